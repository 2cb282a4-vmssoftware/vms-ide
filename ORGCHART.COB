000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ORGCHART.
000030 AUTHOR. R-T-NEAL.
000040 INSTALLATION. DATA-PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*-----------------------------------------------------------*
000090* ORGANIZATION CHART AND SPAN-OF-CONTROL REPORT FROM THE     *
000100* EMP-SUPERVISOR-ID REPORTING LINES ON ART.DAT.  THE ACTIVE  *
000110* EMPLOYEES ARE PRINTED AS AN INDENTED TREE FROM THE HEAD OF *
000120* THE ORGANIZATION (SUPERVISOR ZERO) DOWN, EACH MANAGER WITH *
000130* THE NUMBER OF DIRECT REPORTS AND THE TOTAL HEADCOUNT BELOW *
000140* THEM.  A MANAGER WITH MORE DIRECT REPORTS THAN MAXSPAN=    *
000150* (DEFAULT 10) OR FEWER THAN MINSPAN= (DEFAULT 2) IS FLAGGED *
000160* ON THE TREE AND LISTED AGAIN AT THE END.                   *
000170*                                                            *
000180* A REPORTING LINE THAT CANNOT BE FOLLOWED TO THE TOP -      *
000190* SUPERVISOR NOT ON FILE, SUPERVISOR TERMINATED, EMPLOYEE    *
000200* REPORTING TO THEMSELVES, OR A CHAIN THAT LOOPS BACK ON     *
000210* ITSELF - IS LISTED AS BROKEN.  THE PEOPLE BELOW A BROKEN   *
000220* LINK ARE STILL PRINTED, AS SEPARATE TREES AFTER THE MAIN   *
000230* ONE, SO THAT NOBODY DROPS OFF THE CHART.                   *
000240*                                                            *
000250* THE WHOLE MASTER IS HELD IN A TABLE IN EMP-ID ORDER; EACH  *
000260* MANAGER'S DIRECT REPORTS ARE GATHERED INTO A SECOND TABLE  *
000270* AND THE TREE IS WALKED WITH A STACK OF MANAGERS IN HAND.   *
000280*-----------------------------------------------------------*
000290*
000300* MODIFICATION HISTORY.
000310*    10/15/26  RTN  ORIGINAL VERSION.
000320*
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT OPTIONAL EMP-FILE ASSIGN "SYS$DISK:ART.DAT"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS EMP-ID
000400         ALTERNATE RECORD KEY IS EMP-NAME
000410             WITH DUPLICATES
000420         ALTERNATE RECORD KEY IS EMP-DEPT-CODE
000430             WITH DUPLICATES
000440         FILE STATUS IS WS-EMP-STATUS.
000450     SELECT ORG-REPORT-FILE ASSIGN "SYS$DISK:ORGCHART.RPT"
000460         ORGANIZATION IS LINE SEQUENTIAL.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  EMP-FILE
000500     VALUE OF ID IS WS-EMP-FILE-SPEC.
000510 COPY "EMPREC.LIB".
000520 FD  ORG-REPORT-FILE
000530     VALUE OF ID IS WS-REPORT-FILE-SPEC.
000540 01  ORG-REPORT-RECORD           PIC X(132).
000550 WORKING-STORAGE SECTION.
000560*
000570*-----------------------------------------------------------*
000580* FILE STATUS AND RUNTIME FILE SPECS.  FILE= NAMES THE       *
000590* EMPLOYEE MASTER AND REPORT= THE REPORT.  MAXSPAN= AND      *
000600* MINSPAN= SET THE SPAN-OF-CONTROL LIMITS.                   *
000610*-----------------------------------------------------------*
000620 01  WS-EMP-STATUS               PIC X(02).
000630 01  WS-EMP-FILE-SPEC            PIC X(50)
000640     VALUE "SYS$DISK:ART.DAT".
000650 01  WS-REPORT-FILE-SPEC         PIC X(50)
000660     VALUE "SYS$DISK:ORGCHART.RPT".
000670 01  WS-COMMAND-LINE             PIC X(132).
000680 01  WS-PARM-WORDS.
000690     02  WS-PARM-ENTRY           PIC X(50) OCCURS 10 TIMES.
000700 01  WS-PARM-IDX                 PIC 9(2) COMP.
000710 01  WS-PARM-KEYWORD             PIC X(10).
000720 01  WS-PARM-VALUE               PIC X(40).
000730 01  WS-MAX-SPAN                 PIC 9(04) VALUE 10.
000740 01  WS-MIN-SPAN                 PIC 9(04) VALUE 2.
000750*
000760*-----------------------------------------------------------*
000770* THE EMPLOYEE TABLE, LOADED FROM ART.DAT IN EMP-ID ORDER SO *
000780* A SUPERVISOR CAN BE FOUND WITH SEARCH ALL.  WS-OC-LINK     *
000790* SAYS WHERE AN ACTIVE EMPLOYEE'S REPORTING LINE GOES:       *
000800*   T - TOP OF THE ORGANIZATION (SUPERVISOR ZERO).           *
000810*   O - AN ACTIVE SUPERVISOR ON FILE, WS-OC-PARENT.          *
000820*   M - SUPERVISOR NOT ON FILE.                              *
000830*   X - SUPERVISOR TERMINATED.                               *
000840*   S - REPORTS TO THEMSELVES.                               *
000850*   C - PART OF A CIRCULAR CHAIN.                            *
000860*   U - REPORTS INTO A CIRCULAR CHAIN FROM OUTSIDE IT.       *
000870* A TERMINATED EMPLOYEE IS LOADED, SO THAT THEIR REPORTS CAN *
000880* BE TOLD APART FROM ONES WITH NO SUPERVISOR ON FILE, BUT IS *
000890* LEFT OFF THE CHART WITH A BLANK WS-OC-LINK.                *
000900*-----------------------------------------------------------*
000910 01  WS-OC-LIMIT                 PIC 9(05) COMP VALUE 5000.
000920 01  WS-OC-COUNT                 PIC 9(05) COMP VALUE ZERO.
000930 01  WS-OC-TABLE.
000940     02  WS-OC-ENTRY OCCURS 1 TO 5000 TIMES
000950             DEPENDING ON WS-OC-COUNT
000960             ASCENDING KEY IS WS-OC-ID
000970             INDEXED BY WS-OC-X.
000980         03  WS-OC-ID            PIC 9(07).
000990         03  WS-OC-NAME          PIC X(15).
001000         03  WS-OC-TITLE         PIC X(20).
001010         03  WS-OC-DEPT          PIC X(04).
001020         03  WS-OC-SUPV          PIC 9(07).
001030         03  WS-OC-STATUS        PIC X(01).
001040             88  OC-ACTIVE           VALUE "A".
001050         03  WS-OC-LINK          PIC X(01).
001060             88  OC-LINK-TOP         VALUE "T".
001070             88  OC-LINK-OK          VALUE "O".
001080             88  OC-LINK-MISSING     VALUE "M".
001090             88  OC-LINK-TERMINATED  VALUE "X".
001100             88  OC-LINK-SELF        VALUE "S".
001110             88  OC-LINK-CIRCULAR    VALUE "C".
001120             88  OC-LINK-UNDER-CIRCLE
001130                                     VALUE "U".
001140             88  OC-LINK-BROKEN-ROOT VALUE "M" "X" "S" "U".
001150         03  WS-OC-PARENT        PIC 9(05) COMP.
001160         03  WS-OC-DIRECT        PIC 9(05) COMP.
001170         03  WS-OC-TOTAL         PIC 9(05) COMP.
001180         03  WS-OC-FIRST-CHILD   PIC 9(05) COMP.
001190         03  WS-OC-FILLED        PIC 9(05) COMP.
001200 01  WS-OC-I                     PIC 9(05) COMP.
001210 01  WS-OC-J                     PIC 9(05) COMP.
001220 01  WS-OC-K                     PIC 9(05) COMP.
001230 01  WS-OC-NEXT-SLOT             PIC 9(05) COMP.
001240 01  WS-OC-STEPS                 PIC 9(05) COMP.
001250*
001260*-----------------------------------------------------------*
001270* EVERY MANAGER'S DIRECT REPORTS, AS TABLE POSITIONS, HELD   *
001280* TOGETHER FROM WS-OC-FIRST-CHILD FOR WS-OC-DIRECT ENTRIES.  *
001290*-----------------------------------------------------------*
001300 01  WS-CHILD-TABLE.
001310     02  WS-CHILD-POS            PIC 9(05) COMP
001320                                 OCCURS 5000 TIMES.
001330*
001340*-----------------------------------------------------------*
001350* THE TREE WALK.  EACH STACK ENTRY IS A MANAGER WHOSE        *
001360* REPORTS ARE BEING PRINTED AND HOW MANY HAVE BEEN DONE; THE *
001370* STACK HEIGHT LESS ONE IS THE LEVEL BELOW THE TREE'S ROOT.  *
001380*-----------------------------------------------------------*
001390 01  WS-STACK-TABLE.
001400     02  WS-STACK-ENTRY OCCURS 5000 TIMES.
001410         03  WS-STK-POS          PIC 9(05) COMP.
001420         03  WS-STK-DONE         PIC 9(05) COMP.
001430 01  WS-STK-TOP                  PIC 9(05) COMP.
001440 01  WS-CHAIN-SW                 PIC X.
001450     88  CHAIN-CLIMBING              VALUE "C".
001460     88  CHAIN-AT-TOP                VALUE "T".
001470 01  WS-SPAN-SW                  PIC X.
001480     88  SPAN-WITHIN                 VALUE "W".
001490     88  SPAN-OVER                   VALUE "O".
001500     88  SPAN-UNDER                  VALUE "U".
001510*
001520*-----------------------------------------------------------*
001530* PRINT LINE WORK AREAS.  THE TREE IS INDENTED THREE         *
001540* COLUMNS A LEVEL UP TO TEN LEVELS; THE LEVEL NUMBER AT THE  *
001550* LEFT OF EACH LINE CARRIES ON BELOW THAT.                   *
001560*-----------------------------------------------------------*
001570 01  WS-PRINT-POS                PIC 9(05) COMP.
001580 01  WS-PRINT-LEVEL              PIC 9(05) COMP.
001590 01  WS-INDENT                   PIC 9(03) COMP.
001600 01  WS-DETAIL                   PIC X(100).
001610 01  WS-DETAIL-PTR               PIC 9(03) COMP.
001620 01  WS-LEVEL-PRINT              PIC Z9.
001630 01  WS-DIRECT-PRINT             PIC ZZZ9.
001640 01  WS-TOTAL-PRINT              PIC ZZZZ9.
001650 01  WS-SPAN-PRINT               PIC ZZZ9.
001660 01  WS-REASON                   PIC X(40).
001670*
001680*-----------------------------------------------------------*
001690* RUN COUNTS.                                                *
001700*-----------------------------------------------------------*
001710 01  D-DATE                      PIC 9(8).
001720 01  WS-EMP-READ-COUNT           PIC 9(05) COMP VALUE ZERO.
001730 01  WS-CHARTED-COUNT            PIC 9(05) COMP VALUE ZERO.
001740 01  WS-TOP-COUNT                PIC 9(05) COMP VALUE ZERO.
001750 01  WS-BROKEN-COUNT             PIC 9(05) COMP VALUE ZERO.
001760 01  WS-CIRCULAR-COUNT           PIC 9(05) COMP VALUE ZERO.
001770 01  WS-MANAGER-COUNT            PIC 9(05) COMP VALUE ZERO.
001780 01  WS-SPAN-OVER-COUNT          PIC 9(05) COMP VALUE ZERO.
001790 01  WS-SPAN-UNDER-COUNT         PIC 9(05) COMP VALUE ZERO.
001800 01  WS-COUNT-PRINT              PIC ZZZZ9.
001810 01  EOF-SW                      PIC X.
001820     88  E-O-F                       VALUE "E".
001830     88  NOT-E-O-F                   VALUE "N".
001840 PROCEDURE DIVISION.
001850 MAIN-PROG SECTION.
001860 0000-MAINLINE.
001870     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001880     PERFORM 2000-LOAD-EMPLOYEES THRU 2000-EXIT.
001890     PERFORM 3000-LINK-ONE-EMPLOYEE THRU 3000-EXIT
001900         VARYING WS-OC-I FROM 1 BY 1
001910         UNTIL WS-OC-I > WS-OC-COUNT.
001920     PERFORM 4000-CHECK-ONE-CHAIN THRU 4000-EXIT
001930         VARYING WS-OC-I FROM 1 BY 1
001940         UNTIL WS-OC-I > WS-OC-COUNT.
001950     PERFORM 4200-MARK-UNDER-CIRCLE THRU 4200-EXIT
001960         VARYING WS-OC-I FROM 1 BY 1
001970         UNTIL WS-OC-I > WS-OC-COUNT.
001980     PERFORM 5000-BUILD-CHILD-LISTS THRU 5000-EXIT.
001990     PERFORM 5500-ADD-TO-TOTALS THRU 5500-EXIT
002000         VARYING WS-OC-I FROM 1 BY 1
002010         UNTIL WS-OC-I > WS-OC-COUNT.
002020     PERFORM 6000-PRINT-CHART THRU 6000-EXIT.
002030     PERFORM 7000-PRINT-EXCEPTIONS THRU 7000-EXIT.
002040     PERFORM 8000-CLEANUP THRU 8000-EXIT.
002050     STOP RUN.
002060*
002070*-----------------------------------------------------------*
002080* 1000-INITIALIZE - RESOLVE THE PARAMETERS, CHECK THE SPAN   *
002090* LIMITS, OPEN THE FILES AND WRITE THE REPORT HEADING.       *
002100*-----------------------------------------------------------*
002110 1000-INITIALIZE.
002120     ACCEPT D-DATE FROM DATE YYYYMMDD.
002130     PERFORM 1100-RESOLVE-FILE-SPECS THRU 1100-EXIT.
002140     IF WS-MAX-SPAN = ZERO
002150         DISPLAY "ORGCHART - MAXSPAN MUST BE AT LEAST 1"
002160         STOP RUN
002170     END-IF.
002180     IF WS-MIN-SPAN > WS-MAX-SPAN
002190         DISPLAY "ORGCHART - MINSPAN " WS-MIN-SPAN
002200             " IS ABOVE MAXSPAN " WS-MAX-SPAN
002210         STOP RUN
002220     END-IF.
002230     OPEN INPUT EMP-FILE.
002240     IF WS-EMP-STATUS NOT = "00" AND WS-EMP-STATUS NOT = "05"
002250         DISPLAY "ORGCHART - CANNOT OPEN EMPLOYEE FILE "
002260             WS-EMP-FILE-SPEC
002270         DISPLAY "ORGCHART - FILE STATUS " WS-EMP-STATUS
002280         STOP RUN
002290     END-IF.
002300     OPEN OUTPUT ORG-REPORT-FILE.
002310     MOVE WS-MIN-SPAN TO WS-SPAN-PRINT.
002320     MOVE WS-MAX-SPAN TO WS-DIRECT-PRINT.
002330     MOVE SPACES TO ORG-REPORT-RECORD.
002340     STRING
002350         "ORGANIZATION CHART AND SPAN OF CONTROL "
002360                                        DELIMITED BY SIZE
002370         D-DATE                         DELIMITED BY SIZE
002380         "  DIRECT REPORTS EXPECTED "   DELIMITED BY SIZE
002390         WS-SPAN-PRINT                  DELIMITED BY SIZE
002400         " TO "                         DELIMITED BY SIZE
002410         WS-DIRECT-PRINT                DELIMITED BY SIZE
002420         INTO ORG-REPORT-RECORD
002430     END-STRING.
002440     WRITE ORG-REPORT-RECORD.
002450     MOVE SPACES TO ORG-REPORT-RECORD.
002460     WRITE ORG-REPORT-RECORD.
002470     MOVE SPACES TO ORG-REPORT-RECORD.
002480     STRING
002490         "LV EMP-ID  NAME            JOB TITLE            DEPT"
002500                                        DELIMITED BY SIZE
002510         "   (DIRECT/TOTAL REPORTS FOR MANAGERS)"
002520                                        DELIMITED BY SIZE
002530         INTO ORG-REPORT-RECORD
002540     END-STRING.
002550     WRITE ORG-REPORT-RECORD.
002560 1000-EXIT.
002570     EXIT.
002580*
002590*-----------------------------------------------------------*
002600* 1100-RESOLVE-FILE-SPECS - SCAN THE COMMAND LINE.  FILE=    *
002610* AND REPORT= NAME THE FILES; MAXSPAN= AND MINSPAN= OVERRIDE *
002620* THE SPAN-OF-CONTROL LIMITS.                                *
002630*-----------------------------------------------------------*
002640 1100-RESOLVE-FILE-SPECS.
002650     MOVE SPACES TO WS-COMMAND-LINE.
002660     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
002670     IF WS-COMMAND-LINE = SPACES
002680         GO TO 1100-EXIT
002690     END-IF.
002700     MOVE SPACES TO WS-PARM-WORDS.
002710     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
002720         INTO WS-PARM-ENTRY (1) WS-PARM-ENTRY (2)
002730              WS-PARM-ENTRY (3) WS-PARM-ENTRY (4)
002740              WS-PARM-ENTRY (5) WS-PARM-ENTRY (6)
002750              WS-PARM-ENTRY (7) WS-PARM-ENTRY (8)
002760              WS-PARM-ENTRY (9) WS-PARM-ENTRY (10)
002770     END-UNSTRING.
002780     PERFORM 1160-PROCESS-ONE-PARAMETER THRU 1160-EXIT
002790         VARYING WS-PARM-IDX FROM 1 BY 1
002800         UNTIL WS-PARM-IDX > 10.
002810 1100-EXIT.
002820     EXIT.
002830*
002840 1160-PROCESS-ONE-PARAMETER.
002850     IF WS-PARM-ENTRY (WS-PARM-IDX) = SPACES
002860         GO TO 1160-EXIT
002870     END-IF.
002880     MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE.
002890     UNSTRING WS-PARM-ENTRY (WS-PARM-IDX) DELIMITED BY "="
002900         INTO WS-PARM-KEYWORD WS-PARM-VALUE
002910     END-UNSTRING.
002920     IF WS-PARM-VALUE = SPACES
002930         MOVE WS-PARM-ENTRY (WS-PARM-IDX)
002940             TO WS-EMP-FILE-SPEC
002950         GO TO 1160-EXIT
002960     END-IF.
002970     EVALUATE WS-PARM-KEYWORD
002980         WHEN "FILE"
002990             MOVE WS-PARM-VALUE TO WS-EMP-FILE-SPEC
003000         WHEN "REPORT"
003010             MOVE WS-PARM-VALUE TO WS-REPORT-FILE-SPEC
003020         WHEN "MAXSPAN"
003030             MOVE FUNCTION NUMVAL (WS-PARM-VALUE)
003040                 TO WS-MAX-SPAN
003050         WHEN "MINSPAN"
003060             MOVE FUNCTION NUMVAL (WS-PARM-VALUE)
003070                 TO WS-MIN-SPAN
003080         WHEN OTHER
003090             CONTINUE
003100     END-EVALUATE.
003110 1160-EXIT.
003120     EXIT.
003130*
003140*-----------------------------------------------------------*
003150* 2000-LOAD-EMPLOYEES - READ THE MASTER IN EMP-ID ORDER INTO *
003160* THE TABLE.  A MASTER TOO BIG FOR THE TABLE STOPS THE RUN   *
003170* RATHER THAN PRINT A CHART WITH PEOPLE MISSING FROM IT.     *
003180*-----------------------------------------------------------*
003190 2000-LOAD-EMPLOYEES.
003200     SET NOT-E-O-F TO TRUE.
003210     PERFORM 2900-READ-EMPLOYEE THRU 2900-EXIT.
003220     PERFORM 2100-LOAD-ONE-EMPLOYEE THRU 2100-EXIT
003230         UNTIL E-O-F.
003240 2000-EXIT.
003250     EXIT.
003260*
003270 2100-LOAD-ONE-EMPLOYEE.
003280     ADD 1 TO WS-EMP-READ-COUNT.
003290     IF WS-OC-COUNT NOT < WS-OC-LIMIT
003300         DISPLAY "ORGCHART - MORE THAN " WS-OC-LIMIT
003310             " EMPLOYEES ON FILE - TABLE FULL, RUN ABANDONED"
003320         CLOSE EMP-FILE ORG-REPORT-FILE
003330         STOP RUN
003340     END-IF.
003350     ADD 1 TO WS-OC-COUNT.
003360     MOVE EMP-ID            TO WS-OC-ID (WS-OC-COUNT).
003370     MOVE EMP-NAME          TO WS-OC-NAME (WS-OC-COUNT).
003380     MOVE EMP-JOB-TITLE     TO WS-OC-TITLE (WS-OC-COUNT).
003390     MOVE EMP-DEPT-CODE     TO WS-OC-DEPT (WS-OC-COUNT).
003400     MOVE EMP-SUPERVISOR-ID TO WS-OC-SUPV (WS-OC-COUNT).
003410     MOVE EMP-STATUS        TO WS-OC-STATUS (WS-OC-COUNT).
003420     MOVE SPACE             TO WS-OC-LINK (WS-OC-COUNT).
003430     MOVE ZERO TO WS-OC-PARENT (WS-OC-COUNT)
003440         WS-OC-DIRECT (WS-OC-COUNT)
003450         WS-OC-TOTAL (WS-OC-COUNT)
003460         WS-OC-FIRST-CHILD (WS-OC-COUNT)
003470         WS-OC-FILLED (WS-OC-COUNT).
003480     PERFORM 2900-READ-EMPLOYEE THRU 2900-EXIT.
003490 2100-EXIT.
003500     EXIT.
003510*
003520 2900-READ-EMPLOYEE.
003530     READ EMP-FILE NEXT RECORD
003540         AT END
003550             SET E-O-F TO TRUE
003560     END-READ.
003570 2900-EXIT.
003580     EXIT.
003590*
003600*-----------------------------------------------------------*
003610* 3000-LINK-ONE-EMPLOYEE - FOLLOW ONE ACTIVE EMPLOYEE'S      *
003620* REPORTING LINE ONE LEVEL UP AND COUNT THEM AS A DIRECT     *
003630* REPORT OF AN ACTIVE SUPERVISOR.                            *
003640*-----------------------------------------------------------*
003650 3000-LINK-ONE-EMPLOYEE.
003660     IF NOT OC-ACTIVE (WS-OC-I)
003670         GO TO 3000-EXIT
003680     END-IF.
003690     ADD 1 TO WS-CHARTED-COUNT.
003700     IF WS-OC-SUPV (WS-OC-I) = ZERO
003710         SET OC-LINK-TOP (WS-OC-I) TO TRUE
003720         ADD 1 TO WS-TOP-COUNT
003730         GO TO 3000-EXIT
003740     END-IF.
003750     IF WS-OC-SUPV (WS-OC-I) = WS-OC-ID (WS-OC-I)
003760         SET OC-LINK-SELF (WS-OC-I) TO TRUE
003770         GO TO 3000-EXIT
003780     END-IF.
003790     SEARCH ALL WS-OC-ENTRY
003800         AT END
003810             SET OC-LINK-MISSING (WS-OC-I) TO TRUE
003820         WHEN WS-OC-ID (WS-OC-X) = WS-OC-SUPV (WS-OC-I)
003830             SET WS-OC-J TO WS-OC-X
003840             IF OC-ACTIVE (WS-OC-J)
003850                 SET OC-LINK-OK (WS-OC-I) TO TRUE
003860                 MOVE WS-OC-J TO WS-OC-PARENT (WS-OC-I)
003870                 ADD 1 TO WS-OC-DIRECT (WS-OC-J)
003880             ELSE
003890                 SET OC-LINK-TERMINATED (WS-OC-I) TO TRUE
003900             END-IF
003910     END-SEARCH.
003920 3000-EXIT.
003930     EXIT.
003940*
003950*-----------------------------------------------------------*
003960* 4000-CHECK-ONE-CHAIN - CLIMB FROM ONE LINKED EMPLOYEE      *
003970* TOWARDS THE TOP.  COMING BACK TO THE EMPLOYEE MEANS THEY   *
003980* ARE ON A CIRCULAR CHAIN.  A CHAIN CAN BE NO LONGER THAN    *
003990* THE TABLE, SO CLIMBING FURTHER THAN THAT WITHOUT COMING    *
004000* BACK MEANS THE EMPLOYEE ONLY REPORTS INTO SOMEONE ELSE'S   *
004010* CIRCLE.                                                    *
004020*-----------------------------------------------------------*
004030 4000-CHECK-ONE-CHAIN.
004040     IF NOT OC-LINK-OK (WS-OC-I)
004050         GO TO 4000-EXIT
004060     END-IF.
004070     MOVE WS-OC-PARENT (WS-OC-I) TO WS-OC-J.
004080     MOVE ZERO TO WS-OC-STEPS.
004090     SET CHAIN-CLIMBING TO TRUE.
004100     PERFORM 4100-CLIMB-ONE-LEVEL THRU 4100-EXIT
004110         UNTIL CHAIN-AT-TOP.
004120 4000-EXIT.
004130     EXIT.
004140*
004150 4100-CLIMB-ONE-LEVEL.
004160     IF WS-OC-J = WS-OC-I
004170         SET OC-LINK-CIRCULAR (WS-OC-I) TO TRUE
004180         ADD 1 TO WS-CIRCULAR-COUNT
004190         SET CHAIN-AT-TOP TO TRUE
004200         GO TO 4100-EXIT
004210     END-IF.
004220     IF NOT OC-LINK-OK (WS-OC-J)
004230         AND NOT OC-LINK-CIRCULAR (WS-OC-J)
004240         SET CHAIN-AT-TOP TO TRUE
004250         GO TO 4100-EXIT
004260     END-IF.
004270     ADD 1 TO WS-OC-STEPS.
004280     IF WS-OC-STEPS > WS-OC-COUNT
004290         SET CHAIN-AT-TOP TO TRUE
004300         GO TO 4100-EXIT
004310     END-IF.
004320     MOVE WS-OC-PARENT (WS-OC-J) TO WS-OC-J.
004330 4100-EXIT.
004340     EXIT.
004350*
004360 4200-MARK-UNDER-CIRCLE.
004370     IF NOT OC-LINK-OK (WS-OC-I)
004380         GO TO 4200-EXIT
004390     END-IF.
004400     MOVE WS-OC-PARENT (WS-OC-I) TO WS-OC-J.
004410     IF OC-LINK-CIRCULAR (WS-OC-J)
004420         SET OC-LINK-UNDER-CIRCLE (WS-OC-I) TO TRUE
004430     END-IF.
004440 4200-EXIT.
004450     EXIT.
004460*
004470*-----------------------------------------------------------*
004480* 5000-BUILD-CHILD-LISTS - GIVE EVERY EMPLOYEE A RUN OF      *
004490* WS-OC-DIRECT SLOTS IN THE CHILD TABLE, THEN DROP EACH      *
004500* LINKED EMPLOYEE INTO THE NEXT FREE SLOT OF THEIR           *
004510* SUPERVISOR'S RUN.  REPORTS COME OUT IN EMP-ID ORDER UNDER  *
004520* EACH MANAGER.                                              *
004530*-----------------------------------------------------------*
004540 5000-BUILD-CHILD-LISTS.
004550     MOVE 1 TO WS-OC-NEXT-SLOT.
004560     PERFORM 5100-ASSIGN-SLOTS THRU 5100-EXIT
004570         VARYING WS-OC-I FROM 1 BY 1
004580         UNTIL WS-OC-I > WS-OC-COUNT.
004590     PERFORM 5200-FILL-ONE-SLOT THRU 5200-EXIT
004600         VARYING WS-OC-I FROM 1 BY 1
004610         UNTIL WS-OC-I > WS-OC-COUNT.
004620 5000-EXIT.
004630     EXIT.
004640*
004650 5100-ASSIGN-SLOTS.
004660     MOVE WS-OC-NEXT-SLOT TO WS-OC-FIRST-CHILD (WS-OC-I).
004670     ADD WS-OC-DIRECT (WS-OC-I) TO WS-OC-NEXT-SLOT.
004680 5100-EXIT.
004690     EXIT.
004700*
004710 5200-FILL-ONE-SLOT.
004720     IF NOT OC-LINK-OK (WS-OC-I)
004730         AND NOT OC-LINK-CIRCULAR (WS-OC-I)
004740         AND NOT OC-LINK-UNDER-CIRCLE (WS-OC-I)
004750         GO TO 5200-EXIT
004760     END-IF.
004770     MOVE WS-OC-PARENT (WS-OC-I) TO WS-OC-J.
004780     COMPUTE WS-OC-K = WS-OC-FIRST-CHILD (WS-OC-J)
004790                     + WS-OC-FILLED (WS-OC-J).
004800     MOVE WS-OC-I TO WS-CHILD-POS (WS-OC-K).
004810     ADD 1 TO WS-OC-FILLED (WS-OC-J).
004820 5200-EXIT.
004830     EXIT.
004840*
004850*-----------------------------------------------------------*
004860* 5500-ADD-TO-TOTALS - COUNT ONE EMPLOYEE IN THE TOTAL       *
004870* HEADCOUNT OF EVERY MANAGER ABOVE THEM, UP TO THE TOP OF    *
004880* THEIR TREE.  A CHAIN OF O LINKS ALWAYS ENDS AT A ROOT, SO  *
004890* THE CLIMB CANNOT GO ROUND A CIRCLE.                        *
004900*-----------------------------------------------------------*
004910 5500-ADD-TO-TOTALS.
004920     IF NOT OC-LINK-OK (WS-OC-I)
004930         GO TO 5500-EXIT
004940     END-IF.
004950     MOVE WS-OC-PARENT (WS-OC-I) TO WS-OC-J.
004960     SET CHAIN-CLIMBING TO TRUE.
004970     PERFORM 5550-ADD-ONE-LEVEL THRU 5550-EXIT
004980         UNTIL CHAIN-AT-TOP.
004990 5500-EXIT.
005000     EXIT.
005010*
005020 5550-ADD-ONE-LEVEL.
005030     ADD 1 TO WS-OC-TOTAL (WS-OC-J).
005040     IF OC-LINK-OK (WS-OC-J)
005050         MOVE WS-OC-PARENT (WS-OC-J) TO WS-OC-J
005060     ELSE
005070         SET CHAIN-AT-TOP TO TRUE
005080     END-IF.
005090 5550-EXIT.
005100     EXIT.
005110*
005120*-----------------------------------------------------------*
005130* 6000-PRINT-CHART - PRINT THE TREE UNDER EACH EMPLOYEE AT   *
005140* THE TOP, THEN THE TREE UNDER EACH EMPLOYEE WHOSE OWN       *
005150* REPORTING LINE IS BROKEN.                                  *
005160*-----------------------------------------------------------*
005170 6000-PRINT-CHART.
005180     PERFORM 6100-PRINT-TOP-TREE THRU 6100-EXIT
005190         VARYING WS-OC-I FROM 1 BY 1
005200         UNTIL WS-OC-I > WS-OC-COUNT.
005210     MOVE SPACES TO ORG-REPORT-RECORD.
005220     WRITE ORG-REPORT-RECORD.
005230     MOVE SPACES TO ORG-REPORT-RECORD.
005240     STRING
005250         "EMPLOYEES BELOW A BROKEN REPORTING LINE - "
005260                                        DELIMITED BY SIZE
005270         "NOT CONNECTED TO THE TOP OF THE ORGANIZATION:"
005280                                        DELIMITED BY SIZE
005290         INTO ORG-REPORT-RECORD
005300     END-STRING.
005310     WRITE ORG-REPORT-RECORD.
005320     PERFORM 6150-PRINT-BROKEN-TREE THRU 6150-EXIT
005330         VARYING WS-OC-I FROM 1 BY 1
005340         UNTIL WS-OC-I > WS-OC-COUNT.
005350 6000-EXIT.
005360     EXIT.
005370*
005380 6100-PRINT-TOP-TREE.
005390     IF NOT OC-LINK-TOP (WS-OC-I)
005400         GO TO 6100-EXIT
005410     END-IF.
005420     MOVE SPACES TO ORG-REPORT-RECORD.
005430     WRITE ORG-REPORT-RECORD.
005440     PERFORM 6200-PRINT-TREE THRU 6200-EXIT.
005450 6100-EXIT.
005460     EXIT.
005470*
005480 6150-PRINT-BROKEN-TREE.
005490     IF NOT OC-LINK-BROKEN-ROOT (WS-OC-I)
005500         GO TO 6150-EXIT
005510     END-IF.
005520     ADD 1 TO WS-BROKEN-COUNT.
005530     MOVE SPACES TO ORG-REPORT-RECORD.
005540     WRITE ORG-REPORT-RECORD.
005550     PERFORM 6200-PRINT-TREE THRU 6200-EXIT.
005560 6150-EXIT.
005570     EXIT.
005580*
005590*-----------------------------------------------------------*
005600* 6200-PRINT-TREE - PRINT EMPLOYEE WS-OC-I AND EVERYONE      *
005610* BELOW THEM, EACH MANAGER FOLLOWED BY THEIR OWN REPORTS.    *
005620* THE STACK HOLDS THE MANAGERS ON THE WAY DOWN FROM WS-OC-I  *
005630* TO THE EMPLOYEE BEING PRINTED.                             *
005640*-----------------------------------------------------------*
005650 6200-PRINT-TREE.
005660     MOVE 1 TO WS-STK-TOP.
005670     MOVE WS-OC-I TO WS-STK-POS (1).
005680     MOVE ZERO TO WS-STK-DONE (1).
005690     MOVE WS-OC-I TO WS-PRINT-POS.
005700     MOVE ZERO TO WS-PRINT-LEVEL.
005710     PERFORM 6300-PRINT-EMPLOYEE THRU 6300-EXIT.
005720     PERFORM 6250-WALK-ONE-STEP THRU 6250-EXIT
005730         UNTIL WS-STK-TOP = ZERO.
005740 6200-EXIT.
005750     EXIT.
005760*
005770 6250-WALK-ONE-STEP.
005780     MOVE WS-STK-POS (WS-STK-TOP) TO WS-OC-J.
005790     IF WS-STK-DONE (WS-STK-TOP) NOT < WS-OC-DIRECT (WS-OC-J)
005800         SUBTRACT 1 FROM WS-STK-TOP
005810         GO TO 6250-EXIT
005820     END-IF.
005830     ADD 1 TO WS-STK-DONE (WS-STK-TOP).
005840     COMPUTE WS-OC-K = WS-OC-FIRST-CHILD (WS-OC-J)
005850                     + WS-STK-DONE (WS-STK-TOP) - 1.
005860     MOVE WS-CHILD-POS (WS-OC-K) TO WS-PRINT-POS.
005870     ADD 1 TO WS-STK-TOP.
005880     MOVE WS-PRINT-POS TO WS-STK-POS (WS-STK-TOP).
005890     MOVE ZERO TO WS-STK-DONE (WS-STK-TOP).
005900     COMPUTE WS-PRINT-LEVEL = WS-STK-TOP - 1.
005910     PERFORM 6300-PRINT-EMPLOYEE THRU 6300-EXIT.
005920 6250-EXIT.
005930     EXIT.
005940*
005950*-----------------------------------------------------------*
005960* 6300-PRINT-EMPLOYEE - ONE LINE OF THE TREE FOR TABLE ENTRY *
005970* WS-PRINT-POS AT LEVEL WS-PRINT-LEVEL.  A MANAGER'S LINE    *
005980* CARRIES THE DIRECT AND TOTAL HEADCOUNT AND ANY SPAN FLAG;  *
005990* THE FIRST LINE OF A BROKEN TREE SAYS WHAT IS WRONG.        *
006000*-----------------------------------------------------------*
006010 6300-PRINT-EMPLOYEE.
006020     MOVE WS-PRINT-POS TO WS-OC-K.
006030     MOVE SPACES TO WS-DETAIL.
006040     MOVE 1 TO WS-DETAIL-PTR.
006050     STRING
006060         WS-OC-ID (WS-OC-K)             DELIMITED BY SIZE
006070         " "                            DELIMITED BY SIZE
006080         WS-OC-NAME (WS-OC-K)           DELIMITED BY SIZE
006090         " "                            DELIMITED BY SIZE
006100         WS-OC-TITLE (WS-OC-K)          DELIMITED BY SIZE
006110         " "                            DELIMITED BY SIZE
006120         WS-OC-DEPT (WS-OC-K)           DELIMITED BY SIZE
006130         INTO WS-DETAIL
006140         WITH POINTER WS-DETAIL-PTR
006150     END-STRING.
006160     IF WS-OC-DIRECT (WS-OC-K) > ZERO
006170         MOVE WS-OC-DIRECT (WS-OC-K) TO WS-DIRECT-PRINT
006180         MOVE WS-OC-TOTAL (WS-OC-K)  TO WS-TOTAL-PRINT
006190         STRING
006200             "  "                       DELIMITED BY SIZE
006210             WS-DIRECT-PRINT            DELIMITED BY SIZE
006220             "/"                        DELIMITED BY SIZE
006230             FUNCTION TRIM (WS-TOTAL-PRINT)
006240                                        DELIMITED BY SIZE
006250             INTO WS-DETAIL
006260             WITH POINTER WS-DETAIL-PTR
006270         END-STRING
006280         PERFORM 6400-CHECK-SPAN THRU 6400-EXIT
006290         IF SPAN-OVER
006300             MOVE WS-MAX-SPAN TO WS-SPAN-PRINT
006310             STRING
006320                 "  **SPAN OVER "       DELIMITED BY SIZE
006330                 FUNCTION TRIM (WS-SPAN-PRINT)
006340                                        DELIMITED BY SIZE
006350                 INTO WS-DETAIL
006360                 WITH POINTER WS-DETAIL-PTR
006370             END-STRING
006380         END-IF
006390         IF SPAN-UNDER
006400             MOVE WS-MIN-SPAN TO WS-SPAN-PRINT
006410             STRING
006420                 "  **SPAN UNDER "      DELIMITED BY SIZE
006430                 FUNCTION TRIM (WS-SPAN-PRINT)
006440                                        DELIMITED BY SIZE
006450                 INTO WS-DETAIL
006460                 WITH POINTER WS-DETAIL-PTR
006470             END-STRING
006480         END-IF
006490     END-IF.
006500     IF WS-PRINT-LEVEL = ZERO
006510         AND OC-LINK-BROKEN-ROOT (WS-OC-K)
006520         PERFORM 6500-SET-REASON THRU 6500-EXIT
006530         STRING
006540             "  **"                     DELIMITED BY SIZE
006550             WS-REASON                  DELIMITED BY "  "
006560             INTO WS-DETAIL
006570             WITH POINTER WS-DETAIL-PTR
006580         END-STRING
006590     END-IF.
006600     IF WS-PRINT-LEVEL > 10
006610         MOVE 30 TO WS-INDENT
006620     ELSE
006630         COMPUTE WS-INDENT = WS-PRINT-LEVEL * 3
006640     END-IF.
006650     MOVE WS-PRINT-LEVEL TO WS-LEVEL-PRINT.
006660     MOVE SPACES TO ORG-REPORT-RECORD.
006670     MOVE WS-LEVEL-PRINT TO ORG-REPORT-RECORD (1:2).
006680     MOVE WS-DETAIL TO ORG-REPORT-RECORD (WS-INDENT + 4:).
006690     WRITE ORG-REPORT-RECORD.
006700 6300-EXIT.
006710     EXIT.
006720*
006730 6400-CHECK-SPAN.
006740     SET SPAN-WITHIN TO TRUE.
006750     IF WS-OC-DIRECT (WS-OC-K) > WS-MAX-SPAN
006760         SET SPAN-OVER TO TRUE
006770     END-IF.
006780     IF WS-OC-DIRECT (WS-OC-K) < WS-MIN-SPAN
006790         SET SPAN-UNDER TO TRUE
006800     END-IF.
006810 6400-EXIT.
006820     EXIT.
006830*
006840*-----------------------------------------------------------*
006850* 6500-SET-REASON - WHY TABLE ENTRY WS-OC-K'S REPORTING LINE *
006860* DOES NOT REACH THE TOP.                                    *
006870*-----------------------------------------------------------*
006880 6500-SET-REASON.
006890     MOVE SPACES TO WS-REASON.
006900     EVALUATE TRUE
006910         WHEN OC-LINK-MISSING (WS-OC-K)
006920             STRING "SUPERVISOR "       DELIMITED BY SIZE
006930                    WS-OC-SUPV (WS-OC-K)
006940                                        DELIMITED BY SIZE
006950                    " NOT ON FILE"      DELIMITED BY SIZE
006960                    INTO WS-REASON
006970             END-STRING
006980         WHEN OC-LINK-TERMINATED (WS-OC-K)
006990             STRING "SUPERVISOR "       DELIMITED BY SIZE
007000                    WS-OC-SUPV (WS-OC-K)
007010                                        DELIMITED BY SIZE
007020                    " TERMINATED"       DELIMITED BY SIZE
007030                    INTO WS-REASON
007040             END-STRING
007050         WHEN OC-LINK-SELF (WS-OC-K)
007060             MOVE "REPORTS TO THEMSELVES" TO WS-REASON
007070         WHEN OC-LINK-CIRCULAR (WS-OC-K)
007080             STRING "CIRCULAR CHAIN VIA "
007090                                        DELIMITED BY SIZE
007100                    WS-OC-SUPV (WS-OC-K)
007110                                        DELIMITED BY SIZE
007120                    INTO WS-REASON
007130             END-STRING
007140         WHEN OC-LINK-UNDER-CIRCLE (WS-OC-K)
007150             STRING "SUPERVISOR "       DELIMITED BY SIZE
007160                    WS-OC-SUPV (WS-OC-K)
007170                                        DELIMITED BY SIZE
007180                    " IS ON A CIRCULAR CHAIN"
007190                                        DELIMITED BY SIZE
007200                    INTO WS-REASON
007210             END-STRING
007220     END-EVALUATE.
007230 6500-EXIT.
007240     EXIT.
007250*
007260*-----------------------------------------------------------*
007270* 7000-PRINT-EXCEPTIONS - LIST THE EMPLOYEES ON CIRCULAR     *
007280* CHAINS, WHO APPEAR NOWHERE ON THE CHART, THEN EVERY        *
007290* MANAGER OUTSIDE THE SPAN-OF-CONTROL LIMITS.                *
007300*-----------------------------------------------------------*
007310 7000-PRINT-EXCEPTIONS.
007320     MOVE SPACES TO ORG-REPORT-RECORD.
007330     WRITE ORG-REPORT-RECORD.
007340     MOVE "EMPLOYEES ON A CIRCULAR REPORTING CHAIN:"
007350         TO ORG-REPORT-RECORD.
007360     WRITE ORG-REPORT-RECORD.
007370     PERFORM 7100-LIST-ONE-CIRCULAR THRU 7100-EXIT
007380         VARYING WS-OC-I FROM 1 BY 1
007390         UNTIL WS-OC-I > WS-OC-COUNT.
007400     MOVE SPACES TO ORG-REPORT-RECORD.
007410     WRITE ORG-REPORT-RECORD.
007420     MOVE "MANAGERS OUTSIDE THE SPAN OF CONTROL LIMITS:"
007430         TO ORG-REPORT-RECORD.
007440     WRITE ORG-REPORT-RECORD.
007450     PERFORM 7200-LIST-ONE-SPAN THRU 7200-EXIT
007460         VARYING WS-OC-I FROM 1 BY 1
007470         UNTIL WS-OC-I > WS-OC-COUNT.
007480 7000-EXIT.
007490     EXIT.
007500*
007510 7100-LIST-ONE-CIRCULAR.
007520     IF NOT OC-LINK-CIRCULAR (WS-OC-I)
007530         GO TO 7100-EXIT
007540     END-IF.
007550     MOVE WS-OC-I TO WS-OC-K.
007560     PERFORM 6500-SET-REASON THRU 6500-EXIT.
007570     MOVE SPACES TO ORG-REPORT-RECORD.
007580     STRING
007590         "   "                          DELIMITED BY SIZE
007600         WS-OC-ID (WS-OC-I)             DELIMITED BY SIZE
007610         " "                            DELIMITED BY SIZE
007620         WS-OC-NAME (WS-OC-I)           DELIMITED BY SIZE
007630         " "                            DELIMITED BY SIZE
007640         WS-OC-TITLE (WS-OC-I)          DELIMITED BY SIZE
007650         " "                            DELIMITED BY SIZE
007660         WS-OC-DEPT (WS-OC-I)           DELIMITED BY SIZE
007670         "  "                           DELIMITED BY SIZE
007680         WS-REASON                      DELIMITED BY "  "
007690         INTO ORG-REPORT-RECORD
007700     END-STRING.
007710     WRITE ORG-REPORT-RECORD.
007720 7100-EXIT.
007730     EXIT.
007740*
007750 7200-LIST-ONE-SPAN.
007760     IF WS-OC-LINK (WS-OC-I) = SPACE
007770         OR WS-OC-DIRECT (WS-OC-I) = ZERO
007780         GO TO 7200-EXIT
007790     END-IF.
007800     ADD 1 TO WS-MANAGER-COUNT.
007810     MOVE WS-OC-I TO WS-OC-K.
007820     PERFORM 6400-CHECK-SPAN THRU 6400-EXIT.
007830     IF SPAN-WITHIN
007840         GO TO 7200-EXIT
007850     END-IF.
007860     IF SPAN-OVER
007870         ADD 1 TO WS-SPAN-OVER-COUNT
007880         MOVE WS-MAX-SPAN TO WS-SPAN-PRINT
007890         MOVE "OVER " TO WS-REASON
007900     ELSE
007910         ADD 1 TO WS-SPAN-UNDER-COUNT
007920         MOVE WS-MIN-SPAN TO WS-SPAN-PRINT
007930         MOVE "UNDER" TO WS-REASON
007940     END-IF.
007950     MOVE WS-OC-DIRECT (WS-OC-I) TO WS-DIRECT-PRINT.
007960     MOVE SPACES TO ORG-REPORT-RECORD.
007970     STRING
007980         "   "                          DELIMITED BY SIZE
007990         WS-OC-ID (WS-OC-I)             DELIMITED BY SIZE
008000         " "                            DELIMITED BY SIZE
008010         WS-OC-NAME (WS-OC-I)           DELIMITED BY SIZE
008020         " "                            DELIMITED BY SIZE
008030         WS-OC-TITLE (WS-OC-I)          DELIMITED BY SIZE
008040         " "                            DELIMITED BY SIZE
008050         WS-OC-DEPT (WS-OC-I)           DELIMITED BY SIZE
008060         "  DIRECT REPORTS "            DELIMITED BY SIZE
008070         WS-DIRECT-PRINT                DELIMITED BY SIZE
008080         "  "                           DELIMITED BY SIZE
008090         WS-REASON (1:5)                DELIMITED BY SIZE
008100         " "                            DELIMITED BY SIZE
008110         WS-SPAN-PRINT                  DELIMITED BY SIZE
008120         INTO ORG-REPORT-RECORD
008130     END-STRING.
008140     WRITE ORG-REPORT-RECORD.
008150 7200-EXIT.
008160     EXIT.
008170*
008180*-----------------------------------------------------------*
008190* 8000-CLEANUP - WRITE THE TRAILER COUNTS, CLOSE THE FILES   *
008200* AND REPORT THE SAME COUNTS ON THE OPERATOR LOG.            *
008210*-----------------------------------------------------------*
008220 8000-CLEANUP.
008230     MOVE SPACES TO ORG-REPORT-RECORD.
008240     WRITE ORG-REPORT-RECORD.
008250     MOVE WS-CHARTED-COUNT TO WS-COUNT-PRINT.
008260     MOVE SPACES TO ORG-REPORT-RECORD.
008270     STRING "ACTIVE EMPLOYEES=" WS-COUNT-PRINT
008280         DELIMITED BY SIZE INTO ORG-REPORT-RECORD
008290     END-STRING.
008300     WRITE ORG-REPORT-RECORD.
008310     MOVE WS-TOP-COUNT TO WS-COUNT-PRINT.
008320     MOVE SPACES TO ORG-REPORT-RECORD.
008330     STRING "AT THE TOP=      " WS-COUNT-PRINT
008340         DELIMITED BY SIZE INTO ORG-REPORT-RECORD
008350     END-STRING.
008360     WRITE ORG-REPORT-RECORD.
008370     MOVE WS-MANAGER-COUNT TO WS-COUNT-PRINT.
008380     MOVE SPACES TO ORG-REPORT-RECORD.
008390     STRING "MANAGERS=        " WS-COUNT-PRINT
008400         DELIMITED BY SIZE INTO ORG-REPORT-RECORD
008410     END-STRING.
008420     WRITE ORG-REPORT-RECORD.
008430     MOVE WS-SPAN-OVER-COUNT TO WS-COUNT-PRINT.
008440     MOVE SPACES TO ORG-REPORT-RECORD.
008450     STRING "SPAN OVER=       " WS-COUNT-PRINT
008460         DELIMITED BY SIZE INTO ORG-REPORT-RECORD
008470     END-STRING.
008480     WRITE ORG-REPORT-RECORD.
008490     MOVE WS-SPAN-UNDER-COUNT TO WS-COUNT-PRINT.
008500     MOVE SPACES TO ORG-REPORT-RECORD.
008510     STRING "SPAN UNDER=      " WS-COUNT-PRINT
008520         DELIMITED BY SIZE INTO ORG-REPORT-RECORD
008530     END-STRING.
008540     WRITE ORG-REPORT-RECORD.
008550     MOVE WS-BROKEN-COUNT TO WS-COUNT-PRINT.
008560     MOVE SPACES TO ORG-REPORT-RECORD.
008570     STRING "BROKEN LINES=    " WS-COUNT-PRINT
008580         DELIMITED BY SIZE INTO ORG-REPORT-RECORD
008590     END-STRING.
008600     WRITE ORG-REPORT-RECORD.
008610     MOVE WS-CIRCULAR-COUNT TO WS-COUNT-PRINT.
008620     MOVE SPACES TO ORG-REPORT-RECORD.
008630     STRING "ON CIRCULAR CHAINS=" WS-COUNT-PRINT
008640         DELIMITED BY SIZE INTO ORG-REPORT-RECORD
008650     END-STRING.
008660     WRITE ORG-REPORT-RECORD.
008670     CLOSE EMP-FILE ORG-REPORT-FILE.
008680     MOVE WS-EMP-READ-COUNT TO WS-COUNT-PRINT.
008690     DISPLAY "ORGCHART MASTER RECORDS READ: " WS-COUNT-PRINT.
008700     MOVE WS-CHARTED-COUNT TO WS-COUNT-PRINT.
008710     DISPLAY "ORGCHART ACTIVE EMPLOYEES:    " WS-COUNT-PRINT.
008720     MOVE WS-MANAGER-COUNT TO WS-COUNT-PRINT.
008730     DISPLAY "ORGCHART MANAGERS:            " WS-COUNT-PRINT.
008740     MOVE WS-SPAN-OVER-COUNT TO WS-COUNT-PRINT.
008750     DISPLAY "ORGCHART SPAN OVER LIMIT:     " WS-COUNT-PRINT.
008760     MOVE WS-SPAN-UNDER-COUNT TO WS-COUNT-PRINT.
008770     DISPLAY "ORGCHART SPAN UNDER LIMIT:    " WS-COUNT-PRINT.
008780     MOVE WS-BROKEN-COUNT TO WS-COUNT-PRINT.
008790     DISPLAY "ORGCHART BROKEN LINES:        " WS-COUNT-PRINT.
008800     MOVE WS-CIRCULAR-COUNT TO WS-COUNT-PRINT.
008810     DISPLAY "ORGCHART ON CIRCULAR CHAINS:  " WS-COUNT-PRINT.
008820 8000-EXIT.
008830     EXIT.
008840*
008850 END PROGRAM ORGCHART.
