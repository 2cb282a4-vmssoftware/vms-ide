000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GRADERPT.
000030 AUTHOR. R-T-NEAL.
000040 INSTALLATION. DATA-PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*-----------------------------------------------------------*
000090* COMPA-RATIO REPORT AGAINST THE SALARY GRADE BANDS.  EVERY  *
000100* ACTIVE EMPLOYEE ON THE MASTER IS JOINED TO THE RATE IN     *
000110* FORCE ON THE ASOF= DATE (DEFAULT THE RUN DATE) AND TO THE  *
000120* GRADE MASTER, SORTED BY GRADE AND PRINTED WITH THE         *
000130* SALARY AS A PERCENTAGE OF THE GRADE MIDPOINT.  ANYONE      *
000140* PAID BELOW THE GRADE MINIMUM OR ABOVE ITS MAXIMUM IS       *
000150* FLAGGED, EACH GRADE CLOSES WITH ITS HEADCOUNT, FLAG COUNTS *
000160* AND AVERAGE COMPA-RATIO, AND AN ACTIVE EMPLOYEE WITH NO    *
000170* RATE IN FORCE OR A GRADE NOT ON THE MASTER IS LISTED AS AN *
000180* EXCEPTION.                                                 *
000190*-----------------------------------------------------------*
000200*
000210* MODIFICATION HISTORY.
000220*    10/15/26  RTN  ORIGINAL VERSION.
000230*
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT OPTIONAL EMP-FILE ASSIGN "SYS$DISK:ART.DAT"
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS DYNAMIC
000300         RECORD KEY IS EMP-ID
000310         ALTERNATE RECORD KEY IS EMP-NAME
000320             WITH DUPLICATES
000330         ALTERNATE RECORD KEY IS EMP-DEPT-CODE
000340             WITH DUPLICATES
000350         FILE STATUS IS WS-EMP-STATUS.
000360     SELECT OPTIONAL COMP-FILE ASSIGN "SYS$DISK:COMP.DAT"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS COMP-KEY
000400         FILE STATUS IS WS-COMP-STATUS.
000410     SELECT OPTIONAL GRADE-FILE ASSIGN "SYS$DISK:GRADE.DAT"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS GRADE-CODE
000450         FILE STATUS IS WS-GRADE-STATUS.
000460     SELECT GRADE-REPORT-FILE ASSIGN "SYS$DISK:GRADERPT.RPT"
000470         ORGANIZATION IS LINE SEQUENTIAL.
000480     SELECT SORT-FILE ASSIGN "SYS$DISK:SORTWORK".
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  EMP-FILE
000520     VALUE OF ID IS WS-EMP-FILE-SPEC.
000530 COPY "EMPREC.LIB".
000540 FD  COMP-FILE
000550     VALUE OF ID IS WS-COMP-FILE-SPEC.
000560 COPY "COMPREC.LIB".
000570 FD  GRADE-FILE
000580     VALUE OF ID IS WS-GRADE-FILE-SPEC.
000590 COPY "GRADEREC.LIB".
000600 FD  GRADE-REPORT-FILE
000610     VALUE OF ID IS WS-REPORT-FILE-SPEC.
000620 01  GRADE-REPORT-RECORD         PIC X(132).
000630 SD  SORT-FILE.
000640 01  SORT-RECORD.
000650     02  SORT-GRADE              PIC X(02).
000660     02  SORT-EMP-ID             PIC 9(07).
000670     02  SORT-EMP-NAME           PIC X(15).
000680     02  SORT-DEPT-CODE          PIC X(04).
000690     02  SORT-SALARY             PIC 9(07)V99.
000700     02  SORT-COMPA-RATIO        PIC 9(03)V9.
000710     02  SORT-BAND-FLAG          PIC X(01).
000720         88  SORT-BELOW-MIN          VALUE "L".
000730         88  SORT-IN-BAND            VALUE " ".
000740         88  SORT-ABOVE-MAX          VALUE "H".
000750 WORKING-STORAGE SECTION.
000760*
000770*-----------------------------------------------------------*
000780* FILE STATUS BYTES AND RUNTIME FILE SPECS.  FILE= NAMES THE *
000790* EMPLOYEE MASTER, COMP= THE COMPENSATION FILE, GRADE= THE   *
000800* GRADE MASTER, REPORT= THE LISTING.                         *
000810*-----------------------------------------------------------*
000820 01  WS-EMP-STATUS               PIC X(02).
000830 01  WS-COMP-STATUS              PIC X(02).
000840 01  WS-GRADE-STATUS             PIC X(02).
000850 01  WS-EMP-FILE-SPEC            PIC X(50)
000860     VALUE "SYS$DISK:ART.DAT".
000870 01  WS-COMP-FILE-SPEC           PIC X(50)
000880     VALUE "SYS$DISK:COMP.DAT".
000890 01  WS-GRADE-FILE-SPEC          PIC X(50)
000900     VALUE "SYS$DISK:GRADE.DAT".
000910 01  WS-REPORT-FILE-SPEC         PIC X(50)
000920     VALUE "SYS$DISK:GRADERPT.RPT".
000930 01  WS-COMMAND-LINE             PIC X(132).
000940 01  WS-PARM-WORDS.
000950     02  WS-PARM-ENTRY           PIC X(50) OCCURS 10 TIMES.
000960 01  WS-PARM-IDX                 PIC 9(2) COMP.
000970 01  WS-PARM-KEYWORD             PIC X(10).
000980 01  WS-PARM-VALUE               PIC X(40).
000990*
001000*-----------------------------------------------------------*
001010* THE RATE IN FORCE, FOUND THE WAY COMPRPT FINDS IT: THE     *
001020* LATEST COMPENSATION RECORD NOT AFTER THE AS-OF DATE.       *
001030*-----------------------------------------------------------*
001040 01  WS-ASOF-DATE                PIC 9(08) VALUE ZERO.
001050 01  WS-CUR-SALARY               PIC 9(07)V99.
001060 01  WS-CUR-GRADE                PIC X(02).
001070 01  WS-COMP-FOUND-SW            PIC X.
001080     88  COMP-FOUND                  VALUE "Y".
001090     88  COMP-NOT-FOUND              VALUE "N".
001100 01  WS-COMP-EOF-SW              PIC X.
001110     88  COMP-E-O-F                  VALUE "E".
001120     88  COMP-NOT-E-O-F              VALUE "N".
001130 01  WS-LOOKUP-EMP-ID            PIC 9(07).
001140*
001150*-----------------------------------------------------------*
001160* CONTROL BREAK AND TOTAL FIELDS FOR THE GRADE GROUPS, AND   *
001170* THE RUN COUNTS CARRIED IN THE TRAILER.  THE AVERAGE        *
001180* COMPA-RATIO IS THE SUM OF THE RATIOS OVER THE HEADCOUNT.   *
001190*-----------------------------------------------------------*
001200 01  WS-PREV-GRADE               PIC X(02).
001210 01  WS-GR-COUNT                 PIC 9(05) COMP VALUE ZERO.
001220 01  WS-GR-BELOW-COUNT           PIC 9(05) COMP VALUE ZERO.
001230 01  WS-GR-ABOVE-COUNT           PIC 9(05) COMP VALUE ZERO.
001240 01  WS-GR-RATIO-SUM             PIC 9(08)V9 VALUE ZERO.
001250 01  WS-ALL-RATIO-SUM            PIC 9(08)V9 VALUE ZERO.
001260 01  WS-AVG-RATIO                PIC 9(03)V9.
001270 01  WS-FIRST-SW                 PIC X.
001280     88  FIRST-RECORD                VALUE "Y".
001290     88  NOT-FIRST-RECORD            VALUE "N".
001300 01  WS-SALARY-PRINT             PIC Z,ZZZ,ZZ9.99.
001310 01  WS-MIN-PRINT                PIC Z,ZZZ,ZZ9.99.
001320 01  WS-MID-PRINT                PIC Z,ZZZ,ZZ9.99.
001330 01  WS-MAX-PRINT                PIC Z,ZZZ,ZZ9.99.
001340 01  WS-RATIO-PRINT              PIC ZZ9.9.
001350 01  WS-FLAG-PRINT               PIC X(14).
001360 01  D-DATE                      PIC 9(8).
001370 01  WS-EMP-READ-COUNT           PIC 9(05) COMP VALUE ZERO.
001380 01  WS-LISTED-COUNT             PIC 9(05) COMP VALUE ZERO.
001390 01  WS-NO-COMP-COUNT            PIC 9(05) COMP VALUE ZERO.
001400 01  WS-NO-GRADE-COUNT           PIC 9(05) COMP VALUE ZERO.
001410 01  WS-BELOW-COUNT              PIC 9(05) COMP VALUE ZERO.
001420 01  WS-ABOVE-COUNT              PIC 9(05) COMP VALUE ZERO.
001430 01  WS-COUNT-PRINT              PIC ZZZZ9.
001440 01  WS-COUNT-PRINT-2            PIC ZZZZ9.
001450 01  WS-COUNT-PRINT-3            PIC ZZZZ9.
001460 01  EOF-SW                      PIC X.
001470     88  E-O-F                       VALUE "E".
001480     88  NOT-E-O-F                   VALUE "N".
001490 PROCEDURE DIVISION.
001500 MAIN-PROG SECTION.
001510 0000-MAINLINE.
001520     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001530     SORT SORT-FILE
001540         ON ASCENDING KEY SORT-GRADE SORT-EMP-ID
001550         INPUT PROCEDURE IS 2000-JOIN-INPUT THRU 2000-EXIT
001560         OUTPUT PROCEDURE IS 3000-GRADE-OUTPUT THRU 3000-EXIT.
001570     PERFORM 8000-CLEANUP THRU 8000-EXIT.
001580     STOP RUN.
001590*
001600*-----------------------------------------------------------*
001610* 1000-INITIALIZE - GET THE RUN DATE, RESOLVE THE FILE SPECS *
001620* AND AS-OF DATE, OPEN THE FILES AND WRITE THE REPORT        *
001630* HEADER.                                                    *
001640*-----------------------------------------------------------*
001650 1000-INITIALIZE.
001660     ACCEPT D-DATE FROM DATE YYYYMMDD.
001670     PERFORM 1100-RESOLVE-FILE-SPECS THRU 1100-EXIT.
001680     IF WS-ASOF-DATE = ZERO
001690         MOVE D-DATE TO WS-ASOF-DATE
001700     END-IF.
001710     OPEN INPUT EMP-FILE.
001720     IF WS-EMP-STATUS NOT = "00" AND WS-EMP-STATUS NOT = "05"
001730         DISPLAY "GRADERPT - CANNOT OPEN EMPLOYEE FILE "
001740             WS-EMP-FILE-SPEC
001750         DISPLAY "GRADERPT - FILE STATUS " WS-EMP-STATUS
001760         STOP RUN
001770     END-IF.
001780     OPEN INPUT COMP-FILE.
001790     IF WS-COMP-STATUS NOT = "00" AND WS-COMP-STATUS NOT = "05"
001800         DISPLAY "GRADERPT - CANNOT OPEN COMPENSATION FILE "
001810             WS-COMP-FILE-SPEC
001820         DISPLAY "GRADERPT - FILE STATUS " WS-COMP-STATUS
001830         STOP RUN
001840     END-IF.
001850     OPEN INPUT GRADE-FILE.
001860     IF WS-GRADE-STATUS NOT = "00" AND
001870             WS-GRADE-STATUS NOT = "05"
001880         DISPLAY "GRADERPT - CANNOT OPEN GRADE MASTER "
001890             WS-GRADE-FILE-SPEC
001900         DISPLAY "GRADERPT - FILE STATUS " WS-GRADE-STATUS
001910         STOP RUN
001920     END-IF.
001930     OPEN OUTPUT GRADE-REPORT-FILE.
001940     MOVE SPACES TO GRADE-REPORT-RECORD.
001950     STRING
001960         "COMPA-RATIO BY SALARY GRADE "  DELIMITED BY SIZE
001970         D-DATE                          DELIMITED BY SIZE
001980         "  ASOF="                       DELIMITED BY SIZE
001990         WS-ASOF-DATE                    DELIMITED BY SIZE
002000         "  GRADE="                      DELIMITED BY SIZE
002010         WS-GRADE-FILE-SPEC              DELIMITED BY " "
002020         INTO GRADE-REPORT-RECORD
002030     END-STRING.
002040     WRITE GRADE-REPORT-RECORD.
002050 1000-EXIT.
002060     EXIT.
002070*
002080*-----------------------------------------------------------*
002090* 1100-RESOLVE-FILE-SPECS - SCAN THE COMMAND LINE.  FILE=,   *
002100* COMP=, GRADE= AND REPORT= NAME THE FILES, ASOF= THE DATE   *
002110* THE RATES ARE VALUED AT.                                   *
002120*-----------------------------------------------------------*
002130 1100-RESOLVE-FILE-SPECS.
002140     MOVE SPACES TO WS-COMMAND-LINE.
002150     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
002160     IF WS-COMMAND-LINE = SPACES
002170         GO TO 1100-EXIT
002180     END-IF.
002190     MOVE SPACES TO WS-PARM-WORDS.
002200     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
002210         INTO WS-PARM-ENTRY (1) WS-PARM-ENTRY (2)
002220              WS-PARM-ENTRY (3) WS-PARM-ENTRY (4)
002230              WS-PARM-ENTRY (5) WS-PARM-ENTRY (6)
002240              WS-PARM-ENTRY (7) WS-PARM-ENTRY (8)
002250              WS-PARM-ENTRY (9) WS-PARM-ENTRY (10)
002260     END-UNSTRING.
002270     PERFORM 1160-PROCESS-ONE-PARAMETER THRU 1160-EXIT
002280         VARYING WS-PARM-IDX FROM 1 BY 1
002290         UNTIL WS-PARM-IDX > 10.
002300 1100-EXIT.
002310     EXIT.
002320*
002330 1160-PROCESS-ONE-PARAMETER.
002340     IF WS-PARM-ENTRY (WS-PARM-IDX) = SPACES
002350         GO TO 1160-EXIT
002360     END-IF.
002370     MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE.
002380     UNSTRING WS-PARM-ENTRY (WS-PARM-IDX) DELIMITED BY "="
002390         INTO WS-PARM-KEYWORD WS-PARM-VALUE
002400     END-UNSTRING.
002410     IF WS-PARM-VALUE = SPACES
002420         MOVE WS-PARM-ENTRY (WS-PARM-IDX)
002430             TO WS-EMP-FILE-SPEC
002440         GO TO 1160-EXIT
002450     END-IF.
002460     EVALUATE WS-PARM-KEYWORD
002470         WHEN "FILE"
002480             MOVE WS-PARM-VALUE TO WS-EMP-FILE-SPEC
002490         WHEN "COMP"
002500             MOVE WS-PARM-VALUE TO WS-COMP-FILE-SPEC
002510         WHEN "GRADE"
002520             MOVE WS-PARM-VALUE TO WS-GRADE-FILE-SPEC
002530         WHEN "REPORT"
002540             MOVE WS-PARM-VALUE TO WS-REPORT-FILE-SPEC
002550         WHEN "ASOF"
002560             MOVE FUNCTION NUMVAL (WS-PARM-VALUE)
002570                 TO WS-ASOF-DATE
002580         WHEN OTHER
002590             CONTINUE
002600     END-EVALUATE.
002610 1160-EXIT.
002620     EXIT.
002630*
002640*-----------------------------------------------------------*
002650* 2000-JOIN-INPUT - WALK THE EMPLOYEE MASTER TOP TO BOTTOM,  *
002660* JOIN EACH ACTIVE EMPLOYEE TO THE RATE IN FORCE AND ITS     *
002670* GRADE BAND, WORK OUT THE COMPA-RATIO AND BAND FLAG, AND    *
002680* RELEASE THE JOINED RECORD TO THE SORT.  NO RATE IN FORCE,  *
002690* OR A GRADE NOT ON THE MASTER, IS AN EXCEPTION LINE.        *
002700*-----------------------------------------------------------*
002710 2000-JOIN-INPUT.
002720     SET NOT-E-O-F TO TRUE.
002730     PERFORM 2900-READ-EMPLOYEE THRU 2900-EXIT.
002740     PERFORM 2100-JOIN-ONE-EMPLOYEE THRU 2100-EXIT
002750         UNTIL E-O-F.
002760 2000-EXIT.
002770     EXIT.
002780*
002790 2100-JOIN-ONE-EMPLOYEE.
002800     ADD 1 TO WS-EMP-READ-COUNT.
002810     IF EMP-TERMINATED
002820         GO TO 2100-NEXT
002830     END-IF.
002840     MOVE EMP-ID TO WS-LOOKUP-EMP-ID.
002850     PERFORM 2600-LOOKUP-CURRENT-COMP THRU 2600-EXIT.
002860     IF COMP-NOT-FOUND
002870         ADD 1 TO WS-NO-COMP-COUNT
002880         MOVE SPACES TO GRADE-REPORT-RECORD
002890         STRING
002900             "EXCEPTION "               DELIMITED BY SIZE
002910             EMP-ID                     DELIMITED BY SIZE
002920             "  "                       DELIMITED BY SIZE
002930             EMP-NAME                   DELIMITED BY SIZE
002940             "  ACTIVE, NO COMPENSATION RECORD"
002950                                        DELIMITED BY SIZE
002960             INTO GRADE-REPORT-RECORD
002970         END-STRING
002980         WRITE GRADE-REPORT-RECORD
002990         GO TO 2100-NEXT
003000     END-IF.
003010     MOVE WS-CUR-GRADE TO GRADE-CODE.
003020     READ GRADE-FILE RECORD KEY IS GRADE-CODE
003030         INVALID KEY
003040             ADD 1 TO WS-NO-GRADE-COUNT
003050             MOVE SPACES TO GRADE-REPORT-RECORD
003060             STRING
003070                 "EXCEPTION "           DELIMITED BY SIZE
003080                 EMP-ID                 DELIMITED BY SIZE
003090                 "  "                   DELIMITED BY SIZE
003100                 EMP-NAME               DELIMITED BY SIZE
003110                 "  GRADE "             DELIMITED BY SIZE
003120                 WS-CUR-GRADE           DELIMITED BY SIZE
003130                 " NOT ON GRADE MASTER" DELIMITED BY SIZE
003140                 INTO GRADE-REPORT-RECORD
003150             END-STRING
003160             WRITE GRADE-REPORT-RECORD
003170             GO TO 2100-NEXT
003180     END-READ.
003190     MOVE WS-CUR-GRADE  TO SORT-GRADE.
003200     MOVE EMP-ID        TO SORT-EMP-ID.
003210     MOVE EMP-NAME      TO SORT-EMP-NAME.
003220     MOVE EMP-DEPT-CODE TO SORT-DEPT-CODE.
003230     MOVE WS-CUR-SALARY TO SORT-SALARY.
003240     COMPUTE SORT-COMPA-RATIO ROUNDED =
003250         WS-CUR-SALARY * 100 / GRADE-MID-SALARY
003260         ON SIZE ERROR
003270             MOVE 999.9 TO SORT-COMPA-RATIO
003280     END-COMPUTE.
003290     SET SORT-IN-BAND TO TRUE.
003300     IF WS-CUR-SALARY < GRADE-MIN-SALARY
003310         SET SORT-BELOW-MIN TO TRUE
003320     END-IF.
003330     IF WS-CUR-SALARY > GRADE-MAX-SALARY
003340         SET SORT-ABOVE-MAX TO TRUE
003350     END-IF.
003360     RELEASE SORT-RECORD.
003370 2100-NEXT.
003380     PERFORM 2900-READ-EMPLOYEE THRU 2900-EXIT.
003390 2100-EXIT.
003400     EXIT.
003410*
003420*-----------------------------------------------------------*
003430* 2600-LOOKUP-CURRENT-COMP - POSITION ON THE COMPENSATION    *
003440* HISTORY OF WS-LOOKUP-EMP-ID AND KEEP THE LATEST RECORD     *
003450* WHOSE EFFECTIVE DATE IS NOT AFTER THE AS-OF DATE.          *
003460*-----------------------------------------------------------*
003470 2600-LOOKUP-CURRENT-COMP.
003480     SET COMP-NOT-FOUND TO TRUE.
003490     MOVE WS-LOOKUP-EMP-ID TO COMP-EMP-ID.
003500     MOVE ZERO TO COMP-EFF-DATE.
003510     START COMP-FILE KEY IS NOT LESS THAN COMP-KEY
003520         INVALID KEY
003530             GO TO 2600-EXIT
003540     END-START.
003550     SET COMP-NOT-E-O-F TO TRUE.
003560     PERFORM 2650-READ-ONE-COMP THRU 2650-EXIT.
003570     PERFORM 2660-KEEP-IF-IN-FORCE THRU 2660-EXIT
003580         UNTIL COMP-E-O-F.
003590 2600-EXIT.
003600     EXIT.
003610*
003620 2650-READ-ONE-COMP.
003630     READ COMP-FILE NEXT RECORD
003640         AT END
003650             SET COMP-E-O-F TO TRUE
003660     END-READ.
003670 2650-EXIT.
003680     EXIT.
003690*
003700 2660-KEEP-IF-IN-FORCE.
003710     IF COMP-EMP-ID NOT = WS-LOOKUP-EMP-ID
003720         OR COMP-EFF-DATE > WS-ASOF-DATE
003730         SET COMP-E-O-F TO TRUE
003740         GO TO 2660-EXIT
003750     END-IF.
003760     SET COMP-FOUND TO TRUE.
003770     MOVE COMP-SALARY TO WS-CUR-SALARY.
003780     MOVE COMP-GRADE  TO WS-CUR-GRADE.
003790     PERFORM 2650-READ-ONE-COMP THRU 2650-EXIT.
003800 2660-EXIT.
003810     EXIT.
003820*
003830 2900-READ-EMPLOYEE.
003840     READ EMP-FILE NEXT RECORD
003850         AT END
003860             SET E-O-F TO TRUE
003870     END-READ.
003880 2900-EXIT.
003890     EXIT.
003900*
003910*-----------------------------------------------------------*
003920* 3000-GRADE-OUTPUT - PRINT THE SORTED RECORDS WITH A        *
003930* CONTROL BREAK ON GRADE: THE BAND AS A HEADING, ONE DETAIL  *
003940* LINE PER EMPLOYEE, A SUMMARY PER GRADE AND THE TOTAL LINE  *
003950* AT THE END.                                                *
003960*-----------------------------------------------------------*
003970 3000-GRADE-OUTPUT.
003980     SET FIRST-RECORD TO TRUE.
003990     MOVE SPACES TO WS-PREV-GRADE.
004000     SET NOT-E-O-F TO TRUE.
004010     RETURN SORT-FILE RECORD
004020         AT END
004030             SET E-O-F TO TRUE
004040     END-RETURN.
004050     PERFORM 3100-PRINT-ONE-EMPLOYEE THRU 3100-EXIT
004060         UNTIL E-O-F.
004070     IF NOT-FIRST-RECORD
004080         PERFORM 3300-PRINT-GRADE-SUMMARY THRU 3300-EXIT
004090     END-IF.
004100     PERFORM 3400-PRINT-TOTAL THRU 3400-EXIT.
004110 3000-EXIT.
004120     EXIT.
004130*
004140 3100-PRINT-ONE-EMPLOYEE.
004150     IF FIRST-RECORD
004160         OR SORT-GRADE NOT = WS-PREV-GRADE
004170         IF NOT-FIRST-RECORD
004180             PERFORM 3300-PRINT-GRADE-SUMMARY THRU 3300-EXIT
004190         END-IF
004200         MOVE ZERO TO WS-GR-COUNT WS-GR-BELOW-COUNT
004210             WS-GR-ABOVE-COUNT WS-GR-RATIO-SUM
004220         PERFORM 3200-PRINT-GRADE-HEADING THRU 3200-EXIT
004230     END-IF.
004240     EVALUATE TRUE
004250         WHEN SORT-BELOW-MIN
004260             MOVE "*** BELOW MIN" TO WS-FLAG-PRINT
004270             ADD 1 TO WS-GR-BELOW-COUNT WS-BELOW-COUNT
004280         WHEN SORT-ABOVE-MAX
004290             MOVE "*** ABOVE MAX" TO WS-FLAG-PRINT
004300             ADD 1 TO WS-GR-ABOVE-COUNT WS-ABOVE-COUNT
004310         WHEN OTHER
004320             MOVE SPACES TO WS-FLAG-PRINT
004330     END-EVALUATE.
004340     MOVE SORT-SALARY TO WS-SALARY-PRINT.
004350     MOVE SORT-COMPA-RATIO TO WS-RATIO-PRINT.
004360     MOVE SPACES TO GRADE-REPORT-RECORD.
004370     STRING
004380         "  "                           DELIMITED BY SIZE
004390         SORT-EMP-ID                    DELIMITED BY SIZE
004400         "  "                           DELIMITED BY SIZE
004410         SORT-EMP-NAME                  DELIMITED BY SIZE
004420         "  "                           DELIMITED BY SIZE
004430         SORT-DEPT-CODE                 DELIMITED BY SIZE
004440         "  "                           DELIMITED BY SIZE
004450         WS-SALARY-PRINT                DELIMITED BY SIZE
004460         "  COMPA="                     DELIMITED BY SIZE
004470         WS-RATIO-PRINT                 DELIMITED BY SIZE
004480         "  "                           DELIMITED BY SIZE
004490         WS-FLAG-PRINT                  DELIMITED BY SIZE
004500         INTO GRADE-REPORT-RECORD
004510     END-STRING.
004520     WRITE GRADE-REPORT-RECORD.
004530     ADD 1 TO WS-GR-COUNT.
004540     ADD 1 TO WS-LISTED-COUNT.
004550     ADD SORT-COMPA-RATIO TO WS-GR-RATIO-SUM.
004560     ADD SORT-COMPA-RATIO TO WS-ALL-RATIO-SUM.
004570     MOVE SORT-GRADE TO WS-PREV-GRADE.
004580     SET NOT-FIRST-RECORD TO TRUE.
004590     RETURN SORT-FILE RECORD
004600         AT END
004610             SET E-O-F TO TRUE
004620     END-RETURN.
004630 3100-EXIT.
004640     EXIT.
004650*
004660*-----------------------------------------------------------*
004670* 3200-PRINT-GRADE-HEADING - SHOW THE GRADE AND ITS BAND     *
004680* FROM THE GRADE MASTER ABOVE ITS EMPLOYEES.                 *
004690*-----------------------------------------------------------*
004700 3200-PRINT-GRADE-HEADING.
004710     MOVE SORT-GRADE TO GRADE-CODE.
004720     READ GRADE-FILE RECORD KEY IS GRADE-CODE
004730         INVALID KEY
004740             MOVE ZERO TO GRADE-MIN-SALARY GRADE-MID-SALARY
004750                 GRADE-MAX-SALARY
004760             MOVE SPACES TO GRADE-DESC
004770     END-READ.
004780     MOVE GRADE-MIN-SALARY TO WS-MIN-PRINT.
004790     MOVE GRADE-MID-SALARY TO WS-MID-PRINT.
004800     MOVE GRADE-MAX-SALARY TO WS-MAX-PRINT.
004810     MOVE SPACES TO GRADE-REPORT-RECORD.
004820     WRITE GRADE-REPORT-RECORD.
004830     MOVE SPACES TO GRADE-REPORT-RECORD.
004840     STRING
004850         "GRADE "                       DELIMITED BY SIZE
004860         SORT-GRADE                     DELIMITED BY SIZE
004870         "  "                           DELIMITED BY SIZE
004880         GRADE-DESC                     DELIMITED BY SIZE
004890         "  MIN="                       DELIMITED BY SIZE
004900         WS-MIN-PRINT                   DELIMITED BY SIZE
004910         "  MID="                       DELIMITED BY SIZE
004920         WS-MID-PRINT                   DELIMITED BY SIZE
004930         "  MAX="                       DELIMITED BY SIZE
004940         WS-MAX-PRINT                   DELIMITED BY SIZE
004950         INTO GRADE-REPORT-RECORD
004960     END-STRING.
004970     WRITE GRADE-REPORT-RECORD.
004980 3200-EXIT.
004990     EXIT.
005000*
005010 3300-PRINT-GRADE-SUMMARY.
005020     COMPUTE WS-AVG-RATIO ROUNDED =
005030         WS-GR-RATIO-SUM / WS-GR-COUNT.
005040     MOVE WS-AVG-RATIO TO WS-RATIO-PRINT.
005050     MOVE WS-GR-COUNT TO WS-COUNT-PRINT.
005060     MOVE WS-GR-BELOW-COUNT TO WS-COUNT-PRINT-2.
005070     MOVE WS-GR-ABOVE-COUNT TO WS-COUNT-PRINT-3.
005080     MOVE SPACES TO GRADE-REPORT-RECORD.
005090     STRING
005100         "  SUMMARY GRADE "             DELIMITED BY SIZE
005110         WS-PREV-GRADE                  DELIMITED BY SIZE
005120         "  EMPLOYEES="                 DELIMITED BY SIZE
005130         WS-COUNT-PRINT                 DELIMITED BY SIZE
005140         "  BELOW MIN="                 DELIMITED BY SIZE
005150         WS-COUNT-PRINT-2               DELIMITED BY SIZE
005160         "  ABOVE MAX="                 DELIMITED BY SIZE
005170         WS-COUNT-PRINT-3               DELIMITED BY SIZE
005180         "  AVERAGE COMPA="             DELIMITED BY SIZE
005190         WS-RATIO-PRINT                 DELIMITED BY SIZE
005200         INTO GRADE-REPORT-RECORD
005210     END-STRING.
005220     WRITE GRADE-REPORT-RECORD.
005230 3300-EXIT.
005240     EXIT.
005250*
005260 3400-PRINT-TOTAL.
005270     MOVE ZERO TO WS-AVG-RATIO.
005280     IF WS-LISTED-COUNT > ZERO
005290         COMPUTE WS-AVG-RATIO ROUNDED =
005300             WS-ALL-RATIO-SUM / WS-LISTED-COUNT
005310     END-IF.
005320     MOVE WS-AVG-RATIO TO WS-RATIO-PRINT.
005330     MOVE WS-LISTED-COUNT TO WS-COUNT-PRINT.
005340     MOVE WS-BELOW-COUNT TO WS-COUNT-PRINT-2.
005350     MOVE WS-ABOVE-COUNT TO WS-COUNT-PRINT-3.
005360     MOVE SPACES TO GRADE-REPORT-RECORD.
005370     WRITE GRADE-REPORT-RECORD.
005380     MOVE SPACES TO GRADE-REPORT-RECORD.
005390     STRING
005400         "ALL GRADES  EMPLOYEES="       DELIMITED BY SIZE
005410         WS-COUNT-PRINT                 DELIMITED BY SIZE
005420         "  BELOW MIN="                 DELIMITED BY SIZE
005430         WS-COUNT-PRINT-2               DELIMITED BY SIZE
005440         "  ABOVE MAX="                 DELIMITED BY SIZE
005450         WS-COUNT-PRINT-3               DELIMITED BY SIZE
005460         "  AVERAGE COMPA="             DELIMITED BY SIZE
005470         WS-RATIO-PRINT                 DELIMITED BY SIZE
005480         INTO GRADE-REPORT-RECORD
005490     END-STRING.
005500     WRITE GRADE-REPORT-RECORD.
005510 3400-EXIT.
005520     EXIT.
005530*
005540*-----------------------------------------------------------*
005550* 8000-CLEANUP - WRITE THE TRAILER COUNTS, CLOSE THE FILES   *
005560* AND ECHO THE COUNTS ON THE OPERATOR LOG.                   *
005570*-----------------------------------------------------------*
005580 8000-CLEANUP.
005590     MOVE WS-NO-COMP-COUNT TO WS-COUNT-PRINT.
005600     MOVE SPACES TO GRADE-REPORT-RECORD.
005610     STRING
005620         "TRAILER NO-COMPENSATION="     DELIMITED BY SIZE
005630         WS-COUNT-PRINT                 DELIMITED BY SIZE
005640         INTO GRADE-REPORT-RECORD
005650     END-STRING.
005660     WRITE GRADE-REPORT-RECORD.
005670     MOVE WS-NO-GRADE-COUNT TO WS-COUNT-PRINT.
005680     MOVE SPACES TO GRADE-REPORT-RECORD.
005690     STRING
005700         "TRAILER GRADE-NOT-ON-MASTER=" DELIMITED BY SIZE
005710         WS-COUNT-PRINT                 DELIMITED BY SIZE
005720         INTO GRADE-REPORT-RECORD
005730     END-STRING.
005740     WRITE GRADE-REPORT-RECORD.
005750     CLOSE EMP-FILE COMP-FILE GRADE-FILE GRADE-REPORT-FILE.
005760     MOVE WS-EMP-READ-COUNT TO WS-COUNT-PRINT.
005770     DISPLAY "GRADERPT EMPLOYEES READ:    " WS-COUNT-PRINT.
005780     MOVE WS-LISTED-COUNT TO WS-COUNT-PRINT.
005790     DISPLAY "GRADERPT EMPLOYEES LISTED:  " WS-COUNT-PRINT.
005800     MOVE WS-BELOW-COUNT TO WS-COUNT-PRINT.
005810     DISPLAY "GRADERPT BELOW GRADE MIN:   " WS-COUNT-PRINT.
005820     MOVE WS-ABOVE-COUNT TO WS-COUNT-PRINT.
005830     DISPLAY "GRADERPT ABOVE GRADE MAX:   " WS-COUNT-PRINT.
005840     MOVE WS-NO-COMP-COUNT TO WS-COUNT-PRINT.
005850     DISPLAY "GRADERPT NO COMPENSATION:   " WS-COUNT-PRINT.
005860     MOVE WS-NO-GRADE-COUNT TO WS-COUNT-PRINT.
005870     DISPLAY "GRADERPT GRADE NOT ON FILE: " WS-COUNT-PRINT.
005880 8000-EXIT.
005890     EXIT.
005900*
005910 END PROGRAM GRADERPT.
