000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BUDGRPT.
000030 AUTHOR. R-T-NEAL.
000040 INSTALLATION. DATA-PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*-----------------------------------------------------------*
000090* HEADCOUNT AND SALARY BUDGET VARIANCE REPORT.  THE ACTIVE   *
000100* ROSTER IS JOINED TO THE DEPARTMENT MASTER (FOR             *
000110* DEPT-COST-CENTER) AND TO THE COMPENSATION FILE (THE RATE   *
000120* IN FORCE ON THE ASOF= DATE, DEFAULT THE RUN DATE), AND     *
000130* EACH DEPARTMENT'S ACTIVE HEADCOUNT AND SALARY COST IN      *
000140* FORCE ARE SET AGAINST ITS BUDGET.DAT RECORD FOR THE        *
000150* FISCAL PERIOD (PERIOD=, DEFAULT THE FISCAL YEAR OF THE     *
000160* AS-OF DATE).  DEPARTMENTS ARE ROLLED UP BY COST CENTER     *
000170* WITH A SUBTOTAL PER COST CENTER AND A GRAND TOTAL.  A      *
000180* DEPARTMENT OVER OR UNDER ITS AUTHORIZED HEADCOUNT, OR      *
000190* WHOSE SALARY COST IS OVER OR UNDER BUDGET BY MORE THAN THE *
000200* TOL= PERCENTAGE (DEFAULT ZERO), IS FLAGGED; ONE WITH STAFF *
000210* BUT NO BUDGET FOR THE PERIOD IS FLAGGED NO BUDGET, AND ONE *
000220* WITH A BUDGET BUT NO ACTIVE STAFF STILL PRINTS.  AN ACTIVE *
000230* EMPLOYEE WITH NO RATE IN FORCE COUNTS TOWARD HEADCOUNT BUT *
000240* NOT COST AND IS LISTED AS AN EXCEPTION.                    *
000250*-----------------------------------------------------------*
000260*
000270* MODIFICATION HISTORY.
000280*    10/15/26  RTN  ORIGINAL VERSION.
000290*
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT OPTIONAL EMP-FILE ASSIGN "SYS$DISK:ART.DAT"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS EMP-ID
000370         ALTERNATE RECORD KEY IS EMP-NAME
000380             WITH DUPLICATES
000390         ALTERNATE RECORD KEY IS EMP-DEPT-CODE
000400             WITH DUPLICATES
000410         FILE STATUS IS WS-EMP-STATUS.
000420     SELECT OPTIONAL DEPT-FILE ASSIGN "SYS$DISK:DEPT.DAT"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS DEPT-CODE
000460         FILE STATUS IS WS-DEPT-STATUS.
000470     SELECT OPTIONAL COMP-FILE ASSIGN "SYS$DISK:COMP.DAT"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS COMP-KEY
000510         FILE STATUS IS WS-COMP-STATUS.
000520     SELECT OPTIONAL BUDGET-FILE ASSIGN "SYS$DISK:BUDGET.DAT"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS BUDG-KEY
000560         FILE STATUS IS WS-BUDG-STATUS.
000570     SELECT VARIANCE-REPORT-FILE ASSIGN "SYS$DISK:BUDGRPT.RPT"
000580         ORGANIZATION IS LINE SEQUENTIAL.
000590     SELECT SORT-FILE ASSIGN "SYS$DISK:SORTWORK".
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  EMP-FILE
000630     VALUE OF ID IS WS-EMP-FILE-SPEC.
000640 COPY "EMPREC.LIB".
000650 FD  DEPT-FILE
000660     VALUE OF ID IS WS-DEPT-FILE-SPEC.
000670 COPY "DEPTREC.LIB".
000680 FD  COMP-FILE
000690     VALUE OF ID IS WS-COMP-FILE-SPEC.
000700 COPY "COMPREC.LIB".
000710 FD  BUDGET-FILE
000720     VALUE OF ID IS WS-BUDGET-FILE-SPEC.
000730 COPY "BUDGREC.LIB".
000740 FD  VARIANCE-REPORT-FILE
000750     VALUE OF ID IS WS-REPORT-FILE-SPEC.
000760 01  VARIANCE-REPORT-RECORD      PIC X(132).
000770 SD  SORT-FILE.
000780 01  SORT-RECORD.
000790     02  SORT-COST-CENTER        PIC X(06).
000800     02  SORT-DEPT-CODE          PIC X(04).
000810     02  SORT-REC-TYPE           PIC X(01).
000820         88  SORT-BUDGET-REC         VALUE "B".
000830         88  SORT-EMPLOYEE-REC       VALUE "E".
000840     02  SORT-EMP-ID             PIC 9(07).
000850     02  SORT-SALARY             PIC 9(07)V99.
000860     02  SORT-RATE-SW            PIC X(01).
000870         88  SORT-HAS-RATE           VALUE "Y".
000880         88  SORT-NO-RATE            VALUE "N".
000890     02  SORT-AUTH-HEADCOUNT     PIC 9(05).
000900     02  SORT-SALARY-BUDGET      PIC 9(09)V99.
000910 WORKING-STORAGE SECTION.
000920*
000930*-----------------------------------------------------------*
000940* FILE STATUS BYTES AND RUNTIME FILE SPECS.  FILE= NAMES THE *
000950* EMPLOYEE MASTER, DEPT= THE DEPARTMENT MASTER, COMP= THE    *
000960* COMPENSATION FILE, BUDGET= THE BUDGET FILE, REPORT= THE    *
000970* VARIANCE LISTING.                                          *
000980*-----------------------------------------------------------*
000990 01  WS-EMP-STATUS               PIC X(02).
001000 01  WS-DEPT-STATUS              PIC X(02).
001010 01  WS-COMP-STATUS              PIC X(02).
001020 01  WS-BUDG-STATUS              PIC X(02).
001030 01  WS-EMP-FILE-SPEC            PIC X(50)
001040     VALUE "SYS$DISK:ART.DAT".
001050 01  WS-DEPT-FILE-SPEC           PIC X(50)
001060     VALUE "SYS$DISK:DEPT.DAT".
001070 01  WS-COMP-FILE-SPEC           PIC X(50)
001080     VALUE "SYS$DISK:COMP.DAT".
001090 01  WS-BUDGET-FILE-SPEC         PIC X(50)
001100     VALUE "SYS$DISK:BUDGET.DAT".
001110 01  WS-REPORT-FILE-SPEC         PIC X(50)
001120     VALUE "SYS$DISK:BUDGRPT.RPT".
001130 01  WS-COMMAND-LINE             PIC X(132).
001140 01  WS-PARM-WORDS.
001150     02  WS-PARM-ENTRY           PIC X(50) OCCURS 10 TIMES.
001160 01  WS-PARM-IDX                 PIC 9(2) COMP.
001170 01  WS-PARM-KEYWORD             PIC X(10).
001180 01  WS-PARM-VALUE               PIC X(40).
001190*
001200*-----------------------------------------------------------*
001210* THE RATE IN FORCE, FOUND THE WAY COMPRPT FINDS IT: THE     *
001220* LATEST COMPENSATION RECORD NOT AFTER THE AS-OF DATE.       *
001230*-----------------------------------------------------------*
001240 01  WS-ASOF-DATE                PIC 9(08) VALUE ZERO.
001250 01  WS-CUR-SALARY               PIC 9(07)V99.
001260 01  WS-CUR-GRADE                PIC X(02).
001270 01  WS-COMP-FOUND-SW            PIC X.
001280     88  COMP-FOUND                  VALUE "Y".
001290     88  COMP-NOT-FOUND              VALUE "N".
001300 01  WS-COMP-EOF-SW              PIC X.
001310     88  COMP-E-O-F                  VALUE "E".
001320     88  COMP-NOT-E-O-F              VALUE "N".
001330 01  WS-LOOKUP-EMP-ID            PIC 9(07).
001340*
001350*-----------------------------------------------------------*
001360* THE FISCAL PERIOD REPORTED.  THE FISCAL YEAR OPENS IN      *
001370* WS-FY-START-MONTH AND IS NAMED FOR THE CALENDAR YEAR IN    *
001380* WHICH IT ENDS, SO WITH A JULY START 07/01/2026 FALLS IN    *
001390* PERIOD 2027.  KEEP THE MONTH THE SAME IN EMPMAINT AND      *
001400* DEPTLOAD.                                                  *
001410*-----------------------------------------------------------*
001420 01  WS-FY-START-MONTH           PIC 9(02) VALUE 01.
001430 01  WS-BUDGET-PERIOD            PIC 9(04) VALUE ZERO.
001440 01  WS-PERIOD-DATE              PIC 9(08).
001450 01  WS-PERIOD-SPLIT REDEFINES WS-PERIOD-DATE.
001460     02  WS-PERIOD-YEAR          PIC 9(04).
001470     02  WS-PERIOD-MONTH         PIC 9(02).
001480     02  WS-PERIOD-DAY           PIC 9(02).
001490 01  WS-BUDG-AVAIL-SW            PIC X VALUE "N".
001500     88  BUDGET-AVAILABLE            VALUE "Y".
001510 01  WS-BUDG-EOF-SW              PIC X.
001520     88  BUDG-E-O-F                  VALUE "E".
001530     88  BUDG-NOT-E-O-F              VALUE "N".
001540*
001550*-----------------------------------------------------------*
001560* COST-CENTER AND DEPARTMENT LOOKUP.  A CODE NOT ON THE      *
001570* MASTER, OR NO MASTER AT ALL, ROLLS UP UNDER *NONE*.        *
001580*-----------------------------------------------------------*
001590 01  WS-DEPT-AVAIL-SW            PIC X VALUE "N".
001600     88  DEPT-MASTER-AVAILABLE       VALUE "Y".
001610 01  WS-LOOKUP-DEPT-CODE         PIC X(04).
001620 01  WS-WORK-COST-CENTER         PIC X(06).
001630 01  WS-WORK-DEPT-NAME           PIC X(20).
001640*
001650*-----------------------------------------------------------*
001660* CONTROL BREAK ACCUMULATORS FOR THE DEPARTMENT, THE COST    *
001670* CENTER AND THE WHOLE RUN.  A GROUP IS BUDGETED WHEN AT     *
001680* LEAST ONE OF ITS DEPARTMENTS HAS A BUDGET FOR THE PERIOD.  *
001690*-----------------------------------------------------------*
001700 01  WS-PREV-COST-CENTER         PIC X(06).
001710 01  WS-PREV-DEPT-CODE           PIC X(04).
001720 01  WS-DP-ACTIVE                PIC 9(05) COMP.
001730 01  WS-DP-AUTH                  PIC 9(05) COMP.
001740 01  WS-DP-COST                  PIC 9(09)V99.
001750 01  WS-DP-BUDGET                PIC 9(09)V99.
001760 01  WS-DP-BUDGETED-SW           PIC X.
001770     88  DP-BUDGETED                 VALUE "Y".
001780     88  DP-NOT-BUDGETED             VALUE "N".
001790 01  WS-CC-ACTIVE                PIC 9(05) COMP.
001800 01  WS-CC-AUTH                  PIC 9(05) COMP.
001810 01  WS-CC-COST                  PIC 9(11)V99.
001820 01  WS-CC-BUDGET                PIC 9(11)V99.
001830 01  WS-CC-BUDGETED-SW           PIC X.
001840     88  CC-BUDGETED                 VALUE "Y".
001850     88  CC-NOT-BUDGETED             VALUE "N".
001860 01  WS-GT-ACTIVE                PIC 9(05) COMP VALUE ZERO.
001870 01  WS-GT-AUTH                  PIC 9(05) COMP VALUE ZERO.
001880 01  WS-GT-COST                  PIC 9(11)V99 VALUE ZERO.
001890 01  WS-GT-BUDGET                PIC 9(11)V99 VALUE ZERO.
001900 01  WS-GT-BUDGETED-SW           PIC X VALUE "N".
001910     88  GT-BUDGETED                 VALUE "Y".
001920 01  WS-FIRST-SW                 PIC X.
001930     88  FIRST-RECORD                VALUE "Y".
001940     88  NOT-FIRST-RECORD            VALUE "N".
001950*
001960*-----------------------------------------------------------*
001970* ONE VARIANCE LINE.  THE DEPARTMENT, SUBTOTAL AND TOTAL     *
001980* LINES ALL LOAD THESE FIELDS AND SHARE ONE PARAGRAPH TO     *
001990* WORK OUT THE VARIANCES AND FLAGS AND PRINT THE COLUMNS.    *
002000* THE TOLERANCE APPLIES TO SALARY COST ONLY; HEADCOUNT IS    *
002010* FLAGGED ON ANY DIFFERENCE.                                 *
002020*-----------------------------------------------------------*
002030 01  WS-VL-LABEL                 PIC X(30).
002040 01  WS-VL-ACTIVE                PIC 9(05).
002050 01  WS-VL-AUTH                  PIC 9(05).
002060 01  WS-VL-COST                  PIC 9(11)V99.
002070 01  WS-VL-BUDGET                PIC 9(11)V99.
002080 01  WS-VL-BUDGETED-SW           PIC X.
002090     88  VL-BUDGETED                 VALUE "Y".
002100     88  VL-NOT-BUDGETED             VALUE "N".
002110 01  WS-TOL-PERCENT              PIC 9(03)V99 VALUE ZERO.
002120 01  WS-TOL-AMOUNT               PIC 9(11)V99.
002130 01  WS-HC-VARIANCE              PIC S9(05).
002140 01  WS-COST-VARIANCE            PIC S9(11)V99.
002150 01  WS-HC-FLAG                  PIC X(08).
002160 01  WS-COST-FLAG                PIC X(10).
002170 01  WS-ACTIVE-PRINT             PIC ZZZZZ9.
002180 01  WS-AUTH-PRINT               PIC ZZZZZ9.
002190 01  WS-HC-VAR-PRINT             PIC ++++++9.
002200 01  WS-COST-PRINT               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002210 01  WS-BUDGET-PRINT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002220 01  WS-COST-VAR-PRINT           PIC +++,+++,+++,++9.99.
002230 01  WS-TOL-PRINT                PIC ZZ9.99.
002240*
002250*-----------------------------------------------------------*
002260* RUN COUNTS CARRIED IN THE TRAILER AND ON THE OPERATOR LOG. *
002270*-----------------------------------------------------------*
002280 01  D-DATE                      PIC 9(8).
002290 01  WS-EMP-READ-COUNT           PIC 9(05) COMP VALUE ZERO.
002300 01  WS-NO-COMP-COUNT            PIC 9(05) COMP VALUE ZERO.
002310 01  WS-BUDGET-READ-COUNT        PIC 9(05) COMP VALUE ZERO.
002320 01  WS-DEPT-COUNT               PIC 9(05) COMP VALUE ZERO.
002330 01  WS-OVER-COUNT               PIC 9(05) COMP VALUE ZERO.
002340 01  WS-UNDER-COUNT              PIC 9(05) COMP VALUE ZERO.
002350 01  WS-NO-BUDGET-COUNT          PIC 9(05) COMP VALUE ZERO.
002360 01  WS-COUNT-PRINT              PIC ZZZZ9.
002370 01  EOF-SW                      PIC X.
002380     88  E-O-F                       VALUE "E".
002390     88  NOT-E-O-F                   VALUE "N".
002400 PROCEDURE DIVISION.
002410 MAIN-PROG SECTION.
002420 0000-MAINLINE.
002430     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002440     SORT SORT-FILE
002450         ON ASCENDING KEY SORT-COST-CENTER SORT-DEPT-CODE
002460             SORT-REC-TYPE SORT-EMP-ID
002470         INPUT PROCEDURE IS 2000-JOIN-INPUT THRU 2000-EXIT
002480         OUTPUT PROCEDURE IS 3000-VARIANCE-OUTPUT THRU 3000-EXIT.
002490     PERFORM 8000-CLEANUP THRU 8000-EXIT.
002500     STOP RUN.
002510*
002520*-----------------------------------------------------------*
002530* 1000-INITIALIZE - GET THE RUN DATE, RESOLVE THE FILE       *
002540* SPECS, AS-OF DATE AND FISCAL PERIOD, OPEN THE FILES AND    *
002550* WRITE THE REPORT HEADER.                                   *
002560*-----------------------------------------------------------*
002570 1000-INITIALIZE.
002580     ACCEPT D-DATE FROM DATE YYYYMMDD.
002590     PERFORM 1100-RESOLVE-FILE-SPECS THRU 1100-EXIT.
002600     IF WS-ASOF-DATE = ZERO
002610         MOVE D-DATE TO WS-ASOF-DATE
002620     END-IF.
002630     IF WS-BUDGET-PERIOD = ZERO
002640         PERFORM 1200-SET-BUDGET-PERIOD THRU 1200-EXIT
002650     END-IF.
002660     OPEN INPUT EMP-FILE.
002670     IF WS-EMP-STATUS NOT = "00" AND WS-EMP-STATUS NOT = "05"
002680         DISPLAY "BUDGRPT - CANNOT OPEN EMPLOYEE FILE "
002690             WS-EMP-FILE-SPEC
002700         DISPLAY "BUDGRPT - FILE STATUS " WS-EMP-STATUS
002710         STOP RUN
002720     END-IF.
002730     OPEN INPUT COMP-FILE.
002740     IF WS-COMP-STATUS NOT = "00" AND WS-COMP-STATUS NOT = "05"
002750         DISPLAY "BUDGRPT - CANNOT OPEN COMPENSATION FILE "
002760             WS-COMP-FILE-SPEC
002770         DISPLAY "BUDGRPT - FILE STATUS " WS-COMP-STATUS
002780         STOP RUN
002790     END-IF.
002800     OPEN INPUT DEPT-FILE.
002810     IF WS-DEPT-STATUS = "00"
002820         SET DEPT-MASTER-AVAILABLE TO TRUE
002830     ELSE
002840         DISPLAY "BUDGRPT - DEPARTMENT MASTER NOT AVAILABLE - "
002850             "STATUS=" WS-DEPT-STATUS
002860     END-IF.
002870     OPEN INPUT BUDGET-FILE.
002880     IF WS-BUDG-STATUS = "00"
002890         SET BUDGET-AVAILABLE TO TRUE
002900     ELSE
002910         DISPLAY "BUDGRPT - BUDGET FILE NOT AVAILABLE - "
002920             "STATUS=" WS-BUDG-STATUS
002930     END-IF.
002940     OPEN OUTPUT VARIANCE-REPORT-FILE.
002950     MOVE WS-TOL-PERCENT TO WS-TOL-PRINT.
002960     MOVE SPACES TO VARIANCE-REPORT-RECORD.
002970     STRING
002980         "HEADCOUNT BUDGET VARIANCE "    DELIMITED BY SIZE
002990         D-DATE                          DELIMITED BY SIZE
003000         "  PERIOD="                     DELIMITED BY SIZE
003010         WS-BUDGET-PERIOD                DELIMITED BY SIZE
003020         "  ASOF="                       DELIMITED BY SIZE
003030         WS-ASOF-DATE                    DELIMITED BY SIZE
003040         "  TOL="                        DELIMITED BY SIZE
003050         WS-TOL-PRINT                    DELIMITED BY SIZE
003060         "%  BUDGET="                    DELIMITED BY SIZE
003070         WS-BUDGET-FILE-SPEC             DELIMITED BY " "
003080         INTO VARIANCE-REPORT-RECORD
003090     END-STRING.
003100     WRITE VARIANCE-REPORT-RECORD.
003110 1000-EXIT.
003120     EXIT.
003130*
003140*-----------------------------------------------------------*
003150* 1100-RESOLVE-FILE-SPECS - SCAN THE COMMAND LINE.  FILE=,   *
003160* DEPT=, COMP=, BUDGET= AND REPORT= NAME THE FILES, ASOF=    *
003170* THE DATE THE RATES AND PERIOD ARE TAKEN AT, PERIOD= A      *
003180* FISCAL YEAR TO REPORT INSTEAD, TOL= THE SALARY TOLERANCE   *
003190* AS A PERCENTAGE OF BUDGET.                                 *
003200*-----------------------------------------------------------*
003210 1100-RESOLVE-FILE-SPECS.
003220     MOVE SPACES TO WS-COMMAND-LINE.
003230     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
003240     IF WS-COMMAND-LINE = SPACES
003250         GO TO 1100-EXIT
003260     END-IF.
003270     MOVE SPACES TO WS-PARM-WORDS.
003280     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
003290         INTO WS-PARM-ENTRY (1) WS-PARM-ENTRY (2)
003300              WS-PARM-ENTRY (3) WS-PARM-ENTRY (4)
003310              WS-PARM-ENTRY (5) WS-PARM-ENTRY (6)
003320              WS-PARM-ENTRY (7) WS-PARM-ENTRY (8)
003330              WS-PARM-ENTRY (9) WS-PARM-ENTRY (10)
003340     END-UNSTRING.
003350     PERFORM 1160-PROCESS-ONE-PARAMETER THRU 1160-EXIT
003360         VARYING WS-PARM-IDX FROM 1 BY 1
003370         UNTIL WS-PARM-IDX > 10.
003380 1100-EXIT.
003390     EXIT.
003400*
003410 1160-PROCESS-ONE-PARAMETER.
003420     IF WS-PARM-ENTRY (WS-PARM-IDX) = SPACES
003430         GO TO 1160-EXIT
003440     END-IF.
003450     MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE.
003460     UNSTRING WS-PARM-ENTRY (WS-PARM-IDX) DELIMITED BY "="
003470         INTO WS-PARM-KEYWORD WS-PARM-VALUE
003480     END-UNSTRING.
003490     IF WS-PARM-VALUE = SPACES
003500         MOVE WS-PARM-ENTRY (WS-PARM-IDX)
003510             TO WS-EMP-FILE-SPEC
003520         GO TO 1160-EXIT
003530     END-IF.
003540     EVALUATE WS-PARM-KEYWORD
003550         WHEN "FILE"
003560             MOVE WS-PARM-VALUE TO WS-EMP-FILE-SPEC
003570         WHEN "DEPT"
003580             MOVE WS-PARM-VALUE TO WS-DEPT-FILE-SPEC
003590         WHEN "COMP"
003600             MOVE WS-PARM-VALUE TO WS-COMP-FILE-SPEC
003610         WHEN "BUDGET"
003620             MOVE WS-PARM-VALUE TO WS-BUDGET-FILE-SPEC
003630         WHEN "REPORT"
003640             MOVE WS-PARM-VALUE TO WS-REPORT-FILE-SPEC
003650         WHEN "ASOF"
003660             MOVE FUNCTION NUMVAL (WS-PARM-VALUE)
003670                 TO WS-ASOF-DATE
003680         WHEN "PERIOD"
003690             MOVE FUNCTION NUMVAL (WS-PARM-VALUE)
003700                 TO WS-BUDGET-PERIOD
003710         WHEN "TOL"
003720             MOVE FUNCTION NUMVAL (WS-PARM-VALUE)
003730                 TO WS-TOL-PERCENT
003740         WHEN OTHER
003750             CONTINUE
003760     END-EVALUATE.
003770 1160-EXIT.
003780     EXIT.
003790*
003800*-----------------------------------------------------------*
003810* 1200-SET-BUDGET-PERIOD - THE FISCAL YEAR THE AS-OF DATE    *
003820* FALLS IN.  FROM THE OPENING MONTH ON, A FISCAL YEAR THAT   *
003830* DOES NOT START IN JANUARY BELONGS TO THE NEXT CALENDAR     *
003840* YEAR'S PERIOD.                                             *
003850*-----------------------------------------------------------*
003860 1200-SET-BUDGET-PERIOD.
003870     MOVE WS-ASOF-DATE TO WS-PERIOD-DATE.
003880     MOVE WS-PERIOD-YEAR TO WS-BUDGET-PERIOD.
003890     IF WS-FY-START-MONTH > 01
003900         AND WS-PERIOD-MONTH NOT < WS-FY-START-MONTH
003910         ADD 1 TO WS-BUDGET-PERIOD
003920     END-IF.
003930 1200-EXIT.
003940     EXIT.
003950*
003960*-----------------------------------------------------------*
003970* 2000-JOIN-INPUT - WALK THE EMPLOYEE MASTER TOP TO BOTTOM   *
003980* RELEASING ONE RECORD PER ACTIVE EMPLOYEE, THEN WALK THE    *
003990* BUDGET FILE RELEASING ONE RECORD PER DEPARTMENT BUDGETED   *
004000* FOR THE PERIOD, SO A BUDGETED DEPARTMENT WITH NO ACTIVE    *
004010* STAFF STILL REACHES THE REPORT.                            *
004020*-----------------------------------------------------------*
004030 2000-JOIN-INPUT.
004040     SET NOT-E-O-F TO TRUE.
004050     PERFORM 2900-READ-EMPLOYEE THRU 2900-EXIT.
004060     PERFORM 2100-JOIN-ONE-EMPLOYEE THRU 2100-EXIT
004070         UNTIL E-O-F.
004080     IF BUDGET-AVAILABLE
004090         PERFORM 2300-RELEASE-BUDGETS THRU 2300-EXIT
004100     END-IF.
004110 2000-EXIT.
004120     EXIT.
004130*
004140*-----------------------------------------------------------*
004150* 2100-JOIN-ONE-EMPLOYEE - JOIN AN ACTIVE EMPLOYEE TO ITS    *
004160* COST CENTER AND THE RATE IN FORCE.  NO RATE IN FORCE IS AN *
004170* EXCEPTION LINE; THE EMPLOYEE STILL COUNTS AS HEADCOUNT.    *
004180*-----------------------------------------------------------*
004190 2100-JOIN-ONE-EMPLOYEE.
004200     ADD 1 TO WS-EMP-READ-COUNT.
004210     IF EMP-TERMINATED
004220         GO TO 2100-NEXT
004230     END-IF.
004240     MOVE EMP-DEPT-CODE TO WS-LOOKUP-DEPT-CODE.
004250     PERFORM 2500-LOOKUP-COST-CENTER THRU 2500-EXIT.
004260     MOVE EMP-ID TO WS-LOOKUP-EMP-ID.
004270     PERFORM 2600-LOOKUP-CURRENT-COMP THRU 2600-EXIT.
004280     MOVE WS-WORK-COST-CENTER TO SORT-COST-CENTER.
004290     MOVE EMP-DEPT-CODE       TO SORT-DEPT-CODE.
004300     SET SORT-EMPLOYEE-REC TO TRUE.
004310     MOVE EMP-ID              TO SORT-EMP-ID.
004320     MOVE ZERO TO SORT-SALARY SORT-AUTH-HEADCOUNT
004330         SORT-SALARY-BUDGET.
004340     IF COMP-FOUND
004350         SET SORT-HAS-RATE TO TRUE
004360         MOVE WS-CUR-SALARY TO SORT-SALARY
004370     ELSE
004380         SET SORT-NO-RATE TO TRUE
004390         ADD 1 TO WS-NO-COMP-COUNT
004400         MOVE SPACES TO VARIANCE-REPORT-RECORD
004410         STRING
004420             "EXCEPTION "               DELIMITED BY SIZE
004430             EMP-ID                     DELIMITED BY SIZE
004440             "  "                       DELIMITED BY SIZE
004450             EMP-NAME                   DELIMITED BY SIZE
004460             "  DEPT "                  DELIMITED BY SIZE
004470             EMP-DEPT-CODE              DELIMITED BY SIZE
004480             "  ACTIVE, NO COMPENSATION RECORD"
004490                                        DELIMITED BY SIZE
004500             INTO VARIANCE-REPORT-RECORD
004510         END-STRING
004520         WRITE VARIANCE-REPORT-RECORD
004530     END-IF.
004540     RELEASE SORT-RECORD.
004550 2100-NEXT.
004560     PERFORM 2900-READ-EMPLOYEE THRU 2900-EXIT.
004570 2100-EXIT.
004580     EXIT.
004590*
004600*-----------------------------------------------------------*
004610* 2300-RELEASE-BUDGETS - READ THE BUDGET FILE FROM THE TOP   *
004620* AND RELEASE EVERY RECORD FOR THE PERIOD UNDER ITS          *
004630* DEPARTMENT'S COST CENTER.                                  *
004640*-----------------------------------------------------------*
004650 2300-RELEASE-BUDGETS.
004660     MOVE LOW-VALUES TO BUDG-KEY.
004670     START BUDGET-FILE KEY IS NOT LESS THAN BUDG-KEY
004680         INVALID KEY
004690             GO TO 2300-EXIT
004700     END-START.
004710     SET BUDG-NOT-E-O-F TO TRUE.
004720     PERFORM 2400-READ-BUDGET THRU 2400-EXIT.
004730     PERFORM 2350-RELEASE-ONE-BUDGET THRU 2350-EXIT
004740         UNTIL BUDG-E-O-F.
004750 2300-EXIT.
004760     EXIT.
004770*
004780 2350-RELEASE-ONE-BUDGET.
004790     IF BUDG-PERIOD NOT = WS-BUDGET-PERIOD
004800         GO TO 2350-NEXT
004810     END-IF.
004820     ADD 1 TO WS-BUDGET-READ-COUNT.
004830     MOVE BUDG-DEPT-CODE TO WS-LOOKUP-DEPT-CODE.
004840     PERFORM 2500-LOOKUP-COST-CENTER THRU 2500-EXIT.
004850     MOVE WS-WORK-COST-CENTER TO SORT-COST-CENTER.
004860     MOVE BUDG-DEPT-CODE      TO SORT-DEPT-CODE.
004870     SET SORT-BUDGET-REC TO TRUE.
004880     MOVE ZERO TO SORT-EMP-ID SORT-SALARY.
004890     SET SORT-NO-RATE TO TRUE.
004900     MOVE BUDG-AUTH-HEADCOUNT TO SORT-AUTH-HEADCOUNT.
004910     MOVE BUDG-SALARY-BUDGET  TO SORT-SALARY-BUDGET.
004920     RELEASE SORT-RECORD.
004930 2350-NEXT.
004940     PERFORM 2400-READ-BUDGET THRU 2400-EXIT.
004950 2350-EXIT.
004960     EXIT.
004970*
004980 2400-READ-BUDGET.
004990     READ BUDGET-FILE NEXT RECORD
005000         AT END
005010             SET BUDG-E-O-F TO TRUE
005020     END-READ.
005030 2400-EXIT.
005040     EXIT.
005050*
005060*-----------------------------------------------------------*
005070* 2500-LOOKUP-COST-CENTER - READ THE DEPARTMENT MASTER FOR   *
005080* WS-LOOKUP-DEPT-CODE.  A CODE NOT ON THE MASTER, OR NO      *
005090* MASTER AT ALL, ROLLS UP UNDER *NONE* SO THE HEADCOUNT      *
005100* STILL RECONCILES TO THE GRAND TOTAL.                       *
005110*-----------------------------------------------------------*
005120 2500-LOOKUP-COST-CENTER.
005130     MOVE "*NONE*" TO WS-WORK-COST-CENTER.
005140     MOVE "*NOT ON DEPT MASTER*" TO WS-WORK-DEPT-NAME.
005150     IF NOT DEPT-MASTER-AVAILABLE
005160         GO TO 2500-EXIT
005170     END-IF.
005180     MOVE WS-LOOKUP-DEPT-CODE TO DEPT-CODE.
005190     READ DEPT-FILE RECORD KEY IS DEPT-CODE
005200         INVALID KEY
005210             CONTINUE
005220         NOT INVALID KEY
005230             MOVE DEPT-NAME TO WS-WORK-DEPT-NAME
005240             IF DEPT-COST-CENTER NOT = SPACES
005250                 MOVE DEPT-COST-CENTER TO WS-WORK-COST-CENTER
005260             END-IF
005270     END-READ.
005280 2500-EXIT.
005290     EXIT.
005300*
005310*-----------------------------------------------------------*
005320* 2600-LOOKUP-CURRENT-COMP - POSITION ON THE COMPENSATION    *
005330* HISTORY OF WS-LOOKUP-EMP-ID AND KEEP THE LATEST RECORD     *
005340* WHOSE EFFECTIVE DATE IS NOT AFTER THE AS-OF DATE.          *
005350*-----------------------------------------------------------*
005360 2600-LOOKUP-CURRENT-COMP.
005370     SET COMP-NOT-FOUND TO TRUE.
005380     MOVE WS-LOOKUP-EMP-ID TO COMP-EMP-ID.
005390     MOVE ZERO TO COMP-EFF-DATE.
005400     START COMP-FILE KEY IS NOT LESS THAN COMP-KEY
005410         INVALID KEY
005420             GO TO 2600-EXIT
005430     END-START.
005440     SET COMP-NOT-E-O-F TO TRUE.
005450     PERFORM 2650-READ-ONE-COMP THRU 2650-EXIT.
005460     PERFORM 2660-KEEP-IF-IN-FORCE THRU 2660-EXIT
005470         UNTIL COMP-E-O-F.
005480 2600-EXIT.
005490     EXIT.
005500*
005510 2650-READ-ONE-COMP.
005520     READ COMP-FILE NEXT RECORD
005530         AT END
005540             SET COMP-E-O-F TO TRUE
005550     END-READ.
005560 2650-EXIT.
005570     EXIT.
005580*
005590 2660-KEEP-IF-IN-FORCE.
005600     IF COMP-EMP-ID NOT = WS-LOOKUP-EMP-ID
005610         OR COMP-EFF-DATE > WS-ASOF-DATE
005620         SET COMP-E-O-F TO TRUE
005630         GO TO 2660-EXIT
005640     END-IF.
005650     SET COMP-FOUND TO TRUE.
005660     MOVE COMP-SALARY TO WS-CUR-SALARY.
005670     MOVE COMP-GRADE  TO WS-CUR-GRADE.
005680     PERFORM 2650-READ-ONE-COMP THRU 2650-EXIT.
005690 2660-EXIT.
005700     EXIT.
005710*
005720 2900-READ-EMPLOYEE.
005730     READ EMP-FILE NEXT RECORD
005740         AT END
005750             SET E-O-F TO TRUE
005760     END-READ.
005770 2900-EXIT.
005780     EXIT.
005790*
005800*-----------------------------------------------------------*
005810* 3000-VARIANCE-OUTPUT - PRINT THE SORTED RECORDS WITH       *
005820* CONTROL BREAKS ON DEPARTMENT AND COST CENTER: ONE VARIANCE *
005830* LINE PER DEPARTMENT, A SUBTOTAL PER COST CENTER AND THE    *
005840* GRAND TOTAL AT THE END.                                    *
005850*-----------------------------------------------------------*
005860 3000-VARIANCE-OUTPUT.
005870     MOVE SPACES TO VARIANCE-REPORT-RECORD.
005880     WRITE VARIANCE-REPORT-RECORD.
005890     MOVE SPACES TO VARIANCE-REPORT-RECORD.
005900     STRING
005910         "  DEPT  DEPARTMENT NAME     "   DELIMITED BY SIZE
005920         "  ACTIVE    AUTH   HC VAR"      DELIMITED BY SIZE
005930         "        SALARY COST"            DELIMITED BY SIZE
005940         "        BUDGET COST"            DELIMITED BY SIZE
005950         "       COST VARIANCE  FLAGS"    DELIMITED BY SIZE
005960         INTO VARIANCE-REPORT-RECORD
005970     END-STRING.
005980     WRITE VARIANCE-REPORT-RECORD.
005990     SET FIRST-RECORD TO TRUE.
006000     MOVE SPACES TO WS-PREV-COST-CENTER WS-PREV-DEPT-CODE.
006010     SET NOT-E-O-F TO TRUE.
006020     RETURN SORT-FILE RECORD
006030         AT END
006040             SET E-O-F TO TRUE
006050     END-RETURN.
006060     PERFORM 3100-TAKE-ONE-RECORD THRU 3100-EXIT
006070         UNTIL E-O-F.
006080     IF NOT-FIRST-RECORD
006090         PERFORM 3300-PRINT-DEPT-LINE THRU 3300-EXIT
006100         PERFORM 3400-PRINT-CC-SUBTOTAL THRU 3400-EXIT
006110     END-IF.
006120     PERFORM 3500-PRINT-GRAND-TOTAL THRU 3500-EXIT.
006130 3000-EXIT.
006140     EXIT.
006150*
006160 3100-TAKE-ONE-RECORD.
006170     IF FIRST-RECORD
006180         OR SORT-COST-CENTER NOT = WS-PREV-COST-CENTER
006190         OR SORT-DEPT-CODE NOT = WS-PREV-DEPT-CODE
006200         IF NOT-FIRST-RECORD
006210             PERFORM 3300-PRINT-DEPT-LINE THRU 3300-EXIT
006220         END-IF
006230         IF FIRST-RECORD
006240             OR SORT-COST-CENTER NOT = WS-PREV-COST-CENTER
006250             IF NOT-FIRST-RECORD
006260                 PERFORM 3400-PRINT-CC-SUBTOTAL THRU 3400-EXIT
006270             END-IF
006280             MOVE ZERO TO WS-CC-ACTIVE WS-CC-AUTH WS-CC-COST
006290                 WS-CC-BUDGET
006300             SET CC-NOT-BUDGETED TO TRUE
006310             PERFORM 3200-PRINT-CC-HEADING THRU 3200-EXIT
006320         END-IF
006330         MOVE ZERO TO WS-DP-ACTIVE WS-DP-AUTH WS-DP-COST
006340             WS-DP-BUDGET
006350         SET DP-NOT-BUDGETED TO TRUE
006360     END-IF.
006370     IF SORT-BUDGET-REC
006380         MOVE SORT-AUTH-HEADCOUNT TO WS-DP-AUTH
006390         MOVE SORT-SALARY-BUDGET  TO WS-DP-BUDGET
006400         SET DP-BUDGETED TO TRUE
006410     ELSE
006420         ADD 1 TO WS-DP-ACTIVE
006430         ADD SORT-SALARY TO WS-DP-COST
006440     END-IF.
006450     MOVE SORT-COST-CENTER TO WS-PREV-COST-CENTER.
006460     MOVE SORT-DEPT-CODE   TO WS-PREV-DEPT-CODE.
006470     SET NOT-FIRST-RECORD TO TRUE.
006480     RETURN SORT-FILE RECORD
006490         AT END
006500             SET E-O-F TO TRUE
006510     END-RETURN.
006520 3100-EXIT.
006530     EXIT.
006540*
006550 3200-PRINT-CC-HEADING.
006560     MOVE SPACES TO VARIANCE-REPORT-RECORD.
006570     WRITE VARIANCE-REPORT-RECORD.
006580     MOVE SPACES TO VARIANCE-REPORT-RECORD.
006590     STRING
006600         "COST CENTER "                 DELIMITED BY SIZE
006610         SORT-COST-CENTER               DELIMITED BY SIZE
006620         INTO VARIANCE-REPORT-RECORD
006630     END-STRING.
006640     WRITE VARIANCE-REPORT-RECORD.
006650 3200-EXIT.
006660     EXIT.
006670*
006680*-----------------------------------------------------------*
006690* 3300-PRINT-DEPT-LINE - ONE DEPARTMENT'S ACTUALS AGAINST    *
006700* ITS BUDGET, COUNTED INTO THE COST CENTER AND RUN TOTALS    *
006710* AND INTO THE OVER, UNDER AND NO-BUDGET DEPARTMENT COUNTS.  *
006720*-----------------------------------------------------------*
006730 3300-PRINT-DEPT-LINE.
006740     ADD 1 TO WS-DEPT-COUNT.
006750     MOVE WS-PREV-DEPT-CODE TO WS-LOOKUP-DEPT-CODE.
006760     PERFORM 2500-LOOKUP-COST-CENTER THRU 2500-EXIT.
006770     MOVE SPACES TO WS-VL-LABEL.
006780     STRING
006790         "  "                           DELIMITED BY SIZE
006800         WS-PREV-DEPT-CODE              DELIMITED BY SIZE
006810         "  "                           DELIMITED BY SIZE
006820         WS-WORK-DEPT-NAME              DELIMITED BY SIZE
006830         INTO WS-VL-LABEL
006840     END-STRING.
006850     MOVE WS-DP-ACTIVE TO WS-VL-ACTIVE.
006860     MOVE WS-DP-AUTH   TO WS-VL-AUTH.
006870     MOVE WS-DP-COST   TO WS-VL-COST.
006880     MOVE WS-DP-BUDGET TO WS-VL-BUDGET.
006890     MOVE WS-DP-BUDGETED-SW TO WS-VL-BUDGETED-SW.
006900     PERFORM 3600-WRITE-VARIANCE-LINE THRU 3600-EXIT.
006910     EVALUATE TRUE
006920         WHEN DP-NOT-BUDGETED
006930             ADD 1 TO WS-NO-BUDGET-COUNT
006940         WHEN WS-HC-FLAG = "HC OVER"
006950             OR WS-COST-FLAG = "COST OVER"
006960             ADD 1 TO WS-OVER-COUNT
006970         WHEN WS-HC-FLAG = "HC UNDER"
006980             OR WS-COST-FLAG = "COST UNDER"
006990             ADD 1 TO WS-UNDER-COUNT
007000     END-EVALUATE.
007010     ADD WS-DP-ACTIVE TO WS-CC-ACTIVE WS-GT-ACTIVE.
007020     ADD WS-DP-AUTH   TO WS-CC-AUTH WS-GT-AUTH.
007030     ADD WS-DP-COST   TO WS-CC-COST WS-GT-COST.
007040     ADD WS-DP-BUDGET TO WS-CC-BUDGET WS-GT-BUDGET.
007050     IF DP-BUDGETED
007060         SET CC-BUDGETED TO TRUE
007070         SET GT-BUDGETED TO TRUE
007080     END-IF.
007090 3300-EXIT.
007100     EXIT.
007110*
007120 3400-PRINT-CC-SUBTOTAL.
007130     MOVE SPACES TO WS-VL-LABEL.
007140     STRING
007150         "  SUBTOTAL "                  DELIMITED BY SIZE
007160         WS-PREV-COST-CENTER            DELIMITED BY SIZE
007170         INTO WS-VL-LABEL
007180     END-STRING.
007190     MOVE WS-CC-ACTIVE TO WS-VL-ACTIVE.
007200     MOVE WS-CC-AUTH   TO WS-VL-AUTH.
007210     MOVE WS-CC-COST   TO WS-VL-COST.
007220     MOVE WS-CC-BUDGET TO WS-VL-BUDGET.
007230     MOVE WS-CC-BUDGETED-SW TO WS-VL-BUDGETED-SW.
007240     PERFORM 3600-WRITE-VARIANCE-LINE THRU 3600-EXIT.
007250 3400-EXIT.
007260     EXIT.
007270*
007280 3500-PRINT-GRAND-TOTAL.
007290     MOVE SPACES TO VARIANCE-REPORT-RECORD.
007300     WRITE VARIANCE-REPORT-RECORD.
007310     MOVE "GRAND TOTAL" TO WS-VL-LABEL.
007320     MOVE WS-GT-ACTIVE TO WS-VL-ACTIVE.
007330     MOVE WS-GT-AUTH   TO WS-VL-AUTH.
007340     MOVE WS-GT-COST   TO WS-VL-COST.
007350     MOVE WS-GT-BUDGET TO WS-VL-BUDGET.
007360     MOVE WS-GT-BUDGETED-SW TO WS-VL-BUDGETED-SW.
007370     PERFORM 3600-WRITE-VARIANCE-LINE THRU 3600-EXIT.
007380 3500-EXIT.
007390     EXIT.
007400*
007410*-----------------------------------------------------------*
007420* 3600-WRITE-VARIANCE-LINE - WORK OUT THE HEADCOUNT AND COST *
007430* VARIANCES (ACTUAL LESS BUDGET, SO OVER BUDGET IS PLUS) AND *
007440* THE FLAGS, AND PRINT THE LINE UNDER WS-VL-LABEL.  A GROUP  *
007450* WITH NO BUDGET IS FLAGGED NO BUDGET AND NOTHING ELSE.      *
007460*-----------------------------------------------------------*
007470 3600-WRITE-VARIANCE-LINE.
007480     COMPUTE WS-HC-VARIANCE = WS-VL-ACTIVE - WS-VL-AUTH.
007490     COMPUTE WS-COST-VARIANCE = WS-VL-COST - WS-VL-BUDGET.
007500     MOVE SPACES TO WS-HC-FLAG WS-COST-FLAG.
007510     IF VL-NOT-BUDGETED
007520         MOVE "NO BUDGET" TO WS-COST-FLAG
007530         GO TO 3600-PRINT
007540     END-IF.
007550     IF WS-HC-VARIANCE > ZERO
007560         MOVE "HC OVER" TO WS-HC-FLAG
007570     END-IF.
007580     IF WS-HC-VARIANCE < ZERO
007590         MOVE "HC UNDER" TO WS-HC-FLAG
007600     END-IF.
007610     COMPUTE WS-TOL-AMOUNT ROUNDED =
007620         WS-VL-BUDGET * WS-TOL-PERCENT / 100.
007630     IF WS-VL-COST > WS-VL-BUDGET + WS-TOL-AMOUNT
007640         MOVE "COST OVER" TO WS-COST-FLAG
007650     END-IF.
007660     IF WS-VL-COST + WS-TOL-AMOUNT < WS-VL-BUDGET
007670         MOVE "COST UNDER" TO WS-COST-FLAG
007680     END-IF.
007690 3600-PRINT.
007700     MOVE WS-VL-ACTIVE     TO WS-ACTIVE-PRINT.
007710     MOVE WS-VL-AUTH       TO WS-AUTH-PRINT.
007720     MOVE WS-HC-VARIANCE   TO WS-HC-VAR-PRINT.
007730     MOVE WS-VL-COST       TO WS-COST-PRINT.
007740     MOVE WS-VL-BUDGET     TO WS-BUDGET-PRINT.
007750     MOVE WS-COST-VARIANCE TO WS-COST-VAR-PRINT.
007760     MOVE SPACES TO VARIANCE-REPORT-RECORD.
007770     STRING
007780         WS-VL-LABEL                    DELIMITED BY SIZE
007790         WS-ACTIVE-PRINT                DELIMITED BY SIZE
007800         "  "                           DELIMITED BY SIZE
007810         WS-AUTH-PRINT                  DELIMITED BY SIZE
007820         "  "                           DELIMITED BY SIZE
007830         WS-HC-VAR-PRINT                DELIMITED BY SIZE
007840         "  "                           DELIMITED BY SIZE
007850         WS-COST-PRINT                  DELIMITED BY SIZE
007860         "  "                           DELIMITED BY SIZE
007870         WS-BUDGET-PRINT                DELIMITED BY SIZE
007880         "  "                           DELIMITED BY SIZE
007890         WS-COST-VAR-PRINT              DELIMITED BY SIZE
007900         "  "                           DELIMITED BY SIZE
007910         WS-HC-FLAG                     DELIMITED BY SIZE
007920         " "                            DELIMITED BY SIZE
007930         WS-COST-FLAG                   DELIMITED BY SIZE
007940         INTO VARIANCE-REPORT-RECORD
007950     END-STRING.
007960     WRITE VARIANCE-REPORT-RECORD.
007970 3600-EXIT.
007980     EXIT.
007990*
008000*-----------------------------------------------------------*
008010* 8000-CLEANUP - WRITE THE TRAILER COUNTS, CLOSE THE FILES   *
008020* AND ECHO THE COUNTS ON THE OPERATOR LOG.                   *
008030*-----------------------------------------------------------*
008040 8000-CLEANUP.
008050     MOVE SPACES TO VARIANCE-REPORT-RECORD.
008060     WRITE VARIANCE-REPORT-RECORD.
008070     MOVE WS-DEPT-COUNT TO WS-COUNT-PRINT.
008080     MOVE SPACES TO VARIANCE-REPORT-RECORD.
008090     STRING
008100         "TRAILER DEPARTMENTS="         DELIMITED BY SIZE
008110         WS-COUNT-PRINT                 DELIMITED BY SIZE
008120         INTO VARIANCE-REPORT-RECORD
008130     END-STRING.
008140     WRITE VARIANCE-REPORT-RECORD.
008150     MOVE WS-OVER-COUNT TO WS-COUNT-PRINT.
008160     MOVE SPACES TO VARIANCE-REPORT-RECORD.
008170     STRING
008180         "TRAILER OVER-BUDGET="         DELIMITED BY SIZE
008190         WS-COUNT-PRINT                 DELIMITED BY SIZE
008200         INTO VARIANCE-REPORT-RECORD
008210     END-STRING.
008220     WRITE VARIANCE-REPORT-RECORD.
008230     MOVE WS-UNDER-COUNT TO WS-COUNT-PRINT.
008240     MOVE SPACES TO VARIANCE-REPORT-RECORD.
008250     STRING
008260         "TRAILER UNDER-BUDGET="        DELIMITED BY SIZE
008270         WS-COUNT-PRINT                 DELIMITED BY SIZE
008280         INTO VARIANCE-REPORT-RECORD
008290     END-STRING.
008300     WRITE VARIANCE-REPORT-RECORD.
008310     MOVE WS-NO-BUDGET-COUNT TO WS-COUNT-PRINT.
008320     MOVE SPACES TO VARIANCE-REPORT-RECORD.
008330     STRING
008340         "TRAILER NO-BUDGET="           DELIMITED BY SIZE
008350         WS-COUNT-PRINT                 DELIMITED BY SIZE
008360         INTO VARIANCE-REPORT-RECORD
008370     END-STRING.
008380     WRITE VARIANCE-REPORT-RECORD.
008390     MOVE WS-NO-COMP-COUNT TO WS-COUNT-PRINT.
008400     MOVE SPACES TO VARIANCE-REPORT-RECORD.
008410     STRING
008420         "TRAILER NO-COMPENSATION="     DELIMITED BY SIZE
008430         WS-COUNT-PRINT                 DELIMITED BY SIZE
008440         INTO VARIANCE-REPORT-RECORD
008450     END-STRING.
008460     WRITE VARIANCE-REPORT-RECORD.
008470     CLOSE EMP-FILE COMP-FILE VARIANCE-REPORT-FILE.
008480     IF DEPT-MASTER-AVAILABLE
008490         CLOSE DEPT-FILE
008500     END-IF.
008510     IF BUDGET-AVAILABLE
008520         CLOSE BUDGET-FILE
008530     END-IF.
008540     MOVE WS-EMP-READ-COUNT TO WS-COUNT-PRINT.
008550     DISPLAY "BUDGRPT EMPLOYEES READ:     " WS-COUNT-PRINT.
008560     MOVE WS-BUDGET-READ-COUNT TO WS-COUNT-PRINT.
008570     DISPLAY "BUDGRPT BUDGETS FOR PERIOD: " WS-COUNT-PRINT.
008580     MOVE WS-DEPT-COUNT TO WS-COUNT-PRINT.
008590     DISPLAY "BUDGRPT DEPARTMENTS LISTED: " WS-COUNT-PRINT.
008600     MOVE WS-OVER-COUNT TO WS-COUNT-PRINT.
008610     DISPLAY "BUDGRPT OVER BUDGET:        " WS-COUNT-PRINT.
008620     MOVE WS-UNDER-COUNT TO WS-COUNT-PRINT.
008630     DISPLAY "BUDGRPT UNDER BUDGET:       " WS-COUNT-PRINT.
008640     MOVE WS-NO-BUDGET-COUNT TO WS-COUNT-PRINT.
008650     DISPLAY "BUDGRPT NO BUDGET:          " WS-COUNT-PRINT.
008660     MOVE WS-NO-COMP-COUNT TO WS-COUNT-PRINT.
008670     DISPLAY "BUDGRPT NO COMPENSATION:    " WS-COUNT-PRINT.
008680 8000-EXIT.
008690     EXIT.
008700*
008710 END PROGRAM BUDGRPT.
