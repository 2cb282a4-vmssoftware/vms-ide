000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MERITRUN.
000030 AUTHOR. R-T-NEAL.
000040 INSTALLATION. DATA-PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*-----------------------------------------------------------*
000090* ANNUAL MERIT INCREASE RUN.  THE MERIT TABLE (MERIT.TXT,    *
000100* ONE GRADE PER LINE AS GRADE,PERCENT) GIVES THE INCREASE    *
000110* FOR EACH SALARY GRADE, AND EFF= GIVES THE EFFECTIVE DATE   *
000120* OF THE NEW RATES.  EVERY ACTIVE EMPLOYEE ON THE MASTER IS  *
000130* TAKEN AT THE RATE IN FORCE THE DAY BEFORE EFF= AND A NEW   *
000140* COMPENSATION RECORD IS BUILT AT EFF= IN THE SAME GRADE,    *
000150* KEPT INSIDE THE GRADE BAND: AN INCREASE THAT WOULD PASS    *
000160* THE GRADE MAXIMUM IS CAPPED THERE, AND A NEW RATE STILL    *
000170* UNDER THE MINIMUM IS BROUGHT UP TO IT, SO EVERY RECORD THE *
000180* RUN WRITES WOULD ALSO PASS THE COMPMAIN BAND CHECK.        *
000190*                                                            *
000200* MODE=PROOF (THE DEFAULT) ONLY PRINTS THE PROOF LISTING FOR *
000210* SIGN-OFF.  MODE=APPLY PRINTS THE SAME LISTING AND WRITES   *
000220* THE RECORDS TO COMP.DAT, JOURNALLING EACH ONE TO           *
000230* COMPJRNL.LOG UNDER THE COMPMAIN$USER IDENTITY EXACTLY AS A *
000240* COMPMAIN ADD, SO A RAISE FROM THE MERIT RUN AND A RAISE    *
000250* KEYED BY HAND LEAVE THE SAME TRAIL.  AN EMPLOYEE WITH NO   *
000260* RATE IN FORCE, NO MERIT PERCENT FOR THE GRADE, A GRADE NOT *
000270* ON THE MASTER, A RATE ALREADY ON FILE AT EFF=, OR ALREADY  *
000280* AT THE GRADE MAXIMUM IS LISTED AS AN EXCEPTION AND GETS NO *
000290* RECORD.                                                    *
000300*-----------------------------------------------------------*
000310*
000320* MODIFICATION HISTORY.
000330*    10/15/26  RTN  ORIGINAL VERSION.
000340*
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT OPTIONAL EMP-FILE ASSIGN "SYS$DISK:ART.DAT"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS EMP-ID
000420         ALTERNATE RECORD KEY IS EMP-NAME
000430             WITH DUPLICATES
000440         ALTERNATE RECORD KEY IS EMP-DEPT-CODE
000450             WITH DUPLICATES
000460         FILE STATUS IS WS-EMP-STATUS.
000470     SELECT OPTIONAL COMP-FILE ASSIGN "SYS$DISK:COMP.DAT"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS COMP-KEY
000510         FILE STATUS IS WS-COMP-STATUS.
000520     SELECT OPTIONAL GRADE-FILE ASSIGN "SYS$DISK:GRADE.DAT"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS GRADE-CODE
000560         FILE STATUS IS WS-GRADE-STATUS.
000570     SELECT OPTIONAL MERIT-FILE ASSIGN "SYS$DISK:MERIT.TXT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-MERIT-STATUS.
000600     SELECT MERIT-REPORT-FILE ASSIGN "SYS$DISK:MERITRUN.RPT"
000610         ORGANIZATION IS LINE SEQUENTIAL.
000620     SELECT OPTIONAL JOURNAL-FILE
000630         ASSIGN "SYS$DISK:COMPJRNL.LOG"
000640         ORGANIZATION IS LINE SEQUENTIAL.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  EMP-FILE
000680     VALUE OF ID IS WS-EMP-FILE-SPEC.
000690 COPY "EMPREC.LIB".
000700 FD  COMP-FILE
000710     VALUE OF ID IS WS-COMP-FILE-SPEC.
000720 COPY "COMPREC.LIB".
000730 FD  GRADE-FILE
000740     VALUE OF ID IS WS-GRADE-FILE-SPEC.
000750 COPY "GRADEREC.LIB".
000760 FD  MERIT-FILE
000770     VALUE OF ID IS WS-MERIT-FILE-SPEC.
000780 01  MERIT-RECORD                PIC X(80).
000790 FD  MERIT-REPORT-FILE
000800     VALUE OF ID IS WS-REPORT-FILE-SPEC.
000810 01  MERIT-REPORT-RECORD         PIC X(132).
000820 FD  JOURNAL-FILE.
000830 01  JOURNAL-RECORD              PIC X(132).
000840 WORKING-STORAGE SECTION.
000850*
000860*-----------------------------------------------------------*
000870* FILE STATUS BYTES AND RUNTIME FILE SPECS.  FILE= NAMES THE *
000880* EMPLOYEE MASTER, COMP= THE COMPENSATION FILE, GRADE= THE   *
000890* GRADE MASTER, MERIT= (OR A BARE WORD) THE MERIT TABLE,     *
000900* REPORT= THE PROOF LISTING.                                 *
000910*-----------------------------------------------------------*
000920 01  WS-EMP-STATUS               PIC X(02).
000930 01  WS-COMP-STATUS              PIC X(02).
000940 01  WS-GRADE-STATUS             PIC X(02).
000950 01  WS-MERIT-STATUS             PIC X(02).
000960 01  WS-EMP-FILE-SPEC            PIC X(50)
000970     VALUE "SYS$DISK:ART.DAT".
000980 01  WS-COMP-FILE-SPEC           PIC X(50)
000990     VALUE "SYS$DISK:COMP.DAT".
001000 01  WS-GRADE-FILE-SPEC          PIC X(50)
001010     VALUE "SYS$DISK:GRADE.DAT".
001020 01  WS-MERIT-FILE-SPEC          PIC X(50)
001030     VALUE "SYS$DISK:MERIT.TXT".
001040 01  WS-REPORT-FILE-SPEC         PIC X(50)
001050     VALUE "SYS$DISK:MERITRUN.RPT".
001060 01  WS-COMMAND-LINE             PIC X(132).
001070 01  WS-PARM-WORDS.
001080     02  WS-PARM-ENTRY           PIC X(50) OCCURS 10 TIMES.
001090 01  WS-PARM-IDX                 PIC 9(2) COMP.
001100 01  WS-PARM-KEYWORD             PIC X(10).
001110 01  WS-PARM-VALUE               PIC X(40).
001120*
001130*-----------------------------------------------------------*
001140* RUN MODE AND EFFECTIVE DATE.  THE RUN PROVES UNLESS        *
001150* MODE=APPLY IS GIVEN; EFF= IS REQUIRED IN BOTH MODES.       *
001160*-----------------------------------------------------------*
001170 01  WS-RUN-MODE-SW              PIC X VALUE "P".
001180     88  MODE-PROOF                  VALUE "P".
001190     88  MODE-APPLY                  VALUE "A".
001200 01  WS-EFF-DATE                 PIC 9(08) VALUE ZERO.
001210 01  WS-EFF-SPLIT REDEFINES WS-EFF-DATE.
001220     02  WS-EFF-YEAR             PIC 9(04).
001230     02  WS-EFF-MONTH            PIC 9(02).
001240     02  WS-EFF-DAY              PIC 9(02).
001250*
001260*-----------------------------------------------------------*
001270* THE MERIT TABLE, ONE ENTRY PER GRADE, LOADED FROM THE      *
001280* GRADE,PERCENT LINES OF THE MERIT FILE.                     *
001290*-----------------------------------------------------------*
001300 01  WS-MERIT-TABLE.
001310     02  WS-MT-ENTRY OCCURS 50 TIMES.
001320         03  WS-MT-GRADE         PIC X(02).
001330         03  WS-MT-PCT           PIC 9(03)V99.
001340 01  WS-MT-USED                  PIC 9(02) COMP VALUE ZERO.
001350 01  WS-MT-IDX                   PIC 9(02) COMP.
001360 01  WS-IN-GRADE                 PIC X(02).
001370 01  WS-IN-PCT                   PIC X(10).
001380 01  WS-MERIT-PCT                PIC 9(03)V99.
001390 01  WS-PCT-FOUND-SW             PIC X.
001400     88  PCT-FOUND                   VALUE "Y".
001410     88  PCT-NOT-FOUND               VALUE "N".
001420*
001430*-----------------------------------------------------------*
001440* THE RATE IN FORCE BEFORE EFF= AND THE NEW RATE BUILT FROM  *
001450* IT.  A RECORD FOUND AT EFF= ITSELF MEANS THE RAISE IS      *
001460* ALREADY ON FILE FOR THIS EMPLOYEE.                         *
001470*-----------------------------------------------------------*
001480 01  WS-CUR-SALARY               PIC 9(07)V99.
001490 01  WS-CUR-GRADE                PIC X(02).
001500 01  WS-NEW-SALARY               PIC 9(07)V99.
001510 01  WS-INCREASE                 PIC 9(07)V99.
001520 01  WS-COMP-FOUND-SW            PIC X.
001530     88  COMP-FOUND                  VALUE "Y".
001540     88  COMP-NOT-FOUND              VALUE "N".
001550 01  WS-COMP-DUP-SW              PIC X.
001560     88  COMP-ON-EFF-DATE            VALUE "Y".
001570     88  COMP-NOT-ON-EFF-DATE        VALUE "N".
001580 01  WS-COMP-EOF-SW              PIC X.
001590     88  COMP-E-O-F                  VALUE "E".
001600     88  COMP-NOT-E-O-F              VALUE "N".
001610 01  WS-LOOKUP-EMP-ID            PIC 9(07).
001620 01  WS-BAND-NOTE                PIC X(14).
001630 01  WS-EXCEPTION-REASON         PIC X(40).
001640*
001650*-----------------------------------------------------------*
001660* LISTING AND TOTAL FIELDS, AND THE RUN COUNTS.              *
001670*-----------------------------------------------------------*
001680 01  WS-SALARY-PRINT             PIC Z,ZZZ,ZZ9.99.
001690 01  WS-NEW-PRINT                PIC Z,ZZZ,ZZ9.99.
001700 01  WS-INCREASE-PRINT           PIC Z,ZZZ,ZZ9.99.
001710 01  WS-PCT-PRINT                PIC ZZ9.99.
001720 01  WS-TOTAL-PRINT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
001730 01  WS-OLD-TOTAL                PIC 9(11)V99 VALUE ZERO.
001740 01  WS-NEW-TOTAL                PIC 9(11)V99 VALUE ZERO.
001750 01  WS-INCREASE-TOTAL           PIC 9(11)V99 VALUE ZERO.
001760 01  WS-EMP-READ-COUNT           PIC 9(05) COMP VALUE ZERO.
001770 01  WS-RAISE-COUNT              PIC 9(05) COMP VALUE ZERO.
001780 01  WS-CAPPED-COUNT             PIC 9(05) COMP VALUE ZERO.
001790 01  WS-EXCEPTION-COUNT          PIC 9(05) COMP VALUE ZERO.
001800 01  WS-WRITTEN-COUNT            PIC 9(05) COMP VALUE ZERO.
001810 01  WS-COUNT-PRINT              PIC ZZZZ9.
001820*
001830*-----------------------------------------------------------*
001840* JOURNAL WORK FIELDS, AS COMPMAIN WRITES THEM.              *
001850*-----------------------------------------------------------*
001860 01  D-DATE                      PIC 9(8).
001870 01  WS-LOG-TIME                 PIC 9(8).
001880 01  WS-JOURNAL-USER             PIC X(12).
001890 01  WS-BEFORE-IMAGE             PIC X(26).
001900 01  WS-AFTER-IMAGE              PIC X(26).
001910 01  EOF-SW                      PIC X.
001920     88  E-O-F                       VALUE "E".
001930     88  NOT-E-O-F                   VALUE "N".
001940 PROCEDURE DIVISION.
001950 MAIN-PROG SECTION.
001960 0000-MAINLINE.
001970     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001980     PERFORM 2000-PROCESS-ONE-EMPLOYEE THRU 2000-EXIT
001990         UNTIL E-O-F.
002000     PERFORM 8000-CLEANUP THRU 8000-EXIT.
002010     STOP RUN.
002020*
002030*-----------------------------------------------------------*
002040* 1000-INITIALIZE - GET THE RUN DATE AND JOURNAL USER,       *
002050* RESOLVE AND CHECK THE PARAMETERS, LOAD THE MERIT TABLE,    *
002060* OPEN THE FILES (COMP.DAT I-O ONLY WHEN APPLYING), WRITE    *
002070* THE LISTING HEADER AND PRIME THE EMPLOYEE LOOP.            *
002080*-----------------------------------------------------------*
002090 1000-INITIALIZE.
002100     ACCEPT D-DATE FROM DATE YYYYMMDD.
002110     PERFORM 1100-RESOLVE-FILE-SPECS THRU 1100-EXIT.
002120     IF WS-EFF-DATE = ZERO
002130         DISPLAY "MERITRUN - EFF= EFFECTIVE DATE IS REQUIRED"
002140         STOP RUN
002150     END-IF.
002160     IF WS-EFF-MONTH < 01 OR WS-EFF-MONTH > 12
002170         OR WS-EFF-DAY < 01 OR WS-EFF-DAY > 31
002180         DISPLAY "MERITRUN - INVALID EFF DATE " WS-EFF-DATE
002190         STOP RUN
002200     END-IF.
002210     DISPLAY "COMPMAIN$USER" UPON ENVIRONMENT-NAME.
002220     MOVE SPACES TO WS-JOURNAL-USER.
002230     ACCEPT WS-JOURNAL-USER FROM ENVIRONMENT-VALUE.
002240     IF WS-JOURNAL-USER = SPACES
002250         MOVE "*UNKNOWN*" TO WS-JOURNAL-USER
002260     END-IF.
002270     PERFORM 1300-LOAD-MERIT-TABLE THRU 1300-EXIT.
002280     OPEN INPUT EMP-FILE.
002290     IF WS-EMP-STATUS NOT = "00" AND WS-EMP-STATUS NOT = "05"
002300         DISPLAY "MERITRUN - CANNOT OPEN EMPLOYEE FILE "
002310             WS-EMP-FILE-SPEC
002320         DISPLAY "MERITRUN - FILE STATUS " WS-EMP-STATUS
002330         STOP RUN
002340     END-IF.
002350     IF MODE-APPLY
002360         OPEN I-O COMP-FILE
002370     ELSE
002380         OPEN INPUT COMP-FILE
002390     END-IF.
002400     IF WS-COMP-STATUS NOT = "00" AND WS-COMP-STATUS NOT = "05"
002410         DISPLAY "MERITRUN - CANNOT OPEN COMPENSATION FILE "
002420             WS-COMP-FILE-SPEC
002430         DISPLAY "MERITRUN - FILE STATUS " WS-COMP-STATUS
002440         STOP RUN
002450     END-IF.
002460     OPEN INPUT GRADE-FILE.
002470     IF WS-GRADE-STATUS NOT = "00" AND
002480             WS-GRADE-STATUS NOT = "05"
002490         DISPLAY "MERITRUN - CANNOT OPEN GRADE MASTER "
002500             WS-GRADE-FILE-SPEC
002510         DISPLAY "MERITRUN - FILE STATUS " WS-GRADE-STATUS
002520         STOP RUN
002530     END-IF.
002540     IF MODE-APPLY
002550         OPEN EXTEND JOURNAL-FILE
002560     END-IF.
002570     OPEN OUTPUT MERIT-REPORT-FILE.
002580     MOVE SPACES TO MERIT-REPORT-RECORD.
002590     IF MODE-APPLY
002600         STRING
002610             "MERIT INCREASE RUN - APPLIED "
002620                                        DELIMITED BY SIZE
002630             D-DATE                     DELIMITED BY SIZE
002640             "  EFF="                   DELIMITED BY SIZE
002650             WS-EFF-DATE                DELIMITED BY SIZE
002660             "  USER="                  DELIMITED BY SIZE
002670             WS-JOURNAL-USER            DELIMITED BY SIZE
002680             INTO MERIT-REPORT-RECORD
002690         END-STRING
002700     ELSE
002710         STRING
002720             "MERIT INCREASE RUN - PROOF ONLY, NOTHING "
002730                                        DELIMITED BY SIZE
002740             "APPLIED "                 DELIMITED BY SIZE
002750             D-DATE                     DELIMITED BY SIZE
002760             "  EFF="                   DELIMITED BY SIZE
002770             WS-EFF-DATE                DELIMITED BY SIZE
002780             INTO MERIT-REPORT-RECORD
002790         END-STRING
002800     END-IF.
002810     WRITE MERIT-REPORT-RECORD.
002820     MOVE SPACES TO MERIT-REPORT-RECORD.
002830     WRITE MERIT-REPORT-RECORD.
002840     SET NOT-E-O-F TO TRUE.
002850     PERFORM 1900-READ-EMPLOYEE THRU 1900-EXIT.
002860 1000-EXIT.
002870     EXIT.
002880*
002890*-----------------------------------------------------------*
002900* 1100-RESOLVE-FILE-SPECS - SCAN THE COMMAND LINE.  FILE=,   *
002910* COMP=, GRADE=, MERIT= AND REPORT= NAME THE FILES, EFF= THE *
002920* EFFECTIVE DATE, MODE=APPLY WRITES THE RECORDS.             *
002930*-----------------------------------------------------------*
002940 1100-RESOLVE-FILE-SPECS.
002950     MOVE SPACES TO WS-COMMAND-LINE.
002960     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
002970     IF WS-COMMAND-LINE = SPACES
002980         GO TO 1100-EXIT
002990     END-IF.
003000     MOVE SPACES TO WS-PARM-WORDS.
003010     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
003020         INTO WS-PARM-ENTRY (1) WS-PARM-ENTRY (2)
003030              WS-PARM-ENTRY (3) WS-PARM-ENTRY (4)
003040              WS-PARM-ENTRY (5) WS-PARM-ENTRY (6)
003050              WS-PARM-ENTRY (7) WS-PARM-ENTRY (8)
003060              WS-PARM-ENTRY (9) WS-PARM-ENTRY (10)
003070     END-UNSTRING.
003080     PERFORM 1160-PROCESS-ONE-PARAMETER THRU 1160-EXIT
003090         VARYING WS-PARM-IDX FROM 1 BY 1
003100         UNTIL WS-PARM-IDX > 10.
003110 1100-EXIT.
003120     EXIT.
003130*
003140 1160-PROCESS-ONE-PARAMETER.
003150     IF WS-PARM-ENTRY (WS-PARM-IDX) = SPACES
003160         GO TO 1160-EXIT
003170     END-IF.
003180     MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE.
003190     UNSTRING WS-PARM-ENTRY (WS-PARM-IDX) DELIMITED BY "="
003200         INTO WS-PARM-KEYWORD WS-PARM-VALUE
003210     END-UNSTRING.
003220     IF WS-PARM-VALUE = SPACES
003230         MOVE WS-PARM-ENTRY (WS-PARM-IDX)
003240             TO WS-MERIT-FILE-SPEC
003250         GO TO 1160-EXIT
003260     END-IF.
003270     EVALUATE WS-PARM-KEYWORD
003280         WHEN "FILE"
003290             MOVE WS-PARM-VALUE TO WS-EMP-FILE-SPEC
003300         WHEN "COMP"
003310             MOVE WS-PARM-VALUE TO WS-COMP-FILE-SPEC
003320         WHEN "GRADE"
003330             MOVE WS-PARM-VALUE TO WS-GRADE-FILE-SPEC
003340         WHEN "MERIT"
003350             MOVE WS-PARM-VALUE TO WS-MERIT-FILE-SPEC
003360         WHEN "REPORT"
003370             MOVE WS-PARM-VALUE TO WS-REPORT-FILE-SPEC
003380         WHEN "EFF"
003390             MOVE FUNCTION NUMVAL (WS-PARM-VALUE)
003400                 TO WS-EFF-DATE
003410         WHEN "MODE"
003420             IF WS-PARM-VALUE = "APPLY"
003430                 SET MODE-APPLY TO TRUE
003440             ELSE
003450                 SET MODE-PROOF TO TRUE
003460             END-IF
003470         WHEN OTHER
003480             CONTINUE
003490     END-EVALUATE.
003500 1160-EXIT.
003510     EXIT.
003520*
003530*-----------------------------------------------------------*
003540* 1300-LOAD-MERIT-TABLE - READ THE GRADE,PERCENT LINES INTO  *
003550* THE MERIT TABLE.  A RUN WITH NO MERIT TABLE HAS NOTHING TO *
003560* DO AND STOPS BEFORE ANY FILE IS TOUCHED.                   *
003570*-----------------------------------------------------------*
003580 1300-LOAD-MERIT-TABLE.
003590     OPEN INPUT MERIT-FILE.
003600     IF WS-MERIT-STATUS NOT = "00" AND
003610             WS-MERIT-STATUS NOT = "05"
003620         DISPLAY "MERITRUN - CANNOT OPEN MERIT TABLE "
003630             WS-MERIT-FILE-SPEC
003640         DISPLAY "MERITRUN - FILE STATUS " WS-MERIT-STATUS
003650         STOP RUN
003660     END-IF.
003670     SET NOT-E-O-F TO TRUE.
003680     PERFORM 1350-READ-MERIT-LINE THRU 1350-EXIT.
003690     PERFORM 1360-TABLE-MERIT-LINE THRU 1360-EXIT
003700         UNTIL E-O-F OR WS-MT-USED = 50.
003710     CLOSE MERIT-FILE.
003720     IF WS-MT-USED = ZERO
003730         DISPLAY "MERITRUN - MERIT TABLE IS EMPTY - "
003740             "NOTHING TO DO"
003750         STOP RUN
003760     END-IF.
003770 1300-EXIT.
003780     EXIT.
003790*
003800 1350-READ-MERIT-LINE.
003810     READ MERIT-FILE
003820         AT END
003830             SET E-O-F TO TRUE
003840     END-READ.
003850 1350-EXIT.
003860     EXIT.
003870*
003880 1360-TABLE-MERIT-LINE.
003890     MOVE SPACES TO WS-IN-GRADE WS-IN-PCT.
003900     UNSTRING MERIT-RECORD DELIMITED BY ","
003910         INTO WS-IN-GRADE WS-IN-PCT
003920     END-UNSTRING.
003930     IF WS-IN-GRADE = SPACES OR WS-IN-PCT = SPACES
003940         DISPLAY "MERITRUN - MERIT LINE SKIPPED: "
003950             MERIT-RECORD
003960     ELSE
003970         ADD 1 TO WS-MT-USED
003980         MOVE WS-IN-GRADE TO WS-MT-GRADE (WS-MT-USED)
003990         MOVE FUNCTION NUMVAL (WS-IN-PCT)
004000             TO WS-MT-PCT (WS-MT-USED)
004010     END-IF.
004020     PERFORM 1350-READ-MERIT-LINE THRU 1350-EXIT.
004030 1360-EXIT.
004040     EXIT.
004050*
004060 1900-READ-EMPLOYEE.
004070     READ EMP-FILE NEXT RECORD
004080         AT END
004090             SET E-O-F TO TRUE
004100     END-READ.
004110 1900-EXIT.
004120     EXIT.
004130*
004140*-----------------------------------------------------------*
004150* 2000-PROCESS-ONE-EMPLOYEE - FOR AN ACTIVE EMPLOYEE FIND    *
004160* THE RATE IN FORCE BEFORE EFF= AND THE GRADE'S MERIT        *
004170* PERCENT AND BAND, BUILD THE NEW RATE, LIST IT, AND WHEN    *
004180* APPLYING WRITE AND JOURNAL IT.  ANY CONDITION THAT STOPS   *
004190* THE RAISE IS LISTED AS AN EXCEPTION INSTEAD.               *
004200*-----------------------------------------------------------*
004210 2000-PROCESS-ONE-EMPLOYEE.
004220     ADD 1 TO WS-EMP-READ-COUNT.
004230     IF EMP-TERMINATED
004240         GO TO 2000-NEXT
004250     END-IF.
004260     MOVE EMP-ID TO WS-LOOKUP-EMP-ID.
004270     PERFORM 2600-LOOKUP-PRIOR-COMP THRU 2600-EXIT.
004280     IF COMP-ON-EFF-DATE
004290         MOVE "RATE ALREADY ON FILE AT EFF DATE"
004300             TO WS-EXCEPTION-REASON
004310         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
004320         GO TO 2000-NEXT
004330     END-IF.
004340     IF COMP-NOT-FOUND
004350         MOVE "NO RATE IN FORCE BEFORE EFF DATE"
004360             TO WS-EXCEPTION-REASON
004370         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
004380         GO TO 2000-NEXT
004390     END-IF.
004400     SET PCT-NOT-FOUND TO TRUE.
004410     PERFORM 2700-FIND-MERIT-PCT THRU 2700-EXIT
004420         VARYING WS-MT-IDX FROM 1 BY 1
004430         UNTIL WS-MT-IDX > WS-MT-USED OR PCT-FOUND.
004440     IF PCT-NOT-FOUND
004450         MOVE "NO MERIT PERCENT FOR GRADE"
004460             TO WS-EXCEPTION-REASON
004470         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
004480         GO TO 2000-NEXT
004490     END-IF.
004500     MOVE WS-CUR-GRADE TO GRADE-CODE.
004510     READ GRADE-FILE RECORD KEY IS GRADE-CODE
004520         INVALID KEY
004530             MOVE "GRADE NOT ON GRADE MASTER"
004540                 TO WS-EXCEPTION-REASON
004550             PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
004560             GO TO 2000-NEXT
004570     END-READ.
004580     COMPUTE WS-NEW-SALARY ROUNDED =
004590         WS-CUR-SALARY * (100 + WS-MERIT-PCT) / 100
004600         ON SIZE ERROR
004610             MOVE GRADE-MAX-SALARY TO WS-NEW-SALARY
004620     END-COMPUTE.
004630     MOVE SPACES TO WS-BAND-NOTE.
004640     IF WS-NEW-SALARY > GRADE-MAX-SALARY
004650         MOVE GRADE-MAX-SALARY TO WS-NEW-SALARY
004660         MOVE "CAPPED AT MAX" TO WS-BAND-NOTE
004670     END-IF.
004680     IF WS-NEW-SALARY < GRADE-MIN-SALARY
004690         MOVE GRADE-MIN-SALARY TO WS-NEW-SALARY
004700         MOVE "RAISED TO MIN" TO WS-BAND-NOTE
004710     END-IF.
004720     IF WS-NEW-SALARY NOT > WS-CUR-SALARY
004730         MOVE "AT OR ABOVE GRADE MAX - NO INCREASE"
004740             TO WS-EXCEPTION-REASON
004750         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
004760         GO TO 2000-NEXT
004770     END-IF.
004780     IF WS-BAND-NOTE = "CAPPED AT MAX"
004790         ADD 1 TO WS-CAPPED-COUNT
004800     END-IF.
004810     COMPUTE WS-INCREASE = WS-NEW-SALARY - WS-CUR-SALARY.
004820     ADD 1 TO WS-RAISE-COUNT.
004830     ADD WS-CUR-SALARY TO WS-OLD-TOTAL.
004840     ADD WS-NEW-SALARY TO WS-NEW-TOTAL.
004850     ADD WS-INCREASE TO WS-INCREASE-TOTAL.
004860     PERFORM 2800-WRITE-PROOF-LINE THRU 2800-EXIT.
004870     IF MODE-APPLY
004880         PERFORM 3000-APPLY-RAISE THRU 3000-EXIT
004890     END-IF.
004900 2000-NEXT.
004910     PERFORM 1900-READ-EMPLOYEE THRU 1900-EXIT.
004920 2000-EXIT.
004930     EXIT.
004940*
004950*-----------------------------------------------------------*
004960* 2600-LOOKUP-PRIOR-COMP - WALK THE COMPENSATION HISTORY OF  *
004970* WS-LOOKUP-EMP-ID AND KEEP THE LATEST RECORD EFFECTIVE      *
004980* BEFORE EFF=.  A RECORD EFFECTIVE ON EFF= ITSELF IS NOTED   *
004990* SO THE RUN NEVER WRITES A DUPLICATE KEY.                   *
005000*-----------------------------------------------------------*
005010 2600-LOOKUP-PRIOR-COMP.
005020     SET COMP-NOT-FOUND TO TRUE.
005030     SET COMP-NOT-ON-EFF-DATE TO TRUE.
005040     MOVE WS-LOOKUP-EMP-ID TO COMP-EMP-ID.
005050     MOVE ZERO TO COMP-EFF-DATE.
005060     START COMP-FILE KEY IS NOT LESS THAN COMP-KEY
005070         INVALID KEY
005080             GO TO 2600-EXIT
005090     END-START.
005100     SET COMP-NOT-E-O-F TO TRUE.
005110     PERFORM 2650-READ-ONE-COMP THRU 2650-EXIT.
005120     PERFORM 2660-KEEP-IF-PRIOR THRU 2660-EXIT
005130         UNTIL COMP-E-O-F.
005140 2600-EXIT.
005150     EXIT.
005160*
005170 2650-READ-ONE-COMP.
005180     READ COMP-FILE NEXT RECORD
005190         AT END
005200             SET COMP-E-O-F TO TRUE
005210     END-READ.
005220 2650-EXIT.
005230     EXIT.
005240*
005250 2660-KEEP-IF-PRIOR.
005260     IF COMP-EMP-ID NOT = WS-LOOKUP-EMP-ID
005270         OR COMP-EFF-DATE > WS-EFF-DATE
005280         SET COMP-E-O-F TO TRUE
005290         GO TO 2660-EXIT
005300     END-IF.
005310     IF COMP-EFF-DATE = WS-EFF-DATE
005320         SET COMP-ON-EFF-DATE TO TRUE
005330         SET COMP-E-O-F TO TRUE
005340         GO TO 2660-EXIT
005350     END-IF.
005360     SET COMP-FOUND TO TRUE.
005370     MOVE COMP-SALARY TO WS-CUR-SALARY.
005380     MOVE COMP-GRADE  TO WS-CUR-GRADE.
005390     PERFORM 2650-READ-ONE-COMP THRU 2650-EXIT.
005400 2660-EXIT.
005410     EXIT.
005420*
005430 2700-FIND-MERIT-PCT.
005440     IF WS-MT-GRADE (WS-MT-IDX) = WS-CUR-GRADE
005450         MOVE WS-MT-PCT (WS-MT-IDX) TO WS-MERIT-PCT
005460         SET PCT-FOUND TO TRUE
005470     END-IF.
005480 2700-EXIT.
005490     EXIT.
005500*
005510*-----------------------------------------------------------*
005520* 2800-WRITE-PROOF-LINE - ONE LINE PER RAISE: THE EMPLOYEE,  *
005530* GRADE, OLD RATE, MERIT PERCENT, NEW RATE, THE INCREASE AND *
005540* ANY BAND ADJUSTMENT MADE TO IT.                            *
005550*-----------------------------------------------------------*
005560 2800-WRITE-PROOF-LINE.
005570     MOVE WS-CUR-SALARY TO WS-SALARY-PRINT.
005580     MOVE WS-MERIT-PCT  TO WS-PCT-PRINT.
005590     MOVE WS-NEW-SALARY TO WS-NEW-PRINT.
005600     MOVE WS-INCREASE   TO WS-INCREASE-PRINT.
005610     MOVE SPACES TO MERIT-REPORT-RECORD.
005620     STRING
005630         "  "                           DELIMITED BY SIZE
005640         EMP-ID                         DELIMITED BY SIZE
005650         "  "                           DELIMITED BY SIZE
005660         EMP-NAME                       DELIMITED BY SIZE
005670         "  "                           DELIMITED BY SIZE
005680         WS-CUR-GRADE                   DELIMITED BY SIZE
005690         "  "                           DELIMITED BY SIZE
005700         WS-SALARY-PRINT                DELIMITED BY SIZE
005710         "  +"                          DELIMITED BY SIZE
005720         WS-PCT-PRINT                   DELIMITED BY SIZE
005730         "%  "                          DELIMITED BY SIZE
005740         WS-NEW-PRINT                   DELIMITED BY SIZE
005750         "  INCR="                      DELIMITED BY SIZE
005760         WS-INCREASE-PRINT              DELIMITED BY SIZE
005770         "  "                           DELIMITED BY SIZE
005780         WS-BAND-NOTE                   DELIMITED BY SIZE
005790         INTO MERIT-REPORT-RECORD
005800     END-STRING.
005810     WRITE MERIT-REPORT-RECORD.
005820 2800-EXIT.
005830     EXIT.
005840*
005850 2900-WRITE-EXCEPTION.
005860     ADD 1 TO WS-EXCEPTION-COUNT.
005870     MOVE SPACES TO MERIT-REPORT-RECORD.
005880     STRING
005890         "EXCEPTION "                   DELIMITED BY SIZE
005900         EMP-ID                         DELIMITED BY SIZE
005910         "  "                           DELIMITED BY SIZE
005920         EMP-NAME                       DELIMITED BY SIZE
005930         "  "                           DELIMITED BY SIZE
005940         WS-EXCEPTION-REASON            DELIMITED BY SIZE
005950         INTO MERIT-REPORT-RECORD
005960     END-STRING.
005970     WRITE MERIT-REPORT-RECORD.
005980 2900-EXIT.
005990     EXIT.
006000*
006010*-----------------------------------------------------------*
006020* 3000-APPLY-RAISE - MODE=APPLY.  WRITE THE NEW RATE AT EFF= *
006030* AND JOURNAL IT AS A COMPMAIN ADD: SPACES BEFORE, THE NEW   *
006040* RECORD AFTER.                                              *
006050*-----------------------------------------------------------*
006060 3000-APPLY-RAISE.
006070     MOVE WS-LOOKUP-EMP-ID TO COMP-EMP-ID.
006080     MOVE WS-EFF-DATE      TO COMP-EFF-DATE.
006090     MOVE WS-NEW-SALARY    TO COMP-SALARY.
006100     MOVE WS-CUR-GRADE     TO COMP-GRADE.
006110     MOVE SPACES TO WS-BEFORE-IMAGE.
006120     WRITE COMP-RECORD
006130         INVALID KEY
006140             MOVE "WRITE FAILED - DUPLICATE COMP KEY"
006150                 TO WS-EXCEPTION-REASON
006160             PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
006170         NOT INVALID KEY
006180             MOVE COMP-RECORD TO WS-AFTER-IMAGE
006190             ADD 1 TO WS-WRITTEN-COUNT
006200             PERFORM 3800-WRITE-JOURNAL THRU 3800-EXIT
006210     END-WRITE.
006220 3000-EXIT.
006230     EXIT.
006240*
006250*-----------------------------------------------------------*
006260* 3800-WRITE-JOURNAL - APPEND ONE AUDIT LINE TO COMPJRNL.LOG *
006270* IN THE SAME SHAPE COMPMAIN WRITES, ACTION A.               *
006280*-----------------------------------------------------------*
006290 3800-WRITE-JOURNAL.
006300     ACCEPT WS-LOG-TIME FROM TIME.
006310     MOVE SPACES TO JOURNAL-RECORD.
006320     STRING
006330         D-DATE                         DELIMITED BY SIZE
006340         " "                            DELIMITED BY SIZE
006350         WS-LOG-TIME                    DELIMITED BY SIZE
006360         " USER="                       DELIMITED BY SIZE
006370         WS-JOURNAL-USER                DELIMITED BY SIZE
006380         " ACTION="                     DELIMITED BY SIZE
006390         "A"                            DELIMITED BY SIZE
006400         " BEFORE="                     DELIMITED BY SIZE
006410         WS-BEFORE-IMAGE                DELIMITED BY SIZE
006420         " AFTER="                      DELIMITED BY SIZE
006430         WS-AFTER-IMAGE                 DELIMITED BY SIZE
006440         INTO JOURNAL-RECORD
006450     END-STRING.
006460     WRITE JOURNAL-RECORD.
006470 3800-EXIT.
006480     EXIT.
006490*
006500*-----------------------------------------------------------*
006510* 8000-CLEANUP - WRITE THE LISTING TOTALS, CLOSE THE FILES   *
006520* AND ECHO THE COUNTS ON THE OPERATOR LOG.                   *
006530*-----------------------------------------------------------*
006540 8000-CLEANUP.
006550     MOVE SPACES TO MERIT-REPORT-RECORD.
006560     WRITE MERIT-REPORT-RECORD.
006570     MOVE WS-RAISE-COUNT TO WS-COUNT-PRINT.
006580     MOVE SPACES TO MERIT-REPORT-RECORD.
006590     STRING
006600         "TOTAL RAISES="                DELIMITED BY SIZE
006610         WS-COUNT-PRINT                 DELIMITED BY SIZE
006620         INTO MERIT-REPORT-RECORD
006630     END-STRING.
006640     WRITE MERIT-REPORT-RECORD.
006650     MOVE WS-OLD-TOTAL TO WS-TOTAL-PRINT.
006660     MOVE SPACES TO MERIT-REPORT-RECORD.
006670     STRING
006680         "TOTAL OLD RATES=  "           DELIMITED BY SIZE
006690         WS-TOTAL-PRINT                 DELIMITED BY SIZE
006700         INTO MERIT-REPORT-RECORD
006710     END-STRING.
006720     WRITE MERIT-REPORT-RECORD.
006730     MOVE WS-NEW-TOTAL TO WS-TOTAL-PRINT.
006740     MOVE SPACES TO MERIT-REPORT-RECORD.
006750     STRING
006760         "TOTAL NEW RATES=  "           DELIMITED BY SIZE
006770         WS-TOTAL-PRINT                 DELIMITED BY SIZE
006780         INTO MERIT-REPORT-RECORD
006790     END-STRING.
006800     WRITE MERIT-REPORT-RECORD.
006810     MOVE WS-INCREASE-TOTAL TO WS-TOTAL-PRINT.
006820     MOVE SPACES TO MERIT-REPORT-RECORD.
006830     STRING
006840         "TOTAL INCREASE=   "           DELIMITED BY SIZE
006850         WS-TOTAL-PRINT                 DELIMITED BY SIZE
006860         INTO MERIT-REPORT-RECORD
006870     END-STRING.
006880     WRITE MERIT-REPORT-RECORD.
006890     MOVE WS-EXCEPTION-COUNT TO WS-COUNT-PRINT.
006900     MOVE SPACES TO MERIT-REPORT-RECORD.
006910     STRING
006920         "TRAILER EXCEPTIONS="          DELIMITED BY SIZE
006930         WS-COUNT-PRINT                 DELIMITED BY SIZE
006940         INTO MERIT-REPORT-RECORD
006950     END-STRING.
006960     WRITE MERIT-REPORT-RECORD.
006970     CLOSE EMP-FILE COMP-FILE GRADE-FILE MERIT-REPORT-FILE.
006980     IF MODE-APPLY
006990         CLOSE JOURNAL-FILE
007000     END-IF.
007010     MOVE WS-EMP-READ-COUNT TO WS-COUNT-PRINT.
007020     DISPLAY "MERITRUN EMPLOYEES READ:   " WS-COUNT-PRINT.
007030     MOVE WS-RAISE-COUNT TO WS-COUNT-PRINT.
007040     DISPLAY "MERITRUN RAISES LISTED:    " WS-COUNT-PRINT.
007050     MOVE WS-CAPPED-COUNT TO WS-COUNT-PRINT.
007060     DISPLAY "MERITRUN CAPPED AT MAX:    " WS-COUNT-PRINT.
007070     MOVE WS-EXCEPTION-COUNT TO WS-COUNT-PRINT.
007080     DISPLAY "MERITRUN EXCEPTIONS:       " WS-COUNT-PRINT.
007090     IF MODE-APPLY
007100         MOVE WS-WRITTEN-COUNT TO WS-COUNT-PRINT
007110         DISPLAY "MERITRUN RECORDS WRITTEN:  " WS-COUNT-PRINT
007120     ELSE
007130         DISPLAY "MERITRUN PROOF ONLY - RERUN WITH "
007140             "MODE=APPLY TO WRITE THE RECORDS"
007150     END-IF.
007160 8000-EXIT.
007170     EXIT.
007180*
007190 END PROGRAM MERITRUN.
