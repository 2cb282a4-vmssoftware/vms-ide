000130* KEYED ON EMP-ID PLUS EFFECTIVE DATE - A RAISE IS AN ADD    *
000140* WITH A NEW EFFECTIVE DATE, SO THE OLD RATE STAYS ON FILE   *
000150* AS HISTORY.  AN ADD OR UPDATE WHOSE EMP-ID IS NOT ON THE   *
000160* EMPLOYEE MASTER IS REJECTED, SO NO COMPENSATION RECORD CAN *
000170* POINT AT AN EMPLOYEE WE DO NOT HAVE.  TRANSACTIONS THAT    *
000180* CANNOT BE APPLIED GO TO A REJECT LISTING WITH A REASON AND *
000190* EVERY RECORD TOUCHED IS JOURNALLED WITH ITS BEFORE AND     *
000200* AFTER IMAGE TO COMPJRNL.LOG.                               *
000210*                                                            *
000220* AN ADD OR UPDATE MUST ALSO CARRY A GRADE THAT IS ON THE    *
000230* GRADE MASTER (GRADE.DAT) AND A SALARY INSIDE THAT GRADE'S  *
000240* MINIMUM-TO-MAXIMUM BAND; ANYTHING ELSE IS REJECTED.        *
000250*                                                            *
000260* THE RUN IS A STEP OF THE BATCH CYCLE AND WILL NOT START    *
000270* UNTIL THE STEPS BEFORE IT IN CYCLEDEF.DAT HAVE ENDED       *
000280* NORMALLY ON RUNHIST.LOG, UNLESS THE OPERATOR OVERRIDES     *
000290* WITH A REASON.  IT WRITES ITS OWN START AND END RECORDS TO *
000300* RUNHIST.LOG FOR THE CYCLCTL SIGN-OFF.                      *
000310*-----------------------------------------------------------*
000320*
000330* MODIFICATION HISTORY.
000340*    09/02/26  RTN  ORIGINAL VERSION.
000350*    10/15/26  RTN  ADDS AND UPDATES ARE CHECKED AGAINST THE
000360*                   GRADE MASTER: THE GRADE MUST BE ON
000370*                   GRADE.DAT AND THE SALARY INSIDE ITS
000380*                   MINIMUM-TO-MAXIMUM BAND.  GRADE= NAMES
000390*                   THE GRADE MASTER.
000400*    10/15/26  RTN  THE RUN WAITS ON THE BATCH CYCLE: IT
000410*                   WILL NOT START UNTIL ITS PREREQUISITE
000420*                   STEPS IN CYCLEDEF.DAT HAVE ENDED
000430*                   NORMALLY ON RUNHIST.LOG FOR THE BUSINESS
000440*                   DATE, UNLESS OVERRIDE=REASON IS GIVEN,
000450*                   WHICH IS LOGGED.  RUN-HISTORY START AND
000460*                   END RECORDS ARE NOW WRITTEN.
000470*    10/15/26  RTN  THE RUN-HISTORY START RECORD CARRIES
000480*                   BUSINESS=, AND THE CYCLE GATE TAKES A
000490*                   PREREQUISITE START FOR THE BUSINESS DATE
000500*                   FROM ITS BUSINESS= WORD, SO A STEP RUN
000510*                   PAST MIDNIGHT STILL COUNTS.
000520*
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT OPTIONAL COMP-FILE ASSIGN "SYS$DISK:COMP.DAT"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS COMP-KEY
000600         FILE STATUS IS WS-COMP-STATUS.
000610     SELECT OPTIONAL EMP-FILE ASSIGN "SYS$DISK:ART.DAT"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS EMP-ID
000650         ALTERNATE RECORD KEY IS EMP-NAME
000660             WITH DUPLICATES
000670         ALTERNATE RECORD KEY IS EMP-DEPT-CODE
000680             WITH DUPLICATES
000690         FILE STATUS IS WS-EMP-STATUS.
000700     SELECT OPTIONAL GRADE-FILE ASSIGN "SYS$DISK:GRADE.DAT"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS GRADE-CODE
000740         FILE STATUS IS WS-GRADE-STATUS.
000750     SELECT OPTIONAL TRANS-FILE ASSIGN "SYS$DISK:COMPTRAN.DAT"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-TRANS-STATUS.
000780     SELECT REJECT-FILE ASSIGN "SYS$DISK:COMPTRAN.REJ"
000790         ORGANIZATION IS LINE SEQUENTIAL.
000800     SELECT OPTIONAL JOURNAL-FILE
000810         ASSIGN "SYS$DISK:COMPJRNL.LOG"
000820         ORGANIZATION IS LINE SEQUENTIAL.
000830     SELECT OPTIONAL CYCLEDEF-FILE ASSIGN "SYS$DISK:CYCLEDEF.DAT"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-DEF-STATUS.
000860     SELECT OPTIONAL RUNHIST-FILE ASSIGN "SYS$DISK:RUNHIST.LOG"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-HIST-STATUS.
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  COMP-FILE
000920     VALUE OF ID IS WS-COMP-FILE-SPEC.
000930 COPY "COMPREC.LIB".
000940 FD  EMP-FILE
000950     VALUE OF ID IS WS-EMP-FILE-SPEC.
000960 COPY "EMPREC.LIB".
000970 FD  GRADE-FILE
000980     VALUE OF ID IS WS-GRADE-FILE-SPEC.
000990 COPY "GRADEREC.LIB".
001000 FD  TRANS-FILE
001010     VALUE OF ID IS WS-TRANS-FILE-SPEC.
001020 01  TRANS-RECORD.
001030     02  TR-ACTION               PIC X(01).
001040         88  TR-ADD                  VALUE "A".
001050         88  TR-UPDATE               VALUE "U".
001060         88  TR-DELETE               VALUE "D".
001070     02  TR-EMP-ID               PIC X(07).
001080     02  TR-EFF-DATE             PIC X(08).
001090     02  TR-SALARY               PIC X(09).
001100     02  TR-GRADE                PIC X(02).
001110 FD  REJECT-FILE.
001120 01  REJECT-RECORD               PIC X(80).
001130 FD  JOURNAL-FILE.
001140 01  JOURNAL-RECORD              PIC X(132).
001150 FD  CYCLEDEF-FILE.
001160 01  CYCLEDEF-RECORD             PIC X(80).
001170 FD  RUNHIST-FILE.
001180 01  RUNHIST-RECORD              PIC X(320).
001190 WORKING-STORAGE SECTION.
001200*
001210*-----------------------------------------------------------*
001220* FILE STATUS BYTES AND RUNTIME FILE SPECS.  FILE= NAMES THE *
001230* COMPENSATION FILE, EMP= THE EMPLOYEE MASTER IT IS CHECKED  *
001240* AGAINST, TRANS= (OR A BARE WORD) THE TRANSACTION BATCH,    *
001250* GRADE= THE GRADE MASTER THE SALARY BANDS COME FROM.        *
001260*-----------------------------------------------------------*
001270 01  WS-COMP-STATUS              PIC X(02).
001280 01  WS-EMP-STATUS               PIC X(02).
001290 01  WS-TRANS-STATUS             PIC X(02).
001300 01  WS-GRADE-STATUS             PIC X(02).
001310 01  WS-COMP-FILE-SPEC           PIC X(50)
001320     VALUE "SYS$DISK:COMP.DAT".
001330 01  WS-EMP-FILE-SPEC            PIC X(50)
001340     VALUE "SYS$DISK:ART.DAT".
001350 01  WS-TRANS-FILE-SPEC          PIC X(50)
001360     VALUE "SYS$DISK:COMPTRAN.DAT".
001370 01  WS-GRADE-FILE-SPEC          PIC X(50)
001380     VALUE "SYS$DISK:GRADE.DAT".
001390 01  WS-COMMAND-LINE             PIC X(132).
001400 01  WS-PARM-WORDS.
001410     02  WS-PARM-ENTRY           PIC X(50) OCCURS 10 TIMES.
001420 01  WS-PARM-IDX                 PIC 9(2) COMP.
001430 01  WS-PARM-KEYWORD             PIC X(10).
001440 01  WS-PARM-VALUE               PIC X(40).
001450*
001460*-----------------------------------------------------------*
001470* BATCH CYCLE GATE.  AN UPDATE RUN IS A STEP OF A CYCLE IN   *
001480* CYCLEDEF.DAT (CYCLE=, OR THE FIRST CYCLE THAT NAMES IT)    *
001490* AND WILL NOT START UNTIL EVERY PREREQUISITE STEP HAS A RUN *
001500* THAT STARTED ON THE BUSINESS DATE (CYCLEDATE=, DEFAULT     *
001510* TODAY) AND ENDED NORMALLY ON RUNHIST.LOG.  OVERRIDE=REASON *
001520* LETS THE OPERATOR START IT ANYWAY; THE REASON RUNS TO THE  *
001530* END OF THE COMMAND LINE, SO OVERRIDE= MUST BE THE LAST     *
001540* PARAMETER.  THE OVERRIDE IS LOGGED TO RUNHIST.LOG FOR THE  *
001550* CYCLCTL SIGN-OFF REPORT.                                   *
001560*-----------------------------------------------------------*
001570 01  WS-DEF-STATUS               PIC X(02).
001580 01  WS-HIST-STATUS              PIC X(02).
001590 COPY "CYCLEDEF.LIB".
001600 01  WS-GATE-JOB                 PIC X(12) VALUE "COMPMAIN".
001610 01  WS-GATE-MODE                PIC X(01) VALUE SPACE.
001620 01  WS-GATE-CYCLE               PIC X(08) VALUE SPACES.
001630 01  WS-GATE-DATE                PIC 9(08) VALUE ZERO.
001640 01  WS-GATE-STEP-TABLE.
001650     02  WS-GS-ENTRY             OCCURS 40 TIMES.
001660         03  WS-GS-CYCLE         PIC X(08).
001670         03  WS-GS-STEP          PIC X(02).
001680         03  WS-GS-JOB           PIC X(12).
001690         03  WS-GS-MODE          PIC X(01).
001700         03  WS-GS-PREREQ        PIC X(02) OCCURS 4 TIMES.
001710         03  WS-GS-NEEDED-SW     PIC X(01).
001720             88  GS-NEEDED           VALUE "Y".
001730         03  WS-GS-DONE-SW       PIC X(01).
001740             88  GS-DONE             VALUE "Y".
001750 01  WS-GS-USED                  PIC 9(03) COMP VALUE ZERO.
001760 01  WS-GS-IDX                   PIC 9(03) COMP.
001770 01  WS-GS-IDX2                  PIC 9(03) COMP.
001780 01  WS-GS-OWN                   PIC 9(03) COMP VALUE ZERO.
001790 01  WS-GATE-NEEDED-COUNT        PIC 9(03) COMP VALUE ZERO.
001800 01  WS-PQ-IDX                   PIC 9(01) COMP.
001810 01  WS-PQ-STEP                  PIC X(02).
001820 01  WS-GATE-RUN-TABLE.
001830     02  WS-GR-ENTRY             OCCURS 200 TIMES.
001840         03  WS-GR-STAMP         PIC X(17).
001850         03  WS-GR-STEP-IDX      PIC 9(03) COMP.
001860 01  WS-GR-USED                  PIC 9(03) COMP VALUE ZERO.
001870 01  WS-GR-IDX                   PIC 9(03) COMP.
001880 01  WS-GATE-MISSING             PIC X(70).
001890 01  WS-GATE-MISSING-PTR         PIC 9(03) COMP.
001900 01  WS-OVERRIDE-REASON          PIC X(80) VALUE SPACES.
001910 01  WS-OVERRIDE-POS             PIC 9(03) COMP.
001920 01  WS-HIST-WORDS.
001930     02  WS-HW-WORD              PIC X(60) OCCURS 12 TIMES.
001940 01  WS-HW-IDX                   PIC 9(02) COMP.
001950 01  WS-HL-JOB                   PIC X(12).
001960 01  WS-HL-MODE                  PIC X(01).
001970 01  WS-HL-STATUS                PIC X(10).
001980 01  WS-HL-BUSINESS              PIC X(08).
001990 01  WS-GATE-EOF-SW              PIC X.
002000     88  GATE-EOF                    VALUE "E".
002010     88  GATE-NOT-EOF                VALUE "N".
002020*
002030*-----------------------------------------------------------*
002040* RUN COUNTS REPORTED AT END OF JOB.                         *
002050*-----------------------------------------------------------*
002060 01  WS-TRANS-COUNT              PIC 9(05) COMP VALUE ZERO.
002070 01  WS-ADD-COUNT                PIC 9(05) COMP VALUE ZERO.
002080 01  WS-UPDATE-COUNT             PIC 9(05) COMP VALUE ZERO.
002090 01  WS-DELETE-COUNT             PIC 9(05) COMP VALUE ZERO.
002100 01  WS-REJECT-COUNT             PIC 9(05) COMP VALUE ZERO.
002110 01  WS-COUNT-PRINT              PIC ZZZZ9.
002120*
002130*-----------------------------------------------------------*
002140* JOURNAL AND REJECT WORK FIELDS.  THE BEFORE AND AFTER      *
002150* IMAGES ARE THE FULL COMP-RECORD AS IT STOOD ON FILE AROUND *
002160* THE TRANSACTION; SPACES MEAN NO RECORD EXISTED ON THAT     *
002170* SIDE (BEFORE AN ADD, AFTER A DELETE).                      *
002180*-----------------------------------------------------------*
002190 01  D-DATE                      PIC 9(8).
002200 01  WS-LOG-TIME                 PIC 9(8).
002210 01  WS-RUN-START-TIME           PIC 9(8).
002220 01  WS-RUN-END-TIME             PIC 9(8).
002230 01  WS-JOURNAL-USER             PIC X(12).
002240 01  WS-JOURNAL-ACTION           PIC X(01).
002250 01  WS-BEFORE-IMAGE             PIC X(26).
002260 01  WS-AFTER-IMAGE              PIC X(26).
002270 01  WS-REJECT-REASON            PIC X(30).
002280 01  WS-SALARY-X                 PIC X(09).
002290 01  WS-SALARY-9 REDEFINES WS-SALARY-X
002300                                 PIC 9(07)V99.
002310 01  WS-EFF-SPLIT.
002320     02  WS-EFF-YEAR             PIC 9(04).
002330     02  WS-EFF-MONTH            PIC 9(02).
002340     02  WS-EFF-DAY              PIC 9(02).
002350 01  EOF-SW                      PIC X.
002360     88  E-O-F                       VALUE "E".
002370     88  NOT-E-O-F                   VALUE "N".
002380 PROCEDURE DIVISION.
002390 MAIN-PROG SECTION.
002400 0000-MAINLINE.
002410     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002420     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
002430         UNTIL E-O-F.
002440     PERFORM 8000-CLEANUP THRU 8000-EXIT.
002450     PERFORM 8600-WRITE-RUN-END THRU 8600-EXIT.
002460     STOP RUN.
002470*
002480*-----------------------------------------------------------*
002490* 1000-INITIALIZE - GET THE RUN DATE AND JOURNAL USER,       *
002500* RESOLVE THE FILE SPECS, PASS THE CYCLE GATE, WRITE THE     *
002510* RUN-HISTORY START RECORD, OPEN THE FILES AND PRIME THE     *
002520* TRANSACTION LOOP.                                          *
002530*-----------------------------------------------------------*
002540 1000-INITIALIZE.
002550     ACCEPT D-DATE FROM DATE YYYYMMDD.
002560     PERFORM 1100-RESOLVE-FILE-SPECS THRU 1100-EXIT.
002570     DISPLAY "COMPMAIN$USER" UPON ENVIRONMENT-NAME.
002580     MOVE SPACES TO WS-JOURNAL-USER.
002590     ACCEPT WS-JOURNAL-USER FROM ENVIRONMENT-VALUE.
002600     IF WS-JOURNAL-USER = SPACES
002610         MOVE "*UNKNOWN*" TO WS-JOURNAL-USER
002620     END-IF.
002630     ACCEPT WS-RUN-START-TIME FROM TIME.
002640     PERFORM 1300-CHECK-CYCLE-GATE THRU 1300-EXIT.
002650     PERFORM 7600-WRITE-RUN-START THRU 7600-EXIT.
002660     OPEN I-O COMP-FILE.
002670     IF WS-COMP-STATUS NOT = "00" AND WS-COMP-STATUS NOT = "05"
002680         DISPLAY "COMPMAIN - CANNOT OPEN COMPENSATION FILE "
002690             WS-COMP-FILE-SPEC
002700         DISPLAY "COMPMAIN - FILE STATUS " WS-COMP-STATUS
002710         STOP RUN
002720     END-IF.
002730     OPEN INPUT EMP-FILE.
002740     IF WS-EMP-STATUS NOT = "00" AND WS-EMP-STATUS NOT = "05"
002750         DISPLAY "COMPMAIN - CANNOT OPEN EMPLOYEE FILE "
002760             WS-EMP-FILE-SPEC
002770         DISPLAY "COMPMAIN - FILE STATUS " WS-EMP-STATUS
002780         STOP RUN
002790     END-IF.
002800     OPEN INPUT GRADE-FILE.
002810     IF WS-GRADE-STATUS NOT = "00" AND
002820             WS-GRADE-STATUS NOT = "05"
002830         DISPLAY "COMPMAIN - CANNOT OPEN GRADE MASTER "
002840             WS-GRADE-FILE-SPEC
002850         DISPLAY "COMPMAIN - FILE STATUS " WS-GRADE-STATUS
002860         STOP RUN
002870     END-IF.
002880     OPEN INPUT TRANS-FILE.
002890     IF WS-TRANS-STATUS NOT = "00" AND
002900             WS-TRANS-STATUS NOT = "05"
002910         DISPLAY "COMPMAIN - CANNOT OPEN TRANSACTION FILE "
002920             WS-TRANS-FILE-SPEC
002930         DISPLAY "COMPMAIN - FILE STATUS " WS-TRANS-STATUS
002940         STOP RUN
002950     END-IF.
002960     OPEN OUTPUT REJECT-FILE.
002970     OPEN EXTEND JOURNAL-FILE.
002980     SET NOT-E-O-F TO TRUE.
002990     PERFORM 1900-READ-TRANSACTION THRU 1900-EXIT.
003000 1000-EXIT.
003010     EXIT.
003020*
003030*-----------------------------------------------------------*
003040* 1100-RESOLVE-FILE-SPECS - SCAN THE COMMAND LINE FOR FILE=, *
003050* EMP=, TRANS= AND GRADE= PARAMETERS (A BARE WORD IS THE     *
003060* TRANSACTION FILE SPEC), AND CYCLE= AND CYCLEDATE= FOR THE  *
003070* CYCLE GATE.  OVERRIDE= AND ITS REASON ARE TAKEN OFF THE    *
003080* END OF THE LINE BEFORE THE REST IS SPLIT INTO WORDS.       *
003090*-----------------------------------------------------------*
003100 1100-RESOLVE-FILE-SPECS.
003110     MOVE SPACES TO WS-COMMAND-LINE.
003120     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
003130     MOVE ZERO TO WS-OVERRIDE-POS.
003140     INSPECT WS-COMMAND-LINE TALLYING WS-OVERRIDE-POS
003150         FOR CHARACTERS BEFORE INITIAL "OVERRIDE=".
003160     IF WS-OVERRIDE-POS < 123
003170         MOVE WS-COMMAND-LINE (WS-OVERRIDE-POS + 10:)
003180             TO WS-OVERRIDE-REASON
003190     END-IF.
003200     IF WS-OVERRIDE-POS < 132
003210         MOVE SPACES TO WS-COMMAND-LINE (WS-OVERRIDE-POS + 1:)
003220     END-IF.
003230     IF WS-COMMAND-LINE = SPACES
003240         GO TO 1100-EXIT
003250     END-IF.
003260     MOVE SPACES TO WS-PARM-WORDS.
003270     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
003280         INTO WS-PARM-ENTRY (1) WS-PARM-ENTRY (2)
003290              WS-PARM-ENTRY (3) WS-PARM-ENTRY (4)
003300              WS-PARM-ENTRY (5) WS-PARM-ENTRY (6)
003310              WS-PARM-ENTRY (7) WS-PARM-ENTRY (8)
003320              WS-PARM-ENTRY (9) WS-PARM-ENTRY (10)
003330     END-UNSTRING.
003340     PERFORM 1160-PROCESS-ONE-PARAMETER THRU 1160-EXIT
003350         VARYING WS-PARM-IDX FROM 1 BY 1
003360         UNTIL WS-PARM-IDX > 10.
003370 1100-EXIT.
003380     EXIT.
003390*
003400 1160-PROCESS-ONE-PARAMETER.
003410     IF WS-PARM-ENTRY (WS-PARM-IDX) = SPACES
003420         GO TO 1160-EXIT
003430     END-IF.
003440     MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE.
003450     UNSTRING WS-PARM-ENTRY (WS-PARM-IDX) DELIMITED BY "="
003460         INTO WS-PARM-KEYWORD WS-PARM-VALUE
003470     END-UNSTRING.
003480     IF WS-PARM-VALUE = SPACES
003490         MOVE WS-PARM-ENTRY (WS-PARM-IDX)
003500             TO WS-TRANS-FILE-SPEC
003510         GO TO 1160-EXIT
003520     END-IF.
003530     EVALUATE WS-PARM-KEYWORD
003540         WHEN "FILE"
003550             MOVE WS-PARM-VALUE TO WS-COMP-FILE-SPEC
003560         WHEN "EMP"
003570             MOVE WS-PARM-VALUE TO WS-EMP-FILE-SPEC
003580         WHEN "TRANS"
003590             MOVE WS-PARM-VALUE TO WS-TRANS-FILE-SPEC
003600         WHEN "GRADE"
003610             MOVE WS-PARM-VALUE TO WS-GRADE-FILE-SPEC
003620         WHEN "CYCLE"
003630             MOVE WS-PARM-VALUE TO WS-GATE-CYCLE
003640         WHEN "CYCLEDATE"
003650             IF WS-PARM-VALUE (1:8) IS NUMERIC
003660                 MOVE WS-PARM-VALUE (1:8) TO WS-GATE-DATE
003670             END-IF
003680         WHEN OTHER
003690             CONTINUE
003700     END-EVALUATE.
003710 1160-EXIT.
003720     EXIT.
003730*
003740*-----------------------------------------------------------*
003750* 1300-CHECK-CYCLE-GATE - REFUSE TO START AHEAD OF THE       *
003760* CYCLE.  NO CYCLE DEFINITION, OR NO CYCLE THAT NAMES THIS   *
003770* JOB, LEAVES NOTHING TO WAIT FOR.  OTHERWISE EVERY          *
003780* PREREQUISITE STEP MUST HAVE ENDED NORMALLY ON THE BUSINESS *
003790* DATE, OR THE OPERATOR MUST HAVE GIVEN AN OVERRIDE REASON,  *
003800* WHICH IS LOGGED BEFORE THE RUN GOES ON.                    *
003810*-----------------------------------------------------------*
003820 1300-CHECK-CYCLE-GATE.
003830     IF WS-GATE-DATE = ZERO
003840         MOVE D-DATE TO WS-GATE-DATE
003850     END-IF.
003860     OPEN INPUT CYCLEDEF-FILE.
003870     IF WS-DEF-STATUS NOT = "00"
003880         GO TO 1300-EXIT
003890     END-IF.
003900     SET GATE-NOT-EOF TO TRUE.
003910     PERFORM 1310-LOAD-ONE-STEP THRU 1310-EXIT
003920         UNTIL GATE-EOF.
003930     CLOSE CYCLEDEF-FILE.
003940     PERFORM 1320-FIND-OWN-STEP THRU 1320-EXIT
003950         VARYING WS-GS-IDX FROM 1 BY 1
003960         UNTIL WS-GS-IDX > WS-GS-USED OR WS-GS-OWN NOT = ZERO.
003970     IF WS-GS-OWN = ZERO
003980         GO TO 1300-EXIT
003990     END-IF.
004000     PERFORM 1330-MARK-ONE-PREREQ THRU 1330-EXIT
004010         VARYING WS-PQ-IDX FROM 1 BY 1
004020         UNTIL WS-PQ-IDX > 4.
004030     IF WS-GATE-NEEDED-COUNT = ZERO
004040         GO TO 1300-EXIT
004050     END-IF.
004060     PERFORM 1340-SCAN-RUN-HISTORY THRU 1340-EXIT.
004070     MOVE SPACES TO WS-GATE-MISSING.
004080     MOVE 1 TO WS-GATE-MISSING-PTR.
004090     PERFORM 1380-LIST-ONE-MISSING THRU 1380-EXIT
004100         VARYING WS-GS-IDX FROM 1 BY 1
004110         UNTIL WS-GS-IDX > WS-GS-USED.
004120     IF WS-GATE-MISSING = SPACES
004130         DISPLAY "COMPMAIN - CYCLE " WS-GATE-CYCLE
004140             " PREREQUISITES COMPLETE FOR " WS-GATE-DATE
004150         GO TO 1300-EXIT
004160     END-IF.
004170     IF WS-OVERRIDE-REASON = SPACES
004180         DISPLAY "COMPMAIN - CYCLE " WS-GATE-CYCLE
004190             " PREREQUISITES NOT ENDED NORMALLY ON "
004200             WS-GATE-DATE
004210         DISPLAY "COMPMAIN - " WS-GATE-MISSING
004220         DISPLAY "COMPMAIN - UPDATE RUN NOT STARTED - RERUN WITH "
004230             "OVERRIDE=REASON TO START IT ANYWAY"
004240         STOP RUN
004250     END-IF.
004260     PERFORM 1390-LOG-OVERRIDE THRU 1390-EXIT.
004270 1300-EXIT.
004280     EXIT.
004290*
004300 1310-LOAD-ONE-STEP.
004310     READ CYCLEDEF-FILE
004320         AT END
004330             SET GATE-EOF TO TRUE
004340             GO TO 1310-EXIT
004350     END-READ.
004360     IF CYCLEDEF-RECORD = SPACES
004370         OR CYCLEDEF-RECORD (1:1) = "*"
004380         GO TO 1310-EXIT
004390     END-IF.
004400     IF WS-GS-USED NOT < 40
004410         GO TO 1310-EXIT
004420     END-IF.
004430     MOVE CYCLEDEF-RECORD TO CYCLE-DEF-LINE.
004440     ADD 1 TO WS-GS-USED.
004450     MOVE CD-CYCLE TO WS-GS-CYCLE (WS-GS-USED).
004460     MOVE CD-STEP TO WS-GS-STEP (WS-GS-USED).
004470     MOVE CD-JOB TO WS-GS-JOB (WS-GS-USED).
004480     MOVE CD-MODE TO WS-GS-MODE (WS-GS-USED).
004490     MOVE CD-PREREQ-STEP (1) TO WS-GS-PREREQ (WS-GS-USED 1).
004500     MOVE CD-PREREQ-STEP (2) TO WS-GS-PREREQ (WS-GS-USED 2).
004510     MOVE CD-PREREQ-STEP (3) TO WS-GS-PREREQ (WS-GS-USED 3).
004520     MOVE CD-PREREQ-STEP (4) TO WS-GS-PREREQ (WS-GS-USED 4).
004530     MOVE "N" TO WS-GS-NEEDED-SW (WS-GS-USED)
004540                 WS-GS-DONE-SW (WS-GS-USED).
004550 1310-EXIT.
004560     EXIT.
004570*
004580 1320-FIND-OWN-STEP.
004590     IF WS-GS-JOB (WS-GS-IDX) = WS-GATE-JOB
004600         AND (WS-GS-MODE (WS-GS-IDX) = SPACE
004610           OR WS-GS-MODE (WS-GS-IDX) = WS-GATE-MODE)
004620         AND (WS-GATE-CYCLE = SPACES
004630           OR WS-GS-CYCLE (WS-GS-IDX) = WS-GATE-CYCLE)
004640         MOVE WS-GS-IDX TO WS-GS-OWN
004650         MOVE WS-GS-CYCLE (WS-GS-IDX) TO WS-GATE-CYCLE
004660     END-IF.
004670 1320-EXIT.
004680     EXIT.
004690*
004700 1330-MARK-ONE-PREREQ.
004710     MOVE WS-GS-PREREQ (WS-GS-OWN WS-PQ-IDX) TO WS-PQ-STEP.
004720     IF WS-PQ-STEP = SPACES OR WS-PQ-STEP = "00"
004730         GO TO 1330-EXIT
004740     END-IF.
004750     PERFORM 1335-MARK-PREREQ-STEP THRU 1335-EXIT
004760         VARYING WS-GS-IDX FROM 1 BY 1
004770         UNTIL WS-GS-IDX > WS-GS-USED.
004780 1330-EXIT.
004790     EXIT.
004800*
004810 1335-MARK-PREREQ-STEP.
004820     IF WS-GS-CYCLE (WS-GS-IDX) = WS-GATE-CYCLE
004830         AND WS-GS-STEP (WS-GS-IDX) = WS-PQ-STEP
004840         AND NOT GS-NEEDED (WS-GS-IDX)
004850         MOVE "Y" TO WS-GS-NEEDED-SW (WS-GS-IDX)
004860         ADD 1 TO WS-GATE-NEEDED-COUNT
004870     END-IF.
004880 1335-EXIT.
004890     EXIT.
004900*
004910*-----------------------------------------------------------*
004920* 1340-SCAN-RUN-HISTORY - ONE PASS OVER RUNHIST.LOG.  A      *
004930* START FOR THE BUSINESS DATE FOR A PREREQUISITE STEP IS     *
004940* TABLED BY ITS START STAMP.  THE BUSINESS DATE OF A START   *
004950* IS ITS BUSINESS= WORD, OR ITS STAMP DATE WHEN IT HAS NONE, *
004960* SO A STEP RUN AFTER MIDNIGHT STILL COUNTS FOR ITS CYCLE.   *
004970* AN END RECORD WITH STATUS=NORMAL FOR A TABLED STAMP MARKS  *
004980* THAT STEP DONE.  A START WITH NO JOB= IS AN OLDER          *
004990* RMSSPECREGS START.                                         *
005000*-----------------------------------------------------------*
005010 1340-SCAN-RUN-HISTORY.
005020     OPEN INPUT RUNHIST-FILE.
005030     IF WS-HIST-STATUS NOT = "00"
005040         GO TO 1340-EXIT
005050     END-IF.
005060     SET GATE-NOT-EOF TO TRUE.
005070     PERFORM 1350-DIGEST-HISTORY-LINE THRU 1350-EXIT
005080         UNTIL GATE-EOF.
005090     CLOSE RUNHIST-FILE.
005100 1340-EXIT.
005110     EXIT.
005120*
005130 1350-DIGEST-HISTORY-LINE.
005140     READ RUNHIST-FILE
005150         AT END
005160             SET GATE-EOF TO TRUE
005170             GO TO 1350-EXIT
005180     END-READ.
005190     IF RUNHIST-RECORD (1:6) NOT = "START "
005200         AND RUNHIST-RECORD (1:6) NOT = "END   "
005210         GO TO 1350-EXIT
005220     END-IF.
005230     MOVE SPACES TO WS-HIST-WORDS WS-HL-JOB WS-HL-MODE
005240                    WS-HL-STATUS WS-HL-BUSINESS.
005250     UNSTRING RUNHIST-RECORD DELIMITED BY ALL SPACE
005260         INTO WS-HW-WORD (1) WS-HW-WORD (2)
005270              WS-HW-WORD (3) WS-HW-WORD (4)
005280              WS-HW-WORD (5) WS-HW-WORD (6)
005290              WS-HW-WORD (7) WS-HW-WORD (8)
005300              WS-HW-WORD (9) WS-HW-WORD (10)
005310              WS-HW-WORD (11) WS-HW-WORD (12)
005320     END-UNSTRING.
005330     PERFORM 1355-TAKE-ONE-WORD THRU 1355-EXIT
005340         VARYING WS-HW-IDX FROM 1 BY 1
005350         UNTIL WS-HW-IDX > 12.
005360     IF RUNHIST-RECORD (1:6) = "START "
005370         IF WS-HL-BUSINESS = SPACES
005380             MOVE RUNHIST-RECORD (7:8) TO WS-HL-BUSINESS
005390         END-IF
005400         IF WS-HL-BUSINESS NOT = WS-GATE-DATE
005410             GO TO 1350-EXIT
005420         END-IF
005430         IF WS-HL-JOB = SPACES
005440             MOVE "RMSSPECREGS" TO WS-HL-JOB
005450         END-IF
005460         PERFORM 1360-TABLE-ONE-START THRU 1360-EXIT
005470             VARYING WS-GS-IDX FROM 1 BY 1
005480             UNTIL WS-GS-IDX > WS-GS-USED
005490     ELSE
005500         IF WS-HL-STATUS = "NORMAL"
005510             PERFORM 1370-MATCH-ONE-END THRU 1370-EXIT
005520                 VARYING WS-GR-IDX FROM 1 BY 1
005530                 UNTIL WS-GR-IDX > WS-GR-USED
005540         END-IF
005550     END-IF.
005560 1350-EXIT.
005570     EXIT.
005580*
005590 1355-TAKE-ONE-WORD.
005600     IF WS-HW-WORD (WS-HW-IDX) (1:4) = "JOB="
005610         MOVE WS-HW-WORD (WS-HW-IDX) (5:12) TO WS-HL-JOB
005620     END-IF.
005630     IF WS-HW-WORD (WS-HW-IDX) (1:5) = "MODE="
005640         MOVE WS-HW-WORD (WS-HW-IDX) (6:1) TO WS-HL-MODE
005650     END-IF.
005660     IF WS-HW-WORD (WS-HW-IDX) (1:7) = "STATUS="
005670         MOVE WS-HW-WORD (WS-HW-IDX) (8:10) TO WS-HL-STATUS
005680     END-IF.
005690     IF WS-HW-WORD (WS-HW-IDX) (1:9) = "BUSINESS="
005700         MOVE WS-HW-WORD (WS-HW-IDX) (10:8) TO WS-HL-BUSINESS
005710     END-IF.
005720 1355-EXIT.
005730     EXIT.
005740*
005750 1360-TABLE-ONE-START.
005760     IF NOT GS-NEEDED (WS-GS-IDX)
005770         OR WS-GS-JOB (WS-GS-IDX) NOT = WS-HL-JOB
005780         GO TO 1360-EXIT
005790     END-IF.
005800     IF WS-GS-MODE (WS-GS-IDX) NOT = SPACE
005810         AND WS-GS-MODE (WS-GS-IDX) NOT = WS-HL-MODE
005820         GO TO 1360-EXIT
005830     END-IF.
005840     IF WS-GR-USED < 200
005850         ADD 1 TO WS-GR-USED
005860         MOVE RUNHIST-RECORD (7:17) TO WS-GR-STAMP (WS-GR-USED)
005870         MOVE WS-GS-IDX TO WS-GR-STEP-IDX (WS-GR-USED)
005880     END-IF.
005890 1360-EXIT.
005900     EXIT.
005910*
005920 1370-MATCH-ONE-END.
005930     IF WS-GR-STAMP (WS-GR-IDX) = RUNHIST-RECORD (7:17)
005940         MOVE WS-GR-STEP-IDX (WS-GR-IDX) TO WS-GS-IDX2
005950         MOVE "Y" TO WS-GS-DONE-SW (WS-GS-IDX2)
005960     END-IF.
005970 1370-EXIT.
005980     EXIT.
005990*
006000 1380-LIST-ONE-MISSING.
006010     IF NOT GS-NEEDED (WS-GS-IDX) OR GS-DONE (WS-GS-IDX)
006020         GO TO 1380-EXIT
006030     END-IF.
006040     IF WS-GATE-MISSING-PTR > 1
006050         STRING ","                     DELIMITED BY SIZE
006060             INTO WS-GATE-MISSING
006070             WITH POINTER WS-GATE-MISSING-PTR
006080         END-STRING
006090     END-IF.
006100     STRING
006110         WS-GS-STEP (WS-GS-IDX)         DELIMITED BY SIZE
006120         "-"                            DELIMITED BY SIZE
006130         WS-GS-JOB (WS-GS-IDX)          DELIMITED BY SPACE
006140         INTO WS-GATE-MISSING
006150         WITH POINTER WS-GATE-MISSING-PTR
006160     END-STRING.
006170 1380-EXIT.
006180     EXIT.
006190*
006200*-----------------------------------------------------------*
006210* 1390-LOG-OVERRIDE - RECORD WHO STARTED THE RUN AHEAD OF    *
006220* WHICH STEPS AND WHY.  AN OVERRIDE THAT CANNOT BE LOGGED IS *
006230* NOT ALLOWED.                                               *
006240*-----------------------------------------------------------*
006250 1390-LOG-OVERRIDE.
006260     OPEN EXTEND RUNHIST-FILE.
006270     IF WS-HIST-STATUS NOT = "00" AND WS-HIST-STATUS NOT = "05"
006280         DISPLAY "COMPMAIN - RUN HISTORY NOT AVAILABLE - "
006290             "STATUS=" WS-HIST-STATUS
006300         DISPLAY "COMPMAIN - OVERRIDE CANNOT BE LOGGED - "
006310             "UPDATE RUN NOT STARTED"
006320         STOP RUN
006330     END-IF.
006340     MOVE SPACES TO RUNHIST-RECORD.
006350     STRING
006360         "OVERRIDE "                    DELIMITED BY SIZE
006370         D-DATE                         DELIMITED BY SIZE
006380         " "                            DELIMITED BY SIZE
006390         WS-RUN-START-TIME              DELIMITED BY SIZE
006400         " JOB=COMPMAIN USER="          DELIMITED BY SIZE
006410         WS-JOURNAL-USER                DELIMITED BY SPACE
006420         " CYCLE="                      DELIMITED BY SIZE
006430         WS-GATE-CYCLE                  DELIMITED BY SPACE
006440         " BUSINESS="                   DELIMITED BY SIZE
006450         WS-GATE-DATE                   DELIMITED BY SIZE
006460         " MISSING="                    DELIMITED BY SIZE
006470         WS-GATE-MISSING                DELIMITED BY SPACE
006480         " REASON="                     DELIMITED BY SIZE
006490         FUNCTION TRIM (WS-OVERRIDE-REASON)
006500                                        DELIMITED BY SIZE
006510         INTO RUNHIST-RECORD
006520     END-STRING.
006530     WRITE RUNHIST-RECORD.
006540     CLOSE RUNHIST-FILE.
006550     DISPLAY "COMPMAIN - CYCLE " WS-GATE-CYCLE
006560         " PREREQUISITES OVERRIDDEN BY " WS-JOURNAL-USER.
006570     DISPLAY "COMPMAIN - NOT ENDED NORMALLY: " WS-GATE-MISSING.
006580     DISPLAY "COMPMAIN - REASON: " WS-OVERRIDE-REASON.
006590 1390-EXIT.
006600     EXIT.
006610*
006620*-----------------------------------------------------------*
006630* 1900-READ-TRANSACTION - ADVANCE TO THE NEXT TRANSACTION,   *
006640* SETTING THE END-OF-FILE SWITCH WHEN THE BATCH IS DONE.     *
006650*-----------------------------------------------------------*
006660 1900-READ-TRANSACTION.
006670     READ TRANS-FILE
006680         AT END
006690             SET E-O-F TO TRUE
006700     END-READ.
006710 1900-EXIT.
006720     EXIT.
006730*
006740*-----------------------------------------------------------*
006750* 2000-PROCESS-TRANSACTION - VALIDATE THE CURRENT            *
006760* TRANSACTION, APPLY IT AGAINST COMP-FILE BY KEY, AND        *
006770* ADVANCE TO THE NEXT ONE.  A TRANSACTION THAT FAILS         *
006780* VALIDATION IS REJECTED HERE AND NEVER TOUCHES THE FILE.    *
006790*-----------------------------------------------------------*
006800 2000-PROCESS-TRANSACTION.
006810     ADD 1 TO WS-TRANS-COUNT.
006820     IF NOT TR-ADD AND NOT TR-UPDATE AND NOT TR-DELETE
006830         MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
006840         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
006850         GO TO 2000-NEXT
006860     END-IF.
006870     IF TR-EMP-ID IS NOT NUMERIC
006880         MOVE "EMP-ID NOT NUMERIC" TO WS-REJECT-REASON
006890         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
006900         GO TO 2000-NEXT
006910     END-IF.
006920     IF TR-EFF-DATE IS NOT NUMERIC
006930         MOVE "EFF DATE NOT NUMERIC" TO WS-REJECT-REASON
006940         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
006950         GO TO 2000-NEXT
006960     END-IF.
006970     MOVE TR-EFF-DATE TO WS-EFF-SPLIT.
006980     IF WS-EFF-MONTH < 01 OR WS-EFF-MONTH > 12
006990         OR WS-EFF-DAY < 01 OR WS-EFF-DAY > 31
007000         MOVE "INVALID EFF DATE" TO WS-REJECT-REASON
007010         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
007020         GO TO 2000-NEXT
007030     END-IF.
007040     IF (TR-ADD OR TR-UPDATE) AND TR-SALARY IS NOT NUMERIC
007050         MOVE "SALARY NOT NUMERIC" TO WS-REJECT-REASON
007060         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
007070         GO TO 2000-NEXT
007080     END-IF.
007090     IF (TR-ADD OR TR-UPDATE) AND TR-GRADE = SPACES
007100         MOVE "BLANK GRADE" TO WS-REJECT-REASON
007110         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
007120         GO TO 2000-NEXT
007130     END-IF.
007140     IF TR-ADD OR TR-UPDATE
007150         PERFORM 2050-CHECK-GRADE-BAND THRU 2050-EXIT
007160         IF WS-REJECT-REASON NOT = SPACES
007170             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
007180             GO TO 2000-NEXT
007190         END-IF
007200     END-IF.
007210     IF TR-ADD OR TR-UPDATE
007220         MOVE TR-EMP-ID TO EMP-ID
007230         READ EMP-FILE RECORD KEY IS EMP-ID
007240             INVALID KEY
007250                 MOVE "EMP-ID NOT ON EMPLOYEE FILE"
007260                     TO WS-REJECT-REASON
007270                 PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
007280                 GO TO 2000-NEXT
007290         END-READ
007300     END-IF.
007310     EVALUATE TRUE
007320         WHEN TR-ADD
007330             PERFORM 2100-APPLY-ADD THRU 2100-EXIT
007340         WHEN TR-UPDATE
007350             PERFORM 2200-APPLY-UPDATE THRU 2200-EXIT
007360         WHEN TR-DELETE
007370             PERFORM 2300-APPLY-DELETE THRU 2300-EXIT
007380     END-EVALUATE.
007390 2000-NEXT.
007400     PERFORM 1900-READ-TRANSACTION THRU 1900-EXIT.
007410 2000-EXIT.
007420     EXIT.
007430*
007440*-----------------------------------------------------------*
007450* 2050-CHECK-GRADE-BAND - THE GRADE MUST BE ON THE GRADE     *
007460* MASTER AND THE SALARY INSIDE ITS BAND, ENDS INCLUSIVE.     *
007470* ANY FAILURE LEAVES ITS REASON IN WS-REJECT-REASON; A RATE  *
007480* THAT FITS LEAVES IT BLANK.                                 *
007490*-----------------------------------------------------------*
007500 2050-CHECK-GRADE-BAND.
007510     MOVE SPACES TO WS-REJECT-REASON.
007520     MOVE TR-GRADE TO GRADE-CODE.
007530     READ GRADE-FILE RECORD KEY IS GRADE-CODE
007540         INVALID KEY
007550             MOVE "GRADE NOT ON GRADE MASTER"
007560                 TO WS-REJECT-REASON
007570             GO TO 2050-EXIT
007580     END-READ.
007590     MOVE TR-SALARY TO WS-SALARY-X.
007600     IF WS-SALARY-9 < GRADE-MIN-SALARY
007610         MOVE "SALARY BELOW GRADE MINIMUM"
007620             TO WS-REJECT-REASON
007630         GO TO 2050-EXIT
007640     END-IF.
007650     IF WS-SALARY-9 > GRADE-MAX-SALARY
007660         MOVE "SALARY ABOVE GRADE MAXIMUM"
007670             TO WS-REJECT-REASON
007680     END-IF.
007690 2050-EXIT.
007700     EXIT.
007710*
007720*-----------------------------------------------------------*
007730* 2100-APPLY-ADD - WRITE A NEW COMPENSATION RECORD.  A KEY   *
007740* ALREADY ON FILE (SAME EMP-ID AND EFFECTIVE DATE) IS A      *
007750* REJECT, NOT A SILENT OVERLAY - A CORRECTION TO AN          *
007760* EXISTING RATE IS AN UPDATE.                                *
007770*-----------------------------------------------------------*
007780 2100-APPLY-ADD.
007790     PERFORM 2400-BUILD-COMP-FROM-TRANS THRU 2400-EXIT.
007800     MOVE SPACES TO WS-BEFORE-IMAGE.
007810     WRITE COMP-RECORD
007820         INVALID KEY
007830             MOVE "DUPLICATE COMP KEY ON FILE"
007840                 TO WS-REJECT-REASON
007850             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
007860         NOT INVALID KEY
007870             MOVE COMP-RECORD TO WS-AFTER-IMAGE
007880             ADD 1 TO WS-ADD-COUNT
007890             MOVE "A" TO WS-JOURNAL-ACTION
007900             PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT
007910     END-WRITE.
007920 2100-EXIT.
007930     EXIT.
007940*
007950*-----------------------------------------------------------*
007960* 2200-APPLY-UPDATE - READ THE RECORD BY KEY, CAPTURE THE    *
007970* BEFORE IMAGE, REPLACE THE RECORD WITH THE TRANSACTION      *
007980* FIELDS AND REWRITE IT.                                     *
007990*-----------------------------------------------------------*
008000 2200-APPLY-UPDATE.
008010     MOVE TR-EMP-ID   TO COMP-EMP-ID.
008020     MOVE TR-EFF-DATE TO COMP-EFF-DATE.
008030     READ COMP-FILE RECORD KEY IS COMP-KEY
008040         INVALID KEY
008050             MOVE "COMP KEY NOT ON FILE" TO WS-REJECT-REASON
008060             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
008070             GO TO 2200-EXIT
008080     END-READ.
008090     MOVE COMP-RECORD TO WS-BEFORE-IMAGE.
008100     PERFORM 2400-BUILD-COMP-FROM-TRANS THRU 2400-EXIT.
008110     REWRITE COMP-RECORD
008120         INVALID KEY
008130             MOVE "REWRITE FAILED" TO WS-REJECT-REASON
008140             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
008150         NOT INVALID KEY
008160             MOVE COMP-RECORD TO WS-AFTER-IMAGE
008170             ADD 1 TO WS-UPDATE-COUNT
008180             MOVE "U" TO WS-JOURNAL-ACTION
008190             PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT
008200     END-REWRITE.
008210 2200-EXIT.
008220     EXIT.
008230*
008240*-----------------------------------------------------------*
008250* 2300-APPLY-DELETE - READ THE RECORD BY KEY, CAPTURE THE    *
008260* BEFORE IMAGE AND DELETE IT FROM THE FILE.                  *
008270*-----------------------------------------------------------*
008280 2300-APPLY-DELETE.
008290     MOVE TR-EMP-ID   TO COMP-EMP-ID.
008300     MOVE TR-EFF-DATE TO COMP-EFF-DATE.
008310     READ COMP-FILE RECORD KEY IS COMP-KEY
008320         INVALID KEY
008330             MOVE "COMP KEY NOT ON FILE" TO WS-REJECT-REASON
008340             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
008350             GO TO 2300-EXIT
008360     END-READ.
008370     MOVE COMP-RECORD TO WS-BEFORE-IMAGE.
008380     DELETE COMP-FILE RECORD
008390         INVALID KEY
008400             MOVE "DELETE FAILED" TO WS-REJECT-REASON
008410             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
008420         NOT INVALID KEY
008430             MOVE SPACES TO WS-AFTER-IMAGE
008440             ADD 1 TO WS-DELETE-COUNT
008450             MOVE "D" TO WS-JOURNAL-ACTION
008460             PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT
008470     END-DELETE.
008480 2300-EXIT.
008490     EXIT.
008500*
008510*-----------------------------------------------------------*
008520* 2400-BUILD-COMP-FROM-TRANS - MOVE THE TRANSACTION FIELDS   *
008530* INTO THE COMPENSATION RECORD AREA.                         *
008540*-----------------------------------------------------------*
008550 2400-BUILD-COMP-FROM-TRANS.
008560     MOVE TR-EMP-ID   TO COMP-EMP-ID.
008570     MOVE TR-EFF-DATE TO COMP-EFF-DATE.
008580     MOVE TR-SALARY   TO WS-SALARY-X.
008590     MOVE WS-SALARY-9 TO COMP-SALARY.
008600     MOVE TR-GRADE    TO COMP-GRADE.
008610 2400-EXIT.
008620     EXIT.
008630*
008640*-----------------------------------------------------------*
008650* 2800-WRITE-JOURNAL - APPEND ONE AUDIT LINE SHOWING WHO     *
008660* CHANGED WHAT AND WHEN: RUN DATE AND TIME, THE JOURNAL      *
008670* USER, THE ACTION, AND THE FULL BEFORE AND AFTER IMAGES OF  *
008680* THE RECORD TOUCHED, THE SAME LINE SHAPE EMPMAINT WRITES.   *
008690*-----------------------------------------------------------*
008700 2800-WRITE-JOURNAL.
008710     ACCEPT WS-LOG-TIME FROM TIME.
008720     MOVE SPACES TO JOURNAL-RECORD.
008730     STRING
008740         D-DATE                         DELIMITED BY SIZE
008750         " "                            DELIMITED BY SIZE
008760         WS-LOG-TIME                    DELIMITED BY SIZE
008770         " USER="                       DELIMITED BY SIZE
008780         WS-JOURNAL-USER                DELIMITED BY SIZE
008790         " ACTION="                     DELIMITED BY SIZE
008800         WS-JOURNAL-ACTION              DELIMITED BY SIZE
008810         " BEFORE="                     DELIMITED BY SIZE
008820         WS-BEFORE-IMAGE                DELIMITED BY SIZE
008830         " AFTER="                      DELIMITED BY SIZE
008840         WS-AFTER-IMAGE                 DELIMITED BY SIZE
008850         INTO JOURNAL-RECORD
008860     END-STRING.
008870     WRITE JOURNAL-RECORD.
008880 2800-EXIT.
008890     EXIT.
008900*
008910*-----------------------------------------------------------*
008920* 2900-WRITE-REJECT - APPEND THE TRANSACTION IMAGE AND THE   *
008930* REASON IT COULD NOT BE APPLIED TO THE REJECT LISTING.      *
008940*-----------------------------------------------------------*
008950 2900-WRITE-REJECT.
008960     ADD 1 TO WS-REJECT-COUNT.
008970     MOVE SPACES TO REJECT-RECORD.
008980     STRING
008990         TRANS-RECORD                   DELIMITED BY SIZE
009000         "  "                           DELIMITED BY SIZE
009010         WS-REJECT-REASON               DELIMITED BY SIZE
009020         INTO REJECT-RECORD
009030     END-STRING.
009040     WRITE REJECT-RECORD.
009050 2900-EXIT.
009060     EXIT.
009070*
009080*-----------------------------------------------------------*
009090* 7600-WRITE-RUN-START - APPEND THE RUN-HISTORY START RECORD *
009100* ONCE THE CYCLE GATE IS PASSED, CARRYING THE BUSINESS DATE  *
009110* THE GATE CHECKED SO THE SIGN-OFF COUNTS THE RUN FOR THAT   *
009120* DATE EVEN PAST MIDNIGHT.  A RUN THAT STOPS SHORT NEVER     *
009130* WRITES ITS END RECORD, AND SHOWS ON THE SIGN-OFF AS        *
009140* FAILED.                                                    *
009150*-----------------------------------------------------------*
009160 7600-WRITE-RUN-START.
009170     OPEN EXTEND RUNHIST-FILE.
009180     IF WS-HIST-STATUS NOT = "00" AND WS-HIST-STATUS NOT = "05"
009190         DISPLAY "COMPMAIN - RUN HISTORY NOT AVAILABLE - "
009200             "STATUS=" WS-HIST-STATUS
009210         GO TO 7600-EXIT
009220     END-IF.
009230     MOVE SPACES TO RUNHIST-RECORD.
009240     STRING
009250         "START "                       DELIMITED BY SIZE
009260         D-DATE                         DELIMITED BY SIZE
009270         " "                            DELIMITED BY SIZE
009280         WS-RUN-START-TIME              DELIMITED BY SIZE
009290         " JOB=COMPMAIN USER="          DELIMITED BY SIZE
009300         WS-JOURNAL-USER                DELIMITED BY SIZE
009310         " BUSINESS="                   DELIMITED BY SIZE
009320         WS-GATE-DATE                   DELIMITED BY SIZE
009330         " FILE="                       DELIMITED BY SIZE
009340         FUNCTION TRIM (WS-COMP-FILE-SPEC)
009350                                        DELIMITED BY SIZE
009360         " TRANS="                      DELIMITED BY SIZE
009370         FUNCTION TRIM (WS-TRANS-FILE-SPEC)
009380                                        DELIMITED BY SIZE
009390         INTO RUNHIST-RECORD
009400     END-STRING.
009410     WRITE RUNHIST-RECORD.
009420     CLOSE RUNHIST-FILE.
009430 7600-EXIT.
009440     EXIT.
009450*
009460*-----------------------------------------------------------*
009470* 8000-CLEANUP - CLOSE THE FILES AND REPORT THE RUN COUNTS   *
009480* ON THE OPERATOR LOG.                                       *
009490*-----------------------------------------------------------*
009500 8000-CLEANUP.
009510     CLOSE COMP-FILE EMP-FILE GRADE-FILE TRANS-FILE
009520         REJECT-FILE JOURNAL-FILE.
009530     MOVE WS-TRANS-COUNT TO WS-COUNT-PRINT.
009540     DISPLAY "COMPMAIN TRANSACTIONS READ: " WS-COUNT-PRINT.
009550     MOVE WS-ADD-COUNT TO WS-COUNT-PRINT.
009560     DISPLAY "COMPMAIN ADDS APPLIED:      " WS-COUNT-PRINT.
009570     MOVE WS-UPDATE-COUNT TO WS-COUNT-PRINT.
009580     DISPLAY "COMPMAIN UPDATES APPLIED:   " WS-COUNT-PRINT.
009590     MOVE WS-DELETE-COUNT TO WS-COUNT-PRINT.
009600     DISPLAY "COMPMAIN DELETES APPLIED:   " WS-COUNT-PRINT.
009610     MOVE WS-REJECT-COUNT TO WS-COUNT-PRINT.
009620     DISPLAY "COMPMAIN REJECTS WRITTEN:   " WS-COUNT-PRINT.
009630 8000-EXIT.
009640     EXIT.
009650*
009660*-----------------------------------------------------------*
009670* 8600-WRITE-RUN-END - APPEND THE RUN-HISTORY END RECORD AT  *
009680* NORMAL COMPLETION, CARRYING THE SAME START STAMP AS THE    *
009690* START RECORD.                                              *
009700*-----------------------------------------------------------*
009710 8600-WRITE-RUN-END.
009720     ACCEPT WS-RUN-END-TIME FROM TIME.
009730     OPEN EXTEND RUNHIST-FILE.
009740     IF WS-HIST-STATUS NOT = "00" AND WS-HIST-STATUS NOT = "05"
009750         DISPLAY "COMPMAIN - RUN HISTORY NOT AVAILABLE - "
009760             "STATUS=" WS-HIST-STATUS
009770         GO TO 8600-EXIT
009780     END-IF.
009790     MOVE SPACES TO RUNHIST-RECORD.
009800     STRING
009810         "END   "                       DELIMITED BY SIZE
009820         D-DATE                         DELIMITED BY SIZE
009830         " "                            DELIMITED BY SIZE
009840         WS-RUN-START-TIME              DELIMITED BY SIZE
009850         " ENDED="                      DELIMITED BY SIZE
009860         WS-RUN-END-TIME                DELIMITED BY SIZE
009870         " STATUS=NORMAL"               DELIMITED BY SIZE
009880         INTO RUNHIST-RECORD
009890     END-STRING.
009900     WRITE RUNHIST-RECORD.
009910     CLOSE RUNHIST-FILE.
009920 8600-EXIT.
009930     EXIT.
009940*
009950 END PROGRAM COMPMAIN.
