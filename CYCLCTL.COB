000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CYCLCTL.
000030 AUTHOR. R-T-NEAL.
000040 INSTALLATION. DATA-PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*-----------------------------------------------------------*
000090* BATCH CYCLE CONTROL AND SIGN-OFF.  THE STEPS OF CYCLE=     *
000100* (DEFAULT NIGHTLY) ARE TAKEN FROM THE CYCLE DEFINITION      *
000110* FILE, CYCLEDEF.DAT, AND EVERY RUN STARTED FOR THE BUSINESS *
000120* DATE (DATE=, DEFAULT TODAY) IS READ FROM RUNHIST.LOG AND   *
000130* PAIRED WITH ITS END RECORD THE SAME WAY RMSSPECREGS        *
000140* MODE=HISTORY PAIRS THEM.  EACH REQUIRED STEP IS THEN       *
000150* REPORTED AS                                                *
000160*                                                            *
000170* COMPLETED    - A RUN ENDED WITH STATUS=NORMAL, AND IT      *
000180*                STARTED AFTER ITS PREREQUISITES ENDED AND   *
000190*                AFTER EVERY EARLIER STEP STARTED;           *
000200* OUT OF ORDER - A RUN ENDED NORMALLY BUT STARTED TOO SOON;  *
000210* FAILED       - RUNS STARTED BUT NONE ENDED NORMALLY (A     *
000220*                START WITH NO END IS A RUN THAT DIED);      *
000230* MISSING      - NO RUN OF THE STEP STARTED AT ALL.          *
000240*                                                            *
000250* THE OVERRIDE RECORDS THE GATED JOBS WROTE WHEN AN OPERATOR *
000260* RAN THEM AHEAD OF THEIR PREREQUISITES ARE LISTED WITH      *
000270* THEIR REASONS.  THE CYCLE IS SIGNED OFF ONLY WHEN EVERY    *
000280* REQUIRED STEP COMPLETED IN ORDER.  THE SIGN-OFF REPORT     *
000290* GOES TO CYCLCTL.RPT (REPORT=).                             *
000300*-----------------------------------------------------------*
000310*
000320* MODIFICATION HISTORY.
000330*    10/15/26  RTN  ORIGINAL VERSION.
000340*    10/15/26  RTN  A START IS COUNTED FOR THE BUSINESS DATE
000350*                   IN ITS BUSINESS= WORD WHERE IT CARRIES
000360*                   ONE, AND END RECORDS ARE PAIRED BY STAMP
000370*                   WHATEVER THEIR DATE, SO A GATED STEP RUN
000380*                   PAST MIDNIGHT IS NOT REPORTED MISSING.
000390*                   A RUN STARTED AFTER MIDNIGHT IS ORDERED
000400*                   AFTER THE EVENING'S RUNS.
000410*    10/15/26  RTN  THE COUNTS A JOB WRITES ON ITS END
000420*                   RECORD (READ=, LISTED=, ROWS= AND THE
000430*                   LIKE) ARE KEPT WITH ITS RUN AND PRINTED
000440*                   ON THE STEP LINE.
000450*
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT OPTIONAL CYCLEDEF-FILE ASSIGN "SYS$DISK:CYCLEDEF.DAT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-DEF-STATUS.
000520     SELECT OPTIONAL RUNHIST-FILE ASSIGN "SYS$DISK:RUNHIST.LOG"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-HIST-STATUS.
000550     SELECT SIGNOFF-REPORT-FILE ASSIGN "SYS$DISK:CYCLCTL.RPT"
000560         ORGANIZATION IS LINE SEQUENTIAL.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  CYCLEDEF-FILE
000600     VALUE OF ID IS WS-DEF-FILE-SPEC.
000610 01  CYCLEDEF-RECORD             PIC X(80).
000620 FD  RUNHIST-FILE
000630     VALUE OF ID IS WS-HIST-FILE-SPEC.
000640 01  RUNHIST-RECORD              PIC X(320).
000650 FD  SIGNOFF-REPORT-FILE
000660     VALUE OF ID IS WS-REPORT-FILE-SPEC.
000670 01  SIGNOFF-REPORT-RECORD       PIC X(132).
000680 WORKING-STORAGE SECTION.
000690*
000700*-----------------------------------------------------------*
000710* FILE STATUS BYTES AND RUNTIME FILE SPECS.  DEF= NAMES THE  *
000720* CYCLE DEFINITION FILE, HIST= THE RUN HISTORY AND REPORT=   *
000730* THE SIGN-OFF REPORT.  CYCLE= PICKS THE CYCLE AND DATE= THE *
000740* BUSINESS DATE (YYYYMMDD) WHOSE RUNS ARE CHECKED.           *
000750*-----------------------------------------------------------*
000760 01  WS-DEF-STATUS               PIC X(02).
000770 01  WS-HIST-STATUS              PIC X(02).
000780 01  WS-DEF-FILE-SPEC            PIC X(50)
000790     VALUE "SYS$DISK:CYCLEDEF.DAT".
000800 01  WS-HIST-FILE-SPEC           PIC X(50)
000810     VALUE "SYS$DISK:RUNHIST.LOG".
000820 01  WS-REPORT-FILE-SPEC         PIC X(50)
000830     VALUE "SYS$DISK:CYCLCTL.RPT".
000840 01  WS-COMMAND-LINE             PIC X(132).
000850 01  WS-PARM-WORDS.
000860     02  WS-PARM-ENTRY           PIC X(50) OCCURS 10 TIMES.
000870 01  WS-PARM-IDX                 PIC 9(2) COMP.
000880 01  WS-PARM-KEYWORD             PIC X(10).
000890 01  WS-PARM-VALUE               PIC X(40).
000900 01  WS-CYCLE-NAME               PIC X(08) VALUE "NIGHTLY".
000910 01  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
000920 01  D-DATE                      PIC 9(8).
000930 01  WS-RUN-TIME                 PIC 9(8).
000940*
000950*-----------------------------------------------------------*
000960* THE STEPS OF THE CYCLE, IN THE ORDER THE DEFINITION LISTS  *
000970* THEM.  ONCE THE HISTORY IS READ EACH STEP CARRIES ITS RUN  *
000980* COUNT, ITS STATE, AND THE START AND END TIMES OF THE RUN   *
000990* THAT COUNTS - THE LAST ONE THAT ENDED NORMALLY - WITH THE  *
001000* COUNTS ITS END RECORD CARRIED.  AN END TIME PAST MIDNIGHT  *
001010* IS CARRIED AS 24 HOURS AND UP SO IT STILL COMPARES AFTER   *
001020* THE START.                                                 *
001030*-----------------------------------------------------------*
001040 COPY "CYCLEDEF.LIB".
001050 01  WS-STEP-TABLE.
001060     02  WS-SS-ENTRY             OCCURS 40 TIMES.
001070         03  WS-SS-STEP          PIC 9(02).
001080         03  WS-SS-JOB           PIC X(12).
001090         03  WS-SS-MODE          PIC X(01).
001100         03  WS-SS-PREREQ        PIC X(02) OCCURS 4 TIMES.
001110         03  WS-SS-DESC          PIC X(30).
001120         03  WS-SS-RUNS          PIC 9(03) COMP.
001130         03  WS-SS-DONE-SW       PIC X(01).
001140             88  SS-DONE             VALUE "Y".
001150         03  WS-SS-STATE         PIC X(01).
001160             88  SS-COMPLETED        VALUE "C".
001170             88  SS-OUT-OF-ORDER     VALUE "O".
001180             88  SS-FAILED           VALUE "F".
001190             88  SS-MISSING          VALUE "M".
001200         03  WS-SS-START         PIC 9(08).
001210         03  WS-SS-END           PIC 9(08).
001220         03  WS-SS-REMARK        PIC X(40).
001230         03  WS-SS-COUNTS        PIC X(60).
001240 01  WS-SS-LIMIT                 PIC 9(03) COMP VALUE 40.
001250 01  WS-SS-USED                  PIC 9(03) COMP VALUE ZERO.
001260 01  WS-SS-IDX                   PIC 9(03) COMP.
001270 01  WS-SS-IDX2                  PIC 9(03) COMP.
001280 01  WS-PQ-IDX                   PIC 9(01) COMP.
001290 01  WS-PQ-STEP                  PIC X(02).
001300 01  WS-STEP-FOUND-SW            PIC X.
001310     88  STEP-FOUND                  VALUE "Y".
001320     88  STEP-NOT-FOUND              VALUE "N".
001330*
001340*-----------------------------------------------------------*
001350* THE RUNS OF CYCLE JOBS STARTED ON THE BUSINESS DATE, EACH  *
001360* WITH THE STEP IT BELONGS TO AND WHAT ITS END RECORD SAID,  *
001370* INCLUDING ANY COUNTS THE JOB RECORDED THERE.               *
001380* STARTS OF JOBS THAT ARE NOT IN THE CYCLE ARE ONLY COUNTED. *
001390*-----------------------------------------------------------*
001400 01  WS-RUN-TABLE.
001410     02  WS-RN-ENTRY             OCCURS 500 TIMES.
001420         03  WS-RN-STAMP         PIC X(17).
001430         03  WS-RN-STEP-IDX      PIC 9(03) COMP.
001440         03  WS-RN-ENDED-SW      PIC X(01).
001450             88  RN-ENDED            VALUE "Y".
001460         03  WS-RN-STATUS        PIC X(10).
001470         03  WS-RN-END-TIME      PIC 9(08).
001480         03  WS-RN-COUNTS        PIC X(60).
001490 01  WS-RN-LIMIT                 PIC 9(03) COMP VALUE 500.
001500 01  WS-RN-USED                  PIC 9(03) COMP VALUE ZERO.
001510 01  WS-RN-IDX                   PIC 9(03) COMP.
001520 01  WS-RN-FOUND-SW              PIC X.
001530     88  RN-FOUND                    VALUE "Y".
001540     88  RN-NOT-FOUND                VALUE "N".
001550 01  WS-OTHER-RUN-COUNT          PIC 9(05) COMP VALUE ZERO.
001560 01  WS-OVERRIDE-TABLE.
001570     02  WS-OV-LINE              PIC X(128) OCCURS 20 TIMES.
001580 01  WS-OV-USED                  PIC 9(03) COMP VALUE ZERO.
001590 01  WS-OV-COUNT                 PIC 9(03) COMP VALUE ZERO.
001600 01  WS-OV-IDX                   PIC 9(03) COMP.
001610*
001620*-----------------------------------------------------------*
001630* ONE RUN-HISTORY LINE BROKEN INTO ITS WORDS, AND THE JOB=,  *
001640* MODE=, ENDED=, STATUS= AND BUSINESS= VALUES FOUND AMONG    *
001650* THEM.  EVERY OTHER KEY=VALUE WORD - THE COUNTS A JOB       *
001660* WRITES ON ITS END RECORD, SUCH AS READ= OR ROWS= - IS KEPT *
001670* IN WS-HL-COUNTS, ONE SPACE BETWEEN WORDS, WITH A VALUE     *
001680* PRINTED APART FROM ITS KEY JOINED BACK ON.  AN OVERRIDE IS *
001690* COUNTED FOR THE BUSINESS DATE IT NAMES.  A START WITH NO   *
001700* JOB= IS AN RMSSPECREGS START WRITTEN BEFORE THAT PROGRAM   *
001710* NAMED ITSELF ON THE RECORD.                                *
001720*-----------------------------------------------------------*
001730 01  WS-HIST-WORDS.
001740     02  WS-HW-WORD              PIC X(60) OCCURS 12 TIMES.
001750 01  WS-HW-IDX                   PIC 9(02) COMP.
001760 01  WS-HL-JOB                   PIC X(12).
001770 01  WS-HL-MODE                  PIC X(01).
001780 01  WS-HL-ENDED                 PIC X(08).
001790 01  WS-HL-STATUS                PIC X(10).
001800 01  WS-HL-BUSINESS              PIC X(08).
001810 01  WS-HL-COUNTS                PIC X(60).
001820 01  WS-HL-COUNTS-PTR            PIC 9(03) COMP.
001830 01  WS-HL-EQ-POS                PIC 9(02) COMP.
001840 01  WS-HL-VALUE-SW              PIC X.
001850     88  HL-VALUE-PENDING            VALUE "P".
001860     88  HL-VALUE-TAKEN              VALUE "T".
001870 01  WS-START-TIME               PIC 9(08).
001880 01  WS-END-TIME                 PIC 9(08).
001890*
001900*-----------------------------------------------------------*
001910* SIGN-OFF COUNTS AND PRINT FIELDS.                          *
001920*-----------------------------------------------------------*
001930 01  WS-COMPLETED-COUNT          PIC 9(03) COMP VALUE ZERO.
001940 01  WS-OUT-OF-ORDER-COUNT       PIC 9(03) COMP VALUE ZERO.
001950 01  WS-FAILED-COUNT             PIC 9(03) COMP VALUE ZERO.
001960 01  WS-MISSING-COUNT            PIC 9(03) COMP VALUE ZERO.
001970 01  WS-NOT-CLEAN-COUNT          PIC 9(03) COMP VALUE ZERO.
001980 01  WS-STATE-PRINT              PIC X(12).
001990 01  WS-RUNS-PRINT               PIC ZZ9.
002000 01  WS-COUNT-PRINT              PIC ZZZZ9.
002010 01  WS-COUNT-PRINT2             PIC ZZZZ9.
002020 01  WS-TIME-PRINT               PIC X(08).
002030 01  WS-END-PRINT                PIC X(08).
002040 01  WS-PREREQ-PRINT             PIC X(12).
002050 01  WS-REMARK-PRINT             PIC X(61).
002060 01  WS-REMARK-PTR               PIC 9(03) COMP.
002070 01  EOF-SW                      PIC X.
002080     88  E-O-F                       VALUE "E".
002090     88  NOT-E-O-F                   VALUE "N".
002100 PROCEDURE DIVISION.
002110 MAIN-PROG SECTION.
002120 0000-MAINLINE.
002130     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002140     PERFORM 2000-LOAD-CYCLE THRU 2000-EXIT.
002150     PERFORM 3000-SCAN-RUN-HISTORY THRU 3000-EXIT.
002160     PERFORM 4000-SETTLE-ONE-STEP THRU 4000-EXIT
002170         VARYING WS-SS-IDX FROM 1 BY 1
002180         UNTIL WS-SS-IDX > WS-SS-USED.
002190     PERFORM 4500-CHECK-ONE-STEP-ORDER THRU 4500-EXIT
002200         VARYING WS-SS-IDX FROM 1 BY 1
002210         UNTIL WS-SS-IDX > WS-SS-USED.
002220     PERFORM 5000-WRITE-SIGNOFF-REPORT THRU 5000-EXIT.
002230     PERFORM 8000-CLEANUP THRU 8000-EXIT.
002240     STOP RUN.
002250*
002260*-----------------------------------------------------------*
002270* 1000-INITIALIZE - GET THE RUN DATE AND TIME AND RESOLVE    *
002280* THE PARAMETERS.  THE BUSINESS DATE DEFAULTS TO TODAY.      *
002290*-----------------------------------------------------------*
002300 1000-INITIALIZE.
002310     ACCEPT D-DATE FROM DATE YYYYMMDD.
002320     ACCEPT WS-RUN-TIME FROM TIME.
002330     PERFORM 1100-RESOLVE-FILE-SPECS THRU 1100-EXIT.
002340     IF WS-BUSINESS-DATE = ZERO
002350         MOVE D-DATE TO WS-BUSINESS-DATE
002360     END-IF.
002370 1000-EXIT.
002380     EXIT.
002390*
002400*-----------------------------------------------------------*
002410* 1100-RESOLVE-FILE-SPECS - SCAN THE COMMAND LINE.  CYCLE=   *
002420* (OR A BARE WORD) NAMES THE CYCLE, DATE= THE BUSINESS DATE; *
002430* DEF=, HIST= AND REPORT= NAME THE FILES.                    *
002440*-----------------------------------------------------------*
002450 1100-RESOLVE-FILE-SPECS.
002460     MOVE SPACES TO WS-COMMAND-LINE.
002470     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
002480     IF WS-COMMAND-LINE = SPACES
002490         GO TO 1100-EXIT
002500     END-IF.
002510     MOVE SPACES TO WS-PARM-WORDS.
002520     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
002530         INTO WS-PARM-ENTRY (1) WS-PARM-ENTRY (2)
002540              WS-PARM-ENTRY (3) WS-PARM-ENTRY (4)
002550              WS-PARM-ENTRY (5) WS-PARM-ENTRY (6)
002560              WS-PARM-ENTRY (7) WS-PARM-ENTRY (8)
002570              WS-PARM-ENTRY (9) WS-PARM-ENTRY (10)
002580     END-UNSTRING.
002590     PERFORM 1160-PROCESS-ONE-PARAMETER THRU 1160-EXIT
002600         VARYING WS-PARM-IDX FROM 1 BY 1
002610         UNTIL WS-PARM-IDX > 10.
002620 1100-EXIT.
002630     EXIT.
002640*
002650 1160-PROCESS-ONE-PARAMETER.
002660     IF WS-PARM-ENTRY (WS-PARM-IDX) = SPACES
002670         GO TO 1160-EXIT
002680     END-IF.
002690     MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE.
002700     UNSTRING WS-PARM-ENTRY (WS-PARM-IDX) DELIMITED BY "="
002710         INTO WS-PARM-KEYWORD WS-PARM-VALUE
002720     END-UNSTRING.
002730     IF WS-PARM-VALUE = SPACES
002740         MOVE WS-PARM-ENTRY (WS-PARM-IDX) TO WS-CYCLE-NAME
002750         GO TO 1160-EXIT
002760     END-IF.
002770     EVALUATE WS-PARM-KEYWORD
002780         WHEN "CYCLE"
002790             MOVE WS-PARM-VALUE TO WS-CYCLE-NAME
002800         WHEN "DATE"
002810             IF WS-PARM-VALUE (1:8) IS NUMERIC
002820                 MOVE WS-PARM-VALUE (1:8) TO WS-BUSINESS-DATE
002830             ELSE
002840                 DISPLAY "CYCLCTL - DATE= MUST BE YYYYMMDD - "
002850                     "TODAY USED"
002860             END-IF
002870         WHEN "DEF"
002880             MOVE WS-PARM-VALUE TO WS-DEF-FILE-SPEC
002890         WHEN "HIST"
002900             MOVE WS-PARM-VALUE TO WS-HIST-FILE-SPEC
002910         WHEN "REPORT"
002920             MOVE WS-PARM-VALUE TO WS-REPORT-FILE-SPEC
002930         WHEN OTHER
002940             CONTINUE
002950     END-EVALUATE.
002960 1160-EXIT.
002970     EXIT.
002980*
002990*-----------------------------------------------------------*
003000* 2000-LOAD-CYCLE - READ THE CYCLE DEFINITION AND KEEP THE   *
003010* STEPS OF THE CYCLE ASKED FOR.  WITH NO DEFINITION, OR NO   *
003020* STEPS FOR THE CYCLE, THERE IS NOTHING TO SIGN OFF.         *
003030*-----------------------------------------------------------*
003040 2000-LOAD-CYCLE.
003050     OPEN INPUT CYCLEDEF-FILE.
003060     IF WS-DEF-STATUS NOT = "00"
003070         DISPLAY "CYCLCTL - CYCLE DEFINITION NOT AVAILABLE - "
003080             WS-DEF-FILE-SPEC
003090         DISPLAY "CYCLCTL - FILE STATUS " WS-DEF-STATUS
003100         STOP RUN
003110     END-IF.
003120     SET NOT-E-O-F TO TRUE.
003130     PERFORM 2100-LOAD-ONE-STEP THRU 2100-EXIT
003140         UNTIL E-O-F.
003150     CLOSE CYCLEDEF-FILE.
003160     IF WS-SS-USED = ZERO
003170         DISPLAY "CYCLCTL - CYCLE " WS-CYCLE-NAME
003180             " IS NOT DEFINED IN " WS-DEF-FILE-SPEC
003190         STOP RUN
003200     END-IF.
003210 2000-EXIT.
003220     EXIT.
003230*
003240 2100-LOAD-ONE-STEP.
003250     READ CYCLEDEF-FILE
003260         AT END
003270             SET E-O-F TO TRUE
003280             GO TO 2100-EXIT
003290     END-READ.
003300     IF CYCLEDEF-RECORD = SPACES
003310         OR CYCLEDEF-RECORD (1:1) = "*"
003320         GO TO 2100-EXIT
003330     END-IF.
003340     MOVE CYCLEDEF-RECORD TO CYCLE-DEF-LINE.
003350     IF CD-CYCLE NOT = WS-CYCLE-NAME
003360         GO TO 2100-EXIT
003370     END-IF.
003380     IF CD-STEP NOT NUMERIC OR CD-JOB = SPACES
003390         DISPLAY "CYCLCTL - DEFINITION LINE IGNORED - "
003400             CYCLEDEF-RECORD (1:40)
003410         GO TO 2100-EXIT
003420     END-IF.
003430     IF WS-SS-USED NOT < WS-SS-LIMIT
003440         DISPLAY "CYCLCTL - MORE THAN 40 STEPS - STEP "
003450             CD-STEP " IGNORED"
003460         GO TO 2100-EXIT
003470     END-IF.
003480     ADD 1 TO WS-SS-USED.
003490     MOVE CD-STEP TO WS-SS-STEP (WS-SS-USED).
003500     MOVE CD-JOB TO WS-SS-JOB (WS-SS-USED).
003510     MOVE CD-MODE TO WS-SS-MODE (WS-SS-USED).
003520     MOVE CD-PREREQ-STEP (1) TO WS-SS-PREREQ (WS-SS-USED 1).
003530     MOVE CD-PREREQ-STEP (2) TO WS-SS-PREREQ (WS-SS-USED 2).
003540     MOVE CD-PREREQ-STEP (3) TO WS-SS-PREREQ (WS-SS-USED 3).
003550     MOVE CD-PREREQ-STEP (4) TO WS-SS-PREREQ (WS-SS-USED 4).
003560     MOVE CD-DESCRIPTION TO WS-SS-DESC (WS-SS-USED).
003570     MOVE ZERO TO WS-SS-RUNS (WS-SS-USED)
003580                  WS-SS-START (WS-SS-USED)
003590                  WS-SS-END (WS-SS-USED).
003600     MOVE "N" TO WS-SS-DONE-SW (WS-SS-USED).
003610     MOVE "M" TO WS-SS-STATE (WS-SS-USED).
003620     MOVE SPACES TO WS-SS-REMARK (WS-SS-USED)
003630                    WS-SS-COUNTS (WS-SS-USED).
003640 2100-EXIT.
003650     EXIT.
003660*
003670*-----------------------------------------------------------*
003680* 3000-SCAN-RUN-HISTORY - ONE PASS OVER RUNHIST.LOG.  STARTS *
003690* FOR THE BUSINESS DATE ARE TABLED AGAINST THEIR STEP - THE  *
003700* BUSINESS DATE OF A START IS ITS BUSINESS= WORD, OR ITS     *
003710* STAMP DATE WHEN IT HAS NONE, SO A GATED STEP RUN PAST      *
003720* MIDNIGHT STILL COUNTS FOR ITS CYCLE.  END RECORDS, OF ANY  *
003730* DATE, ARE PAIRED BACK TO THEIR START BY THE START STAMP,   *
003740* AND OVERRIDES ON THE BUSINESS DATE ARE KEPT FOR THE        *
003750* REPORT.  NO HISTORY AT ALL LEAVES EVERY STEP MISSING.      *
003760*-----------------------------------------------------------*
003770 3000-SCAN-RUN-HISTORY.
003780     OPEN INPUT RUNHIST-FILE.
003790     IF WS-HIST-STATUS NOT = "00"
003800         DISPLAY "CYCLCTL - NO RUN HISTORY AVAILABLE - STATUS="
003810             WS-HIST-STATUS
003820         GO TO 3000-EXIT
003830     END-IF.
003840     SET NOT-E-O-F TO TRUE.
003850     PERFORM 3100-DIGEST-HISTORY-LINE THRU 3100-EXIT
003860         UNTIL E-O-F.
003870     CLOSE RUNHIST-FILE.
003880 3000-EXIT.
003890     EXIT.
003900*
003910 3100-DIGEST-HISTORY-LINE.
003920     READ RUNHIST-FILE
003930         AT END
003940             SET E-O-F TO TRUE
003950             GO TO 3100-EXIT
003960     END-READ.
003970     IF RUNHIST-RECORD (1:6) = "START "
003980         PERFORM 3200-PARSE-HISTORY-LINE THRU 3200-EXIT
003990         IF WS-HL-BUSINESS = SPACES
004000             MOVE RUNHIST-RECORD (7:8) TO WS-HL-BUSINESS
004010         END-IF
004020         IF WS-HL-BUSINESS = WS-BUSINESS-DATE
004030             PERFORM 3300-TABLE-START THRU 3300-EXIT
004040         END-IF
004050         GO TO 3100-EXIT
004060     END-IF.
004070     IF RUNHIST-RECORD (1:6) = "END   "
004080         PERFORM 3400-PAIR-END THRU 3400-EXIT
004090         GO TO 3100-EXIT
004100     END-IF.
004110     IF RUNHIST-RECORD (1:9) NOT = "OVERRIDE "
004120         GO TO 3100-EXIT
004130     END-IF.
004140     PERFORM 3200-PARSE-HISTORY-LINE THRU 3200-EXIT.
004150     IF WS-HL-BUSINESS = SPACES
004160         MOVE RUNHIST-RECORD (10:8) TO WS-HL-BUSINESS
004170     END-IF.
004180     IF WS-HL-BUSINESS = WS-BUSINESS-DATE
004190         ADD 1 TO WS-OV-COUNT
004200         IF WS-OV-USED < 20
004210             ADD 1 TO WS-OV-USED
004220             MOVE RUNHIST-RECORD TO WS-OV-LINE (WS-OV-USED)
004230         END-IF
004240     END-IF.
004250 3100-EXIT.
004260     EXIT.
004270*
004280*-----------------------------------------------------------*
004290* 3200-PARSE-HISTORY-LINE - BREAK THE LINE INTO WORDS AND    *
004300* PICK OUT THE JOB=, MODE=, ENDED=, STATUS= AND BUSINESS=    *
004310* VALUES, KEEPING ANY OTHER KEY=VALUE WORDS AS THE COUNTS.   *
004320*-----------------------------------------------------------*
004330 3200-PARSE-HISTORY-LINE.
004340     MOVE SPACES TO WS-HIST-WORDS WS-HL-JOB WS-HL-MODE
004350                    WS-HL-ENDED WS-HL-STATUS WS-HL-BUSINESS
004360                    WS-HL-COUNTS.
004370     MOVE 1 TO WS-HL-COUNTS-PTR.
004380     SET HL-VALUE-TAKEN TO TRUE.
004390     UNSTRING RUNHIST-RECORD DELIMITED BY ALL SPACE
004400         INTO WS-HW-WORD (1) WS-HW-WORD (2)
004410              WS-HW-WORD (3) WS-HW-WORD (4)
004420              WS-HW-WORD (5) WS-HW-WORD (6)
004430              WS-HW-WORD (7) WS-HW-WORD (8)
004440              WS-HW-WORD (9) WS-HW-WORD (10)
004450              WS-HW-WORD (11) WS-HW-WORD (12)
004460     END-UNSTRING.
004470     PERFORM 3250-TAKE-ONE-WORD THRU 3250-EXIT
004480         VARYING WS-HW-IDX FROM 1 BY 1
004490         UNTIL WS-HW-IDX > 12.
004500 3200-EXIT.
004510     EXIT.
004520*
004530 3250-TAKE-ONE-WORD.
004540     IF WS-HW-WORD (WS-HW-IDX) = SPACES
004550         GO TO 3250-EXIT
004560     END-IF.
004570     IF HL-VALUE-PENDING
004580         SET HL-VALUE-TAKEN TO TRUE
004590         STRING
004600             WS-HW-WORD (WS-HW-IDX)     DELIMITED BY SPACE
004610             INTO WS-HL-COUNTS
004620             WITH POINTER WS-HL-COUNTS-PTR
004630         END-STRING
004640         GO TO 3250-EXIT
004650     END-IF.
004660     IF WS-HW-WORD (WS-HW-IDX) (1:4) = "JOB="
004670         MOVE WS-HW-WORD (WS-HW-IDX) (5:12) TO WS-HL-JOB
004680     END-IF.
004690     IF WS-HW-WORD (WS-HW-IDX) (1:5) = "MODE="
004700         MOVE WS-HW-WORD (WS-HW-IDX) (6:1) TO WS-HL-MODE
004710     END-IF.
004720     IF WS-HW-WORD (WS-HW-IDX) (1:6) = "ENDED="
004730         MOVE WS-HW-WORD (WS-HW-IDX) (7:8) TO WS-HL-ENDED
004740     END-IF.
004750     IF WS-HW-WORD (WS-HW-IDX) (1:7) = "STATUS="
004760         MOVE WS-HW-WORD (WS-HW-IDX) (8:10) TO WS-HL-STATUS
004770     END-IF.
004780     IF WS-HW-WORD (WS-HW-IDX) (1:9) = "BUSINESS="
004790         MOVE WS-HW-WORD (WS-HW-IDX) (10:8) TO WS-HL-BUSINESS
004800     END-IF.
004810     IF WS-HW-WORD (WS-HW-IDX) (1:4) = "JOB="
004820         OR WS-HW-WORD (WS-HW-IDX) (1:5) = "MODE="
004830         OR WS-HW-WORD (WS-HW-IDX) (1:6) = "ENDED="
004840         OR WS-HW-WORD (WS-HW-IDX) (1:7) = "STATUS="
004850         OR WS-HW-WORD (WS-HW-IDX) (1:9) = "BUSINESS="
004860         GO TO 3250-EXIT
004870     END-IF.
004880     MOVE ZERO TO WS-HL-EQ-POS.
004890     INSPECT WS-HW-WORD (WS-HW-IDX) TALLYING WS-HL-EQ-POS
004900         FOR CHARACTERS BEFORE INITIAL "=".
004910     IF WS-HL-EQ-POS = ZERO OR WS-HL-EQ-POS > 58
004920         GO TO 3250-EXIT
004930     END-IF.
004940     IF WS-HL-COUNTS-PTR > 1
004950         STRING
004960             " "                        DELIMITED BY SIZE
004970             INTO WS-HL-COUNTS
004980             WITH POINTER WS-HL-COUNTS-PTR
004990         END-STRING
005000     END-IF.
005010     STRING
005020         WS-HW-WORD (WS-HW-IDX)         DELIMITED BY SPACE
005030         INTO WS-HL-COUNTS
005040         WITH POINTER WS-HL-COUNTS-PTR
005050     END-STRING.
005060     IF WS-HW-WORD (WS-HW-IDX) (WS-HL-EQ-POS + 2:1) = SPACE
005070         SET HL-VALUE-PENDING TO TRUE
005080     END-IF.
005090 3250-EXIT.
005100     EXIT.
005110*
005120*-----------------------------------------------------------*
005130* 3300-TABLE-START - FIND THE STEP THIS START BELONGS TO:    *
005140* THE SAME JOB, AND THE SAME MODE WHERE THE STEP NAMES ONE.  *
005150*-----------------------------------------------------------*
005160 3300-TABLE-START.
005170     PERFORM 3200-PARSE-HISTORY-LINE THRU 3200-EXIT.
005180     IF WS-HL-JOB = SPACES
005190         MOVE "RMSSPECREGS" TO WS-HL-JOB
005200     END-IF.
005210     SET STEP-NOT-FOUND TO TRUE.
005220     PERFORM 3350-MATCH-ONE-STEP THRU 3350-EXIT
005230         VARYING WS-SS-IDX FROM 1 BY 1
005240         UNTIL WS-SS-IDX > WS-SS-USED OR STEP-FOUND.
005250     IF STEP-NOT-FOUND
005260         ADD 1 TO WS-OTHER-RUN-COUNT
005270         GO TO 3300-EXIT
005280     END-IF.
005290     SUBTRACT 1 FROM WS-SS-IDX.
005300     IF WS-RN-USED NOT < WS-RN-LIMIT
005310         DISPLAY "CYCLCTL - MORE THAN 500 RUNS ON THE DATE - "
005320             "LATER RUNS IGNORED"
005330         GO TO 3300-EXIT
005340     END-IF.
005350     ADD 1 TO WS-RN-USED.
005360     MOVE RUNHIST-RECORD (7:17) TO WS-RN-STAMP (WS-RN-USED).
005370     MOVE WS-SS-IDX TO WS-RN-STEP-IDX (WS-RN-USED).
005380     MOVE "N" TO WS-RN-ENDED-SW (WS-RN-USED).
005390     MOVE SPACES TO WS-RN-STATUS (WS-RN-USED).
005400     MOVE ZERO TO WS-RN-END-TIME (WS-RN-USED).
005410     MOVE SPACES TO WS-RN-COUNTS (WS-RN-USED).
005420     ADD 1 TO WS-SS-RUNS (WS-SS-IDX).
005430 3300-EXIT.
005440     EXIT.
005450*
005460 3350-MATCH-ONE-STEP.
005470     IF WS-SS-JOB (WS-SS-IDX) = WS-HL-JOB
005480         AND (WS-SS-MODE (WS-SS-IDX) = SPACE
005490           OR WS-SS-MODE (WS-SS-IDX) = WS-HL-MODE)
005500         SET STEP-FOUND TO TRUE
005510     END-IF.
005520 3350-EXIT.
005530     EXIT.
005540*
005550*-----------------------------------------------------------*
005560* 3400-PAIR-END - MATCH THE END RECORD TO THE MOST RECENT    *
005570* UNENDED RUN WITH THE SAME START STAMP, AND GIVE THAT RUN   *
005580* THE COUNTS THE END RECORD CARRIES.                         *
005590*-----------------------------------------------------------*
005600 3400-PAIR-END.
005610     PERFORM 3200-PARSE-HISTORY-LINE THRU 3200-EXIT.
005620     SET RN-NOT-FOUND TO TRUE.
005630     PERFORM 3450-MATCH-ONE-RUN THRU 3450-EXIT
005640         VARYING WS-RN-IDX FROM WS-RN-USED BY -1
005650         UNTIL WS-RN-IDX < 1 OR RN-FOUND.
005660 3400-EXIT.
005670     EXIT.
005680*
005690 3450-MATCH-ONE-RUN.
005700     IF WS-RN-STAMP (WS-RN-IDX) = RUNHIST-RECORD (7:17)
005710         AND NOT RN-ENDED (WS-RN-IDX)
005720         MOVE "Y" TO WS-RN-ENDED-SW (WS-RN-IDX)
005730         MOVE WS-HL-STATUS TO WS-RN-STATUS (WS-RN-IDX)
005740         MOVE WS-HL-COUNTS TO WS-RN-COUNTS (WS-RN-IDX)
005750         IF WS-HL-ENDED IS NUMERIC
005760             MOVE WS-HL-ENDED TO WS-RN-END-TIME (WS-RN-IDX)
005770         END-IF
005780         SET RN-FOUND TO TRUE
005790     END-IF.
005800 3450-EXIT.
005810     EXIT.
005820*
005830*-----------------------------------------------------------*
005840* 4000-SETTLE-ONE-STEP - A STEP WITH NO RUNS IS MISSING.     *
005850* OTHERWISE ITS RUNS ARE WALKED IN ORDER: THE LAST ONE THAT  *
005860* ENDED NORMALLY IS THE ONE THAT COUNTS, AND IF THERE IS     *
005870* NONE THE STEP FAILED, WITH THE REASON FROM ITS LAST RUN.   *
005880* THE STEP SHOWS THE COUNTS OF THE RUN THAT COUNTS, OR OF    *
005890* THE LAST RUN THAT ENDED AT ALL.                            *
005900*-----------------------------------------------------------*
005910 4000-SETTLE-ONE-STEP.
005920     IF WS-SS-RUNS (WS-SS-IDX) = ZERO
005930         MOVE "NO START RECORD" TO WS-SS-REMARK (WS-SS-IDX)
005940         GO TO 4000-EXIT
005950     END-IF.
005960     PERFORM 4100-WEIGH-ONE-RUN THRU 4100-EXIT
005970         VARYING WS-RN-IDX FROM 1 BY 1
005980         UNTIL WS-RN-IDX > WS-RN-USED.
005990     IF SS-DONE (WS-SS-IDX)
006000         SET SS-COMPLETED (WS-SS-IDX) TO TRUE
006010         MOVE SPACES TO WS-SS-REMARK (WS-SS-IDX)
006020     ELSE
006030         SET SS-FAILED (WS-SS-IDX) TO TRUE
006040     END-IF.
006050 4000-EXIT.
006060     EXIT.
006070*
006080 4100-WEIGH-ONE-RUN.
006090     IF WS-RN-STEP-IDX (WS-RN-IDX) NOT = WS-SS-IDX
006100         GO TO 4100-EXIT
006110     END-IF.
006120     IF NOT RN-ENDED (WS-RN-IDX)
006130         MOVE "STARTED, NO END RECORD"
006140             TO WS-SS-REMARK (WS-SS-IDX)
006150         GO TO 4100-EXIT
006160     END-IF.
006170     IF WS-RN-STATUS (WS-RN-IDX) NOT = "NORMAL"
006180         IF NOT SS-DONE (WS-SS-IDX)
006190             MOVE WS-RN-COUNTS (WS-RN-IDX)
006200                 TO WS-SS-COUNTS (WS-SS-IDX)
006210         END-IF
006220         MOVE SPACES TO WS-SS-REMARK (WS-SS-IDX)
006230         STRING
006240             "ENDED STATUS="            DELIMITED BY SIZE
006250             WS-RN-STATUS (WS-RN-IDX)   DELIMITED BY SPACE
006260             INTO WS-SS-REMARK (WS-SS-IDX)
006270         END-STRING
006280         GO TO 4100-EXIT
006290     END-IF.
006300     MOVE "Y" TO WS-SS-DONE-SW (WS-SS-IDX).
006310     MOVE WS-RN-COUNTS (WS-RN-IDX) TO WS-SS-COUNTS (WS-SS-IDX).
006320     MOVE WS-RN-STAMP (WS-RN-IDX) (10:8) TO WS-START-TIME.
006330     MOVE WS-RN-END-TIME (WS-RN-IDX) TO WS-END-TIME.
006340     IF WS-RN-STAMP (WS-RN-IDX) (1:8) > WS-BUSINESS-DATE
006350         ADD 24000000 TO WS-START-TIME
006360     END-IF.
006370     IF WS-END-TIME < WS-START-TIME
006380         ADD 24000000 TO WS-END-TIME
006390     END-IF.
006400     MOVE WS-START-TIME TO WS-SS-START (WS-SS-IDX).
006410     MOVE WS-END-TIME TO WS-SS-END (WS-SS-IDX).
006420 4100-EXIT.
006430     EXIT.
006440*
006450*-----------------------------------------------------------*
006460* 4500-CHECK-ONE-STEP-ORDER - A COMPLETED STEP IS OUT OF     *
006470* ORDER IF A PREREQUISITE NEVER COMPLETED OR ENDED AFTER THE *
006480* STEP STARTED, OR IF AN EARLIER STEP OF THE CYCLE STARTED   *
006490* AFTER IT.  THE FIRST FAULT FOUND IS THE ONE REPORTED.      *
006500*-----------------------------------------------------------*
006510 4500-CHECK-ONE-STEP-ORDER.
006520     IF NOT SS-COMPLETED (WS-SS-IDX)
006530         GO TO 4500-EXIT
006540     END-IF.
006550     PERFORM 4600-CHECK-ONE-PREREQ THRU 4600-EXIT
006560         VARYING WS-PQ-IDX FROM 1 BY 1
006570         UNTIL WS-PQ-IDX > 4
006580            OR SS-OUT-OF-ORDER (WS-SS-IDX).
006590     IF SS-OUT-OF-ORDER (WS-SS-IDX)
006600         GO TO 4500-EXIT
006610     END-IF.
006620     PERFORM 4700-CHECK-ONE-EARLIER-STEP THRU 4700-EXIT
006630         VARYING WS-SS-IDX2 FROM 1 BY 1
006640         UNTIL WS-SS-IDX2 > WS-SS-USED
006650            OR SS-OUT-OF-ORDER (WS-SS-IDX).
006660 4500-EXIT.
006670     EXIT.
006680*
006690 4600-CHECK-ONE-PREREQ.
006700     MOVE WS-SS-PREREQ (WS-SS-IDX WS-PQ-IDX) TO WS-PQ-STEP.
006710     IF WS-PQ-STEP = SPACES OR WS-PQ-STEP = "00"
006720         GO TO 4600-EXIT
006730     END-IF.
006740     SET STEP-NOT-FOUND TO TRUE.
006750     PERFORM 4650-FIND-PREREQ-STEP THRU 4650-EXIT
006760         VARYING WS-SS-IDX2 FROM 1 BY 1
006770         UNTIL WS-SS-IDX2 > WS-SS-USED OR STEP-FOUND.
006780     IF STEP-NOT-FOUND
006790         GO TO 4600-EXIT
006800     END-IF.
006810     SUBTRACT 1 FROM WS-SS-IDX2.
006820     IF NOT SS-DONE (WS-SS-IDX2)
006830         SET SS-OUT-OF-ORDER (WS-SS-IDX) TO TRUE
006840         STRING
006850             "PREREQUISITE STEP "       DELIMITED BY SIZE
006860             WS-PQ-STEP                 DELIMITED BY SIZE
006870             " NEVER COMPLETED"         DELIMITED BY SIZE
006880             INTO WS-SS-REMARK (WS-SS-IDX)
006890         END-STRING
006900         GO TO 4600-EXIT
006910     END-IF.
006920     IF WS-SS-END (WS-SS-IDX2) > WS-SS-START (WS-SS-IDX)
006930         SET SS-OUT-OF-ORDER (WS-SS-IDX) TO TRUE
006940         STRING
006950             "STARTED BEFORE STEP "     DELIMITED BY SIZE
006960             WS-PQ-STEP                 DELIMITED BY SIZE
006970             " ENDED"                   DELIMITED BY SIZE
006980             INTO WS-SS-REMARK (WS-SS-IDX)
006990         END-STRING
007000     END-IF.
007010 4600-EXIT.
007020     EXIT.
007030*
007040 4650-FIND-PREREQ-STEP.
007050     IF WS-SS-STEP (WS-SS-IDX2) = WS-PQ-STEP
007060         SET STEP-FOUND TO TRUE
007070     END-IF.
007080 4650-EXIT.
007090     EXIT.
007100*
007110 4700-CHECK-ONE-EARLIER-STEP.
007120     IF WS-SS-STEP (WS-SS-IDX2) NOT < WS-SS-STEP (WS-SS-IDX)
007130         OR NOT SS-DONE (WS-SS-IDX2)
007140         GO TO 4700-EXIT
007150     END-IF.
007160     IF WS-SS-START (WS-SS-IDX2) > WS-SS-START (WS-SS-IDX)
007170         SET SS-OUT-OF-ORDER (WS-SS-IDX) TO TRUE
007180         STRING
007190             "STARTED AHEAD OF STEP "   DELIMITED BY SIZE
007200             WS-SS-STEP (WS-SS-IDX2)    DELIMITED BY SIZE
007210             INTO WS-SS-REMARK (WS-SS-IDX)
007220         END-STRING
007230     END-IF.
007240 4700-EXIT.
007250     EXIT.
007260*
007270*-----------------------------------------------------------*
007280* 5000-WRITE-SIGNOFF-REPORT - ONE LINE PER REQUIRED STEP,    *
007290* ITS REMARK AND THE COUNTS ITS RUN RECORDED SHARING THE     *
007300* REMARKS COLUMN, THE OPERATOR OVERRIDES, THE COUNTS BY      *
007310* STATE AND THE SIGN-OFF VERDICT.                            *
007320*-----------------------------------------------------------*
007330 5000-WRITE-SIGNOFF-REPORT.
007340     OPEN OUTPUT SIGNOFF-REPORT-FILE.
007350     MOVE SPACES TO SIGNOFF-REPORT-RECORD.
007360     STRING
007370         "BATCH CYCLE SIGN-OFF - CYCLE " DELIMITED BY SIZE
007380         WS-CYCLE-NAME                  DELIMITED BY SPACE
007390         "  BUSINESS DATE "             DELIMITED BY SIZE
007400         WS-BUSINESS-DATE               DELIMITED BY SIZE
007410         "  PRODUCED "                  DELIMITED BY SIZE
007420         D-DATE                         DELIMITED BY SIZE
007430         " "                            DELIMITED BY SIZE
007440         WS-RUN-TIME                    DELIMITED BY SIZE
007450         INTO SIGNOFF-REPORT-RECORD
007460     END-STRING.
007470     WRITE SIGNOFF-REPORT-RECORD.
007480     MOVE SPACES TO SIGNOFF-REPORT-RECORD.
007490     WRITE SIGNOFF-REPORT-RECORD.
007500     MOVE SPACES TO SIGNOFF-REPORT-RECORD.
007510     STRING
007520         "STEP JOB         MODE  PREREQS      STAT"
007530                                        DELIMITED BY SIZE
007540         "E       RUNS STARTED  ENDED    REMARKS"
007550                                        DELIMITED BY SIZE
007560         INTO SIGNOFF-REPORT-RECORD
007570     END-STRING.
007580     WRITE SIGNOFF-REPORT-RECORD.
007590     PERFORM 5100-WRITE-ONE-STEP THRU 5100-EXIT
007600         VARYING WS-SS-IDX FROM 1 BY 1
007610         UNTIL WS-SS-IDX > WS-SS-USED.
007620     MOVE SPACES TO SIGNOFF-REPORT-RECORD.
007630     WRITE SIGNOFF-REPORT-RECORD.
007640     MOVE WS-OV-COUNT TO WS-COUNT-PRINT.
007650     MOVE SPACES TO SIGNOFF-REPORT-RECORD.
007660     STRING
007670         "OPERATOR OVERRIDES ON THE BUSINESS DATE: "
007680                                        DELIMITED BY SIZE
007690         WS-COUNT-PRINT                 DELIMITED BY SIZE
007700         INTO SIGNOFF-REPORT-RECORD
007710     END-STRING.
007720     WRITE SIGNOFF-REPORT-RECORD.
007730     PERFORM 5200-WRITE-ONE-OVERRIDE THRU 5200-EXIT
007740         VARYING WS-OV-IDX FROM 1 BY 1
007750         UNTIL WS-OV-IDX > WS-OV-USED.
007760     MOVE SPACES TO SIGNOFF-REPORT-RECORD.
007770     WRITE SIGNOFF-REPORT-RECORD.
007780     MOVE WS-SS-USED TO WS-COUNT-PRINT.
007790     MOVE WS-COMPLETED-COUNT TO WS-COUNT-PRINT2.
007800     MOVE SPACES TO SIGNOFF-REPORT-RECORD.
007810     STRING
007820         "REQUIRED JOBS:  "             DELIMITED BY SIZE
007830         WS-COUNT-PRINT                 DELIMITED BY SIZE
007840         "    COMPLETED:     "          DELIMITED BY SIZE
007850         WS-COUNT-PRINT2                DELIMITED BY SIZE
007860         INTO SIGNOFF-REPORT-RECORD
007870     END-STRING.
007880     WRITE SIGNOFF-REPORT-RECORD.
007890     MOVE WS-FAILED-COUNT TO WS-COUNT-PRINT.
007900     MOVE WS-OUT-OF-ORDER-COUNT TO WS-COUNT-PRINT2.
007910     MOVE SPACES TO SIGNOFF-REPORT-RECORD.
007920     STRING
007930         "FAILED:         "             DELIMITED BY SIZE
007940         WS-COUNT-PRINT                 DELIMITED BY SIZE
007950         "    OUT OF ORDER:  "          DELIMITED BY SIZE
007960         WS-COUNT-PRINT2                DELIMITED BY SIZE
007970         INTO SIGNOFF-REPORT-RECORD
007980     END-STRING.
007990     WRITE SIGNOFF-REPORT-RECORD.
008000     MOVE WS-MISSING-COUNT TO WS-COUNT-PRINT.
008010     MOVE WS-OTHER-RUN-COUNT TO WS-COUNT-PRINT2.
008020     MOVE SPACES TO SIGNOFF-REPORT-RECORD.
008030     STRING
008040         "MISSING:        "             DELIMITED BY SIZE
008050         WS-COUNT-PRINT                 DELIMITED BY SIZE
008060         "    OTHER RUNS:    "          DELIMITED BY SIZE
008070         WS-COUNT-PRINT2                DELIMITED BY SIZE
008080         INTO SIGNOFF-REPORT-RECORD
008090     END-STRING.
008100     WRITE SIGNOFF-REPORT-RECORD.
008110     MOVE SPACES TO SIGNOFF-REPORT-RECORD.
008120     WRITE SIGNOFF-REPORT-RECORD.
008130     COMPUTE WS-NOT-CLEAN-COUNT = WS-SS-USED - WS-COMPLETED-COUNT.
008140     MOVE SPACES TO SIGNOFF-REPORT-RECORD.
008150     IF WS-NOT-CLEAN-COUNT = ZERO
008160         STRING
008170             "CYCLE "                   DELIMITED BY SIZE
008180             WS-CYCLE-NAME              DELIMITED BY SPACE
008190             " SIGNED OFF - EVERY REQUIRED JOB COMPLETED IN "
008200                                        DELIMITED BY SIZE
008210             "ORDER"                    DELIMITED BY SIZE
008220             INTO SIGNOFF-REPORT-RECORD
008230         END-STRING
008240     ELSE
008250         MOVE WS-NOT-CLEAN-COUNT TO WS-COUNT-PRINT
008260         STRING
008270             "CYCLE "                   DELIMITED BY SIZE
008280             WS-CYCLE-NAME              DELIMITED BY SPACE
008290             " NOT SIGNED OFF - "       DELIMITED BY SIZE
008300             WS-COUNT-PRINT             DELIMITED BY SIZE
008310             " REQUIRED JOB(S) NOT COMPLETED IN ORDER"
008320                                        DELIMITED BY SIZE
008330             INTO SIGNOFF-REPORT-RECORD
008340         END-STRING
008350     END-IF.
008360     WRITE SIGNOFF-REPORT-RECORD.
008370     DISPLAY SIGNOFF-REPORT-RECORD (1:80).
008380     CLOSE SIGNOFF-REPORT-FILE.
008390 5000-EXIT.
008400     EXIT.
008410*
008420 5100-WRITE-ONE-STEP.
008430     EVALUATE TRUE
008440         WHEN SS-COMPLETED (WS-SS-IDX)
008450             MOVE "COMPLETED" TO WS-STATE-PRINT
008460             ADD 1 TO WS-COMPLETED-COUNT
008470         WHEN SS-OUT-OF-ORDER (WS-SS-IDX)
008480             MOVE "OUT OF ORDER" TO WS-STATE-PRINT
008490             ADD 1 TO WS-OUT-OF-ORDER-COUNT
008500         WHEN SS-FAILED (WS-SS-IDX)
008510             MOVE "FAILED" TO WS-STATE-PRINT
008520             ADD 1 TO WS-FAILED-COUNT
008530         WHEN OTHER
008540             MOVE "MISSING" TO WS-STATE-PRINT
008550             ADD 1 TO WS-MISSING-COUNT
008560     END-EVALUATE.
008570     MOVE SPACES TO WS-PREREQ-PRINT WS-TIME-PRINT WS-END-PRINT.
008580     STRING
008590         WS-SS-PREREQ (WS-SS-IDX 1)     DELIMITED BY SIZE
008600         " "                            DELIMITED BY SIZE
008610         WS-SS-PREREQ (WS-SS-IDX 2)     DELIMITED BY SIZE
008620         " "                            DELIMITED BY SIZE
008630         WS-SS-PREREQ (WS-SS-IDX 3)     DELIMITED BY SIZE
008640         " "                            DELIMITED BY SIZE
008650         WS-SS-PREREQ (WS-SS-IDX 4)     DELIMITED BY SIZE
008660         INTO WS-PREREQ-PRINT
008670     END-STRING.
008680     IF SS-DONE (WS-SS-IDX)
008690         MOVE WS-SS-START (WS-SS-IDX) TO WS-START-TIME
008700         IF WS-START-TIME > 23999999
008710             SUBTRACT 24000000 FROM WS-START-TIME
008720         END-IF
008730         MOVE WS-START-TIME TO WS-TIME-PRINT
008740         MOVE WS-SS-END (WS-SS-IDX) TO WS-END-TIME
008750         IF WS-END-TIME > 23999999
008760             SUBTRACT 24000000 FROM WS-END-TIME
008770         END-IF
008780         MOVE WS-END-TIME TO WS-END-PRINT
008790     END-IF.
008800     MOVE WS-SS-RUNS (WS-SS-IDX) TO WS-RUNS-PRINT.
008810     MOVE SPACES TO WS-REMARK-PRINT.
008820     MOVE 1 TO WS-REMARK-PTR.
008830     IF WS-SS-REMARK (WS-SS-IDX) NOT = SPACES
008840         STRING
008850             WS-SS-REMARK (WS-SS-IDX)   DELIMITED BY "  "
008860             "  "                       DELIMITED BY SIZE
008870             INTO WS-REMARK-PRINT
008880             WITH POINTER WS-REMARK-PTR
008890         END-STRING
008900     END-IF.
008910     STRING
008920         WS-SS-COUNTS (WS-SS-IDX)       DELIMITED BY "  "
008930         INTO WS-REMARK-PRINT
008940         WITH POINTER WS-REMARK-PTR
008950     END-STRING.
008960     MOVE SPACES TO SIGNOFF-REPORT-RECORD.
008970     STRING
008980         " "                            DELIMITED BY SIZE
008990         WS-SS-STEP (WS-SS-IDX)         DELIMITED BY SIZE
009000         "  "                           DELIMITED BY SIZE
009010         WS-SS-JOB (WS-SS-IDX)          DELIMITED BY SIZE
009020         "  "                           DELIMITED BY SIZE
009030         WS-SS-MODE (WS-SS-IDX)         DELIMITED BY SIZE
009040         "   "                          DELIMITED BY SIZE
009050         WS-PREREQ-PRINT                DELIMITED BY SIZE
009060         " "                            DELIMITED BY SIZE
009070         WS-STATE-PRINT                 DELIMITED BY SIZE
009080         " "                            DELIMITED BY SIZE
009090         WS-RUNS-PRINT                  DELIMITED BY SIZE
009100         " "                            DELIMITED BY SIZE
009110         WS-TIME-PRINT                  DELIMITED BY SIZE
009120         " "                            DELIMITED BY SIZE
009130         WS-END-PRINT                   DELIMITED BY SIZE
009140         " "                            DELIMITED BY SIZE
009150         WS-REMARK-PRINT                DELIMITED BY SIZE
009160         INTO SIGNOFF-REPORT-RECORD
009170     END-STRING.
009180     WRITE SIGNOFF-REPORT-RECORD.
009190     MOVE SPACES TO SIGNOFF-REPORT-RECORD.
009200     STRING
009210         "     "                        DELIMITED BY SIZE
009220         WS-SS-DESC (WS-SS-IDX)         DELIMITED BY SIZE
009230         INTO SIGNOFF-REPORT-RECORD
009240     END-STRING.
009250     WRITE SIGNOFF-REPORT-RECORD.
009260 5100-EXIT.
009270     EXIT.
009280*
009290 5200-WRITE-ONE-OVERRIDE.
009300     MOVE SPACES TO SIGNOFF-REPORT-RECORD.
009310     STRING
009320         "  "                           DELIMITED BY SIZE
009330         WS-OV-LINE (WS-OV-IDX)         DELIMITED BY SIZE
009340         INTO SIGNOFF-REPORT-RECORD
009350     END-STRING.
009360     WRITE SIGNOFF-REPORT-RECORD.
009370 5200-EXIT.
009380     EXIT.
009390*
009400*-----------------------------------------------------------*
009410* 8000-CLEANUP - REPORT THE COUNTS ON THE OPERATOR LOG.      *
009420*-----------------------------------------------------------*
009430 8000-CLEANUP.
009440     MOVE WS-COMPLETED-COUNT TO WS-COUNT-PRINT.
009450     DISPLAY "CYCLCTL COMPLETED:     " WS-COUNT-PRINT.
009460     MOVE WS-OUT-OF-ORDER-COUNT TO WS-COUNT-PRINT.
009470     DISPLAY "CYCLCTL OUT OF ORDER:  " WS-COUNT-PRINT.
009480     MOVE WS-FAILED-COUNT TO WS-COUNT-PRINT.
009490     DISPLAY "CYCLCTL FAILED:        " WS-COUNT-PRINT.
009500     MOVE WS-MISSING-COUNT TO WS-COUNT-PRINT.
009510     DISPLAY "CYCLCTL MISSING:       " WS-COUNT-PRINT.
009520     MOVE WS-OV-COUNT TO WS-COUNT-PRINT.
009530     DISPLAY "CYCLCTL OVERRIDES:     " WS-COUNT-PRINT.
009540     DISPLAY "CYCLCTL - SIGN-OFF REPORT ON " WS-REPORT-FILE-SPEC.
009550 8000-EXIT.
009560     EXIT.
009570*
009580 END PROGRAM CYCLCTL.
