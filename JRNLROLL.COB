000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. JRNLROLL.
000030 AUTHOR. R-T-NEAL.
000040 INSTALLATION. DATA-PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*-----------------------------------------------------------*
000090* MONTH-END ROLLOVER OF THE EMPJRNL.LOG AUDIT TRAIL.         *
000100* MODE=ROLL (THE DEFAULT) COPIES THE LIVE JOURNAL TO A DATED *
000110* GENERATION (EMPJRNLYYYYMMDD.LOG), PROVES THE COPY BY       *
000120* READING IT BACK, CATALOGUES IT IN JRNLGEN.LOG WITH ITS     *
000130* FIRST AND LAST ENTRY STAMPS, ENTRY COUNT AND EMP-ID HASH   *
000140* TOTAL, AND ONLY THEN STARTS A FRESH EMPJRNL.LOG.  THE      *
000150* GENERATION ENDS WITH A *ROLLED LINE AND THE FRESH JOURNAL  *
000160* BEGINS WITH A *CONTINUES LINE, BOTH CARRYING THE SAME      *
000170* COUNT, HASH AND LAST STAMP, SO EVERY JOIN IN THE TRAIL CAN *
000180* BE PROVED AFTERWARDS.  THE RUN HOLDS THE ART.DAT UPDATE    *
000190* TOKEN SO NO UPDATER CAN APPEND WHILE THE JOURNAL IS COPIED.*
000200*                                                            *
000210* WHEN MORE THAN RETAIN= (DEFAULT 12) GENERATIONS ARE        *
000220* ONLINE THE OLDEST ARE COPIED TO THE OFFLINE ARCHIVE        *
000230* (ARCHIVE=, DEFAULT THE JRNLARCH: LOGICAL), PROVED AGAINST  *
000240* THEIR CATALOG ENTRY, AND ONLY THEN EMPTIED ONLINE.  THEIR  *
000250* CATALOG LINES STAY, MARKED ARCHIVED WITH THE NEW FILE      *
000260* SPEC; A GENERATION THAT CANNOT BE ARCHIVED AND PROVED IS   *
000270* LEFT ONLINE.  NOTHING IS EVER DROPPED FROM THE TRAIL.      *
000280*                                                            *
000290* MODE=VERIFY READS EVERY CATALOGUED GENERATION, ONLINE OR   *
000300* ARCHIVED, AND THE LIVE JOURNAL, AND PROVES EACH AGAINST    *
000310* ITS CATALOG ENTRY AND EACH JOIN AGAINST THE ONE BEFORE IT. *
000320*-----------------------------------------------------------*
000330*
000340* MODIFICATION HISTORY.
000350*    10/15/26  RTN  ORIGINAL VERSION.
000360*    10/15/26  RTN  CATALOG AND JOURNAL OPENS AND CATALOG
000370*                   WRITES NOW CHECKED; A FAILED ROLL TAKES
000380*                   ITS GENERATION BACK OUT OF THE CATALOG.
000390*
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT OPTIONAL JOURNAL-IN-FILE
000440         ASSIGN "SYS$DISK:EMPJRNL.LOG"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-IN-STATUS.
000470     SELECT JOURNAL-OUT-FILE
000480         ASSIGN "SYS$DISK:EMPJRNL.LOG"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-OUT-STATUS.
000510     SELECT OPTIONAL CATALOG-FILE ASSIGN "SYS$DISK:JRNLGEN.LOG"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-CAT-STATUS.
000540     SELECT ROLL-REPORT-FILE ASSIGN "SYS$DISK:JRNLROLL.RPT"
000550         ORGANIZATION IS LINE SEQUENTIAL.
000560     SELECT OPTIONAL LOCK-FILE ASSIGN "SYS$DISK:EMPLOCK.DAT"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-LOCK-STATUS.
000590     SELECT OPTIONAL RUNHIST-FILE ASSIGN "SYS$DISK:RUNHIST.LOG"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-HIST-STATUS.
000620 DATA DIVISION.
000630 FILE SECTION.
000640*
000650*-----------------------------------------------------------*
000660* ONE INPUT AND ONE OUTPUT JOURNAL FD SERVE EVERY COPY: THE  *
000670* FILE SPECS ARE SET BEFORE EACH OPEN TO THE LIVE JOURNAL, A *
000680* GENERATION OR ITS ARCHIVE COPY AS THE STEP NEEDS.          *
000690*-----------------------------------------------------------*
000700 FD  JOURNAL-IN-FILE
000710     VALUE OF ID IS WS-IN-FILE-SPEC.
000720 01  JOURNAL-IN-RECORD           PIC X(260).
000730 FD  JOURNAL-OUT-FILE
000740     VALUE OF ID IS WS-OUT-FILE-SPEC.
000750 01  JOURNAL-OUT-RECORD          PIC X(260).
000760 FD  CATALOG-FILE
000770     VALUE OF ID IS WS-CAT-FILE-SPEC.
000780 01  CATALOG-RECORD              PIC X(117).
000790 FD  ROLL-REPORT-FILE
000800     VALUE OF ID IS WS-REPORT-FILE-SPEC.
000810 01  ROLL-REPORT-RECORD          PIC X(132).
000820 FD  LOCK-FILE.
000830 01  LOCK-RECORD                 PIC X(80).
000840 FD  RUNHIST-FILE.
000850 01  RUNHIST-RECORD              PIC X(320).
000860 WORKING-STORAGE SECTION.
000870*
000880*-----------------------------------------------------------*
000890* FILE STATUS BYTES AND RUNTIME FILE SPECS.  JRNL= (OR A     *
000900* BARE WORD) NAMES THE LIVE JOURNAL, CATALOG= THE GENERATION *
000910* CATALOG, ARCHIVE= THE DEVICE AND DIRECTORY OF THE OFFLINE  *
000920* ARCHIVE, REPORT= THE RUN LISTING.                          *
000930*-----------------------------------------------------------*
000940 01  WS-IN-STATUS                PIC X(02).
000950 01  WS-OUT-STATUS               PIC X(02).
000960 01  WS-CAT-STATUS               PIC X(02).
000970 01  WS-JRNL-FILE-SPEC           PIC X(50)
000980     VALUE "SYS$DISK:EMPJRNL.LOG".
000990 01  WS-CAT-FILE-SPEC            PIC X(50)
001000     VALUE "SYS$DISK:JRNLGEN.LOG".
001010 01  WS-REPORT-FILE-SPEC         PIC X(50)
001020     VALUE "SYS$DISK:JRNLROLL.RPT".
001030 01  WS-ARCHIVE-PREFIX           PIC X(40)
001040     VALUE "JRNLARCH:".
001050 01  WS-IN-FILE-SPEC             PIC X(50).
001060 01  WS-OUT-FILE-SPEC            PIC X(50).
001070 01  WS-GEN-FILE-SPEC            PIC X(50).
001080 01  WS-ARCH-FILE-SPEC           PIC X(50).
001090 01  WS-COMMAND-LINE             PIC X(132).
001100 01  WS-PARM-WORDS.
001110     02  WS-PARM-ENTRY           PIC X(50) OCCURS 10 TIMES.
001120 01  WS-PARM-IDX                 PIC 9(2) COMP.
001130 01  WS-PARM-KEYWORD             PIC X(10).
001140 01  WS-PARM-VALUE               PIC X(40).
001150 01  WS-RUN-MODE-SW              PIC X VALUE "R".
001160     88  MODE-ROLL                   VALUE "R".
001170     88  MODE-VERIFY                 VALUE "V".
001180 01  WS-RETAIN-COUNT             PIC 9(03) VALUE 12.
001190*
001200*-----------------------------------------------------------*
001210* THE CATALOG, OLDEST GENERATION FIRST, HELD AS CATALOG      *
001220* LINES AND MOVED TO JRNL-GEN-LINE TO BE WORKED ON.  THE     *
001230* CATALOG IS REWRITTEN WHOLE WHENEVER IT CHANGES.            *
001240*-----------------------------------------------------------*
001250 COPY "JRNLGEN.LIB".
001260 01  WS-GEN-TABLE.
001270     02  WS-GT-LINE              PIC X(117) OCCURS 240 TIMES.
001280 01  WS-GEN-LIMIT                PIC 9(03) COMP VALUE 240.
001290 01  WS-GEN-USED                 PIC 9(03) COMP VALUE ZERO.
001300 01  WS-GEN-IDX                  PIC 9(03) COMP.
001310 01  WS-ONLINE-COUNT             PIC 9(03) COMP VALUE ZERO.
001320*
001330*-----------------------------------------------------------*
001340* WHAT ONE PASS OVER A JOURNAL FILE FOUND: ITS ENTRIES (THE  *
001350* LINES THAT START WITH A DATE AND TIME), THEIR EMP-ID HASH  *
001360* TOTAL, THE FIRST AND LAST ENTRY STAMPS, THE *CONTINUES     *
001370* LINE IF THE FILE OPENS WITH ONE AND THE *ROLLED LINE IF IT *
001380* ENDS WITH ONE.  THE EMP-ID OF AN ENTRY IS TAKEN FROM ITS   *
001390* AFTER IMAGE, OR ITS BEFORE IMAGE WHEN THERE IS NO AFTER,   *
001400* EXACTLY AS EMPJQRY AND EMPRECOV TAKE IT.                   *
001410*-----------------------------------------------------------*
001420 01  WS-SC-LINES                 PIC 9(07) COMP.
001430 01  WS-SC-COUNT                 PIC 9(07).
001440 01  WS-SC-HASH                  PIC 9(13).
001450 01  WS-SC-FIRST-STAMP           PIC X(16).
001460 01  WS-SC-LAST-STAMP            PIC X(16).
001470 01  WS-SC-HEAD                  PIC X(76).
001480 01  WS-SC-TAIL                  PIC X(76).
001490 01  WS-SC-OPEN-SW               PIC X.
001500     88  SCAN-OPENED                 VALUE "Y".
001510     88  SCAN-NOT-OPENED             VALUE "N".
001520 01  WS-COPY-SW                  PIC X.
001530     88  COPY-LINES                  VALUE "C".
001540     88  SCAN-ONLY                   VALUE "S".
001550     88  COPY-FAILED                 VALUE "F".
001560 01  WS-ENTRY-STAMP.
001570     02  WS-ENTRY-DATE           PIC X(08).
001580     02  WS-ENTRY-TIME           PIC X(08).
001590 01  WS-HASH-ID-X                PIC X(07).
001600 01  WS-HASH-ID REDEFINES WS-HASH-ID-X
001610                                 PIC 9(07).
001620*
001630*-----------------------------------------------------------*
001640* THE GENERATION BEING ROLLED, AND FOR MODE=VERIFY THE       *
001650* GENERATION BEFORE THE ONE IN HAND, WHICH ITS *CONTINUES    *
001660* LINE AND FIRST STAMP ARE PROVED AGAINST.                   *
001670*-----------------------------------------------------------*
001680 01  WS-ROLL-COUNT               PIC 9(07).
001690 01  WS-ROLL-HASH                PIC 9(13).
001700 01  WS-ROLL-FIRST-STAMP         PIC X(16).
001710 01  WS-ROLL-LAST-STAMP          PIC X(16).
001720 01  WS-ROLL-SW                  PIC X VALUE "N".
001730     88  ROLL-DONE                   VALUE "Y".
001740     88  ROLL-FAILED                 VALUE "F".
001750 01  WS-CAT-WRITE-SW             PIC X VALUE "Y".
001760     88  CATALOG-WRITTEN             VALUE "Y".
001770     88  CATALOG-FAILED              VALUE "F".
001780 01  WS-PREV-ROLL-DATE           PIC X(08).
001790 01  WS-PREV-COUNT               PIC 9(07).
001800 01  WS-PREV-HASH                PIC 9(13).
001810 01  WS-PREV-LAST-STAMP          PIC X(16).
001820 01  WS-GEN-CHECK-SW             PIC X.
001830     88  GEN-PROVED                  VALUE "Y".
001840     88  GEN-NOT-PROVED              VALUE "N".
001850 01  WS-REASON                   PIC X(60).
001860 01  WS-LABEL                    PIC X(08).
001870 01  WS-LINK-TAG                 PIC X(10).
001880*
001890*-----------------------------------------------------------*
001900* RUN COUNTS.                                                *
001910*-----------------------------------------------------------*
001920 01  D-DATE                      PIC 9(8).
001930 01  WS-ARCHIVE-COUNT            PIC 9(05) COMP VALUE ZERO.
001940 01  WS-ARCHIVE-FAIL-COUNT       PIC 9(05) COMP VALUE ZERO.
001950 01  WS-VERIFIED-COUNT           PIC 9(05) COMP VALUE ZERO.
001960 01  WS-FAILED-COUNT             PIC 9(05) COMP VALUE ZERO.
001970 01  WS-UNAVAILABLE-COUNT        PIC 9(05) COMP VALUE ZERO.
001980 01  WS-COUNT-PRINT              PIC ZZZZZZ9.
001990 01  WS-HASH-PRINT               PIC Z(12)9.
002000 01  EOF-SW                      PIC X.
002010     88  E-O-F                       VALUE "E".
002020     88  NOT-E-O-F                   VALUE "N".
002030*
002040*-----------------------------------------------------------*
002050* ART.DAT UPDATE INTERLOCK, SHARED WITH EMPMAINT AND THE     *
002060* OTHER UPDATERS, WHO ARE THE JOURNAL'S WRITERS.  MODE=ROLL  *
002070* TAKES THE EXCLUSIVE TOKEN IN EMPLOCK.DAT BEFORE THE        *
002080* JOURNAL IS TOUCHED AND RELEASES IT AT CLEANUP, ON THE SAME *
002090* TERMS AS EMPRECOV.                                         *
002100*-----------------------------------------------------------*
002110 01  WS-LOCK-STATUS              PIC X(02).
002120 01  WS-HIST-STATUS              PIC X(02).
002130 01  WS-LOCK-LINE.
002140     02  WS-LK-STATE             PIC X(08).
002150     02  WS-LK-JOB               PIC X(08).
002160     02  FILLER                  PIC X(01).
002170     02  WS-LK-USER              PIC X(12).
002180     02  FILLER                  PIC X(01).
002190     02  WS-LK-DATE              PIC X(08).
002200     02  FILLER                  PIC X(01).
002210     02  WS-LK-TIME              PIC X(08).
002220 01  WS-LOCK-JOB-NAME            PIC X(08) VALUE "JRNLROLL".
002230 01  WS-LOCK-USER                PIC X(12).
002240 01  WS-LOCK-STAMP               PIC X(17).
002250 01  WS-RUN-START-TIME           PIC 9(8).
002260 01  WS-RUN-END-TIME             PIC 9(8).
002270 01  WS-RECLAIM-SW               PIC X VALUE "N".
002280     88  RECLAIM-REQUESTED           VALUE "Y".
002290 01  WS-TOKEN-SW                 PIC X VALUE "N".
002300     88  TOKEN-HELD                  VALUE "Y".
002310 01  WS-ENDED-SW                 PIC X.
002320     88  HOLDER-ENDED                VALUE "Y".
002330     88  HOLDER-NOT-ENDED            VALUE "N".
002340 PROCEDURE DIVISION.
002350 MAIN-PROG SECTION.
002360 0000-MAINLINE.
002370     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002380     IF MODE-VERIFY
002390         PERFORM 4000-VERIFY-TRAIL THRU 4000-EXIT
002400     ELSE
002410         PERFORM 2000-ROLL-JOURNAL THRU 2000-EXIT
002420         IF NOT ROLL-FAILED
002430             PERFORM 3000-ARCHIVE-OLD-GENERATIONS
002440                 THRU 3000-EXIT
002450         END-IF
002460     END-IF.
002470     PERFORM 8000-CLEANUP THRU 8000-EXIT.
002480     STOP RUN.
002490*
002500*-----------------------------------------------------------*
002510* 1000-INITIALIZE - RESOLVE THE PARAMETERS, LOAD THE         *
002520* CATALOG AND OPEN THE LISTING.  A ROLL REFUSES TO RUN TWICE *
002530* IN A DAY, SINCE THE SECOND WOULD OVERWRITE THE FIRST'S     *
002540* GENERATION, AND TAKES THE UPDATE TOKEN.                    *
002550*-----------------------------------------------------------*
002560 1000-INITIALIZE.
002570     ACCEPT D-DATE FROM DATE YYYYMMDD.
002580     PERFORM 1100-RESOLVE-FILE-SPECS THRU 1100-EXIT.
002590     IF WS-RETAIN-COUNT = ZERO OR WS-RETAIN-COUNT > WS-GEN-LIMIT
002600         DISPLAY "JRNLROLL - RETAIN= MUST BE 1 THRU "
002610             WS-GEN-LIMIT
002620         STOP RUN
002630     END-IF.
002640     PERFORM 1200-LOAD-CATALOG THRU 1200-EXIT.
002650     IF MODE-ROLL
002660         IF WS-GEN-USED > ZERO
002670             MOVE WS-GT-LINE (WS-GEN-USED) TO JRNL-GEN-LINE
002680             IF JG-ROLL-DATE = D-DATE
002690                 DISPLAY "JRNLROLL - JOURNAL ALREADY ROLLED ON "
002700                     D-DATE " - RUN NOT STARTED"
002710                 STOP RUN
002720             END-IF
002730         END-IF
002740         IF WS-GEN-USED NOT < WS-GEN-LIMIT
002750             DISPLAY "JRNLROLL - CATALOG FULL AT "
002760                 WS-GEN-LIMIT " GENERATIONS - RUN NOT STARTED"
002770             STOP RUN
002780         END-IF
002790         MOVE SPACES TO WS-GEN-FILE-SPEC
002800         STRING
002810             "SYS$DISK:EMPJRNL"         DELIMITED BY SIZE
002820             D-DATE                     DELIMITED BY SIZE
002830             ".LOG"                     DELIMITED BY SIZE
002840             INTO WS-GEN-FILE-SPEC
002850         END-STRING
002860         DISPLAY "JRNLROLL$USER" UPON ENVIRONMENT-NAME
002870         MOVE SPACES TO WS-LOCK-USER
002880         ACCEPT WS-LOCK-USER FROM ENVIRONMENT-VALUE
002890         IF WS-LOCK-USER = SPACES
002900             MOVE "*UNKNOWN*" TO WS-LOCK-USER
002910         END-IF
002920         ACCEPT WS-RUN-START-TIME FROM TIME
002930         PERFORM 7600-WRITE-RUN-START THRU 7600-EXIT
002940         PERFORM 7700-ACQUIRE-RUN-TOKEN THRU 7700-EXIT
002950     END-IF.
002960     OPEN OUTPUT ROLL-REPORT-FILE.
002970     MOVE SPACES TO ROLL-REPORT-RECORD.
002980     STRING
002990         "EMPLOYEE JOURNAL ROLLOVER "   DELIMITED BY SIZE
003000         D-DATE                         DELIMITED BY SIZE
003010         " MODE="                       DELIMITED BY SIZE
003020         WS-RUN-MODE-SW                 DELIMITED BY SIZE
003030         " JRNL="                       DELIMITED BY SIZE
003040         WS-JRNL-FILE-SPEC              DELIMITED BY " "
003050         " CATALOG="                    DELIMITED BY SIZE
003060         WS-CAT-FILE-SPEC               DELIMITED BY " "
003070         INTO ROLL-REPORT-RECORD
003080     END-STRING.
003090     WRITE ROLL-REPORT-RECORD.
003100 1000-EXIT.
003110     EXIT.
003120*
003130*-----------------------------------------------------------*
003140* 1100-RESOLVE-FILE-SPECS - SCAN THE COMMAND LINE FOR THE    *
003150* RUN MODE, RETENTION AND FILE SPECS (A BARE WORD IS THE     *
003160* LIVE JOURNAL FILE SPEC).                                   *
003170*-----------------------------------------------------------*
003180 1100-RESOLVE-FILE-SPECS.
003190     MOVE SPACES TO WS-COMMAND-LINE.
003200     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
003210     IF WS-COMMAND-LINE = SPACES
003220         GO TO 1100-EXIT
003230     END-IF.
003240     MOVE SPACES TO WS-PARM-WORDS.
003250     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
003260         INTO WS-PARM-ENTRY (1) WS-PARM-ENTRY (2)
003270              WS-PARM-ENTRY (3) WS-PARM-ENTRY (4)
003280              WS-PARM-ENTRY (5) WS-PARM-ENTRY (6)
003290              WS-PARM-ENTRY (7) WS-PARM-ENTRY (8)
003300              WS-PARM-ENTRY (9) WS-PARM-ENTRY (10)
003310     END-UNSTRING.
003320     PERFORM 1160-PROCESS-ONE-PARAMETER THRU 1160-EXIT
003330         VARYING WS-PARM-IDX FROM 1 BY 1
003340         UNTIL WS-PARM-IDX > 10.
003350 1100-EXIT.
003360     EXIT.
003370*
003380 1160-PROCESS-ONE-PARAMETER.
003390     IF WS-PARM-ENTRY (WS-PARM-IDX) = SPACES
003400         GO TO 1160-EXIT
003410     END-IF.
003420     MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE.
003430     UNSTRING WS-PARM-ENTRY (WS-PARM-IDX) DELIMITED BY "="
003440         INTO WS-PARM-KEYWORD WS-PARM-VALUE
003450     END-UNSTRING.
003460     IF WS-PARM-VALUE = SPACES
003470         MOVE WS-PARM-ENTRY (WS-PARM-IDX)
003480             TO WS-JRNL-FILE-SPEC
003490         GO TO 1160-EXIT
003500     END-IF.
003510     EVALUATE WS-PARM-KEYWORD
003520         WHEN "MODE"
003530             EVALUATE WS-PARM-VALUE
003540                 WHEN "ROLL"
003550                     SET MODE-ROLL TO TRUE
003560                 WHEN "VERIFY"
003570                     SET MODE-VERIFY TO TRUE
003580                 WHEN OTHER
003590                     DISPLAY "JRNLROLL - MODE=ROLL OR "
003600                         "MODE=VERIFY"
003610                     STOP RUN
003620             END-EVALUATE
003630         WHEN "JRNL"
003640             MOVE WS-PARM-VALUE TO WS-JRNL-FILE-SPEC
003650         WHEN "CATALOG"
003660             MOVE WS-PARM-VALUE TO WS-CAT-FILE-SPEC
003670         WHEN "ARCHIVE"
003680             MOVE WS-PARM-VALUE TO WS-ARCHIVE-PREFIX
003690         WHEN "REPORT"
003700             MOVE WS-PARM-VALUE TO WS-REPORT-FILE-SPEC
003710         WHEN "RETAIN"
003720             MOVE FUNCTION NUMVAL (WS-PARM-VALUE)
003730                 TO WS-RETAIN-COUNT
003740         WHEN "RECLAIM"
003750             IF WS-PARM-VALUE = "YES"
003760                 SET RECLAIM-REQUESTED TO TRUE
003770             END-IF
003780         WHEN OTHER
003790             CONTINUE
003800     END-EVALUATE.
003810 1160-EXIT.
003820     EXIT.
003830*
003840*-----------------------------------------------------------*
003850* 1200-LOAD-CATALOG - READ JRNLGEN.LOG INTO THE TABLE,       *
003860* OLDEST FIRST, COUNTING THE GENERATIONS STILL ONLINE.  NO   *
003870* CATALOG MEANS NO GENERATIONS YET.  A CATALOG TOO LONG FOR  *
003880* THE TABLE STOPS THE RUN RATHER THAN LOSE ITS TAIL WHEN IT  *
003890* IS REWRITTEN.                                              *
003900*-----------------------------------------------------------*
003910 1200-LOAD-CATALOG.
003920     OPEN INPUT CATALOG-FILE.
003930     IF WS-CAT-STATUS NOT = "00"
003940         IF WS-CAT-STATUS = "05"
003950             CLOSE CATALOG-FILE
003960         END-IF
003970         GO TO 1200-EXIT
003980     END-IF.
003990     SET NOT-E-O-F TO TRUE.
004000     PERFORM 1250-READ-CATALOG-LINE THRU 1250-EXIT.
004010     PERFORM 1260-TABLE-ONE-LINE THRU 1260-EXIT
004020         UNTIL E-O-F.
004030     CLOSE CATALOG-FILE.
004040 1200-EXIT.
004050     EXIT.
004060*
004070 1250-READ-CATALOG-LINE.
004080     READ CATALOG-FILE
004090         AT END
004100             SET E-O-F TO TRUE
004110     END-READ.
004120 1250-EXIT.
004130     EXIT.
004140*
004150 1260-TABLE-ONE-LINE.
004160     MOVE CATALOG-RECORD TO JRNL-GEN-LINE.
004170     IF JG-ROLL-DATE NOT = SPACES
004180         IF WS-GEN-USED NOT < WS-GEN-LIMIT
004190             DISPLAY "JRNLROLL - CATALOG " WS-CAT-FILE-SPEC
004200             DISPLAY "JRNLROLL - HOLDS MORE THAN "
004210                 WS-GEN-LIMIT " GENERATIONS - RUN NOT STARTED"
004220             STOP RUN
004230         END-IF
004240         ADD 1 TO WS-GEN-USED
004250         MOVE JRNL-GEN-LINE TO WS-GT-LINE (WS-GEN-USED)
004260         IF JG-ONLINE
004270             ADD 1 TO WS-ONLINE-COUNT
004280         END-IF
004290     END-IF.
004300     PERFORM 1250-READ-CATALOG-LINE THRU 1250-EXIT.
004310 1260-EXIT.
004320     EXIT.
004330*
004340*-----------------------------------------------------------*
004350* 2000-ROLL-JOURNAL - SCAN THE LIVE JOURNAL, COPY IT TO THE  *
004360* DATED GENERATION WITH A *ROLLED LINE AT THE END, READ THE  *
004370* GENERATION BACK TO PROVE THE COPY, CATALOGUE IT, AND ONLY  *
004380* THEN START THE FRESH JOURNAL WITH ITS *CONTINUES LINE.     *
004390* ANY FAILURE BEFORE THE FRESH JOURNAL IS OPENED TAKES THE   *
004400* GENERATION BACK OUT OF THE CATALOG AND LEAVES THE LIVE     *
004410* JOURNAL EXACTLY AS IT WAS.                                 *
004420*-----------------------------------------------------------*
004430 2000-ROLL-JOURNAL.
004440     MOVE WS-JRNL-FILE-SPEC TO WS-IN-FILE-SPEC.
004450     SET SCAN-ONLY TO TRUE.
004460     PERFORM 5000-SCAN-FILE THRU 5000-EXIT.
004470     IF SCAN-NOT-OPENED OR WS-SC-COUNT = ZERO
004480         MOVE "NO JOURNAL ENTRIES TO ROLL - NOTHING CHANGED"
004490             TO WS-REASON
004500         PERFORM 2900-REPORT-ROLL-LINE THRU 2900-EXIT
004510         GO TO 2000-EXIT
004520     END-IF.
004530     MOVE WS-SC-COUNT       TO WS-ROLL-COUNT.
004540     MOVE WS-SC-HASH        TO WS-ROLL-HASH.
004550     MOVE WS-SC-FIRST-STAMP TO WS-ROLL-FIRST-STAMP.
004560     MOVE WS-SC-LAST-STAMP  TO WS-ROLL-LAST-STAMP.
004570     MOVE WS-GEN-FILE-SPEC TO WS-OUT-FILE-SPEC.
004580     SET COPY-LINES TO TRUE.
004590     PERFORM 5000-SCAN-FILE THRU 5000-EXIT.
004600     IF SCAN-NOT-OPENED OR COPY-FAILED
004610         MOVE "CANNOT CREATE THE GENERATION - NOTHING CHANGED"
004620             TO WS-REASON
004630         SET ROLL-FAILED TO TRUE
004640         PERFORM 2900-REPORT-ROLL-LINE THRU 2900-EXIT
004650         GO TO 2000-EXIT
004660     END-IF.
004670     MOVE "*ROLLED   " TO WS-LINK-TAG.
004680     PERFORM 2800-BUILD-LINK-LINE THRU 2800-EXIT.
004690     MOVE JRNL-LINK-LINE TO JOURNAL-OUT-RECORD.
004700     WRITE JOURNAL-OUT-RECORD.
004710     CLOSE JOURNAL-OUT-FILE.
004720     IF WS-SC-COUNT NOT = WS-ROLL-COUNT
004730         OR WS-SC-HASH NOT = WS-ROLL-HASH
004740         MOVE "JOURNAL CHANGED DURING THE COPY - NOTHING CHANGED"
004750             TO WS-REASON
004760         SET ROLL-FAILED TO TRUE
004770         PERFORM 2900-REPORT-ROLL-LINE THRU 2900-EXIT
004780         GO TO 2000-EXIT
004790     END-IF.
004800     MOVE WS-GEN-FILE-SPEC TO WS-IN-FILE-SPEC.
004810     SET SCAN-ONLY TO TRUE.
004820     PERFORM 5000-SCAN-FILE THRU 5000-EXIT.
004830     MOVE WS-SC-TAIL TO JRNL-LINK-LINE.
004840     IF SCAN-NOT-OPENED
004850         OR WS-SC-COUNT NOT = WS-ROLL-COUNT
004860         OR WS-SC-HASH NOT = WS-ROLL-HASH
004870         OR NOT JK-ROLLED
004880         MOVE "GENERATION DOES NOT READ BACK - NOTHING CHANGED"
004890             TO WS-REASON
004900         SET ROLL-FAILED TO TRUE
004910         PERFORM 2900-REPORT-ROLL-LINE THRU 2900-EXIT
004920         GO TO 2000-EXIT
004930     END-IF.
004940     MOVE SPACES TO JRNL-GEN-LINE.
004950     MOVE D-DATE              TO JG-ROLL-DATE.
004960     MOVE WS-ROLL-FIRST-STAMP TO JG-FIRST-STAMP.
004970     MOVE WS-ROLL-LAST-STAMP  TO JG-LAST-STAMP.
004980     MOVE WS-ROLL-COUNT       TO JG-ENTRY-COUNT.
004990     MOVE WS-ROLL-HASH        TO JG-EMP-ID-HASH.
005000     SET JG-ONLINE TO TRUE.
005010     MOVE WS-GEN-FILE-SPEC    TO JG-SPEC.
005020     ADD 1 TO WS-GEN-USED.
005030     MOVE JRNL-GEN-LINE TO WS-GT-LINE (WS-GEN-USED).
005040     ADD 1 TO WS-ONLINE-COUNT.
005050     PERFORM 3900-WRITE-CATALOG THRU 3900-EXIT.
005060     IF CATALOG-FAILED
005070         MOVE "CANNOT WRITE THE CATALOG - NOTHING CHANGED"
005080             TO WS-REASON
005090         PERFORM 2700-WITHDRAW-GENERATION THRU 2700-EXIT
005100         SET ROLL-FAILED TO TRUE
005110         PERFORM 2900-REPORT-ROLL-LINE THRU 2900-EXIT
005120         GO TO 2000-EXIT
005130     END-IF.
005140     MOVE WS-JRNL-FILE-SPEC TO WS-OUT-FILE-SPEC.
005150     OPEN OUTPUT JOURNAL-OUT-FILE.
005160     IF WS-OUT-STATUS NOT = "00"
005170         MOVE "CANNOT START THE FRESH JOURNAL - NOTHING CHANGED"
005180             TO WS-REASON
005190         PERFORM 2700-WITHDRAW-GENERATION THRU 2700-EXIT
005200         SET ROLL-FAILED TO TRUE
005210         PERFORM 2900-REPORT-ROLL-LINE THRU 2900-EXIT
005220         GO TO 2000-EXIT
005230     END-IF.
005240     MOVE "*CONTINUES" TO WS-LINK-TAG.
005250     PERFORM 2800-BUILD-LINK-LINE THRU 2800-EXIT.
005260     MOVE JRNL-LINK-LINE TO JOURNAL-OUT-RECORD.
005270     WRITE JOURNAL-OUT-RECORD.
005280     CLOSE JOURNAL-OUT-FILE.
005290     SET ROLL-DONE TO TRUE.
005300     MOVE "ROLLED TO" TO WS-REASON.
005310     MOVE WS-GEN-FILE-SPEC TO WS-REASON (11:50).
005320     PERFORM 2900-REPORT-ROLL-LINE THRU 2900-EXIT.
005330 2000-EXIT.
005340     EXIT.
005350*
005360*-----------------------------------------------------------*
005370* 2700-WITHDRAW-GENERATION - TAKE THE GENERATION JUST        *
005380* CATALOGUED BACK OUT OF THE TABLE AND REWRITE THE CATALOG   *
005390* WITHOUT IT.  IF THE CATALOG CANNOT BE PUT BACK EITHER, THE *
005400* REASON SAYS SO IN PLACE OF NOTHING CHANGED.                *
005410*-----------------------------------------------------------*
005420 2700-WITHDRAW-GENERATION.
005430     SUBTRACT 1 FROM WS-GEN-USED.
005440     SUBTRACT 1 FROM WS-ONLINE-COUNT.
005450     PERFORM 3900-WRITE-CATALOG THRU 3900-EXIT.
005460     IF CATALOG-FAILED
005470         MOVE "CATALOG NOT RESTORED - LIVE JOURNAL UNCHANGED"
005480             TO WS-REASON
005490     END-IF.
005500 2700-EXIT.
005510     EXIT.
005520*
005530*-----------------------------------------------------------*
005540* 2800-BUILD-LINK-LINE - FILL A *ROLLED OR *CONTINUES LINE   *
005550* FOR THE GENERATION BEING ROLLED, TAGGED WS-LINK-TAG.       *
005560*-----------------------------------------------------------*
005570 2800-BUILD-LINK-LINE.
005580     MOVE SPACES TO JRNL-LINK-LINE.
005590     STRING
005600         WS-LINK-TAG                    DELIMITED BY SIZE
005610         " "                            DELIMITED BY SIZE
005620         D-DATE                         DELIMITED BY SIZE
005630         " ENTRIES="                    DELIMITED BY SIZE
005640         WS-ROLL-COUNT                  DELIMITED BY SIZE
005650         " HASH="                       DELIMITED BY SIZE
005660         WS-ROLL-HASH                   DELIMITED BY SIZE
005670         " LAST="                       DELIMITED BY SIZE
005680         WS-ROLL-LAST-STAMP             DELIMITED BY SIZE
005690         INTO JRNL-LINK-LINE
005700     END-STRING.
005710 2800-EXIT.
005720     EXIT.
005730*
005740 2900-REPORT-ROLL-LINE.
005750     MOVE WS-ROLL-COUNT TO WS-COUNT-PRINT.
005760     MOVE WS-ROLL-HASH TO WS-HASH-PRINT.
005770     MOVE SPACES TO ROLL-REPORT-RECORD.
005780     STRING
005790         "ROLL "                        DELIMITED BY SIZE
005800         WS-JRNL-FILE-SPEC              DELIMITED BY " "
005810         " ENTRIES="                    DELIMITED BY SIZE
005820         WS-COUNT-PRINT                 DELIMITED BY SIZE
005830         " HASH="                       DELIMITED BY SIZE
005840         WS-HASH-PRINT                  DELIMITED BY SIZE
005850         " "                            DELIMITED BY SIZE
005860         WS-REASON                      DELIMITED BY "  "
005870         INTO ROLL-REPORT-RECORD
005880     END-STRING.
005890     WRITE ROLL-REPORT-RECORD.
005900     DISPLAY "JRNLROLL - " WS-REASON.
005910 2900-EXIT.
005920     EXIT.
005930*
005940*-----------------------------------------------------------*
005950* 3000-ARCHIVE-OLD-GENERATIONS - WHILE MORE THAN RETAIN=     *
005960* GENERATIONS ARE ONLINE, MOVE THE OLDEST ONLINE ONE TO THE  *
005970* OFFLINE ARCHIVE.  ONE THAT CANNOT BE MOVED IS PASSED OVER  *
005980* AND STAYS ONLINE.  A CATALOG THAT CANNOT BE REWRITTEN      *
005990* AFTERWARDS IS REPORTED, SINCE IT STILL LISTS THE MOVED     *
006000* GENERATIONS AS ONLINE.                                     *
006010*-----------------------------------------------------------*
006020 3000-ARCHIVE-OLD-GENERATIONS.
006030     PERFORM 3100-ARCHIVE-ONE-GENERATION THRU 3100-EXIT
006040         VARYING WS-GEN-IDX FROM 1 BY 1
006050         UNTIL WS-GEN-IDX > WS-GEN-USED
006060            OR WS-ONLINE-COUNT NOT > WS-RETAIN-COUNT.
006070     IF WS-ARCHIVE-COUNT > ZERO
006080         PERFORM 3900-WRITE-CATALOG THRU 3900-EXIT
006090         IF CATALOG-FAILED
006100             MOVE SPACES TO ROLL-REPORT-RECORD
006110             STRING
006120                 "CATALOG NOT REWRITTEN STATUS=" DELIMITED BY SIZE
006130                 WS-CAT-STATUS                  DELIMITED BY SIZE
006140                 " - ARCHIVED GENERATIONS STILL LISTED ONLINE"
006150                                                DELIMITED BY SIZE
006160                 INTO ROLL-REPORT-RECORD
006170             END-STRING
006180             WRITE ROLL-REPORT-RECORD
006190             DISPLAY "JRNLROLL - " ROLL-REPORT-RECORD
006200         END-IF
006210     END-IF.
006220 3000-EXIT.
006230     EXIT.
006240*
006250*-----------------------------------------------------------*
006260* 3100-ARCHIVE-ONE-GENERATION - COPY ONE ONLINE GENERATION   *
006270* TO THE ARCHIVE, READ THE COPY BACK AND PROVE IT AGAINST    *
006280* THE CATALOG ENTRY, THEN EMPTY THE ONLINE FILE AND POINT    *
006290* THE CATALOG AT THE ARCHIVE COPY.  AN ONLINE FILE THAT      *
006300* CANNOT BE EMPTIED KEEPS ITS CATALOG ENTRY AS IT WAS.       *
006310*-----------------------------------------------------------*
006320 3100-ARCHIVE-ONE-GENERATION.
006330     MOVE WS-GT-LINE (WS-GEN-IDX) TO JRNL-GEN-LINE.
006340     IF NOT JG-ONLINE
006350         GO TO 3100-EXIT
006360     END-IF.
006370     MOVE SPACES TO WS-ARCH-FILE-SPEC.
006380     STRING
006390         WS-ARCHIVE-PREFIX              DELIMITED BY " "
006400         "EMPJRNL"                      DELIMITED BY SIZE
006410         JG-ROLL-DATE                   DELIMITED BY SIZE
006420         ".LOG"                         DELIMITED BY SIZE
006430         INTO WS-ARCH-FILE-SPEC
006440     END-STRING.
006450     MOVE JG-SPEC TO WS-IN-FILE-SPEC.
006460     MOVE WS-ARCH-FILE-SPEC TO WS-OUT-FILE-SPEC.
006470     SET COPY-LINES TO TRUE.
006480     PERFORM 5000-SCAN-FILE THRU 5000-EXIT.
006490     IF SCAN-NOT-OPENED
006500         MOVE "NOT FOUND ONLINE - LEFT IN CATALOG AS IT WAS"
006510             TO WS-REASON
006520         PERFORM 3800-REPORT-ARCHIVE-FAILURE THRU 3800-EXIT
006530         GO TO 3100-EXIT
006540     END-IF.
006550     IF COPY-FAILED
006560         MOVE "ARCHIVE COPY CANNOT BE CREATED - KEPT ONLINE"
006570             TO WS-REASON
006580         PERFORM 3800-REPORT-ARCHIVE-FAILURE THRU 3800-EXIT
006590         GO TO 3100-EXIT
006600     END-IF.
006610     CLOSE JOURNAL-OUT-FILE.
006620     MOVE WS-ARCH-FILE-SPEC TO WS-IN-FILE-SPEC.
006630     SET SCAN-ONLY TO TRUE.
006640     PERFORM 5000-SCAN-FILE THRU 5000-EXIT.
006650     IF SCAN-NOT-OPENED
006660         OR WS-SC-COUNT NOT = JG-ENTRY-COUNT
006670         OR WS-SC-HASH NOT = JG-EMP-ID-HASH
006680         MOVE "ARCHIVE COPY DOES NOT MATCH CATALOG - KEPT ONLINE"
006690             TO WS-REASON
006700         PERFORM 3800-REPORT-ARCHIVE-FAILURE THRU 3800-EXIT
006710         GO TO 3100-EXIT
006720     END-IF.
006730     MOVE JG-SPEC TO WS-OUT-FILE-SPEC.
006740     OPEN OUTPUT JOURNAL-OUT-FILE.
006750     IF WS-OUT-STATUS NOT = "00"
006760         MOVE "ONLINE COPY CANNOT BE EMPTIED - KEPT ONLINE"
006770             TO WS-REASON
006780         PERFORM 3800-REPORT-ARCHIVE-FAILURE THRU 3800-EXIT
006790         GO TO 3100-EXIT
006800     END-IF.
006810     CLOSE JOURNAL-OUT-FILE.
006820     SET JG-ARCHIVED TO TRUE.
006830     MOVE WS-ARCH-FILE-SPEC TO JG-SPEC.
006840     MOVE JRNL-GEN-LINE TO WS-GT-LINE (WS-GEN-IDX).
006850     SUBTRACT 1 FROM WS-ONLINE-COUNT.
006860     ADD 1 TO WS-ARCHIVE-COUNT.
006870     MOVE JG-ENTRY-COUNT TO WS-COUNT-PRINT.
006880     MOVE SPACES TO ROLL-REPORT-RECORD.
006890     STRING
006900         "ARCHIVED GENERATION "         DELIMITED BY SIZE
006910         JG-ROLL-DATE                   DELIMITED BY SIZE
006920         " ENTRIES="                    DELIMITED BY SIZE
006930         WS-COUNT-PRINT                 DELIMITED BY SIZE
006940         " TO "                         DELIMITED BY SIZE
006950         WS-ARCH-FILE-SPEC              DELIMITED BY " "
006960         INTO ROLL-REPORT-RECORD
006970     END-STRING.
006980     WRITE ROLL-REPORT-RECORD.
006990     DISPLAY "JRNLROLL GENERATION ARCHIVED: " WS-ARCH-FILE-SPEC.
007000 3100-EXIT.
007010     EXIT.
007020*
007030 3800-REPORT-ARCHIVE-FAILURE.
007040     ADD 1 TO WS-ARCHIVE-FAIL-COUNT.
007050     MOVE SPACES TO ROLL-REPORT-RECORD.
007060     STRING
007070         "NOT ARCHIVED GENERATION "     DELIMITED BY SIZE
007080         JG-ROLL-DATE                   DELIMITED BY SIZE
007090         " "                            DELIMITED BY SIZE
007100         JG-SPEC                        DELIMITED BY " "
007110         " "                            DELIMITED BY SIZE
007120         WS-REASON                      DELIMITED BY "  "
007130         INTO ROLL-REPORT-RECORD
007140     END-STRING.
007150     WRITE ROLL-REPORT-RECORD.
007160     DISPLAY "JRNLROLL - " ROLL-REPORT-RECORD.
007170 3800-EXIT.
007180     EXIT.
007190*
007200*-----------------------------------------------------------*
007210* 3900-WRITE-CATALOG - REWRITE JRNLGEN.LOG FROM THE TABLE.   *
007220* LEAVES CATALOG-FAILED IF THE OPEN OR ANY WRITE FAILS.      *
007230*-----------------------------------------------------------*
007240 3900-WRITE-CATALOG.
007250     SET CATALOG-WRITTEN TO TRUE.
007260     OPEN OUTPUT CATALOG-FILE.
007270     IF WS-CAT-STATUS NOT = "00"
007280         SET CATALOG-FAILED TO TRUE
007290         GO TO 3900-EXIT
007300     END-IF.
007310     PERFORM 3950-WRITE-CATALOG-LINE THRU 3950-EXIT
007320         VARYING WS-GEN-IDX FROM 1 BY 1
007330         UNTIL WS-GEN-IDX > WS-GEN-USED
007340            OR CATALOG-FAILED.
007350     CLOSE CATALOG-FILE.
007360 3900-EXIT.
007370     EXIT.
007380*
007390 3950-WRITE-CATALOG-LINE.
007400     MOVE WS-GT-LINE (WS-GEN-IDX) TO CATALOG-RECORD.
007410     WRITE CATALOG-RECORD.
007420     IF WS-CAT-STATUS NOT = "00"
007430         SET CATALOG-FAILED TO TRUE
007440     END-IF.
007450 3950-EXIT.
007460     EXIT.
007470*
007480*-----------------------------------------------------------*
007490* 4000-VERIFY-TRAIL - PROVE EVERY CATALOGUED GENERATION AND  *
007500* THEN THE LIVE JOURNAL.  THE TRAIL IS PROVED ONLY WHEN      *
007510* EVERY GENERATION COULD BE READ AND EVERY CHECK HELD.       *
007520*-----------------------------------------------------------*
007530 4000-VERIFY-TRAIL.
007540     MOVE SPACES TO WS-PREV-ROLL-DATE WS-PREV-LAST-STAMP.
007550     MOVE ZERO TO WS-PREV-COUNT WS-PREV-HASH.
007560     PERFORM 4100-VERIFY-ONE-GENERATION THRU 4100-EXIT
007570         VARYING WS-GEN-IDX FROM 1 BY 1
007580         UNTIL WS-GEN-IDX > WS-GEN-USED.
007590     PERFORM 4200-VERIFY-LIVE-JOURNAL THRU 4200-EXIT.
007600     MOVE SPACES TO ROLL-REPORT-RECORD.
007610     IF WS-FAILED-COUNT = ZERO AND WS-UNAVAILABLE-COUNT = ZERO
007620         MOVE "TRAIL PROVED - EVERY GENERATION AND LIVE JOURNAL"
007630             TO ROLL-REPORT-RECORD
007640     ELSE
007650         MOVE "TRAIL NOT PROVED - SEE THE LINES ABOVE"
007660             TO ROLL-REPORT-RECORD
007670     END-IF.
007680     WRITE ROLL-REPORT-RECORD.
007690     DISPLAY "JRNLROLL - " ROLL-REPORT-RECORD.
007700 4000-EXIT.
007710     EXIT.
007720*
007730*-----------------------------------------------------------*
007740* 4100-VERIFY-ONE-GENERATION - READ ONE GENERATION WHEREVER  *
007750* THE CATALOG SAYS IT IS AND CHECK: ITS ENTRIES, HASH AND    *
007760* STAMPS AGAINST THE CATALOG; ITS *ROLLED LINE; ITS          *
007770* *CONTINUES LINE AGAINST THE GENERATION BEFORE IT; AND      *
007780* THAT IT STARTS NO EARLIER THAN THAT GENERATION ENDED.  A   *
007790* GENERATION THAT CANNOT BE READ (AN ARCHIVE NOT MOUNTED) IS *
007800* REPORTED, AND THE NEXT JOIN IS CHECKED AGAINST ITS CATALOG *
007810* ENTRY INSTEAD.                                             *
007820*-----------------------------------------------------------*
007830 4100-VERIFY-ONE-GENERATION.
007840     MOVE WS-GT-LINE (WS-GEN-IDX) TO JRNL-GEN-LINE.
007850     MOVE JG-ROLL-DATE TO WS-LABEL.
007860     MOVE JG-SPEC TO WS-IN-FILE-SPEC.
007870     SET SCAN-ONLY TO TRUE.
007880     PERFORM 5000-SCAN-FILE THRU 5000-EXIT.
007890     IF SCAN-NOT-OPENED
007900         ADD 1 TO WS-UNAVAILABLE-COUNT
007910         MOVE "CANNOT BE READ - NOT PROVED" TO WS-REASON
007920         PERFORM 4900-REPORT-CHECK THRU 4900-EXIT
007930         GO TO 4100-NEXT
007940     END-IF.
007950     SET GEN-PROVED TO TRUE.
007960     IF WS-SC-COUNT NOT = JG-ENTRY-COUNT
007970         OR WS-SC-HASH NOT = JG-EMP-ID-HASH
007980         MOVE "ENTRY COUNT OR HASH DISAGREES WITH CATALOG"
007990             TO WS-REASON
008000         PERFORM 4800-REPORT-FAILURE THRU 4800-EXIT
008010     END-IF.
008020     IF WS-SC-FIRST-STAMP NOT = JG-FIRST-STAMP
008030         OR WS-SC-LAST-STAMP NOT = JG-LAST-STAMP
008040         MOVE "FIRST OR LAST ENTRY DISAGREES WITH CATALOG"
008050             TO WS-REASON
008060         PERFORM 4800-REPORT-FAILURE THRU 4800-EXIT
008070     END-IF.
008080     MOVE WS-SC-TAIL TO JRNL-LINK-LINE.
008090     IF NOT JK-ROLLED
008100         OR JK-ROLL-DATE NOT = JG-ROLL-DATE
008110         OR JK-ENTRY-COUNT NOT = JG-ENTRY-COUNT
008120         OR JK-EMP-ID-HASH NOT = JG-EMP-ID-HASH
008130         MOVE "*ROLLED LINE MISSING OR WRONG" TO WS-REASON
008140         PERFORM 4800-REPORT-FAILURE THRU 4800-EXIT
008150     END-IF.
008160     IF WS-GEN-IDX > 1
008170         PERFORM 4500-CHECK-JOIN THRU 4500-EXIT
008180     END-IF.
008190     IF GEN-PROVED
008200         ADD 1 TO WS-VERIFIED-COUNT
008210         MOVE "PROVED" TO WS-REASON
008220         PERFORM 4900-REPORT-CHECK THRU 4900-EXIT
008230     END-IF.
008240 4100-NEXT.
008250     MOVE JG-ROLL-DATE   TO WS-PREV-ROLL-DATE.
008260     MOVE JG-ENTRY-COUNT TO WS-PREV-COUNT.
008270     MOVE JG-EMP-ID-HASH TO WS-PREV-HASH.
008280     MOVE JG-LAST-STAMP  TO WS-PREV-LAST-STAMP.
008290 4100-EXIT.
008300     EXIT.
008310*
008320*-----------------------------------------------------------*
008330* 4200-VERIFY-LIVE-JOURNAL - ONCE A GENERATION HAS BEEN      *
008340* ROLLED, THE LIVE JOURNAL MUST CONTINUE FROM THE LAST ONE.  *
008350*-----------------------------------------------------------*
008360 4200-VERIFY-LIVE-JOURNAL.
008370     MOVE "LIVE" TO WS-LABEL.
008380     MOVE WS-JRNL-FILE-SPEC TO WS-IN-FILE-SPEC.
008390     SET SCAN-ONLY TO TRUE.
008400     PERFORM 5000-SCAN-FILE THRU 5000-EXIT.
008410     SET GEN-PROVED TO TRUE.
008420     IF WS-GEN-USED > ZERO
008430         PERFORM 4500-CHECK-JOIN THRU 4500-EXIT
008440     END-IF.
008450     IF GEN-PROVED
008460         ADD 1 TO WS-VERIFIED-COUNT
008470         MOVE "PROVED" TO WS-REASON
008480         PERFORM 4900-REPORT-CHECK THRU 4900-EXIT
008490     END-IF.
008500 4200-EXIT.
008510     EXIT.
008520*
008530*-----------------------------------------------------------*
008540* 4500-CHECK-JOIN - THE FILE JUST READ MUST OPEN WITH A      *
008550* *CONTINUES LINE THAT NAMES THE PREVIOUS GENERATION WITH    *
008560* ITS CATALOGUED COUNT AND HASH, AND ITS FIRST ENTRY MUST    *
008570* NOT BE EARLIER THAN THAT GENERATION'S LAST.                *
008580*-----------------------------------------------------------*
008590 4500-CHECK-JOIN.
008600     MOVE WS-SC-HEAD TO JRNL-LINK-LINE.
008610     IF NOT JK-CONTINUES
008620         OR JK-ROLL-DATE NOT = WS-PREV-ROLL-DATE
008630         OR JK-ENTRY-COUNT NOT = WS-PREV-COUNT
008640         OR JK-EMP-ID-HASH NOT = WS-PREV-HASH
008650         MOVE SPACES TO WS-REASON
008660         STRING
008670             "DOES NOT CONTINUE FROM GENERATION "
008680                                        DELIMITED BY SIZE
008690             WS-PREV-ROLL-DATE          DELIMITED BY SIZE
008700             INTO WS-REASON
008710         END-STRING
008720         PERFORM 4800-REPORT-FAILURE THRU 4800-EXIT
008730     END-IF.
008740     IF WS-SC-COUNT > ZERO
008750         AND WS-SC-FIRST-STAMP < WS-PREV-LAST-STAMP
008760         MOVE SPACES TO WS-REASON
008770         STRING
008780             "FIRST ENTRY IS EARLIER THAN THE END OF "
008790                                        DELIMITED BY SIZE
008800             WS-PREV-ROLL-DATE          DELIMITED BY SIZE
008810             INTO WS-REASON
008820         END-STRING
008830         PERFORM 4800-REPORT-FAILURE THRU 4800-EXIT
008840     END-IF.
008850 4500-EXIT.
008860     EXIT.
008870*
008880 4800-REPORT-FAILURE.
008890     IF GEN-PROVED
008900         ADD 1 TO WS-FAILED-COUNT
008910     END-IF.
008920     SET GEN-NOT-PROVED TO TRUE.
008930     PERFORM 4900-REPORT-CHECK THRU 4900-EXIT.
008940 4800-EXIT.
008950     EXIT.
008960*
008970 4900-REPORT-CHECK.
008980     MOVE WS-SC-COUNT TO WS-COUNT-PRINT.
008990     MOVE SPACES TO ROLL-REPORT-RECORD.
009000     STRING
009010         "VERIFY "                      DELIMITED BY SIZE
009020         WS-LABEL                       DELIMITED BY SIZE
009030         " "                            DELIMITED BY SIZE
009040         WS-IN-FILE-SPEC                DELIMITED BY " "
009050         " ENTRIES="                    DELIMITED BY SIZE
009060         WS-COUNT-PRINT                 DELIMITED BY SIZE
009070         " "                            DELIMITED BY SIZE
009080         WS-REASON                      DELIMITED BY "  "
009090         INTO ROLL-REPORT-RECORD
009100     END-STRING.
009110     WRITE ROLL-REPORT-RECORD.
009120     IF WS-REASON NOT = "PROVED"
009130         DISPLAY "JRNLROLL - " ROLL-REPORT-RECORD
009140     END-IF.
009150 4900-EXIT.
009160     EXIT.
009170*
009180*-----------------------------------------------------------*
009190* 5000-SCAN-FILE - ONE PASS OVER THE JOURNAL FILE NAMED BY   *
009200* WS-IN-FILE-SPEC, COUNTING AND HASHING ITS ENTRIES.  WITH   *
009210* COPY-LINES SET EVERY LINE IS ALSO WRITTEN TO THE FILE      *
009220* NAMED BY WS-OUT-FILE-SPEC, WHICH IS LEFT OPEN FOR THE      *
009230* CALLER TO FINISH AND CLOSE.  A FILE THAT DOES NOT EXIST    *
009240* LEAVES SCAN-NOT-OPENED; AN OUTPUT THAT CANNOT BE CREATED   *
009250* LEAVES COPY-FAILED.                                        *
009260*-----------------------------------------------------------*
009270 5000-SCAN-FILE.
009280     MOVE ZERO TO WS-SC-LINES WS-SC-COUNT WS-SC-HASH.
009290     MOVE SPACES TO WS-SC-FIRST-STAMP WS-SC-LAST-STAMP
009300         WS-SC-HEAD WS-SC-TAIL.
009310     SET SCAN-NOT-OPENED TO TRUE.
009320     OPEN INPUT JOURNAL-IN-FILE.
009330     IF WS-IN-STATUS NOT = "00"
009340         IF WS-IN-STATUS = "05"
009350             CLOSE JOURNAL-IN-FILE
009360         END-IF
009370         GO TO 5000-EXIT
009380     END-IF.
009390     SET SCAN-OPENED TO TRUE.
009400     IF COPY-LINES
009410         OPEN OUTPUT JOURNAL-OUT-FILE
009420         IF WS-OUT-STATUS NOT = "00"
009430             SET COPY-FAILED TO TRUE
009440             CLOSE JOURNAL-IN-FILE
009450             GO TO 5000-EXIT
009460         END-IF
009470     END-IF.
009480     SET NOT-E-O-F TO TRUE.
009490     PERFORM 5100-SCAN-ONE-LINE THRU 5100-EXIT
009500         UNTIL E-O-F.
009510     CLOSE JOURNAL-IN-FILE.
009520 5000-EXIT.
009530     EXIT.
009540*
009550 5100-SCAN-ONE-LINE.
009560     READ JOURNAL-IN-FILE
009570         AT END
009580             SET E-O-F TO TRUE
009590             GO TO 5100-EXIT
009600     END-READ.
009610     ADD 1 TO WS-SC-LINES.
009620     IF COPY-LINES
009630         MOVE JOURNAL-IN-RECORD TO JOURNAL-OUT-RECORD
009640         WRITE JOURNAL-OUT-RECORD
009650     END-IF.
009660     IF WS-SC-LINES = 1
009670         AND JOURNAL-IN-RECORD (1:10) = "*CONTINUES"
009680         MOVE JOURNAL-IN-RECORD (1:76) TO WS-SC-HEAD
009690     END-IF.
009700     IF JOURNAL-IN-RECORD (1:10) = "*ROLLED   "
009710         MOVE JOURNAL-IN-RECORD (1:76) TO WS-SC-TAIL
009720     ELSE
009730         MOVE SPACES TO WS-SC-TAIL
009740     END-IF.
009750     MOVE JOURNAL-IN-RECORD (1:8)  TO WS-ENTRY-DATE.
009760     MOVE JOURNAL-IN-RECORD (10:8) TO WS-ENTRY-TIME.
009770     IF WS-ENTRY-DATE IS NOT NUMERIC
009780         OR WS-ENTRY-TIME IS NOT NUMERIC
009790         GO TO 5100-EXIT
009800     END-IF.
009810     ADD 1 TO WS-SC-COUNT.
009820     IF WS-SC-COUNT = 1
009830         MOVE WS-ENTRY-STAMP TO WS-SC-FIRST-STAMP
009840     END-IF.
009850     MOVE WS-ENTRY-STAMP TO WS-SC-LAST-STAMP.
009860     IF JOURNAL-IN-RECORD (146:7) = " AFTER="
009870         MOVE JOURNAL-IN-RECORD (153:7) TO WS-HASH-ID-X
009880     ELSE
009890         MOVE JOURNAL-IN-RECORD (160:7) TO WS-HASH-ID-X
009900     END-IF.
009910     IF WS-HASH-ID-X = SPACES
009920         MOVE JOURNAL-IN-RECORD (53:7) TO WS-HASH-ID-X
009930     END-IF.
009940     IF WS-HASH-ID-X IS NUMERIC
009950         ADD WS-HASH-ID TO WS-SC-HASH
009960     END-IF.
009970 5100-EXIT.
009980     EXIT.
009990*
010000*-----------------------------------------------------------*
010010* 7600-WRITE-RUN-START - APPEND THE RUN-HISTORY START        *
010020* RECORD BEFORE THE UPDATE TOKEN IS TAKEN, SO A ROLL THAT    *
010030* DIES HOLDING THE TOKEN SHOWS UP ON RUNHIST.LOG AS A START  *
010040* WITH NO END.                                               *
010050*-----------------------------------------------------------*
010060 7600-WRITE-RUN-START.
010070     OPEN EXTEND RUNHIST-FILE.
010080     IF WS-HIST-STATUS NOT = "00" AND WS-HIST-STATUS NOT = "05"
010090         DISPLAY "JRNLROLL - RUN HISTORY NOT AVAILABLE - "
010100             "STATUS=" WS-HIST-STATUS
010110         GO TO 7600-EXIT
010120     END-IF.
010130     MOVE SPACES TO RUNHIST-RECORD.
010140     STRING
010150         "START "                       DELIMITED BY SIZE
010160         D-DATE                         DELIMITED BY SIZE
010170         " "                            DELIMITED BY SIZE
010180         WS-RUN-START-TIME              DELIMITED BY SIZE
010190         " JOB=JRNLROLL USER="          DELIMITED BY SIZE
010200         WS-LOCK-USER                   DELIMITED BY SIZE
010210         " MODE="                       DELIMITED BY SIZE
010220         WS-RUN-MODE-SW                 DELIMITED BY SIZE
010230         " FILE="                       DELIMITED BY SIZE
010240         FUNCTION TRIM (WS-JRNL-FILE-SPEC)
010250                                        DELIMITED BY SIZE
010260         INTO RUNHIST-RECORD
010270     END-STRING.
010280     WRITE RUNHIST-RECORD.
010290     CLOSE RUNHIST-FILE.
010300 7600-EXIT.
010310     EXIT.
010320*
010330*-----------------------------------------------------------*
010340* 7700-ACQUIRE-RUN-TOKEN - TAKE THE EXCLUSIVE ART.DAT        *
010350* UPDATE TOKEN.  A TOKEN ALREADY LOCKED BELONGS TO A LIVE    *
010360* RUN, A DEAD ONE, OR A RUN THAT ENDED WITHOUT RELEASING;    *
010370* ONLY THE LAST IS RECLAIMED WITHOUT OPERATOR ACTION.        *
010380*-----------------------------------------------------------*
010390 7700-ACQUIRE-RUN-TOKEN.
010400     MOVE SPACES TO WS-LOCK-LINE.
010410     OPEN INPUT LOCK-FILE.
010420     IF WS-LOCK-STATUS = "00" OR WS-LOCK-STATUS = "05"
010430         READ LOCK-FILE
010440             AT END
010450                 CONTINUE
010460             NOT AT END
010470                 MOVE LOCK-RECORD TO WS-LOCK-LINE
010480         END-READ
010490         CLOSE LOCK-FILE
010500     END-IF.
010510     IF WS-LK-STATE NOT = "LOCKED"
010520         GO TO 7700-TAKE
010530     END-IF.
010540     PERFORM 7750-CHECK-HOLDER-ENDED THRU 7750-EXIT.
010550     EVALUATE TRUE
010560         WHEN RECLAIM-REQUESTED
010570             DISPLAY "JRNLROLL - RECLAIMING RUN TOKEN HELD "
010580                 "BY JOB=" WS-LK-JOB " USER=" WS-LK-USER
010590         WHEN HOLDER-ENDED
010600             DISPLAY "JRNLROLL - STALE RUN TOKEN RECLAIMED "
010610                 "(HOLDER " WS-LK-JOB " ENDED ON RUNHIST)"
010620         WHEN OTHER
010630             DISPLAY "JRNLROLL - ART.DAT UPDATE TOKEN HELD "
010640                 "BY JOB=" WS-LK-JOB " USER=" WS-LK-USER
010650             DISPLAY "JRNLROLL - HELD SINCE " WS-LK-DATE
010660                 " " WS-LK-TIME " - RUN NOT STARTED"
010670             DISPLAY "JRNLROLL - IF RUNHIST SHOWS THAT RUN "
010680                 "DIED, RERUN WITH RECLAIM=YES"
010690             STOP RUN
010700     END-EVALUATE.
010710 7700-TAKE.
010720     OPEN OUTPUT LOCK-FILE.
010730     MOVE SPACES TO WS-LOCK-LINE.
010740     MOVE "LOCKED" TO WS-LK-STATE.
010750     MOVE WS-LOCK-JOB-NAME TO WS-LK-JOB.
010760     MOVE WS-LOCK-USER TO WS-LK-USER.
010770     MOVE D-DATE TO WS-LK-DATE.
010780     MOVE WS-RUN-START-TIME TO WS-LK-TIME.
010790     MOVE WS-LOCK-LINE TO LOCK-RECORD.
010800     WRITE LOCK-RECORD.
010810     CLOSE LOCK-FILE.
010820     SET TOKEN-HELD TO TRUE.
010830 7700-EXIT.
010840     EXIT.
010850*
010860*-----------------------------------------------------------*
010870* 7750-CHECK-HOLDER-ENDED - SCAN RUNHIST.LOG FOR AN END      *
010880* RECORD CARRYING THE LOCK HOLDER'S START STAMP.  FINDING    *
010890* ONE MEANS THE HOLDER COMPLETED AND THE TOKEN IS STALE.     *
010900*-----------------------------------------------------------*
010910 7750-CHECK-HOLDER-ENDED.
010920     SET HOLDER-NOT-ENDED TO TRUE.
010930     MOVE SPACES TO WS-LOCK-STAMP.
010940     STRING
010950         WS-LK-DATE                     DELIMITED BY SIZE
010960         " "                            DELIMITED BY SIZE
010970         WS-LK-TIME                     DELIMITED BY SIZE
010980         INTO WS-LOCK-STAMP
010990     END-STRING.
011000     OPEN INPUT RUNHIST-FILE.
011010     IF WS-HIST-STATUS NOT = "00" AND WS-HIST-STATUS NOT = "05"
011020         GO TO 7750-EXIT
011030     END-IF.
011040     SET NOT-E-O-F TO TRUE.
011050     PERFORM 7760-SCAN-ONE-HISTORY THRU 7760-EXIT
011060         UNTIL E-O-F.
011070     CLOSE RUNHIST-FILE.
011080 7750-EXIT.
011090     EXIT.
011100*
011110 7760-SCAN-ONE-HISTORY.
011120     READ RUNHIST-FILE
011130         AT END
011140             SET E-O-F TO TRUE
011150             GO TO 7760-EXIT
011160     END-READ.
011170     IF RUNHIST-RECORD (1:4) = "END "
011180         AND RUNHIST-RECORD (7:17) = WS-LOCK-STAMP
011190         SET HOLDER-ENDED TO TRUE
011200     END-IF.
011210 7760-EXIT.
011220     EXIT.
011230*
011240*-----------------------------------------------------------*
011250* 7900-RELEASE-RUN-TOKEN - HAND THE UPDATE TOKEN BACK BY     *
011260* REWRITING THE LOCK RECORD AS FREE.                         *
011270*-----------------------------------------------------------*
011280 7900-RELEASE-RUN-TOKEN.
011290     IF NOT TOKEN-HELD
011300         GO TO 7900-EXIT
011310     END-IF.
011320     OPEN OUTPUT LOCK-FILE.
011330     MOVE SPACES TO WS-LOCK-LINE.
011340     MOVE "FREE" TO WS-LK-STATE.
011350     MOVE WS-LOCK-JOB-NAME TO WS-LK-JOB.
011360     MOVE WS-LOCK-USER TO WS-LK-USER.
011370     MOVE D-DATE TO WS-LK-DATE.
011380     MOVE WS-RUN-START-TIME TO WS-LK-TIME.
011390     MOVE WS-LOCK-LINE TO LOCK-RECORD.
011400     WRITE LOCK-RECORD.
011410     CLOSE LOCK-FILE.
011420 7900-EXIT.
011430     EXIT.
011440*
011450*-----------------------------------------------------------*
011460* 8600-WRITE-RUN-END - APPEND THE RUN-HISTORY END RECORD AT  *
011470* NORMAL COMPLETION, CARRYING THE SAME START STAMP AS THE    *
011480* START RECORD.                                              *
011490*-----------------------------------------------------------*
011500 8600-WRITE-RUN-END.
011510     ACCEPT WS-RUN-END-TIME FROM TIME.
011520     OPEN EXTEND RUNHIST-FILE.
011530     IF WS-HIST-STATUS NOT = "00" AND WS-HIST-STATUS NOT = "05"
011540         DISPLAY "JRNLROLL - RUN HISTORY NOT AVAILABLE - "
011550             "STATUS=" WS-HIST-STATUS
011560         GO TO 8600-EXIT
011570     END-IF.
011580     MOVE SPACES TO RUNHIST-RECORD.
011590     STRING
011600         "END   "                       DELIMITED BY SIZE
011610         D-DATE                         DELIMITED BY SIZE
011620         " "                            DELIMITED BY SIZE
011630         WS-RUN-START-TIME              DELIMITED BY SIZE
011640         " ENDED="                      DELIMITED BY SIZE
011650         WS-RUN-END-TIME                DELIMITED BY SIZE
011660         " STATUS=NORMAL"               DELIMITED BY SIZE
011670         INTO RUNHIST-RECORD
011680     END-STRING.
011690     WRITE RUNHIST-RECORD.
011700     CLOSE RUNHIST-FILE.
011710 8600-EXIT.
011720     EXIT.
011730*
011740*-----------------------------------------------------------*
011750* 8000-CLEANUP - CLOSE THE LISTING, REPORT THE RUN COUNTS ON *
011760* THE OPERATOR LOG AND HAND BACK THE UPDATE TOKEN.           *
011770*-----------------------------------------------------------*
011780 8000-CLEANUP.
011790     CLOSE ROLL-REPORT-FILE.
011800     IF MODE-ROLL
011810         IF ROLL-DONE
011820             DISPLAY "JRNLROLL GENERATION WRITTEN:  "
011830                 WS-GEN-FILE-SPEC
011840             MOVE WS-ROLL-COUNT TO WS-COUNT-PRINT
011850             DISPLAY "JRNLROLL ENTRIES ROLLED:   "
011860                 WS-COUNT-PRINT
011870         END-IF
011880         MOVE WS-ONLINE-COUNT TO WS-COUNT-PRINT
011890         DISPLAY "JRNLROLL GENERATIONS ONLINE:  " WS-COUNT-PRINT
011900         MOVE WS-ARCHIVE-COUNT TO WS-COUNT-PRINT
011910         DISPLAY "JRNLROLL GENERATIONS ARCHIVED:" WS-COUNT-PRINT
011920         MOVE WS-ARCHIVE-FAIL-COUNT TO WS-COUNT-PRINT
011930         DISPLAY "JRNLROLL NOT ARCHIVED:        " WS-COUNT-PRINT
011940     ELSE
011950         MOVE WS-VERIFIED-COUNT TO WS-COUNT-PRINT
011960         DISPLAY "JRNLROLL FILES PROVED:        " WS-COUNT-PRINT
011970         MOVE WS-FAILED-COUNT TO WS-COUNT-PRINT
011980         DISPLAY "JRNLROLL FILES FAILED:        " WS-COUNT-PRINT
011990         MOVE WS-UNAVAILABLE-COUNT TO WS-COUNT-PRINT
012000         DISPLAY "JRNLROLL FILES NOT READABLE:  " WS-COUNT-PRINT
012010     END-IF.
012020     IF TOKEN-HELD
012030         PERFORM 8600-WRITE-RUN-END THRU 8600-EXIT
012040         PERFORM 7900-RELEASE-RUN-TOKEN THRU 7900-EXIT
012050     END-IF.
012060 8000-EXIT.
012070     EXIT.
012080*
012090 END PROGRAM JRNLROLL.
