000370*                   CLEANUP.  A STALE TOKEN IS RECLAIMED
000380*                   AUTOMATICALLY WHEN ITS HOLDER ENDED, OR
000390*                   WITH RECLAIM=YES WHEN THE HOLDER DIED.
000400*    10/15/26  RTN  JOURNAL AND WORK IMAGES WIDENED TO THE NEW
000410*                   RECORD LENGTH (EMP-SUPERVISOR-ID).  ENTRIES
000420*                   WRITTEN BEFORE THE WIDENING ARE REALIGNED
000430*                   ON READ, THEIR SUPERVISOR TAKEN AS ZERO.
000440*    10/15/26  RTN  UNLESS JRNL= NAMES ONE FILE, READS THE
000450*                   ROLLED JOURNAL GENERATIONS CATALOGUED IN
000460*                   JRNLGEN.LOG THAT THE WINDOW CAN REACH,
000470*                   THEN THE LIVE JOURNAL.  A GENERATION
000480*                   MISSING OR DISAGREEING WITH ITS CATALOG
000490*                   COUNT AND HASH BLOCKS THE RUN.
000500*
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT OPTIONAL EMP-FILE ASSIGN "SYS$DISK:ART.DAT"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS EMP-ID
000580         ALTERNATE RECORD KEY IS EMP-NAME
000590             WITH DUPLICATES
000600         ALTERNATE RECORD KEY IS EMP-DEPT-CODE
000610             WITH DUPLICATES
000620         FILE STATUS IS WS-EMP-STATUS.
000630     SELECT OPTIONAL TARGET-FILE ASSIGN "SYS$DISK:ARTREST.DAT"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS TGT-EMP-ID
000670         ALTERNATE RECORD KEY IS TGT-EMP-NAME
000680             WITH DUPLICATES
000690         ALTERNATE RECORD KEY IS TGT-EMP-DEPT-CODE
000700             WITH DUPLICATES
000710         FILE STATUS IS WS-TGT-STATUS.
000720     SELECT OPTIONAL JOURNAL-FILE
000730         ASSIGN "SYS$DISK:EMPJRNL.LOG"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-JRNL-STATUS.
000760     SELECT OPTIONAL CATALOG-FILE ASSIGN "SYS$DISK:JRNLGEN.LOG"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-CAT-STATUS.
000790     SELECT WORK-FILE ASSIGN "SYS$DISK:EMPRECOV.TMP"
000800         ORGANIZATION IS LINE SEQUENTIAL.
000810     SELECT RECOVERY-REPORT-FILE ASSIGN "SYS$DISK:EMPRECOV.RPT"
000820         ORGANIZATION IS LINE SEQUENTIAL.
000830     SELECT OPTIONAL LOCK-FILE ASSIGN "SYS$DISK:EMPLOCK.DAT"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-LOCK-STATUS.
000860     SELECT OPTIONAL RUNHIST-FILE ASSIGN "SYS$DISK:RUNHIST.LOG"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-HIST-STATUS.
000890     SELECT SORT-FILE ASSIGN "SYS$DISK:SORTWORK".
000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD  EMP-FILE
000930     VALUE OF ID IS WS-EMP-FILE-SPEC.
000940 COPY "EMPREC.LIB".
000950*
000960*-----------------------------------------------------------*
000970* THE REBUILD TARGET CARRIES THE FULL EMP-RECORD IMAGE       *
000980* UNDER THE SAME KEYS AS THE MASTER, SO EMPCOMP AND THE      *
000990* LISTING JOB WORK AGAINST THE REBUILT FILE VIA FILE=.       *
001000*-----------------------------------------------------------*
001010 FD  TARGET-FILE
001020     VALUE OF ID IS WS-TGT-FILE-SPEC.
001030 01  TGT-RECORD.
001040     02  TGT-EMP-ID              PIC 9(07).
001050     02  TGT-EMP-NAME            PIC X(15).
001060     02  TGT-EMP-ADDRESS         PIC X(30).
001070     02  TGT-EMP-DEPT-CODE       PIC X(04).
001080     02  TGT-EMP-HIRE-DATE       PIC 9(08).
001090     02  TGT-EMP-JOB-TITLE       PIC X(20).
001100     02  TGT-EMP-STATUS          PIC X(01).
001110     02  TGT-EMP-TERM-DATE       PIC 9(08).
001120     02  TGT-EMP-SUPERVISOR-ID   PIC 9(07).
001130 FD  JOURNAL-FILE
001140     VALUE OF ID IS WS-JRNL-FILE-SPEC.
001150 01  JOURNAL-RECORD              PIC X(260).
001160 FD  CATALOG-FILE.
001170 01  CATALOG-RECORD              PIC X(117).
001180*
001190*-----------------------------------------------------------*
001200* SELECTED JOURNAL ENTRIES, SORTED BY EMPLOYEE AND NEWEST    *
001210* FIRST WITHIN EACH EMPLOYEE, ARE STAGED ON THE WORK FILE    *
001220* SO THE VERIFY PASS AND THE RESTORE PASS READ THE SAME      *
001230* ORDERING.                                                  *
001240*-----------------------------------------------------------*
001250 FD  WORK-FILE.
001260 01  WORK-RECORD.
001270     02  WK-EMP-ID               PIC X(07).
001280     02  WK-STAMP.
001290         03  WK-DATE             PIC 9(08).
001300         03  WK-TIME             PIC 9(08).
001310     02  WK-SEQ                  PIC 9(07).
001320     02  WK-ACTION               PIC X(01).
001330     02  WK-USER                 PIC X(12).
001340     02  WK-BEFORE               PIC X(100).
001350     02  WK-AFTER                PIC X(100).
001360 FD  RECOVERY-REPORT-FILE
001370     VALUE OF ID IS WS-REPORT-FILE-SPEC.
001380 01  RECOVERY-REPORT-RECORD      PIC X(132).
001390 FD  LOCK-FILE.
001400 01  LOCK-RECORD                 PIC X(80).
001410 FD  RUNHIST-FILE.
001420 01  RUNHIST-RECORD              PIC X(320).
001430 SD  SORT-FILE.
001440 01  SORT-RECORD.
001450     02  SR-EMP-ID               PIC X(07).
001460     02  SR-STAMP                PIC X(16).
001470     02  SR-SEQ                  PIC 9(07).
001480     02  SR-ACTION               PIC X(01).
001490     02  SR-USER                 PIC X(12).
001500     02  SR-BEFORE               PIC X(100).
001510     02  SR-AFTER                PIC X(100).
001520 WORKING-STORAGE SECTION.
001530*
001540*-----------------------------------------------------------*
001550* FILE STATUS BYTES AND RUNTIME FILE SPECS.  FILE= NAMES THE *
001560* EMPLOYEE MASTER, JRNL= (OR A BARE WORD) ONE JOURNAL FILE   *
001570* TO READ ON ITS OWN, OUT= THE REBUILD TARGET AND REPORT=    *
001580* THE RECOVERY REPORT.                                       *
001590*-----------------------------------------------------------*
001600 01  WS-EMP-STATUS               PIC X(02).
001610 01  WS-TGT-STATUS               PIC X(02).
001620 01  WS-JRNL-STATUS              PIC X(02).
001630 01  WS-CAT-STATUS               PIC X(02).
001640 01  WS-EMP-FILE-SPEC            PIC X(50)
001650     VALUE "SYS$DISK:ART.DAT".
001660 01  WS-TGT-FILE-SPEC            PIC X(50)
001670     VALUE "SYS$DISK:ARTREST.DAT".
001680 01  WS-JRNL-FILE-SPEC           PIC X(50)
001690     VALUE "SYS$DISK:EMPJRNL.LOG".
001700 01  WS-REPORT-FILE-SPEC         PIC X(50)
001710     VALUE "SYS$DISK:EMPRECOV.RPT".
001720 01  WS-COMMAND-LINE             PIC X(132).
001730 01  WS-PARM-WORDS.
001740     02  WS-PARM-ENTRY           PIC X(50) OCCURS 10 TIMES.
001750 01  WS-PARM-IDX                 PIC 9(2) COMP.
001760 01  WS-PARM-KEYWORD             PIC X(10).
001770 01  WS-PARM-VALUE               PIC X(40).
001780 01  WS-JRNL-NAMED-SW            PIC X VALUE "N".
001790     88  JRNL-NAMED                  VALUE "Y".
001800*
001810*-----------------------------------------------------------*
001820* THE JOURNAL FILES THIS RUN READS, OLDEST FIRST.  UNLESS    *
001830* ONE FILE IS NAMED, THEY ARE THE GENERATIONS IN THE         *
001840* JRNLGEN.LOG CATALOG HOLDING ENTRIES THE SELECTION WINDOW   *
001850* CAN REACH, ONLINE OR ARCHIVED, FOLLOWED BY THE LIVE        *
001860* EMPJRNL.LOG.  EACH CATALOGUED GENERATION IS COUNTED AND    *
001870* HASHED AS IT IS READ AND MUST AGREE WITH ITS CATALOG LINE, *
001880* OR THE TRAIL IS NOT TRUSTED.                               *
001890*-----------------------------------------------------------*
001900 COPY "JRNLGEN.LIB".
001910 01  WS-READ-TABLE.
001920     02  WS-RT-ENTRY             OCCURS 241 TIMES.
001930         03  WS-RT-SPEC          PIC X(50).
001940         03  WS-RT-ROLL-DATE     PIC X(08).
001950         03  WS-RT-COUNT         PIC 9(07).
001960         03  WS-RT-HASH          PIC 9(13).
001970 01  WS-READ-LIMIT               PIC 9(03) COMP VALUE 241.
001980 01  WS-READ-USED                PIC 9(03) COMP VALUE ZERO.
001990 01  WS-READ-IDX                 PIC 9(03) COMP VALUE ZERO.
002000 01  WS-FILE-COUNT               PIC 9(07).
002010 01  WS-FILE-HASH                PIC 9(13).
002020 01  WS-HASH-ID-X                PIC X(07).
002030 01  WS-HASH-ID REDEFINES WS-HASH-ID-X
002040                                 PIC 9(07).
002050*
002060*-----------------------------------------------------------*
002070* RUN MODE AND THE JOURNAL SELECTION WINDOW.  A BACKOUT MUST *
002080* BE BOUNDED BY AT LEAST ONE OF FROM=/TO=/USER= SO A TYPO    *
002090* CANNOT SILENTLY REVERSE THE ENTIRE TRAIL; A REBUILD MUST   *
002100* NAME ITS AS-OF DATE.                                       *
002110*-----------------------------------------------------------*
002120 01  WS-RUN-MODE-SW              PIC X VALUE SPACE.
002130     88  MODE-BACKOUT                VALUE "B".
002140     88  MODE-REBUILD                VALUE "R".
002150 01  WS-BOUND-SW                 PIC X VALUE "N".
002160     88  WINDOW-BOUNDED              VALUE "Y".
002170 01  WS-SEL-FROM-DATE            PIC 9(08) VALUE ZERO.
002180 01  WS-SEL-TO-DATE              PIC 9(08) VALUE 99999999.
002190 01  WS-SEL-FROM-TIME            PIC 9(08) VALUE ZERO.
002200 01  WS-SEL-TO-TIME              PIC 9(08) VALUE 99999999.
002210 01  WS-SEL-USER                 PIC X(12) VALUE SPACES.
002220 01  WS-ASOF-STAMP.
002230     02  WS-ASOF-DATE            PIC 9(08) VALUE ZERO.
002240     02  WS-ASOF-TIME            PIC 9(08) VALUE ZERO.
002250 01  WS-FROM-STAMP.
002260     02  WS-FROM-STAMP-DATE      PIC 9(08).
002270     02  WS-FROM-STAMP-TIME      PIC 9(08).
002280 01  WS-TO-STAMP.
002290     02  WS-TO-STAMP-DATE        PIC 9(08).
002300     02  WS-TO-STAMP-TIME        PIC 9(08).
002310*
002320*-----------------------------------------------------------*
002330* ONE JOURNAL LINE AS EMPMAINT WRITES IT IN 2800-WRITE-      *
002340* JOURNAL: RUN DATE AND TIME, THE JOURNAL USER, THE ACTION,  *
002350* AND THE FULL BEFORE AND AFTER IMAGES.  SPACES ON EITHER    *
002360* SIDE MEAN NO RECORD EXISTED THERE (BEFORE AN ADD, AFTER A  *
002370* DELETE).                                                   *
002380*-----------------------------------------------------------*
002390 01  WS-JRNL-LINE.
002400     02  WS-JL-DATE              PIC X(08).
002410     02  FILLER                  PIC X(01).
002420     02  WS-JL-TIME              PIC X(08).
002430     02  FILLER                  PIC X(06).
002440     02  WS-JL-USER              PIC X(12).
002450     02  FILLER                  PIC X(08).
002460     02  WS-JL-ACTION            PIC X(01).
002470     02  FILLER                  PIC X(08).
002480     02  WS-JL-BEFORE            PIC X(100).
002490     02  FILLER                  PIC X(07).
002500     02  WS-JL-AFTER             PIC X(100).
002510 01  WS-ENTRY-STAMP.
002520     02  WS-ENTRY-DATE           PIC 9(08).
002530     02  WS-ENTRY-TIME           PIC 9(08).
002540*
002550*-----------------------------------------------------------*
002560* GROUP TRACKING FOR THE VERIFY AND RESTORE PASSES, AND THE  *
002570* RUN COUNTS REPORTED AT END OF JOB.                         *
002580*-----------------------------------------------------------*
002590 01  WS-GROUP-EMP-ID             PIC X(07).
002600 01  WS-PREV-BEFORE              PIC X(100).
002610 01  WS-OLDEST-BEFORE            PIC X(100).
002620 01  D-DATE                      PIC 9(8).
002630 01  WS-SEQ-NO                   PIC 9(07) VALUE ZERO.
002640 01  WS-JRNL-READ-COUNT          PIC 9(05) COMP VALUE ZERO.
002650 01  WS-SELECT-COUNT             PIC 9(05) COMP VALUE ZERO.
002660 01  WS-RESTORE-COUNT            PIC 9(05) COMP VALUE ZERO.
002670 01  WS-REMOVE-COUNT             PIC 9(05) COMP VALUE ZERO.
002680 01  WS-MISMATCH-COUNT           PIC 9(05) COMP VALUE ZERO.
002690 01  WS-COPY-READ-COUNT          PIC 9(05) COMP VALUE ZERO.
002700 01  WS-COPY-WRITE-COUNT         PIC 9(05) COMP VALUE ZERO.
002710 01  WS-COUNT-PRINT              PIC ZZZZ9.
002720 01  WS-ERROR-SW                 PIC X VALUE "N".
002730     88  RECOVERY-BLOCKED            VALUE "Y".
002740*
002750*-----------------------------------------------------------*
002760* ART.DAT UPDATE INTERLOCK, SHARED WITH EMPMAINT AND THE     *
002770* OTHER UPDATERS.  MODE=BACKOUT TAKES THE EXCLUSIVE TOKEN    *
002780* IN EMPLOCK.DAT - JOB, USER AND START STAMP - BEFORE ANY    *
002790* RECOVERY WORK BEGINS AND RELEASES IT AT CLEANUP.  A TOKEN  *
002800* WHOSE HOLDER HAS AN END RECORD ON RUNHIST.LOG IS           *
002810* RECLAIMED AUTOMATICALLY; ONE WITH NO END RECORD IS         *
002820* PRESUMED LIVE UNLESS THE OPERATOR RERUNS WITH RECLAIM=YES. *
002830*-----------------------------------------------------------*
002840 01  WS-LOCK-STATUS              PIC X(02).
002850 01  WS-HIST-STATUS              PIC X(02).
002860 01  WS-LOCK-LINE.
002870     02  WS-LK-STATE             PIC X(08).
002880     02  WS-LK-JOB               PIC X(08).
002890     02  FILLER                  PIC X(01).
002900     02  WS-LK-USER              PIC X(12).
002910     02  FILLER                  PIC X(01).
002920     02  WS-LK-DATE              PIC X(08).
002930     02  FILLER                  PIC X(01).
002940     02  WS-LK-TIME              PIC X(08).
002950 01  WS-LOCK-JOB-NAME            PIC X(08) VALUE "EMPRECOV".
002960 01  WS-LOCK-USER                PIC X(12).
002970 01  WS-LOCK-STAMP               PIC X(17).
002980 01  WS-RUN-START-TIME           PIC 9(8).
002990 01  WS-RUN-END-TIME             PIC 9(8).
003000 01  WS-RECLAIM-SW               PIC X VALUE "N".
003010     88  RECLAIM-REQUESTED           VALUE "Y".
003020 01  WS-TOKEN-SW                 PIC X VALUE "N".
003030     88  TOKEN-HELD                  VALUE "Y".
003040 01  WS-ENDED-SW                 PIC X.
003050     88  HOLDER-ENDED                VALUE "Y".
003060     88  HOLDER-NOT-ENDED            VALUE "N".
003070 01  EOF-SW                      PIC X.
003080     88  E-O-F                       VALUE "E".
003090     88  NOT-E-O-F                   VALUE "N".
003100 PROCEDURE DIVISION.
003110 MAIN-PROG SECTION.
003120 0000-MAINLINE.
003130     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003140     PERFORM 2000-SELECT-JOURNAL THRU 2000-EXIT.
003150     IF RECOVERY-BLOCKED
003160         DISPLAY "EMPRECOV - JOURNAL GENERATIONS INCOMPLETE - "
003170             "NOTHING RESTORED"
003180         PERFORM 8000-CLEANUP THRU 8000-EXIT
003190         STOP RUN
003200     END-IF.
003210     IF WS-SELECT-COUNT = ZERO
003220         DISPLAY "EMPRECOV - NO JOURNAL ENTRIES SELECTED"
003230         PERFORM 8000-CLEANUP THRU 8000-EXIT
003240         STOP RUN
003250     END-IF.
003260     PERFORM 3000-VERIFY-TRAIL THRU 3000-EXIT.
003270     IF RECOVERY-BLOCKED
003280         DISPLAY "EMPRECOV - JOURNAL AND MASTER DISAGREE - "
003290             "NOTHING RESTORED"
003300         PERFORM 8000-CLEANUP THRU 8000-EXIT
003310         STOP RUN
003320     END-IF.
003330     IF MODE-REBUILD
003340         PERFORM 3500-COPY-MASTER-TO-TARGET THRU 3500-EXIT
003350     END-IF.
003360     PERFORM 4000-APPLY-RESTORES THRU 4000-EXIT.
003370     PERFORM 8000-CLEANUP THRU 8000-EXIT.
003380     STOP RUN.
003390*
003400*-----------------------------------------------------------*
003410* 1000-INITIALIZE - GET THE RUN DATE, RESOLVE THE PARAMETERS *
003420* AND SELECTION WINDOW, CHECK THE MODE IS USABLE AND OPEN    *
003430* THE RECOVERY REPORT.                                       *
003440*-----------------------------------------------------------*
003450 1000-INITIALIZE.
003460     ACCEPT D-DATE FROM DATE YYYYMMDD.
003470     PERFORM 1100-RESOLVE-FILE-SPECS THRU 1100-EXIT.
003480     IF NOT MODE-BACKOUT AND NOT MODE-REBUILD
003490         DISPLAY "EMPRECOV - MODE=BACKOUT OR MODE=REBUILD "
003500             "REQUIRED"
003510         STOP RUN
003520     END-IF.
003530     IF MODE-BACKOUT AND NOT WINDOW-BOUNDED
003540         DISPLAY "EMPRECOV - BACKOUT REQUIRES FROM=, TO= OR "
003550             "USER="
003560         STOP RUN
003570     END-IF.
003580     IF MODE-REBUILD AND WS-ASOF-DATE = ZERO
003590         DISPLAY "EMPRECOV - REBUILD REQUIRES ASOF=YYYYMMDD"
003600         STOP RUN
003610     END-IF.
003620     IF MODE-BACKOUT
003630         DISPLAY "EMPRECOV$USER" UPON ENVIRONMENT-NAME
003640         MOVE SPACES TO WS-LOCK-USER
003650         ACCEPT WS-LOCK-USER FROM ENVIRONMENT-VALUE
003660         IF WS-LOCK-USER = SPACES
003670             MOVE "*UNKNOWN*" TO WS-LOCK-USER
003680         END-IF
003690         ACCEPT WS-RUN-START-TIME FROM TIME
003700         PERFORM 7600-WRITE-RUN-START THRU 7600-EXIT
003710         PERFORM 7700-ACQUIRE-RUN-TOKEN THRU 7700-EXIT
003720     END-IF.
003730     MOVE WS-SEL-FROM-DATE TO WS-FROM-STAMP-DATE.
003740     MOVE WS-SEL-FROM-TIME TO WS-FROM-STAMP-TIME.
003750     MOVE WS-SEL-TO-DATE   TO WS-TO-STAMP-DATE.
003760     MOVE WS-SEL-TO-TIME   TO WS-TO-STAMP-TIME.
003770     OPEN OUTPUT RECOVERY-REPORT-FILE.
003780     MOVE SPACES TO RECOVERY-REPORT-RECORD.
003790     STRING
003800         "EMPLOYEE FILE RECOVERY "        DELIMITED BY SIZE
003810         D-DATE                           DELIMITED BY SIZE
003820         " MODE="                         DELIMITED BY SIZE
003830         WS-RUN-MODE-SW                   DELIMITED BY SIZE
003840         " FILE="                         DELIMITED BY SIZE
003850         WS-EMP-FILE-SPEC                 DELIMITED BY " "
003860         " JRNL="                         DELIMITED BY SIZE
003870         WS-JRNL-FILE-SPEC                DELIMITED BY " "
003880         INTO RECOVERY-REPORT-RECORD
003890     END-STRING.
003900     WRITE RECOVERY-REPORT-RECORD.
003910 1000-EXIT.
003920     EXIT.
003930*
003940*-----------------------------------------------------------*
003950* 1100-RESOLVE-FILE-SPECS - SCAN THE COMMAND LINE FOR THE    *
003960* RUN MODE, FILE SPECS AND SELECTION WINDOW (A BARE WORD IS  *
003970* THE JOURNAL FILE SPEC).                                    *
003980*-----------------------------------------------------------*
003990 1100-RESOLVE-FILE-SPECS.
004000     MOVE SPACES TO WS-COMMAND-LINE.
004010     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
004020     IF WS-COMMAND-LINE = SPACES
004030         GO TO 1100-EXIT
004040     END-IF.
004050     MOVE SPACES TO WS-PARM-WORDS.
004060     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
004070         INTO WS-PARM-ENTRY (1) WS-PARM-ENTRY (2)
004080              WS-PARM-ENTRY (3) WS-PARM-ENTRY (4)
004090              WS-PARM-ENTRY (5) WS-PARM-ENTRY (6)
004100              WS-PARM-ENTRY (7) WS-PARM-ENTRY (8)
004110              WS-PARM-ENTRY (9) WS-PARM-ENTRY (10)
004120     END-UNSTRING.
004130     PERFORM 1160-PROCESS-ONE-PARAMETER THRU 1160-EXIT
004140         VARYING WS-PARM-IDX FROM 1 BY 1
004150         UNTIL WS-PARM-IDX > 10.
004160 1100-EXIT.
004170     EXIT.
004180*
004190*-----------------------------------------------------------*
004200* 1160-PROCESS-ONE-PARAMETER - A WORD OF THE FORM            *
004210* KEYWORD=VALUE SETS THE MATCHING OPTION; A BARE WORD WITH   *
004220* NO "=" IS TAKEN AS THE JOURNAL FILE SPEC.                  *
004230*-----------------------------------------------------------*
004240 1160-PROCESS-ONE-PARAMETER.
004250     IF WS-PARM-ENTRY (WS-PARM-IDX) = SPACES
004260         GO TO 1160-EXIT
004270     END-IF.
004280     MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE.
004290     UNSTRING WS-PARM-ENTRY (WS-PARM-IDX) DELIMITED BY "="
004300         INTO WS-PARM-KEYWORD WS-PARM-VALUE
004310     END-UNSTRING.
004320     IF WS-PARM-VALUE = SPACES
004330         MOVE WS-PARM-ENTRY (WS-PARM-IDX)
004340             TO WS-JRNL-FILE-SPEC
004350         SET JRNL-NAMED TO TRUE
004360         GO TO 1160-EXIT
004370     END-IF.
004380     EVALUATE WS-PARM-KEYWORD
004390         WHEN "MODE"
004400             EVALUATE WS-PARM-VALUE
004410                 WHEN "BACKOUT"
004420                     SET MODE-BACKOUT TO TRUE
004430                 WHEN "REBUILD"
004440                     SET MODE-REBUILD TO TRUE
004450                 WHEN OTHER
004460                     CONTINUE
004470             END-EVALUATE
004480         WHEN "FILE"
004490             MOVE WS-PARM-VALUE TO WS-EMP-FILE-SPEC
004500         WHEN "JRNL"
004510             MOVE WS-PARM-VALUE TO WS-JRNL-FILE-SPEC
004520             SET JRNL-NAMED TO TRUE
004530         WHEN "OUT"
004540             MOVE WS-PARM-VALUE TO WS-TGT-FILE-SPEC
004550         WHEN "REPORT"
004560             MOVE WS-PARM-VALUE TO WS-REPORT-FILE-SPEC
004570         WHEN "FROM"
004580             MOVE FUNCTION NUMVAL (WS-PARM-VALUE)
004590                 TO WS-SEL-FROM-DATE
004600             SET WINDOW-BOUNDED TO TRUE
004610         WHEN "TO"
004620             MOVE FUNCTION NUMVAL (WS-PARM-VALUE)
004630                 TO WS-SEL-TO-DATE
004640             SET WINDOW-BOUNDED TO TRUE
004650         WHEN "TIMEFROM"
004660             MOVE FUNCTION NUMVAL (WS-PARM-VALUE)
004670                 TO WS-SEL-FROM-TIME
004680         WHEN "TIMETO"
004690             MOVE FUNCTION NUMVAL (WS-PARM-VALUE)
004700                 TO WS-SEL-TO-TIME
004710         WHEN "USER"
004720             MOVE WS-PARM-VALUE TO WS-SEL-USER
004730             SET WINDOW-BOUNDED TO TRUE
004740         WHEN "ASOF"
004750             MOVE FUNCTION NUMVAL (WS-PARM-VALUE)
004760                 TO WS-ASOF-DATE
004770         WHEN "TIME"
004780             MOVE FUNCTION NUMVAL (WS-PARM-VALUE)
004790                 TO WS-ASOF-TIME
004800         WHEN "RECLAIM"
004810             IF WS-PARM-VALUE = "YES"
004820                 SET RECLAIM-REQUESTED TO TRUE
004830             END-IF
004840         WHEN OTHER
004850             CONTINUE
004860     END-EVALUATE.
004870 1160-EXIT.
004880     EXIT.
004890*
004900*-----------------------------------------------------------*
004910* 2000-SELECT-JOURNAL - READ THE JOURNAL FILES TOP TO        *
004920* BOTTOM, OLDEST FIRST, RELEASE EVERY ENTRY FALLING IN THE   *
004930* SELECTION WINDOW TO A SORT ON EMPLOYEE (NEWEST CHANGE      *
004940* FIRST WITHIN EMPLOYEE) AND STAGE THE SORTED ENTRIES ON THE *
004950* WORK FILE FOR THE VERIFY AND RESTORE PASSES.               *
004960*-----------------------------------------------------------*
004970 2000-SELECT-JOURNAL.
004980     PERFORM 2010-SELECT-GENERATIONS THRU 2010-EXIT.
004990     PERFORM 2060-LIST-ONE-FILE THRU 2060-EXIT
005000         VARYING WS-READ-IDX FROM 1 BY 1
005010         UNTIL WS-READ-IDX > WS-READ-USED.
005020     MOVE ZERO TO WS-READ-IDX.
005030     SORT SORT-FILE
005040         ON ASCENDING KEY SR-EMP-ID
005050         ON DESCENDING KEY SR-STAMP SR-SEQ
005060         INPUT PROCEDURE IS 2100-RELEASE-SELECTED
005070             THRU 2100-EXIT
005080         OUTPUT PROCEDURE IS 2200-WRITE-WORK-FILE
005090             THRU 2200-EXIT.
005100 2000-EXIT.
005110     EXIT.
005120*
005130*-----------------------------------------------------------*
005140* 2010-SELECT-GENERATIONS - BUILD THE LIST OF JOURNAL FILES  *
005150* TO READ.  A NAMED FILE IS READ ON ITS OWN. OTHERWISE A     *
005160* REBUILD TAKES EVERY CATALOGUED GENERATION THAT ENDS AFTER  *
005170* ASOF=, AND A BACKOUT EVERY ONE WHOSE FIRST TO LAST ENTRY   *
005180* OVERLAPS THE WINDOW, OLDEST FIRST, AND THE LIVE JOURNAL    *
005190* LAST.                                                      *
005200*-----------------------------------------------------------*
005210 2010-SELECT-GENERATIONS.
005220     IF JRNL-NAMED
005230         GO TO 2010-LIVE
005240     END-IF.
005250     OPEN INPUT CATALOG-FILE.
005260     IF WS-CAT-STATUS NOT = "00"
005270         IF WS-CAT-STATUS = "05"
005280             CLOSE CATALOG-FILE
005290         END-IF
005300         GO TO 2010-LIVE
005310     END-IF.
005320     SET NOT-E-O-F TO TRUE.
005330     PERFORM 2020-READ-CATALOG-LINE THRU 2020-EXIT.
005340     PERFORM 2030-CONSIDER-GENERATION THRU 2030-EXIT
005350         UNTIL E-O-F.
005360     CLOSE CATALOG-FILE.
005370 2010-LIVE.
005380     ADD 1 TO WS-READ-USED.
005390     MOVE WS-JRNL-FILE-SPEC TO WS-RT-SPEC (WS-READ-USED).
005400     MOVE SPACES TO WS-RT-ROLL-DATE (WS-READ-USED).
005410     MOVE ZERO TO WS-RT-COUNT (WS-READ-USED)
005420         WS-RT-HASH (WS-READ-USED).
005430 2010-EXIT.
005440     EXIT.
005450*
005460 2020-READ-CATALOG-LINE.
005470     READ CATALOG-FILE
005480         AT END
005490             SET E-O-F TO TRUE
005500     END-READ.
005510 2020-EXIT.
005520     EXIT.
005530*
005540 2030-CONSIDER-GENERATION.
005550     MOVE CATALOG-RECORD TO JRNL-GEN-LINE.
005560     IF JG-ROLL-DATE = SPACES
005570         GO TO 2030-NEXT
005580     END-IF.
005590     IF MODE-REBUILD
005600         IF JG-LAST-STAMP NOT > WS-ASOF-STAMP
005610             GO TO 2030-NEXT
005620         END-IF
005630     ELSE
005640         IF JG-LAST-STAMP < WS-FROM-STAMP
005650             OR JG-FIRST-STAMP > WS-TO-STAMP
005660             GO TO 2030-NEXT
005670         END-IF
005680     END-IF.
005690     IF WS-READ-USED NOT < WS-READ-LIMIT - 1
005700         DISPLAY "EMPRECOV - TOO MANY JOURNAL GENERATIONS IN "
005710             "THE WINDOW"
005720         SET RECOVERY-BLOCKED TO TRUE
005730         SET E-O-F TO TRUE
005740         GO TO 2030-EXIT
005750     END-IF.
005760     ADD 1 TO WS-READ-USED.
005770     MOVE JG-SPEC        TO WS-RT-SPEC (WS-READ-USED).
005780     MOVE JG-ROLL-DATE   TO WS-RT-ROLL-DATE (WS-READ-USED).
005790     MOVE JG-ENTRY-COUNT TO WS-RT-COUNT (WS-READ-USED).
005800     MOVE JG-EMP-ID-HASH TO WS-RT-HASH (WS-READ-USED).
005810 2030-NEXT.
005820     PERFORM 2020-READ-CATALOG-LINE THRU 2020-EXIT.
005830 2030-EXIT.
005840     EXIT.
005850*
005860*-----------------------------------------------------------*
005870* 2050-OPEN-NEXT-JOURNAL - OPEN THE NEXT FILE ON THE         *
005880* LIST.  THE LIVE JOURNAL MAY BE ABSENT, BUT A CATALOGUED    *
005890* GENERATION THAT CANNOT BE OPENED BLOCKS THE RUN: ITS       *
005900* ARCHIVE VOLUME MUST BE MOUNTED OR THE FILE RESTORED BEFORE *
005910* THE TRAIL CAN BE TRUSTED.                                  *
005920*-----------------------------------------------------------*
005930 2050-OPEN-NEXT-JOURNAL.
005940     ADD 1 TO WS-READ-IDX.
005950     IF WS-READ-IDX > WS-READ-USED
005960         SET E-O-F TO TRUE
005970         GO TO 2050-EXIT
005980     END-IF.
005990     MOVE WS-RT-SPEC (WS-READ-IDX) TO WS-JRNL-FILE-SPEC.
006000     MOVE ZERO TO WS-FILE-COUNT WS-FILE-HASH.
006010     OPEN INPUT JOURNAL-FILE.
006020     IF WS-JRNL-STATUS NOT = "00" AND WS-JRNL-STATUS NOT = "05"
006030         DISPLAY "EMPRECOV - CANNOT OPEN JOURNAL "
006040             WS-JRNL-FILE-SPEC
006050         DISPLAY "EMPRECOV - FILE STATUS " WS-JRNL-STATUS
006060         SET RECOVERY-BLOCKED TO TRUE
006070         SET E-O-F TO TRUE
006080         GO TO 2050-EXIT
006090     END-IF.
006100     IF WS-JRNL-STATUS = "05"
006110         AND WS-RT-ROLL-DATE (WS-READ-IDX) NOT = SPACES
006120         CLOSE JOURNAL-FILE
006130         ADD 1 TO WS-MISMATCH-COUNT
006140         SET RECOVERY-BLOCKED TO TRUE
006150         SET E-O-F TO TRUE
006160         MOVE SPACES TO RECOVERY-REPORT-RECORD
006170         STRING
006180             "MISSING GENERATION "          DELIMITED BY SIZE
006190             WS-RT-ROLL-DATE (WS-READ-IDX)  DELIMITED BY SIZE
006200             " "                            DELIMITED BY SIZE
006210             WS-JRNL-FILE-SPEC              DELIMITED BY " "
006220             " - MOUNT THE ARCHIVE OR RESTORE THE FILE"
006230                                            DELIMITED BY SIZE
006240             INTO RECOVERY-REPORT-RECORD
006250         END-STRING
006260         WRITE RECOVERY-REPORT-RECORD
006270         DISPLAY "EMPRECOV - " RECOVERY-REPORT-RECORD
006280     END-IF.
006290 2050-EXIT.
006300     EXIT.
006310*
006320 2060-LIST-ONE-FILE.
006330     MOVE SPACES TO RECOVERY-REPORT-RECORD.
006340     IF WS-RT-ROLL-DATE (WS-READ-IDX) = SPACES
006350         STRING
006360             "READING LIVE JOURNAL "        DELIMITED BY SIZE
006370             WS-RT-SPEC (WS-READ-IDX)       DELIMITED BY " "
006380             INTO RECOVERY-REPORT-RECORD
006390         END-STRING
006400     ELSE
006410         STRING
006420             "READING GENERATION "          DELIMITED BY SIZE
006430             WS-RT-ROLL-DATE (WS-READ-IDX)  DELIMITED BY SIZE
006440             " "                            DELIMITED BY SIZE
006450             WS-RT-SPEC (WS-READ-IDX)       DELIMITED BY " "
006460             INTO RECOVERY-REPORT-RECORD
006470         END-STRING
006480     END-IF.
006490     WRITE RECOVERY-REPORT-RECORD.
006500 2060-EXIT.
006510     EXIT.
006520*
006530 2100-RELEASE-SELECTED.
006540     SET NOT-E-O-F TO TRUE.
006550     PERFORM 2050-OPEN-NEXT-JOURNAL THRU 2050-EXIT.
006560     PERFORM 2900-READ-JOURNAL THRU 2900-EXIT.
006570     PERFORM 2150-CHECK-ONE-ENTRY THRU 2150-EXIT
006580         UNTIL E-O-F.
006590 2100-EXIT.
006600     EXIT.
006610*
006620*-----------------------------------------------------------*
006630* 2150-CHECK-ONE-ENTRY - APPLY THE SELECTION WINDOW TO THE   *
006640* CURRENT JOURNAL LINE.  LINES THAT DO NOT PARSE AS JOURNAL  *
006650* ENTRIES ARE SKIPPED; THE EMPLOYEE KEY COMES FROM THE       *
006660* AFTER IMAGE, OR FROM THE BEFORE IMAGE OF A DELETE.         *
006670*-----------------------------------------------------------*
006680 2150-CHECK-ONE-ENTRY.
006690     ADD 1 TO WS-JRNL-READ-COUNT.
006700     MOVE JOURNAL-RECORD TO WS-JRNL-LINE.
006710     IF WS-JL-DATE IS NOT NUMERIC
006720         OR WS-JL-TIME IS NOT NUMERIC
006730         GO TO 2150-NEXT
006740     END-IF.
006750     IF JOURNAL-RECORD (146:7) = " AFTER="
006760         PERFORM 2160-WIDEN-OLD-ENTRY THRU 2160-EXIT
006770     END-IF.
006780     MOVE WS-JL-DATE TO WS-ENTRY-DATE.
006790     MOVE WS-JL-TIME TO WS-ENTRY-TIME.
006800     IF MODE-REBUILD
006810         IF WS-ENTRY-STAMP NOT > WS-ASOF-STAMP
006820             GO TO 2150-NEXT
006830         END-IF
006840     ELSE
006850         IF WS-ENTRY-STAMP < WS-FROM-STAMP
006860             OR WS-ENTRY-STAMP > WS-TO-STAMP
006870             GO TO 2150-NEXT
006880         END-IF
006890         IF WS-SEL-USER NOT = SPACES
006900             AND WS-JL-USER NOT = WS-SEL-USER
006910             GO TO 2150-NEXT
006920         END-IF
006930     END-IF.
006940     ADD 1 TO WS-SEQ-NO.
006950     IF WS-JL-AFTER NOT = SPACES
006960         MOVE WS-JL-AFTER (1:7) TO SR-EMP-ID
006970     ELSE
006980         MOVE WS-JL-BEFORE (1:7) TO SR-EMP-ID
006990     END-IF.
007000     MOVE WS-ENTRY-STAMP TO SR-STAMP.
007010     MOVE WS-SEQ-NO      TO SR-SEQ.
007020     MOVE WS-JL-ACTION   TO SR-ACTION.
007030     MOVE WS-JL-USER     TO SR-USER.
007040     MOVE WS-JL-BEFORE   TO SR-BEFORE.
007050     MOVE WS-JL-AFTER    TO SR-AFTER.
007060     RELEASE SORT-RECORD.
007070 2150-NEXT.
007080     PERFORM 2900-READ-JOURNAL THRU 2900-EXIT.
007090 2150-EXIT.
007100     EXIT.
007110*
007120*-----------------------------------------------------------*
007130* 2160-WIDEN-OLD-ENTRY - AN ENTRY WRITTEN BEFORE EMP-        *
007140* SUPERVISOR-ID WAS ADDED CARRIES 93-BYTE IMAGES, SO ITS     *
007150* AFTER IMAGE STARTS SEVEN BYTES EARLIER.  LIFT BOTH IMAGES  *
007160* OUT AT THE OLD OFFSETS AND GIVE A RECORD THAT EXISTED A    *
007170* ZERO SUPERVISOR, AS THE CONVERSION DID ON THE MASTER, SO   *
007180* THE TRAIL STILL PROVES AGAINST THE CONVERTED FILE.         *
007190*-----------------------------------------------------------*
007200 2160-WIDEN-OLD-ENTRY.
007210     MOVE JOURNAL-RECORD (53:93)  TO WS-JL-BEFORE.
007220     MOVE JOURNAL-RECORD (153:93) TO WS-JL-AFTER.
007230     IF WS-JL-BEFORE NOT = SPACES
007240         MOVE ZEROS TO WS-JL-BEFORE (94:7)
007250     END-IF.
007260     IF WS-JL-AFTER NOT = SPACES
007270         MOVE ZEROS TO WS-JL-AFTER (94:7)
007280     END-IF.
007290 2160-EXIT.
007300     EXIT.
007310*
007320 2200-WRITE-WORK-FILE.
007330     OPEN OUTPUT WORK-FILE.
007340     SET NOT-E-O-F TO TRUE.
007350     RETURN SORT-FILE RECORD
007360         AT END
007370             SET E-O-F TO TRUE
007380     END-RETURN.
007390     PERFORM 2250-WRITE-ONE-WORK THRU 2250-EXIT
007400         UNTIL E-O-F.
007410     CLOSE WORK-FILE.
007420 2200-EXIT.
007430     EXIT.
007440*
007450 2250-WRITE-ONE-WORK.
007460     MOVE SR-EMP-ID TO WK-EMP-ID.
007470     MOVE SR-STAMP  TO WK-STAMP.
007480     MOVE SR-SEQ    TO WK-SEQ.
007490     MOVE SR-ACTION TO WK-ACTION.
007500     MOVE SR-USER   TO WK-USER.
007510     MOVE SR-BEFORE TO WK-BEFORE.
007520     MOVE SR-AFTER  TO WK-AFTER.
007530     WRITE WORK-RECORD.
007540     ADD 1 TO WS-SELECT-COUNT.
007550     RETURN SORT-FILE RECORD
007560         AT END
007570             SET E-O-F TO TRUE
007580     END-RETURN.
007590 2250-EXIT.
007600     EXIT.
007610*
007620*-----------------------------------------------------------*
007630* 2900-READ-JOURNAL - READ THE NEXT LINE, MOVING ON TO THE   *
007640* NEXT FILE ON THE LIST AT THE END OF EACH ONE.  EVERY ENTRY *
007650* IS COUNTED AND ITS EMP-ID ADDED TO THE FILE'S HASH TOTAL.  *
007660*-----------------------------------------------------------*
007670 2900-READ-JOURNAL.
007680     IF E-O-F
007690         GO TO 2900-EXIT
007700     END-IF.
007710     READ JOURNAL-FILE
007720         AT END
007730             PERFORM 2950-END-OF-FILE THRU 2950-EXIT
007740             IF E-O-F
007750                 GO TO 2900-EXIT
007760             END-IF
007770             GO TO 2900-READ-JOURNAL
007780     END-READ.
007790     IF JOURNAL-RECORD (1:8) IS NOT NUMERIC
007800         OR JOURNAL-RECORD (10:8) IS NOT NUMERIC
007810         GO TO 2900-EXIT
007820     END-IF.
007830     ADD 1 TO WS-FILE-COUNT.
007840     IF JOURNAL-RECORD (146:7) = " AFTER="
007850         MOVE JOURNAL-RECORD (153:7) TO WS-HASH-ID-X
007860     ELSE
007870         MOVE JOURNAL-RECORD (160:7) TO WS-HASH-ID-X
007880     END-IF.
007890     IF WS-HASH-ID-X = SPACES
007900         MOVE JOURNAL-RECORD (53:7) TO WS-HASH-ID-X
007910     END-IF.
007920     IF WS-HASH-ID-X IS NUMERIC
007930         ADD WS-HASH-ID TO WS-FILE-HASH
007940     END-IF.
007950 2900-EXIT.
007960     EXIT.
007970*
007980*-----------------------------------------------------------*
007990* 2950-END-OF-FILE - CLOSE THE FILE JUST FINISHED, CHECK A   *
008000* GENERATION'S COUNT AND HASH AGAINST ITS CATALOG LINE, AND  *
008010* OPEN THE NEXT FILE.  A GENERATION THAT DISAGREES BLOCKS    *
008020* THE RUN LIKE ANY OTHER BREAK IN THE TRAIL.                 *
008030*-----------------------------------------------------------*
008040 2950-END-OF-FILE.
008050     CLOSE JOURNAL-FILE.
008060     IF WS-RT-ROLL-DATE (WS-READ-IDX) NOT = SPACES
008070         AND (WS-FILE-COUNT NOT = WS-RT-COUNT (WS-READ-IDX)
008080           OR WS-FILE-HASH NOT = WS-RT-HASH (WS-READ-IDX))
008090         ADD 1 TO WS-MISMATCH-COUNT
008100         SET RECOVERY-BLOCKED TO TRUE
008110         MOVE SPACES TO RECOVERY-REPORT-RECORD
008120         STRING
008130             "MISMATCH GENERATION "         DELIMITED BY SIZE
008140             WS-RT-ROLL-DATE (WS-READ-IDX)  DELIMITED BY SIZE
008150             " "                            DELIMITED BY SIZE
008160             WS-JRNL-FILE-SPEC              DELIMITED BY " "
008170             " DOES NOT MATCH ITS CATALOG ENTRY"
008180                                            DELIMITED BY SIZE
008190             INTO RECOVERY-REPORT-RECORD
008200         END-STRING
008210         WRITE RECOVERY-REPORT-RECORD
008220         DISPLAY "EMPRECOV - " RECOVERY-REPORT-RECORD
008230     END-IF.
008240     PERFORM 2050-OPEN-NEXT-JOURNAL THRU 2050-EXIT.
008250 2950-EXIT.
008260     EXIT.
008270*
008280*-----------------------------------------------------------*
008290* 3000-VERIFY-TRAIL - PROVE THE SELECTED TRAIL AGAINST THE   *
008300* MASTER BEFORE ANYTHING IS CHANGED.  THE NEWEST ENTRY OF    *
008310* EACH EMPLOYEE MUST MATCH THE RECORD NOW ON FILE AND EACH   *
008320* OLDER ENTRY MUST CHAIN INTO THE ONE AFTER IT.              *
008330*-----------------------------------------------------------*
008340 3000-VERIFY-TRAIL.
008350     OPEN INPUT EMP-FILE.
008360     IF WS-EMP-STATUS NOT = "00" AND WS-EMP-STATUS NOT = "05"
008370         DISPLAY "EMPRECOV - CANNOT OPEN EMPLOYEE FILE "
008380             WS-EMP-FILE-SPEC
008390         DISPLAY "EMPRECOV - FILE STATUS " WS-EMP-STATUS
008400         STOP RUN
008410     END-IF.
008420     OPEN INPUT WORK-FILE.
008430     MOVE SPACES TO WS-GROUP-EMP-ID.
008440     SET NOT-E-O-F TO TRUE.
008450     PERFORM 3900-READ-WORK THRU 3900-EXIT.
008460     PERFORM 3100-VERIFY-ONE-ENTRY THRU 3100-EXIT
008470         UNTIL E-O-F.
008480     CLOSE WORK-FILE EMP-FILE.
008490 3000-EXIT.
008500     EXIT.
008510*
008520 3100-VERIFY-ONE-ENTRY.
008530     IF WK-EMP-ID NOT = WS-GROUP-EMP-ID
008540         MOVE WK-EMP-ID TO WS-GROUP-EMP-ID
008550         PERFORM 3200-CHECK-AGAINST-MASTER THRU 3200-EXIT
008560     ELSE
008570         IF WK-AFTER NOT = WS-PREV-BEFORE
008580             PERFORM 3300-REPORT-MISMATCH THRU 3300-EXIT
008590         END-IF
008600     END-IF.
008610     MOVE WK-BEFORE TO WS-PREV-BEFORE.
008620     PERFORM 3900-READ-WORK THRU 3900-EXIT.
008630 3100-EXIT.
008640     EXIT.
008650*
008660*-----------------------------------------------------------*
008670* 3200-CHECK-AGAINST-MASTER - THE NEWEST SELECTED ENTRY OF   *
008680* AN EMPLOYEE: ITS AFTER IMAGE MUST MATCH THE MASTER RECORD  *
008690* (OR THE RECORD MUST BE ABSENT WHEN THE AFTER SIDE IS       *
008700* SPACES, AS AFTER A DELETE).                                *
008710*-----------------------------------------------------------*
008720 3200-CHECK-AGAINST-MASTER.
008730     MOVE WK-EMP-ID TO EMP-ID.
008740     READ EMP-FILE RECORD KEY IS EMP-ID
008750         INVALID KEY
008760             IF WK-AFTER NOT = SPACES
008770                 PERFORM 3300-REPORT-MISMATCH THRU 3300-EXIT
008780             END-IF
008790         NOT INVALID KEY
008800             IF WK-AFTER = SPACES
008810                 OR EMP-RECORD NOT = WK-AFTER
008820                 PERFORM 3300-REPORT-MISMATCH THRU 3300-EXIT
008830             END-IF
008840     END-READ.
008850 3200-EXIT.
008860     EXIT.
008870*
008880 3300-REPORT-MISMATCH.
008890     ADD 1 TO WS-MISMATCH-COUNT.
008900     SET RECOVERY-BLOCKED TO TRUE.
008910     MOVE SPACES TO RECOVERY-REPORT-RECORD.
008920     STRING
008930         "MISMATCH "                    DELIMITED BY SIZE
008940         WK-EMP-ID                      DELIMITED BY SIZE
008950         "  JOURNAL ENTRY "             DELIMITED BY SIZE
008960         WK-DATE                        DELIMITED BY SIZE
008970         " "                            DELIMITED BY SIZE
008980         WK-TIME                        DELIMITED BY SIZE
008990         " DOES NOT MATCH MASTER"       DELIMITED BY SIZE
009000         INTO RECOVERY-REPORT-RECORD
009010     END-STRING.
009020     WRITE RECOVERY-REPORT-RECORD.
009030     DISPLAY "EMPRECOV - " RECOVERY-REPORT-RECORD.
009040 3300-EXIT.
009050     EXIT.
009060*
009070*-----------------------------------------------------------*
009080* 3500-COPY-MASTER-TO-TARGET - MODE=REBUILD STARTS FROM A    *
009090* FULL COPY OF THE CURRENT MASTER; THE SELECTED JOURNAL      *
009100* ENTRIES ARE THEN BACKED OUT OF THE COPY, NEVER THE LIVE    *
009110* FILE.                                                      *
009120*-----------------------------------------------------------*
009130 3500-COPY-MASTER-TO-TARGET.
009140     OPEN INPUT EMP-FILE.
009150     OPEN OUTPUT TARGET-FILE.
009160     IF WS-TGT-STATUS NOT = "00" AND WS-TGT-STATUS NOT = "05"
009170         DISPLAY "EMPRECOV - CANNOT CREATE RECOVERY FILE "
009180             WS-TGT-FILE-SPEC
009190         DISPLAY "EMPRECOV - FILE STATUS " WS-TGT-STATUS
009200         STOP RUN
009210     END-IF.
009220     SET NOT-E-O-F TO TRUE.
009230     PERFORM 3950-READ-MASTER-NEXT THRU 3950-EXIT.
009240     PERFORM 3600-COPY-ONE-RECORD THRU 3600-EXIT
009250         UNTIL E-O-F.
009260     CLOSE EMP-FILE TARGET-FILE.
009270 3500-EXIT.
009280     EXIT.
009290*
009300 3600-COPY-ONE-RECORD.
009310     ADD 1 TO WS-COPY-READ-COUNT.
009320     MOVE EMP-RECORD TO TGT-RECORD.
009330     WRITE TGT-RECORD.
009340     ADD 1 TO WS-COPY-WRITE-COUNT.
009350     PERFORM 3950-READ-MASTER-NEXT THRU 3950-EXIT.
009360 3600-EXIT.
009370     EXIT.
009380*
009390 3900-READ-WORK.
009400     READ WORK-FILE
009410         AT END
009420             SET E-O-F TO TRUE
009430     END-READ.
009440 3900-EXIT.
009450     EXIT.
009460*
009470 3950-READ-MASTER-NEXT.
009480     READ EMP-FILE NEXT RECORD
009490         AT END
009500             SET E-O-F TO TRUE
009510     END-READ.
009520 3950-EXIT.
009530     EXIT.
009540*
009550*-----------------------------------------------------------*
009560* 4000-APPLY-RESTORES - WALK THE SORTED ENTRIES AGAIN AND    *
009570* RESTORE EACH EMPLOYEE TOUCHED TO THE BEFORE IMAGE OF ITS   *
009580* OLDEST SELECTED CHANGE: A SPACES IMAGE MEANS THE RECORD    *
009590* DID NOT EXIST THEN AND IS REMOVED.  BACKOUT RESTORES INTO  *
009600* THE LIVE MASTER, REBUILD INTO THE RECOVERY COPY.           *
009610*-----------------------------------------------------------*
009620 4000-APPLY-RESTORES.
009630     IF MODE-BACKOUT
009640         OPEN I-O EMP-FILE
009650         IF WS-EMP-STATUS NOT = "00"
009660             AND WS-EMP-STATUS NOT = "05"
009670             DISPLAY "EMPRECOV - CANNOT OPEN EMPLOYEE FILE "
009680                 WS-EMP-FILE-SPEC
009690             DISPLAY "EMPRECOV - FILE STATUS " WS-EMP-STATUS
009700             STOP RUN
009710         END-IF
009720     ELSE
009730         OPEN I-O TARGET-FILE
009740     END-IF.
009750     OPEN INPUT WORK-FILE.
009760     MOVE SPACES TO WS-GROUP-EMP-ID.
009770     SET NOT-E-O-F TO TRUE.
009780     PERFORM 3900-READ-WORK THRU 3900-EXIT.
009790     PERFORM 4100-SCAN-ONE-ENTRY THRU 4100-EXIT
009800         UNTIL E-O-F.
009810     IF WS-GROUP-EMP-ID NOT = SPACES
009820         PERFORM 4200-RESTORE-ONE-EMPLOYEE THRU 4200-EXIT
009830     END-IF.
009840     CLOSE WORK-FILE.
009850     IF MODE-BACKOUT
009860         CLOSE EMP-FILE
009870     ELSE
009880         CLOSE TARGET-FILE
009890     END-IF.
009900 4000-EXIT.
009910     EXIT.
009920*
009930 4100-SCAN-ONE-ENTRY.
009940     IF WK-EMP-ID NOT = WS-GROUP-EMP-ID
009950         IF WS-GROUP-EMP-ID NOT = SPACES
009960             PERFORM 4200-RESTORE-ONE-EMPLOYEE THRU 4200-EXIT
009970         END-IF
009980         MOVE WK-EMP-ID TO WS-GROUP-EMP-ID
009990     END-IF.
010000     MOVE WK-BEFORE TO WS-OLDEST-BEFORE.
010010     PERFORM 3900-READ-WORK THRU 3900-EXIT.
010020 4100-EXIT.
010030     EXIT.
010040*
010050 4200-RESTORE-ONE-EMPLOYEE.
010060     IF MODE-BACKOUT
010070         PERFORM 4300-RESTORE-TO-MASTER THRU 4300-EXIT
010080     ELSE
010090         PERFORM 4400-RESTORE-TO-TARGET THRU 4400-EXIT
010100     END-IF.
010110 4200-EXIT.
010120     EXIT.
010130*
010140 4300-RESTORE-TO-MASTER.
010150     MOVE WS-GROUP-EMP-ID TO EMP-ID.
010160     IF WS-OLDEST-BEFORE = SPACES
010170         DELETE EMP-FILE RECORD
010180             INVALID KEY
010190                 CONTINUE
010200             NOT INVALID KEY
010210                 ADD 1 TO WS-REMOVE-COUNT
010220                 PERFORM 4600-REPORT-REMOVE THRU 4600-EXIT
010230         END-DELETE
010240         GO TO 4300-EXIT
010250     END-IF.
010260     READ EMP-FILE RECORD KEY IS EMP-ID
010270         INVALID KEY
010280             MOVE WS-OLDEST-BEFORE TO EMP-RECORD
010290             WRITE EMP-RECORD
010300         NOT INVALID KEY
010310             MOVE WS-OLDEST-BEFORE TO EMP-RECORD
010320             REWRITE EMP-RECORD
010330     END-READ.
010340     ADD 1 TO WS-RESTORE-COUNT.
010350     PERFORM 4500-REPORT-RESTORE THRU 4500-EXIT.
010360 4300-EXIT.
010370     EXIT.
010380*
010390 4400-RESTORE-TO-TARGET.
010400     MOVE WS-GROUP-EMP-ID TO TGT-EMP-ID.
010410     IF WS-OLDEST-BEFORE = SPACES
010420         DELETE TARGET-FILE RECORD
010430             INVALID KEY
010440                 CONTINUE
010450             NOT INVALID KEY
010460                 ADD 1 TO WS-REMOVE-COUNT
010470                 PERFORM 4600-REPORT-REMOVE THRU 4600-EXIT
010480         END-DELETE
010490         GO TO 4400-EXIT
010500     END-IF.
010510     READ TARGET-FILE RECORD KEY IS TGT-EMP-ID
010520         INVALID KEY
010530             MOVE WS-OLDEST-BEFORE TO TGT-RECORD
010540             WRITE TGT-RECORD
010550         NOT INVALID KEY
010560             MOVE WS-OLDEST-BEFORE TO TGT-RECORD
010570             REWRITE TGT-RECORD
010580     END-READ.
010590     ADD 1 TO WS-RESTORE-COUNT.
010600     PERFORM 4500-REPORT-RESTORE THRU 4500-EXIT.
010610 4400-EXIT.
010620     EXIT.
010630*
010640 4500-REPORT-RESTORE.
010650     MOVE SPACES TO RECOVERY-REPORT-RECORD.
010660     STRING
010670         "RESTORED "                    DELIMITED BY SIZE
010680         WS-GROUP-EMP-ID                DELIMITED BY SIZE
010690         "  "                           DELIMITED BY SIZE
010700         WS-OLDEST-BEFORE (8:15)        DELIMITED BY SIZE
010710         INTO RECOVERY-REPORT-RECORD
010720     END-STRING.
010730     WRITE RECOVERY-REPORT-RECORD.
010740 4500-EXIT.
010750     EXIT.
010760*
010770 4600-REPORT-REMOVE.
010780     MOVE SPACES TO RECOVERY-REPORT-RECORD.
010790     STRING
010800         "REMOVED  "                    DELIMITED BY SIZE
010810         WS-GROUP-EMP-ID                DELIMITED BY SIZE
010820         "  RECORD DID NOT EXIST AT RECOVERY POINT"
010830                                        DELIMITED BY SIZE
010840         INTO RECOVERY-REPORT-RECORD
010850     END-STRING.
010860     WRITE RECOVERY-REPORT-RECORD.
010870 4600-EXIT.
010880     EXIT.
010890*
010900*-----------------------------------------------------------*
010910* 7600-WRITE-RUN-START - APPEND THE RUN-HISTORY START        *
010920* RECORD BEFORE THE UPDATE TOKEN IS TAKEN, SO A BACKOUT      *
010930* THAT DIES HOLDING THE TOKEN SHOWS UP ON RUNHIST.LOG AS A   *
010940* START WITH NO END.                                         *
010950*-----------------------------------------------------------*
010960 7600-WRITE-RUN-START.
010970     OPEN EXTEND RUNHIST-FILE.
010980     IF WS-HIST-STATUS NOT = "00" AND WS-HIST-STATUS NOT = "05"
010990         DISPLAY "EMPRECOV - RUN HISTORY NOT AVAILABLE - "
011000             "STATUS=" WS-HIST-STATUS
011010         GO TO 7600-EXIT
011020     END-IF.
011030     MOVE SPACES TO RUNHIST-RECORD.
011040     STRING
011050         "START "                       DELIMITED BY SIZE
011060         D-DATE                         DELIMITED BY SIZE
011070         " "                            DELIMITED BY SIZE
011080         WS-RUN-START-TIME              DELIMITED BY SIZE
011090         " JOB=EMPRECOV USER="          DELIMITED BY SIZE
011100         WS-LOCK-USER                   DELIMITED BY SIZE
011110         " MODE="                       DELIMITED BY SIZE
011120         WS-RUN-MODE-SW                 DELIMITED BY SIZE
011130         " FILE="                       DELIMITED BY SIZE
011140         FUNCTION TRIM (WS-EMP-FILE-SPEC)
011150                                        DELIMITED BY SIZE
011160         INTO RUNHIST-RECORD
011170     END-STRING.
011180     WRITE RUNHIST-RECORD.
011190     CLOSE RUNHIST-FILE.
011200 7600-EXIT.
011210     EXIT.
011220*
011230*-----------------------------------------------------------*
011240* 7700-ACQUIRE-RUN-TOKEN - TAKE THE EXCLUSIVE ART.DAT        *
011250* UPDATE TOKEN.  A TOKEN ALREADY LOCKED BELONGS TO A LIVE    *
011260* RUN, A DEAD ONE, OR A RUN THAT ENDED WITHOUT RELEASING;    *
011270* ONLY THE LAST IS RECLAIMED WITHOUT OPERATOR ACTION.        *
011280*-----------------------------------------------------------*
011290 7700-ACQUIRE-RUN-TOKEN.
011300     MOVE SPACES TO WS-LOCK-LINE.
011310     OPEN INPUT LOCK-FILE.
011320     IF WS-LOCK-STATUS = "00" OR WS-LOCK-STATUS = "05"
011330         READ LOCK-FILE
011340             AT END
011350                 CONTINUE
011360             NOT AT END
011370                 MOVE LOCK-RECORD TO WS-LOCK-LINE
011380         END-READ
011390         CLOSE LOCK-FILE
011400     END-IF.
011410     IF WS-LK-STATE NOT = "LOCKED"
011420         GO TO 7700-TAKE
011430     END-IF.
011440     PERFORM 7750-CHECK-HOLDER-ENDED THRU 7750-EXIT.
011450     EVALUATE TRUE
011460         WHEN RECLAIM-REQUESTED
011470             DISPLAY "EMPRECOV - RECLAIMING RUN TOKEN HELD "
011480                 "BY JOB=" WS-LK-JOB " USER=" WS-LK-USER
011490         WHEN HOLDER-ENDED
011500             DISPLAY "EMPRECOV - STALE RUN TOKEN RECLAIMED "
011510                 "(HOLDER " WS-LK-JOB " ENDED ON RUNHIST)"
011520         WHEN OTHER
011530             DISPLAY "EMPRECOV - ART.DAT UPDATE TOKEN HELD "
011540                 "BY JOB=" WS-LK-JOB " USER=" WS-LK-USER
011550             DISPLAY "EMPRECOV - HELD SINCE " WS-LK-DATE
011560                 " " WS-LK-TIME " - RUN NOT STARTED"
011570             DISPLAY "EMPRECOV - IF RUNHIST SHOWS THAT RUN "
011580                 "DIED, RERUN WITH RECLAIM=YES"
011590             STOP RUN
011600     END-EVALUATE.
011610 7700-TAKE.
011620     OPEN OUTPUT LOCK-FILE.
011630     MOVE SPACES TO WS-LOCK-LINE.
011640     MOVE "LOCKED" TO WS-LK-STATE.
011650     MOVE WS-LOCK-JOB-NAME TO WS-LK-JOB.
011660     MOVE WS-LOCK-USER TO WS-LK-USER.
011670     MOVE D-DATE TO WS-LK-DATE.
011680     MOVE WS-RUN-START-TIME TO WS-LK-TIME.
011690     MOVE WS-LOCK-LINE TO LOCK-RECORD.
011700     WRITE LOCK-RECORD.
011710     CLOSE LOCK-FILE.
011720     SET TOKEN-HELD TO TRUE.
011730 7700-EXIT.
011740     EXIT.
011750*
011760*-----------------------------------------------------------*
011770* 7750-CHECK-HOLDER-ENDED - SCAN RUNHIST.LOG FOR AN END      *
011780* RECORD CARRYING THE LOCK HOLDER'S START STAMP.  FINDING    *
011790* ONE MEANS THE HOLDER COMPLETED AND THE TOKEN IS STALE.     *
011800*-----------------------------------------------------------*
011810 7750-CHECK-HOLDER-ENDED.
011820     SET HOLDER-NOT-ENDED TO TRUE.
011830     MOVE SPACES TO WS-LOCK-STAMP.
011840     STRING
011850         WS-LK-DATE                     DELIMITED BY SIZE
011860         " "                            DELIMITED BY SIZE
011870         WS-LK-TIME                     DELIMITED BY SIZE
011880         INTO WS-LOCK-STAMP
011890     END-STRING.
011900     OPEN INPUT RUNHIST-FILE.
011910     IF WS-HIST-STATUS NOT = "00" AND WS-HIST-STATUS NOT = "05"
011920         GO TO 7750-EXIT
011930     END-IF.
011940     SET NOT-E-O-F TO TRUE.
011950     PERFORM 7760-SCAN-ONE-HISTORY THRU 7760-EXIT
011960         UNTIL E-O-F.
011970     CLOSE RUNHIST-FILE.
011980 7750-EXIT.
011990     EXIT.
012000*
012010 7760-SCAN-ONE-HISTORY.
012020     READ RUNHIST-FILE
012030         AT END
012040             SET E-O-F TO TRUE
012050             GO TO 7760-EXIT
012060     END-READ.
012070     IF RUNHIST-RECORD (1:4) = "END "
012080         AND RUNHIST-RECORD (7:17) = WS-LOCK-STAMP
012090         SET HOLDER-ENDED TO TRUE
012100     END-IF.
012110 7760-EXIT.
012120     EXIT.
012130*
012140*-----------------------------------------------------------*
012150* 7900-RELEASE-RUN-TOKEN - HAND THE UPDATE TOKEN BACK BY     *
012160* REWRITING THE LOCK RECORD AS FREE.                         *
012170*-----------------------------------------------------------*
012180 7900-RELEASE-RUN-TOKEN.
012190     IF NOT TOKEN-HELD
012200         GO TO 7900-EXIT
012210     END-IF.
012220     OPEN OUTPUT LOCK-FILE.
012230     MOVE SPACES TO WS-LOCK-LINE.
012240     MOVE "FREE" TO WS-LK-STATE.
012250     MOVE WS-LOCK-JOB-NAME TO WS-LK-JOB.
012260     MOVE WS-LOCK-USER TO WS-LK-USER.
012270     MOVE D-DATE TO WS-LK-DATE.
012280     MOVE WS-RUN-START-TIME TO WS-LK-TIME.
012290     MOVE WS-LOCK-LINE TO LOCK-RECORD.
012300     WRITE LOCK-RECORD.
012310     CLOSE LOCK-FILE.
012320 7900-EXIT.
012330     EXIT.
012340*
012350*-----------------------------------------------------------*
012360* 8600-WRITE-RUN-END - APPEND THE RUN-HISTORY END RECORD AT  *
012370* NORMAL COMPLETION, CARRYING THE SAME START STAMP AS THE    *
012380* START RECORD.  A RUN THAT DIES NEVER GETS HERE, WHICH IS   *
012390* HOW A STALE TOKEN IS TOLD FROM A LIVE ONE.                 *
012400*-----------------------------------------------------------*
012410 8600-WRITE-RUN-END.
012420     ACCEPT WS-RUN-END-TIME FROM TIME.
012430     OPEN EXTEND RUNHIST-FILE.
012440     IF WS-HIST-STATUS NOT = "00" AND WS-HIST-STATUS NOT = "05"
012450         DISPLAY "EMPRECOV - RUN HISTORY NOT AVAILABLE - "
012460             "STATUS=" WS-HIST-STATUS
012470         GO TO 8600-EXIT
012480     END-IF.
012490     MOVE SPACES TO RUNHIST-RECORD.
012500     STRING
012510         "END   "                       DELIMITED BY SIZE
012520         D-DATE                         DELIMITED BY SIZE
012530         " "                            DELIMITED BY SIZE
012540         WS-RUN-START-TIME              DELIMITED BY SIZE
012550         " ENDED="                      DELIMITED BY SIZE
012560         WS-RUN-END-TIME                DELIMITED BY SIZE
012570         " STATUS=NORMAL"               DELIMITED BY SIZE
012580         INTO RUNHIST-RECORD
012590     END-STRING.
012600     WRITE RUNHIST-RECORD.
012610     CLOSE RUNHIST-FILE.
012620 8600-EXIT.
012630     EXIT.
012640*
012650*-----------------------------------------------------------*
012660* 8000-CLEANUP - WRITE THE TRAILER COUNTS, CLOSE THE REPORT  *
012670* AND ECHO THE COUNTS ON THE OPERATOR LOG.                   *
012680*-----------------------------------------------------------*
012690 8000-CLEANUP.
012700     MOVE WS-SELECT-COUNT TO WS-COUNT-PRINT.
012710     MOVE SPACES TO RECOVERY-REPORT-RECORD.
012720     STRING
012730         "TRAILER SELECTED="            DELIMITED BY SIZE
012740         WS-COUNT-PRINT                 DELIMITED BY SIZE
012750         INTO RECOVERY-REPORT-RECORD
012760     END-STRING.
012770     WRITE RECOVERY-REPORT-RECORD.
012780     MOVE WS-RESTORE-COUNT TO WS-COUNT-PRINT.
012790     MOVE SPACES TO RECOVERY-REPORT-RECORD.
012800     STRING
012810         "TRAILER RESTORED="            DELIMITED BY SIZE
012820         WS-COUNT-PRINT                 DELIMITED BY SIZE
012830         INTO RECOVERY-REPORT-RECORD
012840     END-STRING.
012850     WRITE RECOVERY-REPORT-RECORD.
012860     MOVE WS-REMOVE-COUNT TO WS-COUNT-PRINT.
012870     MOVE SPACES TO RECOVERY-REPORT-RECORD.
012880     STRING
012890         "TRAILER REMOVED="             DELIMITED BY SIZE
012900         WS-COUNT-PRINT                 DELIMITED BY SIZE
012910         INTO RECOVERY-REPORT-RECORD
012920     END-STRING.
012930     WRITE RECOVERY-REPORT-RECORD.
012940     MOVE WS-MISMATCH-COUNT TO WS-COUNT-PRINT.
012950     MOVE SPACES TO RECOVERY-REPORT-RECORD.
012960     STRING
012970         "TRAILER MISMATCHES="          DELIMITED BY SIZE
012980         WS-COUNT-PRINT                 DELIMITED BY SIZE
012990         INTO RECOVERY-REPORT-RECORD
013000     END-STRING.
013010     WRITE RECOVERY-REPORT-RECORD.
013020     CLOSE RECOVERY-REPORT-FILE.
013030     MOVE WS-JRNL-READ-COUNT TO WS-COUNT-PRINT.
013040     DISPLAY "EMPRECOV JOURNAL LINES READ:  " WS-COUNT-PRINT.
013050     MOVE WS-SELECT-COUNT TO WS-COUNT-PRINT.
013060     DISPLAY "EMPRECOV ENTRIES SELECTED:    " WS-COUNT-PRINT.
013070     IF MODE-REBUILD
013080         MOVE WS-COPY-WRITE-COUNT TO WS-COUNT-PRINT
013090         DISPLAY "EMPRECOV RECORDS COPIED:      " WS-COUNT-PRINT
013100     END-IF.
013110     MOVE WS-RESTORE-COUNT TO WS-COUNT-PRINT.
013120     DISPLAY "EMPRECOV RECORDS RESTORED:    " WS-COUNT-PRINT.
013130     MOVE WS-REMOVE-COUNT TO WS-COUNT-PRINT.
013140     DISPLAY "EMPRECOV RECORDS REMOVED:     " WS-COUNT-PRINT.
013150     MOVE WS-MISMATCH-COUNT TO WS-COUNT-PRINT.
013160     DISPLAY "EMPRECOV MISMATCHES FOUND:    " WS-COUNT-PRINT.
013170     IF TOKEN-HELD
013180         PERFORM 8600-WRITE-RUN-END THRU 8600-EXIT
013190         PERFORM 7900-RELEASE-RUN-TOKEN THRU 7900-EXIT
013200     END-IF.
013210 8000-EXIT.
013220     EXIT.
013230*
013240 END PROGRAM EMPRECOV.
