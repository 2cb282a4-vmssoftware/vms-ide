000230* RERUN AFTER A FAILED TRANSMISSION REPRODUCES THE SAME      *
000240* DELTA.  ONLY MODE=CONFIRM, RUN AFTER PAYROLL ACKNOWLEDGES  *
000250* THE FEED, PROMOTES THE CANDIDATE TO ARTFEED.DAT.           *
000260*                                                            *
000270* MODE=CONFIRM READS PAYROLL'S RETURN FILE, PAYACK.DAT, ONE  *
000280* ACCEPT OR REJECT LINE PER DETAIL RECORD IN FEED ORDER      *
000290* BETWEEN A HEADER ECHOING THE FEED'S RUN STAMP AND A        *
000300* TRAILER WITH PAYROLL'S OWN COUNTS AND EMP-ID HASH.  THE    *
000310* LINES ARE MATCHED ONE FOR ONE AGAINST PAYFEED.DAT AND THE  *
000320* TOTALS PROVED AGAINST ITS TRAILER; ANYTHING OUT OF BALANCE *
000330* REFUSES THE CONFIRM AND LEAVES ARTFEED.DAT AS IT WAS.      *
000340* OTHERWISE ONLY ACCEPTED EMPLOYEES ARE CONFIRMED: A         *
000350* REJECTED EMPLOYEE KEEPS THE IMAGE LAST CONFIRMED (OR STAYS *
000360* OFF THE ROSTER IF IT WAS A REJECTED ADD), SO THE NEXT      *
000370* EXTRACT SENDS THE SAME CHANGE AGAIN.  PAYROLL'S REJECTS    *
000380* ARE LISTED WITH THEIR REASON CODES ON THE PAYREJ.RPT       *
000390* WORKLIST FOR HR.                                           *
000400*                                                            *
000410* AN EXTRACT IS A STEP OF THE BATCH CYCLE AND WILL NOT START *
000420* UNTIL THE STEPS BEFORE IT IN CYCLEDEF.DAT HAVE ENDED       *
000430* NORMALLY ON RUNHIST.LOG, UNLESS THE OPERATOR OVERRIDES     *
000440* WITH A REASON.  BOTH MODES WRITE START AND END RECORDS TO  *
000450* RUNHIST.LOG FOR THE CYCLCTL SIGN-OFF.                      *
000460*-----------------------------------------------------------*
000470*
000480* MODIFICATION HISTORY.
000490*    09/02/26  RTN  ORIGINAL VERSION.
000500*    10/15/26  RTN  MODE=CONFIRM PROVES PAYROLL'S PAYACK.DAT
000510*                   AGAINST THE FEED, CONFIRMS ONLY ACCEPTED
000520*                   EMPLOYEES AND LISTS REJECTS ON PAYREJ.RPT.
000530*    10/15/26  RTN  EMP-SUPERVISOR-ID ADDED TO THE THREE
000540*                   ROSTER LAYOUTS AND THE HELD-BACK BASE
000550*                   IMAGE.  A CHANGE OF SUPERVISOR ALONE IS
000560*                   NOT FED TO PAYROLL.
000570*    10/15/26  RTN  MODE=EXTRACT WAITS ON THE BATCH CYCLE:
000580*                   IT WILL NOT START UNTIL ITS PREREQUISITE
000590*                   STEPS IN CYCLEDEF.DAT HAVE ENDED
000600*                   NORMALLY ON RUNHIST.LOG FOR THE BUSINESS
000610*                   DATE, UNLESS OVERRIDE=REASON IS GIVEN,
000620*                   WHICH IS LOGGED.  BOTH MODES NOW WRITE
000630*                   RUN-HISTORY START AND END RECORDS.
000640*    10/15/26  RTN  THE RUN-HISTORY START RECORD CARRIES
000650*                   BUSINESS=, AND THE CYCLE GATE TAKES A
000660*                   PREREQUISITE START FOR THE BUSINESS DATE
000670*                   FROM ITS BUSINESS= WORD, SO A STEP RUN
000680*                   PAST MIDNIGHT STILL COUNTS.
000690*
000700 ENVIRONMENT DIVISION.
000710 INPUT-OUTPUT SECTION.
000720 FILE-CONTROL.
000730     SELECT OPTIONAL CURR-FILE ASSIGN "SYS$DISK:ART.DAT"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS SEQUENTIAL
000760         RECORD KEY IS CUR-EMP-ID
000770         ALTERNATE RECORD KEY IS CUR-EMP-NAME
000780             WITH DUPLICATES
000790         ALTERNATE RECORD KEY IS CUR-EMP-DEPT-CODE
000800             WITH DUPLICATES
000810         FILE STATUS IS WS-CURR-STATUS.
000820     SELECT OPTIONAL BASE-FILE ASSIGN "SYS$DISK:ARTFEED.DAT"
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS SEQUENTIAL
000850         RECORD KEY IS BAS-EMP-ID
000860         ALTERNATE RECORD KEY IS BAS-EMP-NAME
000870             WITH DUPLICATES
000880         ALTERNATE RECORD KEY IS BAS-EMP-DEPT-CODE
000890             WITH DUPLICATES
000900         FILE STATUS IS WS-BASE-STATUS.
000910     SELECT OPTIONAL NEWBASE-FILE ASSIGN "SYS$DISK:ARTFEED.NEW"
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS SEQUENTIAL
000940         RECORD KEY IS NEW-EMP-ID
000950         ALTERNATE RECORD KEY IS NEW-EMP-NAME
000960             WITH DUPLICATES
000970         ALTERNATE RECORD KEY IS NEW-EMP-DEPT-CODE
000980             WITH DUPLICATES
000990         FILE STATUS IS WS-NEWBASE-STATUS.
001000     SELECT FEED-FILE ASSIGN "SYS$DISK:PAYFEED.DAT"
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS WS-FEED-STATUS.
001030     SELECT OPTIONAL ACK-FILE ASSIGN "SYS$DISK:PAYACK.DAT"
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS WS-ACK-STATUS.
001060     SELECT REJECT-REPORT-FILE ASSIGN "SYS$DISK:PAYREJ.RPT"
001070         ORGANIZATION IS LINE SEQUENTIAL.
001080     SELECT OPTIONAL CYCLEDEF-FILE ASSIGN "SYS$DISK:CYCLEDEF.DAT"
001090         ORGANIZATION IS LINE SEQUENTIAL
001100         FILE STATUS IS WS-DEF-STATUS.
001110     SELECT OPTIONAL RUNHIST-FILE ASSIGN "SYS$DISK:RUNHIST.LOG"
001120         ORGANIZATION IS LINE SEQUENTIAL
001130         FILE STATUS IS WS-HIST-STATUS.
001140 DATA DIVISION.
001150 FILE SECTION.
001160*
001170*-----------------------------------------------------------*
001180* THE THREE ROSTER FILES MIRROR THE EMPREC COPYBOOK; THEY    *
001190* ARE SPELLED OUT WITH CUR-/BAS-/NEW- PREFIXES BECAUSE ALL   *
001200* THREE ARE OPEN AT ONCE AND EACH NEEDS ITS OWN KEY NAME.    *
001210*-----------------------------------------------------------*
001220 FD  CURR-FILE
001230     VALUE OF ID IS WS-CURR-FILE-SPEC.
001240 01  CUR-RECORD.
001250     02  CUR-EMP-ID              PIC 9(07).
001260     02  CUR-EMP-NAME            PIC X(15).
001270     02  CUR-EMP-ADDRESS         PIC X(30).
001280     02  CUR-EMP-DEPT-CODE       PIC X(04).
001290     02  CUR-EMP-HIRE-DATE       PIC 9(08).
001300     02  CUR-EMP-JOB-TITLE       PIC X(20).
001310     02  CUR-EMP-STATUS          PIC X(01).
001320     02  CUR-EMP-TERM-DATE       PIC 9(08).
001330     02  CUR-EMP-SUPERVISOR-ID   PIC 9(07).
001340 FD  BASE-FILE
001350     VALUE OF ID IS WS-BASE-FILE-SPEC.
001360 01  BAS-RECORD.
001370     02  BAS-EMP-ID              PIC 9(07).
001380     02  BAS-EMP-NAME            PIC X(15).
001390     02  BAS-EMP-ADDRESS         PIC X(30).
001400     02  BAS-EMP-DEPT-CODE       PIC X(04).
001410     02  BAS-EMP-HIRE-DATE       PIC 9(08).
001420     02  BAS-EMP-JOB-TITLE       PIC X(20).
001430     02  BAS-EMP-STATUS          PIC X(01).
001440     02  BAS-EMP-TERM-DATE       PIC 9(08).
001450     02  BAS-EMP-SUPERVISOR-ID   PIC 9(07).
001460 FD  NEWBASE-FILE
001470     VALUE OF ID IS WS-NEWBASE-FILE-SPEC.
001480 01  NEW-RECORD.
001490     02  NEW-EMP-ID              PIC 9(07).
001500     02  NEW-EMP-NAME            PIC X(15).
001510     02  NEW-EMP-ADDRESS         PIC X(30).
001520     02  NEW-EMP-DEPT-CODE       PIC X(04).
001530     02  NEW-EMP-HIRE-DATE       PIC 9(08).
001540     02  NEW-EMP-JOB-TITLE       PIC X(20).
001550     02  NEW-EMP-STATUS          PIC X(01).
001560     02  NEW-EMP-TERM-DATE       PIC 9(08).
001570     02  NEW-EMP-SUPERVISOR-ID   PIC 9(07).
001580 FD  FEED-FILE
001590     VALUE OF ID IS WS-FEED-FILE-SPEC.
001600 01  FEED-RECORD                 PIC X(100).
001610 FD  ACK-FILE
001620     VALUE OF ID IS WS-ACK-FILE-SPEC.
001630 01  ACK-RECORD                  PIC X(100).
001640 FD  REJECT-REPORT-FILE
001650     VALUE OF ID IS WS-REPORT-FILE-SPEC.
001660 01  REJECT-REPORT-RECORD        PIC X(132).
001670 FD  CYCLEDEF-FILE.
001680 01  CYCLEDEF-RECORD             PIC X(80).
001690 FD  RUNHIST-FILE.
001700 01  RUNHIST-RECORD              PIC X(320).
001710 WORKING-STORAGE SECTION.
001720*
001730*-----------------------------------------------------------*
001740* FILE STATUS BYTES AND RUNTIME FILE SPECS.  FILE= NAMES THE *
001750* CURRENT MASTER, BASE= THE LAST-FEED ROSTER, FEED= THE      *
001760* DELTA FILE SENT TO PAYROLL, ACK= PAYROLL'S RETURN FILE AND *
001770* REPORT= THE REJECT WORKLIST.                               *
001780*-----------------------------------------------------------*
001790 01  WS-CURR-STATUS              PIC X(02).
001800 01  WS-BASE-STATUS              PIC X(02).
001810 01  WS-NEWBASE-STATUS           PIC X(02).
001820 01  WS-FEED-STATUS              PIC X(02).
001830 01  WS-ACK-STATUS               PIC X(02).
001840 01  WS-CURR-FILE-SPEC           PIC X(50)
001850     VALUE "SYS$DISK:ART.DAT".
001860 01  WS-BASE-FILE-SPEC           PIC X(50)
001870     VALUE "SYS$DISK:ARTFEED.DAT".
001880 01  WS-NEWBASE-FILE-SPEC        PIC X(50)
001890     VALUE "SYS$DISK:ARTFEED.NEW".
001900 01  WS-FEED-FILE-SPEC           PIC X(50)
001910     VALUE "SYS$DISK:PAYFEED.DAT".
001920 01  WS-ACK-FILE-SPEC            PIC X(50)
001930     VALUE "SYS$DISK:PAYACK.DAT".
001940 01  WS-REPORT-FILE-SPEC         PIC X(50)
001950     VALUE "SYS$DISK:PAYREJ.RPT".
001960 01  WS-COMMAND-LINE             PIC X(132).
001970 01  WS-PARM-WORDS.
001980     02  WS-PARM-ENTRY           PIC X(50) OCCURS 10 TIMES.
001990 01  WS-PARM-IDX                 PIC 9(2) COMP.
002000 01  WS-PARM-KEYWORD             PIC X(10).
002010 01  WS-PARM-VALUE               PIC X(40).
002020 01  WS-RUN-MODE-SW              PIC X VALUE "E".
002030     88  MODE-EXTRACT                VALUE "E".
002040     88  MODE-CONFIRM                VALUE "C".
002050*
002060*-----------------------------------------------------------*
002070* BATCH CYCLE GATE.  AN EXTRACT IS A STEP OF A CYCLE IN      *
002080* CYCLEDEF.DAT (CYCLE=, OR THE FIRST CYCLE THAT NAMES IT)    *
002090* AND WILL NOT START UNTIL EVERY PREREQUISITE STEP HAS A RUN *
002100* THAT STARTED ON THE BUSINESS DATE (CYCLEDATE=, DEFAULT     *
002110* TODAY) AND ENDED NORMALLY ON RUNHIST.LOG.  OVERRIDE=REASON *
002120* LETS THE OPERATOR START IT ANYWAY; THE REASON RUNS TO THE  *
002130* END OF THE COMMAND LINE, SO OVERRIDE= MUST BE THE LAST     *
002140* PARAMETER.  THE OVERRIDE IS LOGGED TO RUNHIST.LOG FOR THE  *
002150* CYCLCTL SIGN-OFF REPORT.                                   *
002160*-----------------------------------------------------------*
002170 01  WS-DEF-STATUS               PIC X(02).
002180 01  WS-HIST-STATUS              PIC X(02).
002190 COPY "CYCLEDEF.LIB".
002200 01  WS-GATE-JOB                 PIC X(12) VALUE "EMPDELTA".
002210 01  WS-GATE-MODE                PIC X(01) VALUE SPACE.
002220 01  WS-GATE-CYCLE               PIC X(08) VALUE SPACES.
002230 01  WS-GATE-DATE                PIC 9(08) VALUE ZERO.
002240 01  WS-GATE-STEP-TABLE.
002250     02  WS-GS-ENTRY             OCCURS 40 TIMES.
002260         03  WS-GS-CYCLE         PIC X(08).
002270         03  WS-GS-STEP          PIC X(02).
002280         03  WS-GS-JOB           PIC X(12).
002290         03  WS-GS-MODE          PIC X(01).
002300         03  WS-GS-PREREQ        PIC X(02) OCCURS 4 TIMES.
002310         03  WS-GS-NEEDED-SW     PIC X(01).
002320             88  GS-NEEDED           VALUE "Y".
002330         03  WS-GS-DONE-SW       PIC X(01).
002340             88  GS-DONE             VALUE "Y".
002350 01  WS-GS-USED                  PIC 9(03) COMP VALUE ZERO.
002360 01  WS-GS-IDX                   PIC 9(03) COMP.
002370 01  WS-GS-IDX2                  PIC 9(03) COMP.
002380 01  WS-GS-OWN                   PIC 9(03) COMP VALUE ZERO.
002390 01  WS-GATE-NEEDED-COUNT        PIC 9(03) COMP VALUE ZERO.
002400 01  WS-PQ-IDX                   PIC 9(01) COMP.
002410 01  WS-PQ-STEP                  PIC X(02).
002420 01  WS-GATE-RUN-TABLE.
002430     02  WS-GR-ENTRY             OCCURS 200 TIMES.
002440         03  WS-GR-STAMP         PIC X(17).
002450         03  WS-GR-STEP-IDX      PIC 9(03) COMP.
002460 01  WS-GR-USED                  PIC 9(03) COMP VALUE ZERO.
002470 01  WS-GR-IDX                   PIC 9(03) COMP.
002480 01  WS-GATE-MISSING             PIC X(70).
002490 01  WS-GATE-MISSING-PTR         PIC 9(03) COMP.
002500 01  WS-OVERRIDE-REASON          PIC X(80) VALUE SPACES.
002510 01  WS-OVERRIDE-POS             PIC 9(03) COMP.
002520 01  WS-HIST-WORDS.
002530     02  WS-HW-WORD              PIC X(60) OCCURS 12 TIMES.
002540 01  WS-HW-IDX                   PIC 9(02) COMP.
002550 01  WS-HL-JOB                   PIC X(12).
002560 01  WS-HL-MODE                  PIC X(01).
002570 01  WS-HL-STATUS                PIC X(10).
002580 01  WS-HL-BUSINESS              PIC X(08).
002590 01  WS-GATE-EOF-SW              PIC X.
002600     88  GATE-EOF                    VALUE "E".
002610     88  GATE-NOT-EOF                VALUE "N".
002620*
002630*-----------------------------------------------------------*
002640* PAYROLL'S FIXED-LENGTH FEED LAYOUT.  EVERY RECORD IS 100   *
002650* BYTES: A HEADER (H) WITH THE RUN STAMP, ONE DETAIL (D)     *
002660* PER EMPLOYEE ADDED/CHANGED/TERMINATED, AND A TRAILER (T)   *
002670* WITH THE COUNTS AND THE EMP-ID HASH TOTAL THE LOADER       *
002680* PROVES THE FILE AGAINST.                                   *
002690*-----------------------------------------------------------*
002700 01  WS-FEED-HEADER.
002710     02  FH-REC-TYPE             PIC X(01) VALUE "H".
002720     02  FH-RUN-DATE             PIC 9(08).
002730     02  FH-RUN-TIME             PIC 9(08).
002740     02  FILLER                  PIC X(83) VALUE SPACES.
002750 01  WS-FEED-DETAIL.
002760     02  FD-REC-TYPE             PIC X(01) VALUE "D".
002770     02  FD-ACTION               PIC X(01).
002780     02  FD-EMP-ID               PIC 9(07).
002790     02  FD-EMP-NAME             PIC X(15).
002800     02  FD-EMP-ADDRESS          PIC X(30).
002810     02  FD-EMP-DEPT-CODE        PIC X(04).
002820     02  FD-EMP-HIRE-DATE        PIC 9(08).
002830     02  FD-EMP-JOB-TITLE        PIC X(20).
002840     02  FD-EMP-STATUS           PIC X(01).
002850     02  FD-EMP-TERM-DATE        PIC 9(08).
002860     02  FILLER                  PIC X(05) VALUE SPACES.
002870 01  WS-FEED-TRAILER.
002880     02  FT-REC-TYPE             PIC X(01) VALUE "T".
002890     02  FT-ADD-COUNT            PIC 9(05).
002900     02  FT-CHANGE-COUNT         PIC 9(05).
002910     02  FT-TERM-COUNT           PIC 9(05).
002920     02  FT-DETAIL-COUNT         PIC 9(05).
002930     02  FT-EMP-ID-HASH          PIC 9(13).
002940     02  FILLER                  PIC X(66) VALUE SPACES.
002950*
002960*-----------------------------------------------------------*
002970* PAYROLL'S RETURN FILE, ALSO 100 BYTES A RECORD: A HEADER   *
002980* (H) ECHOING THE RUN STAMP OF THE FEED IT ANSWERS, ONE      *
002990* DETAIL (D) PER FEED DETAIL IN THE SAME ORDER - A FOR       *
003000* ACCEPTED, R FOR REJECTED WITH PAYROLL'S REASON CODE AND    *
003010* TEXT - AND A TRAILER (T) WITH PAYROLL'S COUNTS AND THE     *
003020* EMP-ID HASH TOTAL OF THE DETAILS THEY RECEIVED.            *
003030*-----------------------------------------------------------*
003040 01  WS-ACK-HEADER.
003050     02  AH-REC-TYPE             PIC X(01).
003060     02  AH-RUN-DATE             PIC 9(08).
003070     02  AH-RUN-TIME             PIC 9(08).
003080     02  FILLER                  PIC X(83).
003090 01  WS-ACK-DETAIL.
003100     02  AD-REC-TYPE             PIC X(01).
003110     02  AD-EMP-ID               PIC 9(07).
003120     02  AD-ACTION               PIC X(01).
003130     02  AD-RESULT               PIC X(01).
003140         88  AD-ACCEPTED             VALUE "A".
003150         88  AD-REJECTED             VALUE "R".
003160     02  AD-REASON-CODE          PIC X(04).
003170     02  AD-REASON-TEXT          PIC X(40).
003180     02  FILLER                  PIC X(46).
003190 01  WS-ACK-TRAILER.
003200     02  AT-REC-TYPE             PIC X(01).
003210     02  AT-DETAIL-COUNT         PIC 9(05).
003220     02  AT-ACCEPT-COUNT         PIC 9(05).
003230     02  AT-REJECT-COUNT         PIC 9(05).
003240     02  AT-EMP-ID-HASH          PIC 9(13).
003250     02  FILLER                  PIC X(71).
003260*
003270*-----------------------------------------------------------*
003280* CONFIRM CONTROLS.  THE RECORD TYPE OF THE LINE IN HAND ON  *
003290* EACH FILE ("*" AT END OF FILE), THE COUNTS AND HASH OF THE *
003300* LINES MATCHED, AND THE BALANCE SWITCH WITH THE REASON THE  *
003310* CONFIRM WAS REFUSED.                                       *
003320*-----------------------------------------------------------*
003330 01  WS-FEED-TYPE                PIC X(01).
003340 01  WS-ACK-TYPE                 PIC X(01).
003350 01  WS-FEED-RUN-STAMP           PIC X(16).
003360 01  WS-MATCHED-COUNT            PIC 9(05) VALUE ZERO.
003370 01  WS-MATCHED-HASH             PIC 9(13) VALUE ZERO.
003380 01  WS-ACCEPT-COUNT             PIC 9(05) VALUE ZERO.
003390 01  WS-REJECT-COUNT             PIC 9(05) VALUE ZERO.
003400 01  WS-HELD-COUNT               PIC 9(05) COMP VALUE ZERO.
003410 01  WS-BALANCE-SW               PIC X VALUE "Y".
003420     88  ACK-IN-BALANCE              VALUE "Y".
003430     88  ACK-OUT-OF-BALANCE          VALUE "N".
003440 01  WS-BALANCE-MESSAGE          PIC X(60) VALUE SPACES.
003450*
003460*-----------------------------------------------------------*
003470* REJECTED EMPLOYEES, IN FEED (EMP-ID) ORDER, WITH THE       *
003480* ROSTER IMAGE LAST CONFIRMED FOR EACH ONE SO IT CAN BE PUT  *
003490* BACK INTO THE NEW BASELINE IN PLACE OF THE CANDIDATE.  A   *
003500* REJECTED ADD HAS NO IMAGE AND STAYS OFF THE ROSTER.        *
003510*-----------------------------------------------------------*
003520 01  WS-REJECT-TABLE.
003530     02  WS-RJ-ENTRY OCCURS 500 TIMES.
003540         03  WS-RJ-EMP-ID        PIC 9(07).
003550         03  WS-RJ-BASE-SW       PIC X(01).
003560             88  RJ-HAD-BASE         VALUE "Y".
003570             88  RJ-NO-BASE          VALUE "N".
003580         03  WS-RJ-BASE-IMAGE    PIC X(100).
003590 01  WS-RJ-USED                  PIC 9(04) COMP VALUE ZERO.
003600 01  WS-RJ-IDX                   PIC 9(04) COMP.
003610 01  WS-CAND-KEY                 PIC X(07).
003620 01  WS-REJECT-KEY               PIC X(07).
003630 01  WS-HASH-PRINT               PIC Z(12)9.
003640 01  WS-HELD-PRINT               PIC ZZZZ9.
003650*
003660*-----------------------------------------------------------*
003670* MATCH KEYS AND RUN COUNTS.  AN EXHAUSTED FILE PARKS ITS    *
003680* KEY AT HIGH-VALUES AND LOSES EVERY COMPARE FOR THE REST    *
003690* OF THE MATCH, AS IN EMPCOMP.                               *
003700*-----------------------------------------------------------*
003710 01  WS-CURR-KEY                 PIC X(07).
003720 01  WS-BASE-KEY                 PIC X(07).
003730 01  D-DATE                      PIC 9(8).
003740 01  WS-RUN-TIME                 PIC 9(8).
003750 01  WS-RUN-END-TIME             PIC 9(8).
003760 01  WS-RUN-USER                 PIC X(12).
003770 01  WS-ADD-COUNT                PIC 9(05) COMP VALUE ZERO.
003780 01  WS-CHANGE-COUNT             PIC 9(05) COMP VALUE ZERO.
003790 01  WS-TERM-COUNT               PIC 9(05) COMP VALUE ZERO.
003800 01  WS-DETAIL-COUNT             PIC 9(05) COMP VALUE ZERO.
003810 01  WS-HASH-TOTAL               PIC 9(13) VALUE ZERO.
003820 01  WS-SNAP-COUNT               PIC 9(05) COMP VALUE ZERO.
003830 01  WS-CONFIRM-COUNT            PIC 9(05) COMP VALUE ZERO.
003840 01  WS-COUNT-PRINT              PIC ZZZZ9.
003850 01  EOF-SW                      PIC X.
003860     88  E-O-F                       VALUE "E".
003870     88  NOT-E-O-F                   VALUE "N".
003880 PROCEDURE DIVISION.
003890 MAIN-PROG SECTION.
003900 0000-MAINLINE.
003910     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003920     IF MODE-CONFIRM
003930         PERFORM 6000-CONFIRM-FEED THRU 6000-EXIT
003940         PERFORM 8500-REPORT-CONFIRM THRU 8500-EXIT
003950         PERFORM 8600-WRITE-RUN-END THRU 8600-EXIT
003960         STOP RUN
003970     END-IF.
003980     PERFORM 2000-MATCH-ONE-PAIR THRU 2000-EXIT
003990         UNTIL WS-CURR-KEY = HIGH-VALUES
004000           AND WS-BASE-KEY = HIGH-VALUES.
004010     PERFORM 8000-CLEANUP THRU 8000-EXIT.
004020     PERFORM 8600-WRITE-RUN-END THRU 8600-EXIT.
004030     STOP RUN.
004040*
004050*-----------------------------------------------------------*
004060* 1000-INITIALIZE - RESOLVE THE MODE AND FILE SPECS.  AN     *
004070* EXTRACT MUST PASS THE CYCLE GATE; EITHER MODE THEN WRITES  *
004080* ITS RUN-HISTORY START RECORD.  AN EXTRACT OPENS THE MASTER *
004090* AND THE LAST-FEED ROSTER, WRITES THE FEED HEADER AND       *
004100* PRIMES BOTH SIDES OF THE MATCH; A FIRST-EVER RUN WITH NO   *
004110* ARTFEED.DAT FEEDS THE WHOLE ROSTER AS ADDS.                *
004120*-----------------------------------------------------------*
004130 1000-INITIALIZE.
004140     ACCEPT D-DATE FROM DATE YYYYMMDD.
004150     ACCEPT WS-RUN-TIME FROM TIME.
004160     PERFORM 1100-RESOLVE-FILE-SPECS THRU 1100-EXIT.
004170     DISPLAY "EMPDELTA$USER" UPON ENVIRONMENT-NAME.
004180     MOVE SPACES TO WS-RUN-USER.
004190     ACCEPT WS-RUN-USER FROM ENVIRONMENT-VALUE.
004200     IF WS-RUN-USER = SPACES
004210         MOVE "*UNKNOWN*" TO WS-RUN-USER
004220     END-IF.
004230     MOVE WS-RUN-MODE-SW TO WS-GATE-MODE.
004240     IF MODE-EXTRACT
004250         PERFORM 1300-CHECK-CYCLE-GATE THRU 1300-EXIT
004260     END-IF.
004270     PERFORM 7600-WRITE-RUN-START THRU 7600-EXIT.
004280     IF MODE-CONFIRM
004290         GO TO 1000-EXIT
004300     END-IF.
004310     OPEN INPUT CURR-FILE.
004320     IF WS-CURR-STATUS NOT = "00" AND WS-CURR-STATUS NOT = "05"
004330         DISPLAY "EMPDELTA - CANNOT OPEN EMPLOYEE FILE "
004340             WS-CURR-FILE-SPEC
004350         DISPLAY "EMPDELTA - FILE STATUS " WS-CURR-STATUS
004360         STOP RUN
004370     END-IF.
004380     OPEN INPUT BASE-FILE.
004390     IF WS-BASE-STATUS NOT = "00" AND WS-BASE-STATUS NOT = "05"
004400         DISPLAY "EMPDELTA - CANNOT OPEN LAST-FEED ROSTER "
004410             WS-BASE-FILE-SPEC
004420         DISPLAY "EMPDELTA - FILE STATUS " WS-BASE-STATUS
004430         STOP RUN
004440     END-IF.
004450     OPEN OUTPUT NEWBASE-FILE.
004460     OPEN OUTPUT FEED-FILE.
004470     MOVE D-DATE TO FH-RUN-DATE.
004480     MOVE WS-RUN-TIME TO FH-RUN-TIME.
004490     MOVE WS-FEED-HEADER TO FEED-RECORD.
004500     WRITE FEED-RECORD.
004510     PERFORM 1800-READ-CURRENT THRU 1800-EXIT.
004520     PERFORM 1900-READ-BASE THRU 1900-EXIT.
004530 1000-EXIT.
004540     EXIT.
004550*
004560*-----------------------------------------------------------*
004570* 1100-RESOLVE-FILE-SPECS - SCAN THE COMMAND LINE.  MODE=    *
004580* PICKS EXTRACT OR CONFIRM; FILE=, BASE=, FEED=, ACK= AND    *
004590* REPORT= NAME THE FILES; CYCLE= AND CYCLEDATE= STEER THE    *
004600* CYCLE GATE.  OVERRIDE= AND ITS REASON ARE TAKEN OFF THE    *
004610* END OF THE LINE BEFORE THE REST IS SPLIT INTO WORDS.       *
004620*-----------------------------------------------------------*
004630 1100-RESOLVE-FILE-SPECS.
004640     MOVE SPACES TO WS-COMMAND-LINE.
004650     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
004660     MOVE ZERO TO WS-OVERRIDE-POS.
004670     INSPECT WS-COMMAND-LINE TALLYING WS-OVERRIDE-POS
004680         FOR CHARACTERS BEFORE INITIAL "OVERRIDE=".
004690     IF WS-OVERRIDE-POS < 123
004700         MOVE WS-COMMAND-LINE (WS-OVERRIDE-POS + 10:)
004710             TO WS-OVERRIDE-REASON
004720     END-IF.
004730     IF WS-OVERRIDE-POS < 132
004740         MOVE SPACES TO WS-COMMAND-LINE (WS-OVERRIDE-POS + 1:)
004750     END-IF.
004760     IF WS-COMMAND-LINE = SPACES
004770         GO TO 1100-EXIT
004780     END-IF.
004790     MOVE SPACES TO WS-PARM-WORDS.
004800     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
004810         INTO WS-PARM-ENTRY (1) WS-PARM-ENTRY (2)
004820              WS-PARM-ENTRY (3) WS-PARM-ENTRY (4)
004830              WS-PARM-ENTRY (5) WS-PARM-ENTRY (6)
004840              WS-PARM-ENTRY (7) WS-PARM-ENTRY (8)
004850              WS-PARM-ENTRY (9) WS-PARM-ENTRY (10)
004860     END-UNSTRING.
004870     PERFORM 1160-PROCESS-ONE-PARAMETER THRU 1160-EXIT
004880         VARYING WS-PARM-IDX FROM 1 BY 1
004890         UNTIL WS-PARM-IDX > 10.
004900 1100-EXIT.
004910     EXIT.
004920*
004930 1160-PROCESS-ONE-PARAMETER.
004940     IF WS-PARM-ENTRY (WS-PARM-IDX) = SPACES
004950         GO TO 1160-EXIT
004960     END-IF.
004970     MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE.
004980     UNSTRING WS-PARM-ENTRY (WS-PARM-IDX) DELIMITED BY "="
004990         INTO WS-PARM-KEYWORD WS-PARM-VALUE
005000     END-UNSTRING.
005010     IF WS-PARM-VALUE = SPACES
005020         MOVE WS-PARM-ENTRY (WS-PARM-IDX)
005030             TO WS-CURR-FILE-SPEC
005040         GO TO 1160-EXIT
005050     END-IF.
005060     EVALUATE WS-PARM-KEYWORD
005070         WHEN "MODE"
005080             IF WS-PARM-VALUE = "CONFIRM"
005090                 SET MODE-CONFIRM TO TRUE
005100             ELSE
005110                 SET MODE-EXTRACT TO TRUE
005120             END-IF
005130         WHEN "FILE"
005140             MOVE WS-PARM-VALUE TO WS-CURR-FILE-SPEC
005150         WHEN "BASE"
005160             MOVE WS-PARM-VALUE TO WS-BASE-FILE-SPEC
005170         WHEN "FEED"
005180             MOVE WS-PARM-VALUE TO WS-FEED-FILE-SPEC
005190         WHEN "ACK"
005200             MOVE WS-PARM-VALUE TO WS-ACK-FILE-SPEC
005210         WHEN "REPORT"
005220             MOVE WS-PARM-VALUE TO WS-REPORT-FILE-SPEC
005230         WHEN "CYCLE"
005240             MOVE WS-PARM-VALUE TO WS-GATE-CYCLE
005250         WHEN "CYCLEDATE"
005260             IF WS-PARM-VALUE (1:8) IS NUMERIC
005270                 MOVE WS-PARM-VALUE (1:8) TO WS-GATE-DATE
005280             END-IF
005290         WHEN OTHER
005300             CONTINUE
005310     END-EVALUATE.
005320 1160-EXIT.
005330     EXIT.
005340*
005350*-----------------------------------------------------------*
005360* 1300-CHECK-CYCLE-GATE - REFUSE TO START AHEAD OF THE       *
005370* CYCLE.  NO CYCLE DEFINITION, OR NO CYCLE THAT NAMES THIS   *
005380* JOB, LEAVES NOTHING TO WAIT FOR.  OTHERWISE EVERY          *
005390* PREREQUISITE STEP MUST HAVE ENDED NORMALLY ON THE BUSINESS *
005400* DATE, OR THE OPERATOR MUST HAVE GIVEN AN OVERRIDE REASON,  *
005410* WHICH IS LOGGED BEFORE THE RUN GOES ON.                    *
005420*-----------------------------------------------------------*
005430 1300-CHECK-CYCLE-GATE.
005440     IF WS-GATE-DATE = ZERO
005450         MOVE D-DATE TO WS-GATE-DATE
005460     END-IF.
005470     OPEN INPUT CYCLEDEF-FILE.
005480     IF WS-DEF-STATUS NOT = "00"
005490         GO TO 1300-EXIT
005500     END-IF.
005510     SET GATE-NOT-EOF TO TRUE.
005520     PERFORM 1310-LOAD-ONE-STEP THRU 1310-EXIT
005530         UNTIL GATE-EOF.
005540     CLOSE CYCLEDEF-FILE.
005550     PERFORM 1320-FIND-OWN-STEP THRU 1320-EXIT
005560         VARYING WS-GS-IDX FROM 1 BY 1
005570         UNTIL WS-GS-IDX > WS-GS-USED OR WS-GS-OWN NOT = ZERO.
005580     IF WS-GS-OWN = ZERO
005590         GO TO 1300-EXIT
005600     END-IF.
005610     PERFORM 1330-MARK-ONE-PREREQ THRU 1330-EXIT
005620         VARYING WS-PQ-IDX FROM 1 BY 1
005630         UNTIL WS-PQ-IDX > 4.
005640     IF WS-GATE-NEEDED-COUNT = ZERO
005650         GO TO 1300-EXIT
005660     END-IF.
005670     PERFORM 1340-SCAN-RUN-HISTORY THRU 1340-EXIT.
005680     MOVE SPACES TO WS-GATE-MISSING.
005690     MOVE 1 TO WS-GATE-MISSING-PTR.
005700     PERFORM 1380-LIST-ONE-MISSING THRU 1380-EXIT
005710         VARYING WS-GS-IDX FROM 1 BY 1
005720         UNTIL WS-GS-IDX > WS-GS-USED.
005730     IF WS-GATE-MISSING = SPACES
005740         DISPLAY "EMPDELTA - CYCLE " WS-GATE-CYCLE
005750             " PREREQUISITES COMPLETE FOR " WS-GATE-DATE
005760         GO TO 1300-EXIT
005770     END-IF.
005780     IF WS-OVERRIDE-REASON = SPACES
005790         DISPLAY "EMPDELTA - CYCLE " WS-GATE-CYCLE
005800             " PREREQUISITES NOT ENDED NORMALLY ON "
005810             WS-GATE-DATE
005820         DISPLAY "EMPDELTA - " WS-GATE-MISSING
005830         DISPLAY "EMPDELTA - EXTRACT NOT STARTED - RERUN WITH "
005840             "OVERRIDE=REASON TO START IT ANYWAY"
005850         STOP RUN
005860     END-IF.
005870     PERFORM 1390-LOG-OVERRIDE THRU 1390-EXIT.
005880 1300-EXIT.
005890     EXIT.
005900*
005910 1310-LOAD-ONE-STEP.
005920     READ CYCLEDEF-FILE
005930         AT END
005940             SET GATE-EOF TO TRUE
005950             GO TO 1310-EXIT
005960     END-READ.
005970     IF CYCLEDEF-RECORD = SPACES
005980         OR CYCLEDEF-RECORD (1:1) = "*"
005990         GO TO 1310-EXIT
006000     END-IF.
006010     IF WS-GS-USED NOT < 40
006020         GO TO 1310-EXIT
006030     END-IF.
006040     MOVE CYCLEDEF-RECORD TO CYCLE-DEF-LINE.
006050     ADD 1 TO WS-GS-USED.
006060     MOVE CD-CYCLE TO WS-GS-CYCLE (WS-GS-USED).
006070     MOVE CD-STEP TO WS-GS-STEP (WS-GS-USED).
006080     MOVE CD-JOB TO WS-GS-JOB (WS-GS-USED).
006090     MOVE CD-MODE TO WS-GS-MODE (WS-GS-USED).
006100     MOVE CD-PREREQ-STEP (1) TO WS-GS-PREREQ (WS-GS-USED 1).
006110     MOVE CD-PREREQ-STEP (2) TO WS-GS-PREREQ (WS-GS-USED 2).
006120     MOVE CD-PREREQ-STEP (3) TO WS-GS-PREREQ (WS-GS-USED 3).
006130     MOVE CD-PREREQ-STEP (4) TO WS-GS-PREREQ (WS-GS-USED 4).
006140     MOVE "N" TO WS-GS-NEEDED-SW (WS-GS-USED)
006150                 WS-GS-DONE-SW (WS-GS-USED).
006160 1310-EXIT.
006170     EXIT.
006180*
006190 1320-FIND-OWN-STEP.
006200     IF WS-GS-JOB (WS-GS-IDX) = WS-GATE-JOB
006210         AND (WS-GS-MODE (WS-GS-IDX) = SPACE
006220           OR WS-GS-MODE (WS-GS-IDX) = WS-GATE-MODE)
006230         AND (WS-GATE-CYCLE = SPACES
006240           OR WS-GS-CYCLE (WS-GS-IDX) = WS-GATE-CYCLE)
006250         MOVE WS-GS-IDX TO WS-GS-OWN
006260         MOVE WS-GS-CYCLE (WS-GS-IDX) TO WS-GATE-CYCLE
006270     END-IF.
006280 1320-EXIT.
006290     EXIT.
006300*
006310 1330-MARK-ONE-PREREQ.
006320     MOVE WS-GS-PREREQ (WS-GS-OWN WS-PQ-IDX) TO WS-PQ-STEP.
006330     IF WS-PQ-STEP = SPACES OR WS-PQ-STEP = "00"
006340         GO TO 1330-EXIT
006350     END-IF.
006360     PERFORM 1335-MARK-PREREQ-STEP THRU 1335-EXIT
006370         VARYING WS-GS-IDX FROM 1 BY 1
006380         UNTIL WS-GS-IDX > WS-GS-USED.
006390 1330-EXIT.
006400     EXIT.
006410*
006420 1335-MARK-PREREQ-STEP.
006430     IF WS-GS-CYCLE (WS-GS-IDX) = WS-GATE-CYCLE
006440         AND WS-GS-STEP (WS-GS-IDX) = WS-PQ-STEP
006450         AND NOT GS-NEEDED (WS-GS-IDX)
006460         MOVE "Y" TO WS-GS-NEEDED-SW (WS-GS-IDX)
006470         ADD 1 TO WS-GATE-NEEDED-COUNT
006480     END-IF.
006490 1335-EXIT.
006500     EXIT.
006510*
006520*-----------------------------------------------------------*
006530* 1340-SCAN-RUN-HISTORY - ONE PASS OVER RUNHIST.LOG.  A      *
006540* START FOR THE BUSINESS DATE FOR A PREREQUISITE STEP IS     *
006550* TABLED BY ITS START STAMP.  THE BUSINESS DATE OF A START   *
006560* IS ITS BUSINESS= WORD, OR ITS STAMP DATE WHEN IT HAS NONE, *
006570* SO A STEP RUN AFTER MIDNIGHT STILL COUNTS FOR ITS CYCLE.   *
006580* AN END RECORD WITH STATUS=NORMAL FOR A TABLED STAMP MARKS  *
006590* THAT STEP DONE.  A START WITH NO JOB= IS AN OLDER          *
006600* RMSSPECREGS START.                                         *
006610*-----------------------------------------------------------*
006620 1340-SCAN-RUN-HISTORY.
006630     OPEN INPUT RUNHIST-FILE.
006640     IF WS-HIST-STATUS NOT = "00"
006650         GO TO 1340-EXIT
006660     END-IF.
006670     SET GATE-NOT-EOF TO TRUE.
006680     PERFORM 1350-DIGEST-HISTORY-LINE THRU 1350-EXIT
006690         UNTIL GATE-EOF.
006700     CLOSE RUNHIST-FILE.
006710 1340-EXIT.
006720     EXIT.
006730*
006740 1350-DIGEST-HISTORY-LINE.
006750     READ RUNHIST-FILE
006760         AT END
006770             SET GATE-EOF TO TRUE
006780             GO TO 1350-EXIT
006790     END-READ.
006800     IF RUNHIST-RECORD (1:6) NOT = "START "
006810         AND RUNHIST-RECORD (1:6) NOT = "END   "
006820         GO TO 1350-EXIT
006830     END-IF.
006840     MOVE SPACES TO WS-HIST-WORDS WS-HL-JOB WS-HL-MODE
006850                    WS-HL-STATUS WS-HL-BUSINESS.
006860     UNSTRING RUNHIST-RECORD DELIMITED BY ALL SPACE
006870         INTO WS-HW-WORD (1) WS-HW-WORD (2)
006880              WS-HW-WORD (3) WS-HW-WORD (4)
006890              WS-HW-WORD (5) WS-HW-WORD (6)
006900              WS-HW-WORD (7) WS-HW-WORD (8)
006910              WS-HW-WORD (9) WS-HW-WORD (10)
006920              WS-HW-WORD (11) WS-HW-WORD (12)
006930     END-UNSTRING.
006940     PERFORM 1355-TAKE-ONE-WORD THRU 1355-EXIT
006950         VARYING WS-HW-IDX FROM 1 BY 1
006960         UNTIL WS-HW-IDX > 12.
006970     IF RUNHIST-RECORD (1:6) = "START "
006980         IF WS-HL-BUSINESS = SPACES
006990             MOVE RUNHIST-RECORD (7:8) TO WS-HL-BUSINESS
007000         END-IF
007010         IF WS-HL-BUSINESS NOT = WS-GATE-DATE
007020             GO TO 1350-EXIT
007030         END-IF
007040         IF WS-HL-JOB = SPACES
007050             MOVE "RMSSPECREGS" TO WS-HL-JOB
007060         END-IF
007070         PERFORM 1360-TABLE-ONE-START THRU 1360-EXIT
007080             VARYING WS-GS-IDX FROM 1 BY 1
007090             UNTIL WS-GS-IDX > WS-GS-USED
007100     ELSE
007110         IF WS-HL-STATUS = "NORMAL"
007120             PERFORM 1370-MATCH-ONE-END THRU 1370-EXIT
007130                 VARYING WS-GR-IDX FROM 1 BY 1
007140                 UNTIL WS-GR-IDX > WS-GR-USED
007150         END-IF
007160     END-IF.
007170 1350-EXIT.
007180     EXIT.
007190*
007200 1355-TAKE-ONE-WORD.
007210     IF WS-HW-WORD (WS-HW-IDX) (1:4) = "JOB="
007220         MOVE WS-HW-WORD (WS-HW-IDX) (5:12) TO WS-HL-JOB
007230     END-IF.
007240     IF WS-HW-WORD (WS-HW-IDX) (1:5) = "MODE="
007250         MOVE WS-HW-WORD (WS-HW-IDX) (6:1) TO WS-HL-MODE
007260     END-IF.
007270     IF WS-HW-WORD (WS-HW-IDX) (1:7) = "STATUS="
007280         MOVE WS-HW-WORD (WS-HW-IDX) (8:10) TO WS-HL-STATUS
007290     END-IF.
007300     IF WS-HW-WORD (WS-HW-IDX) (1:9) = "BUSINESS="
007310         MOVE WS-HW-WORD (WS-HW-IDX) (10:8) TO WS-HL-BUSINESS
007320     END-IF.
007330 1355-EXIT.
007340     EXIT.
007350*
007360 1360-TABLE-ONE-START.
007370     IF NOT GS-NEEDED (WS-GS-IDX)
007380         OR WS-GS-JOB (WS-GS-IDX) NOT = WS-HL-JOB
007390         GO TO 1360-EXIT
007400     END-IF.
007410     IF WS-GS-MODE (WS-GS-IDX) NOT = SPACE
007420         AND WS-GS-MODE (WS-GS-IDX) NOT = WS-HL-MODE
007430         GO TO 1360-EXIT
007440     END-IF.
007450     IF WS-GR-USED < 200
007460         ADD 1 TO WS-GR-USED
007470         MOVE RUNHIST-RECORD (7:17) TO WS-GR-STAMP (WS-GR-USED)
007480         MOVE WS-GS-IDX TO WS-GR-STEP-IDX (WS-GR-USED)
007490     END-IF.
007500 1360-EXIT.
007510     EXIT.
007520*
007530 1370-MATCH-ONE-END.
007540     IF WS-GR-STAMP (WS-GR-IDX) = RUNHIST-RECORD (7:17)
007550         MOVE WS-GR-STEP-IDX (WS-GR-IDX) TO WS-GS-IDX2
007560         MOVE "Y" TO WS-GS-DONE-SW (WS-GS-IDX2)
007570     END-IF.
007580 1370-EXIT.
007590     EXIT.
007600*
007610 1380-LIST-ONE-MISSING.
007620     IF NOT GS-NEEDED (WS-GS-IDX) OR GS-DONE (WS-GS-IDX)
007630         GO TO 1380-EXIT
007640     END-IF.
007650     IF WS-GATE-MISSING-PTR > 1
007660         STRING ","                     DELIMITED BY SIZE
007670             INTO WS-GATE-MISSING
007680             WITH POINTER WS-GATE-MISSING-PTR
007690         END-STRING
007700     END-IF.
007710     STRING
007720         WS-GS-STEP (WS-GS-IDX)         DELIMITED BY SIZE
007730         "-"                            DELIMITED BY SIZE
007740         WS-GS-JOB (WS-GS-IDX)          DELIMITED BY SPACE
007750         INTO WS-GATE-MISSING
007760         WITH POINTER WS-GATE-MISSING-PTR
007770     END-STRING.
007780 1380-EXIT.
007790     EXIT.
007800*
007810*-----------------------------------------------------------*
007820* 1390-LOG-OVERRIDE - RECORD WHO STARTED THE RUN AHEAD OF    *
007830* WHICH STEPS AND WHY.  AN OVERRIDE THAT CANNOT BE LOGGED IS *
007840* NOT ALLOWED.                                               *
007850*-----------------------------------------------------------*
007860 1390-LOG-OVERRIDE.
007870     OPEN EXTEND RUNHIST-FILE.
007880     IF WS-HIST-STATUS NOT = "00" AND WS-HIST-STATUS NOT = "05"
007890         DISPLAY "EMPDELTA - RUN HISTORY NOT AVAILABLE - "
007900             "STATUS=" WS-HIST-STATUS
007910         DISPLAY "EMPDELTA - OVERRIDE CANNOT BE LOGGED - "
007920             "EXTRACT NOT STARTED"
007930         STOP RUN
007940     END-IF.
007950     MOVE SPACES TO RUNHIST-RECORD.
007960     STRING
007970         "OVERRIDE "                    DELIMITED BY SIZE
007980         D-DATE                         DELIMITED BY SIZE
007990         " "                            DELIMITED BY SIZE
008000         WS-RUN-TIME                    DELIMITED BY SIZE
008010         " JOB=EMPDELTA USER="          DELIMITED BY SIZE
008020         WS-RUN-USER                    DELIMITED BY SPACE
008030         " CYCLE="                      DELIMITED BY SIZE
008040         WS-GATE-CYCLE                  DELIMITED BY SPACE
008050         " BUSINESS="                   DELIMITED BY SIZE
008060         WS-GATE-DATE                   DELIMITED BY SIZE
008070         " MISSING="                    DELIMITED BY SIZE
008080         WS-GATE-MISSING                DELIMITED BY SPACE
008090         " REASON="                     DELIMITED BY SIZE
008100         FUNCTION TRIM (WS-OVERRIDE-REASON)
008110                                        DELIMITED BY SIZE
008120         INTO RUNHIST-RECORD
008130     END-STRING.
008140     WRITE RUNHIST-RECORD.
008150     CLOSE RUNHIST-FILE.
008160     DISPLAY "EMPDELTA - CYCLE " WS-GATE-CYCLE
008170         " PREREQUISITES OVERRIDDEN BY " WS-RUN-USER.
008180     DISPLAY "EMPDELTA - NOT ENDED NORMALLY: " WS-GATE-MISSING.
008190     DISPLAY "EMPDELTA - REASON: " WS-OVERRIDE-REASON.
008200 1390-EXIT.
008210     EXIT.
008220*
008230*-----------------------------------------------------------*
008240* 1800-READ-CURRENT / 1900-READ-BASE - ADVANCE ONE SIDE OF   *
008250* THE MATCH, PARKING THE KEY AT HIGH-VALUES AT END OF FILE.  *
008260* EVERY CURRENT RECORD READ ALSO GOES TO THE ARTFEED.NEW     *
008270* CANDIDATE, SO THE SNAPSHOT IS THE WHOLE ROSTER.            *
008280*-----------------------------------------------------------*
008290 1800-READ-CURRENT.
008300     READ CURR-FILE NEXT RECORD
008310         AT END
008320             MOVE HIGH-VALUES TO WS-CURR-KEY
008330         NOT AT END
008340             MOVE CUR-EMP-ID TO WS-CURR-KEY
008350             MOVE CUR-RECORD TO NEW-RECORD
008360             WRITE NEW-RECORD
008370             ADD 1 TO WS-SNAP-COUNT
008380     END-READ.
008390 1800-EXIT.
008400     EXIT.
008410*
008420 1900-READ-BASE.
008430     READ BASE-FILE NEXT RECORD
008440         AT END
008450             MOVE HIGH-VALUES TO WS-BASE-KEY
008460         NOT AT END
008470             MOVE BAS-EMP-ID TO WS-BASE-KEY
008480     END-READ.
008490 1900-EXIT.
008500     EXIT.
008510*
008520*-----------------------------------------------------------*
008530* 2000-MATCH-ONE-PAIR - CLASSIC TWO-FILE MATCH ON EMP-ID: A  *
008540* KEY ONLY ON THE CURRENT SIDE IS AN ADD, ONLY ON THE BASE   *
008550* SIDE A TERMINATION, ON BOTH SIDES A COMPARE THAT FEEDS A   *
008560* CHANGE (OR A TERMINATION WHEN THE STATUS FLIPPED TO T).    *
008570*-----------------------------------------------------------*
008580 2000-MATCH-ONE-PAIR.
008590     EVALUATE TRUE
008600         WHEN WS-CURR-KEY < WS-BASE-KEY
008610             PERFORM 2100-FEED-ADD THRU 2100-EXIT
008620             PERFORM 1800-READ-CURRENT THRU 1800-EXIT
008630         WHEN WS-BASE-KEY < WS-CURR-KEY
008640             PERFORM 2200-FEED-DROPPED THRU 2200-EXIT
008650             PERFORM 1900-READ-BASE THRU 1900-EXIT
008660         WHEN OTHER
008670             PERFORM 2300-FEED-IF-CHANGED THRU 2300-EXIT
008680             PERFORM 1800-READ-CURRENT THRU 1800-EXIT
008690             PERFORM 1900-READ-BASE THRU 1900-EXIT
008700     END-EVALUATE.
008710 2000-EXIT.
008720     EXIT.
008730*
008740 2100-FEED-ADD.
008750     ADD 1 TO WS-ADD-COUNT.
008760     MOVE "A" TO FD-ACTION.
008770     PERFORM 2500-BUILD-DETAIL-FROM-CURR THRU 2500-EXIT.
008780     PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT.
008790 2100-EXIT.
008800     EXIT.
008810*
008820*-----------------------------------------------------------*
008830* 2200-FEED-DROPPED - ON THE BASE SIDE ONLY: THE EMPLOYEE    *
008840* WAS DELETED OR PURGED SINCE THE LAST FEED, SO PAYROLL      *
008850* GETS A TERMINATION CARRYING THE LAST IMAGE WE SENT THEM.   *
008860*-----------------------------------------------------------*
008870 2200-FEED-DROPPED.
008880     ADD 1 TO WS-TERM-COUNT.
008890     MOVE "T" TO FD-ACTION.
008900     MOVE BAS-EMP-ID        TO FD-EMP-ID.
008910     MOVE BAS-EMP-NAME      TO FD-EMP-NAME.
008920     MOVE BAS-EMP-ADDRESS   TO FD-EMP-ADDRESS.
008930     MOVE BAS-EMP-DEPT-CODE TO FD-EMP-DEPT-CODE.
008940     MOVE BAS-EMP-HIRE-DATE TO FD-EMP-HIRE-DATE.
008950     MOVE BAS-EMP-JOB-TITLE TO FD-EMP-JOB-TITLE.
008960     MOVE "T"               TO FD-EMP-STATUS.
008970     MOVE BAS-EMP-TERM-DATE TO FD-EMP-TERM-DATE.
008980     PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT.
008990 2200-EXIT.
009000     EXIT.
009010*
009020*-----------------------------------------------------------*
009030* 2300-FEED-IF-CHANGED - SAME EMP-ID ON BOTH SIDES: ANY      *
009040* DIFFERENCE IN THE FIELDS PAYROLL CARRIES FEEDS THE CURRENT *
009050* IMAGE, AS A TERMINATION WHEN THE STATUS FLIPPED TO T AND   *
009060* AS A CHANGE OTHERWISE.  AN UNCHANGED EMPLOYEE IS NOT FED   *
009070* AT ALL - THAT IS THE POINT OF THE DELTA.  THE COMPARE      *
009080* STOPS AT EMP-TERM-DATE (THE FIRST 93 BYTES): A CHANGE OF   *
009090* SUPERVISOR ALONE IS NOT PAYROLL'S BUSINESS AND IS CARRIED  *
009100* INTO THE NEW ROSTER IMAGE WITHOUT A FEED RECORD.           *
009110*-----------------------------------------------------------*
009120 2300-FEED-IF-CHANGED.
009130     IF CUR-RECORD (1:93) = BAS-RECORD (1:93)
009140         GO TO 2300-EXIT
009150     END-IF.
009160     IF CUR-EMP-STATUS = "T" AND BAS-EMP-STATUS NOT = "T"
009170         ADD 1 TO WS-TERM-COUNT
009180         MOVE "T" TO FD-ACTION
009190     ELSE
009200         ADD 1 TO WS-CHANGE-COUNT
009210         MOVE "C" TO FD-ACTION
009220     END-IF.
009230     PERFORM 2500-BUILD-DETAIL-FROM-CURR THRU 2500-EXIT.
009240     PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT.
009250 2300-EXIT.
009260     EXIT.
009270*
009280 2500-BUILD-DETAIL-FROM-CURR.
009290     MOVE CUR-EMP-ID        TO FD-EMP-ID.
009300     MOVE CUR-EMP-NAME      TO FD-EMP-NAME.
009310     MOVE CUR-EMP-ADDRESS   TO FD-EMP-ADDRESS.
009320     MOVE CUR-EMP-DEPT-CODE TO FD-EMP-DEPT-CODE.
009330     MOVE CUR-EMP-HIRE-DATE TO FD-EMP-HIRE-DATE.
009340     MOVE CUR-EMP-JOB-TITLE TO FD-EMP-JOB-TITLE.
009350     MOVE CUR-EMP-STATUS    TO FD-EMP-STATUS.
009360     MOVE CUR-EMP-TERM-DATE TO FD-EMP-TERM-DATE.
009370 2500-EXIT.
009380     EXIT.
009390*
009400 2900-WRITE-DETAIL.
009410     ADD 1 TO WS-DETAIL-COUNT.
009420     ADD FD-EMP-ID TO WS-HASH-TOTAL.
009430     MOVE WS-FEED-DETAIL TO FEED-RECORD.
009440     WRITE FEED-RECORD.
009450 2900-EXIT.
009460     EXIT.
009470*
009480*-----------------------------------------------------------*
009490* 6000-CONFIRM-FEED - MODE=CONFIRM, RUN WHEN PAYROLL'S       *
009500* RETURN FILE ARRIVES.  THE RETURN FILE IS PROVED AGAINST    *
009510* PAYFEED.DAT FIRST; ONLY WHEN IT BALANCES IS THE NEW        *
009520* LAST-FEED ROSTER BUILT FROM THE ARTFEED.NEW CANDIDATE,     *
009530* WITH EACH REJECTED EMPLOYEE PUT BACK AS LAST CONFIRMED.    *
009540*-----------------------------------------------------------*
009550 6000-CONFIRM-FEED.
009560     OPEN INPUT NEWBASE-FILE.
009570     IF WS-NEWBASE-STATUS NOT = "00"
009580         AND WS-NEWBASE-STATUS NOT = "05"
009590         DISPLAY "EMPDELTA - NO FEED CANDIDATE TO CONFIRM - "
009600             "STATUS=" WS-NEWBASE-STATUS
009610         STOP RUN
009620     END-IF.
009630     OPEN INPUT FEED-FILE.
009640     IF WS-FEED-STATUS NOT = "00"
009650         DISPLAY "EMPDELTA - CANNOT OPEN FEED FILE "
009660             WS-FEED-FILE-SPEC
009670         DISPLAY "EMPDELTA - FILE STATUS " WS-FEED-STATUS
009680         STOP RUN
009690     END-IF.
009700     OPEN INPUT ACK-FILE.
009710     IF WS-ACK-STATUS NOT = "00"
009720         DISPLAY "EMPDELTA - NO PAYROLL ACKNOWLEDGEMENT "
009730             WS-ACK-FILE-SPEC
009740         DISPLAY "EMPDELTA - FILE STATUS " WS-ACK-STATUS
009750         DISPLAY "EMPDELTA - CONFIRM REFUSED, ARTFEED.DAT "
009760             "NOT CHANGED"
009770         STOP RUN
009780     END-IF.
009790     OPEN OUTPUT REJECT-REPORT-FILE.
009800     PERFORM 6100-PROVE-ACKNOWLEDGEMENT THRU 6100-EXIT.
009810     IF ACK-OUT-OF-BALANCE
009820         PERFORM 6800-REFUSE-CONFIRM THRU 6800-EXIT
009830     END-IF.
009840     PERFORM 6400-CAPTURE-REJECTED-BASE THRU 6400-EXIT.
009850     OPEN OUTPUT BASE-FILE.
009860     SET NOT-E-O-F TO TRUE.
009870     PERFORM 6900-READ-CANDIDATE THRU 6900-EXIT.
009880     MOVE ZERO TO WS-RJ-IDX.
009890     PERFORM 6650-NEXT-REJECT THRU 6650-EXIT.
009900     PERFORM 6500-MERGE-ONE-RECORD THRU 6500-EXIT
009910         UNTIL WS-CAND-KEY = HIGH-VALUES
009920           AND WS-REJECT-KEY = HIGH-VALUES.
009930     MOVE SPACES TO REJECT-REPORT-RECORD.
009940     MOVE WS-CONFIRM-COUNT TO WS-COUNT-PRINT.
009950     MOVE WS-HELD-COUNT TO WS-HELD-PRINT.
009960     STRING
009970         "CONFIRMED INTO ARTFEED.DAT="  DELIMITED BY SIZE
009980         WS-COUNT-PRINT                 DELIMITED BY SIZE
009990         "  HELD FOR RESEND="           DELIMITED BY SIZE
010000         WS-HELD-PRINT                  DELIMITED BY SIZE
010010         INTO REJECT-REPORT-RECORD
010020     END-STRING.
010030     WRITE REJECT-REPORT-RECORD.
010040     CLOSE NEWBASE-FILE BASE-FILE REJECT-REPORT-FILE.
010050 6000-EXIT.
010060     EXIT.
010070*
010080*-----------------------------------------------------------*
010090* 6100-PROVE-ACKNOWLEDGEMENT - THE RETURN FILE MUST ANSWER   *
010100* THIS FEED (SAME RUN STAMP), CARRY ONE LINE PER FEED DETAIL *
010110* IN THE SAME ORDER FOR THE SAME EMP-ID AND ACTION, AND ITS  *
010120* TRAILER MUST AGREE WITH THE FEED TRAILER AND WITH THE      *
010130* LINES THEMSELVES.  THE FIRST FAILURE STOPS THE PROOF.      *
010140*-----------------------------------------------------------*
010150 6100-PROVE-ACKNOWLEDGEMENT.
010160     PERFORM 6150-READ-FEED THRU 6150-EXIT.
010170     PERFORM 6160-READ-ACK THRU 6160-EXIT.
010180     MOVE FEED-RECORD TO WS-FEED-HEADER.
010190     MOVE ACK-RECORD TO WS-ACK-HEADER.
010200     MOVE SPACES TO REJECT-REPORT-RECORD.
010210     STRING
010220         "PAYROLL REJECT WORKLIST "     DELIMITED BY SIZE
010230         D-DATE                         DELIMITED BY SIZE
010240         "  FEED OF "                   DELIMITED BY SIZE
010250         FH-RUN-DATE                    DELIMITED BY SIZE
010260         " "                            DELIMITED BY SIZE
010270         FH-RUN-TIME                    DELIMITED BY SIZE
010280         INTO REJECT-REPORT-RECORD
010290     END-STRING.
010300     WRITE REJECT-REPORT-RECORD.
010310     MOVE SPACES TO REJECT-REPORT-RECORD.
010320     WRITE REJECT-REPORT-RECORD.
010330     MOVE "EMP-ID   NAME            ACT  CODE  REASON"
010340         TO REJECT-REPORT-RECORD.
010350     WRITE REJECT-REPORT-RECORD.
010360     IF WS-FEED-TYPE NOT = "H"
010370         MOVE "PAYFEED.DAT HAS NO HEADER RECORD"
010380             TO WS-BALANCE-MESSAGE
010390         SET ACK-OUT-OF-BALANCE TO TRUE
010400         GO TO 6100-CLOSE
010410     END-IF.
010420     IF WS-ACK-TYPE NOT = "H"
010430         OR AH-RUN-DATE NOT = FH-RUN-DATE
010440         OR AH-RUN-TIME NOT = FH-RUN-TIME
010450         MOVE "ACKNOWLEDGEMENT HEADER DOES NOT MATCH THIS FEED"
010460             TO WS-BALANCE-MESSAGE
010470         SET ACK-OUT-OF-BALANCE TO TRUE
010480         GO TO 6100-CLOSE
010490     END-IF.
010500     PERFORM 6150-READ-FEED THRU 6150-EXIT.
010510     PERFORM 6160-READ-ACK THRU 6160-EXIT.
010520     PERFORM 6200-MATCH-ONE-DETAIL THRU 6200-EXIT
010530         UNTIL WS-FEED-TYPE NOT = "D"
010540            OR ACK-OUT-OF-BALANCE.
010550     IF ACK-OUT-OF-BALANCE
010560         GO TO 6100-CLOSE
010570     END-IF.
010580     IF WS-ACK-TYPE = "D"
010590         MOVE "ACKNOWLEDGEMENT HAS MORE DETAIL LINES THAN FEED"
010600             TO WS-BALANCE-MESSAGE
010610         SET ACK-OUT-OF-BALANCE TO TRUE
010620         GO TO 6100-CLOSE
010630     END-IF.
010640     IF WS-FEED-TYPE NOT = "T"
010650         MOVE "PAYFEED.DAT HAS NO TRAILER RECORD"
010660             TO WS-BALANCE-MESSAGE
010670         SET ACK-OUT-OF-BALANCE TO TRUE
010680         GO TO 6100-CLOSE
010690     END-IF.
010700     IF WS-ACK-TYPE NOT = "T"
010710         MOVE "ACKNOWLEDGEMENT HAS NO TRAILER RECORD"
010720             TO WS-BALANCE-MESSAGE
010730         SET ACK-OUT-OF-BALANCE TO TRUE
010740         GO TO 6100-CLOSE
010750     END-IF.
010760     MOVE FEED-RECORD TO WS-FEED-TRAILER.
010770     MOVE ACK-RECORD TO WS-ACK-TRAILER.
010780     IF FT-DETAIL-COUNT NOT = WS-MATCHED-COUNT
010790         OR FT-EMP-ID-HASH NOT = WS-MATCHED-HASH
010800         MOVE "PAYFEED.DAT TRAILER DOES NOT MATCH ITS DETAILS"
010810             TO WS-BALANCE-MESSAGE
010820         SET ACK-OUT-OF-BALANCE TO TRUE
010830         GO TO 6100-CLOSE
010840     END-IF.
010850     IF AT-DETAIL-COUNT NOT NUMERIC
010860         OR AT-ACCEPT-COUNT NOT NUMERIC
010870         OR AT-REJECT-COUNT NOT NUMERIC
010880         OR AT-EMP-ID-HASH NOT NUMERIC
010890         MOVE "ACKNOWLEDGEMENT TRAILER TOTALS NOT NUMERIC"
010900             TO WS-BALANCE-MESSAGE
010910         SET ACK-OUT-OF-BALANCE TO TRUE
010920         GO TO 6100-CLOSE
010930     END-IF.
010940     IF AT-DETAIL-COUNT NOT = FT-DETAIL-COUNT
010950         OR AT-EMP-ID-HASH NOT = FT-EMP-ID-HASH
010960         MOVE "PAYROLL CONTROL TOTALS DISAGREE WITH FEED TRAILER"
010970             TO WS-BALANCE-MESSAGE
010980         SET ACK-OUT-OF-BALANCE TO TRUE
010990         GO TO 6100-CLOSE
011000     END-IF.
011010     IF AT-ACCEPT-COUNT NOT = WS-ACCEPT-COUNT
011020         OR AT-REJECT-COUNT NOT = WS-REJECT-COUNT
011030         MOVE "PAYROLL ACCEPT/REJECT COUNTS DISAGREE WITH LINES"
011040             TO WS-BALANCE-MESSAGE
011050         SET ACK-OUT-OF-BALANCE TO TRUE
011060         GO TO 6100-CLOSE
011070     END-IF.
011080 6100-CLOSE.
011090     CLOSE FEED-FILE ACK-FILE.
011100     PERFORM 6700-WRITE-BALANCE-LINES THRU 6700-EXIT.
011110 6100-EXIT.
011120     EXIT.
011130*
011140 6150-READ-FEED.
011150     READ FEED-FILE
011160         AT END
011170             MOVE "*" TO WS-FEED-TYPE
011180         NOT AT END
011190             MOVE FEED-RECORD (1:1) TO WS-FEED-TYPE
011200     END-READ.
011210 6150-EXIT.
011220     EXIT.
011230*
011240 6160-READ-ACK.
011250     READ ACK-FILE
011260         AT END
011270             MOVE "*" TO WS-ACK-TYPE
011280         NOT AT END
011290             MOVE ACK-RECORD (1:1) TO WS-ACK-TYPE
011300     END-READ.
011310 6160-EXIT.
011320     EXIT.
011330*
011340*-----------------------------------------------------------*
011350* 6200-MATCH-ONE-DETAIL - PAIR ONE FEED DETAIL WITH PAYROLL'S*
011360* LINE FOR IT, COUNT AND HASH IT, AND LIST IT IF REJECTED.   *
011370*-----------------------------------------------------------*
011380 6200-MATCH-ONE-DETAIL.
011390     IF WS-ACK-TYPE NOT = "D"
011400         MOVE "ACKNOWLEDGEMENT HAS FEWER DETAIL LINES THAN FEED"
011410             TO WS-BALANCE-MESSAGE
011420         SET ACK-OUT-OF-BALANCE TO TRUE
011430         GO TO 6200-EXIT
011440     END-IF.
011450     MOVE FEED-RECORD TO WS-FEED-DETAIL.
011460     MOVE ACK-RECORD TO WS-ACK-DETAIL.
011470     IF AD-EMP-ID NOT = FD-EMP-ID
011480         OR AD-ACTION NOT = FD-ACTION
011490         STRING
011500             "ACKNOWLEDGEMENT OUT OF STEP WITH FEED AT EMP-ID "
011510                                        DELIMITED BY SIZE
011520             FD-EMP-ID                  DELIMITED BY SIZE
011530             INTO WS-BALANCE-MESSAGE
011540         END-STRING
011550         SET ACK-OUT-OF-BALANCE TO TRUE
011560         GO TO 6200-EXIT
011570     END-IF.
011580     IF NOT AD-ACCEPTED AND NOT AD-REJECTED
011590         STRING
011600             "NO ACCEPT OR REJECT CODE FOR EMP-ID "
011610                                        DELIMITED BY SIZE
011620             FD-EMP-ID                  DELIMITED BY SIZE
011630             INTO WS-BALANCE-MESSAGE
011640         END-STRING
011650         SET ACK-OUT-OF-BALANCE TO TRUE
011660         GO TO 6200-EXIT
011670     END-IF.
011680     ADD 1 TO WS-MATCHED-COUNT.
011690     ADD FD-EMP-ID TO WS-MATCHED-HASH.
011700     IF AD-ACCEPTED
011710         ADD 1 TO WS-ACCEPT-COUNT
011720     ELSE
011730         PERFORM 6300-LIST-REJECT THRU 6300-EXIT
011740     END-IF.
011750     PERFORM 6150-READ-FEED THRU 6150-EXIT.
011760     PERFORM 6160-READ-ACK THRU 6160-EXIT.
011770 6200-EXIT.
011780     EXIT.
011790*
011800*-----------------------------------------------------------*
011810* 6300-LIST-REJECT - PUT THE REJECT ON HR'S WORKLIST AND IN  *
011820* THE TABLE OF EMPLOYEES TO HOLD BACK.  A FEED WITH MORE     *
011830* REJECTS THAN THE TABLE HOLDS IS NOT CONFIRMED AT ALL, SO   *
011840* THE WHOLE DELTA GOES AGAIN.                                *
011850*-----------------------------------------------------------*
011860 6300-LIST-REJECT.
011870     ADD 1 TO WS-REJECT-COUNT.
011880     MOVE SPACES TO REJECT-REPORT-RECORD.
011890     STRING
011900         FD-EMP-ID                      DELIMITED BY SIZE
011910         "  "                           DELIMITED BY SIZE
011920         FD-EMP-NAME                    DELIMITED BY SIZE
011930         "  "                           DELIMITED BY SIZE
011940         FD-ACTION                      DELIMITED BY SIZE
011950         "    "                         DELIMITED BY SIZE
011960         AD-REASON-CODE                 DELIMITED BY SIZE
011970         "  "                           DELIMITED BY SIZE
011980         AD-REASON-TEXT                 DELIMITED BY SIZE
011990         INTO REJECT-REPORT-RECORD
012000     END-STRING.
012010     WRITE REJECT-REPORT-RECORD.
012020     IF WS-RJ-USED = 500
012030         MOVE "TOO MANY REJECTS TO HOLD BACK - RESEND WHOLE FEED"
012040             TO WS-BALANCE-MESSAGE
012050         SET ACK-OUT-OF-BALANCE TO TRUE
012060         GO TO 6300-EXIT
012070     END-IF.
012080     ADD 1 TO WS-RJ-USED.
012090     MOVE FD-EMP-ID TO WS-RJ-EMP-ID (WS-RJ-USED).
012100     SET RJ-NO-BASE (WS-RJ-USED) TO TRUE.
012110     MOVE SPACES TO WS-RJ-BASE-IMAGE (WS-RJ-USED).
012120 6300-EXIT.
012130     EXIT.
012140*
012150*-----------------------------------------------------------*
012160* 6400-CAPTURE-REJECTED-BASE - BEFORE ARTFEED.DAT IS         *
012170* REWRITTEN, SAVE THE IMAGE LAST CONFIRMED FOR EACH REJECTED *
012180* EMPLOYEE.  BOTH THE ROSTER AND THE TABLE ARE IN EMP-ID     *
012190* ORDER, SO ONE PASS PAIRS THEM.                             *
012200*-----------------------------------------------------------*
012210 6400-CAPTURE-REJECTED-BASE.
012220     IF WS-RJ-USED = ZERO
012230         GO TO 6400-EXIT
012240     END-IF.
012250     OPEN INPUT BASE-FILE.
012260     IF WS-BASE-STATUS NOT = "00" AND WS-BASE-STATUS NOT = "05"
012270         DISPLAY "EMPDELTA - CANNOT OPEN LAST-FEED ROSTER "
012280             WS-BASE-FILE-SPEC
012290         DISPLAY "EMPDELTA - FILE STATUS " WS-BASE-STATUS
012300         STOP RUN
012310     END-IF.
012320     MOVE 1 TO WS-RJ-IDX.
012330     PERFORM 1900-READ-BASE THRU 1900-EXIT.
012340     PERFORM 6450-MATCH-ONE-BASE THRU 6450-EXIT
012350         UNTIL WS-BASE-KEY = HIGH-VALUES
012360            OR WS-RJ-IDX > WS-RJ-USED.
012370     CLOSE BASE-FILE.
012380 6400-EXIT.
012390     EXIT.
012400*
012410 6450-MATCH-ONE-BASE.
012420     IF WS-RJ-EMP-ID (WS-RJ-IDX) < BAS-EMP-ID
012430         ADD 1 TO WS-RJ-IDX
012440         GO TO 6450-EXIT
012450     END-IF.
012460     IF WS-RJ-EMP-ID (WS-RJ-IDX) = BAS-EMP-ID
012470         MOVE BAS-RECORD TO WS-RJ-BASE-IMAGE (WS-RJ-IDX)
012480         SET RJ-HAD-BASE (WS-RJ-IDX) TO TRUE
012490         ADD 1 TO WS-RJ-IDX
012500     END-IF.
012510     PERFORM 1900-READ-BASE THRU 1900-EXIT.
012520 6450-EXIT.
012530     EXIT.
012540*
012550*-----------------------------------------------------------*
012560* 6500-MERGE-ONE-RECORD - BUILD THE NEW LAST-FEED ROSTER.  A *
012570* CANDIDATE RECORD NOT REJECTED IS CONFIRMED; A REJECTED     *
012580* EMPLOYEE GETS THE IMAGE LAST CONFIRMED INSTEAD, WHETHER OR *
012590* NOT THE CANDIDATE STILL HOLDS THEM.                        *
012600*-----------------------------------------------------------*
012610 6500-MERGE-ONE-RECORD.
012620     EVALUATE TRUE
012630         WHEN WS-CAND-KEY < WS-REJECT-KEY
012640             MOVE NEW-RECORD TO BAS-RECORD
012650             WRITE BAS-RECORD
012660             ADD 1 TO WS-CONFIRM-COUNT
012670             PERFORM 6900-READ-CANDIDATE THRU 6900-EXIT
012680         WHEN WS-REJECT-KEY < WS-CAND-KEY
012690             PERFORM 6600-HOLD-BACK THRU 6600-EXIT
012700             PERFORM 6650-NEXT-REJECT THRU 6650-EXIT
012710         WHEN OTHER
012720             PERFORM 6600-HOLD-BACK THRU 6600-EXIT
012730             PERFORM 6900-READ-CANDIDATE THRU 6900-EXIT
012740             PERFORM 6650-NEXT-REJECT THRU 6650-EXIT
012750     END-EVALUATE.
012760 6500-EXIT.
012770     EXIT.
012780*
012790 6600-HOLD-BACK.
012800     ADD 1 TO WS-HELD-COUNT.
012810     IF RJ-HAD-BASE (WS-RJ-IDX)
012820         MOVE WS-RJ-BASE-IMAGE (WS-RJ-IDX) TO BAS-RECORD
012830         WRITE BAS-RECORD
012840     END-IF.
012850 6600-EXIT.
012860     EXIT.
012870*
012880 6650-NEXT-REJECT.
012890     ADD 1 TO WS-RJ-IDX.
012900     IF WS-RJ-IDX > WS-RJ-USED
012910         MOVE HIGH-VALUES TO WS-REJECT-KEY
012920     ELSE
012930         MOVE WS-RJ-EMP-ID (WS-RJ-IDX) TO WS-REJECT-KEY
012940     END-IF.
012950 6650-EXIT.
012960     EXIT.
012970*
012980*-----------------------------------------------------------*
012990* 6700-WRITE-BALANCE-LINES - CLOSE THE WORKLIST WITH THE     *
013000* LINE COUNTS AND THE OUTCOME OF THE PROOF.                  *
013010*-----------------------------------------------------------*
013020 6700-WRITE-BALANCE-LINES.
013030     MOVE SPACES TO REJECT-REPORT-RECORD.
013040     WRITE REJECT-REPORT-RECORD.
013050     MOVE SPACES TO REJECT-REPORT-RECORD.
013060     MOVE WS-MATCHED-HASH TO WS-HASH-PRINT.
013070     STRING
013080         "FEED DETAILS="                DELIMITED BY SIZE
013090         WS-MATCHED-COUNT               DELIMITED BY SIZE
013100         "  ACCEPTED="                  DELIMITED BY SIZE
013110         WS-ACCEPT-COUNT                DELIMITED BY SIZE
013120         "  REJECTED="                  DELIMITED BY SIZE
013130         WS-REJECT-COUNT                DELIMITED BY SIZE
013140         "  EMP-ID HASH="               DELIMITED BY SIZE
013150         WS-HASH-PRINT                  DELIMITED BY SIZE
013160         INTO REJECT-REPORT-RECORD
013170     END-STRING.
013180     WRITE REJECT-REPORT-RECORD.
013190     MOVE SPACES TO REJECT-REPORT-RECORD.
013200     IF ACK-IN-BALANCE
013210         MOVE "ACKNOWLEDGEMENT IN BALANCE WITH FEED TRAILER"
013220             TO REJECT-REPORT-RECORD
013230     ELSE
013240         STRING
013250             "OUT OF BALANCE - "        DELIMITED BY SIZE
013260             WS-BALANCE-MESSAGE         DELIMITED BY SIZE
013270             INTO REJECT-REPORT-RECORD
013280         END-STRING
013290     END-IF.
013300     WRITE REJECT-REPORT-RECORD.
013310 6700-EXIT.
013320     EXIT.
013330*
013340*-----------------------------------------------------------*
013350* 6800-REFUSE-CONFIRM - THE RETURN FILE DOES NOT BALANCE:    *
013360* ARTFEED.DAT IS LEFT UNTOUCHED, SO THE NEXT EXTRACT SENDS   *
013370* THE SAME DELTA AGAIN.                                      *
013380*-----------------------------------------------------------*
013390 6800-REFUSE-CONFIRM.
013400     MOVE "CONFIRM REFUSED - ARTFEED.DAT NOT CHANGED"
013410         TO REJECT-REPORT-RECORD.
013420     WRITE REJECT-REPORT-RECORD.
013430     CLOSE NEWBASE-FILE REJECT-REPORT-FILE.
013440     DISPLAY "EMPDELTA - PAYROLL ACKNOWLEDGEMENT OUT OF BALANCE".
013450     DISPLAY "EMPDELTA - " WS-BALANCE-MESSAGE.
013460     DISPLAY "EMPDELTA - CONFIRM REFUSED, ARTFEED.DAT "
013470         "NOT CHANGED".
013480     STOP RUN.
013490 6800-EXIT.
013500     EXIT.
013510*
013520 6900-READ-CANDIDATE.
013530     READ NEWBASE-FILE NEXT RECORD
013540         AT END
013550             SET E-O-F TO TRUE
013560             MOVE HIGH-VALUES TO WS-CAND-KEY
013570         NOT AT END
013580             MOVE NEW-EMP-ID TO WS-CAND-KEY
013590     END-READ.
013600 6900-EXIT.
013610     EXIT.
013620*
013630*-----------------------------------------------------------*
013640* 7600-WRITE-RUN-START - APPEND THE RUN-HISTORY START        *
013650* RECORD, WITH THE RUN MODE, ONCE THE CYCLE GATE IS          *
013660* PASSED.  IT CARRIES THE BUSINESS DATE THE GATE CHECKED (A  *
013670* CONFIRM, WHICH IS NOT GATED, TAKES CYCLEDATE= OR TODAY) SO *
013680* THE SIGN-OFF COUNTS THE RUN FOR THAT DATE EVEN PAST        *
013690* MIDNIGHT.  A RUN THAT STOPS SHORT - A FILE THAT WILL NOT   *
013700* OPEN, A REFUSED CONFIRM - NEVER WRITES ITS END RECORD, AND *
013710* SHOWS ON THE SIGN-OFF AS FAILED.                           *
013720*-----------------------------------------------------------*
013730 7600-WRITE-RUN-START.
013740     IF WS-GATE-DATE = ZERO
013750         MOVE D-DATE TO WS-GATE-DATE
013760     END-IF.
013770     OPEN EXTEND RUNHIST-FILE.
013780     IF WS-HIST-STATUS NOT = "00" AND WS-HIST-STATUS NOT = "05"
013790         DISPLAY "EMPDELTA - RUN HISTORY NOT AVAILABLE - "
013800             "STATUS=" WS-HIST-STATUS
013810         GO TO 7600-EXIT
013820     END-IF.
013830     MOVE SPACES TO RUNHIST-RECORD.
013840     STRING
013850         "START "                       DELIMITED BY SIZE
013860         D-DATE                         DELIMITED BY SIZE
013870         " "                            DELIMITED BY SIZE
013880         WS-RUN-TIME                    DELIMITED BY SIZE
013890         " JOB=EMPDELTA USER="          DELIMITED BY SIZE
013900         WS-RUN-USER                    DELIMITED BY SIZE
013910         " BUSINESS="                   DELIMITED BY SIZE
013920         WS-GATE-DATE                   DELIMITED BY SIZE
013930         " MODE="                       DELIMITED BY SIZE
013940         WS-RUN-MODE-SW                 DELIMITED BY SIZE
013950         " FILE="                       DELIMITED BY SIZE
013960         FUNCTION TRIM (WS-CURR-FILE-SPEC)
013970                                        DELIMITED BY SIZE
013980         INTO RUNHIST-RECORD
013990     END-STRING.
014000     WRITE RUNHIST-RECORD.
014010     CLOSE RUNHIST-FILE.
014020 7600-EXIT.
014030     EXIT.
014040*
014050*-----------------------------------------------------------*
014060* 8000-CLEANUP - WRITE THE FEED TRAILER, CLOSE THE FILES     *
014070* AND REPORT THE RUN COUNTS ON THE OPERATOR LOG.             *
014080*-----------------------------------------------------------*
014090 8000-CLEANUP.
014100     MOVE WS-ADD-COUNT    TO FT-ADD-COUNT.
014110     MOVE WS-CHANGE-COUNT TO FT-CHANGE-COUNT.
014120     MOVE WS-TERM-COUNT   TO FT-TERM-COUNT.
014130     MOVE WS-DETAIL-COUNT TO FT-DETAIL-COUNT.
014140     MOVE WS-HASH-TOTAL   TO FT-EMP-ID-HASH.
014150     MOVE WS-FEED-TRAILER TO FEED-RECORD.
014160     WRITE FEED-RECORD.
014170     CLOSE CURR-FILE BASE-FILE NEWBASE-FILE FEED-FILE.
014180     MOVE WS-ADD-COUNT TO WS-COUNT-PRINT.
014190     DISPLAY "EMPDELTA ADDS FED:          " WS-COUNT-PRINT.
014200     MOVE WS-CHANGE-COUNT TO WS-COUNT-PRINT.
014210     DISPLAY "EMPDELTA CHANGES FED:       " WS-COUNT-PRINT.
014220     MOVE WS-TERM-COUNT TO WS-COUNT-PRINT.
014230     DISPLAY "EMPDELTA TERMINATIONS FED:  " WS-COUNT-PRINT.
014240     MOVE WS-SNAP-COUNT TO WS-COUNT-PRINT.
014250     DISPLAY "EMPDELTA ROSTER CANDIDATE:  " WS-COUNT-PRINT.
014260     DISPLAY "EMPDELTA - RUN MODE=CONFIRM AFTER PAYROLL "
014270         "ACKNOWLEDGES THE FEED.".
014280 8000-EXIT.
014290     EXIT.
014300*
014310 8500-REPORT-CONFIRM.
014320     MOVE WS-ACCEPT-COUNT TO WS-COUNT-PRINT.
014330     DISPLAY "EMPDELTA PAYROLL ACCEPTED:  " WS-COUNT-PRINT.
014340     MOVE WS-REJECT-COUNT TO WS-COUNT-PRINT.
014350     DISPLAY "EMPDELTA PAYROLL REJECTED:  " WS-COUNT-PRINT.
014360     MOVE WS-CONFIRM-COUNT TO WS-COUNT-PRINT.
014370     DISPLAY "EMPDELTA ROSTER CONFIRMED:  " WS-COUNT-PRINT.
014380     MOVE WS-HELD-COUNT TO WS-COUNT-PRINT.
014390     DISPLAY "EMPDELTA HELD FOR RESEND:   " WS-COUNT-PRINT.
014400     IF WS-REJECT-COUNT > ZERO
014410         DISPLAY "EMPDELTA - REJECTS LISTED ON "
014420             WS-REPORT-FILE-SPEC
014430     END-IF.
014440 8500-EXIT.
014450     EXIT.
014460*
014470*-----------------------------------------------------------*
014480* 8600-WRITE-RUN-END - APPEND THE RUN-HISTORY END RECORD AT  *
014490* NORMAL COMPLETION, CARRYING THE SAME START STAMP AS THE    *
014500* START RECORD.                                              *
014510*-----------------------------------------------------------*
014520 8600-WRITE-RUN-END.
014530     ACCEPT WS-RUN-END-TIME FROM TIME.
014540     OPEN EXTEND RUNHIST-FILE.
014550     IF WS-HIST-STATUS NOT = "00" AND WS-HIST-STATUS NOT = "05"
014560         DISPLAY "EMPDELTA - RUN HISTORY NOT AVAILABLE - "
014570             "STATUS=" WS-HIST-STATUS
014580         GO TO 8600-EXIT
014590     END-IF.
014600     MOVE SPACES TO RUNHIST-RECORD.
014610     STRING
014620         "END   "                       DELIMITED BY SIZE
014630         D-DATE                         DELIMITED BY SIZE
014640         " "                            DELIMITED BY SIZE
014650         WS-RUN-TIME                    DELIMITED BY SIZE
014660         " ENDED="                      DELIMITED BY SIZE
014670         WS-RUN-END-TIME                DELIMITED BY SIZE
014680         " STATUS=NORMAL"               DELIMITED BY SIZE
014690         INTO RUNHIST-RECORD
014700     END-STRING.
014710     WRITE RUNHIST-RECORD.
014720     CLOSE RUNHIST-FILE.
014730 8600-EXIT.
014740     EXIT.
014750*
014760 END PROGRAM EMPDELTA.
