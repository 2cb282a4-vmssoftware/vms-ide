001320*                   RUNHIST.LOG IS RECLAIMED AUTOMATICALLY;
001330*                   OTHERWISE THE RUN ABORTS NAMING THE
001340*                   HOLDER, OR TAKES OVER WITH RECLAIM=YES.
001350*    10/15/26  RTN  MODE=IMPORT TAKES AN OPTIONAL SEVENTH
001360*                   FIELD, THE EMPLOYEE'S SUPERVISOR EMP-ID
001370*                   (BLANK OR ZERO FOR NONE), EDITED AS
001380*                   EMPMAINT EDITS IT: A SUPERVISOR NOT ON
001390*                   EMP-FILE, TERMINATED, THE EMPLOYEE
001400*                   THEMSELVES, OR WHOSE OWN CHAIN LEADS BACK
001410*                   TO THE EMPLOYEE REJECTS THE LINE.
001420*    10/15/26  RTN  THE RUN-HISTORY START RECORD NOW NAMES
001430*                   THE JOB (JOB=RMSSPECREGS) SO THE BATCH
001440*                   CYCLE SIGN-OFF CAN FIND IT.
001450*    10/15/26  RTN  A RUN IS NOW A STEP OF THE BATCH CYCLE
001460*                   IN CYCLEDEF.DAT AND WILL NOT START UNTIL
001470*                   ITS PREREQUISITE STEPS HAVE ENDED
001480*                   NORMALLY FOR THE BUSINESS DATE, UNLESS
001490*                   OVERRIDE=REASON IS GIVEN; THE START
001500*                   RECORD CARRIES BUSINESS=.  A BLANK OR
001510*                   ABSENT SUPERVISOR ON AN IMPORT LINE NOW
001520*                   KEEPS THE SUPERVISOR ALREADY ON FILE;
001530*                   ONLY 0000000 CLEARS IT.
001540*
001550 ENVIRONMENT DIVISION.
001560 INPUT-OUTPUT SECTION.
001570 FILE-CONTROL.
001580     SELECT OPTIONAL EMP-FILE ASSIGN "SYS$DISK:ART.DAT"
001590         ORGANIZATION IS INDEXED
001600         ACCESS MODE IS DYNAMIC
001610         RECORD KEY IS EMP-ID
001620         ALTERNATE RECORD KEY IS EMP-NAME
001630             WITH DUPLICATES
001640         ALTERNATE RECORD KEY IS EMP-DEPT-CODE
001650             WITH DUPLICATES.
001660     SELECT OPTIONAL DEPT-FILE ASSIGN "SYS$DISK:DEPT.DAT"
001670         ORGANIZATION IS INDEXED
001680         ACCESS MODE IS DYNAMIC
001690         RECORD KEY IS DEPT-CODE
001700         FILE STATUS IS WS-DEPT-STATUS.
001710     SELECT REPORT-FILE ASSIGN "SYS$OUTPUT".
001720     SELECT OPTIONAL CSV-FILE ASSIGN "SYS$DISK:ART.CSV"
001730         ORGANIZATION IS LINE SEQUENTIAL.
001740     SELECT OPTIONAL ERROR-LOG-FILE ASSIGN "SYS$DISK:RMSERR.LOG"
001750         ORGANIZATION IS LINE SEQUENTIAL.
001760     SELECT OPTIONAL EXCEPTION-FILE ASSIGN "SYS$DISK:ART.EXC"
001770         ORGANIZATION IS LINE SEQUENTIAL.
001780     SELECT OPTIONAL CHECKPOINT-FILE ASSIGN "SYS$DISK:ART.CKP"
001790         ORGANIZATION IS LINE SEQUENTIAL.
001800     SELECT OPTIONAL IMPORT-REJECT-FILE
001810         ASSIGN "SYS$DISK:ART.REJ"
001820         ORGANIZATION IS LINE SEQUENTIAL.
001830     SELECT OPTIONAL ARCHIVE-FILE ASSIGN "SYS$DISK:ARTARCH.DAT"
001840         ORGANIZATION IS INDEXED
001850         ACCESS MODE IS DYNAMIC
001860         RECORD KEY IS ARCH-EMP-ID
001870         ALTERNATE RECORD KEY IS ARCH-EMP-NAME
001880             WITH DUPLICATES
001890         ALTERNATE RECORD KEY IS ARCH-EMP-DEPT-CODE
001900             WITH DUPLICATES
001910         FILE STATUS IS WS-ARCH-STATUS.
001920     SELECT OPTIONAL RUNHIST-FILE ASSIGN "SYS$DISK:RUNHIST.LOG"
001930         ORGANIZATION IS LINE SEQUENTIAL
001940         FILE STATUS IS WS-HIST-STATUS.
001950     SELECT OPTIONAL LOCK-FILE ASSIGN "SYS$DISK:EMPLOCK.DAT"
001960         ORGANIZATION IS LINE SEQUENTIAL
001970         FILE STATUS IS WS-LOCK-STATUS.
001980     SELECT OPTIONAL CYCLEDEF-FILE ASSIGN "SYS$DISK:CYCLEDEF.DAT"
001990         ORGANIZATION IS LINE SEQUENTIAL
002000         FILE STATUS IS WS-DEF-STATUS.
002010     SELECT SORT-FILE ASSIGN "SYS$DISK:SORTWORK".
002020 DATA DIVISION.
002030 FILE SECTION.
002040 FD  EMP-FILE
002050     VALUE OF ID IS VAL-OF-ID.
002060 COPY "EMPREC.LIB".
002070 FD  DEPT-FILE.
002080 COPY "DEPTREC.LIB".
002090 FD  REPORT-FILE
002100     REPORTS ARE RPT SUMRPT ANNRPT.
002110 FD  CSV-FILE
002120     VALUE OF ID IS WS-CSV-FILE-SPEC.
002130 01  CSV-RECORD                  PIC X(132).
002140 FD  ERROR-LOG-FILE.
002150 01  ERROR-LOG-RECORD            PIC X(160).
002160 FD  EXCEPTION-FILE.
002170 01  EXCEPTION-RECORD            PIC X(100).
002180 FD  CHECKPOINT-FILE.
002190 01  CHECKPOINT-RECORD           PIC X(07).
002200 FD  RUNHIST-FILE.
002210 01  RUNHIST-RECORD              PIC X(320).
002220 FD  LOCK-FILE.
002230 01  LOCK-RECORD                 PIC X(80).
002240 FD  CYCLEDEF-FILE.
002250 01  CYCLEDEF-RECORD             PIC X(80).
002260 FD  IMPORT-REJECT-FILE.
002270 01  IMPORT-REJECT-RECORD        PIC X(170).
002280*
002290*-----------------------------------------------------------*
002300* THE ARCHIVE CARRIES THE FULL EMP-RECORD IMAGE UNDER THE    *
002310* SAME KEYS AS THE ACTIVE MASTER, SO EVERY RUN MODE WORKS    *
002320* AGAINST IT UNCHANGED VIA FILE=.                            *
002330*-----------------------------------------------------------*
002340 FD  ARCHIVE-FILE.
002350 01  ARCH-RECORD.
002360     02  ARCH-EMP-ID             PIC 9(07).
002370     02  ARCH-EMP-NAME           PIC X(15).
002380     02  ARCH-EMP-ADDRESS        PIC X(30).
002390     02  ARCH-EMP-DEPT-CODE      PIC X(04).
002400     02  ARCH-EMP-HIRE-DATE      PIC 9(08).
002410     02  ARCH-EMP-JOB-TITLE      PIC X(20).
002420     02  ARCH-EMP-STATUS         PIC X(01).
002430     02  ARCH-EMP-TERM-DATE      PIC 9(08).
002440     02  ARCH-EMP-SUPERVISOR-ID  PIC 9(07).
002450 SD  SORT-FILE.
002460 01  SORT-RECORD.
002470     02  SORT-DEPT-CODE          PIC X(04).
002480     02  SORT-EMP-ID             PIC 9(07).
002490     02  SORT-EMP-NAME           PIC X(15).
002500     02  SORT-EMP-ADDRESS        PIC X(30).
002510     02  SORT-EMP-HIRE-DATE      PIC 9(08).
002520     02  SORT-EMP-JOB-TITLE      PIC X(20).
002530 WORKING-STORAGE SECTION.
002540*
002550*-----------------------------------------------------------*
002560* RMS CONDITION VALUES USED BY THE ERROR DECLARATIVE BELOW.  *
002570*-----------------------------------------------------------*
002580 01  RMS$_EOF         PIC S9(9) COMP VALUE EXTERNAL RMS$_EOF.
002590 01  SS$_BADFILENAME  PIC S9(9) COMP
002600     VALUE EXTERNAL SS$_BADFILENAME.
002610 01  RMS$_FNF         PIC S9(9) COMP VALUE EXTERNAL RMS$_FNF.
002620 01  RMS$_DNF         PIC S9(9) COMP VALUE EXTERNAL RMS$_DNF.
002630 01  RMS$_DEV         PIC S9(9) COMP VALUE EXTERNAL RMS$_DEV.
002640*
002650*-----------------------------------------------------------*
002660* FILE SPECIFICATION AND HOW IT WAS SUPPLIED.                *
002670*-----------------------------------------------------------*
002680 01  VAL-OF-ID                PIC X(50).
002690 01  WS-COMMAND-LINE           PIC X(132).
002700 01  WS-CSV-FILE-SPEC          PIC X(40)
002710     VALUE "SYS$DISK:ART.CSV".
002720 01  WS-CSV-SW                PIC X VALUE "N".
002730     88  CSV-REQUESTED             VALUE "Y".
002740 01  WS-SPEC-SOURCE-SW        PIC X.
002750     88  SPEC-FROM-PARM            VALUE "P".
002760     88  SPEC-FROM-LOGICAL         VALUE "L".
002770     88  SPEC-FROM-TERMINAL        VALUE "T".
002780*
002790*-----------------------------------------------------------*
002800* COMMAND LINE IS SCANNED AS UP TO 10 BLANK-DELIMITED        *
002810* PARAMETER WORDS OF THE FORM KEYWORD=VALUE (A BARE WORD     *
002820* WITH NO "=" IS TAKEN AS THE EMPLOYEE FILE SPEC, FOR        *
002830* COMPATIBILITY WITH A PLAIN "RMSSPECREGS ART.DAT" INVOCATION*
002840*-----------------------------------------------------------*
002850 01  WS-PARM-WORDS.
002860     02  WS-PARM-01            PIC X(50).
002870     02  WS-PARM-02            PIC X(50).
002880     02  WS-PARM-03            PIC X(50).
002890     02  WS-PARM-04            PIC X(50).
002900     02  WS-PARM-05            PIC X(50).
002910     02  WS-PARM-06            PIC X(50).
002920     02  WS-PARM-07            PIC X(50).
002930     02  WS-PARM-08            PIC X(50).
002940     02  WS-PARM-09            PIC X(50).
002950     02  WS-PARM-10            PIC X(50).
002960 01  WS-PARM-TABLE REDEFINES WS-PARM-WORDS.
002970     02  WS-PARM-ENTRY         PIC X(50) OCCURS 10 TIMES.
002980 01  WS-PARM-IDX               PIC 9(2) COMP.
002990 01  WS-PARM-KEYWORD           PIC X(10).
003000 01  WS-PARM-VALUE             PIC X(40).
003010*
003020*-----------------------------------------------------------*
003030* RUN MODE - A NORMAL RUN LISTS THE WHOLE FILE; MODE=LOOKUP  *
003040* WITH EMPID=NNNNNNN PRINTS JUST THE ONE EMPLOYEE RECORD.    *
003050*-----------------------------------------------------------*
003060 01  WS-RUN-MODE-SW            PIC X.
003070     88  MODE-REPORT               VALUE "R".
003080     88  MODE-LOOKUP               VALUE "L".
003090     88  MODE-SUMMARY              VALUE "S".
003100     88  MODE-ANNIV                VALUE "A".
003110     88  MODE-IMPORT               VALUE "I".
003120     88  MODE-PURGE                VALUE "P".
003130     88  MODE-HISTORY              VALUE "H".
003140 01  WS-LOOKUP-EMP-ID          PIC 9(07) VALUE ZERO.
003150 01  WS-LOOKUP-NAME            PIC X(15) VALUE SPACES.
003160 01  WS-LOOKUP-NAME-LEN        PIC 9(02) COMP.
003170 01  WS-NAME-KEYED-SW          PIC X VALUE "N".
003180     88  NAME-KEYED-RUN            VALUE "Y".
003190*
003200*-----------------------------------------------------------*
003210* OPTIONAL EMP-ID OR EMP-NAME RANGE FILTER - THE SAME KIND   *
003220* OF "FROM THRU TO" BUCKETING OUR OTHER LISTINGS USE, SO A   *
003230* DEPARTMENT HEAD CAN ASK FOR JUST A SLICE OF THE ROSTER.    *
003240*-----------------------------------------------------------*
003250 01  WS-RANGE-MODE-SW          PIC X.
003260     88  RANGE-NONE                VALUE "N".
003270     88  RANGE-BY-ID               VALUE "I".
003280     88  RANGE-BY-NAME             VALUE "A".
003290 01  WS-FROM-EMP-ID            PIC 9(07) VALUE ZERO.
003300 01  WS-TO-EMP-ID              PIC 9(07) VALUE 9999999.
003310 01  WS-NAME-FROM              PIC X(15) VALUE SPACES.
003320 01  WS-NAME-TO                PIC X(15) VALUE ALL "Z".
003330*
003340*-----------------------------------------------------------*
003350* RESTART/CHECKPOINT SUPPORT - THE LAST EMP-ID GENERATED IS  *
003360* CHECKPOINTED EVERY WS-CHECKPOINT-INTERVAL RECORDS SO A RUN *
003370* KILLED PARTWAY THROUGH CAN RESUME WITH RESTART=YES INSTEAD *
003380* OF REPRINTING THE WHOLE REPORT FROM EMP-RECORD ONE.        *
003390*-----------------------------------------------------------*
003400 01  WS-RESTART-SW             PIC X VALUE "N".
003410     88  RESTART-REQUESTED         VALUE "Y".
003420 01  WS-CHECKPOINT-EMP-ID      PIC 9(07) VALUE ZERO.
003430 01  WS-CHECKPOINT-COUNTER     PIC 9(3) COMP VALUE ZERO.
003440 01  WS-CHECKPOINT-INTERVAL    PIC 9(3) COMP VALUE 100.
003450*
003460*-----------------------------------------------------------*
003470* RUNNING COUNT OF EMPLOYEES LISTED, PRINTED ON THE REPORT   *
003480* FOOTING SO THE READER KNOWS HOW MANY RECORDS WERE COVERED. *
003490*-----------------------------------------------------------*
003500 01  WS-EMP-COUNT              PIC 9(5) COMP VALUE ZERO.
003510 01  D-DATE                   PIC 9(8).
003520*
003530*-----------------------------------------------------------*
003540* FIELDS USED TO BUILD A LINE ON THE STANDING RMS ERROR LOG. *
003550*-----------------------------------------------------------*
003560 01  WS-LOG-TIME               PIC 9(8).
003570 01  WS-LOG-STATUS             PIC -(9)9.
003580 01  WS-BAD-FILE-SPEC          PIC X(50).
003590*
003600*-----------------------------------------------------------*
003610* FIELDS USED BY THE PRE-REPORT VALIDATION PASS OVER         *
003620* EMP-FILE.  DUPLICATE EMP-ID VALUES AND BLANK OR GARBLED    *
003630* EMP-NAME/EMP-ADDRESS ENTRIES ARE WRITTEN TO AN EXCEPTIONS  *
003640* LISTING INSTEAD OF BEING SILENTLY PRINTED ON THE REPORT.   *
003650*-----------------------------------------------------------*
003660*-----------------------------------------------------------*
003670* DEPARTMENT MASTER SUPPORT - THE REPORT, CSV AND VALIDATION *
003680* PASS LOOK EMP-DEPT-CODE UP ON DEPT.DAT.  WHEN THE MASTER   *
003690* CANNOT BE OPENED THE RUN PROCEEDS WITHOUT DEPARTMENT       *
003700* NAMES RATHER THAN FAILING THE LISTING.                     *
003710*-----------------------------------------------------------*
003720 01  WS-DEPT-STATUS            PIC X(02).
003730 01  WS-DEPT-AVAIL-SW          PIC X VALUE "N".
003740     88  DEPT-MASTER-AVAILABLE     VALUE "Y".
003750 01  WS-DEPT-FOUND-SW          PIC X.
003760     88  DEPT-FOUND                VALUE "Y".
003770     88  DEPT-NOT-FOUND            VALUE "N".
003780 01  WS-DEPT-NAME              PIC X(20).
003790 01  WS-LOOKUP-DEPT-CODE       PIC X(04).
003800*
003810*-----------------------------------------------------------*
003820* FIELDS USED BY THE MODE=SUMMARY DEPARTMENT HEADCOUNT RUN.  *
003830* THE ROSTER IS SORTED BY EMP-DEPT-CODE AND THE SORTED       *
003840* RECORD IS MOVED HERE FOR THE SUMRPT REPORT GROUPS; THE     *
003850* SUBTOTAL FLUSHED AT EACH CONTROL BREAK IS STAGED IN        *
003860* WS-CF-COUNT JUST BEFORE THE GENERATE THAT BREAKS.          *
003870*-----------------------------------------------------------*
003880 01  WS-SUM-DEPT-CODE          PIC X(04).
003890 01  WS-SUM-DEPT-NAME          PIC X(20).
003900 01  WS-SUM-EMP-ID             PIC 9(07).
003910 01  WS-SUM-EMP-NAME           PIC X(15).
003920 01  WS-SUM-EMP-ADDRESS        PIC X(30).
003930 01  WS-SUM-EMP-HIRE-DATE      PIC 9(08).
003940 01  WS-SUM-EMP-JOB-TITLE      PIC X(20).
003950 01  WS-PREV-SUM-DEPT          PIC X(04).
003960 01  WS-DEPT-SUBTOTAL          PIC 9(5) COMP VALUE ZERO.
003970 01  WS-CF-COUNT               PIC 9(5) COMP VALUE ZERO.
003980 01  WS-SUM-FIRST-SW           PIC X.
003990     88  SUM-FIRST-RECORD          VALUE "Y".
004000     88  SUM-NOT-FIRST             VALUE "N".
004010 01  WS-CSV-COUNT              PIC ZZZZ9.
004020*
004030*-----------------------------------------------------------*
004040* FIELDS USED BY THE MODE=ANNIV SERVICE ANNIVERSARY AND      *
004050* SENIORITY RUN.  THE AS-OF DATE DEFAULTS TO THE RUN DATE    *
004060* AND THE ANNIVERSARY MONTH TO THE AS-OF MONTH; EITHER MAY   *
004070* BE OVERRIDDEN WITH THE ASOF= AND MONTH= PARAMETERS.        *
004080*-----------------------------------------------------------*
004090 01  WS-ANN-ASOF-DATE          PIC 9(08) VALUE ZERO.
004100 01  WS-ANN-ASOF-SPLIT REDEFINES WS-ANN-ASOF-DATE.
004110     02  WS-ASOF-YEAR          PIC 9(04).
004120     02  WS-ASOF-MMDD.
004130         03  WS-ASOF-MONTH     PIC 9(02).
004140         03  WS-ASOF-DAY       PIC 9(02).
004150 01  WS-ANN-HIRE-DATE          PIC 9(08).
004160 01  WS-ANN-HIRE-SPLIT REDEFINES WS-ANN-HIRE-DATE.
004170     02  WS-HIRE-YEAR          PIC 9(04).
004180     02  WS-HIRE-MMDD.
004190         03  WS-HIRE-MONTH     PIC 9(02).
004200         03  WS-HIRE-DAY       PIC 9(02).
004210 01  WS-ANN-MONTH              PIC 9(02) VALUE ZERO.
004220 01  WS-ANN-YEARS              PIC S9(3) COMP VALUE ZERO.
004230 01  WS-ANN-MILESTONE          PIC X(01).
004240*
004250*-----------------------------------------------------------*
004260* FIELDS USED BY THE MODE=IMPORT LOAD OF THE CORPORATE HR    *
004270* EXTRACT.  EACH DELIMITED LINE IS UNSTRUNG HERE, CHECKED    *
004280* AGAINST THE EMP-RECORD PICTURES, AND EITHER APPLIED TO     *
004290* EMP-FILE OR DROPPED TO THE REJECT FILE WITH A REASON.      *
004300*-----------------------------------------------------------*
004310 01  WS-IMP-EMP-ID             PIC X(07).
004320 01  WS-IMP-NAME               PIC X(15).
004330 01  WS-IMP-ADDRESS            PIC X(30).
004340 01  WS-IMP-DEPT-CODE          PIC X(04).
004350 01  WS-IMP-HIRE-DATE          PIC X(08).
004360 01  WS-IMP-JOB-TITLE          PIC X(20).
004370 01  WS-IMP-SUPERVISOR-ID      PIC X(07).
004380 01  WS-IMP-REASON             PIC X(30).
004390 01  WS-IMP-SUPV-SW            PIC X.
004400     88  IMP-SUPV-GIVEN            VALUE "G".
004410     88  IMP-SUPV-KEEP             VALUE "K".
004420 01  WS-IMP-READ-COUNT         PIC 9(5) COMP VALUE ZERO.
004430 01  WS-IMP-ADD-COUNT          PIC 9(5) COMP VALUE ZERO.
004440 01  WS-IMP-REFRESH-COUNT      PIC 9(5) COMP VALUE ZERO.
004450 01  WS-IMP-REJECT-COUNT       PIC 9(5) COMP VALUE ZERO.
004460 01  WS-IMP-CHAIN-SW           PIC X.
004470     88  IMP-CHAIN-CLIMBING        VALUE "C".
004480     88  IMP-CHAIN-AT-TOP          VALUE "T".
004490     88  IMP-CHAIN-CIRCULAR        VALUE "L".
004500 01  WS-IMP-CHAIN-DEPTH        PIC 9(3) COMP.
004510 01  WS-IMP-CHAIN-LIMIT        PIC 9(3) COMP VALUE 50.
004520*
004530*-----------------------------------------------------------*
004540* FIELDS USED BY THE MODE=PURGE ARCHIVE RUN.  RECORDS        *
004550* TERMINATED ON OR BEFORE THE CUTOFF (RUN DATE LESS RETAIN=  *
004560* YEARS, DEFAULT ONE YEAR) MOVE FROM EMP-FILE TO THE         *
004570* ARCHIVE, WHICH KEEPS LEAVER RECORDS FOR THE SEVEN-YEAR     *
004580* RETENTION WITHOUT INFLATING THE ACTIVE ROSTER.             *
004590*-----------------------------------------------------------*
004600 01  WS-ARCH-STATUS            PIC X(02).
004610 01  WS-RETAIN-YEARS           PIC 9(02) VALUE 1.
004620 01  WS-PURGE-CUTOFF           PIC 9(08).
004630 01  WS-PURGE-CUTOFF-SPLIT REDEFINES WS-PURGE-CUTOFF.
004640     02  WS-CUTOFF-YEAR        PIC 9(04).
004650     02  WS-CUTOFF-MMDD        PIC X(04).
004660 01  WS-PURGE-READ-COUNT       PIC 9(5) COMP VALUE ZERO.
004670 01  WS-PURGE-MOVED-COUNT      PIC 9(5) COMP VALUE ZERO.
004680*
004690*-----------------------------------------------------------*
004700* RUN HISTORY SUPPORT.  EVERY RUN APPENDS A START RECORD AS  *
004710* SOON AS ITS PARAMETERS ARE RESOLVED AND AN END RECORD AT   *
004720* NORMAL COMPLETION, BOTH STAMPED WITH THE SAME START DATE   *
004730* AND TIME; A START WITH NO MATCHING END IS A RUN THAT WAS   *
004740* KILLED OR DIED.  MODE=HISTORY PAIRS THEM UP AND PRINTS     *
004750* THE MOST RECENT RUNS.                                      *
004760*-----------------------------------------------------------*
004770 01  WS-HIST-STATUS            PIC X(02).
004780 01  WS-RUN-START-TIME         PIC 9(8).
004790 01  WS-RUN-END-TIME           PIC 9(8).
004800 01  WS-READ-COUNT             PIC 9(5) COMP VALUE ZERO.
004810 01  WS-END-READ-COUNT         PIC 9(5) COMP VALUE ZERO.
004820 01  WS-RH-TABLE.
004830     02  WS-RH-ENTRY OCCURS 20 TIMES.
004840         03  WS-RH-START       PIC X(320).
004850         03  WS-RH-END         PIC X(320).
004860         03  WS-RH-FLAG        PIC X(01).
004870 01  WS-RH-USED                PIC 9(02) COMP VALUE ZERO.
004880 01  WS-RH-IDX                 PIC 9(02) COMP.
004890 01  WS-RH-IDX2                PIC 9(02) COMP.
004900 01  WS-RH-FOUND-SW            PIC X.
004910     88  RH-FOUND                  VALUE "Y".
004920     88  RH-NOT-FOUND              VALUE "N".
004930 01  WS-LISTED-PRINT           PIC ZZZZ9.
004940*
004950*-----------------------------------------------------------*
004960* ART.DAT UPDATE INTERLOCK, SHARED WITH EMPMAINT AND THE     *
004970* OTHER UPDATERS.  MODE=IMPORT AND MODE=PURGE TAKE THE       *
004980* EXCLUSIVE TOKEN IN EMPLOCK.DAT - JOB, USER AND START       *
004990* STAMP - BEFORE EMP-FILE IS OPENED FOR I-O AND RELEASE IT   *
005000* AT CLEANUP.  A TOKEN WHOSE HOLDER HAS AN END RECORD ON     *
005010* RUNHIST.LOG IS RECLAIMED AUTOMATICALLY; ONE WITH NO END    *
005020* RECORD IS PRESUMED LIVE UNLESS THE OPERATOR RERUNS WITH    *
005030* RECLAIM=YES.                                               *
005040*-----------------------------------------------------------*
005050 01  WS-LOCK-STATUS            PIC X(02).
005060 01  WS-LOCK-LINE.
005070     02  WS-LK-STATE           PIC X(08).
005080     02  WS-LK-JOB             PIC X(08).
005090     02  FILLER                PIC X(01).
005100     02  WS-LK-USER            PIC X(12).
005110     02  FILLER                PIC X(01).
005120     02  WS-LK-DATE            PIC X(08).
005130     02  FILLER                PIC X(01).
005140     02  WS-LK-TIME            PIC X(08).
005150 01  WS-LOCK-JOB-NAME          PIC X(08) VALUE "RMSSPECR".
005160 01  WS-LOCK-USER              PIC X(12).
005170 01  WS-LOCK-STAMP             PIC X(17).
005180 01  WS-RECLAIM-SW             PIC X VALUE "N".
005190     88  RECLAIM-REQUESTED         VALUE "Y".
005200 01  WS-TOKEN-SW               PIC X VALUE "N".
005210     88  TOKEN-HELD                VALUE "Y".
005220 01  WS-ENDED-SW               PIC X.
005230     88  HOLDER-ENDED              VALUE "Y".
005240     88  HOLDER-NOT-ENDED          VALUE "N".
005250*
005260*-----------------------------------------------------------*
005270* BATCH CYCLE GATE.  A RUN WHOSE JOB AND MODE ARE A STEP OF  *
005280* A CYCLE IN CYCLEDEF.DAT (CYCLE=, OR THE FIRST CYCLE THAT   *
005290* NAMES IT) WILL NOT START UNTIL EVERY PREREQUISITE STEP HAS *
005300* A RUN FOR THE BUSINESS DATE (CYCLEDATE=, DEFAULT TODAY)    *
005310* THAT ENDED NORMALLY ON RUNHIST.LOG.  OVERRIDE=REASON LETS  *
005320* THE OPERATOR START IT ANYWAY AND IS LOGGED FOR THE CYCLCTL *
005330* SIGN-OFF REPORT.                                           *
005340*-----------------------------------------------------------*
005350 01  WS-OVERRIDE-REASON        PIC X(80) VALUE SPACES.
005360 01  WS-OVERRIDE-POS           PIC 9(3) COMP.
005370 01  WS-DEF-STATUS             PIC X(02).
005380 COPY "CYCLEDEF.LIB".
005390 01  WS-GATE-JOB               PIC X(12) VALUE "RMSSPECREGS".
005400 01  WS-GATE-MODE              PIC X(01) VALUE SPACE.
005410 01  WS-GATE-CYCLE             PIC X(08) VALUE SPACES.
005420 01  WS-GATE-DATE              PIC 9(08) VALUE ZERO.
005430 01  WS-GATE-STEP-TABLE.
005440     02  WS-GS-ENTRY OCCURS 40 TIMES.
005450         03  WS-GS-CYCLE       PIC X(08).
005460         03  WS-GS-STEP        PIC X(02).
005470         03  WS-GS-JOB         PIC X(12).
005480         03  WS-GS-MODE        PIC X(01).
005490         03  WS-GS-PREREQ      PIC X(02) OCCURS 4 TIMES.
005500         03  WS-GS-NEEDED-SW   PIC X(01).
005510             88  GS-NEEDED         VALUE "Y".
005520         03  WS-GS-DONE-SW     PIC X(01).
005530             88  GS-DONE           VALUE "Y".
005540 01  WS-GS-USED                PIC 9(3) COMP VALUE ZERO.
005550 01  WS-GS-IDX                 PIC 9(3) COMP.
005560 01  WS-GS-IDX2                PIC 9(3) COMP.
005570 01  WS-GS-OWN                 PIC 9(3) COMP VALUE ZERO.
005580 01  WS-GATE-NEEDED-COUNT      PIC 9(3) COMP VALUE ZERO.
005590 01  WS-PQ-IDX                 PIC 9(1) COMP.
005600 01  WS-PQ-STEP                PIC X(02).
005610 01  WS-GATE-RUN-TABLE.
005620     02  WS-GR-ENTRY OCCURS 200 TIMES.
005630         03  WS-GR-STAMP       PIC X(17).
005640         03  WS-GR-STEP-IDX    PIC 9(3) COMP.
005650 01  WS-GR-USED                PIC 9(3) COMP VALUE ZERO.
005660 01  WS-GR-IDX                 PIC 9(3) COMP.
005670 01  WS-GATE-MISSING           PIC X(70).
005680 01  WS-GATE-MISSING-PTR       PIC 9(3) COMP.
005690 01  WS-HIST-WORDS.
005700     02  WS-HW-WORD            PIC X(60) OCCURS 12 TIMES.
005710 01  WS-HW-IDX                 PIC 9(2) COMP.
005720 01  WS-HL-JOB                 PIC X(12).
005730 01  WS-HL-MODE                PIC X(01).
005740 01  WS-HL-STATUS              PIC X(10).
005750 01  WS-HL-BUSINESS            PIC X(08).
005760 01  WS-GATE-EOF-SW            PIC X.
005770     88  GATE-EOF                  VALUE "E".
005780     88  GATE-NOT-EOF              VALUE "N".
005790*
005800 01  WS-PREV-EMP-ID            PIC 9(07) VALUE ZERO.
005810 01  WS-EXCEPTION-REASON       PIC X(30).
005820 01  EOF-SW                   PIC X.
005830     88  E-O-F                     VALUE "E".
005840     88  NOT-E-O-F                 VALUE "N".
005850 01  VAL-OP-SW                PIC X.
005860     88  VALID-OP                  VALUE "V".
005870     88  OP-FAILED                 VALUE "F".
005880 01  OP                       PIC X.
005890     88  OP-OPEN                   VALUE "O".
005900     88  OP-CLOSE                  VALUE "C".
005910     88  OP-READ                   VALUE "R".
005920 REPORT SECTION.
005930 RD  RPT PAGE 26 LINES HEADING 1 FIRST DETAIL 5.
005940 01  TYPE IS PAGE HEADING.
005950     02  LINE IS PLUS 1.
005960         03  COLUMN 1  PIC X(16) VALUE "Emplyee File on".
005970         03  COLUMN 18 PIC 9999/99/99 SOURCE D-DATE.
005980     02  LINE IS PLUS 2.
005990         03  COLUMN 2  PIC X(5) VALUE "Empid".
006000         03  COLUMN 22 PIC X(4) VALUE "Name".
006010         03  COLUMN 43 PIC X(7) VALUE "Address".
006020         03  COLUMN 73 PIC X(4) VALUE "Dept".
006030         03  COLUMN 78 PIC X(9) VALUE "Dept Name".
006040         03  COLUMN 99 PIC X(9) VALUE "Hire Date".
006050         03  COLUMN 110 PIC X(5) VALUE "Title".
006060         03  COLUMN 125 PIC X(4) VALUE "Page".
006070         03  COLUMN 130 PIC ZZ9 SOURCE PAGE-COUNTER.
006080 01  REPORT-LINE TYPE IS DETAIL.
006090     02  LINE IS PLUS 1.
006100         03  COLUMN IS 1  PIC 9(7) SOURCE EMP-ID.
006110         03  COLUMN IS 20 PIC X(15) SOURCE IS EMP-NAME.
006120         03  COLUMN IS 42 PIC X(30) SOURCE IS EMP-ADDRESS.
006130         03  COLUMN IS 73 PIC X(04) SOURCE IS EMP-DEPT-CODE.
006140         03  COLUMN IS 78 PIC X(20) SOURCE IS WS-DEPT-NAME.
006150         03  COLUMN IS 99 PIC 9999/99/99 SOURCE IS EMP-HIRE-DATE.
006160         03  COLUMN IS 110 PIC X(20) SOURCE IS EMP-JOB-TITLE.
006170 01  TYPE IS REPORT FOOTING.
006180     02  LINE IS PLUS 2.
006190         03  COLUMN 1  PIC X(24)
006200             VALUE "Total Employees Listed:".
006210         03  COLUMN 26 PIC ZZZZ9 SOURCE WS-EMP-COUNT.
006220 RD  SUMRPT PAGE 26 LINES HEADING 1 FIRST DETAIL 5
006230     CONTROLS ARE WS-SUM-DEPT-CODE.
006240 01  TYPE IS PAGE HEADING.
006250     02  LINE IS PLUS 1.
006260         03  COLUMN 1  PIC X(32)
006270             VALUE "Department Headcount Summary on".
006280         03  COLUMN 34 PIC 9999/99/99 SOURCE D-DATE.
006290         03  COLUMN 70 PIC X(4) VALUE "Page".
006300         03  COLUMN 76 PIC ZZ9 SOURCE PAGE-COUNTER.
006310 01  TYPE IS CONTROL HEADING WS-SUM-DEPT-CODE.
006320     02  LINE IS PLUS 2.
006330         03  COLUMN 1  PIC X(11) VALUE "Department:".
006340         03  COLUMN 13 PIC X(04) SOURCE WS-SUM-DEPT-CODE.
006350         03  COLUMN 19 PIC X(20) SOURCE WS-SUM-DEPT-NAME.
006360 01  SUM-LINE TYPE IS DETAIL.
006370     02  LINE IS PLUS 1.
006380         03  COLUMN IS 4  PIC 9(7) SOURCE WS-SUM-EMP-ID.
006390         03  COLUMN IS 14 PIC X(15) SOURCE WS-SUM-EMP-NAME.
006400         03  COLUMN IS 32 PIC 9999/99/99
006410             SOURCE WS-SUM-EMP-HIRE-DATE.
006420         03  COLUMN IS 45 PIC X(20)
006430             SOURCE WS-SUM-EMP-JOB-TITLE.
006440 01  TYPE IS CONTROL FOOTING WS-SUM-DEPT-CODE.
006450     02  LINE IS PLUS 1.
006460         03  COLUMN 4  PIC X(24)
006470             VALUE "Employees in department:".
006480         03  COLUMN 30 PIC ZZZZ9 SOURCE WS-CF-COUNT.
006490 01  TYPE IS REPORT FOOTING.
006500     02  LINE IS PLUS 2.
006510         03  COLUMN 1  PIC X(24)
006520             VALUE "Total Employees Listed:".
006530         03  COLUMN 26 PIC ZZZZ9 SOURCE WS-EMP-COUNT.
006540 RD  ANNRPT PAGE 26 LINES HEADING 1 FIRST DETAIL 5.
006550 01  TYPE IS PAGE HEADING.
006560     02  LINE IS PLUS 1.
006570         03  COLUMN 1  PIC X(37)
006580             VALUE "Service Anniversary and Seniority on".
006590         03  COLUMN 39 PIC 9999/99/99 SOURCE WS-ANN-ASOF-DATE.
006600         03  COLUMN 70 PIC X(4) VALUE "Page".
006610         03  COLUMN 76 PIC ZZ9 SOURCE PAGE-COUNTER.
006620 01  ANN-CAPTION TYPE IS DETAIL.
006630     02  LINE IS PLUS 2.
006640         03  COLUMN 1  PIC X(30)
006650             VALUE "Service Anniversaries in Month".
006660         03  COLUMN 32 PIC Z9 SOURCE WS-ANN-MONTH.
006670         03  COLUMN 36 PIC X(22)
006680             VALUE "(* = 5/10/25 YEARS)".
006690     02  LINE IS PLUS 1.
006700         03  COLUMN 1  PIC X(5) VALUE "Empid".
006710         03  COLUMN 14 PIC X(4) VALUE "Name".
006720         03  COLUMN 32 PIC X(9) VALUE "Hire Date".
006730         03  COLUMN 43 PIC X(5) VALUE "Years".
006740 01  ANN-LINE TYPE IS DETAIL.
006750     02  LINE IS PLUS 1.
006760         03  COLUMN IS 1  PIC 9(7) SOURCE EMP-ID.
006770         03  COLUMN IS 14 PIC X(15) SOURCE IS EMP-NAME.
006780         03  COLUMN IS 32 PIC 9999/99/99
006790             SOURCE IS EMP-HIRE-DATE.
006800         03  COLUMN IS 45 PIC ZZ9 SOURCE WS-ANN-YEARS.
006810         03  COLUMN IS 50 PIC X SOURCE WS-ANN-MILESTONE.
006820 01  SEN-CAPTION TYPE IS DETAIL.
006830     02  LINE IS PLUS 2.
006840         03  COLUMN 1  PIC X(41)
006850             VALUE "Seniority Listing - Longest Service First".
006860     02  LINE IS PLUS 1.
006870         03  COLUMN 1  PIC X(5) VALUE "Empid".
006880         03  COLUMN 14 PIC X(4) VALUE "Name".
006890         03  COLUMN 32 PIC X(9) VALUE "Hire Date".
006900         03  COLUMN 43 PIC X(5) VALUE "Years".
006910         03  COLUMN 50 PIC X(5) VALUE "Title".
006920 01  SEN-LINE TYPE IS DETAIL.
006930     02  LINE IS PLUS 1.
006940         03  COLUMN IS 1  PIC 9(7) SOURCE WS-SUM-EMP-ID.
006950         03  COLUMN IS 14 PIC X(15) SOURCE WS-SUM-EMP-NAME.
006960         03  COLUMN IS 32 PIC 9999/99/99
006970             SOURCE WS-SUM-EMP-HIRE-DATE.
006980         03  COLUMN IS 45 PIC ZZ9 SOURCE WS-ANN-YEARS.
006990         03  COLUMN IS 50 PIC X(20)
007000             SOURCE WS-SUM-EMP-JOB-TITLE.
007010 01  TYPE IS REPORT FOOTING.
007020     02  LINE IS PLUS 2.
007030         03  COLUMN 1  PIC X(24)
007040             VALUE "Total Employees Listed:".
007050         03  COLUMN 26 PIC ZZZZ9 SOURCE WS-EMP-COUNT.
007060 PROCEDURE DIVISION.
007070 DECLARATIVES.
007080 USE-SECT SECTION.
007090     USE AFTER STANDARD ERROR PROCEDURE ON EMP-FILE.
007100 CHECK-RMS-SPECIAL-REGISTERS.
007110     SET OP-FAILED TO TRUE.
007120     EVALUATE TRUE ALSO TRUE
007130         WHEN (RMS-STS OF EMP-FILE = RMS$_EOF) ALSO OP-READ
007140             SET VALID-OP TO TRUE
007150             SET E-O-F TO TRUE
007160         WHEN (RMS-STS OF EMP-FILE = SS$_BADFILENAME) ALSO OP-OPEN
007170         WHEN (RMS-STS OF EMP-FILE = RMS$_FNF) ALSO OP-OPEN
007180         WHEN (RMS-STS OF EMP-FILE = RMS$_DNF) ALSO OP-OPEN
007190         WHEN (RMS-STS OF EMP-FILE = RMS$_DEV) ALSO OP-OPEN
007200             DISPLAY "File cannot be found or file spec invalid"
007210             DISPLAY RMS-FILENAME OF EMP-FILE
007220             MOVE VAL-OF-ID TO WS-BAD-FILE-SPEC
007230             DISPLAY "Enter corrected file (Ctrl/Z to STOP RUN): "
007240                 WITH NO ADVANCING
007250             ACCEPT VAL-OF-ID
007260             PERFORM 9000-LOG-RMS-ERROR THRU 9000-EXIT
007270         WHEN ANY ALSO OP-CLOSE
007280             CONTINUE
007290         WHEN (RMS-STS OF EMP-FILE IS SUCCESS) ALSO ANY
007300             SET VALID-OP TO TRUE
007310         WHEN OTHER
007320             IF RMS-STV OF EMP-FILE NOT = ZERO
007330                 CALL "LIB$STOP" USING
007340                     BY VALUE RMS-STS OF EMP-FILE
007350             END-IF
007360     END-EVALUATE.
007370     GO TO 9000-DECL-EXIT.
007380*
007390*-----------------------------------------------------------*
007400* 9000-LOG-RMS-ERROR - APPEND A LINE TO THE STANDING RMS      *
007410* ERROR LOG SHOWING THE RUN DATE AND TIME, THE RMS STATUS     *
007420* THAT WAS TRAPPED, THE FILE SPEC THAT FAILED, AND THE         *
007430* CORRECTED SPEC THE OPERATOR SUPPLIED.                       *
007440*-----------------------------------------------------------*
007450 9000-LOG-RMS-ERROR.
007460     ACCEPT WS-LOG-TIME FROM TIME.
007470     MOVE RMS-STS OF EMP-FILE TO WS-LOG-STATUS.
007480     MOVE SPACES TO ERROR-LOG-RECORD.
007490     STRING
007500         D-DATE                          DELIMITED BY SIZE
007510         " "                             DELIMITED BY SIZE
007520         WS-LOG-TIME                    DELIMITED BY SIZE
007530         " STATUS="                     DELIMITED BY SIZE
007540         WS-LOG-STATUS                  DELIMITED BY SIZE
007550         " BADFILE="                    DELIMITED BY SIZE
007560         WS-BAD-FILE-SPEC               DELIMITED BY SIZE
007570         " CORRECTED="                  DELIMITED BY SIZE
007580         VAL-OF-ID                      DELIMITED BY SIZE
007590         INTO ERROR-LOG-RECORD
007600     END-STRING.
007610     WRITE ERROR-LOG-RECORD.
007620 9000-EXIT.
007630     EXIT.
007640 9000-DECL-EXIT.
007650     EXIT.
007660 END DECLARATIVES.
007670 MAIN-PROG SECTION.
007680 0000-MAINLINE.
007690     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
007700     EVALUATE TRUE
007710         WHEN MODE-LOOKUP
007720             PERFORM 3000-LOOKUP-EMPLOYEE THRU 3000-EXIT
007730         WHEN MODE-SUMMARY
007740             PERFORM 4000-SUMMARY-REPORT THRU 4000-EXIT
007750         WHEN MODE-ANNIV
007760             PERFORM 5000-ANNIVERSARY-REPORT THRU 5000-EXIT
007770         WHEN MODE-IMPORT
007780             PERFORM 6000-IMPORT-CSV THRU 6000-EXIT
007790         WHEN MODE-PURGE
007800             PERFORM 7000-PURGE-TERMINATED THRU 7000-EXIT
007810         WHEN MODE-HISTORY
007820             PERFORM 7500-PRINT-RUN-HISTORY THRU 7500-EXIT
007830         WHEN OTHER
007840             PERFORM 2000-PROCESS-REPORT THRU 2000-EXIT
007850                 UNTIL E-O-F
007860     END-EVALUATE.
007870     PERFORM 8000-CLEANUP THRU 8000-EXIT.
007880     STOP RUN.
007890*
007900*-----------------------------------------------------------*
007910* 1000-INITIALIZE - GET THE RUN DATE, RESOLVE THE EMPLOYEE   *
007920* FILE SPEC AND RUN MODE, CHECK THE BATCH CYCLE GATE, OPEN   *
007930* THE FILES AND PRIME THE DRIVER LOOP (REPORT MODE ONLY -    *
007940* LOOKUP MODE READS BY KEY).                                 *
007950*-----------------------------------------------------------*
007960 1000-INITIALIZE.
007970     ACCEPT D-DATE FROM DATE YYYYMMDD.
007980     SET MODE-REPORT TO TRUE.
007990     SET RANGE-NONE TO TRUE.
008000     OPEN EXTEND ERROR-LOG-FILE.
008010     PERFORM 1100-RESOLVE-FILE-SPEC THRU 1100-EXIT.
008020     IF MODE-HISTORY
008030         GO TO 1000-EXIT
008040     END-IF.
008050     PERFORM 1300-CHECK-CYCLE-GATE THRU 1300-EXIT.
008060     PERFORM 1750-WRITE-RUN-START THRU 1750-EXIT.
008070     IF MODE-IMPORT OR MODE-PURGE
008080         PERFORM 7800-ACQUIRE-RUN-TOKEN THRU 7800-EXIT
008090     END-IF.
008100     PERFORM WITH TEST AFTER UNTIL VALID-OP
008110         SET VALID-OP TO TRUE
008120         SET OP-OPEN TO TRUE
008130         IF MODE-IMPORT OR MODE-PURGE
008140             OPEN I-O EMP-FILE
008150         ELSE
008160             OPEN INPUT EMP-FILE
008170         END-IF
008180         IF OP-FAILED
008190             SET OP-CLOSE TO TRUE
008200             CLOSE EMP-FILE
008210         END-IF
008220     END-PERFORM.
008230     OPEN INPUT DEPT-FILE.
008240     IF WS-DEPT-STATUS = "00"
008250         SET DEPT-MASTER-AVAILABLE TO TRUE
008260     ELSE
008270         DISPLAY "Department master not available - STATUS="
008280             WS-DEPT-STATUS
008290     END-IF.
008300     IF RESTART-REQUESTED
008310         PERFORM 1700-READ-CHECKPOINT THRU 1700-EXIT
008320     END-IF.
008330     IF MODE-REPORT AND WS-CHECKPOINT-EMP-ID = ZERO
008340         PERFORM 1500-VALIDATE-EMP-FILE THRU 1500-EXIT
008350     END-IF.
008360     IF MODE-IMPORT
008370         OPEN INPUT CSV-FILE
008380         OPEN OUTPUT IMPORT-REJECT-FILE
008390         GO TO 1000-EXIT
008400     END-IF.
008410     IF MODE-PURGE
008420         GO TO 1000-EXIT
008430     END-IF.
008440     OPEN OUTPUT REPORT-FILE.
008450     IF CSV-REQUESTED
008460         OPEN OUTPUT CSV-FILE
008470     END-IF.
008480     EVALUATE TRUE
008490         WHEN MODE-SUMMARY
008500             INITIATE SUMRPT
008510         WHEN MODE-ANNIV
008520             INITIATE ANNRPT
008530         WHEN OTHER
008540             INITIATE RPT
008550     END-EVALUATE.
008560     IF MODE-REPORT
008570         SET NOT-E-O-F TO TRUE
008580         IF RESTART-REQUESTED AND WS-CHECKPOINT-EMP-ID NOT = ZERO
008590             MOVE WS-CHECKPOINT-EMP-ID TO EMP-ID OF EMP-RECORD
008600             START EMP-FILE KEY IS GREATER THAN EMP-ID
008610                 INVALID KEY
008620                     SET E-O-F TO TRUE
008630             END-START
008640         END-IF
008650         IF RANGE-BY-NAME AND WS-CHECKPOINT-EMP-ID = ZERO
008660             MOVE WS-NAME-FROM TO EMP-NAME
008670             START EMP-FILE KEY IS NOT LESS THAN EMP-NAME
008680                 INVALID KEY
008690                     SET E-O-F TO TRUE
008700                 NOT INVALID KEY
008710                     SET NAME-KEYED-RUN TO TRUE
008720             END-START
008730         END-IF
008740         IF NOT E-O-F
008750             SET OP-READ TO TRUE
008760             READ EMP-FILE NEXT RECORD
008770         END-IF
008780     END-IF.
008790 1000-EXIT.
008800     EXIT.
008810*
008820*-----------------------------------------------------------*
008830* 1100-RESOLVE-FILE-SPEC - DETERMINE THE EMPLOYEE FILE SPEC  *
008840* AND RUN MODE WITHOUT OPERATOR INTERVENTION WHEN POSSIBLE:  *
008850* COMMAND LINE PARAMETERS TAKE PRIORITY, THEN THE LOGICAL    *
008860* NAME RMSSPECREGS$EMPFILE FOR THE FILE SPEC ALONE.  ONLY    *
008870* WHEN NEITHER SUPPLIES A FILE SPEC DO WE FALL BACK TO THE   *
008880* INTERACTIVE PROMPT SO THE JOB CAN STILL BE SUBMITTED AS A  *
008890* DETACHED/BATCH JOB.  OVERRIDE=REASON MUST BE THE LAST      *
008900* PARAMETER - EVERYTHING AFTER IT IS THE REASON, WHICH MAY   *
008910* CONTAIN SPACES - AND IS TAKEN OFF BEFORE THE WORD SCAN.    *
008920*-----------------------------------------------------------*
008930 1100-RESOLVE-FILE-SPEC.
008940     MOVE SPACES TO WS-COMMAND-LINE.
008950     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
008960     MOVE ZERO TO WS-OVERRIDE-POS.
008970     INSPECT WS-COMMAND-LINE TALLYING WS-OVERRIDE-POS
008980         FOR CHARACTERS BEFORE INITIAL "OVERRIDE=".
008990     IF WS-OVERRIDE-POS < 123
009000         MOVE WS-COMMAND-LINE (WS-OVERRIDE-POS + 10:)
009010             TO WS-OVERRIDE-REASON
009020     END-IF.
009030     IF WS-OVERRIDE-POS < 132
009040         MOVE SPACES TO WS-COMMAND-LINE (WS-OVERRIDE-POS + 1:)
009050     END-IF.
009060     IF WS-COMMAND-LINE NOT = SPACES
009070         PERFORM 1150-SCAN-COMMAND-PARAMETERS THRU 1150-EXIT
009080     END-IF.
009090     IF SPEC-FROM-PARM OR MODE-HISTORY
009100         GO TO 1100-EXIT
009110     END-IF.
009120     DISPLAY "RMSSPECREGS$EMPFILE" UPON ENVIRONMENT-NAME.
009130     ACCEPT VAL-OF-ID FROM ENVIRONMENT-VALUE.
009140     IF VAL-OF-ID NOT = SPACES
009150         SET SPEC-FROM-LOGICAL TO TRUE
009160         GO TO 1100-EXIT
009170     END-IF.
009180     DISPLAY "Enter file spec of employee file: "
009190         WITH NO ADVANCING.
009200     ACCEPT VAL-OF-ID.
009210     SET SPEC-FROM-TERMINAL TO TRUE.
009220 1100-EXIT.
009230     EXIT.
009240*
009250*-----------------------------------------------------------*
009260* 1150-SCAN-COMMAND-PARAMETERS - BREAK THE COMMAND LINE INTO *
009270* UP TO 10 BLANK-DELIMITED WORDS AND PROCESS EACH ONE.       *
009280*-----------------------------------------------------------*
009290 1150-SCAN-COMMAND-PARAMETERS.
009300     MOVE SPACES TO WS-PARM-WORDS.
009310     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
009320         INTO WS-PARM-01 WS-PARM-02 WS-PARM-03 WS-PARM-04
009330              WS-PARM-05 WS-PARM-06 WS-PARM-07 WS-PARM-08
009340              WS-PARM-09 WS-PARM-10
009350     END-UNSTRING.
009360     PERFORM 1160-PROCESS-ONE-PARAMETER THRU 1160-EXIT
009370         VARYING WS-PARM-IDX FROM 1 BY 1
009380         UNTIL WS-PARM-IDX > 10.
009390 1150-EXIT.
009400     EXIT.
009410*
009420*-----------------------------------------------------------*
009430* 1160-PROCESS-ONE-PARAMETER - A WORD OF THE FORM            *
009440* KEYWORD=VALUE SETS THE MATCHING OPTION; A BARE WORD WITH   *
009450* NO "=" IS TAKEN AS THE EMPLOYEE FILE SPEC.                 *
009460*-----------------------------------------------------------*
009470 1160-PROCESS-ONE-PARAMETER.
009480     IF WS-PARM-ENTRY (WS-PARM-IDX) = SPACES
009490         GO TO 1160-EXIT
009500     END-IF.
009510     MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE.
009520     UNSTRING WS-PARM-ENTRY (WS-PARM-IDX) DELIMITED BY "="
009530         INTO WS-PARM-KEYWORD WS-PARM-VALUE
009540     END-UNSTRING.
009550     IF WS-PARM-VALUE = SPACES
009560         IF NOT SPEC-FROM-PARM
009570             MOVE WS-PARM-ENTRY (WS-PARM-IDX) TO VAL-OF-ID
009580             SET SPEC-FROM-PARM TO TRUE
009590         END-IF
009600         GO TO 1160-EXIT
009610     END-IF.
009620     EVALUATE WS-PARM-KEYWORD
009630         WHEN "FILE"
009640             MOVE WS-PARM-VALUE TO VAL-OF-ID
009650             SET SPEC-FROM-PARM TO TRUE
009660         WHEN "MODE"
009670             EVALUATE WS-PARM-VALUE
009680                 WHEN "LOOKUP"
009690                     SET MODE-LOOKUP TO TRUE
009700                 WHEN "SUMMARY"
009710                     SET MODE-SUMMARY TO TRUE
009720                 WHEN "ANNIV"
009730                     SET MODE-ANNIV TO TRUE
009740                 WHEN "IMPORT"
009750                     SET MODE-IMPORT TO TRUE
009760                 WHEN "PURGE"
009770                     SET MODE-PURGE TO TRUE
009780                 WHEN "HISTORY"
009790                     SET MODE-HISTORY TO TRUE
009800                 WHEN OTHER
009810                     SET MODE-REPORT TO TRUE
009820             END-EVALUATE
009830         WHEN "NAME"
009840             MOVE WS-PARM-VALUE TO WS-LOOKUP-NAME
009850         WHEN "EMPID"
009860             MOVE FUNCTION NUMVAL (WS-PARM-VALUE)
009870                 TO WS-LOOKUP-EMP-ID
009880         WHEN "CSV"
009890             MOVE WS-PARM-VALUE TO WS-CSV-FILE-SPEC
009900             SET CSV-REQUESTED TO TRUE
009910         WHEN "FROM"
009920             MOVE FUNCTION NUMVAL (WS-PARM-VALUE)
009930                 TO WS-FROM-EMP-ID
009940             SET RANGE-BY-ID TO TRUE
009950         WHEN "TO"
009960             MOVE FUNCTION NUMVAL (WS-PARM-VALUE)
009970                 TO WS-TO-EMP-ID
009980             SET RANGE-BY-ID TO TRUE
009990         WHEN "NAMEFROM"
010000             MOVE WS-PARM-VALUE TO WS-NAME-FROM
010010             SET RANGE-BY-NAME TO TRUE
010020         WHEN "NAMETO"
010030             MOVE WS-PARM-VALUE TO WS-NAME-TO
010040             SET RANGE-BY-NAME TO TRUE
010050         WHEN "ASOF"
010060             MOVE FUNCTION NUMVAL (WS-PARM-VALUE)
010070                 TO WS-ANN-ASOF-DATE
010080         WHEN "MONTH"
010090             MOVE FUNCTION NUMVAL (WS-PARM-VALUE)
010100                 TO WS-ANN-MONTH
010110         WHEN "RETAIN"
010120             MOVE FUNCTION NUMVAL (WS-PARM-VALUE)
010130                 TO WS-RETAIN-YEARS
010140         WHEN "RESTART"
010150             IF WS-PARM-VALUE = "YES"
010160                 SET RESTART-REQUESTED TO TRUE
010170             END-IF
010180         WHEN "RECLAIM"
010190             IF WS-PARM-VALUE = "YES"
010200                 SET RECLAIM-REQUESTED TO TRUE
010210             END-IF
010220         WHEN "CYCLE"
010230             MOVE WS-PARM-VALUE TO WS-GATE-CYCLE
010240         WHEN "CYCLEDATE"
010250             IF WS-PARM-VALUE (1:8) IS NUMERIC
010260                 MOVE WS-PARM-VALUE (1:8) TO WS-GATE-DATE
010270             END-IF
010280         WHEN OTHER
010290             CONTINUE
010300     END-EVALUATE.
010310 1160-EXIT.
010320     EXIT.
010330*
010340*-----------------------------------------------------------*
010350* 1300-CHECK-CYCLE-GATE - REFUSE TO START AHEAD OF THE       *
010360* CYCLE.  NO CYCLE DEFINITION, OR NO CYCLE THAT NAMES THIS   *
010370* JOB, LEAVES NOTHING TO WAIT FOR.  OTHERWISE EVERY          *
010380* PREREQUISITE STEP MUST HAVE ENDED NORMALLY ON THE BUSINESS *
010390* DATE, OR THE OPERATOR MUST HAVE GIVEN AN OVERRIDE REASON,  *
010400* WHICH IS LOGGED BEFORE THE RUN GOES ON.                    *
010410*-----------------------------------------------------------*
010420 1300-CHECK-CYCLE-GATE.
010430     MOVE WS-RUN-MODE-SW TO WS-GATE-MODE.
010440     IF WS-GATE-DATE = ZERO
010450         MOVE D-DATE TO WS-GATE-DATE
010460     END-IF.
010470     OPEN INPUT CYCLEDEF-FILE.
010480     IF WS-DEF-STATUS NOT = "00"
010490         GO TO 1300-EXIT
010500     END-IF.
010510     SET GATE-NOT-EOF TO TRUE.
010520     PERFORM 1310-LOAD-ONE-STEP THRU 1310-EXIT
010530         UNTIL GATE-EOF.
010540     CLOSE CYCLEDEF-FILE.
010550     PERFORM 1320-FIND-OWN-STEP THRU 1320-EXIT
010560         VARYING WS-GS-IDX FROM 1 BY 1
010570         UNTIL WS-GS-IDX > WS-GS-USED OR WS-GS-OWN NOT = ZERO.
010580     IF WS-GS-OWN = ZERO
010590         GO TO 1300-EXIT
010600     END-IF.
010610     PERFORM 1330-MARK-ONE-PREREQ THRU 1330-EXIT
010620         VARYING WS-PQ-IDX FROM 1 BY 1
010630         UNTIL WS-PQ-IDX > 4.
010640     IF WS-GATE-NEEDED-COUNT = ZERO
010650         GO TO 1300-EXIT
010660     END-IF.
010670     PERFORM 1340-SCAN-RUN-HISTORY THRU 1340-EXIT.
010680     MOVE SPACES TO WS-GATE-MISSING.
010690     MOVE 1 TO WS-GATE-MISSING-PTR.
010700     PERFORM 1380-LIST-ONE-MISSING THRU 1380-EXIT
010710         VARYING WS-GS-IDX FROM 1 BY 1
010720         UNTIL WS-GS-IDX > WS-GS-USED.
010730     IF WS-GATE-MISSING = SPACES
010740         DISPLAY "Cycle " WS-GATE-CYCLE
010750             " prerequisites complete for " WS-GATE-DATE
010760         GO TO 1300-EXIT
010770     END-IF.
010780     IF WS-OVERRIDE-REASON = SPACES
010790         DISPLAY "Cycle " WS-GATE-CYCLE
010800             " prerequisites not ended normally on "
010810             WS-GATE-DATE
010820         DISPLAY "Not ended normally: " WS-GATE-MISSING
010830         DISPLAY "Run not started - rerun with "
010840             "OVERRIDE=reason to start it anyway"
010850         STOP RUN
010860     END-IF.
010870     PERFORM 1390-LOG-OVERRIDE THRU 1390-EXIT.
010880 1300-EXIT.
010890     EXIT.
010900*
010910 1310-LOAD-ONE-STEP.
010920     READ CYCLEDEF-FILE
010930         AT END
010940             SET GATE-EOF TO TRUE
010950             GO TO 1310-EXIT
010960     END-READ.
010970     IF CYCLEDEF-RECORD = SPACES
010980         OR CYCLEDEF-RECORD (1:1) = "*"
010990         GO TO 1310-EXIT
011000     END-IF.
011010     IF WS-GS-USED NOT < 40
011020         GO TO 1310-EXIT
011030     END-IF.
011040     MOVE CYCLEDEF-RECORD TO CYCLE-DEF-LINE.
011050     ADD 1 TO WS-GS-USED.
011060     MOVE CD-CYCLE TO WS-GS-CYCLE (WS-GS-USED).
011070     MOVE CD-STEP TO WS-GS-STEP (WS-GS-USED).
011080     MOVE CD-JOB TO WS-GS-JOB (WS-GS-USED).
011090     MOVE CD-MODE TO WS-GS-MODE (WS-GS-USED).
011100     MOVE CD-PREREQ-STEP (1) TO WS-GS-PREREQ (WS-GS-USED 1).
011110     MOVE CD-PREREQ-STEP (2) TO WS-GS-PREREQ (WS-GS-USED 2).
011120     MOVE CD-PREREQ-STEP (3) TO WS-GS-PREREQ (WS-GS-USED 3).
011130     MOVE CD-PREREQ-STEP (4) TO WS-GS-PREREQ (WS-GS-USED 4).
011140     MOVE "N" TO WS-GS-NEEDED-SW (WS-GS-USED)
011150                 WS-GS-DONE-SW (WS-GS-USED).
011160 1310-EXIT.
011170     EXIT.
011180*
011190 1320-FIND-OWN-STEP.
011200     IF WS-GS-JOB (WS-GS-IDX) = WS-GATE-JOB
011210         AND (WS-GS-MODE (WS-GS-IDX) = SPACE
011220           OR WS-GS-MODE (WS-GS-IDX) = WS-GATE-MODE)
011230         AND (WS-GATE-CYCLE = SPACES
011240           OR WS-GS-CYCLE (WS-GS-IDX) = WS-GATE-CYCLE)
011250         MOVE WS-GS-IDX TO WS-GS-OWN
011260         MOVE WS-GS-CYCLE (WS-GS-IDX) TO WS-GATE-CYCLE
011270     END-IF.
011280 1320-EXIT.
011290     EXIT.
011300*
011310 1330-MARK-ONE-PREREQ.
011320     MOVE WS-GS-PREREQ (WS-GS-OWN WS-PQ-IDX) TO WS-PQ-STEP.
011330     IF WS-PQ-STEP = SPACES OR WS-PQ-STEP = "00"
011340         GO TO 1330-EXIT
011350     END-IF.
011360     PERFORM 1335-MARK-PREREQ-STEP THRU 1335-EXIT
011370         VARYING WS-GS-IDX FROM 1 BY 1
011380         UNTIL WS-GS-IDX > WS-GS-USED.
011390 1330-EXIT.
011400     EXIT.
011410*
011420 1335-MARK-PREREQ-STEP.
011430     IF WS-GS-CYCLE (WS-GS-IDX) = WS-GATE-CYCLE
011440         AND WS-GS-STEP (WS-GS-IDX) = WS-PQ-STEP
011450         AND NOT GS-NEEDED (WS-GS-IDX)
011460         MOVE "Y" TO WS-GS-NEEDED-SW (WS-GS-IDX)
011470         ADD 1 TO WS-GATE-NEEDED-COUNT
011480     END-IF.
011490 1335-EXIT.
011500     EXIT.
011510*
011520*-----------------------------------------------------------*
011530* 1340-SCAN-RUN-HISTORY - ONE PASS OVER RUNHIST.LOG.  A      *
011540* START FOR THE BUSINESS DATE FOR A PREREQUISITE STEP IS     *
011550* TABLED BY ITS START STAMP.  THE BUSINESS DATE OF A START   *
011560* IS ITS BUSINESS= WORD, OR ITS STAMP DATE WHEN IT HAS NONE, *
011570* SO A STEP RUN AFTER MIDNIGHT STILL COUNTS FOR ITS CYCLE.   *
011580* AN END RECORD WITH STATUS=NORMAL FOR A TABLED STAMP MARKS  *
011590* THAT STEP DONE.  A START WITH NO JOB= IS AN OLDER          *
011600* RMSSPECREGS START.                                         *
011610*-----------------------------------------------------------*
011620 1340-SCAN-RUN-HISTORY.
011630     OPEN INPUT RUNHIST-FILE.
011640     IF WS-HIST-STATUS NOT = "00"
011650         GO TO 1340-EXIT
011660     END-IF.
011670     SET GATE-NOT-EOF TO TRUE.
011680     PERFORM 1350-DIGEST-HISTORY-LINE THRU 1350-EXIT
011690         UNTIL GATE-EOF.
011700     CLOSE RUNHIST-FILE.
011710 1340-EXIT.
011720     EXIT.
011730*
011740 1350-DIGEST-HISTORY-LINE.
011750     READ RUNHIST-FILE
011760         AT END
011770             SET GATE-EOF TO TRUE
011780             GO TO 1350-EXIT
011790     END-READ.
011800     IF RUNHIST-RECORD (1:6) NOT = "START "
011810         AND RUNHIST-RECORD (1:6) NOT = "END   "
011820         GO TO 1350-EXIT
011830     END-IF.
011840     MOVE SPACES TO WS-HIST-WORDS WS-HL-JOB WS-HL-MODE
011850                    WS-HL-STATUS WS-HL-BUSINESS.
011860     UNSTRING RUNHIST-RECORD DELIMITED BY ALL SPACE
011870         INTO WS-HW-WORD (1) WS-HW-WORD (2)
011880              WS-HW-WORD (3) WS-HW-WORD (4)
011890              WS-HW-WORD (5) WS-HW-WORD (6)
011900              WS-HW-WORD (7) WS-HW-WORD (8)
011910              WS-HW-WORD (9) WS-HW-WORD (10)
011920              WS-HW-WORD (11) WS-HW-WORD (12)
011930     END-UNSTRING.
011940     PERFORM 1355-TAKE-ONE-WORD THRU 1355-EXIT
011950         VARYING WS-HW-IDX FROM 1 BY 1
011960         UNTIL WS-HW-IDX > 12.
011970     IF RUNHIST-RECORD (1:6) = "START "
011980         IF WS-HL-BUSINESS = SPACES
011990             MOVE RUNHIST-RECORD (7:8) TO WS-HL-BUSINESS
012000         END-IF
012010         IF WS-HL-BUSINESS NOT = WS-GATE-DATE
012020             GO TO 1350-EXIT
012030         END-IF
012040         IF WS-HL-JOB = SPACES
012050             MOVE "RMSSPECREGS" TO WS-HL-JOB
012060         END-IF
012070         PERFORM 1360-TABLE-ONE-START THRU 1360-EXIT
012080             VARYING WS-GS-IDX FROM 1 BY 1
012090             UNTIL WS-GS-IDX > WS-GS-USED
012100     ELSE
012110         IF WS-HL-STATUS = "NORMAL"
012120             PERFORM 1370-MATCH-ONE-END THRU 1370-EXIT
012130                 VARYING WS-GR-IDX FROM 1 BY 1
012140                 UNTIL WS-GR-IDX > WS-GR-USED
012150         END-IF
012160     END-IF.
012170 1350-EXIT.
012180     EXIT.
012190*
012200 1355-TAKE-ONE-WORD.
012210     IF WS-HW-WORD (WS-HW-IDX) (1:4) = "JOB="
012220         MOVE WS-HW-WORD (WS-HW-IDX) (5:12) TO WS-HL-JOB
012230     END-IF.
012240     IF WS-HW-WORD (WS-HW-IDX) (1:5) = "MODE="
012250         MOVE WS-HW-WORD (WS-HW-IDX) (6:1) TO WS-HL-MODE
012260     END-IF.
012270     IF WS-HW-WORD (WS-HW-IDX) (1:7) = "STATUS="
012280         MOVE WS-HW-WORD (WS-HW-IDX) (8:10) TO WS-HL-STATUS
012290     END-IF.
012300     IF WS-HW-WORD (WS-HW-IDX) (1:9) = "BUSINESS="
012310         MOVE WS-HW-WORD (WS-HW-IDX) (10:8) TO WS-HL-BUSINESS
012320     END-IF.
012330 1355-EXIT.
012340     EXIT.
012350*
012360 1360-TABLE-ONE-START.
012370     IF NOT GS-NEEDED (WS-GS-IDX)
012380         OR WS-GS-JOB (WS-GS-IDX) NOT = WS-HL-JOB
012390         GO TO 1360-EXIT
012400     END-IF.
012410     IF WS-GS-MODE (WS-GS-IDX) NOT = SPACE
012420         AND WS-GS-MODE (WS-GS-IDX) NOT = WS-HL-MODE
012430         GO TO 1360-EXIT
012440     END-IF.
012450     IF WS-GR-USED < 200
012460         ADD 1 TO WS-GR-USED
012470         MOVE RUNHIST-RECORD (7:17) TO WS-GR-STAMP (WS-GR-USED)
012480         MOVE WS-GS-IDX TO WS-GR-STEP-IDX (WS-GR-USED)
012490     END-IF.
012500 1360-EXIT.
012510     EXIT.
012520*
012530 1370-MATCH-ONE-END.
012540     IF WS-GR-STAMP (WS-GR-IDX) = RUNHIST-RECORD (7:17)
012550         MOVE WS-GR-STEP-IDX (WS-GR-IDX) TO WS-GS-IDX2
012560         MOVE "Y" TO WS-GS-DONE-SW (WS-GS-IDX2)
012570     END-IF.
012580 1370-EXIT.
012590     EXIT.
012600*
012610 1380-LIST-ONE-MISSING.
012620     IF NOT GS-NEEDED (WS-GS-IDX) OR GS-DONE (WS-GS-IDX)
012630         GO TO 1380-EXIT
012640     END-IF.
012650     IF WS-GATE-MISSING-PTR > 1
012660         STRING ","                     DELIMITED BY SIZE
012670             INTO WS-GATE-MISSING
012680             WITH POINTER WS-GATE-MISSING-PTR
012690         END-STRING
012700     END-IF.
012710     STRING
012720         WS-GS-STEP (WS-GS-IDX)         DELIMITED BY SIZE
012730         "-"                            DELIMITED BY SIZE
012740         WS-GS-JOB (WS-GS-IDX)          DELIMITED BY SPACE
012750         INTO WS-GATE-MISSING
012760         WITH POINTER WS-GATE-MISSING-PTR
012770     END-STRING.
012780 1380-EXIT.
012790     EXIT.
012800*
012810*-----------------------------------------------------------*
012820* 1390-LOG-OVERRIDE - RECORD WHO STARTED THE RUN AHEAD OF    *
012830* WHICH STEPS AND WHY.  AN OVERRIDE THAT CANNOT BE LOGGED IS *
012840* NOT ALLOWED.                                               *
012850*-----------------------------------------------------------*
012860 1390-LOG-OVERRIDE.
012870     DISPLAY "RMSSPECREGS$USER" UPON ENVIRONMENT-NAME.
012880     MOVE SPACES TO WS-LOCK-USER.
012890     ACCEPT WS-LOCK-USER FROM ENVIRONMENT-VALUE.
012900     IF WS-LOCK-USER = SPACES
012910         MOVE "*UNKNOWN*" TO WS-LOCK-USER
012920     END-IF.
012930     ACCEPT WS-LOG-TIME FROM TIME.
012940     OPEN EXTEND RUNHIST-FILE.
012950     IF WS-HIST-STATUS NOT = "00" AND WS-HIST-STATUS NOT = "05"
012960         DISPLAY "Run history not available - STATUS="
012970             WS-HIST-STATUS
012980         DISPLAY "Override cannot be logged - run not started"
012990         STOP RUN
013000     END-IF.
013010     MOVE SPACES TO RUNHIST-RECORD.
013020     STRING
013030         "OVERRIDE "                    DELIMITED BY SIZE
013040         D-DATE                         DELIMITED BY SIZE
013050         " "                            DELIMITED BY SIZE
013060         WS-LOG-TIME                    DELIMITED BY SIZE
013070         " JOB=RMSSPECREGS USER="       DELIMITED BY SIZE
013080         WS-LOCK-USER                   DELIMITED BY SPACE
013090         " CYCLE="                      DELIMITED BY SIZE
013100         WS-GATE-CYCLE                  DELIMITED BY SPACE
013110         " BUSINESS="                   DELIMITED BY SIZE
013120         WS-GATE-DATE                   DELIMITED BY SIZE
013130         " MISSING="                    DELIMITED BY SIZE
013140         WS-GATE-MISSING                DELIMITED BY SPACE
013150         " REASON="                     DELIMITED BY SIZE
013160         FUNCTION TRIM (WS-OVERRIDE-REASON)
013170                                        DELIMITED BY SIZE
013180         INTO RUNHIST-RECORD
013190     END-STRING.
013200     WRITE RUNHIST-RECORD.
013210     CLOSE RUNHIST-FILE.
013220     DISPLAY "Cycle " WS-GATE-CYCLE
013230         " prerequisites overridden by " WS-LOCK-USER.
013240     DISPLAY "Not ended normally: " WS-GATE-MISSING.
013250     DISPLAY "Reason: " WS-OVERRIDE-REASON.
013260 1390-EXIT.
013270     EXIT.
013280*
013290*-----------------------------------------------------------*
013300* 1500-VALIDATE-EMP-FILE - WALK EMP-FILE ONCE, TOP TO BOTTOM,*
013310* BEFORE INITIATE RPT, FLAGGING DUPLICATE EMP-ID VALUES AND  *
013320* BLANK OR GARBLED EMP-NAME/EMP-ADDRESS ENTRIES ONTO THE     *
013330* EXCEPTIONS LISTING RATHER THAN LETTING THEM PRINT ON THE   *
013340* REPORT UNNOTICED.  EMP-FILE IS REOPENED AT THE END SO THE  *
013350* MAIN REPORT LOOP STARTS FROM THE FIRST RECORD AGAIN.       *
013360*-----------------------------------------------------------*
013370 1500-VALIDATE-EMP-FILE.
013380     OPEN EXTEND EXCEPTION-FILE.
013390     MOVE ZERO TO WS-PREV-EMP-ID.
013400     SET NOT-E-O-F TO TRUE.
013410     SET OP-READ TO TRUE.
013420     READ EMP-FILE NEXT RECORD.
013430     PERFORM 1550-VALIDATE-ONE-RECORD THRU 1550-EXIT
013440         UNTIL E-O-F.
013450     CLOSE EXCEPTION-FILE.
013460     SET OP-CLOSE TO TRUE.
013470     CLOSE EMP-FILE.
013480     SET OP-OPEN TO TRUE.
013490     SET VALID-OP TO TRUE.
013500     OPEN INPUT EMP-FILE.
013510     SET NOT-E-O-F TO TRUE.
013520 1500-EXIT.
013530     EXIT.
013540*
013550*-----------------------------------------------------------*
013560* 1550-VALIDATE-ONE-RECORD - CHECK THE CURRENT EMP-RECORD    *
013570* AND ADVANCE TO THE NEXT ONE.                               *
013580*-----------------------------------------------------------*
013590 1550-VALIDATE-ONE-RECORD.
013600     IF EMP-ID OF EMP-RECORD = WS-PREV-EMP-ID
013610         MOVE "DUPLICATE EMP-ID" TO WS-EXCEPTION-REASON
013620         PERFORM 1560-WRITE-EXCEPTION THRU 1560-EXIT
013630     END-IF.
013640     IF EMP-NAME = SPACES OR EMP-NAME IS NUMERIC
013650         MOVE "BLANK OR GARBLED EMP-NAME" TO WS-EXCEPTION-REASON
013660         PERFORM 1560-WRITE-EXCEPTION THRU 1560-EXIT
013670     END-IF.
013680     IF EMP-ADDRESS = SPACES OR EMP-ADDRESS IS NUMERIC
013690         MOVE "BLANK/GARBLED EMP-ADDRESS" TO WS-EXCEPTION-REASON
013700         PERFORM 1560-WRITE-EXCEPTION THRU 1560-EXIT
013710     END-IF.
013720     IF DEPT-MASTER-AVAILABLE
013730         MOVE EMP-DEPT-CODE TO WS-LOOKUP-DEPT-CODE
013740         PERFORM 2500-LOOKUP-DEPT-NAME THRU 2500-EXIT
013750         IF DEPT-NOT-FOUND
013760             MOVE SPACES TO WS-EXCEPTION-REASON
013770             STRING
013780                 "UNKNOWN DEPT CODE "    DELIMITED BY SIZE
013790                 EMP-DEPT-CODE           DELIMITED BY SIZE
013800                 INTO WS-EXCEPTION-REASON
013810             END-STRING
013820             PERFORM 1560-WRITE-EXCEPTION THRU 1560-EXIT
013830         END-IF
013840     END-IF.
013850     IF NOT EMP-ACTIVE AND NOT EMP-TERMINATED
013860         MOVE "INVALID EMP-STATUS" TO WS-EXCEPTION-REASON
013870         PERFORM 1560-WRITE-EXCEPTION THRU 1560-EXIT
013880     END-IF.
013890     IF EMP-TERMINATED AND EMP-TERM-DATE = ZERO
013900         MOVE "TERMINATED, NO TERM DATE"
013910             TO WS-EXCEPTION-REASON
013920         PERFORM 1560-WRITE-EXCEPTION THRU 1560-EXIT
013930     END-IF.
013940     IF EMP-ACTIVE AND EMP-TERM-DATE NOT = ZERO
013950         MOVE "ACTIVE WITH TERM DATE" TO WS-EXCEPTION-REASON
013960         PERFORM 1560-WRITE-EXCEPTION THRU 1560-EXIT
013970     END-IF.
013980     MOVE EMP-ID OF EMP-RECORD TO WS-PREV-EMP-ID.
013990     SET OP-READ TO TRUE.
014000     READ EMP-FILE NEXT RECORD.
014010 1550-EXIT.
014020     EXIT.
014030*
014040*-----------------------------------------------------------*
014050* 1560-WRITE-EXCEPTION - APPEND ONE LINE TO THE STANDING     *
014060* EXCEPTIONS LOG: THE RUN DATE, THE CURRENT EMP-ID AND THE   *
014070* REASON.  THE LOG ACCUMULATES ACROSS RUNS SO OPSSUMM CAN    *
014080* SHOW TRENDS AND RUN-AFTER-RUN REPEAT OFFENDERS.            *
014090*-----------------------------------------------------------*
014100 1560-WRITE-EXCEPTION.
014110     MOVE SPACES TO EXCEPTION-RECORD.
014120     STRING
014130         D-DATE                         DELIMITED BY SIZE
014140         " "                            DELIMITED BY SIZE
014150         EMP-ID OF EMP-RECORD           DELIMITED BY SIZE
014160         "  "                           DELIMITED BY SIZE
014170         WS-EXCEPTION-REASON            DELIMITED BY SIZE
014180         INTO EXCEPTION-RECORD
014190     END-STRING.
014200     WRITE EXCEPTION-RECORD.
014210 1560-EXIT.
014220     EXIT.
014230*
014240*-----------------------------------------------------------*
014250* 1700-READ-CHECKPOINT - LOAD THE LAST CHECKPOINTED EMP-ID   *
014260* FOR A RESTART=YES RUN.  IF NO CHECKPOINT FILE EXISTS YET,  *
014270* ZERO IS LEFT IN WS-CHECKPOINT-EMP-ID AND THE RUN STARTS    *
014280* FROM THE FIRST RECORD, THE SAME AS A NORMAL RUN.           *
014290*-----------------------------------------------------------*
014300 1700-READ-CHECKPOINT.
014310     OPEN INPUT CHECKPOINT-FILE.
014320     READ CHECKPOINT-FILE
014330         AT END
014340             MOVE ZERO TO WS-CHECKPOINT-EMP-ID
014350         NOT AT END
014360             MOVE FUNCTION NUMVAL (CHECKPOINT-RECORD)
014370                 TO WS-CHECKPOINT-EMP-ID
014380     END-READ.
014390     CLOSE CHECKPOINT-FILE.
014400 1700-EXIT.
014410     EXIT.
014420*
014430*-----------------------------------------------------------*
014440* 1750-WRITE-RUN-START - APPEND THE RUN-HISTORY START RECORD *
014450* AS SOON AS THE PARAMETERS ARE RESOLVED: START STAMP,       *
014460* BUSINESS DATE, RUN MODE, FILE SPEC AND EVERY FILTER THE    *
014470* RUN WAS GIVEN.  THE FILE IS OPENED AND CLOSED AROUND THE   *
014480* ONE WRITE SO THE RECORD SURVIVES EVEN IF THE RUN IS KILLED *
014490* LATER ON.                                                  *
014500*-----------------------------------------------------------*
014510 1750-WRITE-RUN-START.
014520     ACCEPT WS-RUN-START-TIME FROM TIME.
014530     OPEN EXTEND RUNHIST-FILE.
014540     IF WS-HIST-STATUS NOT = "00" AND WS-HIST-STATUS NOT = "05"
014550         DISPLAY "Run history not available - STATUS="
014560             WS-HIST-STATUS
014570         GO TO 1750-EXIT
014580     END-IF.
014590     MOVE SPACES TO RUNHIST-RECORD.
014600     STRING
014610         "START "                       DELIMITED BY SIZE
014620         D-DATE                         DELIMITED BY SIZE
014630         " "                            DELIMITED BY SIZE
014640         WS-RUN-START-TIME              DELIMITED BY SIZE
014650         " JOB=RMSSPECREGS"             DELIMITED BY SIZE
014660         " BUSINESS="                   DELIMITED BY SIZE
014670         WS-GATE-DATE                   DELIMITED BY SIZE
014680         " MODE="                       DELIMITED BY SIZE
014690         WS-RUN-MODE-SW                 DELIMITED BY SIZE
014700         " FILE="                       DELIMITED BY SIZE
014710         FUNCTION TRIM (VAL-OF-ID)      DELIMITED BY SIZE
014720         " FROM="                       DELIMITED BY SIZE
014730         WS-FROM-EMP-ID                 DELIMITED BY SIZE
014740         " TO="                         DELIMITED BY SIZE
014750         WS-TO-EMP-ID                   DELIMITED BY SIZE
014760         " NAMEFROM="                   DELIMITED BY SIZE
014770         FUNCTION TRIM (WS-NAME-FROM)   DELIMITED BY SIZE
014780         " NAMETO="                     DELIMITED BY SIZE
014790         FUNCTION TRIM (WS-NAME-TO)     DELIMITED BY SIZE
014800         " CSV="                        DELIMITED BY SIZE
014810         FUNCTION TRIM (WS-CSV-FILE-SPEC)
014820                                        DELIMITED BY SIZE
014830         " RESTART="                    DELIMITED BY SIZE
014840         WS-RESTART-SW                  DELIMITED BY SIZE
014850         " EMPID="                      DELIMITED BY SIZE
014860         WS-LOOKUP-EMP-ID               DELIMITED BY SIZE
014870         " NAME="                       DELIMITED BY SIZE
014880         FUNCTION TRIM (WS-LOOKUP-NAME) DELIMITED BY SIZE
014890         " ASOF="                       DELIMITED BY SIZE
014900         WS-ANN-ASOF-DATE               DELIMITED BY SIZE
014910         " MONTH="                      DELIMITED BY SIZE
014920         WS-ANN-MONTH                   DELIMITED BY SIZE
014930         " RETAIN="                     DELIMITED BY SIZE
014940         WS-RETAIN-YEARS                DELIMITED BY SIZE
014950         INTO RUNHIST-RECORD
014960     END-STRING.
014970     WRITE RUNHIST-RECORD.
014980     CLOSE RUNHIST-FILE.
014990 1750-EXIT.
015000     EXIT.
015010*
015020*-----------------------------------------------------------*
015030* 2000-PROCESS-REPORT - DRIVE THE REPORT ONE EMPLOYEE AT A   *
015040* TIME UNTIL EMP-FILE IS EXHAUSTED.                          *
015050*-----------------------------------------------------------*
015060 2000-PROCESS-REPORT.
015070     ADD 1 TO WS-READ-COUNT.
015080     IF NAME-KEYED-RUN AND EMP-NAME > WS-NAME-TO
015090         SET E-O-F TO TRUE
015100         GO TO 2000-EXIT
015110     END-IF.
015120     IF EMP-TERMINATED
015130         GO TO 2000-NEXT
015140     END-IF.
015150     IF RANGE-NONE
015160         OR (RANGE-BY-ID AND EMP-ID OF EMP-RECORD
015170                 NOT < WS-FROM-EMP-ID AND NOT > WS-TO-EMP-ID)
015180         OR (RANGE-BY-NAME AND EMP-NAME
015190                 NOT < WS-NAME-FROM AND NOT > WS-NAME-TO)
015200         MOVE EMP-DEPT-CODE TO WS-LOOKUP-DEPT-CODE
015210         PERFORM 2500-LOOKUP-DEPT-NAME THRU 2500-EXIT
015220         GENERATE REPORT-LINE
015230         ADD 1 TO WS-EMP-COUNT
015240         IF CSV-REQUESTED
015250             PERFORM 2100-WRITE-CSV-RECORD THRU 2100-EXIT
015260         END-IF
015270         IF NOT NAME-KEYED-RUN
015280             ADD 1 TO WS-CHECKPOINT-COUNTER
015290             IF WS-CHECKPOINT-COUNTER NOT <
015300                     WS-CHECKPOINT-INTERVAL
015310                 PERFORM 2200-WRITE-CHECKPOINT THRU 2200-EXIT
015320                 MOVE ZERO TO WS-CHECKPOINT-COUNTER
015330             END-IF
015340         END-IF
015350     END-IF.
015360 2000-NEXT.
015370     SET OP-READ TO TRUE.
015380     READ EMP-FILE NEXT RECORD.
015390 2000-EXIT.
015400     EXIT.
015410*
015420*-----------------------------------------------------------*
015430* 3000-LOOKUP-EMPLOYEE - MODE=LOOKUP READS EMP-FILE BY KEY.  *
015440* EMPID= PRINTS THE ONE EMPLOYEE; NAME= POSITIONS ON THE     *
015450* EMP-NAME ALTERNATE KEY AND PRINTS EVERY EMPLOYEE WHOSE     *
015460* NAME BEGINS WITH THE VALUE GIVEN - THE PHONE QUERY IS      *
015470* ALWAYS "FIND SMITH", NEVER THE EMPLOYEE NUMBER.            *
015480*-----------------------------------------------------------*
015490 3000-LOOKUP-EMPLOYEE.
015500     IF WS-LOOKUP-NAME NOT = SPACES
015510         PERFORM 3500-LOOKUP-BY-NAME THRU 3500-EXIT
015520         GO TO 3000-EXIT
015530     END-IF.
015540     MOVE WS-LOOKUP-EMP-ID TO EMP-ID OF EMP-RECORD.
015550     SET OP-READ TO TRUE.
015560     READ EMP-FILE RECORD KEY IS EMP-ID
015570         INVALID KEY
015580             DISPLAY "Employee " WS-LOOKUP-EMP-ID " not on file."
015590         NOT INVALID KEY
015600             ADD 1 TO WS-READ-COUNT
015610             MOVE EMP-DEPT-CODE TO WS-LOOKUP-DEPT-CODE
015620             PERFORM 2500-LOOKUP-DEPT-NAME THRU 2500-EXIT
015630             GENERATE REPORT-LINE
015640             ADD 1 TO WS-EMP-COUNT
015650             IF CSV-REQUESTED
015660                 PERFORM 2100-WRITE-CSV-RECORD THRU 2100-EXIT
015670             END-IF
015680     END-READ.
015690 3000-EXIT.
015700     EXIT.
015710*
015720*-----------------------------------------------------------*
015730* 3500-LOOKUP-BY-NAME - POSITION ON THE EMP-NAME ALTERNATE   *
015740* KEY AT THE NAME GIVEN AND PRINT EVERY EMPLOYEE WHOSE NAME  *
015750* BEGINS WITH IT, IN NAME ORDER.                             *
015760*-----------------------------------------------------------*
015770 3500-LOOKUP-BY-NAME.
015780     MOVE 15 TO WS-LOOKUP-NAME-LEN.
015790     PERFORM 3550-FIND-NAME-LENGTH THRU 3550-EXIT
015800         UNTIL WS-LOOKUP-NAME-LEN = 1
015810           OR WS-LOOKUP-NAME (WS-LOOKUP-NAME-LEN:1)
015820               NOT = SPACE.
015830     MOVE WS-LOOKUP-NAME TO EMP-NAME.
015840     START EMP-FILE KEY IS NOT LESS THAN EMP-NAME
015850         INVALID KEY
015860             DISPLAY "No employee found for NAME="
015870                 WS-LOOKUP-NAME
015880             GO TO 3500-EXIT
015890     END-START.
015900     SET NOT-E-O-F TO TRUE.
015910     SET OP-READ TO TRUE.
015920     READ EMP-FILE NEXT RECORD.
015930     PERFORM 3600-PRINT-NAME-MATCH THRU 3600-EXIT
015940         UNTIL E-O-F.
015950     IF WS-EMP-COUNT = ZERO
015960         DISPLAY "No employee found for NAME=" WS-LOOKUP-NAME
015970     END-IF.
015980 3500-EXIT.
015990     EXIT.
016000*
016010 3550-FIND-NAME-LENGTH.
016020     SUBTRACT 1 FROM WS-LOOKUP-NAME-LEN.
016030 3550-EXIT.
016040     EXIT.
016050*
016060 3600-PRINT-NAME-MATCH.
016070     ADD 1 TO WS-READ-COUNT.
016080     IF EMP-NAME (1:WS-LOOKUP-NAME-LEN) NOT =
016090             WS-LOOKUP-NAME (1:WS-LOOKUP-NAME-LEN)
016100         SET E-O-F TO TRUE
016110         GO TO 3600-EXIT
016120     END-IF.
016130     MOVE EMP-DEPT-CODE TO WS-LOOKUP-DEPT-CODE.
016140     PERFORM 2500-LOOKUP-DEPT-NAME THRU 2500-EXIT.
016150     GENERATE REPORT-LINE.
016160     ADD 1 TO WS-EMP-COUNT.
016170     IF CSV-REQUESTED
016180         PERFORM 2100-WRITE-CSV-RECORD THRU 2100-EXIT
016190     END-IF.
016200     SET OP-READ TO TRUE.
016210     READ EMP-FILE NEXT RECORD.
016220 3600-EXIT.
016230     EXIT.
016240*
016250*-----------------------------------------------------------*
016260* 2100-WRITE-CSV-RECORD - WRITE THE CURRENT EMPLOYEE RECORD  *
016270* TO THE OPTIONAL DELIMITED DISK FILE REQUESTED BY A CSV=    *
016280* COMMAND LINE PARAMETER, FOR LOADING INTO A SPREADSHEET.    *
016290*-----------------------------------------------------------*
016300 2100-WRITE-CSV-RECORD.
016310     MOVE SPACES TO CSV-RECORD.
016320     STRING
016330         EMP-ID                               DELIMITED BY SIZE
016340         ","                                   DELIMITED BY SIZE
016350         FUNCTION TRIM (EMP-NAME)               DELIMITED BY SIZE
016360         ","                                   DELIMITED BY SIZE
016370         FUNCTION TRIM (EMP-ADDRESS)            DELIMITED BY SIZE
016380         ","                                   DELIMITED BY SIZE
016390         FUNCTION TRIM (EMP-DEPT-CODE)          DELIMITED BY SIZE
016400         ","                                   DELIMITED BY SIZE
016410         FUNCTION TRIM (WS-DEPT-NAME)           DELIMITED BY SIZE
016420         ","                                   DELIMITED BY SIZE
016430         EMP-HIRE-DATE                         DELIMITED BY SIZE
016440         ","                                   DELIMITED BY SIZE
016450         FUNCTION TRIM (EMP-JOB-TITLE)          DELIMITED BY SIZE
016460         INTO CSV-RECORD
016470     END-STRING.
016480     WRITE CSV-RECORD.
016490 2100-EXIT.
016500     EXIT.
016510*
016520*-----------------------------------------------------------*
016530* 2200-WRITE-CHECKPOINT - RECORD THE LAST SUCCESSFULLY       *
016540* PROCESSED EMP-ID SO A KILLED JOB CAN BE RESTARTED WITH     *
016550* RESTART=YES INSTEAD OF REPRINTING FROM RECORD ONE.  EACH   *
016560* CHECKPOINT REPLACES THE PREVIOUS ONE.                      *
016570*-----------------------------------------------------------*
016580 2200-WRITE-CHECKPOINT.
016590     OPEN OUTPUT CHECKPOINT-FILE.
016600     MOVE EMP-ID OF EMP-RECORD TO CHECKPOINT-RECORD.
016610     WRITE CHECKPOINT-RECORD.
016620     CLOSE CHECKPOINT-FILE.
016630 2200-EXIT.
016640     EXIT.
016650*
016660*-----------------------------------------------------------*
016670* 2300-RESET-CHECKPOINT - A REPORT-MODE RUN THAT REACHES     *
016680* END OF FILE ON ITS OWN HAS NOTHING LEFT TO RESTART, SO THE *
016690* CHECKPOINT IS CLEARED HERE.  OTHERWISE A LATER RESTART=YES *
016700* RUN WOULD START EMP-FILE PAST A STALE EMP-ID LEFT OVER FROM*
016710* THIS RUN'S LAST 2200-WRITE-CHECKPOINT AND SILENTLY SKIP    *
016720* EVERYTHING UP TO THAT POINT.                               *
016730*-----------------------------------------------------------*
016740 2300-RESET-CHECKPOINT.
016750     OPEN OUTPUT CHECKPOINT-FILE.
016760     CLOSE CHECKPOINT-FILE.
016770 2300-EXIT.
016780     EXIT.
016790*
016800*-----------------------------------------------------------*
016810* 2500-LOOKUP-DEPT-NAME - READ THE DEPARTMENT MASTER BY THE  *
016820* CODE THE CALLER PLACED IN WS-LOOKUP-DEPT-CODE.  A CODE NOT *
016830* ON THE MASTER PRINTS AS *UNKNOWN* ON THE LISTING; WHEN THE *
016840* MASTER ITSELF IS NOT AVAILABLE THE NAME IS LEFT BLANK AND  *
016850* NO CODE IS FLAGGED.                                        *
016860*-----------------------------------------------------------*
016870 2500-LOOKUP-DEPT-NAME.
016880     MOVE SPACES TO WS-DEPT-NAME.
016890     SET DEPT-NOT-FOUND TO TRUE.
016900     IF NOT DEPT-MASTER-AVAILABLE
016910         GO TO 2500-EXIT
016920     END-IF.
016930     MOVE WS-LOOKUP-DEPT-CODE TO DEPT-CODE.
016940     READ DEPT-FILE RECORD KEY IS DEPT-CODE
016950         INVALID KEY
016960             MOVE "*UNKNOWN*" TO WS-DEPT-NAME
016970         NOT INVALID KEY
016980             SET DEPT-FOUND TO TRUE
016990             MOVE DEPT-NAME TO WS-DEPT-NAME
017000     END-READ.
017010 2500-EXIT.
017020     EXIT.
017030*
017040*-----------------------------------------------------------*
017050* 4000-SUMMARY-REPORT - MODE=SUMMARY SORTS THE ROSTER BY     *
017060* EMP-DEPT-CODE (EMP-ID WITHIN DEPARTMENT) AND PRINTS THE    *
017070* DEPARTMENT HEADCOUNT SUMMARY FROM THE SORTED RECORDS.  THE *
017080* SAME EMP-ID/EMP-NAME RANGE FILTERS AS THE FULL LISTING     *
017090* APPLY ON THE WAY INTO THE SORT.                            *
017100*-----------------------------------------------------------*
017110 4000-SUMMARY-REPORT.
017120     SORT SORT-FILE
017130         ON ASCENDING KEY SORT-DEPT-CODE SORT-EMP-ID
017140         INPUT PROCEDURE IS 4100-SORT-INPUT THRU 4100-EXIT
017150         OUTPUT PROCEDURE IS 4200-SORT-OUTPUT THRU 4200-EXIT.
017160 4000-EXIT.
017170     EXIT.
017180*
017190*-----------------------------------------------------------*
017200* 4100-SORT-INPUT - WALK EMP-FILE TOP TO BOTTOM AND RELEASE  *
017210* EVERY RECORD THAT PASSES THE RANGE FILTER TO THE SORT.     *
017220*-----------------------------------------------------------*
017230 4100-SORT-INPUT.
017240     SET NOT-E-O-F TO TRUE.
017250     SET OP-READ TO TRUE.
017260     READ EMP-FILE NEXT RECORD.
017270     PERFORM 4150-RELEASE-ONE-RECORD THRU 4150-EXIT
017280         UNTIL E-O-F.
017290 4100-EXIT.
017300     EXIT.
017310*
017320 4150-RELEASE-ONE-RECORD.
017330     ADD 1 TO WS-READ-COUNT.
017340     IF EMP-TERMINATED
017350         GO TO 4150-NEXT
017360     END-IF.
017370     IF RANGE-NONE
017380         OR (RANGE-BY-ID AND EMP-ID OF EMP-RECORD
017390                 NOT < WS-FROM-EMP-ID AND NOT > WS-TO-EMP-ID)
017400         OR (RANGE-BY-NAME AND EMP-NAME
017410                 NOT < WS-NAME-FROM AND NOT > WS-NAME-TO)
017420         MOVE EMP-DEPT-CODE           TO SORT-DEPT-CODE
017430         MOVE EMP-ID OF EMP-RECORD    TO SORT-EMP-ID
017440         MOVE EMP-NAME                TO SORT-EMP-NAME
017450         MOVE EMP-ADDRESS             TO SORT-EMP-ADDRESS
017460         MOVE EMP-HIRE-DATE           TO SORT-EMP-HIRE-DATE
017470         MOVE EMP-JOB-TITLE           TO SORT-EMP-JOB-TITLE
017480         RELEASE SORT-RECORD
017490     END-IF.
017500 4150-NEXT.
017510     SET OP-READ TO TRUE.
017520     READ EMP-FILE NEXT RECORD.
017530 4150-EXIT.
017540     EXIT.
017550*
017560*-----------------------------------------------------------*
017570* 4200-SORT-OUTPUT - DRIVE SUMRPT FROM THE SORTED RECORDS.   *
017580* THE DEPARTMENT SUBTOTAL PRINTED BY THE CONTROL FOOTING IS  *
017590* STAGED IN WS-CF-COUNT JUST BEFORE THE GENERATE THAT        *
017600* TRIGGERS THE BREAK (AND BEFORE TERMINATE FOR THE LAST      *
017610* DEPARTMENT), SO THE FOOTING ALWAYS SHOWS THE COUNT OF THE  *
017620* DEPARTMENT JUST ENDED.                                     *
017630*-----------------------------------------------------------*
017640 4200-SORT-OUTPUT.
017650     SET SUM-FIRST-RECORD TO TRUE.
017660     MOVE SPACES TO WS-PREV-SUM-DEPT.
017670     MOVE ZERO TO WS-DEPT-SUBTOTAL.
017680     SET NOT-E-O-F TO TRUE.
017690     RETURN SORT-FILE RECORD
017700         AT END
017710             SET E-O-F TO TRUE
017720     END-RETURN.
017730     PERFORM 4250-PROCESS-SORTED-RECORD THRU 4250-EXIT
017740         UNTIL E-O-F.
017750     IF SUM-NOT-FIRST
017760         MOVE WS-DEPT-SUBTOTAL TO WS-CF-COUNT
017770         IF CSV-REQUESTED
017780             PERFORM 4280-WRITE-CSV-SUBTOTAL THRU 4280-EXIT
017790         END-IF
017800     END-IF.
017810     IF CSV-REQUESTED
017820         PERFORM 4290-WRITE-CSV-GRAND-TOTAL THRU 4290-EXIT
017830     END-IF.
017840 4200-EXIT.
017850     EXIT.
017860*
017870 4250-PROCESS-SORTED-RECORD.
017880     IF SUM-FIRST-RECORD
017890         OR SORT-DEPT-CODE NOT = WS-PREV-SUM-DEPT
017900         IF SUM-NOT-FIRST
017910             MOVE WS-DEPT-SUBTOTAL TO WS-CF-COUNT
017920             IF CSV-REQUESTED
017930                 PERFORM 4280-WRITE-CSV-SUBTOTAL THRU 4280-EXIT
017940             END-IF
017950         END-IF
017960         MOVE ZERO TO WS-DEPT-SUBTOTAL
017970         MOVE SORT-DEPT-CODE TO WS-LOOKUP-DEPT-CODE
017980         PERFORM 2500-LOOKUP-DEPT-NAME THRU 2500-EXIT
017990         MOVE WS-DEPT-NAME TO WS-SUM-DEPT-NAME
018000     END-IF.
018010     MOVE SORT-DEPT-CODE      TO WS-SUM-DEPT-CODE.
018020     MOVE SORT-EMP-ID         TO WS-SUM-EMP-ID.
018030     MOVE SORT-EMP-NAME       TO WS-SUM-EMP-NAME.
018040     MOVE SORT-EMP-ADDRESS    TO WS-SUM-EMP-ADDRESS.
018050     MOVE SORT-EMP-HIRE-DATE  TO WS-SUM-EMP-HIRE-DATE.
018060     MOVE SORT-EMP-JOB-TITLE  TO WS-SUM-EMP-JOB-TITLE.
018070     ADD 1 TO WS-DEPT-SUBTOTAL.
018080     ADD 1 TO WS-EMP-COUNT.
018090     GENERATE SUM-LINE.
018100     IF CSV-REQUESTED
018110         PERFORM 4270-WRITE-SUMMARY-CSV THRU 4270-EXIT
018120     END-IF.
018130     MOVE SORT-DEPT-CODE TO WS-PREV-SUM-DEPT.
018140     SET SUM-NOT-FIRST TO TRUE.
018150     RETURN SORT-FILE RECORD
018160         AT END
018170             SET E-O-F TO TRUE
018180     END-RETURN.
018190 4250-EXIT.
018200     EXIT.
018210*
018220*-----------------------------------------------------------*
018230* 4270-WRITE-SUMMARY-CSV - ONE DELIMITED LINE PER EMPLOYEE   *
018240* IN SORTED DEPARTMENT ORDER, SAME FIELDS AS THE FULL        *
018250* LISTING EXPORT.                                            *
018260*-----------------------------------------------------------*
018270 4270-WRITE-SUMMARY-CSV.
018280     MOVE SPACES TO CSV-RECORD.
018290     STRING
018300         WS-SUM-EMP-ID                        DELIMITED BY SIZE
018310         ","                                   DELIMITED BY SIZE
018320         FUNCTION TRIM (WS-SUM-EMP-NAME)        DELIMITED BY SIZE
018330         ","                                   DELIMITED BY SIZE
018340         FUNCTION TRIM (WS-SUM-EMP-ADDRESS)     DELIMITED BY SIZE
018350         ","                                   DELIMITED BY SIZE
018360         FUNCTION TRIM (WS-SUM-DEPT-CODE)       DELIMITED BY SIZE
018370         ","                                   DELIMITED BY SIZE
018380         FUNCTION TRIM (WS-SUM-DEPT-NAME)       DELIMITED BY SIZE
018390         ","                                   DELIMITED BY SIZE
018400         WS-SUM-EMP-HIRE-DATE                  DELIMITED BY SIZE
018410         ","                                   DELIMITED BY SIZE
018420         FUNCTION TRIM (WS-SUM-EMP-JOB-TITLE)   DELIMITED BY SIZE
018430         INTO CSV-RECORD
018440     END-STRING.
018450     WRITE CSV-RECORD.
018460 4270-EXIT.
018470     EXIT.
018480*
018490*-----------------------------------------------------------*
018500* 4280-WRITE-CSV-SUBTOTAL - DEPARTMENT SUBTOTAL LINE ON THE  *
018510* CSV, MATCHING THE CONTROL FOOTING ON THE PRINTED SUMMARY.  *
018520*-----------------------------------------------------------*
018530 4280-WRITE-CSV-SUBTOTAL.
018540     MOVE WS-DEPT-SUBTOTAL TO WS-CSV-COUNT.
018550     MOVE SPACES TO CSV-RECORD.
018560     STRING
018570         "SUBTOTAL,"                           DELIMITED BY SIZE
018580         WS-PREV-SUM-DEPT                      DELIMITED BY SIZE
018590         ","                                   DELIMITED BY SIZE
018600         FUNCTION TRIM (WS-CSV-COUNT)           DELIMITED BY SIZE
018610         INTO CSV-RECORD
018620     END-STRING.
018630     WRITE CSV-RECORD.
018640 4280-EXIT.
018650     EXIT.
018660*
018670*-----------------------------------------------------------*
018680* 4290-WRITE-CSV-GRAND-TOTAL - GRAND TOTAL LINE ON THE CSV,  *
018690* MATCHING THE REPORT FOOTING ON THE PRINTED SUMMARY.        *
018700*-----------------------------------------------------------*
018710 4290-WRITE-CSV-GRAND-TOTAL.
018720     MOVE WS-EMP-COUNT TO WS-CSV-COUNT.
018730     MOVE SPACES TO CSV-RECORD.
018740     STRING
018750         "TOTAL,,"                             DELIMITED BY SIZE
018760         FUNCTION TRIM (WS-CSV-COUNT)           DELIMITED BY SIZE
018770         INTO CSV-RECORD
018780     END-STRING.
018790     WRITE CSV-RECORD.
018800 4290-EXIT.
018810     EXIT.
018820*
018830*-----------------------------------------------------------*
018840* 5000-ANNIVERSARY-REPORT - MODE=ANNIV.  ONE PASS OVER       *
018850* EMP-FILE PRINTS THE SERVICE ANNIVERSARIES FALLING IN THE   *
018860* CHOSEN MONTH WHILE RELEASING EVERY FILTERED RECORD TO A    *
018870* SORT ON EMP-HIRE-DATE; THE SORTED RECORDS COME BACK AS THE *
018880* SENIORITY LISTING, LONGEST SERVICE FIRST.  THE AS-OF DATE  *
018890* DEFAULTS TO THE RUN DATE AND THE MONTH TO THE AS-OF MONTH. *
018900*-----------------------------------------------------------*
018910 5000-ANNIVERSARY-REPORT.
018920     IF WS-ANN-ASOF-DATE = ZERO
018930         MOVE D-DATE TO WS-ANN-ASOF-DATE
018940     END-IF.
018950     IF WS-ANN-MONTH = ZERO
018960         MOVE WS-ASOF-MONTH TO WS-ANN-MONTH
018970     END-IF.
018980     GENERATE ANN-CAPTION.
018990     SORT SORT-FILE
019000         ON ASCENDING KEY SORT-EMP-HIRE-DATE SORT-EMP-ID
019010         INPUT PROCEDURE IS 5100-ANNIV-INPUT THRU 5100-EXIT
019020         OUTPUT PROCEDURE IS 5200-SENIORITY-OUTPUT
019030             THRU 5200-EXIT.
019040 5000-EXIT.
019050     EXIT.
019060*
019070*-----------------------------------------------------------*
019080* 5100-ANNIV-INPUT - WALK EMP-FILE TOP TO BOTTOM, PRINT THE  *
019090* ANNIVERSARY LINE FOR EMPLOYEES WHOSE HIRE MONTH IS THE     *
019100* CHOSEN MONTH, AND RELEASE EVERY FILTERED RECORD TO THE     *
019110* SENIORITY SORT.                                            *
019120*-----------------------------------------------------------*
019130 5100-ANNIV-INPUT.
019140     SET NOT-E-O-F TO TRUE.
019150     SET OP-READ TO TRUE.
019160     READ EMP-FILE NEXT RECORD.
019170     PERFORM 5150-CHECK-ONE-EMPLOYEE THRU 5150-EXIT
019180         UNTIL E-O-F.
019190 5100-EXIT.
019200     EXIT.
019210*
019220 5150-CHECK-ONE-EMPLOYEE.
019230     ADD 1 TO WS-READ-COUNT.
019240     IF EMP-TERMINATED
019250         GO TO 5150-NEXT
019260     END-IF.
019270     IF RANGE-NONE
019280         OR (RANGE-BY-ID AND EMP-ID OF EMP-RECORD
019290                 NOT < WS-FROM-EMP-ID AND NOT > WS-TO-EMP-ID)
019300         OR (RANGE-BY-NAME AND EMP-NAME
019310                 NOT < WS-NAME-FROM AND NOT > WS-NAME-TO)
019320         MOVE EMP-HIRE-DATE TO WS-ANN-HIRE-DATE
019330         IF WS-HIRE-MONTH = WS-ANN-MONTH
019340             COMPUTE WS-ANN-YEARS =
019350                 WS-ASOF-YEAR - WS-HIRE-YEAR
019360             IF WS-ANN-YEARS > ZERO
019370                 MOVE SPACE TO WS-ANN-MILESTONE
019380                 IF WS-ANN-YEARS = 5 OR 10 OR 25
019390                     MOVE "*" TO WS-ANN-MILESTONE
019400                 END-IF
019410                 GENERATE ANN-LINE
019420             END-IF
019430         END-IF
019440         MOVE EMP-DEPT-CODE           TO SORT-DEPT-CODE
019450         MOVE EMP-ID OF EMP-RECORD    TO SORT-EMP-ID
019460         MOVE EMP-NAME                TO SORT-EMP-NAME
019470         MOVE EMP-ADDRESS             TO SORT-EMP-ADDRESS
019480         MOVE EMP-HIRE-DATE           TO SORT-EMP-HIRE-DATE
019490         MOVE EMP-JOB-TITLE           TO SORT-EMP-JOB-TITLE
019500         RELEASE SORT-RECORD
019510     END-IF.
019520 5150-NEXT.
019530     SET OP-READ TO TRUE.
019540     READ EMP-FILE NEXT RECORD.
019550 5150-EXIT.
019560     EXIT.
019570*
019580*-----------------------------------------------------------*
019590* 5200-SENIORITY-OUTPUT - PRINT THE SORTED RECORDS AS THE    *
019600* SENIORITY LISTING.  YEARS OF SERVICE COUNT ONLY COMPLETED  *
019610* YEARS: AN ANNIVERSARY NOT YET REACHED BY THE AS-OF DATE    *
019620* DOES NOT COUNT.                                            *
019630*-----------------------------------------------------------*
019640 5200-SENIORITY-OUTPUT.
019650     GENERATE SEN-CAPTION.
019660     SET NOT-E-O-F TO TRUE.
019670     RETURN SORT-FILE RECORD
019680         AT END
019690             SET E-O-F TO TRUE
019700     END-RETURN.
019710     PERFORM 5250-PRINT-SENIORITY-LINE THRU 5250-EXIT
019720         UNTIL E-O-F.
019730 5200-EXIT.
019740     EXIT.
019750*
019760 5250-PRINT-SENIORITY-LINE.
019770     MOVE SORT-EMP-ID         TO WS-SUM-EMP-ID.
019780     MOVE SORT-EMP-NAME       TO WS-SUM-EMP-NAME.
019790     MOVE SORT-EMP-HIRE-DATE  TO WS-SUM-EMP-HIRE-DATE.
019800     MOVE SORT-EMP-JOB-TITLE  TO WS-SUM-EMP-JOB-TITLE.
019810     MOVE SORT-EMP-HIRE-DATE  TO WS-ANN-HIRE-DATE.
019820     COMPUTE WS-ANN-YEARS = WS-ASOF-YEAR - WS-HIRE-YEAR.
019830     IF WS-HIRE-MMDD > WS-ASOF-MMDD
019840         SUBTRACT 1 FROM WS-ANN-YEARS
019850     END-IF.
019860     IF WS-ANN-YEARS < ZERO
019870         MOVE ZERO TO WS-ANN-YEARS
019880     END-IF.
019890     ADD 1 TO WS-EMP-COUNT.
019900     GENERATE SEN-LINE.
019910     RETURN SORT-FILE RECORD
019920         AT END
019930             SET E-O-F TO TRUE
019940     END-RETURN.
019950 5250-EXIT.
019960     EXIT.
019970*
019980*-----------------------------------------------------------*
019990* 6000-IMPORT-CSV - MODE=IMPORT.  READ THE DELIMITED EXTRACT *
020000* NAMED BY CSV= ONE LINE AT A TIME, APPLY THE CLEAN LINES TO *
020010* EMP-FILE AND REPORT THE RUN COUNTS ON THE OPERATOR LOG.    *
020020*-----------------------------------------------------------*
020030 6000-IMPORT-CSV.
020040     SET NOT-E-O-F TO TRUE.
020050     READ CSV-FILE
020060         AT END
020070             SET E-O-F TO TRUE
020080     END-READ.
020090     PERFORM 6100-IMPORT-ONE-LINE THRU 6100-EXIT
020100         UNTIL E-O-F.
020110     MOVE WS-IMP-READ-COUNT TO WS-CSV-COUNT.
020120     DISPLAY "Import lines read:      " WS-CSV-COUNT.
020130     MOVE WS-IMP-ADD-COUNT TO WS-CSV-COUNT.
020140     DISPLAY "Employees added:        " WS-CSV-COUNT.
020150     MOVE WS-IMP-REFRESH-COUNT TO WS-CSV-COUNT.
020160     DISPLAY "Employees refreshed:    " WS-CSV-COUNT.
020170     MOVE WS-IMP-REJECT-COUNT TO WS-CSV-COUNT.
020180     DISPLAY "Lines rejected:         " WS-CSV-COUNT.
020190 6000-EXIT.
020200     EXIT.
020210*
020220*-----------------------------------------------------------*
020230* 6100-IMPORT-ONE-LINE - BREAK THE CURRENT EXTRACT LINE INTO *
020240* ITS FIELDS (EMP-ID, NAME, ADDRESS, DEPT, HIRE DATE, TITLE  *
020250* AND, OPTIONALLY, THE SUPERVISOR'S EMP-ID - 0000000 MEANS   *
020260* NONE; BLANK OR ABSENT KEEPS THE SUPERVISOR ALREADY ON FILE *
020270* FOR AN EXISTING EMPLOYEE AND MEANS NONE FOR A NEW ONE).    *
020280* THIS IS THE CORPORATE EXTRACT LAYOUT, NOT OUR OWN          *
020290* EXPORT'S - THE EXPORT CARRIES THE DEPARTMENT NAME          *
020300* AFTER THE DEPT CODE AND CANNOT BE FED                      *
020310* BACK THROUGH THIS MODE.  EACH FIELD IS CHECKED AGAINST     *
020320* THE EMP-RECORD PICTURES, THEN A NEW EMP-ID IS WRITTEN OR   *
020330* AN EXISTING ONE REFRESHED IN PLACE.  A LINE                *
020340* THAT FAILS ANY CHECK GOES TO THE REJECT FILE WITH THE      *
020350* REASON AND NEVER TOUCHES THE MASTER.                       *
020360*-----------------------------------------------------------*
020370 6100-IMPORT-ONE-LINE.
020380     ADD 1 TO WS-IMP-READ-COUNT.
020390     MOVE SPACES TO WS-IMP-EMP-ID WS-IMP-NAME WS-IMP-ADDRESS
020400         WS-IMP-DEPT-CODE WS-IMP-HIRE-DATE WS-IMP-JOB-TITLE
020410         WS-IMP-SUPERVISOR-ID.
020420     UNSTRING CSV-RECORD DELIMITED BY ","
020430         INTO WS-IMP-EMP-ID WS-IMP-NAME WS-IMP-ADDRESS
020440              WS-IMP-DEPT-CODE WS-IMP-HIRE-DATE
020450              WS-IMP-JOB-TITLE WS-IMP-SUPERVISOR-ID
020460     END-UNSTRING.
020470     IF WS-IMP-EMP-ID IS NOT NUMERIC
020480         MOVE "EMP-ID NOT 7-DIGIT NUMERIC" TO WS-IMP-REASON
020490         PERFORM 6900-WRITE-IMPORT-REJECT THRU 6900-EXIT
020500         GO TO 6100-NEXT
020510     END-IF.
020520     IF WS-IMP-NAME = SPACES
020530         MOVE "BLANK EMP-NAME" TO WS-IMP-REASON
020540         PERFORM 6900-WRITE-IMPORT-REJECT THRU 6900-EXIT
020550         GO TO 6100-NEXT
020560     END-IF.
020570     IF WS-IMP-HIRE-DATE IS NOT NUMERIC
020580         MOVE "HIRE DATE NOT NUMERIC" TO WS-IMP-REASON
020590         PERFORM 6900-WRITE-IMPORT-REJECT THRU 6900-EXIT
020600         GO TO 6100-NEXT
020610     END-IF.
020620     MOVE WS-IMP-HIRE-DATE TO WS-ANN-HIRE-DATE.
020630     IF WS-HIRE-MONTH < 01 OR WS-HIRE-MONTH > 12
020640         OR WS-HIRE-DAY < 01 OR WS-HIRE-DAY > 31
020650         MOVE "INVALID HIRE DATE" TO WS-IMP-REASON
020660         PERFORM 6900-WRITE-IMPORT-REJECT THRU 6900-EXIT
020670         GO TO 6100-NEXT
020680     END-IF.
020690     SET IMP-SUPV-GIVEN TO TRUE.
020700     IF WS-IMP-SUPERVISOR-ID = SPACES
020710         SET IMP-SUPV-KEEP TO TRUE
020720         MOVE ZEROS TO WS-IMP-SUPERVISOR-ID
020730     END-IF.
020740     IF WS-IMP-SUPERVISOR-ID IS NOT NUMERIC
020750         MOVE "SUPERVISOR NOT NUMERIC" TO WS-IMP-REASON
020760         PERFORM 6900-WRITE-IMPORT-REJECT THRU 6900-EXIT
020770         GO TO 6100-NEXT
020780     END-IF.
020790     IF WS-IMP-SUPERVISOR-ID NOT = "0000000"
020800         PERFORM 6200-CHECK-SUPERVISOR THRU 6200-EXIT
020810         IF WS-IMP-REASON NOT = SPACES
020820             PERFORM 6900-WRITE-IMPORT-REJECT THRU 6900-EXIT
020830             GO TO 6100-NEXT
020840         END-IF
020850     END-IF.
020860     IF IMP-SUPV-KEEP
020870         MOVE WS-IMP-EMP-ID TO EMP-ID OF EMP-RECORD
020880         SET OP-READ TO TRUE
020890         READ EMP-FILE RECORD KEY IS EMP-ID OF EMP-RECORD
020900             INVALID KEY
020910                 CONTINUE
020920             NOT INVALID KEY
020930                 MOVE EMP-SUPERVISOR-ID TO WS-IMP-SUPERVISOR-ID
020940         END-READ
020950     END-IF.
020960     MOVE WS-IMP-EMP-ID    TO EMP-ID OF EMP-RECORD.
020970     MOVE WS-IMP-NAME      TO EMP-NAME.
020980     MOVE WS-IMP-ADDRESS   TO EMP-ADDRESS.
020990     MOVE WS-IMP-DEPT-CODE TO EMP-DEPT-CODE.
021000     MOVE WS-IMP-HIRE-DATE TO EMP-HIRE-DATE.
021010     MOVE WS-IMP-JOB-TITLE TO EMP-JOB-TITLE.
021020     SET EMP-ACTIVE TO TRUE.
021030     MOVE ZERO TO EMP-TERM-DATE.
021040     MOVE WS-IMP-SUPERVISOR-ID TO EMP-SUPERVISOR-ID.
021050     WRITE EMP-RECORD
021060         INVALID KEY
021070             REWRITE EMP-RECORD
021080             END-REWRITE
021090             ADD 1 TO WS-IMP-REFRESH-COUNT
021100         NOT INVALID KEY
021110             ADD 1 TO WS-IMP-ADD-COUNT
021120     END-WRITE.
021130 6100-NEXT.
021140     READ CSV-FILE
021150         AT END
021160             SET E-O-F TO TRUE
021170     END-READ.
021180 6100-EXIT.
021190     EXIT.
021200*
021210*-----------------------------------------------------------*
021220* 6200-CHECK-SUPERVISOR - THE SUPERVISOR NAMED ON THE LINE   *
021230* MUST NOT BE THE EMPLOYEE, MUST ALREADY BE ON EMP-FILE (ON  *
021240* THE MASTER BEFORE THE RUN OR LOADED FROM AN EARLIER LINE)  *
021250* AND ACTIVE, AND CLIMBING ITS OWN REPORTING CHAIN MUST      *
021260* REACH THE TOP WITHOUT MEETING THE EMPLOYEE.  A CHAIN       *
021270* LONGER THAN THE LIMIT CAN ONLY BE A LOOP ALREADY ON FILE.  *
021280* A FAILURE LEAVES THE REASON IN WS-IMP-REASON.              *
021290*-----------------------------------------------------------*
021300 6200-CHECK-SUPERVISOR.
021310     MOVE SPACES TO WS-IMP-REASON.
021320     IF WS-IMP-SUPERVISOR-ID = WS-IMP-EMP-ID
021330         MOVE "REPORTS TO SELF" TO WS-IMP-REASON
021340         GO TO 6200-EXIT
021350     END-IF.
021360     MOVE WS-IMP-SUPERVISOR-ID TO EMP-ID OF EMP-RECORD.
021370     SET OP-READ TO TRUE.
021380     READ EMP-FILE RECORD KEY IS EMP-ID OF EMP-RECORD
021390         INVALID KEY
021400             MOVE "SUPERVISOR NOT ON FILE" TO WS-IMP-REASON
021410             GO TO 6200-EXIT
021420     END-READ.
021430     IF EMP-TERMINATED
021440         MOVE "SUPERVISOR TERMINATED" TO WS-IMP-REASON
021450         GO TO 6200-EXIT
021460     END-IF.
021470     SET IMP-CHAIN-CLIMBING TO TRUE.
021480     MOVE ZERO TO WS-IMP-CHAIN-DEPTH.
021490     PERFORM 6250-CLIMB-ONE-LEVEL THRU 6250-EXIT
021500         UNTIL NOT IMP-CHAIN-CLIMBING.
021510     IF IMP-CHAIN-CIRCULAR
021520         MOVE "CIRCULAR REPORTING CHAIN" TO WS-IMP-REASON
021530     END-IF.
021540 6200-EXIT.
021550     EXIT.
021560*
021570 6250-CLIMB-ONE-LEVEL.
021580     IF EMP-SUPERVISOR-ID = ZERO
021590         SET IMP-CHAIN-AT-TOP TO TRUE
021600         GO TO 6250-EXIT
021610     END-IF.
021620     ADD 1 TO WS-IMP-CHAIN-DEPTH.
021630     IF EMP-SUPERVISOR-ID = WS-IMP-EMP-ID
021640         OR WS-IMP-CHAIN-DEPTH > WS-IMP-CHAIN-LIMIT
021650         SET IMP-CHAIN-CIRCULAR TO TRUE
021660         GO TO 6250-EXIT
021670     END-IF.
021680     MOVE EMP-SUPERVISOR-ID TO EMP-ID OF EMP-RECORD.
021690     SET OP-READ TO TRUE.
021700     READ EMP-FILE RECORD KEY IS EMP-ID OF EMP-RECORD
021710         INVALID KEY
021720             SET IMP-CHAIN-AT-TOP TO TRUE
021730     END-READ.
021740 6250-EXIT.
021750     EXIT.
021760*
021770*-----------------------------------------------------------*
021780* 6900-WRITE-IMPORT-REJECT - APPEND THE EXTRACT LINE AND THE *
021790* REASON IT COULD NOT BE LOADED TO THE REJECT FILE.          *
021800*-----------------------------------------------------------*
021810 6900-WRITE-IMPORT-REJECT.
021820     ADD 1 TO WS-IMP-REJECT-COUNT.
021830     MOVE SPACES TO IMPORT-REJECT-RECORD.
021840     STRING
021850         CSV-RECORD                     DELIMITED BY SIZE
021860         "  "                           DELIMITED BY SIZE
021870         WS-IMP-REASON                  DELIMITED BY SIZE
021880         INTO IMPORT-REJECT-RECORD
021890     END-STRING.
021900     WRITE IMPORT-REJECT-RECORD.
021910 6900-EXIT.
021920     EXIT.
021930*
021940*-----------------------------------------------------------*
021950* 7000-PURGE-TERMINATED - MODE=PURGE.  WALK EMP-FILE TOP TO  *
021960* BOTTOM AND MOVE EVERY RECORD TERMINATED ON OR BEFORE THE   *
021970* CUTOFF (RUN DATE LESS RETAIN= YEARS) INTO THE ARCHIVE,     *
021980* DELETING IT FROM THE ACTIVE MASTER.  THE ARCHIVE KEEPS THE *
021990* SAME KEY AND LAYOUT, SO MODE=LOOKUP RUNS AGAINST IT WITH   *
022000* FILE=SYS$DISK:ARTARCH.DAT WHEN PAYROLL ASKS ABOUT A        *
022010* LEAVER.                                                    *
022020*-----------------------------------------------------------*
022030 7000-PURGE-TERMINATED.
022040     MOVE D-DATE TO WS-PURGE-CUTOFF.
022050     SUBTRACT WS-RETAIN-YEARS FROM WS-CUTOFF-YEAR.
022060     OPEN I-O ARCHIVE-FILE.
022070     IF WS-ARCH-STATUS NOT = "00" AND WS-ARCH-STATUS NOT = "05"
022080         DISPLAY "Archive file not available - STATUS="
022090             WS-ARCH-STATUS
022100         GO TO 7000-EXIT
022110     END-IF.
022120     SET NOT-E-O-F TO TRUE.
022130     SET OP-READ TO TRUE.
022140     READ EMP-FILE NEXT RECORD.
022150     PERFORM 7100-PURGE-ONE-RECORD THRU 7100-EXIT
022160         UNTIL E-O-F.
022170     CLOSE ARCHIVE-FILE.
022180     MOVE WS-PURGE-READ-COUNT TO WS-CSV-COUNT.
022190     DISPLAY "Purge records read:     " WS-CSV-COUNT.
022200     MOVE WS-PURGE-MOVED-COUNT TO WS-CSV-COUNT.
022210     DISPLAY "Records archived:       " WS-CSV-COUNT.
022220 7000-EXIT.
022230     EXIT.
022240*
022250 7100-PURGE-ONE-RECORD.
022260     ADD 1 TO WS-PURGE-READ-COUNT.
022270     IF EMP-TERMINATED
022280         AND EMP-TERM-DATE NOT = ZERO
022290         AND EMP-TERM-DATE NOT > WS-PURGE-CUTOFF
022300         MOVE EMP-RECORD TO ARCH-RECORD
022310         WRITE ARCH-RECORD
022320             INVALID KEY
022330                 REWRITE ARCH-RECORD
022340                 END-REWRITE
022350         END-WRITE
022360         DELETE EMP-FILE RECORD
022370         ADD 1 TO WS-PURGE-MOVED-COUNT
022380     END-IF.
022390     SET OP-READ TO TRUE.
022400     READ EMP-FILE NEXT RECORD.
022410 7100-EXIT.
022420     EXIT.
022430*
022440*-----------------------------------------------------------*
022450* 7500-PRINT-RUN-HISTORY - MODE=HISTORY.  READ RUNHIST.LOG,  *
022460* PAIR EACH START RECORD WITH ITS END RECORD BY START STAMP, *
022470* AND PRINT THE MOST RECENT RUNS.  A START WITH NO END IS A  *
022480* RUN THAT CHECKPOINTED AND DIED WITHOUT ANYONE NOTICING -   *
022490* EXACTLY WHAT OPERATIONS WANTS TO SPOT.                     *
022500*-----------------------------------------------------------*
022510 7500-PRINT-RUN-HISTORY.
022520     OPEN INPUT RUNHIST-FILE.
022530     IF WS-HIST-STATUS NOT = "00" AND WS-HIST-STATUS NOT = "05"
022540         DISPLAY "No run history available - STATUS="
022550             WS-HIST-STATUS
022560         GO TO 7500-EXIT
022570     END-IF.
022580     SET NOT-E-O-F TO TRUE.
022590     PERFORM 7550-READ-HISTORY-LINE THRU 7550-EXIT.
022600     PERFORM 7600-DIGEST-HISTORY-LINE THRU 7600-EXIT
022610         UNTIL E-O-F.
022620     CLOSE RUNHIST-FILE.
022630     IF WS-RH-USED = ZERO
022640         DISPLAY "No runs recorded."
022650         GO TO 7500-EXIT
022660     END-IF.
022670     DISPLAY "RECENT RUN HISTORY (OLDEST FIRST):".
022680     PERFORM 7700-PRINT-ONE-RUN THRU 7700-EXIT
022690         VARYING WS-RH-IDX FROM 1 BY 1
022700         UNTIL WS-RH-IDX > WS-RH-USED.
022710 7500-EXIT.
022720     EXIT.
022730*
022740 7550-READ-HISTORY-LINE.
022750     READ RUNHIST-FILE
022760         AT END
022770             SET E-O-F TO TRUE
022780     END-READ.
022790 7550-EXIT.
022800     EXIT.
022810*
022820 7600-DIGEST-HISTORY-LINE.
022830     IF RUNHIST-RECORD (1:6) = "START "
022840         IF WS-RH-USED = 20
022850             PERFORM 7650-SHIFT-HISTORY-TABLE THRU 7650-EXIT
022860                 VARYING WS-RH-IDX2 FROM 1 BY 1
022870                 UNTIL WS-RH-IDX2 > 19
022880         ELSE
022890             ADD 1 TO WS-RH-USED
022900         END-IF
022910         MOVE RUNHIST-RECORD TO WS-RH-START (WS-RH-USED)
022920         MOVE SPACES TO WS-RH-END (WS-RH-USED)
022930         MOVE "N" TO WS-RH-FLAG (WS-RH-USED)
022940     END-IF.
022950     IF RUNHIST-RECORD (1:4) = "END "
022960         SET RH-NOT-FOUND TO TRUE
022970         PERFORM 7660-MATCH-END-RECORD THRU 7660-EXIT
022980             VARYING WS-RH-IDX2 FROM WS-RH-USED BY -1
022990             UNTIL WS-RH-IDX2 < 1 OR RH-FOUND
023000     END-IF.
023010     PERFORM 7550-READ-HISTORY-LINE THRU 7550-EXIT.
023020 7600-EXIT.
023030     EXIT.
023040*
023050 7650-SHIFT-HISTORY-TABLE.
023060     MOVE WS-RH-ENTRY (WS-RH-IDX2 + 1)
023070         TO WS-RH-ENTRY (WS-RH-IDX2).
023080 7650-EXIT.
023090     EXIT.
023100*
023110 7660-MATCH-END-RECORD.
023120     IF WS-RH-START (WS-RH-IDX2) (7:17) =
023130             RUNHIST-RECORD (7:17)
023140         AND WS-RH-FLAG (WS-RH-IDX2) = "N"
023150         MOVE RUNHIST-RECORD TO WS-RH-END (WS-RH-IDX2)
023160         MOVE "Y" TO WS-RH-FLAG (WS-RH-IDX2)
023170         SET RH-FOUND TO TRUE
023180     END-IF.
023190 7660-EXIT.
023200     EXIT.
023210*
023220 7700-PRINT-ONE-RUN.
023230     DISPLAY WS-RH-START (WS-RH-IDX).
023240     IF WS-RH-FLAG (WS-RH-IDX) = "Y"
023250         DISPLAY "   " WS-RH-END (WS-RH-IDX)
023260     ELSE
023270         DISPLAY "   *** DID NOT COMPLETE ***"
023280     END-IF.
023290 7700-EXIT.
023300     EXIT.
023310*
023320*-----------------------------------------------------------*
023330* 7800-ACQUIRE-RUN-TOKEN - TAKE THE EXCLUSIVE ART.DAT        *
023340* UPDATE TOKEN BEFORE EMP-FILE IS OPENED FOR I-O.  A TOKEN   *
023350* ALREADY LOCKED BELONGS TO A LIVE RUN, A DEAD ONE, OR A     *
023360* RUN THAT ENDED WITHOUT RELEASING; ONLY THE LAST IS         *
023370* RECLAIMED WITHOUT OPERATOR ACTION.                         *
023380*-----------------------------------------------------------*
023390 7800-ACQUIRE-RUN-TOKEN.
023400     DISPLAY "RMSSPECREGS$USER" UPON ENVIRONMENT-NAME.
023410     MOVE SPACES TO WS-LOCK-USER.
023420     ACCEPT WS-LOCK-USER FROM ENVIRONMENT-VALUE.
023430     IF WS-LOCK-USER = SPACES
023440         MOVE "*UNKNOWN*" TO WS-LOCK-USER
023450     END-IF.
023460     MOVE SPACES TO WS-LOCK-LINE.
023470     OPEN INPUT LOCK-FILE.
023480     IF WS-LOCK-STATUS = "00" OR WS-LOCK-STATUS = "05"
023490         READ LOCK-FILE
023500             AT END
023510                 CONTINUE
023520             NOT AT END
023530                 MOVE LOCK-RECORD TO WS-LOCK-LINE
023540         END-READ
023550         CLOSE LOCK-FILE
023560     END-IF.
023570     IF WS-LK-STATE NOT = "LOCKED"
023580         GO TO 7800-TAKE
023590     END-IF.
023600     PERFORM 7850-CHECK-HOLDER-ENDED THRU 7850-EXIT.
023610     EVALUATE TRUE
023620         WHEN RECLAIM-REQUESTED
023630             DISPLAY "Reclaiming run token held by JOB="
023640                 WS-LK-JOB " USER=" WS-LK-USER
023650         WHEN HOLDER-ENDED
023660             DISPLAY "Stale run token reclaimed (holder "
023670                 WS-LK-JOB " ended on RUNHIST)"
023680         WHEN OTHER
023690             DISPLAY "ART.DAT update token held by JOB="
023700                 WS-LK-JOB " USER=" WS-LK-USER
023710             DISPLAY "Held since " WS-LK-DATE " "
023720                 WS-LK-TIME " - run not started."
023730             DISPLAY "If that run died, rerun with "
023740                 "RECLAIM=YES"
023750             STOP RUN
023760     END-EVALUATE.
023770 7800-TAKE.
023780     OPEN OUTPUT LOCK-FILE.
023790     MOVE SPACES TO WS-LOCK-LINE.
023800     MOVE "LOCKED" TO WS-LK-STATE.
023810     MOVE WS-LOCK-JOB-NAME TO WS-LK-JOB.
023820     MOVE WS-LOCK-USER TO WS-LK-USER.
023830     MOVE D-DATE TO WS-LK-DATE.
023840     MOVE WS-RUN-START-TIME TO WS-LK-TIME.
023850     MOVE WS-LOCK-LINE TO LOCK-RECORD.
023860     WRITE LOCK-RECORD.
023870     CLOSE LOCK-FILE.
023880     SET TOKEN-HELD TO TRUE.
023890 7800-EXIT.
023900     EXIT.
023910*
023920*-----------------------------------------------------------*
023930* 7850-CHECK-HOLDER-ENDED - SCAN RUNHIST.LOG FOR AN END      *
023940* RECORD CARRYING THE LOCK HOLDER'S START STAMP.  FINDING    *
023950* ONE MEANS THE HOLDER COMPLETED AND THE TOKEN IS STALE.     *
023960*-----------------------------------------------------------*
023970 7850-CHECK-HOLDER-ENDED.
023980     SET HOLDER-NOT-ENDED TO TRUE.
023990     MOVE SPACES TO WS-LOCK-STAMP.
024000     STRING
024010         WS-LK-DATE                     DELIMITED BY SIZE
024020         " "                            DELIMITED BY SIZE
024030         WS-LK-TIME                     DELIMITED BY SIZE
024040         INTO WS-LOCK-STAMP
024050     END-STRING.
024060     OPEN INPUT RUNHIST-FILE.
024070     IF WS-HIST-STATUS NOT = "00" AND WS-HIST-STATUS NOT = "05"
024080         GO TO 7850-EXIT
024090     END-IF.
024100     SET NOT-E-O-F TO TRUE.
024110     PERFORM 7860-SCAN-ONE-HISTORY THRU 7860-EXIT
024120         UNTIL E-O-F.
024130     CLOSE RUNHIST-FILE.
024140 7850-EXIT.
024150     EXIT.
024160*
024170 7860-SCAN-ONE-HISTORY.
024180     READ RUNHIST-FILE
024190         AT END
024200             SET E-O-F TO TRUE
024210             GO TO 7860-EXIT
024220     END-READ.
024230     IF RUNHIST-RECORD (1:4) = "END "
024240         AND RUNHIST-RECORD (7:17) = WS-LOCK-STAMP
024250         SET HOLDER-ENDED TO TRUE
024260     END-IF.
024270 7860-EXIT.
024280     EXIT.
024290*
024300*-----------------------------------------------------------*
024310* 7950-RELEASE-RUN-TOKEN - HAND THE UPDATE TOKEN BACK BY     *
024320* REWRITING THE LOCK RECORD AS FREE.                         *
024330*-----------------------------------------------------------*
024340 7950-RELEASE-RUN-TOKEN.
024350     IF NOT TOKEN-HELD
024360         GO TO 7950-EXIT
024370     END-IF.
024380     OPEN OUTPUT LOCK-FILE.
024390     MOVE SPACES TO WS-LOCK-LINE.
024400     MOVE "FREE" TO WS-LK-STATE.
024410     MOVE WS-LOCK-JOB-NAME TO WS-LK-JOB.
024420     MOVE WS-LOCK-USER TO WS-LK-USER.
024430     MOVE D-DATE TO WS-LK-DATE.
024440     MOVE WS-RUN-START-TIME TO WS-LK-TIME.
024450     MOVE WS-LOCK-LINE TO LOCK-RECORD.
024460     WRITE LOCK-RECORD.
024470     CLOSE LOCK-FILE.
024480 7950-EXIT.
024490     EXIT.
024500*
024510*-----------------------------------------------------------*
024520* 8000-CLEANUP - CLOSE OUT THE REPORT AND THE EMPLOYEE FILE. *
024530*-----------------------------------------------------------*
024540 8000-CLEANUP.
024550     IF MODE-HISTORY
024560         CLOSE ERROR-LOG-FILE
024570         GO TO 8000-EXIT
024580     END-IF.
024590     EVALUATE TRUE
024600         WHEN MODE-IMPORT
024610             CLOSE CSV-FILE IMPORT-REJECT-FILE
024620         WHEN MODE-PURGE
024630             CONTINUE
024640         WHEN MODE-SUMMARY
024650             TERMINATE SUMRPT
024660             CLOSE REPORT-FILE
024670         WHEN MODE-ANNIV
024680             TERMINATE ANNRPT
024690             CLOSE REPORT-FILE
024700         WHEN OTHER
024710             TERMINATE RPT
024720             CLOSE REPORT-FILE
024730     END-EVALUATE.
024740     SET OP-CLOSE TO TRUE.
024750     CLOSE EMP-FILE.
024760     IF DEPT-MASTER-AVAILABLE
024770         CLOSE DEPT-FILE
024780     END-IF.
024790     IF CSV-REQUESTED AND NOT MODE-IMPORT
024800             AND NOT MODE-PURGE
024810         CLOSE CSV-FILE
024820     END-IF.
024830     CLOSE ERROR-LOG-FILE.
024840     IF MODE-REPORT
024850         PERFORM 2300-RESET-CHECKPOINT THRU 2300-EXIT
024860     END-IF.
024870     PERFORM 8500-WRITE-RUN-END THRU 8500-EXIT.
024880     PERFORM 7950-RELEASE-RUN-TOKEN THRU 7950-EXIT.
024890 8000-EXIT.
024900     EXIT.
024910*
024920*-----------------------------------------------------------*
024930* 8500-WRITE-RUN-END - APPEND THE RUN-HISTORY END RECORD AT  *
024940* NORMAL COMPLETION, CARRYING THE SAME START STAMP AS THE    *
024950* START RECORD PLUS THE END TIME AND THE LISTED AND READ     *
024960* COUNTS.  A RUN THAT DIES NEVER GETS HERE, WHICH IS HOW     *
024970* MODE=HISTORY TELLS A CLEAN RUN FROM A KILLED ONE.          *
024980*-----------------------------------------------------------*
024990 8500-WRITE-RUN-END.
025000     EVALUATE TRUE
025010         WHEN MODE-IMPORT
025020             MOVE WS-IMP-READ-COUNT TO WS-END-READ-COUNT
025030         WHEN MODE-PURGE
025040             MOVE WS-PURGE-READ-COUNT TO WS-END-READ-COUNT
025050         WHEN OTHER
025060             MOVE WS-READ-COUNT TO WS-END-READ-COUNT
025070     END-EVALUATE.
025080     ACCEPT WS-RUN-END-TIME FROM TIME.
025090     OPEN EXTEND RUNHIST-FILE.
025100     IF WS-HIST-STATUS NOT = "00" AND WS-HIST-STATUS NOT = "05"
025110         DISPLAY "Run history not available - STATUS="
025120             WS-HIST-STATUS
025130         GO TO 8500-EXIT
025140     END-IF.
025150     MOVE WS-EMP-COUNT TO WS-LISTED-PRINT.
025160     MOVE WS-END-READ-COUNT TO WS-CSV-COUNT.
025170     MOVE SPACES TO RUNHIST-RECORD.
025180     STRING
025190         "END   "                       DELIMITED BY SIZE
025200         D-DATE                         DELIMITED BY SIZE
025210         " "                            DELIMITED BY SIZE
025220         WS-RUN-START-TIME              DELIMITED BY SIZE
025230         " ENDED="                      DELIMITED BY SIZE
025240         WS-RUN-END-TIME                DELIMITED BY SIZE
025250         " LISTED="                     DELIMITED BY SIZE
025260         WS-LISTED-PRINT                DELIMITED BY SIZE
025270         " READ="                       DELIMITED BY SIZE
025280         WS-CSV-COUNT                   DELIMITED BY SIZE
025290         " STATUS=NORMAL"               DELIMITED BY SIZE
025300         INTO RUNHIST-RECORD
025310     END-STRING.
025320     WRITE RUNHIST-RECORD.
025330     CLOSE RUNHIST-FILE.
025340 8500-EXIT.
025350     EXIT.
025360*
025370 END PROGRAM RMSSPECREGS.
