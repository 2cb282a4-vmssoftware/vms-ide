000500*                   THE ATTEMPT IS JOURNALLED AS ACTION N.
000510*                   NO AUTHORIZATION FILE MEANS ALL ACTIONS
000520*                   PERMITTED, WITH AN OPERATOR WARNING.
000530*    10/15/26  RTN  TRANSACTIONS CARRY EMP-SUPERVISOR-ID
000540*                   (BLANK OR ZERO FOR NONE); JOURNAL IMAGES
000550*                   WIDENED TO THE NEW RECORD LENGTH.  A
000560*                   SUPERVISOR NOT ON FILE, TERMINATED, THE
000570*                   EMPLOYEE THEMSELVES, OR WHOSE OWN CHAIN
000580*                   LEADS BACK TO THE EMPLOYEE IS REJECTED.
000590*                   TERMINATING OR DELETING A MANAGER LISTS
000600*                   THE ACTIVE DIRECT REPORTS LEFT WITHOUT A
000610*                   SUPERVISOR ON EMPORPH.RPT FOR HR TO
000620*                   REASSIGN.
000630*    10/15/26  RTN  HEADCOUNT BUDGET CHECK.  AN ADD, OR AN
000640*                   UPDATE MOVING AN EMPLOYEE INTO A
000650*                   DEPARTMENT OR BACK TO ACTIVE, THAT WOULD
000660*                   TAKE THE DEPARTMENT PAST ITS AUTHORIZED
000670*                   HEADCOUNT ON BUDGET.DAT IS HELD ON
000680*                   EMPTRAN.HLD AND LISTED ON THE REJECTS.
000690*                   RESUBMITTED WITH OVERRIDE=REASON IT IS
000700*                   APPLIED AND THE OVERRIDE LOGGED TO
000710*                   RUNHIST.LOG.  NO BUDGET FILE LEAVES
000720*                   HEADCOUNT UNCHECKED.
000730*    10/15/26  RTN  EMPTRAN.HLD IS NOW OPENED EXTEND, SO
000740*                   TRANSACTIONS HELD BY AN EARLIER RUN AND
000750*                   NOT YET RESUBMITTED ARE NO LONGER LOST.
000760*                   A HEADCOUNT OVERRIDE IS LOGGED ONLY ONCE
000770*                   THE ADD OR UPDATE HAS BEEN APPLIED.
000780*    10/15/26  RTN  THE RUN WAITS ON THE BATCH CYCLE: IT
000790*                   WILL NOT START UNTIL ITS PREREQUISITE
000800*                   STEPS IN CYCLEDEF.DAT HAVE ENDED
000810*                   NORMALLY ON RUNHIST.LOG FOR THE BUSINESS
000820*                   DATE, UNLESS OVERRIDE=REASON IS GIVEN,
000830*                   WHICH IS LOGGED.  THE START RECORD
000840*                   CARRIES BUSINESS=.
000850*    10/15/26  RTN  A BLANK SUPERVISOR ON AN UPDATE NOW
000860*                   KEEPS THE ONE ON FILE; ONLY 0000000
000870*                   CLEARS IT.
000880*
000890 ENVIRONMENT DIVISION.
000900 INPUT-OUTPUT SECTION.
000910 FILE-CONTROL.
000920     SELECT OPTIONAL EMP-FILE ASSIGN "SYS$DISK:ART.DAT"
000930         ORGANIZATION IS INDEXED
000940         ACCESS MODE IS DYNAMIC
000950         RECORD KEY IS EMP-ID
000960         ALTERNATE RECORD KEY IS EMP-NAME
000970             WITH DUPLICATES
000980         ALTERNATE RECORD KEY IS EMP-DEPT-CODE
000990             WITH DUPLICATES
001000         FILE STATUS IS WS-EMP-STATUS.
001010     SELECT OPTIONAL TRANS-FILE ASSIGN "SYS$DISK:EMPTRAN.DAT"
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS WS-TRANS-STATUS.
001040     SELECT REJECT-FILE ASSIGN "SYS$DISK:EMPTRAN.REJ"
001050         ORGANIZATION IS LINE SEQUENTIAL.
001060     SELECT ORPHAN-FILE ASSIGN "SYS$DISK:EMPORPH.RPT"
001070         ORGANIZATION IS LINE SEQUENTIAL.
001080     SELECT OPTIONAL JOURNAL-FILE
001090         ASSIGN "SYS$DISK:EMPJRNL.LOG"
001100         ORGANIZATION IS LINE SEQUENTIAL.
001110     SELECT OPTIONAL LOCK-FILE ASSIGN "SYS$DISK:EMPLOCK.DAT"
001120         ORGANIZATION IS LINE SEQUENTIAL
001130         FILE STATUS IS WS-LOCK-STATUS.
001140     SELECT OPTIONAL RUNHIST-FILE ASSIGN "SYS$DISK:RUNHIST.LOG"
001150         ORGANIZATION IS LINE SEQUENTIAL
001160         FILE STATUS IS WS-HIST-STATUS.
001170     SELECT OPTIONAL CYCLEDEF-FILE ASSIGN "SYS$DISK:CYCLEDEF.DAT"
001180         ORGANIZATION IS LINE SEQUENTIAL
001190         FILE STATUS IS WS-DEF-STATUS.
001200     SELECT OPTIONAL AUTH-FILE ASSIGN "SYS$DISK:EMPAUTH.DAT"
001210         ORGANIZATION IS LINE SEQUENTIAL
001220         FILE STATUS IS WS-AUTH-STATUS.
001230     SELECT OPTIONAL BUDGET-FILE ASSIGN "SYS$DISK:BUDGET.DAT"
001240         ORGANIZATION IS INDEXED
001250         ACCESS MODE IS DYNAMIC
001260         RECORD KEY IS BUDG-KEY
001270         FILE STATUS IS WS-BUDG-STATUS.
001280     SELECT OPTIONAL HOLD-FILE ASSIGN "SYS$DISK:EMPTRAN.HLD"
001290         ORGANIZATION IS LINE SEQUENTIAL.
001300 DATA DIVISION.
001310 FILE SECTION.
001320 FD  EMP-FILE
001330     VALUE OF ID IS WS-EMP-FILE-SPEC.
001340 COPY "EMPREC.LIB".
001350 FD  TRANS-FILE
001360     VALUE OF ID IS WS-TRANS-FILE-SPEC.
001370 01  TRANS-RECORD.
001380     02  TR-ACTION               PIC X(01).
001390         88  TR-ADD                  VALUE "A".
001400         88  TR-UPDATE               VALUE "U".
001410         88  TR-DELETE               VALUE "D".
001420     02  TR-EMP-ID               PIC X(07).
001430     02  TR-EMP-NAME             PIC X(15).
001440     02  TR-EMP-ADDRESS          PIC X(30).
001450     02  TR-EMP-DEPT-CODE        PIC X(04).
001460     02  TR-EMP-HIRE-DATE        PIC X(08).
001470     02  TR-EMP-JOB-TITLE        PIC X(20).
001480     02  TR-EMP-STATUS           PIC X(01).
001490     02  TR-EMP-TERM-DATE        PIC X(08).
001500     02  TR-EMP-SUPERVISOR-ID    PIC X(07).
001510 FD  REJECT-FILE.
001520 01  REJECT-RECORD               PIC X(132).
001530 FD  ORPHAN-FILE.
001540 01  ORPHAN-RECORD               PIC X(132).
001550 FD  JOURNAL-FILE.
001560 01  JOURNAL-RECORD              PIC X(260).
001570 FD  LOCK-FILE.
001580 01  LOCK-RECORD                 PIC X(80).
001590 FD  RUNHIST-FILE.
001600 01  RUNHIST-RECORD              PIC X(320).
001610 FD  CYCLEDEF-FILE.
001620 01  CYCLEDEF-RECORD             PIC X(80).
001630 FD  AUTH-FILE.
001640 01  AUTH-RECORD                 PIC X(30).
001650 FD  BUDGET-FILE
001660     VALUE OF ID IS WS-BUDGET-FILE-SPEC.
001670 COPY "BUDGREC.LIB".
001680 FD  HOLD-FILE
001690     VALUE OF ID IS WS-HOLD-FILE-SPEC.
001700 01  HOLD-RECORD                 PIC X(101).
001710 WORKING-STORAGE SECTION.
001720*
001730*-----------------------------------------------------------*
001740* FILE STATUS BYTES AND RUNTIME FILE SPECS.  THE EMPLOYEE    *
001750* FILE SPEC MAY COME FROM A FILE= COMMAND LINE PARAMETER OR  *
001760* FROM THE SAME RMSSPECREGS$EMPFILE LOGICAL THE LISTING JOB  *
001770* USES; THE TRANSACTION FILE SPEC FROM TRANS= OR A BARE      *
001780* PARAMETER WORD.                                            *
001790*-----------------------------------------------------------*
001800 01  WS-EMP-STATUS               PIC X(02).
001810 01  WS-TRANS-STATUS             PIC X(02).
001820 01  WS-EMP-FILE-SPEC            PIC X(50)
001830     VALUE "SYS$DISK:ART.DAT".
001840 01  WS-SPEC-SOURCE-SW           PIC X VALUE SPACE.
001850     88  SPEC-FROM-PARM              VALUE "P".
001860 01  WS-TRANS-FILE-SPEC          PIC X(50)
001870     VALUE "SYS$DISK:EMPTRAN.DAT".
001880 01  WS-COMMAND-LINE             PIC X(132).
001890 01  WS-PARM-WORDS.
001900     02  WS-PARM-ENTRY           PIC X(50) OCCURS 10 TIMES.
001910 01  WS-PARM-IDX                 PIC 9(2) COMP.
001920 01  WS-PARM-KEYWORD             PIC X(10).
001930 01  WS-PARM-VALUE               PIC X(40).
001940*
001950*-----------------------------------------------------------*
001960* RUN COUNTS REPORTED AT END OF JOB.                         *
001970*-----------------------------------------------------------*
001980 01  WS-TRANS-COUNT              PIC 9(05) COMP VALUE ZERO.
001990 01  WS-ADD-COUNT                PIC 9(05) COMP VALUE ZERO.
002000 01  WS-UPDATE-COUNT             PIC 9(05) COMP VALUE ZERO.
002010 01  WS-DELETE-COUNT             PIC 9(05) COMP VALUE ZERO.
002020 01  WS-REJECT-COUNT             PIC 9(05) COMP VALUE ZERO.
002030 01  WS-DENIED-COUNT             PIC 9(05) COMP VALUE ZERO.
002040 01  WS-ORPHAN-COUNT             PIC 9(05) COMP VALUE ZERO.
002050 01  WS-HELD-COUNT               PIC 9(05) COMP VALUE ZERO.
002060 01  WS-HC-OVERRIDE-COUNT        PIC 9(05) COMP VALUE ZERO.
002070 01  WS-COUNT-PRINT              PIC ZZZZ9.
002080*
002090*-----------------------------------------------------------*
002100* JOURNAL AND REJECT WORK FIELDS.  THE BEFORE AND AFTER      *
002110* IMAGES ARE THE FULL EMP-RECORD AS IT STOOD ON FILE AROUND  *
002120* THE TRANSACTION; SPACES MEAN NO RECORD EXISTED ON THAT     *
002130* SIDE (BEFORE AN ADD, AFTER A DELETE).                      *
002140*-----------------------------------------------------------*
002150 01  D-DATE                      PIC 9(8).
002160 01  WS-LOG-TIME                 PIC 9(8).
002170 01  WS-JOURNAL-USER             PIC X(12).
002180 01  WS-JOURNAL-ACTION           PIC X(01).
002190 01  WS-BEFORE-IMAGE             PIC X(100).
002200 01  WS-AFTER-IMAGE              PIC X(100).
002210 01  WS-REJECT-REASON            PIC X(30).
002220*
002230*-----------------------------------------------------------*
002240* REPORTING-LINE CHECKS.  A NON-ZERO EMP-SUPERVISOR-ID MUST  *
002250* NAME AN ACTIVE EMPLOYEE ON FILE OTHER THAN THE EMPLOYEE    *
002260* ITSELF, AND CLIMBING FROM THAT SUPERVISOR UP THROUGH EACH  *
002270* SUPERVISOR'S SUPERVISOR MUST REACH THE TOP (ZERO) WITHOUT  *
002280* MEETING THE EMPLOYEE.  A CHAIN LONGER THAN THE LIMIT CAN   *
002290* ONLY BE A LOOP ALREADY ON FILE AND IS TREATED AS ONE.      *
002300*-----------------------------------------------------------*
002310 01  WS-SUPV-SW                  PIC X.
002320     88  SUPERVISOR-VALID            VALUE "Y".
002330     88  SUPERVISOR-INVALID          VALUE "N".
002340 01  WS-CHAIN-SW                 PIC X.
002350     88  CHAIN-CLIMBING              VALUE "C".
002360     88  CHAIN-AT-TOP                VALUE "T".
002370 01  WS-CHAIN-DEPTH              PIC 9(03) COMP.
002380 01  WS-CHAIN-LIMIT              PIC 9(03) COMP VALUE 50.
002390*
002400*-----------------------------------------------------------*
002410* ORPHANED-REPORT LISTING.  WHEN A MANAGER IS TERMINATED OR  *
002420* DELETED THE MASTER IS SCANNED FOR ACTIVE EMPLOYEES STILL   *
002430* NAMING THEM AS SUPERVISOR; EACH IS LISTED ON EMPORPH.RPT   *
002440* UNDER THE MANAGER FOR HR TO REASSIGN.                      *
002450*-----------------------------------------------------------*
002460 01  WS-PRIOR-STATUS             PIC X(01).
002470 01  WS-ORPHAN-MGR-ID            PIC 9(07).
002480 01  WS-ORPHAN-MGR-NAME          PIC X(15).
002490 01  WS-ORPHAN-MGR-ACTION        PIC X(10).
002500 01  WS-ORPHAN-HEADED-SW         PIC X.
002510     88  ORPHAN-HEADED               VALUE "Y".
002520     88  ORPHAN-NOT-HEADED           VALUE "N".
002530 01  WS-SCAN-SW                  PIC X.
002540     88  SCAN-DONE                   VALUE "Y".
002550     88  SCAN-NOT-DONE               VALUE "N".
002560*
002570*-----------------------------------------------------------*
002580* ART.DAT UPDATE INTERLOCK.  THE RUN TAKES THE EXCLUSIVE     *
002590* TOKEN IN EMPLOCK.DAT - A LOCK RECORD NAMING THE JOB, THE   *
002600* USER AND THE START STAMP - BEFORE EMP-FILE IS OPENED FOR   *
002610* I-O, AND RELEASES IT AT CLEANUP.  A TOKEN WHOSE HOLDER     *
002620* HAS AN END RECORD ON RUNHIST.LOG FINISHED WITHOUT          *
002630* RELEASING AND IS RECLAIMED AUTOMATICALLY; A TOKEN WITH NO  *
002640* END RECORD IS PRESUMED LIVE AND THE RUN ABORTS UNLESS THE  *
002650* OPERATOR, HAVING CONFIRMED THE HOLDER DIED, RERAN WITH     *
002660* RECLAIM=YES.                                               *
002670*-----------------------------------------------------------*
002680 01  WS-LOCK-STATUS              PIC X(02).
002690 01  WS-HIST-STATUS              PIC X(02).
002700 01  WS-LOCK-LINE.
002710     02  WS-LK-STATE             PIC X(08).
002720     02  WS-LK-JOB               PIC X(08).
002730     02  FILLER                  PIC X(01).
002740     02  WS-LK-USER              PIC X(12).
002750     02  FILLER                  PIC X(01).
002760     02  WS-LK-DATE              PIC X(08).
002770     02  FILLER                  PIC X(01).
002780     02  WS-LK-TIME              PIC X(08).
002790 01  WS-LOCK-JOB-NAME            PIC X(08) VALUE "EMPMAINT".
002800 01  WS-LOCK-STAMP               PIC X(17).
002810 01  WS-RUN-START-TIME           PIC 9(8).
002820 01  WS-RUN-END-TIME             PIC 9(8).
002830 01  WS-RECLAIM-SW               PIC X VALUE "N".
002840     88  RECLAIM-REQUESTED           VALUE "Y".
002850 01  WS-TOKEN-SW                 PIC X VALUE "N".
002860     88  TOKEN-HELD                  VALUE "Y".
002870 01  WS-ENDED-SW                 PIC X.
002880     88  HOLDER-ENDED                VALUE "Y".
002890     88  HOLDER-NOT-ENDED            VALUE "N".
002900*
002910*-----------------------------------------------------------*
002920* PER-USER ACTION AUTHORIZATION.  EMPAUTH.DAT CARRIES ONE    *
002930* LINE PER USER AS USER,ACTIONS WHERE ACTIONS IS THE STRING  *
002940* OF LETTERS THE USER MAY APPLY: A ADD, U UPDATE, D DELETE,  *
002950* AND T TO SET EMP-STATUS TERMINATED (FOR INSTANCE           *
002960* "JSMITH,AU" OR "HRMGR,AUDT").  A USER NOT LISTED MAY DO    *
002970* NOTHING.  WHEN NO AUTHORIZATION FILE EXISTS EVERY ACTION   *
002980* IS PERMITTED AND THE OPERATOR IS WARNED, SO THE FIRST RUN  *
002990* EVER STILL WORKS.                                          *
003000*-----------------------------------------------------------*
003010 01  WS-AUTH-STATUS              PIC X(02).
003020 01  WS-AUTH-TABLE.
003030     02  WS-AU-ENTRY OCCURS 50 TIMES.
003040         03  WS-AU-USER          PIC X(12).
003050         03  WS-AU-ACTIONS       PIC X(08).
003060 01  WS-AU-USED                  PIC 9(02) COMP VALUE ZERO.
003070 01  WS-AU-IDX                   PIC 9(02) COMP.
003080 01  WS-AU-HITS                  PIC 9(02) COMP.
003090 01  WS-AUTH-IN-USER             PIC X(20).
003100 01  WS-AUTH-IN-ACTIONS          PIC X(10).
003110 01  WS-AUTH-MODE-SW             PIC X VALUE "O".
003120     88  AUTH-ENFORCED               VALUE "E".
003130     88  AUTH-OPEN                   VALUE "O".
003140 01  WS-AUTH-OK-SW               PIC X.
003150     88  ACTION-AUTHORIZED           VALUE "Y".
003160     88  ACTION-DENIED               VALUE "N".
003170*
003180*-----------------------------------------------------------*
003190* HEADCOUNT BUDGET CHECK.  AN ADD, OR AN UPDATE THAT BRINGS  *
003200* AN EMPLOYEE INTO A DEPARTMENT OR BACK TO ACTIVE, MAY NOT   *
003210* TAKE THE DEPARTMENT'S ACTIVE HEADCOUNT PAST THE POSITIONS  *
003220* AUTHORIZED ON BUDGET.DAT FOR THE FISCAL PERIOD OF THE RUN  *
003230* DATE.  SUCH A TRANSACTION IS HELD: WRITTEN UNCHANGED TO    *
003240* EMPTRAN.HLD (HOLD=) AND LISTED ON THE REJECTS.  ONCE THE   *
003250* HIRE IS APPROVED THE HOLD FILE IS RESUBMITTED WITH         *
003260* OVERRIDE=REASON, WHICH LETS IT PAST AND LOGS EACH ONE TO   *
003270* RUNHIST.LOG.  OVERRIDE= TAKES THE REST OF THE COMMAND LINE *
003280* AND MUST BE THE LAST PARAMETER.  A DEPARTMENT WITH NO      *
003290* BUDGET FOR THE PERIOD IS NOT LIMITED, AND NO BUDGET FILE   *
003300* AT ALL LEAVES HEADCOUNT UNCHECKED WITH AN OPERATOR         *
003310* WARNING.  THE FISCAL YEAR OPENS IN WS-FY-START-MONTH, AS   *
003320* IN BUDGRPT AND DEPTLOAD.                                   *
003330*-----------------------------------------------------------*
003340 01  WS-BUDG-STATUS              PIC X(02).
003350 01  WS-BUDGET-FILE-SPEC         PIC X(50)
003360     VALUE "SYS$DISK:BUDGET.DAT".
003370 01  WS-HOLD-FILE-SPEC           PIC X(50)
003380     VALUE "SYS$DISK:EMPTRAN.HLD".
003390 01  WS-FY-START-MONTH           PIC 9(02) VALUE 01.
003400 01  WS-BUDGET-PERIOD            PIC 9(04).
003410 01  WS-PERIOD-DATE              PIC 9(08).
003420 01  WS-PERIOD-SPLIT REDEFINES WS-PERIOD-DATE.
003430     02  WS-PERIOD-YEAR          PIC 9(04).
003440     02  WS-PERIOD-MONTH         PIC 9(02).
003450     02  WS-PERIOD-DAY           PIC 9(02).
003460 01  WS-BUDG-MODE-SW             PIC X VALUE "O".
003470     88  BUDGET-ENFORCED             VALUE "E".
003480     88  BUDGET-OPEN                 VALUE "O".
003490 01  WS-HOLD-SW                  PIC X VALUE "N".
003500     88  HOLD-FILE-OPEN              VALUE "Y".
003510 01  WS-HC-SW                    PIC X.
003520     88  HEADCOUNT-WITHIN            VALUE "W".
003530     88  HEADCOUNT-OVER              VALUE "O".
003540 01  WS-HC-ACTIVE-COUNT          PIC 9(05).
003550 01  WS-HC-LOG-SW                PIC X VALUE "N".
003560     88  OVERRIDE-LOG-OPEN           VALUE "Y".
003570     88  OVERRIDE-LOG-CLOSED         VALUE "N".
003580 01  WS-APPLIED-SW               PIC X.
003590     88  TRANS-APPLIED               VALUE "Y".
003600     88  TRANS-NOT-APPLIED           VALUE "N".
003610 01  WS-OVERRIDE-REASON          PIC X(80) VALUE SPACES.
003620 01  WS-OVERRIDE-POS             PIC 9(03) COMP.
003630*
003640*-----------------------------------------------------------*
003650* BATCH CYCLE GATE.  A MAINTENANCE RUN IS A STEP OF A CYCLE  *
003660* IN CYCLEDEF.DAT (CYCLE=, OR THE FIRST CYCLE THAT NAMES IT) *
003670* AND WILL NOT START UNTIL EVERY PREREQUISITE STEP HAS A RUN *
003680* FOR THE BUSINESS DATE (CYCLEDATE=, DEFAULT TODAY) THAT     *
003690* ENDED NORMALLY ON RUNHIST.LOG.  OVERRIDE=REASON LETS THE   *
003700* OPERATOR START IT ANYWAY AND IS LOGGED FOR THE CYCLCTL     *
003710* SIGN-OFF REPORT.  IT IS THE SAME REASON THAT LETS A        *
003720* TRANSACTION PAST THE HEADCOUNT BUDGET; EACH USE OF IT IS   *
003730* LOGGED ON ITS OWN LINE.                                    *
003740*-----------------------------------------------------------*
003750 01  WS-DEF-STATUS               PIC X(02).
003760 COPY "CYCLEDEF.LIB".
003770 01  WS-GATE-JOB                 PIC X(12) VALUE "EMPMAINT".
003780 01  WS-GATE-MODE                PIC X(01) VALUE SPACE.
003790 01  WS-GATE-CYCLE               PIC X(08) VALUE SPACES.
003800 01  WS-GATE-DATE                PIC 9(08) VALUE ZERO.
003810 01  WS-GATE-STEP-TABLE.
003820     02  WS-GS-ENTRY             OCCURS 40 TIMES.
003830         03  WS-GS-CYCLE         PIC X(08).
003840         03  WS-GS-STEP          PIC X(02).
003850         03  WS-GS-JOB           PIC X(12).
003860         03  WS-GS-MODE          PIC X(01).
003870         03  WS-GS-PREREQ        PIC X(02) OCCURS 4 TIMES.
003880         03  WS-GS-NEEDED-SW     PIC X(01).
003890             88  GS-NEEDED           VALUE "Y".
003900         03  WS-GS-DONE-SW       PIC X(01).
003910             88  GS-DONE             VALUE "Y".
003920 01  WS-GS-USED                  PIC 9(03) COMP VALUE ZERO.
003930 01  WS-GS-IDX                   PIC 9(03) COMP.
003940 01  WS-GS-IDX2                  PIC 9(03) COMP.
003950 01  WS-GS-OWN                   PIC 9(03) COMP VALUE ZERO.
003960 01  WS-GATE-NEEDED-COUNT        PIC 9(03) COMP VALUE ZERO.
003970 01  WS-PQ-IDX                   PIC 9(01) COMP.
003980 01  WS-PQ-STEP                  PIC X(02).
003990 01  WS-GATE-RUN-TABLE.
004000     02  WS-GR-ENTRY             OCCURS 200 TIMES.
004010         03  WS-GR-STAMP         PIC X(17).
004020         03  WS-GR-STEP-IDX      PIC 9(03) COMP.
004030 01  WS-GR-USED                  PIC 9(03) COMP VALUE ZERO.
004040 01  WS-GR-IDX                   PIC 9(03) COMP.
004050 01  WS-GATE-MISSING             PIC X(70).
004060 01  WS-GATE-MISSING-PTR         PIC 9(03) COMP.
004070 01  WS-HIST-WORDS.
004080     02  WS-HW-WORD              PIC X(60) OCCURS 12 TIMES.
004090 01  WS-HW-IDX                   PIC 9(02) COMP.
004100 01  WS-HL-JOB                   PIC X(12).
004110 01  WS-HL-MODE                  PIC X(01).
004120 01  WS-HL-STATUS                PIC X(10).
004130 01  WS-HL-BUSINESS              PIC X(08).
004140 01  WS-GATE-EOF-SW              PIC X.
004150     88  GATE-EOF                    VALUE "E".
004160     88  GATE-NOT-EOF                VALUE "N".
004170 01  EOF-SW                      PIC X.
004180     88  E-O-F                       VALUE "E".
004190     88  NOT-E-O-F                   VALUE "N".
004200 PROCEDURE DIVISION.
004210 MAIN-PROG SECTION.
004220 0000-MAINLINE.
004230     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004240     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
004250         UNTIL E-O-F.
004260     PERFORM 8000-CLEANUP THRU 8000-EXIT.
004270     STOP RUN.
004280*
004290*-----------------------------------------------------------*
004300* 1000-INITIALIZE - GET THE RUN DATE AND JOURNAL USER,       *
004310* RESOLVE THE FILE SPECS FROM THE COMMAND LINE AND LOGICAL   *
004320* NAME, PASS THE CYCLE GATE, OPEN THE FILES AND PRIME THE    *
004330* TRANSACTION LOOP.                                          *
004340*-----------------------------------------------------------*
004350 1000-INITIALIZE.
004360     ACCEPT D-DATE FROM DATE YYYYMMDD.
004370     PERFORM 1100-RESOLVE-FILE-SPECS THRU 1100-EXIT.
004380     DISPLAY "EMPMAINT$USER" UPON ENVIRONMENT-NAME.
004390     MOVE SPACES TO WS-JOURNAL-USER.
004400     ACCEPT WS-JOURNAL-USER FROM ENVIRONMENT-VALUE.
004410     IF WS-JOURNAL-USER = SPACES
004420         MOVE "*UNKNOWN*" TO WS-JOURNAL-USER
004430     END-IF.
004440     ACCEPT WS-RUN-START-TIME FROM TIME.
004450     PERFORM 1500-CHECK-CYCLE-GATE THRU 1500-EXIT.
004460     PERFORM 7600-WRITE-RUN-START THRU 7600-EXIT.
004470     PERFORM 7700-ACQUIRE-RUN-TOKEN THRU 7700-EXIT.
004480     OPEN I-O EMP-FILE.
004490     IF WS-EMP-STATUS NOT = "00" AND WS-EMP-STATUS NOT = "05"
004500         DISPLAY "EMPMAINT - CANNOT OPEN EMPLOYEE FILE "
004510             WS-EMP-FILE-SPEC
004520         DISPLAY "EMPMAINT - FILE STATUS " WS-EMP-STATUS
004530         STOP RUN
004540     END-IF.
004550     OPEN INPUT TRANS-FILE.
004560     IF WS-TRANS-STATUS NOT = "00" AND
004570             WS-TRANS-STATUS NOT = "05"
004580         DISPLAY "EMPMAINT - CANNOT OPEN TRANSACTION FILE "
004590             WS-TRANS-FILE-SPEC
004600         DISPLAY "EMPMAINT - FILE STATUS " WS-TRANS-STATUS
004610         STOP RUN
004620     END-IF.
004630     OPEN OUTPUT REJECT-FILE.
004640     OPEN OUTPUT ORPHAN-FILE.
004650     OPEN EXTEND JOURNAL-FILE.
004660     PERFORM 1300-LOAD-AUTH-TABLE THRU 1300-EXIT.
004670     PERFORM 1400-OPEN-BUDGET-FILE THRU 1400-EXIT.
004680     SET NOT-E-O-F TO TRUE.
004690     PERFORM 1900-READ-TRANSACTION THRU 1900-EXIT.
004700 1000-EXIT.
004710     EXIT.
004720*
004730*-----------------------------------------------------------*
004740* 1100-RESOLVE-FILE-SPECS - SCAN THE COMMAND LINE FOR FILE=  *
004750* AND TRANS= PARAMETERS (A BARE WORD IS THE TRANSACTION FILE *
004760* SPEC).  WHEN NO FILE= IS GIVEN THE RMSSPECREGS$EMPFILE     *
004770* LOGICAL NAMES THE EMPLOYEE FILE, AS IT DOES FOR THE        *
004780* LISTING JOB, SO BOTH JOBS MAINTAIN THE SAME MASTER.        *
004790* CYCLE= AND CYCLEDATE= STEER THE CYCLE GATE.  OVERRIDE= AND *
004800* ITS REASON ARE TAKEN OFF THE END OF THE LINE FIRST, SINCE  *
004810* THE REASON MAY CONTAIN SPACES.                             *
004820*-----------------------------------------------------------*
004830 1100-RESOLVE-FILE-SPECS.
004840     MOVE SPACES TO WS-COMMAND-LINE.
004850     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
004860     IF WS-COMMAND-LINE = SPACES
004870         GO TO 1100-LOGICAL
004880     END-IF.
004890     MOVE ZERO TO WS-OVERRIDE-POS.
004900     INSPECT WS-COMMAND-LINE TALLYING WS-OVERRIDE-POS
004910         FOR CHARACTERS BEFORE INITIAL "OVERRIDE=".
004920     IF WS-OVERRIDE-POS < 123
004930         MOVE WS-COMMAND-LINE (WS-OVERRIDE-POS + 10:)
004940             TO WS-OVERRIDE-REASON
004950     END-IF.
004960     IF WS-OVERRIDE-POS < 132
004970         MOVE SPACES TO WS-COMMAND-LINE (WS-OVERRIDE-POS + 1:)
004980     END-IF.
004990     MOVE SPACES TO WS-PARM-WORDS.
005000     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
005010         INTO WS-PARM-ENTRY (1) WS-PARM-ENTRY (2)
005020              WS-PARM-ENTRY (3) WS-PARM-ENTRY (4)
005030              WS-PARM-ENTRY (5) WS-PARM-ENTRY (6)
005040              WS-PARM-ENTRY (7) WS-PARM-ENTRY (8)
005050              WS-PARM-ENTRY (9) WS-PARM-ENTRY (10)
005060     END-UNSTRING.
005070     PERFORM 1160-PROCESS-ONE-PARAMETER THRU 1160-EXIT
005080         VARYING WS-PARM-IDX FROM 1 BY 1
005090         UNTIL WS-PARM-IDX > 10.
005100 1100-LOGICAL.
005110     IF NOT SPEC-FROM-PARM
005120         DISPLAY "RMSSPECREGS$EMPFILE" UPON ENVIRONMENT-NAME
005130         MOVE SPACES TO WS-PARM-VALUE
005140         ACCEPT WS-PARM-VALUE FROM ENVIRONMENT-VALUE
005150         IF WS-PARM-VALUE NOT = SPACES
005160             MOVE WS-PARM-VALUE TO WS-EMP-FILE-SPEC
005170         END-IF
005180     END-IF.
005190 1100-EXIT.
005200     EXIT.
005210*
005220*-----------------------------------------------------------*
005230* 1160-PROCESS-ONE-PARAMETER - A WORD OF THE FORM            *
005240* KEYWORD=VALUE SETS THE MATCHING FILE SPEC; A BARE WORD     *
005250* WITH NO "=" IS TAKEN AS THE TRANSACTION FILE SPEC.         *
005260*-----------------------------------------------------------*
005270 1160-PROCESS-ONE-PARAMETER.
005280     IF WS-PARM-ENTRY (WS-PARM-IDX) = SPACES
005290         GO TO 1160-EXIT
005300     END-IF.
005310     MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE.
005320     UNSTRING WS-PARM-ENTRY (WS-PARM-IDX) DELIMITED BY "="
005330         INTO WS-PARM-KEYWORD WS-PARM-VALUE
005340     END-UNSTRING.
005350     IF WS-PARM-VALUE = SPACES
005360         MOVE WS-PARM-ENTRY (WS-PARM-IDX)
005370             TO WS-TRANS-FILE-SPEC
005380         GO TO 1160-EXIT
005390     END-IF.
005400     EVALUATE WS-PARM-KEYWORD
005410         WHEN "FILE"
005420             MOVE WS-PARM-VALUE TO WS-EMP-FILE-SPEC
005430             SET SPEC-FROM-PARM TO TRUE
005440         WHEN "TRANS"
005450             MOVE WS-PARM-VALUE TO WS-TRANS-FILE-SPEC
005460         WHEN "BUDGET"
005470             MOVE WS-PARM-VALUE TO WS-BUDGET-FILE-SPEC
005480         WHEN "HOLD"
005490             MOVE WS-PARM-VALUE TO WS-HOLD-FILE-SPEC
005500         WHEN "RECLAIM"
005510             IF WS-PARM-VALUE = "YES"
005520                 SET RECLAIM-REQUESTED TO TRUE
005530             END-IF
005540         WHEN "CYCLE"
005550             MOVE WS-PARM-VALUE TO WS-GATE-CYCLE
005560         WHEN "CYCLEDATE"
005570             IF WS-PARM-VALUE (1:8) IS NUMERIC
005580                 MOVE WS-PARM-VALUE (1:8) TO WS-GATE-DATE
005590             END-IF
005600         WHEN OTHER
005610             CONTINUE
005620     END-EVALUATE.
005630 1160-EXIT.
005640     EXIT.
005650*
005660*-----------------------------------------------------------*
005670* 1300-LOAD-AUTH-TABLE - READ EMPAUTH.DAT INTO THE           *
005680* AUTHORIZATION TABLE.  AT LEAST ONE ENTRY PUTS THE RUN IN   *
005690* ENFORCED MODE; NO FILE OR AN EMPTY ONE LEAVES EVERY        *
005700* ACTION PERMITTED AND WARNS THE OPERATOR.                   *
005710*-----------------------------------------------------------*
005720 1300-LOAD-AUTH-TABLE.
005730     OPEN INPUT AUTH-FILE.
005740     IF WS-AUTH-STATUS NOT = "00" AND WS-AUTH-STATUS NOT = "05"
005750         DISPLAY "EMPMAINT - NO AUTHORIZATION FILE - ALL "
005760             "ACTIONS PERMITTED"
005770         GO TO 1300-EXIT
005780     END-IF.
005790     SET NOT-E-O-F TO TRUE.
005800     PERFORM 1350-READ-AUTH-LINE THRU 1350-EXIT.
005810     PERFORM 1360-TABLE-AUTH-LINE THRU 1360-EXIT
005820         UNTIL E-O-F OR WS-AU-USED = 50.
005830     CLOSE AUTH-FILE.
005840     IF WS-AU-USED > ZERO
005850         SET AUTH-ENFORCED TO TRUE
005860     ELSE
005870         DISPLAY "EMPMAINT - AUTHORIZATION FILE EMPTY - "
005880             "ALL ACTIONS PERMITTED"
005890     END-IF.
005900 1300-EXIT.
005910     EXIT.
005920*
005930*-----------------------------------------------------------*
005940* 1400-OPEN-BUDGET-FILE - WORK OUT THE FISCAL PERIOD OF THE  *
005950* RUN DATE AND OPEN THE HEADCOUNT BUDGET.  NO BUDGET FILE    *
005960* LEAVES HEADCOUNT UNCHECKED AND WARNS THE OPERATOR.  THE    *
005970* HOLD FILE IS OPENED ONLY ON A RUN WITHOUT AN OVERRIDE, SO  *
005980* RESUBMITTING EMPTRAN.HLD NEVER WRITES TO ITS OWN INPUT,    *
005990* AND IS EXTENDED, SO TRANSACTIONS HELD BY AN EARLIER RUN    *
006000* AND NOT YET RESUBMITTED ARE NEVER LOST.                    *
006010*-----------------------------------------------------------*
006020 1400-OPEN-BUDGET-FILE.
006030     MOVE D-DATE TO WS-PERIOD-DATE.
006040     MOVE WS-PERIOD-YEAR TO WS-BUDGET-PERIOD.
006050     IF WS-FY-START-MONTH > 01
006060         AND WS-PERIOD-MONTH NOT < WS-FY-START-MONTH
006070         ADD 1 TO WS-BUDGET-PERIOD
006080     END-IF.
006090     OPEN INPUT BUDGET-FILE.
006100     IF WS-BUDG-STATUS NOT = "00"
006110         DISPLAY "EMPMAINT - NO BUDGET FILE - HEADCOUNT NOT "
006120             "CHECKED"
006130         GO TO 1400-EXIT
006140     END-IF.
006150     SET BUDGET-ENFORCED TO TRUE.
006160     IF WS-OVERRIDE-REASON = SPACES
006170         OPEN EXTEND HOLD-FILE
006180         SET HOLD-FILE-OPEN TO TRUE
006190     ELSE
006200         DISPLAY "EMPMAINT - HEADCOUNT OVERRIDE IN FORCE BY "
006210             WS-JOURNAL-USER
006220         DISPLAY "EMPMAINT - REASON: " WS-OVERRIDE-REASON
006230     END-IF.
006240 1400-EXIT.
006250     EXIT.
006260*
006270 1350-READ-AUTH-LINE.
006280     READ AUTH-FILE
006290         AT END
006300             SET E-O-F TO TRUE
006310     END-READ.
006320 1350-EXIT.
006330     EXIT.
006340*
006350 1360-TABLE-AUTH-LINE.
006360     MOVE SPACES TO WS-AUTH-IN-USER WS-AUTH-IN-ACTIONS.
006370     UNSTRING AUTH-RECORD DELIMITED BY ","
006380         INTO WS-AUTH-IN-USER WS-AUTH-IN-ACTIONS
006390     END-UNSTRING.
006400     IF WS-AUTH-IN-USER NOT = SPACES
006410         ADD 1 TO WS-AU-USED
006420         MOVE WS-AUTH-IN-USER TO WS-AU-USER (WS-AU-USED)
006430         MOVE WS-AUTH-IN-ACTIONS
006440             TO WS-AU-ACTIONS (WS-AU-USED)
006450     END-IF.
006460     PERFORM 1350-READ-AUTH-LINE THRU 1350-EXIT.
006470 1360-EXIT.
006480     EXIT.
006490*
006500*-----------------------------------------------------------*
006510* 1500-CHECK-CYCLE-GATE - REFUSE TO START AHEAD OF THE       *
006520* CYCLE.  NO CYCLE DEFINITION, OR NO CYCLE THAT NAMES THIS   *
006530* JOB, LEAVES NOTHING TO WAIT FOR.  OTHERWISE EVERY          *
006540* PREREQUISITE STEP MUST HAVE ENDED NORMALLY ON THE BUSINESS *
006550* DATE, OR THE OPERATOR MUST HAVE GIVEN AN OVERRIDE REASON,  *
006560* WHICH IS LOGGED BEFORE THE RUN GOES ON.                    *
006570*-----------------------------------------------------------*
006580 1500-CHECK-CYCLE-GATE.
006590     IF WS-GATE-DATE = ZERO
006600         MOVE D-DATE TO WS-GATE-DATE
006610     END-IF.
006620     OPEN INPUT CYCLEDEF-FILE.
006630     IF WS-DEF-STATUS NOT = "00"
006640         GO TO 1500-EXIT
006650     END-IF.
006660     SET GATE-NOT-EOF TO TRUE.
006670     PERFORM 1510-LOAD-ONE-STEP THRU 1510-EXIT
006680         UNTIL GATE-EOF.
006690     CLOSE CYCLEDEF-FILE.
006700     PERFORM 1520-FIND-OWN-STEP THRU 1520-EXIT
006710         VARYING WS-GS-IDX FROM 1 BY 1
006720         UNTIL WS-GS-IDX > WS-GS-USED OR WS-GS-OWN NOT = ZERO.
006730     IF WS-GS-OWN = ZERO
006740         GO TO 1500-EXIT
006750     END-IF.
006760     PERFORM 1530-MARK-ONE-PREREQ THRU 1530-EXIT
006770         VARYING WS-PQ-IDX FROM 1 BY 1
006780         UNTIL WS-PQ-IDX > 4.
006790     IF WS-GATE-NEEDED-COUNT = ZERO
006800         GO TO 1500-EXIT
006810     END-IF.
006820     PERFORM 1540-SCAN-RUN-HISTORY THRU 1540-EXIT.
006830     MOVE SPACES TO WS-GATE-MISSING.
006840     MOVE 1 TO WS-GATE-MISSING-PTR.
006850     PERFORM 1580-LIST-ONE-MISSING THRU 1580-EXIT
006860         VARYING WS-GS-IDX FROM 1 BY 1
006870         UNTIL WS-GS-IDX > WS-GS-USED.
006880     IF WS-GATE-MISSING = SPACES
006890         DISPLAY "EMPMAINT - CYCLE " WS-GATE-CYCLE
006900             " PREREQUISITES COMPLETE FOR " WS-GATE-DATE
006910         GO TO 1500-EXIT
006920     END-IF.
006930     IF WS-OVERRIDE-REASON = SPACES
006940         DISPLAY "EMPMAINT - CYCLE " WS-GATE-CYCLE
006950             " PREREQUISITES NOT ENDED NORMALLY ON "
006960             WS-GATE-DATE
006970         DISPLAY "EMPMAINT - " WS-GATE-MISSING
006980         DISPLAY "EMPMAINT - BATCH NOT STARTED - RERUN WITH "
006990             "OVERRIDE=REASON TO START IT ANYWAY"
007000         STOP RUN
007010     END-IF.
007020     PERFORM 1590-LOG-OVERRIDE THRU 1590-EXIT.
007030 1500-EXIT.
007040     EXIT.
007050*
007060 1510-LOAD-ONE-STEP.
007070     READ CYCLEDEF-FILE
007080         AT END
007090             SET GATE-EOF TO TRUE
007100             GO TO 1510-EXIT
007110     END-READ.
007120     IF CYCLEDEF-RECORD = SPACES
007130         OR CYCLEDEF-RECORD (1:1) = "*"
007140         GO TO 1510-EXIT
007150     END-IF.
007160     IF WS-GS-USED NOT < 40
007170         GO TO 1510-EXIT
007180     END-IF.
007190     MOVE CYCLEDEF-RECORD TO CYCLE-DEF-LINE.
007200     ADD 1 TO WS-GS-USED.
007210     MOVE CD-CYCLE TO WS-GS-CYCLE (WS-GS-USED).
007220     MOVE CD-STEP TO WS-GS-STEP (WS-GS-USED).
007230     MOVE CD-JOB TO WS-GS-JOB (WS-GS-USED).
007240     MOVE CD-MODE TO WS-GS-MODE (WS-GS-USED).
007250     MOVE CD-PREREQ-STEP (1) TO WS-GS-PREREQ (WS-GS-USED 1).
007260     MOVE CD-PREREQ-STEP (2) TO WS-GS-PREREQ (WS-GS-USED 2).
007270     MOVE CD-PREREQ-STEP (3) TO WS-GS-PREREQ (WS-GS-USED 3).
007280     MOVE CD-PREREQ-STEP (4) TO WS-GS-PREREQ (WS-GS-USED 4).
007290     MOVE "N" TO WS-GS-NEEDED-SW (WS-GS-USED)
007300                 WS-GS-DONE-SW (WS-GS-USED).
007310 1510-EXIT.
007320     EXIT.
007330*
007340 1520-FIND-OWN-STEP.
007350     IF WS-GS-JOB (WS-GS-IDX) = WS-GATE-JOB
007360         AND (WS-GS-MODE (WS-GS-IDX) = SPACE
007370           OR WS-GS-MODE (WS-GS-IDX) = WS-GATE-MODE)
007380         AND (WS-GATE-CYCLE = SPACES
007390           OR WS-GS-CYCLE (WS-GS-IDX) = WS-GATE-CYCLE)
007400         MOVE WS-GS-IDX TO WS-GS-OWN
007410         MOVE WS-GS-CYCLE (WS-GS-IDX) TO WS-GATE-CYCLE
007420     END-IF.
007430 1520-EXIT.
007440     EXIT.
007450*
007460 1530-MARK-ONE-PREREQ.
007470     MOVE WS-GS-PREREQ (WS-GS-OWN WS-PQ-IDX) TO WS-PQ-STEP.
007480     IF WS-PQ-STEP = SPACES OR WS-PQ-STEP = "00"
007490         GO TO 1530-EXIT
007500     END-IF.
007510     PERFORM 1535-MARK-PREREQ-STEP THRU 1535-EXIT
007520         VARYING WS-GS-IDX FROM 1 BY 1
007530         UNTIL WS-GS-IDX > WS-GS-USED.
007540 1530-EXIT.
007550     EXIT.
007560*
007570 1535-MARK-PREREQ-STEP.
007580     IF WS-GS-CYCLE (WS-GS-IDX) = WS-GATE-CYCLE
007590         AND WS-GS-STEP (WS-GS-IDX) = WS-PQ-STEP
007600         AND NOT GS-NEEDED (WS-GS-IDX)
007610         MOVE "Y" TO WS-GS-NEEDED-SW (WS-GS-IDX)
007620         ADD 1 TO WS-GATE-NEEDED-COUNT
007630     END-IF.
007640 1535-EXIT.
007650     EXIT.
007660*
007670*-----------------------------------------------------------*
007680* 1540-SCAN-RUN-HISTORY - ONE PASS OVER RUNHIST.LOG.  A      *
007690* START FOR THE BUSINESS DATE FOR A PREREQUISITE STEP IS     *
007700* TABLED BY ITS START STAMP.  THE BUSINESS DATE OF A START   *
007710* IS ITS BUSINESS= WORD, OR ITS STAMP DATE WHEN IT HAS NONE, *
007720* SO A STEP RUN AFTER MIDNIGHT STILL COUNTS FOR ITS CYCLE.   *
007730* AN END RECORD WITH STATUS=NORMAL FOR A TABLED STAMP MARKS  *
007740* THAT STEP DONE.  A START WITH NO JOB= IS AN OLDER          *
007750* RMSSPECREGS START.                                         *
007760*-----------------------------------------------------------*
007770 1540-SCAN-RUN-HISTORY.
007780     OPEN INPUT RUNHIST-FILE.
007790     IF WS-HIST-STATUS NOT = "00"
007800         GO TO 1540-EXIT
007810     END-IF.
007820     SET GATE-NOT-EOF TO TRUE.
007830     PERFORM 1550-DIGEST-HISTORY-LINE THRU 1550-EXIT
007840         UNTIL GATE-EOF.
007850     CLOSE RUNHIST-FILE.
007860 1540-EXIT.
007870     EXIT.
007880*
007890 1550-DIGEST-HISTORY-LINE.
007900     READ RUNHIST-FILE
007910         AT END
007920             SET GATE-EOF TO TRUE
007930             GO TO 1550-EXIT
007940     END-READ.
007950     IF RUNHIST-RECORD (1:6) NOT = "START "
007960         AND RUNHIST-RECORD (1:6) NOT = "END   "
007970         GO TO 1550-EXIT
007980     END-IF.
007990     MOVE SPACES TO WS-HIST-WORDS WS-HL-JOB WS-HL-MODE
008000                    WS-HL-STATUS WS-HL-BUSINESS.
008010     UNSTRING RUNHIST-RECORD DELIMITED BY ALL SPACE
008020         INTO WS-HW-WORD (1) WS-HW-WORD (2)
008030              WS-HW-WORD (3) WS-HW-WORD (4)
008040              WS-HW-WORD (5) WS-HW-WORD (6)
008050              WS-HW-WORD (7) WS-HW-WORD (8)
008060              WS-HW-WORD (9) WS-HW-WORD (10)
008070              WS-HW-WORD (11) WS-HW-WORD (12)
008080     END-UNSTRING.
008090     PERFORM 1555-TAKE-ONE-WORD THRU 1555-EXIT
008100         VARYING WS-HW-IDX FROM 1 BY 1
008110         UNTIL WS-HW-IDX > 12.
008120     IF RUNHIST-RECORD (1:6) = "START "
008130         IF WS-HL-BUSINESS = SPACES
008140             MOVE RUNHIST-RECORD (7:8) TO WS-HL-BUSINESS
008150         END-IF
008160         IF WS-HL-BUSINESS NOT = WS-GATE-DATE
008170             GO TO 1550-EXIT
008180         END-IF
008190         IF WS-HL-JOB = SPACES
008200             MOVE "RMSSPECREGS" TO WS-HL-JOB
008210         END-IF
008220         PERFORM 1560-TABLE-ONE-START THRU 1560-EXIT
008230             VARYING WS-GS-IDX FROM 1 BY 1
008240             UNTIL WS-GS-IDX > WS-GS-USED
008250     ELSE
008260         IF WS-HL-STATUS = "NORMAL"
008270             PERFORM 1570-MATCH-ONE-END THRU 1570-EXIT
008280                 VARYING WS-GR-IDX FROM 1 BY 1
008290                 UNTIL WS-GR-IDX > WS-GR-USED
008300         END-IF
008310     END-IF.
008320 1550-EXIT.
008330     EXIT.
008340*
008350 1555-TAKE-ONE-WORD.
008360     IF WS-HW-WORD (WS-HW-IDX) (1:4) = "JOB="
008370         MOVE WS-HW-WORD (WS-HW-IDX) (5:12) TO WS-HL-JOB
008380     END-IF.
008390     IF WS-HW-WORD (WS-HW-IDX) (1:5) = "MODE="
008400         MOVE WS-HW-WORD (WS-HW-IDX) (6:1) TO WS-HL-MODE
008410     END-IF.
008420     IF WS-HW-WORD (WS-HW-IDX) (1:7) = "STATUS="
008430         MOVE WS-HW-WORD (WS-HW-IDX) (8:10) TO WS-HL-STATUS
008440     END-IF.
008450     IF WS-HW-WORD (WS-HW-IDX) (1:9) = "BUSINESS="
008460         MOVE WS-HW-WORD (WS-HW-IDX) (10:8) TO WS-HL-BUSINESS
008470     END-IF.
008480 1555-EXIT.
008490     EXIT.
008500*
008510 1560-TABLE-ONE-START.
008520     IF NOT GS-NEEDED (WS-GS-IDX)
008530         OR WS-GS-JOB (WS-GS-IDX) NOT = WS-HL-JOB
008540         GO TO 1560-EXIT
008550     END-IF.
008560     IF WS-GS-MODE (WS-GS-IDX) NOT = SPACE
008570         AND WS-GS-MODE (WS-GS-IDX) NOT = WS-HL-MODE
008580         GO TO 1560-EXIT
008590     END-IF.
008600     IF WS-GR-USED < 200
008610         ADD 1 TO WS-GR-USED
008620         MOVE RUNHIST-RECORD (7:17) TO WS-GR-STAMP (WS-GR-USED)
008630         MOVE WS-GS-IDX TO WS-GR-STEP-IDX (WS-GR-USED)
008640     END-IF.
008650 1560-EXIT.
008660     EXIT.
008670*
008680 1570-MATCH-ONE-END.
008690     IF WS-GR-STAMP (WS-GR-IDX) = RUNHIST-RECORD (7:17)
008700         MOVE WS-GR-STEP-IDX (WS-GR-IDX) TO WS-GS-IDX2
008710         MOVE "Y" TO WS-GS-DONE-SW (WS-GS-IDX2)
008720     END-IF.
008730 1570-EXIT.
008740     EXIT.
008750*
008760 1580-LIST-ONE-MISSING.
008770     IF NOT GS-NEEDED (WS-GS-IDX) OR GS-DONE (WS-GS-IDX)
008780         GO TO 1580-EXIT
008790     END-IF.
008800     IF WS-GATE-MISSING-PTR > 1
008810         STRING ","                     DELIMITED BY SIZE
008820             INTO WS-GATE-MISSING
008830             WITH POINTER WS-GATE-MISSING-PTR
008840         END-STRING
008850     END-IF.
008860     STRING
008870         WS-GS-STEP (WS-GS-IDX)         DELIMITED BY SIZE
008880         "-"                            DELIMITED BY SIZE
008890         WS-GS-JOB (WS-GS-IDX)          DELIMITED BY SPACE
008900         INTO WS-GATE-MISSING
008910         WITH POINTER WS-GATE-MISSING-PTR
008920     END-STRING.
008930 1580-EXIT.
008940     EXIT.
008950*
008960*-----------------------------------------------------------*
008970* 1590-LOG-OVERRIDE - RECORD WHO STARTED THE RUN AHEAD OF    *
008980* WHICH STEPS AND WHY.  AN OVERRIDE THAT CANNOT BE LOGGED IS *
008990* NOT ALLOWED.                                               *
009000*-----------------------------------------------------------*
009010 1590-LOG-OVERRIDE.
009020     OPEN EXTEND RUNHIST-FILE.
009030     IF WS-HIST-STATUS NOT = "00" AND WS-HIST-STATUS NOT = "05"
009040         DISPLAY "EMPMAINT - RUN HISTORY NOT AVAILABLE - "
009050             "STATUS=" WS-HIST-STATUS
009060         DISPLAY "EMPMAINT - OVERRIDE CANNOT BE LOGGED - "
009070             "BATCH NOT STARTED"
009080         STOP RUN
009090     END-IF.
009100     MOVE SPACES TO RUNHIST-RECORD.
009110     STRING
009120         "OVERRIDE "                    DELIMITED BY SIZE
009130         D-DATE                         DELIMITED BY SIZE
009140         " "                            DELIMITED BY SIZE
009150         WS-RUN-START-TIME              DELIMITED BY SIZE
009160         " JOB=EMPMAINT USER="          DELIMITED BY SIZE
009170         WS-JOURNAL-USER                DELIMITED BY SPACE
009180         " CYCLE="                      DELIMITED BY SIZE
009190         WS-GATE-CYCLE                  DELIMITED BY SPACE
009200         " BUSINESS="                   DELIMITED BY SIZE
009210         WS-GATE-DATE                   DELIMITED BY SIZE
009220         " MISSING="                    DELIMITED BY SIZE
009230         WS-GATE-MISSING                DELIMITED BY SPACE
009240         " REASON="                     DELIMITED BY SIZE
009250         FUNCTION TRIM (WS-OVERRIDE-REASON)
009260                                        DELIMITED BY SIZE
009270         INTO RUNHIST-RECORD
009280     END-STRING.
009290     WRITE RUNHIST-RECORD.
009300     CLOSE RUNHIST-FILE.
009310     DISPLAY "EMPMAINT - CYCLE " WS-GATE-CYCLE
009320         " PREREQUISITES OVERRIDDEN BY " WS-JOURNAL-USER.
009330     DISPLAY "EMPMAINT - NOT ENDED NORMALLY: " WS-GATE-MISSING.
009340     DISPLAY "EMPMAINT - REASON: " WS-OVERRIDE-REASON.
009350 1590-EXIT.
009360     EXIT.
009370*
009380*-----------------------------------------------------------*
009390* 1900-READ-TRANSACTION - ADVANCE TO THE NEXT TRANSACTION,   *
009400* SETTING THE END-OF-FILE SWITCH WHEN THE BATCH IS DONE.     *
009410*-----------------------------------------------------------*
009420 1900-READ-TRANSACTION.
009430     READ TRANS-FILE
009440         AT END
009450             SET E-O-F TO TRUE
009460     END-READ.
009470 1900-EXIT.
009480     EXIT.
009490*
009500*-----------------------------------------------------------*
009510* 2000-PROCESS-TRANSACTION - VALIDATE THE CURRENT            *
009520* TRANSACTION, APPLY IT AGAINST EMP-FILE BY KEY, AND ADVANCE *
009530* TO THE NEXT ONE.  A TRANSACTION THAT FAILS VALIDATION IS   *
009540* REJECTED HERE AND NEVER TOUCHES THE MASTER.                *
009550*-----------------------------------------------------------*
009560 2000-PROCESS-TRANSACTION.
009570     ADD 1 TO WS-TRANS-COUNT.
009580     IF NOT TR-ADD AND NOT TR-UPDATE AND NOT TR-DELETE
009590         MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
009600         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
009610         GO TO 2000-NEXT
009620     END-IF.
009630     IF TR-EMP-ID IS NOT NUMERIC
009640         MOVE "EMP-ID NOT NUMERIC" TO WS-REJECT-REASON
009650         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
009660         GO TO 2000-NEXT
009670     END-IF.
009680     IF (TR-ADD OR TR-UPDATE) AND TR-EMP-NAME = SPACES
009690         MOVE "BLANK EMP-NAME" TO WS-REJECT-REASON
009700         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
009710         GO TO 2000-NEXT
009720     END-IF.
009730     IF (TR-ADD OR TR-UPDATE) AND
009740             TR-EMP-HIRE-DATE IS NOT NUMERIC
009750         MOVE "HIRE DATE NOT NUMERIC" TO WS-REJECT-REASON
009760         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
009770         GO TO 2000-NEXT
009780     END-IF.
009790     IF (TR-ADD OR TR-UPDATE)
009800         AND TR-EMP-STATUS NOT = "A"
009810         AND TR-EMP-STATUS NOT = "T"
009820         AND TR-EMP-STATUS NOT = SPACE
009830         MOVE "INVALID STATUS CODE" TO WS-REJECT-REASON
009840         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
009850         GO TO 2000-NEXT
009860     END-IF.
009870     IF (TR-ADD OR TR-UPDATE) AND TR-EMP-STATUS = "T"
009880         AND (TR-EMP-TERM-DATE IS NOT NUMERIC
009890             OR TR-EMP-TERM-DATE = "00000000")
009900         MOVE "TERM DATE REQUIRED" TO WS-REJECT-REASON
009910         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
009920         GO TO 2000-NEXT
009930     END-IF.
009940     IF (TR-ADD OR TR-UPDATE) AND TR-EMP-STATUS NOT = "T"
009950         AND TR-EMP-TERM-DATE IS NUMERIC
009960         AND TR-EMP-TERM-DATE NOT = "00000000"
009970         MOVE "TERM DATE ON ACTIVE STATUS"
009980             TO WS-REJECT-REASON
009990         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
010000         GO TO 2000-NEXT
010010     END-IF.
010020     IF (TR-ADD OR TR-UPDATE)
010030         AND TR-EMP-SUPERVISOR-ID NOT = SPACES
010040         AND TR-EMP-SUPERVISOR-ID IS NOT NUMERIC
010050         MOVE "SUPERVISOR NOT NUMERIC" TO WS-REJECT-REASON
010060         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
010070         GO TO 2000-NEXT
010080     END-IF.
010090     IF TR-ADD OR TR-UPDATE
010100         PERFORM 2070-CHECK-SUPERVISOR THRU 2070-EXIT
010110         IF SUPERVISOR-INVALID
010120             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
010130             GO TO 2000-NEXT
010140         END-IF
010150     END-IF.
010160     PERFORM 2050-CHECK-AUTHORIZATION THRU 2050-EXIT.
010170     IF ACTION-DENIED
010180         MOVE "NOT AUTHORIZED" TO WS-REJECT-REASON
010190         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
010200         PERFORM 2060-JOURNAL-DENIED THRU 2060-EXIT
010210         GO TO 2000-NEXT
010220     END-IF.
010230     IF TR-ADD OR TR-UPDATE
010240         PERFORM 2080-CHECK-HEADCOUNT THRU 2080-EXIT
010250         IF HEADCOUNT-OVER
010260             PERFORM 2090-HOLD-TRANSACTION THRU 2090-EXIT
010270             GO TO 2000-NEXT
010280         END-IF
010290     END-IF.
010300     SET TRANS-NOT-APPLIED TO TRUE.
010310     EVALUATE TRUE
010320         WHEN TR-ADD
010330             PERFORM 2100-APPLY-ADD THRU 2100-EXIT
010340         WHEN TR-UPDATE
010350             PERFORM 2200-APPLY-UPDATE THRU 2200-EXIT
010360         WHEN TR-DELETE
010370             PERFORM 2300-APPLY-DELETE THRU 2300-EXIT
010380     END-EVALUATE.
010390     IF OVERRIDE-LOG-OPEN
010400         PERFORM 2095-LOG-HEADCOUNT-OVERRIDE THRU 2095-EXIT
010410     END-IF.
010420 2000-NEXT.
010430     PERFORM 1900-READ-TRANSACTION THRU 1900-EXIT.
010440 2000-EXIT.
010450     EXIT.
010460*
010470*-----------------------------------------------------------*
010480* 2050-CHECK-AUTHORIZATION - MAY THE JOURNAL USER APPLY THIS *
010490* TRANSACTION?  THE USER'S ACTION LETTERS MUST CARRY THE     *
010500* TRANSACTION'S ACTION CODE, AND SETTING EMP-STATUS TO       *
010510* TERMINATED ON AN ADD OR UPDATE ADDITIONALLY NEEDS THE T    *
010520* LETTER - THE SEPARATION OF DUTIES AUDIT ASKED FOR.  A      *
010530* USER NOT IN THE TABLE MAY DO NOTHING.                      *
010540*-----------------------------------------------------------*
010550 2050-CHECK-AUTHORIZATION.
010560     SET ACTION-AUTHORIZED TO TRUE.
010570     IF AUTH-OPEN
010580         GO TO 2050-EXIT
010590     END-IF.
010600     SET ACTION-DENIED TO TRUE.
010610     PERFORM 2055-MATCH-AUTH-USER THRU 2055-EXIT
010620         VARYING WS-AU-IDX FROM 1 BY 1
010630         UNTIL WS-AU-IDX > WS-AU-USED
010640           OR ACTION-AUTHORIZED.
010650 2050-EXIT.
010660     EXIT.
010670*
010680 2055-MATCH-AUTH-USER.
010690     IF WS-AU-USER (WS-AU-IDX) NOT = WS-JOURNAL-USER
010700         GO TO 2055-EXIT
010710     END-IF.
010720     MOVE ZERO TO WS-AU-HITS.
010730     INSPECT WS-AU-ACTIONS (WS-AU-IDX)
010740         TALLYING WS-AU-HITS FOR ALL TR-ACTION.
010750     IF WS-AU-HITS = ZERO
010760         GO TO 2055-EXIT
010770     END-IF.
010780     IF (TR-ADD OR TR-UPDATE) AND TR-EMP-STATUS = "T"
010790         MOVE ZERO TO WS-AU-HITS
010800         INSPECT WS-AU-ACTIONS (WS-AU-IDX)
010810             TALLYING WS-AU-HITS FOR ALL "T"
010820         IF WS-AU-HITS = ZERO
010830             GO TO 2055-EXIT
010840         END-IF
010850     END-IF.
010860     SET ACTION-AUTHORIZED TO TRUE.
010870 2055-EXIT.
010880     EXIT.
010890*
010900*-----------------------------------------------------------*
010910* 2060-JOURNAL-DENIED - JOURNAL THE ATTEMPT: THE RECORD'S    *
010920* CURRENT IMAGE (OR SPACES WHEN NONE EXISTS) ON BOTH SIDES   *
010930* UNDER ACTION N, SO THE TRAIL SHOWS WHO TRIED WHAT AND      *
010940* WHEN WITHOUT RECORDING ANY CHANGE OF STATE.  THE REJECT    *
010950* LISTING CARRIES THE FULL TRANSACTION IMAGE.                *
010960*-----------------------------------------------------------*
010970 2060-JOURNAL-DENIED.
010980     ADD 1 TO WS-DENIED-COUNT.
010990     MOVE TR-EMP-ID TO EMP-ID.
011000     READ EMP-FILE RECORD KEY IS EMP-ID
011010         INVALID KEY
011020             MOVE SPACES TO WS-BEFORE-IMAGE
011030         NOT INVALID KEY
011040             MOVE EMP-RECORD TO WS-BEFORE-IMAGE
011050     END-READ.
011060     MOVE WS-BEFORE-IMAGE TO WS-AFTER-IMAGE.
011070     MOVE "N" TO WS-JOURNAL-ACTION.
011080     PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT.
011090 2060-EXIT.
011100     EXIT.
011110*
011120*-----------------------------------------------------------*
011130* 2070-CHECK-SUPERVISOR - VALIDATE THE TRANSACTION'S        *
011140* SUPERVISOR AGAINST THE MASTER.  ONLY A SUPERVISOR GIVEN   *
011150* ON THE TRANSACTION IS CHECKED: BLANK (NONE ON AN ADD, THE *
011160* ONE ON FILE KEPT ON AN UPDATE) AND ZERO (REPORTS TO NO    *
011170* ONE) PASS.  OTHERWISE THE SUPERVISOR MUST NOT BE THE      *
011180* EMPLOYEE, MUST BE ON FILE AND ACTIVE, AND ITS OWN         *
011190* REPORTING CHAIN MUST NOT LEAD BACK TO THE EMPLOYEE.  ON A *
011200* FAILURE WS-REJECT-REASON CARRIES THE REASON.              *
011210*-----------------------------------------------------------*
011220 2070-CHECK-SUPERVISOR.
011230     SET SUPERVISOR-VALID TO TRUE.
011240     IF TR-EMP-SUPERVISOR-ID = SPACES
011250         OR TR-EMP-SUPERVISOR-ID = "0000000"
011260         GO TO 2070-EXIT
011270     END-IF.
011280     SET SUPERVISOR-INVALID TO TRUE.
011290     IF TR-EMP-SUPERVISOR-ID = TR-EMP-ID
011300         MOVE "REPORTS TO SELF" TO WS-REJECT-REASON
011310         GO TO 2070-EXIT
011320     END-IF.
011330     MOVE TR-EMP-SUPERVISOR-ID TO EMP-ID.
011340     READ EMP-FILE RECORD KEY IS EMP-ID
011350         INVALID KEY
011360             MOVE "SUPERVISOR NOT ON FILE" TO WS-REJECT-REASON
011370             GO TO 2070-EXIT
011380     END-READ.
011390     IF EMP-TERMINATED
011400         MOVE "SUPERVISOR TERMINATED" TO WS-REJECT-REASON
011410         GO TO 2070-EXIT
011420     END-IF.
011430     SET SUPERVISOR-VALID TO TRUE.
011440     SET CHAIN-CLIMBING TO TRUE.
011450     MOVE ZERO TO WS-CHAIN-DEPTH.
011460     PERFORM 2075-CLIMB-ONE-LEVEL THRU 2075-EXIT
011470         UNTIL CHAIN-AT-TOP OR SUPERVISOR-INVALID.
011480 2070-EXIT.
011490     EXIT.
011500*
011510*-----------------------------------------------------------*
011520* 2075-CLIMB-ONE-LEVEL - EMP-RECORD HOLDS THE NEXT LINK UP   *
011530* THE CHAIN.  MEETING THE EMPLOYEE AGAIN, OR CLIMBING PAST   *
011540* THE LIMIT, IS A CIRCULAR CHAIN; A ZERO SUPERVISOR OR ONE   *
011550* NO LONGER ON FILE ENDS THE CLIMB.                          *
011560*-----------------------------------------------------------*
011570 2075-CLIMB-ONE-LEVEL.
011580     IF EMP-SUPERVISOR-ID = ZERO
011590         SET CHAIN-AT-TOP TO TRUE
011600         GO TO 2075-EXIT
011610     END-IF.
011620     ADD 1 TO WS-CHAIN-DEPTH.
011630     IF EMP-SUPERVISOR-ID = TR-EMP-ID
011640         OR WS-CHAIN-DEPTH > WS-CHAIN-LIMIT
011650         MOVE "CIRCULAR REPORTING CHAIN" TO WS-REJECT-REASON
011660         SET SUPERVISOR-INVALID TO TRUE
011670         GO TO 2075-EXIT
011680     END-IF.
011690     MOVE EMP-SUPERVISOR-ID TO EMP-ID.
011700     READ EMP-FILE RECORD KEY IS EMP-ID
011710         INVALID KEY
011720             SET CHAIN-AT-TOP TO TRUE
011730     END-READ.
011740 2075-EXIT.
011750     EXIT.
011760*
011770*-----------------------------------------------------------*
011780* 2080-CHECK-HEADCOUNT - WOULD THIS TRANSACTION TAKE ITS     *
011790* DEPARTMENT PAST THE AUTHORIZED HEADCOUNT?  ONLY AN         *
011800* EMPLOYEE BECOMING ACTIVE IN THE DEPARTMENT COUNTS: A NEW   *
011810* HIRE, A MOVE IN FROM ANOTHER DEPARTMENT OR A REHIRE.  AN   *
011820* ADD WHOSE EMP-ID IS ALREADY ON FILE IS LEFT FOR THE        *
011830* DUPLICATE REJECT.  THE ACTIVE EMPLOYEES ALREADY IN THE     *
011840* DEPARTMENT ARE COUNTED THROUGH THE EMP-DEPT-CODE KEY.      *
011850* WITH AN OVERRIDE THE EXCESS IS ALLOWED ONCE RUNHIST.LOG IS *
011860* OPEN TO TAKE THE LOG LINE, WHICH IS WRITTEN ONLY WHEN THE  *
011870* TRANSACTION IS APPLIED; AN OVERRIDE THAT CANNOT BE LOGGED  *
011880* DOES NOT COUNT.                                            *
011890*-----------------------------------------------------------*
011900 2080-CHECK-HEADCOUNT.
011910     SET HEADCOUNT-WITHIN TO TRUE.
011920     IF BUDGET-OPEN OR TR-EMP-STATUS = "T"
011930         GO TO 2080-EXIT
011940     END-IF.
011950     MOVE TR-EMP-ID TO EMP-ID.
011960     READ EMP-FILE RECORD KEY IS EMP-ID
011970         INVALID KEY
011980             IF TR-UPDATE
011990                 GO TO 2080-EXIT
012000             END-IF
012010         NOT INVALID KEY
012020             IF TR-ADD
012030                 GO TO 2080-EXIT
012040             END-IF
012050             IF EMP-ACTIVE AND EMP-DEPT-CODE = TR-EMP-DEPT-CODE
012060                 GO TO 2080-EXIT
012070             END-IF
012080     END-READ.
012090     MOVE TR-EMP-DEPT-CODE TO BUDG-DEPT-CODE.
012100     MOVE WS-BUDGET-PERIOD TO BUDG-PERIOD.
012110     READ BUDGET-FILE RECORD KEY IS BUDG-KEY
012120         INVALID KEY
012130             GO TO 2080-EXIT
012140     END-READ.
012150     MOVE ZERO TO WS-HC-ACTIVE-COUNT.
012160     MOVE TR-EMP-DEPT-CODE TO EMP-DEPT-CODE.
012170     START EMP-FILE KEY IS EQUAL TO EMP-DEPT-CODE
012180         INVALID KEY
012190             GO TO 2080-COMPARE
012200     END-START.
012210     SET SCAN-NOT-DONE TO TRUE.
012220     PERFORM 2560-READ-NEXT-EMPLOYEE THRU 2560-EXIT.
012230     PERFORM 2085-COUNT-ONE-ACTIVE THRU 2085-EXIT
012240         UNTIL SCAN-DONE.
012250 2080-COMPARE.
012260     IF WS-HC-ACTIVE-COUNT < BUDG-AUTH-HEADCOUNT
012270         GO TO 2080-EXIT
012280     END-IF.
012290     SET HEADCOUNT-OVER TO TRUE.
012300     IF WS-OVERRIDE-REASON = SPACES
012310         GO TO 2080-EXIT
012320     END-IF.
012330     PERFORM 2094-OPEN-OVERRIDE-LOG THRU 2094-EXIT.
012340 2080-EXIT.
012350     EXIT.
012360*
012370 2085-COUNT-ONE-ACTIVE.
012380     IF EMP-DEPT-CODE NOT = TR-EMP-DEPT-CODE
012390         SET SCAN-DONE TO TRUE
012400         GO TO 2085-EXIT
012410     END-IF.
012420     IF EMP-ACTIVE
012430         ADD 1 TO WS-HC-ACTIVE-COUNT
012440     END-IF.
012450     PERFORM 2560-READ-NEXT-EMPLOYEE THRU 2560-EXIT.
012460 2085-EXIT.
012470     EXIT.
012480*
012490*-----------------------------------------------------------*
012500* 2090-HOLD-TRANSACTION - PARK A TRANSACTION OVER HEADCOUNT  *
012510* ON THE HOLD FILE, EXACTLY AS READ, FOR RESUBMISSION WITH   *
012520* OVERRIDE= ONCE APPROVED, AND LIST IT ON THE REJECTS.  ON   *
012530* AN OVERRIDE RUN THE OVERRIDE COULD NOT BE LOGGED, SO THE   *
012540* TRANSACTION IS REJECTED AND STAYS ON THE FILE RESUBMITTED. *
012550*-----------------------------------------------------------*
012560 2090-HOLD-TRANSACTION.
012570     IF NOT HOLD-FILE-OPEN
012580         MOVE "OVER HEADCOUNT - NOT LOGGED" TO WS-REJECT-REASON
012590         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
012600         GO TO 2090-EXIT
012610     END-IF.
012620     MOVE TRANS-RECORD TO HOLD-RECORD.
012630     WRITE HOLD-RECORD.
012640     ADD 1 TO WS-HELD-COUNT.
012650     MOVE "HELD - OVER HEADCOUNT BUDGET" TO WS-REJECT-REASON.
012660     PERFORM 2900-WRITE-REJECT THRU 2900-EXIT.
012670 2090-EXIT.
012680     EXIT.
012690*
012700*-----------------------------------------------------------*
012710* 2094-OPEN-OVERRIDE-LOG - AN OVERRIDE COUNTS ONLY IF IT CAN *
012720* BE LOGGED, SO RUNHIST.LOG IS OPENED BEFORE THE TRANSACTION *
012730* IS LET PAST AND HELD OPEN UNTIL IT HAS BEEN APPLIED.       *
012740*-----------------------------------------------------------*
012750 2094-OPEN-OVERRIDE-LOG.
012760     OPEN EXTEND RUNHIST-FILE.
012770     IF WS-HIST-STATUS NOT = "00" AND WS-HIST-STATUS NOT = "05"
012780         DISPLAY "EMPMAINT - RUN HISTORY NOT AVAILABLE - "
012790             "STATUS=" WS-HIST-STATUS
012800         DISPLAY "EMPMAINT - HEADCOUNT OVERRIDE CANNOT BE LOGGED "
012810             "FOR EMP-ID " TR-EMP-ID
012820         GO TO 2094-EXIT
012830     END-IF.
012840     SET OVERRIDE-LOG-OPEN TO TRUE.
012850     SET HEADCOUNT-WITHIN TO TRUE.
012860 2094-EXIT.
012870     EXIT.
012880*
012890*-----------------------------------------------------------*
012900* 2095-LOG-HEADCOUNT-OVERRIDE - RECORD ON RUNHIST.LOG WHO    *
012910* TOOK WHICH DEPARTMENT PAST ITS AUTHORIZED HEADCOUNT, FOR   *
012920* WHICH EMPLOYEE AND WHY.  THE LINE IS WRITTEN ONLY WHEN THE *
012930* TRANSACTION WAS ACTUALLY APPLIED; A DUPLICATE ADD OR A     *
012940* FAILED REWRITE TOOK NOBODY PAST THE BUDGET.                *
012950*-----------------------------------------------------------*
012960 2095-LOG-HEADCOUNT-OVERRIDE.
012970     IF TRANS-NOT-APPLIED
012980         GO TO 2095-CLOSE
012990     END-IF.
013000     ACCEPT WS-LOG-TIME FROM TIME.
013010     MOVE SPACES TO RUNHIST-RECORD.
013020     STRING
013030         "HEADCOUNT "                   DELIMITED BY SIZE
013040         D-DATE                         DELIMITED BY SIZE
013050         " "                            DELIMITED BY SIZE
013060         WS-LOG-TIME                    DELIMITED BY SIZE
013070         " JOB=EMPMAINT USER="          DELIMITED BY SIZE
013080         WS-JOURNAL-USER                DELIMITED BY SPACE
013090         " DEPT="                       DELIMITED BY SIZE
013100         TR-EMP-DEPT-CODE               DELIMITED BY SIZE
013110         " PERIOD="                     DELIMITED BY SIZE
013120         WS-BUDGET-PERIOD               DELIMITED BY SIZE
013130         " AUTHORIZED="                 DELIMITED BY SIZE
013140         BUDG-AUTH-HEADCOUNT            DELIMITED BY SIZE
013150         " ACTIVE="                     DELIMITED BY SIZE
013160         WS-HC-ACTIVE-COUNT             DELIMITED BY SIZE
013170         " EMP="                        DELIMITED BY SIZE
013180         TR-EMP-ID                      DELIMITED BY SIZE
013190         " REASON="                     DELIMITED BY SIZE
013200         FUNCTION TRIM (WS-OVERRIDE-REASON)
013210                                        DELIMITED BY SIZE
013220         INTO RUNHIST-RECORD
013230     END-STRING.
013240     WRITE RUNHIST-RECORD.
013250     ADD 1 TO WS-HC-OVERRIDE-COUNT.
013260 2095-CLOSE.
013270     CLOSE RUNHIST-FILE.
013280     SET OVERRIDE-LOG-CLOSED TO TRUE.
013290 2095-EXIT.
013300     EXIT.
013310*
013320*-----------------------------------------------------------*
013330* 2100-APPLY-ADD - WRITE A NEW EMPLOYEE RECORD.  AN EMP-ID   *
013340* ALREADY ON FILE IS A REJECT, NOT A SILENT OVERLAY.         *
013350*-----------------------------------------------------------*
013360 2100-APPLY-ADD.
013370     PERFORM 2400-BUILD-EMP-FROM-TRANS THRU 2400-EXIT.
013380     MOVE SPACES TO WS-BEFORE-IMAGE.
013390     WRITE EMP-RECORD
013400         INVALID KEY
013410             MOVE "DUPLICATE EMP-ID ON FILE"
013420                 TO WS-REJECT-REASON
013430             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
013440         NOT INVALID KEY
013450             SET TRANS-APPLIED TO TRUE
013460             MOVE EMP-RECORD TO WS-AFTER-IMAGE
013470             ADD 1 TO WS-ADD-COUNT
013480             MOVE "A" TO WS-JOURNAL-ACTION
013490             PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT
013500     END-WRITE.
013510 2100-EXIT.
013520     EXIT.
013530*
013540*-----------------------------------------------------------*
013550* 2200-APPLY-UPDATE - READ THE RECORD BY KEY, CAPTURE THE    *
013560* BEFORE IMAGE, REPLACE THE RECORD WITH THE TRANSACTION      *
013570* FIELDS AND REWRITE IT.                                     *
013580*-----------------------------------------------------------*
013590 2200-APPLY-UPDATE.
013600     MOVE TR-EMP-ID TO EMP-ID.
013610     READ EMP-FILE RECORD KEY IS EMP-ID
013620         INVALID KEY
013630             MOVE "EMP-ID NOT ON FILE" TO WS-REJECT-REASON
013640             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
013650             GO TO 2200-EXIT
013660     END-READ.
013670     MOVE EMP-RECORD TO WS-BEFORE-IMAGE.
013680     MOVE EMP-STATUS TO WS-PRIOR-STATUS.
013690     MOVE EMP-NAME   TO WS-ORPHAN-MGR-NAME.
013700     PERFORM 2400-BUILD-EMP-FROM-TRANS THRU 2400-EXIT.
013710     REWRITE EMP-RECORD
013720         INVALID KEY
013730             MOVE "REWRITE FAILED" TO WS-REJECT-REASON
013740             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
013750             GO TO 2200-EXIT
013760         NOT INVALID KEY
013770             SET TRANS-APPLIED TO TRUE
013780             MOVE EMP-RECORD TO WS-AFTER-IMAGE
013790             ADD 1 TO WS-UPDATE-COUNT
013800             MOVE "U" TO WS-JOURNAL-ACTION
013810             PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT
013820     END-REWRITE.
013830     IF EMP-TERMINATED AND WS-PRIOR-STATUS NOT = "T"
013840         MOVE "TERMINATED" TO WS-ORPHAN-MGR-ACTION
013850         PERFORM 2500-LIST-ORPHANED-REPORTS THRU 2500-EXIT
013860     END-IF.
013870 2200-EXIT.
013880     EXIT.
013890*
013900*-----------------------------------------------------------*
013910* 2300-APPLY-DELETE - READ THE RECORD BY KEY, CAPTURE THE    *
013920* BEFORE IMAGE AND DELETE IT FROM THE MASTER.                *
013930*-----------------------------------------------------------*
013940 2300-APPLY-DELETE.
013950     MOVE TR-EMP-ID TO EMP-ID.
013960     READ EMP-FILE RECORD KEY IS EMP-ID
013970         INVALID KEY
013980             MOVE "EMP-ID NOT ON FILE" TO WS-REJECT-REASON
013990             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
014000             GO TO 2300-EXIT
014010     END-READ.
014020     MOVE EMP-RECORD TO WS-BEFORE-IMAGE.
014030     MOVE EMP-NAME   TO WS-ORPHAN-MGR-NAME.
014040     DELETE EMP-FILE RECORD
014050         INVALID KEY
014060             MOVE "DELETE FAILED" TO WS-REJECT-REASON
014070             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
014080             GO TO 2300-EXIT
014090         NOT INVALID KEY
014100             MOVE SPACES TO WS-AFTER-IMAGE
014110             ADD 1 TO WS-DELETE-COUNT
014120             MOVE "D" TO WS-JOURNAL-ACTION
014130             PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT
014140     END-DELETE.
014150     MOVE "DELETED" TO WS-ORPHAN-MGR-ACTION.
014160     PERFORM 2500-LIST-ORPHANED-REPORTS THRU 2500-EXIT.
014170 2300-EXIT.
014180     EXIT.
014190*
014200*-----------------------------------------------------------*
014210* 2400-BUILD-EMP-FROM-TRANS - MOVE THE TRANSACTION FIELDS    *
014220* INTO THE EMPLOYEE RECORD AREA.  A BLANK SUPERVISOR ON AN   *
014230* UPDATE KEEPS THE ONE ON FILE, JUST READ INTO THE RECORD    *
014240* AREA; ONLY AN EXPLICIT 0000000 CLEARS IT.                  *
014250*-----------------------------------------------------------*
014260 2400-BUILD-EMP-FROM-TRANS.
014270     MOVE TR-EMP-ID        TO EMP-ID.
014280     MOVE TR-EMP-NAME      TO EMP-NAME.
014290     MOVE TR-EMP-ADDRESS   TO EMP-ADDRESS.
014300     MOVE TR-EMP-DEPT-CODE TO EMP-DEPT-CODE.
014310     MOVE TR-EMP-HIRE-DATE TO EMP-HIRE-DATE.
014320     MOVE TR-EMP-JOB-TITLE TO EMP-JOB-TITLE.
014330     IF TR-EMP-STATUS = SPACE
014340         SET EMP-ACTIVE TO TRUE
014350     ELSE
014360         MOVE TR-EMP-STATUS TO EMP-STATUS
014370     END-IF.
014380     IF TR-EMP-TERM-DATE IS NUMERIC
014390         MOVE TR-EMP-TERM-DATE TO EMP-TERM-DATE
014400     ELSE
014410         MOVE ZERO TO EMP-TERM-DATE
014420     END-IF.
014430     IF TR-EMP-SUPERVISOR-ID IS NUMERIC
014440         MOVE TR-EMP-SUPERVISOR-ID TO EMP-SUPERVISOR-ID
014450     ELSE
014460         IF TR-ADD
014470             MOVE ZERO TO EMP-SUPERVISOR-ID
014480         END-IF
014490     END-IF.
014500 2400-EXIT.
014510     EXIT.
014520*
014530*-----------------------------------------------------------*
014540* 2500-LIST-ORPHANED-REPORTS - THE EMPLOYEE JUST TERMINATED  *
014550* OR DELETED MAY HAVE BEEN A MANAGER.  THERE IS NO KEY ON    *
014560* EMP-SUPERVISOR-ID, SO THE MASTER IS READ FROM THE TOP AND  *
014570* EVERY ACTIVE EMPLOYEE STILL REPORTING TO THEM IS LISTED    *
014580* ON EMPORPH.RPT UNDER A LINE NAMING THE MANAGER.  NOTHING   *
014590* IS WRITTEN WHEN THERE ARE NO DIRECT REPORTS.  THE RANDOM   *
014600* TRANSACTION READS DO NOT DEPEND ON THE FILE POSITION THIS  *
014610* LEAVES BEHIND.                                             *
014620*-----------------------------------------------------------*
014630 2500-LIST-ORPHANED-REPORTS.
014640     MOVE TR-EMP-ID TO WS-ORPHAN-MGR-ID.
014650     SET ORPHAN-NOT-HEADED TO TRUE.
014660     SET SCAN-NOT-DONE TO TRUE.
014670     MOVE ZERO TO EMP-ID.
014680     START EMP-FILE KEY IS NOT LESS THAN EMP-ID
014690         INVALID KEY
014700             GO TO 2500-EXIT
014710     END-START.
014720     PERFORM 2560-READ-NEXT-EMPLOYEE THRU 2560-EXIT.
014730     PERFORM 2550-CHECK-ONE-REPORT THRU 2550-EXIT
014740         UNTIL SCAN-DONE.
014750 2500-EXIT.
014760     EXIT.
014770*
014780 2550-CHECK-ONE-REPORT.
014790     IF EMP-SUPERVISOR-ID NOT = WS-ORPHAN-MGR-ID
014800         OR NOT EMP-ACTIVE
014810         GO TO 2550-NEXT
014820     END-IF.
014830     IF NOT ORPHAN-HEADED
014840         MOVE SPACES TO ORPHAN-RECORD
014850         STRING
014860             "SUPERVISOR "                  DELIMITED BY SIZE
014870             WS-ORPHAN-MGR-ID               DELIMITED BY SIZE
014880             " "                            DELIMITED BY SIZE
014890             WS-ORPHAN-MGR-NAME             DELIMITED BY SIZE
014900             " "                            DELIMITED BY SIZE
014910             WS-ORPHAN-MGR-ACTION           DELIMITED BY SPACE
014920             " - DIRECT REPORTS LEFT WITHOUT A SUPERVISOR:"
014930                                            DELIMITED BY SIZE
014940             INTO ORPHAN-RECORD
014950         END-STRING
014960         WRITE ORPHAN-RECORD
014970         SET ORPHAN-HEADED TO TRUE
014980     END-IF.
014990     ADD 1 TO WS-ORPHAN-COUNT.
015000     MOVE SPACES TO ORPHAN-RECORD.
015010     STRING
015020         "    "                         DELIMITED BY SIZE
015030         EMP-ID                         DELIMITED BY SIZE
015040         " "                            DELIMITED BY SIZE
015050         EMP-NAME                       DELIMITED BY SIZE
015060         " DEPT "                       DELIMITED BY SIZE
015070         EMP-DEPT-CODE                  DELIMITED BY SIZE
015080         " "                            DELIMITED BY SIZE
015090         EMP-JOB-TITLE                  DELIMITED BY SIZE
015100         INTO ORPHAN-RECORD
015110     END-STRING.
015120     WRITE ORPHAN-RECORD.
015130 2550-NEXT.
015140     PERFORM 2560-READ-NEXT-EMPLOYEE THRU 2560-EXIT.
015150 2550-EXIT.
015160     EXIT.
015170*
015180 2560-READ-NEXT-EMPLOYEE.
015190     READ EMP-FILE NEXT RECORD
015200         AT END
015210             SET SCAN-DONE TO TRUE
015220     END-READ.
015230 2560-EXIT.
015240     EXIT.
015250*
015260*-----------------------------------------------------------*
015270* 2800-WRITE-JOURNAL - APPEND ONE AUDIT LINE SHOWING WHO     *
015280* CHANGED WHAT AND WHEN: RUN DATE AND TIME, THE JOURNAL      *
015290* USER, THE ACTION, AND THE FULL BEFORE AND AFTER IMAGES OF  *
015300* THE RECORD TOUCHED.                                        *
015310*-----------------------------------------------------------*
015320 2800-WRITE-JOURNAL.
015330     ACCEPT WS-LOG-TIME FROM TIME.
015340     MOVE SPACES TO JOURNAL-RECORD.
015350     STRING
015360         D-DATE                         DELIMITED BY SIZE
015370         " "                            DELIMITED BY SIZE
015380         WS-LOG-TIME                    DELIMITED BY SIZE
015390         " USER="                       DELIMITED BY SIZE
015400         WS-JOURNAL-USER                DELIMITED BY SIZE
015410         " ACTION="                     DELIMITED BY SIZE
015420         WS-JOURNAL-ACTION              DELIMITED BY SIZE
015430         " BEFORE="                     DELIMITED BY SIZE
015440         WS-BEFORE-IMAGE                DELIMITED BY SIZE
015450         " AFTER="                      DELIMITED BY SIZE
015460         WS-AFTER-IMAGE                 DELIMITED BY SIZE
015470         INTO JOURNAL-RECORD
015480     END-STRING.
015490     WRITE JOURNAL-RECORD.
015500 2800-EXIT.
015510     EXIT.
015520*
015530*-----------------------------------------------------------*
015540* 2900-WRITE-REJECT - APPEND THE TRANSACTION IMAGE AND THE   *
015550* REASON IT COULD NOT BE APPLIED TO THE REJECT LISTING.      *
015560*-----------------------------------------------------------*
015570 2900-WRITE-REJECT.
015580     ADD 1 TO WS-REJECT-COUNT.
015590     MOVE SPACES TO REJECT-RECORD.
015600     STRING
015610         TRANS-RECORD                   DELIMITED BY SIZE
015620         "  "                           DELIMITED BY SIZE
015630         WS-REJECT-REASON               DELIMITED BY SIZE
015640         INTO REJECT-RECORD
015650     END-STRING.
015660     WRITE REJECT-RECORD.
015670 2900-EXIT.
015680     EXIT.
015690*
015700*-----------------------------------------------------------*
015710* 7600-WRITE-RUN-START - APPEND THE RUN-HISTORY START        *
015720* RECORD ONCE THE CYCLE GATE IS PASSED AND BEFORE THE UPDATE *
015730* TOKEN IS TAKEN, SO A RUN THAT DIES HOLDING THE TOKEN SHOWS *
015740* UP ON RUNHIST.LOG AS A START WITH NO END.  IT CARRIES THE  *
015750* BUSINESS DATE THE GATE CHECKED, SO THE SIGN-OFF COUNTS THE *
015760* RUN FOR THAT DATE EVEN PAST MIDNIGHT.                      *
015770*-----------------------------------------------------------*
015780 7600-WRITE-RUN-START.
015790     OPEN EXTEND RUNHIST-FILE.
015800     IF WS-HIST-STATUS NOT = "00" AND WS-HIST-STATUS NOT = "05"
015810         DISPLAY "EMPMAINT - RUN HISTORY NOT AVAILABLE - "
015820             "STATUS=" WS-HIST-STATUS
015830         GO TO 7600-EXIT
015840     END-IF.
015850     MOVE SPACES TO RUNHIST-RECORD.
015860     STRING
015870         "START "                       DELIMITED BY SIZE
015880         D-DATE                         DELIMITED BY SIZE
015890         " "                            DELIMITED BY SIZE
015900         WS-RUN-START-TIME              DELIMITED BY SIZE
015910         " JOB=EMPMAINT USER="          DELIMITED BY SIZE
015920         WS-JOURNAL-USER                DELIMITED BY SIZE
015930         " BUSINESS="                   DELIMITED BY SIZE
015940         WS-GATE-DATE                   DELIMITED BY SIZE
015950         " FILE="                       DELIMITED BY SIZE
015960         FUNCTION TRIM (WS-EMP-FILE-SPEC)
015970                                        DELIMITED BY SIZE
015980         " TRANS="                      DELIMITED BY SIZE
015990         FUNCTION TRIM (WS-TRANS-FILE-SPEC)
016000                                        DELIMITED BY SIZE
016010         INTO RUNHIST-RECORD
016020     END-STRING.
016030     WRITE RUNHIST-RECORD.
016040     CLOSE RUNHIST-FILE.
016050 7600-EXIT.
016060     EXIT.
016070*
016080*-----------------------------------------------------------*
016090* 7700-ACQUIRE-RUN-TOKEN - TAKE THE EXCLUSIVE ART.DAT        *
016100* UPDATE TOKEN.  A TOKEN ALREADY LOCKED BELONGS TO A LIVE    *
016110* RUN, A DEAD ONE, OR A RUN THAT ENDED WITHOUT RELEASING;    *
016120* ONLY THE LAST IS RECLAIMED WITHOUT OPERATOR ACTION.        *
016130*-----------------------------------------------------------*
016140 7700-ACQUIRE-RUN-TOKEN.
016150     MOVE SPACES TO WS-LOCK-LINE.
016160     OPEN INPUT LOCK-FILE.
016170     IF WS-LOCK-STATUS = "00" OR WS-LOCK-STATUS = "05"
016180         READ LOCK-FILE
016190             AT END
016200                 CONTINUE
016210             NOT AT END
016220                 MOVE LOCK-RECORD TO WS-LOCK-LINE
016230         END-READ
016240         CLOSE LOCK-FILE
016250     END-IF.
016260     IF WS-LK-STATE NOT = "LOCKED"
016270         GO TO 7700-TAKE
016280     END-IF.
016290     PERFORM 7750-CHECK-HOLDER-ENDED THRU 7750-EXIT.
016300     EVALUATE TRUE
016310         WHEN RECLAIM-REQUESTED
016320             DISPLAY "EMPMAINT - RECLAIMING RUN TOKEN HELD "
016330                 "BY JOB=" WS-LK-JOB " USER=" WS-LK-USER
016340         WHEN HOLDER-ENDED
016350             DISPLAY "EMPMAINT - STALE RUN TOKEN RECLAIMED "
016360                 "(HOLDER " WS-LK-JOB " ENDED ON RUNHIST)"
016370         WHEN OTHER
016380             DISPLAY "EMPMAINT - ART.DAT UPDATE TOKEN HELD "
016390                 "BY JOB=" WS-LK-JOB " USER=" WS-LK-USER
016400             DISPLAY "EMPMAINT - HELD SINCE " WS-LK-DATE
016410                 " " WS-LK-TIME " - RUN NOT STARTED"
016420             DISPLAY "EMPMAINT - IF RUNHIST SHOWS THAT RUN "
016430                 "DIED, RERUN WITH RECLAIM=YES"
016440             STOP RUN
016450     END-EVALUATE.
016460 7700-TAKE.
016470     OPEN OUTPUT LOCK-FILE.
016480     MOVE SPACES TO WS-LOCK-LINE.
016490     MOVE "LOCKED" TO WS-LK-STATE.
016500     MOVE WS-LOCK-JOB-NAME TO WS-LK-JOB.
016510     MOVE WS-JOURNAL-USER TO WS-LK-USER.
016520     MOVE D-DATE TO WS-LK-DATE.
016530     MOVE WS-RUN-START-TIME TO WS-LK-TIME.
016540     MOVE WS-LOCK-LINE TO LOCK-RECORD.
016550     WRITE LOCK-RECORD.
016560     CLOSE LOCK-FILE.
016570     SET TOKEN-HELD TO TRUE.
016580 7700-EXIT.
016590     EXIT.
016600*
016610*-----------------------------------------------------------*
016620* 7750-CHECK-HOLDER-ENDED - SCAN RUNHIST.LOG FOR AN END      *
016630* RECORD CARRYING THE LOCK HOLDER'S START STAMP.  FINDING    *
016640* ONE MEANS THE HOLDER COMPLETED AND THE TOKEN IS STALE.     *
016650*-----------------------------------------------------------*
016660 7750-CHECK-HOLDER-ENDED.
016670     SET HOLDER-NOT-ENDED TO TRUE.
016680     MOVE SPACES TO WS-LOCK-STAMP.
016690     STRING
016700         WS-LK-DATE                     DELIMITED BY SIZE
016710         " "                            DELIMITED BY SIZE
016720         WS-LK-TIME                     DELIMITED BY SIZE
016730         INTO WS-LOCK-STAMP
016740     END-STRING.
016750     OPEN INPUT RUNHIST-FILE.
016760     IF WS-HIST-STATUS NOT = "00" AND WS-HIST-STATUS NOT = "05"
016770         GO TO 7750-EXIT
016780     END-IF.
016790     SET NOT-E-O-F TO TRUE.
016800     PERFORM 7760-SCAN-ONE-HISTORY THRU 7760-EXIT
016810         UNTIL E-O-F.
016820     CLOSE RUNHIST-FILE.
016830 7750-EXIT.
016840     EXIT.
016850*
016860 7760-SCAN-ONE-HISTORY.
016870     READ RUNHIST-FILE
016880         AT END
016890             SET E-O-F TO TRUE
016900             GO TO 7760-EXIT
016910     END-READ.
016920     IF RUNHIST-RECORD (1:4) = "END "
016930         AND RUNHIST-RECORD (7:17) = WS-LOCK-STAMP
016940         SET HOLDER-ENDED TO TRUE
016950     END-IF.
016960 7760-EXIT.
016970     EXIT.
016980*
016990*-----------------------------------------------------------*
017000* 7900-RELEASE-RUN-TOKEN - HAND THE UPDATE TOKEN BACK BY     *
017010* REWRITING THE LOCK RECORD AS FREE.                         *
017020*-----------------------------------------------------------*
017030 7900-RELEASE-RUN-TOKEN.
017040     IF NOT TOKEN-HELD
017050         GO TO 7900-EXIT
017060     END-IF.
017070     OPEN OUTPUT LOCK-FILE.
017080     MOVE SPACES TO WS-LOCK-LINE.
017090     MOVE "FREE" TO WS-LK-STATE.
017100     MOVE WS-LOCK-JOB-NAME TO WS-LK-JOB.
017110     MOVE WS-JOURNAL-USER TO WS-LK-USER.
017120     MOVE D-DATE TO WS-LK-DATE.
017130     MOVE WS-RUN-START-TIME TO WS-LK-TIME.
017140     MOVE WS-LOCK-LINE TO LOCK-RECORD.
017150     WRITE LOCK-RECORD.
017160     CLOSE LOCK-FILE.
017170 7900-EXIT.
017180     EXIT.
017190*
017200*-----------------------------------------------------------*
017210* 8000-CLEANUP - CLOSE THE FILES, REPORT THE RUN COUNTS ON   *
017220* THE OPERATOR LOG, WRITE THE RUN-HISTORY END RECORD AND     *
017230* RELEASE THE UPDATE TOKEN.                                  *
017240*-----------------------------------------------------------*
017250 8000-CLEANUP.
017260     IF WS-ORPHAN-COUNT = ZERO
017270         MOVE "NO EMPLOYEES LEFT WITHOUT A SUPERVISOR"
017280             TO ORPHAN-RECORD
017290         WRITE ORPHAN-RECORD
017300     END-IF.
017310     CLOSE EMP-FILE TRANS-FILE REJECT-FILE JOURNAL-FILE
017320         ORPHAN-FILE.
017330     IF BUDGET-ENFORCED
017340         CLOSE BUDGET-FILE
017350     END-IF.
017360     IF HOLD-FILE-OPEN
017370         CLOSE HOLD-FILE
017380     END-IF.
017390     MOVE WS-TRANS-COUNT TO WS-COUNT-PRINT.
017400     DISPLAY "EMPMAINT TRANSACTIONS READ: " WS-COUNT-PRINT.
017410     MOVE WS-ADD-COUNT TO WS-COUNT-PRINT.
017420     DISPLAY "EMPMAINT ADDS APPLIED:      " WS-COUNT-PRINT.
017430     MOVE WS-UPDATE-COUNT TO WS-COUNT-PRINT.
017440     DISPLAY "EMPMAINT UPDATES APPLIED:   " WS-COUNT-PRINT.
017450     MOVE WS-DELETE-COUNT TO WS-COUNT-PRINT.
017460     DISPLAY "EMPMAINT DELETES APPLIED:   " WS-COUNT-PRINT.
017470     MOVE WS-REJECT-COUNT TO WS-COUNT-PRINT.
017480     DISPLAY "EMPMAINT REJECTS WRITTEN:   " WS-COUNT-PRINT.
017490     MOVE WS-DENIED-COUNT TO WS-COUNT-PRINT.
017500     DISPLAY "EMPMAINT DENIED ATTEMPTS:   " WS-COUNT-PRINT.
017510     MOVE WS-ORPHAN-COUNT TO WS-COUNT-PRINT.
017520     DISPLAY "EMPMAINT REPORTS ORPHANED:  " WS-COUNT-PRINT.
017530     MOVE WS-HELD-COUNT TO WS-COUNT-PRINT.
017540     DISPLAY "EMPMAINT HELD OVER BUDGET:  " WS-COUNT-PRINT.
017550     MOVE WS-HC-OVERRIDE-COUNT TO WS-COUNT-PRINT.
017560     DISPLAY "EMPMAINT BUDGET OVERRIDES:  " WS-COUNT-PRINT.
017570     IF WS-HELD-COUNT > ZERO
017580         DISPLAY "EMPMAINT - ONCE APPROVED, RESUBMIT WITH TRANS="
017590             FUNCTION TRIM (WS-HOLD-FILE-SPEC)
017600         DISPLAY "EMPMAINT - AND OVERRIDE=REASON AS THE LAST "
017610             "PARAMETER"
017620         DISPLAY "EMPMAINT - THE HOLD FILE IS KEPT ACROSS RUNS - "
017630             "CLEAR IT ONCE RESUBMITTED"
017640     END-IF.
017650     PERFORM 8600-WRITE-RUN-END THRU 8600-EXIT.
017660     PERFORM 7900-RELEASE-RUN-TOKEN THRU 7900-EXIT.
017670 8000-EXIT.
017680     EXIT.
017690*
017700*-----------------------------------------------------------*
017710* 8600-WRITE-RUN-END - APPEND THE RUN-HISTORY END RECORD AT  *
017720* NORMAL COMPLETION, CARRYING THE SAME START STAMP AS THE    *
017730* START RECORD.  A RUN THAT DIES NEVER GETS HERE, WHICH IS   *
017740* HOW A STALE TOKEN IS TOLD FROM A LIVE ONE.                 *
017750*-----------------------------------------------------------*
017760 8600-WRITE-RUN-END.
017770     ACCEPT WS-RUN-END-TIME FROM TIME.
017780     OPEN EXTEND RUNHIST-FILE.
017790     IF WS-HIST-STATUS NOT = "00" AND WS-HIST-STATUS NOT = "05"
017800         DISPLAY "EMPMAINT - RUN HISTORY NOT AVAILABLE - "
017810             "STATUS=" WS-HIST-STATUS
017820         GO TO 8600-EXIT
017830     END-IF.
017840     MOVE SPACES TO RUNHIST-RECORD.
017850     STRING
017860         "END   "                       DELIMITED BY SIZE
017870         D-DATE                         DELIMITED BY SIZE
017880         " "                            DELIMITED BY SIZE
017890         WS-RUN-START-TIME              DELIMITED BY SIZE
017900         " ENDED="                      DELIMITED BY SIZE
017910         WS-RUN-END-TIME                DELIMITED BY SIZE
017920         " STATUS=NORMAL"               DELIMITED BY SIZE
017930         INTO RUNHIST-RECORD
017940     END-STRING.
017950     WRITE RUNHIST-RECORD.
017960     CLOSE RUNHIST-FILE.
017970 8600-EXIT.
017980     EXIT.
017990*
018000 END PROGRAM EMPMAINT.
