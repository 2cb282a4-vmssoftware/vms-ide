000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EMPUPD.
000030 AUTHOR. R-T-NEAL.
000040 INSTALLATION. DATA-PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*-----------------------------------------------------------*
000090* INTERACTIVE EMPLOYEE MAINTENANCE, THE UPDATING COMPANION   *
000100* TO EMPINQ FOR AUTHORIZED HR STAFF.  THE OPERATOR FETCHES   *
000110* AN EMPLOYEE BY EMP-ID OR THE FIRST LETTERS OF A NAME       *
000120* EXACTLY AS ON THE INQUIRY SCREEN, THEN UPDATES OR DELETES  *
000130* THE RECORD; AN EMP-ID ON NEITHER THE MASTER NOR THE        *
000140* ARCHIVE MAY BE ADDED.  EACH FIELD IS KEYED OVER ITS        *
000150* CURRENT VALUE (BLANK KEEPS IT), EMP-DEPT-CODE MUST BE ON   *
000160* DEPT.DAT, AND THE STATUS AND TERM-DATE RULES ARE THOSE OF  *
000170* THE EMPMAINT BATCH.                                        *
000180*                                                            *
000190* EVERY SAVE FOLLOWS THE EMPMAINT RULES: THE EMPAUTH.DAT     *
000200* A/U/D/T RIGHTS OF THE EMPMAINT$USER ARE CHECKED (A DENIED  *
000210* SAVE IS JOURNALLED AS ACTION N), AN ADD OR UPDATE PAST THE *
000220* DEPARTMENT'S HEADCOUNT BUDGET ON BUDGET.DAT NEEDS AN       *
000230* OVERRIDE REASON, LOGGED TO RUNHIST.LOG, THE EXCLUSIVE      *
000240* ART.DAT UPDATE TOKEN IN EMPLOCK.DAT IS TAKEN FOR THE SAVE  *
000250* AND RELEASED AFTER IT, START AND END RECORDS GO TO         *
000260* RUNHIST.LOG, AND THE BEFORE AND AFTER IMAGES GO TO         *
000270* EMPJRNL.LOG, SO EMPJQRY AND EMPRECOV SEE A SCREEN CHANGE   *
000280* EXACTLY AS THEY SEE A BATCH ONE.  BETWEEN SAVES THE MASTER *
000290* IS OPEN INPUT ONLY, AND A RECORD CHANGED BY ANOTHER JOB    *
000300* SINCE IT WAS FETCHED IS NEVER OVERLAID.                    *
000310*-----------------------------------------------------------*
000320*
000330* MODIFICATION HISTORY.
000340*    10/15/26  RTN  ORIGINAL VERSION.
000350*    10/15/26  RTN  EMP-SUPERVISOR-ID SHOWN AND KEYED WITH THE
000360*                   OTHER FIELDS AND EDITED AS EMPMAINT EDITS
000370*                   IT: ON FILE, ACTIVE, NOT THE EMPLOYEE AND
000380*                   NO CIRCULAR CHAIN.  SAVING A TERMINATION
000390*                   OR DELETE OF A MANAGER LISTS THE ACTIVE
000400*                   DIRECT REPORTS LEFT WITHOUT A SUPERVISOR.
000410*    10/15/26  RTN  A SAVE THAT ADDS OR MOVES AN ACTIVE
000420*                   EMPLOYEE PAST THE DEPARTMENT'S HEADCOUNT
000430*                   BUDGET ON BUDGET.DAT NEEDS AN OVERRIDE
000440*                   REASON, LOGGED TO RUNHIST.LOG AS A
000450*                   HEADCOUNT LINE.  A DENIED SAVE IS NOW
000460*                   JOURNALLED UNDER THE UPDATE TOKEN, AND
000470*                   THE END RECORD SAYS ABANDONED OR FAILED
000480*                   UNLESS THE CHANGE WAS WRITTEN.
000490*
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT OPTIONAL EMP-FILE ASSIGN "SYS$DISK:ART.DAT"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS EMP-ID
000570         ALTERNATE RECORD KEY IS EMP-NAME
000580             WITH DUPLICATES
000590         ALTERNATE RECORD KEY IS EMP-DEPT-CODE
000600             WITH DUPLICATES
000610         FILE STATUS IS WS-EMP-STATUS.
000620     SELECT OPTIONAL ARCHIVE-FILE ASSIGN "SYS$DISK:ARTARCH.DAT"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS ARCH-EMP-ID
000660         ALTERNATE RECORD KEY IS ARCH-EMP-NAME
000670             WITH DUPLICATES
000680         ALTERNATE RECORD KEY IS ARCH-EMP-DEPT-CODE
000690             WITH DUPLICATES
000700         FILE STATUS IS WS-ARCH-STATUS.
000710     SELECT OPTIONAL DEPT-FILE ASSIGN "SYS$DISK:DEPT.DAT"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS DEPT-CODE
000750         FILE STATUS IS WS-DEPT-STATUS.
000760     SELECT OPTIONAL JOURNAL-FILE
000770         ASSIGN "SYS$DISK:EMPJRNL.LOG"
000780         ORGANIZATION IS LINE SEQUENTIAL.
000790     SELECT OPTIONAL LOCK-FILE ASSIGN "SYS$DISK:EMPLOCK.DAT"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-LOCK-STATUS.
000820     SELECT OPTIONAL RUNHIST-FILE ASSIGN "SYS$DISK:RUNHIST.LOG"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-HIST-STATUS.
000850     SELECT OPTIONAL AUTH-FILE ASSIGN "SYS$DISK:EMPAUTH.DAT"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-AUTH-STATUS.
000880     SELECT OPTIONAL BUDGET-FILE ASSIGN "SYS$DISK:BUDGET.DAT"
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS DYNAMIC
000910         RECORD KEY IS BUDG-KEY
000920         FILE STATUS IS WS-BUDG-STATUS.
000930 DATA DIVISION.
000940 FILE SECTION.
000950 FD  EMP-FILE
000960     VALUE OF ID IS WS-EMP-FILE-SPEC.
000970 COPY "EMPREC.LIB".
000980*
000990*-----------------------------------------------------------*
001000* THE ARCHIVE IS READ ONLY TO KEEP A PURGED LEAVER'S EMP-ID  *
001010* FROM BEING ADDED BACK TO THE ACTIVE MASTER.                *
001020*-----------------------------------------------------------*
001030 FD  ARCHIVE-FILE
001040     VALUE OF ID IS WS-ARCH-FILE-SPEC.
001050 01  ARCH-RECORD.
001060     02  ARCH-EMP-ID             PIC 9(07).
001070     02  ARCH-EMP-NAME           PIC X(15).
001080     02  ARCH-EMP-ADDRESS        PIC X(30).
001090     02  ARCH-EMP-DEPT-CODE      PIC X(04).
001100     02  ARCH-EMP-HIRE-DATE      PIC 9(08).
001110     02  ARCH-EMP-JOB-TITLE      PIC X(20).
001120     02  ARCH-EMP-STATUS         PIC X(01).
001130     02  ARCH-EMP-TERM-DATE      PIC 9(08).
001140     02  ARCH-EMP-SUPERVISOR-ID  PIC 9(07).
001150 FD  DEPT-FILE
001160     VALUE OF ID IS WS-DEPT-FILE-SPEC.
001170 COPY "DEPTREC.LIB".
001180 FD  JOURNAL-FILE.
001190 01  JOURNAL-RECORD              PIC X(260).
001200 FD  LOCK-FILE.
001210 01  LOCK-RECORD                 PIC X(80).
001220 FD  RUNHIST-FILE.
001230 01  RUNHIST-RECORD              PIC X(320).
001240 FD  AUTH-FILE.
001250 01  AUTH-RECORD                 PIC X(30).
001260 FD  BUDGET-FILE
001270     VALUE OF ID IS WS-BUDGET-FILE-SPEC.
001280 COPY "BUDGREC.LIB".
001290 WORKING-STORAGE SECTION.
001300*
001310*-----------------------------------------------------------*
001320* FILE STATUS BYTES AND RUNTIME FILE SPECS.  FILE= NAMES THE *
001330* ACTIVE MASTER (FALLING BACK TO THE RMSSPECREGS$EMPFILE     *
001340* LOGICAL, AS EMPMAINT DOES), ARCH= THE ARCHIVE, DEPT= THE   *
001350* DEPARTMENT MASTER.                                         *
001360*-----------------------------------------------------------*
001370 01  WS-EMP-STATUS               PIC X(02).
001380 01  WS-ARCH-STATUS              PIC X(02).
001390 01  WS-DEPT-STATUS              PIC X(02).
001400 01  WS-EMP-FILE-SPEC            PIC X(50)
001410     VALUE "SYS$DISK:ART.DAT".
001420 01  WS-SPEC-SOURCE-SW           PIC X VALUE SPACE.
001430     88  SPEC-FROM-PARM              VALUE "P".
001440 01  WS-ARCH-FILE-SPEC           PIC X(50)
001450     VALUE "SYS$DISK:ARTARCH.DAT".
001460 01  WS-DEPT-FILE-SPEC           PIC X(50)
001470     VALUE "SYS$DISK:DEPT.DAT".
001480 01  WS-COMMAND-LINE             PIC X(132).
001490 01  WS-PARM-WORDS.
001500     02  WS-PARM-ENTRY           PIC X(50) OCCURS 10 TIMES.
001510 01  WS-PARM-IDX                 PIC 9(2) COMP.
001520 01  WS-PARM-KEYWORD             PIC X(10).
001530 01  WS-PARM-VALUE               PIC X(40).
001540*
001550*-----------------------------------------------------------*
001560* THE TERMINAL DIALOGUE.  A QUERY STARTING WITH A DIGIT IS   *
001570* AN EMP-ID LOOKUP; ANYTHING ELSE IS A NAME PREFIX.  A       *
001580* BLANK QUERY ENDS THE SESSION.                              *
001590*-----------------------------------------------------------*
001600 01  WS-QUERY                    PIC X(15).
001610 01  WS-INQ-EMP-ID               PIC 9(07).
001620 01  WS-NAME-PREFIX              PIC X(15).
001630 01  WS-PREFIX-LEN               PIC 9(02) COMP.
001640 01  WS-REPLY                    PIC X(01).
001650 01  WS-MATCH-COUNT              PIC 9(05) COMP.
001660 01  WS-PAGE-SW                  PIC X.
001670     88  PAGING-DONE                 VALUE "D".
001680     88  PAGING-MORE                 VALUE "M".
001690*
001700*-----------------------------------------------------------*
001710* THE RECORD BEING MAINTAINED.  WS-FETCHED-IMAGE HOLDS IT AS *
001720* IT STOOD WHEN SHOWN; THE EDT- FIELDS ARE THE OPERATOR'S    *
001730* WORKING COPY.  A SAVE RE-READS THE MASTER UNDER THE TOKEN  *
001740* AND ABANDONS THE CHANGE IF THE RECORD NO LONGER MATCHES    *
001750* THE FETCHED IMAGE.                                         *
001760*-----------------------------------------------------------*
001770 01  WS-FETCHED-IMAGE            PIC X(100).
001780 01  WS-EDIT-RECORD.
001790     02  EDT-EMP-ID              PIC 9(07).
001800     02  EDT-EMP-NAME            PIC X(15).
001810     02  EDT-EMP-ADDRESS         PIC X(30).
001820     02  EDT-EMP-DEPT-CODE       PIC X(04).
001830     02  EDT-EMP-HIRE-DATE       PIC 9(08).
001840     02  EDT-EMP-JOB-TITLE       PIC X(20).
001850     02  EDT-EMP-STATUS          PIC X(01).
001860     02  EDT-EMP-TERM-DATE       PIC 9(08).
001870     02  EDT-EMP-SUPERVISOR-ID   PIC 9(07).
001880 01  WS-KEY-INPUT                PIC X(30).
001890 01  WS-DATE-INPUT               PIC X(08).
001900 01  WS-SUPV-INPUT               PIC X(07).
001910 01  WS-DEPT-NAME                PIC X(20).
001920 01  WS-DATE-PRINT               PIC 9999/99/99.
001930 01  WS-EDIT-ERROR               PIC X(30).
001940 01  WS-EDIT-SW                  PIC X.
001950     88  EDIT-VALID                  VALUE "V".
001960     88  EDIT-IN-ERROR               VALUE "E".
001970     88  EDIT-ABANDONED              VALUE "X".
001980 01  WS-SAVE-ACTION              PIC X(01).
001990     88  SAVE-ADD                    VALUE "A".
002000     88  SAVE-UPDATE                 VALUE "U".
002010     88  SAVE-DELETE                 VALUE "D".
002020 01  WS-SAVE-SW                  PIC X.
002030     88  SAVE-APPLIED                VALUE "Y".
002040     88  SAVE-NOT-APPLIED            VALUE "N".
002050     88  SAVE-FAILED                 VALUE "F".
002060 01  WS-DEPT-AVAIL-SW            PIC X VALUE "N".
002070     88  DEPT-MASTER-AVAILABLE       VALUE "Y".
002080 01  WS-ARCH-AVAIL-SW            PIC X VALUE "N".
002090     88  ARCHIVE-AVAILABLE           VALUE "Y".
002100*
002110*-----------------------------------------------------------*
002120* REPORTING-LINE CHECKS AND THE ORPHANED-REPORT LISTING, AS  *
002130* EMPMAINT RUNS THEM.  THE CLIMB FROM THE SUPERVISOR UP      *
002140* THROUGH EACH SUPERVISOR'S SUPERVISOR MUST REACH THE TOP    *
002150* WITHOUT MEETING THE EMPLOYEE; A CHAIN LONGER THAN THE      *
002160* LIMIT CAN ONLY BE A LOOP ALREADY ON FILE.                  *
002170*-----------------------------------------------------------*
002180 01  WS-CHAIN-SW                 PIC X.
002190     88  CHAIN-CLIMBING              VALUE "C".
002200     88  CHAIN-AT-TOP                VALUE "T".
002210     88  CHAIN-CIRCULAR              VALUE "L".
002220 01  WS-CHAIN-DEPTH              PIC 9(03) COMP.
002230 01  WS-CHAIN-LIMIT              PIC 9(03) COMP VALUE 50.
002240 01  WS-PRIOR-STATUS             PIC X(01).
002250 01  WS-ORPHAN-COUNT             PIC 9(05) COMP.
002260 01  WS-SCAN-SW                  PIC X.
002270     88  SCAN-DONE                   VALUE "Y".
002280     88  SCAN-NOT-DONE               VALUE "N".
002290*
002300*-----------------------------------------------------------*
002310* SESSION COUNTS REPORTED AT END OF SESSION.                 *
002320*-----------------------------------------------------------*
002330 01  WS-SESSION-COUNT            PIC 9(05) COMP VALUE ZERO.
002340 01  WS-ADD-COUNT                PIC 9(05) COMP VALUE ZERO.
002350 01  WS-UPDATE-COUNT             PIC 9(05) COMP VALUE ZERO.
002360 01  WS-DELETE-COUNT             PIC 9(05) COMP VALUE ZERO.
002370 01  WS-DENIED-COUNT             PIC 9(05) COMP VALUE ZERO.
002380 01  WS-ABANDON-COUNT            PIC 9(05) COMP VALUE ZERO.
002390 01  WS-HC-OVERRIDE-COUNT        PIC 9(05) COMP VALUE ZERO.
002400 01  WS-COUNT-PRINT              PIC ZZZZ9.
002410*
002420*-----------------------------------------------------------*
002430* JOURNAL WORK FIELDS, AS EMPMAINT WRITES THEM.  SPACES IN   *
002440* AN IMAGE MEAN NO RECORD EXISTED ON THAT SIDE.              *
002450*-----------------------------------------------------------*
002460 01  D-DATE                      PIC 9(8).
002470 01  WS-LOG-TIME                 PIC 9(8).
002480 01  WS-JOURNAL-USER             PIC X(12).
002490 01  WS-JOURNAL-ACTION           PIC X(01).
002500 01  WS-BEFORE-IMAGE             PIC X(100).
002510 01  WS-AFTER-IMAGE              PIC X(100).
002520*
002530*-----------------------------------------------------------*
002540* ART.DAT UPDATE INTERLOCK, SHARED WITH EMPMAINT AND THE     *
002550* OTHER UPDATERS.  THE TOKEN IS HELD ONLY FOR THE LENGTH OF  *
002560* ONE SAVE, NEVER WHILE THE OPERATOR IS KEYING, SO A SCREEN  *
002570* LEFT OPEN CANNOT HOLD UP THE WEEKLY BATCH.  A SAVE THAT    *
002580* FINDS THE TOKEN LIVE IS ABANDONED WITH THE HOLDER SHOWN.   *
002590*-----------------------------------------------------------*
002600 01  WS-LOCK-STATUS              PIC X(02).
002610 01  WS-HIST-STATUS              PIC X(02).
002620 01  WS-LOCK-LINE.
002630     02  WS-LK-STATE             PIC X(08).
002640     02  WS-LK-JOB               PIC X(08).
002650     02  FILLER                  PIC X(01).
002660     02  WS-LK-USER              PIC X(12).
002670     02  FILLER                  PIC X(01).
002680     02  WS-LK-DATE              PIC X(08).
002690     02  FILLER                  PIC X(01).
002700     02  WS-LK-TIME              PIC X(08).
002710 01  WS-LOCK-JOB-NAME            PIC X(08) VALUE "EMPUPD".
002720 01  WS-LOCK-STAMP               PIC X(17).
002730 01  WS-RUN-START-TIME           PIC 9(8).
002740 01  WS-RUN-END-TIME             PIC 9(8).
002750 01  WS-RUN-END-STATUS           PIC X(10).
002760 01  WS-RECLAIM-SW               PIC X VALUE "N".
002770     88  RECLAIM-REQUESTED           VALUE "Y".
002780 01  WS-TOKEN-SW                 PIC X VALUE "N".
002790     88  TOKEN-HELD                  VALUE "Y".
002800 01  WS-ENDED-SW                 PIC X.
002810     88  HOLDER-ENDED                VALUE "Y".
002820     88  HOLDER-NOT-ENDED            VALUE "N".
002830*
002840*-----------------------------------------------------------*
002850* PER-USER ACTION AUTHORIZATION FROM EMPAUTH.DAT, LOADED AND *
002860* APPLIED EXACTLY AS EMPMAINT DOES: USER,ACTIONS WITH A ADD, *
002870* U UPDATE, D DELETE AND T TO SET EMP-STATUS TERMINATED.     *
002880*-----------------------------------------------------------*
002890 01  WS-AUTH-STATUS              PIC X(02).
002900 01  WS-AUTH-TABLE.
002910     02  WS-AU-ENTRY OCCURS 50 TIMES.
002920         03  WS-AU-USER          PIC X(12).
002930         03  WS-AU-ACTIONS       PIC X(08).
002940 01  WS-AU-USED                  PIC 9(02) COMP VALUE ZERO.
002950 01  WS-AU-IDX                   PIC 9(02) COMP.
002960 01  WS-AU-HITS                  PIC 9(02) COMP.
002970 01  WS-AUTH-IN-USER             PIC X(20).
002980 01  WS-AUTH-IN-ACTIONS          PIC X(10).
002990 01  WS-AUTH-MODE-SW             PIC X VALUE "O".
003000     88  AUTH-ENFORCED               VALUE "E".
003010     88  AUTH-OPEN                   VALUE "O".
003020 01  WS-AUTH-OK-SW               PIC X.
003030     88  ACTION-AUTHORIZED           VALUE "Y".
003040     88  ACTION-DENIED               VALUE "N".
003050*
003060*-----------------------------------------------------------*
003070* HEADCOUNT BUDGET CHECK, AS EMPMAINT APPLIES IT.  AN ADD, OR*
003080* AN UPDATE THAT BRINGS AN EMPLOYEE INTO A DEPARTMENT OR BACK*
003090* TO ACTIVE, MAY NOT TAKE THE DEPARTMENT'S ACTIVE HEADCOUNT  *
003100* PAST THE POSITIONS AUTHORIZED ON BUDGET.DAT (BUDGET=) FOR  *
003110* THE FISCAL PERIOD OF THE RUN DATE.  THE OPERATOR IS ASKED  *
003120* FOR AN OVERRIDE REASON BEFORE THE TOKEN IS TAKEN; WITHOUT  *
003130* ONE THE SAVE IS NOT MADE, AND WITH ONE IT IS LOGGED TO     *
003140* RUNHIST.LOG AS A HEADCOUNT LINE.  A DEPARTMENT WITH NO     *
003150* BUDGET FOR THE PERIOD IS NOT LIMITED, AND NO BUDGET FILE   *
003160* LEAVES HEADCOUNT UNCHECKED.  THE FISCAL YEAR OPENS IN      *
003170* WS-FY-START-MONTH, AS IN BUDGRPT, EMPMAINT AND DEPTLOAD.   *
003180*-----------------------------------------------------------*
003190 01  WS-BUDG-STATUS              PIC X(02).
003200 01  WS-BUDGET-FILE-SPEC         PIC X(50)
003210     VALUE "SYS$DISK:BUDGET.DAT".
003220 01  WS-FY-START-MONTH           PIC 9(02) VALUE 01.
003230 01  WS-BUDGET-PERIOD            PIC 9(04).
003240 01  WS-PERIOD-DATE              PIC 9(08).
003250 01  WS-PERIOD-SPLIT REDEFINES WS-PERIOD-DATE.
003260     02  WS-PERIOD-YEAR          PIC 9(04).
003270     02  WS-PERIOD-MONTH         PIC 9(02).
003280     02  WS-PERIOD-DAY           PIC 9(02).
003290 01  WS-BUDG-MODE-SW             PIC X VALUE "O".
003300     88  BUDGET-ENFORCED             VALUE "E".
003310     88  BUDGET-OPEN                 VALUE "O".
003320 01  WS-HC-SW                    PIC X.
003330     88  HEADCOUNT-WITHIN            VALUE "W".
003340     88  HEADCOUNT-OVER              VALUE "O".
003350 01  WS-HC-ACTIVE-COUNT          PIC 9(05).
003360 01  WS-HC-LOG-SW                PIC X VALUE "N".
003370     88  OVERRIDE-LOG-OPEN           VALUE "Y".
003380     88  OVERRIDE-LOG-CLOSED         VALUE "N".
003390 01  WS-OVERRIDE-REASON          PIC X(80) VALUE SPACES.
003400 01  EOF-SW                      PIC X.
003410     88  E-O-F                       VALUE "E".
003420     88  NOT-E-O-F                   VALUE "N".
003430 PROCEDURE DIVISION.
003440 MAIN-PROG SECTION.
003450 0000-MAINLINE.
003460     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003470     PERFORM 2000-PROCESS-ONE-QUERY THRU 2000-EXIT
003480         UNTIL WS-QUERY = SPACES.
003490     PERFORM 8000-CLEANUP THRU 8000-EXIT.
003500     STOP RUN.
003510*
003520*-----------------------------------------------------------*
003530* 1000-INITIALIZE - GET THE RUN DATE AND USER, RESOLVE THE   *
003540* FILE SPECS, LOAD THE AUTHORIZATION TABLE, OPEN THE FILES   *
003550* AND THE HEADCOUNT BUDGET INPUT AND TAKE THE FIRST QUERY    *
003560* FROM THE TERMINAL.                                         *
003570*-----------------------------------------------------------*
003580 1000-INITIALIZE.
003590     ACCEPT D-DATE FROM DATE YYYYMMDD.
003600     PERFORM 1100-RESOLVE-FILE-SPECS THRU 1100-EXIT.
003610     DISPLAY "EMPMAINT$USER" UPON ENVIRONMENT-NAME.
003620     MOVE SPACES TO WS-JOURNAL-USER.
003630     ACCEPT WS-JOURNAL-USER FROM ENVIRONMENT-VALUE.
003640     IF WS-JOURNAL-USER = SPACES
003650         MOVE "*UNKNOWN*" TO WS-JOURNAL-USER
003660     END-IF.
003670     PERFORM 1300-LOAD-AUTH-TABLE THRU 1300-EXIT.
003680     PERFORM 1400-OPEN-BUDGET-FILE THRU 1400-EXIT.
003690     OPEN INPUT EMP-FILE.
003700     IF WS-EMP-STATUS NOT = "00" AND WS-EMP-STATUS NOT = "05"
003710         DISPLAY "EMPUPD - CANNOT OPEN EMPLOYEE FILE "
003720             WS-EMP-FILE-SPEC
003730         DISPLAY "EMPUPD - FILE STATUS " WS-EMP-STATUS
003740         STOP RUN
003750     END-IF.
003760     OPEN INPUT ARCHIVE-FILE.
003770     IF WS-ARCH-STATUS = "00" OR WS-ARCH-STATUS = "05"
003780         SET ARCHIVE-AVAILABLE TO TRUE
003790     ELSE
003800         DISPLAY "EMPUPD - ARCHIVE NOT AVAILABLE - STATUS="
003810             WS-ARCH-STATUS
003820     END-IF.
003830     OPEN INPUT DEPT-FILE.
003840     IF WS-DEPT-STATUS = "00"
003850         SET DEPT-MASTER-AVAILABLE TO TRUE
003860     ELSE
003870         DISPLAY "EMPUPD - DEPARTMENT MASTER NOT AVAILABLE - "
003880             "STATUS=" WS-DEPT-STATUS
003890         DISPLAY "EMPUPD - ADDS AND UPDATES CANNOT BE SAVED "
003900             "UNTIL DEPT.DAT IS RESTORED"
003910     END-IF.
003920     DISPLAY "EMPLOYEE MAINTENANCE - USER " WS-JOURNAL-USER.
003930     DISPLAY "KEY AN EMP-ID OR THE FIRST LETTERS OF A NAME.".
003940     PERFORM 1900-PROMPT-FOR-QUERY THRU 1900-EXIT.
003950 1000-EXIT.
003960     EXIT.
003970*
003980*-----------------------------------------------------------*
003990* 1100-RESOLVE-FILE-SPECS - SCAN THE COMMAND LINE.  FILE=    *
004000* (OR A BARE WORD) NAMES THE ACTIVE MASTER, ARCH= THE        *
004010* ARCHIVE, DEPT= THE DEPARTMENT MASTER, BUDGET= THE          *
004020* HEADCOUNT BUDGET, RECLAIM=YES LETS A SAVE TAKE OVER A      *
004030* TOKEN LEFT BY A RUN THAT DIED.  WITH NO FILE= THE          *
004040* RMSSPECREGS$EMPFILE LOGICAL NAMES THE MASTER.              *
004050*-----------------------------------------------------------*
004060 1100-RESOLVE-FILE-SPECS.
004070     MOVE SPACES TO WS-COMMAND-LINE.
004080     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
004090     IF WS-COMMAND-LINE = SPACES
004100         GO TO 1100-LOGICAL
004110     END-IF.
004120     MOVE SPACES TO WS-PARM-WORDS.
004130     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
004140         INTO WS-PARM-ENTRY (1) WS-PARM-ENTRY (2)
004150              WS-PARM-ENTRY (3) WS-PARM-ENTRY (4)
004160              WS-PARM-ENTRY (5) WS-PARM-ENTRY (6)
004170              WS-PARM-ENTRY (7) WS-PARM-ENTRY (8)
004180              WS-PARM-ENTRY (9) WS-PARM-ENTRY (10)
004190     END-UNSTRING.
004200     PERFORM 1160-PROCESS-ONE-PARAMETER THRU 1160-EXIT
004210         VARYING WS-PARM-IDX FROM 1 BY 1
004220         UNTIL WS-PARM-IDX > 10.
004230 1100-LOGICAL.
004240     IF NOT SPEC-FROM-PARM
004250         DISPLAY "RMSSPECREGS$EMPFILE" UPON ENVIRONMENT-NAME
004260         MOVE SPACES TO WS-PARM-VALUE
004270         ACCEPT WS-PARM-VALUE FROM ENVIRONMENT-VALUE
004280         IF WS-PARM-VALUE NOT = SPACES
004290             MOVE WS-PARM-VALUE TO WS-EMP-FILE-SPEC
004300         END-IF
004310     END-IF.
004320 1100-EXIT.
004330     EXIT.
004340*
004350 1160-PROCESS-ONE-PARAMETER.
004360     IF WS-PARM-ENTRY (WS-PARM-IDX) = SPACES
004370         GO TO 1160-EXIT
004380     END-IF.
004390     MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE.
004400     UNSTRING WS-PARM-ENTRY (WS-PARM-IDX) DELIMITED BY "="
004410         INTO WS-PARM-KEYWORD WS-PARM-VALUE
004420     END-UNSTRING.
004430     IF WS-PARM-VALUE = SPACES
004440         MOVE WS-PARM-ENTRY (WS-PARM-IDX)
004450             TO WS-EMP-FILE-SPEC
004460         SET SPEC-FROM-PARM TO TRUE
004470         GO TO 1160-EXIT
004480     END-IF.
004490     EVALUATE WS-PARM-KEYWORD
004500         WHEN "FILE"
004510             MOVE WS-PARM-VALUE TO WS-EMP-FILE-SPEC
004520             SET SPEC-FROM-PARM TO TRUE
004530         WHEN "ARCH"
004540             MOVE WS-PARM-VALUE TO WS-ARCH-FILE-SPEC
004550         WHEN "DEPT"
004560             MOVE WS-PARM-VALUE TO WS-DEPT-FILE-SPEC
004570         WHEN "BUDGET"
004580             MOVE WS-PARM-VALUE TO WS-BUDGET-FILE-SPEC
004590         WHEN "RECLAIM"
004600             IF WS-PARM-VALUE = "YES"
004610                 SET RECLAIM-REQUESTED TO TRUE
004620             END-IF
004630         WHEN OTHER
004640             CONTINUE
004650     END-EVALUATE.
004660 1160-EXIT.
004670     EXIT.
004680*
004690*-----------------------------------------------------------*
004700* 1300-LOAD-AUTH-TABLE - READ EMPAUTH.DAT INTO THE           *
004710* AUTHORIZATION TABLE.  AT LEAST ONE ENTRY PUTS THE SESSION  *
004720* IN ENFORCED MODE; NO FILE OR AN EMPTY ONE LEAVES EVERY     *
004730* ACTION PERMITTED AND WARNS THE OPERATOR.                   *
004740*-----------------------------------------------------------*
004750 1300-LOAD-AUTH-TABLE.
004760     OPEN INPUT AUTH-FILE.
004770     IF WS-AUTH-STATUS NOT = "00" AND WS-AUTH-STATUS NOT = "05"
004780         DISPLAY "EMPUPD - NO AUTHORIZATION FILE - ALL "
004790             "ACTIONS PERMITTED"
004800         GO TO 1300-EXIT
004810     END-IF.
004820     SET NOT-E-O-F TO TRUE.
004830     PERFORM 1350-READ-AUTH-LINE THRU 1350-EXIT.
004840     PERFORM 1360-TABLE-AUTH-LINE THRU 1360-EXIT
004850         UNTIL E-O-F OR WS-AU-USED = 50.
004860     CLOSE AUTH-FILE.
004870     IF WS-AU-USED > ZERO
004880         SET AUTH-ENFORCED TO TRUE
004890     ELSE
004900         DISPLAY "EMPUPD - AUTHORIZATION FILE EMPTY - "
004910             "ALL ACTIONS PERMITTED"
004920     END-IF.
004930 1300-EXIT.
004940     EXIT.
004950*
004960 1350-READ-AUTH-LINE.
004970     READ AUTH-FILE
004980         AT END
004990             SET E-O-F TO TRUE
005000     END-READ.
005010 1350-EXIT.
005020     EXIT.
005030*
005040 1360-TABLE-AUTH-LINE.
005050     MOVE SPACES TO WS-AUTH-IN-USER WS-AUTH-IN-ACTIONS.
005060     UNSTRING AUTH-RECORD DELIMITED BY ","
005070         INTO WS-AUTH-IN-USER WS-AUTH-IN-ACTIONS
005080     END-UNSTRING.
005090     IF WS-AUTH-IN-USER NOT = SPACES
005100         ADD 1 TO WS-AU-USED
005110         MOVE WS-AUTH-IN-USER TO WS-AU-USER (WS-AU-USED)
005120         MOVE WS-AUTH-IN-ACTIONS
005130             TO WS-AU-ACTIONS (WS-AU-USED)
005140     END-IF.
005150     PERFORM 1350-READ-AUTH-LINE THRU 1350-EXIT.
005160 1360-EXIT.
005170     EXIT.
005180*
005190*-----------------------------------------------------------*
005200* 1400-OPEN-BUDGET-FILE - WORK OUT THE FISCAL PERIOD OF THE  *
005210* RUN DATE AND OPEN THE HEADCOUNT BUDGET.  NO BUDGET FILE    *
005220* LEAVES HEADCOUNT UNCHECKED AND WARNS THE OPERATOR.         *
005230*-----------------------------------------------------------*
005240 1400-OPEN-BUDGET-FILE.
005250     MOVE D-DATE TO WS-PERIOD-DATE.
005260     MOVE WS-PERIOD-YEAR TO WS-BUDGET-PERIOD.
005270     IF WS-FY-START-MONTH > 01
005280         AND WS-PERIOD-MONTH NOT < WS-FY-START-MONTH
005290         ADD 1 TO WS-BUDGET-PERIOD
005300     END-IF.
005310     OPEN INPUT BUDGET-FILE.
005320     IF WS-BUDG-STATUS NOT = "00"
005330         DISPLAY "EMPUPD - NO BUDGET FILE - HEADCOUNT NOT "
005340             "CHECKED"
005350         GO TO 1400-EXIT
005360     END-IF.
005370     SET BUDGET-ENFORCED TO TRUE.
005380 1400-EXIT.
005390     EXIT.
005400*
005410 1900-PROMPT-FOR-QUERY.
005420     DISPLAY " ".
005430     DISPLAY "ENTER EMP-ID OR NAME PREFIX (BLANK TO EXIT): "
005440         WITH NO ADVANCING.
005450     MOVE SPACES TO WS-QUERY.
005460     ACCEPT WS-QUERY.
005470 1900-EXIT.
005480     EXIT.
005490*
005500*-----------------------------------------------------------*
005510* 2000-PROCESS-ONE-QUERY - ROUTE THE QUERY: A LEADING DIGIT  *
005520* IS AN EMP-ID LOOKUP (AND, WHEN THE ID IS ON NEITHER FILE,  *
005530* AN OFFER TO ADD IT), ANYTHING ELSE A NAME-PREFIX SEARCH,   *
005540* THEN PROMPT FOR THE NEXT QUERY.                            *
005550*-----------------------------------------------------------*
005560 2000-PROCESS-ONE-QUERY.
005570     ADD 1 TO WS-SESSION-COUNT.
005580     IF WS-QUERY (1:1) >= "0" AND WS-QUERY (1:1) <= "9"
005590         PERFORM 3000-LOOKUP-BY-ID THRU 3000-EXIT
005600     ELSE
005610         PERFORM 4000-SEARCH-BY-NAME THRU 4000-EXIT
005620     END-IF.
005630     PERFORM 1900-PROMPT-FOR-QUERY THRU 1900-EXIT.
005640 2000-EXIT.
005650     EXIT.
005660*
005670*-----------------------------------------------------------*
005680* 2050-CHECK-AUTHORIZATION - MAY THE USER MAKE THIS SAVE?    *
005690* THE SAME TEST EMPMAINT APPLIES TO A TRANSACTION: THE       *
005700* USER'S ACTION LETTERS MUST CARRY THE SAVE ACTION, AND AN   *
005710* ADD OR UPDATE LEAVING EMP-STATUS TERMINATED ALSO NEEDS T.  *
005720*-----------------------------------------------------------*
005730 2050-CHECK-AUTHORIZATION.
005740     SET ACTION-AUTHORIZED TO TRUE.
005750     IF AUTH-OPEN
005760         GO TO 2050-EXIT
005770     END-IF.
005780     SET ACTION-DENIED TO TRUE.
005790     PERFORM 2055-MATCH-AUTH-USER THRU 2055-EXIT
005800         VARYING WS-AU-IDX FROM 1 BY 1
005810         UNTIL WS-AU-IDX > WS-AU-USED
005820           OR ACTION-AUTHORIZED.
005830 2050-EXIT.
005840     EXIT.
005850*
005860 2055-MATCH-AUTH-USER.
005870     IF WS-AU-USER (WS-AU-IDX) NOT = WS-JOURNAL-USER
005880         GO TO 2055-EXIT
005890     END-IF.
005900     MOVE ZERO TO WS-AU-HITS.
005910     INSPECT WS-AU-ACTIONS (WS-AU-IDX)
005920         TALLYING WS-AU-HITS FOR ALL WS-SAVE-ACTION.
005930     IF WS-AU-HITS = ZERO
005940         GO TO 2055-EXIT
005950     END-IF.
005960     IF (SAVE-ADD OR SAVE-UPDATE) AND EDT-EMP-STATUS = "T"
005970         MOVE ZERO TO WS-AU-HITS
005980         INSPECT WS-AU-ACTIONS (WS-AU-IDX)
005990             TALLYING WS-AU-HITS FOR ALL "T"
006000         IF WS-AU-HITS = ZERO
006010             GO TO 2055-EXIT
006020         END-IF
006030     END-IF.
006040     SET ACTION-AUTHORIZED TO TRUE.
006050 2055-EXIT.
006060     EXIT.
006070*
006080*-----------------------------------------------------------*
006090* 2060-JOURNAL-DENIED - JOURNAL THE REFUSED SAVE AS ACTION N *
006100* WITH THE FETCHED IMAGE (SPACES FOR AN ADD) ON BOTH SIDES,  *
006110* AS EMPMAINT JOURNALS A REFUSED TRANSACTION.  LIKE EVERY    *
006120* OTHER JOURNAL LINE IT IS WRITTEN UNDER THE UPDATE TOKEN.   *
006130*-----------------------------------------------------------*
006140 2060-JOURNAL-DENIED.
006150     ADD 1 TO WS-DENIED-COUNT.
006160     IF SAVE-ADD
006170         MOVE SPACES TO WS-BEFORE-IMAGE
006180     ELSE
006190         MOVE WS-FETCHED-IMAGE TO WS-BEFORE-IMAGE
006200     END-IF.
006210     MOVE WS-BEFORE-IMAGE TO WS-AFTER-IMAGE.
006220     MOVE "N" TO WS-JOURNAL-ACTION.
006230     PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT.
006240 2060-EXIT.
006250     EXIT.
006260*
006270*-----------------------------------------------------------*
006280* 2800-WRITE-JOURNAL - APPEND ONE AUDIT LINE IN THE EMPMAINT *
006290* FORMAT: RUN DATE AND TIME, USER, ACTION, AND THE FULL      *
006300* BEFORE AND AFTER IMAGES.  THE JOURNAL IS OPENED AND CLOSED *
006310* AROUND EACH LINE SO NOTHING IS LEFT UNWRITTEN IF THE       *
006320* TERMINAL SESSION IS DROPPED.                               *
006330*-----------------------------------------------------------*
006340 2800-WRITE-JOURNAL.
006350     ACCEPT WS-LOG-TIME FROM TIME.
006360     OPEN EXTEND JOURNAL-FILE.
006370     MOVE SPACES TO JOURNAL-RECORD.
006380     STRING
006390         D-DATE                         DELIMITED BY SIZE
006400         " "                            DELIMITED BY SIZE
006410         WS-LOG-TIME                    DELIMITED BY SIZE
006420         " USER="                       DELIMITED BY SIZE
006430         WS-JOURNAL-USER                DELIMITED BY SIZE
006440         " ACTION="                     DELIMITED BY SIZE
006450         WS-JOURNAL-ACTION              DELIMITED BY SIZE
006460         " BEFORE="                     DELIMITED BY SIZE
006470         WS-BEFORE-IMAGE                DELIMITED BY SIZE
006480         " AFTER="                      DELIMITED BY SIZE
006490         WS-AFTER-IMAGE                 DELIMITED BY SIZE
006500         INTO JOURNAL-RECORD
006510     END-STRING.
006520     WRITE JOURNAL-RECORD.
006530     CLOSE JOURNAL-FILE.
006540 2800-EXIT.
006550     EXIT.
006560*
006570*-----------------------------------------------------------*
006580* 3000-LOOKUP-BY-ID - READ THE ACTIVE MASTER BY EMP-ID AND   *
006590* OFFER THE RECORD FOR MAINTENANCE.  AN ID NOT ON THE MASTER *
006600* IS CHECKED AGAINST THE ARCHIVE BEFORE AN ADD IS OFFERED.   *
006610*-----------------------------------------------------------*
006620 3000-LOOKUP-BY-ID.
006630     MOVE FUNCTION NUMVAL (WS-QUERY) TO WS-INQ-EMP-ID.
006640     MOVE WS-INQ-EMP-ID TO EMP-ID.
006650     READ EMP-FILE RECORD KEY IS EMP-ID
006660         INVALID KEY
006670             PERFORM 3100-CHECK-ARCHIVE-BY-ID THRU 3100-EXIT
006680             GO TO 3000-EXIT
006690     END-READ.
006700     PERFORM 5000-SHOW-EMPLOYEE THRU 5000-EXIT.
006710     PERFORM 5500-ASK-FOR-ACTION THRU 5500-EXIT.
006720     PERFORM 5600-MAINTAIN-SHOWN THRU 5600-EXIT.
006730 3000-EXIT.
006740     EXIT.
006750*
006760 3100-CHECK-ARCHIVE-BY-ID.
006770     IF ARCHIVE-AVAILABLE
006780         MOVE WS-INQ-EMP-ID TO ARCH-EMP-ID
006790         READ ARCHIVE-FILE RECORD KEY IS ARCH-EMP-ID
006800             INVALID KEY
006810                 CONTINUE
006820             NOT INVALID KEY
006830                 DISPLAY "EMPLOYEE " WS-INQ-EMP-ID
006840                     " IS ON THE ARCHIVE (" ARCH-EMP-NAME
006850                     ") - NOT MAINTAINED HERE."
006860                 GO TO 3100-EXIT
006870         END-READ
006880     END-IF.
006890     DISPLAY "EMPLOYEE " WS-INQ-EMP-ID " NOT ON FILE.".
006900     DISPLAY "ADD A NEW EMPLOYEE UNDER THIS EMP-ID (Y/N)? "
006910         WITH NO ADVANCING.
006920     MOVE SPACES TO WS-REPLY.
006930     ACCEPT WS-REPLY.
006940     IF WS-REPLY NOT = "Y" AND WS-REPLY NOT = "y"
006950         GO TO 3100-EXIT
006960     END-IF.
006970     MOVE SPACES TO WS-FETCHED-IMAGE.
006980     INITIALIZE WS-EDIT-RECORD.
006990     MOVE WS-INQ-EMP-ID TO EDT-EMP-ID.
007000     MOVE "A" TO EDT-EMP-STATUS.
007010     SET SAVE-ADD TO TRUE.
007020     PERFORM 6000-EDIT-EMPLOYEE THRU 6000-EXIT.
007030 3100-EXIT.
007040     EXIT.
007050*
007060*-----------------------------------------------------------*
007070* 4000-SEARCH-BY-NAME - POSITION ON THE EMP-NAME ALTERNATE   *
007080* KEY AT THE PREFIX GIVEN AND PAGE THROUGH THE MATCHES ONE   *
007090* AT A TIME UNTIL THE OPERATOR PICKS ONE TO MAINTAIN OR      *
007100* STOPS.  A SAVE REOPENS THE MASTER, SO PAGING ENDS THERE.   *
007110*-----------------------------------------------------------*
007120 4000-SEARCH-BY-NAME.
007130     MOVE WS-QUERY TO WS-NAME-PREFIX.
007140     MOVE 15 TO WS-PREFIX-LEN.
007150     PERFORM 4050-FIND-PREFIX-LENGTH THRU 4050-EXIT
007160         UNTIL WS-PREFIX-LEN = 1
007170           OR WS-NAME-PREFIX (WS-PREFIX-LEN:1) NOT = SPACE.
007180     MOVE ZERO TO WS-MATCH-COUNT.
007190     MOVE WS-NAME-PREFIX TO EMP-NAME.
007200     START EMP-FILE KEY IS NOT LESS THAN EMP-NAME
007210         INVALID KEY
007220             DISPLAY "NO EMPLOYEE FOUND FOR " WS-NAME-PREFIX
007230             GO TO 4000-EXIT
007240     END-START.
007250     SET PAGING-MORE TO TRUE.
007260     SET NOT-E-O-F TO TRUE.
007270     PERFORM 4900-READ-NEXT-ACTIVE THRU 4900-EXIT.
007280     PERFORM 4100-PAGE-ONE-ACTIVE THRU 4100-EXIT
007290         UNTIL E-O-F OR PAGING-DONE.
007300     IF WS-MATCH-COUNT = ZERO
007310         DISPLAY "NO EMPLOYEE FOUND FOR " WS-NAME-PREFIX
007320     END-IF.
007330 4000-EXIT.
007340     EXIT.
007350*
007360 4050-FIND-PREFIX-LENGTH.
007370     SUBTRACT 1 FROM WS-PREFIX-LEN.
007380 4050-EXIT.
007390     EXIT.
007400*
007410 4100-PAGE-ONE-ACTIVE.
007420     IF EMP-NAME (1:WS-PREFIX-LEN) NOT =
007430             WS-NAME-PREFIX (1:WS-PREFIX-LEN)
007440         SET PAGING-DONE TO TRUE
007450         GO TO 4100-EXIT
007460     END-IF.
007470     ADD 1 TO WS-MATCH-COUNT.
007480     PERFORM 5000-SHOW-EMPLOYEE THRU 5000-EXIT.
007490     PERFORM 5500-ASK-FOR-ACTION THRU 5500-EXIT.
007500     IF WS-REPLY = "N"
007510         PERFORM 4900-READ-NEXT-ACTIVE THRU 4900-EXIT
007520         GO TO 4100-EXIT
007530     END-IF.
007540     SET PAGING-DONE TO TRUE.
007550     PERFORM 5600-MAINTAIN-SHOWN THRU 5600-EXIT.
007560 4100-EXIT.
007570     EXIT.
007580*
007590 4900-READ-NEXT-ACTIVE.
007600     READ EMP-FILE NEXT RECORD
007610         AT END
007620             SET E-O-F TO TRUE
007630     END-READ.
007640 4900-EXIT.
007650     EXIT.
007660*
007670*-----------------------------------------------------------*
007680* 5000-SHOW-EMPLOYEE - CAPTURE THE RECORD JUST READ AS THE   *
007690* FETCHED IMAGE AND FORMAT IT ON THE TERMINAL WITH THE       *
007700* DEPARTMENT NAME.                                           *
007710*-----------------------------------------------------------*
007720 5000-SHOW-EMPLOYEE.
007730     MOVE EMP-RECORD TO WS-FETCHED-IMAGE.
007740     MOVE EMP-RECORD TO WS-EDIT-RECORD.
007750     PERFORM 5100-LOOKUP-DEPT-NAME THRU 5100-EXIT.
007760     DISPLAY " ".
007770     DISPLAY "EMP-ID:    " EDT-EMP-ID.
007780     DISPLAY "NAME:      " EDT-EMP-NAME.
007790     DISPLAY "ADDRESS:   " EDT-EMP-ADDRESS.
007800     DISPLAY "DEPT:      " EDT-EMP-DEPT-CODE " " WS-DEPT-NAME.
007810     MOVE EDT-EMP-HIRE-DATE TO WS-DATE-PRINT.
007820     DISPLAY "HIRE DATE: " WS-DATE-PRINT.
007830     DISPLAY "TITLE:     " EDT-EMP-JOB-TITLE.
007840     DISPLAY "STATUS:    " EDT-EMP-STATUS.
007850     IF EDT-EMP-TERM-DATE NOT = ZERO
007860         MOVE EDT-EMP-TERM-DATE TO WS-DATE-PRINT
007870         DISPLAY "TERM DATE: " WS-DATE-PRINT
007880     END-IF.
007890     IF EDT-EMP-SUPERVISOR-ID NOT = ZERO
007900         DISPLAY "REPORTS TO:" EDT-EMP-SUPERVISOR-ID
007910     END-IF.
007920 5000-EXIT.
007930     EXIT.
007940*
007950*-----------------------------------------------------------*
007960* 5100-LOOKUP-DEPT-NAME - FIND EDT-EMP-DEPT-CODE ON          *
007970* DEPT.DAT.  THE DEPARTMENT-FOUND TEST USED BY THE EDIT IS   *
007980* A NON-BLANK NAME THAT IS NOT *UNKNOWN*.                    *
007990*-----------------------------------------------------------*
008000 5100-LOOKUP-DEPT-NAME.
008010     MOVE SPACES TO WS-DEPT-NAME.
008020     IF NOT DEPT-MASTER-AVAILABLE
008030         GO TO 5100-EXIT
008040     END-IF.
008050     MOVE EDT-EMP-DEPT-CODE TO DEPT-CODE.
008060     READ DEPT-FILE RECORD KEY IS DEPT-CODE
008070         INVALID KEY
008080             MOVE "*UNKNOWN*" TO WS-DEPT-NAME
008090         NOT INVALID KEY
008100             MOVE DEPT-NAME TO WS-DEPT-NAME
008110     END-READ.
008120 5100-EXIT.
008130     EXIT.
008140*
008150*-----------------------------------------------------------*
008160* 5500-ASK-FOR-ACTION - U UPDATES THE RECORD SHOWN, D        *
008170* DELETES IT, N PAGES TO THE NEXT NAME MATCH; ANYTHING ELSE  *
008180* LEAVES IT ALONE.  THE REPLY IS FOLDED TO UPPER CASE.       *
008190*-----------------------------------------------------------*
008200 5500-ASK-FOR-ACTION.
008210     DISPLAY "U=UPDATE  D=DELETE  N=NEXT MATCH  "
008220         "BLANK=NO CHANGE: " WITH NO ADVANCING.
008230     MOVE SPACES TO WS-REPLY.
008240     ACCEPT WS-REPLY.
008250     INSPECT WS-REPLY CONVERTING "udn" TO "UDN".
008260 5500-EXIT.
008270     EXIT.
008280*
008290 5600-MAINTAIN-SHOWN.
008300     EVALUATE WS-REPLY
008310         WHEN "U"
008320             SET SAVE-UPDATE TO TRUE
008330             PERFORM 6000-EDIT-EMPLOYEE THRU 6000-EXIT
008340         WHEN "D"
008350             SET SAVE-DELETE TO TRUE
008360             DISPLAY "DELETE EMPLOYEE " EDT-EMP-ID
008370                 " FROM THE MASTER (Y/N)? " WITH NO ADVANCING
008380             MOVE SPACES TO WS-REPLY
008390             ACCEPT WS-REPLY
008400             IF WS-REPLY = "Y" OR WS-REPLY = "y"
008410                 PERFORM 7000-SAVE-CHANGE THRU 7000-EXIT
008420             ELSE
008430                 DISPLAY "DELETE NOT MADE."
008440             END-IF
008450         WHEN OTHER
008460             CONTINUE
008470     END-EVALUATE.
008480 5600-EXIT.
008490     EXIT.
008500*
008510*-----------------------------------------------------------*
008520* 6000-EDIT-EMPLOYEE - KEY THE FIELDS OVER THEIR CURRENT     *
008530* VALUES AND VALIDATE THEM; ON AN ERROR THE OPERATOR MAY     *
008540* KEY THEM AGAIN OR ABANDON.  A VALID RECORD IS SAVED ONLY   *
008550* ON CONFIRMATION.                                           *
008560*-----------------------------------------------------------*
008570 6000-EDIT-EMPLOYEE.
008580     SET EDIT-IN-ERROR TO TRUE.
008590     PERFORM 6050-EDIT-ONE-PASS THRU 6050-EXIT
008600         UNTIL EDIT-VALID OR EDIT-ABANDONED.
008610     IF EDIT-ABANDONED
008620         DISPLAY "CHANGES DISCARDED."
008630         GO TO 6000-EXIT
008640     END-IF.
008650     IF SAVE-UPDATE AND WS-EDIT-RECORD = WS-FETCHED-IMAGE
008660         DISPLAY "NOTHING CHANGED - NO SAVE MADE."
008670         GO TO 6000-EXIT
008680     END-IF.
008690     DISPLAY "SAVE CHANGES (Y/N)? " WITH NO ADVANCING.
008700     MOVE SPACES TO WS-REPLY.
008710     ACCEPT WS-REPLY.
008720     IF WS-REPLY = "Y" OR WS-REPLY = "y"
008730         PERFORM 7000-SAVE-CHANGE THRU 7000-EXIT
008740     ELSE
008750         DISPLAY "CHANGES DISCARDED."
008760     END-IF.
008770 6000-EXIT.
008780     EXIT.
008790*
008800 6050-EDIT-ONE-PASS.
008810     PERFORM 6100-KEY-FIELDS THRU 6100-EXIT.
008820     PERFORM 6500-VALIDATE-EDIT THRU 6500-EXIT.
008830     IF EDIT-VALID
008840         GO TO 6050-EXIT
008850     END-IF.
008860     DISPLAY "*** " WS-EDIT-ERROR " ***".
008870     DISPLAY "KEY THE FIELDS AGAIN (Y/N)? " WITH NO ADVANCING.
008880     MOVE SPACES TO WS-REPLY.
008890     ACCEPT WS-REPLY.
008900     IF WS-REPLY NOT = "Y" AND WS-REPLY NOT = "y"
008910         SET EDIT-ABANDONED TO TRUE
008920     END-IF.
008930 6050-EXIT.
008940     EXIT.
008950*
008960*-----------------------------------------------------------*
008970* 6100-KEY-FIELDS - PROMPT FOR EACH EMPREC FIELD SHOWING ITS *
008980* CURRENT VALUE.  A BLANK REPLY KEEPS THE VALUE; A TERM DATE *
008990* OR SUPERVISOR OF 0 CLEARS IT.  EMP-ID IS THE KEY AND IS    *
009000* NOT CHANGED.                                               *
009010*-----------------------------------------------------------*
009020 6100-KEY-FIELDS.
009030     DISPLAY " ".
009040     DISPLAY "EMP-ID:    " EDT-EMP-ID
009050         "   (BLANK REPLY KEEPS THE VALUE SHOWN)".
009060     DISPLAY "NAME      [" EDT-EMP-NAME "]: " WITH NO ADVANCING.
009070     MOVE SPACES TO WS-KEY-INPUT.
009080     ACCEPT WS-KEY-INPUT.
009090     IF WS-KEY-INPUT NOT = SPACES
009100         MOVE WS-KEY-INPUT TO EDT-EMP-NAME
009110     END-IF.
009120     DISPLAY "ADDRESS   [" EDT-EMP-ADDRESS "]: "
009130         WITH NO ADVANCING.
009140     MOVE SPACES TO WS-KEY-INPUT.
009150     ACCEPT WS-KEY-INPUT.
009160     IF WS-KEY-INPUT NOT = SPACES
009170         MOVE WS-KEY-INPUT TO EDT-EMP-ADDRESS
009180     END-IF.
009190     DISPLAY "DEPT      [" EDT-EMP-DEPT-CODE "]: "
009200         WITH NO ADVANCING.
009210     MOVE SPACES TO WS-KEY-INPUT.
009220     ACCEPT WS-KEY-INPUT.
009230     IF WS-KEY-INPUT NOT = SPACES
009240         MOVE WS-KEY-INPUT TO EDT-EMP-DEPT-CODE
009250     END-IF.
009260     DISPLAY "HIRE DATE [" EDT-EMP-HIRE-DATE "]: "
009270         WITH NO ADVANCING.
009280     MOVE SPACES TO WS-DATE-INPUT.
009290     ACCEPT WS-DATE-INPUT.
009300     IF WS-DATE-INPUT NOT = SPACES
009310         IF WS-DATE-INPUT IS NUMERIC
009320             MOVE WS-DATE-INPUT TO EDT-EMP-HIRE-DATE
009330         ELSE
009340             MOVE ZERO TO EDT-EMP-HIRE-DATE
009350         END-IF
009360     END-IF.
009370     DISPLAY "TITLE     [" EDT-EMP-JOB-TITLE "]: "
009380         WITH NO ADVANCING.
009390     MOVE SPACES TO WS-KEY-INPUT.
009400     ACCEPT WS-KEY-INPUT.
009410     IF WS-KEY-INPUT NOT = SPACES
009420         MOVE WS-KEY-INPUT TO EDT-EMP-JOB-TITLE
009430     END-IF.
009440     DISPLAY "STATUS    [" EDT-EMP-STATUS "] (A/T): "
009450         WITH NO ADVANCING.
009460     MOVE SPACES TO WS-KEY-INPUT.
009470     ACCEPT WS-KEY-INPUT.
009480     IF WS-KEY-INPUT NOT = SPACES
009490         INSPECT WS-KEY-INPUT CONVERTING "at" TO "AT"
009500         MOVE WS-KEY-INPUT TO EDT-EMP-STATUS
009510     END-IF.
009520     DISPLAY "TERM DATE [" EDT-EMP-TERM-DATE "] (0 CLEARS): "
009530         WITH NO ADVANCING.
009540     MOVE SPACES TO WS-DATE-INPUT.
009550     ACCEPT WS-DATE-INPUT.
009560     EVALUATE TRUE
009570         WHEN WS-DATE-INPUT = SPACES
009580             CONTINUE
009590         WHEN WS-DATE-INPUT = "0"
009600             MOVE ZERO TO EDT-EMP-TERM-DATE
009610         WHEN WS-DATE-INPUT IS NUMERIC
009620             MOVE WS-DATE-INPUT TO EDT-EMP-TERM-DATE
009630         WHEN OTHER
009640             MOVE 99999999 TO EDT-EMP-TERM-DATE
009650     END-EVALUATE.
009660     DISPLAY "SUPERVISOR[" EDT-EMP-SUPERVISOR-ID "] (0 CLEARS): "
009670         WITH NO ADVANCING.
009680     MOVE SPACES TO WS-SUPV-INPUT.
009690     ACCEPT WS-SUPV-INPUT.
009700     EVALUATE TRUE
009710         WHEN WS-SUPV-INPUT = SPACES
009720             CONTINUE
009730         WHEN WS-SUPV-INPUT = "0"
009740             MOVE ZERO TO EDT-EMP-SUPERVISOR-ID
009750         WHEN WS-SUPV-INPUT IS NUMERIC
009760             MOVE WS-SUPV-INPUT TO EDT-EMP-SUPERVISOR-ID
009770         WHEN OTHER
009780             MOVE 9999999 TO EDT-EMP-SUPERVISOR-ID
009790     END-EVALUATE.
009800 6100-EXIT.
009810     EXIT.
009820*
009830*-----------------------------------------------------------*
009840* 6500-VALIDATE-EDIT - THE EMPMAINT TRANSACTION EDITS PLUS   *
009850* THE DEPARTMENT CHECK: NAME PRESENT, HIRE DATE NUMERIC AND  *
009860* NON-ZERO, STATUS A OR T, A TERM DATE ON T AND ONLY ON T,   *
009870* EMP-DEPT-CODE ON DEPT.DAT, AND A SUPERVISOR THAT PASSES    *
009880* 6600-CHECK-SUPERVISOR.                                     *
009890*-----------------------------------------------------------*
009900 6500-VALIDATE-EDIT.
009910     SET EDIT-IN-ERROR TO TRUE.
009920     IF EDT-EMP-NAME = SPACES
009930         MOVE "BLANK EMP-NAME" TO WS-EDIT-ERROR
009940         GO TO 6500-EXIT
009950     END-IF.
009960     IF EDT-EMP-HIRE-DATE = ZERO
009970         MOVE "HIRE DATE NOT NUMERIC" TO WS-EDIT-ERROR
009980         GO TO 6500-EXIT
009990     END-IF.
010000     IF EDT-EMP-STATUS NOT = "A" AND EDT-EMP-STATUS NOT = "T"
010010         MOVE "INVALID STATUS CODE" TO WS-EDIT-ERROR
010020         GO TO 6500-EXIT
010030     END-IF.
010040     IF EDT-EMP-TERM-DATE = 99999999
010050         MOVE "TERM DATE NOT NUMERIC" TO WS-EDIT-ERROR
010060         GO TO 6500-EXIT
010070     END-IF.
010080     IF EDT-EMP-STATUS = "T" AND EDT-EMP-TERM-DATE = ZERO
010090         MOVE "TERM DATE REQUIRED" TO WS-EDIT-ERROR
010100         GO TO 6500-EXIT
010110     END-IF.
010120     IF EDT-EMP-STATUS = "A" AND EDT-EMP-TERM-DATE NOT = ZERO
010130         MOVE "TERM DATE ON ACTIVE STATUS" TO WS-EDIT-ERROR
010140         GO TO 6500-EXIT
010150     END-IF.
010160     IF NOT DEPT-MASTER-AVAILABLE
010170         MOVE "DEPT.DAT NOT AVAILABLE" TO WS-EDIT-ERROR
010180         GO TO 6500-EXIT
010190     END-IF.
010200     PERFORM 5100-LOOKUP-DEPT-NAME THRU 5100-EXIT.
010210     IF WS-DEPT-NAME = "*UNKNOWN*"
010220         MOVE "DEPT CODE NOT ON DEPT.DAT" TO WS-EDIT-ERROR
010230         GO TO 6500-EXIT
010240     END-IF.
010250     IF EDT-EMP-SUPERVISOR-ID = 9999999
010260         MOVE "SUPERVISOR NOT NUMERIC" TO WS-EDIT-ERROR
010270         GO TO 6500-EXIT
010280     END-IF.
010290     IF EDT-EMP-SUPERVISOR-ID NOT = ZERO
010300         PERFORM 6600-CHECK-SUPERVISOR THRU 6600-EXIT
010310         IF WS-EDIT-ERROR NOT = SPACES
010320             GO TO 6500-EXIT
010330         END-IF
010340     END-IF.
010350     SET EDIT-VALID TO TRUE.
010360 6500-EXIT.
010370     EXIT.
010380*
010390*-----------------------------------------------------------*
010400* 6600-CHECK-SUPERVISOR - THE SUPERVISOR KEYED MUST NOT BE   *
010410* THE EMPLOYEE, MUST BE ON FILE AND ACTIVE, AND ITS OWN      *
010420* REPORTING CHAIN MUST NOT LEAD BACK TO THE EMPLOYEE.  A     *
010430* FAILURE LEAVES THE REASON IN WS-EDIT-ERROR.  THE READS     *
010440* MOVE THE MASTER'S POSITION, SO NAME PAGING IS OVER BY THE  *
010450* TIME AN EDIT RUNS.                                         *
010460*-----------------------------------------------------------*
010470 6600-CHECK-SUPERVISOR.
010480     MOVE SPACES TO WS-EDIT-ERROR.
010490     IF EDT-EMP-SUPERVISOR-ID = EDT-EMP-ID
010500         MOVE "REPORTS TO SELF" TO WS-EDIT-ERROR
010510         GO TO 6600-EXIT
010520     END-IF.
010530     MOVE EDT-EMP-SUPERVISOR-ID TO EMP-ID.
010540     READ EMP-FILE RECORD KEY IS EMP-ID
010550         INVALID KEY
010560             MOVE "SUPERVISOR NOT ON FILE" TO WS-EDIT-ERROR
010570             GO TO 6600-EXIT
010580     END-READ.
010590     IF EMP-TERMINATED
010600         MOVE "SUPERVISOR TERMINATED" TO WS-EDIT-ERROR
010610         GO TO 6600-EXIT
010620     END-IF.
010630     SET CHAIN-CLIMBING TO TRUE.
010640     MOVE ZERO TO WS-CHAIN-DEPTH.
010650     PERFORM 6650-CLIMB-ONE-LEVEL THRU 6650-EXIT
010660         UNTIL NOT CHAIN-CLIMBING.
010670     IF CHAIN-CIRCULAR
010680         MOVE "CIRCULAR REPORTING CHAIN" TO WS-EDIT-ERROR
010690     END-IF.
010700 6600-EXIT.
010710     EXIT.
010720*
010730 6650-CLIMB-ONE-LEVEL.
010740     IF EMP-SUPERVISOR-ID = ZERO
010750         SET CHAIN-AT-TOP TO TRUE
010760         GO TO 6650-EXIT
010770     END-IF.
010780     ADD 1 TO WS-CHAIN-DEPTH.
010790     IF EMP-SUPERVISOR-ID = EDT-EMP-ID
010800         OR WS-CHAIN-DEPTH > WS-CHAIN-LIMIT
010810         SET CHAIN-CIRCULAR TO TRUE
010820         GO TO 6650-EXIT
010830     END-IF.
010840     MOVE EMP-SUPERVISOR-ID TO EMP-ID.
010850     READ EMP-FILE RECORD KEY IS EMP-ID
010860         INVALID KEY
010870             SET CHAIN-AT-TOP TO TRUE
010880     END-READ.
010890 6650-EXIT.
010900     EXIT.
010910*
010920*-----------------------------------------------------------*
010930* 7000-SAVE-CHANGE - ONE SAVE, RUN AS EMPMAINT RUNS A BATCH: *
010940* AUTHORIZATION AND THE HEADCOUNT BUDGET ARE CHECKED FIRST,  *
010950* SO THE OPERATOR CAN BE ASKED FOR AN OVERRIDE REASON BEFORE *
010960* ANYTHING IS HELD.  THEN A RUN-HISTORY START, THE UPDATE    *
010970* TOKEN, AND UNDER IT EITHER THE REFUSAL JOURNALLED AS       *
010980* ACTION N OR THE MASTER REOPENED I-O, THE HEADCOUNT CHECKED *
010990* AGAIN AND THE ONE CHANGE APPLIED WITH ITS JOURNAL LINE.    *
011000* LAST THE MASTER GOES BACK TO INPUT, THE END RECORD IS      *
011010* WRITTEN AND THE TOKEN RELEASED.  THE END RECORD SAYS       *
011020* NORMAL ONLY WHEN THE CHANGE WAS WRITTEN: FAILED FOR AN I-O *
011030* ERROR ON THE MASTER, ABANDONED FOR A REFUSAL OR A CHANGE   *
011040* MADE BY ANOTHER JOB SINCE THE FETCH.                       *
011050*-----------------------------------------------------------*
011060 7000-SAVE-CHANGE.
011070     SET SAVE-NOT-APPLIED TO TRUE.
011080     MOVE SPACES TO WS-OVERRIDE-REASON.
011090     PERFORM 2050-CHECK-AUTHORIZATION THRU 2050-EXIT.
011100     IF ACTION-AUTHORIZED AND (SAVE-ADD OR SAVE-UPDATE)
011110         PERFORM 7010-CHECK-HEADCOUNT THRU 7010-EXIT
011120         IF HEADCOUNT-OVER
011130             PERFORM 7020-ASK-OVERRIDE THRU 7020-EXIT
011140             IF WS-OVERRIDE-REASON = SPACES
011150                 ADD 1 TO WS-ABANDON-COUNT
011160                 GO TO 7000-EXIT
011170             END-IF
011180         END-IF
011190     END-IF.
011200     ACCEPT WS-RUN-START-TIME FROM TIME.
011210     PERFORM 7600-WRITE-RUN-START THRU 7600-EXIT.
011220     PERFORM 7700-ACQUIRE-RUN-TOKEN THRU 7700-EXIT.
011230     IF NOT TOKEN-HELD
011240         ADD 1 TO WS-ABANDON-COUNT
011250         MOVE "NOTOKEN" TO WS-RUN-END-STATUS
011260         PERFORM 8600-WRITE-RUN-END THRU 8600-EXIT
011270         GO TO 7000-EXIT
011280     END-IF.
011290     IF ACTION-DENIED
011300         DISPLAY "EMPUPD - USER " WS-JOURNAL-USER
011310             " IS NOT AUTHORIZED FOR THIS CHANGE - NOT SAVED"
011320         PERFORM 2060-JOURNAL-DENIED THRU 2060-EXIT
011330         GO TO 7000-END
011340     END-IF.
011350     CLOSE EMP-FILE.
011360     OPEN I-O EMP-FILE.
011370     IF WS-EMP-STATUS NOT = "00" AND WS-EMP-STATUS NOT = "05"
011380         DISPLAY "EMPUPD - CANNOT OPEN EMPLOYEE FILE FOR "
011390             "UPDATE - STATUS " WS-EMP-STATUS
011400         ADD 1 TO WS-ABANDON-COUNT
011410         SET SAVE-FAILED TO TRUE
011420         GO TO 7000-REOPEN
011430     END-IF.
011440     IF SAVE-ADD OR SAVE-UPDATE
011450         PERFORM 7010-CHECK-HEADCOUNT THRU 7010-EXIT
011460         IF HEADCOUNT-OVER
011470             DISPLAY "EMPUPD - DEPARTMENT " EDT-EMP-DEPT-CODE
011480                 " IS AT ITS HEADCOUNT BUDGET - NOT SAVED"
011490             ADD 1 TO WS-ABANDON-COUNT
011500             GO TO 7000-CLOSE
011510         END-IF
011520     END-IF.
011530     EVALUATE TRUE
011540         WHEN SAVE-ADD
011550             PERFORM 7100-APPLY-ADD THRU 7100-EXIT
011560         WHEN SAVE-UPDATE
011570             PERFORM 7200-APPLY-UPDATE THRU 7200-EXIT
011580         WHEN SAVE-DELETE
011590             PERFORM 7300-APPLY-DELETE THRU 7300-EXIT
011600     END-EVALUATE.
011610     IF OVERRIDE-LOG-OPEN
011620         PERFORM 7040-LOG-HEADCOUNT-OVERRIDE THRU 7040-EXIT
011630     END-IF.
011640 7000-CLOSE.
011650     CLOSE EMP-FILE.
011660 7000-REOPEN.
011670     OPEN INPUT EMP-FILE.
011680 7000-END.
011690     EVALUATE TRUE
011700         WHEN SAVE-APPLIED
011710             MOVE "NORMAL" TO WS-RUN-END-STATUS
011720         WHEN SAVE-FAILED
011730             MOVE "FAILED" TO WS-RUN-END-STATUS
011740         WHEN OTHER
011750             MOVE "ABANDONED" TO WS-RUN-END-STATUS
011760     END-EVALUATE.
011770     PERFORM 8600-WRITE-RUN-END THRU 8600-EXIT.
011780     PERFORM 7900-RELEASE-RUN-TOKEN THRU 7900-EXIT.
011790     IF SAVE-APPLIED
011800         DISPLAY "EMPLOYEE " EDT-EMP-ID " SAVED."
011810     END-IF.
011820 7000-EXIT.
011830     EXIT.
011840*
011850*-----------------------------------------------------------*
011860* 7010-CHECK-HEADCOUNT - WOULD THIS SAVE TAKE ITS DEPARTMENT *
011870* PAST THE AUTHORIZED HEADCOUNT?  ONLY AN EMPLOYEE BECOMING  *
011880* ACTIVE IN THE DEPARTMENT COUNTS: A NEW HIRE, A MOVE IN     *
011890* FROM ANOTHER DEPARTMENT OR A REHIRE.  THE ACTIVE EMPLOYEES *
011900* ALREADY IN THE DEPARTMENT ARE COUNTED THROUGH THE          *
011910* EMP-DEPT-CODE KEY.  WITH AN OVERRIDE REASON, UNDER THE     *
011920* TOKEN, THE EXCESS IS ALLOWED ONCE RUNHIST.LOG IS OPEN TO   *
011930* TAKE THE LOG LINE; AN OVERRIDE THAT CANNOT BE LOGGED DOES  *
011940* NOT COUNT.                                                 *
011950*-----------------------------------------------------------*
011960 7010-CHECK-HEADCOUNT.
011970     SET HEADCOUNT-WITHIN TO TRUE.
011980     IF BUDGET-OPEN OR EDT-EMP-STATUS = "T"
011990         GO TO 7010-EXIT
012000     END-IF.
012010     MOVE EDT-EMP-ID TO EMP-ID.
012020     READ EMP-FILE RECORD KEY IS EMP-ID
012030         INVALID KEY
012040             IF SAVE-UPDATE
012050                 GO TO 7010-EXIT
012060             END-IF
012070         NOT INVALID KEY
012080             IF SAVE-ADD
012090                 GO TO 7010-EXIT
012100             END-IF
012110             IF EMP-ACTIVE AND EMP-DEPT-CODE = EDT-EMP-DEPT-CODE
012120                 GO TO 7010-EXIT
012130             END-IF
012140     END-READ.
012150     MOVE EDT-EMP-DEPT-CODE TO BUDG-DEPT-CODE.
012160     MOVE WS-BUDGET-PERIOD TO BUDG-PERIOD.
012170     READ BUDGET-FILE RECORD KEY IS BUDG-KEY
012180         INVALID KEY
012190             GO TO 7010-EXIT
012200     END-READ.
012210     MOVE ZERO TO WS-HC-ACTIVE-COUNT.
012220     MOVE EDT-EMP-DEPT-CODE TO EMP-DEPT-CODE.
012230     START EMP-FILE KEY IS EQUAL TO EMP-DEPT-CODE
012240         INVALID KEY
012250             GO TO 7010-COMPARE
012260     END-START.
012270     SET SCAN-NOT-DONE TO TRUE.
012280     PERFORM 7460-READ-NEXT-EMPLOYEE THRU 7460-EXIT.
012290     PERFORM 7015-COUNT-ONE-ACTIVE THRU 7015-EXIT
012300         UNTIL SCAN-DONE.
012310 7010-COMPARE.
012320     IF WS-HC-ACTIVE-COUNT < BUDG-AUTH-HEADCOUNT
012330         GO TO 7010-EXIT
012340     END-IF.
012350     SET HEADCOUNT-OVER TO TRUE.
012360     IF WS-OVERRIDE-REASON = SPACES OR NOT TOKEN-HELD
012370         GO TO 7010-EXIT
012380     END-IF.
012390     PERFORM 7030-OPEN-OVERRIDE-LOG THRU 7030-EXIT.
012400 7010-EXIT.
012410     EXIT.
012420*
012430 7015-COUNT-ONE-ACTIVE.
012440     IF EMP-DEPT-CODE NOT = EDT-EMP-DEPT-CODE
012450         SET SCAN-DONE TO TRUE
012460         GO TO 7015-EXIT
012470     END-IF.
012480     IF EMP-ACTIVE
012490         ADD 1 TO WS-HC-ACTIVE-COUNT
012500     END-IF.
012510     PERFORM 7460-READ-NEXT-EMPLOYEE THRU 7460-EXIT.
012520 7015-EXIT.
012530     EXIT.
012540*
012550*-----------------------------------------------------------*
012560* 7020-ASK-OVERRIDE - SHOW THE DEPARTMENT'S HEADCOUNT AGAINST*
012570* ITS BUDGET AND TAKE AN OVERRIDE REASON.  A BLANK REPLY     *
012580* LEAVES THE CHANGE UNSAVED.                                 *
012590*-----------------------------------------------------------*
012600 7020-ASK-OVERRIDE.
012610     DISPLAY "DEPARTMENT " EDT-EMP-DEPT-CODE " HAS "
012620         WS-HC-ACTIVE-COUNT " ACTIVE OF " BUDG-AUTH-HEADCOUNT
012630         " AUTHORIZED FOR " WS-BUDGET-PERIOD.
012640     DISPLAY "THIS CHANGE TAKES IT PAST ITS HEADCOUNT BUDGET.".
012650     DISPLAY "OVERRIDE REASON (BLANK = DO NOT SAVE): "
012660         WITH NO ADVANCING.
012670     MOVE SPACES TO WS-OVERRIDE-REASON.
012680     ACCEPT WS-OVERRIDE-REASON.
012690     IF WS-OVERRIDE-REASON = SPACES
012700         DISPLAY "OVER HEADCOUNT BUDGET - CHANGE NOT SAVED."
012710     END-IF.
012720 7020-EXIT.
012730     EXIT.
012740*
012750*-----------------------------------------------------------*
012760* 7030-OPEN-OVERRIDE-LOG - AN OVERRIDE COUNTS ONLY IF IT CAN *
012770* BE LOGGED, SO RUNHIST.LOG IS OPENED BEFORE THE SAVE IS LET *
012780* PAST AND HELD OPEN UNTIL THE CHANGE HAS BEEN APPLIED.      *
012790*-----------------------------------------------------------*
012800 7030-OPEN-OVERRIDE-LOG.
012810     OPEN EXTEND RUNHIST-FILE.
012820     IF WS-HIST-STATUS NOT = "00" AND WS-HIST-STATUS NOT = "05"
012830         DISPLAY "EMPUPD - RUN HISTORY NOT AVAILABLE - "
012840             "STATUS=" WS-HIST-STATUS
012850         DISPLAY "EMPUPD - HEADCOUNT OVERRIDE CANNOT BE LOGGED"
012860         GO TO 7030-EXIT
012870     END-IF.
012880     SET OVERRIDE-LOG-OPEN TO TRUE.
012890     SET HEADCOUNT-WITHIN TO TRUE.
012900 7030-EXIT.
012910     EXIT.
012920*
012930*-----------------------------------------------------------*
012940* 7040-LOG-HEADCOUNT-OVERRIDE - RECORD ON RUNHIST.LOG WHO    *
012950* TOOK WHICH DEPARTMENT PAST ITS AUTHORIZED HEADCOUNT, FOR   *
012960* WHICH EMPLOYEE AND WHY, IN THE LINE EMPMAINT WRITES.  THE  *
012970* LINE IS WRITTEN ONLY WHEN THE CHANGE WAS ACTUALLY SAVED.   *
012980*-----------------------------------------------------------*
012990 7040-LOG-HEADCOUNT-OVERRIDE.
013000     IF NOT SAVE-APPLIED
013010         GO TO 7040-CLOSE
013020     END-IF.
013030     ACCEPT WS-LOG-TIME FROM TIME.
013040     MOVE SPACES TO RUNHIST-RECORD.
013050     STRING
013060         "HEADCOUNT "                   DELIMITED BY SIZE
013070         D-DATE                         DELIMITED BY SIZE
013080         " "                            DELIMITED BY SIZE
013090         WS-LOG-TIME                    DELIMITED BY SIZE
013100         " JOB=EMPUPD USER="            DELIMITED BY SIZE
013110         WS-JOURNAL-USER                DELIMITED BY SPACE
013120         " DEPT="                       DELIMITED BY SIZE
013130         EDT-EMP-DEPT-CODE              DELIMITED BY SIZE
013140         " PERIOD="                     DELIMITED BY SIZE
013150         WS-BUDGET-PERIOD               DELIMITED BY SIZE
013160         " AUTHORIZED="                 DELIMITED BY SIZE
013170         BUDG-AUTH-HEADCOUNT            DELIMITED BY SIZE
013180         " ACTIVE="                     DELIMITED BY SIZE
013190         WS-HC-ACTIVE-COUNT             DELIMITED BY SIZE
013200         " EMP="                        DELIMITED BY SIZE
013210         EDT-EMP-ID                     DELIMITED BY SIZE
013220         " REASON="                     DELIMITED BY SIZE
013230         FUNCTION TRIM (WS-OVERRIDE-REASON)
013240                                        DELIMITED BY SIZE
013250         INTO RUNHIST-RECORD
013260     END-STRING.
013270     WRITE RUNHIST-RECORD.
013280     ADD 1 TO WS-HC-OVERRIDE-COUNT.
013290 7040-CLOSE.
013300     CLOSE RUNHIST-FILE.
013310     SET OVERRIDE-LOG-CLOSED TO TRUE.
013320 7040-EXIT.
013330     EXIT.
013340*
013350*-----------------------------------------------------------*
013360* 7100-APPLY-ADD - WRITE THE NEW RECORD.  AN EMP-ID ADDED BY *
013370* ANOTHER JOB SINCE THE LOOKUP IS NOT OVERLAID.              *
013380*-----------------------------------------------------------*
013390 7100-APPLY-ADD.
013400     MOVE WS-EDIT-RECORD TO EMP-RECORD.
013410     MOVE SPACES TO WS-BEFORE-IMAGE.
013420     WRITE EMP-RECORD
013430         INVALID KEY
013440             DISPLAY "EMPUPD - EMP-ID " EDT-EMP-ID
013450                 " WAS ADDED BY ANOTHER JOB - NOT SAVED"
013460             ADD 1 TO WS-ABANDON-COUNT
013470         NOT INVALID KEY
013480             MOVE EMP-RECORD TO WS-AFTER-IMAGE
013490             ADD 1 TO WS-ADD-COUNT
013500             MOVE "A" TO WS-JOURNAL-ACTION
013510             PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT
013520             SET SAVE-APPLIED TO TRUE
013530     END-WRITE.
013540 7100-EXIT.
013550     EXIT.
013560*
013570*-----------------------------------------------------------*
013580* 7200-APPLY-UPDATE - RE-READ THE RECORD UNDER THE TOKEN.    *
013590* ONLY IF IT STILL MATCHES THE FETCHED IMAGE IS IT REPLACED  *
013600* BY THE EDITED COPY; OTHERWISE THE OPERATOR MUST FETCH IT   *
013610* AGAIN AND SEE THE OTHER CHANGE FIRST.                      *
013620*-----------------------------------------------------------*
013630 7200-APPLY-UPDATE.
013640     MOVE EDT-EMP-ID TO EMP-ID.
013650     READ EMP-FILE RECORD KEY IS EMP-ID
013660         INVALID KEY
013670             DISPLAY "EMPUPD - EMP-ID " EDT-EMP-ID
013680                 " IS NO LONGER ON FILE - NOT SAVED"
013690             ADD 1 TO WS-ABANDON-COUNT
013700             GO TO 7200-EXIT
013710     END-READ.
013720     IF EMP-RECORD NOT = WS-FETCHED-IMAGE
013730         DISPLAY "EMPUPD - EMP-ID " EDT-EMP-ID
013740             " WAS CHANGED BY ANOTHER JOB - FETCH IT AGAIN"
013750         ADD 1 TO WS-ABANDON-COUNT
013760         GO TO 7200-EXIT
013770     END-IF.
013780     MOVE EMP-RECORD TO WS-BEFORE-IMAGE.
013790     MOVE EMP-STATUS TO WS-PRIOR-STATUS.
013800     MOVE WS-EDIT-RECORD TO EMP-RECORD.
013810     REWRITE EMP-RECORD
013820         INVALID KEY
013830             DISPLAY "EMPUPD - REWRITE FAILED - NOT SAVED"
013840             ADD 1 TO WS-ABANDON-COUNT
013850             SET SAVE-FAILED TO TRUE
013860             GO TO 7200-EXIT
013870         NOT INVALID KEY
013880             MOVE EMP-RECORD TO WS-AFTER-IMAGE
013890             ADD 1 TO WS-UPDATE-COUNT
013900             MOVE "U" TO WS-JOURNAL-ACTION
013910             PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT
013920             SET SAVE-APPLIED TO TRUE
013930     END-REWRITE.
013940     IF EMP-TERMINATED AND WS-PRIOR-STATUS NOT = "T"
013950         PERFORM 7400-LIST-ORPHANED-REPORTS THRU 7400-EXIT
013960     END-IF.
013970 7200-EXIT.
013980     EXIT.
013990*
014000*-----------------------------------------------------------*
014010* 7300-APPLY-DELETE - RE-READ THE RECORD UNDER THE TOKEN     *
014020* AND, IF IT STILL MATCHES THE FETCHED IMAGE, DELETE IT.     *
014030*-----------------------------------------------------------*
014040 7300-APPLY-DELETE.
014050     MOVE EDT-EMP-ID TO EMP-ID.
014060     READ EMP-FILE RECORD KEY IS EMP-ID
014070         INVALID KEY
014080             DISPLAY "EMPUPD - EMP-ID " EDT-EMP-ID
014090                 " IS NO LONGER ON FILE - NOT DELETED"
014100             ADD 1 TO WS-ABANDON-COUNT
014110             GO TO 7300-EXIT
014120     END-READ.
014130     IF EMP-RECORD NOT = WS-FETCHED-IMAGE
014140         DISPLAY "EMPUPD - EMP-ID " EDT-EMP-ID
014150             " WAS CHANGED BY ANOTHER JOB - FETCH IT AGAIN"
014160         ADD 1 TO WS-ABANDON-COUNT
014170         GO TO 7300-EXIT
014180     END-IF.
014190     MOVE EMP-RECORD TO WS-BEFORE-IMAGE.
014200     DELETE EMP-FILE RECORD
014210         INVALID KEY
014220             DISPLAY "EMPUPD - DELETE FAILED - NOT DELETED"
014230             ADD 1 TO WS-ABANDON-COUNT
014240             SET SAVE-FAILED TO TRUE
014250             GO TO 7300-EXIT
014260         NOT INVALID KEY
014270             MOVE SPACES TO WS-AFTER-IMAGE
014280             ADD 1 TO WS-DELETE-COUNT
014290             MOVE "D" TO WS-JOURNAL-ACTION
014300             PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT
014310             SET SAVE-APPLIED TO TRUE
014320     END-DELETE.
014330     PERFORM 7400-LIST-ORPHANED-REPORTS THRU 7400-EXIT.
014340 7300-EXIT.
014350     EXIT.
014360*
014370*-----------------------------------------------------------*
014380* 7400-LIST-ORPHANED-REPORTS - THE EMPLOYEE JUST TERMINATED  *
014390* OR DELETED MAY HAVE BEEN A MANAGER.  THERE IS NO KEY ON    *
014400* EMP-SUPERVISOR-ID, SO THE MASTER IS READ FROM THE TOP      *
014410* WHILE STILL OPEN UNDER THE TOKEN AND EVERY ACTIVE          *
014420* EMPLOYEE STILL REPORTING TO THEM IS SHOWN FOR THE          *
014430* OPERATOR TO REASSIGN.                                      *
014440*-----------------------------------------------------------*
014450 7400-LIST-ORPHANED-REPORTS.
014460     MOVE ZERO TO WS-ORPHAN-COUNT.
014470     SET SCAN-NOT-DONE TO TRUE.
014480     MOVE ZERO TO EMP-ID.
014490     START EMP-FILE KEY IS NOT LESS THAN EMP-ID
014500         INVALID KEY
014510             GO TO 7400-EXIT
014520     END-START.
014530     PERFORM 7460-READ-NEXT-EMPLOYEE THRU 7460-EXIT.
014540     PERFORM 7450-CHECK-ONE-REPORT THRU 7450-EXIT
014550         UNTIL SCAN-DONE.
014560 7400-EXIT.
014570     EXIT.
014580*
014590 7450-CHECK-ONE-REPORT.
014600     IF EMP-SUPERVISOR-ID NOT = EDT-EMP-ID
014610         OR NOT EMP-ACTIVE
014620         GO TO 7450-NEXT
014630     END-IF.
014640     IF WS-ORPHAN-COUNT = ZERO
014650         DISPLAY "DIRECT REPORTS OF " EDT-EMP-ID
014660             " NOW WITHOUT A SUPERVISOR - PLEASE REASSIGN:"
014670     END-IF.
014680     ADD 1 TO WS-ORPHAN-COUNT.
014690     DISPLAY "    " EMP-ID " " EMP-NAME " DEPT " EMP-DEPT-CODE
014700         " " EMP-JOB-TITLE.
014710 7450-NEXT.
014720     PERFORM 7460-READ-NEXT-EMPLOYEE THRU 7460-EXIT.
014730 7450-EXIT.
014740     EXIT.
014750*
014760 7460-READ-NEXT-EMPLOYEE.
014770     READ EMP-FILE NEXT RECORD
014780         AT END
014790             SET SCAN-DONE TO TRUE
014800     END-READ.
014810 7460-EXIT.
014820     EXIT.
014830*
014840*-----------------------------------------------------------*
014850* 7600-WRITE-RUN-START - APPEND THE RUN-HISTORY START        *
014860* RECORD FOR THIS SAVE BEFORE THE UPDATE TOKEN IS TAKEN, SO  *
014870* A SESSION THAT DIES HOLDING THE TOKEN SHOWS UP ON          *
014880* RUNHIST.LOG AS A START WITH NO END.                        *
014890*-----------------------------------------------------------*
014900 7600-WRITE-RUN-START.
014910     OPEN EXTEND RUNHIST-FILE.
014920     IF WS-HIST-STATUS NOT = "00" AND WS-HIST-STATUS NOT = "05"
014930         DISPLAY "EMPUPD - RUN HISTORY NOT AVAILABLE - "
014940             "STATUS=" WS-HIST-STATUS
014950         GO TO 7600-EXIT
014960     END-IF.
014970     MOVE SPACES TO RUNHIST-RECORD.
014980     STRING
014990         "START "                       DELIMITED BY SIZE
015000         D-DATE                         DELIMITED BY SIZE
015010         " "                            DELIMITED BY SIZE
015020         WS-RUN-START-TIME              DELIMITED BY SIZE
015030         " JOB=EMPUPD USER="            DELIMITED BY SIZE
015040         WS-JOURNAL-USER                DELIMITED BY SIZE
015050         " FILE="                       DELIMITED BY SIZE
015060         FUNCTION TRIM (WS-EMP-FILE-SPEC)
015070                                        DELIMITED BY SIZE
015080         " EMPID="                      DELIMITED BY SIZE
015090         EDT-EMP-ID                     DELIMITED BY SIZE
015100         " ACTION="                     DELIMITED BY SIZE
015110         WS-SAVE-ACTION                 DELIMITED BY SIZE
015120         INTO RUNHIST-RECORD
015130     END-STRING.
015140     WRITE RUNHIST-RECORD.
015150     CLOSE RUNHIST-FILE.
015160 7600-EXIT.
015170     EXIT.
015180*
015190*-----------------------------------------------------------*
015200* 7700-ACQUIRE-RUN-TOKEN - TAKE THE EXCLUSIVE ART.DAT        *
015210* UPDATE TOKEN FOR ONE SAVE.  A TOKEN HELD BY A LIVE RUN     *
015220* ABANDONS THE SAVE (NOT THE SESSION) WITH THE HOLDER SHOWN; *
015230* A STALE ONE IS RECLAIMED AS THE BATCH JOBS RECLAIM IT.     *
015240*-----------------------------------------------------------*
015250 7700-ACQUIRE-RUN-TOKEN.
015260     MOVE SPACES TO WS-LOCK-LINE.
015270     OPEN INPUT LOCK-FILE.
015280     IF WS-LOCK-STATUS = "00" OR WS-LOCK-STATUS = "05"
015290         READ LOCK-FILE
015300             AT END
015310                 CONTINUE
015320             NOT AT END
015330                 MOVE LOCK-RECORD TO WS-LOCK-LINE
015340         END-READ
015350         CLOSE LOCK-FILE
015360     END-IF.
015370     IF WS-LK-STATE NOT = "LOCKED"
015380         GO TO 7700-TAKE
015390     END-IF.
015400     PERFORM 7750-CHECK-HOLDER-ENDED THRU 7750-EXIT.
015410     EVALUATE TRUE
015420         WHEN RECLAIM-REQUESTED
015430             DISPLAY "EMPUPD - RECLAIMING RUN TOKEN HELD "
015440                 "BY JOB=" WS-LK-JOB " USER=" WS-LK-USER
015450         WHEN HOLDER-ENDED
015460             DISPLAY "EMPUPD - STALE RUN TOKEN RECLAIMED "
015470                 "(HOLDER " WS-LK-JOB " ENDED ON RUNHIST)"
015480         WHEN OTHER
015490             DISPLAY "EMPUPD - ART.DAT UPDATE TOKEN HELD "
015500                 "BY JOB=" WS-LK-JOB " USER=" WS-LK-USER
015510             DISPLAY "EMPUPD - HELD SINCE " WS-LK-DATE
015520                 " " WS-LK-TIME " - CHANGE NOT SAVED"
015530             DISPLAY "EMPUPD - TRY AGAIN WHEN THAT RUN HAS "
015540                 "FINISHED"
015550             GO TO 7700-EXIT
015560     END-EVALUATE.
015570 7700-TAKE.
015580     OPEN OUTPUT LOCK-FILE.
015590     MOVE SPACES TO WS-LOCK-LINE.
015600     MOVE "LOCKED" TO WS-LK-STATE.
015610     MOVE WS-LOCK-JOB-NAME TO WS-LK-JOB.
015620     MOVE WS-JOURNAL-USER TO WS-LK-USER.
015630     MOVE D-DATE TO WS-LK-DATE.
015640     MOVE WS-RUN-START-TIME TO WS-LK-TIME.
015650     MOVE WS-LOCK-LINE TO LOCK-RECORD.
015660     WRITE LOCK-RECORD.
015670     CLOSE LOCK-FILE.
015680     SET TOKEN-HELD TO TRUE.
015690 7700-EXIT.
015700     EXIT.
015710*
015720*-----------------------------------------------------------*
015730* 7750-CHECK-HOLDER-ENDED - SCAN RUNHIST.LOG FOR AN END      *
015740* RECORD CARRYING THE LOCK HOLDER'S START STAMP.  FINDING    *
015750* ONE MEANS THE HOLDER COMPLETED AND THE TOKEN IS STALE.     *
015760*-----------------------------------------------------------*
015770 7750-CHECK-HOLDER-ENDED.
015780     SET HOLDER-NOT-ENDED TO TRUE.
015790     MOVE SPACES TO WS-LOCK-STAMP.
015800     STRING
015810         WS-LK-DATE                     DELIMITED BY SIZE
015820         " "                            DELIMITED BY SIZE
015830         WS-LK-TIME                     DELIMITED BY SIZE
015840         INTO WS-LOCK-STAMP
015850     END-STRING.
015860     OPEN INPUT RUNHIST-FILE.
015870     IF WS-HIST-STATUS NOT = "00" AND WS-HIST-STATUS NOT = "05"
015880         GO TO 7750-EXIT
015890     END-IF.
015900     SET NOT-E-O-F TO TRUE.
015910     PERFORM 7760-SCAN-ONE-HISTORY THRU 7760-EXIT
015920         UNTIL E-O-F.
015930     CLOSE RUNHIST-FILE.
015940 7750-EXIT.
015950     EXIT.
015960*
015970 7760-SCAN-ONE-HISTORY.
015980     READ RUNHIST-FILE
015990         AT END
016000             SET E-O-F TO TRUE
016010             GO TO 7760-EXIT
016020     END-READ.
016030     IF RUNHIST-RECORD (1:4) = "END "
016040         AND RUNHIST-RECORD (7:17) = WS-LOCK-STAMP
016050         SET HOLDER-ENDED TO TRUE
016060     END-IF.
016070 7760-EXIT.
016080     EXIT.
016090*
016100*-----------------------------------------------------------*
016110* 7900-RELEASE-RUN-TOKEN - HAND THE UPDATE TOKEN BACK BY     *
016120* REWRITING THE LOCK RECORD AS FREE.                         *
016130*-----------------------------------------------------------*
016140 7900-RELEASE-RUN-TOKEN.
016150     IF NOT TOKEN-HELD
016160         GO TO 7900-EXIT
016170     END-IF.
016180     OPEN OUTPUT LOCK-FILE.
016190     MOVE SPACES TO WS-LOCK-LINE.
016200     MOVE "FREE" TO WS-LK-STATE.
016210     MOVE WS-LOCK-JOB-NAME TO WS-LK-JOB.
016220     MOVE WS-JOURNAL-USER TO WS-LK-USER.
016230     MOVE D-DATE TO WS-LK-DATE.
016240     MOVE WS-RUN-START-TIME TO WS-LK-TIME.
016250     MOVE WS-LOCK-LINE TO LOCK-RECORD.
016260     WRITE LOCK-RECORD.
016270     CLOSE LOCK-FILE.
016280     MOVE "N" TO WS-TOKEN-SW.
016290 7900-EXIT.
016300     EXIT.
016310*
016320*-----------------------------------------------------------*
016330* 8000-CLEANUP - CLOSE THE FILES AND REPORT THE SESSION      *
016340* COUNTS ON THE TERMINAL.                                    *
016350*-----------------------------------------------------------*
016360 8000-CLEANUP.
016370     CLOSE EMP-FILE.
016380     IF ARCHIVE-AVAILABLE
016390         CLOSE ARCHIVE-FILE
016400     END-IF.
016410     IF DEPT-MASTER-AVAILABLE
016420         CLOSE DEPT-FILE
016430     END-IF.
016440     IF BUDGET-ENFORCED
016450         CLOSE BUDGET-FILE
016460     END-IF.
016470     MOVE WS-SESSION-COUNT TO WS-COUNT-PRINT.
016480     DISPLAY "EMPUPD QUERIES THIS SESSION: " WS-COUNT-PRINT.
016490     MOVE WS-ADD-COUNT TO WS-COUNT-PRINT.
016500     DISPLAY "EMPUPD ADDS SAVED:           " WS-COUNT-PRINT.
016510     MOVE WS-UPDATE-COUNT TO WS-COUNT-PRINT.
016520     DISPLAY "EMPUPD UPDATES SAVED:        " WS-COUNT-PRINT.
016530     MOVE WS-DELETE-COUNT TO WS-COUNT-PRINT.
016540     DISPLAY "EMPUPD DELETES SAVED:        " WS-COUNT-PRINT.
016550     MOVE WS-DENIED-COUNT TO WS-COUNT-PRINT.
016560     DISPLAY "EMPUPD DENIED ATTEMPTS:      " WS-COUNT-PRINT.
016570     MOVE WS-ABANDON-COUNT TO WS-COUNT-PRINT.
016580     DISPLAY "EMPUPD SAVES NOT MADE:       " WS-COUNT-PRINT.
016590     MOVE WS-HC-OVERRIDE-COUNT TO WS-COUNT-PRINT.
016600     DISPLAY "EMPUPD BUDGET OVERRIDES:     " WS-COUNT-PRINT.
016610 8000-EXIT.
016620     EXIT.
016630*
016640*-----------------------------------------------------------*
016650* 8600-WRITE-RUN-END - APPEND THE RUN-HISTORY END RECORD FOR *
016660* THE SAVE, CARRYING THE SAME START STAMP AS ITS START       *
016670* RECORD.  A SAVE ABANDONED FOR WANT OF THE TOKEN ENDS WITH  *
016680* STATUS=NOTOKEN, ONE REFUSED OR OVERTAKEN BY ANOTHER JOB    *
016690* WITH STATUS=ABANDONED AND ONE THAT HIT AN I-O ERROR WITH   *
016700* STATUS=FAILED; ONLY A CHANGE ACTUALLY WRITTEN IS NORMAL.   *
016710*-----------------------------------------------------------*
016720 8600-WRITE-RUN-END.
016730     ACCEPT WS-RUN-END-TIME FROM TIME.
016740     OPEN EXTEND RUNHIST-FILE.
016750     IF WS-HIST-STATUS NOT = "00" AND WS-HIST-STATUS NOT = "05"
016760         DISPLAY "EMPUPD - RUN HISTORY NOT AVAILABLE - "
016770             "STATUS=" WS-HIST-STATUS
016780         GO TO 8600-EXIT
016790     END-IF.
016800     MOVE SPACES TO RUNHIST-RECORD.
016810     STRING
016820         "END   "                       DELIMITED BY SIZE
016830         D-DATE                         DELIMITED BY SIZE
016840         " "                            DELIMITED BY SIZE
016850         WS-RUN-START-TIME              DELIMITED BY SIZE
016860         " ENDED="                      DELIMITED BY SIZE
016870         WS-RUN-END-TIME                DELIMITED BY SIZE
016880         " STATUS="                     DELIMITED BY SIZE
016890         WS-RUN-END-STATUS              DELIMITED BY SPACE
016900         INTO RUNHIST-RECORD
016910     END-STRING.
016920     WRITE RUNHIST-RECORD.
016930     CLOSE RUNHIST-FILE.
016940 8600-EXIT.
016950     EXIT.
016960*
016970 END PROGRAM EMPUPD.
