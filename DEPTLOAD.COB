000200* A SINGLE RUN, JOURNALLING EACH REWRITE TO EMPJRNL.LOG      *
000210* WITH BEFORE AND AFTER IMAGES THE WAY EMPMAINT DOES, SO A   *
000220* MERGER IS ONE JOB INSTEAD OF WEEKS OF HAND-KEYED           *
000230* TRANSACTIONS AND THE AUDIT TRAIL STAYS COMPLETE.  A        *
000240* TRANSFER THAT WOULD TAKE TO= PAST ITS AUTHORIZED HEADCOUNT *
000250* ON BUDGET.DAT IS REFUSED UNLESS RUN WITH OVERRIDE=REASON,  *
000260* WHICH IS LOGGED TO RUNHIST.LOG.                            *
000270*-----------------------------------------------------------*
000280*
000290* MODIFICATION HISTORY.
000300*    08/21/26  RTN  ORIGINAL VERSION.
000310*    09/02/26  RTN  ADDED MODE=CLOSE AND MODE=TRANSFER FOR
000320*                   THE DEPARTMENT LIFECYCLE.  CLOSE REFUSES
000330*                   TO DROP A DEPARTMENT THAT STILL HAS
000340*                   STAFF; TRANSFER JOURNALS EVERY EMPLOYEE
000350*                   REWRITE TO EMPJRNL.LOG UNDER THE
000360*                   EMPMAINT$USER IDENTITY SO EMPRECOV AND
000370*                   EMPJQRY SEE ONE CONSISTENT TRAIL.
000380*    09/02/26  RTN  MODE=TRANSFER NOW TAKES THE EXCLUSIVE
000390*                   ART.DAT UPDATE TOKEN IN EMPLOCK.DAT,
000400*                   SHARED WITH EMPMAINT AND THE OTHER
000410*                   UPDATERS, BEFORE OPENING EMP-FILE FOR
000420*                   I-O, WRITES START/END RECORDS TO
000430*                   RUNHIST.LOG AND RELEASES THE TOKEN AT
000440*                   END OF RUN.  A STALE TOKEN IS RECLAIMED
000450*                   AUTOMATICALLY WHEN ITS HOLDER ENDED, OR
000460*                   WITH RECLAIM=YES WHEN THE HOLDER DIED.
000470*    10/15/26  RTN  JOURNAL IMAGES WIDENED TO THE NEW RECORD
000480*                   LENGTH (EMP-SUPERVISOR-ID).
000490*    10/15/26  RTN  MODE=TRANSFER CHECKS THE HEADCOUNT
000500*                   BUDGET.  A TRANSFER THAT WOULD TAKE TO=
000510*                   PAST ITS AUTHORIZED HEADCOUNT ON
000520*                   BUDGET.DAT FOR THE FISCAL PERIOD IS
000530*                   REFUSED UNLESS RUN WITH OVERRIDE=REASON,
000540*                   WHICH IS LOGGED TO RUNHIST.LOG.
000550*    10/15/26  RTN  MODE=TRANSFER TAKES THE UPDATE TOKEN
000560*                   BEFORE COUNTING HEADCOUNT, LOGS AN
000570*                   OVERRIDE ONLY ONCE THE TRANSFER HAS RUN,
000580*                   AND REFUSES WHEN THE EMPLOYEE FILE
000590*                   CANNOT BE COUNTED.  THE END RECORD
000600*                   CARRIES ABANDONED OR FAILED.
000610*
000620 ENVIRONMENT DIVISION.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT OPTIONAL DEPT-FILE ASSIGN "SYS$DISK:DEPT.DAT"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS DEPT-CODE
000690         FILE STATUS IS WS-DEPT-STATUS.
000700     SELECT OPTIONAL DEPT-TEXT-FILE ASSIGN "SYS$DISK:DEPT.TXT"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-TEXT-STATUS.
000730     SELECT OPTIONAL EMP-FILE ASSIGN "SYS$DISK:ART.DAT"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS EMP-ID
000770         ALTERNATE RECORD KEY IS EMP-NAME
000780             WITH DUPLICATES
000790         ALTERNATE RECORD KEY IS EMP-DEPT-CODE
000800             WITH DUPLICATES
000810         FILE STATUS IS WS-EMP-STATUS.
000820     SELECT OPTIONAL JOURNAL-FILE
000830         ASSIGN "SYS$DISK:EMPJRNL.LOG"
000840         ORGANIZATION IS LINE SEQUENTIAL.
000850     SELECT OPTIONAL LOCK-FILE ASSIGN "SYS$DISK:EMPLOCK.DAT"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-LOCK-STATUS.
000880     SELECT OPTIONAL BUDGET-FILE ASSIGN "SYS$DISK:BUDGET.DAT"
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS DYNAMIC
000910         RECORD KEY IS BUDG-KEY
000920         FILE STATUS IS WS-BUDG-STATUS.
000930     SELECT OPTIONAL RUNHIST-FILE ASSIGN "SYS$DISK:RUNHIST.LOG"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-HIST-STATUS.
000960 DATA DIVISION.
000970 FILE SECTION.
000980 FD  DEPT-FILE
000990     VALUE OF ID IS WS-DEPT-FILE-SPEC.
001000 COPY "DEPTREC.LIB".
001010 FD  DEPT-TEXT-FILE
001020     VALUE OF ID IS WS-TEXT-FILE-SPEC.
001030 01  DEPT-TEXT-RECORD            PIC X(80).
001040 FD  EMP-FILE
001050     VALUE OF ID IS WS-EMP-FILE-SPEC.
001060 COPY "EMPREC.LIB".
001070 FD  JOURNAL-FILE.
001080 01  JOURNAL-RECORD              PIC X(260).
001090 FD  LOCK-FILE.
001100 01  LOCK-RECORD                 PIC X(80).
001110 FD  RUNHIST-FILE.
001120 01  RUNHIST-RECORD              PIC X(320).
001130 FD  BUDGET-FILE
001140     VALUE OF ID IS WS-BUDGET-FILE-SPEC.
001150 COPY "BUDGREC.LIB".
001160 WORKING-STORAGE SECTION.
001170*
001180*-----------------------------------------------------------*
001190* FILE STATUS BYTES AND RUNTIME FILE SPECS.  A BARE COMMAND  *
001200* LINE WORD IS THE INPUT LISTING SPEC; FILE= NAMES THE       *
001210* DEPARTMENT MASTER ITSELF.                                  *
001220*-----------------------------------------------------------*
001230 01  WS-DEPT-STATUS              PIC X(02).
001240 01  WS-TEXT-STATUS              PIC X(02).
001250 01  WS-EMP-STATUS               PIC X(02).
001260 01  WS-DEPT-FILE-SPEC           PIC X(50)
001270     VALUE "SYS$DISK:DEPT.DAT".
001280 01  WS-TEXT-FILE-SPEC           PIC X(50)
001290     VALUE "SYS$DISK:DEPT.TXT".
001300 01  WS-EMP-FILE-SPEC            PIC X(50)
001310     VALUE "SYS$DISK:ART.DAT".
001320 01  WS-COMMAND-LINE             PIC X(132).
001330 01  WS-PARM-WORDS.
001340     02  WS-PARM-ENTRY           PIC X(50) OCCURS 10 TIMES.
001350 01  WS-PARM-IDX                 PIC 9(2) COMP.
001360 01  WS-PARM-KEYWORD             PIC X(10).
001370 01  WS-PARM-VALUE               PIC X(40).
001380*
001390*-----------------------------------------------------------*
001400* FIELDS UNSTRUNG FROM ONE INPUT LINE, AND THE RUN COUNTS    *
001410* REPORTED AT END OF JOB.                                    *
001420*-----------------------------------------------------------*
001430 01  WS-IN-CODE                  PIC X(04).
001440 01  WS-IN-NAME                  PIC X(20).
001450 01  WS-IN-COST-CENTER           PIC X(06).
001460 01  WS-LINE-COUNT               PIC 9(05) COMP VALUE ZERO.
001470 01  WS-ADD-COUNT                PIC 9(05) COMP VALUE ZERO.
001480 01  WS-REFRESH-COUNT            PIC 9(05) COMP VALUE ZERO.
001490 01  WS-SKIP-COUNT               PIC 9(05) COMP VALUE ZERO.
001500 01  WS-COUNT-PRINT              PIC ZZZZ9.
001510*
001520*-----------------------------------------------------------*
001530* RUN MODE AND LIFECYCLE WORK FIELDS.  A NORMAL RUN LOADS    *
001540* THE LISTING; MODE=CLOSE DROPS THE DEPT= DEPARTMENT AND     *
001550* MODE=TRANSFER MOVES EVERY EMPLOYEE FROM FROM= TO TO=.      *
001560* TRANSFER REWRITES ARE JOURNALLED WITH THE SAME LINE SHAPE  *
001570* AND EMPMAINT$USER IDENTITY AS EMPMAINT, SO THE EMPLOYEE    *
001580* AUDIT TRAIL READS AS ONE STREAM.                           *
001590*-----------------------------------------------------------*
001600 01  WS-RUN-MODE-SW              PIC X VALUE "L".
001610     88  MODE-LOAD                   VALUE "L".
001620     88  MODE-CLOSE                  VALUE "C".
001630     88  MODE-TRANSFER               VALUE "T".
001640 01  WS-CLOSE-DEPT               PIC X(04) VALUE SPACES.
001650 01  WS-XFER-FROM                PIC X(04) VALUE SPACES.
001660 01  WS-XFER-TO                  PIC X(04) VALUE SPACES.
001670 01  WS-XFER-COUNT               PIC 9(05) COMP VALUE ZERO.
001680 01  WS-XFER-DONE-SW             PIC X.
001690     88  XFER-DONE                   VALUE "D".
001700     88  XFER-MORE                   VALUE "M".
001710 01  D-DATE                      PIC 9(8).
001720 01  WS-LOG-TIME                 PIC 9(8).
001730 01  WS-JOURNAL-USER             PIC X(12).
001740 01  WS-BEFORE-IMAGE             PIC X(100).
001750 01  WS-AFTER-IMAGE              PIC X(100).
001760*
001770*-----------------------------------------------------------*
001780* ART.DAT UPDATE INTERLOCK, SHARED WITH EMPMAINT AND THE     *
001790* OTHER UPDATERS.  MODE=TRANSFER TAKES THE EXCLUSIVE TOKEN   *
001800* IN EMPLOCK.DAT - JOB, USER AND START STAMP - BEFORE        *
001810* EMP-FILE IS OPENED FOR I-O AND RELEASES IT AT END OF RUN.  *
001820* A TOKEN WHOSE HOLDER HAS AN END RECORD ON RUNHIST.LOG IS   *
001830* RECLAIMED AUTOMATICALLY; ONE WITH NO END RECORD IS         *
001840* PRESUMED LIVE UNLESS THE OPERATOR RERUNS WITH RECLAIM=YES. *
001850*-----------------------------------------------------------*
001860 01  WS-LOCK-STATUS              PIC X(02).
001870 01  WS-HIST-STATUS              PIC X(02).
001880 01  WS-LOCK-LINE.
001890     02  WS-LK-STATE             PIC X(08).
001900     02  WS-LK-JOB               PIC X(08).
001910     02  FILLER                  PIC X(01).
001920     02  WS-LK-USER              PIC X(12).
001930     02  FILLER                  PIC X(01).
001940     02  WS-LK-DATE              PIC X(08).
001950     02  FILLER                  PIC X(01).
001960     02  WS-LK-TIME              PIC X(08).
001970 01  WS-LOCK-JOB-NAME            PIC X(08) VALUE "DEPTLOAD".
001980 01  WS-LOCK-STAMP               PIC X(17).
001990 01  WS-RUN-START-TIME           PIC 9(8).
002000 01  WS-RUN-END-TIME             PIC 9(8).
002010 01  WS-RUN-END-STATUS           PIC X(10).
002020 01  WS-RECLAIM-SW               PIC X VALUE "N".
002030     88  RECLAIM-REQUESTED           VALUE "Y".
002040 01  WS-TOKEN-SW                 PIC X VALUE "N".
002050     88  TOKEN-HELD                  VALUE "Y".
002060 01  WS-ENDED-SW                 PIC X.
002070     88  HOLDER-ENDED                VALUE "Y".
002080     88  HOLDER-NOT-ENDED            VALUE "N".
002090*
002100*-----------------------------------------------------------*
002110* HEADCOUNT BUDGET CHECK FOR MODE=TRANSFER.  THE ACTIVE      *
002120* EMPLOYEES MOVING FROM FROM= PLUS THOSE ALREADY ACTIVE IN   *
002130* TO= MAY NOT EXCEED THE POSITIONS AUTHORIZED FOR TO= ON     *
002140* BUDGET.DAT (BUDGET=) FOR THE FISCAL PERIOD OF THE RUN      *
002150* DATE.  OVERRIDE=REASON, WHICH TAKES THE REST OF THE        *
002160* COMMAND LINE AND MUST BE THE LAST PARAMETER, LETS THE      *
002170* TRANSFER PAST AND IS LOGGED TO RUNHIST.LOG.  NO BUDGET FOR *
002180* TO= MEANS NO LIMIT; NO BUDGET FILE LEAVES HEADCOUNT        *
002190* UNCHECKED WITH AN OPERATOR WARNING.  THE FISCAL YEAR OPENS *
002200* IN WS-FY-START-MONTH, AS IN BUDGRPT AND EMPMAINT.          *
002210*-----------------------------------------------------------*
002220 01  WS-BUDG-STATUS              PIC X(02).
002230 01  WS-BUDGET-FILE-SPEC         PIC X(50)
002240     VALUE "SYS$DISK:BUDGET.DAT".
002250 01  WS-FY-START-MONTH           PIC 9(02) VALUE 01.
002260 01  WS-BUDGET-PERIOD            PIC 9(04).
002270 01  WS-PERIOD-DATE              PIC 9(08).
002280 01  WS-PERIOD-SPLIT REDEFINES WS-PERIOD-DATE.
002290     02  WS-PERIOD-YEAR          PIC 9(04).
002300     02  WS-PERIOD-MONTH         PIC 9(02).
002310     02  WS-PERIOD-DAY           PIC 9(02).
002320 01  WS-HC-SW                    PIC X.
002330     88  HEADCOUNT-WITHIN            VALUE "W".
002340     88  HEADCOUNT-OVER              VALUE "O".
002350 01  WS-HC-COUNT-DEPT            PIC X(04).
002360 01  WS-HC-COUNT                 PIC 9(05).
002370 01  WS-HC-MOVING                PIC 9(05).
002380 01  WS-HC-TO-ACTIVE             PIC 9(05).
002390 01  WS-HC-AFTER                 PIC 9(05).
002400 01  WS-HC-AUTHORIZED            PIC 9(05).
002410 01  WS-HC-LOG-SW                PIC X VALUE "N".
002420     88  OVERRIDE-LOG-OPEN           VALUE "Y".
002430     88  OVERRIDE-LOG-CLOSED         VALUE "N".
002440 01  WS-OVERRIDE-REASON          PIC X(80) VALUE SPACES.
002450 01  WS-OVERRIDE-POS             PIC 9(03) COMP.
002460 01  EOF-SW                      PIC X.
002470     88  E-O-F                       VALUE "E".
002480     88  NOT-E-O-F                   VALUE "N".
002490 PROCEDURE DIVISION.
002500 MAIN-PROG SECTION.
002510 0000-MAINLINE.
002520     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002530     EVALUATE TRUE
002540         WHEN MODE-CLOSE
002550             PERFORM 3000-CLOSE-DEPARTMENT THRU 3000-EXIT
002560         WHEN MODE-TRANSFER
002570             PERFORM 4000-TRANSFER-EMPLOYEES THRU 4000-EXIT
002580         WHEN OTHER
002590             PERFORM 2000-LOAD-ONE-DEPARTMENT THRU 2000-EXIT
002600                 UNTIL E-O-F
002610     END-EVALUATE.
002620     PERFORM 8000-CLEANUP THRU 8000-EXIT.
002630     STOP RUN.
002640*
002650*-----------------------------------------------------------*
002660* 1000-INITIALIZE - RESOLVE THE FILE SPECS, OPEN THE FILES   *
002670* AND PRIME THE LOAD LOOP.                                   *
002680*-----------------------------------------------------------*
002690 1000-INITIALIZE.
002700     ACCEPT D-DATE FROM DATE YYYYMMDD.
002710     PERFORM 1100-RESOLVE-FILE-SPECS THRU 1100-EXIT.
002720     OPEN I-O DEPT-FILE.
002730     IF WS-DEPT-STATUS NOT = "00" AND WS-DEPT-STATUS NOT = "05"
002740         DISPLAY "DEPTLOAD - CANNOT OPEN DEPARTMENT MASTER "
002750             WS-DEPT-FILE-SPEC
002760         DISPLAY "DEPTLOAD - FILE STATUS " WS-DEPT-STATUS
002770         STOP RUN
002780     END-IF.
002790     IF MODE-CLOSE OR MODE-TRANSFER
002800         GO TO 1000-EXIT
002810     END-IF.
002820     OPEN INPUT DEPT-TEXT-FILE.
002830     IF WS-TEXT-STATUS NOT = "00" AND WS-TEXT-STATUS NOT = "05"
002840         DISPLAY "DEPTLOAD - CANNOT OPEN DEPARTMENT LISTING "
002850             WS-TEXT-FILE-SPEC
002860         DISPLAY "DEPTLOAD - FILE STATUS " WS-TEXT-STATUS
002870         STOP RUN
002880     END-IF.
002890     SET NOT-E-O-F TO TRUE.
002900     PERFORM 1900-READ-DEPT-LINE THRU 1900-EXIT.
002910 1000-EXIT.
002920     EXIT.
002930*
002940*-----------------------------------------------------------*
002950* 1100-RESOLVE-FILE-SPECS - SCAN THE COMMAND LINE.  A WORD   *
002960* OF THE FORM FILE=SPEC NAMES THE DEPARTMENT MASTER; A BARE  *
002970* WORD IS THE INPUT LISTING SPEC.  OVERRIDE= AND ITS REASON  *
002980* ARE TAKEN OFF THE END OF THE LINE FIRST, SINCE THE REASON  *
002990* MAY CONTAIN SPACES.                                        *
003000*-----------------------------------------------------------*
003010 1100-RESOLVE-FILE-SPECS.
003020     MOVE SPACES TO WS-COMMAND-LINE.
003030     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
003040     IF WS-COMMAND-LINE = SPACES
003050         GO TO 1100-EXIT
003060     END-IF.
003070     MOVE ZERO TO WS-OVERRIDE-POS.
003080     INSPECT WS-COMMAND-LINE TALLYING WS-OVERRIDE-POS
003090         FOR CHARACTERS BEFORE INITIAL "OVERRIDE=".
003100     IF WS-OVERRIDE-POS < 123
003110         MOVE WS-COMMAND-LINE (WS-OVERRIDE-POS + 10:)
003120             TO WS-OVERRIDE-REASON
003130     END-IF.
003140     IF WS-OVERRIDE-POS < 132
003150         MOVE SPACES TO WS-COMMAND-LINE (WS-OVERRIDE-POS + 1:)
003160     END-IF.
003170     MOVE SPACES TO WS-PARM-WORDS.
003180     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
003190         INTO WS-PARM-ENTRY (1) WS-PARM-ENTRY (2)
003200              WS-PARM-ENTRY (3) WS-PARM-ENTRY (4)
003210              WS-PARM-ENTRY (5) WS-PARM-ENTRY (6)
003220              WS-PARM-ENTRY (7) WS-PARM-ENTRY (8)
003230              WS-PARM-ENTRY (9) WS-PARM-ENTRY (10)
003240     END-UNSTRING.
003250     PERFORM 1160-PROCESS-ONE-PARAMETER THRU 1160-EXIT
003260         VARYING WS-PARM-IDX FROM 1 BY 1
003270         UNTIL WS-PARM-IDX > 10.
003280 1100-EXIT.
003290     EXIT.
003300*
003310 1160-PROCESS-ONE-PARAMETER.
003320     IF WS-PARM-ENTRY (WS-PARM-IDX) = SPACES
003330         GO TO 1160-EXIT
003340     END-IF.
003350     MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE.
003360     UNSTRING WS-PARM-ENTRY (WS-PARM-IDX) DELIMITED BY "="
003370         INTO WS-PARM-KEYWORD WS-PARM-VALUE
003380     END-UNSTRING.
003390     IF WS-PARM-VALUE = SPACES
003400         MOVE WS-PARM-ENTRY (WS-PARM-IDX)
003410             TO WS-TEXT-FILE-SPEC
003420         GO TO 1160-EXIT
003430     END-IF.
003440     EVALUATE WS-PARM-KEYWORD
003450         WHEN "FILE"
003460             MOVE WS-PARM-VALUE TO WS-DEPT-FILE-SPEC
003470         WHEN "EMP"
003480             MOVE WS-PARM-VALUE TO WS-EMP-FILE-SPEC
003490         WHEN "MODE"
003500             EVALUATE WS-PARM-VALUE
003510                 WHEN "CLOSE"
003520                     SET MODE-CLOSE TO TRUE
003530                 WHEN "TRANSFER"
003540                     SET MODE-TRANSFER TO TRUE
003550                 WHEN OTHER
003560                     SET MODE-LOAD TO TRUE
003570             END-EVALUATE
003580         WHEN "DEPT"
003590             MOVE WS-PARM-VALUE TO WS-CLOSE-DEPT
003600         WHEN "FROM"
003610             MOVE WS-PARM-VALUE TO WS-XFER-FROM
003620         WHEN "TO"
003630             MOVE WS-PARM-VALUE TO WS-XFER-TO
003640         WHEN "BUDGET"
003650             MOVE WS-PARM-VALUE TO WS-BUDGET-FILE-SPEC
003660         WHEN "RECLAIM"
003670             IF WS-PARM-VALUE = "YES"
003680                 SET RECLAIM-REQUESTED TO TRUE
003690             END-IF
003700         WHEN OTHER
003710             CONTINUE
003720     END-EVALUATE.
003730 1160-EXIT.
003740     EXIT.
003750*
003760*-----------------------------------------------------------*
003770* 1900-READ-DEPT-LINE - ADVANCE TO THE NEXT LISTING LINE.    *
003780*-----------------------------------------------------------*
003790 1900-READ-DEPT-LINE.
003800     READ DEPT-TEXT-FILE
003810         AT END
003820             SET E-O-F TO TRUE
003830     END-READ.
003840 1900-EXIT.
003850     EXIT.
003860*
003870*-----------------------------------------------------------*
003880* 2000-LOAD-ONE-DEPARTMENT - BREAK THE CURRENT LISTING LINE  *
003890* INTO CODE, NAME AND COST-CENTER AND APPLY IT TO THE        *
003900* MASTER: WRITE A NEW CODE, REWRITE AN EXISTING ONE.         *
003910*-----------------------------------------------------------*
003920 2000-LOAD-ONE-DEPARTMENT.
003930     ADD 1 TO WS-LINE-COUNT.
003940     MOVE SPACES TO WS-IN-CODE WS-IN-NAME WS-IN-COST-CENTER.
003950     UNSTRING DEPT-TEXT-RECORD DELIMITED BY ","
003960         INTO WS-IN-CODE WS-IN-NAME WS-IN-COST-CENTER
003970     END-UNSTRING.
003980     IF WS-IN-CODE = SPACES OR WS-IN-NAME = SPACES
003990         ADD 1 TO WS-SKIP-COUNT
004000         DISPLAY "DEPTLOAD - LINE SKIPPED, BLANK CODE OR "
004010             "NAME: " DEPT-TEXT-RECORD
004020         GO TO 2000-NEXT
004030     END-IF.
004040     MOVE WS-IN-CODE        TO DEPT-CODE.
004050     MOVE WS-IN-NAME        TO DEPT-NAME.
004060     MOVE WS-IN-COST-CENTER TO DEPT-COST-CENTER.
004070     WRITE DEPT-RECORD
004080         INVALID KEY
004090             REWRITE DEPT-RECORD
004100             END-REWRITE
004110             ADD 1 TO WS-REFRESH-COUNT
004120         NOT INVALID KEY
004130             ADD 1 TO WS-ADD-COUNT
004140     END-WRITE.
004150 2000-NEXT.
004160     PERFORM 1900-READ-DEPT-LINE THRU 1900-EXIT.
004170 2000-EXIT.
004180     EXIT.
004190*
004200*-----------------------------------------------------------*
004210* 3000-CLOSE-DEPARTMENT - MODE=CLOSE.  THE DEPT= CODE IS     *
004220* DROPPED FROM THE MASTER ONLY WHEN A KEYED START ON THE     *
004230* EMP-DEPT-CODE ALTERNATE KEY PROVES NO EMPLOYEE STILL       *
004240* CARRIES IT; A DEPARTMENT WITH STAFF IS REFUSED SO THE      *
004250* EMPLOYEES ARE TRANSFERRED FIRST.                           *
004260*-----------------------------------------------------------*
004270 3000-CLOSE-DEPARTMENT.
004280     IF WS-CLOSE-DEPT = SPACES
004290         DISPLAY "DEPTLOAD - MODE=CLOSE REQUIRES DEPT="
004300         GO TO 3000-EXIT
004310     END-IF.
004320     MOVE WS-CLOSE-DEPT TO DEPT-CODE.
004330     READ DEPT-FILE RECORD KEY IS DEPT-CODE
004340         INVALID KEY
004350             DISPLAY "DEPTLOAD - DEPARTMENT " WS-CLOSE-DEPT
004360                 " NOT ON MASTER"
004370             GO TO 3000-EXIT
004380     END-READ.
004390     OPEN INPUT EMP-FILE.
004400     IF WS-EMP-STATUS NOT = "00" AND WS-EMP-STATUS NOT = "05"
004410         DISPLAY "DEPTLOAD - CANNOT OPEN EMPLOYEE FILE "
004420             WS-EMP-FILE-SPEC
004430         DISPLAY "DEPTLOAD - FILE STATUS " WS-EMP-STATUS
004440         GO TO 3000-EXIT
004450     END-IF.
004460     MOVE WS-CLOSE-DEPT TO EMP-DEPT-CODE.
004470     START EMP-FILE KEY IS EQUAL TO EMP-DEPT-CODE
004480         INVALID KEY
004490             CONTINUE
004500         NOT INVALID KEY
004510             DISPLAY "DEPTLOAD - DEPARTMENT " WS-CLOSE-DEPT
004520                 " STILL HAS EMPLOYEES - NOT CLOSED"
004530             DISPLAY "DEPTLOAD - TRANSFER THEM FIRST WITH "
004540                 "MODE=TRANSFER"
004550             CLOSE EMP-FILE
004560             GO TO 3000-EXIT
004570     END-START.
004580     CLOSE EMP-FILE.
004590     DELETE DEPT-FILE RECORD
004600         INVALID KEY
004610             DISPLAY "DEPTLOAD - DELETE FAILED FOR "
004620                 WS-CLOSE-DEPT
004630         NOT INVALID KEY
004640             DISPLAY "DEPTLOAD - DEPARTMENT " WS-CLOSE-DEPT
004650                 " CLOSED AND DROPPED FROM MASTER"
004660     END-DELETE.
004670 3000-EXIT.
004680     EXIT.
004690*
004700*-----------------------------------------------------------*
004710* 4000-TRANSFER-EMPLOYEES - MODE=TRANSFER.  EVERY EMPLOYEE   *
004720* CARRYING FROM= IS REWRITTEN TO TO= IN ONE RUN.  EACH PASS  *
004730* RE-POSITIONS ON THE EMP-DEPT-CODE ALTERNATE KEY BECAUSE    *
004740* THE REWRITE MOVES THE RECORD OUT OF THE FROM= KEY GROUP,   *
004750* AND EACH REWRITE IS JOURNALLED WITH BEFORE AND AFTER       *
004760* IMAGES EXACTLY AS EMPMAINT WOULD JOURNAL THE SAME CHANGE.  *
004770* THE HEADCOUNT BUDGET OF TO= IS CHECKED ONCE THE UPDATE     *
004780* TOKEN IS HELD, SO NO OTHER UPDATER CAN MOVE THE COUNT      *
004790* BEFORE THE TRANSFER RUNS.  THE END RECORD SAYS NORMAL,     *
004800* ABANDONED FOR A TRANSFER REFUSED OVER HEADCOUNT, OR FAILED *
004810* WHEN THE EMPLOYEE FILE CANNOT BE OPENED.                   *
004820*-----------------------------------------------------------*
004830 4000-TRANSFER-EMPLOYEES.
004840     IF WS-XFER-FROM = SPACES OR WS-XFER-TO = SPACES
004850         DISPLAY "DEPTLOAD - MODE=TRANSFER REQUIRES FROM= "
004860             "AND TO="
004870         GO TO 4000-EXIT
004880     END-IF.
004890     IF WS-XFER-FROM = WS-XFER-TO
004900         DISPLAY "DEPTLOAD - FROM= AND TO= ARE THE SAME"
004910         GO TO 4000-EXIT
004920     END-IF.
004930     MOVE WS-XFER-TO TO DEPT-CODE.
004940     READ DEPT-FILE RECORD KEY IS DEPT-CODE
004950         INVALID KEY
004960             DISPLAY "DEPTLOAD - TARGET DEPARTMENT "
004970                 WS-XFER-TO " NOT ON MASTER"
004980             GO TO 4000-EXIT
004990     END-READ.
005000     DISPLAY "EMPMAINT$USER" UPON ENVIRONMENT-NAME.
005010     MOVE SPACES TO WS-JOURNAL-USER.
005020     ACCEPT WS-JOURNAL-USER FROM ENVIRONMENT-VALUE.
005030     IF WS-JOURNAL-USER = SPACES
005040         MOVE "*UNKNOWN*" TO WS-JOURNAL-USER
005050     END-IF.
005060     ACCEPT WS-RUN-START-TIME FROM TIME.
005070     PERFORM 7600-WRITE-RUN-START THRU 7600-EXIT.
005080     PERFORM 7700-ACQUIRE-RUN-TOKEN THRU 7700-EXIT.
005090     PERFORM 4200-CHECK-HEADCOUNT THRU 4200-EXIT.
005100     IF HEADCOUNT-OVER
005110         MOVE "ABANDONED" TO WS-RUN-END-STATUS
005120         GO TO 4000-END
005130     END-IF.
005140     OPEN I-O EMP-FILE.
005150     IF WS-EMP-STATUS NOT = "00" AND WS-EMP-STATUS NOT = "05"
005160         DISPLAY "DEPTLOAD - CANNOT OPEN EMPLOYEE FILE "
005170             WS-EMP-FILE-SPEC
005180         DISPLAY "DEPTLOAD - FILE STATUS " WS-EMP-STATUS
005190         IF OVERRIDE-LOG-OPEN
005200             PERFORM 4290-LOG-HEADCOUNT-OVERRIDE THRU 4290-EXIT
005210         END-IF
005220         MOVE "FAILED" TO WS-RUN-END-STATUS
005230         GO TO 4000-END
005240     END-IF.
005250     OPEN EXTEND JOURNAL-FILE.
005260     SET XFER-MORE TO TRUE.
005270     PERFORM 4100-TRANSFER-ONE-EMPLOYEE THRU 4100-EXIT
005280         UNTIL XFER-DONE.
005290     CLOSE EMP-FILE JOURNAL-FILE.
005300     MOVE WS-XFER-COUNT TO WS-COUNT-PRINT.
005310     DISPLAY "DEPTLOAD EMPLOYEES TRANSFERRED: "
005320         WS-COUNT-PRINT.
005330     IF OVERRIDE-LOG-OPEN
005340         PERFORM 4290-LOG-HEADCOUNT-OVERRIDE THRU 4290-EXIT
005350     END-IF.
005360     MOVE "NORMAL" TO WS-RUN-END-STATUS.
005370 4000-END.
005380     PERFORM 8600-WRITE-RUN-END THRU 8600-EXIT.
005390     PERFORM 7900-RELEASE-RUN-TOKEN THRU 7900-EXIT.
005400 4000-EXIT.
005410     EXIT.
005420*
005430*-----------------------------------------------------------*
005440* 4100-TRANSFER-ONE-EMPLOYEE - POSITION ON THE FIRST         *
005450* EMPLOYEE STILL CARRYING FROM=, CAPTURE THE BEFORE IMAGE,   *
005460* REWRITE THE RECORD UNDER TO= AND JOURNAL THE CHANGE.  NO   *
005470* EMPLOYEE LEFT UNDER FROM= ENDS THE RUN.                    *
005480*-----------------------------------------------------------*
005490 4100-TRANSFER-ONE-EMPLOYEE.
005500     MOVE WS-XFER-FROM TO EMP-DEPT-CODE.
005510     START EMP-FILE KEY IS EQUAL TO EMP-DEPT-CODE
005520         INVALID KEY
005530             SET XFER-DONE TO TRUE
005540             GO TO 4100-EXIT
005550     END-START.
005560     READ EMP-FILE NEXT RECORD
005570         AT END
005580             SET XFER-DONE TO TRUE
005590             GO TO 4100-EXIT
005600     END-READ.
005610     IF EMP-DEPT-CODE NOT = WS-XFER-FROM
005620         SET XFER-DONE TO TRUE
005630         GO TO 4100-EXIT
005640     END-IF.
005650     MOVE EMP-RECORD TO WS-BEFORE-IMAGE.
005660     MOVE WS-XFER-TO TO EMP-DEPT-CODE.
005670     REWRITE EMP-RECORD
005680         INVALID KEY
005690             DISPLAY "DEPTLOAD - REWRITE FAILED FOR "
005700                 EMP-ID
005710             SET XFER-DONE TO TRUE
005720             GO TO 4100-EXIT
005730     END-REWRITE.
005740     MOVE EMP-RECORD TO WS-AFTER-IMAGE.
005750     ADD 1 TO WS-XFER-COUNT.
005760     PERFORM 4800-WRITE-JOURNAL THRU 4800-EXIT.
005770 4100-EXIT.
005780     EXIT.
005790*
005800*-----------------------------------------------------------*
005810* 4200-CHECK-HEADCOUNT - WOULD THE TRANSFER TAKE TO= PAST    *
005820* ITS AUTHORIZED HEADCOUNT?  ONLY ACTIVE EMPLOYEES COUNT,    *
005830* ON BOTH SIDES.  OVER BUDGET THE TRANSFER IS REFUSED UNLESS *
005840* AN OVERRIDE REASON WAS GIVEN AND RUNHIST.LOG COULD BE      *
005850* OPENED TO LOG IT.  AN EMPLOYEE FILE THAT CANNOT BE OPENED  *
005860* TO COUNT IS TREATED AS OVER, AND THE TRANSFER REFUSED.     *
005870*-----------------------------------------------------------*
005880 4200-CHECK-HEADCOUNT.
005890     SET HEADCOUNT-WITHIN TO TRUE.
005900     MOVE D-DATE TO WS-PERIOD-DATE.
005910     MOVE WS-PERIOD-YEAR TO WS-BUDGET-PERIOD.
005920     IF WS-FY-START-MONTH > 01
005930         AND WS-PERIOD-MONTH NOT < WS-FY-START-MONTH
005940         ADD 1 TO WS-BUDGET-PERIOD
005950     END-IF.
005960     OPEN INPUT BUDGET-FILE.
005970     IF WS-BUDG-STATUS NOT = "00"
005980         DISPLAY "DEPTLOAD - NO BUDGET FILE - HEADCOUNT NOT "
005990             "CHECKED"
006000         GO TO 4200-EXIT
006010     END-IF.
006020     MOVE WS-XFER-TO TO BUDG-DEPT-CODE.
006030     MOVE WS-BUDGET-PERIOD TO BUDG-PERIOD.
006040     READ BUDGET-FILE RECORD KEY IS BUDG-KEY
006050         INVALID KEY
006060             CLOSE BUDGET-FILE
006070             GO TO 4200-EXIT
006080     END-READ.
006090     CLOSE BUDGET-FILE.
006100     MOVE BUDG-AUTH-HEADCOUNT TO WS-HC-AUTHORIZED.
006110     OPEN INPUT EMP-FILE.
006120     IF WS-EMP-STATUS NOT = "00" AND WS-EMP-STATUS NOT = "05"
006130         SET HEADCOUNT-OVER TO TRUE
006140         DISPLAY "DEPTLOAD - CANNOT OPEN EMPLOYEE FILE TO COUNT "
006150             "HEADCOUNT - STATUS=" WS-EMP-STATUS
006160         DISPLAY "DEPTLOAD - TRANSFER NOT STARTED"
006170         GO TO 4200-EXIT
006180     END-IF.
006190     MOVE WS-XFER-FROM TO WS-HC-COUNT-DEPT.
006200     PERFORM 4250-COUNT-ACTIVE THRU 4250-EXIT.
006210     MOVE WS-HC-COUNT TO WS-HC-MOVING.
006220     MOVE WS-XFER-TO TO WS-HC-COUNT-DEPT.
006230     PERFORM 4250-COUNT-ACTIVE THRU 4250-EXIT.
006240     MOVE WS-HC-COUNT TO WS-HC-TO-ACTIVE.
006250     CLOSE EMP-FILE.
006260     COMPUTE WS-HC-AFTER = WS-HC-TO-ACTIVE + WS-HC-MOVING.
006270     IF WS-HC-AFTER NOT > WS-HC-AUTHORIZED
006280         GO TO 4200-EXIT
006290     END-IF.
006300     SET HEADCOUNT-OVER TO TRUE.
006310     DISPLAY "DEPTLOAD - TRANSFER WOULD TAKE " WS-XFER-TO
006320         " TO " WS-HC-AFTER " ACTIVE, AUTHORIZED "
006330         WS-HC-AUTHORIZED " FOR " WS-BUDGET-PERIOD.
006340     IF WS-OVERRIDE-REASON = SPACES
006350         DISPLAY "DEPTLOAD - TRANSFER NOT STARTED - ONCE "
006360             "APPROVED, RERUN WITH OVERRIDE=REASON"
006370         GO TO 4200-EXIT
006380     END-IF.
006390     PERFORM 4280-OPEN-OVERRIDE-LOG THRU 4280-EXIT.
006400 4200-EXIT.
006410     EXIT.
006420*
006430*-----------------------------------------------------------*
006440* 4250-COUNT-ACTIVE - COUNT THE ACTIVE EMPLOYEES CARRYING    *
006450* WS-HC-COUNT-DEPT THROUGH THE EMP-DEPT-CODE ALTERNATE KEY.  *
006460*-----------------------------------------------------------*
006470 4250-COUNT-ACTIVE.
006480     MOVE ZERO TO WS-HC-COUNT.
006490     MOVE WS-HC-COUNT-DEPT TO EMP-DEPT-CODE.
006500     START EMP-FILE KEY IS EQUAL TO EMP-DEPT-CODE
006510         INVALID KEY
006520             GO TO 4250-EXIT
006530     END-START.
006540     SET XFER-MORE TO TRUE.
006550     PERFORM 4260-COUNT-ONE-EMPLOYEE THRU 4260-EXIT
006560         UNTIL XFER-DONE.
006570 4250-EXIT.
006580     EXIT.
006590*
006600 4260-COUNT-ONE-EMPLOYEE.
006610     READ EMP-FILE NEXT RECORD
006620         AT END
006630             SET XFER-DONE TO TRUE
006640             GO TO 4260-EXIT
006650     END-READ.
006660     IF EMP-DEPT-CODE NOT = WS-HC-COUNT-DEPT
006670         SET XFER-DONE TO TRUE
006680         GO TO 4260-EXIT
006690     END-IF.
006700     IF EMP-ACTIVE
006710         ADD 1 TO WS-HC-COUNT
006720     END-IF.
006730 4260-EXIT.
006740     EXIT.
006750*
006760*-----------------------------------------------------------*
006770* 4280-OPEN-OVERRIDE-LOG - AN OVERRIDE COUNTS ONLY IF IT CAN *
006780* BE LOGGED, SO RUNHIST.LOG IS OPENED BEFORE THE TRANSFER IS *
006790* LET PAST AND HELD OPEN UNTIL IT HAS RUN.                   *
006800*-----------------------------------------------------------*
006810 4280-OPEN-OVERRIDE-LOG.
006820     OPEN EXTEND RUNHIST-FILE.
006830     IF WS-HIST-STATUS NOT = "00" AND WS-HIST-STATUS NOT = "05"
006840         DISPLAY "DEPTLOAD - RUN HISTORY NOT AVAILABLE - "
006850             "STATUS=" WS-HIST-STATUS
006860         DISPLAY "DEPTLOAD - OVERRIDE CANNOT BE LOGGED - "
006870             "TRANSFER NOT STARTED"
006880         GO TO 4280-EXIT
006890     END-IF.
006900     SET OVERRIDE-LOG-OPEN TO TRUE.
006910     SET HEADCOUNT-WITHIN TO TRUE.
006920 4280-EXIT.
006930     EXIT.
006940*
006950*-----------------------------------------------------------*
006960* 4290-LOG-HEADCOUNT-OVERRIDE - RECORD ON RUNHIST.LOG WHO    *
006970* TOOK TO= PAST ITS AUTHORIZED HEADCOUNT AND WHY.  THE LINE  *
006980* IS WRITTEN ONLY WHEN THE TRANSFER MOVED SOMEONE; ONE THAT  *
006990* COULD NOT OPEN THE EMPLOYEE FILE TOOK NOBODY PAST BUDGET.  *
007000*-----------------------------------------------------------*
007010 4290-LOG-HEADCOUNT-OVERRIDE.
007020     IF WS-XFER-COUNT = ZERO
007030         GO TO 4290-CLOSE
007040     END-IF.
007050     ACCEPT WS-LOG-TIME FROM TIME.
007060     MOVE SPACES TO RUNHIST-RECORD.
007070     STRING
007080         "HEADCOUNT "                   DELIMITED BY SIZE
007090         D-DATE                         DELIMITED BY SIZE
007100         " "                            DELIMITED BY SIZE
007110         WS-LOG-TIME                    DELIMITED BY SIZE
007120         " JOB=DEPTLOAD USER="          DELIMITED BY SIZE
007130         WS-JOURNAL-USER                DELIMITED BY SPACE
007140         " DEPT="                       DELIMITED BY SIZE
007150         WS-XFER-TO                     DELIMITED BY SIZE
007160         " PERIOD="                     DELIMITED BY SIZE
007170         WS-BUDGET-PERIOD               DELIMITED BY SIZE
007180         " AUTHORIZED="                 DELIMITED BY SIZE
007190         WS-HC-AUTHORIZED               DELIMITED BY SIZE
007200         " ACTIVE="                     DELIMITED BY SIZE
007210         WS-HC-TO-ACTIVE                DELIMITED BY SIZE
007220         " XFERFROM="                   DELIMITED BY SIZE
007230         WS-XFER-FROM                   DELIMITED BY SIZE
007240         " MOVING="                     DELIMITED BY SIZE
007250         WS-HC-MOVING                   DELIMITED BY SIZE
007260         " REASON="                     DELIMITED BY SIZE
007270         FUNCTION TRIM (WS-OVERRIDE-REASON)
007280                                        DELIMITED BY SIZE
007290         INTO RUNHIST-RECORD
007300     END-STRING.
007310     WRITE RUNHIST-RECORD.
007320     DISPLAY "DEPTLOAD - HEADCOUNT BUDGET OVERRIDDEN BY "
007330         WS-JOURNAL-USER.
007340     DISPLAY "DEPTLOAD - REASON: " WS-OVERRIDE-REASON.
007350 4290-CLOSE.
007360     CLOSE RUNHIST-FILE.
007370     SET OVERRIDE-LOG-CLOSED TO TRUE.
007380 4290-EXIT.
007390     EXIT.
007400*
007410*-----------------------------------------------------------*
007420* 4800-WRITE-JOURNAL - APPEND ONE AUDIT LINE TO EMPJRNL.LOG  *
007430* IN THE SAME SHAPE EMPMAINT WRITES: RUN DATE AND TIME, THE  *
007440* JOURNAL USER, ACTION U, AND THE FULL BEFORE AND AFTER      *
007450* IMAGES OF THE RECORD REWRITTEN.                            *
007460*-----------------------------------------------------------*
007470 4800-WRITE-JOURNAL.
007480     ACCEPT WS-LOG-TIME FROM TIME.
007490     MOVE SPACES TO JOURNAL-RECORD.
007500     STRING
007510         D-DATE                         DELIMITED BY SIZE
007520         " "                            DELIMITED BY SIZE
007530         WS-LOG-TIME                    DELIMITED BY SIZE
007540         " USER="                       DELIMITED BY SIZE
007550         WS-JOURNAL-USER                DELIMITED BY SIZE
007560         " ACTION="                     DELIMITED BY SIZE
007570         "U"                            DELIMITED BY SIZE
007580         " BEFORE="                     DELIMITED BY SIZE
007590         WS-BEFORE-IMAGE                DELIMITED BY SIZE
007600         " AFTER="                      DELIMITED BY SIZE
007610         WS-AFTER-IMAGE                 DELIMITED BY SIZE
007620         INTO JOURNAL-RECORD
007630     END-STRING.
007640     WRITE JOURNAL-RECORD.
007650 4800-EXIT.
007660     EXIT.
007670*
007680*-----------------------------------------------------------*
007690* 7600-WRITE-RUN-START - APPEND THE RUN-HISTORY START        *
007700* RECORD BEFORE THE UPDATE TOKEN IS TAKEN, SO A TRANSFER     *
007710* THAT DIES HOLDING THE TOKEN SHOWS UP ON RUNHIST.LOG AS A   *
007720* START WITH NO END.                                         *
007730*-----------------------------------------------------------*
007740 7600-WRITE-RUN-START.
007750     OPEN EXTEND RUNHIST-FILE.
007760     IF WS-HIST-STATUS NOT = "00" AND WS-HIST-STATUS NOT = "05"
007770         DISPLAY "DEPTLOAD - RUN HISTORY NOT AVAILABLE - "
007780             "STATUS=" WS-HIST-STATUS
007790         GO TO 7600-EXIT
007800     END-IF.
007810     MOVE SPACES TO RUNHIST-RECORD.
007820     STRING
007830         "START "                       DELIMITED BY SIZE
007840         D-DATE                         DELIMITED BY SIZE
007850         " "                            DELIMITED BY SIZE
007860         WS-RUN-START-TIME              DELIMITED BY SIZE
007870         " JOB=DEPTLOAD USER="          DELIMITED BY SIZE
007880         WS-JOURNAL-USER                DELIMITED BY SIZE
007890         " XFERFROM="                   DELIMITED BY SIZE
007900         WS-XFER-FROM                   DELIMITED BY SIZE
007910         " XFERTO="                     DELIMITED BY SIZE
007920         WS-XFER-TO                     DELIMITED BY SIZE
007930         INTO RUNHIST-RECORD
007940     END-STRING.
007950     WRITE RUNHIST-RECORD.
007960     CLOSE RUNHIST-FILE.
007970 7600-EXIT.
007980     EXIT.
007990*
008000*-----------------------------------------------------------*
008010* 7700-ACQUIRE-RUN-TOKEN - TAKE THE EXCLUSIVE ART.DAT        *
008020* UPDATE TOKEN.  A TOKEN ALREADY LOCKED BELONGS TO A LIVE    *
008030* RUN, A DEAD ONE, OR A RUN THAT ENDED WITHOUT RELEASING;    *
008040* ONLY THE LAST IS RECLAIMED WITHOUT OPERATOR ACTION.        *
008050*-----------------------------------------------------------*
008060 7700-ACQUIRE-RUN-TOKEN.
008070     MOVE SPACES TO WS-LOCK-LINE.
008080     OPEN INPUT LOCK-FILE.
008090     IF WS-LOCK-STATUS = "00" OR WS-LOCK-STATUS = "05"
008100         READ LOCK-FILE
008110             AT END
008120                 CONTINUE
008130             NOT AT END
008140                 MOVE LOCK-RECORD TO WS-LOCK-LINE
008150         END-READ
008160         CLOSE LOCK-FILE
008170     END-IF.
008180     IF WS-LK-STATE NOT = "LOCKED"
008190         GO TO 7700-TAKE
008200     END-IF.
008210     PERFORM 7750-CHECK-HOLDER-ENDED THRU 7750-EXIT.
008220     EVALUATE TRUE
008230         WHEN RECLAIM-REQUESTED
008240             DISPLAY "DEPTLOAD - RECLAIMING RUN TOKEN HELD "
008250                 "BY JOB=" WS-LK-JOB " USER=" WS-LK-USER
008260         WHEN HOLDER-ENDED
008270             DISPLAY "DEPTLOAD - STALE RUN TOKEN RECLAIMED "
008280                 "(HOLDER " WS-LK-JOB " ENDED ON RUNHIST)"
008290         WHEN OTHER
008300             DISPLAY "DEPTLOAD - ART.DAT UPDATE TOKEN HELD "
008310                 "BY JOB=" WS-LK-JOB " USER=" WS-LK-USER
008320             DISPLAY "DEPTLOAD - HELD SINCE " WS-LK-DATE
008330                 " " WS-LK-TIME " - RUN NOT STARTED"
008340             DISPLAY "DEPTLOAD - IF RUNHIST SHOWS THAT RUN "
008350                 "DIED, RERUN WITH RECLAIM=YES"
008360             STOP RUN
008370     END-EVALUATE.
008380 7700-TAKE.
008390     OPEN OUTPUT LOCK-FILE.
008400     MOVE SPACES TO WS-LOCK-LINE.
008410     MOVE "LOCKED" TO WS-LK-STATE.
008420     MOVE WS-LOCK-JOB-NAME TO WS-LK-JOB.
008430     MOVE WS-JOURNAL-USER TO WS-LK-USER.
008440     MOVE D-DATE TO WS-LK-DATE.
008450     MOVE WS-RUN-START-TIME TO WS-LK-TIME.
008460     MOVE WS-LOCK-LINE TO LOCK-RECORD.
008470     WRITE LOCK-RECORD.
008480     CLOSE LOCK-FILE.
008490     SET TOKEN-HELD TO TRUE.
008500 7700-EXIT.
008510     EXIT.
008520*
008530*-----------------------------------------------------------*
008540* 7750-CHECK-HOLDER-ENDED - SCAN RUNHIST.LOG FOR AN END      *
008550* RECORD CARRYING THE LOCK HOLDER'S START STAMP.  FINDING    *
008560* ONE MEANS THE HOLDER COMPLETED AND THE TOKEN IS STALE.     *
008570*-----------------------------------------------------------*
008580 7750-CHECK-HOLDER-ENDED.
008590     SET HOLDER-NOT-ENDED TO TRUE.
008600     MOVE SPACES TO WS-LOCK-STAMP.
008610     STRING
008620         WS-LK-DATE                     DELIMITED BY SIZE
008630         " "                            DELIMITED BY SIZE
008640         WS-LK-TIME                     DELIMITED BY SIZE
008650         INTO WS-LOCK-STAMP
008660     END-STRING.
008670     OPEN INPUT RUNHIST-FILE.
008680     IF WS-HIST-STATUS NOT = "00" AND WS-HIST-STATUS NOT = "05"
008690         GO TO 7750-EXIT
008700     END-IF.
008710     SET NOT-E-O-F TO TRUE.
008720     PERFORM 7760-SCAN-ONE-HISTORY THRU 7760-EXIT
008730         UNTIL E-O-F.
008740     CLOSE RUNHIST-FILE.
008750 7750-EXIT.
008760     EXIT.
008770*
008780 7760-SCAN-ONE-HISTORY.
008790     READ RUNHIST-FILE
008800         AT END
008810             SET E-O-F TO TRUE
008820             GO TO 7760-EXIT
008830     END-READ.
008840     IF RUNHIST-RECORD (1:4) = "END "
008850         AND RUNHIST-RECORD (7:17) = WS-LOCK-STAMP
008860         SET HOLDER-ENDED TO TRUE
008870     END-IF.
008880 7760-EXIT.
008890     EXIT.
008900*
008910*-----------------------------------------------------------*
008920* 7900-RELEASE-RUN-TOKEN - HAND THE UPDATE TOKEN BACK BY     *
008930* REWRITING THE LOCK RECORD AS FREE.                         *
008940*-----------------------------------------------------------*
008950 7900-RELEASE-RUN-TOKEN.
008960     IF NOT TOKEN-HELD
008970         GO TO 7900-EXIT
008980     END-IF.
008990     OPEN OUTPUT LOCK-FILE.
009000     MOVE SPACES TO WS-LOCK-LINE.
009010     MOVE "FREE" TO WS-LK-STATE.
009020     MOVE WS-LOCK-JOB-NAME TO WS-LK-JOB.
009030     MOVE WS-JOURNAL-USER TO WS-LK-USER.
009040     MOVE D-DATE TO WS-LK-DATE.
009050     MOVE WS-RUN-START-TIME TO WS-LK-TIME.
009060     MOVE WS-LOCK-LINE TO LOCK-RECORD.
009070     WRITE LOCK-RECORD.
009080     CLOSE LOCK-FILE.
009090 7900-EXIT.
009100     EXIT.
009110*
009120*-----------------------------------------------------------*
009130* 8600-WRITE-RUN-END - APPEND THE RUN-HISTORY END RECORD,    *
009140* CARRYING THE SAME START STAMP AS THE START RECORD AND THE  *
009150* STATUS IN WS-RUN-END-STATUS.  A RUN THAT DIES NEVER GETS   *
009160* HERE, WHICH IS HOW A STALE TOKEN IS TOLD FROM A LIVE ONE.  *
009170*-----------------------------------------------------------*
009180 8600-WRITE-RUN-END.
009190     ACCEPT WS-RUN-END-TIME FROM TIME.
009200     OPEN EXTEND RUNHIST-FILE.
009210     IF WS-HIST-STATUS NOT = "00" AND WS-HIST-STATUS NOT = "05"
009220         DISPLAY "DEPTLOAD - RUN HISTORY NOT AVAILABLE - "
009230             "STATUS=" WS-HIST-STATUS
009240         GO TO 8600-EXIT
009250     END-IF.
009260     MOVE SPACES TO RUNHIST-RECORD.
009270     STRING
009280         "END   "                       DELIMITED BY SIZE
009290         D-DATE                         DELIMITED BY SIZE
009300         " "                            DELIMITED BY SIZE
009310         WS-RUN-START-TIME              DELIMITED BY SIZE
009320         " ENDED="                      DELIMITED BY SIZE
009330         WS-RUN-END-TIME                DELIMITED BY SIZE
009340         " STATUS="                     DELIMITED BY SIZE
009350         WS-RUN-END-STATUS              DELIMITED BY SPACE
009360         INTO RUNHIST-RECORD
009370     END-STRING.
009380     WRITE RUNHIST-RECORD.
009390     CLOSE RUNHIST-FILE.
009400 8600-EXIT.
009410     EXIT.
009420*
009430*-----------------------------------------------------------*
009440* 8000-CLEANUP - CLOSE THE FILES AND REPORT THE RUN COUNTS   *
009450* ON THE OPERATOR LOG.                                       *
009460*-----------------------------------------------------------*
009470 8000-CLEANUP.
009480     IF MODE-CLOSE OR MODE-TRANSFER
009490         CLOSE DEPT-FILE
009500         GO TO 8000-EXIT
009510     END-IF.
009520     CLOSE DEPT-FILE DEPT-TEXT-FILE.
009530     MOVE WS-LINE-COUNT TO WS-COUNT-PRINT.
009540     DISPLAY "DEPTLOAD LINES READ:          " WS-COUNT-PRINT.
009550     MOVE WS-ADD-COUNT TO WS-COUNT-PRINT.
009560     DISPLAY "DEPTLOAD DEPARTMENTS ADDED:   " WS-COUNT-PRINT.
009570     MOVE WS-REFRESH-COUNT TO WS-COUNT-PRINT.
009580     DISPLAY "DEPTLOAD DEPARTMENTS UPDATED: " WS-COUNT-PRINT.
009590     MOVE WS-SKIP-COUNT TO WS-COUNT-PRINT.
009600     DISPLAY "DEPTLOAD LINES SKIPPED:       " WS-COUNT-PRINT.
009610 8000-EXIT.
009620     EXIT.
009630*
009640 END PROGRAM DEPTLOAD.
