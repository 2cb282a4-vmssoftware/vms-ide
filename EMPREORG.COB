000330*
000340* MODIFICATION HISTORY.
000350*    09/02/26  RTN  ORIGINAL VERSION.
000360*    10/15/26  RTN  EMP-SUPERVISOR-ID ADDED TO THE
000370*                   REORGANIZED FILE LAYOUT.
000380*    10/15/26  RTN  MODE=VERIFY NOW WRITES RUN-HISTORY START
000390*                   AND END RECORDS, THE END ONLY WHEN THE
000400*                   KEY PATHS RECONCILE, AND THE START
000410*                   RECORD CARRIES THE RUN MODE, FOR THE
000420*                   BATCH CYCLE SIGN-OFF.
000430*
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT OPTIONAL EMP-FILE ASSIGN "SYS$DISK:ART.DAT"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS EMP-ID
000510         ALTERNATE RECORD KEY IS EMP-NAME
000520             WITH DUPLICATES
000530         ALTERNATE RECORD KEY IS EMP-DEPT-CODE
000540             WITH DUPLICATES
000550         FILE STATUS IS WS-EMP-STATUS.
000560     SELECT OPTIONAL NEW-FILE ASSIGN "SYS$DISK:ARTNEW.DAT"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS NEW-EMP-ID
000600         ALTERNATE RECORD KEY IS NEW-EMP-NAME
000610             WITH DUPLICATES
000620         ALTERNATE RECORD KEY IS NEW-EMP-DEPT-CODE
000630             WITH DUPLICATES
000640         FILE STATUS IS WS-NEW-STATUS.
000650     SELECT OPTIONAL LOCK-FILE ASSIGN "SYS$DISK:EMPLOCK.DAT"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-LOCK-STATUS.
000680     SELECT OPTIONAL RUNHIST-FILE ASSIGN "SYS$DISK:RUNHIST.LOG"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-HIST-STATUS.
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  EMP-FILE
000740     VALUE OF ID IS WS-EMP-FILE-SPEC.
000750 COPY "EMPREC.LIB".
000760*
000770*-----------------------------------------------------------*
000780* THE REBUILT FILE MIRRORS THE EMPREC LAYOUT UNDER ITS OWN   *
000790* KEY NAMES, SAME AS EVERY OTHER PROGRAM THAT HOLDS TWO      *
000800* EMPLOYEE FILES OPEN AT ONCE.                               *
000810*-----------------------------------------------------------*
000820 FD  NEW-FILE
000830     VALUE OF ID IS WS-NEW-FILE-SPEC.
000840 01  NEW-RECORD.
000850     02  NEW-EMP-ID              PIC 9(07).
000860     02  NEW-EMP-NAME            PIC X(15).
000870     02  NEW-EMP-ADDRESS         PIC X(30).
000880     02  NEW-EMP-DEPT-CODE       PIC X(04).
000890     02  NEW-EMP-HIRE-DATE       PIC 9(08).
000900     02  NEW-EMP-JOB-TITLE       PIC X(20).
000910     02  NEW-EMP-STATUS          PIC X(01).
000920     02  NEW-EMP-TERM-DATE       PIC 9(08).
000930     02  NEW-EMP-SUPERVISOR-ID   PIC 9(07).
000940 FD  LOCK-FILE.
000950 01  LOCK-RECORD                 PIC X(80).
000960 FD  RUNHIST-FILE.
000970 01  RUNHIST-RECORD              PIC X(320).
000980 WORKING-STORAGE SECTION.
000990*
001000*-----------------------------------------------------------*
001010* FILE STATUS BYTES AND RUNTIME FILE SPECS.  FILE= (OR A     *
001020* BARE WORD) NAMES THE FILE TO REORGANIZE OR VERIFY, NEW=    *
001030* THE FRESH FILE A REORG BUILDS.                             *
001040*-----------------------------------------------------------*
001050 01  WS-EMP-STATUS               PIC X(02).
001060 01  WS-NEW-STATUS               PIC X(02).
001070 01  WS-EMP-FILE-SPEC            PIC X(50)
001080     VALUE "SYS$DISK:ART.DAT".
001090 01  WS-NEW-FILE-SPEC            PIC X(50)
001100     VALUE "SYS$DISK:ARTNEW.DAT".
001110 01  WS-COMMAND-LINE             PIC X(132).
001120 01  WS-PARM-WORDS.
001130     02  WS-PARM-ENTRY           PIC X(50) OCCURS 10 TIMES.
001140 01  WS-PARM-IDX                 PIC 9(2) COMP.
001150 01  WS-PARM-KEYWORD             PIC X(10).
001160 01  WS-PARM-VALUE               PIC X(40).
001170 01  WS-RUN-MODE-SW              PIC X VALUE "V".
001180     88  MODE-VERIFY                 VALUE "V".
001190     88  MODE-REORG                  VALUE "R".
001200*
001210*-----------------------------------------------------------*
001220* COPY AND KEY-PATH COUNTS.  A REORG RECONCILES READ         *
001230* AGAINST WRITTEN ON EACH COPY, AND EVERY VERIFY WALKS THE   *
001240* PRIMARY, EMP-NAME AND EMP-DEPT-CODE PATHS AND DEMANDS THE  *
001250* SAME COUNT FROM ALL THREE.                                 *
001260*-----------------------------------------------------------*
001270 01  WS-COPY-READ-COUNT          PIC 9(05) COMP VALUE ZERO.
001280 01  WS-COPY-WRITE-COUNT         PIC 9(05) COMP VALUE ZERO.
001290 01  WS-BACK-READ-COUNT          PIC 9(05) COMP VALUE ZERO.
001300 01  WS-BACK-WRITE-COUNT         PIC 9(05) COMP VALUE ZERO.
001310 01  WS-PRI-COUNT                PIC 9(05) COMP VALUE ZERO.
001320 01  WS-NAME-COUNT               PIC 9(05) COMP VALUE ZERO.
001330 01  WS-DEPT-COUNT               PIC 9(05) COMP VALUE ZERO.
001340 01  WS-COUNT-PRINT              PIC ZZZZ9.
001350 01  WS-VERIFY-SW                PIC X.
001360     88  VERIFY-CLEAN                VALUE "C".
001370     88  VERIFY-FAILED               VALUE "F".
001380 01  D-DATE                      PIC 9(8).
001390*
001400*-----------------------------------------------------------*
001410* ART.DAT UPDATE INTERLOCK, SHARED WITH EMPMAINT AND THE     *
001420* OTHER UPDATERS.  MODE=REORG TAKES THE EXCLUSIVE TOKEN IN   *
001430* EMPLOCK.DAT - JOB, USER AND START STAMP - BEFORE THE       *
001440* REBUILD BEGINS AND RELEASES IT AT END OF RUN.  A TOKEN     *
001450* WHOSE HOLDER HAS AN END RECORD ON RUNHIST.LOG IS           *
001460* RECLAIMED AUTOMATICALLY; ONE WITH NO END RECORD IS         *
001470* PRESUMED LIVE UNLESS THE OPERATOR RERUNS WITH RECLAIM=YES. *
001480*-----------------------------------------------------------*
001490 01  WS-LOCK-STATUS              PIC X(02).
001500 01  WS-HIST-STATUS              PIC X(02).
001510 01  WS-LOCK-LINE.
001520     02  WS-LK-STATE             PIC X(08).
001530     02  WS-LK-JOB               PIC X(08).
001540     02  FILLER                  PIC X(01).
001550     02  WS-LK-USER              PIC X(12).
001560     02  FILLER                  PIC X(01).
001570     02  WS-LK-DATE              PIC X(08).
001580     02  FILLER                  PIC X(01).
001590     02  WS-LK-TIME              PIC X(08).
001600 01  WS-LOCK-JOB-NAME            PIC X(08) VALUE "EMPREORG".
001610 01  WS-LOCK-USER                PIC X(12).
001620 01  WS-LOCK-STAMP               PIC X(17).
001630 01  WS-RUN-START-TIME           PIC 9(8).
001640 01  WS-RUN-END-TIME             PIC 9(8).
001650 01  WS-RECLAIM-SW               PIC X VALUE "N".
001660     88  RECLAIM-REQUESTED           VALUE "Y".
001670 01  WS-TOKEN-SW                 PIC X VALUE "N".
001680     88  TOKEN-HELD                  VALUE "Y".
001690 01  WS-ENDED-SW                 PIC X.
001700     88  HOLDER-ENDED                VALUE "Y".
001710     88  HOLDER-NOT-ENDED            VALUE "N".
001720 01  EOF-SW                      PIC X.
001730     88  E-O-F                       VALUE "E".
001740     88  NOT-E-O-F                   VALUE "N".
001750 PROCEDURE DIVISION.
001760 MAIN-PROG SECTION.
001770 0000-MAINLINE.
001780     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001790     IF MODE-REORG
001800         PERFORM 2000-REORG-FILE THRU 2000-EXIT
001810     ELSE
001820         PERFORM 6000-VERIFY-ONLY THRU 6000-EXIT
001830     END-IF.
001840     PERFORM 8000-CLEANUP THRU 8000-EXIT.
001850     STOP RUN.
001860*
001870*-----------------------------------------------------------*
001880* 1000-INITIALIZE - GET THE RUN DATE AND USER AND RESOLVE    *
001890* THE MODE AND FILE SPECS.                                   *
001900*-----------------------------------------------------------*
001910 1000-INITIALIZE.
001920     ACCEPT D-DATE FROM DATE YYYYMMDD.
001930     PERFORM 1100-RESOLVE-FILE-SPECS THRU 1100-EXIT.
001940     DISPLAY "EMPREORG$USER" UPON ENVIRONMENT-NAME.
001950     MOVE SPACES TO WS-LOCK-USER.
001960     ACCEPT WS-LOCK-USER FROM ENVIRONMENT-VALUE.
001970     IF WS-LOCK-USER = SPACES
001980         MOVE "*UNKNOWN*" TO WS-LOCK-USER
001990     END-IF.
002000 1000-EXIT.
002010     EXIT.
002020*
002030*-----------------------------------------------------------*
002040* 1100-RESOLVE-FILE-SPECS - SCAN THE COMMAND LINE.  MODE=    *
002050* PICKS REORG OR VERIFY; FILE= (OR A BARE WORD) AND NEW=     *
002060* NAME THE FILES.                                            *
002070*-----------------------------------------------------------*
002080 1100-RESOLVE-FILE-SPECS.
002090     MOVE SPACES TO WS-COMMAND-LINE.
002100     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
002110     IF WS-COMMAND-LINE = SPACES
002120         GO TO 1100-EXIT
002130     END-IF.
002140     MOVE SPACES TO WS-PARM-WORDS.
002150     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
002160         INTO WS-PARM-ENTRY (1) WS-PARM-ENTRY (2)
002170              WS-PARM-ENTRY (3) WS-PARM-ENTRY (4)
002180              WS-PARM-ENTRY (5) WS-PARM-ENTRY (6)
002190              WS-PARM-ENTRY (7) WS-PARM-ENTRY (8)
002200              WS-PARM-ENTRY (9) WS-PARM-ENTRY (10)
002210     END-UNSTRING.
002220     PERFORM 1160-PROCESS-ONE-PARAMETER THRU 1160-EXIT
002230         VARYING WS-PARM-IDX FROM 1 BY 1
002240         UNTIL WS-PARM-IDX > 10.
002250 1100-EXIT.
002260     EXIT.
002270*
002280 1160-PROCESS-ONE-PARAMETER.
002290     IF WS-PARM-ENTRY (WS-PARM-IDX) = SPACES
002300         GO TO 1160-EXIT
002310     END-IF.
002320     MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE.
002330     UNSTRING WS-PARM-ENTRY (WS-PARM-IDX) DELIMITED BY "="
002340         INTO WS-PARM-KEYWORD WS-PARM-VALUE
002350     END-UNSTRING.
002360     IF WS-PARM-VALUE = SPACES
002370         MOVE WS-PARM-ENTRY (WS-PARM-IDX)
002380             TO WS-EMP-FILE-SPEC
002390         GO TO 1160-EXIT
002400     END-IF.
002410     EVALUATE WS-PARM-KEYWORD
002420         WHEN "MODE"
002430             IF WS-PARM-VALUE = "REORG"
002440                 SET MODE-REORG TO TRUE
002450             ELSE
002460                 SET MODE-VERIFY TO TRUE
002470             END-IF
002480         WHEN "FILE"
002490             MOVE WS-PARM-VALUE TO WS-EMP-FILE-SPEC
002500         WHEN "NEW"
002510             MOVE WS-PARM-VALUE TO WS-NEW-FILE-SPEC
002520         WHEN "RECLAIM"
002530             IF WS-PARM-VALUE = "YES"
002540                 SET RECLAIM-REQUESTED TO TRUE
002550             END-IF
002560         WHEN OTHER
002570             CONTINUE
002580     END-EVALUATE.
002590 1160-EXIT.
002600     EXIT.
002610*
002620*-----------------------------------------------------------*
002630* 2000-REORG-FILE - THE FULL REBUILD: COPY THE FILE TO A     *
002640* FRESH INDEXED FILE, PROVE THE COPY AND ITS INDEXES, COPY   *
002650* BACK OVER THE ORIGINAL AND PROVE THAT COPY TOO.  ANY       *
002660* FAILED CHECK STOPS BEFORE THE ORIGINAL IS TOUCHED, OR      *
002670* AFTER IT HAS BEEN REWRITTEN COMPLETELY - NEVER IN          *
002680* BETWEEN.                                                   *
002690*-----------------------------------------------------------*
002700 2000-REORG-FILE.
002710     ACCEPT WS-RUN-START-TIME FROM TIME.
002720     PERFORM 7600-WRITE-RUN-START THRU 7600-EXIT.
002730     PERFORM 7700-ACQUIRE-RUN-TOKEN THRU 7700-EXIT.
002740     PERFORM 2100-COPY-TO-NEW THRU 2100-EXIT.
002750     IF WS-COPY-READ-COUNT NOT = WS-COPY-WRITE-COUNT
002760         DISPLAY "EMPREORG - COPY COUNTS DO NOT RECONCILE - "
002770             "ORIGINAL UNTOUCHED"
002780         PERFORM 7900-RELEASE-RUN-TOKEN THRU 7900-EXIT
002790         GO TO 2000-EXIT
002800     END-IF.
002810     PERFORM 3000-VERIFY-NEW-FILE THRU 3000-EXIT.
002820     IF VERIFY-FAILED
002830         DISPLAY "EMPREORG - NEW FILE KEY PATHS DO NOT "
002840             "RECONCILE - ORIGINAL UNTOUCHED"
002850         PERFORM 7900-RELEASE-RUN-TOKEN THRU 7900-EXIT
002860         GO TO 2000-EXIT
002870     END-IF.
002880     PERFORM 4000-COPY-BACK THRU 4000-EXIT.
002890     IF WS-BACK-READ-COUNT NOT = WS-BACK-WRITE-COUNT
002900         DISPLAY "EMPREORG - COPY-BACK COUNTS DO NOT "
002910             "RECONCILE - RESTORE FROM " WS-NEW-FILE-SPEC
002920         PERFORM 7900-RELEASE-RUN-TOKEN THRU 7900-EXIT
002930         GO TO 2000-EXIT
002940     END-IF.
002950     PERFORM 5000-VERIFY-MASTER-PATHS THRU 5000-EXIT.
002960     IF VERIFY-FAILED
002970         DISPLAY "EMPREORG - REBUILT MASTER KEY PATHS DO NOT "
002980             "RECONCILE - RESTORE FROM " WS-NEW-FILE-SPEC
002990     ELSE
003000         DISPLAY "EMPREORG - REORGANIZATION COMPLETE AND "
003010             "VERIFIED"
003020     END-IF.
003030     PERFORM 8600-WRITE-RUN-END THRU 8600-EXIT.
003040     PERFORM 7900-RELEASE-RUN-TOKEN THRU 7900-EXIT.
003050 2000-EXIT.
003060     EXIT.
003070*
003080*-----------------------------------------------------------*
003090* 2100-COPY-TO-NEW - READ THE FILE IN PRIMARY KEY ORDER AND  *
003100* WRITE EVERY RECORD TO THE FRESH FILE.  WRITING IN KEY      *
003110* ORDER INTO AN EMPTY FILE IS WHAT RECLAIMS THE DELETED-     *
003120* RECORD SPACE AND REBUILDS BOTH ALTERNATE INDEXES.          *
003130*-----------------------------------------------------------*
003140 2100-COPY-TO-NEW.
003150     OPEN INPUT EMP-FILE.
003160     IF WS-EMP-STATUS NOT = "00" AND WS-EMP-STATUS NOT = "05"
003170         DISPLAY "EMPREORG - CANNOT OPEN " WS-EMP-FILE-SPEC
003180         DISPLAY "EMPREORG - FILE STATUS " WS-EMP-STATUS
003190         PERFORM 7900-RELEASE-RUN-TOKEN THRU 7900-EXIT
003200         STOP RUN
003210     END-IF.
003220     OPEN OUTPUT NEW-FILE.
003230     IF WS-NEW-STATUS NOT = "00" AND WS-NEW-STATUS NOT = "05"
003240         DISPLAY "EMPREORG - CANNOT CREATE " WS-NEW-FILE-SPEC
003250         DISPLAY "EMPREORG - FILE STATUS " WS-NEW-STATUS
003260         PERFORM 7900-RELEASE-RUN-TOKEN THRU 7900-EXIT
003270         STOP RUN
003280     END-IF.
003290     SET NOT-E-O-F TO TRUE.
003300     PERFORM 2900-READ-MASTER-NEXT THRU 2900-EXIT.
003310     PERFORM 2150-COPY-ONE-RECORD THRU 2150-EXIT
003320         UNTIL E-O-F.
003330     CLOSE EMP-FILE NEW-FILE.
003340 2100-EXIT.
003350     EXIT.
003360*
003370 2150-COPY-ONE-RECORD.
003380     ADD 1 TO WS-COPY-READ-COUNT.
003390     MOVE EMP-RECORD TO NEW-RECORD.
003400     WRITE NEW-RECORD.
003410     ADD 1 TO WS-COPY-WRITE-COUNT.
003420     PERFORM 2900-READ-MASTER-NEXT THRU 2900-EXIT.
003430 2150-EXIT.
003440     EXIT.
003450*
003460 2900-READ-MASTER-NEXT.
003470     READ EMP-FILE NEXT RECORD
003480         AT END
003490             SET E-O-F TO TRUE
003500     END-READ.
003510 2900-EXIT.
003520     EXIT.
003530*
003540*-----------------------------------------------------------*
003550* 3000-VERIFY-NEW-FILE - WALK THE PRIMARY, EMP-NAME AND      *
003560* EMP-DEPT-CODE PATHS OF THE FRESH FILE AND DEMAND THE       *
003570* COPY-WRITE COUNT FROM ALL THREE.                           *
003580*-----------------------------------------------------------*
003590 3000-VERIFY-NEW-FILE.
003600     SET VERIFY-CLEAN TO TRUE.
003610     MOVE ZERO TO WS-PRI-COUNT WS-NAME-COUNT WS-DEPT-COUNT.
003620     OPEN INPUT NEW-FILE.
003630     MOVE ZERO TO NEW-EMP-ID.
003640     START NEW-FILE KEY IS NOT LESS THAN NEW-EMP-ID
003650         INVALID KEY
003660             CONTINUE
003670         NOT INVALID KEY
003680             SET NOT-E-O-F TO TRUE
003690             PERFORM 3900-READ-NEW-NEXT THRU 3900-EXIT
003700             PERFORM 3100-COUNT-NEW-PRIMARY THRU 3100-EXIT
003710                 UNTIL E-O-F
003720     END-START.
003730     MOVE LOW-VALUES TO NEW-EMP-NAME.
003740     START NEW-FILE KEY IS NOT LESS THAN NEW-EMP-NAME
003750         INVALID KEY
003760             CONTINUE
003770         NOT INVALID KEY
003780             SET NOT-E-O-F TO TRUE
003790             PERFORM 3900-READ-NEW-NEXT THRU 3900-EXIT
003800             PERFORM 3200-COUNT-NEW-NAME THRU 3200-EXIT
003810                 UNTIL E-O-F
003820     END-START.
003830     MOVE LOW-VALUES TO NEW-EMP-DEPT-CODE.
003840     START NEW-FILE KEY IS NOT LESS THAN NEW-EMP-DEPT-CODE
003850         INVALID KEY
003860             CONTINUE
003870         NOT INVALID KEY
003880             SET NOT-E-O-F TO TRUE
003890             PERFORM 3900-READ-NEW-NEXT THRU 3900-EXIT
003900             PERFORM 3300-COUNT-NEW-DEPT THRU 3300-EXIT
003910                 UNTIL E-O-F
003920     END-START.
003930     CLOSE NEW-FILE.
003940     PERFORM 5800-REPORT-PATH-COUNTS THRU 5800-EXIT.
003950     IF WS-PRI-COUNT NOT = WS-COPY-WRITE-COUNT
003960         OR WS-NAME-COUNT NOT = WS-COPY-WRITE-COUNT
003970         OR WS-DEPT-COUNT NOT = WS-COPY-WRITE-COUNT
003980         SET VERIFY-FAILED TO TRUE
003990     END-IF.
004000 3000-EXIT.
004010     EXIT.
004020*
004030 3100-COUNT-NEW-PRIMARY.
004040     ADD 1 TO WS-PRI-COUNT.
004050     PERFORM 3900-READ-NEW-NEXT THRU 3900-EXIT.
004060 3100-EXIT.
004070     EXIT.
004080*
004090 3200-COUNT-NEW-NAME.
004100     ADD 1 TO WS-NAME-COUNT.
004110     PERFORM 3900-READ-NEW-NEXT THRU 3900-EXIT.
004120 3200-EXIT.
004130     EXIT.
004140*
004150 3300-COUNT-NEW-DEPT.
004160     ADD 1 TO WS-DEPT-COUNT.
004170     PERFORM 3900-READ-NEW-NEXT THRU 3900-EXIT.
004180 3300-EXIT.
004190     EXIT.
004200*
004210 3900-READ-NEW-NEXT.
004220     READ NEW-FILE NEXT RECORD
004230         AT END
004240             SET E-O-F TO TRUE
004250     END-READ.
004260 3900-EXIT.
004270     EXIT.
004280*
004290*-----------------------------------------------------------*
004300* 4000-COPY-BACK - REWRITE THE ORIGINAL FILE FROM THE        *
004310* VERIFIED FRESH FILE.  OPENING THE ORIGINAL OUTPUT CREATES  *
004320* IT ANEW, SO ITS INDEXES ARE REBUILT AND ITS DEAD SPACE     *
004330* RECLAIMED TOO.                                             *
004340*-----------------------------------------------------------*
004350 4000-COPY-BACK.
004360     OPEN INPUT NEW-FILE.
004370     OPEN OUTPUT EMP-FILE.
004380     SET NOT-E-O-F TO TRUE.
004390     PERFORM 3900-READ-NEW-NEXT THRU 3900-EXIT.
004400     PERFORM 4100-COPY-BACK-ONE THRU 4100-EXIT
004410         UNTIL E-O-F.
004420     CLOSE NEW-FILE EMP-FILE.
004430 4000-EXIT.
004440     EXIT.
004450*
004460 4100-COPY-BACK-ONE.
004470     ADD 1 TO WS-BACK-READ-COUNT.
004480     MOVE NEW-RECORD TO EMP-RECORD.
004490     WRITE EMP-RECORD.
004500     ADD 1 TO WS-BACK-WRITE-COUNT.
004510     PERFORM 3900-READ-NEW-NEXT THRU 3900-EXIT.
004520 4100-EXIT.
004530     EXIT.
004540*
004550*-----------------------------------------------------------*
004560* 5000-VERIFY-MASTER-PATHS - WALK THE PRIMARY, EMP-NAME AND  *
004570* EMP-DEPT-CODE PATHS OF FILE= AND DEMAND THE SAME COUNT     *
004580* FROM ALL THREE.  USED AFTER A COPY-BACK AND BY THE WEEKLY  *
004590* READ-ONLY VERIFY.                                          *
004600*-----------------------------------------------------------*
004610 5000-VERIFY-MASTER-PATHS.
004620     SET VERIFY-CLEAN TO TRUE.
004630     MOVE ZERO TO WS-PRI-COUNT WS-NAME-COUNT WS-DEPT-COUNT.
004640     OPEN INPUT EMP-FILE.
004650     IF WS-EMP-STATUS NOT = "00" AND WS-EMP-STATUS NOT = "05"
004660         DISPLAY "EMPREORG - CANNOT OPEN " WS-EMP-FILE-SPEC
004670         DISPLAY "EMPREORG - FILE STATUS " WS-EMP-STATUS
004680         STOP RUN
004690     END-IF.
004700     MOVE ZERO TO EMP-ID.
004710     START EMP-FILE KEY IS NOT LESS THAN EMP-ID
004720         INVALID KEY
004730             CONTINUE
004740         NOT INVALID KEY
004750             SET NOT-E-O-F TO TRUE
004760             PERFORM 2900-READ-MASTER-NEXT THRU 2900-EXIT
004770             PERFORM 5100-COUNT-PRIMARY THRU 5100-EXIT
004780                 UNTIL E-O-F
004790     END-START.
004800     MOVE LOW-VALUES TO EMP-NAME.
004810     START EMP-FILE KEY IS NOT LESS THAN EMP-NAME
004820         INVALID KEY
004830             CONTINUE
004840         NOT INVALID KEY
004850             SET NOT-E-O-F TO TRUE
004860             PERFORM 2900-READ-MASTER-NEXT THRU 2900-EXIT
004870             PERFORM 5200-COUNT-NAME THRU 5200-EXIT
004880                 UNTIL E-O-F
004890     END-START.
004900     MOVE LOW-VALUES TO EMP-DEPT-CODE.
004910     START EMP-FILE KEY IS NOT LESS THAN EMP-DEPT-CODE
004920         INVALID KEY
004930             CONTINUE
004940         NOT INVALID KEY
004950             SET NOT-E-O-F TO TRUE
004960             PERFORM 2900-READ-MASTER-NEXT THRU 2900-EXIT
004970             PERFORM 5300-COUNT-DEPT THRU 5300-EXIT
004980                 UNTIL E-O-F
004990     END-START.
005000     CLOSE EMP-FILE.
005010     PERFORM 5800-REPORT-PATH-COUNTS THRU 5800-EXIT.
005020     IF WS-NAME-COUNT NOT = WS-PRI-COUNT
005030         OR WS-DEPT-COUNT NOT = WS-PRI-COUNT
005040         SET VERIFY-FAILED TO TRUE
005050     END-IF.
005060 5000-EXIT.
005070     EXIT.
005080*
005090 5100-COUNT-PRIMARY.
005100     ADD 1 TO WS-PRI-COUNT.
005110     PERFORM 2900-READ-MASTER-NEXT THRU 2900-EXIT.
005120 5100-EXIT.
005130     EXIT.
005140*
005150 5200-COUNT-NAME.
005160     ADD 1 TO WS-NAME-COUNT.
005170     PERFORM 2900-READ-MASTER-NEXT THRU 2900-EXIT.
005180 5200-EXIT.
005190     EXIT.
005200*
005210 5300-COUNT-DEPT.
005220     ADD 1 TO WS-DEPT-COUNT.
005230     PERFORM 2900-READ-MASTER-NEXT THRU 2900-EXIT.
005240 5300-EXIT.
005250     EXIT.
005260*
005270 5800-REPORT-PATH-COUNTS.
005280     MOVE WS-PRI-COUNT TO WS-COUNT-PRINT.
005290     DISPLAY "EMPREORG PRIMARY PATH COUNT:  " WS-COUNT-PRINT.
005300     MOVE WS-NAME-COUNT TO WS-COUNT-PRINT.
005310     DISPLAY "EMPREORG NAME PATH COUNT:     " WS-COUNT-PRINT.
005320     MOVE WS-DEPT-COUNT TO WS-COUNT-PRINT.
005330     DISPLAY "EMPREORG DEPT PATH COUNT:     " WS-COUNT-PRINT.
005340 5800-EXIT.
005350     EXIT.
005360*
005370*-----------------------------------------------------------*
005380* 6000-VERIFY-ONLY - MODE=VERIFY, THE WEEKLY READ-ONLY       *
005390* CHECK: THE THREE KEY PATHS OF FILE= MUST AGREE.  THE RUN   *
005400* IS LOGGED TO RUNHIST.LOG LIKE A REORG, BUT ONLY A VERIFY   *
005410* THAT RECONCILES WRITES ITS END RECORD, SO A FAILED CHECK   *
005420* SHOWS ON THE CYCLE SIGN-OFF AS A FAILED STEP.              *
005430*-----------------------------------------------------------*
005440 6000-VERIFY-ONLY.
005450     ACCEPT WS-RUN-START-TIME FROM TIME.
005460     PERFORM 7600-WRITE-RUN-START THRU 7600-EXIT.
005470     PERFORM 5000-VERIFY-MASTER-PATHS THRU 5000-EXIT.
005480     IF VERIFY-FAILED
005490         DISPLAY "EMPREORG - KEY PATHS OF " WS-EMP-FILE-SPEC
005500         DISPLAY "EMPREORG - DO NOT RECONCILE - RUN "
005510             "MODE=REORG BEFORE THE NEXT REPORT"
005520     ELSE
005530         DISPLAY "EMPREORG - KEY PATHS RECONCILE - FILE "
005540             "VERIFIED"
005550         PERFORM 8600-WRITE-RUN-END THRU 8600-EXIT
005560     END-IF.
005570 6000-EXIT.
005580     EXIT.
005590*
005600*-----------------------------------------------------------*
005610* 7600-WRITE-RUN-START - APPEND THE RUN-HISTORY START RECORD *
005620* BEFORE THE UPDATE TOKEN IS TAKEN, SO A REORG THAT DIES     *
005630* HOLDING THE TOKEN SHOWS UP ON RUNHIST.LOG AS A START WITH  *
005640* NO END.  THE RUN MODE IS ON THE RECORD SO THE CYCLE        *
005650* SIGN-OFF CAN TELL A VERIFY FROM A REORG.                   *
005660*-----------------------------------------------------------*
005670 7600-WRITE-RUN-START.
005680     OPEN EXTEND RUNHIST-FILE.
005690     IF WS-HIST-STATUS NOT = "00" AND WS-HIST-STATUS NOT = "05"
005700         DISPLAY "EMPREORG - RUN HISTORY NOT AVAILABLE - "
005710             "STATUS=" WS-HIST-STATUS
005720         GO TO 7600-EXIT
005730     END-IF.
005740     MOVE SPACES TO RUNHIST-RECORD.
005750     STRING
005760         "START "                       DELIMITED BY SIZE
005770         D-DATE                         DELIMITED BY SIZE
005780         " "                            DELIMITED BY SIZE
005790         WS-RUN-START-TIME              DELIMITED BY SIZE
005800         " JOB=EMPREORG USER="          DELIMITED BY SIZE
005810         WS-LOCK-USER                   DELIMITED BY SIZE
005820         " MODE="                       DELIMITED BY SIZE
005830         WS-RUN-MODE-SW                 DELIMITED BY SIZE
005840         " FILE="                       DELIMITED BY SIZE
005850         FUNCTION TRIM (WS-EMP-FILE-SPEC)
005860                                        DELIMITED BY SIZE
005870         INTO RUNHIST-RECORD
005880     END-STRING.
005890     WRITE RUNHIST-RECORD.
005900     CLOSE RUNHIST-FILE.
005910 7600-EXIT.
005920     EXIT.
005930*
005940*-----------------------------------------------------------*
005950* 7700-ACQUIRE-RUN-TOKEN - TAKE THE EXCLUSIVE ART.DAT        *
005960* UPDATE TOKEN.  A TOKEN ALREADY LOCKED BELONGS TO A LIVE    *
005970* RUN, A DEAD ONE, OR A RUN THAT ENDED WITHOUT RELEASING;    *
005980* ONLY THE LAST IS RECLAIMED WITHOUT OPERATOR ACTION.        *
005990*-----------------------------------------------------------*
006000 7700-ACQUIRE-RUN-TOKEN.
006010     MOVE SPACES TO WS-LOCK-LINE.
006020     OPEN INPUT LOCK-FILE.
006030     IF WS-LOCK-STATUS = "00" OR WS-LOCK-STATUS = "05"
006040         READ LOCK-FILE
006050             AT END
006060                 CONTINUE
006070             NOT AT END
006080                 MOVE LOCK-RECORD TO WS-LOCK-LINE
006090         END-READ
006100         CLOSE LOCK-FILE
006110     END-IF.
006120     IF WS-LK-STATE NOT = "LOCKED"
006130         GO TO 7700-TAKE
006140     END-IF.
006150     PERFORM 7750-CHECK-HOLDER-ENDED THRU 7750-EXIT.
006160     EVALUATE TRUE
006170         WHEN RECLAIM-REQUESTED
006180             DISPLAY "EMPREORG - RECLAIMING RUN TOKEN HELD "
006190                 "BY JOB=" WS-LK-JOB " USER=" WS-LK-USER
006200         WHEN HOLDER-ENDED
006210             DISPLAY "EMPREORG - STALE RUN TOKEN RECLAIMED "
006220                 "(HOLDER " WS-LK-JOB " ENDED ON RUNHIST)"
006230         WHEN OTHER
006240             DISPLAY "EMPREORG - ART.DAT UPDATE TOKEN HELD "
006250                 "BY JOB=" WS-LK-JOB " USER=" WS-LK-USER
006260             DISPLAY "EMPREORG - HELD SINCE " WS-LK-DATE
006270                 " " WS-LK-TIME " - RUN NOT STARTED"
006280             DISPLAY "EMPREORG - IF RUNHIST SHOWS THAT RUN "
006290                 "DIED, RERUN WITH RECLAIM=YES"
006300             STOP RUN
006310     END-EVALUATE.
006320 7700-TAKE.
006330     OPEN OUTPUT LOCK-FILE.
006340     MOVE SPACES TO WS-LOCK-LINE.
006350     MOVE "LOCKED" TO WS-LK-STATE.
006360     MOVE WS-LOCK-JOB-NAME TO WS-LK-JOB.
006370     MOVE WS-LOCK-USER TO WS-LK-USER.
006380     MOVE D-DATE TO WS-LK-DATE.
006390     MOVE WS-RUN-START-TIME TO WS-LK-TIME.
006400     MOVE WS-LOCK-LINE TO LOCK-RECORD.
006410     WRITE LOCK-RECORD.
006420     CLOSE LOCK-FILE.
006430     SET TOKEN-HELD TO TRUE.
006440 7700-EXIT.
006450     EXIT.
006460*
006470*-----------------------------------------------------------*
006480* 7750-CHECK-HOLDER-ENDED - SCAN RUNHIST.LOG FOR AN END      *
006490* RECORD CARRYING THE LOCK HOLDER'S START STAMP.  FINDING    *
006500* ONE MEANS THE HOLDER COMPLETED AND THE TOKEN IS STALE.     *
006510*-----------------------------------------------------------*
006520 7750-CHECK-HOLDER-ENDED.
006530     SET HOLDER-NOT-ENDED TO TRUE.
006540     MOVE SPACES TO WS-LOCK-STAMP.
006550     STRING
006560         WS-LK-DATE                     DELIMITED BY SIZE
006570         " "                            DELIMITED BY SIZE
006580         WS-LK-TIME                     DELIMITED BY SIZE
006590         INTO WS-LOCK-STAMP
006600     END-STRING.
006610     OPEN INPUT RUNHIST-FILE.
006620     IF WS-HIST-STATUS NOT = "00" AND WS-HIST-STATUS NOT = "05"
006630         GO TO 7750-EXIT
006640     END-IF.
006650     SET NOT-E-O-F TO TRUE.
006660     PERFORM 7760-SCAN-ONE-HISTORY THRU 7760-EXIT
006670         UNTIL E-O-F.
006680     CLOSE RUNHIST-FILE.
006690 7750-EXIT.
006700     EXIT.
006710*
006720 7760-SCAN-ONE-HISTORY.
006730     READ RUNHIST-FILE
006740         AT END
006750             SET E-O-F TO TRUE
006760             GO TO 7760-EXIT
006770     END-READ.
006780     IF RUNHIST-RECORD (1:4) = "END "
006790         AND RUNHIST-RECORD (7:17) = WS-LOCK-STAMP
006800         SET HOLDER-ENDED TO TRUE
006810     END-IF.
006820 7760-EXIT.
006830     EXIT.
006840*
006850*-----------------------------------------------------------*
006860* 7900-RELEASE-RUN-TOKEN - HAND THE UPDATE TOKEN BACK BY     *
006870* REWRITING THE LOCK RECORD AS FREE.                         *
006880*-----------------------------------------------------------*
006890 7900-RELEASE-RUN-TOKEN.
006900     IF NOT TOKEN-HELD
006910         GO TO 7900-EXIT
006920     END-IF.
006930     OPEN OUTPUT LOCK-FILE.
006940     MOVE SPACES TO WS-LOCK-LINE.
006950     MOVE "FREE" TO WS-LK-STATE.
006960     MOVE WS-LOCK-JOB-NAME TO WS-LK-JOB.
006970     MOVE WS-LOCK-USER TO WS-LK-USER.
006980     MOVE D-DATE TO WS-LK-DATE.
006990     MOVE WS-RUN-START-TIME TO WS-LK-TIME.
007000     MOVE WS-LOCK-LINE TO LOCK-RECORD.
007010     WRITE LOCK-RECORD.
007020     CLOSE LOCK-FILE.
007030     MOVE "N" TO WS-TOKEN-SW.
007040 7900-EXIT.
007050     EXIT.
007060*
007070*-----------------------------------------------------------*
007080* 8600-WRITE-RUN-END - APPEND THE RUN-HISTORY END RECORD AT  *
007090* NORMAL COMPLETION, CARRYING THE SAME START STAMP AS THE    *
007100* START RECORD.  A RUN THAT DIES NEVER GETS HERE, WHICH IS   *
007110* HOW A STALE TOKEN IS TOLD FROM A LIVE ONE.                 *
007120*-----------------------------------------------------------*
007130 8600-WRITE-RUN-END.
007140     ACCEPT WS-RUN-END-TIME FROM TIME.
007150     OPEN EXTEND RUNHIST-FILE.
007160     IF WS-HIST-STATUS NOT = "00" AND WS-HIST-STATUS NOT = "05"
007170         DISPLAY "EMPREORG - RUN HISTORY NOT AVAILABLE - "
007180             "STATUS=" WS-HIST-STATUS
007190         GO TO 8600-EXIT
007200     END-IF.
007210     MOVE SPACES TO RUNHIST-RECORD.
007220     STRING
007230         "END   "                       DELIMITED BY SIZE
007240         D-DATE                         DELIMITED BY SIZE
007250         " "                            DELIMITED BY SIZE
007260         WS-RUN-START-TIME              DELIMITED BY SIZE
007270         " ENDED="                      DELIMITED BY SIZE
007280         WS-RUN-END-TIME                DELIMITED BY SIZE
007290         " STATUS=NORMAL"               DELIMITED BY SIZE
007300         INTO RUNHIST-RECORD
007310     END-STRING.
007320     WRITE RUNHIST-RECORD.
007330     CLOSE RUNHIST-FILE.
007340 8600-EXIT.
007350     EXIT.
007360*
007370*-----------------------------------------------------------*
007380* 8000-CLEANUP - REPORT THE RUN COUNTS ON THE OPERATOR LOG.  *
007390*-----------------------------------------------------------*
007400 8000-CLEANUP.
007410     IF MODE-REORG
007420         MOVE WS-COPY-READ-COUNT TO WS-COUNT-PRINT
007430         DISPLAY "EMPREORG RECORDS READ:        " WS-COUNT-PRINT
007440         MOVE WS-COPY-WRITE-COUNT TO WS-COUNT-PRINT
007450         DISPLAY "EMPREORG RECORDS REBUILT:     " WS-COUNT-PRINT
007460         MOVE WS-BACK-WRITE-COUNT TO WS-COUNT-PRINT
007470         DISPLAY "EMPREORG RECORDS COPIED BACK: " WS-COUNT-PRINT
007480     END-IF.
007490 8000-EXIT.
007500     EXIT.
007510*
007520 END PROGRAM EMPREORG.
