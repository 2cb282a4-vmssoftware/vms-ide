000230*
000240* MODIFICATION HISTORY.
000250*    09/02/26  RTN  ORIGINAL VERSION.
000260*    10/15/26  RTN  EMP-SUPERVISOR-ID ADDED TO THE SNAPSHOT,
000270*                   PRIOR AND EXPIRED GENERATION LAYOUTS.
000280*
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT OPTIONAL EMP-FILE ASSIGN "SYS$DISK:ART.DAT"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS SEQUENTIAL
000350         RECORD KEY IS EMP-ID
000360         ALTERNATE RECORD KEY IS EMP-NAME
000370             WITH DUPLICATES
000380         ALTERNATE RECORD KEY IS EMP-DEPT-CODE
000390             WITH DUPLICATES
000400         FILE STATUS IS WS-EMP-STATUS.
000410     SELECT SNAP-FILE ASSIGN "SYS$DISK:ARTSNAP.DAT"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS SEQUENTIAL
000440         RECORD KEY IS SNP-EMP-ID
000450         ALTERNATE RECORD KEY IS SNP-EMP-NAME
000460             WITH DUPLICATES
000470         ALTERNATE RECORD KEY IS SNP-EMP-DEPT-CODE
000480             WITH DUPLICATES
000490         FILE STATUS IS WS-SNAP-STATUS.
000500     SELECT PREV-FILE ASSIGN "SYS$DISK:ARTPREV.DAT"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS SEQUENTIAL
000530         RECORD KEY IS PRV-EMP-ID
000540         ALTERNATE RECORD KEY IS PRV-EMP-NAME
000550             WITH DUPLICATES
000560         ALTERNATE RECORD KEY IS PRV-EMP-DEPT-CODE
000570             WITH DUPLICATES
000580         FILE STATUS IS WS-PREV-STATUS.
000590     SELECT OLD-SNAP-FILE ASSIGN "SYS$DISK:ARTOLD.DAT"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS SEQUENTIAL
000620         RECORD KEY IS OLD-EMP-ID
000630         ALTERNATE RECORD KEY IS OLD-EMP-NAME
000640             WITH DUPLICATES
000650         ALTERNATE RECORD KEY IS OLD-EMP-DEPT-CODE
000660             WITH DUPLICATES
000670         FILE STATUS IS WS-OLD-STATUS.
000680     SELECT OPTIONAL CATALOG-FILE ASSIGN "SYS$DISK:SNAPGEN.LOG"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-CAT-STATUS.
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  EMP-FILE
000740     VALUE OF ID IS WS-EMP-FILE-SPEC.
000750 COPY "EMPREC.LIB".
000760*
000770*-----------------------------------------------------------*
000780* BOTH SNAPSHOT TARGETS MIRROR THE EMPREC LAYOUT; THEY ARE   *
000790* SPELLED OUT WITH SNP-/PRV- PREFIXES BECAUSE ALL THE FILES  *
000800* ARE OPEN AT ONCE AND EACH NEEDS ITS OWN KEY NAME.  THE     *
000810* OLD-SNAP FD EXISTS ONLY SO AN EXPIRED GENERATION CAN BE    *
000820* OPENED OUTPUT AND EMPTIED.                                 *
000830*-----------------------------------------------------------*
000840 FD  SNAP-FILE
000850     VALUE OF ID IS WS-SNAP-FILE-SPEC.
000860 01  SNP-RECORD.
000870     02  SNP-EMP-ID              PIC 9(07).
000880     02  SNP-EMP-NAME            PIC X(15).
000890     02  SNP-EMP-ADDRESS         PIC X(30).
000900     02  SNP-EMP-DEPT-CODE       PIC X(04).
000910     02  SNP-EMP-HIRE-DATE       PIC 9(08).
000920     02  SNP-EMP-JOB-TITLE       PIC X(20).
000930     02  SNP-EMP-STATUS          PIC X(01).
000940     02  SNP-EMP-TERM-DATE       PIC 9(08).
000950     02  SNP-EMP-SUPERVISOR-ID   PIC 9(07).
000960 FD  PREV-FILE
000970     VALUE OF ID IS WS-PREV-FILE-SPEC.
000980 01  PRV-RECORD.
000990     02  PRV-EMP-ID              PIC 9(07).
001000     02  PRV-EMP-NAME            PIC X(15).
001010     02  PRV-EMP-ADDRESS         PIC X(30).
001020     02  PRV-EMP-DEPT-CODE       PIC X(04).
001030     02  PRV-EMP-HIRE-DATE       PIC 9(08).
001040     02  PRV-EMP-JOB-TITLE       PIC X(20).
001050     02  PRV-EMP-STATUS          PIC X(01).
001060     02  PRV-EMP-TERM-DATE       PIC 9(08).
001070     02  PRV-EMP-SUPERVISOR-ID   PIC 9(07).
001080 FD  OLD-SNAP-FILE
001090     VALUE OF ID IS WS-OLD-FILE-SPEC.
001100 01  OLD-RECORD.
001110     02  OLD-EMP-ID              PIC 9(07).
001120     02  OLD-EMP-NAME            PIC X(15).
001130     02  OLD-EMP-ADDRESS         PIC X(30).
001140     02  OLD-EMP-DEPT-CODE       PIC X(04).
001150     02  OLD-EMP-HIRE-DATE       PIC 9(08).
001160     02  OLD-EMP-JOB-TITLE       PIC X(20).
001170     02  OLD-EMP-STATUS          PIC X(01).
001180     02  OLD-EMP-TERM-DATE       PIC 9(08).
001190     02  OLD-EMP-SUPERVISOR-ID   PIC 9(07).
001200 FD  CATALOG-FILE.
001210 01  CATALOG-RECORD              PIC X(59).
001220 WORKING-STORAGE SECTION.
001230*
001240*-----------------------------------------------------------*
001250* FILE STATUS BYTES AND RUNTIME FILE SPECS.  FILE= NAMES THE *
001260* MASTER, PRIOR= THE STANDING PRIOR-MONTH SNAPSHOT, RETAIN=  *
001270* HOW MANY DATE-STAMPED GENERATIONS TO KEEP.                 *
001280*-----------------------------------------------------------*
001290 01  WS-EMP-STATUS               PIC X(02).
001300 01  WS-SNAP-STATUS              PIC X(02).
001310 01  WS-PREV-STATUS              PIC X(02).
001320 01  WS-OLD-STATUS               PIC X(02).
001330 01  WS-CAT-STATUS               PIC X(02).
001340 01  WS-EMP-FILE-SPEC            PIC X(50)
001350     VALUE "SYS$DISK:ART.DAT".
001360 01  WS-SNAP-FILE-SPEC           PIC X(50).
001370 01  WS-PREV-FILE-SPEC           PIC X(50)
001380     VALUE "SYS$DISK:ARTPREV.DAT".
001390 01  WS-OLD-FILE-SPEC            PIC X(50).
001400 01  WS-COMMAND-LINE             PIC X(132).
001410 01  WS-PARM-WORDS.
001420     02  WS-PARM-ENTRY           PIC X(50) OCCURS 10 TIMES.
001430 01  WS-PARM-IDX                 PIC 9(2) COMP.
001440 01  WS-PARM-KEYWORD             PIC X(10).
001450 01  WS-PARM-VALUE               PIC X(40).
001460*
001470*-----------------------------------------------------------*
001480* THE GENERATION CATALOG (SNAPGEN.LOG), OLDEST FIRST: ONE    *
001490* LINE PER RETAINED GENERATION CARRYING ITS SNAPSHOT DATE    *
001500* AND FILE SPEC.  THE CATALOG IS REWRITTEN WHOLE AFTER EACH  *
001510* RUN SO IT ALWAYS NAMES EXACTLY THE GENERATIONS ON HAND.    *
001520*-----------------------------------------------------------*
001530 01  WS-CAT-LINE.
001540     02  WS-CL-DATE              PIC X(08).
001550     02  FILLER                  PIC X(01).
001560     02  WS-CL-SPEC              PIC X(50).
001570 01  WS-GEN-TABLE.
001580     02  WS-GEN-ENTRY OCCURS 24 TIMES.
001590         03  WS-GEN-DATE         PIC X(08).
001600         03  WS-GEN-SPEC         PIC X(50).
001610 01  WS-GEN-USED                 PIC 9(02) COMP VALUE ZERO.
001620 01  WS-GEN-IDX                  PIC 9(02) COMP.
001630 01  WS-RETAIN-COUNT             PIC 9(02) VALUE 3.
001640*
001650*-----------------------------------------------------------*
001660* RUN COUNTS REPORTED AT END OF JOB.                         *
001670*-----------------------------------------------------------*
001680 01  D-DATE                      PIC 9(8).
001690 01  WS-COPY-READ-COUNT          PIC 9(05) COMP VALUE ZERO.
001700 01  WS-COPY-WRITE-COUNT         PIC 9(05) COMP VALUE ZERO.
001710 01  WS-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
001720 01  WS-COUNT-PRINT              PIC ZZZZ9.
001730 01  EOF-SW                      PIC X.
001740     88  E-O-F                       VALUE "E".
001750     88  NOT-E-O-F                   VALUE "N".
001760 PROCEDURE DIVISION.
001770 MAIN-PROG SECTION.
001780 0000-MAINLINE.
001790     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001800     PERFORM 2000-COPY-MASTER THRU 2000-EXIT.
001810     PERFORM 3000-UPDATE-CATALOG THRU 3000-EXIT.
001820     PERFORM 8000-CLEANUP THRU 8000-EXIT.
001830     STOP RUN.
001840*
001850*-----------------------------------------------------------*
001860* 1000-INITIALIZE - GET THE RUN DATE, RESOLVE THE FILE SPECS *
001870* AND RETENTION, BUILD THE DATE-STAMPED GENERATION NAME AND  *
001880* LOAD THE CATALOG OF GENERATIONS ALREADY ON HAND.           *
001890*-----------------------------------------------------------*
001900 1000-INITIALIZE.
001910     ACCEPT D-DATE FROM DATE YYYYMMDD.
001920     PERFORM 1100-RESOLVE-FILE-SPECS THRU 1100-EXIT.
001930     IF WS-RETAIN-COUNT = ZERO OR WS-RETAIN-COUNT > 24
001940         DISPLAY "EMPSNAP - RETAIN= MUST BE 1 THRU 24"
001950         STOP RUN
001960     END-IF.
001970     MOVE SPACES TO WS-SNAP-FILE-SPEC.
001980     STRING
001990         "SYS$DISK:ART"                 DELIMITED BY SIZE
002000         D-DATE                         DELIMITED BY SIZE
002010         ".DAT"                         DELIMITED BY SIZE
002020         INTO WS-SNAP-FILE-SPEC
002030     END-STRING.
002040     PERFORM 1200-LOAD-CATALOG THRU 1200-EXIT.
002050 1000-EXIT.
002060     EXIT.
002070*
002080*-----------------------------------------------------------*
002090* 1100-RESOLVE-FILE-SPECS - SCAN THE COMMAND LINE.  FILE=    *
002100* NAMES THE MASTER, PRIOR= THE STANDING SNAPSHOT, RETAIN=    *
002110* THE GENERATIONS TO KEEP.                                   *
002120*-----------------------------------------------------------*
002130 1100-RESOLVE-FILE-SPECS.
002140     MOVE SPACES TO WS-COMMAND-LINE.
002150     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
002160     IF WS-COMMAND-LINE = SPACES
002170         GO TO 1100-EXIT
002180     END-IF.
002190     MOVE SPACES TO WS-PARM-WORDS.
002200     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
002210         INTO WS-PARM-ENTRY (1) WS-PARM-ENTRY (2)
002220              WS-PARM-ENTRY (3) WS-PARM-ENTRY (4)
002230              WS-PARM-ENTRY (5) WS-PARM-ENTRY (6)
002240              WS-PARM-ENTRY (7) WS-PARM-ENTRY (8)
002250              WS-PARM-ENTRY (9) WS-PARM-ENTRY (10)
002260     END-UNSTRING.
002270     PERFORM 1160-PROCESS-ONE-PARAMETER THRU 1160-EXIT
002280         VARYING WS-PARM-IDX FROM 1 BY 1
002290         UNTIL WS-PARM-IDX > 10.
002300 1100-EXIT.
002310     EXIT.
002320*
002330 1160-PROCESS-ONE-PARAMETER.
002340     IF WS-PARM-ENTRY (WS-PARM-IDX) = SPACES
002350         GO TO 1160-EXIT
002360     END-IF.
002370     MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE.
002380     UNSTRING WS-PARM-ENTRY (WS-PARM-IDX) DELIMITED BY "="
002390         INTO WS-PARM-KEYWORD WS-PARM-VALUE
002400     END-UNSTRING.
002410     IF WS-PARM-VALUE = SPACES
002420         MOVE WS-PARM-ENTRY (WS-PARM-IDX)
002430             TO WS-EMP-FILE-SPEC
002440         GO TO 1160-EXIT
002450     END-IF.
002460     EVALUATE WS-PARM-KEYWORD
002470         WHEN "FILE"
002480             MOVE WS-PARM-VALUE TO WS-EMP-FILE-SPEC
002490         WHEN "PRIOR"
002500             MOVE WS-PARM-VALUE TO WS-PREV-FILE-SPEC
002510         WHEN "RETAIN"
002520             MOVE FUNCTION NUMVAL (WS-PARM-VALUE)
002530                 TO WS-RETAIN-COUNT
002540         WHEN OTHER
002550             CONTINUE
002560     END-EVALUATE.
002570 1160-EXIT.
002580     EXIT.
002590*
002600*-----------------------------------------------------------*
002610* 1200-LOAD-CATALOG - READ SNAPGEN.LOG INTO THE GENERATION   *
002620* TABLE, OLDEST FIRST.  NO CATALOG YET MEANS NO GENERATIONS  *
002630* ON HAND, WHICH IS THE FIRST-RUN CASE.                      *
002640*-----------------------------------------------------------*
002650 1200-LOAD-CATALOG.
002660     OPEN INPUT CATALOG-FILE.
002670     IF WS-CAT-STATUS NOT = "00" AND WS-CAT-STATUS NOT = "05"
002680         GO TO 1200-EXIT
002690     END-IF.
002700     SET NOT-E-O-F TO TRUE.
002710     PERFORM 1250-READ-CATALOG-LINE THRU 1250-EXIT.
002720     PERFORM 1260-TABLE-ONE-LINE THRU 1260-EXIT
002730         UNTIL E-O-F OR WS-GEN-USED = 24.
002740     CLOSE CATALOG-FILE.
002750 1200-EXIT.
002760     EXIT.
002770*
002780 1250-READ-CATALOG-LINE.
002790     READ CATALOG-FILE
002800         AT END
002810             SET E-O-F TO TRUE
002820     END-READ.
002830 1250-EXIT.
002840     EXIT.
002850*
002860 1260-TABLE-ONE-LINE.
002870     MOVE CATALOG-RECORD TO WS-CAT-LINE.
002880     IF WS-CL-DATE NOT = SPACES
002890         ADD 1 TO WS-GEN-USED
002900         MOVE WS-CL-DATE TO WS-GEN-DATE (WS-GEN-USED)
002910         MOVE WS-CL-SPEC TO WS-GEN-SPEC (WS-GEN-USED)
002920     END-IF.
002930     PERFORM 1250-READ-CATALOG-LINE THRU 1250-EXIT.
002940 1260-EXIT.
002950     EXIT.
002960*
002970*-----------------------------------------------------------*
002980* 2000-COPY-MASTER - ONE PASS OVER THE MASTER WRITES THE     *
002990* DATE-STAMPED GENERATION AND ARTPREV.DAT TOGETHER, SO THE   *
003000* TWO COPIES CANNOT DISAGREE.                                *
003010*-----------------------------------------------------------*
003020 2000-COPY-MASTER.
003030     OPEN INPUT EMP-FILE.
003040     IF WS-EMP-STATUS NOT = "00" AND WS-EMP-STATUS NOT = "05"
003050         DISPLAY "EMPSNAP - CANNOT OPEN EMPLOYEE FILE "
003060             WS-EMP-FILE-SPEC
003070         DISPLAY "EMPSNAP - FILE STATUS " WS-EMP-STATUS
003080         STOP RUN
003090     END-IF.
003100     OPEN OUTPUT SNAP-FILE.
003110     IF WS-SNAP-STATUS NOT = "00" AND WS-SNAP-STATUS NOT = "05"
003120         DISPLAY "EMPSNAP - CANNOT CREATE GENERATION "
003130             WS-SNAP-FILE-SPEC
003140         DISPLAY "EMPSNAP - FILE STATUS " WS-SNAP-STATUS
003150         STOP RUN
003160     END-IF.
003170     OPEN OUTPUT PREV-FILE.
003180     IF WS-PREV-STATUS NOT = "00" AND WS-PREV-STATUS NOT = "05"
003190         DISPLAY "EMPSNAP - CANNOT CREATE SNAPSHOT "
003200             WS-PREV-FILE-SPEC
003210         DISPLAY "EMPSNAP - FILE STATUS " WS-PREV-STATUS
003220         STOP RUN
003230     END-IF.
003240     SET NOT-E-O-F TO TRUE.
003250     PERFORM 2900-READ-MASTER THRU 2900-EXIT.
003260     PERFORM 2100-COPY-ONE-RECORD THRU 2100-EXIT
003270         UNTIL E-O-F.
003280     CLOSE EMP-FILE SNAP-FILE PREV-FILE.
003290 2000-EXIT.
003300     EXIT.
003310*
003320 2100-COPY-ONE-RECORD.
003330     ADD 1 TO WS-COPY-READ-COUNT.
003340     MOVE EMP-RECORD TO SNP-RECORD.
003350     WRITE SNP-RECORD.
003360     MOVE EMP-RECORD TO PRV-RECORD.
003370     WRITE PRV-RECORD.
003380     ADD 1 TO WS-COPY-WRITE-COUNT.
003390     PERFORM 2900-READ-MASTER THRU 2900-EXIT.
003400 2100-EXIT.
003410     EXIT.
003420*
003430 2900-READ-MASTER.
003440     READ EMP-FILE NEXT RECORD
003450         AT END
003460             SET E-O-F TO TRUE
003470     END-READ.
003480 2900-EXIT.
003490     EXIT.
003500*
003510*-----------------------------------------------------------*
003520* 3000-UPDATE-CATALOG - ENTER TODAY'S GENERATION (A RERUN ON *
003530* THE SAME DATE REPLACES ITS OWN ENTRY), EMPTY AND DROP THE  *
003540* OLDEST GENERATIONS BEYOND THE RETENTION, AND REWRITE THE   *
003550* CATALOG TO NAME EXACTLY WHAT IS ON HAND.                   *
003560*-----------------------------------------------------------*
003570 3000-UPDATE-CATALOG.
003580     IF WS-GEN-USED > ZERO
003590         AND WS-GEN-DATE (WS-GEN-USED) = D-DATE
003600         MOVE WS-SNAP-FILE-SPEC TO WS-GEN-SPEC (WS-GEN-USED)
003610     ELSE
003620         ADD 1 TO WS-GEN-USED
003630         MOVE D-DATE TO WS-GEN-DATE (WS-GEN-USED)
003640         MOVE WS-SNAP-FILE-SPEC TO WS-GEN-SPEC (WS-GEN-USED)
003650     END-IF.
003660     PERFORM 3100-DROP-OLDEST THRU 3100-EXIT
003670         UNTIL WS-GEN-USED NOT > WS-RETAIN-COUNT.
003680     OPEN OUTPUT CATALOG-FILE.
003690     PERFORM 3300-WRITE-CATALOG-LINE THRU 3300-EXIT
003700         VARYING WS-GEN-IDX FROM 1 BY 1
003710         UNTIL WS-GEN-IDX > WS-GEN-USED.
003720     CLOSE CATALOG-FILE.
003730 3000-EXIT.
003740     EXIT.
003750*
003760*-----------------------------------------------------------*
003770* 3100-DROP-OLDEST - EMPTY THE OLDEST GENERATION FILE AND    *
003780* SHIFT THE CATALOG TABLE DOWN OVER IT.                      *
003790*-----------------------------------------------------------*
003800 3100-DROP-OLDEST.
003810     MOVE WS-GEN-SPEC (1) TO WS-OLD-FILE-SPEC.
003820     OPEN OUTPUT OLD-SNAP-FILE.
003830     CLOSE OLD-SNAP-FILE.
003840     DISPLAY "EMPSNAP GENERATION DROPPED:   " WS-OLD-FILE-SPEC.
003850     ADD 1 TO WS-DROP-COUNT.
003860     PERFORM 3200-SHIFT-GEN-TABLE THRU 3200-EXIT
003870         VARYING WS-GEN-IDX FROM 1 BY 1
003880         UNTIL WS-GEN-IDX NOT < WS-GEN-USED.
003890     SUBTRACT 1 FROM WS-GEN-USED.
003900 3100-EXIT.
003910     EXIT.
003920*
003930 3200-SHIFT-GEN-TABLE.
003940     MOVE WS-GEN-ENTRY (WS-GEN-IDX + 1)
003950         TO WS-GEN-ENTRY (WS-GEN-IDX).
003960 3200-EXIT.
003970     EXIT.
003980*
003990 3300-WRITE-CATALOG-LINE.
004000     MOVE SPACES TO WS-CAT-LINE.
004010     MOVE WS-GEN-DATE (WS-GEN-IDX) TO WS-CL-DATE.
004020     MOVE WS-GEN-SPEC (WS-GEN-IDX) TO WS-CL-SPEC.
004030     MOVE WS-CAT-LINE TO CATALOG-RECORD.
004040     WRITE CATALOG-RECORD.
004050 3300-EXIT.
004060     EXIT.
004070*
004080*-----------------------------------------------------------*
004090* 8000-CLEANUP - REPORT THE RUN COUNTS ON THE OPERATOR LOG.  *
004100*-----------------------------------------------------------*
004110 8000-CLEANUP.
004120     DISPLAY "EMPSNAP GENERATION WRITTEN:   " WS-SNAP-FILE-SPEC.
004130     MOVE WS-COPY-READ-COUNT TO WS-COUNT-PRINT.
004140     DISPLAY "EMPSNAP RECORDS READ:         " WS-COUNT-PRINT.
004150     MOVE WS-COPY-WRITE-COUNT TO WS-COUNT-PRINT.
004160     DISPLAY "EMPSNAP RECORDS COPIED:       " WS-COUNT-PRINT.
004170     MOVE WS-GEN-USED TO WS-COUNT-PRINT.
004180     DISPLAY "EMPSNAP GENERATIONS RETAINED: " WS-COUNT-PRINT.
004190     MOVE WS-DROP-COUNT TO WS-COUNT-PRINT.
004200     DISPLAY "EMPSNAP GENERATIONS DROPPED:  " WS-COUNT-PRINT.
004210     IF WS-COPY-READ-COUNT NOT = WS-COPY-WRITE-COUNT
004220         DISPLAY "EMPSNAP - COPY COUNTS DO NOT RECONCILE"
004230     END-IF.
004240 8000-EXIT.
004250     EXIT.
004260*
004270 END PROGRAM EMPSNAP.
