000270*                   COMPARES.
000280*    08/21/26  RTN  BOTH SELECTS CARRY THE NEW EMP-NAME AND
000290*                   EMP-DEPT-CODE ALTERNATE KEYS.
000300*    10/15/26  RTN  EMP-SUPERVISOR-ID ADDED TO BOTH RECORD
000310*                   LAYOUTS AND TO THE FIELD COMPARES.
000320*
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT OPTIONAL CURR-FILE ASSIGN "SYS$DISK:ART.DAT"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS SEQUENTIAL
000390         RECORD KEY IS CUR-EMP-ID
000400         ALTERNATE RECORD KEY IS CUR-EMP-NAME
000410             WITH DUPLICATES
000420         ALTERNATE RECORD KEY IS CUR-EMP-DEPT-CODE
000430             WITH DUPLICATES
000440         FILE STATUS IS WS-CURR-STATUS.
000450     SELECT OPTIONAL PRIOR-FILE ASSIGN "SYS$DISK:ARTPREV.DAT"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS SEQUENTIAL
000480         RECORD KEY IS PRV-EMP-ID
000490         ALTERNATE RECORD KEY IS PRV-EMP-NAME
000500             WITH DUPLICATES
000510         ALTERNATE RECORD KEY IS PRV-EMP-DEPT-CODE
000520             WITH DUPLICATES
000530         FILE STATUS IS WS-PRIOR-STATUS.
000540     SELECT COMPARE-REPORT-FILE ASSIGN "SYS$DISK:ARTCOMP.RPT"
000550         ORGANIZATION IS LINE SEQUENTIAL.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  CURR-FILE
000590     VALUE OF ID IS WS-CURR-FILE-SPEC.
000600 01  CUR-RECORD.
000610     02  CUR-EMP-ID                  PIC 9(07).
000620     02  CUR-EMP-NAME                 PIC X(15).
000630     02  CUR-EMP-ADDRESS              PIC X(30).
000640     02  CUR-EMP-DEPT-CODE            PIC X(04).
000650     02  CUR-EMP-HIRE-DATE            PIC 9(08).
000660     02  CUR-EMP-JOB-TITLE            PIC X(20).
000670     02  CUR-EMP-STATUS               PIC X(01).
000680     02  CUR-EMP-TERM-DATE            PIC 9(08).
000690     02  CUR-EMP-SUPERVISOR-ID        PIC 9(07).
000700 FD  PRIOR-FILE
000710     VALUE OF ID IS WS-PRIOR-FILE-SPEC.
000720 01  PRV-RECORD.
000730     02  PRV-EMP-ID                  PIC 9(07).
000740     02  PRV-EMP-NAME                 PIC X(15).
000750     02  PRV-EMP-ADDRESS              PIC X(30).
000760     02  PRV-EMP-DEPT-CODE            PIC X(04).
000770     02  PRV-EMP-HIRE-DATE            PIC 9(08).
000780     02  PRV-EMP-JOB-TITLE            PIC X(20).
000790     02  PRV-EMP-STATUS               PIC X(01).
000800     02  PRV-EMP-TERM-DATE            PIC 9(08).
000810     02  PRV-EMP-SUPERVISOR-ID        PIC 9(07).
000820 FD  COMPARE-REPORT-FILE
000830     VALUE OF ID IS WS-REPORT-FILE-SPEC.
000840 01  COMPARE-REPORT-RECORD           PIC X(132).
000850 WORKING-STORAGE SECTION.
000860*
000870*-----------------------------------------------------------*
000880* FILE STATUS BYTES AND RUNTIME FILE SPECS.  FILE= NAMES THE *
000890* CURRENT EMPLOYEE FILE, PRIOR= (OR A BARE WORD) THE PRIOR   *
000900* MONTH SNAPSHOT, REPORT= THE CHANGE REPORT.                 *
000910*-----------------------------------------------------------*
000920 01  WS-CURR-STATUS              PIC X(02).
000930 01  WS-PRIOR-STATUS             PIC X(02).
000940 01  WS-CURR-FILE-SPEC           PIC X(50)
000950     VALUE "SYS$DISK:ART.DAT".
000960 01  WS-PRIOR-FILE-SPEC          PIC X(50)
000970     VALUE "SYS$DISK:ARTPREV.DAT".
000980 01  WS-REPORT-FILE-SPEC         PIC X(50)
000990     VALUE "SYS$DISK:ARTCOMP.RPT".
001000 01  WS-COMMAND-LINE             PIC X(132).
001010 01  WS-PARM-WORDS.
001020     02  WS-PARM-ENTRY           PIC X(50) OCCURS 10 TIMES.
001030 01  WS-PARM-IDX                 PIC 9(2) COMP.
001040 01  WS-PARM-KEYWORD             PIC X(10).
001050 01  WS-PARM-VALUE               PIC X(40).
001060*
001070*-----------------------------------------------------------*
001080* MATCH KEYS - THE EMP-ID OF EACH SIDE AS A CHARACTER FIELD  *
001090* SO AN EXHAUSTED FILE CAN SIT AT HIGH-VALUES AND LOSE EVERY *
001100* COMPARE FOR THE REST OF THE MATCH.                         *
001110*-----------------------------------------------------------*
001120 01  WS-CURR-KEY                 PIC X(07).
001130 01  WS-PRIOR-KEY                PIC X(07).
001140*
001150*-----------------------------------------------------------*
001160* CHANGE REPORT WORK FIELDS AND THE CATEGORY COUNTS CARRIED  *
001170* IN THE TRAILER.                                            *
001180*-----------------------------------------------------------*
001190 01  D-DATE                      PIC 9(8).
001200 01  WS-FIELD-NAME               PIC X(13).
001210 01  WS-OLD-VALUE                PIC X(30).
001220 01  WS-NEW-VALUE                PIC X(30).
001230 01  WS-CHANGED-SW               PIC X.
001240     88  RECORD-CHANGED              VALUE "Y".
001250     88  RECORD-UNCHANGED            VALUE "N".
001260 01  WS-ADD-COUNT                PIC 9(05) COMP VALUE ZERO.
001270 01  WS-DELETE-COUNT             PIC 9(05) COMP VALUE ZERO.
001280 01  WS-CHANGE-COUNT             PIC 9(05) COMP VALUE ZERO.
001290 01  WS-MATCH-COUNT              PIC 9(05) COMP VALUE ZERO.
001300 01  WS-COUNT-PRINT              PIC ZZZZ9.
001310 PROCEDURE DIVISION.
001320 MAIN-PROG SECTION.
001330 0000-MAINLINE.
001340     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001350     PERFORM 2000-MATCH-ONE-PAIR THRU 2000-EXIT
001360         UNTIL WS-CURR-KEY = HIGH-VALUES
001370           AND WS-PRIOR-KEY = HIGH-VALUES.
001380     PERFORM 8000-CLEANUP THRU 8000-EXIT.
001390     STOP RUN.
001400*
001410*-----------------------------------------------------------*
001420* 1000-INITIALIZE - RESOLVE THE FILE SPECS, OPEN THE FILES,  *
001430* WRITE THE REPORT HEADER AND PRIME BOTH SIDES OF THE MATCH. *
001440*-----------------------------------------------------------*
001450 1000-INITIALIZE.
001460     ACCEPT D-DATE FROM DATE YYYYMMDD.
001470     PERFORM 1100-RESOLVE-FILE-SPECS THRU 1100-EXIT.
001480     OPEN INPUT CURR-FILE.
001490     IF WS-CURR-STATUS NOT = "00" AND WS-CURR-STATUS NOT = "05"
001500         DISPLAY "EMPCOMP - CANNOT OPEN CURRENT FILE "
001510             WS-CURR-FILE-SPEC
001520         DISPLAY "EMPCOMP - FILE STATUS " WS-CURR-STATUS
001530         STOP RUN
001540     END-IF.
001550     OPEN INPUT PRIOR-FILE.
001560     IF WS-PRIOR-STATUS NOT = "00" AND
001570             WS-PRIOR-STATUS NOT = "05"
001580         DISPLAY "EMPCOMP - CANNOT OPEN PRIOR SNAPSHOT "
001590             WS-PRIOR-FILE-SPEC
001600         DISPLAY "EMPCOMP - FILE STATUS " WS-PRIOR-STATUS
001610         STOP RUN
001620     END-IF.
001630     OPEN OUTPUT COMPARE-REPORT-FILE.
001640     MOVE SPACES TO COMPARE-REPORT-RECORD.
001650     STRING
001660         "EMPLOYEE FILE RECONCILIATION "  DELIMITED BY SIZE
001670         D-DATE                           DELIMITED BY SIZE
001680         "  CURRENT="                     DELIMITED BY SIZE
001690         WS-CURR-FILE-SPEC                DELIMITED BY " "
001700         "  PRIOR="                       DELIMITED BY SIZE
001710         WS-PRIOR-FILE-SPEC               DELIMITED BY " "
001720         INTO COMPARE-REPORT-RECORD
001730     END-STRING.
001740     WRITE COMPARE-REPORT-RECORD.
001750     PERFORM 1800-READ-CURRENT THRU 1800-EXIT.
001760     PERFORM 1900-READ-PRIOR THRU 1900-EXIT.
001770 1000-EXIT.
001780     EXIT.
001790*
001800*-----------------------------------------------------------*
001810* 1100-RESOLVE-FILE-SPECS - SCAN THE COMMAND LINE.  FILE=    *
001820* NAMES THE CURRENT EMPLOYEE FILE, PRIOR= OR A BARE WORD THE *
001830* PRIOR SNAPSHOT, REPORT= THE CHANGE REPORT.                 *
001840*-----------------------------------------------------------*
001850 1100-RESOLVE-FILE-SPECS.
001860     MOVE SPACES TO WS-COMMAND-LINE.
001870     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
001880     IF WS-COMMAND-LINE = SPACES
001890         GO TO 1100-EXIT
001900     END-IF.
001910     MOVE SPACES TO WS-PARM-WORDS.
001920     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
001930         INTO WS-PARM-ENTRY (1) WS-PARM-ENTRY (2)
001940              WS-PARM-ENTRY (3) WS-PARM-ENTRY (4)
001950              WS-PARM-ENTRY (5) WS-PARM-ENTRY (6)
001960              WS-PARM-ENTRY (7) WS-PARM-ENTRY (8)
001970              WS-PARM-ENTRY (9) WS-PARM-ENTRY (10)
001980     END-UNSTRING.
001990     PERFORM 1160-PROCESS-ONE-PARAMETER THRU 1160-EXIT
002000         VARYING WS-PARM-IDX FROM 1 BY 1
002010         UNTIL WS-PARM-IDX > 10.
002020 1100-EXIT.
002030     EXIT.
002040*
002050 1160-PROCESS-ONE-PARAMETER.
002060     IF WS-PARM-ENTRY (WS-PARM-IDX) = SPACES
002070         GO TO 1160-EXIT
002080     END-IF.
002090     MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE.
002100     UNSTRING WS-PARM-ENTRY (WS-PARM-IDX) DELIMITED BY "="
002110         INTO WS-PARM-KEYWORD WS-PARM-VALUE
002120     END-UNSTRING.
002130     IF WS-PARM-VALUE = SPACES
002140         MOVE WS-PARM-ENTRY (WS-PARM-IDX)
002150             TO WS-PRIOR-FILE-SPEC
002160         GO TO 1160-EXIT
002170     END-IF.
002180     EVALUATE WS-PARM-KEYWORD
002190         WHEN "FILE"
002200             MOVE WS-PARM-VALUE TO WS-CURR-FILE-SPEC
002210         WHEN "PRIOR"
002220             MOVE WS-PARM-VALUE TO WS-PRIOR-FILE-SPEC
002230         WHEN "REPORT"
002240             MOVE WS-PARM-VALUE TO WS-REPORT-FILE-SPEC
002250         WHEN OTHER
002260             CONTINUE
002270     END-EVALUATE.
002280 1160-EXIT.
002290     EXIT.
002300*
002310*-----------------------------------------------------------*
002320* 1800-READ-CURRENT / 1900-READ-PRIOR - ADVANCE ONE SIDE OF  *
002330* THE MATCH, PARKING THE KEY AT HIGH-VALUES AT END OF FILE.  *
002340*-----------------------------------------------------------*
002350 1800-READ-CURRENT.
002360     READ CURR-FILE NEXT RECORD
002370         AT END
002380             MOVE HIGH-VALUES TO WS-CURR-KEY
002390         NOT AT END
002400             MOVE CUR-EMP-ID TO WS-CURR-KEY
002410     END-READ.
002420 1800-EXIT.
002430     EXIT.
002440*
002450 1900-READ-PRIOR.
002460     READ PRIOR-FILE NEXT RECORD
002470         AT END
002480             MOVE HIGH-VALUES TO WS-PRIOR-KEY
002490         NOT AT END
002500             MOVE PRV-EMP-ID TO WS-PRIOR-KEY
002510     END-READ.
002520 1900-EXIT.
002530     EXIT.
002540*
002550*-----------------------------------------------------------*
002560* 2000-MATCH-ONE-PAIR - CLASSIC TWO-FILE MATCH ON EMP-ID:    *
002570* A KEY ONLY ON THE CURRENT SIDE IS AN ADD, ONLY ON THE      *
002580* PRIOR SIDE A DELETE, ON BOTH SIDES A FIELD-BY-FIELD        *
002590* COMPARE.                                                   *
002600*-----------------------------------------------------------*
002610 2000-MATCH-ONE-PAIR.
002620     EVALUATE TRUE
002630         WHEN WS-CURR-KEY < WS-PRIOR-KEY
002640             PERFORM 2100-REPORT-ADD THRU 2100-EXIT
002650             PERFORM 1800-READ-CURRENT THRU 1800-EXIT
002660         WHEN WS-PRIOR-KEY < WS-CURR-KEY
002670             PERFORM 2200-REPORT-DELETE THRU 2200-EXIT
002680             PERFORM 1900-READ-PRIOR THRU 1900-EXIT
002690         WHEN OTHER
002700             PERFORM 2300-COMPARE-FIELDS THRU 2300-EXIT
002710             PERFORM 1800-READ-CURRENT THRU 1800-EXIT
002720             PERFORM 1900-READ-PRIOR THRU 1900-EXIT
002730     END-EVALUATE.
002740 2000-EXIT.
002750     EXIT.
002760*
002770 2100-REPORT-ADD.
002780     ADD 1 TO WS-ADD-COUNT.
002790     MOVE SPACES TO COMPARE-REPORT-RECORD.
002800     STRING
002810         "ADD     "                     DELIMITED BY SIZE
002820         CUR-EMP-ID                     DELIMITED BY SIZE
002830         "  "                           DELIMITED BY SIZE
002840         CUR-EMP-NAME                   DELIMITED BY SIZE
002850         INTO COMPARE-REPORT-RECORD
002860     END-STRING.
002870     WRITE COMPARE-REPORT-RECORD.
002880 2100-EXIT.
002890     EXIT.
002900*
002910 2200-REPORT-DELETE.
002920     ADD 1 TO WS-DELETE-COUNT.
002930     MOVE SPACES TO COMPARE-REPORT-RECORD.
002940     STRING
002950         "DELETE  "                     DELIMITED BY SIZE
002960         PRV-EMP-ID                     DELIMITED BY SIZE
002970         "  "                           DELIMITED BY SIZE
002980         PRV-EMP-NAME                   DELIMITED BY SIZE
002990         INTO COMPARE-REPORT-RECORD
003000     END-STRING.
003010     WRITE COMPARE-REPORT-RECORD.
003020 2200-EXIT.
003030     EXIT.
003040*
003050*-----------------------------------------------------------*
003060* 2300-COMPARE-FIELDS - SAME EMP-ID ON BOTH SIDES: REPORT    *
003070* EVERY FIELD WHOSE VALUE CHANGED, OLD AND NEW, AND COUNT    *
003080* THE RECORD AS CHANGED IF ANY FIELD DID.                    *
003090*-----------------------------------------------------------*
003100 2300-COMPARE-FIELDS.
003110     ADD 1 TO WS-MATCH-COUNT.
003120     SET RECORD-UNCHANGED TO TRUE.
003130     IF CUR-EMP-NAME NOT = PRV-EMP-NAME
003140         MOVE "EMP-NAME"      TO WS-FIELD-NAME
003150         MOVE PRV-EMP-NAME    TO WS-OLD-VALUE
003160         MOVE CUR-EMP-NAME    TO WS-NEW-VALUE
003170         PERFORM 2400-REPORT-FIELD-CHANGE THRU 2400-EXIT
003180     END-IF.
003190     IF CUR-EMP-ADDRESS NOT = PRV-EMP-ADDRESS
003200         MOVE "EMP-ADDRESS"   TO WS-FIELD-NAME
003210         MOVE PRV-EMP-ADDRESS TO WS-OLD-VALUE
003220         MOVE CUR-EMP-ADDRESS TO WS-NEW-VALUE
003230         PERFORM 2400-REPORT-FIELD-CHANGE THRU 2400-EXIT
003240     END-IF.
003250     IF CUR-EMP-DEPT-CODE NOT = PRV-EMP-DEPT-CODE
003260         MOVE "EMP-DEPT-CODE" TO WS-FIELD-NAME
003270         MOVE PRV-EMP-DEPT-CODE TO WS-OLD-VALUE
003280         MOVE CUR-EMP-DEPT-CODE TO WS-NEW-VALUE
003290         PERFORM 2400-REPORT-FIELD-CHANGE THRU 2400-EXIT
003300     END-IF.
003310     IF CUR-EMP-HIRE-DATE NOT = PRV-EMP-HIRE-DATE
003320         MOVE "EMP-HIRE-DATE" TO WS-FIELD-NAME
003330         MOVE PRV-EMP-HIRE-DATE TO WS-OLD-VALUE
003340         MOVE CUR-EMP-HIRE-DATE TO WS-NEW-VALUE
003350         PERFORM 2400-REPORT-FIELD-CHANGE THRU 2400-EXIT
003360     END-IF.
003370     IF CUR-EMP-JOB-TITLE NOT = PRV-EMP-JOB-TITLE
003380         MOVE "EMP-JOB-TITLE" TO WS-FIELD-NAME
003390         MOVE PRV-EMP-JOB-TITLE TO WS-OLD-VALUE
003400         MOVE CUR-EMP-JOB-TITLE TO WS-NEW-VALUE
003410         PERFORM 2400-REPORT-FIELD-CHANGE THRU 2400-EXIT
003420     END-IF.
003430     IF CUR-EMP-STATUS NOT = PRV-EMP-STATUS
003440         MOVE "EMP-STATUS"    TO WS-FIELD-NAME
003450         MOVE PRV-EMP-STATUS  TO WS-OLD-VALUE
003460         MOVE CUR-EMP-STATUS  TO WS-NEW-VALUE
003470         PERFORM 2400-REPORT-FIELD-CHANGE THRU 2400-EXIT
003480     END-IF.
003490     IF CUR-EMP-TERM-DATE NOT = PRV-EMP-TERM-DATE
003500         MOVE "EMP-TERM-DATE" TO WS-FIELD-NAME
003510         MOVE PRV-EMP-TERM-DATE TO WS-OLD-VALUE
003520         MOVE CUR-EMP-TERM-DATE TO WS-NEW-VALUE
003530         PERFORM 2400-REPORT-FIELD-CHANGE THRU 2400-EXIT
003540     END-IF.
003550     IF CUR-EMP-SUPERVISOR-ID NOT = PRV-EMP-SUPERVISOR-ID
003560         MOVE "SUPERVISOR-ID" TO WS-FIELD-NAME
003570         MOVE PRV-EMP-SUPERVISOR-ID TO WS-OLD-VALUE
003580         MOVE CUR-EMP-SUPERVISOR-ID TO WS-NEW-VALUE
003590         PERFORM 2400-REPORT-FIELD-CHANGE THRU 2400-EXIT
003600     END-IF.
003610     IF RECORD-CHANGED
003620         ADD 1 TO WS-CHANGE-COUNT
003630     END-IF.
003640 2300-EXIT.
003650     EXIT.
003660*
003670*-----------------------------------------------------------*
003680* 2400-REPORT-FIELD-CHANGE - ONE LINE PER CHANGED FIELD      *
003690* SHOWING THE EMP-ID, THE FIELD, AND THE OLD AND NEW VALUE.  *
003700*-----------------------------------------------------------*
003710 2400-REPORT-FIELD-CHANGE.
003720     SET RECORD-CHANGED TO TRUE.
003730     MOVE SPACES TO COMPARE-REPORT-RECORD.
003740     STRING
003750         "CHANGE  "                     DELIMITED BY SIZE
003760         CUR-EMP-ID                     DELIMITED BY SIZE
003770         "  "                           DELIMITED BY SIZE
003780         WS-FIELD-NAME                  DELIMITED BY SIZE
003790         " OLD="                        DELIMITED BY SIZE
003800         WS-OLD-VALUE                   DELIMITED BY SIZE
003810         " NEW="                        DELIMITED BY SIZE
003820         WS-NEW-VALUE                   DELIMITED BY SIZE
003830         INTO COMPARE-REPORT-RECORD
003840     END-STRING.
003850     WRITE COMPARE-REPORT-RECORD.
003860 2400-EXIT.
003870     EXIT.
003880*
003890*-----------------------------------------------------------*
003900* 8000-CLEANUP - WRITE THE TRAILER COUNTS, CLOSE THE FILES   *
003910* AND ECHO THE COUNTS ON THE OPERATOR LOG.                   *
003920*-----------------------------------------------------------*
003930 8000-CLEANUP.
003940     MOVE WS-ADD-COUNT TO WS-COUNT-PRINT.
003950     MOVE SPACES TO COMPARE-REPORT-RECORD.
003960     STRING
003970         "TRAILER ADDS="                DELIMITED BY SIZE
003980         WS-COUNT-PRINT                 DELIMITED BY SIZE
003990         INTO COMPARE-REPORT-RECORD
004000     END-STRING.
004010     WRITE COMPARE-REPORT-RECORD.
004020     MOVE WS-DELETE-COUNT TO WS-COUNT-PRINT.
004030     MOVE SPACES TO COMPARE-REPORT-RECORD.
004040     STRING
004050         "TRAILER DELETES="             DELIMITED BY SIZE
004060         WS-COUNT-PRINT                 DELIMITED BY SIZE
004070         INTO COMPARE-REPORT-RECORD
004080     END-STRING.
004090     WRITE COMPARE-REPORT-RECORD.
004100     MOVE WS-CHANGE-COUNT TO WS-COUNT-PRINT.
004110     MOVE SPACES TO COMPARE-REPORT-RECORD.
004120     STRING
004130         "TRAILER CHANGES="             DELIMITED BY SIZE
004140         WS-COUNT-PRINT                 DELIMITED BY SIZE
004150         INTO COMPARE-REPORT-RECORD
004160     END-STRING.
004170     WRITE COMPARE-REPORT-RECORD.
004180     MOVE WS-MATCH-COUNT TO WS-COUNT-PRINT.
004190     MOVE SPACES TO COMPARE-REPORT-RECORD.
004200     STRING
004210         "TRAILER MATCHED="             DELIMITED BY SIZE
004220         WS-COUNT-PRINT                 DELIMITED BY SIZE
004230         INTO COMPARE-REPORT-RECORD
004240     END-STRING.
004250     WRITE COMPARE-REPORT-RECORD.
004260     CLOSE CURR-FILE PRIOR-FILE COMPARE-REPORT-FILE.
004270     MOVE WS-ADD-COUNT TO WS-COUNT-PRINT.
004280     DISPLAY "EMPCOMP ADDS:    " WS-COUNT-PRINT.
004290     MOVE WS-DELETE-COUNT TO WS-COUNT-PRINT.
004300     DISPLAY "EMPCOMP DELETES: " WS-COUNT-PRINT.
004310     MOVE WS-CHANGE-COUNT TO WS-COUNT-PRINT.
004320     DISPLAY "EMPCOMP CHANGES: " WS-COUNT-PRINT.
004330 8000-EXIT.
004340     EXIT.
004350*
004360 END PROGRAM EMPCOMP.
