000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TURNRPT.
000030 AUTHOR. R-T-NEAL.
000040 INSTALLATION. DATA-PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*-----------------------------------------------------------*
000090* TURNOVER AND ATTRITION REPORT FOR THE PERIOD FROM= TO TO=. *
000100* THE ACTIVE MASTER AND THE ARTARCH.DAT ARCHIVE OF PURGED    *
000110* LEAVERS ARE READ TOGETHER, SORTED BY DEPARTMENT, AND EACH  *
000120* DEPARTMENT (WITH ITS DEPT.DAT NAME) AND THE COMPANY TOTAL  *
000130* SHOW:                                                      *
000140*   OPENING  - EMPLOYED AT THE START OF FROM=: HIRED BEFORE  *
000150*              IT AND NOT TERMINATED BEFORE IT.              *
000160*   HIRES    - EMP-HIRE-DATE WITHIN THE PERIOD.              *
000170*   TERMS    - EMP-TERM-DATE WITHIN THE PERIOD.              *
000180*   CLOSING  - EMPLOYED AT THE END OF TO=, SO THAT OPENING + *
000190*              HIRES - TERMS = CLOSING.                      *
000200*   TURN%    - TERMS OVER THE AVERAGE OF OPENING AND CLOSING *
000210*              HEADCOUNT.                                    *
000220*   12MO%    - THE SAME RATE FOR THE TWELVE MONTHS ENDING    *
000230*              TO=, WHATEVER THE LENGTH OF THE PERIOD.       *
000240*   AVG TEN  - AVERAGE YEARS OF SERVICE OF THE PERIOD'S      *
000250*              LEAVERS, HIRE DATE TO TERM DATE.              *
000260*   1ST YR%  - SHARE OF THE PERIOD'S LEAVERS WHO WENT WITHIN *
000270*              A YEAR OF BEING HIRED.                        *
000280* THE SAME FIGURES GO TO TURNRPT.CSV, ONE LINE PER           *
000290* DEPARTMENT AND A TOTAL LINE, FOR THE BOARD PACK.  A        *
000300* TERMINATED EMPLOYEE WITH NO TERM DATE CANNOT BE PLACED IN  *
000310* TIME AND IS LISTED AS AN EXCEPTION INSTEAD OF COUNTED.     *
000320*-----------------------------------------------------------*
000330*
000340* MODIFICATION HISTORY.
000350*    10/15/26  RTN  ORIGINAL VERSION.
000360*    10/15/26  RTN  EMP-SUPERVISOR-ID ADDED TO THE ARCHIVE
000370*                   LAYOUT.
000380*
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT OPTIONAL EMP-FILE ASSIGN "SYS$DISK:ART.DAT"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS EMP-ID
000460         ALTERNATE RECORD KEY IS EMP-NAME
000470             WITH DUPLICATES
000480         ALTERNATE RECORD KEY IS EMP-DEPT-CODE
000490             WITH DUPLICATES
000500         FILE STATUS IS WS-EMP-STATUS.
000510     SELECT OPTIONAL ARCHIVE-FILE ASSIGN "SYS$DISK:ARTARCH.DAT"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS ARCH-EMP-ID
000550         ALTERNATE RECORD KEY IS ARCH-EMP-NAME
000560             WITH DUPLICATES
000570         ALTERNATE RECORD KEY IS ARCH-EMP-DEPT-CODE
000580             WITH DUPLICATES
000590         FILE STATUS IS WS-ARCH-STATUS.
000600     SELECT OPTIONAL DEPT-FILE ASSIGN "SYS$DISK:DEPT.DAT"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS DEPT-CODE
000640         FILE STATUS IS WS-DEPT-STATUS.
000650     SELECT TURN-REPORT-FILE ASSIGN "SYS$DISK:TURNRPT.RPT"
000660         ORGANIZATION IS LINE SEQUENTIAL.
000670     SELECT CSV-FILE ASSIGN "SYS$DISK:TURNRPT.CSV"
000680         ORGANIZATION IS LINE SEQUENTIAL.
000690     SELECT SORT-FILE ASSIGN "SYS$DISK:SORTWORK".
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  EMP-FILE
000730     VALUE OF ID IS WS-EMP-FILE-SPEC.
000740 COPY "EMPREC.LIB".
000750*
000760*-----------------------------------------------------------*
000770* THE ARCHIVE MIRRORS THE EMPREC COPYBOOK WITH ARCH- NAMES,  *
000780* AS IN EMPINQ, SINCE BOTH FILES ARE OPEN AT ONCE.           *
000790*-----------------------------------------------------------*
000800 FD  ARCHIVE-FILE
000810     VALUE OF ID IS WS-ARCH-FILE-SPEC.
000820 01  ARCH-RECORD.
000830     02  ARCH-EMP-ID             PIC 9(07).
000840     02  ARCH-EMP-NAME           PIC X(15).
000850     02  ARCH-EMP-ADDRESS        PIC X(30).
000860     02  ARCH-EMP-DEPT-CODE      PIC X(04).
000870     02  ARCH-EMP-HIRE-DATE      PIC 9(08).
000880     02  ARCH-EMP-JOB-TITLE      PIC X(20).
000890     02  ARCH-EMP-STATUS         PIC X(01).
000900     02  ARCH-EMP-TERM-DATE      PIC 9(08).
000910     02  ARCH-EMP-SUPERVISOR-ID  PIC 9(07).
000920 FD  DEPT-FILE
000930     VALUE OF ID IS WS-DEPT-FILE-SPEC.
000940 COPY "DEPTREC.LIB".
000950 FD  TURN-REPORT-FILE
000960     VALUE OF ID IS WS-REPORT-FILE-SPEC.
000970 01  TURN-REPORT-RECORD          PIC X(132).
000980 FD  CSV-FILE
000990     VALUE OF ID IS WS-CSV-FILE-SPEC.
001000 01  CSV-RECORD                  PIC X(132).
001010 SD  SORT-FILE.
001020 01  SORT-RECORD.
001030     02  SORT-DEPT-CODE          PIC X(04).
001040     02  SORT-EMP-ID             PIC 9(07).
001050     02  SORT-HIRE-DATE          PIC 9(08).
001060     02  SORT-TERM-DATE          PIC 9(08).
001070 WORKING-STORAGE SECTION.
001080*
001090*-----------------------------------------------------------*
001100* FILE STATUS BYTES AND RUNTIME FILE SPECS.  FILE= NAMES THE *
001110* EMPLOYEE MASTER, ARCH= THE ARCHIVE, DEPT= THE DEPARTMENT   *
001120* MASTER, REPORT= AND CSV= THE TWO OUTPUTS.                  *
001130*-----------------------------------------------------------*
001140 01  WS-EMP-STATUS               PIC X(02).
001150 01  WS-ARCH-STATUS              PIC X(02).
001160 01  WS-DEPT-STATUS              PIC X(02).
001170 01  WS-EMP-FILE-SPEC            PIC X(50)
001180     VALUE "SYS$DISK:ART.DAT".
001190 01  WS-ARCH-FILE-SPEC           PIC X(50)
001200     VALUE "SYS$DISK:ARTARCH.DAT".
001210 01  WS-DEPT-FILE-SPEC           PIC X(50)
001220     VALUE "SYS$DISK:DEPT.DAT".
001230 01  WS-REPORT-FILE-SPEC         PIC X(50)
001240     VALUE "SYS$DISK:TURNRPT.RPT".
001250 01  WS-CSV-FILE-SPEC            PIC X(50)
001260     VALUE "SYS$DISK:TURNRPT.CSV".
001270 01  WS-COMMAND-LINE             PIC X(132).
001280 01  WS-PARM-WORDS.
001290     02  WS-PARM-ENTRY           PIC X(50) OCCURS 10 TIMES.
001300 01  WS-PARM-IDX                 PIC 9(2) COMP.
001310 01  WS-PARM-KEYWORD             PIC X(10).
001320 01  WS-PARM-VALUE               PIC X(40).
001330 01  WS-DEPT-AVAIL-SW            PIC X VALUE "N".
001340     88  DEPT-MASTER-AVAILABLE       VALUE "Y".
001350 01  WS-ARCH-AVAIL-SW            PIC X VALUE "N".
001360     88  ARCHIVE-AVAILABLE           VALUE "Y".
001370*
001380*-----------------------------------------------------------*
001390* THE PERIOD AND THE START OF THE TWELVE MONTHS ENDING ON    *
001400* ITS LAST DAY (THE DAY AFTER THE SAME DATE A YEAR EARLIER). *
001410*-----------------------------------------------------------*
001420 01  WS-FROM-DATE                PIC 9(08) VALUE ZERO.
001430 01  WS-FROM-SPLIT REDEFINES WS-FROM-DATE.
001440     02  WS-FROM-YEAR            PIC 9(04).
001450     02  WS-FROM-MONTH           PIC 9(02).
001460     02  WS-FROM-DAY             PIC 9(02).
001470 01  WS-TO-DATE                  PIC 9(08) VALUE ZERO.
001480 01  WS-TO-SPLIT REDEFINES WS-TO-DATE.
001490     02  WS-TO-YEAR              PIC 9(04).
001500     02  WS-TO-MONTH             PIC 9(02).
001510     02  WS-TO-DAY               PIC 9(02).
001520 01  WS-YEAR-BACK-DATE           PIC 9(08).
001530 01  WS-YEAR-BACK-SPLIT REDEFINES WS-YEAR-BACK-DATE.
001540     02  WS-YB-YEAR              PIC 9(04).
001550     02  WS-YB-MONTH             PIC 9(02).
001560     02  WS-YB-DAY               PIC 9(02).
001570 01  WS-ROLL-START-DATE          PIC 9(08).
001580*
001590*-----------------------------------------------------------*
001600* THE COUNTS, KEPT TWICE: ENTRY 1 FOR THE DEPARTMENT IN      *
001610* HAND, ENTRY 2 FOR THE COMPANY TOTAL.  LEAVER TENURE IS     *
001620* SUMMED IN DAYS OVER THE LEAVERS WITH A USABLE HIRE DATE.   *
001630*-----------------------------------------------------------*
001640 01  WS-TURN-TABLE.
001650     02  WS-TN-ENTRY OCCURS 2 TIMES.
001660         03  WS-TN-OPENING       PIC 9(05) COMP.
001670         03  WS-TN-HIRES         PIC 9(05) COMP.
001680         03  WS-TN-TERMS         PIC 9(05) COMP.
001690         03  WS-TN-CLOSING       PIC 9(05) COMP.
001700         03  WS-TN-ROLL-OPENING  PIC 9(05) COMP.
001710         03  WS-TN-ROLL-TERMS    PIC 9(05) COMP.
001720         03  WS-TN-TENURE-COUNT  PIC 9(05) COMP.
001730         03  WS-TN-TENURE-DAYS   PIC 9(09) COMP.
001740         03  WS-TN-FIRST-YEAR    PIC 9(05) COMP.
001750 01  WS-TN-IDX                   PIC 9(02) COMP.
001760 01  WS-TENURE-DAYS              PIC S9(07).
001770*
001780*-----------------------------------------------------------*
001790* RATES WORKED OUT FOR ONE LINE, AND THE LINE'S PRINT AND    *
001800* CSV FIELDS.                                                *
001810*-----------------------------------------------------------*
001820 01  WS-TURN-RATE                PIC 9(04)V9.
001830 01  WS-ROLL-RATE                PIC 9(04)V9.
001840 01  WS-AVG-TENURE               PIC 9(03)V9.
001850 01  WS-FIRST-YEAR-RATE          PIC 9(03)V9.
001860 01  WS-LINE-CODE                PIC X(04).
001870 01  WS-LINE-NAME                PIC X(20).
001880 01  WS-OPEN-PRINT               PIC ZZZZ9.
001890 01  WS-HIRE-PRINT               PIC ZZZZ9.
001900 01  WS-TERM-PRINT               PIC ZZZZ9.
001910 01  WS-CLOSE-PRINT              PIC ZZZZ9.
001920 01  WS-TURN-PRINT               PIC ZZZ9.9.
001930 01  WS-ROLL-PRINT               PIC ZZZ9.9.
001940 01  WS-TENURE-PRINT             PIC ZZ9.9.
001950 01  WS-FIRST-PRINT              PIC ZZ9.9.
001960*
001970*-----------------------------------------------------------*
001980* CONTROL BREAK AND RUN COUNTS.                              *
001990*-----------------------------------------------------------*
002000 01  WS-PREV-DEPT                PIC X(04).
002010 01  WS-FIRST-SW                 PIC X.
002020     88  FIRST-RECORD                VALUE "Y".
002030     88  NOT-FIRST-RECORD            VALUE "N".
002040 01  D-DATE                      PIC 9(8).
002050 01  WS-EMP-READ-COUNT           PIC 9(05) COMP VALUE ZERO.
002060 01  WS-ARCH-READ-COUNT          PIC 9(05) COMP VALUE ZERO.
002070 01  WS-NO-TERM-DATE-COUNT       PIC 9(05) COMP VALUE ZERO.
002080 01  WS-DEPT-LINE-COUNT          PIC 9(05) COMP VALUE ZERO.
002090 01  WS-COUNT-PRINT              PIC ZZZZ9.
002100 01  EOF-SW                      PIC X.
002110     88  E-O-F                       VALUE "E".
002120     88  NOT-E-O-F                   VALUE "N".
002130 PROCEDURE DIVISION.
002140 MAIN-PROG SECTION.
002150 0000-MAINLINE.
002160     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002170     SORT SORT-FILE
002180         ON ASCENDING KEY SORT-DEPT-CODE SORT-EMP-ID
002190         INPUT PROCEDURE IS 2000-GATHER-INPUT THRU 2000-EXIT
002200         OUTPUT PROCEDURE IS 3000-DEPT-OUTPUT THRU 3000-EXIT.
002210     PERFORM 8000-CLEANUP THRU 8000-EXIT.
002220     STOP RUN.
002230*
002240*-----------------------------------------------------------*
002250* 1000-INITIALIZE - RESOLVE AND CHECK THE PERIOD, WORK OUT   *
002260* THE START OF THE ROLLING YEAR, OPEN THE FILES AND WRITE    *
002270* THE REPORT AND CSV HEADINGS.                               *
002280*-----------------------------------------------------------*
002290 1000-INITIALIZE.
002300     ACCEPT D-DATE FROM DATE YYYYMMDD.
002310     PERFORM 1100-RESOLVE-FILE-SPECS THRU 1100-EXIT.
002320     IF WS-FROM-DATE = ZERO OR WS-TO-DATE = ZERO
002330         DISPLAY "TURNRPT - FROM= AND TO= DATES ARE REQUIRED"
002340         STOP RUN
002350     END-IF.
002360     IF WS-FROM-MONTH < 01 OR WS-FROM-MONTH > 12
002370         OR WS-FROM-DAY < 01 OR WS-FROM-DAY > 31
002380         DISPLAY "TURNRPT - INVALID FROM DATE " WS-FROM-DATE
002390         STOP RUN
002400     END-IF.
002410     IF WS-TO-MONTH < 01 OR WS-TO-MONTH > 12
002420         OR WS-TO-DAY < 01 OR WS-TO-DAY > 31
002430         DISPLAY "TURNRPT - INVALID TO DATE " WS-TO-DATE
002440         STOP RUN
002450     END-IF.
002460     IF WS-TO-DATE < WS-FROM-DATE
002470         DISPLAY "TURNRPT - TO DATE IS BEFORE FROM DATE"
002480         STOP RUN
002490     END-IF.
002500     MOVE WS-TO-DATE TO WS-YEAR-BACK-DATE.
002510     SUBTRACT 1 FROM WS-YB-YEAR.
002520     IF WS-YB-MONTH = 02 AND WS-YB-DAY = 29
002530         MOVE 28 TO WS-YB-DAY
002540     END-IF.
002550     COMPUTE WS-ROLL-START-DATE = FUNCTION DATE-OF-INTEGER
002560         (FUNCTION INTEGER-OF-DATE (WS-YEAR-BACK-DATE) + 1).
002570     OPEN INPUT EMP-FILE.
002580     IF WS-EMP-STATUS NOT = "00" AND WS-EMP-STATUS NOT = "05"
002590         DISPLAY "TURNRPT - CANNOT OPEN EMPLOYEE FILE "
002600             WS-EMP-FILE-SPEC
002610         DISPLAY "TURNRPT - FILE STATUS " WS-EMP-STATUS
002620         STOP RUN
002630     END-IF.
002640     OPEN INPUT ARCHIVE-FILE.
002650     IF WS-ARCH-STATUS = "00"
002660         SET ARCHIVE-AVAILABLE TO TRUE
002670     ELSE
002680         DISPLAY "TURNRPT - NO ARCHIVE - STATUS="
002690             WS-ARCH-STATUS " - ACTIVE MASTER ONLY"
002700     END-IF.
002710     OPEN INPUT DEPT-FILE.
002720     IF WS-DEPT-STATUS = "00"
002730         SET DEPT-MASTER-AVAILABLE TO TRUE
002740     ELSE
002750         DISPLAY "TURNRPT - DEPARTMENT NAMES UNAVAILABLE - "
002760             "STATUS=" WS-DEPT-STATUS
002770     END-IF.
002780     OPEN OUTPUT TURN-REPORT-FILE.
002790     MOVE SPACES TO TURN-REPORT-RECORD.
002800     STRING
002810         "TURNOVER AND ATTRITION BY DEPARTMENT " DELIMITED BY SIZE
002820         D-DATE                         DELIMITED BY SIZE
002830         "  PERIOD "                    DELIMITED BY SIZE
002840         WS-FROM-DATE                   DELIMITED BY SIZE
002850         " TO "                         DELIMITED BY SIZE
002860         WS-TO-DATE                     DELIMITED BY SIZE
002870         "  12 MONTHS FROM "            DELIMITED BY SIZE
002880         WS-ROLL-START-DATE             DELIMITED BY SIZE
002890         INTO TURN-REPORT-RECORD
002900     END-STRING.
002910     WRITE TURN-REPORT-RECORD.
002920     MOVE SPACES TO TURN-REPORT-RECORD.
002930     WRITE TURN-REPORT-RECORD.
002940     MOVE SPACES TO TURN-REPORT-RECORD.
002950     STRING
002960         "DEPT NAME                   OPEN HIRES TERMS CLOSE"
002970                                        DELIMITED BY SIZE
002980         "   TURN%   12MO%  AVG TEN  1ST YR%"
002990                                        DELIMITED BY SIZE
003000         INTO TURN-REPORT-RECORD
003010     END-STRING.
003020     WRITE TURN-REPORT-RECORD.
003030     OPEN OUTPUT CSV-FILE.
003040     MOVE SPACES TO CSV-RECORD.
003050     STRING
003060         "DEPT,NAME,OPENING,HIRES,TERMS,CLOSING,TURNOVER_PCT,"
003070                                        DELIMITED BY SIZE
003080         "ROLLING_12M_PCT,AVG_TENURE_YRS,FIRST_YEAR_PCT"
003090                                        DELIMITED BY SIZE
003100         INTO CSV-RECORD
003110     END-STRING.
003120     WRITE CSV-RECORD.
003130     MOVE 1 TO WS-TN-IDX.
003140     PERFORM 3600-CLEAR-COUNTS THRU 3600-EXIT.
003150     MOVE 2 TO WS-TN-IDX.
003160     PERFORM 3600-CLEAR-COUNTS THRU 3600-EXIT.
003170 1000-EXIT.
003180     EXIT.
003190*
003200*-----------------------------------------------------------*
003210* 1100-RESOLVE-FILE-SPECS - SCAN THE COMMAND LINE.  FROM=    *
003220* AND TO= GIVE THE PERIOD; FILE=, ARCH=, DEPT=, REPORT= AND  *
003230* CSV= NAME THE FILES.                                       *
003240*-----------------------------------------------------------*
003250 1100-RESOLVE-FILE-SPECS.
003260     MOVE SPACES TO WS-COMMAND-LINE.
003270     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
003280     IF WS-COMMAND-LINE = SPACES
003290         GO TO 1100-EXIT
003300     END-IF.
003310     MOVE SPACES TO WS-PARM-WORDS.
003320     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
003330         INTO WS-PARM-ENTRY (1) WS-PARM-ENTRY (2)
003340              WS-PARM-ENTRY (3) WS-PARM-ENTRY (4)
003350              WS-PARM-ENTRY (5) WS-PARM-ENTRY (6)
003360              WS-PARM-ENTRY (7) WS-PARM-ENTRY (8)
003370              WS-PARM-ENTRY (9) WS-PARM-ENTRY (10)
003380     END-UNSTRING.
003390     PERFORM 1160-PROCESS-ONE-PARAMETER THRU 1160-EXIT
003400         VARYING WS-PARM-IDX FROM 1 BY 1
003410         UNTIL WS-PARM-IDX > 10.
003420 1100-EXIT.
003430     EXIT.
003440*
003450 1160-PROCESS-ONE-PARAMETER.
003460     IF WS-PARM-ENTRY (WS-PARM-IDX) = SPACES
003470         GO TO 1160-EXIT
003480     END-IF.
003490     MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE.
003500     UNSTRING WS-PARM-ENTRY (WS-PARM-IDX) DELIMITED BY "="
003510         INTO WS-PARM-KEYWORD WS-PARM-VALUE
003520     END-UNSTRING.
003530     IF WS-PARM-VALUE = SPACES
003540         MOVE WS-PARM-ENTRY (WS-PARM-IDX)
003550             TO WS-EMP-FILE-SPEC
003560         GO TO 1160-EXIT
003570     END-IF.
003580     EVALUATE WS-PARM-KEYWORD
003590         WHEN "FILE"
003600             MOVE WS-PARM-VALUE TO WS-EMP-FILE-SPEC
003610         WHEN "ARCH"
003620             MOVE WS-PARM-VALUE TO WS-ARCH-FILE-SPEC
003630         WHEN "DEPT"
003640             MOVE WS-PARM-VALUE TO WS-DEPT-FILE-SPEC
003650         WHEN "REPORT"
003660             MOVE WS-PARM-VALUE TO WS-REPORT-FILE-SPEC
003670         WHEN "CSV"
003680             MOVE WS-PARM-VALUE TO WS-CSV-FILE-SPEC
003690         WHEN "FROM"
003700             MOVE FUNCTION NUMVAL (WS-PARM-VALUE)
003710                 TO WS-FROM-DATE
003720         WHEN "TO"
003730             MOVE FUNCTION NUMVAL (WS-PARM-VALUE)
003740                 TO WS-TO-DATE
003750         WHEN OTHER
003760             CONTINUE
003770     END-EVALUATE.
003780 1160-EXIT.
003790     EXIT.
003800*
003810*-----------------------------------------------------------*
003820* 2000-GATHER-INPUT - RELEASE EVERY EMPLOYEE ON THE MASTER   *
003830* AND THEN EVERY LEAVER ON THE ARCHIVE TO THE SORT WITH THE  *
003840* DEPARTMENT, HIRE DATE AND (FOR A LEAVER) TERM DATE.        *
003850*-----------------------------------------------------------*
003860 2000-GATHER-INPUT.
003870     SET NOT-E-O-F TO TRUE.
003880     PERFORM 2900-READ-EMPLOYEE THRU 2900-EXIT.
003890     PERFORM 2100-RELEASE-ONE-EMPLOYEE THRU 2100-EXIT
003900         UNTIL E-O-F.
003910     IF NOT ARCHIVE-AVAILABLE
003920         GO TO 2000-EXIT
003930     END-IF.
003940     SET NOT-E-O-F TO TRUE.
003950     PERFORM 2950-READ-ARCHIVE THRU 2950-EXIT.
003960     PERFORM 2200-RELEASE-ONE-LEAVER THRU 2200-EXIT
003970         UNTIL E-O-F.
003980 2000-EXIT.
003990     EXIT.
004000*
004010 2100-RELEASE-ONE-EMPLOYEE.
004020     ADD 1 TO WS-EMP-READ-COUNT.
004030     MOVE EMP-DEPT-CODE  TO SORT-DEPT-CODE.
004040     MOVE EMP-ID         TO SORT-EMP-ID.
004050     MOVE EMP-HIRE-DATE  TO SORT-HIRE-DATE.
004060     MOVE ZERO           TO SORT-TERM-DATE.
004070     IF EMP-TERMINATED
004080         MOVE EMP-TERM-DATE TO SORT-TERM-DATE
004090     END-IF.
004100     IF EMP-TERMINATED AND EMP-TERM-DATE = ZERO
004110         PERFORM 2800-WRITE-NO-TERM-DATE THRU 2800-EXIT
004120     ELSE
004130         RELEASE SORT-RECORD
004140     END-IF.
004150     PERFORM 2900-READ-EMPLOYEE THRU 2900-EXIT.
004160 2100-EXIT.
004170     EXIT.
004180*
004190 2200-RELEASE-ONE-LEAVER.
004200     ADD 1 TO WS-ARCH-READ-COUNT.
004210     MOVE ARCH-EMP-DEPT-CODE TO SORT-DEPT-CODE.
004220     MOVE ARCH-EMP-ID        TO SORT-EMP-ID.
004230     MOVE ARCH-EMP-HIRE-DATE TO SORT-HIRE-DATE.
004240     MOVE ARCH-EMP-TERM-DATE TO SORT-TERM-DATE.
004250     IF ARCH-EMP-TERM-DATE = ZERO
004260         PERFORM 2800-WRITE-NO-TERM-DATE THRU 2800-EXIT
004270     ELSE
004280         RELEASE SORT-RECORD
004290     END-IF.
004300     PERFORM 2950-READ-ARCHIVE THRU 2950-EXIT.
004310 2200-EXIT.
004320     EXIT.
004330*
004340 2800-WRITE-NO-TERM-DATE.
004350     ADD 1 TO WS-NO-TERM-DATE-COUNT.
004360     MOVE SPACES TO TURN-REPORT-RECORD.
004370     STRING
004380         "EXCEPTION "                   DELIMITED BY SIZE
004390         SORT-EMP-ID                    DELIMITED BY SIZE
004400         "  DEPT "                      DELIMITED BY SIZE
004410         SORT-DEPT-CODE                 DELIMITED BY SIZE
004420         "  TERMINATED WITH NO TERM DATE - NOT COUNTED"
004430                                        DELIMITED BY SIZE
004440         INTO TURN-REPORT-RECORD
004450     END-STRING.
004460     WRITE TURN-REPORT-RECORD.
004470 2800-EXIT.
004480     EXIT.
004490*
004500 2900-READ-EMPLOYEE.
004510     READ EMP-FILE NEXT RECORD
004520         AT END
004530             SET E-O-F TO TRUE
004540     END-READ.
004550 2900-EXIT.
004560     EXIT.
004570*
004580 2950-READ-ARCHIVE.
004590     READ ARCHIVE-FILE NEXT RECORD
004600         AT END
004610             SET E-O-F TO TRUE
004620     END-READ.
004630 2950-EXIT.
004640     EXIT.
004650*
004660*-----------------------------------------------------------*
004670* 3000-DEPT-OUTPUT - COUNT THE SORTED RECORDS WITH A CONTROL *
004680* BREAK ON DEPARTMENT, ONE REPORT AND CSV LINE PER           *
004690* DEPARTMENT, THEN THE COMPANY TOTAL LINE.                   *
004700*-----------------------------------------------------------*
004710 3000-DEPT-OUTPUT.
004720     SET FIRST-RECORD TO TRUE.
004730     SET NOT-E-O-F TO TRUE.
004740     RETURN SORT-FILE RECORD
004750         AT END
004760             SET E-O-F TO TRUE
004770     END-RETURN.
004780     PERFORM 3100-COUNT-ONE-EMPLOYEE THRU 3100-EXIT
004790         UNTIL E-O-F.
004800     IF NOT-FIRST-RECORD
004810         PERFORM 3400-DEPT-BREAK THRU 3400-EXIT
004820     END-IF.
004830     MOVE SPACES TO TURN-REPORT-RECORD.
004840     WRITE TURN-REPORT-RECORD.
004850     MOVE "ALL " TO WS-LINE-CODE.
004860     MOVE "ALL DEPARTMENTS" TO WS-LINE-NAME.
004870     MOVE 2 TO WS-TN-IDX.
004880     PERFORM 3500-PRINT-COUNTS THRU 3500-EXIT.
004890 3000-EXIT.
004900     EXIT.
004910*
004920*-----------------------------------------------------------*
004930* 3100-COUNT-ONE-EMPLOYEE - PLACE ONE EMPLOYEE AGAINST THE   *
004940* PERIOD AND THE ROLLING YEAR, IN BOTH THE DEPARTMENT AND    *
004950* THE COMPANY COUNTS.                                        *
004960*-----------------------------------------------------------*
004970 3100-COUNT-ONE-EMPLOYEE.
004980     IF FIRST-RECORD
004990         OR SORT-DEPT-CODE NOT = WS-PREV-DEPT
005000         IF NOT-FIRST-RECORD
005010             PERFORM 3400-DEPT-BREAK THRU 3400-EXIT
005020         END-IF
005030         MOVE 1 TO WS-TN-IDX
005040         PERFORM 3600-CLEAR-COUNTS THRU 3600-EXIT
005050         MOVE SORT-DEPT-CODE TO WS-PREV-DEPT
005060         SET NOT-FIRST-RECORD TO TRUE
005070     END-IF.
005080     MOVE 1 TO WS-TN-IDX.
005090     PERFORM 3200-PLACE-EMPLOYEE THRU 3200-EXIT.
005100     MOVE 2 TO WS-TN-IDX.
005110     PERFORM 3200-PLACE-EMPLOYEE THRU 3200-EXIT.
005120     RETURN SORT-FILE RECORD
005130         AT END
005140             SET E-O-F TO TRUE
005150     END-RETURN.
005160 3100-EXIT.
005170     EXIT.
005180*
005190 3200-PLACE-EMPLOYEE.
005200     IF SORT-HIRE-DATE < WS-FROM-DATE
005210         AND (SORT-TERM-DATE = ZERO
005220              OR SORT-TERM-DATE NOT < WS-FROM-DATE)
005230         ADD 1 TO WS-TN-OPENING (WS-TN-IDX)
005240     END-IF.
005250     IF SORT-HIRE-DATE NOT < WS-FROM-DATE
005260         AND SORT-HIRE-DATE NOT > WS-TO-DATE
005270         ADD 1 TO WS-TN-HIRES (WS-TN-IDX)
005280     END-IF.
005290     IF SORT-HIRE-DATE NOT > WS-TO-DATE
005300         AND (SORT-TERM-DATE = ZERO
005310              OR SORT-TERM-DATE > WS-TO-DATE)
005320         ADD 1 TO WS-TN-CLOSING (WS-TN-IDX)
005330     END-IF.
005340     IF SORT-HIRE-DATE < WS-ROLL-START-DATE
005350         AND (SORT-TERM-DATE = ZERO
005360              OR SORT-TERM-DATE NOT < WS-ROLL-START-DATE)
005370         ADD 1 TO WS-TN-ROLL-OPENING (WS-TN-IDX)
005380     END-IF.
005390     IF SORT-TERM-DATE = ZERO
005400         OR SORT-TERM-DATE > WS-TO-DATE
005410         GO TO 3200-EXIT
005420     END-IF.
005430     IF SORT-TERM-DATE NOT < WS-ROLL-START-DATE
005440         ADD 1 TO WS-TN-ROLL-TERMS (WS-TN-IDX)
005450     END-IF.
005460     IF SORT-TERM-DATE < WS-FROM-DATE
005470         GO TO 3200-EXIT
005480     END-IF.
005490     ADD 1 TO WS-TN-TERMS (WS-TN-IDX).
005500     IF SORT-HIRE-DATE = ZERO
005510         OR SORT-HIRE-DATE > SORT-TERM-DATE
005520         GO TO 3200-EXIT
005530     END-IF.
005540     COMPUTE WS-TENURE-DAYS =
005550         FUNCTION INTEGER-OF-DATE (SORT-TERM-DATE)
005560       - FUNCTION INTEGER-OF-DATE (SORT-HIRE-DATE).
005570     ADD 1 TO WS-TN-TENURE-COUNT (WS-TN-IDX).
005580     ADD WS-TENURE-DAYS TO WS-TN-TENURE-DAYS (WS-TN-IDX).
005590     IF WS-TENURE-DAYS < 365
005600         ADD 1 TO WS-TN-FIRST-YEAR (WS-TN-IDX)
005610     END-IF.
005620 3200-EXIT.
005630     EXIT.
005640*
005650*-----------------------------------------------------------*
005660* 3400-DEPT-BREAK - NAME THE DEPARTMENT FROM DEPT.DAT AND    *
005670* PRINT ITS LINE.                                            *
005680*-----------------------------------------------------------*
005690 3400-DEPT-BREAK.
005700     MOVE WS-PREV-DEPT TO WS-LINE-CODE.
005710     PERFORM 3450-LOOKUP-DEPT-NAME THRU 3450-EXIT.
005720     MOVE 1 TO WS-TN-IDX.
005730     PERFORM 3500-PRINT-COUNTS THRU 3500-EXIT.
005740     ADD 1 TO WS-DEPT-LINE-COUNT.
005750 3400-EXIT.
005760     EXIT.
005770*
005780 3450-LOOKUP-DEPT-NAME.
005790     MOVE SPACES TO WS-LINE-NAME.
005800     IF WS-PREV-DEPT = SPACES
005810         MOVE "*NO DEPARTMENT*" TO WS-LINE-NAME
005820         GO TO 3450-EXIT
005830     END-IF.
005840     IF NOT DEPT-MASTER-AVAILABLE
005850         GO TO 3450-EXIT
005860     END-IF.
005870     MOVE WS-PREV-DEPT TO DEPT-CODE.
005880     READ DEPT-FILE RECORD KEY IS DEPT-CODE
005890         INVALID KEY
005900             MOVE "*UNKNOWN*" TO WS-LINE-NAME
005910         NOT INVALID KEY
005920             MOVE DEPT-NAME TO WS-LINE-NAME
005930     END-READ.
005940 3450-EXIT.
005950     EXIT.
005960*
005970*-----------------------------------------------------------*
005980* 3500-PRINT-COUNTS - WORK OUT THE RATES FOR COUNT ENTRY     *
005990* WS-TN-IDX AND WRITE ITS REPORT AND CSV LINES.  A RATE WITH *
006000* NOTHING TO DIVIDE BY IS SHOWN AS ZERO.                     *
006010*-----------------------------------------------------------*
006020 3500-PRINT-COUNTS.
006030     MOVE ZERO TO WS-TURN-RATE WS-ROLL-RATE
006040         WS-AVG-TENURE WS-FIRST-YEAR-RATE.
006050     IF WS-TN-OPENING (WS-TN-IDX) + WS-TN-CLOSING (WS-TN-IDX)
006060         > ZERO
006070         COMPUTE WS-TURN-RATE ROUNDED =
006080             WS-TN-TERMS (WS-TN-IDX) * 200
006090             / (WS-TN-OPENING (WS-TN-IDX)
006100              + WS-TN-CLOSING (WS-TN-IDX))
006110             ON SIZE ERROR
006120                 MOVE 9999.9 TO WS-TURN-RATE
006130         END-COMPUTE
006140     END-IF.
006150     IF WS-TN-ROLL-OPENING (WS-TN-IDX)
006160         + WS-TN-CLOSING (WS-TN-IDX) > ZERO
006170         COMPUTE WS-ROLL-RATE ROUNDED =
006180             WS-TN-ROLL-TERMS (WS-TN-IDX) * 200
006190             / (WS-TN-ROLL-OPENING (WS-TN-IDX)
006200              + WS-TN-CLOSING (WS-TN-IDX))
006210             ON SIZE ERROR
006220                 MOVE 9999.9 TO WS-ROLL-RATE
006230         END-COMPUTE
006240     END-IF.
006250     IF WS-TN-TENURE-COUNT (WS-TN-IDX) > ZERO
006260         COMPUTE WS-AVG-TENURE ROUNDED =
006270             WS-TN-TENURE-DAYS (WS-TN-IDX)
006280             / WS-TN-TENURE-COUNT (WS-TN-IDX) / 365.25
006290     END-IF.
006300     IF WS-TN-TERMS (WS-TN-IDX) > ZERO
006310         COMPUTE WS-FIRST-YEAR-RATE ROUNDED =
006320             WS-TN-FIRST-YEAR (WS-TN-IDX) * 100
006330             / WS-TN-TERMS (WS-TN-IDX)
006340     END-IF.
006350     MOVE WS-TN-OPENING (WS-TN-IDX) TO WS-OPEN-PRINT.
006360     MOVE WS-TN-HIRES (WS-TN-IDX)   TO WS-HIRE-PRINT.
006370     MOVE WS-TN-TERMS (WS-TN-IDX)   TO WS-TERM-PRINT.
006380     MOVE WS-TN-CLOSING (WS-TN-IDX) TO WS-CLOSE-PRINT.
006390     MOVE WS-TURN-RATE              TO WS-TURN-PRINT.
006400     MOVE WS-ROLL-RATE              TO WS-ROLL-PRINT.
006410     MOVE WS-AVG-TENURE             TO WS-TENURE-PRINT.
006420     MOVE WS-FIRST-YEAR-RATE        TO WS-FIRST-PRINT.
006430     MOVE SPACES TO TURN-REPORT-RECORD.
006440     STRING
006450         WS-LINE-CODE                   DELIMITED BY SIZE
006460         " "                            DELIMITED BY SIZE
006470         WS-LINE-NAME                   DELIMITED BY SIZE
006480         " "                            DELIMITED BY SIZE
006490         WS-OPEN-PRINT                  DELIMITED BY SIZE
006500         " "                            DELIMITED BY SIZE
006510         WS-HIRE-PRINT                  DELIMITED BY SIZE
006520         " "                            DELIMITED BY SIZE
006530         WS-TERM-PRINT                  DELIMITED BY SIZE
006540         " "                            DELIMITED BY SIZE
006550         WS-CLOSE-PRINT                 DELIMITED BY SIZE
006560         "  "                           DELIMITED BY SIZE
006570         WS-TURN-PRINT                  DELIMITED BY SIZE
006580         "  "                           DELIMITED BY SIZE
006590         WS-ROLL-PRINT                  DELIMITED BY SIZE
006600         "    "                         DELIMITED BY SIZE
006610         WS-TENURE-PRINT                DELIMITED BY SIZE
006620         "    "                         DELIMITED BY SIZE
006630         WS-FIRST-PRINT                 DELIMITED BY SIZE
006640         INTO TURN-REPORT-RECORD
006650     END-STRING.
006660     WRITE TURN-REPORT-RECORD.
006670     MOVE SPACES TO CSV-RECORD.
006680     STRING
006690         FUNCTION TRIM (WS-LINE-CODE)   DELIMITED BY SIZE
006700         ","                            DELIMITED BY SIZE
006710         FUNCTION TRIM (WS-LINE-NAME)   DELIMITED BY SIZE
006720         ","                            DELIMITED BY SIZE
006730         FUNCTION TRIM (WS-OPEN-PRINT)  DELIMITED BY SIZE
006740         ","                            DELIMITED BY SIZE
006750         FUNCTION TRIM (WS-HIRE-PRINT)  DELIMITED BY SIZE
006760         ","                            DELIMITED BY SIZE
006770         FUNCTION TRIM (WS-TERM-PRINT)  DELIMITED BY SIZE
006780         ","                            DELIMITED BY SIZE
006790         FUNCTION TRIM (WS-CLOSE-PRINT) DELIMITED BY SIZE
006800         ","                            DELIMITED BY SIZE
006810         FUNCTION TRIM (WS-TURN-PRINT)  DELIMITED BY SIZE
006820         ","                            DELIMITED BY SIZE
006830         FUNCTION TRIM (WS-ROLL-PRINT)  DELIMITED BY SIZE
006840         ","                            DELIMITED BY SIZE
006850         FUNCTION TRIM (WS-TENURE-PRINT)
006860                                        DELIMITED BY SIZE
006870         ","                            DELIMITED BY SIZE
006880         FUNCTION TRIM (WS-FIRST-PRINT) DELIMITED BY SIZE
006890         INTO CSV-RECORD
006900     END-STRING.
006910     WRITE CSV-RECORD.
006920 3500-EXIT.
006930     EXIT.
006940*
006950 3600-CLEAR-COUNTS.
006960     MOVE ZERO TO WS-TN-OPENING (WS-TN-IDX)
006970         WS-TN-HIRES (WS-TN-IDX)
006980         WS-TN-TERMS (WS-TN-IDX)
006990         WS-TN-CLOSING (WS-TN-IDX)
007000         WS-TN-ROLL-OPENING (WS-TN-IDX)
007010         WS-TN-ROLL-TERMS (WS-TN-IDX)
007020         WS-TN-TENURE-COUNT (WS-TN-IDX)
007030         WS-TN-TENURE-DAYS (WS-TN-IDX)
007040         WS-TN-FIRST-YEAR (WS-TN-IDX).
007050 3600-EXIT.
007060     EXIT.
007070*
007080*-----------------------------------------------------------*
007090* 8000-CLEANUP - WRITE THE TRAILER, CLOSE THE FILES AND      *
007100* REPORT THE RUN COUNTS ON THE OPERATOR LOG.                 *
007110*-----------------------------------------------------------*
007120 8000-CLEANUP.
007130     MOVE SPACES TO TURN-REPORT-RECORD.
007140     WRITE TURN-REPORT-RECORD.
007150     MOVE WS-NO-TERM-DATE-COUNT TO WS-COUNT-PRINT.
007160     MOVE SPACES TO TURN-REPORT-RECORD.
007170     STRING
007180         "TERMINATED WITH NO TERM DATE (NOT COUNTED)="
007190                                        DELIMITED BY SIZE
007200         WS-COUNT-PRINT                 DELIMITED BY SIZE
007210         INTO TURN-REPORT-RECORD
007220     END-STRING.
007230     WRITE TURN-REPORT-RECORD.
007240     CLOSE EMP-FILE TURN-REPORT-FILE CSV-FILE.
007250     IF ARCHIVE-AVAILABLE
007260         CLOSE ARCHIVE-FILE
007270     END-IF.
007280     IF DEPT-MASTER-AVAILABLE
007290         CLOSE DEPT-FILE
007300     END-IF.
007310     MOVE WS-EMP-READ-COUNT TO WS-COUNT-PRINT.
007320     DISPLAY "TURNRPT MASTER RECORDS READ:  " WS-COUNT-PRINT.
007330     MOVE WS-ARCH-READ-COUNT TO WS-COUNT-PRINT.
007340     DISPLAY "TURNRPT ARCHIVE RECORDS READ: " WS-COUNT-PRINT.
007350     MOVE WS-DEPT-LINE-COUNT TO WS-COUNT-PRINT.
007360     DISPLAY "TURNRPT DEPARTMENTS LISTED:   " WS-COUNT-PRINT.
007370     MOVE WS-NO-TERM-DATE-COUNT TO WS-COUNT-PRINT.
007380     DISPLAY "TURNRPT NO TERM DATE:         " WS-COUNT-PRINT.
007390 8000-EXIT.
007400     EXIT.
007410*
007420 END PROGRAM TURNRPT.
