000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EXTRRPT.
000030 AUTHOR. R-T-NEAL.
000040 INSTALLATION. DATA-PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*-----------------------------------------------------------*
000090* GENERAL EXTRACT AND REPORT, DRIVEN BY A SAVED DEFINITION   *
000100* IN EXTRDEF.DAT (LAYOUT AND LINE TYPES IN EXTRDEF.LIB).     *
000110* THE DEFINITION NAMED BY DEF= (OR A BARE WORD) SAYS WHICH   *
000120* EMPLOYEE FILE TO READ - THE ACTIVE MASTER, THE ARCHIVE OR  *
000130* BOTH - AND EACH EMPLOYEE IS JOINED TO ITS DEPARTMENT ON    *
000140* DEPT.DAT AND TO THE COMPENSATION RATE IN FORCE ON THE      *
000150* AS-OF DATE.  ROWS MEETING EVERY SELECT CONDITION ARE       *
000160* SORTED AS THE DEFINITION ASKS AND WRITTEN EITHER AS A      *
000170* PRINTED REPORT, WITH OPTIONAL SUBTOTALS ON A BREAK FIELD   *
000180* AND A GRAND TOTAL, OR AS A CSV WITH A HEADER LINE.  EVERY  *
000190* RUN IS RECORDED ON RUNHIST.LOG UNDER THE DEFINITION'S      *
000200* NAME AS ITS JOB=, SO A RECURRING REQUEST BECOMES A SAVED   *
000210* DEFINITION THE OPERATORS RUN THEMSELVES AND IT CAN BE      *
000220* TRACKED, OR PUT IN A CYCLE, LIKE ANY OTHER JOB.  A         *
000230* DEFINITION THAT DOES NOT VALIDATE IS LISTED LINE BY LINE   *
000240* ON THE OPERATOR LOG AND THE RUN ENDS STATUS=INVALID.       *
000250*-----------------------------------------------------------*
000260*
000270* MODIFICATION HISTORY.
000280*    10/15/26  RTN  ORIGINAL VERSION.
000290*    10/15/26  RTN  SELECT VALUES ON DIGIT AND AMOUNT FIELDS
000300*                   ARE CHECKED AS DIGITS, WITH ONE DECIMAL
000310*                   POINT ALLOWED FOR AN AMOUNT.
000320*    10/15/26  RTN  A BREAK FIELD MUST BE THE FIRST SORT
000330*                   KEY.
000340*
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT OPTIONAL EMP-FILE ASSIGN "SYS$DISK:ART.DAT"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS EMP-ID
000420         ALTERNATE RECORD KEY IS EMP-NAME
000430             WITH DUPLICATES
000440         ALTERNATE RECORD KEY IS EMP-DEPT-CODE
000450             WITH DUPLICATES
000460         FILE STATUS IS WS-EMP-STATUS.
000470     SELECT OPTIONAL ARCHIVE-FILE ASSIGN "SYS$DISK:ARTARCH.DAT"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS ARCH-EMP-ID
000510         ALTERNATE RECORD KEY IS ARCH-EMP-NAME
000520             WITH DUPLICATES
000530         ALTERNATE RECORD KEY IS ARCH-EMP-DEPT-CODE
000540             WITH DUPLICATES
000550         FILE STATUS IS WS-ARCH-STATUS.
000560     SELECT OPTIONAL DEPT-FILE ASSIGN "SYS$DISK:DEPT.DAT"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS DEPT-CODE
000600         FILE STATUS IS WS-DEPT-STATUS.
000610     SELECT OPTIONAL COMP-FILE ASSIGN "SYS$DISK:COMP.DAT"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS COMP-KEY
000650         FILE STATUS IS WS-COMP-STATUS.
000660     SELECT OPTIONAL EXTRDEF-FILE ASSIGN "SYS$DISK:EXTRDEF.DAT"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-XDEF-STATUS.
000690     SELECT OPTIONAL RUNHIST-FILE ASSIGN "SYS$DISK:RUNHIST.LOG"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-HIST-STATUS.
000720     SELECT EXTRACT-REPORT-FILE ASSIGN "SYS$DISK:EXTRRPT.RPT"
000730         ORGANIZATION IS LINE SEQUENTIAL.
000740     SELECT CSV-FILE ASSIGN "SYS$DISK:EXTRRPT.CSV"
000750         ORGANIZATION IS LINE SEQUENTIAL.
000760     SELECT SORT-FILE ASSIGN "SYS$DISK:SORTWORK".
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  EMP-FILE
000800     VALUE OF ID IS WS-EMP-FILE-SPEC.
000810 COPY "EMPREC.LIB".
000820*
000830*-----------------------------------------------------------*
000840* THE ARCHIVE MIRRORS THE EMPREC COPYBOOK WITH ARCH- NAMES,  *
000850* AS IN EMPINQ, SINCE BOTH FILES ARE OPEN AT ONCE.           *
000860*-----------------------------------------------------------*
000870 FD  ARCHIVE-FILE
000880     VALUE OF ID IS WS-ARCH-FILE-SPEC.
000890 01  ARCH-RECORD.
000900     02  ARCH-EMP-ID             PIC 9(07).
000910     02  ARCH-EMP-NAME           PIC X(15).
000920     02  ARCH-EMP-ADDRESS        PIC X(30).
000930     02  ARCH-EMP-DEPT-CODE      PIC X(04).
000940     02  ARCH-EMP-HIRE-DATE      PIC 9(08).
000950     02  ARCH-EMP-JOB-TITLE      PIC X(20).
000960     02  ARCH-EMP-STATUS         PIC X(01).
000970     02  ARCH-EMP-TERM-DATE      PIC 9(08).
000980     02  ARCH-EMP-SUPERVISOR-ID  PIC 9(07).
000990 FD  DEPT-FILE
001000     VALUE OF ID IS WS-DEPT-FILE-SPEC.
001010 COPY "DEPTREC.LIB".
001020 FD  COMP-FILE
001030     VALUE OF ID IS WS-COMP-FILE-SPEC.
001040 COPY "COMPREC.LIB".
001050 FD  EXTRDEF-FILE
001060     VALUE OF ID IS WS-XDEF-FILE-SPEC.
001070 01  EXTRDEF-RECORD              PIC X(80).
001080 FD  RUNHIST-FILE.
001090 01  RUNHIST-RECORD              PIC X(320).
001100 FD  EXTRACT-REPORT-FILE
001110     VALUE OF ID IS WS-OUT-FILE-SPEC.
001120 01  EXTRACT-REPORT-RECORD       PIC X(132).
001130 FD  CSV-FILE
001140     VALUE OF ID IS WS-OUT-FILE-SPEC.
001150 01  CSV-RECORD                  PIC X(400).
001160 SD  SORT-FILE.
001170 01  SORT-RECORD.
001180     02  SORT-KEY-AREA.
001190         03  SORT-KEY-SLOT       PIC X(30) OCCURS 4 TIMES.
001200     02  SORT-SEQ                PIC 9(07).
001210     02  SORT-ROW                PIC X(152).
001220 WORKING-STORAGE SECTION.
001230*
001240*-----------------------------------------------------------*
001250* FILE STATUS BYTES AND RUNTIME FILE SPECS.  DEF= (OR A BARE *
001260* WORD) NAMES THE DEFINITION, DEFS= THE DEFINITION FILE,     *
001270* FILE=, ARCH=, DEPT= AND COMP= THE INPUTS, OUT= THE OUTPUT  *
001280* (DEFAULT THE DEFINITION NAME WITH .RPT OR .CSV), AND ASOF= *
001290* OVERRIDES THE DEFINITION'S AS-OF DATE FOR THIS RUN.        *
001300*-----------------------------------------------------------*
001310 01  WS-EMP-STATUS               PIC X(02).
001320 01  WS-ARCH-STATUS              PIC X(02).
001330 01  WS-DEPT-STATUS              PIC X(02).
001340 01  WS-COMP-STATUS              PIC X(02).
001350 01  WS-XDEF-STATUS              PIC X(02).
001360 01  WS-HIST-STATUS              PIC X(02).
001370 01  WS-EMP-FILE-SPEC            PIC X(50)
001380     VALUE "SYS$DISK:ART.DAT".
001390 01  WS-ARCH-FILE-SPEC           PIC X(50)
001400     VALUE "SYS$DISK:ARTARCH.DAT".
001410 01  WS-DEPT-FILE-SPEC           PIC X(50)
001420     VALUE "SYS$DISK:DEPT.DAT".
001430 01  WS-COMP-FILE-SPEC           PIC X(50)
001440     VALUE "SYS$DISK:COMP.DAT".
001450 01  WS-XDEF-FILE-SPEC           PIC X(50)
001460     VALUE "SYS$DISK:EXTRDEF.DAT".
001470 01  WS-OUT-FILE-SPEC            PIC X(50) VALUE SPACES.
001480 01  WS-COMMAND-LINE             PIC X(132).
001490 01  WS-PARM-WORDS.
001500     02  WS-PARM-ENTRY           PIC X(50) OCCURS 10 TIMES.
001510 01  WS-PARM-IDX                 PIC 9(2) COMP.
001520 01  WS-PARM-KEYWORD             PIC X(10).
001530 01  WS-PARM-VALUE               PIC X(40).
001540 01  WS-DEPT-AVAIL-SW            PIC X VALUE "N".
001550     88  DEPT-MASTER-AVAILABLE       VALUE "Y".
001560 01  WS-COMP-AVAIL-SW            PIC X VALUE "N".
001570     88  COMP-FILE-AVAILABLE         VALUE "Y".
001580 01  WS-EMP-OPEN-SW              PIC X VALUE "N".
001590     88  EMP-FILE-OPEN               VALUE "Y".
001600 01  WS-ARCH-OPEN-SW             PIC X VALUE "N".
001610     88  ARCHIVE-OPEN                VALUE "Y".
001620*
001630*-----------------------------------------------------------*
001640* THE DEFINITION BEING RUN, AS LOADED AND CHECKED.           *
001650*-----------------------------------------------------------*
001660 COPY "EXTRDEF.LIB".
001670 01  WS-DEF-NAME                 PIC X(08) VALUE SPACES.
001680 01  WS-DEF-TITLE                PIC X(64) VALUE SPACES.
001690 01  WS-DEF-SOURCE               PIC X(07) VALUE "ACTIVE".
001700     88  SOURCE-ACTIVE               VALUE "ACTIVE".
001710     88  SOURCE-ARCHIVE              VALUE "ARCHIVE".
001720     88  SOURCE-BOTH                 VALUE "BOTH".
001730 01  WS-DEF-OUTPUT               PIC X(06) VALUE "REPORT".
001740     88  OUTPUT-REPORT               VALUE "REPORT".
001750     88  OUTPUT-CSV                  VALUE "CSV".
001760 01  WS-DEF-LINE-COUNT           PIC 9(05) COMP VALUE ZERO.
001770 01  WS-DEF-SW                   PIC X VALUE "V".
001780     88  DEF-VALID                   VALUE "V".
001790     88  DEF-INVALID                 VALUE "I".
001800 01  WS-DEF-REASON               PIC X(40).
001810 01  WS-DEF-EOF-SW               PIC X.
001820     88  DEF-E-O-F                   VALUE "E".
001830     88  DEF-NOT-E-O-F               VALUE "N".
001840 01  WS-ASOF-DATE                PIC 9(08) VALUE ZERO.
001850 01  WS-ASOF-PARM                PIC 9(08) VALUE ZERO.
001860*
001870*-----------------------------------------------------------*
001880* FIELD CATALOG.  EVERY FIELD A DEFINITION MAY NAME, WITH    *
001890* ITS OFFSET AND LENGTH IN THE JOINED ROW BELOW, ITS TYPE    *
001900* (X TEXT, N UNSIGNED DIGITS, M AMOUNT 9(07)V99), ITS        *
001910* PRINTED COLUMN WIDTH AND ITS COLUMN HEADING.  A NEW FIELD  *
001920* IS ONE MORE ENTRY HERE AND ONE MORE ITEM IN THE ROW.       *
001930*-----------------------------------------------------------*
001940 01  WS-FIELD-CATALOG-VALUES.
001950     02  FILLER                  PIC X(42) VALUE
001960         "EMP-ID              00107N07EMP ID        ".
001970     02  FILLER                  PIC X(42) VALUE
001980         "EMP-NAME            00815X15NAME          ".
001990     02  FILLER                  PIC X(42) VALUE
002000         "EMP-ADDRESS         02330X30ADDRESS       ".
002010     02  FILLER                  PIC X(42) VALUE
002020         "EMP-DEPT-CODE       05304X04DEPT          ".
002030     02  FILLER                  PIC X(42) VALUE
002040         "EMP-HIRE-DATE       05708N08HIRED         ".
002050     02  FILLER                  PIC X(42) VALUE
002060         "EMP-JOB-TITLE       06520X20JOB TITLE     ".
002070     02  FILLER                  PIC X(42) VALUE
002080         "EMP-STATUS          08501X06STATUS        ".
002090     02  FILLER                  PIC X(42) VALUE
002100         "EMP-TERM-DATE       08608N08TERMED        ".
002110     02  FILLER                  PIC X(42) VALUE
002120         "EMP-SUPERVISOR-ID   09407N07SUPV ID       ".
002130     02  FILLER                  PIC X(42) VALUE
002140         "DEPT-NAME           10120X20DEPARTMENT    ".
002150     02  FILLER                  PIC X(42) VALUE
002160         "DEPT-COST-CENTER    12106X06CCTR          ".
002170     02  FILLER                  PIC X(42) VALUE
002180         "COMP-SALARY         12709M14        SALARY".
002190     02  FILLER                  PIC X(42) VALUE
002200         "COMP-GRADE          13602X05GRADE         ".
002210     02  FILLER                  PIC X(42) VALUE
002220         "COMP-EFF-DATE       13808N08RATE EFF      ".
002230     02  FILLER                  PIC X(42) VALUE
002240         "SOURCE-FILE         14607X07SOURCE        ".
002250 01  WS-FIELD-CATALOG REDEFINES WS-FIELD-CATALOG-VALUES.
002260     02  WS-FC-ENTRY OCCURS 15 TIMES.
002270         03  WS-FC-NAME          PIC X(20).
002280         03  WS-FC-OFFSET        PIC 9(03).
002290         03  WS-FC-LENGTH        PIC 9(02).
002300         03  WS-FC-TYPE          PIC X(01).
002310             88  FC-TEXT             VALUE "X".
002320             88  FC-DIGITS           VALUE "N".
002330             88  FC-AMOUNT           VALUE "M".
002340         03  WS-FC-WIDTH         PIC 9(02).
002350         03  WS-FC-HEADING       PIC X(14).
002360 01  WS-FC-COUNT                 PIC 9(02) COMP VALUE 15.
002370 01  WS-FC-IDX                   PIC 9(02) COMP.
002380 01  WS-FIND-NAME                PIC X(20).
002390 01  WS-FIND-IDX                 PIC 9(02) COMP.
002400*
002410*-----------------------------------------------------------*
002420* THE DEFINITION'S OUTPUT FIELDS WITH THEIR REPORT COLUMNS,  *
002430* SELECT CONDITIONS, SORT KEYS, BREAK FIELD AND TOTALS, EACH *
002440* HOLDING THE CATALOG ENTRY OF ITS FIELD.                    *
002450*-----------------------------------------------------------*
002460 01  WS-OUT-TABLE.
002470     02  WS-OF-ENTRY OCCURS 16 TIMES.
002480         03  WS-OF-CAT           PIC 9(02) COMP.
002490         03  WS-OF-COLUMN        PIC 9(03) COMP.
002500 01  WS-OF-USED                  PIC 9(02) COMP VALUE ZERO.
002510 01  WS-OF-IDX                   PIC 9(02) COMP.
002520 01  WS-NEXT-COLUMN              PIC 9(03) COMP.
002530 01  WS-LAST-COLUMN              PIC 9(03) COMP.
002540 01  WS-SELECT-TABLE.
002550     02  WS-SL-ENTRY OCCURS 10 TIMES.
002560         03  WS-SL-CAT           PIC 9(02) COMP.
002570         03  WS-SL-OPERATOR      PIC X(02).
002580         03  WS-SL-VALUE         PIC X(30).
002590         03  WS-SL-VALUE-LEN     PIC 9(02) COMP.
002600         03  WS-SL-NUMBER        PIC 9(09)V99.
002610 01  WS-SL-USED                  PIC 9(02) COMP VALUE ZERO.
002620 01  WS-SL-IDX                   PIC 9(02) COMP.
002630 01  WS-SORT-TABLE.
002640     02  WS-SK-ENTRY OCCURS 4 TIMES.
002650         03  WS-SK-CAT           PIC 9(02) COMP.
002660         03  WS-SK-DIRECTION     PIC X(01).
002670 01  WS-SK-USED                  PIC 9(02) COMP VALUE ZERO.
002680 01  WS-SK-IDX                   PIC 9(02) COMP.
002690 01  WS-DESCENDING-SW            PIC X VALUE "N".
002700     88  ANY-DESCENDING              VALUE "Y".
002710 01  WS-BREAK-CAT                PIC 9(02) COMP VALUE ZERO.
002720 01  WS-TOTAL-TABLE.
002730     02  WS-TT-ENTRY OCCURS 4 TIMES.
002740         03  WS-TT-CAT           PIC 9(02) COMP.
002750         03  WS-TT-COLUMN        PIC 9(03) COMP.
002760         03  WS-TT-BREAK-SUM     PIC 9(11)V99.
002770         03  WS-TT-GRAND-SUM     PIC 9(11)V99.
002780 01  WS-TT-USED                  PIC 9(02) COMP VALUE ZERO.
002790 01  WS-TT-IDX                   PIC 9(02) COMP.
002800*
002810*-----------------------------------------------------------*
002820* THE JOINED ROW.  THE FIRST 100 BYTES ARE THE EMPLOYEE      *
002830* RECORD AS READ FROM EITHER FILE; THE CATALOG OFFSETS ABOVE *
002840* POINT INTO THIS LAYOUT.                                    *
002850*-----------------------------------------------------------*
002860 01  WS-JOIN-RECORD.
002870     02  WS-JN-EMP-PART.
002880         03  WS-JN-EMP-ID        PIC 9(07).
002890         03  FILLER              PIC X(45).
002900         03  WS-JN-DEPT-CODE     PIC X(04).
002910         03  FILLER              PIC X(44).
002920     02  WS-JN-DEPT-NAME         PIC X(20).
002930     02  WS-JN-DEPT-COST-CENTER  PIC X(06).
002940     02  WS-JN-COMP-SALARY       PIC 9(07)V99.
002950     02  WS-JN-COMP-GRADE        PIC X(02).
002960     02  WS-JN-COMP-EFF-DATE     PIC 9(08).
002970     02  WS-JN-SOURCE-FILE       PIC X(07).
002980 01  WS-POS                      PIC 9(03) COMP.
002990 01  WS-LEN                      PIC 9(02) COMP.
003000 01  WS-CELL                     PIC X(30).
003010 01  WS-CELL-AMOUNT-X            PIC X(09).
003020 01  WS-CELL-AMOUNT REDEFINES WS-CELL-AMOUNT-X
003030                                 PIC 9(07)V99.
003040 01  WS-ROW-NUMBER               PIC 9(09)V99.
003050 01  WS-COMPARE-SW               PIC X.
003060     88  ROW-LOW                     VALUE "<".
003070     88  ROW-EQUAL                   VALUE "=".
003080     88  ROW-HIGH                    VALUE ">".
003090 01  WS-ROW-SW                   PIC X.
003100     88  ROW-SELECTED                VALUE "Y".
003110     88  ROW-REJECTED                VALUE "N".
003120 01  WS-HITS                     PIC 9(03) COMP.
003130 01  WS-NUM-CHECK                PIC X(30).
003140 01  WS-ROW-SEQ                  PIC 9(07) VALUE ZERO.
003150*
003160*-----------------------------------------------------------*
003170* DESCENDING SORT KEYS.  THE SORT RUNS ASCENDING ON EVERY    *
003180* KEY; A KEY WANTED DESCENDING IS STORED WITH EACH BYTE      *
003190* TRANSLATED TO ITS MIRROR IN THE COLLATING SEQUENCE, WHICH  *
003200* REVERSES ITS ORDER.  THE ROW ITSELF TRAVELS UNCHANGED.     *
003210*-----------------------------------------------------------*
003220 01  WS-COLLATE-UP               PIC X(256).
003230 01  WS-COLLATE-DOWN             PIC X(256).
003240 01  WS-CX                       PIC 9(03) COMP.
003250 01  WS-CX-MIRROR                PIC 9(03) COMP.
003260*
003270*-----------------------------------------------------------*
003280* THE RATE IN FORCE, FOUND THE WAY COMPRPT FINDS IT: THE     *
003290* LATEST COMPENSATION RECORD NOT AFTER THE AS-OF DATE.       *
003300*-----------------------------------------------------------*
003310 01  WS-COMP-FOUND-SW            PIC X.
003320     88  COMP-FOUND                  VALUE "Y".
003330     88  COMP-NOT-FOUND              VALUE "N".
003340 01  WS-COMP-EOF-SW              PIC X.
003350     88  COMP-E-O-F                  VALUE "E".
003360     88  COMP-NOT-E-O-F              VALUE "N".
003370 01  WS-LOOKUP-EMP-ID            PIC 9(07).
003380*
003390*-----------------------------------------------------------*
003400* OUTPUT WORK FIELDS, BREAK CONTROL AND RUN COUNTS.          *
003410*-----------------------------------------------------------*
003420 01  WS-CSV-PTR                  PIC 9(03) COMP.
003430 01  WS-AMOUNT-PRINT             PIC ZZZ,ZZZ,ZZ9.99.
003440 01  WS-CSV-AMOUNT               PIC Z(06)9.99.
003450 01  WS-BREAK-VALUE              PIC X(30).
003460 01  WS-PREV-BREAK-VALUE         PIC X(30).
003470 01  WS-FIRST-SW                 PIC X.
003480     88  FIRST-RECORD                VALUE "Y".
003490     88  NOT-FIRST-RECORD            VALUE "N".
003500 01  WS-BREAK-ROWS               PIC 9(07) COMP.
003510 01  WS-ROWS-PRINT               PIC Z,ZZZ,ZZ9.
003520 01  D-DATE                      PIC 9(8).
003530 01  WS-RUN-USER                 PIC X(12).
003540 01  WS-RUN-START-TIME           PIC 9(8).
003550 01  WS-RUN-END-TIME             PIC 9(8).
003560 01  WS-END-STATUS               PIC X(08) VALUE "NORMAL".
003570 01  WS-READ-COUNT               PIC 9(07) COMP VALUE ZERO.
003580 01  WS-SELECT-COUNT             PIC 9(07) VALUE ZERO.
003590 01  WS-NO-COMP-COUNT            PIC 9(07) COMP VALUE ZERO.
003600 01  EOF-SW                      PIC X.
003610     88  E-O-F                       VALUE "E".
003620     88  NOT-E-O-F                   VALUE "N".
003630 PROCEDURE DIVISION.
003640 MAIN-PROG SECTION.
003650 0000-MAINLINE.
003660     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003670     IF DEF-VALID
003680         SORT SORT-FILE
003690             ON ASCENDING KEY SORT-KEY-AREA SORT-SEQ
003700             INPUT PROCEDURE IS 2000-EXTRACT-INPUT
003710                 THRU 2000-EXIT
003720             OUTPUT PROCEDURE IS 3000-EXTRACT-OUTPUT
003730                 THRU 3000-EXIT
003740     END-IF.
003750     PERFORM 8000-CLEANUP THRU 8000-EXIT.
003760     STOP RUN.
003770*
003780*-----------------------------------------------------------*
003790* 1000-INITIALIZE - RESOLVE THE PARAMETERS, RECORD THE START *
003800* OF THE RUN UNDER THE DEFINITION'S NAME, LOAD AND CHECK THE *
003810* DEFINITION, THEN OPEN THE FILES AND WRITE THE HEADINGS.    *
003820*-----------------------------------------------------------*
003830 1000-INITIALIZE.
003840     ACCEPT D-DATE FROM DATE YYYYMMDD.
003850     PERFORM 1100-RESOLVE-FILE-SPECS THRU 1100-EXIT.
003860     IF WS-DEF-NAME = SPACES
003870         DISPLAY "EXTRRPT - NO DEFINITION NAMED - RUN AS "
003880             "EXTRRPT DEF=NAME"
003890         STOP RUN
003900     END-IF.
003910     DISPLAY "EXTRRPT$USER" UPON ENVIRONMENT-NAME.
003920     MOVE SPACES TO WS-RUN-USER.
003930     ACCEPT WS-RUN-USER FROM ENVIRONMENT-VALUE.
003940     IF WS-RUN-USER = SPACES
003950         MOVE "*UNKNOWN*" TO WS-RUN-USER
003960     END-IF.
003970     ACCEPT WS-RUN-START-TIME FROM TIME.
003980     PERFORM 7600-WRITE-RUN-START THRU 7600-EXIT.
003990     PERFORM 1200-LOAD-DEFINITION THRU 1200-EXIT.
004000     IF WS-DEF-LINE-COUNT > ZERO
004010         PERFORM 1400-CHECK-DEFINITION THRU 1400-EXIT
004020     END-IF.
004030     IF DEF-INVALID
004040         MOVE "INVALID" TO WS-END-STATUS
004050         DISPLAY "EXTRRPT - DEFINITION " WS-DEF-NAME
004060             " NOT RUN - CORRECT " WS-XDEF-FILE-SPEC
004070         GO TO 1000-EXIT
004080     END-IF.
004090     IF WS-ASOF-PARM NOT = ZERO
004100         MOVE WS-ASOF-PARM TO WS-ASOF-DATE
004110     END-IF.
004120     IF WS-ASOF-DATE = ZERO
004130         MOVE D-DATE TO WS-ASOF-DATE
004140     END-IF.
004150     IF WS-OUT-FILE-SPEC = SPACES
004160         IF OUTPUT-CSV
004170             STRING
004180                 "SYS$DISK:"            DELIMITED BY SIZE
004190                 WS-DEF-NAME            DELIMITED BY SPACE
004200                 ".CSV"                 DELIMITED BY SIZE
004210                 INTO WS-OUT-FILE-SPEC
004220             END-STRING
004230         ELSE
004240             STRING
004250                 "SYS$DISK:"            DELIMITED BY SIZE
004260                 WS-DEF-NAME            DELIMITED BY SPACE
004270                 ".RPT"                 DELIMITED BY SIZE
004280                 INTO WS-OUT-FILE-SPEC
004290             END-STRING
004300         END-IF
004310     END-IF.
004320     IF ANY-DESCENDING
004330         PERFORM 1050-BUILD-COLLATE THRU 1050-EXIT
004340             VARYING WS-CX FROM 1 BY 1
004350             UNTIL WS-CX > 256
004360     END-IF.
004370     PERFORM 1600-OPEN-FILES THRU 1600-EXIT.
004380     IF DEF-VALID
004390         PERFORM 1700-WRITE-HEADINGS THRU 1700-EXIT
004400     END-IF.
004410 1000-EXIT.
004420     EXIT.
004430*
004440 1050-BUILD-COLLATE.
004450     COMPUTE WS-CX-MIRROR = 257 - WS-CX.
004460     MOVE FUNCTION CHAR (WS-CX) TO WS-COLLATE-UP (WS-CX:1).
004470     MOVE FUNCTION CHAR (WS-CX-MIRROR)
004480         TO WS-COLLATE-DOWN (WS-CX:1).
004490 1050-EXIT.
004500     EXIT.
004510*
004520*-----------------------------------------------------------*
004530* 1100-RESOLVE-FILE-SPECS - SCAN THE COMMAND LINE.  A BARE   *
004540* WORD IS THE DEFINITION NAME, AS IS DEF=.                   *
004550*-----------------------------------------------------------*
004560 1100-RESOLVE-FILE-SPECS.
004570     MOVE SPACES TO WS-COMMAND-LINE.
004580     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
004590     IF WS-COMMAND-LINE = SPACES
004600         GO TO 1100-EXIT
004610     END-IF.
004620     MOVE SPACES TO WS-PARM-WORDS.
004630     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
004640         INTO WS-PARM-ENTRY (1) WS-PARM-ENTRY (2)
004650              WS-PARM-ENTRY (3) WS-PARM-ENTRY (4)
004660              WS-PARM-ENTRY (5) WS-PARM-ENTRY (6)
004670              WS-PARM-ENTRY (7) WS-PARM-ENTRY (8)
004680              WS-PARM-ENTRY (9) WS-PARM-ENTRY (10)
004690     END-UNSTRING.
004700     PERFORM 1160-PROCESS-ONE-PARAMETER THRU 1160-EXIT
004710         VARYING WS-PARM-IDX FROM 1 BY 1
004720         UNTIL WS-PARM-IDX > 10.
004730 1100-EXIT.
004740     EXIT.
004750*
004760 1160-PROCESS-ONE-PARAMETER.
004770     IF WS-PARM-ENTRY (WS-PARM-IDX) = SPACES
004780         GO TO 1160-EXIT
004790     END-IF.
004800     MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE.
004810     UNSTRING WS-PARM-ENTRY (WS-PARM-IDX) DELIMITED BY "="
004820         INTO WS-PARM-KEYWORD WS-PARM-VALUE
004830     END-UNSTRING.
004840     IF WS-PARM-VALUE = SPACES
004850         MOVE WS-PARM-ENTRY (WS-PARM-IDX) TO WS-DEF-NAME
004860         GO TO 1160-EXIT
004870     END-IF.
004880     EVALUATE WS-PARM-KEYWORD
004890         WHEN "DEF"
004900             MOVE WS-PARM-VALUE TO WS-DEF-NAME
004910         WHEN "DEFS"
004920             MOVE WS-PARM-VALUE TO WS-XDEF-FILE-SPEC
004930         WHEN "FILE"
004940             MOVE WS-PARM-VALUE TO WS-EMP-FILE-SPEC
004950         WHEN "ARCH"
004960             MOVE WS-PARM-VALUE TO WS-ARCH-FILE-SPEC
004970         WHEN "DEPT"
004980             MOVE WS-PARM-VALUE TO WS-DEPT-FILE-SPEC
004990         WHEN "COMP"
005000             MOVE WS-PARM-VALUE TO WS-COMP-FILE-SPEC
005010         WHEN "OUT"
005020             MOVE WS-PARM-VALUE TO WS-OUT-FILE-SPEC
005030         WHEN "ASOF"
005040             MOVE FUNCTION NUMVAL (WS-PARM-VALUE)
005050                 TO WS-ASOF-PARM
005060         WHEN OTHER
005070             CONTINUE
005080     END-EVALUATE.
005090 1160-EXIT.
005100     EXIT.
005110*
005120*-----------------------------------------------------------*
005130* 1200-LOAD-DEFINITION - READ EXTRDEF.DAT AND TABLE EVERY    *
005140* LINE OF THE NAMED DEFINITION.  EACH BAD LINE IS LISTED     *
005150* WITH ITS REASON; ALL OF THEM ARE REPORTED BEFORE THE RUN   *
005160* IS REFUSED, SO ONE EDIT FIXES THE LOT.                     *
005170*-----------------------------------------------------------*
005180 1200-LOAD-DEFINITION.
005190     OPEN INPUT EXTRDEF-FILE.
005200     IF WS-XDEF-STATUS NOT = "00" AND WS-XDEF-STATUS NOT = "05"
005210         DISPLAY "EXTRRPT - CANNOT OPEN DEFINITION FILE "
005220             WS-XDEF-FILE-SPEC
005230         DISPLAY "EXTRRPT - FILE STATUS " WS-XDEF-STATUS
005240         SET DEF-INVALID TO TRUE
005250         GO TO 1200-EXIT
005260     END-IF.
005270     SET DEF-NOT-E-O-F TO TRUE.
005280     PERFORM 1250-READ-DEF-LINE THRU 1250-EXIT.
005290     PERFORM 1260-TAKE-DEF-LINE THRU 1260-EXIT
005300         UNTIL DEF-E-O-F.
005310     CLOSE EXTRDEF-FILE.
005320     IF WS-DEF-LINE-COUNT = ZERO
005330         DISPLAY "EXTRRPT - DEFINITION " WS-DEF-NAME
005340             " IS NOT IN " WS-XDEF-FILE-SPEC
005350         SET DEF-INVALID TO TRUE
005360     END-IF.
005370 1200-EXIT.
005380     EXIT.
005390*
005400 1250-READ-DEF-LINE.
005410     READ EXTRDEF-FILE
005420         AT END
005430             SET DEF-E-O-F TO TRUE
005440     END-READ.
005450 1250-EXIT.
005460     EXIT.
005470*
005480 1260-TAKE-DEF-LINE.
005490     IF EXTRDEF-RECORD = SPACES
005500         OR EXTRDEF-RECORD (1:1) = "*"
005510         GO TO 1260-NEXT
005520     END-IF.
005530     MOVE EXTRDEF-RECORD TO EXTRACT-DEF-LINE.
005540     IF XD-NAME NOT = WS-DEF-NAME
005550         GO TO 1260-NEXT
005560     END-IF.
005570     ADD 1 TO WS-DEF-LINE-COUNT.
005580     MOVE SPACES TO WS-DEF-REASON.
005590     EVALUATE XD-TYPE
005600         WHEN "TITLE"
005610             MOVE XD-OPERANDS TO WS-DEF-TITLE
005620         WHEN "SOURCE"
005630             MOVE XD-OPERANDS TO WS-DEF-SOURCE
005640             IF NOT SOURCE-ACTIVE AND NOT SOURCE-ARCHIVE
005650                 AND NOT SOURCE-BOTH
005660                 MOVE "SOURCE MUST BE ACTIVE, ARCHIVE OR BOTH"
005670                     TO WS-DEF-REASON
005680             END-IF
005690         WHEN "OUTPUT"
005700             MOVE XD-OPERANDS TO WS-DEF-OUTPUT
005710             IF NOT OUTPUT-REPORT AND NOT OUTPUT-CSV
005720                 MOVE "OUTPUT MUST BE REPORT OR CSV"
005730                     TO WS-DEF-REASON
005740             END-IF
005750         WHEN "ASOF"
005760             IF XD-OPERANDS (1:8) IS NOT NUMERIC
005770                 MOVE "ASOF MUST BE YYYYMMDD" TO WS-DEF-REASON
005780             ELSE
005790                 MOVE XD-OPERANDS (1:8) TO WS-ASOF-DATE
005800             END-IF
005810         WHEN "FIELD"
005820             PERFORM 1300-DEF-FIELD THRU 1300-EXIT
005830         WHEN "SELECT"
005840             PERFORM 1310-DEF-SELECT THRU 1310-EXIT
005850         WHEN "SORT"
005860             PERFORM 1320-DEF-SORT THRU 1320-EXIT
005870         WHEN "BREAK"
005880             PERFORM 1330-DEF-BREAK THRU 1330-EXIT
005890         WHEN "TOTAL"
005900             PERFORM 1340-DEF-TOTAL THRU 1340-EXIT
005910         WHEN OTHER
005920             MOVE "UNKNOWN LINE TYPE" TO WS-DEF-REASON
005930     END-EVALUATE.
005940     IF WS-DEF-REASON NOT = SPACES
005950         DISPLAY "EXTRRPT - " EXTRDEF-RECORD (1:60)
005960         DISPLAY "EXTRRPT -   " WS-DEF-REASON
005970         SET DEF-INVALID TO TRUE
005980     END-IF.
005990 1260-NEXT.
006000     PERFORM 1250-READ-DEF-LINE THRU 1250-EXIT.
006010 1260-EXIT.
006020     EXIT.
006030*
006040 1300-DEF-FIELD.
006050     PERFORM 1500-FIND-FIELD THRU 1500-EXIT.
006060     IF WS-FIND-IDX = ZERO
006070         GO TO 1300-EXIT
006080     END-IF.
006090     IF WS-OF-USED = 16
006100         MOVE "MORE THAN 16 FIELDS" TO WS-DEF-REASON
006110         GO TO 1300-EXIT
006120     END-IF.
006130     ADD 1 TO WS-OF-USED.
006140     MOVE WS-FIND-IDX TO WS-OF-CAT (WS-OF-USED).
006150 1300-EXIT.
006160     EXIT.
006170*
006180*-----------------------------------------------------------*
006190* 1310-DEF-SELECT - A CONDITION ON ANY CATALOG FIELD.  TEXT  *
006200* FIELDS COMPARE AS TEXT AGAINST THE VALUE PADDED TO THE     *
006210* FIELD LENGTH; DIGIT AND AMOUNT FIELDS COMPARE AS NUMBERS,  *
006220* WHOSE VALUE MUST BE DIGITS ONLY, WITH AT MOST ONE DECIMAL  *
006230* POINT FOR AN AMOUNT.  CT (CONTAINS) IS FOR TEXT FIELDS     *
006240* ONLY.                                                      *
006250*-----------------------------------------------------------*
006260 1310-DEF-SELECT.
006270     PERFORM 1500-FIND-FIELD THRU 1500-EXIT.
006280     IF WS-FIND-IDX = ZERO
006290         GO TO 1310-EXIT
006300     END-IF.
006310     IF XD-OPERATOR NOT = "EQ" AND NOT = "NE" AND NOT = "LT"
006320         AND NOT = "LE" AND NOT = "GT" AND NOT = "GE"
006330         AND NOT = "CT"
006340         MOVE "OPERATOR MUST BE EQ NE LT LE GT GE OR CT"
006350             TO WS-DEF-REASON
006360         GO TO 1310-EXIT
006370     END-IF.
006380     IF XD-OPERATOR = "CT" AND NOT FC-TEXT (WS-FIND-IDX)
006390         MOVE "CT APPLIES TO TEXT FIELDS ONLY" TO WS-DEF-REASON
006400         GO TO 1310-EXIT
006410     END-IF.
006420     IF WS-SL-USED = 10
006430         MOVE "MORE THAN 10 SELECT CONDITIONS" TO WS-DEF-REASON
006440         GO TO 1310-EXIT
006450     END-IF.
006460     ADD 1 TO WS-SL-USED.
006470     MOVE WS-FIND-IDX TO WS-SL-CAT (WS-SL-USED).
006480     MOVE XD-OPERATOR TO WS-SL-OPERATOR (WS-SL-USED).
006490     MOVE XD-VALUE TO WS-SL-VALUE (WS-SL-USED).
006500     MOVE ZERO TO WS-HITS.
006510     INSPECT FUNCTION REVERSE (XD-VALUE)
006520         TALLYING WS-HITS FOR LEADING SPACES.
006530     COMPUTE WS-SL-VALUE-LEN (WS-SL-USED) = 30 - WS-HITS.
006540     MOVE ZERO TO WS-SL-NUMBER (WS-SL-USED).
006550     IF FC-TEXT (WS-FIND-IDX)
006560         IF WS-SL-VALUE-LEN (WS-SL-USED) = ZERO
006570             AND XD-OPERATOR = "CT"
006580             MOVE "CT NEEDS A VALUE" TO WS-DEF-REASON
006590         END-IF
006600         IF WS-SL-VALUE-LEN (WS-SL-USED)
006610                 > WS-FC-LENGTH (WS-FIND-IDX)
006620             MOVE "VALUE LONGER THAN THE FIELD" TO WS-DEF-REASON
006630         END-IF
006640         GO TO 1310-EXIT
006650     END-IF.
006660     MOVE ZERO TO WS-HITS.
006670     INSPECT XD-VALUE TALLYING WS-HITS FOR ALL ".".
006680     IF WS-HITS > 1
006690         OR WS-HITS = WS-SL-VALUE-LEN (WS-SL-USED)
006700         OR (WS-HITS = 1 AND FC-DIGITS (WS-FIND-IDX))
006710         MOVE "VALUE MUST BE A NUMBER" TO WS-DEF-REASON
006720         GO TO 1310-EXIT
006730     END-IF.
006740     MOVE XD-VALUE TO WS-NUM-CHECK.
006750     INSPECT WS-NUM-CHECK REPLACING ALL "." BY "0".
006760     IF WS-NUM-CHECK (1:WS-SL-VALUE-LEN (WS-SL-USED))
006770             IS NOT NUMERIC
006780         MOVE "VALUE MUST BE A NUMBER" TO WS-DEF-REASON
006790         GO TO 1310-EXIT
006800     END-IF.
006810     MOVE FUNCTION NUMVAL (XD-VALUE)
006820         TO WS-SL-NUMBER (WS-SL-USED).
006830 1310-EXIT.
006840     EXIT.
006850*
006860 1320-DEF-SORT.
006870     PERFORM 1500-FIND-FIELD THRU 1500-EXIT.
006880     IF WS-FIND-IDX = ZERO
006890         GO TO 1320-EXIT
006900     END-IF.
006910     IF XD-SORT-DIRECTION NOT = "A" AND NOT = "D"
006920         AND NOT = SPACE
006930         MOVE "SORT DIRECTION MUST BE A OR D" TO WS-DEF-REASON
006940         GO TO 1320-EXIT
006950     END-IF.
006960     IF WS-SK-USED = 4
006970         MOVE "MORE THAN 4 SORT KEYS" TO WS-DEF-REASON
006980         GO TO 1320-EXIT
006990     END-IF.
007000     ADD 1 TO WS-SK-USED.
007010     MOVE WS-FIND-IDX TO WS-SK-CAT (WS-SK-USED).
007020     MOVE "A" TO WS-SK-DIRECTION (WS-SK-USED).
007030     IF XD-SORT-DIRECTION = "D"
007040         MOVE "D" TO WS-SK-DIRECTION (WS-SK-USED)
007050         SET ANY-DESCENDING TO TRUE
007060     END-IF.
007070 1320-EXIT.
007080     EXIT.
007090*
007100 1330-DEF-BREAK.
007110     PERFORM 1500-FIND-FIELD THRU 1500-EXIT.
007120     IF WS-FIND-IDX = ZERO
007130         GO TO 1330-EXIT
007140     END-IF.
007150     IF WS-BREAK-CAT NOT = ZERO
007160         MOVE "ONLY ONE BREAK FIELD" TO WS-DEF-REASON
007170         GO TO 1330-EXIT
007180     END-IF.
007190     MOVE WS-FIND-IDX TO WS-BREAK-CAT.
007200 1330-EXIT.
007210     EXIT.
007220*
007230 1340-DEF-TOTAL.
007240     PERFORM 1500-FIND-FIELD THRU 1500-EXIT.
007250     IF WS-FIND-IDX = ZERO
007260         GO TO 1340-EXIT
007270     END-IF.
007280     IF NOT FC-AMOUNT (WS-FIND-IDX)
007290         MOVE "TOTAL APPLIES TO AMOUNT FIELDS ONLY"
007300             TO WS-DEF-REASON
007310         GO TO 1340-EXIT
007320     END-IF.
007330     IF WS-TT-USED = 4
007340         MOVE "MORE THAN 4 TOTALS" TO WS-DEF-REASON
007350         GO TO 1340-EXIT
007360     END-IF.
007370     ADD 1 TO WS-TT-USED.
007380     MOVE WS-FIND-IDX TO WS-TT-CAT (WS-TT-USED).
007390     MOVE ZERO TO WS-TT-COLUMN (WS-TT-USED)
007400         WS-TT-BREAK-SUM (WS-TT-USED)
007410         WS-TT-GRAND-SUM (WS-TT-USED).
007420 1340-EXIT.
007430     EXIT.
007440*
007450*-----------------------------------------------------------*
007460* 1400-CHECK-DEFINITION - CHECKS ACROSS LINES: AT LEAST ONE  *
007470* FIELD, A PRINTED REPORT THAT FITS 132 COLUMNS, A BREAK     *
007480* FIELD THAT IS ALSO THE FIRST SORT KEY (THE ROWS ARE ONLY   *
007490* GROUPED ON IT IF THEY ARE ORDERED ON IT FIRST), AND EVERY  *
007500* TOTAL PRINTED UNDER ITS OWN OUTPUT COLUMN.  THE REPORT     *
007510* COLUMNS ARE LAID OUT HERE, TWO SPACES APART.               *
007520*-----------------------------------------------------------*
007530 1400-CHECK-DEFINITION.
007540     IF WS-OF-USED = ZERO
007550         DISPLAY "EXTRRPT - DEFINITION " WS-DEF-NAME
007560             " HAS NO FIELD LINES"
007570         SET DEF-INVALID TO TRUE
007580         GO TO 1400-EXIT
007590     END-IF.
007600     MOVE 1 TO WS-NEXT-COLUMN.
007610     MOVE ZERO TO WS-LAST-COLUMN.
007620     PERFORM 1450-PLACE-ONE-COLUMN THRU 1450-EXIT
007630         VARYING WS-OF-IDX FROM 1 BY 1
007640         UNTIL WS-OF-IDX > WS-OF-USED.
007650     IF OUTPUT-REPORT AND WS-LAST-COLUMN > 132
007660         DISPLAY "EXTRRPT - FIELDS NEED " WS-LAST-COLUMN
007670             " COLUMNS, THE REPORT HOLDS 132 - USE OUTPUT CSV "
007680             "OR FEWER FIELDS"
007690         SET DEF-INVALID TO TRUE
007700     END-IF.
007710     IF WS-BREAK-CAT NOT = ZERO
007720         AND (WS-SK-USED = ZERO
007730           OR WS-SK-CAT (1) NOT = WS-BREAK-CAT)
007740         MOVE WS-BREAK-CAT TO WS-FC-IDX
007750         DISPLAY "EXTRRPT - BREAK FIELD MUST BE THE FIRST SORT "
007760             "KEY - " WS-FC-NAME (WS-FC-IDX)
007770         SET DEF-INVALID TO TRUE
007780     END-IF.
007790     PERFORM 1460-CHECK-ONE-TOTAL THRU 1460-EXIT
007800         VARYING WS-TT-IDX FROM 1 BY 1
007810         UNTIL WS-TT-IDX > WS-TT-USED.
007820 1400-EXIT.
007830     EXIT.
007840*
007850 1450-PLACE-ONE-COLUMN.
007860     MOVE WS-OF-CAT (WS-OF-IDX) TO WS-FC-IDX.
007870     MOVE WS-NEXT-COLUMN TO WS-OF-COLUMN (WS-OF-IDX).
007880     COMPUTE WS-LAST-COLUMN =
007890         WS-NEXT-COLUMN + WS-FC-WIDTH (WS-FC-IDX) - 1.
007900     COMPUTE WS-NEXT-COLUMN = WS-LAST-COLUMN + 3.
007910 1450-EXIT.
007920     EXIT.
007930*
007940 1460-CHECK-ONE-TOTAL.
007950     PERFORM 1470-MATCH-TOTAL-COLUMN THRU 1470-EXIT
007960         VARYING WS-OF-IDX FROM 1 BY 1
007970         UNTIL WS-OF-IDX > WS-OF-USED.
007980     IF WS-TT-COLUMN (WS-TT-IDX) = ZERO
007990         MOVE WS-TT-CAT (WS-TT-IDX) TO WS-FC-IDX
008000         DISPLAY "EXTRRPT - TOTAL " WS-FC-NAME (WS-FC-IDX)
008010             " IS NOT ALSO A FIELD LINE"
008020         SET DEF-INVALID TO TRUE
008030     END-IF.
008040 1460-EXIT.
008050     EXIT.
008060*
008070 1470-MATCH-TOTAL-COLUMN.
008080     IF WS-OF-CAT (WS-OF-IDX) = WS-TT-CAT (WS-TT-IDX)
008090         AND WS-TT-COLUMN (WS-TT-IDX) = ZERO
008100         MOVE WS-OF-COLUMN (WS-OF-IDX) TO WS-TT-COLUMN (WS-TT-IDX)
008110     END-IF.
008120 1470-EXIT.
008130     EXIT.
008140*
008150*-----------------------------------------------------------*
008160* 1500-FIND-FIELD - LOOK THE FIELD NAME ON THE CURRENT       *
008170* DEFINITION LINE UP IN THE CATALOG.  WS-FIND-IDX IS ZERO    *
008180* AND WS-DEF-REASON SET WHEN THERE IS NO SUCH FIELD.         *
008190*-----------------------------------------------------------*
008200 1500-FIND-FIELD.
008210     MOVE XD-FIELD-NAME TO WS-FIND-NAME.
008220     MOVE ZERO TO WS-FIND-IDX.
008230     PERFORM 1510-MATCH-ONE-FIELD THRU 1510-EXIT
008240         VARYING WS-FC-IDX FROM 1 BY 1
008250         UNTIL WS-FC-IDX > WS-FC-COUNT
008260            OR WS-FIND-IDX NOT = ZERO.
008270     IF WS-FIND-IDX = ZERO
008280         MOVE "NO SUCH FIELD" TO WS-DEF-REASON
008290     END-IF.
008300 1500-EXIT.
008310     EXIT.
008320*
008330 1510-MATCH-ONE-FIELD.
008340     IF WS-FC-NAME (WS-FC-IDX) = WS-FIND-NAME
008350         MOVE WS-FC-IDX TO WS-FIND-IDX
008360     END-IF.
008370 1510-EXIT.
008380     EXIT.
008390*
008400*-----------------------------------------------------------*
008410* 1600-OPEN-FILES - OPEN THE EMPLOYEE FILES THE SOURCE CALLS *
008420* FOR, THE TWO LOOKUP FILES AND THE OUTPUT.  THE ARCHIVE IS  *
008430* OPTIONAL WHEN READ WITH THE MASTER; A FILE THE DEFINITION  *
008440* RELIES ON ALONE MUST OPEN.  NO DEPARTMENT MASTER OR        *
008450* COMPENSATION FILE LEAVES THOSE FIELDS BLANK OR ZERO.       *
008460*-----------------------------------------------------------*
008470 1600-OPEN-FILES.
008480     IF SOURCE-ACTIVE OR SOURCE-BOTH
008490         OPEN INPUT EMP-FILE
008500         IF WS-EMP-STATUS NOT = "00" AND WS-EMP-STATUS NOT = "05"
008510             DISPLAY "EXTRRPT - CANNOT OPEN EMPLOYEE FILE "
008520                 WS-EMP-FILE-SPEC
008530             DISPLAY "EXTRRPT - FILE STATUS " WS-EMP-STATUS
008540             MOVE "FAILED" TO WS-END-STATUS
008550             SET DEF-INVALID TO TRUE
008560             GO TO 1600-EXIT
008570         END-IF
008580         SET EMP-FILE-OPEN TO TRUE
008590     END-IF.
008600     IF SOURCE-ARCHIVE OR SOURCE-BOTH
008610         OPEN INPUT ARCHIVE-FILE
008620         IF WS-ARCH-STATUS = "00"
008630             SET ARCHIVE-OPEN TO TRUE
008640         ELSE
008650             DISPLAY "EXTRRPT - ARCHIVE NOT AVAILABLE - "
008660                 "STATUS=" WS-ARCH-STATUS
008670             IF SOURCE-ARCHIVE
008680                 MOVE "FAILED" TO WS-END-STATUS
008690                 SET DEF-INVALID TO TRUE
008700                 GO TO 1600-EXIT
008710             END-IF
008720         END-IF
008730     END-IF.
008740     OPEN INPUT DEPT-FILE.
008750     IF WS-DEPT-STATUS = "00"
008760         SET DEPT-MASTER-AVAILABLE TO TRUE
008770     ELSE
008780         DISPLAY "EXTRRPT - DEPARTMENT MASTER NOT AVAILABLE - "
008790             "STATUS=" WS-DEPT-STATUS
008800     END-IF.
008810     OPEN INPUT COMP-FILE.
008820     IF WS-COMP-STATUS = "00"
008830         SET COMP-FILE-AVAILABLE TO TRUE
008840     ELSE
008850         DISPLAY "EXTRRPT - COMPENSATION FILE NOT AVAILABLE - "
008860             "STATUS=" WS-COMP-STATUS
008870     END-IF.
008880     IF OUTPUT-CSV
008890         OPEN OUTPUT CSV-FILE
008900     ELSE
008910         OPEN OUTPUT EXTRACT-REPORT-FILE
008920     END-IF.
008930 1600-EXIT.
008940     EXIT.
008950*
008960*-----------------------------------------------------------*
008970* 1700-WRITE-HEADINGS - A REPORT OPENS WITH THE DEFINITION,  *
008980* ITS TITLE, EACH SELECT CONDITION AND THE COLUMN HEADINGS;  *
008990* A CSV OPENS WITH ONE LINE OF FIELD NAMES.                  *
009000*-----------------------------------------------------------*
009010 1700-WRITE-HEADINGS.
009020     IF OUTPUT-CSV
009030         MOVE SPACES TO CSV-RECORD
009040         MOVE 1 TO WS-CSV-PTR
009050         PERFORM 1770-CSV-HEAD-ONE THRU 1770-EXIT
009060             VARYING WS-OF-IDX FROM 1 BY 1
009070             UNTIL WS-OF-IDX > WS-OF-USED
009080         WRITE CSV-RECORD
009090         GO TO 1700-EXIT
009100     END-IF.
009110     MOVE SPACES TO EXTRACT-REPORT-RECORD.
009120     STRING
009130         "EXTRACT "                     DELIMITED BY SIZE
009140         WS-DEF-NAME                    DELIMITED BY SIZE
009150         "  RUN "                       DELIMITED BY SIZE
009160         D-DATE                         DELIMITED BY SIZE
009170         "  ASOF="                      DELIMITED BY SIZE
009180         WS-ASOF-DATE                   DELIMITED BY SIZE
009190         "  SOURCE="                    DELIMITED BY SIZE
009200         WS-DEF-SOURCE                  DELIMITED BY SPACE
009210         "  USER="                      DELIMITED BY SIZE
009220         WS-RUN-USER                    DELIMITED BY SPACE
009230         INTO EXTRACT-REPORT-RECORD
009240     END-STRING.
009250     WRITE EXTRACT-REPORT-RECORD.
009260     IF WS-DEF-TITLE NOT = SPACES
009270         MOVE WS-DEF-TITLE TO EXTRACT-REPORT-RECORD
009280         WRITE EXTRACT-REPORT-RECORD
009290     END-IF.
009300     PERFORM 1750-HEAD-ONE-CONDITION THRU 1750-EXIT
009310         VARYING WS-SL-IDX FROM 1 BY 1
009320         UNTIL WS-SL-IDX > WS-SL-USED.
009330     MOVE SPACES TO EXTRACT-REPORT-RECORD.
009340     WRITE EXTRACT-REPORT-RECORD.
009350     PERFORM 1760-HEAD-ONE-COLUMN THRU 1760-EXIT
009360         VARYING WS-OF-IDX FROM 1 BY 1
009370         UNTIL WS-OF-IDX > WS-OF-USED.
009380     WRITE EXTRACT-REPORT-RECORD.
009390 1700-EXIT.
009400     EXIT.
009410*
009420 1750-HEAD-ONE-CONDITION.
009430     MOVE WS-SL-CAT (WS-SL-IDX) TO WS-FC-IDX.
009440     MOVE SPACES TO EXTRACT-REPORT-RECORD.
009450     STRING
009460         "  WHERE "                     DELIMITED BY SIZE
009470         WS-FC-NAME (WS-FC-IDX)         DELIMITED BY SPACE
009480         " "                            DELIMITED BY SIZE
009490         WS-SL-OPERATOR (WS-SL-IDX)     DELIMITED BY SIZE
009500         " "                            DELIMITED BY SIZE
009510         WS-SL-VALUE (WS-SL-IDX)        DELIMITED BY SIZE
009520         INTO EXTRACT-REPORT-RECORD
009530     END-STRING.
009540     WRITE EXTRACT-REPORT-RECORD.
009550 1750-EXIT.
009560     EXIT.
009570*
009580 1760-HEAD-ONE-COLUMN.
009590     MOVE WS-OF-CAT (WS-OF-IDX) TO WS-FC-IDX.
009600     MOVE WS-OF-COLUMN (WS-OF-IDX) TO WS-POS.
009610     MOVE WS-FC-WIDTH (WS-FC-IDX) TO WS-LEN.
009620     MOVE WS-FC-HEADING (WS-FC-IDX)
009630         TO EXTRACT-REPORT-RECORD (WS-POS:WS-LEN).
009640 1760-EXIT.
009650     EXIT.
009660*
009670 1770-CSV-HEAD-ONE.
009680     MOVE WS-OF-CAT (WS-OF-IDX) TO WS-FC-IDX.
009690     IF WS-OF-IDX > 1
009700         STRING "," DELIMITED BY SIZE
009710             INTO CSV-RECORD WITH POINTER WS-CSV-PTR
009720         END-STRING
009730     END-IF.
009740     STRING WS-FC-NAME (WS-FC-IDX) DELIMITED BY SPACE
009750         INTO CSV-RECORD WITH POINTER WS-CSV-PTR
009760     END-STRING.
009770 1770-EXIT.
009780     EXIT.
009790*
009800*-----------------------------------------------------------*
009810* 2000-EXTRACT-INPUT - READ THE MASTER, THE ARCHIVE OR BOTH  *
009820* FROM THE TOP, JOIN EACH EMPLOYEE AND RELEASE THE ROWS THAT *
009830* MEET THE SELECTION.                                        *
009840*-----------------------------------------------------------*
009850 2000-EXTRACT-INPUT.
009860     IF EMP-FILE-OPEN
009870         SET NOT-E-O-F TO TRUE
009880         PERFORM 2900-READ-EMPLOYEE THRU 2900-EXIT
009890         PERFORM 2100-TAKE-MASTER-RECORD THRU 2100-EXIT
009900             UNTIL E-O-F
009910     END-IF.
009920     IF ARCHIVE-OPEN
009930         SET NOT-E-O-F TO TRUE
009940         PERFORM 2950-READ-ARCHIVE THRU 2950-EXIT
009950         PERFORM 2150-TAKE-ARCHIVE-RECORD THRU 2150-EXIT
009960             UNTIL E-O-F
009970     END-IF.
009980 2000-EXIT.
009990     EXIT.
010000*
010010 2100-TAKE-MASTER-RECORD.
010020     MOVE EMP-RECORD TO WS-JN-EMP-PART.
010030     MOVE "MASTER" TO WS-JN-SOURCE-FILE.
010040     PERFORM 2400-JOIN-AND-SELECT THRU 2400-EXIT.
010050     PERFORM 2900-READ-EMPLOYEE THRU 2900-EXIT.
010060 2100-EXIT.
010070     EXIT.
010080*
010090 2150-TAKE-ARCHIVE-RECORD.
010100     MOVE ARCH-RECORD TO WS-JN-EMP-PART.
010110     MOVE "ARCHIVE" TO WS-JN-SOURCE-FILE.
010120     PERFORM 2400-JOIN-AND-SELECT THRU 2400-EXIT.
010130     PERFORM 2950-READ-ARCHIVE THRU 2950-EXIT.
010140 2150-EXIT.
010150     EXIT.
010160*
010170*-----------------------------------------------------------*
010180* 2400-JOIN-AND-SELECT - COMPLETE THE ROW FROM THE           *
010190* DEPARTMENT MASTER AND THE RATE IN FORCE, TEST EVERY        *
010200* SELECT CONDITION, AND RELEASE A ROW THAT MEETS THEM ALL    *
010210* BEHIND ITS SORT KEYS AND ARRIVAL SEQUENCE.                 *
010220*-----------------------------------------------------------*
010230 2400-JOIN-AND-SELECT.
010240     ADD 1 TO WS-READ-COUNT.
010250     PERFORM 2500-LOOKUP-DEPT THRU 2500-EXIT.
010260     MOVE ZERO TO WS-JN-COMP-SALARY WS-JN-COMP-EFF-DATE.
010270     MOVE SPACES TO WS-JN-COMP-GRADE.
010280     MOVE WS-JN-EMP-ID TO WS-LOOKUP-EMP-ID.
010290     PERFORM 2600-LOOKUP-CURRENT-COMP THRU 2600-EXIT.
010300     IF COMP-NOT-FOUND
010310         ADD 1 TO WS-NO-COMP-COUNT
010320     END-IF.
010330     SET ROW-SELECTED TO TRUE.
010340     PERFORM 2700-TEST-ONE-CONDITION THRU 2700-EXIT
010350         VARYING WS-SL-IDX FROM 1 BY 1
010360         UNTIL WS-SL-IDX > WS-SL-USED
010370            OR ROW-REJECTED.
010380     IF ROW-REJECTED
010390         GO TO 2400-EXIT
010400     END-IF.
010410     MOVE SPACES TO SORT-KEY-AREA.
010420     PERFORM 2800-SET-ONE-SORT-KEY THRU 2800-EXIT
010430         VARYING WS-SK-IDX FROM 1 BY 1
010440         UNTIL WS-SK-IDX > WS-SK-USED.
010450     ADD 1 TO WS-ROW-SEQ.
010460     MOVE WS-ROW-SEQ TO SORT-SEQ.
010470     MOVE WS-JOIN-RECORD TO SORT-ROW.
010480     RELEASE SORT-RECORD.
010490     ADD 1 TO WS-SELECT-COUNT.
010500 2400-EXIT.
010510     EXIT.
010520*
010530*-----------------------------------------------------------*
010540* 2500-LOOKUP-DEPT - DEPARTMENT NAME AND COST CENTER FOR THE *
010550* ROW; BLANK WHEN THE CODE IS NOT ON THE MASTER.             *
010560*-----------------------------------------------------------*
010570 2500-LOOKUP-DEPT.
010580     MOVE SPACES TO WS-JN-DEPT-NAME WS-JN-DEPT-COST-CENTER.
010590     IF NOT DEPT-MASTER-AVAILABLE
010600         GO TO 2500-EXIT
010610     END-IF.
010620     MOVE WS-JN-DEPT-CODE TO DEPT-CODE.
010630     READ DEPT-FILE RECORD KEY IS DEPT-CODE
010640         INVALID KEY
010650             CONTINUE
010660         NOT INVALID KEY
010670             MOVE DEPT-NAME TO WS-JN-DEPT-NAME
010680             MOVE DEPT-COST-CENTER TO WS-JN-DEPT-COST-CENTER
010690     END-READ.
010700 2500-EXIT.
010710     EXIT.
010720*
010730*-----------------------------------------------------------*
010740* 2600-LOOKUP-CURRENT-COMP - POSITION ON THE COMPENSATION    *
010750* HISTORY OF WS-LOOKUP-EMP-ID AND KEEP THE LATEST RECORD     *
010760* WHOSE EFFECTIVE DATE IS NOT AFTER THE AS-OF DATE.          *
010770*-----------------------------------------------------------*
010780 2600-LOOKUP-CURRENT-COMP.
010790     SET COMP-NOT-FOUND TO TRUE.
010800     IF NOT COMP-FILE-AVAILABLE
010810         GO TO 2600-EXIT
010820     END-IF.
010830     MOVE WS-LOOKUP-EMP-ID TO COMP-EMP-ID.
010840     MOVE ZERO TO COMP-EFF-DATE.
010850     START COMP-FILE KEY IS NOT LESS THAN COMP-KEY
010860         INVALID KEY
010870             GO TO 2600-EXIT
010880     END-START.
010890     SET COMP-NOT-E-O-F TO TRUE.
010900     PERFORM 2650-READ-ONE-COMP THRU 2650-EXIT.
010910     PERFORM 2660-KEEP-IF-IN-FORCE THRU 2660-EXIT
010920         UNTIL COMP-E-O-F.
010930 2600-EXIT.
010940     EXIT.
010950*
010960 2650-READ-ONE-COMP.
010970     READ COMP-FILE NEXT RECORD
010980         AT END
010990             SET COMP-E-O-F TO TRUE
011000     END-READ.
011010 2650-EXIT.
011020     EXIT.
011030*
011040 2660-KEEP-IF-IN-FORCE.
011050     IF COMP-EMP-ID NOT = WS-LOOKUP-EMP-ID
011060         OR COMP-EFF-DATE > WS-ASOF-DATE
011070         SET COMP-E-O-F TO TRUE
011080         GO TO 2660-EXIT
011090     END-IF.
011100     SET COMP-FOUND TO TRUE.
011110     MOVE COMP-SALARY   TO WS-JN-COMP-SALARY.
011120     MOVE COMP-GRADE    TO WS-JN-COMP-GRADE.
011130     MOVE COMP-EFF-DATE TO WS-JN-COMP-EFF-DATE.
011140     PERFORM 2650-READ-ONE-COMP THRU 2650-EXIT.
011150 2660-EXIT.
011160     EXIT.
011170*
011180*-----------------------------------------------------------*
011190* 2700-TEST-ONE-CONDITION - COMPARE THE ROW'S FIELD WITH THE *
011200* CONDITION'S VALUE AND REJECT THE ROW WHEN THE OPERATOR IS  *
011210* NOT SATISFIED.                                             *
011220*-----------------------------------------------------------*
011230 2700-TEST-ONE-CONDITION.
011240     MOVE WS-SL-CAT (WS-SL-IDX) TO WS-FC-IDX.
011250     MOVE WS-FC-OFFSET (WS-FC-IDX) TO WS-POS.
011260     MOVE WS-FC-LENGTH (WS-FC-IDX) TO WS-LEN.
011270     EVALUATE TRUE
011280         WHEN WS-SL-OPERATOR (WS-SL-IDX) = "CT"
011290             MOVE ZERO TO WS-HITS
011300             INSPECT WS-JOIN-RECORD (WS-POS:WS-LEN)
011310                 TALLYING WS-HITS FOR ALL
011320                 WS-SL-VALUE (WS-SL-IDX)
011330                     (1:WS-SL-VALUE-LEN (WS-SL-IDX))
011340             IF WS-HITS > ZERO
011350                 SET ROW-EQUAL TO TRUE
011360             ELSE
011370                 SET ROW-LOW TO TRUE
011380             END-IF
011390         WHEN FC-TEXT (WS-FC-IDX)
011400             EVALUATE TRUE
011410                 WHEN WS-JOIN-RECORD (WS-POS:WS-LEN)
011420                         < WS-SL-VALUE (WS-SL-IDX) (1:WS-LEN)
011430                     SET ROW-LOW TO TRUE
011440                 WHEN WS-JOIN-RECORD (WS-POS:WS-LEN)
011450                         = WS-SL-VALUE (WS-SL-IDX) (1:WS-LEN)
011460                     SET ROW-EQUAL TO TRUE
011470                 WHEN OTHER
011480                     SET ROW-HIGH TO TRUE
011490             END-EVALUATE
011500         WHEN OTHER
011510             PERFORM 2750-ROW-NUMBER THRU 2750-EXIT
011520             EVALUATE TRUE
011530                 WHEN WS-ROW-NUMBER < WS-SL-NUMBER (WS-SL-IDX)
011540                     SET ROW-LOW TO TRUE
011550                 WHEN WS-ROW-NUMBER = WS-SL-NUMBER (WS-SL-IDX)
011560                     SET ROW-EQUAL TO TRUE
011570                 WHEN OTHER
011580                     SET ROW-HIGH TO TRUE
011590             END-EVALUATE
011600     END-EVALUATE.
011610     EVALUATE WS-SL-OPERATOR (WS-SL-IDX)
011620         WHEN "EQ"
011630         WHEN "CT"
011640             IF NOT ROW-EQUAL
011650                 SET ROW-REJECTED TO TRUE
011660             END-IF
011670         WHEN "NE"
011680             IF ROW-EQUAL
011690                 SET ROW-REJECTED TO TRUE
011700             END-IF
011710         WHEN "LT"
011720             IF NOT ROW-LOW
011730                 SET ROW-REJECTED TO TRUE
011740             END-IF
011750         WHEN "LE"
011760             IF ROW-HIGH
011770                 SET ROW-REJECTED TO TRUE
011780             END-IF
011790         WHEN "GT"
011800             IF NOT ROW-HIGH
011810                 SET ROW-REJECTED TO TRUE
011820             END-IF
011830         WHEN "GE"
011840             IF ROW-LOW
011850                 SET ROW-REJECTED TO TRUE
011860             END-IF
011870     END-EVALUATE.
011880 2700-EXIT.
011890     EXIT.
011900*
011910*-----------------------------------------------------------*
011920* 2750-ROW-NUMBER - THE VALUE OF THE DIGIT OR AMOUNT FIELD   *
011930* AT WS-POS FOR WS-LEN, WITH THE TWO IMPLIED DECIMALS OF AN  *
011940* AMOUNT RESTORED.                                           *
011950*-----------------------------------------------------------*
011960 2750-ROW-NUMBER.
011970     IF FC-AMOUNT (WS-FC-IDX)
011980         MOVE WS-JOIN-RECORD (WS-POS:WS-LEN) TO WS-CELL-AMOUNT-X
011990         MOVE WS-CELL-AMOUNT TO WS-ROW-NUMBER
012000     ELSE
012010         MOVE FUNCTION NUMVAL (WS-JOIN-RECORD (WS-POS:WS-LEN))
012020             TO WS-ROW-NUMBER
012030     END-IF.
012040 2750-EXIT.
012050     EXIT.
012060*
012070 2800-SET-ONE-SORT-KEY.
012080     MOVE WS-SK-CAT (WS-SK-IDX) TO WS-FC-IDX.
012090     MOVE WS-FC-OFFSET (WS-FC-IDX) TO WS-POS.
012100     MOVE WS-FC-LENGTH (WS-FC-IDX) TO WS-LEN.
012110     MOVE WS-JOIN-RECORD (WS-POS:WS-LEN)
012120         TO SORT-KEY-SLOT (WS-SK-IDX).
012130     IF WS-SK-DIRECTION (WS-SK-IDX) = "D"
012140         INSPECT SORT-KEY-SLOT (WS-SK-IDX)
012150             CONVERTING WS-COLLATE-UP TO WS-COLLATE-DOWN
012160     END-IF.
012170 2800-EXIT.
012180     EXIT.
012190*
012200 2900-READ-EMPLOYEE.
012210     READ EMP-FILE NEXT RECORD
012220         AT END
012230             SET E-O-F TO TRUE
012240     END-READ.
012250 2900-EXIT.
012260     EXIT.
012270*
012280 2950-READ-ARCHIVE.
012290     READ ARCHIVE-FILE NEXT RECORD
012300         AT END
012310             SET E-O-F TO TRUE
012320     END-READ.
012330 2950-EXIT.
012340     EXIT.
012350*
012360*-----------------------------------------------------------*
012370* 3000-EXTRACT-OUTPUT - WRITE THE SORTED ROWS.  ON A REPORT  *
012380* A CHANGE IN THE BREAK FIELD PRINTS THE GROUP'S ROW COUNT   *
012390* AND TOTALS, AND THE RUN ENDS WITH THE GRAND TOTAL.  A CSV  *
012400* CARRIES THE ROWS ONLY.                                     *
012410*-----------------------------------------------------------*
012420 3000-EXTRACT-OUTPUT.
012430     SET FIRST-RECORD TO TRUE.
012440     MOVE ZERO TO WS-BREAK-ROWS.
012450     SET NOT-E-O-F TO TRUE.
012460     RETURN SORT-FILE RECORD
012470         AT END
012480             SET E-O-F TO TRUE
012490     END-RETURN.
012500     PERFORM 3100-TAKE-ONE-ROW THRU 3100-EXIT
012510         UNTIL E-O-F.
012520     IF OUTPUT-CSV
012530         GO TO 3000-EXIT
012540     END-IF.
012550     IF WS-BREAK-CAT NOT = ZERO AND NOT-FIRST-RECORD
012560         PERFORM 3500-PRINT-BREAK-TOTAL THRU 3500-EXIT
012570     END-IF.
012580     PERFORM 3600-PRINT-GRAND-TOTAL THRU 3600-EXIT.
012590 3000-EXIT.
012600     EXIT.
012610*
012620 3100-TAKE-ONE-ROW.
012630     MOVE SORT-ROW TO WS-JOIN-RECORD.
012640     IF OUTPUT-CSV
012650         PERFORM 3300-WRITE-CSV-LINE THRU 3300-EXIT
012660         GO TO 3100-NEXT
012670     END-IF.
012680     IF WS-BREAK-CAT NOT = ZERO
012690         MOVE WS-BREAK-CAT TO WS-FC-IDX
012700         MOVE WS-FC-OFFSET (WS-FC-IDX) TO WS-POS
012710         MOVE WS-FC-LENGTH (WS-FC-IDX) TO WS-LEN
012720         MOVE SPACES TO WS-BREAK-VALUE
012730         MOVE WS-JOIN-RECORD (WS-POS:WS-LEN) TO WS-BREAK-VALUE
012740         IF NOT-FIRST-RECORD
012750             AND WS-BREAK-VALUE NOT = WS-PREV-BREAK-VALUE
012760             PERFORM 3500-PRINT-BREAK-TOTAL THRU 3500-EXIT
012770         END-IF
012780         MOVE WS-BREAK-VALUE TO WS-PREV-BREAK-VALUE
012790     END-IF.
012800     PERFORM 3200-WRITE-REPORT-LINE THRU 3200-EXIT.
012810     ADD 1 TO WS-BREAK-ROWS.
012820     PERFORM 3400-ADD-ONE-TOTAL THRU 3400-EXIT
012830         VARYING WS-TT-IDX FROM 1 BY 1
012840         UNTIL WS-TT-IDX > WS-TT-USED.
012850 3100-NEXT.
012860     SET NOT-FIRST-RECORD TO TRUE.
012870     RETURN SORT-FILE RECORD
012880         AT END
012890             SET E-O-F TO TRUE
012900     END-RETURN.
012910 3100-EXIT.
012920     EXIT.
012930*
012940 3200-WRITE-REPORT-LINE.
012950     MOVE SPACES TO EXTRACT-REPORT-RECORD.
012960     PERFORM 3250-MOVE-ONE-COLUMN THRU 3250-EXIT
012970         VARYING WS-OF-IDX FROM 1 BY 1
012980         UNTIL WS-OF-IDX > WS-OF-USED.
012990     WRITE EXTRACT-REPORT-RECORD.
013000 3200-EXIT.
013010     EXIT.
013020*
013030 3250-MOVE-ONE-COLUMN.
013040     MOVE WS-OF-CAT (WS-OF-IDX) TO WS-FC-IDX.
013050     MOVE WS-FC-OFFSET (WS-FC-IDX) TO WS-POS.
013060     MOVE WS-FC-LENGTH (WS-FC-IDX) TO WS-LEN.
013070     IF FC-AMOUNT (WS-FC-IDX)
013080         MOVE WS-JOIN-RECORD (WS-POS:WS-LEN) TO WS-CELL-AMOUNT-X
013090         MOVE WS-CELL-AMOUNT TO WS-AMOUNT-PRINT
013100         MOVE WS-OF-COLUMN (WS-OF-IDX) TO WS-POS
013110         MOVE WS-AMOUNT-PRINT TO EXTRACT-REPORT-RECORD (WS-POS:14)
013120         GO TO 3250-EXIT
013130     END-IF.
013140     MOVE WS-JOIN-RECORD (WS-POS:WS-LEN) TO WS-CELL.
013150     MOVE WS-OF-COLUMN (WS-OF-IDX) TO WS-POS.
013160     MOVE WS-CELL (1:WS-LEN)
013170         TO EXTRACT-REPORT-RECORD (WS-POS:WS-LEN).
013180 3250-EXIT.
013190     EXIT.
013200*
013210*-----------------------------------------------------------*
013220* 3300-WRITE-CSV-LINE - ONE ROW AS COMMA-SEPARATED VALUES.   *
013230* TEXT IS TRIMMED AND QUOTED, WITH ANY DOUBLE QUOTE IN THE   *
013240* DATA TURNED TO A SINGLE ONE; DIGITS GO AS THEY STAND AND   *
013250* AMOUNTS WITH A DECIMAL POINT.                              *
013260*-----------------------------------------------------------*
013270 3300-WRITE-CSV-LINE.
013280     MOVE SPACES TO CSV-RECORD.
013290     MOVE 1 TO WS-CSV-PTR.
013300     PERFORM 3350-CSV-ONE-CELL THRU 3350-EXIT
013310         VARYING WS-OF-IDX FROM 1 BY 1
013320         UNTIL WS-OF-IDX > WS-OF-USED.
013330     WRITE CSV-RECORD.
013340 3300-EXIT.
013350     EXIT.
013360*
013370 3350-CSV-ONE-CELL.
013380     MOVE WS-OF-CAT (WS-OF-IDX) TO WS-FC-IDX.
013390     MOVE WS-FC-OFFSET (WS-FC-IDX) TO WS-POS.
013400     MOVE WS-FC-LENGTH (WS-FC-IDX) TO WS-LEN.
013410     IF WS-OF-IDX > 1
013420         STRING "," DELIMITED BY SIZE
013430             INTO CSV-RECORD WITH POINTER WS-CSV-PTR
013440         END-STRING
013450     END-IF.
013460     IF FC-AMOUNT (WS-FC-IDX)
013470         MOVE WS-JOIN-RECORD (WS-POS:WS-LEN) TO WS-CELL-AMOUNT-X
013480         MOVE WS-CELL-AMOUNT TO WS-CSV-AMOUNT
013490         STRING FUNCTION TRIM (WS-CSV-AMOUNT) DELIMITED BY SIZE
013500             INTO CSV-RECORD WITH POINTER WS-CSV-PTR
013510         END-STRING
013520         GO TO 3350-EXIT
013530     END-IF.
013540     MOVE SPACES TO WS-CELL.
013550     MOVE WS-JOIN-RECORD (WS-POS:WS-LEN) TO WS-CELL.
013560     IF FC-DIGITS (WS-FC-IDX)
013570         STRING WS-CELL (1:WS-LEN) DELIMITED BY SIZE
013580             INTO CSV-RECORD WITH POINTER WS-CSV-PTR
013590         END-STRING
013600         GO TO 3350-EXIT
013610     END-IF.
013620     INSPECT WS-CELL REPLACING ALL QUOTE BY "'".
013630     IF WS-CELL = SPACES
013640         STRING QUOTE QUOTE DELIMITED BY SIZE
013650             INTO CSV-RECORD WITH POINTER WS-CSV-PTR
013660         END-STRING
013670     ELSE
013680         STRING
013690             QUOTE                      DELIMITED BY SIZE
013700             FUNCTION TRIM (WS-CELL)    DELIMITED BY SIZE
013710             QUOTE                      DELIMITED BY SIZE
013720             INTO CSV-RECORD WITH POINTER WS-CSV-PTR
013730         END-STRING
013740     END-IF.
013750 3350-EXIT.
013760     EXIT.
013770*
013780 3400-ADD-ONE-TOTAL.
013790     MOVE WS-TT-CAT (WS-TT-IDX) TO WS-FC-IDX.
013800     MOVE WS-FC-OFFSET (WS-FC-IDX) TO WS-POS.
013810     MOVE WS-FC-LENGTH (WS-FC-IDX) TO WS-LEN.
013820     MOVE WS-JOIN-RECORD (WS-POS:WS-LEN) TO WS-CELL-AMOUNT-X.
013830     ADD WS-CELL-AMOUNT TO WS-TT-BREAK-SUM (WS-TT-IDX)
013840         WS-TT-GRAND-SUM (WS-TT-IDX).
013850 3400-EXIT.
013860     EXIT.
013870*
013880*-----------------------------------------------------------*
013890* 3500-PRINT-BREAK-TOTAL - THE GROUP JUST ENDED: A LINE      *
013900* NAMING THE BREAK VALUE AND ITS ROW COUNT, THEN ITS TOTALS  *
013910* UNDER THEIR COLUMNS, THEN A BLANK LINE.  THE GROUP'S       *
013920* COUNTERS ARE CLEARED FOR THE NEXT ONE.                     *
013930*-----------------------------------------------------------*
013940 3500-PRINT-BREAK-TOTAL.
013950     MOVE WS-BREAK-CAT TO WS-FC-IDX.
013960     MOVE WS-FC-LENGTH (WS-FC-IDX) TO WS-LEN.
013970     MOVE WS-BREAK-ROWS TO WS-ROWS-PRINT.
013980     MOVE SPACES TO EXTRACT-REPORT-RECORD.
013990     STRING
014000         "  SUBTOTAL "                  DELIMITED BY SIZE
014010         WS-FC-NAME (WS-FC-IDX)         DELIMITED BY SPACE
014020         " "                            DELIMITED BY SIZE
014030         WS-PREV-BREAK-VALUE (1:WS-LEN) DELIMITED BY SIZE
014040         "  ROWS="                      DELIMITED BY SIZE
014050         WS-ROWS-PRINT                  DELIMITED BY SIZE
014060         INTO EXTRACT-REPORT-RECORD
014070     END-STRING.
014080     WRITE EXTRACT-REPORT-RECORD.
014090     IF WS-TT-USED > ZERO
014100         MOVE SPACES TO EXTRACT-REPORT-RECORD
014110         PERFORM 3550-PLACE-BREAK-SUM THRU 3550-EXIT
014120             VARYING WS-TT-IDX FROM 1 BY 1
014130             UNTIL WS-TT-IDX > WS-TT-USED
014140         WRITE EXTRACT-REPORT-RECORD
014150     END-IF.
014160     MOVE SPACES TO EXTRACT-REPORT-RECORD.
014170     WRITE EXTRACT-REPORT-RECORD.
014180     MOVE ZERO TO WS-BREAK-ROWS.
014190 3500-EXIT.
014200     EXIT.
014210*
014220 3550-PLACE-BREAK-SUM.
014230     MOVE WS-TT-COLUMN (WS-TT-IDX) TO WS-POS.
014240     MOVE WS-TT-BREAK-SUM (WS-TT-IDX) TO WS-AMOUNT-PRINT.
014250     MOVE WS-AMOUNT-PRINT TO EXTRACT-REPORT-RECORD (WS-POS:14).
014260     MOVE ZERO TO WS-TT-BREAK-SUM (WS-TT-IDX).
014270 3550-EXIT.
014280     EXIT.
014290*
014300 3600-PRINT-GRAND-TOTAL.
014310     MOVE SPACES TO EXTRACT-REPORT-RECORD.
014320     IF WS-BREAK-CAT = ZERO
014330         WRITE EXTRACT-REPORT-RECORD
014340     END-IF.
014350     MOVE WS-SELECT-COUNT TO WS-ROWS-PRINT.
014360     MOVE SPACES TO EXTRACT-REPORT-RECORD.
014370     STRING
014380         "GRAND TOTAL ROWS="            DELIMITED BY SIZE
014390         WS-ROWS-PRINT                  DELIMITED BY SIZE
014400         INTO EXTRACT-REPORT-RECORD
014410     END-STRING.
014420     WRITE EXTRACT-REPORT-RECORD.
014430     IF WS-TT-USED > ZERO
014440         MOVE SPACES TO EXTRACT-REPORT-RECORD
014450         PERFORM 3650-PLACE-GRAND-SUM THRU 3650-EXIT
014460             VARYING WS-TT-IDX FROM 1 BY 1
014470             UNTIL WS-TT-IDX > WS-TT-USED
014480         WRITE EXTRACT-REPORT-RECORD
014490     END-IF.
014500 3600-EXIT.
014510     EXIT.
014520*
014530 3650-PLACE-GRAND-SUM.
014540     MOVE WS-TT-COLUMN (WS-TT-IDX) TO WS-POS.
014550     MOVE WS-TT-GRAND-SUM (WS-TT-IDX) TO WS-AMOUNT-PRINT.
014560     MOVE WS-AMOUNT-PRINT TO EXTRACT-REPORT-RECORD (WS-POS:14).
014570 3650-EXIT.
014580     EXIT.
014590*
014600*-----------------------------------------------------------*
014610* 7600-WRITE-RUN-START - APPEND THE RUN-HISTORY START        *
014620* RECORD WITH THE DEFINITION NAME AS THE JOB, SO EACH SAVED  *
014630* EXTRACT HAS ITS OWN HISTORY.                               *
014640*-----------------------------------------------------------*
014650 7600-WRITE-RUN-START.
014660     OPEN EXTEND RUNHIST-FILE.
014670     IF WS-HIST-STATUS NOT = "00" AND WS-HIST-STATUS NOT = "05"
014680         DISPLAY "EXTRRPT - RUN HISTORY NOT AVAILABLE - "
014690             "STATUS=" WS-HIST-STATUS
014700         GO TO 7600-EXIT
014710     END-IF.
014720     MOVE SPACES TO RUNHIST-RECORD.
014730     STRING
014740         "START "                       DELIMITED BY SIZE
014750         D-DATE                         DELIMITED BY SIZE
014760         " "                            DELIMITED BY SIZE
014770         WS-RUN-START-TIME              DELIMITED BY SIZE
014780         " JOB="                        DELIMITED BY SIZE
014790         WS-DEF-NAME                    DELIMITED BY SPACE
014800         " USER="                       DELIMITED BY SIZE
014810         WS-RUN-USER                    DELIMITED BY SPACE
014820         " PROGRAM=EXTRRPT DEFS="       DELIMITED BY SIZE
014830         FUNCTION TRIM (WS-XDEF-FILE-SPEC)
014840                                        DELIMITED BY SIZE
014850         INTO RUNHIST-RECORD
014860     END-STRING.
014870     WRITE RUNHIST-RECORD.
014880     CLOSE RUNHIST-FILE.
014890 7600-EXIT.
014900     EXIT.
014910*
014920*-----------------------------------------------------------*
014930* 8000-CLEANUP - WRITE THE TRAILER, CLOSE THE FILES, ECHO    *
014940* THE COUNTS ON THE OPERATOR LOG AND END THE RUN HISTORY.    *
014950*-----------------------------------------------------------*
014960 8000-CLEANUP.
014970     IF DEF-INVALID
014980         GO TO 8000-END
014990     END-IF.
015000     IF OUTPUT-REPORT
015010         MOVE WS-READ-COUNT TO WS-ROWS-PRINT
015020         MOVE SPACES TO EXTRACT-REPORT-RECORD
015030         STRING
015040             "TRAILER READ="            DELIMITED BY SIZE
015050             WS-ROWS-PRINT              DELIMITED BY SIZE
015060             INTO EXTRACT-REPORT-RECORD
015070         END-STRING
015080         WRITE EXTRACT-REPORT-RECORD
015090         MOVE WS-SELECT-COUNT TO WS-ROWS-PRINT
015100         MOVE SPACES TO EXTRACT-REPORT-RECORD
015110         STRING
015120             "TRAILER SELECTED="        DELIMITED BY SIZE
015130             WS-ROWS-PRINT              DELIMITED BY SIZE
015140             INTO EXTRACT-REPORT-RECORD
015150         END-STRING
015160         WRITE EXTRACT-REPORT-RECORD
015170         CLOSE EXTRACT-REPORT-FILE
015180     ELSE
015190         CLOSE CSV-FILE
015200     END-IF.
015210     IF EMP-FILE-OPEN
015220         CLOSE EMP-FILE
015230     END-IF.
015240     IF ARCHIVE-OPEN
015250         CLOSE ARCHIVE-FILE
015260     END-IF.
015270     IF DEPT-MASTER-AVAILABLE
015280         CLOSE DEPT-FILE
015290     END-IF.
015300     IF COMP-FILE-AVAILABLE
015310         CLOSE COMP-FILE
015320     END-IF.
015330     MOVE WS-READ-COUNT TO WS-ROWS-PRINT.
015340     DISPLAY "EXTRRPT EMPLOYEES READ:     " WS-ROWS-PRINT.
015350     MOVE WS-SELECT-COUNT TO WS-ROWS-PRINT.
015360     DISPLAY "EXTRRPT ROWS SELECTED:      " WS-ROWS-PRINT.
015370     MOVE WS-NO-COMP-COUNT TO WS-ROWS-PRINT.
015380     DISPLAY "EXTRRPT NO RATE IN FORCE:   " WS-ROWS-PRINT.
015390     DISPLAY "EXTRRPT OUTPUT:             " WS-OUT-FILE-SPEC.
015400 8000-END.
015410     PERFORM 8600-WRITE-RUN-END THRU 8600-EXIT.
015420 8000-EXIT.
015430     EXIT.
015440*
015450*-----------------------------------------------------------*
015460* 8600-WRITE-RUN-END - APPEND THE RUN-HISTORY END RECORD,    *
015470* CARRYING THE SAME START STAMP AS THE START RECORD, THE     *
015480* OUTCOME (NORMAL, OR INVALID FOR A DEFINITION THAT DID NOT  *
015490* CHECK OUT, OR FAILED FOR A FILE THAT WOULD NOT OPEN) AND   *
015500* THE NUMBER OF ROWS WRITTEN.                                *
015510*-----------------------------------------------------------*
015520 8600-WRITE-RUN-END.
015530     ACCEPT WS-RUN-END-TIME FROM TIME.
015540     OPEN EXTEND RUNHIST-FILE.
015550     IF WS-HIST-STATUS NOT = "00" AND WS-HIST-STATUS NOT = "05"
015560         DISPLAY "EXTRRPT - RUN HISTORY NOT AVAILABLE - "
015570             "STATUS=" WS-HIST-STATUS
015580         GO TO 8600-EXIT
015590     END-IF.
015600     MOVE SPACES TO RUNHIST-RECORD.
015610     STRING
015620         "END   "                       DELIMITED BY SIZE
015630         D-DATE                         DELIMITED BY SIZE
015640         " "                            DELIMITED BY SIZE
015650         WS-RUN-START-TIME              DELIMITED BY SIZE
015660         " ENDED="                      DELIMITED BY SIZE
015670         WS-RUN-END-TIME                DELIMITED BY SIZE
015680         " STATUS="                     DELIMITED BY SIZE
015690         WS-END-STATUS                  DELIMITED BY SPACE
015700         " ROWS="                       DELIMITED BY SIZE
015710         WS-SELECT-COUNT                DELIMITED BY SIZE
015720         INTO RUNHIST-RECORD
015730     END-STRING.
015740     WRITE RUNHIST-RECORD.
015750     CLOSE RUNHIST-FILE.
015760 8600-EXIT.
015770     EXIT.
015780*
015790 END PROGRAM EXTRRPT.
