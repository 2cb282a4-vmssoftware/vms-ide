000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RETROPAY.
000030 AUTHOR. R-T-NEAL.
000040 INSTALLATION. DATA-PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*-----------------------------------------------------------*
000090* RETROACTIVE PAY ADJUSTMENT RUN.  A RAISE KEYED THROUGH     *
000100* COMPMAIN (OR WRITTEN BY MERITRUN) AFTER ITS EFFECTIVE DATE *
000110* HAS LEFT PAYROLL PAYING THE OLD RATE FOR THE WEEKS IN      *
000120* BETWEEN.  THIS RUN READS COMPJRNL.LOG FOR THE ADDS AND     *
000130* UPDATES JOURNALLED SINCE THE LAST RUN WHOSE COMP-EFF-DATE  *
000140* IS EARLIER THAN THE DATE THEY WERE KEYED, FINDS THE RATE   *
000150* EACH ONE REPLACED (THE BEFORE IMAGE OF AN UPDATE, OR THE   *
000160* RATE IN FORCE ON COMP.DAT BEFORE THE NEW EFFECTIVE DATE    *
000170* FOR AN ADD), AND WORKS OUT THE DIFFERENCE FOR THE DAYS     *
000180* FROM THE EFFECTIVE DATE TO THE DATE KEYED - OR TO THE NEXT *
000190* RATE ON FILE, IF THAT COMES FIRST - AS A DAILY RATE OF THE *
000200* ANNUAL SALARY.  A POSITIVE AMOUNT IS OWED TO THE EMPLOYEE, *
000210* A NEGATIVE ONE WAS OVERPAID.                               *
000220*                                                            *
000230* THE ENTRIES ARE SORTED BY EMP-ID AND NETTED TO ONE         *
000240* ADJUSTMENT PER EMPLOYEE.  RETROPAY.RPT IS THE LISTING FOR  *
000250* FINANCE SIGN-OFF; RETROPAY.DAT IS PAYROLL'S FIXED-LENGTH   *
000260* FILE, FRAMED LIKE PAYFEED.DAT BY A HEADER WITH THE RUN     *
000270* STAMP AND A TRAILER WITH THE COUNT, THE EMP-ID HASH TOTAL  *
000280* AND THE OWED AND RECOVERED TOTALS.                         *
000290*                                                            *
000300* RETROPAY.CTL HOLDS THE STAMP OF THE LAST JOURNAL LINE SEEN *
000310* AND IS ADVANCED AT THE END OF EACH RUN, SO EVERY JOURNAL   *
000320* ENTRY IS CONSIDERED ONCE.  SINCE=YYYYMMDD REPEATS A RUN    *
000330* FROM THAT KEYED DATE REGARDLESS OF THE CONTROL FILE.       *
000340*-----------------------------------------------------------*
000350*
000360* MODIFICATION HISTORY.
000370*    10/15/26  RTN  ORIGINAL VERSION.
000380*
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT OPTIONAL JOURNAL-FILE
000430         ASSIGN "SYS$DISK:COMPJRNL.LOG"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-JRNL-STATUS.
000460     SELECT OPTIONAL COMP-FILE ASSIGN "SYS$DISK:COMP.DAT"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS COMP-KEY
000500         FILE STATUS IS WS-COMP-STATUS.
000510     SELECT OPTIONAL EMP-FILE ASSIGN "SYS$DISK:ART.DAT"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS EMP-ID
000550         ALTERNATE RECORD KEY IS EMP-NAME
000560             WITH DUPLICATES
000570         ALTERNATE RECORD KEY IS EMP-DEPT-CODE
000580             WITH DUPLICATES
000590         FILE STATUS IS WS-EMP-STATUS.
000600     SELECT OPTIONAL CONTROL-FILE
000610         ASSIGN "SYS$DISK:RETROPAY.CTL"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-CTL-STATUS.
000640     SELECT RETRO-REPORT-FILE ASSIGN "SYS$DISK:RETROPAY.RPT"
000650         ORGANIZATION IS LINE SEQUENTIAL.
000660     SELECT RETRO-FEED-FILE ASSIGN "SYS$DISK:RETROPAY.DAT"
000670         ORGANIZATION IS LINE SEQUENTIAL.
000680     SELECT SORT-FILE ASSIGN "SYS$DISK:SORTWORK".
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  JOURNAL-FILE
000720     VALUE OF ID IS WS-JRNL-FILE-SPEC.
000730 01  JOURNAL-RECORD              PIC X(132).
000740 FD  COMP-FILE
000750     VALUE OF ID IS WS-COMP-FILE-SPEC.
000760 COPY "COMPREC.LIB".
000770 FD  EMP-FILE
000780     VALUE OF ID IS WS-EMP-FILE-SPEC.
000790 COPY "EMPREC.LIB".
000800 FD  CONTROL-FILE
000810     VALUE OF ID IS WS-CTL-FILE-SPEC.
000820 01  CONTROL-RECORD              PIC X(80).
000830 FD  RETRO-REPORT-FILE
000840     VALUE OF ID IS WS-REPORT-FILE-SPEC.
000850 01  RETRO-REPORT-RECORD         PIC X(132).
000860 FD  RETRO-FEED-FILE
000870     VALUE OF ID IS WS-FEED-FILE-SPEC.
000880 01  RETRO-FEED-RECORD           PIC X(100).
000890 SD  SORT-FILE.
000900 01  SORT-RECORD.
000910     02  SORT-EMP-ID             PIC 9(07).
000920     02  SORT-KEYED-STAMP        PIC X(17).
000930     02  SORT-ACTION             PIC X(01).
000940     02  SORT-EFF-DATE           PIC 9(08).
000950     02  SORT-END-DATE           PIC 9(08).
000960     02  SORT-DAYS               PIC 9(05).
000970     02  SORT-OLD-RATE           PIC 9(07)V99.
000980     02  SORT-NEW-RATE           PIC 9(07)V99.
000990     02  SORT-AMOUNT             PIC S9(09)V99.
001000 WORKING-STORAGE SECTION.
001010*
001020*-----------------------------------------------------------*
001030* FILE STATUS BYTES AND RUNTIME FILE SPECS.  JOURNAL= (OR A  *
001040* BARE WORD) NAMES THE COMPENSATION JOURNAL, COMP= AND FILE= *
001050* THE COMPENSATION AND EMPLOYEE FILES, CONTROL=, REPORT= AND *
001060* FEED= THE RUN CONTROL, THE LISTING AND PAYROLL'S FILE.     *
001070*-----------------------------------------------------------*
001080 01  WS-JRNL-STATUS              PIC X(02).
001090 01  WS-COMP-STATUS              PIC X(02).
001100 01  WS-EMP-STATUS               PIC X(02).
001110 01  WS-CTL-STATUS               PIC X(02).
001120 01  WS-JRNL-FILE-SPEC           PIC X(50)
001130     VALUE "SYS$DISK:COMPJRNL.LOG".
001140 01  WS-COMP-FILE-SPEC           PIC X(50)
001150     VALUE "SYS$DISK:COMP.DAT".
001160 01  WS-EMP-FILE-SPEC            PIC X(50)
001170     VALUE "SYS$DISK:ART.DAT".
001180 01  WS-CTL-FILE-SPEC            PIC X(50)
001190     VALUE "SYS$DISK:RETROPAY.CTL".
001200 01  WS-REPORT-FILE-SPEC         PIC X(50)
001210     VALUE "SYS$DISK:RETROPAY.RPT".
001220 01  WS-FEED-FILE-SPEC           PIC X(50)
001230     VALUE "SYS$DISK:RETROPAY.DAT".
001240 01  WS-COMMAND-LINE             PIC X(132).
001250 01  WS-PARM-WORDS.
001260     02  WS-PARM-ENTRY           PIC X(50) OCCURS 10 TIMES.
001270 01  WS-PARM-IDX                 PIC 9(2) COMP.
001280 01  WS-PARM-KEYWORD             PIC X(10).
001290 01  WS-PARM-VALUE               PIC X(40).
001300*
001310*-----------------------------------------------------------*
001320* ONE COMPJRNL.LOG LINE, AS COMPMAIN BUILDS IT, AND THE      *
001330* 26-BYTE COMP-RECORD IMAGES IT CARRIES.                     *
001340*-----------------------------------------------------------*
001350 01  WS-JOURNAL-LINE.
001360     02  JL-STAMP.
001370         03  JL-DATE             PIC 9(08).
001380         03  FILLER              PIC X(01).
001390         03  JL-TIME             PIC 9(08).
001400     02  FILLER                  PIC X(06).
001410     02  JL-USER                 PIC X(12).
001420     02  FILLER                  PIC X(08).
001430     02  JL-ACTION               PIC X(01).
001440     02  FILLER                  PIC X(08).
001450     02  JL-BEFORE-IMAGE         PIC X(26).
001460     02  FILLER                  PIC X(07).
001470     02  JL-AFTER-IMAGE          PIC X(26).
001480     02  FILLER                  PIC X(21).
001490 01  WS-BEFORE-COMP.
001500     02  BEF-EMP-ID              PIC 9(07).
001510     02  BEF-EFF-DATE            PIC 9(08).
001520     02  BEF-SALARY              PIC 9(07)V99.
001530     02  BEF-GRADE               PIC X(02).
001540 01  WS-AFTER-COMP.
001550     02  AFT-EMP-ID              PIC 9(07).
001560     02  AFT-EFF-DATE            PIC 9(08).
001570     02  AFT-SALARY              PIC 9(07)V99.
001580     02  AFT-GRADE               PIC X(02).
001590*
001600*-----------------------------------------------------------*
001610* RUN WINDOW.  WS-LAST-STAMP IS THE LAST JOURNAL LINE SEEN   *
001620* BY THE PREVIOUS RUN; WS-HIGH-STAMP THE LAST ONE SEEN BY    *
001630* THIS ONE, WRITTEN BACK TO THE CONTROL FILE AT THE END.     *
001640*-----------------------------------------------------------*
001650 01  WS-LAST-STAMP               PIC X(17) VALUE SPACES.
001660 01  WS-HIGH-STAMP               PIC X(17) VALUE SPACES.
001670 01  WS-SINCE-DATE               PIC 9(08) VALUE ZERO.
001680 01  WS-CONTROL-LINE.
001690     02  CL-TAG                  PIC X(08).
001700     02  CL-STAMP                PIC X(17).
001710     02  FILLER                  PIC X(55).
001720*
001730*-----------------------------------------------------------*
001740* ONE ENTRY'S CALCULATION.  THE DAILY RATE IS THE ANNUAL     *
001750* SALARY OVER 365; THE PERIOD RUNS FROM THE EFFECTIVE DATE   *
001760* UP TO, NOT INCLUDING, THE END DATE.                        *
001770*-----------------------------------------------------------*
001780 01  WS-OLD-RATE                 PIC 9(07)V99.
001790 01  WS-END-DATE                 PIC 9(08).
001800 01  WS-DAYS                     PIC S9(07).
001810 01  WS-LOOKUP-EMP-ID            PIC 9(07).
001820 01  WS-COMP-FOUND-SW            PIC X.
001830     88  COMP-FOUND                  VALUE "Y".
001840     88  COMP-NOT-FOUND              VALUE "N".
001850 01  WS-COMP-EOF-SW              PIC X.
001860     88  COMP-E-O-F                  VALUE "E".
001870     88  COMP-NOT-E-O-F              VALUE "N".
001880 01  WS-EXCEPTION-REASON         PIC X(40).
001890*
001900*-----------------------------------------------------------*
001910* PAYROLL'S FIXED-LENGTH RETRO LAYOUT.  EVERY RECORD IS 100  *
001920* BYTES: A HEADER (H) WITH THE RUN STAMP, ONE DETAIL (D) PER *
001930* EMPLOYEE WITH THE NET ADJUSTMENT AND ITS SIGN, AND A       *
001940* TRAILER (T) WITH THE COUNT, THE EMP-ID HASH TOTAL AND THE  *
001950* OWED AND RECOVERED TOTALS THE LOADER PROVES IT AGAINST.    *
001960*-----------------------------------------------------------*
001970 01  WS-RETRO-HEADER.
001980     02  RH-REC-TYPE             PIC X(01) VALUE "H".
001990     02  RH-RUN-DATE             PIC 9(08).
002000     02  RH-RUN-TIME             PIC 9(08).
002010     02  FILLER                  PIC X(83) VALUE SPACES.
002020 01  WS-RETRO-DETAIL.
002030     02  RD-REC-TYPE             PIC X(01) VALUE "D".
002040     02  RD-EMP-ID               PIC 9(07).
002050     02  RD-EMP-NAME             PIC X(15).
002060     02  RD-SIGN                 PIC X(01).
002070     02  RD-AMOUNT               PIC 9(09)V99.
002080     02  RD-FROM-DATE            PIC 9(08).
002090     02  RD-TO-DATE              PIC 9(08).
002100     02  RD-ENTRY-COUNT          PIC 9(03).
002110     02  FILLER                  PIC X(46) VALUE SPACES.
002120 01  WS-RETRO-TRAILER.
002130     02  RT-REC-TYPE             PIC X(01) VALUE "T".
002140     02  RT-DETAIL-COUNT         PIC 9(05).
002150     02  RT-EMP-ID-HASH          PIC 9(13).
002160     02  RT-OWED-TOTAL           PIC 9(11)V99.
002170     02  RT-RECOVER-TOTAL        PIC 9(11)V99.
002180     02  FILLER                  PIC X(55) VALUE SPACES.
002190*
002200*-----------------------------------------------------------*
002210* CONTROL BREAK ON EMP-ID, TOTALS AND RUN COUNTS.            *
002220*-----------------------------------------------------------*
002230 01  WS-PREV-EMP-ID              PIC 9(07).
002240 01  WS-EMP-NET                  PIC S9(09)V99.
002250 01  WS-EMP-FROM-DATE            PIC 9(08).
002260 01  WS-EMP-TO-DATE              PIC 9(08).
002270 01  WS-EMP-ENTRIES              PIC 9(03).
002280 01  WS-EMP-NAME                 PIC X(15).
002290 01  WS-FIRST-SW                 PIC X.
002300     88  FIRST-RECORD                VALUE "Y".
002310     88  NOT-FIRST-RECORD            VALUE "N".
002320 01  WS-HASH-TOTAL               PIC 9(13) VALUE ZERO.
002330 01  WS-OWED-TOTAL               PIC 9(11)V99 VALUE ZERO.
002340 01  WS-RECOVER-TOTAL            PIC 9(11)V99 VALUE ZERO.
002350 01  WS-RATE-PRINT               PIC Z,ZZZ,ZZ9.99.
002360 01  WS-NEW-PRINT                PIC Z,ZZZ,ZZ9.99.
002370 01  WS-AMOUNT-PRINT             PIC ZZZ,ZZZ,ZZ9.99-.
002380 01  WS-TOTAL-PRINT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002390 01  WS-DAYS-PRINT               PIC ZZZZ9.
002400 01  D-DATE                      PIC 9(8).
002410 01  WS-RUN-TIME                 PIC 9(8).
002420 01  WS-JRNL-READ-COUNT          PIC 9(05) COMP VALUE ZERO.
002430 01  WS-RETRO-ENTRY-COUNT        PIC 9(05) COMP VALUE ZERO.
002440 01  WS-EXCEPTION-COUNT          PIC 9(05) COMP VALUE ZERO.
002450 01  WS-DETAIL-COUNT             PIC 9(05) COMP VALUE ZERO.
002460 01  WS-NET-ZERO-COUNT           PIC 9(05) COMP VALUE ZERO.
002470 01  WS-COUNT-PRINT              PIC ZZZZ9.
002480 01  EOF-SW                      PIC X.
002490     88  E-O-F                       VALUE "E".
002500     88  NOT-E-O-F                   VALUE "N".
002510 PROCEDURE DIVISION.
002520 MAIN-PROG SECTION.
002530 0000-MAINLINE.
002540     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002550     SORT SORT-FILE
002560         ON ASCENDING KEY SORT-EMP-ID SORT-KEYED-STAMP
002570         INPUT PROCEDURE IS 2000-SELECT-INPUT THRU 2000-EXIT
002580         OUTPUT PROCEDURE IS 3000-NET-OUTPUT THRU 3000-EXIT.
002590     PERFORM 8000-CLEANUP THRU 8000-EXIT.
002600     STOP RUN.
002610*
002620*-----------------------------------------------------------*
002630* 1000-INITIALIZE - GET THE RUN STAMP, RESOLVE THE FILE      *
002640* SPECS, READ THE LAST-RUN STAMP FROM THE CONTROL FILE,      *
002650* OPEN THE FILES AND WRITE THE LISTING AND FEED HEADERS.     *
002660*-----------------------------------------------------------*
002670 1000-INITIALIZE.
002680     ACCEPT D-DATE FROM DATE YYYYMMDD.
002690     ACCEPT WS-RUN-TIME FROM TIME.
002700     PERFORM 1100-RESOLVE-FILE-SPECS THRU 1100-EXIT.
002710     PERFORM 1300-READ-CONTROL THRU 1300-EXIT.
002720     OPEN INPUT JOURNAL-FILE.
002730     IF WS-JRNL-STATUS NOT = "00" AND WS-JRNL-STATUS NOT = "05"
002740         DISPLAY "RETROPAY - CANNOT OPEN COMPENSATION JOURNAL "
002750             WS-JRNL-FILE-SPEC
002760         DISPLAY "RETROPAY - FILE STATUS " WS-JRNL-STATUS
002770         STOP RUN
002780     END-IF.
002790     OPEN INPUT COMP-FILE.
002800     IF WS-COMP-STATUS NOT = "00" AND WS-COMP-STATUS NOT = "05"
002810         DISPLAY "RETROPAY - CANNOT OPEN COMPENSATION FILE "
002820             WS-COMP-FILE-SPEC
002830         DISPLAY "RETROPAY - FILE STATUS " WS-COMP-STATUS
002840         STOP RUN
002850     END-IF.
002860     OPEN INPUT EMP-FILE.
002870     IF WS-EMP-STATUS NOT = "00" AND WS-EMP-STATUS NOT = "05"
002880         DISPLAY "RETROPAY - CANNOT OPEN EMPLOYEE FILE "
002890             WS-EMP-FILE-SPEC
002900         DISPLAY "RETROPAY - FILE STATUS " WS-EMP-STATUS
002910         STOP RUN
002920     END-IF.
002930     OPEN OUTPUT RETRO-REPORT-FILE.
002940     MOVE SPACES TO RETRO-REPORT-RECORD.
002950     IF WS-SINCE-DATE NOT = ZERO
002960         STRING
002970             "RETROACTIVE PAY ADJUSTMENTS " DELIMITED BY SIZE
002980             D-DATE                     DELIMITED BY SIZE
002990             "  ENTRIES KEYED SINCE "   DELIMITED BY SIZE
003000             WS-SINCE-DATE              DELIMITED BY SIZE
003010             INTO RETRO-REPORT-RECORD
003020         END-STRING
003030     ELSE
003040         STRING
003050             "RETROACTIVE PAY ADJUSTMENTS " DELIMITED BY SIZE
003060             D-DATE                     DELIMITED BY SIZE
003070             "  ENTRIES AFTER "         DELIMITED BY SIZE
003080             WS-LAST-STAMP              DELIMITED BY SIZE
003090             INTO RETRO-REPORT-RECORD
003100         END-STRING
003110     END-IF.
003120     WRITE RETRO-REPORT-RECORD.
003130     MOVE SPACES TO RETRO-REPORT-RECORD.
003140     WRITE RETRO-REPORT-RECORD.
003150     OPEN OUTPUT RETRO-FEED-FILE.
003160     MOVE D-DATE TO RH-RUN-DATE.
003170     MOVE WS-RUN-TIME TO RH-RUN-TIME.
003180     MOVE WS-RETRO-HEADER TO RETRO-FEED-RECORD.
003190     WRITE RETRO-FEED-RECORD.
003200 1000-EXIT.
003210     EXIT.
003220*
003230*-----------------------------------------------------------*
003240* 1100-RESOLVE-FILE-SPECS - SCAN THE COMMAND LINE FOR THE    *
003250* FILE SPECS AND SINCE=.                                     *
003260*-----------------------------------------------------------*
003270 1100-RESOLVE-FILE-SPECS.
003280     MOVE SPACES TO WS-COMMAND-LINE.
003290     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
003300     IF WS-COMMAND-LINE = SPACES
003310         GO TO 1100-EXIT
003320     END-IF.
003330     MOVE SPACES TO WS-PARM-WORDS.
003340     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
003350         INTO WS-PARM-ENTRY (1) WS-PARM-ENTRY (2)
003360              WS-PARM-ENTRY (3) WS-PARM-ENTRY (4)
003370              WS-PARM-ENTRY (5) WS-PARM-ENTRY (6)
003380              WS-PARM-ENTRY (7) WS-PARM-ENTRY (8)
003390              WS-PARM-ENTRY (9) WS-PARM-ENTRY (10)
003400     END-UNSTRING.
003410     PERFORM 1160-PROCESS-ONE-PARAMETER THRU 1160-EXIT
003420         VARYING WS-PARM-IDX FROM 1 BY 1
003430         UNTIL WS-PARM-IDX > 10.
003440 1100-EXIT.
003450     EXIT.
003460*
003470 1160-PROCESS-ONE-PARAMETER.
003480     IF WS-PARM-ENTRY (WS-PARM-IDX) = SPACES
003490         GO TO 1160-EXIT
003500     END-IF.
003510     MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE.
003520     UNSTRING WS-PARM-ENTRY (WS-PARM-IDX) DELIMITED BY "="
003530         INTO WS-PARM-KEYWORD WS-PARM-VALUE
003540     END-UNSTRING.
003550     IF WS-PARM-VALUE = SPACES
003560         MOVE WS-PARM-ENTRY (WS-PARM-IDX)
003570             TO WS-JRNL-FILE-SPEC
003580         GO TO 1160-EXIT
003590     END-IF.
003600     EVALUATE WS-PARM-KEYWORD
003610         WHEN "JOURNAL"
003620             MOVE WS-PARM-VALUE TO WS-JRNL-FILE-SPEC
003630         WHEN "COMP"
003640             MOVE WS-PARM-VALUE TO WS-COMP-FILE-SPEC
003650         WHEN "FILE"
003660             MOVE WS-PARM-VALUE TO WS-EMP-FILE-SPEC
003670         WHEN "CONTROL"
003680             MOVE WS-PARM-VALUE TO WS-CTL-FILE-SPEC
003690         WHEN "REPORT"
003700             MOVE WS-PARM-VALUE TO WS-REPORT-FILE-SPEC
003710         WHEN "FEED"
003720             MOVE WS-PARM-VALUE TO WS-FEED-FILE-SPEC
003730         WHEN "SINCE"
003740             MOVE FUNCTION NUMVAL (WS-PARM-VALUE)
003750                 TO WS-SINCE-DATE
003760         WHEN OTHER
003770             CONTINUE
003780     END-EVALUATE.
003790 1160-EXIT.
003800     EXIT.
003810*
003820*-----------------------------------------------------------*
003830* 1300-READ-CONTROL - PICK UP THE STAMP OF THE LAST JOURNAL  *
003840* LINE THE PREVIOUS RUN SAW.  NO CONTROL FILE MEANS A FIRST  *
003850* RUN, WHICH CONSIDERS THE WHOLE JOURNAL.                    *
003860*-----------------------------------------------------------*
003870 1300-READ-CONTROL.
003880     OPEN INPUT CONTROL-FILE.
003890     IF WS-CTL-STATUS NOT = "00"
003900         GO TO 1300-EXIT
003910     END-IF.
003920     READ CONTROL-FILE
003930         AT END
003940             CONTINUE
003950         NOT AT END
003960             MOVE CONTROL-RECORD TO WS-CONTROL-LINE
003970             IF CL-TAG = "LASTRUN"
003980                 MOVE CL-STAMP TO WS-LAST-STAMP
003990             END-IF
004000     END-READ.
004010     CLOSE CONTROL-FILE.
004020 1300-EXIT.
004030     EXIT.
004040*
004050*-----------------------------------------------------------*
004060* 2000-SELECT-INPUT - READ THE JOURNAL TOP TO BOTTOM AND     *
004070* RELEASE TO THE SORT EVERY ADD OR UPDATE IN THE RUN WINDOW  *
004080* THAT WAS KEYED AFTER ITS OWN EFFECTIVE DATE, WITH ITS      *
004090* ADJUSTMENT WORKED OUT.                                     *
004100*-----------------------------------------------------------*
004110 2000-SELECT-INPUT.
004120     MOVE WS-LAST-STAMP TO WS-HIGH-STAMP.
004130     SET NOT-E-O-F TO TRUE.
004140     PERFORM 2900-READ-JOURNAL THRU 2900-EXIT.
004150     PERFORM 2100-SELECT-ONE-ENTRY THRU 2100-EXIT
004160         UNTIL E-O-F.
004170 2000-EXIT.
004180     EXIT.
004190*
004200 2100-SELECT-ONE-ENTRY.
004210     ADD 1 TO WS-JRNL-READ-COUNT.
004220     MOVE JOURNAL-RECORD TO WS-JOURNAL-LINE.
004230     IF JL-STAMP > WS-HIGH-STAMP
004240         MOVE JL-STAMP TO WS-HIGH-STAMP
004250     END-IF.
004260     IF WS-SINCE-DATE NOT = ZERO
004270         IF JL-DATE < WS-SINCE-DATE
004280             GO TO 2100-NEXT
004290         END-IF
004300     ELSE
004310         IF JL-STAMP NOT > WS-LAST-STAMP
004320             GO TO 2100-NEXT
004330         END-IF
004340     END-IF.
004350     IF JL-ACTION NOT = "A" AND JL-ACTION NOT = "U"
004360         GO TO 2100-NEXT
004370     END-IF.
004380     MOVE JL-BEFORE-IMAGE TO WS-BEFORE-COMP.
004390     MOVE JL-AFTER-IMAGE  TO WS-AFTER-COMP.
004400     IF AFT-EFF-DATE NOT < JL-DATE
004410         GO TO 2100-NEXT
004420     END-IF.
004430     PERFORM 2200-FIND-REPLACED-RATE THRU 2200-EXIT.
004440     IF WS-EXCEPTION-REASON NOT = SPACES
004450         PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
004460         GO TO 2100-NEXT
004470     END-IF.
004480     IF WS-OLD-RATE = AFT-SALARY
004490         GO TO 2100-NEXT
004500     END-IF.
004510     PERFORM 2400-FIND-PERIOD-END THRU 2400-EXIT.
004520     COMPUTE WS-DAYS =
004530         FUNCTION INTEGER-OF-DATE (WS-END-DATE)
004540       - FUNCTION INTEGER-OF-DATE (AFT-EFF-DATE).
004550     IF WS-DAYS NOT > ZERO
004560         GO TO 2100-NEXT
004570     END-IF.
004580     MOVE AFT-EMP-ID   TO SORT-EMP-ID.
004590     MOVE JL-STAMP     TO SORT-KEYED-STAMP.
004600     MOVE JL-ACTION    TO SORT-ACTION.
004610     MOVE AFT-EFF-DATE TO SORT-EFF-DATE.
004620     MOVE WS-END-DATE  TO SORT-END-DATE.
004630     MOVE WS-DAYS      TO SORT-DAYS.
004640     MOVE WS-OLD-RATE  TO SORT-OLD-RATE.
004650     MOVE AFT-SALARY   TO SORT-NEW-RATE.
004660     COMPUTE SORT-AMOUNT ROUNDED =
004670         (AFT-SALARY - WS-OLD-RATE) * WS-DAYS / 365.
004680     ADD 1 TO WS-RETRO-ENTRY-COUNT.
004690     RELEASE SORT-RECORD.
004700 2100-NEXT.
004710     PERFORM 2900-READ-JOURNAL THRU 2900-EXIT.
004720 2100-EXIT.
004730     EXIT.
004740*
004750*-----------------------------------------------------------*
004760* 2200-FIND-REPLACED-RATE - AN UPDATE REPLACED THE RATE IN   *
004770* ITS BEFORE IMAGE.  AN ADD REPLACED THE RATE IN FORCE ON    *
004780* COMP.DAT JUST BEFORE ITS EFFECTIVE DATE; AN ADD WITH NO    *
004790* EARLIER RATE (A LATE-KEYED HIRE) IS AN EXCEPTION FOR       *
004800* PAYROLL TO WORK BY HAND.                                   *
004810*-----------------------------------------------------------*
004820 2200-FIND-REPLACED-RATE.
004830     MOVE SPACES TO WS-EXCEPTION-REASON.
004840     IF JL-ACTION = "U"
004850         MOVE BEF-SALARY TO WS-OLD-RATE
004860         GO TO 2200-EXIT
004870     END-IF.
004880     MOVE AFT-EMP-ID TO WS-LOOKUP-EMP-ID.
004890     SET COMP-NOT-FOUND TO TRUE.
004900     MOVE WS-LOOKUP-EMP-ID TO COMP-EMP-ID.
004910     MOVE ZERO TO COMP-EFF-DATE.
004920     START COMP-FILE KEY IS NOT LESS THAN COMP-KEY
004930         INVALID KEY
004940             GO TO 2200-CHECK
004950     END-START.
004960     SET COMP-NOT-E-O-F TO TRUE.
004970     PERFORM 2250-READ-ONE-COMP THRU 2250-EXIT.
004980     PERFORM 2260-KEEP-IF-EARLIER THRU 2260-EXIT
004990         UNTIL COMP-E-O-F.
005000 2200-CHECK.
005010     IF COMP-NOT-FOUND
005020         MOVE "NO EARLIER RATE - REFER TO PAYROLL"
005030             TO WS-EXCEPTION-REASON
005040     END-IF.
005050 2200-EXIT.
005060     EXIT.
005070*
005080 2250-READ-ONE-COMP.
005090     READ COMP-FILE NEXT RECORD
005100         AT END
005110             SET COMP-E-O-F TO TRUE
005120     END-READ.
005130 2250-EXIT.
005140     EXIT.
005150*
005160 2260-KEEP-IF-EARLIER.
005170     IF COMP-EMP-ID NOT = WS-LOOKUP-EMP-ID
005180         OR COMP-EFF-DATE NOT < AFT-EFF-DATE
005190         SET COMP-E-O-F TO TRUE
005200         GO TO 2260-EXIT
005210     END-IF.
005220     SET COMP-FOUND TO TRUE.
005230     MOVE COMP-SALARY TO WS-OLD-RATE.
005240     PERFORM 2250-READ-ONE-COMP THRU 2250-EXIT.
005250 2260-EXIT.
005260     EXIT.
005270*
005280*-----------------------------------------------------------*
005290* 2400-FIND-PERIOD-END - THE OLD RATE WAS PAID UNTIL THE     *
005300* CHANGE WAS KEYED, UNLESS A LATER RATE ON COMP.DAT TOOK     *
005310* OVER BEFORE THAT, IN WHICH CASE THIS ENTRY ONLY COVERS THE *
005320* DAYS UP TO THAT NEXT RATE.                                 *
005330*-----------------------------------------------------------*
005340 2400-FIND-PERIOD-END.
005350     MOVE JL-DATE TO WS-END-DATE.
005360     MOVE AFT-EMP-ID   TO COMP-EMP-ID.
005370     MOVE AFT-EFF-DATE TO COMP-EFF-DATE.
005380     START COMP-FILE KEY IS GREATER THAN COMP-KEY
005390         INVALID KEY
005400             GO TO 2400-EXIT
005410     END-START.
005420     READ COMP-FILE NEXT RECORD
005430         AT END
005440             GO TO 2400-EXIT
005450     END-READ.
005460     IF COMP-EMP-ID = AFT-EMP-ID
005470         AND COMP-EFF-DATE < WS-END-DATE
005480         MOVE COMP-EFF-DATE TO WS-END-DATE
005490     END-IF.
005500 2400-EXIT.
005510     EXIT.
005520*
005530 2800-WRITE-EXCEPTION.
005540     ADD 1 TO WS-EXCEPTION-COUNT.
005550     MOVE SPACES TO RETRO-REPORT-RECORD.
005560     STRING
005570         "EXCEPTION "                   DELIMITED BY SIZE
005580         AFT-EMP-ID                     DELIMITED BY SIZE
005590         "  EFF="                       DELIMITED BY SIZE
005600         AFT-EFF-DATE                   DELIMITED BY SIZE
005610         "  KEYED="                     DELIMITED BY SIZE
005620         JL-DATE                        DELIMITED BY SIZE
005630         "  "                           DELIMITED BY SIZE
005640         WS-EXCEPTION-REASON            DELIMITED BY SIZE
005650         INTO RETRO-REPORT-RECORD
005660     END-STRING.
005670     WRITE RETRO-REPORT-RECORD.
005680 2800-EXIT.
005690     EXIT.
005700*
005710 2900-READ-JOURNAL.
005720     READ JOURNAL-FILE
005730         AT END
005740             SET E-O-F TO TRUE
005750     END-READ.
005760 2900-EXIT.
005770     EXIT.
005780*
005790*-----------------------------------------------------------*
005800* 3000-NET-OUTPUT - LIST EACH SORTED ENTRY AND, ON A CHANGE  *
005810* OF EMP-ID, NET THE EMPLOYEE'S ENTRIES TO ONE ADJUSTMENT:   *
005820* ONE LISTING LINE AND ONE PAYROLL DETAIL RECORD.  ENTRIES   *
005830* THAT NET TO ZERO ARE LISTED BUT NOT SENT.                  *
005840*-----------------------------------------------------------*
005850 3000-NET-OUTPUT.
005860     SET FIRST-RECORD TO TRUE.
005870     SET NOT-E-O-F TO TRUE.
005880     RETURN SORT-FILE RECORD
005890         AT END
005900             SET E-O-F TO TRUE
005910     END-RETURN.
005920     PERFORM 3100-LIST-ONE-ENTRY THRU 3100-EXIT
005930         UNTIL E-O-F.
005940     IF NOT-FIRST-RECORD
005950         PERFORM 3300-NET-EMPLOYEE THRU 3300-EXIT
005960     END-IF.
005970 3000-EXIT.
005980     EXIT.
005990*
006000 3100-LIST-ONE-ENTRY.
006010     IF FIRST-RECORD
006020         OR SORT-EMP-ID NOT = WS-PREV-EMP-ID
006030         IF NOT-FIRST-RECORD
006040             PERFORM 3300-NET-EMPLOYEE THRU 3300-EXIT
006050         END-IF
006060         PERFORM 3200-START-EMPLOYEE THRU 3200-EXIT
006070     END-IF.
006080     MOVE SORT-OLD-RATE TO WS-RATE-PRINT.
006090     MOVE SORT-NEW-RATE TO WS-NEW-PRINT.
006100     MOVE SORT-DAYS     TO WS-DAYS-PRINT.
006110     MOVE SORT-AMOUNT   TO WS-AMOUNT-PRINT.
006120     MOVE SPACES TO RETRO-REPORT-RECORD.
006130     STRING
006140         "    "                         DELIMITED BY SIZE
006150         SORT-ACTION                    DELIMITED BY SIZE
006160         " KEYED="                      DELIMITED BY SIZE
006170         SORT-KEYED-STAMP (1:8)         DELIMITED BY SIZE
006180         " EFF="                        DELIMITED BY SIZE
006190         SORT-EFF-DATE                  DELIMITED BY SIZE
006200         " TO="                         DELIMITED BY SIZE
006210         SORT-END-DATE                  DELIMITED BY SIZE
006220         " DAYS="                       DELIMITED BY SIZE
006230         WS-DAYS-PRINT                  DELIMITED BY SIZE
006240         " OLD="                        DELIMITED BY SIZE
006250         WS-RATE-PRINT                  DELIMITED BY SIZE
006260         " NEW="                        DELIMITED BY SIZE
006270         WS-NEW-PRINT                   DELIMITED BY SIZE
006280         " "                            DELIMITED BY SIZE
006290         WS-AMOUNT-PRINT                DELIMITED BY SIZE
006300         INTO RETRO-REPORT-RECORD
006310     END-STRING.
006320     WRITE RETRO-REPORT-RECORD.
006330     ADD SORT-AMOUNT TO WS-EMP-NET.
006340     ADD 1 TO WS-EMP-ENTRIES.
006350     IF SORT-EFF-DATE < WS-EMP-FROM-DATE
006360         MOVE SORT-EFF-DATE TO WS-EMP-FROM-DATE
006370     END-IF.
006380     IF SORT-END-DATE > WS-EMP-TO-DATE
006390         MOVE SORT-END-DATE TO WS-EMP-TO-DATE
006400     END-IF.
006410     MOVE SORT-EMP-ID TO WS-PREV-EMP-ID.
006420     SET NOT-FIRST-RECORD TO TRUE.
006430     RETURN SORT-FILE RECORD
006440         AT END
006450             SET E-O-F TO TRUE
006460     END-RETURN.
006470 3100-EXIT.
006480     EXIT.
006490*
006500*-----------------------------------------------------------*
006510* 3200-START-EMPLOYEE - RESET THE NETTING FIELDS AND PRINT   *
006520* THE EMPLOYEE HEADING WITH THE NAME FROM THE MASTER.        *
006530*-----------------------------------------------------------*
006540 3200-START-EMPLOYEE.
006550     MOVE ZERO TO WS-EMP-NET WS-EMP-ENTRIES WS-EMP-TO-DATE.
006560     MOVE 99999999 TO WS-EMP-FROM-DATE.
006570     MOVE SORT-EMP-ID TO EMP-ID.
006580     READ EMP-FILE RECORD KEY IS EMP-ID
006590         INVALID KEY
006600             MOVE "*NOT ON MASTER*" TO WS-EMP-NAME
006610         NOT INVALID KEY
006620             MOVE EMP-NAME TO WS-EMP-NAME
006630     END-READ.
006640     MOVE SPACES TO RETRO-REPORT-RECORD.
006650     STRING
006660         "  "                           DELIMITED BY SIZE
006670         SORT-EMP-ID                    DELIMITED BY SIZE
006680         "  "                           DELIMITED BY SIZE
006690         WS-EMP-NAME                    DELIMITED BY SIZE
006700         INTO RETRO-REPORT-RECORD
006710     END-STRING.
006720     WRITE RETRO-REPORT-RECORD.
006730 3200-EXIT.
006740     EXIT.
006750*
006760*-----------------------------------------------------------*
006770* 3300-NET-EMPLOYEE - PRINT THE EMPLOYEE'S NET ADJUSTMENT    *
006780* AND, UNLESS IT IS ZERO, WRITE THE PAYROLL DETAIL RECORD    *
006790* AND ADD IT TO THE TRAILER TOTALS.                          *
006800*-----------------------------------------------------------*
006810 3300-NET-EMPLOYEE.
006820     MOVE WS-EMP-NET TO WS-AMOUNT-PRINT.
006830     MOVE SPACES TO RETRO-REPORT-RECORD.
006840     IF WS-EMP-NET = ZERO
006850         ADD 1 TO WS-NET-ZERO-COUNT
006860         STRING
006870             "    NET ADJUSTMENT            " DELIMITED BY SIZE
006880             WS-AMOUNT-PRINT            DELIMITED BY SIZE
006890             "  NETS TO ZERO - NOT SENT"
006900                                        DELIMITED BY SIZE
006910             INTO RETRO-REPORT-RECORD
006920         END-STRING
006930         WRITE RETRO-REPORT-RECORD
006940         GO TO 3300-EXIT
006950     END-IF.
006960     IF WS-EMP-NET > ZERO
006970         STRING
006980             "    NET ADJUSTMENT            " DELIMITED BY SIZE
006990             WS-AMOUNT-PRINT            DELIMITED BY SIZE
007000             "  OWED TO EMPLOYEE"       DELIMITED BY SIZE
007010             INTO RETRO-REPORT-RECORD
007020         END-STRING
007030         MOVE "+" TO RD-SIGN
007040         MOVE WS-EMP-NET TO RD-AMOUNT
007050         ADD WS-EMP-NET TO WS-OWED-TOTAL
007060     ELSE
007070         STRING
007080             "    NET ADJUSTMENT            " DELIMITED BY SIZE
007090             WS-AMOUNT-PRINT            DELIMITED BY SIZE
007100             "  OVERPAID - TO RECOVER"  DELIMITED BY SIZE
007110             INTO RETRO-REPORT-RECORD
007120         END-STRING
007130         MOVE "-" TO RD-SIGN
007140         COMPUTE RD-AMOUNT = 0 - WS-EMP-NET
007150         SUBTRACT WS-EMP-NET FROM WS-RECOVER-TOTAL
007160     END-IF.
007170     WRITE RETRO-REPORT-RECORD.
007180     MOVE WS-PREV-EMP-ID   TO RD-EMP-ID.
007190     MOVE WS-EMP-NAME      TO RD-EMP-NAME.
007200     MOVE WS-EMP-FROM-DATE TO RD-FROM-DATE.
007210     MOVE WS-EMP-TO-DATE   TO RD-TO-DATE.
007220     MOVE WS-EMP-ENTRIES   TO RD-ENTRY-COUNT.
007230     MOVE WS-RETRO-DETAIL TO RETRO-FEED-RECORD.
007240     WRITE RETRO-FEED-RECORD.
007250     ADD 1 TO WS-DETAIL-COUNT.
007260     ADD RD-EMP-ID TO WS-HASH-TOTAL.
007270 3300-EXIT.
007280     EXIT.
007290*
007300*-----------------------------------------------------------*
007310* 8000-CLEANUP - WRITE THE LISTING TOTALS AND THE FEED       *
007320* TRAILER, ADVANCE THE CONTROL FILE TO THE LAST JOURNAL LINE *
007330* SEEN, CLOSE THE FILES AND REPORT THE RUN COUNTS.           *
007340*-----------------------------------------------------------*
007350 8000-CLEANUP.
007360     MOVE SPACES TO RETRO-REPORT-RECORD.
007370     WRITE RETRO-REPORT-RECORD.
007380     MOVE WS-DETAIL-COUNT TO WS-COUNT-PRINT.
007390     MOVE SPACES TO RETRO-REPORT-RECORD.
007400     STRING
007410         "TOTAL ADJUSTMENTS SENT="      DELIMITED BY SIZE
007420         WS-COUNT-PRINT                 DELIMITED BY SIZE
007430         INTO RETRO-REPORT-RECORD
007440     END-STRING.
007450     WRITE RETRO-REPORT-RECORD.
007460     MOVE WS-OWED-TOTAL TO WS-TOTAL-PRINT.
007470     MOVE SPACES TO RETRO-REPORT-RECORD.
007480     STRING
007490         "TOTAL OWED TO EMPLOYEES=  "   DELIMITED BY SIZE
007500         WS-TOTAL-PRINT                 DELIMITED BY SIZE
007510         INTO RETRO-REPORT-RECORD
007520     END-STRING.
007530     WRITE RETRO-REPORT-RECORD.
007540     MOVE WS-RECOVER-TOTAL TO WS-TOTAL-PRINT.
007550     MOVE SPACES TO RETRO-REPORT-RECORD.
007560     STRING
007570         "TOTAL OVERPAID TO RECOVER="   DELIMITED BY SIZE
007580         WS-TOTAL-PRINT                 DELIMITED BY SIZE
007590         INTO RETRO-REPORT-RECORD
007600     END-STRING.
007610     WRITE RETRO-REPORT-RECORD.
007620     MOVE WS-EXCEPTION-COUNT TO WS-COUNT-PRINT.
007630     MOVE SPACES TO RETRO-REPORT-RECORD.
007640     STRING
007650         "TOTAL EXCEPTIONS=            "DELIMITED BY SIZE
007660         WS-COUNT-PRINT                 DELIMITED BY SIZE
007670         INTO RETRO-REPORT-RECORD
007680     END-STRING.
007690     WRITE RETRO-REPORT-RECORD.
007700     MOVE WS-DETAIL-COUNT  TO RT-DETAIL-COUNT.
007710     MOVE WS-HASH-TOTAL    TO RT-EMP-ID-HASH.
007720     MOVE WS-OWED-TOTAL    TO RT-OWED-TOTAL.
007730     MOVE WS-RECOVER-TOTAL TO RT-RECOVER-TOTAL.
007740     MOVE WS-RETRO-TRAILER TO RETRO-FEED-RECORD.
007750     WRITE RETRO-FEED-RECORD.
007760     CLOSE JOURNAL-FILE COMP-FILE EMP-FILE
007770         RETRO-REPORT-FILE RETRO-FEED-FILE.
007780     OPEN OUTPUT CONTROL-FILE.
007790     MOVE SPACES TO WS-CONTROL-LINE.
007800     MOVE "LASTRUN" TO CL-TAG.
007810     MOVE WS-HIGH-STAMP TO CL-STAMP.
007820     MOVE WS-CONTROL-LINE TO CONTROL-RECORD.
007830     WRITE CONTROL-RECORD.
007840     CLOSE CONTROL-FILE.
007850     MOVE WS-JRNL-READ-COUNT TO WS-COUNT-PRINT.
007860     DISPLAY "RETROPAY JOURNAL LINES READ: " WS-COUNT-PRINT.
007870     MOVE WS-RETRO-ENTRY-COUNT TO WS-COUNT-PRINT.
007880     DISPLAY "RETROPAY RETRO ENTRIES:      " WS-COUNT-PRINT.
007890     MOVE WS-DETAIL-COUNT TO WS-COUNT-PRINT.
007900     DISPLAY "RETROPAY ADJUSTMENTS SENT:   " WS-COUNT-PRINT.
007910     MOVE WS-NET-ZERO-COUNT TO WS-COUNT-PRINT.
007920     DISPLAY "RETROPAY NETTED TO ZERO:     " WS-COUNT-PRINT.
007930     MOVE WS-EXCEPTION-COUNT TO WS-COUNT-PRINT.
007940     DISPLAY "RETROPAY EXCEPTIONS:         " WS-COUNT-PRINT.
007950     DISPLAY "RETROPAY - JOURNAL READ THROUGH " WS-HIGH-STAMP.
007960 8000-EXIT.
007970     EXIT.
007980*
007990 END PROGRAM RETROPAY.
