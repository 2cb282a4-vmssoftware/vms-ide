000150* VALUE, A DELETE EVERY OLD VALUE, AND AN UPDATE EACH FIELD  *
000160* THAT CHANGED WITH ITS OLD AND NEW VALUE, THE WAY EMPCOMP   *
000170* PRINTS FIELD-LEVEL DIFFERENCES.  THE RESULT IS A CHANGE    *
000180* HISTORY AN AUDITOR CAN READ WITHOUT EYEBALLING RAW         *
000190* RECORD IMAGES.                                             *
000200*-----------------------------------------------------------*
000210*
000220* MODIFICATION HISTORY.
000260*                   PRINT AS DENIED; BOTH IMAGES ARE THE
000270*                   UNCHANGED RECORD, SO NO FIELD LINES
000280*                   FOLLOW THE HEADER.
000290*    10/15/26  RTN  EMP-SUPERVISOR-ID DECODED WITH THE OTHER
000300*                   FIELDS; JOURNAL IMAGES WIDENED TO THE NEW
000310*                   RECORD LENGTH.  ENTRIES WRITTEN BEFORE THE
000320*                   WIDENING ARE REALIGNED ON READ, THEIR
000330*                   SUPERVISOR TAKEN AS ZERO.
000340*    10/15/26  RTN  UNLESS JRNL= NAMES ONE FILE, READS THE
000350*                   ROLLED JOURNAL GENERATIONS CATALOGUED IN
000360*                   JRNLGEN.LOG THAT FALL IN FROM=/TO=, THEN
000370*                   THE LIVE JOURNAL, CHECKING EACH
000380*                   GENERATION'S COUNT AND HASH AGAINST THE
000390*                   CATALOG.
000400*
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT OPTIONAL JOURNAL-FILE
000450         ASSIGN "SYS$DISK:EMPJRNL.LOG"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-JRNL-STATUS.
000480     SELECT HISTORY-REPORT-FILE ASSIGN "SYS$DISK:EMPJQRY.RPT"
000490         ORGANIZATION IS LINE SEQUENTIAL.
000500     SELECT OPTIONAL CATALOG-FILE ASSIGN "SYS$DISK:JRNLGEN.LOG"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-CAT-STATUS.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  JOURNAL-FILE
000560     VALUE OF ID IS WS-JRNL-FILE-SPEC.
000570 01  JOURNAL-RECORD              PIC X(260).
000580 FD  HISTORY-REPORT-FILE
000590     VALUE OF ID IS WS-REPORT-FILE-SPEC.
000600 01  HISTORY-REPORT-RECORD       PIC X(132).
000610 FD  CATALOG-FILE.
000620 01  CATALOG-RECORD              PIC X(117).
000630 WORKING-STORAGE SECTION.
000640*
000650*-----------------------------------------------------------*
000660* FILE STATUS BYTES AND RUNTIME FILE SPECS.  JRNL= (OR A     *
000670* BARE WORD) NAMES ONE JOURNAL FILE TO READ ON ITS OWN,      *
000680* REPORT= THE INQUIRY LISTING.                               *
000690*-----------------------------------------------------------*
000700 01  WS-JRNL-STATUS              PIC X(02).
000710 01  WS-CAT-STATUS               PIC X(02).
000720 01  WS-JRNL-FILE-SPEC           PIC X(50)
000730     VALUE "SYS$DISK:EMPJRNL.LOG".
000740 01  WS-REPORT-FILE-SPEC         PIC X(50)
000750     VALUE "SYS$DISK:EMPJQRY.RPT".
000760 01  WS-COMMAND-LINE             PIC X(132).
000770 01  WS-PARM-WORDS.
000780     02  WS-PARM-ENTRY           PIC X(50) OCCURS 10 TIMES.
000790 01  WS-PARM-IDX                 PIC 9(2) COMP.
000800 01  WS-PARM-KEYWORD             PIC X(10).
000810 01  WS-PARM-VALUE               PIC X(40).
000820 01  WS-JRNL-NAMED-SW            PIC X VALUE "N".
000830     88  JRNL-NAMED                  VALUE "Y".
000840*
000850*-----------------------------------------------------------*
000860* THE JOURNAL FILES THIS INQUIRY READS, OLDEST               *
000870* FIRST.  UNLESS ONE FILE IS NAMED, THEY ARE THE GENERATIONS *
000880* IN THE JRNLGEN.LOG CATALOG WHOSE ENTRIES FALL INSIDE       *
000890* FROM=/TO=, ONLINE OR ARCHIVED, FOLLOWED BY THE LIVE        *
000900* EMPJRNL.LOG.  EACH CATALOGUED GENERATION IS COUNTED AND    *
000910* HASHED AS IT IS READ AND CHECKED AGAINST ITS CATALOG LINE  *
000920* WHEN IT ENDS.                                              *
000930*-----------------------------------------------------------*
000940 COPY "JRNLGEN.LIB".
000950 01  WS-READ-TABLE.
000960     02  WS-RT-ENTRY             OCCURS 241 TIMES.
000970         03  WS-RT-SPEC          PIC X(50).
000980         03  WS-RT-ROLL-DATE     PIC X(08).
000990         03  WS-RT-COUNT         PIC 9(07).
001000         03  WS-RT-HASH          PIC 9(13).
001010 01  WS-READ-LIMIT               PIC 9(03) COMP VALUE 241.
001020 01  WS-READ-USED                PIC 9(03) COMP VALUE ZERO.
001030 01  WS-READ-IDX                 PIC 9(03) COMP VALUE ZERO.
001040 01  WS-FILE-COUNT               PIC 9(07).
001050 01  WS-FILE-HASH                PIC 9(13).
001060 01  WS-HASH-ID-X                PIC X(07).
001070 01  WS-HASH-ID REDEFINES WS-HASH-ID-X
001080                                 PIC 9(07).
001090 01  WS-MISMATCH-COUNT           PIC 9(05) COMP VALUE ZERO.
001100*
001110*-----------------------------------------------------------*
001120* INQUIRY FILTERS.  EMPID= SELECTS ONE EMPLOYEE, FROM=/TO=   *
001130* BOUND THE RUN DATE OF THE ENTRIES, USER= SELECTS ONE       *
001140* JOURNAL USER; FILTERS COMBINE.                             *
001150*-----------------------------------------------------------*
001160 01  WS-SEL-EMP-ID               PIC 9(07) VALUE ZERO.
001170 01  WS-SEL-FROM-DATE            PIC 9(08) VALUE ZERO.
001180 01  WS-SEL-TO-DATE              PIC 9(08) VALUE 99999999.
001190 01  WS-SEL-USER                 PIC X(12) VALUE SPACES.
001200*
001210*-----------------------------------------------------------*
001220* ONE JOURNAL LINE AS EMPMAINT WRITES IT IN 2800-WRITE-      *
001230* JOURNAL, AND THE BEFORE AND AFTER IMAGES REDEFINED WITH    *
001240* THE EMPREC FIELD LAYOUT SO EACH FIELD CAN BE DECODED AND   *
001250* COMPARED BY NAME.                                          *
001260*-----------------------------------------------------------*
001270 01  WS-JRNL-LINE.
001280     02  WS-JL-DATE              PIC X(08).
001290     02  FILLER                  PIC X(01).
001300     02  WS-JL-TIME              PIC X(08).
001310     02  FILLER                  PIC X(06).
001320     02  WS-JL-USER              PIC X(12).
001330     02  FILLER                  PIC X(08).
001340     02  WS-JL-ACTION            PIC X(01).
001350         88  JL-ADD                  VALUE "A".
001360         88  JL-UPDATE               VALUE "U".
001370         88  JL-DELETE               VALUE "D".
001380         88  JL-DENIED               VALUE "N".
001390     02  FILLER                  PIC X(08).
001400     02  WS-JL-BEFORE            PIC X(100).
001410     02  FILLER                  PIC X(07).
001420     02  WS-JL-AFTER             PIC X(100).
001430 01  WS-OLD-IMAGE.
001440     02  OLD-EMP-ID              PIC X(07).
001450     02  OLD-EMP-NAME            PIC X(15).
001460     02  OLD-EMP-ADDRESS         PIC X(30).
001470     02  OLD-EMP-DEPT-CODE       PIC X(04).
001480     02  OLD-EMP-HIRE-DATE       PIC X(08).
001490     02  OLD-EMP-JOB-TITLE       PIC X(20).
001500     02  OLD-EMP-STATUS          PIC X(01).
001510     02  OLD-EMP-TERM-DATE       PIC X(08).
001520     02  OLD-EMP-SUPERVISOR-ID   PIC X(07).
001530 01  WS-NEW-IMAGE.
001540     02  NEW-EMP-ID              PIC X(07).
001550     02  NEW-EMP-NAME            PIC X(15).
001560     02  NEW-EMP-ADDRESS         PIC X(30).
001570     02  NEW-EMP-DEPT-CODE       PIC X(04).
001580     02  NEW-EMP-HIRE-DATE       PIC X(08).
001590     02  NEW-EMP-JOB-TITLE       PIC X(20).
001600     02  NEW-EMP-STATUS          PIC X(01).
001610     02  NEW-EMP-TERM-DATE       PIC X(08).
001620     02  NEW-EMP-SUPERVISOR-ID   PIC X(07).
001630*
001640*-----------------------------------------------------------*
001650* DECODE AND PRINT WORK FIELDS AND THE RUN COUNTS.           *
001660*-----------------------------------------------------------*
001670 01  WS-ENTRY-EMP-ID             PIC X(07).
001680 01  WS-ACTION-WORD              PIC X(06).
001690 01  WS-FIELD-NAME               PIC X(13).
001700 01  WS-OLD-VALUE                PIC X(30).
001710 01  WS-NEW-VALUE                PIC X(30).
001720 01  D-DATE                      PIC 9(8).
001730 01  WS-JRNL-READ-COUNT          PIC 9(05) COMP VALUE ZERO.
001740 01  WS-PRINT-COUNT              PIC 9(05) COMP VALUE ZERO.
001750 01  WS-COUNT-PRINT              PIC ZZZZ9.
001760 01  WS-FILES-PRINT              PIC ZZ9.
001770 01  WS-MISMATCH-PRINT           PIC ZZ9.
001780 01  EOF-SW                      PIC X.
001790     88  E-O-F                       VALUE "E".
001800     88  NOT-E-O-F                   VALUE "N".
001810 PROCEDURE DIVISION.
001820 MAIN-PROG SECTION.
001830 0000-MAINLINE.
001840     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001850     PERFORM 2000-PROCESS-ONE-ENTRY THRU 2000-EXIT
001860         UNTIL E-O-F.
001870     PERFORM 8000-CLEANUP THRU 8000-EXIT.
001880     STOP RUN.
001890*
001900*-----------------------------------------------------------*
001910* 1000-INITIALIZE - GET THE RUN DATE, RESOLVE THE FILTERS,   *
001920* CHOOSE THE JOURNAL FILES, WRITE THE REPORT HEADER AND      *
001930* PRIME THE JOURNAL LOOP FROM THE FIRST FILE.                *
001940*-----------------------------------------------------------*
001950 1000-INITIALIZE.
001960     ACCEPT D-DATE FROM DATE YYYYMMDD.
001970     PERFORM 1100-RESOLVE-FILE-SPECS THRU 1100-EXIT.
001980     PERFORM 1200-SELECT-GENERATIONS THRU 1200-EXIT.
001990     OPEN OUTPUT HISTORY-REPORT-FILE.
002000     MOVE SPACES TO HISTORY-REPORT-RECORD.
002010     STRING
002020         "EMPLOYEE CHANGE HISTORY "      DELIMITED BY SIZE
002030         D-DATE                          DELIMITED BY SIZE
002040         "  JRNL="                       DELIMITED BY SIZE
002050         WS-JRNL-FILE-SPEC               DELIMITED BY " "
002060         INTO HISTORY-REPORT-RECORD
002070     END-STRING.
002080     WRITE HISTORY-REPORT-RECORD.
002090     PERFORM 1350-LIST-ONE-FILE THRU 1350-EXIT
002100         VARYING WS-READ-IDX FROM 1 BY 1
002110         UNTIL WS-READ-IDX > WS-READ-USED.
002120     MOVE ZERO TO WS-READ-IDX.
002130     SET NOT-E-O-F TO TRUE.
002140     PERFORM 1300-OPEN-NEXT-JOURNAL THRU 1300-EXIT.
002150     PERFORM 1900-READ-JOURNAL THRU 1900-EXIT.
002160 1000-EXIT.
002170     EXIT.
002180*
002190*-----------------------------------------------------------*
002200* 1100-RESOLVE-FILE-SPECS - SCAN THE COMMAND LINE FOR THE    *
002210* INQUIRY FILTERS AND FILE SPECS (A BARE WORD IS THE JOURNAL *
002220* FILE SPEC).                                                *
002230*-----------------------------------------------------------*
002240 1100-RESOLVE-FILE-SPECS.
002250     MOVE SPACES TO WS-COMMAND-LINE.
002260     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
002270     IF WS-COMMAND-LINE = SPACES
002280         GO TO 1100-EXIT
002290     END-IF.
002300     MOVE SPACES TO WS-PARM-WORDS.
002310     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
002320         INTO WS-PARM-ENTRY (1) WS-PARM-ENTRY (2)
002330              WS-PARM-ENTRY (3) WS-PARM-ENTRY (4)
002340              WS-PARM-ENTRY (5) WS-PARM-ENTRY (6)
002350              WS-PARM-ENTRY (7) WS-PARM-ENTRY (8)
002360              WS-PARM-ENTRY (9) WS-PARM-ENTRY (10)
002370     END-UNSTRING.
002380     PERFORM 1160-PROCESS-ONE-PARAMETER THRU 1160-EXIT
002390         VARYING WS-PARM-IDX FROM 1 BY 1
002400         UNTIL WS-PARM-IDX > 10.
002410 1100-EXIT.
002420     EXIT.
002430*
002440 1160-PROCESS-ONE-PARAMETER.
002450     IF WS-PARM-ENTRY (WS-PARM-IDX) = SPACES
002460         GO TO 1160-EXIT
002470     END-IF.
002480     MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE.
002490     UNSTRING WS-PARM-ENTRY (WS-PARM-IDX) DELIMITED BY "="
002500         INTO WS-PARM-KEYWORD WS-PARM-VALUE
002510     END-UNSTRING.
002520     IF WS-PARM-VALUE = SPACES
002530         MOVE WS-PARM-ENTRY (WS-PARM-IDX)
002540             TO WS-JRNL-FILE-SPEC
002550         SET JRNL-NAMED TO TRUE
002560         GO TO 1160-EXIT
002570     END-IF.
002580     EVALUATE WS-PARM-KEYWORD
002590         WHEN "EMPID"
002600             MOVE FUNCTION NUMVAL (WS-PARM-VALUE)
002610                 TO WS-SEL-EMP-ID
002620         WHEN "FROM"
002630             MOVE FUNCTION NUMVAL (WS-PARM-VALUE)
002640                 TO WS-SEL-FROM-DATE
002650         WHEN "TO"
002660             MOVE FUNCTION NUMVAL (WS-PARM-VALUE)
002670                 TO WS-SEL-TO-DATE
002680         WHEN "USER"
002690             MOVE WS-PARM-VALUE TO WS-SEL-USER
002700         WHEN "JRNL"
002710             MOVE WS-PARM-VALUE TO WS-JRNL-FILE-SPEC
002720             SET JRNL-NAMED TO TRUE
002730         WHEN "REPORT"
002740             MOVE WS-PARM-VALUE TO WS-REPORT-FILE-SPEC
002750         WHEN OTHER
002760             CONTINUE
002770     END-EVALUATE.
002780 1160-EXIT.
002790     EXIT.
002800*
002810*-----------------------------------------------------------*
002820* 1200-SELECT-GENERATIONS - BUILD THE LIST OF JOURNAL FILES  *
002830* TO READ.  A NAMED FILE IS READ ON ITS OWN.  OTHERWISE      *
002840* EVERY CATALOGUED GENERATION WHOSE FIRST TO LAST ENTRY      *
002850* OVERLAPS FROM=/TO= IS TAKEN, OLDEST FIRST, AND THE LIVE    *
002860* JOURNAL LAST.                                              *
002870*-----------------------------------------------------------*
002880 1200-SELECT-GENERATIONS.
002890     IF JRNL-NAMED
002900         GO TO 1200-LIVE
002910     END-IF.
002920     OPEN INPUT CATALOG-FILE.
002930     IF WS-CAT-STATUS NOT = "00"
002940         IF WS-CAT-STATUS = "05"
002950             CLOSE CATALOG-FILE
002960         END-IF
002970         GO TO 1200-LIVE
002980     END-IF.
002990     SET NOT-E-O-F TO TRUE.
003000     PERFORM 1250-READ-CATALOG-LINE THRU 1250-EXIT.
003010     PERFORM 1260-CONSIDER-GENERATION THRU 1260-EXIT
003020         UNTIL E-O-F.
003030     CLOSE CATALOG-FILE.
003040 1200-LIVE.
003050     ADD 1 TO WS-READ-USED.
003060     MOVE WS-JRNL-FILE-SPEC TO WS-RT-SPEC (WS-READ-USED).
003070     MOVE SPACES TO WS-RT-ROLL-DATE (WS-READ-USED).
003080     MOVE ZERO TO WS-RT-COUNT (WS-READ-USED)
003090         WS-RT-HASH (WS-READ-USED).
003100 1200-EXIT.
003110     EXIT.
003120*
003130 1250-READ-CATALOG-LINE.
003140     READ CATALOG-FILE
003150         AT END
003160             SET E-O-F TO TRUE
003170     END-READ.
003180 1250-EXIT.
003190     EXIT.
003200*
003210 1260-CONSIDER-GENERATION.
003220     MOVE CATALOG-RECORD TO JRNL-GEN-LINE.
003230     IF JG-ROLL-DATE = SPACES
003240         OR JG-LAST-DATE < WS-SEL-FROM-DATE
003250         OR JG-FIRST-DATE > WS-SEL-TO-DATE
003260         GO TO 1260-NEXT
003270     END-IF.
003280     IF WS-READ-USED NOT < WS-READ-LIMIT - 1
003290         DISPLAY "EMPJQRY - TOO MANY JOURNAL GENERATIONS IN "
003300             "RANGE - NARROW FROM=/TO="
003310         STOP RUN
003320     END-IF.
003330     ADD 1 TO WS-READ-USED.
003340     MOVE JG-SPEC        TO WS-RT-SPEC (WS-READ-USED).
003350     MOVE JG-ROLL-DATE   TO WS-RT-ROLL-DATE (WS-READ-USED).
003360     MOVE JG-ENTRY-COUNT TO WS-RT-COUNT (WS-READ-USED).
003370     MOVE JG-EMP-ID-HASH TO WS-RT-HASH (WS-READ-USED).
003380 1260-NEXT.
003390     PERFORM 1250-READ-CATALOG-LINE THRU 1250-EXIT.
003400 1260-EXIT.
003410     EXIT.
003420*
003430*-----------------------------------------------------------*
003440* 1300-OPEN-NEXT-JOURNAL - OPEN THE NEXT FILE ON THE LIST.   *
003450* THE LIVE JOURNAL MAY BE ABSENT, BUT A CATALOGUED           *
003460* GENERATION THAT CANNOT BE OPENED STOPS THE RUN: ITS        *
003470* ARCHIVE VOLUME MUST BE MOUNTED OR THE FILE RESTORED, OR    *
003480* THE HISTORY WOULD BE SILENTLY INCOMPLETE.                  *
003490*-----------------------------------------------------------*
003500 1300-OPEN-NEXT-JOURNAL.
003510     ADD 1 TO WS-READ-IDX.
003520     IF WS-READ-IDX > WS-READ-USED
003530         SET E-O-F TO TRUE
003540         GO TO 1300-EXIT
003550     END-IF.
003560     MOVE WS-RT-SPEC (WS-READ-IDX) TO WS-JRNL-FILE-SPEC.
003570     MOVE ZERO TO WS-FILE-COUNT WS-FILE-HASH.
003580     OPEN INPUT JOURNAL-FILE.
003590     IF WS-JRNL-STATUS NOT = "00" AND WS-JRNL-STATUS NOT = "05"
003600         DISPLAY "EMPJQRY - CANNOT OPEN JOURNAL "
003610             WS-JRNL-FILE-SPEC
003620         DISPLAY "EMPJQRY - FILE STATUS " WS-JRNL-STATUS
003630         STOP RUN
003640     END-IF.
003650     IF WS-JRNL-STATUS = "05"
003660         AND WS-RT-ROLL-DATE (WS-READ-IDX) NOT = SPACES
003670         DISPLAY "EMPJQRY - JOURNAL GENERATION "
003680             WS-RT-ROLL-DATE (WS-READ-IDX) " NOT FOUND AT "
003690             WS-JRNL-FILE-SPEC
003700         DISPLAY "EMPJQRY - MOUNT THE ARCHIVE OR RESTORE THE "
003710             "FILE AND RERUN"
003720         STOP RUN
003730     END-IF.
003740 1300-EXIT.
003750     EXIT.
003760*
003770 1350-LIST-ONE-FILE.
003780     MOVE SPACES TO HISTORY-REPORT-RECORD.
003790     IF WS-RT-ROLL-DATE (WS-READ-IDX) = SPACES
003800         STRING
003810             "READING LIVE JOURNAL "        DELIMITED BY SIZE
003820             WS-RT-SPEC (WS-READ-IDX)       DELIMITED BY " "
003830             INTO HISTORY-REPORT-RECORD
003840         END-STRING
003850     ELSE
003860         STRING
003870             "READING GENERATION "          DELIMITED BY SIZE
003880             WS-RT-ROLL-DATE (WS-READ-IDX)  DELIMITED BY SIZE
003890             " "                            DELIMITED BY SIZE
003900             WS-RT-SPEC (WS-READ-IDX)       DELIMITED BY " "
003910             INTO HISTORY-REPORT-RECORD
003920         END-STRING
003930     END-IF.
003940     WRITE HISTORY-REPORT-RECORD.
003950 1350-EXIT.
003960     EXIT.
003970*
003980*-----------------------------------------------------------*
003990* 1900-READ-JOURNAL - READ THE NEXT LINE, MOVING ON TO THE   *
004000* NEXT FILE ON THE LIST AT THE END OF EACH ONE.  EVERY ENTRY *
004010* IS COUNTED AND ITS EMP-ID ADDED TO THE FILE'S HASH TOTAL.  *
004020*-----------------------------------------------------------*
004030 1900-READ-JOURNAL.
004040     READ JOURNAL-FILE
004050         AT END
004060             PERFORM 1950-END-OF-FILE THRU 1950-EXIT
004070             IF E-O-F
004080                 GO TO 1900-EXIT
004090             END-IF
004100             GO TO 1900-READ-JOURNAL
004110     END-READ.
004120     IF JOURNAL-RECORD (1:8) IS NOT NUMERIC
004130         OR JOURNAL-RECORD (10:8) IS NOT NUMERIC
004140         GO TO 1900-EXIT
004150     END-IF.
004160     ADD 1 TO WS-FILE-COUNT.
004170     IF JOURNAL-RECORD (146:7) = " AFTER="
004180         MOVE JOURNAL-RECORD (153:7) TO WS-HASH-ID-X
004190     ELSE
004200         MOVE JOURNAL-RECORD (160:7) TO WS-HASH-ID-X
004210     END-IF.
004220     IF WS-HASH-ID-X = SPACES
004230         MOVE JOURNAL-RECORD (53:7) TO WS-HASH-ID-X
004240     END-IF.
004250     IF WS-HASH-ID-X IS NUMERIC
004260         ADD WS-HASH-ID TO WS-FILE-HASH
004270     END-IF.
004280 1900-EXIT.
004290     EXIT.
004300*
004310*-----------------------------------------------------------*
004320* 1950-END-OF-FILE - CLOSE THE FILE JUST FINISHED, CHECK A   *
004330* GENERATION'S COUNT AND HASH AGAINST ITS CATALOG LINE, AND  *
004340* OPEN THE NEXT FILE.  A GENERATION THAT DISAGREES IS STILL  *
004350* REPORTED, UNDER A WARNING THAT ITS HISTORY MAY BE          *
004360* INCOMPLETE.                                                *
004370*-----------------------------------------------------------*
004380 1950-END-OF-FILE.
004390     CLOSE JOURNAL-FILE.
004400     IF WS-RT-ROLL-DATE (WS-READ-IDX) NOT = SPACES
004410         AND (WS-FILE-COUNT NOT = WS-RT-COUNT (WS-READ-IDX)
004420           OR WS-FILE-HASH NOT = WS-RT-HASH (WS-READ-IDX))
004430         ADD 1 TO WS-MISMATCH-COUNT
004440         MOVE SPACES TO HISTORY-REPORT-RECORD
004450         STRING
004460             "*** WARNING - GENERATION "    DELIMITED BY SIZE
004470             WS-RT-ROLL-DATE (WS-READ-IDX)  DELIMITED BY SIZE
004480             " DOES NOT MATCH ITS CATALOG ENTRY - "
004490                                            DELIMITED BY SIZE
004500             "HISTORY MAY BE INCOMPLETE"    DELIMITED BY SIZE
004510             INTO HISTORY-REPORT-RECORD
004520         END-STRING
004530         WRITE HISTORY-REPORT-RECORD
004540         DISPLAY "EMPJQRY - GENERATION "
004550             WS-RT-ROLL-DATE (WS-READ-IDX)
004560             " DOES NOT MATCH JRNLGEN.LOG"
004570     END-IF.
004580     PERFORM 1300-OPEN-NEXT-JOURNAL THRU 1300-EXIT.
004590 1950-EXIT.
004600     EXIT.
004610*
004620*-----------------------------------------------------------*
004630* 2000-PROCESS-ONE-ENTRY - APPLY THE FILTERS TO THE CURRENT  *
004640* JOURNAL LINE AND DECODE THE ONES THAT PASS.  LINES THAT DO *
004650* NOT PARSE AS JOURNAL ENTRIES ARE SKIPPED; THE EMPLOYEE     *
004660* KEY COMES FROM THE AFTER IMAGE, OR FROM THE BEFORE IMAGE   *
004670* OF A DELETE.                                               *
004680*-----------------------------------------------------------*
004690 2000-PROCESS-ONE-ENTRY.
004700     ADD 1 TO WS-JRNL-READ-COUNT.
004710     MOVE JOURNAL-RECORD TO WS-JRNL-LINE.
004720     IF WS-JL-DATE IS NOT NUMERIC
004730         OR WS-JL-TIME IS NOT NUMERIC
004740         GO TO 2000-NEXT
004750     END-IF.
004760     IF JOURNAL-RECORD (146:7) = " AFTER="
004770         PERFORM 2050-WIDEN-OLD-ENTRY THRU 2050-EXIT
004780     END-IF.
004790     IF WS-JL-DATE < WS-SEL-FROM-DATE
004800         OR WS-JL-DATE > WS-SEL-TO-DATE
004810         GO TO 2000-NEXT
004820     END-IF.
004830     IF WS-SEL-USER NOT = SPACES
004840         AND WS-JL-USER NOT = WS-SEL-USER
004850         GO TO 2000-NEXT
004860     END-IF.
004870     MOVE WS-JL-BEFORE TO WS-OLD-IMAGE.
004880     MOVE WS-JL-AFTER  TO WS-NEW-IMAGE.
004890     IF WS-JL-AFTER NOT = SPACES
004900         MOVE NEW-EMP-ID TO WS-ENTRY-EMP-ID
004910     ELSE
004920         MOVE OLD-EMP-ID TO WS-ENTRY-EMP-ID
004930     END-IF.
004940     IF WS-SEL-EMP-ID NOT = ZERO
004950         AND WS-ENTRY-EMP-ID NOT = WS-SEL-EMP-ID
004960         GO TO 2000-NEXT
004970     END-IF.
004980     PERFORM 2100-PRINT-ENTRY-HEADER THRU 2100-EXIT.
004990     EVALUATE TRUE
005000         WHEN JL-ADD
005010             PERFORM 2300-DECODE-NEW-FIELDS THRU 2300-EXIT
005020         WHEN JL-DELETE
005030             PERFORM 2400-DECODE-OLD-FIELDS THRU 2400-EXIT
005040         WHEN OTHER
005050             PERFORM 2500-COMPARE-FIELDS THRU 2500-EXIT
005060     END-EVALUATE.
005070 2000-NEXT.
005080     PERFORM 1900-READ-JOURNAL THRU 1900-EXIT.
005090 2000-EXIT.
005100     EXIT.
005110*
005120*-----------------------------------------------------------*
005130* 2050-WIDEN-OLD-ENTRY - AN ENTRY WRITTEN BEFORE EMP-        *
005140* SUPERVISOR-ID WAS ADDED CARRIES 93-BYTE IMAGES, SO ITS     *
005150* AFTER IMAGE STARTS SEVEN BYTES EARLIER.  LIFT BOTH IMAGES  *
005160* OUT AT THE OLD OFFSETS AND GIVE A RECORD THAT EXISTED A    *
005170* ZERO SUPERVISOR, AS THE CONVERSION DID ON THE MASTER.      *
005180*-----------------------------------------------------------*
005190 2050-WIDEN-OLD-ENTRY.
005200     MOVE JOURNAL-RECORD (53:93)  TO WS-JL-BEFORE.
005210     MOVE JOURNAL-RECORD (153:93) TO WS-JL-AFTER.
005220     IF WS-JL-BEFORE NOT = SPACES
005230         MOVE ZEROS TO WS-JL-BEFORE (94:7)
005240     END-IF.
005250     IF WS-JL-AFTER NOT = SPACES
005260         MOVE ZEROS TO WS-JL-AFTER (94:7)
005270     END-IF.
005280 2050-EXIT.
005290     EXIT.
005300*
005310*-----------------------------------------------------------*
005320* 2100-PRINT-ENTRY-HEADER - ONE LINE PER SELECTED ENTRY:     *
005330* WHEN, WHO, WHAT ACTION, AND THE EMPLOYEE TOUCHED.          *
005340*-----------------------------------------------------------*
005350 2100-PRINT-ENTRY-HEADER.
005360     ADD 1 TO WS-PRINT-COUNT.
005370     EVALUATE TRUE
005380         WHEN JL-ADD
005390             MOVE "ADD   " TO WS-ACTION-WORD
005400         WHEN JL-UPDATE
005410             MOVE "UPDATE" TO WS-ACTION-WORD
005420         WHEN JL-DELETE
005430             MOVE "DELETE" TO WS-ACTION-WORD
005440         WHEN JL-DENIED
005450             MOVE "DENIED" TO WS-ACTION-WORD
005460         WHEN OTHER
005470             MOVE WS-JL-ACTION TO WS-ACTION-WORD
005480     END-EVALUATE.
005490     MOVE SPACES TO HISTORY-REPORT-RECORD.
005500     WRITE HISTORY-REPORT-RECORD.
005510     MOVE SPACES TO HISTORY-REPORT-RECORD.
005520     STRING
005530         WS-JL-DATE                     DELIMITED BY SIZE
005540         " "                            DELIMITED BY SIZE
005550         WS-JL-TIME                     DELIMITED BY SIZE
005560         " USER="                       DELIMITED BY SIZE
005570         WS-JL-USER                     DELIMITED BY SIZE
005580         " "                            DELIMITED BY SIZE
005590         WS-ACTION-WORD                 DELIMITED BY SIZE
005600         " EMP-ID "                     DELIMITED BY SIZE
005610         WS-ENTRY-EMP-ID                DELIMITED BY SIZE
005620         INTO HISTORY-REPORT-RECORD
005630     END-STRING.
005640     WRITE HISTORY-REPORT-RECORD.
005650 2100-EXIT.
005660     EXIT.
005670*
005680*-----------------------------------------------------------*
005690* 2300-DECODE-NEW-FIELDS - AN ADD HAS NO BEFORE IMAGE, SO    *
005700* EVERY FIELD OF THE NEW RECORD IS PRINTED.                  *
005710*-----------------------------------------------------------*
005720 2300-DECODE-NEW-FIELDS.
005730     MOVE SPACES TO WS-OLD-VALUE.
005740     MOVE "EMP-NAME"      TO WS-FIELD-NAME.
005750     MOVE NEW-EMP-NAME    TO WS-NEW-VALUE.
005760     PERFORM 2600-PRINT-FIELD-LINE THRU 2600-EXIT.
005770     MOVE "EMP-ADDRESS"   TO WS-FIELD-NAME.
005780     MOVE NEW-EMP-ADDRESS TO WS-NEW-VALUE.
005790     PERFORM 2600-PRINT-FIELD-LINE THRU 2600-EXIT.
005800     MOVE "EMP-DEPT-CODE" TO WS-FIELD-NAME.
005810     MOVE NEW-EMP-DEPT-CODE TO WS-NEW-VALUE.
005820     PERFORM 2600-PRINT-FIELD-LINE THRU 2600-EXIT.
005830     MOVE "EMP-HIRE-DATE" TO WS-FIELD-NAME.
005840     MOVE NEW-EMP-HIRE-DATE TO WS-NEW-VALUE.
005850     PERFORM 2600-PRINT-FIELD-LINE THRU 2600-EXIT.
005860     MOVE "EMP-JOB-TITLE" TO WS-FIELD-NAME.
005870     MOVE NEW-EMP-JOB-TITLE TO WS-NEW-VALUE.
005880     PERFORM 2600-PRINT-FIELD-LINE THRU 2600-EXIT.
005890     MOVE "EMP-STATUS"    TO WS-FIELD-NAME.
005900     MOVE NEW-EMP-STATUS  TO WS-NEW-VALUE.
005910     PERFORM 2600-PRINT-FIELD-LINE THRU 2600-EXIT.
005920     MOVE "EMP-TERM-DATE" TO WS-FIELD-NAME.
005930     MOVE NEW-EMP-TERM-DATE TO WS-NEW-VALUE.
005940     PERFORM 2600-PRINT-FIELD-LINE THRU 2600-EXIT.
005950     MOVE "SUPERVISOR-ID" TO WS-FIELD-NAME.
005960     MOVE NEW-EMP-SUPERVISOR-ID TO WS-NEW-VALUE.
005970     PERFORM 2600-PRINT-FIELD-LINE THRU 2600-EXIT.
005980 2300-EXIT.
005990     EXIT.
006000*
006010*-----------------------------------------------------------*
006020* 2400-DECODE-OLD-FIELDS - A DELETE HAS NO AFTER IMAGE, SO   *
006030* EVERY FIELD OF THE RECORD AS IT STOOD IS PRINTED.          *
006040*-----------------------------------------------------------*
006050 2400-DECODE-OLD-FIELDS.
006060     MOVE SPACES TO WS-NEW-VALUE.
006070     MOVE "EMP-NAME"      TO WS-FIELD-NAME.
006080     MOVE OLD-EMP-NAME    TO WS-OLD-VALUE.
006090     PERFORM 2600-PRINT-FIELD-LINE THRU 2600-EXIT.
006100     MOVE "EMP-ADDRESS"   TO WS-FIELD-NAME.
006110     MOVE OLD-EMP-ADDRESS TO WS-OLD-VALUE.
006120     PERFORM 2600-PRINT-FIELD-LINE THRU 2600-EXIT.
006130     MOVE "EMP-DEPT-CODE" TO WS-FIELD-NAME.
006140     MOVE OLD-EMP-DEPT-CODE TO WS-OLD-VALUE.
006150     PERFORM 2600-PRINT-FIELD-LINE THRU 2600-EXIT.
006160     MOVE "EMP-HIRE-DATE" TO WS-FIELD-NAME.
006170     MOVE OLD-EMP-HIRE-DATE TO WS-OLD-VALUE.
006180     PERFORM 2600-PRINT-FIELD-LINE THRU 2600-EXIT.
006190     MOVE "EMP-JOB-TITLE" TO WS-FIELD-NAME.
006200     MOVE OLD-EMP-JOB-TITLE TO WS-OLD-VALUE.
006210     PERFORM 2600-PRINT-FIELD-LINE THRU 2600-EXIT.
006220     MOVE "EMP-STATUS"    TO WS-FIELD-NAME.
006230     MOVE OLD-EMP-STATUS  TO WS-OLD-VALUE.
006240     PERFORM 2600-PRINT-FIELD-LINE THRU 2600-EXIT.
006250     MOVE "EMP-TERM-DATE" TO WS-FIELD-NAME.
006260     MOVE OLD-EMP-TERM-DATE TO WS-OLD-VALUE.
006270     PERFORM 2600-PRINT-FIELD-LINE THRU 2600-EXIT.
006280     MOVE "SUPERVISOR-ID" TO WS-FIELD-NAME.
006290     MOVE OLD-EMP-SUPERVISOR-ID TO WS-OLD-VALUE.
006300     PERFORM 2600-PRINT-FIELD-LINE THRU 2600-EXIT.
006310 2400-EXIT.
006320     EXIT.
006330*
006340*-----------------------------------------------------------*
006350* 2500-COMPARE-FIELDS - AN UPDATE CARRIES BOTH IMAGES:       *
006360* REPORT EVERY FIELD WHOSE VALUE CHANGED, OLD AND NEW, THE   *
006370* SAME WAY EMPCOMP REPORTS A MONTH-OVER-MONTH CHANGE.        *
006380*-----------------------------------------------------------*
006390 2500-COMPARE-FIELDS.
006400     IF NEW-EMP-NAME NOT = OLD-EMP-NAME
006410         MOVE "EMP-NAME"      TO WS-FIELD-NAME
006420         MOVE OLD-EMP-NAME    TO WS-OLD-VALUE
006430         MOVE NEW-EMP-NAME    TO WS-NEW-VALUE
006440         PERFORM 2600-PRINT-FIELD-LINE THRU 2600-EXIT
006450     END-IF.
006460     IF NEW-EMP-ADDRESS NOT = OLD-EMP-ADDRESS
006470         MOVE "EMP-ADDRESS"   TO WS-FIELD-NAME
006480         MOVE OLD-EMP-ADDRESS TO WS-OLD-VALUE
006490         MOVE NEW-EMP-ADDRESS TO WS-NEW-VALUE
006500         PERFORM 2600-PRINT-FIELD-LINE THRU 2600-EXIT
006510     END-IF.
006520     IF NEW-EMP-DEPT-CODE NOT = OLD-EMP-DEPT-CODE
006530         MOVE "EMP-DEPT-CODE" TO WS-FIELD-NAME
006540         MOVE OLD-EMP-DEPT-CODE TO WS-OLD-VALUE
006550         MOVE NEW-EMP-DEPT-CODE TO WS-NEW-VALUE
006560         PERFORM 2600-PRINT-FIELD-LINE THRU 2600-EXIT
006570     END-IF.
006580     IF NEW-EMP-HIRE-DATE NOT = OLD-EMP-HIRE-DATE
006590         MOVE "EMP-HIRE-DATE" TO WS-FIELD-NAME
006600         MOVE OLD-EMP-HIRE-DATE TO WS-OLD-VALUE
006610         MOVE NEW-EMP-HIRE-DATE TO WS-NEW-VALUE
006620         PERFORM 2600-PRINT-FIELD-LINE THRU 2600-EXIT
006630     END-IF.
006640     IF NEW-EMP-JOB-TITLE NOT = OLD-EMP-JOB-TITLE
006650         MOVE "EMP-JOB-TITLE" TO WS-FIELD-NAME
006660         MOVE OLD-EMP-JOB-TITLE TO WS-OLD-VALUE
006670         MOVE NEW-EMP-JOB-TITLE TO WS-NEW-VALUE
006680         PERFORM 2600-PRINT-FIELD-LINE THRU 2600-EXIT
006690     END-IF.
006700     IF NEW-EMP-STATUS NOT = OLD-EMP-STATUS
006710         MOVE "EMP-STATUS"    TO WS-FIELD-NAME
006720         MOVE OLD-EMP-STATUS  TO WS-OLD-VALUE
006730         MOVE NEW-EMP-STATUS  TO WS-NEW-VALUE
006740         PERFORM 2600-PRINT-FIELD-LINE THRU 2600-EXIT
006750     END-IF.
006760     IF NEW-EMP-TERM-DATE NOT = OLD-EMP-TERM-DATE
006770         MOVE "EMP-TERM-DATE" TO WS-FIELD-NAME
006780         MOVE OLD-EMP-TERM-DATE TO WS-OLD-VALUE
006790         MOVE NEW-EMP-TERM-DATE TO WS-NEW-VALUE
006800         PERFORM 2600-PRINT-FIELD-LINE THRU 2600-EXIT
006810     END-IF.
006820     IF NEW-EMP-SUPERVISOR-ID NOT = OLD-EMP-SUPERVISOR-ID
006830         MOVE "SUPERVISOR-ID" TO WS-FIELD-NAME
006840         MOVE OLD-EMP-SUPERVISOR-ID TO WS-OLD-VALUE
006850         MOVE NEW-EMP-SUPERVISOR-ID TO WS-NEW-VALUE
006860         PERFORM 2600-PRINT-FIELD-LINE THRU 2600-EXIT
006870     END-IF.
006880 2500-EXIT.
006890     EXIT.
006900*
006910*-----------------------------------------------------------*
006920* 2600-PRINT-FIELD-LINE - ONE LINE PER FIELD SHOWING THE     *
006930* FIELD NAME AND ITS OLD AND NEW VALUE.                      *
006940*-----------------------------------------------------------*
006950 2600-PRINT-FIELD-LINE.
006960     MOVE SPACES TO HISTORY-REPORT-RECORD.
006970     STRING
006980         "    "                         DELIMITED BY SIZE
006990         WS-FIELD-NAME                  DELIMITED BY SIZE
007000         " OLD="                        DELIMITED BY SIZE
007010         WS-OLD-VALUE                   DELIMITED BY SIZE
007020         " NEW="                        DELIMITED BY SIZE
007030         WS-NEW-VALUE                   DELIMITED BY SIZE
007040         INTO HISTORY-REPORT-RECORD
007050     END-STRING.
007060     WRITE HISTORY-REPORT-RECORD.
007070 2600-EXIT.
007080     EXIT.
007090*
007100*-----------------------------------------------------------*
007110* 8000-CLEANUP - WRITE THE TRAILER COUNT, CLOSE THE FILES    *
007120* AND ECHO THE COUNTS ON THE OPERATOR LOG.                   *
007130*-----------------------------------------------------------*
007140 8000-CLEANUP.
007150     MOVE WS-PRINT-COUNT TO WS-COUNT-PRINT.
007160     MOVE WS-READ-USED TO WS-FILES-PRINT.
007170     MOVE WS-MISMATCH-COUNT TO WS-MISMATCH-PRINT.
007180     MOVE SPACES TO HISTORY-REPORT-RECORD.
007190     WRITE HISTORY-REPORT-RECORD.
007200     MOVE SPACES TO HISTORY-REPORT-RECORD.
007210     STRING
007220         "TRAILER ENTRIES="             DELIMITED BY SIZE
007230         WS-COUNT-PRINT                 DELIMITED BY SIZE
007240         " FILES="                      DELIMITED BY SIZE
007250         WS-FILES-PRINT                 DELIMITED BY SIZE
007260         " GENERATION MISMATCHES="      DELIMITED BY SIZE
007270         WS-MISMATCH-PRINT              DELIMITED BY SIZE
007280         INTO HISTORY-REPORT-RECORD
007290     END-STRING.
007300     WRITE HISTORY-REPORT-RECORD.
007310     CLOSE HISTORY-REPORT-FILE.
007320     MOVE WS-JRNL-READ-COUNT TO WS-COUNT-PRINT.
007330     DISPLAY "EMPJQRY JOURNAL LINES READ: " WS-COUNT-PRINT.
007340     MOVE WS-PRINT-COUNT TO WS-COUNT-PRINT.
007350     DISPLAY "EMPJQRY ENTRIES PRINTED:    " WS-COUNT-PRINT.
007360     MOVE WS-READ-USED TO WS-COUNT-PRINT.
007370     DISPLAY "EMPJQRY JOURNAL FILES READ: " WS-COUNT-PRINT.
007380 8000-EXIT.
007390     EXIT.
007400*
007410 END PROGRAM EMPJQRY.
