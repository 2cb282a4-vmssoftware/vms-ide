000210*
000220* MODIFICATION HISTORY.
000230*    09/02/26  RTN  ORIGINAL VERSION.
000240*    10/15/26  RTN  EMP-SUPERVISOR-ID ADDED TO THE ARCHIVE AND
000250*                   DISPLAY LAYOUTS AND SHOWN AS REPORTS TO.
000260*
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT OPTIONAL EMP-FILE ASSIGN "SYS$DISK:ART.DAT"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS EMP-ID
000340         ALTERNATE RECORD KEY IS EMP-NAME
000350             WITH DUPLICATES
000360         ALTERNATE RECORD KEY IS EMP-DEPT-CODE
000370             WITH DUPLICATES
000380         FILE STATUS IS WS-EMP-STATUS.
000390     SELECT OPTIONAL ARCHIVE-FILE ASSIGN "SYS$DISK:ARTARCH.DAT"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS ARCH-EMP-ID
000430         ALTERNATE RECORD KEY IS ARCH-EMP-NAME
000440             WITH DUPLICATES
000450         ALTERNATE RECORD KEY IS ARCH-EMP-DEPT-CODE
000460             WITH DUPLICATES
000470         FILE STATUS IS WS-ARCH-STATUS.
000480     SELECT OPTIONAL DEPT-FILE ASSIGN "SYS$DISK:DEPT.DAT"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS DEPT-CODE
000520         FILE STATUS IS WS-DEPT-STATUS.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  EMP-FILE
000560     VALUE OF ID IS WS-EMP-FILE-SPEC.
000570 COPY "EMPREC.LIB".
000580*
000590*-----------------------------------------------------------*
000600* THE ARCHIVE CARRIES THE FULL EMP-RECORD IMAGE UNDER THE    *
000610* SAME KEYS AS THE ACTIVE MASTER, AS MODE=PURGE WRITES IT.   *
000620*-----------------------------------------------------------*
000630 FD  ARCHIVE-FILE
000640     VALUE OF ID IS WS-ARCH-FILE-SPEC.
000650 01  ARCH-RECORD.
000660     02  ARCH-EMP-ID             PIC 9(07).
000670     02  ARCH-EMP-NAME           PIC X(15).
000680     02  ARCH-EMP-ADDRESS        PIC X(30).
000690     02  ARCH-EMP-DEPT-CODE      PIC X(04).
000700     02  ARCH-EMP-HIRE-DATE      PIC 9(08).
000710     02  ARCH-EMP-JOB-TITLE      PIC X(20).
000720     02  ARCH-EMP-STATUS         PIC X(01).
000730     02  ARCH-EMP-TERM-DATE      PIC 9(08).
000740     02  ARCH-EMP-SUPERVISOR-ID  PIC 9(07).
000750 FD  DEPT-FILE
000760     VALUE OF ID IS WS-DEPT-FILE-SPEC.
000770 COPY "DEPTREC.LIB".
000780 WORKING-STORAGE SECTION.
000790*
000800*-----------------------------------------------------------*
000810* FILE STATUS BYTES AND RUNTIME FILE SPECS.  FILE= NAMES THE *
000820* ACTIVE MASTER, ARCH= THE ARCHIVE, DEPT= THE DEPARTMENT     *
000830* MASTER.                                                    *
000840*-----------------------------------------------------------*
000850 01  WS-EMP-STATUS               PIC X(02).
000860 01  WS-ARCH-STATUS              PIC X(02).
000870 01  WS-DEPT-STATUS              PIC X(02).
000880 01  WS-EMP-FILE-SPEC            PIC X(50)
000890     VALUE "SYS$DISK:ART.DAT".
000900 01  WS-ARCH-FILE-SPEC           PIC X(50)
000910     VALUE "SYS$DISK:ARTARCH.DAT".
000920 01  WS-DEPT-FILE-SPEC           PIC X(50)
000930     VALUE "SYS$DISK:DEPT.DAT".
000940 01  WS-COMMAND-LINE             PIC X(132).
000950 01  WS-PARM-WORDS.
000960     02  WS-PARM-ENTRY           PIC X(50) OCCURS 10 TIMES.
000970 01  WS-PARM-IDX                 PIC 9(2) COMP.
000980 01  WS-PARM-KEYWORD             PIC X(10).
000990 01  WS-PARM-VALUE               PIC X(40).
001000*
001010*-----------------------------------------------------------*
001020* THE TERMINAL DIALOGUE.  A QUERY STARTING WITH A DIGIT IS   *
001030* AN EMP-ID LOOKUP; ANYTHING ELSE IS A NAME PREFIX.  A       *
001040* BLANK QUERY ENDS THE SESSION.                              *
001050*-----------------------------------------------------------*
001060 01  WS-QUERY                    PIC X(15).
001070 01  WS-INQ-EMP-ID               PIC 9(07).
001080 01  WS-NAME-PREFIX              PIC X(15).
001090 01  WS-PREFIX-LEN               PIC 9(02) COMP.
001100 01  WS-REPLY                    PIC X(01).
001110 01  WS-MATCH-COUNT              PIC 9(05) COMP.
001120 01  WS-SESSION-COUNT            PIC 9(05) COMP VALUE ZERO.
001130 01  WS-COUNT-PRINT              PIC ZZZZ9.
001140 01  WS-PAGE-SW                  PIC X.
001150     88  PAGING-DONE                 VALUE "D".
001160     88  PAGING-MORE                 VALUE "M".
001170*
001180*-----------------------------------------------------------*
001190* DISPLAY WORK FIELDS - THE RECORD SHOWN COMES FROM EITHER   *
001200* THE ACTIVE MASTER OR THE ARCHIVE, SO IT IS STAGED HERE     *
001210* WITH THE SOURCE LABEL BEFORE FORMATTING.                   *
001220*-----------------------------------------------------------*
001230 01  WS-SHOW-RECORD.
001240     02  SHOW-EMP-ID             PIC 9(07).
001250     02  SHOW-EMP-NAME           PIC X(15).
001260     02  SHOW-EMP-ADDRESS        PIC X(30).
001270     02  SHOW-EMP-DEPT-CODE      PIC X(04).
001280     02  SHOW-EMP-HIRE-DATE      PIC 9(08).
001290     02  SHOW-EMP-JOB-TITLE      PIC X(20).
001300     02  SHOW-EMP-STATUS         PIC X(01).
001310     02  SHOW-EMP-TERM-DATE      PIC 9(08).
001320     02  SHOW-EMP-SUPERVISOR-ID  PIC 9(07).
001330 01  WS-SOURCE-LABEL             PIC X(08).
001340 01  WS-DEPT-NAME                PIC X(20).
001350 01  WS-DATE-PRINT               PIC 9999/99/99.
001360 01  WS-DEPT-AVAIL-SW            PIC X VALUE "N".
001370     88  DEPT-MASTER-AVAILABLE       VALUE "Y".
001380 01  WS-ARCH-AVAIL-SW            PIC X VALUE "N".
001390     88  ARCHIVE-AVAILABLE           VALUE "Y".
001400 01  EOF-SW                      PIC X.
001410     88  E-O-F                       VALUE "E".
001420     88  NOT-E-O-F                   VALUE "N".
001430 PROCEDURE DIVISION.
001440 MAIN-PROG SECTION.
001450 0000-MAINLINE.
001460     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001470     PERFORM 2000-PROCESS-ONE-QUERY THRU 2000-EXIT
001480         UNTIL WS-QUERY = SPACES.
001490     PERFORM 8000-CLEANUP THRU 8000-EXIT.
001500     STOP RUN.
001510*
001520*-----------------------------------------------------------*
001530* 1000-INITIALIZE - RESOLVE THE FILE SPECS, OPEN EVERYTHING  *
001540* INPUT-ONLY AND TAKE THE FIRST QUERY FROM THE TERMINAL.     *
001550*-----------------------------------------------------------*
001560 1000-INITIALIZE.
001570     PERFORM 1100-RESOLVE-FILE-SPECS THRU 1100-EXIT.
001580     OPEN INPUT EMP-FILE.
001590     IF WS-EMP-STATUS NOT = "00" AND WS-EMP-STATUS NOT = "05"
001600         DISPLAY "EMPINQ - CANNOT OPEN EMPLOYEE FILE "
001610             WS-EMP-FILE-SPEC
001620         DISPLAY "EMPINQ - FILE STATUS " WS-EMP-STATUS
001630         STOP RUN
001640     END-IF.
001650     OPEN INPUT ARCHIVE-FILE.
001660     IF WS-ARCH-STATUS = "00" OR WS-ARCH-STATUS = "05"
001670         SET ARCHIVE-AVAILABLE TO TRUE
001680     ELSE
001690         DISPLAY "EMPINQ - ARCHIVE NOT AVAILABLE - STATUS="
001700             WS-ARCH-STATUS
001710     END-IF.
001720     OPEN INPUT DEPT-FILE.
001730     IF WS-DEPT-STATUS = "00"
001740         SET DEPT-MASTER-AVAILABLE TO TRUE
001750     ELSE
001760         DISPLAY "EMPINQ - DEPARTMENT MASTER NOT AVAILABLE - "
001770             "STATUS=" WS-DEPT-STATUS
001780     END-IF.
001790     DISPLAY "EMPLOYEE INQUIRY - KEY AN EMP-ID OR THE FIRST "
001800         "LETTERS OF A NAME.".
001810     PERFORM 1900-PROMPT-FOR-QUERY THRU 1900-EXIT.
001820 1000-EXIT.
001830     EXIT.
001840*
001850*-----------------------------------------------------------*
001860* 1100-RESOLVE-FILE-SPECS - SCAN THE COMMAND LINE.  FILE=    *
001870* NAMES THE ACTIVE MASTER, ARCH= THE ARCHIVE, DEPT= THE      *
001880* DEPARTMENT MASTER.                                         *
001890*-----------------------------------------------------------*
001900 1100-RESOLVE-FILE-SPECS.
001910     MOVE SPACES TO WS-COMMAND-LINE.
001920     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
001930     IF WS-COMMAND-LINE = SPACES
001940         GO TO 1100-EXIT
001950     END-IF.
001960     MOVE SPACES TO WS-PARM-WORDS.
001970     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
001980         INTO WS-PARM-ENTRY (1) WS-PARM-ENTRY (2)
001990              WS-PARM-ENTRY (3) WS-PARM-ENTRY (4)
002000              WS-PARM-ENTRY (5) WS-PARM-ENTRY (6)
002010              WS-PARM-ENTRY (7) WS-PARM-ENTRY (8)
002020              WS-PARM-ENTRY (9) WS-PARM-ENTRY (10)
002030     END-UNSTRING.
002040     PERFORM 1160-PROCESS-ONE-PARAMETER THRU 1160-EXIT
002050         VARYING WS-PARM-IDX FROM 1 BY 1
002060         UNTIL WS-PARM-IDX > 10.
002070 1100-EXIT.
002080     EXIT.
002090*
002100 1160-PROCESS-ONE-PARAMETER.
002110     IF WS-PARM-ENTRY (WS-PARM-IDX) = SPACES
002120         GO TO 1160-EXIT
002130     END-IF.
002140     MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE.
002150     UNSTRING WS-PARM-ENTRY (WS-PARM-IDX) DELIMITED BY "="
002160         INTO WS-PARM-KEYWORD WS-PARM-VALUE
002170     END-UNSTRING.
002180     IF WS-PARM-VALUE = SPACES
002190         MOVE WS-PARM-ENTRY (WS-PARM-IDX)
002200             TO WS-EMP-FILE-SPEC
002210         GO TO 1160-EXIT
002220     END-IF.
002230     EVALUATE WS-PARM-KEYWORD
002240         WHEN "FILE"
002250             MOVE WS-PARM-VALUE TO WS-EMP-FILE-SPEC
002260         WHEN "ARCH"
002270             MOVE WS-PARM-VALUE TO WS-ARCH-FILE-SPEC
002280         WHEN "DEPT"
002290             MOVE WS-PARM-VALUE TO WS-DEPT-FILE-SPEC
002300         WHEN OTHER
002310             CONTINUE
002320     END-EVALUATE.
002330 1160-EXIT.
002340     EXIT.
002350*
002360 1900-PROMPT-FOR-QUERY.
002370     DISPLAY "ENTER EMP-ID OR NAME PREFIX (BLANK TO EXIT): "
002380         WITH NO ADVANCING.
002390     MOVE SPACES TO WS-QUERY.
002400     ACCEPT WS-QUERY.
002410 1900-EXIT.
002420     EXIT.
002430*
002440*-----------------------------------------------------------*
002450* 2000-PROCESS-ONE-QUERY - ROUTE THE QUERY: A LEADING DIGIT  *
002460* IS AN EMP-ID LOOKUP WITH ARCHIVE FALLBACK, ANYTHING ELSE   *
002470* A NAME-PREFIX SEARCH, THEN PROMPT FOR THE NEXT QUERY.      *
002480*-----------------------------------------------------------*
002490 2000-PROCESS-ONE-QUERY.
002500     ADD 1 TO WS-SESSION-COUNT.
002510     IF WS-QUERY (1:1) >= "0" AND WS-QUERY (1:1) <= "9"
002520         PERFORM 3000-LOOKUP-BY-ID THRU 3000-EXIT
002530     ELSE
002540         PERFORM 4000-SEARCH-BY-NAME THRU 4000-EXIT
002550     END-IF.
002560     PERFORM 1900-PROMPT-FOR-QUERY THRU 1900-EXIT.
002570 2000-EXIT.
002580     EXIT.
002590*
002600*-----------------------------------------------------------*
002610* 3000-LOOKUP-BY-ID - READ THE ACTIVE MASTER BY EMP-ID AND,  *
002620* WHEN THE ID IS NOT THERE, SILENTLY RETRY THE ARCHIVE AND   *
002630* LABEL THE RESULT ARCHIVED.                                 *
002640*-----------------------------------------------------------*
002650 3000-LOOKUP-BY-ID.
002660     MOVE FUNCTION NUMVAL (WS-QUERY) TO WS-INQ-EMP-ID.
002670     MOVE WS-INQ-EMP-ID TO EMP-ID.
002680     READ EMP-FILE RECORD KEY IS EMP-ID
002690         INVALID KEY
002700             PERFORM 3100-LOOKUP-ARCHIVE-BY-ID THRU 3100-EXIT
002710         NOT INVALID KEY
002720             MOVE EMP-RECORD TO WS-SHOW-RECORD
002730             MOVE "ACTIVE" TO WS-SOURCE-LABEL
002740             PERFORM 5000-SHOW-EMPLOYEE THRU 5000-EXIT
002750     END-READ.
002760 3000-EXIT.
002770     EXIT.
002780*
002790 3100-LOOKUP-ARCHIVE-BY-ID.
002800     IF NOT ARCHIVE-AVAILABLE
002810         DISPLAY "EMPLOYEE " WS-INQ-EMP-ID " NOT ON FILE."
002820         GO TO 3100-EXIT
002830     END-IF.
002840     MOVE WS-INQ-EMP-ID TO ARCH-EMP-ID.
002850     READ ARCHIVE-FILE RECORD KEY IS ARCH-EMP-ID
002860         INVALID KEY
002870             DISPLAY "EMPLOYEE " WS-INQ-EMP-ID
002880                 " NOT ON FILE OR ARCHIVE."
002890         NOT INVALID KEY
002900             MOVE ARCH-RECORD TO WS-SHOW-RECORD
002910             MOVE "ARCHIVED" TO WS-SOURCE-LABEL
002920             PERFORM 5000-SHOW-EMPLOYEE THRU 5000-EXIT
002930     END-READ.
002940 3100-EXIT.
002950     EXIT.
002960*
002970*-----------------------------------------------------------*
002980* 4000-SEARCH-BY-NAME - POSITION ON THE EMP-NAME ALTERNATE   *
002990* KEY AT THE PREFIX GIVEN AND PAGE THROUGH EVERY MATCH, ONE  *
003000* AT A TIME.  NO MATCH ON THE ACTIVE MASTER FALLS THROUGH    *
003010* TO THE SAME SEARCH AGAINST THE ARCHIVE.                    *
003020*-----------------------------------------------------------*
003030 4000-SEARCH-BY-NAME.
003040     MOVE WS-QUERY TO WS-NAME-PREFIX.
003050     MOVE 15 TO WS-PREFIX-LEN.
003060     PERFORM 4050-FIND-PREFIX-LENGTH THRU 4050-EXIT
003070         UNTIL WS-PREFIX-LEN = 1
003080           OR WS-NAME-PREFIX (WS-PREFIX-LEN:1) NOT = SPACE.
003090     MOVE ZERO TO WS-MATCH-COUNT.
003100     MOVE WS-NAME-PREFIX TO EMP-NAME.
003110     START EMP-FILE KEY IS NOT LESS THAN EMP-NAME
003120         INVALID KEY
003130             PERFORM 4500-SEARCH-ARCHIVE-BY-NAME THRU 4500-EXIT
003140             GO TO 4000-EXIT
003150     END-START.
003160     SET PAGING-MORE TO TRUE.
003170     SET NOT-E-O-F TO TRUE.
003180     PERFORM 4900-READ-NEXT-ACTIVE THRU 4900-EXIT.
003190     PERFORM 4100-PAGE-ONE-ACTIVE THRU 4100-EXIT
003200         UNTIL E-O-F OR PAGING-DONE.
003210     IF WS-MATCH-COUNT = ZERO
003220         PERFORM 4500-SEARCH-ARCHIVE-BY-NAME THRU 4500-EXIT
003230     END-IF.
003240 4000-EXIT.
003250     EXIT.
003260*
003270 4050-FIND-PREFIX-LENGTH.
003280     SUBTRACT 1 FROM WS-PREFIX-LEN.
003290 4050-EXIT.
003300     EXIT.
003310*
003320 4100-PAGE-ONE-ACTIVE.
003330     IF EMP-NAME (1:WS-PREFIX-LEN) NOT =
003340             WS-NAME-PREFIX (1:WS-PREFIX-LEN)
003350         SET PAGING-DONE TO TRUE
003360         GO TO 4100-EXIT
003370     END-IF.
003380     ADD 1 TO WS-MATCH-COUNT.
003390     MOVE EMP-RECORD TO WS-SHOW-RECORD.
003400     MOVE "ACTIVE" TO WS-SOURCE-LABEL.
003410     PERFORM 5000-SHOW-EMPLOYEE THRU 5000-EXIT.
003420     PERFORM 5500-ASK-FOR-NEXT THRU 5500-EXIT.
003430     IF PAGING-DONE
003440         GO TO 4100-EXIT
003450     END-IF.
003460     PERFORM 4900-READ-NEXT-ACTIVE THRU 4900-EXIT.
003470 4100-EXIT.
003480     EXIT.
003490*
003500*-----------------------------------------------------------*
003510* 4500-SEARCH-ARCHIVE-BY-NAME - THE SAME PREFIX SEARCH RUN   *
003520* AGAINST THE ARCHIVE NAME KEY, EACH MATCH LABELLED          *
003530* ARCHIVED.                                                  *
003540*-----------------------------------------------------------*
003550 4500-SEARCH-ARCHIVE-BY-NAME.
003560     IF NOT ARCHIVE-AVAILABLE
003570         DISPLAY "NO EMPLOYEE FOUND FOR " WS-NAME-PREFIX
003580         GO TO 4500-EXIT
003590     END-IF.
003600     MOVE ZERO TO WS-MATCH-COUNT.
003610     MOVE WS-NAME-PREFIX TO ARCH-EMP-NAME.
003620     START ARCHIVE-FILE KEY IS NOT LESS THAN ARCH-EMP-NAME
003630         INVALID KEY
003640             DISPLAY "NO EMPLOYEE FOUND FOR " WS-NAME-PREFIX
003650             GO TO 4500-EXIT
003660     END-START.
003670     SET PAGING-MORE TO TRUE.
003680     SET NOT-E-O-F TO TRUE.
003690     PERFORM 4950-READ-NEXT-ARCHIVE THRU 4950-EXIT.
003700     PERFORM 4600-PAGE-ONE-ARCHIVE THRU 4600-EXIT
003710         UNTIL E-O-F OR PAGING-DONE.
003720     IF WS-MATCH-COUNT = ZERO
003730         DISPLAY "NO EMPLOYEE FOUND FOR " WS-NAME-PREFIX
003740     END-IF.
003750 4500-EXIT.
003760     EXIT.
003770*
003780 4600-PAGE-ONE-ARCHIVE.
003790     IF ARCH-EMP-NAME (1:WS-PREFIX-LEN) NOT =
003800             WS-NAME-PREFIX (1:WS-PREFIX-LEN)
003810         SET PAGING-DONE TO TRUE
003820         GO TO 4600-EXIT
003830     END-IF.
003840     ADD 1 TO WS-MATCH-COUNT.
003850     MOVE ARCH-RECORD TO WS-SHOW-RECORD.
003860     MOVE "ARCHIVED" TO WS-SOURCE-LABEL.
003870     PERFORM 5000-SHOW-EMPLOYEE THRU 5000-EXIT.
003880     PERFORM 5500-ASK-FOR-NEXT THRU 5500-EXIT.
003890     IF PAGING-DONE
003900         GO TO 4600-EXIT
003910     END-IF.
003920     PERFORM 4950-READ-NEXT-ARCHIVE THRU 4950-EXIT.
003930 4600-EXIT.
003940     EXIT.
003950*
003960 4900-READ-NEXT-ACTIVE.
003970     READ EMP-FILE NEXT RECORD
003980         AT END
003990             SET E-O-F TO TRUE
004000     END-READ.
004010 4900-EXIT.
004020     EXIT.
004030*
004040 4950-READ-NEXT-ARCHIVE.
004050     READ ARCHIVE-FILE NEXT RECORD
004060         AT END
004070             SET E-O-F TO TRUE
004080     END-READ.
004090 4950-EXIT.
004100     EXIT.
004110*
004120*-----------------------------------------------------------*
004130* 5000-SHOW-EMPLOYEE - FORMAT THE STAGED RECORD ON THE       *
004140* TERMINAL WITH THE DEPARTMENT NAME AND THE ACTIVE/ARCHIVED  *
004150* SOURCE LABEL.                                              *
004160*-----------------------------------------------------------*
004170 5000-SHOW-EMPLOYEE.
004180     PERFORM 5100-LOOKUP-DEPT-NAME THRU 5100-EXIT.
004190     DISPLAY " ".
004200     DISPLAY "EMP-ID:    " SHOW-EMP-ID "   (" WS-SOURCE-LABEL
004210         ")".
004220     DISPLAY "NAME:      " SHOW-EMP-NAME.
004230     DISPLAY "ADDRESS:   " SHOW-EMP-ADDRESS.
004240     DISPLAY "DEPT:      " SHOW-EMP-DEPT-CODE " " WS-DEPT-NAME.
004250     MOVE SHOW-EMP-HIRE-DATE TO WS-DATE-PRINT.
004260     DISPLAY "HIRE DATE: " WS-DATE-PRINT.
004270     DISPLAY "TITLE:     " SHOW-EMP-JOB-TITLE.
004280     DISPLAY "STATUS:    " SHOW-EMP-STATUS.
004290     IF SHOW-EMP-TERM-DATE NOT = ZERO
004300         MOVE SHOW-EMP-TERM-DATE TO WS-DATE-PRINT
004310         DISPLAY "TERM DATE: " WS-DATE-PRINT
004320     END-IF.
004330     IF SHOW-EMP-SUPERVISOR-ID NOT = ZERO
004340         DISPLAY "REPORTS TO:" SHOW-EMP-SUPERVISOR-ID
004350     END-IF.
004360 5000-EXIT.
004370     EXIT.
004380*
004390 5100-LOOKUP-DEPT-NAME.
004400     MOVE SPACES TO WS-DEPT-NAME.
004410     IF NOT DEPT-MASTER-AVAILABLE
004420         GO TO 5100-EXIT
004430     END-IF.
004440     MOVE SHOW-EMP-DEPT-CODE TO DEPT-CODE.
004450     READ DEPT-FILE RECORD KEY IS DEPT-CODE
004460         INVALID KEY
004470             MOVE "*UNKNOWN*" TO WS-DEPT-NAME
004480         NOT INVALID KEY
004490             MOVE DEPT-NAME TO WS-DEPT-NAME
004500     END-READ.
004510 5100-EXIT.
004520     EXIT.
004530*
004540 5500-ASK-FOR-NEXT.
004550     DISPLAY "DISPLAY NEXT MATCH (Y/N)? " WITH NO ADVANCING.
004560     MOVE SPACES TO WS-REPLY.
004570     ACCEPT WS-REPLY.
004580     IF WS-REPLY NOT = "Y" AND WS-REPLY NOT = "y"
004590         SET PAGING-DONE TO TRUE
004600     END-IF.
004610 5500-EXIT.
004620     EXIT.
004630*
004640*-----------------------------------------------------------*
004650* 8000-CLEANUP - CLOSE THE FILES AND REPORT THE SESSION      *
004660* COUNT ON THE TERMINAL.                                     *
004670*-----------------------------------------------------------*
004680 8000-CLEANUP.
004690     CLOSE EMP-FILE.
004700     IF ARCHIVE-AVAILABLE
004710         CLOSE ARCHIVE-FILE
004720     END-IF.
004730     IF DEPT-MASTER-AVAILABLE
004740         CLOSE DEPT-FILE
004750     END-IF.
004760     MOVE WS-SESSION-COUNT TO WS-COUNT-PRINT.
004770     DISPLAY "EMPINQ QUERIES THIS SESSION: " WS-COUNT-PRINT.
004780 8000-EXIT.
004790     EXIT.
004800*
004810 END PROGRAM EMPINQ.
