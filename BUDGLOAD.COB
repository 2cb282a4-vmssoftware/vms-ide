000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BUDGLOAD.
000030 AUTHOR. R-T-NEAL.
000040 INSTALLATION. DATA-PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*-----------------------------------------------------------*
000090* LOAD AND REFRESH THE DEPARTMENT HEADCOUNT BUDGET           *
000100* (BUDGET.DAT) FROM THE DELIMITED BUDGET LISTING FINANCE     *
000110* APPROVES EACH YEAR, ONE DEPARTMENT AND FISCAL PERIOD PER   *
000120* LINE AS CODE,PERIOD,POSITIONS,SALARY-COST.  A DEPARTMENT   *
000130* AND PERIOD ALREADY ON FILE IS REFRESHED IN PLACE, SO A     *
000140* MID-YEAR REVISION IS SIMPLY RELOADED; A NEW ONE IS ADDED.  *
000150* A LINE WITH A BLANK CODE, A PERIOD THAT IS NOT A FOUR      *
000160* DIGIT YEAR, A MISSING AMOUNT, OR A DEPARTMENT NOT ON THE   *
000170* DEPARTMENT MASTER IS REPORTED AND SKIPPED, SO EMPMAINT AND *
000180* DEPTLOAD NEVER CHECK A HIRE AGAINST A BUDGET FOR A         *
000190* DEPARTMENT THAT DOES NOT EXIST.                            *
000200*-----------------------------------------------------------*
000210*
000220* MODIFICATION HISTORY.
000230*    10/15/26  RTN  ORIGINAL VERSION.
000240*
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT OPTIONAL BUDGET-FILE ASSIGN "SYS$DISK:BUDGET.DAT"
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS BUDG-KEY
000320         FILE STATUS IS WS-BUDG-STATUS.
000330     SELECT OPTIONAL BUDGET-TEXT-FILE
000340         ASSIGN "SYS$DISK:BUDGET.TXT"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-TEXT-STATUS.
000370     SELECT OPTIONAL DEPT-FILE ASSIGN "SYS$DISK:DEPT.DAT"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS DEPT-CODE
000410         FILE STATUS IS WS-DEPT-STATUS.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  BUDGET-FILE
000450     VALUE OF ID IS WS-BUDGET-FILE-SPEC.
000460 COPY "BUDGREC.LIB".
000470 FD  BUDGET-TEXT-FILE
000480     VALUE OF ID IS WS-TEXT-FILE-SPEC.
000490 01  BUDGET-TEXT-RECORD          PIC X(80).
000500 FD  DEPT-FILE
000510     VALUE OF ID IS WS-DEPT-FILE-SPEC.
000520 COPY "DEPTREC.LIB".
000530 WORKING-STORAGE SECTION.
000540*
000550*-----------------------------------------------------------*
000560* FILE STATUS BYTES AND RUNTIME FILE SPECS.  A BARE COMMAND  *
000570* LINE WORD IS THE INPUT LISTING SPEC; FILE= NAMES THE       *
000580* BUDGET FILE ITSELF AND DEPT= THE DEPARTMENT MASTER.        *
000590*-----------------------------------------------------------*
000600 01  WS-BUDG-STATUS              PIC X(02).
000610 01  WS-TEXT-STATUS              PIC X(02).
000620 01  WS-DEPT-STATUS              PIC X(02).
000630 01  WS-BUDGET-FILE-SPEC         PIC X(50)
000640     VALUE "SYS$DISK:BUDGET.DAT".
000650 01  WS-TEXT-FILE-SPEC           PIC X(50)
000660     VALUE "SYS$DISK:BUDGET.TXT".
000670 01  WS-DEPT-FILE-SPEC           PIC X(50)
000680     VALUE "SYS$DISK:DEPT.DAT".
000690 01  WS-COMMAND-LINE             PIC X(132).
000700 01  WS-PARM-WORDS.
000710     02  WS-PARM-ENTRY           PIC X(50) OCCURS 10 TIMES.
000720 01  WS-PARM-IDX                 PIC 9(2) COMP.
000730 01  WS-PARM-KEYWORD             PIC X(10).
000740 01  WS-PARM-VALUE               PIC X(40).
000750*
000760*-----------------------------------------------------------*
000770* FIELDS UNSTRUNG FROM ONE INPUT LINE, THE AMOUNTS THEY      *
000780* CONVERT TO, AND THE RUN COUNTS REPORTED AT END OF JOB.     *
000790*-----------------------------------------------------------*
000800 01  WS-IN-CODE                  PIC X(04).
000810 01  WS-IN-PERIOD                PIC X(04).
000820 01  WS-IN-POSITIONS             PIC X(08).
000830 01  WS-IN-SALARY                PIC X(16).
000840 01  WS-POSITIONS                PIC 9(05).
000850 01  WS-SALARY-AMOUNT            PIC 9(09)V99.
000860 01  WS-LINE-COUNT               PIC 9(05) COMP VALUE ZERO.
000870 01  WS-ADD-COUNT                PIC 9(05) COMP VALUE ZERO.
000880 01  WS-REFRESH-COUNT            PIC 9(05) COMP VALUE ZERO.
000890 01  WS-SKIP-COUNT               PIC 9(05) COMP VALUE ZERO.
000900 01  WS-COUNT-PRINT              PIC ZZZZ9.
000910 01  EOF-SW                      PIC X.
000920     88  E-O-F                       VALUE "E".
000930     88  NOT-E-O-F                   VALUE "N".
000940 PROCEDURE DIVISION.
000950 MAIN-PROG SECTION.
000960 0000-MAINLINE.
000970     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000980     PERFORM 2000-LOAD-ONE-BUDGET THRU 2000-EXIT
000990         UNTIL E-O-F.
001000     PERFORM 8000-CLEANUP THRU 8000-EXIT.
001010     STOP RUN.
001020*
001030*-----------------------------------------------------------*
001040* 1000-INITIALIZE - RESOLVE THE FILE SPECS, OPEN THE FILES   *
001050* AND PRIME THE LOAD LOOP.                                   *
001060*-----------------------------------------------------------*
001070 1000-INITIALIZE.
001080     PERFORM 1100-RESOLVE-FILE-SPECS THRU 1100-EXIT.
001090     OPEN I-O BUDGET-FILE.
001100     IF WS-BUDG-STATUS NOT = "00" AND WS-BUDG-STATUS NOT = "05"
001110         DISPLAY "BUDGLOAD - CANNOT OPEN BUDGET FILE "
001120             WS-BUDGET-FILE-SPEC
001130         DISPLAY "BUDGLOAD - FILE STATUS " WS-BUDG-STATUS
001140         STOP RUN
001150     END-IF.
001160     OPEN INPUT DEPT-FILE.
001170     IF WS-DEPT-STATUS NOT = "00"
001180         DISPLAY "BUDGLOAD - CANNOT OPEN DEPARTMENT MASTER "
001190             WS-DEPT-FILE-SPEC
001200         DISPLAY "BUDGLOAD - FILE STATUS " WS-DEPT-STATUS
001210         STOP RUN
001220     END-IF.
001230     OPEN INPUT BUDGET-TEXT-FILE.
001240     IF WS-TEXT-STATUS NOT = "00" AND WS-TEXT-STATUS NOT = "05"
001250         DISPLAY "BUDGLOAD - CANNOT OPEN BUDGET LISTING "
001260             WS-TEXT-FILE-SPEC
001270         DISPLAY "BUDGLOAD - FILE STATUS " WS-TEXT-STATUS
001280         STOP RUN
001290     END-IF.
001300     SET NOT-E-O-F TO TRUE.
001310     PERFORM 1900-READ-BUDGET-LINE THRU 1900-EXIT.
001320 1000-EXIT.
001330     EXIT.
001340*
001350*-----------------------------------------------------------*
001360* 1100-RESOLVE-FILE-SPECS - SCAN THE COMMAND LINE.  A WORD   *
001370* OF THE FORM FILE=SPEC NAMES THE BUDGET FILE, DEPT=SPEC THE *
001380* DEPARTMENT MASTER; A BARE WORD IS THE INPUT LISTING SPEC.  *
001390*-----------------------------------------------------------*
001400 1100-RESOLVE-FILE-SPECS.
001410     MOVE SPACES TO WS-COMMAND-LINE.
001420     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
001430     IF WS-COMMAND-LINE = SPACES
001440         GO TO 1100-EXIT
001450     END-IF.
001460     MOVE SPACES TO WS-PARM-WORDS.
001470     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
001480         INTO WS-PARM-ENTRY (1) WS-PARM-ENTRY (2)
001490              WS-PARM-ENTRY (3) WS-PARM-ENTRY (4)
001500              WS-PARM-ENTRY (5) WS-PARM-ENTRY (6)
001510              WS-PARM-ENTRY (7) WS-PARM-ENTRY (8)
001520              WS-PARM-ENTRY (9) WS-PARM-ENTRY (10)
001530     END-UNSTRING.
001540     PERFORM 1160-PROCESS-ONE-PARAMETER THRU 1160-EXIT
001550         VARYING WS-PARM-IDX FROM 1 BY 1
001560         UNTIL WS-PARM-IDX > 10.
001570 1100-EXIT.
001580     EXIT.
001590*
001600 1160-PROCESS-ONE-PARAMETER.
001610     IF WS-PARM-ENTRY (WS-PARM-IDX) = SPACES
001620         GO TO 1160-EXIT
001630     END-IF.
001640     MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE.
001650     UNSTRING WS-PARM-ENTRY (WS-PARM-IDX) DELIMITED BY "="
001660         INTO WS-PARM-KEYWORD WS-PARM-VALUE
001670     END-UNSTRING.
001680     IF WS-PARM-VALUE = SPACES
001690         MOVE WS-PARM-ENTRY (WS-PARM-IDX)
001700             TO WS-TEXT-FILE-SPEC
001710         GO TO 1160-EXIT
001720     END-IF.
001730     EVALUATE WS-PARM-KEYWORD
001740         WHEN "FILE"
001750             MOVE WS-PARM-VALUE TO WS-BUDGET-FILE-SPEC
001760         WHEN "DEPT"
001770             MOVE WS-PARM-VALUE TO WS-DEPT-FILE-SPEC
001780         WHEN OTHER
001790             CONTINUE
001800     END-EVALUATE.
001810 1160-EXIT.
001820     EXIT.
001830*
001840*-----------------------------------------------------------*
001850* 1900-READ-BUDGET-LINE - ADVANCE TO THE NEXT LISTING LINE.  *
001860*-----------------------------------------------------------*
001870 1900-READ-BUDGET-LINE.
001880     READ BUDGET-TEXT-FILE
001890         AT END
001900             SET E-O-F TO TRUE
001910     END-READ.
001920 1900-EXIT.
001930     EXIT.
001940*
001950*-----------------------------------------------------------*
001960* 2000-LOAD-ONE-BUDGET - BREAK THE CURRENT LISTING LINE INTO *
001970* CODE, PERIOD, AUTHORIZED POSITIONS AND SALARY COST, CHECK  *
001980* THEM, AND APPLY THE LINE TO THE BUDGET FILE: WRITE A NEW   *
001990* DEPARTMENT AND PERIOD, REWRITE AN EXISTING ONE.            *
002000*-----------------------------------------------------------*
002010 2000-LOAD-ONE-BUDGET.
002020     ADD 1 TO WS-LINE-COUNT.
002030     MOVE SPACES TO WS-IN-CODE WS-IN-PERIOD WS-IN-POSITIONS
002040         WS-IN-SALARY.
002050     UNSTRING BUDGET-TEXT-RECORD DELIMITED BY ","
002060         INTO WS-IN-CODE WS-IN-PERIOD WS-IN-POSITIONS
002070              WS-IN-SALARY
002080     END-UNSTRING.
002090     IF WS-IN-CODE = SPACES
002100         ADD 1 TO WS-SKIP-COUNT
002110         DISPLAY "BUDGLOAD - LINE SKIPPED, BLANK CODE: "
002120             BUDGET-TEXT-RECORD
002130         GO TO 2000-NEXT
002140     END-IF.
002150     IF WS-IN-PERIOD IS NOT NUMERIC
002160         OR WS-IN-PERIOD < "1900"
002170         ADD 1 TO WS-SKIP-COUNT
002180         DISPLAY "BUDGLOAD - LINE SKIPPED, PERIOD NOT A "
002190             "FISCAL YEAR: " BUDGET-TEXT-RECORD
002200         GO TO 2000-NEXT
002210     END-IF.
002220     IF WS-IN-POSITIONS = SPACES OR WS-IN-SALARY = SPACES
002230         ADD 1 TO WS-SKIP-COUNT
002240         DISPLAY "BUDGLOAD - LINE SKIPPED, MISSING AMOUNT: "
002250             BUDGET-TEXT-RECORD
002260         GO TO 2000-NEXT
002270     END-IF.
002280     MOVE WS-IN-CODE TO DEPT-CODE.
002290     READ DEPT-FILE RECORD KEY IS DEPT-CODE
002300         INVALID KEY
002310             ADD 1 TO WS-SKIP-COUNT
002320             DISPLAY "BUDGLOAD - LINE SKIPPED, DEPARTMENT NOT "
002330                 "ON MASTER: " BUDGET-TEXT-RECORD
002340             GO TO 2000-NEXT
002350     END-READ.
002360     MOVE FUNCTION NUMVAL (WS-IN-POSITIONS) TO WS-POSITIONS.
002370     MOVE FUNCTION NUMVAL (WS-IN-SALARY) TO WS-SALARY-AMOUNT.
002380     MOVE WS-IN-CODE       TO BUDG-DEPT-CODE.
002390     MOVE WS-IN-PERIOD     TO BUDG-PERIOD.
002400     MOVE WS-POSITIONS     TO BUDG-AUTH-HEADCOUNT.
002410     MOVE WS-SALARY-AMOUNT TO BUDG-SALARY-BUDGET.
002420     WRITE BUDGET-RECORD
002430         INVALID KEY
002440             REWRITE BUDGET-RECORD
002450             END-REWRITE
002460             ADD 1 TO WS-REFRESH-COUNT
002470         NOT INVALID KEY
002480             ADD 1 TO WS-ADD-COUNT
002490     END-WRITE.
002500 2000-NEXT.
002510     PERFORM 1900-READ-BUDGET-LINE THRU 1900-EXIT.
002520 2000-EXIT.
002530     EXIT.
002540*
002550*-----------------------------------------------------------*
002560* 8000-CLEANUP - CLOSE THE FILES AND REPORT THE RUN COUNTS   *
002570* ON THE OPERATOR LOG.                                       *
002580*-----------------------------------------------------------*
002590 8000-CLEANUP.
002600     CLOSE BUDGET-FILE BUDGET-TEXT-FILE DEPT-FILE.
002610     MOVE WS-LINE-COUNT TO WS-COUNT-PRINT.
002620     DISPLAY "BUDGLOAD LINES READ:      " WS-COUNT-PRINT.
002630     MOVE WS-ADD-COUNT TO WS-COUNT-PRINT.
002640     DISPLAY "BUDGLOAD BUDGETS ADDED:   " WS-COUNT-PRINT.
002650     MOVE WS-REFRESH-COUNT TO WS-COUNT-PRINT.
002660     DISPLAY "BUDGLOAD BUDGETS UPDATED: " WS-COUNT-PRINT.
002670     MOVE WS-SKIP-COUNT TO WS-COUNT-PRINT.
002680     DISPLAY "BUDGLOAD LINES SKIPPED:   " WS-COUNT-PRINT.
002690 8000-EXIT.
002700     EXIT.
002710*
002720 END PROGRAM BUDGLOAD.
