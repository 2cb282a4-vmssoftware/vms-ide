000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GRADLOAD.
000030 AUTHOR. R-T-NEAL.
000040 INSTALLATION. DATA-PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*-----------------------------------------------------------*
000090* LOAD AND REFRESH THE SALARY GRADE MASTER (GRADE.DAT) FROM  *
000100* THE DELIMITED GRADE BAND LISTING COMPENSATION MAINTAINS,   *
000110* ONE GRADE PER LINE AS CODE,MINIMUM,MIDPOINT,MAXIMUM,       *
000120* DESCRIPTION.  A CODE ALREADY ON THE MASTER IS REFRESHED IN *
000130* PLACE; A NEW CODE IS ADDED.  A LINE WITH A BLANK CODE, A   *
000140* ZERO AMOUNT, OR A BAND WHOSE MINIMUM, MIDPOINT AND MAXIMUM *
000150* ARE NOT IN ASCENDING ORDER IS REPORTED AND SKIPPED, SO     *
000160* COMPMAIN NEVER CHECKS A RATE AGAINST A BAND THAT MAKES NO  *
000170* SENSE.                                                     *
000180*-----------------------------------------------------------*
000190*
000200* MODIFICATION HISTORY.
000210*    10/15/26  RTN  ORIGINAL VERSION.
000220*
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT OPTIONAL GRADE-FILE ASSIGN "SYS$DISK:GRADE.DAT"
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS DYNAMIC
000290         RECORD KEY IS GRADE-CODE
000300         FILE STATUS IS WS-GRADE-STATUS.
000310     SELECT OPTIONAL GRADE-TEXT-FILE
000320         ASSIGN "SYS$DISK:GRADE.TXT"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-TEXT-STATUS.
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  GRADE-FILE
000380     VALUE OF ID IS WS-GRADE-FILE-SPEC.
000390 COPY "GRADEREC.LIB".
000400 FD  GRADE-TEXT-FILE
000410     VALUE OF ID IS WS-TEXT-FILE-SPEC.
000420 01  GRADE-TEXT-RECORD           PIC X(80).
000430 WORKING-STORAGE SECTION.
000440*
000450*-----------------------------------------------------------*
000460* FILE STATUS BYTES AND RUNTIME FILE SPECS.  A BARE COMMAND  *
000470* LINE WORD IS THE INPUT LISTING SPEC; FILE= NAMES THE GRADE *
000480* MASTER ITSELF.                                             *
000490*-----------------------------------------------------------*
000500 01  WS-GRADE-STATUS             PIC X(02).
000510 01  WS-TEXT-STATUS              PIC X(02).
000520 01  WS-GRADE-FILE-SPEC          PIC X(50)
000530     VALUE "SYS$DISK:GRADE.DAT".
000540 01  WS-TEXT-FILE-SPEC           PIC X(50)
000550     VALUE "SYS$DISK:GRADE.TXT".
000560 01  WS-COMMAND-LINE             PIC X(132).
000570 01  WS-PARM-WORDS.
000580     02  WS-PARM-ENTRY           PIC X(50) OCCURS 10 TIMES.
000590 01  WS-PARM-IDX                 PIC 9(2) COMP.
000600 01  WS-PARM-KEYWORD             PIC X(10).
000610 01  WS-PARM-VALUE               PIC X(40).
000620*
000630*-----------------------------------------------------------*
000640* FIELDS UNSTRUNG FROM ONE INPUT LINE, THE AMOUNTS THEY      *
000650* CONVERT TO, AND THE RUN COUNTS REPORTED AT END OF JOB.     *
000660*-----------------------------------------------------------*
000670 01  WS-IN-CODE                  PIC X(02).
000680 01  WS-IN-MIN                   PIC X(12).
000690 01  WS-IN-MID                   PIC X(12).
000700 01  WS-IN-MAX                   PIC X(12).
000710 01  WS-IN-DESC                  PIC X(20).
000720 01  WS-MIN-AMOUNT               PIC 9(07)V99.
000730 01  WS-MID-AMOUNT               PIC 9(07)V99.
000740 01  WS-MAX-AMOUNT               PIC 9(07)V99.
000750 01  WS-LINE-COUNT               PIC 9(05) COMP VALUE ZERO.
000760 01  WS-ADD-COUNT                PIC 9(05) COMP VALUE ZERO.
000770 01  WS-REFRESH-COUNT            PIC 9(05) COMP VALUE ZERO.
000780 01  WS-SKIP-COUNT               PIC 9(05) COMP VALUE ZERO.
000790 01  WS-COUNT-PRINT              PIC ZZZZ9.
000800 01  EOF-SW                      PIC X.
000810     88  E-O-F                       VALUE "E".
000820     88  NOT-E-O-F                   VALUE "N".
000830 PROCEDURE DIVISION.
000840 MAIN-PROG SECTION.
000850 0000-MAINLINE.
000860     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000870     PERFORM 2000-LOAD-ONE-GRADE THRU 2000-EXIT
000880         UNTIL E-O-F.
000890     PERFORM 8000-CLEANUP THRU 8000-EXIT.
000900     STOP RUN.
000910*
000920*-----------------------------------------------------------*
000930* 1000-INITIALIZE - RESOLVE THE FILE SPECS, OPEN THE FILES   *
000940* AND PRIME THE LOAD LOOP.                                   *
000950*-----------------------------------------------------------*
000960 1000-INITIALIZE.
000970     PERFORM 1100-RESOLVE-FILE-SPECS THRU 1100-EXIT.
000980     OPEN I-O GRADE-FILE.
000990     IF WS-GRADE-STATUS NOT = "00" AND
001000             WS-GRADE-STATUS NOT = "05"
001010         DISPLAY "GRADLOAD - CANNOT OPEN GRADE MASTER "
001020             WS-GRADE-FILE-SPEC
001030         DISPLAY "GRADLOAD - FILE STATUS " WS-GRADE-STATUS
001040         STOP RUN
001050     END-IF.
001060     OPEN INPUT GRADE-TEXT-FILE.
001070     IF WS-TEXT-STATUS NOT = "00" AND WS-TEXT-STATUS NOT = "05"
001080         DISPLAY "GRADLOAD - CANNOT OPEN GRADE LISTING "
001090             WS-TEXT-FILE-SPEC
001100         DISPLAY "GRADLOAD - FILE STATUS " WS-TEXT-STATUS
001110         STOP RUN
001120     END-IF.
001130     SET NOT-E-O-F TO TRUE.
001140     PERFORM 1900-READ-GRADE-LINE THRU 1900-EXIT.
001150 1000-EXIT.
001160     EXIT.
001170*
001180*-----------------------------------------------------------*
001190* 1100-RESOLVE-FILE-SPECS - SCAN THE COMMAND LINE.  A WORD   *
001200* OF THE FORM FILE=SPEC NAMES THE GRADE MASTER; A BARE WORD  *
001210* IS THE INPUT LISTING SPEC.                                 *
001220*-----------------------------------------------------------*
001230 1100-RESOLVE-FILE-SPECS.
001240     MOVE SPACES TO WS-COMMAND-LINE.
001250     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
001260     IF WS-COMMAND-LINE = SPACES
001270         GO TO 1100-EXIT
001280     END-IF.
001290     MOVE SPACES TO WS-PARM-WORDS.
001300     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
001310         INTO WS-PARM-ENTRY (1) WS-PARM-ENTRY (2)
001320              WS-PARM-ENTRY (3) WS-PARM-ENTRY (4)
001330              WS-PARM-ENTRY (5) WS-PARM-ENTRY (6)
001340              WS-PARM-ENTRY (7) WS-PARM-ENTRY (8)
001350              WS-PARM-ENTRY (9) WS-PARM-ENTRY (10)
001360     END-UNSTRING.
001370     PERFORM 1160-PROCESS-ONE-PARAMETER THRU 1160-EXIT
001380         VARYING WS-PARM-IDX FROM 1 BY 1
001390         UNTIL WS-PARM-IDX > 10.
001400 1100-EXIT.
001410     EXIT.
001420*
001430 1160-PROCESS-ONE-PARAMETER.
001440     IF WS-PARM-ENTRY (WS-PARM-IDX) = SPACES
001450         GO TO 1160-EXIT
001460     END-IF.
001470     MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE.
001480     UNSTRING WS-PARM-ENTRY (WS-PARM-IDX) DELIMITED BY "="
001490         INTO WS-PARM-KEYWORD WS-PARM-VALUE
001500     END-UNSTRING.
001510     IF WS-PARM-VALUE = SPACES
001520         MOVE WS-PARM-ENTRY (WS-PARM-IDX)
001530             TO WS-TEXT-FILE-SPEC
001540         GO TO 1160-EXIT
001550     END-IF.
001560     EVALUATE WS-PARM-KEYWORD
001570         WHEN "FILE"
001580             MOVE WS-PARM-VALUE TO WS-GRADE-FILE-SPEC
001590         WHEN OTHER
001600             CONTINUE
001610     END-EVALUATE.
001620 1160-EXIT.
001630     EXIT.
001640*
001650*-----------------------------------------------------------*
001660* 1900-READ-GRADE-LINE - ADVANCE TO THE NEXT LISTING LINE.   *
001670*-----------------------------------------------------------*
001680 1900-READ-GRADE-LINE.
001690     READ GRADE-TEXT-FILE
001700         AT END
001710             SET E-O-F TO TRUE
001720     END-READ.
001730 1900-EXIT.
001740     EXIT.
001750*
001760*-----------------------------------------------------------*
001770* 2000-LOAD-ONE-GRADE - BREAK THE CURRENT LISTING LINE INTO  *
001780* CODE, BAND AMOUNTS AND DESCRIPTION, CHECK THE BAND, AND    *
001790* APPLY IT TO THE MASTER: WRITE A NEW CODE, REWRITE AN       *
001800* EXISTING ONE.                                              *
001810*-----------------------------------------------------------*
001820 2000-LOAD-ONE-GRADE.
001830     ADD 1 TO WS-LINE-COUNT.
001840     MOVE SPACES TO WS-IN-CODE WS-IN-MIN WS-IN-MID WS-IN-MAX
001850         WS-IN-DESC.
001860     UNSTRING GRADE-TEXT-RECORD DELIMITED BY ","
001870         INTO WS-IN-CODE WS-IN-MIN WS-IN-MID WS-IN-MAX
001880              WS-IN-DESC
001890     END-UNSTRING.
001900     IF WS-IN-CODE = SPACES
001910         ADD 1 TO WS-SKIP-COUNT
001920         DISPLAY "GRADLOAD - LINE SKIPPED, BLANK CODE: "
001930             GRADE-TEXT-RECORD
001940         GO TO 2000-NEXT
001950     END-IF.
001960     IF WS-IN-MIN = SPACES OR WS-IN-MID = SPACES
001970         OR WS-IN-MAX = SPACES
001980         ADD 1 TO WS-SKIP-COUNT
001990         DISPLAY "GRADLOAD - LINE SKIPPED, MISSING AMOUNT: "
002000             GRADE-TEXT-RECORD
002010         GO TO 2000-NEXT
002020     END-IF.
002030     MOVE FUNCTION NUMVAL (WS-IN-MIN) TO WS-MIN-AMOUNT.
002040     MOVE FUNCTION NUMVAL (WS-IN-MID) TO WS-MID-AMOUNT.
002050     MOVE FUNCTION NUMVAL (WS-IN-MAX) TO WS-MAX-AMOUNT.
002060     IF WS-MIN-AMOUNT = ZERO
002070         OR WS-MID-AMOUNT < WS-MIN-AMOUNT
002080         OR WS-MAX-AMOUNT < WS-MID-AMOUNT
002090         ADD 1 TO WS-SKIP-COUNT
002100         DISPLAY "GRADLOAD - LINE SKIPPED, BAND NOT "
002110             "MIN <= MID <= MAX: " GRADE-TEXT-RECORD
002120         GO TO 2000-NEXT
002130     END-IF.
002140     MOVE WS-IN-CODE    TO GRADE-CODE.
002150     MOVE WS-MIN-AMOUNT TO GRADE-MIN-SALARY.
002160     MOVE WS-MID-AMOUNT TO GRADE-MID-SALARY.
002170     MOVE WS-MAX-AMOUNT TO GRADE-MAX-SALARY.
002180     MOVE WS-IN-DESC    TO GRADE-DESC.
002190     WRITE GRADE-RECORD
002200         INVALID KEY
002210             REWRITE GRADE-RECORD
002220             END-REWRITE
002230             ADD 1 TO WS-REFRESH-COUNT
002240         NOT INVALID KEY
002250             ADD 1 TO WS-ADD-COUNT
002260     END-WRITE.
002270 2000-NEXT.
002280     PERFORM 1900-READ-GRADE-LINE THRU 1900-EXIT.
002290 2000-EXIT.
002300     EXIT.
002310*
002320*-----------------------------------------------------------*
002330* 8000-CLEANUP - CLOSE THE FILES AND REPORT THE RUN COUNTS   *
002340* ON THE OPERATOR LOG.                                       *
002350*-----------------------------------------------------------*
002360 8000-CLEANUP.
002370     CLOSE GRADE-FILE GRADE-TEXT-FILE.
002380     MOVE WS-LINE-COUNT TO WS-COUNT-PRINT.
002390     DISPLAY "GRADLOAD LINES READ:     " WS-COUNT-PRINT.
002400     MOVE WS-ADD-COUNT TO WS-COUNT-PRINT.
002410     DISPLAY "GRADLOAD GRADES ADDED:   " WS-COUNT-PRINT.
002420     MOVE WS-REFRESH-COUNT TO WS-COUNT-PRINT.
002430     DISPLAY "GRADLOAD GRADES UPDATED: " WS-COUNT-PRINT.
002440     MOVE WS-SKIP-COUNT TO WS-COUNT-PRINT.
002450     DISPLAY "GRADLOAD LINES SKIPPED:  " WS-COUNT-PRINT.
002460 8000-EXIT.
002470     EXIT.
002480*
002490 END PROGRAM GRADLOAD.
