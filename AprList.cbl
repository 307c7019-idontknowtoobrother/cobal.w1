000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. APRLIST.
000300 AUTHOR. J B HARTLEY.
000400 INSTALLATION. GENERAL ACCOUNTING - BATCH CONTROL.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*-------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*-------------------------------------------------------------*
001000* 2026-10-15 JBH  NEW PROGRAM.  PENDING APPROVALS LISTING.    *
001100*                 READS THE APPROVAL KEYED FILE AND PRINTS    *
001200*                 APRRPT: EVERY REVERSAL AND EXTRACT OVERRIDE *
001300*                 STILL WAITING FOR A SECOND AUTHORIZED USER, *
001400*                 WITH WHO ASKED, WHEN, WHAT, AND ITS AGE IN  *
001500*                 DAYS, FLAGGING ANYTHING OLDER THAN FIVE     *
001600*                 DAYS; THEN THE PENDING AND APPROVED COUNTS  *
001700*                 AND THE OLDEST PENDING AGE.                 *
001800*-------------------------------------------------------------*
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
002100 SOURCE-COMPUTER. IBM-370.
002200 OBJECT-COMPUTER. IBM-370.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT APPROVAL-FILE ASSIGN TO "APPROVAL"
002600         ORGANIZATION IS INDEXED
002700         ACCESS MODE IS DYNAMIC
002800         RECORD KEY IS APR-KEY
002900         FILE STATUS IS WS-APPROVAL-STATUS.
003000
003100     SELECT APR-RPT-FILE ASSIGN TO "APRRPT"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-RPT-STATUS.
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  APPROVAL-FILE
003700     LABEL RECORDS ARE STANDARD.
003800 COPY APPROVRC.
003900
004000 FD  APR-RPT-FILE
004100     LABEL RECORDS ARE STANDARD.
004200 01  APR-RPT-RECORD              PIC X(80).
004300
004400 WORKING-STORAGE SECTION.
004500 01  WS-FILE-STATUSES.
004600     05  WS-APPROVAL-STATUS      PIC X(02) VALUE "00".
004700     05  WS-RPT-STATUS           PIC X(02) VALUE "00".
004800
004900 01  WS-PROGRAM-SWITCHES.
005000     05  WS-RUN-OK-SWITCH        PIC X(01) VALUE "N".
005100         88  WS-RUN-OK                     VALUE "Y".
005200         88  WS-RUN-NOT-OK                 VALUE "N".
005300     05  WS-APR-EOF-SWITCH       PIC X(01) VALUE "N".
005400         88  WS-APR-AT-EOF                 VALUE "Y".
005500
005600 01  WS-COUNTERS.
005700     05  WS-ITEMS-READ           PIC 9(07) COMP VALUE ZERO.
005800     05  WS-ITEMS-PENDING        PIC 9(07) COMP VALUE ZERO.
005900     05  WS-ITEMS-OVERAGE        PIC 9(07) COMP VALUE ZERO.
006000     05  WS-ITEMS-APPROVED       PIC 9(07) COMP VALUE ZERO.
006100     05  WS-REVERSALS-PENDING    PIC 9(07) COMP VALUE ZERO.
006200     05  WS-OVERRIDES-PENDING    PIC 9(07) COMP VALUE ZERO.
006300
006400 01  WS-RUN-DATE-EDIT            PIC 9(08).
006500 01  WS-RUN-DATE-INT             PIC 9(08) COMP.
006600 01  WS-REQ-DATE-INT             PIC 9(08) COMP.
006700 01  WS-DAYS-PENDING             PIC 9(04) COMP.
006800 01  WS-OLDEST-DAYS              PIC 9(04) COMP VALUE ZERO.
006900
007000 01  WS-RPT-HEADING-1            PIC X(80) VALUE
007100     "PENDING APPROVALS - REVERSALS AND EXTRACT OVERRIDES".
007200 01  WS-RPT-HEADING-2.
007300     05  FILLER                  PIC X(06) VALUE "AS OF ".
007400     05  WS-HDR-DATE             PIC 9(08).
007500     05  FILLER                  PIC X(66) VALUE SPACES.
007600 01  WS-RPT-HEADING-3.
007700     05  FILLER                  PIC X(32) VALUE
007800         "FUNCTION      REQUEST KEY".
007900     05  FILLER                  PIC X(48) VALUE
008000         "REQ BY    REQ DATE REQ TIME DAYS  FLAG".
008100 01  WS-RPT-DETAIL-LINE.
008200     05  WS-RPT-FUNCTION         PIC X(12).
008300     05  FILLER                  PIC X(02) VALUE SPACES.
008400     05  WS-RPT-REQ-KEY          PIC X(16).
008500     05  FILLER                  PIC X(02) VALUE SPACES.
008600     05  WS-RPT-REQ-USER         PIC X(08).
008700     05  FILLER                  PIC X(02) VALUE SPACES.
008800     05  WS-RPT-REQ-DATE         PIC 9(08).
008900     05  FILLER                  PIC X(01) VALUE SPACES.
009000     05  WS-RPT-REQ-TIME         PIC X(08).
009100     05  FILLER                  PIC X(01) VALUE SPACES.
009200     05  WS-RPT-DAYS             PIC ZZZ9.
009300     05  FILLER                  PIC X(02) VALUE SPACES.
009400     05  WS-RPT-FLAG             PIC X(14).
009500 01  WS-RPT-DETAIL-LINE-2.
009600     05  FILLER                  PIC X(14) VALUE SPACES.
009700     05  WS-RPT-DETAIL           PIC X(30).
009800     05  FILLER                  PIC X(36) VALUE SPACES.
009900 01  WS-RPT-DISP-LINE.
010000     05  WS-RPT-DISP-TEXT        PIC X(24).
010100     05  WS-RPT-DISP-COUNT       PIC ZZZZZZ9.
010200     05  FILLER                  PIC X(49) VALUE SPACES.
010300 01  WS-RPT-BLANK-LINE           PIC X(80) VALUE SPACES.
010400 01  WS-RPT-EMPTY-LINE           PIC X(80) VALUE
010500     "NO REQUESTS AWAITING APPROVAL".
010600
010700 PROCEDURE DIVISION.
010800 0000-MAINLINE.
010900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011000     IF WS-RUN-OK
011100         PERFORM 5000-LIST-PENDING THRU 5000-EXIT
011200         PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT
011300         PERFORM 9000-TERMINATE THRU 9000-EXIT
011400     END-IF.
011500     STOP RUN.
011600
011700 1000-INITIALIZE.
011800     SET WS-RUN-NOT-OK TO TRUE.
011900     ACCEPT WS-RUN-DATE-EDIT FROM DATE YYYYMMDD.
012000     COMPUTE WS-RUN-DATE-INT =
012100         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-EDIT).
012200     OPEN INPUT APPROVAL-FILE.
012300     IF WS-APPROVAL-STATUS NOT = "00"
012400         DISPLAY "*** APPROVAL FILE NOT AVAILABLE - STATUS "
012500             WS-APPROVAL-STATUS " - REPORT NOT RUN ***"
012600         GO TO 1000-EXIT
012700     END-IF.
012800     OPEN OUTPUT APR-RPT-FILE.
012900     IF WS-RPT-STATUS NOT = "00"
013000         DISPLAY "*** UNABLE TO OPEN APRRPT - STATUS "
013100             WS-RPT-STATUS " - REPORT NOT RUN ***"
013200         CLOSE APPROVAL-FILE
013300         GO TO 1000-EXIT
013400     END-IF.
013500     SET WS-RUN-OK TO TRUE.
013600     WRITE APR-RPT-RECORD FROM WS-RPT-HEADING-1.
013700     MOVE WS-RUN-DATE-EDIT TO WS-HDR-DATE.
013800     WRITE APR-RPT-RECORD FROM WS-RPT-HEADING-2.
013900     WRITE APR-RPT-RECORD FROM WS-RPT-HEADING-3.
014000 1000-EXIT.
014100     EXIT.
014200
014300 5000-LIST-PENDING.
014400     PERFORM 5100-READ-APPROVAL THRU 5100-EXIT.
014500     PERFORM 5200-CHECK-ONE-REQUEST THRU 5200-EXIT
014600         UNTIL WS-APR-AT-EOF.
014700     IF WS-ITEMS-PENDING = ZERO
014800         WRITE APR-RPT-RECORD FROM WS-RPT-EMPTY-LINE
014900     END-IF.
015000 5000-EXIT.
015100     EXIT.
015200
015300 5100-READ-APPROVAL.
015400     READ APPROVAL-FILE NEXT RECORD
015500         AT END SET WS-APR-AT-EOF TO TRUE
015600     END-READ.
015700     IF NOT WS-APR-AT-EOF
015800         ADD 1 TO WS-ITEMS-READ
015900     END-IF.
016000 5100-EXIT.
016100     EXIT.
016200
016300 5200-CHECK-ONE-REQUEST.
016400     IF APR-APPROVED
016500         ADD 1 TO WS-ITEMS-APPROVED
016600     ELSE
016700         IF APR-PENDING
016800             ADD 1 TO WS-ITEMS-PENDING
016900             PERFORM 5300-REPORT-ONE-REQUEST THRU 5300-EXIT
017000         END-IF
017100     END-IF.
017200     PERFORM 5100-READ-APPROVAL THRU 5100-EXIT.
017300 5200-EXIT.
017400     EXIT.
017500
017600 5300-REPORT-ONE-REQUEST.
017700     PERFORM 6000-COUNT-DAYS-PENDING THRU 6000-EXIT.
017800     EVALUATE TRUE
017900         WHEN APR-FOR-REVERSAL
018000             MOVE "REVERSAL"     TO WS-RPT-FUNCTION
018100             ADD 1 TO WS-REVERSALS-PENDING
018200         WHEN APR-FOR-EXT-OVERRIDE
018300             MOVE "EXT OVERRIDE" TO WS-RPT-FUNCTION
018400             ADD 1 TO WS-OVERRIDES-PENDING
018500         WHEN OTHER
018600             MOVE APR-FUNCTION   TO WS-RPT-FUNCTION
018700     END-EVALUATE.
018800     MOVE APR-REQ-KEY     TO WS-RPT-REQ-KEY.
018900     MOVE APR-REQ-USER    TO WS-RPT-REQ-USER.
019000     IF APR-REQ-DATE IS NUMERIC
019100         MOVE APR-REQ-DATE TO WS-RPT-REQ-DATE
019200     ELSE
019300         MOVE ZERO         TO WS-RPT-REQ-DATE
019400     END-IF.
019500     MOVE APR-REQ-TIME    TO WS-RPT-REQ-TIME.
019600     MOVE WS-DAYS-PENDING TO WS-RPT-DAYS.
019700     IF WS-DAYS-PENDING > 5
019800         MOVE "** OVER 5 **" TO WS-RPT-FLAG
019900         ADD 1 TO WS-ITEMS-OVERAGE
020000     ELSE
020100         MOVE SPACES TO WS-RPT-FLAG
020200     END-IF.
020300     IF WS-DAYS-PENDING > WS-OLDEST-DAYS
020400         MOVE WS-DAYS-PENDING TO WS-OLDEST-DAYS
020500     END-IF.
020600     WRITE APR-RPT-RECORD FROM WS-RPT-DETAIL-LINE.
020700     MOVE APR-DETAIL TO WS-RPT-DETAIL.
020800     WRITE APR-RPT-RECORD FROM WS-RPT-DETAIL-LINE-2.
020900 5300-EXIT.
021000     EXIT.
021100
021200 6000-COUNT-DAYS-PENDING.
021300     MOVE ZERO TO WS-DAYS-PENDING.
021400     IF APR-REQ-DATE IS NOT NUMERIC OR APR-REQ-DATE = ZERO
021500         MOVE 9999 TO WS-DAYS-PENDING
021600         GO TO 6000-EXIT
021700     END-IF.
021800     COMPUTE WS-REQ-DATE-INT =
021900         FUNCTION INTEGER-OF-DATE(APR-REQ-DATE).
022000     IF WS-REQ-DATE-INT = ZERO
022100         MOVE 9999 TO WS-DAYS-PENDING
022200         GO TO 6000-EXIT
022300     END-IF.
022400     IF WS-REQ-DATE-INT < WS-RUN-DATE-INT
022500         COMPUTE WS-DAYS-PENDING =
022600             WS-RUN-DATE-INT - WS-REQ-DATE-INT
022700     END-IF.
022800 6000-EXIT.
022900     EXIT.
023000
023100 7000-PRINT-SUMMARY.
023200     WRITE APR-RPT-RECORD FROM WS-RPT-BLANK-LINE.
023300     MOVE "REQUESTS PENDING"       TO WS-RPT-DISP-TEXT.
023400     MOVE WS-ITEMS-PENDING         TO WS-RPT-DISP-COUNT.
023500     WRITE APR-RPT-RECORD FROM WS-RPT-DISP-LINE.
023600     MOVE "  REVERSALS"            TO WS-RPT-DISP-TEXT.
023700     MOVE WS-REVERSALS-PENDING     TO WS-RPT-DISP-COUNT.
023800     WRITE APR-RPT-RECORD FROM WS-RPT-DISP-LINE.
023900     MOVE "  EXTRACT OVERRIDES"    TO WS-RPT-DISP-TEXT.
024000     MOVE WS-OVERRIDES-PENDING     TO WS-RPT-DISP-COUNT.
024100     WRITE APR-RPT-RECORD FROM WS-RPT-DISP-LINE.
024200     MOVE "  OVER 5 DAYS"          TO WS-RPT-DISP-TEXT.
024300     MOVE WS-ITEMS-OVERAGE         TO WS-RPT-DISP-COUNT.
024400     WRITE APR-RPT-RECORD FROM WS-RPT-DISP-LINE.
024500     MOVE "OLDEST PENDING (DAYS)"  TO WS-RPT-DISP-TEXT.
024600     MOVE WS-OLDEST-DAYS           TO WS-RPT-DISP-COUNT.
024700     WRITE APR-RPT-RECORD FROM WS-RPT-DISP-LINE.
024800     MOVE "REQUESTS APPROVED"      TO WS-RPT-DISP-TEXT.
024900     MOVE WS-ITEMS-APPROVED        TO WS-RPT-DISP-COUNT.
025000     WRITE APR-RPT-RECORD FROM WS-RPT-DISP-LINE.
025100 7000-EXIT.
025200     EXIT.
025300
025400 9000-TERMINATE.
025500     CLOSE APPROVAL-FILE.
025600     CLOSE APR-RPT-FILE.
025700     DISPLAY "PENDING APPROVALS LISTING COMPLETE".
025800     DISPLAY "  REQUESTS READ     = " WS-ITEMS-READ.
025900     DISPLAY "  REQUESTS PENDING  = " WS-ITEMS-PENDING.
026000     DISPLAY "  OVER 5 DAYS       = " WS-ITEMS-OVERAGE.
026100 9000-EXIT.
026200     EXIT.
026300
026400 END PROGRAM APRLIST.
