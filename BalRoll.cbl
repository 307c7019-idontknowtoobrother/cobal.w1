002040*                 YTD RESET IN JANUARY), SO A QUIET MONTH NO  *
002050*                 LONGER DROPS AN ACCOUNT'S YEAR-TO-DATE      *
002060*                 HISTORY OR ITS LINE ON THE TRIAL BALANCE.   *
002063* 2026-10-15 JBH  JANUARY NO LONGER STARTS EVERY ACCOUNT FROM *
002066*                 ZERO.  WHEN YRCLOSE HAS WRITTEN THE NEW     *
002069*                 YEAR'S OPENING BALANCES (PERIOD YYYY00) THE *
002072*                 JANUARY YEAR-TO-DATE CHAINS FROM THEM, SO   *
002075*                 BALANCE-SHEET ACCOUNTS CARRY INTO THE NEW   *
002078*                 YEAR AND INCOME AND EXPENSE ACCOUNTS START  *
002081*                 AT ZERO.  THE YEAR-END CLOSING ENTRIES      *
002084*                 (BATCH YECLOS) ARE SKIPPED WHEN SUMMING THE *
002087*                 PERIOD - THE OPENING BALANCES ALREADY CARRY *
002090*                 THEM.                                       *
002100*-------------------------------------------------------------*
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
007300         88  WS-ACCT-NOT-FOUND             VALUE "N".
007310     05  WS-BAL-EOF-SWITCH       PIC X(01) VALUE "N".
007320         88  WS-BAL-AT-EOF                 VALUE "Y".
007325     05  WS-OPENING-SWITCH       PIC X(01) VALUE "N".
007330         88  WS-OPENING-ON-FILE            VALUE "Y".
007335         88  WS-NO-OPENING                 VALUE "N".
007400
007500 01  WS-COUNTERS.
007600     05  WS-POSTINGS-READ        PIC 9(09) COMP VALUE ZERO.
007700     05  WS-ACCOUNTS-ROLLED      PIC 9(05) COMP VALUE ZERO.
007710     05  WS-ACCOUNTS-CARRIED     PIC 9(05) COMP VALUE ZERO.
007715     05  WS-CLOSING-SKIPPED      PIC 9(05) COMP VALUE ZERO.
007800
007900 01  WS-PERIOD-TOTALS.
008000     05  WS-PERIOD-COUNT         PIC 9(09) COMP VALUE ZERO.
009100
009200 01  WS-ROLL-PERIOD              PIC 9(06) VALUE ZERO.
009300 01  WS-PRIOR-PERIOD             PIC 9(06) VALUE ZERO.
009305 01  WS-OPENING-PERIOD           PIC 9(06) VALUE ZERO.
009310 01  WS-CARRY-PERIOD             PIC 9(06) VALUE ZERO.
009400 01  WS-PERIOD-SPLIT.
009500     05  WS-PER-YYYY             PIC 9(04).
009600     05  WS-PER-MM               PIC 9(02).
014300             CLOSE GL-POST-FILE
014400             SET WS-RUN-NOT-OK TO TRUE
014500     END-EVALUATE.
014505     IF WS-RUN-OK
014510         PERFORM 2200-CHECK-OPENING-RECORD THRU 2200-EXIT
014515     END-IF.
014600 1000-EXIT.
014700     EXIT.
014800
019300     SET WS-RUN-OK TO TRUE.
019400 2100-EXIT.
019500     EXIT.
019505
019510 2200-CHECK-OPENING-RECORD.
019515     MOVE WS-PRIOR-PERIOD TO WS-CARRY-PERIOD.
019520     IF WS-PER-MM NOT = 01
019525         GO TO 2200-EXIT
019530     END-IF.
019535     COMPUTE WS-OPENING-PERIOD = WS-PER-YYYY * 100.
019540     MOVE "****" TO ACCT-BAL-ACCOUNT.
019545     MOVE WS-OPENING-PERIOD TO ACCT-BAL-PERIOD.
019550     READ ACCT-BAL-FILE
019555         INVALID KEY
019560             GO TO 2200-EXIT
019565     END-READ.
019570     SET WS-OPENING-ON-FILE TO TRUE.
019575     MOVE WS-OPENING-PERIOD TO WS-CARRY-PERIOD.
019580     DISPLAY "YEAR-END OPENING BALANCES ON FILE - YEAR-TO-DATE "
019585         "CHAINS FROM PERIOD " WS-OPENING-PERIOD.
019590 2200-EXIT.
019595     EXIT.
019600
019700 3000-SUM-THE-PERIOD.
019800     MOVE WS-ROLL-PERIOD TO WS-KEY-YYYYMM.
021900         SET WS-GL-AT-EOF TO TRUE
022000         GO TO 3100-EXIT
022100     END-IF.
022105     IF GL-POST-BATCH-ID = "YECLOS"
022110         ADD 1 TO WS-CLOSING-SKIPPED
022115         GO TO 3100-EXIT
022120     END-IF.
022200     ADD 1 TO WS-POSTINGS-READ.
022300     ADD 1 TO WS-PERIOD-COUNT.
022400     ADD GL-POST-RESULT TO WS-PERIOD-AMOUNT.
029500     MOVE ZERO TO WS-PRIOR-YTD-COUNT.
029600     MOVE ZERO TO WS-PRIOR-YTD-AMOUNT.
029700     MOVE WS-ROLL-PERIOD TO WS-PERIOD-SPLIT.
029800     IF WS-PER-MM = 01 AND WS-NO-OPENING
029900         GO TO 5200-EXIT
030000     END-IF.
030100     MOVE WS-SUM-ACCOUNT(WS-SUM-SUB) TO ACCT-BAL-ACCOUNT.
030200     MOVE WS-CARRY-PERIOD TO ACCT-BAL-PERIOD.
030300     READ ACCT-BAL-FILE
030400         INVALID KEY
030500             GO TO 5200-EXIT
031300     IF WS-BAL-AT-EOF
031310         GO TO 5610-EXIT
031320     END-IF.
031330     IF ACCT-BAL-PERIOD NOT = WS-CARRY-PERIOD
031340             OR ACCT-BAL-ACCOUNT = "****"
031350         GO TO 5610-EXIT
031360     END-IF.
031700     MOVE ZERO TO ACCT-BAL-PTD-COUNT.
031710     MOVE ZERO TO ACCT-BAL-PTD-AMOUNT.
031720     MOVE WS-ROLL-PERIOD TO WS-PERIOD-SPLIT.
031730     IF WS-PER-MM = 01 AND WS-NO-OPENING
031740         MOVE ZERO TO ACCT-BAL-YTD-COUNT
031750         MOVE ZERO TO ACCT-BAL-YTD-AMOUNT
031760     ELSE
033500     DISPLAY "  POSTINGS READ    = " WS-POSTINGS-READ.
033600     DISPLAY "  ACCOUNTS ROLLED  = " WS-ACCOUNTS-ROLLED.
033610     DISPLAY "  ACCOUNTS CARRIED = " WS-ACCOUNTS-CARRIED.
033615     DISPLAY "  CLOSING SKIPPED  = " WS-CLOSING-SKIPPED.
033700     MOVE WS-PERIOD-AMOUNT TO WS-AMOUNT-EDIT.
033800     DISPLAY "  PERIOD AMOUNT    = " WS-AMOUNT-EDIT.
033900 9000-EXIT.
