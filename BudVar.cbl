000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BUDVAR.
000300 AUTHOR. J B HARTLEY.
000400 INSTALLATION. GENERAL ACCOUNTING - BATCH CONTROL.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*-------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*-------------------------------------------------------------*
001000* 2026-10-15 JBH  NEW PROGRAM.  MONTHLY BUDGET VERSUS ACTUAL  *
001100*                 VARIANCE REPORT.  FOR THE YYYYMM ON THE     *
001200*                 VARPARM CARD IT LISTS EVERY ACCOUNT ON THE  *
001300*                 ACCTMST MASTER WITH ITS ACCTBAL PERIOD-TO-  *
001400*                 DATE AND YEAR-TO-DATE ACTUALS BESIDE THE    *
001500*                 PERIOD BUDGET AND THE YEAR-TO-DATE BUDGET   *
001600*                 (JANUARY THROUGH THE PERIOD) FROM BUDGET,   *
001700*                 WITH THE DOLLAR AND PERCENT VARIANCE.  ANY  *
001800*                 LINE WHOSE VARIANCE IS OUTSIDE THE PERCENT  *
001900*                 TOLERANCE ON THE CARD IS FLAGGED.  TWO      *
002000*                 EXCEPTION LISTS FOLLOW - PERIOD BUDGETS     *
002100*                 WITH NO ACCTBAL RECORD, AND ACCTBAL RECORDS *
002200*                 WITH NO PERIOD BUDGET - SO NO ACCOUNT ON    *
002300*                 EITHER SIDE DROPS OFF THE REPORT.           *
002400*-------------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER. IBM-370.
002800 OBJECT-COMPUTER. IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMST"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS ACCT-MST-KEY
003500         FILE STATUS IS WS-ACCT-STATUS.
003600
003700     SELECT ACCT-BAL-FILE ASSIGN TO "ACCTBAL"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS ACCT-BAL-KEY
004100         FILE STATUS IS WS-BAL-STATUS.
004200
004300     SELECT BUDGET-FILE ASSIGN TO "BUDGET"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS BUD-KEY
004700         FILE STATUS IS WS-BUD-STATUS.
004800
004900     SELECT VAR-RPT-FILE ASSIGN TO "VARRPT"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-RPT-STATUS.
005200
005300     SELECT VAR-PARM-FILE ASSIGN TO "VARPARM"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-PARM-STATUS.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  ACCT-MASTER-FILE
005900     LABEL RECORDS ARE STANDARD.
006000 COPY ACCTMSTR.
006100
006200 FD  ACCT-BAL-FILE
006300     LABEL RECORDS ARE STANDARD.
006400 COPY ACCTBALR.
006500
006600 FD  BUDGET-FILE
006700     LABEL RECORDS ARE STANDARD.
006800 COPY BUDGETRC.
006900
007000 FD  VAR-RPT-FILE
007100     LABEL RECORDS ARE STANDARD.
007200 01  VAR-RPT-RECORD              PIC X(80).
007300
007400 FD  VAR-PARM-FILE
007500     LABEL RECORDS ARE STANDARD.
007600 01  VAR-PARM-RECORD.
007700     05  VAR-PARM-MONTH          PIC X(06).
007800     05  FILLER                  PIC X(01).
007900     05  VAR-PARM-TOLERANCE      PIC X(03).
008000     05  FILLER                  PIC X(70).
008100
008200 WORKING-STORAGE SECTION.
008300 01  WS-FILE-STATUSES.
008400     05  WS-ACCT-STATUS          PIC X(02) VALUE "00".
008500     05  WS-BAL-STATUS           PIC X(02) VALUE "00".
008600     05  WS-BUD-STATUS           PIC X(02) VALUE "00".
008700     05  WS-RPT-STATUS           PIC X(02) VALUE "00".
008800     05  WS-PARM-STATUS          PIC X(02) VALUE "00".
008900
009000 01  WS-PROGRAM-SWITCHES.
009100     05  WS-RUN-OK-SWITCH        PIC X(01) VALUE "N".
009200         88  WS-RUN-OK                     VALUE "Y".
009300         88  WS-RUN-NOT-OK                 VALUE "N".
009400     05  WS-MST-EOF-SWITCH       PIC X(01) VALUE "N".
009500         88  WS-MST-AT-EOF                 VALUE "Y".
009600     05  WS-BUD-EOF-SWITCH       PIC X(01) VALUE "N".
009700         88  WS-BUD-AT-EOF                 VALUE "Y".
009800         88  WS-BUD-NOT-AT-EOF             VALUE "N".
009900     05  WS-BAL-EOF-SWITCH       PIC X(01) VALUE "N".
010000         88  WS-BAL-AT-EOF                 VALUE "Y".
010700     05  WS-OUT-TOL-SWITCH       PIC X(01) VALUE "N".
010800         88  WS-LINE-OUT-OF-TOL            VALUE "Y".
010900         88  WS-LINE-WITHIN-TOL            VALUE "N".
011000     05  WS-ACCT-FLAG-SWITCH     PIC X(01) VALUE "N".
011100         88  WS-ACCOUNT-FLAGGED            VALUE "Y".
011200         88  WS-ACCOUNT-NOT-FLAGGED        VALUE "N".
011300
011400 01  WS-COUNTERS.
011500     05  WS-ACCOUNTS-LISTED      PIC 9(05) COMP VALUE ZERO.
011600     05  WS-ACCOUNTS-FLAGGED     PIC 9(05) COMP VALUE ZERO.
011700     05  WS-BUD-NO-BAL-COUNT     PIC 9(05) COMP VALUE ZERO.
011800     05  WS-BAL-NO-BUD-COUNT     PIC 9(05) COMP VALUE ZERO.
011900
012000 01  WS-PTD-ACTUAL-TOTAL         PIC S9(13)V99 VALUE ZERO.
012100 01  WS-PTD-BUDGET-TOTAL         PIC S9(13)V99 VALUE ZERO.
012200 01  WS-YTD-ACTUAL-TOTAL         PIC S9(13)V99 VALUE ZERO.
012300 01  WS-YTD-BUDGET-TOTAL         PIC S9(13)V99 VALUE ZERO.
012400
012500 01  WS-PTD-ACTUAL               PIC S9(13)V99 VALUE ZERO.
012600 01  WS-PTD-BUDGET               PIC S9(13)V99 VALUE ZERO.
012700 01  WS-YTD-ACTUAL               PIC S9(13)V99 VALUE ZERO.
012800 01  WS-YTD-BUDGET               PIC S9(13)V99 VALUE ZERO.
012900 01  WS-ACTUAL-WORK              PIC S9(13)V99 VALUE ZERO.
013000 01  WS-BUDGET-WORK              PIC S9(13)V99 VALUE ZERO.
013100 01  WS-BUDGET-ABS               PIC S9(13)V99 VALUE ZERO.
013200 01  WS-VARIANCE-WORK            PIC S9(13)V99 VALUE ZERO.
013300 01  WS-VAR-PCT                  PIC S9(04)V9 VALUE ZERO.
013400 01  WS-ABS-PCT                  PIC S9(04)V9 VALUE ZERO.
013500 01  WS-TOLERANCE-PCT            PIC 9(03) VALUE 10.
013600
013700 01  WS-VAR-PERIOD               PIC 9(06) VALUE ZERO.
013800 01  WS-PERIOD-WORK.
013900     05  WS-PERIOD-YYYY          PIC 9(04).
014000     05  WS-PERIOD-MM            PIC 9(02).
014100 01  WS-PERIOD-VALUE REDEFINES WS-PERIOD-WORK
014200                                 PIC 9(06).
014300 01  WS-CUR-ACCOUNT              PIC X(04).
014400 01  WS-RUN-DATE-EDIT            PIC 9(08).
014500 01  WS-COUNT-EDIT               PIC Z(04)9.
014600
014700 01  WS-RPT-HEADING-1            PIC X(80) VALUE
014800     "PLUSNUMBER BUDGET VERSUS ACTUAL VARIANCE REPORT".
014900 01  WS-RPT-HEADING-2.
015000     05  FILLER                  PIC X(11) VALUE "FOR PERIOD ".
015100     05  WS-HDR-PERIOD           PIC 9(06).
015200     05  FILLER                  PIC X(16) VALUE
015300         "   TOLERANCE +/-".
015500     05  WS-HDR-TOLERANCE        PIC ZZ9.
015600     05  FILLER                  PIC X(44) VALUE " PCT".
015700 01  WS-RPT-HEADING-3.
015800     05  FILLER                  PIC X(40) VALUE
015900         "ACCT DESCRIPTION                ACTUAL  ".
016000     05  FILLER                  PIC X(40) VALUE
016100         "       BUDGET       VARIANCE    VAR% TOL".
016200 01  WS-RPT-DETAIL-LINE.
016300     05  WS-RPT-ACCT             PIC X(04).
016400     05  FILLER                  PIC X(01) VALUE SPACES.
016500     05  WS-RPT-DESC             PIC X(14).
016600     05  FILLER                  PIC X(01) VALUE SPACES.
016700     05  WS-RPT-SPAN             PIC X(03).
016800     05  FILLER                  PIC X(01) VALUE SPACES.
016900     05  WS-RPT-ACTUAL           PIC -(10)9.99.
017000     05  FILLER                  PIC X(01) VALUE SPACES.
017100     05  WS-RPT-BUDGET           PIC -(10)9.99.
017200     05  FILLER                  PIC X(01) VALUE SPACES.
017300     05  WS-RPT-VARIANCE         PIC -(10)9.99.
017400     05  FILLER                  PIC X(01) VALUE SPACES.
017500     05  WS-RPT-PCT              PIC -(04)9.9.
017600     05  WS-RPT-PCT-X REDEFINES WS-RPT-PCT
017700                                 PIC X(07).
017800     05  FILLER                  PIC X(01) VALUE SPACES.
017900     05  WS-RPT-FLAG             PIC X(03).
018000 01  WS-RPT-EXC-HEADING          PIC X(80) VALUE
018100     "ACCT DESCRIPTION                         AMOUNT  REMARK".
018200 01  WS-RPT-EXC-LINE.
018300     05  WS-EXC-ACCT             PIC X(04).
018400     05  FILLER                  PIC X(01) VALUE SPACES.
018500     05  WS-EXC-DESC             PIC X(24).
018600     05  FILLER                  PIC X(01) VALUE SPACES.
018700     05  WS-EXC-AMOUNT           PIC -(13)9.99.
018800     05  FILLER                  PIC X(02) VALUE SPACES.
018900     05  WS-EXC-REMARK           PIC X(31).
019000 01  WS-RPT-TOTAL-LINE.
019100     05  WS-RPT-TOT-TEXT         PIC X(26).
019200     05  WS-RPT-TOT-AMOUNT       PIC -(13)9.99.
019300     05  FILLER                  PIC X(37) VALUE SPACES.
019400 01  WS-RPT-VERDICT-LINE         PIC X(80).
019500 01  WS-RPT-BLANK-LINE           PIC X(80) VALUE SPACES.
019600
019700 PROCEDURE DIVISION.
019800 0000-MAINLINE.
019900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020000     IF WS-RUN-OK
020100         PERFORM 5000-LIST-THE-ACCOUNTS THRU 5000-EXIT
020200         PERFORM 6000-LIST-BUDGET-NO-BAL THRU 6000-EXIT
020300         PERFORM 6500-LIST-BAL-NO-BUDGET THRU 6500-EXIT
020400         PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT
020500         PERFORM 9000-TERMINATE THRU 9000-EXIT
020600     END-IF.
020700     STOP RUN.
020800
020900 1000-INITIALIZE.
021000     SET WS-RUN-NOT-OK TO TRUE.
021100     ACCEPT WS-RUN-DATE-EDIT FROM DATE YYYYMMDD.
021200     PERFORM 2000-READ-VARIANCE-PARM THRU 2000-EXIT.
021300     IF WS-RUN-NOT-OK
021400         GO TO 1000-EXIT
021500     END-IF.
021600     SET WS-RUN-NOT-OK TO TRUE.
021700     OPEN INPUT ACCT-MASTER-FILE.
021800     IF WS-ACCT-STATUS NOT = "00"
021900         DISPLAY "*** CHART OF ACCOUNTS NOT AVAILABLE - "
022000             "STATUS " WS-ACCT-STATUS " - REPORT NOT RUN ***"
022100         GO TO 1000-EXIT
022200     END-IF.
022300     OPEN INPUT ACCT-BAL-FILE.
022400     IF WS-BAL-STATUS NOT = "00"
022500         DISPLAY "*** BALANCES MASTER NOT AVAILABLE - STATUS "
022600             WS-BAL-STATUS " - REPORT NOT RUN ***"
022700         CLOSE ACCT-MASTER-FILE
022800         GO TO 1000-EXIT
022900     END-IF.
023000     OPEN INPUT BUDGET-FILE.
023100     IF WS-BUD-STATUS NOT = "00"
023200         DISPLAY "*** BUDGET MASTER NOT AVAILABLE - STATUS "
023300             WS-BUD-STATUS " - REPORT NOT RUN ***"
023400         CLOSE ACCT-MASTER-FILE
023500         CLOSE ACCT-BAL-FILE
023600         GO TO 1000-EXIT
023700     END-IF.
023800     OPEN OUTPUT VAR-RPT-FILE.
023900     IF WS-RPT-STATUS NOT = "00"
024000         DISPLAY "*** UNABLE TO OPEN VARRPT - STATUS "
024100             WS-RPT-STATUS " - REPORT NOT RUN ***"
024200         CLOSE ACCT-MASTER-FILE
024300         CLOSE ACCT-BAL-FILE
024400         CLOSE BUDGET-FILE
024500         GO TO 1000-EXIT
024600     END-IF.
024700     SET WS-RUN-OK TO TRUE.
024800     WRITE VAR-RPT-RECORD FROM WS-RPT-HEADING-1.
024900     MOVE WS-VAR-PERIOD    TO WS-HDR-PERIOD.
025000     MOVE WS-TOLERANCE-PCT TO WS-HDR-TOLERANCE.
025100     WRITE VAR-RPT-RECORD FROM WS-RPT-HEADING-2.
025200     WRITE VAR-RPT-RECORD FROM WS-RPT-HEADING-3.
025300 1000-EXIT.
025400     EXIT.
025500
025600 2000-READ-VARIANCE-PARM.
025700     OPEN INPUT VAR-PARM-FILE.
025800     IF WS-PARM-STATUS NOT = "00"
025900         DISPLAY "*** NO VARPARM CONTROL CARD - "
026000             "REPORT NOT RUN ***"
026100         GO TO 2000-EXIT
026200     END-IF.
026300     READ VAR-PARM-FILE
026400         AT END
026500             DISPLAY "*** VARPARM CONTROL CARD EMPTY - "
026600                 "REPORT NOT RUN ***"
026700             CLOSE VAR-PARM-FILE
026800             GO TO 2000-EXIT
026900     END-READ.
027000     CLOSE VAR-PARM-FILE.
027100     IF VAR-PARM-MONTH IS NOT NUMERIC
027200         DISPLAY "*** VARPARM MONTH NOT NUMERIC - "
027300             "REPORT NOT RUN ***"
027400         GO TO 2000-EXIT
027500     END-IF.
027600     MOVE VAR-PARM-MONTH TO WS-PERIOD-WORK.
027700     IF WS-PERIOD-MM < 01 OR WS-PERIOD-MM > 12
027800         DISPLAY "*** VARPARM MONTH NOT A VALID YYYYMM - "
027900             "REPORT NOT RUN ***"
028000         GO TO 2000-EXIT
028100     END-IF.
028200     MOVE WS-PERIOD-VALUE TO WS-VAR-PERIOD.
028300     IF VAR-PARM-TOLERANCE NOT = SPACES
028400         IF VAR-PARM-TOLERANCE IS NOT NUMERIC
028500             DISPLAY "*** VARPARM TOLERANCE NOT NUMERIC - "
028600                 "REPORT NOT RUN ***"
028700             GO TO 2000-EXIT
028800         END-IF
028900         MOVE VAR-PARM-TOLERANCE TO WS-TOLERANCE-PCT
029000     END-IF.
029100     DISPLAY "VARIANCE REPORT FOR " WS-VAR-PERIOD
029200         " TOLERANCE " WS-TOLERANCE-PCT " PCT".
029300     SET WS-RUN-OK TO TRUE.
029400 2000-EXIT.
029500     EXIT.
029600
029700*-------------------------------------------------------------*
029800* MAIN LISTING - ONE PTD LINE AND ONE YTD LINE PER ACCTMST    *
029900* ACCOUNT.  A MISSING ACCTBAL OR BUDGET RECORD COUNTS AS ZERO *
030000* HERE AND IS NAMED AGAIN IN THE EXCEPTION LISTS BELOW.       *
030100*-------------------------------------------------------------*
030200 5000-LIST-THE-ACCOUNTS.
030300     MOVE SPACES TO ACCT-MST-CODE.
030400     START ACCT-MASTER-FILE KEY IS NOT LESS THAN ACCT-MST-KEY
030500         INVALID KEY SET WS-MST-AT-EOF TO TRUE
030600     END-START.
030700     PERFORM 5100-LIST-ONE-ACCOUNT THRU 5100-EXIT
030800         UNTIL WS-MST-AT-EOF.
030900 5000-EXIT.
031000     EXIT.
031100
031200 5100-LIST-ONE-ACCOUNT.
031300     READ ACCT-MASTER-FILE NEXT RECORD
031400         AT END SET WS-MST-AT-EOF TO TRUE
031500     END-READ.
031600     IF WS-MST-AT-EOF
031700         GO TO 5100-EXIT
031800     END-IF.
031900     MOVE ZERO TO WS-PTD-ACTUAL.
032000     MOVE ZERO TO WS-YTD-ACTUAL.
032100     MOVE ZERO TO WS-PTD-BUDGET.
032200     MOVE ZERO TO WS-YTD-BUDGET.
032300     MOVE ACCT-MST-CODE TO ACCT-BAL-ACCOUNT.
032400     MOVE WS-VAR-PERIOD TO ACCT-BAL-PERIOD.
032500     READ ACCT-BAL-FILE
032600         INVALID KEY
032700             CONTINUE
032800         NOT INVALID KEY
032900             MOVE ACCT-BAL-PTD-AMOUNT TO WS-PTD-ACTUAL
033000             MOVE ACCT-BAL-YTD-AMOUNT TO WS-YTD-ACTUAL
033100     END-READ.
033200     MOVE ACCT-MST-CODE TO BUD-ACCOUNT.
033300     MOVE WS-VAR-PERIOD TO BUD-PERIOD.
033400     READ BUDGET-FILE
033500         INVALID KEY
033600             CONTINUE
033700         NOT INVALID KEY
033800             MOVE BUD-AMOUNT TO WS-PTD-BUDGET
033900     END-READ.
034000     PERFORM 5200-SUM-YTD-BUDGET THRU 5200-EXIT.
034100     SET WS-ACCOUNT-NOT-FLAGGED TO TRUE.
034200     MOVE ACCT-MST-CODE TO WS-RPT-ACCT.
034300     MOVE ACCT-MST-DESC TO WS-RPT-DESC.
034400     MOVE "PTD"         TO WS-RPT-SPAN.
034500     MOVE WS-PTD-ACTUAL TO WS-ACTUAL-WORK.
034600     MOVE WS-PTD-BUDGET TO WS-BUDGET-WORK.
034700     PERFORM 5500-COMPUTE-VARIANCE THRU 5500-EXIT.
034800     WRITE VAR-RPT-RECORD FROM WS-RPT-DETAIL-LINE.
034900     MOVE SPACES        TO WS-RPT-ACCT.
035000     MOVE SPACES        TO WS-RPT-DESC.
035100     MOVE "YTD"         TO WS-RPT-SPAN.
035200     MOVE WS-YTD-ACTUAL TO WS-ACTUAL-WORK.
035300     MOVE WS-YTD-BUDGET TO WS-BUDGET-WORK.
035400     PERFORM 5500-COMPUTE-VARIANCE THRU 5500-EXIT.
035500     WRITE VAR-RPT-RECORD FROM WS-RPT-DETAIL-LINE.
035600     ADD 1 TO WS-ACCOUNTS-LISTED.
035700     IF WS-ACCOUNT-FLAGGED
035800         ADD 1 TO WS-ACCOUNTS-FLAGGED
035900     END-IF.
036000     ADD WS-PTD-ACTUAL TO WS-PTD-ACTUAL-TOTAL.
036100     ADD WS-PTD-BUDGET TO WS-PTD-BUDGET-TOTAL.
036200     ADD WS-YTD-ACTUAL TO WS-YTD-ACTUAL-TOTAL.
036300     ADD WS-YTD-BUDGET TO WS-YTD-BUDGET-TOTAL.
036400 5100-EXIT.
036500     EXIT.
036600
036700 5200-SUM-YTD-BUDGET.
036800     MOVE ACCT-MST-CODE TO WS-CUR-ACCOUNT.
036900     MOVE WS-VAR-PERIOD TO WS-PERIOD-VALUE.
037000     MOVE 01            TO WS-PERIOD-MM.
037100     MOVE ACCT-MST-CODE TO BUD-ACCOUNT.
037200     MOVE WS-PERIOD-VALUE TO BUD-PERIOD.
037300     SET WS-BUD-NOT-AT-EOF TO TRUE.
037400     START BUDGET-FILE KEY IS NOT LESS THAN BUD-KEY
037500         INVALID KEY SET WS-BUD-AT-EOF TO TRUE
037600     END-START.
037700     PERFORM 5210-SUM-ONE-BUDGET THRU 5210-EXIT
037800         UNTIL WS-BUD-AT-EOF.
037900 5200-EXIT.
038000     EXIT.
038100
038200 5210-SUM-ONE-BUDGET.
038300     READ BUDGET-FILE NEXT RECORD
038400         AT END SET WS-BUD-AT-EOF TO TRUE
038500     END-READ.
038600     IF WS-BUD-AT-EOF
038700         GO TO 5210-EXIT
038800     END-IF.
038900     IF BUD-ACCOUNT NOT = WS-CUR-ACCOUNT
039000             OR BUD-PERIOD > WS-VAR-PERIOD
039100         SET WS-BUD-AT-EOF TO TRUE
039200         GO TO 5210-EXIT
039300     END-IF.
039400     ADD BUD-AMOUNT TO WS-YTD-BUDGET.
039500 5210-EXIT.
039600     EXIT.
039700
039800*-------------------------------------------------------------*
039900* VARIANCE = ACTUAL - BUDGET.  THE PERCENT IS TAKEN AGAINST   *
040000* THE SIZE OF THE BUDGET SO A CREDIT-BALANCE BUDGET READS THE *
040100* SAME WAY AS A DEBIT ONE.  WITH NO BUDGET THERE IS NO PERCENT*
040200* AND ANY ACTIVITY AT ALL IS OUTSIDE TOLERANCE.               *
040300*-------------------------------------------------------------*
040400 5500-COMPUTE-VARIANCE.
040500     SET WS-LINE-WITHIN-TOL TO TRUE.
040600     COMPUTE WS-VARIANCE-WORK = WS-ACTUAL-WORK - WS-BUDGET-WORK.
040700     MOVE WS-ACTUAL-WORK   TO WS-RPT-ACTUAL.
040800     MOVE WS-BUDGET-WORK   TO WS-RPT-BUDGET.
040900     MOVE WS-VARIANCE-WORK TO WS-RPT-VARIANCE.
041000     MOVE SPACES           TO WS-RPT-FLAG.
041100     IF WS-BUDGET-WORK = ZERO
041200         MOVE "    N/A" TO WS-RPT-PCT-X
041300         IF WS-ACTUAL-WORK NOT = ZERO
041400             SET WS-LINE-OUT-OF-TOL TO TRUE
041500         END-IF
041600         GO TO 5500-FLAG
041700     END-IF.
041800     MOVE WS-BUDGET-WORK TO WS-BUDGET-ABS.
041900     IF WS-BUDGET-ABS < ZERO
042000         COMPUTE WS-BUDGET-ABS = ZERO - WS-BUDGET-ABS
042100     END-IF.
042200     COMPUTE WS-VAR-PCT ROUNDED =
042300         WS-VARIANCE-WORK * 100 / WS-BUDGET-ABS
042400         ON SIZE ERROR
042500             MOVE "  *****" TO WS-RPT-PCT-X
042600             SET WS-LINE-OUT-OF-TOL TO TRUE
042700             GO TO 5500-FLAG
042800     END-COMPUTE.
042900     MOVE WS-VAR-PCT TO WS-RPT-PCT.
043000     MOVE WS-VAR-PCT TO WS-ABS-PCT.
043100     IF WS-ABS-PCT < ZERO
043200         COMPUTE WS-ABS-PCT = ZERO - WS-ABS-PCT
043300     END-IF.
043400     IF WS-ABS-PCT > WS-TOLERANCE-PCT
043500         SET WS-LINE-OUT-OF-TOL TO TRUE
043600     END-IF.
043700 5500-FLAG.
043800     IF WS-LINE-OUT-OF-TOL
043900         MOVE "***" TO WS-RPT-FLAG
044000         SET WS-ACCOUNT-FLAGGED TO TRUE
044100     END-IF.
044200 5500-EXIT.
044300     EXIT.
044400
044500*-------------------------------------------------------------*
044600* EXCEPTION LIST 1 - EVERY PERIOD BUDGET ON THE BUDGET MASTER *
044700* THAT HAS NO ACCTBAL RECORD FOR THE PERIOD, INCLUDING ANY    *
044800* BUDGET WHOSE ACCOUNT IS NO LONGER ON ACCTMST.               *
044900*-------------------------------------------------------------*
045000 6000-LIST-BUDGET-NO-BAL.
045100     WRITE VAR-RPT-RECORD FROM WS-RPT-BLANK-LINE.
045200     MOVE "BUDGETS WITH NO ACCTBAL RECORD FOR THE PERIOD"
045300         TO WS-RPT-VERDICT-LINE.
045400     WRITE VAR-RPT-RECORD FROM WS-RPT-VERDICT-LINE.
045500     WRITE VAR-RPT-RECORD FROM WS-RPT-EXC-HEADING.
045600     MOVE LOW-VALUES TO BUD-KEY.
045700     SET WS-BUD-NOT-AT-EOF TO TRUE.
045800     START BUDGET-FILE KEY IS NOT LESS THAN BUD-KEY
045900         INVALID KEY SET WS-BUD-AT-EOF TO TRUE
046000     END-START.
046100     PERFORM 6100-CHECK-ONE-BUDGET THRU 6100-EXIT
046200         UNTIL WS-BUD-AT-EOF.
046300     IF WS-BUD-NO-BAL-COUNT = ZERO
046400         MOVE "  NONE" TO WS-RPT-VERDICT-LINE
046500         WRITE VAR-RPT-RECORD FROM WS-RPT-VERDICT-LINE
046600     END-IF.
046700 6000-EXIT.
046800     EXIT.
046900
047000 6100-CHECK-ONE-BUDGET.
047100     READ BUDGET-FILE NEXT RECORD
047200         AT END SET WS-BUD-AT-EOF TO TRUE
047300     END-READ.
047400     IF WS-BUD-AT-EOF
047500         GO TO 6100-EXIT
047600     END-IF.
047700     IF BUD-PERIOD NOT = WS-VAR-PERIOD
047800         GO TO 6100-EXIT
047900     END-IF.
048000     MOVE BUD-ACCOUNT   TO ACCT-BAL-ACCOUNT.
048100     MOVE WS-VAR-PERIOD TO ACCT-BAL-PERIOD.
048200     READ ACCT-BAL-FILE
048300         INVALID KEY
048400             CONTINUE
048500         NOT INVALID KEY
048600             GO TO 6100-EXIT
048700     END-READ.
048800     MOVE BUD-ACCOUNT TO WS-EXC-ACCT.
048900     MOVE BUD-AMOUNT  TO WS-EXC-AMOUNT.
049000     MOVE "BUDGET, NO ACCTBAL" TO WS-EXC-REMARK.
049100     PERFORM 6900-DESCRIBE-ACCOUNT THRU 6900-EXIT.
049200     WRITE VAR-RPT-RECORD FROM WS-RPT-EXC-LINE.
049300     ADD 1 TO WS-BUD-NO-BAL-COUNT.
049400 6100-EXIT.
049500     EXIT.
049600
049700*-------------------------------------------------------------*
049800* EXCEPTION LIST 2 - EVERY ACCTBAL RECORD FOR THE PERIOD (NOT *
049900* THE "****" CONTROL RECORD) THAT HAS NO PERIOD BUDGET,       *
050000* INCLUDING ACTIVITY ON AN ACCOUNT NO LONGER ON ACCTMST.      *
050100*-------------------------------------------------------------*
050200 6500-LIST-BAL-NO-BUDGET.
050300     WRITE VAR-RPT-RECORD FROM WS-RPT-BLANK-LINE.
050400     MOVE "ACCTBAL ACCOUNTS WITH NO BUDGET FOR THE PERIOD"
050500         TO WS-RPT-VERDICT-LINE.
050600     WRITE VAR-RPT-RECORD FROM WS-RPT-VERDICT-LINE.
050700     WRITE VAR-RPT-RECORD FROM WS-RPT-EXC-HEADING.
050800     MOVE LOW-VALUES TO ACCT-BAL-KEY.
050900     START ACCT-BAL-FILE KEY IS NOT LESS THAN ACCT-BAL-KEY
051000         INVALID KEY SET WS-BAL-AT-EOF TO TRUE
051100     END-START.
051200     PERFORM 6600-CHECK-ONE-BALANCE THRU 6600-EXIT
051300         UNTIL WS-BAL-AT-EOF.
051400     IF WS-BAL-NO-BUD-COUNT = ZERO
051500         MOVE "  NONE" TO WS-RPT-VERDICT-LINE
051600         WRITE VAR-RPT-RECORD FROM WS-RPT-VERDICT-LINE
051700     END-IF.
051800 6500-EXIT.
051900     EXIT.
052000
052100 6600-CHECK-ONE-BALANCE.
052200     READ ACCT-BAL-FILE NEXT RECORD
052300         AT END SET WS-BAL-AT-EOF TO TRUE
052400     END-READ.
052500     IF WS-BAL-AT-EOF
052600         GO TO 6600-EXIT
052700     END-IF.
052800     IF ACCT-BAL-PERIOD NOT = WS-VAR-PERIOD
052900             OR ACCT-BAL-ACCOUNT = "****"
053000         GO TO 6600-EXIT
053100     END-IF.
053200     MOVE ACCT-BAL-ACCOUNT TO BUD-ACCOUNT.
053300     MOVE WS-VAR-PERIOD    TO BUD-PERIOD.
053400     READ BUDGET-FILE
053500         INVALID KEY
053600             CONTINUE
053700         NOT INVALID KEY
053800             GO TO 6600-EXIT
053900     END-READ.
054000     MOVE ACCT-BAL-ACCOUNT    TO WS-EXC-ACCT.
054100     MOVE ACCT-BAL-PTD-AMOUNT TO WS-EXC-AMOUNT.
054200     MOVE "ACTUAL, NO BUDGET" TO WS-EXC-REMARK.
054400     PERFORM 6900-DESCRIBE-ACCOUNT THRU 6900-EXIT.
054500     WRITE VAR-RPT-RECORD FROM WS-RPT-EXC-LINE.
054600     ADD 1 TO WS-BAL-NO-BUD-COUNT.
054700 6600-EXIT.
054800     EXIT.
054900
055000 6900-DESCRIBE-ACCOUNT.
055100     MOVE WS-EXC-ACCT TO ACCT-MST-CODE.
055200     READ ACCT-MASTER-FILE
055300         INVALID KEY
055400             MOVE "** NOT ON ACCTMST **" TO WS-EXC-DESC
055500         NOT INVALID KEY
055600             MOVE ACCT-MST-DESC TO WS-EXC-DESC
055700     END-READ.
055800 6900-EXIT.
055900     EXIT.
056000
056100 7000-PRINT-TOTALS.
056200     WRITE VAR-RPT-RECORD FROM WS-RPT-BLANK-LINE.
056300     MOVE "LISTED PTD ACTUAL TOTAL" TO WS-RPT-TOT-TEXT.
056400     MOVE WS-PTD-ACTUAL-TOTAL TO WS-RPT-TOT-AMOUNT.
056500     WRITE VAR-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
056600     MOVE "LISTED PTD BUDGET TOTAL" TO WS-RPT-TOT-TEXT.
056700     MOVE WS-PTD-BUDGET-TOTAL TO WS-RPT-TOT-AMOUNT.
056800     WRITE VAR-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
056900     MOVE "LISTED YTD ACTUAL TOTAL" TO WS-RPT-TOT-TEXT.
057000     MOVE WS-YTD-ACTUAL-TOTAL TO WS-RPT-TOT-AMOUNT.
057100     WRITE VAR-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
057200     MOVE "LISTED YTD BUDGET TOTAL" TO WS-RPT-TOT-TEXT.
057300     MOVE WS-YTD-BUDGET-TOTAL TO WS-RPT-TOT-AMOUNT.
057400     WRITE VAR-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
057500     WRITE VAR-RPT-RECORD FROM WS-RPT-BLANK-LINE.
057600     MOVE SPACES TO WS-RPT-VERDICT-LINE.
057700     IF WS-ACCOUNTS-FLAGGED = ZERO
057800         MOVE "ALL ACCOUNTS WITHIN TOLERANCE"
057900             TO WS-RPT-VERDICT-LINE
058000     ELSE
058100         MOVE WS-ACCOUNTS-FLAGGED TO WS-COUNT-EDIT
058200         STRING "*** " WS-COUNT-EDIT
058300             " ACCOUNT(S) OUTSIDE TOLERANCE ***"
058400             DELIMITED BY SIZE INTO WS-RPT-VERDICT-LINE
058500     END-IF.
058600     WRITE VAR-RPT-RECORD FROM WS-RPT-VERDICT-LINE.
058700     DISPLAY WS-RPT-VERDICT-LINE.
058800 7000-EXIT.
058900     EXIT.
059000
059100 9000-TERMINATE.
059200     CLOSE ACCT-MASTER-FILE.
059300     CLOSE ACCT-BAL-FILE.
059400     CLOSE BUDGET-FILE.
059500     CLOSE VAR-RPT-FILE.
059600     DISPLAY "VARIANCE REPORT COMPLETE - " WS-ACCOUNTS-LISTED
059700         " ACCOUNT(S) LISTED".
059800     DISPLAY "  BUDGET WITH NO ACCTBAL = " WS-BUD-NO-BAL-COUNT.
059900     DISPLAY "  ACCTBAL WITH NO BUDGET = " WS-BAL-NO-BUD-COUNT.
060000 9000-EXIT.
060100     EXIT.
060200
060300 END PROGRAM BUDVAR.
