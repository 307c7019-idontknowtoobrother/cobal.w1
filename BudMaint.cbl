000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BUDMNT.
000300 AUTHOR. J B HARTLEY.
000400 INSTALLATION. GENERAL ACCOUNTING - BATCH CONTROL.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*-------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*-------------------------------------------------------------*
001000* 2026-10-15 JBH  NEW PROGRAM.  LOADS AND MAINTAINS THE       *
001100*                 BUDGET KEYED MASTER (ACCOUNT + YYYYMM) FROM *
001200*                 THE BUDTXN CARD FILE - "A" ADDS A PERIOD    *
001300*                 BUDGET, "C" CHANGES THE AMOUNT OF ONE       *
001400*                 ALREADY ON FILE.  THE ACCOUNT IS CHECKED    *
001500*                 AGAINST ACCTMST AND MUST EXIST.  EVERY      *
001600*                 ACTION IS APPENDED TO THE BUDCHG CHANGE LOG *
001700*                 WITH THE DATE, TIME, AND USER WHO RAN IT    *
001800*                 AND THE OLD AND NEW AMOUNTS, THE SAME AS    *
001900*                 ACCTCHG.                                    *
002000*-------------------------------------------------------------*
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 SOURCE-COMPUTER. IBM-370.
002400 OBJECT-COMPUTER. IBM-370.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT BUDGET-FILE ASSIGN TO "BUDGET"
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS DYNAMIC
003000         RECORD KEY IS BUD-KEY
003100         FILE STATUS IS WS-BUD-STATUS.
003200
003300     SELECT BUD-TXN-FILE ASSIGN TO "BUDTXN"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-TXN-STATUS.
003600
003700     SELECT BUD-CHG-FILE ASSIGN TO "BUDCHG"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-CHG-STATUS.
004000
004100     SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMST"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS ACCT-MST-KEY
004500         FILE STATUS IS WS-ACCT-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  BUDGET-FILE
004900     LABEL RECORDS ARE STANDARD.
005000 COPY BUDGETRC.
005100
005200 FD  BUD-TXN-FILE
005300     LABEL RECORDS ARE STANDARD.
005400 01  BUD-TXN-RECORD.
005500     05  TXN-ACTION              PIC X(01).
005600         88  TXN-IS-ADD                    VALUE "A".
005700         88  TXN-IS-CHANGE                 VALUE "C".
005800     05  FILLER                  PIC X(01).
005900     05  TXN-ACCOUNT             PIC X(04).
006000     05  FILLER                  PIC X(01).
006100     05  TXN-PERIOD              PIC X(06).
006200     05  FILLER                  PIC X(01).
006300     05  TXN-AMOUNT              PIC X(16).
006400     05  FILLER                  PIC X(50).
006500
006600 FD  BUD-CHG-FILE
006700     LABEL RECORDS ARE STANDARD.
006800 01  BUD-CHG-RECORD              PIC X(80).
006900
007000 FD  ACCT-MASTER-FILE
007100     LABEL RECORDS ARE STANDARD.
007200 COPY ACCTMSTR.
007300
007400 WORKING-STORAGE SECTION.
007500 01  WS-FILE-STATUSES.
007600     05  WS-BUD-STATUS           PIC X(02) VALUE "00".
007700     05  WS-TXN-STATUS           PIC X(02) VALUE "00".
007800     05  WS-CHG-STATUS           PIC X(02) VALUE "00".
007900     05  WS-ACCT-STATUS          PIC X(02) VALUE "00".
008000
008100 01  WS-PROGRAM-SWITCHES.
008200     05  WS-RUN-OK-SWITCH        PIC X(01) VALUE "N".
008300         88  WS-RUN-OK                     VALUE "Y".
008400         88  WS-RUN-NOT-OK                 VALUE "N".
008500     05  WS-TXN-EOF-SWITCH       PIC X(01) VALUE "N".
008600         88  WS-TXN-AT-EOF                 VALUE "Y".
008700     05  WS-TXN-BAD-SWITCH       PIC X(01) VALUE "N".
008800         88  WS-TXN-IS-BAD                 VALUE "Y".
008900         88  WS-TXN-IS-GOOD                VALUE "N".
009000     05  WS-ACCT-FILE-SWITCH     PIC X(01) VALUE "Y".
009100         88  WS-ACCT-FILE-AVAILABLE        VALUE "Y".
009200         88  WS-ACCT-FILE-UNAVAILABLE      VALUE "N".
009300
009400 01  WS-COUNTERS.
009500     05  WS-TXNS-READ            PIC 9(05) COMP VALUE ZERO.
009600     05  WS-TXNS-APPLIED         PIC 9(05) COMP VALUE ZERO.
009700     05  WS-TXNS-REJECTED        PIC 9(05) COMP VALUE ZERO.
009800
009900 01  WS-NEW-AMOUNT               PIC S9(11)V99 VALUE ZERO.
010000 01  WS-OLD-AMOUNT               PIC S9(11)V99 VALUE ZERO.
010100 01  WS-PERIOD-WORK.
010200     05  WS-PERIOD-YYYY          PIC 9(04).
010300     05  WS-PERIOD-MM            PIC 9(02).
010400 01  WS-PERIOD-VALUE REDEFINES WS-PERIOD-WORK
010500                                 PIC 9(06).
010600 01  WS-NUMVAL-RC                PIC S9(04) COMP.
010700
010800 01  WS-RUN-DATE-EDIT            PIC 9(08).
010900 01  WS-RUN-TIME-RAW.
011000     05  WS-RUN-HH               PIC 9(02).
011100     05  WS-RUN-MIN              PIC 9(02).
011200     05  WS-RUN-SS               PIC 9(02).
011300     05  WS-RUN-HS               PIC 9(02).
011400 01  WS-RUN-TIME-DISPLAY.
011500     05  WS-RTD-HH               PIC 9(02).
011600     05  FILLER                  PIC X(01) VALUE ":".
011700     05  WS-RTD-MIN              PIC 9(02).
011800     05  FILLER                  PIC X(01) VALUE ":".
011900     05  WS-RTD-SS               PIC 9(02).
012000 01  WS-USER-ID                  PIC X(08) VALUE SPACES.
012100
012200 01  WS-CHG-LINE.
012300     05  WS-CHG-DATE             PIC 9(08).
012400     05  FILLER                  PIC X(01) VALUE SPACES.
012500     05  WS-CHG-TIME             PIC X(08).
012600     05  FILLER                  PIC X(01) VALUE SPACES.
012700     05  WS-CHG-USER             PIC X(08).
012800     05  FILLER                  PIC X(01) VALUE SPACES.
012900     05  WS-CHG-ACTION           PIC X(06).
013000     05  FILLER                  PIC X(01) VALUE SPACES.
013100     05  WS-CHG-ACCOUNT          PIC X(04).
013200     05  FILLER                  PIC X(01) VALUE SPACES.
013300     05  WS-CHG-PERIOD           PIC 9(06).
013400     05  FILLER                  PIC X(01) VALUE SPACES.
013500     05  WS-CHG-OLD-AMOUNT       PIC -(11)9.99.
013600     05  FILLER                  PIC X(01) VALUE SPACES.
013700     05  WS-CHG-NEW-AMOUNT       PIC -(11)9.99.
013800     05  FILLER                  PIC X(03) VALUE SPACES.
013900
014000 PROCEDURE DIVISION.
014100 0000-MAINLINE.
014200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014300     IF WS-RUN-OK
014400         PERFORM 5000-APPLY-TRANSACTIONS THRU 5000-EXIT
014500         PERFORM 9000-TERMINATE THRU 9000-EXIT
014600     END-IF.
014700     STOP RUN.
014800
014900 1000-INITIALIZE.
015000     SET WS-RUN-NOT-OK TO TRUE.
015100     ACCEPT WS-RUN-DATE-EDIT FROM DATE YYYYMMDD.
015200     ACCEPT WS-RUN-TIME-RAW FROM TIME.
015300     MOVE WS-RUN-HH  TO WS-RTD-HH.
015400     MOVE WS-RUN-MIN TO WS-RTD-MIN.
015500     MOVE WS-RUN-SS  TO WS-RTD-SS.
015600     ACCEPT WS-USER-ID FROM ENVIRONMENT "USER".
015700     IF WS-USER-ID = SPACES
015800         MOVE "UNKNOWN " TO WS-USER-ID
015900     END-IF.
016000     OPEN INPUT BUD-TXN-FILE.
016100     IF WS-TXN-STATUS NOT = "00"
016200         DISPLAY "*** NO BUDTXN TRANSACTION FILE - STATUS "
016300             WS-TXN-STATUS " - NOTHING MAINTAINED ***"
016400         GO TO 1000-EXIT
016500     END-IF.
016600     OPEN I-O BUDGET-FILE.
016700     EVALUATE WS-BUD-STATUS
016800         WHEN "00"
016900             CONTINUE
017000         WHEN "35"
017100             OPEN OUTPUT BUDGET-FILE
017200             CLOSE BUDGET-FILE
017300             OPEN I-O BUDGET-FILE
017400         WHEN OTHER
017500             DISPLAY "*** UNABLE TO OPEN BUDGET MASTER - STATUS "
017600                 WS-BUD-STATUS " - NOTHING MAINTAINED ***"
017700             CLOSE BUD-TXN-FILE
017800             GO TO 1000-EXIT
017900     END-EVALUATE.
018000     OPEN EXTEND BUD-CHG-FILE.
018100     IF WS-CHG-STATUS NOT = "00"
018200         OPEN OUTPUT BUD-CHG-FILE
018300     END-IF.
018400     IF WS-CHG-STATUS NOT = "00"
018500         DISPLAY "*** UNABLE TO OPEN CHANGE LOG - STATUS "
018600             WS-CHG-STATUS " - NOTHING MAINTAINED ***"
018700         CLOSE BUD-TXN-FILE
018800         CLOSE BUDGET-FILE
018900         GO TO 1000-EXIT
019000     END-IF.
019100     OPEN INPUT ACCT-MASTER-FILE.
019200     IF WS-ACCT-STATUS NOT = "00"
019300         DISPLAY "*** CHART OF ACCOUNTS NOT AVAILABLE - "
019400             "STATUS " WS-ACCT-STATUS
019500             " - ACCOUNT VALIDATION DISABLED ***"
019600         SET WS-ACCT-FILE-UNAVAILABLE TO TRUE
019700     END-IF.
019800     SET WS-RUN-OK TO TRUE.
019900 1000-EXIT.
020000     EXIT.
020100
020200 5000-APPLY-TRANSACTIONS.
020300     PERFORM 5100-READ-TXN THRU 5100-EXIT.
020400     PERFORM 5200-APPLY-ONE-TXN THRU 5200-EXIT
020500         UNTIL WS-TXN-AT-EOF.
020600 5000-EXIT.
020700     EXIT.
020800
020900 5100-READ-TXN.
021000     READ BUD-TXN-FILE
021100         AT END SET WS-TXN-AT-EOF TO TRUE
021200     END-READ.
021300     IF NOT WS-TXN-AT-EOF
021400         ADD 1 TO WS-TXNS-READ
021500     END-IF.
021600 5100-EXIT.
021700     EXIT.
021800
021900 5200-APPLY-ONE-TXN.
022000     SET WS-TXN-IS-GOOD TO TRUE.
022100     PERFORM 5250-EDIT-TXN THRU 5250-EXIT.
022200     IF WS-TXN-IS-BAD
022300         ADD 1 TO WS-TXNS-REJECTED
022400         GO TO 5200-NEXT
022500     END-IF.
022600     EVALUATE TRUE
022700         WHEN TXN-IS-ADD
022800             PERFORM 5300-ADD-BUDGET THRU 5300-EXIT
022900         WHEN TXN-IS-CHANGE
023000             PERFORM 5400-CHANGE-BUDGET THRU 5400-EXIT
023100     END-EVALUATE.
023200 5200-NEXT.
023300     PERFORM 5100-READ-TXN THRU 5100-EXIT.
023400 5200-EXIT.
023500     EXIT.
023600
023700 5250-EDIT-TXN.
023800     IF NOT TXN-IS-ADD AND NOT TXN-IS-CHANGE
023900         DISPLAY "*** TXN " WS-TXNS-READ " ACTION INVALID - "
024000             "REJECTED ***"
024100         SET WS-TXN-IS-BAD TO TRUE
024200         GO TO 5250-EXIT
024300     END-IF.
024400     IF TXN-ACCOUNT = SPACES OR TXN-ACCOUNT = "****"
024500         DISPLAY "*** TXN " WS-TXNS-READ " ACCOUNT MISSING "
024600             "OR RESERVED - REJECTED ***"
024700         SET WS-TXN-IS-BAD TO TRUE
024800         GO TO 5250-EXIT
024900     END-IF.
025000     IF TXN-PERIOD IS NOT NUMERIC
025100         DISPLAY "*** TXN " WS-TXNS-READ " PERIOD NOT A "
025200             "VALID YYYYMM - REJECTED ***"
025300         SET WS-TXN-IS-BAD TO TRUE
025400         GO TO 5250-EXIT
025500     END-IF.
025600     MOVE TXN-PERIOD TO WS-PERIOD-WORK.
025700     IF WS-PERIOD-MM < 01 OR WS-PERIOD-MM > 12
025800         DISPLAY "*** TXN " WS-TXNS-READ " PERIOD NOT A "
025900             "VALID YYYYMM - REJECTED ***"
026000         SET WS-TXN-IS-BAD TO TRUE
026100         GO TO 5250-EXIT
026200     END-IF.
026300     MOVE FUNCTION TEST-NUMVAL(TXN-AMOUNT) TO WS-NUMVAL-RC.
026400     IF TXN-AMOUNT = SPACES OR WS-NUMVAL-RC NOT = ZERO
026500         DISPLAY "*** TXN " WS-TXNS-READ " BUDGET AMOUNT NOT "
026600             "NUMERIC - REJECTED ***"
026700         SET WS-TXN-IS-BAD TO TRUE
026800         GO TO 5250-EXIT
026900     END-IF.
027000     COMPUTE WS-NEW-AMOUNT = FUNCTION NUMVAL(TXN-AMOUNT)
027100         ON SIZE ERROR
027200             DISPLAY "*** TXN " WS-TXNS-READ " BUDGET AMOUNT "
027300                 "TOO LARGE - REJECTED ***"
027400             SET WS-TXN-IS-BAD TO TRUE
027500             GO TO 5250-EXIT
027600     END-COMPUTE.
027700     PERFORM 5270-VALIDATE-ACCOUNT THRU 5270-EXIT.
027800 5250-EXIT.
027900     EXIT.
028000
028100 5270-VALIDATE-ACCOUNT.
028200     IF WS-ACCT-FILE-UNAVAILABLE
028300         GO TO 5270-EXIT
028400     END-IF.
028500     MOVE TXN-ACCOUNT TO ACCT-MST-CODE.
028600     READ ACCT-MASTER-FILE
028700         INVALID KEY
028800             DISPLAY "*** TXN " WS-TXNS-READ " ACCOUNT "
028900                 TXN-ACCOUNT " NOT ON CHART OF ACCOUNTS - "
029000                 "REJECTED ***"
029100             SET WS-TXN-IS-BAD TO TRUE
029200     END-READ.
029300 5270-EXIT.
029400     EXIT.
029500
029600 5300-ADD-BUDGET.
029700     MOVE TXN-ACCOUNT   TO BUD-ACCOUNT.
029800     MOVE WS-PERIOD-VALUE TO BUD-PERIOD.
029900     READ BUDGET-FILE
030000         INVALID KEY
030100             CONTINUE
030200         NOT INVALID KEY
030300             DISPLAY "*** BUDGET " TXN-ACCOUNT " " TXN-PERIOD
030400                 " ALREADY ON THE MASTER - ADD REJECTED ***"
030500             ADD 1 TO WS-TXNS-REJECTED
030600             GO TO 5300-EXIT
030700     END-READ.
030800     MOVE SPACES          TO BUDGET-RECORD.
030900     MOVE TXN-ACCOUNT     TO BUD-ACCOUNT.
031000     MOVE WS-PERIOD-VALUE TO BUD-PERIOD.
031100     MOVE WS-NEW-AMOUNT   TO BUD-AMOUNT.
031200     MOVE WS-RUN-DATE-EDIT TO BUD-CHANGE-DATE.
031300     MOVE WS-USER-ID      TO BUD-CHANGE-USER.
031400     WRITE BUDGET-RECORD
031500         INVALID KEY
031600             DISPLAY "*** BUDGET " TXN-ACCOUNT " " TXN-PERIOD
031700                 " WRITE FAILED - STATUS " WS-BUD-STATUS " ***"
031800             ADD 1 TO WS-TXNS-REJECTED
031900             GO TO 5300-EXIT
032000     END-WRITE.
032100     ADD 1 TO WS-TXNS-APPLIED.
032200     MOVE ZERO  TO WS-OLD-AMOUNT.
032300     MOVE "ADD" TO WS-CHG-ACTION.
032400     PERFORM 8000-WRITE-CHANGE-LOG THRU 8000-EXIT.
032500 5300-EXIT.
032600     EXIT.
032700
032800 5400-CHANGE-BUDGET.
032900     MOVE TXN-ACCOUNT     TO BUD-ACCOUNT.
033000     MOVE WS-PERIOD-VALUE TO BUD-PERIOD.
033100     READ BUDGET-FILE
033200         INVALID KEY
033300             DISPLAY "*** BUDGET " TXN-ACCOUNT " " TXN-PERIOD
033400                 " NOT ON THE MASTER - CHANGE REJECTED ***"
033500             ADD 1 TO WS-TXNS-REJECTED
033600             GO TO 5400-EXIT
033700     END-READ.
033800     MOVE BUD-AMOUNT       TO WS-OLD-AMOUNT.
033900     MOVE WS-NEW-AMOUNT    TO BUD-AMOUNT.
034000     MOVE WS-RUN-DATE-EDIT TO BUD-CHANGE-DATE.
034100     MOVE WS-USER-ID       TO BUD-CHANGE-USER.
034200     REWRITE BUDGET-RECORD.
034300     IF WS-BUD-STATUS NOT = "00"
034400         DISPLAY "*** CHANGE REWRITE FAILED - STATUS "
034500             WS-BUD-STATUS " ON " TXN-ACCOUNT " " TXN-PERIOD
034600             " ***"
034700         ADD 1 TO WS-TXNS-REJECTED
034800         GO TO 5400-EXIT
034900     END-IF.
035000     ADD 1 TO WS-TXNS-APPLIED.
035100     MOVE "CHANGE" TO WS-CHG-ACTION.
035200     PERFORM 8000-WRITE-CHANGE-LOG THRU 8000-EXIT.
035300 5400-EXIT.
035400     EXIT.
035500
035600 8000-WRITE-CHANGE-LOG.
035700     MOVE WS-RUN-DATE-EDIT     TO WS-CHG-DATE.
035800     MOVE WS-RUN-TIME-DISPLAY  TO WS-CHG-TIME.
035900     MOVE WS-USER-ID           TO WS-CHG-USER.
036000     MOVE BUD-ACCOUNT          TO WS-CHG-ACCOUNT.
036100     MOVE BUD-PERIOD           TO WS-CHG-PERIOD.
036200     MOVE WS-OLD-AMOUNT        TO WS-CHG-OLD-AMOUNT.
036300     MOVE BUD-AMOUNT           TO WS-CHG-NEW-AMOUNT.
036400     WRITE BUD-CHG-RECORD FROM WS-CHG-LINE.
036500 8000-EXIT.
036600     EXIT.
036700
036800 9000-TERMINATE.
036900     CLOSE BUD-TXN-FILE.
037000     CLOSE BUDGET-FILE.
037100     CLOSE BUD-CHG-FILE.
037200     IF WS-ACCT-FILE-AVAILABLE
037300         CLOSE ACCT-MASTER-FILE
037400     END-IF.
037500     DISPLAY "BUDGET MAINTENANCE COMPLETE".
037600     DISPLAY "  TRANSACTIONS READ    = " WS-TXNS-READ.
037700     DISPLAY "  TRANSACTIONS APPLIED = " WS-TXNS-APPLIED.
037800     DISPLAY "  TRANSACTIONS REJECTED= " WS-TXNS-REJECTED.
037900 9000-EXIT.
038000     EXIT.
038100
038200 END PROGRAM BUDMNT.
