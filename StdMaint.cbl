000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STDMNT.
000300 AUTHOR. J B HARTLEY.
000400 INSTALLATION. GENERAL ACCOUNTING - BATCH CONTROL.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*-------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*-------------------------------------------------------------*
001000* 2026-10-15 JBH  NEW PROGRAM.  MAINTAINS THE STDENT KEYED    *
001100*                 STANDING JOURNAL ENTRY MASTER FROM THE      *
001200*                 STDTXN TRANSACTION FILE - "A" ADDS A        *
001300*                 STANDING ENTRY, "C" CHANGES IT (ONLY THE    *
001400*                 FIELDS PUNCHED ON THE CARD ARE REPLACED),   *
001500*                 AND "X" ENDS IT AT THE END PERIOD ON THE    *
001600*                 CARD (THE ENTRY STAYS ON FILE SO ITS LAST-  *
001700*                 GENERATED HISTORY STILL RESOLVES).  THE     *
001800*                 ACCOUNT IS CHECKED AGAINST ACCTMST AND A    *
001900*                 CLOSED ACCOUNT IS REFUSED.  EVERY ACTION IS *
002000*                 APPENDED TO THE STDCHG CHANGE LOG WITH THE  *
002100*                 DATE, TIME, AND USER WHO RAN IT, THE SAME   *
002200*                 AS ACCTCHG.                                 *
002300*-------------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER. IBM-370.
002700 OBJECT-COMPUTER. IBM-370.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT STD-ENTRY-FILE ASSIGN TO "STDENT"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS STD-ENT-KEY
003400         FILE STATUS IS WS-STD-STATUS.
003500
003600     SELECT STD-TXN-FILE ASSIGN TO "STDTXN"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-TXN-STATUS.
003900
004000     SELECT STD-CHG-FILE ASSIGN TO "STDCHG"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-CHG-STATUS.
004300
004400     SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMST"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS ACCT-MST-KEY
004800         FILE STATUS IS WS-ACCT-STATUS.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  STD-ENTRY-FILE
005200     LABEL RECORDS ARE STANDARD.
005300 COPY STDENTRC.
005400
005500 FD  STD-TXN-FILE
005600     LABEL RECORDS ARE STANDARD.
005700 01  STD-TXN-RECORD.
005800     05  TXN-ACTION              PIC X(01).
005900         88  TXN-IS-ADD                    VALUE "A".
006000         88  TXN-IS-CHANGE                 VALUE "C".
006100         88  TXN-IS-END                    VALUE "X".
006200     05  FILLER                  PIC X(01).
006300     05  TXN-ENTRY-ID            PIC X(06).
006400     05  FILLER                  PIC X(01).
006500     05  TXN-ACCOUNT             PIC X(04).
006600     05  FILLER                  PIC X(01).
006700     05  TXN-OP-CODE             PIC X(01).
006800     05  FILLER                  PIC X(01).
006900     05  TXN-NUM1                PIC X(11).
007000     05  FILLER                  PIC X(01).
007100     05  TXN-NUM2                PIC X(11).
007200     05  FILLER                  PIC X(01).
007300     05  TXN-FREQUENCY           PIC X(01).
007400     05  FILLER                  PIC X(01).
007500     05  TXN-START-PERIOD        PIC X(06).
007600     05  FILLER                  PIC X(01).
007700     05  TXN-END-PERIOD          PIC X(06).
007800     05  FILLER                  PIC X(01).
007900     05  TXN-POST-DAY            PIC X(02).
008000     05  FILLER                  PIC X(01).
008100     05  TXN-DESC                PIC X(20).
008200     05  FILLER                  PIC X(01).
008300
008400 FD  STD-CHG-FILE
008500     LABEL RECORDS ARE STANDARD.
008600 01  STD-CHG-RECORD              PIC X(80).
008700
008800 FD  ACCT-MASTER-FILE
008900     LABEL RECORDS ARE STANDARD.
009000 COPY ACCTMSTR.
009100
009200 WORKING-STORAGE SECTION.
009300 01  WS-FILE-STATUSES.
009400     05  WS-STD-STATUS           PIC X(02) VALUE "00".
009500     05  WS-TXN-STATUS           PIC X(02) VALUE "00".
009600     05  WS-CHG-STATUS           PIC X(02) VALUE "00".
009700     05  WS-ACCT-STATUS          PIC X(02) VALUE "00".
009800
009900 01  WS-PROGRAM-SWITCHES.
010000     05  WS-RUN-OK-SWITCH        PIC X(01) VALUE "N".
010100         88  WS-RUN-OK                     VALUE "Y".
010200         88  WS-RUN-NOT-OK                 VALUE "N".
010300     05  WS-TXN-EOF-SWITCH       PIC X(01) VALUE "N".
010400         88  WS-TXN-AT-EOF                 VALUE "Y".
010500     05  WS-TXN-BAD-SWITCH       PIC X(01) VALUE "N".
010600         88  WS-TXN-IS-BAD                 VALUE "Y".
010700         88  WS-TXN-IS-GOOD                VALUE "N".
010800     05  WS-ACCT-FILE-SWITCH     PIC X(01) VALUE "Y".
010900         88  WS-ACCT-FILE-AVAILABLE        VALUE "Y".
011000         88  WS-ACCT-FILE-UNAVAILABLE      VALUE "N".
011100     05  WS-PERIOD-OK-SWITCH     PIC X(01) VALUE "Y".
011200         88  WS-PERIOD-IS-GOOD             VALUE "Y".
011300         88  WS-PERIOD-IS-BAD              VALUE "N".
011400
011500 01  WS-COUNTERS.
011600     05  WS-TXNS-READ            PIC 9(05) COMP VALUE ZERO.
011700     05  WS-TXNS-APPLIED         PIC 9(05) COMP VALUE ZERO.
011800     05  WS-TXNS-REJECTED        PIC 9(05) COMP VALUE ZERO.
011900
012000 01  WS-NEW-ENTRY-FIELDS.
012100     05  WS-NEW-DESC             PIC X(20).
012200     05  WS-NEW-ACCOUNT          PIC X(04).
012300     05  WS-NEW-OP-CODE          PIC X(01).
012400     05  WS-NEW-NUM1             PIC S9(07)V99.
012500     05  WS-NEW-NUM2             PIC S9(07)V99.
012600     05  WS-NEW-FREQUENCY        PIC X(01).
012700     05  WS-NEW-START-PERIOD     PIC 9(06).
012800     05  WS-NEW-END-PERIOD       PIC 9(06).
012900     05  WS-NEW-POST-DAY         PIC 9(02).
013000
013100 01  WS-PERIOD-INPUT             PIC X(06).
013200 01  WS-PERIOD-WORK.
013300     05  WS-PERIOD-YYYY          PIC 9(04).
013400     05  WS-PERIOD-MM            PIC 9(02).
013500 01  WS-PERIOD-VALUE REDEFINES WS-PERIOD-WORK
013600                                 PIC 9(06).
013700 01  WS-NUMVAL-RC                PIC S9(04) COMP.
013800
013900 01  WS-RUN-DATE-EDIT            PIC 9(08).
014000 01  WS-RUN-TIME-RAW.
014100     05  WS-RUN-HH               PIC 9(02).
014200     05  WS-RUN-MIN              PIC 9(02).
014300     05  WS-RUN-SS               PIC 9(02).
014400     05  WS-RUN-HS               PIC 9(02).
014500 01  WS-RUN-TIME-DISPLAY.
014600     05  WS-RTD-HH               PIC 9(02).
014700     05  FILLER                  PIC X(01) VALUE ":".
014800     05  WS-RTD-MIN              PIC 9(02).
014900     05  FILLER                  PIC X(01) VALUE ":".
015000     05  WS-RTD-SS               PIC 9(02).
015100 01  WS-USER-ID                  PIC X(08) VALUE SPACES.
015200
015300 01  WS-CHG-LINE.
015400     05  WS-CHG-DATE             PIC 9(08).
015500     05  FILLER                  PIC X(01) VALUE SPACES.
015600     05  WS-CHG-TIME             PIC X(08).
015700     05  FILLER                  PIC X(01) VALUE SPACES.
015800     05  WS-CHG-USER             PIC X(08).
015900     05  FILLER                  PIC X(01) VALUE SPACES.
016000     05  WS-CHG-ACTION           PIC X(06).
016100     05  FILLER                  PIC X(01) VALUE SPACES.
016200     05  WS-CHG-ENTRY-ID         PIC X(06).
016300     05  FILLER                  PIC X(01) VALUE SPACES.
016400     05  WS-CHG-ACCOUNT          PIC X(04).
016500     05  FILLER                  PIC X(01) VALUE SPACES.
016600     05  WS-CHG-START-PERIOD     PIC 9(06).
016700     05  FILLER                  PIC X(01) VALUE SPACES.
016800     05  WS-CHG-END-PERIOD       PIC 9(06).
016900     05  FILLER                  PIC X(01) VALUE SPACES.
017000     05  WS-CHG-DESC             PIC X(20).
017100
017200 PROCEDURE DIVISION.
017300 0000-MAINLINE.
017400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017500     IF WS-RUN-OK
017600         PERFORM 5000-APPLY-TRANSACTIONS THRU 5000-EXIT
017700         PERFORM 9000-TERMINATE THRU 9000-EXIT
017800     END-IF.
017900     STOP RUN.
018000
018100 1000-INITIALIZE.
018200     SET WS-RUN-NOT-OK TO TRUE.
018300     ACCEPT WS-RUN-DATE-EDIT FROM DATE YYYYMMDD.
018400     ACCEPT WS-RUN-TIME-RAW FROM TIME.
018500     MOVE WS-RUN-HH  TO WS-RTD-HH.
018600     MOVE WS-RUN-MIN TO WS-RTD-MIN.
018700     MOVE WS-RUN-SS  TO WS-RTD-SS.
018800     ACCEPT WS-USER-ID FROM ENVIRONMENT "USER".
018900     IF WS-USER-ID = SPACES
019000         MOVE "UNKNOWN " TO WS-USER-ID
019100     END-IF.
019200     OPEN INPUT STD-TXN-FILE.
019300     IF WS-TXN-STATUS NOT = "00"
019400         DISPLAY "*** NO STDTXN TRANSACTION FILE - STATUS "
019500             WS-TXN-STATUS " - NOTHING MAINTAINED ***"
019600         GO TO 1000-EXIT
019700     END-IF.
019800     OPEN I-O STD-ENTRY-FILE.
019900     EVALUATE WS-STD-STATUS
020000         WHEN "00"
020100             CONTINUE
020200         WHEN "35"
020300             OPEN OUTPUT STD-ENTRY-FILE
020400             CLOSE STD-ENTRY-FILE
020500             OPEN I-O STD-ENTRY-FILE
020600         WHEN OTHER
020700             DISPLAY "*** UNABLE TO OPEN STANDING ENTRY MASTER "
020800                 "- STATUS " WS-STD-STATUS
020900                 " - NOTHING MAINTAINED ***"
021000             CLOSE STD-TXN-FILE
021100             GO TO 1000-EXIT
021200     END-EVALUATE.
021300     OPEN EXTEND STD-CHG-FILE.
021400     IF WS-CHG-STATUS NOT = "00"
021500         OPEN OUTPUT STD-CHG-FILE
021600     END-IF.
021700     IF WS-CHG-STATUS NOT = "00"
021800         DISPLAY "*** UNABLE TO OPEN CHANGE LOG - STATUS "
021900             WS-CHG-STATUS " - NOTHING MAINTAINED ***"
022000         CLOSE STD-TXN-FILE
022100         CLOSE STD-ENTRY-FILE
022200         GO TO 1000-EXIT
022300     END-IF.
022400     OPEN INPUT ACCT-MASTER-FILE.
022500     IF WS-ACCT-STATUS NOT = "00"
022600         DISPLAY "*** CHART OF ACCOUNTS NOT AVAILABLE - "
022700             "STATUS " WS-ACCT-STATUS
022800             " - ACCOUNT VALIDATION DISABLED ***"
022900         SET WS-ACCT-FILE-UNAVAILABLE TO TRUE
023000     END-IF.
023100     SET WS-RUN-OK TO TRUE.
023200 1000-EXIT.
023300     EXIT.
023400
023500 5000-APPLY-TRANSACTIONS.
023600     PERFORM 5100-READ-TXN THRU 5100-EXIT.
023700     PERFORM 5200-APPLY-ONE-TXN THRU 5200-EXIT
023800         UNTIL WS-TXN-AT-EOF.
023900 5000-EXIT.
024000     EXIT.
024100
024200 5100-READ-TXN.
024300     READ STD-TXN-FILE
024400         AT END SET WS-TXN-AT-EOF TO TRUE
024500     END-READ.
024600     IF NOT WS-TXN-AT-EOF
024700         ADD 1 TO WS-TXNS-READ
024800     END-IF.
024900 5100-EXIT.
025000     EXIT.
025100
025200 5200-APPLY-ONE-TXN.
025300     SET WS-TXN-IS-GOOD TO TRUE.
025400     PERFORM 5250-EDIT-TXN THRU 5250-EXIT.
025500     IF WS-TXN-IS-BAD
025600         ADD 1 TO WS-TXNS-REJECTED
025700         GO TO 5200-NEXT
025800     END-IF.
025900     EVALUATE TRUE
026000         WHEN TXN-IS-ADD
026100             PERFORM 5300-ADD-ENTRY THRU 5300-EXIT
026200         WHEN TXN-IS-CHANGE
026300             PERFORM 5400-CHANGE-ENTRY THRU 5400-EXIT
026400         WHEN TXN-IS-END
026500             PERFORM 5500-END-ENTRY THRU 5500-EXIT
026600     END-EVALUATE.
026700 5200-NEXT.
026800     PERFORM 5100-READ-TXN THRU 5100-EXIT.
026900 5200-EXIT.
027000     EXIT.
027100
027200 5250-EDIT-TXN.
027300     IF NOT TXN-IS-ADD AND NOT TXN-IS-CHANGE
027400             AND NOT TXN-IS-END
027500         DISPLAY "*** TXN " WS-TXNS-READ " ACTION INVALID - "
027600             "REJECTED ***"
027700         SET WS-TXN-IS-BAD TO TRUE
027800         GO TO 5250-EXIT
027900     END-IF.
028000     IF TXN-ENTRY-ID = SPACES OR TXN-ENTRY-ID = "******"
028100         DISPLAY "*** TXN " WS-TXNS-READ " ENTRY ID MISSING "
028200             "OR RESERVED - REJECTED ***"
028300         SET WS-TXN-IS-BAD TO TRUE
028400     END-IF.
028500 5250-EXIT.
028600     EXIT.
028700
028800 5260-EDIT-CARD-FIELDS.
028900     IF TXN-DESC NOT = SPACES
029000         MOVE TXN-DESC TO WS-NEW-DESC
029100     END-IF.
029200     IF TXN-ACCOUNT NOT = SPACES
029300         MOVE TXN-ACCOUNT TO WS-NEW-ACCOUNT
029400     END-IF.
029500     IF TXN-OP-CODE NOT = SPACE
029600         IF TXN-OP-CODE < "1" OR TXN-OP-CODE > "4"
029700             DISPLAY "*** TXN " WS-TXNS-READ " OPERATION CODE "
029800                 "INVALID - REJECTED ***"
029900             SET WS-TXN-IS-BAD TO TRUE
030000             GO TO 5260-EXIT
030100         END-IF
030200         MOVE TXN-OP-CODE TO WS-NEW-OP-CODE
030300     END-IF.
030400     IF TXN-NUM1 NOT = SPACES
030500         MOVE FUNCTION TEST-NUMVAL(TXN-NUM1) TO WS-NUMVAL-RC
030600         IF WS-NUMVAL-RC NOT = ZERO
030700             DISPLAY "*** TXN " WS-TXNS-READ " AMOUNT 1 NOT "
030800                 "NUMERIC - REJECTED ***"
030900             SET WS-TXN-IS-BAD TO TRUE
031000             GO TO 5260-EXIT
031100         END-IF
031200         COMPUTE WS-NEW-NUM1 = FUNCTION NUMVAL(TXN-NUM1)
031300             ON SIZE ERROR
031400                 DISPLAY "*** TXN " WS-TXNS-READ " AMOUNT 1 "
031500                     "TOO LARGE - REJECTED ***"
031600                 SET WS-TXN-IS-BAD TO TRUE
031700                 GO TO 5260-EXIT
031800         END-COMPUTE
031900     END-IF.
032000     IF TXN-NUM2 NOT = SPACES
032100         MOVE FUNCTION TEST-NUMVAL(TXN-NUM2) TO WS-NUMVAL-RC
032200         IF WS-NUMVAL-RC NOT = ZERO
032300             DISPLAY "*** TXN " WS-TXNS-READ " AMOUNT 2 NOT "
032400                 "NUMERIC - REJECTED ***"
032500             SET WS-TXN-IS-BAD TO TRUE
032600             GO TO 5260-EXIT
032700         END-IF
032800         COMPUTE WS-NEW-NUM2 = FUNCTION NUMVAL(TXN-NUM2)
032900             ON SIZE ERROR
033000                 DISPLAY "*** TXN " WS-TXNS-READ " AMOUNT 2 "
033100                     "TOO LARGE - REJECTED ***"
033200                 SET WS-TXN-IS-BAD TO TRUE
033300                 GO TO 5260-EXIT
033400         END-COMPUTE
033500     END-IF.
033600     IF TXN-FREQUENCY NOT = SPACE
033700         IF TXN-FREQUENCY NOT = "M" AND NOT = "Q"
033800                 AND NOT = "A"
033900             DISPLAY "*** TXN " WS-TXNS-READ " FREQUENCY NOT "
034000                 "M, Q, OR A - REJECTED ***"
034100             SET WS-TXN-IS-BAD TO TRUE
034200             GO TO 5260-EXIT
034300         END-IF
034400         MOVE TXN-FREQUENCY TO WS-NEW-FREQUENCY
034500     END-IF.
034600     IF TXN-START-PERIOD NOT = SPACES
034700         MOVE TXN-START-PERIOD TO WS-PERIOD-INPUT
034800         PERFORM 5280-EDIT-PERIOD THRU 5280-EXIT
034900         IF WS-PERIOD-IS-BAD
035000             DISPLAY "*** TXN " WS-TXNS-READ " START PERIOD "
035100                 "NOT A VALID YYYYMM - REJECTED ***"
035200             SET WS-TXN-IS-BAD TO TRUE
035300             GO TO 5260-EXIT
035400         END-IF
035500         MOVE WS-PERIOD-VALUE TO WS-NEW-START-PERIOD
035600     END-IF.
035700     IF TXN-END-PERIOD NOT = SPACES
035800         MOVE TXN-END-PERIOD TO WS-PERIOD-INPUT
035900         PERFORM 5280-EDIT-PERIOD THRU 5280-EXIT
036000         IF WS-PERIOD-IS-BAD
036100             DISPLAY "*** TXN " WS-TXNS-READ " END PERIOD "
036200                 "NOT A VALID YYYYMM - REJECTED ***"
036300             SET WS-TXN-IS-BAD TO TRUE
036400             GO TO 5260-EXIT
036500         END-IF
036600         MOVE WS-PERIOD-VALUE TO WS-NEW-END-PERIOD
036700     END-IF.
036800     IF TXN-POST-DAY NOT = SPACES
036900         IF TXN-POST-DAY IS NOT NUMERIC
037000                 OR TXN-POST-DAY > "31"
037100             DISPLAY "*** TXN " WS-TXNS-READ " POSTING DAY "
037200                 "NOT 00 THRU 31 - REJECTED ***"
037300             SET WS-TXN-IS-BAD TO TRUE
037400             GO TO 5260-EXIT
037500         END-IF
037600         MOVE TXN-POST-DAY TO WS-NEW-POST-DAY
037700     END-IF.
037800     IF WS-NEW-END-PERIOD NOT = ZERO
037900             AND TXN-IS-ADD
038000             AND WS-NEW-END-PERIOD < WS-NEW-START-PERIOD
038100         DISPLAY "*** TXN " WS-TXNS-READ " END PERIOD BEFORE "
038200             "START PERIOD - REJECTED ***"
038300         SET WS-TXN-IS-BAD TO TRUE
038400     END-IF.
038500 5260-EXIT.
038600     EXIT.
038700
038800 5270-VALIDATE-ACCOUNT.
038900     IF WS-ACCT-FILE-UNAVAILABLE
039000         GO TO 5270-EXIT
039100     END-IF.
039200     MOVE WS-NEW-ACCOUNT TO ACCT-MST-CODE.
039300     READ ACCT-MASTER-FILE
039400         INVALID KEY
039500             DISPLAY "*** TXN " WS-TXNS-READ " ACCOUNT "
039600                 WS-NEW-ACCOUNT " NOT ON CHART OF ACCOUNTS - "
039700                 "REJECTED ***"
039800             SET WS-TXN-IS-BAD TO TRUE
039900             GO TO 5270-EXIT
040000     END-READ.
040100     IF ACCT-MST-CLOSED
040200         DISPLAY "*** TXN " WS-TXNS-READ " ACCOUNT "
040300             WS-NEW-ACCOUNT " IS CLOSED - REJECTED ***"
040400         SET WS-TXN-IS-BAD TO TRUE
040500     END-IF.
040600 5270-EXIT.
040700     EXIT.
040800
040900 5280-EDIT-PERIOD.
041000     SET WS-PERIOD-IS-GOOD TO TRUE.
041100     IF WS-PERIOD-INPUT IS NOT NUMERIC
041200         SET WS-PERIOD-IS-BAD TO TRUE
041300         GO TO 5280-EXIT
041400     END-IF.
041500     MOVE WS-PERIOD-INPUT TO WS-PERIOD-WORK.
041600     IF WS-PERIOD-MM < 01 OR WS-PERIOD-MM > 12
041700         SET WS-PERIOD-IS-BAD TO TRUE
041800     END-IF.
041900 5280-EXIT.
042000     EXIT.
042100
042200 5300-ADD-ENTRY.
042300     MOVE TXN-ENTRY-ID TO STD-ENT-ID.
042400     READ STD-ENTRY-FILE
042500         INVALID KEY
042600             CONTINUE
042700         NOT INVALID KEY
042800             DISPLAY "*** ENTRY " TXN-ENTRY-ID " ALREADY ON "
042900                 "THE MASTER - ADD REJECTED ***"
043000             ADD 1 TO WS-TXNS-REJECTED
043100             GO TO 5300-EXIT
043200     END-READ.
043300     MOVE SPACES TO WS-NEW-DESC.
043400     MOVE SPACES TO WS-NEW-ACCOUNT.
043500     MOVE SPACE  TO WS-NEW-OP-CODE.
043600     MOVE ZERO   TO WS-NEW-NUM1.
043700     MOVE ZERO   TO WS-NEW-NUM2.
043800     MOVE "M"    TO WS-NEW-FREQUENCY.
043900     MOVE ZERO   TO WS-NEW-START-PERIOD.
044000     MOVE ZERO   TO WS-NEW-END-PERIOD.
044100     MOVE ZERO   TO WS-NEW-POST-DAY.
044200     PERFORM 5260-EDIT-CARD-FIELDS THRU 5260-EXIT.
044300     IF WS-TXN-IS-GOOD
044400         IF WS-NEW-ACCOUNT = SPACES
044500                 OR WS-NEW-START-PERIOD = ZERO
044600             DISPLAY "*** TXN " WS-TXNS-READ " ACCOUNT AND "
044700                 "START PERIOD ARE REQUIRED - REJECTED ***"
044800             SET WS-TXN-IS-BAD TO TRUE
044900         END-IF
045000     END-IF.
045100     IF WS-TXN-IS-GOOD
045200         PERFORM 5270-VALIDATE-ACCOUNT THRU 5270-EXIT
045300     END-IF.
045400     IF WS-TXN-IS-BAD
045500         ADD 1 TO WS-TXNS-REJECTED
045600         GO TO 5300-EXIT
045700     END-IF.
045800     MOVE TXN-ENTRY-ID TO STD-ENT-ID.
045900     MOVE SPACES TO STD-ENT-DATA.
046000     PERFORM 5350-MOVE-NEW-FIELDS THRU 5350-EXIT.
046100     MOVE ZERO   TO STD-ENT-LAST-GEN.
046200     MOVE SPACES TO STD-ENT-LAST-BATCH.
046300     WRITE STD-ENT-RECORD
046400         INVALID KEY
046500             DISPLAY "*** ENTRY " TXN-ENTRY-ID " WRITE FAILED "
046600                 "- STATUS " WS-STD-STATUS " ***"
046700             ADD 1 TO WS-TXNS-REJECTED
046800             GO TO 5300-EXIT
046900     END-WRITE.
047000     ADD 1 TO WS-TXNS-APPLIED.
047100     MOVE "ADD" TO WS-CHG-ACTION.
047200     PERFORM 8000-WRITE-CHANGE-LOG THRU 8000-EXIT.
047300 5300-EXIT.
047400     EXIT.
047500
047600 5350-MOVE-NEW-FIELDS.
047700     MOVE WS-NEW-DESC         TO STD-ENT-DESC.
047800     MOVE WS-NEW-ACCOUNT      TO STD-ENT-ACCOUNT.
047900     MOVE WS-NEW-OP-CODE      TO STD-ENT-OP-CODE.
048000     MOVE WS-NEW-NUM1         TO STD-ENT-NUM1.
048100     MOVE WS-NEW-NUM2         TO STD-ENT-NUM2.
048200     MOVE WS-NEW-FREQUENCY    TO STD-ENT-FREQUENCY.
048300     MOVE WS-NEW-START-PERIOD TO STD-ENT-START-PERIOD.
048400     MOVE WS-NEW-END-PERIOD   TO STD-ENT-END-PERIOD.
048500     MOVE WS-NEW-POST-DAY     TO STD-ENT-POST-DAY.
048600 5350-EXIT.
048700     EXIT.
048800
048900 5400-CHANGE-ENTRY.
049000     MOVE TXN-ENTRY-ID TO STD-ENT-ID.
049100     READ STD-ENTRY-FILE
049200         INVALID KEY
049300             DISPLAY "*** ENTRY " TXN-ENTRY-ID " NOT ON THE "
049400                 "MASTER - CHANGE REJECTED ***"
049500             ADD 1 TO WS-TXNS-REJECTED
049600             GO TO 5400-EXIT
049700     END-READ.
049800     MOVE STD-ENT-DESC         TO WS-NEW-DESC.
049900     MOVE STD-ENT-ACCOUNT      TO WS-NEW-ACCOUNT.
050000     MOVE STD-ENT-OP-CODE      TO WS-NEW-OP-CODE.
050100     MOVE STD-ENT-NUM1         TO WS-NEW-NUM1.
050200     MOVE STD-ENT-NUM2         TO WS-NEW-NUM2.
050300     MOVE STD-ENT-FREQUENCY    TO WS-NEW-FREQUENCY.
050400     MOVE STD-ENT-START-PERIOD TO WS-NEW-START-PERIOD.
050500     MOVE STD-ENT-END-PERIOD   TO WS-NEW-END-PERIOD.
050600     MOVE STD-ENT-POST-DAY     TO WS-NEW-POST-DAY.
050700     PERFORM 5260-EDIT-CARD-FIELDS THRU 5260-EXIT.
050800     IF WS-TXN-IS-GOOD AND TXN-ACCOUNT NOT = SPACES
050900         PERFORM 5270-VALIDATE-ACCOUNT THRU 5270-EXIT
051000     END-IF.
051100     IF WS-TXN-IS-BAD
051200         ADD 1 TO WS-TXNS-REJECTED
051300         GO TO 5400-EXIT
051400     END-IF.
051500     PERFORM 5350-MOVE-NEW-FIELDS THRU 5350-EXIT.
051600     REWRITE STD-ENT-RECORD.
051700     IF WS-STD-STATUS NOT = "00"
051800         DISPLAY "*** CHANGE REWRITE FAILED - STATUS "
051900             WS-STD-STATUS " ON " TXN-ENTRY-ID " ***"
052000         ADD 1 TO WS-TXNS-REJECTED
052100         GO TO 5400-EXIT
052200     END-IF.
052300     ADD 1 TO WS-TXNS-APPLIED.
052400     MOVE "CHANGE" TO WS-CHG-ACTION.
052500     PERFORM 8000-WRITE-CHANGE-LOG THRU 8000-EXIT.
052600 5400-EXIT.
052700     EXIT.
052800
052900 5500-END-ENTRY.
053000     MOVE TXN-ENTRY-ID TO STD-ENT-ID.
053100     READ STD-ENTRY-FILE
053200         INVALID KEY
053300             DISPLAY "*** ENTRY " TXN-ENTRY-ID " NOT ON THE "
053400                 "MASTER - END REJECTED ***"
053500             ADD 1 TO WS-TXNS-REJECTED
053600             GO TO 5500-EXIT
053700     END-READ.
053800     MOVE TXN-END-PERIOD TO WS-PERIOD-INPUT.
053900     PERFORM 5280-EDIT-PERIOD THRU 5280-EXIT.
054000     IF WS-PERIOD-IS-BAD
054100         DISPLAY "*** TXN " WS-TXNS-READ " END PERIOD "
054200             "REQUIRED AS YYYYMM - END REJECTED ***"
054300         ADD 1 TO WS-TXNS-REJECTED
054400         GO TO 5500-EXIT
054500     END-IF.
054600     MOVE WS-PERIOD-VALUE TO STD-ENT-END-PERIOD.
054700     REWRITE STD-ENT-RECORD.
054800     IF WS-STD-STATUS NOT = "00"
054900         DISPLAY "*** END REWRITE FAILED - STATUS "
055000             WS-STD-STATUS " ON " TXN-ENTRY-ID " ***"
055100         ADD 1 TO WS-TXNS-REJECTED
055200         GO TO 5500-EXIT
055300     END-IF.
055400     ADD 1 TO WS-TXNS-APPLIED.
055500     MOVE "END" TO WS-CHG-ACTION.
055600     PERFORM 8000-WRITE-CHANGE-LOG THRU 8000-EXIT.
055700 5500-EXIT.
055800     EXIT.
055900
056000 8000-WRITE-CHANGE-LOG.
056100     MOVE WS-RUN-DATE-EDIT     TO WS-CHG-DATE.
056200     MOVE WS-RUN-TIME-DISPLAY  TO WS-CHG-TIME.
056300     MOVE WS-USER-ID           TO WS-CHG-USER.
056400     MOVE STD-ENT-ID           TO WS-CHG-ENTRY-ID.
056500     MOVE STD-ENT-ACCOUNT      TO WS-CHG-ACCOUNT.
056600     MOVE STD-ENT-START-PERIOD TO WS-CHG-START-PERIOD.
056700     MOVE STD-ENT-END-PERIOD   TO WS-CHG-END-PERIOD.
056800     MOVE STD-ENT-DESC         TO WS-CHG-DESC.
056900     WRITE STD-CHG-RECORD FROM WS-CHG-LINE.
057000 8000-EXIT.
057100     EXIT.
057200
057300 9000-TERMINATE.
057400     CLOSE STD-TXN-FILE.
057500     CLOSE STD-ENTRY-FILE.
057600     CLOSE STD-CHG-FILE.
057700     IF WS-ACCT-FILE-AVAILABLE
057800         CLOSE ACCT-MASTER-FILE
057900     END-IF.
058000     DISPLAY "STANDING ENTRY MAINTENANCE COMPLETE".
058100     DISPLAY "  TRANSACTIONS READ    = " WS-TXNS-READ.
058200     DISPLAY "  TRANSACTIONS APPLIED = " WS-TXNS-APPLIED.
058300     DISPLAY "  TRANSACTIONS REJECTED= " WS-TXNS-REJECTED.
058400 9000-EXIT.
058500     EXIT.
058600
058700 END PROGRAM STDMNT.
