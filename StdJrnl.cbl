000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STDJRNL.
000300 AUTHOR. J B HARTLEY.
000400 INSTALLATION. GENERAL ACCOUNTING - BATCH CONTROL.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*-------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*-------------------------------------------------------------*
001000* 2026-10-15 JBH  NEW PROGRAM.  BUILDS THE PERIOD'S STANDING  *
001100*                 JOURNAL ENTRIES (RENT, DEPRECIATION,        *
001200*                 INSURANCE ACCRUALS) FROM THE STDENT MASTER  *
001300*                 AS ONE PROPERLY FORMED TRANSIN BATCH - AN   *
001400*                 "H" HEADER WITH A GENERATED BATCH ID        *
001500*                 ("S" + YYMM + RUN LETTER), THE DEPARTMENT   *
001600*                 AND THE PERIOD'S MONTH-END BUSINESS DATE,   *
001700*                 ONE DETAIL PER DUE ENTRY WITH ITS OP CODE,  *
001800*                 ACCOUNT, AND EFFECTIVE DATE, AND A "T"      *
001900*                 TRAILER WITH THE COMPUTED COUNT AND HASH.   *
002000*                 THE PERIOD (AND DEPARTMENT) COME FROM THE   *
002100*                 STJPARM CARD; WITH NO CARD THE CURRENT      *
002200*                 MONTH IS BUILT.  AN ENTRY IS DUE WHEN THE   *
002300*                 PERIOD FALLS IN ITS START/END RANGE ON ITS  *
002400*                 FREQUENCY, AND IS STAMPED WITH THE PERIOD   *
002500*                 AND BATCH ID AS IT IS WRITTEN SO A RERUN    *
002600*                 FOR THE SAME MONTH CANNOT GENERATE IT       *
002700*                 TWICE.  AN ENTRY WHOSE ACCTMST ACCOUNT IS   *
002800*                 CLOSED OR MISSING IS REFUSED AND LISTED.  A *
002900*                 CLOSED PERIOD (CLOSEDMO) IS NOT BUILT.  THE *
003000*                 BATCH IS APPENDED TO STDTRAN FOR THE NIGHT  *
003100*                 RUN AND THE STJRPT LISTING SHOWS WHAT WAS   *
003200*                 GENERATED, SKIPPED, AND REFUSED.            *
003300*-------------------------------------------------------------*
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER. IBM-370.
003700 OBJECT-COMPUTER. IBM-370.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT STD-ENTRY-FILE ASSIGN TO "STDENT"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS STD-ENT-KEY
004400         FILE STATUS IS WS-STD-STATUS.
004500
004600     SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMST"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS ACCT-MST-KEY
005000         FILE STATUS IS WS-ACCT-STATUS.
005100
005200     SELECT TRANS-FILE ASSIGN TO "STDTRAN"
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-TRANS-STATUS.
005500
005600     SELECT STJ-RPT-FILE ASSIGN TO "STJRPT"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-RPT-STATUS.
005900
006000     SELECT STJ-PARM-FILE ASSIGN TO "STJPARM"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-PARM-STATUS.
006300
006400     SELECT CLOSED-MONTH-FILE ASSIGN TO "CLOSEDMO"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-CLOSEDMO-STATUS.
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  STD-ENTRY-FILE
007000     LABEL RECORDS ARE STANDARD.
007100 COPY STDENTRC.
007200
007300 FD  ACCT-MASTER-FILE
007400     LABEL RECORDS ARE STANDARD.
007500 COPY ACCTMSTR.
007600
007700 FD  TRANS-FILE
007800     LABEL RECORDS ARE STANDARD.
007900 COPY TRANSINR.
008000
008100 FD  STJ-RPT-FILE
008200     LABEL RECORDS ARE STANDARD.
008300 01  STJ-RPT-RECORD              PIC X(80).
008400
008500 FD  STJ-PARM-FILE
008600     LABEL RECORDS ARE STANDARD.
008700 01  STJ-PARM-RECORD.
008800     05  STJ-PARM-PERIOD         PIC X(06).
008900     05  FILLER                  PIC X(01).
009000     05  STJ-PARM-DEPARTMENT     PIC X(04).
009100     05  FILLER                  PIC X(69).
009200
009300 FD  CLOSED-MONTH-FILE
009400     LABEL RECORDS ARE STANDARD.
009500 01  CLOSED-MONTH-RECORD         PIC 9(06).
009600
009700 WORKING-STORAGE SECTION.
009800 01  WS-FILE-STATUSES.
009900     05  WS-STD-STATUS           PIC X(02) VALUE "00".
010000     05  WS-ACCT-STATUS          PIC X(02) VALUE "00".
010100     05  WS-TRANS-STATUS         PIC X(02) VALUE "00".
010200     05  WS-RPT-STATUS           PIC X(02) VALUE "00".
010300     05  WS-PARM-STATUS          PIC X(02) VALUE "00".
010400     05  WS-CLOSEDMO-STATUS      PIC X(02) VALUE "00".
010500
010600 01  WS-PROGRAM-SWITCHES.
010700     05  WS-RUN-OK-SWITCH        PIC X(01) VALUE "N".
010800         88  WS-RUN-OK                     VALUE "Y".
010900         88  WS-RUN-NOT-OK                 VALUE "N".
011000     05  WS-STD-EOF-SWITCH       PIC X(01) VALUE "N".
011100         88  WS-STD-AT-EOF                 VALUE "Y".
011200     05  WS-HEADER-SWITCH        PIC X(01) VALUE "N".
011300         88  WS-HEADER-WRITTEN             VALUE "Y".
011400         88  WS-HEADER-NOT-WRITTEN         VALUE "N".
011500     05  WS-CTL-FOUND-SWITCH     PIC X(01) VALUE "N".
011600         88  WS-CTL-FOUND                  VALUE "Y".
011700         88  WS-CTL-NOT-FOUND              VALUE "N".
011800
011900 01  WS-COUNTERS.
012000     05  WS-ENTRIES-READ         PIC 9(07) COMP VALUE ZERO.
012100     05  WS-ENTRIES-GENERATED    PIC 9(07) COMP VALUE ZERO.
012200     05  WS-ENTRIES-ALREADY      PIC 9(07) COMP VALUE ZERO.
012300     05  WS-ENTRIES-REFUSED      PIC 9(07) COMP VALUE ZERO.
012400     05  WS-ENTRIES-NOT-DUE      PIC 9(07) COMP VALUE ZERO.
012500
012600 01  WS-BATCH-HASH-TOTAL         PIC S9(13)V99 VALUE ZERO.
012700
012800 01  WS-GEN-PERIOD               PIC 9(06) VALUE ZERO.
012900 01  WS-GEN-PERIOD-SPLIT REDEFINES WS-GEN-PERIOD.
013000     05  WS-GEN-CC               PIC 9(02).
013100     05  WS-GEN-YY               PIC 9(02).
013200     05  WS-GEN-MM               PIC 9(02).
013300 01  WS-GEN-PERIOD-YEAR REDEFINES WS-GEN-PERIOD.
013400     05  WS-GEN-YYYY             PIC 9(04).
013500     05  FILLER                  PIC 9(02).
013600 01  WS-GEN-DEPARTMENT           PIC X(04) VALUE "GENL".
013700 01  WS-LAST-CLOSED-MONTH        PIC 9(06) VALUE ZERO.
013800
013900 01  WS-START-PERIOD             PIC 9(06) VALUE ZERO.
014000 01  WS-START-PERIOD-SPLIT REDEFINES WS-START-PERIOD.
014100     05  WS-START-YYYY           PIC 9(04).
014200     05  WS-START-MM             PIC 9(02).
014300 01  WS-MONTHS-SINCE-START       PIC S9(05) COMP VALUE ZERO.
014400 01  WS-FREQ-MONTHS              PIC 9(02) COMP VALUE ZERO.
014500 01  WS-FREQ-REM                 PIC 9(02) COMP VALUE ZERO.
014600 01  WS-MONTH-END-DAY            PIC 9(02) VALUE ZERO.
014700 01  WS-LEAP-REM                 PIC 9(04) VALUE ZERO.
014800
014900 01  WS-BUSINESS-DATE.
015000     05  WS-BUS-PERIOD           PIC 9(06).
015100     05  WS-BUS-DD               PIC 9(02).
015200 01  WS-EFF-DATE.
015300     05  WS-EFF-PERIOD           PIC 9(06).
015400     05  WS-EFF-DD               PIC 9(02).
015500
015600 01  WS-BATCH-ID.
015700     05  WS-BID-PREFIX           PIC X(01) VALUE "S".
015800     05  WS-BID-YY               PIC 9(02).
015900     05  WS-BID-MM               PIC 9(02).
016000     05  WS-BID-RUN              PIC X(01).
016100 01  WS-RUN-NUMBER               PIC 9(02) VALUE ZERO.
016200 01  WS-RUN-LETTER-TABLE         PIC X(26) VALUE
016300     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
016400 01  WS-RUN-LETTERS REDEFINES WS-RUN-LETTER-TABLE.
016500     05  WS-RUN-LETTER OCCURS 26 TIMES PIC X(01).
016600
016700 01  WS-RUN-DATE-EDIT            PIC 9(08).
016800 01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE-EDIT.
016900     05  WS-RUN-YYYYMM           PIC 9(06).
017000     05  WS-RUN-DD               PIC 9(02).
017100
017200 01  WS-RPT-HEADING-1            PIC X(80) VALUE
017300     "PLUSNUMBER STANDING JOURNAL ENTRY GENERATION".
017400 01  WS-RPT-HEADING-2.
017500     05  FILLER                  PIC X(07) VALUE "PERIOD ".
017600     05  WS-HDR-PERIOD           PIC 9(06).
017700     05  FILLER                  PIC X(08) VALUE "  BATCH ".
017800     05  WS-HDR-BATCH-ID         PIC X(06).
017900     05  FILLER                  PIC X(07) VALUE "  DEPT ".
018000     05  WS-HDR-DEPARTMENT       PIC X(04).
018100     05  FILLER                  PIC X(17) VALUE
018200         "  BUSINESS DATE ".
018300     05  WS-HDR-BUS-DATE         PIC 9(08).
018400     05  FILLER                  PIC X(17) VALUE SPACES.
018500 01  WS-RPT-HEADING-3            PIC X(80) VALUE
018600     "ENTRY  ACCT  OP    AMOUNT 1     AMOUNT 2 EFF DATE REMARKS".
018700 01  WS-RPT-DETAIL-LINE.
018800     05  WS-RPT-ENTRY-ID         PIC X(06).
018900     05  FILLER                  PIC X(01) VALUE SPACES.
019000     05  WS-RPT-ACCOUNT          PIC X(04).
019100     05  FILLER                  PIC X(02) VALUE SPACES.
019200     05  WS-RPT-OP-CODE          PIC X(01).
019300     05  FILLER                  PIC X(02) VALUE SPACES.
019400     05  WS-RPT-NUM1             PIC -(7)9.99.
019500     05  FILLER                  PIC X(02) VALUE SPACES.
019600     05  WS-RPT-NUM2             PIC -(7)9.99.
019700     05  FILLER                  PIC X(01) VALUE SPACES.
019800     05  WS-RPT-EFF-DATE         PIC X(08).
019900     05  FILLER                  PIC X(01) VALUE SPACES.
020000     05  WS-RPT-REMARK           PIC X(28).
020100     05  FILLER                  PIC X(02) VALUE SPACES.
020200 01  WS-RPT-COUNT-LINE.
020300     05  WS-RPT-CNT-LABEL        PIC X(30).
020400     05  WS-RPT-CNT-VALUE        PIC ZZZZZZ9.
020500     05  FILLER                  PIC X(43) VALUE SPACES.
020600 01  WS-RPT-HASH-LINE.
020700     05  FILLER                  PIC X(30) VALUE
020800         "BATCH HASH TOTAL".
020900     05  WS-RPT-HASH             PIC -(13)9.99.
021000     05  FILLER                  PIC X(33) VALUE SPACES.
021100 01  WS-RPT-TEXT-LINE            PIC X(80).
021200 01  WS-RPT-BLANK-LINE           PIC X(80) VALUE SPACES.
021300
021400 PROCEDURE DIVISION.
021500 0000-MAINLINE.
021600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021700     IF WS-RUN-OK
021800         PERFORM 5000-GENERATE-ENTRIES THRU 5000-EXIT
021900         PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT
022000         PERFORM 9000-TERMINATE THRU 9000-EXIT
022100     END-IF.
022200     STOP RUN.
022300
022400 1000-INITIALIZE.
022500     SET WS-RUN-NOT-OK TO TRUE.
022600     ACCEPT WS-RUN-DATE-EDIT FROM DATE YYYYMMDD.
022700     PERFORM 2000-READ-STJ-PARM THRU 2000-EXIT.
022800     IF WS-RUN-NOT-OK
022900         GO TO 1000-EXIT
023000     END-IF.
023100     SET WS-RUN-NOT-OK TO TRUE.
023200     PERFORM 1200-READ-CLOSED-MONTH THRU 1200-EXIT.
023300     IF WS-GEN-PERIOD NOT > WS-LAST-CLOSED-MONTH
023400         DISPLAY "*** PERIOD " WS-GEN-PERIOD " IS CLOSED - "
023500             "NOTHING GENERATED ***"
023600         GO TO 1000-EXIT
023700     END-IF.
023800     OPEN I-O STD-ENTRY-FILE.
023900     IF WS-STD-STATUS NOT = "00"
024000         DISPLAY "*** UNABLE TO OPEN STANDING ENTRY MASTER - "
024100             "STATUS " WS-STD-STATUS " - NOTHING GENERATED ***"
024200         GO TO 1000-EXIT
024300     END-IF.
024400     OPEN INPUT ACCT-MASTER-FILE.
024500     IF WS-ACCT-STATUS NOT = "00"
024600         DISPLAY "*** CHART OF ACCOUNTS NOT AVAILABLE - "
024700             "STATUS " WS-ACCT-STATUS " - NOTHING GENERATED ***"
024800         CLOSE STD-ENTRY-FILE
024900         GO TO 1000-EXIT
025000     END-IF.
025100     PERFORM 1300-ASSIGN-BATCH-ID THRU 1300-EXIT.
025200     IF WS-RUN-NOT-OK
025300         CLOSE STD-ENTRY-FILE
025400         CLOSE ACCT-MASTER-FILE
025500         GO TO 1000-EXIT
025600     END-IF.
025700     SET WS-RUN-NOT-OK TO TRUE.
025800     OPEN EXTEND TRANS-FILE.
025900     IF WS-TRANS-STATUS NOT = "00"
026000         OPEN OUTPUT TRANS-FILE
026100     END-IF.
026200     IF WS-TRANS-STATUS NOT = "00"
026300         DISPLAY "*** UNABLE TO OPEN STDTRAN - STATUS "
026400             WS-TRANS-STATUS " - NOTHING GENERATED ***"
026500         CLOSE STD-ENTRY-FILE
026600         CLOSE ACCT-MASTER-FILE
026700         GO TO 1000-EXIT
026800     END-IF.
026900     OPEN OUTPUT STJ-RPT-FILE.
027000     IF WS-RPT-STATUS NOT = "00"
027100         DISPLAY "*** UNABLE TO OPEN STJRPT - STATUS "
027200             WS-RPT-STATUS " - NOTHING GENERATED ***"
027300         CLOSE STD-ENTRY-FILE
027400         CLOSE ACCT-MASTER-FILE
027500         CLOSE TRANS-FILE
027600         GO TO 1000-EXIT
027700     END-IF.
027800     MOVE WS-GEN-PERIOD TO WS-BUS-PERIOD.
027900     PERFORM 7510-SET-MONTH-END-DAY THRU 7510-EXIT.
028000     MOVE WS-MONTH-END-DAY TO WS-BUS-DD.
028100     WRITE STJ-RPT-RECORD FROM WS-RPT-HEADING-1.
028200     MOVE WS-GEN-PERIOD     TO WS-HDR-PERIOD.
028300     MOVE WS-BATCH-ID       TO WS-HDR-BATCH-ID.
028400     MOVE WS-GEN-DEPARTMENT TO WS-HDR-DEPARTMENT.
028500     MOVE WS-BUSINESS-DATE  TO WS-HDR-BUS-DATE.
028600     WRITE STJ-RPT-RECORD FROM WS-RPT-HEADING-2.
028700     WRITE STJ-RPT-RECORD FROM WS-RPT-BLANK-LINE.
028800     WRITE STJ-RPT-RECORD FROM WS-RPT-HEADING-3.
028900     SET WS-RUN-OK TO TRUE.
029000 1000-EXIT.
029100     EXIT.
029200
029300 1200-READ-CLOSED-MONTH.
029400     MOVE ZERO TO WS-LAST-CLOSED-MONTH.
029500     OPEN INPUT CLOSED-MONTH-FILE.
029600     IF WS-CLOSEDMO-STATUS = "00"
029700         READ CLOSED-MONTH-FILE
029800             AT END CONTINUE
029900             NOT AT END
030000                 IF CLOSED-MONTH-RECORD IS NUMERIC
030100                     MOVE CLOSED-MONTH-RECORD
030200                         TO WS-LAST-CLOSED-MONTH
030300                 END-IF
030400         END-READ
030500         CLOSE CLOSED-MONTH-FILE
030600     END-IF.
030700 1200-EXIT.
030800     EXIT.
030900
031000 1300-ASSIGN-BATCH-ID.
031100     SET WS-CTL-NOT-FOUND TO TRUE.
031200     MOVE 1 TO WS-RUN-NUMBER.
031300     MOVE "******" TO STD-ENT-ID.
031400     READ STD-ENTRY-FILE
031500         INVALID KEY
031600             CONTINUE
031700         NOT INVALID KEY
031800             SET WS-CTL-FOUND TO TRUE
031900             IF STD-CTL-LAST-PERIOD = WS-GEN-PERIOD
032000                 COMPUTE WS-RUN-NUMBER = STD-CTL-LAST-RUN + 1
032100             END-IF
032200     END-READ.
032300     IF WS-RUN-NUMBER > 26
032400         DISPLAY "*** 26 STANDING ENTRY BATCHES ALREADY BUILT "
032500             "FOR " WS-GEN-PERIOD " - NOTHING GENERATED ***"
032600         SET WS-RUN-NOT-OK TO TRUE
032700         GO TO 1300-EXIT
032800     END-IF.
032900     MOVE WS-GEN-YY TO WS-BID-YY.
033000     MOVE WS-GEN-MM TO WS-BID-MM.
033100     MOVE WS-RUN-LETTER(WS-RUN-NUMBER) TO WS-BID-RUN.
033200     SET WS-RUN-OK TO TRUE.
033300 1300-EXIT.
033400     EXIT.
033500
033600 2000-READ-STJ-PARM.
033700     SET WS-RUN-OK TO TRUE.
033800     MOVE WS-RUN-YYYYMM TO WS-GEN-PERIOD.
033900     OPEN INPUT STJ-PARM-FILE.
034000     IF WS-PARM-STATUS NOT = "00"
034100         DISPLAY "NO STJPARM CARD - BUILDING THE CURRENT MONTH"
034200         GO TO 2000-EXIT
034300     END-IF.
034400     READ STJ-PARM-FILE
034500         AT END
034600             DISPLAY "STJPARM CARD EMPTY - BUILDING THE "
034700                 "CURRENT MONTH"
034800         NOT AT END
034900             PERFORM 2100-EDIT-STJ-PARM THRU 2100-EXIT
035000     END-READ.
035100     CLOSE STJ-PARM-FILE.
035200 2000-EXIT.
035300     EXIT.
035400
035500 2100-EDIT-STJ-PARM.
035600     IF STJ-PARM-PERIOD NOT = SPACES
035700         IF STJ-PARM-PERIOD IS NOT NUMERIC
035800             DISPLAY "*** STJPARM PERIOD NOT NUMERIC - "
035900                 "NOTHING GENERATED ***"
036000             SET WS-RUN-NOT-OK TO TRUE
036100             GO TO 2100-EXIT
036200         END-IF
036300         MOVE STJ-PARM-PERIOD TO WS-GEN-PERIOD
036400     END-IF.
036500     IF WS-GEN-MM < 01 OR WS-GEN-MM > 12
036600         DISPLAY "*** STJPARM PERIOD MONTH INVALID - "
036700             "NOTHING GENERATED ***"
036800         SET WS-RUN-NOT-OK TO TRUE
036900         GO TO 2100-EXIT
037000     END-IF.
037100     IF STJ-PARM-DEPARTMENT NOT = SPACES
037200         MOVE STJ-PARM-DEPARTMENT TO WS-GEN-DEPARTMENT
037300     END-IF.
037400     DISPLAY "STANDING ENTRIES FOR " WS-GEN-PERIOD
037500         " DEPARTMENT " WS-GEN-DEPARTMENT.
037600 2100-EXIT.
037700     EXIT.
037800
037900 5000-GENERATE-ENTRIES.
038000     MOVE LOW-VALUES TO STD-ENT-ID.
038100     START STD-ENTRY-FILE KEY IS NOT LESS THAN STD-ENT-KEY
038200         INVALID KEY SET WS-STD-AT-EOF TO TRUE
038300     END-START.
038400     PERFORM 5100-GENERATE-ONE-ENTRY THRU 5100-EXIT
038500         UNTIL WS-STD-AT-EOF.
038600     IF WS-HEADER-WRITTEN
038700         PERFORM 5600-WRITE-TRAILER THRU 5600-EXIT
038800         PERFORM 5700-SAVE-CONTROL-RECORD THRU 5700-EXIT
038900     END-IF.
039000 5000-EXIT.
039100     EXIT.
039200
039300 5100-GENERATE-ONE-ENTRY.
039400     READ STD-ENTRY-FILE NEXT RECORD
039500         AT END SET WS-STD-AT-EOF TO TRUE
039600     END-READ.
039700     IF WS-STD-AT-EOF OR STD-ENT-ID = "******"
039800         GO TO 5100-EXIT
039900     END-IF.
040000     ADD 1 TO WS-ENTRIES-READ.
040100     PERFORM 5200-CHECK-ENTRY-DUE THRU 5200-EXIT.
040200     IF WS-FREQ-REM NOT = ZERO
040300         ADD 1 TO WS-ENTRIES-NOT-DUE
040400         GO TO 5100-EXIT
040500     END-IF.
040600     MOVE SPACES TO WS-RPT-EFF-DATE.
040700     IF STD-ENT-LAST-GEN NOT < WS-GEN-PERIOD
040800         ADD 1 TO WS-ENTRIES-ALREADY
040900         MOVE SPACES TO WS-RPT-REMARK
041000         STRING "ALREADY IN BATCH " DELIMITED BY SIZE
041100             STD-ENT-LAST-BATCH DELIMITED BY SIZE
041200             INTO WS-RPT-REMARK
041300         PERFORM 5800-PRINT-ENTRY-LINE THRU 5800-EXIT
041400         GO TO 5100-EXIT
041500     END-IF.
041600     MOVE STD-ENT-ACCOUNT TO ACCT-MST-CODE.
041700     READ ACCT-MASTER-FILE
041800         INVALID KEY
041900             ADD 1 TO WS-ENTRIES-REFUSED
042000             MOVE "REFUSED - NOT ON ACCTMST" TO WS-RPT-REMARK
042100             PERFORM 5800-PRINT-ENTRY-LINE THRU 5800-EXIT
042200             GO TO 5100-EXIT
042300     END-READ.
042400     IF ACCT-MST-CLOSED
042500         ADD 1 TO WS-ENTRIES-REFUSED
042600         MOVE "REFUSED - ACCOUNT CLOSED" TO WS-RPT-REMARK
042700         PERFORM 5800-PRINT-ENTRY-LINE THRU 5800-EXIT
042800         GO TO 5100-EXIT
042900     END-IF.
043000     IF WS-HEADER-NOT-WRITTEN
043100         PERFORM 5400-WRITE-HEADER THRU 5400-EXIT
043200     END-IF.
043300     PERFORM 5500-WRITE-DETAIL THRU 5500-EXIT.
043400     MOVE WS-GEN-PERIOD TO STD-ENT-LAST-GEN.
043500     MOVE WS-BATCH-ID   TO STD-ENT-LAST-BATCH.
043600     REWRITE STD-ENT-RECORD.
043700     IF WS-STD-STATUS NOT = "00"
043800         DISPLAY "*** ENTRY " STD-ENT-ID " NOT STAMPED - "
043900             "STATUS " WS-STD-STATUS " - CHECK BEFORE A RERUN ***"
044000     END-IF.
044100     MOVE WS-EFF-DATE TO WS-RPT-EFF-DATE.
044200     MOVE "GENERATED" TO WS-RPT-REMARK.
044300     PERFORM 5800-PRINT-ENTRY-LINE THRU 5800-EXIT.
044400 5100-EXIT.
044500     EXIT.
044600
044700 5200-CHECK-ENTRY-DUE.
044800     MOVE 1 TO WS-FREQ-REM.
044900     IF STD-ENT-START-PERIOD > WS-GEN-PERIOD
045000         GO TO 5200-EXIT
045100     END-IF.
045200     IF STD-ENT-END-PERIOD NOT = ZERO
045300             AND STD-ENT-END-PERIOD < WS-GEN-PERIOD
045400         GO TO 5200-EXIT
045500     END-IF.
045600     EVALUATE TRUE
045700         WHEN STD-ENT-QUARTERLY
045800             MOVE 3 TO WS-FREQ-MONTHS
045900         WHEN STD-ENT-ANNUAL
046000             MOVE 12 TO WS-FREQ-MONTHS
046100         WHEN OTHER
046200             MOVE 1 TO WS-FREQ-MONTHS
046300     END-EVALUATE.
046400     MOVE STD-ENT-START-PERIOD TO WS-START-PERIOD.
046500     COMPUTE WS-MONTHS-SINCE-START =
046600         (WS-GEN-YYYY * 12 + WS-GEN-MM)
046700         - (WS-START-YYYY * 12 + WS-START-MM).
046800     COMPUTE WS-FREQ-REM =
046900         FUNCTION MOD(WS-MONTHS-SINCE-START WS-FREQ-MONTHS).
047000 5200-EXIT.
047100     EXIT.
047200
047300 5400-WRITE-HEADER.
047400     MOVE SPACES            TO TRANS-HEADER-RECORD.
047500     MOVE "H"               TO HDR-RECORD-TYPE.
047600     MOVE WS-BATCH-ID       TO HDR-BATCH-ID.
047700     MOVE WS-GEN-DEPARTMENT TO HDR-DEPARTMENT.
047800     MOVE WS-BUSINESS-DATE  TO HDR-BUSINESS-DATE.
047900     WRITE TRANS-HEADER-RECORD.
048000     SET WS-HEADER-WRITTEN TO TRUE.
048100 5400-EXIT.
048200     EXIT.
048300
048400 5500-WRITE-DETAIL.
048500     MOVE WS-GEN-PERIOD TO WS-EFF-PERIOD.
048600     IF STD-ENT-POST-DAY = ZERO
048700             OR STD-ENT-POST-DAY > WS-MONTH-END-DAY
048800         MOVE WS-MONTH-END-DAY TO WS-EFF-DD
048900     ELSE
049000         MOVE STD-ENT-POST-DAY TO WS-EFF-DD
049100     END-IF.
049200     MOVE SPACES          TO TRANS-RECORD.
049300     MOVE STD-ENT-NUM1    TO TRANS-NUM1.
049400     MOVE STD-ENT-NUM2    TO TRANS-NUM2.
049500     MOVE STD-ENT-OP-CODE TO TRANS-OP-CODE.
049600     MOVE STD-ENT-ACCOUNT TO TRANS-ACCOUNT.
049700     MOVE WS-EFF-DATE     TO TRANS-EFF-DATE.
049800     WRITE TRANS-RECORD.
049900     ADD 1 TO WS-ENTRIES-GENERATED.
050000     ADD STD-ENT-NUM1 TO WS-BATCH-HASH-TOTAL.
050100     ADD STD-ENT-NUM2 TO WS-BATCH-HASH-TOTAL.
050200 5500-EXIT.
050300     EXIT.
050400
050500 5600-WRITE-TRAILER.
050600     MOVE SPACES               TO TRANS-TRAILER-RECORD.
050700     MOVE "T"                  TO TRL-RECORD-TYPE.
050800     MOVE WS-ENTRIES-GENERATED TO TRL-RECORD-COUNT.
050900     MOVE WS-BATCH-HASH-TOTAL  TO TRL-HASH-TOTAL.
051000     WRITE TRANS-TRAILER-RECORD.
051100 5600-EXIT.
051200     EXIT.
051300
051400 5700-SAVE-CONTROL-RECORD.
051500     MOVE "******"      TO STD-ENT-ID.
051600     MOVE SPACES        TO STD-CTL-DATA.
051700     MOVE WS-GEN-PERIOD TO STD-CTL-LAST-PERIOD.
051800     MOVE WS-RUN-NUMBER TO STD-CTL-LAST-RUN.
051900     IF WS-CTL-FOUND
052000         REWRITE STD-ENT-RECORD
052100     ELSE
052200         WRITE STD-ENT-RECORD
052300     END-IF.
052400     IF WS-STD-STATUS NOT = "00"
052500         DISPLAY "*** STANDING ENTRY CONTROL RECORD NOT SAVED "
052600             "- STATUS " WS-STD-STATUS " ***"
052700     END-IF.
052800 5700-EXIT.
052900     EXIT.
053000
053100 5800-PRINT-ENTRY-LINE.
053200     MOVE STD-ENT-ID      TO WS-RPT-ENTRY-ID.
053300     MOVE STD-ENT-ACCOUNT TO WS-RPT-ACCOUNT.
053400     MOVE STD-ENT-OP-CODE TO WS-RPT-OP-CODE.
053500     MOVE STD-ENT-NUM1    TO WS-RPT-NUM1.
053600     MOVE STD-ENT-NUM2    TO WS-RPT-NUM2.
053700     WRITE STJ-RPT-RECORD FROM WS-RPT-DETAIL-LINE.
053800 5800-EXIT.
053900     EXIT.
054000
054100 7000-PRINT-TOTALS.
054200     WRITE STJ-RPT-RECORD FROM WS-RPT-BLANK-LINE.
054300     MOVE "ENTRIES GENERATED" TO WS-RPT-CNT-LABEL.
054400     MOVE WS-ENTRIES-GENERATED TO WS-RPT-CNT-VALUE.
054500     WRITE STJ-RPT-RECORD FROM WS-RPT-COUNT-LINE.
054600     MOVE WS-BATCH-HASH-TOTAL TO WS-RPT-HASH.
054700     WRITE STJ-RPT-RECORD FROM WS-RPT-HASH-LINE.
054800     MOVE "ALREADY GENERATED" TO WS-RPT-CNT-LABEL.
054900     MOVE WS-ENTRIES-ALREADY TO WS-RPT-CNT-VALUE.
055000     WRITE STJ-RPT-RECORD FROM WS-RPT-COUNT-LINE.
055100     MOVE "REFUSED" TO WS-RPT-CNT-LABEL.
055200     MOVE WS-ENTRIES-REFUSED TO WS-RPT-CNT-VALUE.
055300     WRITE STJ-RPT-RECORD FROM WS-RPT-COUNT-LINE.
055400     MOVE "NOT DUE THIS PERIOD" TO WS-RPT-CNT-LABEL.
055500     MOVE WS-ENTRIES-NOT-DUE TO WS-RPT-CNT-VALUE.
055600     WRITE STJ-RPT-RECORD FROM WS-RPT-COUNT-LINE.
055700     IF WS-HEADER-NOT-WRITTEN
055800         MOVE "NO ENTRIES DUE - NO BATCH WRITTEN"
055900             TO WS-RPT-TEXT-LINE
056000         WRITE STJ-RPT-RECORD FROM WS-RPT-TEXT-LINE
056100     END-IF.
056200 7000-EXIT.
056300     EXIT.
056400
056500 7510-SET-MONTH-END-DAY.
056600     EVALUATE WS-GEN-MM
056700         WHEN 01
056800         WHEN 03
056900         WHEN 05
057000         WHEN 07
057100         WHEN 08
057200         WHEN 10
057300         WHEN 12
057400             MOVE 31 TO WS-MONTH-END-DAY
057500         WHEN 04
057600         WHEN 06
057700         WHEN 09
057800         WHEN 11
057900             MOVE 30 TO WS-MONTH-END-DAY
058000         WHEN 02
058100             MOVE 28 TO WS-MONTH-END-DAY
058200             COMPUTE WS-LEAP-REM =
058300                 FUNCTION MOD(WS-GEN-YYYY 4)
058400             IF WS-LEAP-REM = ZERO
058500                 MOVE 29 TO WS-MONTH-END-DAY
058600                 COMPUTE WS-LEAP-REM =
058700                     FUNCTION MOD(WS-GEN-YYYY 100)
058800                 IF WS-LEAP-REM = ZERO
058900                     COMPUTE WS-LEAP-REM =
059000                         FUNCTION MOD(WS-GEN-YYYY 400)
059100                     IF WS-LEAP-REM NOT = ZERO
059200                         MOVE 28 TO WS-MONTH-END-DAY
059300                     END-IF
059400                 END-IF
059500             END-IF
059600     END-EVALUATE.
059700 7510-EXIT.
059800     EXIT.
059900
060000 9000-TERMINATE.
060100     CLOSE STD-ENTRY-FILE.
060200     CLOSE ACCT-MASTER-FILE.
060300     CLOSE TRANS-FILE.
060400     CLOSE STJ-RPT-FILE.
060500     DISPLAY "STANDING ENTRY GENERATION COMPLETE".
060600     IF WS-HEADER-WRITTEN
060700         DISPLAY "  BATCH ID             = " WS-BATCH-ID
060800     ELSE
060900         DISPLAY "  NO ENTRIES DUE - NO BATCH WRITTEN"
061000     END-IF.
061100     DISPLAY "  ENTRIES READ         = " WS-ENTRIES-READ.
061200     DISPLAY "  ENTRIES GENERATED    = " WS-ENTRIES-GENERATED.
061300     DISPLAY "  ALREADY GENERATED    = " WS-ENTRIES-ALREADY.
061400     DISPLAY "  ENTRIES REFUSED      = " WS-ENTRIES-REFUSED.
061500     IF WS-ENTRIES-REFUSED > ZERO
061600         DISPLAY "*** " WS-ENTRIES-REFUSED " STANDING ENTRY(S) "
061700             "REFUSED - SEE STJRPT ***"
061800     END-IF.
061900 9000-EXIT.
062000     EXIT.
062100
062200 END PROGRAM STDJRNL.
