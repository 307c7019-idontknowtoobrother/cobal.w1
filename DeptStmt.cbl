000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DEPTSTMT.
000300 AUTHOR. J B HARTLEY.
000400 INSTALLATION. GENERAL ACCOUNTING - BATCH CONTROL.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*-------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*-------------------------------------------------------------*
001000* 2026-10-15 JBH  NEW PROGRAM.  MONTHLY DEPARTMENT ACTIVITY   *
001100*                 STATEMENT.  FOR THE YYYYMM ON THE STMTPARM  *
001200*                 CARD (BLANK = PRIOR MONTH) IT PRINTS ONE    *
001300*                 SECTION PER ORIGINATING DEPARTMENT, EACH ON *
001400*                 A NEW PAGE - THE DEPARTMENT'S BATCHES FROM  *
001500*                 BATHIST WITH THEIR BALANCE OUTCOME, POSTED  *
001600*                 TOTALS BY ACCOUNT, REVERSALS AGAINST ITS    *
001700*                 POSTINGS, POSTINGS THE LEDGER REJECTED, AND *
001800*                 ITS OUTSTANDING, WRITTEN-OFF AND            *
001900*                 RESUBMITTED SUSPENSE ITEMS, THEN THE        *
002000*                 DEPARTMENT'S OWN TOTALS.  POSTINGS ARE READ *
002100*                 FROM GLPOST AND, WHEN THE MONTH HAS ALREADY *
002200*                 BEEN CLOSED AND PURGED, FROM THE GLARCHIV   *
002300*                 ARCHIVE.  A POSTING IS TIED TO ITS          *
002400*                 DEPARTMENT THROUGH ITS BATCH ID - BATHIST   *
002500*                 FIRST, THEN THE BATREG REGISTER.            *
002505* 2026-10-15 JBH  YRCLOSE YEAR-END CLOSING ENTRIES (BATCH     *
002510*                 YECLOS) BELONG TO NO DEPARTMENT AND ARE     *
002515*                 LEFT OFF THE STATEMENTS.                    *
002600*-------------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER. IBM-370.
003000 OBJECT-COMPUTER. IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT GL-POST-FILE ASSIGN TO "GLPOST"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS GL-POST-KEY
003700         FILE STATUS IS WS-GL-STATUS.
003800
003900     SELECT GL-ARCHIVE-FILE ASSIGN TO "GLARCHIV"
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-ARCH-STATUS.
004200
004300     SELECT BATCH-HIST-FILE ASSIGN TO "BATHIST"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-BATHIST-STATUS.
004600
004700     SELECT BATCH-REG-FILE ASSIGN TO "BATREG"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS BRG-KEY
005100         FILE STATUS IS WS-BATREG-STATUS.
005200
005300     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-SUSP-STATUS.
005600
005700     SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMST"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS ACCT-MST-KEY
006100         FILE STATUS IS WS-ACCT-STATUS.
006200
006300     SELECT STMT-RPT-FILE ASSIGN TO "STMTRPT"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-RPT-STATUS.
006600
006700     SELECT STMT-PARM-FILE ASSIGN TO "STMTPARM"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-PARM-STATUS.
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  GL-POST-FILE
007300     LABEL RECORDS ARE STANDARD.
007400 COPY GLPOSTRC.
007500
007600 FD  GL-ARCHIVE-FILE
007700     LABEL RECORDS ARE STANDARD.
007800 01  GL-ARCH-RECORD              PIC X(72).
007900
008000 FD  BATCH-HIST-FILE
008100     LABEL RECORDS ARE STANDARD.
008200 COPY BATHSTRC.
008300
008400 FD  BATCH-REG-FILE
008500     LABEL RECORDS ARE STANDARD.
008600 COPY BATREGRC.
008700
008800 FD  SUSPENSE-FILE
008900     LABEL RECORDS ARE STANDARD.
009000 COPY SUSPNSRC.
009100
009200 FD  ACCT-MASTER-FILE
009300     LABEL RECORDS ARE STANDARD.
009400 COPY ACCTMSTR.
009500
009600 FD  STMT-RPT-FILE
009700     LABEL RECORDS ARE STANDARD.
009800 01  STMT-RPT-RECORD             PIC X(80).
009900
010000 FD  STMT-PARM-FILE
010100     LABEL RECORDS ARE STANDARD.
010200 01  STMT-PARM-RECORD.
010300     05  STMT-PARM-MONTH         PIC X(06).
010400     05  FILLER                  PIC X(74).
010500
010600 WORKING-STORAGE SECTION.
010700 01  WS-FILE-STATUSES.
010800     05  WS-GL-STATUS            PIC X(02) VALUE "00".
010900     05  WS-ARCH-STATUS          PIC X(02) VALUE "00".
011000     05  WS-BATHIST-STATUS       PIC X(02) VALUE "00".
011100     05  WS-BATREG-STATUS        PIC X(02) VALUE "00".
011200     05  WS-SUSP-STATUS          PIC X(02) VALUE "00".
011300     05  WS-ACCT-STATUS          PIC X(02) VALUE "00".
011400     05  WS-RPT-STATUS           PIC X(02) VALUE "00".
011500     05  WS-PARM-STATUS          PIC X(02) VALUE "00".
011600
011700 01  WS-PROGRAM-SWITCHES.
011800     05  WS-RUN-OK-SWITCH        PIC X(01) VALUE "N".
011900         88  WS-RUN-OK                     VALUE "Y".
012000         88  WS-RUN-NOT-OK                 VALUE "N".
012100     05  WS-GL-EOF-SWITCH        PIC X(01) VALUE "N".
012200         88  WS-GL-AT-EOF                  VALUE "Y".
012300         88  WS-GL-NOT-AT-EOF              VALUE "N".
012400     05  WS-ARCH-EOF-SWITCH      PIC X(01) VALUE "N".
012500         88  WS-ARCH-AT-EOF                VALUE "Y".
012600         88  WS-ARCH-NOT-AT-EOF            VALUE "N".
012700     05  WS-BHS-EOF-SWITCH       PIC X(01) VALUE "N".
012800         88  WS-BHS-AT-EOF                 VALUE "Y".
012900     05  WS-SUSP-EOF-SWITCH      PIC X(01) VALUE "N".
013000         88  WS-SUSP-AT-EOF                VALUE "Y".
013100         88  WS-SUSP-NOT-AT-EOF            VALUE "N".
013200     05  WS-ARCH-AVAIL-SWITCH    PIC X(01) VALUE "N".
013300         88  WS-ARCHIVE-AVAILABLE          VALUE "Y".
013400         88  WS-ARCHIVE-NOT-AVAILABLE      VALUE "N".
013500     05  WS-BATREG-AVAIL-SWITCH  PIC X(01) VALUE "N".
013600         88  WS-BATREG-AVAILABLE           VALUE "Y".
013700         88  WS-BATREG-NOT-AVAILABLE       VALUE "N".
013800     05  WS-SUSP-AVAIL-SWITCH    PIC X(01) VALUE "N".
013900         88  WS-SUSPENSE-AVAILABLE         VALUE "Y".
014000         88  WS-SUSPENSE-NOT-AVAILABLE     VALUE "N".
014100     05  WS-DEPTS-DONE-SWITCH    PIC X(01) VALUE "N".
014200         88  WS-ALL-DEPTS-PRINTED          VALUE "Y".
014300         88  WS-DEPTS-REMAIN               VALUE "N".
014400     05  WS-ACCTS-DONE-SWITCH    PIC X(01) VALUE "N".
014500         88  WS-ALL-ACCTS-PRINTED          VALUE "Y".
014600         88  WS-ACCTS-REMAIN               VALUE "N".
014700     05  WS-FOUND-SWITCH         PIC X(01) VALUE "N".
014800         88  WS-ENTRY-FOUND                VALUE "Y".
014900         88  WS-ENTRY-NOT-FOUND            VALUE "N".
015000     05  WS-BAT-FULL-SWITCH      PIC X(01) VALUE "N".
015100         88  WS-BAT-TABLE-FULL             VALUE "Y".
015200     05  WS-LNK-FULL-SWITCH      PIC X(01) VALUE "N".
015300         88  WS-LNK-TABLE-FULL             VALUE "Y".
015400     05  WS-SCAN-MODE            PIC X(01) VALUE SPACE.
015500         88  WS-SCAN-LINKING               VALUE "L".
015600         88  WS-SCAN-TOTALS                VALUE "T".
015700         88  WS-SCAN-REVERSALS             VALUE "V".
015800         88  WS-SCAN-REJECTS               VALUE "J".
015900
016000 01  WS-COUNTERS.
016100     05  WS-BHS-READ             PIC 9(07) COMP VALUE ZERO.
016200     05  WS-POSTINGS-READ        PIC 9(09) COMP VALUE ZERO.
016300     05  WS-DEPTS-PRINTED        PIC 9(05) COMP VALUE ZERO.
016400     05  WS-LINES-LISTED         PIC 9(05) COMP VALUE ZERO.
016500
016600 01  WS-DEPT-TOTALS.
016700     05  WS-DT-BATCHES           PIC 9(05) COMP.
016800     05  WS-DT-BAT-BALANCED      PIC 9(05) COMP.
016900     05  WS-DT-BAT-OUT-OF-BAL    PIC 9(05) COMP.
017000     05  WS-DT-BAT-HELD          PIC 9(05) COMP.
017100     05  WS-DT-POSTED-COUNT      PIC 9(07) COMP.
017200     05  WS-DT-POSTED-AMOUNT     PIC S9(13)V99.
017300     05  WS-DT-REVERSED-COUNT    PIC 9(07) COMP.
017400     05  WS-DT-REVERSED-AMOUNT   PIC S9(13)V99.
017500     05  WS-DT-REJECTED-COUNT    PIC 9(07) COMP.
017600     05  WS-DT-REJECTED-AMOUNT   PIC S9(13)V99.
017700     05  WS-DT-SUSP-OUTSTANDING  PIC 9(07) COMP.
017800     05  WS-DT-SUSP-WRITTEN-OFF  PIC 9(07) COMP.
017900     05  WS-DT-SUSP-RESUBMITTED  PIC 9(07) COMP.
018000 01  WS-NET-AMOUNT               PIC S9(13)V99 VALUE ZERO.
018100
018200*-------------------------------------------------------------*
018300* THE MONTH'S BATCHES FROM BATHIST, IN THE ORDER THEY WERE    *
018400* FINISHED.  A BATCH HELD AND LATER RELEASED SHOWS TWICE.     *
018500*-------------------------------------------------------------*
018600 01  WS-BATCH-TABLE.
018700     05  WS-BAT-USED             PIC 9(04) COMP VALUE ZERO.
018800     05  WS-BAT-ENTRY OCCURS 1000 TIMES.
018900         10  WS-BAT-ID           PIC X(06).
019000         10  WS-BAT-DEPT         PIC X(04).
019100         10  WS-BAT-BUS-DATE     PIC X(08).
019200         10  WS-BAT-RUN-DATE     PIC 9(08).
019300         10  WS-BAT-OUTCOME      PIC X(01).
019400         10  WS-BAT-DETAIL-COUNT PIC 9(09).
019500         10  WS-BAT-TRL-COUNT    PIC 9(09).
019600 01  WS-BAT-SUB                  PIC 9(04) COMP.
019700
019800*-------------------------------------------------------------*
019900* BATCH ID TO DEPARTMENT LINKS - EVERY BATCH ON BATHIST UP TO *
020000* THE END OF THE MONTH, PLUS ANY BATCH LOOKED UP ON BATREG.   *
020100* A BATCH FOUND ON NEITHER IS LINKED TO DEPARTMENT "????".    *
020200*-------------------------------------------------------------*
020300 01  WS-LINK-TABLE.
020400     05  WS-LNK-USED             PIC 9(04) COMP VALUE ZERO.
020500     05  WS-LNK-ENTRY OCCURS 3000 TIMES.
020600         10  WS-LNK-BATCH-ID     PIC X(06).
020700         10  WS-LNK-DEPT         PIC X(04).
020800 01  WS-LNK-SUB                  PIC 9(04) COMP.
020900 01  WS-LNK-HIT-SUB              PIC 9(04) COMP.
021000
021100 01  WS-DEPT-TABLE.
021200     05  WS-DPT-USED             PIC 9(03) COMP VALUE ZERO.
021300     05  WS-DPT-ENTRY OCCURS 200 TIMES.
021400         10  WS-DPT-CODE         PIC X(04).
021500         10  WS-DPT-PRINTED      PIC X(01).
021600 01  WS-DPT-SUB                  PIC 9(03) COMP.
021700 01  WS-DPT-HIT-SUB              PIC 9(03) COMP.
021800
021900 01  WS-ACCT-SUM-TABLE.
022000     05  WS-SUM-USED             PIC 9(03) COMP VALUE ZERO.
022100     05  WS-SUM-ENTRY OCCURS 500 TIMES.
022200         10  WS-SUM-ACCOUNT      PIC X(04).
022300         10  WS-SUM-COUNT        PIC 9(07) COMP.
022400         10  WS-SUM-AMOUNT       PIC S9(13)V99.
022500         10  WS-SUM-PRINTED      PIC X(01).
022600 01  WS-SUM-SUB                  PIC 9(03) COMP.
022700 01  WS-SUM-HIT-SUB              PIC 9(03) COMP.
022800
022900 01  WS-LOOK-BATCH               PIC X(06) VALUE SPACES.
023000 01  WS-LOOK-DEPT                PIC X(04) VALUE SPACES.
023100 01  WS-LAST-BATCH               PIC X(06) VALUE LOW-VALUES.
023200 01  WS-LAST-DEPT                PIC X(04) VALUE SPACES.
023300 01  WS-CUR-DEPT                 PIC X(04) VALUE SPACES.
023400 01  WS-LOW-CODE                 PIC X(04) VALUE SPACES.
023500
023600 01  WS-PARM-MONTH               PIC X(06) VALUE SPACES.
023700 01  WS-STMT-PERIOD              PIC 9(06) VALUE ZERO.
023800 01  WS-PERIOD-WORK.
023900     05  WS-PERIOD-YYYY          PIC 9(04).
024000     05  WS-PERIOD-MM            PIC 9(02).
024100 01  WS-PERIOD-VALUE REDEFINES WS-PERIOD-WORK
024200                                 PIC 9(06).
024300 01  WS-MONTH-START              PIC 9(08) VALUE ZERO.
024400 01  WS-MONTH-END                PIC 9(08) VALUE ZERO.
024500 01  WS-RUN-DATE-EDIT            PIC 9(08).
024600 01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE-EDIT.
024700     05  WS-RUN-YYYY             PIC 9(04).
024800     05  WS-RUN-MM               PIC 9(02).
024900     05  WS-RUN-DD               PIC 9(02).
025000 01  WS-COUNT-EDIT               PIC Z(04)9.
025100
025200 01  WS-RPT-HEADING-1.
025300     05  FILLER                  PIC X(50) VALUE
025400         "PLUSNUMBER MONTHLY DEPARTMENT ACTIVITY STATEMENT".
025500     05  FILLER                  PIC X(21) VALUE
025600         "            RUN DATE ".
025700     05  WS-HDR-RUN-DATE         PIC 9(08).
025800     05  FILLER                  PIC X(01) VALUE SPACES.
025900 01  WS-RPT-HEADING-2.
026000     05  FILLER                  PIC X(11) VALUE "DEPARTMENT ".
026100     05  WS-HDR-DEPT             PIC X(04).
026200     05  FILLER                  PIC X(13) VALUE "   FOR PERIOD".
026300     05  FILLER                  PIC X(01) VALUE SPACES.
026400     05  WS-HDR-PERIOD           PIC 9(06).
026500     05  FILLER                  PIC X(03) VALUE SPACES.
026600     05  WS-HDR-NOTE             PIC X(42).
026700 01  WS-RPT-SECTION-LINE         PIC X(80).
026800 01  WS-RPT-BLANK-LINE           PIC X(80) VALUE SPACES.
026900 01  WS-RPT-NONE-LINE            PIC X(80) VALUE "  NONE".
027000
027100 01  WS-RPT-BAT-HEADING.
027200     05  FILLER                  PIC X(40) VALUE
027300         "  BATCH   BUS DATE  RUN DATE    DETAILS ".
027400     05  FILLER                  PIC X(40) VALUE
027500         "   TRAILER  OUTCOME".
027600 01  WS-RPT-BAT-LINE.
027700     05  FILLER                  PIC X(02) VALUE SPACES.
027800     05  WS-RPT-BAT-ID           PIC X(06).
027900     05  FILLER                  PIC X(02) VALUE SPACES.
028000     05  WS-RPT-BAT-BUS-DATE     PIC X(08).
028100     05  FILLER                  PIC X(02) VALUE SPACES.
028200     05  WS-RPT-BAT-RUN-DATE     PIC 9(08).
028300     05  FILLER                  PIC X(02) VALUE SPACES.
028400     05  WS-RPT-BAT-DETAILS      PIC Z(08)9.
028500     05  FILLER                  PIC X(02) VALUE SPACES.
028600     05  WS-RPT-BAT-TRAILER      PIC Z(08)9.
028700     05  WS-RPT-BAT-TRAILER-X REDEFINES WS-RPT-BAT-TRAILER
028800                                 PIC X(09).
028900     05  FILLER                  PIC X(02) VALUE SPACES.
029000     05  WS-RPT-BAT-OUTCOME      PIC X(26).
029100     05  FILLER                  PIC X(02) VALUE SPACES.
029200
029300 01  WS-RPT-ACCT-HEADING.
029400     05  FILLER                  PIC X(40) VALUE
029500         "  ACCT DESCRIPTION                      ".
029600     05  FILLER                  PIC X(40) VALUE
029700         "POSTINGS             AMOUNT".
029800 01  WS-RPT-ACCT-LINE.
029900     05  FILLER                  PIC X(02) VALUE SPACES.
030000     05  WS-RPT-ACCT             PIC X(04).
030100     05  FILLER                  PIC X(01) VALUE SPACES.
030200     05  WS-RPT-ACCT-DESC        PIC X(30).
030300     05  FILLER                  PIC X(03) VALUE SPACES.
030400     05  WS-RPT-ACCT-COUNT       PIC Z(07)9.
030500     05  FILLER                  PIC X(02) VALUE SPACES.
030600     05  WS-RPT-ACCT-AMOUNT      PIC -(13)9.99.
030700     05  FILLER                  PIC X(13) VALUE SPACES.
030800
030900 01  WS-RPT-POST-HEADING         PIC X(80) VALUE
031000     "  POSTED     SEQ  BATCH   ACCT         AMOUNT  REMARK".
031100 01  WS-RPT-POST-LINE.
031200     05  FILLER                  PIC X(02) VALUE SPACES.
031300     05  WS-RPT-POST-DATE        PIC 9(08).
031400     05  FILLER                  PIC X(01) VALUE SPACES.
031500     05  WS-RPT-POST-SEQ         PIC 9(05).
031600     05  FILLER                  PIC X(02) VALUE SPACES.
031700     05  WS-RPT-POST-BATCH       PIC X(06).
031800     05  FILLER                  PIC X(02) VALUE SPACES.
031900     05  WS-RPT-POST-ACCT        PIC X(04).
032000     05  FILLER                  PIC X(01) VALUE SPACES.
032100     05  WS-RPT-POST-AMOUNT      PIC -(10)9.99.
032200     05  FILLER                  PIC X(02) VALUE SPACES.
032300     05  WS-RPT-POST-REMARK      PIC X(33).
032400
032500 01  WS-RPT-SUSP-HEADING.
032600     05  FILLER                  PIC X(35) VALUE
032700         "  BATCH  SUSP DATE  RSN    RECORD  ".
032800     05  FILLER                  PIC X(45) VALUE
032900         "STATUS       ORIGINAL TRANSACTION".
033000 01  WS-RPT-SUSP-LINE.
033100     05  FILLER                  PIC X(02) VALUE SPACES.
033200     05  WS-RPT-SUSP-BATCH       PIC X(06).
033300     05  FILLER                  PIC X(02) VALUE SPACES.
033400     05  WS-RPT-SUSP-DATE        PIC 9(08).
033500     05  FILLER                  PIC X(03) VALUE SPACES.
033600     05  WS-RPT-SUSP-REASON      PIC X(02).
033700     05  FILLER                  PIC X(01) VALUE SPACES.
033800     05  WS-RPT-SUSP-RECNO       PIC Z(08)9.
033900     05  FILLER                  PIC X(02) VALUE SPACES.
034000     05  WS-RPT-SUSP-STATUS      PIC X(11).
034100     05  FILLER                  PIC X(02) VALUE SPACES.
034200     05  WS-RPT-SUSP-ORIGINAL    PIC X(32).
034300
034400 01  WS-RPT-TOTAL-LINE.
034500     05  FILLER                  PIC X(02) VALUE SPACES.
034600     05  WS-RPT-TOT-TEXT         PIC X(28).
034700     05  WS-RPT-TOT-COUNT        PIC Z(07)9.
034800     05  FILLER                  PIC X(02) VALUE SPACES.
034900     05  WS-RPT-TOT-AMOUNT       PIC -(13)9.99.
035000     05  WS-RPT-TOT-AMOUNT-X REDEFINES WS-RPT-TOT-AMOUNT
035100                                 PIC X(17).
035200     05  FILLER                  PIC X(23) VALUE SPACES.
035300
035400 PROCEDURE DIVISION.
035500 0000-MAINLINE.
035600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
035700     IF WS-RUN-OK
035800         PERFORM 2000-LOAD-BATCH-HISTORY THRU 2000-EXIT
035900         SET WS-SCAN-LINKING TO TRUE
036000         PERFORM 6000-SCAN-POSTINGS THRU 6000-EXIT
036100         PERFORM 7000-SCAN-SUSPENSE THRU 7000-EXIT
036200         PERFORM 3000-PRINT-STATEMENTS THRU 3000-EXIT
036300         PERFORM 9000-TERMINATE THRU 9000-EXIT
036400     END-IF.
036500     STOP RUN.
036600
036700 1000-INITIALIZE.
036800     SET WS-RUN-NOT-OK TO TRUE.
036900     ACCEPT WS-RUN-DATE-EDIT FROM DATE YYYYMMDD.
037000     PERFORM 1100-READ-STATEMENT-PARM THRU 1100-EXIT.
037100     IF WS-RUN-NOT-OK
037200         GO TO 1000-EXIT
037300     END-IF.
037400     SET WS-RUN-NOT-OK TO TRUE.
037500     OPEN INPUT GL-POST-FILE.
037600     IF WS-GL-STATUS NOT = "00"
037700         DISPLAY "*** GLPOST NOT AVAILABLE - STATUS "
037800             WS-GL-STATUS " - STATEMENTS NOT RUN ***"
037900         GO TO 1000-EXIT
038000     END-IF.
038100     OPEN INPUT ACCT-MASTER-FILE.
038200     IF WS-ACCT-STATUS NOT = "00"
038300         DISPLAY "*** CHART OF ACCOUNTS NOT AVAILABLE - "
038400             "STATUS " WS-ACCT-STATUS " - STATEMENTS NOT RUN ***"
038500         CLOSE GL-POST-FILE
038600         GO TO 1000-EXIT
038700     END-IF.
038800     OPEN OUTPUT STMT-RPT-FILE.
038900     IF WS-RPT-STATUS NOT = "00"
039000         DISPLAY "*** UNABLE TO OPEN STMTRPT - STATUS "
039100             WS-RPT-STATUS " - STATEMENTS NOT RUN ***"
039200         CLOSE GL-POST-FILE
039300         CLOSE ACCT-MASTER-FILE
039400         GO TO 1000-EXIT
039500     END-IF.
039600     SET WS-RUN-OK TO TRUE.
039700     OPEN INPUT BATCH-REG-FILE.
039800     IF WS-BATREG-STATUS = "00"
039900         SET WS-BATREG-AVAILABLE TO TRUE
040000     ELSE
040100         DISPLAY "*** BATREG NOT AVAILABLE - STATUS "
040200             WS-BATREG-STATUS " - BATCHES LINKED FROM BATHIST "
040300             "ONLY ***"
040400     END-IF.
040500     OPEN INPUT GL-ARCHIVE-FILE.
040600     IF WS-ARCH-STATUS = "00"
040700         SET WS-ARCHIVE-AVAILABLE TO TRUE
040800         CLOSE GL-ARCHIVE-FILE
040900     ELSE
041000         DISPLAY "NO GLARCHIV ARCHIVE SUPPLIED - GLPOST ONLY"
041100     END-IF.
041200     OPEN INPUT SUSPENSE-FILE.
041300     IF WS-SUSP-STATUS = "00"
041400         SET WS-SUSPENSE-AVAILABLE TO TRUE
041500         CLOSE SUSPENSE-FILE
041600     ELSE
041700         DISPLAY "*** SUSPENSE NOT AVAILABLE - STATUS "
041800             WS-SUSP-STATUS " - NO SUSPENSE ITEMS LISTED ***"
041900     END-IF.
042000 1000-EXIT.
042100     EXIT.
042200
042300*-------------------------------------------------------------*
042400* STMTPARM CARD - YYYYMM IN COLUMNS 1-6.  A MISSING OR BLANK  *
042500* CARD TAKES THE MONTH BEFORE THE RUN DATE, SO THE MONTH-END  *
042600* RUN NEEDS NO CARD AT ALL.                                   *
042700*-------------------------------------------------------------*
042800 1100-READ-STATEMENT-PARM.
042900     MOVE SPACES TO WS-PARM-MONTH.
043000     OPEN INPUT STMT-PARM-FILE.
043100     IF WS-PARM-STATUS = "00"
043200         READ STMT-PARM-FILE
043300             AT END
043400                 CONTINUE
043500             NOT AT END
043600                 MOVE STMT-PARM-MONTH TO WS-PARM-MONTH
043700         END-READ
043800         CLOSE STMT-PARM-FILE
043900     END-IF.
044000     IF WS-PARM-MONTH = SPACES
044100         MOVE WS-RUN-YYYY TO WS-PERIOD-YYYY
044200         MOVE WS-RUN-MM   TO WS-PERIOD-MM
044300         IF WS-PERIOD-MM = 01
044400             SUBTRACT 1 FROM WS-PERIOD-YYYY
044500             MOVE 12 TO WS-PERIOD-MM
044600         ELSE
044700             SUBTRACT 1 FROM WS-PERIOD-MM
044800         END-IF
044900     ELSE
045000         IF WS-PARM-MONTH IS NOT NUMERIC
045100             DISPLAY "*** STMTPARM MONTH NOT NUMERIC - "
045200                 "STATEMENTS NOT RUN ***"
045300             GO TO 1100-EXIT
045400         END-IF
045500         MOVE WS-PARM-MONTH TO WS-PERIOD-WORK
045600     END-IF.
045700     IF WS-PERIOD-MM < 01 OR WS-PERIOD-MM > 12
045800         DISPLAY "*** STMTPARM MONTH NOT A VALID YYYYMM - "
045900             "STATEMENTS NOT RUN ***"
046000         GO TO 1100-EXIT
046100     END-IF.
046200     MOVE WS-PERIOD-VALUE TO WS-STMT-PERIOD.
046300     COMPUTE WS-MONTH-START = WS-STMT-PERIOD * 100 + 1.
046400     COMPUTE WS-MONTH-END   = WS-STMT-PERIOD * 100 + 31.
046500     DISPLAY "DEPARTMENT STATEMENTS FOR " WS-STMT-PERIOD.
046600     SET WS-RUN-OK TO TRUE.
046700 1100-EXIT.
046800     EXIT.
046900
047000*-------------------------------------------------------------*
047100* LOAD BATHIST.  EVERY LINE UP TO THE END OF THE MONTH LINKS  *
047200* ITS BATCH ID TO ITS DEPARTMENT (SO AN OLD BATCH STILL IN    *
047300* SUSPENSE FINDS ITS OWNER); LINES FINISHED IN THE MONTH ARE  *
047400* ALSO KEPT FOR THE BATCH LISTING.                            *
047500*-------------------------------------------------------------*
047600 2000-LOAD-BATCH-HISTORY.
047700     OPEN INPUT BATCH-HIST-FILE.
047800     IF WS-BATHIST-STATUS NOT = "00"
047900         DISPLAY "*** BATHIST NOT AVAILABLE - STATUS "
048000             WS-BATHIST-STATUS " - NO BATCHES LISTED ***"
048100         GO TO 2000-EXIT
048200     END-IF.
048300     PERFORM 2100-LOAD-ONE-BATCH THRU 2100-EXIT
048400         UNTIL WS-BHS-AT-EOF.
048500     CLOSE BATCH-HIST-FILE.
048600 2000-EXIT.
048700     EXIT.
048800
048900 2100-LOAD-ONE-BATCH.
049000     READ BATCH-HIST-FILE
049100         AT END SET WS-BHS-AT-EOF TO TRUE
049200     END-READ.
049300     IF WS-BHS-AT-EOF
049400         GO TO 2100-EXIT
049500     END-IF.
049600     ADD 1 TO WS-BHS-READ.
049700     IF BHS-RUN-DATE IS NOT NUMERIC
049800             OR BHS-RUN-DATE > WS-MONTH-END
049900             OR BHS-BATCH-ID = SPACES
050000         GO TO 2100-EXIT
050100     END-IF.
050200     MOVE BHS-BATCH-ID   TO WS-LOOK-BATCH.
050300     MOVE BHS-DEPARTMENT TO WS-LOOK-DEPT.
050400     IF WS-LOOK-DEPT = SPACES
050500         MOVE "????" TO WS-LOOK-DEPT
050600     END-IF.
050700     PERFORM 6850-SET-LINK THRU 6850-EXIT.
050800     IF BHS-RUN-DATE < WS-MONTH-START
050900         GO TO 2100-EXIT
051000     END-IF.
051100     PERFORM 6900-ADD-DEPT THRU 6900-EXIT.
051200     IF WS-BAT-USED NOT < 1000
051300         IF NOT WS-BAT-TABLE-FULL
051400             DISPLAY "*** BATCH TABLE FULL - LATER BATCHES FOR "
051500                 "THE MONTH NOT LISTED ***"
051600             SET WS-BAT-TABLE-FULL TO TRUE
051700         END-IF
051800         GO TO 2100-EXIT
051900     END-IF.
052000     ADD 1 TO WS-BAT-USED.
052100     MOVE BHS-BATCH-ID      TO WS-BAT-ID(WS-BAT-USED).
052200     MOVE WS-LOOK-DEPT      TO WS-BAT-DEPT(WS-BAT-USED).
052300     MOVE BHS-BUS-DATE      TO WS-BAT-BUS-DATE(WS-BAT-USED).
052400     MOVE BHS-RUN-DATE      TO WS-BAT-RUN-DATE(WS-BAT-USED).
052500     MOVE BHS-OUTCOME       TO WS-BAT-OUTCOME(WS-BAT-USED).
052600     MOVE BHS-DETAIL-COUNT  TO WS-BAT-DETAIL-COUNT(WS-BAT-USED).
052700     MOVE BHS-TRAILER-COUNT TO WS-BAT-TRL-COUNT(WS-BAT-USED).
052800 2100-EXIT.
052900     EXIT.
053000
053100*-------------------------------------------------------------*
053200* ONE SECTION PER DEPARTMENT, IN DEPARTMENT CODE ORDER.  EACH *
053300* PASS PICKS THE LOWEST CODE NOT YET PRINTED.                 *
053400*-------------------------------------------------------------*
053500 3000-PRINT-STATEMENTS.
053600     IF WS-DPT-USED = ZERO
053700         MOVE SPACES TO WS-HDR-DEPT
053800         MOVE "NO DEPARTMENT ACTIVITY FOR THE PERIOD"
053900             TO WS-HDR-NOTE
054000         PERFORM 4000-PRINT-DEPT-HEADING THRU 4000-EXIT
054100         GO TO 3000-EXIT
054200     END-IF.
054300     SET WS-DEPTS-REMAIN TO TRUE.
054400     PERFORM 3100-PRINT-ONE-DEPT THRU 3100-EXIT
054500         UNTIL WS-ALL-DEPTS-PRINTED.
054600 3000-EXIT.
054700     EXIT.
054800
054900 3100-PRINT-ONE-DEPT.
055000     MOVE HIGH-VALUES TO WS-LOW-CODE.
055100     MOVE ZERO TO WS-DPT-HIT-SUB.
055200     PERFORM 3110-FIND-LOWEST-DEPT THRU 3110-EXIT
055300         VARYING WS-DPT-SUB FROM 1 BY 1
055400             UNTIL WS-DPT-SUB > WS-DPT-USED.
055500     IF WS-DPT-HIT-SUB = ZERO
055600         SET WS-ALL-DEPTS-PRINTED TO TRUE
055700         GO TO 3100-EXIT
055800     END-IF.
055900     MOVE "Y" TO WS-DPT-PRINTED(WS-DPT-HIT-SUB).
056000     MOVE WS-DPT-CODE(WS-DPT-HIT-SUB) TO WS-CUR-DEPT.
056100     MOVE ZERO TO WS-DT-BATCHES.
056200     MOVE ZERO TO WS-DT-BAT-BALANCED.
056300     MOVE ZERO TO WS-DT-BAT-OUT-OF-BAL.
056400     MOVE ZERO TO WS-DT-BAT-HELD.
056500     MOVE ZERO TO WS-DT-POSTED-COUNT.
056600     MOVE ZERO TO WS-DT-POSTED-AMOUNT.
056700     MOVE ZERO TO WS-DT-REVERSED-COUNT.
056800     MOVE ZERO TO WS-DT-REVERSED-AMOUNT.
056900     MOVE ZERO TO WS-DT-REJECTED-COUNT.
057000     MOVE ZERO TO WS-DT-REJECTED-AMOUNT.
057100     MOVE ZERO TO WS-DT-SUSP-OUTSTANDING.
057200     MOVE ZERO TO WS-DT-SUSP-WRITTEN-OFF.
057300     MOVE ZERO TO WS-DT-SUSP-RESUBMITTED.
057400     MOVE WS-CUR-DEPT TO WS-HDR-DEPT.
057500     IF WS-CUR-DEPT = "????"
057600         MOVE "BATCHES NOT ON BATHIST OR BATREG"
057700             TO WS-HDR-NOTE
057800     ELSE
057900         MOVE SPACES TO WS-HDR-NOTE
058000     END-IF.
058100     PERFORM 4000-PRINT-DEPT-HEADING THRU 4000-EXIT.
058200     PERFORM 4100-PRINT-BATCHES THRU 4100-EXIT.
058300     PERFORM 4200-PRINT-ACCOUNT-TOTALS THRU 4200-EXIT.
058400     PERFORM 4300-PRINT-REVERSALS THRU 4300-EXIT.
058500     PERFORM 4400-PRINT-REJECTS THRU 4400-EXIT.
058600     PERFORM 4500-PRINT-SUSPENSE THRU 4500-EXIT.
058700     PERFORM 4900-PRINT-DEPT-TOTALS THRU 4900-EXIT.
058800     ADD 1 TO WS-DEPTS-PRINTED.
058900 3100-EXIT.
059000     EXIT.
059100
059200 3110-FIND-LOWEST-DEPT.
059300     IF WS-DPT-PRINTED(WS-DPT-SUB) NOT = "Y"
059400             AND WS-DPT-CODE(WS-DPT-SUB) < WS-LOW-CODE
059500         MOVE WS-DPT-CODE(WS-DPT-SUB) TO WS-LOW-CODE
059600         MOVE WS-DPT-SUB TO WS-DPT-HIT-SUB
059700     END-IF.
059800 3110-EXIT.
059900     EXIT.
060000
060100 4000-PRINT-DEPT-HEADING.
060200     MOVE WS-RUN-DATE-EDIT TO WS-HDR-RUN-DATE.
060300     MOVE WS-STMT-PERIOD   TO WS-HDR-PERIOD.
060400     WRITE STMT-RPT-RECORD FROM WS-RPT-HEADING-1
060500         AFTER ADVANCING PAGE.
060600     WRITE STMT-RPT-RECORD FROM WS-RPT-HEADING-2.
060700 4000-EXIT.
060800     EXIT.
060900
061000 4050-PRINT-SECTION-TITLE.
061100     WRITE STMT-RPT-RECORD FROM WS-RPT-BLANK-LINE.
061200     WRITE STMT-RPT-RECORD FROM WS-RPT-SECTION-LINE.
061300     MOVE ZERO TO WS-LINES-LISTED.
061400 4050-EXIT.
061500     EXIT.
061600
061700 4100-PRINT-BATCHES.
061800     MOVE "BATCHES RECEIVED" TO WS-RPT-SECTION-LINE.
061900     PERFORM 4050-PRINT-SECTION-TITLE THRU 4050-EXIT.
062000     WRITE STMT-RPT-RECORD FROM WS-RPT-BAT-HEADING.
062100     PERFORM 4110-PRINT-ONE-BATCH THRU 4110-EXIT
062200         VARYING WS-BAT-SUB FROM 1 BY 1
062300             UNTIL WS-BAT-SUB > WS-BAT-USED.
062400     IF WS-LINES-LISTED = ZERO
062500         WRITE STMT-RPT-RECORD FROM WS-RPT-NONE-LINE
062600     END-IF.
062700 4100-EXIT.
062800     EXIT.
062900
063000 4110-PRINT-ONE-BATCH.
063100     IF WS-BAT-DEPT(WS-BAT-SUB) NOT = WS-CUR-DEPT
063200         GO TO 4110-EXIT
063300     END-IF.
063400     MOVE WS-BAT-ID(WS-BAT-SUB)       TO WS-RPT-BAT-ID.
063500     MOVE WS-BAT-BUS-DATE(WS-BAT-SUB) TO WS-RPT-BAT-BUS-DATE.
063600     MOVE WS-BAT-RUN-DATE(WS-BAT-SUB) TO WS-RPT-BAT-RUN-DATE.
063700     MOVE WS-BAT-DETAIL-COUNT(WS-BAT-SUB) TO WS-RPT-BAT-DETAILS.
063800     MOVE WS-BAT-TRL-COUNT(WS-BAT-SUB)    TO WS-RPT-BAT-TRAILER.
063900     ADD 1 TO WS-DT-BATCHES.
064000     EVALUATE WS-BAT-OUTCOME(WS-BAT-SUB)
064100         WHEN "B"
064200             MOVE "IN BALANCE" TO WS-RPT-BAT-OUTCOME
064300             ADD 1 TO WS-DT-BAT-BALANCED
064400         WHEN "H"
064500             MOVE "IN BALANCE - HASH UNPROVEN"
064600                 TO WS-RPT-BAT-OUTCOME
064700             ADD 1 TO WS-DT-BAT-BALANCED
064800         WHEN "O"
064900             MOVE "*** OUT OF BALANCE" TO WS-RPT-BAT-OUTCOME
065000             ADD 1 TO WS-DT-BAT-OUT-OF-BAL
065100         WHEN "T"
065200             MOVE "*** TRAILER UNREADABLE" TO WS-RPT-BAT-OUTCOME
065300             MOVE SPACES TO WS-RPT-BAT-TRAILER-X
065400             ADD 1 TO WS-DT-BAT-OUT-OF-BAL
065500         WHEN "N"
065600             MOVE "*** NO TRAILER" TO WS-RPT-BAT-OUTCOME
065700             MOVE SPACES TO WS-RPT-BAT-TRAILER-X
065800             ADD 1 TO WS-DT-BAT-OUT-OF-BAL
065900         WHEN "D"
066000             MOVE "*** HELD AS DUPLICATE" TO WS-RPT-BAT-OUTCOME
066100             ADD 1 TO WS-DT-BAT-HELD
066200         WHEN OTHER
066300             MOVE "UNKNOWN OUTCOME" TO WS-RPT-BAT-OUTCOME
066400     END-EVALUATE.
066500     WRITE STMT-RPT-RECORD FROM WS-RPT-BAT-LINE.
066600     ADD 1 TO WS-LINES-LISTED.
066700 4110-EXIT.
066800     EXIT.
066900
067000*-------------------------------------------------------------*
067100* POSTED TOTALS BY ACCOUNT - EVERY POSTING IN THE MONTH FROM  *
067200* ONE OF THE DEPARTMENT'S BATCHES, WHATEVER ITS DISPOSITION.  *
067300* REVERSALS AND REJECTS ARE NAMED SEPARATELY BELOW.           *
067400*-------------------------------------------------------------*
067500 4200-PRINT-ACCOUNT-TOTALS.
067600     MOVE "POSTED TOTALS BY ACCOUNT" TO WS-RPT-SECTION-LINE.
067700     PERFORM 4050-PRINT-SECTION-TITLE THRU 4050-EXIT.
067800     WRITE STMT-RPT-RECORD FROM WS-RPT-ACCT-HEADING.
067900     MOVE ZERO TO WS-SUM-USED.
068000     SET WS-SCAN-TOTALS TO TRUE.
068100     PERFORM 6000-SCAN-POSTINGS THRU 6000-EXIT.
068200     SET WS-ACCTS-REMAIN TO TRUE.
068300     PERFORM 4210-PRINT-NEXT-ACCOUNT THRU 4210-EXIT
068400         UNTIL WS-ALL-ACCTS-PRINTED.
068500     IF WS-LINES-LISTED = ZERO
068600         WRITE STMT-RPT-RECORD FROM WS-RPT-NONE-LINE
068700     END-IF.
068800 4200-EXIT.
068900     EXIT.
069000
069100 4210-PRINT-NEXT-ACCOUNT.
069200     MOVE HIGH-VALUES TO WS-LOW-CODE.
069300     MOVE ZERO TO WS-SUM-HIT-SUB.
069400     PERFORM 4220-FIND-LOWEST-ACCOUNT THRU 4220-EXIT
069500         VARYING WS-SUM-SUB FROM 1 BY 1
069600             UNTIL WS-SUM-SUB > WS-SUM-USED.
069700     IF WS-SUM-HIT-SUB = ZERO
069800         SET WS-ALL-ACCTS-PRINTED TO TRUE
069900         GO TO 4210-EXIT
070000     END-IF.
070100     MOVE "Y" TO WS-SUM-PRINTED(WS-SUM-HIT-SUB).
070200     MOVE WS-SUM-ACCOUNT(WS-SUM-HIT-SUB) TO WS-RPT-ACCT.
070300     MOVE WS-SUM-ACCOUNT(WS-SUM-HIT-SUB) TO ACCT-MST-CODE.
070400     READ ACCT-MASTER-FILE
070500         INVALID KEY
070600             MOVE "** NOT ON ACCTMST **" TO WS-RPT-ACCT-DESC
070700         NOT INVALID KEY
070800             MOVE ACCT-MST-DESC TO WS-RPT-ACCT-DESC
070900     END-READ.
071000     MOVE WS-SUM-COUNT(WS-SUM-HIT-SUB)  TO WS-RPT-ACCT-COUNT.
071100     MOVE WS-SUM-AMOUNT(WS-SUM-HIT-SUB) TO WS-RPT-ACCT-AMOUNT.
071200     WRITE STMT-RPT-RECORD FROM WS-RPT-ACCT-LINE.
071300     ADD 1 TO WS-LINES-LISTED.
071400 4210-EXIT.
071500     EXIT.
071600
071700 4220-FIND-LOWEST-ACCOUNT.
071800     IF WS-SUM-PRINTED(WS-SUM-SUB) NOT = "Y"
071900             AND WS-SUM-ACCOUNT(WS-SUM-SUB) < WS-LOW-CODE
072000         MOVE WS-SUM-ACCOUNT(WS-SUM-SUB) TO WS-LOW-CODE
072100         MOVE WS-SUM-SUB TO WS-SUM-HIT-SUB
072200     END-IF.
072300 4220-EXIT.
072400     EXIT.
072500
072600 4300-PRINT-REVERSALS.
072700     MOVE "REVERSALS AGAINST DEPARTMENT POSTINGS"
072800         TO WS-RPT-SECTION-LINE.
072900     PERFORM 4050-PRINT-SECTION-TITLE THRU 4050-EXIT.
073000     WRITE STMT-RPT-RECORD FROM WS-RPT-POST-HEADING.
073100     SET WS-SCAN-REVERSALS TO TRUE.
073200     PERFORM 6000-SCAN-POSTINGS THRU 6000-EXIT.
073300     IF WS-LINES-LISTED = ZERO
073400         WRITE STMT-RPT-RECORD FROM WS-RPT-NONE-LINE
073500     END-IF.
073600 4300-EXIT.
073700     EXIT.
073800
073900 4400-PRINT-REJECTS.
074000     MOVE "POSTINGS REJECTED BY THE LEDGER (GLACKPST)"
074100         TO WS-RPT-SECTION-LINE.
074200     PERFORM 4050-PRINT-SECTION-TITLE THRU 4050-EXIT.
074300     WRITE STMT-RPT-RECORD FROM WS-RPT-POST-HEADING.
074400     SET WS-SCAN-REJECTS TO TRUE.
074500     PERFORM 6000-SCAN-POSTINGS THRU 6000-EXIT.
074600     IF WS-LINES-LISTED = ZERO
074700         WRITE STMT-RPT-RECORD FROM WS-RPT-NONE-LINE
074800     END-IF.
074900 4400-EXIT.
075000     EXIT.
075100
075200 4500-PRINT-SUSPENSE.
075300     MOVE "SUSPENSE ITEMS" TO WS-RPT-SECTION-LINE.
075400     PERFORM 4050-PRINT-SECTION-TITLE THRU 4050-EXIT.
075500     WRITE STMT-RPT-RECORD FROM WS-RPT-SUSP-HEADING.
075600     MOVE SPACE TO WS-SCAN-MODE.
075700     PERFORM 7000-SCAN-SUSPENSE THRU 7000-EXIT.
075800     IF WS-LINES-LISTED = ZERO
075900         WRITE STMT-RPT-RECORD FROM WS-RPT-NONE-LINE
076000     END-IF.
076100 4500-EXIT.
076200     EXIT.
076300
076400 4900-PRINT-DEPT-TOTALS.
076500     MOVE SPACES TO WS-RPT-SECTION-LINE.
076600     STRING "DEPARTMENT " WS-CUR-DEPT " TOTALS"
076700         DELIMITED BY SIZE INTO WS-RPT-SECTION-LINE.
076800     PERFORM 4050-PRINT-SECTION-TITLE THRU 4050-EXIT.
076900     MOVE SPACES TO WS-RPT-TOT-AMOUNT-X.
077000     MOVE "BATCHES RECEIVED" TO WS-RPT-TOT-TEXT.
077100     MOVE WS-DT-BATCHES TO WS-RPT-TOT-COUNT.
077200     WRITE STMT-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
077300     MOVE "  IN BALANCE" TO WS-RPT-TOT-TEXT.
077400     MOVE WS-DT-BAT-BALANCED TO WS-RPT-TOT-COUNT.
077500     WRITE STMT-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
077600     MOVE "  OUT OF BALANCE" TO WS-RPT-TOT-TEXT.
077700     MOVE WS-DT-BAT-OUT-OF-BAL TO WS-RPT-TOT-COUNT.
077800     WRITE STMT-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
077900     MOVE "  HELD AS DUPLICATE" TO WS-RPT-TOT-TEXT.
078000     MOVE WS-DT-BAT-HELD TO WS-RPT-TOT-COUNT.
078100     WRITE STMT-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
078200     MOVE "POSTINGS" TO WS-RPT-TOT-TEXT.
078300     MOVE WS-DT-POSTED-COUNT  TO WS-RPT-TOT-COUNT.
078400     MOVE WS-DT-POSTED-AMOUNT TO WS-RPT-TOT-AMOUNT.
078500     WRITE STMT-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
078600     MOVE "  REVERSED" TO WS-RPT-TOT-TEXT.
078700     MOVE WS-DT-REVERSED-COUNT  TO WS-RPT-TOT-COUNT.
078800     MOVE WS-DT-REVERSED-AMOUNT TO WS-RPT-TOT-AMOUNT.
078900     WRITE STMT-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
079000     COMPUTE WS-NET-AMOUNT =
079100         WS-DT-POSTED-AMOUNT - WS-DT-REVERSED-AMOUNT.
079200     MOVE "  NET OF REVERSALS" TO WS-RPT-TOT-TEXT.
079300     SUBTRACT WS-DT-REVERSED-COUNT FROM WS-DT-POSTED-COUNT
079400         GIVING WS-RPT-TOT-COUNT.
079500     MOVE WS-NET-AMOUNT TO WS-RPT-TOT-AMOUNT.
079600     WRITE STMT-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
079700     MOVE "  REJECTED BY THE LEDGER" TO WS-RPT-TOT-TEXT.
079800     MOVE WS-DT-REJECTED-COUNT  TO WS-RPT-TOT-COUNT.
079900     MOVE WS-DT-REJECTED-AMOUNT TO WS-RPT-TOT-AMOUNT.
080000     WRITE STMT-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
080100     MOVE SPACES TO WS-RPT-TOT-AMOUNT-X.
080200     MOVE "SUSPENSE OUTSTANDING" TO WS-RPT-TOT-TEXT.
080300     MOVE WS-DT-SUSP-OUTSTANDING TO WS-RPT-TOT-COUNT.
080400     WRITE STMT-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
080500     MOVE "SUSPENSE WRITTEN OFF" TO WS-RPT-TOT-TEXT.
080600     MOVE WS-DT-SUSP-WRITTEN-OFF TO WS-RPT-TOT-COUNT.
080700     WRITE STMT-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
080800     MOVE "SUSPENSE RESUBMITTED" TO WS-RPT-TOT-TEXT.
080900     MOVE WS-DT-SUSP-RESUBMITTED TO WS-RPT-TOT-COUNT.
081000     WRITE STMT-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
081100 4900-EXIT.
081200     EXIT.
081300
081400*-------------------------------------------------------------*
081500* READ THE MONTH'S POSTINGS - GLPOST FROM THE FIRST OF THE    *
081600* MONTH, THEN THE GLARCHIV ARCHIVE WHEN ONE IS SUPPLIED - AND *
081700* HAND EACH TO 6500 FOR THE CURRENT SCAN MODE.                *
081800*-------------------------------------------------------------*
081900 6000-SCAN-POSTINGS.
082000     SET WS-GL-NOT-AT-EOF TO TRUE.
082100     MOVE WS-MONTH-START TO GL-POST-KEY-DATE.
082200     MOVE ZERO TO GL-POST-KEY-SEQ.
082300     START GL-POST-FILE KEY IS NOT LESS THAN GL-POST-KEY
082400         INVALID KEY SET WS-GL-AT-EOF TO TRUE
082500     END-START.
082600     PERFORM 6100-READ-NEXT-POSTING THRU 6100-EXIT
082700         UNTIL WS-GL-AT-EOF.
082800     IF WS-ARCHIVE-NOT-AVAILABLE
082900         GO TO 6000-EXIT
083000     END-IF.
083100     OPEN INPUT GL-ARCHIVE-FILE.
083200     IF WS-ARCH-STATUS NOT = "00"
083300         DISPLAY "*** UNABLE TO REOPEN GLARCHIV - STATUS "
083400             WS-ARCH-STATUS " ***"
083500         GO TO 6000-EXIT
083600     END-IF.
083700     SET WS-ARCH-NOT-AT-EOF TO TRUE.
083800     PERFORM 6200-READ-NEXT-ARCHIVED THRU 6200-EXIT
083900         UNTIL WS-ARCH-AT-EOF.
084000     CLOSE GL-ARCHIVE-FILE.
084100 6000-EXIT.
084200     EXIT.
084300
084400 6100-READ-NEXT-POSTING.
084500     READ GL-POST-FILE NEXT RECORD
084600         AT END SET WS-GL-AT-EOF TO TRUE
084700     END-READ.
084800     IF WS-GL-AT-EOF
084900         GO TO 6100-EXIT
085000     END-IF.
085100     IF GL-POST-KEY-DATE > WS-MONTH-END
085200         SET WS-GL-AT-EOF TO TRUE
085300         GO TO 6100-EXIT
085400     END-IF.
085500     PERFORM 6500-APPLY-POSTING THRU 6500-EXIT.
085600 6100-EXIT.
085700     EXIT.
085800
085900 6200-READ-NEXT-ARCHIVED.
086000     READ GL-ARCHIVE-FILE
086100         AT END SET WS-ARCH-AT-EOF TO TRUE
086200     END-READ.
086300     IF WS-ARCH-AT-EOF
086400         GO TO 6200-EXIT
086500     END-IF.
086600     MOVE GL-ARCH-RECORD TO GL-POST-RECORD.
086700     IF GL-POST-KEY-DATE < WS-MONTH-START
086800             OR GL-POST-KEY-DATE > WS-MONTH-END
086900         GO TO 6200-EXIT
087000     END-IF.
087100     PERFORM 6500-APPLY-POSTING THRU 6500-EXIT.
087200 6200-EXIT.
087300     EXIT.
087400
087500*-------------------------------------------------------------*
087600* ONLY POSTINGS THAT CAME IN UNDER A DEPARTMENT BATCH BELONG  *
087700* ON A STATEMENT - INTERACTIVE POSTINGS CARRY NO BATCH ID AND *
087800* GLREVRSL REVERSING ENTRIES CARRY "REVRSL" AND YRCLOSE       *
087900* YEAR-END CLOSING ENTRIES CARRY "YECLOS"; A REVERSAL IS      *
087910* SHOWN AGAINST THE ORIGINAL IT REVERSED.                     *
088000*-------------------------------------------------------------*
088100 6500-APPLY-POSTING.
088200     IF GL-POST-BATCH-ID = SPACES OR GL-POST-BATCH-ID = "REVRSL"
088205             OR GL-POST-BATCH-ID = "YECLOS"
088300         GO TO 6500-EXIT
088400     END-IF.
088500     IF WS-SCAN-LINKING
088600         ADD 1 TO WS-POSTINGS-READ
088700     END-IF.
088800     MOVE GL-POST-BATCH-ID TO WS-LOOK-BATCH.
088900     PERFORM 6800-FIND-BATCH-DEPT THRU 6800-EXIT.
089000     IF WS-SCAN-LINKING
089100         PERFORM 6900-ADD-DEPT THRU 6900-EXIT
089200         GO TO 6500-EXIT
089300     END-IF.
089400     IF WS-LOOK-DEPT NOT = WS-CUR-DEPT
089500         GO TO 6500-EXIT
089600     END-IF.
089700     EVALUATE TRUE
089800         WHEN WS-SCAN-TOTALS
089900             PERFORM 6600-ADD-TO-ACCOUNT-SUM THRU 6600-EXIT
090000         WHEN WS-SCAN-REVERSALS
090100             IF GL-POST-WAS-REVERSED
090200                 PERFORM 6700-LIST-REVERSAL THRU 6700-EXIT
090300             END-IF
090400         WHEN WS-SCAN-REJECTS
090500             IF GL-POST-DISP-REJECTED
090600                 PERFORM 6750-LIST-REJECT THRU 6750-EXIT
090700             END-IF
090800     END-EVALUATE.
090900 6500-EXIT.
091000     EXIT.
091100
091200 6600-ADD-TO-ACCOUNT-SUM.
091300     ADD 1 TO WS-DT-POSTED-COUNT.
091400     ADD GL-POST-RESULT TO WS-DT-POSTED-AMOUNT.
091500     SET WS-ENTRY-NOT-FOUND TO TRUE.
091600     MOVE ZERO TO WS-SUM-HIT-SUB.
091700     PERFORM 6610-SCAN-ACCOUNT-SUM THRU 6610-EXIT
091800         VARYING WS-SUM-SUB FROM 1 BY 1
091900             UNTIL WS-SUM-SUB > WS-SUM-USED
092000             OR WS-ENTRY-FOUND.
092100     IF WS-ENTRY-NOT-FOUND
092200         IF WS-SUM-USED < 500
092300             ADD 1 TO WS-SUM-USED
092400             MOVE WS-SUM-USED TO WS-SUM-HIT-SUB
092500             MOVE GL-POST-ACCOUNT TO
092600                 WS-SUM-ACCOUNT(WS-SUM-HIT-SUB)
092700             MOVE ZERO TO WS-SUM-COUNT(WS-SUM-HIT-SUB)
092800             MOVE ZERO TO WS-SUM-AMOUNT(WS-SUM-HIT-SUB)
092900             MOVE "N" TO WS-SUM-PRINTED(WS-SUM-HIT-SUB)
093000         ELSE
093100             DISPLAY "*** ACCOUNT SUM TABLE FULL - "
093200                 GL-POST-ACCOUNT " NOT TOTALLED FOR "
093300                 WS-CUR-DEPT " ***"
093400             GO TO 6600-EXIT
093500         END-IF
093600     END-IF.
093700     ADD 1 TO WS-SUM-COUNT(WS-SUM-HIT-SUB).
093800     ADD GL-POST-RESULT TO WS-SUM-AMOUNT(WS-SUM-HIT-SUB).
093900 6600-EXIT.
094000     EXIT.
094100
094200 6610-SCAN-ACCOUNT-SUM.
094300     IF WS-SUM-ACCOUNT(WS-SUM-SUB) = GL-POST-ACCOUNT
094400         SET WS-ENTRY-FOUND TO TRUE
094500         MOVE WS-SUM-SUB TO WS-SUM-HIT-SUB
094600     END-IF.
094700 6610-EXIT.
094800     EXIT.
094900
095000 6700-LIST-REVERSAL.
095100     MOVE GL-POST-KEY-DATE TO WS-RPT-POST-DATE.
095200     MOVE GL-POST-KEY-SEQ  TO WS-RPT-POST-SEQ.
095300     MOVE GL-POST-BATCH-ID TO WS-RPT-POST-BATCH.
095400     MOVE GL-POST-ACCOUNT  TO WS-RPT-POST-ACCT.
095500     MOVE GL-POST-RESULT   TO WS-RPT-POST-AMOUNT.
095600     MOVE SPACES TO WS-RPT-POST-REMARK.
095700     STRING "REVERSED BY " GL-POST-REV-DATE " " GL-POST-REV-SEQ
095800         DELIMITED BY SIZE INTO WS-RPT-POST-REMARK.
095900     WRITE STMT-RPT-RECORD FROM WS-RPT-POST-LINE.
096000     ADD 1 TO WS-LINES-LISTED.
096100     ADD 1 TO WS-DT-REVERSED-COUNT.
096200     ADD GL-POST-RESULT TO WS-DT-REVERSED-AMOUNT.
096300 6700-EXIT.
096400     EXIT.
096500
096600 6750-LIST-REJECT.
096700     MOVE GL-POST-KEY-DATE TO WS-RPT-POST-DATE.
096800     MOVE GL-POST-KEY-SEQ  TO WS-RPT-POST-SEQ.
096900     MOVE GL-POST-BATCH-ID TO WS-RPT-POST-BATCH.
097000     MOVE GL-POST-ACCOUNT  TO WS-RPT-POST-ACCT.
097100     MOVE GL-POST-RESULT   TO WS-RPT-POST-AMOUNT.
097200     MOVE SPACES TO WS-RPT-POST-REMARK.
097300     STRING "LEDGER REASON " GL-POST-ACK-REASON
097400         DELIMITED BY SIZE INTO WS-RPT-POST-REMARK.
097500     WRITE STMT-RPT-RECORD FROM WS-RPT-POST-LINE.
097600     ADD 1 TO WS-LINES-LISTED.
097700     ADD 1 TO WS-DT-REJECTED-COUNT.
097800     ADD GL-POST-RESULT TO WS-DT-REJECTED-AMOUNT.
097900 6750-EXIT.
098000     EXIT.
098100
098200*-------------------------------------------------------------*
098300* BATCH ID TO DEPARTMENT.  THE LAST ANSWER IS KEPT SINCE A    *
098400* BATCH'S POSTINGS ARRIVE TOGETHER.  A BATCH NOT YET LINKED   *
098500* IS LOOKED UP ON BATREG AND THE ANSWER (OR "????") IS ADDED  *
098600* TO THE LINK TABLE SO IT IS LOOKED UP ONLY ONCE.             *
098700*-------------------------------------------------------------*
098800 6800-FIND-BATCH-DEPT.
098900     IF WS-LOOK-BATCH = WS-LAST-BATCH
099000         MOVE WS-LAST-DEPT TO WS-LOOK-DEPT
099100         GO TO 6800-EXIT
099200     END-IF.
099300     SET WS-ENTRY-NOT-FOUND TO TRUE.
099400     PERFORM 6810-SCAN-LINKS THRU 6810-EXIT
099500         VARYING WS-LNK-SUB FROM 1 BY 1
099600             UNTIL WS-LNK-SUB > WS-LNK-USED
099700             OR WS-ENTRY-FOUND.
099800     IF WS-ENTRY-FOUND
099900         MOVE WS-LNK-DEPT(WS-LNK-HIT-SUB) TO WS-LOOK-DEPT
100000     ELSE
100100         MOVE "????" TO WS-LOOK-DEPT
100200         IF WS-BATREG-AVAILABLE
100300             MOVE WS-LOOK-BATCH TO BRG-BATCH-ID
100400             READ BATCH-REG-FILE
100500                 INVALID KEY
100600                     CONTINUE
100700                 NOT INVALID KEY
100800                     IF BRG-DEPARTMENT NOT = SPACES
100900                         MOVE BRG-DEPARTMENT TO WS-LOOK-DEPT
101000                     END-IF
101100             END-READ
101200         END-IF
101300         PERFORM 6850-SET-LINK THRU 6850-EXIT
101400     END-IF.
101500     MOVE WS-LOOK-BATCH TO WS-LAST-BATCH.
101600     MOVE WS-LOOK-DEPT  TO WS-LAST-DEPT.
101700 6800-EXIT.
101800     EXIT.
101900
102000 6810-SCAN-LINKS.
102100     IF WS-LNK-BATCH-ID(WS-LNK-SUB) = WS-LOOK-BATCH
102200         SET WS-ENTRY-FOUND TO TRUE
102300         MOVE WS-LNK-SUB TO WS-LNK-HIT-SUB
102400     END-IF.
102500 6810-EXIT.
102600     EXIT.
102700
102800 6850-SET-LINK.
102900     SET WS-ENTRY-NOT-FOUND TO TRUE.
103000     PERFORM 6810-SCAN-LINKS THRU 6810-EXIT
103100         VARYING WS-LNK-SUB FROM 1 BY 1
103200             UNTIL WS-LNK-SUB > WS-LNK-USED
103300             OR WS-ENTRY-FOUND.
103400     IF WS-ENTRY-FOUND
103500         MOVE WS-LOOK-DEPT TO WS-LNK-DEPT(WS-LNK-HIT-SUB)
103600         GO TO 6850-EXIT
103700     END-IF.
103800     IF WS-LNK-USED NOT < 3000
103900         IF NOT WS-LNK-TABLE-FULL
104000             DISPLAY "*** BATCH LINK TABLE FULL - LATER BATCHES "
104100                 "LOOKED UP ON BATREG EACH TIME ***"
104200             SET WS-LNK-TABLE-FULL TO TRUE
104300         END-IF
104400         GO TO 6850-EXIT
104500     END-IF.
104600     ADD 1 TO WS-LNK-USED.
104700     MOVE WS-LOOK-BATCH TO WS-LNK-BATCH-ID(WS-LNK-USED).
104800     MOVE WS-LOOK-DEPT  TO WS-LNK-DEPT(WS-LNK-USED).
104900 6850-EXIT.
105000     EXIT.
105100
105200 6900-ADD-DEPT.
105300     SET WS-ENTRY-NOT-FOUND TO TRUE.
105400     PERFORM 6910-SCAN-DEPTS THRU 6910-EXIT
105500         VARYING WS-DPT-SUB FROM 1 BY 1
105600             UNTIL WS-DPT-SUB > WS-DPT-USED
105700             OR WS-ENTRY-FOUND.
105800     IF WS-ENTRY-FOUND
105900         GO TO 6900-EXIT
106000     END-IF.
106100     IF WS-DPT-USED NOT < 200
106200         DISPLAY "*** DEPARTMENT TABLE FULL - " WS-LOOK-DEPT
106300             " GETS NO STATEMENT ***"
106400         GO TO 6900-EXIT
106500     END-IF.
106600     ADD 1 TO WS-DPT-USED.
106700     MOVE WS-LOOK-DEPT TO WS-DPT-CODE(WS-DPT-USED).
106800     MOVE "N"          TO WS-DPT-PRINTED(WS-DPT-USED).
106900 6900-EXIT.
107000     EXIT.
107100
107200 6910-SCAN-DEPTS.
107300     IF WS-DPT-CODE(WS-DPT-SUB) = WS-LOOK-DEPT
107400         SET WS-ENTRY-FOUND TO TRUE
107500     END-IF.
107600 6910-EXIT.
107700     EXIT.
107800
107900*-------------------------------------------------------------*
108000* SUSPENSE ITEMS FROM DEPARTMENT BATCHES - EVERY ITEM STILL   *
108100* OUTSTANDING, WHATEVER ITS AGE, AND THE ITEMS SUSPENDED IN   *
108200* THE MONTH THAT HAVE SINCE BEEN WRITTEN OFF OR RESUBMITTED.  *
108300* IN LINKING MODE THE SCAN ONLY COLLECTS DEPARTMENTS.         *
108400*-------------------------------------------------------------*
108500 7000-SCAN-SUSPENSE.
108600     IF WS-SUSPENSE-NOT-AVAILABLE
108700         GO TO 7000-EXIT
108800     END-IF.
108900     OPEN INPUT SUSPENSE-FILE.
109000     IF WS-SUSP-STATUS NOT = "00"
109100         DISPLAY "*** UNABLE TO REOPEN SUSPENSE - STATUS "
109200             WS-SUSP-STATUS " ***"
109300         GO TO 7000-EXIT
109400     END-IF.
109500     SET WS-SUSP-NOT-AT-EOF TO TRUE.
109600     PERFORM 7100-APPLY-SUSPENSE-ITEM THRU 7100-EXIT
109700         UNTIL WS-SUSP-AT-EOF.
109800     CLOSE SUSPENSE-FILE.
109900 7000-EXIT.
110000     EXIT.
110100
110200 7100-APPLY-SUSPENSE-ITEM.
110300     READ SUSPENSE-FILE
110400         AT END SET WS-SUSP-AT-EOF TO TRUE
110500     END-READ.
110600     IF WS-SUSP-AT-EOF
110700         GO TO 7100-EXIT
110800     END-IF.
110900     IF SUSP-BATCH-ID = SPACES
111000         GO TO 7100-EXIT
111100     END-IF.
111200     IF NOT SUSP-OUTSTANDING
111300         IF SUSP-DATE IS NOT NUMERIC
111400                 OR SUSP-DATE < WS-MONTH-START
111500                 OR SUSP-DATE > WS-MONTH-END
111600             GO TO 7100-EXIT
111700         END-IF
111800     END-IF.
111900     MOVE SUSP-BATCH-ID TO WS-LOOK-BATCH.
112000     PERFORM 6800-FIND-BATCH-DEPT THRU 6800-EXIT.
112100     IF WS-SCAN-LINKING
112200         PERFORM 6900-ADD-DEPT THRU 6900-EXIT
112300         GO TO 7100-EXIT
112400     END-IF.
112500     IF WS-LOOK-DEPT NOT = WS-CUR-DEPT
112600         GO TO 7100-EXIT
112700     END-IF.
112800     MOVE SUSP-BATCH-ID      TO WS-RPT-SUSP-BATCH.
112900     MOVE SUSP-DATE          TO WS-RPT-SUSP-DATE.
113000     MOVE SUSP-REASON-CODE   TO WS-RPT-SUSP-REASON.
113100     MOVE SUSP-RECORD-NUMBER TO WS-RPT-SUSP-RECNO.
113200     MOVE SUSP-ORIGINAL      TO WS-RPT-SUSP-ORIGINAL.
113300     EVALUATE TRUE
113400         WHEN SUSP-OUTSTANDING
113500             MOVE "OUTSTANDING" TO WS-RPT-SUSP-STATUS
113600             ADD 1 TO WS-DT-SUSP-OUTSTANDING
113700         WHEN SUSP-WRITTEN-OFF
113800             MOVE "WRITTEN OFF" TO WS-RPT-SUSP-STATUS
113900             ADD 1 TO WS-DT-SUSP-WRITTEN-OFF
114000         WHEN SUSP-RESUBMITTED
114100             MOVE "RESUBMITTED" TO WS-RPT-SUSP-STATUS
114200             ADD 1 TO WS-DT-SUSP-RESUBMITTED
114300         WHEN OTHER
114400             MOVE "UNKNOWN" TO WS-RPT-SUSP-STATUS
114500     END-EVALUATE.
114600     WRITE STMT-RPT-RECORD FROM WS-RPT-SUSP-LINE.
114700     ADD 1 TO WS-LINES-LISTED.
114800 7100-EXIT.
114900     EXIT.
115000
115100 9000-TERMINATE.
115200     WRITE STMT-RPT-RECORD FROM WS-RPT-BLANK-LINE.
115300     MOVE WS-DEPTS-PRINTED TO WS-COUNT-EDIT.
115400     MOVE SPACES TO WS-RPT-SECTION-LINE.
115500     STRING "END OF STATEMENTS - " WS-COUNT-EDIT
115600         " DEPARTMENT(S)" DELIMITED BY SIZE
115700         INTO WS-RPT-SECTION-LINE.
115800     WRITE STMT-RPT-RECORD FROM WS-RPT-SECTION-LINE.
115900     CLOSE GL-POST-FILE.
116000     CLOSE ACCT-MASTER-FILE.
116100     CLOSE STMT-RPT-FILE.
116200     IF WS-BATREG-AVAILABLE
116300         CLOSE BATCH-REG-FILE
116400     END-IF.
116500     DISPLAY "DEPARTMENT STATEMENTS COMPLETE - " WS-DEPTS-PRINTED
116600         " DEPARTMENT(S)".
116700     DISPLAY "  BATHIST LINES READ     = " WS-BHS-READ.
116800     DISPLAY "  BATCHES IN THE PERIOD  = " WS-BAT-USED.
116900     DISPLAY "  BATCH POSTINGS READ    = " WS-POSTINGS-READ.
117000 9000-EXIT.
117100     EXIT.
117200
117300 END PROGRAM DEPTSTMT.
