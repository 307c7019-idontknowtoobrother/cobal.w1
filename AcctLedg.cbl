000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ACCTLEDG.
000300 AUTHOR. J B HARTLEY.
000400 INSTALLATION. GENERAL ACCOUNTING - BATCH CONTROL.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*-------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*-------------------------------------------------------------*
001000* 2026-10-15 JBH  NEW PROGRAM.  ACCOUNT ACTIVITY LEDGER.  FOR *
001100*                 THE ACCOUNT OR ACCOUNT RANGE AND THE DATE   *
001200*                 RANGE ON THE LDGPARM CARD IT PRINTS, ONE    *
001300*                 ACCOUNT TO A PAGE, THE OPENING BALANCE FROM *
001400*                 THE PRIOR PERIOD'S ACCTBAL RECORD, EVERY    *
001500*                 POSTING IN DATE AND SEQUENCE ORDER WITH ITS *
001600*                 BATCH, OPERATION, AMOUNT, DISPOSITION AND   *
001700*                 REVERSAL CROSS-REFERENCE AND A RUNNING      *
001800*                 BALANCE, AND A CLOSING BALANCE PROVED TO    *
001900*                 THE ACCTBAL YEAR-TO-DATE FOR THE LAST MONTH *
002000*                 OF THE RANGE.  POSTINGS ARE READ FROM       *
002100*                 GLPOST AND, FOR MONTHS GLCLOSE HAS ALREADY  *
002200*                 PURGED, FROM GLARCHIV (CONCATENATE THE      *
002300*                 DATED ARCHIVES IN THE RUN JCL); OPERATIONS  *
002400*                 COME FROM FOOTDTL AND FDARCHIV THE SAME WAY.*
002500*-------------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. IBM-370.
002900 OBJECT-COMPUTER. IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT GL-POST-FILE ASSIGN TO "GLPOST"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS GL-POST-KEY
003600         FILE STATUS IS WS-GL-STATUS.
003700
003800     SELECT GL-ARCHIVE-FILE ASSIGN TO "GLARCHIV"
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-ARCH-STATUS.
004100
004200     SELECT FOOT-DETAIL-FILE ASSIGN TO "FOOTDTL"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS FOOT-DTL-KEY
004600         FILE STATUS IS WS-FOOTDTL-STATUS.
004700
004800     SELECT FOOT-ARCHIVE-FILE ASSIGN TO "FDARCHIV"
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-FDARCH-STATUS.
005100
005200     SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMST"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS ACCT-MST-KEY
005600         FILE STATUS IS WS-ACCT-STATUS.
005700
005800     SELECT ACCT-BAL-FILE ASSIGN TO "ACCTBAL"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS ACCT-BAL-KEY
006200         FILE STATUS IS WS-BAL-STATUS.
006300
006400     SELECT CLOSED-MONTH-FILE ASSIGN TO "CLOSEDMO"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-CLOSEDMO-STATUS.
006700
006800     SELECT LDG-RPT-FILE ASSIGN TO "LDGRPT"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-RPT-STATUS.
007100
007200     SELECT LDG-PARM-FILE ASSIGN TO "LDGPARM"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-PARM-STATUS.
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  GL-POST-FILE
007800     LABEL RECORDS ARE STANDARD.
007900 COPY GLPOSTRC.
008000
008100 FD  GL-ARCHIVE-FILE
008200     LABEL RECORDS ARE STANDARD.
008300 01  GL-ARCH-RECORD              PIC X(72).
008400
008500 FD  FOOT-DETAIL-FILE
008600     LABEL RECORDS ARE STANDARD.
008700 COPY FOOTDTLR.
008800
008900 FD  FOOT-ARCHIVE-FILE
009000     LABEL RECORDS ARE STANDARD.
009100 01  FOOT-ARCH-RECORD            PIC X(53).
009200
009300 FD  ACCT-MASTER-FILE
009400     LABEL RECORDS ARE STANDARD.
009500 COPY ACCTMSTR.
009600
009700 FD  ACCT-BAL-FILE
009800     LABEL RECORDS ARE STANDARD.
009900 COPY ACCTBALR.
010000
010100 FD  CLOSED-MONTH-FILE
010200     LABEL RECORDS ARE STANDARD.
010300 01  CLOSED-MONTH-RECORD         PIC 9(06).
010400
010500 FD  LDG-RPT-FILE
010600     LABEL RECORDS ARE STANDARD.
010700 01  LDG-RPT-RECORD              PIC X(80).
010800
010900 FD  LDG-PARM-FILE
011000     LABEL RECORDS ARE STANDARD.
011100 01  LDG-PARM-RECORD.
011200     05  LDG-PARM-FROM-ACCT      PIC X(04).
011300     05  FILLER                  PIC X(01).
011400     05  LDG-PARM-TO-ACCT        PIC X(04).
011500     05  FILLER                  PIC X(01).
011600     05  LDG-PARM-FROM-DATE      PIC X(08).
011700     05  FILLER                  PIC X(01).
011800     05  LDG-PARM-TO-DATE        PIC X(08).
011900     05  FILLER                  PIC X(53).
012000
012100 WORKING-STORAGE SECTION.
012200 01  WS-FILE-STATUSES.
012300     05  WS-GL-STATUS            PIC X(02) VALUE "00".
012400     05  WS-ARCH-STATUS          PIC X(02) VALUE "00".
012500     05  WS-FOOTDTL-STATUS       PIC X(02) VALUE "00".
012600     05  WS-FDARCH-STATUS        PIC X(02) VALUE "00".
012700     05  WS-ACCT-STATUS          PIC X(02) VALUE "00".
012800     05  WS-BAL-STATUS           PIC X(02) VALUE "00".
012900     05  WS-CLOSEDMO-STATUS      PIC X(02) VALUE "00".
013000     05  WS-RPT-STATUS           PIC X(02) VALUE "00".
013100     05  WS-PARM-STATUS          PIC X(02) VALUE "00".
013200
013300 01  WS-PROGRAM-SWITCHES.
013400     05  WS-RUN-OK-SWITCH        PIC X(01) VALUE "N".
013500         88  WS-RUN-OK                     VALUE "Y".
013600         88  WS-RUN-NOT-OK                 VALUE "N".
013700     05  WS-GL-EOF-SWITCH        PIC X(01) VALUE "N".
013800         88  WS-GL-AT-EOF                  VALUE "Y".
013900         88  WS-GL-NOT-AT-EOF              VALUE "N".
014000     05  WS-ARCH-EOF-SWITCH      PIC X(01) VALUE "N".
014100         88  WS-ARCH-AT-EOF                VALUE "Y".
014200         88  WS-ARCH-NOT-AT-EOF            VALUE "N".
014300     05  WS-FDARCH-EOF-SWITCH    PIC X(01) VALUE "N".
014400         88  WS-FDARCH-AT-EOF              VALUE "Y".
014500         88  WS-FDARCH-NOT-AT-EOF          VALUE "N".
014600     05  WS-MST-EOF-SWITCH       PIC X(01) VALUE "N".
014700         88  WS-MST-AT-EOF                 VALUE "Y".
014800     05  WS-ARCH-AVAIL-SWITCH    PIC X(01) VALUE "N".
014900         88  WS-ARCHIVE-AVAILABLE          VALUE "Y".
015000         88  WS-ARCHIVE-NOT-AVAILABLE      VALUE "N".
015100     05  WS-FDARCH-AVAIL-SWITCH  PIC X(01) VALUE "N".
015200         88  WS-FD-ARCHIVE-AVAILABLE       VALUE "Y".
015300         88  WS-FD-ARCHIVE-NOT-AVAILABLE   VALUE "N".
015400     05  WS-FOOTDTL-AVAIL-SWITCH PIC X(01) VALUE "N".
015500         88  WS-FOOTDTL-AVAILABLE          VALUE "Y".
015600         88  WS-FOOTDTL-NOT-AVAILABLE      VALUE "N".
015700     05  WS-PRIOR-ROLLED-SWITCH  PIC X(01) VALUE "N".
015800         88  WS-PRIOR-WAS-ROLLED           VALUE "Y".
015900         88  WS-PRIOR-NOT-ROLLED           VALUE "N".
016000     05  WS-LAST-ROLLED-SWITCH   PIC X(01) VALUE "N".
016100         88  WS-LAST-WAS-ROLLED            VALUE "Y".
016200         88  WS-LAST-NOT-ROLLED            VALUE "N".
016300     05  WS-ACCTS-DONE-SWITCH    PIC X(01) VALUE "N".
016400         88  WS-ALL-ACCTS-PRINTED          VALUE "Y".
016500         88  WS-ACCTS-REMAIN               VALUE "N".
016600     05  WS-POSTS-DONE-SWITCH    PIC X(01) VALUE "N".
016700         88  WS-ALL-POSTS-PRINTED          VALUE "Y".
016800         88  WS-POSTS-REMAIN               VALUE "N".
016900     05  WS-FOUND-SWITCH         PIC X(01) VALUE "N".
017000         88  WS-ENTRY-FOUND                VALUE "Y".
017100         88  WS-ENTRY-NOT-FOUND            VALUE "N".
017200     05  WS-PST-FULL-SWITCH      PIC X(01) VALUE "N".
017300         88  WS-PST-TABLE-FULL             VALUE "Y".
017400     05  WS-LAC-FULL-SWITCH      PIC X(01) VALUE "N".
017500         88  WS-LAC-TABLE-FULL             VALUE "Y".
017600
017700 01  WS-COUNTERS.
017800     05  WS-LIVE-READ            PIC 9(09) COMP VALUE ZERO.
017900     05  WS-ARCHIVED-READ        PIC 9(09) COMP VALUE ZERO.
018000     05  WS-ARCHIVED-TAKEN       PIC 9(07) COMP VALUE ZERO.
018100     05  WS-ARCHIVED-DUPLICATES  PIC 9(07) COMP VALUE ZERO.
018200     05  WS-ACCOUNTS-PRINTED     PIC 9(05) COMP VALUE ZERO.
018300     05  WS-ACCOUNTS-PROVEN      PIC 9(05) COMP VALUE ZERO.
018400     05  WS-ACCOUNTS-NOT-PROVEN  PIC 9(05) COMP VALUE ZERO.
018500     05  WS-ACCOUNTS-UNROLLED    PIC 9(05) COMP VALUE ZERO.
018600     05  WS-LINES-LISTED         PIC 9(07) COMP VALUE ZERO.
018700
018800*-------------------------------------------------------------*
018900* EVERY POSTING TO AN ACCOUNT IN THE RANGE FROM THE FIRST DAY *
019000* OF THE FIRST MONTH TO THE LAST DAY OF THE LAST MONTH.  THE  *
019100* ZONE SAYS WHERE IT FALLS - B BEFORE THE FROM DATE (BROUGHT  *
019200* FORWARD INTO THE OPENING), L LISTED, A AFTER THE TO DATE    *
019300* (NEEDED ONLY TO PROVE TO THE MONTH'S ACCTBAL RECORD).       *
019400*-------------------------------------------------------------*
019500 01  WS-POSTING-TABLE.
019600     05  WS-PST-USED             PIC 9(04) COMP VALUE ZERO.
019700     05  WS-PST-ENTRY OCCURS 5000 TIMES.
019800         10  WS-PST-KEY.
019900             15  WS-PST-DATE     PIC 9(08).
020000             15  WS-PST-SEQ      PIC 9(05).
020100         10  WS-PST-ACCOUNT      PIC X(04).
020200         10  WS-PST-BATCH-ID     PIC X(06).
020300         10  WS-PST-RESULT       PIC S9(08)V99.
020400         10  WS-PST-DISPOSITION  PIC X(01).
020500         10  WS-PST-REV-FLAG     PIC X(01).
020600         10  WS-PST-REVERSED     PIC X(01).
020700         10  WS-PST-REV-DATE     PIC 9(08).
020800         10  WS-PST-REV-SEQ      PIC 9(05).
020900         10  WS-PST-OP-CODE      PIC X(01).
021000         10  WS-PST-SOURCE       PIC X(01).
021100             88  WS-PST-FROM-ARCHIVE       VALUE "A".
021200         10  WS-PST-ZONE         PIC X(01).
021300             88  WS-PST-BROUGHT-FORWARD    VALUE "B".
021400             88  WS-PST-LISTED             VALUE "L".
021500             88  WS-PST-AFTER-RANGE        VALUE "A".
021600         10  WS-PST-PRINTED      PIC X(01).
021700 01  WS-PST-SUB                  PIC 9(04) COMP.
021800 01  WS-PST-HIT-SUB              PIC 9(04) COMP.
021900
022000 01  WS-LEDGER-ACCT-TABLE.
022100     05  WS-LAC-USED             PIC 9(03) COMP VALUE ZERO.
022200     05  WS-LAC-ENTRY OCCURS 500 TIMES.
022300         10  WS-LAC-CODE         PIC X(04).
022400         10  WS-LAC-DESC         PIC X(30).
022500         10  WS-LAC-CLASS        PIC X(01).
022600         10  WS-LAC-PRINTED      PIC X(01).
022700 01  WS-LAC-SUB                  PIC 9(03) COMP.
022800 01  WS-LAC-HIT-SUB              PIC 9(03) COMP.
022900
023000 01  WS-OP-NAME-TABLE.
023100     05  FILLER                  PIC X(03) VALUE "ADD".
023200     05  FILLER                  PIC X(03) VALUE "SUB".
023300     05  FILLER                  PIC X(03) VALUE "MUL".
023400     05  FILLER                  PIC X(03) VALUE "DIV".
023500 01  WS-OP-NAMES REDEFINES WS-OP-NAME-TABLE.
023600     05  WS-OP-NAME OCCURS 4 TIMES PIC X(03).
023700 01  WS-OP-SUB                   PIC 9(01) COMP.
023800
023900 01  WS-FROM-ACCT                PIC X(04) VALUE SPACES.
024000 01  WS-TO-ACCT                  PIC X(04) VALUE SPACES.
024100 01  WS-FROM-DATE                PIC 9(08) VALUE ZERO.
024200 01  WS-FROM-SPLIT REDEFINES WS-FROM-DATE.
024300     05  WS-FROM-YYYY            PIC 9(04).
024400     05  WS-FROM-MM              PIC 9(02).
024500     05  WS-FROM-DD              PIC 9(02).
024600 01  WS-TO-DATE                  PIC 9(08) VALUE ZERO.
024700 01  WS-TO-SPLIT REDEFINES WS-TO-DATE.
024800     05  WS-TO-YYYY              PIC 9(04).
024900     05  WS-TO-MM                PIC 9(02).
025000     05  WS-TO-DD                PIC 9(02).
025100 01  WS-SCAN-START               PIC 9(08) VALUE ZERO.
025200 01  WS-SCAN-END                 PIC 9(08) VALUE ZERO.
025300 01  WS-FIRST-PERIOD             PIC 9(06) VALUE ZERO.
025400 01  WS-LAST-PERIOD              PIC 9(06) VALUE ZERO.
025500 01  WS-OPENING-PERIOD           PIC 9(06) VALUE ZERO.
025600 01  WS-LAST-CLOSED-MONTH        PIC 9(06) VALUE ZERO.
025700 01  WS-LOOK-ACCOUNT             PIC X(04) VALUE SPACES.
025800 01  WS-LOW-CODE                 PIC X(04) VALUE SPACES.
025900 01  WS-LOW-KEY                  PIC X(13) VALUE SPACES.
026000 01  WS-CUR-ACCOUNT              PIC X(04) VALUE SPACES.
026100
026200 01  WS-ACCOUNT-FIGURES.
026300     05  WS-AF-OPENING           PIC S9(13)V99.
026400     05  WS-AF-BF-COUNT          PIC 9(07) COMP.
026500     05  WS-AF-BF-AMOUNT         PIC S9(13)V99.
026600     05  WS-AF-RUNNING           PIC S9(13)V99.
026700     05  WS-AF-LISTED-COUNT      PIC 9(07) COMP.
026800     05  WS-AF-LISTED-AMOUNT     PIC S9(13)V99.
026900     05  WS-AF-CLOSING-COUNT     PIC 9(07) COMP.
027000     05  WS-AF-CLOSING-AMOUNT    PIC S9(13)V99.
027100     05  WS-AF-AFTER-COUNT       PIC 9(07) COMP.
027200     05  WS-AF-AFTER-AMOUNT      PIC S9(13)V99.
027300     05  WS-AF-ACCTBAL-YTD       PIC S9(13)V99.
027400     05  WS-AF-DIFFERENCE        PIC S9(13)V99.
027500
027600 01  WS-RUN-DATE-EDIT            PIC 9(08).
027700 01  WS-COUNT-EDIT               PIC Z(04)9.
027800 01  WS-AMOUNT-EDIT              PIC -(13)9.99.
027900
028000 01  WS-RPT-HEADING-1.
028100     05  FILLER                  PIC X(50) VALUE
028200         "PLUSNUMBER ACCOUNT ACTIVITY LEDGER".
028300     05  FILLER                  PIC X(21) VALUE
028400         "            RUN DATE ".
028500     05  WS-HDR-RUN-DATE         PIC 9(08).
028600     05  FILLER                  PIC X(01) VALUE SPACES.
028700 01  WS-RPT-HEADING-2.
028800     05  FILLER                  PIC X(08) VALUE "ACCOUNT ".
028900     05  WS-HDR-ACCOUNT          PIC X(04).
029000     05  FILLER                  PIC X(02) VALUE SPACES.
029100     05  WS-HDR-DESC             PIC X(30).
029200     05  FILLER                  PIC X(08) VALUE "  CLASS ".
029300     05  WS-HDR-CLASS            PIC X(01).
029400     05  FILLER                  PIC X(27) VALUE SPACES.
029500 01  WS-RPT-HEADING-3.
029600     05  FILLER                  PIC X(05) VALUE "FROM ".
029700     05  WS-HDR-FROM-DATE        PIC 9(08).
029800     05  FILLER                  PIC X(04) VALUE " TO ".
029900     05  WS-HDR-TO-DATE          PIC 9(08).
030000     05  FILLER                  PIC X(55) VALUE SPACES.
030100 01  WS-RPT-POST-HEADING.
030200     05  FILLER                  PIC X(40) VALUE
030300         "POSTED     SEQ BATCH  OP        AMOUNT D".
030400     05  FILLER                  PIC X(40) VALUE
030500         " RUNNING BALANCE REMARK".
030600 01  WS-RPT-POST-LINE.
030700     05  WS-RPT-POST-DATE        PIC 9(08).
030800     05  FILLER                  PIC X(01) VALUE SPACES.
030900     05  WS-RPT-POST-SEQ         PIC 9(05).
031000     05  FILLER                  PIC X(01) VALUE SPACES.
031100     05  WS-RPT-POST-BATCH       PIC X(06).
031200     05  FILLER                  PIC X(01) VALUE SPACES.
031300     05  WS-RPT-POST-OP          PIC X(03).
031400     05  WS-RPT-POST-AMOUNT      PIC -(9)9.99.
031500     05  FILLER                  PIC X(01) VALUE SPACES.
031600     05  WS-RPT-POST-DISP        PIC X(01).
031700     05  FILLER                  PIC X(01) VALUE SPACES.
031800     05  WS-RPT-POST-RUNNING     PIC -(11)9.99.
031900     05  FILLER                  PIC X(01) VALUE SPACES.
032000     05  WS-RPT-POST-REMARK      PIC X(21).
032100     05  FILLER                  PIC X(02) VALUE SPACES.
032200 01  WS-RPT-TOTAL-LINE.
032300     05  WS-RPT-TOT-TEXT         PIC X(40).
032400     05  WS-RPT-TOT-COUNT        PIC Z(06)9.
032500     05  WS-RPT-TOT-COUNT-X REDEFINES WS-RPT-TOT-COUNT
032600                                 PIC X(07).
032700     05  FILLER                  PIC X(02) VALUE SPACES.
032800     05  WS-RPT-TOT-AMOUNT       PIC -(13)9.99.
032900     05  FILLER                  PIC X(14) VALUE SPACES.
033000 01  WS-RPT-TEXT-LINE            PIC X(80).
033100 01  WS-RPT-BLANK-LINE           PIC X(80) VALUE SPACES.
033200 01  WS-RPT-NONE-LINE            PIC X(80) VALUE
033300     "  NO POSTINGS IN THE RANGE".
033400
033500 PROCEDURE DIVISION.
033600 0000-MAINLINE.
033700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
033800     IF WS-RUN-OK
033900         PERFORM 2000-LOAD-ACCOUNTS THRU 2000-EXIT
034000         PERFORM 3000-LOAD-POSTINGS THRU 3000-EXIT
034100         PERFORM 3600-LOAD-ARCHIVED-OPS THRU 3600-EXIT
034200         PERFORM 4000-PRINT-LEDGERS THRU 4000-EXIT
034300         PERFORM 9000-TERMINATE THRU 9000-EXIT
034400     END-IF.
034500     STOP RUN.
034600
034700 1000-INITIALIZE.
034800     SET WS-RUN-NOT-OK TO TRUE.
034900     ACCEPT WS-RUN-DATE-EDIT FROM DATE YYYYMMDD.
035000     PERFORM 1100-READ-LEDGER-PARM THRU 1100-EXIT.
035100     IF WS-RUN-NOT-OK
035200         GO TO 1000-EXIT
035300     END-IF.
035400     SET WS-RUN-NOT-OK TO TRUE.
035500     OPEN INPUT GL-POST-FILE.
035600     IF WS-GL-STATUS NOT = "00"
035700         DISPLAY "*** GLPOST NOT AVAILABLE - STATUS "
035800             WS-GL-STATUS " - LEDGER NOT RUN ***"
035900         GO TO 1000-EXIT
036000     END-IF.
036100     OPEN INPUT ACCT-MASTER-FILE.
036200     IF WS-ACCT-STATUS NOT = "00"
036300         DISPLAY "*** CHART OF ACCOUNTS NOT AVAILABLE - "
036400             "STATUS " WS-ACCT-STATUS " - LEDGER NOT RUN ***"
036500         CLOSE GL-POST-FILE
036600         GO TO 1000-EXIT
036700     END-IF.
036800     OPEN INPUT ACCT-BAL-FILE.
036900     IF WS-BAL-STATUS NOT = "00"
037000         DISPLAY "*** BALANCES MASTER NOT AVAILABLE - STATUS "
037100             WS-BAL-STATUS " - LEDGER NOT RUN ***"
037200         CLOSE GL-POST-FILE
037300         CLOSE ACCT-MASTER-FILE
037400         GO TO 1000-EXIT
037500     END-IF.
037600     OPEN OUTPUT LDG-RPT-FILE.
037700     IF WS-RPT-STATUS NOT = "00"
037800         DISPLAY "*** UNABLE TO OPEN LDGRPT - STATUS "
037900             WS-RPT-STATUS " - LEDGER NOT RUN ***"
038000         CLOSE GL-POST-FILE
038100         CLOSE ACCT-MASTER-FILE
038200         CLOSE ACCT-BAL-FILE
038300         GO TO 1000-EXIT
038400     END-IF.
038500     SET WS-RUN-OK TO TRUE.
038600     OPEN INPUT FOOT-DETAIL-FILE.
038700     IF WS-FOOTDTL-STATUS = "00"
038800         SET WS-FOOTDTL-AVAILABLE TO TRUE
038900     ELSE
039000         DISPLAY "*** FOOTDTL NOT AVAILABLE - STATUS "
039100             WS-FOOTDTL-STATUS " - LIVE OPERATIONS NOT SHOWN ***"
039200     END-IF.
039300     OPEN INPUT GL-ARCHIVE-FILE.
039400     IF WS-ARCH-STATUS = "00"
039500         SET WS-ARCHIVE-AVAILABLE TO TRUE
039600         CLOSE GL-ARCHIVE-FILE
039700     ELSE
039800         DISPLAY "NO GLARCHIV ARCHIVE SUPPLIED - GLPOST ONLY"
039900     END-IF.
040000     OPEN INPUT FOOT-ARCHIVE-FILE.
040100     IF WS-FDARCH-STATUS = "00"
040200         SET WS-FD-ARCHIVE-AVAILABLE TO TRUE
040300         CLOSE FOOT-ARCHIVE-FILE
040400     END-IF.
040500     PERFORM 1200-CHECK-PERIODS THRU 1200-EXIT.
040600 1000-EXIT.
040700     EXIT.
040800
040900*-------------------------------------------------------------*
041000* LDGPARM CARD - FROM ACCOUNT IN COLUMNS 1-4, TO ACCOUNT IN   *
041100* 6-9 (BLANK = THE FROM ACCOUNT ONLY), FROM DATE YYYYMMDD IN  *
041200* 11-18 AND TO DATE IN 20-27.  BOTH DATES MUST FALL IN ONE    *
041300* CALENDAR YEAR, SINCE ACCTBAL YEAR-TO-DATE RESTARTS EACH     *
041400* JANUARY.                                                    *
041500*-------------------------------------------------------------*
041600 1100-READ-LEDGER-PARM.
041700     OPEN INPUT LDG-PARM-FILE.
041800     IF WS-PARM-STATUS NOT = "00"
041900         DISPLAY "*** NO LDGPARM CONTROL CARD - "
042000             "LEDGER NOT RUN ***"
042100         GO TO 1100-EXIT
042200     END-IF.
042300     READ LDG-PARM-FILE
042400         AT END
042500             DISPLAY "*** LDGPARM CONTROL CARD EMPTY - "
042600                 "LEDGER NOT RUN ***"
042700         NOT AT END
042800             PERFORM 1150-EDIT-LEDGER-PARM THRU 1150-EXIT
042900     END-READ.
043000     CLOSE LDG-PARM-FILE.
043100 1100-EXIT.
043200     EXIT.
043300
043400 1150-EDIT-LEDGER-PARM.
043500     IF LDG-PARM-FROM-ACCT = SPACES
043600         DISPLAY "*** LDGPARM FROM ACCOUNT MISSING - "
043700             "LEDGER NOT RUN ***"
043800         GO TO 1150-EXIT
043900     END-IF.
044000     MOVE LDG-PARM-FROM-ACCT TO WS-FROM-ACCT.
044100     IF LDG-PARM-TO-ACCT = SPACES
044200         MOVE WS-FROM-ACCT TO WS-TO-ACCT
044300     ELSE
044400         MOVE LDG-PARM-TO-ACCT TO WS-TO-ACCT
044500     END-IF.
044600     IF WS-TO-ACCT < WS-FROM-ACCT
044700         DISPLAY "*** LDGPARM ACCOUNT RANGE " WS-FROM-ACCT "-"
044800             WS-TO-ACCT " IS BACKWARDS - LEDGER NOT RUN ***"
044900         GO TO 1150-EXIT
045000     END-IF.
045100     IF LDG-PARM-FROM-DATE IS NOT NUMERIC
045200             OR LDG-PARM-TO-DATE IS NOT NUMERIC
045300         DISPLAY "*** LDGPARM DATES NOT NUMERIC - "
045400             "LEDGER NOT RUN ***"
045500         GO TO 1150-EXIT
045600     END-IF.
045700     MOVE LDG-PARM-FROM-DATE TO WS-FROM-DATE.
045800     MOVE LDG-PARM-TO-DATE   TO WS-TO-DATE.
045900     IF WS-FROM-MM < 01 OR WS-FROM-MM > 12
046000             OR WS-FROM-DD < 01 OR WS-FROM-DD > 31
046100             OR WS-TO-MM < 01 OR WS-TO-MM > 12
046200             OR WS-TO-DD < 01 OR WS-TO-DD > 31
046300         DISPLAY "*** LDGPARM DATE NOT A VALID YYYYMMDD - "
046400             "LEDGER NOT RUN ***"
046500         GO TO 1150-EXIT
046600     END-IF.
046700     IF WS-TO-DATE < WS-FROM-DATE
046800         DISPLAY "*** LDGPARM DATE RANGE IS BACKWARDS - "
046900             "LEDGER NOT RUN ***"
047000         GO TO 1150-EXIT
047100     END-IF.
047200     IF WS-TO-YYYY NOT = WS-FROM-YYYY
047300         DISPLAY "*** LDGPARM DATES SPAN TWO YEARS - RUN ONE "
047400             "LEDGER PER YEAR - LEDGER NOT RUN ***"
047500         GO TO 1150-EXIT
047600     END-IF.
047700     COMPUTE WS-FIRST-PERIOD = WS-FROM-YYYY * 100 + WS-FROM-MM.
047800     COMPUTE WS-LAST-PERIOD  = WS-TO-YYYY * 100 + WS-TO-MM.
047900     COMPUTE WS-SCAN-START   = WS-FIRST-PERIOD * 100 + 1.
048000     COMPUTE WS-SCAN-END     = WS-LAST-PERIOD * 100 + 31.
048100     IF WS-FROM-MM = 01
048200         COMPUTE WS-OPENING-PERIOD = WS-FROM-YYYY * 100
048300     ELSE
048400         COMPUTE WS-OPENING-PERIOD = WS-FIRST-PERIOD - 1
048500     END-IF.
048600     DISPLAY "ACCOUNT LEDGER " WS-FROM-ACCT "-" WS-TO-ACCT
048700         " FROM " WS-FROM-DATE " TO " WS-TO-DATE.
048800     SET WS-RUN-OK TO TRUE.
048900 1150-EXIT.
049000     EXIT.
049100
049200*-------------------------------------------------------------*
049300* WAS THE MONTH BEFORE THE RANGE ROLLED (THE OPENING BALANCE) *
049400* AND THE LAST MONTH OF THE RANGE (THE PROOF)?  A JANUARY     *
049500* OPENING COMES FROM THE YRCLOSE PERIOD 00 RECORD WHEN THERE  *
049600* IS ONE, AND IS ZERO OTHERWISE, THE SAME AS BALROLL.         *
049700*-------------------------------------------------------------*
049800 1200-CHECK-PERIODS.
049900     IF WS-FROM-MM = 01
050000         SET WS-PRIOR-WAS-ROLLED TO TRUE
050100     ELSE
050200         MOVE "****" TO ACCT-BAL-ACCOUNT
050300         MOVE WS-OPENING-PERIOD TO ACCT-BAL-PERIOD
050400         READ ACCT-BAL-FILE
050500             INVALID KEY
050600                 SET WS-PRIOR-NOT-ROLLED TO TRUE
050700             NOT INVALID KEY
050800                 SET WS-PRIOR-WAS-ROLLED TO TRUE
050900         END-READ
051000     END-IF.
051100     MOVE "****" TO ACCT-BAL-ACCOUNT.
051200     MOVE WS-LAST-PERIOD TO ACCT-BAL-PERIOD.
051300     READ ACCT-BAL-FILE
051400         INVALID KEY
051500             SET WS-LAST-NOT-ROLLED TO TRUE
051600         NOT INVALID KEY
051700             SET WS-LAST-WAS-ROLLED TO TRUE
051800     END-READ.
051900     MOVE ZERO TO WS-LAST-CLOSED-MONTH.
052000     OPEN INPUT CLOSED-MONTH-FILE.
052100     IF WS-CLOSEDMO-STATUS = "00"
052200         READ CLOSED-MONTH-FILE
052300             AT END CONTINUE
052400             NOT AT END
052500                 IF CLOSED-MONTH-RECORD IS NUMERIC
052600                     MOVE CLOSED-MONTH-RECORD
052700                         TO WS-LAST-CLOSED-MONTH
052800                 END-IF
052900         END-READ
053000         CLOSE CLOSED-MONTH-FILE
053100     END-IF.
053200     IF WS-FIRST-PERIOD NOT > WS-LAST-CLOSED-MONTH
053300             AND WS-ARCHIVE-NOT-AVAILABLE
053400         DISPLAY "*** RANGE REACHES CLOSED MONTH "
053500             WS-LAST-CLOSED-MONTH " BUT NO GLARCHIV SUPPLIED ***"
053600     END-IF.
053700 1200-EXIT.
053800     EXIT.
053900
054000 2000-LOAD-ACCOUNTS.
054100     MOVE WS-FROM-ACCT TO ACCT-MST-CODE.
054200     START ACCT-MASTER-FILE KEY IS NOT LESS THAN ACCT-MST-KEY
054300         INVALID KEY SET WS-MST-AT-EOF TO TRUE
054400     END-START.
054500     PERFORM 2100-LOAD-ONE-ACCOUNT THRU 2100-EXIT
054600         UNTIL WS-MST-AT-EOF.
054700 2000-EXIT.
054800     EXIT.
054900
055000 2100-LOAD-ONE-ACCOUNT.
055100     READ ACCT-MASTER-FILE NEXT RECORD
055200         AT END SET WS-MST-AT-EOF TO TRUE
055300     END-READ.
055400     IF WS-MST-AT-EOF
055500         GO TO 2100-EXIT
055600     END-IF.
055700     IF ACCT-MST-CODE > WS-TO-ACCT
055800         SET WS-MST-AT-EOF TO TRUE
055900         GO TO 2100-EXIT
056000     END-IF.
056100     MOVE ACCT-MST-CODE TO WS-LOOK-ACCOUNT.
056200     PERFORM 2200-ADD-ACCOUNT THRU 2200-EXIT.
056300     IF WS-LAC-HIT-SUB > ZERO
056400         MOVE ACCT-MST-DESC  TO WS-LAC-DESC(WS-LAC-HIT-SUB)
056500         MOVE ACCT-MST-CLASS TO WS-LAC-CLASS(WS-LAC-HIT-SUB)
056600     END-IF.
056700 2100-EXIT.
056800     EXIT.
056900
057000*-------------------------------------------------------------*
057100* FIND OR ADD WS-LOOK-ACCOUNT.  AN ACCOUNT ADDED FROM A       *
057200* POSTING RATHER THAN FROM ACCTMST KEEPS THE NOT-ON-MASTER    *
057300* DESCRIPTION.                                                *
057400*-------------------------------------------------------------*
057500 2200-ADD-ACCOUNT.
057600     SET WS-ENTRY-NOT-FOUND TO TRUE.
057700     MOVE ZERO TO WS-LAC-HIT-SUB.
057800     PERFORM 2210-SCAN-ACCOUNTS THRU 2210-EXIT
057900         VARYING WS-LAC-SUB FROM 1 BY 1
058000             UNTIL WS-LAC-SUB > WS-LAC-USED
058100             OR WS-ENTRY-FOUND.
058200     IF WS-ENTRY-FOUND
058300         GO TO 2200-EXIT
058400     END-IF.
058500     IF WS-LAC-USED NOT < 500
058600         IF NOT WS-LAC-TABLE-FULL
058700             DISPLAY "*** ACCOUNT TABLE FULL - LATER ACCOUNTS "
058800                 "NOT PRINTED ***"
058900             SET WS-LAC-TABLE-FULL TO TRUE
059000         END-IF
059100         GO TO 2200-EXIT
059200     END-IF.
059300     ADD 1 TO WS-LAC-USED.
059400     MOVE WS-LAC-USED     TO WS-LAC-HIT-SUB.
059500     MOVE WS-LOOK-ACCOUNT TO WS-LAC-CODE(WS-LAC-HIT-SUB).
059600     MOVE "** NOT ON ACCTMST **" TO WS-LAC-DESC(WS-LAC-HIT-SUB).
059700     MOVE SPACE           TO WS-LAC-CLASS(WS-LAC-HIT-SUB).
059800     MOVE "N"             TO WS-LAC-PRINTED(WS-LAC-HIT-SUB).
059900 2200-EXIT.
060000     EXIT.
060100
060200 2210-SCAN-ACCOUNTS.
060300     IF WS-LAC-CODE(WS-LAC-SUB) = WS-LOOK-ACCOUNT
060400         SET WS-ENTRY-FOUND TO TRUE
060500         MOVE WS-LAC-SUB TO WS-LAC-HIT-SUB
060600     END-IF.
060700 2210-EXIT.
060800     EXIT.
060900
061000*-------------------------------------------------------------*
061100* LIVE POSTINGS FROM GLPOST, THEN ARCHIVED ONES FROM GLARCHIV.*
061200* AN ARCHIVED POSTING WHOSE KEY IS ALREADY IN THE TABLE (THE  *
061300* SAME ARCHIVE SUPPLIED TWICE, OR A MONTH STILL LIVE) IS      *
061400* COUNTED AND DROPPED.                                        *
061500*-------------------------------------------------------------*
061600 3000-LOAD-POSTINGS.
061700     SET WS-GL-NOT-AT-EOF TO TRUE.
061800     MOVE WS-SCAN-START TO GL-POST-KEY-DATE.
061900     MOVE ZERO TO GL-POST-KEY-SEQ.
062000     START GL-POST-FILE KEY IS NOT LESS THAN GL-POST-KEY
062100         INVALID KEY SET WS-GL-AT-EOF TO TRUE
062200     END-START.
062300     PERFORM 3100-READ-NEXT-POSTING THRU 3100-EXIT
062400         UNTIL WS-GL-AT-EOF.
062500     IF WS-ARCHIVE-NOT-AVAILABLE
062600         GO TO 3000-EXIT
062700     END-IF.
062800     OPEN INPUT GL-ARCHIVE-FILE.
062900     IF WS-ARCH-STATUS NOT = "00"
063000         DISPLAY "*** UNABLE TO REOPEN GLARCHIV - STATUS "
063100             WS-ARCH-STATUS " ***"
063200         GO TO 3000-EXIT
063300     END-IF.
063400     SET WS-ARCH-NOT-AT-EOF TO TRUE.
063500     PERFORM 3200-READ-NEXT-ARCHIVED THRU 3200-EXIT
063600         UNTIL WS-ARCH-AT-EOF.
063700     CLOSE GL-ARCHIVE-FILE.
063800 3000-EXIT.
063900     EXIT.
064000
064100 3100-READ-NEXT-POSTING.
064200     READ GL-POST-FILE NEXT RECORD
064300         AT END SET WS-GL-AT-EOF TO TRUE
064400     END-READ.
064500     IF WS-GL-AT-EOF
064600         GO TO 3100-EXIT
064700     END-IF.
064800     IF GL-POST-KEY-DATE > WS-SCAN-END
064900         SET WS-GL-AT-EOF TO TRUE
065000         GO TO 3100-EXIT
065100     END-IF.
065200     ADD 1 TO WS-LIVE-READ.
065300     IF GL-POST-ACCOUNT < WS-FROM-ACCT
065400             OR GL-POST-ACCOUNT > WS-TO-ACCT
065500         GO TO 3100-EXIT
065600     END-IF.
065700     PERFORM 3500-ADD-POSTING THRU 3500-EXIT.
065800     IF WS-PST-HIT-SUB = ZERO
065900         GO TO 3100-EXIT
066000     END-IF.
066100     MOVE "G" TO WS-PST-SOURCE(WS-PST-HIT-SUB).
066200     IF WS-FOOTDTL-AVAILABLE
066300         MOVE GL-POST-KEY-DATE TO FOOT-DTL-DATE
066400         MOVE GL-POST-KEY-SEQ  TO FOOT-DTL-SEQ
066500         READ FOOT-DETAIL-FILE
066600             INVALID KEY
066700                 CONTINUE
066800             NOT INVALID KEY
066900                 MOVE FOOT-DTL-OP-CODE
067000                     TO WS-PST-OP-CODE(WS-PST-HIT-SUB)
067100         END-READ
067200     END-IF.
067300 3100-EXIT.
067400     EXIT.
067500
067600 3200-READ-NEXT-ARCHIVED.
067700     READ GL-ARCHIVE-FILE
067800         AT END SET WS-ARCH-AT-EOF TO TRUE
067900     END-READ.
068000     IF WS-ARCH-AT-EOF
068100         GO TO 3200-EXIT
068200     END-IF.
068300     MOVE GL-ARCH-RECORD TO GL-POST-RECORD.
068400     IF GL-POST-KEY-DATE < WS-SCAN-START
068500             OR GL-POST-KEY-DATE > WS-SCAN-END
068600         GO TO 3200-EXIT
068700     END-IF.
068800     ADD 1 TO WS-ARCHIVED-READ.
068900     IF GL-POST-ACCOUNT < WS-FROM-ACCT
069000             OR GL-POST-ACCOUNT > WS-TO-ACCT
069100         GO TO 3200-EXIT
069200     END-IF.
069300     MOVE GL-POST-KEY TO WS-LOW-KEY.
069400     PERFORM 3300-FIND-POSTING-KEY THRU 3300-EXIT.
069500     IF WS-ENTRY-FOUND
069600         ADD 1 TO WS-ARCHIVED-DUPLICATES
069700         GO TO 3200-EXIT
069800     END-IF.
069900     PERFORM 3500-ADD-POSTING THRU 3500-EXIT.
070000     IF WS-PST-HIT-SUB = ZERO
070100         GO TO 3200-EXIT
070200     END-IF.
070300     MOVE "A" TO WS-PST-SOURCE(WS-PST-HIT-SUB).
070400     ADD 1 TO WS-ARCHIVED-TAKEN.
070500 3200-EXIT.
070600     EXIT.
070700
070800 3300-FIND-POSTING-KEY.
070900     SET WS-ENTRY-NOT-FOUND TO TRUE.
071000     MOVE ZERO TO WS-PST-HIT-SUB.
071100     PERFORM 3310-SCAN-POSTING-KEY THRU 3310-EXIT
071200         VARYING WS-PST-SUB FROM 1 BY 1
071300             UNTIL WS-PST-SUB > WS-PST-USED
071400             OR WS-ENTRY-FOUND.
071500 3300-EXIT.
071600     EXIT.
071700
071800 3310-SCAN-POSTING-KEY.
071900     IF WS-PST-KEY(WS-PST-SUB) = WS-LOW-KEY
072000         SET WS-ENTRY-FOUND TO TRUE
072100         MOVE WS-PST-SUB TO WS-PST-HIT-SUB
072200     END-IF.
072300 3310-EXIT.
072400     EXIT.
072500
072600 3500-ADD-POSTING.
072700     MOVE ZERO TO WS-PST-HIT-SUB.
072800     IF WS-PST-USED NOT < 5000
072900         IF NOT WS-PST-TABLE-FULL
073000             DISPLAY "*** POSTING TABLE FULL - LEDGER "
073100                 "INCOMPLETE - NARROW THE RANGE ***"
073200             SET WS-PST-TABLE-FULL TO TRUE
073300         END-IF
073400         GO TO 3500-EXIT
073500     END-IF.
073600     MOVE GL-POST-ACCOUNT TO WS-LOOK-ACCOUNT.
073700     PERFORM 2200-ADD-ACCOUNT THRU 2200-EXIT.
073800     ADD 1 TO WS-PST-USED.
073900     MOVE WS-PST-USED           TO WS-PST-HIT-SUB.
074000     MOVE GL-POST-KEY-DATE      TO WS-PST-DATE(WS-PST-HIT-SUB).
074100     MOVE GL-POST-KEY-SEQ       TO WS-PST-SEQ(WS-PST-HIT-SUB).
074200     MOVE GL-POST-ACCOUNT       TO WS-PST-ACCOUNT(WS-PST-HIT-SUB).
074300     MOVE GL-POST-BATCH-ID      TO
074400         WS-PST-BATCH-ID(WS-PST-HIT-SUB).
074500     MOVE GL-POST-RESULT        TO WS-PST-RESULT(WS-PST-HIT-SUB).
074600     MOVE GL-POST-DISPOSITION   TO
074700         WS-PST-DISPOSITION(WS-PST-HIT-SUB).
074800     MOVE GL-POST-REVERSAL-FLAG TO
074900         WS-PST-REV-FLAG(WS-PST-HIT-SUB).
075000     MOVE GL-POST-REVERSED      TO
075100         WS-PST-REVERSED(WS-PST-HIT-SUB).
075200     MOVE GL-POST-REV-DATE      TO
075300         WS-PST-REV-DATE(WS-PST-HIT-SUB).
075400     MOVE GL-POST-REV-SEQ       TO WS-PST-REV-SEQ(WS-PST-HIT-SUB).
075500     MOVE SPACE                 TO WS-PST-OP-CODE(WS-PST-HIT-SUB).
075600     MOVE "N"                   TO WS-PST-PRINTED(WS-PST-HIT-SUB).
075700     IF GL-POST-KEY-DATE < WS-FROM-DATE
075800         MOVE "B" TO WS-PST-ZONE(WS-PST-HIT-SUB)
075900     ELSE
076000         IF GL-POST-KEY-DATE > WS-TO-DATE
076100             MOVE "A" TO WS-PST-ZONE(WS-PST-HIT-SUB)
076200         ELSE
076300             MOVE "L" TO WS-PST-ZONE(WS-PST-HIT-SUB)
076400         END-IF
076500     END-IF.
076600 3500-EXIT.
076700     EXIT.
076800
076900*-------------------------------------------------------------*
077000* OPERATIONS FOR ARCHIVED POSTINGS COME FROM THE FOOTINGS     *
077100* DETAIL ARCHIVE WHEN ONE IS SUPPLIED.                        *
077200*-------------------------------------------------------------*
077300 3600-LOAD-ARCHIVED-OPS.
077400     IF WS-ARCHIVED-TAKEN = ZERO
077500         GO TO 3600-EXIT
077600     END-IF.
077700     IF WS-FD-ARCHIVE-NOT-AVAILABLE
077800         DISPLAY "NO FDARCHIV ARCHIVE SUPPLIED - ARCHIVED "
077900             "OPERATIONS NOT SHOWN"
078000         GO TO 3600-EXIT
078100     END-IF.
078200     OPEN INPUT FOOT-ARCHIVE-FILE.
078300     IF WS-FDARCH-STATUS NOT = "00"
078400         DISPLAY "*** UNABLE TO REOPEN FDARCHIV - STATUS "
078500             WS-FDARCH-STATUS " ***"
078600         GO TO 3600-EXIT
078700     END-IF.
078800     SET WS-FDARCH-NOT-AT-EOF TO TRUE.
078900     PERFORM 3700-READ-NEXT-FOOT-ARCHIVED THRU 3700-EXIT
079000         UNTIL WS-FDARCH-AT-EOF.
079100     CLOSE FOOT-ARCHIVE-FILE.
079200 3600-EXIT.
079300     EXIT.
079400
079500 3700-READ-NEXT-FOOT-ARCHIVED.
079600     READ FOOT-ARCHIVE-FILE
079700         AT END SET WS-FDARCH-AT-EOF TO TRUE
079800     END-READ.
079900     IF WS-FDARCH-AT-EOF
080000         GO TO 3700-EXIT
080100     END-IF.
080200     MOVE FOOT-ARCH-RECORD TO FOOT-DETAIL-RECORD.
080300     IF FOOT-DTL-DATE < WS-SCAN-START
080400             OR FOOT-DTL-DATE > WS-SCAN-END
080500             OR FOOT-DTL-ACCOUNT < WS-FROM-ACCT
080600             OR FOOT-DTL-ACCOUNT > WS-TO-ACCT
080700         GO TO 3700-EXIT
080800     END-IF.
080900     MOVE FOOT-DTL-KEY TO WS-LOW-KEY.
081000     PERFORM 3300-FIND-POSTING-KEY THRU 3300-EXIT.
081100     IF WS-ENTRY-FOUND
081200         IF WS-PST-FROM-ARCHIVE(WS-PST-HIT-SUB)
081300             MOVE FOOT-DTL-OP-CODE
081400                 TO WS-PST-OP-CODE(WS-PST-HIT-SUB)
081500         END-IF
081600     END-IF.
081700 3700-EXIT.
081800     EXIT.
081900
082000*-------------------------------------------------------------*
082100* ONE PAGE PER ACCOUNT, IN ACCOUNT ORDER.  EACH PASS PICKS THE*
082200* LOWEST ACCOUNT NOT YET PRINTED.                             *
082300*-------------------------------------------------------------*
082400 4000-PRINT-LEDGERS.
082500     SET WS-ACCTS-REMAIN TO TRUE.
082600     PERFORM 4100-PRINT-ONE-ACCOUNT THRU 4100-EXIT
082700         UNTIL WS-ALL-ACCTS-PRINTED.
082800     IF WS-ACCOUNTS-PRINTED = ZERO
082900         MOVE WS-RUN-DATE-EDIT TO WS-HDR-RUN-DATE
083000         WRITE LDG-RPT-RECORD FROM WS-RPT-HEADING-1
083100             AFTER ADVANCING PAGE
083200         MOVE SPACES TO WS-RPT-TEXT-LINE
083300         STRING "NO ACCOUNTS FROM " WS-FROM-ACCT " TO " WS-TO-ACCT
083400             " ON ACCTMST OR IN THE POSTINGS"
083500             DELIMITED BY SIZE INTO WS-RPT-TEXT-LINE
083600         WRITE LDG-RPT-RECORD FROM WS-RPT-TEXT-LINE
083700     END-IF.
083800 4000-EXIT.
083900     EXIT.
084000
084100 4100-PRINT-ONE-ACCOUNT.
084200     MOVE HIGH-VALUES TO WS-LOW-CODE.
084300     MOVE ZERO TO WS-LAC-HIT-SUB.
084400     PERFORM 4110-FIND-LOWEST-ACCOUNT THRU 4110-EXIT
084500         VARYING WS-LAC-SUB FROM 1 BY 1
084600             UNTIL WS-LAC-SUB > WS-LAC-USED.
084700     IF WS-LAC-HIT-SUB = ZERO
084800         SET WS-ALL-ACCTS-PRINTED TO TRUE
084900         GO TO 4100-EXIT
085000     END-IF.
085100     MOVE "Y" TO WS-LAC-PRINTED(WS-LAC-HIT-SUB).
085200     MOVE WS-LAC-CODE(WS-LAC-HIT-SUB) TO WS-CUR-ACCOUNT.
085300     MOVE ZERO TO WS-AF-OPENING.
085400     MOVE ZERO TO WS-AF-BF-COUNT.
085500     MOVE ZERO TO WS-AF-BF-AMOUNT.
085600     MOVE ZERO TO WS-AF-LISTED-COUNT.
085700     MOVE ZERO TO WS-AF-LISTED-AMOUNT.
085800     MOVE ZERO TO WS-AF-CLOSING-COUNT.
085900     MOVE ZERO TO WS-AF-CLOSING-AMOUNT.
086000     MOVE ZERO TO WS-AF-AFTER-COUNT.
086100     MOVE ZERO TO WS-AF-AFTER-AMOUNT.
086200     MOVE ZERO TO WS-AF-ACCTBAL-YTD.
086300     PERFORM 4200-PRINT-ACCOUNT-HEADING THRU 4200-EXIT.
086400     PERFORM 4300-PRINT-OPENING THRU 4300-EXIT.
086500     PERFORM 4400-PRINT-POSTINGS THRU 4400-EXIT.
086600     PERFORM 4600-PRINT-CLOSING THRU 4600-EXIT.
086700     ADD 1 TO WS-ACCOUNTS-PRINTED.
086800 4100-EXIT.
086900     EXIT.
087000
087100 4110-FIND-LOWEST-ACCOUNT.
087200     IF WS-LAC-PRINTED(WS-LAC-SUB) NOT = "Y"
087300             AND WS-LAC-CODE(WS-LAC-SUB) < WS-LOW-CODE
087400         MOVE WS-LAC-CODE(WS-LAC-SUB) TO WS-LOW-CODE
087500         MOVE WS-LAC-SUB TO WS-LAC-HIT-SUB
087600     END-IF.
087700 4110-EXIT.
087800     EXIT.
087900
088000 4200-PRINT-ACCOUNT-HEADING.
088100     MOVE WS-RUN-DATE-EDIT TO WS-HDR-RUN-DATE.
088200     WRITE LDG-RPT-RECORD FROM WS-RPT-HEADING-1
088300         AFTER ADVANCING PAGE.
088400     MOVE WS-CUR-ACCOUNT              TO WS-HDR-ACCOUNT.
088500     MOVE WS-LAC-DESC(WS-LAC-HIT-SUB)  TO WS-HDR-DESC.
088600     MOVE WS-LAC-CLASS(WS-LAC-HIT-SUB) TO WS-HDR-CLASS.
088700     WRITE LDG-RPT-RECORD FROM WS-RPT-HEADING-2.
088800     MOVE WS-FROM-DATE TO WS-HDR-FROM-DATE.
088900     MOVE WS-TO-DATE   TO WS-HDR-TO-DATE.
089000     WRITE LDG-RPT-RECORD FROM WS-RPT-HEADING-3.
089100     WRITE LDG-RPT-RECORD FROM WS-RPT-BLANK-LINE.
089200 4200-EXIT.
089300     EXIT.
089400
089500*-------------------------------------------------------------*
089600* OPENING - THE PRIOR PERIOD'S ACCTBAL YEAR-TO-DATE, PLUS ANY *
089700* POSTINGS IN THE FIRST MONTH BEFORE THE FROM DATE.           *
089800*-------------------------------------------------------------*
089900 4300-PRINT-OPENING.
090000     MOVE WS-CUR-ACCOUNT    TO ACCT-BAL-ACCOUNT.
090100     MOVE WS-OPENING-PERIOD TO ACCT-BAL-PERIOD.
090200     READ ACCT-BAL-FILE
090300         INVALID KEY
090400             MOVE ZERO TO WS-AF-OPENING
090500         NOT INVALID KEY
090600             MOVE ACCT-BAL-YTD-AMOUNT TO WS-AF-OPENING
090700     END-READ.
090800     MOVE SPACES TO WS-RPT-TOT-TEXT.
090900     STRING "OPENING BALANCE - ACCTBAL PERIOD "
091000         WS-OPENING-PERIOD DELIMITED BY SIZE INTO WS-RPT-TOT-TEXT.
091100     MOVE SPACES TO WS-RPT-TOT-COUNT-X.
091200     MOVE WS-AF-OPENING TO WS-RPT-TOT-AMOUNT.
091300     WRITE LDG-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
091400     IF WS-PRIOR-NOT-ROLLED
091500         MOVE SPACES TO WS-RPT-TEXT-LINE
091600         STRING "*** PERIOD " WS-OPENING-PERIOD " NOT ROLLED - "
091700             "OPENING BALANCE UNPROVEN ***"
091800             DELIMITED BY SIZE INTO WS-RPT-TEXT-LINE
091900         WRITE LDG-RPT-RECORD FROM WS-RPT-TEXT-LINE
092000     END-IF.
092100     PERFORM 4310-SUM-BROUGHT-FORWARD THRU 4310-EXIT
092200         VARYING WS-PST-SUB FROM 1 BY 1
092300             UNTIL WS-PST-SUB > WS-PST-USED.
092400     IF WS-AF-BF-COUNT > ZERO
092500         MOVE SPACES TO WS-RPT-TOT-TEXT
092600         STRING "POSTINGS BEFORE " WS-FROM-DATE
092700             DELIMITED BY SIZE INTO WS-RPT-TOT-TEXT
092800         MOVE WS-AF-BF-COUNT  TO WS-RPT-TOT-COUNT
092900         MOVE WS-AF-BF-AMOUNT TO WS-RPT-TOT-AMOUNT
093000         WRITE LDG-RPT-RECORD FROM WS-RPT-TOTAL-LINE
093100     END-IF.
093200     COMPUTE WS-AF-RUNNING = WS-AF-OPENING + WS-AF-BF-AMOUNT.
093300     MOVE SPACES TO WS-RPT-TOT-TEXT.
093400     STRING "BALANCE AT START OF " WS-FROM-DATE
093500         DELIMITED BY SIZE INTO WS-RPT-TOT-TEXT.
093600     MOVE SPACES TO WS-RPT-TOT-COUNT-X.
093700     MOVE WS-AF-RUNNING TO WS-RPT-TOT-AMOUNT.
093800     WRITE LDG-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
093900     WRITE LDG-RPT-RECORD FROM WS-RPT-BLANK-LINE.
094000 4300-EXIT.
094100     EXIT.
094200
094300*-------------------------------------------------------------*
094400* YRCLOSE CLOSING ENTRIES (BATCH YECLOS) ARE ALREADY IN THE   *
094500* PERIOD 00 OPENING BALANCE AND ARE NOT ROLLED BY BALROLL, SO *
094600* THEY ARE LEFT OUT OF EVERY BALANCE HERE AS WELL.            *
094700*-------------------------------------------------------------*
094800 4310-SUM-BROUGHT-FORWARD.
094900     IF WS-PST-ACCOUNT(WS-PST-SUB) NOT = WS-CUR-ACCOUNT
095000             OR WS-PST-BATCH-ID(WS-PST-SUB) = "YECLOS"
095100         GO TO 4310-EXIT
095200     END-IF.
095300     IF WS-PST-BROUGHT-FORWARD(WS-PST-SUB)
095400         ADD 1 TO WS-AF-BF-COUNT
095500         ADD WS-PST-RESULT(WS-PST-SUB) TO WS-AF-BF-AMOUNT
095600     END-IF.
095700     IF WS-PST-AFTER-RANGE(WS-PST-SUB)
095800         ADD 1 TO WS-AF-AFTER-COUNT
095900         ADD WS-PST-RESULT(WS-PST-SUB) TO WS-AF-AFTER-AMOUNT
096000     END-IF.
096100 4310-EXIT.
096200     EXIT.
096300
096400 4400-PRINT-POSTINGS.
096500     WRITE LDG-RPT-RECORD FROM WS-RPT-POST-HEADING.
096600     MOVE ZERO TO WS-LINES-LISTED.
096700     SET WS-POSTS-REMAIN TO TRUE.
096800     PERFORM 4410-PRINT-NEXT-POSTING THRU 4410-EXIT
096900         UNTIL WS-ALL-POSTS-PRINTED.
097000     IF WS-LINES-LISTED = ZERO
097100         WRITE LDG-RPT-RECORD FROM WS-RPT-NONE-LINE
097200     END-IF.
097300 4400-EXIT.
097400     EXIT.
097500
097600 4410-PRINT-NEXT-POSTING.
097700     MOVE HIGH-VALUES TO WS-LOW-KEY.
097800     MOVE ZERO TO WS-PST-HIT-SUB.
097900     PERFORM 4420-FIND-LOWEST-POSTING THRU 4420-EXIT
098000         VARYING WS-PST-SUB FROM 1 BY 1
098100             UNTIL WS-PST-SUB > WS-PST-USED.
098200     IF WS-PST-HIT-SUB = ZERO
098300         SET WS-ALL-POSTS-PRINTED TO TRUE
098400         GO TO 4410-EXIT
098500     END-IF.
098600     MOVE "Y" TO WS-PST-PRINTED(WS-PST-HIT-SUB).
098700     MOVE WS-PST-DATE(WS-PST-HIT-SUB)     TO WS-RPT-POST-DATE.
098800     MOVE WS-PST-SEQ(WS-PST-HIT-SUB)      TO WS-RPT-POST-SEQ.
098900     MOVE WS-PST-BATCH-ID(WS-PST-HIT-SUB) TO WS-RPT-POST-BATCH.
099000     MOVE WS-PST-RESULT(WS-PST-HIT-SUB)   TO WS-RPT-POST-AMOUNT.
099100     MOVE WS-PST-DISPOSITION(WS-PST-HIT-SUB) TO WS-RPT-POST-DISP.
099200     IF WS-PST-OP-CODE(WS-PST-HIT-SUB) >= "1"
099300             AND WS-PST-OP-CODE(WS-PST-HIT-SUB) <= "4"
099400         MOVE WS-PST-OP-CODE(WS-PST-HIT-SUB) TO WS-OP-SUB
099500         MOVE WS-OP-NAME(WS-OP-SUB) TO WS-RPT-POST-OP
099600     ELSE
099700         MOVE SPACES TO WS-RPT-POST-OP
099800     END-IF.
099900     MOVE SPACES TO WS-RPT-POST-REMARK.
100000     IF WS-PST-BATCH-ID(WS-PST-HIT-SUB) = "YECLOS"
100100         MOVE "YE CLOSE - NOT IN BAL" TO WS-RPT-POST-REMARK
100200     ELSE
100300         ADD 1 TO WS-AF-LISTED-COUNT
100400         ADD WS-PST-RESULT(WS-PST-HIT-SUB) TO WS-AF-LISTED-AMOUNT
100500         ADD WS-PST-RESULT(WS-PST-HIT-SUB) TO WS-AF-RUNNING
100600         IF WS-PST-REV-FLAG(WS-PST-HIT-SUB) = "Y"
100700             STRING "REV OF " WS-PST-REV-DATE(WS-PST-HIT-SUB) "/"
100800                 WS-PST-REV-SEQ(WS-PST-HIT-SUB)
100900                 DELIMITED BY SIZE INTO WS-RPT-POST-REMARK
101000         ELSE
101100             IF WS-PST-REVERSED(WS-PST-HIT-SUB) = "Y"
101200                 STRING "REV BY " WS-PST-REV-DATE(WS-PST-HIT-SUB)
101300                     "/" WS-PST-REV-SEQ(WS-PST-HIT-SUB)
101400                     DELIMITED BY SIZE INTO WS-RPT-POST-REMARK
101500             END-IF
101600         END-IF
101700     END-IF.
101800     MOVE WS-AF-RUNNING TO WS-RPT-POST-RUNNING.
101900     WRITE LDG-RPT-RECORD FROM WS-RPT-POST-LINE.
102000     ADD 1 TO WS-LINES-LISTED.
102100 4410-EXIT.
102200     EXIT.
102300
102400 4420-FIND-LOWEST-POSTING.
102500     IF WS-PST-PRINTED(WS-PST-SUB) NOT = "Y"
102600             AND WS-PST-LISTED(WS-PST-SUB)
102700             AND WS-PST-ACCOUNT(WS-PST-SUB) = WS-CUR-ACCOUNT
102800             AND WS-PST-KEY(WS-PST-SUB) < WS-LOW-KEY
102900         MOVE WS-PST-KEY(WS-PST-SUB) TO WS-LOW-KEY
103000         MOVE WS-PST-SUB TO WS-PST-HIT-SUB
103100     END-IF.
103200 4420-EXIT.
103300     EXIT.
103400
103500*-------------------------------------------------------------*
103600* CLOSING - THE RUNNING BALANCE AT THE TO DATE, PLUS ANY LATER*
103700* POSTINGS IN THE LAST MONTH, MUST EQUAL THAT MONTH'S ACCTBAL *
103800* YEAR-TO-DATE.  AN UNROLLED MONTH CANNOT BE PROVEN.          *
103900*-------------------------------------------------------------*
104000 4600-PRINT-CLOSING.
104100     WRITE LDG-RPT-RECORD FROM WS-RPT-BLANK-LINE.
104200     MOVE "POSTINGS LISTED" TO WS-RPT-TOT-TEXT.
104300     MOVE WS-AF-LISTED-COUNT  TO WS-RPT-TOT-COUNT.
104400     MOVE WS-AF-LISTED-AMOUNT TO WS-RPT-TOT-AMOUNT.
104500     WRITE LDG-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
104600     MOVE SPACES TO WS-RPT-TOT-TEXT.
104700     STRING "CLOSING BALANCE AT " WS-TO-DATE
104800         DELIMITED BY SIZE INTO WS-RPT-TOT-TEXT.
104900     MOVE SPACES TO WS-RPT-TOT-COUNT-X.
105000     MOVE WS-AF-RUNNING TO WS-RPT-TOT-AMOUNT.
105100     WRITE LDG-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
105200     IF WS-AF-AFTER-COUNT > ZERO
105300         MOVE SPACES TO WS-RPT-TOT-TEXT
105400         STRING "POSTINGS AFTER " WS-TO-DATE " IN THE MONTH"
105500             DELIMITED BY SIZE INTO WS-RPT-TOT-TEXT
105600         MOVE WS-AF-AFTER-COUNT  TO WS-RPT-TOT-COUNT
105700         MOVE WS-AF-AFTER-AMOUNT TO WS-RPT-TOT-AMOUNT
105800         WRITE LDG-RPT-RECORD FROM WS-RPT-TOTAL-LINE
105900     END-IF.
106000     MOVE SPACES TO WS-RPT-TEXT-LINE.
106100     IF WS-LAST-NOT-ROLLED
106200         STRING "PERIOD " WS-LAST-PERIOD " NOT ROLLED - CLOSING "
106300             "BALANCE NOT PROVEN TO ACCTBAL"
106400             DELIMITED BY SIZE INTO WS-RPT-TEXT-LINE
106500         WRITE LDG-RPT-RECORD FROM WS-RPT-TEXT-LINE
106600         ADD 1 TO WS-ACCOUNTS-UNROLLED
106700         GO TO 4600-EXIT
106800     END-IF.
106900     MOVE WS-CUR-ACCOUNT TO ACCT-BAL-ACCOUNT.
107000     MOVE WS-LAST-PERIOD TO ACCT-BAL-PERIOD.
107100     READ ACCT-BAL-FILE
107200         INVALID KEY
107300             MOVE ZERO TO WS-AF-ACCTBAL-YTD
107400         NOT INVALID KEY
107500             MOVE ACCT-BAL-YTD-AMOUNT TO WS-AF-ACCTBAL-YTD
107600     END-READ.
107700     MOVE SPACES TO WS-RPT-TOT-TEXT.
107800     STRING "ACCTBAL YEAR-TO-DATE FOR " WS-LAST-PERIOD
107900         DELIMITED BY SIZE INTO WS-RPT-TOT-TEXT.
108000     MOVE SPACES TO WS-RPT-TOT-COUNT-X.
108100     MOVE WS-AF-ACCTBAL-YTD TO WS-RPT-TOT-AMOUNT.
108200     WRITE LDG-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
108300     COMPUTE WS-AF-DIFFERENCE = WS-AF-ACCTBAL-YTD
108400         - WS-AF-RUNNING - WS-AF-AFTER-AMOUNT.
108500     WRITE LDG-RPT-RECORD FROM WS-RPT-BLANK-LINE.
108600     IF WS-AF-DIFFERENCE = ZERO
108700         MOVE "CLOSING BALANCE PROVES TO ACCTBAL"
108800             TO WS-RPT-TEXT-LINE
108900         ADD 1 TO WS-ACCOUNTS-PROVEN
109000     ELSE
109100         MOVE WS-AF-DIFFERENCE TO WS-AMOUNT-EDIT
109200         STRING "*** CLOSING BALANCE DOES NOT PROVE - "
109300             "DIFFERENCE " WS-AMOUNT-EDIT " ***"
109400             DELIMITED BY SIZE INTO WS-RPT-TEXT-LINE
109500         ADD 1 TO WS-ACCOUNTS-NOT-PROVEN
109600     END-IF.
109700     WRITE LDG-RPT-RECORD FROM WS-RPT-TEXT-LINE.
109800 4600-EXIT.
109900     EXIT.
110000
110100 9000-TERMINATE.
110200     WRITE LDG-RPT-RECORD FROM WS-RPT-BLANK-LINE.
110300     MOVE WS-ACCOUNTS-PRINTED TO WS-COUNT-EDIT.
110400     MOVE SPACES TO WS-RPT-TEXT-LINE.
110500     STRING "END OF LEDGER - " WS-COUNT-EDIT " ACCOUNT(S)"
110600         DELIMITED BY SIZE INTO WS-RPT-TEXT-LINE.
110700     WRITE LDG-RPT-RECORD FROM WS-RPT-TEXT-LINE.
110800     IF WS-PST-TABLE-FULL OR WS-LAC-TABLE-FULL
110900         MOVE "*** TABLE FULL - LEDGER INCOMPLETE ***"
111000             TO WS-RPT-TEXT-LINE
111100         WRITE LDG-RPT-RECORD FROM WS-RPT-TEXT-LINE
111200     END-IF.
111300     CLOSE GL-POST-FILE.
111400     CLOSE ACCT-MASTER-FILE.
111500     CLOSE ACCT-BAL-FILE.
111600     CLOSE LDG-RPT-FILE.
111700     IF WS-FOOTDTL-AVAILABLE
111800         CLOSE FOOT-DETAIL-FILE
111900     END-IF.
112000     DISPLAY "ACCOUNT LEDGER COMPLETE - " WS-ACCOUNTS-PRINTED
112100         " ACCOUNT(S)".
112200     DISPLAY "  LIVE POSTINGS READ     = " WS-LIVE-READ.
112300     DISPLAY "  ARCHIVED POSTINGS READ = " WS-ARCHIVED-READ.
112400     DISPLAY "  ARCHIVED DUPLICATES    = " WS-ARCHIVED-DUPLICATES.
112500     DISPLAY "  ACCOUNTS PROVEN        = " WS-ACCOUNTS-PROVEN.
112600     DISPLAY "  ACCOUNTS NOT PROVEN    = " WS-ACCOUNTS-NOT-PROVEN.
112700     DISPLAY "  ACCOUNTS NOT ROLLED    = " WS-ACCOUNTS-UNROLLED.
112800 9000-EXIT.
112900     EXIT.
113000
113100 END PROGRAM ACCTLEDG.
