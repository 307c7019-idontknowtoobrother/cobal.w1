000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. YRCLOSE.
000300 AUTHOR. J B HARTLEY.
000400 INSTALLATION. GENERAL ACCOUNTING - BATCH CONTROL.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*-------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*-------------------------------------------------------------*
001000* 2026-10-15 JBH  NEW PROGRAM.  YEAR-END CLOSE.  FOR THE YEAR *
001100*                 ON THE YEPARM CARD (COLUMNS 1-4, RETAINED   *
001200*                 EARNINGS ACCOUNT IN COLUMNS 6-9) IT REFUSES *
001300*                 TO RUN UNTIL CLOSEDMO SHOWS DECEMBER CLOSED *
001400*                 AND BALROLL HAS ROLLED ALL TWELVE MONTHS,   *
001500*                 AND WHILE ANY ACCOUNT WITH A BALANCE HAS NO *
001600*                 CLASS ON ACCTMST.  EACH INCOME AND EXPENSE  *
001700*                 ACCOUNT'S DECEMBER YEAR-TO-DATE IS SWEPT TO *
001800*                 RETAINED EARNINGS BY CLOSING ENTRIES POSTED *
001900*                 UNDER THE RESERVED BATCH ID YECLOS THROUGH  *
002000*                 THE SAME GLPOST, FOOTDTL, AUDMSTR AND       *
002100*                 RPTCTL TRAIL GLREVRSL WRITES.  ACCTBAL GETS *
002200*                 A PERIOD YYYY13 RECORD PER ACCOUNT (PTD =   *
002300*                 THE CLOSING ENTRY, YTD = THE POST-CLOSE     *
002400*                 BALANCE) AND A NEW-YEAR PERIOD YYYY00       *
002500*                 OPENING RECORD THAT BALROLL CHAINS JANUARY  *
002600*                 FROM; BALANCE-SHEET ACCOUNTS CARRY THEIR    *
002700*                 BALANCES, INCOME AND EXPENSE OPEN AT ZERO.  *
002800*                 THE "****" YYYY13 CONTROL RECORD IS WRITTEN *
002900*                 LAST AND MARKS THE YEAR CLOSED.  THE        *
003000*                 RUNNING USER NEEDS THE CLOSE FLAG ON        *
003100*                 OPRAUTH.  THE CLOSING STATEMENT GOES TO     *
003200*                 YECLRPT AND A STATUS LINE TO RUNLOG.        *
003300*-------------------------------------------------------------*
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER. IBM-370.
003700 OBJECT-COMPUTER. IBM-370.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMST"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS ACCT-MST-KEY
004400         FILE STATUS IS WS-ACCT-STATUS.
004500
004600     SELECT ACCT-BAL-FILE ASSIGN TO "ACCTBAL"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS ACCT-BAL-KEY
005000         FILE STATUS IS WS-BAL-STATUS.
005100
005200     SELECT GL-POST-FILE ASSIGN TO "GLPOST"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS GL-POST-KEY
005600         FILE STATUS IS WS-GL-STATUS.
005700
005800     SELECT FOOT-DETAIL-FILE ASSIGN TO "FOOTDTL"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS FOOT-DTL-KEY
006200         FILE STATUS IS WS-FOOTDTL-STATUS.
006300
006400     SELECT AUDIT-MASTER-FILE ASSIGN TO "AUDMSTR"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS AUD-MST-KEY
006800         FILE STATUS IS WS-AUDIT-STATUS.
006900
007000     SELECT REPORT-CONTROL-FILE ASSIGN TO "RPTCTL"
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS DYNAMIC
007300         RECORD KEY IS RPTCTL-DATE
007400         FILE STATUS IS WS-RPTCTL-STATUS.
007500
007600     SELECT CLOSED-MONTH-FILE ASSIGN TO "CLOSEDMO"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-CLOSEDMO-STATUS.
007900
008000     SELECT YE-PARM-FILE ASSIGN TO "YEPARM"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-PARM-STATUS.
008300
008400     SELECT YE-RPT-FILE ASSIGN TO "YECLRPT"
008500         ORGANIZATION IS LINE SEQUENTIAL
008600         FILE STATUS IS WS-RPT-STATUS.
008700
008800     SELECT OPR-AUTH-FILE ASSIGN TO "OPRAUTH"
008900         ORGANIZATION IS INDEXED
009000         ACCESS MODE IS DYNAMIC
009100         RECORD KEY IS OPR-AUTH-KEY
009200         FILE STATUS IS WS-OPRAUTH-STATUS.
009300
009400     SELECT AUTH-VIOL-FILE ASSIGN TO "AUTHVIOL"
009500         ORGANIZATION IS LINE SEQUENTIAL
009600         FILE STATUS IS WS-AUTHVIOL-STATUS.
009700
009800     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
009900         ORGANIZATION IS LINE SEQUENTIAL
010000         FILE STATUS IS WS-RUNLOG-STATUS.
010100 DATA DIVISION.
010200 FILE SECTION.
010300 FD  ACCT-MASTER-FILE
010400     LABEL RECORDS ARE STANDARD.
010500 COPY ACCTMSTR.
010600
010700 FD  ACCT-BAL-FILE
010800     LABEL RECORDS ARE STANDARD.
010900 COPY ACCTBALR.
011000
011100 FD  GL-POST-FILE
011200     LABEL RECORDS ARE STANDARD.
011300 COPY GLPOSTRC.
011400
011500 FD  FOOT-DETAIL-FILE
011600     LABEL RECORDS ARE STANDARD.
011700 COPY FOOTDTLR.
011800
011900 FD  AUDIT-MASTER-FILE
012000     LABEL RECORDS ARE STANDARD.
012100 COPY AUDMSTRC.
012200
012300 FD  REPORT-CONTROL-FILE
012400     LABEL RECORDS ARE STANDARD.
012500 COPY RPTCTLRC.
012600
012700 FD  CLOSED-MONTH-FILE
012800     LABEL RECORDS ARE STANDARD.
012900 01  CLOSED-MONTH-RECORD         PIC 9(06).
013000
013100 FD  YE-PARM-FILE
013200     LABEL RECORDS ARE STANDARD.
013300 01  YE-PARM-RECORD.
013400     05  YE-PARM-YEAR            PIC X(04).
013500     05  FILLER                  PIC X(01).
013600     05  YE-PARM-RE-ACCOUNT      PIC X(04).
013700     05  FILLER                  PIC X(71).
013800
013900 FD  YE-RPT-FILE
014000     LABEL RECORDS ARE STANDARD.
014100 01  YE-RPT-RECORD               PIC X(80).
014200
014300 FD  OPR-AUTH-FILE
014400     LABEL RECORDS ARE STANDARD.
014500 COPY OPRAUTRC.
014600
014700 FD  AUTH-VIOL-FILE
014800     LABEL RECORDS ARE STANDARD.
014900 01  AUTH-VIOL-RECORD            PIC X(80).
015000
015100 FD  RUN-LOG-FILE
015200     LABEL RECORDS ARE STANDARD.
015300 01  RUN-LOG-RECORD              PIC X(80).
015400
015500 WORKING-STORAGE SECTION.
015600 01  WS-FILE-STATUSES.
015700     05  WS-ACCT-STATUS          PIC X(02) VALUE "00".
015800     05  WS-BAL-STATUS           PIC X(02) VALUE "00".
015900     05  WS-GL-STATUS            PIC X(02) VALUE "00".
016000     05  WS-FOOTDTL-STATUS       PIC X(02) VALUE "00".
016100     05  WS-AUDIT-STATUS         PIC X(02) VALUE "00".
016200     05  WS-RPTCTL-STATUS        PIC X(02) VALUE "00".
016300     05  WS-CLOSEDMO-STATUS      PIC X(02) VALUE "00".
016400     05  WS-PARM-STATUS          PIC X(02) VALUE "00".
016500     05  WS-RPT-STATUS           PIC X(02) VALUE "00".
016600     05  WS-OPRAUTH-STATUS       PIC X(02) VALUE "00".
016700     05  WS-AUTHVIOL-STATUS      PIC X(02) VALUE "00".
016800     05  WS-RUNLOG-STATUS        PIC X(02) VALUE "00".
016900
017000 01  WS-PROGRAM-SWITCHES.
017100     05  WS-RUN-OK-SWITCH        PIC X(01) VALUE "N".
017200         88  WS-RUN-OK                     VALUE "Y".
017300         88  WS-RUN-NOT-OK                 VALUE "N".
017400     05  WS-READY-SWITCH         PIC X(01) VALUE "N".
017500         88  WS-YEAR-READY                 VALUE "Y".
017600         88  WS-YEAR-NOT-READY             VALUE "N".
017700     05  WS-POSTING-OPEN-SWITCH  PIC X(01) VALUE "N".
017800         88  WS-POSTING-FILES-OPEN         VALUE "Y".
017900     05  WS-INCOMPLETE-SWITCH    PIC X(01) VALUE "N".
018000         88  WS-CLOSE-INCOMPLETE           VALUE "Y".
018100         88  WS-CLOSE-WHOLE                VALUE "N".
018200     05  WS-BAL-EOF-SWITCH       PIC X(01) VALUE "N".
018300         88  WS-BAL-AT-EOF                 VALUE "Y".
018400     05  WS-GL-EOF-SWITCH        PIC X(01) VALUE "N".
018500         88  WS-GL-AT-EOF                  VALUE "Y".
018600     05  WS-MST-FOUND-SWITCH     PIC X(01) VALUE "N".
018700         88  WS-MST-FOUND                  VALUE "Y".
018800         88  WS-MST-NOT-FOUND              VALUE "N".
018900     05  WS-YE-FOUND-SWITCH      PIC X(01) VALUE "N".
019000         88  WS-YE-FOUND                   VALUE "Y".
019100         88  WS-YE-NOT-FOUND               VALUE "N".
019200     05  WS-ACCT-CTL-FOUND-SW    PIC X(01) VALUE "N".
019300         88  WS-ACCT-CTL-FOUND             VALUE "Y".
019400         88  WS-ACCT-CTL-NOT-FOUND         VALUE "N".
019500     05  WS-AUTH-SWITCH          PIC X(01) VALUE "N".
019600         88  WS-AUTH-GRANTED               VALUE "Y".
019700         88  WS-AUTH-REFUSED               VALUE "N".
019800     05  WS-NEW-YEAR-SWITCH      PIC X(01) VALUE "N".
019900         88  WS-NEW-YEAR-ROLLED            VALUE "Y".
020000
020100 01  WS-COUNTERS.
020200     05  WS-MONTHS-MISSING       PIC 9(02) COMP VALUE ZERO.
020300     05  WS-UNCLASSIFIED         PIC 9(05) COMP VALUE ZERO.
020400     05  WS-TABLE-OVERFLOW       PIC 9(05) COMP VALUE ZERO.
020500     05  WS-ENTRIES-POSTED       PIC 9(07) COMP VALUE ZERO.
020600     05  WS-CLOSE-RECORDS        PIC 9(05) COMP VALUE ZERO.
020700     05  WS-OPENING-RECORDS      PIC 9(05) COMP VALUE ZERO.
020800     05  WS-CARRIED-COUNT        PIC 9(05) COMP VALUE ZERO.
020900     05  WS-SWEPT-COUNT          PIC 9(05) COMP VALUE ZERO.
021000     05  WS-GL-SEQUENCE          PIC 9(05) COMP VALUE ZERO.
021100     05  WS-FIRST-SEQUENCE       PIC 9(05) COMP VALUE ZERO.
021200
021300*-------------------------------------------------------------*
021400* ONE ENTRY PER ACCOUNT WITH A DECEMBER ACCTBAL RECORD, PLUS  *
021500* THE RETAINED EARNINGS ACCOUNT.  WS-YE-CLOSING ACCUMULATES   *
021600* THE CLOSING ENTRIES ACTUALLY POSTED TO THE ACCOUNT.         *
021700*-------------------------------------------------------------*
021800 01  WS-YE-TABLE.
021900     05  WS-YE-USED              PIC 9(03) COMP VALUE ZERO.
022000     05  WS-YE-ENTRY OCCURS 500 TIMES.
022100         10  WS-YE-ACCOUNT       PIC X(04).
022200         10  WS-YE-CLASS         PIC X(01).
022300             88  WS-YE-SWEPT               VALUE "I" "X".
022400             88  WS-YE-CARRIED             VALUE "A" "L" "E".
022500         10  WS-YE-DESC          PIC X(20).
022600         10  WS-YE-YTD-COUNT     PIC 9(09).
022700         10  WS-YE-PRE-CLOSE     PIC S9(13)V99.
022800         10  WS-YE-CLOSING       PIC S9(13)V99.
022900         10  WS-YE-ENTRIES       PIC 9(07) COMP.
023000 01  WS-YE-SUB                   PIC 9(03) COMP.
023100 01  WS-YE-HIT-SUB               PIC 9(03) COMP.
023200 01  WS-RE-SUB                   PIC 9(03) COMP VALUE ZERO.
023300 01  WS-POST-SUB                 PIC 9(03) COMP.
023400 01  WS-MONTH-SUB                PIC 9(02) COMP.
023500 01  WS-LOOK-ACCOUNT             PIC X(04).
023600
023700 01  WS-CLOSE-YEAR               PIC 9(04) VALUE ZERO.
023800 01  WS-RE-ACCOUNT               PIC X(04) VALUE SPACES.
023900 01  WS-DEC-PERIOD               PIC 9(06) VALUE ZERO.
024000 01  WS-CLOSE-PERIOD             PIC 9(06) VALUE ZERO.
024100 01  WS-OPEN-PERIOD              PIC 9(06) VALUE ZERO.
024200 01  WS-NEW-JAN-PERIOD           PIC 9(06) VALUE ZERO.
024300 01  WS-LAST-CLOSED-MONTH        PIC 9(06) VALUE ZERO.
024400
024500*-------------------------------------------------------------*
024600* A GLPOST AMOUNT HOLDS NINE DIGITS, SO A BALANCE IS SWEPT IN *
024700* CHUNKS NO LARGER THAN THE NUMBER-1 FIELD WILL CARRY.  EACH  *
024800* CHUNK IS POSTED TO THE ACCOUNT AND ITS OFFSET TO RETAINED   *
024900* EARNINGS TOGETHER.                                          *
025000*-------------------------------------------------------------*
025100 01  WS-CHUNK-LIMIT              PIC S9(07)V99 VALUE 9999999.99.
025200 01  WS-CHUNK-FLOOR              PIC S9(07)V99 VALUE -9999999.99.
025300 01  WS-REMAINING                PIC S9(13)V99 VALUE ZERO.
025400 01  WS-CHUNK                    PIC S9(07)V99 VALUE ZERO.
025500 01  WS-POST-ACCOUNT             PIC X(04).
025600 01  WS-POST-AMOUNT              PIC S9(07)V99 VALUE ZERO.
025700 01  WS-POST-CLOSE               PIC S9(13)V99 VALUE ZERO.
025800
025900 01  WS-YEAR-TOTALS.
026000     05  WS-ENTRIES-NET          PIC S9(13)V99 VALUE ZERO.
026100     05  WS-INCOME-SWEPT         PIC S9(13)V99 VALUE ZERO.
026200     05  WS-EXPENSE-SWEPT        PIC S9(13)V99 VALUE ZERO.
026300     05  WS-NET-INCOME           PIC S9(13)V99 VALUE ZERO.
026400     05  WS-OPENING-TOTAL        PIC S9(13)V99 VALUE ZERO.
026500
026600 01  WS-OP-CONTROL-TOTALS.
026700     05  WS-OP-CTL-ENTRY OCCURS 4 TIMES.
026800         10  WS-OP-CTL-COUNT     PIC 9(07) COMP.
026900         10  WS-OP-CTL-TOTAL     PIC S9(11)V99.
027000 01  WS-OP-SUB                   PIC 9(01) COMP.
027100
027200 01  WS-ACCT-CONTROL-TOTALS.
027300     05  WS-ACCT-CTL-USED        PIC 9(03) COMP VALUE ZERO.
027400     05  WS-ACCT-CTL-ENTRY OCCURS 500 TIMES.
027500         10  WS-ACCT-CTL-CODE    PIC X(04).
027600         10  WS-ACCT-CTL-COUNT   PIC 9(07) COMP.
027700         10  WS-ACCT-CTL-TOTAL   PIC S9(11)V99.
027800 01  WS-ACCT-SUB                 PIC 9(03) COMP.
027900 01  WS-ACCT-HIT-SUB             PIC 9(03) COMP.
028000 01  WS-REPORT-GRAND-TOTAL       PIC S9(09)V99 VALUE ZERO.
028100
028200 01  WS-RUN-DATE-EDIT            PIC 9(08).
028300 01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE-EDIT.
028400     05  WS-RUN-YYYY             PIC 9(04).
028500     05  WS-RUN-MMDD             PIC 9(04).
028600 01  WS-RUN-TIME-RAW.
028700     05  WS-RUN-HH               PIC 9(02).
028800     05  WS-RUN-MIN              PIC 9(02).
028900     05  WS-RUN-SS               PIC 9(02).
029000     05  WS-RUN-HS               PIC 9(02).
029100 01  WS-RUN-TIME-DISPLAY.
029200     05  WS-RTD-HH               PIC 9(02).
029300     05  FILLER                  PIC X(01) VALUE ":".
029400     05  WS-RTD-MIN              PIC 9(02).
029500     05  FILLER                  PIC X(01) VALUE ":".
029600     05  WS-RTD-SS               PIC 9(02).
029700 01  WS-END-TIME-RAW.
029800     05  WS-END-HH               PIC 9(02).
029900     05  WS-END-MIN              PIC 9(02).
030000     05  WS-END-SS               PIC 9(02).
030100     05  WS-END-HS               PIC 9(02).
030200 01  WS-END-TIME-DISPLAY.
030300     05  WS-ETD-HH               PIC 9(02).
030400     05  FILLER                  PIC X(01) VALUE ":".
030500     05  WS-ETD-MIN              PIC 9(02).
030600     05  FILLER                  PIC X(01) VALUE ":".
030700     05  WS-ETD-SS               PIC 9(02).
030800 01  WS-USER-ID                  PIC X(08) VALUE SPACES.
030900 01  WS-RUN-STATUS-TEXT          PIC X(12) VALUE "FAILED".
031000
031100 01  WS-COUNT-EDIT               PIC Z(06)9.
031200 01  WS-AMOUNT-EDIT              PIC -(13)9.99.
031300
031400 01  WS-RPT-HEADING-1            PIC X(80) VALUE
031500     "PLUSNUMBER YEAR-END CLOSING STATEMENT".
031600 01  WS-RPT-HEADING-2.
031700     05  FILLER                  PIC X(09) VALUE "FOR YEAR ".
031800     05  WS-HDR-YEAR             PIC 9(04).
031900     05  FILLER                  PIC X(30) VALUE
032000         "   RETAINED EARNINGS ACCOUNT ".
032100     05  WS-HDR-RE-ACCOUNT       PIC X(04).
032200     05  FILLER                  PIC X(08) VALUE "   RUN ".
032300     05  WS-HDR-RUN-DATE         PIC 9(08).
032400     05  FILLER                  PIC X(17) VALUE SPACES.
032500 01  WS-RPT-HEADING-3.
032600     05  FILLER                  PIC X(43) VALUE
032700         "ACCT C DESCRIPTION                PRE-CLOSE".
032800     05  FILLER                  PIC X(17) VALUE
032900         "     AMOUNT SWEPT".
033000     05  FILLER                  PIC X(17) VALUE
033100         "       POST-CLOSE".
033200     05  FILLER                  PIC X(03) VALUE SPACES.
033300 01  WS-RPT-DETAIL-LINE.
033400     05  WS-RPT-ACCT             PIC X(04).
033500     05  FILLER                  PIC X(01) VALUE SPACES.
033600     05  WS-RPT-CLASS            PIC X(01).
033700     05  FILLER                  PIC X(01) VALUE SPACES.
033800     05  WS-RPT-DESC             PIC X(20).
033900     05  WS-RPT-PRE-CLOSE        PIC -(12)9.99.
034000     05  FILLER                  PIC X(01) VALUE SPACES.
034100     05  WS-RPT-SWEPT            PIC -(12)9.99.
034200     05  FILLER                  PIC X(01) VALUE SPACES.
034300     05  WS-RPT-POST-CLOSE       PIC -(12)9.99.
034400     05  FILLER                  PIC X(03) VALUE SPACES.
034500 01  WS-RPT-TOTAL-LINE.
034600     05  WS-RPT-TOT-TEXT         PIC X(44).
034700     05  WS-RPT-TOT-AMOUNT       PIC -(12)9.99.
034800     05  FILLER                  PIC X(20) VALUE SPACES.
034900 01  WS-RPT-TEXT-LINE            PIC X(80).
035000 01  WS-RPT-BLANK-LINE           PIC X(80) VALUE SPACES.
035100
035200 COPY AUTHVLRC.
035300
035400 COPY RUNLOGRC.
035500
035600 PROCEDURE DIVISION.
035700 0000-MAINLINE.
035800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
035900     IF WS-RUN-OK
036000         PERFORM 3000-CHECK-YEAR-READY THRU 3000-EXIT
036100         IF WS-YEAR-READY
036200             PERFORM 4000-LOAD-YEAR-BALANCES THRU 4000-EXIT
036300         END-IF
036400         IF WS-YEAR-READY
036500             PERFORM 4900-OPEN-POSTING-FILES THRU 4900-EXIT
036600         END-IF
036700         IF WS-YEAR-READY
036800             PERFORM 5000-POST-CLOSING-ENTRIES THRU 5000-EXIT
036900             PERFORM 6000-WRITE-NEW-BALANCES THRU 6000-EXIT
037000             PERFORM 7000-PRINT-STATEMENT THRU 7000-EXIT
037100         END-IF
037200         PERFORM 9000-TERMINATE THRU 9000-EXIT
037300     END-IF.
037400     PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT.
037500     STOP RUN.
037600
037700 1000-INITIALIZE.
037800     SET WS-RUN-NOT-OK TO TRUE.
037900     ACCEPT WS-RUN-DATE-EDIT FROM DATE YYYYMMDD.
038000     ACCEPT WS-RUN-TIME-RAW FROM TIME.
038100     MOVE WS-RUN-HH  TO WS-RTD-HH.
038200     MOVE WS-RUN-MIN TO WS-RTD-MIN.
038300     MOVE WS-RUN-SS  TO WS-RTD-SS.
038400     ACCEPT WS-USER-ID FROM ENVIRONMENT "USER".
038500     IF WS-USER-ID = SPACES
038600         MOVE "UNKNOWN " TO WS-USER-ID
038700     END-IF.
038800     PERFORM 8900-CHECK-AUTHORITY THRU 8900-EXIT.
038900     IF WS-AUTH-REFUSED
039000         PERFORM 8950-LOG-VIOLATION THRU 8950-EXIT
039100         DISPLAY "*** USER " WS-USER-ID " NOT AUTHORIZED TO "
039200             "CLOSE - YEAR-END NOT RUN ***"
039300         MOVE "REFUSED" TO WS-RUN-STATUS-TEXT
039400         GO TO 1000-EXIT
039500     END-IF.
039600     PERFORM 2000-READ-YEAR-PARM THRU 2000-EXIT.
039700     IF WS-RUN-NOT-OK
039800         GO TO 1000-EXIT
039900     END-IF.
040000     PERFORM 2500-CHECK-CLOSED-MONTH THRU 2500-EXIT.
040100     IF WS-RUN-NOT-OK
040200         GO TO 1000-EXIT
040300     END-IF.
040400     SET WS-RUN-NOT-OK TO TRUE.
040500     OPEN INPUT ACCT-MASTER-FILE.
040600     IF WS-ACCT-STATUS NOT = "00"
040700         DISPLAY "*** CHART OF ACCOUNTS NOT AVAILABLE - "
040800             "STATUS " WS-ACCT-STATUS " - YEAR-END NOT RUN ***"
040900         GO TO 1000-EXIT
041000     END-IF.
041100     OPEN I-O ACCT-BAL-FILE.
041200     IF WS-BAL-STATUS NOT = "00"
041300         DISPLAY "*** BALANCES MASTER NOT AVAILABLE - STATUS "
041400             WS-BAL-STATUS " - YEAR-END NOT RUN ***"
041500         CLOSE ACCT-MASTER-FILE
041600         GO TO 1000-EXIT
041700     END-IF.
041800     SET WS-RUN-OK TO TRUE.
041900 1000-EXIT.
042000     EXIT.
042100
042200 2000-READ-YEAR-PARM.
042300     SET WS-RUN-NOT-OK TO TRUE.
042400     OPEN INPUT YE-PARM-FILE.
042500     IF WS-PARM-STATUS NOT = "00"
042600         DISPLAY "*** NO YEPARM CONTROL CARD - "
042700             "YEAR-END NOT RUN ***"
042800         GO TO 2000-EXIT
042900     END-IF.
043000     READ YE-PARM-FILE
043100         AT END
043200             DISPLAY "*** YEPARM CONTROL CARD EMPTY - "
043300                 "YEAR-END NOT RUN ***"
043400         NOT AT END
043500             PERFORM 2100-EDIT-YEAR-PARM THRU 2100-EXIT
043600     END-READ.
043700     CLOSE YE-PARM-FILE.
043800 2000-EXIT.
043900     EXIT.
044000
044100 2100-EDIT-YEAR-PARM.
044200     IF YE-PARM-YEAR IS NOT NUMERIC
044300         DISPLAY "*** YEPARM YEAR NOT NUMERIC - "
044400             "YEAR-END NOT RUN ***"
044500         GO TO 2100-EXIT
044600     END-IF.
044700     MOVE YE-PARM-YEAR TO WS-CLOSE-YEAR.
044800     IF WS-CLOSE-YEAR NOT < WS-RUN-YYYY
044900         DISPLAY "*** YEAR " WS-CLOSE-YEAR " HAS NOT ENDED - "
045000             "YEAR-END NOT RUN ***"
045100         GO TO 2100-EXIT
045200     END-IF.
045300     IF YE-PARM-RE-ACCOUNT = SPACES
045400         DISPLAY "*** YEPARM RETAINED EARNINGS ACCOUNT MISSING - "
045500             "YEAR-END NOT RUN ***"
045600         GO TO 2100-EXIT
045700     END-IF.
045800     MOVE YE-PARM-RE-ACCOUNT TO WS-RE-ACCOUNT.
045900     COMPUTE WS-DEC-PERIOD     = WS-CLOSE-YEAR * 100 + 12.
046000     COMPUTE WS-CLOSE-PERIOD   = WS-CLOSE-YEAR * 100 + 13.
046100     COMPUTE WS-OPEN-PERIOD    = (WS-CLOSE-YEAR + 1) * 100.
046200     COMPUTE WS-NEW-JAN-PERIOD = WS-OPEN-PERIOD + 1.
046300     DISPLAY "YEAR-END CLOSE FOR " WS-CLOSE-YEAR
046400         " TO RETAINED EARNINGS " WS-RE-ACCOUNT.
046500     SET WS-RUN-OK TO TRUE.
046600 2100-EXIT.
046700     EXIT.
046800
046900 2500-CHECK-CLOSED-MONTH.
047000     MOVE ZERO TO WS-LAST-CLOSED-MONTH.
047100     OPEN INPUT CLOSED-MONTH-FILE.
047200     IF WS-CLOSEDMO-STATUS = "00"
047300         READ CLOSED-MONTH-FILE
047400             AT END CONTINUE
047500             NOT AT END
047600                 IF CLOSED-MONTH-RECORD IS NUMERIC
047700                     MOVE CLOSED-MONTH-RECORD
047800                         TO WS-LAST-CLOSED-MONTH
047900                 END-IF
048000         END-READ
048100         CLOSE CLOSED-MONTH-FILE
048200     END-IF.
048300     IF WS-LAST-CLOSED-MONTH < WS-DEC-PERIOD
048400         DISPLAY "*** CLOSEDMO SHOWS " WS-LAST-CLOSED-MONTH
048500             " - " WS-CLOSE-YEAR " NOT FULLY CLOSED - "
048600             "YEAR-END NOT RUN ***"
048700         MOVE "REFUSED" TO WS-RUN-STATUS-TEXT
048800         SET WS-RUN-NOT-OK TO TRUE
048900     END-IF.
049000 2500-EXIT.
049100     EXIT.
049200
049300*-------------------------------------------------------------*
049400* THE YEAR MUST NOT ALREADY BE CLOSED, EVERY MONTH MUST HAVE  *
049500* ITS BALROLL "****" CONTROL RECORD, AND THE RETAINED EARNINGS*
049600* ACCOUNT MUST BE AN ACTIVE EQUITY ACCOUNT.                   *
049700*-------------------------------------------------------------*
049800 3000-CHECK-YEAR-READY.
049900     SET WS-YEAR-READY TO TRUE.
050000     MOVE "REFUSED" TO WS-RUN-STATUS-TEXT.
050100     MOVE "****" TO ACCT-BAL-ACCOUNT.
050200     MOVE WS-CLOSE-PERIOD TO ACCT-BAL-PERIOD.
050300     READ ACCT-BAL-FILE
050400         INVALID KEY
050500             CONTINUE
050600         NOT INVALID KEY
050700             DISPLAY "*** YEAR " WS-CLOSE-YEAR
050800                 " ALREADY CLOSED ON " ACCT-BAL-ROLL-DATE
050900                 " - YEAR-END NOT RUN ***"
051000             SET WS-YEAR-NOT-READY TO TRUE
051100             GO TO 3000-EXIT
051200     END-READ.
051300     PERFORM 3100-CHECK-ONE-MONTH THRU 3100-EXIT
051400         VARYING WS-MONTH-SUB FROM 1 BY 1
051500             UNTIL WS-MONTH-SUB > 12.
051600     IF WS-MONTHS-MISSING > ZERO
051700         DISPLAY "*** " WS-MONTHS-MISSING " MONTH(S) OF "
051800             WS-CLOSE-YEAR " NOT ROLLED - RUN BALROLL - "
051900             "YEAR-END NOT RUN ***"
052000         SET WS-YEAR-NOT-READY TO TRUE
052100         GO TO 3000-EXIT
052200     END-IF.
052300     MOVE WS-RE-ACCOUNT TO ACCT-MST-CODE.
052400     READ ACCT-MASTER-FILE
052500         INVALID KEY
052600             DISPLAY "*** RETAINED EARNINGS ACCOUNT "
052700                 WS-RE-ACCOUNT " NOT ON ACCTMST - "
052800                 "YEAR-END NOT RUN ***"
052900             SET WS-YEAR-NOT-READY TO TRUE
053000             GO TO 3000-EXIT
053100     END-READ.
053200     IF NOT ACCT-MST-ACTIVE OR NOT ACCT-MST-EQUITY
053300         DISPLAY "*** RETAINED EARNINGS ACCOUNT " WS-RE-ACCOUNT
053400             " IS NOT AN ACTIVE EQUITY ACCOUNT - "
053500             "YEAR-END NOT RUN ***"
053600         SET WS-YEAR-NOT-READY TO TRUE
053700     END-IF.
053800 3000-EXIT.
053900     EXIT.
054000
054100 3100-CHECK-ONE-MONTH.
054200     MOVE "****" TO ACCT-BAL-ACCOUNT.
054300     COMPUTE ACCT-BAL-PERIOD = WS-CLOSE-YEAR * 100 + WS-MONTH-SUB.
054400     READ ACCT-BAL-FILE
054500         INVALID KEY
054600             DISPLAY "*** PERIOD " ACCT-BAL-PERIOD
054700                 " NOT ROLLED ***"
054800             ADD 1 TO WS-MONTHS-MISSING
054900     END-READ.
055000 3100-EXIT.
055100     EXIT.
055200
055300*-------------------------------------------------------------*
055400* PICK UP EVERY ACCOUNT'S DECEMBER RECORD.  AN ACCOUNT WITH A *
055500* BALANCE AND NO CLASS (OR NO LONGER ON ACCTMST) STOPS THE    *
055600* CLOSE - IT CANNOT BE TOLD WHETHER TO SWEEP OR CARRY IT.     *
055700*-------------------------------------------------------------*
055800 4000-LOAD-YEAR-BALANCES.
055900     MOVE "N" TO WS-BAL-EOF-SWITCH.
056000     MOVE SPACES TO ACCT-BAL-ACCOUNT.
056100     MOVE ZERO TO ACCT-BAL-PERIOD.
056200     START ACCT-BAL-FILE KEY IS NOT LESS THAN ACCT-BAL-KEY
056300         INVALID KEY SET WS-BAL-AT-EOF TO TRUE
056400     END-START.
056500     PERFORM 4100-LOAD-ONE-BALANCE THRU 4100-EXIT
056600         UNTIL WS-BAL-AT-EOF.
056700     IF WS-UNCLASSIFIED > ZERO
056800         DISPLAY "*** " WS-UNCLASSIFIED " ACCOUNT(S) WITH A "
056900             "BALANCE HAVE NO CLASS - SET IT THROUGH ACCTMNT - "
057000             "YEAR-END NOT RUN ***"
057100         SET WS-YEAR-NOT-READY TO TRUE
057200         GO TO 4000-EXIT
057300     END-IF.
057400     IF WS-TABLE-OVERFLOW > ZERO
057500         DISPLAY "*** " WS-TABLE-OVERFLOW " ACCOUNT(S) OVER THE "
057600             "500-ACCOUNT LIMIT - YEAR-END NOT RUN ***"
057700         SET WS-YEAR-NOT-READY TO TRUE
057800         GO TO 4000-EXIT
057900     END-IF.
058000     MOVE WS-RE-ACCOUNT TO WS-LOOK-ACCOUNT.
058100     PERFORM 4300-FIND-ACCOUNT THRU 4300-EXIT.
058200     IF WS-YE-FOUND
058300         MOVE WS-YE-HIT-SUB TO WS-RE-SUB
058400         GO TO 4000-EXIT
058500     END-IF.
058600     IF WS-YE-USED NOT < 500
058700         DISPLAY "*** NO ROOM FOR THE RETAINED EARNINGS "
058800             "ACCOUNT - YEAR-END NOT RUN ***"
058900         SET WS-YEAR-NOT-READY TO TRUE
059000         GO TO 4000-EXIT
059100     END-IF.
059200     MOVE WS-RE-ACCOUNT TO ACCT-MST-CODE.
059300     READ ACCT-MASTER-FILE
059400         INVALID KEY
059500             MOVE SPACES TO ACCT-MST-DESC
059600     END-READ.
059700     ADD 1 TO WS-YE-USED.
059800     MOVE WS-YE-USED    TO WS-RE-SUB.
059900     MOVE WS-RE-ACCOUNT TO WS-YE-ACCOUNT(WS-RE-SUB).
060000     MOVE "E"           TO WS-YE-CLASS(WS-RE-SUB).
060100     MOVE ACCT-MST-DESC TO WS-YE-DESC(WS-RE-SUB).
060200     MOVE ZERO TO WS-YE-YTD-COUNT(WS-RE-SUB).
060300     MOVE ZERO TO WS-YE-PRE-CLOSE(WS-RE-SUB).
060400     MOVE ZERO TO WS-YE-CLOSING(WS-RE-SUB).
060500     MOVE ZERO TO WS-YE-ENTRIES(WS-RE-SUB).
060600 4000-EXIT.
060700     EXIT.
060800
060900 4100-LOAD-ONE-BALANCE.
061000     READ ACCT-BAL-FILE NEXT RECORD
061100         AT END SET WS-BAL-AT-EOF TO TRUE
061200     END-READ.
061300     IF WS-BAL-AT-EOF
061400         GO TO 4100-EXIT
061500     END-IF.
061600     IF ACCT-BAL-PERIOD NOT = WS-DEC-PERIOD
061700             OR ACCT-BAL-ACCOUNT = "****"
061800         GO TO 4100-EXIT
061900     END-IF.
062000     SET WS-MST-FOUND TO TRUE.
062100     MOVE ACCT-BAL-ACCOUNT TO ACCT-MST-CODE.
062200     READ ACCT-MASTER-FILE
062300         INVALID KEY
062400             SET WS-MST-NOT-FOUND TO TRUE
062500     END-READ.
062600     IF WS-MST-NOT-FOUND
062700         IF ACCT-BAL-YTD-AMOUNT NOT = ZERO
062800             DISPLAY "*** ACCOUNT " ACCT-BAL-ACCOUNT " HAS A "
062900                 "BALANCE BUT IS NOT ON ACCTMST ***"
063000             ADD 1 TO WS-UNCLASSIFIED
063100         END-IF
063200         GO TO 4100-EXIT
063300     END-IF.
063400     IF ACCT-MST-UNCLASSIFIED
063500         IF ACCT-BAL-YTD-AMOUNT NOT = ZERO
063600             DISPLAY "*** ACCOUNT " ACCT-BAL-ACCOUNT " HAS A "
063700                 "BALANCE BUT NO CLASS ***"
063800             ADD 1 TO WS-UNCLASSIFIED
063900         END-IF
064000         GO TO 4100-EXIT
064100     END-IF.
064200     IF WS-YE-USED NOT < 500
064300         ADD 1 TO WS-TABLE-OVERFLOW
064400         GO TO 4100-EXIT
064500     END-IF.
064600     ADD 1 TO WS-YE-USED.
064700     MOVE ACCT-BAL-ACCOUNT    TO WS-YE-ACCOUNT(WS-YE-USED).
064800     MOVE ACCT-MST-CLASS      TO WS-YE-CLASS(WS-YE-USED).
064900     MOVE ACCT-MST-DESC       TO WS-YE-DESC(WS-YE-USED).
065000     MOVE ACCT-BAL-YTD-COUNT  TO WS-YE-YTD-COUNT(WS-YE-USED).
065100     MOVE ACCT-BAL-YTD-AMOUNT TO WS-YE-PRE-CLOSE(WS-YE-USED).
065200     MOVE ZERO TO WS-YE-CLOSING(WS-YE-USED).
065300     MOVE ZERO TO WS-YE-ENTRIES(WS-YE-USED).
065400 4100-EXIT.
065500     EXIT.
065600
065700 4300-FIND-ACCOUNT.
065800     SET WS-YE-NOT-FOUND TO TRUE.
065900     MOVE ZERO TO WS-YE-HIT-SUB.
066000     PERFORM 4310-SCAN-ACCOUNT THRU 4310-EXIT
066100         VARYING WS-YE-SUB FROM 1 BY 1
066200             UNTIL WS-YE-SUB > WS-YE-USED
066300             OR WS-YE-FOUND.
066400 4300-EXIT.
066500     EXIT.
066600
066700 4310-SCAN-ACCOUNT.
066800     IF WS-YE-ACCOUNT(WS-YE-SUB) = WS-LOOK-ACCOUNT
066900         SET WS-YE-FOUND TO TRUE
067000         MOVE WS-YE-SUB TO WS-YE-HIT-SUB
067100     END-IF.
067200 4310-EXIT.
067300     EXIT.
067400
067500 4900-OPEN-POSTING-FILES.
067600     SET WS-YEAR-NOT-READY TO TRUE.
067700     MOVE "FAILED" TO WS-RUN-STATUS-TEXT.
067800     OPEN I-O GL-POST-FILE.
067900     IF WS-GL-STATUS NOT = "00"
068000         DISPLAY "*** UNABLE TO OPEN GL FILE - STATUS "
068100             WS-GL-STATUS " - YEAR-END NOT RUN ***"
068200         GO TO 4900-EXIT
068300     END-IF.
068400     OPEN I-O FOOT-DETAIL-FILE.
068500     IF WS-FOOTDTL-STATUS NOT = "00"
068600         DISPLAY "*** UNABLE TO OPEN FOOTINGS DETAIL FILE - "
068700             "STATUS " WS-FOOTDTL-STATUS
068800             " - YEAR-END NOT RUN ***"
068900         CLOSE GL-POST-FILE
069000         GO TO 4900-EXIT
069100     END-IF.
069200     OPEN I-O AUDIT-MASTER-FILE.
069300     IF WS-AUDIT-STATUS = "35"
069400         OPEN OUTPUT AUDIT-MASTER-FILE
069500         CLOSE AUDIT-MASTER-FILE
069600         OPEN I-O AUDIT-MASTER-FILE
069700     END-IF.
069800     IF WS-AUDIT-STATUS NOT = "00"
069900         DISPLAY "*** UNABLE TO OPEN AUDIT STORE - STATUS "
070000             WS-AUDIT-STATUS " - YEAR-END NOT RUN ***"
070100         CLOSE GL-POST-FILE
070200         CLOSE FOOT-DETAIL-FILE
070300         GO TO 4900-EXIT
070400     END-IF.
070500     OPEN I-O REPORT-CONTROL-FILE.
070600     IF WS-RPTCTL-STATUS = "35"
070700         OPEN OUTPUT REPORT-CONTROL-FILE
070800         CLOSE REPORT-CONTROL-FILE
070900         OPEN I-O REPORT-CONTROL-FILE
071000     END-IF.
071100     IF WS-RPTCTL-STATUS NOT = "00"
071200         DISPLAY "*** UNABLE TO OPEN RPTCTL - STATUS "
071300             WS-RPTCTL-STATUS " - YEAR-END NOT RUN ***"
071400         CLOSE GL-POST-FILE
071500         CLOSE FOOT-DETAIL-FILE
071600         CLOSE AUDIT-MASTER-FILE
071700         GO TO 4900-EXIT
071800     END-IF.
071900     OPEN OUTPUT YE-RPT-FILE.
072000     IF WS-RPT-STATUS NOT = "00"
072100         DISPLAY "*** UNABLE TO OPEN YECLRPT - STATUS "
072200             WS-RPT-STATUS " - YEAR-END NOT RUN ***"
072300         CLOSE GL-POST-FILE
072400         CLOSE FOOT-DETAIL-FILE
072500         CLOSE AUDIT-MASTER-FILE
072600         CLOSE REPORT-CONTROL-FILE
072700         GO TO 4900-EXIT
072800     END-IF.
072900     SET WS-POSTING-FILES-OPEN TO TRUE.
073000     SET WS-YEAR-READY TO TRUE.
073100     WRITE YE-RPT-RECORD FROM WS-RPT-HEADING-1.
073200     MOVE WS-CLOSE-YEAR    TO WS-HDR-YEAR.
073300     MOVE WS-RE-ACCOUNT    TO WS-HDR-RE-ACCOUNT.
073400     MOVE WS-RUN-DATE-EDIT TO WS-HDR-RUN-DATE.
073500     WRITE YE-RPT-RECORD FROM WS-RPT-HEADING-2.
073600 4900-EXIT.
073700     EXIT.
073800
073900*-------------------------------------------------------------*
074000* CLOSING ENTRIES - EACH INCOME AND EXPENSE BALANCE IS POSTED *
074100* BACK TO ZERO UNDER BATCH YECLOS, DATED TODAY, WITH THE SAME *
074200* AMOUNT POSTED THE OTHER WAY TO RETAINED EARNINGS.           *
074300*-------------------------------------------------------------*
074400 5000-POST-CLOSING-ENTRIES.
074500     PERFORM 8150-READ-REPORT-CONTROL THRU 8150-EXIT.
074600     PERFORM 8450-SEED-GL-SEQUENCE THRU 8450-EXIT.
074700     COMPUTE WS-FIRST-SEQUENCE = WS-GL-SEQUENCE + 1.
074800     PERFORM 5100-CLOSE-ONE-ACCOUNT THRU 5100-EXIT
074900         VARYING WS-YE-SUB FROM 1 BY 1
075000             UNTIL WS-YE-SUB > WS-YE-USED
075100             OR WS-CLOSE-INCOMPLETE.
075200 5000-EXIT.
075300     EXIT.
075400
075500 5100-CLOSE-ONE-ACCOUNT.
075600     IF NOT WS-YE-SWEPT(WS-YE-SUB)
075700         GO TO 5100-EXIT
075800     END-IF.
075900     IF WS-YE-PRE-CLOSE(WS-YE-SUB) = ZERO
076000         GO TO 5100-EXIT
076100     END-IF.
076200     COMPUTE WS-REMAINING = ZERO - WS-YE-PRE-CLOSE(WS-YE-SUB).
076300     PERFORM 5200-POST-ONE-CHUNK THRU 5200-EXIT
076400         UNTIL WS-REMAINING = ZERO
076500         OR WS-CLOSE-INCOMPLETE.
076600     ADD 1 TO WS-SWEPT-COUNT.
076700     PERFORM 8350-SAVE-REPORT-CONTROL THRU 8350-EXIT.
076800 5100-EXIT.
076900     EXIT.
077000
077100 5200-POST-ONE-CHUNK.
077200     IF WS-REMAINING > WS-CHUNK-LIMIT
077300         MOVE WS-CHUNK-LIMIT TO WS-CHUNK
077400     ELSE
077500         IF WS-REMAINING < WS-CHUNK-FLOOR
077600             MOVE WS-CHUNK-FLOOR TO WS-CHUNK
077700         ELSE
077800             MOVE WS-REMAINING TO WS-CHUNK
077900         END-IF
078000     END-IF.
078100     MOVE WS-YE-ACCOUNT(WS-YE-SUB) TO WS-POST-ACCOUNT.
078200     MOVE WS-CHUNK                 TO WS-POST-AMOUNT.
078300     MOVE WS-YE-SUB                TO WS-POST-SUB.
078400     PERFORM 5300-POST-ONE-ENTRY THRU 5300-EXIT.
078500     IF WS-CLOSE-INCOMPLETE
078600         GO TO 5200-EXIT
078700     END-IF.
078800     MOVE WS-RE-ACCOUNT TO WS-POST-ACCOUNT.
078900     COMPUTE WS-POST-AMOUNT = ZERO - WS-CHUNK.
079000     MOVE WS-RE-SUB     TO WS-POST-SUB.
079100     PERFORM 5300-POST-ONE-ENTRY THRU 5300-EXIT.
079200     IF WS-CLOSE-INCOMPLETE
079300         GO TO 5200-EXIT
079400     END-IF.
079500     SUBTRACT WS-CHUNK FROM WS-REMAINING.
079600 5200-EXIT.
079700     EXIT.
079800
079900 5300-POST-ONE-ENTRY.
080000     ADD 1 TO WS-GL-SEQUENCE.
080100     MOVE WS-RUN-DATE-EDIT TO GL-POST-KEY-DATE.
080200     MOVE WS-GL-SEQUENCE   TO GL-POST-KEY-SEQ.
080300     MOVE WS-POST-AMOUNT   TO GL-POST-NUM1.
080400     MOVE ZERO             TO GL-POST-NUM2.
080500     MOVE WS-POST-AMOUNT   TO GL-POST-RESULT.
080600     MOVE WS-POST-ACCOUNT  TO GL-POST-ACCOUNT.
080700     MOVE "N"              TO GL-POST-EXTRACTED.
080800     SET GL-POST-DISP-POSTED TO TRUE.
080900     MOVE SPACES           TO GL-POST-ACK-REASON.
081000     MOVE "YECLOS"         TO GL-POST-BATCH-ID.
081100     MOVE "N"              TO GL-POST-REVERSAL-FLAG.
081200     MOVE "N"              TO GL-POST-REVERSED.
081300     MOVE ZERO             TO GL-POST-REV-DATE.
081400     MOVE ZERO             TO GL-POST-REV-SEQ.
081500     WRITE GL-POST-RECORD
081600         INVALID KEY
081700             DISPLAY "*** CLOSING ENTRY GL KEY DUPLICATE - "
081800                 WS-RUN-DATE-EDIT "/" WS-GL-SEQUENCE
081900                 " - CLOSE STOPPED ***"
082000             SET WS-CLOSE-INCOMPLETE TO TRUE
082100             GO TO 5300-EXIT
082200     END-WRITE.
082300     ADD 1 TO WS-ENTRIES-POSTED.
082400     ADD 1 TO WS-YE-ENTRIES(WS-POST-SUB).
082500     ADD WS-POST-AMOUNT TO WS-YE-CLOSING(WS-POST-SUB).
082600     ADD WS-POST-AMOUNT TO WS-ENTRIES-NET.
082700     MOVE WS-RUN-DATE-EDIT TO FOOT-DTL-DATE.
082800     MOVE WS-GL-SEQUENCE   TO FOOT-DTL-SEQ.
082900     MOVE "1"              TO FOOT-DTL-OP-CODE.
083000     MOVE WS-POST-ACCOUNT  TO FOOT-DTL-ACCOUNT.
083100     MOVE WS-POST-AMOUNT   TO FOOT-DTL-NUM1.
083200     MOVE ZERO             TO FOOT-DTL-NUM2.
083300     MOVE WS-POST-AMOUNT   TO FOOT-DTL-RESULT.
083400     MOVE "YECLOS"         TO FOOT-DTL-BATCH-ID.
083500     MOVE "N"              TO FOOT-DTL-REV-FLAG.
083600     WRITE FOOT-DETAIL-RECORD
083700         INVALID KEY
083800             DISPLAY "*** FOOTINGS DETAIL KEY DUPLICATE - "
083900                 "CLOSING DETAIL LINE LOST ***"
084000     END-WRITE.
084100     MOVE WS-RUN-DATE-EDIT    TO AUD-MST-DATE.
084200     MOVE WS-GL-SEQUENCE      TO AUD-MST-SEQ.
084300     MOVE WS-USER-ID          TO AUD-MST-USER.
084400     MOVE WS-RUN-TIME-DISPLAY TO AUD-MST-TIME.
084500     MOVE WS-POST-AMOUNT      TO AUD-MST-NUM1.
084600     MOVE ZERO                TO AUD-MST-NUM2.
084700     MOVE WS-POST-AMOUNT      TO AUD-MST-RESULT.
084800     MOVE "YECLOS"            TO AUD-MST-BATCH-ID.
084900     MOVE SPACES              TO AUD-MST-REV-FLAG.
085000     WRITE AUD-MST-RECORD
085100         INVALID KEY
085200             DISPLAY "*** AUDIT STORE KEY DUPLICATE - "
085300                 "TRAIL ENTRY LOST ***"
085400     END-WRITE.
085500     ADD WS-POST-AMOUNT TO WS-REPORT-GRAND-TOTAL.
085600     MOVE 1 TO WS-OP-SUB.
085700     ADD 1 TO WS-OP-CTL-COUNT(WS-OP-SUB).
085800     ADD WS-POST-AMOUNT TO WS-OP-CTL-TOTAL(WS-OP-SUB).
085900     PERFORM 8250-ACCUMULATE-ACCT-TOTAL THRU 8250-EXIT.
086000 5300-EXIT.
086100     EXIT.
086200
086300*-------------------------------------------------------------*
086400* ACCTBAL - A PERIOD 13 RECORD FOR EVERY ACCOUNT, A NEW-YEAR  *
086500* PERIOD 00 OPENING RECORD FOR EVERY ACCOUNT, THE OPENING     *
086600* CONTROL RECORD, AND LAST THE PERIOD 13 CONTROL RECORD THAT  *
086700* MARKS THE YEAR CLOSED.                                      *
086800*-------------------------------------------------------------*
086900 6000-WRITE-NEW-BALANCES.
087000     IF WS-CLOSE-INCOMPLETE
087100         DISPLAY "*** CLOSING ENTRIES INCOMPLETE - "
087200             WS-ENTRIES-POSTED " POSTED UNDER YECLOS - "
087300             "BALANCES NOT WRITTEN ***"
087400         GO TO 6000-EXIT
087500     END-IF.
087600     PERFORM 6100-WRITE-ONE-ACCOUNT THRU 6100-EXIT
087700         VARYING WS-YE-SUB FROM 1 BY 1
087800             UNTIL WS-YE-SUB > WS-YE-USED.
087900     MOVE "****"             TO ACCT-BAL-ACCOUNT.
088000     MOVE WS-OPEN-PERIOD     TO ACCT-BAL-PERIOD.
088100     MOVE ZERO               TO ACCT-BAL-PTD-COUNT.
088200     MOVE ZERO               TO ACCT-BAL-PTD-AMOUNT.
088300     MOVE WS-OPENING-RECORDS TO ACCT-BAL-YTD-COUNT.
088400     MOVE WS-OPENING-TOTAL   TO ACCT-BAL-YTD-AMOUNT.
088500     MOVE WS-RUN-DATE-EDIT   TO ACCT-BAL-ROLL-DATE.
088600     PERFORM 6200-PUT-BALANCE THRU 6200-EXIT.
088700     MOVE "****"             TO ACCT-BAL-ACCOUNT.
088800     MOVE WS-CLOSE-PERIOD    TO ACCT-BAL-PERIOD.
088900     MOVE WS-ENTRIES-POSTED  TO ACCT-BAL-PTD-COUNT.
089000     MOVE WS-ENTRIES-NET     TO ACCT-BAL-PTD-AMOUNT.
089100     MOVE WS-ENTRIES-POSTED  TO ACCT-BAL-YTD-COUNT.
089200     MOVE WS-ENTRIES-NET     TO ACCT-BAL-YTD-AMOUNT.
089300     MOVE WS-RUN-DATE-EDIT   TO ACCT-BAL-ROLL-DATE.
089400     PERFORM 6200-PUT-BALANCE THRU 6200-EXIT.
089500     IF WS-BAL-STATUS NOT = "00"
089600         DISPLAY "*** YEAR-END CONTROL RECORD NOT WRITTEN - "
089700             "YEAR NOT MARKED CLOSED ***"
089800         GO TO 6000-EXIT
089900     END-IF.
090000     MOVE "COMPLETE" TO WS-RUN-STATUS-TEXT.
090100     MOVE "****"            TO ACCT-BAL-ACCOUNT.
090200     MOVE WS-NEW-JAN-PERIOD TO ACCT-BAL-PERIOD.
090300     READ ACCT-BAL-FILE
090400         INVALID KEY
090500             CONTINUE
090600         NOT INVALID KEY
090700             SET WS-NEW-YEAR-ROLLED TO TRUE
090800             DISPLAY "*** PERIOD " WS-NEW-JAN-PERIOD
090900                 " WAS ROLLED BEFORE THE CLOSE - "
091000                 "RE-ROLL THE NEW YEAR ***"
091100     END-READ.
091200 6000-EXIT.
091300     EXIT.
091400
091500 6100-WRITE-ONE-ACCOUNT.
091600     COMPUTE WS-POST-CLOSE = WS-YE-PRE-CLOSE(WS-YE-SUB)
091700         + WS-YE-CLOSING(WS-YE-SUB).
091800     MOVE WS-YE-ACCOUNT(WS-YE-SUB) TO ACCT-BAL-ACCOUNT.
091900     MOVE WS-CLOSE-PERIOD          TO ACCT-BAL-PERIOD.
092000     MOVE WS-YE-ENTRIES(WS-YE-SUB) TO ACCT-BAL-PTD-COUNT.
092100     MOVE WS-YE-CLOSING(WS-YE-SUB) TO ACCT-BAL-PTD-AMOUNT.
092200     COMPUTE ACCT-BAL-YTD-COUNT = WS-YE-YTD-COUNT(WS-YE-SUB)
092300         + WS-YE-ENTRIES(WS-YE-SUB).
092400     MOVE WS-POST-CLOSE            TO ACCT-BAL-YTD-AMOUNT.
092500     MOVE WS-RUN-DATE-EDIT         TO ACCT-BAL-ROLL-DATE.
092600     PERFORM 6200-PUT-BALANCE THRU 6200-EXIT.
092700     IF WS-BAL-STATUS = "00"
092800         ADD 1 TO WS-CLOSE-RECORDS
092900     END-IF.
093000     MOVE WS-YE-ACCOUNT(WS-YE-SUB) TO ACCT-BAL-ACCOUNT.
093100     MOVE WS-OPEN-PERIOD           TO ACCT-BAL-PERIOD.
093200     MOVE ZERO                     TO ACCT-BAL-PTD-COUNT.
093300     MOVE ZERO                     TO ACCT-BAL-PTD-AMOUNT.
093400     MOVE ZERO                     TO ACCT-BAL-YTD-COUNT.
093500     MOVE WS-POST-CLOSE            TO ACCT-BAL-YTD-AMOUNT.
093600     MOVE WS-RUN-DATE-EDIT         TO ACCT-BAL-ROLL-DATE.
093700     PERFORM 6200-PUT-BALANCE THRU 6200-EXIT.
093800     IF WS-BAL-STATUS = "00"
093900         ADD 1 TO WS-OPENING-RECORDS
094000         ADD WS-POST-CLOSE TO WS-OPENING-TOTAL
094100     END-IF.
094200     IF WS-YE-CARRIED(WS-YE-SUB)
094300         ADD 1 TO WS-CARRIED-COUNT
094400     END-IF.
094500 6100-EXIT.
094600     EXIT.
094700
094800 6200-PUT-BALANCE.
094900     WRITE ACCT-BAL-RECORD
095000         INVALID KEY
095100             REWRITE ACCT-BAL-RECORD
095200     END-WRITE.
095300     IF WS-BAL-STATUS NOT = "00"
095400         DISPLAY "*** BALANCE WRITE FAILED - STATUS "
095500             WS-BAL-STATUS " ON " ACCT-BAL-ACCOUNT "/"
095600             ACCT-BAL-PERIOD " ***"
095700     END-IF.
095800 6200-EXIT.
095900     EXIT.
096000
096100 7000-PRINT-STATEMENT.
096200     WRITE YE-RPT-RECORD FROM WS-RPT-BLANK-LINE.
096300     MOVE "INCOME AND EXPENSE ACCOUNTS SWEPT TO RETAINED EARNINGS"
096400         TO WS-RPT-TEXT-LINE.
096500     WRITE YE-RPT-RECORD FROM WS-RPT-TEXT-LINE.
096600     WRITE YE-RPT-RECORD FROM WS-RPT-HEADING-3.
096700     PERFORM 7100-PRINT-ONE-SWEPT THRU 7100-EXIT
096800         VARYING WS-YE-SUB FROM 1 BY 1
096900             UNTIL WS-YE-SUB > WS-YE-USED.
097000     IF WS-SWEPT-COUNT = ZERO
097100         MOVE "  NONE" TO WS-RPT-TEXT-LINE
097200         WRITE YE-RPT-RECORD FROM WS-RPT-TEXT-LINE
097300     END-IF.
097400     WRITE YE-RPT-RECORD FROM WS-RPT-BLANK-LINE.
097500     MOVE "INCOME ACCOUNTS SWEPT" TO WS-RPT-TOT-TEXT.
097600     MOVE WS-INCOME-SWEPT TO WS-RPT-TOT-AMOUNT.
097700     WRITE YE-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
097800     MOVE "EXPENSE ACCOUNTS SWEPT" TO WS-RPT-TOT-TEXT.
097900     MOVE WS-EXPENSE-SWEPT TO WS-RPT-TOT-AMOUNT.
098000     WRITE YE-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
098100     MOVE "NET INCOME (LOSS) FOR THE YEAR" TO WS-RPT-TOT-TEXT.
098200     MOVE WS-NET-INCOME TO WS-RPT-TOT-AMOUNT.
098300     WRITE YE-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
098400     WRITE YE-RPT-RECORD FROM WS-RPT-BLANK-LINE.
098500     MOVE "RETAINED EARNINGS" TO WS-RPT-TEXT-LINE.
098600     WRITE YE-RPT-RECORD FROM WS-RPT-TEXT-LINE.
098700     WRITE YE-RPT-RECORD FROM WS-RPT-HEADING-3.
098800     MOVE WS-RE-SUB TO WS-YE-SUB.
098900     PERFORM 7200-FORMAT-DETAIL THRU 7200-EXIT.
099000     WRITE YE-RPT-RECORD FROM WS-RPT-DETAIL-LINE.
099100     WRITE YE-RPT-RECORD FROM WS-RPT-BLANK-LINE.
099200     MOVE WS-ENTRIES-POSTED TO WS-COUNT-EDIT.
099300     MOVE SPACES TO WS-RPT-TEXT-LINE.
099400     STRING "CLOSING ENTRIES POSTED " WS-COUNT-EDIT
099500         " UNDER BATCH YECLOS DATED " WS-RUN-DATE-EDIT
099600         DELIMITED BY SIZE INTO WS-RPT-TEXT-LINE.
099700     WRITE YE-RPT-RECORD FROM WS-RPT-TEXT-LINE.
099800     MOVE WS-CARRIED-COUNT TO WS-COUNT-EDIT.
099900     MOVE SPACES TO WS-RPT-TEXT-LINE.
100000     STRING "BALANCE-SHEET ACCOUNTS CARRIED INTO PERIOD "
100100         WS-OPEN-PERIOD " " WS-COUNT-EDIT
100200         DELIMITED BY SIZE INTO WS-RPT-TEXT-LINE.
100300     WRITE YE-RPT-RECORD FROM WS-RPT-TEXT-LINE.
100400     WRITE YE-RPT-RECORD FROM WS-RPT-BLANK-LINE.
100500     MOVE SPACES TO WS-RPT-TEXT-LINE.
100600     IF WS-CLOSE-INCOMPLETE
100700         MOVE "*** CLOSE INCOMPLETE - YEAR NOT CLOSED ***"
100800             TO WS-RPT-TEXT-LINE
100900     ELSE
101000         IF WS-ENTRIES-NET = ZERO
101100             STRING "CLOSING ENTRIES NET TO ZERO - YEAR "
101200                 WS-CLOSE-YEAR " CLOSED"
101300                 DELIMITED BY SIZE INTO WS-RPT-TEXT-LINE
101400         ELSE
101500             MOVE "*** CLOSING ENTRIES DO NOT NET TO ZERO ***"
101600                 TO WS-RPT-TEXT-LINE
101700         END-IF
101800     END-IF.
101900     WRITE YE-RPT-RECORD FROM WS-RPT-TEXT-LINE.
102000     DISPLAY WS-RPT-TEXT-LINE.
102100     IF WS-NEW-YEAR-ROLLED
102200         MOVE SPACES TO WS-RPT-TEXT-LINE
102300         STRING "*** PERIOD " WS-NEW-JAN-PERIOD
102400             " ALREADY ROLLED - RE-ROLL THE NEW YEAR IN ORDER"
102500             " WITH BALROLL ***"
102600             DELIMITED BY SIZE INTO WS-RPT-TEXT-LINE
102700         WRITE YE-RPT-RECORD FROM WS-RPT-TEXT-LINE
102800     END-IF.
102900 7000-EXIT.
103000     EXIT.
103100
103200 7100-PRINT-ONE-SWEPT.
103300     IF NOT WS-YE-SWEPT(WS-YE-SUB)
103400         GO TO 7100-EXIT
103500     END-IF.
103600     ADD WS-YE-PRE-CLOSE(WS-YE-SUB) TO WS-NET-INCOME.
103700     IF WS-YE-CLASS(WS-YE-SUB) = "I"
103800         ADD WS-YE-CLOSING(WS-YE-SUB) TO WS-INCOME-SWEPT
103900     ELSE
104000         ADD WS-YE-CLOSING(WS-YE-SUB) TO WS-EXPENSE-SWEPT
104100     END-IF.
104200     IF WS-YE-PRE-CLOSE(WS-YE-SUB) = ZERO
104300         GO TO 7100-EXIT
104400     END-IF.
104500     PERFORM 7200-FORMAT-DETAIL THRU 7200-EXIT.
104600     WRITE YE-RPT-RECORD FROM WS-RPT-DETAIL-LINE.
104700 7100-EXIT.
104800     EXIT.
104900
105000 7200-FORMAT-DETAIL.
105100     MOVE WS-YE-ACCOUNT(WS-YE-SUB)   TO WS-RPT-ACCT.
105200     MOVE WS-YE-CLASS(WS-YE-SUB)     TO WS-RPT-CLASS.
105300     MOVE WS-YE-DESC(WS-YE-SUB)      TO WS-RPT-DESC.
105400     MOVE WS-YE-PRE-CLOSE(WS-YE-SUB) TO WS-RPT-PRE-CLOSE.
105500     MOVE WS-YE-CLOSING(WS-YE-SUB)   TO WS-RPT-SWEPT.
105600     COMPUTE WS-POST-CLOSE = WS-YE-PRE-CLOSE(WS-YE-SUB)
105700         + WS-YE-CLOSING(WS-YE-SUB).
105800     MOVE WS-POST-CLOSE              TO WS-RPT-POST-CLOSE.
105900 7200-EXIT.
106000     EXIT.
106100
106200 8150-READ-REPORT-CONTROL.
106300     MOVE ZERO TO WS-REPORT-GRAND-TOTAL.
106400     PERFORM 8145-ZERO-OP-TOTAL THRU 8145-EXIT
106500         VARYING WS-OP-SUB FROM 1 BY 1 UNTIL WS-OP-SUB > 4.
106600     MOVE ZERO TO WS-ACCT-CTL-USED.
106700     MOVE WS-RUN-DATE-EDIT TO RPTCTL-DATE.
106800     READ REPORT-CONTROL-FILE
106900         INVALID KEY
107000             GO TO 8150-EXIT
107100     END-READ.
107200     MOVE RPTCTL-GRAND-TOTAL TO WS-REPORT-GRAND-TOTAL.
107300     PERFORM 8155-LOAD-OP-TOTAL THRU 8155-EXIT
107400         VARYING WS-OP-SUB FROM 1 BY 1
107500             UNTIL WS-OP-SUB > 4.
107600     MOVE RPTCTL-ACCT-USED TO WS-ACCT-CTL-USED.
107700     PERFORM 8156-LOAD-ACCT-TOTAL THRU 8156-EXIT
107800         VARYING WS-ACCT-SUB FROM 1 BY 1
107900             UNTIL WS-ACCT-SUB > WS-ACCT-CTL-USED.
108000 8150-EXIT.
108100     EXIT.
108200
108300 8145-ZERO-OP-TOTAL.
108400     MOVE ZERO TO WS-OP-CTL-COUNT(WS-OP-SUB).
108500     MOVE ZERO TO WS-OP-CTL-TOTAL(WS-OP-SUB).
108600 8145-EXIT.
108700     EXIT.
108800
108900 8155-LOAD-OP-TOTAL.
109000     MOVE RPTCTL-OP-COUNT(WS-OP-SUB) TO
109100         WS-OP-CTL-COUNT(WS-OP-SUB).
109200     MOVE RPTCTL-OP-TOTAL(WS-OP-SUB) TO
109300         WS-OP-CTL-TOTAL(WS-OP-SUB).
109400 8155-EXIT.
109500     EXIT.
109600
109700 8156-LOAD-ACCT-TOTAL.
109800     MOVE RPTCTL-ACCT-CODE(WS-ACCT-SUB) TO
109900         WS-ACCT-CTL-CODE(WS-ACCT-SUB).
110000     MOVE RPTCTL-ACCT-COUNT(WS-ACCT-SUB) TO
110100         WS-ACCT-CTL-COUNT(WS-ACCT-SUB).
110200     MOVE RPTCTL-ACCT-TOTAL(WS-ACCT-SUB) TO
110300         WS-ACCT-CTL-TOTAL(WS-ACCT-SUB).
110400 8156-EXIT.
110500     EXIT.
110600
110700 8250-ACCUMULATE-ACCT-TOTAL.
110800     SET WS-ACCT-CTL-NOT-FOUND TO TRUE.
110900     MOVE ZERO TO WS-ACCT-HIT-SUB.
111000     PERFORM 8255-SCAN-ACCT-CTL THRU 8255-EXIT
111100         VARYING WS-ACCT-SUB FROM 1 BY 1
111200             UNTIL WS-ACCT-SUB > WS-ACCT-CTL-USED
111300             OR WS-ACCT-CTL-FOUND.
111400     IF WS-ACCT-CTL-NOT-FOUND
111500         IF WS-ACCT-CTL-USED < 500
111600             ADD 1 TO WS-ACCT-CTL-USED
111700             MOVE WS-ACCT-CTL-USED TO WS-ACCT-HIT-SUB
111800             MOVE WS-POST-ACCOUNT TO
111900                 WS-ACCT-CTL-CODE(WS-ACCT-HIT-SUB)
112000             MOVE ZERO TO WS-ACCT-CTL-COUNT(WS-ACCT-HIT-SUB)
112100             MOVE ZERO TO WS-ACCT-CTL-TOTAL(WS-ACCT-HIT-SUB)
112200         ELSE
112300             DISPLAY "*** ACCOUNT TOTAL TABLE FULL - "
112400                 WS-POST-ACCOUNT " NOT SUBTOTALED ***"
112500         END-IF
112600     END-IF.
112700     IF WS-ACCT-HIT-SUB > ZERO
112800         ADD 1 TO WS-ACCT-CTL-COUNT(WS-ACCT-HIT-SUB)
112900         ADD WS-POST-AMOUNT TO WS-ACCT-CTL-TOTAL(WS-ACCT-HIT-SUB)
113000     END-IF.
113100 8250-EXIT.
113200     EXIT.
113300
113400 8255-SCAN-ACCT-CTL.
113500     IF WS-ACCT-CTL-CODE(WS-ACCT-SUB) = WS-POST-ACCOUNT
113600         SET WS-ACCT-CTL-FOUND TO TRUE
113700         MOVE WS-ACCT-SUB TO WS-ACCT-HIT-SUB
113800     END-IF.
113900 8255-EXIT.
114000     EXIT.
114100
114200 8350-SAVE-REPORT-CONTROL.
114300     MOVE WS-RUN-DATE-EDIT      TO RPTCTL-DATE.
114400     MOVE WS-REPORT-GRAND-TOTAL TO RPTCTL-GRAND-TOTAL.
114500     PERFORM 8355-SAVE-OP-TOTAL THRU 8355-EXIT
114600         VARYING WS-OP-SUB FROM 1 BY 1 UNTIL WS-OP-SUB > 4.
114700     MOVE WS-ACCT-CTL-USED TO RPTCTL-ACCT-USED.
114800     PERFORM 8356-SAVE-ACCT-TOTAL THRU 8356-EXIT
114900         VARYING WS-ACCT-SUB FROM 1 BY 1
115000             UNTIL WS-ACCT-SUB > 500.
115100     WRITE REPORT-CONTROL-RECORD
115200         INVALID KEY
115300             REWRITE REPORT-CONTROL-RECORD
115400     END-WRITE.
115500     IF WS-RPTCTL-STATUS NOT = "00"
115600         DISPLAY "*** RPTCTL SAVE FAILED - STATUS "
115700             WS-RPTCTL-STATUS " ***"
115800     END-IF.
115900 8350-EXIT.
116000     EXIT.
116100
116200 8355-SAVE-OP-TOTAL.
116300     MOVE WS-OP-CTL-COUNT(WS-OP-SUB) TO
116400         RPTCTL-OP-COUNT(WS-OP-SUB).
116500     MOVE WS-OP-CTL-TOTAL(WS-OP-SUB) TO
116600         RPTCTL-OP-TOTAL(WS-OP-SUB).
116700 8355-EXIT.
116800     EXIT.
116900
117000 8356-SAVE-ACCT-TOTAL.
117100     IF WS-ACCT-SUB > WS-ACCT-CTL-USED
117200         MOVE SPACES TO RPTCTL-ACCT-CODE(WS-ACCT-SUB)
117300         MOVE ZERO TO RPTCTL-ACCT-COUNT(WS-ACCT-SUB)
117400         MOVE ZERO TO RPTCTL-ACCT-TOTAL(WS-ACCT-SUB)
117500     ELSE
117600         MOVE WS-ACCT-CTL-CODE(WS-ACCT-SUB) TO
117700             RPTCTL-ACCT-CODE(WS-ACCT-SUB)
117800         MOVE WS-ACCT-CTL-COUNT(WS-ACCT-SUB) TO
117900             RPTCTL-ACCT-COUNT(WS-ACCT-SUB)
118000         MOVE WS-ACCT-CTL-TOTAL(WS-ACCT-SUB) TO
118100             RPTCTL-ACCT-TOTAL(WS-ACCT-SUB)
118200     END-IF.
118300 8356-EXIT.
118400     EXIT.
118500
118600 8450-SEED-GL-SEQUENCE.
118700     MOVE ZERO TO WS-GL-SEQUENCE.
118800     MOVE "N" TO WS-GL-EOF-SWITCH.
118900     MOVE WS-RUN-DATE-EDIT TO GL-POST-KEY-DATE.
119000     MOVE ZERO TO GL-POST-KEY-SEQ.
119100     START GL-POST-FILE KEY IS NOT LESS THAN GL-POST-KEY
119200         INVALID KEY SET WS-GL-AT-EOF TO TRUE
119300     END-START.
119400     PERFORM 8455-SCAN-GL-FOR-DATE THRU 8455-EXIT
119500         UNTIL WS-GL-AT-EOF.
119600 8450-EXIT.
119700     EXIT.
119800
119900 8455-SCAN-GL-FOR-DATE.
120000     READ GL-POST-FILE NEXT RECORD
120100         AT END SET WS-GL-AT-EOF TO TRUE
120200     END-READ.
120300     IF NOT WS-GL-AT-EOF
120400         IF GL-POST-KEY-DATE = WS-RUN-DATE-EDIT
120500             MOVE GL-POST-KEY-SEQ TO WS-GL-SEQUENCE
120600         ELSE
120700             SET WS-GL-AT-EOF TO TRUE
120800         END-IF
120900     END-IF.
121000 8455-EXIT.
121100     EXIT.
121200
121300 8900-CHECK-AUTHORITY.
121400     SET WS-AUTH-REFUSED TO TRUE.
121500     OPEN INPUT OPR-AUTH-FILE.
121600     IF WS-OPRAUTH-STATUS NOT = "00"
121700         MOVE "AUTHORIZATION MASTER UNAVAILABLE"
121800             TO WS-AVL-DETAIL
121900         GO TO 8900-EXIT
122000     END-IF.
122100     MOVE WS-USER-ID TO OPR-AUTH-USER.
122200     READ OPR-AUTH-FILE
122300         INVALID KEY
122400             MOVE "USER NOT ON AUTHORIZATION MASTER"
122500                 TO WS-AVL-DETAIL
122600         NOT INVALID KEY
122700             IF OPR-MAY-CLOSE-MONTH
122800                 SET WS-AUTH-GRANTED TO TRUE
122900             ELSE
123000                 MOVE "NOT AUTHORIZED FOR YEAR-END"
123100                     TO WS-AVL-DETAIL
123200             END-IF
123300     END-READ.
123400     CLOSE OPR-AUTH-FILE.
123500 8900-EXIT.
123600     EXIT.
123700
123800 8950-LOG-VIOLATION.
123900     MOVE WS-RUN-DATE-EDIT    TO WS-AVL-DATE.
124000     MOVE WS-RUN-TIME-DISPLAY TO WS-AVL-TIME.
124100     MOVE WS-USER-ID          TO WS-AVL-USER.
124200     MOVE "YRCLOSE"           TO WS-AVL-PROGRAM.
124300     MOVE "CLOSE"             TO WS-AVL-FUNCTION.
124400     OPEN EXTEND AUTH-VIOL-FILE.
124500     IF WS-AUTHVIOL-STATUS NOT = "00"
124600         OPEN OUTPUT AUTH-VIOL-FILE
124700     END-IF.
124800     IF WS-AUTHVIOL-STATUS NOT = "00"
124900         DISPLAY "*** UNABLE TO OPEN AUTHVIOL - STATUS "
125000             WS-AUTHVIOL-STATUS " ***"
125100         GO TO 8950-EXIT
125200     END-IF.
125300     WRITE AUTH-VIOL-RECORD FROM WS-AUTH-VIOL-LINE.
125400     CLOSE AUTH-VIOL-FILE.
125500     DISPLAY "*** AUTHORIZATION VIOLATION LOGGED - "
125600         WS-AVL-USER " " WS-AVL-DETAIL " ***".
125700 8950-EXIT.
125800     EXIT.
125900
126000 9000-TERMINATE.
126100     CLOSE ACCT-MASTER-FILE.
126200     CLOSE ACCT-BAL-FILE.
126300     IF WS-POSTING-FILES-OPEN
126400         CLOSE GL-POST-FILE
126500         CLOSE FOOT-DETAIL-FILE
126600         CLOSE AUDIT-MASTER-FILE
126700         CLOSE REPORT-CONTROL-FILE
126800         CLOSE YE-RPT-FILE
126900     END-IF.
127000     DISPLAY "YEAR-END CLOSE RUN FOR " WS-CLOSE-YEAR " - "
127100         WS-RUN-STATUS-TEXT.
127200     DISPLAY "  ACCOUNTS LOADED   = " WS-YE-USED.
127300     DISPLAY "  ACCOUNTS SWEPT    = " WS-SWEPT-COUNT.
127400     DISPLAY "  CLOSING ENTRIES   = " WS-ENTRIES-POSTED.
127500     DISPLAY "  PERIOD 13 RECORDS = " WS-CLOSE-RECORDS.
127600     DISPLAY "  OPENING RECORDS   = " WS-OPENING-RECORDS.
127700     MOVE WS-NET-INCOME TO WS-AMOUNT-EDIT.
127800     DISPLAY "  NET INCOME        = " WS-AMOUNT-EDIT.
127900 9000-EXIT.
128000     EXIT.
128100
128200 9100-WRITE-RUN-LOG.
128300     ACCEPT WS-END-TIME-RAW FROM TIME.
128400     MOVE WS-END-HH  TO WS-ETD-HH.
128500     MOVE WS-END-MIN TO WS-ETD-MIN.
128600     MOVE WS-END-SS  TO WS-ETD-SS.
128700     OPEN EXTEND RUN-LOG-FILE.
128800     IF WS-RUNLOG-STATUS NOT = "00"
128900         OPEN OUTPUT RUN-LOG-FILE
129000     END-IF.
129100     IF WS-RUNLOG-STATUS NOT = "00"
129200         DISPLAY "*** UNABLE TO OPEN RUN LOG - STATUS "
129300             WS-RUNLOG-STATUS " ***"
129400         GO TO 9100-EXIT
129500     END-IF.
129600     MOVE WS-RUN-DATE-EDIT    TO WS-RLG-DATE.
129700     MOVE "YRCLOSE"           TO WS-RLG-PROGRAM.
129800     MOVE WS-RUN-TIME-DISPLAY TO WS-RLG-START-TIME.
129900     MOVE WS-END-TIME-DISPLAY TO WS-RLG-END-TIME.
130000     MOVE WS-YE-USED          TO WS-RLG-READ-COUNT.
130100     MOVE WS-ENTRIES-POSTED   TO WS-RLG-WRITE-COUNT.
130200     MOVE ZERO                TO WS-RLG-SUSP-COUNT.
130300     MOVE WS-RUN-STATUS-TEXT  TO WS-RLG-STATUS.
130400     WRITE RUN-LOG-RECORD FROM WS-RUN-LOG-LINE.
130500     CLOSE RUN-LOG-FILE.
130600 9100-EXIT.
130700     EXIT.
130800
130900 END PROGRAM YRCLOSE.
