000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. INTGCHK.
000300 AUTHOR. J B HARTLEY.
000400 INSTALLATION. GENERAL ACCOUNTING - BATCH CONTROL.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*-------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*-------------------------------------------------------------*
001000* 2026-10-15 JBH  NEW PROGRAM.  WEEKLY POSTING INTEGRITY      *
001100*                 SWEEP.  RECONCIL PROVES THE DAY'S COUNTS    *
001200*                 AND TOTALS AGREE, BUT A MISSING OR ALTERED  *
001300*                 RECORD CAN HIDE INSIDE MATCHING TOTALS.     *
001400*                 THIS PROGRAM MATCHES GLPOST, FOOTDTL AND    *
001500*                 AUDMSTR RECORD BY RECORD ON DATE AND        *
001600*                 SEQUENCE AND REPORTS ON INTGRPT ANY KEY     *
001700*                 MISSING FROM A STORE, ANY DISAGREEMENT IN   *
001800*                 AMOUNTS, ACCOUNT, BATCH ID OR REVERSAL      *
001900*                 FLAG, ANY REVERSAL CROSS-REFERENCE THAT     *
002000*                 DOES NOT POINT BACK BOTH WAYS, ANY GLPOST   *
002100*                 ACCOUNT MISSING FROM ACCTMST, AND ANY       *
002200*                 POSTING LEFT AT DISPOSITION "E" WITH NO     *
002300*                 LEDGER ANSWER FOR LONGER THAN THE DAYS ON   *
002400*                 THE INTGPARM CARD.  THE RESULT - CLEAN,     *
002500*                 EXCEPTIONS, OR FAILED - IS APPENDED TO      *
002600*                 RUNLOG FOR THE MORNRPT MORNING REPORT.      *
002700*-------------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. IBM-370.
003100 OBJECT-COMPUTER. IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT GL-POST-FILE ASSIGN TO "GLPOST"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS GL-POST-KEY
003800         FILE STATUS IS WS-GL-STATUS.
003900
004000     SELECT FOOT-DETAIL-FILE ASSIGN TO "FOOTDTL"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS FOOT-DTL-KEY
004400         FILE STATUS IS WS-FOOTDTL-STATUS.
004500
004600     SELECT AUDIT-MASTER-FILE ASSIGN TO "AUDMSTR"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS AUD-MST-KEY
005000         FILE STATUS IS WS-AUDIT-STATUS.
005100
005200     SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMST"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS ACCT-MST-KEY
005600         FILE STATUS IS WS-ACCT-STATUS.
005700
005800     SELECT CLOSED-MONTH-FILE ASSIGN TO "CLOSEDMO"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-CLOSEDMO-STATUS.
006100
006200     SELECT INTG-RPT-FILE ASSIGN TO "INTGRPT"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-RPT-STATUS.
006500
006600     SELECT INTG-PARM-FILE ASSIGN TO "INTGPARM"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-PARM-STATUS.
006900
007000     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-RUNLOG-STATUS.
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  GL-POST-FILE
007600     LABEL RECORDS ARE STANDARD.
007700 COPY GLPOSTRC.
007800
007900 FD  FOOT-DETAIL-FILE
008000     LABEL RECORDS ARE STANDARD.
008100 COPY FOOTDTLR.
008200
008300 FD  AUDIT-MASTER-FILE
008400     LABEL RECORDS ARE STANDARD.
008500 COPY AUDMSTRC.
008600
008700 FD  ACCT-MASTER-FILE
008800     LABEL RECORDS ARE STANDARD.
008900 COPY ACCTMSTR.
009000
009100 FD  CLOSED-MONTH-FILE
009200     LABEL RECORDS ARE STANDARD.
009300 01  CLOSED-MONTH-RECORD         PIC 9(06).
009400
009500 FD  INTG-RPT-FILE
009600     LABEL RECORDS ARE STANDARD.
009700 01  INTG-RPT-RECORD             PIC X(80).
009800
009900 FD  INTG-PARM-FILE
010000     LABEL RECORDS ARE STANDARD.
010100 01  INTG-PARM-RECORD.
010200     05  INTG-PARM-DAYS          PIC X(03).
010300     05  FILLER                  PIC X(77).
010400
010500 FD  RUN-LOG-FILE
010600     LABEL RECORDS ARE STANDARD.
010700 01  RUN-LOG-RECORD              PIC X(80).
010800
010900 WORKING-STORAGE SECTION.
011000 01  WS-FILE-STATUSES.
011100     05  WS-GL-STATUS            PIC X(02) VALUE "00".
011200     05  WS-FOOTDTL-STATUS       PIC X(02) VALUE "00".
011300     05  WS-AUDIT-STATUS         PIC X(02) VALUE "00".
011400     05  WS-ACCT-STATUS          PIC X(02) VALUE "00".
011500     05  WS-CLOSEDMO-STATUS      PIC X(02) VALUE "00".
011600     05  WS-RPT-STATUS           PIC X(02) VALUE "00".
011700     05  WS-PARM-STATUS          PIC X(02) VALUE "00".
011800     05  WS-RUNLOG-STATUS        PIC X(02) VALUE "00".
011900
012000 01  WS-PROGRAM-SWITCHES.
012100     05  WS-RUN-OK-SWITCH        PIC X(01) VALUE "N".
012200         88  WS-RUN-OK                     VALUE "Y".
012300         88  WS-RUN-NOT-OK                 VALUE "N".
012400     05  WS-GL-OPEN-SWITCH       PIC X(01) VALUE "N".
012500         88  WS-GL-IS-OPEN                 VALUE "Y".
012600     05  WS-FOOTDTL-OPEN-SWITCH  PIC X(01) VALUE "N".
012700         88  WS-FOOTDTL-IS-OPEN            VALUE "Y".
012800     05  WS-AUDIT-OPEN-SWITCH    PIC X(01) VALUE "N".
012900         88  WS-AUDIT-IS-OPEN              VALUE "Y".
013000     05  WS-ACCT-OPEN-SWITCH     PIC X(01) VALUE "N".
013100         88  WS-ACCT-IS-OPEN               VALUE "Y".
013200     05  WS-LINK-FULL-SWITCH     PIC X(01) VALUE "N".
013300         88  WS-LINK-TABLE-FULL            VALUE "Y".
013400     05  WS-TARGET-SWITCH        PIC X(01) VALUE "N".
013500         88  WS-TARGET-FOUND               VALUE "Y".
013600         88  WS-TARGET-NOT-FOUND           VALUE "N".
013700
013800 01  WS-COUNTERS.
013900     05  WS-KEYS-CHECKED         PIC 9(09) COMP VALUE ZERO.
014000     05  WS-GL-READ              PIC 9(09) COMP VALUE ZERO.
014100     05  WS-FOOTDTL-READ         PIC 9(09) COMP VALUE ZERO.
014200     05  WS-AUDIT-READ           PIC 9(09) COMP VALUE ZERO.
014300     05  WS-EXCEPTIONS           PIC 9(09) COMP VALUE ZERO.
014400     05  WS-EXC-MISSING-KEY      PIC 9(09) COMP VALUE ZERO.
014500     05  WS-EXC-DISAGREE         PIC 9(09) COMP VALUE ZERO.
014600     05  WS-EXC-AUDIT-REPEAT     PIC 9(09) COMP VALUE ZERO.
014700     05  WS-EXC-NO-ACCOUNT       PIC 9(09) COMP VALUE ZERO.
014800     05  WS-EXC-STALE-EXTRACT    PIC 9(09) COMP VALUE ZERO.
014900     05  WS-EXC-XREF             PIC 9(09) COMP VALUE ZERO.
015000     05  WS-LINKS-CHECKED        PIC 9(09) COMP VALUE ZERO.
015100     05  WS-LINKS-ARCHIVED       PIC 9(09) COMP VALUE ZERO.
015200
015300 01  WS-RUN-DATE-EDIT            PIC 9(08).
015400 01  WS-RUN-DATE-INT             PIC 9(09) COMP VALUE ZERO.
015500 01  WS-POST-DATE-INT            PIC 9(09) COMP VALUE ZERO.
015600 01  WS-DAYS-OUT                 PIC 9(05) COMP VALUE ZERO.
015700 01  WS-STALE-DAYS               PIC 9(03) VALUE 5.
015800 01  WS-LAST-CLOSED-MONTH        PIC 9(06) VALUE ZERO.
015900 01  WS-TARGET-MONTH             PIC 9(06) VALUE ZERO.
016000 01  WS-RUN-TIME-RAW.
016100     05  WS-RUN-HH               PIC 9(02).
016200     05  WS-RUN-MIN              PIC 9(02).
016300     05  WS-RUN-SS               PIC 9(02).
016400     05  WS-RUN-HS               PIC 9(02).
016500 01  WS-RUN-TIME-DISPLAY.
016600     05  WS-RTD-HH               PIC 9(02).
016700     05  FILLER                  PIC X(01) VALUE ":".
016800     05  WS-RTD-MIN              PIC 9(02).
016900     05  FILLER                  PIC X(01) VALUE ":".
017000     05  WS-RTD-SS               PIC 9(02).
017100 01  WS-END-TIME-RAW.
017200     05  WS-END-HH               PIC 9(02).
017300     05  WS-END-MIN              PIC 9(02).
017400     05  WS-END-SS               PIC 9(02).
017500     05  WS-END-HS               PIC 9(02).
017600 01  WS-END-TIME-DISPLAY.
017700     05  WS-ETD-HH               PIC 9(02).
017800     05  FILLER                  PIC X(01) VALUE ":".
017900     05  WS-ETD-MIN              PIC 9(02).
018000     05  FILLER                  PIC X(01) VALUE ":".
018100     05  WS-ETD-SS               PIC 9(02).
018200 01  WS-RUN-STATUS-TEXT          PIC X(12) VALUE "FAILED".
018300
018400 COPY RUNLOGRC.
018500
018600*-------------------------------------------------------------*
018700* CURRENT KEY OF EACH STORE IN THE MATCH.  A STORE AT END OF  *
018800* FILE CARRIES HIGH-VALUES SO IT NEVER HOLDS THE LOW KEY.     *
018900*-------------------------------------------------------------*
019000 01  WS-GL-CUR-KEY.
019100     05  WS-GL-CUR-DATE          PIC 9(08).
019200     05  WS-GL-CUR-SEQ           PIC 9(05).
019300 01  WS-FD-CUR-KEY.
019400     05  WS-FD-CUR-DATE          PIC 9(08).
019500     05  WS-FD-CUR-SEQ           PIC 9(05).
019600 01  WS-AU-CUR-KEY.
019700     05  WS-AU-CUR-DATE          PIC 9(08).
019800     05  WS-AU-CUR-SEQ           PIC 9(05).
019900 01  WS-LOW-KEY.
020000     05  WS-LOW-DATE             PIC 9(08).
020100     05  WS-LOW-SEQ              PIC 9(05).
020200 01  WS-AU-FIRST-USER            PIC X(08).
020300
020400*-------------------------------------------------------------*
020500* ONE SIDE PER STORE FOR THE KEY BEING MATCHED - 1 GLPOST,    *
020600* 2 FOOTDTL, 3 AUDMSTR.  AUDMSTR CARRIES NO ACCOUNT, AND THE  *
020700* REVERSAL FLAG IS HELD AS Y OR N WHATEVER THE STORE'S OWN    *
020800* CODING ("Y" ON GLPOST AND FOOTDTL, "REV" ON AUDMSTR).       *
020900*-------------------------------------------------------------*
021000 01  WS-STORE-NAMES.
021100     05  FILLER                  PIC X(08) VALUE "GLPOST".
021200     05  FILLER                  PIC X(08) VALUE "FOOTDTL".
021300     05  FILLER                  PIC X(08) VALUE "AUDMSTR".
021400 01  WS-STORE-NAME-R REDEFINES WS-STORE-NAMES.
021500     05  WS-STORE-NAME OCCURS 3 TIMES PIC X(08).
021600 01  WS-PAIR-NAMES.
021700     05  FILLER                  PIC X(15) VALUE "GLPOST/FOOTDTL".
021800     05  FILLER                  PIC X(15) VALUE "GLPOST/AUDMSTR".
021900     05  FILLER                  PIC X(15) VALUE
022000         "FOOTDTL/AUDMSTR".
022100 01  WS-PAIR-NAME-R REDEFINES WS-PAIR-NAMES.
022200     05  WS-PAIR-NAME OCCURS 3 TIMES PIC X(15).
022300 01  WS-SIDE-TABLE.
022400     05  WS-SIDE OCCURS 3 TIMES.
022500         10  WS-SIDE-PRESENT     PIC X(01).
022600         10  WS-SIDE-NUM1        PIC S9(07)V99.
022700         10  WS-SIDE-NUM2        PIC S9(07)V99.
022800         10  WS-SIDE-RESULT      PIC S9(08)V99.
022900         10  WS-SIDE-ACCOUNT     PIC X(04).
023000         10  WS-SIDE-BATCH-ID    PIC X(06).
023100         10  WS-SIDE-REV         PIC X(01).
023200 01  WS-SIDE-SUB                 PIC 9(01) COMP.
023300 01  WS-BASE-SUB                 PIC 9(01) COMP.
023400 01  WS-SIDE-A                   PIC 9(01) COMP.
023500 01  WS-SIDE-B                   PIC 9(01) COMP.
023600 01  WS-PAIR-SUB                 PIC 9(01) COMP.
023700
023800*-------------------------------------------------------------*
023900* REVERSAL LINKS NOTED DURING THE SWEEP AND CHECKED AFTER IT, *
024000* WHEN GLPOST IS FREE FOR KEYED READS.  TYPE "R" IS A         *
024100* REVERSAL POINTING AT ITS ORIGINAL, TYPE "O" AN ORIGINAL     *
024200* MARKED REVERSED POINTING AT ITS REVERSAL.                   *
024300*-------------------------------------------------------------*
024400 01  WS-LINK-TABLE.
024500     05  WS-LINK-USED            PIC 9(05) COMP VALUE ZERO.
024600     05  WS-LINK-ENTRY OCCURS 5000 TIMES.
024700         10  WS-LNK-KEY.
024800             15  WS-LNK-DATE     PIC 9(08).
024900             15  WS-LNK-SEQ      PIC 9(05).
025000         10  WS-LNK-TYPE         PIC X(01).
025100             88  WS-LNK-IS-REVERSAL        VALUE "R".
025200             88  WS-LNK-IS-ORIGINAL        VALUE "O".
025300         10  WS-LNK-XREF.
025400             15  WS-LNK-XREF-DATE PIC 9(08).
025500             15  WS-LNK-XREF-SEQ PIC 9(05).
025600 01  WS-LINK-SUB                 PIC 9(05) COMP.
025700
025800 01  WS-RPT-HEADING-1            PIC X(80) VALUE
025900     "POSTING INTEGRITY SWEEP - GLPOST / FOOTDTL / AUDMSTR".
026000 01  WS-RPT-HEADING-2.
026100     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
026200     05  WS-HDR-DATE             PIC 9(08).
026300     05  FILLER                  PIC X(27) VALUE
026400         "   EXTRACT ANSWER LIMIT    ".
026500     05  WS-HDR-DAYS             PIC ZZ9.
026600     05  FILLER                  PIC X(33) VALUE " DAYS".
026700 01  WS-RPT-HEADING-3.
026800     05  FILLER                  PIC X(16) VALUE "KEY".
026900     05  FILLER                  PIC X(24) VALUE "CHECK".
027000     05  FILLER                  PIC X(16) VALUE "FIRST VALUE".
027100     05  FILLER                  PIC X(24) VALUE "SECOND VALUE".
027200 01  WS-EXC-LINE.
027300     05  WS-EXC-KEY.
027400         10  WS-EXC-DATE         PIC 9(08).
027500         10  FILLER              PIC X(01) VALUE "/".
027600         10  WS-EXC-SEQ          PIC 9(05).
027700     05  FILLER                  PIC X(02) VALUE SPACES.
027800     05  WS-EXC-CHECK.
027900         10  WS-EXC-FIELD        PIC X(08) VALUE SPACES.
028000         10  WS-EXC-STORES       PIC X(15) VALUE SPACES.
028100     05  FILLER                  PIC X(01) VALUE SPACES.
028200     05  WS-EXC-VALUE-1          PIC X(15) VALUE SPACES.
028300     05  FILLER                  PIC X(01) VALUE SPACES.
028400     05  WS-EXC-VALUE-2          PIC X(15) VALUE SPACES.
028500     05  FILLER                  PIC X(09) VALUE SPACES.
028600 01  WS-AMOUNT-EDIT              PIC -(8)9.99.
028700 01  WS-KEY-TEXT.
028800     05  WS-KTX-DATE             PIC 9(08).
028900     05  FILLER                  PIC X(01) VALUE "/".
029000     05  WS-KTX-SEQ              PIC 9(05).
029100 01  WS-AGE-TEXT.
029200     05  FILLER                  PIC X(04) VALUE "AGE ".
029300     05  WS-AGE-DAYS             PIC ZZZZ9.
029400     05  FILLER                  PIC X(05) VALUE " DAYS".
029500 01  WS-LIMIT-TEXT.
029600     05  FILLER                  PIC X(06) VALUE "LIMIT ".
029700     05  WS-LIMIT-DAYS           PIC ZZ9.
029800     05  FILLER                  PIC X(05) VALUE " DAYS".
029900 01  WS-RPT-COUNT-LINE.
030000     05  WS-RPT-COUNT-TEXT       PIC X(40).
030100     05  WS-RPT-COUNT            PIC ZZZZZZZZ9.
030200     05  FILLER                  PIC X(31) VALUE SPACES.
030300 01  WS-RPT-STATUS-LINE          PIC X(80).
030400 01  WS-RPT-BLANK-LINE           PIC X(80) VALUE SPACES.
030500
030600 PROCEDURE DIVISION.
030700 0000-MAINLINE.
030800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
030900     IF WS-RUN-OK
031000         PERFORM 3000-SWEEP-STORES THRU 3000-EXIT
031100         PERFORM 5000-CHECK-REVERSAL-LINKS THRU 5000-EXIT
031200         PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT
031300     END-IF.
031400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
031500     PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT.
031600     STOP RUN.
031700
031800 1000-INITIALIZE.
031900     ACCEPT WS-RUN-DATE-EDIT FROM DATE YYYYMMDD.
032000     ACCEPT WS-RUN-TIME-RAW FROM TIME.
032100     MOVE WS-RUN-HH  TO WS-RTD-HH.
032200     MOVE WS-RUN-MIN TO WS-RTD-MIN.
032300     MOVE WS-RUN-SS  TO WS-RTD-SS.
032400     COMPUTE WS-RUN-DATE-INT =
032500         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-EDIT).
032600     PERFORM 2000-READ-INTG-PARM THRU 2000-EXIT.
032700     IF WS-RUN-NOT-OK
032800         GO TO 1000-EXIT
032900     END-IF.
033000     SET WS-RUN-NOT-OK TO TRUE.
033100     OPEN INPUT GL-POST-FILE.
033200     IF WS-GL-STATUS NOT = "00"
033300         DISPLAY "*** GL FILE NOT AVAILABLE - STATUS "
033400             WS-GL-STATUS " - SWEEP NOT RUN ***"
033500         GO TO 1000-EXIT
033600     END-IF.
033700     SET WS-GL-IS-OPEN TO TRUE.
033800     OPEN INPUT FOOT-DETAIL-FILE.
033900     IF WS-FOOTDTL-STATUS NOT = "00"
034000         DISPLAY "*** FOOTINGS DETAIL NOT AVAILABLE - STATUS "
034100             WS-FOOTDTL-STATUS " - SWEEP NOT RUN ***"
034200         GO TO 1000-EXIT
034300     END-IF.
034400     SET WS-FOOTDTL-IS-OPEN TO TRUE.
034500     OPEN INPUT AUDIT-MASTER-FILE.
034600     IF WS-AUDIT-STATUS NOT = "00"
034700         DISPLAY "*** AUDIT STORE NOT AVAILABLE - STATUS "
034800             WS-AUDIT-STATUS " - SWEEP NOT RUN ***"
034900         GO TO 1000-EXIT
035000     END-IF.
035100     SET WS-AUDIT-IS-OPEN TO TRUE.
035200     OPEN INPUT ACCT-MASTER-FILE.
035300     IF WS-ACCT-STATUS NOT = "00"
035400         DISPLAY "*** CHART OF ACCOUNTS NOT AVAILABLE - STATUS "
035500             WS-ACCT-STATUS " - SWEEP NOT RUN ***"
035600         GO TO 1000-EXIT
035700     END-IF.
035800     SET WS-ACCT-IS-OPEN TO TRUE.
035900     OPEN OUTPUT INTG-RPT-FILE.
036000     IF WS-RPT-STATUS NOT = "00"
036100         DISPLAY "*** UNABLE TO OPEN INTGRPT - STATUS "
036200             WS-RPT-STATUS " - SWEEP NOT RUN ***"
036300         GO TO 1000-EXIT
036400     END-IF.
036500     PERFORM 1200-READ-CLOSED-MONTH THRU 1200-EXIT.
036600     SET WS-RUN-OK TO TRUE.
036700 1000-EXIT.
036800     EXIT.
036900
037000 1200-READ-CLOSED-MONTH.
037100     MOVE ZERO TO WS-LAST-CLOSED-MONTH.
037200     OPEN INPUT CLOSED-MONTH-FILE.
037300     IF WS-CLOSEDMO-STATUS = "00"
037400         READ CLOSED-MONTH-FILE
037500             AT END CONTINUE
037600             NOT AT END
037700                 IF CLOSED-MONTH-RECORD IS NUMERIC
037800                     MOVE CLOSED-MONTH-RECORD
037900                         TO WS-LAST-CLOSED-MONTH
038000                 END-IF
038100         END-READ
038200         CLOSE CLOSED-MONTH-FILE
038300     END-IF.
038400 1200-EXIT.
038500     EXIT.
038600
038700 2000-READ-INTG-PARM.
038800     SET WS-RUN-OK TO TRUE.
038900     OPEN INPUT INTG-PARM-FILE.
039000     IF WS-PARM-STATUS NOT = "00"
039100         DISPLAY "NO INTGPARM CARD - EXTRACT ANSWER LIMIT "
039200             WS-STALE-DAYS " DAYS"
039300         GO TO 2000-EXIT
039400     END-IF.
039500     READ INTG-PARM-FILE
039600         AT END
039700             DISPLAY "INTGPARM CARD EMPTY - EXTRACT ANSWER LIMIT "
039800                 WS-STALE-DAYS " DAYS"
039900         NOT AT END
040000             IF INTG-PARM-DAYS = SPACES
040100                 CONTINUE
040200             ELSE
040300                 IF INTG-PARM-DAYS IS NUMERIC
040400                     MOVE INTG-PARM-DAYS TO WS-STALE-DAYS
040500                 ELSE
040600                     DISPLAY "*** INTGPARM DAYS NOT NUMERIC - "
040700                         "SWEEP NOT RUN ***"
040800                     SET WS-RUN-NOT-OK TO TRUE
040900                 END-IF
041000             END-IF
041100     END-READ.
041200     CLOSE INTG-PARM-FILE.
041300     IF WS-RUN-OK
041400         DISPLAY "INTEGRITY SWEEP - EXTRACT ANSWER LIMIT "
041500             WS-STALE-DAYS " DAYS"
041600     END-IF.
041700 2000-EXIT.
041800     EXIT.
041900
042000*-------------------------------------------------------------*
042100* THE THREE STORES ARE READ TOGETHER IN KEY ORDER.  EACH PASS *
042200* TAKES THE LOWEST CURRENT DATE AND SEQUENCE, CHECKS IT ON    *
042300* WHICHEVER STORES HOLD IT, AND STEPS THOSE STORES ON.        *
042400*-------------------------------------------------------------*
042500 3000-SWEEP-STORES.
042600     WRITE INTG-RPT-RECORD FROM WS-RPT-HEADING-1.
042700     MOVE WS-RUN-DATE-EDIT TO WS-HDR-DATE.
042800     MOVE WS-STALE-DAYS    TO WS-HDR-DAYS.
042900     WRITE INTG-RPT-RECORD FROM WS-RPT-HEADING-2.
043000     WRITE INTG-RPT-RECORD FROM WS-RPT-BLANK-LINE.
043100     WRITE INTG-RPT-RECORD FROM WS-RPT-HEADING-3.
043200     MOVE ZERO TO WS-GL-CUR-KEY.
043300     MOVE ZERO TO WS-FD-CUR-KEY.
043400     MOVE ZERO TO WS-AU-CUR-KEY.
043500     MOVE ZERO TO GL-POST-KEY-DATE.
043600     MOVE ZERO TO GL-POST-KEY-SEQ.
043700     START GL-POST-FILE KEY IS NOT LESS THAN GL-POST-KEY
043800         INVALID KEY MOVE HIGH-VALUES TO WS-GL-CUR-KEY
043900     END-START.
044000     IF WS-GL-CUR-KEY NOT = HIGH-VALUES
044100         PERFORM 3010-READ-GL-POSTING THRU 3010-EXIT
044200     END-IF.
044300     MOVE ZERO TO FOOT-DTL-DATE.
044400     MOVE ZERO TO FOOT-DTL-SEQ.
044500     START FOOT-DETAIL-FILE KEY IS NOT LESS THAN FOOT-DTL-KEY
044600         INVALID KEY MOVE HIGH-VALUES TO WS-FD-CUR-KEY
044700     END-START.
044800     IF WS-FD-CUR-KEY NOT = HIGH-VALUES
044900         PERFORM 3020-READ-FOOT-DETAIL THRU 3020-EXIT
045000     END-IF.
045100     MOVE ZERO TO AUD-MST-DATE.
045200     MOVE ZERO TO AUD-MST-SEQ.
045300     MOVE LOW-VALUES TO AUD-MST-USER.
045400     START AUDIT-MASTER-FILE
045500         KEY IS NOT LESS THAN AUD-MST-KEY
045600         INVALID KEY MOVE HIGH-VALUES TO WS-AU-CUR-KEY
045700     END-START.
045800     IF WS-AU-CUR-KEY NOT = HIGH-VALUES
045900         PERFORM 3030-READ-AUDIT-ENTRY THRU 3030-EXIT
046000     END-IF.
046100     PERFORM 3100-MATCH-ONE-KEY THRU 3100-EXIT
046200         UNTIL WS-GL-CUR-KEY = HIGH-VALUES
046300           AND WS-FD-CUR-KEY = HIGH-VALUES
046400           AND WS-AU-CUR-KEY = HIGH-VALUES.
046500 3000-EXIT.
046600     EXIT.
046700
046800 3010-READ-GL-POSTING.
046900     READ GL-POST-FILE NEXT RECORD
047000         AT END MOVE HIGH-VALUES TO WS-GL-CUR-KEY
047100     END-READ.
047200     IF WS-GL-CUR-KEY NOT = HIGH-VALUES
047300         ADD 1 TO WS-GL-READ
047400         MOVE GL-POST-KEY-DATE TO WS-GL-CUR-DATE
047500         MOVE GL-POST-KEY-SEQ  TO WS-GL-CUR-SEQ
047600     END-IF.
047700 3010-EXIT.
047800     EXIT.
047900
048000 3020-READ-FOOT-DETAIL.
048100     READ FOOT-DETAIL-FILE NEXT RECORD
048200         AT END MOVE HIGH-VALUES TO WS-FD-CUR-KEY
048300     END-READ.
048400     IF WS-FD-CUR-KEY NOT = HIGH-VALUES
048500         ADD 1 TO WS-FOOTDTL-READ
048600         MOVE FOOT-DTL-DATE TO WS-FD-CUR-DATE
048700         MOVE FOOT-DTL-SEQ  TO WS-FD-CUR-SEQ
048800     END-IF.
048900 3020-EXIT.
049000     EXIT.
049100
049200 3030-READ-AUDIT-ENTRY.
049300     READ AUDIT-MASTER-FILE NEXT RECORD
049400         AT END MOVE HIGH-VALUES TO WS-AU-CUR-KEY
049500     END-READ.
049600     IF WS-AU-CUR-KEY NOT = HIGH-VALUES
049700         ADD 1 TO WS-AUDIT-READ
049800         MOVE AUD-MST-DATE TO WS-AU-CUR-DATE
049900         MOVE AUD-MST-SEQ  TO WS-AU-CUR-SEQ
050000     END-IF.
050100 3030-EXIT.
050200     EXIT.
050300
050400*-------------------------------------------------------------*
050500* AUDMSTR IS KEYED BY USER AS WELL, SO A SECOND ENTRY UNDER   *
050600* THE SAME DATE AND SEQUENCE IS READ PAST HERE AND REPORTED.  *
050700*-------------------------------------------------------------*
050800 3040-SKIP-AUDIT-REPEAT.
050900     MOVE "AUDMSTR KEY REPEATED" TO WS-EXC-CHECK.
051000     MOVE WS-AU-FIRST-USER TO WS-EXC-VALUE-1.
051100     MOVE AUD-MST-USER     TO WS-EXC-VALUE-2.
051200     ADD 1 TO WS-EXC-AUDIT-REPEAT.
051300     PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT.
051400     PERFORM 3030-READ-AUDIT-ENTRY THRU 3030-EXIT.
051500 3040-EXIT.
051600     EXIT.
051700
051800 3100-MATCH-ONE-KEY.
051900     MOVE WS-GL-CUR-KEY TO WS-LOW-KEY.
052000     IF WS-FD-CUR-KEY < WS-LOW-KEY
052100         MOVE WS-FD-CUR-KEY TO WS-LOW-KEY
052200     END-IF.
052300     IF WS-AU-CUR-KEY < WS-LOW-KEY
052400         MOVE WS-AU-CUR-KEY TO WS-LOW-KEY
052500     END-IF.
052600     ADD 1 TO WS-KEYS-CHECKED.
052700     MOVE "N" TO WS-SIDE-PRESENT(1).
052800     MOVE "N" TO WS-SIDE-PRESENT(2).
052900     MOVE "N" TO WS-SIDE-PRESENT(3).
053000     IF WS-GL-CUR-KEY = WS-LOW-KEY
053100         PERFORM 3110-LOAD-GL-SIDE THRU 3110-EXIT
053200     END-IF.
053300     IF WS-FD-CUR-KEY = WS-LOW-KEY
053400         PERFORM 3120-LOAD-FD-SIDE THRU 3120-EXIT
053500     END-IF.
053600     IF WS-AU-CUR-KEY = WS-LOW-KEY
053700         PERFORM 3130-LOAD-AU-SIDE THRU 3130-EXIT
053800     END-IF.
053900     IF WS-SIDE-PRESENT(1) = "Y"
054000         MOVE 1 TO WS-BASE-SUB
054100     ELSE
054200         IF WS-SIDE-PRESENT(2) = "Y"
054300             MOVE 2 TO WS-BASE-SUB
054400         ELSE
054500             MOVE 3 TO WS-BASE-SUB
054600         END-IF
054700     END-IF.
054800     PERFORM 3200-CHECK-KEY-PRESENT THRU 3200-EXIT
054900         VARYING WS-SIDE-SUB FROM 1 BY 1
055000             UNTIL WS-SIDE-SUB > 3.
055100     PERFORM 3300-COMPARE-STORES THRU 3300-EXIT.
055200     IF WS-SIDE-PRESENT(1) = "Y"
055300         PERFORM 3400-CHECK-ACCOUNT THRU 3400-EXIT
055400         PERFORM 3500-CHECK-EXTRACT-ANSWER THRU 3500-EXIT
055500         PERFORM 3600-NOTE-REVERSAL-LINK THRU 3600-EXIT
055600         PERFORM 3010-READ-GL-POSTING THRU 3010-EXIT
055700     END-IF.
055800     IF WS-SIDE-PRESENT(2) = "Y"
055900         PERFORM 3020-READ-FOOT-DETAIL THRU 3020-EXIT
056000     END-IF.
056100     IF WS-SIDE-PRESENT(3) = "Y"
056200         PERFORM 3030-READ-AUDIT-ENTRY THRU 3030-EXIT
056300         PERFORM 3040-SKIP-AUDIT-REPEAT THRU 3040-EXIT
056400             UNTIL WS-AU-CUR-KEY NOT = WS-LOW-KEY
056500     END-IF.
056600 3100-EXIT.
056700     EXIT.
056800
056900 3110-LOAD-GL-SIDE.
057000     MOVE "Y"                   TO WS-SIDE-PRESENT(1).
057100     MOVE GL-POST-NUM1          TO WS-SIDE-NUM1(1).
057200     MOVE GL-POST-NUM2          TO WS-SIDE-NUM2(1).
057300     MOVE GL-POST-RESULT        TO WS-SIDE-RESULT(1).
057400     MOVE GL-POST-ACCOUNT       TO WS-SIDE-ACCOUNT(1).
057500     MOVE GL-POST-BATCH-ID      TO WS-SIDE-BATCH-ID(1).
057600     IF GL-POST-IS-REVERSAL
057700         MOVE "Y" TO WS-SIDE-REV(1)
057800     ELSE
057900         MOVE "N" TO WS-SIDE-REV(1)
058000     END-IF.
058100 3110-EXIT.
058200     EXIT.
058300
058400 3120-LOAD-FD-SIDE.
058500     MOVE "Y"                   TO WS-SIDE-PRESENT(2).
058600     MOVE FOOT-DTL-NUM1         TO WS-SIDE-NUM1(2).
058700     MOVE FOOT-DTL-NUM2         TO WS-SIDE-NUM2(2).
058800     MOVE FOOT-DTL-RESULT       TO WS-SIDE-RESULT(2).
058900     MOVE FOOT-DTL-ACCOUNT      TO WS-SIDE-ACCOUNT(2).
059000     MOVE FOOT-DTL-BATCH-ID     TO WS-SIDE-BATCH-ID(2).
059100     IF FOOT-DTL-IS-REVERSAL
059200         MOVE "Y" TO WS-SIDE-REV(2)
059300     ELSE
059400         MOVE "N" TO WS-SIDE-REV(2)
059500     END-IF.
059600 3120-EXIT.
059700     EXIT.
059800
059900 3130-LOAD-AU-SIDE.
060000     MOVE "Y"                   TO WS-SIDE-PRESENT(3).
060100     MOVE AUD-MST-NUM1          TO WS-SIDE-NUM1(3).
060200     MOVE AUD-MST-NUM2          TO WS-SIDE-NUM2(3).
060300     MOVE AUD-MST-RESULT        TO WS-SIDE-RESULT(3).
060400     MOVE SPACES                TO WS-SIDE-ACCOUNT(3).
060500     MOVE AUD-MST-BATCH-ID      TO WS-SIDE-BATCH-ID(3).
060600     MOVE AUD-MST-USER          TO WS-AU-FIRST-USER.
060700     IF AUD-MST-REV-FLAG = "REV"
060800         MOVE "Y" TO WS-SIDE-REV(3)
060900     ELSE
061000         MOVE "N" TO WS-SIDE-REV(3)
061100     END-IF.
061200 3130-EXIT.
061300     EXIT.
061400
061500*-------------------------------------------------------------*
061600* A KEY ABSENT FROM A STORE PRINTS THE RESULT AND BATCH ID    *
061700* FROM THE FIRST STORE THAT DOES HOLD IT.                     *
061800*-------------------------------------------------------------*
061900 3200-CHECK-KEY-PRESENT.
062000     IF WS-SIDE-PRESENT(WS-SIDE-SUB) = "Y"
062100         GO TO 3200-EXIT
062200     END-IF.
062300     MOVE "NOT ON"                   TO WS-EXC-FIELD.
062400     MOVE WS-STORE-NAME(WS-SIDE-SUB) TO WS-EXC-STORES.
062500     MOVE WS-SIDE-RESULT(WS-BASE-SUB) TO WS-AMOUNT-EDIT.
062600     MOVE WS-AMOUNT-EDIT             TO WS-EXC-VALUE-1.
062700     MOVE WS-SIDE-BATCH-ID(WS-BASE-SUB) TO WS-EXC-VALUE-2.
062800     ADD 1 TO WS-EXC-MISSING-KEY.
062900     PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT.
063000 3200-EXIT.
063100     EXIT.
063200
063300*-------------------------------------------------------------*
063400* GLPOST IS THE STANDARD WHEN IT HOLDS THE KEY, SO A WRONG    *
063500* DETAIL OR AUDIT RECORD IS NAMED ONCE.  WITHOUT A GLPOST     *
063600* RECORD THE OTHER TWO ARE STILL HELD AGAINST EACH OTHER.     *
063700*-------------------------------------------------------------*
063800 3300-COMPARE-STORES.
063900     IF WS-SIDE-PRESENT(1) = "Y"
064000         IF WS-SIDE-PRESENT(2) = "Y"
064100             MOVE 1 TO WS-SIDE-A
064200             MOVE 2 TO WS-SIDE-B
064300             MOVE 1 TO WS-PAIR-SUB
064400             PERFORM 3310-COMPARE-PAIR THRU 3310-EXIT
064500         END-IF
064600         IF WS-SIDE-PRESENT(3) = "Y"
064700             MOVE 1 TO WS-SIDE-A
064800             MOVE 3 TO WS-SIDE-B
064900             MOVE 2 TO WS-PAIR-SUB
065000             PERFORM 3310-COMPARE-PAIR THRU 3310-EXIT
065100         END-IF
065200     ELSE
065300         IF WS-SIDE-PRESENT(2) = "Y"
065400                 AND WS-SIDE-PRESENT(3) = "Y"
065500             MOVE 2 TO WS-SIDE-A
065600             MOVE 3 TO WS-SIDE-B
065700             MOVE 3 TO WS-PAIR-SUB
065800             PERFORM 3310-COMPARE-PAIR THRU 3310-EXIT
065900         END-IF
066000     END-IF.
066100 3300-EXIT.
066200     EXIT.
066300
066400 3310-COMPARE-PAIR.
066500     IF WS-SIDE-NUM1(WS-SIDE-A) NOT = WS-SIDE-NUM1(WS-SIDE-B)
066600         MOVE "NUM1"  TO WS-EXC-FIELD
066700         MOVE WS-SIDE-NUM1(WS-SIDE-A) TO WS-AMOUNT-EDIT
066800         MOVE WS-AMOUNT-EDIT TO WS-EXC-VALUE-1
066900         MOVE WS-SIDE-NUM1(WS-SIDE-B) TO WS-AMOUNT-EDIT
067000         MOVE WS-AMOUNT-EDIT TO WS-EXC-VALUE-2
067100         PERFORM 3320-WRITE-DISAGREEMENT THRU 3320-EXIT
067200     END-IF.
067300     IF WS-SIDE-NUM2(WS-SIDE-A) NOT = WS-SIDE-NUM2(WS-SIDE-B)
067400         MOVE "NUM2"  TO WS-EXC-FIELD
067500         MOVE WS-SIDE-NUM2(WS-SIDE-A) TO WS-AMOUNT-EDIT
067600         MOVE WS-AMOUNT-EDIT TO WS-EXC-VALUE-1
067700         MOVE WS-SIDE-NUM2(WS-SIDE-B) TO WS-AMOUNT-EDIT
067800         MOVE WS-AMOUNT-EDIT TO WS-EXC-VALUE-2
067900         PERFORM 3320-WRITE-DISAGREEMENT THRU 3320-EXIT
068000     END-IF.
068100     IF WS-SIDE-RESULT(WS-SIDE-A) NOT = WS-SIDE-RESULT(WS-SIDE-B)
068200         MOVE "RESULT" TO WS-EXC-FIELD
068300         MOVE WS-SIDE-RESULT(WS-SIDE-A) TO WS-AMOUNT-EDIT
068400         MOVE WS-AMOUNT-EDIT TO WS-EXC-VALUE-1
068500         MOVE WS-SIDE-RESULT(WS-SIDE-B) TO WS-AMOUNT-EDIT
068600         MOVE WS-AMOUNT-EDIT TO WS-EXC-VALUE-2
068700         PERFORM 3320-WRITE-DISAGREEMENT THRU 3320-EXIT
068800     END-IF.
068900     IF WS-PAIR-SUB = 1
069000             AND WS-SIDE-ACCOUNT(1) NOT = WS-SIDE-ACCOUNT(2)
069100         MOVE "ACCOUNT" TO WS-EXC-FIELD
069200         MOVE WS-SIDE-ACCOUNT(1) TO WS-EXC-VALUE-1
069300         MOVE WS-SIDE-ACCOUNT(2) TO WS-EXC-VALUE-2
069400         PERFORM 3320-WRITE-DISAGREEMENT THRU 3320-EXIT
069500     END-IF.
069600     IF WS-SIDE-BATCH-ID(WS-SIDE-A)
069700             NOT = WS-SIDE-BATCH-ID(WS-SIDE-B)
069800         MOVE "BATCH ID" TO WS-EXC-FIELD
069900         MOVE WS-SIDE-BATCH-ID(WS-SIDE-A) TO WS-EXC-VALUE-1
070000         MOVE WS-SIDE-BATCH-ID(WS-SIDE-B) TO WS-EXC-VALUE-2
070100         PERFORM 3320-WRITE-DISAGREEMENT THRU 3320-EXIT
070200     END-IF.
070300     IF WS-SIDE-REV(WS-SIDE-A) NOT = WS-SIDE-REV(WS-SIDE-B)
070400         MOVE "REV FLAG" TO WS-EXC-FIELD
070500         IF WS-SIDE-REV(WS-SIDE-A) = "Y"
070600             MOVE "REVERSAL"     TO WS-EXC-VALUE-1
070700             MOVE "NOT REVERSAL" TO WS-EXC-VALUE-2
070800         ELSE
070900             MOVE "NOT REVERSAL" TO WS-EXC-VALUE-1
071000             MOVE "REVERSAL"     TO WS-EXC-VALUE-2
071100         END-IF
071200         PERFORM 3320-WRITE-DISAGREEMENT THRU 3320-EXIT
071300     END-IF.
071400 3310-EXIT.
071500     EXIT.
071600
071700 3320-WRITE-DISAGREEMENT.
071800     MOVE WS-PAIR-NAME(WS-PAIR-SUB) TO WS-EXC-STORES.
071900     ADD 1 TO WS-EXC-DISAGREE.
072000     PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT.
072100 3320-EXIT.
072200     EXIT.
072300
072400 3400-CHECK-ACCOUNT.
072500     MOVE GL-POST-ACCOUNT TO ACCT-MST-CODE.
072600     READ ACCT-MASTER-FILE
072700         INVALID KEY
072800             MOVE "ACCOUNT NOT ON ACCTMST" TO WS-EXC-CHECK
072900             MOVE GL-POST-ACCOUNT TO WS-EXC-VALUE-1
073000             ADD 1 TO WS-EXC-NO-ACCOUNT
073100             PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
073200     END-READ.
073300 3400-EXIT.
073400     EXIT.
073500
073600*-------------------------------------------------------------*
073700* GLPOST KEEPS NO EXTRACT DATE, SO A POSTING STILL AT "E" IS  *
073800* AGED FROM ITS POSTING DATE - THE EARLIEST IT COULD HAVE     *
073900* GONE TO THE LEDGER.                                         *
074000*-------------------------------------------------------------*
074100 3500-CHECK-EXTRACT-ANSWER.
074200     IF NOT GL-POST-DISP-EXTRACTED
074300         GO TO 3500-EXIT
074400     END-IF.
074500     MOVE ZERO TO WS-POST-DATE-INT.
074600     IF GL-POST-KEY-DATE IS NUMERIC AND GL-POST-KEY-DATE > ZERO
074700         COMPUTE WS-POST-DATE-INT =
074800             FUNCTION INTEGER-OF-DATE(GL-POST-KEY-DATE)
074900     END-IF.
075000     IF WS-POST-DATE-INT = ZERO
075100             OR WS-POST-DATE-INT NOT < WS-RUN-DATE-INT
075200         GO TO 3500-EXIT
075300     END-IF.
075400     COMPUTE WS-DAYS-OUT = WS-RUN-DATE-INT - WS-POST-DATE-INT.
075500     IF WS-DAYS-OUT > WS-STALE-DAYS
075600         MOVE "EXTRACTED - NO ANSWER" TO WS-EXC-CHECK
075700         MOVE WS-DAYS-OUT   TO WS-AGE-DAYS
075800         MOVE WS-AGE-TEXT   TO WS-EXC-VALUE-1
075900         MOVE WS-STALE-DAYS TO WS-LIMIT-DAYS
076000         MOVE WS-LIMIT-TEXT TO WS-EXC-VALUE-2
076100         ADD 1 TO WS-EXC-STALE-EXTRACT
076200         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
076300     END-IF.
076400 3500-EXIT.
076500     EXIT.
076600
076700 3600-NOTE-REVERSAL-LINK.
076800     IF NOT GL-POST-IS-REVERSAL AND NOT GL-POST-WAS-REVERSED
076900         GO TO 3600-EXIT
077000     END-IF.
077100     IF GL-POST-REV-DATE = ZERO AND GL-POST-REV-SEQ = ZERO
077200         IF GL-POST-IS-REVERSAL
077300             MOVE "REVERSAL - NO XREF" TO WS-EXC-CHECK
077400         ELSE
077500             MOVE "REVERSED - NO XREF" TO WS-EXC-CHECK
077600         END-IF
077700         ADD 1 TO WS-EXC-XREF
077800         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
077900         GO TO 3600-EXIT
078000     END-IF.
078100     IF WS-LINK-USED NOT < 5000
078200         IF NOT WS-LINK-TABLE-FULL
078300             SET WS-LINK-TABLE-FULL TO TRUE
078400             DISPLAY "*** REVERSAL LINK TABLE FULL - LATER "
078500                 "CROSS-REFERENCES NOT CHECKED ***"
078600         END-IF
078700         GO TO 3600-EXIT
078800     END-IF.
078900     ADD 1 TO WS-LINK-USED.
079000     MOVE GL-POST-KEY-DATE TO WS-LNK-DATE(WS-LINK-USED).
079100     MOVE GL-POST-KEY-SEQ  TO WS-LNK-SEQ(WS-LINK-USED).
079200     IF GL-POST-IS-REVERSAL
079300         MOVE "R" TO WS-LNK-TYPE(WS-LINK-USED)
079400     ELSE
079500         MOVE "O" TO WS-LNK-TYPE(WS-LINK-USED)
079600     END-IF.
079700     MOVE GL-POST-REV-DATE TO WS-LNK-XREF-DATE(WS-LINK-USED).
079800     MOVE GL-POST-REV-SEQ  TO WS-LNK-XREF-SEQ(WS-LINK-USED).
079900 3600-EXIT.
080000     EXIT.
080100
080200*-------------------------------------------------------------*
080300* EACH NOTED LINK IS FOLLOWED BY KEY.  A REVERSAL MUST POINT  *
080400* AT A POSTING MARKED REVERSED WHOSE CROSS-REFERENCE POINTS   *
080500* BACK AT IT, AND A REVERSED POSTING AT A REVERSAL THAT       *
080600* POINTS BACK THE SAME WAY.  A TARGET MISSING FROM GLPOST IN  *
080700* A MONTH GLCLOSE HAS CLOSED WAS ARCHIVED AND PURGED, AND IS  *
080800* COUNTED RATHER THAN REPORTED.                               *
080900*-------------------------------------------------------------*
081000 5000-CHECK-REVERSAL-LINKS.
081100     PERFORM 5100-CHECK-ONE-LINK THRU 5100-EXIT
081200         VARYING WS-LINK-SUB FROM 1 BY 1
081300             UNTIL WS-LINK-SUB > WS-LINK-USED.
081400     IF WS-LINK-TABLE-FULL
081500         MOVE ZERO TO WS-EXC-DATE
081600         MOVE ZERO TO WS-EXC-SEQ
081700         MOVE "LINK TABLE FULL" TO WS-EXC-CHECK
081800         MOVE "NOT ALL CHECKED" TO WS-EXC-VALUE-1
081900         ADD 1 TO WS-EXC-XREF
082000         PERFORM 8100-WRITE-EXCEPTION-LINE THRU 8100-EXIT
082100     END-IF.
082200 5000-EXIT.
082300     EXIT.
082400
082500 5100-CHECK-ONE-LINK.
082600     ADD 1 TO WS-LINKS-CHECKED.
082700     MOVE WS-LNK-DATE(WS-LINK-SUB) TO WS-LOW-DATE.
082800     MOVE WS-LNK-SEQ(WS-LINK-SUB)  TO WS-LOW-SEQ.
082900     MOVE WS-LNK-XREF-DATE(WS-LINK-SUB) TO WS-KTX-DATE.
083000     MOVE WS-LNK-XREF-SEQ(WS-LINK-SUB)  TO WS-KTX-SEQ.
083100     MOVE WS-LNK-XREF-DATE(WS-LINK-SUB) TO GL-POST-KEY-DATE.
083200     MOVE WS-LNK-XREF-SEQ(WS-LINK-SUB)  TO GL-POST-KEY-SEQ.
083300     SET WS-TARGET-FOUND TO TRUE.
083400     READ GL-POST-FILE
083500         INVALID KEY SET WS-TARGET-NOT-FOUND TO TRUE
083600     END-READ.
083700     IF WS-TARGET-NOT-FOUND
083800         COMPUTE WS-TARGET-MONTH =
083900             WS-LNK-XREF-DATE(WS-LINK-SUB) / 100
084000         IF WS-TARGET-MONTH NOT > WS-LAST-CLOSED-MONTH
084100             ADD 1 TO WS-LINKS-ARCHIVED
084200             GO TO 5100-EXIT
084300         END-IF
084400         IF WS-LNK-IS-REVERSAL(WS-LINK-SUB)
084500             MOVE "REV OF - NO POSTING" TO WS-EXC-CHECK
084600         ELSE
084700             MOVE "REV BY - NO POSTING" TO WS-EXC-CHECK
084800         END-IF
084900         MOVE WS-KEY-TEXT TO WS-EXC-VALUE-1
085000         ADD 1 TO WS-EXC-XREF
085100         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
085200         GO TO 5100-EXIT
085300     END-IF.
085400     IF WS-LNK-IS-REVERSAL(WS-LINK-SUB)
085500             AND NOT GL-POST-WAS-REVERSED
085600         MOVE "REV OF - NOT REVERSED" TO WS-EXC-CHECK
085700         MOVE WS-KEY-TEXT TO WS-EXC-VALUE-1
085800         ADD 1 TO WS-EXC-XREF
085900         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
086000         GO TO 5100-EXIT
086100     END-IF.
086200     IF WS-LNK-IS-ORIGINAL(WS-LINK-SUB)
086300             AND NOT GL-POST-IS-REVERSAL
086400         MOVE "REV BY - NOT REVERSAL" TO WS-EXC-CHECK
086500         MOVE WS-KEY-TEXT TO WS-EXC-VALUE-1
086600         ADD 1 TO WS-EXC-XREF
086700         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
086800         GO TO 5100-EXIT
086900     END-IF.
087000     IF GL-POST-REV-DATE NOT = WS-LNK-DATE(WS-LINK-SUB)
087100             OR GL-POST-REV-SEQ NOT = WS-LNK-SEQ(WS-LINK-SUB)
087200         IF WS-LNK-IS-REVERSAL(WS-LINK-SUB)
087300             MOVE "REV OF - POINTS AWAY" TO WS-EXC-CHECK
087400         ELSE
087500             MOVE "REV BY - POINTS AWAY" TO WS-EXC-CHECK
087600         END-IF
087700         MOVE WS-KEY-TEXT TO WS-EXC-VALUE-1
087800         MOVE GL-POST-REV-DATE TO WS-KTX-DATE
087900         MOVE GL-POST-REV-SEQ  TO WS-KTX-SEQ
088000         MOVE WS-KEY-TEXT TO WS-EXC-VALUE-2
088100         ADD 1 TO WS-EXC-XREF
088200         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
088300     END-IF.
088400 5100-EXIT.
088500     EXIT.
088600
088700 7000-PRINT-SUMMARY.
088800     WRITE INTG-RPT-RECORD FROM WS-RPT-BLANK-LINE.
088900     MOVE "GLPOST RECORDS READ" TO WS-RPT-COUNT-TEXT.
089000     MOVE WS-GL-READ TO WS-RPT-COUNT.
089100     WRITE INTG-RPT-RECORD FROM WS-RPT-COUNT-LINE.
089200     MOVE "FOOTDTL RECORDS READ" TO WS-RPT-COUNT-TEXT.
089300     MOVE WS-FOOTDTL-READ TO WS-RPT-COUNT.
089400     WRITE INTG-RPT-RECORD FROM WS-RPT-COUNT-LINE.
089500     MOVE "AUDMSTR RECORDS READ" TO WS-RPT-COUNT-TEXT.
089600     MOVE WS-AUDIT-READ TO WS-RPT-COUNT.
089700     WRITE INTG-RPT-RECORD FROM WS-RPT-COUNT-LINE.
089800     MOVE "DATE/SEQUENCE KEYS MATCHED" TO WS-RPT-COUNT-TEXT.
089900     MOVE WS-KEYS-CHECKED TO WS-RPT-COUNT.
090000     WRITE INTG-RPT-RECORD FROM WS-RPT-COUNT-LINE.
090100     MOVE "REVERSAL CROSS-REFERENCES FOLLOWED"
090200         TO WS-RPT-COUNT-TEXT.
090300     MOVE WS-LINKS-CHECKED TO WS-RPT-COUNT.
090400     WRITE INTG-RPT-RECORD FROM WS-RPT-COUNT-LINE.
090500     MOVE "  TO POSTINGS IN CLOSED (PURGED) MONTHS"
090600         TO WS-RPT-COUNT-TEXT.
090700     MOVE WS-LINKS-ARCHIVED TO WS-RPT-COUNT.
090800     WRITE INTG-RPT-RECORD FROM WS-RPT-COUNT-LINE.
090900     WRITE INTG-RPT-RECORD FROM WS-RPT-BLANK-LINE.
091000     MOVE "KEYS MISSING FROM A STORE" TO WS-RPT-COUNT-TEXT.
091100     MOVE WS-EXC-MISSING-KEY TO WS-RPT-COUNT.
091200     WRITE INTG-RPT-RECORD FROM WS-RPT-COUNT-LINE.
091300     MOVE "FIELD DISAGREEMENTS BETWEEN STORES"
091400         TO WS-RPT-COUNT-TEXT.
091500     MOVE WS-EXC-DISAGREE TO WS-RPT-COUNT.
091600     WRITE INTG-RPT-RECORD FROM WS-RPT-COUNT-LINE.
091700     MOVE "REPEATED AUDMSTR ENTRIES" TO WS-RPT-COUNT-TEXT.
091800     MOVE WS-EXC-AUDIT-REPEAT TO WS-RPT-COUNT.
091900     WRITE INTG-RPT-RECORD FROM WS-RPT-COUNT-LINE.
092000     MOVE "GLPOST ACCOUNTS NOT ON ACCTMST" TO WS-RPT-COUNT-TEXT.
092100     MOVE WS-EXC-NO-ACCOUNT TO WS-RPT-COUNT.
092200     WRITE INTG-RPT-RECORD FROM WS-RPT-COUNT-LINE.
092300     MOVE "EXTRACTED POSTINGS WITH NO LEDGER ANSWER"
092400         TO WS-RPT-COUNT-TEXT.
092500     MOVE WS-EXC-STALE-EXTRACT TO WS-RPT-COUNT.
092600     WRITE INTG-RPT-RECORD FROM WS-RPT-COUNT-LINE.
092700     MOVE "REVERSAL CROSS-REFERENCE FAULTS" TO WS-RPT-COUNT-TEXT.
092800     MOVE WS-EXC-XREF TO WS-RPT-COUNT.
092900     WRITE INTG-RPT-RECORD FROM WS-RPT-COUNT-LINE.
093000     MOVE "TOTAL EXCEPTIONS" TO WS-RPT-COUNT-TEXT.
093100     MOVE WS-EXCEPTIONS TO WS-RPT-COUNT.
093200     WRITE INTG-RPT-RECORD FROM WS-RPT-COUNT-LINE.
093300     WRITE INTG-RPT-RECORD FROM WS-RPT-BLANK-LINE.
093400     IF WS-EXCEPTIONS = ZERO
093500         MOVE "INTEGRITY SWEEP CLEAN" TO WS-RPT-STATUS-LINE
093600         MOVE "CLEAN" TO WS-RUN-STATUS-TEXT
093700     ELSE
093800         MOVE "*** INTEGRITY EXCEPTIONS FOUND - SEE ABOVE ***"
093900             TO WS-RPT-STATUS-LINE
094000         MOVE "EXCEPTIONS" TO WS-RUN-STATUS-TEXT
094100     END-IF.
094200     WRITE INTG-RPT-RECORD FROM WS-RPT-STATUS-LINE.
094300     DISPLAY WS-RPT-STATUS-LINE.
094400     DISPLAY "INTEGRITY SWEEP - " WS-KEYS-CHECKED " KEY(S), "
094500         WS-EXCEPTIONS " EXCEPTION(S)".
094600 7000-EXIT.
094700     EXIT.
094800
094900*-------------------------------------------------------------*
095000* EVERY EXCEPTION PRINTS UNDER THE KEY BEING CHECKED, WITH    *
095100* THE CHECK THAT FAILED AND THE TWO VALUES THAT DISAGREE.     *
095200*-------------------------------------------------------------*
095300 8000-WRITE-EXCEPTION.
095400     MOVE WS-LOW-DATE TO WS-EXC-DATE.
095500     MOVE WS-LOW-SEQ  TO WS-EXC-SEQ.
095600     PERFORM 8100-WRITE-EXCEPTION-LINE THRU 8100-EXIT.
095700 8000-EXIT.
095800     EXIT.
095900
096000 8100-WRITE-EXCEPTION-LINE.
096100     WRITE INTG-RPT-RECORD FROM WS-EXC-LINE.
096200     ADD 1 TO WS-EXCEPTIONS.
096300     MOVE SPACES TO WS-EXC-CHECK.
096400     MOVE SPACES TO WS-EXC-VALUE-1.
096500     MOVE SPACES TO WS-EXC-VALUE-2.
096600 8100-EXIT.
096700     EXIT.
096800
096900 9000-TERMINATE.
097000     IF WS-GL-IS-OPEN
097100         CLOSE GL-POST-FILE
097200     END-IF.
097300     IF WS-FOOTDTL-IS-OPEN
097400         CLOSE FOOT-DETAIL-FILE
097500     END-IF.
097600     IF WS-AUDIT-IS-OPEN
097700         CLOSE AUDIT-MASTER-FILE
097800     END-IF.
097900     IF WS-ACCT-IS-OPEN
098000         CLOSE ACCT-MASTER-FILE
098100     END-IF.
098200     IF WS-RUN-OK
098300         CLOSE INTG-RPT-FILE
098400     END-IF.
098500 9000-EXIT.
098600     EXIT.
098700
098800 9100-WRITE-RUN-LOG.
098900     ACCEPT WS-END-TIME-RAW FROM TIME.
099000     MOVE WS-END-HH  TO WS-ETD-HH.
099100     MOVE WS-END-MIN TO WS-ETD-MIN.
099200     MOVE WS-END-SS  TO WS-ETD-SS.
099300     OPEN EXTEND RUN-LOG-FILE.
099400     IF WS-RUNLOG-STATUS NOT = "00"
099500         OPEN OUTPUT RUN-LOG-FILE
099600     END-IF.
099700     IF WS-RUNLOG-STATUS NOT = "00"
099800         DISPLAY "*** UNABLE TO OPEN RUN LOG - STATUS "
099900             WS-RUNLOG-STATUS " ***"
100000         GO TO 9100-EXIT
100100     END-IF.
100200     MOVE WS-RUN-DATE-EDIT    TO WS-RLG-DATE.
100300     MOVE "INTGCHK"           TO WS-RLG-PROGRAM.
100400     MOVE WS-RUN-TIME-DISPLAY TO WS-RLG-START-TIME.
100500     MOVE WS-END-TIME-DISPLAY TO WS-RLG-END-TIME.
100600     MOVE WS-GL-READ          TO WS-RLG-READ-COUNT.
100700     MOVE WS-EXCEPTIONS       TO WS-RLG-WRITE-COUNT.
100800     MOVE ZERO                TO WS-RLG-SUSP-COUNT.
100900     MOVE WS-RUN-STATUS-TEXT  TO WS-RLG-STATUS.
101000     WRITE RUN-LOG-RECORD FROM WS-RUN-LOG-LINE.
101100     CLOSE RUN-LOG-FILE.
101200 9100-EXIT.
101300     EXIT.
101400
101500 END PROGRAM INTGCHK.
