000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DEPTINTK.
000300 AUTHOR. J B HARTLEY.
000400 INSTALLATION. GENERAL ACCOUNTING - BATCH CONTROL.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*-------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*-------------------------------------------------------------*
001000* 2026-10-15 JBH  NEW PROGRAM.  DEPARTMENT SUBMISSION INTAKE. *
001100*                 READS A COMMA-DELIMITED FILE AS THE         *
001200*                 DEPARTMENT SAVED IT FROM ITS SPREADSHEET -  *
001300*                 A FIRST LINE WITH THE DEPARTMENT CODE AND   *
001400*                 BUSINESS DATE, THEN ONE LINE PER            *
001500*                 TRANSACTION (AMOUNT 1, AMOUNT 2, OP CODE,   *
001600*                 ACCOUNT, EFFECTIVE DATE) WITH DECIMAL       *
001700*                 POINTS AND MINUS SIGNS AS TYPED.  EVERY     *
001800*                 LINE IS EDITED UP FRONT THE WAY PLUSNUMBER  *
001900*                 WOULD EDIT IT - AMOUNTS, OP CODE, ACCTMST   *
002000*                 ACCOUNT OPEN, EFFECTIVE DATE REAL AND IN AN *
002100*                 OPEN PERIOD (CLOSEDMO), THE CALCULATION,    *
002200*                 AND A REPEAT OF AN EARLIER LINE.  CLEAN     *
002300*                 LINES ARE APPENDED TO INTKTRAN AS ONE       *
002400*                 TRANSIN BATCH WITH A GENERATED HEADER       *
002500*                 ("D" + NUMBER FROM THE INTKCTL CONTROL      *
002600*                 RECORD) AND A COMPUTED "T" TRAILER.  BAD    *
002700*                 LINES GO TO THE INTKREJ REJECTION LISTING   *
002800*                 FOR THE DEPARTMENT AND NEVER REACH SUSPENSE.*
002900*                 A RESEND OF A BATCH ALREADY ON BATREG OR    *
003000*                 JUST BUILT IS REFUSED.                      *
003100*-------------------------------------------------------------*
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER. IBM-370.
003500 OBJECT-COMPUTER. IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT SUBMISSION-FILE ASSIGN TO "INTKSUB"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-SUB-STATUS.
004100
004200     SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMST"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS ACCT-MST-KEY
004600         FILE STATUS IS WS-ACCT-STATUS.
004700
004800     SELECT BATCH-REG-FILE ASSIGN TO "BATREG"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS BRG-KEY
005200         FILE STATUS IS WS-BATREG-STATUS.
005300
005400     SELECT TRANS-FILE ASSIGN TO "INTKTRAN"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-TRANS-STATUS.
005700
005800     SELECT INTK-CTL-FILE ASSIGN TO "INTKCTL"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-CTL-STATUS.
006100
006200     SELECT INTK-REJ-FILE ASSIGN TO "INTKREJ"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-RPT-STATUS.
006500
006600     SELECT CLOSED-MONTH-FILE ASSIGN TO "CLOSEDMO"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-CLOSEDMO-STATUS.
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  SUBMISSION-FILE
007200     LABEL RECORDS ARE STANDARD.
007300 01  SUBMISSION-RECORD           PIC X(132).
007400
007500 FD  ACCT-MASTER-FILE
007600     LABEL RECORDS ARE STANDARD.
007700 COPY ACCTMSTR.
007800
007900 FD  BATCH-REG-FILE
008000     LABEL RECORDS ARE STANDARD.
008100 COPY BATREGRC.
008200
008300 FD  TRANS-FILE
008400     LABEL RECORDS ARE STANDARD.
008500 COPY TRANSINR.
008600
008700 FD  INTK-CTL-FILE
008800     LABEL RECORDS ARE STANDARD.
008900 01  INTK-CTL-RECORD             PIC X(80).
009000
009100 FD  INTK-REJ-FILE
009200     LABEL RECORDS ARE STANDARD.
009300 01  INTK-REJ-RECORD             PIC X(80).
009400
009500 FD  CLOSED-MONTH-FILE
009600     LABEL RECORDS ARE STANDARD.
009700 01  CLOSED-MONTH-RECORD         PIC 9(06).
009800
009900 WORKING-STORAGE SECTION.
010000 01  WS-FILE-STATUSES.
010100     05  WS-SUB-STATUS           PIC X(02) VALUE "00".
010200     05  WS-ACCT-STATUS          PIC X(02) VALUE "00".
010300     05  WS-BATREG-STATUS        PIC X(02) VALUE "00".
010400     05  WS-TRANS-STATUS         PIC X(02) VALUE "00".
010500     05  WS-CTL-STATUS           PIC X(02) VALUE "00".
010600     05  WS-RPT-STATUS           PIC X(02) VALUE "00".
010700     05  WS-CLOSEDMO-STATUS      PIC X(02) VALUE "00".
010800
010900 01  WS-PROGRAM-SWITCHES.
011000     05  WS-RUN-OK-SWITCH        PIC X(01) VALUE "N".
011100         88  WS-RUN-OK                     VALUE "Y".
011200         88  WS-RUN-NOT-OK                 VALUE "N".
011300     05  WS-SUB-EOF-SWITCH       PIC X(01) VALUE "N".
011400         88  WS-SUB-AT-EOF                 VALUE "Y".
011500     05  WS-BRG-EOF-SWITCH       PIC X(01) VALUE "N".
011600         88  WS-BRG-AT-EOF                 VALUE "Y".
011700         88  WS-BRG-NOT-AT-EOF             VALUE "N".
011800     05  WS-HEADER-SWITCH        PIC X(01) VALUE "N".
011900         88  WS-HEADER-ACCEPTED            VALUE "Y".
012000         88  WS-HEADER-REFUSED             VALUE "N".
012100     05  WS-BUILD-SWITCH         PIC X(01) VALUE "Y".
012200         88  WS-BATCH-MAY-BE-BUILT         VALUE "Y".
012300         88  WS-BATCH-NOT-TO-BE-BUILT      VALUE "N".
012400     05  WS-BATCH-SWITCH         PIC X(01) VALUE "N".
012500         88  WS-BATCH-WRITTEN              VALUE "Y".
012600         88  WS-BATCH-NOT-WRITTEN          VALUE "N".
012700     05  WS-BATREG-FILE-SWITCH   PIC X(01) VALUE "N".
012800         88  WS-BATREG-AVAILABLE           VALUE "Y".
012900         88  WS-BATREG-UNAVAILABLE         VALUE "N".
013000     05  WS-CTL-FOUND-SWITCH     PIC X(01) VALUE "N".
013100         88  WS-CTL-FOUND                  VALUE "Y".
013200         88  WS-CTL-NOT-FOUND              VALUE "N".
013300     05  WS-LINE-SWITCH          PIC X(01) VALUE "N".
013400         88  WS-LINE-IS-CLEAN              VALUE "N".
013500         88  WS-LINE-IS-REJECTED           VALUE "Y".
013600     05  WS-BLANK-SWITCH         PIC X(01) VALUE "Y".
013700         88  WS-LINE-IS-BLANK              VALUE "Y".
013800         88  WS-LINE-NOT-BLANK             VALUE "N".
013900     05  WS-EXTRA-SWITCH         PIC X(01) VALUE "N".
014000         88  WS-EXTRA-FIELD-TYPED          VALUE "Y".
014100         88  WS-NO-EXTRA-FIELD             VALUE "N".
014200     05  WS-CALC-SWITCH          PIC X(01) VALUE "Y".
014300         88  WS-CALC-CAN-BE-CHECKED        VALUE "Y".
014400         88  WS-CALC-CANNOT-BE-CHECKED     VALUE "N".
014500     05  WS-DATE-SWITCH          PIC X(01) VALUE "Y".
014600         88  WS-DATE-IS-GOOD               VALUE "Y".
014700         88  WS-DATE-IS-BAD                VALUE "N".
014800     05  WS-FOUND-SWITCH         PIC X(01) VALUE "N".
014900         88  WS-ENTRY-FOUND                VALUE "Y".
015000         88  WS-ENTRY-NOT-FOUND            VALUE "N".
015100
015200 01  WS-COUNTERS.
015300     05  WS-LINES-READ           PIC 9(07) COMP VALUE ZERO.
015400     05  WS-LINES-BLANK          PIC 9(07) COMP VALUE ZERO.
015500     05  WS-LINES-ACCEPTED       PIC 9(07) COMP VALUE ZERO.
015600     05  WS-LINES-REJECTED       PIC 9(07) COMP VALUE ZERO.
015700     05  WS-LINES-NOT-HELD       PIC 9(07) COMP VALUE ZERO.
015800
015900 01  WS-BATCH-HASH-TOTAL         PIC S9(13)V99 VALUE ZERO.
016000
016100*-------------------------------------------------------------*
016200* INTKCTL - ONE LINE: THE LAST INTAKE BATCH NUMBER GIVEN OUT, *
016300* AND THE DEPARTMENT, DATE, COUNT, AND HASH OF THAT BATCH SO  *
016400* AN IMMEDIATE RESEND IS CAUGHT BEFORE PLUSNUMBER SEES IT.    *
016500*-------------------------------------------------------------*
016600 01  WS-INTAKE-CONTROL.
016700     05  WS-CTL-LAST-NUMBER      PIC 9(05).
016800     05  FILLER                  PIC X(01).
016900     05  WS-CTL-LAST-BATCH-ID    PIC X(06).
017000     05  FILLER                  PIC X(01).
017100     05  WS-CTL-LAST-DEPT        PIC X(04).
017200     05  FILLER                  PIC X(01).
017300     05  WS-CTL-LAST-BUS-DATE    PIC X(08).
017400     05  FILLER                  PIC X(01).
017500     05  WS-CTL-LAST-COUNT       PIC 9(09).
017600     05  FILLER                  PIC X(01).
017700     05  WS-CTL-LAST-HASH        PIC S9(13)V99.
017800     05  FILLER                  PIC X(01).
017900     05  WS-CTL-RUN-DATE         PIC 9(08).
018000     05  FILLER                  PIC X(19).
018100 01  WS-LAST-CLOSED-MONTH        PIC 9(06) VALUE ZERO.
018200 01  WS-LINE-NUMBER              PIC 9(05) VALUE ZERO.
018300 01  WS-SUB-DEPARTMENT           PIC X(04) VALUE SPACES.
018400 01  WS-SUB-BUS-DATE             PIC X(08) VALUE SPACES.
018500 01  WS-SUB-BUS-YYYYMM           PIC 9(06) VALUE ZERO.
018600 01  WS-MATCH-BATCH-ID           PIC X(06) VALUE SPACES.
018700
018800 01  WS-BATCH-ID.
018900     05  WS-BID-PREFIX           PIC X(01) VALUE "D".
019000     05  WS-BID-NUMBER           PIC 9(05) VALUE ZERO.
019100
019200 01  WS-RUN-DATE-EDIT            PIC 9(08).
019300
019400*-------------------------------------------------------------*
019500* THE LINE AS READ AND ITS FIVE FIELDS.  LEADING SPACES ARE   *
019600* DROPPED AS EACH FIELD IS SPLIT OUT; WS-FLD-LAST IS THE      *
019700* POSITION OF THE LAST NON-BLANK CHARACTER (ZERO = EMPTY).    *
019800*-------------------------------------------------------------*
019900 01  WS-LINE-TEXT                PIC X(132).
020000 01  WS-LINE-CHARS REDEFINES WS-LINE-TEXT.
020100     05  WS-LINE-CHAR OCCURS 132 TIMES PIC X(01).
020200 01  WS-LINE-SUB                 PIC 9(03) COMP.
020300
020400 01  WS-FIELD-TABLE.
020500     05  WS-FLD-COUNT            PIC 9(03) COMP VALUE ZERO.
020600     05  WS-FLD-ENTRY OCCURS 5 TIMES.
020700         10  WS-FLD-TEXT         PIC X(20).
020800         10  WS-FLD-ACCT-VIEW REDEFINES WS-FLD-TEXT.
020900             15  WS-FLD-FIRST-4  PIC X(04).
021000             15  FILLER          PIC X(16).
021100         10  WS-FLD-DATE-VIEW REDEFINES WS-FLD-TEXT.
021200             15  WS-FLD-FIRST-8  PIC X(08).
021300             15  FILLER          PIC X(12).
021400         10  WS-FLD-CHARS REDEFINES WS-FLD-TEXT.
021500             15  WS-FLD-CHAR OCCURS 20 TIMES PIC X(01).
021600         10  WS-FLD-USED         PIC 9(03) COMP.
021700         10  WS-FLD-LAST         PIC 9(03) COMP.
021800         10  WS-FLD-LONG         PIC X(01).
021900 01  WS-FLD-SUB                  PIC 9(01) COMP.
022000 01  WS-CHR-SUB                  PIC 9(03) COMP.
022100 01  WS-SPLIT-CHAR               PIC X(01).
022200
022300*-------------------------------------------------------------*
022400* AMOUNT AS TYPED - AN OPTIONAL LEADING OR TRAILING SIGN,     *
022500* DIGITS, AND AN OPTIONAL POINT WITH UP TO TWO DECIMALS       *
022600* (FURTHER DECIMALS ARE ALLOWED ONLY WHEN ZERO).  LEADING     *
022700* ZEROS DO NOT COUNT TOWARD THE SEVEN WHOLE DIGITS.           *
022800*-------------------------------------------------------------*
022900 01  WS-AMOUNT-WORK.
023000     05  WS-AMT-WHICH            PIC 9(01).
023100     05  WS-AMT-CHAR             PIC X(01).
023200     05  WS-AMT-DIGIT-X          PIC X(01).
023300     05  WS-AMT-DIGIT REDEFINES WS-AMT-DIGIT-X
023400                                 PIC 9(01).
023500     05  WS-AMT-INT              PIC 9(07).
023600     05  WS-AMT-FRAC             PIC 9(02).
023700     05  WS-AMT-INT-DIGITS       PIC 9(03) COMP.
023800     05  WS-AMT-FRAC-DIGITS      PIC 9(03) COMP.
023900     05  WS-AMT-DIGITS-SEEN      PIC 9(03) COMP.
024000     05  WS-AMT-SIGN             PIC X(01).
024100         88  WS-AMT-NEGATIVE               VALUE "-".
024200         88  WS-AMT-UNSIGNED               VALUE " ".
024300     05  WS-AMT-POINT-SWITCH     PIC X(01).
024400         88  WS-AMT-POINT-SEEN             VALUE "Y".
024500         88  WS-AMT-NO-POINT               VALUE "N".
024600     05  WS-AMT-END-SWITCH       PIC X(01).
024700         88  WS-AMT-ENDED                  VALUE "Y".
024800         88  WS-AMT-NOT-ENDED              VALUE "N".
024900     05  WS-AMT-STATUS           PIC X(01).
025000         88  WS-AMT-IS-GOOD                VALUE " ".
025100         88  WS-AMT-IS-BAD                 VALUE "M" "N" "L" "D".
025200         88  WS-AMT-MISSING                VALUE "M".
025300         88  WS-AMT-NOT-NUMBER             VALUE "N".
025400         88  WS-AMT-TOO-LARGE              VALUE "L".
025500         88  WS-AMT-TOO-PRECISE            VALUE "D".
025600     05  WS-AMT-VALUE            PIC S9(07)V99.
025700
025800*-------------------------------------------------------------*
025900* THE LINE CONVERTED TO THE TRANS-RECORD FIELDS, AND EVERY    *
026000* CLEAN LINE KEPT UNTIL THE WHOLE FILE HAS BEEN EDITED.       *
026100*-------------------------------------------------------------*
026200 01  WS-NEW-DETAIL.
026300     05  WS-NEW-NUM1             PIC S9(07)V99.
026400     05  WS-NEW-NUM2             PIC S9(07)V99.
026500     05  WS-NEW-OP-CODE          PIC X(01).
026600     05  WS-NEW-ACCOUNT          PIC X(04).
026700     05  WS-NEW-EFF-DATE         PIC X(08).
026800 01  WS-CHECK-RESULT             PIC S9(08)V99.
026900
027000 01  WS-CLEAN-TABLE.
027100     05  WS-CLN-USED             PIC 9(04) COMP VALUE ZERO.
027200     05  WS-CLN-ENTRY OCCURS 2000 TIMES.
027300         10  WS-CLN-DETAIL.
027400             15  WS-CLN-NUM1     PIC S9(07)V99.
027500             15  WS-CLN-NUM2     PIC S9(07)V99.
027600             15  WS-CLN-OP-CODE  PIC X(01).
027700             15  WS-CLN-ACCOUNT  PIC X(04).
027800             15  WS-CLN-EFF-DATE PIC X(08).
027900         10  WS-CLN-LINE-NUMBER  PIC 9(05).
028000 01  WS-CLN-SUB                  PIC 9(04) COMP.
028100 01  WS-CLN-HIT-SUB              PIC 9(04) COMP.
028200
028300 01  WS-EDIT-DATE                PIC X(08).
028400 01  WS-EDIT-SPLIT REDEFINES WS-EDIT-DATE.
028500     05  WS-EDIT-YYYY            PIC 9(04).
028600     05  WS-EDIT-MM              PIC 9(02).
028700     05  WS-EDIT-DD              PIC 9(02).
028800 01  WS-EDIT-YYYYMM              PIC 9(06) VALUE ZERO.
028900 01  WS-MONTH-END-DAY            PIC 9(02) VALUE ZERO.
029000 01  WS-LEAP-REM                 PIC 9(04) VALUE ZERO.
029100
029200 01  WS-REJ-REASON               PIC X(50) VALUE SPACES.
029300 01  WS-COUNT-EDIT               PIC Z(04)9.
029400
029500 01  WS-RPT-HEADING-1            PIC X(80) VALUE
029600     "PLUSNUMBER DEPARTMENT SUBMISSION INTAKE - REJECTED LINES".
029700 01  WS-RPT-HEADING-2.
029800     05  FILLER                  PIC X(05) VALUE "DEPT ".
029900     05  WS-HDR-DEPARTMENT       PIC X(04).
030000     05  FILLER                  PIC X(17) VALUE
030100         "  BUSINESS DATE ".
030200     05  WS-HDR-BUS-DATE         PIC X(08).
030300     05  FILLER                  PIC X(12) VALUE
030400         "  RUN DATE ".
030500     05  WS-HDR-RUN-DATE         PIC 9(08).
030600     05  FILLER                  PIC X(26) VALUE SPACES.
030700 01  WS-RPT-HEADING-3            PIC X(80) VALUE
030800     " LINE  REASON / LINE AS SUBMITTED".
030900 01  WS-RPT-REJECT-LINE.
031000     05  WS-RPT-LINE-NUMBER      PIC Z(04)9.
031100     05  FILLER                  PIC X(02) VALUE SPACES.
031200     05  WS-RPT-REASON           PIC X(50).
031300     05  FILLER                  PIC X(23) VALUE SPACES.
031400 01  WS-RPT-AS-SUBMITTED.
031500     05  FILLER                  PIC X(07) VALUE "    >  ".
031600     05  WS-RPT-SUBMITTED        PIC X(73).
031700 01  WS-RPT-COUNT-LINE.
031800     05  WS-RPT-CNT-LABEL        PIC X(30).
031900     05  WS-RPT-CNT-VALUE        PIC ZZZZZZ9.
032000     05  FILLER                  PIC X(43) VALUE SPACES.
032100 01  WS-RPT-HASH-LINE.
032200     05  FILLER                  PIC X(30) VALUE
032300         "BATCH HASH TOTAL".
032400     05  WS-RPT-HASH             PIC -(13)9.99.
032500     05  FILLER                  PIC X(33) VALUE SPACES.
032600 01  WS-RPT-TEXT-LINE            PIC X(80).
032700 01  WS-RPT-BLANK-LINE           PIC X(80) VALUE SPACES.
032800
032900 PROCEDURE DIVISION.
033000 0000-MAINLINE.
033100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
033200     IF WS-RUN-OK
033300         PERFORM 2000-READ-HEADER-LINE THRU 2000-EXIT
033400         IF WS-HEADER-ACCEPTED
033500             PERFORM 3000-EDIT-LINES THRU 3000-EXIT
033600             PERFORM 5000-BUILD-BATCH THRU 5000-EXIT
033700         END-IF
033800         PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT
033900         PERFORM 9000-TERMINATE THRU 9000-EXIT
034000     END-IF.
034100     STOP RUN.
034200
034300 1000-INITIALIZE.
034400     SET WS-RUN-NOT-OK TO TRUE.
034500     ACCEPT WS-RUN-DATE-EDIT FROM DATE YYYYMMDD.
034600     PERFORM 1200-READ-CLOSED-MONTH THRU 1200-EXIT.
034700     OPEN INPUT SUBMISSION-FILE.
034800     IF WS-SUB-STATUS NOT = "00"
034900         DISPLAY "*** NO INTKSUB SUBMISSION FILE - STATUS "
035000             WS-SUB-STATUS " - NOTHING BUILT ***"
035100         GO TO 1000-EXIT
035200     END-IF.
035300     OPEN INPUT ACCT-MASTER-FILE.
035400     IF WS-ACCT-STATUS NOT = "00"
035500         DISPLAY "*** CHART OF ACCOUNTS NOT AVAILABLE - "
035600             "STATUS " WS-ACCT-STATUS " - NOTHING BUILT ***"
035700         CLOSE SUBMISSION-FILE
035800         GO TO 1000-EXIT
035900     END-IF.
036000     OPEN EXTEND TRANS-FILE.
036100     IF WS-TRANS-STATUS NOT = "00"
036200         OPEN OUTPUT TRANS-FILE
036300     END-IF.
036400     IF WS-TRANS-STATUS NOT = "00"
036500         DISPLAY "*** UNABLE TO OPEN INTKTRAN - STATUS "
036600             WS-TRANS-STATUS " - NOTHING BUILT ***"
036700         CLOSE SUBMISSION-FILE
036800         CLOSE ACCT-MASTER-FILE
036900         GO TO 1000-EXIT
037000     END-IF.
037100     OPEN OUTPUT INTK-REJ-FILE.
037200     IF WS-RPT-STATUS NOT = "00"
037300         DISPLAY "*** UNABLE TO OPEN INTKREJ - STATUS "
037400             WS-RPT-STATUS " - NOTHING BUILT ***"
037500         CLOSE SUBMISSION-FILE
037600         CLOSE ACCT-MASTER-FILE
037700         CLOSE TRANS-FILE
037800         GO TO 1000-EXIT
037900     END-IF.
038000     OPEN INPUT BATCH-REG-FILE.
038100     IF WS-BATREG-STATUS = "00"
038200         SET WS-BATREG-AVAILABLE TO TRUE
038300     ELSE
038400         DISPLAY "BATREG NOT AVAILABLE - STATUS " WS-BATREG-STATUS
038500             " - RESENDS CHECKED AGAINST INTKCTL ONLY"
038600     END-IF.
038700     PERFORM 1300-READ-INTAKE-CONTROL THRU 1300-EXIT.
038800     SET WS-RUN-OK TO TRUE.
038900 1000-EXIT.
039000     EXIT.
039100
039200 1200-READ-CLOSED-MONTH.
039300     MOVE ZERO TO WS-LAST-CLOSED-MONTH.
039400     OPEN INPUT CLOSED-MONTH-FILE.
039500     IF WS-CLOSEDMO-STATUS = "00"
039600         READ CLOSED-MONTH-FILE
039700             AT END CONTINUE
039800             NOT AT END
039900                 IF CLOSED-MONTH-RECORD IS NUMERIC
040000                     MOVE CLOSED-MONTH-RECORD
040100                         TO WS-LAST-CLOSED-MONTH
040200                 END-IF
040300         END-READ
040400         CLOSE CLOSED-MONTH-FILE
040500     END-IF.
040600 1200-EXIT.
040700     EXIT.
040800
040900 1300-READ-INTAKE-CONTROL.
041000     SET WS-CTL-NOT-FOUND TO TRUE.
041100     MOVE SPACES TO WS-INTAKE-CONTROL.
041200     MOVE ZERO TO WS-CTL-LAST-NUMBER.
041300     OPEN INPUT INTK-CTL-FILE.
041400     IF WS-CTL-STATUS NOT = "00"
041500         DISPLAY "NO INTKCTL CONTROL RECORD - NUMBERING FROM "
041600             "D00001"
041700         GO TO 1300-EXIT
041800     END-IF.
041900     READ INTK-CTL-FILE INTO WS-INTAKE-CONTROL
042000         AT END
042100             MOVE SPACES TO WS-INTAKE-CONTROL
042200             MOVE ZERO TO WS-CTL-LAST-NUMBER
042300         NOT AT END
042400             IF WS-CTL-LAST-NUMBER IS NUMERIC
042500                 SET WS-CTL-FOUND TO TRUE
042600             ELSE
042700                 DISPLAY "*** INTKCTL LAST NUMBER NOT NUMERIC - "
042800                     "NUMBERING FROM D00001 ***"
042900                 MOVE SPACES TO WS-INTAKE-CONTROL
043000                 MOVE ZERO TO WS-CTL-LAST-NUMBER
043100             END-IF
043200     END-READ.
043300     CLOSE INTK-CTL-FILE.
043400 1300-EXIT.
043500     EXIT.
043600
043700*-------------------------------------------------------------*
043800* THE FIRST NON-BLANK LINE CARRIES THE DEPARTMENT CODE AND    *
043900* THE BUSINESS DATE (YYYYMMDD).  ANY MORE COLUMNS ON IT MUST  *
044000* BE EMPTY.  WITHOUT A GOOD HEADER NOTHING IS BUILT.          *
044100*-------------------------------------------------------------*
044200 2000-READ-HEADER-LINE.
044300     SET WS-HEADER-REFUSED TO TRUE.
044400     MOVE ZERO TO WS-FLD-COUNT.
044500     PERFORM 2050-READ-NON-BLANK-LINE THRU 2050-EXIT.
044600     IF WS-SUB-AT-EOF
044700         MOVE SPACES TO WS-HDR-DEPARTMENT
044800         MOVE SPACES TO WS-HDR-BUS-DATE
044900         PERFORM 2200-PRINT-HEADINGS THRU 2200-EXIT
045000         MOVE "*** SUBMISSION FILE IS EMPTY - NOTHING BUILT ***"
045100             TO WS-RPT-TEXT-LINE
045200         WRITE INTK-REJ-RECORD FROM WS-RPT-TEXT-LINE
045300         DISPLAY WS-RPT-TEXT-LINE
045400         GO TO 2000-EXIT
045500     END-IF.
045600     MOVE WS-FLD-FIRST-4(1) TO WS-SUB-DEPARTMENT.
045700     MOVE WS-FLD-FIRST-8(2) TO WS-SUB-BUS-DATE.
045800     MOVE WS-SUB-DEPARTMENT TO WS-HDR-DEPARTMENT.
045900     MOVE WS-SUB-BUS-DATE   TO WS-HDR-BUS-DATE.
046000     PERFORM 2200-PRINT-HEADINGS THRU 2200-EXIT.
046100     PERFORM 2100-EDIT-HEADER-LINE THRU 2100-EXIT.
046200     IF WS-HEADER-REFUSED
046300         MOVE WS-LINE-NUMBER TO WS-RPT-LINE-NUMBER
046400         MOVE WS-REJ-REASON  TO WS-RPT-REASON
046500         WRITE INTK-REJ-RECORD FROM WS-RPT-REJECT-LINE
046600         MOVE WS-LINE-TEXT   TO WS-RPT-SUBMITTED
046700         WRITE INTK-REJ-RECORD FROM WS-RPT-AS-SUBMITTED
046800         MOVE "*** HEADER LINE REFUSED - NOTHING BUILT ***"
046900             TO WS-RPT-TEXT-LINE
047000         WRITE INTK-REJ-RECORD FROM WS-RPT-TEXT-LINE
047100         DISPLAY "*** INTKSUB HEADER LINE REFUSED - "
047200             WS-REJ-REASON
047300         GO TO 2000-EXIT
047400     END-IF.
047500     DISPLAY "SUBMISSION FROM DEPARTMENT " WS-SUB-DEPARTMENT
047600         " BUSINESS DATE " WS-SUB-BUS-DATE.
047700 2000-EXIT.
047800     EXIT.
047900
048000*-------------------------------------------------------------*
048100* EMPTY LINES, AND LINES OF NOTHING BUT COMMAS, ARE SKIPPED.  *
048200*-------------------------------------------------------------*
048300 2050-READ-NON-BLANK-LINE.
048400     SET WS-LINE-IS-BLANK TO TRUE.
048500     PERFORM 2060-READ-ONE-LINE THRU 2060-EXIT
048600         UNTIL WS-LINE-NOT-BLANK OR WS-SUB-AT-EOF.
048700 2050-EXIT.
048800     EXIT.
048900
049000 2060-READ-ONE-LINE.
049100     READ SUBMISSION-FILE INTO WS-LINE-TEXT
049200         AT END SET WS-SUB-AT-EOF TO TRUE
049300     END-READ.
049400     IF WS-SUB-AT-EOF
049500         GO TO 2060-EXIT
049600     END-IF.
049700     ADD 1 TO WS-LINES-READ.
049800     ADD 1 TO WS-LINE-NUMBER.
049900     PERFORM 3200-SPLIT-LINE THRU 3200-EXIT.
050000     IF WS-FLD-LAST(1) = ZERO AND WS-FLD-LAST(2) = ZERO
050100             AND WS-FLD-LAST(3) = ZERO AND WS-FLD-LAST(4) = ZERO
050200             AND WS-FLD-LAST(5) = ZERO AND WS-NO-EXTRA-FIELD
050300         ADD 1 TO WS-LINES-BLANK
050400     ELSE
050500         SET WS-LINE-NOT-BLANK TO TRUE
050600     END-IF.
050700 2060-EXIT.
050800     EXIT.
050900
051000 2100-EDIT-HEADER-LINE.
051100     IF WS-FLD-LAST(1) = ZERO
051200         MOVE "HEADER DEPARTMENT CODE MISSING" TO WS-REJ-REASON
051300         GO TO 2100-EXIT
051400     END-IF.
051500     IF WS-FLD-LAST(1) > 4
051600         MOVE "HEADER DEPARTMENT CODE LONGER THAN 4"
051700             TO WS-REJ-REASON
051800         GO TO 2100-EXIT
051900     END-IF.
052000     IF WS-FLD-LAST(2) NOT = 8
052100         MOVE "HEADER BUSINESS DATE NOT YYYYMMDD" TO WS-REJ-REASON
052200         GO TO 2100-EXIT
052300     END-IF.
052400     IF WS-FLD-LAST(3) NOT = ZERO OR WS-FLD-LAST(4) NOT = ZERO
052500             OR WS-FLD-LAST(5) NOT = ZERO OR WS-EXTRA-FIELD-TYPED
052600         MOVE "HEADER MUST BE DEPARTMENT,BUSINESS DATE ONLY"
052700             TO WS-REJ-REASON
052800         GO TO 2100-EXIT
052900     END-IF.
053000     MOVE WS-SUB-BUS-DATE TO WS-EDIT-DATE.
053100     PERFORM 7500-EDIT-DATE THRU 7500-EXIT.
053200     IF WS-DATE-IS-BAD
053300         MOVE "HEADER BUSINESS DATE NOT A REAL DATE"
053400             TO WS-REJ-REASON
053500         GO TO 2100-EXIT
053600     END-IF.
053700     MOVE WS-EDIT-YYYYMM TO WS-SUB-BUS-YYYYMM.
053800     SET WS-HEADER-ACCEPTED TO TRUE.
053900 2100-EXIT.
054000     EXIT.
054100
054200 2200-PRINT-HEADINGS.
054300     MOVE WS-RUN-DATE-EDIT TO WS-HDR-RUN-DATE.
054400     WRITE INTK-REJ-RECORD FROM WS-RPT-HEADING-1.
054500     WRITE INTK-REJ-RECORD FROM WS-RPT-HEADING-2.
054600     WRITE INTK-REJ-RECORD FROM WS-RPT-BLANK-LINE.
054700     WRITE INTK-REJ-RECORD FROM WS-RPT-HEADING-3.
054800 2200-EXIT.
054900     EXIT.
055000
055100 3000-EDIT-LINES.
055200     PERFORM 3100-EDIT-ONE-LINE THRU 3100-EXIT
055300         UNTIL WS-SUB-AT-EOF.
055400 3000-EXIT.
055500     EXIT.
055600
055700*-------------------------------------------------------------*
055800* EACH LINE IS CHECKED IN FULL SO THE DEPARTMENT SEES EVERY   *
055900* FAULT ON IT AT ONCE, NOT ONE PER RESUBMISSION.              *
056000*-------------------------------------------------------------*
056100 3100-EDIT-ONE-LINE.
056200     PERFORM 2050-READ-NON-BLANK-LINE THRU 2050-EXIT.
056300     IF WS-SUB-AT-EOF
056400         GO TO 3100-EXIT
056500     END-IF.
056600     SET WS-LINE-IS-CLEAN TO TRUE.
056700     SET WS-CALC-CAN-BE-CHECKED TO TRUE.
056800     MOVE SPACES TO WS-NEW-DETAIL.
056900     MOVE ZERO TO WS-NEW-NUM1.
057000     MOVE ZERO TO WS-NEW-NUM2.
057100     IF WS-FLD-COUNT < 5
057200         MOVE WS-FLD-COUNT TO WS-COUNT-EDIT
057300         MOVE SPACES TO WS-REJ-REASON
057400         STRING "ONLY " WS-COUNT-EDIT " FIELD(S) - 5 EXPECTED"
057500             DELIMITED BY SIZE INTO WS-REJ-REASON
057600         PERFORM 3900-REJECT-LINE THRU 3900-EXIT
057700         GO TO 3100-EXIT
057800     END-IF.
057900     IF WS-EXTRA-FIELD-TYPED
058000         MOVE "MORE THAN 5 FIELDS - CHECK FOR COMMAS IN AMOUNTS"
058100             TO WS-REJ-REASON
058200         PERFORM 3900-REJECT-LINE THRU 3900-EXIT
058300         GO TO 3100-EXIT
058400     END-IF.
058500     PERFORM 3300-EDIT-AMOUNTS THRU 3300-EXIT.
058600     PERFORM 3400-EDIT-OP-CODE THRU 3400-EXIT.
058700     PERFORM 3420-EDIT-ACCOUNT THRU 3420-EXIT.
058800     PERFORM 3450-EDIT-EFF-DATE THRU 3450-EXIT.
058900     IF WS-CALC-CAN-BE-CHECKED
059000         PERFORM 3600-CHECK-CALCULATION THRU 3600-EXIT
059100     END-IF.
059200     IF WS-LINE-IS-CLEAN
059300         PERFORM 3700-CHECK-DUPLICATE-LINE THRU 3700-EXIT
059400     END-IF.
059500     IF WS-LINE-IS-CLEAN
059600         PERFORM 3800-KEEP-CLEAN-LINE THRU 3800-EXIT
059700     END-IF.
059800 3100-EXIT.
059900     EXIT.
060000
060100*-------------------------------------------------------------*
060200* SPLIT WS-LINE-TEXT AT THE COMMAS.  COLUMNS PAST THE FIFTH   *
060300* ARE ALLOWED ONLY WHEN EMPTY (SPREADSHEETS OFTEN SAVE THEM). *
060400*-------------------------------------------------------------*
060500 3200-SPLIT-LINE.
060600     MOVE 1 TO WS-FLD-COUNT.
060700     SET WS-NO-EXTRA-FIELD TO TRUE.
060800     PERFORM 3210-CLEAR-FIELD THRU 3210-EXIT
060900         VARYING WS-FLD-SUB FROM 1 BY 1
061000             UNTIL WS-FLD-SUB > 5.
061100     PERFORM 3220-SPLIT-ONE-CHAR THRU 3220-EXIT
061200         VARYING WS-LINE-SUB FROM 1 BY 1
061300             UNTIL WS-LINE-SUB > 132.
061400 3200-EXIT.
061500     EXIT.
061600
061700 3210-CLEAR-FIELD.
061800     MOVE SPACES TO WS-FLD-TEXT(WS-FLD-SUB).
061900     MOVE ZERO   TO WS-FLD-USED(WS-FLD-SUB).
062000     MOVE ZERO   TO WS-FLD-LAST(WS-FLD-SUB).
062100     MOVE "N"    TO WS-FLD-LONG(WS-FLD-SUB).
062200 3210-EXIT.
062300     EXIT.
062400
062500 3220-SPLIT-ONE-CHAR.
062600     MOVE WS-LINE-CHAR(WS-LINE-SUB) TO WS-SPLIT-CHAR.
062700     IF WS-SPLIT-CHAR = ","
062800         ADD 1 TO WS-FLD-COUNT
062900         GO TO 3220-EXIT
063000     END-IF.
063100     IF WS-FLD-COUNT > 5
063200         IF WS-SPLIT-CHAR NOT = SPACE
063300             SET WS-EXTRA-FIELD-TYPED TO TRUE
063400         END-IF
063500         GO TO 3220-EXIT
063600     END-IF.
063700     MOVE WS-FLD-COUNT TO WS-FLD-SUB.
063800     IF WS-SPLIT-CHAR = SPACE AND WS-FLD-USED(WS-FLD-SUB) = ZERO
063900         GO TO 3220-EXIT
064000     END-IF.
064100     IF WS-FLD-USED(WS-FLD-SUB) NOT < 20
064200         IF WS-SPLIT-CHAR NOT = SPACE
064300             MOVE "Y" TO WS-FLD-LONG(WS-FLD-SUB)
064400         END-IF
064500         GO TO 3220-EXIT
064600     END-IF.
064700     ADD 1 TO WS-FLD-USED(WS-FLD-SUB).
064800     MOVE WS-FLD-USED(WS-FLD-SUB) TO WS-CHR-SUB.
064900     MOVE WS-SPLIT-CHAR TO WS-FLD-CHAR(WS-FLD-SUB WS-CHR-SUB).
065000     IF WS-SPLIT-CHAR NOT = SPACE
065100         MOVE WS-CHR-SUB TO WS-FLD-LAST(WS-FLD-SUB)
065200     END-IF.
065300 3220-EXIT.
065400     EXIT.
065500
065600 3300-EDIT-AMOUNTS.
065700     MOVE 1 TO WS-FLD-SUB.
065800     MOVE 1 TO WS-AMT-WHICH.
065900     PERFORM 3500-PARSE-AMOUNT THRU 3500-EXIT.
066000     IF WS-AMT-IS-GOOD
066100         MOVE WS-AMT-VALUE TO WS-NEW-NUM1
066200     ELSE
066300         PERFORM 3550-REJECT-AMOUNT THRU 3550-EXIT
066400     END-IF.
066500     MOVE 2 TO WS-FLD-SUB.
066600     MOVE 2 TO WS-AMT-WHICH.
066700     PERFORM 3500-PARSE-AMOUNT THRU 3500-EXIT.
066800     IF WS-AMT-IS-GOOD
066900         MOVE WS-AMT-VALUE TO WS-NEW-NUM2
067000     ELSE
067100         PERFORM 3550-REJECT-AMOUNT THRU 3550-EXIT
067200     END-IF.
067300 3300-EXIT.
067400     EXIT.
067500
067600*-------------------------------------------------------------*
067700* A BLANK OP CODE IS AN ADD, AS IN PLUSNUMBER, AND IS PASSED  *
067800* THROUGH BLANK.                                              *
067900*-------------------------------------------------------------*
068000 3400-EDIT-OP-CODE.
068100     IF WS-FLD-LAST(3) = ZERO
068200         MOVE SPACE TO WS-NEW-OP-CODE
068300         GO TO 3400-EXIT
068400     END-IF.
068500     MOVE WS-FLD-CHAR(3 1) TO WS-NEW-OP-CODE.
068600     IF WS-FLD-LAST(3) > 1
068700             OR WS-NEW-OP-CODE < "1" OR WS-NEW-OP-CODE > "4"
068800         MOVE "OP CODE NOT 1, 2, 3, OR 4" TO WS-REJ-REASON
068900         PERFORM 3900-REJECT-LINE THRU 3900-EXIT
069000         SET WS-CALC-CANNOT-BE-CHECKED TO TRUE
069100     END-IF.
069200 3400-EXIT.
069300     EXIT.
069400
069500 3420-EDIT-ACCOUNT.
069600     IF WS-FLD-LAST(4) = ZERO
069700         MOVE "ACCOUNT MISSING" TO WS-REJ-REASON
069800         PERFORM 3900-REJECT-LINE THRU 3900-EXIT
069900         GO TO 3420-EXIT
070000     END-IF.
070100     IF WS-FLD-LAST(4) > 4
070200         MOVE "ACCOUNT LONGER THAN 4 CHARACTERS" TO WS-REJ-REASON
070300         PERFORM 3900-REJECT-LINE THRU 3900-EXIT
070400         GO TO 3420-EXIT
070500     END-IF.
070600     MOVE WS-FLD-FIRST-4(4) TO WS-NEW-ACCOUNT.
070700     MOVE WS-NEW-ACCOUNT    TO ACCT-MST-CODE.
070800     READ ACCT-MASTER-FILE
070900         INVALID KEY
071000             MOVE SPACES TO WS-REJ-REASON
071100             STRING "ACCOUNT " WS-NEW-ACCOUNT " NOT ON ACCTMST"
071200                 DELIMITED BY SIZE INTO WS-REJ-REASON
071300             PERFORM 3900-REJECT-LINE THRU 3900-EXIT
071400             GO TO 3420-EXIT
071500     END-READ.
071600     IF ACCT-MST-CLOSED
071700         MOVE SPACES TO WS-REJ-REASON
071800         STRING "ACCOUNT " WS-NEW-ACCOUNT " IS CLOSED"
071900             DELIMITED BY SIZE INTO WS-REJ-REASON
072000         PERFORM 3900-REJECT-LINE THRU 3900-EXIT
072100     END-IF.
072200 3420-EXIT.
072300     EXIT.
072400
072500*-------------------------------------------------------------*
072600* A BLANK EFFECTIVE DATE POSTS ON THE BUSINESS DATE, SO THE   *
072700* BUSINESS DATE'S PERIOD MUST BE OPEN INSTEAD.                *
072800*-------------------------------------------------------------*
072900 3450-EDIT-EFF-DATE.
073000     IF WS-FLD-LAST(5) = ZERO
073100         MOVE SPACES TO WS-NEW-EFF-DATE
073200         MOVE WS-SUB-BUS-YYYYMM TO WS-EDIT-YYYYMM
073300     ELSE
073400         IF WS-FLD-LAST(5) NOT = 8
073500             MOVE "EFFECTIVE DATE NOT YYYYMMDD" TO WS-REJ-REASON
073600             PERFORM 3900-REJECT-LINE THRU 3900-EXIT
073700             GO TO 3450-EXIT
073800         END-IF
073900         MOVE WS-FLD-FIRST-8(5) TO WS-NEW-EFF-DATE
074000         MOVE WS-NEW-EFF-DATE   TO WS-EDIT-DATE
074100         PERFORM 7500-EDIT-DATE THRU 7500-EXIT
074200         IF WS-DATE-IS-BAD
074300             MOVE "EFFECTIVE DATE NOT A REAL DATE"
074400                 TO WS-REJ-REASON
074500             PERFORM 3900-REJECT-LINE THRU 3900-EXIT
074600             GO TO 3450-EXIT
074700         END-IF
074800     END-IF.
074900     IF WS-EDIT-YYYYMM NOT > WS-LAST-CLOSED-MONTH
075000         MOVE SPACES TO WS-REJ-REASON
075100         STRING "PERIOD " WS-EDIT-YYYYMM " IS CLOSED"
075200             DELIMITED BY SIZE INTO WS-REJ-REASON
075300         PERFORM 3900-REJECT-LINE THRU 3900-EXIT
075400     END-IF.
075500 3450-EXIT.
075600     EXIT.
075700
075800 3500-PARSE-AMOUNT.
075900     MOVE ZERO TO WS-AMT-VALUE.
076000     MOVE ZERO TO WS-AMT-INT.
076100     MOVE ZERO TO WS-AMT-FRAC.
076200     MOVE ZERO TO WS-AMT-INT-DIGITS.
076300     MOVE ZERO TO WS-AMT-FRAC-DIGITS.
076400     MOVE ZERO TO WS-AMT-DIGITS-SEEN.
076500     SET WS-AMT-UNSIGNED TO TRUE.
076600     SET WS-AMT-NO-POINT TO TRUE.
076700     SET WS-AMT-NOT-ENDED TO TRUE.
076800     SET WS-AMT-IS-GOOD TO TRUE.
076900     IF WS-FLD-LAST(WS-FLD-SUB) = ZERO
077000         SET WS-AMT-MISSING TO TRUE
077100         GO TO 3500-EXIT
077200     END-IF.
077300     IF WS-FLD-LONG(WS-FLD-SUB) = "Y"
077400         SET WS-AMT-NOT-NUMBER TO TRUE
077500         GO TO 3500-EXIT
077600     END-IF.
077700     PERFORM 3510-SCAN-AMOUNT-CHAR THRU 3510-EXIT
077800         VARYING WS-CHR-SUB FROM 1 BY 1
077900             UNTIL WS-CHR-SUB > WS-FLD-LAST(WS-FLD-SUB)
078000             OR WS-AMT-IS-BAD.
078100     IF WS-AMT-IS-BAD
078200         GO TO 3500-EXIT
078300     END-IF.
078400     IF WS-AMT-DIGITS-SEEN = ZERO
078500         SET WS-AMT-NOT-NUMBER TO TRUE
078600         GO TO 3500-EXIT
078700     END-IF.
078800     IF WS-AMT-FRAC-DIGITS = 1
078900         MULTIPLY 10 BY WS-AMT-FRAC
079000     END-IF.
079100     COMPUTE WS-AMT-VALUE = WS-AMT-INT + WS-AMT-FRAC / 100.
079200     IF WS-AMT-NEGATIVE
079300         COMPUTE WS-AMT-VALUE = ZERO - WS-AMT-VALUE
079400     END-IF.
079500 3500-EXIT.
079600     EXIT.
079700
079800 3510-SCAN-AMOUNT-CHAR.
079900     MOVE WS-FLD-CHAR(WS-FLD-SUB WS-CHR-SUB) TO WS-AMT-CHAR.
080000     IF WS-AMT-ENDED
080100         SET WS-AMT-NOT-NUMBER TO TRUE
080200         GO TO 3510-EXIT
080300     END-IF.
080400     EVALUATE TRUE
080500         WHEN WS-AMT-CHAR = SPACE
080600             SET WS-AMT-ENDED TO TRUE
080700         WHEN WS-AMT-CHAR = "-" OR WS-AMT-CHAR = "+"
080800             IF NOT WS-AMT-UNSIGNED
080900                 SET WS-AMT-NOT-NUMBER TO TRUE
081000             ELSE
081100                 IF WS-AMT-CHAR = "-"
081200                     SET WS-AMT-NEGATIVE TO TRUE
081300                 ELSE
081400                     MOVE "+" TO WS-AMT-SIGN
081500                 END-IF
081600                 IF WS-AMT-DIGITS-SEEN > ZERO OR WS-AMT-POINT-SEEN
081700                     SET WS-AMT-ENDED TO TRUE
081800                 END-IF
081900             END-IF
082000         WHEN WS-AMT-CHAR = "."
082100             IF WS-AMT-POINT-SEEN
082200                 SET WS-AMT-NOT-NUMBER TO TRUE
082300             ELSE
082400                 SET WS-AMT-POINT-SEEN TO TRUE
082500             END-IF
082600         WHEN WS-AMT-CHAR IS NUMERIC
082700             MOVE WS-AMT-CHAR TO WS-AMT-DIGIT-X
082800             ADD 1 TO WS-AMT-DIGITS-SEEN
082900             IF WS-AMT-POINT-SEEN
083000                 PERFORM 3520-ADD-DECIMAL-DIGIT THRU 3520-EXIT
083100             ELSE
083200                 PERFORM 3530-ADD-WHOLE-DIGIT THRU 3530-EXIT
083300             END-IF
083400         WHEN OTHER
083500             SET WS-AMT-NOT-NUMBER TO TRUE
083600     END-EVALUATE.
083700 3510-EXIT.
083800     EXIT.
083900
084000 3520-ADD-DECIMAL-DIGIT.
084100     IF WS-AMT-FRAC-DIGITS < 2
084200         ADD 1 TO WS-AMT-FRAC-DIGITS
084300         COMPUTE WS-AMT-FRAC = WS-AMT-FRAC * 10 + WS-AMT-DIGIT
084400     ELSE
084500         IF WS-AMT-DIGIT NOT = ZERO
084600             SET WS-AMT-TOO-PRECISE TO TRUE
084700         END-IF
084800     END-IF.
084900 3520-EXIT.
085000     EXIT.
085100
085200 3530-ADD-WHOLE-DIGIT.
085300     IF WS-AMT-INT-DIGITS = ZERO AND WS-AMT-DIGIT = ZERO
085400         GO TO 3530-EXIT
085500     END-IF.
085600     IF WS-AMT-INT-DIGITS NOT < 7
085700         SET WS-AMT-TOO-LARGE TO TRUE
085800         GO TO 3530-EXIT
085900     END-IF.
086000     ADD 1 TO WS-AMT-INT-DIGITS.
086100     COMPUTE WS-AMT-INT = WS-AMT-INT * 10 + WS-AMT-DIGIT.
086200 3530-EXIT.
086300     EXIT.
086400
086500 3550-REJECT-AMOUNT.
086600     SET WS-CALC-CANNOT-BE-CHECKED TO TRUE.
086700     MOVE SPACES TO WS-REJ-REASON.
086800     EVALUATE TRUE
086900         WHEN WS-AMT-MISSING
087000             STRING "AMOUNT " WS-AMT-WHICH " MISSING"
087100                 DELIMITED BY SIZE INTO WS-REJ-REASON
087200         WHEN WS-AMT-TOO-LARGE
087300             STRING "AMOUNT " WS-AMT-WHICH " OVER 9999999.99"
087400                 DELIMITED BY SIZE INTO WS-REJ-REASON
087500         WHEN WS-AMT-TOO-PRECISE
087600             STRING "AMOUNT " WS-AMT-WHICH
087700                 " HAS MORE THAN 2 DECIMAL PLACES"
087800                 DELIMITED BY SIZE INTO WS-REJ-REASON
087900         WHEN OTHER
088000             STRING "AMOUNT " WS-AMT-WHICH " NOT A NUMBER"
088100                 DELIMITED BY SIZE INTO WS-REJ-REASON
088200     END-EVALUATE.
088300     PERFORM 3900-REJECT-LINE THRU 3900-EXIT.
088400 3550-EXIT.
088500     EXIT.
088600
088700*-------------------------------------------------------------*
088800* THE SAME CALCULATION PLUSNUMBER WILL DO, SO A DIVIDE BY ZERO*
088900* OR AN OVERSIZED RESULT IS RETURNED NOW RATHER THAN SET ASIDE*
089000* TO SUSPENSE TONIGHT.                                        *
089100*-------------------------------------------------------------*
089200 3600-CHECK-CALCULATION.
089300     EVALUATE WS-NEW-OP-CODE
089400         WHEN SPACE
089500         WHEN "1"
089600             COMPUTE WS-CHECK-RESULT = WS-NEW-NUM1 + WS-NEW-NUM2
089700         WHEN "2"
089800             COMPUTE WS-CHECK-RESULT = WS-NEW-NUM1 - WS-NEW-NUM2
089900         WHEN "3"
090000             COMPUTE WS-CHECK-RESULT = WS-NEW-NUM1 * WS-NEW-NUM2
090100                 ON SIZE ERROR
090200                     MOVE "MULTIPLY RESULT TOO LARGE"
090300                         TO WS-REJ-REASON
090400                     PERFORM 3900-REJECT-LINE THRU 3900-EXIT
090500             END-COMPUTE
090600         WHEN "4"
090700             IF WS-NEW-NUM2 = ZERO
090800                 MOVE "DIVIDE BY ZERO - AMOUNT 2 IS ZERO"
090900                     TO WS-REJ-REASON
091000                 PERFORM 3900-REJECT-LINE THRU 3900-EXIT
091100             ELSE
091200                 COMPUTE WS-CHECK-RESULT =
091300                     WS-NEW-NUM1 / WS-NEW-NUM2
091400                     ON SIZE ERROR
091500                         MOVE "DIVIDE RESULT TOO LARGE"
091600                             TO WS-REJ-REASON
091700                         PERFORM 3900-REJECT-LINE THRU 3900-EXIT
091800                 END-COMPUTE
091900             END-IF
092000     END-EVALUATE.
092100 3600-EXIT.
092200     EXIT.
092300
092400*-------------------------------------------------------------*
092500* A LINE IDENTICAL TO AN EARLIER CLEAN LINE WOULD BE SET ASIDE*
092600* BY PLUSNUMBER AS A DUPLICATE DETAIL ("DD"), SO IT IS        *
092700* RETURNED HERE INSTEAD.                                      *
092800*-------------------------------------------------------------*
092900 3700-CHECK-DUPLICATE-LINE.
093000     SET WS-ENTRY-NOT-FOUND TO TRUE.
093100     MOVE ZERO TO WS-CLN-HIT-SUB.
093200     PERFORM 3710-SCAN-CLEAN-LINES THRU 3710-EXIT
093300         VARYING WS-CLN-SUB FROM 1 BY 1
093400             UNTIL WS-CLN-SUB > WS-CLN-USED
093500             OR WS-ENTRY-FOUND.
093600     IF WS-ENTRY-FOUND
093700         MOVE SPACES TO WS-REJ-REASON
093800         STRING "SAME AS LINE " WS-CLN-LINE-NUMBER(WS-CLN-HIT-SUB)
093900             " - DUPLICATE" DELIMITED BY SIZE INTO WS-REJ-REASON
094000         PERFORM 3900-REJECT-LINE THRU 3900-EXIT
094100     END-IF.
094200 3700-EXIT.
094300     EXIT.
094400
094500 3710-SCAN-CLEAN-LINES.
094600     IF WS-CLN-DETAIL(WS-CLN-SUB) = WS-NEW-DETAIL
094700         SET WS-ENTRY-FOUND TO TRUE
094800         MOVE WS-CLN-SUB TO WS-CLN-HIT-SUB
094900     END-IF.
095000 3710-EXIT.
095100     EXIT.
095200
095300 3800-KEEP-CLEAN-LINE.
095400     IF WS-CLN-USED NOT < 2000
095500         IF WS-BATCH-MAY-BE-BUILT
095600             DISPLAY "*** MORE THAN 2000 GOOD LINES - SPLIT THE "
095700                 "SUBMISSION - NOTHING BUILT ***"
095800             SET WS-BATCH-NOT-TO-BE-BUILT TO TRUE
095900         END-IF
096000         ADD 1 TO WS-LINES-NOT-HELD
096100         GO TO 3800-EXIT
096200     END-IF.
096300     ADD 1 TO WS-CLN-USED.
096400     MOVE WS-NEW-DETAIL  TO WS-CLN-DETAIL(WS-CLN-USED).
096500     MOVE WS-LINE-NUMBER TO WS-CLN-LINE-NUMBER(WS-CLN-USED).
096600     ADD 1 TO WS-LINES-ACCEPTED.
096700     ADD WS-NEW-NUM1 TO WS-BATCH-HASH-TOTAL.
096800     ADD WS-NEW-NUM2 TO WS-BATCH-HASH-TOTAL.
096900 3800-EXIT.
097000     EXIT.
097100
097200*-------------------------------------------------------------*
097300* THE FIRST FAULT ON A LINE PRINTS THE LINE NUMBER, THE REASON*
097400* AND THE LINE AS SUBMITTED; LATER FAULTS ADD A REASON ONLY.  *
097500*-------------------------------------------------------------*
097600 3900-REJECT-LINE.
097700     IF WS-LINE-IS-CLEAN
097800         SET WS-LINE-IS-REJECTED TO TRUE
097900         ADD 1 TO WS-LINES-REJECTED
098000         MOVE WS-LINE-NUMBER TO WS-RPT-LINE-NUMBER
098100         MOVE WS-REJ-REASON  TO WS-RPT-REASON
098200         WRITE INTK-REJ-RECORD FROM WS-RPT-BLANK-LINE
098300         WRITE INTK-REJ-RECORD FROM WS-RPT-REJECT-LINE
098400         MOVE WS-LINE-TEXT   TO WS-RPT-SUBMITTED
098500         WRITE INTK-REJ-RECORD FROM WS-RPT-AS-SUBMITTED
098600     ELSE
098700         MOVE SPACES TO WS-RPT-REJECT-LINE
098800         MOVE WS-REJ-REASON  TO WS-RPT-REASON
098900         WRITE INTK-REJ-RECORD FROM WS-RPT-REJECT-LINE
099000     END-IF.
099100 3900-EXIT.
099200     EXIT.
099300
099400*-------------------------------------------------------------*
099500* A RESEND - THE SAME DEPARTMENT, BUSINESS DATE, COUNT, AND   *
099600* HASH AS A BATCH ALREADY ACCEPTED ON BATREG OR THE LAST      *
099700* BATCH BUILT HERE - WOULD BE HELD BY PLUSNUMBER AS A         *
099800* DUPLICATE, SO IT IS NOT BUILT.                              *
099900*-------------------------------------------------------------*
100000 4000-CHECK-RESEND.
100100     MOVE SPACES TO WS-MATCH-BATCH-ID.
100200     IF WS-CTL-FOUND
100300             AND WS-CTL-LAST-DEPT = WS-SUB-DEPARTMENT
100400             AND WS-CTL-LAST-BUS-DATE = WS-SUB-BUS-DATE
100500             AND WS-CTL-LAST-COUNT = WS-LINES-ACCEPTED
100600             AND WS-CTL-LAST-HASH = WS-BATCH-HASH-TOTAL
100700         MOVE WS-CTL-LAST-BATCH-ID TO WS-MATCH-BATCH-ID
100800         GO TO 4000-EXIT
100900     END-IF.
101000     IF WS-BATREG-UNAVAILABLE
101100         GO TO 4000-EXIT
101200     END-IF.
101300     SET WS-BRG-NOT-AT-EOF TO TRUE.
101400     MOVE LOW-VALUES TO BRG-KEY.
101500     START BATCH-REG-FILE KEY IS NOT LESS THAN BRG-KEY
101600         INVALID KEY SET WS-BRG-AT-EOF TO TRUE
101700     END-START.
101800     PERFORM 4100-SCAN-REGISTER THRU 4100-EXIT
101900         UNTIL WS-BRG-AT-EOF.
102000 4000-EXIT.
102100     EXIT.
102200
102300 4100-SCAN-REGISTER.
102400     READ BATCH-REG-FILE NEXT RECORD
102500         AT END SET WS-BRG-AT-EOF TO TRUE
102600     END-READ.
102700     IF WS-BRG-AT-EOF
102800         GO TO 4100-EXIT
102900     END-IF.
103000     IF BRG-DEPARTMENT = WS-SUB-DEPARTMENT
103100             AND BRG-BUS-DATE = WS-SUB-BUS-DATE
103200             AND BRG-RECORD-COUNT = WS-LINES-ACCEPTED
103300             AND BRG-HASH-TOTAL = WS-BATCH-HASH-TOTAL
103400         MOVE BRG-BATCH-ID TO WS-MATCH-BATCH-ID
103500         SET WS-BRG-AT-EOF TO TRUE
103600     END-IF.
103700 4100-EXIT.
103800     EXIT.
103900
104000 5000-BUILD-BATCH.
104100     IF WS-BATCH-NOT-TO-BE-BUILT
104200         GO TO 5000-EXIT
104300     END-IF.
104400     IF WS-CLN-USED = ZERO
104500         GO TO 5000-EXIT
104600     END-IF.
104700     PERFORM 4000-CHECK-RESEND THRU 4000-EXIT.
104800     IF WS-MATCH-BATCH-ID NOT = SPACES
104900         SET WS-BATCH-NOT-TO-BE-BUILT TO TRUE
105000         MOVE SPACES TO WS-RPT-TEXT-LINE
105100         STRING "*** SAME DEPT, DATE, COUNT AND HASH AS BATCH "
105200             WS-MATCH-BATCH-ID " - NOTHING BUILT ***"
105300             DELIMITED BY SIZE INTO WS-RPT-TEXT-LINE
105400         WRITE INTK-REJ-RECORD FROM WS-RPT-BLANK-LINE
105500         WRITE INTK-REJ-RECORD FROM WS-RPT-TEXT-LINE
105600         DISPLAY WS-RPT-TEXT-LINE
105700         GO TO 5000-EXIT
105800     END-IF.
105900     PERFORM 5100-ASSIGN-BATCH-ID THRU 5100-EXIT.
106000     IF WS-BATCH-NOT-TO-BE-BUILT
106100         GO TO 5000-EXIT
106200     END-IF.
106300     PERFORM 5400-WRITE-HEADER THRU 5400-EXIT.
106400     PERFORM 5500-WRITE-DETAIL THRU 5500-EXIT
106500         VARYING WS-CLN-SUB FROM 1 BY 1
106600             UNTIL WS-CLN-SUB > WS-CLN-USED.
106700     PERFORM 5600-WRITE-TRAILER THRU 5600-EXIT.
106800     SET WS-BATCH-WRITTEN TO TRUE.
106900     PERFORM 5700-SAVE-CONTROL-RECORD THRU 5700-EXIT.
107000 5000-EXIT.
107100     EXIT.
107200
107300*-------------------------------------------------------------*
107400* NEXT NUMBER AFTER THE LAST ONE GIVEN OUT, STEPPING PAST ANY *
107500* ID ALREADY ON THE BATCH REGISTER.                           *
107600*-------------------------------------------------------------*
107700 5100-ASSIGN-BATCH-ID.
107800     MOVE WS-CTL-LAST-NUMBER TO WS-BID-NUMBER.
107900     SET WS-ENTRY-FOUND TO TRUE.
108000     PERFORM 5110-TRY-NEXT-NUMBER THRU 5110-EXIT
108100         UNTIL WS-ENTRY-NOT-FOUND
108200         OR WS-BATCH-NOT-TO-BE-BUILT.
108300 5100-EXIT.
108400     EXIT.
108500
108600 5110-TRY-NEXT-NUMBER.
108700     IF WS-BID-NUMBER NOT < 99999
108800         DISPLAY "*** INTAKE BATCH NUMBERS EXHAUSTED - RESET "
108900             "INTKCTL - NOTHING BUILT ***"
109000         SET WS-BATCH-NOT-TO-BE-BUILT TO TRUE
109100         GO TO 5110-EXIT
109200     END-IF.
109300     ADD 1 TO WS-BID-NUMBER.
109400     SET WS-ENTRY-NOT-FOUND TO TRUE.
109500     IF WS-BATREG-AVAILABLE
109600         MOVE WS-BATCH-ID TO BRG-BATCH-ID
109700         READ BATCH-REG-FILE
109800             INVALID KEY
109900                 CONTINUE
110000             NOT INVALID KEY
110100                 SET WS-ENTRY-FOUND TO TRUE
110200         END-READ
110300     END-IF.
110400 5110-EXIT.
110500     EXIT.
110600
110700 5400-WRITE-HEADER.
110800     MOVE SPACES            TO TRANS-HEADER-RECORD.
110900     MOVE "H"               TO HDR-RECORD-TYPE.
111000     MOVE WS-BATCH-ID       TO HDR-BATCH-ID.
111100     MOVE WS-SUB-DEPARTMENT TO HDR-DEPARTMENT.
111200     MOVE WS-SUB-BUS-DATE   TO HDR-BUSINESS-DATE.
111300     WRITE TRANS-HEADER-RECORD.
111400 5400-EXIT.
111500     EXIT.
111600
111700 5500-WRITE-DETAIL.
111800     MOVE SPACES                      TO TRANS-RECORD.
111900     MOVE WS-CLN-NUM1(WS-CLN-SUB)     TO TRANS-NUM1.
112000     MOVE WS-CLN-NUM2(WS-CLN-SUB)     TO TRANS-NUM2.
112100     MOVE WS-CLN-OP-CODE(WS-CLN-SUB)  TO TRANS-OP-CODE.
112200     MOVE WS-CLN-ACCOUNT(WS-CLN-SUB)  TO TRANS-ACCOUNT.
112300     MOVE WS-CLN-EFF-DATE(WS-CLN-SUB) TO TRANS-EFF-DATE.
112400     WRITE TRANS-RECORD.
112500 5500-EXIT.
112600     EXIT.
112700
112800 5600-WRITE-TRAILER.
112900     MOVE SPACES              TO TRANS-TRAILER-RECORD.
113000     MOVE "T"                 TO TRL-RECORD-TYPE.
113100     MOVE WS-CLN-USED         TO TRL-RECORD-COUNT.
113200     MOVE WS-BATCH-HASH-TOTAL TO TRL-HASH-TOTAL.
113300     WRITE TRANS-TRAILER-RECORD.
113400 5600-EXIT.
113500     EXIT.
113600
113700 5700-SAVE-CONTROL-RECORD.
113800     MOVE SPACES              TO WS-INTAKE-CONTROL.
113900     MOVE WS-BID-NUMBER       TO WS-CTL-LAST-NUMBER.
114000     MOVE WS-BATCH-ID         TO WS-CTL-LAST-BATCH-ID.
114100     MOVE WS-SUB-DEPARTMENT   TO WS-CTL-LAST-DEPT.
114200     MOVE WS-SUB-BUS-DATE     TO WS-CTL-LAST-BUS-DATE.
114300     MOVE WS-CLN-USED         TO WS-CTL-LAST-COUNT.
114400     MOVE WS-BATCH-HASH-TOTAL TO WS-CTL-LAST-HASH.
114500     MOVE WS-RUN-DATE-EDIT    TO WS-CTL-RUN-DATE.
114600     OPEN OUTPUT INTK-CTL-FILE.
114700     IF WS-CTL-STATUS NOT = "00"
114800         DISPLAY "*** INTKCTL NOT SAVED - STATUS " WS-CTL-STATUS
114900             " - SET IT TO " WS-BATCH-ID
115000             " BEFORE THE NEXT RUN ***"
115100         GO TO 5700-EXIT
115200     END-IF.
115300     WRITE INTK-CTL-RECORD FROM WS-INTAKE-CONTROL.
115400     CLOSE INTK-CTL-FILE.
115500 5700-EXIT.
115600     EXIT.
115700
115800 7000-PRINT-TOTALS.
115900     WRITE INTK-REJ-RECORD FROM WS-RPT-BLANK-LINE.
116000     IF WS-LINES-REJECTED = ZERO AND WS-HEADER-ACCEPTED
116100         MOVE "NO LINES REJECTED" TO WS-RPT-TEXT-LINE
116200         WRITE INTK-REJ-RECORD FROM WS-RPT-TEXT-LINE
116300         WRITE INTK-REJ-RECORD FROM WS-RPT-BLANK-LINE
116400     END-IF.
116500     MOVE "LINES READ" TO WS-RPT-CNT-LABEL.
116600     MOVE WS-LINES-READ TO WS-RPT-CNT-VALUE.
116700     WRITE INTK-REJ-RECORD FROM WS-RPT-COUNT-LINE.
116800     MOVE "BLANK LINES SKIPPED" TO WS-RPT-CNT-LABEL.
116900     MOVE WS-LINES-BLANK TO WS-RPT-CNT-VALUE.
117000     WRITE INTK-REJ-RECORD FROM WS-RPT-COUNT-LINE.
117100     MOVE "LINES ACCEPTED" TO WS-RPT-CNT-LABEL.
117200     MOVE WS-LINES-ACCEPTED TO WS-RPT-CNT-VALUE.
117300     WRITE INTK-REJ-RECORD FROM WS-RPT-COUNT-LINE.
117400     MOVE "LINES REJECTED" TO WS-RPT-CNT-LABEL.
117500     MOVE WS-LINES-REJECTED TO WS-RPT-CNT-VALUE.
117600     WRITE INTK-REJ-RECORD FROM WS-RPT-COUNT-LINE.
117700     IF WS-LINES-NOT-HELD > ZERO
117800         MOVE "GOOD LINES OVER 2000 LIMIT" TO WS-RPT-CNT-LABEL
117900         MOVE WS-LINES-NOT-HELD TO WS-RPT-CNT-VALUE
118000         WRITE INTK-REJ-RECORD FROM WS-RPT-COUNT-LINE
118100     END-IF.
118200     MOVE WS-BATCH-HASH-TOTAL TO WS-RPT-HASH.
118300     WRITE INTK-REJ-RECORD FROM WS-RPT-HASH-LINE.
118400     MOVE SPACES TO WS-RPT-TEXT-LINE.
118500     IF WS-BATCH-WRITTEN
118600         STRING "BATCH " WS-BATCH-ID " BUILT FOR TONIGHT'S RUN"
118700             DELIMITED BY SIZE INTO WS-RPT-TEXT-LINE
118800     ELSE
118900         MOVE "NO BATCH BUILT" TO WS-RPT-TEXT-LINE
119000     END-IF.
119100     WRITE INTK-REJ-RECORD FROM WS-RPT-TEXT-LINE.
119200     IF WS-LINES-REJECTED > ZERO
119300         MOVE "CORRECT THE REJECTED LINES AND SEND THEM AGAIN "
119400             TO WS-RPT-TEXT-LINE
119500         WRITE INTK-REJ-RECORD FROM WS-RPT-TEXT-LINE
119600         MOVE "AS A NEW SUBMISSION - DO NOT RESEND ACCEPTED LINES"
119700             TO WS-RPT-TEXT-LINE
119800         WRITE INTK-REJ-RECORD FROM WS-RPT-TEXT-LINE
119900     END-IF.
120000 7000-EXIT.
120100     EXIT.
120200
120300 7500-EDIT-DATE.
120400     SET WS-DATE-IS-GOOD TO TRUE.
120500     MOVE ZERO TO WS-EDIT-YYYYMM.
120600     IF WS-EDIT-DATE IS NOT NUMERIC
120700         SET WS-DATE-IS-BAD TO TRUE
120800         GO TO 7500-EXIT
120900     END-IF.
121000     IF WS-EDIT-MM < 01 OR WS-EDIT-MM > 12
121100             OR WS-EDIT-DD < 01
121200         SET WS-DATE-IS-BAD TO TRUE
121300         GO TO 7500-EXIT
121400     END-IF.
121500     PERFORM 7510-SET-MONTH-END-DAY THRU 7510-EXIT.
121600     IF WS-EDIT-DD > WS-MONTH-END-DAY
121700         SET WS-DATE-IS-BAD TO TRUE
121800         GO TO 7500-EXIT
121900     END-IF.
122000     COMPUTE WS-EDIT-YYYYMM = WS-EDIT-YYYY * 100 + WS-EDIT-MM.
122100 7500-EXIT.
122200     EXIT.
122300
122400 7510-SET-MONTH-END-DAY.
122500     EVALUATE WS-EDIT-MM
122600         WHEN 01
122700         WHEN 03
122800         WHEN 05
122900         WHEN 07
123000         WHEN 08
123100         WHEN 10
123200         WHEN 12
123300             MOVE 31 TO WS-MONTH-END-DAY
123400         WHEN 04
123500         WHEN 06
123600         WHEN 09
123700         WHEN 11
123800             MOVE 30 TO WS-MONTH-END-DAY
123900         WHEN 02
124000             MOVE 28 TO WS-MONTH-END-DAY
124100             COMPUTE WS-LEAP-REM =
124200                 FUNCTION MOD(WS-EDIT-YYYY 4)
124300             IF WS-LEAP-REM = ZERO
124400                 MOVE 29 TO WS-MONTH-END-DAY
124500                 COMPUTE WS-LEAP-REM =
124600                     FUNCTION MOD(WS-EDIT-YYYY 100)
124700                 IF WS-LEAP-REM = ZERO
124800                     COMPUTE WS-LEAP-REM =
124900                         FUNCTION MOD(WS-EDIT-YYYY 400)
125000                     IF WS-LEAP-REM NOT = ZERO
125100                         MOVE 28 TO WS-MONTH-END-DAY
125200                     END-IF
125300                 END-IF
125400             END-IF
125500     END-EVALUATE.
125600 7510-EXIT.
125700     EXIT.
125800
125900 9000-TERMINATE.
126000     CLOSE SUBMISSION-FILE.
126100     CLOSE ACCT-MASTER-FILE.
126200     CLOSE TRANS-FILE.
126300     CLOSE INTK-REJ-FILE.
126400     IF WS-BATREG-AVAILABLE
126500         CLOSE BATCH-REG-FILE
126600     END-IF.
126700     DISPLAY "DEPARTMENT SUBMISSION INTAKE COMPLETE".
126800     IF WS-BATCH-WRITTEN
126900         DISPLAY "  BATCH ID             = " WS-BATCH-ID
127000     ELSE
127100         DISPLAY "  NO BATCH BUILT"
127200     END-IF.
127300     DISPLAY "  LINES READ           = " WS-LINES-READ.
127400     DISPLAY "  LINES ACCEPTED       = " WS-LINES-ACCEPTED.
127500     DISPLAY "  LINES REJECTED       = " WS-LINES-REJECTED.
127600     IF WS-LINES-REJECTED > ZERO
127700         DISPLAY "*** " WS-LINES-REJECTED " LINE(S) REJECTED - "
127800             "RETURN INTKREJ TO THE DEPARTMENT ***"
127900     END-IF.
128000 9000-EXIT.
128100     EXIT.
128200
128300 END PROGRAM DEPTINTK.
