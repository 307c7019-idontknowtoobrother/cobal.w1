001700*                 CONTROL RECORD, AND THE SUM OF THE RPTCTL   *
001800*                 DAILY CONTROL TOTALS FOR THE PERIOD.  ANY   *
001900*                 LEG THAT DISAGREES IS NAMED ON TRIALRPT.    *
001905* 2026-10-15 JBH  YEAR-END VIEW.  A "Y" IN COLUMN 8 OF A      *
001910*                 DECEMBER TBPARM CARD LISTS EACH ACCOUNT'S   *
001915*                 PRE-CLOSE (YYYY12), CLOSING ENTRY AND       *
001920*                 POST-CLOSE (YYYY13) BALANCES SIDE BY SIDE   *
001925*                 ONCE YRCLOSE HAS CLOSED THE YEAR.  THE      *
001930*                 CLOSING ENTRIES MUST NET TO ZERO AND EVERY  *
001935*                 INCOME AND EXPENSE ACCOUNT MUST CLOSE AT    *
001940*                 ZERO FOR THE REPORT TO PROVE.               *
002000*-------------------------------------------------------------*
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
007100     LABEL RECORDS ARE STANDARD.
007200 01  TB-PARM-RECORD.
007300     05  TB-PARM-MONTH           PIC X(06).
007305     05  FILLER                  PIC X(01).
007310     05  TB-PARM-VIEW            PIC X(01).
007315     05  FILLER                  PIC X(72).
007500
007600 WORKING-STORAGE SECTION.
007700 01  WS-FILE-STATUSES.
009500     05  WS-PROVED-SWITCH        PIC X(01) VALUE "Y".
009600         88  WS-TOTALS-PROVE               VALUE "Y".
009700         88  WS-TOTALS-DO-NOT-PROVE        VALUE "N".
009705     05  WS-VIEW-SWITCH          PIC X(01) VALUE "N".
009710         88  WS-YEAR-END-VIEW              VALUE "Y".
009800
009900 01  WS-COUNTERS.
010000     05  WS-ACCOUNTS-LISTED      PIC 9(05) COMP VALUE ZERO.
010100     05  WS-RPTCTL-DAYS          PIC 9(05) COMP VALUE ZERO.
010105     05  WS-UNSWEPT-COUNT        PIC 9(05) COMP VALUE ZERO.
010200
010300 01  WS-LISTED-TOTAL             PIC S9(13)V99 VALUE ZERO.
010400 01  WS-CONTROL-TOTAL            PIC S9(13)V99 VALUE ZERO.
010500 01  WS-RPTCTL-TOTAL             PIC S9(13)V99 VALUE ZERO.
010600 01  WS-DIFF-WORK                PIC S9(13)V99 VALUE ZERO.
010602 01  WS-COUNT-EDIT               PIC Z(04)9.
010605 01  WS-PRE-CLOSE-TOTAL          PIC S9(13)V99 VALUE ZERO.
010610 01  WS-CLOSING-TOTAL            PIC S9(13)V99 VALUE ZERO.
010615 01  WS-POST-CLOSE-TOTAL         PIC S9(13)V99 VALUE ZERO.
010620 01  WS-PRE-CLOSE-WORK           PIC S9(13)V99 VALUE ZERO.
010625 01  WS-POST-CLOSE-WORK          PIC S9(13)V99 VALUE ZERO.
010700
010800 01  WS-TRIAL-PERIOD             PIC 9(06) VALUE ZERO.
010805 01  WS-TRIAL-SPLIT REDEFINES WS-TRIAL-PERIOD.
010810     05  WS-TRIAL-YYYY           PIC 9(04).
010815     05  WS-TRIAL-MM             PIC 9(02).
010820 01  WS-CLOSE-PERIOD             PIC 9(06) VALUE ZERO.
010900 01  WS-RUN-DATE-EDIT            PIC 9(08).
011000 01  WS-KEY-DATE.
011100     05  WS-KEY-YYYYMM           PIC 9(06).
011600 01  WS-RPT-HEADING-2.
011700     05  FILLER                  PIC X(11) VALUE "FOR PERIOD ".
011800     05  WS-HDR-PERIOD           PIC 9(06).
011805     05  WS-HDR-VIEW-TEXT        PIC X(30) VALUE SPACES.
011810     05  FILLER                  PIC X(33) VALUE SPACES.
012000 01  WS-RPT-HEADING-3            PIC X(80) VALUE
012100     "ACCT ST DESCRIPTION            PTD AMOUNT     YTD AMOUNT".
012105 01  WS-RPT-YE-HEADING-3.
012110     05  FILLER                  PIC X(41) VALUE
012115         "ACCT ST C DESCRIPTION           PRE-CLOSE".
012120     05  FILLER                  PIC X(39) VALUE
012125         "          CLOSING       POST-CLOSE".
012300 01  WS-RPT-DETAIL-LINE.
012400     05  WS-RPT-ACCT             PIC X(04).
012500     05  FILLER                  PIC X(01) VALUE SPACES.
013100     05  FILLER                  PIC X(02) VALUE SPACES.
013200     05  WS-RPT-YTD              PIC -(13)9.99.
013300     05  FILLER                  PIC X(12) VALUE SPACES.
013305 01  WS-RPT-YE-DETAIL-LINE.
013310     05  WS-RPT-YE-ACCT          PIC X(04).
013315     05  FILLER                  PIC X(01) VALUE SPACES.
013320     05  WS-RPT-YE-STATUS-BYTE   PIC X(01).
013325     05  FILLER                  PIC X(01) VALUE SPACES.
013330     05  WS-RPT-YE-CLASS         PIC X(01).
013335     05  FILLER                  PIC X(01) VALUE SPACES.
013340     05  WS-RPT-YE-DESC          PIC X(16).
013345     05  WS-RPT-YE-PRE-CLOSE     PIC -(12)9.99.
013350     05  FILLER                  PIC X(01) VALUE SPACES.
013355     05  WS-RPT-YE-CLOSING       PIC -(12)9.99.
013360     05  FILLER                  PIC X(01) VALUE SPACES.
013365     05  WS-RPT-YE-POST-CLOSE    PIC -(12)9.99.
013370     05  FILLER                  PIC X(01) VALUE SPACES.
013375     05  WS-RPT-YE-FLAG          PIC X(03).
013380     05  FILLER                  PIC X(01) VALUE SPACES.
013400 01  WS-RPT-TOTAL-LINE.
013500     05  WS-RPT-TOT-TEXT         PIC X(26).
013600     05  WS-RPT-TOT-AMOUNT       PIC -(13)9.99.
017000         CLOSE ACCT-MASTER-FILE
017100         GO TO 1000-EXIT
017200     END-IF.
017205     IF WS-YEAR-END-VIEW
017210         MOVE "****" TO ACCT-BAL-ACCOUNT
017215         MOVE WS-CLOSE-PERIOD TO ACCT-BAL-PERIOD
017220         READ ACCT-BAL-FILE
017225             INVALID KEY
017230                 DISPLAY "*** YEAR " WS-TRIAL-YYYY " NOT CLOSED "
017235                     "- RUN YRCLOSE - REPORT NOT RUN ***"
017240                 CLOSE ACCT-MASTER-FILE
017245                 CLOSE ACCT-BAL-FILE
017250                 GO TO 1000-EXIT
017255         END-READ
017260     END-IF.
017300     OPEN OUTPUT TRIAL-RPT-FILE.
017400     IF WS-RPT-STATUS NOT = "00"
017500         DISPLAY "*** UNABLE TO OPEN TRIALRPT - STATUS "
018100     SET WS-RUN-OK TO TRUE.
018200     WRITE TRIAL-RPT-RECORD FROM WS-RPT-HEADING-1.
018300     MOVE WS-TRIAL-PERIOD TO WS-HDR-PERIOD.
018305     IF WS-YEAR-END-VIEW
018310         MOVE "PRE AND POST YEAR-END CLOSE" TO WS-HDR-VIEW-TEXT
018315     END-IF.
018400     WRITE TRIAL-RPT-RECORD FROM WS-RPT-HEADING-2.
018405     IF WS-YEAR-END-VIEW
018410         WRITE TRIAL-RPT-RECORD FROM WS-RPT-YE-HEADING-3
018415     ELSE
018420         WRITE TRIAL-RPT-RECORD FROM WS-RPT-HEADING-3
018425     END-IF.
018600 1000-EXIT.
018700     EXIT.
018800
019800             DISPLAY "*** TBPARM CONTROL CARD EMPTY - "
019900                 "REPORT NOT RUN ***"
020000         NOT AT END
020005             MOVE TB-PARM-VIEW TO WS-VIEW-SWITCH
020100             IF TB-PARM-MONTH IS NUMERIC
020200                 MOVE TB-PARM-MONTH TO WS-TRIAL-PERIOD
020300                 DISPLAY "TRIAL BALANCE FOR " WS-TRIAL-PERIOD
020800             END-IF
020900     END-READ.
021000     CLOSE TB-PARM-FILE.
021005     IF WS-RUN-OK AND WS-YEAR-END-VIEW
021010         IF WS-TRIAL-MM NOT = 12
021015             DISPLAY "*** YEAR-END VIEW NEEDS A DECEMBER "
021020                 "PERIOD - REPORT NOT RUN ***"
021025             SET WS-RUN-NOT-OK TO TRUE
021030         ELSE
021035             COMPUTE WS-CLOSE-PERIOD = WS-TRIAL-PERIOD + 1
021040             DISPLAY "PRE AND POST YEAR-END CLOSE FOR "
021045                 WS-TRIAL-YYYY
021050         END-IF
021055     END-IF.
021100 2000-EXIT.
021200     EXIT.
021300
022800     IF WS-MST-AT-EOF
022900         GO TO 5100-EXIT
023000     END-IF.
023005     IF WS-YEAR-END-VIEW
023010         PERFORM 5200-LIST-YEAR-END-LINE THRU 5200-EXIT
023015         GO TO 5100-EXIT
023020     END-IF.
023100     MOVE ACCT-MST-CODE   TO WS-RPT-ACCT.
023200     MOVE ACCT-MST-STATUS TO WS-RPT-STATUS-BYTE.
023300     MOVE ACCT-MST-DESC   TO WS-RPT-DESC.
024800     ADD 1 TO WS-ACCOUNTS-LISTED.
024900 5100-EXIT.
025000     EXIT.
025002
025004* YEAR-END VIEW - DECEMBER BEFORE THE CLOSE, THE CLOSING      *
025006* ENTRY, AND THE PERIOD 13 BALANCE AFTER IT.  THE DECEMBER    *
025008* PTD STILL FEEDS THE LISTED TOTAL FOR THE MONTHLY PROOF.     *
025010* AN INCOME OR EXPENSE ACCOUNT LEFT WITH A BALANCE IS FLAGGED.*
025012 5200-LIST-YEAR-END-LINE.
025014     MOVE ACCT-MST-CODE   TO WS-RPT-YE-ACCT.
025016     MOVE ACCT-MST-STATUS TO WS-RPT-YE-STATUS-BYTE.
025018     MOVE ACCT-MST-CLASS  TO WS-RPT-YE-CLASS.
025020     MOVE ACCT-MST-DESC   TO WS-RPT-YE-DESC.
025022     MOVE SPACES          TO WS-RPT-YE-FLAG.
025024     MOVE ZERO TO WS-PRE-CLOSE-WORK.
025026     MOVE ACCT-MST-CODE   TO ACCT-BAL-ACCOUNT.
025028     MOVE WS-TRIAL-PERIOD TO ACCT-BAL-PERIOD.
025030     READ ACCT-BAL-FILE
025032         INVALID KEY
025034             CONTINUE
025036         NOT INVALID KEY
025038             MOVE ACCT-BAL-YTD-AMOUNT TO WS-PRE-CLOSE-WORK
025040             ADD ACCT-BAL-PTD-AMOUNT TO WS-LISTED-TOTAL
025042     END-READ.
025044     MOVE WS-PRE-CLOSE-WORK TO WS-POST-CLOSE-WORK.
025046     MOVE ZERO TO WS-RPT-YE-CLOSING.
025048     MOVE WS-CLOSE-PERIOD TO ACCT-BAL-PERIOD.
025050     READ ACCT-BAL-FILE
025052         INVALID KEY
025054             CONTINUE
025056         NOT INVALID KEY
025058             MOVE ACCT-BAL-PTD-AMOUNT TO WS-RPT-YE-CLOSING
025060             ADD ACCT-BAL-PTD-AMOUNT TO WS-CLOSING-TOTAL
025062             MOVE ACCT-BAL-YTD-AMOUNT TO WS-POST-CLOSE-WORK
025064     END-READ.
025066     MOVE WS-PRE-CLOSE-WORK  TO WS-RPT-YE-PRE-CLOSE.
025068     MOVE WS-POST-CLOSE-WORK TO WS-RPT-YE-POST-CLOSE.
025070     ADD WS-PRE-CLOSE-WORK  TO WS-PRE-CLOSE-TOTAL.
025072     ADD WS-POST-CLOSE-WORK TO WS-POST-CLOSE-TOTAL.
025074     IF ACCT-MST-INCOME-STATEMENT
025076             AND WS-POST-CLOSE-WORK NOT = ZERO
025078         MOVE "***" TO WS-RPT-YE-FLAG
025080         ADD 1 TO WS-UNSWEPT-COUNT
025082     END-IF.
025084     WRITE TRIAL-RPT-RECORD FROM WS-RPT-YE-DETAIL-LINE.
025086     ADD 1 TO WS-ACCOUNTS-LISTED.
025088 5200-EXIT.
025090     EXIT.
025100
025200 6000-PICK-UP-CONTROL-LEGS.
025300     MOVE "****" TO ACCT-BAL-ACCOUNT.
033500             WRITE TRIAL-RPT-RECORD FROM WS-RPT-VERDICT-LINE
033600         END-IF
033700     END-IF.
033705     IF WS-YEAR-END-VIEW
033710         PERFORM 7100-PROVE-YEAR-END THRU 7100-EXIT
033715     END-IF.
033800     WRITE TRIAL-RPT-RECORD FROM WS-RPT-BLANK-LINE.
033900     IF WS-TOTALS-PROVE
034000         MOVE "TRIAL BALANCE PROVES TO THE DAILY CONTROLS"
034700     DISPLAY WS-RPT-VERDICT-LINE.
034800 7000-EXIT.
034900     EXIT.
034903
034906 7100-PROVE-YEAR-END.
034909     WRITE TRIAL-RPT-RECORD FROM WS-RPT-BLANK-LINE.
034912     MOVE "PRE-CLOSE BALANCES TOTAL" TO WS-RPT-TOT-TEXT.
034915     MOVE WS-PRE-CLOSE-TOTAL TO WS-RPT-TOT-AMOUNT.
034918     WRITE TRIAL-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
034921     MOVE "CLOSING ENTRIES TOTAL" TO WS-RPT-TOT-TEXT.
034924     MOVE WS-CLOSING-TOTAL TO WS-RPT-TOT-AMOUNT.
034927     WRITE TRIAL-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
034930     MOVE "POST-CLOSE BALANCES TOTAL" TO WS-RPT-TOT-TEXT.
034933     MOVE WS-POST-CLOSE-TOTAL TO WS-RPT-TOT-AMOUNT.
034936     WRITE TRIAL-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
034939     IF WS-CLOSING-TOTAL NOT = ZERO
034942         MOVE "*** CLOSING ENTRIES DO NOT NET TO ZERO ***"
034945             TO WS-RPT-VERDICT-LINE
034948         WRITE TRIAL-RPT-RECORD FROM WS-RPT-VERDICT-LINE
034951         SET WS-TOTALS-DO-NOT-PROVE TO TRUE
034954     END-IF.
034957     IF WS-UNSWEPT-COUNT > ZERO
034960         MOVE SPACES TO WS-RPT-VERDICT-LINE
034961         MOVE WS-UNSWEPT-COUNT TO WS-COUNT-EDIT
034963         STRING "*** " WS-COUNT-EDIT " INCOME/EXPENSE "
034966             "ACCOUNT(S) NOT CLOSED TO ZERO ***"
034969             DELIMITED BY SIZE INTO WS-RPT-VERDICT-LINE
034972         WRITE TRIAL-RPT-RECORD FROM WS-RPT-VERDICT-LINE
034975         SET WS-TOTALS-DO-NOT-PROVE TO TRUE
034978     END-IF.
034981 7100-EXIT.
034984     EXIT.
035000
035100 9000-TERMINATE.
035200     CLOSE ACCT-MASTER-FILE.
