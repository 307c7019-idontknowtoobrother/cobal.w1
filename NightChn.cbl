000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. NIGHTCHN.
000300 AUTHOR. J B HARTLEY.
000400 INSTALLATION. GENERAL ACCOUNTING - BATCH CONTROL.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*-------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*-------------------------------------------------------------*
001000* 2026-10-15 JBH  NEW PROGRAM.  NIGHT CHAIN CONTROLLER.  RUNS *
001100*                 THE STEPS ON THE CHAINDEF CARD FILE IN      *
001200*                 ORDER, READS THE RUNLOG LINE EACH STEP      *
001300*                 APPENDS, AND WHEN A STEP ENDS IN A STATUS   *
001400*                 ITS CARD DOES NOT ALLOW, HOLDS EVERY STEP   *
001500*                 THAT DEPENDS ON IT INSTEAD OF LAUNCHING IT. *
001600*                 PROGRESS IS KEPT ON THE CHAINST STATE FILE, *
001700*                 SO A RERUN AFTER THE PROBLEM IS FIXED       *
001800*                 RESUMES AT THE FAILED STEP AND DOES NOT     *
001900*                 RERUN A STEP THAT ALREADY FINISHED CLEAN.   *
002000*-------------------------------------------------------------*
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 SOURCE-COMPUTER. IBM-370.
002400 OBJECT-COMPUTER. IBM-370.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT CHAIN-DEF-FILE ASSIGN TO "CHAINDEF"
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS WS-CHAINDEF-STATUS.
003000
003100     SELECT CHAIN-STATE-FILE ASSIGN TO "CHAINST"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-CHAINST-STATUS.
003400
003500     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-RUNLOG-STATUS.
003800 DATA DIVISION.
003900 FILE SECTION.
004000*-------------------------------------------------------------*
004100* CHAINDEF - TWO CARDS PER STEP, IN RUN ORDER.                *
004200*   "S" CARD: STEP NAME AS IT APPEARS ON RUNLOG (COLS 3-10),  *
004300*             UP TO TWO STEPS IT DEPENDS ON (12-19, 21-28),   *
004400*             UP TO FOUR RUNLOG STATUSES THAT LET THE CHAIN   *
004500*             GO ON (30-41, 43-54, 56-67, 69-80).  NO STATUS  *
004600*             GIVEN MEANS COMPLETE OR IN-BALANCE.             *
004700*   "C" CARD: STEP NAME (COLS 3-10) AND THE COMMAND THAT      *
004800*             LAUNCHES IT (COLS 12-80).                       *
004900*-------------------------------------------------------------*
005000 FD  CHAIN-DEF-FILE
005100     LABEL RECORDS ARE STANDARD.
005200 01  CHAIN-DEF-RECORD.
005300     05  CHD-CARD-TYPE           PIC X(01).
005400         88  CHD-STEP-CARD                 VALUE "S".
005500         88  CHD-COMMAND-CARD              VALUE "C".
005600         88  CHD-COMMENT-CARD              VALUE "*".
005700     05  FILLER                  PIC X(01).
005800     05  CHD-STEP                PIC X(08).
005900     05  FILLER                  PIC X(01).
006000     05  CHD-STEP-DETAIL         PIC X(69).
006100     05  CHD-STEP-VIEW REDEFINES CHD-STEP-DETAIL.
006200         10  CHD-DEPENDS-1       PIC X(08).
006300         10  FILLER              PIC X(01).
006400         10  CHD-DEPENDS-2       PIC X(08).
006500         10  CHD-OK-ENTRY OCCURS 4 TIMES.
006600             15  FILLER          PIC X(01).
006700             15  CHD-OK-STATUS   PIC X(12).
006800     05  CHD-COMMAND-VIEW REDEFINES CHD-STEP-DETAIL.
006900         10  CHD-COMMAND         PIC X(69).
007000
007100 FD  CHAIN-STATE-FILE
007200     LABEL RECORDS ARE STANDARD.
007300 COPY CHNSTRC.
007400
007500 FD  RUN-LOG-FILE
007600     LABEL RECORDS ARE STANDARD.
007700 01  RUN-LOG-RECORD              PIC X(80).
007800
007900 WORKING-STORAGE SECTION.
008000 01  WS-FILE-STATUSES.
008100     05  WS-CHAINDEF-STATUS      PIC X(02) VALUE "00".
008200     05  WS-CHAINST-STATUS       PIC X(02) VALUE "00".
008300     05  WS-RUNLOG-STATUS        PIC X(02) VALUE "00".
008400
008500 01  WS-PROGRAM-SWITCHES.
008600     05  WS-RUN-OK-SWITCH        PIC X(01) VALUE "N".
008700         88  WS-RUN-OK                     VALUE "Y".
008800         88  WS-RUN-NOT-OK                 VALUE "N".
008900     05  WS-DEF-EOF-SWITCH       PIC X(01) VALUE "N".
009000         88  WS-DEF-AT-EOF                 VALUE "Y".
009100     05  WS-STATE-EOF-SWITCH     PIC X(01) VALUE "N".
009200         88  WS-STATE-AT-EOF               VALUE "Y".
009300     05  WS-LOG-EOF-SWITCH       PIC X(01) VALUE "N".
009400         88  WS-LOG-AT-EOF                 VALUE "Y".
009500     05  WS-DEF-ERROR-SWITCH     PIC X(01) VALUE "N".
009600         88  WS-DEF-IN-ERROR               VALUE "Y".
009700         88  WS-DEF-IS-CLEAN               VALUE "N".
009800     05  WS-FIND-SWITCH          PIC X(01) VALUE "N".
009900         88  WS-STEP-FOUND                 VALUE "Y".
010000         88  WS-STEP-NOT-FOUND             VALUE "N".
010100     05  WS-RESUME-SWITCH        PIC X(01) VALUE "N".
010200         88  WS-CHAIN-RESUMED              VALUE "Y".
010300         88  WS-CHAIN-FRESH                VALUE "N".
010400     05  WS-BLOCKED-SWITCH       PIC X(01) VALUE "N".
010500         88  WS-STEP-BLOCKED               VALUE "Y".
010600         88  WS-STEP-CLEAR                 VALUE "N".
010700     05  WS-LOGGED-SWITCH        PIC X(01) VALUE "N".
010800         88  WS-STEP-LOGGED                VALUE "Y".
010900         88  WS-STEP-NOT-LOGGED            VALUE "N".
011000     05  WS-ALLOWED-SWITCH       PIC X(01) VALUE "N".
011100         88  WS-STATUS-ALLOWED             VALUE "Y".
011200         88  WS-STATUS-NOT-ALLOWED         VALUE "N".
011300
011400 01  WS-COUNTERS.
011500     05  WS-CARDS-READ           PIC 9(05) COMP VALUE ZERO.
011600     05  WS-STATE-LINES-READ     PIC 9(05) COMP VALUE ZERO.
011700     05  WS-STEPS-RUN            PIC 9(05) COMP VALUE ZERO.
011800     05  WS-STEPS-DONE           PIC 9(05) COMP VALUE ZERO.
011900     05  WS-STEPS-SKIPPED        PIC 9(05) COMP VALUE ZERO.
012000     05  WS-STEPS-FAILED         PIC 9(05) COMP VALUE ZERO.
012100     05  WS-STEPS-HELD           PIC 9(05) COMP VALUE ZERO.
012200     05  WS-LOG-LINES-BEFORE     PIC 9(09) COMP VALUE ZERO.
012300     05  WS-LOG-LINES-SEEN       PIC 9(09) COMP VALUE ZERO.
012400
012500 01  WS-STEP-SUB                 PIC 9(02) COMP.
012600 01  WS-FIND-SUB                 PIC 9(02) COMP.
012700 01  WS-DEP-SUB                  PIC 9(01) COMP.
012800 01  WS-OK-SUB                   PIC 9(01) COMP.
012900 01  WS-FIND-NAME                PIC X(08).
013000 01  WS-BLOCKING-STEP            PIC X(08).
013100 01  WS-STEP-RC                  PIC S9(09) COMP VALUE ZERO.
013200 01  WS-STEP-RC-DISPLAY          PIC -(08)9.
013300 01  WS-COMMAND-TEXT             PIC X(70).
013400 01  WS-STEP-RUNLOG-STATUS       PIC X(12).
013500 01  WS-CHAIN-DATE               PIC 9(08) VALUE ZERO.
013600
013700 01  WS-STEP-TABLE.
013800     05  WS-STEPS-DEFINED        PIC 9(02) COMP VALUE ZERO.
013900     05  WS-STEP-ENTRY OCCURS 20 TIMES.
014000         10  WS-STP-NAME         PIC X(08).
014100         10  WS-STP-DEPENDS      PIC X(08) OCCURS 2 TIMES.
014200         10  WS-STP-OK-STATUS    PIC X(12) OCCURS 4 TIMES.
014300         10  WS-STP-COMMAND      PIC X(69).
014400         10  WS-STP-STATE        PIC X(08).
014500             88  WS-STP-PENDING            VALUE "PENDING".
014600             88  WS-STP-DONE               VALUE "DONE".
014700             88  WS-STP-FAILED             VALUE "FAILED".
014800             88  WS-STP-HELD               VALUE "HELD".
014900         10  WS-STP-RUNLOG-STATUS PIC X(12).
015000         10  WS-STP-HELD-BY      PIC X(08).
015100         10  WS-STP-STATE-DATE   PIC 9(08).
015200         10  WS-STP-STATE-TIME   PIC X(08).
015300
015400 01  WS-RUN-DATE-EDIT            PIC 9(08).
015500 01  WS-RUN-TIME-RAW.
015600     05  WS-RUN-HH               PIC 9(02).
015700     05  WS-RUN-MIN              PIC 9(02).
015800     05  WS-RUN-SS               PIC 9(02).
015900     05  WS-RUN-HS               PIC 9(02).
016000 01  WS-RUN-TIME-DISPLAY.
016100     05  WS-RTD-HH               PIC 9(02).
016200     05  FILLER                  PIC X(01) VALUE ":".
016300     05  WS-RTD-MIN              PIC 9(02).
016400     05  FILLER                  PIC X(01) VALUE ":".
016500     05  WS-RTD-SS               PIC 9(02).
016600 01  WS-END-TIME-RAW.
016700     05  WS-END-HH               PIC 9(02).
016800     05  WS-END-MIN              PIC 9(02).
016900     05  WS-END-SS               PIC 9(02).
017000     05  WS-END-HS               PIC 9(02).
017100 01  WS-END-TIME-DISPLAY.
017200     05  WS-ETD-HH               PIC 9(02).
017300     05  FILLER                  PIC X(01) VALUE ":".
017400     05  WS-ETD-MIN              PIC 9(02).
017500     05  FILLER                  PIC X(01) VALUE ":".
017600     05  WS-ETD-SS               PIC 9(02).
017700
017800 COPY RUNLOGRC.
017900
018000 01  WS-RUN-STATUS-TEXT          PIC X(12) VALUE "COMPLETE".
018100
018200 PROCEDURE DIVISION.
018300 0000-MAINLINE.
018400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018500     IF WS-RUN-OK
018600         PERFORM 2000-LOAD-CHAIN-STATE THRU 2000-EXIT
018700         PERFORM 5000-RUN-CHAIN THRU 5000-EXIT
018800         PERFORM 9000-TERMINATE THRU 9000-EXIT
018900     END-IF.
019000     STOP RUN.
019100
019200 1000-INITIALIZE.
019300     SET WS-RUN-NOT-OK TO TRUE.
019400     ACCEPT WS-RUN-DATE-EDIT FROM DATE YYYYMMDD.
019500     ACCEPT WS-RUN-TIME-RAW FROM TIME.
019600     MOVE WS-RUN-HH  TO WS-RTD-HH.
019700     MOVE WS-RUN-MIN TO WS-RTD-MIN.
019800     MOVE WS-RUN-SS  TO WS-RTD-SS.
019900     OPEN INPUT CHAIN-DEF-FILE.
020000     IF WS-CHAINDEF-STATUS NOT = "00"
020100         DISPLAY "*** NO CHAINDEF CHAIN DEFINITION - STATUS "
020200             WS-CHAINDEF-STATUS " - NOTHING RUN ***"
020300         GO TO 1000-EXIT
020400     END-IF.
020500     PERFORM 1100-READ-DEF-CARD THRU 1100-EXIT.
020600     PERFORM 1200-LOAD-DEF-CARD THRU 1200-EXIT
020700         UNTIL WS-DEF-AT-EOF.
020800     CLOSE CHAIN-DEF-FILE.
020900     IF WS-STEPS-DEFINED = ZERO
021000         DISPLAY "*** CHAINDEF DEFINES NO STEPS ***"
021100         SET WS-DEF-IN-ERROR TO TRUE
021200     END-IF.
021300     PERFORM 1400-VALIDATE-STEP THRU 1400-EXIT
021400         VARYING WS-STEP-SUB FROM 1 BY 1
021500             UNTIL WS-STEP-SUB > WS-STEPS-DEFINED.
021600     IF WS-DEF-IN-ERROR
021700         DISPLAY "*** CHAIN DEFINITION REJECTED - NOTHING RUN ***"
021800         GO TO 1000-EXIT
021900     END-IF.
022000     SET WS-RUN-OK TO TRUE.
022100 1000-EXIT.
022200     EXIT.
022300
022400 1100-READ-DEF-CARD.
022500     READ CHAIN-DEF-FILE
022600         AT END SET WS-DEF-AT-EOF TO TRUE
022700     END-READ.
022800     IF NOT WS-DEF-AT-EOF
022900         ADD 1 TO WS-CARDS-READ
023000     END-IF.
023100 1100-EXIT.
023200     EXIT.
023300
023400 1200-LOAD-DEF-CARD.
023500     IF CHD-COMMENT-CARD OR CHAIN-DEF-RECORD = SPACES
023600         GO TO 1200-NEXT
023700     END-IF.
023800     IF CHD-STEP = SPACES
023900         DISPLAY "*** CHAINDEF CARD " WS-CARDS-READ
024000             " HAS NO STEP NAME ***"
024100         SET WS-DEF-IN-ERROR TO TRUE
024200         GO TO 1200-NEXT
024300     END-IF.
024400     MOVE CHD-STEP TO WS-FIND-NAME.
024500     PERFORM 7000-FIND-STEP THRU 7000-EXIT.
024600     EVALUATE TRUE
024700         WHEN CHD-STEP-CARD
024800             PERFORM 1300-ADD-STEP THRU 1300-EXIT
024900         WHEN CHD-COMMAND-CARD
025000             IF WS-STEP-NOT-FOUND
025100                 DISPLAY "*** CHAINDEF CARD " WS-CARDS-READ
025200                     " COMMAND FOR " CHD-STEP
025300                     " BEFORE ITS STEP CARD ***"
025400                 SET WS-DEF-IN-ERROR TO TRUE
025500             ELSE
025600                 MOVE CHD-COMMAND TO WS-STP-COMMAND(WS-FIND-SUB)
025700             END-IF
025800         WHEN OTHER
025900             DISPLAY "*** CHAINDEF CARD " WS-CARDS-READ
026000                 " TYPE NOT S OR C ***"
026100             SET WS-DEF-IN-ERROR TO TRUE
026200     END-EVALUATE.
026300 1200-NEXT.
026400     PERFORM 1100-READ-DEF-CARD THRU 1100-EXIT.
026500 1200-EXIT.
026600     EXIT.
026700
026800 1300-ADD-STEP.
026900     IF WS-STEP-FOUND
027000         DISPLAY "*** CHAINDEF STEP " CHD-STEP
027100             " DEFINED TWICE ***"
027200         SET WS-DEF-IN-ERROR TO TRUE
027300         GO TO 1300-EXIT
027400     END-IF.
027500     IF WS-STEPS-DEFINED NOT < 20
027600         DISPLAY "*** CHAINDEF HAS MORE THAN 20 STEPS - "
027700             CHD-STEP " NOT LOADED ***"
027800         SET WS-DEF-IN-ERROR TO TRUE
027900         GO TO 1300-EXIT
028000     END-IF.
028100     ADD 1 TO WS-STEPS-DEFINED.
028200     MOVE WS-STEPS-DEFINED TO WS-STEP-SUB.
028300     MOVE CHD-STEP      TO WS-STP-NAME(WS-STEP-SUB).
028400     MOVE CHD-DEPENDS-1 TO WS-STP-DEPENDS(WS-STEP-SUB 1).
028500     MOVE CHD-DEPENDS-2 TO WS-STP-DEPENDS(WS-STEP-SUB 2).
028600     MOVE SPACES        TO WS-STP-COMMAND(WS-STEP-SUB).
028700     PERFORM 1310-LOAD-OK-STATUS THRU 1310-EXIT
028800         VARYING WS-OK-SUB FROM 1 BY 1
028900             UNTIL WS-OK-SUB > 4.
029000     IF WS-STP-OK-STATUS(WS-STEP-SUB 1) = SPACES
029100             AND WS-STP-OK-STATUS(WS-STEP-SUB 2) = SPACES
029200             AND WS-STP-OK-STATUS(WS-STEP-SUB 3) = SPACES
029300             AND WS-STP-OK-STATUS(WS-STEP-SUB 4) = SPACES
029400         MOVE "COMPLETE"   TO WS-STP-OK-STATUS(WS-STEP-SUB 1)
029500         MOVE "IN-BALANCE" TO WS-STP-OK-STATUS(WS-STEP-SUB 2)
029600     END-IF.
029700     MOVE "PENDING"     TO WS-STP-STATE(WS-STEP-SUB).
029800     MOVE SPACES        TO WS-STP-RUNLOG-STATUS(WS-STEP-SUB).
029900     MOVE SPACES        TO WS-STP-HELD-BY(WS-STEP-SUB).
030000     MOVE ZERO          TO WS-STP-STATE-DATE(WS-STEP-SUB).
030100     MOVE SPACES        TO WS-STP-STATE-TIME(WS-STEP-SUB).
030200 1300-EXIT.
030300     EXIT.
030400
030500 1310-LOAD-OK-STATUS.
030600     MOVE CHD-OK-STATUS(WS-OK-SUB) TO
030700         WS-STP-OK-STATUS(WS-STEP-SUB WS-OK-SUB).
030800 1310-EXIT.
030900     EXIT.
031000
031100*-------------------------------------------------------------*
031200* EVERY STEP NEEDS A COMMAND, AND MAY ONLY DEPEND ON A STEP   *
031300* DEFINED AHEAD OF IT - THE CHAIN RUNS IN ONE PASS, TOP DOWN. *
031400*-------------------------------------------------------------*
031500 1400-VALIDATE-STEP.
031600     IF WS-STP-COMMAND(WS-STEP-SUB) = SPACES
031700         DISPLAY "*** CHAINDEF STEP " WS-STP-NAME(WS-STEP-SUB)
031800             " HAS NO COMMAND CARD ***"
031900         SET WS-DEF-IN-ERROR TO TRUE
032000     END-IF.
032100     PERFORM 1410-VALIDATE-DEPENDENCY THRU 1410-EXIT
032200         VARYING WS-DEP-SUB FROM 1 BY 1
032300             UNTIL WS-DEP-SUB > 2.
032400 1400-EXIT.
032500     EXIT.
032600
032700 1410-VALIDATE-DEPENDENCY.
032800     IF WS-STP-DEPENDS(WS-STEP-SUB WS-DEP-SUB) = SPACES
032900         GO TO 1410-EXIT
033000     END-IF.
033100     MOVE WS-STP-DEPENDS(WS-STEP-SUB WS-DEP-SUB) TO WS-FIND-NAME.
033200     PERFORM 7000-FIND-STEP THRU 7000-EXIT.
033300     IF WS-STEP-NOT-FOUND OR WS-FIND-SUB NOT < WS-STEP-SUB
033400         DISPLAY "*** CHAINDEF STEP " WS-STP-NAME(WS-STEP-SUB)
033500             " DEPENDS ON " WS-FIND-NAME
033600             " WHICH IS NOT AN EARLIER STEP ***"
033700         SET WS-DEF-IN-ERROR TO TRUE
033800     END-IF.
033900 1410-EXIT.
034000     EXIT.
034100
034200*-------------------------------------------------------------*
034300* A STATE FILE WITH ANY STEP NOT DONE MEANS THE LAST CHAIN    *
034400* DID NOT FINISH - PICK IT UP WHERE IT STOPPED.  NO STATE     *
034500* FILE, OR EVERY STEP DONE, MEANS TONIGHT IS A NEW CHAIN.     *
034600*-------------------------------------------------------------*
034700 2000-LOAD-CHAIN-STATE.
034800     SET WS-CHAIN-FRESH TO TRUE.
034900     MOVE WS-RUN-DATE-EDIT TO WS-CHAIN-DATE.
035000     OPEN INPUT CHAIN-STATE-FILE.
035100     IF WS-CHAINST-STATUS NOT = "00"
035200         DISPLAY "NO CHAINST STATE FILE - STARTING A NEW CHAIN"
035300         GO TO 2000-EXIT
035400     END-IF.
035500     PERFORM 2100-READ-STATE-LINE THRU 2100-EXIT.
035600     PERFORM 2200-APPLY-STATE-LINE THRU 2200-EXIT
035700         UNTIL WS-STATE-AT-EOF.
035800     CLOSE CHAIN-STATE-FILE.
035900     IF WS-CHAIN-RESUMED
036000         DISPLAY "RESUMING THE NIGHT CHAIN OF " WS-CHAIN-DATE
036100         GO TO 2000-EXIT
036200     END-IF.
036300     MOVE WS-RUN-DATE-EDIT TO WS-CHAIN-DATE.
036400     PERFORM 2300-RESET-STEP THRU 2300-EXIT
036500         VARYING WS-STEP-SUB FROM 1 BY 1
036600             UNTIL WS-STEP-SUB > WS-STEPS-DEFINED.
036700     DISPLAY "LAST CHAIN FINISHED - STARTING A NEW CHAIN".
036800 2000-EXIT.
036900     EXIT.
037000
037100 2100-READ-STATE-LINE.
037200     READ CHAIN-STATE-FILE
037300         AT END SET WS-STATE-AT-EOF TO TRUE
037400     END-READ.
037500     IF NOT WS-STATE-AT-EOF
037600         ADD 1 TO WS-STATE-LINES-READ
037700     END-IF.
037800 2100-EXIT.
037900     EXIT.
038000
038100 2200-APPLY-STATE-LINE.
038200     MOVE CHS-STEP TO WS-FIND-NAME.
038300     PERFORM 7000-FIND-STEP THRU 7000-EXIT.
038400     IF WS-STEP-NOT-FOUND
038500         DISPLAY "CHAINST STEP " CHS-STEP
038600             " NO LONGER ON CHAINDEF - IGNORED"
038700         GO TO 2200-NEXT
038800     END-IF.
038900     MOVE CHS-STATE         TO WS-STP-STATE(WS-FIND-SUB).
039000     MOVE CHS-RUNLOG-STATUS TO WS-STP-RUNLOG-STATUS(WS-FIND-SUB).
039100     MOVE CHS-HELD-BY       TO WS-STP-HELD-BY(WS-FIND-SUB).
039200     MOVE CHS-STATE-DATE    TO WS-STP-STATE-DATE(WS-FIND-SUB).
039300     MOVE CHS-STATE-TIME    TO WS-STP-STATE-TIME(WS-FIND-SUB).
039400     IF NOT CHS-DONE
039500         SET WS-CHAIN-RESUMED TO TRUE
039600         IF CHS-CHAIN-DATE IS NUMERIC
039700             MOVE CHS-CHAIN-DATE TO WS-CHAIN-DATE
039800         END-IF
039900     END-IF.
040000 2200-NEXT.
040100     PERFORM 2100-READ-STATE-LINE THRU 2100-EXIT.
040200 2200-EXIT.
040300     EXIT.
040400
040500 2300-RESET-STEP.
040600     MOVE "PENDING" TO WS-STP-STATE(WS-STEP-SUB).
040700     MOVE SPACES    TO WS-STP-RUNLOG-STATUS(WS-STEP-SUB).
040800     MOVE SPACES    TO WS-STP-HELD-BY(WS-STEP-SUB).
040900     MOVE ZERO      TO WS-STP-STATE-DATE(WS-STEP-SUB).
041000     MOVE SPACES    TO WS-STP-STATE-TIME(WS-STEP-SUB).
041100 2300-EXIT.
041200     EXIT.
041300
041400 5000-RUN-CHAIN.
041500     PERFORM 8000-SAVE-CHAIN-STATE THRU 8000-EXIT.
041600     PERFORM 5100-RUN-ONE-STEP THRU 5100-EXIT
041700         VARYING WS-STEP-SUB FROM 1 BY 1
041800             UNTIL WS-STEP-SUB > WS-STEPS-DEFINED.
041900 5000-EXIT.
042000     EXIT.
042100
042200 5100-RUN-ONE-STEP.
042300     IF WS-STP-DONE(WS-STEP-SUB)
042400         DISPLAY "STEP " WS-STP-NAME(WS-STEP-SUB)
042500             " ALREADY FINISHED "
042600             WS-STP-RUNLOG-STATUS(WS-STEP-SUB) " - NOT RERUN"
042700         ADD 1 TO WS-STEPS-SKIPPED
042800         GO TO 5100-EXIT
042900     END-IF.
043000     SET WS-STEP-CLEAR TO TRUE.
043100     PERFORM 5200-CHECK-DEPENDENCY THRU 5200-EXIT
043200         VARYING WS-DEP-SUB FROM 1 BY 1
043300             UNTIL WS-DEP-SUB > 2 OR WS-STEP-BLOCKED.
043400     IF WS-STEP-BLOCKED
043500         MOVE "HELD"           TO WS-STP-STATE(WS-STEP-SUB)
043600         MOVE SPACES TO WS-STP-RUNLOG-STATUS(WS-STEP-SUB)
043700         MOVE WS-BLOCKING-STEP TO WS-STP-HELD-BY(WS-STEP-SUB)
043800         PERFORM 5500-STAMP-STEP THRU 5500-EXIT
043900         ADD 1 TO WS-STEPS-HELD
044000         DISPLAY "*** STEP " WS-STP-NAME(WS-STEP-SUB)
044100             " HELD - " WS-BLOCKING-STEP
044200             " DID NOT FINISH CLEAN ***"
044300         PERFORM 8000-SAVE-CHAIN-STATE THRU 8000-EXIT
044400         GO TO 5100-EXIT
044500     END-IF.
044600     PERFORM 5300-COUNT-RUN-LOG THRU 5300-EXIT.
044700     MOVE WS-LOG-LINES-SEEN TO WS-LOG-LINES-BEFORE.
044800     MOVE WS-STP-COMMAND(WS-STEP-SUB) TO WS-COMMAND-TEXT.
044900     DISPLAY "STARTING STEP " WS-STP-NAME(WS-STEP-SUB) " - "
045000         WS-COMMAND-TEXT.
045100     ADD 1 TO WS-STEPS-RUN.
045200     CALL "SYSTEM" USING WS-COMMAND-TEXT.
045300     MOVE RETURN-CODE TO WS-STEP-RC.
045400     MOVE ZERO TO RETURN-CODE.
045500     PERFORM 5400-FIND-STEP-RUN-LOG THRU 5400-EXIT.
045600     IF WS-STEP-NOT-LOGGED
045700         MOVE "NO RUNLOG" TO WS-STEP-RUNLOG-STATUS
045800         SET WS-STATUS-NOT-ALLOWED TO TRUE
045900     ELSE
046000         SET WS-STATUS-NOT-ALLOWED TO TRUE
046100         PERFORM 5450-CHECK-ALLOWED THRU 5450-EXIT
046200             VARYING WS-OK-SUB FROM 1 BY 1
046300                 UNTIL WS-OK-SUB > 4 OR WS-STATUS-ALLOWED
046400     END-IF.
046500     MOVE WS-STEP-RUNLOG-STATUS TO
046600         WS-STP-RUNLOG-STATUS(WS-STEP-SUB).
046700     MOVE SPACES                TO WS-STP-HELD-BY(WS-STEP-SUB).
046800     PERFORM 5500-STAMP-STEP THRU 5500-EXIT.
046900     IF WS-STATUS-ALLOWED
047000         MOVE "DONE" TO WS-STP-STATE(WS-STEP-SUB)
047100         ADD 1 TO WS-STEPS-DONE
047200         DISPLAY "STEP " WS-STP-NAME(WS-STEP-SUB) " ENDED "
047300             WS-STEP-RUNLOG-STATUS
047400     ELSE
047500         MOVE "FAILED" TO WS-STP-STATE(WS-STEP-SUB)
047600         ADD 1 TO WS-STEPS-FAILED
047700         MOVE WS-STEP-RC TO WS-STEP-RC-DISPLAY
047800         DISPLAY "*** STEP " WS-STP-NAME(WS-STEP-SUB) " ENDED "
047900             WS-STEP-RUNLOG-STATUS " (RC " WS-STEP-RC-DISPLAY
048000             ") - STEPS DEPENDING ON IT WILL BE HELD ***"
048100     END-IF.
048200     PERFORM 8000-SAVE-CHAIN-STATE THRU 8000-EXIT.
048300 5100-EXIT.
048400     EXIT.
048500
048600 5200-CHECK-DEPENDENCY.
048700     IF WS-STP-DEPENDS(WS-STEP-SUB WS-DEP-SUB) = SPACES
048800         GO TO 5200-EXIT
048900     END-IF.
049000     MOVE WS-STP-DEPENDS(WS-STEP-SUB WS-DEP-SUB) TO WS-FIND-NAME.
049100     PERFORM 7000-FIND-STEP THRU 7000-EXIT.
049200     IF WS-STEP-FOUND
049300         IF NOT WS-STP-DONE(WS-FIND-SUB)
049400             SET WS-STEP-BLOCKED TO TRUE
049500             MOVE WS-FIND-NAME TO WS-BLOCKING-STEP
049600         END-IF
049700     END-IF.
049800 5200-EXIT.
049900     EXIT.
050000
050100 5300-COUNT-RUN-LOG.
050200     MOVE ZERO TO WS-LOG-LINES-SEEN.
050300     MOVE "N"  TO WS-LOG-EOF-SWITCH.
050400     OPEN INPUT RUN-LOG-FILE.
050500     IF WS-RUNLOG-STATUS NOT = "00"
050600         GO TO 5300-EXIT
050700     END-IF.
050800     PERFORM 5310-READ-LOG-LINE THRU 5310-EXIT
050900         UNTIL WS-LOG-AT-EOF.
051000     CLOSE RUN-LOG-FILE.
051100 5300-EXIT.
051200     EXIT.
051300
051400 5310-READ-LOG-LINE.
051500     READ RUN-LOG-FILE
051600         AT END SET WS-LOG-AT-EOF TO TRUE
051700     END-READ.
051800     IF NOT WS-LOG-AT-EOF
051900         ADD 1 TO WS-LOG-LINES-SEEN
052000     END-IF.
052100 5310-EXIT.
052200     EXIT.
052300
052400*-------------------------------------------------------------*
052500* ONLY RUNLOG LINES APPENDED SINCE THE STEP WAS LAUNCHED      *
052600* COUNT; THE LAST ONE FOR THE STEP'S NAME IS ITS OUTCOME.     *
052700*-------------------------------------------------------------*
052800 5400-FIND-STEP-RUN-LOG.
052900     SET WS-STEP-NOT-LOGGED TO TRUE.
053000     MOVE SPACES TO WS-STEP-RUNLOG-STATUS.
053100     MOVE ZERO   TO WS-LOG-LINES-SEEN.
053200     MOVE "N"    TO WS-LOG-EOF-SWITCH.
053300     OPEN INPUT RUN-LOG-FILE.
053400     IF WS-RUNLOG-STATUS NOT = "00"
053500         GO TO 5400-EXIT
053600     END-IF.
053700     PERFORM 5410-CHECK-LOG-LINE THRU 5410-EXIT
053800         UNTIL WS-LOG-AT-EOF.
053900     CLOSE RUN-LOG-FILE.
054000 5400-EXIT.
054100     EXIT.
054200
054300 5410-CHECK-LOG-LINE.
054400     PERFORM 5310-READ-LOG-LINE THRU 5310-EXIT.
054500     IF WS-LOG-AT-EOF
054600         GO TO 5410-EXIT
054700     END-IF.
054800     IF WS-LOG-LINES-SEEN NOT > WS-LOG-LINES-BEFORE
054900         GO TO 5410-EXIT
055000     END-IF.
055100     MOVE RUN-LOG-RECORD TO WS-RUN-LOG-LINE.
055200     IF WS-RLG-PROGRAM = WS-STP-NAME(WS-STEP-SUB)
055300         SET WS-STEP-LOGGED TO TRUE
055400         MOVE WS-RLG-STATUS TO WS-STEP-RUNLOG-STATUS
055500     END-IF.
055600 5410-EXIT.
055700     EXIT.
055800
055900 5450-CHECK-ALLOWED.
056000     IF WS-STP-OK-STATUS(WS-STEP-SUB WS-OK-SUB) NOT = SPACES
056100             AND WS-STP-OK-STATUS(WS-STEP-SUB WS-OK-SUB)
056200                 = WS-STEP-RUNLOG-STATUS
056300         SET WS-STATUS-ALLOWED TO TRUE
056400     END-IF.
056500 5450-EXIT.
056600     EXIT.
056700
056800 5500-STAMP-STEP.
056900     ACCEPT WS-END-TIME-RAW FROM TIME.
057000     MOVE WS-END-HH  TO WS-ETD-HH.
057100     MOVE WS-END-MIN TO WS-ETD-MIN.
057200     MOVE WS-END-SS  TO WS-ETD-SS.
057300     MOVE WS-RUN-DATE-EDIT    TO WS-STP-STATE-DATE(WS-STEP-SUB).
057400     MOVE WS-END-TIME-DISPLAY TO WS-STP-STATE-TIME(WS-STEP-SUB).
057500 5500-EXIT.
057600     EXIT.
057700
057800 7000-FIND-STEP.
057900     SET WS-STEP-NOT-FOUND TO TRUE.
058000     MOVE ZERO TO WS-FIND-SUB.
058100     PERFORM 7010-SCAN-STEP THRU 7010-EXIT
058200         VARYING WS-FIND-SUB FROM 1 BY 1
058300             UNTIL WS-FIND-SUB > WS-STEPS-DEFINED
058400             OR WS-STEP-FOUND.
058500     IF WS-STEP-FOUND
058600         SUBTRACT 1 FROM WS-FIND-SUB
058700     END-IF.
058800 7000-EXIT.
058900     EXIT.
059000
059100 7010-SCAN-STEP.
059200     IF WS-STP-NAME(WS-FIND-SUB) = WS-FIND-NAME
059300         SET WS-STEP-FOUND TO TRUE
059400     END-IF.
059500 7010-EXIT.
059600     EXIT.
059700
059800*-------------------------------------------------------------*
059900* THE WHOLE STATE FILE IS REWRITTEN AFTER EVERY STEP, THE     *
060000* SAME WAY THE BATCH CHECKPOINT IS, SO IT IS NEVER MORE THAN  *
060100* ONE STEP BEHIND IF THE CONTROLLER ITSELF IS CANCELLED.      *
060200*-------------------------------------------------------------*
060300 8000-SAVE-CHAIN-STATE.
060400     OPEN OUTPUT CHAIN-STATE-FILE.
060500     IF WS-CHAINST-STATUS NOT = "00"
060600         DISPLAY "*** UNABLE TO WRITE CHAINST - STATUS "
060700             WS-CHAINST-STATUS " - A RERUN WILL START OVER ***"
060800         GO TO 8000-EXIT
060900     END-IF.
061000     PERFORM 8100-WRITE-STATE-LINE THRU 8100-EXIT
061100         VARYING WS-FIND-SUB FROM 1 BY 1
061200             UNTIL WS-FIND-SUB > WS-STEPS-DEFINED.
061300     CLOSE CHAIN-STATE-FILE.
061400 8000-EXIT.
061500     EXIT.
061600
061700 8100-WRITE-STATE-LINE.
061800     MOVE SPACES                         TO CHAIN-STATE-RECORD.
061900     MOVE WS-STP-NAME(WS-FIND-SUB)       TO CHS-STEP.
062000     MOVE WS-STP-STATE(WS-FIND-SUB)      TO CHS-STATE.
062100     MOVE WS-STP-RUNLOG-STATUS(WS-FIND-SUB)
062200                                         TO CHS-RUNLOG-STATUS.
062300     MOVE WS-STP-HELD-BY(WS-FIND-SUB)    TO CHS-HELD-BY.
062400     MOVE WS-STP-STATE-DATE(WS-FIND-SUB) TO CHS-STATE-DATE.
062500     MOVE WS-STP-STATE-TIME(WS-FIND-SUB) TO CHS-STATE-TIME.
062600     MOVE WS-CHAIN-DATE                  TO CHS-CHAIN-DATE.
062700     WRITE CHAIN-STATE-RECORD.
062800 8100-EXIT.
062900     EXIT.
063000
063100 9000-TERMINATE.
063200     IF WS-STEPS-FAILED > ZERO OR WS-STEPS-HELD > ZERO
063300         MOVE "HELD" TO WS-RUN-STATUS-TEXT
063400         MOVE 8 TO RETURN-CODE
063500     END-IF.
063600     PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT.
063700     DISPLAY "NIGHT CHAIN CONTROLLER COMPLETE - "
063800         WS-RUN-STATUS-TEXT.
063900     DISPLAY "  STEPS DEFINED        = " WS-STEPS-DEFINED.
064000     DISPLAY "  STEPS RUN            = " WS-STEPS-RUN.
064100     DISPLAY "  STEPS ENDED CLEAN    = " WS-STEPS-DONE.
064200     DISPLAY "  STEPS ALREADY DONE   = " WS-STEPS-SKIPPED.
064300     DISPLAY "  STEPS ENDED BADLY    = " WS-STEPS-FAILED.
064400     DISPLAY "  STEPS HELD           = " WS-STEPS-HELD.
064500 9000-EXIT.
064600     EXIT.
064700
064800 9100-WRITE-RUN-LOG.
064900     ACCEPT WS-END-TIME-RAW FROM TIME.
065000     MOVE WS-END-HH  TO WS-ETD-HH.
065100     MOVE WS-END-MIN TO WS-ETD-MIN.
065200     MOVE WS-END-SS  TO WS-ETD-SS.
065300     OPEN EXTEND RUN-LOG-FILE.
065400     IF WS-RUNLOG-STATUS NOT = "00"
065500         OPEN OUTPUT RUN-LOG-FILE
065600     END-IF.
065700     IF WS-RUNLOG-STATUS NOT = "00"
065800         DISPLAY "*** UNABLE TO OPEN RUN LOG - STATUS "
065900             WS-RUNLOG-STATUS " ***"
066000         GO TO 9100-EXIT
066100     END-IF.
066200     MOVE WS-RUN-DATE-EDIT     TO WS-RLG-DATE.
066300     MOVE "NIGHTCHN"           TO WS-RLG-PROGRAM.
066400     MOVE WS-RUN-TIME-DISPLAY  TO WS-RLG-START-TIME.
066500     MOVE WS-END-TIME-DISPLAY  TO WS-RLG-END-TIME.
066600     MOVE WS-STEPS-DEFINED     TO WS-RLG-READ-COUNT.
066700     MOVE WS-STEPS-RUN         TO WS-RLG-WRITE-COUNT.
066800     MOVE WS-STEPS-HELD        TO WS-RLG-SUSP-COUNT.
066900     MOVE WS-RUN-STATUS-TEXT   TO WS-RLG-STATUS.
067000     WRITE RUN-LOG-RECORD FROM WS-RUN-LOG-LINE.
067100     CLOSE RUN-LOG-FILE.
067200 9100-EXIT.
067300     EXIT.
067400
067500 END PROGRAM NIGHTCHN.
