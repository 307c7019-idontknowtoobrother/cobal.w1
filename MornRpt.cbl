001800*                 IS READ OFF ONE PAGE INSTEAD OF THREE       *
001900*                 SYSOUT LISTINGS.  WHEN A PROGRAM RAN MORE   *
002000*                 THAN ONCE THE LAST RUN OF THE DAY COUNTS.   *
002010* 2026-10-15 JBH  THE CHAINST STATE FILE WRITTEN BY THE NEW   *
002011*                 NIGHTCHN CONTROLLER IS READ AS WELL, SO A   *
002012*                 STEP THE CONTROLLER DELIBERATELY HELD       *
002013*                 BEHIND A STEP THAT ENDED BADLY PRINTS AS    *
002014*                 "HELD" WITH THE STEP THAT HELD IT, COUNTED  *
002015*                 APART FROM A STEP THAT NEVER RAN AT ALL.    *
002016* 2026-10-15 JBH  WHEN THE WEEKLY INTGCHK POSTING INTEGRITY   *
002017*                 SWEEP RAN ON THE REPORT DATE ITS RESULT     *
002018*                 PRINTS BELOW THE CHAIN WITH ITS EXCEPTION   *
002019*                 COUNT, FLAGGED UNLESS CLEAN.  A NIGHT       *
002020*                 WITHOUT THE SWEEP PRINTS NOTHING FOR IT.    *
002100*-------------------------------------------------------------*
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
003600     SELECT MRN-PARM-FILE ASSIGN TO "MRNPARM"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-PARM-STATUS.
003810
003811     SELECT CHAIN-STATE-FILE ASSIGN TO "CHAINST"
003812         ORGANIZATION IS LINE SEQUENTIAL
003813         FILE STATUS IS WS-CHAINST-STATUS.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  RUN-LOG-FILE
005100 01  MRN-PARM-RECORD.
005200     05  MRN-PARM-DATE           PIC X(08).
005300     05  FILLER                  PIC X(72).
005310
005311 FD  CHAIN-STATE-FILE
005312     LABEL RECORDS ARE STANDARD.
005313 COPY CHNSTRC.
005400
005500 WORKING-STORAGE SECTION.
005600 01  WS-FILE-STATUSES.
005700     05  WS-RUNLOG-STATUS        PIC X(02) VALUE "00".
005800     05  WS-RPT-STATUS           PIC X(02) VALUE "00".
005900     05  WS-PARM-STATUS          PIC X(02) VALUE "00".
005910     05  WS-CHAINST-STATUS       PIC X(02) VALUE "00".
006000
006100 01  WS-PROGRAM-SWITCHES.
006200     05  WS-RUN-OK-SWITCH        PIC X(01) VALUE "N".
006700     05  WS-CHAIN-CLEAN-SWITCH   PIC X(01) VALUE "Y".
006800         88  WS-CHAIN-IS-CLEAN             VALUE "Y".
006900         88  WS-CHAIN-NEEDS-WORK           VALUE "N".
006910     05  WS-STATE-EOF-SWITCH     PIC X(01) VALUE "N".
006911         88  WS-STATE-AT-EOF               VALUE "Y".
007000
007100 01  WS-COUNTERS.
007200     05  WS-LINES-READ           PIC 9(09) COMP VALUE ZERO.
007300     05  WS-LINES-FOR-DATE       PIC 9(09) COMP VALUE ZERO.
007310     05  WS-STEPS-HELD           PIC 9(05) COMP VALUE ZERO.
007311     05  WS-STEPS-NEVER-RAN      PIC 9(05) COMP VALUE ZERO.
007400
007500 01  WS-REPORT-DATE              PIC 9(08) VALUE ZERO.
007600 01  WS-RUN-DATE-EDIT            PIC 9(08).
009000         10  WS-CHN-WRITE        PIC 9(09).
009100         10  WS-CHN-SUSP         PIC 9(09).
009200         10  WS-CHN-STATUS       PIC X(12).
009210         10  WS-CHN-HELD-FLAG    PIC X(01).
009211         10  WS-CHN-HELD-BY      PIC X(08).
009300 01  WS-CHAIN-SUB                PIC 9(01) COMP.
009310 01  WS-INTG-ENTRY.
009311     05  WS-INTG-FOUND-FLAG      PIC X(01) VALUE "N".
009312         88  WS-INTG-SWEEP-RAN             VALUE "Y".
009313     05  WS-INTG-START           PIC X(08) VALUE SPACES.
009314     05  WS-INTG-END             PIC X(08) VALUE SPACES.
009315     05  WS-INTG-READ            PIC 9(09) VALUE ZERO.
009316     05  WS-INTG-EXCEPTIONS      PIC 9(09) VALUE ZERO.
009317     05  WS-INTG-STATUS          PIC X(12) VALUE SPACES.
009400
009500 COPY RUNLOGRC.
009600
012300         "RECORDS SUSPENDED = ".
012400     05  WS-RPT-SUSP-COUNT       PIC ZZZZZZZZ9.
012500     05  FILLER                  PIC X(39) VALUE SPACES.
012510 01  WS-RPT-HELD-LINE.
012511     05  FILLER                  PIC X(12) VALUE SPACES.
012512     05  FILLER                  PIC X(24) VALUE
012513         "HELD BY NIGHTCHN BEHIND ".
012514     05  WS-RPT-HELD-BY          PIC X(08).
012515     05  FILLER                  PIC X(36) VALUE SPACES.
012516 01  WS-RPT-COUNT-LINE.
012517     05  WS-RPT-COUNT-TEXT       PIC X(40).
012518     05  WS-RPT-COUNT            PIC ZZZZ9.
012519     05  FILLER                  PIC X(35) VALUE SPACES.
012600 01  WS-RPT-VERDICT-LINE         PIC X(80).
012700 01  WS-RPT-BLANK-LINE           PIC X(80) VALUE SPACES.
012800
013100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013200     IF WS-RUN-OK
013300         PERFORM 5000-SCAN-RUN-LOG THRU 5000-EXIT
013310         PERFORM 5500-SCAN-CHAIN-STATE THRU 5500-EXIT
013400         PERFORM 7000-PRINT-CHAIN-REPORT THRU 7000-EXIT
013500         PERFORM 9000-TERMINATE THRU 9000-EXIT
013600     END-IF.
016800     MOVE ZERO   TO WS-CHN-WRITE(WS-CHAIN-SUB).
016900     MOVE ZERO   TO WS-CHN-SUSP(WS-CHAIN-SUB).
017000     MOVE SPACES TO WS-CHN-STATUS(WS-CHAIN-SUB).
017010     MOVE "N"    TO WS-CHN-HELD-FLAG(WS-CHAIN-SUB).
017011     MOVE SPACES TO WS-CHN-HELD-BY(WS-CHAIN-SUB).
017100 1100-EXIT.
017200     EXIT.
017300
021900         PERFORM 5300-POST-CHAIN-SLOT THRU 5300-EXIT
022000             VARYING WS-CHAIN-SUB FROM 1 BY 1
022100                 UNTIL WS-CHAIN-SUB > 3
022110         IF WS-RLG-PROGRAM = "INTGCHK"
022120             PERFORM 5400-POST-INTEGRITY-LINE THRU 5400-EXIT
022130         END-IF
022200     END-IF.
022300     PERFORM 5100-READ-LOG-LINE THRU 5100-EXIT.
022400 5200-EXIT.
023700     END-IF.
023800 5300-EXIT.
023900     EXIT.
023901
023902 5400-POST-INTEGRITY-LINE.
023903     SET WS-INTG-SWEEP-RAN      TO TRUE.
023904     MOVE WS-RLG-START-TIME     TO WS-INTG-START.
023905     MOVE WS-RLG-END-TIME       TO WS-INTG-END.
023906     MOVE WS-RLG-READ-COUNT     TO WS-INTG-READ.
023907     MOVE WS-RLG-WRITE-COUNT    TO WS-INTG-EXCEPTIONS.
023908     MOVE WS-RLG-STATUS         TO WS-INTG-STATUS.
023909 5400-EXIT.
023910     EXIT.
024000
024010*-------------------------------------------------------------*
024011* A STEP NIGHTCHN HELD ON THE REPORT DATE IS MARKED SO IT IS  *
024012* NOT MISTAKEN FOR ONE THAT NEVER RAN.  NO CHAINST FILE JUST  *
024013* MEANS THE CHAIN WAS NOT RUN UNDER THE CONTROLLER.           *
024014*-------------------------------------------------------------*
024015 5500-SCAN-CHAIN-STATE.
024016     OPEN INPUT CHAIN-STATE-FILE.
024017     IF WS-CHAINST-STATUS NOT = "00"
024018         GO TO 5500-EXIT
024019     END-IF.
024020     PERFORM 5510-READ-STATE-LINE THRU 5510-EXIT.
024021     PERFORM 5520-POST-STATE-LINE THRU 5520-EXIT
024022         UNTIL WS-STATE-AT-EOF.
024023     CLOSE CHAIN-STATE-FILE.
024024 5500-EXIT.
024025     EXIT.
024026
024027 5510-READ-STATE-LINE.
024028     READ CHAIN-STATE-FILE
024029         AT END SET WS-STATE-AT-EOF TO TRUE
024030     END-READ.
024031 5510-EXIT.
024032     EXIT.
024033
024034 5520-POST-STATE-LINE.
024035     IF CHS-HELD
024036             AND CHS-STATE-DATE IS NUMERIC
024037             AND CHS-STATE-DATE = WS-REPORT-DATE
024038         PERFORM 5530-MARK-HELD-SLOT THRU 5530-EXIT
024039             VARYING WS-CHAIN-SUB FROM 1 BY 1
024040                 UNTIL WS-CHAIN-SUB > 3
024041     END-IF.
024042     PERFORM 5510-READ-STATE-LINE THRU 5510-EXIT.
024043 5520-EXIT.
024044     EXIT.
024045
024046 5530-MARK-HELD-SLOT.
024047     IF CHS-STEP = WS-CHAIN-NAME(WS-CHAIN-SUB)
024048         MOVE "Y"         TO WS-CHN-HELD-FLAG(WS-CHAIN-SUB)
024049         MOVE CHS-HELD-BY TO WS-CHN-HELD-BY(WS-CHAIN-SUB)
024050     END-IF.
024051 5530-EXIT.
024052     EXIT.
024053
024100 7000-PRINT-CHAIN-REPORT.
024200     WRITE RUN-RPT-RECORD FROM WS-RPT-HEADING-1.
024300     MOVE WS-REPORT-DATE TO WS-HDR-DATE.
024700         VARYING WS-CHAIN-SUB FROM 1 BY 1
024800             UNTIL WS-CHAIN-SUB > 3.
024900     WRITE RUN-RPT-RECORD FROM WS-RPT-BLANK-LINE.
024910     IF WS-STEPS-HELD > ZERO
024911         MOVE "STEPS HELD BY THE CHAIN CONTROLLER ="
024912             TO WS-RPT-COUNT-TEXT
024913         MOVE WS-STEPS-HELD TO WS-RPT-COUNT
024914         WRITE RUN-RPT-RECORD FROM WS-RPT-COUNT-LINE
024915     END-IF.
024916     IF WS-STEPS-NEVER-RAN > ZERO
024917         MOVE "STEPS THAT NEVER RAN ="
024918             TO WS-RPT-COUNT-TEXT
024919         MOVE WS-STEPS-NEVER-RAN TO WS-RPT-COUNT
024920         WRITE RUN-RPT-RECORD FROM WS-RPT-COUNT-LINE
024921     END-IF.
024922     IF WS-INTG-SWEEP-RAN
024923         PERFORM 7200-PRINT-INTEGRITY-SWEEP THRU 7200-EXIT
024924     END-IF.
025000     IF WS-CHAIN-IS-CLEAN
025100         MOVE "NIGHT CHAIN CLEAN - RELEASE MAY PROCEED"
025200             TO WS-RPT-VERDICT-LINE
026100
026200 7100-PRINT-CHAIN-STEP.
026300     MOVE WS-CHAIN-NAME(WS-CHAIN-SUB) TO WS-RPT-STEP-NAME.
026310     IF WS-CHN-FOUND-FLAG(WS-CHAIN-SUB) = "N"
026311             AND WS-CHN-HELD-FLAG(WS-CHAIN-SUB) = "Y"
026312         MOVE SPACES     TO WS-RPT-STEP-START
026313         MOVE SPACES     TO WS-RPT-STEP-END
026314         MOVE ZERO       TO WS-RPT-STEP-READ
026315         MOVE ZERO       TO WS-RPT-STEP-WRITE
026316         MOVE "HELD"     TO WS-RPT-STEP-STATUS
026317         MOVE "<== HELD" TO WS-RPT-STEP-FLAG
026318         ADD 1 TO WS-STEPS-HELD
026319         SET WS-CHAIN-NEEDS-WORK TO TRUE
026320         WRITE RUN-RPT-RECORD FROM WS-RPT-STEP-LINE
026321         MOVE WS-CHN-HELD-BY(WS-CHAIN-SUB) TO WS-RPT-HELD-BY
026322         WRITE RUN-RPT-RECORD FROM WS-RPT-HELD-LINE
026323         GO TO 7100-EXIT
026324     END-IF.
026400     IF WS-CHN-FOUND-FLAG(WS-CHAIN-SUB) = "N"
026500         MOVE SPACES     TO WS-RPT-STEP-START
026600         MOVE SPACES     TO WS-RPT-STEP-END
026800         MOVE ZERO       TO WS-RPT-STEP-WRITE
026900         MOVE "NEVER RAN" TO WS-RPT-STEP-STATUS
027000         MOVE "<== CHECK" TO WS-RPT-STEP-FLAG
027010         ADD 1 TO WS-STEPS-NEVER-RAN
027100         SET WS-CHAIN-NEEDS-WORK TO TRUE
027200         WRITE RUN-RPT-RECORD FROM WS-RPT-STEP-LINE
027300         GO TO 7100-EXIT
029100     END-IF.
029200 7100-EXIT.
029300     EXIT.
029310
029311*-------------------------------------------------------------*
029312* THE WEEKLY SWEEP IS NOT A CHAIN STEP - IT NEITHER HOLDS NOR *
029313* CLEARS THE RELEASE - BUT ITS EXCEPTIONS ARE FLAGGED HERE SO *
029314* THE INTGRPT LISTING GETS WORKED THE SAME MORNING.           *
029315*-------------------------------------------------------------*
029316 7200-PRINT-INTEGRITY-SWEEP.
029317     MOVE "INTGCHK"          TO WS-RPT-STEP-NAME.
029318     MOVE WS-INTG-START      TO WS-RPT-STEP-START.
029319     MOVE WS-INTG-END        TO WS-RPT-STEP-END.
029320     MOVE WS-INTG-READ       TO WS-RPT-STEP-READ.
029321     MOVE ZERO               TO WS-RPT-STEP-WRITE.
029322     MOVE WS-INTG-STATUS     TO WS-RPT-STEP-STATUS.
029323     IF WS-INTG-STATUS = "CLEAN"
029324         MOVE SPACES TO WS-RPT-STEP-FLAG
029325     ELSE
029326         MOVE "<== CHECK" TO WS-RPT-STEP-FLAG
029327     END-IF.
029328     WRITE RUN-RPT-RECORD FROM WS-RPT-STEP-LINE.
029329     MOVE "  POSTING INTEGRITY EXCEPTIONS ="
029330         TO WS-RPT-COUNT-TEXT.
029331     MOVE WS-INTG-EXCEPTIONS TO WS-RPT-COUNT.
029332     WRITE RUN-RPT-RECORD FROM WS-RPT-COUNT-LINE.
029333     IF WS-INTG-STATUS NOT = "CLEAN"
029334         DISPLAY "*** POSTING INTEGRITY SWEEP " WS-INTG-STATUS
029335             " - SEE INTGRPT ***"
029336     END-IF.
029337     WRITE RUN-RPT-RECORD FROM WS-RPT-BLANK-LINE.
029338 7200-EXIT.
029339     EXIT.
029400
029500 9000-TERMINATE.
029600     CLOSE RUN-LOG-FILE.
