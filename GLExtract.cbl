002504*                 CALENDAR DATES, SO A DATE LIKE 20260231 IS  *
002505*                 REFUSED UP FRONT INSTEAD OF SENDING THE     *
002506*                 RELEASE-HOLD WALK OFF THE CALENDAR.         *
002507* 2026-10-15 JBH  AN "O" OVERRIDE OF A FAILED RELEASE HOLD    *
002508*                 NOW NEEDS THE EXTRACT OVERRIDE FLAG ON THE  *
002509*                 OPRAUTH AUTHORIZATION MASTER (REFUSED AND   *
002510*                 LOGGED TO AUTHVIOL OTHERWISE) AND A SECOND  *
002511*                 PERSON - THE FIRST RUN FILES THE OVERRIDE   *
002512*                 PENDING ON THE APPROVAL FILE AND THE RUN    *
002513*                 LOG READS "PENDING"; THE EXTRACT PROCEEDS   *
002514*                 ONLY WHEN A DIFFERENT AUTHORIZED USER RUNS  *
002515*                 THE SAME RANGE WITH THE OVERRIDE.           *
002516*-------------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. IBM-370.
004480         ACCESS MODE IS DYNAMIC
004490         RECORD KEY IS REL-CTL-KEY
004491         FILE STATUS IS WS-RELCTL-STATUS.
004492
004493     SELECT OPR-AUTH-FILE ASSIGN TO "OPRAUTH"
004494         ORGANIZATION IS INDEXED
004495         ACCESS MODE IS DYNAMIC
004496         RECORD KEY IS OPR-AUTH-KEY
004497         FILE STATUS IS WS-OPRAUTH-STATUS.
004498
004499     SELECT APPROVAL-FILE ASSIGN TO "APPROVAL"
004500         ORGANIZATION IS INDEXED
004501         ACCESS MODE IS DYNAMIC
004502         RECORD KEY IS APR-KEY
004503         FILE STATUS IS WS-APPROVAL-STATUS.
004504
004505     SELECT AUTH-VIOL-FILE ASSIGN TO "AUTHVIOL"
004506         ORGANIZATION IS LINE SEQUENTIAL
004507         FILE STATUS IS WS-AUTHVIOL-STATUS.
004510 DATA DIVISION.
004600 FILE SECTION.
004700 FD  GL-POST-FILE
004800     LABEL RECORDS ARE STANDARD.
006532 FD  REL-CTL-FILE
006533     LABEL RECORDS ARE STANDARD.
006534 COPY RELCTLRC.
006535
006536 FD  OPR-AUTH-FILE
006537     LABEL RECORDS ARE STANDARD.
006538 COPY OPRAUTRC.
006539
006541 FD  APPROVAL-FILE
006542     LABEL RECORDS ARE STANDARD.
006543 COPY APPROVRC.
006544
006545 FD  AUTH-VIOL-FILE
006546     LABEL RECORDS ARE STANDARD.
006547 01  AUTH-VIOL-RECORD            PIC X(80).
006548
006600 FD  EXT-PARM-FILE
006700     LABEL RECORDS ARE STANDARD.
006800 01  EXT-PARM-RECORD.
008000     05  WS-PARM-STATUS          PIC X(02) VALUE "00".
008010     05  WS-RUNLOG-STATUS        PIC X(02) VALUE "00".
008020     05  WS-RELCTL-STATUS        PIC X(02) VALUE "00".
008030     05  WS-OPRAUTH-STATUS       PIC X(02) VALUE "00".
008040     05  WS-APPROVAL-STATUS      PIC X(02) VALUE "00".
008050     05  WS-AUTHVIOL-STATUS      PIC X(02) VALUE "00".
008100
008200 01  WS-PROGRAM-SWITCHES.
008300     05  WS-RUN-OK-SWITCH        PIC X(01) VALUE "N".
009340     05  WS-HOLD-SWITCH          PIC X(01) VALUE "N".
009350         88  WS-HOLD-FAILED                VALUE "Y".
009360         88  WS-HOLD-CLEAN                 VALUE "N".
009370     05  WS-AUTH-SWITCH          PIC X(01) VALUE "N".
009371         88  WS-AUTH-GRANTED               VALUE "Y".
009372         88  WS-AUTH-REFUSED               VALUE "N".
009373     05  WS-APPROVAL-SWITCH      PIC X(01) VALUE "N".
009374         88  WS-APPROVAL-GIVEN             VALUE "Y".
009375         88  WS-APPROVAL-WITHHELD          VALUE "N".
009376     05  WS-APR-FILE-SWITCH      PIC X(01) VALUE "N".
009377         88  WS-APR-ON-FILE                VALUE "Y".
009378         88  WS-APR-NOT-ON-FILE            VALUE "N".
009400
009500 01  WS-COUNTERS.
009600     05  WS-RECORDS-EXTRACTED    PIC 9(09) COMP VALUE ZERO.
010395     05  FILLER                  PIC X(01) VALUE ":".
010396     05  WS-ETD-SS               PIC 9(02).
010397 01  WS-RUN-STATUS-TEXT          PIC X(12) VALUE "FAILED".
010398 01  WS-USER-ID                  PIC X(08) VALUE SPACES.
010399
010400 01  WS-OVR-APR-KEY.
010401     05  WS-OAK-FROM-DATE        PIC 9(08).
010402     05  WS-OAK-TO-DATE          PIC 9(08).
010403 01  WS-OVR-APR-DETAIL.
010404     05  FILLER                  PIC X(20)
010405                                 VALUE "SUPERVISOR INITIALS ".
010406     05  WS-OAD-OVR-USER         PIC X(08).
010407     05  FILLER                  PIC X(02) VALUE SPACES.
010408
010409 COPY RUNLOGRC.
010410
010411 COPY AUTHVLRC.
010412
010500 PROCEDURE DIVISION.
010600 0000-MAINLINE.
010700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011430     MOVE WS-RUN-HH  TO WS-RTD-HH.
011440     MOVE WS-RUN-MIN TO WS-RTD-MIN.
011450     MOVE WS-RUN-SS  TO WS-RTD-SS.
011460     ACCEPT WS-USER-ID FROM ENVIRONMENT "USER".
011470     IF WS-USER-ID = SPACES
011480         MOVE "UNKNOWN " TO WS-USER-ID
011490     END-IF.
011500     PERFORM 2000-READ-EXTRACT-PARM THRU 2000-EXIT.
011600     IF WS-RUN-NOT-OK
011700         GO TO 1000-EXIT
017896     PERFORM 2200-CHECK-RELEASE-HOLD THRU 2200-EXIT.
017897     IF WS-HOLD-FAILED
017898         IF WS-OVERRIDE-RUN
017899             PERFORM 2300-AUTHORIZE-OVERRIDE THRU 2300-EXIT
017900             IF WS-APPROVAL-WITHHELD
017901                 GO TO 2100-EXIT
017902             END-IF
017903             DISPLAY "*** RELEASE HOLD OVERRIDDEN BY "
017904                 WS-OVERRIDE-USER " - RUN PROCEEDS ***"
017905         ELSE
017906             DISPLAY "*** RELEASE HOLD IN EFFECT - "
017907                 "EXTRACT NOT RUN ***"
017908             GO TO 2100-EXIT
017909         END-IF
017910     END-IF.
017911     DISPLAY "GL EXTRACT FOR " WS-FROM-DATE " THRU " WS-TO-DATE.
018000     SET WS-RUN-OK TO TRUE.
018100 2100-EXIT.
018200     EXIT.
018400     ADD 1 TO WS-CHECK-INT.
018410 2210-EXIT.
018420     EXIT.
018421
018422*-------------------------------------------------------------*
018423* THE OVERRIDE NEEDS THE EXTRACT OVERRIDE FLAG AND A SECOND   *
018424* PERSON - THE FIRST RUN FILES IT PENDING; A DIFFERENT        *
018425* AUTHORIZED USER RUNNING THE SAME RANGE APPROVES IT.         *
018426*-------------------------------------------------------------*
018427 2300-AUTHORIZE-OVERRIDE.
018428     SET WS-APPROVAL-WITHHELD TO TRUE.
018429     PERFORM 8900-CHECK-AUTHORITY THRU 8900-EXIT.
018430     IF WS-AUTH-REFUSED
018431         PERFORM 8950-LOG-VIOLATION THRU 8950-EXIT
018432         MOVE "REFUSED" TO WS-RUN-STATUS-TEXT
018433         DISPLAY "*** USER " WS-USER-ID " NOT AUTHORIZED TO "
018434             "OVERRIDE THE RELEASE HOLD - EXTRACT NOT RUN ***"
018435         GO TO 2300-EXIT
018436     END-IF.
018437     OPEN I-O APPROVAL-FILE.
018438     IF WS-APPROVAL-STATUS = "35"
018439         OPEN OUTPUT APPROVAL-FILE
018440         CLOSE APPROVAL-FILE
018441         OPEN I-O APPROVAL-FILE
018442     END-IF.
018443     IF WS-APPROVAL-STATUS NOT = "00"
018444         DISPLAY "*** UNABLE TO OPEN APPROVAL FILE - STATUS "
018445             WS-APPROVAL-STATUS " - EXTRACT NOT RUN ***"
018446         GO TO 2300-EXIT
018447     END-IF.
018448     SET WS-APR-ON-FILE TO TRUE.
018449     MOVE WS-FROM-DATE   TO WS-OAK-FROM-DATE.
018450     MOVE WS-TO-DATE     TO WS-OAK-TO-DATE.
018451     MOVE "O"            TO APR-FUNCTION.
018452     MOVE WS-OVR-APR-KEY TO APR-REQ-KEY.
018453     READ APPROVAL-FILE
018454         INVALID KEY
018455             SET WS-APR-NOT-ON-FILE TO TRUE
018456     END-READ.
018457     IF WS-APR-NOT-ON-FILE OR APR-APPROVED
018458         PERFORM 2310-FILE-REQUEST THRU 2310-EXIT
018459         GO TO 2300-CLOSE
018460     END-IF.
018461     IF APR-REQ-USER = WS-USER-ID
018462         DISPLAY "*** OVERRIDE FOR " WS-FROM-DATE " THRU "
018463             WS-TO-DATE " IS YOUR OWN REQUEST - A SECOND "
018464             "USER MUST APPROVE IT ***"
018465         MOVE "APPROVAL OF OWN OVERRIDE REQUEST"
018466             TO WS-AVL-DETAIL
018467         PERFORM 8950-LOG-VIOLATION THRU 8950-EXIT
018468         MOVE "PENDING" TO WS-RUN-STATUS-TEXT
018469         GO TO 2300-CLOSE
018470     END-IF.
018471     SET APR-APPROVED TO TRUE.
018472     MOVE WS-USER-ID          TO APR-APPR-USER.
018473     MOVE WS-RUN-DATE-EDIT    TO APR-APPR-DATE.
018474     MOVE WS-RUN-TIME-DISPLAY TO APR-APPR-TIME.
018475     REWRITE APPROVAL-RECORD.
018476     IF WS-APPROVAL-STATUS NOT = "00"
018477         DISPLAY "*** APPROVAL REWRITE FAILED - STATUS "
018478             WS-APPROVAL-STATUS " - EXTRACT NOT RUN ***"
018479         GO TO 2300-CLOSE
018480     END-IF.
018481     SET WS-APPROVAL-GIVEN TO TRUE.
018482     DISPLAY "OVERRIDE REQUESTED BY " APR-REQ-USER
018483         " APPROVED BY " WS-USER-ID.
018484 2300-CLOSE.
018485     CLOSE APPROVAL-FILE.
018486 2300-EXIT.
018487     EXIT.
018488
018489 2310-FILE-REQUEST.
018490     MOVE SPACES              TO APPROVAL-RECORD.
018491     MOVE "O"                 TO APR-FUNCTION.
018492     MOVE WS-OVR-APR-KEY      TO APR-REQ-KEY.
018493     SET APR-PENDING          TO TRUE.
018494     MOVE WS-USER-ID          TO APR-REQ-USER.
018495     MOVE WS-RUN-DATE-EDIT    TO APR-REQ-DATE.
018496     MOVE WS-RUN-TIME-DISPLAY TO APR-REQ-TIME.
018497     MOVE ZERO                TO APR-APPR-DATE.
018498     MOVE WS-OVERRIDE-USER    TO WS-OAD-OVR-USER.
018499     MOVE WS-OVR-APR-DETAIL   TO APR-DETAIL.
018500     IF WS-APR-ON-FILE
018501         REWRITE APPROVAL-RECORD
018502     ELSE
018503         WRITE APPROVAL-RECORD
018504     END-IF.
018505     IF WS-APPROVAL-STATUS NOT = "00"
018506         DISPLAY "*** APPROVAL REQUEST WRITE FAILED - STATUS "
018507             WS-APPROVAL-STATUS " - EXTRACT NOT RUN ***"
018508         GO TO 2310-EXIT
018509     END-IF.
018510     MOVE "PENDING" TO WS-RUN-STATUS-TEXT.
018511     DISPLAY "OVERRIDE FOR " WS-FROM-DATE " THRU " WS-TO-DATE
018512         " FILED BY " WS-USER-ID " - PENDING SECOND APPROVAL"
018513         " - EXTRACT NOT RUN".
018514 2310-EXIT.
018515     EXIT.
018516
018520 5000-SWEEP-GL-FILE.
018530     MOVE WS-FROM-DATE TO GL-POST-KEY-DATE.
018600     MOVE ZERO TO GL-POST-KEY-SEQ.
018700     START GL-POST-FILE KEY IS NOT LESS THAN GL-POST-KEY
018800         INVALID KEY SET WS-GL-AT-EOF TO TRUE
025708 9100-EXIT.
025709     EXIT.
025710
025711 8900-CHECK-AUTHORITY.
025712     SET WS-AUTH-REFUSED TO TRUE.
025713     OPEN INPUT OPR-AUTH-FILE.
025714     IF WS-OPRAUTH-STATUS NOT = "00"
025715         MOVE "AUTHORIZATION MASTER UNAVAILABLE"
025716             TO WS-AVL-DETAIL
025717         GO TO 8900-EXIT
025718     END-IF.
025719     MOVE WS-USER-ID TO OPR-AUTH-USER.
025720     READ OPR-AUTH-FILE
025721         INVALID KEY
025722             MOVE "USER NOT ON AUTHORIZATION MASTER"
025723                 TO WS-AVL-DETAIL
025724         NOT INVALID KEY
025725             IF OPR-MAY-OVERRIDE-EXTRACT
025726                 SET WS-AUTH-GRANTED TO TRUE
025727             ELSE
025728                 MOVE "NOT AUTHORIZED TO OVERRIDE HOLD"
025729                     TO WS-AVL-DETAIL
025730             END-IF
025731     END-READ.
025732     CLOSE OPR-AUTH-FILE.
025733 8900-EXIT.
025734     EXIT.
025735
025736 8950-LOG-VIOLATION.
025737     MOVE WS-RUN-DATE-EDIT    TO WS-AVL-DATE.
025738     MOVE WS-RUN-TIME-DISPLAY TO WS-AVL-TIME.
025739     MOVE WS-USER-ID          TO WS-AVL-USER.
025740     MOVE "GLEXTRCT"          TO WS-AVL-PROGRAM.
025741     MOVE "EXTOVR"            TO WS-AVL-FUNCTION.
025742     OPEN EXTEND AUTH-VIOL-FILE.
025743     IF WS-AUTHVIOL-STATUS NOT = "00"
025744         OPEN OUTPUT AUTH-VIOL-FILE
025745     END-IF.
025746     IF WS-AUTHVIOL-STATUS NOT = "00"
025747         DISPLAY "*** UNABLE TO OPEN AUTHVIOL - STATUS "
025748             WS-AUTHVIOL-STATUS " ***"
025749         GO TO 8950-EXIT
025750     END-IF.
025751     WRITE AUTH-VIOL-RECORD FROM WS-AUTH-VIOL-LINE.
025752     CLOSE AUTH-VIOL-FILE.
025753     DISPLAY "*** AUTHORIZATION VIOLATION LOGGED - "
025754         WS-AVL-USER " " WS-AVL-DETAIL " ***".
025755 8950-EXIT.
025756     EXIT.
025757
025800 END PROGRAM GLEXTRCT.
