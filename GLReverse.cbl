002440* 2026-09-02 JBH  THE AUDIT TRAIL NOW POSTS TO THE AUDMSTR    *
002450*                 KEYED STORE (AUDMSTRC COPYBOOK) INSTEAD OF  *
002460*                 APPENDING TO THE AUDITLOG LINE FILE.        *
002461* 2026-10-15 JBH  THE RUNNING USER MUST HOLD THE REVERSE FLAG *
002462*                 ON THE OPRAUTH AUTHORIZATION MASTER OR THE  *
002463*                 RUN IS REFUSED AND LOGGED TO AUTHVIOL.  A   *
002464*                 REVERSAL NOW NEEDS TWO PEOPLE - THE FIRST   *
002465*                 RUN OF A CARD FILES IT PENDING ON THE       *
002466*                 APPROVAL FILE, AND IT POSTS ONLY WHEN A     *
002467*                 DIFFERENT AUTHORIZED USER RUNS THE SAME     *
002468*                 CARD.  A USER RE-RUNNING THEIR OWN PENDING  *
002469*                 REQUEST IS LOGGED AS A VIOLATION.           *
002474* 2026-10-15 JBH  YRCLOSE CLOSING ENTRIES (BATCH YECLOS) ARE  *
002479*                 NOT REVERSIBLE HERE - THEY ARE REJECTED.    *
002500*-------------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
005200     SELECT REV-PARM-FILE ASSIGN TO "REVPARM"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-PARM-STATUS.
005410
005420     SELECT OPR-AUTH-FILE ASSIGN TO "OPRAUTH"
005430         ORGANIZATION IS INDEXED
005440         ACCESS MODE IS DYNAMIC
005450         RECORD KEY IS OPR-AUTH-KEY
005460         FILE STATUS IS WS-OPRAUTH-STATUS.
005470
005480     SELECT APPROVAL-FILE ASSIGN TO "APPROVAL"
005481         ORGANIZATION IS INDEXED
005482         ACCESS MODE IS DYNAMIC
005483         RECORD KEY IS APR-KEY
005484         FILE STATUS IS WS-APPROVAL-STATUS.
005485
005486     SELECT AUTH-VIOL-FILE ASSIGN TO "AUTHVIOL"
005487         ORGANIZATION IS LINE SEQUENTIAL
005488         FILE STATUS IS WS-AUTHVIOL-STATUS.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  GL-POST-FILE
007700     05  FILLER                  PIC X(01).
007800     05  REV-PARM-SEQ            PIC X(05).
007900     05  FILLER                  PIC X(66).
007910
007920 FD  OPR-AUTH-FILE
007930     LABEL RECORDS ARE STANDARD.
007940 COPY OPRAUTRC.
007950
007960 FD  APPROVAL-FILE
007970     LABEL RECORDS ARE STANDARD.
007980 COPY APPROVRC.
007985
007990 FD  AUTH-VIOL-FILE
007991     LABEL RECORDS ARE STANDARD.
007992 01  AUTH-VIOL-RECORD            PIC X(80).
008000
008100 WORKING-STORAGE SECTION.
008200 01  WS-FILE-STATUSES.
008500     05  WS-AUDIT-STATUS         PIC X(02) VALUE "00".
008600     05  WS-RPTCTL-STATUS        PIC X(02) VALUE "00".
008700     05  WS-PARM-STATUS          PIC X(02) VALUE "00".
008710     05  WS-OPRAUTH-STATUS       PIC X(02) VALUE "00".
008720     05  WS-APPROVAL-STATUS      PIC X(02) VALUE "00".
008730     05  WS-AUTHVIOL-STATUS      PIC X(02) VALUE "00".
008800
008900 01  WS-PROGRAM-SWITCHES.
009000     05  WS-RUN-OK-SWITCH        PIC X(01) VALUE "N".
009700     05  WS-ACCT-CTL-FOUND-SW    PIC X(01) VALUE "N".
009800         88  WS-ACCT-CTL-FOUND             VALUE "Y".
009900         88  WS-ACCT-CTL-NOT-FOUND         VALUE "N".
009910     05  WS-AUTH-SWITCH          PIC X(01) VALUE "N".
009920         88  WS-AUTH-GRANTED               VALUE "Y".
009930         88  WS-AUTH-REFUSED               VALUE "N".
009940     05  WS-APPROVAL-SWITCH      PIC X(01) VALUE "N".
009950         88  WS-APPROVAL-GIVEN             VALUE "Y".
009960         88  WS-APPROVAL-WITHHELD          VALUE "N".
009970     05  WS-APR-FILE-SWITCH      PIC X(01) VALUE "N".
009980         88  WS-APR-ON-FILE                VALUE "Y".
009990         88  WS-APR-NOT-ON-FILE            VALUE "N".
010000
010100 01  WS-COUNTERS.
010200     05  WS-REQUESTS-READ        PIC 9(05) COMP VALUE ZERO.
010300     05  WS-REVERSALS-POSTED     PIC 9(05) COMP VALUE ZERO.
010400     05  WS-REQUESTS-REJECTED    PIC 9(05) COMP VALUE ZERO.
010500     05  WS-GL-SEQUENCE          PIC 9(05) COMP VALUE ZERO.
010510     05  WS-REQUESTS-PENDING     PIC 9(05) COMP VALUE ZERO.
010600
010700 01  WS-ORIGINAL-HOLD.
010800     05  WS-ORIG-DATE            PIC 9(08).
014800     05  WS-RTD-SS               PIC 9(02).
014900 01  WS-USER-ID                  PIC X(08) VALUE SPACES.
015000
015010 01  WS-REV-APR-KEY.
015020     05  WS-RAK-DATE             PIC X(08).
015030     05  WS-RAK-SEQ              PIC X(05).
015040     05  FILLER                  PIC X(03) VALUE SPACES.
015050 01  WS-REV-APR-DETAIL.
015060     05  FILLER                  PIC X(05) VALUE "ACCT ".
015070     05  WS-RAD-ACCOUNT          PIC X(04).
015080     05  FILLER                  PIC X(08) VALUE " AMOUNT ".
015090     05  WS-RAD-AMOUNT           PIC -(8)9.99.
015100     05  FILLER                  PIC X(01) VALUE SPACES.
015110
015120 COPY AUTHVLRC.
015200
015300 PROCEDURE DIVISION.
015400 0000-MAINLINE.
017000     IF WS-USER-ID = SPACES
017100         MOVE "UNKNOWN " TO WS-USER-ID
017200     END-IF.
017210     PERFORM 8900-CHECK-AUTHORITY THRU 8900-EXIT.
017220     IF WS-AUTH-REFUSED
017230         PERFORM 8950-LOG-VIOLATION THRU 8950-EXIT
017240         DISPLAY "*** USER " WS-USER-ID " NOT AUTHORIZED TO "
017250             "REVERSE - NOTHING REVERSED ***"
017260         GO TO 1000-EXIT
017270     END-IF.
017300     OPEN INPUT REV-PARM-FILE.
017400     IF WS-PARM-STATUS NOT = "00"
017500         DISPLAY "*** NO REVPARM CARD FILE - STATUS "
019894         CLOSE AUDIT-MASTER-FILE
019895         GO TO 1000-EXIT
019896     END-IF.
019897     OPEN I-O APPROVAL-FILE.
019898     IF WS-APPROVAL-STATUS = "35"
019899         OPEN OUTPUT APPROVAL-FILE
019900         CLOSE APPROVAL-FILE
019901         OPEN I-O APPROVAL-FILE
019902     END-IF.
019903     IF WS-APPROVAL-STATUS NOT = "00"
019904         DISPLAY "*** UNABLE TO OPEN APPROVAL FILE - STATUS "
019905             WS-APPROVAL-STATUS " - NOTHING REVERSED ***"
019906         CLOSE REV-PARM-FILE
019907         CLOSE GL-POST-FILE
019908         CLOSE FOOT-DETAIL-FILE
019909         CLOSE AUDIT-MASTER-FILE
019910         CLOSE REPORT-CONTROL-FILE
019911         GO TO 1000-EXIT
019912     END-IF.
019920     PERFORM 8150-READ-REPORT-CONTROL THRU 8150-EXIT.
020000     PERFORM 8450-SEED-GL-SEQUENCE THRU 8450-EXIT.
020100     SET WS-RUN-OK TO TRUE.
020200 1000-EXIT.
024800         ADD 1 TO WS-REQUESTS-REJECTED
024900         GO TO 5200-NEXT
025000     END-IF.
025001     IF GL-POST-BATCH-ID = "YECLOS"
025002         DISPLAY "*** POSTING " REV-PARM-DATE "/" REV-PARM-SEQ
025003             " IS A YEAR-END CLOSING ENTRY - REJECTED ***"
025004         ADD 1 TO WS-REQUESTS-REJECTED
025005         GO TO 5200-NEXT
025006     END-IF.
025010     PERFORM 5150-CHECK-APPROVAL THRU 5150-EXIT.
025020     IF WS-APPROVAL-WITHHELD
025030         GO TO 5200-NEXT
025040     END-IF.
025100     MOVE GL-POST-KEY-DATE TO WS-ORIG-DATE.
025200     MOVE GL-POST-KEY-SEQ  TO WS-ORIG-SEQ.
025300     MOVE GL-POST-NUM1     TO WS-ORIG-NUM1.
026400 5200-EXIT.
026500     EXIT.
026600
026610*-------------------------------------------------------------*
026611* TWO-PERSON RULE - THE FIRST RUN OF A CARD FILES THE         *
026612* REVERSAL PENDING; A DIFFERENT AUTHORIZED USER RUNNING THE   *
026613* SAME CARD APPROVES IT AND IT POSTS IN THAT RUN.             *
026614*-------------------------------------------------------------*
026615 5150-CHECK-APPROVAL.
026616     SET WS-APPROVAL-WITHHELD TO TRUE.
026617     SET WS-APR-ON-FILE TO TRUE.
026618     MOVE REV-PARM-DATE TO WS-RAK-DATE.
026619     MOVE REV-PARM-SEQ  TO WS-RAK-SEQ.
026620     MOVE "R"            TO APR-FUNCTION.
026621     MOVE WS-REV-APR-KEY TO APR-REQ-KEY.
026622     READ APPROVAL-FILE
026623         INVALID KEY
026624             SET WS-APR-NOT-ON-FILE TO TRUE
026625     END-READ.
026626     IF WS-APR-NOT-ON-FILE OR APR-APPROVED
026627         PERFORM 5160-FILE-REQUEST THRU 5160-EXIT
026628         GO TO 5150-EXIT
026629     END-IF.
026630     IF APR-REQ-USER = WS-USER-ID
026631         DISPLAY "*** REVERSAL " REV-PARM-DATE "/" REV-PARM-SEQ
026632             " IS YOUR OWN REQUEST - A SECOND USER MUST "
026633             "APPROVE IT ***"
026634         MOVE "APPROVAL OF OWN REVERSAL REQUEST"
026635             TO WS-AVL-DETAIL
026636         PERFORM 8950-LOG-VIOLATION THRU 8950-EXIT
026637         ADD 1 TO WS-REQUESTS-PENDING
026638         GO TO 5150-EXIT
026639     END-IF.
026640     SET APR-APPROVED TO TRUE.
026641     MOVE WS-USER-ID          TO APR-APPR-USER.
026642     MOVE WS-RUN-DATE-EDIT    TO APR-APPR-DATE.
026643     MOVE WS-RUN-TIME-DISPLAY TO APR-APPR-TIME.
026644     REWRITE APPROVAL-RECORD.
026645     IF WS-APPROVAL-STATUS NOT = "00"
026646         DISPLAY "*** APPROVAL REWRITE FAILED - STATUS "
026647             WS-APPROVAL-STATUS " ON " REV-PARM-DATE "/"
026648             REV-PARM-SEQ " - NOT REVERSED ***"
026649         ADD 1 TO WS-REQUESTS-REJECTED
026650         GO TO 5150-EXIT
026651     END-IF.
026652     SET WS-APPROVAL-GIVEN TO TRUE.
026653     DISPLAY "REVERSAL " REV-PARM-DATE "/" REV-PARM-SEQ
026654         " REQUESTED BY " APR-REQ-USER " APPROVED BY "
026655         WS-USER-ID.
026656 5150-EXIT.
026657     EXIT.
026658
026659 5160-FILE-REQUEST.
026660     MOVE SPACES              TO APPROVAL-RECORD.
026661     MOVE "R"                 TO APR-FUNCTION.
026662     MOVE WS-REV-APR-KEY      TO APR-REQ-KEY.
026663     SET APR-PENDING          TO TRUE.
026664     MOVE WS-USER-ID          TO APR-REQ-USER.
026665     MOVE WS-RUN-DATE-EDIT    TO APR-REQ-DATE.
026666     MOVE WS-RUN-TIME-DISPLAY TO APR-REQ-TIME.
026667     MOVE ZERO                TO APR-APPR-DATE.
026668     MOVE GL-POST-ACCOUNT     TO WS-RAD-ACCOUNT.
026669     MOVE GL-POST-RESULT      TO WS-RAD-AMOUNT.
026670     MOVE WS-REV-APR-DETAIL   TO APR-DETAIL.
026671     IF WS-APR-ON-FILE
026672         REWRITE APPROVAL-RECORD
026673     ELSE
026674         WRITE APPROVAL-RECORD
026675     END-IF.
026676     IF WS-APPROVAL-STATUS NOT = "00"
026677         DISPLAY "*** APPROVAL REQUEST WRITE FAILED - STATUS "
026678             WS-APPROVAL-STATUS " ON " REV-PARM-DATE "/"
026679             REV-PARM-SEQ " ***"
026680         ADD 1 TO WS-REQUESTS-REJECTED
026681         GO TO 5160-EXIT
026682     END-IF.
026683     ADD 1 TO WS-REQUESTS-PENDING.
026684     DISPLAY "REVERSAL " REV-PARM-DATE "/" REV-PARM-SEQ
026685         " FILED BY " WS-USER-ID " - PENDING SECOND APPROVAL".
026686 5160-EXIT.
026687     EXIT.
026688
026700 5250-GET-ORIGINAL-OP.
026800     MOVE "1" TO WS-ORIG-OP-CODE.
026900     MOVE WS-ORIG-DATE TO FOOT-DTL-DATE.
051600 8455-EXIT.
051700     EXIT.
051800
051810 8900-CHECK-AUTHORITY.
051811     SET WS-AUTH-REFUSED TO TRUE.
051812     OPEN INPUT OPR-AUTH-FILE.
051813     IF WS-OPRAUTH-STATUS NOT = "00"
051814         MOVE "AUTHORIZATION MASTER UNAVAILABLE"
051815             TO WS-AVL-DETAIL
051816         GO TO 8900-EXIT
051817     END-IF.
051818     MOVE WS-USER-ID TO OPR-AUTH-USER.
051819     READ OPR-AUTH-FILE
051820         INVALID KEY
051821             MOVE "USER NOT ON AUTHORIZATION MASTER"
051822                 TO WS-AVL-DETAIL
051823         NOT INVALID KEY
051824             IF OPR-MAY-REVERSE
051825                 SET WS-AUTH-GRANTED TO TRUE
051826             ELSE
051827                 MOVE "NOT AUTHORIZED TO REVERSE"
051828                     TO WS-AVL-DETAIL
051829             END-IF
051830     END-READ.
051831     CLOSE OPR-AUTH-FILE.
051832 8900-EXIT.
051833     EXIT.
051834
051835 8950-LOG-VIOLATION.
051836     MOVE WS-RUN-DATE-EDIT    TO WS-AVL-DATE.
051837     MOVE WS-RUN-TIME-DISPLAY TO WS-AVL-TIME.
051838     MOVE WS-USER-ID          TO WS-AVL-USER.
051839     MOVE "GLREVRSL"          TO WS-AVL-PROGRAM.
051840     MOVE "REVERSE"           TO WS-AVL-FUNCTION.
051841     OPEN EXTEND AUTH-VIOL-FILE.
051842     IF WS-AUTHVIOL-STATUS NOT = "00"
051843         OPEN OUTPUT AUTH-VIOL-FILE
051844     END-IF.
051845     IF WS-AUTHVIOL-STATUS NOT = "00"
051846         DISPLAY "*** UNABLE TO OPEN AUTHVIOL - STATUS "
051847             WS-AUTHVIOL-STATUS " ***"
051848         GO TO 8950-EXIT
051849     END-IF.
051850     WRITE AUTH-VIOL-RECORD FROM WS-AUTH-VIOL-LINE.
051851     CLOSE AUTH-VIOL-FILE.
051852     DISPLAY "*** AUTHORIZATION VIOLATION LOGGED - "
051853         WS-AVL-USER " " WS-AVL-DETAIL " ***".
051854 8950-EXIT.
051855     EXIT.
051856
051900 9000-TERMINATE.
052000     CLOSE REV-PARM-FILE.
052100     CLOSE GL-POST-FILE.
052200     CLOSE FOOT-DETAIL-FILE.
052300     CLOSE AUDIT-MASTER-FILE.
052310     CLOSE REPORT-CONTROL-FILE.
052320     CLOSE APPROVAL-FILE.
052400     DISPLAY "REVERSAL RUN COMPLETE".
052500     DISPLAY "  REQUESTS READ     = " WS-REQUESTS-READ.
052600     DISPLAY "  REVERSALS POSTED  = " WS-REVERSALS-POSTED.
052700     DISPLAY "  REQUESTS REJECTED = " WS-REQUESTS-REJECTED.
052710     DISPLAY "  AWAITING APPROVAL = " WS-REQUESTS-PENDING.
052800 9000-EXIT.
052900     EXIT.
053000
