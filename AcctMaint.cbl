001800*                 CONVERSION.  EVERY ACTION IS APPENDED TO    *
001900*                 THE ACCTCHG CHANGE LOG WITH THE DATE, TIME, *
002000*                 AND USER WHO RAN IT.                        *
002010* 2026-10-15 JBH  THE RUNNING USER MUST HOLD THE ACCOUNT      *
002020*                 MAINTENANCE FLAG ON THE OPRAUTH             *
002030*                 AUTHORIZATION MASTER OR THE RUN IS REFUSED  *
002040*                 BEFORE ANY TRANSACTION IS READ AND THE      *
002050*                 ATTEMPT IS LOGGED TO AUTHVIOL.              *
002055* 2026-10-15 JBH  THE ACCTTXN CARD CARRIES THE ACCOUNT CLASS  *
002060*                 IN COLUMN 48 - A ASSET, L LIABILITY, E      *
002065*                 EQUITY, I INCOME, X EXPENSE.  AN ADD SETS   *
002070*                 IT, A CHANGE WITH A NON-BLANK CLASS         *
002075*                 RECLASSIFIES THE ACCOUNT, ANY OTHER VALUE   *
002080*                 IS REJECTED.  THE CLASS IS SHOWN ON THE     *
002085*                 ACCTCHG LOG LINE.                           *
002100*-------------------------------------------------------------*
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
004200     SELECT OLD-ACCT-FILE ASSIGN TO "ACCTOLD"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-OLD-STATUS.
004410
004415     SELECT OPR-AUTH-FILE ASSIGN TO "OPRAUTH"
004420         ORGANIZATION IS INDEXED
004425         ACCESS MODE IS DYNAMIC
004430         RECORD KEY IS OPR-AUTH-KEY
004435         FILE STATUS IS WS-OPRAUTH-STATUS.
004440
004445     SELECT AUTH-VIOL-FILE ASSIGN TO "AUTHVIOL"
004450         ORGANIZATION IS LINE SEQUENTIAL
004455         FILE STATUS IS WS-AUTHVIOL-STATUS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  ACCT-MASTER-FILE
006200     05  TXN-EFF-DATE            PIC X(08).
006300     05  FILLER                  PIC X(01).
006400     05  TXN-DESC                PIC X(30).
006500     05  FILLER                  PIC X(01).
006505     05  TXN-CLASS               PIC X(01).
006510         88  TXN-CLASS-VALID               VALUE "A" "L" "E"
006515                                                 "I" "X".
006520     05  FILLER                  PIC X(32).
006600
006700 FD  ACCT-CHG-FILE
006800     LABEL RECORDS ARE STANDARD.
007500     05  FILLER                  PIC X(01).
007600     05  OLD-ACCT-DESC           PIC X(30).
007700     05  FILLER                  PIC X(45).
007710
007720 FD  OPR-AUTH-FILE
007730     LABEL RECORDS ARE STANDARD.
007740 COPY OPRAUTRC.
007750
007760 FD  AUTH-VIOL-FILE
007770     LABEL RECORDS ARE STANDARD.
007780 01  AUTH-VIOL-RECORD            PIC X(80).
007800
007900 WORKING-STORAGE SECTION.
008000 01  WS-FILE-STATUSES.
008200     05  WS-TXN-STATUS           PIC X(02) VALUE "00".
008300     05  WS-CHG-STATUS           PIC X(02) VALUE "00".
008400     05  WS-OLD-STATUS           PIC X(02) VALUE "00".
008410     05  WS-OPRAUTH-STATUS       PIC X(02) VALUE "00".
008420     05  WS-AUTHVIOL-STATUS      PIC X(02) VALUE "00".
008500
008600 01  WS-PROGRAM-SWITCHES.
008700     05  WS-RUN-OK-SWITCH        PIC X(01) VALUE "N".
009400     05  WS-TXN-BAD-SWITCH       PIC X(01) VALUE "N".
009500         88  WS-TXN-IS-BAD                 VALUE "Y".
009600         88  WS-TXN-IS-GOOD                VALUE "N".
009610     05  WS-AUTH-SWITCH          PIC X(01) VALUE "N".
009620         88  WS-AUTH-GRANTED               VALUE "Y".
009630         88  WS-AUTH-REFUSED               VALUE "N".
009700
009800 01  WS-COUNTERS.
009900     05  WS-TXNS-READ            PIC 9(05) COMP VALUE ZERO.
013000     05  WS-CHG-EFF-DATE         PIC 9(08).
013100     05  FILLER                  PIC X(01) VALUE SPACES.
013200     05  WS-CHG-DESC             PIC X(30).
013300     05  FILLER                  PIC X(01) VALUE SPACES.
013305     05  WS-CHG-CLASS            PIC X(01).
013310
013320 COPY AUTHVLRC.
013400
013500 PROCEDURE DIVISION.
013600 0000-MAINLINE.
015200     IF WS-USER-ID = SPACES
015300         MOVE "UNKNOWN " TO WS-USER-ID
015400     END-IF.
015410     PERFORM 8900-CHECK-AUTHORITY THRU 8900-EXIT.
015420     IF WS-AUTH-REFUSED
015430         PERFORM 8950-LOG-VIOLATION THRU 8950-EXIT
015440         DISPLAY "*** USER " WS-USER-ID " NOT AUTHORIZED FOR "
015450             "ACCOUNT MAINTENANCE - NOTHING MAINTAINED ***"
015460         GO TO 1000-EXIT
015470     END-IF.
015500     OPEN INPUT ACCT-TXN-FILE.
015600     IF WS-TXN-STATUS NOT = "00"
015700         DISPLAY "*** NO ACCTTXN TRANSACTION FILE - STATUS "
024500         SET WS-TXN-IS-BAD TO TRUE
024600         GO TO 5250-EXIT
024700     END-IF.
024705     IF TXN-CLASS NOT = SPACE AND NOT TXN-CLASS-VALID
024710         DISPLAY "*** TXN " WS-TXNS-READ " ACCOUNT CLASS "
024715             TXN-CLASS " INVALID - REJECTED ***"
024720         SET WS-TXN-IS-BAD TO TRUE
024725         GO TO 5250-EXIT
024730     END-IF.
024800     IF TXN-EFF-DATE = SPACES
024900         MOVE WS-RUN-DATE-EDIT TO WS-EFF-DATE
025000     ELSE
026400     MOVE TXN-DESC    TO ACCT-MST-DESC.
026500     SET ACCT-MST-ACTIVE TO TRUE.
026600     MOVE WS-EFF-DATE TO ACCT-MST-EFF-DATE.
026605     MOVE TXN-CLASS   TO ACCT-MST-CLASS.
026700     WRITE ACCT-MST-RECORD
026800         INVALID KEY
026900             DISPLAY "*** ACCOUNT " TXN-ACCOUNT " ALREADY ON "
028800     END-READ.
028900     MOVE TXN-DESC    TO ACCT-MST-DESC.
029000     MOVE WS-EFF-DATE TO ACCT-MST-EFF-DATE.
029005     IF TXN-CLASS NOT = SPACE
029010         MOVE TXN-CLASS TO ACCT-MST-CLASS
029015     END-IF.
029100     REWRITE ACCT-MST-RECORD.
029200     IF WS-ACCT-STATUS NOT = "00"
029300         DISPLAY "*** CHANGE REWRITE FAILED - STATUS "
036100     MOVE OLD-ACCT-DESC TO ACCT-MST-DESC.
036200     SET ACCT-MST-ACTIVE TO TRUE.
036300     MOVE WS-EFF-DATE TO ACCT-MST-EFF-DATE.
036305     MOVE SPACE TO ACCT-MST-CLASS.
036400     WRITE ACCT-MST-RECORD
036500         INVALID KEY
036600             DISPLAY "*** ACCOUNT " OLD-ACCT-CODE " ALREADY ON "
038200     MOVE TXN-ACCOUNT         TO WS-CHG-ACCOUNT.
038300     MOVE WS-EFF-DATE         TO WS-CHG-EFF-DATE.
038400     MOVE TXN-DESC            TO WS-CHG-DESC.
038405     MOVE ACCT-MST-CLASS      TO WS-CHG-CLASS.
038500     WRITE ACCT-CHG-RECORD FROM WS-CHG-LINE.
038600 8000-EXIT.
038700     EXIT.
038701
038702 8900-CHECK-AUTHORITY.
038703     SET WS-AUTH-REFUSED TO TRUE.
038704     OPEN INPUT OPR-AUTH-FILE.
038705     IF WS-OPRAUTH-STATUS NOT = "00"
038706         MOVE "AUTHORIZATION MASTER UNAVAILABLE"
038707             TO WS-AVL-DETAIL
038708         GO TO 8900-EXIT
038709     END-IF.
038710     MOVE WS-USER-ID TO OPR-AUTH-USER.
038711     READ OPR-AUTH-FILE
038712         INVALID KEY
038713             MOVE "USER NOT ON AUTHORIZATION MASTER"
038714                 TO WS-AVL-DETAIL
038715         NOT INVALID KEY
038716             IF OPR-MAY-MAINTAIN-ACCOUNTS
038717                 SET WS-AUTH-GRANTED TO TRUE
038718             ELSE
038719                 MOVE "NOT AUTHORIZED FOR ACCOUNT MAINT"
038720                     TO WS-AVL-DETAIL
038721             END-IF
038722     END-READ.
038723     CLOSE OPR-AUTH-FILE.
038724 8900-EXIT.
038725     EXIT.
038726
038727 8950-LOG-VIOLATION.
038728     MOVE WS-RUN-DATE-EDIT    TO WS-AVL-DATE.
038729     MOVE WS-RUN-TIME-DISPLAY TO WS-AVL-TIME.
038730     MOVE WS-USER-ID          TO WS-AVL-USER.
038731     MOVE "ACCTMNT"           TO WS-AVL-PROGRAM.
038732     MOVE "ACCTMNT"           TO WS-AVL-FUNCTION.
038733     OPEN EXTEND AUTH-VIOL-FILE.
038734     IF WS-AUTHVIOL-STATUS NOT = "00"
038735         OPEN OUTPUT AUTH-VIOL-FILE
038736     END-IF.
038737     IF WS-AUTHVIOL-STATUS NOT = "00"
038738         DISPLAY "*** UNABLE TO OPEN AUTHVIOL - STATUS "
038739             WS-AUTHVIOL-STATUS " ***"
038740         GO TO 8950-EXIT
038741     END-IF.
038742     WRITE AUTH-VIOL-RECORD FROM WS-AUTH-VIOL-LINE.
038743     CLOSE AUTH-VIOL-FILE.
038744     DISPLAY "*** AUTHORIZATION VIOLATION LOGGED - "
038745         WS-AVL-USER " " WS-AVL-DETAIL " ***".
038746 8950-EXIT.
038747     EXIT.
038800
038900 9000-TERMINATE.
039000     CLOSE ACCT-TXN-FILE.
