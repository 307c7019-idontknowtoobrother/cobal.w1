002891*                 NO POSTINGS AT ALL), SO A REFUSED PURGE NO *
002892*                 LONGER STRANDS GLPOST WITHOUT ITS AUDIT    *
002893*                 LEG, AND AN EMPTY MONTH STILL CLOSES.      *
002894* 2026-10-15 JBH  THE RUNNING USER MUST HOLD THE MONTH-END    *
002895*                 CLOSE FLAG ON THE OPRAUTH AUTHORIZATION     *
002896*                 MASTER OR THE CLOSE IS REFUSED BEFORE ANY   *
002897*                 FILE IS TOUCHED AND LOGGED TO AUTHVIOL.     *
002900*-------------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
006291         ACCESS MODE IS DYNAMIC
006301         RECORD KEY IS ACCT-BAL-KEY
006311         FILE STATUS IS WS-BAL-STATUS.
006312
006313     SELECT OPR-AUTH-FILE ASSIGN TO "OPRAUTH"
006314         ORGANIZATION IS INDEXED
006315         ACCESS MODE IS DYNAMIC
006316         RECORD KEY IS OPR-AUTH-KEY
006317         FILE STATUS IS WS-OPRAUTH-STATUS.
006318
006319     SELECT AUTH-VIOL-FILE ASSIGN TO "AUTHVIOL"
006320         ORGANIZATION IS LINE SEQUENTIAL
006321         FILE STATUS IS WS-AUTHVIOL-STATUS.
006322 DATA DIVISION.
006400 FILE SECTION.
006500 FD  GL-POST-FILE
006600     LABEL RECORDS ARE STANDARD.
008960 FD  ACCT-BAL-FILE
008970     LABEL RECORDS ARE STANDARD.
008980 COPY ACCTBALR.
008981
008982 FD  OPR-AUTH-FILE
008983     LABEL RECORDS ARE STANDARD.
008984 COPY OPRAUTRC.
008985
008986 FD  AUTH-VIOL-FILE
008987     LABEL RECORDS ARE STANDARD.
008988 01  AUTH-VIOL-RECORD            PIC X(80).
009000
009100 WORKING-STORAGE SECTION.
009200 01  WS-FILE-STATUSES.
009820     05  WS-BAL-STATUS           PIC X(02) VALUE "00".
009830     05  WS-AUDMST-STATUS        PIC X(02) VALUE "00".
009840     05  WS-AUARCH-STATUS        PIC X(02) VALUE "00".
009850     05  WS-OPRAUTH-STATUS       PIC X(02) VALUE "00".
009860     05  WS-AUTHVIOL-STATUS      PIC X(02) VALUE "00".
009900
010000 01  WS-PROGRAM-SWITCHES.
010100     05  WS-RUN-OK-SWITCH        PIC X(01) VALUE "N".
012796         88  WS-AUD-NOTHING-TO-DO          VALUE "E".
012797         88  WS-AUD-VERIFY-FAILED          VALUE "F".
012798         88  WS-AUD-PURGE-STOPPED          VALUE "S".
012799     05  WS-AUTH-SWITCH          PIC X(01) VALUE "N".
012800         88  WS-AUTH-GRANTED               VALUE "Y".
012801         88  WS-AUTH-REFUSED               VALUE "N".
012802
012900 01  WS-COUNTERS.
013000     05  WS-MONTH-COUNT          PIC 9(09) COMP VALUE ZERO.
013100     05  WS-VERIFY-COUNT         PIC 9(09) COMP VALUE ZERO.
014810 01  WS-PRIOR-CLOSED-MONTH       PIC 9(06) VALUE ZERO.
014900 01  WS-RUN-DATE-EDIT            PIC 9(08).
015000 01  WS-RUN-MONTH                PIC 9(06).
015010 01  WS-RUN-TIME-RAW.
015020     05  WS-RUN-HH               PIC 9(02).
015030     05  WS-RUN-MIN              PIC 9(02).
015040     05  WS-RUN-SS               PIC 9(02).
015050     05  WS-RUN-HS               PIC 9(02).
015060 01  WS-RUN-TIME-DISPLAY.
015070     05  WS-RTD-HH               PIC 9(02).
015080     05  FILLER                  PIC X(01) VALUE ":".
015090     05  WS-RTD-MIN              PIC 9(02).
015091     05  FILLER                  PIC X(01) VALUE ":".
015092     05  WS-RTD-SS               PIC 9(02).
015093 01  WS-USER-ID                  PIC X(08) VALUE SPACES.
015100
015200 01  WS-KEY-DATE.
015300     05  WS-KEY-YYYYMM           PIC 9(06).
018800 01  WS-SUM-TEXT-LINE            PIC X(80).
018900 01  WS-SUM-BLANK-LINE           PIC X(80) VALUE SPACES.
019000 01  WS-COUNT-EDIT               PIC ZZZZZZZZ9.
019010
019020 COPY AUTHVLRC.
019100
019200 PROCEDURE DIVISION.
019300 0000-MAINLINE.
020800     ACCEPT WS-RUN-DATE-EDIT FROM DATE YYYYMMDD.
020900     MOVE WS-RUN-DATE-EDIT TO WS-KEY-DATE.
021000     MOVE WS-KEY-YYYYMM TO WS-RUN-MONTH.
021010     ACCEPT WS-RUN-TIME-RAW FROM TIME.
021020     MOVE WS-RUN-HH  TO WS-RTD-HH.
021030     MOVE WS-RUN-MIN TO WS-RTD-MIN.
021040     MOVE WS-RUN-SS  TO WS-RTD-SS.
021050     ACCEPT WS-USER-ID FROM ENVIRONMENT "USER".
021060     IF WS-USER-ID = SPACES
021070         MOVE "UNKNOWN " TO WS-USER-ID
021080     END-IF.
021100     PERFORM 1100-ZERO-DAY-TABLE THRU 1100-EXIT
021200         VARYING WS-DAY-SUB FROM 1 BY 1 UNTIL WS-DAY-SUB > 31.
021300     PERFORM 2000-READ-CLOSE-PARM THRU 2000-EXIT.
021400     IF WS-RUN-NOT-OK
021500         GO TO 1000-EXIT
021600     END-IF.
021610     PERFORM 8900-CHECK-AUTHORITY THRU 8900-EXIT.
021620     IF WS-AUTH-REFUSED
021630         PERFORM 8950-LOG-VIOLATION THRU 8950-EXIT
021640         DISPLAY "*** USER " WS-USER-ID " NOT AUTHORIZED FOR "
021650             "MONTH-END CLOSE - CLOSE NOT RUN ***"
021660         SET WS-RUN-NOT-OK TO TRUE
021670         GO TO 1000-EXIT
021680     END-IF.
021700     OPEN I-O GL-POST-FILE.
021800     IF WS-GL-STATUS NOT = "00"
021900         DISPLAY "*** UNABLE TO OPEN GL FILE - STATUS "
062200     END-IF.
062300 7100-EXIT.
062400     EXIT.
062402
062404 8900-CHECK-AUTHORITY.
062406     SET WS-AUTH-REFUSED TO TRUE.
062408     OPEN INPUT OPR-AUTH-FILE.
062410     IF WS-OPRAUTH-STATUS NOT = "00"
062412         MOVE "AUTHORIZATION MASTER UNAVAILABLE"
062414             TO WS-AVL-DETAIL
062416         GO TO 8900-EXIT
062418     END-IF.
062420     MOVE WS-USER-ID TO OPR-AUTH-USER.
062422     READ OPR-AUTH-FILE
062424         INVALID KEY
062426             MOVE "USER NOT ON AUTHORIZATION MASTER"
062428                 TO WS-AVL-DETAIL
062430         NOT INVALID KEY
062432             IF OPR-MAY-CLOSE-MONTH
062434                 SET WS-AUTH-GRANTED TO TRUE
062436             ELSE
062438                 MOVE "NOT AUTHORIZED FOR MONTH-END"
062440                     TO WS-AVL-DETAIL
062442             END-IF
062444     END-READ.
062446     CLOSE OPR-AUTH-FILE.
062448 8900-EXIT.
062450     EXIT.
062452
062454 8950-LOG-VIOLATION.
062456     MOVE WS-RUN-DATE-EDIT    TO WS-AVL-DATE.
062458     MOVE WS-RUN-TIME-DISPLAY TO WS-AVL-TIME.
062460     MOVE WS-USER-ID          TO WS-AVL-USER.
062462     MOVE "GLCLOSE"           TO WS-AVL-PROGRAM.
062464     MOVE "CLOSE"             TO WS-AVL-FUNCTION.
062466     OPEN EXTEND AUTH-VIOL-FILE.
062468     IF WS-AUTHVIOL-STATUS NOT = "00"
062470         OPEN OUTPUT AUTH-VIOL-FILE
062472     END-IF.
062474     IF WS-AUTHVIOL-STATUS NOT = "00"
062476         DISPLAY "*** UNABLE TO OPEN AUTHVIOL - STATUS "
062478             WS-AUTHVIOL-STATUS " ***"
062480         GO TO 8950-EXIT
062482     END-IF.
062484     WRITE AUTH-VIOL-RECORD FROM WS-AUTH-VIOL-LINE.
062486     CLOSE AUTH-VIOL-FILE.
062488     DISPLAY "*** AUTHORIZATION VIOLATION LOGGED - "
062490         WS-AVL-USER " " WS-AVL-DETAIL " ***".
062492 8950-EXIT.
062494     EXIT.
062500
062600 9000-TERMINATE.
062700     CLOSE CLOSE-SUM-FILE.
