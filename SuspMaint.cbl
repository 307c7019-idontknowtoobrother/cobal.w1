002030*                 ONCE MATCHED - RECORD NUMBERS RESTART AT 1  *
002040*                 EACH RUN, SO DATE PLUS NUMBER ALONE COULD   *
002050*                 MARK EVERY ITEM FROM TWO RUNS THE SAME DAY. *
002060* 2026-10-15 JBH  A "W" WRITE-OFF CARD NOW NEEDS THE SUSPENSE *
002070*                 WRITE-OFF FLAG ON THE OPRAUTH AUTHORIZATION *
002080*                 MASTER FOR THE RUNNING USER - OTHERWISE THE *
002090*                 CARD IS REFUSED AND LOGGED TO AUTHVIOL.     *
002095*                 "R" CARDS ARE NOT AFFECTED.                 *
002100*-------------------------------------------------------------*
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
003600     SELECT DISP-CARD-FILE ASSIGN TO "SUSPDISP"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-CARD-STATUS.
003810
003815     SELECT OPR-AUTH-FILE ASSIGN TO "OPRAUTH"
003820         ORGANIZATION IS INDEXED
003825         ACCESS MODE IS DYNAMIC
003830         RECORD KEY IS OPR-AUTH-KEY
003835         FILE STATUS IS WS-OPRAUTH-STATUS.
003840
003845     SELECT AUTH-VIOL-FILE ASSIGN TO "AUTHVIOL"
003850         ORGANIZATION IS LINE SEQUENTIAL
003855         FILE STATUS IS WS-AUTHVIOL-STATUS.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  SUSPENSE-FILE
005810     05  FILLER                  PIC X(01).
005820     05  CARD-TIME               PIC X(08).
005900     05  FILLER                  PIC X(51).
005910
005920 FD  OPR-AUTH-FILE
005930     LABEL RECORDS ARE STANDARD.
005940 COPY OPRAUTRC.
005950
005960 FD  AUTH-VIOL-FILE
005970     LABEL RECORDS ARE STANDARD.
005980 01  AUTH-VIOL-RECORD            PIC X(80).
006000
006100 WORKING-STORAGE SECTION.
006200 01  WS-FILE-STATUSES.
006300     05  WS-SUSP-STATUS          PIC X(02) VALUE "00".
006400     05  WS-NEW-STATUS           PIC X(02) VALUE "00".
006500     05  WS-CARD-STATUS          PIC X(02) VALUE "00".
006510     05  WS-OPRAUTH-STATUS       PIC X(02) VALUE "00".
006520     05  WS-AUTHVIOL-STATUS      PIC X(02) VALUE "00".
006600
006700 01  WS-PROGRAM-SWITCHES.
006800     05  WS-RUN-OK-SWITCH        PIC X(01) VALUE "N".
007500     05  WS-CARD-FOUND-SWITCH    PIC X(01) VALUE "N".
007600         88  WS-CARD-FOUND                 VALUE "Y".
007700         88  WS-CARD-NOT-FOUND             VALUE "N".
007710     05  WS-AUTH-SWITCH          PIC X(01) VALUE "N".
007720         88  WS-AUTH-GRANTED               VALUE "Y".
007730         88  WS-AUTH-REFUSED               VALUE "N".
007800
007900 01  WS-COUNTERS.
008000     05  WS-CARDS-READ           PIC 9(05) COMP VALUE ZERO.
008200     05  WS-ITEMS-READ           PIC 9(09) COMP VALUE ZERO.
008300     05  WS-ITEMS-MARKED         PIC 9(09) COMP VALUE ZERO.
008400     05  WS-ITEMS-ALREADY-DONE   PIC 9(09) COMP VALUE ZERO.
008410     05  WS-CARDS-REFUSED        PIC 9(05) COMP VALUE ZERO.
008500
008600 01  WS-CARD-TABLE.
008700     05  WS-CARD-USED            PIC 9(03) COMP VALUE ZERO.
009200         10  WS-CARD-USED-FLAG   PIC X(01).
009300 01  WS-CARD-SUB                 PIC 9(03) COMP.
009400 01  WS-CARD-HIT-SUB             PIC 9(03) COMP.
009410
009420 01  WS-RUN-DATE-EDIT            PIC 9(08).
009430 01  WS-RUN-TIME-RAW.
009440     05  WS-RUN-HH               PIC 9(02).
009450     05  WS-RUN-MIN              PIC 9(02).
009460     05  WS-RUN-SS               PIC 9(02).
009470     05  WS-RUN-HS               PIC 9(02).
009480 01  WS-RUN-TIME-DISPLAY.
009490     05  WS-RTD-HH               PIC 9(02).
009500     05  FILLER                  PIC X(01) VALUE ":".
009510     05  WS-RTD-MIN              PIC 9(02).
009520     05  FILLER                  PIC X(01) VALUE ":".
009530     05  WS-RTD-SS               PIC 9(02).
009540 01  WS-USER-ID                  PIC X(08) VALUE SPACES.
009550
009560 01  WS-WRITE-OFF-DETAIL.
009570     05  FILLER                  PIC X(10) VALUE "WRITE-OFF ".
009580     05  WS-WOD-DATE             PIC X(08).
009590     05  FILLER                  PIC X(01) VALUE "/".
009591     05  WS-WOD-RECNO            PIC X(09).
009592     05  FILLER                  PIC X(04) VALUE SPACES.
009593
009594 COPY AUTHVLRC.
009595
009600 PROCEDURE DIVISION.
009700 0000-MAINLINE.
009800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010500
010600 1000-INITIALIZE.
010700     SET WS-RUN-NOT-OK TO TRUE.
010710     ACCEPT WS-RUN-DATE-EDIT FROM DATE YYYYMMDD.
010720     ACCEPT WS-RUN-TIME-RAW FROM TIME.
010730     MOVE WS-RUN-HH  TO WS-RTD-HH.
010740     MOVE WS-RUN-MIN TO WS-RTD-MIN.
010750     MOVE WS-RUN-SS  TO WS-RTD-SS.
010760     ACCEPT WS-USER-ID FROM ENVIRONMENT "USER".
010770     IF WS-USER-ID = SPACES
010780         MOVE "UNKNOWN " TO WS-USER-ID
010790     END-IF.
010791     PERFORM 8900-CHECK-AUTHORITY THRU 8900-EXIT.
010792     IF WS-AUTH-REFUSED
010793         DISPLAY "*** USER " WS-USER-ID " - " WS-AVL-DETAIL
010794             " - WRITE-OFF CARDS WILL BE REFUSED ***"
010795     END-IF.
010800     PERFORM 2000-LOAD-DISP-CARDS THRU 2000-EXIT.
010900     IF WS-CARD-USED = ZERO
011000         DISPLAY "*** NO USABLE SUSPDISP CARDS - "
015700             " MALFORMED - IGNORED ***"
015800         GO TO 2100-EXIT
015900     END-IF.
015910     IF CARD-WRITE-OFF AND WS-AUTH-REFUSED
015920         ADD 1 TO WS-CARDS-REFUSED
015930         MOVE CARD-DATE  TO WS-WOD-DATE
015940         MOVE CARD-RECNO TO WS-WOD-RECNO
015950         MOVE WS-WRITE-OFF-DETAIL TO WS-AVL-DETAIL
015960         PERFORM 8950-LOG-VIOLATION THRU 8950-EXIT
015970         GO TO 2100-EXIT
015980     END-IF.
016000     IF WS-CARD-USED < 200
016100         ADD 1 TO WS-CARD-USED
016200         MOVE CARD-ACTION TO WS-CARD-ACTION(WS-CARD-USED)
024600     END-IF.
024700 7100-EXIT.
024800     EXIT.
024901
024902 8900-CHECK-AUTHORITY.
024903     SET WS-AUTH-REFUSED TO TRUE.
024904     OPEN INPUT OPR-AUTH-FILE.
024905     IF WS-OPRAUTH-STATUS NOT = "00"
024906         MOVE "AUTHORIZATION MASTER UNAVAILABLE"
024907             TO WS-AVL-DETAIL
024908         GO TO 8900-EXIT
024909     END-IF.
024910     MOVE WS-USER-ID TO OPR-AUTH-USER.
024911     READ OPR-AUTH-FILE
024912         INVALID KEY
024913             MOVE "USER NOT ON AUTHORIZATION MASTER"
024914                 TO WS-AVL-DETAIL
024915         NOT INVALID KEY
024916             IF OPR-MAY-WRITE-OFF
024917                 SET WS-AUTH-GRANTED TO TRUE
024918             ELSE
024919                 MOVE "NOT AUTHORIZED TO WRITE OFF"
024920                     TO WS-AVL-DETAIL
024921             END-IF
024922     END-READ.
024923     CLOSE OPR-AUTH-FILE.
024924 8900-EXIT.
024925     EXIT.
024926
024927 8950-LOG-VIOLATION.
024928     MOVE WS-RUN-DATE-EDIT    TO WS-AVL-DATE.
024929     MOVE WS-RUN-TIME-DISPLAY TO WS-AVL-TIME.
024930     MOVE WS-USER-ID          TO WS-AVL-USER.
024931     MOVE "SUSPMNT"           TO WS-AVL-PROGRAM.
024932     MOVE "WRITEOFF"          TO WS-AVL-FUNCTION.
024933     OPEN EXTEND AUTH-VIOL-FILE.
024934     IF WS-AUTHVIOL-STATUS NOT = "00"
024935         OPEN OUTPUT AUTH-VIOL-FILE
024936     END-IF.
024937     IF WS-AUTHVIOL-STATUS NOT = "00"
024938         DISPLAY "*** UNABLE TO OPEN AUTHVIOL - STATUS "
024939             WS-AUTHVIOL-STATUS " ***"
024940         GO TO 8950-EXIT
024941     END-IF.
024942     WRITE AUTH-VIOL-RECORD FROM WS-AUTH-VIOL-LINE.
024943     CLOSE AUTH-VIOL-FILE.
024944     DISPLAY "*** AUTHORIZATION VIOLATION LOGGED - "
024945         WS-AVL-USER " " WS-AVL-DETAIL " ***".
024946 8950-EXIT.
024947     EXIT.
024948
025000 9000-TERMINATE.
025100     CLOSE SUSPENSE-FILE.
025200     CLOSE SUSP-NEW-FILE.
025400     DISPLAY "  CARDS READ     = " WS-CARDS-READ.
025500     DISPLAY "  ITEMS READ     = " WS-ITEMS-READ.
025600     DISPLAY "  ITEMS MARKED   = " WS-ITEMS-MARKED.
025610     DISPLAY "  CARDS REFUSED  = " WS-CARDS-REFUSED.
025700     DISPLAY "  SWAP SUSPNEW IN FOR SUSPENSE AFTER A "
025800         "CLEAN RUN".
025900 9000-EXIT.
