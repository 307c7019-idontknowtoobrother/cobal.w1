000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AUTHMNT.
000300 AUTHOR. J B HARTLEY.
000400 INSTALLATION. GENERAL ACCOUNTING - BATCH CONTROL.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*-------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*-------------------------------------------------------------*
001000* 2026-10-15 JBH  NEW PROGRAM.  LOADS AND MAINTAINS THE       *
001100*                 OPRAUTH OPERATOR AUTHORIZATION MASTER FROM  *
001200*                 THE AUTHTXN CARD FILE - "A" ADDS A USER,    *
001300*                 "C" REPLACES A USER'S FLAGS AND NAME, "D"   *
001400*                 DELETES A USER.  THE RUNNING USER MUST HOLD *
001500*                 THE SECURITY FLAG, EXCEPT FOR THE INITIAL   *
001600*                 LOAD OF AN EMPTY MASTER, AND MAY NEVER      *
001700*                 CHANGE THEIR OWN ENTRY ONCE THE MASTER IS   *
001800*                 LOADED.  REFUSALS ARE LOGGED TO AUTHVIOL;   *
001900*                 EVERY ACTION APPLIED IS APPENDED TO THE     *
002000*                 AUTHCHG CHANGE LOG WITH THE OLD AND NEW     *
002100*                 FLAGS, THE SAME AS ACCTCHG.                 *
002200*-------------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER. IBM-370.
002600 OBJECT-COMPUTER. IBM-370.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT OPR-AUTH-FILE ASSIGN TO "OPRAUTH"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS OPR-AUTH-KEY
003300         FILE STATUS IS WS-OPRAUTH-STATUS.
003400
003500     SELECT AUTH-TXN-FILE ASSIGN TO "AUTHTXN"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-TXN-STATUS.
003800
003900     SELECT AUTH-CHG-FILE ASSIGN TO "AUTHCHG"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-CHG-STATUS.
004200
004300     SELECT AUTH-VIOL-FILE ASSIGN TO "AUTHVIOL"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-AUTHVIOL-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  OPR-AUTH-FILE
004900     LABEL RECORDS ARE STANDARD.
005000 COPY OPRAUTRC.
005100
005200 FD  AUTH-TXN-FILE
005300     LABEL RECORDS ARE STANDARD.
005400 01  AUTH-TXN-RECORD.
005500     05  TXN-ACTION              PIC X(01).
005600         88  TXN-IS-ADD                    VALUE "A".
005700         88  TXN-IS-CHANGE                 VALUE "C".
005800         88  TXN-IS-DELETE                 VALUE "D".
005900     05  FILLER                  PIC X(01).
006000     05  TXN-USER                PIC X(08).
006100     05  FILLER                  PIC X(01).
006200     05  TXN-FLAGS.
006300         10  TXN-FLAG            PIC X(01) OCCURS 7 TIMES.
006400     05  FILLER                  PIC X(01).
006500     05  TXN-NAME                PIC X(30).
006600     05  FILLER                  PIC X(31).
006700
006800 FD  AUTH-CHG-FILE
006900     LABEL RECORDS ARE STANDARD.
007000 01  AUTH-CHG-RECORD             PIC X(80).
007100
007200 FD  AUTH-VIOL-FILE
007300     LABEL RECORDS ARE STANDARD.
007400 01  AUTH-VIOL-RECORD            PIC X(80).
007500
007600 WORKING-STORAGE SECTION.
007700 01  WS-FILE-STATUSES.
007800     05  WS-OPRAUTH-STATUS       PIC X(02) VALUE "00".
007900     05  WS-TXN-STATUS           PIC X(02) VALUE "00".
008000     05  WS-CHG-STATUS           PIC X(02) VALUE "00".
008100     05  WS-AUTHVIOL-STATUS      PIC X(02) VALUE "00".
008200
008300 01  WS-PROGRAM-SWITCHES.
008400     05  WS-RUN-OK-SWITCH        PIC X(01) VALUE "N".
008500         88  WS-RUN-OK                     VALUE "Y".
008600         88  WS-RUN-NOT-OK                 VALUE "N".
008700     05  WS-TXN-EOF-SWITCH       PIC X(01) VALUE "N".
008800         88  WS-TXN-AT-EOF                 VALUE "Y".
008900     05  WS-TXN-BAD-SWITCH       PIC X(01) VALUE "N".
009000         88  WS-TXN-IS-BAD                 VALUE "Y".
009100         88  WS-TXN-IS-GOOD                VALUE "N".
009200     05  WS-INITIAL-LOAD-SWITCH  PIC X(01) VALUE "N".
009300         88  WS-INITIAL-LOAD               VALUE "Y".
009400         88  WS-NOT-INITIAL-LOAD           VALUE "N".
009500     05  WS-AUTH-SWITCH          PIC X(01) VALUE "N".
009600         88  WS-AUTH-GRANTED               VALUE "Y".
009700         88  WS-AUTH-REFUSED               VALUE "N".
009800
009900 01  WS-COUNTERS.
010000     05  WS-TXNS-READ            PIC 9(05) COMP VALUE ZERO.
010100     05  WS-TXNS-APPLIED         PIC 9(05) COMP VALUE ZERO.
010200     05  WS-TXNS-REJECTED        PIC 9(05) COMP VALUE ZERO.
010300     05  WS-FLAG-IX              PIC 9(02) COMP VALUE ZERO.
010400
010500 01  WS-OLD-FLAGS                PIC X(07) VALUE SPACES.
010600
010700 01  WS-RUN-DATE-EDIT            PIC 9(08).
010800 01  WS-RUN-TIME-RAW.
010900     05  WS-RUN-HH               PIC 9(02).
011000     05  WS-RUN-MIN              PIC 9(02).
011100     05  WS-RUN-SS               PIC 9(02).
011200     05  WS-RUN-HS               PIC 9(02).
011300 01  WS-RUN-TIME-DISPLAY.
011400     05  WS-RTD-HH               PIC 9(02).
011500     05  FILLER                  PIC X(01) VALUE ":".
011600     05  WS-RTD-MIN              PIC 9(02).
011700     05  FILLER                  PIC X(01) VALUE ":".
011800     05  WS-RTD-SS               PIC 9(02).
011900 01  WS-USER-ID                  PIC X(08) VALUE SPACES.
012000
012100 01  WS-CHG-LINE.
012200     05  WS-CHG-DATE             PIC 9(08).
012300     05  FILLER                  PIC X(01) VALUE SPACES.
012400     05  WS-CHG-TIME             PIC X(08).
012500     05  FILLER                  PIC X(01) VALUE SPACES.
012600     05  WS-CHG-USER             PIC X(08).
012700     05  FILLER                  PIC X(01) VALUE SPACES.
012800     05  WS-CHG-ACTION           PIC X(06).
012900     05  FILLER                  PIC X(01) VALUE SPACES.
013000     05  WS-CHG-TARGET           PIC X(08).
013100     05  FILLER                  PIC X(01) VALUE SPACES.
013200     05  WS-CHG-OLD-FLAGS        PIC X(07).
013300     05  FILLER                  PIC X(01) VALUE SPACES.
013400     05  WS-CHG-NEW-FLAGS        PIC X(07).
013500     05  FILLER                  PIC X(22) VALUE SPACES.
013600
013700 COPY AUTHVLRC.
013800
013900 PROCEDURE DIVISION.
014000 0000-MAINLINE.
014100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014200     IF WS-RUN-OK
014300         PERFORM 5000-APPLY-TRANSACTIONS THRU 5000-EXIT
014400         PERFORM 9000-TERMINATE THRU 9000-EXIT
014500     END-IF.
014600     STOP RUN.
014700
014800 1000-INITIALIZE.
014900     SET WS-RUN-NOT-OK TO TRUE.
015000     ACCEPT WS-RUN-DATE-EDIT FROM DATE YYYYMMDD.
015100     ACCEPT WS-RUN-TIME-RAW FROM TIME.
015200     MOVE WS-RUN-HH  TO WS-RTD-HH.
015300     MOVE WS-RUN-MIN TO WS-RTD-MIN.
015400     MOVE WS-RUN-SS  TO WS-RTD-SS.
015500     ACCEPT WS-USER-ID FROM ENVIRONMENT "USER".
015600     IF WS-USER-ID = SPACES
015700         MOVE "UNKNOWN " TO WS-USER-ID
015800     END-IF.
015900     OPEN INPUT AUTH-TXN-FILE.
016000     IF WS-TXN-STATUS NOT = "00"
016100         DISPLAY "*** NO AUTHTXN TRANSACTION FILE - STATUS "
016200             WS-TXN-STATUS " - NOTHING MAINTAINED ***"
016300         GO TO 1000-EXIT
016400     END-IF.
016500     OPEN I-O OPR-AUTH-FILE.
016600     EVALUATE WS-OPRAUTH-STATUS
016700         WHEN "00"
016800             CONTINUE
016900         WHEN "35"
017000             OPEN OUTPUT OPR-AUTH-FILE
017100             CLOSE OPR-AUTH-FILE
017200             OPEN I-O OPR-AUTH-FILE
017300         WHEN OTHER
017400             DISPLAY "*** UNABLE TO OPEN AUTHORIZATION MASTER - "
017500                 "STATUS " WS-OPRAUTH-STATUS
017600                 " - NOTHING MAINTAINED ***"
017700             CLOSE AUTH-TXN-FILE
017800             GO TO 1000-EXIT
017900     END-EVALUATE.
018000     PERFORM 1100-CHECK-SECURITY THRU 1100-EXIT.
018100     IF WS-AUTH-REFUSED
018200         PERFORM 8950-LOG-VIOLATION THRU 8950-EXIT
018300         DISPLAY "*** USER " WS-USER-ID
018400             " NOT AUTHORIZED TO MAINTAIN OPRAUTH - "
018500             "NOTHING MAINTAINED ***"
018600         CLOSE AUTH-TXN-FILE
018700         CLOSE OPR-AUTH-FILE
018800         GO TO 1000-EXIT
018900     END-IF.
019000     OPEN EXTEND AUTH-CHG-FILE.
019100     IF WS-CHG-STATUS NOT = "00"
019200         OPEN OUTPUT AUTH-CHG-FILE
019300     END-IF.
019400     IF WS-CHG-STATUS NOT = "00"
019500         DISPLAY "*** UNABLE TO OPEN CHANGE LOG - STATUS "
019600             WS-CHG-STATUS " - NOTHING MAINTAINED ***"
019700         CLOSE AUTH-TXN-FILE
019800         CLOSE OPR-AUTH-FILE
019900         GO TO 1000-EXIT
020000     END-IF.
020100     SET WS-RUN-OK TO TRUE.
020200 1000-EXIT.
020300     EXIT.
020400
020500*-------------------------------------------------------------*
020600* AN EMPTY MASTER CAN ONLY BE LOADED BY SOMEBODY WHO IS NOT   *
020700* ON IT, SO THE FIRST LOAD IS LET THROUGH AND ANNOUNCED.      *
020800* ONCE ANY USER IS ON FILE, THE RUNNING USER NEEDS THE        *
020900* SECURITY FLAG.                                              *
021000*-------------------------------------------------------------*
021100 1100-CHECK-SECURITY.
021200     SET WS-AUTH-REFUSED TO TRUE.
021300     MOVE LOW-VALUES TO OPR-AUTH-KEY.
021400     START OPR-AUTH-FILE KEY IS NOT LESS THAN OPR-AUTH-KEY
021500         INVALID KEY
021600             SET WS-INITIAL-LOAD TO TRUE
021700     END-START.
021800     IF WS-NOT-INITIAL-LOAD
021900         READ OPR-AUTH-FILE NEXT RECORD
022000             AT END
022100                 SET WS-INITIAL-LOAD TO TRUE
022200         END-READ
022300     END-IF.
022400     IF WS-INITIAL-LOAD
022500         DISPLAY "*** AUTHORIZATION MASTER IS EMPTY - INITIAL "
022600             "LOAD BY " WS-USER-ID " ***"
022700         SET WS-AUTH-GRANTED TO TRUE
022800         GO TO 1100-EXIT
022900     END-IF.
023000     MOVE WS-USER-ID TO OPR-AUTH-USER.
023100     READ OPR-AUTH-FILE
023200         INVALID KEY
023300             MOVE "USER NOT ON AUTHORIZATION MASTER"
023400                 TO WS-AVL-DETAIL
023500         NOT INVALID KEY
023600             IF OPR-MAY-MAINTAIN-AUTH
023700                 SET WS-AUTH-GRANTED TO TRUE
023800             ELSE
023900                 MOVE "NOT AUTHORIZED TO MAINTAIN OPRAUTH"
024000                     TO WS-AVL-DETAIL
024100             END-IF
024200     END-READ.
024300 1100-EXIT.
024400     EXIT.
024500
024600 5000-APPLY-TRANSACTIONS.
024700     PERFORM 5100-READ-TXN THRU 5100-EXIT.
024800     PERFORM 5200-APPLY-ONE-TXN THRU 5200-EXIT
024900         UNTIL WS-TXN-AT-EOF.
025000 5000-EXIT.
025100     EXIT.
025200
025300 5100-READ-TXN.
025400     READ AUTH-TXN-FILE
025500         AT END SET WS-TXN-AT-EOF TO TRUE
025600     END-READ.
025700     IF NOT WS-TXN-AT-EOF
025800         ADD 1 TO WS-TXNS-READ
025900     END-IF.
026000 5100-EXIT.
026100     EXIT.
026200
026300 5200-APPLY-ONE-TXN.
026400     SET WS-TXN-IS-GOOD TO TRUE.
026500     PERFORM 5250-EDIT-TXN THRU 5250-EXIT.
026600     IF WS-TXN-IS-BAD
026700         ADD 1 TO WS-TXNS-REJECTED
026800         GO TO 5200-NEXT
026900     END-IF.
027000     EVALUATE TRUE
027100         WHEN TXN-IS-ADD
027200             PERFORM 5300-ADD-USER THRU 5300-EXIT
027300         WHEN TXN-IS-CHANGE
027400             PERFORM 5400-CHANGE-USER THRU 5400-EXIT
027500         WHEN TXN-IS-DELETE
027600             PERFORM 5500-DELETE-USER THRU 5500-EXIT
027700     END-EVALUATE.
027800 5200-NEXT.
027900     PERFORM 5100-READ-TXN THRU 5100-EXIT.
028000 5200-EXIT.
028100     EXIT.
028200
028300 5250-EDIT-TXN.
028400     IF NOT TXN-IS-ADD AND NOT TXN-IS-CHANGE
028500             AND NOT TXN-IS-DELETE
028600         DISPLAY "*** TXN " WS-TXNS-READ " ACTION INVALID - "
028700             "REJECTED ***"
028800         SET WS-TXN-IS-BAD TO TRUE
028900         GO TO 5250-EXIT
029000     END-IF.
029100     IF TXN-USER = SPACES
029200         DISPLAY "*** TXN " WS-TXNS-READ " USER ID MISSING - "
029300             "REJECTED ***"
029400         SET WS-TXN-IS-BAD TO TRUE
029500         GO TO 5250-EXIT
029600     END-IF.
029700     IF TXN-USER = WS-USER-ID AND WS-NOT-INITIAL-LOAD
029800         DISPLAY "*** TXN " WS-TXNS-READ " USER " WS-USER-ID
029900             " MAY NOT MAINTAIN THEIR OWN ENTRY - REJECTED ***"
030000         MOVE "ATTEMPT TO MAINTAIN OWN ENTRY" TO WS-AVL-DETAIL
030100         PERFORM 8950-LOG-VIOLATION THRU 8950-EXIT
030200         SET WS-TXN-IS-BAD TO TRUE
030300         GO TO 5250-EXIT
030400     END-IF.
030500     IF TXN-IS-DELETE
030600         GO TO 5250-EXIT
030700     END-IF.
030800     MOVE 1 TO WS-FLAG-IX.
030900     PERFORM 5260-EDIT-ONE-FLAG THRU 5260-EXIT
031000         UNTIL WS-FLAG-IX > 7 OR WS-TXN-IS-BAD.
031100 5250-EXIT.
031200     EXIT.
031300
031400 5260-EDIT-ONE-FLAG.
031500     IF TXN-FLAG (WS-FLAG-IX) NOT = "Y"
031600             AND TXN-FLAG (WS-FLAG-IX) NOT = "N"
031700         DISPLAY "*** TXN " WS-TXNS-READ " FLAG " WS-FLAG-IX
031800             " NOT Y OR N - REJECTED ***"
031900         SET WS-TXN-IS-BAD TO TRUE
032000     END-IF.
032100     ADD 1 TO WS-FLAG-IX.
032200 5260-EXIT.
032300     EXIT.
032400
032500 5300-ADD-USER.
032600     MOVE TXN-USER TO OPR-AUTH-USER.
032700     READ OPR-AUTH-FILE
032800         INVALID KEY
032900             CONTINUE
033000         NOT INVALID KEY
033100             DISPLAY "*** USER " TXN-USER
033200                 " ALREADY ON THE MASTER - ADD REJECTED ***"
033300             ADD 1 TO WS-TXNS-REJECTED
033400             GO TO 5300-EXIT
033500     END-READ.
033600     MOVE SPACES           TO OPR-AUTH-RECORD.
033700     MOVE TXN-USER         TO OPR-AUTH-USER.
033800     MOVE TXN-NAME         TO OPR-AUTH-NAME.
033900     MOVE TXN-FLAGS        TO OPR-AUTH-FLAGS.
034000     MOVE WS-RUN-DATE-EDIT TO OPR-AUTH-CHANGE-DATE.
034100     MOVE WS-USER-ID       TO OPR-AUTH-CHANGE-USER.
034200     WRITE OPR-AUTH-RECORD
034300         INVALID KEY
034400             DISPLAY "*** USER " TXN-USER " WRITE FAILED - "
034500                 "STATUS " WS-OPRAUTH-STATUS " ***"
034600             ADD 1 TO WS-TXNS-REJECTED
034700             GO TO 5300-EXIT
034800     END-WRITE.
034900     ADD 1 TO WS-TXNS-APPLIED.
035000     MOVE SPACES TO WS-OLD-FLAGS.
035100     MOVE "ADD"  TO WS-CHG-ACTION.
035200     PERFORM 8000-WRITE-CHANGE-LOG THRU 8000-EXIT.
035300 5300-EXIT.
035400     EXIT.
035500
035600 5400-CHANGE-USER.
035700     MOVE TXN-USER TO OPR-AUTH-USER.
035800     READ OPR-AUTH-FILE
035900         INVALID KEY
036000             DISPLAY "*** USER " TXN-USER
036100                 " NOT ON THE MASTER - CHANGE REJECTED ***"
036200             ADD 1 TO WS-TXNS-REJECTED
036300             GO TO 5400-EXIT
036400     END-READ.
036500     MOVE OPR-AUTH-FLAGS   TO WS-OLD-FLAGS.
036600     MOVE TXN-FLAGS        TO OPR-AUTH-FLAGS.
036700     IF TXN-NAME NOT = SPACES
036800         MOVE TXN-NAME     TO OPR-AUTH-NAME
036900     END-IF.
037000     MOVE WS-RUN-DATE-EDIT TO OPR-AUTH-CHANGE-DATE.
037100     MOVE WS-USER-ID       TO OPR-AUTH-CHANGE-USER.
037200     REWRITE OPR-AUTH-RECORD.
037300     IF WS-OPRAUTH-STATUS NOT = "00"
037400         DISPLAY "*** CHANGE REWRITE FAILED - STATUS "
037500             WS-OPRAUTH-STATUS " ON " TXN-USER " ***"
037600         ADD 1 TO WS-TXNS-REJECTED
037700         GO TO 5400-EXIT
037800     END-IF.
037900     ADD 1 TO WS-TXNS-APPLIED.
038000     MOVE "CHANGE" TO WS-CHG-ACTION.
038100     PERFORM 8000-WRITE-CHANGE-LOG THRU 8000-EXIT.
038200 5400-EXIT.
038300     EXIT.
038400
038500 5500-DELETE-USER.
038600     MOVE TXN-USER TO OPR-AUTH-USER.
038700     READ OPR-AUTH-FILE
038800         INVALID KEY
038900             DISPLAY "*** USER " TXN-USER
039000                 " NOT ON THE MASTER - DELETE REJECTED ***"
039100             ADD 1 TO WS-TXNS-REJECTED
039200             GO TO 5500-EXIT
039300     END-READ.
039400     MOVE OPR-AUTH-FLAGS TO WS-OLD-FLAGS.
039500     DELETE OPR-AUTH-FILE RECORD.
039600     IF WS-OPRAUTH-STATUS NOT = "00"
039700         DISPLAY "*** DELETE FAILED - STATUS "
039800             WS-OPRAUTH-STATUS " ON " TXN-USER " ***"
039900         ADD 1 TO WS-TXNS-REJECTED
040000         GO TO 5500-EXIT
040100     END-IF.
040200     ADD 1 TO WS-TXNS-APPLIED.
040300     MOVE SPACES   TO OPR-AUTH-FLAGS.
040400     MOVE "DELETE" TO WS-CHG-ACTION.
040500     PERFORM 8000-WRITE-CHANGE-LOG THRU 8000-EXIT.
040600 5500-EXIT.
040700     EXIT.
040800
040900 8000-WRITE-CHANGE-LOG.
041000     MOVE WS-RUN-DATE-EDIT     TO WS-CHG-DATE.
041100     MOVE WS-RUN-TIME-DISPLAY  TO WS-CHG-TIME.
041200     MOVE WS-USER-ID           TO WS-CHG-USER.
041300     MOVE TXN-USER             TO WS-CHG-TARGET.
041400     MOVE WS-OLD-FLAGS         TO WS-CHG-OLD-FLAGS.
041500     MOVE OPR-AUTH-FLAGS       TO WS-CHG-NEW-FLAGS.
041600     WRITE AUTH-CHG-RECORD FROM WS-CHG-LINE.
041700 8000-EXIT.
041800     EXIT.
041900
042000 8950-LOG-VIOLATION.
042100     MOVE WS-RUN-DATE-EDIT    TO WS-AVL-DATE.
042200     MOVE WS-RUN-TIME-DISPLAY TO WS-AVL-TIME.
042300     MOVE WS-USER-ID          TO WS-AVL-USER.
042400     MOVE "AUTHMNT"           TO WS-AVL-PROGRAM.
042500     MOVE "AUTHMNT"           TO WS-AVL-FUNCTION.
042600     OPEN EXTEND AUTH-VIOL-FILE.
042700     IF WS-AUTHVIOL-STATUS NOT = "00"
042800         OPEN OUTPUT AUTH-VIOL-FILE
042900     END-IF.
043000     IF WS-AUTHVIOL-STATUS NOT = "00"
043100         DISPLAY "*** UNABLE TO OPEN AUTHVIOL - STATUS "
043200             WS-AUTHVIOL-STATUS " ***"
043300         GO TO 8950-EXIT
043400     END-IF.
043500     WRITE AUTH-VIOL-RECORD FROM WS-AUTH-VIOL-LINE.
043600     CLOSE AUTH-VIOL-FILE.
043700     DISPLAY "*** AUTHORIZATION VIOLATION LOGGED - "
043800         WS-AVL-USER " " WS-AVL-DETAIL " ***".
043900 8950-EXIT.
044000     EXIT.
044100
044200 9000-TERMINATE.
044300     CLOSE AUTH-TXN-FILE.
044400     CLOSE OPR-AUTH-FILE.
044500     CLOSE AUTH-CHG-FILE.
044600     DISPLAY "AUTHORIZATION MAINTENANCE COMPLETE".
044700     DISPLAY "  TRANSACTIONS READ    = " WS-TXNS-READ.
044800     DISPLAY "  TRANSACTIONS APPLIED = " WS-TXNS-APPLIED.
044900     DISPLAY "  TRANSACTIONS REJECTED= " WS-TXNS-REJECTED.
045000 9000-EXIT.
045100     EXIT.
045200
045300 END PROGRAM AUTHMNT.
