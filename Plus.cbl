015844*                 MORNING RECONCILIATION AND THE AUDIT        *
015845*                 INQUIRY START AT THEIR DATE INSTEAD OF      *
015846*                 SCANNING FROM THE TOP.                      *
015847* 2026-10-15 JBH  THE TRANSIN HEADER, DETAIL, AND TRAILER     *
015848*                 LAYOUTS NOW LIVE IN THE TRANSINR COPYBOOK   *
015849*                 SHARED WITH THE NEW STDJRNL STANDING ENTRY  *
015850*                 GENERATOR.                                  *
015851* 2026-10-15 JBH  EVERY BATCH ACCEPTED (BALANCED TO ITS OWN   *
015852*                 TRAILER) IS NOW ENTERED ON THE BATREG KEYED *
015853*                 REGISTER WITH ITS DEPARTMENT, BUSINESS      *
015854*                 DATE, COUNT, AND HASH.  BEFORE ANYTHING     *
015855*                 POSTS, TRANSIN IS SCREENED AGAINST THE      *
015857*                 REGISTER AND AGAINST ITSELF - A BATCH WHOSE *
015858*                 ID, OR WHOSE DEPARTMENT/DATE/COUNT/HASH,    *
015859*                 WAS ALREADY ACCEPTED IS HELD WHOLE TO       *
015860*                 SUSPENSE (REASON "DB"), AND A DETAIL        *
015861*                 IDENTICAL TO ONE ALREADY POSTED IN THE SAME *
015862*                 BATCH GOES TO SUSPENSE AS A SUSPECTED       *
015863*                 DUPLICATE (REASON "DD").  A LEGITIMATE      *
015864*                 RESEND IS RELEASED BY BATCH ID WITH A       *
015865*                 SUPERVISOR ID ON THE PARMCARD, IN THE       *
015866*                 NIGHTLY RUN OR A RESUBMISSION OF THE HELD   *
015867*                 ITEMS; EVERY RELEASE IS LOGGED TO BATRLOG   *
015868*                 AND THE RUN LOG STATUS READS "RELEASED", OR *
015869*                 "DUP-HELD" WHEN A BATCH WAS HELD.           *
015870* 2026-10-15 JBH  POSTING NOW REQUIRES THE RUNNING USER TO    *
015871*                 HOLD THE POST FLAG ON THE OPRAUTH OPERATOR  *
015872*                 AUTHORIZATION MASTER.  AN UNAUTHORIZED RUN  *
015873*                 POSTS NOTHING, LOGS THE ATTEMPT TO AUTHVIOL *
015874*                 AND WRITES A RUN LOG STATUS OF "REFUSED".   *
015878* 2026-10-15 JBH  EVERY BATCH OUTCOME (BALANCED, OUT OF        *
015882*                 BALANCE, NO TRAILER, DUPLICATE HELD, ...)   *
015886*                 IS NOW APPENDED TO THE BATHIST HISTORY FILE *
015890*                 WITH ITS DEPARTMENT FOR THE MONTHLY         *
015894*                 DEPARTMENT STATEMENT.                       *
015899*-------------------------------------------------------------*
015900 ENVIRONMENT DIVISION.
016000 CONFIGURATION SECTION.
016100 SOURCE-COMPUTER. IBM-370.
021233         ORGANIZATION IS LINE SEQUENTIAL
021234         FILE STATUS IS WS-RUNLOG-STATUS.
021240
021241     SELECT BATCH-REG-FILE ASSIGN TO "BATREG"
021242         ORGANIZATION IS INDEXED
021243         ACCESS MODE IS DYNAMIC
021244         RECORD KEY IS BRG-KEY
021245         FILE STATUS IS WS-BATREG-STATUS.
021246
021247     SELECT BATCH-REL-LOG-FILE ASSIGN TO "BATRLOG"
021248         ORGANIZATION IS LINE SEQUENTIAL
021249         FILE STATUS IS WS-BATRLOG-STATUS.
021250
021252     SELECT OPR-AUTH-FILE ASSIGN TO "OPRAUTH"
021253         ORGANIZATION IS INDEXED
021254         ACCESS MODE IS DYNAMIC
021255         RECORD KEY IS OPR-AUTH-KEY
021256         FILE STATUS IS WS-OPRAUTH-STATUS.
021257
021258     SELECT AUTH-VIOL-FILE ASSIGN TO "AUTHVIOL"
021259         ORGANIZATION IS LINE SEQUENTIAL
021260         FILE STATUS IS WS-AUTHVIOL-STATUS.
021261
021266     SELECT BATCH-HIST-FILE ASSIGN TO "BATHIST"
021271         ORGANIZATION IS LINE SEQUENTIAL
021276         FILE STATUS IS WS-BATHIST-STATUS.
021280
021300     SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMST"
021400         ORGANIZATION IS INDEXED
021410         ACCESS MODE IS DYNAMIC
021700 FILE SECTION.
021800 FD  TRANS-FILE
021900     LABEL RECORDS ARE STANDARD.
022000 COPY TRANSINR.
023100
023200 FD  RESULT-FILE
023300     LABEL RECORDS ARE STANDARD.
026500 01  PARM-CARD-RECORD.
026600     05  PARM-MODE               PIC X(01).
026700     05  PARM-RUN-OPTION         PIC X(01).
026710     05  FILLER                  PIC X(01).
026720     05  PARM-RELEASE-BATCH      PIC X(06).
026730     05  FILLER                  PIC X(01).
026740     05  PARM-RELEASE-USER       PIC X(08).
026800     05  FILLER                  PIC X(62).
026900
027000 FD  SUSPENSE-FILE
027100     LABEL RECORDS ARE STANDARD.
028660 FD  RUN-LOG-FILE
028670     LABEL RECORDS ARE STANDARD.
028680 01  RUN-LOG-RECORD              PIC X(80).
028681
028682 FD  BATCH-REG-FILE
028683     LABEL RECORDS ARE STANDARD.
028684 COPY BATREGRC.
028685
028686 FD  BATCH-REL-LOG-FILE
028687     LABEL RECORDS ARE STANDARD.
028688 01  BATCH-REL-LOG-RECORD        PIC X(80).
028689
028690 FD  OPR-AUTH-FILE
028691     LABEL RECORDS ARE STANDARD.
028692 COPY OPRAUTRC.
028693
028694 FD  AUTH-VIOL-FILE
028695     LABEL RECORDS ARE STANDARD.
028696 01  AUTH-VIOL-RECORD            PIC X(80).
028698
028701 FD  BATCH-HIST-FILE
028706     LABEL RECORDS ARE STANDARD.
028711 COPY BATHSTRC.
029100
029200 WORKING-STORAGE SECTION.
029300 01  WS-FILE-STATUSES.
030600     05  WS-ACCT-STATUS          PIC X(02) VALUE "00".
030610     05  WS-CLOSEDMO-STATUS      PIC X(02) VALUE "00".
030620     05  WS-RUNLOG-STATUS        PIC X(02) VALUE "00".
030630     05  WS-BATREG-STATUS        PIC X(02) VALUE "00".
030640     05  WS-BATRLOG-STATUS       PIC X(02) VALUE "00".
030641     05  WS-OPRAUTH-STATUS       PIC X(02) VALUE "00".
030642     05  WS-AUTHVIOL-STATUS      PIC X(02) VALUE "00".
030647     05  WS-BATHIST-STATUS       PIC X(02) VALUE "00".
030700
030800 01  WS-PROGRAM-SWITCHES.
030900     05  WS-TRANS-EOF-SWITCH     PIC X(01) VALUE "N".
035020     05  WS-RPTCTL-FILE-SWITCH   PIC X(01) VALUE "Y".
035030         88  WS-RPTCTL-AVAILABLE           VALUE "Y".
035040         88  WS-RPTCTL-UNAVAILABLE         VALUE "N".
035041     05  WS-BATREG-FILE-SWITCH   PIC X(01) VALUE "N".
035042         88  WS-BATREG-AVAILABLE           VALUE "Y".
035043         88  WS-BATREG-UNAVAILABLE         VALUE "N".
035044     05  WS-BATCH-HELD-SWITCH    PIC X(01) VALUE "N".
035045         88  WS-BATCH-IS-HELD              VALUE "Y".
035046         88  WS-BATCH-NOT-HELD             VALUE "N".
035047     05  WS-BATCH-RELEASED-SW    PIC X(01) VALUE "N".
035048         88  WS-BATCH-IS-RELEASED          VALUE "Y".
035049         88  WS-BATCH-NOT-RELEASED         VALUE "N".
035050     05  WS-RELEASE-APPLIED-SW   PIC X(01) VALUE "N".
035051         88  WS-RELEASE-WAS-APPLIED        VALUE "Y".
035052     05  WS-RELEASE-LOGGED-SW    PIC X(01) VALUE "N".
035053         88  WS-RELEASE-LOGGED             VALUE "Y".
035054         88  WS-RELEASE-NOT-LOGGED         VALUE "N".
035055     05  WS-REL-LOG-SWITCH       PIC X(01) VALUE "N".
035056         88  WS-REL-LOG-WRITTEN            VALUE "Y".
035057         88  WS-REL-LOG-FAILED             VALUE "N".
035058     05  WS-AUTH-SWITCH          PIC X(01) VALUE "N".
035059         88  WS-AUTH-GRANTED               VALUE "Y".
035060         88  WS-AUTH-REFUSED               VALUE "N".
035100
035200 01  WS-MODE-SELECTION           PIC 9(01).
035300     88  WS-MODE-INTERACTIVE               VALUE 1.
040030     05  WS-CUR-BATCH-ID         PIC X(06) VALUE SPACES.
040040     05  WS-CUR-DEPARTMENT       PIC X(04) VALUE SPACES.
040050     05  WS-CUR-BUS-DATE         PIC X(08) VALUE SPACES.
040055     05  WS-BATCH-OUTCOME        PIC X(01) VALUE SPACE.
040060     05  WS-BATCH-OPEN-SWITCH    PIC X(01) VALUE "N".
040070         88  WS-BATCH-IS-OPEN              VALUE "Y".
040080         88  WS-BATCH-NOT-OPEN             VALUE "N".
040116         88  WS-PERIOD-IS-OPEN             VALUE "Y".
040117         88  WS-PERIOD-IS-CLOSED           VALUE "N".
040127
040130 01  WS-BATCH-SCREEN.
040131     05  WS-SCR-USED             PIC 9(03) COMP VALUE ZERO.
040132     05  WS-SCR-SUB              PIC 9(03) COMP VALUE ZERO.
040133     05  WS-SCR-CMP-SUB          PIC 9(03) COMP VALUE ZERO.
040134     05  WS-SCR-CUR-SUB          PIC 9(03) COMP VALUE ZERO.
040135     05  WS-SCR-DETAIL-NO        PIC 9(09) COMP VALUE ZERO.
040136     05  WS-BATCHES-HELD         PIC 9(04) COMP VALUE ZERO.
040137     05  WS-SCR-EOF-SWITCH       PIC X(01) VALUE "N".
040138         88  WS-SCR-AT-EOF                 VALUE "Y".
040139         88  WS-SCR-NOT-AT-EOF             VALUE "N".
040140     05  WS-SCR-OPEN-SWITCH      PIC X(01) VALUE "N".
040141         88  WS-SCR-BATCH-OPEN             VALUE "Y".
040142         88  WS-SCR-BATCH-CLOSED           VALUE "N".
040143     05  WS-REG-EOF-SWITCH       PIC X(01) VALUE "N".
040144         88  WS-REG-AT-EOF                 VALUE "Y".
040145         88  WS-REG-NOT-AT-EOF             VALUE "N".
040146     05  WS-SCR-ENTRY OCCURS 200 TIMES.
040147         10  WS-SCR-BATCH-ID     PIC X(06).
040148         10  WS-SCR-DEPARTMENT   PIC X(04).
040149         10  WS-SCR-BUS-DATE     PIC X(08).
040150         10  WS-SCR-COUNT        PIC 9(09).
040151         10  WS-SCR-HASH         PIC S9(13)V99.
040152         10  WS-SCR-LAST-DETAIL  PIC 9(09) COMP.
040153         10  WS-SCR-TRAILER-SW   PIC X(01).
040154             88  WS-SCR-HAS-TRAILER        VALUE "Y".
040155             88  WS-SCR-NO-TRAILER         VALUE "N".
040156         10  WS-SCR-STATE        PIC X(01).
040157             88  WS-SCR-NEW                VALUE " ".
040158             88  WS-SCR-DONE-BEFORE        VALUE "P".
040159             88  WS-SCR-HELD               VALUE "H".
040160             88  WS-SCR-RELEASED           VALUE "R".
040161         10  WS-SCR-MATCH-ID     PIC X(06).
040162
040163 01  WS-RELEASE-BATCH-ID         PIC X(06) VALUE SPACES.
040164 01  WS-RELEASE-USER             PIC X(08) VALUE SPACES.
040165
040166 01  WS-DETAIL-SCREEN.
040167     05  WS-DTL-USED             PIC 9(05) COMP VALUE ZERO.
040168     05  WS-DTL-SUB              PIC 9(05) COMP VALUE ZERO.
040169     05  WS-DTL-FULL-SWITCH      PIC X(01) VALUE "N".
040170         88  WS-DTL-TABLE-FULL             VALUE "Y".
040171         88  WS-DTL-TABLE-ROOM             VALUE "N".
040172     05  WS-DTL-ENTRY            PIC X(33) OCCURS 2000 TIMES.
040173
040174 01  WS-REL-LOG-LINE.
040175     05  WS-RLL-DATE             PIC 9(08).
040176     05  FILLER                  PIC X(01) VALUE SPACES.
040177     05  WS-RLL-TIME             PIC X(08).
040178     05  FILLER                  PIC X(01) VALUE SPACES.
040179     05  WS-RLL-USER             PIC X(08).
040180     05  FILLER                  PIC X(01) VALUE SPACES.
040181     05  WS-RLL-ACTION           PIC X(07) VALUE "RELEASE".
040182     05  FILLER                  PIC X(01) VALUE SPACES.
040183     05  WS-RLL-BATCH-ID         PIC X(06).
040184     05  FILLER                  PIC X(01) VALUE SPACES.
040185     05  WS-RLL-DEPARTMENT       PIC X(04).
040186     05  FILLER                  PIC X(01) VALUE SPACES.
040187     05  WS-RLL-BUS-DATE         PIC X(08).
040188     05  FILLER                  PIC X(01) VALUE SPACES.
040189     05  WS-RLL-SUPERVISOR       PIC X(08).
040190     05  FILLER                  PIC X(01) VALUE SPACES.
040191     05  WS-RLL-SOURCE           PIC X(07).
040192     05  FILLER                  PIC X(01) VALUE SPACES.
040193     05  WS-RLL-MATCH-ID         PIC X(06).
040194     05  FILLER                  PIC X(01) VALUE SPACES.
040195
040200 01  WS-SUSP-REASON              PIC X(02) VALUE SPACES.
040300 01  WS-TRANS-WORK-AREA.
040400     05  WS-WORK-NUM1            PIC S9(07)V99.
044100
044310 COPY RUNLOGRC.
044320
044321 COPY AUTHVLRC.
044322
044330 01  WS-RUN-STATUS-TEXT          PIC X(12) VALUE "COMPLETE".
044340 01  WS-END-TIME-RAW.
044350     05  WS-END-HH               PIC 9(02).
044700 0000-MAINLINE.
044800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
044900     PERFORM 2000-MODE-SELECT THRU 2000-EXIT.
044910     PERFORM 2400-CHECK-POST-AUTHORITY THRU 2400-EXIT.
045000     IF WS-AUTH-GRANTED
045010         EVALUATE TRUE
045100             WHEN WS-MODE-INTERACTIVE
045200                 PERFORM 3000-INTERACTIVE-MODE THRU 3000-EXIT
045300             WHEN WS-MODE-BATCH
045400                 PERFORM 5000-BATCH-MODE THRU 5000-EXIT
045500             WHEN WS-MODE-ACCUMULATOR
045600                 PERFORM 4000-ACCUMULATOR-MODE THRU 4000-EXIT
045700         END-EVALUATE
045710     END-IF.
045800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
045900     STOP RUN.
046000
055500             DISPLAY "*** PARMCARD RUN OPTION INVALID - "
055600                 "OPTION IGNORED ***"
055700     END-EVALUATE.
055710     IF PARM-RELEASE-BATCH NOT = SPACES AND WS-MODE-BATCH
055720         IF PARM-RELEASE-USER = SPACES
055730             DISPLAY "*** RELEASE WITHOUT SUPERVISOR ID - "
055740                 "RELEASE IGNORED ***"
055750         ELSE
055760             MOVE PARM-RELEASE-BATCH TO WS-RELEASE-BATCH-ID
055770             MOVE PARM-RELEASE-USER  TO WS-RELEASE-USER
055780             DISPLAY "DUPLICATE HOLD ON BATCH "
055790                 WS-RELEASE-BATCH-ID " TO BE RELEASED BY "
055791                 WS-RELEASE-USER
055792         END-IF
055793     END-IF.
055800 2060-EXIT.
055900     EXIT.
056000
059200     END-IF.
059300 2250-EXIT.
059400     EXIT.
059410
059415 2400-CHECK-POST-AUTHORITY.
059420     PERFORM 8900-CHECK-AUTHORITY THRU 8900-EXIT.
059425     IF WS-AUTH-REFUSED
059430         PERFORM 8950-LOG-VIOLATION THRU 8950-EXIT
059435         DISPLAY "*** USER " WS-USER-ID
059440             " NOT AUTHORIZED TO POST - NOTHING POSTED ***"
059445         MOVE "REFUSED" TO WS-RUN-STATUS-TEXT
059450     END-IF.
059455 2400-EXIT.
059460     EXIT.
059500
059600 3000-INTERACTIVE-MODE.
059700     PERFORM 2200-OPERATION-SELECT THRU 2200-EXIT.
070000         IF WS-SUSP-STATUS NOT = "00"
070100             OPEN OUTPUT SUSPENSE-FILE
070200         END-IF
070210         IF WS-NORMAL-RUN
070220             PERFORM 5140-SCREEN-BATCHES THRU 5140-EXIT
070230         END-IF
070300         PERFORM 5100-BATCH-READ-TRANS THRU 5100-EXIT
070400         PERFORM 5200-BATCH-PROCESS-RECORD THRU 5200-EXIT
070500             UNTIL WS-TRANS-AT-EOF
071100         END-IF
071200         CLOSE RESULT-FILE
071300         CLOSE SUSPENSE-FILE
071310         IF WS-BATREG-AVAILABLE
071320             CLOSE BATCH-REG-FILE
071330         END-IF
071400     ELSE
071500         DISPLAY "*** UNABLE TO OPEN TRANSACTION FILE - STATUS "
071600             WS-BATCH-OPEN-STATUS " ***"
078930         ELSE
078940             MOVE RESUB-BATCH-ID TO WS-CUR-BATCH-ID
078950         END-IF
078960         SET WS-BATCH-NOT-HELD TO TRUE
078970         IF RESUB-REASON-CODE = "DB"
078980             PERFORM 5190-CHECK-RESUB-RELEASE THRU 5190-EXIT
078990         END-IF
079000     END-IF.
079100 5110-EXIT.
079200     EXIT.
081600     EXIT.
081610
081620 5130-START-NEW-BATCH.
081621     IF WS-BATCH-IS-OPEN AND WS-BATCH-IS-HELD
081622         ADD 1 TO WS-BATCHES-HELD
081623         MOVE "D" TO WS-BATCH-OUTCOME
081624         PERFORM 5340-LOG-BATCH-OUTCOME THRU 5340-EXIT
081625         SET WS-BATCH-NOT-OPEN TO TRUE
081626     END-IF.
081630     IF WS-BATCH-IS-OPEN
081640         DISPLAY "*** BATCH " WS-CUR-BATCH-ID " HAS NO "
081650             "TRAILER - HELD OUT OF BALANCE ***"
081660         ADD 1 TO WS-BATCHES-FAILED
081663         MOVE "N" TO WS-BATCH-OUTCOME
081666         PERFORM 5340-LOG-BATCH-OUTCOME THRU 5340-EXIT
081670     END-IF.
081680     MOVE HDR-BATCH-ID      TO WS-CUR-BATCH-ID.
081690     MOVE HDR-DEPARTMENT    TO WS-CUR-DEPARTMENT.
081710     ADD 1 TO WS-BATCHES-SEEN.
081720     SET WS-BATCH-IS-OPEN TO TRUE.
081730     PERFORM 5135-RESET-BATCH-TOTALS THRU 5135-EXIT.
081731     PERFORM 5180-SET-BATCH-HOLD THRU 5180-EXIT.
081740     DISPLAY "BATCH " WS-CUR-BATCH-ID " FROM DEPARTMENT "
081750         WS-CUR-DEPARTMENT " BUSINESS DATE " WS-CUR-BUS-DATE.
081760 5130-EXIT.
081890
081900 5200-BATCH-PROCESS-RECORD.
081910     IF WS-RECORDS-READ > WS-LAST-CHECKPOINT
081911         IF WS-BATCH-IS-HELD
081912             SET WS-RECORD-IS-BAD TO TRUE
081913             MOVE "DB" TO WS-SUSP-REASON
081914         END-IF
082000         IF WS-RECORD-IS-GOOD
082100             PERFORM 5220-RESOLVE-OPERATION THRU 5220-EXIT
082200         END-IF
083092                 END-IF
083093             END-IF
083094         END-IF
083095         IF WS-RECORD-IS-GOOD AND WS-NORMAL-RUN
083096             PERFORM 5240-CHECK-DUPLICATE-DETAIL THRU 5240-EXIT
083097         END-IF
083100         IF WS-RECORD-IS-GOOD
083200             MOVE WS-WORK-NUM1 TO NUM1
083300             MOVE WS-WORK-NUM2 TO NUM2
085100                 PERFORM 8200-WRITE-REPORT-DETAIL THRU 8200-EXIT
085200                 PERFORM 8350-SAVE-REPORT-CONTROL THRU 8350-EXIT
085300                 PERFORM 8500-WRITE-CHECKPOINT THRU 8500-EXIT
085310                 IF WS-NORMAL-RUN
085320                     PERFORM 5245-REMEMBER-DETAIL THRU 5245-EXIT
085330                 END-IF
085400             ELSE
085500                 DISPLAY "*** CHECKPOINT HELD - GL POST "
085600                     "REJECTED ***"
089100         DISPLAY "*** " WS-RECORDS-SUSPENDED " RECORD(S) SET "
089200             "ASIDE TO SUSPENSE - CORRECT AND RESUBMIT ***"
089300     END-IF.
089310     IF WS-RELEASE-WAS-APPLIED
089320         MOVE "RELEASED" TO WS-RUN-STATUS-TEXT
089330     END-IF.
089400     IF WS-RESUB-RUN
089500         PERFORM 5090-CLEAR-CHECKPOINT THRU 5090-EXIT
089600         DISPLAY "RESUBMISSION BATCH COMPLETE - "
089700             WS-RECORDS-WRITTEN " RECORD(S) PROCESSED"
089800         GO TO 5300-EXIT
089900     END-IF.
089901     IF WS-BATCH-IS-OPEN AND WS-BATCH-IS-HELD
089902         ADD 1 TO WS-BATCHES-HELD
089903         MOVE "D" TO WS-BATCH-OUTCOME
089904         PERFORM 5340-LOG-BATCH-OUTCOME THRU 5340-EXIT
089905         SET WS-BATCH-NOT-OPEN TO TRUE
089906     END-IF.
089910     IF WS-BATCH-IS-OPEN
089920         DISPLAY "*** BATCH " WS-CUR-BATCH-ID " HAS NO "
089930             "TRAILER - HELD OUT OF BALANCE ***"
089940         ADD 1 TO WS-BATCHES-FAILED
089943         MOVE "N" TO WS-BATCH-OUTCOME
089946         PERFORM 5340-LOG-BATCH-OUTCOME THRU 5340-EXIT
089950         SET WS-BATCH-NOT-OPEN TO TRUE
089960     END-IF.
089970     DISPLAY "BATCHES READ " WS-BATCHES-SEEN
089980         "  BALANCED " WS-BATCHES-BALANCED
089990         "  FAILED " WS-BATCHES-FAILED
089991         "  HELD " WS-BATCHES-HELD.
090000     IF WS-BATCHES-FAILED = ZERO
090010         PERFORM 5090-CLEAR-CHECKPOINT THRU 5090-EXIT
090020         DISPLAY "BATCH RUN COMPLETE - " WS-RECORDS-WRITTEN
090060             "BALANCE - CHECKPOINT HELD ***"
090065         MOVE "OUT-OF-BAL" TO WS-RUN-STATUS-TEXT
090070     END-IF.
090071     IF WS-BATCHES-HELD > ZERO
090072             AND WS-RUN-STATUS-TEXT NOT = "OUT-OF-BAL"
090073         DISPLAY "*** " WS-BATCHES-HELD " BATCH(ES) HELD AS "
090074             "DUPLICATES - SEE SUSPENSE REASON DB ***"
090075         MOVE "DUP-HELD" TO WS-RUN-STATUS-TEXT
090076     END-IF.
090100 5300-EXIT.
090200     EXIT.
090300
090700             "IGNORED ***"
090800         GO TO 5310-RESET
090900     END-IF.
091000     IF WS-BATCH-IS-HELD
091010         DISPLAY "*** BATCH " WS-CUR-BATCH-ID " HELD WHOLE "
091020             "AS A DUPLICATE - NOT REGISTERED ***"
091030         ADD 1 TO WS-BATCHES-HELD
091033         MOVE "D" TO WS-BATCH-OUTCOME
091036         PERFORM 5340-LOG-BATCH-OUTCOME THRU 5340-EXIT
091040         GO TO 5310-RESET
091050     END-IF.
091200     IF WS-TRAILER-IS-BAD
091300         DISPLAY "*** BATCH " WS-CUR-BATCH-ID " TRAILER "
091400             "UNREADABLE - OUT OF BALANCE ***"
091410         ADD 1 TO WS-BATCHES-FAILED
091413         MOVE "T" TO WS-BATCH-OUTCOME
091416         PERFORM 5340-LOG-BATCH-OUTCOME THRU 5340-EXIT
091420         GO TO 5310-RESET
091500     END-IF.
091600     IF WS-TRL-EXPECTED-COUNT = WS-BATCH-DETAIL-COUNT
092310                 "NON-NUMERIC RECORD(S)"
092400         END-IF
092410         ADD 1 TO WS-BATCHES-BALANCED
092411         IF WS-TRL-EXPECTED-HASH = WS-DETAIL-HASH-TOTAL
092412             MOVE "B" TO WS-BATCH-OUTCOME
092413         ELSE
092414             MOVE "H" TO WS-BATCH-OUTCOME
092415         END-IF
092416         PERFORM 5340-LOG-BATCH-OUTCOME THRU 5340-EXIT
092420         PERFORM 5320-REGISTER-BATCH THRU 5320-EXIT
092800     ELSE
092900         DISPLAY "*** BATCH " WS-CUR-BATCH-ID
093000             " OUT OF BALANCE ***"
093500         MOVE WS-TRL-EXPECTED-HASH TO WS-HASH-EDIT
093600         DISPLAY "***   TRAILER SAYS " WS-HASH-EDIT " ***"
093610         ADD 1 TO WS-BATCHES-FAILED
093615         MOVE "O" TO WS-BATCH-OUTCOME
093620         PERFORM 5340-LOG-BATCH-OUTCOME THRU 5340-EXIT
093700     END-IF.
093710 5310-RESET.
093720     SET WS-BATCH-NOT-OPEN TO TRUE.
093740     MOVE SPACES TO WS-CUR-DEPARTMENT.
093750     MOVE SPACES TO WS-CUR-BUS-DATE.
093760     PERFORM 5135-RESET-BATCH-TOTALS THRU 5135-EXIT.
093770     SET WS-BATCH-NOT-HELD TO TRUE.
093780     SET WS-BATCH-NOT-RELEASED TO TRUE.
093790     MOVE ZERO TO WS-DTL-USED.
093800     SET WS-DTL-TABLE-ROOM TO TRUE.
094000 5310-EXIT.
094100     EXIT.
094200
094202*-------------------------------------------------------------*
094204* 5340 - APPEND THE OUTCOME OF THE CURRENT BATCH TO BATHIST.  *
094206* A BATCH WHOSE DETAILS ALL LIE BEHIND THE CHECKPOINT OF A    *
094208* RESTARTED RUN WAS LOGGED BY THE ORIGINAL RUN AND IS SKIPPED *
094210* SO THE HISTORY DOES NOT CARRY IT TWICE.                     *
094212*-------------------------------------------------------------*
094214 5340-LOG-BATCH-OUTCOME.
094216     IF WS-SCR-CUR-SUB > ZERO
094218             AND WS-SCR-CUR-SUB NOT > WS-SCR-USED
094220         IF WS-SCR-DONE-BEFORE(WS-SCR-CUR-SUB)
094222             GO TO 5340-EXIT
094224         END-IF
094226     END-IF.
094228     MOVE SPACES                TO BATCH-HIST-RECORD.
094230     MOVE WS-RUN-DATE-EDIT      TO BHS-RUN-DATE.
094232     MOVE WS-RUN-TIME-DISPLAY   TO BHS-RUN-TIME.
094234     MOVE WS-CUR-BATCH-ID       TO BHS-BATCH-ID.
094236     MOVE WS-CUR-DEPARTMENT     TO BHS-DEPARTMENT.
094238     MOVE WS-CUR-BUS-DATE       TO BHS-BUS-DATE.
094240     MOVE WS-BATCH-OUTCOME      TO BHS-OUTCOME.
094242     MOVE WS-BATCH-DETAIL-COUNT TO BHS-DETAIL-COUNT.
094244     MOVE WS-DETAIL-HASH-TOTAL  TO BHS-DETAIL-HASH.
094246     IF BHS-NO-TRAILER OR BHS-TRAILER-UNREADABLE
094248         MOVE ZERO TO BHS-TRAILER-COUNT
094250     ELSE
094252         MOVE WS-TRL-EXPECTED-COUNT TO BHS-TRAILER-COUNT
094254     END-IF.
094256     OPEN EXTEND BATCH-HIST-FILE.
094258     IF WS-BATHIST-STATUS NOT = "00"
094260         OPEN OUTPUT BATCH-HIST-FILE
094262     END-IF.
094264     IF WS-BATHIST-STATUS NOT = "00"
094266         DISPLAY "*** UNABLE TO OPEN BATHIST - STATUS "
094268             WS-BATHIST-STATUS " - OUTCOME OF BATCH "
094270             WS-CUR-BATCH-ID " NOT LOGGED ***"
094272         GO TO 5340-EXIT
094274     END-IF.
094276     WRITE BATCH-HIST-RECORD.
094278     CLOSE BATCH-HIST-FILE.
094280 5340-EXIT.
094282     EXIT.
094300 6000-ACCEPT-NUM1.
094400     MOVE "N" TO WS-VALID-ENTRY-SWITCH.
094500     PERFORM 6100-PROMPT-AND-VALIDATE-NUM1 THRU 6100-EXIT
126390     END-IF.
126400 8700-EXIT.
126410     EXIT.
126420*-------------------------------------------------------------*
126425* DUPLICATE BATCH SCREEN - BEFORE ANYTHING POSTS, READ TRANSIN*
126430* ONCE FOR EACH BATCH'S HEADER AND TRAILER, THEN HOLD ANY     *
126435* BATCH ALREADY ON THE BATREG REGISTER OR REPEATED EARLIER IN *
126440* THE SAME FILE.  A BATCH WHOLLY AT OR BEHIND THE CHECKPOINT  *
126445* WAS HANDLED BY THE RUN BEING RESUMED AND IS LEFT ALONE.     *
126450*-------------------------------------------------------------*
126455 5140-SCREEN-BATCHES.
126460     PERFORM 5141-OPEN-BATCH-REGISTER THRU 5141-EXIT.
126465     MOVE ZERO TO WS-SCR-USED.
126470     MOVE ZERO TO WS-SCR-DETAIL-NO.
126475     MOVE ZERO TO WS-SCR-CUR-SUB.
126480     SET WS-SCR-NOT-AT-EOF TO TRUE.
126485     SET WS-SCR-BATCH-CLOSED TO TRUE.
126490     PERFORM 5142-SCREEN-ONE-RECORD THRU 5142-EXIT
126495         UNTIL WS-SCR-AT-EOF.
126500     CLOSE TRANS-FILE.
126505     OPEN INPUT TRANS-FILE.
126510     IF WS-TRANS-STATUS NOT = "00"
126515         DISPLAY "*** UNABLE TO REOPEN TRANSACTION FILE - STATUS "
126520             WS-TRANS-STATUS " ***"
126525         SET WS-TRANS-AT-EOF TO TRUE
126530         MOVE "FAILED" TO WS-RUN-STATUS-TEXT
126535         GO TO 5140-EXIT
126540     END-IF.
126545     PERFORM 5145-MARK-DONE-BEFORE THRU 5145-EXIT
126550         VARYING WS-SCR-SUB FROM 1 BY 1
126555         UNTIL WS-SCR-SUB > WS-SCR-USED.
126560     IF WS-BATREG-AVAILABLE
126565         PERFORM 5150-CHECK-REGISTER THRU 5150-EXIT
126570     END-IF.
126575     PERFORM 5160-CHECK-WITHIN-FILE THRU 5160-EXIT
126580         VARYING WS-SCR-SUB FROM 2 BY 1
126585         UNTIL WS-SCR-SUB > WS-SCR-USED.
126590     PERFORM 5170-REPORT-SCREEN THRU 5170-EXIT
126595         VARYING WS-SCR-SUB FROM 1 BY 1
126600         UNTIL WS-SCR-SUB > WS-SCR-USED.
126605 5140-EXIT.
126610     EXIT.
126615
126620 5141-OPEN-BATCH-REGISTER.
126625     OPEN I-O BATCH-REG-FILE.
126630     EVALUATE WS-BATREG-STATUS
126635         WHEN "00"
126640             SET WS-BATREG-AVAILABLE TO TRUE
126645         WHEN "35"
126650             OPEN OUTPUT BATCH-REG-FILE
126655             CLOSE BATCH-REG-FILE
126660             OPEN I-O BATCH-REG-FILE
126665             SET WS-BATREG-AVAILABLE TO TRUE
126670         WHEN OTHER
126675             DISPLAY "*** UNABLE TO OPEN BATCH REGISTER - STATUS "
126680                 WS-BATREG-STATUS
126685                 " - DUPLICATE BATCH SCREEN DISABLED ***"
126690             SET WS-BATREG-UNAVAILABLE TO TRUE
126695     END-EVALUATE.
126700 5141-EXIT.
126705     EXIT.
126710
126715 5142-SCREEN-ONE-RECORD.
126720     READ TRANS-FILE
126725         AT END SET WS-SCR-AT-EOF TO TRUE
126730     END-READ.
126735     IF WS-SCR-AT-EOF
126740         GO TO 5142-EXIT
126745     END-IF.
126750     EVALUATE TRUE
126755         WHEN TRANS-IS-HEADER
126760             SET WS-SCR-BATCH-CLOSED TO TRUE
126765             IF WS-SCR-USED < 200
126770                 ADD 1 TO WS-SCR-USED
126775                 MOVE WS-SCR-USED TO WS-SCR-SUB
126780                 MOVE HDR-BATCH-ID
126781                     TO WS-SCR-BATCH-ID(WS-SCR-SUB)
126785                 MOVE HDR-DEPARTMENT
126786                     TO WS-SCR-DEPARTMENT(WS-SCR-SUB)
126790                 MOVE HDR-BUSINESS-DATE
126795                     TO WS-SCR-BUS-DATE(WS-SCR-SUB)
126800                 MOVE ZERO TO WS-SCR-COUNT(WS-SCR-SUB)
126805                 MOVE ZERO TO WS-SCR-HASH(WS-SCR-SUB)
126810                 MOVE WS-SCR-DETAIL-NO
126815                     TO WS-SCR-LAST-DETAIL(WS-SCR-SUB)
126820                 SET WS-SCR-NO-TRAILER(WS-SCR-SUB) TO TRUE
126825                 SET WS-SCR-NEW(WS-SCR-SUB) TO TRUE
126830                 MOVE SPACES TO WS-SCR-MATCH-ID(WS-SCR-SUB)
126835                 SET WS-SCR-BATCH-OPEN TO TRUE
126840             ELSE
126845                 DISPLAY "*** BATCH " HDR-BATCH-ID
126846                     " NOT SCREENED FOR DUPLICATES - "
126850                     "MORE THAN 200 BATCHES ***"
126855             END-IF
126860         WHEN TRANS-IS-TRAILER
126865             IF WS-SCR-BATCH-OPEN
126870                     AND TRL-RECORD-COUNT IS NUMERIC
126875                     AND TRL-HASH-TOTAL IS NUMERIC
126880                 MOVE TRL-RECORD-COUNT TO WS-SCR-COUNT(WS-SCR-SUB)
126885                 MOVE TRL-HASH-TOTAL   TO WS-SCR-HASH(WS-SCR-SUB)
126890                 SET WS-SCR-HAS-TRAILER(WS-SCR-SUB) TO TRUE
126895             END-IF
126900             SET WS-SCR-BATCH-CLOSED TO TRUE
126905         WHEN OTHER
126910             ADD 1 TO WS-SCR-DETAIL-NO
126915             IF WS-SCR-BATCH-OPEN
126920                 MOVE WS-SCR-DETAIL-NO
126925                     TO WS-SCR-LAST-DETAIL(WS-SCR-SUB)
126930             END-IF
126935     END-EVALUATE.
126940 5142-EXIT.
126945     EXIT.
126950
126955 5145-MARK-DONE-BEFORE.
126960     IF WS-LAST-CHECKPOINT > ZERO
126965             AND WS-SCR-LAST-DETAIL(WS-SCR-SUB)
126970                 NOT > WS-LAST-CHECKPOINT
126975         SET WS-SCR-DONE-BEFORE(WS-SCR-SUB) TO TRUE
126980     END-IF.
126985 5145-EXIT.
126990     EXIT.
126995
127000 5150-CHECK-REGISTER.
127005     MOVE LOW-VALUES TO BRG-KEY.
127010     SET WS-REG-NOT-AT-EOF TO TRUE.
127015     START BATCH-REG-FILE KEY IS NOT LESS THAN BRG-KEY
127020         INVALID KEY SET WS-REG-AT-EOF TO TRUE
127025     END-START.
127030     PERFORM 5151-CHECK-ONE-REGISTERED THRU 5151-EXIT
127035         UNTIL WS-REG-AT-EOF.
127040 5150-EXIT.
127045     EXIT.
127050
127055 5151-CHECK-ONE-REGISTERED.
127060     READ BATCH-REG-FILE NEXT RECORD
127065         AT END SET WS-REG-AT-EOF TO TRUE
127070     END-READ.
127075     IF WS-REG-AT-EOF
127080         GO TO 5151-EXIT
127085     END-IF.
127090     PERFORM 5152-MATCH-REGISTERED THRU 5152-EXIT
127095         VARYING WS-SCR-SUB FROM 1 BY 1
127100         UNTIL WS-SCR-SUB > WS-SCR-USED.
127105 5151-EXIT.
127110     EXIT.
127115
127120 5152-MATCH-REGISTERED.
127125     IF NOT WS-SCR-NEW(WS-SCR-SUB)
127130         GO TO 5152-EXIT
127135     END-IF.
127140     IF (WS-SCR-BATCH-ID(WS-SCR-SUB) NOT = SPACES
127145             AND WS-SCR-BATCH-ID(WS-SCR-SUB) = BRG-BATCH-ID)
127150         OR (WS-SCR-HAS-TRAILER(WS-SCR-SUB)
127155             AND WS-SCR-DEPARTMENT(WS-SCR-SUB) = BRG-DEPARTMENT
127160             AND WS-SCR-BUS-DATE(WS-SCR-SUB) = BRG-BUS-DATE
127165             AND WS-SCR-COUNT(WS-SCR-SUB) = BRG-RECORD-COUNT
127170             AND WS-SCR-HASH(WS-SCR-SUB) = BRG-HASH-TOTAL)
127175         SET WS-SCR-HELD(WS-SCR-SUB) TO TRUE
127180         MOVE BRG-BATCH-ID TO WS-SCR-MATCH-ID(WS-SCR-SUB)
127185     END-IF.
127190 5152-EXIT.
127195     EXIT.
127200
127205 5160-CHECK-WITHIN-FILE.
127210     IF NOT WS-SCR-NEW(WS-SCR-SUB)
127215         GO TO 5160-EXIT
127220     END-IF.
127225     PERFORM 5161-MATCH-EARLIER-BATCH THRU 5161-EXIT
127230         VARYING WS-SCR-CMP-SUB FROM 1 BY 1
127235         UNTIL WS-SCR-CMP-SUB NOT < WS-SCR-SUB
127240             OR WS-SCR-HELD(WS-SCR-SUB).
127245 5160-EXIT.
127250     EXIT.
127255
127260 5161-MATCH-EARLIER-BATCH.
127265     IF WS-SCR-HELD(WS-SCR-CMP-SUB)
127270         GO TO 5161-EXIT
127275     END-IF.
127280     IF (WS-SCR-BATCH-ID(WS-SCR-SUB) NOT = SPACES
127285             AND WS-SCR-BATCH-ID(WS-SCR-SUB)
127290                 = WS-SCR-BATCH-ID(WS-SCR-CMP-SUB))
127295         OR (WS-SCR-HAS-TRAILER(WS-SCR-SUB)
127300             AND WS-SCR-HAS-TRAILER(WS-SCR-CMP-SUB)
127305             AND WS-SCR-DEPARTMENT(WS-SCR-SUB)
127310                 = WS-SCR-DEPARTMENT(WS-SCR-CMP-SUB)
127315             AND WS-SCR-BUS-DATE(WS-SCR-SUB)
127320                 = WS-SCR-BUS-DATE(WS-SCR-CMP-SUB)
127325             AND WS-SCR-COUNT(WS-SCR-SUB)
127330                 = WS-SCR-COUNT(WS-SCR-CMP-SUB)
127335             AND WS-SCR-HASH(WS-SCR-SUB)
127340                 = WS-SCR-HASH(WS-SCR-CMP-SUB))
127345         SET WS-SCR-HELD(WS-SCR-SUB) TO TRUE
127350         MOVE WS-SCR-BATCH-ID(WS-SCR-CMP-SUB)
127355             TO WS-SCR-MATCH-ID(WS-SCR-SUB)
127360     END-IF.
127365 5161-EXIT.
127370     EXIT.
127375
127380 5170-REPORT-SCREEN.
127385     IF NOT WS-SCR-HELD(WS-SCR-SUB)
127390         GO TO 5170-EXIT
127395     END-IF.
127400     IF WS-RELEASE-BATCH-ID NOT = SPACES
127405             AND WS-SCR-BATCH-ID(WS-SCR-SUB) = WS-RELEASE-BATCH-ID
127410         MOVE WS-SCR-BATCH-ID(WS-SCR-SUB)   TO WS-RLL-BATCH-ID
127415         MOVE WS-SCR-DEPARTMENT(WS-SCR-SUB) TO WS-RLL-DEPARTMENT
127420         MOVE WS-SCR-BUS-DATE(WS-SCR-SUB)   TO WS-RLL-BUS-DATE
127425         MOVE WS-SCR-MATCH-ID(WS-SCR-SUB)   TO WS-RLL-MATCH-ID
127430         MOVE "TRANSIN" TO WS-RLL-SOURCE
127435         PERFORM 8800-LOG-BATCH-RELEASE THRU 8800-EXIT
127440         IF WS-REL-LOG-WRITTEN
127445             SET WS-SCR-RELEASED(WS-SCR-SUB) TO TRUE
127450             GO TO 5170-EXIT
127455         END-IF
127460     END-IF.
127465     DISPLAY "*** BATCH " WS-SCR-BATCH-ID(WS-SCR-SUB)
127470         " FROM DEPARTMENT " WS-SCR-DEPARTMENT(WS-SCR-SUB)
127475         " DUPLICATES BATCH " WS-SCR-MATCH-ID(WS-SCR-SUB)
127480         " - HELD ***".
127485 5170-EXIT.
127490     EXIT.
127495
127500 5180-SET-BATCH-HOLD.
127505     SET WS-BATCH-NOT-HELD TO TRUE.
127510     SET WS-BATCH-NOT-RELEASED TO TRUE.
127515     MOVE ZERO TO WS-DTL-USED.
127520     SET WS-DTL-TABLE-ROOM TO TRUE.
127525     ADD 1 TO WS-SCR-CUR-SUB.
127530     IF WS-SCR-CUR-SUB > WS-SCR-USED
127535         GO TO 5180-EXIT
127540     END-IF.
127545     IF WS-SCR-HELD(WS-SCR-CUR-SUB)
127550         SET WS-BATCH-IS-HELD TO TRUE
127555         DISPLAY "*** BATCH " WS-CUR-BATCH-ID " HELD AS A "
127560             "DUPLICATE - DETAILS GO TO SUSPENSE ***"
127565     END-IF.
127570     IF WS-SCR-RELEASED(WS-SCR-CUR-SUB)
127575         SET WS-BATCH-IS-RELEASED TO TRUE
127580     END-IF.
127585 5180-EXIT.
127590     EXIT.
127595
127600*-------------------------------------------------------------*
127605* A RESUBMITTED "DB" ITEM STAYS HELD UNLESS THE PARMCARD      *
127610* RELEASES ITS BATCH; THE RELEASE IS LOGGED ONCE PER RUN.     *
127615*-------------------------------------------------------------*
127620 5190-CHECK-RESUB-RELEASE.
127625     IF WS-RELEASE-BATCH-ID = SPACES
127630             OR RESUB-BATCH-ID NOT = WS-RELEASE-BATCH-ID
127635         SET WS-BATCH-IS-HELD TO TRUE
127640         GO TO 5190-EXIT
127645     END-IF.
127650     IF WS-RELEASE-LOGGED
127655             OR WS-RECORDS-READ < WS-LAST-CHECKPOINT
127660         GO TO 5190-EXIT
127665     END-IF.
127670     MOVE RESUB-BATCH-ID TO WS-RLL-BATCH-ID.
127675     MOVE SPACES         TO WS-RLL-DEPARTMENT.
127680     MOVE SPACES         TO WS-RLL-BUS-DATE.
127685     MOVE SPACES         TO WS-RLL-MATCH-ID.
127690     MOVE "RESUBIN"      TO WS-RLL-SOURCE.
127695     PERFORM 8800-LOG-BATCH-RELEASE THRU 8800-EXIT.
127700     IF WS-REL-LOG-WRITTEN
127705         SET WS-RELEASE-LOGGED TO TRUE
127710     ELSE
127715         SET WS-BATCH-IS-HELD TO TRUE
127720     END-IF.
127725 5190-EXIT.
127730     EXIT.
127735
127740 5240-CHECK-DUPLICATE-DETAIL.
127745     PERFORM 5241-SCAN-POSTED-DETAIL THRU 5241-EXIT
127750         VARYING WS-DTL-SUB FROM 1 BY 1
127755         UNTIL WS-DTL-SUB > WS-DTL-USED
127760             OR WS-RECORD-IS-BAD.
127765 5240-EXIT.
127770     EXIT.
127775
127780 5241-SCAN-POSTED-DETAIL.
127785     IF WS-DTL-ENTRY(WS-DTL-SUB) = WS-TRANS-WORK-AREA
127790         SET WS-RECORD-IS-BAD TO TRUE
127795         MOVE "DD" TO WS-SUSP-REASON
127800     END-IF.
127805 5241-EXIT.
127810     EXIT.
127815
127820 5245-REMEMBER-DETAIL.
127825     IF WS-DTL-USED < 2000
127830         ADD 1 TO WS-DTL-USED
127835         MOVE WS-TRANS-WORK-AREA TO WS-DTL-ENTRY(WS-DTL-USED)
127840     ELSE
127845         IF WS-DTL-TABLE-ROOM
127850             DISPLAY "*** BATCH " WS-CUR-BATCH-ID " OVER 2000 "
127855                 "DETAILS - REST NOT SCREENED FOR DUPLICATES ***"
127860             SET WS-DTL-TABLE-FULL TO TRUE
127865         END-IF
127870     END-IF.
127875 5245-EXIT.
127880     EXIT.
127885
127890 5320-REGISTER-BATCH.
127895     IF WS-BATREG-UNAVAILABLE OR WS-CUR-BATCH-ID = SPACES
127900         GO TO 5320-EXIT
127905     END-IF.
127910     MOVE SPACES TO BATCH-REG-RECORD.
127915     MOVE WS-CUR-BATCH-ID TO BRG-BATCH-ID.
127920     PERFORM 5325-FILL-REGISTER-FIELDS THRU 5325-EXIT.
127925     IF WS-BATCH-IS-RELEASED
127930         MOVE 1               TO BRG-RELEASE-COUNT
127935         MOVE WS-RELEASE-USER TO BRG-RELEASE-USER
127940     ELSE
127945         MOVE ZERO            TO BRG-RELEASE-COUNT
127950     END-IF.
127955     WRITE BATCH-REG-RECORD
127960         INVALID KEY
127965             PERFORM 5330-UPDATE-REGISTERED THRU 5330-EXIT
127970     END-WRITE.
127975 5320-EXIT.
127980     EXIT.
127985
127990 5325-FILL-REGISTER-FIELDS.
127995     MOVE WS-CUR-DEPARTMENT     TO BRG-DEPARTMENT.
128000     MOVE WS-CUR-BUS-DATE       TO BRG-BUS-DATE.
128005     MOVE WS-TRL-EXPECTED-COUNT TO BRG-RECORD-COUNT.
128010     MOVE WS-TRL-EXPECTED-HASH  TO BRG-HASH-TOTAL.
128015     MOVE WS-RUN-DATE-EDIT      TO BRG-ACCEPT-DATE.
128020     MOVE WS-RUN-TIME-DISPLAY   TO BRG-ACCEPT-TIME.
128025     MOVE WS-USER-ID            TO BRG-ACCEPT-USER.
128030 5325-EXIT.
128035     EXIT.
128040
128045*-------------------------------------------------------------*
128050* THE BATCH ID IS ALREADY REGISTERED.  A RELEASED RESEND      *
128055* UPDATES THE ENTRY; OTHERWISE THIS IS THE RESUMED RUN THAT   *
128060* REGISTERED IT, OR A BATCH THE SCREEN COULD NOT COVER.       *
128065*-------------------------------------------------------------*
128070 5330-UPDATE-REGISTERED.
128075     IF WS-BATCH-NOT-RELEASED
128080         DISPLAY "BATCH " WS-CUR-BATCH-ID
128085             " ALREADY ON THE BATCH REGISTER"
128090         GO TO 5330-EXIT
128095     END-IF.
128100     MOVE WS-CUR-BATCH-ID TO BRG-BATCH-ID.
128105     READ BATCH-REG-FILE
128110         INVALID KEY
128115             DISPLAY "*** BATCH REGISTER UPDATE FAILED - STATUS "
128120                 WS-BATREG-STATUS " ON " WS-CUR-BATCH-ID " ***"
128125             GO TO 5330-EXIT
128130     END-READ.
128135     PERFORM 5325-FILL-REGISTER-FIELDS THRU 5325-EXIT.
128140     ADD 1 TO BRG-RELEASE-COUNT.
128145     MOVE WS-RELEASE-USER TO BRG-RELEASE-USER.
128150     REWRITE BATCH-REG-RECORD.
128155     IF WS-BATREG-STATUS NOT = "00"
128160         DISPLAY "*** BATCH REGISTER REWRITE FAILED - STATUS "
128165             WS-BATREG-STATUS " ON " WS-CUR-BATCH-ID " ***"
128170     END-IF.
128175 5330-EXIT.
128180     EXIT.
128185
128190 8800-LOG-BATCH-RELEASE.
128195     SET WS-REL-LOG-FAILED TO TRUE.
128200     MOVE WS-RUN-DATE-EDIT    TO WS-RLL-DATE.
128205     MOVE WS-RUN-TIME-DISPLAY TO WS-RLL-TIME.
128210     MOVE WS-USER-ID          TO WS-RLL-USER.
128215     MOVE WS-RELEASE-USER     TO WS-RLL-SUPERVISOR.
128220     OPEN EXTEND BATCH-REL-LOG-FILE.
128225     IF WS-BATRLOG-STATUS NOT = "00"
128230         OPEN OUTPUT BATCH-REL-LOG-FILE
128235     END-IF.
128240     IF WS-BATRLOG-STATUS NOT = "00"
128245         DISPLAY "*** UNABLE TO OPEN BATRLOG - STATUS "
128250             WS-BATRLOG-STATUS " - BATCH " WS-RLL-BATCH-ID
128255             " NOT RELEASED ***"
128260         GO TO 8800-EXIT
128265     END-IF.
128270     WRITE BATCH-REL-LOG-RECORD FROM WS-REL-LOG-LINE.
128275     CLOSE BATCH-REL-LOG-FILE.
128280     SET WS-REL-LOG-WRITTEN TO TRUE.
128285     SET WS-RELEASE-WAS-APPLIED TO TRUE.
128290     DISPLAY "*** BATCH " WS-RLL-BATCH-ID " DUPLICATE HOLD "
128295         "RELEASED BY SUPERVISOR " WS-RLL-SUPERVISOR " ***".
128300 8800-EXIT.
128305     EXIT.
128306
128310 8900-CHECK-AUTHORITY.
128315     SET WS-AUTH-REFUSED TO TRUE.
128320     OPEN INPUT OPR-AUTH-FILE.
128325     IF WS-OPRAUTH-STATUS NOT = "00"
128330         MOVE "AUTHORIZATION MASTER UNAVAILABLE"
128335             TO WS-AVL-DETAIL
128340         GO TO 8900-EXIT
128345     END-IF.
128350     MOVE WS-USER-ID TO OPR-AUTH-USER.
128355     READ OPR-AUTH-FILE
128360         INVALID KEY
128365             MOVE "USER NOT ON AUTHORIZATION MASTER"
128370                 TO WS-AVL-DETAIL
128375         NOT INVALID KEY
128380             IF OPR-MAY-POST
128385                 SET WS-AUTH-GRANTED TO TRUE
128390             ELSE
128395                 MOVE "NOT AUTHORIZED TO POST"
128400                     TO WS-AVL-DETAIL
128405             END-IF
128410     END-READ.
128415     CLOSE OPR-AUTH-FILE.
128420 8900-EXIT.
128425     EXIT.
128430
128435 8950-LOG-VIOLATION.
128440     MOVE WS-RUN-DATE-EDIT    TO WS-AVL-DATE.
128445     MOVE WS-RUN-TIME-DISPLAY TO WS-AVL-TIME.
128450     MOVE WS-USER-ID          TO WS-AVL-USER.
128455     MOVE "PLUSNMBR"          TO WS-AVL-PROGRAM.
128460     MOVE "POST"              TO WS-AVL-FUNCTION.
128465     OPEN EXTEND AUTH-VIOL-FILE.
128470     IF WS-AUTHVIOL-STATUS NOT = "00"
128475         OPEN OUTPUT AUTH-VIOL-FILE
128480     END-IF.
128485     IF WS-AUTHVIOL-STATUS NOT = "00"
128490         DISPLAY "*** UNABLE TO OPEN AUTHVIOL - STATUS "
128495             WS-AUTHVIOL-STATUS " ***"
128500         GO TO 8950-EXIT
128505     END-IF.
128510     WRITE AUTH-VIOL-RECORD FROM WS-AUTH-VIOL-LINE.
128515     CLOSE AUTH-VIOL-FILE.
128520     DISPLAY "*** AUTHORIZATION VIOLATION LOGGED - "
128525         WS-AVL-USER " " WS-AVL-DETAIL " ***".
128530 8950-EXIT.
128535     EXIT.
128600
128700 END PROGRAM PLUSNUMBER.
