000100*-------------------------------------------------------------*
000200* BATHSTRC - BATCH OUTCOME HISTORY RECORD (BATHIST FILE)      *
000300* ONE LINE APPENDED BY PLUSNUMBER BATCH MODE FOR EVERY        *
000400* TRANSIN BATCH IT FINISHES, WITH THE ORIGINATING DEPARTMENT  *
000500* AND HOW THE BATCH CAME OUT AGAINST ITS TRAILER - BALANCED,  *
000600* COUNT BALANCED WITH THE HASH NOT PROVEN, OUT OF BALANCE,    *
000700* TRAILER UNREADABLE, NO TRAILER, OR HELD AS A DUPLICATE.     *
000800* UNLIKE THE BATREG REGISTER, WHICH HOLDS ONLY ACCEPTED       *
000900* BATCHES, EVERY OUTCOME IS KEPT.  READ BY THE DEPTSTMT       *
001000* MONTHLY DEPARTMENT STATEMENT.                               *
001100*-------------------------------------------------------------*
001200 01  BATCH-HIST-RECORD.
001300     05  BHS-RUN-DATE            PIC 9(08).
001400     05  BHS-RUN-TIME            PIC X(08).
001500     05  BHS-BATCH-ID            PIC X(06).
001600     05  BHS-DEPARTMENT          PIC X(04).
001700     05  BHS-BUS-DATE            PIC X(08).
001800     05  BHS-OUTCOME             PIC X(01).
001900         88  BHS-BALANCED                  VALUE "B".
002000         88  BHS-HASH-NOT-PROVEN           VALUE "H".
002100         88  BHS-OUT-OF-BALANCE            VALUE "O".
002200         88  BHS-TRAILER-UNREADABLE        VALUE "T".
002300         88  BHS-NO-TRAILER                VALUE "N".
002400         88  BHS-DUPLICATE-HELD            VALUE "D".
002500     05  BHS-DETAIL-COUNT        PIC 9(09).
002600     05  BHS-TRAILER-COUNT       PIC 9(09).
002700     05  BHS-DETAIL-HASH         PIC S9(13)V99.
002800     05  FILLER                  PIC X(12).
