000100*-------------------------------------------------------------*
000200* BATREGRC - BATCH REGISTER RECORD (BATREG INDEXED FILE)      *
000300* ONE RECORD PER TRANSIN BATCH ID THAT PLUSNUMBER HAS         *
000400* ACCEPTED (BALANCED TO ITS OWN TRAILER), WITH THE            *
000500* ORIGINATING DEPARTMENT, BUSINESS DATE, AND THE TRAILER      *
000600* RECORD COUNT AND HASH TOTAL.  A LATER BATCH WHOSE ID, OR    *
000700* WHOSE DEPARTMENT, DATE, COUNT, AND HASH, MATCHES A          *
000800* REGISTERED BATCH IS HELD AS A DUPLICATE (SUSPENSE REASON    *
000900* "DB") UNLESS A SUPERVISOR RELEASES IT; A RELEASED RESEND    *
001000* BUMPS THE RELEASE COUNT AND RECORDS WHO RELEASED IT.        *
001100*-------------------------------------------------------------*
001200 01  BATCH-REG-RECORD.
001300     05  BRG-KEY.
001400         10  BRG-BATCH-ID        PIC X(06).
001500     05  BRG-DEPARTMENT          PIC X(04).
001600     05  BRG-BUS-DATE            PIC X(08).
001700     05  BRG-RECORD-COUNT        PIC 9(09).
001800     05  BRG-HASH-TOTAL          PIC S9(13)V99.
001900     05  BRG-ACCEPT-DATE         PIC 9(08).
002000     05  BRG-ACCEPT-TIME         PIC X(08).
002100     05  BRG-ACCEPT-USER         PIC X(08).
002200     05  BRG-RELEASE-COUNT       PIC 9(03).
002300     05  BRG-RELEASE-USER        PIC X(08).
002400     05  FILLER                  PIC X(13).
