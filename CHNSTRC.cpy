000100*-------------------------------------------------------------*
000200* CHNSTRC - NIGHT CHAIN STATE RECORD (CHAINST FILE)           *
000300* ONE LINE PER STEP OF THE CHAINDEF NIGHT CHAIN, REWRITTEN BY *
000400* NIGHTCHN AFTER EVERY STEP.  DONE STEPS ARE NOT RERUN WHEN   *
000500* THE CHAIN IS RESTARTED; A FAILED STEP IS RUN AGAIN AND THE  *
000600* STEPS IT HELD ARE RELEASED BEHIND IT.  MORNRPT READS THE    *
000700* HELD LINES TO TELL A STEP THE CONTROLLER HELD FROM A STEP   *
000800* THAT NEVER RAN.                                             *
000900*-------------------------------------------------------------*
001000 01  CHAIN-STATE-RECORD.
001100     05  CHS-STEP                PIC X(08).
001200     05  CHS-STATE               PIC X(08).
001300         88  CHS-PENDING                   VALUE "PENDING".
001400         88  CHS-DONE                      VALUE "DONE".
001500         88  CHS-FAILED                    VALUE "FAILED".
001600         88  CHS-HELD                      VALUE "HELD".
001700     05  CHS-RUNLOG-STATUS       PIC X(12).
001800     05  CHS-HELD-BY             PIC X(08).
001900     05  CHS-STATE-DATE          PIC 9(08).
002000     05  CHS-STATE-TIME          PIC X(08).
002100     05  CHS-CHAIN-DATE          PIC 9(08).
002200     05  FILLER                  PIC X(20).
