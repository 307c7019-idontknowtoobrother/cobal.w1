000100*-------------------------------------------------------------*
000200* AUTHVLRC - 80-BYTE AUTHORIZATION VIOLATION LINE (AUTHVIOL)  *
000300* ONE LINE APPENDED BY ANY PROGRAM THAT REFUSES A USER        *
000400* BECAUSE THE OPRAUTH MASTER DOES NOT GRANT THE FUNCTION -    *
000500* POST, REVERSE, EXTOVR, ACCTMNT, WRITEOFF, CLOSE, OR AUTHMNT *
000600* - OR BECAUSE A USER TRIED TO APPROVE THEIR OWN REQUEST.     *
000700*-------------------------------------------------------------*
000800 01  WS-AUTH-VIOL-LINE.
000900     05  WS-AVL-DATE             PIC 9(08).
001000     05  FILLER                  PIC X(01) VALUE SPACES.
001100     05  WS-AVL-TIME             PIC X(08).
001200     05  FILLER                  PIC X(01) VALUE SPACES.
001300     05  WS-AVL-USER             PIC X(08).
001400     05  FILLER                  PIC X(01) VALUE SPACES.
001500     05  WS-AVL-PROGRAM          PIC X(08).
001600     05  FILLER                  PIC X(01) VALUE SPACES.
001700     05  WS-AVL-FUNCTION         PIC X(08).
001800     05  FILLER                  PIC X(01) VALUE SPACES.
001900     05  WS-AVL-DETAIL           PIC X(32).
002000     05  FILLER                  PIC X(03) VALUE SPACES.
