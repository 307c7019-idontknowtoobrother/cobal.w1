000100*-------------------------------------------------------------*
000200* OPRAUTRC - OPERATOR AUTHORIZATION MASTER (OPRAUTH INDEXED)  *
000300* ONE RECORD PER USER ID, WITH A Y/N FLAG FOR EACH CONTROLLED *
000400* FUNCTION.  POSTING (PLUSNUMBER), REVERSAL (GLREVRSL),       *
000500* EXTRACT OVERRIDE (GLEXTRCT), ACCOUNT MAINTENANCE (ACCTMNT), *
000600* SUSPENSE WRITE-OFF (SUSPMNT), AND MONTH-END CLOSE (GLCLOSE) *
000700* EACH READ THE RUNNING USER'S RECORD BEFORE ACTING AND       *
000800* REFUSE, LOGGING TO AUTHVIOL, WHEN THE FLAG IS NOT "Y".  THE *
000900* SECURITY FLAG GOVERNS WHO MAY MAINTAIN THIS MASTER THROUGH  *
001000* AUTHMNT.                                                    *
001100*-------------------------------------------------------------*
001200 01  OPR-AUTH-RECORD.
001300     05  OPR-AUTH-KEY.
001400         10  OPR-AUTH-USER       PIC X(08).
001500     05  OPR-AUTH-NAME           PIC X(30).
001600     05  OPR-AUTH-FLAGS.
001700         10  OPR-AUTH-POST       PIC X(01).
001800             88  OPR-MAY-POST              VALUE "Y".
001900         10  OPR-AUTH-REVERSE    PIC X(01).
002000             88  OPR-MAY-REVERSE           VALUE "Y".
002100         10  OPR-AUTH-EXT-OVR    PIC X(01).
002200             88  OPR-MAY-OVERRIDE-EXTRACT  VALUE "Y".
002300         10  OPR-AUTH-ACCT-MAINT PIC X(01).
002400             88  OPR-MAY-MAINTAIN-ACCOUNTS VALUE "Y".
002500         10  OPR-AUTH-WRITE-OFF  PIC X(01).
002600             88  OPR-MAY-WRITE-OFF         VALUE "Y".
002700         10  OPR-AUTH-CLOSE      PIC X(01).
002800             88  OPR-MAY-CLOSE-MONTH       VALUE "Y".
002900         10  OPR-AUTH-SECURITY   PIC X(01).
003000             88  OPR-MAY-MAINTAIN-AUTH     VALUE "Y".
003100     05  OPR-AUTH-FLAG-TABLE REDEFINES OPR-AUTH-FLAGS.
003200         10  OPR-AUTH-FLAG       PIC X(01) OCCURS 7 TIMES.
003300     05  OPR-AUTH-CHANGE-DATE    PIC 9(08).
003400     05  OPR-AUTH-CHANGE-USER    PIC X(08).
003500     05  FILLER                  PIC X(19).
