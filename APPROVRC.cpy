000100*-------------------------------------------------------------*
000200* APPROVRC - TWO-PERSON APPROVAL RECORD (APPROVAL INDEXED)    *
000300* A REVERSAL (FUNCTION "R", KEYED BY THE ORIGINAL POSTING'S   *
000400* DATE AND SEQUENCE) OR AN EXTRACT OVERRIDE (FUNCTION "O",    *
000500* KEYED BY THE FROM AND TO DATES) IS FILED PENDING BY THE     *
000600* FIRST AUTHORIZED USER WHO RUNS IT AND ONLY PROCEEDS WHEN A  *
000700* DIFFERENT AUTHORIZED USER RUNS THE SAME REQUEST.  WRITTEN   *
000800* BY GLREVRSL AND GLEXTRCT; LISTED WITH ITS AGE BY APRLIST.   *
000900*-------------------------------------------------------------*
001000 01  APPROVAL-RECORD.
001100     05  APR-KEY.
001200         10  APR-FUNCTION        PIC X(01).
001300             88  APR-FOR-REVERSAL          VALUE "R".
001400             88  APR-FOR-EXT-OVERRIDE      VALUE "O".
001500         10  APR-REQ-KEY         PIC X(16).
001600     05  APR-STATUS              PIC X(01).
001700         88  APR-PENDING                   VALUE "P".
001800         88  APR-APPROVED                  VALUE "A".
001900     05  APR-REQ-USER            PIC X(08).
002000     05  APR-REQ-DATE            PIC 9(08).
002100     05  APR-REQ-TIME            PIC X(08).
002200     05  APR-APPR-USER           PIC X(08).
002300     05  APR-APPR-DATE           PIC 9(08).
002400     05  APR-APPR-TIME           PIC X(08).
002500     05  APR-DETAIL              PIC X(30).
002600     05  FILLER                  PIC X(10).
