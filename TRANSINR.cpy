000100*-------------------------------------------------------------*
000200* TRANSINR - BATCH TRANSACTION RECORDS (TRANSIN SEQUENTIAL)   *
000300* EACH BATCH IS AN "H" HEADER (BATCH ID, ORIGINATING          *
000400* DEPARTMENT, BUSINESS DATE), ITS DETAIL RECORDS (TWO SIGNED  *
000500* AMOUNTS, OPERATION CODE, ACCOUNT, EFFECTIVE DATE), AND A    *
000600* "T" TRAILER CARRYING THE DETAIL COUNT AND THE HASH TOTAL OF *
000700* BOTH AMOUNTS.  SEVERAL BATCHES MAY BE CONCATENATED IN ONE   *
000800* FILE.  READ BY PLUSNUMBER BATCH MODE; WRITTEN BY THE        *
000900* STDJRNL STANDING ENTRY GENERATOR AND THE DEPTINTK           *
000950* DEPARTMENT SUBMISSION INTAKE.                               *
001000*-------------------------------------------------------------*
001100 01  TRANS-RECORD.
001200     05  TRANS-NUM1              PIC S9(07)V99.
001300     05  TRANS-NUM2              PIC S9(07)V99.
001400     05  TRANS-OP-CODE           PIC X(01).
001500     05  TRANS-ACCOUNT           PIC X(04).
001600     05  TRANS-EFF-DATE          PIC X(08).
001700     05  FILLER                  PIC X(02).
001800 01  TRANS-TRAILER-RECORD.
001900     05  TRL-RECORD-TYPE         PIC X(01).
002000         88  TRANS-IS-TRAILER              VALUE "T".
002100     05  TRL-RECORD-COUNT        PIC 9(09).
002200     05  TRL-HASH-TOTAL          PIC S9(13)V99.
002300     05  FILLER                  PIC X(08).
002400 01  TRANS-HEADER-RECORD.
002500     05  HDR-RECORD-TYPE         PIC X(01).
002600         88  TRANS-IS-HEADER               VALUE "H".
002700     05  HDR-BATCH-ID            PIC X(06).
002800     05  HDR-DEPARTMENT          PIC X(04).
002900     05  HDR-BUSINESS-DATE       PIC X(08).
003000     05  FILLER                  PIC X(14).
