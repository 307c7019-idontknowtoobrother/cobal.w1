000100*-------------------------------------------------------------*
000200* STDENTRC - STANDING JOURNAL ENTRY MASTER (STDENT INDEXED)   *
000300* KEYED BY STANDING ENTRY ID.  ONE RECORD PER RECURRING       *
000400* ACCRUAL PAIR - ACCOUNT, OPERATION CODE, THE TWO AMOUNTS,    *
000500* FREQUENCY ("M" MONTHLY, "Q" QUARTERLY, "A" ANNUAL COUNTED   *
000600* FROM THE START PERIOD), START AND END PERIOD (YYYYMM, END   *
000700* ZERO = NO END), THE DAY OF THE MONTH TO DATE THE ENTRY      *
000800* (ZERO OR PAST MONTH-END = LAST DAY), AND THE LAST PERIOD    *
000900* AND BATCH IT WAS GENERATED INTO SO A RERUN FOR THE SAME     *
001000* MONTH CANNOT GENERATE IT TWICE.  MAINTAINED BY STDMNT, READ *
001100* AND STAMPED BY STDJRNL.  THE RESERVED ID "******" CARRIES   *
001200* THE CONTROL RECORD - THE LAST PERIOD A BATCH WAS BUILT FOR  *
001300* AND THE RUN LETTER USED, SO EACH BATCH ID IS UNIQUE.        *
001400*-------------------------------------------------------------*
001500 01  STD-ENT-RECORD.
001600     05  STD-ENT-KEY.
001700         10  STD-ENT-ID          PIC X(06).
001800     05  STD-ENT-DATA.
001900         10  STD-ENT-DESC        PIC X(20).
002000         10  STD-ENT-ACCOUNT     PIC X(04).
002100         10  STD-ENT-OP-CODE     PIC X(01).
002200         10  STD-ENT-NUM1        PIC S9(07)V99.
002300         10  STD-ENT-NUM2        PIC S9(07)V99.
002400         10  STD-ENT-FREQUENCY   PIC X(01).
002500             88  STD-ENT-MONTHLY           VALUE "M".
002600             88  STD-ENT-QUARTERLY         VALUE "Q".
002700             88  STD-ENT-ANNUAL            VALUE "A".
002800         10  STD-ENT-START-PERIOD PIC 9(06).
002900         10  STD-ENT-END-PERIOD  PIC 9(06).
003000         10  STD-ENT-POST-DAY    PIC 9(02).
003100         10  STD-ENT-LAST-GEN    PIC 9(06).
003200         10  STD-ENT-LAST-BATCH  PIC X(06).
003300         10  FILLER              PIC X(04).
003400     05  STD-CTL-DATA REDEFINES STD-ENT-DATA.
003500         10  STD-CTL-LAST-PERIOD PIC 9(06).
003600         10  STD-CTL-LAST-RUN    PIC 9(02).
003700         10  FILLER              PIC X(66).
