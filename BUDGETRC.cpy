000100*-------------------------------------------------------------*
000200* BUDGETRC - BUDGET MASTER (BUDGET INDEXED FILE)              *
000300* KEYED BY ACCOUNT CODE AND ACCOUNTING PERIOD (YYYYMM), THE   *
000400* SAME KEY AS ACCTBAL, SO THE PERIOD BUDGET SITS BESIDE THE   *
000500* PERIOD ACTUAL AND THE YEAR-TO-DATE BUDGET IS THE SUM OF     *
000600* THE ACCOUNT'S RECORDS FROM JANUARY THROUGH THE PERIOD.      *
000700* LOADED AND CHANGED FROM BUDTXN CARDS BY BUDMNT (EVERY       *
000800* CHANGE LOGGED TO BUDCHG); READ BY THE BUDVAR VARIANCE       *
000900* REPORT.                                                     *
001000*-------------------------------------------------------------*
001100 01  BUDGET-RECORD.
001200     05  BUD-KEY.
001300         10  BUD-ACCOUNT         PIC X(04).
001400         10  BUD-PERIOD          PIC 9(06).
001500     05  BUD-AMOUNT              PIC S9(11)V99.
001600     05  BUD-CHANGE-DATE         PIC 9(08).
001700     05  BUD-CHANGE-USER         PIC X(08).
001800     05  FILLER                  PIC X(11).
