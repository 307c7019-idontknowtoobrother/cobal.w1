000500* BY PLUSNUMBER FOR ACCOUNT VALIDATION.  A CLOSED ACCOUNT IS  *
000600* REFUSED FOR NEW POSTINGS BUT KEPT ON FILE SO HISTORICAL     *
000700* FOOTDTL AND GLPOST RECORDS STILL RESOLVE TO A DESCRIPTION.  *
000710* THE ACCOUNT CLASS (ASSET, LIABILITY, EQUITY, INCOME, OR     *
000720* EXPENSE) DRIVES YRCLOSE - INCOME AND EXPENSE ACCOUNTS ARE   *
000730* SWEPT TO RETAINED EARNINGS AT YEAR END, BALANCE-SHEET       *
000740* ACCOUNTS CARRY THEIR BALANCES INTO THE NEW YEAR.            *
000800*-------------------------------------------------------------*
000900 01  ACCT-MST-RECORD.
001000     05  ACCT-MST-KEY.
001400         88  ACCT-MST-ACTIVE               VALUE "A".
001500         88  ACCT-MST-CLOSED               VALUE "C".
001600     05  ACCT-MST-EFF-DATE       PIC 9(08).
001610     05  ACCT-MST-CLASS          PIC X(01).
001620         88  ACCT-MST-ASSET                VALUE "A".
001630         88  ACCT-MST-LIABILITY            VALUE "L".
001640         88  ACCT-MST-EQUITY               VALUE "E".
001650         88  ACCT-MST-INCOME               VALUE "I".
001660         88  ACCT-MST-EXPENSE              VALUE "X".
001670         88  ACCT-MST-BALANCE-SHEET        VALUE "A" "L" "E".
001680         88  ACCT-MST-INCOME-STATEMENT     VALUE "I" "X".
001690         88  ACCT-MST-UNCLASSIFIED         VALUE SPACE.
001700     05  FILLER                  PIC X(06).
