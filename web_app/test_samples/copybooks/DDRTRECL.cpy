000100*----------------------------------------------------------
000200* DDRTRECL - DIRECT-DEBIT RETURN RECORD (DDRETN)
000300*           THE BANK'S REPORT ON THE DEBITS DEMODDCL ASKED FOR,
000400*           ONE RECORD PER OUTCOME, KEYED BACK TO DEMOOPEN BY
000500*           THE INVOICE NUMBER SENT AS THE END-TO-END
000600*           REFERENCE. A DEBIT IS SETTLED ('S'), REJECTED
000700*           BEFORE SETTLEMENT ('J'), OR RETURNED AFTER IT HAD
000800*           SETTLED ('T') - A RETURN MAY ARRIVE ON A LATER FILE
000900*           THAN THE SETTLEMENT IT UNDOES. THE REASON IS THE
001000*           ISO 20022 / SEPA REASON CODE (AC04, MD06 ...),
001100*           BLANK ON A SETTLEMENT.
001200*----------------------------------------------------------
001300*--------------------------------------------------------
001400* MODIFICATION HISTORY
001500*--------------------------------------------------------
001600* 2026-10-15 RF  INITIAL VERSION.
001700*--------------------------------------------------------
001800 01  DDR-REC.
001900     05 DDR-INVOICE-NO      PIC 9(10).
002000     05 DDR-CUSTOMER-NO     PIC 9(06).
002100     05 DDR-AMOUNT          PIC 9(07)V99.
002200     05 DDR-COLLECT-DATE    PIC 9(08).
002300     05 DDR-SETTLE-DATE     PIC 9(08).
002400     05 DDR-RESULT          PIC X(01).
002500        88 DDR-SETTLED      VALUE 'S'.
002600        88 DDR-REJECTED     VALUE 'J'.
002700        88 DDR-RETURNED     VALUE 'T'.
002800        88 DDR-VALID-RESULT VALUE 'S' 'J' 'T'.
002900     05 DDR-REASON-CODE     PIC X(04).
003000     05 DDR-MANDATE-REF     PIC X(35).
