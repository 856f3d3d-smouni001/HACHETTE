000100*----------------------------------------------------------
000200* RCPTRECL - BANK RECEIPT RECORD (BANKRCPT)
000300*           ONE RECORD PER PAYMENT ON THE BANK'S RECEIPTS
000400*           FILE, WHICH DEMOCASH POSTS AGAINST DEMOOPEN.
000500*           RCPT-INVOICE-NO IS ZERO WHEN THE REMITTANCE
000600*           CARRIED NO INVOICE NUMBER.
000700*----------------------------------------------------------
000800*--------------------------------------------------------
000900* MODIFICATION HISTORY
001000*--------------------------------------------------------
001100* 2026-10-15 RF  PULLED OUT OF DEMOCASH INTO A SHARED
001200*                COPYBOOK NOW THAT DEMODDRT ALSO APPENDS THE
001300*                SETTLED DIRECT-DEBIT COLLECTIONS TO BANKRCPT.
001400*--------------------------------------------------------
001500 01  RCPT-REC.
001600     05 RCPT-PAY-DATE       PIC 9(08).
001700     05 RCPT-AMOUNT         PIC 9(07)V99.
001800     05 RCPT-CURRENCY-CODE  PIC X(03).
001900     05 RCPT-CUSTOMER-NO    PIC 9(06).
002000     05 RCPT-INVOICE-NO     PIC 9(10).
