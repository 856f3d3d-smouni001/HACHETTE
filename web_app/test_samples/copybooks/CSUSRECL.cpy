000100*----------------------------------------------------------
000200* CSUSRECL - CASH SUSPENSE RECORD LAYOUT (CASHSUSP)
000300*           ONE RECORD PER BANK RECEIPT DEMOCASH COULD NOT
000400*           POST - THE FULL RECEIPT IMAGE PLUS THE REASON
000500*           AND THE RUN THAT HELD IT. SHARED BY DEMOCASH
000600*           (WHICH SUSPENDS) AND DEMOALOC (WHICH RE-DRIVES
000700*           THE HELD RECEIPTS AND APPLIES THE OPERATOR'S
000800*           ALLOCATIONS).
000900*----------------------------------------------------------
001000*--------------------------------------------------------
001100* MODIFICATION HISTORY
001200*--------------------------------------------------------
001300* 2026-10-15 RF  PULLED OUT OF DEMOCASH INTO A SHARED
001400*                COPYBOOK NOW THAT DEMOALOC ALSO READS AND
001500*                REBUILDS CASHSUSP.
001510* 2026-10-15 RF  ADDED REASON 'WOF' - A RECEIPT AGAINST AN ITEM
001520*                DEMOWOFF HAS WRITTEN OFF. A RECOVERED BAD DEBT
001530*                IS NEVER APPLIED TO THE CLOSED ITEM; IT IS
001540*                HELD FOR CREDIT CONTROL.
001600*--------------------------------------------------------
001700 01  CSUSP-REC.
001800     05 CSUSP-REASON-CODE   PIC X(03).
001900        88 CSUSP-MALFORMED         VALUE 'FMT'.
002000        88 CSUSP-UNMATCHED         VALUE 'UNM'.
002100        88 CSUSP-OVERPAYMENT       VALUE 'OVR'.
002110        88 CSUSP-WRITTEN-OFF       VALUE 'WOF'.
002200     05 CSUSP-RUN-SEQ       PIC 9(05).
002300     05 CSUSP-POST-DATE     PIC 9(08).
002400*--------------------------------------------------------
002500* CSUSP-RCPT MIRRORS DEMOCASH'S RCPT-REC FIELD FOR FIELD,
002600* SO THE WHOLE RECEIPT MOVES IN AND OUT AS A GROUP.
002700*--------------------------------------------------------
002800     05 CSUSP-RCPT.
002900        10 CSUSP-PAY-DATE         PIC 9(08).
003000        10 CSUSP-AMOUNT           PIC 9(07)V99.
003100        10 CSUSP-CURRENCY-CODE    PIC X(03).
003200        10 CSUSP-CUSTOMER-NO      PIC 9(06).
003300        10 CSUSP-INVOICE-NO       PIC 9(10).
