000100*----------------------------------------------------------
000200* WLOGRECL - BAD-DEBT WRITE-OFF LOG RECORD (DEMOWLOG)
000300*           ONE RECORD APPENDED BY DEMOWOFF FOR EVERY
000400*           FINANCE DECISION ON A PROPOSED WRITE-OFF - AN
000500*           APPROVAL THAT CLOSED THE OPEN ITEM 'W' OR A
000600*           DECLINE THAT LEFT IT OPEN. WHO (OPERATOR AND
000700*           AUTHORITY CODE), WHEN (DATE, TIME AND THE RUN
000800*           SEQUENCE STAMPED ON THE JOURNAL), WHY (FREE
000900*           TEXT), AND WHAT: THE RESIDUAL IN THE ITEM'S
001000*           CURRENCY AND ITS EUR VALUE WITH THE VAT PORTION
001100*           RECLAIMED AT THE INVOICE'S OWN VAT-RATE. ON A
001200*           DECLINE THE AMOUNTS ARE THE RESIDUAL AS IT
001300*           STOOD AND NOTHING WAS JOURNALED.
001400*----------------------------------------------------------
001500*--------------------------------------------------------
001600* MODIFICATION HISTORY
001700*--------------------------------------------------------
001800* 2026-10-15 RF  INITIAL VERSION.
001900*--------------------------------------------------------
002000 01  WLOG-REC.
002100     05 WLOG-ACTION         PIC X(03).
002200        88 WLOG-APPROVED    VALUE 'APP'.
002300        88 WLOG-DECLINED    VALUE 'DEC'.
002400     05 WLOG-INVOICE-NO     PIC 9(10).
002500     05 WLOG-CUSTOMER-NO    PIC 9(06).
002600     05 WLOG-CURRENCY-CODE  PIC X(03).
002700     05 WLOG-RESIDUAL       PIC S9(7)V99 COMP-3.
002800     05 WLOG-VAT-RATE       PIC 9(2)V99 COMP-3.
002900     05 WLOG-EUR-AMOUNT     PIC S9(9)V99 COMP-3.
003000     05 WLOG-EUR-VAT        PIC S9(9)V99 COMP-3.
003100     05 WLOG-DEMAND-DATE    PIC 9(08).
003200     05 WLOG-RUN-SEQ        PIC 9(05).
003300     05 WLOG-OPERATOR-ID    PIC X(08).
003400     05 WLOG-AUTHORITY      PIC X(08).
003500     05 WLOG-DATE           PIC 9(08).
003600     05 WLOG-TIME           PIC 9(08).
003700     05 WLOG-REASON-TEXT    PIC X(40).
