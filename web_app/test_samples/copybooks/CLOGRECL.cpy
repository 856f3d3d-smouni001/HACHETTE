000100*----------------------------------------------------------
000200* CLOGRECL - CASH DISPOSITION LOG RECORD (DEMOCLOG)
000300*           ONE RECORD APPENDED BY DEMOALOC FOR EVERY
000400*           AMOUNT IT TAKES OFF CASH SUSPENSE - AN
000500*           AUTOMATIC RE-DRIVE AGAINST DEMOOPEN, AN
000600*           OPERATOR ALLOCATION TO A NAMED OPEN ITEM, OR A
000700*           REMAINDER PUT ON ACCOUNT. WHO (OPERATOR AND,
000800*           FOR ON-ACCOUNT, THE SUPERVISOR AUTHORITY CODE),
000900*           WHEN (DATE AND TIME), AND WHY (DISPOSITION CODE
001000*           AND FREE-TEXT REASON), AS DEMODLOG RECORDS THE
001100*           INVOICE SUSPENSE DISPOSITIONS.
001200*----------------------------------------------------------
001300*--------------------------------------------------------
001400* MODIFICATION HISTORY
001500*--------------------------------------------------------
001600* 2026-10-15 RF  INITIAL VERSION.
001700*--------------------------------------------------------
001800 01  CLOG-REC.
001900     05 CLOG-ACTION         PIC X(03).
002000        88 CLOG-RE-DRIVEN   VALUE 'RTY'.
002100        88 CLOG-ALLOCATED   VALUE 'ALC'.
002200        88 CLOG-ON-ACCOUNT  VALUE 'ONA'.
002300     05 CLOG-SUSP-REASON    PIC X(03).
002400*--------------------------------------------------------
002500* CLOG-RCPT IS THE SUSPENDED RECEIPT AS IT STOOD ON
002600* CASHSUSP (CSUSP-RCPT), SO A LOG ENTRY TIES BACK TO THE
002700* BANK LIST.
002800*--------------------------------------------------------
002900     05 CLOG-RCPT.
003000        10 CLOG-PAY-DATE        PIC 9(08).
003100        10 CLOG-RCPT-AMOUNT     PIC 9(07)V99.
003200        10 CLOG-CURRENCY-CODE   PIC X(03).
003300        10 CLOG-CUSTOMER-NO     PIC 9(06).
003400        10 CLOG-RCPT-INVOICE    PIC 9(10).
003500*--------------------------------------------------------
003600* THE OPEN ITEM THE AMOUNT WAS APPLIED TO - ZERO WHEN IT
003700* WENT ON ACCOUNT.
003800*--------------------------------------------------------
003900     05 CLOG-INVOICE-NO     PIC 9(10).
004000     05 CLOG-AMOUNT         PIC S9(7)V99 COMP-3.
004100     05 CLOG-DISP-CODE      PIC X(03).
004200     05 CLOG-OPERATOR-ID    PIC X(08).
004300     05 CLOG-AUTHORITY      PIC X(08).
004400     05 CLOG-DATE           PIC 9(08).
004500     05 CLOG-TIME           PIC 9(08).
004600     05 CLOG-REASON-TEXT    PIC X(40).
