000100*----------------------------------------------------------
000200* FXCTRECL - EXCHANGE-DIFFERENCE POSTING CONTROL (DEMOFXCT)
000300*           ONE RECORD APPENDED PER EXCHANGE-DIFFERENCE
000400*           JOURNAL BATCH WRITTEN TO GLJRNL, ONLY WHEN THE
000500*           BATCH BALANCED - THE SAME DISCIPLINE DEMOGLJR
000600*           KEEPS ON DEMOGLCT. A 'REV' RECORD IS A MONTH-END
000700*           REVALUATION BY DEMOFXRV, KEYED BY THE PERIOD-END
000800*           DATE; DEMOFXRV REFUSES A PERIOD ALREADY HERE, SO
000900*           NO PERIOD IS REVALUED TWICE. AN 'RLZ' RECORD IS
001000*           THE REALISED DIFFERENCE ON ONE DEMOCASH RUN'S
001100*           RECEIPTS, OR ON THE CASH ONE DEMOALOC RUN TOOK
001150*           OFF SUSPENSE, KEYED BY THE RUN DATE - THE CASH
001200*           CANNOT POST TWICE (DEMOCASH RETIRES A CONSUMED
001250*           BANKRCPT, DEMOALOC REBUILDS CASHSUSP WITHOUT
001300*           WHAT IT POSTED), SO THESE ARE PROOF ONLY.
001400*----------------------------------------------------------
001500*--------------------------------------------------------
001600* MODIFICATION HISTORY
001700*--------------------------------------------------------
001800* 2026-10-15 RF  INITIAL VERSION.
001810* 2026-10-15 RF  DEMOALOC ALSO WRITES 'RLZ' RECORDS, FOR CASH
001820*                IT APPLIES FROM CASHSUSP TO NON-EUR ITEMS.
001900*--------------------------------------------------------
002000 01  FXC-REC.
002100     05 FXC-BATCH-TYPE      PIC X(03).
002200        88 FXC-REVALUATION  VALUE 'REV'.
002300        88 FXC-REALISED     VALUE 'RLZ'.
002400     05 FXC-BATCH-KEY       PIC 9(08).
002500     05 FXC-RUN-SEQ         PIC 9(05).
002600     05 FXC-POST-DATE       PIC 9(08).
002700     05 FXC-POST-TIME       PIC 9(08).
002800     05 FXC-LINE-COUNT      PIC 9(07).
002900     05 FXC-DEBIT-TOTAL     PIC S9(11)V99 COMP-3.
003000     05 FXC-CREDIT-TOTAL    PIC S9(11)V99 COMP-3.
