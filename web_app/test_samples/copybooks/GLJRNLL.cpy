000100*----------------------------------------------------------
000200* GLJRNLL - GENERAL LEDGER JOURNAL LINE (GLJRNL)
000300*          ONE LINE PER ACCOUNT POSTING, GROUPED INTO
000400*          BALANCED BATCHES. WRITTEN BY DEMOGLJR FOR THE
000500*          INVOICE EXTRACT, BY DEMOFXRV, DEMOCASH AND
000550*          DEMOALOC FOR THE UNREALISED AND REALISED
000600*          EXCHANGE DIFFERENCES, AND BY DEMOWOFF FOR
000650*          BAD-DEBT WRITE-OFFS.
000700*          AMOUNTS ARE ALWAYS POSITIVE; THE DR/CR FLAG
000800*          CARRIES THE SIDE, AND REVERSING ENTRIES SWAP IT.
000900*----------------------------------------------------------
001000*--------------------------------------------------------
001100* MODIFICATION HISTORY
001200*--------------------------------------------------------
001300* 2026-10-15 RF  PULLED OUT OF DEMOGLJR INTO A SHARED
001400*                COPYBOOK NOW THAT THE NEW DEMOFXRV
001500*                REVALUATION AND DEMOCASH ALSO JOURNAL.
001510* 2026-10-15 RF  DEMOWOFF WRITE-OFF BATCHES (BADDEBT AND
001520*                VATPAYBL DEBITS AGAINST ARCVBLE).
001530* 2026-10-15 RF  DEMOALOC REALISED EXCHANGE-DIFFERENCE BATCHES
001540*                FOR CASH APPLIED FROM SUSPENSE.
001600*--------------------------------------------------------
001700 01  GLJ-REC.
001800     05 GLJ-RUN-SEQ         PIC 9(05).
001900     05 GLJ-BATCH-DATE      PIC 9(08).
002000     05 GLJ-LINE-NO         PIC 9(04).
002100     05 GLJ-ACCOUNT         PIC X(08).
002200     05 GLJ-VAT-RATE        PIC 9(2)V99 COMP-3.
002300     05 GLJ-DR-CR           PIC X(01).
002400        88 GLJ-DEBIT        VALUE 'D'.
002500        88 GLJ-CREDIT       VALUE 'C'.
002600     05 GLJ-AMOUNT          PIC S9(11)V99 COMP-3.
