000100*----------------------------------------------------------
000200* MLOGRECL - CUSTOMER MERGE LOG RECORD (DEMOMLOG)
000300*           ONE RECORD APPENDED BY DEMOMRGE FOR EVERYTHING A
000400*           MERGE MOVES OR CHANGES - EACH OPEN ITEM, DUNNING
000500*           STATE AND SUSPENSE RECORD RE-KEYED FROM THE
000600*           DUPLICATE TO THE SURVIVOR, EACH ON-ACCOUNT BALANCE
000700*           MOVED ACROSS, EACH CROSS-REFERENCE WRITTEN OR
000800*           REPOINTED, A CREDIT HOLD CARRIED OVER, AND THE
000900*           RETIREMENT OF THE DUPLICATE FROM CUSTMAST. WHO
001000*           (OPERATOR AND SUPERVISOR AUTHORITY), WHEN AND WHY,
001100*           AS DEMODLOG AND DEMOCLOG RECORD THE SUSPENSE
001200*           DISPOSITIONS.
001300*----------------------------------------------------------
001400*--------------------------------------------------------
001500* MODIFICATION HISTORY
001600*--------------------------------------------------------
001700* 2026-10-15 RF  INITIAL VERSION.
001800*--------------------------------------------------------
001900 01  MLOG-REC.
002000     05 MLOG-ACTION         PIC X(03).
002100        88 MLOG-RE-KEYED    VALUE 'RKY'.
002200        88 MLOG-BALANCE-MOVED VALUE 'ONA'.
002300        88 MLOG-XREF-WRITTEN VALUE 'XRF'.
002400        88 MLOG-XREF-REPOINTED VALUE 'XRP'.
002500        88 MLOG-HOLD-CARRIED VALUE 'HLD'.
002600        88 MLOG-RETIRED     VALUE 'RET'.
002700     05 MLOG-DATASET        PIC X(08).
002800     05 MLOG-DUP-CUST-NO    PIC 9(06).
002900     05 MLOG-SURV-CUST-NO   PIC 9(06).
003000*--------------------------------------------------------
003100* MLOG-ITEM-KEY NAMES WHAT MOVED WITHIN THE DATASET - THE
003200* INVOICE NUMBER FOR AN OPEN ITEM, DUNNING STATE OR SUSPENSE
003300* RECORD, THE CURRENCY FOR AN ON-ACCOUNT BALANCE, THE OLD
003400* CUSTOMER NUMBER FOR A REPOINTED CROSS-REFERENCE. THE
003500* AMOUNT IS THE OPEN RESIDUAL, SUSPENDED AMOUNT OR BALANCE
003600* MOVED, ZERO WHERE NO MONEY IS INVOLVED.
003700*--------------------------------------------------------
003800     05 MLOG-ITEM-KEY       PIC X(10).
003900     05 MLOG-AMOUNT         PIC S9(9)V99 COMP-3.
004000     05 MLOG-OPERATOR-ID    PIC X(08).
004100     05 MLOG-AUTHORITY      PIC X(08).
004200     05 MLOG-DATE           PIC 9(08).
004300     05 MLOG-TIME           PIC 9(08).
004400     05 MLOG-REASON-TEXT    PIC X(40).
