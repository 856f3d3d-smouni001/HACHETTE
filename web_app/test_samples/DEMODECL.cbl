002676*                DECLARATION FILED FROM IT COULD DRIFT -
002678*                WHICH IS EXACTLY WHAT THE CLOSE EXISTS TO
002680*                PREVENT.
002686* 2026-10-15 RF  WS-WORK-REC GAINS WRK-ORIG-INVOICE-NO, IN
002692*                STEP WITH OUTRECL.
002694* 2026-10-15 RF  WS-WORK-REC GAINS WRK-DUE-DATE, IN STEP WITH
002696*                OUTRECL.
002700*----------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
010000     05 WRK-LABEL-TEXT      PIC X(20).
010100     05 WRK-CUSTOMER-NO     PIC 9(06).
010200     05 WRK-VAT-RATE        PIC 9(2)V99 COMP-3.
010250     05 WRK-ORIG-INVOICE-NO PIC 9(10).
010275     05 WRK-DUE-DATE        PIC 9(08).
010300*----------------------------------------------------------
010400* DETAIL TOTALS, ONE ENTRY PER (RATE, CURRENCY), KEPT IN
010500* ASCENDING RATE/CURRENCY ORDER BY INSERTION SO THE
