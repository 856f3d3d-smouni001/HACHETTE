001306*                "POSTED WITHOUT ITS LINES" INVOICE, WHOSE
001307*                DETAIL AR ONLY GETS IF UPSTREAM RE-SENDS
001308*                IT.
001314* 2026-10-15 RF  ADDED REASON 'PRD' (A DETAIL LINE FOR A
001320*                PRODUCT CODE NOT ON THE NEW PRODMAST PRODUCT
001326*                MASTER). AS WITH 'LIN' THE LINES ARE NOT
001332*                KEPT, SO 'PRD' RECORDS ARE CARRIED FORWARD
001338*                UNTIL UPSTREAM RE-SENDS THE INVOICE ONCE THE
001344*                CODE IS ON FILE.
001354*--------------------------------------------------------
001400 01  SUSP-REC.
001500     05 SUSP-REASON-CODE    PIC X(03).
001675        88 SUSP-CREDIT-BLOCKED      VALUE 'LIM'.
001680        88 SUSP-CLOSED-PERIOD       VALUE 'PER'.
001685        88 SUSP-FORCE-RELEASED      VALUE 'REL'.
001692        88 SUSP-UNKNOWN-PRODUCT     VALUE 'PRD'.
001700     05 SUSP-RUN-SEQ        PIC 9(05).
001800     05 SUSP-REJECT-DATE    PIC 9(08).
001900*--------------------------------------------------------
