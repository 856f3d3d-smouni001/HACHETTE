000100*----------------------------------------------------------
000200* DUNSRECL - DUNNING STATE RECORD (DEMODUNS)
000300*           ONE RECORD PER INVOICE DEMODUNN HAS EVER SENT A
000400*           LETTER FOR - THE LEVEL LAST SENT AND WHEN, SO A
000500*           RUN NEVER REPEATS A REMINDER AND NEVER SKIPS A
000600*           LEVEL.
000700*----------------------------------------------------------
000800*--------------------------------------------------------
000900* MODIFICATION HISTORY
001000*--------------------------------------------------------
001100* 2026-10-15 RF  PULLED OUT OF DEMODUNN INTO A SHARED
001200*                COPYBOOK NOW THAT DEMOMRGE ALSO RE-KEYS THE
001300*                DUNNING STATE.
001400*--------------------------------------------------------
001500 01  DUN-REC.
001600     05 DUN-INVOICE-NO      PIC 9(10).
001700     05 DUN-CUSTOMER-NO     PIC 9(06).
001800     05 DUN-LAST-LEVEL      PIC 9(01).
001900     05 DUN-LAST-SENT-DATE  PIC 9(08).
