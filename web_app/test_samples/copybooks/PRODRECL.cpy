000100*----------------------------------------------------------
000200* PRODRECL - PRODUCT MASTER RECORD LAYOUT (PRODMAST)
000300*           KEYED BY PRODUCT CODE - THE SAME 8-BYTE CODE
000400*           BILLING SENDS ON EVERY 'DTL' LINE. MAINTAINED
000500*           ONLY THROUGH DEMOPMNT; READ BY DEMOCOB (WHICH
000600*           SUSPENDS AN INVOICE CARRYING A LINE FOR A CODE
000700*           NOT ON FILE) AND BY THE DEMOSALE SALES ANALYSIS.
000800*----------------------------------------------------------
000900*--------------------------------------------------------
001000* MODIFICATION HISTORY
001100*--------------------------------------------------------
001200* 2026-10-15 RF  INITIAL VERSION.
001300*--------------------------------------------------------
001400 01  PROD-REC.
001500     05 PROD-CODE           PIC X(08).
001600     05 PROD-DESC           PIC X(30).
001700*--------------------------------------------------------
001800* THE FAMILY GROUPS PRODUCTS FOR THE SALES ANALYSIS; THE
001900* REVENUE ACCOUNT IS THE GENERAL LEDGER ACCOUNT (SAME
002000* WIDTH AS GLJ-ACCOUNT ON GLJRNLL) THE PRODUCT'S SALES
002100* BELONG TO.
002200*--------------------------------------------------------
002300     05 PROD-FAMILY         PIC X(04).
002400     05 PROD-REV-ACCOUNT    PIC X(08).
