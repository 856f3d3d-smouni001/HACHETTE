000500*          FOUT BY DEMOCOB (SCRATCHED AS FOUTDTL.NEW AND
000600*          ONLY SWAPPED OVER FOUTDTL ONCE RECONCILIATION
000700*          PASSES, AS FOUT ITSELF IS) AND READ BY DEMOEXTR
000720*          FOR THE LINE-LEVEL CSV TO AR. DEMOARCH SPLITS IT
000780*          IN STEP WITH FOUT, AGEING LINES OUT TO FOUTDHST
000840*          (DHSTRECL).
000900*----------------------------------------------------------
001000*--------------------------------------------------------
001100* MODIFICATION HISTORY
001700*                DISPUTES ABOUT WHAT WAS ON AN INVOICE NO
001800*                LONGER GO BACK TO THE UPSTREAM BILLING
001900*                TEAM EVERY TIME.
001925* 2026-10-15 RF  DEMOARCH NOW ARCHIVES LINES WITH THEIR
001950*                HEADERS, SO FOUTDTL HOLDS ONLY THE CURRENT
001975*                EXTRACT'S LINES, AS FOUT DOES.
002000*--------------------------------------------------------
002100 01  DET-REC.
002200     05 DET-INVOICE-NO      PIC 9(10).
