000100*----------------------------------------------------------
000200* XREFRECL - CUSTOMER NUMBER CROSS-REFERENCE (DEMOCUSX)
000300*           ONE RECORD PER CUSTOMER NUMBER RETIRED BY A
000400*           DEMOMRGE MERGE, KEYED BY THE RETIRED NUMBER AND
000500*           CARRYING THE SURVIVING NUMBER ITS HISTORY NOW
000600*           BELONGS TO. DEMOMRGE KEEPS THE FILE FLAT - WHEN A
000700*           SURVIVOR IS ITSELF MERGED LATER, EVERY NUMBER
000800*           THAT POINTED AT IT IS REPOINTED - SO ONE READ
000900*           ALWAYS LANDS ON A LIVE CUSTMAST NUMBER. DEMOINQ,
001000*           DEMOSTMT, DEMODUNN AND DEMOEXPO FOLLOW IT FOR THE
001100*           OLD NUMBER STILL CARRIED ON FOUT AND FOUTHIST;
001200*           DEMOCMNT REFUSES TO RE-ADD A RETIRED NUMBER.
001300*----------------------------------------------------------
001400*--------------------------------------------------------
001500* MODIFICATION HISTORY
001600*--------------------------------------------------------
001700* 2026-10-15 RF  INITIAL VERSION.
001800*--------------------------------------------------------
001900 01  XREF-REC.
002000     05 XREF-OLD-CUST-NO    PIC 9(06).
002100     05 XREF-NEW-CUST-NO    PIC 9(06).
002200     05 XREF-MERGE-DATE     PIC 9(08).
002300     05 XREF-OPERATOR-ID    PIC X(08).
002400     05 XREF-AUTHORITY      PIC X(08).
