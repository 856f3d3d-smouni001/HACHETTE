000100*----------------------------------------------------------
000200* DHSTRECL - INVOICE LINE HISTORY RECORD (FOUTDHST)
000300*           ONE RECORD PER ACCEPTED INVOICE LINE THAT
000400*           DEMOARCH HAS AGED OUT OF FOUTDTL, WRITTEN TO THE
000500*           DATED FOUTDHST.CCYYMMDD GENERATION OF THE SAME
000600*           RUN THAT ARCHIVES ITS HEADER TO FOUTHIST. THE
000700*           LINE IS KEPT WHOLE (DETRECL IMAGE) AND CARRIES
000800*           THE HEADER FACTS A SALES ANALYSIS NEEDS, SO A
000900*           GENERATION CAN BE READ WITHOUT ITS HEADERS.
001000*----------------------------------------------------------
001100*--------------------------------------------------------
001200* MODIFICATION HISTORY
001300*--------------------------------------------------------
001400* 2026-10-15 RF  INITIAL VERSION.
001500*--------------------------------------------------------
001600 01  DHS-REC.
001700     05 DHS-DETAIL.
001800        10 DHS-INVOICE-NO      PIC 9(10).
001900        10 DHS-LINE-NO         PIC 9(03).
002000        10 DHS-PRODUCT-CODE    PIC X(08).
002100        10 DHS-QUANTITY        PIC S9(5)V99 COMP-3.
002200        10 DHS-UNIT-PRICE      PIC S9(5)V99 COMP-3.
002300        10 DHS-LINE-AMOUNT     PIC S9(7)V99 COMP-3.
002400        10 DHS-LINE-VAT-RATE   PIC 9(2)V99 COMP-3.
002500*--------------------------------------------------------
002600* FROM THE INVOICE HEADER (OUT-REC) THE LINE BELONGS TO
002700*--------------------------------------------------------
002800     05 DHS-REC-TYPE        PIC X(03).
002900     05 DHS-INVOICE-DATE    PIC 9(08).
003000     05 DHS-CUSTOMER-NO     PIC 9(06).
003100     05 DHS-CURRENCY-CODE   PIC X(03).
003200*--------------------------------------------------------
003300* THE LINE AS SOLD: QUANTITY SIGNED NEGATIVE ON A CREDIT
003400* NOTE (BILLING SENDS ITS LINES UNSIGNED, AS IT DOES THE
003500* HEADER), AND THE NET-OF-VAT LINE VALUE IN EUR AT THE
003600* CONVERSION THE HEADER'S EUR-EQUIV-AMT WAS MADE AT.
003700*--------------------------------------------------------
003800     05 DHS-SALES-QTY       PIC S9(7)V99 COMP-3.
003900     05 DHS-EUR-NET-AMT     PIC S9(9)V99 COMP-3.
