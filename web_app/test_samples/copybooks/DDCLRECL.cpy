000100*----------------------------------------------------------
000200* DDCLRECL - DIRECT-DEBIT COLLECTION RECORD (DDCOLL)
000300*           THE FIXED-FORMAT FILE DEMODDCL BUILDS FOR THE
000400*           BANK, 160 BYTES, ALL NUMERICS DISPLAY AND
000500*           UNSIGNED. ONE FILE HEADER ('00'), THEN ONE BATCH
000600*           PER REQUESTED COLLECTION DATE - ITS HEADER ('10'),
000700*           ONE ITEM ('20') PER INVOICE TO BE DEBITED, AND ITS
000800*           TRAILER ('90') WITH THE BATCH CONTROL TOTALS - THEN
000900*           ONE FILE TRAILER ('99'). THE TRANSMISSION STEP
001000*           DELETES THE FILE ONCE THE BANK HAS IT. THE END-TO-
001100*           END REFERENCE THE BANK ECHOES ON ITS RETURN FILE
001200*           (DDRTRECL) IS THE INVOICE NUMBER.
001300*----------------------------------------------------------
001400*--------------------------------------------------------
001500* MODIFICATION HISTORY
001600*--------------------------------------------------------
001700* 2026-10-15 RF  INITIAL VERSION.
001800*--------------------------------------------------------
001900 01  DDC-REC.
002000     05 DDC-REC-TYPE        PIC X(02).
002100        88 DDC-FILE-HEADER  VALUE '00'.
002200        88 DDC-BATCH-HEADER VALUE '10'.
002300        88 DDC-ITEM         VALUE '20'.
002400        88 DDC-BATCH-TRAILER VALUE '90'.
002500        88 DDC-FILE-TRAILER VALUE '99'.
002600     05 DDC-BATCH-NO        PIC 9(03).
002700     05 DDC-BODY            PIC X(155).
002800*    '00' - FILE HEADER (DDC-BATCH-NO ZERO)
002900     05 DDC-FHDR REDEFINES DDC-BODY.
003000        10 DDC-FH-CREDITOR-ID  PIC X(35).
003100        10 DDC-FH-RUN-SEQ      PIC 9(05).
003200        10 DDC-FH-CREATE-DATE  PIC 9(08).
003300        10 DDC-FH-CREATE-TIME  PIC 9(08).
003400        10 FILLER              PIC X(99).
003500*    '10' - BATCH HEADER, ONE PER COLLECTION DATE
003600     05 DDC-BHDR REDEFINES DDC-BODY.
003700        10 DDC-BH-COLLECT-DATE PIC 9(08).
003800        10 DDC-BH-CREDITOR-ID  PIC X(35).
003900        10 DDC-BH-CURRENCY     PIC X(03).
004000        10 FILLER              PIC X(109).
004100*    '20' - ONE DEBIT: THE INVOICE'S RESIDUAL AGAINST THE
004200*    CUSTOMER'S MANDATE
004300     05 DDC-ITEM-BODY REDEFINES DDC-BODY.
004400        10 DDC-IT-INVOICE-NO   PIC 9(10).
004500        10 DDC-IT-CUSTOMER-NO  PIC 9(06).
004600        10 DDC-IT-AMOUNT       PIC 9(07)V99.
004700        10 DDC-IT-MANDATE-REF  PIC X(35).
004800        10 DDC-IT-MANDATE-DATE PIC 9(08).
004900        10 DDC-IT-IBAN         PIC X(34).
005000        10 DDC-IT-BIC          PIC X(11).
005100        10 DDC-IT-DUE-DATE     PIC 9(08).
005200        10 FILLER              PIC X(34).
005300*    '90' - BATCH TRAILER. THE HASH IS THE SUM OF THE BATCH'S
005400*    INVOICE NUMBERS.
005500     05 DDC-BTRL REDEFINES DDC-BODY.
005600        10 DDC-BT-ITEM-COUNT   PIC 9(07).
005700        10 DDC-BT-AMOUNT-TOTAL PIC 9(11)V99.
005800        10 DDC-BT-INVOICE-HASH PIC 9(15).
005900        10 FILLER              PIC X(120).
006000*    '99' - FILE TRAILER (DDC-BATCH-NO ZERO). THE RECORD COUNT
006100*    INCLUDES THE HEADER AND THE TRAILER ITSELF.
006200     05 DDC-FTRL REDEFINES DDC-BODY.
006300        10 DDC-FT-BATCH-COUNT  PIC 9(03).
006400        10 DDC-FT-ITEM-COUNT   PIC 9(07).
006500        10 DDC-FT-RECORD-COUNT PIC 9(09).
006600        10 DDC-FT-AMOUNT-TOTAL PIC 9(13)V99.
006700        10 DDC-FT-INVOICE-HASH PIC 9(15).
006800        10 FILLER              PIC X(106).
