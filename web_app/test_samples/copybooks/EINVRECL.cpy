000100*----------------------------------------------------------
000200* EINVRECL - STRUCTURED E-INVOICE RECORD (DEMOEINV)
000300*           THE FIXED-FORMAT TRANSMISSION FILE DEMOIDOC BUILDS
000400*           FOR THE E-INVOICING PLATFORM, 160 BYTES, ALL
000500*           NUMERICS DISPLAY AND UNSIGNED - A CREDIT IS CARRIED
000600*           AS POSITIVE AMOUNTS UNDER DOCUMENT TYPE 381. ONE
000700*           FILE HEADER ('00'), THEN PER DOCUMENT ITS HEADER
000800*           ('10'), BUYER ('20'), LINES ('30'), VAT BANDS
000900*           ('40') AND TOTALS ('50'), THEN ONE FILE TRAILER
001000*           ('99') WITH THE CONTROL COUNTS AND HASHES. THE
001100*           TRANSMISSION STEP DELETES THE FILE ONCE IT IS SENT.
001200*           DOCUMENT TYPES FOLLOW UNTDID 1001: 380 INVOICE,
001300*           381 CREDIT NOTE, 384 CORRECTED INVOICE. VAT
001400*           CATEGORY 'S' STANDARD RATE, 'Z' ZERO RATE.
001500*----------------------------------------------------------
001600*--------------------------------------------------------
001700* MODIFICATION HISTORY
001800*--------------------------------------------------------
001900* 2026-10-15 RF  INITIAL VERSION.
001910* 2026-10-15 RF  EIV-LN-UNIT-PRICE WIDENED TO 9(07)V99 TO CARRY
001920*                A UNIT PRICE OF 100,000.00 OR MORE; THE '30'
001930*                FILLER GIVES UP THE TWO BYTES, SO THE RECORD
001940*                STAYS 160.
002000*--------------------------------------------------------
002100 01  EINV-REC.
002200     05 EIV-REC-TYPE        PIC X(02).
002300        88 EIV-FILE-HEADER  VALUE '00'.
002400        88 EIV-DOC-HEADER   VALUE '10'.
002500        88 EIV-DOC-BUYER    VALUE '20'.
002600        88 EIV-DOC-LINE     VALUE '30'.
002700        88 EIV-DOC-VAT-BAND VALUE '40'.
002800        88 EIV-DOC-TOTALS   VALUE '50'.
002900        88 EIV-FILE-TRAILER VALUE '99'.
003000     05 EIV-DOC-NO          PIC 9(10).
003100     05 EIV-BODY            PIC X(148).
003200*    '00' - FILE HEADER (EIV-DOC-NO ZERO)
003300     05 EIV-FHDR REDEFINES EIV-BODY.
003400        10 EIV-FH-SELLER-SIREN PIC X(09).
003500        10 EIV-FH-RUN-SEQ      PIC 9(05).
003600        10 EIV-FH-PROD-DATE    PIC 9(08).
003700        10 EIV-FH-PROD-TIME    PIC 9(08).
003800        10 EIV-FH-CREATE-DATE  PIC 9(08).
003900        10 EIV-FH-CREATE-TIME  PIC 9(08).
004000        10 FILLER              PIC X(102).
004100*    '10' - DOCUMENT HEADER
004200     05 EIV-DHDR REDEFINES EIV-BODY.
004300        10 EIV-DH-TYPE-CODE    PIC X(03).
004400        10 EIV-DH-SOURCE-TYPE  PIC X(03).
004500        10 EIV-DH-ISSUE-DATE   PIC 9(08).
004600        10 EIV-DH-DUE-DATE     PIC 9(08).
004700        10 EIV-DH-CURRENCY     PIC X(03).
004800        10 EIV-DH-ORIG-DOC-NO  PIC 9(10).
004900        10 EIV-DH-SELLER-SIREN PIC X(09).
005000        10 EIV-DH-SELLER-VAT-ID PIC X(13).
005100        10 EIV-DH-NOTE         PIC X(20).
005200        10 FILLER              PIC X(71).
005300*    '20' - BUYER
005400     05 EIV-BUYR REDEFINES EIV-BODY.
005500        10 EIV-BY-CUSTOMER-NO  PIC 9(06).
005600        10 EIV-BY-NAME         PIC X(30).
005700        10 EIV-BY-ADDRESS      PIC X(40).
005800        10 FILLER              PIC X(72).
005900*    '30' - INVOICE LINE (NET AMOUNT, VAT EXCLUDED)
006000     05 EIV-LINE REDEFINES EIV-BODY.
006100        10 EIV-LN-LINE-NO      PIC 9(03).
006200        10 EIV-LN-PRODUCT-CODE PIC X(08).
006300        10 EIV-LN-DESC         PIC X(30).
006400        10 EIV-LN-QUANTITY     PIC 9(05)V99.
006500        10 EIV-LN-UNIT-PRICE   PIC 9(07)V99.
006600        10 EIV-LN-VAT-CATEGORY PIC X(01).
006700        10 EIV-LN-VAT-RATE     PIC 9(02)V99.
006800        10 EIV-LN-NET-AMOUNT   PIC 9(07)V99.
006900        10 FILLER              PIC X(77).
007000*    '40' - VAT BREAKDOWN, ONE PER RATE
007100     05 EIV-BAND REDEFINES EIV-BODY.
007200        10 EIV-VB-VAT-CATEGORY PIC X(01).
007300        10 EIV-VB-VAT-RATE     PIC 9(02)V99.
007400        10 EIV-VB-TAXABLE-AMT  PIC 9(09)V99.
007500        10 EIV-VB-VAT-AMT      PIC 9(09)V99.
007600        10 FILLER              PIC X(121).
007700*    '50' - DOCUMENT TOTALS
007800     05 EIV-TOTL REDEFINES EIV-BODY.
007900        10 EIV-TT-LINE-COUNT   PIC 9(03).
008000        10 EIV-TT-BAND-COUNT   PIC 9(03).
008100        10 EIV-TT-TOTAL-HT     PIC 9(09)V99.
008200        10 EIV-TT-TOTAL-TVA    PIC 9(09)V99.
008300        10 EIV-TT-TOTAL-TTC    PIC 9(09)V99.
008400        10 EIV-TT-AMOUNT-DUE   PIC 9(09)V99.
008500        10 FILLER              PIC X(98).
008600*    '99' - FILE TRAILER (EIV-DOC-NO ZERO). THE RECORD COUNT
008700*    INCLUDES THE HEADER AND THE TRAILER ITSELF.
008800     05 EIV-FTRL REDEFINES EIV-BODY.
008900        10 EIV-FT-DOC-COUNT    PIC 9(07).
009000        10 EIV-FT-RECORD-COUNT PIC 9(09).
009100        10 EIV-FT-TTC-HASH     PIC 9(13)V99.
009200        10 EIV-FT-DOC-NO-HASH  PIC 9(15).
009300        10 FILLER              PIC X(102).
