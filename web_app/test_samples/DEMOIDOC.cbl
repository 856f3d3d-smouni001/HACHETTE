000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DEMOIDOC.
000300 AUTHOR.        R. FABIANI.
000400 INSTALLATION.  BILLING SYSTEMS - INVOICE EXTRACT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 RF  INITIAL VERSION - INVOICE DOCUMENTS. RUNS
001100*                AFTER A RECONCILED PROMOTION, VERIFYING THE
001200*                FOUTSTMP BATCH STAMP LIKE EVERY OTHER
001300*                CONSUMER, AND ISSUES ONE DOCUMENT PER OUT-REC
001400*                FROM FOUT, FOUTDTL AND CUSTMAST: HEADER, THE
001500*                CUSTOMER'S NAME AND ADDRESS, THE LINE DETAIL,
001600*                HT/TVA/TTC PER VAT-RATE BAND, THE CURRENCY,
001700*                AND FOR A CREDIT NOTE (OR ADJUSTMENT) THE
001800*                ORIGINAL INVOICE IT REFERS TO. EACH DOCUMENT
001900*                GOES BOTH TO THE PRINT FILE (DEMOIDOC.PRT)
002000*                AND TO THE FIXED-FORMAT STRUCTURED E-INVOICE
002100*                FILE (DEMOEINV, LAYOUT EINVRECL) TRANSMITTED
002200*                UNDER THE FRENCH E-INVOICING MANDATE. THE
002300*                SELLER'S SIREN AND VAT NUMBER COME IN ON THE
002400*                COMMAND-LINE PARM. A CONSUMED-STAMP CONTROL
002500*                RECORD IS APPENDED TO DEMOIDCT PER STAMP
002600*                ISSUED, AND A STAMP ALREADY ON IT IS REFUSED
002700*                OUTRIGHT; DEMOREPR'S REFRESHED STAMP ISSUES
002800*                ONLY ITS OWN DELTA (FOUTDELT.INV), AS DEMOGLJR
002900*                JOURNALS ITS DELTA - SO NO INVOICE IS EVER
003000*                ISSUED TWICE. A DEMOEINV STILL ON DISK (NOT
003100*                YET TRANSMITTED) REFUSES THE RUN RATHER THAN
003200*                BEING OVERWRITTEN.
003210* 2026-10-15 RF  UNIT PRICE WIDENED TO S9(7)V99 IN WORKING
003220*                STORAGE, ON THE PRINTED LINE AND ON THE
003230*                E-INVOICE LINE RECORD. A HEADER-ONLY DOCUMENT
003240*                PRICES ITS ONE LINE AT THE DOCUMENT HT, AND AT
003250*                100,000.00 OR MORE THE OLD 9(05)V99 FIELDS
003260*                TRUNCATED IT.
003270* 2026-10-15 RF  A SINGLE-RATE DOCUMENT IS NOW FOOTED AGAINST
003280*                ITS HEADER TTC BEFORE THE HEADER AMOUNTS ARE
003290*                TAKEN FOR ITS BAND, SO LINES THAT DO NOT ADD UP
003295*                ARE REPORTED (RETURN-CODE 4) AS ON A MULTI-RATE
003297*                DOCUMENT INSTEAD OF BEING HIDDEN.
003300*----------------------------------------------------------
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT FOUT ASSIGN TO "FOUT"
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-FOUT-FILE-STATUS.
004000
004100*    THE LINE-DETAIL COMPANION DEMOCOB PROMOTES ALONGSIDE
004200*    FOUT - MAY NOT EXIST YET IF UPSTREAM SENDS NO DETAIL.
004300     SELECT DETAIL-IN ASSIGN TO "FOUTDTL"
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-DETL-FILE-STATUS.
004600
004700     SELECT BATCH-STAMP ASSIGN TO "FOUTSTMP"
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-STAMP-FILE-STATUS.
005000
005100*    ONE CONTROL RECORD PER STAMP EVER ISSUED. SCANNED
005200*    BEFORE ANYTHING IS WRITTEN SO A RERUN CANNOT ISSUE THE
005300*    SAME DOCUMENTS TWICE.
005400     SELECT ISSUE-CONTROL ASSIGN TO "DEMOIDCT"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-IDCT-FILE-STATUS.
005700
005800*    DEMOREPR'S DELTA FOR THIS PROGRAM - THE SUSPENSE POSTS
005900*    NOT YET ISSUED, CONSUMED (AND DELETED) INSTEAD OF FOUT
006000*    WHEN THE STAMP IS A REFRESH OF A RUN ALREADY ISSUED.
006100     SELECT DELTA-IN ASSIGN TO "FOUTDELT.INV"
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-DELTA-FILE-STATUS.
006400
006500     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS RANDOM
006800         RECORD KEY IS CUST-NO
006900         FILE STATUS IS WS-CUST-FILE-STATUS.
007000
007100     SELECT CUST-XREF ASSIGN TO "DEMOCUSX"
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS RANDOM
007400         RECORD KEY IS XREF-OLD-CUST-NO
007500         FILE STATUS IS WS-XREF-FILE-STATUS.
007600
007700     SELECT PRODUCT-MASTER ASSIGN TO "PRODMAST"
007800         ORGANIZATION IS INDEXED
007900         ACCESS MODE IS RANDOM
008000         RECORD KEY IS PROD-CODE
008100         FILE STATUS IS WS-PROD-FILE-STATUS.
008200
008300     SELECT DOCUMENT-PRINT ASSIGN TO "DEMOIDOC.PRT"
008400         ORGANIZATION IS SEQUENTIAL.
008500
008600     SELECT EINVOICE-OUT ASSIGN TO "DEMOEINV"
008700         ORGANIZATION IS SEQUENTIAL
008800         FILE STATUS IS WS-EINV-FILE-STATUS.
008900
009000     SELECT RUN-LOG ASSIGN TO "DEMORLOG"
009100         ORGANIZATION IS SEQUENTIAL
009200         FILE STATUS IS WS-RLOG-FILE-STATUS.
009300
009400 DATA DIVISION.
009500 FILE SECTION.
009600 FD  FOUT
009700     RECORDING MODE IS F.
009800     COPY OUTRECL.
009900
010000 FD  DETAIL-IN
010100     RECORDING MODE IS F.
010200     COPY DETRECL.
010300
010400 FD  BATCH-STAMP
010500     RECORDING MODE IS F.
010600     COPY STAMPL.
010700*----------------------------------------------------------
010800* ISSUE-CONTROL - THE STAMPS ALREADY ISSUED, WITH WHEN AND
010900*                 HOW MANY DOCUMENTS, SO ANY PAST ISSUE CAN
011000*                 BE TIED BACK TO ITS TRANSMISSION FILE
011100*----------------------------------------------------------
011200 FD  ISSUE-CONTROL
011300     RECORDING MODE IS F.
011400 01  IDC-REC.
011500     05 IDC-RUN-SEQ         PIC 9(05).
011600     05 IDC-PROD-DATE       PIC 9(08).
011700     05 IDC-PROD-TIME       PIC 9(08).
011800     05 IDC-ISSUE-DATE      PIC 9(08).
011900     05 IDC-ISSUE-TIME      PIC 9(08).
012000     05 IDC-DOC-COUNT       PIC 9(07).
012100     05 IDC-TTC-HASH        PIC 9(13)V99 COMP-3.
012200*----------------------------------------------------------
012300* DELTA-IN - A FLAT SLOT THE EXACT LENGTH OF OUT-REC (91
012400*            BYTES); EVERY RECORD IS MOVED WHOLE INTO THE
012500*            COMMON WORK RECORD BELOW.
012600*----------------------------------------------------------
012700 FD  DELTA-IN
012800     RECORDING MODE IS F.
012900 01  DELTA-REC              PIC X(91).
013000
013100 FD  CUSTOMER-MASTER.
013200     COPY CUSTRECL.
013300
013400 FD  CUST-XREF.
013500     COPY XREFRECL.
013600
013700 FD  PRODUCT-MASTER.
013800     COPY PRODRECL.
013900
014000 FD  DOCUMENT-PRINT
014100     RECORDING MODE IS F.
014200 01  PRINT-LINE             PIC X(132).
014300
014400 FD  EINVOICE-OUT
014500     RECORDING MODE IS F.
014600     COPY EINVRECL.
014700
014800 FD  RUN-LOG
014900     RECORDING MODE IS F.
015000     COPY RUNLOGL.
015100
015200 WORKING-STORAGE SECTION.
015300 77  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
015400     88 END-OF-FOUT         VALUE 'Y'.
015500 77  WS-DETL-EOF-SWITCH     PIC X(01) VALUE 'N'.
015600     88 END-OF-DETAIL       VALUE 'Y'.
015700 77  WS-IDCT-EOF-SWITCH     PIC X(01) VALUE 'N'.
015800     88 END-OF-CONTROL      VALUE 'Y'.
015900 77  WS-FOUT-FILE-STATUS    PIC X(02) VALUE "00".
016000     88 FOUT-FILE-NOT-FOUND VALUE "35".
016100 77  WS-DETL-FILE-STATUS    PIC X(02) VALUE "00".
016200     88 DETL-FILE-NOT-FOUND VALUE "35".
016300 77  WS-STAMP-FILE-STATUS   PIC X(02) VALUE "00".
016400     88 STAMP-FILE-NOT-FOUND VALUE "35".
016500 77  WS-IDCT-FILE-STATUS    PIC X(02) VALUE "00".
016600     88 IDCT-FILE-NOT-FOUND VALUE "35".
016700 77  WS-DELTA-FILE-STATUS   PIC X(02) VALUE "00".
016800     88 DELTA-FILE-NOT-FOUND VALUE "35".
016900 77  WS-CUST-FILE-STATUS    PIC X(02) VALUE "00".
017000 77  WS-XREF-FILE-STATUS    PIC X(02) VALUE "00".
017100 77  WS-PROD-FILE-STATUS    PIC X(02) VALUE "00".
017200 77  WS-EINV-FILE-STATUS    PIC X(02) VALUE "00".
017300     88 EINV-FILE-NOT-FOUND VALUE "35".
017400 77  WS-RLOG-FILE-STATUS    PIC X(02) VALUE "00".
017500     88 RLOG-FILE-NOT-FOUND VALUE "35".
017600 77  WS-STAMP-EMPTY-SWITCH  PIC X(01) VALUE 'N'.
017700     88 STAMP-EMPTY         VALUE 'Y'.
017800 77  WS-ISSUED-SWITCH       PIC X(01) VALUE 'N'.
017900     88 RUN-ALREADY-ISSUED  VALUE 'Y'.
018000 77  WS-DELTA-SWITCH        PIC X(01) VALUE 'N'.
018100     88 DELTA-MODE          VALUE 'Y'.
018200 77  WS-DELTA-NAME          PIC X(12) VALUE "FOUTDELT.INV".
018300 77  WS-DELETE-STATUS       PIC S9(09) COMP-5 VALUE ZERO.
018400 77  WS-DETL-AVAIL-SWITCH   PIC X(01) VALUE 'N'.
018500     88 DETAIL-AVAILABLE    VALUE 'Y'.
018600 77  WS-XREF-AVAIL-SWITCH   PIC X(01) VALUE 'N'.
018700     88 XREF-AVAILABLE      VALUE 'Y'.
018800 77  WS-PROD-AVAIL-SWITCH   PIC X(01) VALUE 'N'.
018900     88 PROD-AVAILABLE      VALUE 'Y'.
019000 77  WS-CUST-FOUND-SWITCH   PIC X(01) VALUE 'N'.
019100     88 CUST-FOUND          VALUE 'Y'.
019200*----------------------------------------------------------
019300* THE SELLER'S IDENTITY AS REGISTERED WITH THE E-INVOICING
019400* PLATFORM - COMMAND-LINE PARM, SIREN (9 DIGITS) FOLLOWED
019500* BY THE INTRA-COMMUNITY VAT NUMBER (13). BOTH REQUIRED.
019600*----------------------------------------------------------
019700 01  WS-SELLER-PARM.
019800     05 WS-SELLER-SIREN     PIC X(09).
019900     05 WS-SELLER-VAT-ID    PIC X(13).
020000*----------------------------------------------------------
020100* THE STAMP UNDER ISSUE, TAKEN FROM FOUTSTMP, AND THE LATEST
020200* TIMESTAMP DEMOIDCT ALREADY HOLDS FOR THAT RUN SEQUENCE,
020300* WHICH DECIDES FULL / DELTA / REFUSED
020400*----------------------------------------------------------
020500 77  WS-STAMP-RUN-SEQ       PIC 9(05) VALUE ZERO.
020600 77  WS-STAMP-PROD-DATE     PIC 9(08) VALUE ZERO.
020700 77  WS-STAMP-PROD-TIME     PIC 9(08) VALUE ZERO.
020800 77  WS-LAST-PROD-DATE      PIC 9(08) VALUE ZERO.
020900 77  WS-LAST-PROD-TIME      PIC 9(08) VALUE ZERO.
021000 77  WS-RUN-DATE            PIC 9(08) VALUE ZERO.
021100 77  WS-START-DATE          PIC 9(08) VALUE ZERO.
021200 77  WS-START-TIME          PIC 9(08) VALUE ZERO.
021300*----------------------------------------------------------
021400* THE RECORD UNDER ISSUE, MOVED HERE AS A GROUP FROM
021500* WHICHEVER FILE THIS RUN CONSUMES (FOUT OR FOUTDELT.INV).
021600* SAME LAYOUT AS OUTRECL, OWN NAMES - KEEP IN STEP WITH
021700* OUTRECL.
021800*----------------------------------------------------------
021900 01  WS-WORK-REC.
022000     05 WRK-REC-TYPE        PIC X(03).
022100     05 WRK-INVOICE-NO      PIC 9(10).
022200     05 WRK-INVOICE-DATE    PIC 9(08).
022300     05 WRK-AMOUNT-HT       PIC S9(7)V99 COMP-3.
022400     05 WRK-TVA-AMOUNT      PIC S9(7)V99 COMP-3.
022500     05 WRK-AMOUNT-TTC      PIC S9(7)V99 COMP-3.
022600     05 WRK-CURRENCY-CODE   PIC X(03).
022700     05 WRK-EUR-EQUIV-AMT   PIC S9(7)V99 COMP-3.
022800     05 WRK-LABEL-TEXT      PIC X(20).
022900     05 WRK-CUSTOMER-NO     PIC 9(06).
023000     05 WRK-VAT-RATE        PIC 9(2)V99 COMP-3.
023100     05 WRK-ORIG-INVOICE-NO PIC 9(10).
023200     05 WRK-DUE-DATE        PIC 9(08).
023300*----------------------------------------------------------
023400* THE DOCUMENT UNDER ISSUE. AMOUNTS ARE HELD AS MAGNITUDES
023500* - A CREDIT'S DIRECTION IS CARRIED BY ITS DOCUMENT TYPE,
023600* NOT BY THE SIGN.
023700*----------------------------------------------------------
023800 77  WS-DOC-TYPE-CODE       PIC X(03) VALUE SPACES.
023900     88 DOC-IS-CREDIT       VALUE '381'.
024000 77  WS-DOC-TITLE           PIC X(12) VALUE SPACES.
024100 77  WS-DOC-CUST-NO         PIC 9(06) VALUE ZERO.
024200 77  WS-DOC-HT              PIC S9(9)V99 COMP-3 VALUE ZERO.
024300 77  WS-DOC-TVA             PIC S9(9)V99 COMP-3 VALUE ZERO.
024400 77  WS-DOC-TTC             PIC S9(9)V99 COMP-3 VALUE ZERO.
024500 77  WS-DOC-LINE-COUNT      PIC 9(03) COMP VALUE ZERO.
024600 77  WS-BAND-TTC-TOTAL      PIC S9(9)V99 COMP-3 VALUE ZERO.
024700*----------------------------------------------------------
024800* THE LINE UNDER ISSUE - THE FOUTDTL LINE AMOUNT IS TTC AT
024900* THE LINE'S OWN RATE; THE NET AND VAT ARE BACKED OUT OF IT
025000*----------------------------------------------------------
025100 77  WS-LN-LINE-NO          PIC 9(03) VALUE ZERO.
025200 77  WS-LN-PRODUCT-CODE     PIC X(08) VALUE SPACES.
025300 77  WS-LN-DESC             PIC X(30) VALUE SPACES.
025400 77  WS-LN-QUANTITY         PIC S9(5)V99 COMP-3 VALUE ZERO.
025500 77  WS-LN-UNIT-PRICE       PIC S9(7)V99 COMP-3 VALUE ZERO.
025600 77  WS-LN-VAT-RATE         PIC 9(2)V99 COMP-3 VALUE ZERO.
025700 77  WS-LN-HT               PIC S9(7)V99 COMP-3 VALUE ZERO.
025800 77  WS-LN-TVA              PIC S9(7)V99 COMP-3 VALUE ZERO.
025900 77  WS-LN-TTC              PIC S9(7)V99 COMP-3 VALUE ZERO.
026000*----------------------------------------------------------
026100* VAT-RATE BAND TABLE FOR THE DOCUMENT UNDER ISSUE, KEPT IN
026200* ASCENDING RATE ORDER BY INSERTION AS DEMOGLJR'S BAND
026300* TABLE IS. CLEARED PER DOCUMENT.
026400*----------------------------------------------------------
026500 77  WS-BND-USED            PIC 9(03) COMP VALUE ZERO.
026600 77  WS-BND-MAX             PIC 9(03) COMP VALUE 50.
026700 77  WS-BND-SUB             PIC 9(03) COMP VALUE ZERO.
026800 77  WS-BND-POS             PIC 9(03) COMP VALUE ZERO.
026900 77  WS-BND-SHIFT-SUB       PIC 9(03) COMP VALUE ZERO.
027000 77  WS-BND-FOUND-SWITCH    PIC X(01) VALUE 'N'.
027100     88 BND-ENTRY-FOUND     VALUE 'Y'.
027200 01  WS-BND-TABLE.
027300     05 WS-BND-ENTRY OCCURS 50 TIMES.
027400        10 WS-BND-RATE      PIC 9(2)V99 COMP-3.
027500        10 WS-BND-HT        PIC S9(9)V99 COMP-3.
027600        10 WS-BND-TVA       PIC S9(9)V99 COMP-3.
027700*----------------------------------------------------------
027800* RUN TALLIES AND TRANSMISSION-FILE CONTROL TOTALS
027900*----------------------------------------------------------
028000 77  WS-DOC-COUNT           PIC 9(07) COMP VALUE ZERO.
028100 77  WS-INVOICE-COUNT       PIC 9(07) COMP VALUE ZERO.
028200 77  WS-CREDIT-COUNT        PIC 9(07) COMP VALUE ZERO.
028300 77  WS-CORRECTED-COUNT     PIC 9(07) COMP VALUE ZERO.
028400 77  WS-LINE-TOTAL          PIC 9(07) COMP VALUE ZERO.
028500 77  WS-HEADER-ONLY-COUNT   PIC 9(07) COMP VALUE ZERO.
028600 77  WS-NO-CUST-COUNT       PIC 9(07) COMP VALUE ZERO.
028700 77  WS-OFF-BAND-COUNT      PIC 9(07) COMP VALUE ZERO.
028800 77  WS-ORPHAN-LINE-COUNT   PIC 9(07) COMP VALUE ZERO.
028900 77  WS-EINV-RECORD-COUNT   PIC 9(09) COMP VALUE ZERO.
029000 77  WS-TTC-HASH            PIC 9(13)V99 COMP-3 VALUE ZERO.
029100 77  WS-DOC-NO-HASH         PIC 9(15) COMP VALUE ZERO.
029200*----------------------------------------------------------
029300* PRINT LINES
029400*----------------------------------------------------------
029500 01  WS-RULE-LINE           PIC X(132) VALUE ALL "-".
029600 01  WS-DOC-TITLE-LINE.
029700     05 FILLER              PIC X(01) VALUE SPACES.
029800     05 DT-TITLE            PIC X(12).
029900     05 FILLER              PIC X(04) VALUE " NO ".
030000     05 DT-DOC-NO           PIC 9(10).
030100     05 FILLER              PIC X(08) VALUE "   DATE ".
030200     05 DT-ISSUE-DATE       PIC 9(08).
030300     05 FILLER              PIC X(07) VALUE "   DUE ".
030400     05 DT-DUE-DATE         PIC 9(08).
030500     05 FILLER              PIC X(12) VALUE "   CURRENCY ".
030600     05 DT-CURRENCY         PIC X(03).
030700     05 FILLER              PIC X(07) VALUE "   RUN ".
030800     05 DT-RUN-SEQ          PIC 9(05).
030900     05 FILLER              PIC X(06) VALUE "  TYPE".
031000     05 FILLER              PIC X(01) VALUE SPACES.
031100     05 DT-TYPE-CODE        PIC X(03).
031200     05 FILLER              PIC X(37) VALUE SPACES.
031300 01  WS-SELLER-LINE.
031400     05 FILLER              PIC X(17) VALUE " ISSUED BY SIREN ".
031500     05 SL-SIREN            PIC X(09).
031600     05 FILLER              PIC X(09) VALUE "  VAT NO ".
031700     05 SL-VAT-ID           PIC X(13).
031800     05 FILLER              PIC X(84) VALUE SPACES.
031900 01  WS-CUSTOMER-LINE.
032000     05 FILLER              PIC X(10) VALUE " CUSTOMER ".
032100     05 CL-CUST-NO          PIC 9(06).
032200     05 FILLER              PIC X(02) VALUE SPACES.
032300     05 CL-TEXT             PIC X(40).
032400     05 FILLER              PIC X(74) VALUE SPACES.
032500 01  WS-ADDRESS-LINE.
032600     05 FILLER              PIC X(18) VALUE SPACES.
032700     05 AD-ADDRESS          PIC X(40).
032800     05 FILLER              PIC X(74) VALUE SPACES.
032900 01  WS-REFERENCE-LINE.
033000     05 FILLER              PIC X(01) VALUE SPACES.
033100     05 RF-TEXT             PIC X(16).
033200     05 RF-ORIG-INVOICE-NO  PIC 9(10).
033300     05 FILLER              PIC X(105) VALUE SPACES.
033400 01  WS-LINE-HEADING.
033500     05 FILLER              PIC X(01) VALUE SPACES.
033600     05 FILLER              PIC X(03) VALUE "LIN".
033700     05 FILLER              PIC X(02) VALUE SPACES.
033800     05 FILLER              PIC X(08) VALUE "PRODUCT ".
033900     05 FILLER              PIC X(02) VALUE SPACES.
034000     05 FILLER              PIC X(30) VALUE "DESCRIPTION".
034100     05 FILLER              PIC X(02) VALUE SPACES.
034200     05 FILLER              PIC X(09) VALUE " QUANTITY".
034300     05 FILLER              PIC X(02) VALUE SPACES.
034400     05 FILLER              PIC X(12) VALUE "       PRICE".
034500     05 FILLER              PIC X(02) VALUE SPACES.
034600     05 FILLER              PIC X(05) VALUE " VAT%".
034700     05 FILLER              PIC X(02) VALUE SPACES.
034800     05 FILLER              PIC X(12) VALUE "          HT".
034900     05 FILLER              PIC X(02) VALUE SPACES.
035000     05 FILLER              PIC X(12) VALUE "         TVA".
035100     05 FILLER              PIC X(02) VALUE SPACES.
035200     05 FILLER              PIC X(12) VALUE "         TTC".
035300     05 FILLER              PIC X(12) VALUE SPACES.
035400*    ONE LAYOUT SERVES THE LINE DETAIL, THE VAT BANDS AND
035500*    THE DOCUMENT TOTAL - EDITED FIELDS NOT SET ON A GIVEN
035600*    LINE STAY BLANK.
035700 01  WS-DETAIL-LINE.
035800     05 FILLER              PIC X(01).
035900     05 DD-LINE-NO          PIC ZZ9.
036000     05 FILLER              PIC X(02).
036100     05 DD-PRODUCT          PIC X(08).
036200     05 FILLER              PIC X(02).
036300     05 DD-DESC             PIC X(30).
036400     05 FILLER              PIC X(02).
036500     05 DD-QUANTITY         PIC ZZ,ZZ9.99.
036600     05 FILLER              PIC X(02).
036700     05 DD-UNIT-PRICE       PIC Z,ZZZ,ZZ9.99.
036800     05 FILLER              PIC X(02).
036900     05 DD-VAT-RATE         PIC Z9.99.
037000     05 FILLER              PIC X(02).
037100     05 DD-HT               PIC Z,ZZZ,ZZ9.99.
037200     05 FILLER              PIC X(02).
037300     05 DD-TVA              PIC Z,ZZZ,ZZ9.99.
037400     05 FILLER              PIC X(02).
037500     05 DD-TTC              PIC Z,ZZZ,ZZ9.99.
037600     05 FILLER              PIC X(12).
037700 01  WS-TOTAL-LINE.
037800     05 FILLER              PIC X(01) VALUE SPACES.
037900     05 TL-TEXT             PIC X(30).
038000     05 TL-COUNT            PIC Z,ZZZ,ZZ9.
038100     05 FILLER              PIC X(92) VALUE SPACES.
038200
038300 PROCEDURE DIVISION.
038400*----------------------------------------------------------
038500* 0000-MAINLINE
038600*----------------------------------------------------------
038700 0000-MAINLINE.
038800     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
038900     PERFORM 2000-ISSUE-ONE-DOCUMENT
039000         THRU 2000-ISSUE-ONE-DOCUMENT-EXIT
039100         UNTIL END-OF-FOUT.
039200*    ANY LINE LEFT OVER NAMES NO HEADER ON FOUT - THE PAIR
039300*    IS OUT OF STEP, AND THOSE LINES ARE LEFT OFF.
039400     IF DETAIL-AVAILABLE
039500         PERFORM 2900-SKIP-ORPHAN-LINE
039600             THRU 2900-SKIP-ORPHAN-LINE-EXIT
039700             UNTIL END-OF-DETAIL
039800     END-IF.
039900     PERFORM 7000-WRITE-FILE-TRAILER
040000         THRU 7000-WRITE-FILE-TRAILER-EXIT.
040100     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
040200     STOP RUN.
040300*----------------------------------------------------------
040400* 1000-INITIALIZE - TAKE THE SELLER PARM, VERIFY THE BATCH
040500*                   STAMP, REFUSE A STAMP ALREADY ISSUED OR
040600*                   AN UNSENT TRANSMISSION FILE, AND OPEN
040700*                   THE FILES. EVERY REFUSAL HAPPENS BEFORE
040800*                   ANYTHING IS WRITTEN.
040900*----------------------------------------------------------
041000 1000-INITIALIZE.
041100     ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
041200     ACCEPT WS-START-TIME FROM TIME.
041300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
041400     MOVE SPACES TO WS-SELLER-PARM.
041500     ACCEPT WS-SELLER-PARM FROM COMMAND-LINE.
041600     IF WS-SELLER-SIREN NOT NUMERIC
041700         OR WS-SELLER-VAT-ID = SPACES
041800         DISPLAY "DEMOIDOC - SELLER PARM '" WS-SELLER-PARM
041900             "' MUST BE SIREN (9 DIGITS) + VAT NUMBER, "
042000             "NOT PROCESSED"
042100         MOVE 16 TO RETURN-CODE
042200         STOP RUN
042300     END-IF.
042400     PERFORM 1900-VERIFY-BATCH-STAMP
042500         THRU 1900-VERIFY-BATCH-STAMP-EXIT.
042600     PERFORM 1950-CHECK-ISSUE-CONTROL
042700         THRU 1950-CHECK-ISSUE-CONTROL-EXIT.
042800*    A STAMP ALREADY ON THE CONTROL IS ONLY SAFE TO TOUCH
042900*    AGAIN WHEN IT IS DEMOREPR'S REFRESH (A NEWER PRODUCTION
043000*    TIMESTAMP) - THEN ONLY ITS DELTA IS ISSUED. THE SAME
043100*    (OR AN OLDER) TIMESTAMP IS A STRAIGHT RERUN AND IS
043200*    REFUSED.
043300     IF RUN-ALREADY-ISSUED
043400         IF WS-STAMP-PROD-DATE > WS-LAST-PROD-DATE
043500             OR (WS-STAMP-PROD-DATE = WS-LAST-PROD-DATE
043600             AND WS-STAMP-PROD-TIME > WS-LAST-PROD-TIME)
043700             SET DELTA-MODE TO TRUE
043800             DISPLAY "DEMOIDOC - REFRESHED STAMP OF RUN "
043900                 WS-STAMP-RUN-SEQ " - ISSUING THE "
044000                 "FOUTDELT.INV DELTA ONLY"
044100         ELSE
044200             DISPLAY "DEMOIDOC - RUN SEQUENCE "
044300                 WS-STAMP-RUN-SEQ
044400                 " IS ALREADY ON THE ISSUE CONTROL "
044500                 "(DEMOIDCT) - ITS DOCUMENTS WERE ISSUED, "
044600                 "NOT ISSUED AGAIN"
044700             MOVE 16 TO RETURN-CODE
044800             STOP RUN
044900         END-IF
045000     END-IF.
045100*    THE TRANSMISSION STEP DELETES DEMOEINV ONCE IT IS SENT.
045200*    ONE STILL ON DISK HOLDS DOCUMENTS THE PLATFORM HAS NOT
045300*    RECEIVED - OVERWRITING IT WOULD LOSE THEM.
045400     OPEN INPUT EINVOICE-OUT.
045500     IF NOT EINV-FILE-NOT-FOUND
045600         CLOSE EINVOICE-OUT
045700         DISPLAY "DEMOIDOC - DEMOEINV FROM AN EARLIER ISSUE "
045800             "HAS NOT BEEN TRANSMITTED - NOT PROCESSED, "
045900             "SEND IT FIRST"
046000         MOVE 16 TO RETURN-CODE
046100         STOP RUN
046200     END-IF.
046300     IF DELTA-MODE
046400         OPEN INPUT DELTA-IN
046500*        A REFRESHED STAMP WITH NO DELTA FILE MEANS SOMEONE
046600*        OR SOMETHING HAS BEEN AT THE FILES - REFUSE RATHER
046700*        THAN GUESS, AS DEMOGLJR DOES.
046800         IF DELTA-FILE-NOT-FOUND
046900             DISPLAY "DEMOIDOC - REFRESHED STAMP BUT NO "
047000                 "FOUTDELT.INV DELTA FILE, NOT PROCESSED"
047100             MOVE 16 TO RETURN-CODE
047200             STOP RUN
047300         END-IF
047400     ELSE
047500*        A DELTA LEFT LYING AROUND UNDER A STAMP THAT IS NOT
047600*        A REFRESH MEANS A NEWER PROMOTION ARRIVED BEFORE
047700*        THIS PROGRAM RAN - REFUSE, AS DEMOGLJR'S FULL PATH
047800*        DOES, AND LET THE OPERATOR DISPOSE OF IT
047900*        DELIBERATELY.
048000         OPEN INPUT DELTA-IN
048100         IF NOT DELTA-FILE-NOT-FOUND
048200             CLOSE DELTA-IN
048300             DISPLAY "DEMOIDOC - FOUTDELT.INV EXISTS BUT "
048400                 "THE STAMP IS NOT A REFRESH OF A RUN "
048500                 "ALREADY ISSUED - NOT PROCESSED, "
048600                 "DISPOSE OF THE DELTA FIRST"
048700             MOVE 16 TO RETURN-CODE
048800             STOP RUN
048900         END-IF
049000         OPEN INPUT FOUT
049100         IF FOUT-FILE-NOT-FOUND
049200             DISPLAY "DEMOIDOC - NO FOUT TO ISSUE, "
049300                 "NOT PROCESSED"
049400             MOVE 16 TO RETURN-CODE
049500             STOP RUN
049600         END-IF
049700*        A DELTA CARRIES DEMOREPR'S SUSPENSE POSTS, WHICH
049800*        HAVE NO LINES - THE DETAIL IS ONLY READ ON A FULL
049900*        ISSUE.
050000         OPEN INPUT DETAIL-IN
050100         IF WS-DETL-FILE-STATUS = "00"
050200             SET DETAIL-AVAILABLE TO TRUE
050300         END-IF
050400     END-IF.
050500*    A DOCUMENT WITHOUT THE BUYER'S NAME AND ADDRESS CANNOT
050600*    BE ISSUED, SO CUSTMAST MUST BE THERE. A MERGED
050700*    CUSTOMER IS FOLLOWED THROUGH DEMOCUSX WHEN IT EXISTS;
050800*    NO PRODMAST ONLY COSTS THE LINE DESCRIPTIONS.
050900     OPEN INPUT CUSTOMER-MASTER.
051000     IF WS-CUST-FILE-STATUS NOT = "00"
051100         DISPLAY "DEMOIDOC - CANNOT OPEN CUSTMAST, STATUS = "
051200             WS-CUST-FILE-STATUS ", NOT PROCESSED"
051300         MOVE 16 TO RETURN-CODE
051400         STOP RUN
051500     END-IF.
051600     OPEN INPUT CUST-XREF.
051700     IF WS-XREF-FILE-STATUS = "00"
051800         SET XREF-AVAILABLE TO TRUE
051900     END-IF.
052000     OPEN INPUT PRODUCT-MASTER.
052100     IF WS-PROD-FILE-STATUS = "00"
052200         SET PROD-AVAILABLE TO TRUE
052300     END-IF.
052400     OPEN OUTPUT DOCUMENT-PRINT.
052500     OPEN OUTPUT EINVOICE-OUT.
052600     PERFORM 1800-WRITE-FILE-HEADER
052700         THRU 1800-WRITE-FILE-HEADER-EXIT.
052800     IF DETAIL-AVAILABLE
052900         PERFORM 2210-READ-DETAIL THRU 2210-READ-DETAIL-EXIT
053000     END-IF.
053100     PERFORM 2100-READ-FOUT THRU 2100-READ-FOUT-EXIT.
053200 1000-INITIALIZE-EXIT.
053300     EXIT.
053400*----------------------------------------------------------
053500* 1800-WRITE-FILE-HEADER - THE TRANSMISSION FILE'S HEADER
053600*                          RECORD, CARRYING THE STAMP IT WAS
053700*                          ISSUED FROM
053800*----------------------------------------------------------
053900 1800-WRITE-FILE-HEADER.
054000     MOVE SPACES TO EINV-REC.
054100     SET EIV-FILE-HEADER TO TRUE.
054200     MOVE ZERO TO EIV-DOC-NO.
054300     MOVE WS-SELLER-SIREN TO EIV-FH-SELLER-SIREN.
054400     MOVE WS-STAMP-RUN-SEQ TO EIV-FH-RUN-SEQ.
054500     MOVE WS-STAMP-PROD-DATE TO EIV-FH-PROD-DATE.
054600     MOVE WS-STAMP-PROD-TIME TO EIV-FH-PROD-TIME.
054700     MOVE WS-START-DATE TO EIV-FH-CREATE-DATE.
054800     MOVE WS-START-TIME TO EIV-FH-CREATE-TIME.
054900     PERFORM 5900-WRITE-EINV-REC THRU 5900-WRITE-EINV-REC-EXIT.
055000 1800-WRITE-FILE-HEADER-EXIT.
055100     EXIT.
055200*----------------------------------------------------------
055300* 1900-VERIFY-BATCH-STAMP - REFUSE TO CONSUME AN EXTRACT
055400*                           WITH NO BATCH STAMP (A FAILED
055500*                           DEMOCOB RUN PROMOTED NOTHING).
055600*                           THE RERUN GUARD IS THE ISSUE
055700*                           CONTROL ITSELF, NOT A MARKER
055800*                           FILE - ISSUE MUST BE SAFE ACROSS
055900*                           STAMP REFRESHES TOO.
056000*----------------------------------------------------------
056100 1900-VERIFY-BATCH-STAMP.
056200     OPEN INPUT BATCH-STAMP.
056300     IF STAMP-FILE-NOT-FOUND
056400         DISPLAY "DEMOIDOC - NO BATCH STAMP (FOUTSTMP) - "
056500             "FOUT IS NOT FROM A RECONCILED DEMOCOB RUN, "
056600             "NOT PROCESSED"
056700         MOVE 16 TO RETURN-CODE
056800         STOP RUN
056900     END-IF.
057000     READ BATCH-STAMP
057100         AT END
057200             SET STAMP-EMPTY TO TRUE
057300     END-READ.
057400     CLOSE BATCH-STAMP.
057500     IF STAMP-EMPTY
057600         DISPLAY "DEMOIDOC - BATCH STAMP (FOUTSTMP) IS "
057700             "EMPTY, NOT PROCESSED"
057800         MOVE 16 TO RETURN-CODE
057900         STOP RUN
058000     END-IF.
058100     MOVE STAMP-RUN-SEQ TO WS-STAMP-RUN-SEQ.
058200     MOVE STAMP-PROD-DATE TO WS-STAMP-PROD-DATE.
058300     MOVE STAMP-PROD-TIME TO WS-STAMP-PROD-TIME.
058400 1900-VERIFY-BATCH-STAMP-EXIT.
058500     EXIT.
058600*----------------------------------------------------------
058700* 1950-CHECK-ISSUE-CONTROL - SCAN DEMOIDCT FOR THE RUN
058800*                            SEQUENCE UNDER ISSUE, KEEPING
058900*                            THE LATEST STAMP TIMESTAMP EVER
059000*                            RECORDED FOR IT - THE WHOLE FILE
059100*                            IS READ, A REFRESH MAY HAVE BEEN
059200*                            ISSUED AFTER THE ORIGINAL. NO
059300*                            CONTROL FILE AT ALL JUST MEANS
059400*                            NOTHING HAS EVER BEEN ISSUED.
059500*----------------------------------------------------------
059600 1950-CHECK-ISSUE-CONTROL.
059700     MOVE 'N' TO WS-IDCT-EOF-SWITCH.
059800     OPEN INPUT ISSUE-CONTROL.
059900     IF IDCT-FILE-NOT-FOUND
060000         GO TO 1950-CHECK-ISSUE-CONTROL-EXIT
060100     END-IF.
060200     PERFORM 1960-SCAN-ONE-CONTROL
060300         THRU 1960-SCAN-ONE-CONTROL-EXIT
060400         UNTIL END-OF-CONTROL.
060500     CLOSE ISSUE-CONTROL.
060600 1950-CHECK-ISSUE-CONTROL-EXIT.
060700     EXIT.
060800*----------------------------------------------------------
060900* 1960-SCAN-ONE-CONTROL - COMPARE ONE CONTROL RECORD
061000*----------------------------------------------------------
061100 1960-SCAN-ONE-CONTROL.
061200     READ ISSUE-CONTROL
061300         AT END
061400             MOVE 'Y' TO WS-IDCT-EOF-SWITCH
061500             GO TO 1960-SCAN-ONE-CONTROL-EXIT
061600     END-READ.
061700     IF IDC-RUN-SEQ = WS-STAMP-RUN-SEQ
061800         SET RUN-ALREADY-ISSUED TO TRUE
061900         IF IDC-PROD-DATE > WS-LAST-PROD-DATE
062000             OR (IDC-PROD-DATE = WS-LAST-PROD-DATE
062100             AND IDC-PROD-TIME > WS-LAST-PROD-TIME)
062200             MOVE IDC-PROD-DATE TO WS-LAST-PROD-DATE
062300             MOVE IDC-PROD-TIME TO WS-LAST-PROD-TIME
062400         END-IF
062500     END-IF.
062600 1960-SCAN-ONE-CONTROL-EXIT.
062700     EXIT.
062800*----------------------------------------------------------
062900* 2000-ISSUE-ONE-DOCUMENT - ONE OUT-REC BECOMES ONE
063000*                           DOCUMENT: HEADER AND BUYER, THE
063100*                           LINES THAT FOLLOW IT ON FOUTDTL
063200*                           (OR ONE LINE CARRYING ITS LABEL
063300*                           WHEN IT HAS NONE), ITS VAT BANDS
063400*                           AND ITS TOTALS - ON THE PRINT FILE
063500*                           AND THE TRANSMISSION FILE ALIKE
063600*----------------------------------------------------------
063700 2000-ISSUE-ONE-DOCUMENT.
063800     PERFORM 3000-SET-DOCUMENT THRU 3000-SET-DOCUMENT-EXIT.
063900     PERFORM 3100-FIND-BUYER THRU 3100-FIND-BUYER-EXIT.
064000     PERFORM 3200-WRITE-DOC-HEADER
064100         THRU 3200-WRITE-DOC-HEADER-EXIT.
064200     IF DETAIL-AVAILABLE
064300         PERFORM 2200-TAKE-ONE-LINE
064400             THRU 2200-TAKE-ONE-LINE-EXIT
064500             UNTIL END-OF-DETAIL
064600             OR DET-INVOICE-NO NOT = WRK-INVOICE-NO
064700     END-IF.
064800     IF WS-DOC-LINE-COUNT = ZERO
064900         PERFORM 3400-HEADER-ONLY-LINE
065000             THRU 3400-HEADER-ONLY-LINE-EXIT
065100     END-IF.
065200     PERFORM 3500-SETTLE-BANDS THRU 3500-SETTLE-BANDS-EXIT.
065300     PERFORM 3600-WRITE-BAND
065400         THRU 3600-WRITE-BAND-EXIT
065500         VARYING WS-BND-SUB FROM 1 BY 1
065600         UNTIL WS-BND-SUB > WS-BND-USED.
065700     PERFORM 3700-WRITE-DOC-TOTALS
065800         THRU 3700-WRITE-DOC-TOTALS-EXIT.
065900     PERFORM 2100-READ-FOUT THRU 2100-READ-FOUT-EXIT.
066000 2000-ISSUE-ONE-DOCUMENT-EXIT.
066100     EXIT.
066200*----------------------------------------------------------
066300* 2100-READ-FOUT - READ ONE RECORD FROM WHICHEVER FILE THIS
066400*                  RUN CONSUMES (FOUT, OR THE FOUTDELT.INV
066500*                  DELTA UNDER A REFRESHED STAMP) INTO THE
066600*                  COMMON WORK RECORD
066700*----------------------------------------------------------
066800 2100-READ-FOUT.
066900     IF DELTA-MODE
067000         READ DELTA-IN
067100             AT END
067200                 MOVE 'Y' TO WS-EOF-SWITCH
067300                 GO TO 2100-READ-FOUT-EXIT
067400         END-READ
067500         MOVE DELTA-REC TO WS-WORK-REC
067600     ELSE
067700         READ FOUT
067800             AT END
067900                 MOVE 'Y' TO WS-EOF-SWITCH
068000                 GO TO 2100-READ-FOUT-EXIT
068100         END-READ
068200         MOVE OUT-REC TO WS-WORK-REC
068300     END-IF.
068400 2100-READ-FOUT-EXIT.
068500     EXIT.
068600*----------------------------------------------------------
068700* 2200-TAKE-ONE-LINE - ONE FOUTDTL LINE OF THE DOCUMENT. THE
068800*                      LINE AMOUNT IS TTC AT THE LINE'S OWN
068900*                      RATE; THE NET IS BACKED OUT OF IT AND
069000*                      THE VAT IS THE DIFFERENCE, SO A LINE
069100*                      ALWAYS FOOTS. A CREDIT NOTE'S LINES
069200*                      ARRIVE UNSIGNED ALREADY.
069300*----------------------------------------------------------
069400 2200-TAKE-ONE-LINE.
069500     MOVE DET-LINE-NO TO WS-LN-LINE-NO.
069600     MOVE DET-PRODUCT-CODE TO WS-LN-PRODUCT-CODE.
069700     PERFORM 2300-DESCRIBE-PRODUCT
069800         THRU 2300-DESCRIBE-PRODUCT-EXIT.
069900     MOVE DET-QUANTITY TO WS-LN-QUANTITY.
070000     IF WS-LN-QUANTITY < ZERO
070100         COMPUTE WS-LN-QUANTITY = ZERO - WS-LN-QUANTITY
070200     END-IF.
070300     MOVE DET-UNIT-PRICE TO WS-LN-UNIT-PRICE.
070400     IF WS-LN-UNIT-PRICE < ZERO
070500         COMPUTE WS-LN-UNIT-PRICE = ZERO - WS-LN-UNIT-PRICE
070600     END-IF.
070700     MOVE DET-LINE-VAT-RATE TO WS-LN-VAT-RATE.
070800     MOVE DET-LINE-AMOUNT TO WS-LN-TTC.
070900     IF WS-LN-TTC < ZERO
071000         COMPUTE WS-LN-TTC = ZERO - WS-LN-TTC
071100     END-IF.
071200     COMPUTE WS-LN-HT ROUNDED =
071300         WS-LN-TTC * 100 / (100 + WS-LN-VAT-RATE).
071400     COMPUTE WS-LN-TVA = WS-LN-TTC - WS-LN-HT.
071500     PERFORM 3300-WRITE-LINE THRU 3300-WRITE-LINE-EXIT.
071600     PERFORM 2210-READ-DETAIL THRU 2210-READ-DETAIL-EXIT.
071700 2200-TAKE-ONE-LINE-EXIT.
071800     EXIT.
071900*----------------------------------------------------------
072000* 2210-READ-DETAIL - READ ONE FOUTDTL LINE
072100*----------------------------------------------------------
072200 2210-READ-DETAIL.
072300     READ DETAIL-IN
072400         AT END
072500             MOVE 'Y' TO WS-DETL-EOF-SWITCH
072600     END-READ.
072700 2210-READ-DETAIL-EXIT.
072800     EXIT.
072900*----------------------------------------------------------
073000* 2300-DESCRIBE-PRODUCT - THE LINE'S DESCRIPTION FROM
073100*                         PRODMAST AS IT STANDS TODAY. A CODE
073200*                         NO LONGER ON FILE (OR NO PRODMAST)
073300*                         LEAVES IT BLANK - THE CODE ITSELF
073400*                         STILL PRINTS.
073500*----------------------------------------------------------
073600 2300-DESCRIBE-PRODUCT.
073700     MOVE SPACES TO WS-LN-DESC.
073800     IF NOT PROD-AVAILABLE
073900         GO TO 2300-DESCRIBE-PRODUCT-EXIT
074000     END-IF.
074100     MOVE DET-PRODUCT-CODE TO PROD-CODE.
074200     READ PRODUCT-MASTER
074300         INVALID KEY
074400             GO TO 2300-DESCRIBE-PRODUCT-EXIT
074500     END-READ.
074600     MOVE PROD-DESC TO WS-LN-DESC.
074700 2300-DESCRIBE-PRODUCT-EXIT.
074800     EXIT.
074900*----------------------------------------------------------
075000* 2900-SKIP-ORPHAN-LINE - COUNT ONE LINE NO FOUT HEADER
075100*                         CLAIMED
075200*----------------------------------------------------------
075300 2900-SKIP-ORPHAN-LINE.
075400     ADD 1 TO WS-ORPHAN-LINE-COUNT.
075500     DISPLAY "DEMOIDOC - FOUTDTL LINE " DET-LINE-NO
075600         " OF INVOICE " DET-INVOICE-NO
075700         " HAS NO HEADER ON FOUT - NOT ISSUED".
075800     IF RETURN-CODE < 4
075900         MOVE 4 TO RETURN-CODE
076000     END-IF.
076100     PERFORM 2210-READ-DETAIL THRU 2210-READ-DETAIL-EXIT.
076200 2900-SKIP-ORPHAN-LINE-EXIT.
076300     EXIT.
076400*----------------------------------------------------------
076500* 3000-SET-DOCUMENT - THE DOCUMENT TYPE, AND THE HEADER'S
076600*                     AMOUNTS AS MAGNITUDES. A CREDIT NOTE,
076700*                     OR AN ADJUSTMENT THAT TAKES MONEY OFF,
076800*                     IS A 381; AN ADJUSTMENT THAT ADDS IS A
076900*                     384 CORRECTED INVOICE; ANYTHING ELSE IS
077000*                     A 380 INVOICE.
077100*----------------------------------------------------------
077200 3000-SET-DOCUMENT.
077300     ADD 1 TO WS-DOC-COUNT.
077400     MOVE ZERO TO WS-DOC-LINE-COUNT.
077500     MOVE ZERO TO WS-BND-USED.
077600     EVALUATE TRUE
077700         WHEN WRK-REC-TYPE = "CRN"
077800         WHEN WRK-REC-TYPE = "ADJ" AND WRK-AMOUNT-TTC < ZERO
077900             MOVE "381" TO WS-DOC-TYPE-CODE
078000             MOVE "CREDIT NOTE " TO WS-DOC-TITLE
078100             ADD 1 TO WS-CREDIT-COUNT
078200         WHEN WRK-REC-TYPE = "ADJ"
078300             MOVE "384" TO WS-DOC-TYPE-CODE
078400             MOVE "CORRECTED   " TO WS-DOC-TITLE
078500             ADD 1 TO WS-CORRECTED-COUNT
078600         WHEN OTHER
078700             MOVE "380" TO WS-DOC-TYPE-CODE
078800             MOVE "INVOICE     " TO WS-DOC-TITLE
078900             ADD 1 TO WS-INVOICE-COUNT
079000     END-EVALUATE.
079100     MOVE WRK-AMOUNT-HT TO WS-DOC-HT.
079200     IF WS-DOC-HT < ZERO
079300         COMPUTE WS-DOC-HT = ZERO - WS-DOC-HT
079400     END-IF.
079500     MOVE WRK-TVA-AMOUNT TO WS-DOC-TVA.
079600     IF WS-DOC-TVA < ZERO
079700         COMPUTE WS-DOC-TVA = ZERO - WS-DOC-TVA
079800     END-IF.
079900     MOVE WRK-AMOUNT-TTC TO WS-DOC-TTC.
080000     IF WS-DOC-TTC < ZERO
080100         COMPUTE WS-DOC-TTC = ZERO - WS-DOC-TTC
080200     END-IF.
080300     ADD WS-DOC-TTC TO WS-TTC-HASH.
080400     ADD WRK-INVOICE-NO TO WS-DOC-NO-HASH.
080500 3000-SET-DOCUMENT-EXIT.
080600     EXIT.
080700*----------------------------------------------------------
080800* 3100-FIND-BUYER - THE CUSTOMER'S NAME AND ADDRESS. A
080900*                   NUMBER RETIRED BY DEMOMRGE IS FOLLOWED TO
081000*                   ITS SURVIVOR (DEMOCUSX, ONE READ DEEP).
081100*                   ONE STILL NOT FOUND IS ISSUED UNDER ITS
081200*                   NUMBER ALONE AND REPORTED (RETURN-CODE 4)
081300*                   - THE DOCUMENT IS NOT HELD BACK, OR THE
081400*                   CONSUMED STAMP WOULD STRAND IT.
081500*----------------------------------------------------------
081600 3100-FIND-BUYER.
081700     MOVE 'N' TO WS-CUST-FOUND-SWITCH.
081800     MOVE WRK-CUSTOMER-NO TO WS-DOC-CUST-NO.
081900     MOVE WS-DOC-CUST-NO TO CUST-NO.
082000     READ CUSTOMER-MASTER
082100         INVALID KEY
082200             CONTINUE
082300         NOT INVALID KEY
082400             SET CUST-FOUND TO TRUE
082500     END-READ.
082600     IF NOT CUST-FOUND AND XREF-AVAILABLE
082700         MOVE WS-DOC-CUST-NO TO XREF-OLD-CUST-NO
082800         READ CUST-XREF
082900             INVALID KEY
083000                 CONTINUE
083100             NOT INVALID KEY
083200                 MOVE XREF-NEW-CUST-NO TO WS-DOC-CUST-NO
083300                 MOVE WS-DOC-CUST-NO TO CUST-NO
083400                 READ CUSTOMER-MASTER
083500                     INVALID KEY
083600                         CONTINUE
083700                     NOT INVALID KEY
083800                         SET CUST-FOUND TO TRUE
083900                 END-READ
084000         END-READ
084100     END-IF.
084200     IF NOT CUST-FOUND
084300         ADD 1 TO WS-NO-CUST-COUNT
084400         MOVE WS-DOC-CUST-NO TO CUST-NO
084500         MOVE SPACES TO CUST-NAME
084600         MOVE SPACES TO CUST-ADDRESS
084700         DISPLAY "DEMOIDOC - CUSTOMER " WRK-CUSTOMER-NO
084800             " OF INVOICE " WRK-INVOICE-NO
084900             " NOT ON CUSTMAST - ISSUED WITHOUT ADDRESS"
085000         IF RETURN-CODE < 4
085100             MOVE 4 TO RETURN-CODE
085200         END-IF
085300     END-IF.
085400 3100-FIND-BUYER-EXIT.
085500     EXIT.
085600*----------------------------------------------------------
085700* 3200-WRITE-DOC-HEADER - THE DOCUMENT'S TITLE, SELLER,
085800*                         BUYER AND (FOR A CREDIT OR
085900*                         ADJUSTMENT) ORIGINAL-INVOICE BLOCK,
086000*                         THEN THE LINE HEADING; AND ITS '10'
086100*                         AND '20' TRANSMISSION RECORDS
086200*----------------------------------------------------------
086300 3200-WRITE-DOC-HEADER.
086400     MOVE WS-RULE-LINE TO PRINT-LINE.
086500     WRITE PRINT-LINE.
086600     MOVE WS-DOC-TITLE TO DT-TITLE.
086700     MOVE WRK-INVOICE-NO TO DT-DOC-NO.
086800     MOVE WRK-INVOICE-DATE TO DT-ISSUE-DATE.
086900     MOVE WRK-DUE-DATE TO DT-DUE-DATE.
087000     MOVE WRK-CURRENCY-CODE TO DT-CURRENCY.
087100     MOVE WS-STAMP-RUN-SEQ TO DT-RUN-SEQ.
087200     MOVE WS-DOC-TYPE-CODE TO DT-TYPE-CODE.
087300     MOVE WS-DOC-TITLE-LINE TO PRINT-LINE.
087400     WRITE PRINT-LINE.
087500     MOVE WS-SELLER-SIREN TO SL-SIREN.
087600     MOVE WS-SELLER-VAT-ID TO SL-VAT-ID.
087700     MOVE WS-SELLER-LINE TO PRINT-LINE.
087800     WRITE PRINT-LINE.
087900     MOVE SPACES TO PRINT-LINE.
088000     WRITE PRINT-LINE.
088100     MOVE WS-DOC-CUST-NO TO CL-CUST-NO.
088200     IF CUST-FOUND
088300         MOVE CUST-NAME TO CL-TEXT
088400     ELSE
088500         MOVE "*** NOT ON CUSTOMER MASTER ***" TO CL-TEXT
088600     END-IF.
088700     MOVE WS-CUSTOMER-LINE TO PRINT-LINE.
088800     WRITE PRINT-LINE.
088900     MOVE CUST-ADDRESS TO AD-ADDRESS.
089000     MOVE WS-ADDRESS-LINE TO PRINT-LINE.
089100     WRITE PRINT-LINE.
089200     IF WRK-ORIG-INVOICE-NO NOT = ZERO
089300         IF WRK-REC-TYPE = "CRN"
089400             MOVE " CREDITS INVOICE" TO RF-TEXT
089500         ELSE
089600             MOVE " ADJUSTS INVOICE" TO RF-TEXT
089700         END-IF
089800         MOVE WRK-ORIG-INVOICE-NO TO RF-ORIG-INVOICE-NO
089900         MOVE WS-REFERENCE-LINE TO PRINT-LINE
090000         WRITE PRINT-LINE
090100     END-IF.
090200     MOVE SPACES TO PRINT-LINE.
090300     WRITE PRINT-LINE.
090400     MOVE WS-LINE-HEADING TO PRINT-LINE.
090500     WRITE PRINT-LINE.
090600     MOVE SPACES TO EINV-REC.
090700     SET EIV-DOC-HEADER TO TRUE.
090800     MOVE WRK-INVOICE-NO TO EIV-DOC-NO.
090900     MOVE WS-DOC-TYPE-CODE TO EIV-DH-TYPE-CODE.
091000     MOVE WRK-REC-TYPE TO EIV-DH-SOURCE-TYPE.
091100     MOVE WRK-INVOICE-DATE TO EIV-DH-ISSUE-DATE.
091200     MOVE WRK-DUE-DATE TO EIV-DH-DUE-DATE.
091300     MOVE WRK-CURRENCY-CODE TO EIV-DH-CURRENCY.
091400     MOVE WRK-ORIG-INVOICE-NO TO EIV-DH-ORIG-DOC-NO.
091500     MOVE WS-SELLER-SIREN TO EIV-DH-SELLER-SIREN.
091600     MOVE WS-SELLER-VAT-ID TO EIV-DH-SELLER-VAT-ID.
091700     MOVE WRK-LABEL-TEXT TO EIV-DH-NOTE.
091800     PERFORM 5900-WRITE-EINV-REC THRU 5900-WRITE-EINV-REC-EXIT.
091900     MOVE SPACES TO EINV-REC.
092000     SET EIV-DOC-BUYER TO TRUE.
092100     MOVE WRK-INVOICE-NO TO EIV-DOC-NO.
092200     MOVE WS-DOC-CUST-NO TO EIV-BY-CUSTOMER-NO.
092300     MOVE CUST-NAME TO EIV-BY-NAME.
092400     MOVE CUST-ADDRESS TO EIV-BY-ADDRESS.
092500     PERFORM 5900-WRITE-EINV-REC THRU 5900-WRITE-EINV-REC-EXIT.
092600 3200-WRITE-DOC-HEADER-EXIT.
092700     EXIT.
092800*----------------------------------------------------------
092900* 3300-WRITE-LINE - PRINT ONE LINE, WRITE ITS '30' RECORD,
093000*                   AND ROLL IT INTO ITS VAT BAND
093100*----------------------------------------------------------
093200 3300-WRITE-LINE.
093300     ADD 1 TO WS-DOC-LINE-COUNT.
093400     ADD 1 TO WS-LINE-TOTAL.
093500     MOVE SPACES TO WS-DETAIL-LINE.
093600     MOVE WS-LN-LINE-NO TO DD-LINE-NO.
093700     MOVE WS-LN-PRODUCT-CODE TO DD-PRODUCT.
093800     MOVE WS-LN-DESC TO DD-DESC.
093900     MOVE WS-LN-QUANTITY TO DD-QUANTITY.
094000     MOVE WS-LN-UNIT-PRICE TO DD-UNIT-PRICE.
094100     MOVE WS-LN-VAT-RATE TO DD-VAT-RATE.
094200     MOVE WS-LN-HT TO DD-HT.
094300     MOVE WS-LN-TVA TO DD-TVA.
094400     MOVE WS-LN-TTC TO DD-TTC.
094500     MOVE WS-DETAIL-LINE TO PRINT-LINE.
094600     WRITE PRINT-LINE.
094700     MOVE SPACES TO EINV-REC.
094800     SET EIV-DOC-LINE TO TRUE.
094900     MOVE WRK-INVOICE-NO TO EIV-DOC-NO.
095000     MOVE WS-LN-LINE-NO TO EIV-LN-LINE-NO.
095100     MOVE WS-LN-PRODUCT-CODE TO EIV-LN-PRODUCT-CODE.
095200     MOVE WS-LN-DESC TO EIV-LN-DESC.
095300     MOVE WS-LN-QUANTITY TO EIV-LN-QUANTITY.
095400     MOVE WS-LN-UNIT-PRICE TO EIV-LN-UNIT-PRICE.
095500     IF WS-LN-VAT-RATE > ZERO
095600         MOVE "S" TO EIV-LN-VAT-CATEGORY
095700     ELSE
095800         MOVE "Z" TO EIV-LN-VAT-CATEGORY
095900     END-IF.
096000     MOVE WS-LN-VAT-RATE TO EIV-LN-VAT-RATE.
096100     MOVE WS-LN-HT TO EIV-LN-NET-AMOUNT.
096200     PERFORM 5900-WRITE-EINV-REC THRU 5900-WRITE-EINV-REC-EXIT.
096300     PERFORM 4000-POST-TO-BAND THRU 4000-POST-TO-BAND-EXIT.
096400 3300-WRITE-LINE-EXIT.
096500     EXIT.
096600*----------------------------------------------------------
096700* 3400-HEADER-ONLY-LINE - A HEADER WITH NO LINES (NOT EVERY
096800*                         UPSTREAM FEED SENDS DETAIL, AND
096900*                         DEMOREPR'S POSTS HAVE NONE) IS
097000*                         ISSUED WITH ONE LINE CARRYING ITS
097100*                         LABEL AND ITS OWN HT/TVA/TTC AT ITS
097200*                         OWN VAT-RATE - A DOCUMENT MUST HAVE
097300*                         AT LEAST ONE LINE
097400*----------------------------------------------------------
097500 3400-HEADER-ONLY-LINE.
097600     ADD 1 TO WS-HEADER-ONLY-COUNT.
097700     MOVE 1 TO WS-LN-LINE-NO.
097800     MOVE SPACES TO WS-LN-PRODUCT-CODE.
097900     MOVE WRK-LABEL-TEXT TO WS-LN-DESC.
098000     MOVE 1 TO WS-LN-QUANTITY.
098100     MOVE WS-DOC-HT TO WS-LN-UNIT-PRICE.
098200     MOVE WRK-VAT-RATE TO WS-LN-VAT-RATE.
098300     MOVE WS-DOC-HT TO WS-LN-HT.
098400     MOVE WS-DOC-TVA TO WS-LN-TVA.
098500     MOVE WS-DOC-TTC TO WS-LN-TTC.
098600     PERFORM 3300-WRITE-LINE THRU 3300-WRITE-LINE-EXIT.
098700 3400-HEADER-ONLY-LINE-EXIT.
098800     EXIT.
098900*----------------------------------------------------------
099000* 3500-SETTLE-BANDS - EVERY DOCUMENT, SINGLE-RATE OR NOT, IS
099100*                     FOOTED FIRST: IF ITS LINE-DERIVED BANDS
099200*                     DO NOT FOOT TO THE HEADER'S TTC THE
099300*                     DOCUMENT IS STILL ISSUED BUT REPORTED
099400*                     (RETURN-CODE 4). A SINGLE-RATE DOCUMENT
099500*                     THEN TAKES ITS BAND STRAIGHT FROM THE
099600*                     HEADER, SO THE BAND AND THE TOTALS AGREE
099700*                     TO THE CENT WITH WHAT DEMOGLJR JOURNALED.
099800*----------------------------------------------------------
099900 3500-SETTLE-BANDS.
100500     MOVE ZERO TO WS-BAND-TTC-TOTAL.
100600     PERFORM 3510-FOOT-ONE-BAND
100700         THRU 3510-FOOT-ONE-BAND-EXIT
100800         VARYING WS-BND-SUB FROM 1 BY 1
100900         UNTIL WS-BND-SUB > WS-BND-USED.
101000     IF WS-BAND-TTC-TOTAL NOT = WS-DOC-TTC
101100         ADD 1 TO WS-OFF-BAND-COUNT
101200         DISPLAY "DEMOIDOC - INVOICE " WRK-INVOICE-NO
101300             " LINES FOOT TO " WS-BAND-TTC-TOTAL
101400             " AGAINST HEADER TTC " WS-DOC-TTC
101500         IF RETURN-CODE < 4
101600             MOVE 4 TO RETURN-CODE
101700         END-IF
101800     END-IF.
101810     IF WS-BND-USED = 1
101820         MOVE WS-DOC-HT TO WS-BND-HT (1)
101830         MOVE WS-DOC-TVA TO WS-BND-TVA (1)
101840     END-IF.
101900 3500-SETTLE-BANDS-EXIT.
102000     EXIT.
102100*----------------------------------------------------------
102200* 3510-FOOT-ONE-BAND - ADD ONE BAND'S TTC TO THE FOOTING
102300*----------------------------------------------------------
102400 3510-FOOT-ONE-BAND.
102500     ADD WS-BND-HT (WS-BND-SUB) TO WS-BAND-TTC-TOTAL.
102600     ADD WS-BND-TVA (WS-BND-SUB) TO WS-BAND-TTC-TOTAL.
102700 3510-FOOT-ONE-BAND-EXIT.
102800     EXIT.
102900*----------------------------------------------------------
103000* 3600-WRITE-BAND - PRINT ONE VAT BAND AND WRITE ITS '40'
103100*                   RECORD
103200*----------------------------------------------------------
103300 3600-WRITE-BAND.
103400     IF WS-BND-SUB = 1
103500         MOVE SPACES TO PRINT-LINE
103600         WRITE PRINT-LINE
103700     END-IF.
103800     MOVE SPACES TO WS-DETAIL-LINE.
103900     MOVE "VAT BAND" TO DD-DESC.
104000     MOVE WS-BND-RATE (WS-BND-SUB) TO DD-VAT-RATE.
104100     MOVE WS-BND-HT (WS-BND-SUB) TO DD-HT.
104200     MOVE WS-BND-TVA (WS-BND-SUB) TO DD-TVA.
104300     COMPUTE DD-TTC = WS-BND-HT (WS-BND-SUB)
104400         + WS-BND-TVA (WS-BND-SUB).
104500     MOVE WS-DETAIL-LINE TO PRINT-LINE.
104600     WRITE PRINT-LINE.
104700     MOVE SPACES TO EINV-REC.
104800     SET EIV-DOC-VAT-BAND TO TRUE.
104900     MOVE WRK-INVOICE-NO TO EIV-DOC-NO.
105000     IF WS-BND-RATE (WS-BND-SUB) > ZERO
105100         MOVE "S" TO EIV-VB-VAT-CATEGORY
105200     ELSE
105300         MOVE "Z" TO EIV-VB-VAT-CATEGORY
105400     END-IF.
105500     MOVE WS-BND-RATE (WS-BND-SUB) TO EIV-VB-VAT-RATE.
105600     MOVE WS-BND-HT (WS-BND-SUB) TO EIV-VB-TAXABLE-AMT.
105700     MOVE WS-BND-TVA (WS-BND-SUB) TO EIV-VB-VAT-AMT.
105800     PERFORM 5900-WRITE-EINV-REC THRU 5900-WRITE-EINV-REC-EXIT.
105900 3600-WRITE-BAND-EXIT.
106000     EXIT.
106100*----------------------------------------------------------
106200* 3700-WRITE-DOC-TOTALS - THE HEADER'S HT/TVA/TTC IN THE
106300*                         DOCUMENT'S CURRENCY, AND ITS '50'
106400*                         RECORD
106500*----------------------------------------------------------
106600 3700-WRITE-DOC-TOTALS.
106700     MOVE SPACES TO WS-DETAIL-LINE.
106800     IF DOC-IS-CREDIT
106900         MOVE "TOTAL CREDITED" TO DD-DESC
107000     ELSE
107100         MOVE "TOTAL DUE" TO DD-DESC
107200     END-IF.
107300     MOVE WRK-CURRENCY-CODE TO DD-PRODUCT.
107400     MOVE WS-DOC-HT TO DD-HT.
107500     MOVE WS-DOC-TVA TO DD-TVA.
107600     MOVE WS-DOC-TTC TO DD-TTC.
107700     MOVE WS-DETAIL-LINE TO PRINT-LINE.
107800     WRITE PRINT-LINE.
107900     MOVE SPACES TO PRINT-LINE.
108000     WRITE PRINT-LINE.
108100     MOVE SPACES TO EINV-REC.
108200     SET EIV-DOC-TOTALS TO TRUE.
108300     MOVE WRK-INVOICE-NO TO EIV-DOC-NO.
108400     MOVE WS-DOC-LINE-COUNT TO EIV-TT-LINE-COUNT.
108500     MOVE WS-BND-USED TO EIV-TT-BAND-COUNT.
108600     MOVE WS-DOC-HT TO EIV-TT-TOTAL-HT.
108700     MOVE WS-DOC-TVA TO EIV-TT-TOTAL-TVA.
108800     MOVE WS-DOC-TTC TO EIV-TT-TOTAL-TTC.
108900     MOVE WS-DOC-TTC TO EIV-TT-AMOUNT-DUE.
109000     PERFORM 5900-WRITE-EINV-REC THRU 5900-WRITE-EINV-REC-EXIT.
109100 3700-WRITE-DOC-TOTALS-EXIT.
109200     EXIT.
109300*----------------------------------------------------------
109400* 4000-POST-TO-BAND - FIND (OR INSERT, IN RATE ORDER) THE
109500*                     LINE'S VAT-RATE BAND AND ROLL ITS NET
109600*                     AND VAT INTO IT
109700*----------------------------------------------------------
109800 4000-POST-TO-BAND.
109900     MOVE 'N' TO WS-BND-FOUND-SWITCH.
110000     MOVE ZERO TO WS-BND-POS.
110100     PERFORM 4010-LOCATE-BAND
110200         THRU 4010-LOCATE-BAND-EXIT
110300         VARYING WS-BND-SUB FROM 1 BY 1
110400         UNTIL WS-BND-SUB > WS-BND-USED
110500         OR BND-ENTRY-FOUND
110600         OR WS-BND-POS > ZERO.
110700     IF NOT BND-ENTRY-FOUND
110800         IF WS-BND-POS = ZERO
110900             COMPUTE WS-BND-POS = WS-BND-USED + 1
111000         END-IF
111100         PERFORM 4020-INSERT-BAND
111200             THRU 4020-INSERT-BAND-EXIT
111300         MOVE WS-BND-POS TO WS-BND-SUB
111400     END-IF.
111500     ADD WS-LN-HT TO WS-BND-HT (WS-BND-SUB).
111600     ADD WS-LN-TVA TO WS-BND-TVA (WS-BND-SUB).
111700 4000-POST-TO-BAND-EXIT.
111800     EXIT.
111900*----------------------------------------------------------
112000* 4010-LOCATE-BAND - STOP ON THE MATCHING RATE, OR NOTE
112100*                    THE FIRST ENTRY THAT SORTS AFTER IT
112200*                    (THE INSERTION POINT). THE SUBSCRIPT
112300*                    IS PINNED ON A MATCH BEFORE THE
112400*                    PERFORM VARYING CAN STEP PAST IT.
112500*----------------------------------------------------------
112600 4010-LOCATE-BAND.
112700     EVALUATE TRUE
112800         WHEN WS-BND-RATE (WS-BND-SUB) = WS-LN-VAT-RATE
112900             SET BND-ENTRY-FOUND TO TRUE
113000             SUBTRACT 1 FROM WS-BND-SUB
113100         WHEN WS-BND-RATE (WS-BND-SUB) > WS-LN-VAT-RATE
113200             MOVE WS-BND-SUB TO WS-BND-POS
113300     END-EVALUATE.
113400 4010-LOCATE-BAND-EXIT.
113500     EXIT.
113600*----------------------------------------------------------
113700* 4020-INSERT-BAND - OPEN A SLOT FOR A NEW RATE BAND,
113800*                    SHIFTING THE TAIL DOWN ONE. A FULL
113900*                    TABLE IS A HARD STOP, AS DEMOGLJR'S
114000*                    BAND TABLE IS.
114100*----------------------------------------------------------
114200 4020-INSERT-BAND.
114300     IF WS-BND-USED >= WS-BND-MAX
114400         DISPLAY "DEMOIDOC - ERROR - MORE THAN " WS-BND-MAX
114500             " RATE BANDS ON INVOICE " WRK-INVOICE-NO
114600             ", TABLE EXHAUSTED"
114700         MOVE 16 TO RETURN-CODE
114800         STOP RUN
114900     END-IF.
115000     IF WS-BND-USED > ZERO
115100         PERFORM 4030-SHIFT-BAND
115200             THRU 4030-SHIFT-BAND-EXIT
115300             VARYING WS-BND-SHIFT-SUB
115400             FROM WS-BND-USED BY -1
115500             UNTIL WS-BND-SHIFT-SUB < WS-BND-POS
115600     END-IF.
115700     ADD 1 TO WS-BND-USED.
115800     MOVE WS-LN-VAT-RATE TO WS-BND-RATE (WS-BND-POS).
115900     MOVE ZERO TO WS-BND-HT (WS-BND-POS).
116000     MOVE ZERO TO WS-BND-TVA (WS-BND-POS).
116100 4020-INSERT-BAND-EXIT.
116200     EXIT.
116300*----------------------------------------------------------
116400* 4030-SHIFT-BAND - MOVE ONE TAIL ENTRY DOWN A SLOT
116500*----------------------------------------------------------
116600 4030-SHIFT-BAND.
116700     MOVE WS-BND-ENTRY (WS-BND-SHIFT-SUB)
116800         TO WS-BND-ENTRY (WS-BND-SHIFT-SUB + 1).
116900 4030-SHIFT-BAND-EXIT.
117000     EXIT.
117100*----------------------------------------------------------
117200* 5900-WRITE-EINV-REC - WRITE THE TRANSMISSION RECORD
117300*                       ALREADY BUILT IN EINV-REC, COUNTING
117400*                       IT FOR THE FILE TRAILER
117500*----------------------------------------------------------
117600 5900-WRITE-EINV-REC.
117700     ADD 1 TO WS-EINV-RECORD-COUNT.
117800     WRITE EINV-REC.
117900 5900-WRITE-EINV-REC-EXIT.
118000     EXIT.
118100*----------------------------------------------------------
118200* 7000-WRITE-FILE-TRAILER - THE TRANSMISSION FILE'S CONTROL
118300*                           TOTALS: DOCUMENTS, RECORDS (THIS
118400*                           ONE INCLUDED), THE TTC HASH AND
118500*                           THE DOCUMENT-NUMBER HASH
118600*----------------------------------------------------------
118700 7000-WRITE-FILE-TRAILER.
118800     MOVE SPACES TO EINV-REC.
118900     SET EIV-FILE-TRAILER TO TRUE.
119000     MOVE ZERO TO EIV-DOC-NO.
119100     MOVE WS-DOC-COUNT TO EIV-FT-DOC-COUNT.
119200     COMPUTE EIV-FT-RECORD-COUNT = WS-EINV-RECORD-COUNT + 1.
119300     MOVE WS-TTC-HASH TO EIV-FT-TTC-HASH.
119400     MOVE WS-DOC-NO-HASH TO EIV-FT-DOC-NO-HASH.
119500     PERFORM 5900-WRITE-EINV-REC THRU 5900-WRITE-EINV-REC-EXIT.
119600 7000-WRITE-FILE-TRAILER-EXIT.
119700     EXIT.
119800*----------------------------------------------------------
119900* 8000-TERMINATE - PRINT THE ISSUE TOTALS, CLOSE FILES,
120000*                  RETIRE A CONSUMED DELTA, RECORD THE ISSUE
120100*                  CONTROL, AND LOG THE RUN
120200*----------------------------------------------------------
120300 8000-TERMINATE.
120400     MOVE WS-RULE-LINE TO PRINT-LINE.
120500     WRITE PRINT-LINE.
120600     MOVE "DOCUMENTS ISSUED              " TO TL-TEXT.
120700     MOVE WS-DOC-COUNT TO TL-COUNT.
120800     MOVE WS-TOTAL-LINE TO PRINT-LINE.
120900     WRITE PRINT-LINE.
121000     MOVE "  INVOICES (380)              " TO TL-TEXT.
121100     MOVE WS-INVOICE-COUNT TO TL-COUNT.
121200     MOVE WS-TOTAL-LINE TO PRINT-LINE.
121300     WRITE PRINT-LINE.
121400     MOVE "  CREDIT NOTES (381)          " TO TL-TEXT.
121500     MOVE WS-CREDIT-COUNT TO TL-COUNT.
121600     MOVE WS-TOTAL-LINE TO PRINT-LINE.
121700     WRITE PRINT-LINE.
121800     MOVE "  CORRECTED INVOICES (384)    " TO TL-TEXT.
121900     MOVE WS-CORRECTED-COUNT TO TL-COUNT.
122000     MOVE WS-TOTAL-LINE TO PRINT-LINE.
122100     WRITE PRINT-LINE.
122200     MOVE "DOCUMENT LINES                " TO TL-TEXT.
122300     MOVE WS-LINE-TOTAL TO TL-COUNT.
122400     MOVE WS-TOTAL-LINE TO PRINT-LINE.
122500     WRITE PRINT-LINE.
122600     MOVE "  ISSUED FROM HEADER ONLY     " TO TL-TEXT.
122700     MOVE WS-HEADER-ONLY-COUNT TO TL-COUNT.
122800     MOVE WS-TOTAL-LINE TO PRINT-LINE.
122900     WRITE PRINT-LINE.
123000     MOVE "BUYERS NOT ON CUSTMAST        " TO TL-TEXT.
123100     MOVE WS-NO-CUST-COUNT TO TL-COUNT.
123200     MOVE WS-TOTAL-LINE TO PRINT-LINE.
123300     WRITE PRINT-LINE.
123400     MOVE "LINES NOT FOOTING TO HEADER   " TO TL-TEXT.
123500     MOVE WS-OFF-BAND-COUNT TO TL-COUNT.
123600     MOVE WS-TOTAL-LINE TO PRINT-LINE.
123700     WRITE PRINT-LINE.
123800     MOVE "FOUTDTL LINES WITH NO HEADER  " TO TL-TEXT.
123900     MOVE WS-ORPHAN-LINE-COUNT TO TL-COUNT.
124000     MOVE WS-TOTAL-LINE TO PRINT-LINE.
124100     WRITE PRINT-LINE.
124200     MOVE "E-INVOICE RECORDS WRITTEN     " TO TL-TEXT.
124300     MOVE WS-EINV-RECORD-COUNT TO TL-COUNT.
124400     MOVE WS-TOTAL-LINE TO PRINT-LINE.
124500     WRITE PRINT-LINE.
124600     IF DELTA-MODE
124700         CLOSE DELTA-IN
124800     ELSE
124900         CLOSE FOUT
125000         IF DETAIL-AVAILABLE
125100             CLOSE DETAIL-IN
125200         END-IF
125300     END-IF.
125400     CLOSE CUSTOMER-MASTER.
125500     IF XREF-AVAILABLE
125600         CLOSE CUST-XREF
125700     END-IF.
125800     IF PROD-AVAILABLE
125900         CLOSE PRODUCT-MASTER
126000     END-IF.
126100     CLOSE DOCUMENT-PRINT.
126200     CLOSE EINVOICE-OUT.
126300*    A CONSUMED DELTA IS DELETED SO IT CANNOT BE ISSUED
126400*    TWICE - BEFORE THE CONTROL RECORD, SO A CRASH IN
126500*    BETWEEN IS REFUSED AS INCONSISTENT RATHER THAN
126600*    RE-ISSUED. THE WARNINGS THAT END A RUN RETURN-CODE 4
126700*    DO NOT HOLD A DOCUMENT BACK, SO SUCH A RUN HAS ISSUED
126800*    AND IS RECORDED JUST THE SAME.
126900     IF DELTA-MODE AND RETURN-CODE < 16
127000         CALL "CBL_DELETE_FILE" USING WS-DELTA-NAME
127100             RETURNING WS-DELETE-STATUS
127200     END-IF.
127300     IF RETURN-CODE < 16
127400         PERFORM 8100-RECORD-ISSUE-CONTROL
127500             THRU 8100-RECORD-ISSUE-CONTROL-EXIT
127600     END-IF.
127700     DISPLAY "DEMOIDOC: RUN " WS-STAMP-RUN-SEQ " - "
127800         WS-DOC-COUNT " DOCUMENTS, "
127900         WS-LINE-TOTAL " LINES, "
128000         WS-EINV-RECORD-COUNT " E-INVOICE RECORDS".
128100     PERFORM 8900-WRITE-RUN-LOG
128200         THRU 8900-WRITE-RUN-LOG-EXIT.
128300 8000-TERMINATE-EXIT.
128400     EXIT.
128500*----------------------------------------------------------
128600* 8100-RECORD-ISSUE-CONTROL - APPEND THIS STAMP TO DEMOIDCT
128700*                             SO ITS DOCUMENTS CAN NEVER BE
128800*                             ISSUED AGAIN
128900*----------------------------------------------------------
129000 8100-RECORD-ISSUE-CONTROL.
129100     MOVE WS-STAMP-RUN-SEQ TO IDC-RUN-SEQ.
129200     MOVE WS-STAMP-PROD-DATE TO IDC-PROD-DATE.
129300     MOVE WS-STAMP-PROD-TIME TO IDC-PROD-TIME.
129400     ACCEPT IDC-ISSUE-DATE FROM DATE YYYYMMDD.
129500     ACCEPT IDC-ISSUE-TIME FROM TIME.
129600     MOVE WS-DOC-COUNT TO IDC-DOC-COUNT.
129700     MOVE WS-TTC-HASH TO IDC-TTC-HASH.
129800     OPEN EXTEND ISSUE-CONTROL.
129900     IF IDCT-FILE-NOT-FOUND
130000         OPEN OUTPUT ISSUE-CONTROL
130100     END-IF.
130200     WRITE IDC-REC.
130300     CLOSE ISSUE-CONTROL.
130400 8100-RECORD-ISSUE-CONTROL-EXIT.
130500     EXIT.
130600*----------------------------------------------------------
130700* 8900-WRITE-RUN-LOG - APPEND THIS RUN'S STRUCTURED RECORD
130800*                      TO THE COMMON RUN-LOG DATASET.
130900*                      RECORDS READ IS THE HEADERS CONSUMED,
131000*                      RECORDS WRITTEN THE DOCUMENTS ISSUED,
131100*                      REJECTED THE ORPHAN FOUTDTL LINES.
131200*----------------------------------------------------------
131300 8900-WRITE-RUN-LOG.
131400     MOVE "DEMOIDOC" TO RLOG-PROGRAM.
131500     MOVE WS-STAMP-RUN-SEQ TO RLOG-RUN-SEQ.
131600     MOVE WS-START-DATE TO RLOG-START-DATE.
131700     MOVE WS-START-TIME TO RLOG-START-TIME.
131800     ACCEPT RLOG-END-DATE FROM DATE YYYYMMDD.
131900     ACCEPT RLOG-END-TIME FROM TIME.
132000     MOVE WS-DOC-COUNT TO RLOG-READ-COUNT.
132100     MOVE WS-DOC-COUNT TO RLOG-WRITE-COUNT.
132200     MOVE WS-ORPHAN-LINE-COUNT TO RLOG-REJECT-COUNT.
132300     SET RLOG-RECON-NA TO TRUE.
132400     MOVE RETURN-CODE TO RLOG-RETURN-CODE.
132500     OPEN EXTEND RUN-LOG.
132600     IF RLOG-FILE-NOT-FOUND
132700         OPEN OUTPUT RUN-LOG
132800     END-IF.
132900     WRITE RLOG-REC.
133000     CLOSE RUN-LOG.
133100 8900-WRITE-RUN-LOG-EXIT.
133200     EXIT.
