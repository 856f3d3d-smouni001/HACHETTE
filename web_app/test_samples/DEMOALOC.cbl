000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DEMOALOC.
000300 AUTHOR.        R. FABIANI.
000400 INSTALLATION.  BILLING SYSTEMS - INVOICE EXTRACT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 RF  INITIAL VERSION - CASH SUSPENSE WORKBENCH,
001100*                THE CASH-SIDE COUNTERPART OF DEMOREPR AND
001200*                DEMODISP. DEMOCASH PARKS EVERY 'UNM', 'OVR'
001300*                AND 'FMT' RECEIPT ON CASHSUSP AND NOTHING
001400*                EVER READ IT BACK, SO A RECEIPT THAT ARRIVED
001500*                BEFORE ITS INVOICE WAS EXTRACTED STAYED
001600*                UNAPPLIED FOR GOOD AND CREDIT CONTROL KEPT
001700*                CHASING A CUSTOMER WHO HAD PAID. EVERY RUN
001800*                NOW RE-DRIVES EACH HELD RECEIPT AGAINST
001900*                DEMOOPEN WITH DEMOCASH'S OWN MATCHING RULES,
002000*                AND APPLIES AN OPERATOR ALLOCATION FILE
002100*                (CASHALOC) THAT CAN SPLIT ONE RECEIPT ACROSS
002200*                SEVERAL NAMED OPEN ITEMS ('ALC') AND PUT THE
002300*                REMAINDER ON ACCOUNT ('ONA', UNDER SUPERVISOR
002400*                AUTHORITY) ON THE NEW DEMOONAC FILE (LAYOUT
002500*                ONACRECL). A REMAINDER NEITHER ALLOCATED NOR
002600*                PUT ON ACCOUNT STAYS ON CASHSUSP, REDUCED.
002700*                EVERY AMOUNT TAKEN OFF SUSPENSE APPENDS AN
002800*                AUDIT-TRAIL RECORD AS DEMOCASH'S POSTS DO AND
002900*                A WHO/WHEN/WHY RECORD ON THE NEW DEMOCLOG
003000*                CASH DISPOSITION LOG (LAYOUT CLOGRECL), AS
003100*                DEMODLOG DOES FOR INVOICE SUSPENSE. THE
003200*                REBUILT CASHSUSP IS SWAPPED BACK OVER THE
003300*                LIVE FILE AND AGED BY REASON CODE.
003310* 2026-10-15 RF  AN ITEM DEMOWOFF HAS WRITTEN OFF TAKES NO MORE
003320*                CASH: AN ALLOCATION TO ONE IS REFUSED, A HELD
003330*                RECEIPT NAMING ONE STAYS HELD, AND CUSTOMER
003340*                MATCHING PASSES IT OVER, AS DEMOCASH NOW DOES.
003341* 2026-10-15 RF  SUSPENSE-RETAIN IS NOW THE 52 BYTES CSUSP-REC
003342*                ACTUALLY IS - THE REBUILT CASHSUSP WAS BEING
003343*                WRITTEN AS 59-BYTE RECORDS THAT DEMOCASH'S
003344*                EXTEND AND THE NEXT RUN'S READ THEN MISALIGNED.
003345* 2026-10-15 RF  CASH TAKEN OFF SUSPENSE ONTO A NON-EUR ITEM NOW
003346*                HAS ITS REALISED EXCHANGE DIFFERENCE VALUED AS
003347*                DEMOCASH VALUES A RECEIPT (INVOICE-DATE RATE
003348*                AGAINST PAYMENT-DATE RATE). THE RUN'S GAINS AND
003349*                LOSSES GO TO GLJRNL AS ONE BALANCED BATCH AND ON
003350*                DEMOFXCT AS AN 'RLZ' PROOF RECORD; A POST WITH NO
003351*                RATE FOR EITHER DATE ENDS THE RUN RETURN-CODE 4.
003352* 2026-10-15 RF  CUSTOMER MATCHING ON RE-DRIVE NOW PASSES OVER AN
003353*                ITEM DEMODDCL HAS PUT UP FOR DIRECT DEBIT ('R')
003354*                OR THE BANK HAS SETTLED ('S'); THE RECEIPT STAYS
003355*                HELD RATHER THAN THE CUSTOMER PAY TWICE.
003400*----------------------------------------------------------
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800*    THE OPERATOR'S ALLOCATIONS. NO FILE JUST MEANS NOTHING
003900*    TO ALLOCATE TONIGHT - THE RE-DRIVE AND THE AGING REPORT
004000*    STILL RUN.
004100     SELECT ALLOC-TRANS ASSIGN TO "CASHALOC"
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-ALOC-FILE-STATUS.
004400
004500     SELECT CASH-SUSPENSE ASSIGN TO "CASHSUSP"
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-CSUSP-FILE-STATUS.
004800
004900*    SUSPENSE-RETAIN COLLECTS THE RECEIPTS STILL HELD AFTER
005000*    THIS RUN AND IS SWAPPED OVER CASHSUSP AT END OF JOB.
005100*    DEMOCASH ONLY EVER APPENDS TO CASHSUSP, SO THE TWO MUST
005200*    NOT RUN AT THE SAME TIME.
005300     SELECT SUSPENSE-RETAIN ASSIGN TO "CASHSUSP.ALC"
005400         ORGANIZATION IS SEQUENTIAL.
005500
005600*    ACCESS IS DYNAMIC - NAMED ITEMS ARE READ RANDOMLY, AND A
005700*    RE-DRIVEN RECEIPT WITHOUT AN INVOICE NUMBER SCANS FOR
005800*    THE CUSTOMER'S MATCHING RESIDUAL, AS DEMOCASH DOES.
005900     SELECT OPEN-ITEMS ASSIGN TO "DEMOOPEN"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS OPN-INVOICE-NO
006300         FILE STATUS IS WS-OPEN-FILE-STATUS.
006400
006500     SELECT ON-ACCOUNT ASSIGN TO "DEMOONAC"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS RANDOM
006800         RECORD KEY IS ONA-KEY
006900         FILE STATUS IS WS-ONA-FILE-STATUS.
007000
007100*    READ ONLY TO CONFIRM THE CUSTOMER AN ON-ACCOUNT CREDIT
007200*    IS HELD FOR ACTUALLY EXISTS.
007300     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS RANDOM
007600         RECORD KEY IS CUST-NO
007700         FILE STATUS IS WS-CUST-FILE-STATUS.
007800
007801*    ACCESS IS DYNAMIC SO 3470-FIND-RATE CAN START ON THE
007802*    (CURRENCY, COMPLEMENTED DATE) KEY, AS DEMOCASH DOES.
007803     SELECT CURRENCY-RATES ASSIGN TO "CURRATES"
007804         ORGANIZATION IS INDEXED
007805         ACCESS MODE IS DYNAMIC
007806         RECORD KEY IS CURR-KEY
007807         FILE STATUS IS WS-CURR-FILE-STATUS.
007808
007809*    THE REALISED EXCHANGE DIFFERENCE BATCH AND ITS CONTROL
007810*    RECORD - SAME JOURNAL AND DISCIPLINE AS DEMOCASH'S.
007811     SELECT GL-JOURNAL ASSIGN TO "GLJRNL"
007812         ORGANIZATION IS SEQUENTIAL
007813         FILE STATUS IS WS-GLJ-FILE-STATUS.
007814
007815     SELECT FX-CONTROL ASSIGN TO "DEMOFXCT"
007816         ORGANIZATION IS SEQUENTIAL
007817         FILE STATUS IS WS-FXCT-FILE-STATUS.
007818
007900     SELECT AUDIT-TRAIL ASSIGN TO "DEMOAUDT"
008000         ORGANIZATION IS SEQUENTIAL
008100         FILE STATUS IS WS-AUDIT-FILE-STATUS.
008200
008300     SELECT CHECKPOINT-FILE ASSIGN TO "DEMOCKPT"
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS IS WS-CKPT-FILE-STATUS.
008600
008700     SELECT CASH-LOG ASSIGN TO "DEMOCLOG"
008800         ORGANIZATION IS SEQUENTIAL
008900         FILE STATUS IS WS-CLOG-FILE-STATUS.
009000
009100     SELECT ALOC-REPORT ASSIGN TO "DEMOALOC.RPT"
009200         ORGANIZATION IS SEQUENTIAL.
009300
009400     SELECT RUN-LOG ASSIGN TO "DEMORLOG"
009500         ORGANIZATION IS SEQUENTIAL
009600         FILE STATUS IS WS-RLOG-FILE-STATUS.
009700
009800 DATA DIVISION.
009900 FILE SECTION.
010000*----------------------------------------------------------
010100* ALLOC-TRANS - ONE RECORD PER OPERATOR ALLOCATION: ACTION,
010200*               THE HELD RECEIPT IT NAMES (THE RECEIPT IMAGE
010300*               EXACTLY AS DEMOALOC.RPT AND CASHSUSP SHOW
010400*               IT), THE OPEN ITEM AND AMOUNT FOR 'ALC', THE
010500*               DISPOSITION CODE, THE OPERATOR, THE
010600*               SUPERVISOR AUTHORITY (REQUIRED FOR 'ONA'),
010700*               AND THE FREE-TEXT WHY. ALL THE RECORDS NAMING
010800*               ONE RECEIPT ARE APPLIED TOGETHER OR NOT AT
010900*               ALL.
011000*----------------------------------------------------------
011100 FD  ALLOC-TRANS
011200     RECORDING MODE IS F.
011300 01  ALO-REC.
011400     05 ALO-ACTION          PIC X(03).
011500        88 ALO-ALLOCATE     VALUE 'ALC'.
011600        88 ALO-ON-ACCOUNT   VALUE 'ONA'.
011700        88 ALO-VALID-ACTION VALUE 'ALC' 'ONA'.
011800     05 ALO-RCPT.
011900        10 ALO-PAY-DATE     PIC 9(08).
012000        10 ALO-RCPT-AMOUNT  PIC 9(07)V99.
012100        10 ALO-CURRENCY-CODE PIC X(03).
012200        10 ALO-CUSTOMER-NO  PIC 9(06).
012300        10 ALO-RCPT-INVOICE PIC 9(10).
012400     05 ALO-INVOICE-NO      PIC 9(10).
012500     05 ALO-AMOUNT          PIC 9(07)V99.
012600     05 ALO-DISP-CODE       PIC X(03).
012700     05 ALO-OPERATOR-ID     PIC X(08).
012800     05 ALO-AUTHORITY       PIC X(08).
012900     05 ALO-REASON-TEXT     PIC X(40).
013000*----------------------------------------------------------
013100* CASH-SUSPENSE - THE LIVE CASH SUSPENSE DATASET
013200*----------------------------------------------------------
013300 FD  CASH-SUSPENSE
013400     RECORDING MODE IS F.
013500     COPY CSUSRECL.
013600*----------------------------------------------------------
013700* SUSPENSE-RETAIN - RECEIPTS STILL HELD, CARRIED FORWARD. A
013800*                   FLAT SLOT THE EXACT LENGTH OF CSUSP-REC
013900*                   (52 BYTES), AS DEMODISP'S RETAIN FILE IS.
014000*----------------------------------------------------------
014100 FD  SUSPENSE-RETAIN
014200     RECORDING MODE IS F.
014300 01  RETAIN-REC             PIC X(52).
014400*----------------------------------------------------------
014500* OPEN-ITEMS - PAID/PART-PAID/OPEN STATUS PER INVOICE
014600*----------------------------------------------------------
014700 FD  OPEN-ITEMS.
014800     COPY OPENRECL.
014900*----------------------------------------------------------
015000* ON-ACCOUNT - UNAPPLIED CREDIT HELD PER CUSTOMER/CURRENCY
015100*----------------------------------------------------------
015200 FD  ON-ACCOUNT.
015300     COPY ONACRECL.
015400
015500 FD  CUSTOMER-MASTER.
015600     COPY CUSTRECL.
015601*----------------------------------------------------------
015602* CURRENCY-RATES - EFFECTIVE-DATED EXCHANGE RATES TO EUR,
015603*                  MAINTAINED BY DEMORATE
015604*----------------------------------------------------------
015605 FD  CURRENCY-RATES.
015606     COPY CURRATEL.
015607*----------------------------------------------------------
015608* GL-JOURNAL - THE LEDGER INTERFACE DEMOGLJR ALSO WRITES
015609*----------------------------------------------------------
015610 FD  GL-JOURNAL
015611     RECORDING MODE IS F.
015612     COPY GLJRNLL.
015613*----------------------------------------------------------
015614* FX-CONTROL - THE EXCHANGE-DIFFERENCE BATCHES ALREADY
015615*              JOURNALED, SHARED WITH DEMOCASH AND DEMOFXRV
015616*----------------------------------------------------------
015617 FD  FX-CONTROL
015618     RECORDING MODE IS F.
015619     COPY FXCTRECL.
015700*----------------------------------------------------------
015800* AUDIT-TRAIL - ONE RECORD APPENDED PER AMOUNT TAKEN OFF
015900*               SUSPENSE, SAME LAYOUT DEMOCASH WRITES. AN
016000*               ON-ACCOUNT CREDIT CARRIES INVOICE NUMBER ZERO.
016100*----------------------------------------------------------
016200 FD  AUDIT-TRAIL
016300     RECORDING MODE IS F.
016400 01  AUDIT-REC.
016500     05 AUD-RUN-SEQ          PIC 9(05).
016600     05 AUD-RUN-DATE         PIC 9(08).
016700     05 AUD-RUN-TIME         PIC 9(08).
016800     05 AUD-SEQ-NO           PIC 9(07).
016900     05 AUD-INVOICE-NO       PIC 9(10).
017000     05 AUD-AMOUNT-TTC       PIC S9(7)V99 COMP-3.
017100*----------------------------------------------------------
017200* CHECKPOINT-FILE - DEMOCOB'S RESTART RECORD, READ FOR THE
017300*                   CURRENT RUN SEQUENCE AND LAST AUDIT
017400*                   SEQUENCE AND WRITTEN BACK WITH ONLY THE
017500*                   AUDIT SEQUENCE ADVANCED, AS DEMOCASH DOES
017600*----------------------------------------------------------
017700 FD  CHECKPOINT-FILE
017800     RECORDING MODE IS F.
017900     COPY CKPTRECL.
018000*----------------------------------------------------------
018100* CASH-LOG - THE PERMANENT CASH DISPOSITION LOG
018200*----------------------------------------------------------
018300 FD  CASH-LOG
018400     RECORDING MODE IS F.
018500     COPY CLOGRECL.
018600
018700 FD  ALOC-REPORT
018800     RECORDING MODE IS F.
018900 01  REPORT-LINE            PIC X(132).
019000
019100 FD  RUN-LOG
019200     RECORDING MODE IS F.
019300     COPY RUNLOGL.
019400
019500 WORKING-STORAGE SECTION.
019600 77  WS-ALOC-EOF-SWITCH     PIC X(01) VALUE 'N'.
019700     88 END-OF-ALLOC-TRANS  VALUE 'Y'.
019800 77  WS-SUSP-EOF-SWITCH     PIC X(01) VALUE 'N'.
019900     88 END-OF-SUSPENSE     VALUE 'Y'.
020000 77  WS-SCAN-EOF-SWITCH     PIC X(01) VALUE 'N'.
020100     88 END-OF-OPEN-SCAN    VALUE 'Y'.
020200 77  WS-MATCH-SWITCH        PIC X(01) VALUE 'N'.
020300     88 RECEIPT-MATCHED     VALUE 'Y'.
020400 77  WS-SUSP-AVAIL-SWITCH   PIC X(01) VALUE 'N'.
020500     88 SUSPENSE-AVAILABLE  VALUE 'Y'.
020600 77  WS-CUST-AVAIL-SWITCH   PIC X(01) VALUE 'N'.
020700     88 CUSTMAST-AVAILABLE  VALUE 'Y'.
020800 77  WS-REFUSE-SWITCH       PIC X(01) VALUE 'N'.
020900     88 SET-REFUSED         VALUE 'Y'.
021000 77  WS-ONA-NEW-SWITCH      PIC X(01) VALUE 'N'.
021100     88 ONA-NEW-RECORD      VALUE 'Y'.
021200 77  WS-ALOC-FILE-STATUS    PIC X(02) VALUE "00".
021300     88 ALOC-FILE-NOT-FOUND VALUE "35".
021400 77  WS-CSUSP-FILE-STATUS   PIC X(02) VALUE "00".
021500     88 CSUSP-FILE-NOT-FOUND VALUE "35".
021600 77  WS-OPEN-FILE-STATUS    PIC X(02) VALUE "00".
021700     88 OPEN-FILE-NOT-FOUND VALUE "35".
021800 77  WS-ONA-FILE-STATUS     PIC X(02) VALUE "00".
021900     88 ONA-FILE-NOT-FOUND  VALUE "35".
022000 77  WS-CUST-FILE-STATUS    PIC X(02) VALUE "00".
022100     88 CUST-FILE-NOT-FOUND VALUE "35".
022200 77  WS-AUDIT-FILE-STATUS   PIC X(02) VALUE "00".
022300     88 AUDIT-FILE-NOT-FOUND VALUE "35".
022400 77  WS-CKPT-FILE-STATUS    PIC X(02) VALUE "00".
022500     88 CKPT-FILE-NOT-FOUND VALUE "35".
022600 77  WS-CLOG-FILE-STATUS    PIC X(02) VALUE "00".
022700     88 CLOG-FILE-NOT-FOUND VALUE "35".
022800 77  WS-RLOG-FILE-STATUS    PIC X(02) VALUE "00".
022900     88 RLOG-FILE-NOT-FOUND VALUE "35".
023000 77  WS-START-DATE          PIC 9(08) VALUE ZERO.
023100 77  WS-START-TIME          PIC 9(08) VALUE ZERO.
023200 77  WS-RUN-DATE            PIC 9(08) VALUE ZERO.
023300 77  WS-RUN-DATE-SERIAL     PIC 9(08) COMP VALUE ZERO.
023400*----------------------------------------------------------
023500* AUDIT-TRAIL/CHECKPOINT WORKING STORAGE - THE CHECKPOINT
023600* IMAGE IS HELD IN FULL SO THE END-OF-JOB REWRITE PUTS BACK
023700* EVERY FIELD EXACTLY AS DEMOCOB LEFT IT, WITH ONLY THE
023800* AUDIT SEQUENCE ADVANCED (SAME SCHEME AS DEMOCASH).
023900*----------------------------------------------------------
024000 77  WS-RUN-SEQ             PIC 9(05) COMP VALUE ZERO.
024100 77  WS-AUDIT-SEQ           PIC 9(07) COMP VALUE ZERO.
024200 77  WS-CKPT-SWITCH         PIC X(01) VALUE 'N'.
024300     88 CHECKPOINT-ON-FILE  VALUE 'Y'.
024400 01  WS-CKPT-IMAGE.
024500     05 WS-CKPT-RUN-SEQ      PIC 9(05).
024600     05 WS-CKPT-LAST-INVOICE PIC 9(10).
024700     05 WS-CKPT-ACTUAL-COUNT PIC 9(07).
024800     05 WS-CKPT-ACTUAL-AMOUNT PIC S9(9)V99 COMP-3.
024900     05 WS-CKPT-REJECT-COUNT PIC 9(05).
025000     05 WS-CKPT-REJECT-AMOUNT PIC S9(9)V99 COMP-3.
025100     05 WS-CKPT-AUDIT-SEQ    PIC 9(07).
025200     05 WS-CKPT-CREDIT-COUNT PIC 9(05).
025300     05 WS-CKPT-CREDIT-AMOUNT PIC S9(9)V99 COMP-3.
025400     05 WS-CKPT-DUP-COUNT    PIC 9(05).
025500     05 WS-CKPT-DETAIL-COUNT PIC 9(07).
025600     05 WS-CKPT-ORPHAN-COUNT PIC 9(05).
025700*----------------------------------------------------------
025800* THE OPERATOR ALLOCATIONS, LOADED UP FRONT SO ONE PASS
025900* OVER CASHSUSP SERVES THEM ALL. EVERY UNUSED ENTRY WHOSE
026000* RECEIPT IMAGE MATCHES A HELD RECEIPT JOINS THAT RECEIPT'S
026100* SET ('S'); THE SET IS THEN APPLIED OR REFUSED WHOLE AND
026200* ITS ENTRIES MARKED USED ('Y'). TWO IDENTICAL HELD
026300* RECEIPTS ARE TAKEN IN FILE ORDER - THE FIRST ONE CLAIMS
026400* THE SET.
026500*----------------------------------------------------------
026600 77  WS-ALO-TABLE-USED      PIC 9(03) COMP VALUE ZERO.
026700 77  WS-ALO-TABLE-MAX       PIC 9(03) COMP VALUE 500.
026800 77  WS-ALO-SUB             PIC 9(03) COMP VALUE ZERO.
026900 77  WS-ALO-DUP-SUB         PIC 9(03) COMP VALUE ZERO.
027000 77  WS-REFUSE-SUB          PIC 9(03) COMP VALUE ZERO.
027100 01  WS-ALO-TABLE.
027200     05 WS-ALO-ENTRY        OCCURS 500 TIMES.
027300        10 WS-ALO-ACTION    PIC X(03).
027400        10 WS-ALO-RCPT      PIC X(36).
027500        10 WS-ALO-INVOICE   PIC 9(10).
027600        10 WS-ALO-AMOUNT    PIC 9(07)V99.
027700        10 WS-ALO-CODE      PIC X(03).
027800        10 WS-ALO-OPERATOR  PIC X(08).
027900        10 WS-ALO-AUTHORITY PIC X(08).
028000        10 WS-ALO-TEXT      PIC X(40).
028100        10 WS-ALO-STATE     PIC X(01).
028200           88 ALO-ENTRY-FREE   VALUE 'N'.
028300           88 ALO-ENTRY-IN-SET VALUE 'S'.
028400           88 ALO-ENTRY-USED   VALUE 'Y'.
028500*----------------------------------------------------------
028600* THE SET UNDER TEST FOR THE CURRENT HELD RECEIPT
028700*----------------------------------------------------------
028800 77  WS-SET-COUNT           PIC 9(03) COMP VALUE ZERO.
028900 77  WS-SET-ONA-COUNT       PIC 9(03) COMP VALUE ZERO.
029000 77  WS-SET-ALC-TOTAL       PIC S9(9)V99 COMP-3 VALUE ZERO.
029100 77  WS-ITEM-TOTAL          PIC S9(9)V99 COMP-3 VALUE ZERO.
029200 77  WS-REMAINDER           PIC S9(9)V99 COMP-3 VALUE ZERO.
029300 77  WS-RESIDUAL            PIC S9(7)V99 COMP-3 VALUE ZERO.
029400 77  WS-POST-AMOUNT         PIC S9(7)V99 COMP-3 VALUE ZERO.
029500 77  WS-REFUSE-REASON       PIC X(12) VALUE SPACES.
029600*----------------------------------------------------------
029700* WORKBENCH TALLIES
029800*----------------------------------------------------------
029900 77  WS-ALOC-READ-COUNT     PIC 9(05) COMP VALUE ZERO.
030000 77  WS-ALOC-BAD-COUNT      PIC 9(05) COMP VALUE ZERO.
030100 77  WS-SUSP-READ-COUNT     PIC 9(07) COMP VALUE ZERO.
030200 77  WS-REDRIVE-COUNT       PIC 9(05) COMP VALUE ZERO.
030300 77  WS-ALLOC-COUNT         PIC 9(05) COMP VALUE ZERO.
030400 77  WS-ONACCT-COUNT        PIC 9(05) COMP VALUE ZERO.
030500 77  WS-CLEARED-COUNT       PIC 9(05) COMP VALUE ZERO.
030600 77  WS-PART-COUNT          PIC 9(05) COMP VALUE ZERO.
030700 77  WS-REFUSED-COUNT       PIC 9(05) COMP VALUE ZERO.
030800 77  WS-RETAINED-COUNT      PIC 9(07) COMP VALUE ZERO.
030900 77  WS-UNMATCHED-COUNT     PIC 9(05) COMP VALUE ZERO.
031000 77  WS-AUDIT-COUNT         PIC 9(05) COMP VALUE ZERO.
031100 77  WS-POSTED-AMOUNT       PIC S9(9)V99 COMP-3 VALUE ZERO.
031200 77  WS-ONACCT-AMOUNT       PIC S9(9)V99 COMP-3 VALUE ZERO.
031201*----------------------------------------------------------
031202* REALISED EXCHANGE DIFFERENCE - THE AMOUNT TAKEN OFF
031203* SUSPENSE VALUED AT THE INVOICE-DATE AND PAYMENT-DATE RATES,
031204* THE RUN'S GAINS AND LOSSES (BOTH HELD POSITIVE), AND THE
031205* JOURNAL PROOF TOTALS, AS DEMOCASH KEEPS THEM
031206*----------------------------------------------------------
031207 77  WS-CURR-FILE-STATUS    PIC X(02) VALUE "00".
031208     88 CURR-FILE-NOT-FOUND VALUE "35".
031209 77  WS-GLJ-FILE-STATUS     PIC X(02) VALUE "00".
031210     88 GLJ-FILE-NOT-FOUND  VALUE "35".
031211 77  WS-FXCT-FILE-STATUS    PIC X(02) VALUE "00".
031212     88 FXCT-FILE-NOT-FOUND VALUE "35".
031213 77  WS-RATE-SWITCH         PIC X(01) VALUE 'N'.
031214     88 RATE-FOUND          VALUE 'Y'.
031215     88 RATE-NOT-FOUND      VALUE 'N'.
031216 77  WS-DEFAULT-CURRENCY    PIC X(03) VALUE "EUR".
031217 77  WS-RATE-DATE           PIC 9(08) VALUE ZERO.
031218 77  WS-BOOK-RATE           PIC 9(04)V9(06) COMP-3 VALUE ZERO.
031219 77  WS-BOOK-EUR            PIC S9(9)V99 COMP-3 VALUE ZERO.
031220 77  WS-SETTLED-EUR         PIC S9(9)V99 COMP-3 VALUE ZERO.
031221 77  WS-FX-DIFF             PIC S9(9)V99 COMP-3 VALUE ZERO.
031222 77  WS-FX-VALUED-COUNT     PIC 9(05) COMP VALUE ZERO.
031223 77  WS-FX-NO-RATE-COUNT    PIC 9(05) COMP VALUE ZERO.
031224 77  WS-FX-GAIN-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
031225 77  WS-FX-LOSS-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
031226 77  WS-LINE-NO             PIC 9(04) VALUE ZERO.
031227 77  WS-DEBIT-TOTAL         PIC S9(11)V99 COMP-3 VALUE ZERO.
031228 77  WS-CREDIT-TOTAL        PIC S9(11)V99 COMP-3 VALUE ZERO.
031300*----------------------------------------------------------
031400* CASH SUSPENSE AGING BY REASON CODE - ONE ROW PER REASON
031500* SEEN ON THE RETAINED FILE, BUCKETED BY AGE OF THE
031600* SUSPENSION (DAYS SINCE CSUSP-POST-DATE): 0-7, 8-30,
031700* 31-60, OVER 60 - THE SAME BUCKETS AS DEMODISP
031800*----------------------------------------------------------
031900 77  WS-AGE-TABLE-USED      PIC 9(03) COMP VALUE ZERO.
032000 77  WS-AGE-TABLE-MAX       PIC 9(03) COMP VALUE 20.
032100 77  WS-AGE-SUB             PIC 9(03) COMP VALUE ZERO.
032200 77  WS-AGE-FOUND-SWITCH    PIC X(01) VALUE 'N'.
032300     88 AGE-ENTRY-FOUND     VALUE 'Y'.
032400 77  WS-AGE-DAYS            PIC S9(08) COMP VALUE ZERO.
032500 01  WS-AGE-TABLE.
032600     05 WS-AGE-ENTRY        OCCURS 20 TIMES.
032700        10 WS-AGE-REASON    PIC X(03).
032800        10 WS-AGE-BUCKET    PIC 9(05) COMP OCCURS 4 TIMES.
032900*----------------------------------------------------------
033000* 9100-DATE-TO-SERIAL WORKING STORAGE (SAME DAY-SERIAL
033100* SCHEME AS DEMOSTMT, DEMODUNN AND DEMODISP)
033200*----------------------------------------------------------
033300 01  WS-DTS-DATE            PIC 9(08) VALUE ZERO.
033400 01  WS-DTS-DATE-R REDEFINES WS-DTS-DATE.
033500     05 WS-DTS-YEAR         PIC 9(04).
033600     05 WS-DTS-MONTH        PIC 9(02).
033700     05 WS-DTS-DAY          PIC 9(02).
033800 77  WS-DTS-SERIAL          PIC 9(08) COMP VALUE ZERO.
033900 77  WS-DTS-REM             PIC 9(04) COMP VALUE ZERO.
034000 77  WS-DTS-YEAR-PRIOR      PIC 9(04) COMP VALUE ZERO.
034100 77  WS-DTS-Q4              PIC 9(04) COMP VALUE ZERO.
034200 77  WS-DTS-Q100            PIC 9(04) COMP VALUE ZERO.
034300 77  WS-DTS-Q400            PIC 9(04) COMP VALUE ZERO.
034400 77  WS-DTS-LEAP-SWITCH     PIC X(01) VALUE 'N'.
034500     88 DTS-LEAP-YEAR       VALUE 'Y'.
034600 01  WS-MONTH-OFFSET-TABLE.
034700     05 FILLER              PIC 9(03) VALUE 000.
034800     05 FILLER              PIC 9(03) VALUE 031.
034900     05 FILLER              PIC 9(03) VALUE 059.
035000     05 FILLER              PIC 9(03) VALUE 090.
035100     05 FILLER              PIC 9(03) VALUE 120.
035200     05 FILLER              PIC 9(03) VALUE 151.
035300     05 FILLER              PIC 9(03) VALUE 181.
035400     05 FILLER              PIC 9(03) VALUE 212.
035500     05 FILLER              PIC 9(03) VALUE 243.
035600     05 FILLER              PIC 9(03) VALUE 273.
035700     05 FILLER              PIC 9(03) VALUE 304.
035800     05 FILLER              PIC 9(03) VALUE 334.
035900 01  WS-MONTH-OFFSET-R REDEFINES WS-MONTH-OFFSET-TABLE.
036000     05 WS-MONTH-OFFSET     PIC 9(03) OCCURS 12 TIMES.
036100*----------------------------------------------------------
036200* WORKING STORAGE USED TO SWAP THE REBUILT CASH SUSPENSE
036300* FILE BACK OVER CASHSUSP, AS DEMODISP DOES FOR DEMOSUSP
036400*----------------------------------------------------------
036500 77  WS-SUSP-OLD-NAME       PIC X(08) VALUE "CASHSUSP".
036600 77  WS-SUSP-NEW-NAME       PIC X(12) VALUE "CASHSUSP.ALC".
036700 77  WS-SWAP-STATUS         PIC S9(09) COMP-5 VALUE ZERO.
036800*----------------------------------------------------------
036900* A RECEIPT IMAGE BROKEN OUT FOR THE REPORT. A MALFORMED
037000* ('FMT') RECEIPT MAY CARRY ANYTHING, SO ONLY THE AMOUNT
037100* IS TREATED AS A NUMBER, AND ONLY WHEN IT IS ONE.
037200*----------------------------------------------------------
037300 01  WS-RCPT-VIEW.
037400     05 WS-RV-PAY-DATE      PIC X(08).
037500     05 WS-RV-AMOUNT        PIC 9(07)V99.
037600     05 WS-RV-CURRENCY-CODE PIC X(03).
037700     05 WS-RV-CUSTOMER-NO   PIC X(06).
037800     05 WS-RV-INVOICE-NO    PIC X(10).
037900*----------------------------------------------------------
038000* REPORT LINES
038100*----------------------------------------------------------
038200 01  WS-DISP-HEADING.
038300     05 FILLER              PIC X(06) VALUE " ACT  ".
038400     05 FILLER              PIC X(10) VALUE "PAY DATE  ".
038500     05 FILLER              PIC X(07) VALUE "CUST   ".
038600     05 FILLER              PIC X(04) VALUE "CUR ".
038700     05 FILLER              PIC X(12) VALUE "    RECEIPT ".
038800     05 FILLER              PIC X(11) VALUE "ITEM       ".
038900     05 FILLER              PIC X(13) VALUE "      AMOUNT ".
039000     05 FILLER              PIC X(14) VALUE " DISPOSITION  ".
039100     05 FILLER              PIC X(10) VALUE "OPERATOR  ".
039200     05 FILLER              PIC X(45) VALUE "REASON".
039300 01  WS-DISP-LINE.
039400     05 FILLER              PIC X(01) VALUE SPACES.
039500     05 RL-ACTION           PIC X(03).
039600     05 FILLER              PIC X(02) VALUE SPACES.
039700     05 RL-PAY-DATE         PIC X(08).
039800     05 FILLER              PIC X(02) VALUE SPACES.
039900     05 RL-CUSTOMER-NO      PIC X(06).
040000     05 FILLER              PIC X(01) VALUE SPACES.
040100     05 RL-CURRENCY-CODE    PIC X(03).
040200     05 FILLER              PIC X(01) VALUE SPACES.
040300     05 RL-RCPT-AMOUNT      PIC Z(6)9.99.
040400     05 FILLER              PIC X(02) VALUE SPACES.
040500     05 RL-INVOICE-NO       PIC 9(10).
040600     05 FILLER              PIC X(01) VALUE SPACES.
040700     05 RL-AMOUNT           PIC Z(8)9.99-.
040800     05 FILLER              PIC X(01) VALUE SPACES.
040900     05 RL-DISPOSITION      PIC X(12).
041000     05 FILLER              PIC X(02) VALUE SPACES.
041100     05 RL-OPERATOR         PIC X(08).
041200     05 FILLER              PIC X(02) VALUE SPACES.
041300     05 RL-TEXT             PIC X(40).
041400     05 FILLER              PIC X(02) VALUE SPACES.
041500 01  WS-AGE-HEADING.
041600     05 FILLER              PIC X(08) VALUE " REASON ".
041700     05 FILLER              PIC X(10) VALUE "   0-7    ".
041800     05 FILLER              PIC X(10) VALUE "  8-30    ".
041900     05 FILLER              PIC X(10) VALUE " 31-60    ".
042000     05 FILLER              PIC X(10) VALUE "OVER 60   ".
042100     05 FILLER              PIC X(84) VALUE SPACES.
042200 01  WS-AGE-LINE.
042300     05 FILLER              PIC X(02) VALUE SPACES.
042400     05 AGL-REASON          PIC X(03).
042500     05 FILLER              PIC X(03) VALUE SPACES.
042600     05 AGL-BUCKET-1        PIC ZZ,ZZ9.
042700     05 FILLER              PIC X(04) VALUE SPACES.
042800     05 AGL-BUCKET-2        PIC ZZ,ZZ9.
042900     05 FILLER              PIC X(04) VALUE SPACES.
043000     05 AGL-BUCKET-3        PIC ZZ,ZZ9.
043100     05 FILLER              PIC X(04) VALUE SPACES.
043200     05 AGL-BUCKET-4        PIC ZZ,ZZ9.
043300     05 FILLER              PIC X(94) VALUE SPACES.
043400 01  WS-TOTAL-LINE.
043500     05 FILLER              PIC X(01) VALUE SPACES.
043600     05 TL-TEXT             PIC X(30).
043700     05 TL-COUNT            PIC Z,ZZZ,ZZ9.
043800     05 FILLER              PIC X(92) VALUE SPACES.
043900 01  WS-AMOUNT-LINE.
044000     05 FILLER              PIC X(01) VALUE SPACES.
044100     05 AL-TEXT             PIC X(30).
044200     05 AL-AMOUNT           PIC Z(8)9.99-.
044300     05 FILLER              PIC X(88) VALUE SPACES.
044400
044500 PROCEDURE DIVISION.
044600*----------------------------------------------------------
044700* 0000-MAINLINE
044800*----------------------------------------------------------
044900 0000-MAINLINE.
045000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
045100     PERFORM 2000-LOAD-ONE-ALLOC
045200         THRU 2000-LOAD-ONE-ALLOC-EXIT
045300         UNTIL END-OF-ALLOC-TRANS.
045400     IF SUSPENSE-AVAILABLE
045500         PERFORM 3000-WORK-ONE-RECEIPT
045600             THRU 3000-WORK-ONE-RECEIPT-EXIT
045700             UNTIL END-OF-SUSPENSE
045800     END-IF.
045900     PERFORM 7000-REPORT-UNMATCHED
046000         THRU 7000-REPORT-UNMATCHED-EXIT
046100         VARYING WS-ALO-SUB FROM 1 BY 1
046200         UNTIL WS-ALO-SUB > WS-ALO-TABLE-USED.
046300     PERFORM 7500-PRINT-AGING THRU 7500-PRINT-AGING-EXIT.
046400     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
046500     STOP RUN.
046600*----------------------------------------------------------
046700* 1000-INITIALIZE - OPEN FILES AND PRIME THE READS. NO
046800*                   CASHALOC MEANS RE-DRIVE ONLY; NO
046900*                   CASHSUSP MEANS NOTHING IS HELD AND EVERY
047000*                   ALLOCATION GOES UNMATCHED. THE OPEN-ITEM
047100*                   AND ON-ACCOUNT FILES ARE CREATED EMPTY IF
047200*                   THEY DO NOT EXIST YET, AS DEMOCASH
047300*                   CREATES DEMOOPEN.
047400*----------------------------------------------------------
047500 1000-INITIALIZE.
047600     ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
047700     ACCEPT WS-START-TIME FROM TIME.
047800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
047900     MOVE WS-RUN-DATE TO WS-DTS-DATE.
048000     PERFORM 9100-DATE-TO-SERIAL
048100         THRU 9100-DATE-TO-SERIAL-EXIT.
048200     MOVE WS-DTS-SERIAL TO WS-RUN-DATE-SERIAL.
048300     OPEN OUTPUT ALOC-REPORT.
048400     MOVE "CASH SUSPENSE WORKBENCH REPORT" TO REPORT-LINE.
048500     WRITE REPORT-LINE.
048600     MOVE SPACES TO REPORT-LINE.
048700     WRITE REPORT-LINE.
048800     MOVE WS-DISP-HEADING TO REPORT-LINE.
048900     WRITE REPORT-LINE.
049000     OPEN I-O OPEN-ITEMS.
049100     IF OPEN-FILE-NOT-FOUND
049200         OPEN OUTPUT OPEN-ITEMS
049300         CLOSE OPEN-ITEMS
049400         OPEN I-O OPEN-ITEMS
049500     END-IF.
049600     IF WS-OPEN-FILE-STATUS NOT = "00"
049700         DISPLAY "DEMOALOC - CANNOT OPEN DEMOOPEN, STATUS = "
049800             WS-OPEN-FILE-STATUS
049900         MOVE 16 TO RETURN-CODE
050000         STOP RUN
050100     END-IF.
050200     OPEN I-O ON-ACCOUNT.
050300     IF ONA-FILE-NOT-FOUND
050400         OPEN OUTPUT ON-ACCOUNT
050500         CLOSE ON-ACCOUNT
050600         OPEN I-O ON-ACCOUNT
050700     END-IF.
050800     IF WS-ONA-FILE-STATUS NOT = "00"
050900         DISPLAY "DEMOALOC - CANNOT OPEN DEMOONAC, STATUS = "
051000             WS-ONA-FILE-STATUS
051100         MOVE 16 TO RETURN-CODE
051200         STOP RUN
051300     END-IF.
051400*    NO CUSTOMER MASTER JUST MEANS NO CUSTOMER CAN BE
051500*    CONFIRMED, SO EVERY ON-ACCOUNT ALLOCATION IS REFUSED.
051600     OPEN INPUT CUSTOMER-MASTER.
051700     IF WS-CUST-FILE-STATUS = "00"
051800         SET CUSTMAST-AVAILABLE TO TRUE
051900     END-IF.
051901*    NO CURRATES JUST MEANS NO FOREIGN POST CAN BE VALUED FOR
051902*    ITS EXCHANGE DIFFERENCE - EACH IS COUNTED (3460).
051903     OPEN INPUT CURRENCY-RATES.
052000     PERFORM 1100-READ-CHECKPOINT
052100         THRU 1100-READ-CHECKPOINT-EXIT.
052200     OPEN INPUT ALLOC-TRANS.
052300     IF ALOC-FILE-NOT-FOUND
052400         MOVE 'Y' TO WS-ALOC-EOF-SWITCH
052500         DISPLAY "DEMOALOC - NO CASHALOC - NO ALLOCATIONS "
052600             "TONIGHT, RE-DRIVE ONLY"
052700     END-IF.
052800     OPEN INPUT CASH-SUSPENSE.
052900     IF CSUSP-FILE-NOT-FOUND
053000         MOVE 'Y' TO WS-SUSP-EOF-SWITCH
053100         DISPLAY "DEMOALOC - NO CASH SUSPENSE FILE (CASHSUSP), "
053200             "NOTHING HELD"
053300     ELSE
053400         SET SUSPENSE-AVAILABLE TO TRUE
053500         OPEN OUTPUT SUSPENSE-RETAIN
053600     END-IF.
053700     OPEN EXTEND AUDIT-TRAIL.
053800     IF AUDIT-FILE-NOT-FOUND
053900         OPEN OUTPUT AUDIT-TRAIL
054000     END-IF.
054100     OPEN EXTEND CASH-LOG.
054200     IF CLOG-FILE-NOT-FOUND
054300         OPEN OUTPUT CASH-LOG
054400     END-IF.
054500     IF NOT END-OF-ALLOC-TRANS
054600         PERFORM 2100-READ-ALLOC-TRANS
054700             THRU 2100-READ-ALLOC-TRANS-EXIT
054800     END-IF.
054900     IF SUSPENSE-AVAILABLE
055000         PERFORM 3900-READ-SUSPENSE
055100             THRU 3900-READ-SUSPENSE-EXIT
055200     END-IF.
055300 1000-INITIALIZE-EXIT.
055400     EXIT.
055500*----------------------------------------------------------
055600* 1100-READ-CHECKPOINT - PICK UP THE CURRENT RUN SEQUENCE
055700*                        AND LAST AUDIT SEQUENCE FROM
055800*                        DEMOCOB'S CHECKPOINT, KEEPING THE
055900*                        FULL RECORD IMAGE SO 8200-UPDATE-
056000*                        CHECKPOINT CAN WRITE IT BACK
056100*                        UNCHANGED APART FROM THE AUDIT
056200*                        SEQUENCE, AS DEMOCASH DOES
056300*----------------------------------------------------------
056400 1100-READ-CHECKPOINT.
056500     OPEN INPUT CHECKPOINT-FILE.
056600     IF CKPT-FILE-NOT-FOUND
056700         GO TO 1100-READ-CHECKPOINT-EXIT
056800     END-IF.
056900     READ CHECKPOINT-FILE
057000         AT END
057100             CONTINUE
057200         NOT AT END
057300             SET CHECKPOINT-ON-FILE TO TRUE
057400             MOVE CKPT-REC TO WS-CKPT-IMAGE
057500             MOVE CKPT-RUN-SEQ TO WS-RUN-SEQ
057600             MOVE CKPT-AUDIT-SEQ TO WS-AUDIT-SEQ
057700     END-READ.
057800     CLOSE CHECKPOINT-FILE.
057900 1100-READ-CHECKPOINT-EXIT.
058000     EXIT.
058100*----------------------------------------------------------
058200* 2000-LOAD-ONE-ALLOC - VALIDATE ONE OPERATOR ALLOCATION
058300*                       AND LOAD IT INTO THE TABLE. AN
058400*                       INVALID ONE IS REPORTED AND COUNTED
058500*                       BUT NEVER APPLIED - THE FIRST FAILED
058600*                       EDIT WINS, AS IN DEMODISP.
058700*----------------------------------------------------------
058800 2000-LOAD-ONE-ALLOC.
058900     MOVE ALO-ACTION TO RL-ACTION.
059000     MOVE ALO-RCPT TO WS-RCPT-VIEW.
059100     PERFORM 7900-FORMAT-RECEIPT THRU 7900-FORMAT-RECEIPT-EXIT.
059200     IF ALO-INVOICE-NO NUMERIC
059300         MOVE ALO-INVOICE-NO TO RL-INVOICE-NO
059400     ELSE
059500         MOVE ZERO TO RL-INVOICE-NO
059600     END-IF.
059700     IF ALO-AMOUNT NUMERIC
059800         MOVE ALO-AMOUNT TO RL-AMOUNT
059900     ELSE
060000         MOVE ZERO TO RL-AMOUNT
060100     END-IF.
060200     MOVE ALO-OPERATOR-ID TO RL-OPERATOR.
060300     MOVE ALO-REASON-TEXT TO RL-TEXT.
060400     EVALUATE TRUE
060500         WHEN NOT ALO-VALID-ACTION
060600             MOVE "BAD ACTION  " TO RL-DISPOSITION
060700             PERFORM 2900-REPORT-BAD-ALLOC
060800                 THRU 2900-REPORT-BAD-ALLOC-EXIT
060900         WHEN ALO-ALLOCATE
061000             AND (ALO-INVOICE-NO NOT NUMERIC
061100             OR ALO-INVOICE-NO = ZERO)
061200             MOVE "BAD INVOICE " TO RL-DISPOSITION
061300             PERFORM 2900-REPORT-BAD-ALLOC
061400                 THRU 2900-REPORT-BAD-ALLOC-EXIT
061500         WHEN ALO-ALLOCATE
061600             AND (ALO-AMOUNT NOT NUMERIC
061700             OR ALO-AMOUNT = ZERO)
061800             MOVE "BAD AMOUNT  " TO RL-DISPOSITION
061900             PERFORM 2900-REPORT-BAD-ALLOC
062000                 THRU 2900-REPORT-BAD-ALLOC-EXIT
062100         WHEN ALO-OPERATOR-ID = SPACES
062200             MOVE "NO OPERATOR " TO RL-DISPOSITION
062300             PERFORM 2900-REPORT-BAD-ALLOC
062400                 THRU 2900-REPORT-BAD-ALLOC-EXIT
062500         WHEN ALO-ON-ACCOUNT AND ALO-AUTHORITY = SPACES
062600             MOVE "NO AUTHORITY" TO RL-DISPOSITION
062700             PERFORM 2900-REPORT-BAD-ALLOC
062800                 THRU 2900-REPORT-BAD-ALLOC-EXIT
062900         WHEN WS-ALO-TABLE-USED >= WS-ALO-TABLE-MAX
063000             DISPLAY "DEMOALOC - ERROR - MORE THAN "
063100                 WS-ALO-TABLE-MAX " ALLOCATION "
063200                 "TRANSACTIONS, TABLE EXHAUSTED"
063300             MOVE 16 TO RETURN-CODE
063400             STOP RUN
063500         WHEN OTHER
063600             ADD 1 TO WS-ALO-TABLE-USED
063700             MOVE WS-ALO-TABLE-USED TO WS-ALO-SUB
063800             MOVE ALO-ACTION TO WS-ALO-ACTION (WS-ALO-SUB)
063900             MOVE ALO-RCPT TO WS-ALO-RCPT (WS-ALO-SUB)
064000             IF ALO-ALLOCATE
064100                 MOVE ALO-INVOICE-NO
064200                     TO WS-ALO-INVOICE (WS-ALO-SUB)
064300                 MOVE ALO-AMOUNT
064400                     TO WS-ALO-AMOUNT (WS-ALO-SUB)
064500             ELSE
064600                 MOVE ZERO TO WS-ALO-INVOICE (WS-ALO-SUB)
064700                 MOVE ZERO TO WS-ALO-AMOUNT (WS-ALO-SUB)
064800             END-IF
064900             MOVE ALO-DISP-CODE TO WS-ALO-CODE (WS-ALO-SUB)
065000             MOVE ALO-OPERATOR-ID
065100                 TO WS-ALO-OPERATOR (WS-ALO-SUB)
065200             MOVE ALO-AUTHORITY
065300                 TO WS-ALO-AUTHORITY (WS-ALO-SUB)
065400             MOVE ALO-REASON-TEXT TO WS-ALO-TEXT (WS-ALO-SUB)
065500             MOVE 'N' TO WS-ALO-STATE (WS-ALO-SUB)
065600     END-EVALUATE.
065700     PERFORM 2100-READ-ALLOC-TRANS
065800         THRU 2100-READ-ALLOC-TRANS-EXIT.
065900 2000-LOAD-ONE-ALLOC-EXIT.
066000     EXIT.
066100*----------------------------------------------------------
066200* 2100-READ-ALLOC-TRANS - READ ONE OPERATOR ALLOCATION
066300*----------------------------------------------------------
066400 2100-READ-ALLOC-TRANS.
066500     READ ALLOC-TRANS
066600         AT END
066700             MOVE 'Y' TO WS-ALOC-EOF-SWITCH
066800     END-READ.
066900     IF NOT END-OF-ALLOC-TRANS
067000         ADD 1 TO WS-ALOC-READ-COUNT
067100     END-IF.
067200 2100-READ-ALLOC-TRANS-EXIT.
067300     EXIT.
067400*----------------------------------------------------------
067500* 2900-REPORT-BAD-ALLOC - PUT AN INVALID ALLOCATION ON THE
067600*                         REPORT AND COUNT IT
067700*----------------------------------------------------------
067800 2900-REPORT-BAD-ALLOC.
067900     ADD 1 TO WS-ALOC-BAD-COUNT.
068000     MOVE WS-DISP-LINE TO REPORT-LINE.
068100     WRITE REPORT-LINE.
068200 2900-REPORT-BAD-ALLOC-EXIT.
068300     EXIT.
068400*----------------------------------------------------------
068500* 3000-WORK-ONE-RECEIPT - ONE HELD RECEIPT. IF THE OPERATOR
068600*                         NAMED IT, ITS ALLOCATION SET IS
068700*                         APPLIED OR REFUSED WHOLE; OTHERWISE
068800*                         IT IS RE-DRIVEN AGAINST DEMOOPEN.
068900*                         WHATEVER IS STILL HELD AFTERWARDS
069000*                         IS CARRIED FORWARD AND AGED.
069100*----------------------------------------------------------
069200 3000-WORK-ONE-RECEIPT.
069300     PERFORM 3100-COLLECT-SET THRU 3100-COLLECT-SET-EXIT.
069400     IF WS-SET-COUNT = ZERO
069500         PERFORM 3500-RE-DRIVE-RECEIPT
069600             THRU 3500-RE-DRIVE-RECEIPT-EXIT
069700         GO TO 3000-WORK-ONE-RECEIPT-NEXT
069800     END-IF.
069900     PERFORM 3200-VALIDATE-SET THRU 3200-VALIDATE-SET-EXIT.
070000     IF SET-REFUSED
070100         PERFORM 3290-REFUSE-SET THRU 3290-REFUSE-SET-EXIT
070200         PERFORM 3600-RETAIN-AND-AGE
070300             THRU 3600-RETAIN-AND-AGE-EXIT
070400     ELSE
070500         PERFORM 3300-APPLY-SET THRU 3300-APPLY-SET-EXIT
070600     END-IF.
070700 3000-WORK-ONE-RECEIPT-NEXT.
070800     PERFORM 3900-READ-SUSPENSE THRU 3900-READ-SUSPENSE-EXIT.
070900 3000-WORK-ONE-RECEIPT-EXIT.
071000     EXIT.
071100*----------------------------------------------------------
071200* 3100-COLLECT-SET - GATHER EVERY UNUSED ALLOCATION NAMING
071300*                    THIS RECEIPT, TOTALLING WHAT THE 'ALC'
071400*                    LINES ASK FOR AND COUNTING THE 'ONA'S
071500*----------------------------------------------------------
071600 3100-COLLECT-SET.
071700     MOVE ZERO TO WS-SET-COUNT.
071800     MOVE ZERO TO WS-SET-ONA-COUNT.
071900     MOVE ZERO TO WS-SET-ALC-TOTAL.
072000     PERFORM 3110-COLLECT-ONE-ENTRY
072100         THRU 3110-COLLECT-ONE-ENTRY-EXIT
072200         VARYING WS-ALO-SUB FROM 1 BY 1
072300         UNTIL WS-ALO-SUB > WS-ALO-TABLE-USED.
072400 3100-COLLECT-SET-EXIT.
072500     EXIT.
072600*----------------------------------------------------------
072700* 3110-COLLECT-ONE-ENTRY - COMPARE ONE TABLE ENTRY
072800*----------------------------------------------------------
072900 3110-COLLECT-ONE-ENTRY.
073000     IF NOT ALO-ENTRY-FREE (WS-ALO-SUB)
073100         OR WS-ALO-RCPT (WS-ALO-SUB) NOT = CSUSP-RCPT
073200         GO TO 3110-COLLECT-ONE-ENTRY-EXIT
073300     END-IF.
073400     MOVE 'S' TO WS-ALO-STATE (WS-ALO-SUB).
073500     ADD 1 TO WS-SET-COUNT.
073600     IF WS-ALO-ACTION (WS-ALO-SUB) = "ALC"
073700         ADD WS-ALO-AMOUNT (WS-ALO-SUB) TO WS-SET-ALC-TOTAL
073800     ELSE
073900         ADD 1 TO WS-SET-ONA-COUNT
074000     END-IF.
074100 3110-COLLECT-ONE-ENTRY-EXIT.
074200     EXIT.
074300*----------------------------------------------------------
074400* 3200-VALIDATE-SET - THE SET MAY NOT ALLOCATE MORE THAN
074500*                     THE RECEIPT, MAY CARRY AT MOST ONE
074600*                     'ONA' (AND THEN ONLY FOR A CUSTOMER ON
074700*                     CUSTMAST), AND EVERY NAMED ITEM MUST BE
074800*                     ON DEMOOPEN IN THE RECEIPT'S CURRENCY
074900*                     WITH RESIDUAL ENOUGH FOR EVERYTHING THE
075000*                     SET PUTS ON IT. THE FIRST FAILURE
075100*                     REFUSES THE WHOLE SET. WS-REFUSE-SUB IS
075200*                     THE LINE THAT FAILED, ZERO WHEN THE
075300*                     RECEIPT ITSELF DID.
075400*----------------------------------------------------------
075500 3200-VALIDATE-SET.
075600     MOVE 'N' TO WS-REFUSE-SWITCH.
075700     MOVE ZERO TO WS-REFUSE-SUB.
075800     EVALUATE TRUE
075900         WHEN CSUSP-AMOUNT NOT NUMERIC
076000             MOVE "RCPT BAD FMT" TO WS-REFUSE-REASON
076100             SET SET-REFUSED TO TRUE
076200         WHEN WS-SET-ALC-TOTAL > CSUSP-AMOUNT
076300             MOVE "OVER RECEIPT" TO WS-REFUSE-REASON
076400             SET SET-REFUSED TO TRUE
076500         WHEN WS-SET-ONA-COUNT > 1
076600             MOVE "TWO ONA     " TO WS-REFUSE-REASON
076700             SET SET-REFUSED TO TRUE
076800         WHEN WS-SET-ONA-COUNT = 1
076900             AND (NOT CUSTMAST-AVAILABLE
077000             OR CSUSP-CUSTOMER-NO NOT NUMERIC)
077100             MOVE "UNKNOWN CUST" TO WS-REFUSE-REASON
077200             SET SET-REFUSED TO TRUE
077300     END-EVALUATE.
077400     IF SET-REFUSED
077500         GO TO 3200-VALIDATE-SET-EXIT
077600     END-IF.
077700     IF WS-SET-ONA-COUNT = 1
077800         MOVE CSUSP-CUSTOMER-NO TO CUST-NO
077900         READ CUSTOMER-MASTER
078000             INVALID KEY
078100                 MOVE "UNKNOWN CUST" TO WS-REFUSE-REASON
078200                 SET SET-REFUSED TO TRUE
078300                 GO TO 3200-VALIDATE-SET-EXIT
078400         END-READ
078500     END-IF.
078600     PERFORM 3210-VALIDATE-ONE-LINE
078700         THRU 3210-VALIDATE-ONE-LINE-EXIT
078800         VARYING WS-ALO-SUB FROM 1 BY 1
078900         UNTIL WS-ALO-SUB > WS-ALO-TABLE-USED
079000         OR SET-REFUSED.
079100 3200-VALIDATE-SET-EXIT.
079200     EXIT.
079300*----------------------------------------------------------
079400* 3210-VALIDATE-ONE-LINE - ONE 'ALC' LINE OF THE SET. THE
079500*                          AMOUNT TESTED AGAINST THE ITEM'S
079600*                          RESIDUAL IS EVERYTHING THE SET
079700*                          PUTS ON THAT ITEM, SO TWO LINES
079800*                          FOR ONE INVOICE CANNOT OVERPAY IT
079900*                          BETWEEN THEM.
080000*----------------------------------------------------------
080100 3210-VALIDATE-ONE-LINE.
080200     IF NOT ALO-ENTRY-IN-SET (WS-ALO-SUB)
080300         OR WS-ALO-ACTION (WS-ALO-SUB) NOT = "ALC"
080400         GO TO 3210-VALIDATE-ONE-LINE-EXIT
080500     END-IF.
080600     MOVE WS-ALO-INVOICE (WS-ALO-SUB) TO OPN-INVOICE-NO.
080700     READ OPEN-ITEMS
080800         INVALID KEY
080900             MOVE "NO OPEN ITEM" TO WS-REFUSE-REASON
081000             MOVE WS-ALO-SUB TO WS-REFUSE-SUB
081100             SET SET-REFUSED TO TRUE
081200             GO TO 3210-VALIDATE-ONE-LINE-EXIT
081300     END-READ.
081400     IF OPN-CURRENCY-CODE NOT = CSUSP-CURRENCY-CODE
081500         MOVE "CURRENCY    " TO WS-REFUSE-REASON
081600         MOVE WS-ALO-SUB TO WS-REFUSE-SUB
081700         SET SET-REFUSED TO TRUE
081800         GO TO 3210-VALIDATE-ONE-LINE-EXIT
081900     END-IF.
081910     IF OPN-WRITTEN-OFF
081920         MOVE "WRITTEN OFF " TO WS-REFUSE-REASON
081930         MOVE WS-ALO-SUB TO WS-REFUSE-SUB
081940         SET SET-REFUSED TO TRUE
081950         GO TO 3210-VALIDATE-ONE-LINE-EXIT
081960     END-IF.
082000     COMPUTE WS-RESIDUAL = OPN-AMOUNT-TTC - OPN-PAID-AMOUNT.
082100     MOVE ZERO TO WS-ITEM-TOTAL.
082200     PERFORM 3220-ADD-SAME-ITEM
082300         THRU 3220-ADD-SAME-ITEM-EXIT
082400         VARYING WS-ALO-DUP-SUB FROM 1 BY 1
082500         UNTIL WS-ALO-DUP-SUB > WS-ALO-TABLE-USED.
082600     IF WS-ITEM-TOTAL > WS-RESIDUAL
082700         MOVE "OVERPAYS ITM" TO WS-REFUSE-REASON
082800         MOVE WS-ALO-SUB TO WS-REFUSE-SUB
082900         SET SET-REFUSED TO TRUE
083000     END-IF.
083100 3210-VALIDATE-ONE-LINE-EXIT.
083200     EXIT.
083300*----------------------------------------------------------
083400* 3220-ADD-SAME-ITEM - ADD ONE SET LINE'S AMOUNT IF IT
083500*                      NAMES THE ITEM UNDER TEST
083600*----------------------------------------------------------
083700 3220-ADD-SAME-ITEM.
083800     IF ALO-ENTRY-IN-SET (WS-ALO-DUP-SUB)
083900         AND WS-ALO-ACTION (WS-ALO-DUP-SUB) = "ALC"
084000         AND WS-ALO-INVOICE (WS-ALO-DUP-SUB) = OPN-INVOICE-NO
084100         ADD WS-ALO-AMOUNT (WS-ALO-DUP-SUB) TO WS-ITEM-TOTAL
084200     END-IF.
084300 3220-ADD-SAME-ITEM-EXIT.
084400     EXIT.
084500*----------------------------------------------------------
084600* 3290-REFUSE-SET - THE RECEIPT STAYS HELD UNCHANGED. EVERY
084700*                   LINE OF THE SET GOES ON THE REPORT - THE
084800*                   ONE THAT FAILED WITH ITS REASON, THE REST
084900*                   AS REFUSED WITH IT - AND IS USED UP, SO
085000*                   THE OPERATOR RE-KEYS THE CORRECTED SET.
085100*----------------------------------------------------------
085200 3290-REFUSE-SET.
085300     ADD 1 TO WS-REFUSED-COUNT.
085400     PERFORM 3295-REFUSE-ONE-LINE
085500         THRU 3295-REFUSE-ONE-LINE-EXIT
085600         VARYING WS-ALO-SUB FROM 1 BY 1
085700         UNTIL WS-ALO-SUB > WS-ALO-TABLE-USED.
085800     DISPLAY "DEMOALOC - ALLOCATION FOR RECEIPT OF CUSTOMER "
085900         CSUSP-CUSTOMER-NO " DATED " CSUSP-PAY-DATE
086000         " REFUSED - " WS-REFUSE-REASON.
086100 3290-REFUSE-SET-EXIT.
086200     EXIT.
086300*----------------------------------------------------------
086400* 3295-REFUSE-ONE-LINE - REPORT AND USE UP ONE SET LINE
086500*----------------------------------------------------------
086600 3295-REFUSE-ONE-LINE.
086700     IF NOT ALO-ENTRY-IN-SET (WS-ALO-SUB)
086800         GO TO 3295-REFUSE-ONE-LINE-EXIT
086900     END-IF.
087000     MOVE 'Y' TO WS-ALO-STATE (WS-ALO-SUB).
087100     IF WS-REFUSE-SUB = ZERO OR WS-REFUSE-SUB = WS-ALO-SUB
087200         MOVE WS-REFUSE-REASON TO RL-DISPOSITION
087300     ELSE
087400         MOVE "SET REFUSED " TO RL-DISPOSITION
087500     END-IF.
087600     PERFORM 7800-REPORT-TABLE-ENTRY
087700         THRU 7800-REPORT-TABLE-ENTRY-EXIT.
087800 3295-REFUSE-ONE-LINE-EXIT.
087900     EXIT.
088000*----------------------------------------------------------
088100* 3300-APPLY-SET - POST EVERY 'ALC' LINE TO ITS ITEM, THEN
088200*                  PUT WHAT IS LEFT ON ACCOUNT IF THE SET
088300*                  SAYS SO. A REMAINDER STILL LEFT STAYS ON
088400*                  CASHSUSP AS THE SAME RECEIPT, REDUCED,
088500*                  UNDER ITS ORIGINAL REASON CODE.
088600*----------------------------------------------------------
088700 3300-APPLY-SET.
088800     PERFORM 3310-APPLY-ONE-LINE
088900         THRU 3310-APPLY-ONE-LINE-EXIT
089000         VARYING WS-ALO-SUB FROM 1 BY 1
089100         UNTIL WS-ALO-SUB > WS-ALO-TABLE-USED.
089200     COMPUTE WS-REMAINDER = CSUSP-AMOUNT - WS-SET-ALC-TOTAL.
089300     PERFORM 3320-APPLY-ON-ACCOUNT
089400         THRU 3320-APPLY-ON-ACCOUNT-EXIT
089500         VARYING WS-ALO-SUB FROM 1 BY 1
089600         UNTIL WS-ALO-SUB > WS-ALO-TABLE-USED.
089700     IF WS-REMAINDER > ZERO
089800         MOVE WS-REMAINDER TO CSUSP-AMOUNT
089900         ADD 1 TO WS-PART-COUNT
090000         PERFORM 3600-RETAIN-AND-AGE
090100             THRU 3600-RETAIN-AND-AGE-EXIT
090200     ELSE
090300         ADD 1 TO WS-CLEARED-COUNT
090400     END-IF.
090500 3300-APPLY-SET-EXIT.
090600     EXIT.
090700*----------------------------------------------------------
090800* 3310-APPLY-ONE-LINE - POST ONE 'ALC' LINE TO ITS ITEM
090900*----------------------------------------------------------
091000 3310-APPLY-ONE-LINE.
091100     IF NOT ALO-ENTRY-IN-SET (WS-ALO-SUB)
091200         OR WS-ALO-ACTION (WS-ALO-SUB) NOT = "ALC"
091300         GO TO 3310-APPLY-ONE-LINE-EXIT
091400     END-IF.
091500     MOVE 'Y' TO WS-ALO-STATE (WS-ALO-SUB).
091600     MOVE WS-ALO-INVOICE (WS-ALO-SUB) TO OPN-INVOICE-NO.
091700     READ OPEN-ITEMS
091800         INVALID KEY
091900             DISPLAY "DEMOALOC - ERROR - OPEN ITEM "
092000                 OPN-INVOICE-NO " VANISHED DURING ALLOCATION"
092100             MOVE 16 TO RETURN-CODE
092200             STOP RUN
092300     END-READ.
092400     MOVE WS-ALO-AMOUNT (WS-ALO-SUB) TO WS-POST-AMOUNT.
092500     PERFORM 3400-POST-TO-ITEM THRU 3400-POST-TO-ITEM-EXIT.
092600     ADD 1 TO WS-ALLOC-COUNT.
092700     SET CLOG-ALLOCATED TO TRUE.
092800     MOVE OPN-INVOICE-NO TO CLOG-INVOICE-NO.
092900     MOVE "ALLOCATED   " TO RL-DISPOSITION.
093000     PERFORM 3450-LOG-FROM-TABLE THRU 3450-LOG-FROM-TABLE-EXIT.
093100 3310-APPLY-ONE-LINE-EXIT.
093200     EXIT.
093300*----------------------------------------------------------
093400* 3320-APPLY-ON-ACCOUNT - THE SET'S 'ONA' LINE, IF ANY, PUTS
093500*                         THE WHOLE REMAINDER ON ACCOUNT. AN
093600*                         'ONA' WITH NOTHING LEFT TO PLACE IS
093700*                         REPORTED AND USED UP, NOT LOGGED.
093800*----------------------------------------------------------
093900 3320-APPLY-ON-ACCOUNT.
094000     IF NOT ALO-ENTRY-IN-SET (WS-ALO-SUB)
094100         OR WS-ALO-ACTION (WS-ALO-SUB) NOT = "ONA"
094200         GO TO 3320-APPLY-ON-ACCOUNT-EXIT
094300     END-IF.
094400     MOVE 'Y' TO WS-ALO-STATE (WS-ALO-SUB).
094500     IF WS-REMAINDER NOT > ZERO
094600         MOVE "NO REMAINDER" TO RL-DISPOSITION
094700         PERFORM 7800-REPORT-TABLE-ENTRY
094800             THRU 7800-REPORT-TABLE-ENTRY-EXIT
094900         GO TO 3320-APPLY-ON-ACCOUNT-EXIT
095000     END-IF.
095100     MOVE WS-REMAINDER TO WS-POST-AMOUNT.
095200     PERFORM 3420-POST-ON-ACCOUNT
095300         THRU 3420-POST-ON-ACCOUNT-EXIT.
095400     ADD 1 TO WS-ONACCT-COUNT.
095500     SET CLOG-ON-ACCOUNT TO TRUE.
095600     MOVE ZERO TO CLOG-INVOICE-NO.
095700     MOVE "ON ACCOUNT  " TO RL-DISPOSITION.
095800     PERFORM 3450-LOG-FROM-TABLE THRU 3450-LOG-FROM-TABLE-EXIT.
095900     MOVE ZERO TO WS-REMAINDER.
096000 3320-APPLY-ON-ACCOUNT-EXIT.
096100     EXIT.
096200*----------------------------------------------------------
096300* 3400-POST-TO-ITEM - APPLY WS-POST-AMOUNT TO THE OPEN ITEM
096400*                     JUST READ, EXACTLY AS DEMOCASH'S
096500*                     2500-APPLY-PAYMENT DOES, AND AUDIT IT
096600*----------------------------------------------------------
096700 3400-POST-TO-ITEM.
096800     ADD WS-POST-AMOUNT TO OPN-PAID-AMOUNT.
096900     MOVE CSUSP-PAY-DATE TO OPN-LAST-PAY-DATE.
097000     IF OPN-PAID-AMOUNT = OPN-AMOUNT-TTC
097100         SET OPN-PAID TO TRUE
097200     ELSE
097300         SET OPN-PART-PAID TO TRUE
097400     END-IF.
097500     REWRITE OPN-REC.
097501     IF OPN-CURRENCY-CODE NOT = WS-DEFAULT-CURRENCY
097502         PERFORM 3460-VALUE-EXCHANGE-DIFF
097503             THRU 3460-VALUE-EXCHANGE-DIFF-EXIT
097504     END-IF.
097600     ADD WS-POST-AMOUNT TO WS-POSTED-AMOUNT.
097700     MOVE OPN-INVOICE-NO TO AUD-INVOICE-NO.
097800     PERFORM 3700-WRITE-AUDIT-REC
097900         THRU 3700-WRITE-AUDIT-REC-EXIT.
098000 3400-POST-TO-ITEM-EXIT.
098100     EXIT.
098200*----------------------------------------------------------
098300* 3420-POST-ON-ACCOUNT - ADD WS-POST-AMOUNT TO THE RECEIPT
098400*                        CUSTOMER'S ON-ACCOUNT CREDIT IN THE
098500*                        RECEIPT'S CURRENCY, STARTING THE
098600*                        RECORD IF THIS IS THE FIRST, AND
098700*                        AUDIT IT UNDER INVOICE NUMBER ZERO
098800*----------------------------------------------------------
098900 3420-POST-ON-ACCOUNT.
099000     MOVE 'N' TO WS-ONA-NEW-SWITCH.
099100     MOVE CSUSP-CUSTOMER-NO TO ONA-CUSTOMER-NO.
099200     MOVE CSUSP-CURRENCY-CODE TO ONA-CURRENCY-CODE.
099300     READ ON-ACCOUNT
099400         INVALID KEY
099500             SET ONA-NEW-RECORD TO TRUE
099600     END-READ.
099700     IF ONA-NEW-RECORD
099800         MOVE CSUSP-CUSTOMER-NO TO ONA-CUSTOMER-NO
099900         MOVE CSUSP-CURRENCY-CODE TO ONA-CURRENCY-CODE
100000         MOVE WS-POST-AMOUNT TO ONA-BALANCE
100100         MOVE WS-RUN-DATE TO ONA-LAST-DATE
100200         WRITE ONA-REC
100300     ELSE
100400         ADD WS-POST-AMOUNT TO ONA-BALANCE
100500         MOVE WS-RUN-DATE TO ONA-LAST-DATE
100600         REWRITE ONA-REC
100700     END-IF.
100800     ADD WS-POST-AMOUNT TO WS-ONACCT-AMOUNT.
100900     MOVE ZERO TO AUD-INVOICE-NO.
101000     PERFORM 3700-WRITE-AUDIT-REC
101100         THRU 3700-WRITE-AUDIT-REC-EXIT.
101200 3420-POST-ON-ACCOUNT-EXIT.
101300     EXIT.
101400*----------------------------------------------------------
101500* 3450-LOG-FROM-TABLE - LOG AN OPERATOR ALLOCATION. THE
101600*                       CALLER HAS SET THE ACTION, THE ITEM
101700*                       AND THE REPORT DISPOSITION; WHO AND
101800*                       WHY COME FROM THE TABLE ENTRY.
101900*----------------------------------------------------------
102000 3450-LOG-FROM-TABLE.
102100     MOVE WS-ALO-CODE (WS-ALO-SUB) TO CLOG-DISP-CODE.
102200     MOVE WS-ALO-OPERATOR (WS-ALO-SUB) TO CLOG-OPERATOR-ID.
102300     MOVE WS-ALO-AUTHORITY (WS-ALO-SUB) TO CLOG-AUTHORITY.
102400     MOVE WS-ALO-TEXT (WS-ALO-SUB) TO CLOG-REASON-TEXT.
102500     PERFORM 3800-LOG-DISPOSITION
102600         THRU 3800-LOG-DISPOSITION-EXIT.
102700 3450-LOG-FROM-TABLE-EXIT.
102800     EXIT.
102801*----------------------------------------------------------
102802* 3460-VALUE-EXCHANGE-DIFF - WS-POST-AMOUNT HAS JUST SETTLED
102803*                            PART OR ALL OF A FOREIGN-CURRENCY
102804*                            ITEM. VALUE IT AT THE RATE IN FORCE
102805*                            ON THE INVOICE DATE (WHAT THE
102806*                            LEDGER CARRIES) AND ON THE RECEIPT'S
102807*                            PAYMENT DATE (WHAT THE CASH IS
102808*                            WORTH), EXACTLY AS DEMOCASH'S 2550-
102809*                            VALUE-EXCHANGE-DIFF DOES. NO RATE
102810*                            FOR EITHER DATE LEAVES THE AMOUNT
102811*                            POSTED BUT UNVALUED.
102812*----------------------------------------------------------
102813 3460-VALUE-EXCHANGE-DIFF.
102814     IF CURR-FILE-NOT-FOUND
102815         ADD 1 TO WS-FX-NO-RATE-COUNT
102816         GO TO 3460-VALUE-EXCHANGE-DIFF-EXIT
102817     END-IF.
102818     MOVE OPN-INVOICE-DATE TO WS-RATE-DATE.
102819     PERFORM 3470-FIND-RATE THRU 3470-FIND-RATE-EXIT.
102820     IF RATE-NOT-FOUND
102821         DISPLAY "DEMOALOC - NO " OPN-CURRENCY-CODE
102822             " RATE IN FORCE ON " OPN-INVOICE-DATE
102823             " - POST TO INVOICE " OPN-INVOICE-NO
102824             " NOT VALUED FOR EXCHANGE DIFFERENCE"
102825         ADD 1 TO WS-FX-NO-RATE-COUNT
102826         GO TO 3460-VALUE-EXCHANGE-DIFF-EXIT
102827     END-IF.
102828     MOVE CURR-RATE-TO-EUR TO WS-BOOK-RATE.
102829     MOVE CSUSP-PAY-DATE TO WS-RATE-DATE.
102830     PERFORM 3470-FIND-RATE THRU 3470-FIND-RATE-EXIT.
102831     IF RATE-NOT-FOUND
102832         DISPLAY "DEMOALOC - NO " OPN-CURRENCY-CODE
102833             " RATE IN FORCE ON " CSUSP-PAY-DATE
102834             " - POST TO INVOICE " OPN-INVOICE-NO
102835             " NOT VALUED FOR EXCHANGE DIFFERENCE"
102836         ADD 1 TO WS-FX-NO-RATE-COUNT
102837         GO TO 3460-VALUE-EXCHANGE-DIFF-EXIT
102838     END-IF.
102839     COMPUTE WS-BOOK-EUR ROUNDED = WS-POST-AMOUNT * WS-BOOK-RATE.
102840     COMPUTE WS-SETTLED-EUR ROUNDED =
102841         WS-POST-AMOUNT * CURR-RATE-TO-EUR.
102842     COMPUTE WS-FX-DIFF = WS-SETTLED-EUR - WS-BOOK-EUR.
102843     ADD 1 TO WS-FX-VALUED-COUNT.
102844     IF WS-FX-DIFF > ZERO
102845         ADD WS-FX-DIFF TO WS-FX-GAIN-TOTAL
102846     ELSE
102847         SUBTRACT WS-FX-DIFF FROM WS-FX-LOSS-TOTAL
102848     END-IF.
102849 3460-VALUE-EXCHANGE-DIFF-EXIT.
102850     EXIT.
102851*----------------------------------------------------------
102852* 3470-FIND-RATE - LOCATE THE RATE IN FORCE FOR THE ITEM'S
102853*                  CURRENCY ON WS-RATE-DATE, AS DEMOCASH'S
102854*                  2560-FIND-RATE DOES. A RECORD FOR A
102855*                  DIFFERENT CURRENCY MEANS NO RATE EXISTS
102856*                  THAT EARLY.
102857*----------------------------------------------------------
102858 3470-FIND-RATE.
102859     SET RATE-NOT-FOUND TO TRUE.
102860     MOVE OPN-CURRENCY-CODE TO CURR-CODE.
102861     COMPUTE CURR-DATE-COMP = 99999999 - WS-RATE-DATE.
102862     START CURRENCY-RATES KEY IS NOT LESS THAN CURR-KEY
102863         INVALID KEY
102864             GO TO 3470-FIND-RATE-EXIT
102865     END-START.
102866     READ CURRENCY-RATES NEXT RECORD
102867         AT END
102868             GO TO 3470-FIND-RATE-EXIT
102869     END-READ.
102870     IF CURR-CODE = OPN-CURRENCY-CODE
102871         SET RATE-FOUND TO TRUE
102872     END-IF.
102873 3470-FIND-RATE-EXIT.
102874     EXIT.
102900*----------------------------------------------------------
103000* 3500-RE-DRIVE-RECEIPT - NO OPERATOR NAMED THIS RECEIPT, SO
103100*                         TRY IT AGAINST DEMOOPEN BY
103200*                         DEMOCASH'S OWN RULES: STRAIGHT TO
103300*                         THE REMITTED INVOICE IF IT CARRIES
103400*                         ONE, ELSE THE CUSTOMER'S FIRST
103500*                         UNPAID ITEM WITH EXACTLY ITS
103600*                         AMOUNT AND CURRENCY. A RECEIPT THAT
103700*                         STILL DOES NOT FIT IS HELD AGAIN.
103800*----------------------------------------------------------
103900 3500-RE-DRIVE-RECEIPT.
104000     IF CSUSP-PAY-DATE NOT NUMERIC
104100         OR CSUSP-AMOUNT NOT NUMERIC
104200         OR CSUSP-CUSTOMER-NO NOT NUMERIC
104300         OR CSUSP-INVOICE-NO NOT NUMERIC
104400         PERFORM 3600-RETAIN-AND-AGE
104500             THRU 3600-RETAIN-AND-AGE-EXIT
104600         GO TO 3500-RE-DRIVE-RECEIPT-EXIT
104700     END-IF.
104800     IF CSUSP-INVOICE-NO > ZERO
104900         MOVE CSUSP-INVOICE-NO TO OPN-INVOICE-NO
105000         READ OPEN-ITEMS
105100             INVALID KEY
105200                 PERFORM 3600-RETAIN-AND-AGE
105300                     THRU 3600-RETAIN-AND-AGE-EXIT
105400                 GO TO 3500-RE-DRIVE-RECEIPT-EXIT
105500         END-READ
105600         COMPUTE WS-RESIDUAL = OPN-AMOUNT-TTC - OPN-PAID-AMOUNT
105700         IF OPN-CURRENCY-CODE NOT = CSUSP-CURRENCY-CODE
105800             OR CSUSP-AMOUNT > WS-RESIDUAL
105850             OR OPN-WRITTEN-OFF
105900             PERFORM 3600-RETAIN-AND-AGE
106000                 THRU 3600-RETAIN-AND-AGE-EXIT
106100             GO TO 3500-RE-DRIVE-RECEIPT-EXIT
106200         END-IF
106300     ELSE
106400         PERFORM 3510-MATCH-BY-CUSTOMER
106500             THRU 3510-MATCH-BY-CUSTOMER-EXIT
106600         IF NOT RECEIPT-MATCHED
106700             PERFORM 3600-RETAIN-AND-AGE
106800                 THRU 3600-RETAIN-AND-AGE-EXIT
106900             GO TO 3500-RE-DRIVE-RECEIPT-EXIT
107000         END-IF
107100     END-IF.
107200     MOVE CSUSP-AMOUNT TO WS-POST-AMOUNT.
107300     PERFORM 3400-POST-TO-ITEM THRU 3400-POST-TO-ITEM-EXIT.
107400     ADD 1 TO WS-REDRIVE-COUNT.
107500     SET CLOG-RE-DRIVEN TO TRUE.
107600     MOVE OPN-INVOICE-NO TO CLOG-INVOICE-NO.
107700     MOVE CSUSP-REASON-CODE TO CLOG-DISP-CODE.
107800     MOVE "DEMOALOC" TO CLOG-OPERATOR-ID.
107900     MOVE SPACES TO CLOG-AUTHORITY.
108000     MOVE "RE-DRIVEN AGAINST DEMOOPEN" TO CLOG-REASON-TEXT.
108100     MOVE "RE-DRIVEN   " TO RL-DISPOSITION.
108200     PERFORM 3800-LOG-DISPOSITION
108300         THRU 3800-LOG-DISPOSITION-EXIT.
108400 3500-RE-DRIVE-RECEIPT-EXIT.
108500     EXIT.
108600*----------------------------------------------------------
108700* 3510-MATCH-BY-CUSTOMER - SCAN THE OPEN ITEMS FOR THE FIRST
108800*                          UNPAID ITEM OF THE RECEIPT'S
108900*                          CUSTOMER WHOSE RESIDUAL AND
109000*                          CURRENCY MATCH IT EXACTLY, AS
109100*                          DEMOCASH'S 2400-MATCH-BY-CUSTOMER
109200*                          DOES. ON A MATCH THE ITEM JUST READ
109300*                          IS CURRENT FOR THE REWRITE.
109400*----------------------------------------------------------
109500 3510-MATCH-BY-CUSTOMER.
109600     MOVE 'N' TO WS-MATCH-SWITCH.
109700     MOVE 'N' TO WS-SCAN-EOF-SWITCH.
109800     MOVE ZERO TO OPN-INVOICE-NO.
109900     START OPEN-ITEMS KEY IS NOT LESS THAN OPN-INVOICE-NO
110000         INVALID KEY
110100             MOVE 'Y' TO WS-SCAN-EOF-SWITCH
110200     END-START.
110300     PERFORM 3520-SCAN-ONE-OPEN-ITEM
110400         THRU 3520-SCAN-ONE-OPEN-ITEM-EXIT
110500         UNTIL END-OF-OPEN-SCAN OR RECEIPT-MATCHED.
110600 3510-MATCH-BY-CUSTOMER-EXIT.
110700     EXIT.
110800*----------------------------------------------------------
110900* 3520-SCAN-ONE-OPEN-ITEM - READ THE NEXT OPEN ITEM AND
111000*                           TEST IT AGAINST THE RECEIPT. AN
111020*                           ITEM WITH THE BANK FOR DIRECT
111040*                           DEBIT IS NOT A CANDIDATE.
111100*----------------------------------------------------------
111200 3520-SCAN-ONE-OPEN-ITEM.
111300     READ OPEN-ITEMS NEXT RECORD
111400         AT END
111500             MOVE 'Y' TO WS-SCAN-EOF-SWITCH
111600             GO TO 3520-SCAN-ONE-OPEN-ITEM-EXIT
111700     END-READ.
111800     IF OPN-CUSTOMER-NO = CSUSP-CUSTOMER-NO
111900         AND OPN-CURRENCY-CODE = CSUSP-CURRENCY-CODE
112000         AND NOT OPN-CLOSED
112050         AND NOT OPN-COLLECT-PENDING
112100         COMPUTE WS-RESIDUAL =
112200             OPN-AMOUNT-TTC - OPN-PAID-AMOUNT
112300         IF WS-RESIDUAL = CSUSP-AMOUNT
112400             SET RECEIPT-MATCHED TO TRUE
112500         END-IF
112600     END-IF.
112700 3520-SCAN-ONE-OPEN-ITEM-EXIT.
112800     EXIT.
112900*----------------------------------------------------------
113000* 3600-RETAIN-AND-AGE - THE RECEIPT IS STILL HELD: CARRY IT
113100*                       FORWARD AND ROLL IT INTO THE AGING
113200*                       BY REASON CODE
113300*----------------------------------------------------------
113400 3600-RETAIN-AND-AGE.
113500     WRITE RETAIN-REC FROM CSUSP-REC.
113600     ADD 1 TO WS-RETAINED-COUNT.
113700     IF CSUSP-POST-DATE NOT NUMERIC
113800         MOVE WS-RUN-DATE TO WS-DTS-DATE
113900     ELSE
114000         MOVE CSUSP-POST-DATE TO WS-DTS-DATE
114100     END-IF.
114200     PERFORM 9100-DATE-TO-SERIAL
114300         THRU 9100-DATE-TO-SERIAL-EXIT.
114400     COMPUTE WS-AGE-DAYS =
114500         WS-RUN-DATE-SERIAL - WS-DTS-SERIAL.
114600     PERFORM 3610-FIND-AGE-ENTRY
114700         THRU 3610-FIND-AGE-ENTRY-EXIT.
114800     EVALUATE TRUE
114900         WHEN WS-AGE-DAYS < 8
115000             ADD 1 TO WS-AGE-BUCKET (WS-AGE-SUB 1)
115100         WHEN WS-AGE-DAYS < 31
115200             ADD 1 TO WS-AGE-BUCKET (WS-AGE-SUB 2)
115300         WHEN WS-AGE-DAYS < 61
115400             ADD 1 TO WS-AGE-BUCKET (WS-AGE-SUB 3)
115500         WHEN OTHER
115600             ADD 1 TO WS-AGE-BUCKET (WS-AGE-SUB 4)
115700     END-EVALUATE.
115800 3600-RETAIN-AND-AGE-EXIT.
115900     EXIT.
116000*----------------------------------------------------------
116100* 3610-FIND-AGE-ENTRY - FIND (OR START) THE AGING ROW FOR
116200*                       THE RECEIPT'S REASON CODE, LEAVING
116300*                       WS-AGE-SUB PINNED ON IT
116400*----------------------------------------------------------
116500 3610-FIND-AGE-ENTRY.
116600     MOVE 'N' TO WS-AGE-FOUND-SWITCH.
116700     PERFORM 3620-MATCH-AGE-ENTRY
116800         THRU 3620-MATCH-AGE-ENTRY-EXIT
116900         VARYING WS-AGE-SUB FROM 1 BY 1
117000         UNTIL WS-AGE-SUB > WS-AGE-TABLE-USED
117100         OR AGE-ENTRY-FOUND.
117200     IF NOT AGE-ENTRY-FOUND
117300         IF WS-AGE-TABLE-USED >= WS-AGE-TABLE-MAX
117400             DISPLAY "DEMOALOC - ERROR - MORE THAN "
117500                 WS-AGE-TABLE-MAX " REASON CODES ON "
117600                 "CASH SUSPENSE, AGING TABLE EXHAUSTED"
117700             MOVE 16 TO RETURN-CODE
117800             STOP RUN
117900         END-IF
118000         ADD 1 TO WS-AGE-TABLE-USED
118100         MOVE WS-AGE-TABLE-USED TO WS-AGE-SUB
118200         MOVE CSUSP-REASON-CODE
118300             TO WS-AGE-REASON (WS-AGE-SUB)
118400         MOVE ZERO TO WS-AGE-BUCKET (WS-AGE-SUB 1)
118500         MOVE ZERO TO WS-AGE-BUCKET (WS-AGE-SUB 2)
118600         MOVE ZERO TO WS-AGE-BUCKET (WS-AGE-SUB 3)
118700         MOVE ZERO TO WS-AGE-BUCKET (WS-AGE-SUB 4)
118800     END-IF.
118900 3610-FIND-AGE-ENTRY-EXIT.
119000     EXIT.
119100*----------------------------------------------------------
119200* 3620-MATCH-AGE-ENTRY - COMPARE ONE ROW, STEPPING THE
119300*                        SUBSCRIPT BACK ON A MATCH SO THE
119400*                        PERFORM VARYING'S OWN INCREMENT
119500*                        LEAVES IT PINNED
119600*----------------------------------------------------------
119700 3620-MATCH-AGE-ENTRY.
119800     IF WS-AGE-REASON (WS-AGE-SUB) = CSUSP-REASON-CODE
119900         SET AGE-ENTRY-FOUND TO TRUE
120000         SUBTRACT 1 FROM WS-AGE-SUB
120100     END-IF.
120200 3620-MATCH-AGE-ENTRY-EXIT.
120300     EXIT.
120400*----------------------------------------------------------
120500* 3700-WRITE-AUDIT-REC - APPEND AN AUDIT RECORD FOR THE
120600*                        AMOUNT JUST TAKEN OFF SUSPENSE, AS
120700*                        DEMOCASH DOES FOR ITS POSTS. THE
120800*                        CALLER HAS SET AUD-INVOICE-NO.
120900*----------------------------------------------------------
121000 3700-WRITE-AUDIT-REC.
121100     ADD 1 TO WS-AUDIT-SEQ.
121200     ADD 1 TO WS-AUDIT-COUNT.
121300     MOVE WS-RUN-SEQ TO AUD-RUN-SEQ.
121400     ACCEPT AUD-RUN-DATE FROM DATE YYYYMMDD.
121500     ACCEPT AUD-RUN-TIME FROM TIME.
121600     MOVE WS-AUDIT-SEQ TO AUD-SEQ-NO.
121700     MOVE WS-POST-AMOUNT TO AUD-AMOUNT-TTC.
121800     WRITE AUDIT-REC.
121900 3700-WRITE-AUDIT-REC-EXIT.
122000     EXIT.
122100*----------------------------------------------------------
122200* 3800-LOG-DISPOSITION - APPEND THE WHO/WHEN/WHY RECORD TO
122300*                        DEMOCLOG AND PUT IT ON THE REPORT.
122400*                        THE CALLER HAS SET THE ACTION, THE
122500*                        ITEM, WHO AND WHY; THE RECEIPT IS
122600*                        THE HELD ONE AS IT STOOD BEFORE
122700*                        THIS RUN TOUCHED IT.
122800*----------------------------------------------------------
122900 3800-LOG-DISPOSITION.
123000     MOVE CSUSP-REASON-CODE TO CLOG-SUSP-REASON.
123100     MOVE CSUSP-RCPT TO CLOG-RCPT.
123200     MOVE WS-POST-AMOUNT TO CLOG-AMOUNT.
123300     ACCEPT CLOG-DATE FROM DATE YYYYMMDD.
123400     ACCEPT CLOG-TIME FROM TIME.
123500     WRITE CLOG-REC.
123600     MOVE CLOG-ACTION TO RL-ACTION.
123700     MOVE CSUSP-RCPT TO WS-RCPT-VIEW.
123800     PERFORM 7900-FORMAT-RECEIPT THRU 7900-FORMAT-RECEIPT-EXIT.
123900     MOVE CLOG-INVOICE-NO TO RL-INVOICE-NO.
124000     MOVE CLOG-AMOUNT TO RL-AMOUNT.
124100     MOVE CLOG-OPERATOR-ID TO RL-OPERATOR.
124200     MOVE CLOG-REASON-TEXT TO RL-TEXT.
124300     MOVE WS-DISP-LINE TO REPORT-LINE.
124400     WRITE REPORT-LINE.
124500 3800-LOG-DISPOSITION-EXIT.
124600     EXIT.
124700*----------------------------------------------------------
124800* 3900-READ-SUSPENSE - READ ONE HELD RECEIPT
124900*----------------------------------------------------------
125000 3900-READ-SUSPENSE.
125100     READ CASH-SUSPENSE
125200         AT END
125300             MOVE 'Y' TO WS-SUSP-EOF-SWITCH
125400     END-READ.
125500     IF NOT END-OF-SUSPENSE
125600         ADD 1 TO WS-SUSP-READ-COUNT
125700     END-IF.
125800 3900-READ-SUSPENSE-EXIT.
125900     EXIT.
126000*----------------------------------------------------------
126100* 7000-REPORT-UNMATCHED - AN ALLOCATION NO HELD RECEIPT
126200*                         MATCHED IS WORTH A LINE - THE
126300*                         OPERATOR MIS-KEYED THE RECEIPT OR
126400*                         IT IS ALREADY GONE
126500*----------------------------------------------------------
126600 7000-REPORT-UNMATCHED.
126700     IF NOT ALO-ENTRY-FREE (WS-ALO-SUB)
126800         GO TO 7000-REPORT-UNMATCHED-EXIT
126900     END-IF.
127000     ADD 1 TO WS-UNMATCHED-COUNT.
127100     MOVE "NO MATCH    " TO RL-DISPOSITION.
127200     PERFORM 7800-REPORT-TABLE-ENTRY
127300         THRU 7800-REPORT-TABLE-ENTRY-EXIT.
127400 7000-REPORT-UNMATCHED-EXIT.
127500     EXIT.
127600*----------------------------------------------------------
127700* 7500-PRINT-AGING - THE CASH SUSPENSE AGING BY REASON
127800*                    CODE, FROM WHAT REMAINS HELD AFTER THIS
127900*                    RUN
128000*----------------------------------------------------------
128100 7500-PRINT-AGING.
128200     MOVE SPACES TO REPORT-LINE.
128300     WRITE REPORT-LINE.
128400     MOVE "CASH SUSPENSE AGING BY REASON CODE (RECEIPTS)"
128500         TO REPORT-LINE.
128600     WRITE REPORT-LINE.
128700     MOVE WS-AGE-HEADING TO REPORT-LINE.
128800     WRITE REPORT-LINE.
128900     PERFORM 7510-PRINT-AGE-LINE
129000         THRU 7510-PRINT-AGE-LINE-EXIT
129100         VARYING WS-AGE-SUB FROM 1 BY 1
129200         UNTIL WS-AGE-SUB > WS-AGE-TABLE-USED.
129300 7500-PRINT-AGING-EXIT.
129400     EXIT.
129500*----------------------------------------------------------
129600* 7510-PRINT-AGE-LINE - ONE REASON CODE'S AGING ROW
129700*----------------------------------------------------------
129800 7510-PRINT-AGE-LINE.
129900     MOVE WS-AGE-REASON (WS-AGE-SUB) TO AGL-REASON.
130000     MOVE WS-AGE-BUCKET (WS-AGE-SUB 1) TO AGL-BUCKET-1.
130100     MOVE WS-AGE-BUCKET (WS-AGE-SUB 2) TO AGL-BUCKET-2.
130200     MOVE WS-AGE-BUCKET (WS-AGE-SUB 3) TO AGL-BUCKET-3.
130300     MOVE WS-AGE-BUCKET (WS-AGE-SUB 4) TO AGL-BUCKET-4.
130400     MOVE WS-AGE-LINE TO REPORT-LINE.
130500     WRITE REPORT-LINE.
130600 7510-PRINT-AGE-LINE-EXIT.
130700     EXIT.
130800*----------------------------------------------------------
130900* 7800-REPORT-TABLE-ENTRY - PUT ONE TABLE ENTRY ON THE
131000*                           REPORT UNDER THE DISPOSITION THE
131100*                           CALLER HAS SET
131200*----------------------------------------------------------
131300 7800-REPORT-TABLE-ENTRY.
131400     MOVE WS-ALO-ACTION (WS-ALO-SUB) TO RL-ACTION.
131500     MOVE WS-ALO-RCPT (WS-ALO-SUB) TO WS-RCPT-VIEW.
131600     PERFORM 7900-FORMAT-RECEIPT THRU 7900-FORMAT-RECEIPT-EXIT.
131700     MOVE WS-ALO-INVOICE (WS-ALO-SUB) TO RL-INVOICE-NO.
131800     MOVE WS-ALO-AMOUNT (WS-ALO-SUB) TO RL-AMOUNT.
131900     MOVE WS-ALO-OPERATOR (WS-ALO-SUB) TO RL-OPERATOR.
132000     MOVE WS-ALO-TEXT (WS-ALO-SUB) TO RL-TEXT.
132100     MOVE WS-DISP-LINE TO REPORT-LINE.
132200     WRITE REPORT-LINE.
132300 7800-REPORT-TABLE-ENTRY-EXIT.
132400     EXIT.
132500*----------------------------------------------------------
132600* 7900-FORMAT-RECEIPT - MOVE THE RECEIPT IN WS-RCPT-VIEW
132700*                       ONTO THE REPORT LINE
132800*----------------------------------------------------------
132900 7900-FORMAT-RECEIPT.
133000     MOVE WS-RV-PAY-DATE TO RL-PAY-DATE.
133100     MOVE WS-RV-CUSTOMER-NO TO RL-CUSTOMER-NO.
133200     MOVE WS-RV-CURRENCY-CODE TO RL-CURRENCY-CODE.
133300     IF WS-RV-AMOUNT NUMERIC
133400         MOVE WS-RV-AMOUNT TO RL-RCPT-AMOUNT
133500     ELSE
133600         MOVE ZERO TO RL-RCPT-AMOUNT
133700     END-IF.
133800 7900-FORMAT-RECEIPT-EXIT.
133900     EXIT.
134000*----------------------------------------------------------
134100* 8000-TERMINATE - JOURNAL THE REALISED EXCHANGE DIFFERENCE,
134150*                  TOTALS, CLOSE FILES, SWAP THE REBUILT
134200*                  CASH SUSPENSE OVER CASHSUSP, WRITE BACK
134300*                  THE ADVANCED AUDIT SEQUENCE, AND WRITE
134400*                  THE RUN-LOG RECORD
134500*----------------------------------------------------------
134600 8000-TERMINATE.
134601*    THE REALISED DIFFERENCE IS JOURNALLED FIRST SO THE REPORT
134602*    CAN SHOW THE LINES WRITTEN - AN UNBALANCED BATCH ENDS THE
134603*    RUN BAD.
134604     IF NOT CURR-FILE-NOT-FOUND
134605         CLOSE CURRENCY-RATES
134606     END-IF.
134607     IF WS-FX-GAIN-TOTAL NOT = ZERO
134608         OR WS-FX-LOSS-TOTAL NOT = ZERO
134609         PERFORM 8300-WRITE-FX-JOURNAL
134610             THRU 8300-WRITE-FX-JOURNAL-EXIT
134611     END-IF.
134700     MOVE SPACES TO REPORT-LINE.
134800     WRITE REPORT-LINE.
134900     MOVE "HELD RECEIPTS READ            " TO TL-TEXT.
135000     MOVE WS-SUSP-READ-COUNT TO TL-COUNT.
135100     MOVE WS-TOTAL-LINE TO REPORT-LINE.
135200     WRITE REPORT-LINE.
135300     MOVE "RE-DRIVEN AGAINST DEMOOPEN    " TO TL-TEXT.
135400     MOVE WS-REDRIVE-COUNT TO TL-COUNT.
135500     MOVE WS-TOTAL-LINE TO REPORT-LINE.
135600     WRITE REPORT-LINE.
135700     MOVE "FULLY ALLOCATED BY OPERATOR   " TO TL-TEXT.
135800     MOVE WS-CLEARED-COUNT TO TL-COUNT.
135900     MOVE WS-TOTAL-LINE TO REPORT-LINE.
136000     WRITE REPORT-LINE.
136100     MOVE "PART-ALLOCATED, REST HELD     " TO TL-TEXT.
136200     MOVE WS-PART-COUNT TO TL-COUNT.
136300     MOVE WS-TOTAL-LINE TO REPORT-LINE.
136400     WRITE REPORT-LINE.
136500     MOVE "ALLOCATION SETS REFUSED       " TO TL-TEXT.
136600     MOVE WS-REFUSED-COUNT TO TL-COUNT.
136700     MOVE WS-TOTAL-LINE TO REPORT-LINE.
136800     WRITE REPORT-LINE.
136900     MOVE "STILL HELD                    " TO TL-TEXT.
137000     MOVE WS-RETAINED-COUNT TO TL-COUNT.
137100     MOVE WS-TOTAL-LINE TO REPORT-LINE.
137200     WRITE REPORT-LINE.
137300     MOVE "ITEM ALLOCATIONS POSTED       " TO TL-TEXT.
137400     MOVE WS-ALLOC-COUNT TO TL-COUNT.
137500     MOVE WS-TOTAL-LINE TO REPORT-LINE.
137600     WRITE REPORT-LINE.
137700     MOVE "REMAINDERS PUT ON ACCOUNT     " TO TL-TEXT.
137800     MOVE WS-ONACCT-COUNT TO TL-COUNT.
137900     MOVE WS-TOTAL-LINE TO REPORT-LINE.
138000     WRITE REPORT-LINE.
138100     MOVE "TRANS WITHOUT A MATCH         " TO TL-TEXT.
138200     MOVE WS-UNMATCHED-COUNT TO TL-COUNT.
138300     MOVE WS-TOTAL-LINE TO REPORT-LINE.
138400     WRITE REPORT-LINE.
138500     MOVE "TRANS REJECTED ON EDIT        " TO TL-TEXT.
138600     MOVE WS-ALOC-BAD-COUNT TO TL-COUNT.
138700     MOVE WS-TOTAL-LINE TO REPORT-LINE.
138800     WRITE REPORT-LINE.
138900     MOVE "CASH APPLIED TO OPEN ITEMS    " TO AL-TEXT.
139000     MOVE WS-POSTED-AMOUNT TO AL-AMOUNT.
139100     MOVE WS-AMOUNT-LINE TO REPORT-LINE.
139200     WRITE REPORT-LINE.
139300     MOVE "CASH PUT ON ACCOUNT           " TO AL-TEXT.
139400     MOVE WS-ONACCT-AMOUNT TO AL-AMOUNT.
139500     MOVE WS-AMOUNT-LINE TO REPORT-LINE.
139600     WRITE REPORT-LINE.
139601     MOVE "FOREIGN POSTS VALUED          " TO TL-TEXT.
139602     MOVE WS-FX-VALUED-COUNT TO TL-COUNT.
139603     MOVE WS-TOTAL-LINE TO REPORT-LINE.
139604     WRITE REPORT-LINE.
139605     MOVE "  NO RATE - NOT VALUED        " TO TL-TEXT.
139606     MOVE WS-FX-NO-RATE-COUNT TO TL-COUNT.
139607     MOVE WS-TOTAL-LINE TO REPORT-LINE.
139608     WRITE REPORT-LINE.
139609     MOVE "REALISED FX GAIN (EUR)        " TO AL-TEXT.
139610     MOVE WS-FX-GAIN-TOTAL TO AL-AMOUNT.
139611     MOVE WS-AMOUNT-LINE TO REPORT-LINE.
139612     WRITE REPORT-LINE.
139613     MOVE "REALISED FX LOSS (EUR)        " TO AL-TEXT.
139614     MOVE WS-FX-LOSS-TOTAL TO AL-AMOUNT.
139615     MOVE WS-AMOUNT-LINE TO REPORT-LINE.
139616     WRITE REPORT-LINE.
139617     MOVE "FX JOURNAL LINES WRITTEN      " TO TL-TEXT.
139618     MOVE WS-LINE-NO TO TL-COUNT.
139619     MOVE WS-TOTAL-LINE TO REPORT-LINE.
139620     WRITE REPORT-LINE.
139700     CLOSE ALOC-REPORT.
139800     IF NOT ALOC-FILE-NOT-FOUND
139900         CLOSE ALLOC-TRANS
140000     END-IF.
140100     CLOSE OPEN-ITEMS.
140200     CLOSE ON-ACCOUNT.
140300     IF CUSTMAST-AVAILABLE
140400         CLOSE CUSTOMER-MASTER
140500     END-IF.
140600     CLOSE AUDIT-TRAIL.
140700     CLOSE CASH-LOG.
140800     IF SUSPENSE-AVAILABLE
140900         CLOSE CASH-SUSPENSE
141000         CLOSE SUSPENSE-RETAIN
141100         PERFORM 8100-SWAP-RETAIN-TO-SUSPENSE
141200             THRU 8100-SWAP-RETAIN-TO-SUSPENSE-EXIT
141300     END-IF.
141400     IF CHECKPOINT-ON-FILE AND WS-AUDIT-COUNT > ZERO
141500         PERFORM 8200-UPDATE-CHECKPOINT
141600             THRU 8200-UPDATE-CHECKPOINT-EXIT
141700     END-IF.
141800     DISPLAY "DEMOALOC: " WS-REDRIVE-COUNT " RE-DRIVEN, "
141900         WS-ALLOC-COUNT " ALLOCATED, "
142000         WS-ONACCT-COUNT " ON ACCOUNT, "
142100         WS-RETAINED-COUNT " STILL HELD".
142101*    AN UNVALUED FOREIGN POST IS STILL POSTED, SO IT ONLY WARNS.
142102     IF WS-FX-NO-RATE-COUNT > ZERO AND RETURN-CODE = ZERO
142103         MOVE 4 TO RETURN-CODE
142104     END-IF.
142200     PERFORM 8900-WRITE-RUN-LOG
142300         THRU 8900-WRITE-RUN-LOG-EXIT.
142400 8000-TERMINATE-EXIT.
142500     EXIT.
142600*----------------------------------------------------------
142700* 8100-SWAP-RETAIN-TO-SUSPENSE - DELETE THE OLD CASHSUSP
142800*                                AND RENAME THE REBUILT FILE
142900*                                OVER IT, AS DEMODISP DOES
143000*----------------------------------------------------------
143100 8100-SWAP-RETAIN-TO-SUSPENSE.
143200     CALL "CBL_DELETE_FILE" USING WS-SUSP-OLD-NAME
143300         RETURNING WS-SWAP-STATUS.
143400     CALL "CBL_RENAME_FILE" USING WS-SUSP-NEW-NAME
143500         WS-SUSP-OLD-NAME
143600         RETURNING WS-SWAP-STATUS.
143700     IF WS-SWAP-STATUS NOT = ZERO
143800         DISPLAY "DEMOALOC - WARNING - COULD NOT SWAP "
143900             "CASHSUSP.ALC OVER CASHSUSP, STATUS = "
144000             WS-SWAP-STATUS
144100     END-IF.
144200 8100-SWAP-RETAIN-TO-SUSPENSE-EXIT.
144300     EXIT.
144400*----------------------------------------------------------
144500* 8200-UPDATE-CHECKPOINT - WRITE DEMOCOB'S CHECKPOINT BACK
144600*                          WITH ONLY THE AUDIT SEQUENCE
144700*                          ADVANCED PAST THE RECORDS THIS
144800*                          RUN APPENDED, AS DEMOCASH DOES
144900*----------------------------------------------------------
145000 8200-UPDATE-CHECKPOINT.
145100     MOVE WS-CKPT-IMAGE TO CKPT-REC.
145200     MOVE WS-AUDIT-SEQ TO CKPT-AUDIT-SEQ.
145300     OPEN OUTPUT CHECKPOINT-FILE.
145400     WRITE CKPT-REC.
145500     CLOSE CHECKPOINT-FILE.
145600 8200-UPDATE-CHECKPOINT-EXIT.
145700     EXIT.
145701*----------------------------------------------------------
145702* 8300-WRITE-FX-JOURNAL - APPEND THE RUN'S REALISED EXCHANGE
145703*                         DIFFERENCE TO GLJRNL AS ONE BATCH
145704*                         IN EUR, AS DEMOCASH DOES: A GAIN
145705*                         DEBITS ARCVBLE AND CREDITS FXRLGAIN,
145706*                         A LOSS DEBITS FXRLLOSS AND CREDITS
145707*                         ARCVBLE. A BALANCED BATCH IS
145708*                         RECORDED ON DEMOFXCT AS AN 'RLZ'
145709*                         PROOF RECORD.
145710*----------------------------------------------------------
145711 8300-WRITE-FX-JOURNAL.
145712     MOVE ZERO TO WS-LINE-NO.
145713     MOVE ZERO TO WS-DEBIT-TOTAL.
145714     MOVE ZERO TO WS-CREDIT-TOTAL.
145715     OPEN EXTEND GL-JOURNAL.
145716     IF GLJ-FILE-NOT-FOUND
145717         OPEN OUTPUT GL-JOURNAL
145718     END-IF.
145719     IF WS-FX-GAIN-TOTAL NOT = ZERO
145720         MOVE "ARCVBLE " TO GLJ-ACCOUNT
145721         SET GLJ-DEBIT TO TRUE
145722         MOVE WS-FX-GAIN-TOTAL TO GLJ-AMOUNT
145723         PERFORM 8310-WRITE-ONE-LINE THRU 8310-WRITE-ONE-LINE-EXIT
145724         MOVE "FXRLGAIN" TO GLJ-ACCOUNT
145725         SET GLJ-CREDIT TO TRUE
145726         MOVE WS-FX-GAIN-TOTAL TO GLJ-AMOUNT
145727         PERFORM 8310-WRITE-ONE-LINE THRU 8310-WRITE-ONE-LINE-EXIT
145728     END-IF.
145729     IF WS-FX-LOSS-TOTAL NOT = ZERO
145730         MOVE "FXRLLOSS" TO GLJ-ACCOUNT
145731         SET GLJ-DEBIT TO TRUE
145732         MOVE WS-FX-LOSS-TOTAL TO GLJ-AMOUNT
145733         PERFORM 8310-WRITE-ONE-LINE THRU 8310-WRITE-ONE-LINE-EXIT
145734         MOVE "ARCVBLE " TO GLJ-ACCOUNT
145735         SET GLJ-CREDIT TO TRUE
145736         MOVE WS-FX-LOSS-TOTAL TO GLJ-AMOUNT
145737         PERFORM 8310-WRITE-ONE-LINE THRU 8310-WRITE-ONE-LINE-EXIT
145738     END-IF.
145739     CLOSE GL-JOURNAL.
145740     IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
145741         DISPLAY "DEMOALOC - FX JOURNAL OUT OF BALANCE - DR "
145742             WS-DEBIT-TOTAL " CR " WS-CREDIT-TOTAL
145743         MOVE 16 TO RETURN-CODE
145744         GO TO 8300-WRITE-FX-JOURNAL-EXIT
145745     END-IF.
145746     SET FXC-REALISED TO TRUE.
145747     MOVE WS-RUN-DATE TO FXC-BATCH-KEY.
145748     MOVE WS-RUN-SEQ TO FXC-RUN-SEQ.
145749     ACCEPT FXC-POST-DATE FROM DATE YYYYMMDD.
145750     ACCEPT FXC-POST-TIME FROM TIME.
145751     MOVE WS-LINE-NO TO FXC-LINE-COUNT.
145752     MOVE WS-DEBIT-TOTAL TO FXC-DEBIT-TOTAL.
145753     MOVE WS-CREDIT-TOTAL TO FXC-CREDIT-TOTAL.
145754     OPEN EXTEND FX-CONTROL.
145755     IF FXCT-FILE-NOT-FOUND
145756         OPEN OUTPUT FX-CONTROL
145757     END-IF.
145758     WRITE FXC-REC.
145759     CLOSE FX-CONTROL.
145760 8300-WRITE-FX-JOURNAL-EXIT.
145761     EXIT.
145762*----------------------------------------------------------
145763* 8310-WRITE-ONE-LINE - STAMP AND WRITE ONE JOURNAL LINE
145764*                       (ACCOUNT, SIDE AND AMOUNT ALREADY SET)
145765*----------------------------------------------------------
145766 8310-WRITE-ONE-LINE.
145767     ADD 1 TO WS-LINE-NO.
145768     MOVE WS-RUN-SEQ TO GLJ-RUN-SEQ.
145769     MOVE WS-RUN-DATE TO GLJ-BATCH-DATE.
145770     MOVE WS-LINE-NO TO GLJ-LINE-NO.
145771     MOVE ZERO TO GLJ-VAT-RATE.
145772     IF GLJ-DEBIT
145773         ADD GLJ-AMOUNT TO WS-DEBIT-TOTAL
145774     ELSE
145775         ADD GLJ-AMOUNT TO WS-CREDIT-TOTAL
145776     END-IF.
145777     WRITE GLJ-REC.
145778 8310-WRITE-ONE-LINE-EXIT.
145779     EXIT.
145800*----------------------------------------------------------
145900* 8900-WRITE-RUN-LOG - APPEND THIS RUN'S STRUCTURED RECORD
146000*                      TO THE COMMON RUN-LOG DATASET, UNDER
146100*                      THE CURRENT RUN SEQUENCE AS DEMOCASH
146200*                      LOGS. READ IS THE HELD RECEIPTS
146300*                      EXAMINED, WRITTEN THE AMOUNTS TAKEN
146400*                      OFF SUSPENSE, REJECTED THE ALLOCATIONS
146500*                      THAT FAILED EDIT, MATCHED NOTHING, OR
146600*                      BELONGED TO A REFUSED SET.
146700*----------------------------------------------------------
146800 8900-WRITE-RUN-LOG.
146900     MOVE "DEMOALOC" TO RLOG-PROGRAM.
147000     MOVE WS-RUN-SEQ TO RLOG-RUN-SEQ.
147100     MOVE WS-START-DATE TO RLOG-START-DATE.
147200     MOVE WS-START-TIME TO RLOG-START-TIME.
147300     ACCEPT RLOG-END-DATE FROM DATE YYYYMMDD.
147400     ACCEPT RLOG-END-TIME FROM TIME.
147500     MOVE WS-SUSP-READ-COUNT TO RLOG-READ-COUNT.
147600     MOVE WS-AUDIT-COUNT TO RLOG-WRITE-COUNT.
147700     COMPUTE RLOG-REJECT-COUNT = WS-ALOC-BAD-COUNT
147800         + WS-UNMATCHED-COUNT + WS-REFUSED-COUNT.
147900     SET RLOG-RECON-NA TO TRUE.
148000     MOVE RETURN-CODE TO RLOG-RETURN-CODE.
148100     OPEN EXTEND RUN-LOG.
148200     IF RLOG-FILE-NOT-FOUND
148300         OPEN OUTPUT RUN-LOG
148400     END-IF.
148500     WRITE RLOG-REC.
148600     CLOSE RUN-LOG.
148700 8900-WRITE-RUN-LOG-EXIT.
148800     EXIT.
148900*----------------------------------------------------------
149000* 9100-DATE-TO-SERIAL - CONVERT WS-DTS-DATE (CCYYMMDD) TO A
149100*                       DAY SERIAL IN WS-DTS-SERIAL, SAME
149200*                       SCHEME AS DEMOSTMT AND DEMODUNN
149300*----------------------------------------------------------
149400 9100-DATE-TO-SERIAL.
149500     MOVE 'N' TO WS-DTS-LEAP-SWITCH.
149600     DIVIDE WS-DTS-YEAR BY 4 GIVING WS-DTS-Q4
149700         REMAINDER WS-DTS-REM.
149800     IF WS-DTS-REM = ZERO
149900         SET DTS-LEAP-YEAR TO TRUE
150000     END-IF.
150100     DIVIDE WS-DTS-YEAR BY 100 GIVING WS-DTS-Q100
150200         REMAINDER WS-DTS-REM.
150300     IF WS-DTS-REM = ZERO
150400         MOVE 'N' TO WS-DTS-LEAP-SWITCH
150500     END-IF.
150600     DIVIDE WS-DTS-YEAR BY 400 GIVING WS-DTS-Q400
150700         REMAINDER WS-DTS-REM.
150800     IF WS-DTS-REM = ZERO
150900         SET DTS-LEAP-YEAR TO TRUE
151000     END-IF.
151100     COMPUTE WS-DTS-YEAR-PRIOR = WS-DTS-YEAR - 1.
151200     DIVIDE WS-DTS-YEAR-PRIOR BY 4 GIVING WS-DTS-Q4.
151300     DIVIDE WS-DTS-YEAR-PRIOR BY 100 GIVING WS-DTS-Q100.
151400     DIVIDE WS-DTS-YEAR-PRIOR BY 400 GIVING WS-DTS-Q400.
151500     COMPUTE WS-DTS-SERIAL =
151600         (365 * WS-DTS-YEAR)
151700         + WS-DTS-Q4 - WS-DTS-Q100 + WS-DTS-Q400
151800         + WS-MONTH-OFFSET (WS-DTS-MONTH)
151900         + WS-DTS-DAY.
152000     IF DTS-LEAP-YEAR AND WS-DTS-MONTH > 2
152100         ADD 1 TO WS-DTS-SERIAL
152200     END-IF.
152300 9100-DATE-TO-SERIAL-EXIT.
152400     EXIT.
