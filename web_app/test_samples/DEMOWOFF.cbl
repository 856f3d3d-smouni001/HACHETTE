000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DEMOWOFF.
000300 AUTHOR.        R. FABIANI.
000400 INSTALLATION.  BILLING SYSTEMS - INVOICE EXTRACT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 RF  INITIAL VERSION - BAD-DEBT WRITE-OFF. DEMODUNN
001100*                STOPS AT THE FINAL DEMAND, SO AN INVOICE STILL
001200*                UNPAID AFTER ONE STAYED OPEN ON DEMOOPEN FOR
001300*                EVER, SWELLING DEMOSTMT'S 90+ COLUMN AND THE
001400*                CUSTOMER'S DEMOEXPO EXPOSURE. EVERY OPEN OR
001500*                PART-PAID ITEM WHOSE FINAL DEMAND (DEMODUNS
001600*                LEVEL 3) WENT OUT MORE THAN THE GRACE PERIOD
001700*                AGO (COMMAND-LINE PARM, DAYS, DEFAULT 60) IS
001800*                PROPOSED ON THE REPORT. FINANCE APPROVES OR
001900*                DECLINES EACH ONE ON THE WOFFTRAN TRANSACTION
002000*                FILE UNDER AN AUTHORITY CODE, AS DEMODISP
002100*                DISPOSES OF SUSPENSE. AN APPROVED ITEM IS
002200*                CLOSED 'W' (WRITTEN OFF) ON DEMOOPEN, ITS
002300*                CUSTOMER IS PUT ON HOLD ON CUSTMAST, AND ITS
002400*                RESIDUAL IS JOURNALED TO GLJRNL IN EUR AS ONE
002500*                BALANCED BATCH - RECEIVABLES CREDITED, BAD
002600*                DEBT DEBITED WITH THE NET AND VAT PAYABLE
002700*                DEBITED WITH THE VAT PORTION RECLAIMED AT THE
002800*                INVOICE'S OWN VAT-RATE. EVERY DECISION LANDS ON
002900*                THE NEW DEMOWLOG WRITE-OFF LOG (LAYOUT
003000*                WLOGRECL) WITH WHO/WHEN/WHY. A FOREIGN ITEM IS
003100*                VALUED AT THE CURRATES RATE IN FORCE ON ITS
003200*                INVOICE DATE (WHAT THE LEDGER CARRIES IT AT);
003300*                WITH NO SUCH RATE THE APPROVAL IS REFUSED AND
003400*                THE ITEM STAYS OPEN (RETURN-CODE 4).
003401* 2026-10-15 RF  AN ITEM UNDER DIRECT-DEBIT COLLECTION (DEMOOPEN
003402*                COLLECTION STATE 'R' OR 'S') IS NO LONGER
003403*                PROPOSED - THE BANK HAS BEEN ASKED FOR THE MONEY.
003500*----------------------------------------------------------
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900*    FINANCE'S WRITE-OFF DECISIONS. NO FILE JUST MEANS NONE
004000*    TONIGHT - THE PROPOSAL LIST IS STILL PRODUCED.
004100     SELECT WOFF-TRANS ASSIGN TO "WOFFTRAN"
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-TRAN-FILE-STATUS.
004400
004500*    THE DUNNING STATE IS READ FRONT TO BACK - EVERY INVOICE
004600*    EVER DUNNED, WITH THE LEVEL LAST SENT AND WHEN.
004700     SELECT DUNNING-STATE ASSIGN TO "DEMODUNS"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS SEQUENTIAL
005000         RECORD KEY IS DUN-INVOICE-NO
005100         FILE STATUS IS WS-DUNS-FILE-STATUS.
005200
005300     SELECT OPEN-ITEMS ASSIGN TO "DEMOOPEN"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS OPN-INVOICE-NO
005700         FILE STATUS IS WS-OPEN-FILE-STATUS.
005800
005900     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS RANDOM
006200         RECORD KEY IS CUST-NO
006300         FILE STATUS IS WS-CUST-FILE-STATUS.
006400
006500*    ACCESS IS DYNAMIC SO 4110-FIND-RATE CAN START ON THE
006600*    (CURRENCY, COMPLEMENTED DATE) KEY AND READ NEXT ONTO
006700*    THE RATE IN FORCE ON THE INVOICE DATE (SEE CURRATEL).
006800     SELECT CURRENCY-RATES ASSIGN TO "CURRATES"
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS DYNAMIC
007100         RECORD KEY IS CURR-KEY
007200         FILE STATUS IS WS-CURR-FILE-STATUS.
007300
007400     SELECT CHECKPOINT-FILE ASSIGN TO "DEMOCKPT"
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS WS-CKPT-FILE-STATUS.
007700
007800     SELECT WOFF-LOG ASSIGN TO "DEMOWLOG"
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS WS-WLOG-FILE-STATUS.
008100
008200     SELECT GL-JOURNAL ASSIGN TO "GLJRNL"
008300         ORGANIZATION IS SEQUENTIAL
008400         FILE STATUS IS WS-GLJ-FILE-STATUS.
008500
008600     SELECT WOFF-REPORT ASSIGN TO "DEMOWOFF.RPT"
008700         ORGANIZATION IS SEQUENTIAL.
008800
008900     SELECT RUN-LOG ASSIGN TO "DEMORLOG"
009000         ORGANIZATION IS SEQUENTIAL
009100         FILE STATUS IS WS-RLOG-FILE-STATUS.
009200
009300 DATA DIVISION.
009400 FILE SECTION.
009500*----------------------------------------------------------
009600* WOFF-TRANS - ONE RECORD PER FINANCE DECISION: APPROVE OR
009700*              DECLINE, THE INVOICE PROPOSED, THE OPERATOR,
009800*              THE AUTHORITY CODE (REQUIRED EITHER WAY), AND
009900*              THE FREE-TEXT WHY.
010000*----------------------------------------------------------
010100 FD  WOFF-TRANS
010200     RECORDING MODE IS F.
010300 01  WOT-REC.
010400     05 WOT-ACTION          PIC X(03).
010500        88 WOT-APPROVE      VALUE 'APP'.
010600        88 WOT-DECLINE      VALUE 'DEC'.
010700        88 WOT-VALID-ACTION VALUE 'APP' 'DEC'.
010800     05 WOT-INVOICE-NO      PIC 9(10).
010900     05 WOT-OPERATOR-ID     PIC X(08).
011000     05 WOT-AUTHORITY       PIC X(08).
011100     05 WOT-REASON-TEXT     PIC X(40).
011200*----------------------------------------------------------
011300* DUNNING-STATE - THE LEVEL LAST SENT PER INVOICE (DEMODUNN)
011400*----------------------------------------------------------
011500 FD  DUNNING-STATE.
011600     COPY DUNSRECL.
011700*----------------------------------------------------------
011800* OPEN-ITEMS - PAID/PART-PAID/OPEN STATUS PER INVOICE
011900*----------------------------------------------------------
012000 FD  OPEN-ITEMS.
012100     COPY OPENRECL.
012200*----------------------------------------------------------
012300* CUSTOMER-MASTER - THE HOLD FLAG IS SET HERE
012400*----------------------------------------------------------
012500 FD  CUSTOMER-MASTER.
012600     COPY CUSTRECL.
012700*----------------------------------------------------------
012800* CURRENCY-RATES - EFFECTIVE-DATED EXCHANGE RATES TO EUR,
012900*                  MAINTAINED BY DEMORATE
013000*----------------------------------------------------------
013100 FD  CURRENCY-RATES.
013200     COPY CURRATEL.
013300*----------------------------------------------------------
013400* CHECKPOINT-FILE - DEMOCOB'S CHECKPOINT, READ ONLY FOR THE
013500*                   CURRENT RUN SEQUENCE
013600*----------------------------------------------------------
013700 FD  CHECKPOINT-FILE
013800     RECORDING MODE IS F.
013900     COPY CKPTRECL.
014000*----------------------------------------------------------
014100* WOFF-LOG - THE PERMANENT WRITE-OFF DECISION LOG
014200*----------------------------------------------------------
014300 FD  WOFF-LOG
014400     RECORDING MODE IS F.
014500     COPY WLOGRECL.
014600*----------------------------------------------------------
014700* GL-JOURNAL - THE LEDGER INTERFACE DEMOGLJR ALSO WRITES
014800*----------------------------------------------------------
014900 FD  GL-JOURNAL
015000     RECORDING MODE IS F.
015100     COPY GLJRNLL.
015200
015300 FD  WOFF-REPORT
015400     RECORDING MODE IS F.
015500 01  REPORT-LINE            PIC X(132).
015600
015700 FD  RUN-LOG
015800     RECORDING MODE IS F.
015900     COPY RUNLOGL.
016000
016100 WORKING-STORAGE SECTION.
016200 77  WS-TRAN-EOF-SWITCH     PIC X(01) VALUE 'N'.
016300     88 END-OF-WOFF-TRANS   VALUE 'Y'.
016400 77  WS-DUNS-EOF-SWITCH     PIC X(01) VALUE 'N'.
016500     88 END-OF-DUNNING      VALUE 'Y'.
016600 77  WS-TRAN-FILE-STATUS    PIC X(02) VALUE "00".
016700     88 TRAN-FILE-NOT-FOUND VALUE "35".
016800 77  WS-DUNS-FILE-STATUS    PIC X(02) VALUE "00".
016900     88 DUNS-FILE-NOT-FOUND VALUE "35".
017000 77  WS-OPEN-FILE-STATUS    PIC X(02) VALUE "00".
017100     88 OPEN-FILE-NOT-FOUND VALUE "35".
017200 77  WS-CUST-FILE-STATUS    PIC X(02) VALUE "00".
017300     88 CUST-FILE-NOT-FOUND VALUE "35".
017400 77  WS-CURR-FILE-STATUS    PIC X(02) VALUE "00".
017500     88 CURR-FILE-NOT-FOUND VALUE "35".
017600 77  WS-CKPT-FILE-STATUS    PIC X(02) VALUE "00".
017700     88 CKPT-FILE-NOT-FOUND VALUE "35".
017800 77  WS-WLOG-FILE-STATUS    PIC X(02) VALUE "00".
017900     88 WLOG-FILE-NOT-FOUND VALUE "35".
018000 77  WS-GLJ-FILE-STATUS     PIC X(02) VALUE "00".
018100     88 GLJ-FILE-NOT-FOUND  VALUE "35".
018200 77  WS-RLOG-FILE-STATUS    PIC X(02) VALUE "00".
018300     88 RLOG-FILE-NOT-FOUND VALUE "35".
018400 77  WS-DUNS-AVAIL-SWITCH   PIC X(01) VALUE 'N'.
018500     88 DUNNING-AVAILABLE   VALUE 'Y'.
018600 77  WS-OPEN-AVAIL-SWITCH   PIC X(01) VALUE 'N'.
018700     88 OPEN-ITEMS-AVAILABLE VALUE 'Y'.
018800 77  WS-RATES-AVAIL-SWITCH  PIC X(01) VALUE 'N'.
018900     88 RATES-AVAILABLE     VALUE 'Y'.
019000 77  WS-RATE-SWITCH         PIC X(01) VALUE 'N'.
019100     88 RATE-FOUND          VALUE 'Y'.
019200     88 RATE-NOT-FOUND      VALUE 'N'.
019300 77  WS-DEFAULT-CURRENCY    PIC X(03) VALUE "EUR".
019400 77  WS-FINAL-DEMAND-LEVEL  PIC 9(01) VALUE 3.
019500*----------------------------------------------------------
019600* GRACE PERIOD - DAYS AN ITEM MUST STAY UNPAID AFTER ITS
019700* FINAL DEMAND BEFORE IT IS PROPOSED. COMMAND-LINE PARM,
019800* FOUR DIGITS, AS DEMODUNN TAKES ITS LOOKBACK.
019900*----------------------------------------------------------
020000 77  WS-GRACE-PARM          PIC X(04) VALUE SPACES.
020100 77  WS-GRACE-DAYS          PIC 9(04) VALUE 60.
020200 77  WS-START-DATE          PIC 9(08) VALUE ZERO.
020300 77  WS-START-TIME          PIC 9(08) VALUE ZERO.
020400 77  WS-RUN-DATE            PIC 9(08) VALUE ZERO.
020500 77  WS-RUN-DATE-SERIAL     PIC 9(08) COMP VALUE ZERO.
020600 77  WS-RUN-SEQ             PIC 9(05) VALUE ZERO.
020700*----------------------------------------------------------
020800* THE ITEM UNDER EXAMINATION - DAYS SINCE ITS FINAL DEMAND,
020900* ITS RESIDUAL, THE RATE IT IS CARRIED AT, AND ITS EUR
021000* VALUE SPLIT INTO NET AND RECLAIMABLE VAT
021100*----------------------------------------------------------
021200 77  WS-DEMAND-DAYS         PIC S9(08) COMP VALUE ZERO.
021300 77  WS-RESIDUAL            PIC S9(7)V99 COMP-3 VALUE ZERO.
021400 77  WS-RATE-CURRENCY       PIC X(03) VALUE SPACES.
021500 77  WS-RATE-DATE           PIC 9(08) VALUE ZERO.
021600 77  WS-ITEM-EUR            PIC S9(9)V99 COMP-3 VALUE ZERO.
021700 77  WS-ITEM-VAT-EUR        PIC S9(9)V99 COMP-3 VALUE ZERO.
021800 77  WS-ITEM-HT-EUR         PIC S9(9)V99 COMP-3 VALUE ZERO.
021900*----------------------------------------------------------
022000* FINANCE'S DECISIONS, LOADED UP FRONT SO ONE PASS OVER
022100* DEMODUNS SERVES THEM ALL. EACH ENTRY DECIDES AT MOST ONE
022200* PROPOSED ITEM (ITS INVOICE).
022300*----------------------------------------------------------
022400 77  WS-TRAN-TABLE-USED     PIC 9(03) COMP VALUE ZERO.
022500 77  WS-TRAN-TABLE-MAX      PIC 9(03) COMP VALUE 500.
022600 77  WS-TRAN-SUB            PIC 9(03) COMP VALUE ZERO.
022700 77  WS-TRAN-HIT-SUB        PIC 9(03) COMP VALUE ZERO.
022800 01  WS-TRAN-TABLE.
022900     05 WS-TRAN-ENTRY       OCCURS 500 TIMES.
023000        10 WS-TRN-ACTION    PIC X(03).
023100        10 WS-TRN-INVOICE   PIC 9(10).
023200        10 WS-TRN-OPERATOR  PIC X(08).
023300        10 WS-TRN-AUTHORITY PIC X(08).
023400        10 WS-TRN-TEXT      PIC X(40).
023500        10 WS-TRN-USED      PIC X(01).
023600           88 TRN-ENTRY-USED VALUE 'Y'.
023700*----------------------------------------------------------
023800* RUN TALLIES AND JOURNAL PROOF TOTALS
023900*----------------------------------------------------------
024000 77  WS-TRAN-READ-COUNT     PIC 9(05) COMP VALUE ZERO.
024100 77  WS-TRAN-BAD-COUNT      PIC 9(05) COMP VALUE ZERO.
024200 77  WS-DUNS-READ-COUNT     PIC 9(07) COMP VALUE ZERO.
024300 77  WS-PROPOSED-COUNT      PIC 9(05) COMP VALUE ZERO.
024400 77  WS-APPROVED-COUNT      PIC 9(05) COMP VALUE ZERO.
024500 77  WS-DECLINED-COUNT      PIC 9(05) COMP VALUE ZERO.
024600 77  WS-NO-RATE-COUNT       PIC 9(05) COMP VALUE ZERO.
024700 77  WS-HOLD-COUNT          PIC 9(05) COMP VALUE ZERO.
024800 77  WS-NO-CUST-COUNT       PIC 9(05) COMP VALUE ZERO.
024900 77  WS-UNMATCHED-COUNT     PIC 9(05) COMP VALUE ZERO.
025000 77  WS-WOFF-EUR-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZERO.
025100 77  WS-WOFF-VAT-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZERO.
025200 77  WS-LINE-NO             PIC 9(04) VALUE ZERO.
025300 77  WS-DEBIT-TOTAL         PIC S9(11)V99 COMP-3 VALUE ZERO.
025400 77  WS-CREDIT-TOTAL        PIC S9(11)V99 COMP-3 VALUE ZERO.
025500*----------------------------------------------------------
025600* VAT-RATE BAND TABLE, ONE ENTRY PER RATE WRITTEN OFF, KEPT
025700* IN ASCENDING RATE ORDER BY INSERTION AS DEMOGLJR'S BAND
025800* TABLE IS. EACH BAND CARRIES THE NET AND VAT EUR TAKEN
025900* TO BAD DEBT AND BACK OFF VAT PAYABLE.
026000*----------------------------------------------------------
026100 77  WS-BND-USED            PIC 9(03) COMP VALUE ZERO.
026200 77  WS-BND-MAX             PIC 9(03) COMP VALUE 50.
026300 77  WS-BND-SUB             PIC 9(03) COMP VALUE ZERO.
026400 77  WS-BND-POS             PIC 9(03) COMP VALUE ZERO.
026500 77  WS-BND-SHIFT-SUB       PIC 9(03) COMP VALUE ZERO.
026600 77  WS-BND-FOUND-SWITCH    PIC X(01) VALUE 'N'.
026700     88 BND-ENTRY-FOUND     VALUE 'Y'.
026800 01  WS-BND-TABLE.
026900     05 WS-BND-ENTRY OCCURS 50 TIMES.
027000        10 WS-BND-RATE      PIC 9(2)V99 COMP-3.
027100        10 WS-BND-HT        PIC S9(11)V99 COMP-3.
027200        10 WS-BND-TVA       PIC S9(11)V99 COMP-3.
027300*----------------------------------------------------------
027400* 9100-DATE-TO-SERIAL WORKING STORAGE (SAME DAY-SERIAL
027500* SCHEME AS DEMOSTMT, DEMODUNN AND DEMODISP)
027600*----------------------------------------------------------
027700 01  WS-DTS-DATE            PIC 9(08) VALUE ZERO.
027800 01  WS-DTS-DATE-R REDEFINES WS-DTS-DATE.
027900     05 WS-DTS-YEAR         PIC 9(04).
028000     05 WS-DTS-MONTH        PIC 9(02).
028100     05 WS-DTS-DAY          PIC 9(02).
028200 77  WS-DTS-SERIAL          PIC 9(08) COMP VALUE ZERO.
028300 77  WS-DTS-REM             PIC 9(04) COMP VALUE ZERO.
028400 77  WS-DTS-YEAR-PRIOR      PIC 9(04) COMP VALUE ZERO.
028500 77  WS-DTS-Q4              PIC 9(04) COMP VALUE ZERO.
028600 77  WS-DTS-Q100            PIC 9(04) COMP VALUE ZERO.
028700 77  WS-DTS-Q400            PIC 9(04) COMP VALUE ZERO.
028800 77  WS-DTS-LEAP-SWITCH     PIC X(01) VALUE 'N'.
028900     88 DTS-LEAP-YEAR       VALUE 'Y'.
029000 01  WS-MONTH-OFFSET-TABLE.
029100     05 FILLER              PIC 9(03) VALUE 000.
029200     05 FILLER              PIC 9(03) VALUE 031.
029300     05 FILLER              PIC 9(03) VALUE 059.
029400     05 FILLER              PIC 9(03) VALUE 090.
029500     05 FILLER              PIC 9(03) VALUE 120.
029600     05 FILLER              PIC 9(03) VALUE 151.
029700     05 FILLER              PIC 9(03) VALUE 181.
029800     05 FILLER              PIC 9(03) VALUE 212.
029900     05 FILLER              PIC 9(03) VALUE 243.
030000     05 FILLER              PIC 9(03) VALUE 273.
030100     05 FILLER              PIC 9(03) VALUE 304.
030200     05 FILLER              PIC 9(03) VALUE 334.
030300 01  WS-MONTH-OFFSET-R REDEFINES WS-MONTH-OFFSET-TABLE.
030400     05 WS-MONTH-OFFSET     PIC 9(03) OCCURS 12 TIMES.
030500*----------------------------------------------------------
030600* REPORT LINES
030700*----------------------------------------------------------
030800 01  WS-TITLE-LINE.
030900     05 FILLER              PIC X(42)
031000        VALUE "BAD-DEBT WRITE-OFF - FINAL DEMAND OVER    ".
031100     05 TL-GRACE-DAYS       PIC ZZZ9.
031200     05 FILLER              PIC X(18) VALUE " DAYS - RUN DATE  ".
031300     05 TL-RUN-DATE         PIC 9(08).
031400     05 FILLER              PIC X(60) VALUE SPACES.
031500 01  WS-HEADING-LINE.
031600     05 FILLER              PIC X(40)
031700        VALUE " INVOICE     CUSTNO  CUR     RESIDUAL  D".
031800     05 FILLER              PIC X(40)
031900        VALUE "EMANDED  DAYS   VAT%     EUR VALUE  DISP".
032000     05 FILLER              PIC X(40)
032100        VALUE "OSITION  ACT  OPERATOR  REASON          ".
032200     05 FILLER              PIC X(12) VALUE SPACES.
032300 01  WS-WOFF-LINE.
032400     05 FILLER              PIC X(01) VALUE SPACES.
032500     05 RL-INVOICE-NO       PIC 9(10).
032600     05 FILLER              PIC X(02) VALUE SPACES.
032700     05 RL-CUSTOMER-NO      PIC 9(06).
032800     05 FILLER              PIC X(02) VALUE SPACES.
032900     05 RL-CURRENCY         PIC X(03).
033000     05 FILLER              PIC X(01) VALUE SPACES.
033100     05 RL-RESIDUAL         PIC Z(7)9.99-.
033200     05 FILLER              PIC X(02) VALUE SPACES.
033300     05 RL-DEMAND-DATE      PIC 9(08).
033400     05 FILLER              PIC X(01) VALUE SPACES.
033500     05 RL-DAYS             PIC ZZZZ9.
033600     05 FILLER              PIC X(02) VALUE SPACES.
033700     05 RL-VAT-RATE         PIC Z9.99.
033800     05 FILLER              PIC X(01) VALUE SPACES.
033900     05 RL-EUR-AMOUNT       PIC Z(8)9.99-.
034000     05 FILLER              PIC X(02) VALUE SPACES.
034100     05 RL-DISPOSITION      PIC X(12).
034200     05 FILLER              PIC X(01) VALUE SPACES.
034300     05 RL-ACTION           PIC X(03).
034400     05 FILLER              PIC X(02) VALUE SPACES.
034500     05 RL-OPERATOR         PIC X(08).
034600     05 FILLER              PIC X(02) VALUE SPACES.
034700     05 RL-TEXT             PIC X(26).
034800     05 FILLER              PIC X(02) VALUE SPACES.
034900 01  WS-TOTAL-LINE.
035000     05 FILLER              PIC X(01) VALUE SPACES.
035100     05 TL-TEXT             PIC X(30).
035200     05 TL-COUNT            PIC Z,ZZZ,ZZ9.
035300     05 FILLER              PIC X(92) VALUE SPACES.
035400 01  WS-AMOUNT-LINE.
035500     05 FILLER              PIC X(01) VALUE SPACES.
035600     05 AL-TEXT             PIC X(30).
035700     05 AL-AMOUNT           PIC Z(10)9.99-.
035800     05 FILLER              PIC X(86) VALUE SPACES.
035900 01  WS-PROOF-LINE.
036000     05 FILLER              PIC X(02) VALUE SPACES.
036100     05 PL-BATCH-DATE       PIC 9(08).
036200     05 FILLER              PIC X(02) VALUE SPACES.
036300     05 PL-ACCOUNT          PIC X(08).
036400     05 FILLER              PIC X(02) VALUE SPACES.
036500     05 PL-VAT-RATE         PIC Z9.99.
036600     05 FILLER              PIC X(02) VALUE SPACES.
036700     05 PL-DR-CR            PIC X(02).
036800     05 FILLER              PIC X(02) VALUE SPACES.
036900     05 PL-AMOUNT           PIC Z(10)9.99-.
037000     05 FILLER              PIC X(84) VALUE SPACES.
037100
037200 PROCEDURE DIVISION.
037300*----------------------------------------------------------
037400* 0000-MAINLINE
037500*----------------------------------------------------------
037600 0000-MAINLINE.
037700     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
037800     PERFORM 2000-LOAD-ONE-TRANS
037900         THRU 2000-LOAD-ONE-TRANS-EXIT
038000         UNTIL END-OF-WOFF-TRANS.
038100     IF DUNNING-AVAILABLE AND OPEN-ITEMS-AVAILABLE
038200         PERFORM 3000-EXAMINE-ONE-DEMAND
038300             THRU 3000-EXAMINE-ONE-DEMAND-EXIT
038400             UNTIL END-OF-DUNNING
038500     END-IF.
038600     PERFORM 7000-REPORT-UNMATCHED
038700         THRU 7000-REPORT-UNMATCHED-EXIT
038800         VARYING WS-TRAN-SUB FROM 1 BY 1
038900         UNTIL WS-TRAN-SUB > WS-TRAN-TABLE-USED.
039000     IF WS-APPROVED-COUNT > ZERO
039100         PERFORM 5000-WRITE-JOURNAL-BATCH
039200             THRU 5000-WRITE-JOURNAL-BATCH-EXIT
039300         PERFORM 6200-PRINT-PROOF THRU 6200-PRINT-PROOF-EXIT
039400     END-IF.
039500     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
039600     STOP RUN.
039700*----------------------------------------------------------
039800* 1000-INITIALIZE - TAKE THE GRACE PERIOD, PICK UP THE RUN
039900*                   SEQUENCE, OPEN FILES AND PRIME THE READS.
040000*                   NO WOFFTRAN MEANS NO DECISIONS, BUT THE
040100*                   PROPOSAL LIST IS STILL WANTED; NO DEMODUNS
040200*                   OR DEMOOPEN MEANS NOTHING CAN BE PROPOSED.
040300*                   CUSTMAST MUST BE THERE - AN APPROVAL THAT
040400*                   COULD NOT HOLD THE CUSTOMER IS NOT MADE.
040500*----------------------------------------------------------
040600 1000-INITIALIZE.
040700     ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
040800     ACCEPT WS-START-TIME FROM TIME.
040900     ACCEPT WS-GRACE-PARM FROM COMMAND-LINE.
041000     IF WS-GRACE-PARM NOT = SPACES
041100         MOVE WS-GRACE-PARM TO WS-GRACE-DAYS
041200         IF WS-GRACE-DAYS NOT NUMERIC
041300             DISPLAY "DEMOWOFF - WARNING - GRACE PARM '"
041400                 WS-GRACE-PARM "' NOT NUMERIC, USING 60"
041500             MOVE 60 TO WS-GRACE-DAYS
041600         END-IF
041700     END-IF.
041800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
041900     MOVE WS-RUN-DATE TO WS-DTS-DATE.
042000     PERFORM 9100-DATE-TO-SERIAL
042100         THRU 9100-DATE-TO-SERIAL-EXIT.
042200     MOVE WS-DTS-SERIAL TO WS-RUN-DATE-SERIAL.
042300     PERFORM 1100-GET-RUN-SEQ THRU 1100-GET-RUN-SEQ-EXIT.
042400     OPEN I-O CUSTOMER-MASTER.
042500     IF WS-CUST-FILE-STATUS NOT = "00"
042600         DISPLAY "DEMOWOFF - CANNOT OPEN CUSTMAST, STATUS = "
042700             WS-CUST-FILE-STATUS
042800         MOVE 16 TO RETURN-CODE
042900         STOP RUN
043000     END-IF.
043100     OPEN OUTPUT WOFF-REPORT.
043200     MOVE WS-GRACE-DAYS TO TL-GRACE-DAYS.
043300     MOVE WS-RUN-DATE TO TL-RUN-DATE.
043400     MOVE WS-TITLE-LINE TO REPORT-LINE.
043500     WRITE REPORT-LINE.
043600     MOVE SPACES TO REPORT-LINE.
043700     WRITE REPORT-LINE.
043800     MOVE WS-HEADING-LINE TO REPORT-LINE.
043900     WRITE REPORT-LINE.
044000     OPEN INPUT WOFF-TRANS.
044100     IF TRAN-FILE-NOT-FOUND
044200         MOVE 'Y' TO WS-TRAN-EOF-SWITCH
044300         DISPLAY "DEMOWOFF - NO WOFFTRAN - NO DECISIONS "
044400             "TONIGHT, PROPOSALS ONLY"
044500     END-IF.
044600     OPEN INPUT DUNNING-STATE.
044700     IF WS-DUNS-FILE-STATUS = "00"
044800         SET DUNNING-AVAILABLE TO TRUE
044900     ELSE
045000         MOVE 'Y' TO WS-DUNS-EOF-SWITCH
045100         DISPLAY "DEMOWOFF - NO DUNNING STATE (DEMODUNS), "
045200             "NOTHING HAS REACHED A FINAL DEMAND"
045300     END-IF.
045400     OPEN I-O OPEN-ITEMS.
045500     IF WS-OPEN-FILE-STATUS = "00"
045600         SET OPEN-ITEMS-AVAILABLE TO TRUE
045700     ELSE
045800         DISPLAY "DEMOWOFF - NO OPEN-ITEMS FILE (DEMOOPEN), "
045900             "NOTHING TO WRITE OFF"
046000     END-IF.
046100     OPEN INPUT CURRENCY-RATES.
046200     IF WS-CURR-FILE-STATUS = "00"
046300         SET RATES-AVAILABLE TO TRUE
046400     END-IF.
046500     OPEN EXTEND WOFF-LOG.
046600     IF WLOG-FILE-NOT-FOUND
046700         OPEN OUTPUT WOFF-LOG
046800     END-IF.
046900     IF NOT END-OF-WOFF-TRANS
047000         PERFORM 2100-READ-WOFF-TRANS
047100             THRU 2100-READ-WOFF-TRANS-EXIT
047200     END-IF.
047300     IF DUNNING-AVAILABLE
047400         PERFORM 3100-READ-DUNNING-STATE
047500             THRU 3100-READ-DUNNING-STATE-EXIT
047600     END-IF.
047700 1000-INITIALIZE-EXIT.
047800     EXIT.
047900*----------------------------------------------------------
048000* 1100-GET-RUN-SEQ - PICK UP THE CURRENT RUN SEQUENCE FROM
048100*                    DEMOCOB'S CHECKPOINT FOR THE JOURNAL AND
048200*                    THE RUN LOG, AS DEMOMRGE DOES. NO
048300*                    CHECKPOINT JUST MEANS RUN ZERO.
048400*----------------------------------------------------------
048500 1100-GET-RUN-SEQ.
048600     OPEN INPUT CHECKPOINT-FILE.
048700     IF CKPT-FILE-NOT-FOUND
048800         MOVE ZERO TO WS-RUN-SEQ
048900         GO TO 1100-GET-RUN-SEQ-EXIT
049000     END-IF.
049100     READ CHECKPOINT-FILE
049200         AT END
049300             MOVE ZERO TO WS-RUN-SEQ
049400         NOT AT END
049500             MOVE CKPT-RUN-SEQ TO WS-RUN-SEQ
049600     END-READ.
049700     CLOSE CHECKPOINT-FILE.
049800 1100-GET-RUN-SEQ-EXIT.
049900     EXIT.
050000*----------------------------------------------------------
050100* 2100-READ-WOFF-TRANS - READ ONE FINANCE DECISION
050200*----------------------------------------------------------
050300 2100-READ-WOFF-TRANS.
050400     READ WOFF-TRANS
050500         AT END
050600             MOVE 'Y' TO WS-TRAN-EOF-SWITCH
050700     END-READ.
050800     IF NOT END-OF-WOFF-TRANS
050900         ADD 1 TO WS-TRAN-READ-COUNT
051000     END-IF.
051100 2100-READ-WOFF-TRANS-EXIT.
051200     EXIT.
051300*----------------------------------------------------------
051400* 2000-LOAD-ONE-TRANS - VALIDATE ONE DECISION AND LOAD IT
051500*                       INTO THE TABLE. AN INVALID ONE IS
051600*                       REPORTED AND COUNTED BUT NEVER
051700*                       APPLIED - THE FIRST FAILED EDIT WINS,
051800*                       AS IN DEMODISP.
051900*----------------------------------------------------------
052000 2000-LOAD-ONE-TRANS.
052100     MOVE SPACES TO WS-WOFF-LINE.
052200     MOVE WOT-ACTION TO RL-ACTION.
052300     MOVE WOT-INVOICE-NO TO RL-INVOICE-NO.
052400     MOVE WOT-OPERATOR-ID TO RL-OPERATOR.
052500     MOVE WOT-REASON-TEXT TO RL-TEXT.
052600     EVALUATE TRUE
052700         WHEN NOT WOT-VALID-ACTION
052800             MOVE "BAD ACTION  " TO RL-DISPOSITION
052900             PERFORM 2900-REPORT-BAD-TRANS
053000                 THRU 2900-REPORT-BAD-TRANS-EXIT
053100         WHEN WOT-INVOICE-NO NOT NUMERIC
053200             OR WOT-INVOICE-NO = ZERO
053300             MOVE "BAD INVOICE " TO RL-DISPOSITION
053400             PERFORM 2900-REPORT-BAD-TRANS
053500                 THRU 2900-REPORT-BAD-TRANS-EXIT
053600         WHEN WOT-OPERATOR-ID = SPACES
053700             MOVE "NO OPERATOR " TO RL-DISPOSITION
053800             PERFORM 2900-REPORT-BAD-TRANS
053900                 THRU 2900-REPORT-BAD-TRANS-EXIT
054000         WHEN WOT-AUTHORITY = SPACES
054100             MOVE "NO AUTHORITY" TO RL-DISPOSITION
054200             PERFORM 2900-REPORT-BAD-TRANS
054300                 THRU 2900-REPORT-BAD-TRANS-EXIT
054400         WHEN WS-TRAN-TABLE-USED >= WS-TRAN-TABLE-MAX
054500             DISPLAY "DEMOWOFF - ERROR - MORE THAN "
054600                 WS-TRAN-TABLE-MAX " WRITE-OFF "
054700                 "DECISIONS, TABLE EXHAUSTED"
054800             MOVE 16 TO RETURN-CODE
054900             STOP RUN
055000         WHEN OTHER
055100             ADD 1 TO WS-TRAN-TABLE-USED
055200             MOVE WS-TRAN-TABLE-USED TO WS-TRAN-SUB
055300             MOVE WOT-ACTION
055400                 TO WS-TRN-ACTION (WS-TRAN-SUB)
055500             MOVE WOT-INVOICE-NO
055600                 TO WS-TRN-INVOICE (WS-TRAN-SUB)
055700             MOVE WOT-OPERATOR-ID
055800                 TO WS-TRN-OPERATOR (WS-TRAN-SUB)
055900             MOVE WOT-AUTHORITY
056000                 TO WS-TRN-AUTHORITY (WS-TRAN-SUB)
056100             MOVE WOT-REASON-TEXT
056200                 TO WS-TRN-TEXT (WS-TRAN-SUB)
056300             MOVE 'N' TO WS-TRN-USED (WS-TRAN-SUB)
056400     END-EVALUATE.
056500     PERFORM 2100-READ-WOFF-TRANS
056600         THRU 2100-READ-WOFF-TRANS-EXIT.
056700 2000-LOAD-ONE-TRANS-EXIT.
056800     EXIT.
056900*----------------------------------------------------------
057000* 2900-REPORT-BAD-TRANS - PUT AN INVALID DECISION ON THE
057100*                         REPORT AND COUNT IT
057200*----------------------------------------------------------
057300 2900-REPORT-BAD-TRANS.
057400     ADD 1 TO WS-TRAN-BAD-COUNT.
057500     MOVE WS-WOFF-LINE TO REPORT-LINE.
057600     WRITE REPORT-LINE.
057700 2900-REPORT-BAD-TRANS-EXIT.
057800     EXIT.
057900*----------------------------------------------------------
058000* 3100-READ-DUNNING-STATE - READ THE NEXT DUNNING RECORD
058100*----------------------------------------------------------
058200 3100-READ-DUNNING-STATE.
058300     READ DUNNING-STATE NEXT RECORD
058400         AT END
058500             MOVE 'Y' TO WS-DUNS-EOF-SWITCH
058600     END-READ.
058700     IF NOT END-OF-DUNNING
058800         ADD 1 TO WS-DUNS-READ-COUNT
058900     END-IF.
059000 3100-READ-DUNNING-STATE-EXIT.
059100     EXIT.
059200*----------------------------------------------------------
059300* 3000-EXAMINE-ONE-DEMAND - ONE DUNNING RECORD. AN INVOICE
059400*                           WHOSE FINAL DEMAND WENT OUT MORE
059500*                           THAN THE GRACE PERIOD AGO AND
059600*                           WHOSE OPEN ITEM STILL OWES
059700*                           SOMETHING IS A PROPOSAL. FINANCE'S
059800*                           DECISION ON IT, IF ANY, IS APPLIED;
059900*                           OTHERWISE IT IS LISTED FOR REVIEW.
060000*                           A DECLINED ITEM IS PROPOSED AGAIN
060100*                           ON LATER RUNS WHILE IT STAYS
060200*                           UNPAID.
060300*----------------------------------------------------------
060400 3000-EXAMINE-ONE-DEMAND.
060500     IF DUN-LAST-LEVEL < WS-FINAL-DEMAND-LEVEL
060600         GO TO 3000-EXAMINE-ONE-DEMAND-NEXT
060700     END-IF.
060800     MOVE DUN-LAST-SENT-DATE TO WS-DTS-DATE.
060900     PERFORM 9100-DATE-TO-SERIAL
061000         THRU 9100-DATE-TO-SERIAL-EXIT.
061100     COMPUTE WS-DEMAND-DAYS =
061200         WS-RUN-DATE-SERIAL - WS-DTS-SERIAL.
061300     IF WS-DEMAND-DAYS NOT > WS-GRACE-DAYS
061400         GO TO 3000-EXAMINE-ONE-DEMAND-NEXT
061500     END-IF.
061600     MOVE DUN-INVOICE-NO TO OPN-INVOICE-NO.
061700     READ OPEN-ITEMS
061800         INVALID KEY
061900             GO TO 3000-EXAMINE-ONE-DEMAND-NEXT
062000     END-READ.
062100     IF NOT OPN-OPEN AND NOT OPN-PART-PAID
062200         GO TO 3000-EXAMINE-ONE-DEMAND-NEXT
062300     END-IF.
062301*    NOT WHILE A DIRECT DEBIT IS COLLECTING IT.
062302     IF OPN-COLLECT-PENDING
062303         GO TO 3000-EXAMINE-ONE-DEMAND-NEXT
062304     END-IF.
062400     COMPUTE WS-RESIDUAL = OPN-AMOUNT-TTC - OPN-PAID-AMOUNT.
062500     IF WS-RESIDUAL NOT > ZERO
062600         GO TO 3000-EXAMINE-ONE-DEMAND-NEXT
062700     END-IF.
062800     ADD 1 TO WS-PROPOSED-COUNT.
062900     PERFORM 3050-SET-ITEM-LINE THRU 3050-SET-ITEM-LINE-EXIT.
063000     PERFORM 3200-FIND-MATCHING-TRANS
063100         THRU 3200-FIND-MATCHING-TRANS-EXIT.
063200     IF WS-TRAN-HIT-SUB = ZERO
063300         MOVE "PROPOSED    " TO RL-DISPOSITION
063400         MOVE WS-WOFF-LINE TO REPORT-LINE
063500         WRITE REPORT-LINE
063600         GO TO 3000-EXAMINE-ONE-DEMAND-NEXT
063700     END-IF.
063800     MOVE 'Y' TO WS-TRN-USED (WS-TRAN-HIT-SUB).
063900     MOVE WS-TRN-ACTION (WS-TRAN-HIT-SUB) TO RL-ACTION.
064000     MOVE WS-TRN-OPERATOR (WS-TRAN-HIT-SUB) TO RL-OPERATOR.
064100     MOVE WS-TRN-TEXT (WS-TRAN-HIT-SUB) TO RL-TEXT.
064200     IF WS-TRN-ACTION (WS-TRAN-HIT-SUB) = "DEC"
064300         ADD 1 TO WS-DECLINED-COUNT
064400         MOVE "DECLINED    " TO RL-DISPOSITION
064500         MOVE ZERO TO WS-ITEM-EUR
064600         MOVE ZERO TO WS-ITEM-VAT-EUR
064700         PERFORM 3400-LOG-DECISION
064800             THRU 3400-LOG-DECISION-EXIT
064900         GO TO 3000-EXAMINE-ONE-DEMAND-NEXT
065000     END-IF.
065100     PERFORM 4000-WRITE-OFF-ITEM
065200         THRU 4000-WRITE-OFF-ITEM-EXIT.
065300 3000-EXAMINE-ONE-DEMAND-NEXT.
065400     PERFORM 3100-READ-DUNNING-STATE
065500         THRU 3100-READ-DUNNING-STATE-EXIT.
065600 3000-EXAMINE-ONE-DEMAND-EXIT.
065700     EXIT.
065800*----------------------------------------------------------
065900* 3050-SET-ITEM-LINE - THE PROPOSED ITEM'S PART OF THE
066000*                      REPORT LINE
066100*----------------------------------------------------------
066200 3050-SET-ITEM-LINE.
066300     MOVE SPACES TO WS-WOFF-LINE.
066400     MOVE OPN-INVOICE-NO TO RL-INVOICE-NO.
066500     MOVE OPN-CUSTOMER-NO TO RL-CUSTOMER-NO.
066600     MOVE OPN-CURRENCY-CODE TO RL-CURRENCY.
066700     MOVE WS-RESIDUAL TO RL-RESIDUAL.
066800     MOVE DUN-LAST-SENT-DATE TO RL-DEMAND-DATE.
066900     MOVE WS-DEMAND-DAYS TO RL-DAYS.
067000     MOVE OPN-VAT-RATE TO RL-VAT-RATE.
067100 3050-SET-ITEM-LINE-EXIT.
067200     EXIT.
067300*----------------------------------------------------------
067400* 3200-FIND-MATCHING-TRANS - FIRST UNUSED DECISION NAMING
067500*                            THIS INVOICE. ZERO MEANS NONE.
067600*----------------------------------------------------------
067700 3200-FIND-MATCHING-TRANS.
067800     MOVE ZERO TO WS-TRAN-HIT-SUB.
067900     PERFORM 3300-MATCH-ONE-TRANS
068000         THRU 3300-MATCH-ONE-TRANS-EXIT
068100         VARYING WS-TRAN-SUB FROM 1 BY 1
068200         UNTIL WS-TRAN-SUB > WS-TRAN-TABLE-USED
068300         OR WS-TRAN-HIT-SUB > ZERO.
068400 3200-FIND-MATCHING-TRANS-EXIT.
068500     EXIT.
068600*----------------------------------------------------------
068700* 3300-MATCH-ONE-TRANS - COMPARE ONE TABLE ENTRY
068800*----------------------------------------------------------
068900 3300-MATCH-ONE-TRANS.
069000     IF NOT TRN-ENTRY-USED (WS-TRAN-SUB)
069100         AND WS-TRN-INVOICE (WS-TRAN-SUB) = OPN-INVOICE-NO
069200         MOVE WS-TRAN-SUB TO WS-TRAN-HIT-SUB
069300     END-IF.
069400 3300-MATCH-ONE-TRANS-EXIT.
069500     EXIT.
069600*----------------------------------------------------------
069700* 3400-LOG-DECISION - APPEND THE WHO/WHEN/WHY RECORD TO
069800*                     DEMOWLOG AND PUT THE DECISION ON THE
069900*                     REPORT
070000*----------------------------------------------------------
070100 3400-LOG-DECISION.
070200     MOVE WS-TRN-ACTION (WS-TRAN-HIT-SUB) TO WLOG-ACTION.
070300     MOVE OPN-INVOICE-NO TO WLOG-INVOICE-NO.
070400     MOVE OPN-CUSTOMER-NO TO WLOG-CUSTOMER-NO.
070500     MOVE OPN-CURRENCY-CODE TO WLOG-CURRENCY-CODE.
070600     MOVE WS-RESIDUAL TO WLOG-RESIDUAL.
070700     MOVE OPN-VAT-RATE TO WLOG-VAT-RATE.
070800     MOVE WS-ITEM-EUR TO WLOG-EUR-AMOUNT.
070900     MOVE WS-ITEM-VAT-EUR TO WLOG-EUR-VAT.
071000     MOVE DUN-LAST-SENT-DATE TO WLOG-DEMAND-DATE.
071100     MOVE WS-RUN-SEQ TO WLOG-RUN-SEQ.
071200     MOVE WS-TRN-OPERATOR (WS-TRAN-HIT-SUB)
071300         TO WLOG-OPERATOR-ID.
071400     MOVE WS-TRN-AUTHORITY (WS-TRAN-HIT-SUB)
071500         TO WLOG-AUTHORITY.
071600     ACCEPT WLOG-DATE FROM DATE YYYYMMDD.
071700     ACCEPT WLOG-TIME FROM TIME.
071800     MOVE WS-TRN-TEXT (WS-TRAN-HIT-SUB) TO WLOG-REASON-TEXT.
071900     WRITE WLOG-REC.
072000     MOVE WS-ITEM-EUR TO RL-EUR-AMOUNT.
072100     MOVE WS-WOFF-LINE TO REPORT-LINE.
072200     WRITE REPORT-LINE.
072300 3400-LOG-DECISION-EXIT.
072400     EXIT.
072500*----------------------------------------------------------
072600* 4000-WRITE-OFF-ITEM - AN APPROVED PROPOSAL. VALUE THE
072700*                       RESIDUAL IN EUR, SPLIT OUT THE VAT AT
072800*                       THE INVOICE'S OWN RATE, CLOSE THE ITEM
072900*                       'W', ROLL THE NET AND VAT INTO THE
073000*                       ITEM'S RATE BAND FOR THE JOURNAL, PUT
073100*                       THE CUSTOMER ON HOLD, AND LOG IT. AN
073200*                       ITEM WITH NO RATE IS LEFT OPEN.
073300*----------------------------------------------------------
073400 4000-WRITE-OFF-ITEM.
073500     PERFORM 4100-VALUE-IN-EUR THRU 4100-VALUE-IN-EUR-EXIT.
073600     IF RATE-NOT-FOUND
073700         ADD 1 TO WS-NO-RATE-COUNT
073800         MOVE "NO RATE-OPEN" TO RL-DISPOSITION
073900         MOVE WS-WOFF-LINE TO REPORT-LINE
074000         WRITE REPORT-LINE
074100         DISPLAY "DEMOWOFF - NO " OPN-CURRENCY-CODE
074200             " RATE IN FORCE ON " OPN-INVOICE-DATE
074300             " FOR INVOICE " OPN-INVOICE-NO
074400             " - NOT WRITTEN OFF"
074500         IF RETURN-CODE < 4
074600             MOVE 4 TO RETURN-CODE
074700         END-IF
074800         GO TO 4000-WRITE-OFF-ITEM-EXIT
074900     END-IF.
075000     COMPUTE WS-ITEM-VAT-EUR ROUNDED =
075100         WS-ITEM-EUR * OPN-VAT-RATE / (100 + OPN-VAT-RATE).
075200     COMPUTE WS-ITEM-HT-EUR = WS-ITEM-EUR - WS-ITEM-VAT-EUR.
075300     SET OPN-WRITTEN-OFF TO TRUE.
075400     REWRITE OPN-REC.
075500     PERFORM 4200-POST-TO-BAND THRU 4200-POST-TO-BAND-EXIT.
075600     ADD 1 TO WS-APPROVED-COUNT.
075700     ADD WS-ITEM-EUR TO WS-WOFF-EUR-TOTAL.
075800     ADD WS-ITEM-VAT-EUR TO WS-WOFF-VAT-TOTAL.
075900     MOVE "WRITTEN OFF " TO RL-DISPOSITION.
076000     PERFORM 3400-LOG-DECISION THRU 3400-LOG-DECISION-EXIT.
076100     PERFORM 4300-HOLD-CUSTOMER THRU 4300-HOLD-CUSTOMER-EXIT.
076200 4000-WRITE-OFF-ITEM-EXIT.
076300     EXIT.
076400*----------------------------------------------------------
076500* 4100-VALUE-IN-EUR - THE RESIDUAL IN EUR. A EUR ITEM IS
076600*                     TAKEN AS IT STANDS; A FOREIGN ONE AT
076700*                     THE RATE IN FORCE ON ITS INVOICE DATE,
076800*                     THE SAME RATE DEMOCOB BOOKED IT AT.
076900*----------------------------------------------------------
077000 4100-VALUE-IN-EUR.
077100     MOVE ZERO TO WS-ITEM-EUR.
077200     MOVE ZERO TO WS-ITEM-VAT-EUR.
077300     IF OPN-CURRENCY-CODE = WS-DEFAULT-CURRENCY
077400         SET RATE-FOUND TO TRUE
077500         MOVE WS-RESIDUAL TO WS-ITEM-EUR
077600         GO TO 4100-VALUE-IN-EUR-EXIT
077700     END-IF.
077800     SET RATE-NOT-FOUND TO TRUE.
077900     IF NOT RATES-AVAILABLE
078000         GO TO 4100-VALUE-IN-EUR-EXIT
078100     END-IF.
078200     MOVE OPN-CURRENCY-CODE TO WS-RATE-CURRENCY.
078300     MOVE OPN-INVOICE-DATE TO WS-RATE-DATE.
078400     PERFORM 4110-FIND-RATE THRU 4110-FIND-RATE-EXIT.
078500     IF RATE-FOUND
078600         COMPUTE WS-ITEM-EUR ROUNDED =
078700             WS-RESIDUAL * CURR-RATE-TO-EUR
078800     END-IF.
078900 4100-VALUE-IN-EUR-EXIT.
079000     EXIT.
079100*----------------------------------------------------------
079200* 4110-FIND-RATE - LOCATE THE RATE IN FORCE FOR WS-RATE-
079300*                  CURRENCY ON WS-RATE-DATE, EXACTLY AS
079400*                  DEMOFXRV'S 2200-FIND-RATE DOES. A RECORD
079500*                  FOR A DIFFERENT CURRENCY MEANS NO RATE
079600*                  EXISTS THAT EARLY.
079700*----------------------------------------------------------
079800 4110-FIND-RATE.
079900     SET RATE-NOT-FOUND TO TRUE.
080000     MOVE WS-RATE-CURRENCY TO CURR-CODE.
080100     COMPUTE CURR-DATE-COMP = 99999999 - WS-RATE-DATE.
080200     START CURRENCY-RATES KEY IS NOT LESS THAN CURR-KEY
080300         INVALID KEY
080400             GO TO 4110-FIND-RATE-EXIT
080500     END-START.
080600     READ CURRENCY-RATES NEXT RECORD
080700         AT END
080800             GO TO 4110-FIND-RATE-EXIT
080900     END-READ.
081000     IF CURR-CODE = WS-RATE-CURRENCY
081100         SET RATE-FOUND TO TRUE
081200     END-IF.
081300 4110-FIND-RATE-EXIT.
081400     EXIT.
081500*----------------------------------------------------------
081600* 4200-POST-TO-BAND - FIND (OR INSERT, IN RATE ORDER) THE
081700*                     ITEM'S VAT-RATE BAND AND ROLL ITS NET
081800*                     AND VAT EUR INTO IT
081900*----------------------------------------------------------
082000 4200-POST-TO-BAND.
082100     MOVE 'N' TO WS-BND-FOUND-SWITCH.
082200     MOVE ZERO TO WS-BND-POS.
082300     PERFORM 4210-LOCATE-BAND
082400         THRU 4210-LOCATE-BAND-EXIT
082500         VARYING WS-BND-SUB FROM 1 BY 1
082600         UNTIL WS-BND-SUB > WS-BND-USED
082700         OR BND-ENTRY-FOUND
082800         OR WS-BND-POS > ZERO.
082900     IF NOT BND-ENTRY-FOUND
083000         IF WS-BND-POS = ZERO
083100             COMPUTE WS-BND-POS = WS-BND-USED + 1
083200         END-IF
083300         PERFORM 4220-INSERT-BAND
083400             THRU 4220-INSERT-BAND-EXIT
083500         MOVE WS-BND-POS TO WS-BND-SUB
083600     END-IF.
083700     ADD WS-ITEM-HT-EUR TO WS-BND-HT (WS-BND-SUB).
083800     ADD WS-ITEM-VAT-EUR TO WS-BND-TVA (WS-BND-SUB).
083900 4200-POST-TO-BAND-EXIT.
084000     EXIT.
084100*----------------------------------------------------------
084200* 4210-LOCATE-BAND - STOP ON THE MATCHING RATE, OR NOTE
084300*                    THE FIRST ENTRY THAT SORTS AFTER IT
084400*                    (THE INSERTION POINT). THE SUBSCRIPT
084500*                    IS PINNED ON A MATCH BEFORE THE
084600*                    PERFORM VARYING CAN STEP PAST IT.
084700*----------------------------------------------------------
084800 4210-LOCATE-BAND.
084900     EVALUATE TRUE
085000         WHEN WS-BND-RATE (WS-BND-SUB) = OPN-VAT-RATE
085100             SET BND-ENTRY-FOUND TO TRUE
085200             SUBTRACT 1 FROM WS-BND-SUB
085300         WHEN WS-BND-RATE (WS-BND-SUB) > OPN-VAT-RATE
085400             MOVE WS-BND-SUB TO WS-BND-POS
085500     END-EVALUATE.
085600 4210-LOCATE-BAND-EXIT.
085700     EXIT.
085800*----------------------------------------------------------
085900* 4220-INSERT-BAND - OPEN A SLOT FOR A NEW RATE BAND,
086000*                    SHIFTING THE TAIL DOWN ONE. A FULL
086100*                    TABLE IS A HARD STOP, AS DEMOGLJR'S
086200*                    BAND TABLE IS.
086300*----------------------------------------------------------
086400 4220-INSERT-BAND.
086500     IF WS-BND-USED >= WS-BND-MAX
086600         DISPLAY "DEMOWOFF - ERROR - MORE THAN " WS-BND-MAX
086700             " RATE BANDS, TABLE EXHAUSTED"
086800         MOVE 16 TO RETURN-CODE
086900         STOP RUN
087000     END-IF.
087100     IF WS-BND-USED > ZERO
087200         PERFORM 4230-SHIFT-BAND
087300             THRU 4230-SHIFT-BAND-EXIT
087400             VARYING WS-BND-SHIFT-SUB
087500             FROM WS-BND-USED BY -1
087600             UNTIL WS-BND-SHIFT-SUB < WS-BND-POS
087700     END-IF.
087800     ADD 1 TO WS-BND-USED.
087900     MOVE OPN-VAT-RATE TO WS-BND-RATE (WS-BND-POS).
088000     MOVE ZERO TO WS-BND-HT (WS-BND-POS).
088100     MOVE ZERO TO WS-BND-TVA (WS-BND-POS).
088200 4220-INSERT-BAND-EXIT.
088300     EXIT.
088400*----------------------------------------------------------
088500* 4230-SHIFT-BAND - MOVE ONE TAIL ENTRY DOWN A SLOT
088600*----------------------------------------------------------
088700 4230-SHIFT-BAND.
088800     MOVE WS-BND-ENTRY (WS-BND-SHIFT-SUB)
088900         TO WS-BND-ENTRY (WS-BND-SHIFT-SUB + 1).
089000 4230-SHIFT-BAND-EXIT.
089100     EXIT.
089200*----------------------------------------------------------
089300* 4300-HOLD-CUSTOMER - PUT THE ITEM'S CUSTOMER ON CREDIT
089400*                      HOLD, SO DEMOCOB SUSPENDS THEIR NEXT
089500*                      INVOICE. ONE ALREADY HELD IS LEFT AS
089600*                      IT IS. A CUSTOMER MISSING FROM
089700*                      CUSTMAST IS REPORTED (RETURN-CODE 4) -
089800*                      THE WRITE-OFF ITSELF STANDS.
089900*----------------------------------------------------------
090000 4300-HOLD-CUSTOMER.
090100     MOVE OPN-CUSTOMER-NO TO CUST-NO.
090200     READ CUSTOMER-MASTER
090300         INVALID KEY
090400             ADD 1 TO WS-NO-CUST-COUNT
090500             DISPLAY "DEMOWOFF - CUSTOMER " OPN-CUSTOMER-NO
090600                 " OF INVOICE " OPN-INVOICE-NO
090700                 " NOT ON CUSTMAST - NOT PUT ON HOLD"
090800             IF RETURN-CODE < 4
090900                 MOVE 4 TO RETURN-CODE
091000             END-IF
091100             GO TO 4300-HOLD-CUSTOMER-EXIT
091200     END-READ.
091300     IF CUST-ON-HOLD
091400         GO TO 4300-HOLD-CUSTOMER-EXIT
091500     END-IF.
091600     SET CUST-ON-HOLD TO TRUE.
091700     REWRITE CUST-REC.
091800     ADD 1 TO WS-HOLD-COUNT.
091900 4300-HOLD-CUSTOMER-EXIT.
092000     EXIT.
092100*----------------------------------------------------------
092200* 5000-WRITE-JOURNAL-BATCH - EMIT THE BALANCED WRITE-OFF
092300*                            BATCH DATED THE RUN DATE: THE
092400*                            RECEIVABLES CREDIT FOR THE WHOLE
092500*                            EUR WRITTEN OFF, THEN PER VAT-RATE
092600*                            BAND THE BAD-DEBT DEBIT (NET) AND
092700*                            THE VAT PAYABLE DEBIT (VAT
092800*                            RECLAIMED). EVERY LINE GOES
092900*                            THROUGH 5100-WRITE-ONE-LINE SO THE
093000*                            DEBIT/CREDIT PROOF TOTALS CANNOT
093100*                            DRIFT FROM THE FILE.
093200*----------------------------------------------------------
093300 5000-WRITE-JOURNAL-BATCH.
093400     OPEN EXTEND GL-JOURNAL.
093500     IF GLJ-FILE-NOT-FOUND
093600         OPEN OUTPUT GL-JOURNAL
093700     END-IF.
093800     IF WS-WOFF-EUR-TOTAL NOT = ZERO
093900         MOVE "ARCVBLE " TO GLJ-ACCOUNT
094000         MOVE ZERO TO GLJ-VAT-RATE
094100         SET GLJ-CREDIT TO TRUE
094200         MOVE WS-WOFF-EUR-TOTAL TO GLJ-AMOUNT
094300         PERFORM 5100-WRITE-ONE-LINE
094400             THRU 5100-WRITE-ONE-LINE-EXIT
094500     END-IF.
094600     PERFORM 5200-WRITE-BAND-DEBITS
094700         THRU 5200-WRITE-BAND-DEBITS-EXIT
094800         VARYING WS-BND-SUB FROM 1 BY 1
094900         UNTIL WS-BND-SUB > WS-BND-USED.
095000     CLOSE GL-JOURNAL.
095100 5000-WRITE-JOURNAL-BATCH-EXIT.
095200     EXIT.
095300*----------------------------------------------------------
095400* 5100-WRITE-ONE-LINE - STAMP AND WRITE THE JOURNAL LINE
095500*                       ALREADY BUILT IN GLJ-REC, ROLLING
095600*                       ITS AMOUNT INTO THE PROOF TOTALS
095700*----------------------------------------------------------
095800 5100-WRITE-ONE-LINE.
095900     MOVE WS-RUN-SEQ TO GLJ-RUN-SEQ.
096000     MOVE WS-RUN-DATE TO GLJ-BATCH-DATE.
096100     ADD 1 TO WS-LINE-NO.
096200     MOVE WS-LINE-NO TO GLJ-LINE-NO.
096300     IF GLJ-DEBIT
096400         ADD GLJ-AMOUNT TO WS-DEBIT-TOTAL
096500     ELSE
096600         ADD GLJ-AMOUNT TO WS-CREDIT-TOTAL
096700     END-IF.
096800     WRITE GLJ-REC.
096900     PERFORM 6300-PRINT-PROOF-LINE
097000         THRU 6300-PRINT-PROOF-LINE-EXIT.
097100 5100-WRITE-ONE-LINE-EXIT.
097200     EXIT.
097300*----------------------------------------------------------
097400* 5200-WRITE-BAND-DEBITS - ONE BAND'S BAD-DEBT AND VAT
097500*                          PAYABLE DEBIT LINES
097600*----------------------------------------------------------
097700 5200-WRITE-BAND-DEBITS.
097800     IF WS-BND-HT (WS-BND-SUB) NOT = ZERO
097900         MOVE "BADDEBT " TO GLJ-ACCOUNT
098000         MOVE WS-BND-RATE (WS-BND-SUB) TO GLJ-VAT-RATE
098100         SET GLJ-DEBIT TO TRUE
098200         MOVE WS-BND-HT (WS-BND-SUB) TO GLJ-AMOUNT
098300         PERFORM 5100-WRITE-ONE-LINE
098400             THRU 5100-WRITE-ONE-LINE-EXIT
098500     END-IF.
098600     IF WS-BND-TVA (WS-BND-SUB) NOT = ZERO
098700         MOVE "VATPAYBL" TO GLJ-ACCOUNT
098800         MOVE WS-BND-RATE (WS-BND-SUB) TO GLJ-VAT-RATE
098900         SET GLJ-DEBIT TO TRUE
099000         MOVE WS-BND-TVA (WS-BND-SUB) TO GLJ-AMOUNT
099100         PERFORM 5100-WRITE-ONE-LINE
099200             THRU 5100-WRITE-ONE-LINE-EXIT
099300     END-IF.
099400 5200-WRITE-BAND-DEBITS-EXIT.
099500     EXIT.
099600*----------------------------------------------------------
099700* 6200-PRINT-PROOF - THE JOURNAL DEBIT AND CREDIT TOTALS.
099800*                    THE PER-LINE DETAIL WAS ALREADY PRINTED
099900*                    AS EACH JOURNAL LINE WAS WRITTEN.
100000*----------------------------------------------------------
100100 6200-PRINT-PROOF.
100200     MOVE SPACES TO REPORT-LINE.
100300     WRITE REPORT-LINE.
100400     MOVE ZERO TO PL-BATCH-DATE.
100500     MOVE "TOTAL   " TO PL-ACCOUNT.
100600     MOVE ZERO TO PL-VAT-RATE.
100700     MOVE "DR" TO PL-DR-CR.
100800     MOVE WS-DEBIT-TOTAL TO PL-AMOUNT.
100900     MOVE WS-PROOF-LINE TO REPORT-LINE.
101000     WRITE REPORT-LINE.
101100     MOVE "TOTAL   " TO PL-ACCOUNT.
101200     MOVE "CR" TO PL-DR-CR.
101300     MOVE WS-CREDIT-TOTAL TO PL-AMOUNT.
101400     MOVE WS-PROOF-LINE TO REPORT-LINE.
101500     WRITE REPORT-LINE.
101600     IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
101700         MOVE "** BATCH DOES NOT BALANCE **" TO REPORT-LINE
101800         WRITE REPORT-LINE
101900         DISPLAY "DEMOWOFF - ERROR - JOURNAL BATCH DOES "
102000             "NOT BALANCE, DR " WS-DEBIT-TOTAL
102100             " CR " WS-CREDIT-TOTAL
102200         MOVE 16 TO RETURN-CODE
102300     END-IF.
102400 6200-PRINT-PROOF-EXIT.
102500     EXIT.
102600*----------------------------------------------------------
102700* 6300-PRINT-PROOF-LINE - ECHO ONE JOURNAL LINE ONTO THE
102800*                         REPORT. THE FIRST LINE PRINTS THE
102900*                         SECTION TITLE FIRST.
103000*----------------------------------------------------------
103100 6300-PRINT-PROOF-LINE.
103200     IF WS-LINE-NO = 1
103300         MOVE SPACES TO REPORT-LINE
103400         WRITE REPORT-LINE
103500         MOVE "JOURNAL PROOF (BAD-DEBT WRITE-OFF)"
103600             TO REPORT-LINE
103700         WRITE REPORT-LINE
103800         MOVE SPACES TO REPORT-LINE
103900         WRITE REPORT-LINE
104000     END-IF.
104100     MOVE GLJ-BATCH-DATE TO PL-BATCH-DATE.
104200     MOVE GLJ-ACCOUNT TO PL-ACCOUNT.
104300     MOVE GLJ-VAT-RATE TO PL-VAT-RATE.
104400     IF GLJ-DEBIT
104500         MOVE "DR" TO PL-DR-CR
104600     ELSE
104700         MOVE "CR" TO PL-DR-CR
104800     END-IF.
104900     MOVE GLJ-AMOUNT TO PL-AMOUNT.
105000     MOVE WS-PROOF-LINE TO REPORT-LINE.
105100     WRITE REPORT-LINE.
105200 6300-PRINT-PROOF-LINE-EXIT.
105300     EXIT.
105400*----------------------------------------------------------
105500* 7000-REPORT-UNMATCHED - A DECISION NO PROPOSAL MATCHED IS
105600*                         WORTH A LINE - THE INVOICE WAS
105700*                         MIS-KEYED, HAS BEEN PAID SINCE, OR
105800*                         IS NOT (OR NO LONGER) PAST ITS
105900*                         FINAL DEMAND GRACE PERIOD
106000*----------------------------------------------------------
106100 7000-REPORT-UNMATCHED.
106200     IF TRN-ENTRY-USED (WS-TRAN-SUB)
106300         GO TO 7000-REPORT-UNMATCHED-EXIT
106400     END-IF.
106500     ADD 1 TO WS-UNMATCHED-COUNT.
106600     MOVE SPACES TO WS-WOFF-LINE.
106700     MOVE WS-TRN-INVOICE (WS-TRAN-SUB) TO RL-INVOICE-NO.
106800     MOVE "NOT PROPOSED" TO RL-DISPOSITION.
106900     MOVE WS-TRN-ACTION (WS-TRAN-SUB) TO RL-ACTION.
107000     MOVE WS-TRN-OPERATOR (WS-TRAN-SUB) TO RL-OPERATOR.
107100     MOVE WS-TRN-TEXT (WS-TRAN-SUB) TO RL-TEXT.
107200     MOVE WS-WOFF-LINE TO REPORT-LINE.
107300     WRITE REPORT-LINE.
107400 7000-REPORT-UNMATCHED-EXIT.
107500     EXIT.
107600*----------------------------------------------------------
107700* 8000-TERMINATE - TOTALS, CLOSE FILES, AND WRITE THE
107800*                  RUN-LOG RECORD
107900*----------------------------------------------------------
108000 8000-TERMINATE.
108100     MOVE SPACES TO REPORT-LINE.
108200     WRITE REPORT-LINE.
108300     MOVE "PROPOSED FOR WRITE-OFF        " TO TL-TEXT.
108400     MOVE WS-PROPOSED-COUNT TO TL-COUNT.
108500     MOVE WS-TOTAL-LINE TO REPORT-LINE.
108600     WRITE REPORT-LINE.
108700     MOVE "WRITTEN OFF                   " TO TL-TEXT.
108800     MOVE WS-APPROVED-COUNT TO TL-COUNT.
108900     MOVE WS-TOTAL-LINE TO REPORT-LINE.
109000     WRITE REPORT-LINE.
109100     MOVE "DECLINED                      " TO TL-TEXT.
109200     MOVE WS-DECLINED-COUNT TO TL-COUNT.
109300     MOVE WS-TOTAL-LINE TO REPORT-LINE.
109400     WRITE REPORT-LINE.
109500     MOVE "APPROVED BUT NO RATE - OPEN   " TO TL-TEXT.
109600     MOVE WS-NO-RATE-COUNT TO TL-COUNT.
109700     MOVE WS-TOTAL-LINE TO REPORT-LINE.
109800     WRITE REPORT-LINE.
109900     MOVE "CUSTOMERS PUT ON HOLD         " TO TL-TEXT.
110000     MOVE WS-HOLD-COUNT TO TL-COUNT.
110100     MOVE WS-TOTAL-LINE TO REPORT-LINE.
110200     WRITE REPORT-LINE.
110300     MOVE "CUSTOMERS NOT ON CUSTMAST     " TO TL-TEXT.
110400     MOVE WS-NO-CUST-COUNT TO TL-COUNT.
110500     MOVE WS-TOTAL-LINE TO REPORT-LINE.
110600     WRITE REPORT-LINE.
110700     MOVE "DECISIONS WITHOUT A PROPOSAL  " TO TL-TEXT.
110800     MOVE WS-UNMATCHED-COUNT TO TL-COUNT.
110900     MOVE WS-TOTAL-LINE TO REPORT-LINE.
111000     WRITE REPORT-LINE.
111100     MOVE "DECISIONS REJECTED ON EDIT    " TO TL-TEXT.
111200     MOVE WS-TRAN-BAD-COUNT TO TL-COUNT.
111300     MOVE WS-TOTAL-LINE TO REPORT-LINE.
111400     WRITE REPORT-LINE.
111500     MOVE "EUR WRITTEN OFF               " TO AL-TEXT.
111600     MOVE WS-WOFF-EUR-TOTAL TO AL-AMOUNT.
111700     MOVE WS-AMOUNT-LINE TO REPORT-LINE.
111800     WRITE REPORT-LINE.
111900     MOVE "  OF WHICH VAT RECLAIMED      " TO AL-TEXT.
112000     MOVE WS-WOFF-VAT-TOTAL TO AL-AMOUNT.
112100     MOVE WS-AMOUNT-LINE TO REPORT-LINE.
112200     WRITE REPORT-LINE.
112300     CLOSE WOFF-REPORT.
112400     IF NOT TRAN-FILE-NOT-FOUND
112500         CLOSE WOFF-TRANS
112600     END-IF.
112700     IF DUNNING-AVAILABLE
112800         CLOSE DUNNING-STATE
112900     END-IF.
113000     IF OPEN-ITEMS-AVAILABLE
113100         CLOSE OPEN-ITEMS
113200     END-IF.
113300     IF RATES-AVAILABLE
113400         CLOSE CURRENCY-RATES
113500     END-IF.
113600     CLOSE CUSTOMER-MASTER.
113700     CLOSE WOFF-LOG.
113800     DISPLAY "DEMOWOFF: " WS-PROPOSED-COUNT " PROPOSED, "
113900         WS-APPROVED-COUNT " WRITTEN OFF, "
114000         WS-DECLINED-COUNT " DECLINED, "
114100         WS-HOLD-COUNT " CUSTOMER(S) PUT ON HOLD".
114200     PERFORM 8900-WRITE-RUN-LOG
114300         THRU 8900-WRITE-RUN-LOG-EXIT.
114400 8000-TERMINATE-EXIT.
114500     EXIT.
114600*----------------------------------------------------------
114700* 8900-WRITE-RUN-LOG - APPEND THIS RUN'S STRUCTURED RECORD
114800*                      TO THE COMMON RUN-LOG DATASET. READ IS
114900*                      THE DUNNING RECORDS EXAMINED, WRITTEN
115000*                      THE DECISIONS APPLIED, REJECTED THE
115100*                      DECISIONS THAT FAILED EDIT, MATCHED
115200*                      NOTHING, OR HAD NO RATE.
115300*----------------------------------------------------------
115400 8900-WRITE-RUN-LOG.
115500     MOVE "DEMOWOFF" TO RLOG-PROGRAM.
115600     MOVE WS-RUN-SEQ TO RLOG-RUN-SEQ.
115700     MOVE WS-START-DATE TO RLOG-START-DATE.
115800     MOVE WS-START-TIME TO RLOG-START-TIME.
115900     ACCEPT RLOG-END-DATE FROM DATE YYYYMMDD.
116000     ACCEPT RLOG-END-TIME FROM TIME.
116100     MOVE WS-DUNS-READ-COUNT TO RLOG-READ-COUNT.
116200     COMPUTE RLOG-WRITE-COUNT = WS-APPROVED-COUNT
116300         + WS-DECLINED-COUNT.
116400     COMPUTE RLOG-REJECT-COUNT = WS-TRAN-BAD-COUNT
116500         + WS-UNMATCHED-COUNT + WS-NO-RATE-COUNT.
116600     SET RLOG-RECON-NA TO TRUE.
116700     MOVE RETURN-CODE TO RLOG-RETURN-CODE.
116800     OPEN EXTEND RUN-LOG.
116900     IF RLOG-FILE-NOT-FOUND
117000         OPEN OUTPUT RUN-LOG
117100     END-IF.
117200     WRITE RLOG-REC.
117300     CLOSE RUN-LOG.
117400 8900-WRITE-RUN-LOG-EXIT.
117500     EXIT.
117600*----------------------------------------------------------
117700* 9100-DATE-TO-SERIAL - CONVERT WS-DTS-DATE (CCYYMMDD) TO A
117800*                       DAY SERIAL IN WS-DTS-SERIAL, SAME
117900*                       SCHEME AS DEMOSTMT AND DEMODUNN
118000*----------------------------------------------------------
118100 9100-DATE-TO-SERIAL.
118200     MOVE 'N' TO WS-DTS-LEAP-SWITCH.
118300     DIVIDE WS-DTS-YEAR BY 4 GIVING WS-DTS-Q4
118400         REMAINDER WS-DTS-REM.
118500     IF WS-DTS-REM = ZERO
118600         SET DTS-LEAP-YEAR TO TRUE
118700     END-IF.
118800     DIVIDE WS-DTS-YEAR BY 100 GIVING WS-DTS-Q100
118900         REMAINDER WS-DTS-REM.
119000     IF WS-DTS-REM = ZERO
119100         MOVE 'N' TO WS-DTS-LEAP-SWITCH
119200     END-IF.
119300     DIVIDE WS-DTS-YEAR BY 400 GIVING WS-DTS-Q400
119400         REMAINDER WS-DTS-REM.
119500     IF WS-DTS-REM = ZERO
119600         SET DTS-LEAP-YEAR TO TRUE
119700     END-IF.
119800     COMPUTE WS-DTS-YEAR-PRIOR = WS-DTS-YEAR - 1.
119900     DIVIDE WS-DTS-YEAR-PRIOR BY 4 GIVING WS-DTS-Q4.
120000     DIVIDE WS-DTS-YEAR-PRIOR BY 100 GIVING WS-DTS-Q100.
120100     DIVIDE WS-DTS-YEAR-PRIOR BY 400 GIVING WS-DTS-Q400.
120200     COMPUTE WS-DTS-SERIAL =
120300         (365 * WS-DTS-YEAR)
120400         + WS-DTS-Q4 - WS-DTS-Q100 + WS-DTS-Q400
120500         + WS-MONTH-OFFSET (WS-DTS-MONTH)
120600         + WS-DTS-DAY.
120700     IF DTS-LEAP-YEAR AND WS-DTS-MONTH > 2
120800         ADD 1 TO WS-DTS-SERIAL
120900     END-IF.
121000 9100-DATE-TO-SERIAL-EXIT.
121100     EXIT.
