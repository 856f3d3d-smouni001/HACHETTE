000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DEMOSALE.
000300 AUTHOR.        R. FABIANI.
000400 INSTALLATION.  BILLING SYSTEMS - INVOICE EXTRACT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 RF  INITIAL VERSION - MONTHLY SALES ANALYSIS BY
001100*                PRODUCT FAMILY, PRODUCT AND CUSTOMER. FOR THE
001200*                PERIOD NAMED ON THE COMMAND LINE (CCYYMM) IT
001300*                TOTALS QUANTITY AND EUR REVENUE (NET OF VAT)
001400*                FOR THE MONTH, THE PRIOR MONTH AND THE YEAR TO
001500*                DATE, FROM THE CURRENT FOUT/FOUTDTL PAIR PLUS
001600*                EVERY FOUTDHST LINE-HISTORY GENERATION DEMOARCH
001700*                HAS WRITTEN SINCE THE START OF THE WINDOW.
001800*                FOREIGN-CURRENCY LINES ARE CONVERTED AT THEIR
001900*                HEADER'S OWN EUR-EQUIV-AMT/AMOUNT-TTC RATIO,
002000*                AS DEMODECL PRO-RATES, SO THE ANALYSIS AGREES
002100*                WITH THE CONVERSION THE EXTRACT APPLIED.
002200*                CREDIT-NOTE LINES TAKE SALES BACK. FAMILY AND
002300*                DESCRIPTION COME FROM PRODMAST AS IT STANDS AT
002400*                RUN TIME; A CODE NO LONGER ON FILE REPORTS
002500*                UNDER FAMILY '????'. A MERGED CUSTOMER'S SALES
002600*                ARE REPORTED UNDER ITS SURVIVOR (DEMOCUSX).
002700*----------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT FOUT ASSIGN TO "FOUT"
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS WS-FOUT-FILE-STATUS.
003400
003500*    THE CURRENT EXTRACT'S LINES, IN FOUT ORDER - EACH
003600*    HEADER'S LINES FOLLOW IT, AS DEMOCOB WRITES THEM.
003700     SELECT DETAIL-IN ASSIGN TO "FOUTDTL"
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-DETL-FILE-STATUS.
004000
004100     SELECT DETAIL-HISTORY ASSIGN TO WS-DHIST-FILENAME
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-DHIST-FILE-STATUS.
004400
004500     SELECT PRODUCT-MASTER ASSIGN TO "PRODMAST"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS PROD-CODE
004900         FILE STATUS IS WS-PROD-FILE-STATUS.
005000
005100     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS RANDOM
005400         RECORD KEY IS CUST-NO
005500         FILE STATUS IS WS-CUST-FILE-STATUS.
005600
005700*    CUSTOMER NUMBERS RETIRED BY DEMOMRGE, EACH POINTING AT
005800*    THE SURVIVOR IT WAS MERGED INTO. NO FILE MEANS NO
005900*    CUSTOMER HAS EVER BEEN MERGED.
006000     SELECT CUST-XREF ASSIGN TO "DEMOCUSX"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS RANDOM
006300         RECORD KEY IS XREF-OLD-CUST-NO
006400         FILE STATUS IS WS-XREF-FILE-STATUS.
006500
006600     SELECT SALES-REPORT ASSIGN TO "DEMOSALE.RPT"
006700         ORGANIZATION IS SEQUENTIAL.
006800
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  FOUT
007200     RECORDING MODE IS F.
007300     COPY OUTRECL.
007400
007500 FD  DETAIL-IN
007600     RECORDING MODE IS F.
007700     COPY DETRECL.
007800
007900 FD  DETAIL-HISTORY
008000     RECORDING MODE IS F.
008100     COPY DHSTRECL.
008200
008300 FD  PRODUCT-MASTER.
008400     COPY PRODRECL.
008500
008600 FD  CUSTOMER-MASTER.
008700     COPY CUSTRECL.
008800
008900 FD  CUST-XREF.
009000     COPY XREFRECL.
009100
009200 FD  SALES-REPORT
009300     RECORDING MODE IS F.
009400 01  REPORT-LINE            PIC X(132).
009500
009600 WORKING-STORAGE SECTION.
009700 77  WS-FOUT-EOF-SWITCH     PIC X(01) VALUE 'N'.
009800     88 END-OF-FOUT         VALUE 'Y'.
009900 77  WS-DETL-EOF-SWITCH     PIC X(01) VALUE 'N'.
010000     88 END-OF-DETAIL       VALUE 'Y'.
010100 77  WS-DHIST-EOF-SWITCH    PIC X(01) VALUE 'N'.
010200     88 END-OF-DHIST        VALUE 'Y'.
010300 77  WS-FOUT-FILE-STATUS    PIC X(02) VALUE "00".
010400     88 FOUT-FILE-NOT-FOUND VALUE "35".
010500 77  WS-DETL-FILE-STATUS    PIC X(02) VALUE "00".
010600     88 DETL-FILE-NOT-FOUND VALUE "35".
010700 77  WS-DHIST-FILE-STATUS   PIC X(02) VALUE "00".
010800     88 DHIST-FILE-NOT-FOUND VALUE "35".
010900 77  WS-PROD-FILE-STATUS    PIC X(02) VALUE "00".
011000 77  WS-PROD-AVAIL-SWITCH   PIC X(01) VALUE 'N'.
011100     88 PROD-AVAILABLE      VALUE 'Y'.
011200 77  WS-CUST-FILE-STATUS    PIC X(02) VALUE "00".
011300 77  WS-CUST-AVAIL-SWITCH   PIC X(01) VALUE 'N'.
011400     88 CUST-AVAILABLE      VALUE 'Y'.
011500 77  WS-XREF-FILE-STATUS    PIC X(02) VALUE "00".
011600 77  WS-XREF-AVAIL-SWITCH   PIC X(01) VALUE 'N'.
011700     88 XREF-AVAILABLE      VALUE 'Y'.
011800*----------------------------------------------------------
011900* ANALYSIS PERIOD (CCYYMM, BY INVOICE DATE) FROM THE COMMAND
012000* LINE, THE MONTH BEFORE IT, AND THE FIRST DAY THE SCAN MUST
012100* REACH BACK TO - 1 JANUARY FOR THE YEAR TO DATE, OR THE
012200* FIRST OF DECEMBER LAST YEAR WHEN THE PERIOD IS A JANUARY
012300*----------------------------------------------------------
012400 77  WS-ARG-PERIOD          PIC X(06) VALUE SPACES.
012500 01  WS-PERIOD-YM           PIC 9(06) VALUE ZERO.
012600 01  WS-PERIOD-YM-R REDEFINES WS-PERIOD-YM.
012700     05 WS-PERIOD-YEAR      PIC 9(04).
012800     05 WS-PERIOD-MONTH     PIC 9(02).
012900 01  WS-PRIOR-YM            PIC 9(06) VALUE ZERO.
013000 01  WS-PRIOR-YM-R REDEFINES WS-PRIOR-YM.
013100     05 WS-PRIOR-YEAR       PIC 9(04).
013200     05 WS-PRIOR-MONTH      PIC 9(02).
013300 77  WS-YTD-START-YM        PIC 9(06) VALUE ZERO.
013400 01  WS-WINDOW-START        PIC 9(08) VALUE ZERO.
013500 01  WS-WINDOW-START-R REDEFINES WS-WINDOW-START.
013600     05 WS-WINDOW-YM        PIC 9(06).
013700     05 WS-WINDOW-DAY       PIC 9(02).
013800*----------------------------------------------------------
013900* GENERATION WALK - THE SAME BACKWARD DAY WALK AS DEMODECL,
014000* OVER THE FOUTDHST.CCYYMMDD LINE-HISTORY GENERATIONS, FROM
014100* TODAY BACK TO THE WINDOW START
014200*----------------------------------------------------------
014300 77  WS-RUN-DATE            PIC 9(08) VALUE ZERO.
014400 77  WS-DHIST-FILENAME      PIC X(17) VALUE SPACES.
014500 77  WS-GEN-COUNT           PIC 9(05) COMP VALUE ZERO.
014600 01  WS-SCAN-DATE           PIC 9(08) VALUE ZERO.
014700 01  WS-SCAN-DATE-R REDEFINES WS-SCAN-DATE.
014800     05 WS-SCAN-YEAR        PIC 9(04).
014900     05 WS-SCAN-MONTH       PIC 9(02).
015000     05 WS-SCAN-DAY         PIC 9(02).
015100 77  WS-SOD-REM             PIC 9(04) COMP VALUE ZERO.
015200 77  WS-SOD-QUOT            PIC 9(04) COMP VALUE ZERO.
015300*----------------------------------------------------------
015400* THE LINE UNDER TEST, BUILT HERE FROM EITHER SOURCE (A
015500* FOUTDHST RECORD, OR A FOUTDTL LINE WITH ITS FOUT HEADER)
015600* SO ONE ACCUMULATION PATH SERVES BOTH
015700*----------------------------------------------------------
015800 01  WS-WORK-LINE.
015900     05 WRK-INVOICE-DATE    PIC 9(08).
016000     05 WRK-INVOICE-DATE-R REDEFINES WRK-INVOICE-DATE.
016100        10 WRK-INVOICE-YM   PIC 9(06).
016200        10 FILLER           PIC 9(02).
016300     05 WRK-CUSTOMER-NO     PIC 9(06).
016400     05 WRK-PRODUCT-CODE    PIC X(08).
016500     05 WRK-SALES-QTY       PIC S9(7)V99 COMP-3.
016600     05 WRK-EUR-NET-AMT     PIC S9(9)V99 COMP-3.
016700*----------------------------------------------------------
016800* WHICH OF THE THREE REPORTING WINDOWS THE LINE FALLS IN
016900*----------------------------------------------------------
017000 77  WS-IN-CURRENT-SWITCH   PIC X(01) VALUE 'N'.
017100     88 IN-CURRENT-MONTH    VALUE 'Y'.
017200 77  WS-IN-PRIOR-SWITCH     PIC X(01) VALUE 'N'.
017300     88 IN-PRIOR-MONTH      VALUE 'Y'.
017400 77  WS-IN-YTD-SWITCH       PIC X(01) VALUE 'N'.
017500     88 IN-YEAR-TO-DATE     VALUE 'Y'.
017600*----------------------------------------------------------
017700* SALES TOTALS, ONE ENTRY PER (FAMILY, PRODUCT, CUSTOMER),
017800* KEPT IN ASCENDING KEY ORDER BY INSERTION SO THE REPORT
017900* PRINTS WITH ITS CONTROL BREAKS IN PLACE
018000*----------------------------------------------------------
018100 01  WS-NEW-KEY.
018200     05 WS-NEW-FAMILY       PIC X(04).
018300     05 WS-NEW-PRODUCT      PIC X(08).
018400     05 WS-NEW-CUSTOMER     PIC 9(06).
018500 77  WS-SAL-USED            PIC 9(05) COMP VALUE ZERO.
018600 77  WS-SAL-MAX             PIC 9(05) COMP VALUE 2000.
018700 77  WS-SAL-SUB             PIC 9(05) COMP VALUE ZERO.
018800 77  WS-SAL-POS             PIC 9(05) COMP VALUE ZERO.
018900 77  WS-SAL-SHIFT-SUB       PIC 9(05) COMP VALUE ZERO.
019000 77  WS-SAL-FOUND-SWITCH    PIC X(01) VALUE 'N'.
019100     88 SAL-ENTRY-FOUND     VALUE 'Y'.
019200 01  WS-SAL-TABLE.
019300     05 WS-SAL-ENTRY OCCURS 2000 TIMES.
019400        10 WS-SAL-KEY.
019500           15 WS-SAL-FAMILY     PIC X(04).
019600           15 WS-SAL-PRODUCT    PIC X(08).
019700           15 WS-SAL-CUSTOMER   PIC 9(06).
019800        10 WS-SAL-CUR-QTY       PIC S9(9)V99 COMP-3.
019900        10 WS-SAL-CUR-EUR       PIC S9(11)V99 COMP-3.
020000        10 WS-SAL-PRI-QTY       PIC S9(9)V99 COMP-3.
020100        10 WS-SAL-PRI-EUR       PIC S9(11)V99 COMP-3.
020200        10 WS-SAL-YTD-QTY       PIC S9(9)V99 COMP-3.
020300        10 WS-SAL-YTD-EUR       PIC S9(11)V99 COMP-3.
020400*----------------------------------------------------------
020500* CONTROL-BREAK TOTALS - LEVEL 1 THE PRODUCT, LEVEL 2 THE
020600* FAMILY, LEVEL 3 THE GRAND TOTAL. EACH LEVEL ROLLS INTO THE
020700* ONE ABOVE IT WHEN IT PRINTS.
020800*----------------------------------------------------------
020900 77  WS-LVL-PRODUCT         PIC 9(01) VALUE 1.
021000 77  WS-LVL-FAMILY          PIC 9(01) VALUE 2.
021100 77  WS-LVL-GRAND           PIC 9(01) VALUE 3.
021200 77  WS-LVL-SUB             PIC 9(01) COMP VALUE ZERO.
021300 01  WS-LEVEL-TOTALS.
021400     05 WS-LVL-ENTRY OCCURS 3 TIMES.
021500        10 WS-LVL-CUR-QTY       PIC S9(9)V99 COMP-3.
021600        10 WS-LVL-CUR-EUR       PIC S9(11)V99 COMP-3.
021700        10 WS-LVL-PRI-QTY       PIC S9(9)V99 COMP-3.
021800        10 WS-LVL-PRI-EUR       PIC S9(11)V99 COMP-3.
021900        10 WS-LVL-YTD-QTY       PIC S9(9)V99 COMP-3.
022000        10 WS-LVL-YTD-EUR       PIC S9(11)V99 COMP-3.
022100 77  WS-PREV-FAMILY         PIC X(04) VALUE SPACES.
022200 77  WS-PREV-PRODUCT        PIC X(08) VALUE SPACES.
022300 77  WS-UNKNOWN-FAMILY      PIC X(04) VALUE "????".
022400*----------------------------------------------------------
022500* RUN COUNTS
022600*----------------------------------------------------------
022700 77  WS-LINES-READ-COUNT    PIC 9(07) COMP VALUE ZERO.
022800 77  WS-LINES-KEPT-COUNT    PIC 9(07) COMP VALUE ZERO.
022900 77  WS-UNKNOWN-PROD-COUNT  PIC 9(07) COMP VALUE ZERO.
023000 77  WS-UNMATCHED-COUNT     PIC 9(07) COMP VALUE ZERO.
023100*----------------------------------------------------------
023200* REPORT LINES
023300*----------------------------------------------------------
023400 01  WS-TITLE-LINE.
023500     05 FILLER              PIC X(33)
023600        VALUE "MONTHLY SALES ANALYSIS - PERIOD ".
023700     05 TL-PERIOD           PIC 9(06).
023800     05 FILLER              PIC X(16) VALUE "  PRIOR MONTH ".
023900     05 TL-PRIOR            PIC 9(06).
024000     05 FILLER              PIC X(18) VALUE "  YEAR TO DATE ".
024100     05 TL-YTD-FROM         PIC 9(06).
024200     05 FILLER              PIC X(01) VALUE "-".
024300     05 TL-YTD-TO           PIC 9(06).
024400     05 FILLER              PIC X(40)
024500        VALUE "  (EUR, NET OF VAT)".
024600 01  WS-HEADING-1.
024700     05 FILLER              PIC X(47) VALUE SPACES.
024800     05 FILLER              PIC X(27)
024900        VALUE "------ CURRENT MONTH ------".
025000     05 FILLER              PIC X(27)
025100        VALUE "------- PRIOR MONTH -------".
025200     05 FILLER              PIC X(27)
025300        VALUE "------ YEAR TO DATE -------".
025400     05 FILLER              PIC X(04) VALUE SPACES.
025500 01  WS-HEADING-2.
025600     05 FILLER              PIC X(47)
025700        VALUE " FAM  PRODUCT  CUST   CUSTOMER NAME".
025800     05 FILLER              PIC X(27)
025900        VALUE "   QUANTITY            EUR".
026000     05 FILLER              PIC X(27)
026100        VALUE "   QUANTITY            EUR".
026200     05 FILLER              PIC X(27)
026300        VALUE "   QUANTITY            EUR".
026400     05 FILLER              PIC X(04) VALUE SPACES.
026500 01  WS-DETAIL-LINE.
026600     05 FILLER              PIC X(01) VALUE SPACES.
026700     05 DL-KEY-AREA.
026800        10 DL-FAMILY        PIC X(04).
026900        10 FILLER           PIC X(01).
027000        10 DL-PRODUCT       PIC X(08).
027100        10 FILLER           PIC X(01).
027200        10 DL-CUST-NO       PIC X(06).
027300        10 FILLER           PIC X(01).
027400        10 DL-CUST-NAME     PIC X(24).
027500     05 DL-TEXT REDEFINES DL-KEY-AREA
027600                            PIC X(45).
027700     05 FILLER              PIC X(01) VALUE SPACES.
027800     05 DL-CUR-QTY          PIC Z(6)9.99-.
027900     05 FILLER              PIC X(01) VALUE SPACES.
028000     05 DL-CUR-EUR          PIC Z(9)9.99-.
028100     05 FILLER              PIC X(01) VALUE SPACES.
028200     05 DL-PRI-QTY          PIC Z(6)9.99-.
028300     05 FILLER              PIC X(01) VALUE SPACES.
028400     05 DL-PRI-EUR          PIC Z(9)9.99-.
028500     05 FILLER              PIC X(01) VALUE SPACES.
028600     05 DL-YTD-QTY          PIC Z(6)9.99-.
028700     05 FILLER              PIC X(01) VALUE SPACES.
028800     05 DL-YTD-EUR          PIC Z(9)9.99-.
028900     05 FILLER              PIC X(05) VALUE SPACES.
029000
029100 PROCEDURE DIVISION.
029200*----------------------------------------------------------
029300* 0000-MAINLINE
029400*----------------------------------------------------------
029500 0000-MAINLINE.
029600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
029700     PERFORM 2000-SCAN-CURRENT THRU 2000-SCAN-CURRENT-EXIT.
029800     PERFORM 3000-SCAN-GENERATIONS
029900         THRU 3000-SCAN-GENERATIONS-EXIT.
030000     PERFORM 5000-PRINT-ANALYSIS
030100         THRU 5000-PRINT-ANALYSIS-EXIT.
030200     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
030300     STOP RUN.
030400*----------------------------------------------------------
030500* 1000-INITIALIZE - VALIDATE THE PERIOD PARM, SET THE PRIOR
030600*                   MONTH AND THE WINDOW START, AND OPEN THE
030700*                   MASTERS AND THE REPORT
030800*----------------------------------------------------------
030900 1000-INITIALIZE.
031000     ACCEPT WS-ARG-PERIOD FROM COMMAND-LINE.
031100     IF WS-ARG-PERIOD NOT NUMERIC
031200         DISPLAY "DEMOSALE - PERIOD PARM MUST BE CCYYMM, "
031300             "GOT '" WS-ARG-PERIOD "'"
031400         MOVE 16 TO RETURN-CODE
031500         STOP RUN
031600     END-IF.
031700     MOVE WS-ARG-PERIOD TO WS-PERIOD-YM.
031800     IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
031900         DISPLAY "DEMOSALE - PERIOD PARM MUST BE CCYYMM, "
032000             "GOT '" WS-ARG-PERIOD "'"
032100         MOVE 16 TO RETURN-CODE
032200         STOP RUN
032300     END-IF.
032400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
032500     IF WS-PERIOD-YM > WS-RUN-DATE (1:6)
032600         DISPLAY "DEMOSALE - PERIOD " WS-ARG-PERIOD
032700             " IS AFTER TODAY, NOT PRODUCED"
032800         MOVE 16 TO RETURN-CODE
032900         STOP RUN
033000     END-IF.
033100     MOVE WS-PERIOD-YM TO WS-PRIOR-YM.
033200     IF WS-PRIOR-MONTH = 1
033300         SUBTRACT 1 FROM WS-PRIOR-YEAR
033400         MOVE 12 TO WS-PRIOR-MONTH
033500     ELSE
033600         SUBTRACT 1 FROM WS-PRIOR-MONTH
033700     END-IF.
033800*    THE YEAR TO DATE STARTS IN JANUARY; ONLY A JANUARY
033900*    PERIOD'S PRIOR MONTH REACHES FURTHER BACK.
034000     COMPUTE WS-YTD-START-YM = WS-PERIOD-YEAR * 100 + 1.
034100     MOVE WS-YTD-START-YM TO WS-WINDOW-YM.
034200     IF WS-PRIOR-YM < WS-WINDOW-YM
034300         MOVE WS-PRIOR-YM TO WS-WINDOW-YM
034400     END-IF.
034500     MOVE 1 TO WS-WINDOW-DAY.
034600*    NO PRODMAST MEANS EVERY LINE REPORTS UNDER THE UNKNOWN
034700*    FAMILY; NO CUSTMAST ONLY LOSES THE NAMES.
034800     OPEN INPUT PRODUCT-MASTER.
034900     IF WS-PROD-FILE-STATUS = "00"
035000         SET PROD-AVAILABLE TO TRUE
035100     END-IF.
035200     OPEN INPUT CUSTOMER-MASTER.
035300     IF WS-CUST-FILE-STATUS = "00"
035400         SET CUST-AVAILABLE TO TRUE
035500     END-IF.
035600     OPEN INPUT CUST-XREF.
035700     IF WS-XREF-FILE-STATUS = "00"
035800         SET XREF-AVAILABLE TO TRUE
035900     END-IF.
036000     OPEN OUTPUT SALES-REPORT.
036100     MOVE WS-PERIOD-YM TO TL-PERIOD.
036200     MOVE WS-PRIOR-YM TO TL-PRIOR.
036300     MOVE WS-YTD-START-YM TO TL-YTD-FROM.
036400     MOVE WS-PERIOD-YM TO TL-YTD-TO.
036500     MOVE WS-TITLE-LINE TO REPORT-LINE.
036600     WRITE REPORT-LINE.
036700     MOVE SPACES TO REPORT-LINE.
036800     WRITE REPORT-LINE.
036900     MOVE WS-HEADING-1 TO REPORT-LINE.
037000     WRITE REPORT-LINE.
037100     MOVE WS-HEADING-2 TO REPORT-LINE.
037200     WRITE REPORT-LINE.
037300 1000-INITIALIZE-EXIT.
037400     EXIT.
037500*----------------------------------------------------------
037600* 2000-SCAN-CURRENT - ROLL IN THE CURRENT EXTRACT'S LINES,
037700*                     MATCHING EACH FOUT HEADER WITH THE
037800*                     FOUTDTL LINES THAT FOLLOW IT. NO FOUT OR
037900*                     NO FOUTDTL MEANS NOTHING CURRENT TO ADD.
038000*----------------------------------------------------------
038100 2000-SCAN-CURRENT.
038200     OPEN INPUT FOUT.
038300     IF FOUT-FILE-NOT-FOUND
038400         GO TO 2000-SCAN-CURRENT-EXIT
038500     END-IF.
038600     OPEN INPUT DETAIL-IN.
038700     IF DETL-FILE-NOT-FOUND
038800         CLOSE FOUT
038900         GO TO 2000-SCAN-CURRENT-EXIT
039000     END-IF.
039100     PERFORM 2210-READ-DETAIL THRU 2210-READ-DETAIL-EXIT.
039200     PERFORM 2100-READ-FOUT-REC
039300         THRU 2100-READ-FOUT-REC-EXIT
039400         UNTIL END-OF-FOUT.
039500*    ANY LINE LEFT OVER NAMES NO HEADER ON FOUT - THE PAIR
039600*    IS OUT OF STEP, AND THOSE LINES ARE LEFT OUT.
039700     PERFORM 2300-SKIP-UNMATCHED-LINE
039800         THRU 2300-SKIP-UNMATCHED-LINE-EXIT
039900         UNTIL END-OF-DETAIL.
040000     CLOSE FOUT.
040100     CLOSE DETAIL-IN.
040200 2000-SCAN-CURRENT-EXIT.
040300     EXIT.
040400*----------------------------------------------------------
040500* 2100-READ-FOUT-REC - READ ONE CURRENT HEADER AND TAKE THE
040600*                      LINES THAT BELONG TO IT
040700*----------------------------------------------------------
040800 2100-READ-FOUT-REC.
040900     READ FOUT
041000         AT END
041100             MOVE 'Y' TO WS-FOUT-EOF-SWITCH
041200             GO TO 2100-READ-FOUT-REC-EXIT
041300     END-READ.
041400     PERFORM 2200-TAKE-ONE-LINE
041500         THRU 2200-TAKE-ONE-LINE-EXIT
041600         UNTIL END-OF-DETAIL
041700         OR DET-INVOICE-NO NOT = INVOICE-NO.
041800 2100-READ-FOUT-REC-EXIT.
041900     EXIT.
042000*----------------------------------------------------------
042100* 2200-TAKE-ONE-LINE - VALUE ONE CURRENT LINE EXACTLY AS
042200*                      DEMOARCH VALUES IT FOR FOUTDHST, HAND
042300*                      IT TO THE COMMON ACCUMULATION, AND READ
042400*                      THE NEXT LINE
042500*----------------------------------------------------------
042600 2200-TAKE-ONE-LINE.
042700     MOVE INVOICE-DATE TO WRK-INVOICE-DATE.
042800     MOVE CUSTOMER-NO TO WRK-CUSTOMER-NO.
042900     MOVE DET-PRODUCT-CODE TO WRK-PRODUCT-CODE.
043000     MOVE DET-QUANTITY TO WRK-SALES-QTY.
043100*    THE LINE AMOUNT IS TTC AT THE LINE'S OWN RATE. THE VAT IS
043200*    BACKED OUT, AND A FOREIGN-CURRENCY NET IS CONVERTED AT
043300*    THE HEADER'S OWN EUR-EQUIV-AMT/AMOUNT-TTC RATIO. A
043400*    ZERO-TTC HEADER HAS NO RATIO AND THE NATIVE NET STANDS
043500*    IN.
043600     IF CURRENCY-CODE = "EUR"
043700         OR AMOUNT-TTC = ZERO
043800         COMPUTE WRK-EUR-NET-AMT ROUNDED =
043900             DET-LINE-AMOUNT / (1 + (DET-LINE-VAT-RATE / 100))
044000     ELSE
044100         COMPUTE WRK-EUR-NET-AMT ROUNDED =
044200             DET-LINE-AMOUNT / (1 + (DET-LINE-VAT-RATE / 100))
044300             * EUR-EQUIV-AMT / AMOUNT-TTC
044400     END-IF.
044500*    A CREDIT NOTE'S LINES ARRIVE UNSIGNED AND TAKE SALES
044600*    BACK.
044700     IF REC-TYPE = "CRN"
044800         IF WRK-SALES-QTY > ZERO
044900             COMPUTE WRK-SALES-QTY = ZERO - WRK-SALES-QTY
045000         END-IF
045100         IF WRK-EUR-NET-AMT > ZERO
045200             COMPUTE WRK-EUR-NET-AMT = ZERO - WRK-EUR-NET-AMT
045300         END-IF
045400     END-IF.
045500     PERFORM 4000-ACCUMULATE THRU 4000-ACCUMULATE-EXIT.
045600     PERFORM 2210-READ-DETAIL THRU 2210-READ-DETAIL-EXIT.
045700 2200-TAKE-ONE-LINE-EXIT.
045800     EXIT.
045900*----------------------------------------------------------
046000* 2210-READ-DETAIL - READ ONE CURRENT LINE
046100*----------------------------------------------------------
046200 2210-READ-DETAIL.
046300     READ DETAIL-IN
046400         AT END
046500             MOVE 'Y' TO WS-DETL-EOF-SWITCH
046600     END-READ.
046700 2210-READ-DETAIL-EXIT.
046800     EXIT.
046900*----------------------------------------------------------
047000* 2300-SKIP-UNMATCHED-LINE - COUNT ONE LINE NO FOUT HEADER
047100*                            CLAIMED
047200*----------------------------------------------------------
047300 2300-SKIP-UNMATCHED-LINE.
047400     ADD 1 TO WS-UNMATCHED-COUNT.
047500     PERFORM 2210-READ-DETAIL THRU 2210-READ-DETAIL-EXIT.
047600 2300-SKIP-UNMATCHED-LINE-EXIT.
047700     EXIT.
047800*----------------------------------------------------------
047900* 3000-SCAN-GENERATIONS - THE BACKWARD GENERATION WALK, FROM
048000*                         TODAY TO THE WINDOW START
048100*----------------------------------------------------------
048200 3000-SCAN-GENERATIONS.
048300     MOVE WS-RUN-DATE TO WS-SCAN-DATE.
048400     PERFORM 3100-SCAN-ONE-DAY
048500         THRU 3100-SCAN-ONE-DAY-EXIT
048600         UNTIL WS-SCAN-DATE < WS-WINDOW-START.
048700 3000-SCAN-GENERATIONS-EXIT.
048800     EXIT.
048900*----------------------------------------------------------
049000* 3100-SCAN-ONE-DAY - ONE DAILY LINE-HISTORY GENERATION
049100*----------------------------------------------------------
049200 3100-SCAN-ONE-DAY.
049300     MOVE SPACES TO WS-DHIST-FILENAME.
049400     STRING "FOUTDHST." WS-SCAN-DATE DELIMITED BY SIZE
049500         INTO WS-DHIST-FILENAME.
049600     PERFORM 3200-SCAN-ONE-GENERATION
049700         THRU 3200-SCAN-ONE-GENERATION-EXIT.
049800     PERFORM 9300-SUBTRACT-ONE-DAY
049900         THRU 9300-SUBTRACT-ONE-DAY-EXIT.
050000 3100-SCAN-ONE-DAY-EXIT.
050100     EXIT.
050200*----------------------------------------------------------
050300* 3200-SCAN-ONE-GENERATION - ROLL IN THE GENERATION NAMED IN
050400*                            WS-DHIST-FILENAME, IF IT EXISTS
050500*----------------------------------------------------------
050600 3200-SCAN-ONE-GENERATION.
050700     MOVE 'N' TO WS-DHIST-EOF-SWITCH.
050800     OPEN INPUT DETAIL-HISTORY.
050900     IF DHIST-FILE-NOT-FOUND
051000         GO TO 3200-SCAN-ONE-GENERATION-EXIT
051100     END-IF.
051200     ADD 1 TO WS-GEN-COUNT.
051300     PERFORM 3210-READ-DHIST-REC
051400         THRU 3210-READ-DHIST-REC-EXIT
051500         UNTIL END-OF-DHIST.
051600     CLOSE DETAIL-HISTORY.
051700 3200-SCAN-ONE-GENERATION-EXIT.
051800     EXIT.
051900*----------------------------------------------------------
052000* 3210-READ-DHIST-REC - READ ONE ARCHIVED LINE, ALREADY
052100*                       VALUED AND SIGNED BY DEMOARCH, AND
052200*                       HAND IT TO THE COMMON ACCUMULATION
052300*----------------------------------------------------------
052400 3210-READ-DHIST-REC.
052500     READ DETAIL-HISTORY
052600         AT END
052700             MOVE 'Y' TO WS-DHIST-EOF-SWITCH
052800             GO TO 3210-READ-DHIST-REC-EXIT
052900     END-READ.
053000     MOVE DHS-INVOICE-DATE TO WRK-INVOICE-DATE.
053100     MOVE DHS-CUSTOMER-NO TO WRK-CUSTOMER-NO.
053200     MOVE DHS-PRODUCT-CODE TO WRK-PRODUCT-CODE.
053300     MOVE DHS-SALES-QTY TO WRK-SALES-QTY.
053400     MOVE DHS-EUR-NET-AMT TO WRK-EUR-NET-AMT.
053500     PERFORM 4000-ACCUMULATE THRU 4000-ACCUMULATE-EXIT.
053600 3210-READ-DHIST-REC-EXIT.
053700     EXIT.
053800*----------------------------------------------------------
053900* 4000-ACCUMULATE - PLACE THE LINE IN ITS REPORTING WINDOWS
054000*                   BY INVOICE DATE, RESOLVE ITS FAMILY AND
054100*                   SURVIVING CUSTOMER, AND ROLL IT INTO THE
054200*                   SALES TABLE. A LINE IN NO WINDOW IS
054300*                   IGNORED.
054400*----------------------------------------------------------
054500 4000-ACCUMULATE.
054600     ADD 1 TO WS-LINES-READ-COUNT.
054700     MOVE 'N' TO WS-IN-CURRENT-SWITCH.
054800     MOVE 'N' TO WS-IN-PRIOR-SWITCH.
054900     MOVE 'N' TO WS-IN-YTD-SWITCH.
055000     IF WRK-INVOICE-YM = WS-PERIOD-YM
055100         SET IN-CURRENT-MONTH TO TRUE
055200     END-IF.
055300     IF WRK-INVOICE-YM = WS-PRIOR-YM
055400         SET IN-PRIOR-MONTH TO TRUE
055500     END-IF.
055600     IF WRK-INVOICE-YM NOT < WS-YTD-START-YM
055700         AND WRK-INVOICE-YM NOT > WS-PERIOD-YM
055800         SET IN-YEAR-TO-DATE TO TRUE
055900     END-IF.
056000     IF NOT IN-CURRENT-MONTH
056100         AND NOT IN-PRIOR-MONTH
056200         AND NOT IN-YEAR-TO-DATE
056300         GO TO 4000-ACCUMULATE-EXIT
056400     END-IF.
056500     ADD 1 TO WS-LINES-KEPT-COUNT.
056600     PERFORM 4010-LOOKUP-FAMILY THRU 4010-LOOKUP-FAMILY-EXIT.
056700     PERFORM 4020-FOLLOW-MERGE-XREF
056800         THRU 4020-FOLLOW-MERGE-XREF-EXIT.
056900     MOVE WRK-PRODUCT-CODE TO WS-NEW-PRODUCT.
057000     PERFORM 4100-POST-ENTRY THRU 4100-POST-ENTRY-EXIT.
057100     IF IN-CURRENT-MONTH
057200         ADD WRK-SALES-QTY TO WS-SAL-CUR-QTY (WS-SAL-SUB)
057300         ADD WRK-EUR-NET-AMT TO WS-SAL-CUR-EUR (WS-SAL-SUB)
057400     END-IF.
057500     IF IN-PRIOR-MONTH
057600         ADD WRK-SALES-QTY TO WS-SAL-PRI-QTY (WS-SAL-SUB)
057700         ADD WRK-EUR-NET-AMT TO WS-SAL-PRI-EUR (WS-SAL-SUB)
057800     END-IF.
057900     IF IN-YEAR-TO-DATE
058000         ADD WRK-SALES-QTY TO WS-SAL-YTD-QTY (WS-SAL-SUB)
058100         ADD WRK-EUR-NET-AMT TO WS-SAL-YTD-EUR (WS-SAL-SUB)
058200     END-IF.
058300 4000-ACCUMULATE-EXIT.
058400     EXIT.
058500*----------------------------------------------------------
058600* 4010-LOOKUP-FAMILY - THE PRODUCT'S FAMILY AS PRODMAST HAS
058700*                      IT NOW, OR THE UNKNOWN FAMILY FOR A
058800*                      CODE NO LONGER ON FILE
058900*----------------------------------------------------------
059000 4010-LOOKUP-FAMILY.
059100     MOVE WS-UNKNOWN-FAMILY TO WS-NEW-FAMILY.
059200     IF NOT PROD-AVAILABLE
059300         ADD 1 TO WS-UNKNOWN-PROD-COUNT
059400         GO TO 4010-LOOKUP-FAMILY-EXIT
059500     END-IF.
059600     MOVE WRK-PRODUCT-CODE TO PROD-CODE.
059700     READ PRODUCT-MASTER
059800         INVALID KEY
059900             ADD 1 TO WS-UNKNOWN-PROD-COUNT
060000             GO TO 4010-LOOKUP-FAMILY-EXIT
060100     END-READ.
060200     MOVE PROD-FAMILY TO WS-NEW-FAMILY.
060300 4010-LOOKUP-FAMILY-EXIT.
060400     EXIT.
060500*----------------------------------------------------------
060600* 4020-FOLLOW-MERGE-XREF - A CUSTOMER NUMBER RETIRED BY
060700*                          DEMOMRGE STILL SITS ON FOUT AND THE
060800*                          LINE HISTORY; REPORT ITS SALES
060900*                          UNDER THE SURVIVOR IT WAS MERGED
061000*                          INTO. DEMOCUSX IS KEPT ONE READ
061100*                          DEEP.
061200*----------------------------------------------------------
061300 4020-FOLLOW-MERGE-XREF.
061400     MOVE WRK-CUSTOMER-NO TO WS-NEW-CUSTOMER.
061500     IF NOT XREF-AVAILABLE
061600         GO TO 4020-FOLLOW-MERGE-XREF-EXIT
061700     END-IF.
061800     MOVE WRK-CUSTOMER-NO TO XREF-OLD-CUST-NO.
061900     READ CUST-XREF
062000         INVALID KEY
062100             GO TO 4020-FOLLOW-MERGE-XREF-EXIT
062200     END-READ.
062300     MOVE XREF-NEW-CUST-NO TO WS-NEW-CUSTOMER.
062400 4020-FOLLOW-MERGE-XREF-EXIT.
062500     EXIT.
062600*----------------------------------------------------------
062700* 4100-POST-ENTRY - FIND (OR INSERT, KEEPING FAMILY/PRODUCT/
062800*                   CUSTOMER ORDER) THE ENTRY FOR WS-NEW-KEY,
062900*                   LEAVING WS-SAL-SUB ON IT
063000*----------------------------------------------------------
063100 4100-POST-ENTRY.
063200     MOVE 'N' TO WS-SAL-FOUND-SWITCH.
063300     MOVE ZERO TO WS-SAL-POS.
063400     PERFORM 4110-LOCATE-ENTRY
063500         THRU 4110-LOCATE-ENTRY-EXIT
063600         VARYING WS-SAL-SUB FROM 1 BY 1
063700         UNTIL WS-SAL-SUB > WS-SAL-USED
063800         OR SAL-ENTRY-FOUND
063900         OR WS-SAL-POS > ZERO.
064000     IF SAL-ENTRY-FOUND
064100         GO TO 4100-POST-ENTRY-EXIT
064200     END-IF.
064300     IF WS-SAL-POS = ZERO
064400         COMPUTE WS-SAL-POS = WS-SAL-USED + 1
064500     END-IF.
064600     PERFORM 4120-INSERT-ENTRY THRU 4120-INSERT-ENTRY-EXIT.
064700     MOVE WS-SAL-POS TO WS-SAL-SUB.
064800 4100-POST-ENTRY-EXIT.
064900     EXIT.
065000*----------------------------------------------------------
065100* 4110-LOCATE-ENTRY - STOP ON THE MATCHING ENTRY, OR NOTE THE
065200*                     FIRST ENTRY THAT SORTS AFTER THE KEY
065300*                     (THE INSERTION POINT). THE SUBSCRIPT IS
065400*                     PINNED ON A MATCH BEFORE THE PERFORM
065500*                     VARYING CAN STEP PAST IT.
065600*----------------------------------------------------------
065700 4110-LOCATE-ENTRY.
065800     EVALUATE TRUE
065900         WHEN WS-SAL-KEY (WS-SAL-SUB) = WS-NEW-KEY
066000             SET SAL-ENTRY-FOUND TO TRUE
066100             SUBTRACT 1 FROM WS-SAL-SUB
066200         WHEN WS-SAL-KEY (WS-SAL-SUB) > WS-NEW-KEY
066300             MOVE WS-SAL-SUB TO WS-SAL-POS
066400     END-EVALUATE.
066500 4110-LOCATE-ENTRY-EXIT.
066600     EXIT.
066700*----------------------------------------------------------
066800* 4120-INSERT-ENTRY - OPEN A SLOT AT THE INSERTION POINT,
066900*                     SHIFTING THE TAIL DOWN ONE. A FULL TABLE
067000*                     IS A HARD STOP - A SILENTLY SHORT
067100*                     ANALYSIS WOULD BE WORSE THAN NONE.
067200*----------------------------------------------------------
067300 4120-INSERT-ENTRY.
067400     IF WS-SAL-USED >= WS-SAL-MAX
067500         DISPLAY "DEMOSALE - ERROR - MORE THAN " WS-SAL-MAX
067600             " FAMILY/PRODUCT/CUSTOMER COMBINATIONS, "
067700             "TABLE EXHAUSTED"
067800         MOVE 16 TO RETURN-CODE
067900         STOP RUN
068000     END-IF.
068100     IF WS-SAL-USED > ZERO
068200         PERFORM 4130-SHIFT-ENTRY
068300             THRU 4130-SHIFT-ENTRY-EXIT
068400             VARYING WS-SAL-SHIFT-SUB
068500             FROM WS-SAL-USED BY -1
068600             UNTIL WS-SAL-SHIFT-SUB < WS-SAL-POS
068700     END-IF.
068800     ADD 1 TO WS-SAL-USED.
068900     MOVE WS-NEW-KEY TO WS-SAL-KEY (WS-SAL-POS).
069000     MOVE ZERO TO WS-SAL-CUR-QTY (WS-SAL-POS).
069100     MOVE ZERO TO WS-SAL-CUR-EUR (WS-SAL-POS).
069200     MOVE ZERO TO WS-SAL-PRI-QTY (WS-SAL-POS).
069300     MOVE ZERO TO WS-SAL-PRI-EUR (WS-SAL-POS).
069400     MOVE ZERO TO WS-SAL-YTD-QTY (WS-SAL-POS).
069500     MOVE ZERO TO WS-SAL-YTD-EUR (WS-SAL-POS).
069600 4120-INSERT-ENTRY-EXIT.
069700     EXIT.
069800*----------------------------------------------------------
069900* 4130-SHIFT-ENTRY - MOVE ONE TAIL ENTRY DOWN A SLOT
070000*----------------------------------------------------------
070100 4130-SHIFT-ENTRY.
070200     MOVE WS-SAL-ENTRY (WS-SAL-SHIFT-SUB)
070300         TO WS-SAL-ENTRY (WS-SAL-SHIFT-SUB + 1).
070400 4130-SHIFT-ENTRY-EXIT.
070500     EXIT.
070600*----------------------------------------------------------
070700* 5000-PRINT-ANALYSIS - ONE LINE PER CUSTOMER, A SUBTOTAL AT
070800*                       EACH CHANGE OF PRODUCT AND OF FAMILY,
070900*                       AND THE GRAND TOTAL
071000*----------------------------------------------------------
071100 5000-PRINT-ANALYSIS.
071200     INITIALIZE WS-LEVEL-TOTALS.
071300     PERFORM 5100-PRINT-ENTRY
071400         THRU 5100-PRINT-ENTRY-EXIT
071500         VARYING WS-SAL-SUB FROM 1 BY 1
071600         UNTIL WS-SAL-SUB > WS-SAL-USED.
071700     IF WS-SAL-USED > ZERO
071800         PERFORM 5300-PRINT-PRODUCT-TOTAL
071900             THRU 5300-PRINT-PRODUCT-TOTAL-EXIT
072000         PERFORM 5400-PRINT-FAMILY-TOTAL
072100             THRU 5400-PRINT-FAMILY-TOTAL-EXIT
072200     END-IF.
072300     MOVE SPACES TO REPORT-LINE.
072400     WRITE REPORT-LINE.
072500     MOVE SPACES TO DL-TEXT.
072600     MOVE "GRAND TOTAL" TO DL-TEXT.
072700     MOVE WS-LVL-GRAND TO WS-LVL-SUB.
072800     PERFORM 5500-PRINT-TOTAL-LINE
072900         THRU 5500-PRINT-TOTAL-LINE-EXIT.
073000 5000-PRINT-ANALYSIS-EXIT.
073100     EXIT.
073200*----------------------------------------------------------
073300* 5100-PRINT-ENTRY - CLOSE OFF THE PREVIOUS PRODUCT AND
073400*                    FAMILY WHEN THE KEY MOVES ON, THEN PRINT
073500*                    ONE CUSTOMER LINE AND ADD IT TO THE
073600*                    PRODUCT TOTAL
073700*----------------------------------------------------------
073800 5100-PRINT-ENTRY.
073900     IF WS-SAL-SUB > 1
074000         IF WS-SAL-FAMILY (WS-SAL-SUB) NOT = WS-PREV-FAMILY
074100             PERFORM 5300-PRINT-PRODUCT-TOTAL
074200                 THRU 5300-PRINT-PRODUCT-TOTAL-EXIT
074300             PERFORM 5400-PRINT-FAMILY-TOTAL
074400                 THRU 5400-PRINT-FAMILY-TOTAL-EXIT
074500         ELSE
074600             IF WS-SAL-PRODUCT (WS-SAL-SUB) NOT = WS-PREV-PRODUCT
074700                 PERFORM 5300-PRINT-PRODUCT-TOTAL
074800                     THRU 5300-PRINT-PRODUCT-TOTAL-EXIT
074900             END-IF
075000         END-IF
075100     END-IF.
075200     MOVE WS-SAL-FAMILY (WS-SAL-SUB) TO WS-PREV-FAMILY.
075300     MOVE WS-SAL-PRODUCT (WS-SAL-SUB) TO WS-PREV-PRODUCT.
075400     MOVE SPACES TO DL-KEY-AREA.
075500     MOVE WS-SAL-FAMILY (WS-SAL-SUB) TO DL-FAMILY.
075600     MOVE WS-SAL-PRODUCT (WS-SAL-SUB) TO DL-PRODUCT.
075700     MOVE WS-SAL-CUSTOMER (WS-SAL-SUB) TO DL-CUST-NO.
075800     PERFORM 5200-LOOKUP-CUST-NAME
075900         THRU 5200-LOOKUP-CUST-NAME-EXIT.
076000     MOVE WS-SAL-CUR-QTY (WS-SAL-SUB) TO DL-CUR-QTY.
076100     MOVE WS-SAL-CUR-EUR (WS-SAL-SUB) TO DL-CUR-EUR.
076200     MOVE WS-SAL-PRI-QTY (WS-SAL-SUB) TO DL-PRI-QTY.
076300     MOVE WS-SAL-PRI-EUR (WS-SAL-SUB) TO DL-PRI-EUR.
076400     MOVE WS-SAL-YTD-QTY (WS-SAL-SUB) TO DL-YTD-QTY.
076500     MOVE WS-SAL-YTD-EUR (WS-SAL-SUB) TO DL-YTD-EUR.
076600     MOVE WS-DETAIL-LINE TO REPORT-LINE.
076700     WRITE REPORT-LINE.
076800     MOVE WS-LVL-PRODUCT TO WS-LVL-SUB.
076900     ADD WS-SAL-CUR-QTY (WS-SAL-SUB)
077000         TO WS-LVL-CUR-QTY (WS-LVL-SUB).
077100     ADD WS-SAL-CUR-EUR (WS-SAL-SUB)
077200         TO WS-LVL-CUR-EUR (WS-LVL-SUB).
077300     ADD WS-SAL-PRI-QTY (WS-SAL-SUB)
077400         TO WS-LVL-PRI-QTY (WS-LVL-SUB).
077500     ADD WS-SAL-PRI-EUR (WS-SAL-SUB)
077600         TO WS-LVL-PRI-EUR (WS-LVL-SUB).
077700     ADD WS-SAL-YTD-QTY (WS-SAL-SUB)
077800         TO WS-LVL-YTD-QTY (WS-LVL-SUB).
077900     ADD WS-SAL-YTD-EUR (WS-SAL-SUB)
078000         TO WS-LVL-YTD-EUR (WS-LVL-SUB).
078100 5100-PRINT-ENTRY-EXIT.
078200     EXIT.
078300*----------------------------------------------------------
078400* 5200-LOOKUP-CUST-NAME - THE CUSTOMER'S NAME FROM CUSTMAST
078500*----------------------------------------------------------
078600 5200-LOOKUP-CUST-NAME.
078700     MOVE "*** NOT ON CUSTMAST" TO DL-CUST-NAME.
078800     IF NOT CUST-AVAILABLE
078900         GO TO 5200-LOOKUP-CUST-NAME-EXIT
079000     END-IF.
079100     MOVE WS-SAL-CUSTOMER (WS-SAL-SUB) TO CUST-NO.
079200     READ CUSTOMER-MASTER
079300         INVALID KEY
079400             GO TO 5200-LOOKUP-CUST-NAME-EXIT
079500     END-READ.
079600     MOVE CUST-NAME TO DL-CUST-NAME.
079700 5200-LOOKUP-CUST-NAME-EXIT.
079800     EXIT.
079900*----------------------------------------------------------
080000* 5300-PRINT-PRODUCT-TOTAL - THE PREVIOUS PRODUCT'S TOTAL,
080100*                            WITH ITS DESCRIPTION, ROLLED
080200*                            INTO THE FAMILY TOTAL
080300*----------------------------------------------------------
080400 5300-PRINT-PRODUCT-TOTAL.
080500     MOVE "*** NOT ON PRODMAST" TO PROD-DESC.
080600     IF PROD-AVAILABLE
080700         MOVE WS-PREV-PRODUCT TO PROD-CODE
080800         READ PRODUCT-MASTER
080900             INVALID KEY
081000                 MOVE "*** NOT ON PRODMAST" TO PROD-DESC
081100         END-READ
081200     END-IF.
081300     MOVE SPACES TO DL-TEXT.
081400     STRING "  PRODUCT " WS-PREV-PRODUCT " " PROD-DESC (1:26)
081500         DELIMITED BY SIZE INTO DL-TEXT.
081600     MOVE WS-LVL-PRODUCT TO WS-LVL-SUB.
081700     PERFORM 5500-PRINT-TOTAL-LINE
081800         THRU 5500-PRINT-TOTAL-LINE-EXIT.
081900     MOVE SPACES TO REPORT-LINE.
082000     WRITE REPORT-LINE.
082100 5300-PRINT-PRODUCT-TOTAL-EXIT.
082200     EXIT.
082300*----------------------------------------------------------
082400* 5400-PRINT-FAMILY-TOTAL - THE PREVIOUS FAMILY'S TOTAL,
082500*                           ROLLED INTO THE GRAND TOTAL
082600*----------------------------------------------------------
082700 5400-PRINT-FAMILY-TOTAL.
082800     MOVE SPACES TO DL-TEXT.
082900     STRING "FAMILY " WS-PREV-FAMILY " TOTAL"
083000         DELIMITED BY SIZE INTO DL-TEXT.
083100     MOVE WS-LVL-FAMILY TO WS-LVL-SUB.
083200     PERFORM 5500-PRINT-TOTAL-LINE
083300         THRU 5500-PRINT-TOTAL-LINE-EXIT.
083400     MOVE SPACES TO REPORT-LINE.
083500     WRITE REPORT-LINE.
083600 5400-PRINT-FAMILY-TOTAL-EXIT.
083700     EXIT.
083800*----------------------------------------------------------
083900* 5500-PRINT-TOTAL-LINE - PRINT LEVEL WS-LVL-SUB UNDER THE
084000*                         TEXT ALREADY IN DL-TEXT, ROLL IT
084100*                         INTO THE LEVEL ABOVE, AND CLEAR IT
084200*----------------------------------------------------------
084300 5500-PRINT-TOTAL-LINE.
084400     MOVE WS-LVL-CUR-QTY (WS-LVL-SUB) TO DL-CUR-QTY.
084500     MOVE WS-LVL-CUR-EUR (WS-LVL-SUB) TO DL-CUR-EUR.
084600     MOVE WS-LVL-PRI-QTY (WS-LVL-SUB) TO DL-PRI-QTY.
084700     MOVE WS-LVL-PRI-EUR (WS-LVL-SUB) TO DL-PRI-EUR.
084800     MOVE WS-LVL-YTD-QTY (WS-LVL-SUB) TO DL-YTD-QTY.
084900     MOVE WS-LVL-YTD-EUR (WS-LVL-SUB) TO DL-YTD-EUR.
085000     MOVE WS-DETAIL-LINE TO REPORT-LINE.
085100     WRITE REPORT-LINE.
085200     IF WS-LVL-SUB < WS-LVL-GRAND
085300         ADD WS-LVL-CUR-QTY (WS-LVL-SUB)
085400             TO WS-LVL-CUR-QTY (WS-LVL-SUB + 1)
085500         ADD WS-LVL-CUR-EUR (WS-LVL-SUB)
085600             TO WS-LVL-CUR-EUR (WS-LVL-SUB + 1)
085700         ADD WS-LVL-PRI-QTY (WS-LVL-SUB)
085800             TO WS-LVL-PRI-QTY (WS-LVL-SUB + 1)
085900         ADD WS-LVL-PRI-EUR (WS-LVL-SUB)
086000             TO WS-LVL-PRI-EUR (WS-LVL-SUB + 1)
086100         ADD WS-LVL-YTD-QTY (WS-LVL-SUB)
086200             TO WS-LVL-YTD-QTY (WS-LVL-SUB + 1)
086300         ADD WS-LVL-YTD-EUR (WS-LVL-SUB)
086400             TO WS-LVL-YTD-EUR (WS-LVL-SUB + 1)
086500     END-IF.
086600     MOVE ZERO TO WS-LVL-CUR-QTY (WS-LVL-SUB).
086700     MOVE ZERO TO WS-LVL-CUR-EUR (WS-LVL-SUB).
086800     MOVE ZERO TO WS-LVL-PRI-QTY (WS-LVL-SUB).
086900     MOVE ZERO TO WS-LVL-PRI-EUR (WS-LVL-SUB).
087000     MOVE ZERO TO WS-LVL-YTD-QTY (WS-LVL-SUB).
087100     MOVE ZERO TO WS-LVL-YTD-EUR (WS-LVL-SUB).
087200 5500-PRINT-TOTAL-LINE-EXIT.
087300     EXIT.
087400*----------------------------------------------------------
087500* 8000-TERMINATE - CLOSE FILES AND ANNOUNCE THE COUNTS. A
087600*                  CURRENT FOUTDTL OUT OF STEP WITH FOUT
087700*                  LEAVES THE ANALYSIS SHORT - RETURN-CODE 4.
087800*----------------------------------------------------------
087900 8000-TERMINATE.
088000     CLOSE SALES-REPORT.
088100     IF PROD-AVAILABLE
088200         CLOSE PRODUCT-MASTER
088300     END-IF.
088400     IF CUST-AVAILABLE
088500         CLOSE CUSTOMER-MASTER
088600     END-IF.
088700     IF XREF-AVAILABLE
088800         CLOSE CUST-XREF
088900     END-IF.
089000     DISPLAY "DEMOSALE: PERIOD " WS-ARG-PERIOD " - "
089100         WS-LINES-KEPT-COUNT " OF " WS-LINES-READ-COUNT
089200         " LINES IN " WS-GEN-COUNT
089300         " GENERATIONS PLUS CURRENT FOUTDTL".
089400     IF WS-UNKNOWN-PROD-COUNT > ZERO
089500         DISPLAY "DEMOSALE - " WS-UNKNOWN-PROD-COUNT
089600             " LINES FOR PRODUCTS NOT ON PRODMAST, REPORTED "
089700             "UNDER FAMILY " WS-UNKNOWN-FAMILY
089800     END-IF.
089900     IF WS-UNMATCHED-COUNT > ZERO
090000         DISPLAY "DEMOSALE - WARNING - " WS-UNMATCHED-COUNT
090100             " FOUTDTL LINES MATCH NO FOUT HEADER, LEFT OUT"
090200         MOVE 4 TO RETURN-CODE
090300     END-IF.
090400 8000-TERMINATE-EXIT.
090500     EXIT.
090600*----------------------------------------------------------
090700* 9300-SUBTRACT-ONE-DAY - STEP WS-SCAN-DATE BACK ONE
090800*                         CALENDAR DAY, AS DEMODECL'S
090900*                         ROUTINE DOES
091000*----------------------------------------------------------
091100 9300-SUBTRACT-ONE-DAY.
091200     IF WS-SCAN-DAY > 1
091300         SUBTRACT 1 FROM WS-SCAN-DAY
091400         GO TO 9300-SUBTRACT-ONE-DAY-EXIT
091500     END-IF.
091600     IF WS-SCAN-MONTH = 1
091700         SUBTRACT 1 FROM WS-SCAN-YEAR
091800         MOVE 12 TO WS-SCAN-MONTH
091900         MOVE 31 TO WS-SCAN-DAY
092000         GO TO 9300-SUBTRACT-ONE-DAY-EXIT
092100     END-IF.
092200     SUBTRACT 1 FROM WS-SCAN-MONTH.
092300     EVALUATE WS-SCAN-MONTH
092400         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
092500             MOVE 31 TO WS-SCAN-DAY
092600         WHEN 4 WHEN 6 WHEN 9 WHEN 11
092700             MOVE 30 TO WS-SCAN-DAY
092800         WHEN 2
092900             PERFORM 9310-SET-FEBRUARY-END
093000                 THRU 9310-SET-FEBRUARY-END-EXIT
093100     END-EVALUATE.
093200 9300-SUBTRACT-ONE-DAY-EXIT.
093300     EXIT.
093400*----------------------------------------------------------
093500* 9310-SET-FEBRUARY-END - 28, OR 29 IN A LEAP YEAR
093600*----------------------------------------------------------
093700 9310-SET-FEBRUARY-END.
093800     MOVE 28 TO WS-SCAN-DAY.
093900     DIVIDE WS-SCAN-YEAR BY 4 GIVING WS-SOD-QUOT
094000         REMAINDER WS-SOD-REM.
094100     IF WS-SOD-REM NOT = ZERO
094200         GO TO 9310-SET-FEBRUARY-END-EXIT
094300     END-IF.
094400     DIVIDE WS-SCAN-YEAR BY 100 GIVING WS-SOD-QUOT
094500         REMAINDER WS-SOD-REM.
094600     IF WS-SOD-REM NOT = ZERO
094700         MOVE 29 TO WS-SCAN-DAY
094800         GO TO 9310-SET-FEBRUARY-END-EXIT
094900     END-IF.
095000     DIVIDE WS-SCAN-YEAR BY 400 GIVING WS-SOD-QUOT
095100         REMAINDER WS-SOD-REM.
095200     IF WS-SOD-REM = ZERO
095300         MOVE 29 TO WS-SCAN-DAY
095400     END-IF.
095500 9310-SET-FEBRUARY-END-EXIT.
095600     EXIT.
