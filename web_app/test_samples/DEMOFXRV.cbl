000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DEMOFXRV.
000300 AUTHOR.        R. FABIANI.
000400 INSTALLATION.  BILLING SYSTEMS - INVOICE EXTRACT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 RF  INITIAL VERSION - MONTH-END REVALUATION OF
001100*                OPEN FOREIGN-CURRENCY ITEMS. EUR-EQUIV-AMT IS
001200*                FIXED AT THE CURRATES RATE IN FORCE ON THE
001300*                INVOICE DATE, SO A USD OR GBP ITEM STILL OPEN
001400*                AT MONTH END WAS CARRIED AT A STALE VALUE.
001500*                FOR THE PERIOD NAMED ON THE COMMAND LINE
001600*                (CCYYMM) EVERY OPEN OR PART-PAID NON-EUR ITEM
001700*                ON DEMOOPEN INVOICED BY THE PERIOD END HAS ITS
001800*                RESIDUAL VALUED AT THE RATE IN FORCE ON THE
001900*                PERIOD END AND AT THE RATE IN FORCE ON ITS
002000*                INVOICE DATE, AND THE UNREALISED GAIN OR LOSS
002100*                IS REPORTED PER CURRENCY. A BALANCED JOURNAL
002200*                BATCH DATED THE PERIOD END GOES TO GLJRNL
002300*                (RECEIVABLES AGAINST FXURGAIN / FXURLOSS), WITH
002400*                ITS MIRROR-IMAGE REVERSAL DATED THE FIRST DAY
002500*                OF THE NEXT PERIOD, SO THE LEDGER KEEPS
002600*                CARRYING THE ITEMS AT THE INVOICE RATE AND THE
002700*                REALISED DIFFERENCE DEMOCASH POSTS ON PAYMENT
002800*                IS NOT COUNTED TWICE. THE BATCH IS RECORDED ON
002900*                THE NEW DEMOFXCT POSTING CONTROL (LAYOUT
003000*                FXCTRECL) AS DEMOGLJR RECORDS ITS BATCHES ON
003100*                DEMOGLCT, AND A PERIOD ALREADY ON DEMOFXCT IS
003200*                REFUSED OUTRIGHT. AN ITEM WITH NO RATE FOR
003300*                EITHER DATE STOPS THE POSTING (RETURN-CODE
003400*                16) - A PART-VALUED BATCH COULD NOT BE RE-RUN
003500*                ONCE RECORDED.
003600*----------------------------------------------------------
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000*    READ FRONT TO BACK ONLY - THE RESIDUAL OF EACH ITEM IS
004100*    TAKEN AS IT STANDS WHEN THIS PROGRAM RUNS, SO THE
004200*    REVALUATION BELONGS AT MONTH END, BEFORE THE NEXT
004300*    PERIOD'S RECEIPTS ARE POSTED.
004400     SELECT OPEN-ITEMS ASSIGN TO "DEMOOPEN"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS SEQUENTIAL
004700         RECORD KEY IS OPN-INVOICE-NO
004800         FILE STATUS IS WS-OPEN-FILE-STATUS.
004900
005000*    ACCESS IS DYNAMIC SO 2200-FIND-RATE CAN START ON THE
005100*    (CURRENCY, COMPLEMENTED DATE) KEY AND READ NEXT ONTO
005200*    THE RATE IN FORCE ON A GIVEN DATE (SEE CURRATEL).
005300     SELECT CURRENCY-RATES ASSIGN TO "CURRATES"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS CURR-KEY
005700         FILE STATUS IS WS-CURR-FILE-STATUS.
005800
005900*    ONE CONTROL RECORD PER EXCHANGE-DIFFERENCE BATCH EVER
006000*    JOURNALED. SCANNED BEFORE POSTING SO A RERUN CANNOT
006100*    REVALUE THE SAME PERIOD TWICE.
006200     SELECT FX-CONTROL ASSIGN TO "DEMOFXCT"
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WS-FXCT-FILE-STATUS.
006500
006600     SELECT GL-JOURNAL ASSIGN TO "GLJRNL"
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS WS-GLJ-FILE-STATUS.
006900
007000     SELECT REVAL-REPORT ASSIGN TO "DEMOFXRV.RPT"
007100         ORGANIZATION IS SEQUENTIAL.
007200
007300     SELECT RUN-LOG ASSIGN TO "DEMORLOG"
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS WS-RLOG-FILE-STATUS.
007600
007700 DATA DIVISION.
007800 FILE SECTION.
007900*----------------------------------------------------------
008000* OPEN-ITEMS - PAID/PART-PAID/OPEN STATUS PER INVOICE
008100*----------------------------------------------------------
008200 FD  OPEN-ITEMS.
008300     COPY OPENRECL.
008400*----------------------------------------------------------
008500* CURRENCY-RATES - EFFECTIVE-DATED EXCHANGE RATES TO EUR,
008600*                  MAINTAINED BY DEMORATE
008700*----------------------------------------------------------
008800 FD  CURRENCY-RATES.
008900     COPY CURRATEL.
009000*----------------------------------------------------------
009100* FX-CONTROL - THE EXCHANGE-DIFFERENCE BATCHES ALREADY
009200*              JOURNALED, WITH WHEN AND FOR HOW MUCH
009300*----------------------------------------------------------
009400 FD  FX-CONTROL
009500     RECORDING MODE IS F.
009600     COPY FXCTRECL.
009700*----------------------------------------------------------
009800* GL-JOURNAL - THE LEDGER INTERFACE DEMOGLJR ALSO WRITES
009900*----------------------------------------------------------
010000 FD  GL-JOURNAL
010100     RECORDING MODE IS F.
010200     COPY GLJRNLL.
010300
010400 FD  REVAL-REPORT
010500     RECORDING MODE IS F.
010600 01  REPORT-LINE            PIC X(132).
010700
010800 FD  RUN-LOG
010900     RECORDING MODE IS F.
011000     COPY RUNLOGL.
011100
011200 WORKING-STORAGE SECTION.
011300 77  WS-OPEN-EOF-SWITCH     PIC X(01) VALUE 'N'.
011400     88 END-OF-OPEN-ITEMS   VALUE 'Y'.
011500 77  WS-FXCT-EOF-SWITCH     PIC X(01) VALUE 'N'.
011600     88 END-OF-CONTROL      VALUE 'Y'.
011700 77  WS-OPEN-FILE-STATUS    PIC X(02) VALUE "00".
011800     88 OPEN-FILE-NOT-FOUND VALUE "35".
011900 77  WS-CURR-FILE-STATUS    PIC X(02) VALUE "00".
012000     88 CURR-FILE-NOT-FOUND VALUE "35".
012100 77  WS-FXCT-FILE-STATUS    PIC X(02) VALUE "00".
012200     88 FXCT-FILE-NOT-FOUND VALUE "35".
012300 77  WS-GLJ-FILE-STATUS     PIC X(02) VALUE "00".
012400     88 GLJ-FILE-NOT-FOUND  VALUE "35".
012500 77  WS-RLOG-FILE-STATUS    PIC X(02) VALUE "00".
012600     88 RLOG-FILE-NOT-FOUND VALUE "35".
012700 77  WS-POSTED-SWITCH       PIC X(01) VALUE 'N'.
012800     88 PERIOD-ALREADY-POSTED VALUE 'Y'.
012900 77  WS-RATE-SWITCH         PIC X(01) VALUE 'N'.
013000     88 RATE-FOUND          VALUE 'Y'.
013100     88 RATE-NOT-FOUND      VALUE 'N'.
013200 77  WS-REVERSE-SWITCH      PIC X(01) VALUE 'N'.
013300     88 REVERSING-BATCH     VALUE 'Y'.
013400 77  WS-DEFAULT-CURRENCY    PIC X(03) VALUE "EUR".
013500*----------------------------------------------------------
013600* REVALUATION PERIOD (CCYYMM) FROM THE COMMAND LINE, ITS
013700* LAST DAY (THE REVALUATION DATE) AND THE FIRST DAY OF THE
013800* NEXT PERIOD (THE REVERSAL DATE). THE RUN SEQUENCE STAMPED
013900* ON THE JOURNAL AND RUN LOG IS THE PERIOD'S YYMM, AS
014000* DEMOCLSE STAMPS ITS RUN-LOG RECORD.
014100*----------------------------------------------------------
014200 01  WS-ARG-PERIOD          PIC X(06) VALUE SPACES.
014300 01  WS-ARG-PERIOD-R REDEFINES WS-ARG-PERIOD.
014400     05 WS-ARG-YEAR         PIC 9(04).
014500     05 WS-ARG-MONTH        PIC 9(02).
014600 01  WS-PERIOD-END          PIC 9(08) VALUE ZERO.
014700 01  WS-PERIOD-END-R REDEFINES WS-PERIOD-END.
014800     05 WS-PE-YEAR          PIC 9(04).
014900     05 WS-PE-MONTH         PIC 9(02).
015000     05 WS-PE-DAY           PIC 9(02).
015100 01  WS-REVERSAL-DATE       PIC 9(08) VALUE ZERO.
015200 01  WS-REVERSAL-DATE-R REDEFINES WS-REVERSAL-DATE.
015300     05 WS-RV-YEAR          PIC 9(04).
015400     05 WS-RV-MONTH         PIC 9(02).
015500     05 WS-RV-DAY           PIC 9(02).
015600 77  WS-PE-MONTH-END        PIC 9(02) VALUE ZERO.
015700 77  WS-PE-QUOT             PIC 9(04) COMP VALUE ZERO.
015800 77  WS-PE-REM              PIC 9(04) COMP VALUE ZERO.
015900 77  WS-RUN-SEQ             PIC 9(05) VALUE ZERO.
016000 77  WS-BATCH-DATE          PIC 9(08) VALUE ZERO.
016100 77  WS-RUN-DATE            PIC 9(08) VALUE ZERO.
016200 77  WS-START-DATE          PIC 9(08) VALUE ZERO.
016300 77  WS-START-TIME          PIC 9(08) VALUE ZERO.
016400*----------------------------------------------------------
016500* THE ITEM UNDER REVALUATION - THE RATE LOOKUP KEY, THE
016600* TWO RATES, AND THE RESIDUAL VALUED AT EACH
016700*----------------------------------------------------------
016800 77  WS-RATE-CURRENCY       PIC X(03) VALUE SPACES.
016900 77  WS-RATE-DATE           PIC 9(08) VALUE ZERO.
017000 77  WS-BOOK-RATE           PIC 9(04)V9(06) COMP-3 VALUE ZERO.
017100 77  WS-PE-RATE             PIC 9(04)V9(06) COMP-3 VALUE ZERO.
017200 77  WS-RESIDUAL            PIC S9(7)V99 COMP-3 VALUE ZERO.
017300 77  WS-BOOK-EUR            PIC S9(9)V99 COMP-3 VALUE ZERO.
017400 77  WS-REVAL-EUR           PIC S9(9)V99 COMP-3 VALUE ZERO.
017500*----------------------------------------------------------
017600* RUN COUNTERS AND JOURNAL PROOF TOTALS
017700*----------------------------------------------------------
017800 77  WS-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
017900 77  WS-REVALUED-COUNT      PIC 9(07) COMP VALUE ZERO.
018000 77  WS-NO-RATE-COUNT       PIC 9(05) COMP VALUE ZERO.
018100 77  WS-LINE-NO             PIC 9(04) VALUE ZERO.
018200 77  WS-DEBIT-TOTAL         PIC S9(11)V99 COMP-3 VALUE ZERO.
018300 77  WS-CREDIT-TOTAL        PIC S9(11)V99 COMP-3 VALUE ZERO.
018400 77  WS-GRAND-BOOK-EUR      PIC S9(11)V99 COMP-3 VALUE ZERO.
018500 77  WS-GRAND-REVAL-EUR     PIC S9(11)V99 COMP-3 VALUE ZERO.
018600 77  WS-GRAND-DIFF-EUR      PIC S9(11)V99 COMP-3 VALUE ZERO.
018700*----------------------------------------------------------
018800* ONE JOURNAL PAIR UNDER CONSTRUCTION
018900*----------------------------------------------------------
019000 77  WS-DR-ACCOUNT          PIC X(08) VALUE SPACES.
019100 77  WS-CR-ACCOUNT          PIC X(08) VALUE SPACES.
019200 77  WS-SWAP-ACCOUNT        PIC X(08) VALUE SPACES.
019300 77  WS-PAIR-AMOUNT         PIC S9(11)V99 COMP-3 VALUE ZERO.
019400*----------------------------------------------------------
019500* TOTALS PER CURRENCY, KEPT IN ASCENDING CURRENCY ORDER BY
019600* INSERTION (SAME SCHEME AS DEMOGLJR'S RATE BANDS). THE
019700* PERIOD-END RATE IS THE SAME FOR EVERY ITEM OF A CURRENCY
019800* AND IS HELD FOR THE REPORT.
019900*----------------------------------------------------------
020000 77  WS-CUR-USED            PIC 9(03) COMP VALUE ZERO.
020100 77  WS-CUR-MAX             PIC 9(03) COMP VALUE 50.
020200 77  WS-CUR-SUB             PIC 9(03) COMP VALUE ZERO.
020300 77  WS-CUR-POS             PIC 9(03) COMP VALUE ZERO.
020400 77  WS-CUR-SHIFT-SUB       PIC 9(03) COMP VALUE ZERO.
020500 77  WS-CUR-FOUND-SWITCH    PIC X(01) VALUE 'N'.
020600     88 CUR-ENTRY-FOUND     VALUE 'Y'.
020700 01  WS-CUR-TABLE.
020800     05 WS-CUR-ENTRY OCCURS 50 TIMES.
020900        10 WS-CUR-CODE      PIC X(03).
021000        10 WS-CUR-PE-RATE   PIC 9(04)V9(06) COMP-3.
021100        10 WS-CUR-ITEMS     PIC 9(07) COMP.
021200        10 WS-CUR-RESIDUAL  PIC S9(11)V99 COMP-3.
021300        10 WS-CUR-BOOK-EUR  PIC S9(11)V99 COMP-3.
021400        10 WS-CUR-REVAL-EUR PIC S9(11)V99 COMP-3.
021500        10 WS-CUR-DIFF-EUR  PIC S9(11)V99 COMP-3.
021600*----------------------------------------------------------
021700* REPORT LINES
021800*----------------------------------------------------------
021900 01  WS-TITLE-LINE.
022000     05 FILLER              PIC X(24)
022100        VALUE "FX REVALUATION - PERIOD ".
022200     05 TL-PERIOD           PIC X(06).
022300     05 FILLER              PIC X(12) VALUE "  RATES AT  ".
022400     05 TL-PERIOD-END       PIC 9(08).
022500     05 FILLER              PIC X(82) VALUE SPACES.
022600 01  WS-HEADING-LINE.
022700     05 FILLER              PIC X(40)
022800        VALUE "  CUR         RATE      ITEMS        RES".
022900     05 FILLER              PIC X(40)
023000        VALUE "IDUAL       BOOKED EUR     REVALUED EUR ".
023100     05 FILLER              PIC X(40)
023200        VALUE "   GAIN/LOSS EUR                        ".
023300     05 FILLER              PIC X(12) VALUE SPACES.
023400 01  WS-CURRENCY-LINE.
023500     05 FILLER              PIC X(02) VALUE SPACES.
023600     05 CL-CURR             PIC X(03).
023700     05 FILLER              PIC X(02) VALUE SPACES.
023800     05 CL-RATE             PIC ZZZ9.9(6).
023900     05 FILLER              PIC X(02) VALUE SPACES.
024000     05 CL-ITEMS            PIC Z,ZZZ,ZZ9.
024100     05 FILLER              PIC X(02) VALUE SPACES.
024200     05 CL-RESIDUAL         PIC Z(10)9.99-.
024300     05 FILLER              PIC X(02) VALUE SPACES.
024400     05 CL-BOOK-EUR         PIC Z(10)9.99-.
024500     05 FILLER              PIC X(02) VALUE SPACES.
024600     05 CL-REVAL-EUR        PIC Z(10)9.99-.
024700     05 FILLER              PIC X(02) VALUE SPACES.
024800     05 CL-DIFF-EUR         PIC Z(10)9.99-.
024900     05 FILLER              PIC X(35) VALUE SPACES.
025000 01  WS-GRAND-LINE.
025100     05 FILLER              PIC X(02) VALUE SPACES.
025200     05 FILLER              PIC X(05) VALUE "TOTAL".
025300     05 FILLER              PIC X(41) VALUE SPACES.
025400     05 GR-BOOK-EUR         PIC Z(10)9.99-.
025500     05 FILLER              PIC X(02) VALUE SPACES.
025600     05 GR-REVAL-EUR        PIC Z(10)9.99-.
025700     05 FILLER              PIC X(02) VALUE SPACES.
025800     05 GR-DIFF-EUR         PIC Z(10)9.99-.
025900     05 FILLER              PIC X(35) VALUE SPACES.
026000 01  WS-COUNT-LINE.
026100     05 FILLER              PIC X(02) VALUE SPACES.
026200     05 CT-TEXT             PIC X(30).
026300     05 CT-COUNT            PIC Z,ZZZ,ZZ9.
026400     05 FILLER              PIC X(91) VALUE SPACES.
026500 01  WS-PROOF-LINE.
026600     05 FILLER              PIC X(02) VALUE SPACES.
026700     05 PL-BATCH-DATE       PIC 9(08).
026800     05 FILLER              PIC X(02) VALUE SPACES.
026900     05 PL-ACCOUNT          PIC X(08).
027000     05 FILLER              PIC X(02) VALUE SPACES.
027100     05 PL-DR-CR            PIC X(02).
027200     05 FILLER              PIC X(02) VALUE SPACES.
027300     05 PL-AMOUNT           PIC Z(10)9.99-.
027400     05 FILLER              PIC X(91) VALUE SPACES.
027500
027600 PROCEDURE DIVISION.
027700*----------------------------------------------------------
027800* 0000-MAINLINE
027900*----------------------------------------------------------
028000 0000-MAINLINE.
028100     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
028200     PERFORM 2000-REVALUE-ONE-ITEM
028300         THRU 2000-REVALUE-ONE-ITEM-EXIT
028400         UNTIL END-OF-OPEN-ITEMS.
028500     PERFORM 6000-PRINT-REVALUATION
028600         THRU 6000-PRINT-REVALUATION-EXIT.
028700     IF WS-NO-RATE-COUNT = ZERO
028800         PERFORM 5000-WRITE-JOURNAL-BATCHES
028900             THRU 5000-WRITE-JOURNAL-BATCHES-EXIT
029000         PERFORM 6200-PRINT-PROOF THRU 6200-PRINT-PROOF-EXIT
029100     ELSE
029200         MOVE "** ITEMS WITHOUT A RATE - NOTHING JOURNALED **"
029300             TO REPORT-LINE
029400         WRITE REPORT-LINE
029500         DISPLAY "DEMOFXRV - ERROR - " WS-NO-RATE-COUNT
029600             " ITEM(S) HAVE NO RATE, PERIOD " WS-ARG-PERIOD
029700             " NOT JOURNALED - LOAD THE RATES AND RERUN"
029800         MOVE 16 TO RETURN-CODE
029900     END-IF.
030000     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
030100     STOP RUN.
030200*----------------------------------------------------------
030300* 1000-INITIALIZE - VALIDATE THE PERIOD PARM, WORK OUT THE
030400*                   REVALUATION AND REVERSAL DATES, REFUSE A
030500*                   PERIOD ALREADY REVALUED OR NOT YET ENDED,
030600*                   AND OPEN THE FILES
030700*----------------------------------------------------------
030800 1000-INITIALIZE.
030900     ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
031000     ACCEPT WS-START-TIME FROM TIME.
031100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
031200     ACCEPT WS-ARG-PERIOD FROM COMMAND-LINE.
031300     IF WS-ARG-PERIOD NOT NUMERIC
031400         DISPLAY "DEMOFXRV - PERIOD PARM MUST BE CCYYMM, "
031500             "GOT '" WS-ARG-PERIOD "'"
031600         MOVE 16 TO RETURN-CODE
031700         STOP RUN
031800     END-IF.
031900     IF WS-ARG-MONTH < 1 OR WS-ARG-MONTH > 12
032000         DISPLAY "DEMOFXRV - PERIOD PARM MUST BE CCYYMM, "
032100             "GOT '" WS-ARG-PERIOD "'"
032200         MOVE 16 TO RETURN-CODE
032300         STOP RUN
032400     END-IF.
032500     MOVE WS-ARG-PERIOD (3:4) TO WS-RUN-SEQ.
032600     PERFORM 1100-SET-PERIOD-DATES
032700         THRU 1100-SET-PERIOD-DATES-EXIT.
032800*    THE RATE IN FORCE ON A DAY NOT YET REACHED CAN STILL
032900*    CHANGE, SO A PERIOD IS ONLY REVALUED ONCE IT HAS ENDED.
033000     IF WS-PERIOD-END > WS-RUN-DATE
033100         DISPLAY "DEMOFXRV - PERIOD " WS-ARG-PERIOD
033200             " DOES NOT END UNTIL " WS-PERIOD-END
033300             ", NOT REVALUED"
033400         MOVE 16 TO RETURN-CODE
033500         STOP RUN
033600     END-IF.
033700     PERFORM 1950-CHECK-FX-CONTROL
033800         THRU 1950-CHECK-FX-CONTROL-EXIT.
033900     IF PERIOD-ALREADY-POSTED
034000         DISPLAY "DEMOFXRV - PERIOD " WS-ARG-PERIOD
034100             " WAS ALREADY REVALUED (DEMOFXCT), REFUSED"
034200         MOVE 16 TO RETURN-CODE
034300         STOP RUN
034400     END-IF.
034500     OPEN INPUT CURRENCY-RATES.
034600     IF WS-CURR-FILE-STATUS NOT = "00"
034700         DISPLAY "DEMOFXRV - CANNOT OPEN CURRATES, STATUS = "
034800             WS-CURR-FILE-STATUS
034900         MOVE 16 TO RETURN-CODE
035000         STOP RUN
035100     END-IF.
035200*    NO OPEN-ITEMS FILE MEANS DEMOCASH HAS NEVER RUN - NOTHING
035300*    IS OPEN, AND THE PERIOD IS RECORDED AS REVALUED AT NIL.
035400     OPEN INPUT OPEN-ITEMS.
035500     IF OPEN-FILE-NOT-FOUND
035600         DISPLAY "DEMOFXRV - NO OPEN-ITEMS FILE (DEMOOPEN), "
035700             "NOTHING TO REVALUE"
035800         MOVE 'Y' TO WS-OPEN-EOF-SWITCH
035900     END-IF.
036000     OPEN OUTPUT REVAL-REPORT.
036100     MOVE WS-ARG-PERIOD TO TL-PERIOD.
036200     MOVE WS-PERIOD-END TO TL-PERIOD-END.
036300     MOVE WS-TITLE-LINE TO REPORT-LINE.
036400     WRITE REPORT-LINE.
036500     MOVE SPACES TO REPORT-LINE.
036600     WRITE REPORT-LINE.
036700 1000-INITIALIZE-EXIT.
036800     EXIT.
036900*----------------------------------------------------------
037000* 1100-SET-PERIOD-DATES - THE PERIOD END IS THE LAST DAY OF
037100*                         THE PARM MONTH; THE REVERSAL DATE
037200*                         IS THE FIRST DAY OF THE MONTH AFTER
037300*----------------------------------------------------------
037400 1100-SET-PERIOD-DATES.
037500     MOVE WS-ARG-YEAR TO WS-PE-YEAR.
037600     MOVE WS-ARG-MONTH TO WS-PE-MONTH.
037700     PERFORM 9400-SET-MONTH-END THRU 9400-SET-MONTH-END-EXIT.
037800     MOVE WS-PE-MONTH-END TO WS-PE-DAY.
037900     MOVE 1 TO WS-RV-DAY.
038000     IF WS-PE-MONTH = 12
038100         COMPUTE WS-RV-YEAR = WS-PE-YEAR + 1
038200         MOVE 1 TO WS-RV-MONTH
038300     ELSE
038400         MOVE WS-PE-YEAR TO WS-RV-YEAR
038500         COMPUTE WS-RV-MONTH = WS-PE-MONTH + 1
038600     END-IF.
038700 1100-SET-PERIOD-DATES-EXIT.
038800     EXIT.
038900*----------------------------------------------------------
039000* 1950-CHECK-FX-CONTROL - SCAN DEMOFXCT FOR A REVALUATION
039100*                         OF THIS PERIOD END. THE WHOLE FILE
039200*                         IS READ, AS DEMOGLJR READS DEMOGLCT.
039300*                         NO CONTROL FILE AT ALL JUST MEANS
039400*                         NOTHING HAS EVER BEEN JOURNALED.
039500*----------------------------------------------------------
039600 1950-CHECK-FX-CONTROL.
039700     MOVE 'N' TO WS-FXCT-EOF-SWITCH.
039800     OPEN INPUT FX-CONTROL.
039900     IF FXCT-FILE-NOT-FOUND
040000         GO TO 1950-CHECK-FX-CONTROL-EXIT
040100     END-IF.
040200     PERFORM 1960-SCAN-ONE-CONTROL
040300         THRU 1960-SCAN-ONE-CONTROL-EXIT
040400         UNTIL END-OF-CONTROL.
040500     CLOSE FX-CONTROL.
040600 1950-CHECK-FX-CONTROL-EXIT.
040700     EXIT.
040800*----------------------------------------------------------
040900* 1960-SCAN-ONE-CONTROL - COMPARE ONE CONTROL RECORD. ONLY
041000*                         REVALUATIONS COUNT - DEMOCASH'S
041100*                         REALISED BATCHES SHARE THE FILE.
041200*----------------------------------------------------------
041300 1960-SCAN-ONE-CONTROL.
041400     READ FX-CONTROL
041500         AT END
041600             MOVE 'Y' TO WS-FXCT-EOF-SWITCH
041700             GO TO 1960-SCAN-ONE-CONTROL-EXIT
041800     END-READ.
041900     IF FXC-REVALUATION AND FXC-BATCH-KEY = WS-PERIOD-END
042000         SET PERIOD-ALREADY-POSTED TO TRUE
042100     END-IF.
042200 1960-SCAN-ONE-CONTROL-EXIT.
042300     EXIT.
042400*----------------------------------------------------------
042500* 2000-REVALUE-ONE-ITEM - READ THE NEXT OPEN ITEM AND, IF IT
042600*                         IS A FOREIGN-CURRENCY ITEM STILL
042700*                         OWING AT THE PERIOD END, VALUE ITS
042800*                         RESIDUAL AT THE INVOICE-DATE RATE
042900*                         (WHAT THE LEDGER CARRIES) AND AT THE
043000*                         PERIOD-END RATE, AND ROLL BOTH INTO
043100*                         ITS CURRENCY'S TOTALS. PAID ITEMS,
043200*                         EUR ITEMS AND ITEMS INVOICED AFTER
043300*                         THE PERIOD END ARE PASSED OVER.
043400*----------------------------------------------------------
043500 2000-REVALUE-ONE-ITEM.
043600     READ OPEN-ITEMS NEXT RECORD
043700         AT END
043800             MOVE 'Y' TO WS-OPEN-EOF-SWITCH
043900             GO TO 2000-REVALUE-ONE-ITEM-EXIT
044000     END-READ.
044100     ADD 1 TO WS-READ-COUNT.
044200     IF NOT OPN-OPEN AND NOT OPN-PART-PAID
044300         GO TO 2000-REVALUE-ONE-ITEM-EXIT
044400     END-IF.
044500     IF OPN-CURRENCY-CODE = WS-DEFAULT-CURRENCY
044600         OR OPN-INVOICE-DATE > WS-PERIOD-END
044700         GO TO 2000-REVALUE-ONE-ITEM-EXIT
044800     END-IF.
044900     COMPUTE WS-RESIDUAL = OPN-AMOUNT-TTC - OPN-PAID-AMOUNT.
045000     IF WS-RESIDUAL = ZERO
045100         GO TO 2000-REVALUE-ONE-ITEM-EXIT
045200     END-IF.
045300     MOVE OPN-CURRENCY-CODE TO WS-RATE-CURRENCY.
045400     MOVE OPN-INVOICE-DATE TO WS-RATE-DATE.
045500     PERFORM 2200-FIND-RATE THRU 2200-FIND-RATE-EXIT.
045600     IF RATE-NOT-FOUND
045700         DISPLAY "DEMOFXRV - NO " OPN-CURRENCY-CODE
045800             " RATE IN FORCE ON " OPN-INVOICE-DATE
045900             " FOR INVOICE " OPN-INVOICE-NO
046000         ADD 1 TO WS-NO-RATE-COUNT
046100         GO TO 2000-REVALUE-ONE-ITEM-EXIT
046200     END-IF.
046300     MOVE CURR-RATE-TO-EUR TO WS-BOOK-RATE.
046400     MOVE WS-PERIOD-END TO WS-RATE-DATE.
046500     PERFORM 2200-FIND-RATE THRU 2200-FIND-RATE-EXIT.
046600     IF RATE-NOT-FOUND
046700         DISPLAY "DEMOFXRV - NO " OPN-CURRENCY-CODE
046800             " RATE IN FORCE ON " WS-PERIOD-END
046900             " FOR INVOICE " OPN-INVOICE-NO
047000         ADD 1 TO WS-NO-RATE-COUNT
047100         GO TO 2000-REVALUE-ONE-ITEM-EXIT
047200     END-IF.
047300     MOVE CURR-RATE-TO-EUR TO WS-PE-RATE.
047400     COMPUTE WS-BOOK-EUR ROUNDED = WS-RESIDUAL * WS-BOOK-RATE.
047500     COMPUTE WS-REVAL-EUR ROUNDED = WS-RESIDUAL * WS-PE-RATE.
047600     PERFORM 3000-POST-TO-CURRENCY
047700         THRU 3000-POST-TO-CURRENCY-EXIT.
047800     ADD 1 TO WS-REVALUED-COUNT.
047900 2000-REVALUE-ONE-ITEM-EXIT.
048000     EXIT.
048100*----------------------------------------------------------
048200* 2200-FIND-RATE - LOCATE THE RATE IN FORCE FOR WS-RATE-
048300*                  CURRENCY ON WS-RATE-DATE, EXACTLY AS
048400*                  DEMOCOB'S 2285-FIND-RATE DOES FOR THE
048500*                  INVOICE DATE. A RECORD FOR A DIFFERENT
048600*                  CURRENCY MEANS NO RATE EXISTS THAT EARLY.
048700*----------------------------------------------------------
048800 2200-FIND-RATE.
048900     SET RATE-NOT-FOUND TO TRUE.
049000     MOVE WS-RATE-CURRENCY TO CURR-CODE.
049100     COMPUTE CURR-DATE-COMP = 99999999 - WS-RATE-DATE.
049200     START CURRENCY-RATES KEY IS NOT LESS THAN CURR-KEY
049300         INVALID KEY
049400             GO TO 2200-FIND-RATE-EXIT
049500     END-START.
049600     READ CURRENCY-RATES NEXT RECORD
049700         AT END
049800             GO TO 2200-FIND-RATE-EXIT
049900     END-READ.
050000     IF CURR-CODE = WS-RATE-CURRENCY
050100         SET RATE-FOUND TO TRUE
050200     END-IF.
050300 2200-FIND-RATE-EXIT.
050400     EXIT.
050500*----------------------------------------------------------
050600* 3000-POST-TO-CURRENCY - FIND (OR INSERT, IN CURRENCY
050700*                         ORDER) THE ITEM'S CURRENCY ENTRY AND
050800*                         ROLL THE RESIDUAL AND BOTH EUR
050900*                         VALUES INTO IT
051000*----------------------------------------------------------
051100 3000-POST-TO-CURRENCY.
051200     MOVE 'N' TO WS-CUR-FOUND-SWITCH.
051300     MOVE ZERO TO WS-CUR-POS.
051400     PERFORM 3010-LOCATE-CURRENCY
051500         THRU 3010-LOCATE-CURRENCY-EXIT
051600         VARYING WS-CUR-SUB FROM 1 BY 1
051700         UNTIL WS-CUR-SUB > WS-CUR-USED
051800         OR CUR-ENTRY-FOUND
051900         OR WS-CUR-POS > ZERO.
052000     IF NOT CUR-ENTRY-FOUND
052100         IF WS-CUR-POS = ZERO
052200             COMPUTE WS-CUR-POS = WS-CUR-USED + 1
052300         END-IF
052400         PERFORM 3020-INSERT-CURRENCY
052500             THRU 3020-INSERT-CURRENCY-EXIT
052600         MOVE WS-CUR-POS TO WS-CUR-SUB
052700     END-IF.
052800     ADD 1 TO WS-CUR-ITEMS (WS-CUR-SUB).
052900     ADD WS-RESIDUAL TO WS-CUR-RESIDUAL (WS-CUR-SUB).
053000     ADD WS-BOOK-EUR TO WS-CUR-BOOK-EUR (WS-CUR-SUB).
053100     ADD WS-REVAL-EUR TO WS-CUR-REVAL-EUR (WS-CUR-SUB).
053200     COMPUTE WS-CUR-DIFF-EUR (WS-CUR-SUB) =
053300         WS-CUR-REVAL-EUR (WS-CUR-SUB)
053400         - WS-CUR-BOOK-EUR (WS-CUR-SUB).
053500 3000-POST-TO-CURRENCY-EXIT.
053600     EXIT.
053700*----------------------------------------------------------
053800* 3010-LOCATE-CURRENCY - STOP ON THE MATCHING CURRENCY, OR
053900*                        NOTE THE FIRST ENTRY THAT SORTS
054000*                        AFTER IT (THE INSERTION POINT). THE
054100*                        SUBSCRIPT IS PINNED ON A MATCH BEFORE
054200*                        THE PERFORM VARYING CAN STEP PAST IT.
054300*----------------------------------------------------------
054400 3010-LOCATE-CURRENCY.
054500     EVALUATE TRUE
054600         WHEN WS-CUR-CODE (WS-CUR-SUB) = OPN-CURRENCY-CODE
054700             SET CUR-ENTRY-FOUND TO TRUE
054800             SUBTRACT 1 FROM WS-CUR-SUB
054900         WHEN WS-CUR-CODE (WS-CUR-SUB) > OPN-CURRENCY-CODE
055000             MOVE WS-CUR-SUB TO WS-CUR-POS
055100     END-EVALUATE.
055200 3010-LOCATE-CURRENCY-EXIT.
055300     EXIT.
055400*----------------------------------------------------------
055500* 3020-INSERT-CURRENCY - OPEN A SLOT FOR A NEW CURRENCY,
055600*                        SHIFTING THE TAIL DOWN ONE. A FULL
055700*                        TABLE IS A HARD STOP, AS DEMOGLJR'S
055800*                        BAND TABLE IS.
055900*----------------------------------------------------------
056000 3020-INSERT-CURRENCY.
056100     IF WS-CUR-USED >= WS-CUR-MAX
056200         DISPLAY "DEMOFXRV - ERROR - MORE THAN " WS-CUR-MAX
056300             " CURRENCIES, TABLE EXHAUSTED"
056400         MOVE 16 TO RETURN-CODE
056500         STOP RUN
056600     END-IF.
056700     IF WS-CUR-USED > ZERO
056800         PERFORM 3030-SHIFT-CURRENCY
056900             THRU 3030-SHIFT-CURRENCY-EXIT
057000             VARYING WS-CUR-SHIFT-SUB
057100             FROM WS-CUR-USED BY -1
057200             UNTIL WS-CUR-SHIFT-SUB < WS-CUR-POS
057300     END-IF.
057400     ADD 1 TO WS-CUR-USED.
057500     MOVE OPN-CURRENCY-CODE TO WS-CUR-CODE (WS-CUR-POS).
057600     MOVE WS-PE-RATE TO WS-CUR-PE-RATE (WS-CUR-POS).
057700     MOVE ZERO TO WS-CUR-ITEMS (WS-CUR-POS).
057800     MOVE ZERO TO WS-CUR-RESIDUAL (WS-CUR-POS).
057900     MOVE ZERO TO WS-CUR-BOOK-EUR (WS-CUR-POS).
058000     MOVE ZERO TO WS-CUR-REVAL-EUR (WS-CUR-POS).
058100     MOVE ZERO TO WS-CUR-DIFF-EUR (WS-CUR-POS).
058200 3020-INSERT-CURRENCY-EXIT.
058300     EXIT.
058400*----------------------------------------------------------
058500* 3030-SHIFT-CURRENCY - MOVE ONE TAIL ENTRY DOWN A SLOT
058600*----------------------------------------------------------
058700 3030-SHIFT-CURRENCY.
058800     MOVE WS-CUR-ENTRY (WS-CUR-SHIFT-SUB)
058900         TO WS-CUR-ENTRY (WS-CUR-SHIFT-SUB + 1).
059000 3030-SHIFT-CURRENCY-EXIT.
059100     EXIT.
059200*----------------------------------------------------------
059300* 5000-WRITE-JOURNAL-BATCHES - EMIT THE REVALUATION BATCH
059400*                              DATED THE PERIOD END, ONE
059500*                              BALANCED PAIR PER CURRENCY,
059600*                              THEN ITS MIRROR-IMAGE REVERSAL
059700*                              DATED THE FIRST OF THE NEXT
059800*                              PERIOD. EVERY LINE GOES THROUGH
059900*                              5100-WRITE-ONE-LINE SO THE
060000*                              DEBIT/CREDIT PROOF TOTALS
060100*                              CANNOT DRIFT FROM THE FILE.
060200*----------------------------------------------------------
060300 5000-WRITE-JOURNAL-BATCHES.
060400     OPEN EXTEND GL-JOURNAL.
060500     IF GLJ-FILE-NOT-FOUND
060600         OPEN OUTPUT GL-JOURNAL
060700     END-IF.
060800     MOVE 'N' TO WS-REVERSE-SWITCH.
060900     MOVE WS-PERIOD-END TO WS-BATCH-DATE.
061000     PERFORM 5200-WRITE-CURRENCY-PAIR
061100         THRU 5200-WRITE-CURRENCY-PAIR-EXIT
061200         VARYING WS-CUR-SUB FROM 1 BY 1
061300         UNTIL WS-CUR-SUB > WS-CUR-USED.
061400     SET REVERSING-BATCH TO TRUE.
061500     MOVE WS-REVERSAL-DATE TO WS-BATCH-DATE.
061600     PERFORM 5200-WRITE-CURRENCY-PAIR
061700         THRU 5200-WRITE-CURRENCY-PAIR-EXIT
061800         VARYING WS-CUR-SUB FROM 1 BY 1
061900         UNTIL WS-CUR-SUB > WS-CUR-USED.
062000     CLOSE GL-JOURNAL.
062100 5000-WRITE-JOURNAL-BATCHES-EXIT.
062200     EXIT.
062300*----------------------------------------------------------
062400* 5100-WRITE-ONE-LINE - STAMP AND WRITE THE JOURNAL LINE
062500*                       ALREADY BUILT IN GLJ-REC, ROLLING
062600*                       ITS AMOUNT INTO THE PROOF TOTALS
062700*----------------------------------------------------------
062800 5100-WRITE-ONE-LINE.
062900     MOVE WS-RUN-SEQ TO GLJ-RUN-SEQ.
063000     MOVE WS-BATCH-DATE TO GLJ-BATCH-DATE.
063100     MOVE ZERO TO GLJ-VAT-RATE.
063200     ADD 1 TO WS-LINE-NO.
063300     MOVE WS-LINE-NO TO GLJ-LINE-NO.
063400     IF GLJ-DEBIT
063500         ADD GLJ-AMOUNT TO WS-DEBIT-TOTAL
063600     ELSE
063700         ADD GLJ-AMOUNT TO WS-CREDIT-TOTAL
063800     END-IF.
063900     WRITE GLJ-REC.
064000     PERFORM 6300-PRINT-PROOF-LINE
064100         THRU 6300-PRINT-PROOF-LINE-EXIT.
064200 5100-WRITE-ONE-LINE-EXIT.
064300     EXIT.
064400*----------------------------------------------------------
064500* 5200-WRITE-CURRENCY-PAIR - ONE CURRENCY'S DEBIT AND CREDIT.
064600*                            A GAIN RAISES RECEIVABLES AGAINST
064700*                            FXURGAIN; A LOSS CHARGES FXURLOSS
064800*                            AGAINST RECEIVABLES. THE REVERSAL
064900*                            SWAPS THE SIDES, NEVER THE SIGN.
065000*----------------------------------------------------------
065100 5200-WRITE-CURRENCY-PAIR.
065200     IF WS-CUR-DIFF-EUR (WS-CUR-SUB) = ZERO
065300         GO TO 5200-WRITE-CURRENCY-PAIR-EXIT
065400     END-IF.
065500     IF WS-CUR-DIFF-EUR (WS-CUR-SUB) > ZERO
065600         MOVE "ARCVBLE " TO WS-DR-ACCOUNT
065700         MOVE "FXURGAIN" TO WS-CR-ACCOUNT
065800         MOVE WS-CUR-DIFF-EUR (WS-CUR-SUB) TO WS-PAIR-AMOUNT
065900     ELSE
066000         MOVE "FXURLOSS" TO WS-DR-ACCOUNT
066100         MOVE "ARCVBLE " TO WS-CR-ACCOUNT
066200         COMPUTE WS-PAIR-AMOUNT =
066300             ZERO - WS-CUR-DIFF-EUR (WS-CUR-SUB)
066400     END-IF.
066500     IF REVERSING-BATCH
066600         MOVE WS-DR-ACCOUNT TO WS-SWAP-ACCOUNT
066700         MOVE WS-CR-ACCOUNT TO WS-DR-ACCOUNT
066800         MOVE WS-SWAP-ACCOUNT TO WS-CR-ACCOUNT
066900     END-IF.
067000     MOVE WS-DR-ACCOUNT TO GLJ-ACCOUNT.
067100     SET GLJ-DEBIT TO TRUE.
067200     MOVE WS-PAIR-AMOUNT TO GLJ-AMOUNT.
067300     PERFORM 5100-WRITE-ONE-LINE
067400         THRU 5100-WRITE-ONE-LINE-EXIT.
067500     MOVE WS-CR-ACCOUNT TO GLJ-ACCOUNT.
067600     SET GLJ-CREDIT TO TRUE.
067700     MOVE WS-PAIR-AMOUNT TO GLJ-AMOUNT.
067800     PERFORM 5100-WRITE-ONE-LINE
067900         THRU 5100-WRITE-ONE-LINE-EXIT.
068000 5200-WRITE-CURRENCY-PAIR-EXIT.
068100     EXIT.
068200*----------------------------------------------------------
068300* 6000-PRINT-REVALUATION - ONE LINE PER CURRENCY, THE EUR
068400*                          GRAND TOTALS, AND THE ITEM COUNTS
068500*----------------------------------------------------------
068600 6000-PRINT-REVALUATION.
068700     MOVE WS-HEADING-LINE TO REPORT-LINE.
068800     WRITE REPORT-LINE.
068900     PERFORM 6100-PRINT-CURRENCY-LINE
069000         THRU 6100-PRINT-CURRENCY-LINE-EXIT
069100         VARYING WS-CUR-SUB FROM 1 BY 1
069200         UNTIL WS-CUR-SUB > WS-CUR-USED.
069300     MOVE WS-GRAND-BOOK-EUR TO GR-BOOK-EUR.
069400     MOVE WS-GRAND-REVAL-EUR TO GR-REVAL-EUR.
069500     MOVE WS-GRAND-DIFF-EUR TO GR-DIFF-EUR.
069600     MOVE WS-GRAND-LINE TO REPORT-LINE.
069700     WRITE REPORT-LINE.
069800     MOVE SPACES TO REPORT-LINE.
069900     WRITE REPORT-LINE.
070000     MOVE "OPEN ITEMS READ               " TO CT-TEXT.
070100     MOVE WS-READ-COUNT TO CT-COUNT.
070200     MOVE WS-COUNT-LINE TO REPORT-LINE.
070300     WRITE REPORT-LINE.
070400     MOVE "FOREIGN ITEMS REVALUED        " TO CT-TEXT.
070500     MOVE WS-REVALUED-COUNT TO CT-COUNT.
070600     MOVE WS-COUNT-LINE TO REPORT-LINE.
070700     WRITE REPORT-LINE.
070800     MOVE "ITEMS WITH NO RATE            " TO CT-TEXT.
070900     MOVE WS-NO-RATE-COUNT TO CT-COUNT.
071000     MOVE WS-COUNT-LINE TO REPORT-LINE.
071100     WRITE REPORT-LINE.
071200     MOVE SPACES TO REPORT-LINE.
071300     WRITE REPORT-LINE.
071400 6000-PRINT-REVALUATION-EXIT.
071500     EXIT.
071600*----------------------------------------------------------
071700* 6100-PRINT-CURRENCY-LINE - ONE CURRENCY'S TOTALS, ROLLED
071800*                            INTO THE EUR GRAND TOTALS
071900*----------------------------------------------------------
072000 6100-PRINT-CURRENCY-LINE.
072100     MOVE WS-CUR-CODE (WS-CUR-SUB) TO CL-CURR.
072200     MOVE WS-CUR-PE-RATE (WS-CUR-SUB) TO CL-RATE.
072300     MOVE WS-CUR-ITEMS (WS-CUR-SUB) TO CL-ITEMS.
072400     MOVE WS-CUR-RESIDUAL (WS-CUR-SUB) TO CL-RESIDUAL.
072500     MOVE WS-CUR-BOOK-EUR (WS-CUR-SUB) TO CL-BOOK-EUR.
072600     MOVE WS-CUR-REVAL-EUR (WS-CUR-SUB) TO CL-REVAL-EUR.
072700     MOVE WS-CUR-DIFF-EUR (WS-CUR-SUB) TO CL-DIFF-EUR.
072800     MOVE WS-CURRENCY-LINE TO REPORT-LINE.
072900     WRITE REPORT-LINE.
073000     ADD WS-CUR-BOOK-EUR (WS-CUR-SUB) TO WS-GRAND-BOOK-EUR.
073100     ADD WS-CUR-REVAL-EUR (WS-CUR-SUB) TO WS-GRAND-REVAL-EUR.
073200     ADD WS-CUR-DIFF-EUR (WS-CUR-SUB) TO WS-GRAND-DIFF-EUR.
073300 6100-PRINT-CURRENCY-LINE-EXIT.
073400     EXIT.
073500*----------------------------------------------------------
073600* 6200-PRINT-PROOF - THE JOURNAL DEBIT AND CREDIT TOTALS.
073700*                    THE PER-LINE DETAIL WAS ALREADY PRINTED
073800*                    AS EACH JOURNAL LINE WAS WRITTEN.
073900*----------------------------------------------------------
074000 6200-PRINT-PROOF.
074100     MOVE SPACES TO REPORT-LINE.
074200     WRITE REPORT-LINE.
074300     MOVE ZERO TO PL-BATCH-DATE.
074400     MOVE "TOTAL   " TO PL-ACCOUNT.
074500     MOVE "DR" TO PL-DR-CR.
074600     MOVE WS-DEBIT-TOTAL TO PL-AMOUNT.
074700     MOVE WS-PROOF-LINE TO REPORT-LINE.
074800     WRITE REPORT-LINE.
074900     MOVE "TOTAL   " TO PL-ACCOUNT.
075000     MOVE "CR" TO PL-DR-CR.
075100     MOVE WS-CREDIT-TOTAL TO PL-AMOUNT.
075200     MOVE WS-PROOF-LINE TO REPORT-LINE.
075300     WRITE REPORT-LINE.
075400     IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
075500         MOVE "** BATCH DOES NOT BALANCE **" TO REPORT-LINE
075600         WRITE REPORT-LINE
075700         DISPLAY "DEMOFXRV - ERROR - JOURNAL BATCH DOES "
075800             "NOT BALANCE, DR " WS-DEBIT-TOTAL
075900             " CR " WS-CREDIT-TOTAL
076000         MOVE 16 TO RETURN-CODE
076100     END-IF.
076200 6200-PRINT-PROOF-EXIT.
076300     EXIT.
076400*----------------------------------------------------------
076500* 6300-PRINT-PROOF-LINE - ECHO ONE JOURNAL LINE ONTO THE
076600*                         REPORT. THE FIRST LINE PRINTS THE
076700*                         SECTION TITLE FIRST.
076800*----------------------------------------------------------
076900 6300-PRINT-PROOF-LINE.
077000     IF WS-LINE-NO = 1
077100         MOVE "JOURNAL PROOF (REVALUATION AND REVERSAL)"
077200             TO REPORT-LINE
077300         WRITE REPORT-LINE
077400         MOVE SPACES TO REPORT-LINE
077500         WRITE REPORT-LINE
077600     END-IF.
077700     MOVE GLJ-BATCH-DATE TO PL-BATCH-DATE.
077800     MOVE GLJ-ACCOUNT TO PL-ACCOUNT.
077900     IF GLJ-DEBIT
078000         MOVE "DR" TO PL-DR-CR
078100     ELSE
078200         MOVE "CR" TO PL-DR-CR
078300     END-IF.
078400     MOVE GLJ-AMOUNT TO PL-AMOUNT.
078500     MOVE WS-PROOF-LINE TO REPORT-LINE.
078600     WRITE REPORT-LINE.
078700 6300-PRINT-PROOF-LINE-EXIT.
078800     EXIT.
078900*----------------------------------------------------------
079000* 8000-TERMINATE - CLOSE FILES, RECORD THE POSTING CONTROL
079100*                  (ONLY FOR A CLEAN, BALANCED RUN), AND LOG
079200*                  THE RUN
079300*----------------------------------------------------------
079400 8000-TERMINATE.
079500     IF NOT OPEN-FILE-NOT-FOUND
079600         CLOSE OPEN-ITEMS
079700     END-IF.
079800     CLOSE CURRENCY-RATES.
079900     CLOSE REVAL-REPORT.
080000*    THE CONTROL RECORD IS ONLY CUT ON A CLEAN END - A PERIOD
080100*    STOPPED FOR MISSING RATES OR AN UNBALANCED BATCH MUST
080200*    STAY RE-RUNNABLE AFTER THE FIX.
080300     IF RETURN-CODE = ZERO
080400         PERFORM 8100-RECORD-FX-CONTROL
080500             THRU 8100-RECORD-FX-CONTROL-EXIT
080600     END-IF.
080700     DISPLAY "DEMOFXRV: PERIOD " WS-ARG-PERIOD " - "
080800         WS-REVALUED-COUNT " ITEM(S) REVALUED, "
080900         WS-LINE-NO " JOURNAL LINES".
081000     PERFORM 8900-WRITE-RUN-LOG
081100         THRU 8900-WRITE-RUN-LOG-EXIT.
081200 8000-TERMINATE-EXIT.
081300     EXIT.
081400*----------------------------------------------------------
081500* 8100-RECORD-FX-CONTROL - APPEND THIS PERIOD'S REVALUATION
081600*                          TO DEMOFXCT SO IT CAN NEVER BE
081700*                          JOURNALED AGAIN
081800*----------------------------------------------------------
081900 8100-RECORD-FX-CONTROL.
082000     SET FXC-REVALUATION TO TRUE.
082100     MOVE WS-PERIOD-END TO FXC-BATCH-KEY.
082200     MOVE WS-RUN-SEQ TO FXC-RUN-SEQ.
082300     ACCEPT FXC-POST-DATE FROM DATE YYYYMMDD.
082400     ACCEPT FXC-POST-TIME FROM TIME.
082500     MOVE WS-LINE-NO TO FXC-LINE-COUNT.
082600     MOVE WS-DEBIT-TOTAL TO FXC-DEBIT-TOTAL.
082700     MOVE WS-CREDIT-TOTAL TO FXC-CREDIT-TOTAL.
082800     OPEN EXTEND FX-CONTROL.
082900     IF FXCT-FILE-NOT-FOUND
083000         OPEN OUTPUT FX-CONTROL
083100     END-IF.
083200     WRITE FXC-REC.
083300     CLOSE FX-CONTROL.
083400 8100-RECORD-FX-CONTROL-EXIT.
083500     EXIT.
083600*----------------------------------------------------------
083700* 8900-WRITE-RUN-LOG - APPEND THIS RUN'S STRUCTURED RECORD
083800*                      TO THE COMMON RUN-LOG DATASET.
083900*                      RECORDS READ IS THE OPEN ITEMS READ,
084000*                      WRITTEN THE JOURNAL LINES, REJECTED THE
084100*                      ITEMS WITH NO RATE.
084200*----------------------------------------------------------
084300 8900-WRITE-RUN-LOG.
084400     MOVE "DEMOFXRV" TO RLOG-PROGRAM.
084500     MOVE WS-RUN-SEQ TO RLOG-RUN-SEQ.
084600     MOVE WS-START-DATE TO RLOG-START-DATE.
084700     MOVE WS-START-TIME TO RLOG-START-TIME.
084800     ACCEPT RLOG-END-DATE FROM DATE YYYYMMDD.
084900     ACCEPT RLOG-END-TIME FROM TIME.
085000     MOVE WS-READ-COUNT TO RLOG-READ-COUNT.
085100     MOVE WS-LINE-NO TO RLOG-WRITE-COUNT.
085200     MOVE WS-NO-RATE-COUNT TO RLOG-REJECT-COUNT.
085300     SET RLOG-RECON-NA TO TRUE.
085400     MOVE RETURN-CODE TO RLOG-RETURN-CODE.
085500     OPEN EXTEND RUN-LOG.
085600     IF RLOG-FILE-NOT-FOUND
085700         OPEN OUTPUT RUN-LOG
085800     END-IF.
085900     WRITE RLOG-REC.
086000     CLOSE RUN-LOG.
086100 8900-WRITE-RUN-LOG-EXIT.
086200     EXIT.
086300*----------------------------------------------------------
086400* 9400-SET-MONTH-END - THE LAST DAY OF WS-PE-MONTH IN
086500*                      WS-PE-YEAR
086600*----------------------------------------------------------
086700 9400-SET-MONTH-END.
086800     EVALUATE WS-PE-MONTH
086900         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
087000             MOVE 31 TO WS-PE-MONTH-END
087100         WHEN 4 WHEN 6 WHEN 9 WHEN 11
087200             MOVE 30 TO WS-PE-MONTH-END
087300         WHEN 2
087400             PERFORM 9410-SET-FEBRUARY-END
087500                 THRU 9410-SET-FEBRUARY-END-EXIT
087600     END-EVALUATE.
087700 9400-SET-MONTH-END-EXIT.
087800     EXIT.
087900*----------------------------------------------------------
088000* 9410-SET-FEBRUARY-END - 28, OR 29 IN A LEAP YEAR
088100*----------------------------------------------------------
088200 9410-SET-FEBRUARY-END.
088300     MOVE 28 TO WS-PE-MONTH-END.
088400     DIVIDE WS-PE-YEAR BY 4 GIVING WS-PE-QUOT
088500         REMAINDER WS-PE-REM.
088600     IF WS-PE-REM NOT = ZERO
088700         GO TO 9410-SET-FEBRUARY-END-EXIT
088800     END-IF.
088900     DIVIDE WS-PE-YEAR BY 100 GIVING WS-PE-QUOT
089000         REMAINDER WS-PE-REM.
089100     IF WS-PE-REM NOT = ZERO
089200         MOVE 29 TO WS-PE-MONTH-END
089300         GO TO 9410-SET-FEBRUARY-END-EXIT
089400     END-IF.
089500     DIVIDE WS-PE-YEAR BY 400 GIVING WS-PE-QUOT
089600         REMAINDER WS-PE-REM.
089700     IF WS-PE-REM = ZERO
089800         MOVE 29 TO WS-PE-MONTH-END
089900     END-IF.
090000 9410-SET-FEBRUARY-END-EXIT.
090100     EXIT.
