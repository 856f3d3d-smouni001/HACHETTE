002370* 2026-09-02 RF  CUSTMAST'S LAYOUT NOW COMES FROM THE
002372*                SHARED CUSTRECL COPYBOOK (THE MASTER
002374*                GAINED CREDIT-STANDING FIELDS).
002375* 2026-10-15 RF  AGING IS NOW BY DAYS PAST THE DUE DATE
002376*                DEMOCOB PUTS ON OUT-REC (INVOICE DATE PLUS
002377*                THE CUSTOMER'S PAYMENT TERMS) RATHER THAN
002378*                DAYS SINCE INVOICE, SO A 60-DAY CUSTOMER NO
002379*                LONGER SHOWS AS OVERDUE AT DAY 31. INVOICES
002380*                NOT YET DUE GET A COLUMN OF THEIR OWN AHEAD
002381*                OF THE 1-30/31-60/61-90/90+ BUCKETS. A
002382*                RECORD WITH NO DUE DATE (EXTRACTED BEFORE
002383*                THE CHANGE) IS TAKEN AS DUE NET 30.
002384* 2026-10-15 RF  AN INVOICE RAISED UNDER A CUSTOMER NUMBER
002385*                SINCE RETIRED BY DEMOMRGE NOW AGES ON THE
002386*                SURVIVOR'S STATEMENT, FOLLOWING THE NEW
002387*                DEMOCUSX CROSS-REFERENCE.
002388* 2026-10-15 RF  AN ITEM DEMOWOFF HAS WRITTEN OFF ('W') IS NOW
002389*                PASSED OVER AS A PAID ONE IS - IT NO LONGER
002390*                SITS IN THE 90+ COLUMN FOREVER.
002400*----------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
004690         RECORD KEY IS OPN-INVOICE-NO
004695         FILE STATUS IS WS-OPEN-FILE-STATUS.
004700
004710*    CUSTOMER NUMBERS RETIRED BY DEMOMRGE, EACH POINTING AT
004720*    THE SURVIVOR IT WAS MERGED INTO. NO FILE MEANS NO
004730*    CUSTOMER HAS EVER BEEN MERGED.
004740     SELECT CUST-XREF ASSIGN TO "DEMOCUSX"
004750         ORGANIZATION IS INDEXED
004760         ACCESS MODE IS RANDOM
004770         RECORD KEY IS XREF-OLD-CUST-NO
004780         FILE STATUS IS WS-XREF-FILE-STATUS.
004790
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  FOUT
006610
006620 FD  OPEN-ITEMS.
006630     COPY OPENRECL.
006647
006664 FD  CUST-XREF.
006681     COPY XREFRECL.
006700
006800 WORKING-STORAGE SECTION.
006900 77  WS-FOUT-EOF-SWITCH     PIC X(01) VALUE 'N'.
007970 77  WS-PAID-SWITCH         PIC X(01) VALUE 'N'.
007980     88 ITEM-FULLY-PAID     VALUE 'Y'.
007990 77  WS-PAID-SKIP-COUNT     PIC 9(07) COMP VALUE ZERO.
007991*----------------------------------------------------------
007992* MERGE CROSS-REFERENCE (DEMOCUSX) WORKING STORAGE
007993*----------------------------------------------------------
007994 77  WS-XREF-FILE-STATUS    PIC X(02) VALUE "00".
007995 77  WS-XREF-AVAIL-SWITCH   PIC X(01) VALUE 'N'.
007996     88 XREF-AVAILABLE      VALUE 'Y'.
008000*----------------------------------------------------------
008100* LOOKBACK WINDOW - HOW MANY DAYS OF FOUTHIST GENERATIONS
008200* TO SCAN, SUPPLIED ON THE COMMAND LINE, DEFAULT 365
009907 77  WS-TAIL-DOM            PIC 9(02) VALUE ZERO.
009908 77  WS-TAIL-YM             PIC X(06) VALUE SPACES.
010000*----------------------------------------------------------
010075* ONE ACCUMULATION ENTRY PER CUSTOMER SEEN, WITH THE FIVE
010150* AGING BUCKETS (NOT YET DUE, THEN 1-30 / 31-60 / 61-90 /
010225* 90-PLUS DAYS PAST DUE) IN EUR
010300*----------------------------------------------------------
010400 77  WS-STMT-USED           PIC 9(03) COMP VALUE ZERO.
010500 77  WS-STMT-MAX            PIC 9(03) COMP VALUE 500.
011100        10 WS-STMT-CUST-NO  PIC 9(06).
011200        10 WS-STMT-ITEMS    PIC 9(05) COMP.
011300        10 WS-STMT-BUCKET   PIC S9(9)V99 COMP-3
011400                            OCCURS 5 TIMES.
011500*----------------------------------------------------------
011600* FIELDS THE TWO READ LOOPS HAND TO 4000-ACCUMULATE, SO
011700* FOUT AND HISTORY RECORDS GO THROUGH ONE SET OF AGING
012000 77  WS-ACC-CUST-NO         PIC 9(06) VALUE ZERO.
012050 77  WS-ACC-INVOICE-NO      PIC 9(10) VALUE ZERO.
012100 77  WS-ACC-INVOICE-DATE    PIC 9(08) VALUE ZERO.
012133 77  WS-ACC-DUE-DATE        PIC 9(08) VALUE ZERO.
012166 77  WS-HOUSE-TERMS-DAYS    PIC 9(03) VALUE 30.
012200 77  WS-ACC-EUR-AMT         PIC S9(7)V99 COMP-3 VALUE ZERO.
012300 77  WS-AGE-DAYS            PIC S9(08) COMP VALUE ZERO.
012400 77  WS-BUCKET-SUB          PIC 9(01) VALUE ZERO.
012700*----------------------------------------------------------
012800 01  WS-COMPANY-BUCKETS.
012850     05 WS-COMPANY-BUCKET   PIC S9(11)V99 COMP-3
012900                            OCCURS 5 TIMES.
013000 77  WS-COMPANY-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
013100 77  WS-CUST-TOTAL          PIC S9(11)V99 COMP-3 VALUE ZERO.
013200*----------------------------------------------------------
014400     05 FILLER              PIC X(82) VALUE SPACES.
014500 01  WS-COL-HEAD-LINE.
014600     05 FILLER              PIC X(18) VALUE SPACES.
014676     05 FILLER              PIC X(14) VALUE "   NOT YET DUE".
014764     05 FILLER              PIC X(14) VALUE "     1-30 DAYS".
014852     05 FILLER              PIC X(14) VALUE "    31-60 DAYS".
014940     05 FILLER              PIC X(14) VALUE "    61-90 DAYS".
015000     05 FILLER              PIC X(14) VALUE "      90+ DAYS".
015100     05 FILLER              PIC X(14) VALUE "         TOTAL".
015200     05 FILLER              PIC X(30) VALUE SPACES.
015300 01  WS-BUCKET-LINE.
015400     05 BL-TAG              PIC X(18).
015500     05 BL-BUCKET-1         PIC Z(9)9.99-.
015600     05 BL-BUCKET-2         PIC Z(9)9.99-.
015700     05 BL-BUCKET-3         PIC Z(9)9.99-.
015800     05 BL-BUCKET-4         PIC Z(9)9.99-.
015820     05 BL-BUCKET-5         PIC Z(9)9.99-.
015900     05 BL-TOTAL            PIC Z(9)9.99-.
016000     05 FILLER              PIC X(30) VALUE SPACES.
016100
016200*----------------------------------------------------------
016300* 9100-DATE-TO-SERIAL / 9300-SUBTRACT-ONE-DAY WORKING
023440     PERFORM 1100-CLEAR-COMPANY-BUCKET
023450         THRU 1100-CLEAR-COMPANY-BUCKET-EXIT
023460         VARYING WS-SCAN-DAY-SUB FROM 1 BY 1
023470         UNTIL WS-SCAN-DAY-SUB > 5.
023500     ACCEPT WS-LOOKBACK-PARM FROM COMMAND-LINE.
023600     IF WS-LOOKBACK-PARM NOT = SPACES
023700         MOVE WS-LOOKBACK-PARM TO WS-LOOKBACK-DAYS
025240     ELSE
025250         DISPLAY "DEMOSTMT - NO OPEN-ITEMS FILE (DEMOOPEN)"
025260             " - EVERY INVOICE AGES IN FULL"
025262     END-IF.
025264     OPEN INPUT CUST-XREF.
025266     IF WS-XREF-FILE-STATUS = "00"
025268         SET XREF-AVAILABLE TO TRUE
025270     END-IF.
025300 1000-INITIALIZE-EXIT.
025400     EXIT.
028200     MOVE CUSTOMER-NO OF OUT-REC TO WS-ACC-CUST-NO.
028250     MOVE INVOICE-NO OF OUT-REC TO WS-ACC-INVOICE-NO.
028300     MOVE INVOICE-DATE OF OUT-REC TO WS-ACC-INVOICE-DATE.
028350     MOVE DUE-DATE OF OUT-REC TO WS-ACC-DUE-DATE.
028400     MOVE EUR-EQUIV-AMT OF OUT-REC TO WS-ACC-EUR-AMT.
028500     PERFORM 4000-ACCUMULATE THRU 4000-ACCUMULATE-EXIT.
028600 2100-READ-FOUT-REC-EXIT.
034000     MOVE CUSTOMER-NO OF HIST-REC TO WS-ACC-CUST-NO.
034050     MOVE INVOICE-NO OF HIST-REC TO WS-ACC-INVOICE-NO.
034100     MOVE INVOICE-DATE OF HIST-REC TO WS-ACC-INVOICE-DATE.
034150     MOVE DUE-DATE OF HIST-REC TO WS-ACC-DUE-DATE.
034200     MOVE EUR-EQUIV-AMT OF HIST-REC TO WS-ACC-EUR-AMT.
034300     PERFORM 4000-ACCUMULATE THRU 4000-ACCUMULATE-EXIT.
034400 3200-READ-HIST-REC-EXIT.
034500     EXIT.
034600*----------------------------------------------------------
034670* 4000-ACCUMULATE - AGE ONE RECORD BY DAYS PAST ITS DUE
034755*                   DATE AND ROLL ITS EUR AMOUNT INTO THE
034840*                   RIGHT BUCKET OF ITS CUSTOMER'S ENTRY AND
034925*                   THE COMPANY TOTALS. NOT YET DUE IS A
035010*                   BUCKET OF ITS OWN.
035100*----------------------------------------------------------
035200 4000-ACCUMULATE.
035203     PERFORM 4020-FOLLOW-MERGE-XREF
035206         THRU 4020-FOLLOW-MERGE-XREF-EXIT.
035210*    CASH ALREADY APPLIED AGAINST THIS INVOICE COMES OFF
035220*    FIRST - A PAID ITEM DOES NOT AGE AT ALL.
035230     PERFORM 4050-APPLY-OPEN-STATUS
035260         ADD 1 TO WS-PAID-SKIP-COUNT
035270         GO TO 4000-ACCUMULATE-EXIT
035280     END-IF.
035301*    AGE BY DAYS PAST THE DUE DATE. A RECORD EXTRACTED
035322*    BEFORE DUE DATES WERE CARRIED (ZERO OR NOT NUMERIC)
035343*    IS TAKEN AS DUE ON THE HOUSE TERMS, NET 30 FROM ITS
035364*    INVOICE DATE - WHICH IS HOW IT USED TO AGE ANYWAY.
035385     IF WS-ACC-DUE-DATE NUMERIC AND WS-ACC-DUE-DATE > ZERO
035406         MOVE WS-ACC-DUE-DATE TO WS-DTS-DATE
035427         PERFORM 9100-DATE-TO-SERIAL
035448             THRU 9100-DATE-TO-SERIAL-EXIT
035469     ELSE
035490         MOVE WS-ACC-INVOICE-DATE TO WS-DTS-DATE
035511         PERFORM 9100-DATE-TO-SERIAL
035532             THRU 9100-DATE-TO-SERIAL-EXIT
035553         ADD WS-HOUSE-TERMS-DAYS TO WS-DTS-SERIAL
035574     END-IF.
035600     COMPUTE WS-AGE-DAYS =
035700         WS-RUN-DATE-SERIAL - WS-DTS-SERIAL.
035800     EVALUATE TRUE
035900         WHEN WS-AGE-DAYS NOT > ZERO
036000             MOVE 1 TO WS-BUCKET-SUB
036100         WHEN WS-AGE-DAYS NOT > 30
036200             MOVE 2 TO WS-BUCKET-SUB
036300         WHEN WS-AGE-DAYS NOT > 60
036400             MOVE 3 TO WS-BUCKET-SUB
036433         WHEN WS-AGE-DAYS NOT > 90
036466             MOVE 4 TO WS-BUCKET-SUB
036500         WHEN OTHER
036600             MOVE 5 TO WS-BUCKET-SUB
036700     END-EVALUATE.
036800     PERFORM 4100-FIND-STMT-ENTRY
036900         THRU 4100-FIND-STMT-ENTRY-EXIT.
038099         INVALID KEY
038100             GO TO 4050-APPLY-OPEN-STATUS-EXIT
038101     END-READ.
038102     IF OPN-CLOSED
038103         SET ITEM-FULLY-PAID TO TRUE
038104         GO TO 4050-APPLY-OPEN-STATUS-EXIT
038105     END-IF.
038110             / OPN-AMOUNT-TTC
038111     END-IF.
038112 4050-APPLY-OPEN-STATUS-EXIT.
038114     EXIT.
038116*----------------------------------------------------------
038118* 4020-FOLLOW-MERGE-XREF - A CUSTOMER NUMBER RETIRED BY
038120*                          DEMOMRGE STILL SITS ON FOUT AND
038122*                          FOUTHIST; AGE ITS INVOICES UNDER
038124*                          THE SURVIVOR IT WAS MERGED INTO.
038126*                          DEMOCUSX IS KEPT ONE READ DEEP.
038128*----------------------------------------------------------
038130 4020-FOLLOW-MERGE-XREF.
038132     IF NOT XREF-AVAILABLE
038134         GO TO 4020-FOLLOW-MERGE-XREF-EXIT
038136     END-IF.
038138     MOVE WS-ACC-CUST-NO TO XREF-OLD-CUST-NO.
038140     READ CUST-XREF
038142         INVALID KEY
038144             GO TO 4020-FOLLOW-MERGE-XREF-EXIT
038146     END-READ.
038148     MOVE XREF-NEW-CUST-NO TO WS-ACC-CUST-NO.
038150 4020-FOLLOW-MERGE-XREF-EXIT.
038152     EXIT.
038156*----------------------------------------------------------
038200* 4100-FIND-STMT-ENTRY - LOCATE THE AGING ENTRY FOR THE
038300*                        RECORD'S CUSTOMER
042600     MOVE ZERO TO WS-STMT-BUCKET (WS-STMT-SUB 2).
042700     MOVE ZERO TO WS-STMT-BUCKET (WS-STMT-SUB 3).
042800     MOVE ZERO TO WS-STMT-BUCKET (WS-STMT-SUB 4).
042850     MOVE ZERO TO WS-STMT-BUCKET (WS-STMT-SUB 5).
042900 4200-ADD-STMT-ENTRY-EXIT.
043000     EXIT.
043100*----------------------------------------------------------
047200     MOVE WS-STMT-BUCKET (WS-STMT-SUB 2) TO BL-BUCKET-2.
047300     MOVE WS-STMT-BUCKET (WS-STMT-SUB 3) TO BL-BUCKET-3.
047400     MOVE WS-STMT-BUCKET (WS-STMT-SUB 4) TO BL-BUCKET-4.
047415     MOVE WS-STMT-BUCKET (WS-STMT-SUB 5) TO BL-BUCKET-5.
047500     COMPUTE WS-CUST-TOTAL =
047600         WS-STMT-BUCKET (WS-STMT-SUB 1)
047700         + WS-STMT-BUCKET (WS-STMT-SUB 2)
047800         + WS-STMT-BUCKET (WS-STMT-SUB 3)
047830         + WS-STMT-BUCKET (WS-STMT-SUB 4)
047913         + WS-STMT-BUCKET (WS-STMT-SUB 5).
048000     MOVE WS-CUST-TOTAL TO BL-TOTAL.
048100     MOVE WS-BUCKET-LINE TO REPORT-LINE.
048200     WRITE REPORT-LINE.
049800     MOVE WS-COMPANY-BUCKET (2) TO BL-BUCKET-2.
049900     MOVE WS-COMPANY-BUCKET (3) TO BL-BUCKET-3.
050000     MOVE WS-COMPANY-BUCKET (4) TO BL-BUCKET-4.
050015     MOVE WS-COMPANY-BUCKET (5) TO BL-BUCKET-5.
050100     MOVE WS-COMPANY-TOTAL TO BL-TOTAL.
050200     MOVE WS-BUCKET-LINE TO REPORT-LINE.
050300     WRITE REPORT-LINE.
051300     END-IF.
051310     IF OPEN-ITEMS-AVAILABLE
051320         CLOSE OPEN-ITEMS
051322     END-IF.
051324     IF XREF-AVAILABLE
051326         CLOSE CUST-XREF
051330     END-IF.
051400     CLOSE STMT-REPORT.
051500     DISPLAY "DEMOSTMT: " WS-STMT-USED
