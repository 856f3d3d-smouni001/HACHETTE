001960*                THEIR OWN) - DISK-BOUNDED, HOWEVER MANY
001970*                CUSTOMERS FOUT CARRIES, AND THE REPORT
001980*                PASS WALKS IT IN KEY ORDER.
001981* 2026-10-15 RF  EXPOSURE IS NOW THE NET OPEN DEBT: EACH
001982*                RECORD IS LOOKED UP ON DEMOOPEN AS DEMOSTMT
001983*                DOES - PAID IN FULL (INCLUDING A CREDIT NOTE
001984*                DEMOCASH HAS NETTED AGAINST ITS ORIGINAL)
001985*                ADDS NOTHING, PART-PAID ADDS ONLY THE OPEN
001986*                RESIDUAL. NO DEMOOPEN COUNTS EVERYTHING IN
001987*                FULL, AS BEFORE.
001988* 2026-10-15 RF  AN INVOICE STILL CARRYING A CUSTOMER NUMBER
001989*                RETIRED BY DEMOMRGE NOW COUNTS AGAINST THE
001990*                SURVIVOR, FOLLOWING THE NEW DEMOCUSX
001991*                CROSS-REFERENCE, SO THE MERGED CUSTOMER'S
001992*                WHOLE EXPOSURE IS SET AGAINST ONE LIMIT.
001993* 2026-10-15 RF  AN ITEM DEMOWOFF HAS WRITTEN OFF ('W') IS NOW
001994*                PASSED OVER AS A PAID ONE IS - IT NO LONGER
001995*                COUNTS AGAINST THE CUSTOMER'S EXPOSURE.
002000*----------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
003000         ACCESS MODE IS RANDOM
003100         RECORD KEY IS CUST-NO
003200         FILE STATUS IS WS-CUST-FILE-STATUS.
003205
003210*    THE OPEN-ITEMS DATASET DEMOCASH MAINTAINS, READ PER
003215*    RECORD SO ONLY THE GENUINELY OPEN RESIDUAL COUNTS. A
003220*    MISSING FILE JUST MEANS CASH APPLICATION HAS NEVER
003225*    RUN, AND EVERYTHING COUNTS IN FULL AS IT ALWAYS DID.
003230     SELECT OPEN-ITEMS ASSIGN TO "DEMOOPEN"
003235         ORGANIZATION IS INDEXED
003240         ACCESS MODE IS RANDOM
003245         RECORD KEY IS OPN-INVOICE-NO
003250         FILE STATUS IS WS-OPEN-FILE-STATUS.
003255
003260*    CUSTOMER NUMBERS RETIRED BY DEMOMRGE, EACH POINTING AT
003265*    THE SURVIVOR IT WAS MERGED INTO. NO FILE MEANS NO
003270*    CUSTOMER HAS EVER BEEN MERGED.
003275     SELECT CUST-XREF ASSIGN TO "DEMOCUSX"
003280         ORGANIZATION IS INDEXED
003285         ACCESS MODE IS RANDOM
003290         RECORD KEY IS XREF-OLD-CUST-NO
003295         FILE STATUS IS WS-XREF-FILE-STATUS.
003300
003310*    THE EXPOSURE WORK FILE - RANDOM WHILE ACCUMULATING,
003320*    READ NEXT IN KEY ORDER FOR THE REPORT PASS, REBUILT
005200
005300 FD  CUSTOMER-MASTER.
005400     COPY CUSTRECL.
005402
005404 FD  OPEN-ITEMS.
005406     COPY OPENRECL.
005407
005408 FD  CUST-XREF.
005409     COPY XREFRECL.
005410*----------------------------------------------------------
005420* EXPOSURE-FILE - THE PER-CUSTOMER EUR EXPOSURE OF THE
005430*                 CURRENT EXTRACT, KEYED BY CUSTOMER NUMBER
007700 77  WS-MASTER-SWITCH       PIC X(01) VALUE 'N'.
007800     88 MASTER-FOUND        VALUE 'Y'.
007900     88 MASTER-NOT-FOUND    VALUE 'N'.
007909*----------------------------------------------------------
007918* OPEN-ITEMS (DEMOOPEN) WORKING STORAGE
007927*----------------------------------------------------------
007936 77  WS-OPEN-FILE-STATUS    PIC X(02) VALUE "00".
007945 77  WS-OPEN-AVAIL-SWITCH   PIC X(01) VALUE 'N'.
007954     88 OPEN-ITEMS-AVAILABLE VALUE 'Y'.
007963 77  WS-PAID-SWITCH         PIC X(01) VALUE 'N'.
007972     88 ITEM-FULLY-PAID     VALUE 'Y'.
007981 77  WS-PAID-SKIP-COUNT     PIC 9(07) COMP VALUE ZERO.
007990 77  WS-ACC-EUR-AMT         PIC S9(7)V99 COMP-3 VALUE ZERO.
007991 77  WS-ACC-CUST-NO         PIC 9(06) VALUE ZERO.
007992*----------------------------------------------------------
007993* MERGE CROSS-REFERENCE (DEMOCUSX) WORKING STORAGE
007994*----------------------------------------------------------
007995 77  WS-XREF-FILE-STATUS    PIC X(02) VALUE "00".
007996 77  WS-XREF-AVAIL-SWITCH   PIC X(01) VALUE 'N'.
007997     88 XREF-AVAILABLE      VALUE 'Y'.
008000*----------------------------------------------------------
008100* RUN-LOG WORKING STORAGE
008200*----------------------------------------------------------
018000         DISPLAY "DEMOEXPO - WARNING - CUSTMAST NOT "
018100             "AVAILABLE, LIMITS AND NAMES UNKNOWN"
018200     END-IF.
018212     OPEN INPUT OPEN-ITEMS.
018224     IF WS-OPEN-FILE-STATUS = "00"
018236         SET OPEN-ITEMS-AVAILABLE TO TRUE
018248     ELSE
018260         DISPLAY "DEMOEXPO - NO OPEN-ITEMS FILE (DEMOOPEN)"
018272             " - EVERY INVOICE COUNTS IN FULL"
018284     END-IF.
018287     OPEN INPUT CUST-XREF.
018290     IF WS-XREF-FILE-STATUS = "00"
018293         SET XREF-AVAILABLE TO TRUE
018296     END-IF.
018300     OPEN INPUT FOUT.
018400     IF FOUT-FILE-NOT-FOUND
018500         MOVE 'Y' TO WS-EOF-SWITCH
019900 2100-READ-FOUT-EXIT.
020000     EXIT.
020100*----------------------------------------------------------
020166* 2000-ACCUMULATE-FOUT - ROLL ONE OUT-REC'S OPEN EUR
020232*                        EQUIVALENT INTO ITS CUSTOMER'S
020298*                        EXPOSURE, THEN READ THE NEXT RECORD.
020364*                        AN ITEM DEMOOPEN SHOWS PAID IN FULL
020430*                        ADDS NOTHING.
020500*----------------------------------------------------------
020600 2000-ACCUMULATE-FOUT.
020700     ADD 1 TO WS-READ-COUNT.
020710     MOVE EUR-EQUIV-AMT TO WS-ACC-EUR-AMT.
020720     PERFORM 2050-APPLY-OPEN-STATUS
020730         THRU 2050-APPLY-OPEN-STATUS-EXIT.
020740     IF ITEM-FULLY-PAID
020750         ADD 1 TO WS-PAID-SKIP-COUNT
020760         GO TO 2000-ACCUMULATE-FOUT-NEXT
020770     END-IF.
020780     PERFORM 2060-FOLLOW-MERGE-XREF
020790         THRU 2060-FOLLOW-MERGE-XREF-EXIT.
020800     PERFORM 2200-READ-EXPOSURE
020900         THRU 2200-READ-EXPOSURE-EXIT.
021000     IF EXPOSURE-ENTRY-FOUND
021100         ADD WS-ACC-EUR-AMT TO EXP-AMOUNT
021200         REWRITE EXP-REC
021300     ELSE
021400         MOVE WS-ACC-CUST-NO TO EXP-CUST-NO
021500         MOVE WS-ACC-EUR-AMT TO EXP-AMOUNT
021600         ADD 1 TO WS-CUSTOMER-COUNT
021700         WRITE EXP-REC
021800             INVALID KEY
021900                 CONTINUE
022000         END-WRITE
022100     END-IF.
022250 2000-ACCUMULATE-FOUT-NEXT.
022400     PERFORM 2100-READ-FOUT THRU 2100-READ-FOUT-EXIT.
022500 2000-ACCUMULATE-FOUT-EXIT.
022501     EXIT.
022502*----------------------------------------------------------
022503* 2050-APPLY-OPEN-STATUS - LOOK THE RECORD'S INVOICE UP ON
022504*                          DEMOOPEN, AS DEMOSTMT DOES. PAID
022505*                          IN FULL SETS THE SKIP SWITCH;
022506*                          PART-PAID SCALES THE EUR AMOUNT
022507*                          DOWN TO THE OPEN RESIDUAL. NO
022508*                          ITEM, OR NO FILE, COUNTS THE
022509*                          RECORD IN FULL.
022510*----------------------------------------------------------
022511 2050-APPLY-OPEN-STATUS.
022512     MOVE 'N' TO WS-PAID-SWITCH.
022513     IF NOT OPEN-ITEMS-AVAILABLE
022514         GO TO 2050-APPLY-OPEN-STATUS-EXIT
022515     END-IF.
022516     MOVE INVOICE-NO TO OPN-INVOICE-NO.
022517     READ OPEN-ITEMS
022518         INVALID KEY
022519             GO TO 2050-APPLY-OPEN-STATUS-EXIT
022520     END-READ.
022521     IF OPN-CLOSED
022522         SET ITEM-FULLY-PAID TO TRUE
022523         GO TO 2050-APPLY-OPEN-STATUS-EXIT
022524     END-IF.
022525     IF OPN-PART-PAID AND OPN-AMOUNT-TTC NOT = ZERO
022526         COMPUTE WS-ACC-EUR-AMT ROUNDED =
022527             WS-ACC-EUR-AMT
022528             * (OPN-AMOUNT-TTC - OPN-PAID-AMOUNT)
022529             / OPN-AMOUNT-TTC
022530     END-IF.
022531 2050-APPLY-OPEN-STATUS-EXIT.
022532     EXIT.
022533*----------------------------------------------------------
022534* 2060-FOLLOW-MERGE-XREF - A CUSTOMER NUMBER RETIRED BY
022535*                          DEMOMRGE STILL SITS ON FOUT; COUNT
022536*                          ITS INVOICES AGAINST THE SURVIVOR IT
022537*                          WAS MERGED INTO, AS DEMOSTMT DOES.
022538*----------------------------------------------------------
022539 2060-FOLLOW-MERGE-XREF.
022540     MOVE CUSTOMER-NO TO WS-ACC-CUST-NO.
022541     IF NOT XREF-AVAILABLE
022542         GO TO 2060-FOLLOW-MERGE-XREF-EXIT
022543     END-IF.
022544     MOVE CUSTOMER-NO TO XREF-OLD-CUST-NO.
022545     READ CUST-XREF
022546         INVALID KEY
022547             GO TO 2060-FOLLOW-MERGE-XREF-EXIT
022548     END-READ.
022549     MOVE XREF-NEW-CUST-NO TO WS-ACC-CUST-NO.
022550 2060-FOLLOW-MERGE-XREF-EXIT.
022600     EXIT.
022700*----------------------------------------------------------
022800* 2200-READ-EXPOSURE - ONE KEYED READ OF THE RECORD'S
023100*----------------------------------------------------------
023200 2200-READ-EXPOSURE.
023300     MOVE 'N' TO WS-EXP-FOUND-SWITCH.
023400     MOVE WS-ACC-CUST-NO TO EXP-CUST-NO.
023500     READ EXPOSURE-FILE
023600         INVALID KEY
023700             CONTINUE
031400     IF CUSTMAST-AVAILABLE
031500         CLOSE CUSTOMER-MASTER
031600     END-IF.
031625     IF OPEN-ITEMS-AVAILABLE
031650         CLOSE OPEN-ITEMS
031675     END-IF.
031681     IF XREF-AVAILABLE
031687         CLOSE CUST-XREF
031693     END-IF.
031700     CLOSE EXPO-REPORT.
031710*    THE EXPOSURE WORK FILE BELONGS TO THIS RUN ONLY -
031720*    CLOSED AND DELETED, NEVER LEFT TO GO STALE.
031750         RETURNING WS-DELETE-STATUS.
031800     DISPLAY "DEMOEXPO: " WS-LISTED-COUNT " CUSTOMER(S) "
031900         "LISTED FROM " WS-CUSTOMER-COUNT " WITH EXPOSURE".
031933     DISPLAY "DEMOEXPO: " WS-PAID-SKIP-COUNT
031966         " PAID ITEMS EXCLUDED FROM EXPOSURE".
032000     PERFORM 8900-WRITE-RUN-LOG
032100         THRU 8900-WRITE-RUN-LOG-EXIT.
032200 8000-TERMINATE-EXIT.
