001047*                BOUNDED BY DISK AND A CREDIT'S ORIGINAL IS
001048*                FOUND BY A KEYED READ - THE SAME PATTERN
001049*                THE DEMOREGS REGISTER ALREADY PROVED.
001050* 2026-10-15 RF  A CREDIT NOTE OR ADJUSTMENT NOW CARRIES THE
001051*                INVOICE IT CORRECTS ONTO OUT-REC (NEW FIELD
001052*                ORIG-INVOICE-NO) - LABEL-TEXT, WHERE BILLING
001053*                SENDS IT, IS OVERWRITTEN WITH THE CUSTOMER
001054*                NAME, SO DEMOCASH HAD NO WAY TO NET THE
001055*                CREDIT AGAINST THE ORIGINAL'S OPEN ITEM.
001056*                PREV-REC AND THE FLAT TRUNC-REC SLOT GROW
001057*                WITH OUTRECL.
001058* 2026-10-15 RF  EVERY INVOICE NOW CARRIES A DUE DATE ON
001059*                OUT-REC - INVOICE-DATE PLUS THE CUSTOMER'S
001060*                PAYMENT-TERMS DAYS FROM CUSTMAST (HOUSE
001061*                TERMS, NET 30, WHEN THE CUSTOMER HAS NO
001062*                CODE). CREDITS ARE DUE ON THEIR OWN DATE.
001063*                PREV-REC AND TRUNC-REC GROW WITH OUTRECL.
001064* 2026-10-15 RF  EVERY DETAIL LINE'S PRODUCT CODE IS NOW
001065*                CHECKED AGAINST THE NEW PRODMAST PRODUCT
001066*                MASTER (MAINTAINED BY DEMOPMNT). AN INVOICE
001067*                CARRYING A CODE NOT ON FILE IS SUSPENDED,
001068*                REASON 'PRD', SO EVERY ACCEPTED LINE HAS A
001069*                FAMILY FOR THE NEW DEMOSALE SALES ANALYSIS.
001070*                NO PRODMAST ON DISK SKIPS THE CHECK.
001071*----------------------------------------------------------
001072 ENVIRONMENT DIVISION.
001073 INPUT-OUTPUT SECTION.
001074 FILE-CONTROL.
001075     SELECT INVOICE-TRANS ASSIGN TO "INVTRANS"
001076         ORGANIZATION IS SEQUENTIAL
001077         FILE STATUS IS WS-TRANS-FILE-STATUS.
001078
001079*    FOUT IS BUILT AS A SCRATCH FILE AND ONLY SWAPPED OVER
001080*    THE REAL FOUT DATASET NAME AFTER RECONCILIATION PASSES
001081*    (SEE 8100-SWAP-CURRENT-TO-FOUT).
001082     SELECT FOUT ASSIGN TO "FOUT.NEW"
001083         ORGANIZATION IS SEQUENTIAL
001084         FILE STATUS IS WS-FOUT-FILE-STATUS.
001085
001086*    FOUT-TRUNC IS THE WORK FILE 1300-TRUNCATE-FOUT-SCRATCH
001087*    REBUILDS FOUT.NEW INTO ON A RESTART, SO A RECORD A CRASH
001088*    LEFT PHYSICALLY WRITTEN AFTER THE LAST SUCCESSFUL
001089*    CHECKPOINT IS DROPPED RATHER THAN REPROCESSED INTO A
001090*    DUPLICATE (SEE 2400-UPDATE-CHECKPOINT).
001091     SELECT FOUT-TRUNC ASSIGN TO WS-FOUT-TRUNC-NAME
001092         ORGANIZATION IS SEQUENTIAL.
001093
001094     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
001095         ORGANIZATION IS INDEXED
001100         ACCESS MODE IS RANDOM
001110         RECORD KEY IS CUST-NO.
001111
001112*    THE PRODUCT MASTER DEMOPMNT MAINTAINS - READ PER DETAIL
001113*    LINE TO SUSPEND AN INVOICE FOR A PRODUCT NOT ON FILE.
001114     SELECT PRODUCT-MASTER ASSIGN TO "PRODMAST"
001115         ORGANIZATION IS INDEXED
001116         ACCESS MODE IS RANDOM
001117         RECORD KEY IS PROD-CODE
001118         FILE STATUS IS WS-PROD-FILE-STATUS.
001120
001130     SELECT CHECKPOINT-FILE ASSIGN TO "DEMOCKPT"
001140         ORGANIZATION IS SEQUENTIAL
001730     COPY OUTRECL.
001740*----------------------------------------------------------
001750* FOUT-TRUNC - SEE 1300-TRUNCATE-FOUT-SCRATCH. TRUNC-REC IS
001760*              A FLAT PIC X(91) SLOT (THE EXACT LENGTH OF
001770*              OUT-REC) RATHER THAN ANOTHER COPY OUTRECL, SO
001780*              ITS FIELD NAMES CANNOT COLLIDE WITH OUT-REC'S
001790*              OWN - THE PROCEDURE DIVISION BELOW REFERENCES
001810*----------------------------------------------------------
001820 FD  FOUT-TRUNC
001830     RECORDING MODE IS F.
001840 01  TRUNC-REC               PIC X(91).
001850*----------------------------------------------------------
001860* CUSTOMER-MASTER - OFFICIAL CUSTOMER NAME AND ADDRESS,
001870*                   KEYED BY CUSTOMER NUMBER
002729     05 PRV-LABEL-TEXT      PIC X(20).
002730     05 PRV-CUSTOMER-NO     PIC 9(06).
002731     05 PRV-VAT-RATE        PIC 9(2)V99 COMP-3.
002732     05 PRV-ORIG-INVOICE-NO PIC 9(10).
002733     05 PRV-DUE-DATE        PIC 9(08).
002734*----------------------------------------------------------
002735* INVOICE-REGISTER - EVERY INVOICE NUMBER EVER EXTRACTED,
002736*                    WITH THE RUN AND DATE IT FIRST POSTED
002737*----------------------------------------------------------
002738 FD  INVOICE-REGISTER.
002739     COPY REGRECL.
002740*----------------------------------------------------------
002741* RUN-LOG - ONE STRUCTURED RECORD APPENDED PER RUN AT END
002742*           OF JOB, READ BACK BY DEMOHLTH
002743*----------------------------------------------------------
002744 FD  RUN-LOG
002745     RECORDING MODE IS F.
002746     COPY RUNLOGL.
002747*----------------------------------------------------------
002748* BATCH-STAMP - THE RUN SEQUENCE AND PRODUCTION TIMESTAMP
002749*               PROMOTED ALONGSIDE FOUT, VERIFIED BY EVERY
002750*               DOWNSTREAM CONSUMER
002751*----------------------------------------------------------
002752 FD  BATCH-STAMP
002753     RECORDING MODE IS F.
002754     COPY STAMPL.
002755*----------------------------------------------------------
002756* DETAIL-OUT - THE LINE-DETAIL COMPANION TO FOUT, ONE
002757*              RECORD PER ACCEPTED INVOICE LINE, KEYED TO
002758*              THE INVOICE BY DET-INVOICE-NO
002759*----------------------------------------------------------
002760 FD  DETAIL-OUT
002761     RECORDING MODE IS F.
002762     COPY DETRECL.
002763*----------------------------------------------------------
002764* DETAIL-TRUNC - SEE 1390-TRUNCATE-DETL-SCRATCH. A FLAT
002765*                SLOT THE EXACT LENGTH OF DET-REC (37
002766*                BYTES), SAME FLAT-SLOT APPROACH AS
002767*                FOUT-TRUNC.
002768*----------------------------------------------------------
002769 FD  DETAIL-TRUNC
002770     RECORDING MODE IS F.
002771 01  DETL-TRUNC-REC          PIC X(37).
002772*----------------------------------------------------------
002773* PERIOD-STATUS - ONE RECORD PER ACCOUNTING PERIOD, CLOSED
002774*                 BY THE DEMOCLSE MONTH-END JOB
002775*----------------------------------------------------------
002776 FD  PERIOD-STATUS.
002777     COPY PERDRECL.
002778*----------------------------------------------------------
002779* PRODUCT-MASTER - ONE RECORD PER PRODUCT CODE, MAINTAINED
002780*                  BY DEMOPMNT
002781*----------------------------------------------------------
002782 FD  PRODUCT-MASTER.
002783     COPY PRODRECL.
002784*----------------------------------------------------------
002785* XREF-FILE - THE CREDIT-REFERENCE CROSS-REFERENCE, ONE
002786*             RECORD PER INVOICE NUMBER ON THE CURRENT
002787*             EXTRACT. THE KEY IS THE WHOLE RECORD.
002788*----------------------------------------------------------
002789 FD  XREF-FILE.
002790 01  XRF-REC.
002791     05 XRF-INVOICE-NO      PIC 9(10).
002792*----------------------------------------------------------
002793* EXPOSURE-FILE - THE PER-CUSTOMER EUR EXPOSURE OF THE
002794*                 CURRENT EXTRACT, KEYED BY CUSTOMER NUMBER
002795*----------------------------------------------------------
002796 FD  EXPOSURE-FILE.
002797 01  EXP-REC.
002798     05 EXP-CUST-NO         PIC 9(06).
002799     05 EXP-AMOUNT          PIC S9(9)V99 COMP-3.
002800 WORKING-STORAGE SECTION.
002801 77  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
002802     88 END-OF-TRANS-FILE   VALUE 'Y'.
002803 77  WS-TRANS-FILE-STATUS   PIC X(02) VALUE "00".
002804     88 TRANS-FILE-NOT-FOUND VALUE "35".
002805 77  WS-QUIET-SWITCH        PIC X(01) VALUE 'N'.
002806     88 NOTHING-TONIGHT     VALUE 'Y'.
002807 77  WS-CUSTOMER-SWITCH     PIC X(01) VALUE 'Y'.
002808     88 CUSTOMER-FOUND      VALUE 'Y'.
002809     88 CUSTOMER-NOT-FOUND  VALUE 'N'.
002810 77  WS-REJECT-COUNT        PIC 9(05) COMP VALUE ZERO.
002811 77  WS-REJECT-AMOUNT-TTC   PIC S9(9)V99 COMP-3 VALUE ZERO.
002812*----------------------------------------------------------
002813* CHECKPOINT/RESTART WORKING STORAGE
002814*----------------------------------------------------------
002815 77  WS-RESTART-PARM        PIC X(10) VALUE SPACES.
002816 77  WS-RESTART-SWITCH      PIC X(01) VALUE 'N'.
002820     88 RESTART-REQUESTED   VALUE 'Y'.
002830 77  WS-RUN-SEQ             PIC 9(05) COMP VALUE ZERO.
002840 77  WS-LAST-CKPT-INVOICE   PIC 9(10) VALUE ZERO.
002850 77  WS-CKPT-FILE-STATUS    PIC X(02) VALUE "00".
002860     88 CKPT-FILE-NOT-FOUND VALUE "35".
002861*----------------------------------------------------------
002862* PRODUCT-MASTER WORKING STORAGE. NO PRODMAST ON DISK JUST
002863* MEANS THE MASTER HAS NOT BEEN LOADED AND THE LINE PRODUCT
002864* CHECK IS SKIPPED.
002865*----------------------------------------------------------
002866 77  WS-PROD-FILE-STATUS    PIC X(02) VALUE "00".
002867     88 PROD-FILE-NOT-FOUND VALUE "35".
002868 77  WS-PROD-OPEN-SWITCH    PIC X(01) VALUE 'N'.
002869     88 PRODUCT-FILE-OPEN   VALUE 'Y'.
002870 77  WS-UNKNOWN-PROD-SWITCH PIC X(01) VALUE 'N'.
002871     88 UNKNOWN-PRODUCT     VALUE 'Y'.
002872 77  WS-UNKNOWN-PROD-COUNT  PIC 9(05) COMP VALUE ZERO.
002873*----------------------------------------------------------
002880* RECONCILIATION WORKING STORAGE
002890*----------------------------------------------------------
002900 77  WS-TRAILER-SWITCH      PIC X(01) VALUE 'N'.
002992 77  WS-RATE-SWITCH         PIC X(01) VALUE 'N'.
002994     88 RATE-FOUND          VALUE 'Y'.
002996     88 RATE-NOT-FOUND      VALUE 'N'.
002997*----------------------------------------------------------
002998* DUE-DATE WORKING STORAGE - THE INVOICE DATE IS STEPPED
002999* FORWARD ONE DAY AT A TIME BY THE CUSTOMER'S TERMS DAYS.
003000* A CUSTOMER WITH NO TERMS CODE TAKES THE HOUSE TERMS, THE
003001* SAME NET 30 DEMOCMNT DEFAULTS A BLANK CODE TO.
003002*----------------------------------------------------------
003003 77  WS-HOUSE-TERMS-DAYS    PIC 9(03) VALUE 30.
003004 77  WS-DUE-DAYS-LEFT       PIC 9(03) COMP VALUE ZERO.
003005 01  WS-DUE-DATE            PIC 9(08) VALUE ZERO.
003006 01  WS-DUE-DATE-R REDEFINES WS-DUE-DATE.
003007     05 WS-DUE-YEAR         PIC 9(04).
003008     05 WS-DUE-MONTH        PIC 9(02).
003009     05 WS-DUE-DAY          PIC 9(02).
003010 77  WS-DUE-MONTH-END       PIC 9(02) VALUE ZERO.
003011 77  WS-DUE-QUOT            PIC 9(04) COMP VALUE ZERO.
003012 77  WS-DUE-REM             PIC 9(04) COMP VALUE ZERO.
003013*----------------------------------------------------------
003014* AUDIT-TRAIL WORKING STORAGE
003020*----------------------------------------------------------
003030 77  WS-AUDIT-SEQ           PIC 9(07) COMP VALUE ZERO.
003040 77  WS-AUDIT-EOF-SWITCH    PIC X(01) VALUE 'N'.
003510     IF WS-RESTART-PARM = "RESTART"
003520         SET RESTART-REQUESTED TO TRUE
003530     END-IF.
003531     OPEN INPUT INVOICE-TRANS.
003532*    A RECONCILED BATCH'S INVTRANS IS DELETED AT END OF
003533*    JOB, SO NO FILE JUST MEANS NO TRANSMISSION TONIGHT -
003534*    A DELIBERATE QUIET NIGHT, NOT A FAILURE. THE RUN IS
003535*    LOGGED (RECON N/A, ZERO COUNTS) SO DEMOHLTH CAN TELL
003536*    THE QUIET NIGHT FROM A BROKEN ONE, AND THE RUN ENDS
003537*    CLEAN - DEMODRVR THEN SKIPS THE DOWNSTREAM STEPS.
003538     IF TRANS-FILE-NOT-FOUND
003539         SET NOTHING-TONIGHT TO TRUE
003540         DISPLAY "DEMOCOB - NO INVTRANS - NO TRANSMISSION "
003541             "TONIGHT, NOTHING TO DO"
003542         PERFORM 8900-WRITE-RUN-LOG
003543             THRU 8900-WRITE-RUN-LOG-EXIT
003544         STOP RUN
003545     END-IF.
003546     OPEN INPUT CUSTOMER-MASTER.
003547     OPEN INPUT CURRENCY-RATES.
003548*    NO DEMOPERD ON DISK MEANS NO PERIOD HAS EVER BEEN
003549*    CLOSED - THE CLOSED-PERIOD CHECK IS THEN SKIPPED.
003550     OPEN INPUT PERIOD-STATUS.
003551     IF NOT PERD-FILE-NOT-FOUND
003552         SET PERIOD-FILE-OPEN TO TRUE
003553     END-IF.
003554*    NO PRODMAST ON DISK MEANS THE PRODUCT MASTER HAS NOT
003555*    BEEN LOADED YET - THE LINE PRODUCT CHECK IS THEN
003556*    SKIPPED.
003557     OPEN INPUT PRODUCT-MASTER.
003558     IF NOT PROD-FILE-NOT-FOUND
003559         SET PRODUCT-FILE-OPEN TO TRUE
003566     END-IF.
003567*    A REGISTER THAT DOES NOT EXIST YET IS CREATED EMPTY;
003568*    ONE THAT EXISTS BUT WILL NOT OPEN IS FATAL - RUNNING
005898             THRU 2276-REJECT-LINES-MISMATCH-EXIT
005899         GO TO 2000-PROCESS-TRANS-NEXT
005900     END-IF.
005901*    EVERY LINE MUST BE FOR A PRODUCT ON PRODMAST, OR THE
005902*    SALES ANALYSIS WOULD HAVE NO FAMILY TO REPORT IT UNDER.
005903     PERFORM 2247-CHECK-LINE-PRODUCTS
005904         THRU 2247-CHECK-LINE-PRODUCTS-EXIT.
005905     IF UNKNOWN-PRODUCT
005906         PERFORM 2271-REJECT-UNKNOWN-PRODUCT
005907             THRU 2271-REJECT-UNKNOWN-PRODUCT-EXIT
005908         GO TO 2000-PROCESS-TRANS-NEXT
005909     END-IF.
005910     PERFORM 2200-BUILD-OUT-REC THRU 2200-BUILD-OUT-REC-EXIT.
005911     PERFORM 2250-CALC-TAX-BREAKDOWN
005912         THRU 2250-CALC-TAX-BREAKDOWN-EXIT.
005913     PERFORM 2260-LOOKUP-CUSTOMER
005914         THRU 2260-LOOKUP-CUSTOMER-EXIT.
005915     PERFORM 2264-SET-DUE-DATE
005916         THRU 2264-SET-DUE-DATE-EXIT.
005917     PERFORM 2280-CONVERT-CURRENCY
005918         THRU 2280-CONVERT-CURRENCY-EXIT.
005919*    THE CREDIT-STANDING CHECK NEEDS THE EUR EQUIVALENT THE
005920*    CONVERSION JUST PRODUCED, SO IT COMES LAST.
005921     PERFORM 2262-CHECK-CREDIT-STANDING
005922         THRU 2262-CHECK-CREDIT-STANDING-EXIT.
005923     IF CREDIT-BLOCKED
005924         PERFORM 2279-REJECT-CREDIT-BLOCKED
005925             THRU 2279-REJECT-CREDIT-BLOCKED-EXIT
005926         GO TO 2000-PROCESS-TRANS-NEXT
005927     END-IF.
005928     IF CUSTOMER-FOUND
005929         PERFORM 2300-WRITE-OUT-REC THRU 2300-WRITE-OUT-REC-EXIT
005930     ELSE
005931         PERFORM 2270-REJECT-INVOICE
005932             THRU 2270-REJECT-INVOICE-EXIT
005933     END-IF.
005934 2000-PROCESS-TRANS-NEXT.
005935     PERFORM 2400-UPDATE-CHECKPOINT
005936         THRU 2400-UPDATE-CHECKPOINT-EXIT.
005937     PERFORM 2100-READ-TRANS THRU 2100-READ-TRANS-EXIT.
005938 2000-PROCESS-TRANS-EXIT.
005939     EXIT.
005940*----------------------------------------------------------
005941* 2100-READ-TRANS - READ ONE TRANSACTION FROM INVOICE-TRANS
005942*----------------------------------------------------------
005943 2100-READ-TRANS.
005944*    EACH CALL DELIVERS ONE TRANSACTION PLUS ITS COLLECTED
005945*    LINES. THE NEXT RECORD MAY ALREADY BE SITTING IN THE
005946*    HOLD AREA FROM THE LAST COLLECT'S OVERSHOOT, AND AN
005947*    END-OF-FILE HIT DURING THAT COLLECT IS REMEMBERED THE
005948*    SAME WAY.
005949     MOVE ZERO TO WS-LINE-COUNT.
005950     MOVE ZERO TO WS-LINE-TOTAL-TTC.
005951     MOVE 'N' TO WS-LINE-OVFL-SWITCH.
005952     IF EOF-PENDING
005954         MOVE 'Y' TO WS-EOF-SWITCH
005957         GO TO 2100-READ-TRANS-EXIT
005960     END-IF.
006190     IF TRAN-CREDIT-NOTE AND AMOUNT-TTC > ZERO
006192         COMPUTE AMOUNT-TTC = ZERO - AMOUNT-TTC
006194     END-IF.
006195*    A CREDIT OR ADJUSTMENT CARRIES THE INVOICE IT CORRECTS
006196*    ONTO THE EXTRACT FOR DEMOCASH TO NET AGAINST - THE
006197*    LABEL FIELD BILLING SENT IT IN IS REPLACED BY THE
006198*    CUSTOMER NAME FURTHER ON.
006199     IF TRAN-CREDIT-TYPE
006200         MOVE TRAN-ORIG-INVOICE-NO TO ORIG-INVOICE-NO
006201     ELSE
006202         MOVE ZERO TO ORIG-INVOICE-NO
006203     END-IF.
006204 2200-BUILD-OUT-REC-EXIT.
006205     EXIT.
006210*----------------------------------------------------------
006220* 2250-CALC-TAX-BREAKDOWN - BACK THE VAT OUT OF THE TTC
006230*                           AMOUNT USING THE TRANSACTION'S
008090     CLOSE CUSTOMER-MASTER.
008100     CLOSE CURRENCY-RATES.
008110     CLOSE AUDIT-SCRATCH.
008111     CLOSE SUSPENSE-SCRATCH.
008112     CLOSE DETAIL-OUT.
008113     IF PERIOD-FILE-OPEN
008114         CLOSE PERIOD-STATUS
008115     END-IF.
008116     IF PRODUCT-FILE-OPEN
008117         CLOSE PRODUCT-MASTER
008118     END-IF.
008122*    THE CROSS-REFERENCE AND THE EXPOSURE WORK FILE BELONG
008123*    TO THIS RUN ONLY - CLOSED AND DELETED, NEVER LEFT TO
008124*    GO STALE.
008241         WS-DUP-COUNT.
008242     DISPLAY "DEMOCOB - DETAIL LINES WRITTEN: "
008244         WS-DETAIL-REC-COUNT.
008245     IF WS-ORPHAN-LINE-COUNT > ZERO
008246         DISPLAY "DEMOCOB - ORPHAN DETAIL LINES SUSPENDED: "
008247             WS-ORPHAN-LINE-COUNT
008248     END-IF.
008249     IF WS-CLOSED-PERIOD-COUNT > ZERO
008250         DISPLAY "DEMOCOB - CLOSED-PERIOD TRANSACTIONS "
008251             "SUSPENDED: " WS-CLOSED-PERIOD-COUNT
008252     END-IF.
008253     IF WS-CREDIT-BLOCK-COUNT > ZERO
008254         DISPLAY "DEMOCOB - HOLD/OVER-LIMIT INVOICES "
008255             "SUSPENDED: " WS-CREDIT-BLOCK-COUNT
008256     END-IF.
008257     IF WS-UNKNOWN-PROD-COUNT > ZERO
008258         DISPLAY "DEMOCOB - UNKNOWN-PRODUCT INVOICES "
008259             "SUSPENDED: " WS-UNKNOWN-PROD-COUNT
008260     END-IF.
008261*    THE SUSPENSE FILE KEEPS ONLY HEADER IMAGES - THESE
008262*    INVOICES WILL POST WITHOUT THEIR LINES IF RE-DRIVEN,
009740     CLOSE RUN-LOG.
009750 8900-WRITE-RUN-LOG-EXIT.
009760     EXIT.
009860*----------------------------------------------------------
009960* 2247-CHECK-LINE-PRODUCTS - IS EVERY DETAIL LINE THE
010060*                            TRANSACTION CARRIES FOR A
010160*                            PRODUCT ON PRODMAST. STOPS AT
010260*                            THE FIRST CODE THAT IS NOT,
010360*                            LEAVING WS-LINE-SUB PINNED ON
010460*                            THAT LINE FOR THE REJECT.
010560*----------------------------------------------------------
010660 2247-CHECK-LINE-PRODUCTS.
010760     MOVE 'N' TO WS-UNKNOWN-PROD-SWITCH.
010860     IF NOT PRODUCT-FILE-OPEN
010960         GO TO 2247-CHECK-LINE-PRODUCTS-EXIT
011060     END-IF.
011160     PERFORM 2248-CHECK-ONE-PRODUCT
011260         THRU 2248-CHECK-ONE-PRODUCT-EXIT
011360         VARYING WS-LINE-SUB FROM 1 BY 1
011460         UNTIL WS-LINE-SUB > WS-LINE-COUNT
011560         OR UNKNOWN-PRODUCT.
011660 2247-CHECK-LINE-PRODUCTS-EXIT.
011760     EXIT.
011860*----------------------------------------------------------
011960* 2248-CHECK-ONE-PRODUCT - LOOK ONE LINE'S PRODUCT CODE UP
012060*                          ON PRODMAST, STEPPING THE
012160*                          SUBSCRIPT BACK ON A MISS SO THE
012260*                          PERFORM VARYING'S OWN INCREMENT
012360*                          LEAVES IT PINNED
012460*----------------------------------------------------------
012560 2248-CHECK-ONE-PRODUCT.
012660     MOVE WS-LINE-PRODUCT (WS-LINE-SUB) TO PROD-CODE.
012760     READ PRODUCT-MASTER
012860         INVALID KEY
012960             SET UNKNOWN-PRODUCT TO TRUE
013060             SUBTRACT 1 FROM WS-LINE-SUB
013160     END-READ.
013260 2248-CHECK-ONE-PRODUCT-EXIT.
013360     EXIT.
013460*----------------------------------------------------------
013560* 2264-SET-DUE-DATE - DATE THE INVOICE DUE THE CUSTOMER'S
013660*                     PAYMENT-TERMS DAYS AFTER ITS INVOICE
013760*                     DATE. A CUSTOMER WITH NO TERMS CODE
013860*                     TAKES THE HOUSE TERMS. A CREDIT NOTE
013960*                     OR ADJUSTMENT IS DUE ON ITS OWN DATE -
014060*                     IT IS NETTED, NOT DUNNED.
014160*----------------------------------------------------------
014260 2264-SET-DUE-DATE.
014360     MOVE INVOICE-DATE TO DUE-DATE.
014460     IF CUSTOMER-NOT-FOUND OR TRAN-CREDIT-TYPE
014560         GO TO 2264-SET-DUE-DATE-EXIT
014660     END-IF.
014760     IF CUST-TERMS-NOT-SET OR CUST-TERMS-DAYS NOT NUMERIC
014860         MOVE WS-HOUSE-TERMS-DAYS TO WS-DUE-DAYS-LEFT
014960     ELSE
015060         MOVE CUST-TERMS-DAYS TO WS-DUE-DAYS-LEFT
015160     END-IF.
015260     MOVE INVOICE-DATE TO WS-DUE-DATE.
015360     PERFORM 9400-ADD-ONE-DAY THRU 9400-ADD-ONE-DAY-EXIT
015460         WS-DUE-DAYS-LEFT TIMES.
015560     MOVE WS-DUE-DATE TO DUE-DATE.
015660 2264-SET-DUE-DATE-EXIT.
015760     EXIT.
015860*----------------------------------------------------------
015960* 2271-REJECT-UNKNOWN-PRODUCT - SUSPEND AN INVOICE CARRYING
016060*                               A LINE FOR A PRODUCT CODE
016160*                               THAT IS NOT ON PRODMAST,
016260*                               REASON 'PRD'. AS WITH 'LIN',
016360*                               ONLY THE HEADER IMAGE IS KEPT
016460*                               - ONCE DEMOPMNT HAS THE CODE
016560*                               ON FILE, UPSTREAM RE-SENDS THE
016660*                               INVOICE WITH ITS LINES.
016760*                               COUNTED WITH THE OTHER REJECTS
016860*                               SO RECONCILIATION STILL ADDS
016960*                               IT BACK AGAINST THE UPSTREAM
017060*                               CONTROL TOTALS.
017160*----------------------------------------------------------
017260 2271-REJECT-UNKNOWN-PRODUCT.
017360     ADD 1 TO WS-REJECT-COUNT.
017460     ADD 1 TO WS-UNKNOWN-PROD-COUNT.
017560     PERFORM 2265-SET-SIGNED-AMOUNT
017660         THRU 2265-SET-SIGNED-AMOUNT-EXIT.
017760     ADD WS-SIGNED-TRAN-AMT TO WS-REJECT-AMOUNT-TTC.
017860     SET SUSP-UNKNOWN-PRODUCT TO TRUE.
017960     PERFORM 2275-WRITE-SUSPENSE-REC
018060         THRU 2275-WRITE-SUSPENSE-REC-EXIT.
018160     DISPLAY "DEMOCOB - SUSPENDED " TRAN-REC-TYPE " "
018260         TRAN-INVOICE-NO " - LINE " WS-LINE-NO (WS-LINE-SUB)
018360         " PRODUCT " WS-LINE-PRODUCT (WS-LINE-SUB)
018460         " NOT ON PRODMAST".
018560 2271-REJECT-UNKNOWN-PRODUCT-EXIT.
018660     EXIT.
018760*----------------------------------------------------------
018860* 9400-ADD-ONE-DAY - STEP WS-DUE-DATE FORWARD ONE CALENDAR
018960*                    DAY, HANDLING MONTH, YEAR, AND
019060*                    LEAP-FEBRUARY BOUNDARIES
019160*----------------------------------------------------------
019260 9400-ADD-ONE-DAY.
019360     EVALUATE WS-DUE-MONTH
019460         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
019560             MOVE 31 TO WS-DUE-MONTH-END
019660         WHEN 4 WHEN 6 WHEN 9 WHEN 11
019760             MOVE 30 TO WS-DUE-MONTH-END
019860         WHEN 2
019960             PERFORM 9410-SET-FEBRUARY-END
020060                 THRU 9410-SET-FEBRUARY-END-EXIT
020160     END-EVALUATE.
020260     IF WS-DUE-DAY < WS-DUE-MONTH-END
020360         ADD 1 TO WS-DUE-DAY
020460         GO TO 9400-ADD-ONE-DAY-EXIT
020560     END-IF.
020660     MOVE 1 TO WS-DUE-DAY.
020760     IF WS-DUE-MONTH = 12
020860         ADD 1 TO WS-DUE-YEAR
020960         MOVE 1 TO WS-DUE-MONTH
021060     ELSE
021160         ADD 1 TO WS-DUE-MONTH
021260     END-IF.
021360 9400-ADD-ONE-DAY-EXIT.
021460     EXIT.
021560*----------------------------------------------------------
021660* 9410-SET-FEBRUARY-END - 28, OR 29 IN A LEAP YEAR
021760*----------------------------------------------------------
021860 9410-SET-FEBRUARY-END.
021960     MOVE 28 TO WS-DUE-MONTH-END.
022060     DIVIDE WS-DUE-YEAR BY 4 GIVING WS-DUE-QUOT
022160         REMAINDER WS-DUE-REM.
022260     IF WS-DUE-REM NOT = ZERO
022360         GO TO 9410-SET-FEBRUARY-END-EXIT
022460     END-IF.
022560     DIVIDE WS-DUE-YEAR BY 100 GIVING WS-DUE-QUOT
022660         REMAINDER WS-DUE-REM.
022760     IF WS-DUE-REM NOT = ZERO
022860         MOVE 29 TO WS-DUE-MONTH-END
022960         GO TO 9410-SET-FEBRUARY-END-EXIT
023060     END-IF.
023160     DIVIDE WS-DUE-YEAR BY 400 GIVING WS-DUE-QUOT
023260         REMAINDER WS-DUE-REM.
023360     IF WS-DUE-REM = ZERO
023460         MOVE 29 TO WS-DUE-MONTH-END
023560     END-IF.
023660 9410-SET-FEBRUARY-END-EXIT.
023760     EXIT.
