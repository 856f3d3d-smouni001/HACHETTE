002066*                SCRATCHES A DEMOXREF OF ITS OWN), REBUILT
002068*                EMPTY EVERY RUN AND DELETED AT END OF
002070*                JOB, IN STEP WITH DEMOCOB'S REDESIGN.
002071* 2026-10-15 RF  A RE-DRIVEN CREDIT OR ADJUSTMENT NOW CARRIES
002072*                ITS ORIGINAL INVOICE ONTO OUT-REC'S NEW
002073*                ORIG-INVOICE-NO, AS DEMOCOB'S BUILD DOES. THE
002074*                TWO FLAT DELTA SLOTS GROW WITH OUTRECL.
002075* 2026-10-15 RF  A RE-DRIVEN INVOICE NOW GETS ITS DUE DATE
002076*                (INVOICE-DATE PLUS THE CUSTOMER'S TERMS
002077*                DAYS) AS DEMOCOB'S EXTRACT DOES. THE DELTA
002078*                SLOTS GROW WITH OUTRECL.
002079* 2026-10-15 RF  THE NEW 'PRD' (UNKNOWN PRODUCT) SUSPENSIONS
002080*                ARE CARRIED FORWARD - THEIR LINES WERE NOT
002081*                KEPT, SO A RETRY COULD ONLY POST THE HEADER.
002082* 2026-10-15 RF  A THIRD DELTA FILE (FOUTDELT.INV) CARRIES THE
002083*                SAME POSTS TO DEMOIDOC, WHICH ISSUES THEM AS
002084*                INVOICE DOCUMENTS UNDER THE REFRESHED STAMP.
002085*----------------------------------------------------------
002086 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300     SELECT SUSPENSE-IN ASSIGN TO "DEMOSUSP"
004918*    POSTS, ACCUMULATED UNTIL DEMOEXTR CONSUMES AND
004924*    DELETES IT.
004930     SELECT DELTA-OUT ASSIGN TO "FOUTDELT"
004931         ORGANIZATION IS SEQUENTIAL
004932         FILE STATUS IS WS-DELTA-FILE-STATUS.
004933
004934*    THE SAME POSTS AGAIN FOR DEMOGLJR, WHICH JOURNALS THEM
004935*    UNDER THE REFRESHED STAMP AND DELETES THE FILE ON
004936*    CONSUMPTION - EACH DELTA CONSUMER GETS ITS OWN
004937*    ACCUMULATION BECAUSE EACH RETIRES IT INDEPENDENTLY.
004938     SELECT GLDELTA-OUT ASSIGN TO "FOUTDELT.GLJ"
004939         ORGANIZATION IS SEQUENTIAL
004940         FILE STATUS IS WS-GLDELTA-FILE-STATUS.
004941
004942*    AND AGAIN FOR DEMOIDOC, WHICH ISSUES THEM AS INVOICE
004943*    DOCUMENTS UNDER THE REFRESHED STAMP AND LIKEWISE
004944*    DELETES THE FILE ON CONSUMPTION.
004945     SELECT INVDELTA-OUT ASSIGN TO "FOUTDELT.INV"
004946         ORGANIZATION IS SEQUENTIAL
004947         FILE STATUS IS WS-INVDELTA-FILE-STATUS.
004952
004953*    THE PERIOD-STATUS DATASET DEMOCLSE MAINTAINS - READ PER
004954*    RETRY TO KEEP A CLOSED-PERIOD POST OFF FOUT.
009706     RECORDING MODE IS F.
009708     COPY STAMPL.
009710*----------------------------------------------------------
009711* DELTA-OUT - A FLAT SLOT THE EXACT LENGTH OF OUT-REC (91
009712*             BYTES); EVERY POST IS COPIED ONTO IT WHOLE
009713*----------------------------------------------------------
009714 FD  DELTA-OUT
009715     RECORDING MODE IS F.
009716 01  DELTAO-REC             PIC X(91).
009717*----------------------------------------------------------
009718* GLDELTA-OUT - SAME FLAT OUT-REC SLOT, FOR DEMOGLJR
009719*----------------------------------------------------------
009720 FD  GLDELTA-OUT
009721     RECORDING MODE IS F.
009722 01  GLDELTAO-REC           PIC X(91).
009723*----------------------------------------------------------
009724* INVDELTA-OUT - SAME FLAT OUT-REC SLOT, FOR DEMOIDOC
009725*----------------------------------------------------------
009726 FD  INVDELTA-OUT
009727     RECORDING MODE IS F.
009728 01  INVDELTAO-REC          PIC X(91).
009729*----------------------------------------------------------
009730* PERIOD-STATUS - ONE RECORD PER ACCOUNTING PERIOD, CLOSED
009731*                 BY THE DEMOCLSE MONTH-END JOB
011100     88 CHECKPOINT-ON-FILE  VALUE 'Y'.
011110 77  WS-AUDIT-FILE-STATUS   PIC X(02) VALUE "00".
011120     88 AUDIT-FILE-NOT-FOUND VALUE "35".
011121 77  WS-INVDELTA-FILE-STATUS PIC X(02) VALUE "00".
011122     88 INVDELTA-FILE-NOT-FOUND VALUE "35".
011130 77  WS-CKPT-FILE-STATUS    PIC X(02) VALUE "00".
011140     88 CKPT-FILE-NOT-FOUND VALUE "35".
011141 77  WS-RLOG-FILE-STATUS    PIC X(02) VALUE "00".
011209 77  WS-INV-ADD-NO          PIC 9(10) VALUE ZERO.
011210 77  WS-XREF-FILE-STATUS    PIC X(02) VALUE "00".
011211 77  WS-XREF-NAME           PIC X(12) VALUE "DEMOXREF.RPR".
011212*----------------------------------------------------------
011213* DUE-DATE WORKING STORAGE (SAME SCHEME AS DEMOCOB'S)
011214*----------------------------------------------------------
011215 77  WS-HOUSE-TERMS-DAYS    PIC 9(03) VALUE 30.
011216 77  WS-DUE-DAYS-LEFT       PIC 9(03) COMP VALUE ZERO.
011217 01  WS-DUE-DATE            PIC 9(08) VALUE ZERO.
011218 01  WS-DUE-DATE-R REDEFINES WS-DUE-DATE.
011219     05 WS-DUE-YEAR         PIC 9(04).
011220     05 WS-DUE-MONTH        PIC 9(02).
011221     05 WS-DUE-DAY          PIC 9(02).
011222 77  WS-DUE-MONTH-END       PIC 9(02) VALUE ZERO.
011223 77  WS-DUE-QUOT            PIC 9(04) COMP VALUE ZERO.
011224 77  WS-DUE-REM             PIC 9(04) COMP VALUE ZERO.
011225 01  WS-CKPT-IMAGE.
011226     05 WS-CKPT-RUN-SEQ      PIC 9(05).
011227     05 WS-CKPT-LAST-INVOICE PIC 9(10).
011228     05 WS-CKPT-ACTUAL-COUNT PIC 9(07).
011229     05 WS-CKPT-ACTUAL-AMOUNT PIC S9(9)V99 COMP-3.
011230     05 WS-CKPT-REJECT-COUNT PIC 9(05).
011231     05 WS-CKPT-REJECT-AMOUNT PIC S9(9)V99 COMP-3.
011232     05 WS-CKPT-AUDIT-SEQ    PIC 9(07).
011233     05 WS-CKPT-CREDIT-COUNT PIC 9(05).
011234     05 WS-CKPT-CREDIT-AMOUNT PIC S9(9)V99 COMP-3.
011238     05 WS-CKPT-DUP-COUNT    PIC 9(05).
011240     05 WS-CKPT-DETAIL-COUNT PIC 9(07).
011243     05 WS-CKPT-ORPHAN-COUNT PIC 9(05).
014800         OPEN OUTPUT FOUT
014900     END-IF.
014902*    A DELTA LEFT BY AN EARLIER PASS ITS CONSUMER HAS NOT
014903*    RETIRED YET IS EXTENDED, NOT ERASED - EACH CONSUMER
014904*    (DEMOEXTR FOR FOUTDELT, DEMOGLJR FOR FOUTDELT.GLJ,
014905*    DEMOIDOC FOR FOUTDELT.INV) DELETES ITS OWN FILE WHEN
014906*    IT HAS PROCESSED IT.
014907     OPEN EXTEND DELTA-OUT.
014908     IF DELTA-FILE-NOT-FOUND
014910         OPEN OUTPUT DELTA-OUT
014913     OPEN EXTEND GLDELTA-OUT.
014914     IF GLDELTA-FILE-NOT-FOUND
014915         OPEN OUTPUT GLDELTA-OUT
014917     END-IF.
014919     OPEN EXTEND INVDELTA-OUT.
014921     IF INVDELTA-FILE-NOT-FOUND
014923         OPEN OUTPUT INVDELTA-OUT
014925     END-IF.
014927     PERFORM 1100-READ-CHECKPOINT
014929         THRU 1100-READ-CHECKPOINT-EXIT.
014930     OPEN EXTEND AUDIT-TRAIL.
014940     IF AUDIT-FILE-NOT-FOUND
014950         OPEN OUTPUT AUDIT-TRAIL
016593*            DECIDES WHAT IS TO BE DONE WITH THEM.
016594             PERFORM 2350-RETAIN-SUSPENSE
016595                 THRU 2350-RETAIN-SUSPENSE-EXIT
016605         WHEN SUSP-UNKNOWN-PRODUCT
016615*            THE LINES WERE NOT KEPT, SO A RETRY COULD ONLY
016625*            POST THE HEADER - 'PRD' RECORDS WAIT FOR UPSTREAM
016635*            TO RE-SEND THE INVOICE ONCE THE CODE IS ON FILE.
016645             PERFORM 2350-RETAIN-SUSPENSE
016655                 THRU 2350-RETAIN-SUSPENSE-EXIT
016665         WHEN OTHER
016700*            A REASON CODE THIS VERSION DOES NOT KNOW HOW TO
016800*            CLEAR IS CARRIED FORWARD RATHER THAN GUESSED AT.
016900             PERFORM 2350-RETAIN-SUSPENSE
019600         THRU 2250-CALC-TAX-BREAKDOWN-EXIT.
019700     PERFORM 2260-LOOKUP-CUSTOMER
019800         THRU 2260-LOOKUP-CUSTOMER-EXIT.
019833     PERFORM 2264-SET-DUE-DATE
019866         THRU 2264-SET-DUE-DATE-EXIT.
019900     PERFORM 2280-CONVERT-CURRENCY
020000         THRU 2280-CONVERT-CURRENCY-EXIT.
020050*    THE CREDIT-STANDING CHECK NEEDS THE EUR EQUIVALENT THE
022640     IF SUSP-CREDIT-NOTE AND AMOUNT-TTC > ZERO
022650         COMPUTE AMOUNT-TTC = ZERO - AMOUNT-TTC
022660     END-IF.
022664*    THE INVOICE A CREDIT OR ADJUSTMENT CORRECTS GOES ONTO
022668*    THE EXTRACT FOR DEMOCASH TO NET AGAINST, AS DEMOCOB'S
022672*    OWN BUILD DOES.
022676     IF SUSP-CREDIT-TYPE
022680         MOVE SUSP-TRAN-ORIG-INVOICE TO ORIG-INVOICE-NO
022684     ELSE
022688         MOVE ZERO TO ORIG-INVOICE-NO
022692     END-IF.
022700 2210-BUILD-OUT-REC-EXIT.
022800     EXIT.
022900*----------------------------------------------------------
025200             MOVE CUST-NAME TO LABEL-TEXT
025300     END-READ.
025400 2260-LOOKUP-CUSTOMER-EXIT.
025404     EXIT.
025408*----------------------------------------------------------
025412* 2264-SET-DUE-DATE - DATE THE INVOICE DUE THE CUSTOMER'S
025416*                     PAYMENT-TERMS DAYS AFTER ITS INVOICE
025420*                     DATE, AS DEMOCOB DOES. THE TERMS IN
025424*                     FORCE AT RE-DRIVE ARE THE ONES USED.
025428*----------------------------------------------------------
025432 2264-SET-DUE-DATE.
025436     MOVE INVOICE-DATE TO DUE-DATE.
025440     IF CUSTOMER-NOT-FOUND OR SUSP-CREDIT-TYPE
025444         GO TO 2264-SET-DUE-DATE-EXIT
025448     END-IF.
025452     IF CUST-TERMS-NOT-SET OR CUST-TERMS-DAYS NOT NUMERIC
025456         MOVE WS-HOUSE-TERMS-DAYS TO WS-DUE-DAYS-LEFT
025460     ELSE
025464         MOVE CUST-TERMS-DAYS TO WS-DUE-DAYS-LEFT
025468     END-IF.
025472     MOVE INVOICE-DATE TO WS-DUE-DATE.
025476     PERFORM 9400-ADD-ONE-DAY THRU 9400-ADD-ONE-DAY-EXIT
025480         WS-DUE-DAYS-LEFT TIMES.
025484     MOVE WS-DUE-DATE TO DUE-DATE.
025488 2264-SET-DUE-DATE-EXIT.
025500     EXIT.
025600*----------------------------------------------------------
025700* 2280-CONVERT-CURRENCY - EMIT A EUR-EQUIVALENT AMOUNT
028600     WRITE OUT-REC.
028605     WRITE DELTAO-REC FROM OUT-REC.
028606     WRITE GLDELTAO-REC FROM OUT-REC.
028607     WRITE INVDELTAO-REC FROM OUT-REC.
028610     PERFORM 2298-REGISTER-POST
028612         THRU 2298-REGISTER-POST-EXIT.
028620     MOVE INVOICE-NO TO WS-INV-ADD-NO.
031700     CLOSE FOUT.
031702     CLOSE DELTA-OUT.
031703     CLOSE GLDELTA-OUT.
031704     CLOSE INVDELTA-OUT.
031705     CLOSE INVOICE-REGISTER.
031710     CLOSE AUDIT-TRAIL.
031712     IF PERIOD-FILE-OPEN
034300     END-IF.
034400 8100-SWAP-RETAIN-TO-SUSPENSE-EXIT.
034500     EXIT.
034600*----------------------------------------------------------
034700* 9400-ADD-ONE-DAY - STEP WS-DUE-DATE FORWARD ONE CALENDAR
034800*                    DAY, HANDLING MONTH, YEAR, AND
034900*                    LEAP-FEBRUARY BOUNDARIES
035000*----------------------------------------------------------
035100 9400-ADD-ONE-DAY.
035200     EVALUATE WS-DUE-MONTH
035300         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
035400             MOVE 31 TO WS-DUE-MONTH-END
035500         WHEN 4 WHEN 6 WHEN 9 WHEN 11
035600             MOVE 30 TO WS-DUE-MONTH-END
035700         WHEN 2
035800             PERFORM 9410-SET-FEBRUARY-END
035900                 THRU 9410-SET-FEBRUARY-END-EXIT
036000     END-EVALUATE.
036100     IF WS-DUE-DAY < WS-DUE-MONTH-END
036200         ADD 1 TO WS-DUE-DAY
036300         GO TO 9400-ADD-ONE-DAY-EXIT
036400     END-IF.
036500     MOVE 1 TO WS-DUE-DAY.
036600     IF WS-DUE-MONTH = 12
036700         ADD 1 TO WS-DUE-YEAR
036800         MOVE 1 TO WS-DUE-MONTH
036900     ELSE
037000         ADD 1 TO WS-DUE-MONTH
037100     END-IF.
037200 9400-ADD-ONE-DAY-EXIT.
037300     EXIT.
037400*----------------------------------------------------------
037500* 9410-SET-FEBRUARY-END - 28, OR 29 IN A LEAP YEAR
037600*----------------------------------------------------------
037700 9410-SET-FEBRUARY-END.
037800     MOVE 28 TO WS-DUE-MONTH-END.
037900     DIVIDE WS-DUE-YEAR BY 4 GIVING WS-DUE-QUOT
038000         REMAINDER WS-DUE-REM.
038100     IF WS-DUE-REM NOT = ZERO
038200         GO TO 9410-SET-FEBRUARY-END-EXIT
038300     END-IF.
038400     DIVIDE WS-DUE-YEAR BY 100 GIVING WS-DUE-QUOT
038500         REMAINDER WS-DUE-REM.
038600     IF WS-DUE-REM NOT = ZERO
038700         MOVE 29 TO WS-DUE-MONTH-END
038800         GO TO 9410-SET-FEBRUARY-END-EXIT
038900     END-IF.
039000     DIVIDE WS-DUE-YEAR BY 400 GIVING WS-DUE-QUOT
039100         REMAINDER WS-DUE-REM.
039200     IF WS-DUE-REM = ZERO
039300         MOVE 29 TO WS-DUE-MONTH-END
039400     END-IF.
039500 9410-SET-FEBRUARY-END-EXIT.
039600     EXIT.
