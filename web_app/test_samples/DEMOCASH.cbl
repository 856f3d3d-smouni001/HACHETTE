003701*                A RUN THAT ENDS BAD LEAVES THE FILE IN
003702*                PLACE FOR THE RERUN, AS THE OTHER INGESTS
003703*                DO.
003704* 2026-10-15 RF  CSUSP-REC MOVED TO COPYBOOK CSUSRECL NOW
003705*                THAT THE NEW DEMOALOC CASH SUSPENSE
003706*                WORKBENCH ALSO READS CASHSUSP.
003707* 2026-10-15 RF  CREDIT NOTES AND DOWNWARD ADJUSTMENTS ARE
003708*                NOW NETTED AGAINST THE ORIGINAL INVOICE'S
003709*                OPEN ITEM (OUT-REC'S NEW ORIG-INVOICE-NO)
003710*                IN A SECOND PASS OF THE FOUT SEED. THE
003711*                CREDIT GOES ONTO THE ORIGINAL'S PAID AMOUNT
003712*                UP TO ITS RESIDUAL, FLIPPING IT TO PART-PAID
003713*                OR PAID, AND THE CREDIT'S OWN ITEM IS CLOSED
003714*                PAID; ANY EXCESS IS HELD FOR THE CUSTOMER
003715*                ON DEMOONAC. BOTH LEGS ARE AUDITED. A CREDIT
003716*                WHOSE ORIGINAL HAS NO ITEM IN THE SAME
003717*                CUSTOMER AND CURRENCY STAYS ITS OWN NEGATIVE
003718*                ITEM AND IS TRIED AGAIN WHILE IT IS ON FOUT.
003719*                UPWARD ADJUSTMENTS REMAIN ITEMS OF THEIR
003720*                OWN. THE CHECKPOINT IS NOW READ AND THE
003721*                AUDIT TRAIL OPENED BEFORE THE SEED, AND
003722*                WRITTEN BACK ON A QUIET BANK DAY TOO.
003723* 2026-10-15 RF  THE FOUT SEED NOW CARRIES OUT-REC'S DUE DATE
003724*                ONTO THE NEW OPEN ITEM (OPN-DUE-DATE).
003725* 2026-10-15 RF  A RECEIPT AGAINST A NON-EUR ITEM NOW HAS ITS
003726*                REALISED EXCHANGE DIFFERENCE WORKED OUT - THE
003727*                AMOUNT VALUED AT THE CURRATES RATE IN FORCE ON
003728*                THE PAYMENT DATE LESS THE SAME AMOUNT AT THE
003729*                RATE IN FORCE ON THE INVOICE DATE (WHAT THE
003730*                LEDGER CARRIES THE ITEM AT). THE RUN'S GAINS
003731*                AND LOSSES GO TO GLJRNL AS ONE BALANCED BATCH
003732*                (RECEIVABLES AGAINST FXRLGAIN / FXRLLOSS) AND
003733*                THE BATCH IS RECORDED ON DEMOFXCT, THE NEW
003734*                EXCHANGE-DIFFERENCE POSTING CONTROL DEMOFXRV
003735*                ALSO WRITES. A RECEIPT WITH NO RATE FOR EITHER
003736*                DATE STILL POSTS, IS COUNTED ON THE CONTROL
003737*                REPORT, AND ENDS THE RUN RETURN-CODE 4.
003738* 2026-10-15 RF  THE FOUT SEED NOW ALSO CARRIES OUT-REC'S
003739*                VAT-RATE (OPN-VAT-RATE) FOR DEMOWOFF. A RECEIPT
003740*                NAMING AN ITEM DEMOWOFF HAS WRITTEN OFF IS HELD
003741*                ON CASHSUSP UNDER NEW REASON 'WOF' RATHER THAN
003742*                RE-OPENING THE ITEM, A WRITTEN-OFF ITEM IS NO
003743*                LONGER A CANDIDATE FOR CUSTOMER MATCHING, AND A
003744*                CREDIT NOTE WHOSE ORIGINAL IS WRITTEN OFF IS
003745*                LEFT OPEN, AS ONE FOR ANOTHER CUSTOMER IS.
003746* 2026-10-15 RF  THE FOUT SEED NOW STARTS EACH NEW ITEM WITH NO
003747*                DIRECT-DEBIT COLLECTION STATE. SETTLED
003748*                COLLECTIONS ARRIVE ON BANKRCPT FROM DEMODDRT AS
003749*                ORDINARY RECEIPTS NAMING THEIR INVOICE, SO
003750*                RCPT-REC MOVED TO COPYBOOK RCPTRECL, SHARED
003751*                WITH DEMODDRT.
003752* 2026-10-15 RF  AN ITEM DEMODDCL HAS PUT UP FOR DIRECT DEBIT
003753*                ('R') OR THE BANK HAS SETTLED ('S') IS NO LONGER
003754*                A CANDIDATE FOR CUSTOMER MATCHING - THE RECEIPT
003755*                IS HELD UNMATCHED RATHER THAN THE CUSTOMER PAY
003756*                TWICE - AND A CREDIT NOTE WHOSE ORIGINAL IS ONE
003757*                IS LEFT OPEN, AS ONE WRITTEN OFF IS.
003758*----------------------------------------------------------
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS OPN-INVOICE-NO
005300         FILE STATUS IS WS-OPEN-FILE-STATUS.
005303
005306*    CREDIT HELD FOR A CUSTOMER AGAINST NO OPEN ITEM - THE
005309*    EXCESS OF A CREDIT NOTE OVER ITS ORIGINAL'S RESIDUAL
005312*    LANDS HERE, AS DEMOALOC'S ON-ACCOUNT ALLOCATIONS DO.
005315     SELECT ON-ACCOUNT ASSIGN TO "DEMOONAC"
005318         ORGANIZATION IS INDEXED
005321         ACCESS MODE IS RANDOM
005324         RECORD KEY IS ONA-KEY
005327         FILE STATUS IS WS-ONA-FILE-STATUS.
005330
005333*    ACCESS IS DYNAMIC SO 2560-FIND-RATE CAN START ON THE
005336*    (CURRENCY, COMPLEMENTED DATE) KEY AND READ NEXT ONTO
005339*    THE RATE IN FORCE ON A GIVEN DATE (SEE CURRATEL).
005342     SELECT CURRENCY-RATES ASSIGN TO "CURRATES"
005345         ORGANIZATION IS INDEXED
005348         ACCESS MODE IS DYNAMIC
005351         RECORD KEY IS CURR-KEY
005354         FILE STATUS IS WS-CURR-FILE-STATUS.
005357
005360*    THE REALISED EXCHANGE DIFFERENCE BATCH AND ITS CONTROL
005363*    RECORD - SAME JOURNAL AND DISCIPLINE AS DEMOGLJR'S.
005366     SELECT GL-JOURNAL ASSIGN TO "GLJRNL"
005369         ORGANIZATION IS SEQUENTIAL
005372         FILE STATUS IS WS-GLJ-FILE-STATUS.
005375
005378     SELECT FX-CONTROL ASSIGN TO "DEMOFXCT"
005381         ORGANIZATION IS SEQUENTIAL
005384         FILE STATUS IS WS-FXCT-FILE-STATUS.
005400
005500*    FOUT IS READ ONCE AT START-UP TO SEED OPEN ITEMS FOR
005600*    INVOICES EXTRACTED SINCE THE LAST CASH RUN (SEE
009800*----------------------------------------------------------
009900 FD  BANK-RECEIPTS
010000     RECORDING MODE IS F.
010100     COPY RCPTRECL.
010700*----------------------------------------------------------
010800* OPEN-ITEMS - PAID/PART-PAID/OPEN STATUS PER INVOICE
010900*----------------------------------------------------------
011000 FD  OPEN-ITEMS.
011100     COPY OPENRECL.
011116*----------------------------------------------------------
011132* ON-ACCOUNT - UNAPPLIED CREDIT HELD PER CUSTOMER/CURRENCY
011148*----------------------------------------------------------
011164 FD  ON-ACCOUNT.
011180     COPY ONACRECL.
011181*----------------------------------------------------------
011182* CURRENCY-RATES - EFFECTIVE-DATED EXCHANGE RATES TO EUR,
011183*                  MAINTAINED BY DEMORATE
011184*----------------------------------------------------------
011185 FD  CURRENCY-RATES.
011186     COPY CURRATEL.
011187*----------------------------------------------------------
011188* GL-JOURNAL - THE LEDGER INTERFACE DEMOGLJR ALSO WRITES
011189*----------------------------------------------------------
011190 FD  GL-JOURNAL
011191     RECORDING MODE IS F.
011192     COPY GLJRNLL.
011193*----------------------------------------------------------
011194* FX-CONTROL - THE EXCHANGE-DIFFERENCE BATCHES ALREADY
011195*              JOURNALED, SHARED WITH DEMOFXRV
011196*----------------------------------------------------------
011197 FD  FX-CONTROL
011198     RECORDING MODE IS F.
011199     COPY FXCTRECL.
011200*----------------------------------------------------------
011300* FOUT - INVOICE EXTRACT, READ ONLY FOR THE OPEN-ITEM SEED
011400*----------------------------------------------------------
012600*----------------------------------------------------------
012700 FD  CASH-SUSPENSE
012800     RECORDING MODE IS F.
012900     COPY CSUSRECL.
014600*----------------------------------------------------------
014700* AUDIT-TRAIL - ONE RECORD APPENDED PER RECEIPT POSTED,
014800*               SAME LAYOUT DEMOCOB AND DEMOREPR WRITE, SO
020600     88 RLOG-FILE-NOT-FOUND VALUE "35".
020700 77  WS-REG-SWITCH          PIC X(01) VALUE 'N'.
020800     88 INVOICE-REGISTERED  VALUE 'Y'.
020820 77  WS-ONA-FILE-STATUS     PIC X(02) VALUE "00".
020840     88 ONA-FILE-NOT-FOUND  VALUE "35".
020860 77  WS-ONA-NEW-SWITCH      PIC X(01) VALUE 'N'.
020880     88 ONA-NEW-RECORD      VALUE 'Y'.
020900*----------------------------------------------------------
021000* POSTING COUNTERS FOR THE CONTROL REPORT AND RUN LOG
021100*----------------------------------------------------------
021700 77  WS-SUSP-FMT-COUNT      PIC 9(05) COMP VALUE ZERO.
021800 77  WS-SUSP-UNM-COUNT      PIC 9(05) COMP VALUE ZERO.
021900 77  WS-SUSP-OVR-COUNT      PIC 9(05) COMP VALUE ZERO.
021950 77  WS-SUSP-WOF-COUNT      PIC 9(05) COMP VALUE ZERO.
022000 77  WS-SEEDED-COUNT        PIC 9(07) COMP VALUE ZERO.
022100 77  WS-POSTED-AMOUNT       PIC S9(9)V99 COMP-3 VALUE ZERO.
022102 77  WS-NETTED-COUNT        PIC 9(05) COMP VALUE ZERO.
022104 77  WS-NET-HELD-COUNT      PIC 9(05) COMP VALUE ZERO.
022106 77  WS-NETTED-AMOUNT       PIC S9(9)V99 COMP-3 VALUE ZERO.
022108 77  WS-ONACCT-AMOUNT       PIC S9(9)V99 COMP-3 VALUE ZERO.
022110*----------------------------------------------------------
022112* THE CREDIT UNDER NETTING - ITS OWN ITEM'S KEY AND
022114* AMOUNT (HELD POSITIVE), THE SHARE THE ORIGINAL'S
022116* RESIDUAL TAKES, AND THE EXCESS LEFT ON ACCOUNT
022118*----------------------------------------------------------
022120 77  WS-NET-CREDIT-NO       PIC 9(10) VALUE ZERO.
022122 77  WS-NET-CREDIT-AMT      PIC S9(7)V99 COMP-3 VALUE ZERO.
022124 77  WS-NET-APPLIED-AMT     PIC S9(7)V99 COMP-3 VALUE ZERO.
022126 77  WS-NET-EXCESS-AMT      PIC S9(7)V99 COMP-3 VALUE ZERO.
022128*----------------------------------------------------------
022130* REALISED EXCHANGE DIFFERENCE - THE RECEIPT VALUED AT THE
022132* INVOICE-DATE AND PAYMENT-DATE RATES, THE RUN'S GAINS AND
022134* LOSSES (BOTH HELD POSITIVE), AND THE JOURNAL PROOF TOTALS
022136*----------------------------------------------------------
022138 77  WS-CURR-FILE-STATUS    PIC X(02) VALUE "00".
022140     88 CURR-FILE-NOT-FOUND VALUE "35".
022142 77  WS-GLJ-FILE-STATUS     PIC X(02) VALUE "00".
022144     88 GLJ-FILE-NOT-FOUND  VALUE "35".
022146 77  WS-FXCT-FILE-STATUS    PIC X(02) VALUE "00".
022148     88 FXCT-FILE-NOT-FOUND VALUE "35".
022150 77  WS-RATE-SWITCH         PIC X(01) VALUE 'N'.
022152     88 RATE-FOUND          VALUE 'Y'.
022154     88 RATE-NOT-FOUND      VALUE 'N'.
022156 77  WS-DEFAULT-CURRENCY    PIC X(03) VALUE "EUR".
022158 77  WS-RATE-DATE           PIC 9(08) VALUE ZERO.
022160 77  WS-BOOK-RATE           PIC 9(04)V9(06) COMP-3 VALUE ZERO.
022162 77  WS-BOOK-EUR            PIC S9(9)V99 COMP-3 VALUE ZERO.
022164 77  WS-SETTLED-EUR         PIC S9(9)V99 COMP-3 VALUE ZERO.
022166 77  WS-FX-DIFF             PIC S9(9)V99 COMP-3 VALUE ZERO.
022168 77  WS-FX-VALUED-COUNT     PIC 9(05) COMP VALUE ZERO.
022170 77  WS-FX-NO-RATE-COUNT    PIC 9(05) COMP VALUE ZERO.
022172 77  WS-FX-GAIN-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
022174 77  WS-FX-LOSS-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
022176 77  WS-LINE-NO             PIC 9(04) VALUE ZERO.
022178 77  WS-DEBIT-TOTAL         PIC S9(11)V99 COMP-3 VALUE ZERO.
022180 77  WS-CREDIT-TOTAL        PIC S9(11)V99 COMP-3 VALUE ZERO.
022200*----------------------------------------------------------
022300* THE ITEM RESIDUAL UNDER TEST, AND THE RUN STAMP
022400*----------------------------------------------------------
030400         MOVE 16 TO RETURN-CODE
030500         STOP RUN
030600     END-IF.
030606*    THE ON-ACCOUNT FILE IS CREATED EMPTY THE SAME WAY; A
030612*    CREDIT'S EXCESS OVER ITS ORIGINAL CANNOT BE DROPPED.
030618     OPEN I-O ON-ACCOUNT.
030624     IF ONA-FILE-NOT-FOUND
030630         OPEN OUTPUT ON-ACCOUNT
030636         CLOSE ON-ACCOUNT
030642         OPEN I-O ON-ACCOUNT
030648     END-IF.
030654     IF WS-ONA-FILE-STATUS NOT = "00"
030660         DISPLAY "DEMOCASH - CANNOT OPEN DEMOONAC, STATUS = "
030666             WS-ONA-FILE-STATUS
030672         MOVE 16 TO RETURN-CODE
030678         STOP RUN
030684     END-IF.
030700     OPEN INPUT INVOICE-REGISTER.
030707*    NO CURRATES JUST MEANS NO FOREIGN RECEIPT CAN BE VALUED
030714*    FOR ITS EXCHANGE DIFFERENCE - EACH IS COUNTED (2550).
030721     OPEN INPUT CURRENCY-RATES.
030728*    THE CHECKPOINT AND AUDIT TRAIL ARE NEEDED BEFORE THE
030735*    SEED - NETTING A CREDIT AGAINST ITS ORIGINAL IS AUDITED
030742*    LIKE A RECEIPT.
030749     PERFORM 1100-READ-CHECKPOINT
030756         THRU 1100-READ-CHECKPOINT-EXIT.
030763     OPEN EXTEND AUDIT-TRAIL.
030770     IF AUDIT-FILE-NOT-FOUND
030777         OPEN OUTPUT AUDIT-TRAIL
030784     END-IF.
030800     PERFORM 1500-SYNC-OPEN-ITEMS
030900         THRU 1500-SYNC-OPEN-ITEMS-EXIT.
031110     OPEN INPUT BANK-RECEIPTS.
031120     IF RCPT-FILE-NOT-FOUND
031130         SET NOTHING-TO-DO TO TRUE
031200     OPEN EXTEND CASH-SUSPENSE.
031300     IF CSUSP-FILE-NOT-FOUND
031400         OPEN OUTPUT CASH-SUSPENSE
031900     END-IF.
032000     OPEN OUTPUT CASH-REPORT.
032100     PERFORM 2100-READ-RECEIPT THRU 2100-READ-RECEIPT-EXIT.
035300*                        GETS AN OPEN ITEM IF IT DOES NOT
035400*                        ALREADY HAVE ONE. AN ITEM ALREADY
035500*                        THERE (WITH CASH POSSIBLY APPLIED)
035537*                        IS LEFT EXACTLY AS IT IS. A SECOND
035574*                        PASS THEN NETS EACH CREDIT AGAINST
035611*                        ITS ORIGINAL - BY THEN EVERY
035648*                        ORIGINAL ON THIS FOUT HAS ITS ITEM,
035685*                        WHICHEVER ORDER THE TWO ARRIVED IN.
035722*                        NO FOUT JUST MEANS NOTHING NEW TO
035759*                        SEED.
035800*----------------------------------------------------------
035900 1500-SYNC-OPEN-ITEMS.
036000     MOVE 'N' TO WS-FOUT-EOF-SWITCH.
036400     END-IF.
036500     PERFORM 1510-SYNC-ONE-FOUT-REC
036600         THRU 1510-SYNC-ONE-FOUT-REC-EXIT
036614         UNTIL END-OF-FOUT.
036628     CLOSE FOUT.
036642     MOVE 'N' TO WS-FOUT-EOF-SWITCH.
036656     OPEN INPUT FOUT.
036670     PERFORM 1520-NET-ONE-CREDIT
036684         THRU 1520-NET-ONE-CREDIT-EXIT
036700         UNTIL END-OF-FOUT.
036800     CLOSE FOUT.
037000 1500-SYNC-OPEN-ITEMS-EXIT.
039000     MOVE ZERO TO OPN-PAID-AMOUNT.
039100     SET OPN-OPEN TO TRUE.
039200     MOVE ZERO TO OPN-LAST-PAY-DATE.
039210     IF DUE-DATE OF OUT-REC NUMERIC
039220         MOVE DUE-DATE OF OUT-REC TO OPN-DUE-DATE
039230     ELSE
039240         MOVE ZERO TO OPN-DUE-DATE
039250     END-IF.
039260     MOVE VAT-RATE OF OUT-REC TO OPN-VAT-RATE.
039270     MOVE SPACE TO OPN-COLLECT-FLAG.
039280     MOVE ZERO TO OPN-COLLECT-DATE.
039290     MOVE SPACES TO OPN-COLLECT-REASON.
039295     MOVE ZERO TO OPN-COLLECT-AMOUNT.
039300     WRITE OPN-REC
039400         INVALID KEY
039500             CONTINUE
039600         NOT INVALID KEY
039700             ADD 1 TO WS-SEEDED-COUNT
039800     END-WRITE.
039801 1510-SYNC-ONE-FOUT-REC-EXIT.
039802     EXIT.
039803*----------------------------------------------------------
039804* 1520-NET-ONE-CREDIT - A CREDIT NOTE OR DOWNWARD ADJUSTMENT
039805*                       NAMING ITS ORIGINAL IS NETTED AGAINST
039806*                       THE ORIGINAL'S OPEN ITEM, SO THE
039807*                       STATEMENTS, DUNNING AND EXPOSURE SEE
039808*                       THE NET DEBT. ONLY A CREDIT WHOSE OWN
039809*                       ITEM IS STILL UNTOUCHED IS TAKEN - ONE
039810*                       NETTED ON AN EARLIER RUN IS ALREADY
039811*                       CLOSED PAID. AN ORIGINAL WITH NO ITEM,
039812*                       OR ONE FOR ANOTHER CUSTOMER OR
039813*                       CURRENCY, OR ONE WITH THE BANK FOR
039814*                       DIRECT DEBIT, LEAVES THE CREDIT AS ITS
039815*                       OWN NEGATIVE ITEM, TRIED AGAIN NEXT
039816*                       RUN.
039817*                       UPWARD ADJUSTMENTS ARE DEBT OF THEIR
039818*                       OWN AND STAY SEPARATE ITEMS.
039819*----------------------------------------------------------
039820 1520-NET-ONE-CREDIT.
039821     READ FOUT
039822         AT END
039823             MOVE 'Y' TO WS-FOUT-EOF-SWITCH
039824             GO TO 1520-NET-ONE-CREDIT-EXIT
039825     END-READ.
039826     IF ORIG-INVOICE-NO OF OUT-REC NOT NUMERIC
039827         OR ORIG-INVOICE-NO OF OUT-REC = ZERO
039828         OR AMOUNT-TTC OF OUT-REC NOT < ZERO
039829         GO TO 1520-NET-ONE-CREDIT-EXIT
039830     END-IF.
039831     MOVE INVOICE-NO OF OUT-REC TO OPN-INVOICE-NO.
039832     READ OPEN-ITEMS
039833         INVALID KEY
039834             GO TO 1520-NET-ONE-CREDIT-EXIT
039835     END-READ.
039836     IF NOT OPN-OPEN OR OPN-PAID-AMOUNT NOT = ZERO
039837         GO TO 1520-NET-ONE-CREDIT-EXIT
039838     END-IF.
039839     MOVE OPN-INVOICE-NO TO WS-NET-CREDIT-NO.
039840     COMPUTE WS-NET-CREDIT-AMT = ZERO - OPN-AMOUNT-TTC.
039841     MOVE ORIG-INVOICE-NO OF OUT-REC TO OPN-INVOICE-NO.
039842     READ OPEN-ITEMS
039843         INVALID KEY
039844             DISPLAY "DEMOCASH - CREDIT " WS-NET-CREDIT-NO
039845                 " - ORIGINAL " ORIG-INVOICE-NO OF OUT-REC
039846                 " HAS NO OPEN ITEM - CREDIT LEFT OPEN"
039847             ADD 1 TO WS-NET-HELD-COUNT
039848             GO TO 1520-NET-ONE-CREDIT-EXIT
039849     END-READ.
039850     IF OPN-CUSTOMER-NO NOT = CUSTOMER-NO OF OUT-REC
039851         OR OPN-CURRENCY-CODE NOT = CURRENCY-CODE OF OUT-REC
039852         DISPLAY "DEMOCASH - CREDIT " WS-NET-CREDIT-NO
039853             " - ORIGINAL " OPN-INVOICE-NO " IS FOR CUSTOMER "
039854             OPN-CUSTOMER-NO " IN " OPN-CURRENCY-CODE
039855             " - CREDIT LEFT OPEN"
039856         ADD 1 TO WS-NET-HELD-COUNT
039857         GO TO 1520-NET-ONE-CREDIT-EXIT
039858     END-IF.
039859     IF OPN-WRITTEN-OFF
039860         DISPLAY "DEMOCASH - CREDIT " WS-NET-CREDIT-NO
039861             " - ORIGINAL " OPN-INVOICE-NO
039862             " IS WRITTEN OFF - CREDIT LEFT OPEN"
039863         ADD 1 TO WS-NET-HELD-COUNT
039864         GO TO 1520-NET-ONE-CREDIT-EXIT
039865     END-IF.
039866     IF OPN-COLLECT-PENDING
039867         DISPLAY "DEMOCASH - CREDIT " WS-NET-CREDIT-NO
039868             " - ORIGINAL " OPN-INVOICE-NO
039869             " IS WITH THE BANK FOR DIRECT DEBIT - "
039870             "CREDIT LEFT OPEN"
039871         ADD 1 TO WS-NET-HELD-COUNT
039872         GO TO 1520-NET-ONE-CREDIT-EXIT
039873     END-IF.
039874     PERFORM 1530-APPLY-TO-ORIGINAL
039875         THRU 1530-APPLY-TO-ORIGINAL-EXIT.
039876     PERFORM 1540-CLOSE-CREDIT-ITEM
039877         THRU 1540-CLOSE-CREDIT-ITEM-EXIT.
039878     IF WS-NET-EXCESS-AMT > ZERO
039879         PERFORM 1550-POST-ON-ACCOUNT
039880             THRU 1550-POST-ON-ACCOUNT-EXIT
039881     END-IF.
039882     ADD 1 TO WS-NETTED-COUNT.
039883 1520-NET-ONE-CREDIT-EXIT.
039884     EXIT.
039885*----------------------------------------------------------
039886* 1530-APPLY-TO-ORIGINAL - PUT THE CREDIT ONTO THE ORIGINAL'S
039887*                          PAID AMOUNT, UP TO WHAT IS STILL
039888*                          OPEN ON IT, AND FLIP ITS STATUS AS
039889*                          A RECEIPT WOULD. WHAT THE RESIDUAL
039890*                          CANNOT TAKE IS THE EXCESS FOR
039891*                          1550-POST-ON-ACCOUNT.
039892*----------------------------------------------------------
039893 1530-APPLY-TO-ORIGINAL.
039894     COMPUTE WS-RESIDUAL = OPN-AMOUNT-TTC - OPN-PAID-AMOUNT.
039895     IF WS-RESIDUAL < ZERO
039896         MOVE ZERO TO WS-RESIDUAL
039897     END-IF.
039898     IF WS-NET-CREDIT-AMT > WS-RESIDUAL
039899         MOVE WS-RESIDUAL TO WS-NET-APPLIED-AMT
039900     ELSE
039901         MOVE WS-NET-CREDIT-AMT TO WS-NET-APPLIED-AMT
039902     END-IF.
039903     COMPUTE WS-NET-EXCESS-AMT =
039904         WS-NET-CREDIT-AMT - WS-NET-APPLIED-AMT.
039905     IF WS-NET-APPLIED-AMT = ZERO
039906         GO TO 1530-APPLY-TO-ORIGINAL-EXIT
039907     END-IF.
039908     ADD WS-NET-APPLIED-AMT TO OPN-PAID-AMOUNT.
039909     MOVE INVOICE-DATE OF OUT-REC TO OPN-LAST-PAY-DATE.
039910     IF OPN-PAID-AMOUNT = OPN-AMOUNT-TTC
039911         SET OPN-PAID TO TRUE
039912     ELSE
039913         SET OPN-PART-PAID TO TRUE
039914     END-IF.
039915     REWRITE OPN-REC.
039916     ADD WS-NET-APPLIED-AMT TO WS-NETTED-AMOUNT.
039917     MOVE OPN-INVOICE-NO TO AUD-INVOICE-NO.
039918     MOVE WS-NET-APPLIED-AMT TO AUD-AMOUNT-TTC.
039919     PERFORM 1560-WRITE-NET-AUDIT
039920         THRU 1560-WRITE-NET-AUDIT-EXIT.
039921 1530-APPLY-TO-ORIGINAL-EXIT.
039922     EXIT.
039923*----------------------------------------------------------
039924* 1540-CLOSE-CREDIT-ITEM - THE CREDIT IS NOW FULLY ACCOUNTED
039925*                          FOR (ON THE ORIGINAL, ON ACCOUNT,
039926*                          OR BOTH), SO ITS OWN NEGATIVE ITEM
039927*                          IS CLOSED PAID AND AGES NO MORE
039928*----------------------------------------------------------
039929 1540-CLOSE-CREDIT-ITEM.
039930     MOVE WS-NET-CREDIT-NO TO OPN-INVOICE-NO.
039931     READ OPEN-ITEMS
039932         INVALID KEY
039933             GO TO 1540-CLOSE-CREDIT-ITEM-EXIT
039934     END-READ.
039935     MOVE OPN-AMOUNT-TTC TO OPN-PAID-AMOUNT.
039936     MOVE INVOICE-DATE OF OUT-REC TO OPN-LAST-PAY-DATE.
039937     SET OPN-PAID TO TRUE.
039938     REWRITE OPN-REC.
039939 1540-CLOSE-CREDIT-ITEM-EXIT.
039940     EXIT.
039941*----------------------------------------------------------
039942* 1550-POST-ON-ACCOUNT - ADD THE CREDIT'S EXCESS TO THE
039943*                        CUSTOMER'S ON-ACCOUNT CREDIT IN ITS
039944*                        CURRENCY, STARTING THE RECORD IF
039945*                        THIS IS THE FIRST (AS DEMOALOC'S
039946*                        3420-POST-ON-ACCOUNT DOES), AND
039947*                        AUDIT IT UNDER THE CREDIT'S OWN
039948*                        INVOICE NUMBER
039949*----------------------------------------------------------
039950 1550-POST-ON-ACCOUNT.
039951     MOVE 'N' TO WS-ONA-NEW-SWITCH.
039952     MOVE CUSTOMER-NO OF OUT-REC TO ONA-CUSTOMER-NO.
039953     MOVE CURRENCY-CODE OF OUT-REC TO ONA-CURRENCY-CODE.
039954     READ ON-ACCOUNT
039955         INVALID KEY
039956             SET ONA-NEW-RECORD TO TRUE
039957     END-READ.
039958     IF ONA-NEW-RECORD
039959         MOVE CUSTOMER-NO OF OUT-REC TO ONA-CUSTOMER-NO
039960         MOVE CURRENCY-CODE OF OUT-REC TO ONA-CURRENCY-CODE
039961         MOVE WS-NET-EXCESS-AMT TO ONA-BALANCE
039962         MOVE WS-RUN-DATE TO ONA-LAST-DATE
039963         WRITE ONA-REC
039964     ELSE
039965         ADD WS-NET-EXCESS-AMT TO ONA-BALANCE
039966         MOVE WS-RUN-DATE TO ONA-LAST-DATE
039967         REWRITE ONA-REC
039968     END-IF.
039969     ADD WS-NET-EXCESS-AMT TO WS-ONACCT-AMOUNT.
039970     DISPLAY "DEMOCASH - CREDIT " WS-NET-CREDIT-NO
039971         " EXCEEDS ITS ORIGINAL BY " WS-NET-EXCESS-AMT
039972         " - HELD ON ACCOUNT".
039973     MOVE WS-NET-CREDIT-NO TO AUD-INVOICE-NO.
039974     MOVE WS-NET-EXCESS-AMT TO AUD-AMOUNT-TTC.
039975     PERFORM 1560-WRITE-NET-AUDIT
039976         THRU 1560-WRITE-NET-AUDIT-EXIT.
039977 1550-POST-ON-ACCOUNT-EXIT.
039978     EXIT.
039979*----------------------------------------------------------
039980* 1560-WRITE-NET-AUDIT - APPEND AN AUDIT RECORD FOR ONE LEG
039981*                        OF A NETTED CREDIT. THE CALLER HAS
039982*                        SET THE INVOICE NUMBER AND AMOUNT;
039983*                        THE REST IS STAMPED AS
039984*                        2600-WRITE-AUDIT-REC STAMPS IT.
039985*----------------------------------------------------------
039986 1560-WRITE-NET-AUDIT.
039987     ADD 1 TO WS-AUDIT-SEQ.
039988     MOVE WS-RUN-SEQ TO AUD-RUN-SEQ.
039989     ACCEPT AUD-RUN-DATE FROM DATE YYYYMMDD.
039990     ACCEPT AUD-RUN-TIME FROM TIME.
039991     MOVE WS-AUDIT-SEQ TO AUD-SEQ-NO.
039992     WRITE AUDIT-REC.
039993 1560-WRITE-NET-AUDIT-EXIT.
040000     EXIT.
040100*----------------------------------------------------------
040200* 2000-PROCESS-RECEIPT - POST ONE BANK RECEIPT, THEN READ
044400*                         GOES TO SUSPENSE. A RECEIPT FOR
044500*                         MORE THAN THE ITEM'S RESIDUAL IS
044600*                         AN OVERPAYMENT AND IS HELD WHOLE
044700*                         RATHER THAN PART-APPLIED. ONE
044710*                         NAMING A WRITTEN-OFF ITEM IS HELD
044720*                         AS 'WOF' - THE ITEM STAYS CLOSED.
044800*----------------------------------------------------------
044900 2300-APPLY-BY-INVOICE.
045000     MOVE RCPT-INVOICE-NO TO OPN-INVOICE-NO.
046000             " BUT THE ITEM IS IN " OPN-CURRENCY-CODE
046100         PERFORM 2350-SUSPEND-UNMATCHED
046200             THRU 2350-SUSPEND-UNMATCHED-EXIT
046209         GO TO 2300-APPLY-BY-INVOICE-EXIT
046218     END-IF.
046227     IF OPN-WRITTEN-OFF
046236         SET CSUSP-WRITTEN-OFF TO TRUE
046245         ADD 1 TO WS-SUSP-WOF-COUNT
046254         PERFORM 2700-SUSPEND-RECEIPT
046263             THRU 2700-SUSPEND-RECEIPT-EXIT
046272         DISPLAY "DEMOCASH - RECEIPT FOR INVOICE "
046281             RCPT-INVOICE-NO " - ITEM IS WRITTEN OFF - "
046290             "HELD FOR CREDIT CONTROL"
046300         GO TO 2300-APPLY-BY-INVOICE-EXIT
046400     END-IF.
046500     COMPUTE WS-RESIDUAL = OPN-AMOUNT-TTC - OPN-PAID-AMOUNT.
056200*                           A MATCH THE RECORD JUST READ IS
056300*                           CURRENT, SO THE REWRITE IN
056400*                           2500-APPLY-PAYMENT LANDS ON IT.
056450*                           AN ITEM WITH THE BANK FOR DIRECT
056475*                           DEBIT IS NOT A CANDIDATE.
056500*----------------------------------------------------------
056600 2410-SCAN-ONE-OPEN-ITEM.
056700     READ OPEN-ITEMS NEXT RECORD
057100     END-READ.
057200     IF OPN-CUSTOMER-NO = RCPT-CUSTOMER-NO
057300         AND OPN-CURRENCY-CODE = RCPT-CURRENCY-CODE
057400         AND NOT OPN-CLOSED
057450         AND NOT OPN-COLLECT-PENDING
057500         COMPUTE WS-RESIDUAL =
057600             OPN-AMOUNT-TTC - OPN-PAID-AMOUNT
057700         IF WS-RESIDUAL = RCPT-AMOUNT
059700         ADD 1 TO WS-PART-COUNT
059800     END-IF.
059900     REWRITE OPN-REC.
059920     IF OPN-CURRENCY-CODE NOT = WS-DEFAULT-CURRENCY
059940         PERFORM 2550-VALUE-EXCHANGE-DIFF
059960             THRU 2550-VALUE-EXCHANGE-DIFF-EXIT
059980     END-IF.
060000     ADD 1 TO WS-POSTED-COUNT.
060100     ADD RCPT-AMOUNT TO WS-POSTED-AMOUNT.
060200     PERFORM 2600-WRITE-AUDIT-REC
060300         THRU 2600-WRITE-AUDIT-REC-EXIT.
060400 2500-APPLY-PAYMENT-EXIT.
060401     EXIT.
060402*----------------------------------------------------------
060403* 2550-VALUE-EXCHANGE-DIFF - THE RECEIPT JUST POSTED SETTLES
060404*                            A FOREIGN-CURRENCY ITEM. VALUE IT
060405*                            AT THE RATE IN FORCE ON THE
060406*                            INVOICE DATE (WHAT THE LEDGER
060407*                            CARRIES) AND ON THE PAYMENT DATE
060408*                            (WHAT THE CASH IS WORTH); THE
060409*                            DIFFERENCE IS A REALISED GAIN OR
060410*                            LOSS FOR THE RUN'S JOURNAL BATCH.
060411*                            NO RATE FOR EITHER DATE LEAVES
060412*                            THE RECEIPT POSTED BUT UNVALUED.
060413*----------------------------------------------------------
060414 2550-VALUE-EXCHANGE-DIFF.
060415     IF CURR-FILE-NOT-FOUND
060416         ADD 1 TO WS-FX-NO-RATE-COUNT
060417         GO TO 2550-VALUE-EXCHANGE-DIFF-EXIT
060418     END-IF.
060419     MOVE OPN-INVOICE-DATE TO WS-RATE-DATE.
060420     PERFORM 2560-FIND-RATE THRU 2560-FIND-RATE-EXIT.
060421     IF RATE-NOT-FOUND
060422         DISPLAY "DEMOCASH - NO " OPN-CURRENCY-CODE
060423             " RATE IN FORCE ON " OPN-INVOICE-DATE
060424             " - RECEIPT FOR INVOICE " OPN-INVOICE-NO
060425             " NOT VALUED FOR EXCHANGE DIFFERENCE"
060426         ADD 1 TO WS-FX-NO-RATE-COUNT
060427         GO TO 2550-VALUE-EXCHANGE-DIFF-EXIT
060428     END-IF.
060429     MOVE CURR-RATE-TO-EUR TO WS-BOOK-RATE.
060430     MOVE RCPT-PAY-DATE TO WS-RATE-DATE.
060431     PERFORM 2560-FIND-RATE THRU 2560-FIND-RATE-EXIT.
060432     IF RATE-NOT-FOUND
060433         DISPLAY "DEMOCASH - NO " OPN-CURRENCY-CODE
060434             " RATE IN FORCE ON " RCPT-PAY-DATE
060435             " - RECEIPT FOR INVOICE " OPN-INVOICE-NO
060436             " NOT VALUED FOR EXCHANGE DIFFERENCE"
060437         ADD 1 TO WS-FX-NO-RATE-COUNT
060438         GO TO 2550-VALUE-EXCHANGE-DIFF-EXIT
060439     END-IF.
060440     COMPUTE WS-BOOK-EUR ROUNDED = RCPT-AMOUNT * WS-BOOK-RATE.
060441     COMPUTE WS-SETTLED-EUR ROUNDED =
060442         RCPT-AMOUNT * CURR-RATE-TO-EUR.
060443     COMPUTE WS-FX-DIFF = WS-SETTLED-EUR - WS-BOOK-EUR.
060444     ADD 1 TO WS-FX-VALUED-COUNT.
060445     IF WS-FX-DIFF > ZERO
060446         ADD WS-FX-DIFF TO WS-FX-GAIN-TOTAL
060447     ELSE
060448         SUBTRACT WS-FX-DIFF FROM WS-FX-LOSS-TOTAL
060449     END-IF.
060450 2550-VALUE-EXCHANGE-DIFF-EXIT.
060451     EXIT.
060452*----------------------------------------------------------
060453* 2560-FIND-RATE - LOCATE THE RATE IN FORCE FOR THE ITEM'S
060454*                  CURRENCY ON WS-RATE-DATE, EXACTLY AS
060455*                  DEMOCOB'S 2285-FIND-RATE DOES FOR THE
060456*                  INVOICE DATE. A RECORD FOR A DIFFERENT
060457*                  CURRENCY MEANS NO RATE EXISTS THAT EARLY.
060458*----------------------------------------------------------
060459 2560-FIND-RATE.
060460     SET RATE-NOT-FOUND TO TRUE.
060461     MOVE OPN-CURRENCY-CODE TO CURR-CODE.
060462     COMPUTE CURR-DATE-COMP = 99999999 - WS-RATE-DATE.
060463     START CURRENCY-RATES KEY IS NOT LESS THAN CURR-KEY
060464         INVALID KEY
060465             GO TO 2560-FIND-RATE-EXIT
060466     END-START.
060467     READ CURRENCY-RATES NEXT RECORD
060468         AT END
060469             GO TO 2560-FIND-RATE-EXIT
060470     END-READ.
060471     IF CURR-CODE = OPN-CURRENCY-CODE
060472         SET RATE-FOUND TO TRUE
060473     END-IF.
060474 2560-FIND-RATE-EXIT.
060500     EXIT.
060600*----------------------------------------------------------
060700* 2600-WRITE-AUDIT-REC - APPEND AN AUDIT RECORD FOR THE
064400     IF NOTHING-TO-DO
064410*        THE SEED STILL RAN - ONLY THE RECEIPT PASS WAS
064420*        SKIPPED. THE RUN IS LOGGED EITHER WAY, SO A QUIET
064425*        BANK DAY IS VISIBLE AS WHAT IT IS. CREDITS NETTED BY
064430*        THE SEED WERE AUDITED, SO THE CHECKPOINT IS STILL
064435*        WRITTEN BACK FOR THEM.
064440         CLOSE OPEN-ITEMS
064445         CLOSE ON-ACCOUNT
064450         IF NOT REG-FILE-NOT-FOUND
064460             CLOSE INVOICE-REGISTER
064470         END-IF
064473         CLOSE AUDIT-TRAIL
064476         IF NOT CURR-FILE-NOT-FOUND
064479             CLOSE CURRENCY-RATES
064482         END-IF
064485         IF CHECKPOINT-ON-FILE AND WS-NETTED-COUNT > ZERO
064488             PERFORM 8200-UPDATE-CHECKPOINT
064491                 THRU 8200-UPDATE-CHECKPOINT-EXIT
064494         END-IF
064500         DISPLAY "DEMOCASH - NO BANK RECEIPTS FILE - "
064510             WS-SEEDED-COUNT " OPEN ITEM(S) SEEDED, "
064555             WS-NETTED-COUNT " CREDIT(S) NETTED, "
064600             "NOTHING TO POST"
064610         PERFORM 8900-WRITE-RUN-LOG
064620             THRU 8900-WRITE-RUN-LOG-EXIT
064700         GO TO 8000-TERMINATE-EXIT
064800     END-IF.
064805     CLOSE BANK-RECEIPTS.
064810     IF NOT CURR-FILE-NOT-FOUND
064815         CLOSE CURRENCY-RATES
064820     END-IF.
064825*    THE REALISED DIFFERENCE IS JOURNALLED BEFORE THE RECEIPTS
064830*    FILE IS RETIRED - AN UNBALANCED BATCH ENDS THE RUN BAD.
064835     IF WS-FX-GAIN-TOTAL NOT = ZERO
064840         OR WS-FX-LOSS-TOTAL NOT = ZERO
064845         PERFORM 8300-WRITE-FX-JOURNAL
064850             THRU 8300-WRITE-FX-JOURNAL-EXIT
064855     END-IF.
064910*    EVERY RECEIPT IS NOW EITHER POSTED OR ON CASHSUSP, SO
064920*    THE CONSUMED FILE IS RETIRED - A RERUN AGAINST IT
064930*    WOULD RE-APPLY EVERY RECEIPT. A RUN THAT ENDS BAD
064960         CALL "CBL_DELETE_FILE" USING WS-RCPT-NAME
064970             RETURNING WS-DELETE-STATUS
064980     END-IF.
064983*    AN UNVALUED FOREIGN RECEIPT IS STILL POSTED, SO IT ONLY
064986*    WARNS - AFTER THE FILE IS RETIRED, SO IT IS NOT REPLAYED.
064989     IF WS-FX-NO-RATE-COUNT > ZERO AND RETURN-CODE = ZERO
064992         MOVE 4 TO RETURN-CODE
064995     END-IF.
065000     CLOSE OPEN-ITEMS.
065026     CLOSE ON-ACCOUNT.
065050*    THE REGISTER MAY NEVER HAVE OPENED (FIRST-EVER NIGHT).
065100     IF NOT REG-FILE-NOT-FOUND
065150         CLOSE INVOICE-REGISTER
065170     END-IF.
065200     CLOSE CASH-SUSPENSE.
065300     CLOSE AUDIT-TRAIL.
065366     IF CHECKPOINT-ON-FILE
065432         AND (WS-POSTED-COUNT > ZERO OR WS-NETTED-COUNT > ZERO)
065500         PERFORM 8200-UPDATE-CHECKPOINT
065600             THRU 8200-UPDATE-CHECKPOINT-EXIT
065700     END-IF.
067800     WRITE CKPT-REC.
067900     CLOSE CHECKPOINT-FILE.
068000 8200-UPDATE-CHECKPOINT-EXIT.
068001     EXIT.
068002*----------------------------------------------------------
068003* 8300-WRITE-FX-JOURNAL - APPEND THE RUN'S REALISED EXCHANGE
068004*                         DIFFERENCE TO GLJRNL AS ONE BATCH
068005*                         IN EUR: A GAIN DEBITS ARCVBLE AND
068006*                         CREDITS FXRLGAIN, A LOSS DEBITS
068007*                         FXRLLOSS AND CREDITS ARCVBLE. A
068008*                         BALANCED BATCH IS RECORDED ON
068009*                         DEMOFXCT AS AN 'RLZ' PROOF RECORD.
068010*----------------------------------------------------------
068011 8300-WRITE-FX-JOURNAL.
068012     MOVE ZERO TO WS-LINE-NO.
068013     MOVE ZERO TO WS-DEBIT-TOTAL.
068014     MOVE ZERO TO WS-CREDIT-TOTAL.
068015     OPEN EXTEND GL-JOURNAL.
068016     IF GLJ-FILE-NOT-FOUND
068017         OPEN OUTPUT GL-JOURNAL
068018     END-IF.
068019     IF WS-FX-GAIN-TOTAL NOT = ZERO
068020         MOVE "ARCVBLE " TO GLJ-ACCOUNT
068021         SET GLJ-DEBIT TO TRUE
068022         MOVE WS-FX-GAIN-TOTAL TO GLJ-AMOUNT
068023         PERFORM 8310-WRITE-ONE-LINE THRU 8310-WRITE-ONE-LINE-EXIT
068024         MOVE "FXRLGAIN" TO GLJ-ACCOUNT
068025         SET GLJ-CREDIT TO TRUE
068026         MOVE WS-FX-GAIN-TOTAL TO GLJ-AMOUNT
068027         PERFORM 8310-WRITE-ONE-LINE THRU 8310-WRITE-ONE-LINE-EXIT
068028     END-IF.
068029     IF WS-FX-LOSS-TOTAL NOT = ZERO
068030         MOVE "FXRLLOSS" TO GLJ-ACCOUNT
068031         SET GLJ-DEBIT TO TRUE
068032         MOVE WS-FX-LOSS-TOTAL TO GLJ-AMOUNT
068033         PERFORM 8310-WRITE-ONE-LINE THRU 8310-WRITE-ONE-LINE-EXIT
068034         MOVE "ARCVBLE " TO GLJ-ACCOUNT
068035         SET GLJ-CREDIT TO TRUE
068036         MOVE WS-FX-LOSS-TOTAL TO GLJ-AMOUNT
068037         PERFORM 8310-WRITE-ONE-LINE THRU 8310-WRITE-ONE-LINE-EXIT
068038     END-IF.
068039     CLOSE GL-JOURNAL.
068040     IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
068041         DISPLAY "DEMOCASH - FX JOURNAL OUT OF BALANCE - DR "
068042             WS-DEBIT-TOTAL " CR " WS-CREDIT-TOTAL
068043         MOVE 16 TO RETURN-CODE
068044         GO TO 8300-WRITE-FX-JOURNAL-EXIT
068045     END-IF.
068046     SET FXC-REALISED TO TRUE.
068047     MOVE WS-RUN-DATE TO FXC-BATCH-KEY.
068048     MOVE WS-RUN-SEQ TO FXC-RUN-SEQ.
068049     ACCEPT FXC-POST-DATE FROM DATE YYYYMMDD.
068050     ACCEPT FXC-POST-TIME FROM TIME.
068051     MOVE WS-LINE-NO TO FXC-LINE-COUNT.
068052     MOVE WS-DEBIT-TOTAL TO FXC-DEBIT-TOTAL.
068053     MOVE WS-CREDIT-TOTAL TO FXC-CREDIT-TOTAL.
068054     OPEN EXTEND FX-CONTROL.
068055     IF FXCT-FILE-NOT-FOUND
068056         OPEN OUTPUT FX-CONTROL
068057     END-IF.
068058     WRITE FXC-REC.
068059     CLOSE FX-CONTROL.
068060 8300-WRITE-FX-JOURNAL-EXIT.
068061     EXIT.
068062*----------------------------------------------------------
068063* 8310-WRITE-ONE-LINE - STAMP AND WRITE ONE JOURNAL LINE
068064*                       (ACCOUNT, SIDE AND AMOUNT ALREADY SET)
068065*----------------------------------------------------------
068066 8310-WRITE-ONE-LINE.
068067     ADD 1 TO WS-LINE-NO.
068068     MOVE WS-RUN-SEQ TO GLJ-RUN-SEQ.
068069     MOVE WS-RUN-DATE TO GLJ-BATCH-DATE.
068070     MOVE WS-LINE-NO TO GLJ-LINE-NO.
068071     MOVE ZERO TO GLJ-VAT-RATE.
068072     IF GLJ-DEBIT
068073         ADD GLJ-AMOUNT TO WS-DEBIT-TOTAL
068074     ELSE
068075         ADD GLJ-AMOUNT TO WS-CREDIT-TOTAL
068076     END-IF.
068077     WRITE GLJ-REC.
068078 8310-WRITE-ONE-LINE-EXIT.
068100     EXIT.
068200*----------------------------------------------------------
068300* 8500-PRINT-CASH-REPORT - THE CONTROL TOTALS CREDIT
072100     MOVE WS-SUSP-OVR-COUNT TO TL-COUNT.
072200     MOVE WS-TOTAL-LINE TO REPORT-LINE.
072300     WRITE REPORT-LINE.
072310     MOVE "  WRITTEN-OFF ITEMS (WOF)     " TO TL-TEXT.
072320     MOVE WS-SUSP-WOF-COUNT TO TL-COUNT.
072330     MOVE WS-TOTAL-LINE TO REPORT-LINE.
072340     WRITE REPORT-LINE.
072400     MOVE "OPEN ITEMS SEEDED FROM FOUT   " TO TL-TEXT.
072500     MOVE WS-SEEDED-COUNT TO TL-COUNT.
072511     MOVE WS-TOTAL-LINE TO REPORT-LINE.
072522     WRITE REPORT-LINE.
072533     MOVE "CREDITS NETTED TO ORIGINAL    " TO TL-TEXT.
072544     MOVE WS-NETTED-COUNT TO TL-COUNT.
072555     MOVE WS-TOTAL-LINE TO REPORT-LINE.
072566     WRITE REPORT-LINE.
072577     MOVE "CREDITS LEFT OPEN (NO MATCH)  " TO TL-TEXT.
072588     MOVE WS-NET-HELD-COUNT TO TL-COUNT.
072600     MOVE WS-TOTAL-LINE TO REPORT-LINE.
072700     WRITE REPORT-LINE.
072800     MOVE "CASH APPLIED                  " TO AL-TEXT.
072900     MOVE WS-POSTED-AMOUNT TO AL-AMOUNT.
073000     MOVE WS-AMOUNT-LINE TO REPORT-LINE.
073003     WRITE REPORT-LINE.
073006     MOVE "CREDIT NETTED TO ORIGINALS    " TO AL-TEXT.
073009     MOVE WS-NETTED-AMOUNT TO AL-AMOUNT.
073012     MOVE WS-AMOUNT-LINE TO REPORT-LINE.
073015     WRITE REPORT-LINE.
073018     MOVE "CREDIT EXCESS PUT ON ACCOUNT  " TO AL-TEXT.
073021     MOVE WS-ONACCT-AMOUNT TO AL-AMOUNT.
073024     MOVE WS-AMOUNT-LINE TO REPORT-LINE.
073027     WRITE REPORT-LINE.
073030     MOVE "FOREIGN RECEIPTS VALUED       " TO TL-TEXT.
073033     MOVE WS-FX-VALUED-COUNT TO TL-COUNT.
073036     MOVE WS-TOTAL-LINE TO REPORT-LINE.
073039     WRITE REPORT-LINE.
073042     MOVE "  NO RATE - NOT VALUED        " TO TL-TEXT.
073045     MOVE WS-FX-NO-RATE-COUNT TO TL-COUNT.
073048     MOVE WS-TOTAL-LINE TO REPORT-LINE.
073051     WRITE REPORT-LINE.
073054     MOVE "REALISED FX GAIN (EUR)        " TO AL-TEXT.
073057     MOVE WS-FX-GAIN-TOTAL TO AL-AMOUNT.
073060     MOVE WS-AMOUNT-LINE TO REPORT-LINE.
073063     WRITE REPORT-LINE.
073066     MOVE "REALISED FX LOSS (EUR)        " TO AL-TEXT.
073069     MOVE WS-FX-LOSS-TOTAL TO AL-AMOUNT.
073072     MOVE WS-AMOUNT-LINE TO REPORT-LINE.
073075     WRITE REPORT-LINE.
073078     MOVE "FX JOURNAL LINES WRITTEN      " TO TL-TEXT.
073081     MOVE WS-LINE-NO TO TL-COUNT.
073084     MOVE WS-TOTAL-LINE TO REPORT-LINE.
073100     WRITE REPORT-LINE.
073200 8500-PRINT-CASH-REPORT-EXIT.
073300     EXIT.
