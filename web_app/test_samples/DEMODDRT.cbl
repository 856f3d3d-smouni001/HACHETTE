000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DEMODDRT.
000300 AUTHOR.        R. FABIANI.
000400 INSTALLATION.  BILLING SYSTEMS - INVOICE EXTRACT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 RF  INITIAL VERSION - SEPA DIRECT-DEBIT RETURNS.
001100*                READS THE BANK'S RETURN FILE DDRETN (LAYOUT
001200*                DDRTRECL) FOR THE DEBITS DEMODDCL ASKED FOR. A
001300*                SETTLED DEBIT IS APPENDED TO BANKRCPT AS AN
001400*                ORDINARY RECEIPT NAMING ITS INVOICE, SO DEMOCASH
001500*                POSTS IT - THIS STEP RUNS AFTER THE DAY'S BANK
001600*                RECEIPTS ARRIVE AND BEFORE DEMOCASH - AND THE
001700*                ITEM IS MARKED SETTLED. A REJECTED DEBIT, OR ONE
001800*                RETURNED AFTER SETTLING, PUTS THE ITEM BACK TO
001900*                OPEN WITH THE BANK'S REASON CODE FOR CREDIT
002000*                CONTROL; A RETURN OF CASH DEMOCASH HAD ALREADY
002100*                POSTED TAKES IT BACK OFF THE ITEM. AN ACCOUNT OR
002200*                MANDATE REASON (CLOSED, BLOCKED, WRONG ACCOUNT,
002300*                NO MANDATE ...) ALSO SUSPENDS THE CUSTOMER'S
002400*                MANDATE ON CUSTMAST SO DEMODDCL STOPS ASKING.
002500*                ANYTHING THAT DOES NOT FIT WHAT WAS ASKED FOR IS
002600*                LISTED AND LEFT ALONE (RETURN-CODE 4). THE FILE
002700*                IS RETIRED ONCE READ, AS DEMOCASH RETIRES
002800*                BANKRCPT.
002810* 2026-10-15 RF  AN OUTCOME IS NOW CHECKED AGAINST WHAT WAS
002820*                ASKED FOR BEFORE IT IS APPLIED - THE CUSTOMER,
002830*                THE COLLECTION DATE AND THE AMOUNT DEMODDCL
002840*                RECORDED ON THE ITEM (OPN-COLLECT-AMOUNT), AND
002850*                WHILE THE CASH IS NOT YET POSTED THE ITEM'S
002860*                RESIDUAL. A MISMATCH IS LISTED AND LEFT ALONE
002870*                (RETURN-CODE 4) INSTEAD OF REACHING BANKRCPT.
002871* 2026-10-15 RF  CASH TAKEN BACK OFF A PAID ITEM NOW APPENDS A
002872*                DEMOAUDT RECORD FOR THE NEGATED AMOUNT, AS
002873*                DEMOCASH DOES FOR ITS POSTS, SO THE AUDIT TRAIL
002874*                STILL ADDS UP TO THE CASH ON THE ITEM. THE AUDIT
002875*                SEQUENCE CONTINUES FROM DEMOCOB'S CHECKPOINT,
002876*                WHICH IS WRITTEN BACK WITH ONLY THAT SEQUENCE
002877*                ADVANCED, AS DEMOALOC DOES.
002900*----------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT RETURN-FILE ASSIGN TO "DDRETN"
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS WS-RETN-FILE-STATUS.
003600
003700     SELECT OPEN-ITEMS ASSIGN TO "DEMOOPEN"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS RANDOM
004000         RECORD KEY IS OPN-INVOICE-NO
004100         FILE STATUS IS WS-OPEN-FILE-STATUS.
004200
004300     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS RANDOM
004600         RECORD KEY IS CUST-NO
004700         FILE STATUS IS WS-CUST-FILE-STATUS.
004800
004900*    APPENDED TO - THE BANK'S OWN RECEIPTS MAY ALREADY BE ON IT.
005000     SELECT BANK-RECEIPTS ASSIGN TO "BANKRCPT"
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-RCPT-FILE-STATUS.
005300
005400     SELECT CHECKPOINT-FILE ASSIGN TO "DEMOCKPT"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-CKPT-FILE-STATUS.
005700
005710     SELECT AUDIT-TRAIL ASSIGN TO "DEMOAUDT"
005720         ORGANIZATION IS SEQUENTIAL
005730         FILE STATUS IS WS-AUDIT-FILE-STATUS.
005740
005800     SELECT RETURN-REPORT ASSIGN TO "DEMODDRT.RPT"
005900         ORGANIZATION IS SEQUENTIAL.
006000
006100     SELECT RUN-LOG ASSIGN TO "DEMORLOG"
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-RLOG-FILE-STATUS.
006400
006500 DATA DIVISION.
006600 FILE SECTION.
006700*----------------------------------------------------------
006800* RETURN-FILE - THE BANK'S OUTCOME FOR EACH DEBIT
006900*----------------------------------------------------------
007000 FD  RETURN-FILE
007100     RECORDING MODE IS F.
007200     COPY DDRTRECL.
007300*----------------------------------------------------------
007400* OPEN-ITEMS - PAID/PART-PAID/OPEN STATUS PER INVOICE
007500*----------------------------------------------------------
007600 FD  OPEN-ITEMS.
007700     COPY OPENRECL.
007800*----------------------------------------------------------
007900* CUSTOMER-MASTER - THE MANDATE IS SUSPENDED HERE
008000*----------------------------------------------------------
008100 FD  CUSTOMER-MASTER.
008200     COPY CUSTRECL.
008300*----------------------------------------------------------
008400* BANK-RECEIPTS - DEMOCASH'S INPUT
008500*----------------------------------------------------------
008600 FD  BANK-RECEIPTS
008700     RECORDING MODE IS F.
008800     COPY RCPTRECL.
008900*----------------------------------------------------------
009000* CHECKPOINT-FILE - DEMOCOB'S CHECKPOINT, READ FOR THE
009100*                   CURRENT RUN SEQUENCE AND LAST AUDIT
009110*                   SEQUENCE AND WRITTEN BACK WITH ONLY THE
009120*                   AUDIT SEQUENCE ADVANCED, AS DEMOALOC DOES
009200*----------------------------------------------------------
009300 FD  CHECKPOINT-FILE
009400     RECORDING MODE IS F.
009500     COPY CKPTRECL.
009510*----------------------------------------------------------
009520* AUDIT-TRAIL - ONE RECORD APPENDED PER RETURN THAT TAKES
009530*               POSTED CASH BACK, SAME LAYOUT DEMOCASH
009540*               WRITES, WITH THE AMOUNT NEGATED.
009550*----------------------------------------------------------
009560 FD  AUDIT-TRAIL
009570     RECORDING MODE IS F.
009580 01  AUDIT-REC.
009590     05 AUD-RUN-SEQ          PIC 9(05).
009591     05 AUD-RUN-DATE         PIC 9(08).
009592     05 AUD-RUN-TIME         PIC 9(08).
009593     05 AUD-SEQ-NO           PIC 9(07).
009594     05 AUD-INVOICE-NO       PIC 9(10).
009595     05 AUD-AMOUNT-TTC       PIC S9(7)V99 COMP-3.
009600
009700 FD  RETURN-REPORT
009800     RECORDING MODE IS F.
009900 01  REPORT-LINE            PIC X(132).
010000
010100 FD  RUN-LOG
010200     RECORDING MODE IS F.
010300     COPY RUNLOGL.
010400
010500 WORKING-STORAGE SECTION.
010600 77  WS-RETN-EOF-SWITCH     PIC X(01) VALUE 'N'.
010700     88 END-OF-RETURNS      VALUE 'Y'.
010800 77  WS-RETN-FILE-STATUS    PIC X(02) VALUE "00".
010900     88 RETN-FILE-NOT-FOUND VALUE "35".
011000 77  WS-OPEN-FILE-STATUS    PIC X(02) VALUE "00".
011100     88 OPEN-FILE-NOT-FOUND VALUE "35".
011200 77  WS-CUST-FILE-STATUS    PIC X(02) VALUE "00".
011300     88 CUST-FILE-NOT-FOUND VALUE "35".
011400 77  WS-RCPT-FILE-STATUS    PIC X(02) VALUE "00".
011500     88 RCPT-FILE-NOT-FOUND VALUE "35".
011600 77  WS-CKPT-FILE-STATUS    PIC X(02) VALUE "00".
011700     88 CKPT-FILE-NOT-FOUND VALUE "35".
011800 77  WS-RLOG-FILE-STATUS    PIC X(02) VALUE "00".
011900     88 RLOG-FILE-NOT-FOUND VALUE "35".
011910 77  WS-AUDIT-FILE-STATUS   PIC X(02) VALUE "00".
011920     88 AUDIT-FILE-NOT-FOUND VALUE "35".
012000*    BANKRCPT IS ONLY OPENED FOR THE FIRST SETTLEMENT, SO A
012100*    FILE WITH NONE NEVER LEAVES AN EMPTY BANKRCPT BEHIND.
012200 77  WS-RCPT-OPEN-SWITCH    PIC X(01) VALUE 'N'.
012300     88 RECEIPTS-OPEN       VALUE 'Y'.
012400 77  WS-RETN-NAME           PIC X(08) VALUE "DDRETN".
012500 77  WS-DELETE-STATUS       PIC S9(09) COMP-5 VALUE ZERO.
012600 77  WS-START-DATE          PIC 9(08) VALUE ZERO.
012700 77  WS-START-TIME          PIC 9(08) VALUE ZERO.
012800 77  WS-RUN-DATE            PIC 9(08) VALUE ZERO.
012900 77  WS-RUN-SEQ             PIC 9(05) VALUE ZERO.
013000*----------------------------------------------------------
013100* SEPA REASON CODES THE BANK SENDS, EACH WITH 'Y' WHERE THE
013200* REASON MEANS THE ACCOUNT OR THE MANDATE ITSELF IS NO GOOD -
013300* THOSE SUSPEND THE CUSTOMER'S MANDATE. ANY OTHER CODE IS
013400* REPORTED AS NOT RECOGNISED AND LEAVES THE MANDATE ALONE.
013500*----------------------------------------------------------
013600 01  WS-REASON-TABLE.
013700     05 FILLER              PIC X(35)
013800        VALUE "AC01YACCOUNT IDENTIFIER INCORRECT  ".
013900     05 FILLER              PIC X(35)
014000        VALUE "AC04YACCOUNT CLOSED                ".
014100     05 FILLER              PIC X(35)
014200        VALUE "AC06YACCOUNT BLOCKED               ".
014300     05 FILLER              PIC X(35)
014400        VALUE "AG01YNO DEBITS ON THIS ACCOUNT     ".
014500     05 FILLER              PIC X(35)
014600        VALUE "AM04NINSUFFICIENT FUNDS            ".
014700     05 FILLER              PIC X(35)
014800        VALUE "MD01YNO VALID MANDATE              ".
014900     05 FILLER              PIC X(35)
015000        VALUE "MD06NREFUND REQUESTED BY DEBTOR    ".
015100     05 FILLER              PIC X(35)
015200        VALUE "MD07YDEBTOR DECEASED               ".
015300     05 FILLER              PIC X(35)
015400        VALUE "MS02NREFUSED BY DEBTOR             ".
015500     05 FILLER              PIC X(35)
015600        VALUE "MS03NREASON NOT SPECIFIED          ".
015700     05 FILLER              PIC X(35)
015800        VALUE "SL01NSPECIFIC SERVICE BY BANK      ".
015900 01  WS-REASON-R REDEFINES WS-REASON-TABLE.
016000     05 WS-REASON-ENTRY     OCCURS 11 TIMES.
016100        10 WS-REASON-ENTRY-CODE PIC X(04).
016200        10 WS-REASON-ENTRY-SUSPEND PIC X(01).
016300        10 WS-REASON-ENTRY-TEXT PIC X(30).
016400 77  WS-REASON-TABLE-MAX    PIC 9(02) VALUE 11.
016500 77  WS-REASON-SUB          PIC 9(02) COMP VALUE ZERO.
016600 77  WS-REASON-FOUND-SWITCH PIC X(01) VALUE 'N'.
016700     88 REASON-ENTRY-FOUND  VALUE 'Y'.
016800 77  WS-REASON-SUSPEND      PIC X(01) VALUE 'N'.
016900     88 REASON-SUSPENDS-MANDATE VALUE 'Y'.
016950 77  WS-RESIDUAL            PIC S9(7)V99 COMP-3 VALUE ZERO.
016951*----------------------------------------------------------
016952* AUDIT-TRAIL/CHECKPOINT WORKING STORAGE - THE CHECKPOINT
016953* IMAGE IS HELD IN FULL SO THE END-OF-JOB REWRITE PUTS BACK
016954* EVERY FIELD EXACTLY AS DEMOCOB LEFT IT, WITH ONLY THE
016955* AUDIT SEQUENCE ADVANCED (SAME SCHEME AS DEMOALOC).
016956*----------------------------------------------------------
016957 77  WS-AUDIT-SEQ           PIC 9(07) COMP VALUE ZERO.
016958 77  WS-AUDIT-COUNT         PIC 9(05) COMP VALUE ZERO.
016959 77  WS-CKPT-SWITCH         PIC X(01) VALUE 'N'.
016960     88 CHECKPOINT-ON-FILE  VALUE 'Y'.
016961 01  WS-CKPT-IMAGE.
016962     05 WS-CKPT-RUN-SEQ      PIC 9(05).
016963     05 WS-CKPT-LAST-INVOICE PIC 9(10).
016964     05 WS-CKPT-ACTUAL-COUNT PIC 9(07).
016965     05 WS-CKPT-ACTUAL-AMOUNT PIC S9(9)V99 COMP-3.
016966     05 WS-CKPT-REJECT-COUNT PIC 9(05).
016967     05 WS-CKPT-REJECT-AMOUNT PIC S9(9)V99 COMP-3.
016968     05 WS-CKPT-AUDIT-SEQ    PIC 9(07).
016969     05 WS-CKPT-CREDIT-COUNT PIC 9(05).
016970     05 WS-CKPT-CREDIT-AMOUNT PIC S9(9)V99 COMP-3.
016971     05 WS-CKPT-DUP-COUNT    PIC 9(05).
016972     05 WS-CKPT-DETAIL-COUNT PIC 9(07).
016973     05 WS-CKPT-ORPHAN-COUNT PIC 9(05).
017000*----------------------------------------------------------
017100* RUN TALLIES
017200*----------------------------------------------------------
017300 77  WS-RETN-READ-COUNT     PIC 9(07) COMP VALUE ZERO.
017400 77  WS-SETTLED-COUNT       PIC 9(05) COMP VALUE ZERO.
017500 77  WS-REJECTED-COUNT      PIC 9(05) COMP VALUE ZERO.
017600 77  WS-RETURNED-COUNT      PIC 9(05) COMP VALUE ZERO.
017700 77  WS-REVERSED-COUNT      PIC 9(05) COMP VALUE ZERO.
017800 77  WS-EXCEPTION-COUNT     PIC 9(05) COMP VALUE ZERO.
017900 77  WS-SUSPENDED-COUNT     PIC 9(05) COMP VALUE ZERO.
018000 77  WS-SETTLED-AMOUNT      PIC S9(11)V99 COMP-3 VALUE ZERO.
018100 77  WS-UNPAID-AMOUNT       PIC S9(11)V99 COMP-3 VALUE ZERO.
018200*----------------------------------------------------------
018300* REPORT LINES
018400*----------------------------------------------------------
018500 01  WS-TITLE-LINE.
018600     05 FILLER              PIC X(32)
018700        VALUE "DIRECT-DEBIT RETURNS - RUN DATE ".
018800     05 TL-RUN-DATE         PIC 9(08).
018900     05 FILLER              PIC X(92) VALUE SPACES.
019000 01  WS-HEADING-LINE.
019100     05 FILLER              PIC X(40)
019200        VALUE " INVOICE     CUSTNO       AMOUNT  COLLEC".
019300     05 FILLER              PIC X(40)
019400        VALUE "T   SETTLED   RESULT    CODE REASON     ".
019500     05 FILLER              PIC X(40)
019600        VALUE "                     DISPOSITION        ".
019700     05 FILLER              PIC X(12) VALUE SPACES.
019800 01  WS-RETURN-LINE.
019900     05 FILLER              PIC X(01) VALUE SPACES.
020000     05 RL-INVOICE-NO       PIC X(10).
020100     05 FILLER              PIC X(02) VALUE SPACES.
020200     05 RL-CUSTOMER-NO      PIC X(06).
020300     05 FILLER              PIC X(02) VALUE SPACES.
020400     05 RL-AMOUNT           PIC Z(7)9.99.
020500     05 FILLER              PIC X(02) VALUE SPACES.
020600     05 RL-COLLECT-DATE     PIC X(08).
020700     05 FILLER              PIC X(02) VALUE SPACES.
020800     05 RL-SETTLE-DATE      PIC X(08).
020900     05 FILLER              PIC X(02) VALUE SPACES.
021000     05 RL-RESULT           PIC X(08).
021100     05 FILLER              PIC X(02) VALUE SPACES.
021200     05 RL-REASON-CODE      PIC X(04).
021300     05 FILLER              PIC X(01) VALUE SPACES.
021400     05 RL-REASON-TEXT      PIC X(30).
021500     05 FILLER              PIC X(02) VALUE SPACES.
021600     05 RL-DISPOSITION      PIC X(30).
021700     05 FILLER              PIC X(01) VALUE SPACES.
021800 01  WS-MANDATE-LINE.
021900     05 FILLER              PIC X(13) VALUE SPACES.
022000     05 FILLER              PIC X(09) VALUE "CUSTOMER ".
022100     05 ML-CUSTOMER-NO      PIC 9(06).
022200     05 FILLER              PIC X(10) VALUE " MANDATE  ".
022300     05 ML-MANDATE-REF      PIC X(35).
022400     05 FILLER              PIC X(01) VALUE SPACES.
022500     05 ML-ACTION           PIC X(30).
022600     05 FILLER              PIC X(28) VALUE SPACES.
022700 01  WS-TOTAL-LINE.
022800     05 FILLER              PIC X(01) VALUE SPACES.
022900     05 TL-TEXT             PIC X(30).
023000     05 TL-COUNT            PIC Z,ZZZ,ZZ9.
023100     05 FILLER              PIC X(92) VALUE SPACES.
023200 01  WS-AMOUNT-LINE.
023300     05 FILLER              PIC X(01) VALUE SPACES.
023400     05 AL-TEXT             PIC X(30).
023500     05 AL-AMOUNT           PIC Z(10)9.99-.
023600     05 FILLER              PIC X(86) VALUE SPACES.
023700
023800 PROCEDURE DIVISION.
023900*----------------------------------------------------------
024000* 0000-MAINLINE
024100*----------------------------------------------------------
024200 0000-MAINLINE.
024300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
024400     PERFORM 2000-PROCESS-ONE-RETURN
024500         THRU 2000-PROCESS-ONE-RETURN-EXIT
024600         UNTIL END-OF-RETURNS.
024700     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
024800     STOP RUN.
024900*----------------------------------------------------------
025000* 1000-INITIALIZE - PICK UP THE RUN SEQUENCE, OPEN FILES AND
025100*                   PRIME THE READ. NO DDRETN MEANS THE BANK
025200*                   HAS SENT NOTHING TODAY. DEMOOPEN AND
025300*                   CUSTMAST MUST BOTH BE THERE - THE RETURN
025400*                   FILE IS LEFT IN PLACE FOR THE RERUN.
025500*----------------------------------------------------------
025600 1000-INITIALIZE.
025700     ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
025800     ACCEPT WS-START-TIME FROM TIME.
025900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
026000     PERFORM 1100-GET-RUN-SEQ THRU 1100-GET-RUN-SEQ-EXIT.
026100     OPEN INPUT RETURN-FILE.
026200     IF RETN-FILE-NOT-FOUND
026300         DISPLAY "DEMODDRT - NO RETURN FILE (DDRETN) FROM THE "
026400             "BANK TODAY, NOTHING TO DO"
026500         PERFORM 8900-WRITE-RUN-LOG
026600             THRU 8900-WRITE-RUN-LOG-EXIT
026700         STOP RUN
026800     END-IF.
026900     OPEN I-O OPEN-ITEMS.
027000     IF WS-OPEN-FILE-STATUS NOT = "00"
027100         DISPLAY "DEMODDRT - CANNOT OPEN DEMOOPEN, STATUS = "
027200             WS-OPEN-FILE-STATUS
027300         MOVE 16 TO RETURN-CODE
027400         STOP RUN
027500     END-IF.
027600     OPEN I-O CUSTOMER-MASTER.
027700     IF WS-CUST-FILE-STATUS NOT = "00"
027800         DISPLAY "DEMODDRT - CANNOT OPEN CUSTMAST, STATUS = "
027900             WS-CUST-FILE-STATUS
028000         MOVE 16 TO RETURN-CODE
028100         STOP RUN
028200     END-IF.
028210     OPEN EXTEND AUDIT-TRAIL.
028220     IF AUDIT-FILE-NOT-FOUND
028230         OPEN OUTPUT AUDIT-TRAIL
028240     END-IF.
028300     OPEN OUTPUT RETURN-REPORT.
028400     MOVE WS-RUN-DATE TO TL-RUN-DATE.
028500     MOVE WS-TITLE-LINE TO REPORT-LINE.
028600     WRITE REPORT-LINE.
028700     MOVE SPACES TO REPORT-LINE.
028800     WRITE REPORT-LINE.
028900     MOVE WS-HEADING-LINE TO REPORT-LINE.
029000     WRITE REPORT-LINE.
029100     PERFORM 2100-READ-RETURN THRU 2100-READ-RETURN-EXIT.
029200 1000-INITIALIZE-EXIT.
029300     EXIT.
029400*----------------------------------------------------------
029500* 1100-GET-RUN-SEQ - PICK UP THE CURRENT RUN SEQUENCE FROM
029600*                    DEMOCOB'S CHECKPOINT FOR THE RUN LOG, AS
029700*                    DEMOWOFF DOES. NO CHECKPOINT JUST MEANS
029800*                    RUN ZERO. THE LAST AUDIT SEQUENCE AND
029810*                    THE FULL RECORD IMAGE ARE KEPT FOR
029820*                    8200-UPDATE-CHECKPOINT, AS DEMOALOC DOES.
029900*----------------------------------------------------------
030000 1100-GET-RUN-SEQ.
030100     OPEN INPUT CHECKPOINT-FILE.
030200     IF CKPT-FILE-NOT-FOUND
030300         MOVE ZERO TO WS-RUN-SEQ
030400         GO TO 1100-GET-RUN-SEQ-EXIT
030500     END-IF.
030600     READ CHECKPOINT-FILE
030700         AT END
030800             MOVE ZERO TO WS-RUN-SEQ
030900         NOT AT END
031000             MOVE CKPT-RUN-SEQ TO WS-RUN-SEQ
031010             SET CHECKPOINT-ON-FILE TO TRUE
031020             MOVE CKPT-REC TO WS-CKPT-IMAGE
031030             MOVE CKPT-AUDIT-SEQ TO WS-AUDIT-SEQ
031100     END-READ.
031200     CLOSE CHECKPOINT-FILE.
031300 1100-GET-RUN-SEQ-EXIT.
031400     EXIT.
031500*----------------------------------------------------------
031600* 2100-READ-RETURN - READ ONE BANK OUTCOME
031700*----------------------------------------------------------
031800 2100-READ-RETURN.
031900     READ RETURN-FILE
032000         AT END
032100             MOVE 'Y' TO WS-RETN-EOF-SWITCH
032200     END-READ.
032300     IF NOT END-OF-RETURNS
032400         ADD 1 TO WS-RETN-READ-COUNT
032500     END-IF.
032600 2100-READ-RETURN-EXIT.
032700     EXIT.
032800*----------------------------------------------------------
032900* 2000-PROCESS-ONE-RETURN - EDIT ONE OUTCOME, FIND ITS OPEN
033000*                           ITEM, AND APPLY IT. THE FIRST
033100*                           FAILED EDIT WINS, AS IN DEMODISP.
033200*----------------------------------------------------------
033300 2000-PROCESS-ONE-RETURN.
033400     PERFORM 2050-SET-RETURN-LINE
033500         THRU 2050-SET-RETURN-LINE-EXIT.
033600     IF DDR-INVOICE-NO NOT NUMERIC OR DDR-INVOICE-NO = ZERO
033700         OR DDR-AMOUNT NOT NUMERIC OR DDR-AMOUNT = ZERO
033800         OR NOT DDR-VALID-RESULT
033900         MOVE "BAD RETURN RECORD" TO RL-DISPOSITION
034000         PERFORM 2900-REPORT-EXCEPTION
034100             THRU 2900-REPORT-EXCEPTION-EXIT
034200         GO TO 2000-PROCESS-ONE-RETURN-NEXT
034300     END-IF.
034400     IF DDR-SETTLED
034500         AND (DDR-SETTLE-DATE NOT NUMERIC
034600         OR DDR-SETTLE-DATE = ZERO)
034700         MOVE "SETTLED BUT NO SETTLEMENT DATE" TO RL-DISPOSITION
034800         PERFORM 2900-REPORT-EXCEPTION
034900             THRU 2900-REPORT-EXCEPTION-EXIT
035000         GO TO 2000-PROCESS-ONE-RETURN-NEXT
035100     END-IF.
035200     IF NOT DDR-SETTLED AND DDR-REASON-CODE = SPACES
035300         MOVE "UNPAID WITH NO REASON CODE" TO RL-DISPOSITION
035400         PERFORM 2900-REPORT-EXCEPTION
035500             THRU 2900-REPORT-EXCEPTION-EXIT
035600         GO TO 2000-PROCESS-ONE-RETURN-NEXT
035700     END-IF.
035800     MOVE DDR-INVOICE-NO TO OPN-INVOICE-NO.
035900     READ OPEN-ITEMS
036000         INVALID KEY
036100             MOVE "INVOICE NOT ON DEMOOPEN" TO RL-DISPOSITION
036200             PERFORM 2900-REPORT-EXCEPTION
036300                 THRU 2900-REPORT-EXCEPTION-EXIT
036400             GO TO 2000-PROCESS-ONE-RETURN-NEXT
036500     END-READ.
036503*    THE OUTCOME MUST BE FOR WHAT DEMODDCL ASKED FOR - THE
036506*    SAME CUSTOMER, COLLECTION DATE AND AMOUNT. UNTIL DEMOCASH
036509*    HAS POSTED A SETTLEMENT THE AMOUNT MUST ALSO STILL BE THE
036512*    ITEM'S RESIDUAL; OTHER CASH AGAINST IT SINCE THE DEBIT
036515*    WAS ASKED FOR IS FOR CREDIT CONTROL TO UNPICK, NOT FOR
036518*    THIS STEP TO POST OVER.
036521     IF DDR-CUSTOMER-NO NOT = OPN-CUSTOMER-NO
036524         MOVE "CUSTOMER MISMATCH" TO RL-DISPOSITION
036527         PERFORM 2900-REPORT-EXCEPTION
036530             THRU 2900-REPORT-EXCEPTION-EXIT
036533         GO TO 2000-PROCESS-ONE-RETURN-NEXT
036536     END-IF.
036539     IF DDR-COLLECT-DATE NOT = OPN-COLLECT-DATE
036542         MOVE "COLLECTION DATE MISMATCH" TO RL-DISPOSITION
036545         PERFORM 2900-REPORT-EXCEPTION
036548             THRU 2900-REPORT-EXCEPTION-EXIT
036551         GO TO 2000-PROCESS-ONE-RETURN-NEXT
036554     END-IF.
036557     COMPUTE WS-RESIDUAL = OPN-AMOUNT-TTC - OPN-PAID-AMOUNT.
036560     IF DDR-AMOUNT NOT = OPN-COLLECT-AMOUNT
036563         OR (DDR-AMOUNT NOT = WS-RESIDUAL
036566         AND NOT (OPN-COLLECT-SETTLED AND OPN-PAID))
036569         MOVE "AMOUNT NOT AS COLLECTED" TO RL-DISPOSITION
036572         PERFORM 2900-REPORT-EXCEPTION
036575             THRU 2900-REPORT-EXCEPTION-EXIT
036578         GO TO 2000-PROCESS-ONE-RETURN-NEXT
036581     END-IF.
036600     EVALUATE TRUE
036700         WHEN DDR-SETTLED
036800             PERFORM 3000-APPLY-SETTLEMENT
036900                 THRU 3000-APPLY-SETTLEMENT-EXIT
037000         WHEN DDR-REJECTED
037100             PERFORM 4000-APPLY-REJECTION
037200                 THRU 4000-APPLY-REJECTION-EXIT
037300         WHEN OTHER
037400             PERFORM 5000-APPLY-RETURN
037500                 THRU 5000-APPLY-RETURN-EXIT
037600     END-EVALUATE.
037700 2000-PROCESS-ONE-RETURN-NEXT.
037800     PERFORM 2100-READ-RETURN THRU 2100-READ-RETURN-EXIT.
037900 2000-PROCESS-ONE-RETURN-EXIT.
038000     EXIT.
038100*----------------------------------------------------------
038200* 2050-SET-RETURN-LINE - THE OUTCOME AS THE BANK SENT IT,
038300*                        WITH ITS REASON SPELT OUT. THE FIELDS
038400*                        GO ON AS SENT, SO A MALFORMED RECORD
038500*                        STILL SHOWS WHAT WAS WRONG WITH IT.
038600*----------------------------------------------------------
038700 2050-SET-RETURN-LINE.
038800     MOVE SPACES TO WS-RETURN-LINE.
038900     MOVE DDR-INVOICE-NO TO RL-INVOICE-NO.
039000     MOVE DDR-CUSTOMER-NO TO RL-CUSTOMER-NO.
039100     IF DDR-AMOUNT NUMERIC
039200         MOVE DDR-AMOUNT TO RL-AMOUNT
039300     END-IF.
039400     MOVE DDR-COLLECT-DATE TO RL-COLLECT-DATE.
039500     MOVE DDR-SETTLE-DATE TO RL-SETTLE-DATE.
039600     EVALUATE TRUE
039700         WHEN DDR-SETTLED
039800             MOVE "SETTLED " TO RL-RESULT
039900         WHEN DDR-REJECTED
040000             MOVE "REJECTED" TO RL-RESULT
040100         WHEN DDR-RETURNED
040200             MOVE "RETURNED" TO RL-RESULT
040300         WHEN OTHER
040400             MOVE DDR-RESULT TO RL-RESULT
040500     END-EVALUATE.
040600     MOVE DDR-REASON-CODE TO RL-REASON-CODE.
040700     MOVE 'N' TO WS-REASON-SUSPEND.
040800     IF DDR-REASON-CODE NOT = SPACES
040900         PERFORM 2200-FIND-REASON THRU 2200-FIND-REASON-EXIT
041000     END-IF.
041100 2050-SET-RETURN-LINE-EXIT.
041200     EXIT.
041300*----------------------------------------------------------
041400* 2200-FIND-REASON - LOOK THE BANK'S REASON CODE UP IN THE
041500*                    TABLE FOR ITS TEXT AND WHETHER IT
041600*                    SUSPENDS THE MANDATE
041700*----------------------------------------------------------
041800 2200-FIND-REASON.
041900     MOVE 'N' TO WS-REASON-FOUND-SWITCH.
042000     PERFORM 2210-MATCH-REASON
042100         THRU 2210-MATCH-REASON-EXIT
042200         VARYING WS-REASON-SUB FROM 1 BY 1
042300         UNTIL WS-REASON-SUB > WS-REASON-TABLE-MAX
042400         OR REASON-ENTRY-FOUND.
042500     IF REASON-ENTRY-FOUND
042600         MOVE WS-REASON-ENTRY-TEXT (WS-REASON-SUB)
042700             TO RL-REASON-TEXT
042800         MOVE WS-REASON-ENTRY-SUSPEND (WS-REASON-SUB)
042900             TO WS-REASON-SUSPEND
043000     ELSE
043100         MOVE "REASON CODE NOT RECOGNISED" TO RL-REASON-TEXT
043200     END-IF.
043300 2200-FIND-REASON-EXIT.
043400     EXIT.
043500*----------------------------------------------------------
043600* 2210-MATCH-REASON - COMPARE ONE TABLE ENTRY, STEPPING THE
043700*                     SUBSCRIPT BACK ON A MATCH SO THE
043800*                     PERFORM VARYING'S OWN INCREMENT LEAVES
043900*                     IT PINNED
044000*----------------------------------------------------------
044100 2210-MATCH-REASON.
044200     IF WS-REASON-ENTRY-CODE (WS-REASON-SUB) = DDR-REASON-CODE
044300         SET REASON-ENTRY-FOUND TO TRUE
044400         SUBTRACT 1 FROM WS-REASON-SUB
044500     END-IF.
044600 2210-MATCH-REASON-EXIT.
044700     EXIT.
044800*----------------------------------------------------------
044900* 2900-REPORT-EXCEPTION - AN OUTCOME THAT WAS NOT APPLIED.
045000*                         CREDIT CONTROL SORTS IT OUT WITH THE
045100*                         BANK; THE RUN ENDS RETURN-CODE 4.
045200*----------------------------------------------------------
045300 2900-REPORT-EXCEPTION.
045400     ADD 1 TO WS-EXCEPTION-COUNT.
045500     IF RETURN-CODE < 4
045600         MOVE 4 TO RETURN-CODE
045700     END-IF.
045800     MOVE WS-RETURN-LINE TO REPORT-LINE.
045900     WRITE REPORT-LINE.
046000 2900-REPORT-EXCEPTION-EXIT.
046100     EXIT.
046200*----------------------------------------------------------
046300* 3000-APPLY-SETTLEMENT - THE BANK HAS THE MONEY. THE ITEM
046400*                         MUST BE WAITING ON IT; THE RECEIPT
046500*                         GOES TO BANKRCPT FOR DEMOCASH, DATED
046600*                         THE SETTLEMENT DATE, AND THE ITEM IS
046700*                         MARKED SETTLED SO A LATER RETURN CAN
046800*                         TELL THE CASH WAS POSTED.
046900*----------------------------------------------------------
047000 3000-APPLY-SETTLEMENT.
047100     IF NOT OPN-COLLECT-REQUESTED
047200         MOVE "NOT AWAITING SETTLEMENT" TO RL-DISPOSITION
047300         PERFORM 2900-REPORT-EXCEPTION
047400             THRU 2900-REPORT-EXCEPTION-EXIT
047500         GO TO 3000-APPLY-SETTLEMENT-EXIT
047600     END-IF.
047700     IF NOT RECEIPTS-OPEN
047800         OPEN EXTEND BANK-RECEIPTS
047900         IF RCPT-FILE-NOT-FOUND
048000             OPEN OUTPUT BANK-RECEIPTS
048100         END-IF
048200         SET RECEIPTS-OPEN TO TRUE
048300     END-IF.
048400     MOVE DDR-SETTLE-DATE TO RCPT-PAY-DATE.
048500     MOVE DDR-AMOUNT TO RCPT-AMOUNT.
048600     MOVE OPN-CURRENCY-CODE TO RCPT-CURRENCY-CODE.
048700     MOVE OPN-CUSTOMER-NO TO RCPT-CUSTOMER-NO.
048800     MOVE OPN-INVOICE-NO TO RCPT-INVOICE-NO.
048900     WRITE RCPT-REC.
049000     SET OPN-COLLECT-SETTLED TO TRUE.
049100     MOVE SPACES TO OPN-COLLECT-REASON.
049200     REWRITE OPN-REC.
049300     ADD 1 TO WS-SETTLED-COUNT.
049400     ADD DDR-AMOUNT TO WS-SETTLED-AMOUNT.
049500     MOVE "SETTLED - RECEIPT TO DEMOCASH" TO RL-DISPOSITION.
049600     MOVE WS-RETURN-LINE TO REPORT-LINE.
049700     WRITE REPORT-LINE.
049800 3000-APPLY-SETTLEMENT-EXIT.
049900     EXIT.
050000*----------------------------------------------------------
050100* 4000-APPLY-REJECTION - THE DEBIT NEVER SETTLED. THE ITEM
050200*                        GOES BACK TO OPEN WITH THE BANK'S
050300*                        REASON, FOR CREDIT CONTROL.
050400*----------------------------------------------------------
050500 4000-APPLY-REJECTION.
050600     IF NOT OPN-COLLECT-REQUESTED
050700         MOVE "NOT AWAITING SETTLEMENT" TO RL-DISPOSITION
050800         PERFORM 2900-REPORT-EXCEPTION
050900             THRU 2900-REPORT-EXCEPTION-EXIT
051000         GO TO 4000-APPLY-REJECTION-EXIT
051100     END-IF.
051200     PERFORM 4900-MARK-UNPAID THRU 4900-MARK-UNPAID-EXIT.
051300     ADD 1 TO WS-REJECTED-COUNT.
051400     MOVE "REJECTED - BACK TO OPEN" TO RL-DISPOSITION.
051500     MOVE WS-RETURN-LINE TO REPORT-LINE.
051600     WRITE REPORT-LINE.
051700     PERFORM 6000-CHECK-MANDATE THRU 6000-CHECK-MANDATE-EXIT.
051800 4000-APPLY-REJECTION-EXIT.
051900     EXIT.
052000*----------------------------------------------------------
052100* 4900-MARK-UNPAID - PUT THE ITEM BACK TO OPEN FOR COLLECTION
052200*                    PURPOSES: STATE 'RETURNED' WITH THE BANK'S
052300*                    REASON CODE. DEMODUNN CHASES IT AGAIN AND
052400*                    DEMODDCL DOES NOT PRESENT IT AGAIN.
052500*----------------------------------------------------------
052600 4900-MARK-UNPAID.
052700     SET OPN-COLLECT-RETURNED TO TRUE.
052800     MOVE DDR-REASON-CODE TO OPN-COLLECT-REASON.
052900     REWRITE OPN-REC.
053000     ADD DDR-AMOUNT TO WS-UNPAID-AMOUNT.
053100 4900-MARK-UNPAID-EXIT.
053200     EXIT.
053300*----------------------------------------------------------
053400* 5000-APPLY-RETURN - THE DEBIT SETTLED AND HAS COME BACK.
053500*                     IF DEMOCASH HAS POSTED THE SETTLEMENT
053600*                     (THE ITEM IS PAID) THE AMOUNT IS TAKEN
053700*                     BACK OFF IT AND IT RE-OPENS, OPEN OR
053800*                     PART-PAID. A RETURN FOR AN ITEM STILL
053900*                     AWAITING SETTLEMENT IS TAKEN AS A
054000*                     REJECTION. ANYTHING ELSE - THE CASH NOT
054100*                     YET POSTED, OR NEVER ASKED FOR - IS LEFT
054200*                     FOR CREDIT CONTROL. CASH TAKEN BACK
054210*                     APPENDS A DEMOAUDT RECORD FOR THE
054220*                     NEGATED AMOUNT, SO THE AUDIT TRAIL STILL
054230*                     ADDS UP TO THE CASH ON THE ITEM.
054300*----------------------------------------------------------
054400 5000-APPLY-RETURN.
054500     IF OPN-COLLECT-REQUESTED
054600         PERFORM 4900-MARK-UNPAID THRU 4900-MARK-UNPAID-EXIT
054700         ADD 1 TO WS-RETURNED-COUNT
054800         MOVE "RETURNED - BACK TO OPEN" TO RL-DISPOSITION
054900         GO TO 5000-APPLY-RETURN-REPORT
055000     END-IF.
055100     IF NOT OPN-COLLECT-SETTLED
055200         MOVE "NO SETTLED DEBIT TO RETURN" TO RL-DISPOSITION
055300         PERFORM 2900-REPORT-EXCEPTION
055400             THRU 2900-REPORT-EXCEPTION-EXIT
055500         GO TO 5000-APPLY-RETURN-EXIT
055600     END-IF.
055700     IF NOT OPN-PAID
055800         MOVE "RETURN BEFORE CASH POSTED" TO RL-DISPOSITION
055900         PERFORM 2900-REPORT-EXCEPTION
056000             THRU 2900-REPORT-EXCEPTION-EXIT
056100         GO TO 5000-APPLY-RETURN-EXIT
056200     END-IF.
056300     IF DDR-AMOUNT > OPN-PAID-AMOUNT
056400         MOVE "RETURN EXCEEDS CASH POSTED" TO RL-DISPOSITION
056500         PERFORM 2900-REPORT-EXCEPTION
056600             THRU 2900-REPORT-EXCEPTION-EXIT
056700         GO TO 5000-APPLY-RETURN-EXIT
056800     END-IF.
056900     SUBTRACT DDR-AMOUNT FROM OPN-PAID-AMOUNT.
056910     MOVE OPN-INVOICE-NO TO AUD-INVOICE-NO.
056920     COMPUTE AUD-AMOUNT-TTC = ZERO - DDR-AMOUNT.
056930     PERFORM 5900-WRITE-AUDIT-REC THRU 5900-WRITE-AUDIT-REC-EXIT.
057000     IF OPN-PAID-AMOUNT = ZERO
057100         SET OPN-OPEN TO TRUE
057200     ELSE
057300         SET OPN-PART-PAID TO TRUE
057400     END-IF.
057500     PERFORM 4900-MARK-UNPAID THRU 4900-MARK-UNPAID-EXIT.
057600     ADD 1 TO WS-RETURNED-COUNT.
057700     ADD 1 TO WS-REVERSED-COUNT.
057800     MOVE "RETURNED - CASH TAKEN BACK" TO RL-DISPOSITION.
057900 5000-APPLY-RETURN-REPORT.
058000     MOVE WS-RETURN-LINE TO REPORT-LINE.
058100     WRITE REPORT-LINE.
058200     PERFORM 6000-CHECK-MANDATE THRU 6000-CHECK-MANDATE-EXIT.
058300 5000-APPLY-RETURN-EXIT.
058400     EXIT.
058410*----------------------------------------------------------
058420* 5900-WRITE-AUDIT-REC - APPEND AN AUDIT RECORD FOR THE CASH
058430*                        JUST TAKEN BACK, AS DEMOCASH DOES FOR
058440*                        ITS POSTS. THE CALLER HAS SET THE
058450*                        INVOICE AND THE (NEGATED) AMOUNT.
058460*----------------------------------------------------------
058470 5900-WRITE-AUDIT-REC.
058480     ADD 1 TO WS-AUDIT-SEQ.
058481     ADD 1 TO WS-AUDIT-COUNT.
058482     MOVE WS-RUN-SEQ TO AUD-RUN-SEQ.
058483     ACCEPT AUD-RUN-DATE FROM DATE YYYYMMDD.
058484     ACCEPT AUD-RUN-TIME FROM TIME.
058485     MOVE WS-AUDIT-SEQ TO AUD-SEQ-NO.
058486     WRITE AUDIT-REC.
058487 5900-WRITE-AUDIT-REC-EXIT.
058488     EXIT.
058500*----------------------------------------------------------
058600* 6000-CHECK-MANDATE - AN ACCOUNT OR MANDATE REASON SUSPENDS
058700*                      THE CUSTOMER'S MANDATE, SO NO FURTHER
058800*                      DEBIT IS ASKED FOR UNTIL DEMOCMNT PUTS
058900*                      IT BACK. ONE ALREADY SUSPENDED OR
059000*                      CANCELLED IS LEFT AS IT IS. A CUSTOMER
059100*                      MISSING FROM CUSTMAST IS REPORTED
059200*                      (RETURN-CODE 4) - THE UNPAID ITEM STANDS.
059300*----------------------------------------------------------
059400 6000-CHECK-MANDATE.
059500     IF NOT REASON-SUSPENDS-MANDATE
059600         GO TO 6000-CHECK-MANDATE-EXIT
059700     END-IF.
059800     MOVE OPN-CUSTOMER-NO TO CUST-NO.
059900     READ CUSTOMER-MASTER
060000         INVALID KEY
060100             DISPLAY "DEMODDRT - CUSTOMER " OPN-CUSTOMER-NO
060200                 " OF INVOICE " OPN-INVOICE-NO
060300                 " NOT ON CUSTMAST - MANDATE NOT SUSPENDED"
060400             IF RETURN-CODE < 4
060500                 MOVE 4 TO RETURN-CODE
060600             END-IF
060700             GO TO 6000-CHECK-MANDATE-EXIT
060800     END-READ.
060900     IF NOT CUST-DD-ACTIVE
061000         GO TO 6000-CHECK-MANDATE-EXIT
061100     END-IF.
061200     SET CUST-DD-SUSPENDED TO TRUE.
061300     REWRITE CUST-REC.
061400     ADD 1 TO WS-SUSPENDED-COUNT.
061500     MOVE CUST-NO TO ML-CUSTOMER-NO.
061600     MOVE CUST-DD-MANDATE-REF TO ML-MANDATE-REF.
061700     MOVE "SUSPENDED" TO ML-ACTION.
061800     MOVE WS-MANDATE-LINE TO REPORT-LINE.
061900     WRITE REPORT-LINE.
062000 6000-CHECK-MANDATE-EXIT.
062100     EXIT.
062200*----------------------------------------------------------
062300* 8000-TERMINATE - TOTALS, CLOSE FILES, RETIRE THE RETURN
062400*                  FILE, AND WRITE THE RUN-LOG RECORD
062500*----------------------------------------------------------
062600 8000-TERMINATE.
062700     MOVE SPACES TO REPORT-LINE.
062800     WRITE REPORT-LINE.
062900     MOVE "BANK OUTCOMES READ            " TO TL-TEXT.
063000     MOVE WS-RETN-READ-COUNT TO TL-COUNT.
063100     MOVE WS-TOTAL-LINE TO REPORT-LINE.
063200     WRITE REPORT-LINE.
063300     MOVE "SETTLED - SENT TO DEMOCASH    " TO TL-TEXT.
063400     MOVE WS-SETTLED-COUNT TO TL-COUNT.
063500     MOVE WS-TOTAL-LINE TO REPORT-LINE.
063600     WRITE REPORT-LINE.
063700     MOVE "REJECTED - BACK TO OPEN       " TO TL-TEXT.
063800     MOVE WS-REJECTED-COUNT TO TL-COUNT.
063900     MOVE WS-TOTAL-LINE TO REPORT-LINE.
064000     WRITE REPORT-LINE.
064100     MOVE "RETURNED - BACK TO OPEN       " TO TL-TEXT.
064200     MOVE WS-RETURNED-COUNT TO TL-COUNT.
064300     MOVE WS-TOTAL-LINE TO REPORT-LINE.
064400     WRITE REPORT-LINE.
064500     MOVE "  OF WHICH CASH TAKEN BACK    " TO TL-TEXT.
064600     MOVE WS-REVERSED-COUNT TO TL-COUNT.
064700     MOVE WS-TOTAL-LINE TO REPORT-LINE.
064800     WRITE REPORT-LINE.
064900     MOVE "MANDATES SUSPENDED            " TO TL-TEXT.
065000     MOVE WS-SUSPENDED-COUNT TO TL-COUNT.
065100     MOVE WS-TOTAL-LINE TO REPORT-LINE.
065200     WRITE REPORT-LINE.
065300     MOVE "EXCEPTIONS NOT APPLIED        " TO TL-TEXT.
065400     MOVE WS-EXCEPTION-COUNT TO TL-COUNT.
065500     MOVE WS-TOTAL-LINE TO REPORT-LINE.
065600     WRITE REPORT-LINE.
065700     MOVE "EUR SETTLED                   " TO AL-TEXT.
065800     MOVE WS-SETTLED-AMOUNT TO AL-AMOUNT.
065900     MOVE WS-AMOUNT-LINE TO REPORT-LINE.
066000     WRITE REPORT-LINE.
066100     MOVE "EUR REJECTED OR RETURNED      " TO AL-TEXT.
066200     MOVE WS-UNPAID-AMOUNT TO AL-AMOUNT.
066300     MOVE WS-AMOUNT-LINE TO REPORT-LINE.
066400     WRITE REPORT-LINE.
066500     CLOSE RETURN-REPORT.
066600     CLOSE RETURN-FILE.
066700     CLOSE OPEN-ITEMS.
066800     CLOSE CUSTOMER-MASTER.
066810     CLOSE AUDIT-TRAIL.
066820     IF CHECKPOINT-ON-FILE AND WS-AUDIT-COUNT > ZERO
066830         PERFORM 8200-UPDATE-CHECKPOINT
066840             THRU 8200-UPDATE-CHECKPOINT-EXIT
066850     END-IF.
066900     IF RECEIPTS-OPEN
067000         CLOSE BANK-RECEIPTS
067100     END-IF.
067200*    EVERY OUTCOME IS NOW APPLIED OR ON THE EXCEPTION LIST,
067300*    SO THE FILE IS RETIRED - A RERUN AGAINST IT WOULD ONLY
067400*    LIST EVERY APPLIED OUTCOME AGAIN AS AN EXCEPTION.
067500     IF RETURN-CODE < 16
067600         CALL "CBL_DELETE_FILE" USING WS-RETN-NAME
067700             RETURNING WS-DELETE-STATUS
067800     END-IF.
067900     DISPLAY "DEMODDRT: " WS-SETTLED-COUNT " SETTLED, "
068000         WS-REJECTED-COUNT " REJECTED, "
068100         WS-RETURNED-COUNT " RETURNED, "
068200         WS-EXCEPTION-COUNT " EXCEPTION(S)".
068300     PERFORM 8900-WRITE-RUN-LOG
068400         THRU 8900-WRITE-RUN-LOG-EXIT.
068500 8000-TERMINATE-EXIT.
068600     EXIT.
068610*----------------------------------------------------------
068620* 8200-UPDATE-CHECKPOINT - WRITE DEMOCOB'S CHECKPOINT BACK
068630*                          WITH ONLY THE AUDIT SEQUENCE
068640*                          ADVANCED PAST THE RECORDS THIS
068650*                          RUN APPENDED, AS DEMOALOC DOES
068660*----------------------------------------------------------
068670 8200-UPDATE-CHECKPOINT.
068680     MOVE WS-CKPT-IMAGE TO CKPT-REC.
068681     MOVE WS-AUDIT-SEQ TO CKPT-AUDIT-SEQ.
068682     OPEN OUTPUT CHECKPOINT-FILE.
068683     WRITE CKPT-REC.
068684     CLOSE CHECKPOINT-FILE.
068685 8200-UPDATE-CHECKPOINT-EXIT.
068686     EXIT.
068700*----------------------------------------------------------
068800* 8900-WRITE-RUN-LOG - APPEND THIS RUN'S STRUCTURED RECORD
068900*                      TO THE COMMON RUN-LOG DATASET. READ IS
069000*                      THE BANK OUTCOMES, WRITTEN THE OUTCOMES
069100*                      APPLIED, REJECTED THE EXCEPTIONS.
069200*----------------------------------------------------------
069300 8900-WRITE-RUN-LOG.
069400     MOVE "DEMODDRT" TO RLOG-PROGRAM.
069500     MOVE WS-RUN-SEQ TO RLOG-RUN-SEQ.
069600     MOVE WS-START-DATE TO RLOG-START-DATE.
069700     MOVE WS-START-TIME TO RLOG-START-TIME.
069800     ACCEPT RLOG-END-DATE FROM DATE YYYYMMDD.
069900     ACCEPT RLOG-END-TIME FROM TIME.
070000     MOVE WS-RETN-READ-COUNT TO RLOG-READ-COUNT.
070100     COMPUTE RLOG-WRITE-COUNT = WS-SETTLED-COUNT
070200         + WS-REJECTED-COUNT + WS-RETURNED-COUNT.
070300     MOVE WS-EXCEPTION-COUNT TO RLOG-REJECT-COUNT.
070400     SET RLOG-RECON-NA TO TRUE.
070500     MOVE RETURN-CODE TO RLOG-RETURN-CODE.
070600     OPEN EXTEND RUN-LOG.
070700     IF RLOG-FILE-NOT-FOUND
070800         OPEN OUTPUT RUN-LOG
070900     END-IF.
071000     WRITE RLOG-REC.
071100     CLOSE RUN-LOG.
071200 8900-WRITE-RUN-LOG-EXIT.
071300     EXIT.
