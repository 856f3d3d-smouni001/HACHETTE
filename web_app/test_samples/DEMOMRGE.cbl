000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DEMOMRGE.
000300 AUTHOR.        R. FABIANI.
000400 INSTALLATION.  BILLING SYSTEMS - INVOICE EXTRACT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 RF  INITIAL VERSION - CUSTOMER MERGE. WHEN ONE
001100*                CUSTOMER HAS BEEN SET UP TWICE ON CUSTMAST,
001200*                DEMOCMNT CAN ONLY DELETE A COPY WITH NO FOUT
001300*                ACTIVITY, AND THE HISTORY STAYS SPLIT ACROSS
001400*                EVERY OTHER DATASET, SO NEITHER NUMBER SHOWS
001500*                THE CUSTOMER'S REAL EXPOSURE. EACH RECORD ON
001600*                THE CUSTMRGE TRANSACTION FILE NAMES A
001700*                DUPLICATE AND THE SURVIVOR IT IS MERGED INTO,
001800*                WITH THE OPERATOR, THE SUPERVISOR AUTHORITY
001900*                AND THE WHY. EVERY ACCEPTED PAIR HAS ITS OPEN
002000*                ITEMS (DEMOOPEN), DUNNING STATE (DEMODUNS),
002100*                INVOICE SUSPENSE (DEMOSUSP) AND CASH SUSPENSE
002200*                (CASHSUSP) RE-KEYED TO THE SURVIVOR AND ITS
002300*                ON-ACCOUNT CREDIT (DEMOONAC) ADDED TO THE
002400*                SURVIVOR'S. THE DUPLICATE IS THEN RETIRED
002500*                FROM CUSTMAST (ITS CREDIT HOLD, IF ANY,
002600*                CARRIED ONTO THE SURVIVOR) AND RECORDED ON
002700*                THE NEW DEMOCUSX CROSS-REFERENCE (LAYOUT
002800*                XREFRECL), WHICH THE HISTORY INQUIRY,
002900*                STATEMENTS, DUNNING AND EXPOSURE FOLLOW FOR
003000*                THE OLD NUMBER STILL ON FOUT AND FOUTHIST.
003100*                EVERYTHING MOVED IS LOGGED ON THE NEW DEMOMLOG
003200*                MERGE LOG (LAYOUT MLOGRECL), AND THE CONTROL
003300*                REPORT SHOWS EACH DATASET BEFORE AND AFTER -
003400*                A PAIR THAT DOES NOT FOOT ENDS THE RUN BAD.
003410* 2026-10-15 RF  CASH-RETAIN IS NOW THE 52 BYTES CSUSP-REC
003420*                ACTUALLY IS - THE REBUILT CASHSUSP WAS BEING
003430*                WRITTEN AS 59-BYTE RECORDS THAT DEMOCASH AND
003440*                DEMOALOC THEN READ MISALIGNED.
003500*----------------------------------------------------------
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900*    THE MERGE PAIRS. NO FILE JUST MEANS NOTHING TO MERGE.
004000     SELECT MERGE-TRANS ASSIGN TO "CUSTMRGE"
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-MRGT-FILE-STATUS.
004300
004400     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS CUST-NO
004800         FILE STATUS IS WS-CUST-FILE-STATUS.
004900
005000*    ACCESS IS DYNAMIC - A NEW PAIR IS WRITTEN RANDOMLY, AND
005100*    THE WHOLE FILE IS WALKED TO REPOINT ANY OLDER NUMBER
005200*    THAT WAS MERGED INTO TONIGHT'S DUPLICATE.
005300     SELECT CUST-XREF ASSIGN TO "DEMOCUSX"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS XREF-OLD-CUST-NO
005700         FILE STATUS IS WS-XREF-FILE-STATUS.
005800
005900*    DEMOOPEN AND DEMODUNS ARE KEYED BY INVOICE, SO THE
006000*    CUSTOMER NUMBER IS NOT PART OF THE KEY AND EACH IS
006100*    RE-KEYED IN PLACE ON ONE SEQUENTIAL PASS.
006200     SELECT OPEN-ITEMS ASSIGN TO "DEMOOPEN"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS SEQUENTIAL
006500         RECORD KEY IS OPN-INVOICE-NO
006600         FILE STATUS IS WS-OPEN-FILE-STATUS.
006700
006800     SELECT DUNNING-STATE ASSIGN TO "DEMODUNS"
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS SEQUENTIAL
007100         RECORD KEY IS DUN-INVOICE-NO
007200         FILE STATUS IS WS-DUNS-FILE-STATUS.
007300
007400*    DEMOONAC IS KEYED BY CUSTOMER AND CURRENCY, SO A
007500*    DUPLICATE'S BALANCE IS DELETED AND ADDED TO THE
007600*    SURVIVOR'S RECORD FOR THE SAME CURRENCY.
007700     SELECT ON-ACCOUNT ASSIGN TO "DEMOONAC"
007800         ORGANIZATION IS INDEXED
007900         ACCESS MODE IS DYNAMIC
008000         RECORD KEY IS ONA-KEY
008100         FILE STATUS IS WS-ONA-FILE-STATUS.
008200
008300*    THE TWO SUSPENSE FILES ARE REBUILT ONTO A RETAIN FILE
008400*    AND SWAPPED BACK, AS DEMODISP AND DEMOALOC DO. DEMOCOB,
008500*    DEMOREPR, DEMODISP, DEMOCASH AND DEMOALOC MUST NOT RUN
008600*    AT THE SAME TIME.
008700     SELECT SUSPENSE-IN ASSIGN TO "DEMOSUSP"
008800         ORGANIZATION IS SEQUENTIAL
008900         FILE STATUS IS WS-SUSP-FILE-STATUS.
009000
009100     SELECT SUSPENSE-RETAIN ASSIGN TO "DEMOSUSP.MRG"
009200         ORGANIZATION IS SEQUENTIAL.
009300
009400     SELECT CASH-SUSPENSE ASSIGN TO "CASHSUSP"
009500         ORGANIZATION IS SEQUENTIAL
009600         FILE STATUS IS WS-CSUSP-FILE-STATUS.
009700
009800     SELECT CASH-RETAIN ASSIGN TO "CASHSUSP.MRG"
009900         ORGANIZATION IS SEQUENTIAL.
010000
010100     SELECT MERGE-LOG ASSIGN TO "DEMOMLOG"
010200         ORGANIZATION IS SEQUENTIAL
010300         FILE STATUS IS WS-MLOG-FILE-STATUS.
010400
010500     SELECT CHECKPOINT-FILE ASSIGN TO "DEMOCKPT"
010600         ORGANIZATION IS SEQUENTIAL
010700         FILE STATUS IS WS-CKPT-FILE-STATUS.
010800
010900     SELECT MERGE-REPORT ASSIGN TO "DEMOMRGE.RPT"
011000         ORGANIZATION IS SEQUENTIAL.
011100
011200     SELECT RUN-LOG ASSIGN TO "DEMORLOG"
011300         ORGANIZATION IS SEQUENTIAL
011400         FILE STATUS IS WS-RLOG-FILE-STATUS.
011500
011600 DATA DIVISION.
011700 FILE SECTION.
011800*----------------------------------------------------------
011900* MERGE-TRANS - ONE RECORD PER MERGE: THE DUPLICATE NUMBER
012000*               TO RETIRE, THE SURVIVOR IT IS MERGED INTO,
012100*               THE OPERATOR, THE SUPERVISOR AUTHORITY (BOTH
012200*               REQUIRED) AND THE FREE-TEXT WHY
012300*----------------------------------------------------------
012400 FD  MERGE-TRANS
012500     RECORDING MODE IS F.
012600 01  MRT-REC.
012700     05 MRT-DUP-CUST-NO     PIC 9(06).
012800     05 MRT-SURV-CUST-NO    PIC 9(06).
012900     05 MRT-OPERATOR-ID     PIC X(08).
013000     05 MRT-AUTHORITY       PIC X(08).
013100     05 MRT-REASON-TEXT     PIC X(40).
013200
013300 FD  CUSTOMER-MASTER.
013400     COPY CUSTRECL.
013500
013600 FD  CUST-XREF.
013700     COPY XREFRECL.
013800
013900 FD  OPEN-ITEMS.
014000     COPY OPENRECL.
014100
014200 FD  DUNNING-STATE.
014300     COPY DUNSRECL.
014400
014500 FD  ON-ACCOUNT.
014600     COPY ONACRECL.
014700
014800 FD  SUSPENSE-IN
014900     RECORDING MODE IS F.
015000     COPY SUSPRECL.
015100*----------------------------------------------------------
015200* SUSPENSE-RETAIN - THE REBUILT DEMOSUSP. A FLAT SLOT THE
015300*                   EXACT LENGTH OF SUSP-REC (77 BYTES), AS
015400*                   DEMODISP'S RETAIN FILE IS.
015500*----------------------------------------------------------
015600 FD  SUSPENSE-RETAIN
015700     RECORDING MODE IS F.
015800 01  RETAIN-REC             PIC X(77).
015900
016000 FD  CASH-SUSPENSE
016100     RECORDING MODE IS F.
016200     COPY CSUSRECL.
016300*----------------------------------------------------------
016400* CASH-RETAIN - THE REBUILT CASHSUSP. A FLAT SLOT THE EXACT
016500*               LENGTH OF CSUSP-REC (52 BYTES), AS DEMOALOC'S
016600*               RETAIN FILE IS.
016700*----------------------------------------------------------
016800 FD  CASH-RETAIN
016900     RECORDING MODE IS F.
017000 01  CASH-RETAIN-REC        PIC X(52).
017100*----------------------------------------------------------
017200* MERGE-LOG - THE PERMANENT MERGE LOG
017300*----------------------------------------------------------
017400 FD  MERGE-LOG
017500     RECORDING MODE IS F.
017600     COPY MLOGRECL.
017700
017800 FD  CHECKPOINT-FILE
017900     RECORDING MODE IS F.
018000     COPY CKPTRECL.
018100
018200 FD  MERGE-REPORT
018300     RECORDING MODE IS F.
018400 01  REPORT-LINE            PIC X(132).
018500
018600 FD  RUN-LOG
018700     RECORDING MODE IS F.
018800     COPY RUNLOGL.
018900
019000 WORKING-STORAGE SECTION.
019100 77  WS-MRGT-EOF-SWITCH     PIC X(01) VALUE 'N'.
019200     88 END-OF-MERGE-TRANS  VALUE 'Y'.
019300 77  WS-SCAN-EOF-SWITCH     PIC X(01) VALUE 'N'.
019400     88 END-OF-SCAN         VALUE 'Y'.
019500 77  WS-ONA-DONE-SWITCH     PIC X(01) VALUE 'N'.
019600     88 ONA-MOVE-DONE       VALUE 'Y'.
019700 77  WS-ONA-NEW-SWITCH      PIC X(01) VALUE 'N'.
019800     88 ONA-NEW-RECORD      VALUE 'Y'.
019900 77  WS-XREF-DUP-SWITCH     PIC X(01) VALUE 'N'.
020000     88 XREF-ALREADY-ON-FILE VALUE 'Y'.
020100 77  WS-BREAK-SWITCH        PIC X(01) VALUE 'N'.
020200     88 PAIR-OUT-OF-BALANCE VALUE 'Y'.
020300 77  WS-OPEN-AVAIL-SWITCH   PIC X(01) VALUE 'N'.
020400     88 OPEN-ITEMS-AVAILABLE VALUE 'Y'.
020500 77  WS-DUNS-AVAIL-SWITCH   PIC X(01) VALUE 'N'.
020600     88 DUNNING-AVAILABLE   VALUE 'Y'.
020700 77  WS-ONA-AVAIL-SWITCH    PIC X(01) VALUE 'N'.
020800     88 ON-ACCOUNT-AVAILABLE VALUE 'Y'.
020900 77  WS-MRGT-FILE-STATUS    PIC X(02) VALUE "00".
021000     88 MRGT-FILE-NOT-FOUND VALUE "35".
021100 77  WS-CUST-FILE-STATUS    PIC X(02) VALUE "00".
021200 77  WS-XREF-FILE-STATUS    PIC X(02) VALUE "00".
021300     88 XREF-FILE-NOT-FOUND VALUE "35".
021400 77  WS-OPEN-FILE-STATUS    PIC X(02) VALUE "00".
021500     88 OPEN-FILE-NOT-FOUND VALUE "35".
021600 77  WS-DUNS-FILE-STATUS    PIC X(02) VALUE "00".
021700     88 DUNS-FILE-NOT-FOUND VALUE "35".
021800 77  WS-ONA-FILE-STATUS     PIC X(02) VALUE "00".
021900     88 ONA-FILE-NOT-FOUND  VALUE "35".
022000 77  WS-SUSP-FILE-STATUS    PIC X(02) VALUE "00".
022100     88 SUSP-FILE-NOT-FOUND VALUE "35".
022200 77  WS-CSUSP-FILE-STATUS   PIC X(02) VALUE "00".
022300     88 CSUSP-FILE-NOT-FOUND VALUE "35".
022400 77  WS-MLOG-FILE-STATUS    PIC X(02) VALUE "00".
022500     88 MLOG-FILE-NOT-FOUND VALUE "35".
022600 77  WS-CKPT-FILE-STATUS    PIC X(02) VALUE "00".
022700     88 CKPT-FILE-NOT-FOUND VALUE "35".
022800 77  WS-RLOG-FILE-STATUS    PIC X(02) VALUE "00".
022900     88 RLOG-FILE-NOT-FOUND VALUE "35".
023000 77  WS-START-DATE          PIC 9(08) VALUE ZERO.
023100 77  WS-START-TIME          PIC 9(08) VALUE ZERO.
023200 77  WS-RUN-DATE            PIC 9(08) VALUE ZERO.
023300 77  WS-RUN-SEQ             PIC 9(05) COMP VALUE ZERO.
023400 77  WS-REJECT-REASON       PIC X(14) VALUE SPACES.
023500*----------------------------------------------------------
023600* THE ACCEPTED MERGE PAIRS, LOADED UP FRONT SO ONE PASS OVER
023700* EACH DATASET SERVES THEM ALL. A NUMBER MAY APPEAR IN ONLY
023800* ONE PAIR AS DUPLICATE, AND NEVER AS BOTH A DUPLICATE AND A
023900* SURVIVOR IN ONE RUN - A CHAIN IS MERGED OVER TWO RUNS. THE
024000* CONTROL COUNTS AND AMOUNTS ARE HELD PER PAIR, PER DATASET
024100* (WS-DS-SUB, SEE WS-DS-NAME) AND PER COLUMN: 1 DUPLICATE
024200* BEFORE, 2 SURVIVOR BEFORE, 3 DUPLICATE AFTER, 4 SURVIVOR
024300* AFTER.
024400*----------------------------------------------------------
024500 77  WS-PAIR-USED           PIC 9(03) COMP VALUE ZERO.
024600 77  WS-PAIR-MAX            PIC 9(03) COMP VALUE 50.
024700 77  WS-PAIR-SUB            PIC 9(03) COMP VALUE ZERO.
024800 77  WS-CHK-SUB             PIC 9(03) COMP VALUE ZERO.
024900 77  WS-DS-SUB              PIC 9(01) COMP VALUE ZERO.
025000 77  WS-COL-SUB             PIC 9(01) COMP VALUE ZERO.
025100 77  WS-PAIR-SIDE           PIC 9(01) VALUE ZERO.
025200     88 PAIR-NOT-FOUND      VALUE 0.
025300     88 PAIR-DUPLICATE-SIDE VALUE 1.
025400     88 PAIR-SURVIVOR-SIDE  VALUE 2.
025500 77  WS-LOOK-CUST-NO        PIC 9(06) VALUE ZERO.
025600 77  WS-TALLY-CUST-NO       PIC 9(06) VALUE ZERO.
025700 77  WS-TALLY-AMOUNT        PIC S9(11)V99 COMP-3 VALUE ZERO.
025800 01  WS-PAIR-TABLE.
025900     05 WS-PR-ENTRY         OCCURS 50 TIMES.
026000        10 WS-PR-DUP-NO     PIC 9(06).
026100        10 WS-PR-SURV-NO    PIC 9(06).
026200        10 WS-PR-OPERATOR   PIC X(08).
026300        10 WS-PR-AUTHORITY  PIC X(08).
026400        10 WS-PR-TEXT       PIC X(40).
026500        10 WS-PR-DUP-NAME   PIC X(30).
026600        10 WS-PR-SURV-NAME  PIC X(30).
026700        10 WS-PR-DUP-HOLD   PIC X(01).
026800        10 WS-PR-DATASET    OCCURS 5 TIMES.
026900           15 WS-PR-COUNT   PIC 9(07) COMP OCCURS 4 TIMES.
027000           15 WS-PR-AMOUNT  PIC S9(11)V99 COMP-3 OCCURS 4 TIMES.
027100*----------------------------------------------------------
027200* DATASET ROWS OF THE CONTROL REPORT, IN WS-DS-SUB ORDER
027300*----------------------------------------------------------
027400 01  WS-DS-NAME-TABLE.
027500     05 FILLER              PIC X(22)
027600                            VALUE "OPEN ITEMS   DEMOOPEN ".
027700     05 FILLER              PIC X(22)
027800                            VALUE "DUNNING      DEMODUNS ".
027900     05 FILLER              PIC X(22)
028000                            VALUE "INV SUSPENSE DEMOSUSP ".
028100     05 FILLER              PIC X(22)
028200                            VALUE "CASH SUSPENSE CASHSUSP".
028300     05 FILLER              PIC X(22)
028400                            VALUE "ON ACCOUNT   DEMOONAC ".
028500 01  WS-DS-NAME-R REDEFINES WS-DS-NAME-TABLE.
028600     05 WS-DS-NAME          PIC X(22) OCCURS 5 TIMES.
028700 77  WS-DS-OPEN-ITEMS       PIC 9(01) VALUE 1.
028800 77  WS-DS-DUNNING          PIC 9(01) VALUE 2.
028900 77  WS-DS-SUSPENSE         PIC 9(01) VALUE 3.
029000 77  WS-DS-CASH-SUSPENSE    PIC 9(01) VALUE 4.
029100 77  WS-DS-ON-ACCOUNT       PIC 9(01) VALUE 5.
029200 77  WS-DS-MAX              PIC 9(01) VALUE 5.
029300*----------------------------------------------------------
029400* ON-ACCOUNT BALANCE BEING MOVED TO THE SURVIVOR
029500*----------------------------------------------------------
029600 77  WS-ONA-SAVE-CURRENCY   PIC X(03) VALUE SPACES.
029700 77  WS-ONA-SAVE-BALANCE    PIC S9(7)V99 COMP-3 VALUE ZERO.
029800 77  WS-ONA-SAVE-DATE       PIC 9(08) VALUE ZERO.
029900*----------------------------------------------------------
030000* MERGE TALLIES
030100*----------------------------------------------------------
030200 77  WS-TRANS-READ-COUNT    PIC 9(05) COMP VALUE ZERO.
030300 77  WS-ACCEPTED-COUNT      PIC 9(05) COMP VALUE ZERO.
030400 77  WS-REJECTED-COUNT      PIC 9(05) COMP VALUE ZERO.
030500 77  WS-REKEYED-COUNT       PIC 9(07) COMP VALUE ZERO.
030600 77  WS-BALANCE-MOVED-COUNT PIC 9(05) COMP VALUE ZERO.
030700 77  WS-XREF-WRITTEN-COUNT  PIC 9(05) COMP VALUE ZERO.
030800 77  WS-XREF-REPOINT-COUNT  PIC 9(05) COMP VALUE ZERO.
030900 77  WS-HOLD-CARRIED-COUNT  PIC 9(05) COMP VALUE ZERO.
031000 77  WS-RETIRED-COUNT       PIC 9(05) COMP VALUE ZERO.
031100 77  WS-BREAK-COUNT         PIC 9(05) COMP VALUE ZERO.
031200 77  WS-LOG-COUNT           PIC 9(07) COMP VALUE ZERO.
031300*----------------------------------------------------------
031400* WORKING STORAGE USED TO SWAP A REBUILT SUSPENSE FILE BACK
031500* OVER THE LIVE ONE, AS DEMODISP DOES FOR DEMOSUSP
031600*----------------------------------------------------------
031700 77  WS-SWAP-OLD-NAME       PIC X(08) VALUE SPACES.
031800 77  WS-SWAP-NEW-NAME       PIC X(12) VALUE SPACES.
031900 77  WS-SWAP-STATUS         PIC S9(09) COMP-5 VALUE ZERO.
032000*----------------------------------------------------------
032100* REPORT LINES
032200*----------------------------------------------------------
032300 01  WS-TRANS-HEADING.
032400     05 FILLER              PIC X(08) VALUE " DUP".
032500     05 FILLER              PIC X(08) VALUE "SURV".
032600     05 FILLER              PIC X(16) VALUE "DISPOSITION".
032700     05 FILLER              PIC X(10) VALUE "OPERATOR".
032800     05 FILLER              PIC X(10) VALUE "AUTHORITY".
032900     05 FILLER              PIC X(80) VALUE "REASON".
033000 01  WS-TRANS-LINE.
033100     05 FILLER              PIC X(01) VALUE SPACES.
033200     05 TRL-DUP-NO          PIC X(06).
033300     05 FILLER              PIC X(01) VALUE SPACES.
033400     05 TRL-SURV-NO         PIC X(06).
033500     05 FILLER              PIC X(02) VALUE SPACES.
033600     05 TRL-DISPOSITION     PIC X(14).
033700     05 FILLER              PIC X(02) VALUE SPACES.
033800     05 TRL-OPERATOR        PIC X(08).
033900     05 FILLER              PIC X(02) VALUE SPACES.
034000     05 TRL-AUTHORITY       PIC X(08).
034100     05 FILLER              PIC X(02) VALUE SPACES.
034200     05 TRL-TEXT            PIC X(40).
034300     05 FILLER              PIC X(40) VALUE SPACES.
034400 01  WS-PAIR-TITLE.
034500     05 FILLER              PIC X(07) VALUE " MERGE ".
034600     05 PT-DUP-NO           PIC 9(06).
034700     05 FILLER              PIC X(01) VALUE SPACES.
034800     05 PT-DUP-NAME         PIC X(30).
034900     05 FILLER              PIC X(06) VALUE " INTO ".
035000     05 PT-SURV-NO          PIC 9(06).
035100     05 FILLER              PIC X(01) VALUE SPACES.
035200     05 PT-SURV-NAME        PIC X(30).
035300     05 FILLER              PIC X(45) VALUE SPACES.
035400 01  WS-CTL-HEADING-1.
035500     05 FILLER              PIC X(23) VALUE " DATASET".
035600     05 FILLER              PIC X(23)
035700                            VALUE "  ---DUPLICATE BEFORE--".
035800     05 FILLER              PIC X(23)
035900                            VALUE "  ---SURVIVOR BEFORE---".
036000     05 FILLER              PIC X(23)
036100                            VALUE "  ---DUPLICATE AFTER---".
036200     05 FILLER              PIC X(23)
036300                            VALUE "  ---SURVIVOR AFTER----".
036400     05 FILLER              PIC X(17) VALUE SPACES.
036500 01  WS-CTL-HEADING-2.
036600     05 FILLER              PIC X(23) VALUE SPACES.
036700     05 FILLER              PIC X(23)
036800                            VALUE "    COUNT        AMOUNT".
036900     05 FILLER              PIC X(23)
037000                            VALUE "    COUNT        AMOUNT".
037100     05 FILLER              PIC X(23)
037200                            VALUE "    COUNT        AMOUNT".
037300     05 FILLER              PIC X(23)
037400                            VALUE "    COUNT        AMOUNT".
037500     05 FILLER              PIC X(17) VALUE SPACES.
037600 01  WS-CTL-LINE.
037700     05 FILLER              PIC X(01).
037800     05 CL-DATASET          PIC X(22).
037900     05 CL-COLUMN           OCCURS 4 TIMES.
038000        10 FILLER           PIC X(02).
038100        10 CL-COUNT         PIC ZZZ,ZZ9.
038200        10 FILLER           PIC X(01).
038300        10 CL-AMOUNT        PIC Z(8)9.99-.
038400     05 FILLER              PIC X(17).
038500 01  WS-TOTAL-LINE.
038600     05 FILLER              PIC X(01) VALUE SPACES.
038700     05 TL-TEXT             PIC X(30).
038800     05 TL-COUNT            PIC Z,ZZZ,ZZ9.
038900     05 FILLER              PIC X(92) VALUE SPACES.
039000
039100 PROCEDURE DIVISION.
039200*----------------------------------------------------------
039300* 0000-MAINLINE
039400*----------------------------------------------------------
039500 0000-MAINLINE.
039600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
039700     PERFORM 2000-LOAD-ONE-PAIR
039800         THRU 2000-LOAD-ONE-PAIR-EXIT
039900         UNTIL END-OF-MERGE-TRANS.
040000     IF WS-PAIR-USED > ZERO
040100         PERFORM 3000-REKEY-OPEN-ITEMS
040200             THRU 3000-REKEY-OPEN-ITEMS-EXIT
040300         PERFORM 3200-REKEY-DUNNING-STATE
040400             THRU 3200-REKEY-DUNNING-STATE-EXIT
040500         PERFORM 3400-REKEY-SUSPENSE
040600             THRU 3400-REKEY-SUSPENSE-EXIT
040700         PERFORM 3600-REKEY-CASH-SUSPENSE
040800             THRU 3600-REKEY-CASH-SUSPENSE-EXIT
040900         PERFORM 3800-MOVE-ON-ACCOUNT
041000             THRU 3800-MOVE-ON-ACCOUNT-EXIT
041100             VARYING WS-PAIR-SUB FROM 1 BY 1
041200             UNTIL WS-PAIR-SUB > WS-PAIR-USED
041300         PERFORM 4000-RETIRE-DUPLICATE
041400             THRU 4000-RETIRE-DUPLICATE-EXIT
041500             VARYING WS-PAIR-SUB FROM 1 BY 1
041600             UNTIL WS-PAIR-SUB > WS-PAIR-USED
041700         PERFORM 6000-PRINT-CONTROL
041800             THRU 6000-PRINT-CONTROL-EXIT
041900             VARYING WS-PAIR-SUB FROM 1 BY 1
042000             UNTIL WS-PAIR-SUB > WS-PAIR-USED
042100     END-IF.
042200     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
042300     STOP RUN.
042400*----------------------------------------------------------
042500* 1000-INITIALIZE - OPEN THE REPORT AND THE MERGE PAIRS. NO
042600*                   CUSTMRGE MEANS NOTHING TO MERGE AND NO
042700*                   DATASET IS OPENED; OTHERWISE CUSTMAST MUST
042800*                   OPEN, AND DEMOCUSX IS CREATED EMPTY ON THE
042900*                   FIRST EVER MERGE.
043000*----------------------------------------------------------
043100 1000-INITIALIZE.
043200     ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
043300     ACCEPT WS-START-TIME FROM TIME.
043400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
043500     PERFORM 1100-GET-RUN-SEQ THRU 1100-GET-RUN-SEQ-EXIT.
043600     OPEN OUTPUT MERGE-REPORT.
043700     MOVE "CUSTOMER MERGE CONTROL REPORT" TO REPORT-LINE.
043800     WRITE REPORT-LINE.
043900     MOVE SPACES TO REPORT-LINE.
044000     WRITE REPORT-LINE.
044100     MOVE WS-TRANS-HEADING TO REPORT-LINE.
044200     WRITE REPORT-LINE.
044300     OPEN INPUT MERGE-TRANS.
044400     IF MRGT-FILE-NOT-FOUND
044500         MOVE 'Y' TO WS-MRGT-EOF-SWITCH
044600         DISPLAY "DEMOMRGE - NO CUSTMRGE - NOTHING TO MERGE"
044700         GO TO 1000-INITIALIZE-EXIT
044800     END-IF.
044900     OPEN I-O CUSTOMER-MASTER.
045000     IF WS-CUST-FILE-STATUS NOT = "00"
045100         DISPLAY "DEMOMRGE - CANNOT OPEN CUSTMAST, STATUS = "
045200             WS-CUST-FILE-STATUS
045300         MOVE 16 TO RETURN-CODE
045400         STOP RUN
045500     END-IF.
045600     OPEN I-O CUST-XREF.
045700     IF XREF-FILE-NOT-FOUND
045800         OPEN OUTPUT CUST-XREF
045900         CLOSE CUST-XREF
046000         OPEN I-O CUST-XREF
046100     END-IF.
046200     IF WS-XREF-FILE-STATUS NOT = "00"
046300         DISPLAY "DEMOMRGE - CANNOT OPEN DEMOCUSX, STATUS = "
046400             WS-XREF-FILE-STATUS
046500         MOVE 16 TO RETURN-CODE
046600         STOP RUN
046700     END-IF.
046800     PERFORM 1200-OPEN-DATASETS THRU 1200-OPEN-DATASETS-EXIT.
046900     OPEN EXTEND MERGE-LOG.
047000     IF MLOG-FILE-NOT-FOUND
047100         OPEN OUTPUT MERGE-LOG
047200     END-IF.
047300     PERFORM 2100-READ-MERGE-TRANS
047400         THRU 2100-READ-MERGE-TRANS-EXIT.
047500 1000-INITIALIZE-EXIT.
047600     EXIT.
047700*----------------------------------------------------------
047800* 1100-GET-RUN-SEQ - PICK UP THE CURRENT RUN SEQUENCE FROM
047900*                    DEMOCOB'S CHECKPOINT FOR THE RUN LOG, AS
048000*                    DEMOEXPO DOES. NO CHECKPOINT JUST MEANS
048100*                    RUN ZERO.
048200*----------------------------------------------------------
048300 1100-GET-RUN-SEQ.
048400     OPEN INPUT CHECKPOINT-FILE.
048500     IF CKPT-FILE-NOT-FOUND
048600         MOVE ZERO TO WS-RUN-SEQ
048700         GO TO 1100-GET-RUN-SEQ-EXIT
048800     END-IF.
048900     READ CHECKPOINT-FILE
049000         AT END
049100             MOVE ZERO TO WS-RUN-SEQ
049200         NOT AT END
049300             MOVE CKPT-RUN-SEQ TO WS-RUN-SEQ
049400     END-READ.
049500     CLOSE CHECKPOINT-FILE.
049600 1100-GET-RUN-SEQ-EXIT.
049700     EXIT.
049800*----------------------------------------------------------
049900* 1200-OPEN-DATASETS - OPEN THE INDEXED DATASETS A MERGE
050000*                      UPDATES IN PLACE. ONE THAT DOES NOT
050100*                      EXIST YET HOLDS NOTHING TO MOVE AND IS
050200*                      SKIPPED; ONE THAT EXISTS BUT WILL NOT
050300*                      OPEN STOPS THE RUN BEFORE ANYTHING HAS
050400*                      BEEN CHANGED.
050500*----------------------------------------------------------
050600 1200-OPEN-DATASETS.
050700     OPEN I-O OPEN-ITEMS.
050800     IF NOT OPEN-FILE-NOT-FOUND
050900         IF WS-OPEN-FILE-STATUS NOT = "00"
051000             DISPLAY "DEMOMRGE - CANNOT OPEN DEMOOPEN, STATUS = "
051100                 WS-OPEN-FILE-STATUS
051200             MOVE 16 TO RETURN-CODE
051300             STOP RUN
051400         END-IF
051500         SET OPEN-ITEMS-AVAILABLE TO TRUE
051600     END-IF.
051700     OPEN I-O DUNNING-STATE.
051800     IF NOT DUNS-FILE-NOT-FOUND
051900         IF WS-DUNS-FILE-STATUS NOT = "00"
052000             DISPLAY "DEMOMRGE - CANNOT OPEN DEMODUNS, STATUS = "
052100                 WS-DUNS-FILE-STATUS
052200             MOVE 16 TO RETURN-CODE
052300             STOP RUN
052400         END-IF
052500         SET DUNNING-AVAILABLE TO TRUE
052600     END-IF.
052700     OPEN I-O ON-ACCOUNT.
052800     IF NOT ONA-FILE-NOT-FOUND
052900         IF WS-ONA-FILE-STATUS NOT = "00"
053000             DISPLAY "DEMOMRGE - CANNOT OPEN DEMOONAC, STATUS = "
053100                 WS-ONA-FILE-STATUS
053200             MOVE 16 TO RETURN-CODE
053300             STOP RUN
053400         END-IF
053500         SET ON-ACCOUNT-AVAILABLE TO TRUE
053600     END-IF.
053700 1200-OPEN-DATASETS-EXIT.
053800     EXIT.
053900*----------------------------------------------------------
054000* 2000-LOAD-ONE-PAIR - VALIDATE ONE MERGE PAIR AND LOAD IT
054100*                      INTO THE TABLE. A REJECTED PAIR IS
054200*                      REPORTED AND COUNTED BUT NOTHING OF IT
054300*                      IS MOVED.
054400*----------------------------------------------------------
054500 2000-LOAD-ONE-PAIR.
054600     MOVE SPACES TO WS-REJECT-REASON.
054700     PERFORM 2200-VALIDATE-PAIR THRU 2200-VALIDATE-PAIR-EXIT.
054800     IF WS-REJECT-REASON = SPACES
054900         ADD 1 TO WS-ACCEPTED-COUNT
055000         MOVE "ACCEPTED      " TO TRL-DISPOSITION
055100     ELSE
055200         ADD 1 TO WS-REJECTED-COUNT
055300         MOVE WS-REJECT-REASON TO TRL-DISPOSITION
055400     END-IF.
055500     PERFORM 7100-PRINT-TRANS-LINE
055600         THRU 7100-PRINT-TRANS-LINE-EXIT.
055700     PERFORM 2100-READ-MERGE-TRANS
055800         THRU 2100-READ-MERGE-TRANS-EXIT.
055900 2000-LOAD-ONE-PAIR-EXIT.
056000     EXIT.
056100*----------------------------------------------------------
056200* 2100-READ-MERGE-TRANS - READ ONE MERGE PAIR
056300*----------------------------------------------------------
056400 2100-READ-MERGE-TRANS.
056500     READ MERGE-TRANS
056600         AT END
056700             MOVE 'Y' TO WS-MRGT-EOF-SWITCH
056800     END-READ.
056900     IF NOT END-OF-MERGE-TRANS
057000         ADD 1 TO WS-TRANS-READ-COUNT
057100     END-IF.
057200 2100-READ-MERGE-TRANS-EXIT.
057300     EXIT.
057400*----------------------------------------------------------
057500* 2200-VALIDATE-PAIR - BOTH NUMBERS PRESENT AND DIFFERENT,
057600*                      OPERATOR AND AUTHORITY GIVEN, NEITHER
057700*                      NUMBER CHAINED TO A PAIR ALREADY
057800*                      ACCEPTED, AND BOTH CUSTOMERS LIVE ON
057900*                      CUSTMAST. THE FIRST FAILED EDIT WINS, AS
058000*                      IN DEMODISP. AN ACCEPTED PAIR GOES INTO
058100*                      THE TABLE WITH BOTH NAMES AND THE
058200*                      DUPLICATE'S HOLD FLAG.
058300*----------------------------------------------------------
058400 2200-VALIDATE-PAIR.
058500     IF MRT-DUP-CUST-NO NOT NUMERIC OR MRT-DUP-CUST-NO = ZERO
058600         OR MRT-SURV-CUST-NO NOT NUMERIC
058700         OR MRT-SURV-CUST-NO = ZERO
058800         MOVE "BAD CUST NO" TO WS-REJECT-REASON
058900         GO TO 2200-VALIDATE-PAIR-EXIT
059000     END-IF.
059100     IF MRT-DUP-CUST-NO = MRT-SURV-CUST-NO
059200         MOVE "SAME NUMBER" TO WS-REJECT-REASON
059300         GO TO 2200-VALIDATE-PAIR-EXIT
059400     END-IF.
059500     IF MRT-OPERATOR-ID = SPACES
059600         MOVE "NO OPERATOR" TO WS-REJECT-REASON
059700         GO TO 2200-VALIDATE-PAIR-EXIT
059800     END-IF.
059900     IF MRT-AUTHORITY = SPACES
060000         MOVE "NO AUTHORITY" TO WS-REJECT-REASON
060100         GO TO 2200-VALIDATE-PAIR-EXIT
060200     END-IF.
060300     PERFORM 2300-CHECK-ONE-PAIR
060400         THRU 2300-CHECK-ONE-PAIR-EXIT
060500         VARYING WS-CHK-SUB FROM 1 BY 1
060600         UNTIL WS-CHK-SUB > WS-PAIR-USED
060700         OR WS-REJECT-REASON NOT = SPACES.
060800     IF WS-REJECT-REASON NOT = SPACES
060900         GO TO 2200-VALIDATE-PAIR-EXIT
061000     END-IF.
061100*    A DUPLICATE NO LONGER ON CUSTMAST MAY SIMPLY HAVE BEEN
061200*    MERGED ALREADY - SAY SO RATHER THAN "UNKNOWN".
061300     MOVE MRT-DUP-CUST-NO TO CUST-NO.
061400     READ CUSTOMER-MASTER
061500         INVALID KEY
061600             MOVE "DUP UNKNOWN" TO WS-REJECT-REASON
061700     END-READ.
061800     IF WS-REJECT-REASON NOT = SPACES
061900         MOVE MRT-DUP-CUST-NO TO XREF-OLD-CUST-NO
062000         READ CUST-XREF
062100             INVALID KEY
062200                 CONTINUE
062300             NOT INVALID KEY
062400                 MOVE "ALREADY MERGED" TO WS-REJECT-REASON
062500         END-READ
062600         GO TO 2200-VALIDATE-PAIR-EXIT
062700     END-IF.
062800     IF WS-PAIR-USED >= WS-PAIR-MAX
062900         DISPLAY "DEMOMRGE - ERROR - MORE THAN " WS-PAIR-MAX
063000             " MERGE PAIRS, TABLE EXHAUSTED"
063100         MOVE 16 TO RETURN-CODE
063200         STOP RUN
063300     END-IF.
063400     ADD 1 TO WS-PAIR-USED.
063500     MOVE WS-PAIR-USED TO WS-PAIR-SUB.
063600     INITIALIZE WS-PR-ENTRY (WS-PAIR-SUB).
063700     MOVE CUST-NAME TO WS-PR-DUP-NAME (WS-PAIR-SUB).
063800     MOVE CUST-HOLD-FLAG TO WS-PR-DUP-HOLD (WS-PAIR-SUB).
063900     MOVE MRT-SURV-CUST-NO TO CUST-NO.
064000     READ CUSTOMER-MASTER
064100         INVALID KEY
064200             MOVE "SURV UNKNOWN" TO WS-REJECT-REASON
064300     END-READ.
064400     IF WS-REJECT-REASON NOT = SPACES
064500         SUBTRACT 1 FROM WS-PAIR-USED
064600         GO TO 2200-VALIDATE-PAIR-EXIT
064700     END-IF.
064800     MOVE CUST-NAME TO WS-PR-SURV-NAME (WS-PAIR-SUB).
064900     MOVE MRT-DUP-CUST-NO TO WS-PR-DUP-NO (WS-PAIR-SUB).
065000     MOVE MRT-SURV-CUST-NO TO WS-PR-SURV-NO (WS-PAIR-SUB).
065100     MOVE MRT-OPERATOR-ID TO WS-PR-OPERATOR (WS-PAIR-SUB).
065200     MOVE MRT-AUTHORITY TO WS-PR-AUTHORITY (WS-PAIR-SUB).
065300     MOVE MRT-REASON-TEXT TO WS-PR-TEXT (WS-PAIR-SUB).
065400 2200-VALIDATE-PAIR-EXIT.
065500     EXIT.
065600*----------------------------------------------------------
065700* 2300-CHECK-ONE-PAIR - COMPARE THE NEW PAIR WITH ONE PAIR
065800*                       ALREADY ACCEPTED
065900*----------------------------------------------------------
066000 2300-CHECK-ONE-PAIR.
066100     IF WS-PR-DUP-NO (WS-CHK-SUB) = MRT-DUP-CUST-NO
066200         MOVE "DUP TWICE" TO WS-REJECT-REASON
066300         GO TO 2300-CHECK-ONE-PAIR-EXIT
066400     END-IF.
066500     IF WS-PR-SURV-NO (WS-CHK-SUB) = MRT-DUP-CUST-NO
066600         OR WS-PR-DUP-NO (WS-CHK-SUB) = MRT-SURV-CUST-NO
066700         MOVE "CHAINED" TO WS-REJECT-REASON
066800     END-IF.
066900 2300-CHECK-ONE-PAIR-EXIT.
067000     EXIT.
067100*----------------------------------------------------------
067200* 3000-REKEY-OPEN-ITEMS - ONE PASS OVER DEMOOPEN. EVERY ITEM
067300*                         OF A DUPLICATE MOVES TO ITS
067400*                         SURVIVOR; THE CONTROL AMOUNT IS THE
067500*                         OPEN RESIDUAL.
067600*----------------------------------------------------------
067700 3000-REKEY-OPEN-ITEMS.
067800     IF NOT OPEN-ITEMS-AVAILABLE
067900         GO TO 3000-REKEY-OPEN-ITEMS-EXIT
068000     END-IF.
068100     MOVE WS-DS-OPEN-ITEMS TO WS-DS-SUB.
068200     MOVE 'N' TO WS-SCAN-EOF-SWITCH.
068300     PERFORM 3010-REKEY-ONE-OPEN-ITEM
068400         THRU 3010-REKEY-ONE-OPEN-ITEM-EXIT
068500         UNTIL END-OF-SCAN.
068600 3000-REKEY-OPEN-ITEMS-EXIT.
068700     EXIT.
068800*----------------------------------------------------------
068900* 3010-REKEY-ONE-OPEN-ITEM - READ ONE OPEN ITEM; RE-KEY IT IF
069000*                            IT BELONGS TO A DUPLICATE
069100*----------------------------------------------------------
069200 3010-REKEY-ONE-OPEN-ITEM.
069300     READ OPEN-ITEMS NEXT RECORD
069400         AT END
069500             MOVE 'Y' TO WS-SCAN-EOF-SWITCH
069600             GO TO 3010-REKEY-ONE-OPEN-ITEM-EXIT
069700     END-READ.
069800     MOVE OPN-CUSTOMER-NO TO WS-LOOK-CUST-NO.
069900     PERFORM 5000-FIND-PAIR THRU 5000-FIND-PAIR-EXIT.
070000     IF PAIR-NOT-FOUND
070100         GO TO 3010-REKEY-ONE-OPEN-ITEM-EXIT
070200     END-IF.
070300     COMPUTE WS-TALLY-AMOUNT = OPN-AMOUNT-TTC - OPN-PAID-AMOUNT.
070400     PERFORM 5100-TALLY-BEFORE THRU 5100-TALLY-BEFORE-EXIT.
070500     IF PAIR-SURVIVOR-SIDE
070600         GO TO 3010-REKEY-ONE-OPEN-ITEM-EXIT
070700     END-IF.
070800     MOVE WS-PR-SURV-NO (WS-PAIR-SUB) TO OPN-CUSTOMER-NO.
070900     REWRITE OPN-REC
071000         INVALID KEY
071100             DISPLAY "DEMOMRGE - COULD NOT RE-KEY DEMOOPEN ITEM "
071200                 OPN-INVOICE-NO ", STATUS = " WS-OPEN-FILE-STATUS
071300             MOVE 3 TO WS-COL-SUB
071400             PERFORM 5150-TALLY THRU 5150-TALLY-EXIT
071500             GO TO 3010-REKEY-ONE-OPEN-ITEM-EXIT
071600     END-REWRITE.
071700     MOVE 4 TO WS-COL-SUB.
071800     PERFORM 5150-TALLY THRU 5150-TALLY-EXIT.
071900     SET MLOG-RE-KEYED TO TRUE.
072000     MOVE "DEMOOPEN" TO MLOG-DATASET.
072100     MOVE OPN-INVOICE-NO TO MLOG-ITEM-KEY.
072200     MOVE WS-TALLY-AMOUNT TO MLOG-AMOUNT.
072300     PERFORM 5200-WRITE-MERGE-LOG THRU 5200-WRITE-MERGE-LOG-EXIT.
072400     ADD 1 TO WS-REKEYED-COUNT.
072500 3010-REKEY-ONE-OPEN-ITEM-EXIT.
072600     EXIT.
072700*----------------------------------------------------------
072800* 3200-REKEY-DUNNING-STATE - ONE PASS OVER DEMODUNS, SO THE
072900*                            LEVEL ALREADY SENT FOLLOWS THE
073000*                            INVOICE TO THE SURVIVOR
073100*----------------------------------------------------------
073200 3200-REKEY-DUNNING-STATE.
073300     IF NOT DUNNING-AVAILABLE
073400         GO TO 3200-REKEY-DUNNING-STATE-EXIT
073500     END-IF.
073600     MOVE WS-DS-DUNNING TO WS-DS-SUB.
073700     MOVE 'N' TO WS-SCAN-EOF-SWITCH.
073800     PERFORM 3210-REKEY-ONE-DUNNING
073900         THRU 3210-REKEY-ONE-DUNNING-EXIT
074000         UNTIL END-OF-SCAN.
074100 3200-REKEY-DUNNING-STATE-EXIT.
074200     EXIT.
074300*----------------------------------------------------------
074400* 3210-REKEY-ONE-DUNNING - READ ONE DUNNING STATE RECORD;
074500*                          RE-KEY IT IF IT BELONGS TO A
074600*                          DUPLICATE
074700*----------------------------------------------------------
074800 3210-REKEY-ONE-DUNNING.
074900     READ DUNNING-STATE NEXT RECORD
075000         AT END
075100             MOVE 'Y' TO WS-SCAN-EOF-SWITCH
075200             GO TO 3210-REKEY-ONE-DUNNING-EXIT
075300     END-READ.
075400     MOVE DUN-CUSTOMER-NO TO WS-LOOK-CUST-NO.
075500     PERFORM 5000-FIND-PAIR THRU 5000-FIND-PAIR-EXIT.
075600     IF PAIR-NOT-FOUND
075700         GO TO 3210-REKEY-ONE-DUNNING-EXIT
075800     END-IF.
075900     MOVE ZERO TO WS-TALLY-AMOUNT.
076000     PERFORM 5100-TALLY-BEFORE THRU 5100-TALLY-BEFORE-EXIT.
076100     IF PAIR-SURVIVOR-SIDE
076200         GO TO 3210-REKEY-ONE-DUNNING-EXIT
076300     END-IF.
076400     MOVE WS-PR-SURV-NO (WS-PAIR-SUB) TO DUN-CUSTOMER-NO.
076500     REWRITE DUN-REC
076600         INVALID KEY
076700             DISPLAY "DEMOMRGE - COULD NOT RE-KEY DEMODUNS ITEM "
076800                 DUN-INVOICE-NO ", STATUS = " WS-DUNS-FILE-STATUS
076900             MOVE 3 TO WS-COL-SUB
077000             PERFORM 5150-TALLY THRU 5150-TALLY-EXIT
077100             GO TO 3210-REKEY-ONE-DUNNING-EXIT
077200     END-REWRITE.
077300     MOVE 4 TO WS-COL-SUB.
077400     PERFORM 5150-TALLY THRU 5150-TALLY-EXIT.
077500     SET MLOG-RE-KEYED TO TRUE.
077600     MOVE "DEMODUNS" TO MLOG-DATASET.
077700     MOVE DUN-INVOICE-NO TO MLOG-ITEM-KEY.
077800     MOVE ZERO TO MLOG-AMOUNT.
077900     PERFORM 5200-WRITE-MERGE-LOG THRU 5200-WRITE-MERGE-LOG-EXIT.
078000     ADD 1 TO WS-REKEYED-COUNT.
078100 3210-REKEY-ONE-DUNNING-EXIT.
078200     EXIT.
078300*----------------------------------------------------------
078400* 3400-REKEY-SUSPENSE - COPY DEMOSUSP ONTO ITS RETAIN FILE,
078500*                       RE-KEYING EVERY SUSPENDED TRANSACTION
078600*                       OF A DUPLICATE, AND SWAP THE REBUILT
078700*                       FILE BACK. DEMOREPR THEN RE-DRIVES IT
078800*                       UNDER THE SURVIVOR.
078900*----------------------------------------------------------
079000 3400-REKEY-SUSPENSE.
079100     OPEN INPUT SUSPENSE-IN.
079200     IF SUSP-FILE-NOT-FOUND
079300         GO TO 3400-REKEY-SUSPENSE-EXIT
079400     END-IF.
079500     OPEN OUTPUT SUSPENSE-RETAIN.
079600     MOVE WS-DS-SUSPENSE TO WS-DS-SUB.
079700     MOVE 'N' TO WS-SCAN-EOF-SWITCH.
079800     PERFORM 3410-REKEY-ONE-SUSPENSE
079900         THRU 3410-REKEY-ONE-SUSPENSE-EXIT
080000         UNTIL END-OF-SCAN.
080100     CLOSE SUSPENSE-IN.
080200     CLOSE SUSPENSE-RETAIN.
080300     MOVE "DEMOSUSP" TO WS-SWAP-OLD-NAME.
080400     MOVE "DEMOSUSP.MRG" TO WS-SWAP-NEW-NAME.
080500     PERFORM 8100-SWAP-RETAIN-FILE
080600         THRU 8100-SWAP-RETAIN-FILE-EXIT.
080700 3400-REKEY-SUSPENSE-EXIT.
080800     EXIT.
080900*----------------------------------------------------------
081000* 3410-REKEY-ONE-SUSPENSE - COPY ONE SUSPENDED TRANSACTION,
081100*                           RE-KEYED IF IT BELONGS TO A
081200*                           DUPLICATE. A CUSTOMER NUMBER THAT
081300*                           IS NOT NUMERIC CANNOT BE EITHER.
081400*----------------------------------------------------------
081500 3410-REKEY-ONE-SUSPENSE.
081600     READ SUSPENSE-IN
081700         AT END
081800             MOVE 'Y' TO WS-SCAN-EOF-SWITCH
081900             GO TO 3410-REKEY-ONE-SUSPENSE-EXIT
082000     END-READ.
082100     IF SUSP-TRAN-CUSTOMER-NO NOT NUMERIC
082200         GO TO 3410-REKEY-ONE-SUSPENSE-WRITE
082300     END-IF.
082400     MOVE SUSP-TRAN-CUSTOMER-NO TO WS-LOOK-CUST-NO.
082500     PERFORM 5000-FIND-PAIR THRU 5000-FIND-PAIR-EXIT.
082600     IF PAIR-NOT-FOUND
082700         GO TO 3410-REKEY-ONE-SUSPENSE-WRITE
082800     END-IF.
082900     MOVE SUSP-TRAN-AMOUNT-TTC TO WS-TALLY-AMOUNT.
083000     PERFORM 5100-TALLY-BEFORE THRU 5100-TALLY-BEFORE-EXIT.
083100     IF PAIR-SURVIVOR-SIDE
083200         GO TO 3410-REKEY-ONE-SUSPENSE-WRITE
083300     END-IF.
083400     MOVE WS-PR-SURV-NO (WS-PAIR-SUB) TO SUSP-TRAN-CUSTOMER-NO.
083500     MOVE 4 TO WS-COL-SUB.
083600     PERFORM 5150-TALLY THRU 5150-TALLY-EXIT.
083700     SET MLOG-RE-KEYED TO TRUE.
083800     MOVE "DEMOSUSP" TO MLOG-DATASET.
083900     MOVE SUSP-TRAN-INVOICE-NO TO MLOG-ITEM-KEY.
084000     MOVE WS-TALLY-AMOUNT TO MLOG-AMOUNT.
084100     PERFORM 5200-WRITE-MERGE-LOG THRU 5200-WRITE-MERGE-LOG-EXIT.
084200     ADD 1 TO WS-REKEYED-COUNT.
084300 3410-REKEY-ONE-SUSPENSE-WRITE.
084400     WRITE RETAIN-REC FROM SUSP-REC.
084500 3410-REKEY-ONE-SUSPENSE-EXIT.
084600     EXIT.
084700*----------------------------------------------------------
084800* 3600-REKEY-CASH-SUSPENSE - THE SAME FOR CASHSUSP, SO A HELD
084900*                            RECEIPT IS RE-DRIVEN BY DEMOALOC
085000*                            AGAINST THE SURVIVOR'S ITEMS
085100*----------------------------------------------------------
085200 3600-REKEY-CASH-SUSPENSE.
085300     OPEN INPUT CASH-SUSPENSE.
085400     IF CSUSP-FILE-NOT-FOUND
085500         GO TO 3600-REKEY-CASH-SUSPENSE-EXIT
085600     END-IF.
085700     OPEN OUTPUT CASH-RETAIN.
085800     MOVE WS-DS-CASH-SUSPENSE TO WS-DS-SUB.
085900     MOVE 'N' TO WS-SCAN-EOF-SWITCH.
086000     PERFORM 3610-REKEY-ONE-RECEIPT
086100         THRU 3610-REKEY-ONE-RECEIPT-EXIT
086200         UNTIL END-OF-SCAN.
086300     CLOSE CASH-SUSPENSE.
086400     CLOSE CASH-RETAIN.
086500     MOVE "CASHSUSP" TO WS-SWAP-OLD-NAME.
086600     MOVE "CASHSUSP.MRG" TO WS-SWAP-NEW-NAME.
086700     PERFORM 8100-SWAP-RETAIN-FILE
086800         THRU 8100-SWAP-RETAIN-FILE-EXIT.
086900 3600-REKEY-CASH-SUSPENSE-EXIT.
087000     EXIT.
087100*----------------------------------------------------------
087200* 3610-REKEY-ONE-RECEIPT - COPY ONE HELD RECEIPT, RE-KEYED
087300*                          IF IT BELONGS TO A DUPLICATE. A
087400*                          MALFORMED ('FMT') RECEIPT MAY CARRY
087500*                          ANYTHING, SO THE CUSTOMER AND AMOUNT
087600*                          ARE ONLY USED WHEN NUMERIC.
087700*----------------------------------------------------------
087800 3610-REKEY-ONE-RECEIPT.
087900     READ CASH-SUSPENSE
088000         AT END
088100             MOVE 'Y' TO WS-SCAN-EOF-SWITCH
088200             GO TO 3610-REKEY-ONE-RECEIPT-EXIT
088300     END-READ.
088400     IF CSUSP-CUSTOMER-NO NOT NUMERIC
088500         GO TO 3610-REKEY-ONE-RECEIPT-WRITE
088600     END-IF.
088700     MOVE CSUSP-CUSTOMER-NO TO WS-LOOK-CUST-NO.
088800     PERFORM 5000-FIND-PAIR THRU 5000-FIND-PAIR-EXIT.
088900     IF PAIR-NOT-FOUND
089000         GO TO 3610-REKEY-ONE-RECEIPT-WRITE
089100     END-IF.
089200     IF CSUSP-AMOUNT NUMERIC
089300         MOVE CSUSP-AMOUNT TO WS-TALLY-AMOUNT
089400     ELSE
089500         MOVE ZERO TO WS-TALLY-AMOUNT
089600     END-IF.
089700     PERFORM 5100-TALLY-BEFORE THRU 5100-TALLY-BEFORE-EXIT.
089800     IF PAIR-SURVIVOR-SIDE
089900         GO TO 3610-REKEY-ONE-RECEIPT-WRITE
090000     END-IF.
090100     MOVE WS-PR-SURV-NO (WS-PAIR-SUB) TO CSUSP-CUSTOMER-NO.
090200     MOVE 4 TO WS-COL-SUB.
090300     PERFORM 5150-TALLY THRU 5150-TALLY-EXIT.
090400     SET MLOG-RE-KEYED TO TRUE.
090500     MOVE "CASHSUSP" TO MLOG-DATASET.
090600     MOVE CSUSP-INVOICE-NO TO MLOG-ITEM-KEY.
090700     MOVE WS-TALLY-AMOUNT TO MLOG-AMOUNT.
090800     PERFORM 5200-WRITE-MERGE-LOG THRU 5200-WRITE-MERGE-LOG-EXIT.
090900     ADD 1 TO WS-REKEYED-COUNT.
091000 3610-REKEY-ONE-RECEIPT-WRITE.
091100     WRITE CASH-RETAIN-REC FROM CSUSP-REC.
091200 3610-REKEY-ONE-RECEIPT-EXIT.
091300     EXIT.
091400*----------------------------------------------------------
091500* 3800-MOVE-ON-ACCOUNT - FOR ONE PAIR, ADD EACH OF THE
091600*                        DUPLICATE'S ON-ACCOUNT BALANCES TO THE
091700*                        SURVIVOR'S BALANCE IN THE SAME
091800*                        CURRENCY. BOTH CUSTOMERS' BALANCES ARE
091900*                        TALLIED BEFORE AND AFTER FOR THE
092000*                        CONTROL REPORT.
092100*----------------------------------------------------------
092200 3800-MOVE-ON-ACCOUNT.
092300     IF NOT ON-ACCOUNT-AVAILABLE
092400         GO TO 3800-MOVE-ON-ACCOUNT-EXIT
092500     END-IF.
092600     MOVE WS-DS-ON-ACCOUNT TO WS-DS-SUB.
092700     MOVE WS-PR-DUP-NO (WS-PAIR-SUB) TO WS-TALLY-CUST-NO.
092800     MOVE 1 TO WS-COL-SUB.
092900     PERFORM 3850-TALLY-BALANCES THRU 3850-TALLY-BALANCES-EXIT.
093000     MOVE WS-PR-SURV-NO (WS-PAIR-SUB) TO WS-TALLY-CUST-NO.
093100     MOVE 2 TO WS-COL-SUB.
093200     PERFORM 3850-TALLY-BALANCES THRU 3850-TALLY-BALANCES-EXIT.
093300     MOVE 'N' TO WS-ONA-DONE-SWITCH.
093400     PERFORM 3810-MOVE-ONE-BALANCE
093500         THRU 3810-MOVE-ONE-BALANCE-EXIT
093600         UNTIL ONA-MOVE-DONE.
093700     MOVE WS-PR-DUP-NO (WS-PAIR-SUB) TO WS-TALLY-CUST-NO.
093800     MOVE 3 TO WS-COL-SUB.
093900     PERFORM 3850-TALLY-BALANCES THRU 3850-TALLY-BALANCES-EXIT.
094000     MOVE WS-PR-SURV-NO (WS-PAIR-SUB) TO WS-TALLY-CUST-NO.
094100     MOVE 4 TO WS-COL-SUB.
094200     PERFORM 3850-TALLY-BALANCES THRU 3850-TALLY-BALANCES-EXIT.
094300 3800-MOVE-ON-ACCOUNT-EXIT.
094400     EXIT.
094500*----------------------------------------------------------
094600* 3810-MOVE-ONE-BALANCE - POSITION ON THE DUPLICATE'S FIRST
094700*                         REMAINING BALANCE, DELETE IT AND ADD
094800*                         IT TO THE SURVIVOR'S (CREATING THAT
094900*                         RECORD IF THE SURVIVOR HAS NONE IN
095000*                         THE CURRENCY). DONE WHEN THE DUPLICATE
095100*                         HAS NO BALANCE LEFT.
095200*----------------------------------------------------------
095300 3810-MOVE-ONE-BALANCE.
095400     MOVE WS-PR-DUP-NO (WS-PAIR-SUB) TO ONA-CUSTOMER-NO.
095500     MOVE LOW-VALUES TO ONA-CURRENCY-CODE.
095600     START ON-ACCOUNT KEY IS NOT LESS THAN ONA-KEY
095700         INVALID KEY
095800             SET ONA-MOVE-DONE TO TRUE
095900             GO TO 3810-MOVE-ONE-BALANCE-EXIT
096000     END-START.
096100     READ ON-ACCOUNT NEXT RECORD
096200         AT END
096300             SET ONA-MOVE-DONE TO TRUE
096400             GO TO 3810-MOVE-ONE-BALANCE-EXIT
096500     END-READ.
096600     IF ONA-CUSTOMER-NO NOT = WS-PR-DUP-NO (WS-PAIR-SUB)
096700         SET ONA-MOVE-DONE TO TRUE
096800         GO TO 3810-MOVE-ONE-BALANCE-EXIT
096900     END-IF.
097000     MOVE ONA-CURRENCY-CODE TO WS-ONA-SAVE-CURRENCY.
097100     MOVE ONA-BALANCE TO WS-ONA-SAVE-BALANCE.
097200     MOVE ONA-LAST-DATE TO WS-ONA-SAVE-DATE.
097300     DELETE ON-ACCOUNT RECORD
097400         INVALID KEY
097500             DISPLAY "DEMOMRGE - COULD NOT DELETE DEMOONAC "
097600                 "BALANCE FOR " ONA-CUSTOMER-NO " "
097700                 ONA-CURRENCY-CODE ", STATUS = "
097800                 WS-ONA-FILE-STATUS
097900             SET ONA-MOVE-DONE TO TRUE
098000             GO TO 3810-MOVE-ONE-BALANCE-EXIT
098100     END-DELETE.
098200     MOVE WS-PR-SURV-NO (WS-PAIR-SUB) TO ONA-CUSTOMER-NO.
098300     MOVE WS-ONA-SAVE-CURRENCY TO ONA-CURRENCY-CODE.
098400     READ ON-ACCOUNT
098500         INVALID KEY
098600             MOVE 'Y' TO WS-ONA-NEW-SWITCH
098700         NOT INVALID KEY
098800             MOVE 'N' TO WS-ONA-NEW-SWITCH
098900     END-READ.
099000     IF ONA-NEW-RECORD
099100         MOVE WS-PR-SURV-NO (WS-PAIR-SUB) TO ONA-CUSTOMER-NO
099200         MOVE WS-ONA-SAVE-CURRENCY TO ONA-CURRENCY-CODE
099300         MOVE WS-ONA-SAVE-BALANCE TO ONA-BALANCE
099400         MOVE WS-ONA-SAVE-DATE TO ONA-LAST-DATE
099500         WRITE ONA-REC
099600             INVALID KEY
099700                 DISPLAY "DEMOMRGE - COULD NOT WRITE DEMOONAC "
099800                     "BALANCE FOR " ONA-CUSTOMER-NO " "
099900                     ONA-CURRENCY-CODE ", STATUS = "
100000                     WS-ONA-FILE-STATUS
100100         END-WRITE
100200     ELSE
100300         ADD WS-ONA-SAVE-BALANCE TO ONA-BALANCE
100400         IF WS-ONA-SAVE-DATE > ONA-LAST-DATE
100500             MOVE WS-ONA-SAVE-DATE TO ONA-LAST-DATE
100600         END-IF
100700         REWRITE ONA-REC
100800             INVALID KEY
100900                 DISPLAY "DEMOMRGE - COULD NOT REWRITE DEMOONAC "
101000                     "BALANCE FOR " ONA-CUSTOMER-NO " "
101100                     ONA-CURRENCY-CODE ", STATUS = "
101200                     WS-ONA-FILE-STATUS
101300         END-REWRITE
101400     END-IF.
101500     SET MLOG-BALANCE-MOVED TO TRUE.
101600     MOVE "DEMOONAC" TO MLOG-DATASET.
101700     MOVE WS-ONA-SAVE-CURRENCY TO MLOG-ITEM-KEY.
101800     MOVE WS-ONA-SAVE-BALANCE TO MLOG-AMOUNT.
101900     PERFORM 5200-WRITE-MERGE-LOG THRU 5200-WRITE-MERGE-LOG-EXIT.
102000     ADD 1 TO WS-BALANCE-MOVED-COUNT.
102100 3810-MOVE-ONE-BALANCE-EXIT.
102200     EXIT.
102300*----------------------------------------------------------
102400* 3850-TALLY-BALANCES - ADD EVERY ON-ACCOUNT BALANCE HELD FOR
102500*                       WS-TALLY-CUST-NO INTO CONTROL COLUMN
102600*                       WS-COL-SUB OF THE CURRENT PAIR
102700*----------------------------------------------------------
102800 3850-TALLY-BALANCES.
102900     MOVE WS-TALLY-CUST-NO TO ONA-CUSTOMER-NO.
103000     MOVE LOW-VALUES TO ONA-CURRENCY-CODE.
103100     START ON-ACCOUNT KEY IS NOT LESS THAN ONA-KEY
103200         INVALID KEY
103300             GO TO 3850-TALLY-BALANCES-EXIT
103400     END-START.
103500     MOVE 'N' TO WS-SCAN-EOF-SWITCH.
103600     PERFORM 3860-TALLY-ONE-BALANCE
103700         THRU 3860-TALLY-ONE-BALANCE-EXIT
103800         UNTIL END-OF-SCAN.
103900 3850-TALLY-BALANCES-EXIT.
104000     EXIT.
104100*----------------------------------------------------------
104200* 3860-TALLY-ONE-BALANCE - READ ONE BALANCE; STOP AT THE
104300*                          NEXT CUSTOMER
104400*----------------------------------------------------------
104500 3860-TALLY-ONE-BALANCE.
104600     READ ON-ACCOUNT NEXT RECORD
104700         AT END
104800             MOVE 'Y' TO WS-SCAN-EOF-SWITCH
104900             GO TO 3860-TALLY-ONE-BALANCE-EXIT
105000     END-READ.
105100     IF ONA-CUSTOMER-NO NOT = WS-TALLY-CUST-NO
105200         MOVE 'Y' TO WS-SCAN-EOF-SWITCH
105300         GO TO 3860-TALLY-ONE-BALANCE-EXIT
105400     END-IF.
105500     MOVE ONA-BALANCE TO WS-TALLY-AMOUNT.
105600     PERFORM 5150-TALLY THRU 5150-TALLY-EXIT.
105700 3860-TALLY-ONE-BALANCE-EXIT.
105800     EXIT.
105900*----------------------------------------------------------
106000* 4000-RETIRE-DUPLICATE - FOR ONE PAIR, REPOINT ANY NUMBER
106100*                         EARLIER MERGED INTO THE DUPLICATE,
106200*                         RECORD THE DUPLICATE ITSELF ON
106300*                         DEMOCUSX, CARRY ITS CREDIT HOLD ONTO
106400*                         THE SURVIVOR, AND DELETE IT FROM
106500*                         CUSTMAST
106600*----------------------------------------------------------
106700 4000-RETIRE-DUPLICATE.
106800     PERFORM 4100-REPOINT-XREFS THRU 4100-REPOINT-XREFS-EXIT.
106900     MOVE WS-PR-DUP-NO (WS-PAIR-SUB) TO XREF-OLD-CUST-NO.
107000     MOVE WS-PR-SURV-NO (WS-PAIR-SUB) TO XREF-NEW-CUST-NO.
107100     MOVE WS-RUN-DATE TO XREF-MERGE-DATE.
107200     MOVE WS-PR-OPERATOR (WS-PAIR-SUB) TO XREF-OPERATOR-ID.
107300     MOVE WS-PR-AUTHORITY (WS-PAIR-SUB) TO XREF-AUTHORITY.
107400     MOVE 'N' TO WS-XREF-DUP-SWITCH.
107500     WRITE XREF-REC
107600         INVALID KEY
107700             MOVE 'Y' TO WS-XREF-DUP-SWITCH
107800     END-WRITE.
107900*    A CROSS-REFERENCE LEFT BY A NUMBER RE-USED BEFORE
108000*    DEMOCMNT BLOCKED IT IS SIMPLY REPLACED.
108100     IF XREF-ALREADY-ON-FILE
108200         REWRITE XREF-REC
108300             INVALID KEY
108400                 DISPLAY "DEMOMRGE - COULD NOT WRITE DEMOCUSX "
108500                     "FOR " XREF-OLD-CUST-NO ", STATUS = "
108600                     WS-XREF-FILE-STATUS
108700         END-REWRITE
108800     END-IF.
108900     SET MLOG-XREF-WRITTEN TO TRUE.
109000     MOVE "DEMOCUSX" TO MLOG-DATASET.
109100     MOVE WS-PR-DUP-NO (WS-PAIR-SUB) TO MLOG-ITEM-KEY.
109200     MOVE ZERO TO MLOG-AMOUNT.
109300     PERFORM 5200-WRITE-MERGE-LOG THRU 5200-WRITE-MERGE-LOG-EXIT.
109400     ADD 1 TO WS-XREF-WRITTEN-COUNT.
109500*    A DUPLICATE ON CREDIT HOLD PUTS THE SURVIVOR ON HOLD -
109600*    THE HOLD WAS AGAINST THE CUSTOMER, NOT THE NUMBER.
109700     IF WS-PR-DUP-HOLD (WS-PAIR-SUB) NOT = 'H'
109800         GO TO 4000-RETIRE-DUPLICATE-DELETE
109900     END-IF.
110000     MOVE WS-PR-SURV-NO (WS-PAIR-SUB) TO CUST-NO.
110100     READ CUSTOMER-MASTER
110200         INVALID KEY
110300             GO TO 4000-RETIRE-DUPLICATE-DELETE
110400     END-READ.
110500     IF CUST-ON-HOLD
110600         GO TO 4000-RETIRE-DUPLICATE-DELETE
110700     END-IF.
110800     MOVE 'H' TO CUST-HOLD-FLAG.
110900     REWRITE CUST-REC
111000         INVALID KEY
111100             DISPLAY "DEMOMRGE - COULD NOT HOLD SURVIVOR "
111200                 CUST-NO ", STATUS = " WS-CUST-FILE-STATUS
111300             GO TO 4000-RETIRE-DUPLICATE-DELETE
111400     END-REWRITE.
111500     SET MLOG-HOLD-CARRIED TO TRUE.
111600     MOVE "CUSTMAST" TO MLOG-DATASET.
111700     MOVE WS-PR-SURV-NO (WS-PAIR-SUB) TO MLOG-ITEM-KEY.
111800     MOVE ZERO TO MLOG-AMOUNT.
111900     PERFORM 5200-WRITE-MERGE-LOG THRU 5200-WRITE-MERGE-LOG-EXIT.
112000     ADD 1 TO WS-HOLD-CARRIED-COUNT.
112100 4000-RETIRE-DUPLICATE-DELETE.
112200     MOVE WS-PR-DUP-NO (WS-PAIR-SUB) TO CUST-NO.
112300     DELETE CUSTOMER-MASTER RECORD
112400         INVALID KEY
112500             DISPLAY "DEMOMRGE - COULD NOT RETIRE DUPLICATE "
112600                 CUST-NO ", STATUS = " WS-CUST-FILE-STATUS
112700             GO TO 4000-RETIRE-DUPLICATE-EXIT
112800     END-DELETE.
112900     SET MLOG-RETIRED TO TRUE.
113000     MOVE "CUSTMAST" TO MLOG-DATASET.
113100     MOVE WS-PR-DUP-NO (WS-PAIR-SUB) TO MLOG-ITEM-KEY.
113200     MOVE ZERO TO MLOG-AMOUNT.
113300     PERFORM 5200-WRITE-MERGE-LOG THRU 5200-WRITE-MERGE-LOG-EXIT.
113400     ADD 1 TO WS-RETIRED-COUNT.
113500 4000-RETIRE-DUPLICATE-EXIT.
113600     EXIT.
113700*----------------------------------------------------------
113800* 4100-REPOINT-XREFS - WALK DEMOCUSX AND MOVE EVERY NUMBER
113900*                      THAT POINTED AT THE DUPLICATE ON TO THE
114000*                      SURVIVOR, SO THE FILE STAYS ONE READ
114100*                      DEEP
114200*----------------------------------------------------------
114300 4100-REPOINT-XREFS.
114400     MOVE ZERO TO XREF-OLD-CUST-NO.
114500     START CUST-XREF KEY IS NOT LESS THAN XREF-OLD-CUST-NO
114600         INVALID KEY
114700             GO TO 4100-REPOINT-XREFS-EXIT
114800     END-START.
114900     MOVE 'N' TO WS-SCAN-EOF-SWITCH.
115000     PERFORM 4110-REPOINT-ONE-XREF
115100         THRU 4110-REPOINT-ONE-XREF-EXIT
115200         UNTIL END-OF-SCAN.
115300 4100-REPOINT-XREFS-EXIT.
115400     EXIT.
115500*----------------------------------------------------------
115600* 4110-REPOINT-ONE-XREF - READ ONE CROSS-REFERENCE AND
115700*                         REPOINT IT IF IT NAMES THE DUPLICATE
115800*----------------------------------------------------------
115900 4110-REPOINT-ONE-XREF.
116000     READ CUST-XREF NEXT RECORD
116100         AT END
116200             MOVE 'Y' TO WS-SCAN-EOF-SWITCH
116300             GO TO 4110-REPOINT-ONE-XREF-EXIT
116400     END-READ.
116500     IF XREF-NEW-CUST-NO NOT = WS-PR-DUP-NO (WS-PAIR-SUB)
116600         GO TO 4110-REPOINT-ONE-XREF-EXIT
116700     END-IF.
116800     MOVE WS-PR-SURV-NO (WS-PAIR-SUB) TO XREF-NEW-CUST-NO.
116900     REWRITE XREF-REC
117000         INVALID KEY
117100             DISPLAY "DEMOMRGE - COULD NOT REPOINT DEMOCUSX FOR "
117200                 XREF-OLD-CUST-NO ", STATUS = "
117300                 WS-XREF-FILE-STATUS
117400             GO TO 4110-REPOINT-ONE-XREF-EXIT
117500     END-REWRITE.
117600     SET MLOG-XREF-REPOINTED TO TRUE.
117700     MOVE "DEMOCUSX" TO MLOG-DATASET.
117800     MOVE XREF-OLD-CUST-NO TO MLOG-ITEM-KEY.
117900     MOVE ZERO TO MLOG-AMOUNT.
118000     PERFORM 5200-WRITE-MERGE-LOG THRU 5200-WRITE-MERGE-LOG-EXIT.
118100     ADD 1 TO WS-XREF-REPOINT-COUNT.
118200 4110-REPOINT-ONE-XREF-EXIT.
118300     EXIT.
118400*----------------------------------------------------------
118500* 5000-FIND-PAIR - WHICH ACCEPTED PAIR, IF ANY, DOES
118600*                  WS-LOOK-CUST-NO BELONG TO, AND ON WHICH
118700*                  SIDE. LEAVES WS-PAIR-SUB PINNED ON THE
118800*                  MATCHING ENTRY.
118900*----------------------------------------------------------
119000 5000-FIND-PAIR.
119100     MOVE ZERO TO WS-PAIR-SIDE.
119200     PERFORM 5010-MATCH-PAIR
119300         THRU 5010-MATCH-PAIR-EXIT
119400         VARYING WS-PAIR-SUB FROM 1 BY 1
119500         UNTIL WS-PAIR-SUB > WS-PAIR-USED
119600         OR NOT PAIR-NOT-FOUND.
119700 5000-FIND-PAIR-EXIT.
119800     EXIT.
119900*----------------------------------------------------------
120000* 5010-MATCH-PAIR - COMPARE ONE ENTRY, STEPPING THE SUBSCRIPT
120100*                   BACK ON A MATCH SO THE PERFORM VARYING'S
120200*                   OWN INCREMENT LEAVES IT PINNED
120300*----------------------------------------------------------
120400 5010-MATCH-PAIR.
120500     IF WS-PR-DUP-NO (WS-PAIR-SUB) = WS-LOOK-CUST-NO
120600         SET PAIR-DUPLICATE-SIDE TO TRUE
120700         SUBTRACT 1 FROM WS-PAIR-SUB
120800         GO TO 5010-MATCH-PAIR-EXIT
120900     END-IF.
121000     IF WS-PR-SURV-NO (WS-PAIR-SUB) = WS-LOOK-CUST-NO
121100         SET PAIR-SURVIVOR-SIDE TO TRUE
121200         SUBTRACT 1 FROM WS-PAIR-SUB
121300     END-IF.
121400 5010-MATCH-PAIR-EXIT.
121500     EXIT.
121600*----------------------------------------------------------
121700* 5100-TALLY-BEFORE - COUNT A RECORD FOUND FOR THE PAIR IN
121800*                     ITS BEFORE COLUMN (DUPLICATE OR
121900*                     SURVIVOR). A SURVIVOR'S RECORD STAYS
122000*                     WHERE IT IS, SO IT COUNTS IN THE
122100*                     SURVIVOR-AFTER COLUMN AS WELL.
122200*----------------------------------------------------------
122300 5100-TALLY-BEFORE.
122400     MOVE WS-PAIR-SIDE TO WS-COL-SUB.
122500     PERFORM 5150-TALLY THRU 5150-TALLY-EXIT.
122600     IF PAIR-SURVIVOR-SIDE
122700         MOVE 4 TO WS-COL-SUB
122800         PERFORM 5150-TALLY THRU 5150-TALLY-EXIT
122900     END-IF.
123000 5100-TALLY-BEFORE-EXIT.
123100     EXIT.
123200*----------------------------------------------------------
123300* 5150-TALLY - ADD ONE RECORD AND WS-TALLY-AMOUNT TO CONTROL
123400*              COLUMN WS-COL-SUB OF DATASET WS-DS-SUB FOR THE
123500*              CURRENT PAIR
123600*----------------------------------------------------------
123700 5150-TALLY.
123800     ADD 1 TO WS-PR-COUNT (WS-PAIR-SUB, WS-DS-SUB, WS-COL-SUB).
123900     ADD WS-TALLY-AMOUNT
124000         TO WS-PR-AMOUNT (WS-PAIR-SUB, WS-DS-SUB, WS-COL-SUB).
124100 5150-TALLY-EXIT.
124200     EXIT.
124300*----------------------------------------------------------
124400* 5200-WRITE-MERGE-LOG - APPEND ONE MERGE LOG RECORD FOR THE
124500*                        CURRENT PAIR. THE ACTION, DATASET,
124600*                        ITEM KEY AND AMOUNT ARE ALREADY SET.
124700*----------------------------------------------------------
124800 5200-WRITE-MERGE-LOG.
124900     MOVE WS-PR-DUP-NO (WS-PAIR-SUB) TO MLOG-DUP-CUST-NO.
125000     MOVE WS-PR-SURV-NO (WS-PAIR-SUB) TO MLOG-SURV-CUST-NO.
125100     MOVE WS-PR-OPERATOR (WS-PAIR-SUB) TO MLOG-OPERATOR-ID.
125200     MOVE WS-PR-AUTHORITY (WS-PAIR-SUB) TO MLOG-AUTHORITY.
125300     MOVE WS-PR-TEXT (WS-PAIR-SUB) TO MLOG-REASON-TEXT.
125400     ACCEPT MLOG-DATE FROM DATE YYYYMMDD.
125500     ACCEPT MLOG-TIME FROM TIME.
125600     WRITE MLOG-REC.
125700     ADD 1 TO WS-LOG-COUNT.
125800 5200-WRITE-MERGE-LOG-EXIT.
125900     EXIT.
126000*----------------------------------------------------------
126100* 6000-PRINT-CONTROL - THE BEFORE/AFTER CONTROL BLOCK FOR ONE
126200*                      PAIR. IT FOOTS WHEN NOTHING IS LEFT
126300*                      UNDER THE DUPLICATE AND THE SURVIVOR
126400*                      NOW HOLDS EXACTLY WHAT BOTH HELD BEFORE;
126500*                      A PAIR THAT DOES NOT FOOT ENDS THE RUN
126600*                      RETURN-CODE 16.
126700*----------------------------------------------------------
126800 6000-PRINT-CONTROL.
126900     MOVE SPACES TO REPORT-LINE.
127000     WRITE REPORT-LINE.
127100     MOVE WS-PR-DUP-NO (WS-PAIR-SUB) TO PT-DUP-NO.
127200     MOVE WS-PR-DUP-NAME (WS-PAIR-SUB) TO PT-DUP-NAME.
127300     MOVE WS-PR-SURV-NO (WS-PAIR-SUB) TO PT-SURV-NO.
127400     MOVE WS-PR-SURV-NAME (WS-PAIR-SUB) TO PT-SURV-NAME.
127500     MOVE WS-PAIR-TITLE TO REPORT-LINE.
127600     WRITE REPORT-LINE.
127700     MOVE WS-CTL-HEADING-1 TO REPORT-LINE.
127800     WRITE REPORT-LINE.
127900     MOVE WS-CTL-HEADING-2 TO REPORT-LINE.
128000     WRITE REPORT-LINE.
128100     MOVE 'N' TO WS-BREAK-SWITCH.
128200     PERFORM 6100-PRINT-DATASET-LINE
128300         THRU 6100-PRINT-DATASET-LINE-EXIT
128400         VARYING WS-DS-SUB FROM 1 BY 1
128500         UNTIL WS-DS-SUB > WS-DS-MAX.
128600     IF PAIR-OUT-OF-BALANCE
128700         MOVE " CONTROL - OUT OF BALANCE, SEE DEMOMLOG"
128800             TO REPORT-LINE
128900         ADD 1 TO WS-BREAK-COUNT
129000         MOVE 16 TO RETURN-CODE
129100     ELSE
129200         MOVE " CONTROL - BALANCED, DUPLICATE RETIRED TO DEMOCUSX"
129300             TO REPORT-LINE
129400     END-IF.
129500     WRITE REPORT-LINE.
129600 6000-PRINT-CONTROL-EXIT.
129700     EXIT.
129800*----------------------------------------------------------
129900* 6100-PRINT-DATASET-LINE - ONE DATASET ROW, AND ITS FOOTING
130000*                           CHECK. ON-ACCOUNT BALANCES MERGE BY
130100*                           CURRENCY, SO THAT ROW FOOTS ON THE
130200*                           AMOUNT ONLY.
130300*----------------------------------------------------------
130400 6100-PRINT-DATASET-LINE.
130500     MOVE SPACES TO WS-CTL-LINE.
130600     MOVE WS-DS-NAME (WS-DS-SUB) TO CL-DATASET.
130700     PERFORM 6110-FORMAT-COLUMN
130800         THRU 6110-FORMAT-COLUMN-EXIT
130900         VARYING WS-COL-SUB FROM 1 BY 1
131000         UNTIL WS-COL-SUB > 4.
131100     MOVE WS-CTL-LINE TO REPORT-LINE.
131200     WRITE REPORT-LINE.
131300     IF WS-PR-COUNT (WS-PAIR-SUB, WS-DS-SUB, 3) NOT = ZERO
131400         OR WS-PR-AMOUNT (WS-PAIR-SUB, WS-DS-SUB, 4) NOT =
131500             WS-PR-AMOUNT (WS-PAIR-SUB, WS-DS-SUB, 1)
131600             + WS-PR-AMOUNT (WS-PAIR-SUB, WS-DS-SUB, 2)
131700         SET PAIR-OUT-OF-BALANCE TO TRUE
131800     END-IF.
131900     IF WS-DS-SUB NOT = WS-DS-ON-ACCOUNT
132000         AND WS-PR-COUNT (WS-PAIR-SUB, WS-DS-SUB, 4) NOT =
132100             WS-PR-COUNT (WS-PAIR-SUB, WS-DS-SUB, 1)
132200             + WS-PR-COUNT (WS-PAIR-SUB, WS-DS-SUB, 2)
132300         SET PAIR-OUT-OF-BALANCE TO TRUE
132400     END-IF.
132500 6100-PRINT-DATASET-LINE-EXIT.
132600     EXIT.
132700*----------------------------------------------------------
132800* 6110-FORMAT-COLUMN - EDIT ONE COUNT/AMOUNT COLUMN
132900*----------------------------------------------------------
133000 6110-FORMAT-COLUMN.
133100     MOVE WS-PR-COUNT (WS-PAIR-SUB, WS-DS-SUB, WS-COL-SUB)
133200         TO CL-COUNT (WS-COL-SUB).
133300     MOVE WS-PR-AMOUNT (WS-PAIR-SUB, WS-DS-SUB, WS-COL-SUB)
133400         TO CL-AMOUNT (WS-COL-SUB).
133500 6110-FORMAT-COLUMN-EXIT.
133600     EXIT.
133700*----------------------------------------------------------
133800* 7100-PRINT-TRANS-LINE - ONE LINE PER MERGE PAIR READ, WITH
133900*                         ITS DISPOSITION
134000*----------------------------------------------------------
134100 7100-PRINT-TRANS-LINE.
134200     MOVE MRT-DUP-CUST-NO TO TRL-DUP-NO.
134300     MOVE MRT-SURV-CUST-NO TO TRL-SURV-NO.
134400     MOVE MRT-OPERATOR-ID TO TRL-OPERATOR.
134500     MOVE MRT-AUTHORITY TO TRL-AUTHORITY.
134600     MOVE MRT-REASON-TEXT TO TRL-TEXT.
134700     MOVE WS-TRANS-LINE TO REPORT-LINE.
134800     WRITE REPORT-LINE.
134900 7100-PRINT-TRANS-LINE-EXIT.
135000     EXIT.
135100*----------------------------------------------------------
135200* 8000-TERMINATE - PRINT THE RUN TOTALS, CLOSE FILES, AND LOG
135300*                  THE RUN
135400*----------------------------------------------------------
135500 8000-TERMINATE.
135600     MOVE SPACES TO REPORT-LINE.
135700     WRITE REPORT-LINE.
135800     MOVE "MERGE PAIRS READ              " TO TL-TEXT.
135900     MOVE WS-TRANS-READ-COUNT TO TL-COUNT.
136000     MOVE WS-TOTAL-LINE TO REPORT-LINE.
136100     WRITE REPORT-LINE.
136200     MOVE "  ACCEPTED                    " TO TL-TEXT.
136300     MOVE WS-ACCEPTED-COUNT TO TL-COUNT.
136400     MOVE WS-TOTAL-LINE TO REPORT-LINE.
136500     WRITE REPORT-LINE.
136600     MOVE "  REJECTED                    " TO TL-TEXT.
136700     MOVE WS-REJECTED-COUNT TO TL-COUNT.
136800     MOVE WS-TOTAL-LINE TO REPORT-LINE.
136900     WRITE REPORT-LINE.
137000     MOVE "RECORDS RE-KEYED              " TO TL-TEXT.
137100     MOVE WS-REKEYED-COUNT TO TL-COUNT.
137200     MOVE WS-TOTAL-LINE TO REPORT-LINE.
137300     WRITE REPORT-LINE.
137400     MOVE "ON-ACCOUNT BALANCES MOVED     " TO TL-TEXT.
137500     MOVE WS-BALANCE-MOVED-COUNT TO TL-COUNT.
137600     MOVE WS-TOTAL-LINE TO REPORT-LINE.
137700     WRITE REPORT-LINE.
137800     MOVE "CROSS-REFERENCES WRITTEN      " TO TL-TEXT.
137900     MOVE WS-XREF-WRITTEN-COUNT TO TL-COUNT.
138000     MOVE WS-TOTAL-LINE TO REPORT-LINE.
138100     WRITE REPORT-LINE.
138200     MOVE "CROSS-REFERENCES REPOINTED    " TO TL-TEXT.
138300     MOVE WS-XREF-REPOINT-COUNT TO TL-COUNT.
138400     MOVE WS-TOTAL-LINE TO REPORT-LINE.
138500     WRITE REPORT-LINE.
138600     MOVE "CREDIT HOLDS CARRIED OVER     " TO TL-TEXT.
138700     MOVE WS-HOLD-CARRIED-COUNT TO TL-COUNT.
138800     MOVE WS-TOTAL-LINE TO REPORT-LINE.
138900     WRITE REPORT-LINE.
139000     MOVE "DUPLICATES RETIRED            " TO TL-TEXT.
139100     MOVE WS-RETIRED-COUNT TO TL-COUNT.
139200     MOVE WS-TOTAL-LINE TO REPORT-LINE.
139300     WRITE REPORT-LINE.
139400     MOVE "PAIRS OUT OF BALANCE          " TO TL-TEXT.
139500     MOVE WS-BREAK-COUNT TO TL-COUNT.
139600     MOVE WS-TOTAL-LINE TO REPORT-LINE.
139700     WRITE REPORT-LINE.
139800     CLOSE MERGE-REPORT.
139900     IF NOT MRGT-FILE-NOT-FOUND
140000         CLOSE MERGE-TRANS
140100         CLOSE CUSTOMER-MASTER
140200         CLOSE CUST-XREF
140300         CLOSE MERGE-LOG
140400         IF OPEN-ITEMS-AVAILABLE
140500             CLOSE OPEN-ITEMS
140600         END-IF
140700         IF DUNNING-AVAILABLE
140800             CLOSE DUNNING-STATE
140900         END-IF
141000         IF ON-ACCOUNT-AVAILABLE
141100             CLOSE ON-ACCOUNT
141200         END-IF
141300     END-IF.
141400     DISPLAY "DEMOMRGE: " WS-ACCEPTED-COUNT " MERGED, "
141500         WS-REJECTED-COUNT " REJECTED, "
141600         WS-REKEYED-COUNT " RECORDS RE-KEYED, "
141700         WS-BREAK-COUNT " OUT OF BALANCE".
141800     PERFORM 8900-WRITE-RUN-LOG
141900         THRU 8900-WRITE-RUN-LOG-EXIT.
142000 8000-TERMINATE-EXIT.
142100     EXIT.
142200*----------------------------------------------------------
142300* 8100-SWAP-RETAIN-FILE - DELETE THE OLD SUSPENSE FILE NAMED
142400*                         IN WS-SWAP-OLD-NAME AND RENAME THE
142500*                         REBUILT ONE OVER IT, AS DEMODISP
142600*                         DOES
142700*----------------------------------------------------------
142800 8100-SWAP-RETAIN-FILE.
142900     CALL "CBL_DELETE_FILE" USING WS-SWAP-OLD-NAME
143000         RETURNING WS-SWAP-STATUS.
143100     CALL "CBL_RENAME_FILE" USING WS-SWAP-NEW-NAME
143200         WS-SWAP-OLD-NAME
143300         RETURNING WS-SWAP-STATUS.
143400     IF WS-SWAP-STATUS NOT = ZERO
143500         DISPLAY "DEMOMRGE - WARNING - COULD NOT SWAP "
143600             WS-SWAP-NEW-NAME " OVER " WS-SWAP-OLD-NAME
143700             ", STATUS = " WS-SWAP-STATUS
143800     END-IF.
143900 8100-SWAP-RETAIN-FILE-EXIT.
144000     EXIT.
144100*----------------------------------------------------------
144200* 8900-WRITE-RUN-LOG - APPEND THIS RUN'S STRUCTURED RECORD
144300*                      TO THE COMMON RUN-LOG DATASET. READ IS
144400*                      THE MERGE PAIRS, WRITTEN THE MERGE LOG
144500*                      RECORDS, REJECTED THE PAIRS REFUSED.
144600*----------------------------------------------------------
144700 8900-WRITE-RUN-LOG.
144800     MOVE "DEMOMRGE" TO RLOG-PROGRAM.
144900     MOVE WS-RUN-SEQ TO RLOG-RUN-SEQ.
145000     MOVE WS-START-DATE TO RLOG-START-DATE.
145100     MOVE WS-START-TIME TO RLOG-START-TIME.
145200     ACCEPT RLOG-END-DATE FROM DATE YYYYMMDD.
145300     ACCEPT RLOG-END-TIME FROM TIME.
145400     MOVE WS-TRANS-READ-COUNT TO RLOG-READ-COUNT.
145500     MOVE WS-LOG-COUNT TO RLOG-WRITE-COUNT.
145600     MOVE WS-REJECTED-COUNT TO RLOG-REJECT-COUNT.
145700     SET RLOG-RECON-NA TO TRUE.
145800     MOVE RETURN-CODE TO RLOG-RETURN-CODE.
145900     OPEN EXTEND RUN-LOG.
146000     IF RLOG-FILE-NOT-FOUND
146100         OPEN OUTPUT RUN-LOG
146200     END-IF.
146300     WRITE RLOG-REC.
146400     CLOSE RUN-LOG.
146500 8900-WRITE-RUN-LOG-EXIT.
146600     EXIT.
