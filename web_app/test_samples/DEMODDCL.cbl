000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DEMODDCL.
000300 AUTHOR.        R. FABIANI.
000400 INSTALLATION.  BILLING SYSTEMS - INVOICE EXTRACT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 RF  INITIAL VERSION - SEPA DIRECT-DEBIT COLLECTION
001100*                RUN. EVERY OPEN OR PART-PAID EUR ITEM ON
001200*                DEMOOPEN THAT IS NOT ALREADY WITH THE BANK,
001300*                WHOSE CUSTOMER HOLDS AN ACTIVE MANDATE ON
001400*                CUSTMAST, AND THAT FALLS DUE WITHIN THE
001500*                COLLECTION HORIZON (COMMAND-LINE PARM, DAYS) IS
001600*                PUT ON THE BANK COLLECTION FILE DDCOLL (LAYOUT
001700*                DDCLRECL) FOR ITS RESIDUAL. ONE BATCH IS WRITTEN
001800*                PER REQUESTED COLLECTION DATE - THE DUE DATE, OR
001900*                TOMORROW FOR ANYTHING ALREADY DUE - EACH WITH ITS
002000*                OWN CONTROL TOTALS. EACH ITEM WRITTEN IS MARKED
002100*                'COLLECTION REQUESTED' ON DEMOOPEN SO DEMODUNN
002200*                DOES NOT CHASE IT AND THE NEXT RUN DOES NOT ASK
002300*                FOR IT AGAIN; DEMODDRT SETTLES OR RE-OPENS IT
002400*                WHEN THE BANK'S RETURN FILE ARRIVES. A DDCOLL
002500*                STILL ON DISK HAS NOT BEEN SENT AND REFUSES THE
002600*                RUN (RETURN-CODE 16), AS AN UNSENT DEMOEINV
002700*                REFUSES DEMOIDOC.
002710* 2026-10-15 RF  ITEMS ARE MARKED ON DEMOOPEN ONLY AFTER EVERY
002720*                BATCH AND THE FILE HAVE FOOTED, AND CARRY THE
002730*                AMOUNT ASKED FOR (OPN-COLLECT-AMOUNT). A RUN
002740*                THAT ENDS 16 DELETES ITS DDCOLL AND MARKS
002750*                NOTHING, SO THE ITEMS ARE NOT LEFT 'R' WITH NO
002760*                COLLECTION BEHIND THEM.
002800*----------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200*    ACCESS IS DYNAMIC SO THE SELECTION PASS CAN READ THE FILE
003300*    FRONT TO BACK AND THE WRITE AND MARKING PASSES CAN GET
003400*    AT EACH ITEM ON DDCOLL BY KEY.
003500     SELECT OPEN-ITEMS ASSIGN TO "DEMOOPEN"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS OPN-INVOICE-NO
003900         FILE STATUS IS WS-OPEN-FILE-STATUS.
004000
004100     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS CUST-NO
004500         FILE STATUS IS WS-CUST-FILE-STATUS.
004600
004700*    THE SELECTED ITEMS, HELD BETWEEN THE SELECTION PASS AND
004800*    THE WRITE PASS AND DELETED AT END OF JOB.
004900     SELECT COLLECT-WORK ASSIGN TO "DEMODDWK"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-WORK-FILE-STATUS.
005200
005300     SELECT COLLECT-FILE ASSIGN TO "DDCOLL"
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-COLL-FILE-STATUS.
005600
005700     SELECT CHECKPOINT-FILE ASSIGN TO "DEMOCKPT"
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-CKPT-FILE-STATUS.
006000
006100     SELECT COLLECT-REPORT ASSIGN TO "DEMODDCL.RPT"
006200         ORGANIZATION IS SEQUENTIAL.
006300
006400     SELECT RUN-LOG ASSIGN TO "DEMORLOG"
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS WS-RLOG-FILE-STATUS.
006700
006800 DATA DIVISION.
006900 FILE SECTION.
007000*----------------------------------------------------------
007100* OPEN-ITEMS - PAID/PART-PAID/OPEN STATUS PER INVOICE. THE
007200*              COLLECTION STATE IS SET HERE.
007300*----------------------------------------------------------
007400 FD  OPEN-ITEMS.
007500     COPY OPENRECL.
007600*----------------------------------------------------------
007700* CUSTOMER-MASTER - THE MANDATE, IBAN AND BIC
007800*----------------------------------------------------------
007900 FD  CUSTOMER-MASTER.
008000     COPY CUSTRECL.
008100*----------------------------------------------------------
008200* COLLECT-WORK - ONE RECORD PER SELECTED ITEM: ITS BATCH'S
008300*                COLLECTION DATE, THEN THE ITEM BODY EXACTLY
008400*                AS IT GOES ONTO DDCOLL (DDC-ITEM-BODY)
008500*----------------------------------------------------------
008600 FD  COLLECT-WORK
008700     RECORDING MODE IS F.
008800 01  WRK-REC.
008900     05 WRK-COLLECT-DATE    PIC 9(08).
009000     05 WRK-ITEM.
009100        10 WRK-INVOICE-NO   PIC 9(10).
009200        10 WRK-CUSTOMER-NO  PIC 9(06).
009300        10 WRK-AMOUNT       PIC 9(07)V99.
009400        10 WRK-MANDATE-REF  PIC X(35).
009500        10 WRK-MANDATE-DATE PIC 9(08).
009600        10 WRK-IBAN         PIC X(34).
009700        10 WRK-BIC          PIC X(11).
009800        10 WRK-DUE-DATE     PIC 9(08).
009900        10 FILLER           PIC X(34).
010000*----------------------------------------------------------
010100* COLLECT-FILE - THE BANK COLLECTION FILE
010200*----------------------------------------------------------
010300 FD  COLLECT-FILE
010400     RECORDING MODE IS F.
010500     COPY DDCLRECL.
010600*----------------------------------------------------------
010700* CHECKPOINT-FILE - DEMOCOB'S CHECKPOINT, READ ONLY FOR THE
010800*                   CURRENT RUN SEQUENCE
010900*----------------------------------------------------------
011000 FD  CHECKPOINT-FILE
011100     RECORDING MODE IS F.
011200     COPY CKPTRECL.
011300
011400 FD  COLLECT-REPORT
011500     RECORDING MODE IS F.
011600 01  REPORT-LINE            PIC X(132).
011700
011800 FD  RUN-LOG
011900     RECORDING MODE IS F.
012000     COPY RUNLOGL.
012100
012200 WORKING-STORAGE SECTION.
012300 77  WS-OPEN-EOF-SWITCH     PIC X(01) VALUE 'N'.
012400     88 END-OF-OPEN-ITEMS   VALUE 'Y'.
012500 77  WS-WORK-EOF-SWITCH     PIC X(01) VALUE 'N'.
012600     88 END-OF-COLLECT-WORK VALUE 'Y'.
012700 77  WS-OPEN-FILE-STATUS    PIC X(02) VALUE "00".
012800     88 OPEN-FILE-NOT-FOUND VALUE "35".
012900 77  WS-CUST-FILE-STATUS    PIC X(02) VALUE "00".
013000     88 CUST-FILE-NOT-FOUND VALUE "35".
013100 77  WS-WORK-FILE-STATUS    PIC X(02) VALUE "00".
013200     88 WORK-FILE-NOT-FOUND VALUE "35".
013300 77  WS-COLL-FILE-STATUS    PIC X(02) VALUE "00".
013400     88 COLL-FILE-NOT-FOUND VALUE "35".
013500 77  WS-CKPT-FILE-STATUS    PIC X(02) VALUE "00".
013600     88 CKPT-FILE-NOT-FOUND VALUE "35".
013700 77  WS-RLOG-FILE-STATUS    PIC X(02) VALUE "00".
013800     88 RLOG-FILE-NOT-FOUND VALUE "35".
013900 77  WS-OPEN-AVAIL-SWITCH   PIC X(01) VALUE 'N'.
014000     88 OPEN-ITEMS-AVAILABLE VALUE 'Y'.
014100 77  WS-WORK-NAME           PIC X(08) VALUE "DEMODDWK".
014150 77  WS-COLL-NAME           PIC X(08) VALUE "DDCOLL".
014200 77  WS-DELETE-STATUS       PIC S9(09) COMP-5 VALUE ZERO.
014300 77  WS-COLLECT-CURRENCY    PIC X(03) VALUE "EUR".
014400 77  WS-HOUSE-TERMS-DAYS    PIC 9(03) VALUE 30.
014500*----------------------------------------------------------
014600* THE RUN'S PARAMETERS - COMMAND-LINE PARM, THE COLLECTION
014700* HORIZON IN DAYS (TWO DIGITS, 01 TO 30) FOLLOWED BY THE SEPA
014800* CREDITOR IDENTIFIER THE BANK KNOWS US BY. BOTH REQUIRED.
014900*----------------------------------------------------------
015000 01  WS-COLLECT-PARM.
015100     05 WS-PARM-HORIZON     PIC X(02).
015200     05 WS-PARM-HORIZON-N REDEFINES WS-PARM-HORIZON
015300                            PIC 9(02).
015400     05 WS-PARM-CREDITOR-ID PIC X(35).
015500 77  WS-HORIZON-DAYS        PIC 9(02) VALUE ZERO.
015600 77  WS-MAX-HORIZON-DAYS    PIC 9(02) VALUE 30.
015700 77  WS-START-DATE          PIC 9(08) VALUE ZERO.
015800 77  WS-START-TIME          PIC 9(08) VALUE ZERO.
015900 77  WS-RUN-DATE            PIC 9(08) VALUE ZERO.
016000 77  WS-RUN-SEQ             PIC 9(05) VALUE ZERO.
016100*----------------------------------------------------------
016200* THE COLLECTION WINDOW. NOTHING CAN BE DEBITED BEFORE
016300* TOMORROW; NOTHING DUE AFTER THE HORIZON DATE IS ASKED FOR.
016400*----------------------------------------------------------
016500 77  WS-FIRST-COLLECT-DATE  PIC 9(08) VALUE ZERO.
016600 77  WS-HORIZON-DATE        PIC 9(08) VALUE ZERO.
016700*----------------------------------------------------------
016800* THE ITEM UNDER EXAMINATION
016900*----------------------------------------------------------
017000 77  WS-RESIDUAL            PIC S9(7)V99 COMP-3 VALUE ZERO.
017100 77  WS-ITEM-DUE-DATE       PIC 9(08) VALUE ZERO.
017200 77  WS-ITEM-COLLECT-DATE   PIC 9(08) VALUE ZERO.
017300*----------------------------------------------------------
017400* 9400-ADD-ONE-DAY WORKING STORAGE (AS DEMOCOB AND DEMOREPR)
017500*----------------------------------------------------------
017600 01  WS-DUE-DATE            PIC 9(08) VALUE ZERO.
017700 01  WS-DUE-DATE-R REDEFINES WS-DUE-DATE.
017800     05 WS-DUE-YEAR         PIC 9(04).
017900     05 WS-DUE-MONTH        PIC 9(02).
018000     05 WS-DUE-DAY          PIC 9(02).
018100 77  WS-DUE-MONTH-END       PIC 9(02) VALUE ZERO.
018200 77  WS-DUE-QUOT            PIC 9(04) COMP VALUE ZERO.
018300 77  WS-DUE-REM             PIC 9(04) COMP VALUE ZERO.
018400*----------------------------------------------------------
018500* BATCH TABLE, ONE ENTRY PER COLLECTION DATE, KEPT IN DATE
018600* ORDER BY INSERTION AS DEMOWOFF'S RATE-BAND TABLE IS. THE
018700* SELECTION PASS ROLLS EACH ITEM INTO ITS BATCH; THE WRITE
018800* PASS FOOTS WHAT IT ACTUALLY WROTE AGAINST IT.
018900*----------------------------------------------------------
019000 77  WS-BAT-USED            PIC 9(03) COMP VALUE ZERO.
019100 77  WS-BAT-MAX             PIC 9(03) COMP VALUE 31.
019200 77  WS-BAT-SUB             PIC 9(03) COMP VALUE ZERO.
019300 77  WS-BAT-POS             PIC 9(03) COMP VALUE ZERO.
019400 77  WS-BAT-SHIFT-SUB       PIC 9(03) COMP VALUE ZERO.
019500 77  WS-BAT-FOUND-SWITCH    PIC X(01) VALUE 'N'.
019600     88 BAT-ENTRY-FOUND     VALUE 'Y'.
019700 01  WS-BAT-TABLE.
019800     05 WS-BAT-ENTRY OCCURS 31 TIMES.
019900        10 WS-BAT-DATE      PIC 9(08).
020000        10 WS-BAT-COUNT     PIC 9(07) COMP.
020100        10 WS-BAT-AMOUNT    PIC S9(11)V99 COMP-3.
020200        10 WS-BAT-HASH      PIC 9(15) COMP-3.
020300*----------------------------------------------------------
020400* WHAT THE WRITE PASS PUT ON DDCOLL - PER BATCH, THEN FOR
020500* THE WHOLE FILE
020600*----------------------------------------------------------
020700 77  WS-BATCH-ITEM-COUNT    PIC 9(07) COMP VALUE ZERO.
020800 77  WS-BATCH-AMOUNT        PIC S9(11)V99 COMP-3 VALUE ZERO.
020900 77  WS-BATCH-HASH          PIC 9(15) COMP-3 VALUE ZERO.
021000 77  WS-FILE-ITEM-COUNT     PIC 9(07) COMP VALUE ZERO.
021100 77  WS-FILE-RECORD-COUNT   PIC 9(09) COMP VALUE ZERO.
021200 77  WS-FILE-AMOUNT         PIC S9(13)V99 COMP-3 VALUE ZERO.
021300 77  WS-FILE-HASH           PIC 9(15) COMP-3 VALUE ZERO.
021400*----------------------------------------------------------
021500* RUN TALLIES
021600*----------------------------------------------------------
021700 77  WS-OPEN-READ-COUNT     PIC 9(07) COMP VALUE ZERO.
021800 77  WS-SELECTED-COUNT      PIC 9(05) COMP VALUE ZERO.
021900 77  WS-SELECTED-AMOUNT     PIC S9(13)V99 COMP-3 VALUE ZERO.
022000 77  WS-PENDING-COUNT       PIC 9(05) COMP VALUE ZERO.
022100 77  WS-RETURNED-COUNT      PIC 9(05) COMP VALUE ZERO.
022200 77  WS-NOT-EUR-COUNT       PIC 9(05) COMP VALUE ZERO.
022300 77  WS-MARK-FAIL-COUNT     PIC 9(05) COMP VALUE ZERO.
022400*----------------------------------------------------------
022500* REPORT LINES
022600*----------------------------------------------------------
022700 01  WS-TITLE-LINE.
022800     05 FILLER              PIC X(34)
022900        VALUE "DIRECT-DEBIT COLLECTION - HORIZON ".
023000     05 TL-HORIZON-DAYS     PIC Z9.
023100     05 FILLER              PIC X(17) VALUE " DAYS - RUN DATE ".
023200     05 TL-RUN-DATE         PIC 9(08).
023300     05 FILLER              PIC X(12) VALUE " - CREDITOR ".
023400     05 TL-CREDITOR-ID      PIC X(35).
023500     05 FILLER              PIC X(24) VALUE SPACES.
023600 01  WS-HEADING-LINE.
023700     05 FILLER              PIC X(40)
023800        VALUE " INVOICE     CUSTNO  CUR     RESIDUAL  D".
023900     05 FILLER              PIC X(40)
024000        VALUE "UE DATE  COLLECT   BAT  MANDATE REFERENC".
024100     05 FILLER              PIC X(40)
024200        VALUE "E                    DISPOSITION        ".
024300     05 FILLER              PIC X(12) VALUE SPACES.
024400 01  WS-ITEM-LINE.
024500     05 FILLER              PIC X(01) VALUE SPACES.
024600     05 RL-INVOICE-NO       PIC 9(10).
024700     05 FILLER              PIC X(02) VALUE SPACES.
024800     05 RL-CUSTOMER-NO      PIC 9(06).
024900     05 FILLER              PIC X(02) VALUE SPACES.
025000     05 RL-CURRENCY         PIC X(03).
025100     05 FILLER              PIC X(01) VALUE SPACES.
025200     05 RL-RESIDUAL         PIC Z(7)9.99-.
025300     05 FILLER              PIC X(02) VALUE SPACES.
025400     05 RL-DUE-DATE         PIC 9(08).
025500     05 FILLER              PIC X(02) VALUE SPACES.
025600     05 RL-COLLECT-DATE     PIC 9(08).
025700     05 FILLER              PIC X(02) VALUE SPACES.
025800     05 RL-BATCH-NO         PIC ZZ9.
025900     05 FILLER              PIC X(02) VALUE SPACES.
026000     05 RL-MANDATE-REF      PIC X(35).
026100     05 FILLER              PIC X(02) VALUE SPACES.
026200     05 RL-DISPOSITION      PIC X(20).
026300     05 FILLER              PIC X(11) VALUE SPACES.
026400 01  WS-BATCH-HEADING-LINE.
026500     05 FILLER              PIC X(40)
026600        VALUE "  BAT  COLLECT       ITEMS           AMO".
026700     05 FILLER              PIC X(40)
026800        VALUE "UNT     INVOICE HASH                    ".
026900     05 FILLER              PIC X(52) VALUE SPACES.
027000 01  WS-BATCH-LINE.
027100     05 FILLER              PIC X(02) VALUE SPACES.
027200     05 BL-BATCH-NO         PIC ZZ9.
027300     05 FILLER              PIC X(02) VALUE SPACES.
027400     05 BL-COLLECT-DATE     PIC 9(08).
027500     05 FILLER              PIC X(02) VALUE SPACES.
027600     05 BL-COUNT            PIC Z,ZZZ,ZZ9.
027700     05 FILLER              PIC X(02) VALUE SPACES.
027800     05 BL-AMOUNT           PIC Z(10)9.99-.
027900     05 FILLER              PIC X(02) VALUE SPACES.
028000     05 BL-HASH             PIC Z(14)9.
028100     05 FILLER              PIC X(72) VALUE SPACES.
028200 01  WS-TOTAL-LINE.
028300     05 FILLER              PIC X(01) VALUE SPACES.
028400     05 TL-TEXT             PIC X(30).
028500     05 TL-COUNT            PIC Z,ZZZ,ZZ9.
028600     05 FILLER              PIC X(92) VALUE SPACES.
028700 01  WS-AMOUNT-LINE.
028800     05 FILLER              PIC X(01) VALUE SPACES.
028900     05 AL-TEXT             PIC X(30).
029000     05 AL-AMOUNT           PIC Z(10)9.99-.
029100     05 FILLER              PIC X(86) VALUE SPACES.
029200
029300 PROCEDURE DIVISION.
029400*----------------------------------------------------------
029500* 0000-MAINLINE
029600*----------------------------------------------------------
029700 0000-MAINLINE.
029800     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
029900     IF OPEN-ITEMS-AVAILABLE
030000         PERFORM 2000-EXAMINE-ONE-ITEM
030100             THRU 2000-EXAMINE-ONE-ITEM-EXIT
030200             UNTIL END-OF-OPEN-ITEMS
030300     END-IF.
030400     CLOSE COLLECT-WORK.
030500     IF WS-SELECTED-COUNT > ZERO
030600         PERFORM 3000-WRITE-COLLECTION-FILE
030700             THRU 3000-WRITE-COLLECTION-FILE-EXIT
030710         IF RETURN-CODE < 16
030720             PERFORM 3500-MARK-COLLECTED
030730                 THRU 3500-MARK-COLLECTED-EXIT
030740         ELSE
030750             PERFORM 3800-DROP-COLLECTION-FILE
030760                 THRU 3800-DROP-COLLECTION-FILE-EXIT
030770         END-IF
030800         PERFORM 6000-PRINT-BATCHES THRU 6000-PRINT-BATCHES-EXIT
030900     ELSE
031000         DISPLAY "DEMODDCL - NOTHING FALLS DUE FOR COLLECTION, "
031100             "NO DDCOLL WRITTEN"
031200     END-IF.
031300     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
031400     STOP RUN.
031500*----------------------------------------------------------
031600* 1000-INITIALIZE - TAKE THE PARM, REFUSE IF THE LAST
031700*                   COLLECTION FILE HAS NOT GONE TO THE BANK,
031800*                   SET THE COLLECTION WINDOW, OPEN FILES AND
031900*                   PRIME THE READ. NO DEMOOPEN MEANS NOTHING
032000*                   TO COLLECT; CUSTMAST MUST BE THERE, SINCE
032100*                   THE MANDATES ARE ON IT.
032200*----------------------------------------------------------
032300 1000-INITIALIZE.
032400     ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
032500     ACCEPT WS-START-TIME FROM TIME.
032600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
032700     MOVE SPACES TO WS-COLLECT-PARM.
032800     ACCEPT WS-COLLECT-PARM FROM COMMAND-LINE.
032900     IF WS-PARM-HORIZON NOT NUMERIC
033000         OR WS-PARM-CREDITOR-ID = SPACES
033100         DISPLAY "DEMODDCL - PARM '" WS-COLLECT-PARM
033200             "' MUST BE HORIZON DAYS (2 DIGITS) + SEPA "
033300             "CREDITOR IDENTIFIER, NOT PROCESSED"
033400         MOVE 16 TO RETURN-CODE
033500         STOP RUN
033600     END-IF.
033700     MOVE WS-PARM-HORIZON-N TO WS-HORIZON-DAYS.
033800     IF WS-HORIZON-DAYS = ZERO
033900         OR WS-HORIZON-DAYS > WS-MAX-HORIZON-DAYS
034000         DISPLAY "DEMODDCL - HORIZON " WS-HORIZON-DAYS
034100             " DAYS NOT 01 TO " WS-MAX-HORIZON-DAYS
034200             ", NOT PROCESSED"
034300         MOVE 16 TO RETURN-CODE
034400         STOP RUN
034500     END-IF.
034600*    THE TRANSMISSION STEP DELETES DDCOLL ONCE THE BANK HAS
034700*    IT. ONE STILL ON DISK HOLDS DEBITS THE BANK HAS NOT
034800*    RECEIVED - ITS ITEMS ARE ALREADY MARKED, SO OVERWRITING
034900*    IT WOULD LOSE THEM FOR GOOD.
035000     OPEN INPUT COLLECT-FILE.
035100     IF NOT COLL-FILE-NOT-FOUND
035200         CLOSE COLLECT-FILE
035300         DISPLAY "DEMODDCL - DDCOLL FROM AN EARLIER RUN HAS NOT "
035400             "BEEN TRANSMITTED - NOT PROCESSED, SEND IT FIRST"
035500         MOVE 16 TO RETURN-CODE
035600         STOP RUN
035700     END-IF.
035800     MOVE WS-RUN-DATE TO WS-DUE-DATE.
035900     PERFORM 9400-ADD-ONE-DAY THRU 9400-ADD-ONE-DAY-EXIT.
036000     MOVE WS-DUE-DATE TO WS-FIRST-COLLECT-DATE.
036100     MOVE WS-RUN-DATE TO WS-DUE-DATE.
036200     PERFORM 9400-ADD-ONE-DAY THRU 9400-ADD-ONE-DAY-EXIT
036300         WS-HORIZON-DAYS TIMES.
036400     MOVE WS-DUE-DATE TO WS-HORIZON-DATE.
036500     PERFORM 1100-GET-RUN-SEQ THRU 1100-GET-RUN-SEQ-EXIT.
036600     OPEN INPUT CUSTOMER-MASTER.
036700     IF WS-CUST-FILE-STATUS NOT = "00"
036800         DISPLAY "DEMODDCL - CANNOT OPEN CUSTMAST, STATUS = "
036900             WS-CUST-FILE-STATUS
037000         MOVE 16 TO RETURN-CODE
037100         STOP RUN
037200     END-IF.
037300     OPEN OUTPUT COLLECT-REPORT.
037400     MOVE WS-HORIZON-DAYS TO TL-HORIZON-DAYS.
037500     MOVE WS-RUN-DATE TO TL-RUN-DATE.
037600     MOVE WS-PARM-CREDITOR-ID TO TL-CREDITOR-ID.
037700     MOVE WS-TITLE-LINE TO REPORT-LINE.
037800     WRITE REPORT-LINE.
037900     MOVE SPACES TO REPORT-LINE.
038000     WRITE REPORT-LINE.
038100     MOVE WS-HEADING-LINE TO REPORT-LINE.
038200     WRITE REPORT-LINE.
038300     OPEN OUTPUT COLLECT-WORK.
038400     OPEN I-O OPEN-ITEMS.
038500     IF WS-OPEN-FILE-STATUS = "00"
038600         SET OPEN-ITEMS-AVAILABLE TO TRUE
038700         PERFORM 2100-READ-OPEN-ITEM
038800             THRU 2100-READ-OPEN-ITEM-EXIT
038900     ELSE
039000         MOVE 'Y' TO WS-OPEN-EOF-SWITCH
039100         DISPLAY "DEMODDCL - NO OPEN-ITEMS FILE (DEMOOPEN), "
039200             "NOTHING TO COLLECT"
039300     END-IF.
039400 1000-INITIALIZE-EXIT.
039500     EXIT.
039600*----------------------------------------------------------
039700* 1100-GET-RUN-SEQ - PICK UP THE CURRENT RUN SEQUENCE FROM
039800*                    DEMOCOB'S CHECKPOINT FOR THE FILE HEADER
039900*                    AND THE RUN LOG, AS DEMOWOFF DOES. NO
040000*                    CHECKPOINT JUST MEANS RUN ZERO.
040100*----------------------------------------------------------
040200 1100-GET-RUN-SEQ.
040300     OPEN INPUT CHECKPOINT-FILE.
040400     IF CKPT-FILE-NOT-FOUND
040500         MOVE ZERO TO WS-RUN-SEQ
040600         GO TO 1100-GET-RUN-SEQ-EXIT
040700     END-IF.
040800     READ CHECKPOINT-FILE
040900         AT END
041000             MOVE ZERO TO WS-RUN-SEQ
041100         NOT AT END
041200             MOVE CKPT-RUN-SEQ TO WS-RUN-SEQ
041300     END-READ.
041400     CLOSE CHECKPOINT-FILE.
041500 1100-GET-RUN-SEQ-EXIT.
041600     EXIT.
041700*----------------------------------------------------------
041800* 2100-READ-OPEN-ITEM - READ THE NEXT OPEN ITEM
041900*----------------------------------------------------------
042000 2100-READ-OPEN-ITEM.
042100     READ OPEN-ITEMS NEXT RECORD
042200         AT END
042300             MOVE 'Y' TO WS-OPEN-EOF-SWITCH
042400     END-READ.
042500     IF NOT END-OF-OPEN-ITEMS
042600         ADD 1 TO WS-OPEN-READ-COUNT
042700     END-IF.
042800 2100-READ-OPEN-ITEM-EXIT.
042900     EXIT.
043000*----------------------------------------------------------
043100* 2000-EXAMINE-ONE-ITEM - ONE OPEN ITEM. ONE THAT STILL OWES
043200*                         SOMETHING, IS NOT ALREADY WITH THE
043300*                         BANK, FALLS DUE BY THE HORIZON DATE
043400*                         AND BELONGS TO A CUSTOMER WITH AN
043500*                         ACTIVE MANDATE IS SELECTED: ROLLED
043600*                         INTO ITS COLLECTION DATE'S BATCH AND
043700*                         HELD ON THE WORK FILE. AN ITEM THE
043800*                         BANK HAS RETURNED IS LEFT FOR CREDIT
043900*                         CONTROL AND NOT PRESENTED AGAIN.
044000*----------------------------------------------------------
044100 2000-EXAMINE-ONE-ITEM.
044200     IF NOT OPN-OPEN AND NOT OPN-PART-PAID
044300         GO TO 2000-EXAMINE-ONE-ITEM-NEXT
044400     END-IF.
044500     IF OPN-COLLECT-PENDING
044600         ADD 1 TO WS-PENDING-COUNT
044700         GO TO 2000-EXAMINE-ONE-ITEM-NEXT
044800     END-IF.
044900     IF OPN-COLLECT-RETURNED
045000         ADD 1 TO WS-RETURNED-COUNT
045100         GO TO 2000-EXAMINE-ONE-ITEM-NEXT
045200     END-IF.
045300     COMPUTE WS-RESIDUAL = OPN-AMOUNT-TTC - OPN-PAID-AMOUNT.
045400     IF WS-RESIDUAL NOT > ZERO
045500         GO TO 2000-EXAMINE-ONE-ITEM-NEXT
045600     END-IF.
045700*    AN ITEM SEEDED BEFORE DUE DATES WERE CARRIED IS DUE ON
045800*    THE HOUSE TERMS, AS DEMOSTMT AND DEMODUNN TREAT IT.
045900     IF OPN-DUE-DATE = ZERO
046000         MOVE OPN-INVOICE-DATE TO WS-DUE-DATE
046100         PERFORM 9400-ADD-ONE-DAY THRU 9400-ADD-ONE-DAY-EXIT
046200             WS-HOUSE-TERMS-DAYS TIMES
046300         MOVE WS-DUE-DATE TO WS-ITEM-DUE-DATE
046400     ELSE
046500         MOVE OPN-DUE-DATE TO WS-ITEM-DUE-DATE
046600     END-IF.
046700     IF WS-ITEM-DUE-DATE > WS-HORIZON-DATE
046800         GO TO 2000-EXAMINE-ONE-ITEM-NEXT
046900     END-IF.
047000     MOVE OPN-CUSTOMER-NO TO CUST-NO.
047100     READ CUSTOMER-MASTER
047200         INVALID KEY
047300             GO TO 2000-EXAMINE-ONE-ITEM-NEXT
047400     END-READ.
047500     IF NOT CUST-DD-ACTIVE
047600         GO TO 2000-EXAMINE-ONE-ITEM-NEXT
047700     END-IF.
047800     IF WS-ITEM-DUE-DATE < WS-FIRST-COLLECT-DATE
047900         MOVE WS-FIRST-COLLECT-DATE TO WS-ITEM-COLLECT-DATE
048000     ELSE
048100         MOVE WS-ITEM-DUE-DATE TO WS-ITEM-COLLECT-DATE
048200     END-IF.
048300     PERFORM 2050-SET-ITEM-LINE THRU 2050-SET-ITEM-LINE-EXIT.
048400*    SEPA DEBITS ARE IN EUR ONLY. A MANDATED CUSTOMER'S FOREIGN
048500*    ITEM IS LISTED SO CREDIT CONTROL CAN COLLECT IT BY HAND.
048600     IF OPN-CURRENCY-CODE NOT = WS-COLLECT-CURRENCY
048700         ADD 1 TO WS-NOT-EUR-COUNT
048800         MOVE "NOT EUR - NOT SENT" TO RL-DISPOSITION
048900         MOVE WS-ITEM-LINE TO REPORT-LINE
049000         WRITE REPORT-LINE
049100         GO TO 2000-EXAMINE-ONE-ITEM-NEXT
049200     END-IF.
049300     PERFORM 2200-POST-TO-BATCH THRU 2200-POST-TO-BATCH-EXIT.
049400     MOVE SPACES TO WRK-REC.
049500     MOVE WS-ITEM-COLLECT-DATE TO WRK-COLLECT-DATE.
049600     MOVE OPN-INVOICE-NO TO WRK-INVOICE-NO.
049700     MOVE OPN-CUSTOMER-NO TO WRK-CUSTOMER-NO.
049800     MOVE WS-RESIDUAL TO WRK-AMOUNT.
049900     MOVE CUST-DD-MANDATE-REF TO WRK-MANDATE-REF.
050000     MOVE CUST-DD-MANDATE-DATE TO WRK-MANDATE-DATE.
050100     MOVE CUST-DD-IBAN TO WRK-IBAN.
050200     MOVE CUST-DD-BIC TO WRK-BIC.
050300     MOVE WS-ITEM-DUE-DATE TO WRK-DUE-DATE.
050400     WRITE WRK-REC.
050500     ADD 1 TO WS-SELECTED-COUNT.
050600     ADD WS-RESIDUAL TO WS-SELECTED-AMOUNT.
050700     MOVE WS-BAT-SUB TO RL-BATCH-NO.
050800     MOVE "COLLECTION REQUESTED" TO RL-DISPOSITION.
050900     MOVE WS-ITEM-LINE TO REPORT-LINE.
051000     WRITE REPORT-LINE.
051100 2000-EXAMINE-ONE-ITEM-NEXT.
051200     PERFORM 2100-READ-OPEN-ITEM THRU 2100-READ-OPEN-ITEM-EXIT.
051300 2000-EXAMINE-ONE-ITEM-EXIT.
051400     EXIT.
051500*----------------------------------------------------------
051600* 2050-SET-ITEM-LINE - THE SELECTED ITEM'S PART OF THE
051700*                      REPORT LINE
051800*----------------------------------------------------------
051900 2050-SET-ITEM-LINE.
052000     MOVE SPACES TO WS-ITEM-LINE.
052100     MOVE OPN-INVOICE-NO TO RL-INVOICE-NO.
052200     MOVE OPN-CUSTOMER-NO TO RL-CUSTOMER-NO.
052300     MOVE OPN-CURRENCY-CODE TO RL-CURRENCY.
052400     MOVE WS-RESIDUAL TO RL-RESIDUAL.
052500     MOVE WS-ITEM-DUE-DATE TO RL-DUE-DATE.
052600     MOVE WS-ITEM-COLLECT-DATE TO RL-COLLECT-DATE.
052700     MOVE CUST-DD-MANDATE-REF TO RL-MANDATE-REF.
052800 2050-SET-ITEM-LINE-EXIT.
052900     EXIT.
053000*----------------------------------------------------------
053100* 2200-POST-TO-BATCH - FIND (OR INSERT, IN DATE ORDER) THE
053200*                      ITEM'S COLLECTION-DATE BATCH AND ROLL
053300*                      IT IN. LEAVES WS-BAT-SUB ON THE BATCH.
053400*----------------------------------------------------------
053500 2200-POST-TO-BATCH.
053600     MOVE 'N' TO WS-BAT-FOUND-SWITCH.
053700     MOVE ZERO TO WS-BAT-POS.
053800     PERFORM 2210-LOCATE-BATCH
053900         THRU 2210-LOCATE-BATCH-EXIT
054000         VARYING WS-BAT-SUB FROM 1 BY 1
054100         UNTIL WS-BAT-SUB > WS-BAT-USED
054200         OR BAT-ENTRY-FOUND
054300         OR WS-BAT-POS > ZERO.
054400     IF NOT BAT-ENTRY-FOUND
054500         IF WS-BAT-POS = ZERO
054600             COMPUTE WS-BAT-POS = WS-BAT-USED + 1
054700         END-IF
054800         PERFORM 2220-INSERT-BATCH
054900             THRU 2220-INSERT-BATCH-EXIT
055000         MOVE WS-BAT-POS TO WS-BAT-SUB
055100     END-IF.
055200     ADD 1 TO WS-BAT-COUNT (WS-BAT-SUB).
055300     ADD WS-RESIDUAL TO WS-BAT-AMOUNT (WS-BAT-SUB).
055400     ADD OPN-INVOICE-NO TO WS-BAT-HASH (WS-BAT-SUB).
055500 2200-POST-TO-BATCH-EXIT.
055600     EXIT.
055700*----------------------------------------------------------
055800* 2210-LOCATE-BATCH - STOP ON THE MATCHING DATE, OR NOTE THE
055900*                     FIRST ENTRY THAT SORTS AFTER IT (THE
056000*                     INSERTION POINT). THE SUBSCRIPT IS PINNED
056100*                     ON A MATCH BEFORE THE PERFORM VARYING CAN
056200*                     STEP PAST IT.
056300*----------------------------------------------------------
056400 2210-LOCATE-BATCH.
056500     EVALUATE TRUE
056600         WHEN WS-BAT-DATE (WS-BAT-SUB) = WS-ITEM-COLLECT-DATE
056700             SET BAT-ENTRY-FOUND TO TRUE
056800             SUBTRACT 1 FROM WS-BAT-SUB
056900         WHEN WS-BAT-DATE (WS-BAT-SUB) > WS-ITEM-COLLECT-DATE
057000             MOVE WS-BAT-SUB TO WS-BAT-POS
057100     END-EVALUATE.
057200 2210-LOCATE-BATCH-EXIT.
057300     EXIT.
057400*----------------------------------------------------------
057500* 2220-INSERT-BATCH - OPEN A SLOT FOR A NEW COLLECTION DATE,
057600*                     SHIFTING THE TAIL DOWN ONE. THE HORIZON
057700*                     CAPS THE DATES, SO A FULL TABLE IS A
057800*                     HARD STOP.
057900*----------------------------------------------------------
058000 2220-INSERT-BATCH.
058100     IF WS-BAT-USED >= WS-BAT-MAX
058200         DISPLAY "DEMODDCL - ERROR - MORE THAN " WS-BAT-MAX
058300             " COLLECTION DATES, TABLE EXHAUSTED"
058400         MOVE 16 TO RETURN-CODE
058500         STOP RUN
058600     END-IF.
058700     IF WS-BAT-USED > ZERO
058800         PERFORM 2230-SHIFT-BATCH
058900             THRU 2230-SHIFT-BATCH-EXIT
059000             VARYING WS-BAT-SHIFT-SUB
059100             FROM WS-BAT-USED BY -1
059200             UNTIL WS-BAT-SHIFT-SUB < WS-BAT-POS
059300     END-IF.
059400     ADD 1 TO WS-BAT-USED.
059500     MOVE WS-ITEM-COLLECT-DATE TO WS-BAT-DATE (WS-BAT-POS).
059600     MOVE ZERO TO WS-BAT-COUNT (WS-BAT-POS).
059700     MOVE ZERO TO WS-BAT-AMOUNT (WS-BAT-POS).
059800     MOVE ZERO TO WS-BAT-HASH (WS-BAT-POS).
059900 2220-INSERT-BATCH-EXIT.
060000     EXIT.
060100*----------------------------------------------------------
060200* 2230-SHIFT-BATCH - MOVE ONE TAIL ENTRY DOWN A SLOT
060300*----------------------------------------------------------
060400 2230-SHIFT-BATCH.
060500     MOVE WS-BAT-ENTRY (WS-BAT-SHIFT-SUB)
060600         TO WS-BAT-ENTRY (WS-BAT-SHIFT-SUB + 1).
060700 2230-SHIFT-BATCH-EXIT.
060800     EXIT.
060900*----------------------------------------------------------
061000* 3000-WRITE-COLLECTION-FILE - THE FILE HEADER, ONE BATCH PER
061100*                              TABLE ENTRY IN DATE ORDER, AND
061200*                              THE FILE TRAILER. NOTHING IS
061210*                              MARKED ON DEMOOPEN HERE; THAT
061220*                              WAITS UNTIL EVERY BATCH AND THE
061230*                              FILE HAVE FOOTED (3500).
061300*----------------------------------------------------------
061400 3000-WRITE-COLLECTION-FILE.
061500     OPEN OUTPUT COLLECT-FILE.
061600     MOVE SPACES TO DDC-REC.
061700     SET DDC-FILE-HEADER TO TRUE.
061800     MOVE ZERO TO DDC-BATCH-NO.
061900     MOVE WS-PARM-CREDITOR-ID TO DDC-FH-CREDITOR-ID.
062000     MOVE WS-RUN-SEQ TO DDC-FH-RUN-SEQ.
062100     MOVE WS-START-DATE TO DDC-FH-CREATE-DATE.
062200     MOVE WS-START-TIME TO DDC-FH-CREATE-TIME.
062300     PERFORM 3900-WRITE-COLLECT-REC
062400         THRU 3900-WRITE-COLLECT-REC-EXIT.
062500     PERFORM 3100-WRITE-ONE-BATCH
062600         THRU 3100-WRITE-ONE-BATCH-EXIT
062700         VARYING WS-BAT-SUB FROM 1 BY 1
062800         UNTIL WS-BAT-SUB > WS-BAT-USED.
062900     MOVE SPACES TO DDC-REC.
063000     SET DDC-FILE-TRAILER TO TRUE.
063100     MOVE ZERO TO DDC-BATCH-NO.
063200     MOVE WS-BAT-USED TO DDC-FT-BATCH-COUNT.
063300     MOVE WS-FILE-ITEM-COUNT TO DDC-FT-ITEM-COUNT.
063400     ADD 1 TO WS-FILE-RECORD-COUNT.
063500     MOVE WS-FILE-RECORD-COUNT TO DDC-FT-RECORD-COUNT.
063600     MOVE WS-FILE-AMOUNT TO DDC-FT-AMOUNT-TOTAL.
063700     MOVE WS-FILE-HASH TO DDC-FT-INVOICE-HASH.
063800     WRITE DDC-REC.
063900     CLOSE COLLECT-FILE.
063910     IF WS-FILE-ITEM-COUNT NOT = WS-SELECTED-COUNT
063920         OR WS-FILE-AMOUNT NOT = WS-SELECTED-AMOUNT
063930         DISPLAY "DEMODDCL - ERROR - DDCOLL HOLDS "
063940             WS-FILE-ITEM-COUNT " ITEMS FOR " WS-FILE-AMOUNT
063950             ", SELECTED " WS-SELECTED-COUNT " FOR "
063960             WS-SELECTED-AMOUNT
063970         MOVE 16 TO RETURN-CODE
063980     END-IF.
064000 3000-WRITE-COLLECTION-FILE-EXIT.
064100     EXIT.
064200*----------------------------------------------------------
064300* 3100-WRITE-ONE-BATCH - ONE COLLECTION DATE: ITS HEADER, ONE
064400*                        PASS OF THE WORK FILE FOR ITS ITEMS,
064500*                        AND ITS TRAILER. THE TRAILER CARRIES
064600*                        WHAT WAS WRITTEN; A DIFFERENCE FROM
064700*                        WHAT WAS SELECTED MEANS THE FILE CANNOT
064800*                        BE TRUSTED AND ENDS THE RUN 16, AND THE
064810*                        FILE IS DROPPED UNSENT (3800).
064900*----------------------------------------------------------
065000 3100-WRITE-ONE-BATCH.
065100     MOVE SPACES TO DDC-REC.
065200     SET DDC-BATCH-HEADER TO TRUE.
065300     MOVE WS-BAT-SUB TO DDC-BATCH-NO.
065400     MOVE WS-BAT-DATE (WS-BAT-SUB) TO DDC-BH-COLLECT-DATE.
065500     MOVE WS-PARM-CREDITOR-ID TO DDC-BH-CREDITOR-ID.
065600     MOVE WS-COLLECT-CURRENCY TO DDC-BH-CURRENCY.
065700     PERFORM 3900-WRITE-COLLECT-REC
065800         THRU 3900-WRITE-COLLECT-REC-EXIT.
065900     MOVE ZERO TO WS-BATCH-ITEM-COUNT.
066000     MOVE ZERO TO WS-BATCH-AMOUNT.
066100     MOVE ZERO TO WS-BATCH-HASH.
066200     MOVE 'N' TO WS-WORK-EOF-SWITCH.
066300     OPEN INPUT COLLECT-WORK.
066400     PERFORM 3300-READ-WORK THRU 3300-READ-WORK-EXIT.
066500     PERFORM 3200-WRITE-ONE-ITEM
066600         THRU 3200-WRITE-ONE-ITEM-EXIT
066700         UNTIL END-OF-COLLECT-WORK.
066800     CLOSE COLLECT-WORK.
066900     MOVE SPACES TO DDC-REC.
067000     SET DDC-BATCH-TRAILER TO TRUE.
067100     MOVE WS-BAT-SUB TO DDC-BATCH-NO.
067200     MOVE WS-BATCH-ITEM-COUNT TO DDC-BT-ITEM-COUNT.
067300     MOVE WS-BATCH-AMOUNT TO DDC-BT-AMOUNT-TOTAL.
067400     MOVE WS-BATCH-HASH TO DDC-BT-INVOICE-HASH.
067500     PERFORM 3900-WRITE-COLLECT-REC
067600         THRU 3900-WRITE-COLLECT-REC-EXIT.
067700     IF WS-BATCH-ITEM-COUNT NOT = WS-BAT-COUNT (WS-BAT-SUB)
067800         OR WS-BATCH-AMOUNT NOT = WS-BAT-AMOUNT (WS-BAT-SUB)
067900         OR WS-BATCH-HASH NOT = WS-BAT-HASH (WS-BAT-SUB)
068000         DISPLAY "DEMODDCL - ERROR - BATCH " WS-BAT-SUB
068100             " WROTE " WS-BATCH-ITEM-COUNT " ITEMS FOR "
068200             WS-BATCH-AMOUNT ", SELECTED "
068300             WS-BAT-COUNT (WS-BAT-SUB) " FOR "
068400             WS-BAT-AMOUNT (WS-BAT-SUB)
068500         MOVE 16 TO RETURN-CODE
068600     END-IF.
068700 3100-WRITE-ONE-BATCH-EXIT.
068800     EXIT.
068900*----------------------------------------------------------
069000* 3200-WRITE-ONE-ITEM - ONE WORK RECORD. ONE FOR THIS BATCH'S
069100*                       DATE GOES ONTO DDCOLL, PROVIDED ITS OPEN
069200*                       ITEM IS STILL ON DEMOOPEN TO BE MARKED
069300*                       ONCE THE FILE HAS FOOTED.
069400*----------------------------------------------------------
069500 3200-WRITE-ONE-ITEM.
069600     IF WRK-COLLECT-DATE NOT = WS-BAT-DATE (WS-BAT-SUB)
069700         GO TO 3200-WRITE-ONE-ITEM-NEXT
069800     END-IF.
069810     MOVE WRK-INVOICE-NO TO OPN-INVOICE-NO.
069820     READ OPEN-ITEMS
069830         INVALID KEY
069840             ADD 1 TO WS-MARK-FAIL-COUNT
069850             DISPLAY "DEMODDCL - ERROR - INVOICE " WRK-INVOICE-NO
069860                 " LEFT DEMOOPEN DURING THE RUN - NOT PUT ON "
069870                 "DDCOLL"
069880             MOVE 16 TO RETURN-CODE
069890             GO TO 3200-WRITE-ONE-ITEM-NEXT
069895     END-READ.
069900     MOVE SPACES TO DDC-REC.
070000     SET DDC-ITEM TO TRUE.
070100     MOVE WS-BAT-SUB TO DDC-BATCH-NO.
070200     MOVE WRK-ITEM TO DDC-ITEM-BODY.
070300     PERFORM 3900-WRITE-COLLECT-REC
070400         THRU 3900-WRITE-COLLECT-REC-EXIT.
070500     ADD 1 TO WS-BATCH-ITEM-COUNT.
070600     ADD WRK-AMOUNT TO WS-BATCH-AMOUNT.
070700     ADD WRK-INVOICE-NO TO WS-BATCH-HASH.
070800     ADD 1 TO WS-FILE-ITEM-COUNT.
070900     ADD WRK-AMOUNT TO WS-FILE-AMOUNT.
071000     ADD WRK-INVOICE-NO TO WS-FILE-HASH.
072500 3200-WRITE-ONE-ITEM-NEXT.
072600     PERFORM 3300-READ-WORK THRU 3300-READ-WORK-EXIT.
072700 3200-WRITE-ONE-ITEM-EXIT.
072800     EXIT.
072900*----------------------------------------------------------
073000* 3300-READ-WORK - READ THE NEXT SELECTED ITEM
073100*----------------------------------------------------------
073200 3300-READ-WORK.
073300     READ COLLECT-WORK
073400         AT END
073500             MOVE 'Y' TO WS-WORK-EOF-SWITCH
073600     END-READ.
073700 3300-READ-WORK-EXIT.
073800     EXIT.
073801*----------------------------------------------------------
073802* 3500-MARK-COLLECTED - DDCOLL HAS FOOTED. ONE MORE PASS OF
073803*                       THE WORK FILE MARKS EVERY ITEM ON IT
073804*                       'COLLECTION REQUESTED' WITH THE DATE
073805*                       AND AMOUNT ASKED FOR.
073806*----------------------------------------------------------
073807 3500-MARK-COLLECTED.
073808     MOVE 'N' TO WS-WORK-EOF-SWITCH.
073809     OPEN INPUT COLLECT-WORK.
073810     PERFORM 3300-READ-WORK THRU 3300-READ-WORK-EXIT.
073811     PERFORM 3510-MARK-ONE-ITEM
073812         THRU 3510-MARK-ONE-ITEM-EXIT
073813         UNTIL END-OF-COLLECT-WORK.
073814     CLOSE COLLECT-WORK.
073815 3500-MARK-COLLECTED-EXIT.
073816     EXIT.
073817*----------------------------------------------------------
073818* 3510-MARK-ONE-ITEM - MARK ONE WORK RECORD'S OPEN ITEM
073819*----------------------------------------------------------
073820 3510-MARK-ONE-ITEM.
073821     MOVE WRK-INVOICE-NO TO OPN-INVOICE-NO.
073822     READ OPEN-ITEMS
073823         INVALID KEY
073824             ADD 1 TO WS-MARK-FAIL-COUNT
073825             DISPLAY "DEMODDCL - ERROR - INVOICE " WRK-INVOICE-NO
073826                 " LEFT DEMOOPEN DURING THE RUN - ON DDCOLL "
073827                 "BUT NOT MARKED"
073828             MOVE 16 TO RETURN-CODE
073829             GO TO 3510-MARK-ONE-ITEM-NEXT
073830     END-READ.
073831     SET OPN-COLLECT-REQUESTED TO TRUE.
073832     MOVE WRK-COLLECT-DATE TO OPN-COLLECT-DATE.
073833     MOVE WRK-AMOUNT TO OPN-COLLECT-AMOUNT.
073834     MOVE SPACES TO OPN-COLLECT-REASON.
073835     REWRITE OPN-REC.
073836 3510-MARK-ONE-ITEM-NEXT.
073837     PERFORM 3300-READ-WORK THRU 3300-READ-WORK-EXIT.
073838 3510-MARK-ONE-ITEM-EXIT.
073839     EXIT.
073840*----------------------------------------------------------
073841* 3800-DROP-COLLECTION-FILE - DDCOLL DID NOT FOOT. IT IS
073842*                             DELETED SO IT CANNOT BE SENT, AND
073843*                             NO ITEM IS MARKED, SO A RERUN
073844*                             SELECTS THEM ALL AGAIN.
073845*----------------------------------------------------------
073846 3800-DROP-COLLECTION-FILE.
073847     CALL "CBL_DELETE_FILE" USING WS-COLL-NAME
073848         RETURNING WS-DELETE-STATUS.
073849     MOVE ZERO TO WS-FILE-ITEM-COUNT.
073850     DISPLAY "DEMODDCL - DDCOLL DELETED, NO ITEM MARKED ON "
073851         "DEMOOPEN - RERUN ONCE CORRECTED".
073852 3800-DROP-COLLECTION-FILE-EXIT.
073853     EXIT.
073900*----------------------------------------------------------
074000* 3900-WRITE-COLLECT-REC - WRITE THE RECORD BUILT IN DDC-REC
074100*                          AND COUNT IT FOR THE FILE TRAILER
074200*----------------------------------------------------------
074300 3900-WRITE-COLLECT-REC.
074400     WRITE DDC-REC.
074500     ADD 1 TO WS-FILE-RECORD-COUNT.
074600 3900-WRITE-COLLECT-REC-EXIT.
074700     EXIT.
074800*----------------------------------------------------------
074900* 6000-PRINT-BATCHES - THE BATCH CONTROL TOTALS, AS SENT
075000*----------------------------------------------------------
075100 6000-PRINT-BATCHES.
075200     MOVE SPACES TO REPORT-LINE.
075300     WRITE REPORT-LINE.
075400     MOVE "COLLECTION BATCHES ON DDCOLL" TO REPORT-LINE.
075500     WRITE REPORT-LINE.
075600     MOVE SPACES TO REPORT-LINE.
075700     WRITE REPORT-LINE.
075800     MOVE WS-BATCH-HEADING-LINE TO REPORT-LINE.
075900     WRITE REPORT-LINE.
076000     PERFORM 6100-PRINT-ONE-BATCH
076100         THRU 6100-PRINT-ONE-BATCH-EXIT
076200         VARYING WS-BAT-SUB FROM 1 BY 1
076300         UNTIL WS-BAT-SUB > WS-BAT-USED.
076400 6000-PRINT-BATCHES-EXIT.
076500     EXIT.
076600*----------------------------------------------------------
076700* 6100-PRINT-ONE-BATCH - ONE BATCH'S CONTROL LINE
076800*----------------------------------------------------------
076900 6100-PRINT-ONE-BATCH.
077000     MOVE WS-BAT-SUB TO BL-BATCH-NO.
077100     MOVE WS-BAT-DATE (WS-BAT-SUB) TO BL-COLLECT-DATE.
077200     MOVE WS-BAT-COUNT (WS-BAT-SUB) TO BL-COUNT.
077300     MOVE WS-BAT-AMOUNT (WS-BAT-SUB) TO BL-AMOUNT.
077400     MOVE WS-BAT-HASH (WS-BAT-SUB) TO BL-HASH.
077500     MOVE WS-BATCH-LINE TO REPORT-LINE.
077600     WRITE REPORT-LINE.
077700 6100-PRINT-ONE-BATCH-EXIT.
077800     EXIT.
077900*----------------------------------------------------------
078000* 8000-TERMINATE - TOTALS, CLOSE FILES, DROP THE WORK FILE,
078100*                  AND WRITE THE RUN-LOG RECORD
078200*----------------------------------------------------------
078300 8000-TERMINATE.
078400     MOVE SPACES TO REPORT-LINE.
078500     WRITE REPORT-LINE.
078600     MOVE "OPEN ITEMS READ               " TO TL-TEXT.
078700     MOVE WS-OPEN-READ-COUNT TO TL-COUNT.
078800     MOVE WS-TOTAL-LINE TO REPORT-LINE.
078900     WRITE REPORT-LINE.
079000     MOVE "COLLECTION REQUESTED          " TO TL-TEXT.
079100     MOVE WS-SELECTED-COUNT TO TL-COUNT.
079200     MOVE WS-TOTAL-LINE TO REPORT-LINE.
079300     WRITE REPORT-LINE.
079400     MOVE "COLLECTION BATCHES            " TO TL-TEXT.
079500     MOVE WS-BAT-USED TO TL-COUNT.
079600     MOVE WS-TOTAL-LINE TO REPORT-LINE.
079700     WRITE REPORT-LINE.
079800     MOVE "ALREADY WITH THE BANK         " TO TL-TEXT.
079900     MOVE WS-PENDING-COUNT TO TL-COUNT.
080000     MOVE WS-TOTAL-LINE TO REPORT-LINE.
080100     WRITE REPORT-LINE.
080200     MOVE "RETURNED - NOT PRESENTED AGAIN" TO TL-TEXT.
080300     MOVE WS-RETURNED-COUNT TO TL-COUNT.
080400     MOVE WS-TOTAL-LINE TO REPORT-LINE.
080500     WRITE REPORT-LINE.
080600     MOVE "MANDATED BUT NOT EUR          " TO TL-TEXT.
080700     MOVE WS-NOT-EUR-COUNT TO TL-COUNT.
080800     MOVE WS-TOTAL-LINE TO REPORT-LINE.
080900     WRITE REPORT-LINE.
081000     MOVE "EUR REQUESTED                 " TO AL-TEXT.
081100     MOVE WS-SELECTED-AMOUNT TO AL-AMOUNT.
081200     MOVE WS-AMOUNT-LINE TO REPORT-LINE.
081300     WRITE REPORT-LINE.
081400     CLOSE COLLECT-REPORT.
081500     IF OPEN-ITEMS-AVAILABLE
081600         CLOSE OPEN-ITEMS
081700     END-IF.
081800     CLOSE CUSTOMER-MASTER.
081900     CALL "CBL_DELETE_FILE" USING WS-WORK-NAME
082000         RETURNING WS-DELETE-STATUS.
082100     DISPLAY "DEMODDCL: " WS-SELECTED-COUNT " ITEM(S) IN "
082200         WS-BAT-USED " BATCH(ES) FOR COLLECTION, "
082300         WS-PENDING-COUNT " ALREADY WITH THE BANK".
082400     PERFORM 8900-WRITE-RUN-LOG
082500         THRU 8900-WRITE-RUN-LOG-EXIT.
082600 8000-TERMINATE-EXIT.
082700     EXIT.
082800*----------------------------------------------------------
082900* 8900-WRITE-RUN-LOG - APPEND THIS RUN'S STRUCTURED RECORD
083000*                      TO THE COMMON RUN-LOG DATASET. READ IS
083100*                      THE OPEN ITEMS EXAMINED, WRITTEN THE
083200*                      ITEMS PUT ON DDCOLL, REJECTED THE ITEMS
083300*                      THAT COULD NOT BE MARKED.
083400*----------------------------------------------------------
083500 8900-WRITE-RUN-LOG.
083600     MOVE "DEMODDCL" TO RLOG-PROGRAM.
083700     MOVE WS-RUN-SEQ TO RLOG-RUN-SEQ.
083800     MOVE WS-START-DATE TO RLOG-START-DATE.
083900     MOVE WS-START-TIME TO RLOG-START-TIME.
084000     ACCEPT RLOG-END-DATE FROM DATE YYYYMMDD.
084100     ACCEPT RLOG-END-TIME FROM TIME.
084200     MOVE WS-OPEN-READ-COUNT TO RLOG-READ-COUNT.
084300     MOVE WS-FILE-ITEM-COUNT TO RLOG-WRITE-COUNT.
084400     MOVE WS-MARK-FAIL-COUNT TO RLOG-REJECT-COUNT.
084500     SET RLOG-RECON-NA TO TRUE.
084600     MOVE RETURN-CODE TO RLOG-RETURN-CODE.
084700     OPEN EXTEND RUN-LOG.
084800     IF RLOG-FILE-NOT-FOUND
084900         OPEN OUTPUT RUN-LOG
085000     END-IF.
085100     WRITE RLOG-REC.
085200     CLOSE RUN-LOG.
085300 8900-WRITE-RUN-LOG-EXIT.
085400     EXIT.
085500*----------------------------------------------------------
085600* 9400-ADD-ONE-DAY - STEP WS-DUE-DATE FORWARD ONE CALENDAR
085700*                    DAY, HANDLING MONTH, YEAR, AND
085800*                    LEAP-FEBRUARY BOUNDARIES
085900*----------------------------------------------------------
086000 9400-ADD-ONE-DAY.
086100     EVALUATE WS-DUE-MONTH
086200         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
086300             MOVE 31 TO WS-DUE-MONTH-END
086400         WHEN 4 WHEN 6 WHEN 9 WHEN 11
086500             MOVE 30 TO WS-DUE-MONTH-END
086600         WHEN 2
086700             PERFORM 9410-SET-FEBRUARY-END
086800                 THRU 9410-SET-FEBRUARY-END-EXIT
086900     END-EVALUATE.
087000     IF WS-DUE-DAY < WS-DUE-MONTH-END
087100         ADD 1 TO WS-DUE-DAY
087200         GO TO 9400-ADD-ONE-DAY-EXIT
087300     END-IF.
087400     MOVE 1 TO WS-DUE-DAY.
087500     IF WS-DUE-MONTH = 12
087600         ADD 1 TO WS-DUE-YEAR
087700         MOVE 1 TO WS-DUE-MONTH
087800     ELSE
087900         ADD 1 TO WS-DUE-MONTH
088000     END-IF.
088100 9400-ADD-ONE-DAY-EXIT.
088200     EXIT.
088300*----------------------------------------------------------
088400* 9410-SET-FEBRUARY-END - 28, OR 29 IN A LEAP YEAR
088500*----------------------------------------------------------
088600 9410-SET-FEBRUARY-END.
088700     MOVE 28 TO WS-DUE-MONTH-END.
088800     DIVIDE WS-DUE-YEAR BY 4 GIVING WS-DUE-QUOT
088900         REMAINDER WS-DUE-REM.
089000     IF WS-DUE-REM NOT = ZERO
089100         GO TO 9410-SET-FEBRUARY-END-EXIT
089200     END-IF.
089300     DIVIDE WS-DUE-YEAR BY 100 GIVING WS-DUE-QUOT
089400         REMAINDER WS-DUE-REM.
089500     IF WS-DUE-REM NOT = ZERO
089600         MOVE 29 TO WS-DUE-MONTH-END
089700         GO TO 9410-SET-FEBRUARY-END-EXIT
089800     END-IF.
089900     DIVIDE WS-DUE-YEAR BY 400 GIVING WS-DUE-QUOT
090000         REMAINDER WS-DUE-REM.
090100     IF WS-DUE-REM = ZERO
090200         MOVE 29 TO WS-DUE-MONTH-END
090300     END-IF.
090400 9410-SET-FEBRUARY-END-EXIT.
090500     EXIT.
