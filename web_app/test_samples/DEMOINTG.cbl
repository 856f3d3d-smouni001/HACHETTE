000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DEMOINTG.
000300 AUTHOR.        R. FABIANI.
000400 INSTALLATION.  BILLING SYSTEMS - INVOICE EXTRACT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 RF  INITIAL VERSION - CHAIN INTEGRITY CROSS-
001100*                CHECK. WALKS THE PERSISTENT DATASETS AGAINST
001200*                ONE ANOTHER AND LISTS EVERY BREAK BY TYPE AND
001300*                INVOICE NUMBER ON DEMOINTG.RPT, WITH COUNTS:
001400*                - EVERY INVOICE ON DEMOREGS MUST HAVE A
001500*                  DEMOAUDT RECORD (LIVE OR ARCHIVED BY
001600*                  DEMOHKPG) AND A FOUT OR FOUTHIST RECORD.
001700*                  BOTH ARE CHECKED FOR INVOICES POSTED INSIDE
001800*                  THE LOOKBACK WINDOW (COMMAND-LINE PARM IN
001900*                  DAYS, DEFAULT 365, AS DEMOSTMT) - THE
002000*                  ARCHIVE GENERATIONS ARE FOUND BY WALKING
002100*                  BACK DAY BY DAY, AS DEMODUNN DOES.
002200*                - ONE POSTED BEFORE THE LATEST DEMOCASH RUN
002300*                  ON DEMORLOG MUST HAVE A DEMOOPEN ITEM.
002400*                  INVOICES POSTED BEFORE THE EARLIEST
002500*                  DEMOCASH RUN STILL ON THE LOG ARE NOT
002600*                  CHECKED - THEY MAY PREDATE CASH APPLICATION.
002700*                - EVERY FOUTDTL LINE MUST HAVE ITS HEADER ON
002800*                  FOUT.
002900*                - EVERY DEMODUNS ENTRY MUST NAME A DEMOOPEN
003000*                  ITEM.
003100*                ANY BREAK ENDS THE RUN RETURN-CODE 4, SO THE
003200*                RUN-LOG RECORD IS FLAGGED ON DEMOHLTH'S PAGE
003300*                AND OPERATIONS SEE IT WITHOUT READING THE
003400*                REPORT. NOTHING IS CORRECTED - THE PROGRAM
003500*                ONLY READS. RUN PERIODICALLY BY OPERATIONS,
003600*                NOT IN THE NIGHTLY CHAIN, AND NOT WHILE THE
003700*                CHAIN IS RUNNING.
003800*----------------------------------------------------------
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT INVOICE-REGISTER ASSIGN TO "DEMOREGS"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS SEQUENTIAL
004500         RECORD KEY IS REG-INVOICE-NO
004600         FILE STATUS IS WS-REGS-FILE-STATUS.
004700
004800*    EXTRACT-FILE IS OPENED ONCE FOR FOUT AND THEN ONCE PER
004900*    CANDIDATE FOUTHIST GENERATION NAME; A GENERATION THAT
005000*    DOES NOT EXIST JUST COMES BACK FILE-NOT-FOUND AND IS
005100*    SKIPPED.
005200     SELECT EXTRACT-FILE ASSIGN TO WS-EXTRACT-FILENAME
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-EXTR-FILE-STATUS.
005500
005600*    LIKEWISE THE LIVE DEMOAUDT AND EACH DEMOAUDT.CCYYMMDD
005700*    ARCHIVE DEMOHKPG HAS MOVED OLD AUDIT RECORDS TO.
005800     SELECT AUDIT-FILE ASSIGN TO WS-AUDIT-FILENAME
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-AUDT-FILE-STATUS.
006100
006200     SELECT DETAIL-IN ASSIGN TO "FOUTDTL"
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WS-DETL-FILE-STATUS.
006500
006600     SELECT OPEN-ITEMS ASSIGN TO "DEMOOPEN"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS RANDOM
006900         RECORD KEY IS OPN-INVOICE-NO
007000         FILE STATUS IS WS-OPEN-FILE-STATUS.
007100
007200     SELECT DUNNING-STATE ASSIGN TO "DEMODUNS"
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS SEQUENTIAL
007500         RECORD KEY IS DUN-INVOICE-NO
007600         FILE STATUS IS WS-DUNS-FILE-STATUS.
007700
007800*    EVERY INVOICE NUMBER SEEN ON THE EXTRACT OR THE AUDIT
007900*    TRAIL, WITH WHERE IT WAS SEEN - REBUILT EMPTY EVERY RUN
008000*    AND DELETED AT END OF JOB, AS DEMOREPR'S DEMOXREF.RPR.
008100     SELECT SEEN-INDEX ASSIGN TO "DEMOINTW"
008200         ORGANIZATION IS INDEXED
008300         ACCESS MODE IS RANDOM
008400         RECORD KEY IS SEEN-INVOICE-NO
008500         FILE STATUS IS WS-SEEN-FILE-STATUS.
008600
008700     SELECT INTEGRITY-REPORT ASSIGN TO "DEMOINTG.RPT"
008800         ORGANIZATION IS SEQUENTIAL.
008900
009000*    READ FIRST FOR THE DEMOCASH RUNS, THEN APPENDED TO.
009100     SELECT RUN-LOG ASSIGN TO "DEMORLOG"
009200         ORGANIZATION IS SEQUENTIAL
009300         FILE STATUS IS WS-RLOG-FILE-STATUS.
009400
009500 DATA DIVISION.
009600 FILE SECTION.
009700 FD  INVOICE-REGISTER.
009800     COPY REGRECL.
009900
010000 FD  EXTRACT-FILE
010100     RECORDING MODE IS F.
010200     COPY OUTRECL.
010300*----------------------------------------------------------
010400* AUDIT-FILE - ONE RECORD PER OUT-REC WRITTEN TO FOUT (AND
010500*              PER RECEIPT DEMOCASH POSTS), SAME LAYOUT AS
010600*              EVERY OTHER WRITER'S
010700*----------------------------------------------------------
010800 FD  AUDIT-FILE
010900     RECORDING MODE IS F.
011000 01  AUDIT-REC.
011100     05 AUD-RUN-SEQ          PIC 9(05).
011200     05 AUD-RUN-DATE         PIC 9(08).
011300     05 AUD-RUN-TIME         PIC 9(08).
011400     05 AUD-SEQ-NO           PIC 9(07).
011500     05 AUD-INVOICE-NO       PIC 9(10).
011600     05 AUD-AMOUNT-TTC       PIC S9(7)V99 COMP-3.
011700
011800 FD  DETAIL-IN
011900     RECORDING MODE IS F.
012000     COPY DETRECL.
012100
012200 FD  OPEN-ITEMS.
012300     COPY OPENRECL.
012400
012500 FD  DUNNING-STATE.
012600     COPY DUNSRECL.
012700*----------------------------------------------------------
012800* SEEN-INDEX - ONE RECORD PER INVOICE NUMBER, FLAGGED FOR
012900*              EACH PLACE IT WAS FOUND
013000*----------------------------------------------------------
013100 FD  SEEN-INDEX.
013200 01  SEEN-REC.
013300     05 SEEN-INVOICE-NO     PIC 9(10).
013400     05 SEEN-FOUT-FLAG      PIC X(01).
013500        88 SEEN-ON-FOUT     VALUE 'Y'.
013600     05 SEEN-HIST-FLAG      PIC X(01).
013700        88 SEEN-ON-HIST     VALUE 'Y'.
013800     05 SEEN-AUDIT-FLAG     PIC X(01).
013900        88 SEEN-ON-AUDIT    VALUE 'Y'.
014000
014100 FD  INTEGRITY-REPORT
014200     RECORDING MODE IS F.
014300 01  REPORT-LINE            PIC X(132).
014400
014500 FD  RUN-LOG
014600     RECORDING MODE IS F.
014700     COPY RUNLOGL.
014800
014900 WORKING-STORAGE SECTION.
015000 77  WS-REGS-EOF-SWITCH     PIC X(01) VALUE 'N'.
015100     88 END-OF-REGISTER     VALUE 'Y'.
015200 77  WS-EXTR-EOF-SWITCH     PIC X(01) VALUE 'N'.
015300     88 END-OF-EXTRACT      VALUE 'Y'.
015400 77  WS-AUDT-EOF-SWITCH     PIC X(01) VALUE 'N'.
015500     88 END-OF-AUDIT        VALUE 'Y'.
015600 77  WS-DETL-EOF-SWITCH     PIC X(01) VALUE 'N'.
015700     88 END-OF-DETAIL       VALUE 'Y'.
015800 77  WS-DUNS-EOF-SWITCH     PIC X(01) VALUE 'N'.
015900     88 END-OF-DUNNING      VALUE 'Y'.
016000 77  WS-RLOG-EOF-SWITCH     PIC X(01) VALUE 'N'.
016100     88 END-OF-RUN-LOG      VALUE 'Y'.
016200 77  WS-REGS-FILE-STATUS    PIC X(02) VALUE "00".
016300 77  WS-EXTR-FILE-STATUS    PIC X(02) VALUE "00".
016400     88 EXTR-FILE-NOT-FOUND VALUE "35".
016500 77  WS-AUDT-FILE-STATUS    PIC X(02) VALUE "00".
016600     88 AUDT-FILE-NOT-FOUND VALUE "35".
016700 77  WS-DETL-FILE-STATUS    PIC X(02) VALUE "00".
016800     88 DETL-FILE-NOT-FOUND VALUE "35".
016900 77  WS-OPEN-FILE-STATUS    PIC X(02) VALUE "00".
017000 77  WS-DUNS-FILE-STATUS    PIC X(02) VALUE "00".
017100     88 DUNS-FILE-NOT-FOUND VALUE "35".
017200 77  WS-SEEN-FILE-STATUS    PIC X(02) VALUE "00".
017300 77  WS-RLOG-FILE-STATUS    PIC X(02) VALUE "00".
017400     88 RLOG-FILE-NOT-FOUND VALUE "35".
017500 77  WS-OPEN-AVAIL-SWITCH   PIC X(01) VALUE 'N'.
017600     88 OPEN-AVAILABLE      VALUE 'Y'.
017700 77  WS-ITEM-SWITCH         PIC X(01) VALUE 'N'.
017800     88 ITEM-FOUND          VALUE 'Y'.
017900 77  WS-SEEN-SWITCH         PIC X(01) VALUE 'N'.
018000     88 INVOICE-SEEN        VALUE 'Y'.
018100 77  WS-SEEN-NAME           PIC X(08) VALUE "DEMOINTW".
018200 77  WS-DELETE-STATUS       PIC S9(09) COMP-5 VALUE ZERO.
018300*----------------------------------------------------------
018400* LOOKBACK WINDOW - SAME COMMAND-LINE PARM AS DEMOSTMT.
018500* REGISTER ENTRIES POSTED AFTER WS-WINDOW-FLOOR (THE DAY
018600* BEFORE THE OLDEST GENERATION PROBED) ARE CHECKED AGAINST
018700* THE EXTRACT AND THE AUDIT TRAIL; ANY ARCHIVE HOLDING ONE
018800* OF THEIR RECORDS WAS CUT ON OR AFTER THE POST DATE, SO
018900* INSIDE THE WINDOW TOO.
019000*----------------------------------------------------------
019100 77  WS-LOOKBACK-PARM       PIC X(04) VALUE SPACES.
019200 77  WS-LOOKBACK-DAYS       PIC 9(04) VALUE 365.
019300 77  WS-SCAN-DAY-SUB        PIC 9(05) COMP VALUE ZERO.
019400 77  WS-RUN-DATE            PIC 9(08) VALUE ZERO.
019500 77  WS-WINDOW-FLOOR        PIC 9(08) VALUE ZERO.
019600 77  WS-EXTRACT-FILENAME    PIC X(17) VALUE SPACES.
019700 77  WS-AUDIT-FILENAME      PIC X(17) VALUE SPACES.
019800 77  WS-HIST-GEN-COUNT      PIC 9(05) COMP VALUE ZERO.
019900 77  WS-AUDT-GEN-COUNT      PIC 9(05) COMP VALUE ZERO.
020000 77  WS-START-DATE          PIC 9(08) VALUE ZERO.
020100 77  WS-START-TIME          PIC 9(08) VALUE ZERO.
020200 01  WS-SCAN-DATE           PIC 9(08) VALUE ZERO.
020300 01  WS-SCAN-DATE-R REDEFINES WS-SCAN-DATE.
020400     05 WS-SCAN-YEAR        PIC 9(04).
020500     05 WS-SCAN-MONTH       PIC 9(02).
020600     05 WS-SCAN-DAY         PIC 9(02).
020700 77  WS-TAIL-DOM            PIC 9(02) VALUE ZERO.
020800 77  WS-TAIL-YM             PIC X(06) VALUE SPACES.
020900 77  WS-SOD-QUOT            PIC 9(04) COMP VALUE ZERO.
021000 77  WS-SOD-REM             PIC 9(04) COMP VALUE ZERO.
021100*----------------------------------------------------------
021200* THE SPAN OF DEMOCASH RUNS STILL ON THE RUN-LOG - AN
021300* INVOICE POSTED INSIDE IT HAS HAD A CASH RUN SEED ITS
021400* OPEN ITEM FROM FOUT. A RUN THAT ENDED RETURN-CODE 16
021500* REFUSED AND SEEDED NOTHING, SO IT DOES NOT COUNT.
021600*----------------------------------------------------------
021700 77  WS-CASH-FIRST-DATE     PIC 9(08) VALUE ZERO.
021800 77  WS-CASH-LAST-DATE      PIC 9(08) VALUE ZERO.
021900*----------------------------------------------------------
022000* THE INVOICE NUMBER BEING MARKED ON THE SEEN-INDEX, AND
022100* WHERE IT WAS SEEN
022200*----------------------------------------------------------
022300 77  WS-MARK-INVOICE-NO     PIC 9(10) VALUE ZERO.
022400 77  WS-MARK-KIND           PIC X(01) VALUE SPACES.
022500     88 MARK-FOUT           VALUE 'F'.
022600     88 MARK-HIST           VALUE 'H'.
022700     88 MARK-AUDIT          VALUE 'A'.
022800*----------------------------------------------------------
022900* BREAK TYPES - CODE AND REPORT TEXT, IN REPORT ORDER.
023000* WS-BRK-SUB NAMES THE TYPE OF THE BREAK BEING REPORTED.
023100*----------------------------------------------------------
023200 01  WS-BRK-TYPE-TABLE.
023300     05 FILLER              PIC X(04) VALUE "NAUD".
023400     05 FILLER              PIC X(40)
023500        VALUE "REGISTERED - NO DEMOAUDT RECORD".
023600     05 FILLER              PIC X(04) VALUE "NEXT".
023700     05 FILLER              PIC X(40)
023800        VALUE "REGISTERED - NOT ON FOUT OR FOUTHIST".
023900     05 FILLER              PIC X(04) VALUE "NOPN".
024000     05 FILLER              PIC X(40)
024100        VALUE "REGISTERED - NO DEMOOPEN ITEM".
024200     05 FILLER              PIC X(04) VALUE "ODTL".
024300     05 FILLER              PIC X(40)
024400        VALUE "FOUTDTL LINE - NO HEADER ON FOUT".
024500     05 FILLER              PIC X(04) VALUE "ODUN".
024600     05 FILLER              PIC X(40)
024700        VALUE "DEMODUNS ENTRY - NO DEMOOPEN ITEM".
024800 01  WS-BRK-TYPE-R REDEFINES WS-BRK-TYPE-TABLE.
024900     05 WS-BRK-TYPE OCCURS 5 TIMES.
025000        10 WS-BRK-CODE      PIC X(04).
025100        10 WS-BRK-TEXT      PIC X(40).
025200 01  WS-BRK-COUNT-TABLE.
025300     05 WS-BRK-COUNT        PIC 9(07) COMP OCCURS 5 TIMES.
025400 77  WS-BRK-SUB             PIC 9(01) VALUE ZERO.
025500 77  WS-BRK-TYPES           PIC 9(01) VALUE 5.
025600 77  WS-BRK-NO-AUDIT        PIC 9(01) VALUE 1.
025700 77  WS-BRK-NO-EXTRACT      PIC 9(01) VALUE 2.
025800 77  WS-BRK-NO-ITEM         PIC 9(01) VALUE 3.
025900 77  WS-BRK-ORPHAN-LINE     PIC 9(01) VALUE 4.
026000 77  WS-BRK-ORPHAN-DUNS     PIC 9(01) VALUE 5.
026100 77  WS-BRK-INVOICE-NO      PIC 9(10) VALUE ZERO.
026200 77  WS-BRK-DETAIL          PIC X(60) VALUE SPACES.
026300 77  WS-BRK-TOTAL           PIC 9(07) COMP VALUE ZERO.
026400*----------------------------------------------------------
026500* RUN TALLIES
026600*----------------------------------------------------------
026700 77  WS-EXTR-READ-COUNT     PIC 9(07) COMP VALUE ZERO.
026800 77  WS-AUDT-READ-COUNT     PIC 9(07) COMP VALUE ZERO.
026900 77  WS-REGS-READ-COUNT     PIC 9(07) COMP VALUE ZERO.
027000 77  WS-REGS-WINDOW-COUNT   PIC 9(07) COMP VALUE ZERO.
027100 77  WS-REGS-ITEM-COUNT     PIC 9(07) COMP VALUE ZERO.
027200 77  WS-DETL-READ-COUNT     PIC 9(07) COMP VALUE ZERO.
027300 77  WS-DUNS-READ-COUNT     PIC 9(07) COMP VALUE ZERO.
027400 77  WS-TOTAL-READ          PIC 9(07) COMP VALUE ZERO.
027500*----------------------------------------------------------
027600* REPORT LINES
027700*----------------------------------------------------------
027800 01  WS-TITLE-LINE.
027900     05 FILLER              PIC X(36)
028000        VALUE "CHAIN INTEGRITY CROSS-CHECK - RUN  ".
028100     05 TL-RUN-DATE         PIC 9(08).
028200     05 FILLER              PIC X(22)
028300        VALUE "   WINDOW POSTED AFTER".
028400     05 FILLER              PIC X(01) VALUE SPACES.
028500     05 TL-WINDOW-FLOOR     PIC 9(08).
028600     05 FILLER              PIC X(57) VALUE SPACES.
028700 01  WS-CASH-SPAN-LINE.
028800     05 FILLER              PIC X(36)
028900        VALUE "OPEN ITEMS CHECKED FOR POSTS FROM  ".
029000     05 CS-FIRST-DATE       PIC 9(08).
029100     05 FILLER              PIC X(15) VALUE " BEFORE        ".
029200     05 CS-LAST-DATE        PIC 9(08).
029300     05 FILLER              PIC X(65) VALUE SPACES.
029400 01  WS-BREAK-HEAD-LINE.
029500     05 FILLER              PIC X(01) VALUE SPACES.
029600     05 FILLER              PIC X(04) VALUE "TYPE".
029700     05 FILLER              PIC X(02) VALUE SPACES.
029800     05 FILLER              PIC X(40) VALUE "BREAK".
029900     05 FILLER              PIC X(02) VALUE SPACES.
030000     05 FILLER              PIC X(10) VALUE "   INVOICE".
030100     05 FILLER              PIC X(02) VALUE SPACES.
030200     05 FILLER              PIC X(60) VALUE "DETAIL".
030300     05 FILLER              PIC X(11) VALUE SPACES.
030400 01  WS-BREAK-LINE.
030500     05 FILLER              PIC X(01) VALUE SPACES.
030600     05 BL-CODE             PIC X(04).
030700     05 FILLER              PIC X(02) VALUE SPACES.
030800     05 BL-TEXT             PIC X(40).
030900     05 FILLER              PIC X(02) VALUE SPACES.
031000     05 BL-INVOICE-NO       PIC 9(10).
031100     05 FILLER              PIC X(02) VALUE SPACES.
031200     05 BL-DETAIL           PIC X(60).
031300     05 FILLER              PIC X(11) VALUE SPACES.
031400 01  WS-COUNT-LINE.
031500     05 FILLER              PIC X(01) VALUE SPACES.
031600     05 CL-CODE             PIC X(04).
031700     05 FILLER              PIC X(02) VALUE SPACES.
031800     05 CL-TEXT             PIC X(40).
031900     05 FILLER              PIC X(02) VALUE SPACES.
032000     05 CL-COUNT            PIC Z,ZZZ,ZZ9.
032100     05 FILLER              PIC X(74) VALUE SPACES.
032200*    DETAIL-TEXT EDIT FIELDS
032300 77  WS-ED-DATE             PIC 9(08) VALUE ZERO.
032400 77  WS-ED-RUN-SEQ          PIC 9(05) VALUE ZERO.
032500 77  WS-ED-LINE-NO          PIC 9(03) VALUE ZERO.
032600 77  WS-ED-CUST-NO          PIC 9(06) VALUE ZERO.
032700 77  WS-ED-LEVEL            PIC 9(01) VALUE ZERO.
032800
032900 PROCEDURE DIVISION.
033000*----------------------------------------------------------
033100* 0000-MAINLINE
033200*----------------------------------------------------------
033300 0000-MAINLINE.
033400     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
033500     PERFORM 2000-INDEX-EXTRACT THRU 2000-INDEX-EXTRACT-EXIT.
033600     PERFORM 3000-SCAN-GENERATIONS
033700         THRU 3000-SCAN-GENERATIONS-EXIT.
033800     PERFORM 4000-CHECK-REGISTER THRU 4000-CHECK-REGISTER-EXIT.
033900     PERFORM 5000-CHECK-DETAIL THRU 5000-CHECK-DETAIL-EXIT.
034000     PERFORM 6000-CHECK-DUNNING THRU 6000-CHECK-DUNNING-EXIT.
034100     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
034200     STOP RUN.
034300*----------------------------------------------------------
034400* 1000-INITIALIZE - PICK UP THE LOOKBACK PARM, FIND THE
034500*                   DEMOCASH SPAN ON THE RUN-LOG, REBUILD THE
034600*                   SEEN-INDEX EMPTY AND OPEN THE REPORT.
034700*                   WITHOUT DEMOREGS THERE IS NOTHING TO
034800*                   CHECK AGAINST - REFUSED.
034900*----------------------------------------------------------
035000 1000-INITIALIZE.
035100     ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
035200     ACCEPT WS-START-TIME FROM TIME.
035300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
035400     ACCEPT WS-LOOKBACK-PARM FROM COMMAND-LINE.
035500     IF WS-LOOKBACK-PARM NOT = SPACES
035600         MOVE WS-LOOKBACK-PARM TO WS-LOOKBACK-DAYS
035700         IF WS-LOOKBACK-DAYS NOT NUMERIC
035800             DISPLAY "DEMOINTG - WARNING - LOOKBACK PARM '"
035900                 WS-LOOKBACK-PARM "' NOT NUMERIC, USING 365"
036000             MOVE 365 TO WS-LOOKBACK-DAYS
036100         END-IF
036200     END-IF.
036300     OPEN INPUT INVOICE-REGISTER.
036400     IF WS-REGS-FILE-STATUS NOT = "00"
036500         DISPLAY "DEMOINTG - CANNOT OPEN DEMOREGS, STATUS = "
036600             WS-REGS-FILE-STATUS ", NOT PROCESSED"
036700         MOVE 16 TO RETURN-CODE
036800         STOP RUN
036900     END-IF.
037000     PERFORM 1100-FIND-CASH-SPAN THRU 1100-FIND-CASH-SPAN-EXIT.
037100     OPEN OUTPUT SEEN-INDEX.
037200     CLOSE SEEN-INDEX.
037300     OPEN I-O SEEN-INDEX.
037400     IF WS-SEEN-FILE-STATUS NOT = "00"
037500         DISPLAY "DEMOINTG - CANNOT OPEN DEMOINTW, STATUS = "
037600             WS-SEEN-FILE-STATUS ", NOT PROCESSED"
037700         MOVE 16 TO RETURN-CODE
037800         STOP RUN
037900     END-IF.
038000*    NO DEMOOPEN AT ALL IS ITSELF A BREAK ONCE DEMOCASH HAS
038100*    RUN - EVERY ITEM THE CHECKS LOOK FOR IS THEN MISSING.
038200     OPEN INPUT OPEN-ITEMS.
038300     IF WS-OPEN-FILE-STATUS = "00"
038400         SET OPEN-AVAILABLE TO TRUE
038500     END-IF.
038600     OPEN OUTPUT INTEGRITY-REPORT.
038700 1000-INITIALIZE-EXIT.
038800     EXIT.
038900*----------------------------------------------------------
039000* 1100-FIND-CASH-SPAN - THE EARLIEST AND LATEST START DATE
039100*                       OF A DEMOCASH RUN THAT DID NOT REFUSE
039200*----------------------------------------------------------
039300 1100-FIND-CASH-SPAN.
039400     MOVE 'N' TO WS-RLOG-EOF-SWITCH.
039500     OPEN INPUT RUN-LOG.
039600     IF RLOG-FILE-NOT-FOUND
039700         GO TO 1100-FIND-CASH-SPAN-EXIT
039800     END-IF.
039900     PERFORM 1110-SCAN-ONE-RUN THRU 1110-SCAN-ONE-RUN-EXIT
040000         UNTIL END-OF-RUN-LOG.
040100     CLOSE RUN-LOG.
040200 1100-FIND-CASH-SPAN-EXIT.
040300     EXIT.
040400*----------------------------------------------------------
040500* 1110-SCAN-ONE-RUN - READ ONE RUN-LOG RECORD
040600*----------------------------------------------------------
040700 1110-SCAN-ONE-RUN.
040800     READ RUN-LOG
040900         AT END
041000             MOVE 'Y' TO WS-RLOG-EOF-SWITCH
041100             GO TO 1110-SCAN-ONE-RUN-EXIT
041200     END-READ.
041300     IF RLOG-PROGRAM NOT = "DEMOCASH"
041400         OR RLOG-RETURN-CODE >= 16
041500         GO TO 1110-SCAN-ONE-RUN-EXIT
041600     END-IF.
041700     IF WS-CASH-FIRST-DATE = ZERO
041800         OR RLOG-START-DATE < WS-CASH-FIRST-DATE
041900         MOVE RLOG-START-DATE TO WS-CASH-FIRST-DATE
042000     END-IF.
042100     IF RLOG-START-DATE > WS-CASH-LAST-DATE
042200         MOVE RLOG-START-DATE TO WS-CASH-LAST-DATE
042300     END-IF.
042400 1110-SCAN-ONE-RUN-EXIT.
042500     EXIT.
042600*----------------------------------------------------------
042700* 2000-INDEX-EXTRACT - MARK EVERY INVOICE ON THE CURRENT
042800*                      FOUT, AND EVERY ONE ON THE LIVE AUDIT
042900*                      TRAIL. NEITHER FILE EXISTING JUST MEANS
043000*                      NOTHING TO MARK FROM IT.
043100*----------------------------------------------------------
043200 2000-INDEX-EXTRACT.
043300     MOVE "FOUT" TO WS-EXTRACT-FILENAME.
043400     SET MARK-FOUT TO TRUE.
043500     PERFORM 2100-INDEX-EXTRACT-FILE
043600         THRU 2100-INDEX-EXTRACT-FILE-EXIT.
043700     MOVE "DEMOAUDT" TO WS-AUDIT-FILENAME.
043800     PERFORM 2200-INDEX-AUDIT-FILE
043900         THRU 2200-INDEX-AUDIT-FILE-EXIT.
044000 2000-INDEX-EXTRACT-EXIT.
044100     EXIT.
044200*----------------------------------------------------------
044300* 2100-INDEX-EXTRACT-FILE - MARK EVERY INVOICE ON THE
044400*                           EXTRACT FILE NAMED IN
044500*                           WS-EXTRACT-FILENAME, IF IT EXISTS,
044600*                           AS WS-MARK-KIND
044700*----------------------------------------------------------
044800 2100-INDEX-EXTRACT-FILE.
044900     MOVE 'N' TO WS-EXTR-EOF-SWITCH.
045000     OPEN INPUT EXTRACT-FILE.
045100     IF EXTR-FILE-NOT-FOUND
045200         GO TO 2100-INDEX-EXTRACT-FILE-EXIT
045300     END-IF.
045400     IF MARK-HIST
045500         ADD 1 TO WS-HIST-GEN-COUNT
045600     END-IF.
045700     PERFORM 2110-INDEX-ONE-EXTRACT
045800         THRU 2110-INDEX-ONE-EXTRACT-EXIT
045900         UNTIL END-OF-EXTRACT.
046000     CLOSE EXTRACT-FILE.
046100 2100-INDEX-EXTRACT-FILE-EXIT.
046200     EXIT.
046300*----------------------------------------------------------
046400* 2110-INDEX-ONE-EXTRACT - READ AND MARK ONE OUT-REC
046500*----------------------------------------------------------
046600 2110-INDEX-ONE-EXTRACT.
046700     READ EXTRACT-FILE
046800         AT END
046900             MOVE 'Y' TO WS-EXTR-EOF-SWITCH
047000             GO TO 2110-INDEX-ONE-EXTRACT-EXIT
047100     END-READ.
047200     ADD 1 TO WS-EXTR-READ-COUNT.
047300     MOVE INVOICE-NO TO WS-MARK-INVOICE-NO.
047400     PERFORM 2900-MARK-INVOICE THRU 2900-MARK-INVOICE-EXIT.
047500 2110-INDEX-ONE-EXTRACT-EXIT.
047600     EXIT.
047700*----------------------------------------------------------
047800* 2200-INDEX-AUDIT-FILE - MARK EVERY INVOICE ON THE AUDIT
047900*                         FILE NAMED IN WS-AUDIT-FILENAME, IF
048000*                         IT EXISTS
048100*----------------------------------------------------------
048200 2200-INDEX-AUDIT-FILE.
048300     MOVE 'N' TO WS-AUDT-EOF-SWITCH.
048400     OPEN INPUT AUDIT-FILE.
048500     IF AUDT-FILE-NOT-FOUND
048600         GO TO 2200-INDEX-AUDIT-FILE-EXIT
048700     END-IF.
048800     ADD 1 TO WS-AUDT-GEN-COUNT.
048900     SET MARK-AUDIT TO TRUE.
049000     PERFORM 2210-INDEX-ONE-AUDIT
049100         THRU 2210-INDEX-ONE-AUDIT-EXIT
049200         UNTIL END-OF-AUDIT.
049300     CLOSE AUDIT-FILE.
049400 2200-INDEX-AUDIT-FILE-EXIT.
049500     EXIT.
049600*----------------------------------------------------------
049700* 2210-INDEX-ONE-AUDIT - READ AND MARK ONE AUDIT RECORD
049800*----------------------------------------------------------
049900 2210-INDEX-ONE-AUDIT.
050000     READ AUDIT-FILE
050100         AT END
050200             MOVE 'Y' TO WS-AUDT-EOF-SWITCH
050300             GO TO 2210-INDEX-ONE-AUDIT-EXIT
050400     END-READ.
050500     ADD 1 TO WS-AUDT-READ-COUNT.
050600     MOVE AUD-INVOICE-NO TO WS-MARK-INVOICE-NO.
050700     PERFORM 2900-MARK-INVOICE THRU 2900-MARK-INVOICE-EXIT.
050800 2210-INDEX-ONE-AUDIT-EXIT.
050900     EXIT.
051000*----------------------------------------------------------
051100* 2900-MARK-INVOICE - FLAG WS-MARK-INVOICE-NO ON THE SEEN-
051200*                     INDEX AS FOUND WHERE WS-MARK-KIND SAYS,
051300*                     ADDING IT ON FIRST SIGHT
051400*----------------------------------------------------------
051500 2900-MARK-INVOICE.
051600     MOVE WS-MARK-INVOICE-NO TO SEEN-INVOICE-NO.
051700     MOVE 'Y' TO WS-SEEN-SWITCH.
051800     READ SEEN-INDEX
051900         INVALID KEY
052000             MOVE 'N' TO WS-SEEN-SWITCH
052100             MOVE WS-MARK-INVOICE-NO TO SEEN-INVOICE-NO
052200             MOVE 'N' TO SEEN-FOUT-FLAG
052300             MOVE 'N' TO SEEN-HIST-FLAG
052400             MOVE 'N' TO SEEN-AUDIT-FLAG
052500     END-READ.
052600     EVALUATE TRUE
052700         WHEN MARK-FOUT
052800             SET SEEN-ON-FOUT TO TRUE
052900         WHEN MARK-HIST
053000             SET SEEN-ON-HIST TO TRUE
053100         WHEN MARK-AUDIT
053200             SET SEEN-ON-AUDIT TO TRUE
053300     END-EVALUATE.
053400     IF INVOICE-SEEN
053500         REWRITE SEEN-REC
053600     ELSE
053700         WRITE SEEN-REC
053800     END-IF.
053900 2900-MARK-INVOICE-EXIT.
054000     EXIT.
054100*----------------------------------------------------------
054200* 3000-SCAN-GENERATIONS - WALK BACKWARDS FROM THE RUN DATE,
054300*                         ONE CANDIDATE FOUTHIST GENERATION
054400*                         AND ONE CANDIDATE DEMOAUDT ARCHIVE
054500*                         PER DAY, AS DEMODUNN DOES. WHERE
054600*                         THE WALK STOPS IS THE WINDOW FLOOR.
054700*----------------------------------------------------------
054800 3000-SCAN-GENERATIONS.
054900     MOVE WS-RUN-DATE TO WS-SCAN-DATE.
055000     PERFORM 3100-SCAN-ONE-DAY
055100         THRU 3100-SCAN-ONE-DAY-EXIT
055200         VARYING WS-SCAN-DAY-SUB FROM 1 BY 1
055300         UNTIL WS-SCAN-DAY-SUB > WS-LOOKBACK-DAYS.
055400     MOVE WS-SCAN-DATE TO WS-WINDOW-FLOOR.
055500*    THE WALK MAY HAVE STOPPED MID-MONTH - THAT MONTH'S
055600*    CONSOLIDATED 00 FILE HAS NOT BEEN PROBED YET.
055700     IF WS-TAIL-DOM NOT = ZERO AND WS-TAIL-DOM NOT = 1
055800         MOVE SPACES TO WS-EXTRACT-FILENAME
055900         STRING "FOUTHIST." WS-TAIL-YM "00"
056000             DELIMITED BY SIZE INTO WS-EXTRACT-FILENAME
056100         SET MARK-HIST TO TRUE
056200         PERFORM 2100-INDEX-EXTRACT-FILE
056300             THRU 2100-INDEX-EXTRACT-FILE-EXIT
056400     END-IF.
056500     DISPLAY "DEMOINTG: " WS-HIST-GEN-COUNT
056600         " HISTORY GENERATIONS, " WS-AUDT-GEN-COUNT
056700         " AUDIT FILES SCANNED".
056800     PERFORM 9150-PRINT-HEADINGS THRU 9150-PRINT-HEADINGS-EXIT.
056900 3000-SCAN-GENERATIONS-EXIT.
057000     EXIT.
057100*----------------------------------------------------------
057200* 3100-SCAN-ONE-DAY - TRY ONE DAY'S FOUTHIST GENERATION
057300*                     (PLUS THE MONTH'S 00 FILE WHEN THE WALK
057400*                     SITS ON THE FIRST) AND ITS DEMOAUDT
057500*                     ARCHIVE, THEN STEP BACK ONE DAY
057600*----------------------------------------------------------
057700 3100-SCAN-ONE-DAY.
057800     MOVE WS-SCAN-DAY TO WS-TAIL-DOM.
057900     MOVE WS-SCAN-DATE (1:6) TO WS-TAIL-YM.
058000     MOVE SPACES TO WS-EXTRACT-FILENAME.
058100     STRING "FOUTHIST." WS-SCAN-DATE DELIMITED BY SIZE
058200         INTO WS-EXTRACT-FILENAME.
058300     SET MARK-HIST TO TRUE.
058400     PERFORM 2100-INDEX-EXTRACT-FILE
058500         THRU 2100-INDEX-EXTRACT-FILE-EXIT.
058600     IF WS-SCAN-DAY = 1
058700         MOVE SPACES TO WS-EXTRACT-FILENAME
058800         STRING "FOUTHIST." WS-SCAN-YEAR WS-SCAN-MONTH "00"
058900             DELIMITED BY SIZE INTO WS-EXTRACT-FILENAME
059000         SET MARK-HIST TO TRUE
059100         PERFORM 2100-INDEX-EXTRACT-FILE
059200             THRU 2100-INDEX-EXTRACT-FILE-EXIT
059300     END-IF.
059400     MOVE SPACES TO WS-AUDIT-FILENAME.
059500     STRING "DEMOAUDT." WS-SCAN-DATE DELIMITED BY SIZE
059600         INTO WS-AUDIT-FILENAME.
059700     PERFORM 2200-INDEX-AUDIT-FILE
059800         THRU 2200-INDEX-AUDIT-FILE-EXIT.
059900     PERFORM 9300-SUBTRACT-ONE-DAY
060000         THRU 9300-SUBTRACT-ONE-DAY-EXIT.
060100 3100-SCAN-ONE-DAY-EXIT.
060200     EXIT.
060300*----------------------------------------------------------
060400* 4000-CHECK-REGISTER - WALK DEMOREGS IN INVOICE ORDER
060500*----------------------------------------------------------
060600 4000-CHECK-REGISTER.
060700     MOVE 'N' TO WS-REGS-EOF-SWITCH.
060800     PERFORM 4100-CHECK-ONE-INVOICE
060900         THRU 4100-CHECK-ONE-INVOICE-EXIT
061000         UNTIL END-OF-REGISTER.
061100     CLOSE INVOICE-REGISTER.
061200 4000-CHECK-REGISTER-EXIT.
061300     EXIT.
061400*----------------------------------------------------------
061500* 4100-CHECK-ONE-INVOICE - ONE REGISTERED INVOICE: ITS AUDIT
061600*                          RECORD AND EXTRACT RECORD WHEN IT
061700*                          WAS POSTED INSIDE THE WINDOW, ITS
061800*                          OPEN ITEM WHEN A DEMOCASH RUN HAS
061900*                          SEEN IT
062000*----------------------------------------------------------
062100 4100-CHECK-ONE-INVOICE.
062200     READ INVOICE-REGISTER
062300         AT END
062400             MOVE 'Y' TO WS-REGS-EOF-SWITCH
062500             GO TO 4100-CHECK-ONE-INVOICE-EXIT
062600     END-READ.
062700     ADD 1 TO WS-REGS-READ-COUNT.
062800     MOVE REG-INVOICE-NO TO WS-BRK-INVOICE-NO.
062900     MOVE REG-POST-DATE TO WS-ED-DATE.
063000     MOVE REG-RUN-SEQ TO WS-ED-RUN-SEQ.
063100     MOVE SPACES TO WS-BRK-DETAIL.
063200     STRING "POSTED " WS-ED-DATE " RUN " WS-ED-RUN-SEQ
063300         DELIMITED BY SIZE INTO WS-BRK-DETAIL.
063400     IF REG-POST-DATE > WS-WINDOW-FLOOR
063500         ADD 1 TO WS-REGS-WINDOW-COUNT
063600         PERFORM 4200-CHECK-SEEN THRU 4200-CHECK-SEEN-EXIT
063700     END-IF.
063800     IF WS-CASH-LAST-DATE NOT = ZERO
063900         AND REG-POST-DATE NOT < WS-CASH-FIRST-DATE
064000         AND REG-POST-DATE < WS-CASH-LAST-DATE
064100         ADD 1 TO WS-REGS-ITEM-COUNT
064200         MOVE REG-INVOICE-NO TO OPN-INVOICE-NO
064300         PERFORM 4900-FIND-OPEN-ITEM
064400             THRU 4900-FIND-OPEN-ITEM-EXIT
064500         IF NOT ITEM-FOUND
064600             MOVE WS-BRK-NO-ITEM TO WS-BRK-SUB
064700             PERFORM 9100-REPORT-BREAK
064800                 THRU 9100-REPORT-BREAK-EXIT
064900         END-IF
065000     END-IF.
065100 4100-CHECK-ONE-INVOICE-EXIT.
065200     EXIT.
065300*----------------------------------------------------------
065400* 4200-CHECK-SEEN - THE REGISTERED INVOICE AGAINST THE
065500*                   SEEN-INDEX: AN AUDIT RECORD, AND A FOUT
065600*                   OR FOUTHIST RECORD
065700*----------------------------------------------------------
065800 4200-CHECK-SEEN.
065900     MOVE REG-INVOICE-NO TO SEEN-INVOICE-NO.
066000     READ SEEN-INDEX
066100         INVALID KEY
066200             MOVE 'N' TO SEEN-FOUT-FLAG
066300             MOVE 'N' TO SEEN-HIST-FLAG
066400             MOVE 'N' TO SEEN-AUDIT-FLAG
066500     END-READ.
066600     IF NOT SEEN-ON-AUDIT
066700         MOVE WS-BRK-NO-AUDIT TO WS-BRK-SUB
066800         PERFORM 9100-REPORT-BREAK THRU 9100-REPORT-BREAK-EXIT
066900     END-IF.
067000     IF NOT SEEN-ON-FOUT AND NOT SEEN-ON-HIST
067100         MOVE WS-BRK-NO-EXTRACT TO WS-BRK-SUB
067200         PERFORM 9100-REPORT-BREAK THRU 9100-REPORT-BREAK-EXIT
067300     END-IF.
067400 4200-CHECK-SEEN-EXIT.
067500     EXIT.
067600*----------------------------------------------------------
067700* 4900-FIND-OPEN-ITEM - KEYED READ OF DEMOOPEN FOR THE
067800*                       INVOICE ALREADY IN OPN-INVOICE-NO
067900*----------------------------------------------------------
068000 4900-FIND-OPEN-ITEM.
068100     MOVE 'N' TO WS-ITEM-SWITCH.
068200     IF NOT OPEN-AVAILABLE
068300         GO TO 4900-FIND-OPEN-ITEM-EXIT
068400     END-IF.
068500     READ OPEN-ITEMS
068600         INVALID KEY
068700             GO TO 4900-FIND-OPEN-ITEM-EXIT
068800     END-READ.
068900     SET ITEM-FOUND TO TRUE.
069000 4900-FIND-OPEN-ITEM-EXIT.
069100     EXIT.
069200*----------------------------------------------------------
069300* 5000-CHECK-DETAIL - EVERY FOUTDTL LINE AGAINST THE
069400*                     HEADERS ON FOUT. NO FOUTDTL MEANS NO
069500*                     LINES TO CHECK.
069600*----------------------------------------------------------
069700 5000-CHECK-DETAIL.
069800     MOVE 'N' TO WS-DETL-EOF-SWITCH.
069900     OPEN INPUT DETAIL-IN.
070000     IF DETL-FILE-NOT-FOUND
070100         GO TO 5000-CHECK-DETAIL-EXIT
070200     END-IF.
070300     PERFORM 5100-CHECK-ONE-LINE THRU 5100-CHECK-ONE-LINE-EXIT
070400         UNTIL END-OF-DETAIL.
070500     CLOSE DETAIL-IN.
070600 5000-CHECK-DETAIL-EXIT.
070700     EXIT.
070800*----------------------------------------------------------
070900* 5100-CHECK-ONE-LINE - READ ONE LINE AND LOOK FOR ITS
071000*                       HEADER
071100*----------------------------------------------------------
071200 5100-CHECK-ONE-LINE.
071300     READ DETAIL-IN
071400         AT END
071500             MOVE 'Y' TO WS-DETL-EOF-SWITCH
071600             GO TO 5100-CHECK-ONE-LINE-EXIT
071700     END-READ.
071800     ADD 1 TO WS-DETL-READ-COUNT.
071900     MOVE DET-INVOICE-NO TO SEEN-INVOICE-NO.
072000     READ SEEN-INDEX
072100         INVALID KEY
072200             MOVE 'N' TO SEEN-FOUT-FLAG
072300     END-READ.
072400     IF SEEN-ON-FOUT
072500         GO TO 5100-CHECK-ONE-LINE-EXIT
072600     END-IF.
072700     MOVE DET-INVOICE-NO TO WS-BRK-INVOICE-NO.
072800     MOVE DET-LINE-NO TO WS-ED-LINE-NO.
072900     MOVE SPACES TO WS-BRK-DETAIL.
073000     STRING "LINE " WS-ED-LINE-NO " PRODUCT " DET-PRODUCT-CODE
073100         DELIMITED BY SIZE INTO WS-BRK-DETAIL.
073200     MOVE WS-BRK-ORPHAN-LINE TO WS-BRK-SUB.
073300     PERFORM 9100-REPORT-BREAK THRU 9100-REPORT-BREAK-EXIT.
073400 5100-CHECK-ONE-LINE-EXIT.
073500     EXIT.
073600*----------------------------------------------------------
073700* 6000-CHECK-DUNNING - EVERY DEMODUNS ENTRY AGAINST DEMOOPEN.
073800*                      NO DEMODUNS MEANS NO LETTER WAS EVER
073900*                      SENT.
074000*----------------------------------------------------------
074100 6000-CHECK-DUNNING.
074200     MOVE 'N' TO WS-DUNS-EOF-SWITCH.
074300     OPEN INPUT DUNNING-STATE.
074400     IF DUNS-FILE-NOT-FOUND
074500         GO TO 6000-CHECK-DUNNING-EXIT
074600     END-IF.
074700     PERFORM 6100-CHECK-ONE-DUNNING
074800         THRU 6100-CHECK-ONE-DUNNING-EXIT
074900         UNTIL END-OF-DUNNING.
075000     CLOSE DUNNING-STATE.
075100 6000-CHECK-DUNNING-EXIT.
075200     EXIT.
075300*----------------------------------------------------------
075400* 6100-CHECK-ONE-DUNNING - READ ONE DUNNING ENTRY AND LOOK
075500*                          FOR ITS OPEN ITEM
075600*----------------------------------------------------------
075700 6100-CHECK-ONE-DUNNING.
075800     READ DUNNING-STATE
075900         AT END
076000             MOVE 'Y' TO WS-DUNS-EOF-SWITCH
076100             GO TO 6100-CHECK-ONE-DUNNING-EXIT
076200     END-READ.
076300     ADD 1 TO WS-DUNS-READ-COUNT.
076400     MOVE DUN-INVOICE-NO TO OPN-INVOICE-NO.
076500     PERFORM 4900-FIND-OPEN-ITEM THRU 4900-FIND-OPEN-ITEM-EXIT.
076600     IF ITEM-FOUND
076700         GO TO 6100-CHECK-ONE-DUNNING-EXIT
076800     END-IF.
076900     MOVE DUN-INVOICE-NO TO WS-BRK-INVOICE-NO.
077000     MOVE DUN-CUSTOMER-NO TO WS-ED-CUST-NO.
077100     MOVE DUN-LAST-LEVEL TO WS-ED-LEVEL.
077200     MOVE DUN-LAST-SENT-DATE TO WS-ED-DATE.
077300     MOVE SPACES TO WS-BRK-DETAIL.
077400     STRING "CUSTOMER " WS-ED-CUST-NO " LEVEL " WS-ED-LEVEL
077500         " SENT " WS-ED-DATE
077600         DELIMITED BY SIZE INTO WS-BRK-DETAIL.
077700     MOVE WS-BRK-ORPHAN-DUNS TO WS-BRK-SUB.
077800     PERFORM 9100-REPORT-BREAK THRU 9100-REPORT-BREAK-EXIT.
077900 6100-CHECK-ONE-DUNNING-EXIT.
078000     EXIT.
078100*----------------------------------------------------------
078200* 8000-TERMINATE - PRINT THE COUNTS, CLOSE AND DELETE THE
078300*                  WORK FILE, SET THE RETURN CODE AND LOG THE
078400*                  RUN
078500*----------------------------------------------------------
078600 8000-TERMINATE.
078700     IF WS-BRK-TOTAL = ZERO
078800         MOVE " NO BREAKS FOUND" TO REPORT-LINE
078900         WRITE REPORT-LINE
079000     END-IF.
079100     MOVE SPACES TO REPORT-LINE.
079200     WRITE REPORT-LINE.
079300     MOVE "BREAKS BY TYPE" TO REPORT-LINE.
079400     WRITE REPORT-LINE.
079500     PERFORM 8100-PRINT-TYPE-COUNT
079600         THRU 8100-PRINT-TYPE-COUNT-EXIT
079700         VARYING WS-BRK-SUB FROM 1 BY 1
079800         UNTIL WS-BRK-SUB > WS-BRK-TYPES.
079900     MOVE SPACES TO WS-COUNT-LINE.
080000     MOVE "TOTAL BREAKS" TO CL-TEXT.
080100     MOVE WS-BRK-TOTAL TO CL-COUNT.
080200     MOVE WS-COUNT-LINE TO REPORT-LINE.
080300     WRITE REPORT-LINE.
080400     MOVE SPACES TO REPORT-LINE.
080500     WRITE REPORT-LINE.
080600     MOVE "RECORDS EXAMINED" TO REPORT-LINE.
080700     WRITE REPORT-LINE.
080800     MOVE "DEMOREGS ENTRIES READ" TO CL-TEXT.
080900     MOVE WS-REGS-READ-COUNT TO CL-COUNT.
081000     PERFORM 8200-PRINT-TALLY THRU 8200-PRINT-TALLY-EXIT.
081100     MOVE "  CHECKED FOR AUDIT AND EXTRACT" TO CL-TEXT.
081200     MOVE WS-REGS-WINDOW-COUNT TO CL-COUNT.
081300     PERFORM 8200-PRINT-TALLY THRU 8200-PRINT-TALLY-EXIT.
081400     MOVE "  CHECKED FOR AN OPEN ITEM" TO CL-TEXT.
081500     MOVE WS-REGS-ITEM-COUNT TO CL-COUNT.
081600     PERFORM 8200-PRINT-TALLY THRU 8200-PRINT-TALLY-EXIT.
081700     MOVE "FOUT/FOUTHIST RECORDS INDEXED" TO CL-TEXT.
081800     MOVE WS-EXTR-READ-COUNT TO CL-COUNT.
081900     PERFORM 8200-PRINT-TALLY THRU 8200-PRINT-TALLY-EXIT.
082000     MOVE "DEMOAUDT RECORDS INDEXED" TO CL-TEXT.
082100     MOVE WS-AUDT-READ-COUNT TO CL-COUNT.
082200     PERFORM 8200-PRINT-TALLY THRU 8200-PRINT-TALLY-EXIT.
082300     MOVE "FOUTDTL LINES READ" TO CL-TEXT.
082400     MOVE WS-DETL-READ-COUNT TO CL-COUNT.
082500     PERFORM 8200-PRINT-TALLY THRU 8200-PRINT-TALLY-EXIT.
082600     MOVE "DEMODUNS ENTRIES READ" TO CL-TEXT.
082700     MOVE WS-DUNS-READ-COUNT TO CL-COUNT.
082800     PERFORM 8200-PRINT-TALLY THRU 8200-PRINT-TALLY-EXIT.
082900     CLOSE INTEGRITY-REPORT.
083000     IF OPEN-AVAILABLE
083100         CLOSE OPEN-ITEMS
083200     END-IF.
083300     CLOSE SEEN-INDEX.
083400     CALL "CBL_DELETE_FILE" USING WS-SEEN-NAME
083500         RETURNING WS-DELETE-STATUS.
083600     IF WS-BRK-TOTAL > ZERO
083700         MOVE 4 TO RETURN-CODE
083800     END-IF.
083900     DISPLAY "DEMOINTG: " WS-REGS-READ-COUNT
084000         " REGISTERED INVOICES, " WS-BRK-TOTAL " BREAKS".
084100     PERFORM 8900-WRITE-RUN-LOG THRU 8900-WRITE-RUN-LOG-EXIT.
084200 8000-TERMINATE-EXIT.
084300     EXIT.
084400*----------------------------------------------------------
084500* 8100-PRINT-TYPE-COUNT - ONE BREAK TYPE'S COUNT
084600*----------------------------------------------------------
084700 8100-PRINT-TYPE-COUNT.
084800     MOVE SPACES TO WS-COUNT-LINE.
084900     MOVE WS-BRK-CODE (WS-BRK-SUB) TO CL-CODE.
085000     MOVE WS-BRK-TEXT (WS-BRK-SUB) TO CL-TEXT.
085100     MOVE WS-BRK-COUNT (WS-BRK-SUB) TO CL-COUNT.
085200     MOVE WS-COUNT-LINE TO REPORT-LINE.
085300     WRITE REPORT-LINE.
085400 8100-PRINT-TYPE-COUNT-EXIT.
085500     EXIT.
085600*----------------------------------------------------------
085700* 8200-PRINT-TALLY - ONE RECORDS-EXAMINED LINE, TEXT AND
085800*                    COUNT ALREADY IN CL-TEXT / CL-COUNT
085900*----------------------------------------------------------
086000 8200-PRINT-TALLY.
086100     MOVE SPACES TO CL-CODE.
086200     MOVE WS-COUNT-LINE TO REPORT-LINE.
086300     WRITE REPORT-LINE.
086400 8200-PRINT-TALLY-EXIT.
086500     EXIT.
086600*----------------------------------------------------------
086700* 8900-WRITE-RUN-LOG - APPEND THIS RUN'S STRUCTURED RECORD
086800*                      TO THE COMMON RUN-LOG DATASET.
086900*                      RECORDS READ IS THE REGISTER ENTRIES,
087000*                      FOUTDTL LINES AND DEMODUNS ENTRIES
087100*                      CHECKED; REJECTED IS THE BREAKS FOUND.
087200*----------------------------------------------------------
087300 8900-WRITE-RUN-LOG.
087400     MOVE "DEMOINTG" TO RLOG-PROGRAM.
087500     MOVE ZERO TO RLOG-RUN-SEQ.
087600     MOVE WS-START-DATE TO RLOG-START-DATE.
087700     MOVE WS-START-TIME TO RLOG-START-TIME.
087800     ACCEPT RLOG-END-DATE FROM DATE YYYYMMDD.
087900     ACCEPT RLOG-END-TIME FROM TIME.
088000     COMPUTE WS-TOTAL-READ = WS-REGS-READ-COUNT
088100         + WS-DETL-READ-COUNT + WS-DUNS-READ-COUNT.
088200     MOVE WS-TOTAL-READ TO RLOG-READ-COUNT.
088300     MOVE ZERO TO RLOG-WRITE-COUNT.
088400     MOVE WS-BRK-TOTAL TO RLOG-REJECT-COUNT.
088500     SET RLOG-RECON-NA TO TRUE.
088600     MOVE RETURN-CODE TO RLOG-RETURN-CODE.
088700     OPEN EXTEND RUN-LOG.
088800     IF RLOG-FILE-NOT-FOUND
088900         OPEN OUTPUT RUN-LOG
089000     END-IF.
089100     WRITE RLOG-REC.
089200     CLOSE RUN-LOG.
089300 8900-WRITE-RUN-LOG-EXIT.
089400     EXIT.
089500*----------------------------------------------------------
089600* 9100-REPORT-BREAK - LIST ONE BREAK OF TYPE WS-BRK-SUB FOR
089700*                     WS-BRK-INVOICE-NO, WITH WS-BRK-DETAIL,
089800*                     AND COUNT IT
089900*----------------------------------------------------------
090000 9100-REPORT-BREAK.
090100     ADD 1 TO WS-BRK-TOTAL.
090200     ADD 1 TO WS-BRK-COUNT (WS-BRK-SUB).
090300     MOVE WS-BRK-CODE (WS-BRK-SUB) TO BL-CODE.
090400     MOVE WS-BRK-TEXT (WS-BRK-SUB) TO BL-TEXT.
090500     MOVE WS-BRK-INVOICE-NO TO BL-INVOICE-NO.
090600     MOVE WS-BRK-DETAIL TO BL-DETAIL.
090700     MOVE WS-BREAK-LINE TO REPORT-LINE.
090800     WRITE REPORT-LINE.
090900 9100-REPORT-BREAK-EXIT.
091000     EXIT.
091100*----------------------------------------------------------
091200* 9150-PRINT-HEADINGS - THE REPORT TITLE, THE WINDOW AND
091300*                       DEMOCASH SPAN IN FORCE, AND THE
091400*                       BREAK-LIST HEADING
091500*----------------------------------------------------------
091600 9150-PRINT-HEADINGS.
091700     MOVE WS-RUN-DATE TO TL-RUN-DATE.
091800     MOVE WS-WINDOW-FLOOR TO TL-WINDOW-FLOOR.
091900     MOVE WS-TITLE-LINE TO REPORT-LINE.
092000     WRITE REPORT-LINE.
092100     MOVE WS-CASH-FIRST-DATE TO CS-FIRST-DATE.
092200     MOVE WS-CASH-LAST-DATE TO CS-LAST-DATE.
092300     MOVE WS-CASH-SPAN-LINE TO REPORT-LINE.
092400     IF WS-CASH-LAST-DATE = ZERO
092500         MOVE "NO DEMOCASH RUN LOGGED - OPEN ITEMS NOT CHECKED"
092600             TO REPORT-LINE
092700     END-IF.
092800     WRITE REPORT-LINE.
092900     MOVE SPACES TO REPORT-LINE.
093000     WRITE REPORT-LINE.
093100     MOVE WS-BREAK-HEAD-LINE TO REPORT-LINE.
093200     WRITE REPORT-LINE.
093300 9150-PRINT-HEADINGS-EXIT.
093400     EXIT.
093500*----------------------------------------------------------
093600* 9300-SUBTRACT-ONE-DAY - STEP WS-SCAN-DATE BACK ONE
093700*                         CALENDAR DAY
093800*----------------------------------------------------------
093900 9300-SUBTRACT-ONE-DAY.
094000     IF WS-SCAN-DAY > 1
094100         SUBTRACT 1 FROM WS-SCAN-DAY
094200         GO TO 9300-SUBTRACT-ONE-DAY-EXIT
094300     END-IF.
094400     IF WS-SCAN-MONTH = 1
094500         SUBTRACT 1 FROM WS-SCAN-YEAR
094600         MOVE 12 TO WS-SCAN-MONTH
094700         MOVE 31 TO WS-SCAN-DAY
094800         GO TO 9300-SUBTRACT-ONE-DAY-EXIT
094900     END-IF.
095000     SUBTRACT 1 FROM WS-SCAN-MONTH.
095100     EVALUATE WS-SCAN-MONTH
095200         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
095300             MOVE 31 TO WS-SCAN-DAY
095400         WHEN 4 WHEN 6 WHEN 9 WHEN 11
095500             MOVE 30 TO WS-SCAN-DAY
095600         WHEN 2
095700             PERFORM 9310-SET-FEBRUARY-END
095800                 THRU 9310-SET-FEBRUARY-END-EXIT
095900     END-EVALUATE.
096000 9300-SUBTRACT-ONE-DAY-EXIT.
096100     EXIT.
096200*----------------------------------------------------------
096300* 9310-SET-FEBRUARY-END - 28, OR 29 IN A LEAP YEAR
096400*----------------------------------------------------------
096500 9310-SET-FEBRUARY-END.
096600     MOVE 28 TO WS-SCAN-DAY.
096700     DIVIDE WS-SCAN-YEAR BY 4 GIVING WS-SOD-QUOT
096800         REMAINDER WS-SOD-REM.
096900     IF WS-SOD-REM NOT = ZERO
097000         GO TO 9310-SET-FEBRUARY-END-EXIT
097100     END-IF.
097200     DIVIDE WS-SCAN-YEAR BY 100 GIVING WS-SOD-QUOT
097300         REMAINDER WS-SOD-REM.
097400     IF WS-SOD-REM NOT = ZERO
097500         MOVE 29 TO WS-SCAN-DAY
097600         GO TO 9310-SET-FEBRUARY-END-EXIT
097700     END-IF.
097800     DIVIDE WS-SCAN-YEAR BY 400 GIVING WS-SOD-QUOT
097900         REMAINDER WS-SOD-REM.
098000     IF WS-SOD-REM = ZERO
098100         MOVE 29 TO WS-SCAN-DAY
098200     END-IF.
098300 9310-SET-FEBRUARY-END-EXIT.
098400     EXIT.
