000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DEMOPMNT.
000300 AUTHOR.        R. FABIANI.
000400 INSTALLATION.  BILLING SYSTEMS - INVOICE EXTRACT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 RF  INITIAL VERSION - CONTROLLED UPDATE PATH
001100*                FOR THE NEW PRODUCT-MASTER FILE, ON THE SAME
001200*                LINES AS DEMOCMNT FOR CUSTMAST. APPLIES A
001300*                TRANSACTION FILE OF ADDS, CHANGES, AND
001400*                DELETES AGAINST PRODMAST, VALIDATING EACH
001500*                ONE (KEY PRESENT; DESCRIPTION, FAMILY AND
001600*                REVENUE ACCOUNT NOT BLANK; NO DELETE OF A
001700*                PRODUCT WITH LINES ON FOUTDTL), AND PRINTS A
001800*                MAINTENANCE REPORT WITH BEFORE/AFTER IMAGES
001900*                AND APPLIED/REJECTED COUNTS. DEMOCOB NOW
002000*                SUSPENDS ANY INVOICE CARRYING A LINE FOR A
002100*                CODE THAT IS NOT ON PRODMAST.
002200*----------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT PROD-TRANS ASSIGN TO "PRODTRAN"
002700         ORGANIZATION IS SEQUENTIAL.
002800
002900     SELECT PRODUCT-MASTER ASSIGN TO "PRODMAST"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS RANDOM
003200         RECORD KEY IS PROD-CODE
003300         FILE STATUS IS WS-PROD-FILE-STATUS.
003400
003500*    FOUTDTL IS ONLY OPENED TO CHECK WHETHER A PRODUCT A
003600*    DELETE NAMES STILL HAS LINES ON THE CURRENT EXTRACT
003700*    (SEE 3350-CHECK-DETAIL-ACTIVITY).
003800     SELECT DETAIL-IN ASSIGN TO "FOUTDTL"
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-DETL-FILE-STATUS.
004100
004200     SELECT MAINT-REPORT ASSIGN TO "DEMOPMNT.RPT"
004300         ORGANIZATION IS SEQUENTIAL.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700*----------------------------------------------------------
004800* PROD-TRANS - PRODUCT MAINTENANCE TRANSACTIONS. ONE
004900*              RECORD PER ADD ('A'), CHANGE ('C'), OR
005000*              DELETE ('D'), CARRYING THE FULL PRODUCT
005100*              IMAGE FOR ADDS AND CHANGES.
005200*----------------------------------------------------------
005300 FD  PROD-TRANS
005400     RECORDING MODE IS F.
005500 01  PMT-REC.
005600     05 PMT-ACTION          PIC X(01).
005700        88 PMT-ADD          VALUE 'A'.
005800        88 PMT-CHANGE       VALUE 'C'.
005900        88 PMT-DELETE       VALUE 'D'.
006000        88 PMT-VALID-ACTION VALUE 'A' 'C' 'D'.
006100     05 PMT-PROD-CODE       PIC X(08).
006200     05 PMT-PROD-DESC       PIC X(30).
006300     05 PMT-PROD-FAMILY     PIC X(04).
006400     05 PMT-REV-ACCOUNT     PIC X(08).
006500*----------------------------------------------------------
006600* PRODUCT-MASTER - PRODUCT DESCRIPTION, FAMILY AND REVENUE
006700*                  ACCOUNT, KEYED BY PRODUCT CODE
006800*----------------------------------------------------------
006900 FD  PRODUCT-MASTER.
007000     COPY PRODRECL.
007100*----------------------------------------------------------
007200* DETAIL-IN - INVOICE LINE DETAIL, READ ONLY FOR THE
007300*             DELETE ACTIVITY CHECK
007400*----------------------------------------------------------
007500 FD  DETAIL-IN
007600     RECORDING MODE IS F.
007700     COPY DETRECL.
007800
007900 FD  MAINT-REPORT
008000     RECORDING MODE IS F.
008100 01  REPORT-LINE            PIC X(132).
008200
008300 WORKING-STORAGE SECTION.
008400 77  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
008500     88 END-OF-PROD-TRANS   VALUE 'Y'.
008600 77  WS-DETL-EOF-SWITCH     PIC X(01) VALUE 'N'.
008700     88 END-OF-DETAIL       VALUE 'Y'.
008800 77  WS-ACTIVITY-SWITCH     PIC X(01) VALUE 'N'.
008900     88 PRODUCT-HAS-ACTIVITY VALUE 'Y'.
009000 77  WS-MASTER-SWITCH       PIC X(01) VALUE 'N'.
009100     88 MASTER-FOUND        VALUE 'Y'.
009200     88 MASTER-NOT-FOUND    VALUE 'N'.
009300 77  WS-APPLIED-COUNT       PIC 9(05) COMP VALUE ZERO.
009400 77  WS-REJECTED-COUNT      PIC 9(05) COMP VALUE ZERO.
009500 77  WS-PROD-FILE-STATUS    PIC X(02) VALUE "00".
009600     88 PROD-FILE-NOT-FOUND VALUE "35".
009700 77  WS-DETL-FILE-STATUS    PIC X(02) VALUE "00".
009800     88 DETL-FILE-NOT-FOUND VALUE "35".
009900 77  WS-REJECT-REASON       PIC X(30) VALUE SPACES.
010000*----------------------------------------------------------
010100* BEFORE-IMAGE OF THE MASTER RECORD A CHANGE OR DELETE
010200* TOUCHES, SAVED FOR THE MAINTENANCE REPORT
010300*----------------------------------------------------------
010400 01  WS-BEFORE-IMAGE.
010500     05 WS-BEF-PROD-CODE    PIC X(08).
010600     05 WS-BEF-PROD-DESC    PIC X(30).
010700     05 WS-BEF-PROD-FAMILY  PIC X(04).
010800     05 WS-BEF-REV-ACCOUNT  PIC X(08).
010900*----------------------------------------------------------
011000* MAINTENANCE REPORT LINES
011100*----------------------------------------------------------
011200 01  WS-DETAIL-LINE.
011300     05 FILLER              PIC X(01) VALUE SPACES.
011400     05 DL-ACTION           PIC X(06).
011500     05 FILLER              PIC X(01) VALUE SPACES.
011600     05 DL-PROD-CODE        PIC X(08).
011700     05 FILLER              PIC X(01) VALUE SPACES.
011800     05 DL-DISPOSITION      PIC X(08).
011900     05 FILLER              PIC X(01) VALUE SPACES.
012000     05 DL-REASON           PIC X(30).
012100     05 FILLER              PIC X(76) VALUE SPACES.
012200 01  WS-IMAGE-LINE.
012300     05 FILLER              PIC X(04) VALUE SPACES.
012400     05 IL-TAG              PIC X(07).
012500     05 FILLER              PIC X(01) VALUE SPACES.
012600     05 IL-PROD-DESC        PIC X(30).
012700     05 FILLER              PIC X(01) VALUE SPACES.
012800     05 IL-PROD-FAMILY      PIC X(04).
012900     05 FILLER              PIC X(01) VALUE SPACES.
013000     05 IL-REV-ACCOUNT      PIC X(08).
013100     05 FILLER              PIC X(76) VALUE SPACES.
013200 01  WS-TOTAL-LINE.
013300     05 FILLER              PIC X(01) VALUE SPACES.
013400     05 TL-TEXT             PIC X(20).
013500     05 TL-COUNT            PIC Z,ZZZ,ZZ9.
013600     05 FILLER              PIC X(102) VALUE SPACES.
013700
013800 PROCEDURE DIVISION.
013900*----------------------------------------------------------
014000* 0000-MAINLINE
014100*----------------------------------------------------------
014200 0000-MAINLINE.
014300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
014400     PERFORM 2000-PROCESS-MAINT
014500         THRU 2000-PROCESS-MAINT-EXIT
014600         UNTIL END-OF-PROD-TRANS.
014700     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
014800     STOP RUN.
014900*----------------------------------------------------------
015000* 1000-INITIALIZE - OPEN FILES AND PRIME THE READ. A MISSING
015100*                   PRODMAST IS CREATED EMPTY FIRST, SO THE
015200*                   VERY FIRST LOAD OF THE FILE GOES THROUGH
015300*                   THIS PROGRAM LIKE ANY OTHER MAINTENANCE.
015400*----------------------------------------------------------
015500 1000-INITIALIZE.
015600     OPEN INPUT PROD-TRANS.
015700     OPEN OUTPUT MAINT-REPORT.
015800     OPEN I-O PRODUCT-MASTER.
015900     IF PROD-FILE-NOT-FOUND
016000         OPEN OUTPUT PRODUCT-MASTER
016100         CLOSE PRODUCT-MASTER
016200         OPEN I-O PRODUCT-MASTER
016300     END-IF.
016400     MOVE "PRODUCT-MASTER MAINTENANCE REPORT" TO REPORT-LINE.
016500     WRITE REPORT-LINE.
016600     MOVE SPACES TO REPORT-LINE.
016700     WRITE REPORT-LINE.
016800     PERFORM 2100-READ-PROD-TRANS
016900         THRU 2100-READ-PROD-TRANS-EXIT.
017000 1000-INITIALIZE-EXIT.
017100     EXIT.
017200*----------------------------------------------------------
017300* 2000-PROCESS-MAINT - VALIDATE ONE MAINTENANCE TRANSACTION
017400*                      AND APPLY IT IF IT PASSES, THEN READ
017500*                      THE NEXT ONE
017600*----------------------------------------------------------
017700 2000-PROCESS-MAINT.
017800     MOVE SPACES TO WS-REJECT-REASON.
017900     PERFORM 2200-VALIDATE-TRANS
018000         THRU 2200-VALIDATE-TRANS-EXIT.
018100     IF WS-REJECT-REASON = SPACES
018200         EVALUATE TRUE
018300             WHEN PMT-ADD
018400                 PERFORM 3100-APPLY-ADD
018500                     THRU 3100-APPLY-ADD-EXIT
018600             WHEN PMT-CHANGE
018700                 PERFORM 3200-APPLY-CHANGE
018800                     THRU 3200-APPLY-CHANGE-EXIT
018900             WHEN PMT-DELETE
019000                 PERFORM 3300-APPLY-DELETE
019100                     THRU 3300-APPLY-DELETE-EXIT
019200         END-EVALUATE
019300     END-IF.
019400     IF WS-REJECT-REASON = SPACES
019500         PERFORM 7100-REPORT-APPLIED
019600             THRU 7100-REPORT-APPLIED-EXIT
019700     ELSE
019800         PERFORM 7200-REPORT-REJECTED
019900             THRU 7200-REPORT-REJECTED-EXIT
020000     END-IF.
020100     PERFORM 2100-READ-PROD-TRANS
020200         THRU 2100-READ-PROD-TRANS-EXIT.
020300 2000-PROCESS-MAINT-EXIT.
020400     EXIT.
020500*----------------------------------------------------------
020600* 2100-READ-PROD-TRANS - READ ONE MAINTENANCE TRANSACTION
020700*----------------------------------------------------------
020800 2100-READ-PROD-TRANS.
020900     READ PROD-TRANS
021000         AT END
021100             MOVE 'Y' TO WS-EOF-SWITCH
021200     END-READ.
021300 2100-READ-PROD-TRANS-EXIT.
021400     EXIT.
021500*----------------------------------------------------------
021600* 2200-VALIDATE-TRANS - EDITS COMMON TO EVERY ACTION: THE
021700*                       ACTION CODE ITSELF, THE KEY, AND
021800*                       (FOR ADDS AND CHANGES) THE
021900*                       DESCRIPTION, FAMILY AND REVENUE
022000*                       ACCOUNT. THE FIRST FAILED EDIT WINS.
022100*----------------------------------------------------------
022200 2200-VALIDATE-TRANS.
022300     IF NOT PMT-VALID-ACTION
022400         MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
022500         GO TO 2200-VALIDATE-TRANS-EXIT
022600     END-IF.
022700     IF PMT-PROD-CODE = SPACES
022800         MOVE "PRODUCT KEY MISSING" TO WS-REJECT-REASON
022900         GO TO 2200-VALIDATE-TRANS-EXIT
023000     END-IF.
023100     IF (PMT-ADD OR PMT-CHANGE)
023200         AND PMT-PROD-DESC = SPACES
023300         MOVE "PRODUCT DESCRIPTION BLANK" TO WS-REJECT-REASON
023400         GO TO 2200-VALIDATE-TRANS-EXIT
023500     END-IF.
023600*    EVERY PRODUCT BELONGS TO A FAMILY, OR THE SALES ANALYSIS
023700*    WOULD HAVE NOWHERE TO SUBTOTAL IT.
023800     IF (PMT-ADD OR PMT-CHANGE)
023900         AND PMT-PROD-FAMILY = SPACES
024000         MOVE "PRODUCT FAMILY BLANK" TO WS-REJECT-REASON
024100         GO TO 2200-VALIDATE-TRANS-EXIT
024200     END-IF.
024300     IF (PMT-ADD OR PMT-CHANGE)
024400         AND PMT-REV-ACCOUNT = SPACES
024500         MOVE "REVENUE ACCOUNT BLANK" TO WS-REJECT-REASON
024600         GO TO 2200-VALIDATE-TRANS-EXIT
024700     END-IF.
024800 2200-VALIDATE-TRANS-EXIT.
024900     EXIT.
025000*----------------------------------------------------------
025100* 2300-READ-MASTER - RANDOM READ OF THE MASTER RECORD THE
025200*                    TRANSACTION NAMES, SAVING THE BEFORE
025300*                    IMAGE WHEN IT EXISTS
025400*----------------------------------------------------------
025500 2300-READ-MASTER.
025600     MOVE PMT-PROD-CODE TO PROD-CODE.
025700     READ PRODUCT-MASTER
025800         INVALID KEY
025900             SET MASTER-NOT-FOUND TO TRUE
026000         NOT INVALID KEY
026100             SET MASTER-FOUND TO TRUE
026200             MOVE PROD-REC TO WS-BEFORE-IMAGE
026300     END-READ.
026400 2300-READ-MASTER-EXIT.
026500     EXIT.
026600*----------------------------------------------------------
026700* 3100-APPLY-ADD - A NEW PRODUCT MUST NOT ALREADY EXIST
026800*----------------------------------------------------------
026900 3100-APPLY-ADD.
027000     PERFORM 2300-READ-MASTER THRU 2300-READ-MASTER-EXIT.
027100     IF MASTER-FOUND
027200         MOVE "PRODUCT ALREADY EXISTS" TO WS-REJECT-REASON
027300         GO TO 3100-APPLY-ADD-EXIT
027400     END-IF.
027500     MOVE PMT-PROD-CODE    TO PROD-CODE.
027600     MOVE PMT-PROD-DESC    TO PROD-DESC.
027700     MOVE PMT-PROD-FAMILY  TO PROD-FAMILY.
027800     MOVE PMT-REV-ACCOUNT  TO PROD-REV-ACCOUNT.
027900     WRITE PROD-REC.
028000 3100-APPLY-ADD-EXIT.
028100     EXIT.
028200*----------------------------------------------------------
028300* 3200-APPLY-CHANGE - THE PRODUCT MUST EXIST; THE NEW
028400*                     DESCRIPTION, FAMILY AND REVENUE ACCOUNT
028500*                     REPLACE THE OLD ONES IN FULL. A FAMILY
028600*                     CHANGE MOVES THE PRODUCT'S WHOLE HISTORY
028700*                     IN THE SALES ANALYSIS, WHICH GROUPS BY
028800*                     THE FAMILY ON FILE WHEN IT RUNS.
028900*----------------------------------------------------------
029000 3200-APPLY-CHANGE.
029100     PERFORM 2300-READ-MASTER THRU 2300-READ-MASTER-EXIT.
029200     IF MASTER-NOT-FOUND
029300         MOVE "PRODUCT NOT ON FILE" TO WS-REJECT-REASON
029400         GO TO 3200-APPLY-CHANGE-EXIT
029500     END-IF.
029600     MOVE PMT-PROD-DESC    TO PROD-DESC.
029700     MOVE PMT-PROD-FAMILY  TO PROD-FAMILY.
029800     MOVE PMT-REV-ACCOUNT  TO PROD-REV-ACCOUNT.
029900     REWRITE PROD-REC.
030000 3200-APPLY-CHANGE-EXIT.
030100     EXIT.
030200*----------------------------------------------------------
030300* 3300-APPLY-DELETE - THE PRODUCT MUST EXIST AND MUST HAVE
030400*                     NO LINES ON THE CURRENT EXTRACT'S
030500*                     FOUTDTL, WHICH IS STILL BEING
030600*                     RE-PROCESSED AGAINST PRODMAST
030700*----------------------------------------------------------
030800 3300-APPLY-DELETE.
030900     PERFORM 2300-READ-MASTER THRU 2300-READ-MASTER-EXIT.
031000     IF MASTER-NOT-FOUND
031100         MOVE "PRODUCT NOT ON FILE" TO WS-REJECT-REASON
031200         GO TO 3300-APPLY-DELETE-EXIT
031300     END-IF.
031400     PERFORM 3350-CHECK-DETAIL-ACTIVITY
031500         THRU 3350-CHECK-DETAIL-ACTIVITY-EXIT.
031600     IF PRODUCT-HAS-ACTIVITY
031700         MOVE "PRODUCT HAS FOUTDTL ACTIVITY" TO WS-REJECT-REASON
031800         GO TO 3300-APPLY-DELETE-EXIT
031900     END-IF.
032000     DELETE PRODUCT-MASTER.
032100 3300-APPLY-DELETE-EXIT.
032200     EXIT.
032300*----------------------------------------------------------
032400* 3350-CHECK-DETAIL-ACTIVITY - SCAN THE CURRENT EXTRACT'S
032500*                              LINE DETAIL FOR LINES CARRYING
032600*                              THE PRODUCT THE DELETE NAMES.
032700*                              DELETES ARE RARE ENOUGH THAT A
032800*                              FULL SCAN PER DELETE IS
032900*                              ACCEPTABLE. NO FOUTDTL AT ALL
033000*                              MEANS NO ACTIVITY.
033100*----------------------------------------------------------
033200 3350-CHECK-DETAIL-ACTIVITY.
033300     MOVE 'N' TO WS-ACTIVITY-SWITCH.
033400     MOVE 'N' TO WS-DETL-EOF-SWITCH.
033500     OPEN INPUT DETAIL-IN.
033600     IF DETL-FILE-NOT-FOUND
033700         GO TO 3350-CHECK-DETAIL-ACTIVITY-EXIT
033800     END-IF.
033900     PERFORM 3360-SCAN-DETAIL-REC
034000         THRU 3360-SCAN-DETAIL-REC-EXIT
034100         UNTIL END-OF-DETAIL OR PRODUCT-HAS-ACTIVITY.
034200     CLOSE DETAIL-IN.
034300 3350-CHECK-DETAIL-ACTIVITY-EXIT.
034400     EXIT.
034500*----------------------------------------------------------
034600* 3360-SCAN-DETAIL-REC - READ ONE FOUTDTL LINE AND COMPARE
034700*                        ITS PRODUCT CODE AGAINST THE
034800*                        PRODUCT BEING DELETED
034900*----------------------------------------------------------
035000 3360-SCAN-DETAIL-REC.
035100     READ DETAIL-IN
035200         AT END
035300             MOVE 'Y' TO WS-DETL-EOF-SWITCH
035400     END-READ.
035500     IF NOT END-OF-DETAIL
035600         IF DET-PRODUCT-CODE = PMT-PROD-CODE
035700             SET PRODUCT-HAS-ACTIVITY TO TRUE
035800         END-IF
035900     END-IF.
036000 3360-SCAN-DETAIL-REC-EXIT.
036100     EXIT.
036200*----------------------------------------------------------
036300* 7100-REPORT-APPLIED - PRINT THE DETAIL LINE AND THE
036400*                       BEFORE/AFTER IMAGES FOR AN APPLIED
036500*                       TRANSACTION, AND COUNT IT
036600*----------------------------------------------------------
036700 7100-REPORT-APPLIED.
036800     ADD 1 TO WS-APPLIED-COUNT.
036900     MOVE "APPLIED " TO DL-DISPOSITION.
037000     MOVE SPACES TO DL-REASON.
037100     PERFORM 7300-PRINT-DETAIL THRU 7300-PRINT-DETAIL-EXIT.
037200     IF PMT-CHANGE OR PMT-DELETE
037300         MOVE "BEFORE:" TO IL-TAG
037400         MOVE WS-BEF-PROD-DESC TO IL-PROD-DESC
037500         MOVE WS-BEF-PROD-FAMILY TO IL-PROD-FAMILY
037600         MOVE WS-BEF-REV-ACCOUNT TO IL-REV-ACCOUNT
037700         MOVE WS-IMAGE-LINE TO REPORT-LINE
037800         WRITE REPORT-LINE
037900     END-IF.
038000     IF PMT-ADD OR PMT-CHANGE
038100         MOVE "AFTER: " TO IL-TAG
038200         MOVE PROD-DESC TO IL-PROD-DESC
038300         MOVE PROD-FAMILY TO IL-PROD-FAMILY
038400         MOVE PROD-REV-ACCOUNT TO IL-REV-ACCOUNT
038500         MOVE WS-IMAGE-LINE TO REPORT-LINE
038600         WRITE REPORT-LINE
038700     END-IF.
038800 7100-REPORT-APPLIED-EXIT.
038900     EXIT.
039000*----------------------------------------------------------
039100* 7200-REPORT-REJECTED - PRINT THE DETAIL LINE WITH THE
039200*                        REJECT REASON, AND COUNT IT
039300*----------------------------------------------------------
039400 7200-REPORT-REJECTED.
039500     ADD 1 TO WS-REJECTED-COUNT.
039600     MOVE "REJECTED" TO DL-DISPOSITION.
039700     MOVE WS-REJECT-REASON TO DL-REASON.
039800     PERFORM 7300-PRINT-DETAIL THRU 7300-PRINT-DETAIL-EXIT.
039900 7200-REPORT-REJECTED-EXIT.
040000     EXIT.
040100*----------------------------------------------------------
040200* 7300-PRINT-DETAIL - FORMAT AND WRITE THE ONE-LINE SUMMARY
040300*                     OF THE CURRENT TRANSACTION
040400*----------------------------------------------------------
040500 7300-PRINT-DETAIL.
040600     EVALUATE TRUE
040700         WHEN PMT-ADD
040800             MOVE "ADD   " TO DL-ACTION
040900         WHEN PMT-CHANGE
041000             MOVE "CHANGE" TO DL-ACTION
041100         WHEN PMT-DELETE
041200             MOVE "DELETE" TO DL-ACTION
041300         WHEN OTHER
041400             MOVE PMT-ACTION TO DL-ACTION
041500     END-EVALUATE.
041600     MOVE PMT-PROD-CODE TO DL-PROD-CODE.
041700     MOVE WS-DETAIL-LINE TO REPORT-LINE.
041800     WRITE REPORT-LINE.
041900 7300-PRINT-DETAIL-EXIT.
042000     EXIT.
042100*----------------------------------------------------------
042200* 8000-TERMINATE - PRINT THE APPLIED/REJECTED TOTALS, CLOSE
042300*                  FILES, AND RETURN TO OPERATING SYSTEM
042400*----------------------------------------------------------
042500 8000-TERMINATE.
042600     MOVE SPACES TO REPORT-LINE.
042700     WRITE REPORT-LINE.
042800     MOVE "TRANS APPLIED      " TO TL-TEXT.
042900     MOVE WS-APPLIED-COUNT TO TL-COUNT.
043000     MOVE WS-TOTAL-LINE TO REPORT-LINE.
043100     WRITE REPORT-LINE.
043200     MOVE "TRANS REJECTED     " TO TL-TEXT.
043300     MOVE WS-REJECTED-COUNT TO TL-COUNT.
043400     MOVE WS-TOTAL-LINE TO REPORT-LINE.
043500     WRITE REPORT-LINE.
043600     CLOSE PROD-TRANS.
043700     CLOSE PRODUCT-MASTER.
043800     CLOSE MAINT-REPORT.
043900     DISPLAY "DEMOPMNT: " WS-APPLIED-COUNT " APPLIED, "
044000         WS-REJECTED-COUNT " REJECTED".
044100 8000-TERMINATE-EXIT.
044200     EXIT.
