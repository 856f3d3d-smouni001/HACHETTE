000436*                IS ALSO THE GUARD THE OLD COMMENTS ASKED
000437*                FOR AGAINST RUNNING WHILE A FAILED DEMOCOB
000438*                HAS A SCRATCH FILE OUT FOR REVIEW.
000439* 2026-10-15 RF  THE LINE-DETAIL COMPANION FILE (FOUTDTL) IS
000440*                NOW SPLIT IN STEP WITH FOUT: EACH INVOICE'S
000441*                LINES FOLLOW THEIR HEADER EITHER INTO A DATED
000442*                FOUTDHST.CCYYMMDD GENERATION (LAYOUT DHSTRECL,
000443*                WHICH CARRIES THE HEADER'S DATE, CUSTOMER AND
000444*                EUR CONVERSION WITH EVERY LINE) OR BACK ONTO
000445*                FOUTDTL VIA THE FOUTDARC SCRATCH. ACCEPTED
000446*                LINES USED TO BE LOST AT THE NEXT PROMOTION;
000447*                THE NEW DEMOSALE SALES ANALYSIS READS THEM.
000448*----------------------------------------------------------
000449 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT FOUT ASSIGN TO "FOUT"
000565         ORGANIZATION IS SEQUENTIAL
000566         FILE STATUS IS WS-MARKER-FILE-STATUS.
000567
000568*    THE LINE-DETAIL COMPANION, SPLIT IN STEP WITH FOUT. NO
000569*    FOUTDTL ON DISK (A BATCH WITH NO DETAIL YET) SKIPS IT.
000570     SELECT DETAIL-IN ASSIGN TO "FOUTDTL"
000571         ORGANIZATION IS SEQUENTIAL
000572         FILE STATUS IS WS-DETL-FILE-STATUS.
000573
000574     SELECT DETAIL-CURRENT ASSIGN TO "FOUTDARC"
000575         ORGANIZATION IS SEQUENTIAL.
000576
000577     SELECT DETAIL-HISTORY ASSIGN TO WS-DHIST-FILENAME
000578         ORGANIZATION IS SEQUENTIAL
000579         FILE STATUS IS WS-DHIST-FILE-STATUS.
000580
000581 DATA DIVISION.
000582 FILE SECTION.
000583 FD  FOUT
000590     RECORDING MODE IS F.
000600     COPY OUTRECL.
000610
000697 FD  STAMP-MARKER
000698     RECORDING MODE IS F.
000699 01  MARKER-REC             PIC X(21).
000700
000701 FD  DETAIL-IN
000702     RECORDING MODE IS F.
000703     COPY DETRECL.
000704
000705 FD  DETAIL-CURRENT
000706     RECORDING MODE IS F.
000707     COPY DETRECL REPLACING ==DET-REC== BY ==DCUR-REC==.
000708
000709 FD  DETAIL-HISTORY
000710     RECORDING MODE IS F.
000711     COPY DHSTRECL.
000712
000713 WORKING-STORAGE SECTION.
000714 77  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
000720     88 END-OF-FOUT         VALUE 'Y'.
000721*----------------------------------------------------------
000722* RUN-LOG WORKING STORAGE
000910* EXTRACT BACK OVER THE WORKING FOUT ONCE THE SPLIT IS DONE
000920*----------------------------------------------------------
000930 77  WS-FOUT-OLD-NAME       PIC X(08) VALUE "FOUT".
000931 77  WS-FOUT-NEW-NAME       PIC X(08) VALUE "FOUTARCH".
000932 77  WS-SWAP-STATUS         PIC S9(09) COMP-5 VALUE ZERO.
000933*----------------------------------------------------------
000934* LINE-DETAIL SPLIT WORKING STORAGE. DEMOCOB WRITES EACH
000935* INVOICE'S LINES RIGHT BEHIND ITS HEADER, SO THE LINES ARE
000936* ROUTED WHICHEVER WAY THEIR HEADER WENT. A LINE THAT DOES
000937* NOT MEET ITS HEADER IN SEQUENCE IS KEPT CURRENT, NEVER
000938* DROPPED.
000939*----------------------------------------------------------
000940 77  WS-DETL-FILE-STATUS    PIC X(02) VALUE "00".
000941     88 DETL-FILE-NOT-FOUND VALUE "35".
000942 77  WS-DETL-OPEN-SWITCH    PIC X(01) VALUE 'N'.
000943     88 DETAIL-FILE-OPEN    VALUE 'Y'.
000944 77  WS-DETL-EOF-SWITCH     PIC X(01) VALUE 'N'.
000945     88 END-OF-DETAIL       VALUE 'Y'.
000946 77  WS-ROUTE-SWITCH        PIC X(01) VALUE 'C'.
000947     88 ROUTED-TO-HISTORY   VALUE 'H'.
000948     88 ROUTED-TO-CURRENT   VALUE 'C'.
000949 77  WS-DHIST-FILENAME      PIC X(17) VALUE SPACES.
000950 77  WS-DHIST-FILE-STATUS   PIC X(02) VALUE "00".
000951     88 DHIST-FILE-NOT-FOUND VALUE "35".
000952 77  WS-DETL-CURRENT-COUNT  PIC 9(07) COMP VALUE ZERO.
000953 77  WS-DETL-HISTORY-COUNT  PIC 9(07) COMP VALUE ZERO.
000954 77  WS-DETL-UNMATCHED-COUNT PIC 9(07) COMP VALUE ZERO.
000955 77  WS-DETL-OLD-NAME       PIC X(08) VALUE "FOUTDTL".
000956 77  WS-DETL-NEW-NAME       PIC X(08) VALUE "FOUTDARC".
000960
000970 PROCEDURE DIVISION.
000980*----------------------------------------------------------
001259*    DAY, WHEN THAT DAY'S GENERATION DOES NOT EXIST YET, FALLS
001261*    BACK TO OPEN OUTPUT TO CREATE IT.
001270     OPEN EXTEND FOUT-HISTORY.
001271     IF HISTORY-FILE-NOT-FOUND
001272         OPEN OUTPUT FOUT-HISTORY
001273     END-IF.
001274     PERFORM 1100-OPEN-DETAIL THRU 1100-OPEN-DETAIL-EXIT.
001275     PERFORM 2100-READ-FOUT THRU 2100-READ-FOUT-EXIT.
001276 1000-INITIALIZE-EXIT.
001277     EXIT.
001278*----------------------------------------------------------
001279* 1100-OPEN-DETAIL - OPEN THE LINE-DETAIL COMPANION AND ITS
001280*                    SPLIT OUTPUTS. THE HISTORY GENERATION
001281*                    IS NAMED BY RUN DATE LIKE FOUTHIST'S AND
001282*                    EXTENDED THE SAME WAY. NO FOUTDTL ON DISK
001283*                    LEAVES THE DETAIL SPLIT OFF FOR THE RUN.
001284*----------------------------------------------------------
001285 1100-OPEN-DETAIL.
001286     OPEN INPUT DETAIL-IN.
001287     IF DETL-FILE-NOT-FOUND
001288         GO TO 1100-OPEN-DETAIL-EXIT
001289     END-IF.
001290     SET DETAIL-FILE-OPEN TO TRUE.
001291     STRING "FOUTDHST." WS-RUN-DATE DELIMITED BY SIZE
001292         INTO WS-DHIST-FILENAME.
001293     OPEN OUTPUT DETAIL-CURRENT.
001294     OPEN EXTEND DETAIL-HISTORY.
001295     IF DHIST-FILE-NOT-FOUND
001296         OPEN OUTPUT DETAIL-HISTORY
001297     END-IF.
001298     PERFORM 2410-READ-DETAIL THRU 2410-READ-DETAIL-EXIT.
001299 1100-OPEN-DETAIL-EXIT.
001300     EXIT.
001301*----------------------------------------------------------
001302* 1900-VERIFY-BATCH-STAMP - REFUSE TO CONSUME AN EXTRACT
001353*----------------------------------------------------------
001354* 2000-SPLIT-FOUT - ROUTE ONE OUT-REC TO THE CURRENT FILE
001355*                   OR THE HISTORY FILE BASED ON ITS
001356*                   INVOICE-DATE, SEND ITS LINES THE SAME
001357*                   WAY, THEN READ THE NEXT RECORD
001358*----------------------------------------------------------
001360 2000-SPLIT-FOUT.
001370     IF INVOICE-DATE IN OUT-REC < WS-RETENTION-CUTOFF
001375         SET ROUTED-TO-HISTORY TO TRUE
001380         PERFORM 2200-WRITE-HISTORY
001390             THRU 2200-WRITE-HISTORY-EXIT
001400     ELSE
001401         SET ROUTED-TO-CURRENT TO TRUE
001410         PERFORM 2300-WRITE-CURRENT
001420             THRU 2300-WRITE-CURRENT-EXIT
001421     END-IF.
001422     IF DETAIL-FILE-OPEN
001423         PERFORM 2400-ROUTE-ONE-LINE
001424             THRU 2400-ROUTE-ONE-LINE-EXIT
001425             UNTIL END-OF-DETAIL
001426             OR DET-INVOICE-NO IN DET-REC
001427                NOT = INVOICE-NO IN OUT-REC
001430     END-IF.
001440     PERFORM 2100-READ-FOUT THRU 2100-READ-FOUT-EXIT.
001450 2000-SPLIT-FOUT-EXIT.
001680* 2300-WRITE-CURRENT - COPY A CURRENT-PERIOD OUT-REC TO THE
001690*                      REBUILT WORKING FOUT
001700*----------------------------------------------------------
001701 2300-WRITE-CURRENT.
001702     MOVE OUT-REC TO CUR-REC.
001703     WRITE CUR-REC.
001704     ADD 1 TO WS-CURRENT-COUNT.
001705 2300-WRITE-CURRENT-EXIT.
001706     EXIT.
001707*----------------------------------------------------------
001708* 2400-ROUTE-ONE-LINE - SEND ONE LINE OF THE HEADER JUST
001709*                       ROUTED THE SAME WAY AS ITS HEADER,
001710*                       THEN READ THE NEXT LINE
001711*----------------------------------------------------------
001712 2400-ROUTE-ONE-LINE.
001713     IF ROUTED-TO-HISTORY
001714         PERFORM 2450-WRITE-LINE-HISTORY
001715             THRU 2450-WRITE-LINE-HISTORY-EXIT
001716     ELSE
001717         MOVE DET-REC TO DCUR-REC
001718         WRITE DCUR-REC
001719         ADD 1 TO WS-DETL-CURRENT-COUNT
001720     END-IF.
001721     PERFORM 2410-READ-DETAIL THRU 2410-READ-DETAIL-EXIT.
001722 2400-ROUTE-ONE-LINE-EXIT.
001723     EXIT.
001724*----------------------------------------------------------
001725* 2410-READ-DETAIL - READ ONE RECORD FROM FOUTDTL
001726*----------------------------------------------------------
001727 2410-READ-DETAIL.
001728     READ DETAIL-IN
001729         AT END
001730             MOVE 'Y' TO WS-DETL-EOF-SWITCH
001731     END-READ.
001732 2410-READ-DETAIL-EXIT.
001733     EXIT.
001734*----------------------------------------------------------
001735* 2450-WRITE-LINE-HISTORY - COPY AN AGED LINE TO THE DATED
001736*                           LINE HISTORY, WITH THE HEADER
001737*                           FACTS IT CANNOT BE READ WITHOUT.
001738*                           OUT-REC STILL HOLDS ITS HEADER.
001739*----------------------------------------------------------
001740 2450-WRITE-LINE-HISTORY.
001741     MOVE DET-REC TO DHS-DETAIL.
001742     MOVE REC-TYPE IN OUT-REC TO DHS-REC-TYPE.
001743     MOVE INVOICE-DATE IN OUT-REC TO DHS-INVOICE-DATE.
001744     MOVE CUSTOMER-NO IN OUT-REC TO DHS-CUSTOMER-NO.
001745     MOVE CURRENCY-CODE IN OUT-REC TO DHS-CURRENCY-CODE.
001746     MOVE DET-QUANTITY IN DET-REC TO DHS-SALES-QTY.
001747*    THE LINE AMOUNT IS TTC AT THE LINE'S OWN RATE. THE VAT IS
001748*    BACKED OUT, AND ON A FOREIGN-CURRENCY INVOICE THE NET IS
001749*    CONVERTED AT THE HEADER'S OWN EUR-EQUIV-AMT/AMOUNT-TTC
001750*    RATIO, AS DEMODECL PRO-RATES - SO THE LINES AGREE WITH
001751*    THE CONVERSION THE EXTRACT APPLIED. A ZERO-TTC HEADER HAS
001752*    NO RATIO AND THE NATIVE NET STANDS IN.
001753     IF CURRENCY-CODE IN OUT-REC = "EUR"
001754         OR AMOUNT-TTC IN OUT-REC = ZERO
001755         COMPUTE DHS-EUR-NET-AMT ROUNDED =
001756             DET-LINE-AMOUNT IN DET-REC
001757             / (1 + (DET-LINE-VAT-RATE IN DET-REC / 100))
001758     ELSE
001759         COMPUTE DHS-EUR-NET-AMT ROUNDED =
001760             DET-LINE-AMOUNT IN DET-REC
001761             / (1 + (DET-LINE-VAT-RATE IN DET-REC / 100))
001762             * EUR-EQUIV-AMT IN OUT-REC / AMOUNT-TTC IN OUT-REC
001763     END-IF.
001764*    A CREDIT NOTE'S LINES ARRIVE UNSIGNED, AS ITS HEADER DOES.
001765*    THEY TAKE SALES BACK, SO THEY ARE SIGNED NEGATIVE HERE.
001766     IF DHS-REC-TYPE = "CRN"
001767         IF DHS-SALES-QTY > ZERO
001768             COMPUTE DHS-SALES-QTY = ZERO - DHS-SALES-QTY
001769         END-IF
001770         IF DHS-EUR-NET-AMT > ZERO
001771             COMPUTE DHS-EUR-NET-AMT = ZERO - DHS-EUR-NET-AMT
001772         END-IF
001773     END-IF.
001774     WRITE DHS-REC.
001775     ADD 1 TO WS-DETL-HISTORY-COUNT.
001776 2450-WRITE-LINE-HISTORY-EXIT.
001777     EXIT.
001778*----------------------------------------------------------
001780* 8000-TERMINATE - CLOSE FILES, SWAP THE REBUILT CURRENT-
001790*                  PERIOD EXTRACT BACK OVER FOUT, AND REPORT
001800*                  HOW MANY RECORDS WENT EACH WAY
001860     PERFORM 8100-SWAP-CURRENT-TO-FOUT
001870         THRU 8100-SWAP-CURRENT-TO-FOUT-EXIT.
001880     DISPLAY "DEMOARCH: " WS-CURRENT-COUNT " CURRENT, "
001882         WS-HISTORY-COUNT " ARCHIVED".
001884     IF DETAIL-FILE-OPEN
001886         PERFORM 8050-FINISH-DETAIL
001888             THRU 8050-FINISH-DETAIL-EXIT
001890     END-IF.
001891*    THE MARKER IS ONLY RECORDED ON A CLEAN END - A RUN
001892*    THAT ABORTED MUST STAY RE-RUNNABLE AFTER THE FIX.
001893     IF RETURN-CODE = ZERO
002060     CALL "CBL_RENAME_FILE" USING WS-FOUT-NEW-NAME
002070         WS-FOUT-OLD-NAME
002080         RETURNING WS-SWAP-STATUS.
002081     IF WS-SWAP-STATUS NOT = ZERO
002082         DISPLAY "DEMOARCH - WARNING - COULD NOT SWAP "
002083             "FOUTARCH OVER FOUT, STATUS = " WS-SWAP-STATUS
002084     END-IF.
002085 8100-SWAP-CURRENT-TO-FOUT-EXIT.
002086     EXIT.
002087*----------------------------------------------------------
002088* 8050-FINISH-DETAIL - KEEP ANY LINE THAT NEVER MET ITS
002089*                      HEADER IN SEQUENCE ON THE CURRENT
002090*                      SIDE (NEVER DROP ONE), CLOSE THE SPLIT
002091*                      FILES, AND SWAP THE REBUILT CURRENT
002092*                      LINES BACK OVER FOUTDTL
002093*----------------------------------------------------------
002094 8050-FINISH-DETAIL.
002095     SET ROUTED-TO-CURRENT TO TRUE.
002096     PERFORM 8060-KEEP-UNMATCHED-LINE
002097         THRU 8060-KEEP-UNMATCHED-LINE-EXIT
002098         UNTIL END-OF-DETAIL.
002099     CLOSE DETAIL-IN.
002100     CLOSE DETAIL-CURRENT.
002101     CLOSE DETAIL-HISTORY.
002102     PERFORM 8110-SWAP-CURRENT-TO-DETAIL
002103         THRU 8110-SWAP-CURRENT-TO-DETAIL-EXIT.
002104     DISPLAY "DEMOARCH: " WS-DETL-CURRENT-COUNT
002105         " DETAIL LINES CURRENT, " WS-DETL-HISTORY-COUNT
002106         " ARCHIVED".
002107     IF WS-DETL-UNMATCHED-COUNT > ZERO
002108         DISPLAY "DEMOARCH - WARNING - " WS-DETL-UNMATCHED-COUNT
002109             " DETAIL LINES DID NOT FOLLOW THEIR HEADER ON "
002110             "FOUT - KEPT ON FOUTDTL"
002111     END-IF.
002112 8050-FINISH-DETAIL-EXIT.
002113     EXIT.
002114*----------------------------------------------------------
002115* 8060-KEEP-UNMATCHED-LINE - ONE LEFT-OVER LINE TO THE
002116*                            CURRENT SIDE
002117*----------------------------------------------------------
002118 8060-KEEP-UNMATCHED-LINE.
002119     ADD 1 TO WS-DETL-UNMATCHED-COUNT.
002120     PERFORM 2400-ROUTE-ONE-LINE THRU 2400-ROUTE-ONE-LINE-EXIT.
002121 8060-KEEP-UNMATCHED-LINE-EXIT.
002122     EXIT.
002123*----------------------------------------------------------
002124* 8110-SWAP-CURRENT-TO-DETAIL - DELETE THE OLD FOUTDTL AND
002125*                               RENAME THE REBUILT CURRENT
002126*                               LINES OVER IT, AS 8100 DOES
002127*                               FOR FOUT
002128*----------------------------------------------------------
002129 8110-SWAP-CURRENT-TO-DETAIL.
002130     CALL "CBL_DELETE_FILE" USING WS-DETL-OLD-NAME
002131         RETURNING WS-SWAP-STATUS.
002132     CALL "CBL_RENAME_FILE" USING WS-DETL-NEW-NAME
002133         WS-DETL-OLD-NAME
002134         RETURNING WS-SWAP-STATUS.
002135     IF WS-SWAP-STATUS NOT = ZERO
002136         DISPLAY "DEMOARCH - WARNING - COULD NOT SWAP "
002137             "FOUTDARC OVER FOUTDTL, STATUS = " WS-SWAP-STATUS
002138     END-IF.
002139 8110-SWAP-CURRENT-TO-DETAIL-EXIT.
002140     EXIT.
002150*----------------------------------------------------------
002160* 8900-WRITE-RUN-LOG - APPEND THIS RUN'S STRUCTURED RECORD
