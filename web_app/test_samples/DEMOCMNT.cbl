002097*                (OR BLANK FOR NO LIMIT) AND THE FLAG 'H',
002098*                'N' OR BLANK - AND THE MAINTENANCE REPORT
002099*                IMAGES NOW SHOW THEM.
002103* 2026-10-15 RF  ADDS AND CHANGES NOW CARRY A PAYMENT-TERMS
002107*                CODE, CHECKED AGAINST A TERMS TABLE (BLANK
002111*                TAKES THE HOUSE TERMS, NET 30). THE CODE
002115*                AND ITS NET DAYS GO ONTO CUSTMAST, WHERE
002119*                DEMOCOB PICKS UP THE DAYS TO DATE EACH
002123*                INVOICE DUE. THE REPORT IMAGES SHOW BOTH.
002127* 2026-10-15 RF  AN ADD IS NOW REFUSED FOR A CUSTOMER NUMBER
002131*                DEMOMRGE HAS RETIRED (ON THE NEW DEMOCUSX
002135*                CROSS-REFERENCE), SINCE THE OLD NUMBER'S
002139*                HISTORY IS FOLLOWED TO ITS SURVIVOR.
002143* 2026-10-15 RF  ADDS AND CHANGES NOW CARRY THE CUSTOMER'S SEPA
002147*                DIRECT-DEBIT MANDATE - REFERENCE, SIGNATURE
002151*                DATE, IBAN, BIC AND STATUS (ACTIVE, SUSPENDED,
002155*                CANCELLED, OR BLANK FOR NONE) - ONTO CUSTMAST
002159*                FOR DEMODDCL'S COLLECTION RUN. A MANDATE MUST
002163*                HAVE A REFERENCE, A SIGNATURE DATE NOT IN THE
002167*                FUTURE AND AN IBAN WHOSE CHECK DIGITS VERIFY
002171*                (MOD 97); A BIC, WHEN GIVEN, MUST BE 8 OR 11
002175*                CHARACTERS OF THE RIGHT FORM. THE REPORT PRINTS
002179*                A MANDATE LINE UNDER EACH IMAGE THAT HAS ONE.
002183*----------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
004000
004100     SELECT MAINT-REPORT ASSIGN TO "DEMOCMNT.RPT"
004200         ORGANIZATION IS SEQUENTIAL.
004210
004220*    DEMOCUSX IS ONLY OPENED TO REFUSE AN ADD OF A NUMBER
004230*    DEMOMRGE HAS RETIRED. NO FILE MEANS NO CUSTOMER HAS EVER
004240*    BEEN MERGED.
004250     SELECT CUST-XREF ASSIGN TO "DEMOCUSX"
004260         ORGANIZATION IS INDEXED
004270         ACCESS MODE IS RANDOM
004280         RECORD KEY IS XREF-OLD-CUST-NO
004290         FILE STATUS IS WS-XREF-FILE-STATUS.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
006290     05 CMT-HOLD-FLAG       PIC X(01).
006300        88 CMT-VALID-HOLD   VALUE 'H' 'N' ' '.
006350*----------------------------------------------------------
006352* THE PAYMENT-TERMS CODE MUST BE ON THE TERMS TABLE IN
006354* WORKING-STORAGE, OR BLANK FOR THE HOUSE TERMS (NET 30).
006356*----------------------------------------------------------
006358     05 CMT-TERMS-CODE      PIC X(03).
006360*----------------------------------------------------------
006362* THE DIRECT-DEBIT MANDATE. STATUS 'A' ACTIVE, 'S' SUSPENDED,
006364* 'C' CANCELLED; BLANK MEANS NO MANDATE, AND THE OTHER
006366* MANDATE FIELDS MUST THEN BE BLANK TOO. THE SIGNATURE DATE
006368* IS CCYYMMDD, THE IBAN IS IN ELECTRONIC FORM (NO SPACES).
006370*----------------------------------------------------------
006372     05 CMT-DD-MANDATE-REF  PIC X(35).
006374     05 CMT-DD-MANDATE-DATE PIC X(08).
006376     05 CMT-DD-MANDATE-DATE-N REDEFINES CMT-DD-MANDATE-DATE
006378                            PIC 9(08).
006380     05 CMT-DD-IBAN         PIC X(34).
006382     05 CMT-DD-BIC          PIC X(11).
006384     05 CMT-DD-MANDATE-STATUS PIC X(01).
006386        88 CMT-VALID-DD-STATUS VALUE 'A' 'S' 'C' ' '.
006388*----------------------------------------------------------
006400* CUSTOMER-MASTER - OFFICIAL CUSTOMER NAME AND ADDRESS,
006500*                   KEYED BY CUSTOMER NUMBER
006600*----------------------------------------------------------
007600 FD  FOUT
007700     RECORDING MODE IS F.
007800     COPY OUTRECL.
007814*----------------------------------------------------------
007828* CUST-XREF - CUSTOMER NUMBERS RETIRED BY DEMOMRGE, READ
007842*             ONLY SO AN ADD CANNOT RE-USE ONE
007856*----------------------------------------------------------
007870 FD  CUST-XREF.
007884     COPY XREFRECL.
007900
008000 FD  MAINT-REPORT
008100     RECORDING MODE IS F.
009800 77  WS-FOUT-FILE-STATUS    PIC X(02) VALUE "00".
009900     88 FOUT-FILE-NOT-FOUND VALUE "35".
010000 77  WS-REJECT-REASON       PIC X(30) VALUE SPACES.
010001 77  WS-XREF-FILE-STATUS    PIC X(02) VALUE "00".
010002 77  WS-XREF-AVAIL-SWITCH   PIC X(01) VALUE 'N'.
010003     88 XREF-AVAILABLE      VALUE 'Y'.
010004*----------------------------------------------------------
010008* PAYMENT-TERMS TABLE - CODE AND NET DAYS FROM INVOICE DATE
010012* TO DUE DATE. A TRANSACTION'S TERMS CODE MUST BE ONE OF
010016* THESE; BLANK TAKES THE HOUSE TERMS.
010020*----------------------------------------------------------
010024 01  WS-TERMS-TABLE.
010028     05 FILLER              PIC X(06) VALUE "IMM000".
010032     05 FILLER              PIC X(06) VALUE "N07007".
010036     05 FILLER              PIC X(06) VALUE "N14014".
010040     05 FILLER              PIC X(06) VALUE "N30030".
010044     05 FILLER              PIC X(06) VALUE "N45045".
010048     05 FILLER              PIC X(06) VALUE "N60060".
010052     05 FILLER              PIC X(06) VALUE "N90090".
010056 01  WS-TERMS-R REDEFINES WS-TERMS-TABLE.
010060     05 WS-TERMS-ENTRY      OCCURS 7 TIMES.
010064        10 WS-TERMS-ENTRY-CODE PIC X(03).
010068        10 WS-TERMS-ENTRY-DAYS PIC 9(03).
010072 77  WS-TERMS-TABLE-MAX     PIC 9(02) VALUE 7.
010076 77  WS-TERMS-SUB           PIC 9(02) COMP VALUE ZERO.
010080 77  WS-TERMS-FOUND-SWITCH  PIC X(01) VALUE 'N'.
010084     88 TERMS-ENTRY-FOUND   VALUE 'Y'.
010088 77  WS-TERMS-LOOKUP-CODE   PIC X(03) VALUE SPACES.
010092 77  WS-HOUSE-TERMS-CODE    PIC X(03) VALUE "N30".
010100*----------------------------------------------------------
010200* BEFORE-IMAGE OF THE MASTER RECORD A CHANGE OR DELETE
010300* TOUCHES, SAVED FOR THE MAINTENANCE REPORT
010800     05 WS-BEF-CUST-ADDRESS PIC X(40).
010810     05 WS-BEF-CREDIT-LIMIT PIC 9(7)V99 COMP-3.
010820     05 WS-BEF-HOLD-FLAG    PIC X(01).
010846     05 WS-BEF-TERMS-CODE   PIC X(03).
010872     05 WS-BEF-TERMS-DAYS   PIC 9(03).
010873     05 WS-BEF-DD-MANDATE-REF PIC X(35).
010874     05 WS-BEF-DD-MANDATE-DATE PIC 9(08).
010875     05 WS-BEF-DD-IBAN      PIC X(34).
010876     05 WS-BEF-DD-BIC       PIC X(11).
010877     05 WS-BEF-DD-MANDATE-STATUS PIC X(01).
010900*----------------------------------------------------------
011000* MAINTENANCE REPORT LINES
011100*----------------------------------------------------------
012820     05 IL-CREDIT-LIMIT     PIC Z(6)9.99.
012830     05 FILLER              PIC X(01) VALUE SPACES.
012840     05 IL-HOLD-FLAG        PIC X(01).
012866     05 FILLER              PIC X(01) VALUE SPACES.
012892     05 IL-TERMS-CODE       PIC X(03).
012918     05 FILLER              PIC X(01) VALUE SPACES.
012944     05 IL-TERMS-DAYS       PIC ZZ9.
012970     05 FILLER              PIC X(28) VALUE SPACES.
012971 01  WS-MANDATE-LINE.
012972     05 FILLER              PIC X(12) VALUE SPACES.
012973     05 FILLER              PIC X(09) VALUE "MANDATE: ".
012974     05 ML-STATUS           PIC X(01).
012975     05 FILLER              PIC X(01) VALUE SPACES.
012976     05 ML-MANDATE-REF      PIC X(35).
012977     05 FILLER              PIC X(01) VALUE SPACES.
012978     05 ML-MANDATE-DATE     PIC 9(08).
012979     05 FILLER              PIC X(01) VALUE SPACES.
012980     05 ML-IBAN             PIC X(34).
012981     05 FILLER              PIC X(01) VALUE SPACES.
012982     05 ML-BIC              PIC X(11).
012983     05 FILLER              PIC X(18) VALUE SPACES.
013000 01  WS-TOTAL-LINE.
013100     05 FILLER              PIC X(01) VALUE SPACES.
013200     05 TL-TEXT             PIC X(20).
013300     05 TL-COUNT            PIC Z,ZZZ,ZZ9.
013400     05 FILLER              PIC X(102) VALUE SPACES.
013401*----------------------------------------------------------
013402* DIRECT-DEBIT EDITS. THE IBAN IS CHECKED MOD 97 (ISO 13616):
013403* COUNTRY CODE AND CHECK DIGITS MOVED TO THE END, EACH LETTER
013404* TAKEN AS TWO DIGITS (A = 10 ... Z = 35), AND THE REMAINDER
013405* CARRIED ONE CHARACTER AT A TIME SO THE WORKING NUMBER NEVER
013406* GROWS PAST FIVE DIGITS. A GOOD IBAN LEAVES REMAINDER 1.
013407* LETTERS ARE FOUND BY THEIR PLACE IN WS-ALPHABET.
013408*----------------------------------------------------------
013409 77  WS-TODAY               PIC 9(08) VALUE ZERO.
013410 01  WS-MANDATE-DATE        PIC 9(08) VALUE ZERO.
013411 01  WS-MANDATE-DATE-R REDEFINES WS-MANDATE-DATE.
013412     05 WS-MANDATE-YEAR     PIC 9(04).
013413     05 WS-MANDATE-MONTH    PIC 9(02).
013414     05 WS-MANDATE-DAY      PIC 9(02).
013415 01  WS-IBAN-WORK           PIC X(34) VALUE SPACES.
013416 01  WS-IBAN-WORK-R REDEFINES WS-IBAN-WORK.
013417     05 WS-IBAN-CHAR        PIC X(01) OCCURS 34 TIMES.
013418 01  WS-IBAN-ONE-CHAR       PIC X(01) VALUE SPACES.
013419 01  WS-IBAN-ONE-DIGIT REDEFINES WS-IBAN-ONE-CHAR
013420                            PIC 9(01).
013421 77  WS-IBAN-LENGTH         PIC 9(02) COMP VALUE ZERO.
013422 77  WS-IBAN-MIN-LENGTH     PIC 9(02) COMP VALUE 15.
013423 77  WS-IBAN-SUB            PIC 9(02) COMP VALUE ZERO.
013424 77  WS-IBAN-NUMBER         PIC 9(06) COMP VALUE ZERO.
013425 77  WS-IBAN-QUOT           PIC 9(06) COMP VALUE ZERO.
013426 77  WS-IBAN-REM            PIC 9(02) COMP VALUE ZERO.
013427 01  WS-ALPHABET            PIC X(26)
013428     VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
013429 01  WS-ALPHABET-R REDEFINES WS-ALPHABET.
013430     05 WS-ALPHA-CHAR       PIC X(01) OCCURS 26 TIMES.
013431 77  WS-ALPHA-SUB           PIC 9(02) COMP VALUE ZERO.
013432 77  WS-ALPHA-FOUND-SWITCH  PIC X(01) VALUE 'N'.
013433     88 ALPHA-FOUND         VALUE 'Y'.
013434*    A BIC IS BANK (4 LETTERS), COUNTRY (2 LETTERS), LOCATION
013435*    (2 LETTERS OR DIGITS) AND AN OPTIONAL BRANCH (3 LETTERS OR
013436*    DIGITS). WS-BIC-ALNUM HOLDS THE SAME WITH EVERY LETTER
013437*    TURNED INTO A ZERO, SO "LETTERS OR DIGITS" IS A NUMERIC
013438*    TEST.
013439 01  WS-BIC-WORK            PIC X(11) VALUE SPACES.
013440 01  WS-BIC-WORK-R REDEFINES WS-BIC-WORK.
013441     05 WS-BIC-BANK         PIC X(04).
013442     05 WS-BIC-COUNTRY      PIC X(02).
013443     05 WS-BIC-LOCATION     PIC X(02).
013444     05 WS-BIC-BRANCH       PIC X(03).
013445 01  WS-BIC-ALNUM           PIC X(11) VALUE SPACES.
013446 77  WS-ZEROES              PIC X(26) VALUE ALL "0".
013447 77  WS-SPACE-COUNT         PIC 9(02) COMP VALUE ZERO.
013500
013600 PROCEDURE DIVISION.
013700*----------------------------------------------------------
015800         OPEN OUTPUT CUSTOMER-MASTER
015900         CLOSE CUSTOMER-MASTER
016000         OPEN I-O CUSTOMER-MASTER
016020     END-IF.
016040     OPEN INPUT CUST-XREF.
016060     IF WS-XREF-FILE-STATUS = "00"
016080         SET XREF-AVAILABLE TO TRUE
016100     END-IF.
016200     MOVE "CUSTOMER-MASTER MAINTENANCE REPORT" TO REPORT-LINE.
016300     WRITE REPORT-LINE.
023310         MOVE "HOLD FLAG NOT H, N OR BLANK"
023320             TO WS-REJECT-REASON
023330         GO TO 2200-VALIDATE-TRANS-EXIT
023331     END-IF.
023332*    A TERMS CODE, WHEN GIVEN, MUST BE ONE THE TERMS TABLE
023333*    KNOWS - BLANK TAKES THE HOUSE TERMS.
023334     IF (CMT-ADD OR CMT-CHANGE)
023335         AND CMT-TERMS-CODE NOT = SPACES
023336         MOVE CMT-TERMS-CODE TO WS-TERMS-LOOKUP-CODE
023337         PERFORM 2250-FIND-TERMS THRU 2250-FIND-TERMS-EXIT
023338         IF NOT TERMS-ENTRY-FOUND
023339             MOVE "TERMS CODE NOT RECOGNISED" TO WS-REJECT-REASON
023340             GO TO 2200-VALIDATE-TRANS-EXIT
023341         END-IF
023342     END-IF.
023343     IF CMT-ADD OR CMT-CHANGE
023344         PERFORM 2400-VALIDATE-MANDATE
023345             THRU 2400-VALIDATE-MANDATE-EXIT
023346     END-IF.
023350 2200-VALIDATE-TRANS-EXIT.
023389     EXIT.
023390*----------------------------------------------------------
023391* 2250-FIND-TERMS - LOOK WS-TERMS-LOOKUP-CODE UP IN THE
023392*                   TERMS TABLE, LEAVING WS-TERMS-SUB
023393*                   PINNED ON THE MATCHING ENTRY
023394*----------------------------------------------------------
023395 2250-FIND-TERMS.
023396     MOVE 'N' TO WS-TERMS-FOUND-SWITCH.
023397     PERFORM 2260-MATCH-TERMS
023398         THRU 2260-MATCH-TERMS-EXIT
023399         VARYING WS-TERMS-SUB FROM 1 BY 1
023400         UNTIL WS-TERMS-SUB > WS-TERMS-TABLE-MAX
023401         OR TERMS-ENTRY-FOUND.
023402 2250-FIND-TERMS-EXIT.
023403     EXIT.
023404*----------------------------------------------------------
023405* 2260-MATCH-TERMS - COMPARE ONE ENTRY, STEPPING THE
023406*                    SUBSCRIPT BACK ON A MATCH SO THE
023407*                    PERFORM VARYING'S OWN INCREMENT LEAVES
023408*                    IT PINNED
023409*----------------------------------------------------------
023410 2260-MATCH-TERMS.
023411     IF WS-TERMS-ENTRY-CODE (WS-TERMS-SUB) = WS-TERMS-LOOKUP-CODE
023412         SET TERMS-ENTRY-FOUND TO TRUE
023413         SUBTRACT 1 FROM WS-TERMS-SUB
023414     END-IF.
023415 2260-MATCH-TERMS-EXIT.
023416     EXIT.
023417*----------------------------------------------------------
023418* 2400-VALIDATE-MANDATE - THE DIRECT-DEBIT FIELDS ON AN ADD OR
023419*                         CHANGE. NO STATUS MEANS NO MANDATE,
023420*                         AND THEN NOTHING ELSE MAY BE GIVEN;
023421*                         A SUSPENDED OR CANCELLED MANDATE IS
023422*                         STILL EDITED IN FULL, SINCE IT MAY BE
023423*                         REACTIVATED WITHOUT RE-KEYING.
023424*----------------------------------------------------------
023425 2400-VALIDATE-MANDATE.
023426     IF NOT CMT-VALID-DD-STATUS
023427         MOVE "MANDATE STATUS NOT A/S/C/BLANK" TO WS-REJECT-REASON
023428         GO TO 2400-VALIDATE-MANDATE-EXIT
023429     END-IF.
023430     IF CMT-DD-MANDATE-STATUS = SPACE
023431         IF CMT-DD-MANDATE-REF NOT = SPACES
023432             OR CMT-DD-MANDATE-DATE NOT = SPACES
023433             OR CMT-DD-IBAN NOT = SPACES
023434             OR CMT-DD-BIC NOT = SPACES
023435             MOVE "MANDATE DATA BUT NO STATUS" TO WS-REJECT-REASON
023436         END-IF
023437         GO TO 2400-VALIDATE-MANDATE-EXIT
023438     END-IF.
023439     IF CMT-DD-MANDATE-REF = SPACES
023440         MOVE "MANDATE REFERENCE BLANK" TO WS-REJECT-REASON
023441         GO TO 2400-VALIDATE-MANDATE-EXIT
023442     END-IF.
023443     IF CMT-DD-MANDATE-DATE NOT NUMERIC
023444         MOVE "MANDATE DATE NOT CCYYMMDD" TO WS-REJECT-REASON
023445         GO TO 2400-VALIDATE-MANDATE-EXIT
023446     END-IF.
023447     MOVE CMT-DD-MANDATE-DATE-N TO WS-MANDATE-DATE.
023448     IF WS-MANDATE-MONTH < 1 OR WS-MANDATE-MONTH > 12
023449         OR WS-MANDATE-DAY < 1 OR WS-MANDATE-DAY > 31
023450         MOVE "MANDATE DATE NOT CCYYMMDD" TO WS-REJECT-REASON
023451         GO TO 2400-VALIDATE-MANDATE-EXIT
023452     END-IF.
023453     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
023454     IF WS-MANDATE-DATE > WS-TODAY
023455         MOVE "MANDATE DATE IN THE FUTURE" TO WS-REJECT-REASON
023456         GO TO 2400-VALIDATE-MANDATE-EXIT
023457     END-IF.
023458     PERFORM 2450-CHECK-IBAN THRU 2450-CHECK-IBAN-EXIT.
023459     IF WS-REJECT-REASON NOT = SPACES
023460         GO TO 2400-VALIDATE-MANDATE-EXIT
023461     END-IF.
023462     IF CMT-DD-BIC NOT = SPACES
023463         PERFORM 2480-CHECK-BIC THRU 2480-CHECK-BIC-EXIT
023464     END-IF.
023465 2400-VALIDATE-MANDATE-EXIT.
023466     EXIT.
023467*----------------------------------------------------------
023468* 2450-CHECK-IBAN - FORM FIRST (2 LETTERS, 2 CHECK DIGITS, THEN
023469*                   LETTERS AND DIGITS ONLY, 15 TO 34 LONG, NO
023470*                   EMBEDDED SPACE), THEN THE MOD-97 CHECK
023471*----------------------------------------------------------
023472 2450-CHECK-IBAN.
023473     MOVE ZERO TO WS-IBAN-LENGTH.
023474     INSPECT CMT-DD-IBAN TALLYING WS-IBAN-LENGTH
023475         FOR CHARACTERS BEFORE INITIAL SPACE.
023476     IF WS-IBAN-LENGTH < WS-IBAN-MIN-LENGTH
023477         MOVE "IBAN TOO SHORT OR BLANK" TO WS-REJECT-REASON
023478         GO TO 2450-CHECK-IBAN-EXIT
023479     END-IF.
023480     IF WS-IBAN-LENGTH < 34
023481         IF CMT-DD-IBAN (WS-IBAN-LENGTH + 1:) NOT = SPACES
023482             MOVE "IBAN HAS AN EMBEDDED SPACE" TO WS-REJECT-REASON
023483             GO TO 2450-CHECK-IBAN-EXIT
023484         END-IF
023485     END-IF.
023486     IF CMT-DD-IBAN (1:2) NOT ALPHABETIC-UPPER
023487         OR CMT-DD-IBAN (3:2) NOT NUMERIC
023488         MOVE "IBAN COUNTRY/CHECK DIGITS BAD" TO WS-REJECT-REASON
023489         GO TO 2450-CHECK-IBAN-EXIT
023490     END-IF.
023491     MOVE CMT-DD-IBAN TO WS-IBAN-WORK.
023492     INSPECT WS-IBAN-WORK CONVERTING WS-ALPHABET TO WS-ZEROES.
023493     IF WS-IBAN-WORK (1:WS-IBAN-LENGTH) NOT NUMERIC
023494         MOVE "IBAN NOT LETTERS AND DIGITS" TO WS-REJECT-REASON
023495         GO TO 2450-CHECK-IBAN-EXIT
023496     END-IF.
023497*    BBAN FIRST, THEN COUNTRY CODE AND CHECK DIGITS
023498     MOVE SPACES TO WS-IBAN-WORK.
023499     MOVE CMT-DD-IBAN (5:WS-IBAN-LENGTH - 4) TO WS-IBAN-WORK.
023500     MOVE CMT-DD-IBAN (1:4)
023501         TO WS-IBAN-WORK (WS-IBAN-LENGTH - 3:4).
023502     MOVE ZERO TO WS-IBAN-REM.
023503     PERFORM 2460-IBAN-MOD-STEP
023504         THRU 2460-IBAN-MOD-STEP-EXIT
023505         VARYING WS-IBAN-SUB FROM 1 BY 1
023506         UNTIL WS-IBAN-SUB > WS-IBAN-LENGTH.
023507     IF WS-IBAN-REM NOT = 1
023508         MOVE "IBAN CHECK DIGITS WRONG" TO WS-REJECT-REASON
023509     END-IF.
023510 2450-CHECK-IBAN-EXIT.
023511     EXIT.
023512*----------------------------------------------------------
023513* 2460-IBAN-MOD-STEP - FOLD ONE CHARACTER OF THE REARRANGED
023514*                      IBAN INTO THE RUNNING REMAINDER
023515*----------------------------------------------------------
023516 2460-IBAN-MOD-STEP.
023517     MOVE WS-IBAN-CHAR (WS-IBAN-SUB) TO WS-IBAN-ONE-CHAR.
023518     IF WS-IBAN-ONE-CHAR NUMERIC
023519         COMPUTE WS-IBAN-NUMBER =
023520             WS-IBAN-REM * 10 + WS-IBAN-ONE-DIGIT
023521     ELSE
023522         PERFORM 2470-FIND-LETTER THRU 2470-FIND-LETTER-EXIT
023523         COMPUTE WS-IBAN-NUMBER =
023524             WS-IBAN-REM * 100 + WS-ALPHA-SUB + 9
023525     END-IF.
023526     DIVIDE WS-IBAN-NUMBER BY 97 GIVING WS-IBAN-QUOT
023527         REMAINDER WS-IBAN-REM.
023528 2460-IBAN-MOD-STEP-EXIT.
023529     EXIT.
023530*----------------------------------------------------------
023531* 2470-FIND-LETTER - PLACE OF WS-IBAN-ONE-CHAR IN THE
023532*                    ALPHABET, LEFT IN WS-ALPHA-SUB (1 = A)
023533*----------------------------------------------------------
023534 2470-FIND-LETTER.
023535     MOVE 'N' TO WS-ALPHA-FOUND-SWITCH.
023536     PERFORM 2475-MATCH-LETTER
023537         THRU 2475-MATCH-LETTER-EXIT
023538         VARYING WS-ALPHA-SUB FROM 1 BY 1
023539         UNTIL WS-ALPHA-SUB > 26
023540         OR ALPHA-FOUND.
023541 2470-FIND-LETTER-EXIT.
023542     EXIT.
023543*----------------------------------------------------------
023544* 2475-MATCH-LETTER - COMPARE ONE LETTER, STEPPING THE
023545*                     SUBSCRIPT BACK ON A MATCH AS
023546*                     2260-MATCH-TERMS DOES
023547*----------------------------------------------------------
023548 2475-MATCH-LETTER.
023549     IF WS-ALPHA-CHAR (WS-ALPHA-SUB) = WS-IBAN-ONE-CHAR
023550         SET ALPHA-FOUND TO TRUE
023551         SUBTRACT 1 FROM WS-ALPHA-SUB
023552     END-IF.
023553 2475-MATCH-LETTER-EXIT.
023554     EXIT.
023555*----------------------------------------------------------
023556* 2480-CHECK-BIC - 8 OR 11 CHARACTERS: BANK AND COUNTRY ALL
023557*                  LETTERS, LOCATION AND BRANCH LETTERS OR
023558*                  DIGITS
023559*----------------------------------------------------------
023560 2480-CHECK-BIC.
023561     MOVE CMT-DD-BIC TO WS-BIC-WORK.
023562     MOVE ZERO TO WS-SPACE-COUNT.
023563     INSPECT WS-BIC-WORK (1:8) TALLYING WS-SPACE-COUNT
023564         FOR ALL SPACE.
023565     IF WS-SPACE-COUNT > ZERO
023566         OR WS-BIC-BANK NOT ALPHABETIC-UPPER
023567         OR WS-BIC-COUNTRY NOT ALPHABETIC-UPPER
023568         MOVE "BIC MALFORMED" TO WS-REJECT-REASON
023569         GO TO 2480-CHECK-BIC-EXIT
023570     END-IF.
023571     MOVE WS-BIC-WORK TO WS-BIC-ALNUM.
023572     INSPECT WS-BIC-ALNUM CONVERTING WS-ALPHABET TO WS-ZEROES.
023573     IF WS-BIC-ALNUM (7:2) NOT NUMERIC
023574         MOVE "BIC MALFORMED" TO WS-REJECT-REASON
023575         GO TO 2480-CHECK-BIC-EXIT
023576     END-IF.
023577     IF WS-BIC-BRANCH NOT = SPACES
023578         AND WS-BIC-ALNUM (9:3) NOT NUMERIC
023579         MOVE "BIC MALFORMED" TO WS-REJECT-REASON
023580     END-IF.
023581 2480-CHECK-BIC-EXIT.
023582     EXIT.
023583*----------------------------------------------------------
023600* 2300-READ-MASTER - RANDOM READ OF THE MASTER RECORD THE
023700*                    TRANSACTION NAMES, SAVING THE BEFORE
023800*                    IMAGE WHEN IT EXISTS
025700         MOVE "CUSTOMER ALREADY EXISTS" TO WS-REJECT-REASON
025800         GO TO 3100-APPLY-ADD-EXIT
025900     END-IF.
025907*    A NUMBER RETIRED BY DEMOMRGE STILL SITS ON FOUT AND
025914*    FOUTHIST AND IS FOLLOWED TO ITS SURVIVOR - RE-USING IT
025921*    WOULD HAND THAT HISTORY TO A DIFFERENT CUSTOMER.
025928     IF XREF-AVAILABLE
025935         MOVE CMT-CUST-NO TO XREF-OLD-CUST-NO
025942         READ CUST-XREF
025949             INVALID KEY
025956                 CONTINUE
025963             NOT INVALID KEY
025967                 MOVE "NUMBER RETIRED BY MERGE"
025971                     TO WS-REJECT-REASON
025977                 GO TO 3100-APPLY-ADD-EXIT
025984         END-READ
025991     END-IF.
026000     MOVE CMT-CUST-NO      TO CUST-NO.
026100     MOVE CMT-CUST-NAME    TO CUST-NAME.
026200     MOVE CMT-CUST-ADDRESS TO CUST-ADDRESS.
026500     EXIT.
026510*----------------------------------------------------------
026520* 3250-SET-CREDIT-FIELDS - MOVE THE TRANSACTION'S CREDIT
026526*                          LIMIT, HOLD FLAG AND PAYMENT TERMS
026534*                          ONTO THE MASTER RECORD, NORMALIZING
026542*                          THE BLANK FORMS (NO LIMIT, NOT HELD,
026550*                          HOUSE TERMS)
026560*----------------------------------------------------------
026570 3250-SET-CREDIT-FIELDS.
026580     IF CMT-CREDIT-LIMIT = SPACES
026630     IF CMT-HOLD-FLAG = 'H'
026640         MOVE 'H' TO CUST-HOLD-FLAG
026650     ELSE
026651         MOVE 'N' TO CUST-HOLD-FLAG
026652     END-IF.
026653*    A BLANK TERMS CODE TAKES THE HOUSE TERMS. THE DAYS
026654*    ARE STORED ALONGSIDE THE CODE SO NO READER OF CUSTMAST
026655*    NEEDS THE TERMS TABLE.
026656     IF CMT-TERMS-CODE = SPACES
026657         MOVE WS-HOUSE-TERMS-CODE TO WS-TERMS-LOOKUP-CODE
026658     ELSE
026659         MOVE CMT-TERMS-CODE TO WS-TERMS-LOOKUP-CODE
026660     END-IF.
026661     PERFORM 2250-FIND-TERMS THRU 2250-FIND-TERMS-EXIT.
026662     MOVE WS-TERMS-LOOKUP-CODE TO CUST-TERMS-CODE.
026663     MOVE WS-TERMS-ENTRY-DAYS (WS-TERMS-SUB) TO CUST-TERMS-DAYS.
026664*    THE MANDATE RIDES WHOLE, AS THE NAME AND ADDRESS DO - A
026665*    CHANGE WITH THE MANDATE FIELDS BLANK TAKES IT AWAY.
026666     MOVE CMT-DD-MANDATE-REF TO CUST-DD-MANDATE-REF.
026667     IF CMT-DD-MANDATE-STATUS = SPACE
026668         MOVE ZERO TO CUST-DD-MANDATE-DATE
026669     ELSE
026670         MOVE CMT-DD-MANDATE-DATE-N TO CUST-DD-MANDATE-DATE
026671     END-IF.
026672     MOVE CMT-DD-IBAN TO CUST-DD-IBAN.
026673     MOVE CMT-DD-BIC TO CUST-DD-BIC.
026674     MOVE CMT-DD-MANDATE-STATUS TO CUST-DD-MANDATE-STATUS.
026680 3250-SET-CREDIT-FIELDS-EXIT.
026690     EXIT.
026695*----------------------------------------------------------
036100         MOVE WS-BEF-CUST-ADDRESS TO IL-CUST-ADDRESS
036110         MOVE WS-BEF-CREDIT-LIMIT TO IL-CREDIT-LIMIT
036120         MOVE WS-BEF-HOLD-FLAG TO IL-HOLD-FLAG
036146         MOVE WS-BEF-TERMS-CODE TO IL-TERMS-CODE
036172         MOVE WS-BEF-TERMS-DAYS TO IL-TERMS-DAYS
036200         MOVE WS-IMAGE-LINE TO REPORT-LINE
036300         WRITE REPORT-LINE
036301         IF WS-BEF-DD-MANDATE-STATUS NOT = SPACE
036302             MOVE WS-BEF-DD-MANDATE-STATUS TO ML-STATUS
036303             MOVE WS-BEF-DD-MANDATE-REF TO ML-MANDATE-REF
036304             MOVE WS-BEF-DD-MANDATE-DATE TO ML-MANDATE-DATE
036305             MOVE WS-BEF-DD-IBAN TO ML-IBAN
036306             MOVE WS-BEF-DD-BIC TO ML-BIC
036307             MOVE WS-MANDATE-LINE TO REPORT-LINE
036308             WRITE REPORT-LINE
036309         END-IF
036400     END-IF.
036500     IF CMT-ADD OR CMT-CHANGE
036600         MOVE "AFTER: " TO IL-TAG
036820*        BLANK FORMS ALREADY NORMALIZED
036830         MOVE CUST-CREDIT-LIMIT TO IL-CREDIT-LIMIT
036840         MOVE CUST-HOLD-FLAG TO IL-HOLD-FLAG
036860         MOVE CUST-TERMS-CODE TO IL-TERMS-CODE
036880         MOVE CUST-TERMS-DAYS TO IL-TERMS-DAYS
036900         MOVE WS-IMAGE-LINE TO REPORT-LINE
037000         WRITE REPORT-LINE
037001         IF CUST-DD-MANDATE-STATUS NOT = SPACE
037002             MOVE CUST-DD-MANDATE-STATUS TO ML-STATUS
037003             MOVE CUST-DD-MANDATE-REF TO ML-MANDATE-REF
037004             MOVE CUST-DD-MANDATE-DATE TO ML-MANDATE-DATE
037005             MOVE CUST-DD-IBAN TO ML-IBAN
037006             MOVE CUST-DD-BIC TO ML-BIC
037007             MOVE WS-MANDATE-LINE TO REPORT-LINE
037008             WRITE REPORT-LINE
037009         END-IF
037100     END-IF.
037200 7100-REPORT-APPLIED-EXIT.
037300     EXIT.
041900     WRITE REPORT-LINE.
042000     CLOSE CUST-TRANS.
042100     CLOSE CUSTOMER-MASTER.
042125     IF XREF-AVAILABLE
042150         CLOSE CUST-XREF
042175     END-IF.
042200     CLOSE MAINT-REPORT.
042300     DISPLAY "DEMOCMNT: " WS-APPLIED-COUNT " APPLIED, "
042400         WS-REJECTED-COUNT " REJECTED".
