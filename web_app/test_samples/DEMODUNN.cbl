002910* 2026-09-02 RF  CUSTMAST'S LAYOUT NOW COMES FROM THE
002920*                SHARED CUSTRECL COPYBOOK (THE MASTER
002930*                GAINED CREDIT-STANDING FIELDS).
002933* 2026-10-15 RF  LEVELS NOW ESCALATE ON DAYS PAST THE DUE
002936*                DATE ON OUT-REC (INVOICE DATE PLUS THE
002939*                CUSTOMER'S PAYMENT TERMS) - FIRST REMINDER
002942*                ONCE OVERDUE, SECOND PAST 30 DAYS, FINAL
002945*                DEMAND PAST 60. A 60-DAY CUSTOMER WAS
002948*                GETTING A FIRST REMINDER AT DAY 31 FOR AN
002951*                INVOICE NOT YET DUE. THE LETTER SHOWS THE
002954*                DUE DATE AND THE DAYS OVERDUE FROM IT.
002957* 2026-10-15 RF  DEMODUNS'S LAYOUT NOW COMES FROM THE SHARED
002960*                DUNSRECL COPYBOOK, AS DEMOMRGE RE-KEYS IT
002963*                TOO. AN INVOICE STILL CARRYING A CUSTOMER
002966*                NUMBER RETIRED BY DEMOMRGE IS NOW CHASED
002969*                UNDER THE SURVIVOR, FOLLOWING THE NEW
002972*                DEMOCUSX CROSS-REFERENCE.
002975* 2026-10-15 RF  AN ITEM DEMOWOFF HAS WRITTEN OFF ('W') IS NOW
002978*                PASSED OVER AS A PAID ONE IS - A WRITTEN-OFF
002981*                DEBT IS NOT CHASED AGAIN.
002984* 2026-10-15 RF  AN ITEM UNDER DIRECT-DEBIT COLLECTION (DEMOOPEN
002987*                COLLECTION STATE 'R' REQUESTED OR 'S' SETTLED)
002990*                IS NOW PASSED OVER TOO - THE BANK IS COLLECTING
002993*                IT. ONE THE BANK RETURNED ('X') IS CHASED AS
002996*                USUAL.
003000*----------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
005600         ACCESS MODE IS RANDOM
005700         RECORD KEY IS OPN-INVOICE-NO
005800         FILE STATUS IS WS-OPEN-FILE-STATUS.
005810
005820*    CUSTOMER NUMBERS RETIRED BY DEMOMRGE, EACH POINTING AT
005830*    THE SURVIVOR IT WAS MERGED INTO. NO FILE MEANS NO
005840*    CUSTOMER HAS EVER BEEN MERGED.
005850     SELECT CUST-XREF ASSIGN TO "DEMOCUSX"
005860         ORGANIZATION IS INDEXED
005870         ACCESS MODE IS RANDOM
005880         RECORD KEY IS XREF-OLD-CUST-NO
005890         FILE STATUS IS WS-XREF-FILE-STATUS.
005900
006000*    THE PERSISTENT DUNNING STATE - LEVEL LAST SENT AND
006100*    WHEN, PER INVOICE.
009300
009400 FD  OPEN-ITEMS.
009500     COPY OPENRECL.
009525
009550 FD  CUST-XREF.
009575     COPY XREFRECL.
009600*----------------------------------------------------------
009700* DUNNING-STATE - LEVEL LAST SENT PER INVOICE, SO A RUN
009800*                 NEVER REPEATS A REMINDER AND NEVER SKIPS
009900*                 A LEVEL
010000*----------------------------------------------------------
010100 FD  DUNNING-STATE.
010200     COPY DUNSRECL.
010700
010800 FD  LETTERS-FILE
010900     RECORDING MODE IS F.
013200 77  WS-OPEN-FILE-STATUS    PIC X(02) VALUE "00".
013300 77  WS-OPEN-AVAIL-SWITCH   PIC X(01) VALUE 'N'.
013400     88 OPEN-ITEMS-AVAILABLE VALUE 'Y'.
013425 77  WS-XREF-FILE-STATUS    PIC X(02) VALUE "00".
013450 77  WS-XREF-AVAIL-SWITCH   PIC X(01) VALUE 'N'.
013475     88 XREF-AVAILABLE      VALUE 'Y'.
013500 77  WS-DUNS-FILE-STATUS    PIC X(02) VALUE "00".
013600     88 DUNS-FILE-NOT-FOUND VALUE "35".
013700 77  WS-RLOG-FILE-STATUS    PIC X(02) VALUE "00".
016600 77  WS-ACC-INVOICE-NO      PIC 9(10) VALUE ZERO.
016700 77  WS-ACC-CUST-NO         PIC 9(06) VALUE ZERO.
016800 77  WS-ACC-INVOICE-DATE    PIC 9(08) VALUE ZERO.
016833 77  WS-ACC-DUE-DATE        PIC 9(08) VALUE ZERO.
016866 77  WS-HOUSE-TERMS-DAYS    PIC 9(03) VALUE 30.
016900 77  WS-ACC-EUR-AMT         PIC S9(7)V99 COMP-3 VALUE ZERO.
017000 77  WS-AGE-DAYS            PIC S9(08) COMP VALUE ZERO.
017100 77  WS-TARGET-LEVEL        PIC 9(01) VALUE ZERO.
020600     05 FILLER              PIC X(10) VALUE "  OVERDUE ".
020700     05 LB-AGE-DAYS         PIC ZZZ9.
020800     05 FILLER              PIC X(05) VALUE " DAYS".
020850     05 FILLER              PIC X(06) VALUE "  DUE ".
020900     05 LB-DUE-DATE         PIC 9(08).
020950     05 FILLER              PIC X(43) VALUE SPACES.
021000*----------------------------------------------------------
021100* CONTROL REPORT LINES
021200*----------------------------------------------------------
031300         DISPLAY "DEMODUNN - NO OPEN-ITEMS FILE (DEMOOPEN)"
031400             " - EVERY INVOICE COUNTS AS OPEN"
031500     END-IF.
031520     OPEN INPUT CUST-XREF.
031540     IF WS-XREF-FILE-STATUS = "00"
031560         SET XREF-AVAILABLE TO TRUE
031580     END-IF.
031600*    A DUNNING STATE THAT DOES NOT EXIST YET IS CREATED
031700*    EMPTY; ONE THAT EXISTS BUT WILL NOT OPEN IS FATAL -
031800*    RUNNING WITHOUT IT WOULD RE-SEND EVERY REMINDER.
036000     MOVE INVOICE-NO OF OUT-REC TO WS-ACC-INVOICE-NO.
036100     MOVE CUSTOMER-NO OF OUT-REC TO WS-ACC-CUST-NO.
036200     MOVE INVOICE-DATE OF OUT-REC TO WS-ACC-INVOICE-DATE.
036250     MOVE DUE-DATE OF OUT-REC TO WS-ACC-DUE-DATE.
036300     MOVE EUR-EQUIV-AMT OF OUT-REC TO WS-ACC-EUR-AMT.
036400     PERFORM 4000-DUNNING-DECISION
036500         THRU 4000-DUNNING-DECISION-EXIT.
044600     MOVE INVOICE-NO OF HIST-REC TO WS-ACC-INVOICE-NO.
044700     MOVE CUSTOMER-NO OF HIST-REC TO WS-ACC-CUST-NO.
044800     MOVE INVOICE-DATE OF HIST-REC TO WS-ACC-INVOICE-DATE.
044850     MOVE DUE-DATE OF HIST-REC TO WS-ACC-DUE-DATE.
044900     MOVE EUR-EQUIV-AMT OF HIST-REC TO WS-ACC-EUR-AMT.
045000     PERFORM 4000-DUNNING-DECISION
045100         THRU 4000-DUNNING-DECISION-EXIT.
045200 3200-READ-HIST-REC-EXIT.
045300     EXIT.
045400*----------------------------------------------------------
045487* 4000-DUNNING-DECISION - AGE ONE RECORD BY DAYS PAST DUE
045574*                         AND DECIDE WHETHER A LETTER GOES
045661*                         OUT. CREDIT NOTES AND ZERO
045748*                         RESIDUALS ARE NEVER CHASED; AN
045835*                         INVOICE MOVES AT MOST ONE LEVEL UP
045922*                         PER RUN AND NEVER GETS THE SAME
046009*                         LEVEL TWICE.
046100*----------------------------------------------------------
046200 4000-DUNNING-DECISION.
046300     ADD 1 TO WS-SCANNED-COUNT.
046333     PERFORM 4060-FOLLOW-MERGE-XREF
046366         THRU 4060-FOLLOW-MERGE-XREF-EXIT.
046400     PERFORM 4050-APPLY-OPEN-STATUS
046500         THRU 4050-APPLY-OPEN-STATUS-EXIT.
046600     IF ITEM-FULLY-PAID OR WS-ACC-EUR-AMT NOT > ZERO
046700         GO TO 4000-DUNNING-DECISION-EXIT
046800     END-IF.
046823*    ESCALATE ON DAYS PAST THE DUE DATE, NOT DAYS SINCE
046846*    INVOICE - NOTHING IS CHASED BEFORE IT FALLS DUE. A
046869*    RECORD WITH NO DUE DATE (EXTRACTED BEFORE THE CHANGE)
046892*    IS TAKEN AS DUE ON THE HOUSE TERMS, NET 30, AS IN
046915*    DEMOSTMT, AND ITS LETTER SHOWS NO DUE DATE.
046938     IF WS-ACC-DUE-DATE NUMERIC AND WS-ACC-DUE-DATE > ZERO
046961         MOVE WS-ACC-DUE-DATE TO WS-DTS-DATE
046984         PERFORM 9100-DATE-TO-SERIAL
047007             THRU 9100-DATE-TO-SERIAL-EXIT
047030     ELSE
047053         MOVE ZERO TO WS-ACC-DUE-DATE
047076         MOVE WS-ACC-INVOICE-DATE TO WS-DTS-DATE
047099         PERFORM 9100-DATE-TO-SERIAL
047122             THRU 9100-DATE-TO-SERIAL-EXIT
047145         ADD WS-HOUSE-TERMS-DAYS TO WS-DTS-SERIAL
047168     END-IF.
047200     COMPUTE WS-AGE-DAYS =
047300         WS-RUN-DATE-SERIAL - WS-DTS-SERIAL.
047400     EVALUATE TRUE
047500         WHEN WS-AGE-DAYS NOT > ZERO
047600             MOVE ZERO TO WS-TARGET-LEVEL
047700         WHEN WS-AGE-DAYS NOT > 30
047800             MOVE 1 TO WS-TARGET-LEVEL
047900         WHEN WS-AGE-DAYS NOT > 60
048000             MOVE 2 TO WS-TARGET-LEVEL
048100         WHEN OTHER
048200             MOVE 3 TO WS-TARGET-LEVEL
051200         INVALID KEY
051300             GO TO 4050-APPLY-OPEN-STATUS-EXIT
051400     END-READ.
051425     IF OPN-CLOSED
051450         SET ITEM-FULLY-PAID TO TRUE
051475         GO TO 4050-APPLY-OPEN-STATUS-EXIT
051500     END-IF.
051525*    A DIRECT DEBIT HAS BEEN PUT UP FOR IT, OR HAS SETTLED
051550*    AND IS ON ITS WAY THROUGH DEMOCASH - NOT CHASED.
051575     IF OPN-COLLECT-PENDING
051600         SET ITEM-FULLY-PAID TO TRUE
051700         GO TO 4050-APPLY-OPEN-STATUS-EXIT
051800     END-IF.
052300             / OPN-AMOUNT-TTC
052400     END-IF.
052500 4050-APPLY-OPEN-STATUS-EXIT.
052504     EXIT.
052508*----------------------------------------------------------
052512* 4060-FOLLOW-MERGE-XREF - A CUSTOMER NUMBER RETIRED BY
052516*                          DEMOMRGE STILL SITS ON FOUT AND
052520*                          FOUTHIST; CHASE ITS INVOICES UNDER
052524*                          THE SURVIVOR IT WAS MERGED INTO, AS
052528*                          DEMOSTMT DOES, SO THE LETTER GOES TO
052532*                          THE LIVE NAME AND ADDRESS.
052536*----------------------------------------------------------
052540 4060-FOLLOW-MERGE-XREF.
052544     IF NOT XREF-AVAILABLE
052548         GO TO 4060-FOLLOW-MERGE-XREF-EXIT
052552     END-IF.
052556     MOVE WS-ACC-CUST-NO TO XREF-OLD-CUST-NO.
052560     READ CUST-XREF
052564         INVALID KEY
052568             GO TO 4060-FOLLOW-MERGE-XREF-EXIT
052572     END-READ.
052576     MOVE XREF-NEW-CUST-NO TO WS-ACC-CUST-NO.
052580 4060-FOLLOW-MERGE-XREF-EXIT.
052600     EXIT.
052700*----------------------------------------------------------
052800* 4100-READ-DUNNING-STATE - WHAT WAS LAST SENT FOR THIS
060500     WRITE LETTER-LINE.
060600     MOVE WS-ACC-INVOICE-NO TO LB-INVOICE-NO.
060700     MOVE WS-ACC-INVOICE-DATE TO LB-INVOICE-DATE.
060750     MOVE WS-ACC-DUE-DATE TO LB-DUE-DATE.
060800     MOVE WS-ACC-EUR-AMT TO LB-AMOUNT.
060900     MOVE WS-AGE-DAYS TO LB-AGE-DAYS.
061000     MOVE WS-LETTER-BODY TO LETTER-LINE.
066100     END-IF.
066200     IF OPEN-ITEMS-AVAILABLE
066300         CLOSE OPEN-ITEMS
066325     END-IF.
066350     IF XREF-AVAILABLE
066375         CLOSE CUST-XREF
066400     END-IF.
066500     CLOSE DUNNING-STATE.
066600     CLOSE LETTERS-FILE.
