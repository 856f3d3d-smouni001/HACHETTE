003322*                REFRESH WOULD JOURNAL THEM UNDER THE
003324*                WRONG RUN. SAME REFUSAL DEMOEXTR'S FULL
003326*                PATH MAKES FOR ITS OWN DELTA.
003329* 2026-10-15 RF  THE FLAT DELTA SLOT AND WS-WORK-REC GROW
003332*                WITH OUTRECL (NEW ORIG-INVOICE-NO).
003335* 2026-10-15 RF  THE FLAT DELTA SLOT AND WS-WORK-REC GROW
003338*                WITH OUTRECL AGAIN (NEW DUE-DATE).
003341* 2026-10-15 RF  GLJ-REC MOVED TO COPYBOOK GLJRNLL NOW THAT
003344*                THE NEW DEMOFXRV REVALUATION AND DEMOCASH
003347*                ALSO WRITE EXCHANGE-DIFFERENCE BATCHES TO
003350*                GLJRNL.
003353*----------------------------------------------------------
003360 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
009000*----------------------------------------------------------
009100 FD  GL-JOURNAL
009200     RECORDING MODE IS F.
009300     COPY GLJRNLL.
010300
010310*----------------------------------------------------------
010320* DELTA-IN - A FLAT SLOT THE EXACT LENGTH OF OUT-REC (91
010330*            BYTES); EVERY RECORD IS MOVED WHOLE INTO THE
010340*            COMMON WORK RECORD BELOW.
010350*----------------------------------------------------------
010360 FD  DELTA-IN
010370     RECORDING MODE IS F.
010380 01  DELTA-REC              PIC X(91).
010390
010400 FD  PROOF-REPORT
010500     RECORDING MODE IS F.
013960     05 WRK-LABEL-TEXT      PIC X(20).
013970     05 WRK-CUSTOMER-NO     PIC 9(06).
013980     05 WRK-VAT-RATE        PIC 9(2)V99 COMP-3.
013985     05 WRK-ORIG-INVOICE-NO PIC 9(10).
013987     05 WRK-DUE-DATE        PIC 9(08).
013990*----------------------------------------------------------
014000* BATCH ACCUMULATORS. POSITIVE RECORDS FEED THE NORMAL
014100* SIDE; NEGATIVE RECORDS (CREDIT NOTES, DOWNWARD
