002780*                WHAT IT IS. A DISPUTED INVOICE OLDER THAN
002790*                THE DAILY WINDOW WAS THE POINT OF THIS
002795*                PROGRAM.
002805* 2026-10-15 RF  THE FLAT MERGE SLOT AND WS-WORK-REC GROW
002815*                WITH OUTRECL (NEW ORIG-INVOICE-NO).
002825* 2026-10-15 RF  THE FLAT MERGE SLOT AND WS-WORK-REC GROW
002835*                WITH OUTRECL AGAIN (NEW DUE-DATE).
002845* 2026-10-15 RF  CUST= NOW FOLLOWS CUSTOMER MERGES: A NUMBER
002855*                RETIRED BY DEMOMRGE IS ANSWERED FOR ITS
002865*                SURVIVOR, AND THE SURVIVOR'S HISTORY INCLUDES
002875*                EVERY NUMBER MERGED INTO IT (NEW DEMOCUSX
002885*                CROSS-REFERENCE).
002895*----------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003900
004000*    MERGE-OUT IS THE MONTHLY CONSOLIDATION TARGET
004100*    (FOUTHIST.CCYYMM00). A FLAT SLOT THE EXACT LENGTH OF
004200*    OUT-REC (91 BYTES) - RECORDS ARE ONLY COPIED THROUGH
004300*    IT, NEVER FIELD-ADDRESSED.
004400     SELECT MERGE-OUT ASSIGN TO WS-MERGE-FILENAME
004500         ORGANIZATION IS SEQUENTIAL
004700
004800     SELECT INQ-REPORT ASSIGN TO "DEMOINQ.RPT"
004900         ORGANIZATION IS SEQUENTIAL.
004909
004918*    CUSTOMER NUMBERS RETIRED BY DEMOMRGE, EACH POINTING AT
004927*    THE SURVIVOR IT WAS MERGED INTO. ACCESS IS DYNAMIC - A
004936*    CUST= INQUIRY READS ITS OWN NUMBER AND THEN WALKS THE
004945*    FILE FOR EVERY NUMBER MERGED INTO THE SURVIVOR.
004954     SELECT CUST-XREF ASSIGN TO "DEMOCUSX"
004963         ORGANIZATION IS INDEXED
004972         ACCESS MODE IS DYNAMIC
004981         RECORD KEY IS XREF-OLD-CUST-NO
004990         FILE STATUS IS WS-XREF-FILE-STATUS.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
006000
006100 FD  MERGE-OUT
006200     RECORDING MODE IS F.
006300 01  MERGE-REC              PIC X(91).
006400
006500 FD  INQ-REPORT
006600     RECORDING MODE IS F.
006700 01  REPORT-LINE            PIC X(132).
006725
006750 FD  CUST-XREF.
006775     COPY XREFRECL.
006800
006900 WORKING-STORAGE SECTION.
007000 77  WS-FOUT-EOF-SWITCH     PIC X(01) VALUE 'N'.
012800     05 WRK-LABEL-TEXT      PIC X(20).
012900     05 WRK-CUSTOMER-NO     PIC 9(06).
012910     05 WRK-VAT-RATE        PIC 9(2)V99 COMP-3.
012955     05 WRK-ORIG-INVOICE-NO PIC 9(10).
012977     05 WRK-DUE-DATE        PIC 9(08).
013000 77  WS-SOURCE-NAME         PIC X(17) VALUE SPACES.
013100*----------------------------------------------------------
013200* MERGE MODE WORKING STORAGE
013900 77  WS-DELETE-STATUS       PIC S9(09) COMP-5 VALUE ZERO.
013910 77  WS-SOD-REM             PIC 9(04) COMP VALUE ZERO.
013920 77  WS-SOD-QUOT            PIC 9(04) COMP VALUE ZERO.
013925*----------------------------------------------------------
013930* MERGED CUSTOMER NUMBERS (DEMOCUSX) - FOR A CUST= INQUIRY,
013935* EVERY RETIRED NUMBER THAT NOW POINTS AT THE CUSTOMER
013940*----------------------------------------------------------
013945 77  WS-XREF-FILE-STATUS    PIC X(02) VALUE "00".
013950 77  WS-XREF-EOF-SWITCH     PIC X(01) VALUE 'N'.
013955     88 END-OF-XREF         VALUE 'Y'.
013960 77  WS-RETIRED-MATCH-SWITCH PIC X(01) VALUE 'N'.
013965     88 RETIRED-NUMBER-MATCHED VALUE 'Y'.
013970 77  WS-RETIRED-USED        PIC 9(03) COMP VALUE ZERO.
013975 77  WS-RETIRED-MAX         PIC 9(03) COMP VALUE 50.
013980 77  WS-RETIRED-SUB         PIC 9(03) COMP VALUE ZERO.
013985 01  WS-RETIRED-TABLE.
013990     05 WS-RETIRED-NO       PIC 9(06) OCCURS 50 TIMES.
014000*----------------------------------------------------------
014100* REPORT LINES
014200*----------------------------------------------------------
024800     WRITE REPORT-LINE.
024900     MOVE SPACES TO REPORT-LINE.
025000     WRITE REPORT-LINE.
025020     IF MODE-CUSTOMER
025040         PERFORM 2050-RESOLVE-MERGED-CUSTOMER
025060             THRU 2050-RESOLVE-MERGED-CUSTOMER-EXIT
025080     END-IF.
025100     PERFORM 2100-SEARCH-FOUT THRU 2100-SEARCH-FOUT-EXIT.
025200     PERFORM 3000-SEARCH-GENERATIONS
025300         THRU 3000-SEARCH-GENERATIONS-EXIT.
026200         WS-GEN-COUNT " GENERATIONS PLUS CURRENT FOUT, "
026210         "MONTHLY FILES PROBED BACK TO " WS-DEEP-YM.
026300 2000-SEARCH-EXTRACTS-EXIT.
026301     EXIT.
026302*----------------------------------------------------------
026303* 2050-RESOLVE-MERGED-CUSTOMER - A CUSTOMER NUMBER RETIRED BY
026304*                                DEMOMRGE IS ANSWERED FOR THE
026305*                                SURVIVOR IT WAS MERGED INTO,
026306*                                AND THE SURVIVOR'S INQUIRY
026307*                                ALSO PICKS UP EVERY NUMBER
026308*                                MERGED INTO IT, SINCE FOUT AND
026309*                                FOUTHIST STILL CARRY THE OLD
026310*                                NUMBERS. NO DEMOCUSX MEANS NO
026311*                                CUSTOMER HAS EVER BEEN MERGED.
026312*----------------------------------------------------------
026313 2050-RESOLVE-MERGED-CUSTOMER.
026314     MOVE ZERO TO WS-RETIRED-USED.
026315     OPEN INPUT CUST-XREF.
026316     IF WS-XREF-FILE-STATUS NOT = "00"
026317         GO TO 2050-RESOLVE-MERGED-CUSTOMER-EXIT
026318     END-IF.
026319     MOVE WS-ARG-CUSTOMER-NO TO XREF-OLD-CUST-NO.
026320     READ CUST-XREF
026321         INVALID KEY
026322             CONTINUE
026323         NOT INVALID KEY
026324             MOVE SPACES TO REPORT-LINE
026325             STRING "CUSTOMER " WS-ARG-CUSTOMER-NO
026326                 " WAS MERGED INTO " XREF-NEW-CUST-NO
026327                 " ON " XREF-MERGE-DATE
026328                 " - SHOWING THE SURVIVOR'S HISTORY"
026329                 DELIMITED BY SIZE INTO REPORT-LINE
026330             WRITE REPORT-LINE
026331             MOVE XREF-NEW-CUST-NO TO WS-ARG-CUSTOMER-NO
026332     END-READ.
026333     MOVE ZERO TO XREF-OLD-CUST-NO.
026334     START CUST-XREF KEY IS NOT LESS THAN XREF-OLD-CUST-NO
026335         INVALID KEY
026336             MOVE 'Y' TO WS-XREF-EOF-SWITCH
026337         NOT INVALID KEY
026338             MOVE 'N' TO WS-XREF-EOF-SWITCH
026339     END-START.
026340     PERFORM 2060-COLLECT-RETIRED-NUMBER
026341         THRU 2060-COLLECT-RETIRED-NUMBER-EXIT
026342         UNTIL END-OF-XREF.
026343     CLOSE CUST-XREF.
026344     MOVE SPACES TO REPORT-LINE.
026345     WRITE REPORT-LINE.
026346 2050-RESOLVE-MERGED-CUSTOMER-EXIT.
026347     EXIT.
026348*----------------------------------------------------------
026349* 2060-COLLECT-RETIRED-NUMBER - READ ONE CROSS-REFERENCE AND
026350*                               KEEP IT IF IT POINTS AT THE
026351*                               CUSTOMER BEING INQUIRED ON
026352*----------------------------------------------------------
026353 2060-COLLECT-RETIRED-NUMBER.
026354     READ CUST-XREF NEXT RECORD
026355         AT END
026356             MOVE 'Y' TO WS-XREF-EOF-SWITCH
026357             GO TO 2060-COLLECT-RETIRED-NUMBER-EXIT
026358     END-READ.
026359     IF XREF-NEW-CUST-NO NOT = WS-ARG-CUSTOMER-NO
026360         GO TO 2060-COLLECT-RETIRED-NUMBER-EXIT
026361     END-IF.
026362     IF WS-RETIRED-USED >= WS-RETIRED-MAX
026363         DISPLAY "DEMOINQ - WARNING - MORE THAN " WS-RETIRED-MAX
026364             " NUMBERS MERGED INTO " WS-ARG-CUSTOMER-NO
026365             ", " XREF-OLD-CUST-NO " NOT SEARCHED"
026366         MOVE 4 TO RETURN-CODE
026367         GO TO 2060-COLLECT-RETIRED-NUMBER-EXIT
026368     END-IF.
026369     ADD 1 TO WS-RETIRED-USED.
026370     MOVE XREF-OLD-CUST-NO TO WS-RETIRED-NO (WS-RETIRED-USED).
026371     MOVE SPACES TO REPORT-LINE.
026372     STRING "ALSO SEARCHING RETIRED NUMBER " XREF-OLD-CUST-NO
026373         ", MERGED ON " XREF-MERGE-DATE
026374         DELIMITED BY SIZE INTO REPORT-LINE.
026375     WRITE REPORT-LINE.
026376 2060-COLLECT-RETIRED-NUMBER-EXIT.
026400     EXIT.
026500*----------------------------------------------------------
026600* 2100-SEARCH-FOUT - TEST EVERY CURRENT-EXTRACT RECORD
038000             END-IF
038100         WHEN MODE-CUSTOMER
038200             IF WRK-CUSTOMER-NO NOT = WS-ARG-CUSTOMER-NO
038233                 PERFORM 4050-MATCH-RETIRED-NUMBERS
038266                     THRU 4050-MATCH-RETIRED-NUMBERS-EXIT
038299                 IF NOT RETIRED-NUMBER-MATCHED
038332                     GO TO 4000-TEST-WORK-REC-EXIT
038365                 END-IF
038400             END-IF
038500         WHEN MODE-DATE-RANGE
038600             IF WRK-INVOICE-DATE < WS-ARG-DATE-FROM
039000     END-EVALUATE.
039100     PERFORM 4100-PRINT-MATCH THRU 4100-PRINT-MATCH-EXIT.
039200 4000-TEST-WORK-REC-EXIT.
039204     EXIT.
039208*----------------------------------------------------------
039212* 4050-MATCH-RETIRED-NUMBERS - IS THE RECORD'S CUSTOMER ONE
039216*                              OF THE NUMBERS MERGED INTO THE
039220*                              CUSTOMER BEING INQUIRED ON
039224*----------------------------------------------------------
039228 4050-MATCH-RETIRED-NUMBERS.
039232     MOVE 'N' TO WS-RETIRED-MATCH-SWITCH.
039236     PERFORM 4060-MATCH-ONE-RETIRED
039240         THRU 4060-MATCH-ONE-RETIRED-EXIT
039244         VARYING WS-RETIRED-SUB FROM 1 BY 1
039248         UNTIL WS-RETIRED-SUB > WS-RETIRED-USED
039252         OR RETIRED-NUMBER-MATCHED.
039256 4050-MATCH-RETIRED-NUMBERS-EXIT.
039260     EXIT.
039264*----------------------------------------------------------
039268* 4060-MATCH-ONE-RETIRED - COMPARE ONE RETIRED NUMBER
039272*----------------------------------------------------------
039276 4060-MATCH-ONE-RETIRED.
039280     IF WS-RETIRED-NO (WS-RETIRED-SUB) = WRK-CUSTOMER-NO
039284         SET RETIRED-NUMBER-MATCHED TO TRUE
039288     END-IF.
039292 4060-MATCH-ONE-RETIRED-EXIT.
039300     EXIT.
039400*----------------------------------------------------------
039500* 4100-PRINT-MATCH - ONE MATCH LINE, WITH THE SOURCE THE
