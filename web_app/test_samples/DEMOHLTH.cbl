002090*                FLAGS THE SKIPPED STEPS AS NEVER RUN -
002092*                THE PAGE SAYS WHAT KIND OF NIGHT IT WAS
002094*                AND ENDS CLEAN.
002095* 2026-10-15 RF  PRIOR-NIGHT COUNTS TABLE RAISED FROM 20 TO 40
002096*                PROGRAMS - THE CHAIN NOW LOGS MORE THAN 20 -
002097*                AND RUNNING OUT OF ROOM IS NOW WARNED ON THE
002098*                CONSOLE INSTEAD OF LOSING TRENDS SILENTLY.
002100*----------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
006900* SO THE LAST EARLIER RECORD SEEN PER PROGRAM WINS.
007000*----------------------------------------------------------
007100 77  WS-PREV-USED           PIC 9(03) COMP VALUE ZERO.
007200 77  WS-PREV-MAX            PIC 9(03) COMP VALUE 40.
007300 77  WS-PREV-SUB            PIC 9(03) COMP VALUE ZERO.
007400 77  WS-PREV-FOUND-SWITCH   PIC X(01) VALUE 'N'.
007500     88 PREV-ENTRY-FOUND    VALUE 'Y'.
007550 77  WS-PREV-FULL-SWITCH    PIC X(01) VALUE 'N'.
007560     88 PREV-TABLE-FULL     VALUE 'Y'.
007600 01  WS-PREV-TABLE.
007700     05 WS-PREV-ENTRY OCCURS 40 TIMES.
007800        10 WS-PREV-PROGRAM  PIC X(08).
007900        10 WS-PREV-DATE     PIC 9(08).
008000        10 WS-PREV-READ     PIC 9(07).
027100* 2300-NOTE-PRIOR-RUN - REMEMBER THE LAST EARLIER-NIGHT
027200*                       COUNTS FOR THIS PROGRAM. THE LOG IS
027300*                       CHRONOLOGICAL, SO OVERWRITING KEEPS
027400*                       THE MOST RECENT PRIOR NIGHT. A
027420*                       PROGRAM THE TABLE HAS NO ROOM FOR
027440*                       GETS NO TREND; THE FIRST IS NAMED.
027500*----------------------------------------------------------
027600 2300-NOTE-PRIOR-RUN.
027650     MOVE RLOG-PROGRAM TO WS-MATCH-PROGRAM.
027800         THRU 2400-FIND-PRIOR-ENTRY-EXIT.
027900     IF NOT PREV-ENTRY-FOUND
028000         IF WS-PREV-USED >= WS-PREV-MAX
028010             IF NOT PREV-TABLE-FULL
028020                 DISPLAY "DEMOHLTH - WARNING - MORE THAN "
028030                     WS-PREV-MAX " PROGRAMS ON EARLIER NIGHTS, "
028040                     "NO TREND FROM " RLOG-PROGRAM " ON"
028050                 SET PREV-TABLE-FULL TO TRUE
028060             END-IF
028100             GO TO 2300-NOTE-PRIOR-RUN-EXIT
028200         END-IF
028300         ADD 1 TO WS-PREV-USED
