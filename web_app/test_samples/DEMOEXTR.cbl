001534*                RE-EMITTING THE WHOLE DETAIL FILE WOULD
001536*                DOUBLE-FEED AR. NO FOUTDTL ON DISK JUST
001538*                MEANS UPSTREAM HAS SENT NO DETAIL YET.
001543* 2026-10-15 RF  THE FLAT DELTA SLOT AND WS-WORK-REC GROW
001548*                WITH OUTRECL (NEW ORIG-INVOICE-NO).
001550* 2026-10-15 RF  THE FLAT DELTA SLOT AND WS-WORK-REC GROW
001552*                WITH OUTRECL AGAIN (NEW DUE-DATE).
001554*----------------------------------------------------------
001600 ENVIRONMENT DIVISION.
001700 INPUT-OUTPUT SECTION.
003380     RECORDING MODE IS F.
003381 01  MARKER-REC             PIC X(21).
003382*----------------------------------------------------------
003383* DELTA-IN - A FLAT SLOT THE EXACT LENGTH OF OUT-REC (91
003384*            BYTES); EVERY RECORD IS MOVED WHOLE INTO THE
003385*            COMMON WORK RECORD BELOW.
003386*----------------------------------------------------------
003387 FD  DELTA-IN
003388     RECORDING MODE IS F.
003389 01  DELTA-REC              PIC X(91).
003390
003391 FD  DETAIL-IN
003392     RECORDING MODE IS F.
003904     05 WRK-LABEL-TEXT      PIC X(20).
003906     05 WRK-CUSTOMER-NO     PIC 9(06).
003908     05 WRK-VAT-RATE        PIC 9(2)V99 COMP-3.
003923     05 WRK-ORIG-INVOICE-NO PIC 9(10).
003930     05 WRK-DUE-DATE        PIC 9(08).
003938*----------------------------------------------------------
003968* DISPLAY-NUMERIC EDIT FIELDS USED TO UNPACK THE COMP-3
004000* AMOUNTS BEFORE THEY ARE STRUNG INTO THE CSV LINE.
