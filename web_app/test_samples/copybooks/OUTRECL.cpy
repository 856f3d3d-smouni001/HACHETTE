001230*                LEAVING FINANCE TO BACK IT OUT OF THE
001240*                AMOUNTS PER INVOICE. THE NEW DEMODECL VAT
001250*                DECLARATION TOTALS BY THIS FIELD.
001251* 2026-10-15 RF  ADDED ORIG-INVOICE-NO (APPENDED) - THE
001252*                INVOICE A 'CRN' OR 'ADJ' CORRECTS, ZERO ON
001253*                AN 'INV'. DEMOCASH NETS THE CREDIT AGAINST
001254*                THAT INVOICE'S OPEN ITEM. THE FLAT OUT-REC
001255*                SLOTS (DEMOCOB, DEMOEXTR, DEMOGLJR, DEMOINQ,
001256*                DEMOREPR) AND THE OWN-NAME SHADOW LAYOUTS
001257*                GROW WITH IT, TO 83 BYTES.
001258* 2026-10-15 RF  ADDED DUE-DATE (APPENDED) - INVOICE-DATE PLUS
001259*                THE CUSTOMER'S PAYMENT-TERMS DAYS FROM
001260*                CUSTMAST, WORKED OUT BY DEMOCOB (AND
001261*                DEMOREPR ON A RE-DRIVE). DEMOSTMT AND
001262*                DEMODUNN AGE BY DAYS PAST THIS DATE. THE
001263*                FLAT SLOTS AND SHADOW LAYOUTS GROW TO 91.
001275*--------------------------------------------------------
001300 01  OUT-REC.
001400     05 REC-TYPE            PIC X(03).
001900     05 LABEL-TEXT          PIC X(20).
001910     05 CUSTOMER-NO         PIC 9(06).
001920     05 VAT-RATE            PIC 9(2)V99 COMP-3.
001930     05 ORIG-INVOICE-NO     PIC 9(10).
001940     05 DUE-DATE            PIC 9(08).
