001600*                EVER PAID. CREDIT CONTROL HAS BEEN HAND-
001700*                ANNOTATING THE FRIDAY STATEMENTS AGAINST
001800*                THE BANK LIST.
001803* 2026-10-15 RF  OPN-PAID-AMOUNT NOW ALSO CARRIES CREDIT NOTES
001806*                DEMOCASH NETS AGAINST THE INVOICE, AND A
001809*                NETTED CREDIT'S OWN ITEM IS CLOSED 'F' WITH
001812*                PAID EQUAL TO ITS (NEGATIVE) AMOUNT. DEMOEXPO
001815*                NOW READS THE FILE AS WELL.
001818* 2026-10-15 RF  ADDED OPN-DUE-DATE (APPENDED) - THE INVOICE'S
001821*                DUE DATE OFF OUT-REC, SEEDED WITH THE ITEM.
001824*                ZERO ON AN ITEM SEEDED BEFORE DUE DATES WERE
001827*                CARRIED.
001830* 2026-10-15 RF  ADDED STATUS 'W' (WRITTEN OFF BY DEMOWOFF) AND
001833*                OPN-CLOSED FOR 'F' OR 'W', AND OPN-VAT-RATE
001836*                (APPENDED) - THE INVOICE'S VAT-RATE OFF OUT-REC,
001839*                SO A WRITE-OFF CAN RECLAIM ITS VAT PORTION.
001842* 2026-10-15 RF  ADDED THE DIRECT-DEBIT COLLECTION STATE
001845*                (APPENDED). DEMODDCL SETS 'R' WHEN IT PUTS
001848*                THE ITEM'S RESIDUAL ON A BANK COLLECTION
001851*                FILE; DEMODDRT SETS 'S' WHEN THE BANK REPORTS
001854*                IT SETTLED (THE RECEIPT GOES TO DEMOCASH ON
001857*                BANKRCPT) OR 'X' WITH THE BANK'S REASON CODE
001860*                WHEN IT IS REJECTED OR RETURNED. OPN-STATUS
001863*                IS NOT TOUCHED BY EITHER, SO THE ITEM STAYS
001866*                OPEN OR PART-PAID FOR EVERY OTHER READER;
001869*                DEMODUNN AND DEMOWOFF LEAVE 'R' AND 'S'
001872*                ITEMS ALONE. ZERO/BLANK ON AN ITEM NEVER
001875*                PUT UP FOR COLLECTION.
001880* 2026-10-15 RF  ADDED OPN-COLLECT-AMOUNT (APPENDED) - WHAT
001884*                DEMODDCL ASKED THE BANK FOR, SO DEMODDRT CAN
001888*                REFUSE A RETURN-FILE RECORD FOR ANY OTHER
001892*                AMOUNT. ZERO ON AN ITEM NEVER PUT UP FOR
001896*                COLLECTION.
001900*--------------------------------------------------------
002000 01  OPN-REC.
002100     05 OPN-INVOICE-NO      PIC 9(10).
002800        88 OPN-OPEN         VALUE 'O'.
002900        88 OPN-PART-PAID    VALUE 'P'.
003000        88 OPN-PAID         VALUE 'F'.
003010        88 OPN-WRITTEN-OFF  VALUE 'W'.
003020        88 OPN-CLOSED       VALUE 'F' 'W'.
003100     05 OPN-LAST-PAY-DATE   PIC 9(08).
003200     05 OPN-DUE-DATE        PIC 9(08).
003300     05 OPN-VAT-RATE        PIC 9(2)V99 COMP-3.
003400     05 OPN-COLLECT-FLAG    PIC X(01).
003500        88 OPN-NOT-COLLECTED VALUE SPACE.
003600        88 OPN-COLLECT-REQUESTED VALUE 'R'.
003700        88 OPN-COLLECT-SETTLED VALUE 'S'.
003800        88 OPN-COLLECT-RETURNED VALUE 'X'.
003900        88 OPN-COLLECT-PENDING VALUE 'R' 'S'.
004000     05 OPN-COLLECT-DATE    PIC 9(08).
004100     05 OPN-COLLECT-REASON  PIC X(04).
004200     05 OPN-COLLECT-AMOUNT  PIC S9(7)V99 COMP-3.
