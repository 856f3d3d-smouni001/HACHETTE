000100*----------------------------------------------------------
000200* CUSTRECL - CUSTOMER MASTER RECORD LAYOUT (CUSTMAST)
000300*           KEYED BY CUSTOMER NUMBER. MAINTAINED THROUGH
000400*           DEMOCMNT; ALSO REWRITTEN BY DEMOWOFF (HOLD FLAG
000500*           ON A WRITE-OFF), DEMOMRGE (RETIRES THE DUPLICATE
000510*           OF A MERGED PAIR) AND DEMODDRT (SUSPENDS A
000520*           MANDATE ON AN ACCOUNT OR MANDATE RETURN). READ BY
000530*           DEMOCOB, DEMOREPR, DEMOSTMT, DEMODUNN, DEMOEXPO,
000540*           DEMODDCL, DEMOIDOC, DEMOALOC AND DEMOSALE.
000700*----------------------------------------------------------
000800*--------------------------------------------------------
000900* MODIFICATION HISTORY
002000*                EXPOSURE AGAINST THE LIMIT AT EXTRACT TIME
002100*                AND SUSPENDS OVER-LIMIT OR ON-HOLD
002200*                INVOICES UNDER REASON 'LIM'.
002211* 2026-10-15 RF  ADDED CUST-TERMS-CODE AND CUST-TERMS-DAYS
002222*                (APPENDED). DEMOCMNT VALIDATES THE CODE
002233*                AGAINST ITS TERMS TABLE AND STORES THE DAYS
002244*                WITH IT, SO READERS NEVER NEED THE TABLE.
002255*                DEMOCOB DATES EACH INVOICE DUE THAT MANY
002266*                DAYS AFTER ITS INVOICE DATE. A BLANK CODE
002277*                (RECORDS SET UP BEFORE THIS CHANGE) IS
002288*                TREATED AS THE HOUSE TERMS, NET 30.
002289* 2026-10-15 RF  ADDED THE SEPA DIRECT-DEBIT MANDATE
002290*                (APPENDED): MANDATE REFERENCE AND SIGNATURE
002291*                DATE, THE DEBTOR'S IBAN AND BIC, AND THE
002292*                MANDATE STATUS - ACTIVE, SUSPENDED (BY
002293*                DEMODDRT ON AN ACCOUNT OR MANDATE RETURN) OR
002294*                CANCELLED; BLANK MEANS NO MANDATE. DEMOCMNT
002295*                VALIDATES THEM (IBAN CHECK DIGITS, BIC FORM)
002296*                AND DEMODDCL COLLECTS ONLY FROM CUSTOMERS
002297*                WHOSE MANDATE IS ACTIVE.
002298* 2026-10-15 RF  HEADER BROUGHT UP TO DATE WITH EVERY PROGRAM
002299*                THAT NOW REWRITES OR READS CUSTMAST.
002300*--------------------------------------------------------
002400 01  CUST-REC.
002500     05 CUST-NO             PIC 9(06).
002900     05 CUST-HOLD-FLAG      PIC X(01).
003000        88 CUST-ON-HOLD     VALUE 'H'.
003100        88 CUST-NOT-HELD    VALUE 'N' ' '.
003200     05 CUST-TERMS-CODE     PIC X(03).
003300        88 CUST-TERMS-NOT-SET VALUE SPACES.
003400     05 CUST-TERMS-DAYS     PIC 9(03).
003500     05 CUST-DD-MANDATE-REF PIC X(35).
003600     05 CUST-DD-MANDATE-DATE PIC 9(08).
003700     05 CUST-DD-IBAN        PIC X(34).
003800     05 CUST-DD-BIC         PIC X(11).
003900     05 CUST-DD-MANDATE-STATUS PIC X(01).
004000        88 CUST-DD-NO-MANDATE VALUE SPACE.
004100        88 CUST-DD-ACTIVE   VALUE 'A'.
004200        88 CUST-DD-SUSPENDED VALUE 'S'.
004300        88 CUST-DD-CANCELLED VALUE 'C'.
