000100*----------------------------------------------------------
000200* ONACRECL - CUSTOMER ON-ACCOUNT CREDIT RECORD (DEMOONAC)
000300*           ONE RECORD PER CUSTOMER PER CURRENCY, CARRYING
000400*           THE CREDIT HELD FOR THE CUSTOMER THAT IS NOT
000500*           APPLIED TO ANY OPEN ITEM - CASH AN OPERATOR
000600*           PUT ON ACCOUNT THROUGH DEMOALOC. THE BALANCE IS
000700*           HELD POSITIVE (MONEY OWED TO THE CUSTOMER).
000800*----------------------------------------------------------
000900*--------------------------------------------------------
001000* MODIFICATION HISTORY
001100*--------------------------------------------------------
001200* 2026-10-15 RF  INITIAL VERSION.
001225* 2026-10-15 RF  DEMOCASH NOW ALSO CREDITS THIS FILE WITH THE
001250*                EXCESS OF A CREDIT NOTE OVER THE RESIDUAL OF
001275*                THE INVOICE IT CREDITS.
001300*--------------------------------------------------------
001400 01  ONA-REC.
001500     05 ONA-KEY.
001600        10 ONA-CUSTOMER-NO  PIC 9(06).
001700        10 ONA-CURRENCY-CODE PIC X(03).
001800     05 ONA-BALANCE         PIC S9(7)V99 COMP-3.
001900     05 ONA-LAST-DATE       PIC 9(08).
