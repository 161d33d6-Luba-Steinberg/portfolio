000100*----------------------------------------------------------*
000200* CUSTMRG - CUSTOMER MERGE TRANSACTION RECORD LAYOUT        *
000300* ONE ENTRY PER DUPLICATE PAIR CONFIRMED FROM THE CUSTDUPL  *
000400* REVIEW LIST, NAMING THE IDENT THAT SURVIVES AND THE IDENT *
000500* MERGED INTO IT. READ BY CUSTDUP.                          *
000600*----------------------------------------------------------*
000700* DATE        INIT  DESCRIPTION                            *
000800* 2026-10-15  LIBI  ORIGINAL LAYOUT.                        *
000801* 2026-10-15  LIBI  ADDED THE OPERATOR WHO CONFIRMED THE    *
000802*                   MERGE, CARRIED TO THE CUSTHIST CHANGE   *
000803*                   LOG WITH THE DELETION OF THE MERGED-    *
000804*                   AWAY IDENT.                             *
000900*----------------------------------------------------------*
001000 01  CUSTOMER-MERGE-TRANSACTION.
001100     05  MT-SURVIVOR-IDENT       PIC 9(05).
001200     05  MT-MERGED-IDENT         PIC 9(05).
001201     05  MT-OPERATOR-ID          PIC X(08).
