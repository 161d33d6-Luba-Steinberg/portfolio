000100*----------------------------------------------------------*
000200* PAIDITEM - BANK PAID-ITEMS RECORD LAYOUT                  *
000300* ONE ENTRY PER PAYROLL CHECK THE BANK PAID AGAINST THE     *
000400* PAYROLL ACCOUNT SINCE ITS LAST STATEMENT. READ BY THE     *
000500* CHKRECON PROGRAM AND MATCHED TO THE CHKISSUE MASTER BY    *
000600* CHECK NUMBER, THEN BY AMOUNT.                             *
000700*----------------------------------------------------------*
000800* DATE        INIT  DESCRIPTION                            *
000900* 2026-10-15  LIBI  ORIGINAL LAYOUT.                        *
001000*----------------------------------------------------------*
001100 01  PAID-ITEM-RECORD.
001200     05  PI-ACCOUNT-NUMBER       PIC X(17).
001300     05  PI-CHECK-NUMBER         PIC 9(08).
001400     05  PI-PAID-DATE            PIC 9(08).
001500     05  PI-PAID-AMOUNT          PIC 9(07).
