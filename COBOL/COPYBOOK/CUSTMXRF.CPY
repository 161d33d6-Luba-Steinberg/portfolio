000100*----------------------------------------------------------*
000200* CUSTMXRF - CUSTOMER MERGE CROSS-REFERENCE RECORD LAYOUT   *
000300* ONE ENTRY PER CUSTOMER MERGED AWAY BY CUSTDUP, MAPPING    *
000400* THE RETIRED IDENT TO THE SURVIVING ONE. WHEN A SURVIVOR   *
000500* IS ITSELF MERGED LATER, ITS EARLIER ENTRIES ARE REPOINTED *
000600* SO EVERY OLD IDENT MAPS STRAIGHT TO THE CURRENT CUSTOMER. *
000700* READ BY FILE2 SO A LATER TRANSACTION ON A RETIRED IDENT   *
000800* LANDS ON THE SURVIVING CUSTOMER.                          *
000900*----------------------------------------------------------*
001000* DATE        INIT  DESCRIPTION                            *
001100* 2026-10-15  LIBI  ORIGINAL LAYOUT.                        *
001200*----------------------------------------------------------*
001300 01  CUSTOMER-MERGE-XREF-RECORD.
001400     05  MX-OLD-IDENT            PIC 9(05).
001500     05  MX-NEW-IDENT            PIC 9(05).
001600     05  MX-MERGE-DATE           PIC 9(08).
