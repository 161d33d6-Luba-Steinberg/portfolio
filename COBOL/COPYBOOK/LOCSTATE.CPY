000600* QUARTERLY FILING REPORT. A LOCATION WITH NO ENTRY HERE    *
000700* WITHHOLDS AT THE COMPANY-DEFAULT STATE RATE (THE TAXCTL   *
000800* "S" ENTRY WITH A BLANK STATE CODE).                       *
000801* PAYMAINT READS IT FOR THE FINAL-PAY SICK-LEAVE RULE.      *
000900*----------------------------------------------------------*
001000* DATE        INIT  DESCRIPTION                            *
001100* 2026-09-02  LIBI  ORIGINAL LAYOUT.                        *
001101* 2026-10-15  LIBI  ADDED LS-SICK-PAYOUT - "Y" WHERE THE    *
001102*                   STATE'S FINAL-PAY RULE REQUIRES UNUSED  *
001103*                   SICK LEAVE TO BE PAID OUT AT            *
001104*                   TERMINATION. SPACE (AND ANY LEGACY      *
001105*                   ENTRY) MEANS IT IS FORFEITED.           *
001200*----------------------------------------------------------*
001300 01  LOCATION-STATE-RECORD.
001400     05  LS-LOCATION             PIC X(20).
001500     05  LS-STATE-CODE           PIC X(02).
001501     05  LS-SICK-PAYOUT          PIC X(01).
001502         88  LS-PAYS-OUT-SICK        VALUE "Y".
