000100*----------------------------------------------------------*
000200* DISBACCT - PAYROLL DISBURSEMENT ACCOUNT CONTROL RECORD    *
000300* LAYOUT. ONE RECORD GIVING THE BANK ACCOUNT PAYROLL CHECKS *
000400* ARE DRAWN ON. CHKPRINT AND CHKRECON BOTH READ IT TO       *
000500* IDENTIFY THE ACCOUNT ON EVERY POSITIVE-PAY ITEM AND       *
000600* TRAILER, SO THE ISSUE FILE AND THE VOID/STOP FILE CAN     *
000700* NEVER NAME DIFFERENT ACCOUNTS. TREASURY OWNS THIS FILE.   *
000800*----------------------------------------------------------*
000900* DATE        INIT  DESCRIPTION                            *
001000* 2026-10-15  LIBI  ORIGINAL LAYOUT.                        *
001100*----------------------------------------------------------*
001200 01  DISBURSEMENT-ACCOUNT-RECORD.
001300     05  DA-ACCOUNT-NUMBER       PIC X(17).
