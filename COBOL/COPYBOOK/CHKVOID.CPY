000100*----------------------------------------------------------*
000200* CHKVOID - CHECK VOID / STOP-PAYMENT TRANSACTION LAYOUT    *
000300* ONE ENTRY PER INSTRUCTION FROM PAYROLL AGAINST A CHECK    *
000400* STILL OUTSTANDING ON THE CHKISSUE MASTER:                 *
000500*   V = VOID - THE CHECK WAS SPOILED OR RETURNED UNCASHED   *
000600*   S = STOP - THE CHECK WAS LOST, STOLEN OR ALTERED        *
000700* APPLIED BY CHKRECON, WHICH ALSO SENDS EACH ONE TO THE     *
000800* BANK ON THE POSITIVE-PAY FILE SO THE CHECK CANNOT CLEAR.  *
000900*----------------------------------------------------------*
001000* DATE        INIT  DESCRIPTION                            *
001100* 2026-10-15  LIBI  ORIGINAL LAYOUT.                        *
001200*----------------------------------------------------------*
001300 01  CHECK-VOID-RECORD.
001400     05  CV-ACTION-CODE          PIC X(01).
001500         88  CV-ACTION-VOID          VALUE "V".
001600         88  CV-ACTION-STOP          VALUE "S".
001700     05  CV-CHECK-NUMBER         PIC 9(08).
001800     05  CV-REASON               PIC X(20).
