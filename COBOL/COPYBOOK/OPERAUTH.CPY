000100*----------------------------------------------------------*
000200* OPERAUTH - MAINTENANCE OPERATOR AUTHORIZATION RECORD      *
000300* LAYOUT. ONE ENTRY PER OPERATOR, PROGRAM, AND ACTION THAT  *
000400* OPERATOR MAY KEY: A (ADD), C (CHANGE), D (DELETE), OR V   *
000500* (APPROVE A CHANGE ANOTHER OPERATOR ENTERED). READ BY      *
000600* PAYMAINT, DEDMAINT, AND DDIMAINT, WHICH REFUSE ANY        *
000700* TRANSACTION WHOSE OPERATOR HAS NO ENTRY FOR THAT PROGRAM  *
000800* AND ACTION. SECURITY ADMINISTRATION OWNS THIS FILE.       *
000900*----------------------------------------------------------*
001000* DATE        INIT  DESCRIPTION                            *
001100* 2026-10-15  LIBI  ORIGINAL LAYOUT.                        *
001200*----------------------------------------------------------*
001300 01  OPERATOR-AUTHORIZATION-RECORD.
001400     05  OA-OPERATOR-ID          PIC X(08).
001500     05  OA-PROGRAM              PIC X(08).
001600     05  OA-ACTION               PIC X(01).
001700         88  OA-MAY-ADD              VALUE "A".
001800         88  OA-MAY-CHANGE           VALUE "C".
001900         88  OA-MAY-DELETE           VALUE "D".
002000         88  OA-MAY-APPROVE          VALUE "V".
