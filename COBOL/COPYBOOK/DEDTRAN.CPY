000800*----------------------------------------------------------*
000900* DATE        INIT  DESCRIPTION                            *
001000* 2026-09-02  LIBI  ORIGINAL LAYOUT.                        *
001001* 2026-10-15  LIBI  ADDED THE ENTERING OPERATOR ID, CHECKED *
001002*                   AGAINST THE OPERAUTH AUTHORIZATION      *
001003*                   TABLE.                                  *
001100*----------------------------------------------------------*
001200 01  DEDUCTION-TRANSACTION-RECORD.
001300     05  DN-ACTION-CODE          PIC X(01).
002800     05  DN-ACTIVE-FLAG          PIC X(01).
002900         88  DN-ORDER-ACTIVE         VALUES "Y", " ".
003000         88  DN-ORDER-INACTIVE       VALUE "N".
003001     05  DN-OPERATOR-ID          PIC X(08).
