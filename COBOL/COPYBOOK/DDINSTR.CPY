001100*----------------------------------------------------------*
001200* DATE        INIT  DESCRIPTION                            *
001300* 2026-09-02  LIBI  ORIGINAL LAYOUT.                        *
001301* 2026-10-15  LIBI  ADDED THE ACCOUNT TYPE (C CHECKING, S   *
001302*                   SAVINGS), CARRIED ONTO THE DDEXTR       *
001303*                   DETAIL SO THE NACHA ENTRY GETS THE      *
001304*                   RIGHT TRANSACTION CODE. A SPACE IS      *
001305*                   CHECKING.                               *
001400*----------------------------------------------------------*
001500 01  DEPOSIT-INSTRUCTION-RECORD.
001600     05  DI-EMPLOYEE-ID          PIC 9(09).
002300     05  DI-PCT                  PIC 9V99.
002400     05  DI-BANK-ROUTING         PIC 9(09).
002500     05  DI-BANK-ACCOUNT         PIC X(17).
002501     05  DI-ACCOUNT-TYPE         PIC X(01).
002502         88  DI-CHECKING-ACCOUNT     VALUES "C", " ".
002503         88  DI-SAVINGS-ACCOUNT      VALUE "S".
