000700*----------------------------------------------------------*
000800* DATE        INIT  DESCRIPTION                            *
000900* 2026-09-02  LIBI  ORIGINAL LAYOUT.                        *
000901* 2026-10-15  LIBI  ADDED THE ENTERING OPERATOR ID, CHECKED *
000902*                   AGAINST THE OPERAUTH AUTHORIZATION      *
000903*                   TABLE, AND THE V (APPROVE) ACTION: A V  *
000904*                   ON AN EMPLOYEE AND SEQUENCE WITH A BANK *
000905*                   CHANGE HELD ON MNTPEND APPLIES THAT     *
000906*                   CHANGE. ONLY THE KEY AND OPERATOR ARE   *
000907*                   READ FROM A V.                          *
000908* 2026-10-15  LIBI  ADDED THE ACCOUNT TYPE (C CHECKING, S   *
000909*                   SAVINGS, SPACE TAKEN AS CHECKING).      *
000910*                   CHANGING IT IS A BANK CHANGE AND NEEDS  *
000911*                   APPROVAL.                               *
001000*----------------------------------------------------------*
001100 01  DEPOSIT-INSTR-TRANSACTION.
001200     05  DT-ACTION-CODE          PIC X(01).
001300         88  DT-ACTION-ADD           VALUE "A".
001400         88  DT-ACTION-CHANGE        VALUE "C".
001500         88  DT-ACTION-DELETE        VALUE "D".
001501         88  DT-ACTION-APPROVE       VALUE "V".
001600     05  DT-EMPLOYEE-ID          PIC 9(09).
001700     05  DT-SEQUENCE             PIC 9(02).
001800     05  DT-METHOD               PIC X(01).
002300     05  DT-PCT                  PIC 9V99.
002400     05  DT-BANK-ROUTING         PIC 9(09).
002500     05  DT-BANK-ACCOUNT         PIC X(17).
002501     05  DT-OPERATOR-ID          PIC X(08).
002502     05  DT-ACCOUNT-TYPE         PIC X(01).
002503         88  DT-CHECKING-ACCOUNT     VALUES "C", " ".
002504         88  DT-SAVINGS-ACCOUNT      VALUE "S".
