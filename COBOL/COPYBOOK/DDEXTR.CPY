001100* 2026-09-02  LIBI  PROMOTED FROM AN IN-PROGRAM LAYOUT IN   *
001200*                   PAYROL00 NOW THAT A SECOND PROGRAM      *
001300*                   READS THE FILE.                         *
001301* 2026-10-15  LIBI  ADDED THE ACCOUNT TYPE (C CHECKING, S   *
001302*                   SAVINGS) TO THE DETAILS FOR THE ACHORIG *
001303*                   NACHA ORIGINATION FILE. A DETAIL        *
001304*                   WRITTEN BEFORE IT EXISTED HAS A SPACE   *
001305*                   AND IS TAKEN AS CHECKING.               *
001400*----------------------------------------------------------*
001500 01  DD-DETAIL-RECORD.
001600     05  DD-RECORD-TYPE          PIC X(01).
002200     05  DD-BANK-ROUTING         PIC 9(09).
002300     05  DD-BANK-ACCOUNT         PIC X(17).
002400     05  DD-NET-AMOUNT           PIC 9(07).
002401     05  DD-ACCOUNT-TYPE         PIC X(01).
002402         88  DD-CHECKING-ACCOUNT     VALUES "C", " ".
002403         88  DD-SAVINGS-ACCOUNT      VALUE "S".
002500 01  DD-TRAILER-RECORD.
002600     05  DD-TRL-RECORD-TYPE      PIC X(01).
002700     05  DD-TRL-DETAIL-COUNT     PIC 9(05).
002800     05  DD-TRL-TOTAL-NET        PIC 9(09).
002900     05  FILLER                  PIC X(44).
