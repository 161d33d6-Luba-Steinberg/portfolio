000100*----------------------------------------------------------*
000200* POSPAY - POSITIVE-PAY ISSUE FILE RECORD LAYOUTS           *
000300* ONE ENTRY PER CHECK THE BANK SHOULD HONOR OR REFUSE:      *
000400*   I = ISSUE  - WRITTEN BY CHKPRINT FOR EVERY CHECK PRINTED*
000500*   V = VOID   - WRITTEN BY CHKRECON WHEN A CHECK IS VOIDED *
000600*   S = STOP   - WRITTEN BY CHKRECON FOR A STOP-PAYMENT     *
000700* PLUS ONE "T" TRAILER CARRYING THE ITEM COUNT AND THE      *
000800* ISSUED AMOUNT TOTAL. THE BANK PAYS ONLY A PRESENTED CHECK *
000900* WHOSE NUMBER AND AMOUNT MATCH AN ISSUE ITEM THAT HAS NOT  *
001000* BEEN VOIDED OR STOPPED.                                   *
001100*----------------------------------------------------------*
001200* DATE        INIT  DESCRIPTION                            *
001300* 2026-10-15  LIBI  ORIGINAL LAYOUT.                        *
001400*----------------------------------------------------------*
001500 01  POSITIVE-PAY-RECORD.
001600     05  PP-RECORD-TYPE          PIC X(01).
001700         88  PP-ISSUE                VALUE "I".
001800         88  PP-VOID                 VALUE "V".
001900         88  PP-STOP                 VALUE "S".
002000         88  PP-TRAILER              VALUE "T".
002100     05  PP-ACCOUNT-NUMBER       PIC X(17).
002200     05  PP-CHECK-NUMBER         PIC 9(08).
002300     05  PP-ISSUE-DATE           PIC 9(08).
002400     05  PP-PAYEE-NAME           PIC X(15).
002500     05  PP-AMOUNT               PIC 9(07).
002600 01  PP-TRAILER-RECORD.
002700     05  PP-TRL-RECORD-TYPE      PIC X(01).
002800     05  PP-TRL-ACCOUNT-NUMBER   PIC X(17).
002900     05  PP-TRL-ITEM-COUNT       PIC 9(05).
003000     05  PP-TRL-TOTAL-AMOUNT     PIC 9(09).
003100     05  FILLER                  PIC X(24).
