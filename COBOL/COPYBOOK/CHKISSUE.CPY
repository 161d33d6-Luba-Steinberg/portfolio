000100*----------------------------------------------------------*
000200* CHKISSUE - ISSUED-CHECK MASTER RECORD LAYOUT              *
000300* ONE ENTRY PER PAYROLL CHECK EVER PRINTED, KEYED BY CHECK  *
000400* NUMBER. ADDED BY CHKPRINT AS OUTSTANDING; MAINTAINED BY   *
000500* CHKRECON AS THE BANK'S PAID ITEMS AND THE VOID/STOP-PAY   *
000600* TRANSACTIONS ARRIVE. AN OUTSTANDING CHECK IS THE          *
000700* UNCASHED-CHECK LIABILITY THE AUDITORS ASK FOR.            *
000800*   O = OUTSTANDING                                         *
000900*   C = CLEARED AT THE ISSUED AMOUNT                        *
001000*   M = CLEARED AT AN AMOUNT THAT DID NOT MATCH THE ISSUE   *
001100*   V = VOIDED                                              *
001200*   S = STOP-PAYMENT PLACED                                 *
001300*----------------------------------------------------------*
001400* DATE        INIT  DESCRIPTION                            *
001500* 2026-10-15  LIBI  ORIGINAL LAYOUT.                        *
001600*----------------------------------------------------------*
001700 01  CHECK-ISSUE-RECORD.
001800     05  CI-CHECK-NUMBER         PIC 9(08).
001900     05  CI-ISSUE-DATE           PIC 9(08).
002000     05  CI-EMPLOYEE-ID          PIC 9(09).
002100     05  CI-PAYEE-NAME           PIC X(15).
002200     05  CI-PERIOD-DATE          PIC 9(08).
002300     05  CI-AMOUNT               PIC 9(07).
002400     05  CI-STATUS               PIC X(01).
002500         88  CI-OUTSTANDING          VALUE "O".
002600         88  CI-CLEARED              VALUE "C".
002700         88  CI-CLEARED-MISMATCH     VALUE "M".
002800         88  CI-VOIDED               VALUE "V".
002900         88  CI-STOPPED              VALUE "S".
003000     05  CI-STATUS-DATE          PIC 9(08).
003100     05  CI-PAID-AMOUNT          PIC 9(07).
003200     05  CI-REASON               PIC X(20).
