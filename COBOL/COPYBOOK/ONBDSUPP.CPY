000100*----------------------------------------------------------*
000200* ONBDSUPP - HR ONBOARDING SUPPLEMENT RECORD LAYOUT         *
000300* ONE ENTRY PER NEW HIRE HR IS COMPLETING, KEYED BY SSN AS  *
000400* INTAKE KNOWS THEM. A BLANK LOCATION OR A SPACE PAYMENT    *
000500* METHOD LEAVES WHAT THE ONBOARDING ITEM ALREADY HOLDS, SO  *
000600* HR MAY SUPPLY THE PIECES ON SEPARATE DAYS. A DIRECT       *
000700* DEPOSIT ("D") MUST CARRY BOTH ROUTING AND ACCOUNT; A      *
000800* PAPER CHECK ("C") CARRIES NEITHER.                        *
000900*----------------------------------------------------------*
001000* DATE        INIT  DESCRIPTION                            *
001100* 2026-10-15  LIBI  ORIGINAL LAYOUT.                        *
001200*----------------------------------------------------------*
001300 01  ONBOARDING-SUPPLEMENT-RECORD.
001400     05  OS-SSN                  PIC 9(09).
001500     05  OS-LOCATION             PIC X(20).
001600     05  OS-PAYMENT-METHOD       PIC X(01).
001700         88  OS-PAY-BY-DEPOSIT       VALUE "D".
001800         88  OS-PAY-BY-CHECK         VALUE "C".
001900         88  OS-PAYMENT-KEEP         VALUE SPACE.
002000     05  OS-BANK-ROUTING         PIC 9(09).
002100     05  OS-BANK-ACCOUNT         PIC X(17).
