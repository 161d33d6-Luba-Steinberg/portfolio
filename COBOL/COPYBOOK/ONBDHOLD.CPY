000100*----------------------------------------------------------*
000200* ONBDHOLD - NEW-HIRE ONBOARDING ITEM RECORD LAYOUT, KEYED  *
000300* BY SSN. ONE ENTRY PER PERSON ONBOARD0 HAS TAKEN FROM THE  *
000400* NEWHPEND INTAKE FILE. THE ITEM COLLECTS WHAT INTAKE DOES  *
000500* NOT CAPTURE - WORK LOCATION AND HOW THE PERSON IS PAID -  *
000600* FROM THE HR ONBDSUPP SUPPLEMENTS, AND IS RELEASED AS A    *
000700* PAYTRAN ADD ONCE IT IS COMPLETE. A RELEASED ITEM STAYS ON *
000800* FILE WITH ITS ASSIGNED EMPLOYEE ID SO THE SAME HIRE CAN   *
000900* NEVER BE ADDED TWICE.                                     *
001000*----------------------------------------------------------*
001100* DATE        INIT  DESCRIPTION                            *
001200* 2026-10-15  LIBI  ORIGINAL LAYOUT.                        *
001300*----------------------------------------------------------*
001400 01  ONBOARDING-ITEM-RECORD.
001500     05  OH-SSN                  PIC 9(09).
001600     05  OH-INTAKE-NAME          PIC X(30).
001700     05  OH-ADDED-DATE           PIC 9(08).
001800     05  OH-ITEM-STATUS          PIC X(01).
001900         88  OH-ITEM-INCOMPLETE      VALUE "I".
002000         88  OH-ITEM-RELEASED        VALUE "R".
002100         88  OH-ITEM-ON-PAYROLL      VALUE "P".
002200     05  OH-LOCATION             PIC X(20).
002300     05  OH-PAYMENT-METHOD       PIC X(01).
002400         88  OH-PAY-BY-DEPOSIT       VALUE "D".
002500         88  OH-PAY-BY-CHECK         VALUE "C".
002600         88  OH-PAYMENT-MISSING      VALUE SPACE.
002700     05  OH-BANK-ROUTING         PIC 9(09).
002800     05  OH-BANK-ACCOUNT         PIC X(17).
002900     05  OH-SUPPLIED-DATE        PIC 9(08).
003000     05  OH-EMPLOYEE-ID          PIC 9(09).
003100     05  OH-RELEASED-DATE        PIC 9(08).
