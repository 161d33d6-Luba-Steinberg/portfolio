000100*----------------------------------------------------------*
000200* WCRATE - WORKERS' COMPENSATION RATE CONTROL RECORD LAYOUT *
000300* ONE ENTRY PER CARRIER RISK CLASS CODE PER STATE, GIVING   *
000400* THE PREMIUM CHARGED PER $100 OF STRAIGHT-TIME PAYROLL.    *
000500* THE STATE IS THE LOCSTATE STATE OF THE EMPLOYEE'S         *
000600* LOCATION; A BLANK STATE CODE IS THE RATE FOR A LOCATION   *
000700* WITH NO LOCSTATE ENTRY. EACH ENTRY CARRIES AN EFFECTIVE   *
000800* DATE; THE PREMIUM REPORT TAKES THE LATEST ENTRY PER CLASS *
000900* AND STATE IN EFFECT AT THE QUARTER END, SO A POLICY       *
001000* RENEWAL'S RATES CAN BE STAGED EARLY. PAYMAINT ACCEPTS     *
001100* ONLY A CLASS CODE THAT APPEARS HERE.                      *
001200*----------------------------------------------------------*
001300* DATE        INIT  DESCRIPTION                            *
001400* 2026-10-15  LIBI  ORIGINAL LAYOUT.                        *
001500*----------------------------------------------------------*
001600 01  WC-RATE-RECORD.
001700     05  WR-CLASS-CODE           PIC X(04).
001800     05  WR-STATE-CODE           PIC X(02).
001900     05  WR-EFFECTIVE-DATE       PIC 9(08).
002000     05  WR-RATE                 PIC 9(03)V99.
002100     05  WR-DESCRIPTION          PIC X(20).
