000100*----------------------------------------------------------*
000200* PAYGRP - PAY GROUP / PAY FREQUENCY CONTROL RECORD LAYOUT  *
000300* ONE ENTRY PER PAY GROUP CARRIED IN PM-PAY-GROUP: ITS PAY  *
000400* FREQUENCY (WEEKLY, BIWEEKLY OR SEMI-MONTHLY) AND THE      *
000500* REGULAR HOURS IN ONE OF ITS PERIODS. THE PAY RUN, TIME-   *
000600* CARD POSTING, MASTER MAINTENANCE, THE REVERSAL, THE RETRO *
000700* RECOMPUTE AND THE MONTH-END ACCRUAL ALL READ IT. THE      *
000800* SPACES GROUP IS THE ORIGINAL WEEKLY PAYROLL - WEEKLY, 40  *
000900* HOURS - WHETHER OR NOT THE FILE CARRIES AN ENTRY FOR IT.  *
001000* PM-SALARY STAYS STATED PER WEEK; THE PAY RUN CONVERTS IT  *
001100* TO THE GROUP'S PERIOD (SALARY X 52 / PERIODS PER YEAR).   *
001200*----------------------------------------------------------*
001300* DATE        INIT  DESCRIPTION                            *
001400* 2026-10-15  LIBI  ORIGINAL LAYOUT.                        *
001500*----------------------------------------------------------*
001600 01  PAY-GROUP-RECORD.
001700     05  PG-PAY-GROUP            PIC X(02).
001800     05  PG-DESCRIPTION          PIC X(20).
001900     05  PG-FREQUENCY            PIC X(01).
002000         88  PG-WEEKLY               VALUE "W".
002100         88  PG-BIWEEKLY             VALUE "B".
002200         88  PG-SEMI-MONTHLY         VALUE "S".
002300         88  PG-FREQUENCY-VALID      VALUE "W" "B" "S".
002400     05  PG-STANDARD-HOURS       PIC 9(03).
