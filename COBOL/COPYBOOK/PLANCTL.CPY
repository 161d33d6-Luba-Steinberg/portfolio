000100*----------------------------------------------------------*
000200* PLANCTL - 401(K) PLAN CONTROL RECORD LAYOUT               *
000300* ONE RECORD GIVING THE RULES THE PAY RUN USES TO CALCULATE *
000400* THE EMPLOYER MATCH: THE DEDMSTR DEDUCTION CODES THAT ARE  *
000500* EMPLOYEE DEFERRALS (PRE-TAX AND, IF THE PLAN HAS ONE,     *
000600* ROTH - SPACES WHEN NOT USED), THE PERCENT OF DEFERRALS    *
000700* MATCHED (1.00 = DOLLAR FOR DOLLAR), THE CAP ON MATCHED    *
000800* DEFERRALS AS A PERCENT OF THE PERIOD'S GROSS, THE MONTHS  *
000900* FROM HIRE BEFORE AN EMPLOYEE EARNS A MATCH, AND THE GL    *
001000* ACCOUNTS THE MATCH POSTS TO (SPACES TAKE THE STANDARD     *
001100* MATCH EXPENSE AND LIABILITY ACCOUNTS).                    *
001200*----------------------------------------------------------*
001300* DATE        INIT  DESCRIPTION                            *
001400* 2026-10-15  LIBI  ORIGINAL LAYOUT.                        *
001500*----------------------------------------------------------*
001600 01  PLAN-CONTROL-RECORD.
001700     05  PL-PLAN-NUMBER          PIC X(06).
001800     05  PL-PRETAX-CODE          PIC X(03).
001900     05  PL-ROTH-CODE            PIC X(03).
002000     05  PL-MATCH-PCT            PIC 9V99.
002100     05  PL-CAP-PCT              PIC 9V99.
002200     05  PL-WAIT-MONTHS          PIC 9(02).
002300     05  PL-EXPENSE-ACCOUNT      PIC X(08).
002400     05  PL-LIABILITY-ACCOUNT    PIC X(08).
