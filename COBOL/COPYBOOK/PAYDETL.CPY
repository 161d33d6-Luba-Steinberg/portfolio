001110*                   PAID UNDER (H=HOURLY, S=SALARIED) SO    *
001111*                   PAYAUDIT RECOMPUTES A SALARIED PERIOD   *
001112*                   AS A SALARY, NOT AS RATE TIMES HOURS.   *
001113* 2026-10-15  LIBI  ADDED THE FEDERAL, FICA AND STATE       *
001114*                   TAXABLE WAGES (GROSS LESS THE PRE-TAX   *
001115*                   DEDUCTIONS THAT REDUCE EACH BASE) AND   *
001116*                   THE YTD FICA WAGES BEFORE THIS PERIOD,  *
001117*                   SO PAYAUDIT CAN RECHECK THE TAXES ON    *
001118*                   THE BASES THE RUN USED.                 *
001119* 2026-10-15  LIBI  ADDED THE OVERTIME PREMIUM - THE HALF-  *
001120*                   TIME PART OF THE OVERTIME PAY ABOVE     *
001121*                   STRAIGHT TIME - WHICH THE WORKERS'      *
001122*                   COMPENSATION REPORT BACKS OUT OF        *
001123*                   PAYROLL.                                *
001124* 2026-10-15  LIBI  ADDED THE PERIOD'S PRE-TAX AND ROTH     *
001125*                   401(K) DEFERRALS, SO A REVERSAL CAN     *
001126*                   GIVE BACK THE YTD 401(K) BUCKETS ON THE *
001127*                   MASTER.                                 *
001113*----------------------------------------------------------*
001300 01  PAY-DETAIL-RECORD.
001400     05  PD-EMPLOYEE-ID          PIC 9(09).
002900         88  PD-REGULAR-RUN          VALUES "R", " ".
003000         88  PD-SUPPLEMENTAL-RUN     VALUE "S".
003100         88  PD-REVERSAL-RUN         VALUE "V".
003101     05  PD-FED-WAGES            PIC 9(05).
003102     05  PD-FICA-WAGES           PIC 9(05).
003103     05  PD-STATE-WAGES          PIC 9(05).
003104     05  PD-YTD-FICA-BEFORE      PIC 9(07).
003105     05  PD-OT-PREMIUM           PIC 9(05).
003106     05  PD-PRETAX-401K          PIC 9(05).
003107     05  PD-ROTH-401K            PIC 9(05).
