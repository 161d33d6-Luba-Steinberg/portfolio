000763*                   PERIOD AT THE LEAVECTL RATES; LEAVE-    *
000764*                   TAKEN TIMECARDS POSTED BY TIMEPOST      *
000765*                   DRAW THE BALANCES DOWN.                 *
000766* 2026-10-15  LIBI  ADDED THE EMPLOYEE'S W-4 ELECTIONS -      *
000767*                   FILING STATUS (S/M/H), ANNUAL DEPENDENTS *
000768*                   CREDIT, AND A FLAT EXTRA AMOUNT TO       *
000769*                   WITHHOLD EACH PERIOD - SO FEDERAL        *
000770*                   WITHHOLDING FOLLOWS THE EMPLOYEE'S FORM  *
000771*                   INSTEAD OF ONE SCHEDULE FOR EVERYONE. A  *
000772*                   LEGACY RECORD WITH A SPACE FILING STATUS *
000773*                   IS SINGLE.                               *
000774* 2026-10-15  LIBI  ADDED YEAR-TO-DATE HOURS, ACCUMULATED BY *
000775*                   EACH REGULAR PAY RUN (THE STANDARD WEEK  *
000776*                   FOR A SALARIED EMPLOYEE) AND ZEROED BY   *
000777*                   THE YEAR-END CLOSE, FOR THE 401(K)       *
000778*                   RECORDKEEPER FILE.                       *
000779* 2026-10-15  LIBI  ADDED YEAR- AND QUARTER-TO-DATE TAXABLE  *
000780*                   WAGES FOR FEDERAL, FICA AND STATE, SO    *
000781*                   PRE-TAX DEDUCTIONS SHOW UP AS TAXABLE    *
000782*                   WAGES BELOW GROSS ON THE QUARTERLY       *
000783*                   FILING AND THE W-2. A LEGACY RECORD WITH *
000784*                   NO TAXABLE WAGES IS TAKEN AT ITS GROSS.  *
000785* 2026-10-15  LIBI  ADDED THE PAY GROUP (PAYGRP), WHICH     *
000786*                   SETS THE EMPLOYEE'S PAY FREQUENCY.      *
000787*                   SPACES IS THE ORIGINAL WEEKLY PAYROLL.  *
000788*                   PM-SALARY REMAINS THE WEEKLY SALARY;    *
000789*                   THE PAY RUN CONVERTS IT TO THE GROUP'S  *
000790*                   PERIOD.                                 *
000791* 2026-10-15  LIBI  ADDED THE WORKERS' COMPENSATION CLASS   *
000792*                   CODE THE CARRIER RATES THE EMPLOYEE     *
000793*                   UNDER (WCRATE).                         *
000794* 2026-10-15  LIBI  ADDED THE YTD FEDERAL, FICA AND STATE   *
000795*                   TAX WITHHELD AND THE YTD PRE-TAX AND    *
000796*                   ROTH 401(K) DEFERRALS FOR THE W-2 TAX   *
000797*                   AND BOX 12 FIGURES. A LEGACY RECORD HAS *
000798*                   NON-NUMERIC BUCKETS; THE NEXT PAY RUN   *
000799*                   SEEDS THEM FROM THE QUARTER-TO-DATE     *
000800*                   TAXES.                                  *
000700*----------------------------------------------------------*
000800 01  PAYROLL-MASTER-RECORD.
000900     05  PM-EMPLOYEE-ID          PIC 9(09).
003900     05  PM-VAC-BALANCE          PIC 9(04)V99.
004000     05  PM-SICK-BALANCE         PIC 9(04)V99.
004100     05  PM-PREM-HOURS           PIC 9(03).
004101     05  PM-FILING-STATUS        PIC X(01).
004102         88  PM-FILING-SINGLE        VALUES "S", " ".
004103         88  PM-FILING-MARRIED       VALUE "M".
004104         88  PM-FILING-HEAD          VALUE "H".
004105     05  PM-DEPENDENT-CREDIT     PIC 9(05).
004106     05  PM-EXTRA-WITHHOLDING    PIC 9(04).
004107     05  PM-YTD-HOURS            PIC 9(05).
004108     05  PM-YTD-FED-WAGES        PIC 9(07).
004109     05  PM-YTD-FICA-WAGES       PIC 9(07).
004110     05  PM-YTD-STATE-WAGES      PIC 9(07).
004111     05  PM-QTD-FED-WAGES        PIC 9(07).
004112     05  PM-QTD-FICA-WAGES       PIC 9(07).
004113     05  PM-QTD-STATE-WAGES      PIC 9(07).
004114     05  PM-PAY-GROUP            PIC X(02).
004115         88  PM-DEFAULT-PAY-GROUP    VALUE SPACES.
004116     05  PM-WC-CLASS             PIC X(04).
004117         88  PM-WC-UNCLASSIFIED      VALUE SPACES.
004118     05  PM-YTD-FEDERAL          PIC 9(07).
004119     05  PM-YTD-FICA             PIC 9(07).
004120     05  PM-YTD-STATE            PIC 9(07).
004121     05  PM-YTD-401K             PIC 9(07).
004122     05  PM-YTD-ROTH-401K        PIC 9(07).
