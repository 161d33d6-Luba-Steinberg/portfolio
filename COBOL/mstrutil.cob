002850*                   GROWN (BANK STATUS/PRENOTE, PAY TYPE/   *
002860*                   SALARY, SUPP DATE, LEAVE BALANCES,      *
002870*                   PREMIUM HOURS).                         *
002871* 2026-10-15  LIBI  PAYROLL BACKUP IMAGE WIDENED TO 222     *
002872*                   BYTES FOR THE W-4 ELECTIONS.            *
002873* 2026-10-15  LIBI  PAYROLL BACKUP IMAGE WIDENED TO 227     *
002874*                   BYTES FOR THE YEAR-TO-DATE HOURS.       *
002875* 2026-10-15  LIBI  PAYROLL BACKUP IMAGE WIDENED TO 269     *
002876*                   BYTES FOR THE YTD AND QTD TAXABLE WAGE  *
002877*                   BASES.                                  *
002878* 2026-10-15  LIBI  PAYROLL BACKUP IMAGE WIDENED TO 271     *
002879*                   BYTES FOR THE PAY GROUP.                *
002880* 2026-10-15  LIBI  PAYROLL BACKUP IMAGE WIDENED TO 275     *
002881*                   BYTES FOR THE WORKERS' COMPENSATION     *
002882*                   CLASS.                                  *
002883* 2026-10-15  LIBI  PAYROLL BACKUP IMAGE WIDENED TO 310     *
002884*                   BYTES FOR THE YTD TAX AND 401(K)        *
002885*                   BUCKETS.                                *
002800*----------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
009000     05  PB-RECORD-TYPE          PIC X(01).
009100     05  PB-UNLOAD-DATE          PIC 9(08).
009200     05  PB-RECORD-COUNT         PIC 9(07).
009300     05  PB-RECORD-IMAGE         PIC X(310).
009400 FD  VERIFY-REPORT
009500     LABEL RECORDS ARE STANDARD.
009600 01  VERIFY-REPORT-RECORD        PIC X(80).
