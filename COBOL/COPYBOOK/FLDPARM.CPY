000960* 2026-08-22  LIBI  FE-TRAN-IMAGE WIDENED TO 125 SO THE FULL    *
000965*                   PAYROLL MAINTENANCE TRANSACTION (125        *
000970*                   BYTES) FITS WITHOUT LOSING ITS TAIL.        *
000971* 2026-10-15  LIBI  FE-TRAN-IMAGE WIDENED TO 141 TO KEEP THE   *
000972*                   PAYROLL MAINTENANCE TRANSACTION WHOLE NOW  *
000973*                   IT CARRIES PAY TYPE, SALARY, AND THE W-4   *
000974*                   ELECTIONS.                                 *
000975* 2026-10-15  LIBI  FE-TRAN-IMAGE WIDENED TO 149 FOR THE       *
000976*                   OPERATOR ID NOW ON THE PAYROLL MAINTENANCE *
000977*                   TRANSACTION.                               *
000978* 2026-10-15  LIBI  FE-TRAN-IMAGE WIDENED TO 151 FOR THE       *
000979*                   PAY GROUP NOW ON THE PAYROLL MAINTENANCE   *
000980*                   TRANSACTION.                               *
000981* 2026-10-15  LIBI  FE-TRAN-IMAGE WIDENED TO 155 FOR THE       *
000982*                   WORKERS' COMPENSATION CLASS NOW ON THE     *
000983*                   PAYROLL MAINTENANCE TRANSACTION.           *
000975*----------------------------------------------------------*
001000 01  FIELD-EDIT-PARAMETERS.
001100     05  FE-SOURCE-PROGRAM       PIC X(08).
002400         88  FE-INVALID              VALUE "N".
002500         88  FE-EDIT-ERROR           VALUE "E".
002600     05  FE-RECORD-KEY           PIC X(09).
002700     05  FE-TRAN-IMAGE           PIC X(155).
