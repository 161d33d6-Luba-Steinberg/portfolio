001210* 2026-08-22  LIBI  RJ-TRAN-IMAGE WIDENED TO 125 SO THE     *
001220*                   FULL PAYROLL MAINTENANCE TRANSACTION    *
001230*                   FITS WITHOUT LOSING ITS TAIL.           *
001231* 2026-10-15  LIBI  RJ-TRAN-IMAGE WIDENED TO 141 WITH THE    *
001232*                   PAYROLL MAINTENANCE TRANSACTION.        *
001233* 2026-10-15  LIBI  RJ-TRAN-IMAGE WIDENED TO 149 WITH THE    *
001234*                   PAYROLL MAINTENANCE TRANSACTION.         *
001235* 2026-10-15  LIBI  RJ-TRAN-IMAGE WIDENED TO 151 WITH THE    *
001236*                   PAYROLL MAINTENANCE TRANSACTION.         *
001237* 2026-10-15  LIBI  RJ-TRAN-IMAGE WIDENED TO 155 WITH THE    *
001238*                   PAYROLL MAINTENANCE TRANSACTION.         *
001300*----------------------------------------------------------*
001400 01  REJECT-RECORD.
001500     05  RJ-REJECT-DATE          PIC 9(08).
002100     05  RJ-EDIT-TYPE            PIC X(05).
002200     05  RJ-RANGE-LOW            PIC 9(09).
002300     05  RJ-RANGE-HIGH           PIC 9(09).
002400     05  RJ-TRAN-IMAGE           PIC X(155).
