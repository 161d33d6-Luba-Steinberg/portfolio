000200* GROSSRUN - GROSS PAY CONTROL TOTAL FOR ONE PAYROLL RUN.   *
000300* WRITTEN BY PAYROL00 AT THE END OF EACH RUN, READ BY THE   *
000400* GROSSREC RECONCILIATION PROGRAM.                          *
000401* THE FIELDS AFTER THE GROSS CONTROL TOTAL CARRY THE REST   *
000402* OF THE RUN'S TOTALS FOR THE PAYBAL00 RUN-BALANCING PROOF. *
000500*----------------------------------------------------------*
000600* DATE        INIT  DESCRIPTION                            *
000700* 2026-08-09  LIBI  ORIGINAL LAYOUT.                        *
000701* 2026-10-15  LIBI  ADDED THE PERIOD, RUN TYPE, PAID COUNT  *
000702*                   AND THE TAX, DEDUCTION, NET AND         *
000703*                   EMPLOYER TOTALS. DEDUCTIONS ARE SPLIT   *
000704*                   INTO THOSE REMITTED ON DEDREMIT AND     *
000705*                   THOSE RETAINED (NO PAYEE).              *
000706* 2026-10-15  LIBI  ADDED THE PAY GROUP THE RUN PAID        *
000707*                   (SPACES FOR THE DEFAULT GROUP OR A      *
000708*                   SUPPLEMENTAL RUN), SO PAYBAL00 PROVES   *
000709*                   ONLY THAT GROUP'S ITEMS.                *
000800*----------------------------------------------------------*
000900 01  GROSS-CONTROL-OUT-RECORD.
001000     05  GCO-CONTROL-TOTAL       PIC 9(07).
001001     05  GCO-PERIOD-DATE         PIC 9(08).
001002     05  GCO-RUN-TYPE            PIC X(01).
001003         88  GCO-REGULAR-RUN         VALUE "R".
001004         88  GCO-SUPPLEMENTAL-RUN    VALUE "S".
001005     05  GCO-PAID-COUNT          PIC 9(05).
001006     05  GCO-FED-TOTAL           PIC 9(09).
001007     05  GCO-FICA-TOTAL          PIC 9(09).
001008     05  GCO-STATE-TOTAL         PIC 9(09).
001009     05  GCO-DED-TOTAL           PIC 9(09).
001010     05  GCO-REMIT-TOTAL         PIC 9(09).
001011     05  GCO-RETAIN-TOTAL        PIC 9(09).
001012     05  GCO-NET-TOTAL           PIC 9(09).
001013     05  GCO-ERFICA-TOTAL        PIC 9(09).
001014     05  GCO-UNEMP-TOTAL         PIC 9(09).
001015     05  GCO-MATCH-TOTAL         PIC 9(09).
001016     05  GCO-PAY-GROUP           PIC X(02).
