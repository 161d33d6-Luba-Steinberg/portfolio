000100*----------------------------------------------------------*
000200* DEDREMIT - DEDUCTION REMITTANCE RECORD LAYOUT             *
000300* ONE ENTRY PER DEDUCTION TAKEN FOR A PAYEE IN A PERIOD     *
000400* RUN, WRITTEN BY PAYROL00 SO EACH PAYEE CAN BE PAID WHAT   *
000500* WAS WITHHELD ON ITS BEHALF. A DEDUCTION WITH NO PAYEE IS  *
000600* RETAINED AND NOT WRITTEN HERE. READ BACK BY THE PAYBAL00  *
000700* RUN-BALANCING PROOF.                                      *
000800*----------------------------------------------------------*
000900* DATE        INIT  DESCRIPTION                            *
001000* 2026-10-15  LIBI  PROMOTED FROM AN IN-PROGRAM LAYOUT IN   *
001100*                   PAYROL00 NOW THAT A SECOND PROGRAM      *
001200*                   READS THE FILE.                         *
001300*----------------------------------------------------------*
001400 01  DEDUCTION-REMIT-RECORD.
001500     05  RM-PAYEE-ID             PIC X(08).
001600     05  RM-EMPLOYEE-ID          PIC 9(09).
001700     05  RM-DEDUCTION-CODE       PIC X(03).
001800     05  RM-AMOUNT               PIC 9(05).
001900     05  RM-PERIOD-DATE          PIC 9(08).
