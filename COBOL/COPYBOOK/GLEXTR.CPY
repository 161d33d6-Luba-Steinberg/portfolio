000100*----------------------------------------------------------*
000200* GLEXTR - GENERAL-LEDGER EXTRACT RECORD LAYOUT             *
000300* ONE DEBIT OR CREDIT LINE PER ACCOUNT FOR A PAYROLL RUN,   *
000400* WRITTEN BY PAYROL00 ONLY WHEN THE RUN'S DEBITS EQUAL ITS  *
000500* CREDITS, AND LOADED BY ACCOUNTING. READ BACK BY THE       *
000600* PAYBAL00 RUN-BALANCING PROOF TO TIE THE LEDGER TO THE     *
000700* PAYROLL REGISTER.                                         *
000800*----------------------------------------------------------*
000900* DATE        INIT  DESCRIPTION                            *
001000* 2026-10-15  LIBI  PROMOTED FROM AN IN-PROGRAM LAYOUT IN   *
001100*                   PAYROL00 NOW THAT A SECOND PROGRAM      *
001200*                   READS THE FILE.                         *
001300*----------------------------------------------------------*
001400 01  GL-EXTRACT-RECORD.
001500     05  GL-RUN-DATE             PIC 9(08).
001600     05  GL-ACCOUNT              PIC X(08).
001700     05  GL-DEBIT-CREDIT         PIC X(01).
001800         88  GL-DEBIT                VALUE "D".
001900         88  GL-CREDIT               VALUE "C".
002000     05  GL-AMOUNT               PIC 9(09).
002100     05  GL-DESCRIPTION          PIC X(25).
