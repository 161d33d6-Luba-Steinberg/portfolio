000100*----------------------------------------------------------*
000200* MNTPEND - MAINTENANCE PENDING-APPROVAL RECORD LAYOUT      *
000300* ONE ENTRY PER MAINTENANCE TRANSACTION HELD FOR A SECOND   *
000400* OPERATOR'S APPROVAL - A PAYMAINT RATE OR SALARY CHANGE,   *
000500* OR A DDIMAINT DEPOSIT INSTRUCTION THAT SETS UP OR MOVES   *
000600* A BANK ACCOUNT. KEYED BY THE OWNING PROGRAM AND THE KEY   *
000700* OF THE RECORD THE TRANSACTION IS AGAINST (EMPLOYEE ID,    *
000800* PLUS THE SEQUENCE FOR A DEPOSIT INSTRUCTION, ZERO FOR     *
000900* PAYMAINT), SO ONLY ONE CHANGE CAN BE PENDING PER RECORD.  *
001000* THE WHOLE TRANSACTION IMAGE IS KEPT AND APPLIED AS        *
001100* ENTERED WHEN A DIFFERENT OPERATOR APPROVES IT; THE ENTRY  *
001200* IS THEN REMOVED.                                          *
001300*----------------------------------------------------------*
001400* DATE        INIT  DESCRIPTION                            *
001500* 2026-10-15  LIBI  ORIGINAL LAYOUT.                        *
001600*----------------------------------------------------------*
001700 01  MAINTENANCE-PENDING-RECORD.
001800     05  MP-KEY.
001900         10  MP-PROGRAM          PIC X(08).
002000         10  MP-EMPLOYEE-ID      PIC 9(09).
002100         10  MP-SEQUENCE         PIC 9(02).
002200     05  MP-ENTERED-BY           PIC X(08).
002300     05  MP-ENTERED-DATE         PIC 9(08).
002400     05  MP-TRAN-IMAGE           PIC X(200).
