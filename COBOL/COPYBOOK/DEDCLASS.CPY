000100*----------------------------------------------------------*
000200* DEDCLASS - DEDUCTION TAX-CLASS CONTROL RECORD LAYOUT      *
000300* ONE RECORD PER DEDMSTR DEDUCTION CODE THAT IS TAKEN       *
000400* BEFORE TAX, SAYING WHICH TAXABLE WAGE BASES THE DEDUCTION *
000500* REDUCES - FEDERAL INCOME TAX, FICA, AND STATE INCOME TAX  *
000600* ("Y" = REDUCES THAT BASE). A 401(K) DEFERRAL TYPICALLY    *
000700* REDUCES FEDERAL AND STATE BUT NOT FICA; A SECTION 125     *
000800* HEALTH PREMIUM REDUCES ALL THREE. A DEDUCTION CODE WITH   *
000900* NO RECORD HERE IS TAKEN AFTER TAX AND REDUCES NO BASE.    *
001000*----------------------------------------------------------*
001100* DATE        INIT  DESCRIPTION                            *
001200* 2026-10-15  LIBI  ORIGINAL LAYOUT.                        *
001300*----------------------------------------------------------*
001400 01  DEDUCTION-CLASS-RECORD.
001500     05  DC-DEDUCTION-CODE       PIC X(03).
001600     05  DC-FEDERAL-FLAG         PIC X(01).
001700         88  DC-REDUCES-FEDERAL      VALUE "Y".
001800     05  DC-FICA-FLAG            PIC X(01).
001900         88  DC-REDUCES-FICA         VALUE "Y".
002000     05  DC-STATE-FLAG           PIC X(01).
002100         88  DC-REDUCES-STATE        VALUE "Y".
002200     05  DC-DESCRIPTION          PIC X(20).
