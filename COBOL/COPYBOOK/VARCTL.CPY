000100*----------------------------------------------------------*
000200* VARCTL - PAY VARIANCE REVIEW CONTROL RECORD LAYOUT        *
000300* ONE RECORD GIVING HOW FAR AN EMPLOYEE'S NET PAY MAY MOVE  *
000400* FROM THEIR LAST REGULAR PERIOD BEFORE PAYVARNC FLAGS IT:  *
000500* A PERCENT OF LAST PERIOD'S NET AND/OR A FLAT DOLLAR       *
000600* AMOUNT. A ZERO TOLERANCE IS NOT APPLIED; A MOVE PAST      *
000700* EITHER TOLERANCE IN USE IS FLAGGED.                       *
000800*----------------------------------------------------------*
000900* DATE        INIT  DESCRIPTION                            *
001000* 2026-10-15  LIBI  ORIGINAL LAYOUT.                        *
001100*----------------------------------------------------------*
001200 01  VARIANCE-CONTROL-RECORD.
001300     05  VC-NET-TOLERANCE-PCT    PIC 9(03).
001400     05  VC-NET-TOLERANCE-AMT    PIC 9(05).
