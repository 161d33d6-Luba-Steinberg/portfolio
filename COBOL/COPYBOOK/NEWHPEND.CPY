000600* EVERYONE ADDED SINCE THE LAST SUBMISSION IS EXACTLY WHAT  *
000700* SITS ON THIS FILE. A REWRITE OF AN EXISTING EMPLOYEE IS   *
000800* NOT A NEW HIRE AND IS NOT RECORDED HERE.                  *
000801* ONBOARD0 ALSO READS THIS FILE, WITHOUT DRAINING IT, TO    *
000802* OPEN THE PAYROLL ONBOARDING ITEMS, SO IT RUNS FIRST.      *
000900*----------------------------------------------------------*
001000* DATE        INIT  DESCRIPTION                            *
001100* 2026-09-02  LIBI  ORIGINAL LAYOUT.                        *
001101* 2026-10-15  LIBI  ONBOARD0 NOW READS THE FILE AHEAD OF    *
001102*                   NEWHIRE0 TO BUILD THE PAYROLL ADDS FOR  *
001103*                   NEW HIRES.                              *
001200*----------------------------------------------------------*
001300 01  NEW-HIRE-PENDING-RECORD.
001400     05  NH-SSN                  PIC 9(09).
