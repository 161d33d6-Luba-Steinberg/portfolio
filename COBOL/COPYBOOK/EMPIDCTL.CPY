000100*----------------------------------------------------------*
000200* EMPIDCTL - EMPLOYEE-ID COUNTER CONTROL RECORD LAYOUT      *
000300* ONE RECORD HOLDING THE LAST PAYROLL EMPLOYEE ID HANDED    *
000400* OUT. ONBOARD0 TAKES THE NEXT NUMBER FROM HERE FOR EACH    *
000500* NEW HIRE IT RELEASES AND REWRITES THE RECORD BEFORE THE   *
000600* ADD TRANSACTION IS WRITTEN, SO A NUMBER IS NEVER ISSUED   *
000700* TWICE EVEN IF THE RUN FAILS PART WAY. A NUMBER ALREADY ON *
000800* PAYROLL-MASTER (A HAND-KEYED ADD) IS SKIPPED. THE HIGH    *
000900* LIMIT STOPS ASSIGNMENT BEFORE THE RANGE RUNS OUT. PAYROLL *
001000* ADMINISTRATION OWNS THIS FILE.                            *
001100*----------------------------------------------------------*
001200* DATE        INIT  DESCRIPTION                            *
001300* 2026-10-15  LIBI  ORIGINAL LAYOUT.                        *
001400*----------------------------------------------------------*
001500 01  EMPLOYEE-ID-CONTROL-RECORD.
001600     05  IC-LAST-EMPLOYEE-ID     PIC 9(09).
001700     05  IC-HIGH-LIMIT           PIC 9(09).
001800     05  IC-LAST-ASSIGNED-DATE   PIC 9(08).
001900     05  IC-ASSIGNED-COUNT       PIC 9(07).
