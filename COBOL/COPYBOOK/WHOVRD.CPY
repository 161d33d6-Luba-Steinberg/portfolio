000100*----------------------------------------------------------*
000200* WHOVRD - WAGE-AND-HOUR OVERRIDE RECORD LAYOUT             *
000300* ONE ENTRY PER WAGE-AND-HOUR EXCEPTION HR HAS REVIEWED AND *
000400* RELEASED FOR PAYMENT: THE EMPLOYEE, THE KIND OF           *
000500* EXCEPTION ("M" MINIMUM WAGE, "E" EXEMPT SALARY, "H" HOURS *
000600* LIMIT), FOR "H" THE TIMECARD WEEK-ENDING DATE IT COVERS   *
000700* (ZEROS FOR ANY WEEK), THE LAST RUN DATE IT STAYS GOOD     *
000800* FOR, AND WHO APPROVED IT AND WHY. AN OVERRIDE PAST ITS    *
000900* THROUGH DATE NO LONGER RELEASES ANYTHING.                 *
001000*----------------------------------------------------------*
001100* DATE        INIT  DESCRIPTION                            *
001200* 2026-10-15  LIBI  ORIGINAL LAYOUT.                        *
001300*----------------------------------------------------------*
001400 01  WAGE-HOUR-OVERRIDE-RECORD.
001500     05  WO-EMPLOYEE-ID          PIC 9(09).
001600     05  WO-EXCEPTION-TYPE       PIC X(01).
001700         88  WO-MINIMUM-WAGE         VALUE "M".
001800         88  WO-EXEMPT-SALARY        VALUE "E".
001900         88  WO-HOURS-LIMIT          VALUE "H".
002000     05  WO-WEEK-ENDING          PIC 9(08).
002100     05  WO-THROUGH-DATE         PIC 9(08).
002200     05  WO-APPROVED-BY          PIC X(08).
002300     05  WO-REASON               PIC X(30).
