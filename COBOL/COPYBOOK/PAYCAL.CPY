000100*----------------------------------------------------------*
000200* PAYCAL - PAYROLL CALENDAR RECORD LAYOUT                   *
000300* ONE ENTRY PER PAY PERIOD, IN PERIOD-END ORDER: THE        *
000400* PERIOD'S NUMBER WITHIN THE YEAR, ITS PERIOD-END DATE,     *
000500* THE CHECK DATE IT PAYS ON, AND WHETHER IT CLOSES A        *
000600* QUARTER AND/OR THE YEAR. THE PAY RUN, TIMECARD POSTING,   *
000700* THE QUARTER CLOSE AND THE YEAR-END CLOSE ALL VALIDATE     *
000800* THEIR DATES AGAINST IT AND REFUSE TO RUN OFF-CALENDAR.    *
000900* THE FILE MUST CARRY THE LAST PERIOD OF THE PRIOR QUARTER  *
001000* SO THE QUARTER CLOSE CAN FIND WHERE ITS QUARTER BEGINS.   *
001001* AN ENTRY WITH A PAY GROUP BELONGS TO THAT GROUP'S         *
001002* CALENDAR ONLY; A BLANK PAY GROUP APPLIES TO EVERY GROUP.  *
001100*----------------------------------------------------------*
001200* DATE        INIT  DESCRIPTION                            *
001300* 2026-10-15  LIBI  ORIGINAL LAYOUT.                        *
001301* 2026-10-15  LIBI  ADDED PC-PAY-GROUP SO EACH PAY GROUP    *
001302*                   CAN RUN ITS OWN CALENDAR.               *
001400*----------------------------------------------------------*
001500 01  PAY-CALENDAR-RECORD.
001600     05  PC-PERIOD-NUMBER        PIC 9(02).
001700     05  PC-PERIOD-END-DATE      PIC 9(08).
001800     05  PC-CHECK-DATE           PIC 9(08).
001900     05  PC-QUARTER-END-FLAG     PIC X(01).
002000         88  PC-QUARTER-END          VALUE "Y".
002100     05  PC-YEAR-END-FLAG        PIC X(01).
002200         88  PC-YEAR-END             VALUE "Y".
002201     05  PC-PAY-GROUP            PIC X(02).
002202         88  PC-ALL-PAY-GROUPS       VALUE SPACES.
