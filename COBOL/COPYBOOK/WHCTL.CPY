000100*----------------------------------------------------------*
000200* WHCTL - WAGE-AND-HOUR CONTROL RECORD LAYOUT               *
000300* ONE ENTRY PER STATE CODE (AS MAPPED FROM PM-LOCATION BY   *
000400* LOCSTATE): THE MINIMUM HOURLY RATE, THE WEEKLY SALARY AN  *
000500* EXEMPT (SALARIED) EMPLOYEE MUST BE PAID AT LEAST, AND THE *
000600* MOST HOURS ONE TIMECARD WEEK MAY CARRY. THE ENTRY WITH A  *
000700* BLANK STATE CODE IS THE FLOOR FOR A LOCATION WITH NO      *
000800* LOCSTATE ENTRY OR A STATE WITH NO ENTRY OF ITS OWN. A     *
000900* ZERO FIELD IS NOT CHECKED. READ BY WHCOMP00.              *
001000*----------------------------------------------------------*
001100* DATE        INIT  DESCRIPTION                            *
001200* 2026-10-15  LIBI  ORIGINAL LAYOUT.                        *
001300*----------------------------------------------------------*
001400 01  WAGE-HOUR-CONTROL-RECORD.
001500     05  WH-STATE-CODE           PIC X(02).
001600     05  WH-MIN-RATE             PIC 9(03)V99.
001700     05  WH-EXEMPT-SALARY        PIC 9(05)V99.
001800     05  WH-MAX-WEEK-HOURS       PIC 9(03).
