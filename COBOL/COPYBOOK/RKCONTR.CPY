000100*----------------------------------------------------------*
000200* RKCONTR - RETIREMENT RECORDKEEPER CONTRIBUTION FILE       *
000300* WRITTEN BY EACH REGULAR PAYROL00 PERIOD RUN FOR THE PLAN  *
000400* RECORDKEEPER: ONE "D" DETAIL PER 401(K) PARTICIPANT PAID  *
000500* IN THE PERIOD WITH THE DEFERRAL TAKEN, THE EMPLOYER       *
000600* MATCH, THE PERIOD GROSS AND THE YEAR-TO-DATE HOURS, PLUS  *
000700* ONE "T" TRAILER WHOSE COUNT AND TOTALS EQUAL THE SUM OF   *
000800* THE DETAILS. THE TRAILER AMOUNT IS DEFERRALS PLUS MATCH - *
000900* THE CASH THAT GOES TO THE TRUST FOR THE PERIOD.           *
001000*----------------------------------------------------------*
001100* DATE        INIT  DESCRIPTION                            *
001200* 2026-10-15  LIBI  ORIGINAL LAYOUT.                        *
001300*----------------------------------------------------------*
001400 01  RK-DETAIL-RECORD.
001500     05  RK-RECORD-TYPE          PIC X(01).
001600         88  RK-DETAIL               VALUE "D".
001700         88  RK-TRAILER              VALUE "T".
001800     05  RK-PLAN-NUMBER          PIC X(06).
001900     05  RK-PERIOD-DATE          PIC 9(08).
002000     05  RK-EMPLOYEE-ID          PIC 9(09).
002100     05  RK-SSN                  PIC 9(09).
002200     05  RK-NAME                 PIC X(15).
002300     05  RK-DEFERRAL             PIC 9(05).
002400     05  RK-MATCH                PIC 9(05).
002500     05  RK-GROSS                PIC 9(05).
002600     05  RK-YTD-HOURS            PIC 9(05).
002700     05  RK-MATCH-ELIGIBLE       PIC X(01).
002800         88  RK-ELIGIBLE             VALUE "Y".
002900         88  RK-NOT-ELIGIBLE         VALUE "N".
003000 01  RK-TRAILER-RECORD.
003100     05  RK-TRL-RECORD-TYPE      PIC X(01).
003200     05  RK-TRL-PLAN-NUMBER      PIC X(06).
003300     05  RK-TRL-PERIOD-DATE      PIC 9(08).
003400     05  RK-TRL-DETAIL-COUNT     PIC 9(05).
003500     05  RK-TRL-TOTAL-DEFERRAL   PIC 9(09).
003600     05  RK-TRL-TOTAL-MATCH      PIC 9(09).
003700     05  RK-TRL-TOTAL-AMOUNT     PIC 9(09).
003800     05  FILLER                  PIC X(22).
