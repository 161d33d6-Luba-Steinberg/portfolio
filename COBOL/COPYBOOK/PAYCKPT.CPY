000100*----------------------------------------------------------*
000200* PAYCKPT - PAYROL00 MID-FILE CHECKPOINT RECORD LAYOUT      *
000300* REWRITTEN EVERY N EMPLOYEES OF A REGULAR PERIOD RUN. AN   *
000400* "H" HEADER CARRIES THE LAST EMPLOYEE KEY DONE, THE RUN'S  *
000500* CONTROL TOTALS AND THE RECORD COUNT OF EACH OUTPUT FILE   *
000600* SO FAR; ONE RECORD FOLLOWS PER ENTRY OF THE IN-STORAGE    *
000700* TABLES THE END-OF-RUN FILES ARE BUILT FROM - "D"          *
000800* DEDUCTION ORDER ACTIVE FLAGS, "Y" DEDUCTION YTD, "P"      *
000900* PAYEE REMIT TOTALS, "L" LOCATION LABOR TOTALS AND "J" JOB *
000950* LABOR TOTALS. A RESTART RELOADS ALL OF IT.                *
001000* EMPTIED ONCE THE RUN FINISHES ITS EMPLOYEES.              *
001100*----------------------------------------------------------*
001200* DATE        INIT  DESCRIPTION                            *
001300* 2026-10-15  LIBI  ORIGINAL LAYOUT.                        *
001301* 2026-10-15  LIBI  ADDED THE RUN'S RETAINED (NO PAYEE)     *
001302*                   DEDUCTION TOTAL TO THE HEADER.          *
001303* 2026-10-15  LIBI  ADDED THE PAY GROUP THE RUN WAS PAYING, *
001304*                   AND ITS COUNT OF EMPLOYEES IN OTHER     *
001305*                   GROUPS, TO THE HEADER; A RESTART FOR    *
001306*                   ANOTHER GROUP IS REFUSED.               *
001307* 2026-10-15  LIBI  ADDED THE "J" JOB LABOR TOTALS RECORD   *
001308*                   AND THE LABDIST LABOR-DISTRIBUTION      *
001309*                   REPORT'S RECORD COUNT.                  *
001400*----------------------------------------------------------*
001500 01  PAYROLL-CHECKPOINT-RECORD.
001600     05  CK-RECORD-TYPE          PIC X(01).
001700         88  CK-HEADER-RECORD        VALUE "H".
001800         88  CK-DEDUCTION-RECORD     VALUE "D".
001900         88  CK-YTD-RECORD           VALUE "Y".
002000         88  CK-PAYEE-RECORD         VALUE "P".
002100         88  CK-LOCATION-RECORD      VALUE "L".
002101         88  CK-JOB-RECORD           VALUE "J".
002200     05  CK-HEADER-DATA.
002300         10  CK-PERIOD-DATE      PIC 9(08).
002400         10  CK-CHECKPOINT-NUMBER PIC 9(05).
002500         10  CK-LAST-EMPLOYEE-ID PIC 9(09).
002600         10  CK-TAKEN-DATE       PIC 9(08).
002700         10  CK-TAKEN-TIME       PIC 9(08).
002800         10  CK-CONTROL-TOTAL-GROSS PIC 9(07).
002900         10  CK-RUN-FED-TOTAL    PIC 9(09).
003000         10  CK-RUN-FICA-TOTAL   PIC 9(09).
003100         10  CK-RUN-STATE-TOTAL  PIC 9(09).
003200         10  CK-RUN-DED-TOTAL    PIC 9(09).
003300         10  CK-RUN-NET-TOTAL    PIC 9(09).
003400         10  CK-RUN-ERFICA-TOTAL PIC 9(09).
003500         10  CK-RUN-UNEMP-TOTAL  PIC 9(09).
003600         10  CK-RUN-MATCH-TOTAL  PIC 9(09).
003700         10  CK-DD-TOTAL-NET     PIC 9(09).
003800         10  CK-REMIT-TOTAL      PIC 9(09).
003900         10  CK-RK-TOTAL-DEFERRAL PIC 9(09).
004000         10  CK-RK-TOTAL-MATCH   PIC 9(09).
004100         10  CK-PAID-COUNT       PIC 9(05).
004200         10  CK-SKIP-COUNT       PIC 9(05).
004300         10  CK-RERUN-SKIP-COUNT PIC 9(05).
004400         10  CK-DD-DETAIL-COUNT  PIC 9(05).
004500         10  CK-RK-DETAIL-COUNT  PIC 9(05).
004600         10  CK-MATCH-NO-HIRE-COUNT PIC 9(05).
004700         10  CK-PAGE-COUNT       PIC 9(03).
004800         10  CK-LINE-COUNT       PIC 9(03).
004900         10  CK-DED-CHANGED-SW   PIC X(01).
005000         10  CK-FAILURE-SW       PIC X(01).
005100         10  CK-OUTPUT-COUNTS.
005200             15  CK-PAYREG-COUNT     PIC 9(07).
005300             15  CK-GROSSWRK-COUNT   PIC 9(07).
005400             15  CK-PAYSTMT-COUNT    PIC 9(07).
005500             15  CK-PAYDETL-COUNT    PIC 9(07).
005600             15  CK-DDEXTR-COUNT     PIC 9(07).
005700             15  CK-DDEXCP-COUNT     PIC 9(07).
005800             15  CK-CHKREQ-COUNT     PIC 9(07).
005900             15  CK-PAYSKIP-COUNT    PIC 9(07).
006000             15  CK-DEDREMIT-COUNT   PIC 9(07).
006100             15  CK-CCEXCP-COUNT     PIC 9(07).
006200             15  CK-RKCONTR-COUNT    PIC 9(07).
006201         10  CK-RETAIN-TOTAL     PIC 9(09).
006202         10  CK-PAY-GROUP        PIC X(02).
006203         10  CK-OTHER-GROUP-COUNT PIC 9(05).
006204         10  CK-LABDIST-COUNT    PIC 9(07).
006300     05  CK-DEDUCTION-DATA REDEFINES CK-HEADER-DATA.
006400         10  CK-DED-ENTRY        PIC 9(03).
006500         10  CK-DED-ACTIVE-FLAG  PIC X(01).
006600     05  CK-YTD-DATA REDEFINES CK-HEADER-DATA.
006700         10  CK-YTD-EMPLOYEE-ID  PIC 9(09).
006800         10  CK-YTD-CODE         PIC X(03).
006900         10  CK-YTD-AMOUNT       PIC 9(07).
007000     05  CK-PAYEE-DATA REDEFINES CK-HEADER-DATA.
007100         10  CK-PY-PAYEE-ID      PIC X(08).
007200         10  CK-PY-ITEM-COUNT    PIC 9(05).
007300         10  CK-PY-AMOUNT        PIC 9(09).
007400     05  CK-LOCATION-DATA REDEFINES CK-HEADER-DATA.
007500         10  CK-LT-LOCATION      PIC X(20).
007600         10  CK-LT-ACCOUNT       PIC X(08).
007700         10  CK-LT-MAPPED-SW     PIC X(01).
007800         10  CK-LT-EMP-COUNT     PIC 9(05).
007900         10  CK-LT-GROSS         PIC 9(09).
007901     05  CK-JOB-DATA REDEFINES CK-HEADER-DATA.
007902         10  CK-JT-JOB-CODE      PIC X(06).
007903         10  CK-JT-ACCOUNT       PIC X(08).
007904         10  CK-JT-EMP-COUNT     PIC 9(05).
007905         10  CK-JT-HOURS         PIC 9(07).
007906         10  CK-JT-GROSS         PIC 9(09).
007907         10  CK-JT-TAX           PIC 9(09).
