000940*   B = UNEMPLOYMENT ANNUAL WAGE BASE                       *
000950*   H = SHIFT DIFFERENTIAL RATE (SHARE OF BASE RATE PAID    *
000960*       AS PREMIUM ON EVENING/NIGHT HOURS)                  *
000961*   A = W-4 FILING-STATUS ALLOWANCE (FILING STATUS, PER-   *
000962*       PERIOD AMOUNT IN THE WAGE-BASE FIELD)               *
001000* EACH ENTRY CARRIES AN EFFECTIVE DATE; THE RUN ADOPTS THE  *
001100* LATEST ENTRY PER ELEMENT WHOSE DATE IS NOT IN THE FUTURE, *
001200* SO NEXT YEAR'S RATES CAN BE STAGED ON THE FILE EARLY.     *
001560*                   AND "B" UNEMPLOYMENT WAGE BASE - SO THE *
001570*                   PAY RUN CAN ACCRUE THE EMPLOYER TAXES   *
001580*                   INTO THE GL EXTRACT.                    *
001581* 2026-10-15  LIBI  ADDED THE "A" FILING-STATUS ALLOWANCE    *
001582*                   AND TX-FILING-STATUS. THE PAY RUN TAKES *
001583*                   THE ALLOWANCE FOR THE EMPLOYEE'S W-4    *
001584*                   FILING STATUS OFF GROSS BEFORE THE      *
001585*                   FEDERAL BRACKET LOOKUP. NO "A" ENTRY    *
001586*                   MEANS NO ALLOWANCE.                     *
001600*----------------------------------------------------------*
001700 01  TAX-CONTROL-RECORD.
001800     05  TX-EFFECTIVE-DATE       PIC 9(08).
002330         88  TX-UNEMP-RATE           VALUE "U".
002340         88  TX-UNEMP-WAGE-BASE      VALUE "B".
002350         88  TX-SHIFT-DIFF           VALUE "H".
002351         88  TX-FILING-ALLOWANCE     VALUE "A".
002400     05  TX-BRACKET-NUMBER       PIC 9(01).
002500     05  TX-UPPER-LIMIT          PIC 9(06).
002600     05  TX-RATE                 PIC 9V9999.
002700     05  TX-WAGE-BASE            PIC 9(07).
002800     05  TX-STATE-CODE           PIC X(02).
002801     05  TX-FILING-STATUS        PIC X(01).
