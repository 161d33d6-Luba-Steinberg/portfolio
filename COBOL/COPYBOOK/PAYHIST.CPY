000900*----------------------------------------------------------*
001000* DATE        INIT  DESCRIPTION                            *
001100* 2026-09-02  LIBI  ORIGINAL LAYOUT.                        *
001101* 2026-10-15  LIBI  ADDED THE FEDERAL, FICA AND STATE       *
001102*                   TAXABLE WAGES AND THE YTD FICA WAGES    *
001103*                   BEFORE THE PERIOD, CARRIED OVER FROM    *
001104*                   PAYDETL. A RECORD POSTED BEFORE THEY    *
001105*                   EXISTED HAS NON-NUMERIC WAGES AND IS    *
001106*                   TAKEN AT GROSS.                         *
001107* 2026-10-15  LIBI  ADDED THE OVERTIME PREMIUM CARRIED OVER *
001108*                   FROM PAYDETL. A RECORD POSTED BEFORE IT *
001109*                   EXISTED HAS A NON-NUMERIC PREMIUM.      *
001110* 2026-10-15  LIBI  ADDED THE PRE-TAX AND ROTH 401(K)       *
001111*                   DEFERRALS CARRIED OVER FROM PAYDETL. A  *
001112*                   RECORD POSTED BEFORE THEY EXISTED HAS   *
001113*                   NON-NUMERIC DEFERRALS.                  *
001200*----------------------------------------------------------*
001300 01  PAY-HISTORY-RECORD.
001400     05  PH-KEY.
003000     05  PH-PAY-TYPE             PIC X(01).
003100         88  PH-PAID-HOURLY          VALUES "H", " ".
003200         88  PH-PAID-SALARIED        VALUE "S".
003201     05  PH-FED-WAGES            PIC 9(05).
003202     05  PH-FICA-WAGES           PIC 9(05).
003203     05  PH-STATE-WAGES          PIC 9(05).
003204     05  PH-YTD-FICA-BEFORE      PIC 9(07).
003205     05  PH-OT-PREMIUM           PIC 9(05).
003206     05  PH-PRETAX-401K          PIC 9(05).
003207     05  PH-ROTH-401K            PIC 9(05).
