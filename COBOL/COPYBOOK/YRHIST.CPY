000700*----------------------------------------------------------*
000800* DATE        INIT  DESCRIPTION                            *
000900* 2026-08-22  LIBI  ORIGINAL LAYOUT.                        *
000901* 2026-10-15  LIBI  ADDED THE CLOSING YTD FEDERAL, FICA AND *
000902*                   STATE TAXABLE WAGES FOR THE W-2 WAGE    *
000903*                   BOXES. A RECORD CLOSED BEFORE THEY      *
000904*                   EXISTED HAS NON-NUMERIC WAGES AND IS    *
000905*                   TAKEN AT ITS YTD GROSS.                 *
000906* 2026-10-15  LIBI  ADDED THE CLOSING YTD FEDERAL, FICA AND *
000907*                   STATE TAX WITHHELD AND THE YTD PRE-TAX  *
000908*                   AND ROTH 401(K) DEFERRALS FOR W-2 BOXES *
000909*                   2, 4, 6 AND 12. A RECORD CLOSED BEFORE  *
000910*                   THEY EXISTED HAS NON-NUMERIC BUCKETS    *
000911*                   AND IS REPORTED WITH ALL WITHHOLDING AS *
000912*                   FEDERAL AND NO DEFERRALS.               *
000913* 2026-10-15  LIBI  YH-CLOSE-DATE IS NOW THE END DATE OF    *
000914*                   THE YEAR-END PERIOD CLOSED, NOT THE     *
000915*                   DATE THE CLOSE RAN, SO ITS YEAR IS THE  *
000916*                   W-2 YEAR.                               *
001000*----------------------------------------------------------*
001100 01  YEAR-HISTORY-RECORD.
001200     05  YH-CLOSE-DATE           PIC 9(08).
001500     05  YH-NAME                 PIC X(15).
001600     05  YH-YTD-GROSS            PIC 9(07).
001700     05  YH-YTD-WITHHOLDING      PIC 9(07).
001701     05  YH-YTD-FED-WAGES        PIC 9(07).
001702     05  YH-YTD-FICA-WAGES       PIC 9(07).
001703     05  YH-YTD-STATE-WAGES      PIC 9(07).
001704     05  YH-YTD-FEDERAL          PIC 9(07).
001705     05  YH-YTD-FICA             PIC 9(07).
001706     05  YH-YTD-STATE            PIC 9(07).
001707     05  YH-YTD-401K             PIC 9(07).
001708     05  YH-YTD-ROTH-401K        PIC 9(07).
