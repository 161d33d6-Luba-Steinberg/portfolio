000100*----------------------------------------------------------*
000200* ADDRHIST - EMPLOYEE ADDRESS CHANGE-HISTORY RECORD LAYOUT  *
000300* ONE TIMESTAMPED ENTRY PER FIELD ADDED OR CHANGED ON THE   *
000400* EMPADDR FILE, CARRYING THE BEFORE AND AFTER VALUES (THE   *
000500* BEFORE VALUE IS BLANK ON AN ADD), THE SAME WAY CHGHIST    *
000600* TRACES EMPMSTR. APPENDED BY ADDRMNT.                      *
000700*----------------------------------------------------------*
000800* DATE        INIT  DESCRIPTION                            *
000900* 2026-10-15  LIBI  ORIGINAL LAYOUT.                        *
001000*----------------------------------------------------------*
001100 01  ADDRESS-HISTORY-RECORD.
001200     05  AH-TS-DATE              PIC 9(06).
001300     05  AH-TS-TIME              PIC 9(08).
001400     05  AH-EMPLOYEE-ID          PIC 9(09).
001500     05  AH-ACTION-CODE          PIC X(01).
001600     05  AH-FIELD-NAME           PIC X(15).
001700     05  AH-BEFORE-VALUE         PIC X(30).
001800     05  AH-AFTER-VALUE          PIC X(30).
