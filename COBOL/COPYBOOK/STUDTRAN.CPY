000100*----------------------------------------------------------*
000200* STUDTRAN - STUDENT MAINTENANCE TRANSACTION RECORD LAYOUT  *
000300* ONE ENTRY PER WITHDRAWAL, TRANSFER, OR CORRECTION AGAINST *
000400* STUDMSTR, KEYED BY STUDENT ID. A TRANSFER CARRIES THE NEW *
000500* PLACEMENT. ON A CORRECTION A FIELD LEFT BLANK (OR ZERO    *
000600* FOR THE DATE OF BIRTH) KEEPS WHAT IS ALREADY ON FILE.     *
000700* APPLIED BY THE STUDMNT PROGRAM.                           *
000800*----------------------------------------------------------*
000900* DATE        INIT  DESCRIPTION                            *
001000* 2026-10-15  LIBI  ORIGINAL LAYOUT.                        *
001100*----------------------------------------------------------*
001200 01  STUDENT-MAINT-TRANSACTION.
001300     05  SX-ACTION-CODE          PIC X(01).
001400         88  SX-ACTION-WITHDRAW      VALUE "W".
001500         88  SX-ACTION-TRANSFER      VALUE "T".
001600         88  SX-ACTION-CORRECT       VALUE "C".
001700     05  SX-STUDENT-ID           PIC 9(05).
001800     05  SX-NEW-PLACEMENT        PIC X(20).
001900     05  SX-NEW-SCORE            PIC X(01).
002000     05  SX-NEW-AGE              PIC 9(02).
002100     05  SX-NEW-DATE-OF-BIRTH.
002200         10  SX-NEW-DOB-MONTH    PIC 99.
002300         10  SX-NEW-DOB-DAY      PIC 99.
002400         10  SX-NEW-DOB-YEAR     PIC 9(04).
