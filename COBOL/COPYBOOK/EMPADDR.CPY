000100*----------------------------------------------------------*
000200* EMPADDR - EMPLOYEE ADDRESS AND DEMOGRAPHIC RECORD LAYOUT  *
000300* ONE ENTRY PER EMPLOYEE, KEYED BY EMPLOYEE ID - MAILING    *
000400* ADDRESS, HIRE DATE, AND DATE OF BIRTH. MAINTAINED ONLY BY *
000500* THE ADDRMNT PROGRAM; READ BY THE PAY RUN'S STATEMENTS,    *
000600* CHKPRINT, W2PRINT AND W2EFILE, AND EDITED AHEAD OF THOSE  *
000700* PRINTS BY ADDREXCP. STREET AND CITY ARE SIZED TO THE      *
000800* EFW2 FIELDS SO THE FILING NEVER TRUNCATES THEM.           *
000900*----------------------------------------------------------*
001000* DATE        INIT  DESCRIPTION                            *
001100* 2026-10-15  LIBI  ORIGINAL LAYOUT.                        *
001200*----------------------------------------------------------*
001300 01  EMPLOYEE-ADDRESS-RECORD.
001400     05  EA-EMPLOYEE-ID          PIC 9(09).
001500     05  EA-STREET               PIC X(22).
001600     05  EA-CITY                 PIC X(22).
001700     05  EA-STATE                PIC X(02).
001800     05  EA-ZIP                  PIC X(05).
001900     05  EA-ZIP-EXT              PIC X(04).
002000     05  EA-HIRE-DATE            PIC 9(08).
002100     05  EA-BIRTH-DATE           PIC 9(08).
002200     05  EA-LAST-CHANGE-DATE     PIC 9(08).
