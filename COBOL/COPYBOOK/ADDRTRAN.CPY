000100*----------------------------------------------------------*
000200* ADDRTRAN - EMPLOYEE ADDRESS MAINTENANCE TRANSACTION       *
000300* RECORD LAYOUT. ONE ENTRY PER ADD OR CHANGE REQUEST        *
000400* AGAINST THE EMPADDR FILE, KEYED BY EMPLOYEE ID. ON A      *
000500* CHANGE, A FIELD LEFT BLANK (OR ZERO FOR A DATE) KEEPS     *
000600* WHAT IS ALREADY ON FILE, SO A MOVE NEED ONLY CARRY THE    *
000700* NEW ADDRESS. APPLIED BY THE ADDRMNT PROGRAM.              *
000800*----------------------------------------------------------*
000900* DATE        INIT  DESCRIPTION                            *
001000* 2026-10-15  LIBI  ORIGINAL LAYOUT.                        *
001100*----------------------------------------------------------*
001200 01  ADDRESS-TRANSACTION-RECORD.
001300     05  AT-ACTION-CODE          PIC X(01).
001400         88  AT-ACTION-ADD           VALUE "A".
001500         88  AT-ACTION-CHANGE        VALUE "C".
001600     05  AT-EMPLOYEE-ID          PIC 9(09).
001700     05  AT-STREET               PIC X(22).
001800     05  AT-CITY                 PIC X(22).
001900     05  AT-STATE                PIC X(02).
002000     05  AT-ZIP                  PIC X(05).
002100     05  AT-ZIP-EXT              PIC X(04).
002200     05  AT-HIRE-DATE            PIC 9(08).
002300     05  AT-BIRTH-DATE           PIC 9(08).
