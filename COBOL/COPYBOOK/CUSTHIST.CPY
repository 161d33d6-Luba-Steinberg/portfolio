000100*----------------------------------------------------------*
000200* CUSTHIST - CUSTOMER-MASTER CHANGE-HISTORY RECORD LAYOUT   *
000300* ONE TIMESTAMPED ENTRY PER FIELD ADDED, CHANGED, OR        *
000400* DELETED ON THE CUSTMSTR FILE, CARRYING THE BEFORE AND     *
000500* AFTER VALUES (THE BEFORE VALUE IS BLANK ON AN ADD, THE    *
000600* AFTER VALUE BLANK ON A DELETE), THE TRANSACTION'S REASON  *
000700* CODE AND ENTERING OPERATOR, THE SAME WAY ADDRHIST TRACES  *
000800* EMPADDR. APPENDED BY FILE2 AND BY CUSTDUP (A MERGE IS A   *
000810* DELETE WITH REASON "MG"), LISTED BY THE FILE2 "H" ACTION. *
000900*----------------------------------------------------------*
001000* DATE        INIT  DESCRIPTION                            *
001100* 2026-10-15  LIBI  ORIGINAL LAYOUT.                        *
001200*----------------------------------------------------------*
001300 01  CUSTOMER-HISTORY-RECORD.
001400     05  HC-TS-DATE              PIC 9(08).
001500     05  HC-TS-TIME              PIC 9(08).
001600     05  HC-IDENT                PIC 9(05).
001700     05  HC-ACTION-CODE          PIC X(01).
001800     05  HC-FIELD-NAME           PIC X(16).
001900     05  HC-BEFORE-VALUE         PIC X(20).
002000     05  HC-AFTER-VALUE          PIC X(20).
002100     05  HC-REASON-CODE          PIC X(02).
002200     05  HC-OPERATOR-ID          PIC X(08).
