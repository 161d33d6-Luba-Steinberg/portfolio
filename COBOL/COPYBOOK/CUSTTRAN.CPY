000792*                   TRANSACTION STILL KEYED THE OLD 3-DIGIT *
000793*                   WAY (VALUE 999 OR UNDER) IS TRANSLATED  *
000794*                   THROUGH THE CUSTXREF FILE AND REPORTED. *
000795* 2026-10-15  LIBI  ADDED THE "H" HISTORY-INQUIRY ACTION,   *
000796*                   WHICH LISTS EVERY CUSTHIST ENTRY FOR    *
000797*                   CT-IDENT, AND THE ENTERING OPERATOR ID. *
000798*                   THE REASON CODE NOW APPLIES TO ADDS AND *
000799*                   UPDATES AS WELL AS DELETES; ALL THREE   *
000800*                   CARRY IT TO THE CUSTHIST CHANGE LOG.    *
000800*----------------------------------------------------------*
000900 01  CUSTOMER-TRANSACTION-RECORD.
001000     05  CT-ACTION-CODE          PIC X(01).
001300         88  CT-ACTION-INQUIRE       VALUE "I".
001350         88  CT-ACTION-DELETE        VALUE "D".
001360         88  CT-ACTION-NAME-INQ      VALUE "N".
001370         88  CT-ACTION-HISTORY-INQ   VALUE "H".
001400     05  CT-IDENT                PIC 9(05).
001500     05  CT-NAME                 PIC X(20).
001600     05  CT-DATE-OF-BIRTH.
001800         10  CT-DOB-DAY          PIC 99.
001900         10  CT-DOB-YEAR         PIC 9(04).
002000     05  CT-REASON-CODE          PIC X(02).
002100     05  CT-OPERATOR-ID          PIC X(08).
