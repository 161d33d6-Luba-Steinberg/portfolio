000100*----------------------------------------------------------*
000200* SSNALOG - SENSITIVE-DATA ACCESS-LOG RECORD LAYOUT         *
000300* ONE ENTRY PER INQUIRY RUN THAT SELECTED A PERSON WHOSE    *
000400* FULL SSN IS ON FILE: WHO RAN IT, WHEN, FROM WHICH         *
000500* PROGRAM, AND FOR WHICH SSN. APPENDED BY AUDLOGRP (S-PARM  *
000600* SELECTION) AND PAYHINQ, READ BY THE SSNACRPT PERIODIC     *
000700* ACCESS REPORT. THE FILE IS APPENDED IN TIME ORDER.        *
000800* SECURITY ADMINISTRATION OWNS THIS FILE.                   *
000900*----------------------------------------------------------*
001000* DATE        INIT  DESCRIPTION                            *
001100* 2026-10-15  LIBI  ORIGINAL LAYOUT.                        *
001200*----------------------------------------------------------*
001300 01  SSN-ACCESS-LOG-RECORD.
001400     05  SA-ACCESS-DATE          PIC 9(08).
001500     05  SA-ACCESS-TIME          PIC 9(08).
001600     05  SA-USER-ID              PIC X(08).
001700     05  SA-PROGRAM              PIC X(08).
001800     05  SA-SSN                  PIC 9(09).
001900     05  SA-SSN-PARTS REDEFINES SA-SSN.
002000         10  FILLER              PIC 9(05).
002100         10  SA-SSN-LAST-FOUR    PIC 9(04).
002200     05  SA-EMPLOYEE-ID          PIC 9(09).
