000100*----------------------------------------------------------*
000200* ACHCTL - ACH ORIGINATION CONTROL RECORD LAYOUT            *
000300* ONE RECORD HOLDING WHAT THE BANK ASSIGNED FOR THE NACHA   *
000400* ORIGINATION FILE ACHORIG BUILDS FROM DDEXTR - THE         *
000500* IMMEDIATE DESTINATION AND ORIGIN, THE COMPANY NAME AND    *
000600* IDENTIFICATION, THE ORIGINATING BANK (ODFI) ROUTING       *
000700* NUMBER AND THE ENTRY DESCRIPTION - PLUS THE DATE AND FILE *
000800* ID MODIFIER OF THE LAST FILE BUILT. ACHORIG REWRITES THE  *
000900* RECORD FOR EACH FILE SO A SECOND FILE ON THE SAME DAY     *
001000* TAKES THE NEXT MODIFIER (A-Z, THEN 0-9). PAYROLL          *
001100* ADMINISTRATION OWNS THIS FILE.                            *
001200*----------------------------------------------------------*
001300* DATE        INIT  DESCRIPTION                            *
001400* 2026-10-15  LIBI  ORIGINAL LAYOUT.                        *
001500*----------------------------------------------------------*
001600 01  ACH-CONTROL-RECORD.
001700     05  AC-IMMED-DEST           PIC X(10).
001800     05  AC-IMMED-ORIGIN         PIC X(10).
001900     05  AC-DEST-NAME            PIC X(23).
002000     05  AC-ORIGIN-NAME          PIC X(23).
002100     05  AC-COMPANY-NAME         PIC X(16).
002200     05  AC-COMPANY-ID           PIC X(10).
002300     05  AC-ODFI-ID              PIC 9(08).
002400     05  AC-ENTRY-DESC           PIC X(10).
002500     05  AC-REFERENCE-CODE       PIC X(08).
002600     05  AC-LAST-FILE-DATE       PIC 9(08).
002700     05  AC-LAST-FILE-ID         PIC X(01).
002800     05  AC-FILE-COUNT           PIC 9(07).
