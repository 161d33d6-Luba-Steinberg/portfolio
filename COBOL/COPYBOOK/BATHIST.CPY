000100*----------------------------------------------------------*
000200* BATHIST - DAILY BATCH RUN-HISTORY RECORD LAYOUT           *
000300* ONE ENTRY PER STEP PER DAYBATCH START, APPENDED AS EACH   *
000400* STEP IS EXECUTED, SKIPPED, OR CARRIED FROM AN EARLIER     *
000500* START, SO THE STEP TIMINGS SURVIVE THE NEXT BUSINESS DATE *
000600* OVERLAYING RUNCTL. START/END ARE YYYYMMDD AND HHMMSSHH;   *
000700* A SKIPPED OR CARRIED STEP STARTS AND ENDS AT THE SAME     *
000800* MOMENT. READ BY THE BATTREND ELAPSED-TIME TREND REPORT.   *
000900*----------------------------------------------------------*
001000* DATE        INIT  DESCRIPTION                            *
001100* 2026-10-15  LIBI  ORIGINAL LAYOUT.                        *
001200*----------------------------------------------------------*
001300 01  RUN-HISTORY-RECORD.
001400     05  BH-BUSINESS-DATE        PIC 9(08).
001500     05  BH-RUN-NUMBER           PIC 9(03).
001600     05  BH-STEP-NUMBER          PIC 9(02).
001700     05  BH-STEP-NAME            PIC X(08).
001800     05  BH-PROGRAM              PIC X(10).
001900     05  BH-OUTCOME              PIC X(01).
002000         88  BH-STEP-EXECUTED        VALUE "E".
002100         88  BH-STEP-SKIPPED         VALUE "S".
002200         88  BH-STEP-CARRIED         VALUE "C".
002300     05  BH-START-DATE           PIC 9(08).
002400     05  BH-START-TIME           PIC 9(08).
002500     05  BH-END-DATE             PIC 9(08).
002600     05  BH-END-TIME             PIC 9(08).
002700     05  BH-ELAPSED-SECONDS      PIC 9(07).
002800     05  BH-RETURN-CODE          PIC 9(02).
002900     05  BH-RESTART-IND          PIC X(01).
003000         88  BH-RESTART-RUN          VALUE "Y".
003100         88  BH-FIRST-RUN            VALUE "N".
