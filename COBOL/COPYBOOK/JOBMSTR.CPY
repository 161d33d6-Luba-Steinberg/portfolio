000100*----------------------------------------------------------*
000200* JOBMSTR - JOB / PROJECT MASTER RECORD LAYOUT              *
000300* ONE ENTRY PER JOB OR PROJECT CODE THAT LABOR CAN BE       *
000400* CHARGED TO. TIMEPOST REFUSES A "D" TIMECARD WHOSE JOB     *
000500* CODE IS NOT HERE OR IS CLOSED; THE PAY RUN DEBITS THE     *
000600* JOB'S SHARE OF EACH EMPLOYEE'S GROSS AND EMPLOYER TAXES   *
000700* TO JM-GL-ACCOUNT.                                         *
000800*----------------------------------------------------------*
000900* DATE        INIT  DESCRIPTION                            *
001000* 2026-10-15  LIBI  ORIGINAL LAYOUT.                        *
001100*----------------------------------------------------------*
001200 01  JOB-MASTER-RECORD.
001300     05  JM-JOB-CODE             PIC X(06).
001400     05  JM-DESCRIPTION          PIC X(20).
001500     05  JM-GL-ACCOUNT           PIC X(08).
001600     05  JM-STATUS               PIC X(01).
001700         88  JM-OPEN                 VALUES "O", " ".
001800         88  JM-CLOSED               VALUE "C".
