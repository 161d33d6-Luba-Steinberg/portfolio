000100*----------------------------------------------------------*
000200* JOBHRS - HOURS BY JOB RECORD LAYOUT                       *
000300* WRITTEN BY TIMEPOST FROM THE CARDS IT POSTS: ONE RECORD   *
000400* PER EMPLOYEE PER JOB CODE PER PERIOD-END, CARRYING THE    *
000500* WORKED HOURS CHARGED TO THAT JOB. HOURS ON CARDS WITH NO  *
000600* JOB, AND LEAVE HOURS, ARE NOT WRITTEN - THE PAY RUN COSTS *
000700* THEM TO THE EMPLOYEE'S LOCATION. REWRITTEN EVERY POSTING, *
000800* SO IT ONLY EVER HOLDS THE LATEST BATCH.                   *
000900*----------------------------------------------------------*
001000* DATE        INIT  DESCRIPTION                            *
001100* 2026-10-15  LIBI  ORIGINAL LAYOUT.                        *
001200*----------------------------------------------------------*
001300 01  JOB-HOURS-RECORD.
001400     05  JH-EMPLOYEE-ID          PIC 9(09).
001500     05  JH-JOB-CODE             PIC X(06).
001600     05  JH-PERIOD-DATE          PIC 9(08).
001700     05  JH-PAY-GROUP            PIC X(02).
001800     05  JH-HOURS                PIC 9(05).
