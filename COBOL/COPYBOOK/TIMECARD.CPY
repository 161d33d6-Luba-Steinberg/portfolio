000940*                   AND ARE STILL PAID. THEIR HOURS COUNT   *
000950*                   IN THE BATCH TRAILER TOTAL LIKE ANY     *
000960*                   DETAIL.                                 *
000961* 2026-10-15  LIBI  ADDED TC-JOB-CODE, THE JOB OR PROJECT A *
000962*                   "D" CARD'S HOURS WERE WORKED ON,        *
000963*                   VALIDATED BY TIMEPOST AGAINST THE       *
000964*                   JOBMSTR JOB MASTER. SPACES MEANS NO JOB *
000965*                   - THE HOURS COST TO THE EMPLOYEE'S      *
000966*                   LOCATION. LEAVE CARDS CARRY NO JOB.     *
001000*----------------------------------------------------------*
001100 01  TIMECARD-RECORD.
001200     05  TC-RECORD-TYPE          PIC X(01).
001740         88  TC-EVENING-SHIFT        VALUE "2".
001750         88  TC-NIGHT-SHIFT          VALUE "3".
001760         88  TC-PREMIUM-SHIFT        VALUES "2", "3".
001761     05  TC-JOB-CODE             PIC X(06).
001800 01  TIMECARD-TRAILER-RECORD.
001900     05  FILLER                  PIC X(01).
002000     05  TC-TRL-TOTAL-HOURS      PIC 9(06).
002100     05  FILLER                  PIC X(29).
