000900*----------------------------------------------------------*
001000* DATE        INIT  DESCRIPTION                            *
001100* 2026-08-22  LIBI  ORIGINAL LAYOUT.                        *
001101* 2026-10-15  LIBI  ADDED THE STUDENT'S DATE OF BIRTH,      *
001102*                   CARRIED FROM THE INTAKE (ZEROS WHEN     *
001103*                   NEVER SUPPLIED), SO AN AGE AS OF ANY    *
001104*                   DATE CAN BE WORKED OUT - THE VOTEPREG   *
001105*                   PRE-REGISTRATION LIST USES IT.          *
001106* 2026-10-15  LIBI  SM-PLACEMENT MAY NOW ALSO READ          *
001107*                   "WITHDRAWN" - SET BY THE STUDMNT        *
001108*                   MAINTENANCE PROGRAM, WHICH ALSO         *
001109*                   TRANSFERS AND CORRECTS STUDENTS.        *
001200*----------------------------------------------------------*
001300 01  STUDENT-MASTER-RECORD.
001400     05  SM-STUDENT-ID           PIC 9(05).
001700     05  SM-PLACEMENT            PIC X(20).
001800     05  SM-ADDED-DATE           PIC 9(08).
001900     05  SM-CHANGED-DATE         PIC 9(08).
001901     05  SM-DATE-OF-BIRTH.
001902         10  SM-DOB-MONTH        PIC 99.
001903         10  SM-DOB-DAY          PIC 99.
001904         10  SM-DOB-YEAR         PIC 9(04).
