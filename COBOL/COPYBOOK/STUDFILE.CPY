000650* 2026-08-09  LIBI  ADDED A LETTER-GRADE SCORE SO EACH       *
000660*                   STUDENT'S PASS/FAIL CAN BE LOOKED UP      *
000670*                   AGAINST THE GRADE-CONTROL TABLE.          *
000671* 2026-10-15  LIBI  ADDED THE STUDENT'S DATE OF BIRTH       *
000672*                   (MM/DD/YYYY). WHEN IT IS SUPPLIED THE   *
000673*                   ENROLLMENT RUN DERIVES AGE FROM IT AND  *
000674*                   ST-AGE IS IGNORED; ZEROS OR SPACES MEAN *
000675*                   NOT SUPPLIED.                           *
000700*----------------------------------------------------------*
000800 01  STUDENT-FILE-RECORD.
000900     05  ST-STUDENT-ID           PIC 9(05).
001000     05  ST-AGE                  PIC 99.
001050     05  ST-SCORE                PIC X(01).
001051     05  ST-DATE-OF-BIRTH.
001052         10  ST-DOB-MONTH        PIC 99.
001053         10  ST-DOB-DAY          PIC 99.
001054         10  ST-DOB-YEAR         PIC 9(04).
