001500*                   REPORT DATE (PARM YYMMDD, DEFAULT       *
001600*                   TODAY) WITH ITS BEFORE AND AFTER        *
001700*                   VALUES AND TIME OF CHANGE.              *
001701* 2026-10-15  LIBI  THE SSN COLUMN NOW PRINTS MASKED TO ITS *
001702*                   LAST FOUR DIGITS.                       *
001800*----------------------------------------------------------*
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
006700     05  FILLER              PIC X(12) VALUE "NEW RATE".
006800     05  FILLER              PIC X(35) VALUE SPACES.
006900 01  RC-DETAIL-LINE.
007000     05  RC-SSN.
007001         10  FILLER          PIC X(05) VALUE "*****".
007002         10  RC-SSN-LAST-FOUR
007003                             PIC 9(04).
007100     05  FILLER              PIC X(02) VALUE SPACES.
007200     05  RC-TIME             PIC 9(08).
007300     05  FILLER              PIC X(02) VALUE SPACES.
013300 3000-REPORT-CHANGE.
013400     IF CH-TS-DATE = WS-REPORT-DATE AND
013500        CH-FIELD-NAME = "EM-RATE"
013600         MOVE CH-SSN (6:4)    TO RC-SSN-LAST-FOUR
013700         MOVE CH-TS-TIME      TO RC-TIME
013800         MOVE CH-BEFORE-VALUE TO RC-OLD-RATE
013900         MOVE CH-AFTER-VALUE  TO RC-NEW-RATE
