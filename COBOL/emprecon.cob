001800*                   MISMATCHES BETWEEN THE TWO RECORDS,     *
001900*                   WITH COUNTS, SO THE TWO MASTERS THE     *
002000*                   SUITE DEPENDS ON CAN BE PROVEN IN SYNC. *
002001* 2026-10-15  LIBI  THE SSN COLUMN NOW PRINTS MASKED TO ITS *
002002*                   LAST FOUR DIGITS. THE FULL SSN STAYS ON *
002003*                   THE TWO MASTERS.                        *
002100*----------------------------------------------------------*
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
010200     05  FILLER              PIC X(16) VALUE "EMPLOYEE VALUE".
010300     05  FILLER              PIC X(11) VALUE SPACES.
010400 01  RR-DETAIL-LINE.
010500     05  RR-SSN.
010501         10  FILLER          PIC X(05) VALUE "*****".
010502         10  RR-SSN-LAST-FOUR
010503                             PIC 9(04).
010600     05  FILLER              PIC X(02) VALUE SPACES.
010700     05  RR-EXCEPTION        PIC X(24).
010800     05  FILLER              PIC X(02) VALUE SPACES.
017400     MOVE PM-SSN TO EM-SSN
017500     READ EMPLOYEE-MASTER
017600         INVALID KEY
017700             MOVE PM-SSN (6:4) TO RR-SSN-LAST-FOUR
017800             MOVE "NO EMPMSTR RECORD" TO RR-EXCEPTION
017900             MOVE PM-NAME TO RR-PM-VALUE
018000             MOVE SPACES  TO RR-EM-VALUE
021000*----------------------------------------------------------*
021100 3200-COMPARE-FIELDS.
021200     IF PM-NAME NOT = EM-NAME
021300         MOVE PM-SSN (6:4) TO RR-SSN-LAST-FOUR
021400         MOVE "NAME MISMATCH" TO RR-EXCEPTION
021500         MOVE PM-NAME TO RR-PM-VALUE
021600         MOVE EM-NAME TO RR-EM-VALUE
021800         ADD 1 TO WS-NAME-MISMATCH-COUNT
021900     END-IF
022000     IF PM-RATE NOT = EM-RATE
022100         MOVE PM-SSN (6:4) TO RR-SSN-LAST-FOUR
022200         MOVE "RATE MISMATCH" TO RR-EXCEPTION
022300         MOVE PM-RATE TO RR-PM-VALUE
022400         MOVE EM-RATE TO RR-EM-VALUE
027400         END-SEARCH
027500     END-IF
027600     IF NOT WS-SSN-MATCHED
027700         MOVE EM-SSN (6:4) TO RR-SSN-LAST-FOUR
027800         MOVE "NO PAYRMSTR RECORD" TO RR-EXCEPTION
027900         MOVE SPACES  TO RR-PM-VALUE
028000         MOVE EM-NAME TO RR-EM-VALUE
