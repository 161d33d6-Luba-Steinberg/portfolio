000940*                   ERASES A STUDENT'S HISTORY. THE          *
000950*                   TRANSCRP PROGRAM PRINTS TERM-BY-TERM     *
000960*                   TRANSCRIPTS AND GPA OFF THAT FILE.       *
000961* 2026-10-15  LIBI  STUDENT-FILE NOW CARRIES A DATE OF       *
000962*                   BIRTH. WHEN ONE IS SUPPLIED, AGE IS      *
000963*                   WORKED OUT FROM IT AS OF THE RUN DATE    *
000964*                   (THE SAME WAY FILE2 AGES A CUSTOMER)     *
000965*                   INSTEAD OF TAKING THE KEYED ST-AGE, AND  *
000966*                   THE DATE OF BIRTH IS CARRIED ONTO THE    *
000967*                   STUDENT-MASTER. AN UNUSABLE DATE OF      *
000968*                   BIRTH IS REPORTED AND THE KEYED AGE      *
000969*                   USED.                                    *
000970* 2026-10-15  LIBI  A DATE OF BIRTH IS NOW CHECKED AGAINST  *
000971*                   THE LENGTH OF ITS MONTH, WITH FEBRUARY  *
000972*                   29 ALLOWED ONLY IN A LEAP YEAR (THE     *
000973*                   SAME CHECK FILE2 MAKES), SO A DAY LIKE  *
000974*                   02/30 OR 04/31 IS REPORTED AND THE      *
000975*                   KEYED AGE USED.                         *
000970*----------------------------------------------------------*
000980 ENVIRONMENT DIVISION.
000990 CONFIGURATION SECTION.
002110 77  WS-TODAY-DATE           PIC 9(08) VALUE ZEROS.
002120 77  WS-OLD-PLACEMENT        PIC X(20) VALUE SPACES.
002130 77  WS-PLACE-CHANGE-COUNT   PIC 9(05) VALUE ZEROS.
002131*----------------------------------------------------------*
002132* DATE-OF-BIRTH AGE DERIVATION - TODAY'S DATE, THE AGE      *
002133* WORKED OUT, AND THE LEAP-YEAR-AWARE DATE OF BIRTH CHECK   *
002134*----------------------------------------------------------*
002135 01  WS-AGE-AS-OF-DATE.
002136     05  WS-AGE-AS-OF-YEAR   PIC 9(04).
002137     05  WS-AGE-AS-OF-MONTH  PIC 99.
002138     05  WS-AGE-AS-OF-DAY    PIC 99.
002139 01  WS-DOB-SORTABLE.
002140     05  WS-DOB-SORT-YEAR    PIC 9(04).
002141     05  WS-DOB-SORT-MONTH   PIC 99.
002142     05  WS-DOB-SORT-DAY     PIC 99.
002143 77  WS-DERIVED-AGE          PIC 9(03) VALUE ZEROS.
002144 77  WS-DOB-SW               PIC X(01) VALUE "N".
002145     88  WS-DOB-SUPPLIED               VALUE "Y".
002146 77  WS-DOB-AGE-COUNT        PIC 9(05) VALUE ZEROS.
002147 77  WS-DOB-DATE-SW          PIC X(01) VALUE "Y".
002148     88  WS-DOB-DATE-VALID             VALUE "Y".
002149     88  WS-DOB-DATE-INVALID           VALUE "N".
002150 77  WS-LEAP-YEAR-SW         PIC X(01) VALUE "N".
002151     88  WS-LEAP-YEAR                  VALUE "Y".
002152     88  WS-NOT-LEAP-YEAR              VALUE "N".
002153 77  WS-YEAR-QUOT            PIC 9(04) VALUE ZEROS.
002154 77  WS-YEAR-REM4            PIC 9(04) VALUE ZEROS.
002155 77  WS-YEAR-REM100          PIC 9(04) VALUE ZEROS.
002156 77  WS-YEAR-REM400          PIC 9(04) VALUE ZEROS.
002140*----------------------------------------------------------*
002150* CAPACITY CONTROL AND WAITLIST TABLES AND WORK FIELDS      *
002160*----------------------------------------------------------*
003470     05  FILLER              PIC X(20) VALUE
003480         "STUDENTS PROCESSED: ".
003490     05  RPT-STUDENT-COUNT   PIC ZZZZ9.
003491     05  FILLER              PIC X(55) VALUE SPACES.
003492 01  RPT-DOB-TOTAL-LINE.
003493     05  FILLER              PIC X(20) VALUE
003494         "AGES FROM BIRTHDATE:".
003495     05  RPT-DOB-AGE-COUNT   PIC ZZZZ9.
003500     05  FILLER              PIC X(55) VALUE SPACES.
003510*----------------------------------------------------------*
003520* NUMBER-CLASSIFICATION SUMMARY REPORT LINE LAYOUTS         *
007120*----------------------------------------------------------*
007130 3000-PROCESS-STUDENT.
007140     MOVE ST-AGE TO Age
007141     PERFORM 4020-DERIVE-AGE-FROM-DOB THRU 4020-EXIT
007150     PERFORM 4050-EDIT-STUDENT-AGE THRU 4050-EXIT
007160     MOVE ST-SCORE TO Score
007170     IF FE-VALID
007560         END-IF
007570     END-IF.
007580 4000-EXIT.
007581     EXIT.
007582*----------------------------------------------------------*
007583* 4020-DERIVE-AGE-FROM-DOB - WHEN THE INTAKE CARRIES A      *
007584* DATE OF BIRTH, AGE IN COMPLETE YEARS AS OF TODAY REPLACES *
007585* THE KEYED ST-AGE, BACKED OFF BY ONE YEAR WHEN THIS YEAR'S *
007586* BIRTHDAY HAS NOT HAPPENED YET. A DATE OF BIRTH THAT IS    *
007587* NOT A REAL DATE OR LIES IN THE FUTURE IS REPORTED AND     *
007588* ST-AGE IS USED AS KEYED.                                  *
007589*----------------------------------------------------------*
007590 4020-DERIVE-AGE-FROM-DOB.
007591     MOVE "N" TO WS-DOB-SW
007592     IF ST-DATE-OF-BIRTH NOT NUMERIC
007593         GO TO 4020-EXIT
007594     END-IF
007595     IF ST-DOB-YEAR = ZERO
007596         GO TO 4020-EXIT
007597     END-IF
007598     PERFORM 4030-VALIDATE-DATE-OF-BIRTH THRU 4030-EXIT
007599     IF WS-DOB-DATE-INVALID
007600         DISPLAY "DATE OF BIRTH NOT VALID FOR STUDENT "
007601             ST-STUDENT-ID " - KEYED AGE USED"
007602         GO TO 4020-EXIT
007603     END-IF
007604     MOVE WS-TODAY-DATE TO WS-AGE-AS-OF-DATE
007605     MOVE ST-DOB-YEAR   TO WS-DOB-SORT-YEAR
007606     MOVE ST-DOB-MONTH  TO WS-DOB-SORT-MONTH
007607     MOVE ST-DOB-DAY    TO WS-DOB-SORT-DAY
007608     IF WS-DOB-SORTABLE > WS-AGE-AS-OF-DATE
007609         DISPLAY "DATE OF BIRTH IN THE FUTURE FOR STUDENT "
007610             ST-STUDENT-ID " - KEYED AGE USED"
007611         GO TO 4020-EXIT
007612     END-IF
007613     COMPUTE WS-DERIVED-AGE = WS-AGE-AS-OF-YEAR - ST-DOB-YEAR
007614     IF ST-DOB-MONTH > WS-AGE-AS-OF-MONTH
007615         SUBTRACT 1 FROM WS-DERIVED-AGE
007616     ELSE
007617         IF ST-DOB-MONTH = WS-AGE-AS-OF-MONTH AND
007618            ST-DOB-DAY > WS-AGE-AS-OF-DAY
007619             SUBTRACT 1 FROM WS-DERIVED-AGE
007620         END-IF
007621     END-IF
007622     IF WS-DERIVED-AGE > 99
007623         DISPLAY "DATE OF BIRTH GIVES AGE OVER 99 FOR STUDENT "
007624             ST-STUDENT-ID " - KEYED AGE USED"
007625         GO TO 4020-EXIT
007626     END-IF
007627     MOVE WS-DERIVED-AGE TO Age
007628     MOVE "Y" TO WS-DOB-SW
007629     ADD 1 TO WS-DOB-AGE-COUNT.
007630 4020-EXIT.
007631     EXIT.
007632*----------------------------------------------------------*
007633* 4030-VALIDATE-DATE-OF-BIRTH - THE DAY MUST FALL WITHIN    *
007634* THE LENGTH OF ITS MONTH, THE SAME CHECK FILE2 MAKES OF A  *
007635* CUSTOMER DATE OF BIRTH.                                   *
007636*----------------------------------------------------------*
007637 4030-VALIDATE-DATE-OF-BIRTH.
007638     SET WS-DOB-DATE-VALID TO TRUE
007639     IF ST-DOB-MONTH < 1 OR ST-DOB-MONTH > 12
007640         SET WS-DOB-DATE-INVALID TO TRUE
007641         GO TO 4030-EXIT
007642     END-IF
007643     EVALUATE ST-DOB-MONTH
007644         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
007645             IF ST-DOB-DAY < 1 OR ST-DOB-DAY > 31
007646                 SET WS-DOB-DATE-INVALID TO TRUE
007647             END-IF
007648         WHEN 4 WHEN 6 WHEN 9 WHEN 11
007649             IF ST-DOB-DAY < 1 OR ST-DOB-DAY > 30
007650                 SET WS-DOB-DATE-INVALID TO TRUE
007651             END-IF
007652         WHEN 2
007653             PERFORM 4035-VALIDATE-FEBRUARY-DAY
007654                 THRU 4035-EXIT
007655     END-EVALUATE.
007656 4030-EXIT.
007657     EXIT.
007658*----------------------------------------------------------*
007659* 4035-VALIDATE-FEBRUARY-DAY - FEBRUARY HAS 29 DAYS IN A    *
007660* LEAP YEAR AND 28 OTHERWISE.                               *
007661*----------------------------------------------------------*
007662 4035-VALIDATE-FEBRUARY-DAY.
007663     DIVIDE ST-DOB-YEAR BY 4   GIVING WS-YEAR-QUOT
007664         REMAINDER WS-YEAR-REM4
007665     DIVIDE ST-DOB-YEAR BY 100 GIVING WS-YEAR-QUOT
007666         REMAINDER WS-YEAR-REM100
007667     DIVIDE ST-DOB-YEAR BY 400 GIVING WS-YEAR-QUOT
007668         REMAINDER WS-YEAR-REM400
007669     IF WS-YEAR-REM4 = 0 AND
007670        (WS-YEAR-REM100 NOT = 0 OR WS-YEAR-REM400 = 0)
007671         SET WS-LEAP-YEAR TO TRUE
007672     ELSE
007673         SET WS-NOT-LEAP-YEAR TO TRUE
007674     END-IF
007675     IF WS-LEAP-YEAR
007676         IF ST-DOB-DAY < 1 OR ST-DOB-DAY > 29
007677             SET WS-DOB-DATE-INVALID TO TRUE
007678         END-IF
007679     ELSE
007680         IF ST-DOB-DAY < 1 OR ST-DOB-DAY > 28
007681             SET WS-DOB-DATE-INVALID TO TRUE
007682         END-IF
007683     END-IF.
007684 4035-EXIT.
007590     EXIT.
007600*----------------------------------------------------------*
007610* 4050-EDIT-STUDENT-AGE - RUN Age THROUGH THE SHARED FLDEDIT *
008490*----------------------------------------------------------*
008500 6200-WRITE-CONTROL-TOTAL.
008510     MOVE WS-STUDENT-COUNT TO RPT-STUDENT-COUNT
008520     WRITE ENROLLMENT-REPORT-RECORD FROM RPT-TOTAL-LINE
008521     MOVE WS-DOB-AGE-COUNT TO RPT-DOB-AGE-COUNT
008522     WRITE ENROLLMENT-REPORT-RECORD FROM RPT-DOB-TOTAL-LINE.
008530 6200-EXIT.
008540     EXIT.
008550*----------------------------------------------------------*
009200     MOVE ST-STUDENT-ID         TO SM-STUDENT-ID
009210     MOVE Age                   TO SM-AGE
009220     MOVE Score                 TO SM-SCORE
009221     IF WS-DOB-SUPPLIED
009222         MOVE ST-DATE-OF-BIRTH  TO SM-DATE-OF-BIRTH
009223     ELSE
009224         MOVE ZEROS             TO SM-DATE-OF-BIRTH
009225     END-IF
009230     MOVE WS-PLACEMENT-MESSAGE  TO SM-PLACEMENT
009240     MOVE WS-TODAY-DATE         TO SM-ADDED-DATE
009250     MOVE ZEROS                 TO SM-CHANGED-DATE
009420     IF WS-OLD-PLACEMENT = WS-PLACEMENT-MESSAGE
009430         MOVE Age   TO SM-AGE
009440         MOVE Score TO SM-SCORE
009441         PERFORM 6760-CARRY-DATE-OF-BIRTH THRU 6760-EXIT
009450         REWRITE STUDENT-MASTER-RECORD
009460         MOVE ST-STUDENT-ID TO WS-DROP-STUDENT-ID
009470         PERFORM 5870-DROP-STUDENT-WAITS THRU 5870-EXIT
009520         PERFORM 5850-ADD-TO-WAITLIST THRU 5850-EXIT
009530         MOVE Age   TO SM-AGE
009540         MOVE Score TO SM-SCORE
009541         PERFORM 6760-CARRY-DATE-OF-BIRTH THRU 6760-EXIT
009550         REWRITE STUDENT-MASTER-RECORD
009560         MOVE "WAITLISTED" TO WS-PLACEMENT-MESSAGE
009570         GO TO 6750-EXIT
009680     MOVE WS-TODAY-DATE TO SM-CHANGED-DATE
009690     MOVE Age                  TO SM-AGE
009700     MOVE Score                TO SM-SCORE
009701     PERFORM 6760-CARRY-DATE-OF-BIRTH THRU 6760-EXIT
009710     MOVE WS-PLACEMENT-MESSAGE TO SM-PLACEMENT
009720     REWRITE STUDENT-MASTER-RECORD
009730     MOVE WS-OLD-PLACEMENT TO WS-FREED-PLACEMENT
009740     PERFORM 5900-FREE-SEAT THRU 5900-EXIT.
009750 6750-EXIT.
009751     EXIT.
009752*----------------------------------------------------------*
009753* 6760-CARRY-DATE-OF-BIRTH - A DATE OF BIRTH ON THIS INTAKE *
009754* REPLACES THE ONE ON THE MASTER; AN INTAKE WITHOUT ONE     *
009755* LEAVES WHAT THE MASTER ALREADY HOLDS.                     *
009756*----------------------------------------------------------*
009757 6760-CARRY-DATE-OF-BIRTH.
009758     IF WS-DOB-SUPPLIED
009759         MOVE ST-DATE-OF-BIRTH TO SM-DATE-OF-BIRTH
009760     END-IF.
009761 6760-EXIT.
009760     EXIT.
009770*----------------------------------------------------------*
009780* 5800-CHECK-CAPACITY - IS THERE A SEAT LEFT IN THE         *
