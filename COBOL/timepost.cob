002319*                   THE MASTER IS NOW OPENED DYNAMIC SO     *
002321*                   THE COVERAGE PASS CAN READ IT IN KEY    *
002322*                   ORDER.                                  *
002323* 2026-10-15  LIBI  EVERY CARD'S WEEK-ENDING MUST NOW BE A  *
002324*                   PERIOD-END ON THE PAYCAL PAYROLL        *
002325*                   CALENDAR. THE BALANCING PASS LISTS ANY  *
002326*                   CARD THAT IS NOT, AND A BATCH CARRYING  *
002327*                   ONE (OR A MISSING CALENDAR) POSTS       *
002328*                   NOTHING AND ENDS WITH RETURN-CODE 8.    *
002329* 2026-10-15  LIBI  THE RUN NOW POSTS ONE PAY GROUP, NAMED  *
002330*                   IN THE PARM (SPACES IS THE ORIGINAL     *
002331*                   WEEKLY PAYROLL) AND CHECKED AGAINST     *
002332*                   PAYGRP. CARDS ARE MATCHED TO THAT       *
002333*                   GROUP'S CALENDAR, A CARD FOR AN         *
002334*                   EMPLOYEE IN ANOTHER GROUP IS AN         *
002335*                   EXCEPTION, AND THE COVERAGE PASS LISTS  *
002336*                   ONLY THE GROUP'S EMPLOYEES.             *
002337* 2026-10-15  LIBI  A "D" CARD MAY NOW CARRY A JOB CODE. IT *
002338*                   MUST BE AN OPEN JOB ON THE JOBMSTR JOB  *
002339*                   MASTER OR THE CARD IS AN EXCEPTION AND  *
002340*                   POSTS NOTHING (RETURN-CODE 4). THE      *
002341*                   HOURS POSTED TO EACH JOB ARE WRITTEN BY *
002342*                   EMPLOYEE TO THE JOBHRS FILE FOR THE PAY *
002343*                   RUN'S LABOR DISTRIBUTION. THE           *
002344*                   DUPLICATE-CARD KEY NOW INCLUDES THE     *
002345*                   JOB, SO ONE SHIFT CAN BE SPLIT ACROSS   *
002346*                   JOBS.                                   *
002200*----------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
003910     SELECT COVERAGE-REPORT ASSIGN TO "TIMECOV"
003920         ORGANIZATION IS LINE SEQUENTIAL
003930         FILE STATUS IS WS-TIMECOV-STATUS.
003931     SELECT PAY-CALENDAR ASSIGN TO "PAYCAL"
003932         ORGANIZATION IS LINE SEQUENTIAL
003933         FILE STATUS IS WS-PAYCAL-STATUS.
003934     SELECT PAY-GROUP-CONTROL ASSIGN TO "PAYGRP"
003935         ORGANIZATION IS LINE SEQUENTIAL
003936         FILE STATUS IS WS-PAYGRP-STATUS.
003937     SELECT JOB-MASTER ASSIGN TO "JOBMSTR"
003938         ORGANIZATION IS LINE SEQUENTIAL
003939         FILE STATUS IS WS-JOBMSTR-STATUS.
003940     SELECT JOB-HOURS ASSIGN TO "JOBHRS"
003941         ORGANIZATION IS LINE SEQUENTIAL
003942         FILE STATUS IS WS-JOBHRS-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  PAYROLL-MASTER
005010 FD  COVERAGE-REPORT
005020     LABEL RECORDS ARE STANDARD.
005030 01  COVERAGE-REPORT-RECORD      PIC X(80).
005031 FD  PAY-CALENDAR
005032     LABEL RECORDS ARE STANDARD.
005033 COPY PAYCAL.
005034 FD  PAY-GROUP-CONTROL
005035     LABEL RECORDS ARE STANDARD.
005036 COPY PAYGRP.
005037 FD  JOB-MASTER
005038     LABEL RECORDS ARE STANDARD.
005039 COPY JOBMSTR.
005040 FD  JOB-HOURS
005041     LABEL RECORDS ARE STANDARD.
005042 COPY JOBHRS.
005100 WORKING-STORAGE SECTION.
005200*----------------------------------------------------------*
005300* FILE STATUS AND CONTROL SWITCHES                          *
007730         10  SN-EMPLOYEE-ID  PIC 9(09).
007740*----------------------------------------------------------*
007750* CARD KEYS ALREADY POSTED THIS RUN - A SECOND CARD WITH   *
007760* THE SAME EMPLOYEE, WORK DATE, SHIFT, AND JOB IS A        *
007761* DUPLICATE.                                               *
007770*----------------------------------------------------------*
007771 77  WS-CK-KEY-EMPLOYEE      PIC 9(09) VALUE ZEROS.
007772 77  WS-CK-KEY-DATE          PIC 9(08) VALUE ZEROS.
007773 77  WS-CK-KEY-SHIFT         PIC X(01) VALUE SPACE.
007774 77  WS-CK-KEY-JOB           PIC X(06) VALUE SPACES.
007780 77  WS-CK-COUNT             PIC 9(04) COMP VALUE ZERO.
007790 01  CARD-KEY-TABLE.
007810     05  CK-ENTRY OCCURS 1 TO 1000 TIMES
007840         10  CK-EMPLOYEE-ID  PIC 9(09).
007850         10  CK-WORK-DATE    PIC 9(08).
007860         10  CK-SHIFT-CODE   PIC X(01).
007861         10  CK-JOB-CODE     PIC X(06).
007862*----------------------------------------------------------*
007863* JOB MASTER CODES, AND THE HOURS POSTED TO EACH JOB BY     *
007864* EMPLOYEE AND PERIOD-END FOR THE JOBHRS FILE.              *
007865*----------------------------------------------------------*
007866 77  WS-JOBMSTR-STATUS       PIC X(02) VALUE ZEROS.
007867     88  WS-JOBMSTR-OK                 VALUE "00".
007868 77  WS-JOBMSTR-EOF-SW       PIC X(01) VALUE "N".
007869     88  WS-JOBMSTR-EOF                VALUE "Y".
007870 77  WS-JOBHRS-STATUS        PIC X(02) VALUE ZEROS.
007871     88  WS-JOBHRS-OK                  VALUE "00".
007872 77  WS-JOB-REFUSED-SW       PIC X(01) VALUE "N".
007873     88  WS-JOB-REFUSED                VALUE "Y".
007874 77  WS-BADJOB-COUNT         PIC 9(05) COMP VALUE ZERO.
007875 77  WS-JOB-COUNT            PIC 9(03) COMP VALUE ZERO.
007876 01  JOB-CODE-TABLE.
007877     05  JB-ENTRY OCCURS 1 TO 300 TIMES
007878         DEPENDING ON WS-JOB-COUNT
007879         INDEXED BY JB-IDX.
007880         10  JBT-JOB-CODE    PIC X(06).
007881         10  JBT-STATUS      PIC X(01).
007882             88  JBT-CLOSED      VALUE "C".
007883 77  WS-JA-COUNT             PIC 9(04) COMP VALUE ZERO.
007884 01  JOB-HOURS-TABLE.
007885     05  JA-ENTRY OCCURS 1 TO 2000 TIMES
007886         DEPENDING ON WS-JA-COUNT
007887         INDEXED BY JA-IDX.
007888         10  JA-EMPLOYEE-ID  PIC 9(09).
007889         10  JA-JOB-CODE     PIC X(06).
007890         10  JA-PERIOD-DATE  PIC 9(08).
007891         10  JA-HOURS        PIC 9(05).
007892*----------------------------------------------------------*
007893* PAYROLL CALENDAR PERIOD-END DATES - A CARD'S WEEK-ENDING *
007894* MUST BE ONE OF THEM.                                     *
007895*----------------------------------------------------------*
007896 77  WS-PAYCAL-STATUS        PIC X(02) VALUE ZEROS.
007897     88  WS-PAYCAL-OK                  VALUE "00".
007898 77  WS-PAYCAL-EOF-SW        PIC X(01) VALUE "N".
007899     88  WS-PAYCAL-EOF                 VALUE "Y".
007900 77  WS-OFFCAL-COUNT         PIC 9(05) COMP VALUE ZERO.
007901 77  WS-CAL-COUNT            PIC 9(03) COMP VALUE ZERO.
007902 01  CALENDAR-PERIOD-TABLE.
007903     05  CAL-ENTRY OCCURS 1 TO 200 TIMES
007904         DEPENDING ON WS-CAL-COUNT
007905         INDEXED BY CAL-IDX.
007906         10  CAL-PERIOD-END  PIC 9(08).
007907*----------------------------------------------------------*
007908* PAY GROUP BEING POSTED - FROM THE PARM. SPACES IS THE    *
007909* ORIGINAL WEEKLY PAYROLL; ANY OTHER GROUP MUST BE ON THE  *
007910* PAYGRP FILE.                                             *
007911*----------------------------------------------------------*
007912 77  WS-PAY-GROUP            PIC X(02) VALUE SPACES.
007913 77  WS-PAYGRP-STATUS        PIC X(02) VALUE ZEROS.
007914     88  WS-PAYGRP-OK                  VALUE "00".
007915 77  WS-PAYGRP-EOF-SW        PIC X(01) VALUE "N".
007916     88  WS-PAYGRP-EOF                 VALUE "Y".
007917 77  WS-PAYGRP-FOUND-SW      PIC X(01) VALUE "N".
007918     88  WS-PAYGRP-FOUND               VALUE "Y".
007700*----------------------------------------------------------*
007800* POSTING REPORT LINE LAYOUTS                               *
007900*----------------------------------------------------------*
008000 01  TP-HEADING-1.
008100     05  FILLER              PIC X(40) VALUE
008200         "WEEKLY TIMECARD POSTING REPORT".
008300     05  FILLER              PIC X(11) VALUE "PAY GROUP: ".
008301     05  TP-HDG-PAY-GROUP    PIC X(02).
008302     05  FILLER              PIC X(27) VALUE SPACES.
008400 01  TP-BALANCE-LINE.
008500     05  FILLER              PIC X(22) VALUE
008600         "BATCH HOURS - TRAILER:".
012100* FOR THE BALANCING PASS.                                   *
012200*----------------------------------------------------------*
012300 1000-INITIALIZE.
012301     ACCEPT WS-PAY-GROUP FROM COMMAND-LINE
012400     OPEN OUTPUT POSTING-REPORT
012450     OPEN OUTPUT COVERAGE-REPORT
012451     MOVE WS-PAY-GROUP TO TP-HDG-PAY-GROUP
012500     WRITE POSTING-REPORT-RECORD FROM TP-HEADING-1
012501     PERFORM 1050-CHECK-PAY-GROUP THRU 1050-EXIT
012502     PERFORM 1100-LOAD-PAY-CALENDAR THRU 1100-EXIT
012503     PERFORM 1150-LOAD-JOB-MASTER THRU 1150-EXIT
012504     OPEN OUTPUT JOB-HOURS
012600     OPEN INPUT TIMECARD-FILE
012700     IF NOT WS-TIMECARD-OK
012800         DISPLAY "TIMECARD OPEN FAILED, STATUS "
013300         PERFORM 2000-READ-TIMECARD THRU 2000-EXIT
013400     END-IF.
013500 1000-EXIT.
013501     EXIT.
013502*----------------------------------------------------------*
013503* 1050-CHECK-PAY-GROUP - THE PARM'S PAY GROUP MUST BE ON    *
013504* PAYGRP, OR NOTHING IS POSTED. THE SPACES GROUP NEEDS NO   *
013505* ENTRY.                                                    *
013506*----------------------------------------------------------*
013507 1050-CHECK-PAY-GROUP.
013508     IF WS-PAY-GROUP = SPACES
013509         GO TO 1050-EXIT
013510     END-IF
013511     OPEN INPUT PAY-GROUP-CONTROL
013512     IF WS-PAYGRP-OK
013513         PERFORM 1060-READ-PAY-GROUP THRU 1060-EXIT
013514             UNTIL WS-PAYGRP-EOF
013515         CLOSE PAY-GROUP-CONTROL
013516     END-IF
013517     IF NOT WS-PAYGRP-FOUND
013518         DISPLAY "TIMEPOST: PAY GROUP " WS-PAY-GROUP
013519             " IS NOT ON THE PAYGRP FILE - NOTHING POSTED"
013520         MOVE "Y" TO WS-POST-FAILURE-SW
013521     END-IF.
013522 1050-EXIT.
013523     EXIT.
013524*----------------------------------------------------------*
013525* 1060-READ-PAY-GROUP - READ ONE PAYGRP ENTRY, NOTING THE   *
013526* RUN'S GROUP WHEN IT COMES UP.                             *
013527*----------------------------------------------------------*
013528 1060-READ-PAY-GROUP.
013529     READ PAY-GROUP-CONTROL
013530         AT END
013531             MOVE "Y" TO WS-PAYGRP-EOF-SW
013532             GO TO 1060-EXIT
013533     END-READ
013534     IF PG-PAY-GROUP = WS-PAY-GROUP
013535         MOVE "Y" TO WS-PAYGRP-FOUND-SW
013536     END-IF.
013537 1060-EXIT.
013538     EXIT.
013539*----------------------------------------------------------*
013540* 1100-LOAD-PAY-CALENDAR - READ THE PAYCAL PERIOD-END DATES *
013541* INTO THEIR TABLE. NO CALENDAR, NO POSTING.                *
013542*----------------------------------------------------------*
013543 1100-LOAD-PAY-CALENDAR.
013544     OPEN INPUT PAY-CALENDAR
013545     IF NOT WS-PAYCAL-OK
013546         DISPLAY "PAYCAL CALENDAR NOT AVAILABLE, STATUS "
013547             WS-PAYCAL-STATUS " - NOTHING POSTED"
013548         MOVE "Y" TO WS-PAYCAL-EOF-SW
013549         MOVE "Y" TO WS-POST-FAILURE-SW
013550         GO TO 1100-EXIT
013551     END-IF
013552     PERFORM 1110-READ-PAY-CALENDAR THRU 1110-EXIT
013553     PERFORM 1120-ADD-CALENDAR-PERIOD THRU 1120-EXIT
013554         UNTIL WS-PAYCAL-EOF
013555     CLOSE PAY-CALENDAR.
013556 1100-EXIT.
013557     EXIT.
013558*----------------------------------------------------------*
013559* 1110-READ-PAY-CALENDAR - GET THE NEXT CALENDAR PERIOD     *
013560*----------------------------------------------------------*
013561 1110-READ-PAY-CALENDAR.
013562     READ PAY-CALENDAR
013563         AT END
013564             MOVE "Y" TO WS-PAYCAL-EOF-SW
013565     END-READ.
013566 1110-EXIT.
013567     EXIT.
013568*----------------------------------------------------------*
013569* 1120-ADD-CALENDAR-PERIOD - STORE ONE PERIOD-END DATE.    *
013570* AN ENTRY FOR ANOTHER PAY GROUP'S CALENDAR IS PASSED OVER. *
013571*----------------------------------------------------------*
013572 1120-ADD-CALENDAR-PERIOD.
013573     IF NOT PC-ALL-PAY-GROUPS
013574        AND PC-PAY-GROUP NOT = WS-PAY-GROUP
013575         GO TO 1120-READ-NEXT
013576     END-IF
013577     IF WS-CAL-COUNT < 200
013578         ADD 1 TO WS-CAL-COUNT
013579         SET CAL-IDX TO WS-CAL-COUNT
013580         MOVE PC-PERIOD-END-DATE TO CAL-PERIOD-END (CAL-IDX)
013581     ELSE
013582         DISPLAY "TIMEPOST: CALENDAR TABLE FULL"
013583     END-IF.
013584 1120-READ-NEXT.
013585     PERFORM 1110-READ-PAY-CALENDAR THRU 1110-EXIT.
013586 1120-EXIT.
013587     EXIT.
013588*----------------------------------------------------------*
013589* 1150-LOAD-JOB-MASTER - READ THE JOBMSTR JOB CODES INTO    *
013590* THEIR TABLE. WITHOUT THE FILE, CARDS WITH NO JOB STILL    *
013591* POST BUT EVERY JOB-CODED CARD IS REFUSED.                 *
013592*----------------------------------------------------------*
013593 1150-LOAD-JOB-MASTER.
013594     OPEN INPUT JOB-MASTER
013595     IF NOT WS-JOBMSTR-OK
013596         DISPLAY "TIMEPOST: JOBMSTR NOT AVAILABLE, STATUS "
013597             WS-JOBMSTR-STATUS " - JOB-CODED CARDS REFUSED"
013598         GO TO 1150-EXIT
013599     END-IF
013600     PERFORM 1160-READ-JOB-MASTER THRU 1160-EXIT
013601     PERFORM 1170-ADD-JOB-CODE THRU 1170-EXIT
013602         UNTIL WS-JOBMSTR-EOF
013603     CLOSE JOB-MASTER.
013604 1150-EXIT.
013605     EXIT.
013606*----------------------------------------------------------*
013607* 1160-READ-JOB-MASTER - GET THE NEXT JOB MASTER ENTRY      *
013608*----------------------------------------------------------*
013609 1160-READ-JOB-MASTER.
013610     READ JOB-MASTER
013611         AT END
013612             MOVE "Y" TO WS-JOBMSTR-EOF-SW
013613     END-READ.
013614 1160-EXIT.
013615     EXIT.
013616*----------------------------------------------------------*
013617* 1170-ADD-JOB-CODE - STORE ONE JOB CODE AND ITS STATUS     *
013618*----------------------------------------------------------*
013619 1170-ADD-JOB-CODE.
013620     IF WS-JOB-COUNT < 300
013621         ADD 1 TO WS-JOB-COUNT
013622         SET JB-IDX TO WS-JOB-COUNT
013623         MOVE JM-JOB-CODE TO JBT-JOB-CODE (JB-IDX)
013624         MOVE JM-STATUS   TO JBT-STATUS (JB-IDX)
013625     ELSE
013626         DISPLAY "TIMEPOST: JOB TABLE FULL - ENTRY DROPPED"
013627     END-IF
013628     PERFORM 1160-READ-JOB-MASTER THRU 1160-EXIT.
013629 1170-EXIT.
013600     EXIT.
013700*----------------------------------------------------------*
013800* 2000-READ-TIMECARD - GET THE NEXT TIMECARD RECORD         *
015800     MOVE WS-DETAIL-HOURS-TOTAL  TO TP-DETAIL-HOURS
015900     IF WS-TRAILER-FOUND AND
016000        WS-DETAIL-HOURS-TOTAL = WS-TRAILER-HOURS-TOTAL
016001        AND WS-OFFCAL-COUNT = 0 AND NOT WS-POST-FAILED
016100         MOVE "Y" TO WS-BALANCE-SWITCH
016200         MOVE "IN BALANCE" TO TP-BALANCE-RESULT
016300     ELSE
016400         MOVE "Y" TO WS-POST-FAILURE-SW
016500         EVALUATE TRUE
016600             WHEN WS-CAL-COUNT = 0 OR WS-OFFCAL-COUNT > 0
016700                 MOVE "OFF CALENDAR" TO TP-BALANCE-RESULT
016800                 DISPLAY "TIMEPOST: " WS-OFFCAL-COUNT
016900                     " CARDS OFF THE PAYROLL CALENDAR"
017000                     " - NOTHING POSTED"
017100             WHEN WS-TRAILER-FOUND
017200                 MOVE "OUT OF BALANCE" TO TP-BALANCE-RESULT
017300                 DISPLAY "TIMEPOST: BATCH OUT OF BALANCE - "
017301                     "TRAILER " WS-TRAILER-HOURS-TOTAL
017302                     " DETAILS " WS-DETAIL-HOURS-TOTAL
017303             WHEN OTHER
017304                 MOVE "NO TRAILER" TO TP-BALANCE-RESULT
017305                 DISPLAY "TIMEPOST: TIMECARD BATCH HAS NO "
017306                     "TRAILER"
017307         END-EVALUATE
017400     END-IF
017500     WRITE POSTING-REPORT-RECORD FROM TP-BALANCE-LINE
017510     MOVE WS-POST-WEEK-ENDING TO CV-WEEK-ENDING
018460                 MOVE TC-WEEK-ENDING TO WS-POST-WEEK-ENDING
018470             END-IF
018500             ADD TC-HOURS TO WS-DETAIL-HOURS-TOTAL
018501             PERFORM 3150-CHECK-CARD-CALENDAR THRU 3150-EXIT
018600         WHEN TC-TRAILER
018700             MOVE TC-TRL-TOTAL-HOURS TO WS-TRAILER-HOURS-TOTAL
018800             MOVE "Y" TO WS-TRAILER-SWITCH
019400 3100-EXIT.
019500     EXIT.
019600*----------------------------------------------------------*
019601* 3150-CHECK-CARD-CALENDAR - A CARD WHOSE WEEK-ENDING IS    *
019602* NOT A CALENDAR PERIOD-END IS LISTED; ONE SUCH CARD HOLDS  *
019603* THE WHOLE BATCH.                                          *
019604*----------------------------------------------------------*
019605 3150-CHECK-CARD-CALENDAR.
019606     IF WS-CAL-COUNT > 0
019607         SET CAL-IDX TO 1
019608         SEARCH CAL-ENTRY
019609             AT END
019610                 MOVE "WEEK-ENDING NOT ON CALENDAR" TO TP-RESULT
019611                 ADD 1 TO WS-OFFCAL-COUNT
019612                 PERFORM 6000-WRITE-POSTING-LINE THRU 6000-EXIT
019613             WHEN CAL-PERIOD-END (CAL-IDX) = TC-WEEK-ENDING
019614                 CONTINUE
019615         END-SEARCH
019616     END-IF.
019617 3150-EXIT.
019618     EXIT.
019619*----------------------------------------------------------*
019700* 4000-POST-BATCH - SECOND PASS. REOPEN THE TIMECARD FILE   *
019800* AND APPLY EACH DETAIL'S HOURS TO PM-HOURS ON THE MASTER.  *
019801* THE HOURS POSTED BY JOB GO OUT TO JOBHRS AT THE END.      *
019900*----------------------------------------------------------*
020000 4000-POST-BATCH.
020100     OPEN I-O PAYROLL-MASTER
021100     PERFORM 4100-POST-TIMECARD THRU 4100-EXIT
021200         UNTIL WS-EOF
021300     CLOSE TIMECARD-FILE
021400     CLOSE PAYROLL-MASTER
021401     IF WS-JA-COUNT > 0
021402         SET JA-IDX TO 1
021403         PERFORM 4190-WRITE-JOB-HOURS THRU 4190-EXIT
021404             UNTIL JA-IDX > WS-JA-COUNT
021405     END-IF.
021500 4000-EXIT.
021600     EXIT.
021700*----------------------------------------------------------*
021800* 4100-POST-TIMECARD - POST ONE DETAIL'S HOURS TO PM-HOURS. *
021900* A TIMECARD WHOSE EMPLOYEE ID IS NOT ON THE MASTER, OR     *
022000* WHOSE EMPLOYEE IS IN ANOTHER PAY GROUP, OR WHOSE JOB CODE *
022001* IS NOT AN OPEN JOB, IS LISTED AS AN EXCEPTION AND POSTS   *
022002* NOTHING.                                                  *
022100*----------------------------------------------------------*
022200 4100-POST-TIMECARD.
022300     IF NOT TC-ANY-DETAIL
023100             PERFORM 6000-WRITE-POSTING-LINE THRU 6000-EXIT
023200     END-READ
023300     IF WS-PAYRMSTR-OK
023301         IF PM-PAY-GROUP NOT = WS-PAY-GROUP
023302             MOVE "OTHER PAY GROUP - NOT POSTED" TO TP-RESULT
023303             ADD 1 TO WS-EXCEPTION-COUNT
023304             PERFORM 6000-WRITE-POSTING-LINE THRU 6000-EXIT
023305             GO TO 4100-READ-NEXT
023306         END-IF
023310         IF PM-SALARIED
023320             MOVE "SALARIED - NOT POSTED" TO TP-RESULT
023330             ADD 1 TO WS-EXCEPTION-COUNT
023362             PERFORM 4200-POST-LEAVE-CARD THRU 4200-EXIT
023363             GO TO 4100-READ-NEXT
023364         END-IF
023366         PERFORM 4170-CHECK-JOB-CODE THRU 4170-EXIT
023367         IF WS-JOB-REFUSED
023368             GO TO 4100-READ-NEXT
023369         END-IF
023400         ADD TC-HOURS TO PM-HOURS
023410         IF TC-PREMIUM-SHIFT
023420             ADD TC-HOURS TO PM-PREM-HOURS
023600         IF WS-PAYRMSTR-OK
023700             MOVE "POSTED" TO TP-RESULT
023800             ADD 1 TO WS-POSTED-COUNT
023801             IF TC-JOB-CODE NOT = SPACES
023802                 PERFORM 4180-ADD-JOB-HOURS THRU 4180-EXIT
023803             END-IF
023900         ELSE
024000             MOVE "REWRITE FAILED, STATUS" TO TP-RESULT
024100             MOVE WS-PAYRMSTR-STATUS TO TP-RESULT (24:2)
024900     EXIT.
024801*----------------------------------------------------------*
024802* 4120-CHECK-DUPLICATE-CARD - A SECOND CARD FOR THE SAME   *
024803* EMPLOYEE, WORK DATE, SHIFT, AND JOB IS A DOUBLED         *
024804* SUBMISSION - FLAGGED TO THE COVERAGE REPORT AND NOT      *
024805* POSTED. A LEGACY WEEKLY CARD (WORK DATE ZEROS) KEYS ON   *
024806* ITS WEEK-ENDING, SO TWO WEEKLY CARDS FOR ONE WEEK STILL  *
024807* FLAG.                                                    *
024807*----------------------------------------------------------*
024808 4120-CHECK-DUPLICATE-CARD.
024809     MOVE "N" TO WS-DUP-CARD-SW
024815         MOVE TC-WORK-DATE TO WS-CK-KEY-DATE
024816     END-IF
024817     MOVE TC-SHIFT-CODE TO WS-CK-KEY-SHIFT
024818     MOVE TC-JOB-CODE   TO WS-CK-KEY-JOB
024818     IF WS-CK-COUNT > 0
024819         SET CK-IDX TO 1
024821         SEARCH CK-ENTRY
024823             WHEN CK-EMPLOYEE-ID (CK-IDX) = WS-CK-KEY-EMPLOYEE
024826              AND CK-WORK-DATE (CK-IDX) = WS-CK-KEY-DATE
024828              AND CK-SHIFT-CODE (CK-IDX) = WS-CK-KEY-SHIFT
024829              AND CK-JOB-CODE (CK-IDX) = WS-CK-KEY-JOB
024829                 MOVE "Y" TO WS-DUP-CARD-SW
024831         END-SEARCH
024832     END-IF
024845         MOVE WS-CK-KEY-EMPLOYEE TO CK-EMPLOYEE-ID (CK-IDX)
024846         MOVE WS-CK-KEY-DATE     TO CK-WORK-DATE (CK-IDX)
024847         MOVE WS-CK-KEY-SHIFT    TO CK-SHIFT-CODE (CK-IDX)
024850         MOVE WS-CK-KEY-JOB      TO CK-JOB-CODE (CK-IDX)
024851     ELSE
024852         DISPLAY "TIMEPOST: CARD-KEY TABLE FULL"
024853         MOVE "Y" TO WS-POST-FAILURE-SW
024882 4150-EXIT.
024883     EXIT.
024910*----------------------------------------------------------*
024911* 4170-CHECK-JOB-CODE - A WORKED CARD'S JOB CODE, IF IT     *
024912* CARRIES ONE, MUST BE AN OPEN JOB ON THE JOB MASTER. A     *
024913* REFUSED CARD POSTS NOTHING; THE SUPERVISOR CORRECTS THE   *
024914* CODE AND RESUBMITS IT BEFORE PAYROLL.                     *
024915*----------------------------------------------------------*
024916 4170-CHECK-JOB-CODE.
024917     MOVE "N" TO WS-JOB-REFUSED-SW
024918     IF TC-JOB-CODE = SPACES
024919         GO TO 4170-EXIT
024920     END-IF
024921     MOVE "Y" TO WS-JOB-REFUSED-SW
024922     MOVE "JOB CODE NOT ON JOB MASTER" TO TP-RESULT
024923     IF WS-JOB-COUNT > 0
024924         SET JB-IDX TO 1
024925         SEARCH JB-ENTRY
024926             AT END CONTINUE
024927             WHEN JBT-JOB-CODE (JB-IDX) = TC-JOB-CODE
024928                 IF JBT-CLOSED (JB-IDX)
024929                     MOVE "JOB CODE CLOSED - NOT POSTED"
024930                         TO TP-RESULT
024931                 ELSE
024932                     MOVE "N" TO WS-JOB-REFUSED-SW
024933                 END-IF
024934         END-SEARCH
024935     END-IF
024936     IF WS-JOB-REFUSED
024937         ADD 1 TO WS-EXCEPTION-COUNT
024938         ADD 1 TO WS-BADJOB-COUNT
024939         PERFORM 6000-WRITE-POSTING-LINE THRU 6000-EXIT
024940     END-IF.
024941 4170-EXIT.
024942     EXIT.
024943*----------------------------------------------------------*
024944* 4180-ADD-JOB-HOURS - ADD A POSTED CARD'S HOURS INTO ITS   *
024945* EMPLOYEE/JOB/PERIOD-END BUCKET FOR JOBHRS.                *
024946*----------------------------------------------------------*
024947 4180-ADD-JOB-HOURS.
024948     IF WS-JA-COUNT > 0
024949         SET JA-IDX TO 1
024950         SEARCH JA-ENTRY
024951             AT END
024952                 PERFORM 4185-ADD-JOB-BUCKET THRU 4185-EXIT
024953             WHEN JA-EMPLOYEE-ID (JA-IDX) = TC-EMPLOYEE-ID
024954              AND JA-JOB-CODE (JA-IDX) = TC-JOB-CODE
024955              AND JA-PERIOD-DATE (JA-IDX) = TC-WEEK-ENDING
024956                 ADD TC-HOURS TO JA-HOURS (JA-IDX)
024957         END-SEARCH
024958     ELSE
024959         PERFORM 4185-ADD-JOB-BUCKET THRU 4185-EXIT
024960     END-IF.
024961 4180-EXIT.
024962     EXIT.
024963*----------------------------------------------------------*
024964* 4185-ADD-JOB-BUCKET - FIRST HOURS FOR THIS EMPLOYEE, JOB, *
024965* AND PERIOD-END - START ITS BUCKET.                        *
024966*----------------------------------------------------------*
024967 4185-ADD-JOB-BUCKET.
024968     IF WS-JA-COUNT NOT < 2000
024969         DISPLAY "TIMEPOST: JOB HOURS TABLE FULL"
024970         MOVE "Y" TO WS-POST-FAILURE-SW
024971         GO TO 4185-EXIT
024972     END-IF
024973     ADD 1 TO WS-JA-COUNT
024974     SET JA-IDX TO WS-JA-COUNT
024975     MOVE TC-EMPLOYEE-ID TO JA-EMPLOYEE-ID (JA-IDX)
024976     MOVE TC-JOB-CODE    TO JA-JOB-CODE (JA-IDX)
024977     MOVE TC-WEEK-ENDING TO JA-PERIOD-DATE (JA-IDX)
024978     MOVE TC-HOURS       TO JA-HOURS (JA-IDX).
024979 4185-EXIT.
024980     EXIT.
024981*----------------------------------------------------------*
024982* 4190-WRITE-JOB-HOURS - ONE JOBHRS RECORD PER BUCKET       *
024983*----------------------------------------------------------*
024984 4190-WRITE-JOB-HOURS.
024985     MOVE JA-EMPLOYEE-ID (JA-IDX) TO JH-EMPLOYEE-ID
024986     MOVE JA-JOB-CODE (JA-IDX)    TO JH-JOB-CODE
024987     MOVE JA-PERIOD-DATE (JA-IDX) TO JH-PERIOD-DATE
024988     MOVE WS-PAY-GROUP            TO JH-PAY-GROUP
024989     MOVE JA-HOURS (JA-IDX)       TO JH-HOURS
024990     WRITE JOB-HOURS-RECORD
024991     SET JA-IDX UP BY 1.
024992 4190-EXIT.
024993     EXIT.
024994*----------------------------------------------------------*
024920* 4200-POST-LEAVE-CARD - DRAW THE LEAVE BALANCE DOWN AND    *
024930* PAY THE HOURS. A CARD THE BALANCE CANNOT COVER IS AN      *
024940* EXCEPTION AND POSTS NOTHING - THE SUPERVISOR SORTS IT     *
025320*----------------------------------------------------------*
025330* 4500-COVERAGE-PASS - WHO NEVER SUBMITTED TIME THIS WEEK.  *
025340* THE MASTER IS RE-READ IN KEY ORDER AND EVERY ACTIVE       *
025350* HOURLY EMPLOYEE OF THE PAY GROUP WITH NO CARD THIS        *
025360* POSTING IS LISTED. SALARIED AND NON-ACTIVE EMPLOYEES      *
025370* CARRY NO TIMECARD REQUIREMENT AND ARE NOT LISTED, NOR ARE *
025371* EMPLOYEES OF OTHER PAY GROUPS.                            *
025380*----------------------------------------------------------*
025390 4500-COVERAGE-PASS.
025410     OPEN INPUT PAYROLL-MASTER
025650*----------------------------------------------------------*
025660 4600-CHECK-ONE-COVERAGE.
025670     IF NOT PM-ACTIVE OR PM-SALARIED
025671        OR PM-PAY-GROUP NOT = WS-PAY-GROUP
025680         GO TO 4600-READ-NEXT
025690     END-IF
025710     MOVE "N" TO WS-SEEN-MATCH-SW
026800     WRITE POSTING-REPORT-RECORD FROM TP-TOTAL-LINE
026900     MOVE "EXCEPTIONS:         " TO TP-TOTAL-LABEL
027000     MOVE WS-EXCEPTION-COUNT     TO TP-TOTAL-COUNT
027001     WRITE POSTING-REPORT-RECORD FROM TP-TOTAL-LINE
027002     MOVE "  BAD JOB CODES:    " TO TP-TOTAL-LABEL
027003     MOVE WS-BADJOB-COUNT        TO TP-TOTAL-COUNT
027100     WRITE POSTING-REPORT-RECORD FROM TP-TOTAL-LINE.
027200 6100-EXIT.
027300     EXIT.
027960     WRITE COVERAGE-REPORT-RECORD FROM CV-TOTAL-LINE
027970     CLOSE COVERAGE-REPORT
028000     CLOSE POSTING-REPORT
028001     CLOSE JOB-HOURS
028100     MOVE 0 TO RETURN-CODE
028150     IF WS-MISSING-COUNT > 0 OR WS-DUPLICATE-COUNT > 0
028151        OR WS-BADJOB-COUNT > 0
028160         MOVE 4 TO RETURN-CODE
028170     END-IF
028200     IF WS-POST-FAILED
