002393*                   RESET - THE EVIDENCE IS NO LONGER        *
002394*                   DESTROYED IN THE SAME STEP THAT FILED    *
002395*                   OFF OF IT.                               *
002396* 2026-10-15  LIBI  THE CLOSE NO LONGER TAKES HAND-KEYED     *
002397*                   FROM/TO DATES. THE PARM IS "C" PLUS THE  *
002398*                   QUARTER'S LAST PERIOD-END DATE, WHICH    *
002399*                   MUST BE A QUARTER-END PERIOD ON THE      *
002400*                   PAYCAL PAYROLL CALENDAR; THE QUARTER     *
002401*                   RUNS FROM JUST AFTER THE PRIOR QUARTER-  *
002402*                   END PERIOD ON THE CALENDAR THROUGH IT.   *
002403*                   A DATE OFF THE CALENDAR, OR NOT A        *
002404*                   QUARTER END, REFUSES THE RESET.          *
002405* 2026-10-15  LIBI  EACH EMPLOYEE, STATE PAGE AND THE        *
002406*                   QUARTER TOTAL NOW CARRY THE QTD FEDERAL, *
002407*                   FICA AND STATE TAXABLE WAGES, WHICH PRE- *
002408*                   TAX DEDUCTIONS REDUCE BELOW GROSS. THE   *
002409*                   BASES ARE BALANCED TO PAYHIST WITH THE   *
002410*                   WITHHOLDING AND ZEROED WITH IT AT A      *
002411*                   CLOSE.                                   *
002412* 2026-10-15  LIBI  THE QUARTER BOUNDARIES ARE TAKEN ONLY    *
002413*                   FROM THE PAYCAL ENTRIES THAT APPLY TO    *
002414*                   EVERY PAY GROUP (BLANK GROUP), SO ONE    *
002415*                   GROUP'S OWN PERIODS CANNOT MOVE THE      *
002416*                   QUARTER BEING CLOSED.                    *
002300*----------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
003730         ACCESS MODE IS SEQUENTIAL
003740         RECORD KEY IS PH-KEY
003750         FILE STATUS IS WS-PAYHIST-STATUS.
003751     SELECT PAY-CALENDAR ASSIGN TO "PAYCAL"
003752         ORGANIZATION IS LINE SEQUENTIAL
003753         FILE STATUS IS WS-PAYCAL-STATUS.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  PAYROLL-MASTER
004640 FD  LOCATION-STATE
004650     LABEL RECORDS ARE STANDARD.
004660 COPY LOCSTATE.
004661 FD  PAY-CALENDAR
004662     LABEL RECORDS ARE STANDARD.
004663 COPY PAYCAL.
004700 WORKING-STORAGE SECTION.
004800*----------------------------------------------------------*
004900* FILE STATUS AND CONTROL SWITCHES                          *
006050     88  WS-PAYHIST-EOF                VALUE "Y".
006060 77  WS-BAL-EOF-SWITCH       PIC X(01) VALUE "N".
006070     88  WS-BAL-EOF                    VALUE "Y".
006080 77  WS-QTR-PRIOR-END        PIC 9(08) VALUE ZEROS.
006090 77  WS-QTR-TO-DATE          PIC 9(08) VALUE ZEROS.
006091 77  WS-PAYCAL-STATUS        PIC X(02) VALUE ZEROS.
006092     88  WS-PAYCAL-OK                  VALUE "00".
006093 77  WS-PAYCAL-EOF-SW        PIC X(01) VALUE "N".
006094     88  WS-PAYCAL-EOF                 VALUE "Y".
006095 77  WS-CAL-FOUND-SW         PIC X(01) VALUE "N".
006096     88  WS-CAL-FOUND                  VALUE "Y".
006097 77  WS-CAL-LAST-QTR-END     PIC 9(08) VALUE ZEROS.
006091 77  WS-QB-DISCREPANCY-COUNT PIC 9(05) COMP VALUE ZERO.
006092 77  WS-QB-FOUND-SW          PIC X(01) VALUE "N".
006093     88  WS-QB-FOUND                   VALUE "Y".
006095 77  WS-QB-FEDERAL           PIC S9(09) VALUE ZEROS.
006096 77  WS-QB-FICA              PIC S9(09) VALUE ZEROS.
006097 77  WS-QB-STATE             PIC S9(09) VALUE ZEROS.
006098 77  WS-QB-FED-WAGES         PIC S9(09) VALUE ZEROS.
006099 77  WS-QB-FICA-WAGES        PIC S9(09) VALUE ZEROS.
006100 77  WS-QB-STATE-WAGES       PIC S9(09) VALUE ZEROS.
006114*----------------------------------------------------------*
006115* LOCATION-TO-STATE MAPPING AND PER-STATE FILING TOTALS     *
006116*----------------------------------------------------------*
006127         10  LST-LOCATION    PIC X(20).
006128         10  LST-STATE       PIC X(02).
006129 77  WS-EMP-STATE            PIC X(02) VALUE SPACES.
006130 77  WS-EMP-FED-WAGES        PIC 9(07) VALUE ZEROS.
006131 77  WS-EMP-FICA-WAGES       PIC 9(07) VALUE ZEROS.
006132 77  WS-EMP-STATE-WAGES      PIC 9(07) VALUE ZEROS.
006131 77  WS-QS-COUNT             PIC 9(02) COMP VALUE ZERO.
006132 01  STATE-TOTAL-TABLE.
006133     05  QS-ENTRY OCCURS 1 TO 10 TIMES
006139         10  QS-FEDERAL      PIC 9(09).
006141         10  QS-FICA         PIC 9(09).
006142         10  QS-STATE-WH     PIC 9(09).
006143         10  QS-FED-WAGES    PIC 9(09).
006144         10  QS-FICA-WAGES   PIC 9(09).
006145         10  QS-STATE-WAGES  PIC 9(09).
006098*----------------------------------------------------------*
006099* PER-EMPLOYEE QUARTER SUMS OFF THE PAY HISTORY, FOR THE    *
006101* PRE-RESET BALANCING PASS.                                 *
006111         10  QB-FEDERAL      PIC S9(09).
006112         10  QB-FICA         PIC S9(09).
006113         10  QB-STATE        PIC S9(09).
006114         10  QB-FED-WAGES    PIC S9(09).
006115         10  QB-FICA-WAGES   PIC S9(09).
006116         10  QB-STATE-WAGES  PIC S9(09).
006100*----------------------------------------------------------*
006200* QUARTER GRAND TOTALS AND CLOSE-CONTROL ACCUMULATORS       *
006300*----------------------------------------------------------*
006500 77  WS-TOTAL-FEDERAL        PIC 9(09) VALUE ZEROS.
006600 77  WS-TOTAL-FICA           PIC 9(09) VALUE ZEROS.
006700 77  WS-TOTAL-STATE          PIC 9(09) VALUE ZEROS.
006701 77  WS-TOTAL-FED-WAGES      PIC 9(09) VALUE ZEROS.
006702 77  WS-TOTAL-FICA-WAGES     PIC 9(09) VALUE ZEROS.
006703 77  WS-TOTAL-STATE-WAGES    PIC 9(09) VALUE ZEROS.
006800 77  WS-RESET-GROSS          PIC 9(09) VALUE ZEROS.
006900 77  WS-EMPLOYEE-COUNT       PIC 9(05) COMP VALUE ZERO.
007000*----------------------------------------------------------*
008100     05  FILLER              PIC X(12) VALUE "FEDERAL".
008200     05  FILLER              PIC X(12) VALUE "FICA".
008300     05  FILLER              PIC X(12) VALUE "STATE".
008301     05  FILLER              PIC X(12) VALUE "FED WAGES".
008302     05  FILLER              PIC X(12) VALUE "FICA WAGES".
008303     05  FILLER              PIC X(12) VALUE "STATE WAGES".
008400 01  QR-DETAIL-LINE.
008500     05  FILLER              PIC X(01) VALUE SPACE.
008600     05  QR-NAME             PIC X(15).
009100     05  QR-FICA             PIC ZZZ,ZZ9.
009200     05  FILLER              PIC X(05) VALUE SPACES.
009300     05  QR-STATE            PIC ZZZ,ZZ9.
009301     05  FILLER              PIC X(05) VALUE SPACES.
009302     05  QR-FED-WAGES        PIC ZZZ,ZZ9.
009303     05  FILLER              PIC X(05) VALUE SPACES.
009304     05  QR-FICA-WAGES       PIC ZZZ,ZZ9.
009305     05  FILLER              PIC X(05) VALUE SPACES.
009306     05  QR-STATE-WAGES      PIC ZZZ,ZZ9.
009400 01  QR-TOTAL-LINE.
009500     05  FILLER              PIC X(01) VALUE SPACE.
009600     05  FILLER              PIC X(15) VALUE "QUARTER TOTAL".
010100     05  QR-TOT-FICA         PIC ZZZ,ZZ9.
010200     05  FILLER              PIC X(05) VALUE SPACES.
010300     05  QR-TOT-STATE        PIC ZZZ,ZZ9.
010301     05  FILLER              PIC X(05) VALUE SPACES.
010302     05  QR-TOT-FED-WAGES    PIC ZZZ,ZZ9.
010303     05  FILLER              PIC X(05) VALUE SPACES.
010304     05  QR-TOT-FICA-WAGES   PIC ZZZ,ZZ9.
010305     05  FILLER              PIC X(05) VALUE SPACES.
010306     05  QR-TOT-STATE-WAGES  PIC ZZZ,ZZ9.
010400 01  QR-CLOSE-LINE.
010500     05  FILLER              PIC X(01) VALUE SPACE.
010600     05  FILLER              PIC X(26)
012200     GO TO 9999-EXIT.
012210*----------------------------------------------------------*
012220* 0500-PARSE-PARM - PICK UP THE RUN MODE AND, ON A CLOSE,   *
012230* THE QUARTER'S LAST PERIOD-END DATE (PARM CHARS 2-9),      *
012240* WHICH THE PAYCAL CALENDAR TURNS INTO THE QUARTER'S DATE   *
012250* RANGE FOR THE BALANCING PASS. A CLOSE WITHOUT A CALENDAR  *
012251* QUARTER CANNOT BE BALANCED AND IS DOWNGRADED TO REPORT-   *
012252* ONLY.                                                     *
012260* THE REPORT OPENS HERE SO THE BALANCING PASS CAN WRITE     *
012270* ITS DISCREPANCY LINES AT THE TOP.                         *
012280*----------------------------------------------------------*
013220     WRITE QUARTERLY-REPORT-RECORD FROM QR-HEADING-1
013230     WRITE QUARTERLY-REPORT-RECORD FROM QR-HEADING-2
013240     IF WS-CLOSE-QUARTER
013250         IF WS-JOB-PARM (2:8) IS NUMERIC
013260             MOVE WS-JOB-PARM (2:8)  TO WS-QTR-TO-DATE
013270             PERFORM 0600-FIND-CALENDAR-QUARTER THRU 0600-EXIT
013290         ELSE
013291             DISPLAY "PAYQTR00: CLOSE NEEDS THE QUARTER-END"
013292                 " PERIOD DATE - RESET REFUSED"
013293             MOVE "R" TO WS-RUN-MODE
013294             MOVE "Y" TO WS-QTR-FAILURE-SW
013295         END-IF
013296     END-IF.
013297 0500-EXIT.
013298     EXIT.
013299*----------------------------------------------------------*
013300* 0600-FIND-CALENDAR-QUARTER - THE CLOSE DATE MUST BE A     *
013301* QUARTER-END PERIOD ON THE PAYCAL CALENDAR. THE QUARTER    *
013302* STARTS JUST AFTER THE QUARTER-END PERIOD BEFORE IT, SO A  *
013303* SUPPLEMENTAL PAID BETWEEN PERIODS FALLS IN EXACTLY ONE    *
013304* QUARTER. ANY OTHER DATE REFUSES THE RESET.                *
013305*----------------------------------------------------------*
013306 0600-FIND-CALENDAR-QUARTER.
013307     OPEN INPUT PAY-CALENDAR
013308     IF NOT WS-PAYCAL-OK
013309         DISPLAY "PAYCAL CALENDAR NOT AVAILABLE, STATUS "
013310             WS-PAYCAL-STATUS " - RESET REFUSED"
013311         MOVE "R" TO WS-RUN-MODE
013312         MOVE "Y" TO WS-QTR-FAILURE-SW
013313         GO TO 0600-EXIT
013314     END-IF
013315     PERFORM 0610-READ-PAY-CALENDAR THRU 0610-EXIT
013316     PERFORM 0620-CHECK-CALENDAR-PERIOD THRU 0620-EXIT
013317         UNTIL WS-PAYCAL-EOF OR WS-CAL-FOUND
013318     CLOSE PAY-CALENDAR
013319     IF NOT WS-CAL-FOUND
013320         DISPLAY "PAYQTR00: " WS-QTR-TO-DATE
013321             " IS NOT A CALENDAR QUARTER-END PERIOD"
013322             " - RESET REFUSED"
013323         MOVE "R" TO WS-RUN-MODE
013324         MOVE "Y" TO WS-QTR-FAILURE-SW
013325         GO TO 0600-EXIT
013326     END-IF
013327     IF WS-QTR-PRIOR-END = ZEROS
013328         DISPLAY "PAYQTR00: CALENDAR HAS NO QUARTER-END BEFORE "
013329             WS-QTR-TO-DATE " - RESET REFUSED"
013330         MOVE "R" TO WS-RUN-MODE
013331         MOVE "Y" TO WS-QTR-FAILURE-SW
013332     END-IF.
013333 0600-EXIT.
013334     EXIT.
013335*----------------------------------------------------------*
013336* 0610-READ-PAY-CALENDAR - GET THE NEXT CALENDAR PERIOD     *
013337*----------------------------------------------------------*
013338 0610-READ-PAY-CALENDAR.
013339     READ PAY-CALENDAR
013340         AT END
013341             MOVE "Y" TO WS-PAYCAL-EOF-SW
013342     END-READ.
013343 0610-EXIT.
013344     EXIT.
013345*----------------------------------------------------------*
013346* 0620-CHECK-CALENDAR-PERIOD - STOP ON THE CLOSE DATE WHEN  *
013347* IT IS A QUARTER END, REMEMBERING EACH EARLIER QUARTER END *
013348* AS THE START BOUNDARY.                                    *
013349* THE QUARTERS ARE THE COMPANY'S, SO AN ENTRY FOR ONE PAY   *
013350* GROUP ONLY IS PASSED OVER.                                *
013351*----------------------------------------------------------*
013352 0620-CHECK-CALENDAR-PERIOD.
013353     IF NOT PC-ALL-PAY-GROUPS
013354         GO TO 0620-READ
013355     END-IF
013356     IF PC-PERIOD-END-DATE = WS-QTR-TO-DATE
013357         IF PC-QUARTER-END
013358             MOVE "Y" TO WS-CAL-FOUND-SW
013359             MOVE WS-CAL-LAST-QTR-END TO WS-QTR-PRIOR-END
013360         ELSE
013361             MOVE "Y" TO WS-PAYCAL-EOF-SW
013362         END-IF
013363         GO TO 0620-EXIT
013364     END-IF
013365     IF PC-QUARTER-END
013366         MOVE PC-PERIOD-END-DATE TO WS-CAL-LAST-QTR-END
013367     END-IF.
013368 0620-READ.
013369     PERFORM 0610-READ-PAY-CALENDAR THRU 0610-EXIT.
013370 0620-EXIT.
013298     EXIT.
012300*----------------------------------------------------------*
012400* 1000-INITIALIZE - OPEN THE MASTER AND PRIME THE READ. THE *
012500* MASTER IS OPENED I-O ONLY ON A CLOSE RUN - A REPORT RUN   *
016041*----------------------------------------------------------*
016042* 2600-LOAD-QUARTER-DETAIL - ONE TABLE SUM PER EMPLOYEE     *
016043* FROM THE PAYHIST RECORDS INSIDE THE QUARTER'S DATE        *
016044* RANGE (AFTER THE PRIOR QUARTER END, THROUGH THIS ONE).    *
016045* REGULAR AND SUPPLEMENTAL RECORDS ADD, REVERSALS SUBTRACT *
016046* - EXACTLY WHAT THE QTD BUCKETS SHOULD HOLD.               *
016046*----------------------------------------------------------*
016047 2600-LOAD-QUARTER-DETAIL.
016048     OPEN INPUT PAY-HISTORY
016078* EMPLOYEE'S QUARTER SUM.                                   *
016079*----------------------------------------------------------*
016081 2620-SUM-ONE-DETAIL.
016082     IF PH-PERIOD-DATE NOT > WS-QTR-PRIOR-END
016083        OR PH-PERIOD-DATE > WS-QTR-TO-DATE
016084         GO TO 2620-READ-NEXT
016085     END-IF
016109         MOVE ZEROS TO QB-FEDERAL (QB-IDX)
016111         MOVE ZEROS TO QB-FICA (QB-IDX)
016112         MOVE ZEROS TO QB-STATE (QB-IDX)
016113         MOVE ZEROS TO QB-FED-WAGES (QB-IDX)
016114         MOVE ZEROS TO QB-FICA-WAGES (QB-IDX)
016115         MOVE ZEROS TO QB-STATE-WAGES (QB-IDX)
016113     END-IF
016114     IF PH-REVERSAL-RUN
016115         SUBTRACT PH-GROSS   FROM QB-GROSS (QB-IDX)
016122         ADD PH-FEDERAL TO QB-FEDERAL (QB-IDX)
016123         ADD PH-FICA    TO QB-FICA (QB-IDX)
016124         ADD PH-STATE   TO QB-STATE (QB-IDX)
016125     END-IF
016126     PERFORM 2630-SUM-WAGE-BASES THRU 2630-EXIT.
016126 2620-READ-NEXT.
016127     PERFORM 2610-READ-PAY-HISTORY THRU 2610-EXIT.
016128 2620-EXIT.
016129     EXIT.
016130*----------------------------------------------------------*
016131* 2630-SUM-WAGE-BASES - FOLD THE TAXABLE WAGE BASES OF THE  *
016132* SAME RECORD. A RECORD POSTED BEFORE THE BASES WERE KEPT   *
016133* WAS TAXED ON ITS FULL GROSS.                              *
016134*----------------------------------------------------------*
016135 2630-SUM-WAGE-BASES.
016136     IF PH-FED-WAGES IS NOT NUMERIC
016137         MOVE PH-GROSS TO PH-FED-WAGES
016138     END-IF
016139     IF PH-FICA-WAGES IS NOT NUMERIC
016140         MOVE PH-GROSS TO PH-FICA-WAGES
016141     END-IF
016142     IF PH-STATE-WAGES IS NOT NUMERIC
016143         MOVE PH-GROSS TO PH-STATE-WAGES
016144     END-IF
016145     IF PH-REVERSAL-RUN
016146         SUBTRACT PH-FED-WAGES   FROM QB-FED-WAGES (QB-IDX)
016147         SUBTRACT PH-FICA-WAGES  FROM QB-FICA-WAGES (QB-IDX)
016148         SUBTRACT PH-STATE-WAGES FROM QB-STATE-WAGES (QB-IDX)
016149     ELSE
016150         ADD PH-FED-WAGES   TO QB-FED-WAGES (QB-IDX)
016151         ADD PH-FICA-WAGES  TO QB-FICA-WAGES (QB-IDX)
016152         ADD PH-STATE-WAGES TO QB-STATE-WAGES (QB-IDX)
016153     END-IF.
016154 2630-EXIT.
016129     EXIT.
016131*----------------------------------------------------------*
016132* 2700-CHECK-ONE-MASTER - COMPARE ONE EMPLOYEE'S QTD        *
016133* BUCKETS AGAINST THE SUMMED DETAIL (ZERO WHEN NO DETAIL).  *
016137     MOVE ZEROS TO WS-QB-FEDERAL
016138     MOVE ZEROS TO WS-QB-FICA
016139     MOVE ZEROS TO WS-QB-STATE
016140     MOVE ZEROS TO WS-QB-FED-WAGES
016141     MOVE ZEROS TO WS-QB-FICA-WAGES
016142     MOVE ZEROS TO WS-QB-STATE-WAGES
016141     IF WS-QB-COUNT > 0
016142         SET QB-IDX TO 1
016143         SEARCH QB-ENTRY
016147                 MOVE QB-FEDERAL (QB-IDX) TO WS-QB-FEDERAL
016148                 MOVE QB-FICA (QB-IDX)    TO WS-QB-FICA
016149                 MOVE QB-STATE (QB-IDX)   TO WS-QB-STATE
016150                 MOVE QB-FED-WAGES (QB-IDX)
016151                     TO WS-QB-FED-WAGES
016152                 MOVE QB-FICA-WAGES (QB-IDX)
016153                     TO WS-QB-FICA-WAGES
016154                 MOVE QB-STATE-WAGES (QB-IDX)
016155                     TO WS-QB-STATE-WAGES
016151         END-SEARCH
016152     END-IF
016153     IF PM-QTD-GROSS NOT = WS-QB-GROSS
016176         MOVE WS-QB-STATE  TO QBL-DETAIL-VALUE
016177         PERFORM 2720-WRITE-QB-DISCREPANCY THRU 2720-EXIT
016178     END-IF
016179     PERFORM 3550-SET-EMPLOYEE-WAGES THRU 3550-EXIT
016180     IF WS-EMP-FED-WAGES NOT = WS-QB-FED-WAGES
016181         MOVE "QTD FED WAGE" TO QBL-FIELD
016182         MOVE WS-EMP-FED-WAGES TO QBL-MASTER-VALUE
016183         MOVE WS-QB-FED-WAGES  TO QBL-DETAIL-VALUE
016184         PERFORM 2720-WRITE-QB-DISCREPANCY THRU 2720-EXIT
016185     END-IF
016186     IF WS-EMP-FICA-WAGES NOT = WS-QB-FICA-WAGES
016187         MOVE "QTD FICA WAG" TO QBL-FIELD
016188         MOVE WS-EMP-FICA-WAGES TO QBL-MASTER-VALUE
016189         MOVE WS-QB-FICA-WAGES  TO QBL-DETAIL-VALUE
016190         PERFORM 2720-WRITE-QB-DISCREPANCY THRU 2720-EXIT
016191     END-IF
016192     IF WS-EMP-STATE-WAGES NOT = WS-QB-STATE-WAGES
016193         MOVE "QTD ST WAGES" TO QBL-FIELD
016194         MOVE WS-EMP-STATE-WAGES TO QBL-MASTER-VALUE
016195         MOVE WS-QB-STATE-WAGES  TO QBL-DETAIL-VALUE
016177         PERFORM 2720-WRITE-QB-DISCREPANCY THRU 2720-EXIT
016178     END-IF
016179     PERFORM 2710-READ-MASTER-FOR-BALANCE THRU 2710-EXIT.
016181 2700-EXIT.
016182     EXIT.
016500*----------------------------------------------------------*
016600 3000-REPORT-EMPLOYEE.
016610     PERFORM 3500-SET-EMPLOYEE-STATE THRU 3500-EXIT
016611     PERFORM 3550-SET-EMPLOYEE-WAGES THRU 3550-EXIT
016700     MOVE PM-NAME        TO QR-NAME
016710     MOVE WS-EMP-STATE   TO QR-STATE-CODE
016800     MOVE PM-QTD-GROSS   TO QR-GROSS
016900     MOVE PM-QTD-FEDERAL TO QR-FEDERAL
017000     MOVE PM-QTD-FICA    TO QR-FICA
017100     MOVE PM-QTD-STATE   TO QR-STATE
017101     MOVE WS-EMP-FED-WAGES   TO QR-FED-WAGES
017102     MOVE WS-EMP-FICA-WAGES  TO QR-FICA-WAGES
017103     MOVE WS-EMP-STATE-WAGES TO QR-STATE-WAGES
017200     WRITE QUARTERLY-REPORT-RECORD FROM QR-DETAIL-LINE
017300     ADD PM-QTD-GROSS    TO WS-TOTAL-GROSS
017400     ADD PM-QTD-FEDERAL  TO WS-TOTAL-FEDERAL
017500     ADD PM-QTD-FICA     TO WS-TOTAL-FICA
017600     ADD PM-QTD-STATE    TO WS-TOTAL-STATE
017601     ADD WS-EMP-FED-WAGES   TO WS-TOTAL-FED-WAGES
017602     ADD WS-EMP-FICA-WAGES  TO WS-TOTAL-FICA-WAGES
017603     ADD WS-EMP-STATE-WAGES TO WS-TOTAL-STATE-WAGES
017650     PERFORM 3600-POST-STATE-TOTALS THRU 3600-EXIT
017700     ADD 1 TO WS-EMPLOYEE-COUNT
017800     IF WS-CLOSE-QUARTER
018317 3500-EXIT.
018318     EXIT.
018319*----------------------------------------------------------*
018320* 3550-SET-EMPLOYEE-WAGES - THE EMPLOYEE'S QTD FEDERAL,     *
018321* FICA AND STATE TAXABLE WAGES. A MASTER NOT YET PAID SINCE  *
018322* THE BASES WERE KEPT IS TAKEN AT ITS QTD GROSS.            *
018323*----------------------------------------------------------*
018324 3550-SET-EMPLOYEE-WAGES.
018325     IF PM-QTD-FED-WAGES IS NUMERIC
018326         MOVE PM-QTD-FED-WAGES TO WS-EMP-FED-WAGES
018327     ELSE
018328         MOVE PM-QTD-GROSS TO WS-EMP-FED-WAGES
018329     END-IF
018330     IF PM-QTD-FICA-WAGES IS NUMERIC
018331         MOVE PM-QTD-FICA-WAGES TO WS-EMP-FICA-WAGES
018332     ELSE
018333         MOVE PM-QTD-GROSS TO WS-EMP-FICA-WAGES
018334     END-IF
018335     IF PM-QTD-STATE-WAGES IS NUMERIC
018336         MOVE PM-QTD-STATE-WAGES TO WS-EMP-STATE-WAGES
018337     ELSE
018338         MOVE PM-QTD-GROSS TO WS-EMP-STATE-WAGES
018339     END-IF.
018340 3550-EXIT.
018341     EXIT.
018342*----------------------------------------------------------*
018321* 3600-POST-STATE-TOTALS - FOLD THIS EMPLOYEE'S QUARTER     *
018322* INTO THEIR STATE'S FILING BUCKET.                         *
018323*----------------------------------------------------------*
018334                 ADD PM-QTD-FEDERAL TO QS-FEDERAL (QS-IDX)
018335                 ADD PM-QTD-FICA    TO QS-FICA (QS-IDX)
018336                 ADD PM-QTD-STATE   TO QS-STATE-WH (QS-IDX)
018337                 ADD WS-EMP-FED-WAGES
018338                     TO QS-FED-WAGES (QS-IDX)
018339                 ADD WS-EMP-FICA-WAGES
018340                     TO QS-FICA-WAGES (QS-IDX)
018341                 ADD WS-EMP-STATE-WAGES
018342                     TO QS-STATE-WAGES (QS-IDX)
018337         END-SEARCH
018338     ELSE
018339         PERFORM 3650-ADD-STATE-BUCKET THRU 3650-EXIT
018359     MOVE PM-QTD-GROSS   TO QS-GROSS (QS-IDX)
018361     MOVE PM-QTD-FEDERAL TO QS-FEDERAL (QS-IDX)
018362     MOVE PM-QTD-FICA    TO QS-FICA (QS-IDX)
018363     MOVE PM-QTD-STATE   TO QS-STATE-WH (QS-IDX)
018364     MOVE WS-EMP-FED-WAGES   TO QS-FED-WAGES (QS-IDX)
018365     MOVE WS-EMP-FICA-WAGES  TO QS-FICA-WAGES (QS-IDX)
018366     MOVE WS-EMP-STATE-WAGES TO QS-STATE-WAGES (QS-IDX).
018364 3650-EXIT.
018365     EXIT.
018400*----------------------------------------------------------*
019300     MOVE ZEROS TO PM-QTD-FEDERAL
019400     MOVE ZEROS TO PM-QTD-FICA
019500     MOVE ZEROS TO PM-QTD-STATE
019501     MOVE ZEROS TO PM-QTD-FED-WAGES
019502     MOVE ZEROS TO PM-QTD-FICA-WAGES
019503     MOVE ZEROS TO PM-QTD-STATE-WAGES
019600     REWRITE PAYROLL-MASTER-RECORD
019700     IF NOT WS-PAYRMSTR-OK
019800         DISPLAY "PAYQTR00: RESET REWRITE FAILED FOR "
021000     MOVE WS-TOTAL-FEDERAL TO QR-TOT-FEDERAL
021100     MOVE WS-TOTAL-FICA    TO QR-TOT-FICA
021200     MOVE WS-TOTAL-STATE   TO QR-TOT-STATE
021201     MOVE WS-TOTAL-FED-WAGES   TO QR-TOT-FED-WAGES
021202     MOVE WS-TOTAL-FICA-WAGES  TO QR-TOT-FICA-WAGES
021203     MOVE WS-TOTAL-STATE-WAGES TO QR-TOT-STATE-WAGES
021300     WRITE QUARTERLY-REPORT-RECORD FROM QR-TOTAL-LINE
021310     IF WS-QS-COUNT > 0
021320         SET QS-IDX TO 1
022623     MOVE "STATE W/H:     " TO QS-PAGE-LABEL
022624     MOVE QS-STATE-WH (QS-IDX) TO QS-PAGE-VALUE
022625     WRITE QUARTERLY-REPORT-RECORD FROM QS-PAGE-LINE
022626     MOVE "FED WAGES:     " TO QS-PAGE-LABEL
022627     MOVE QS-FED-WAGES (QS-IDX) TO QS-PAGE-VALUE
022628     WRITE QUARTERLY-REPORT-RECORD FROM QS-PAGE-LINE
022629     MOVE "FICA WAGES:    " TO QS-PAGE-LABEL
022630     MOVE QS-FICA-WAGES (QS-IDX) TO QS-PAGE-VALUE
022631     WRITE QUARTERLY-REPORT-RECORD FROM QS-PAGE-LINE
022632     MOVE "STATE WAGES:   " TO QS-PAGE-LABEL
022633     MOVE QS-STATE-WAGES (QS-IDX) TO QS-PAGE-VALUE
022634     WRITE QUARTERLY-REPORT-RECORD FROM QS-PAGE-LINE
022626     SET QS-IDX UP BY 1.
022627 6100-EXIT.
022628     EXIT.
