001900*                   PROVES THE ARCHIVED TOTAL EQUALS THE    *
002000*                   TOTAL THAT WAS RESET. THE QTD BUCKETS   *
002100*                   ARE LEFT TO THE PAYQTR00 QUARTER CLOSE. *
002101* 2026-10-15  LIBI  THE CLOSE MUST NOW BE FOR A YEAR-END    *
002102*                   PERIOD ON THE PAYCAL PAYROLL CALENDAR - *
002103*                   THE PERIOD-END DATE IN THE PARM, OR     *
002104*                   WITHOUT ONE THE LATEST PERIOD ENDED BY  *
002105*                   TODAY. ANY OTHER PERIOD, OR NO CALENDAR,*
002106*                   ARCHIVES AND RESETS NOTHING AND ENDS    *
002107*                   WITH RETURN-CODE 8. THE YEAR-END PERIOD *
002108*                   PRINTS UNDER THE REPORT HEADING.        *
002109* 2026-10-15  LIBI  PM-YTD-HOURS IS ZEROED WITH THE OTHER   *
002110*                   YTD FIELDS SO THE RECORDKEEPER'S HOURS  *
002111*                   START THE NEW PLAN YEAR AT ZERO.        *
002112* 2026-10-15  LIBI  THE CLOSING YTD FEDERAL, FICA AND STATE *
002113*                   TAXABLE WAGES ARE ARCHIVED TO YEAR-     *
002114*                   HISTORY FOR THE W-2 WAGE BOXES (YTD     *
002115*                   GROSS FOR A MASTER NOT YET PAID SINCE   *
002116*                   THEY WERE KEPT) AND ZEROED WITH THE     *
002117*                   OTHER YTD FIELDS.                       *
002118* 2026-10-15  LIBI  THE YEAR-END PERIOD IS TAKEN ONLY FROM  *
002119*                   THE PAYCAL ENTRIES THAT APPLY TO EVERY  *
002120*                   PAY GROUP (BLANK GROUP), SO ONE GROUP'S *
002121*                   OWN PERIODS CANNOT MOVE THE YEAR BEING  *
002122*                   CLOSED.                                 *
002123* 2026-10-15  LIBI  THE YTD FEDERAL, FICA AND STATE TAX     *
002124*                   WITHHELD AND THE YTD PRE-TAX AND ROTH   *
002125*                   401(K) DEFERRALS ARE ARCHIVED FOR THE   *
002126*                   W-2 AND ZEROED WITH THE OTHER YTD       *
002127*                   FIELDS. A MASTER NOT YET PAID SINCE     *
002128*                   THEY WERE KEPT IS ARCHIVED WITH ALL ITS *
002129*                   WITHHOLDING AS FEDERAL AND NO           *
002130*                   DEFERRALS.                              *
002131* 2026-10-15  LIBI  YEAR-HISTORY IS NOW STAMPED WITH THE    *
002132*                   YEAR-END PERIOD-END DATE FROM PAYCAL,   *
002133*                   NOT THE RUN DATE, SO A CLOSE RUN IN     *
002134*                   JANUARY FILES UNDER THE YEAR IT CLOSES. *
002135*                   THE RUN DATE STILL HEADS THE REPORT.    *
002136*                   THE MASTER AND YEAR-HISTORY ARE CLOSED  *
002137*                   ONLY IF THEY WERE OPENED.               *
002200*----------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
003700     SELECT CLOSE-REPORT ASSIGN TO "YECLSRPT"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-YECLSRPT-STATUS.
003901     SELECT PAY-CALENDAR ASSIGN TO "PAYCAL"
003902         ORGANIZATION IS LINE SEQUENTIAL
003903         FILE STATUS IS WS-PAYCAL-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  PAYROLL-MASTER
004800 FD  CLOSE-REPORT
004900     LABEL RECORDS ARE STANDARD.
005000 01  CLOSE-REPORT-RECORD         PIC X(80).
005001 FD  PAY-CALENDAR
005002     LABEL RECORDS ARE STANDARD.
005003 COPY PAYCAL.
005100 WORKING-STORAGE SECTION.
005200*----------------------------------------------------------*
005300* FILE STATUS AND CONTROL SWITCHES                          *
006200     88  WS-EOF                        VALUE "Y".
006300 77  WS-CLOSE-FAILURE-SW     PIC X(01) VALUE "N".
006400     88  WS-CLOSE-FAILED               VALUE "Y".
006401 77  WS-PAYRMSTR-OPEN-SW     PIC X(01) VALUE "N".
006402     88  WS-PAYRMSTR-OPEN              VALUE "Y".
006403 77  WS-YRHIST-OPEN-SW       PIC X(01) VALUE "N".
006404     88  WS-YRHIST-OPEN                VALUE "Y".
006405*----------------------------------------------------------*
006406* PAYROLL CALENDAR CHECK - THE YEAR-END PERIOD BEING CLOSED *
006407*----------------------------------------------------------*
006408 77  WS-PAYCAL-STATUS        PIC X(02) VALUE ZEROS.
006409     88  WS-PAYCAL-OK                  VALUE "00".
006410 77  WS-PAYCAL-EOF-SW        PIC X(01) VALUE "N".
006411     88  WS-PAYCAL-EOF                 VALUE "Y".
006412 77  WS-JOB-PARM             PIC X(08) VALUE SPACES.
006413 77  WS-CAL-TARGET-DATE      PIC 9(08) VALUE ZEROS.
006414 77  WS-CAL-PARM-SW          PIC X(01) VALUE "N".
006415     88  WS-CAL-FROM-PARM              VALUE "Y".
006416 77  WS-CAL-FOUND-SW         PIC X(01) VALUE "N".
006417     88  WS-CAL-FOUND                  VALUE "Y".
006418 77  WS-CAL-YEAR-END-SW      PIC X(01) VALUE "N".
006419     88  WS-CAL-IS-YEAR-END            VALUE "Y".
006420 77  WS-CAL-PERIOD-NUMBER    PIC 9(02) VALUE ZEROS.
006421 77  WS-CAL-PERIOD-END       PIC 9(08) VALUE ZEROS.
006500*----------------------------------------------------------*
006600* CLOSE DATE AND CONTROL TOTALS                             *
006700*----------------------------------------------------------*
008900     05  FILLER              PIC X(05) VALUE SPACES.
009000     05  YE-WITHHLD          PIC ZZZ,ZZ9.
009100     05  FILLER              PIC X(31) VALUE SPACES.
009101 01  YE-HEADING-2.
009102     05  FILLER              PIC X(25) VALUE
009103         "CALENDAR YEAR-END PERIOD ".
009104     05  YE-PERIOD-NUMBER    PIC 9(02).
009105     05  FILLER              PIC X(08) VALUE " ENDING ".
009106     05  YE-PERIOD-END       PIC 9(08).
009107     05  FILLER              PIC X(37) VALUE SPACES.
009200 01  YE-CONTROL-LINE.
009300     05  YE-CONTROL-LABEL    PIC X(20).
009400     05  YE-CONTROL-GROSS    PIC ZZZ,ZZZ,ZZ9.
011800*----------------------------------------------------------*
011900* 1000-INITIALIZE - STAMP THE CLOSE DATE, OPEN THE MASTER,  *
012000* THE YEAR-HISTORY FILE (EXTENDED, SO EVERY PRIOR YEAR'S    *
012100* CLOSE STAYS ON IT), AND THE CONTROL REPORT. NOTHING IS     *
012101* OPENED FOR UPDATE UNTIL THE CALENDAR CONFIRMS A YEAR-END  *
012102* PERIOD.                                                   *
012200*----------------------------------------------------------*
012300 1000-INITIALIZE.
012400     ACCEPT WS-CLOSE-DATE FROM DATE YYYYMMDD
012401     ACCEPT WS-JOB-PARM FROM COMMAND-LINE
012500     OPEN OUTPUT CLOSE-REPORT
012600     MOVE WS-CLOSE-DATE TO YE-CLOSE-DATE
012700     WRITE CLOSE-REPORT-RECORD FROM YE-HEADING-1
012701     PERFORM 1500-CHECK-PAY-CALENDAR THRU 1500-EXIT
012702     IF WS-CLOSE-FAILED
012703         MOVE "Y" TO WS-EOF-SWITCH
012704         GO TO 1000-EXIT
012705     END-IF
012800     OPEN EXTEND YEAR-HISTORY
012900     IF NOT WS-YRHIST-OK
013000         CLOSE YEAR-HISTORY
013100         OPEN OUTPUT YEAR-HISTORY
013101     END-IF
013102     IF WS-YRHIST-OK
013103         MOVE "Y" TO WS-YRHIST-OPEN-SW
013200     END-IF
013300     OPEN I-O PAYROLL-MASTER
013400     IF NOT WS-PAYRMSTR-OK
013700         MOVE "Y" TO WS-EOF-SWITCH
013800         MOVE "Y" TO WS-CLOSE-FAILURE-SW
013900     ELSE
013901         MOVE "Y" TO WS-PAYRMSTR-OPEN-SW
014000         PERFORM 2000-READ-PAYROLL-MASTER THRU 2000-EXIT
014100     END-IF.
014200 1000-EXIT.
015200 2000-EXIT.
015300     EXIT.
015400*----------------------------------------------------------*
015401* 1500-CHECK-PAY-CALENDAR - THE CLOSE MUST BE FOR A PERIOD  *
015402* THE PAYCAL CALENDAR FLAGS AS THE YEAR END: THE PERIOD-END *
015403* DATE IN THE PARM, OR WITHOUT ONE THE LATEST PERIOD ENDED  *
015404* ON OR BEFORE TODAY. A YEAR CLOSED EARLY OR LATE WOULD     *
015405* SPLIT ONE YEAR'S WAGES ACROSS TWO W-2 YEARS.              *
015406*----------------------------------------------------------*
015407 1500-CHECK-PAY-CALENDAR.
015408     IF WS-JOB-PARM IS NUMERIC
015409         MOVE WS-JOB-PARM TO WS-CAL-TARGET-DATE
015410         MOVE "Y" TO WS-CAL-PARM-SW
015411     ELSE
015412         MOVE WS-CLOSE-DATE TO WS-CAL-TARGET-DATE
015413     END-IF
015414     OPEN INPUT PAY-CALENDAR
015415     IF NOT WS-PAYCAL-OK
015416         DISPLAY "PAYCAL CALENDAR NOT AVAILABLE, STATUS "
015417             WS-PAYCAL-STATUS " - CLOSE REFUSED"
015418         MOVE "Y" TO WS-CLOSE-FAILURE-SW
015419         GO TO 1500-EXIT
015420     END-IF
015421     PERFORM 1510-READ-PAY-CALENDAR THRU 1510-EXIT
015422     PERFORM 1520-MATCH-CALENDAR-PERIOD THRU 1520-EXIT
015423         UNTIL WS-PAYCAL-EOF
015424     CLOSE PAY-CALENDAR
015425     IF NOT WS-CAL-FOUND OR NOT WS-CAL-IS-YEAR-END
015426         DISPLAY "YTDCLOSE: " WS-CAL-TARGET-DATE
015427             " IS NOT A CALENDAR YEAR-END PERIOD"
015428             " - CLOSE REFUSED"
015429         MOVE "Y" TO WS-CLOSE-FAILURE-SW
015430         GO TO 1500-EXIT
015431     END-IF
015432     MOVE WS-CAL-PERIOD-NUMBER TO YE-PERIOD-NUMBER
015433     MOVE WS-CAL-PERIOD-END    TO YE-PERIOD-END
015434     WRITE CLOSE-REPORT-RECORD FROM YE-HEADING-2.
015435 1500-EXIT.
015436     EXIT.
015437*----------------------------------------------------------*
015438* 1510-READ-PAY-CALENDAR - GET THE NEXT CALENDAR PERIOD     *
015439*----------------------------------------------------------*
015440 1510-READ-PAY-CALENDAR.
015441     READ PAY-CALENDAR
015442         AT END
015443             MOVE "Y" TO WS-PAYCAL-EOF-SW
015444     END-READ.
015445 1510-EXIT.
015446     EXIT.
015447*----------------------------------------------------------*
015448* 1520-MATCH-CALENDAR-PERIOD - HOLD THE EXACT PERIOD NAMED  *
015449* IN THE PARM, OR THE LATEST PERIOD ENDED BY TODAY.         *
015450* THE YEAR IS THE COMPANY'S, SO AN ENTRY FOR ONE PAY GROUP  *
015451* ONLY IS PASSED OVER.                                      *
015452*----------------------------------------------------------*
015453 1520-MATCH-CALENDAR-PERIOD.
015454     IF NOT PC-ALL-PAY-GROUPS
015455         GO TO 1520-READ
015456     END-IF
015457     IF (WS-CAL-FROM-PARM AND
015458         PC-PERIOD-END-DATE = WS-CAL-TARGET-DATE)
015459        OR (NOT WS-CAL-FROM-PARM AND
015460         PC-PERIOD-END-DATE NOT > WS-CAL-TARGET-DATE)
015461         MOVE "Y"                TO WS-CAL-FOUND-SW
015462         MOVE PC-PERIOD-NUMBER   TO WS-CAL-PERIOD-NUMBER
015463         MOVE PC-PERIOD-END-DATE TO WS-CAL-PERIOD-END
015464         MOVE PC-YEAR-END-FLAG   TO WS-CAL-YEAR-END-SW
015465     END-IF.
015466 1520-READ.
015467     PERFORM 1510-READ-PAY-CALENDAR THRU 1510-EXIT.
015468 1520-EXIT.
015469     EXIT.
015470*----------------------------------------------------------*
015500* 3000-CLOSE-EMPLOYEE - ARCHIVE ONE EMPLOYEE'S CLOSING YTD  *
015600* FIGURES TO YEAR-HISTORY, THEN ZERO THE YTD FIELDS ON THE  *
015700* MASTER. THE RESET IS ONLY TAKEN AFTER THE ARCHIVE WRITE   *
015800* COMES BACK CLEAN - A YEAR WE FAILED TO ARCHIVE IS A YEAR  *
015900* WE MUST NOT ERASE.                                        *
015901* A MASTER WITH NO YTD TAX BUCKETS YET IS ARCHIVED WITH ITS *
015902* WHOLE WITHHOLDING AS FEDERAL TAX AND NO 401(K) DEFERRALS. *
015903* THE ARCHIVE IS STAMPED WITH THE YEAR-END PERIOD'S END     *
015904* DATE, WHICH NAMES THE YEAR CLOSED WHENEVER THE CLOSE RUNS.*
016000*----------------------------------------------------------*
016100 3000-CLOSE-EMPLOYEE.
016200     MOVE WS-CAL-PERIOD-END  TO YH-CLOSE-DATE
016300     MOVE PM-EMPLOYEE-ID     TO YH-EMPLOYEE-ID
016400     MOVE PM-SSN             TO YH-SSN
016500     MOVE PM-NAME            TO YH-NAME
016600     MOVE PM-YTD-GROSS       TO YH-YTD-GROSS
016700     MOVE PM-YTD-WITHHOLDING TO YH-YTD-WITHHOLDING
016701     IF PM-YTD-FED-WAGES IS NUMERIC
016702         MOVE PM-YTD-FED-WAGES   TO YH-YTD-FED-WAGES
016703     ELSE
016704         MOVE PM-YTD-GROSS       TO YH-YTD-FED-WAGES
016705     END-IF
016706     IF PM-YTD-FICA-WAGES IS NUMERIC
016707         MOVE PM-YTD-FICA-WAGES  TO YH-YTD-FICA-WAGES
016708     ELSE
016709         MOVE PM-YTD-GROSS       TO YH-YTD-FICA-WAGES
016710     END-IF
016711     IF PM-YTD-STATE-WAGES IS NUMERIC
016712         MOVE PM-YTD-STATE-WAGES TO YH-YTD-STATE-WAGES
016713     ELSE
016714         MOVE PM-YTD-GROSS       TO YH-YTD-STATE-WAGES
016715     END-IF
016716     IF PM-YTD-FEDERAL IS NUMERIC
016717        AND PM-YTD-FICA IS NUMERIC
016718        AND PM-YTD-STATE IS NUMERIC
016719         MOVE PM-YTD-FEDERAL     TO YH-YTD-FEDERAL
016720         MOVE PM-YTD-FICA        TO YH-YTD-FICA
016721         MOVE PM-YTD-STATE       TO YH-YTD-STATE
016722     ELSE
016723         MOVE PM-YTD-WITHHOLDING TO YH-YTD-FEDERAL
016724         MOVE ZEROS              TO YH-YTD-FICA
016725         MOVE ZEROS              TO YH-YTD-STATE
016726     END-IF
016727     IF PM-YTD-401K IS NUMERIC
016728        AND PM-YTD-ROTH-401K IS NUMERIC
016729         MOVE PM-YTD-401K        TO YH-YTD-401K
016730         MOVE PM-YTD-ROTH-401K   TO YH-YTD-ROTH-401K
016731     ELSE
016732         MOVE ZEROS              TO YH-YTD-401K
016733         MOVE ZEROS              TO YH-YTD-ROTH-401K
016734     END-IF
016800     WRITE YEAR-HISTORY-RECORD
016900     IF NOT WS-YRHIST-OK
017000         DISPLAY "YTDCLOSE: ARCHIVE WRITE FAILED FOR "
019000     ADD PM-YTD-WITHHOLDING TO WS-RESET-WITHHLD
019100     MOVE ZEROS TO PM-YTD-GROSS
019200     MOVE ZEROS TO PM-YTD-WITHHOLDING
019201     MOVE ZEROS TO PM-YTD-HOURS
019202     MOVE ZEROS TO PM-YTD-FED-WAGES
019203     MOVE ZEROS TO PM-YTD-FICA-WAGES
019204     MOVE ZEROS TO PM-YTD-STATE-WAGES
019205     MOVE ZEROS TO PM-YTD-FEDERAL
019206     MOVE ZEROS TO PM-YTD-FICA
019207     MOVE ZEROS TO PM-YTD-STATE
019208     MOVE ZEROS TO PM-YTD-401K
019209     MOVE ZEROS TO PM-YTD-ROTH-401K
019300     REWRITE PAYROLL-MASTER-RECORD
019400     IF NOT WS-PAYRMSTR-OK
019500         DISPLAY "YTDCLOSE: RESET REWRITE FAILED FOR "
023900*----------------------------------------------------------*
024000* 7000-TERMINATE - WRITE THE CONTROL TOTALS, CLOSE FILES,   *
024100* AND SET RETURN-CODE FOR THE SCHEDULER.                    *
024101* A REFUSED CLOSE NEVER OPENED THE MASTER OR YEAR-HISTORY,  *
024102* SO ONLY THE FILES ACTUALLY OPENED ARE CLOSED.             *
024200*----------------------------------------------------------*
024300 7000-TERMINATE.
024400     PERFORM 6100-WRITE-CONTROL-TOTALS THRU 6100-EXIT
024500     IF WS-PAYRMSTR-OPEN
024600         CLOSE PAYROLL-MASTER
024601     END-IF
024602     IF WS-YRHIST-OPEN
024603         CLOSE YEAR-HISTORY
024604     END-IF
024700     CLOSE CLOSE-REPORT
024800     MOVE 0 TO RETURN-CODE
024900     IF WS-CLOSE-FAILED
