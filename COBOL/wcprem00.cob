000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    WCPREM00.
000300 AUTHOR.        LIBI.
000400 INSTALLATION.  PAYROLL DEPARTMENT.
000500 DATE-WRITTEN.  OCTOBER 15, 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                     *
000900*----------------------------------------------------------*
001000* DATE        INIT  DESCRIPTION                            *
001100* 2026-10-15  LIBI  ORIGINAL PROGRAM - QUARTERLY WORKERS'   *
001200*                   COMPENSATION PREMIUM REPORT. SUMS THE   *
001300*                   QUARTER'S PAYHIST WAGES BY CARRIER RISK *
001400*                   CLASS (PM-WC-CLASS) AND LOCATION, BACKS *
001500*                   THE OVERTIME PREMIUM OUT TO STRAIGHT    *
001600*                   TIME, PRICES EACH LINE OFF THE WCRATE   *
001700*                   TABLE AND BALANCES THE WAGES TO THE     *
001800*                   QTD GROSS PAYQTR00 REPORTS FOR THE SAME *
001900*                   QUARTER. THE PARM IS THE QUARTER'S LAST *
002000*                   PERIOD-END DATE, WHICH MUST BE A        *
002100*                   QUARTER-END PERIOD ON PAYCAL. RUN IT    *
002200*                   BEFORE THE PAYQTR00 CLOSE ZEROES THE    *
002300*                   QTD BUCKETS IT BALANCES TO.             *
002301* 2026-10-15  LIBI  THE QUARTER BOUNDARIES ARE TAKEN ONLY   *
002302*                   FROM THE PAYCAL ENTRIES THAT APPLY TO   *
002303*                   EVERY PAY GROUP (BLANK GROUP), SO ONE   *
002304*                   GROUP'S OWN PERIODS CANNOT MOVE THE     *
002305*                   QUARTER THE PREMIUM COVERS.             *
002400*----------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER. IBM-370.
002800 OBJECT-COMPUTER. IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT PAY-HISTORY ASSIGN TO "PAYHIST"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS SEQUENTIAL
003400         RECORD KEY IS PH-KEY
003500         FILE STATUS IS WS-PAYHIST-STATUS.
003600     SELECT PAYROLL-MASTER ASSIGN TO "PAYRMSTR"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS PM-EMPLOYEE-ID
004000         FILE STATUS IS WS-PAYRMSTR-STATUS.
004100     SELECT LOCATION-STATE ASSIGN TO "LOCSTATE"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-LOCSTATE-STATUS.
004400     SELECT WC-RATE-CONTROL ASSIGN TO "WCRATE"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-WCRATE-STATUS.
004700     SELECT PAY-CALENDAR ASSIGN TO "PAYCAL"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-PAYCAL-STATUS.
005000     SELECT WC-PREMIUM-REPORT ASSIGN TO "WCPREMRP"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-WCPREMRP-STATUS.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  PAY-HISTORY
005600     LABEL RECORDS ARE STANDARD.
005700 COPY PAYHIST.
005800 FD  PAYROLL-MASTER
005900     LABEL RECORDS ARE STANDARD.
006000 COPY PAYRMSTR.
006100 FD  LOCATION-STATE
006200     LABEL RECORDS ARE STANDARD.
006300 COPY LOCSTATE.
006400 FD  WC-RATE-CONTROL
006500     LABEL RECORDS ARE STANDARD.
006600 COPY WCRATE.
006700 FD  PAY-CALENDAR
006800     LABEL RECORDS ARE STANDARD.
006900 COPY PAYCAL.
007000 FD  WC-PREMIUM-REPORT
007100     LABEL RECORDS ARE STANDARD
007200     RECORD CONTAINS 132 CHARACTERS.
007300 01  WC-PREMIUM-REPORT-RECORD    PIC X(132).
007400 WORKING-STORAGE SECTION.
007500*----------------------------------------------------------*
007600* FILE STATUS AND CONTROL SWITCHES                          *
007700*----------------------------------------------------------*
007800 77  WS-PAYHIST-STATUS       PIC X(02) VALUE ZEROS.
007900     88  WS-PAYHIST-OK                 VALUE "00".
008000 77  WS-PAYHIST-EOF-SW       PIC X(01) VALUE "N".
008100     88  WS-PAYHIST-EOF                VALUE "Y".
008200 77  WS-PAYRMSTR-STATUS      PIC X(02) VALUE ZEROS.
008300     88  WS-PAYRMSTR-OK                VALUE "00".
008400 77  WS-PAYRMSTR-OPEN-SW     PIC X(01) VALUE "N".
008500     88  WS-PAYRMSTR-OPEN              VALUE "Y".
008600 77  WS-BAL-EOF-SWITCH       PIC X(01) VALUE "N".
008700     88  WS-BAL-EOF                    VALUE "Y".
008800 77  WS-LOCSTATE-STATUS      PIC X(02) VALUE ZEROS.
008900     88  WS-LOCSTATE-OK                VALUE "00".
009000 77  WS-LOCSTATE-EOF-SW      PIC X(01) VALUE "N".
009100     88  WS-LOCSTATE-EOF               VALUE "Y".
009200 77  WS-WCRATE-STATUS        PIC X(02) VALUE ZEROS.
009300     88  WS-WCRATE-OK                  VALUE "00".
009400 77  WS-WCRATE-EOF-SW        PIC X(01) VALUE "N".
009500     88  WS-WCRATE-EOF                 VALUE "Y".
009600 77  WS-PAYCAL-STATUS        PIC X(02) VALUE ZEROS.
009700     88  WS-PAYCAL-OK                  VALUE "00".
009800 77  WS-PAYCAL-EOF-SW        PIC X(01) VALUE "N".
009900     88  WS-PAYCAL-EOF                 VALUE "Y".
010000 77  WS-WCPREMRP-STATUS      PIC X(02) VALUE ZEROS.
010100     88  WS-WCPREMRP-OK                VALUE "00".
010200 77  WS-CAL-FOUND-SW         PIC X(01) VALUE "N".
010300     88  WS-CAL-FOUND                  VALUE "Y".
010400 77  WS-CAL-LAST-QTR-END     PIC 9(08) VALUE ZEROS.
010500 77  WS-QTR-PRIOR-END        PIC 9(08) VALUE ZEROS.
010600 77  WS-QTR-TO-DATE          PIC 9(08) VALUE ZEROS.
010700 77  WS-JOB-PARM             PIC X(08) VALUE SPACES.
010800 77  WS-WC-FAILURE-SW        PIC X(01) VALUE "N".
010900     88  WS-WC-FAILED                  VALUE "Y".
011000 77  WS-EXCEPTION-COUNT      PIC 9(05) COMP VALUE ZERO.
011100*----------------------------------------------------------*
011200* CURRENT EMPLOYEE OF THE HISTORY PASS                      *
011300*----------------------------------------------------------*
011400 77  WS-PREV-EMPLOYEE-ID     PIC 9(09) VALUE ZEROS.
011500 77  WS-EMP-CLASS            PIC X(04) VALUE SPACES.
011600 77  WS-EMP-LOCATION         PIC X(20) VALUE SPACES.
011700 77  WS-EMP-STATE            PIC X(02) VALUE SPACES.
011800 77  WS-REC-OT-PREMIUM       PIC 9(07) VALUE ZEROS.
011900 77  WS-LEGACY-OT-HOURS      PIC 9(03) VALUE ZEROS.
012000 77  WS-STANDARD-HOURS       PIC 9(03) VALUE 40.
012100*----------------------------------------------------------*
012200* LOCATION-TO-STATE MAPPING                                 *
012300*----------------------------------------------------------*
012400 77  WS-LS-COUNT             PIC 9(03) COMP VALUE ZERO.
012500 01  LOCATION-STATE-TABLE.
012600     05  LS-ENTRY OCCURS 1 TO 50 TIMES
012700         DEPENDING ON WS-LS-COUNT
012800         INDEXED BY LS-IDX.
012900         10  LST-LOCATION    PIC X(20).
013000         10  LST-STATE       PIC X(02).
013100*----------------------------------------------------------*
013200* RATES IN EFFECT AT THE QUARTER END, ONE PER CLASS/STATE   *
013300*----------------------------------------------------------*
013400 77  WS-WR-COUNT             PIC 9(03) COMP VALUE ZERO.
013500 77  WS-WR-FOUND-SW          PIC X(01) VALUE "N".
013600     88  WS-WR-FOUND                   VALUE "Y".
013700 01  WC-RATE-TABLE.
013800     05  WR-ENTRY OCCURS 1 TO 500 TIMES
013900         DEPENDING ON WS-WR-COUNT
014000         INDEXED BY WR-IDX.
014100         10  WRT-CLASS-CODE  PIC X(04).
014200         10  WRT-STATE-CODE  PIC X(02).
014300         10  WRT-EFFECTIVE   PIC 9(08).
014400         10  WRT-RATE        PIC 9(03)V99.
014500*----------------------------------------------------------*
014600* CLASS/LOCATION BUCKETS, KEPT IN CLASS THEN LOCATION ORDER *
014700*----------------------------------------------------------*
014800 77  WS-WB-COUNT             PIC 9(03) COMP VALUE ZERO.
014900 77  WS-WB-SLOT              PIC 9(03) COMP VALUE ZERO.
015000 77  WS-WB-MOVE              PIC 9(03) COMP VALUE ZERO.
015100 77  WS-WB-FOUND-SW          PIC X(01) VALUE "N".
015200     88  WS-WB-FOUND                   VALUE "Y".
015300 01  WC-BUCKET-TABLE.
015400     05  WB-ENTRY OCCURS 1 TO 300 TIMES
015500         DEPENDING ON WS-WB-COUNT
015600         INDEXED BY WB-IDX.
015700         10  WB-KEY.
015800             15  WB-CLASS-CODE   PIC X(04).
015900             15  WB-LOCATION     PIC X(20).
016000         10  WB-STATE            PIC X(02).
016100         10  WB-EMP-COUNT        PIC 9(05).
016200         10  WB-GROSS            PIC S9(09).
016300         10  WB-OT-PREMIUM       PIC S9(09).
016400 01  WB-NEW-KEY.
016500     05  WBN-CLASS-CODE      PIC X(04).
016600     05  WBN-LOCATION        PIC X(20).
016700*----------------------------------------------------------*
016800* PER-STATE WAGE TOTALS FOR THE BALANCING PASS              *
016900*----------------------------------------------------------*
017000 77  WS-WS-COUNT             PIC 9(02) COMP VALUE ZERO.
017100 01  WC-STATE-TABLE.
017200     05  WST-ENTRY OCCURS 1 TO 10 TIMES
017300         DEPENDING ON WS-WS-COUNT
017400         INDEXED BY WST-IDX.
017500         10  WST-STATE           PIC X(02).
017600         10  WST-HIST-GROSS      PIC S9(09).
017700         10  WST-QTD-GROSS       PIC S9(09).
017800*----------------------------------------------------------*
017900* LINE, CLASS AND GRAND TOTAL ACCUMULATORS                  *
018000*----------------------------------------------------------*
018100 77  WS-LINE-STRAIGHT        PIC S9(09) VALUE ZEROS.
018200 77  WS-LINE-PREMIUM         PIC S9(09) VALUE ZEROS.
018300 77  WS-CLASS-CODE           PIC X(04) VALUE SPACES.
018400 77  WS-CLASS-EMPS           PIC 9(05) VALUE ZEROS.
018500 77  WS-CLASS-GROSS          PIC S9(09) VALUE ZEROS.
018600 77  WS-CLASS-OT-PREMIUM     PIC S9(09) VALUE ZEROS.
018700 77  WS-CLASS-STRAIGHT       PIC S9(09) VALUE ZEROS.
018800 77  WS-CLASS-PREMIUM        PIC S9(09) VALUE ZEROS.
018900 77  WS-TOTAL-EMPS           PIC 9(05) VALUE ZEROS.
019000 77  WS-TOTAL-GROSS          PIC S9(09) VALUE ZEROS.
019100 77  WS-TOTAL-OT-PREMIUM     PIC S9(09) VALUE ZEROS.
019200 77  WS-TOTAL-STRAIGHT       PIC S9(09) VALUE ZEROS.
019300 77  WS-TOTAL-PREMIUM        PIC S9(09) VALUE ZEROS.
019400 77  WS-TOTAL-QTD-GROSS      PIC S9(09) VALUE ZEROS.
019500*----------------------------------------------------------*
019600* PREMIUM REPORT LINE LAYOUTS                               *
019700*----------------------------------------------------------*
019800 01  WP-HEADING-1.
019900     05  FILLER              PIC X(01) VALUE SPACE.
020000     05  FILLER              PIC X(54) VALUE
020100         "WORKERS' COMPENSATION PREMIUM REPORT - QUARTER ENDING ".
020200     05  WP-HDG-QTR-END      PIC 9(08).
020300 01  WP-HEADING-2.
020400     05  FILLER              PIC X(01) VALUE SPACE.
020500     05  FILLER              PIC X(07) VALUE "CLASS".
020600     05  FILLER              PIC X(22) VALUE "LOCATION".
020700     05  FILLER              PIC X(04) VALUE "ST".
020800     05  FILLER              PIC X(08) VALUE "  EMPS".
020900     05  FILLER              PIC X(15) VALUE "    GROSS WAGES".
021000     05  FILLER              PIC X(15) VALUE "     OT PREMIUM".
021100     05  FILLER              PIC X(15) VALUE "  STRAIGHT TIME".
021200     05  FILLER              PIC X(09) VALUE "     RATE".
021300     05  FILLER              PIC X(15) VALUE "        PREMIUM".
021400     05  FILLER              PIC X(02) VALUE SPACES.
021500     05  FILLER              PIC X(16) VALUE "NOTE".
021600 01  WP-DETAIL-LINE.
021700     05  FILLER              PIC X(01) VALUE SPACE.
021800     05  WP-CLASS-CODE       PIC X(04).
021900     05  FILLER              PIC X(03) VALUE SPACES.
022000     05  WP-LOCATION         PIC X(20).
022100     05  FILLER              PIC X(02) VALUE SPACES.
022200     05  WP-STATE            PIC X(02).
022300     05  FILLER              PIC X(02) VALUE SPACES.
022400     05  WP-EMP-COUNT        PIC ZZ,ZZ9.
022500     05  FILLER              PIC X(06) VALUE SPACES.
022600     05  WP-GROSS            PIC ZZ,ZZZ,ZZ9-.
022700     05  FILLER              PIC X(04) VALUE SPACES.
022800     05  WP-OT-PREMIUM       PIC ZZ,ZZZ,ZZ9-.
022900     05  FILLER              PIC X(04) VALUE SPACES.
023000     05  WP-STRAIGHT         PIC ZZ,ZZZ,ZZ9-.
023100     05  FILLER              PIC X(03) VALUE SPACES.
023200     05  WP-RATE             PIC ZZ9.99.
023300     05  FILLER              PIC X(04) VALUE SPACES.
023400     05  WP-PREMIUM          PIC ZZ,ZZZ,ZZ9-.
023500     05  FILLER              PIC X(02) VALUE SPACES.
023600     05  WP-NOTE             PIC X(16).
023700 01  WP-TOTAL-LINE.
023800     05  FILLER              PIC X(01) VALUE SPACE.
023900     05  WP-TOTAL-LABEL      PIC X(33).
024000     05  WP-TOT-EMP-COUNT    PIC ZZ,ZZ9.
024100     05  FILLER              PIC X(06) VALUE SPACES.
024200     05  WP-TOT-GROSS        PIC ZZ,ZZZ,ZZ9-.
024300     05  FILLER              PIC X(04) VALUE SPACES.
024400     05  WP-TOT-OT-PREMIUM   PIC ZZ,ZZZ,ZZ9-.
024500     05  FILLER              PIC X(04) VALUE SPACES.
024600     05  WP-TOT-STRAIGHT     PIC ZZ,ZZZ,ZZ9-.
024700     05  FILLER              PIC X(13) VALUE SPACES.
024800     05  WP-TOT-PREMIUM      PIC ZZ,ZZZ,ZZ9-.
024900 01  WP-EXCEPTION-LINE.
025000     05  FILLER              PIC X(01) VALUE SPACE.
025100     05  FILLER              PIC X(11) VALUE "EXCEPTION: ".
025200     05  WP-EXC-TEXT         PIC X(50).
025300     05  WP-EXC-KEY          PIC X(30).
025400 01  WP-BALANCE-LINE.
025500     05  FILLER              PIC X(01) VALUE SPACE.
025600     05  WP-BAL-LABEL        PIC X(16).
025700     05  FILLER              PIC X(14) VALUE "PAYHIST WAGES:".
025800     05  WP-BAL-HIST-GROSS   PIC ZZ,ZZZ,ZZ9-.
025900     05  FILLER              PIC X(19) VALUE
026000         "   PAYQTR00 WAGES:".
026100     05  WP-BAL-QTD-GROSS    PIC ZZ,ZZZ,ZZ9-.
026200     05  FILLER              PIC X(02) VALUE SPACES.
026300     05  WP-BAL-RESULT       PIC X(14).
026400 01  WP-RESULT-LINE.
026500     05  FILLER              PIC X(01) VALUE SPACE.
026600     05  WP-RESULT-TEXT      PIC X(60).
026700 PROCEDURE DIVISION.
026800*----------------------------------------------------------*
026900* 0000-MAINLINE                                            *
027000*----------------------------------------------------------*
027100 0000-MAINLINE.
027200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
027300     IF NOT WS-WC-FAILED
027400         PERFORM 2000-SUM-QUARTER-HISTORY THRU 2000-EXIT
027500     END-IF
027600     IF NOT WS-WC-FAILED
027700         PERFORM 5000-WRITE-PREMIUM-LINES THRU 5000-EXIT
027800         PERFORM 6000-BALANCE-TO-QUARTER THRU 6000-EXIT
027900     END-IF
028000     PERFORM 7000-TERMINATE THRU 7000-EXIT
028100     GO TO 9999-EXIT.
028200*----------------------------------------------------------*
028300* 1000-INITIALIZE - OPEN THE REPORT, TAKE THE QUARTER-END   *
028400* DATE FROM THE PARM AND TURN IT INTO THE QUARTER'S DATE    *
028500* RANGE OFF PAYCAL, THEN LOAD THE LOCATION AND RATE TABLES. *
028600*----------------------------------------------------------*
028700 1000-INITIALIZE.
028800     OPEN OUTPUT WC-PREMIUM-REPORT
028900     ACCEPT WS-JOB-PARM FROM COMMAND-LINE
029000     IF WS-JOB-PARM IS NUMERIC
029100         MOVE WS-JOB-PARM TO WS-QTR-TO-DATE
029200     END-IF
029300     MOVE WS-QTR-TO-DATE TO WP-HDG-QTR-END
029400     WRITE WC-PREMIUM-REPORT-RECORD FROM WP-HEADING-1
029500     WRITE WC-PREMIUM-REPORT-RECORD FROM WP-HEADING-2
029600     IF WS-QTR-TO-DATE = ZEROS
029700         DISPLAY "WCPREM00: PARM MUST BE THE QUARTER-END"
029800             " PERIOD DATE"
029900         MOVE "Y" TO WS-WC-FAILURE-SW
030000         GO TO 1000-EXIT
030100     END-IF
030200     PERFORM 1100-FIND-CALENDAR-QUARTER THRU 1100-EXIT
030300     IF WS-WC-FAILED
030400         GO TO 1000-EXIT
030500     END-IF
030600     PERFORM 1500-LOAD-LOCATION-STATES THRU 1500-EXIT
030700     PERFORM 1600-LOAD-WC-RATES THRU 1600-EXIT
030800     OPEN INPUT PAYROLL-MASTER
030900     IF NOT WS-PAYRMSTR-OK
031000         DISPLAY "PAYRMSTR OPEN FAILED, STATUS "
031100             WS-PAYRMSTR-STATUS
031200         MOVE "Y" TO WS-WC-FAILURE-SW
031300         GO TO 1000-EXIT
031400     END-IF
031500     MOVE "Y" TO WS-PAYRMSTR-OPEN-SW.
031600 1000-EXIT.
031700     EXIT.
031800*----------------------------------------------------------*
031900* 1100-FIND-CALENDAR-QUARTER - THE PARM DATE MUST BE A      *
032000* QUARTER-END PERIOD ON THE PAYCAL CALENDAR. THE QUARTER    *
032100* STARTS JUST AFTER THE QUARTER-END PERIOD BEFORE IT, THE   *
032200* SAME RANGE THE PAYQTR00 CLOSE BALANCES.                   *
032300*----------------------------------------------------------*
032400 1100-FIND-CALENDAR-QUARTER.
032500     OPEN INPUT PAY-CALENDAR
032600     IF NOT WS-PAYCAL-OK
032700         DISPLAY "PAYCAL CALENDAR NOT AVAILABLE, STATUS "
032800             WS-PAYCAL-STATUS
032900         MOVE "Y" TO WS-WC-FAILURE-SW
033000         GO TO 1100-EXIT
033100     END-IF
033200     PERFORM 1110-READ-PAY-CALENDAR THRU 1110-EXIT
033300     PERFORM 1120-CHECK-CALENDAR-PERIOD THRU 1120-EXIT
033400         UNTIL WS-PAYCAL-EOF OR WS-CAL-FOUND
033500     CLOSE PAY-CALENDAR
033600     IF NOT WS-CAL-FOUND
033700         DISPLAY "WCPREM00: " WS-QTR-TO-DATE
033800             " IS NOT A CALENDAR QUARTER-END PERIOD"
033900         MOVE "Y" TO WS-WC-FAILURE-SW
034000         GO TO 1100-EXIT
034100     END-IF
034200     IF WS-QTR-PRIOR-END = ZEROS
034300         DISPLAY "WCPREM00: CALENDAR HAS NO QUARTER-END BEFORE "
034400             WS-QTR-TO-DATE
034500         MOVE "Y" TO WS-WC-FAILURE-SW
034600     END-IF.
034700 1100-EXIT.
034800     EXIT.
034900*----------------------------------------------------------*
035000* 1110-READ-PAY-CALENDAR - GET THE NEXT CALENDAR PERIOD     *
035100*----------------------------------------------------------*
035200 1110-READ-PAY-CALENDAR.
035300     READ PAY-CALENDAR
035400         AT END
035500             MOVE "Y" TO WS-PAYCAL-EOF-SW
035600     END-READ.
035700 1110-EXIT.
035800     EXIT.
035900*----------------------------------------------------------*
036000* 1120-CHECK-CALENDAR-PERIOD - STOP ON THE PARM DATE WHEN   *
036100* IT IS A QUARTER END, REMEMBERING EACH EARLIER QUARTER END *
036200* AS THE START BOUNDARY.                                    *
036201* THE QUARTERS ARE THE COMPANY'S, SO AN ENTRY FOR ONE PAY   *
036202* GROUP ONLY IS PASSED OVER.                                *
036300*----------------------------------------------------------*
036400 1120-CHECK-CALENDAR-PERIOD.
036401     IF NOT PC-ALL-PAY-GROUPS
036402         GO TO 1120-READ
036403     END-IF
036500     IF PC-PERIOD-END-DATE = WS-QTR-TO-DATE
036600         IF PC-QUARTER-END
036700             MOVE "Y" TO WS-CAL-FOUND-SW
036800             MOVE WS-CAL-LAST-QTR-END TO WS-QTR-PRIOR-END
036900         ELSE
037000             MOVE "Y" TO WS-PAYCAL-EOF-SW
037100         END-IF
037200         GO TO 1120-EXIT
037300     END-IF
037400     IF PC-QUARTER-END
037500         MOVE PC-PERIOD-END-DATE TO WS-CAL-LAST-QTR-END
037501     END-IF.
037502 1120-READ.
037700     PERFORM 1110-READ-PAY-CALENDAR THRU 1110-EXIT.
037800 1120-EXIT.
037900     EXIT.
038000*----------------------------------------------------------*
038100* 1500-LOAD-LOCATION-STATES - READ THE LOCSTATE MAPPING     *
038200* INTO ITS TABLE. A MISSING FILE MEANS EVERY LOCATION IS    *
038300* PRICED AT THE BLANK (UNMAPPED) STATE RATE.                *
038400*----------------------------------------------------------*
038500 1500-LOAD-LOCATION-STATES.
038600     OPEN INPUT LOCATION-STATE
038700     IF NOT WS-LOCSTATE-OK
038800         MOVE "Y" TO WS-LOCSTATE-EOF-SW
038900         GO TO 1500-EXIT
039000     END-IF
039100     PERFORM 1510-READ-LOCATION-STATE THRU 1510-EXIT
039200     PERFORM 1520-ADD-LOCATION-STATE THRU 1520-EXIT
039300         UNTIL WS-LOCSTATE-EOF
039400     CLOSE LOCATION-STATE.
039500 1500-EXIT.
039600     EXIT.
039700*----------------------------------------------------------*
039800* 1510-READ-LOCATION-STATE - GET THE NEXT MAPPING ENTRY     *
039900*----------------------------------------------------------*
040000 1510-READ-LOCATION-STATE.
040100     READ LOCATION-STATE
040200         AT END
040300             MOVE "Y" TO WS-LOCSTATE-EOF-SW
040400     END-READ.
040500 1510-EXIT.
040600     EXIT.
040700*----------------------------------------------------------*
040800* 1520-ADD-LOCATION-STATE - STORE ONE MAPPING IN THE TABLE  *
040900*----------------------------------------------------------*
041000 1520-ADD-LOCATION-STATE.
041100     IF WS-LS-COUNT < 50
041200         ADD 1 TO WS-LS-COUNT
041300         SET LS-IDX TO WS-LS-COUNT
041400         MOVE LS-LOCATION   TO LST-LOCATION (LS-IDX)
041500         MOVE LS-STATE-CODE TO LST-STATE (LS-IDX)
041600     ELSE
041700         DISPLAY "WCPREM00: LOCSTATE TABLE FULL"
041800     END-IF
041900     PERFORM 1510-READ-LOCATION-STATE THRU 1510-EXIT.
042000 1520-EXIT.
042100     EXIT.
042200*----------------------------------------------------------*
042300* 1600-LOAD-WC-RATES - KEEP, PER CLASS AND STATE, THE       *
042400* LATEST WCRATE ENTRY IN EFFECT AT THE QUARTER END. ENTRIES *
042500* DATED AFTER IT (A STAGED RENEWAL) ARE IGNORED. WITHOUT    *
042600* THE FILE EVERY LINE PRINTS AS AN UNPRICED EXCEPTION.      *
042700*----------------------------------------------------------*
042800 1600-LOAD-WC-RATES.
042900     OPEN INPUT WC-RATE-CONTROL
043000     IF NOT WS-WCRATE-OK
043100         DISPLAY "WCRATE NOT AVAILABLE, STATUS "
043200             WS-WCRATE-STATUS " - NO PREMIUM PRICED"
043300         MOVE "Y" TO WS-WCRATE-EOF-SW
043400         GO TO 1600-EXIT
043500     END-IF
043600     PERFORM 1610-READ-WC-RATE THRU 1610-EXIT
043700     PERFORM 1620-ADD-WC-RATE THRU 1620-EXIT
043800         UNTIL WS-WCRATE-EOF
043900     CLOSE WC-RATE-CONTROL.
044000 1600-EXIT.
044100     EXIT.
044200*----------------------------------------------------------*
044300* 1610-READ-WC-RATE - GET THE NEXT RATE ENTRY               *
044400*----------------------------------------------------------*
044500 1610-READ-WC-RATE.
044600     READ WC-RATE-CONTROL
044700         AT END
044800             MOVE "Y" TO WS-WCRATE-EOF-SW
044900     END-READ.
045000 1610-EXIT.
045100     EXIT.
045200*----------------------------------------------------------*
045300* 1620-ADD-WC-RATE - STORE OR SUPERSEDE ONE RATE ENTRY      *
045400*----------------------------------------------------------*
045500 1620-ADD-WC-RATE.
045600     IF WR-EFFECTIVE-DATE IS NOT NUMERIC
045700        OR WR-RATE IS NOT NUMERIC
045800        OR WR-EFFECTIVE-DATE > WS-QTR-TO-DATE
045900        OR WR-CLASS-CODE = SPACES
046000         GO TO 1620-READ-NEXT
046100     END-IF
046200     MOVE "N" TO WS-WR-FOUND-SW
046300     IF WS-WR-COUNT > 0
046400         SET WR-IDX TO 1
046500         SEARCH WR-ENTRY
046600             AT END CONTINUE
046700             WHEN WRT-CLASS-CODE (WR-IDX) = WR-CLASS-CODE
046800              AND WRT-STATE-CODE (WR-IDX) = WR-STATE-CODE
046900                 MOVE "Y" TO WS-WR-FOUND-SW
047000         END-SEARCH
047100     END-IF
047200     IF WS-WR-FOUND
047300         IF WR-EFFECTIVE-DATE > WRT-EFFECTIVE (WR-IDX)
047400             MOVE WR-EFFECTIVE-DATE TO WRT-EFFECTIVE (WR-IDX)
047500             MOVE WR-RATE           TO WRT-RATE (WR-IDX)
047600         END-IF
047700         GO TO 1620-READ-NEXT
047800     END-IF
047900     IF WS-WR-COUNT NOT < 500
048000         DISPLAY "WCPREM00: WCRATE TABLE FULL"
048100         GO TO 1620-READ-NEXT
048200     END-IF
048300     ADD 1 TO WS-WR-COUNT
048400     SET WR-IDX TO WS-WR-COUNT
048500     MOVE WR-CLASS-CODE     TO WRT-CLASS-CODE (WR-IDX)
048600     MOVE WR-STATE-CODE     TO WRT-STATE-CODE (WR-IDX)
048700     MOVE WR-EFFECTIVE-DATE TO WRT-EFFECTIVE (WR-IDX)
048800     MOVE WR-RATE           TO WRT-RATE (WR-IDX).
048900 1620-READ-NEXT.
049000     PERFORM 1610-READ-WC-RATE THRU 1610-EXIT.
049100 1620-EXIT.
049200     EXIT.
049300*----------------------------------------------------------*
049400* 2000-SUM-QUARTER-HISTORY - FOLD EVERY PAYHIST RECORD IN   *
049500* THE QUARTER'S DATE RANGE INTO ITS EMPLOYEE'S CLASS AND    *
049600* LOCATION BUCKET. REGULAR AND SUPPLEMENTAL RECORDS ADD,    *
049700* REVERSALS SUBTRACT - THE SAME SUM THE QTD BUCKETS HOLD.   *
049800*----------------------------------------------------------*
049900 2000-SUM-QUARTER-HISTORY.
050000     OPEN INPUT PAY-HISTORY
050100     IF NOT WS-PAYHIST-OK
050200         DISPLAY "PAYHIST OPEN FAILED, STATUS "
050300             WS-PAYHIST-STATUS
050400         MOVE "Y" TO WS-WC-FAILURE-SW
050500         GO TO 2000-EXIT
050600     END-IF
050700     PERFORM 2100-READ-PAY-HISTORY THRU 2100-EXIT
050800     PERFORM 2200-SUM-ONE-PAYMENT THRU 2200-EXIT
050900         UNTIL WS-PAYHIST-EOF
051000     CLOSE PAY-HISTORY.
051100 2000-EXIT.
051200     EXIT.
051300*----------------------------------------------------------*
051400* 2100-READ-PAY-HISTORY - NEXT STORED PAYMENT               *
051500*----------------------------------------------------------*
051600 2100-READ-PAY-HISTORY.
051700     READ PAY-HISTORY
051800         AT END
051900             MOVE "Y" TO WS-PAYHIST-EOF-SW
052000     END-READ.
052100 2100-EXIT.
052200     EXIT.
052300*----------------------------------------------------------*
052400* 2200-SUM-ONE-PAYMENT - ONE IN-RANGE PAYMENT. THE FIRST    *
052500* PAYMENT OF EACH EMPLOYEE LOOKS UP THEIR CLASS AND         *
052600* LOCATION AND COUNTS THEM IN THEIR BUCKET'S HEADCOUNT.     *
052700*----------------------------------------------------------*
052800 2200-SUM-ONE-PAYMENT.
052900     IF PH-PERIOD-DATE NOT > WS-QTR-PRIOR-END
053000        OR PH-PERIOD-DATE > WS-QTR-TO-DATE
053100         GO TO 2200-READ-NEXT
053200     END-IF
053300     IF PH-EMPLOYEE-ID NOT = WS-PREV-EMPLOYEE-ID
053400         MOVE PH-EMPLOYEE-ID TO WS-PREV-EMPLOYEE-ID
053500         PERFORM 2300-SET-EMPLOYEE-CLASS THRU 2300-EXIT
053600         PERFORM 2400-FIND-BUCKET THRU 2400-EXIT
053700         IF WS-WB-FOUND
053800             ADD 1 TO WB-EMP-COUNT (WB-IDX)
053900         END-IF
054000     END-IF
054100     IF NOT WS-WB-FOUND
054200         GO TO 2200-READ-NEXT
054300     END-IF
054400     PERFORM 2500-SET-OT-PREMIUM THRU 2500-EXIT
054500     IF PH-REVERSAL-RUN
054600         SUBTRACT PH-GROSS          FROM WB-GROSS (WB-IDX)
054700         SUBTRACT WS-REC-OT-PREMIUM FROM WB-OT-PREMIUM (WB-IDX)
054800     ELSE
054900         ADD PH-GROSS          TO WB-GROSS (WB-IDX)
055000         ADD WS-REC-OT-PREMIUM TO WB-OT-PREMIUM (WB-IDX)
055100     END-IF.
055200 2200-READ-NEXT.
055300     PERFORM 2100-READ-PAY-HISTORY THRU 2100-EXIT.
055400 2200-EXIT.
055500     EXIT.
055600*----------------------------------------------------------*
055700* 2300-SET-EMPLOYEE-CLASS - THE EMPLOYEE'S CLASS CODE AND   *
055800* LOCATION FROM PAYROLL-MASTER, AND THE LOCATION'S STATE.   *
055900* AN EMPLOYEE NO LONGER ON THE MASTER IS REPORTED AS AN     *
056000* EXCEPTION AND CARRIED UNCLASSIFIED SO THE WAGES STILL     *
056100* BALANCE.                                                  *
056200*----------------------------------------------------------*
056300 2300-SET-EMPLOYEE-CLASS.
056400     MOVE SPACES TO WS-EMP-CLASS
056500     MOVE SPACES TO WS-EMP-LOCATION
056600     MOVE SPACES TO WS-EMP-STATE
056700     MOVE PH-EMPLOYEE-ID TO PM-EMPLOYEE-ID
056800     READ PAYROLL-MASTER
056900         INVALID KEY
057000             MOVE "EMPLOYEE NOT ON PAYROLL-MASTER - UNCLASSIFIED"
057100                 TO WP-EXC-TEXT
057200             MOVE PH-EMPLOYEE-ID TO WP-EXC-KEY
057300             PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
057400             GO TO 2300-EXIT
057500     END-READ
057600     IF PM-WC-CLASS NOT = LOW-VALUES
057700         MOVE PM-WC-CLASS TO WS-EMP-CLASS
057800     END-IF
057900     MOVE PM-LOCATION TO WS-EMP-LOCATION
058000     IF WS-LS-COUNT > 0
058100         SET LS-IDX TO 1
058200         SEARCH LS-ENTRY
058300             AT END CONTINUE
058400             WHEN LST-LOCATION (LS-IDX) = PM-LOCATION
058500                 MOVE LST-STATE (LS-IDX) TO WS-EMP-STATE
058600         END-SEARCH
058700     END-IF.
058800 2300-EXIT.
058900     EXIT.
059000*----------------------------------------------------------*
059100* 2400-FIND-BUCKET - LOCATE THE EMPLOYEE'S CLASS/LOCATION   *
059200* BUCKET, OPENING ONE IN ITS SORTED PLACE WHEN THIS IS THE  *
059300* FIRST EMPLOYEE SEEN FOR IT.                               *
059400*----------------------------------------------------------*
059500 2400-FIND-BUCKET.
059600     MOVE "N" TO WS-WB-FOUND-SW
059700     MOVE WS-EMP-CLASS    TO WBN-CLASS-CODE
059800     MOVE WS-EMP-LOCATION TO WBN-LOCATION
059900     MOVE 1 TO WS-WB-SLOT
060000     IF WS-WB-COUNT > 0
060100         SET WB-IDX TO 1
060200         SEARCH WB-ENTRY
060300             AT END
060400                 COMPUTE WS-WB-SLOT = WS-WB-COUNT + 1
060500             WHEN WB-KEY (WB-IDX) = WB-NEW-KEY
060600                 MOVE "Y" TO WS-WB-FOUND-SW
060700             WHEN WB-KEY (WB-IDX) > WB-NEW-KEY
060800                 SET WS-WB-SLOT TO WB-IDX
060900         END-SEARCH
061000     END-IF
061100     IF WS-WB-FOUND
061200         GO TO 2400-EXIT
061300     END-IF
061400     IF WS-WB-COUNT NOT < 300
061500         DISPLAY "WCPREM00: CLASS/LOCATION TABLE FULL"
061600         MOVE "Y" TO WS-WC-FAILURE-SW
061700         GO TO 2400-EXIT
061800     END-IF
061900     ADD 1 TO WS-WB-COUNT
062000     MOVE WS-WB-COUNT TO WS-WB-MOVE
062100     PERFORM 2410-SHIFT-BUCKET-DOWN THRU 2410-EXIT
062200         UNTIL WS-WB-MOVE NOT > WS-WB-SLOT
062300     SET WB-IDX TO WS-WB-SLOT
062400     MOVE WBN-CLASS-CODE TO WB-CLASS-CODE (WB-IDX)
062500     MOVE WBN-LOCATION   TO WB-LOCATION (WB-IDX)
062600     MOVE WS-EMP-STATE   TO WB-STATE (WB-IDX)
062700     MOVE ZEROS          TO WB-EMP-COUNT (WB-IDX)
062800     MOVE ZEROS          TO WB-GROSS (WB-IDX)
062900     MOVE ZEROS          TO WB-OT-PREMIUM (WB-IDX)
063000     MOVE "Y" TO WS-WB-FOUND-SW.
063100 2400-EXIT.
063200     EXIT.
063300*----------------------------------------------------------*
063400* 2410-SHIFT-BUCKET-DOWN - MOVE ONE BUCKET DOWN A SLOT TO   *
063500* MAKE ROOM FOR THE NEW ONE.                                *
063600*----------------------------------------------------------*
063700 2410-SHIFT-BUCKET-DOWN.
063800     MOVE WB-ENTRY (WS-WB-MOVE - 1) TO WB-ENTRY (WS-WB-MOVE)
063900     SUBTRACT 1 FROM WS-WB-MOVE.
064000 2410-EXIT.
064100     EXIT.
064200*----------------------------------------------------------*
064300* 2500-SET-OT-PREMIUM - THE OVERTIME PREMIUM OF THIS        *
064400* PAYMENT: THE PART OF THE OVERTIME PAY ABOVE STRAIGHT TIME *
064500* THAT THE CARRIER EXCLUDES. A PAYMENT POSTED BEFORE THE    *
064600* PREMIUM WAS KEPT IS ESTIMATED AT HALF-TIME FOR THE HOURS  *
064700* OVER THE STANDARD WEEK OF A REGULAR HOURLY PAYMENT.       *
064800*----------------------------------------------------------*
064900 2500-SET-OT-PREMIUM.
065000     MOVE ZEROS TO WS-REC-OT-PREMIUM
065100     IF PH-OT-PREMIUM IS NUMERIC
065200         MOVE PH-OT-PREMIUM TO WS-REC-OT-PREMIUM
065300         GO TO 2500-EXIT
065400     END-IF
065500     IF PH-REGULAR-RUN
065600        AND PH-PAID-HOURLY
065700        AND PH-HOURS > WS-STANDARD-HOURS
065800         COMPUTE WS-LEGACY-OT-HOURS = PH-HOURS - WS-STANDARD-HOURS
065900         COMPUTE WS-REC-OT-PREMIUM ROUNDED =
066000             WS-LEGACY-OT-HOURS * PH-RATE * 0.5
066100     END-IF.
066200 2500-EXIT.
066300     EXIT.
066400*----------------------------------------------------------*
066500* 5000-WRITE-PREMIUM-LINES - ONE LINE PER CLASS/LOCATION,   *
066600* A SUBTOTAL AT EACH CHANGE OF CLASS AND THE GRAND TOTAL.   *
066700*----------------------------------------------------------*
066800 5000-WRITE-PREMIUM-LINES.
066900     IF WS-WB-COUNT = 0
067000         GO TO 5000-EXIT
067100     END-IF
067200     MOVE WB-CLASS-CODE (1) TO WS-CLASS-CODE
067300     SET WB-IDX TO 1
067400     PERFORM 5100-WRITE-ONE-BUCKET THRU 5100-EXIT
067500         UNTIL WB-IDX > WS-WB-COUNT
067600     PERFORM 5200-WRITE-CLASS-TOTAL THRU 5200-EXIT
067700     MOVE "QUARTER TOTAL" TO WP-TOTAL-LABEL
067800     MOVE WS-TOTAL-EMPS       TO WP-TOT-EMP-COUNT
067900     MOVE WS-TOTAL-GROSS      TO WP-TOT-GROSS
068000     MOVE WS-TOTAL-OT-PREMIUM TO WP-TOT-OT-PREMIUM
068100     MOVE WS-TOTAL-STRAIGHT   TO WP-TOT-STRAIGHT
068200     MOVE WS-TOTAL-PREMIUM    TO WP-TOT-PREMIUM
068300     WRITE WC-PREMIUM-REPORT-RECORD FROM WP-TOTAL-LINE
068400         AFTER ADVANCING 2 LINES.
068500 5000-EXIT.
068600     EXIT.
068700*----------------------------------------------------------*
068800* 5100-WRITE-ONE-BUCKET - PRICE AND PRINT ONE CLASS AND     *
068900* LOCATION: STRAIGHT TIME IS GROSS LESS THE OVERTIME        *
069000* PREMIUM, AND THE PREMIUM IS THE STRAIGHT TIME AT THE      *
069100* CLASS RATE PER $100. A BLANK CLASS OR A CLASS WITH NO     *
069200* RATE FOR THE STATE PRINTS UNPRICED AS AN EXCEPTION.       *
069300*----------------------------------------------------------*
069400 5100-WRITE-ONE-BUCKET.
069500     IF WB-CLASS-CODE (WB-IDX) NOT = WS-CLASS-CODE
069600         PERFORM 5200-WRITE-CLASS-TOTAL THRU 5200-EXIT
069700         MOVE WB-CLASS-CODE (WB-IDX) TO WS-CLASS-CODE
069800     END-IF
069900     COMPUTE WS-LINE-STRAIGHT =
070000         WB-GROSS (WB-IDX) - WB-OT-PREMIUM (WB-IDX)
070100     MOVE ZEROS TO WS-LINE-PREMIUM
070200     MOVE ZEROS TO WP-RATE
070300     MOVE SPACES TO WP-NOTE
070400     MOVE "N" TO WS-WR-FOUND-SW
070500     IF WB-CLASS-CODE (WB-IDX) = SPACES
070600         MOVE "NO CLASS CODE" TO WP-NOTE
070700         ADD 1 TO WS-EXCEPTION-COUNT
070800     ELSE
070900         IF WS-WR-COUNT > 0
071000             SET WR-IDX TO 1
071100             SEARCH WR-ENTRY
071200                 AT END CONTINUE
071300                 WHEN WRT-CLASS-CODE (WR-IDX)
071400                      = WB-CLASS-CODE (WB-IDX)
071500                  AND WRT-STATE-CODE (WR-IDX) = WB-STATE (WB-IDX)
071600                     MOVE "Y" TO WS-WR-FOUND-SW
071700             END-SEARCH
071800         END-IF
071900         IF WS-WR-FOUND
072000             MOVE WRT-RATE (WR-IDX) TO WP-RATE
072100             COMPUTE WS-LINE-PREMIUM ROUNDED =
072200                 WS-LINE-STRAIGHT * WRT-RATE (WR-IDX) / 100
072300         ELSE
072400             MOVE "NO RATE FOR STATE" TO WP-NOTE
072500             ADD 1 TO WS-EXCEPTION-COUNT
072600         END-IF
072700     END-IF
072800     MOVE WB-CLASS-CODE (WB-IDX) TO WP-CLASS-CODE
072900     MOVE WB-LOCATION (WB-IDX)   TO WP-LOCATION
073000     MOVE WB-STATE (WB-IDX)      TO WP-STATE
073100     MOVE WB-EMP-COUNT (WB-IDX)  TO WP-EMP-COUNT
073200     MOVE WB-GROSS (WB-IDX)      TO WP-GROSS
073300     MOVE WB-OT-PREMIUM (WB-IDX) TO WP-OT-PREMIUM
073400     MOVE WS-LINE-STRAIGHT       TO WP-STRAIGHT
073500     MOVE WS-LINE-PREMIUM        TO WP-PREMIUM
073600     WRITE WC-PREMIUM-REPORT-RECORD FROM WP-DETAIL-LINE
073700     ADD WB-EMP-COUNT (WB-IDX)  TO WS-CLASS-EMPS
073800     ADD WB-GROSS (WB-IDX)      TO WS-CLASS-GROSS
073900     ADD WB-OT-PREMIUM (WB-IDX) TO WS-CLASS-OT-PREMIUM
074000     ADD WS-LINE-STRAIGHT       TO WS-CLASS-STRAIGHT
074100     ADD WS-LINE-PREMIUM        TO WS-CLASS-PREMIUM
074200     PERFORM 5300-POST-STATE-WAGES THRU 5300-EXIT
074300     SET WB-IDX UP BY 1.
074400 5100-EXIT.
074500     EXIT.
074600*----------------------------------------------------------*
074700* 5200-WRITE-CLASS-TOTAL - SUBTOTAL FOR THE CLASS JUST      *
074800* FINISHED, ROLLED INTO THE GRAND TOTAL.                    *
074900*----------------------------------------------------------*
075000 5200-WRITE-CLASS-TOTAL.
075100     MOVE SPACES TO WP-TOTAL-LABEL
075200     STRING "  CLASS " WS-CLASS-CODE " TOTAL"
075300         DELIMITED BY SIZE INTO WP-TOTAL-LABEL
075400     MOVE WS-CLASS-EMPS       TO WP-TOT-EMP-COUNT
075500     MOVE WS-CLASS-GROSS      TO WP-TOT-GROSS
075600     MOVE WS-CLASS-OT-PREMIUM TO WP-TOT-OT-PREMIUM
075700     MOVE WS-CLASS-STRAIGHT   TO WP-TOT-STRAIGHT
075800     MOVE WS-CLASS-PREMIUM    TO WP-TOT-PREMIUM
075900     WRITE WC-PREMIUM-REPORT-RECORD FROM WP-TOTAL-LINE
076000     MOVE SPACES TO WC-PREMIUM-REPORT-RECORD
076100     WRITE WC-PREMIUM-REPORT-RECORD
076200     ADD WS-CLASS-EMPS       TO WS-TOTAL-EMPS
076300     ADD WS-CLASS-GROSS      TO WS-TOTAL-GROSS
076400     ADD WS-CLASS-OT-PREMIUM TO WS-TOTAL-OT-PREMIUM
076500     ADD WS-CLASS-STRAIGHT   TO WS-TOTAL-STRAIGHT
076600     ADD WS-CLASS-PREMIUM    TO WS-TOTAL-PREMIUM
076700     MOVE ZEROS TO WS-CLASS-EMPS
076800     MOVE ZEROS TO WS-CLASS-GROSS
076900     MOVE ZEROS TO WS-CLASS-OT-PREMIUM
077000     MOVE ZEROS TO WS-CLASS-STRAIGHT
077100     MOVE ZEROS TO WS-CLASS-PREMIUM.
077200 5200-EXIT.
077300     EXIT.
077400*----------------------------------------------------------*
077500* 5300-POST-STATE-WAGES - FOLD THE BUCKET'S GROSS INTO ITS  *
077600* STATE'S PAYHIST WAGES FOR THE BALANCING PASS.             *
077700*----------------------------------------------------------*
077800 5300-POST-STATE-WAGES.
077900     MOVE WB-STATE (WB-IDX) TO WS-EMP-STATE
078000     PERFORM 5400-FIND-STATE THRU 5400-EXIT
078100     IF WS-WB-FOUND
078200         ADD WB-GROSS (WB-IDX) TO WST-HIST-GROSS (WST-IDX)
078300     END-IF.
078400 5300-EXIT.
078500     EXIT.
078600*----------------------------------------------------------*
078700* 5400-FIND-STATE - LOCATE WS-EMP-STATE IN THE STATE TABLE, *
078800* STARTING ITS ENTRY THE FIRST TIME IT IS SEEN. THE FOUND   *
078900* SWITCH IS LEFT OFF ONLY WHEN THE TABLE IS FULL.           *
079000*----------------------------------------------------------*
079100 5400-FIND-STATE.
079200     MOVE "N" TO WS-WB-FOUND-SW
079300     IF WS-WS-COUNT > 0
079400         SET WST-IDX TO 1
079500         SEARCH WST-ENTRY
079600             AT END CONTINUE
079700             WHEN WST-STATE (WST-IDX) = WS-EMP-STATE
079800                 MOVE "Y" TO WS-WB-FOUND-SW
079900         END-SEARCH
080000     END-IF
080100     IF WS-WB-FOUND
080200         GO TO 5400-EXIT
080300     END-IF
080400     IF WS-WS-COUNT NOT < 10
080500         DISPLAY "WCPREM00: STATE TOTAL TABLE FULL"
080600         MOVE "Y" TO WS-WC-FAILURE-SW
080700         GO TO 5400-EXIT
080800     END-IF
080900     ADD 1 TO WS-WS-COUNT
081000     SET WST-IDX TO WS-WS-COUNT
081100     MOVE WS-EMP-STATE TO WST-STATE (WST-IDX)
081200     MOVE ZEROS        TO WST-HIST-GROSS (WST-IDX)
081300     MOVE ZEROS        TO WST-QTD-GROSS (WST-IDX)
081400     MOVE "Y" TO WS-WB-FOUND-SW.
081500 5400-EXIT.
081600     EXIT.
081700*----------------------------------------------------------*
081800* 6000-BALANCE-TO-QUARTER - RE-READ THE MASTER FROM THE TOP *
081900* SUMMING PM-QTD-GROSS BY STATE, THE FIGURES PAYQTR00       *
082000* REPORTS, AND COMPARE THEM WITH THE PAYHIST WAGES ON THIS  *
082100* REPORT. ANY DIFFERENCE FAILS THE RUN.                     *
082200*----------------------------------------------------------*
082300 6000-BALANCE-TO-QUARTER.
082400     MOVE ZEROS TO PM-EMPLOYEE-ID
082500     START PAYROLL-MASTER KEY IS NOT LESS THAN PM-EMPLOYEE-ID
082600         INVALID KEY
082700             MOVE "Y" TO WS-BAL-EOF-SWITCH
082800     END-START
082900     IF NOT WS-BAL-EOF
083000         PERFORM 6100-READ-MASTER-FOR-BALANCE THRU 6100-EXIT
083100     END-IF
083200     PERFORM 6200-ADD-ONE-MASTER THRU 6200-EXIT
083300         UNTIL WS-BAL-EOF
083400     MOVE "STATE TOTALS" TO WP-RESULT-TEXT
083500     WRITE WC-PREMIUM-REPORT-RECORD FROM WP-RESULT-LINE
083600         AFTER ADVANCING 2 LINES
083700     IF WS-WS-COUNT > 0
083800         SET WST-IDX TO 1
083900         PERFORM 6300-WRITE-STATE-BALANCE THRU 6300-EXIT
084000             UNTIL WST-IDX > WS-WS-COUNT
084100     END-IF
084200     MOVE "QUARTER TOTAL" TO WP-BAL-LABEL
084300     MOVE WS-TOTAL-GROSS     TO WP-BAL-HIST-GROSS
084400     MOVE WS-TOTAL-QTD-GROSS TO WP-BAL-QTD-GROSS
084500     IF WS-TOTAL-GROSS = WS-TOTAL-QTD-GROSS
084600         MOVE "IN BALANCE" TO WP-BAL-RESULT
084700     ELSE
084800         MOVE "OUT OF BALANCE" TO WP-BAL-RESULT
084900         MOVE "Y" TO WS-WC-FAILURE-SW
085000     END-IF
085100     WRITE WC-PREMIUM-REPORT-RECORD FROM WP-BALANCE-LINE
085200     IF WS-WC-FAILED
085300         MOVE "WAGES DO NOT BALANCE TO THE PAYQTR00 QUARTER"
085400             TO WP-RESULT-TEXT
085500     ELSE
085600         MOVE "WAGES BALANCE TO THE PAYQTR00 QUARTER"
085700             TO WP-RESULT-TEXT
085800     END-IF
085900     WRITE WC-PREMIUM-REPORT-RECORD FROM WP-RESULT-LINE.
086000 6000-EXIT.
086100     EXIT.
086200*----------------------------------------------------------*
086300* 6100-READ-MASTER-FOR-BALANCE - NEXT MASTER RECORD OF THE  *
086400* BALANCING PASS.                                           *
086500*----------------------------------------------------------*
086600 6100-READ-MASTER-FOR-BALANCE.
086700     READ PAYROLL-MASTER NEXT RECORD
086800         AT END
086900             MOVE "Y" TO WS-BAL-EOF-SWITCH
087000     END-READ.
087100 6100-EXIT.
087200     EXIT.
087300*----------------------------------------------------------*
087400* 6200-ADD-ONE-MASTER - FOLD ONE EMPLOYEE'S QTD GROSS INTO  *
087500* THE STATE OF THEIR LOCATION, AS PAYQTR00 DOES.            *
087600*----------------------------------------------------------*
087700 6200-ADD-ONE-MASTER.
087800     IF PM-QTD-GROSS = ZEROS
087900         GO TO 6200-READ-NEXT
088000     END-IF
088100     MOVE SPACES TO WS-EMP-STATE
088200     IF WS-LS-COUNT > 0
088300         SET LS-IDX TO 1
088400         SEARCH LS-ENTRY
088500             AT END CONTINUE
088600             WHEN LST-LOCATION (LS-IDX) = PM-LOCATION
088700                 MOVE LST-STATE (LS-IDX) TO WS-EMP-STATE
088800         END-SEARCH
088900     END-IF
089000     PERFORM 5400-FIND-STATE THRU 5400-EXIT
089100     IF WS-WB-FOUND
089200         ADD PM-QTD-GROSS TO WST-QTD-GROSS (WST-IDX)
089300     END-IF
089400     ADD PM-QTD-GROSS TO WS-TOTAL-QTD-GROSS.
089500 6200-READ-NEXT.
089600     PERFORM 6100-READ-MASTER-FOR-BALANCE THRU 6100-EXIT.
089700 6200-EXIT.
089800     EXIT.
089900*----------------------------------------------------------*
090000* 6300-WRITE-STATE-BALANCE - ONE STATE'S PAYHIST WAGES      *
090100* AGAINST ITS QTD GROSS.                                    *
090200*----------------------------------------------------------*
090300 6300-WRITE-STATE-BALANCE.
090400     MOVE SPACES TO WP-BAL-LABEL
090500     STRING "  STATE " WST-STATE (WST-IDX)
090600         DELIMITED BY SIZE INTO WP-BAL-LABEL
090700     MOVE WST-HIST-GROSS (WST-IDX) TO WP-BAL-HIST-GROSS
090800     MOVE WST-QTD-GROSS (WST-IDX)  TO WP-BAL-QTD-GROSS
090900     IF WST-HIST-GROSS (WST-IDX) = WST-QTD-GROSS (WST-IDX)
091000         MOVE "IN BALANCE" TO WP-BAL-RESULT
091100     ELSE
091200         MOVE "OUT OF BALANCE" TO WP-BAL-RESULT
091300         MOVE "Y" TO WS-WC-FAILURE-SW
091400     END-IF
091500     WRITE WC-PREMIUM-REPORT-RECORD FROM WP-BALANCE-LINE
091600     SET WST-IDX UP BY 1.
091700 6300-EXIT.
091800     EXIT.
091900*----------------------------------------------------------*
092000* 7000-TERMINATE - CLOSE FILES AND SET RETURN-CODE FOR THE  *
092100* SCHEDULER: 8 WHEN THE RUN FAILED OR DID NOT BALANCE, 4    *
092200* WHEN LINES WENT UNPRICED OR EMPLOYEES UNCLASSIFIED.       *
092300*----------------------------------------------------------*
092400 7000-TERMINATE.
092500     IF WS-PAYRMSTR-OPEN
092600         CLOSE PAYROLL-MASTER
092700     END-IF
092800     IF WS-EXCEPTION-COUNT > 0
092900         MOVE "CLASS OR RATE EXCEPTIONS - SEE ABOVE"
093000             TO WP-RESULT-TEXT
093100         WRITE WC-PREMIUM-REPORT-RECORD FROM WP-RESULT-LINE
093200     END-IF
093300     CLOSE WC-PREMIUM-REPORT
093400     MOVE 0 TO RETURN-CODE
093500     IF WS-EXCEPTION-COUNT > 0
093600         MOVE 4 TO RETURN-CODE
093700     END-IF
093800     IF WS-WC-FAILED
093900         MOVE 8 TO RETURN-CODE
094000     END-IF.
094100 7000-EXIT.
094200     EXIT.
094300*----------------------------------------------------------*
094400* 8000-WRITE-EXCEPTION - ONE EXCEPTION LINE, COUNTED        *
094500*----------------------------------------------------------*
094600 8000-WRITE-EXCEPTION.
094700     WRITE WC-PREMIUM-REPORT-RECORD FROM WP-EXCEPTION-LINE
094800     ADD 1 TO WS-EXCEPTION-COUNT.
094900 8000-EXIT.
095000     EXIT.
095100*----------------------------------------------------------*
095200* 9999-EXIT - COMMON JOB TERMINATION POINT                  *
095300*----------------------------------------------------------*
095400 9999-EXIT.
095500     GOBACK.
