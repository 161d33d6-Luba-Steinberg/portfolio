000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    WHCOMP00.
000300 AUTHOR.        LIBI.
000400 INSTALLATION.  PAYROLL DEPARTMENT.
000500 DATE-WRITTEN.  OCTOBER 15, 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                     *
000900*----------------------------------------------------------*
001000* DATE        INIT  DESCRIPTION                            *
001100* 2026-10-15  LIBI  ORIGINAL PROGRAM - WAGE-AND-HOUR        *
001200*                   COMPLIANCE CHECK. RUN AFTER TIMEPOST    *
001300*                   AND BEFORE PAYROL00 FOR THE PAY GROUP   *
001400*                   NAMED IN THE PARM (SPACES IS THE        *
001500*                   ORIGINAL WEEKLY PAYROLL). EVERY HOURLY  *
001600*                   RATE BELOW ITS STATE'S MINIMUM, EVERY   *
001700*                   SALARY BELOW THE EXEMPT THRESHOLD AND   *
001800*                   EVERY TIMECARD WEEK OVER THE HOURS      *
001900*                   LIMIT (ALL FROM THE WHCTL TABLE, BY THE *
002000*                   LOCSTATE STATE OF THE EMPLOYEE'S        *
002100*                   LOCATION) IS LISTED WITH ITS SHORTFALL. *
002200*                   ONE HR HAS RELEASED ON THE WHOVRD FILE  *
002300*                   IS LISTED AS OVERRIDDEN; ANY OTHER      *
002400*                   ENDS THE STEP WITH RETURN-CODE 4 SO THE *
002500*                   DAYBATCH SCHEDULE HOLDS THE PAY RUN.    *
002600*----------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER. IBM-370.
003000 OBJECT-COMPUTER. IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT PAYROLL-MASTER ASSIGN TO "PAYRMSTR"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS PM-EMPLOYEE-ID
003700         FILE STATUS IS WS-PAYRMSTR-STATUS.
003800     SELECT TIMECARD-FILE ASSIGN TO "TIMECARD"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-TIMECARD-STATUS.
004100     SELECT LOCATION-STATE ASSIGN TO "LOCSTATE"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-LOCSTATE-STATUS.
004400     SELECT WAGE-HOUR-CONTROL ASSIGN TO "WHCTL"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-WHCTL-STATUS.
004700     SELECT WAGE-HOUR-OVERRIDE ASSIGN TO "WHOVRD"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-WHOVRD-STATUS.
005000     SELECT COMPLIANCE-REPORT ASSIGN TO "WHCOMPRP"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-WHCOMPRP-STATUS.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  PAYROLL-MASTER
005600     LABEL RECORDS ARE STANDARD.
005700 COPY PAYRMSTR.
005800 FD  TIMECARD-FILE
005900     LABEL RECORDS ARE STANDARD.
006000 COPY TIMECARD.
006100 FD  LOCATION-STATE
006200     LABEL RECORDS ARE STANDARD.
006300 COPY LOCSTATE.
006400 FD  WAGE-HOUR-CONTROL
006500     LABEL RECORDS ARE STANDARD.
006600 COPY WHCTL.
006700 FD  WAGE-HOUR-OVERRIDE
006800     LABEL RECORDS ARE STANDARD.
006900 COPY WHOVRD.
007000 FD  COMPLIANCE-REPORT
007100     LABEL RECORDS ARE STANDARD
007200     RECORD CONTAINS 132 CHARACTERS.
007300 01  COMPLIANCE-REPORT-RECORD    PIC X(132).
007400 WORKING-STORAGE SECTION.
007500*----------------------------------------------------------*
007600* FILE STATUS AND CONTROL SWITCHES                          *
007700*----------------------------------------------------------*
007800 77  WS-PAYRMSTR-STATUS      PIC X(02) VALUE ZEROS.
007900     88  WS-PAYRMSTR-OK                VALUE "00".
008000 77  WS-PAYRMSTR-OPEN-SW     PIC X(01) VALUE "N".
008100     88  WS-PAYRMSTR-OPEN              VALUE "Y".
008200 77  WS-TIMECARD-STATUS      PIC X(02) VALUE ZEROS.
008300     88  WS-TIMECARD-OK                VALUE "00".
008400 77  WS-TIMECARD-EOF-SW      PIC X(01) VALUE "N".
008500     88  WS-TIMECARD-EOF               VALUE "Y".
008600 77  WS-LOCSTATE-STATUS      PIC X(02) VALUE ZEROS.
008700     88  WS-LOCSTATE-OK                VALUE "00".
008800 77  WS-LOCSTATE-EOF-SW      PIC X(01) VALUE "N".
008900     88  WS-LOCSTATE-EOF               VALUE "Y".
009000 77  WS-WHCTL-STATUS         PIC X(02) VALUE ZEROS.
009100     88  WS-WHCTL-OK                   VALUE "00".
009200 77  WS-WHCTL-EOF-SW         PIC X(01) VALUE "N".
009300     88  WS-WHCTL-EOF                  VALUE "Y".
009400 77  WS-WHOVRD-STATUS        PIC X(02) VALUE ZEROS.
009500     88  WS-WHOVRD-OK                  VALUE "00".
009600 77  WS-WHOVRD-EOF-SW        PIC X(01) VALUE "N".
009700     88  WS-WHOVRD-EOF                 VALUE "Y".
009800 77  WS-WHCOMPRP-STATUS      PIC X(02) VALUE ZEROS.
009900     88  WS-WHCOMPRP-OK                VALUE "00".
010000 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
010100     88  WS-EOF                        VALUE "Y".
010200 77  WS-WH-FAILURE-SW        PIC X(01) VALUE "N".
010300     88  WS-WH-FAILED                  VALUE "Y".
010400 77  WS-CTL-FOUND-SW         PIC X(01) VALUE "N".
010500     88  WS-CTL-FOUND                  VALUE "Y".
010600 77  WS-OVR-FOUND-SW         PIC X(01) VALUE "N".
010700     88  WS-OVR-FOUND                  VALUE "Y".
010800 77  WS-TW-FOUND-SW          PIC X(01) VALUE "N".
010900     88  WS-TW-FOUND                   VALUE "Y".
011000*----------------------------------------------------------*
011100* RUN IDENTIFICATION - THE PAY GROUP FROM THE PARM AND THE  *
011200* DATE OVERRIDES ARE CHECKED AGAINST                        *
011300*----------------------------------------------------------*
011400 77  WS-PAY-GROUP            PIC X(02) VALUE SPACES.
011500 77  WS-RUN-DATE             PIC 9(08) VALUE ZEROS.
011600*----------------------------------------------------------*
011700* LOCATION-TO-STATE MAPPING                                 *
011800*----------------------------------------------------------*
011900 77  WS-LS-COUNT             PIC 9(03) COMP VALUE ZERO.
012000 01  LOCATION-STATE-TABLE.
012100     05  LS-ENTRY OCCURS 1 TO 50 TIMES
012200         DEPENDING ON WS-LS-COUNT
012300         INDEXED BY LS-IDX.
012400         10  LST-LOCATION    PIC X(20).
012500         10  LST-STATE       PIC X(02).
012600*----------------------------------------------------------*
012700* WAGE-AND-HOUR CONTROLS BY STATE                           *
012800*----------------------------------------------------------*
012900 77  WS-WH-COUNT             PIC 9(03) COMP VALUE ZERO.
013000 01  WAGE-HOUR-TABLE.
013100     05  WH-ENTRY OCCURS 1 TO 60 TIMES
013200         DEPENDING ON WS-WH-COUNT
013300         INDEXED BY WH-IDX.
013400         10  WHT-STATE-CODE      PIC X(02).
013500         10  WHT-MIN-RATE        PIC 9(03)V99.
013600         10  WHT-EXEMPT-SALARY   PIC 9(05)V99.
013700         10  WHT-MAX-WEEK-HOURS  PIC 9(03).
013800*----------------------------------------------------------*
013900* OVERRIDES STILL IN FORCE ON THE RUN DATE                  *
014000*----------------------------------------------------------*
014100 77  WS-OV-COUNT             PIC 9(03) COMP VALUE ZERO.
014200 01  OVERRIDE-TABLE.
014300     05  OV-ENTRY OCCURS 1 TO 500 TIMES
014400         DEPENDING ON WS-OV-COUNT
014500         INDEXED BY OV-IDX.
014600         10  OVT-EMPLOYEE-ID     PIC 9(09).
014700         10  OVT-EXCEPTION-TYPE  PIC X(01).
014800         10  OVT-WEEK-ENDING     PIC 9(08).
014900         10  OVT-APPROVED-BY     PIC X(08).
015000*----------------------------------------------------------*
015100* HOURS WORKED PER EMPLOYEE PER TIMECARD WEEK               *
015200*----------------------------------------------------------*
015300 77  WS-TW-COUNT             PIC 9(04) COMP VALUE ZERO.
015400 01  TIMECARD-WEEK-TABLE.
015500     05  TW-ENTRY OCCURS 1 TO 3000 TIMES
015600         DEPENDING ON WS-TW-COUNT
015700         INDEXED BY TW-IDX.
015800         10  TWT-EMPLOYEE-ID     PIC 9(09).
015900         10  TWT-WEEK-ENDING     PIC 9(08).
016000         10  TWT-HOURS           PIC 9(05).
016100*----------------------------------------------------------*
016200* THE EMPLOYEE'S CONTROLS AND THE EXCEPTION BEING LISTED    *
016300*----------------------------------------------------------*
016400 77  WS-EMP-STATE            PIC X(02) VALUE SPACES.
016500 77  WS-CTL-MIN-RATE         PIC 9(03)V99 VALUE ZEROS.
016600 77  WS-CTL-EXEMPT-SALARY    PIC 9(05)V99 VALUE ZEROS.
016700 77  WS-CTL-MAX-WEEK-HOURS   PIC 9(03) VALUE ZEROS.
016800 77  WS-EXC-TYPE             PIC X(01) VALUE SPACE.
016900     88  WS-EXC-MINIMUM-WAGE           VALUE "M".
017000     88  WS-EXC-EXEMPT-SALARY          VALUE "E".
017100     88  WS-EXC-HOURS-LIMIT            VALUE "H".
017200     88  WS-EXC-NO-CONTROL             VALUE "C".
017300 77  WS-EXC-WEEK             PIC 9(08) VALUE ZEROS.
017400 77  WS-EXC-ACTUAL           PIC 9(05)V99 VALUE ZEROS.
017500 77  WS-EXC-REQUIRED         PIC 9(05)V99 VALUE ZEROS.
017600 77  WS-EXC-SHORT            PIC 9(05)V99 VALUE ZEROS.
017700 77  WS-EXC-AMOUNT           PIC 9(07)V99 VALUE ZEROS.
017800*----------------------------------------------------------*
017900* RUN COUNTS                                                *
018000*----------------------------------------------------------*
018100 77  WS-CHECKED-COUNT        PIC 9(05) COMP VALUE ZERO.
018200 77  WS-EXCEPTION-COUNT      PIC 9(05) COMP VALUE ZERO.
018300 77  WS-OVERRIDDEN-COUNT     PIC 9(05) COMP VALUE ZERO.
018400 77  WS-HELD-COUNT           PIC 9(05) COMP VALUE ZERO.
018500*----------------------------------------------------------*
018600* COMPLIANCE REPORT LINE LAYOUTS                            *
018700*----------------------------------------------------------*
018800 01  WC-HEADING-1.
018900     05  FILLER              PIC X(01) VALUE SPACE.
019000     05  FILLER              PIC X(40) VALUE
019100         "WAGE-AND-HOUR COMPLIANCE EXCEPTIONS".
019200     05  FILLER              PIC X(11) VALUE "PAY GROUP: ".
019300     05  WC-HDG-PAY-GROUP    PIC X(02).
019400     05  FILLER              PIC X(12) VALUE "  RUN DATE: ".
019500     05  WC-HDG-RUN-DATE     PIC 9(08).
019600 01  WC-HEADING-2.
019700     05  FILLER              PIC X(01) VALUE SPACE.
019800     05  FILLER              PIC X(11) VALUE "EMPLOYEE".
019900     05  FILLER              PIC X(17) VALUE "NAME".
020000     05  FILLER              PIC X(04) VALUE "ST".
020100     05  FILLER              PIC X(15) VALUE "EXCEPTION".
020200     05  FILLER              PIC X(10) VALUE "WEEK END".
020300     05  FILLER              PIC X(11) VALUE "     ACTUAL".
020400     05  FILLER              PIC X(11) VALUE "   REQUIRED".
020500     05  FILLER              PIC X(11) VALUE "  SHORT/OVR".
020600     05  FILLER              PIC X(13) VALUE "   AMOUNT DUE".
020700     05  FILLER              PIC X(02) VALUE SPACES.
020800     05  FILLER              PIC X(20) VALUE "STATUS".
020900 01  WC-DETAIL-LINE.
021000     05  FILLER              PIC X(01) VALUE SPACE.
021100     05  WC-EMPLOYEE-ID      PIC 9(09).
021200     05  FILLER              PIC X(02) VALUE SPACES.
021300     05  WC-NAME             PIC X(15).
021400     05  FILLER              PIC X(02) VALUE SPACES.
021500     05  WC-STATE            PIC X(02).
021600     05  FILLER              PIC X(02) VALUE SPACES.
021700     05  WC-EXCEPTION        PIC X(15).
021800     05  WC-WEEK-ENDING      PIC X(08).
021900     05  FILLER              PIC X(02) VALUE SPACES.
022000     05  WC-ACTUAL           PIC ZZ,ZZ9.99.
022100     05  FILLER              PIC X(02) VALUE SPACES.
022200     05  WC-REQUIRED         PIC ZZ,ZZ9.99.
022300     05  FILLER              PIC X(02) VALUE SPACES.
022400     05  WC-SHORT            PIC ZZ,ZZ9.99.
022500     05  FILLER              PIC X(02) VALUE SPACES.
022600     05  WC-AMOUNT           PIC ZZZZ,ZZ9.99.
022700     05  FILLER              PIC X(02) VALUE SPACES.
022800     05  WC-STATUS           PIC X(20).
022900 01  WC-SUMMARY-LINE.
023000     05  FILLER              PIC X(01) VALUE SPACE.
023100     05  WC-SUMMARY-LABEL    PIC X(30).
023200     05  WC-SUMMARY-COUNT    PIC ZZ,ZZ9.
023300 PROCEDURE DIVISION.
023400*----------------------------------------------------------*
023500* 0000-MAINLINE                                            *
023600*----------------------------------------------------------*
023700 0000-MAINLINE.
023800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
023900     IF NOT WS-WH-FAILED
024000         PERFORM 3000-CHECK-ONE-EMPLOYEE THRU 3000-EXIT
024100             UNTIL WS-EOF
024200         PERFORM 4000-CHECK-TIMECARD-WEEKS THRU 4000-EXIT
024300     END-IF
024400     PERFORM 7000-TERMINATE THRU 7000-EXIT
024500     GO TO 9999-EXIT.
024600*----------------------------------------------------------*
024700* 1000-INITIALIZE - OPEN THE REPORT, LOAD THE CONTROL,      *
024800* OVERRIDE, LOCATION AND TIMECARD TABLES, THEN OPEN THE     *
024900* MASTER AND PRIME THE READ. WITHOUT THE WHCTL TABLE THERE  *
025000* IS NOTHING TO CHECK AGAINST AND THE STEP FAILS.           *
025100*----------------------------------------------------------*
025200 1000-INITIALIZE.
025300     ACCEPT WS-PAY-GROUP FROM COMMAND-LINE
025400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
025500     OPEN OUTPUT COMPLIANCE-REPORT
025600     MOVE WS-PAY-GROUP TO WC-HDG-PAY-GROUP
025700     MOVE WS-RUN-DATE  TO WC-HDG-RUN-DATE
025800     WRITE COMPLIANCE-REPORT-RECORD FROM WC-HEADING-1
025900     WRITE COMPLIANCE-REPORT-RECORD FROM WC-HEADING-2
026000     PERFORM 1100-LOAD-WAGE-HOUR-CONTROL THRU 1100-EXIT
026100     IF WS-WH-FAILED
026200         GO TO 1000-EXIT
026300     END-IF
026400     PERFORM 1200-LOAD-OVERRIDES THRU 1200-EXIT
026500     PERFORM 1300-LOAD-LOCATION-STATES THRU 1300-EXIT
026600     PERFORM 2000-LOAD-TIMECARD-WEEKS THRU 2000-EXIT
026700     OPEN INPUT PAYROLL-MASTER
026800     IF NOT WS-PAYRMSTR-OK
026900         DISPLAY "PAYRMSTR OPEN FAILED, STATUS "
027000             WS-PAYRMSTR-STATUS
027100         MOVE "Y" TO WS-WH-FAILURE-SW
027200         GO TO 1000-EXIT
027300     END-IF
027400     MOVE "Y" TO WS-PAYRMSTR-OPEN-SW
027500     PERFORM 3900-READ-PAYROLL-MASTER THRU 3900-EXIT.
027600 1000-EXIT.
027700     EXIT.
027800*----------------------------------------------------------*
027900* 1100-LOAD-WAGE-HOUR-CONTROL - READ WHCTL INTO ITS TABLE   *
028000*----------------------------------------------------------*
028100 1100-LOAD-WAGE-HOUR-CONTROL.
028200     OPEN INPUT WAGE-HOUR-CONTROL
028300     IF NOT WS-WHCTL-OK
028400         DISPLAY "WHCTL NOT AVAILABLE, STATUS "
028500             WS-WHCTL-STATUS " - NOTHING CHECKED"
028600         MOVE "Y" TO WS-WH-FAILURE-SW
028700         GO TO 1100-EXIT
028800     END-IF
028900     PERFORM 1110-READ-WAGE-HOUR-CONTROL THRU 1110-EXIT
029000     PERFORM 1120-ADD-WAGE-HOUR-CONTROL THRU 1120-EXIT
029100         UNTIL WS-WHCTL-EOF
029200     CLOSE WAGE-HOUR-CONTROL
029300     IF WS-WH-COUNT = 0
029400         DISPLAY "WHCOMP00: WHCTL IS EMPTY - NOTHING CHECKED"
029500         MOVE "Y" TO WS-WH-FAILURE-SW
029600     END-IF.
029700 1100-EXIT.
029800     EXIT.
029900*----------------------------------------------------------*
030000* 1110-READ-WAGE-HOUR-CONTROL - GET THE NEXT STATE ENTRY    *
030100*----------------------------------------------------------*
030200 1110-READ-WAGE-HOUR-CONTROL.
030300     READ WAGE-HOUR-CONTROL
030400         AT END
030500             MOVE "Y" TO WS-WHCTL-EOF-SW
030600     END-READ.
030700 1110-EXIT.
030800     EXIT.
030900*----------------------------------------------------------*
031000* 1120-ADD-WAGE-HOUR-CONTROL - STORE ONE STATE ENTRY. A     *
031100* NON-NUMERIC ENTRY FAILS THE STEP - IT IS NOT TAKEN AS 0.  *
031200*----------------------------------------------------------*
031300 1120-ADD-WAGE-HOUR-CONTROL.
031400     IF WH-MIN-RATE IS NOT NUMERIC
031500        OR WH-EXEMPT-SALARY IS NOT NUMERIC
031600        OR WH-MAX-WEEK-HOURS IS NOT NUMERIC
031700         DISPLAY "WHCOMP00: WHCTL ENTRY FOR STATE '"
031800             WH-STATE-CODE "' IS NOT NUMERIC - STEP FAILED"
031900         MOVE "Y" TO WS-WH-FAILURE-SW
032000         GO TO 1120-READ-NEXT
032100     END-IF
032200     IF WS-WH-COUNT NOT < 60
032300         DISPLAY "WHCOMP00: WHCTL TABLE FULL"
032400         MOVE "Y" TO WS-WH-FAILURE-SW
032500         GO TO 1120-READ-NEXT
032600     END-IF
032700     ADD 1 TO WS-WH-COUNT
032800     SET WH-IDX TO WS-WH-COUNT
032900     MOVE WH-STATE-CODE     TO WHT-STATE-CODE (WH-IDX)
033000     MOVE WH-MIN-RATE       TO WHT-MIN-RATE (WH-IDX)
033100     MOVE WH-EXEMPT-SALARY  TO WHT-EXEMPT-SALARY (WH-IDX)
033200     MOVE WH-MAX-WEEK-HOURS TO WHT-MAX-WEEK-HOURS (WH-IDX).
033300 1120-READ-NEXT.
033400     PERFORM 1110-READ-WAGE-HOUR-CONTROL THRU 1110-EXIT.
033500 1120-EXIT.
033600     EXIT.
033700*----------------------------------------------------------*
033800* 1200-LOAD-OVERRIDES - KEEP THE WHOVRD ENTRIES STILL GOOD  *
033900* ON THE RUN DATE. NO FILE MEANS NOTHING IS OVERRIDDEN.     *
034000*----------------------------------------------------------*
034100 1200-LOAD-OVERRIDES.
034200     OPEN INPUT WAGE-HOUR-OVERRIDE
034300     IF NOT WS-WHOVRD-OK
034400         GO TO 1200-EXIT
034500     END-IF
034600     PERFORM 1210-READ-OVERRIDE THRU 1210-EXIT
034700     PERFORM 1220-ADD-OVERRIDE THRU 1220-EXIT
034800         UNTIL WS-WHOVRD-EOF
034900     CLOSE WAGE-HOUR-OVERRIDE.
035000 1200-EXIT.
035100     EXIT.
035200*----------------------------------------------------------*
035300* 1210-READ-OVERRIDE - GET THE NEXT OVERRIDE                *
035400*----------------------------------------------------------*
035500 1210-READ-OVERRIDE.
035600     READ WAGE-HOUR-OVERRIDE
035700         AT END
035800             MOVE "Y" TO WS-WHOVRD-EOF-SW
035900     END-READ.
036000 1210-EXIT.
036100     EXIT.
036200*----------------------------------------------------------*
036300* 1220-ADD-OVERRIDE - STORE ONE OVERRIDE IN FORCE           *
036400*----------------------------------------------------------*
036500 1220-ADD-OVERRIDE.
036600     IF WO-THROUGH-DATE IS NOT NUMERIC
036700        OR WO-THROUGH-DATE < WS-RUN-DATE
036800        OR WO-WEEK-ENDING IS NOT NUMERIC
036900         GO TO 1220-READ-NEXT
037000     END-IF
037100     IF NOT WO-MINIMUM-WAGE
037200        AND NOT WO-EXEMPT-SALARY
037300        AND NOT WO-HOURS-LIMIT
037400         GO TO 1220-READ-NEXT
037500     END-IF
037600     IF WS-OV-COUNT NOT < 500
037700         DISPLAY "WHCOMP00: WHOVRD TABLE FULL"
037800         GO TO 1220-READ-NEXT
037900     END-IF
038000     ADD 1 TO WS-OV-COUNT
038100     SET OV-IDX TO WS-OV-COUNT
038200     MOVE WO-EMPLOYEE-ID    TO OVT-EMPLOYEE-ID (OV-IDX)
038300     MOVE WO-EXCEPTION-TYPE TO OVT-EXCEPTION-TYPE (OV-IDX)
038400     MOVE WO-WEEK-ENDING    TO OVT-WEEK-ENDING (OV-IDX)
038500     MOVE WO-APPROVED-BY    TO OVT-APPROVED-BY (OV-IDX).
038600 1220-READ-NEXT.
038700     PERFORM 1210-READ-OVERRIDE THRU 1210-EXIT.
038800 1220-EXIT.
038900     EXIT.
039000*----------------------------------------------------------*
039100* 1300-LOAD-LOCATION-STATES - READ THE LOCSTATE MAPPING     *
039200* INTO ITS TABLE. A MISSING FILE MEANS EVERY EMPLOYEE IS    *
039300* CHECKED AGAINST THE BLANK-STATE WHCTL ENTRY.              *
039400*----------------------------------------------------------*
039500 1300-LOAD-LOCATION-STATES.
039600     OPEN INPUT LOCATION-STATE
039700     IF NOT WS-LOCSTATE-OK
039800         MOVE "Y" TO WS-LOCSTATE-EOF-SW
039900         GO TO 1300-EXIT
040000     END-IF
040100     PERFORM 1310-READ-LOCATION-STATE THRU 1310-EXIT
040200     PERFORM 1320-ADD-LOCATION-STATE THRU 1320-EXIT
040300         UNTIL WS-LOCSTATE-EOF
040400     CLOSE LOCATION-STATE.
040500 1300-EXIT.
040600     EXIT.
040700*----------------------------------------------------------*
040800* 1310-READ-LOCATION-STATE - GET THE NEXT MAPPING ENTRY     *
040900*----------------------------------------------------------*
041000 1310-READ-LOCATION-STATE.
041100     READ LOCATION-STATE
041200         AT END
041300             MOVE "Y" TO WS-LOCSTATE-EOF-SW
041400     END-READ.
041500 1310-EXIT.
041600     EXIT.
041700*----------------------------------------------------------*
041800* 1320-ADD-LOCATION-STATE - STORE ONE MAPPING IN THE TABLE  *
041900*----------------------------------------------------------*
042000 1320-ADD-LOCATION-STATE.
042100     IF WS-LS-COUNT < 50
042200         ADD 1 TO WS-LS-COUNT
042300         SET LS-IDX TO WS-LS-COUNT
042400         MOVE LS-LOCATION   TO LST-LOCATION (LS-IDX)
042500         MOVE LS-STATE-CODE TO LST-STATE (LS-IDX)
042600     ELSE
042700         DISPLAY "WHCOMP00: LOCSTATE TABLE FULL"
042800     END-IF
042900     PERFORM 1310-READ-LOCATION-STATE THRU 1310-EXIT.
043000 1320-EXIT.
043100     EXIT.
043200*----------------------------------------------------------*
043300* 2000-LOAD-TIMECARD-WEEKS - SUM THE HOURS WORKED ("D"      *
043400* DETAILS - LEAVE TAKEN IS NOT WORK) PER EMPLOYEE PER       *
043500* WEEK-ENDING DATE OFF THE TIMECARD FILE TIMEPOST POSTED.   *
043600* WITHOUT THE FILE NO WEEK CAN BE CHECKED AGAINST THE HOURS *
043700* LIMIT; THE RATE AND SALARY CHECKS STILL RUN.              *
043800*----------------------------------------------------------*
043900 2000-LOAD-TIMECARD-WEEKS.
044000     OPEN INPUT TIMECARD-FILE
044100     IF NOT WS-TIMECARD-OK
044200         DISPLAY "TIMECARD NOT AVAILABLE, STATUS "
044300             WS-TIMECARD-STATUS " - HOURS LIMIT NOT CHECKED"
044400         GO TO 2000-EXIT
044500     END-IF
044600     PERFORM 2100-READ-TIMECARD THRU 2100-EXIT
044700     PERFORM 2200-ADD-TIMECARD-HOURS THRU 2200-EXIT
044800         UNTIL WS-TIMECARD-EOF
044900     CLOSE TIMECARD-FILE.
045000 2000-EXIT.
045100     EXIT.
045200*----------------------------------------------------------*
045300* 2100-READ-TIMECARD - GET THE NEXT TIMECARD                *
045400*----------------------------------------------------------*
045500 2100-READ-TIMECARD.
045600     READ TIMECARD-FILE
045700         AT END
045800             MOVE "Y" TO WS-TIMECARD-EOF-SW
045900     END-READ.
046000 2100-EXIT.
046100     EXIT.
046200*----------------------------------------------------------*
046300* 2200-ADD-TIMECARD-HOURS - FOLD ONE WORKED-HOURS CARD INTO *
046400* ITS EMPLOYEE'S WEEK.                                      *
046500*----------------------------------------------------------*
046600 2200-ADD-TIMECARD-HOURS.
046700     IF NOT TC-DETAIL
046800        OR TC-HOURS IS NOT NUMERIC
046900         GO TO 2200-READ-NEXT
047000     END-IF
047100     MOVE "N" TO WS-TW-FOUND-SW
047200     IF WS-TW-COUNT > 0
047300         SET TW-IDX TO 1
047400         SEARCH TW-ENTRY
047500             AT END CONTINUE
047600             WHEN TWT-EMPLOYEE-ID (TW-IDX) = TC-EMPLOYEE-ID
047700              AND TWT-WEEK-ENDING (TW-IDX) = TC-WEEK-ENDING
047800                 MOVE "Y" TO WS-TW-FOUND-SW
047900         END-SEARCH
048000     END-IF
048100     IF WS-TW-FOUND
048200         ADD TC-HOURS TO TWT-HOURS (TW-IDX)
048300         GO TO 2200-READ-NEXT
048400     END-IF
048500     IF WS-TW-COUNT NOT < 3000
048600         DISPLAY "WHCOMP00: TIMECARD WEEK TABLE FULL"
048700         MOVE "Y" TO WS-WH-FAILURE-SW
048800         GO TO 2200-READ-NEXT
048900     END-IF
049000     ADD 1 TO WS-TW-COUNT
049100     SET TW-IDX TO WS-TW-COUNT
049200     MOVE TC-EMPLOYEE-ID TO TWT-EMPLOYEE-ID (TW-IDX)
049300     MOVE TC-WEEK-ENDING TO TWT-WEEK-ENDING (TW-IDX)
049400     MOVE TC-HOURS       TO TWT-HOURS (TW-IDX).
049500 2200-READ-NEXT.
049600     PERFORM 2100-READ-TIMECARD THRU 2100-EXIT.
049700 2200-EXIT.
049800     EXIT.
049900*----------------------------------------------------------*
050000* 3000-CHECK-ONE-EMPLOYEE - THE RATE CHECK FOR AN HOURLY    *
050100* EMPLOYEE AND THE EXEMPT-SALARY CHECK FOR A SALARIED ONE.  *
050200* ONLY THE RUN'S PAY GROUP IS CHECKED, AND A TERMINATED     *
050300* EMPLOYEE IS NOT PAID.                                     *
050400*----------------------------------------------------------*
050500 3000-CHECK-ONE-EMPLOYEE.
050600     IF PM-TERMINATED
050700        OR PM-PAY-GROUP NOT = WS-PAY-GROUP
050800         GO TO 3000-READ-NEXT
050900     END-IF
051000     ADD 1 TO WS-CHECKED-COUNT
051100     PERFORM 3100-SET-EMPLOYEE-CONTROL THRU 3100-EXIT
051200     IF NOT WS-CTL-FOUND
051300         MOVE "C"   TO WS-EXC-TYPE
051400         MOVE ZEROS TO WS-EXC-WEEK
051500         MOVE ZEROS TO WS-EXC-ACTUAL
051600         MOVE ZEROS TO WS-EXC-REQUIRED
051700         MOVE ZEROS TO WS-EXC-SHORT
051800         MOVE ZEROS TO WS-EXC-AMOUNT
051900         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
052000         GO TO 3000-READ-NEXT
052100     END-IF
052200     IF PM-SALARIED
052300         IF WS-CTL-EXEMPT-SALARY > 0
052400            AND PM-SALARY < WS-CTL-EXEMPT-SALARY
052500             MOVE "E"   TO WS-EXC-TYPE
052600             MOVE ZEROS TO WS-EXC-WEEK
052700             MOVE PM-SALARY            TO WS-EXC-ACTUAL
052800             MOVE WS-CTL-EXEMPT-SALARY TO WS-EXC-REQUIRED
052900             COMPUTE WS-EXC-SHORT =
053000                 WS-EXC-REQUIRED - WS-EXC-ACTUAL
053100             MOVE WS-EXC-SHORT TO WS-EXC-AMOUNT
053200             PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
053300         END-IF
053400     ELSE
053500         IF WS-CTL-MIN-RATE > 0
053600            AND PM-RATE < WS-CTL-MIN-RATE
053700             MOVE "M"   TO WS-EXC-TYPE
053800             MOVE ZEROS TO WS-EXC-WEEK
053900             MOVE PM-RATE         TO WS-EXC-ACTUAL
054000             MOVE WS-CTL-MIN-RATE TO WS-EXC-REQUIRED
054100             COMPUTE WS-EXC-SHORT =
054200                 WS-EXC-REQUIRED - WS-EXC-ACTUAL
054300             COMPUTE WS-EXC-AMOUNT = WS-EXC-SHORT * PM-HOURS
054400             PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
054500         END-IF
054600     END-IF.
054700 3000-READ-NEXT.
054800     PERFORM 3900-READ-PAYROLL-MASTER THRU 3900-EXIT.
054900 3000-EXIT.
055000     EXIT.
055100*----------------------------------------------------------*
055200* 3100-SET-EMPLOYEE-CONTROL - MAP PM-LOCATION TO ITS STATE  *
055300* AND PICK UP THAT STATE'S WHCTL ENTRY, FALLING BACK TO THE *
055400* BLANK-STATE ENTRY. WITH NEITHER, THE EMPLOYEE CANNOT BE   *
055500* CHECKED AND IS LISTED.                                    *
055600*----------------------------------------------------------*
055700 3100-SET-EMPLOYEE-CONTROL.
055800     MOVE SPACES TO WS-EMP-STATE
055900     IF WS-LS-COUNT > 0
056000         SET LS-IDX TO 1
056100         SEARCH LS-ENTRY
056200             AT END CONTINUE
056300             WHEN LST-LOCATION (LS-IDX) = PM-LOCATION
056400                 MOVE LST-STATE (LS-IDX) TO WS-EMP-STATE
056500         END-SEARCH
056600     END-IF
056700     MOVE "N" TO WS-CTL-FOUND-SW
056800     SET WH-IDX TO 1
056900     SEARCH WH-ENTRY
057000         AT END CONTINUE
057100         WHEN WHT-STATE-CODE (WH-IDX) = WS-EMP-STATE
057200             MOVE "Y" TO WS-CTL-FOUND-SW
057300     END-SEARCH
057400     IF NOT WS-CTL-FOUND
057500         SET WH-IDX TO 1
057600         SEARCH WH-ENTRY
057700             AT END CONTINUE
057800             WHEN WHT-STATE-CODE (WH-IDX) = SPACES
057900                 MOVE "Y" TO WS-CTL-FOUND-SW
058000         END-SEARCH
058100     END-IF
058200     IF WS-CTL-FOUND
058300         MOVE WHT-MIN-RATE (WH-IDX)      TO WS-CTL-MIN-RATE
058400         MOVE WHT-EXEMPT-SALARY (WH-IDX) TO WS-CTL-EXEMPT-SALARY
058500         MOVE WHT-MAX-WEEK-HOURS (WH-IDX)
058600             TO WS-CTL-MAX-WEEK-HOURS
058700     END-IF.
058800 3100-EXIT.
058900     EXIT.
059000*----------------------------------------------------------*
059100* 3900-READ-PAYROLL-MASTER - GET THE NEXT EMPLOYEE RECORD   *
059200*----------------------------------------------------------*
059300 3900-READ-PAYROLL-MASTER.
059400     READ PAYROLL-MASTER NEXT RECORD
059500         AT END
059600             MOVE "Y" TO WS-EOF-SWITCH
059700     END-READ.
059800 3900-EXIT.
059900     EXIT.
060000*----------------------------------------------------------*
060100* 4000-CHECK-TIMECARD-WEEKS - EVERY TIMECARD WEEK AGAINST   *
060200* THE HOURS LIMIT OF ITS EMPLOYEE'S STATE.                  *
060300*----------------------------------------------------------*
060400 4000-CHECK-TIMECARD-WEEKS.
060500     IF WS-TW-COUNT = 0
060600         GO TO 4000-EXIT
060700     END-IF
060800     SET TW-IDX TO 1
060900     PERFORM 4100-CHECK-ONE-WEEK THRU 4100-EXIT
061000         UNTIL TW-IDX > WS-TW-COUNT.
061100 4000-EXIT.
061200     EXIT.
061300*----------------------------------------------------------*
061400* 4100-CHECK-ONE-WEEK - LOOK THE EMPLOYEE UP ON THE MASTER. *
061500* A CARD FOR AN EMPLOYEE NOT ON IT, IN ANOTHER PAY GROUP,   *
061600* TERMINATED OR SALARIED IS TIMEPOST'S EXCEPTION, NOT ONE   *
061700* OF THESE. AN EMPLOYEE WITH NO CONTROL WAS LISTED ABOVE.   *
061800*----------------------------------------------------------*
061900 4100-CHECK-ONE-WEEK.
062000     MOVE TWT-EMPLOYEE-ID (TW-IDX) TO PM-EMPLOYEE-ID
062100     READ PAYROLL-MASTER
062200         INVALID KEY
062300             GO TO 4100-NEXT-WEEK
062400     END-READ
062500     IF PM-TERMINATED
062600        OR PM-SALARIED
062700        OR PM-PAY-GROUP NOT = WS-PAY-GROUP
062800         GO TO 4100-NEXT-WEEK
062900     END-IF
063000     PERFORM 3100-SET-EMPLOYEE-CONTROL THRU 3100-EXIT
063100     IF NOT WS-CTL-FOUND
063200         GO TO 4100-NEXT-WEEK
063300     END-IF
063400     IF WS-CTL-MAX-WEEK-HOURS > 0
063500        AND TWT-HOURS (TW-IDX) > WS-CTL-MAX-WEEK-HOURS
063600         MOVE "H" TO WS-EXC-TYPE
063700         MOVE TWT-WEEK-ENDING (TW-IDX) TO WS-EXC-WEEK
063800         MOVE TWT-HOURS (TW-IDX)       TO WS-EXC-ACTUAL
063900         MOVE WS-CTL-MAX-WEEK-HOURS    TO WS-EXC-REQUIRED
064000         COMPUTE WS-EXC-SHORT = WS-EXC-ACTUAL - WS-EXC-REQUIRED
064100         MOVE ZEROS TO WS-EXC-AMOUNT
064200         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
064300     END-IF.
064400 4100-NEXT-WEEK.
064500     SET TW-IDX UP BY 1.
064600 4100-EXIT.
064700     EXIT.
064800*----------------------------------------------------------*
064900* 7000-TERMINATE - SUMMARY COUNTS, CLOSE FILES, AND SET     *
065000* RETURN-CODE FOR THE SCHEDULER: 8 WHEN THE CHECK COULD NOT *
065100* RUN, 4 WHEN ANY EXCEPTION IS HELD, 0 WHEN PAYROLL MAY GO. *
065200*----------------------------------------------------------*
065300 7000-TERMINATE.
065400     MOVE "EMPLOYEES CHECKED:"    TO WC-SUMMARY-LABEL
065500     MOVE WS-CHECKED-COUNT        TO WC-SUMMARY-COUNT
065600     WRITE COMPLIANCE-REPORT-RECORD FROM WC-SUMMARY-LINE
065700         AFTER ADVANCING 2 LINES
065800     MOVE "TIMECARD WEEKS CHECKED:" TO WC-SUMMARY-LABEL
065900     MOVE WS-TW-COUNT             TO WC-SUMMARY-COUNT
066000     WRITE COMPLIANCE-REPORT-RECORD FROM WC-SUMMARY-LINE
066100     MOVE "EXCEPTIONS FOUND:"     TO WC-SUMMARY-LABEL
066200     MOVE WS-EXCEPTION-COUNT      TO WC-SUMMARY-COUNT
066300     WRITE COMPLIANCE-REPORT-RECORD FROM WC-SUMMARY-LINE
066400     MOVE "OVERRIDDEN BY HR:"     TO WC-SUMMARY-LABEL
066500     MOVE WS-OVERRIDDEN-COUNT     TO WC-SUMMARY-COUNT
066600     WRITE COMPLIANCE-REPORT-RECORD FROM WC-SUMMARY-LINE
066700     MOVE "HELD - PAY RUN HELD:"  TO WC-SUMMARY-LABEL
066800     MOVE WS-HELD-COUNT           TO WC-SUMMARY-COUNT
066900     WRITE COMPLIANCE-REPORT-RECORD FROM WC-SUMMARY-LINE
067000     IF WS-PAYRMSTR-OPEN
067100         CLOSE PAYROLL-MASTER
067200     END-IF
067300     CLOSE COMPLIANCE-REPORT
067400     MOVE 0 TO RETURN-CODE
067500     IF WS-HELD-COUNT > 0
067600         MOVE 4 TO RETURN-CODE
067700     END-IF
067800     IF WS-WH-FAILED
067900         MOVE 8 TO RETURN-CODE
068000     END-IF.
068100 7000-EXIT.
068200     EXIT.
068300*----------------------------------------------------------*
068400* 8000-WRITE-EXCEPTION - LIST ONE EXCEPTION. ONE WITH AN    *
068500* OVERRIDE IN FORCE FOR THE EMPLOYEE, KIND AND (FOR HOURS)  *
068600* WEEK IS RELEASED; ANY OTHER HOLDS THE PAY RUN. AN         *
068700* EMPLOYEE WITH NO CONTROL CANNOT BE OVERRIDDEN - THE WHCTL *
068800* TABLE NEEDS AN ENTRY.                                     *
068900*----------------------------------------------------------*
069000 8000-WRITE-EXCEPTION.
069100     ADD 1 TO WS-EXCEPTION-COUNT
069200     MOVE PM-EMPLOYEE-ID TO WC-EMPLOYEE-ID
069300     MOVE PM-NAME        TO WC-NAME
069400     MOVE WS-EMP-STATE   TO WC-STATE
069500     MOVE SPACES         TO WC-WEEK-ENDING
069600     EVALUATE TRUE
069700         WHEN WS-EXC-MINIMUM-WAGE
069800             MOVE "MINIMUM WAGE"  TO WC-EXCEPTION
069900         WHEN WS-EXC-EXEMPT-SALARY
070000             MOVE "EXEMPT SALARY" TO WC-EXCEPTION
070100         WHEN WS-EXC-HOURS-LIMIT
070200             MOVE "HOURS LIMIT"   TO WC-EXCEPTION
070300             MOVE WS-EXC-WEEK     TO WC-WEEK-ENDING
070400         WHEN OTHER
070500             MOVE "NO WHCTL ENTRY" TO WC-EXCEPTION
070600     END-EVALUATE
070700     MOVE WS-EXC-ACTUAL   TO WC-ACTUAL
070800     MOVE WS-EXC-REQUIRED TO WC-REQUIRED
070900     MOVE WS-EXC-SHORT    TO WC-SHORT
071000     MOVE WS-EXC-AMOUNT   TO WC-AMOUNT
071100     MOVE "N" TO WS-OVR-FOUND-SW
071200     IF WS-OV-COUNT > 0
071300        AND NOT WS-EXC-NO-CONTROL
071400         SET OV-IDX TO 1
071500         SEARCH OV-ENTRY
071600             AT END CONTINUE
071700             WHEN OVT-EMPLOYEE-ID (OV-IDX) = PM-EMPLOYEE-ID
071800              AND OVT-EXCEPTION-TYPE (OV-IDX) = WS-EXC-TYPE
071900              AND (OVT-WEEK-ENDING (OV-IDX) = ZEROS
072000                OR OVT-WEEK-ENDING (OV-IDX) = WS-EXC-WEEK)
072100                 MOVE "Y" TO WS-OVR-FOUND-SW
072200         END-SEARCH
072300     END-IF
072400     IF WS-OVR-FOUND
072500         MOVE SPACES TO WC-STATUS
072600         STRING "OVERRIDDEN " OVT-APPROVED-BY (OV-IDX)
072700             DELIMITED BY SIZE INTO WC-STATUS
072800         ADD 1 TO WS-OVERRIDDEN-COUNT
072900     ELSE
073000         MOVE "HELD" TO WC-STATUS
073100         ADD 1 TO WS-HELD-COUNT
073200     END-IF
073300     WRITE COMPLIANCE-REPORT-RECORD FROM WC-DETAIL-LINE.
073400 8000-EXIT.
073500     EXIT.
073600*----------------------------------------------------------*
073700* 9999-EXIT - COMMON JOB TERMINATION POINT                  *
073800*----------------------------------------------------------*
073900 9999-EXIT.
074000     GOBACK.
