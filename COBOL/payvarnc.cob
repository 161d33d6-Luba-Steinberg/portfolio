000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PAYVARNC.
000300 AUTHOR.        LIBI.
000400 INSTALLATION.  PAYROLL DEPARTMENT.
000500 DATE-WRITTEN.  OCTOBER 15, 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                     *
000900*----------------------------------------------------------*
001000* DATE        INIT  DESCRIPTION                            *
001100* 2026-10-15  LIBI  ORIGINAL PROGRAM - PRE-RELEASE PAY      *
001200*                   VARIANCE REVIEW. RUN AFTER THE PERIOD   *
001300*                   PAY RUN AND BEFORE THE DIRECT-DEPOSIT   *
001400*                   FILE GOES TO THE BANK. EVERY EMPLOYEE   *
001500*                   ON THIS RUN'S PAYDETL IS SET BESIDE     *
001600*                   THEIR MOST RECENT REGULAR PERIOD ON THE *
001700*                   PAYHIST MASTER (A PERIOD SINCE REVERSED *
001800*                   DOES NOT COUNT) - GROSS, DEDUCTIONS AND *
001900*                   NET - AND FLAGGED WHEN THE NET MOVED    *
002000*                   PAST THE VARCTL TOLERANCE, OR WHEN THEY *
002100*                   HAVE NO PRIOR REGULAR PAY AT ALL. A     *
002200*                   SECOND SECTION LISTS EVERYONE PAID IN   *
002300*                   THE LAST REGULAR PERIOD WHO IS MISSING  *
002400*                   FROM THIS ONE. ANY FLAG ENDS THE STEP   *
002500*                   WITH RETURN-CODE 4 SO THE SCHEDULE CAN  *
002600*                   HOLD THE RELEASE FOR A SUPERVISOR.      *
002601* 2026-10-15  LIBI  THE PARM (COLUMNS 1-2) NAMES THE PAY    *
002602*                   GROUP OF THE RUN BEING REVIEWED, BLANK  *
002603*                   FOR THE DEFAULT GROUP. ONLY THAT        *
002604*                   GROUP'S EMPLOYEES (BY PM-PAY-GROUP; ONE *
002605*                   NOT ON PAYRMSTR IS IN THE DEFAULT       *
002606*                   GROUP) ARE NOT-PAID CANDIDATES, AND THE *
002607*                   LAST REGULAR PERIOD IS TAKEN FROM THEIR *
002608*                   HISTORY ONLY, SO A WEEKLY RUN NO LONGER *
002609*                   LISTS THE SEMI-MONTHLY STAFF. EMPLOYEES *
002610*                   OF OTHER GROUPS ARE COUNTED AS SKIPPED. *
002700*----------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. IBM-370.
003100 OBJECT-COMPUTER. IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT PAY-DETAIL ASSIGN TO "PAYDETL"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-PAYDETL-STATUS.
003700     SELECT PAY-HISTORY ASSIGN TO "PAYHIST"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS SEQUENTIAL
004000         RECORD KEY IS PH-KEY
004100         FILE STATUS IS WS-PAYHIST-STATUS.
004200     SELECT PAYROLL-MASTER ASSIGN TO "PAYRMSTR"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS PM-EMPLOYEE-ID
004600         FILE STATUS IS WS-PAYRMSTR-STATUS.
004700     SELECT VARIANCE-CONTROL ASSIGN TO "VARCTL"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-VARCTL-STATUS.
005000     SELECT VARIANCE-REPORT ASSIGN TO "PAYVARRP"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-PAYVARRP-STATUS.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  PAY-DETAIL
005600     LABEL RECORDS ARE STANDARD.
005700 COPY PAYDETL.
005800 FD  PAY-HISTORY
005900     LABEL RECORDS ARE STANDARD.
006000 COPY PAYHIST.
006100 FD  PAYROLL-MASTER
006200     LABEL RECORDS ARE STANDARD.
006300 COPY PAYRMSTR.
006400 FD  VARIANCE-CONTROL
006500     LABEL RECORDS ARE STANDARD.
006600 COPY VARCTL.
006700 FD  VARIANCE-REPORT
006800     LABEL RECORDS ARE STANDARD
006900     RECORD CONTAINS 132 CHARACTERS.
007000 01  VARIANCE-REPORT-RECORD      PIC X(132).
007100 WORKING-STORAGE SECTION.
007200*----------------------------------------------------------*
007300* FILE STATUS AND CONTROL SWITCHES                          *
007400*----------------------------------------------------------*
007500 77  WS-PAYDETL-STATUS       PIC X(02) VALUE ZEROS.
007600     88  WS-PAYDETL-OK                 VALUE "00".
007700 77  WS-PAYHIST-STATUS       PIC X(02) VALUE ZEROS.
007800     88  WS-PAYHIST-OK                 VALUE "00".
007900 77  WS-PAYRMSTR-STATUS      PIC X(02) VALUE ZEROS.
008000     88  WS-PAYRMSTR-OK                VALUE "00".
008100 77  WS-VARCTL-STATUS        PIC X(02) VALUE ZEROS.
008200     88  WS-VARCTL-OK                  VALUE "00".
008300 77  WS-PAYVARRP-STATUS      PIC X(02) VALUE ZEROS.
008400     88  WS-PAYVARRP-OK                VALUE "00".
008500 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
008600     88  WS-EOF                        VALUE "Y".
008700 77  WS-PAYHIST-EOF-SW       PIC X(01) VALUE "N".
008800     88  WS-PAYHIST-EOF                VALUE "Y".
008900 77  WS-VAR-FAILURE-SW       PIC X(01) VALUE "N".
009000     88  WS-VAR-FAILED                 VALUE "Y".
009100 77  WS-MASTER-AVAIL-SW      PIC X(01) VALUE "N".
009200     88  WS-MASTER-AVAILABLE           VALUE "Y".
009300 77  WS-VD-FOUND-SW          PIC X(01) VALUE "N".
009400     88  WS-VD-FOUND                   VALUE "Y".
009500*----------------------------------------------------------*
009501* RUN PARAMETER - THE PAY GROUP OF THE RUN BEING REVIEWED   *
009502*----------------------------------------------------------*
009503 77  WS-JOB-PARM             PIC X(08) VALUE SPACES.
009504 77  WS-PAY-GROUP            PIC X(02) VALUE SPACES.
009505 77  WS-EMP-PAY-GROUP        PIC X(02) VALUE SPACES.
009506*----------------------------------------------------------*
009600* TOLERANCES (FROM VARCTL - NO FILE MEANS 20 PERCENT) AND   *
009700* THE PERIODS BEING COMPARED                                *
009800*----------------------------------------------------------*
009900 77  WS-TOLERANCE-PCT        PIC 9(03) VALUE 20.
010000 77  WS-TOLERANCE-AMT        PIC 9(05) VALUE ZEROS.
010100 77  WS-RUN-PERIOD           PIC 9(08) VALUE ZEROS.
010200 77  WS-LAST-PERIOD          PIC 9(08) VALUE ZEROS.
010300 77  WS-NET-CHANGE           PIC S9(06) VALUE ZEROS.
010400 77  WS-NET-MOVE             PIC 9(06) VALUE ZEROS.
010500 77  WS-PCT-LIMIT            PIC 9(08)V99 VALUE ZEROS.
010600*----------------------------------------------------------*
010700* ONE EMPLOYEE'S PAY HISTORY, HELD ACROSS THE SCAN. THE     *
010800* LATEST REGULAR PERIOD BEFORE THIS RUN IS KEPT WITH THE    *
010900* ONE BEFORE IT, SO A REVERSAL OF THE LATEST FALLS BACK.    *
011000*----------------------------------------------------------*
011100 77  WS-HOLD-EMPLOYEE        PIC 9(09) VALUE ZEROS.
011200 01  WS-HOLD-LAST.
011300     05  WS-HL-PERIOD        PIC 9(08).
011400     05  WS-HL-GROSS         PIC 9(05).
011500     05  WS-HL-DEDUCTIONS    PIC 9(05).
011600     05  WS-HL-NET           PIC 9(05).
011700 01  WS-HOLD-PREVIOUS.
011800     05  WS-HP-PERIOD        PIC 9(08).
011900     05  WS-HP-GROSS         PIC 9(05).
012000     05  WS-HP-DEDUCTIONS    PIC 9(05).
012100     05  WS-HP-NET           PIC 9(05).
012200*----------------------------------------------------------*
012300* THIS RUN'S REGULAR PAY DETAIL, WITH THE PRIOR PERIOD      *
012400* FILLED IN FROM PAYHIST                                    *
012500*----------------------------------------------------------*
012600 77  WS-VD-COUNT             PIC 9(04) COMP VALUE ZERO.
012700 01  VARIANCE-DETAIL-TABLE.
012800     05  VD-ENTRY OCCURS 1 TO 1000 TIMES
012900         DEPENDING ON WS-VD-COUNT
013000         INDEXED BY VD-IDX.
013100         10  VD-EMPLOYEE-ID  PIC 9(09).
013200         10  VD-GROSS        PIC 9(05).
013300         10  VD-DEDUCTIONS   PIC 9(05).
013400         10  VD-NET          PIC 9(05).
013500         10  VD-PRIOR-PERIOD PIC 9(08).
013600         10  VD-PRIOR-GROSS  PIC 9(05).
013700         10  VD-PRIOR-DED    PIC 9(05).
013800         10  VD-PRIOR-NET    PIC 9(05).
013900*----------------------------------------------------------*
014000* EMPLOYEES NOT ON THIS RUN, WITH THEIR LATEST REGULAR      *
014100* PERIOD - LISTED WHEN THAT WAS THE LAST PERIOD PAID        *
014200*----------------------------------------------------------*
014300 77  WS-NP-COUNT             PIC 9(04) COMP VALUE ZERO.
014400 01  NOT-PAID-TABLE.
014500     05  NP-ENTRY OCCURS 1 TO 1000 TIMES
014600         DEPENDING ON WS-NP-COUNT
014700         INDEXED BY NP-IDX.
014800         10  NP-EMPLOYEE-ID  PIC 9(09).
014900         10  NP-PERIOD       PIC 9(08).
015000         10  NP-GROSS        PIC 9(05).
015100         10  NP-DEDUCTIONS   PIC 9(05).
015200         10  NP-NET          PIC 9(05).
015300*----------------------------------------------------------*
015400* REVIEW COUNTS                                             *
015500*----------------------------------------------------------*
015600 77  WS-REVIEWED-COUNT       PIC 9(05) COMP VALUE ZERO.
015700 77  WS-TOLERANCE-COUNT      PIC 9(05) COMP VALUE ZERO.
015800 77  WS-FIRST-PAY-COUNT      PIC 9(05) COMP VALUE ZERO.
015900 77  WS-NOT-PAID-COUNT       PIC 9(05) COMP VALUE ZERO.
015901 77  WS-OTHER-GROUP-COUNT    PIC 9(05) COMP VALUE ZERO.
016000*----------------------------------------------------------*
016100* VARIANCE REPORT LINE LAYOUTS                              *
016200*----------------------------------------------------------*
016300 01  VR-HEADING-1.
016400     05  FILLER              PIC X(01) VALUE SPACE.
016500     05  FILLER              PIC X(36) VALUE
016600         "PAY VARIANCE REVIEW - PERIOD ENDING ".
016700     05  VR-HDG-PERIOD       PIC 9(08).
016800     05  FILLER              PIC X(17) VALUE
016900         "  AGAINST PERIOD ".
017000     05  VR-HDG-LAST         PIC 9(08).
017100     05  FILLER              PIC X(17) VALUE
017200         "  NET TOLERANCE: ".
017300     05  VR-HDG-PCT          PIC ZZ9.
017400     05  FILLER              PIC X(06) VALUE " PCT /".
017500     05  VR-HDG-AMT          PIC ZZ,ZZ9.
017501     05  FILLER              PIC X(08) VALUE "  GROUP ".
017502     05  VR-HDG-PAY-GROUP    PIC X(02).
017600 01  VR-HEADING-2.
017700     05  FILLER              PIC X(01) VALUE SPACE.
017800     05  FILLER              PIC X(12) VALUE "EMPLOYEE ID".
017900     05  FILLER              PIC X(17) VALUE "EMPLOYEE".
018000     05  FILLER              PIC X(27) VALUE
018100         "   GROSS    DEDNS      NET".
018200     05  FILLER              PIC X(10) VALUE "LAST PER".
018300     05  FILLER              PIC X(27) VALUE
018400         "   GROSS    DEDNS      NET".
018500     05  FILLER              PIC X(10) VALUE "NET CHG".
018600     05  FILLER              PIC X(28) VALUE "FLAG".
018700 01  VR-DETAIL-LINE.
018800     05  FILLER              PIC X(01) VALUE SPACE.
018900     05  VR-EMPLOYEE-ID      PIC 9(09).
019000     05  FILLER              PIC X(03) VALUE SPACES.
019100     05  VR-NAME             PIC X(15).
019200     05  FILLER              PIC X(02) VALUE SPACES.
019300     05  VR-GROSS            PIC ZZ,ZZ9.
019400     05  FILLER              PIC X(03) VALUE SPACES.
019500     05  VR-DEDUCTIONS       PIC ZZ,ZZ9.
019600     05  FILLER              PIC X(03) VALUE SPACES.
019700     05  VR-NET              PIC ZZ,ZZ9.
019800     05  FILLER              PIC X(03) VALUE SPACES.
019900     05  VR-LAST-PERIOD      PIC X(08).
020000     05  FILLER              PIC X(02) VALUE SPACES.
020100     05  VR-LAST-GROSS       PIC ZZ,ZZ9.
020200     05  FILLER              PIC X(03) VALUE SPACES.
020300     05  VR-LAST-DEDUCTIONS  PIC ZZ,ZZ9.
020400     05  FILLER              PIC X(03) VALUE SPACES.
020500     05  VR-LAST-NET         PIC ZZ,ZZ9.
020600     05  FILLER              PIC X(02) VALUE SPACES.
020700     05  VR-NET-CHANGE       PIC ZZZ,ZZ9-.
020800     05  FILLER              PIC X(02) VALUE SPACES.
020900     05  VR-FLAG             PIC X(28).
021000 01  VR-SECTION-LINE.
021100     05  FILLER              PIC X(01) VALUE SPACE.
021200     05  VR-SECTION-TEXT     PIC X(60).
021300 01  VR-TOTAL-LINE.
021400     05  FILLER              PIC X(01) VALUE SPACE.
021500     05  VR-TOTAL-LABEL      PIC X(30).
021600     05  VR-TOTAL-COUNT      PIC ZZZZ9.
021700 PROCEDURE DIVISION.
021800*----------------------------------------------------------*
021900* 0000-MAINLINE                                            *
022000*----------------------------------------------------------*
022100 0000-MAINLINE.
022200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
022300     PERFORM 3000-SCAN-HISTORY THRU 3000-EXIT
022400     PERFORM 5000-REPORT-RUN THRU 5000-EXIT
022500     PERFORM 7000-TERMINATE THRU 7000-EXIT
022600     GO TO 9999-EXIT.
022700*----------------------------------------------------------*
022800* 1000-INITIALIZE - TAKE THE TOLERANCES, OPEN THE REPORT,   *
022801* AND TABLE THIS RUN'S REGULAR PAY DETAIL. COLUMNS 1-2 OF  *
022802* THE PARM NAME THE RUN'S PAY GROUP (BLANK FOR THE DEFAULT  *
022803* GROUP).                                                   *
023000*----------------------------------------------------------*
023100 1000-INITIALIZE.
023200     OPEN OUTPUT VARIANCE-REPORT
023201     ACCEPT WS-JOB-PARM FROM COMMAND-LINE
023202     MOVE WS-JOB-PARM (1:2) TO WS-PAY-GROUP
023300     PERFORM 1100-READ-VARIANCE-CONTROL THRU 1100-EXIT
023400     OPEN INPUT PAYROLL-MASTER
023500     IF WS-PAYRMSTR-OK
023600         MOVE "Y" TO WS-MASTER-AVAIL-SW
023700     END-IF
023800     OPEN INPUT PAY-DETAIL
023900     IF NOT WS-PAYDETL-OK
024000         DISPLAY "PAYDETL OPEN FAILED, STATUS "
024100             WS-PAYDETL-STATUS
024200         MOVE "Y" TO WS-VAR-FAILURE-SW
024300         GO TO 1000-EXIT
024400     END-IF
024500     PERFORM 2000-READ-PAY-DETAIL THRU 2000-EXIT
024600     PERFORM 1200-TABLE-PAY-DETAIL THRU 1200-EXIT
024700         UNTIL WS-EOF
024800     CLOSE PAY-DETAIL
024900     IF WS-VD-COUNT = 0
025000         DISPLAY "PAYVARNC: NO REGULAR PAY DETAIL ON PAYDETL"
025100             " - NOTHING TO REVIEW"
025200     END-IF.
025300 1000-EXIT.
025400     EXIT.
025500*----------------------------------------------------------*
025600* 1100-READ-VARIANCE-CONTROL - ONE RECORD OF TOLERANCES. NO *
025700* FILE KEEPS THE 20 PERCENT DEFAULT.                        *
025800*----------------------------------------------------------*
025900 1100-READ-VARIANCE-CONTROL.
026000     OPEN INPUT VARIANCE-CONTROL
026100     IF NOT WS-VARCTL-OK
026200         DISPLAY "PAYVARNC: NO VARCTL ON FILE - NET TOLERANCE "
026300             WS-TOLERANCE-PCT " PERCENT"
026400         GO TO 1100-EXIT
026500     END-IF
026600     READ VARIANCE-CONTROL
026700         AT END
026800             MOVE "10" TO WS-VARCTL-STATUS
026900     END-READ
027000     IF WS-VARCTL-OK
027100         IF VC-NET-TOLERANCE-PCT IS NUMERIC
027200             MOVE VC-NET-TOLERANCE-PCT TO WS-TOLERANCE-PCT
027300         END-IF
027400         IF VC-NET-TOLERANCE-AMT IS NUMERIC
027500             MOVE VC-NET-TOLERANCE-AMT TO WS-TOLERANCE-AMT
027600         END-IF
027700     END-IF
027800     CLOSE VARIANCE-CONTROL.
027900 1100-EXIT.
028000     EXIT.
028100*----------------------------------------------------------*
028200* 1200-TABLE-PAY-DETAIL - ONE REGULAR DETAIL INTO THE RUN   *
028300* TABLE. SUPPLEMENTAL AND REVERSAL LINES ARE ONE-OFF        *
028400* AMOUNTS AND NOT REVIEWED. THE RUN'S PERIOD IS THE FIRST   *
028500* REGULAR DETAIL'S.                                         *
028600*----------------------------------------------------------*
028700 1200-TABLE-PAY-DETAIL.
028800     IF NOT PD-REGULAR-RUN
028900         GO TO 1200-READ-NEXT
029000     END-IF
029100     IF WS-RUN-PERIOD = ZEROS
029200         MOVE PD-PERIOD-DATE TO WS-RUN-PERIOD
029300     END-IF
029400     IF WS-VD-COUNT NOT < 1000
029500         DISPLAY "PAYVARNC: RUN TABLE FULL - REVIEW INCOMPLETE"
029600         MOVE "Y" TO WS-VAR-FAILURE-SW
029700         GO TO 1200-READ-NEXT
029800     END-IF
029900     ADD 1 TO WS-VD-COUNT
030000     SET VD-IDX TO WS-VD-COUNT
030100     MOVE PD-EMPLOYEE-ID TO VD-EMPLOYEE-ID (VD-IDX)
030200     MOVE PD-GROSS       TO VD-GROSS (VD-IDX)
030300     MOVE PD-DEDUCTIONS  TO VD-DEDUCTIONS (VD-IDX)
030400     MOVE PD-NET         TO VD-NET (VD-IDX)
030500     MOVE ZEROS          TO VD-PRIOR-PERIOD (VD-IDX)
030600     MOVE ZEROS          TO VD-PRIOR-GROSS (VD-IDX)
030700     MOVE ZEROS          TO VD-PRIOR-DED (VD-IDX)
030800     MOVE ZEROS          TO VD-PRIOR-NET (VD-IDX).
030900 1200-READ-NEXT.
031000     PERFORM 2000-READ-PAY-DETAIL THRU 2000-EXIT.
031100 1200-EXIT.
031200     EXIT.
031300*----------------------------------------------------------*
031400* 2000-READ-PAY-DETAIL - GET THE NEXT RUN DETAIL            *
031500*----------------------------------------------------------*
031600 2000-READ-PAY-DETAIL.
031700     READ PAY-DETAIL
031800         AT END
031900             MOVE "Y" TO WS-EOF-SWITCH
032000     END-READ.
032100 2000-EXIT.
032200     EXIT.
032300*----------------------------------------------------------*
032400* 3000-SCAN-HISTORY - ONE PASS OVER PAYHIST IN KEY ORDER    *
032500* (EMPLOYEE, PERIOD, RUN TYPE), SETTLING EACH EMPLOYEE'S    *
032600* LATEST REGULAR PERIOD BEFORE THIS RUN AT THE EMPLOYEE     *
032700* BREAK. NO HISTORY YET MEANS EVERYONE IS A FIRST PAY.      *
032800*----------------------------------------------------------*
032900 3000-SCAN-HISTORY.
033000     IF WS-VD-COUNT = 0
033100         GO TO 3000-EXIT
033200     END-IF
033300     OPEN INPUT PAY-HISTORY
033400     IF NOT WS-PAYHIST-OK
033500         DISPLAY "PAYVARNC: NO PAYHIST ON FILE, STATUS "
033600             WS-PAYHIST-STATUS " - ALL EMPLOYEES FIRST PAY"
033700         GO TO 3000-EXIT
033800     END-IF
033900     MOVE ZEROS TO WS-HOLD-LAST WS-HOLD-PREVIOUS
034000     PERFORM 3010-READ-PAY-HISTORY THRU 3010-EXIT
034100     PERFORM 3100-SCAN-ONE-HISTORY THRU 3100-EXIT
034200         UNTIL WS-PAYHIST-EOF
034300     IF WS-HOLD-EMPLOYEE NOT = ZEROS
034400         PERFORM 3200-SETTLE-EMPLOYEE THRU 3200-EXIT
034500     END-IF
034600     CLOSE PAY-HISTORY.
034700 3000-EXIT.
034800     EXIT.
034900*----------------------------------------------------------*
035000* 3010-READ-PAY-HISTORY - NEXT STORED PAYMENT               *
035100*----------------------------------------------------------*
035200 3010-READ-PAY-HISTORY.
035300     READ PAY-HISTORY
035400         AT END
035500             MOVE "Y" TO WS-PAYHIST-EOF-SW
035600     END-READ.
035700 3010-EXIT.
035800     EXIT.
035900*----------------------------------------------------------*
036000* 3100-SCAN-ONE-HISTORY - FOLD ONE STORED PAYMENT INTO ITS  *
036100* EMPLOYEE'S HOLD. A REGULAR PERIOD BEFORE THIS RUN BECOMES *
036200* THE LATEST; A REVERSAL OF THE LATEST DROPS BACK TO THE    *
036300* ONE BEFORE.                                               *
036400*----------------------------------------------------------*
036500 3100-SCAN-ONE-HISTORY.
036600     IF PH-EMPLOYEE-ID NOT = WS-HOLD-EMPLOYEE
036700         IF WS-HOLD-EMPLOYEE NOT = ZEROS
036800             PERFORM 3200-SETTLE-EMPLOYEE THRU 3200-EXIT
036900         END-IF
037000         MOVE PH-EMPLOYEE-ID TO WS-HOLD-EMPLOYEE
037100         MOVE ZEROS TO WS-HOLD-LAST WS-HOLD-PREVIOUS
037200     END-IF
037300     IF PH-PERIOD-DATE NOT < WS-RUN-PERIOD
037400         GO TO 3100-READ-NEXT
037500     END-IF
037600     IF PH-REGULAR-RUN
037700         MOVE WS-HOLD-LAST  TO WS-HOLD-PREVIOUS
037800         MOVE PH-PERIOD-DATE TO WS-HL-PERIOD
037900         MOVE PH-GROSS       TO WS-HL-GROSS
038000         MOVE PH-DEDUCTIONS  TO WS-HL-DEDUCTIONS
038100         MOVE PH-NET         TO WS-HL-NET
038200     END-IF
038300     IF PH-REVERSAL-RUN AND PH-PERIOD-DATE = WS-HL-PERIOD
038400         MOVE WS-HOLD-PREVIOUS TO WS-HOLD-LAST
038500         MOVE ZEROS TO WS-HOLD-PREVIOUS
038600     END-IF.
038700 3100-READ-NEXT.
038800     PERFORM 3010-READ-PAY-HISTORY THRU 3010-EXIT.
038900 3100-EXIT.
039000     EXIT.
039100*----------------------------------------------------------*
039200* 3200-SETTLE-EMPLOYEE - AT THE EMPLOYEE BREAK: A RUN       *
039300* EMPLOYEE TAKES THE HELD PERIOD AS THEIR PRIOR; ANYONE     *
039301* ELSE OF THE RUN'S PAY GROUP WITH A REGULAR PERIOD IS A    *
039302* NOT-PAID CANDIDATE, KEPT WHILE THEIR PERIOD COULD STILL   *
039303* BE THE LAST ONE PAID. AN EMPLOYEE OF ANOTHER GROUP IS     *
039304* COUNTED AND PASSED OVER; THEIR PERIOD DOES NOT SET THIS   *
039305* GROUP'S LAST PERIOD.                                      *
039600*----------------------------------------------------------*
039700 3200-SETTLE-EMPLOYEE.
039800     IF WS-HL-PERIOD = ZEROS
039900         GO TO 3200-EXIT
040300     END-IF
040400     MOVE "N" TO WS-VD-FOUND-SW
040500     SET VD-IDX TO 1
040600     SEARCH VD-ENTRY
040700         AT END CONTINUE
040800         WHEN VD-EMPLOYEE-ID (VD-IDX) = WS-HOLD-EMPLOYEE
040900             MOVE "Y" TO WS-VD-FOUND-SW
041000             MOVE WS-HL-PERIOD     TO VD-PRIOR-PERIOD (VD-IDX)
041100             MOVE WS-HL-GROSS      TO VD-PRIOR-GROSS (VD-IDX)
041200             MOVE WS-HL-DEDUCTIONS TO VD-PRIOR-DED (VD-IDX)
041300             MOVE WS-HL-NET        TO VD-PRIOR-NET (VD-IDX)
041400     END-SEARCH
041401     IF NOT WS-VD-FOUND
041402         PERFORM 3210-SET-EMP-PAY-GROUP THRU 3210-EXIT
041403         IF WS-EMP-PAY-GROUP NOT = WS-PAY-GROUP
041404             ADD 1 TO WS-OTHER-GROUP-COUNT
041405             GO TO 3200-EXIT
041406         END-IF
041407     END-IF
041408     IF WS-HL-PERIOD > WS-LAST-PERIOD
041409         MOVE WS-HL-PERIOD TO WS-LAST-PERIOD
041410     END-IF
041500     IF WS-VD-FOUND OR WS-HL-PERIOD < WS-LAST-PERIOD
041600         GO TO 3200-EXIT
041700     END-IF
041800     IF WS-NP-COUNT NOT < 1000
041900         DISPLAY "PAYVARNC: NOT-PAID TABLE FULL - REVIEW "
042000             "INCOMPLETE"
042100         MOVE "Y" TO WS-VAR-FAILURE-SW
042200         GO TO 3200-EXIT
042300     END-IF
042400     ADD 1 TO WS-NP-COUNT
042500     SET NP-IDX TO WS-NP-COUNT
042600     MOVE WS-HOLD-EMPLOYEE TO NP-EMPLOYEE-ID (NP-IDX)
042700     MOVE WS-HL-PERIOD     TO NP-PERIOD (NP-IDX)
042800     MOVE WS-HL-GROSS      TO NP-GROSS (NP-IDX)
042900     MOVE WS-HL-DEDUCTIONS TO NP-DEDUCTIONS (NP-IDX)
043000     MOVE WS-HL-NET        TO NP-NET (NP-IDX).
043100 3200-EXIT.
043200     EXIT.
043300*----------------------------------------------------------*
043301* 3210-SET-EMP-PAY-GROUP - THE PAY GROUP OF THE HELD        *
043302* EMPLOYEE. ONE NOT ON PAYRMSTR (OR WITH NO PAYRMSTR TO     *
043303* READ) IS TAKEN TO BE IN THE DEFAULT GROUP.                *
043304*----------------------------------------------------------*
043305 3210-SET-EMP-PAY-GROUP.
043306     MOVE SPACES TO WS-EMP-PAY-GROUP
043307     IF NOT WS-MASTER-AVAILABLE
043308         GO TO 3210-EXIT
043309     END-IF
043310     MOVE WS-HOLD-EMPLOYEE TO PM-EMPLOYEE-ID
043311     READ PAYROLL-MASTER
043312         INVALID KEY
043313             GO TO 3210-EXIT
043314     END-READ
043315     IF WS-PAYRMSTR-OK
043316         MOVE PM-PAY-GROUP TO WS-EMP-PAY-GROUP
043317     END-IF.
043318 3210-EXIT.
043319     EXIT.
043320*----------------------------------------------------------*
043400* 5000-REPORT-RUN - THE RUN SECTION, ONE LINE PER EMPLOYEE  *
043500* PAID, THEN THE NOT-PAID-THIS-PERIOD SECTION.              *
043600*----------------------------------------------------------*
043700 5000-REPORT-RUN.
043800     MOVE WS-RUN-PERIOD    TO VR-HDG-PERIOD
043900     MOVE WS-LAST-PERIOD   TO VR-HDG-LAST
044000     MOVE WS-TOLERANCE-PCT TO VR-HDG-PCT
044100     MOVE WS-TOLERANCE-AMT TO VR-HDG-AMT
044101     MOVE WS-PAY-GROUP     TO VR-HDG-PAY-GROUP
044200     WRITE VARIANCE-REPORT-RECORD FROM VR-HEADING-1
044300     WRITE VARIANCE-REPORT-RECORD FROM VR-HEADING-2
044400     IF WS-VD-COUNT > 0
044500         SET VD-IDX TO 1
044600         PERFORM 5100-REPORT-ONE-EMPLOYEE THRU 5100-EXIT
044700             UNTIL VD-IDX > WS-VD-COUNT
044800     END-IF
044900     MOVE "PAID LAST PERIOD - NOT PAID THIS PERIOD"
045000         TO VR-SECTION-TEXT
045100     WRITE VARIANCE-REPORT-RECORD FROM VR-SECTION-LINE
045200         AFTER ADVANCING 2 LINES
045300     IF WS-NP-COUNT > 0
045400         SET NP-IDX TO 1
045500         PERFORM 5200-REPORT-NOT-PAID THRU 5200-EXIT
045600             UNTIL NP-IDX > WS-NP-COUNT
045700     END-IF.
045800 5000-EXIT.
045900     EXIT.
046000*----------------------------------------------------------*
046100* 5100-REPORT-ONE-EMPLOYEE - THIS PERIOD BESIDE THE LAST,   *
046200* FLAGGED FOR A FIRST PAY OR A NET MOVE PAST TOLERANCE.     *
046300*----------------------------------------------------------*
046400 5100-REPORT-ONE-EMPLOYEE.
046500     MOVE VD-EMPLOYEE-ID (VD-IDX) TO VR-EMPLOYEE-ID
046600     PERFORM 5300-LOOK-UP-NAME THRU 5300-EXIT
046700     MOVE VD-GROSS (VD-IDX)       TO VR-GROSS
046800     MOVE VD-DEDUCTIONS (VD-IDX)  TO VR-DEDUCTIONS
046900     MOVE VD-NET (VD-IDX)         TO VR-NET
047000     MOVE SPACES TO VR-FLAG
047100     ADD 1 TO WS-REVIEWED-COUNT
047200     IF VD-PRIOR-PERIOD (VD-IDX) = ZEROS
047300         MOVE "NONE"   TO VR-LAST-PERIOD
047400         MOVE ZEROS    TO VR-LAST-GROSS
047500         MOVE ZEROS    TO VR-LAST-DEDUCTIONS
047600         MOVE ZEROS    TO VR-LAST-NET
047700         MOVE ZEROS    TO VR-NET-CHANGE
047800         MOVE "FIRST PAY" TO VR-FLAG
047900         ADD 1 TO WS-FIRST-PAY-COUNT
048000         GO TO 5100-WRITE
048100     END-IF
048200     MOVE VD-PRIOR-PERIOD (VD-IDX) TO VR-LAST-PERIOD
048300     MOVE VD-PRIOR-GROSS (VD-IDX)  TO VR-LAST-GROSS
048400     MOVE VD-PRIOR-DED (VD-IDX)    TO VR-LAST-DEDUCTIONS
048500     MOVE VD-PRIOR-NET (VD-IDX)    TO VR-LAST-NET
048600     COMPUTE WS-NET-CHANGE =
048700         VD-NET (VD-IDX) - VD-PRIOR-NET (VD-IDX)
048800     MOVE WS-NET-CHANGE TO VR-NET-CHANGE
048900     IF WS-NET-CHANGE < 0
049000         COMPUTE WS-NET-MOVE = 0 - WS-NET-CHANGE
049100     ELSE
049200         MOVE WS-NET-CHANGE TO WS-NET-MOVE
049300     END-IF
049400     COMPUTE WS-PCT-LIMIT =
049500         VD-PRIOR-NET (VD-IDX) * WS-TOLERANCE-PCT / 100
049600     IF (WS-TOLERANCE-PCT > 0 AND WS-NET-MOVE > WS-PCT-LIMIT)
049700        OR (WS-TOLERANCE-AMT > 0 AND
049800            WS-NET-MOVE > WS-TOLERANCE-AMT)
049900         MOVE "NET CHANGE OVER TOLERANCE" TO VR-FLAG
050000         ADD 1 TO WS-TOLERANCE-COUNT
050100     END-IF.
050200 5100-WRITE.
050300     WRITE VARIANCE-REPORT-RECORD FROM VR-DETAIL-LINE
050400     SET VD-IDX UP BY 1.
050500 5100-EXIT.
050600     EXIT.
050700*----------------------------------------------------------*
050800* 5200-REPORT-NOT-PAID - A CANDIDATE WHOSE LATEST REGULAR   *
050900* PERIOD IS THE LAST ONE PAID, AND WHO IS NOT ON THIS RUN.  *
051000*----------------------------------------------------------*
051100 5200-REPORT-NOT-PAID.
051200     IF NP-PERIOD (NP-IDX) NOT = WS-LAST-PERIOD
051300         GO TO 5200-NEXT
051400     END-IF
051500     MOVE NP-EMPLOYEE-ID (NP-IDX) TO VR-EMPLOYEE-ID
051600     PERFORM 5300-LOOK-UP-NAME THRU 5300-EXIT
051700     MOVE ZEROS TO VR-GROSS
051800     MOVE ZEROS TO VR-DEDUCTIONS
051900     MOVE ZEROS TO VR-NET
052000     MOVE NP-PERIOD (NP-IDX)     TO VR-LAST-PERIOD
052100     MOVE NP-GROSS (NP-IDX)      TO VR-LAST-GROSS
052200     MOVE NP-DEDUCTIONS (NP-IDX) TO VR-LAST-DEDUCTIONS
052300     MOVE NP-NET (NP-IDX)        TO VR-LAST-NET
052400     COMPUTE WS-NET-CHANGE = 0 - NP-NET (NP-IDX)
052500     MOVE WS-NET-CHANGE TO VR-NET-CHANGE
052600     MOVE "NOT PAID THIS PERIOD" TO VR-FLAG
052700     WRITE VARIANCE-REPORT-RECORD FROM VR-DETAIL-LINE
052800     ADD 1 TO WS-NOT-PAID-COUNT.
052900 5200-NEXT.
053000     SET NP-IDX UP BY 1.
053100 5200-EXIT.
053200     EXIT.
053300*----------------------------------------------------------*
053400* 5300-LOOK-UP-NAME - THE EMPLOYEE'S NAME OFF THE MASTER    *
053500* FOR THE REPORT LINE IN VR-EMPLOYEE-ID.                    *
053600*----------------------------------------------------------*
053700 5300-LOOK-UP-NAME.
053800     MOVE "NOT ON MASTER" TO VR-NAME
053900     IF NOT WS-MASTER-AVAILABLE
054000         GO TO 5300-EXIT
054100     END-IF
054200     MOVE VR-EMPLOYEE-ID TO PM-EMPLOYEE-ID
054300     READ PAYROLL-MASTER
054400         INVALID KEY CONTINUE
054500     END-READ
054600     IF WS-PAYRMSTR-OK
054700         MOVE PM-NAME TO VR-NAME
054800     END-IF.
054900 5300-EXIT.
055000     EXIT.
055100*----------------------------------------------------------*
055200* 6000-WRITE-REVIEW-TOTALS - THE COUNTS A SUPERVISOR SIGNS  *
055300* OFF BEFORE THE DEPOSIT FILE IS RELEASED.                  *
055400*----------------------------------------------------------*
055500 6000-WRITE-REVIEW-TOTALS.
055600     MOVE "EMPLOYEES REVIEWED:" TO VR-TOTAL-LABEL
055700     MOVE WS-REVIEWED-COUNT     TO VR-TOTAL-COUNT
055800     WRITE VARIANCE-REPORT-RECORD FROM VR-TOTAL-LINE
055900         AFTER ADVANCING 2 LINES
056000     MOVE "NET CHANGE OVER TOLERANCE:" TO VR-TOTAL-LABEL
056100     MOVE WS-TOLERANCE-COUNT    TO VR-TOTAL-COUNT
056200     WRITE VARIANCE-REPORT-RECORD FROM VR-TOTAL-LINE
056300     MOVE "FIRST PAY:"          TO VR-TOTAL-LABEL
056400     MOVE WS-FIRST-PAY-COUNT    TO VR-TOTAL-COUNT
056500     WRITE VARIANCE-REPORT-RECORD FROM VR-TOTAL-LINE
056600     MOVE "NOT PAID THIS PERIOD:" TO VR-TOTAL-LABEL
056700     MOVE WS-NOT-PAID-COUNT     TO VR-TOTAL-COUNT
056701     WRITE VARIANCE-REPORT-RECORD FROM VR-TOTAL-LINE
056702     MOVE "OTHER PAY GROUPS - SKIPPED:" TO VR-TOTAL-LABEL
056703     MOVE WS-OTHER-GROUP-COUNT  TO VR-TOTAL-COUNT
056800     WRITE VARIANCE-REPORT-RECORD FROM VR-TOTAL-LINE.
056900 6000-EXIT.
057000     EXIT.
057100*----------------------------------------------------------*
057200* 7000-TERMINATE - WRITE THE COUNTS, CLOSE FILES, AND SET   *
057300* RETURN-CODE FOR THE SCHEDULER: 4 WHEN ANYTHING NEEDS A    *
057400* SUPERVISOR'S LOOK, 8 WHEN THE REVIEW COULD NOT BE DONE.   *
057500*----------------------------------------------------------*
057600 7000-TERMINATE.
057700     PERFORM 6000-WRITE-REVIEW-TOTALS THRU 6000-EXIT
057800     IF WS-MASTER-AVAILABLE
057900         CLOSE PAYROLL-MASTER
058000     END-IF
058100     CLOSE VARIANCE-REPORT
058200     MOVE 0 TO RETURN-CODE
058300     IF WS-TOLERANCE-COUNT > 0 OR WS-FIRST-PAY-COUNT > 0
058400        OR WS-NOT-PAID-COUNT > 0
058500         MOVE 4 TO RETURN-CODE
058600     END-IF
058700     IF WS-VAR-FAILED
058800         MOVE 8 TO RETURN-CODE
058900     END-IF.
059000 7000-EXIT.
059100     EXIT.
059200*----------------------------------------------------------*
059300* 9999-EXIT - COMMON JOB TERMINATION POINT                  *
059400*----------------------------------------------------------*
059500 9999-EXIT.
059600     GOBACK.
