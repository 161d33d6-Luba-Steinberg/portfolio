000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PAYACR00.
000300 AUTHOR.        LIBI.
000400 INSTALLATION.  PAYROLL DEPARTMENT.
000500 DATE-WRITTEN.  OCTOBER 15, 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                     *
000900*----------------------------------------------------------*
001000* DATE        INIT  DESCRIPTION                            *
001100* 2026-10-15  LIBI  ORIGINAL PROGRAM - MONTH-END WAGE       *
001200*                   ACCRUAL. ACCRUES THE DAYS OF THE OPEN   *
001300*                   PAY PERIOD WORKED BY MONTH-END FROM     *
001400*                   EACH EMPLOYEE'S LAST REGULAR PAYHIST    *
001500*                   PAY, WITH EMPLOYER FICA AND             *
001600*                   UNEMPLOYMENT, BY COST CENTER, AND       *
001700*                   WRITES THE GLACCR ACCRUAL WITH ITS      *
001800*                   REVERSAL DATED THE FIRST OF THE NEXT    *
001900*                   MONTH.                                  *
001901* 2026-10-15  LIBI  THE PARM MAY NAME A PAY GROUP AFTER THE *
001902*                   MONTH-END DATE. THE LAST PERIOD AND THE *
001903*                   OPEN PERIOD ARE THAT GROUP'S, FROM ITS  *
001904*                   OWN PAYHIST AND PAYCAL ENTRIES, AND     *
001905*                   ONLY ITS EMPLOYEES ARE ACCRUED; A BLANK *
001906*                   GROUP IS THE DEFAULT WEEKLY GROUP.      *
002000*----------------------------------------------------------*
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 SOURCE-COMPUTER. IBM-370.
002400 OBJECT-COMPUTER. IBM-370.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT PAY-HISTORY ASSIGN TO "PAYHIST"
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS SEQUENTIAL
003000         RECORD KEY IS PH-KEY
003100         FILE STATUS IS WS-PAYHIST-STATUS.
003200     SELECT PAYROLL-MASTER ASSIGN TO "PAYRMSTR"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS RANDOM
003500         RECORD KEY IS PM-EMPLOYEE-ID
003600         FILE STATUS IS WS-PAYRMSTR-STATUS.
003700     SELECT PAY-CALENDAR ASSIGN TO "PAYCAL"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-PAYCAL-STATUS.
004000     SELECT TAX-CONTROL ASSIGN TO "TAXCTL"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-TAXCTL-STATUS.
004300     SELECT COST-CENTER-CONTROL ASSIGN TO "COSTCTR"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-COSTCTR-STATUS.
004600     SELECT ACCRUAL-EXTRACT ASSIGN TO "GLACCR"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-GLACCR-STATUS.
004900     SELECT ACCRUAL-REPORT ASSIGN TO "PAYACRRP"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-PAYACRRP-STATUS.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  PAY-HISTORY
005500     LABEL RECORDS ARE STANDARD.
005600 COPY PAYHIST.
005700 FD  PAYROLL-MASTER
005800     LABEL RECORDS ARE STANDARD.
005900 COPY PAYRMSTR.
006000 FD  PAY-CALENDAR
006100     LABEL RECORDS ARE STANDARD.
006200 COPY PAYCAL.
006300 FD  TAX-CONTROL
006400     LABEL RECORDS ARE STANDARD.
006500 COPY TAXCTL.
006600 FD  COST-CENTER-CONTROL
006700     LABEL RECORDS ARE STANDARD.
006800 COPY COSTCTR.
006900 FD  ACCRUAL-EXTRACT
007000     LABEL RECORDS ARE STANDARD.
007100 COPY GLEXTR.
007200 FD  ACCRUAL-REPORT
007300     LABEL RECORDS ARE STANDARD.
007400 01  ACCRUAL-REPORT-RECORD       PIC X(80).
007500 WORKING-STORAGE SECTION.
007600*----------------------------------------------------------*
007700* FILE STATUS AND CONTROL SWITCHES                          *
007800*----------------------------------------------------------*
007900 77  WS-PAYHIST-STATUS       PIC X(02) VALUE ZEROS.
008000     88  WS-PAYHIST-OK                 VALUE "00".
008100 77  WS-PAYRMSTR-STATUS      PIC X(02) VALUE ZEROS.
008200     88  WS-PAYRMSTR-OK                VALUE "00".
008300 77  WS-PAYCAL-STATUS        PIC X(02) VALUE ZEROS.
008400     88  WS-PAYCAL-OK                  VALUE "00".
008500 77  WS-TAXCTL-STATUS        PIC X(02) VALUE ZEROS.
008600     88  WS-TAXCTL-OK                  VALUE "00".
008700 77  WS-COSTCTR-STATUS       PIC X(02) VALUE ZEROS.
008800     88  WS-COSTCTR-OK                 VALUE "00".
008900 77  WS-GLACCR-STATUS        PIC X(02) VALUE ZEROS.
009000     88  WS-GLACCR-OK                  VALUE "00".
009100 77  WS-PAYACRRP-STATUS      PIC X(02) VALUE ZEROS.
009200     88  WS-PAYACRRP-OK                VALUE "00".
009300 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
009400     88  WS-EOF                        VALUE "Y".
009500 77  WS-RUN-FAILURE-SW       PIC X(01) VALUE "N".
009600     88  WS-RUN-FAILED                 VALUE "Y".
009700 77  WS-PENDING-SW           PIC X(01) VALUE "N".
009800     88  WS-HAVE-PENDING               VALUE "Y".
009900 77  WS-MASTER-SW            PIC X(01) VALUE "N".
010000     88  WS-ON-MASTER                  VALUE "Y".
010100 77  WS-MAPPED-SW            PIC X(01) VALUE "N".
010200     88  WS-LOCATION-MAPPED            VALUE "Y".
010300 77  WS-RUN-DATE             PIC 9(08) VALUE ZEROS.
010301 77  WS-JOB-PARM             PIC X(10) VALUE SPACES.
010302 77  WS-PAY-GROUP            PIC X(02) VALUE SPACES.
010303 77  WS-EMP-PAY-GROUP        PIC X(02) VALUE SPACES.
010500*----------------------------------------------------------*
010600* ACCRUAL DATES - THE MONTH-END THE ACCRUAL IS DATED, THE   *
010700* FIRST OF THE NEXT MONTH THE REVERSAL IS DATED, THE LAST   *
010800* PERIOD ON PAYHIST ENDED BY MONTH-END, AND THE END OF THE  *
010900* OPEN PERIOD THAT STRADDLES MONTH-END.                     *
011000*----------------------------------------------------------*
011100 01  WS-MONTH-END                PIC 9(08) VALUE ZEROS.
011200 01  WS-MONTH-END-R REDEFINES WS-MONTH-END.
011300     05  WS-ME-YEAR              PIC 9(04).
011400     05  WS-ME-MONTH             PIC 9(02).
011500     05  WS-ME-DAY               PIC 9(02).
011600 01  WS-REVERSAL-DATE            PIC 9(08) VALUE ZEROS.
011700 01  WS-REVERSAL-DATE-R REDEFINES WS-REVERSAL-DATE.
011800     05  WS-RV-YEAR              PIC 9(04).
011900     05  WS-RV-MONTH             PIC 9(02).
012000     05  WS-RV-DAY               PIC 9(02).
012100 77  WS-LAST-PERIOD          PIC 9(08) VALUE ZEROS.
012200 77  WS-OPEN-PERIOD-END      PIC 9(08) VALUE ZEROS.
012300 77  WS-MONTH-LENGTH         PIC 9(02) VALUE ZEROS.
012400 77  WS-LEAP-QUOTIENT        PIC 9(04) VALUE ZEROS.
012500 77  WS-LEAP-REMAINDER       PIC 9(01) VALUE ZEROS.
012600*----------------------------------------------------------*
012700* DAY-NUMBER WORK AREA - A DATE AS A COUNT OF DAYS SO TWO   *
012800* DATES CAN BE SUBTRACTED. FEBRUARY FOLLOWS THE DIVISIBLE-  *
012900* BY-FOUR LEAP RULE THE PAY RUN USES.                       *
013000*----------------------------------------------------------*
013100 01  WS-DN-DATE.
013200     05  WS-DN-YEAR          PIC 9(04).
013300     05  WS-DN-MONTH         PIC 9(02).
013400     05  WS-DN-DAY           PIC 9(02).
013500 77  WS-DN-DAYS              PIC 9(07)   VALUE ZEROS.
013600 77  WS-DN-QUOTIENT          PIC 9(04)   VALUE ZEROS.
013700 77  WS-DN-REMAINDER         PIC 9(01)   VALUE ZEROS.
013800 77  WS-LAST-PERIOD-DAYS     PIC 9(07)   VALUE ZEROS.
013900 77  WS-MONTH-END-DAYS       PIC 9(07)   VALUE ZEROS.
014000 77  WS-OPEN-END-DAYS        PIC 9(07)   VALUE ZEROS.
014100 77  WS-PERIOD-LENGTH        PIC 9(03)   VALUE ZEROS.
014200 77  WS-ACCRUED-DAYS         PIC 9(03)   VALUE ZEROS.
014300 77  WS-EMP-DAYS             PIC 9(03)   VALUE ZEROS.
014400 01  WS-DAYS-BEFORE-MONTH-VALUES.
014500     05  FILLER              PIC X(36) VALUE
014600         "000031059090120151181212243273304334".
014700 01  WS-DAYS-BEFORE-MONTH-TABLE
014800         REDEFINES WS-DAYS-BEFORE-MONTH-VALUES.
014900     05  WS-DAYS-BEFORE      PIC 9(03) OCCURS 12 TIMES.
015000*----------------------------------------------------------*
015100* EMPLOYER TAX RATES IN EFFECT AT MONTH-END (TAXCTL "M",    *
015200* "U" AND "B" ENTRIES)                                      *
015300*----------------------------------------------------------*
015400 77  WS-ERFICA-RATE          PIC V9999   VALUE ZEROS.
015500 77  WS-ERFICA-EFF-DATE      PIC 9(08)   VALUE ZEROS.
015600 77  WS-UNEMP-RATE           PIC V9999   VALUE ZEROS.
015700 77  WS-UNEMP-EFF-DATE       PIC 9(08)   VALUE ZEROS.
015800 77  WS-UNEMP-WAGE-BASE      PIC 9(07)   VALUE ZEROS.
015900 77  WS-UNEMP-BASE-DATE      PIC 9(08)   VALUE ZEROS.
016000*----------------------------------------------------------*
016100* ONE EMPLOYEE'S LAST REGULAR PAY, HELD UNTIL IT IS KNOWN   *
016200* THAT THE PERIOD WAS NOT REVERSED, AND WHAT IT ACCRUES     *
016300*----------------------------------------------------------*
016400 77  WS-PD-EMPLOYEE-ID       PIC 9(09)   VALUE ZEROS.
016500 77  WS-PD-GROSS             PIC 9(05)   VALUE ZEROS.
016600 77  WS-PD-FICA-WAGES        PIC 9(05)   VALUE ZEROS.
016700 77  WS-PD-YTD-FICA          PIC 9(07)   VALUE ZEROS.
016800 77  WS-EMP-WAGES            PIC 9(07)   VALUE ZEROS.
016900 77  WS-EMP-FICA-WAGES       PIC 9(07)   VALUE ZEROS.
017000 77  WS-EMP-UNEMP-WAGES      PIC 9(07)   VALUE ZEROS.
017100 77  WS-EMP-ERFICA           PIC 9(07)   VALUE ZEROS.
017200 77  WS-EMP-UNEMP            PIC 9(07)   VALUE ZEROS.
017300 77  WS-UNEMP-ROOM           PIC 9(07)   VALUE ZEROS.
017400 77  WS-EMP-LOCATION         PIC X(20)   VALUE SPACES.
017500 77  WS-EMP-ACCOUNT          PIC X(08)   VALUE SPACES.
017600*----------------------------------------------------------*
017700* COSTCTR LOCATION-TO-GL MAPPING, AS THE PAY RUN LOADS IT   *
017800*----------------------------------------------------------*
017900 77  WS-CC-COUNT             PIC 9(03) COMP VALUE ZERO.
018000 01  COST-CENTER-TABLE.
018100     05  CC-ENTRY OCCURS 1 TO 50 TIMES
018200         DEPENDING ON WS-CC-COUNT
018300         INDEXED BY CC-IDX.
018400         10  CCT-LOCATION    PIC X(20).
018500         10  CCT-ACCOUNT     PIC X(08).
018600*----------------------------------------------------------*
018700* ACCRUAL BY COST CENTER - ONE BUCKET PER LOCATION          *
018800*----------------------------------------------------------*
018900 77  WS-LOC-COUNT            PIC 9(03) COMP VALUE ZERO.
019000 01  ACCRUAL-TABLE.
019100     05  AT-ENTRY OCCURS 1 TO 100 TIMES
019200         DEPENDING ON WS-LOC-COUNT
019300         INDEXED BY AT-IDX.
019400         10  AT-LOCATION     PIC X(20).
019500         10  AT-ACCOUNT      PIC X(08).
019600         10  AT-HEADCOUNT    PIC 9(05).
019700         10  AT-BASE-GROSS   PIC 9(09).
019800         10  AT-WAGES        PIC 9(09).
019900         10  AT-ERFICA       PIC 9(09).
020000         10  AT-UNEMP        PIC 9(09).
020100*----------------------------------------------------------*
020200* RUN TOTALS                                                *
020300*----------------------------------------------------------*
020400 77  WS-TOT-HEADCOUNT        PIC 9(05)   VALUE ZEROS.
020500 77  WS-TOT-BASE-GROSS       PIC 9(09)   VALUE ZEROS.
020600 77  WS-TOT-WAGES            PIC 9(09)   VALUE ZEROS.
020700 77  WS-TOT-ERFICA           PIC 9(09)   VALUE ZEROS.
020800 77  WS-TOT-UNEMP            PIC 9(09)   VALUE ZEROS.
020900 77  WS-TOT-TAXES            PIC 9(09)   VALUE ZEROS.
021000 77  WS-GL-DEBITS            PIC 9(09)   VALUE ZEROS.
021100 77  WS-GL-CREDITS           PIC 9(09)   VALUE ZEROS.
021200 77  WS-GL-WRITTEN           PIC 9(05) COMP VALUE ZERO.
021300 77  WS-REVERSED-COUNT       PIC 9(05) COMP VALUE ZERO.
021400 77  WS-TERMINATED-COUNT     PIC 9(05) COMP VALUE ZERO.
021500 77  WS-EXCEPTION-COUNT      PIC 9(05) COMP VALUE ZERO.
021501 77  WS-OTHER-GROUP-COUNT    PIC 9(05) COMP VALUE ZERO.
021600*----------------------------------------------------------*
021700* ONE GL LINE AT A TIME - SET BY THE CALLER                 *
021800*----------------------------------------------------------*
021900 77  WS-GL-SIDE              PIC X(01)   VALUE SPACE.
022000     88  WS-GL-REVERSING                 VALUE "R".
022100 01  WS-GL-DESC-WORK.
022200     05  WS-GL-DESC-PREFIX   PIC X(10)   VALUE SPACES.
022300     05  WS-GL-DESC-LOC      PIC X(15)   VALUE SPACES.
022400*----------------------------------------------------------*
022500* ACCRUAL REPORT LINE LAYOUTS                               *
022600*----------------------------------------------------------*
022700 01  AR-HEADING-1.
022800     05  FILLER              PIC X(01) VALUE SPACE.
022900     05  FILLER              PIC X(30) VALUE
023000         "MONTH-END WAGE ACCRUAL".
023100     05  FILLER              PIC X(10) VALUE "MONTH END ".
023200     05  AR-HD-MONTH-END     PIC 9(08).
023300     05  FILLER              PIC X(12) VALUE "   RUN DATE ".
023400     05  AR-HD-RUN-DATE      PIC 9(08).
023401     05  FILLER              PIC X(09) VALUE "   GROUP ".
023402     05  AR-HD-PAY-GROUP     PIC X(02).
023600 01  AR-HEADING-2.
023700     05  FILLER              PIC X(01) VALUE SPACE.
023800     05  FILLER              PIC X(24) VALUE
023900         "LAST PAID PERIOD ENDED ".
024000     05  AR-HD-LAST-PERIOD   PIC 9(08).
024100     05  FILLER              PIC X(20) VALUE
024200         "   OPEN PERIOD ENDS ".
024300     05  AR-HD-OPEN-END      PIC 9(08).
024400     05  FILLER              PIC X(19) VALUE SPACES.
024500 01  AR-HEADING-3.
024600     05  FILLER              PIC X(01) VALUE SPACE.
024700     05  FILLER              PIC X(13) VALUE "DAYS ACCRUED ".
024800     05  AR-HD-DAYS          PIC ZZ9.
024900     05  FILLER              PIC X(04) VALUE " OF ".
025000     05  AR-HD-LENGTH        PIC ZZ9.
025100     05  FILLER              PIC X(20) VALUE
025200         "   REVERSAL DATED ".
025300     05  AR-HD-REVERSAL      PIC 9(08).
025400     05  FILLER              PIC X(28) VALUE SPACES.
025500 01  AR-HEADING-4.
025600     05  FILLER              PIC X(01) VALUE SPACE.
025700     05  FILLER              PIC X(17) VALUE "LOCATION".
025800     05  FILLER              PIC X(09) VALUE "ACCOUNT".
025900     05  FILLER              PIC X(05) VALUE "  EMP".
026000     05  FILLER              PIC X(11) VALUE "  LAST PAY".
026100     05  FILLER              PIC X(11) VALUE "   ACCRUED".
026200     05  FILLER              PIC X(08) VALUE " ER FICA".
026300     05  FILLER              PIC X(08) VALUE "   UNEMP".
026400     05  FILLER              PIC X(10) VALUE "  ACCR TOT".
026500 01  AR-DETAIL-LINE.
026600     05  FILLER              PIC X(01) VALUE SPACE.
026700     05  AR-DL-LOCATION      PIC X(16).
026800     05  FILLER              PIC X(01) VALUE SPACE.
026900     05  AR-DL-ACCOUNT       PIC X(08).
027000     05  FILLER              PIC X(01) VALUE SPACE.
027100     05  AR-DL-HEADCOUNT     PIC ZZZ9.
027200     05  FILLER              PIC X(01) VALUE SPACE.
027300     05  AR-DL-BASE-GROSS    PIC ZZ,ZZZ,ZZ9.
027400     05  FILLER              PIC X(01) VALUE SPACE.
027500     05  AR-DL-WAGES         PIC ZZ,ZZZ,ZZ9.
027600     05  FILLER              PIC X(01) VALUE SPACE.
027700     05  AR-DL-ERFICA        PIC ZZZ,ZZ9.
027800     05  FILLER              PIC X(01) VALUE SPACE.
027900     05  AR-DL-UNEMP         PIC ZZZ,ZZ9.
028000     05  FILLER              PIC X(01) VALUE SPACE.
028100     05  AR-DL-TOTAL         PIC ZZ,ZZZ,ZZ9.
028200 01  AR-EXCEPTION-LINE.
028300     05  FILLER              PIC X(01) VALUE SPACE.
028400     05  AR-XL-EMPLOYEE-ID   PIC 9(09).
028500     05  FILLER              PIC X(02) VALUE SPACES.
028600     05  AR-XL-REASON        PIC X(40).
028700     05  FILLER              PIC X(28) VALUE SPACES.
028800 01  AR-TOTAL-LINE.
028900     05  FILLER              PIC X(01) VALUE SPACE.
029000     05  AR-TOTAL-LABEL      PIC X(30).
029100     05  AR-TOTAL-AMOUNT     PIC ZZZ,ZZZ,ZZ9.
029200     05  FILLER              PIC X(38) VALUE SPACES.
029300 01  AR-MESSAGE-LINE.
029400     05  FILLER              PIC X(01) VALUE SPACE.
029500     05  AR-MESSAGE          PIC X(79).
029600 01  AR-BLANK-LINE           PIC X(80) VALUE SPACES.
029700 PROCEDURE DIVISION.
029800*----------------------------------------------------------*
029900* 0000-MAINLINE - SETTLE THE DATES AND RATES, ACCRUE EACH   *
030000* EMPLOYEE'S EARNED-BUT-UNPAID DAYS BY COST CENTER, AND     *
030100* WRITE THE ACCRUAL AND ITS REVERSAL.                       *
030200*----------------------------------------------------------*
030300 0000-MAINLINE.
030400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
030500     IF NOT WS-RUN-FAILED
030600         PERFORM 2000-FIND-LAST-PERIOD THRU 2000-EXIT
030700     END-IF
030800     IF NOT WS-RUN-FAILED
030900         PERFORM 2500-FIND-OPEN-PERIOD THRU 2500-EXIT
031000     END-IF
031100     PERFORM 1900-WRITE-HEADINGS THRU 1900-EXIT
031200     IF NOT WS-RUN-FAILED AND WS-ACCRUED-DAYS > 0
031300         PERFORM 3000-ACCRUE-EMPLOYEES THRU 3000-EXIT
031400     END-IF
031500     IF NOT WS-RUN-FAILED
031600         PERFORM 5000-WRITE-GL-ENTRIES THRU 5000-EXIT
031700     END-IF
031800     PERFORM 6000-WRITE-REPORT THRU 6000-EXIT
031900     PERFORM 7000-TERMINATE THRU 7000-EXIT
032000     GO TO 9999-EXIT.
032100*----------------------------------------------------------*
032200* 1000-INITIALIZE - THE MONTH-END DATE IS THE PARM          *
032300* (YYYYMMDD, THE LAST DAY OF A MONTH) OR, WITHOUT ONE, THE  *
032400* LAST DAY OF THE MONTH BEFORE TODAY. THE REVERSAL IS DATED *
032500* THE FIRST OF THE FOLLOWING MONTH. THEN LOAD THE EMPLOYER  *
032501* TAX RATES AND THE COST-CENTER MAPPING. COLUMNS 9-10 OF    *
032502* THE PARM NAME THE PAY GROUP TO ACCRUE (BLANK FOR THE      *
032503* DEFAULT GROUP).                                           *
032700*----------------------------------------------------------*
032800 1000-INITIALIZE.
032900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
033000     MOVE WS-RUN-DATE TO AR-HD-RUN-DATE
033100     ACCEPT WS-JOB-PARM FROM COMMAND-LINE
033200     OPEN OUTPUT ACCRUAL-REPORT
033300     OPEN OUTPUT ACCRUAL-EXTRACT
033400     CLOSE ACCRUAL-EXTRACT
033401     MOVE WS-JOB-PARM (9:2) TO WS-PAY-GROUP
033402     MOVE WS-PAY-GROUP TO AR-HD-PAY-GROUP
033403     IF WS-JOB-PARM (1:8) NOT = SPACES
033404         IF WS-JOB-PARM (1:8) NOT NUMERIC
033700             DISPLAY "PAYACR00: MONTH-END PARM NOT VALID - "
033800                 WS-JOB-PARM (1:8)
033900             MOVE "Y" TO WS-RUN-FAILURE-SW
034000             GO TO 1000-EXIT
034100         END-IF
034200         MOVE WS-JOB-PARM (1:8) TO WS-MONTH-END
034300     ELSE
034400         MOVE WS-RUN-DATE TO WS-MONTH-END
034500         IF WS-ME-MONTH = 1
034600             MOVE 12 TO WS-ME-MONTH
034700             SUBTRACT 1 FROM WS-ME-YEAR
034800         ELSE
034900             SUBTRACT 1 FROM WS-ME-MONTH
035000         END-IF
035100         PERFORM 1100-SET-MONTH-LENGTH THRU 1100-EXIT
035200         MOVE WS-MONTH-LENGTH TO WS-ME-DAY
035300     END-IF
035400     IF WS-ME-MONTH < 1 OR WS-ME-MONTH > 12
035500         DISPLAY "PAYACR00: MONTH-END DATE NOT VALID - "
035600             WS-MONTH-END
035700         MOVE "Y" TO WS-RUN-FAILURE-SW
035800         GO TO 1000-EXIT
035900     END-IF
036000     PERFORM 1100-SET-MONTH-LENGTH THRU 1100-EXIT
036100     IF WS-ME-DAY NOT = WS-MONTH-LENGTH
036200         DISPLAY "PAYACR00: " WS-MONTH-END
036300             " IS NOT THE LAST DAY OF ITS MONTH"
036400         MOVE "Y" TO WS-RUN-FAILURE-SW
036500         GO TO 1000-EXIT
036600     END-IF
036700     MOVE WS-MONTH-END TO WS-REVERSAL-DATE
036800     MOVE 1 TO WS-RV-DAY
036900     IF WS-RV-MONTH = 12
037000         MOVE 1 TO WS-RV-MONTH
037100         ADD 1 TO WS-RV-YEAR
037200     ELSE
037300         ADD 1 TO WS-RV-MONTH
037400     END-IF
037500     MOVE WS-MONTH-END TO WS-DN-DATE
037600     PERFORM 8000-COMPUTE-DAY-NUMBER THRU 8000-EXIT
037700     MOVE WS-DN-DAYS TO WS-MONTH-END-DAYS
037800     PERFORM 1200-LOAD-TAX-RATES THRU 1200-EXIT
037900     IF WS-RUN-FAILED
038000         GO TO 1000-EXIT
038100     END-IF
038200     PERFORM 1300-LOAD-COST-CENTERS THRU 1300-EXIT.
038300 1000-EXIT.
038400     EXIT.
038500*----------------------------------------------------------*
038600* 1100-SET-MONTH-LENGTH - DAYS IN THE MONTH-END MONTH,      *
038700* FEBRUARY BY THE DIVISIBLE-BY-FOUR LEAP RULE.              *
038800*----------------------------------------------------------*
038900 1100-SET-MONTH-LENGTH.
039000     EVALUATE WS-ME-MONTH
039100         WHEN 4
039200         WHEN 6
039300         WHEN 9
039400         WHEN 11
039500             MOVE 30 TO WS-MONTH-LENGTH
039600         WHEN 2
039700             DIVIDE WS-ME-YEAR BY 4
039800                 GIVING WS-LEAP-QUOTIENT
039900                 REMAINDER WS-LEAP-REMAINDER
040000             IF WS-LEAP-REMAINDER = 0
040100                 MOVE 29 TO WS-MONTH-LENGTH
040200             ELSE
040300                 MOVE 28 TO WS-MONTH-LENGTH
040400             END-IF
040500         WHEN OTHER
040600             MOVE 31 TO WS-MONTH-LENGTH
040700     END-EVALUATE.
040800 1100-EXIT.
040900     EXIT.
041000*----------------------------------------------------------*
041100* 1200-LOAD-TAX-RATES - THE EMPLOYER FICA RATE, THE         *
041200* UNEMPLOYMENT RATE AND ITS WAGE BASE IN EFFECT AT          *
041300* MONTH-END: THE LATEST ENTRY OF EACH NOT AFTER IT.         *
041400*----------------------------------------------------------*
041500 1200-LOAD-TAX-RATES.
041600     OPEN INPUT TAX-CONTROL
041700     IF NOT WS-TAXCTL-OK
041800         DISPLAY "TAXCTL OPEN FAILED, STATUS " WS-TAXCTL-STATUS
041900         MOVE "Y" TO WS-RUN-FAILURE-SW
042000         GO TO 1200-EXIT
042100     END-IF
042200     MOVE "N" TO WS-EOF-SWITCH
042300     PERFORM 1210-READ-TAX-RATE THRU 1210-EXIT
042400         UNTIL WS-EOF
042500     CLOSE TAX-CONTROL
042600     IF WS-ERFICA-EFF-DATE = ZEROS
042700        OR WS-UNEMP-EFF-DATE = ZEROS
042800         DISPLAY "PAYACR00: TAXCTL HAS NO EMPLOYER FICA OR "
042900             "UNEMPLOYMENT RATE IN EFFECT AT " WS-MONTH-END
043000         MOVE "Y" TO WS-RUN-FAILURE-SW
043100     END-IF.
043200 1200-EXIT.
043300     EXIT.
043400*----------------------------------------------------------*
043500* 1210-READ-TAX-RATE - ONE TAXCTL ENTRY                     *
043600*----------------------------------------------------------*
043700 1210-READ-TAX-RATE.
043800     READ TAX-CONTROL
043900         AT END
044000             MOVE "Y" TO WS-EOF-SWITCH
044100             GO TO 1210-EXIT
044200     END-READ
044300     IF TX-EFFECTIVE-DATE > WS-MONTH-END
044400         GO TO 1210-EXIT
044500     END-IF
044600     EVALUATE TRUE
044700         WHEN TX-EMPLOYER-FICA
044800             IF TX-EFFECTIVE-DATE NOT < WS-ERFICA-EFF-DATE
044900                 MOVE TX-RATE TO WS-ERFICA-RATE
045000                 MOVE TX-EFFECTIVE-DATE TO WS-ERFICA-EFF-DATE
045100             END-IF
045200         WHEN TX-UNEMP-RATE
045300             IF TX-EFFECTIVE-DATE NOT < WS-UNEMP-EFF-DATE
045400                 MOVE TX-RATE TO WS-UNEMP-RATE
045500                 MOVE TX-EFFECTIVE-DATE TO WS-UNEMP-EFF-DATE
045600             END-IF
045700         WHEN TX-UNEMP-WAGE-BASE
045800             IF TX-EFFECTIVE-DATE NOT < WS-UNEMP-BASE-DATE
045900                 MOVE TX-WAGE-BASE TO WS-UNEMP-WAGE-BASE
046000                 MOVE TX-EFFECTIVE-DATE TO WS-UNEMP-BASE-DATE
046100             END-IF
046200     END-EVALUATE.
046300 1210-EXIT.
046400     EXIT.
046500*----------------------------------------------------------*
046600* 1300-LOAD-COST-CENTERS - READ THE COSTCTR LOCATION-TO-GL  *
046700* MAPPING INTO ITS TABLE. WITHOUT THE FILE EVERY LOCATION   *
046800* FALLS TO THE DEFAULT WAGES ACCOUNT, AS IN THE PAY RUN.    *
046900*----------------------------------------------------------*
047000 1300-LOAD-COST-CENTERS.
047100     OPEN INPUT COST-CENTER-CONTROL
047200     IF NOT WS-COSTCTR-OK
047300         GO TO 1300-EXIT
047400     END-IF
047500     MOVE "N" TO WS-EOF-SWITCH
047600     PERFORM 1310-READ-COST-CENTER THRU 1310-EXIT
047700         UNTIL WS-EOF
047800     CLOSE COST-CENTER-CONTROL.
047900 1300-EXIT.
048000     EXIT.
048100*----------------------------------------------------------*
048200* 1310-READ-COST-CENTER - STORE ONE MAPPING IN THE TABLE    *
048300*----------------------------------------------------------*
048400 1310-READ-COST-CENTER.
048500     READ COST-CENTER-CONTROL
048600         AT END
048700             MOVE "Y" TO WS-EOF-SWITCH
048800             GO TO 1310-EXIT
048900     END-READ
049000     IF WS-CC-COUNT < 50
049100         ADD 1 TO WS-CC-COUNT
049200         SET CC-IDX TO WS-CC-COUNT
049300         MOVE CC-LOCATION   TO CCT-LOCATION (CC-IDX)
049400         MOVE CC-GL-ACCOUNT TO CCT-ACCOUNT (CC-IDX)
049500     ELSE
049600         DISPLAY "COSTCTR TABLE FULL - ENTRY DROPPED"
049700     END-IF.
049800 1310-EXIT.
049900     EXIT.
050000*----------------------------------------------------------*
050100* 1900-WRITE-HEADINGS - TOP OF THE ACCRUAL REPORT           *
050200*----------------------------------------------------------*
050300 1900-WRITE-HEADINGS.
050400     MOVE WS-MONTH-END       TO AR-HD-MONTH-END
050500     MOVE WS-LAST-PERIOD     TO AR-HD-LAST-PERIOD
050600     MOVE WS-OPEN-PERIOD-END TO AR-HD-OPEN-END
050700     MOVE WS-ACCRUED-DAYS    TO AR-HD-DAYS
050800     MOVE WS-PERIOD-LENGTH   TO AR-HD-LENGTH
050900     MOVE WS-REVERSAL-DATE   TO AR-HD-REVERSAL
051000     WRITE ACCRUAL-REPORT-RECORD FROM AR-HEADING-1
051100     WRITE ACCRUAL-REPORT-RECORD FROM AR-HEADING-2
051200     WRITE ACCRUAL-REPORT-RECORD FROM AR-HEADING-3
051300     WRITE ACCRUAL-REPORT-RECORD FROM AR-BLANK-LINE.
051400 1900-EXIT.
051500     EXIT.
051600*----------------------------------------------------------*
051700* 2000-FIND-LAST-PERIOD - THE LATEST REGULAR PERIOD ON      *
051800* PAYHIST THAT ENDED ON OR BEFORE MONTH-END. RUNNING AFTER  *
051900* THE NEXT PERIOD HAS BEEN PAID STILL FINDS THE SAME        *
051901* PERIOD, SO A RERUN GIVES THE SAME ACCRUAL. ONLY PERIODS   *
051902* PAID TO EMPLOYEES OF THE PAY GROUP COUNT.                 *
052100*----------------------------------------------------------*
052200 2000-FIND-LAST-PERIOD.
052300     OPEN INPUT PAY-HISTORY
052400     IF NOT WS-PAYHIST-OK
052500         DISPLAY "PAYHIST OPEN FAILED, STATUS " WS-PAYHIST-STATUS
052600         MOVE "Y" TO WS-RUN-FAILURE-SW
052700         GO TO 2000-EXIT
052800     END-IF
052801     OPEN INPUT PAYROLL-MASTER
052802     IF NOT WS-PAYRMSTR-OK
052803         DISPLAY "PAYRMSTR OPEN FAILED, STATUS "
052804             WS-PAYRMSTR-STATUS
052805         MOVE "Y" TO WS-RUN-FAILURE-SW
052806         CLOSE PAY-HISTORY
052807         GO TO 2000-EXIT
052808     END-IF
052900     MOVE "N" TO WS-EOF-SWITCH
053000     PERFORM 2010-READ-PAY-HISTORY THRU 2010-EXIT
053100     PERFORM 2020-CHECK-PERIOD THRU 2020-EXIT
053200         UNTIL WS-EOF
053300     CLOSE PAY-HISTORY
053301     CLOSE PAYROLL-MASTER
053400     IF WS-LAST-PERIOD = ZEROS
053500         DISPLAY "PAYACR00: PAYHIST HAS NO REGULAR PERIOD "
053501             "ENDED BY " WS-MONTH-END " FOR PAY GROUP "
053502             WS-PAY-GROUP
053700         MOVE "Y" TO WS-RUN-FAILURE-SW
053800     END-IF.
053900 2000-EXIT.
054000     EXIT.
054100*----------------------------------------------------------*
054200* 2010-READ-PAY-HISTORY - NEXT PAYHIST RECORD               *
054300*----------------------------------------------------------*
054400 2010-READ-PAY-HISTORY.
054500     READ PAY-HISTORY NEXT RECORD
054600         AT END
054700             MOVE "Y" TO WS-EOF-SWITCH
054800     END-READ
054900     IF NOT WS-PAYHIST-OK
055000         MOVE "Y" TO WS-EOF-SWITCH
055100     END-IF.
055200 2010-EXIT.
055300     EXIT.
055400*----------------------------------------------------------*
055500* 2020-CHECK-PERIOD - KEEP THE LATEST QUALIFYING PERIOD     *
055501* PAID TO AN EMPLOYEE OF THE PAY GROUP                      *
055600*----------------------------------------------------------*
055700 2020-CHECK-PERIOD.
055800     IF PH-REGULAR-RUN
055900        AND PH-PERIOD-DATE NOT > WS-MONTH-END
056000        AND PH-PERIOD-DATE > WS-LAST-PERIOD
056001         MOVE PH-EMPLOYEE-ID TO WS-PD-EMPLOYEE-ID
056002         PERFORM 2030-SET-EMP-PAY-GROUP THRU 2030-EXIT
056003         IF WS-EMP-PAY-GROUP = WS-PAY-GROUP
056004             MOVE PH-PERIOD-DATE TO WS-LAST-PERIOD
056005         END-IF
056200     END-IF
056300     PERFORM 2010-READ-PAY-HISTORY THRU 2010-EXIT.
056400 2020-EXIT.
056401     EXIT.
056402*----------------------------------------------------------*
056403* 2030-SET-EMP-PAY-GROUP - THE PAY GROUP OF THE EMPLOYEE    *
056404* IN WS-PD-EMPLOYEE-ID. ONE NOT ON PAYRMSTR IS TAKEN TO BE  *
056405* IN THE DEFAULT GROUP.                                     *
056406*----------------------------------------------------------*
056407 2030-SET-EMP-PAY-GROUP.
056408     MOVE SPACES TO WS-EMP-PAY-GROUP
056409     MOVE "N" TO WS-MASTER-SW
056410     MOVE WS-PD-EMPLOYEE-ID TO PM-EMPLOYEE-ID
056411     READ PAYROLL-MASTER
056412         INVALID KEY
056413             GO TO 2030-EXIT
056414     END-READ
056415     IF WS-PAYRMSTR-OK
056416         MOVE "Y" TO WS-MASTER-SW
056417         MOVE PM-PAY-GROUP TO WS-EMP-PAY-GROUP
056418     END-IF.
056419 2030-EXIT.
056500     EXIT.
056600*----------------------------------------------------------*
056700* 2500-FIND-OPEN-PERIOD - THE PAYCAL PERIOD AFTER THE LAST  *
056800* ONE PAID IS THE OPEN PERIOD. ITS LENGTH IN DAYS AND THE   *
056900* DAYS OF IT WORKED BY MONTH-END GIVE THE ACCRUAL SHARE.    *
056901* ENTRIES FOR ANOTHER PAY GROUP ARE PASSED OVER.            *
057000*----------------------------------------------------------*
057100 2500-FIND-OPEN-PERIOD.
057200     OPEN INPUT PAY-CALENDAR
057300     IF NOT WS-PAYCAL-OK
057400         DISPLAY "PAYCAL OPEN FAILED, STATUS " WS-PAYCAL-STATUS
057500         MOVE "Y" TO WS-RUN-FAILURE-SW
057600         GO TO 2500-EXIT
057700     END-IF
057800     MOVE "N" TO WS-EOF-SWITCH
057900     PERFORM 2510-READ-CALENDAR THRU 2510-EXIT
058000         UNTIL WS-EOF OR WS-OPEN-PERIOD-END NOT = ZEROS
058100     CLOSE PAY-CALENDAR
058200     IF WS-OPEN-PERIOD-END = ZEROS
058300         DISPLAY "PAYACR00: PAYCAL HAS NO PERIOD AFTER "
058400             WS-LAST-PERIOD
058500         MOVE "Y" TO WS-RUN-FAILURE-SW
058600         GO TO 2500-EXIT
058700     END-IF
058800     MOVE WS-LAST-PERIOD TO WS-DN-DATE
058900     PERFORM 8000-COMPUTE-DAY-NUMBER THRU 8000-EXIT
059000     MOVE WS-DN-DAYS TO WS-LAST-PERIOD-DAYS
059100     MOVE WS-OPEN-PERIOD-END TO WS-DN-DATE
059200     PERFORM 8000-COMPUTE-DAY-NUMBER THRU 8000-EXIT
059300     MOVE WS-DN-DAYS TO WS-OPEN-END-DAYS
059400     COMPUTE WS-PERIOD-LENGTH =
059500         WS-OPEN-END-DAYS - WS-LAST-PERIOD-DAYS
059600     COMPUTE WS-ACCRUED-DAYS =
059700         WS-MONTH-END-DAYS - WS-LAST-PERIOD-DAYS
059800     IF WS-ACCRUED-DAYS > WS-PERIOD-LENGTH
059900         MOVE WS-PERIOD-LENGTH TO WS-ACCRUED-DAYS
060000     END-IF.
060100 2500-EXIT.
060200     EXIT.
060300*----------------------------------------------------------*
060400* 2510-READ-CALENDAR - NEXT PAYCAL ENTRY; THE FIRST PERIOD  *
060500* ENDING AFTER THE LAST ONE PAID IS THE OPEN PERIOD.        *
060600*----------------------------------------------------------*
060700 2510-READ-CALENDAR.
060800     READ PAY-CALENDAR
060900         AT END
061000             MOVE "Y" TO WS-EOF-SWITCH
061100             GO TO 2510-EXIT
061200     END-READ
061201     IF NOT PC-ALL-PAY-GROUPS
061202        AND PC-PAY-GROUP NOT = WS-PAY-GROUP
061203         GO TO 2510-EXIT
061204     END-IF
061300     IF PC-PERIOD-END-DATE IS NUMERIC
061400        AND PC-PERIOD-END-DATE > WS-LAST-PERIOD
061500         MOVE PC-PERIOD-END-DATE TO WS-OPEN-PERIOD-END
061600     END-IF.
061700 2510-EXIT.
061800     EXIT.
061900*----------------------------------------------------------*
062000* 3000-ACCRUE-EMPLOYEES - EACH EMPLOYEE'S REGULAR PAY FOR   *
062100* THE LAST PERIOD IS HELD UNTIL THEIR NEXT PAYHIST RECORD   *
062200* SHOWS WHETHER THAT PERIOD WAS REVERSED, THEN ACCRUED.     *
062300*----------------------------------------------------------*
062400 3000-ACCRUE-EMPLOYEES.
062500     OPEN INPUT PAY-HISTORY
062600     IF NOT WS-PAYHIST-OK
062700         DISPLAY "PAYHIST OPEN FAILED, STATUS " WS-PAYHIST-STATUS
062800         MOVE "Y" TO WS-RUN-FAILURE-SW
062900         GO TO 3000-EXIT
063000     END-IF
063100     OPEN INPUT PAYROLL-MASTER
063200     IF NOT WS-PAYRMSTR-OK
063300         DISPLAY "PAYRMSTR OPEN FAILED, STATUS "
063400             WS-PAYRMSTR-STATUS
063500         MOVE "Y" TO WS-RUN-FAILURE-SW
063600         CLOSE PAY-HISTORY
063700         GO TO 3000-EXIT
063800     END-IF
063900     WRITE ACCRUAL-REPORT-RECORD FROM AR-HEADING-4
064000     MOVE "N" TO WS-EOF-SWITCH
064100     PERFORM 2010-READ-PAY-HISTORY THRU 2010-EXIT
064200     PERFORM 3100-TAKE-HISTORY THRU 3100-EXIT
064300         UNTIL WS-EOF
064400     IF WS-HAVE-PENDING
064500         PERFORM 3200-ACCRUE-EMPLOYEE THRU 3200-EXIT
064600     END-IF
064700     CLOSE PAY-HISTORY
064800     CLOSE PAYROLL-MASTER.
064900 3000-EXIT.
065000     EXIT.
065100*----------------------------------------------------------*
065200* 3100-TAKE-HISTORY - A REGULAR PAYMENT FOR THE LAST PERIOD *
065300* BECOMES THE PENDING ONE (ACCRUING ANY EARLIER PENDING     *
065400* EMPLOYEE FIRST); A REVERSAL OF THAT SAME PAYMENT DROPS    *
065500* IT. PAYHIST IS IN EMPLOYEE, PERIOD, RUN-TYPE ORDER, SO    *
065600* THE REVERSAL FOLLOWS THE PAYMENT.                         *
065700*----------------------------------------------------------*
065800 3100-TAKE-HISTORY.
065900     IF PH-PERIOD-DATE NOT = WS-LAST-PERIOD
066000         GO TO 3100-READ
066100     END-IF
066200     IF PH-REVERSAL-RUN
066300        AND WS-HAVE-PENDING
066400        AND PH-EMPLOYEE-ID = WS-PD-EMPLOYEE-ID
066500         MOVE "N" TO WS-PENDING-SW
066600         ADD 1 TO WS-REVERSED-COUNT
066700         GO TO 3100-READ
066800     END-IF
066900     IF NOT PH-REGULAR-RUN
067000         GO TO 3100-READ
067100     END-IF
067200     IF WS-HAVE-PENDING
067300         PERFORM 3200-ACCRUE-EMPLOYEE THRU 3200-EXIT
067400     END-IF
067500     MOVE "Y" TO WS-PENDING-SW
067600     MOVE PH-EMPLOYEE-ID TO WS-PD-EMPLOYEE-ID
067700     MOVE PH-GROSS       TO WS-PD-GROSS
067800     IF PH-FICA-WAGES IS NUMERIC
067900         MOVE PH-FICA-WAGES TO WS-PD-FICA-WAGES
068000     ELSE
068100         MOVE PH-GROSS      TO WS-PD-FICA-WAGES
068200     END-IF
068300     MOVE ZEROS TO WS-PD-YTD-FICA
068400     IF PH-YTD-FICA-BEFORE IS NUMERIC
068500         COMPUTE WS-PD-YTD-FICA =
068600             PH-YTD-FICA-BEFORE + WS-PD-FICA-WAGES
068700     END-IF.
068800 3100-READ.
068900     PERFORM 2010-READ-PAY-HISTORY THRU 2010-EXIT.
069000 3100-EXIT.
069100     EXIT.
069200*----------------------------------------------------------*
069300* 3200-ACCRUE-EMPLOYEE - THE PENDING EMPLOYEE EARNS THE     *
069400* ACCRUED DAYS' SHARE OF THEIR LAST PERIOD'S GROSS (FEWER   *
069500* DAYS WHEN THEY LEFT DURING THE OPEN PERIOD). EMPLOYER     *
069600* FICA FOLLOWS THE SHARE OF GROSS THAT WAS FICA WAGES LAST  *
069601* PERIOD; UNEMPLOYMENT STOPS AT ITS ANNUAL WAGE BASE. AN    *
069602* EMPLOYEE OF ANOTHER PAY GROUP IS COUNTED AND PASSED OVER. *
069800*----------------------------------------------------------*
069900 3200-ACCRUE-EMPLOYEE.
070000     MOVE "N" TO WS-PENDING-SW
070100     MOVE WS-ACCRUED-DAYS TO WS-EMP-DAYS
070200     MOVE SPACES TO WS-EMP-LOCATION
070300     PERFORM 2030-SET-EMP-PAY-GROUP THRU 2030-EXIT
070400     IF WS-EMP-PAY-GROUP NOT = WS-PAY-GROUP
070500         ADD 1 TO WS-OTHER-GROUP-COUNT
070600         GO TO 3200-EXIT
070700     END-IF
070800     IF NOT WS-ON-MASTER
070900         MOVE WS-PD-EMPLOYEE-ID TO AR-XL-EMPLOYEE-ID
071000         MOVE "NOT ON PAYRMSTR - DEFAULT WAGES ACCOUNT"
071100             TO AR-XL-REASON
071200         PERFORM 6900-WRITE-EXCEPTION THRU 6900-EXIT
071300     ELSE
071400         MOVE PM-LOCATION TO WS-EMP-LOCATION
071500     END-IF
071600     IF WS-ON-MASTER AND PM-TERMINATED
071700        AND PM-STATUS-DATE IS NUMERIC
071800        AND PM-STATUS-DATE < WS-MONTH-END
071900         IF PM-STATUS-DATE NOT > WS-LAST-PERIOD
072000             ADD 1 TO WS-TERMINATED-COUNT
072100             GO TO 3200-EXIT
072200         END-IF
072300         MOVE PM-STATUS-DATE TO WS-DN-DATE
072400         PERFORM 8000-COMPUTE-DAY-NUMBER THRU 8000-EXIT
072500         COMPUTE WS-EMP-DAYS = WS-DN-DAYS - WS-LAST-PERIOD-DAYS
072600     END-IF
072700     COMPUTE WS-EMP-WAGES ROUNDED =
072800         WS-PD-GROSS * WS-EMP-DAYS / WS-PERIOD-LENGTH
072900     MOVE WS-EMP-WAGES TO WS-EMP-FICA-WAGES
073000     IF WS-PD-GROSS > 0
073100         COMPUTE WS-EMP-FICA-WAGES ROUNDED =
073200             WS-EMP-WAGES * WS-PD-FICA-WAGES / WS-PD-GROSS
073300     END-IF
073400     COMPUTE WS-EMP-ERFICA ROUNDED =
073500         WS-EMP-FICA-WAGES * WS-ERFICA-RATE
073600     MOVE ZEROS TO WS-EMP-UNEMP-WAGES
073700     IF WS-PD-YTD-FICA < WS-UNEMP-WAGE-BASE
073800         COMPUTE WS-UNEMP-ROOM =
073900             WS-UNEMP-WAGE-BASE - WS-PD-YTD-FICA
074000         MOVE WS-EMP-FICA-WAGES TO WS-EMP-UNEMP-WAGES
074100         IF WS-EMP-UNEMP-WAGES > WS-UNEMP-ROOM
074200             MOVE WS-UNEMP-ROOM TO WS-EMP-UNEMP-WAGES
074300         END-IF
074400     END-IF
074500     COMPUTE WS-EMP-UNEMP ROUNDED =
074600         WS-EMP-UNEMP-WAGES * WS-UNEMP-RATE
074700     PERFORM 3300-FIND-BUCKET THRU 3300-EXIT
074800     IF WS-RUN-FAILED
074900         GO TO 3200-EXIT
075000     END-IF
075100     ADD 1              TO AT-HEADCOUNT (AT-IDX)
075200     ADD WS-PD-GROSS    TO AT-BASE-GROSS (AT-IDX)
075300     ADD WS-EMP-WAGES   TO AT-WAGES (AT-IDX)
075400     ADD WS-EMP-ERFICA  TO AT-ERFICA (AT-IDX)
075500     ADD WS-EMP-UNEMP   TO AT-UNEMP (AT-IDX).
075600 3200-EXIT.
075700     EXIT.
075800*----------------------------------------------------------*
075900* 3300-FIND-BUCKET - THE EMPLOYEE'S LOCATION BUCKET, ADDED  *
076000* ON FIRST USE WITH THE ACCOUNT COSTCTR MAPS IT TO (THE     *
076100* DEFAULT WAGES ACCOUNT WHEN IT IS NOT MAPPED).             *
076200*----------------------------------------------------------*
076300 3300-FIND-BUCKET.
076400     IF WS-LOC-COUNT > 0
076500         SET AT-IDX TO 1
076600         SEARCH AT-ENTRY
076700             AT END CONTINUE
076800             WHEN AT-LOCATION (AT-IDX) = WS-EMP-LOCATION
076900                 GO TO 3300-EXIT
077000         END-SEARCH
077100     END-IF
077200     IF WS-LOC-COUNT NOT < 100
077300         DISPLAY "PAYACR00: MORE THAN 100 LOCATIONS"
077400         MOVE "Y" TO WS-RUN-FAILURE-SW
077500         GO TO 3300-EXIT
077600     END-IF
077700     MOVE "51000000" TO WS-EMP-ACCOUNT
077800     MOVE "N" TO WS-MAPPED-SW
077900     IF WS-CC-COUNT > 0
078000         SET CC-IDX TO 1
078100         SEARCH CC-ENTRY
078200             AT END CONTINUE
078300             WHEN CCT-LOCATION (CC-IDX) = WS-EMP-LOCATION
078400                 MOVE CCT-ACCOUNT (CC-IDX) TO WS-EMP-ACCOUNT
078500                 MOVE "Y" TO WS-MAPPED-SW
078600         END-SEARCH
078700     END-IF
078800     IF NOT WS-LOCATION-MAPPED AND WS-ON-MASTER
078900         MOVE WS-PD-EMPLOYEE-ID TO AR-XL-EMPLOYEE-ID
079000         MOVE "LOCATION NOT ON COSTCTR - DEFAULT ACCOUNT"
079100             TO AR-XL-REASON
079200         PERFORM 6900-WRITE-EXCEPTION THRU 6900-EXIT
079300     END-IF
079400     ADD 1 TO WS-LOC-COUNT
079500     SET AT-IDX TO WS-LOC-COUNT
079600     MOVE WS-EMP-LOCATION TO AT-LOCATION (AT-IDX)
079700     MOVE WS-EMP-ACCOUNT  TO AT-ACCOUNT (AT-IDX)
079800     MOVE ZEROS TO AT-HEADCOUNT (AT-IDX)
079900     MOVE ZEROS TO AT-BASE-GROSS (AT-IDX)
080000     MOVE ZEROS TO AT-WAGES (AT-IDX)
080100     MOVE ZEROS TO AT-ERFICA (AT-IDX)
080200     MOVE ZEROS TO AT-UNEMP (AT-IDX).
080300 3300-EXIT.
080400     EXIT.
080500*----------------------------------------------------------*
080600* 5000-WRITE-GL-ENTRIES - THE ACCRUAL DATED MONTH-END: PER  *
080700* COST CENTER, DEBIT ITS WAGES ACCOUNT AND PAYROLL TAX      *
080800* EXPENSE; CREDIT ACCRUED WAGES AND ACCRUED PAYROLL TAXES.  *
080900* THEN THE SAME LINES SIDES SWAPPED, DATED THE FIRST OF THE *
081000* NEXT MONTH, TO REVERSE IT WHEN THE PERIOD IS PAID. THE    *
081100* ENTRY MUST BALANCE OR NOTHING IS RELEASED.                *
081200*----------------------------------------------------------*
081300 5000-WRITE-GL-ENTRIES.
081400     MOVE ZEROS TO WS-TOT-WAGES WS-TOT-ERFICA WS-TOT-UNEMP
081500     IF WS-LOC-COUNT > 0
081600         SET AT-IDX TO 1
081700         PERFORM 5010-ADD-BUCKET THRU 5010-EXIT
081800             UNTIL AT-IDX > WS-LOC-COUNT
081900     END-IF
082000     COMPUTE WS-TOT-TAXES = WS-TOT-ERFICA + WS-TOT-UNEMP
082100     COMPUTE WS-GL-CREDITS = WS-TOT-WAGES + WS-TOT-TAXES
082200     IF WS-GL-DEBITS NOT = WS-GL-CREDITS
082300         DISPLAY "PAYACR00: ACCRUAL OUT OF BALANCE - DEBITS "
082400             WS-GL-DEBITS " CREDITS " WS-GL-CREDITS
082500             " - NO EXTRACT RELEASED"
082600         MOVE "Y" TO WS-RUN-FAILURE-SW
082700         GO TO 5000-EXIT
082800     END-IF
082900     IF WS-GL-DEBITS = ZEROS
083000         GO TO 5000-EXIT
083100     END-IF
083200     OPEN OUTPUT ACCRUAL-EXTRACT
083300     MOVE SPACE TO WS-GL-SIDE
083400     PERFORM 5100-WRITE-ENTRY THRU 5100-EXIT
083500     MOVE "R" TO WS-GL-SIDE
083600     PERFORM 5100-WRITE-ENTRY THRU 5100-EXIT
083700     CLOSE ACCRUAL-EXTRACT.
083800 5000-EXIT.
083900     EXIT.
084000*----------------------------------------------------------*
084100* 5010-ADD-BUCKET - ONE COST CENTER INTO THE RUN TOTALS     *
084200*----------------------------------------------------------*
084300 5010-ADD-BUCKET.
084400     ADD AT-HEADCOUNT (AT-IDX)  TO WS-TOT-HEADCOUNT
084500     ADD AT-BASE-GROSS (AT-IDX) TO WS-TOT-BASE-GROSS
084600     ADD AT-WAGES (AT-IDX)      TO WS-TOT-WAGES
084700     ADD AT-ERFICA (AT-IDX)     TO WS-TOT-ERFICA
084800     ADD AT-UNEMP (AT-IDX)      TO WS-TOT-UNEMP
084900     COMPUTE WS-GL-DEBITS = WS-GL-DEBITS + AT-WAGES (AT-IDX)
085000         + AT-ERFICA (AT-IDX) + AT-UNEMP (AT-IDX)
085100     SET AT-IDX UP BY 1.
085200 5010-EXIT.
085300     EXIT.
085400*----------------------------------------------------------*
085500* 5100-WRITE-ENTRY - ONE COMPLETE ENTRY: THE ACCRUAL, OR    *
085600* WITH WS-GL-SIDE "R" ITS REVERSAL.                         *
085700*----------------------------------------------------------*
085800 5100-WRITE-ENTRY.
085900     SET AT-IDX TO 1
086000     PERFORM 5110-WRITE-BUCKET-DEBITS THRU 5110-EXIT
086100         UNTIL AT-IDX > WS-LOC-COUNT
086200     MOVE SPACES TO WS-GL-DESC-WORK
086300     MOVE "21600000" TO GL-ACCOUNT
086400     MOVE "C"        TO GL-DEBIT-CREDIT
086500     MOVE WS-TOT-WAGES TO GL-AMOUNT
086600     MOVE "ACCRUED WAGES PAYABLE" TO WS-GL-DESC-WORK
086700     PERFORM 5200-WRITE-GL-RECORD THRU 5200-EXIT
086800     MOVE "21610000" TO GL-ACCOUNT
086900     MOVE "C"        TO GL-DEBIT-CREDIT
087000     MOVE WS-TOT-TAXES TO GL-AMOUNT
087100     MOVE "ACCRUED PAYROLL TAXES" TO WS-GL-DESC-WORK
087200     PERFORM 5200-WRITE-GL-RECORD THRU 5200-EXIT.
087300 5100-EXIT.
087400     EXIT.
087500*----------------------------------------------------------*
087600* 5110-WRITE-BUCKET-DEBITS - ONE COST CENTER'S WAGES AND    *
087700* PAYROLL TAX EXPENSE DEBITS                                *
087800*----------------------------------------------------------*
087900 5110-WRITE-BUCKET-DEBITS.
088000     MOVE AT-ACCOUNT (AT-IDX) TO GL-ACCOUNT
088100     MOVE "D"                 TO GL-DEBIT-CREDIT
088200     MOVE AT-WAGES (AT-IDX)   TO GL-AMOUNT
088300     MOVE "ACCR WAGES"        TO WS-GL-DESC-PREFIX
088400     MOVE AT-LOCATION (AT-IDX) TO WS-GL-DESC-LOC
088500     PERFORM 5200-WRITE-GL-RECORD THRU 5200-EXIT
088600     MOVE "52000000"          TO GL-ACCOUNT
088700     MOVE "D"                 TO GL-DEBIT-CREDIT
088800     COMPUTE GL-AMOUNT = AT-ERFICA (AT-IDX) + AT-UNEMP (AT-IDX)
088900     MOVE "ACCR TAX"          TO WS-GL-DESC-PREFIX
089000     MOVE AT-LOCATION (AT-IDX) TO WS-GL-DESC-LOC
089100     PERFORM 5200-WRITE-GL-RECORD THRU 5200-EXIT
089200     SET AT-IDX UP BY 1.
089300 5110-EXIT.
089400     EXIT.
089500*----------------------------------------------------------*
089600* 5200-WRITE-GL-RECORD - DATE, SIDE AND DESCRIPTION FOR THE *
089700* ACCRUAL OR ITS REVERSAL, THEN WRITE. A ZERO LINE IS NOT   *
089800* WRITTEN.                                                  *
089900*----------------------------------------------------------*
090000 5200-WRITE-GL-RECORD.
090100     IF GL-AMOUNT = ZEROS
090200         GO TO 5200-EXIT
090300     END-IF
090400     MOVE WS-GL-DESC-WORK TO GL-DESCRIPTION
090500     MOVE WS-MONTH-END TO GL-RUN-DATE
090600     IF WS-GL-REVERSING
090700         MOVE WS-REVERSAL-DATE TO GL-RUN-DATE
090800         IF GL-DEBIT
090900             MOVE "C" TO GL-DEBIT-CREDIT
091000         ELSE
091100             MOVE "D" TO GL-DEBIT-CREDIT
091200         END-IF
091300         MOVE SPACES TO GL-DESCRIPTION
091400         STRING "REV " DELIMITED BY SIZE
091500             WS-GL-DESC-WORK DELIMITED BY SIZE
091600             INTO GL-DESCRIPTION
091700         END-STRING
091800     END-IF
091900     WRITE GL-EXTRACT-RECORD
092000     ADD 1 TO WS-GL-WRITTEN.
092100 5200-EXIT.
092200     EXIT.
092300*----------------------------------------------------------*
092400* 6000-WRITE-REPORT - ONE LINE PER COST CENTER, THE TOTALS, *
092500* THE GL ENTRY TOTALS AND THE OUTCOME.                      *
092600*----------------------------------------------------------*
092700 6000-WRITE-REPORT.
092800     IF WS-LOC-COUNT > 0
092900         SET AT-IDX TO 1
093000         PERFORM 6100-WRITE-BUCKET THRU 6100-EXIT
093100             UNTIL AT-IDX > WS-LOC-COUNT
093200     END-IF
093300     MOVE SPACES TO AR-DETAIL-LINE
093400     MOVE "TOTAL"           TO AR-DL-LOCATION
093500     MOVE WS-TOT-HEADCOUNT  TO AR-DL-HEADCOUNT
093600     MOVE WS-TOT-BASE-GROSS TO AR-DL-BASE-GROSS
093700     MOVE WS-TOT-WAGES      TO AR-DL-WAGES
093800     MOVE WS-TOT-ERFICA     TO AR-DL-ERFICA
093900     MOVE WS-TOT-UNEMP      TO AR-DL-UNEMP
094000     COMPUTE AR-DL-TOTAL = WS-TOT-WAGES + WS-TOT-TAXES
094100     WRITE ACCRUAL-REPORT-RECORD FROM AR-BLANK-LINE
094200     WRITE ACCRUAL-REPORT-RECORD FROM AR-DETAIL-LINE
094300     WRITE ACCRUAL-REPORT-RECORD FROM AR-BLANK-LINE
094400     MOVE "EMPLOYER FICA RATE (X10000):" TO AR-TOTAL-LABEL
094500     COMPUTE AR-TOTAL-AMOUNT = WS-ERFICA-RATE * 10000
094600     PERFORM 6200-WRITE-TOTAL THRU 6200-EXIT
094700     MOVE "UNEMPLOYMENT RATE (X10000):" TO AR-TOTAL-LABEL
094800     COMPUTE AR-TOTAL-AMOUNT = WS-UNEMP-RATE * 10000
094900     PERFORM 6200-WRITE-TOTAL THRU 6200-EXIT
095000     MOVE "UNEMPLOYMENT WAGE BASE:" TO AR-TOTAL-LABEL
095100     MOVE WS-UNEMP-WAGE-BASE TO AR-TOTAL-AMOUNT
095200     PERFORM 6200-WRITE-TOTAL THRU 6200-EXIT
095300     MOVE "PERIODS REVERSED - SKIPPED:" TO AR-TOTAL-LABEL
095400     MOVE WS-REVERSED-COUNT TO AR-TOTAL-AMOUNT
095500     PERFORM 6200-WRITE-TOTAL THRU 6200-EXIT
095600     MOVE "TERMINATED - SKIPPED:" TO AR-TOTAL-LABEL
095700     MOVE WS-TERMINATED-COUNT TO AR-TOTAL-AMOUNT
095701     PERFORM 6200-WRITE-TOTAL THRU 6200-EXIT
095702     MOVE "OTHER PAY GROUPS - SKIPPED:" TO AR-TOTAL-LABEL
095703     MOVE WS-OTHER-GROUP-COUNT TO AR-TOTAL-AMOUNT
095800     PERFORM 6200-WRITE-TOTAL THRU 6200-EXIT
095900     MOVE "ACCRUAL DEBITS:" TO AR-TOTAL-LABEL
096000     MOVE WS-GL-DEBITS TO AR-TOTAL-AMOUNT
096100     PERFORM 6200-WRITE-TOTAL THRU 6200-EXIT
096200     MOVE "ACCRUAL CREDITS:" TO AR-TOTAL-LABEL
096300     MOVE WS-GL-CREDITS TO AR-TOTAL-AMOUNT
096400     PERFORM 6200-WRITE-TOTAL THRU 6200-EXIT
096500     MOVE "GLACCR LINES (WITH REVERSAL):" TO AR-TOTAL-LABEL
096600     MOVE WS-GL-WRITTEN TO AR-TOTAL-AMOUNT
096700     PERFORM 6200-WRITE-TOTAL THRU 6200-EXIT
096800     WRITE ACCRUAL-REPORT-RECORD FROM AR-BLANK-LINE
096900     EVALUATE TRUE
097000         WHEN WS-RUN-FAILED
097100             MOVE "ACCRUAL NOT WRITTEN - SEE THE JOB LOG"
097200                 TO AR-MESSAGE
097300         WHEN WS-ACCRUED-DAYS = 0
097400             MOVE "LAST PERIOD ENDED AT MONTH-END - NO ACCRUAL"
097500                 TO AR-MESSAGE
097600         WHEN WS-GL-WRITTEN = 0
097700             MOVE "NO WAGES TO ACCRUE - GLACCR IS EMPTY"
097800                 TO AR-MESSAGE
097900         WHEN OTHER
098000             MOVE "ACCRUAL AND REVERSAL WRITTEN TO GLACCR"
098100                 TO AR-MESSAGE
098200     END-EVALUATE
098300     WRITE ACCRUAL-REPORT-RECORD FROM AR-MESSAGE-LINE.
098400 6000-EXIT.
098500     EXIT.
098600*----------------------------------------------------------*
098700* 6100-WRITE-BUCKET - ONE COST CENTER LINE                  *
098800*----------------------------------------------------------*
098900 6100-WRITE-BUCKET.
099000     MOVE SPACES TO AR-DETAIL-LINE
099100     MOVE AT-LOCATION (AT-IDX)   TO AR-DL-LOCATION
099200     MOVE AT-ACCOUNT (AT-IDX)    TO AR-DL-ACCOUNT
099300     MOVE AT-HEADCOUNT (AT-IDX)  TO AR-DL-HEADCOUNT
099400     MOVE AT-BASE-GROSS (AT-IDX) TO AR-DL-BASE-GROSS
099500     MOVE AT-WAGES (AT-IDX)      TO AR-DL-WAGES
099600     MOVE AT-ERFICA (AT-IDX)     TO AR-DL-ERFICA
099700     MOVE AT-UNEMP (AT-IDX)      TO AR-DL-UNEMP
099800     COMPUTE AR-DL-TOTAL = AT-WAGES (AT-IDX)
099900         + AT-ERFICA (AT-IDX) + AT-UNEMP (AT-IDX)
100000     WRITE ACCRUAL-REPORT-RECORD FROM AR-DETAIL-LINE
100100     SET AT-IDX UP BY 1.
100200 6100-EXIT.
100300     EXIT.
100400*----------------------------------------------------------*
100500* 6200-WRITE-TOTAL - ONE TOTAL LINE                         *
100600*----------------------------------------------------------*
100700 6200-WRITE-TOTAL.
100800     WRITE ACCRUAL-REPORT-RECORD FROM AR-TOTAL-LINE.
100900 6200-EXIT.
101000     EXIT.
101100*----------------------------------------------------------*
101200* 6900-WRITE-EXCEPTION - ONE EMPLOYEE EXCEPTION LINE        *
101300*----------------------------------------------------------*
101400 6900-WRITE-EXCEPTION.
101500     WRITE ACCRUAL-REPORT-RECORD FROM AR-EXCEPTION-LINE
101600     ADD 1 TO WS-EXCEPTION-COUNT.
101700 6900-EXIT.
101800     EXIT.
101900*----------------------------------------------------------*
102000* 7000-TERMINATE - CLOSE UP AND SET THE RETURN CODE: 12     *
102100* WHEN NO ACCRUAL COULD BE WRITTEN, 4 WHEN EMPLOYEES WENT   *
102200* TO THE DEFAULT WAGES ACCOUNT.                             *
102300*----------------------------------------------------------*
102400 7000-TERMINATE.
102500     CLOSE ACCRUAL-REPORT
102600     MOVE 0 TO RETURN-CODE
102700     IF WS-EXCEPTION-COUNT > 0
102800         MOVE 4 TO RETURN-CODE
102900     END-IF
103000     IF WS-RUN-FAILED
103100         MOVE 12 TO RETURN-CODE
103200     END-IF.
103300 7000-EXIT.
103400     EXIT.
103500*----------------------------------------------------------*
103600* 8000-COMPUTE-DAY-NUMBER - WS-DN-DATE AS A RUNNING DAY     *
103700* COUNT: WHOLE YEARS, THEIR LEAP DAYS, THE MONTHS BEFORE    *
103800* THIS ONE, AND THE DAY, PLUS FEBRUARY 29 WHEN THIS IS A    *
103900* LEAP YEAR PAST FEBRUARY.                                  *
104000*----------------------------------------------------------*
104100 8000-COMPUTE-DAY-NUMBER.
104200     IF WS-DN-DATE NOT NUMERIC
104300        OR WS-DN-MONTH < 1 OR WS-DN-MONTH > 12
104400         MOVE ZEROS TO WS-DN-DAYS
104500         GO TO 8000-EXIT
104600     END-IF
104700     COMPUTE WS-DN-DAYS = (WS-DN-YEAR - 1) * 365
104800         + (WS-DN-YEAR - 1) / 4
104900         + WS-DAYS-BEFORE (WS-DN-MONTH)
105000         + WS-DN-DAY
105100     DIVIDE WS-DN-YEAR BY 4
105200         GIVING WS-DN-QUOTIENT
105300         REMAINDER WS-DN-REMAINDER
105400     IF WS-DN-REMAINDER = 0 AND WS-DN-MONTH > 2
105500         ADD 1 TO WS-DN-DAYS
105600     END-IF.
105700 8000-EXIT.
105800     EXIT.
105900*----------------------------------------------------------*
106000* 9999-EXIT - COMMON JOB TERMINATION POINT                  *
106100*----------------------------------------------------------*
106200 9999-EXIT.
106300     GOBACK.
