000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ADDREXCP.
000300 AUTHOR.        LIBI.
000400 INSTALLATION.  PAYROLL DEPARTMENT.
000500 DATE-WRITTEN.  OCTOBER 15, 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                     *
000900*----------------------------------------------------------*
001000* DATE        INIT  DESCRIPTION                            *
001100* 2026-10-15  LIBI  ORIGINAL PROGRAM - ADDRESS EXCEPTION    *
001200*                   LISTING, RUN AHEAD OF THE PAY           *
001300*                   STATEMENT, CHECK AND W-2 PRINTS. EVERY  *
001400*                   EMPLOYEE WHO WILL GET SOMETHING IN THE  *
001500*                   MAIL - ACTIVE, ON LEAVE, OR TERMINATED  *
001600*                   WITH WAGES THIS YEAR (A W-2 IS STILL    *
001700*                   OWED) - IS LOOKED UP ON EMPADDR, AND    *
001800*                   ANY WITH NO ADDRESS, AN INCOMPLETE      *
001900*                   ADDRESS, OR A MISSING HIRE OR BIRTH     *
002000*                   DATE IS LISTED FOR CORRECTION THROUGH   *
002100*                   ADDRMNT. ENDS RC 4 WHEN ANYTHING IS     *
002200*                   LISTED SO THE SCHEDULE STOPS FOR REVIEW *
002300*                   BEFORE THE PRINTS.                      *
002400*----------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER. IBM-370.
002800 OBJECT-COMPUTER. IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT PAYROLL-MASTER ASSIGN TO "PAYRMSTR"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS SEQUENTIAL
003400         RECORD KEY IS PM-EMPLOYEE-ID
003500         FILE STATUS IS WS-PAYRMSTR-STATUS.
003600     SELECT EMPLOYEE-ADDRESS ASSIGN TO "EMPADDR"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003900         RECORD KEY IS EA-EMPLOYEE-ID
004000         FILE STATUS IS WS-EMPADDR-STATUS.
004100     SELECT EXCEPTION-REPORT ASSIGN TO "ADDREXRP"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-ADDREXRP-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  PAYROLL-MASTER
004700     LABEL RECORDS ARE STANDARD.
004800 COPY PAYRMSTR.
004900 FD  EMPLOYEE-ADDRESS
005000     LABEL RECORDS ARE STANDARD.
005100 COPY EMPADDR.
005200 FD  EXCEPTION-REPORT
005300     LABEL RECORDS ARE STANDARD.
005400 01  EXCEPTION-REPORT-RECORD     PIC X(80).
005500 WORKING-STORAGE SECTION.
005600*----------------------------------------------------------*
005700* FILE STATUS AND CONTROL SWITCHES                          *
005800*----------------------------------------------------------*
005900 77  WS-PAYRMSTR-STATUS      PIC X(02) VALUE ZEROS.
006000     88  WS-PAYRMSTR-OK                VALUE "00".
006100 77  WS-EMPADDR-STATUS       PIC X(02) VALUE ZEROS.
006200     88  WS-EMPADDR-OK                 VALUE "00".
006300 77  WS-ADDREXRP-STATUS      PIC X(02) VALUE ZEROS.
006400     88  WS-ADDREXRP-OK                VALUE "00".
006500 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
006600     88  WS-EOF                        VALUE "Y".
006700 77  WS-EXCP-FAILURE-SW      PIC X(01) VALUE "N".
006800     88  WS-EXCP-FAILED                VALUE "Y".
006900 77  WS-EMPADDR-AVAILABLE    PIC X(01) VALUE "N".
007000     88  WS-HAVE-EMPADDR               VALUE "Y".
007100 77  WS-EMPLOYEE-FLAG-SW     PIC X(01) VALUE "N".
007200     88  WS-EMPLOYEE-FLAGGED           VALUE "Y".
007300*----------------------------------------------------------*
007400* RUN DATE AND REPORT TOTALS                                *
007500*----------------------------------------------------------*
007600 77  WS-RUN-DATE             PIC 9(08) VALUE ZEROS.
007700 77  WS-CHECKED-COUNT        PIC 9(05) COMP VALUE ZERO.
007800 77  WS-EXCEPTION-COUNT      PIC 9(05) COMP VALUE ZERO.
007900 77  WS-LINE-COUNT           PIC 9(05) COMP VALUE ZERO.
008000*----------------------------------------------------------*
008100* EXCEPTION REPORT LINE LAYOUTS                             *
008200*----------------------------------------------------------*
008300 01  AX-HEADING-1.
008400     05  FILLER              PIC X(01) VALUE SPACE.
008500     05  FILLER              PIC X(40) VALUE
008600         "EMPLOYEE ADDRESS EXCEPTIONS - RUN DATE".
008700     05  AX-RUN-DATE         PIC 9(08).
008800 01  AX-HEADING-2.
008900     05  FILLER              PIC X(01) VALUE SPACE.
009000     05  FILLER              PIC X(11) VALUE "EMPLOYEE ID".
009100     05  FILLER              PIC X(02) VALUE SPACES.
009200     05  FILLER              PIC X(15) VALUE "NAME".
009300     05  FILLER              PIC X(02) VALUE SPACES.
009400     05  FILLER              PIC X(06) VALUE "STATUS".
009500     05  FILLER              PIC X(02) VALUE SPACES.
009600     05  FILLER              PIC X(30) VALUE "CORRECTION NEEDED".
009700 01  AX-DETAIL-LINE.
009800     05  FILLER              PIC X(01) VALUE SPACE.
009900     05  AX-EMPLOYEE-ID      PIC 9(09).
010000     05  FILLER              PIC X(04) VALUE SPACES.
010100     05  AX-NAME             PIC X(15).
010200     05  FILLER              PIC X(04) VALUE SPACES.
010300     05  AX-STATUS           PIC X(01).
010400     05  FILLER              PIC X(05) VALUE SPACES.
010500     05  AX-REASON           PIC X(30).
010600 01  AX-TOTAL-LINE.
010700     05  FILLER              PIC X(01) VALUE SPACE.
010800     05  AX-TOTAL-LABEL      PIC X(28).
010900     05  AX-TOTAL-VALUE      PIC ZZZZ9.
011000 PROCEDURE DIVISION.
011100*----------------------------------------------------------*
011200* 0000-MAINLINE                                            *
011300*----------------------------------------------------------*
011400 0000-MAINLINE.
011500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
011600     PERFORM 3000-CHECK-EMPLOYEE THRU 3000-EXIT
011700         UNTIL WS-EOF
011800     PERFORM 7000-TERMINATE THRU 7000-EXIT
011900     GO TO 9999-EXIT.
012000*----------------------------------------------------------*
012100* 1000-INITIALIZE - OPEN THE REPORT, THE MASTER AND THE     *
012200* ADDRESS FILE, THEN PRIME THE READ. WITH NO ADDRESS FILE   *
012300* AT ALL EVERY EMPLOYEE IS LISTED AS HAVING NO ADDRESS.     *
012400*----------------------------------------------------------*
012500 1000-INITIALIZE.
012600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
012700     OPEN OUTPUT EXCEPTION-REPORT
012800     MOVE WS-RUN-DATE TO AX-RUN-DATE
012900     WRITE EXCEPTION-REPORT-RECORD FROM AX-HEADING-1
013000     WRITE EXCEPTION-REPORT-RECORD FROM AX-HEADING-2
013100     OPEN INPUT EMPLOYEE-ADDRESS
013200     IF WS-EMPADDR-OK
013300         MOVE "Y" TO WS-EMPADDR-AVAILABLE
013400     ELSE
013500         DISPLAY "ADDREXCP: EMPADDR NOT AVAILABLE, STATUS "
013600             WS-EMPADDR-STATUS
013700     END-IF
013800     OPEN INPUT PAYROLL-MASTER
013900     IF NOT WS-PAYRMSTR-OK
014000         DISPLAY "PAYRMSTR OPEN FAILED, STATUS "
014100             WS-PAYRMSTR-STATUS
014200         MOVE "Y" TO WS-EOF-SWITCH
014300         MOVE "Y" TO WS-EXCP-FAILURE-SW
014400     ELSE
014500         PERFORM 2000-READ-PAYROLL-MASTER THRU 2000-EXIT
014600     END-IF.
014700 1000-EXIT.
014800     EXIT.
014900*----------------------------------------------------------*
015000* 2000-READ-PAYROLL-MASTER - GET THE NEXT EMPLOYEE          *
015100*----------------------------------------------------------*
015200 2000-READ-PAYROLL-MASTER.
015300     READ PAYROLL-MASTER NEXT RECORD
015400         AT END
015500             MOVE "Y" TO WS-EOF-SWITCH
015600     END-READ.
015700 2000-EXIT.
015800     EXIT.
015900*----------------------------------------------------------*
016000* 3000-CHECK-EMPLOYEE - A TERMINATED EMPLOYEE WITH NO WAGES *
016100* THIS YEAR IS OWED NOTHING IN THE MAIL AND IS PASSED BY.   *
016200* EVERYONE ELSE MUST HAVE A COMPLETE ADDRESS ENTRY. EVERY   *
016300* PROBLEM FOUND GETS ITS OWN LINE SO ONE CORRECTION PASS    *
016400* FIXES EVERYTHING.                                         *
016500*----------------------------------------------------------*
016600 3000-CHECK-EMPLOYEE.
016700     IF PM-TERMINATED AND PM-YTD-GROSS = ZEROS
016800         GO TO 3000-READ-NEXT
016900     END-IF
017000     ADD 1 TO WS-CHECKED-COUNT
017100     MOVE "N" TO WS-EMPLOYEE-FLAG-SW
017200     IF NOT WS-HAVE-EMPADDR
017300         MOVE "NO ADDRESS ON FILE" TO AX-REASON
017400         PERFORM 6000-WRITE-EXCEPTION-LINE THRU 6000-EXIT
017500         GO TO 3000-COUNT
017600     END-IF
017700     MOVE PM-EMPLOYEE-ID TO EA-EMPLOYEE-ID
017800     READ EMPLOYEE-ADDRESS
017900         INVALID KEY
018000             MOVE "NO ADDRESS ON FILE" TO AX-REASON
018100             PERFORM 6000-WRITE-EXCEPTION-LINE THRU 6000-EXIT
018200             GO TO 3000-COUNT
018300     END-READ
018400     IF EA-STREET = SPACES OR EA-CITY = SPACES
018500         MOVE "STREET OR CITY MISSING" TO AX-REASON
018600         PERFORM 6000-WRITE-EXCEPTION-LINE THRU 6000-EXIT
018700     END-IF
018800     IF EA-STATE = SPACES
018900         MOVE "STATE MISSING" TO AX-REASON
019000         PERFORM 6000-WRITE-EXCEPTION-LINE THRU 6000-EXIT
019100     END-IF
019200     IF EA-ZIP IS NOT NUMERIC
019300         MOVE "ZIP CODE MISSING OR INVALID" TO AX-REASON
019400         PERFORM 6000-WRITE-EXCEPTION-LINE THRU 6000-EXIT
019500     END-IF
019600     IF EA-HIRE-DATE IS NOT NUMERIC OR EA-HIRE-DATE = ZEROS
019700         MOVE "HIRE DATE MISSING" TO AX-REASON
019800         PERFORM 6000-WRITE-EXCEPTION-LINE THRU 6000-EXIT
019900     END-IF
020000     IF EA-BIRTH-DATE IS NOT NUMERIC OR EA-BIRTH-DATE = ZEROS
020100         MOVE "BIRTH DATE MISSING" TO AX-REASON
020200         PERFORM 6000-WRITE-EXCEPTION-LINE THRU 6000-EXIT
020300     END-IF.
020400 3000-COUNT.
020500     IF WS-EMPLOYEE-FLAGGED
020600         ADD 1 TO WS-EXCEPTION-COUNT
020700     END-IF.
020800 3000-READ-NEXT.
020900     PERFORM 2000-READ-PAYROLL-MASTER THRU 2000-EXIT.
021000 3000-EXIT.
021100     EXIT.
021200*----------------------------------------------------------*
021300* 6000-WRITE-EXCEPTION-LINE - ONE LINE PER PROBLEM FOUND.   *
021400* AX-REASON IS SET BY THE CALLER.                           *
021500*----------------------------------------------------------*
021600 6000-WRITE-EXCEPTION-LINE.
021700     MOVE PM-EMPLOYEE-ID TO AX-EMPLOYEE-ID
021800     MOVE PM-NAME        TO AX-NAME
021900     MOVE PM-STATUS      TO AX-STATUS
022000     WRITE EXCEPTION-REPORT-RECORD FROM AX-DETAIL-LINE
022100     ADD 1 TO WS-LINE-COUNT
022200     MOVE "Y" TO WS-EMPLOYEE-FLAG-SW.
022300 6000-EXIT.
022400     EXIT.
022500*----------------------------------------------------------*
022600* 6100-WRITE-TOTALS - EMPLOYEES CHECKED, EMPLOYEES LISTED,  *
022700* AND PROBLEM LINES, AT THE BOTTOM OF THE REPORT.           *
022800*----------------------------------------------------------*
022900 6100-WRITE-TOTALS.
023000     MOVE "EMPLOYEES CHECKED:"      TO AX-TOTAL-LABEL
023100     MOVE WS-CHECKED-COUNT          TO AX-TOTAL-VALUE
023200     WRITE EXCEPTION-REPORT-RECORD FROM AX-TOTAL-LINE
023300     MOVE "EMPLOYEES WITH EXCEPTIONS:" TO AX-TOTAL-LABEL
023400     MOVE WS-EXCEPTION-COUNT        TO AX-TOTAL-VALUE
023500     WRITE EXCEPTION-REPORT-RECORD FROM AX-TOTAL-LINE
023600     MOVE "EXCEPTION LINES:"        TO AX-TOTAL-LABEL
023700     MOVE WS-LINE-COUNT             TO AX-TOTAL-VALUE
023800     WRITE EXCEPTION-REPORT-RECORD FROM AX-TOTAL-LINE.
023900 6100-EXIT.
024000     EXIT.
024100*----------------------------------------------------------*
024200* 7000-TERMINATE - WRITE THE TOTALS, CLOSE FILES, AND SET   *
024300* RETURN-CODE: 4 WHEN ANY EMPLOYEE IS LISTED, 8 WHEN THE    *
024400* MASTER COULD NOT BE READ.                                 *
024500*----------------------------------------------------------*
024600 7000-TERMINATE.
024700     PERFORM 6100-WRITE-TOTALS THRU 6100-EXIT
024800     IF WS-HAVE-EMPADDR
024900         CLOSE EMPLOYEE-ADDRESS
025000     END-IF
025100     IF NOT WS-EXCP-FAILED
025200         CLOSE PAYROLL-MASTER
025300     END-IF
025400     CLOSE EXCEPTION-REPORT
025500     MOVE 0 TO RETURN-CODE
025600     IF WS-EXCEPTION-COUNT > ZERO
025700         DISPLAY "ADDREXCP: " WS-EXCEPTION-COUNT
025800             " EMPLOYEES NEED ADDRESS CORRECTION"
025900         MOVE 4 TO RETURN-CODE
026000     END-IF
026100     IF WS-EXCP-FAILED
026200         MOVE 8 TO RETURN-CODE
026300     END-IF.
026400 7000-EXIT.
026500     EXIT.
026600*----------------------------------------------------------*
026700* 9999-EXIT - COMMON JOB TERMINATION POINT                  *
026800*----------------------------------------------------------*
026900 9999-EXIT.
027000     GOBACK.
