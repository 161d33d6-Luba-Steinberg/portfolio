000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SSNACRPT.
000300 AUTHOR.        LIBI.
000400 INSTALLATION.  DATA CONTROL.
000500 DATE-WRITTEN.  OCTOBER 15, 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                     *
000900*----------------------------------------------------------*
001000* DATE        INIT  DESCRIPTION                            *
001100* 2026-10-15  LIBI  ORIGINAL PROGRAM - PERIODIC REPORT OF   *
001200*                   THE SSNALOG SENSITIVE-DATA ACCESS LOG   *
001300*                   THAT AUDLOGRP AND PAYHINQ APPEND. LISTS *
001400*                   EVERY ACCESS IN THE PERIOD FROM THE     *
001500*                   PARM (PACKED, NO SPACES):               *
001600*                     (BLANK)              - EVERY ACCESS   *
001700*                     D YYYYMMDD YYYYMMDD  - DATE RANGE     *
001800*                   WITH THE SSN MASKED TO ITS LAST FOUR    *
001900*                   DIGITS, THEN A COUNT OF ACCESSES BY     *
002000*                   USER AND BY PROGRAM AND A GRAND TOTAL,  *
002100*                   FOR SECURITY ADMINISTRATION'S REVIEW.   *
002200*----------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER. IBM-370.
002600 OBJECT-COMPUTER. IBM-370.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT SSN-ACCESS-LOG ASSIGN TO "SSNALOG"
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-SSNALOG-STATUS.
003200     SELECT ACCESS-REPORT ASSIGN TO "SSNACRPT"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-SSNACRPT-STATUS.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  SSN-ACCESS-LOG
003800     LABEL RECORDS ARE STANDARD.
003900 COPY SSNALOG.
004000 FD  ACCESS-REPORT
004100     LABEL RECORDS ARE STANDARD.
004200 01  ACCESS-REPORT-RECORD        PIC X(80).
004300 WORKING-STORAGE SECTION.
004400*----------------------------------------------------------*
004500* FILE STATUS AND CONTROL SWITCHES                          *
004600*----------------------------------------------------------*
004700 77  WS-SSNALOG-STATUS       PIC X(02) VALUE ZEROS.
004800     88  WS-SSNALOG-OK                 VALUE "00".
004900 77  WS-SSNACRPT-STATUS      PIC X(02) VALUE ZEROS.
005000     88  WS-SSNACRPT-OK                VALUE "00".
005100 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
005200     88  WS-EOF                        VALUE "Y".
005300 77  WS-RPT-FAILURE-SW       PIC X(01) VALUE "N".
005400     88  WS-RPT-FAILED                 VALUE "Y".
005500*----------------------------------------------------------*
005600* SELECTION PARM - BLANK OR D<FROM><TO>                     *
005700*----------------------------------------------------------*
005800 77  WS-JOB-PARM             PIC X(17) VALUE SPACES.
005900 77  WS-SELECT-MODE          PIC X(01) VALUE " ".
006000     88  WS-SELECT-ALL                 VALUE " ".
006100     88  WS-SELECT-DATES               VALUE "D".
006200 77  WS-SELECT-FROM-DATE     PIC 9(08) VALUE ZEROS.
006300 77  WS-SELECT-TO-DATE       PIC 9(08) VALUE ZEROS.
006400*----------------------------------------------------------*
006500* ACCESS COUNTS - GRAND TOTAL, AND ONE ENTRY PER USER AND   *
006600* PER PROGRAM SEEN IN THE PERIOD                            *
006700*----------------------------------------------------------*
006800 77  WS-SELECTED-COUNT       PIC 9(05) VALUE ZEROS.
006900 77  WS-USER-COUNT           PIC 9(03) COMP VALUE ZERO.
007000 01  USER-TABLE.
007100     05  USER-ENTRY OCCURS 1 TO 200 TIMES
007200         DEPENDING ON WS-USER-COUNT
007300         INDEXED BY US-IDX.
007400         10  US-USER-ID      PIC X(08).
007500         10  US-ACCESSES     PIC 9(05).
007600 77  WS-PROGRAM-COUNT        PIC 9(03) COMP VALUE ZERO.
007700 01  PROGRAM-TABLE.
007800     05  PROGRAM-ENTRY OCCURS 1 TO 50 TIMES
007900         DEPENDING ON WS-PROGRAM-COUNT
008000         INDEXED BY PG-IDX.
008100         10  PG-PROGRAM      PIC X(08).
008200         10  PG-ACCESSES     PIC 9(05).
008300 77  WS-FOUND-SWITCH         PIC X(01) VALUE "N".
008400     88  WS-ENTRY-FOUND                VALUE "Y".
008500*----------------------------------------------------------*
008600* REPORT LINE LAYOUTS                                       *
008700*----------------------------------------------------------*
008800 01  SR-HEADING-1.
008900     05  FILLER              PIC X(30) VALUE
009000         "SENSITIVE-DATA ACCESS REPORT".
009100     05  FILLER              PIC X(11) VALUE "SELECTION: ".
009200     05  SR-SELECTION        PIC X(17).
009300     05  FILLER              PIC X(22) VALUE SPACES.
009400 01  SR-HEADING-2.
009500     05  FILLER              PIC X(10) VALUE "DATE".
009600     05  FILLER              PIC X(10) VALUE "TIME".
009700     05  FILLER              PIC X(10) VALUE "USER".
009800     05  FILLER              PIC X(10) VALUE "PROGRAM".
009900     05  FILLER              PIC X(11) VALUE "SSN".
010000     05  FILLER              PIC X(09) VALUE "EMPLOYEE".
010100     05  FILLER              PIC X(20) VALUE SPACES.
010200 01  SR-DETAIL-LINE.
010300     05  SR-DATE             PIC 9(08).
010400     05  FILLER              PIC X(02) VALUE SPACES.
010500     05  SR-TIME             PIC 9(08).
010600     05  FILLER              PIC X(02) VALUE SPACES.
010700     05  SR-USER-ID          PIC X(08).
010800     05  FILLER              PIC X(02) VALUE SPACES.
010900     05  SR-PROGRAM          PIC X(08).
011000     05  FILLER              PIC X(02) VALUE SPACES.
011100     05  SR-SSN.
011200         10  FILLER          PIC X(05) VALUE "*****".
011300         10  SR-SSN-LAST-FOUR
011400                             PIC 9(04).
011500     05  FILLER              PIC X(02) VALUE SPACES.
011600     05  SR-EMPLOYEE-ID      PIC 9(09).
011700     05  FILLER              PIC X(20) VALUE SPACES.
011800 01  SR-SECTION-LINE.
011900     05  SR-SECTION-TITLE    PIC X(30).
012000     05  FILLER              PIC X(50) VALUE SPACES.
012100 01  SR-COUNT-LINE.
012200     05  FILLER              PIC X(02) VALUE SPACES.
012300     05  SR-COUNT-NAME       PIC X(08).
012400     05  FILLER              PIC X(02) VALUE SPACES.
012500     05  SR-COUNT            PIC ZZZZ9.
012600     05  FILLER              PIC X(63) VALUE SPACES.
012700 01  SR-TOTAL-LINE.
012800     05  FILLER              PIC X(20) VALUE
012900         "ACCESSES SELECTED:  ".
013000     05  SR-TOTAL-COUNT      PIC ZZZZ9.
013100     05  FILLER              PIC X(55) VALUE SPACES.
013200 PROCEDURE DIVISION.
013300*----------------------------------------------------------*
013400* 0000-MAINLINE                                            *
013500*----------------------------------------------------------*
013600 0000-MAINLINE.
013700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
013800     PERFORM 3000-REPORT-ACCESS THRU 3000-EXIT
013900         UNTIL WS-EOF
014000     PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT
014100     PERFORM 7000-TERMINATE THRU 7000-EXIT
014200     GO TO 9999-EXIT.
014300*----------------------------------------------------------*
014400* 1000-INITIALIZE - PARSE THE SELECTION PARM, OPEN FILES,   *
014500* PRINT HEADINGS, PRIME THE READ. NO LOG ON FILE IS A       *
014600* NORMAL RUN - NOTHING HAS BEEN ACCESSED YET.               *
014700*----------------------------------------------------------*
014800 1000-INITIALIZE.
014900     ACCEPT WS-JOB-PARM FROM COMMAND-LINE
015000     EVALUATE WS-JOB-PARM (1:1)
015100         WHEN "D"
015200             MOVE "D" TO WS-SELECT-MODE
015300             IF WS-JOB-PARM (2:8) IS NUMERIC AND
015400                WS-JOB-PARM (10:8) IS NUMERIC
015500                 MOVE WS-JOB-PARM (2:8)  TO WS-SELECT-FROM-DATE
015600                 MOVE WS-JOB-PARM (10:8) TO WS-SELECT-TO-DATE
015700             ELSE
015800                 DISPLAY "SSNACRPT: BAD DATE SELECTION PARM"
015900                 MOVE " " TO WS-SELECT-MODE
016000             END-IF
016100         WHEN OTHER
016200             MOVE " " TO WS-SELECT-MODE
016300     END-EVALUATE
016400     OPEN OUTPUT ACCESS-REPORT
016500     IF NOT WS-SSNACRPT-OK
016600         DISPLAY "SSNACRPT OPEN FAILED, STATUS "
016700             WS-SSNACRPT-STATUS
016800         MOVE "Y" TO WS-RPT-FAILURE-SW
016900         MOVE "Y" TO WS-EOF-SWITCH
017000         GO TO 1000-EXIT
017100     END-IF
017200     IF WS-SELECT-DATES
017300         MOVE WS-JOB-PARM TO SR-SELECTION
017400     ELSE
017500         MOVE "ALL ACCESSES" TO SR-SELECTION
017600     END-IF
017700     WRITE ACCESS-REPORT-RECORD FROM SR-HEADING-1
017800     WRITE ACCESS-REPORT-RECORD FROM SR-HEADING-2
017900     OPEN INPUT SSN-ACCESS-LOG
018000     IF NOT WS-SSNALOG-OK
018100         DISPLAY "SSNALOG NOT ON FILE, STATUS "
018200             WS-SSNALOG-STATUS ", NO ACCESSES TO REPORT"
018300         MOVE "Y" TO WS-EOF-SWITCH
018400     ELSE
018500         PERFORM 2000-READ-ACCESS-LOG THRU 2000-EXIT
018600     END-IF.
018700 1000-EXIT.
018800     EXIT.
018900*----------------------------------------------------------*
019000* 2000-READ-ACCESS-LOG - GET THE NEXT LOGGED ACCESS         *
019100*----------------------------------------------------------*
019200 2000-READ-ACCESS-LOG.
019300     READ SSN-ACCESS-LOG
019400         AT END
019500             MOVE "Y" TO WS-EOF-SWITCH
019600     END-READ.
019700 2000-EXIT.
019800     EXIT.
019900*----------------------------------------------------------*
020000* 3000-REPORT-ACCESS - APPLY THE DATE SELECTION, LIST THE   *
020100* ACCESS WITH ITS SSN MASKED, AND COUNT IT BY USER AND BY   *
020200* PROGRAM.                                                  *
020300*----------------------------------------------------------*
020400 3000-REPORT-ACCESS.
020500     IF WS-SELECT-DATES AND
020600        (SA-ACCESS-DATE < WS-SELECT-FROM-DATE OR
020700         SA-ACCESS-DATE > WS-SELECT-TO-DATE)
020800         GO TO 3000-READ-NEXT
020900     END-IF
021000     MOVE SA-ACCESS-DATE    TO SR-DATE
021100     MOVE SA-ACCESS-TIME    TO SR-TIME
021200     MOVE SA-USER-ID        TO SR-USER-ID
021300     MOVE SA-PROGRAM        TO SR-PROGRAM
021400     MOVE SA-SSN-LAST-FOUR  TO SR-SSN-LAST-FOUR
021500     MOVE SA-EMPLOYEE-ID    TO SR-EMPLOYEE-ID
021600     WRITE ACCESS-REPORT-RECORD FROM SR-DETAIL-LINE
021700     ADD 1 TO WS-SELECTED-COUNT
021800     PERFORM 4000-COUNT-USER THRU 4000-EXIT
021900     PERFORM 4100-COUNT-PROGRAM THRU 4100-EXIT.
022000 3000-READ-NEXT.
022100     PERFORM 2000-READ-ACCESS-LOG THRU 2000-EXIT.
022200 3000-EXIT.
022300     EXIT.
022400*----------------------------------------------------------*
022500* 4000-COUNT-USER - ADD THIS ACCESS TO ITS USER'S COUNT,    *
022600* STARTING A NEW ENTRY FOR A USER NOT YET SEEN.             *
022700*----------------------------------------------------------*
022800 4000-COUNT-USER.
022900     MOVE "N" TO WS-FOUND-SWITCH
023000     IF WS-USER-COUNT > 0
023100         SET US-IDX TO 1
023200         SEARCH USER-ENTRY
023300             AT END CONTINUE
023400             WHEN US-USER-ID (US-IDX) = SA-USER-ID
023500                 MOVE "Y" TO WS-FOUND-SWITCH
023600         END-SEARCH
023700     END-IF
023800     IF WS-ENTRY-FOUND
023900         ADD 1 TO US-ACCESSES (US-IDX)
024000         GO TO 4000-EXIT
024100     END-IF
024200     IF WS-USER-COUNT < 200
024300         ADD 1 TO WS-USER-COUNT
024400         SET US-IDX TO WS-USER-COUNT
024500         MOVE SA-USER-ID TO US-USER-ID (US-IDX)
024600         MOVE 1          TO US-ACCESSES (US-IDX)
024700     ELSE
024800         DISPLAY "SSNACRPT: USER TABLE FULL"
024900         MOVE "Y" TO WS-RPT-FAILURE-SW
025000     END-IF.
025100 4000-EXIT.
025200     EXIT.
025300*----------------------------------------------------------*
025400* 4100-COUNT-PROGRAM - ADD THIS ACCESS TO ITS PROGRAM'S     *
025500* COUNT, STARTING A NEW ENTRY FOR A PROGRAM NOT YET SEEN.   *
025600*----------------------------------------------------------*
025700 4100-COUNT-PROGRAM.
025800     MOVE "N" TO WS-FOUND-SWITCH
025900     IF WS-PROGRAM-COUNT > 0
026000         SET PG-IDX TO 1
026100         SEARCH PROGRAM-ENTRY
026200             AT END CONTINUE
026300             WHEN PG-PROGRAM (PG-IDX) = SA-PROGRAM
026400                 MOVE "Y" TO WS-FOUND-SWITCH
026500         END-SEARCH
026600     END-IF
026700     IF WS-ENTRY-FOUND
026800         ADD 1 TO PG-ACCESSES (PG-IDX)
026900         GO TO 4100-EXIT
027000     END-IF
027100     IF WS-PROGRAM-COUNT < 50
027200         ADD 1 TO WS-PROGRAM-COUNT
027300         SET PG-IDX TO WS-PROGRAM-COUNT
027400         MOVE SA-PROGRAM TO PG-PROGRAM (PG-IDX)
027500         MOVE 1          TO PG-ACCESSES (PG-IDX)
027600     ELSE
027700         DISPLAY "SSNACRPT: PROGRAM TABLE FULL"
027800         MOVE "Y" TO WS-RPT-FAILURE-SW
027900     END-IF.
028000 4100-EXIT.
028100     EXIT.
028200*----------------------------------------------------------*
028300* 6000-WRITE-SUMMARY - ACCESS COUNTS BY USER, THEN BY       *
028400* PROGRAM, THEN THE GRAND TOTAL.                            *
028500*----------------------------------------------------------*
028600 6000-WRITE-SUMMARY.
028700     IF WS-RPT-FAILED AND NOT WS-SSNACRPT-OK
028800         GO TO 6000-EXIT
028900     END-IF
029000     MOVE "ACCESSES BY USER:" TO SR-SECTION-TITLE
029100     WRITE ACCESS-REPORT-RECORD FROM SR-SECTION-LINE
029200     SET US-IDX TO 1
029300     PERFORM 6100-WRITE-USER-COUNT THRU 6100-EXIT
029400         UNTIL US-IDX > WS-USER-COUNT
029500     MOVE "ACCESSES BY PROGRAM:" TO SR-SECTION-TITLE
029600     WRITE ACCESS-REPORT-RECORD FROM SR-SECTION-LINE
029700     SET PG-IDX TO 1
029800     PERFORM 6200-WRITE-PROGRAM-COUNT THRU 6200-EXIT
029900         UNTIL PG-IDX > WS-PROGRAM-COUNT
030000     MOVE WS-SELECTED-COUNT TO SR-TOTAL-COUNT
030100     WRITE ACCESS-REPORT-RECORD FROM SR-TOTAL-LINE.
030200 6000-EXIT.
030300     EXIT.
030400*----------------------------------------------------------*
030500* 6100-WRITE-USER-COUNT - ONE LINE PER USER                 *
030600*----------------------------------------------------------*
030700 6100-WRITE-USER-COUNT.
030800     MOVE US-USER-ID (US-IDX)  TO SR-COUNT-NAME
030900     MOVE US-ACCESSES (US-IDX) TO SR-COUNT
031000     WRITE ACCESS-REPORT-RECORD FROM SR-COUNT-LINE
031100     SET US-IDX UP BY 1.
031200 6100-EXIT.
031300     EXIT.
031400*----------------------------------------------------------*
031500* 6200-WRITE-PROGRAM-COUNT - ONE LINE PER PROGRAM           *
031600*----------------------------------------------------------*
031700 6200-WRITE-PROGRAM-COUNT.
031800     MOVE PG-PROGRAM (PG-IDX)  TO SR-COUNT-NAME
031900     MOVE PG-ACCESSES (PG-IDX) TO SR-COUNT
032000     WRITE ACCESS-REPORT-RECORD FROM SR-COUNT-LINE
032100     SET PG-IDX UP BY 1.
032200 6200-EXIT.
032300     EXIT.
032400*----------------------------------------------------------*
032500* 7000-TERMINATE - CLOSE FILES, SET RETURN-CODE             *
032600*----------------------------------------------------------*
032700 7000-TERMINATE.
032800     CLOSE SSN-ACCESS-LOG
032900     CLOSE ACCESS-REPORT
033000     MOVE 0 TO RETURN-CODE
033100     IF WS-RPT-FAILED
033200         MOVE 8 TO RETURN-CODE
033300     END-IF.
033400 7000-EXIT.
033500     EXIT.
033600*----------------------------------------------------------*
033700* 9999-EXIT - COMMON JOB TERMINATION POINT                  *
033800*----------------------------------------------------------*
033900 9999-EXIT.
034000     GOBACK.
