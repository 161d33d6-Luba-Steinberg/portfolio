000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BATTREND.
000300 AUTHOR.        LIBI.
000400 INSTALLATION.  OPERATIONS.
000500 DATE-WRITTEN.  OCTOBER 15, 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                     *
000900*----------------------------------------------------------*
001000* DATE        INIT  DESCRIPTION                            *
001100* 2026-10-15  LIBI  ORIGINAL PROGRAM - DAILY BATCH ELAPSED- *
001200*                   TIME TREND REPORT. READS THE BATHIST    *
001300*                   RUN HISTORY DAYBATCH APPENDS AND, FOR   *
001400*                   EACH STEP, TAKES ITS LAST N BUSINESS    *
001500*                   DATES EXECUTED (A RESTARTED STEP'S      *
001600*                   ATTEMPTS ON ONE DATE ADD TOGETHER, AS   *
001700*                   THEY ALL USED THE WINDOW) AND PRINTS    *
001800*                   THE AVERAGE, WORST, AND LATEST ELAPSED  *
001900*                   SECONDS WITH THE LATEST RETURN-CODE. A  *
002000*                   STEP WHOSE LATEST DATE RAN MORE THAN P  *
002100*                   PERCENT OVER ITS AVERAGE IS FLAGGED.    *
002200*                   PARM (PACKED, NO SPACES):               *
002300*                     NNN PPP - DAYS (1-60, DEFAULT 30) AND *
002400*                               PERCENT (DEFAULT 25)        *
002500*----------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. IBM-370.
002900 OBJECT-COMPUTER. IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT RUN-HISTORY ASSIGN TO "BATHIST"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-BATHIST-STATUS.
003500     SELECT TREND-REPORT ASSIGN TO "BATTRPT"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-BATTRPT-STATUS.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  RUN-HISTORY
004100     LABEL RECORDS ARE STANDARD.
004200 COPY BATHIST.
004300 FD  TREND-REPORT
004400     LABEL RECORDS ARE STANDARD.
004500 01  TREND-REPORT-RECORD         PIC X(80).
004600 WORKING-STORAGE SECTION.
004700*----------------------------------------------------------*
004800* FILE STATUS AND CONTROL SWITCHES                          *
004900*----------------------------------------------------------*
005000 77  WS-BATHIST-STATUS       PIC X(02) VALUE ZEROS.
005100     88  WS-BATHIST-OK                 VALUE "00".
005200 77  WS-BATTRPT-STATUS       PIC X(02) VALUE ZEROS.
005300     88  WS-BATTRPT-OK                 VALUE "00".
005400 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
005500     88  WS-EOF                        VALUE "Y".
005600 77  WS-RPT-FAILURE-SW       PIC X(01) VALUE "N".
005700     88  WS-RPT-FAILED                 VALUE "Y".
005800 77  WS-FOUND-SWITCH         PIC X(01) VALUE "N".
005900     88  WS-STEP-FOUND                 VALUE "Y".
006000*----------------------------------------------------------*
006100* TREND PARM - NNNPPP, DAYS TO LOOK BACK AND FLAG PERCENT   *
006200*----------------------------------------------------------*
006300 01  WS-JOB-PARM.
006400     05  WS-PARM-DAYS        PIC X(03) VALUE SPACES.
006500     05  WS-PARM-DAYS-N REDEFINES WS-PARM-DAYS
006600                             PIC 9(03).
006700     05  WS-PARM-PERCENT     PIC X(03) VALUE SPACES.
006800     05  WS-PARM-PERCENT-N REDEFINES WS-PARM-PERCENT
006900                             PIC 9(03).
007000 77  WS-TREND-DAYS           PIC 9(03) COMP VALUE 30.
007100 77  WS-FLAG-PERCENT         PIC 9(03) VALUE 25.
007200*----------------------------------------------------------*
007300* STEP TREND TABLE - ONE ENTRY PER STEP NAME SEEN, EACH     *
007400* HOLDING THE ELAPSED SECONDS OF ITS LAST N BUSINESS DATES  *
007500* IN A RING (TR-LAST-SLOT IS THE NEWEST DATE'S SLOT).       *
007600*----------------------------------------------------------*
007700 77  WS-STEP-COUNT           PIC 9(03) COMP VALUE ZERO.
007800 01  STEP-TREND-TABLE.
007900     05  TREND-ENTRY OCCURS 1 TO 50 TIMES
008000         DEPENDING ON WS-STEP-COUNT
008100         INDEXED BY TR-IDX.
008200         10  TR-STEP-NAME    PIC X(08).
008300         10  TR-PROGRAM      PIC X(10).
008400         10  TR-DAYS-HELD    PIC 9(03) COMP.
008500         10  TR-LAST-SLOT    PIC 9(03) COMP.
008600         10  TR-LAST-DATE    PIC 9(08).
008700         10  TR-LAST-RC      PIC 9(02).
008800         10  TR-DAY-ELAPSED  PIC 9(07) OCCURS 60 TIMES.
008900*----------------------------------------------------------*
009000* PER-STEP FIGURES AND RUN COUNTS                           *
009100*----------------------------------------------------------*
009200 77  WS-SLOT                 PIC 9(03) COMP VALUE ZERO.
009300 77  WS-TOTAL-ELAPSED        PIC 9(09) VALUE ZEROS.
009400 77  WS-AVERAGE-ELAPSED      PIC 9(07) VALUE ZEROS.
009500 77  WS-WORST-ELAPSED        PIC 9(07) VALUE ZEROS.
009600 77  WS-LATEST-ELAPSED       PIC 9(07) VALUE ZEROS.
009700 77  WS-FLAG-LIMIT           PIC 9(09) VALUE ZEROS.
009800 77  WS-FLAGGED-COUNT        PIC 9(05) VALUE ZEROS.
009900*----------------------------------------------------------*
010000* REPORT LINE LAYOUTS                                       *
010100*----------------------------------------------------------*
010200 01  TT-HEADING-1.
010300     05  FILLER              PIC X(34) VALUE
010400         "DAILY BATCH ELAPSED-TIME TREND".
010500     05  FILLER              PIC X(05) VALUE "LAST ".
010600     05  TT-HEAD-DAYS        PIC ZZ9.
010700     05  FILLER              PIC X(17) VALUE
010800         " DATES, FLAG OVER".
010900     05  FILLER              PIC X(01) VALUE SPACE.
011000     05  TT-HEAD-PERCENT     PIC ZZ9.
011100     05  FILLER              PIC X(01) VALUE "%".
011200     05  FILLER              PIC X(16) VALUE SPACES.
011300 01  TT-HEADING-2.
011400     05  FILLER              PIC X(10) VALUE "STEP".
011500     05  FILLER              PIC X(12) VALUE "PROGRAM".
011600     05  FILLER              PIC X(06) VALUE "DATES".
011700     05  FILLER              PIC X(10) VALUE "AVG SECS".
011800     05  FILLER              PIC X(10) VALUE "WORST".
011900     05  FILLER              PIC X(10) VALUE "LATEST".
012000     05  FILLER              PIC X(04) VALUE "RC".
012100     05  FILLER              PIC X(18) VALUE "FLAG".
012200 01  TT-DETAIL-LINE.
012300     05  TT-STEP-NAME        PIC X(08).
012400     05  FILLER              PIC X(02) VALUE SPACES.
012500     05  TT-PROGRAM          PIC X(10).
012600     05  FILLER              PIC X(02) VALUE SPACES.
012700     05  TT-DAYS             PIC ZZ9.
012800     05  FILLER              PIC X(03) VALUE SPACES.
012900     05  TT-AVERAGE          PIC ZZZ,ZZ9.
013000     05  FILLER              PIC X(03) VALUE SPACES.
013100     05  TT-WORST            PIC ZZZ,ZZ9.
013200     05  FILLER              PIC X(03) VALUE SPACES.
013300     05  TT-LATEST           PIC ZZZ,ZZ9.
013400     05  FILLER              PIC X(03) VALUE SPACES.
013500     05  TT-LAST-RC          PIC 9(02).
013600     05  FILLER              PIC X(02) VALUE SPACES.
013700     05  TT-FLAG             PIC X(12).
013800     05  FILLER              PIC X(06) VALUE SPACES.
013900 01  TT-COUNT-LINE.
014000     05  TT-COUNT-LABEL      PIC X(20).
014100     05  TT-COUNT            PIC ZZZZ9.
014200     05  FILLER              PIC X(55) VALUE SPACES.
014300 PROCEDURE DIVISION.
014400*----------------------------------------------------------*
014500* 0000-MAINLINE - LOAD THE RUN HISTORY INTO THE STEP TREND  *
014600* TABLE, THEN PRINT ONE TREND LINE PER STEP.                *
014700*----------------------------------------------------------*
014800 0000-MAINLINE.
014900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
015000     PERFORM 3000-TABLE-ONE-RUN THRU 3000-EXIT
015100         UNTIL WS-EOF
015200     IF WS-STEP-COUNT > 0
015300         SET TR-IDX TO 1
015400         PERFORM 5000-REPORT-ONE-STEP THRU 5000-EXIT
015500             UNTIL TR-IDX > WS-STEP-COUNT
015600     END-IF
015700     PERFORM 7000-TERMINATE THRU 7000-EXIT
015800     GO TO 9999-EXIT.
015900*----------------------------------------------------------*
016000* 1000-INITIALIZE - TAKE THE DAYS AND PERCENT FROM THE      *
016100* PARM (A MISSING OR BAD VALUE KEEPS ITS DEFAULT), OPEN     *
016200* FILES, PRINT HEADINGS, PRIME THE READ.                    *
016300*----------------------------------------------------------*
016400 1000-INITIALIZE.
016500     ACCEPT WS-JOB-PARM FROM COMMAND-LINE
016600     IF WS-PARM-DAYS IS NUMERIC
016700         IF WS-PARM-DAYS-N > 0 AND WS-PARM-DAYS-N NOT > 60
016800             MOVE WS-PARM-DAYS-N TO WS-TREND-DAYS
016900         ELSE
017000             DISPLAY "BATTREND: DAYS MUST BE 1-60, USING 30"
017100         END-IF
017200     ELSE
017300         IF WS-PARM-DAYS NOT = SPACES
017400             DISPLAY "BATTREND: BAD DAYS PARM, USING 30"
017500         END-IF
017600     END-IF
017700     IF WS-PARM-PERCENT IS NUMERIC
017800         MOVE WS-PARM-PERCENT-N TO WS-FLAG-PERCENT
017900     ELSE
018000         IF WS-PARM-PERCENT NOT = SPACES
018100             DISPLAY "BATTREND: BAD PERCENT PARM, USING 25"
018200         END-IF
018300     END-IF
018400     OPEN OUTPUT TREND-REPORT
018500     IF NOT WS-BATTRPT-OK
018600         DISPLAY "BATTRPT OPEN FAILED, STATUS "
018700             WS-BATTRPT-STATUS
018800         MOVE "Y" TO WS-RPT-FAILURE-SW
018900         MOVE "Y" TO WS-EOF-SWITCH
019000         GO TO 1000-EXIT
019100     END-IF
019200     MOVE WS-TREND-DAYS   TO TT-HEAD-DAYS
019300     MOVE WS-FLAG-PERCENT TO TT-HEAD-PERCENT
019400     WRITE TREND-REPORT-RECORD FROM TT-HEADING-1
019500     WRITE TREND-REPORT-RECORD FROM TT-HEADING-2
019600     OPEN INPUT RUN-HISTORY
019700     IF NOT WS-BATHIST-OK
019800         DISPLAY "BATHIST OPEN FAILED, STATUS "
019900             WS-BATHIST-STATUS
020000         MOVE "Y" TO WS-RPT-FAILURE-SW
020100         MOVE "Y" TO WS-EOF-SWITCH
020200     ELSE
020300         PERFORM 2000-READ-RUN-HISTORY THRU 2000-EXIT
020400     END-IF.
020500 1000-EXIT.
020600     EXIT.
020700*----------------------------------------------------------*
020800* 2000-READ-RUN-HISTORY - GET THE NEXT STEP HISTORY RECORD  *
020900*----------------------------------------------------------*
021000 2000-READ-RUN-HISTORY.
021100     READ RUN-HISTORY
021200         AT END
021300             MOVE "Y" TO WS-EOF-SWITCH
021400     END-READ.
021500 2000-EXIT.
021600     EXIT.
021700*----------------------------------------------------------*
021800* 3000-TABLE-ONE-RUN - AN EXECUTED STEP'S ELAPSED TIME GOES *
021900* INTO ITS STEP'S RING: ADDED TO THE NEWEST SLOT WHEN IT IS *
022000* ANOTHER ATTEMPT ON THE SAME BUSINESS DATE, OTHERWISE INTO *
022100* THE NEXT SLOT, OVERLAYING THE OLDEST ONCE N ARE HELD.     *
022200* SKIPPED AND CARRIED STEPS TOOK NO TIME AND ARE PASSED BY. *
022300*----------------------------------------------------------*
022400 3000-TABLE-ONE-RUN.
022500     IF NOT BH-STEP-EXECUTED
022600         GO TO 3000-READ-NEXT
022700     END-IF
022800     PERFORM 3100-FIND-STEP THRU 3100-EXIT
022900     IF NOT WS-STEP-FOUND
023000         GO TO 3000-READ-NEXT
023100     END-IF
023200     IF TR-DAYS-HELD (TR-IDX) > 0 AND
023300        BH-BUSINESS-DATE = TR-LAST-DATE (TR-IDX)
023400         MOVE TR-LAST-SLOT (TR-IDX) TO WS-SLOT
023500         ADD BH-ELAPSED-SECONDS
023600             TO TR-DAY-ELAPSED (TR-IDX, WS-SLOT)
023700     ELSE
023800         IF TR-LAST-SLOT (TR-IDX) < WS-TREND-DAYS
023900             ADD 1 TO TR-LAST-SLOT (TR-IDX)
024000         ELSE
024100             MOVE 1 TO TR-LAST-SLOT (TR-IDX)
024200         END-IF
024300         MOVE TR-LAST-SLOT (TR-IDX) TO WS-SLOT
024400         MOVE BH-ELAPSED-SECONDS
024500             TO TR-DAY-ELAPSED (TR-IDX, WS-SLOT)
024600         IF TR-DAYS-HELD (TR-IDX) < WS-TREND-DAYS
024700             ADD 1 TO TR-DAYS-HELD (TR-IDX)
024800         END-IF
024900         MOVE BH-BUSINESS-DATE TO TR-LAST-DATE (TR-IDX)
025000     END-IF
025100     MOVE BH-PROGRAM     TO TR-PROGRAM (TR-IDX)
025200     MOVE BH-RETURN-CODE TO TR-LAST-RC (TR-IDX).
025300 3000-READ-NEXT.
025400     PERFORM 2000-READ-RUN-HISTORY THRU 2000-EXIT.
025500 3000-EXIT.
025600     EXIT.
025700*----------------------------------------------------------*
025800* 3100-FIND-STEP - POINT TR-IDX AT THIS STEP'S ENTRY,       *
025900* STARTING AN EMPTY ONE FOR A STEP NOT YET SEEN.            *
026000*----------------------------------------------------------*
026100 3100-FIND-STEP.
026200     MOVE "N" TO WS-FOUND-SWITCH
026300     IF WS-STEP-COUNT > 0
026400         SET TR-IDX TO 1
026500         SEARCH TREND-ENTRY
026600             AT END CONTINUE
026700             WHEN TR-STEP-NAME (TR-IDX) = BH-STEP-NAME
026800                 MOVE "Y" TO WS-FOUND-SWITCH
026900         END-SEARCH
027000     END-IF
027100     IF WS-STEP-FOUND
027200         GO TO 3100-EXIT
027300     END-IF
027400     IF WS-STEP-COUNT < 50
027500         ADD 1 TO WS-STEP-COUNT
027600         SET TR-IDX TO WS-STEP-COUNT
027700         MOVE BH-STEP-NAME TO TR-STEP-NAME (TR-IDX)
027800         MOVE ZERO         TO TR-DAYS-HELD (TR-IDX)
027900         MOVE ZERO         TO TR-LAST-SLOT (TR-IDX)
028000         MOVE ZEROS        TO TR-LAST-DATE (TR-IDX)
028100         MOVE "Y" TO WS-FOUND-SWITCH
028200     ELSE
028300         DISPLAY "BATTREND: STEP TABLE FULL AT "
028400             BH-STEP-NAME
028500         MOVE "Y" TO WS-RPT-FAILURE-SW
028600     END-IF.
028700 3100-EXIT.
028800     EXIT.
028900*----------------------------------------------------------*
029000* 5000-REPORT-ONE-STEP - AVERAGE AND WORST OVER THE DATES   *
029100* HELD, THE NEWEST DATE'S TIME, AND THE FLAG WHEN THAT      *
029200* NEWEST TIME RUNS MORE THAN THE PERCENT OVER THE AVERAGE.  *
029300* A STEP WITH A SINGLE DATE HAS NOTHING TO COMPARE AGAINST. *
029400*----------------------------------------------------------*
029500 5000-REPORT-ONE-STEP.
029600     MOVE ZEROS TO WS-TOTAL-ELAPSED
029700     MOVE ZEROS TO WS-WORST-ELAPSED
029800     MOVE 1 TO WS-SLOT
029900     PERFORM 5100-ADD-ONE-DATE THRU 5100-EXIT
030000         UNTIL WS-SLOT > TR-DAYS-HELD (TR-IDX)
030100     COMPUTE WS-AVERAGE-ELAPSED ROUNDED =
030200         WS-TOTAL-ELAPSED / TR-DAYS-HELD (TR-IDX)
030300     MOVE TR-LAST-SLOT (TR-IDX) TO WS-SLOT
030400     MOVE TR-DAY-ELAPSED (TR-IDX, WS-SLOT) TO WS-LATEST-ELAPSED
030500     COMPUTE WS-FLAG-LIMIT =
030600         WS-AVERAGE-ELAPSED * (100 + WS-FLAG-PERCENT) / 100
030700     MOVE TR-STEP-NAME (TR-IDX) TO TT-STEP-NAME
030800     MOVE TR-PROGRAM (TR-IDX)   TO TT-PROGRAM
030900     MOVE TR-DAYS-HELD (TR-IDX) TO TT-DAYS
031000     MOVE WS-AVERAGE-ELAPSED    TO TT-AVERAGE
031100     MOVE WS-WORST-ELAPSED      TO TT-WORST
031200     MOVE WS-LATEST-ELAPSED     TO TT-LATEST
031300     MOVE TR-LAST-RC (TR-IDX)   TO TT-LAST-RC
031400     IF TR-DAYS-HELD (TR-IDX) > 1 AND
031500        WS-LATEST-ELAPSED > WS-FLAG-LIMIT
031600         MOVE "OVER AVERAGE" TO TT-FLAG
031700         ADD 1 TO WS-FLAGGED-COUNT
031800     ELSE
031900         MOVE SPACES TO TT-FLAG
032000     END-IF
032100     WRITE TREND-REPORT-RECORD FROM TT-DETAIL-LINE
032200     SET TR-IDX UP BY 1.
032300 5000-EXIT.
032400     EXIT.
032500*----------------------------------------------------------*
032600* 5100-ADD-ONE-DATE - ADD ONE HELD DATE TO THE TOTAL AND   *
032650* CHECK IT AGAINST THE WORST.                               *
032700*----------------------------------------------------------*
032800 5100-ADD-ONE-DATE.
032900     ADD TR-DAY-ELAPSED (TR-IDX, WS-SLOT) TO WS-TOTAL-ELAPSED
033000     IF TR-DAY-ELAPSED (TR-IDX, WS-SLOT) > WS-WORST-ELAPSED
033100         MOVE TR-DAY-ELAPSED (TR-IDX, WS-SLOT)
033200             TO WS-WORST-ELAPSED
033300     END-IF
033400     ADD 1 TO WS-SLOT.
033500 5100-EXIT.
033600     EXIT.
033700*----------------------------------------------------------*
033800* 7000-TERMINATE - COUNT LINES, CLOSE FILES, SET THE        *
033900* RETURN-CODE: 4 WHEN ANY STEP WAS FLAGGED, 8 ON FAILURE.   *
034000*----------------------------------------------------------*
034100 7000-TERMINATE.
034200     IF WS-BATTRPT-OK
034300         MOVE "STEPS TRENDED:      " TO TT-COUNT-LABEL
034400         MOVE WS-STEP-COUNT          TO TT-COUNT
034500         WRITE TREND-REPORT-RECORD FROM TT-COUNT-LINE
034600         MOVE "STEPS FLAGGED:      " TO TT-COUNT-LABEL
034700         MOVE WS-FLAGGED-COUNT       TO TT-COUNT
034800         WRITE TREND-REPORT-RECORD FROM TT-COUNT-LINE
034900     END-IF
035000     CLOSE RUN-HISTORY
035100     CLOSE TREND-REPORT
035200     MOVE 0 TO RETURN-CODE
035300     IF WS-FLAGGED-COUNT > 0
035400         MOVE 4 TO RETURN-CODE
035500     END-IF
035600     IF WS-RPT-FAILED
035700         MOVE 8 TO RETURN-CODE
035800     END-IF.
035900 7000-EXIT.
036000     EXIT.
036100*----------------------------------------------------------*
036200* 9999-EXIT - COMMON JOB TERMINATION POINT                  *
036300*----------------------------------------------------------*
036400 9999-EXIT.
036500     GOBACK.
