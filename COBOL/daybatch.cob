002124*                   MAKING A SAME-DAY RESTART REFUSE AS      *
002125*                   "ALREADY COMPLETE" WITH THE FAILURE      *
002126*                   STILL UNRUN.                             *
002127* 2026-10-15  LIBI  EVERY STEP THE DRIVER EXECUTES, SKIPS,   *
002128*                   OR CARRIES FROM AN EARLIER START NOW     *
002129*                   APPENDS A RECORD TO THE BATHIST RUN-     *
002130*                   HISTORY FILE WITH ITS START AND END      *
002131*                   STAMPS, ELAPSED SECONDS, RETURN-CODE,    *
002132*                   AND A RESTART INDICATOR, SO STEP TIMINGS *
002133*                   OUTLIVE THE NEXT DAY'S RUNCTL. THE       *
002134*                   BATTREND REPORT TRENDS THEM.             *
002117*----------------------------------------------------------*
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
003400     SELECT STEP-SCHEDULE ASSIGN TO "BATSCHED"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-BATSCHED-STATUS.
003601     SELECT RUN-HISTORY ASSIGN TO "BATHIST"
003602         ORGANIZATION IS LINE SEQUENTIAL
003603         FILE STATUS IS WS-BATHIST-STATUS.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  END-OF-DAY-REPORT
004900 FD  STEP-SCHEDULE
005000     LABEL RECORDS ARE STANDARD.
005100 COPY BATSCHED.
005101 FD  RUN-HISTORY
005102     LABEL RECORDS ARE STANDARD.
005103 COPY BATHIST.
005200 WORKING-STORAGE SECTION.
005300*----------------------------------------------------------*
005400* FILE STATUS AND CONTROL SWITCHES                         *
006500     88  WS-RUN-REFUSED            VALUE "Y".
006600 77  WS-FAILURE-SWITCH   PIC X(01) VALUE "N".
006700     88  WS-RUN-FAILED             VALUE "Y".
006701 77  WS-BATHIST-STATUS   PIC X(02) VALUE ZEROS.
006702     88  WS-BATHIST-OK             VALUE "00".
006703 77  WS-BATHIST-OPEN-SW  PIC X(01) VALUE "N".
006704     88  WS-BATHIST-OPEN           VALUE "Y".
006800*----------------------------------------------------------*
006900* STEP SCHEDULE TABLE - LOADED FROM BATSCHED AT START-UP,   *
007000* IN THE SEQUENCE ORDER THE FILE IS MAINTAINED IN.          *
009420     88  WS-CALL-FAILED            VALUE "E".
009500 77  WS-EXECUTED-COUNT   PIC 9(02) VALUE ZEROS.
009600 77  WS-SKIPPED-COUNT    PIC 9(02) VALUE ZEROS.
009601*----------------------------------------------------------*
009602* RUN-HISTORY WORK FIELDS - THE STEP'S START AND END        *
009603* STAMPS, THE CLOCK BROKEN OUT TO SECONDS, AND THE STEP'S   *
009604* OUTCOME (E = EXECUTED, S = SKIPPED, C = CARRIED).         *
009605*----------------------------------------------------------*
009606 77  WS-START-DATE       PIC 9(08) VALUE ZEROS.
009607 77  WS-START-TIME       PIC 9(08) VALUE ZEROS.
009608 77  WS-END-DATE         PIC 9(08) VALUE ZEROS.
009609 77  WS-END-TIME         PIC 9(08) VALUE ZEROS.
009610 01  WS-CLOCK-TIME.
009611     05  WS-CLOCK-HH         PIC 9(02).
009612     05  WS-CLOCK-MM         PIC 9(02).
009613     05  WS-CLOCK-SS         PIC 9(02).
009614     05  WS-CLOCK-HS         PIC 9(02).
009615 77  WS-START-SECONDS    PIC 9(06) VALUE ZEROS.
009616 77  WS-END-SECONDS      PIC 9(06) VALUE ZEROS.
009617 77  WS-ELAPSED-SECONDS  PIC 9(07) VALUE ZEROS.
009618 77  WS-HIST-OUTCOME     PIC X(01) VALUE SPACE.
009700*----------------------------------------------------------*
009800* REPORT LINE LAYOUTS                                      *
009900*----------------------------------------------------------*
019900         MOVE "RUN REFUSED"   TO EOD-STEP-STATUS
020000         WRITE EOD-REPORT-RECORD FROM EOD-DETAIL-LINE
020100         MOVE "Y" TO WS-FAILURE-SWITCH
020101     ELSE
020102         PERFORM 1400-OPEN-RUN-HISTORY THRU 1400-EXIT
020200     END-IF.
020300 1000-EXIT.
020301     EXIT.
020302*----------------------------------------------------------*
020303* 1400-OPEN-RUN-HISTORY - OPEN THE BATHIST RUN-HISTORY FILE *
020304* FOR APPEND, CREATING IT ON THE FIRST RUN. THE HISTORY IS  *
020305* FOR TRENDING ONLY - A HISTORY THAT CANNOT BE OPENED IS    *
020306* REPORTED BUT DOES NOT HOLD UP THE BATCH.                  *
020307*----------------------------------------------------------*
020308 1400-OPEN-RUN-HISTORY.
020309     OPEN EXTEND RUN-HISTORY
020310     IF NOT WS-BATHIST-OK
020311         CLOSE RUN-HISTORY
020312         OPEN OUTPUT RUN-HISTORY
020313     END-IF
020314     IF WS-BATHIST-OK
020315         MOVE "Y" TO WS-BATHIST-OPEN-SW
020316     ELSE
020317         DISPLAY "BATHIST OPEN FAILED, STATUS "
020318             WS-BATHIST-STATUS ", NO RUN HISTORY KEPT"
020319     END-IF.
020320 1400-EXIT.
020400     EXIT.
020500*----------------------------------------------------------*
020600* 1200-LOAD-STEP-SCHEDULE - READ THE BATSCHED CONTROL FILE  *
026200         WHEN WS-STEP-NUMBER NOT > WS-RESTART-STEP
026300             MOVE "DONE EARLIER" TO EOD-STEP-STATUS
026400             WRITE EOD-REPORT-RECORD FROM EOD-DETAIL-LINE
026401             MOVE RC-STEP-RC (WS-STEP-NUMBER) TO WS-STEP-RC
026402             MOVE "C" TO WS-HIST-OUTCOME
026403             PERFORM 5800-MARK-STEP-START THRU 5800-EXIT
026404             PERFORM 6000-WRITE-RUN-HISTORY THRU 6000-EXIT
026500         WHEN NOT SE-STEP-ENABLED (SC-IDX)
026600             MOVE "SKIPPED - DISABLED" TO EOD-STEP-STATUS
026700             WRITE EOD-REPORT-RECORD FROM EOD-DETAIL-LINE
026900             PERFORM 4500-ADVANCE-RESTART-POINT THRU 4500-EXIT
027000             MOVE ZEROS TO RC-STEP-RC (WS-STEP-NUMBER)
027100             PERFORM 5500-WRITE-RUN-CONTROL THRU 5500-EXIT
027101             MOVE ZEROS TO WS-STEP-RC
027102             MOVE "S" TO WS-HIST-OUTCOME
027103             PERFORM 5800-MARK-STEP-START THRU 5800-EXIT
027104             PERFORM 6000-WRITE-RUN-HISTORY THRU 6000-EXIT
027200         WHEN WS-WORST-RC > SE-MAX-PRIOR-RC (SC-IDX)
027300             MOVE "SKIPPED - PRIOR RC" TO EOD-STEP-STATUS
027400             WRITE EOD-REPORT-RECORD FROM EOD-DETAIL-LINE
027500             ADD 1 TO WS-SKIPPED-COUNT
027501             MOVE ZEROS TO WS-STEP-RC
027502             MOVE "S" TO WS-HIST-OUTCOME
027503             PERFORM 5800-MARK-STEP-START THRU 5800-EXIT
027504             PERFORM 6000-WRITE-RUN-HISTORY THRU 6000-EXIT
027600         WHEN OTHER
027700             PERFORM 4000-EXECUTE-STEP THRU 4000-EXIT
027800     END-EVALUATE
028900     DISPLAY "DAYBATCH: STARTING STEP " WS-STEP-NUMBER
029000         " - " WS-CALL-PROGRAM
029100     MOVE "N" TO WS-CALL-SWITCH
029101     PERFORM 5800-MARK-STEP-START THRU 5800-EXIT
029200     CALL WS-CALL-PROGRAM
029300         ON EXCEPTION
029400             DISPLAY "DAYBATCH: PROGRAM NOT FOUND - "
030900         END-IF
031000     END-IF
031100     WRITE EOD-REPORT-RECORD FROM EOD-DETAIL-LINE
031101     MOVE "E" TO WS-HIST-OUTCOME
031102     PERFORM 6000-WRITE-RUN-HISTORY THRU 6000-EXIT
031200     PERFORM 5500-WRITE-RUN-CONTROL THRU 5500-EXIT.
031300 4000-EXIT.
031400     EXIT.
032400 5500-EXIT.
032500     EXIT.
032600*----------------------------------------------------------*
032601* 5800-MARK-STEP-START - STAMP THE MOMENT THE STEP BEGINS   *
032602*----------------------------------------------------------*
032603 5800-MARK-STEP-START.
032604     ACCEPT WS-START-DATE FROM DATE YYYYMMDD
032605     ACCEPT WS-START-TIME FROM TIME.
032606 5800-EXIT.
032607     EXIT.
032608*----------------------------------------------------------*
032609* 6000-WRITE-RUN-HISTORY - STAMP THE STEP'S END, WORK OUT   *
032610* ITS ELAPSED SECONDS (A STEP THAT RUNS PAST MIDNIGHT ENDS  *
032611* ON THE NEXT CALENDAR DATE), AND APPEND ONE RUN-HISTORY    *
032612* RECORD WITH THE OUTCOME, RETURN-CODE, AND WHETHER THIS    *
032613* START IS A RESTART OF THE BUSINESS DATE.                  *
032614*----------------------------------------------------------*
032615 6000-WRITE-RUN-HISTORY.
032616     ACCEPT WS-END-DATE FROM DATE YYYYMMDD
032617     ACCEPT WS-END-TIME FROM TIME
032618     MOVE WS-START-TIME TO WS-CLOCK-TIME
032619     COMPUTE WS-START-SECONDS = WS-CLOCK-HH * 3600
032620         + WS-CLOCK-MM * 60 + WS-CLOCK-SS
032621     MOVE WS-END-TIME TO WS-CLOCK-TIME
032622     COMPUTE WS-END-SECONDS = WS-CLOCK-HH * 3600
032623         + WS-CLOCK-MM * 60 + WS-CLOCK-SS
032624     IF WS-END-DATE NOT = WS-START-DATE
032625         ADD 86400 TO WS-END-SECONDS
032626     END-IF
032627     COMPUTE WS-ELAPSED-SECONDS =
032628         WS-END-SECONDS - WS-START-SECONDS
032629     IF NOT WS-BATHIST-OPEN
032630         GO TO 6000-EXIT
032631     END-IF
032632     MOVE WS-BUSINESS-DATE      TO BH-BUSINESS-DATE
032633     MOVE WS-RUN-NUMBER         TO BH-RUN-NUMBER
032634     MOVE WS-STEP-NUMBER        TO BH-STEP-NUMBER
032635     MOVE SE-STEP-NAME (SC-IDX) TO BH-STEP-NAME
032636     MOVE SE-PROGRAM (SC-IDX)   TO BH-PROGRAM
032637     MOVE WS-HIST-OUTCOME       TO BH-OUTCOME
032638     MOVE WS-START-DATE         TO BH-START-DATE
032639     MOVE WS-START-TIME         TO BH-START-TIME
032640     MOVE WS-END-DATE           TO BH-END-DATE
032641     MOVE WS-END-TIME           TO BH-END-TIME
032642     MOVE WS-ELAPSED-SECONDS    TO BH-ELAPSED-SECONDS
032643     MOVE WS-STEP-RC            TO BH-RETURN-CODE
032644     IF WS-RUN-NUMBER > 1
032645         SET BH-RESTART-RUN TO TRUE
032646     ELSE
032647         SET BH-FIRST-RUN TO TRUE
032648     END-IF
032649     WRITE RUN-HISTORY-RECORD.
032650 6000-EXIT.
032651     EXIT.
032652*----------------------------------------------------------*
032700* 7000-TERMINATE - SUMMARY COUNTS, CLOSE THE REPORT, SET    *
032800* THE DRIVER'S OWN RETURN-CODE.                             *
032900*----------------------------------------------------------*
033800     MOVE WS-SKIPPED-COUNT     TO EOD-COUNT
033900     WRITE EOD-REPORT-RECORD FROM EOD-COUNT-LINE
034000     CLOSE END-OF-DAY-REPORT
034001     IF WS-BATHIST-OPEN
034002         CLOSE RUN-HISTORY
034003     END-IF
034100     MOVE 0 TO RETURN-CODE
034200     IF WS-RUN-FAILED
034300         MOVE 8 TO RETURN-CODE
