002400*                   CHECKS, WITH AN AUDIT REPORT OF WHAT    *
002500*                   CHANGED. NOBODY EDITS THAT FILE RAW     *
002600*                   AT 6 AM ANY MORE.                       *
002601* 2026-10-15  LIBI  EVERY TRANSACTION NOW CARRIES THE       *
002602*                   ENTERING OPERATOR, WHO MUST HOLD AN     *
002603*                   OPERAUTH ENTRY FOR DEDMAINT AND THE     *
002604*                   ACTION KEYED OR THE TRANSACTION IS      *
002605*                   REFUSED. THE AUDIT REPORT SHOWS WHO     *
002606*                   ENTERED EACH LINE, WITH AN APPROVED-BY  *
002607*                   COLUMN TO MATCH THE OTHER MAINTENANCE   *
002608*                   REPORTS - NO DEDUCTION CHANGE NEEDS A   *
002609*                   SECOND OPERATOR, SO IT STAYS BLANK.     *
002700*----------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
004500     SELECT MAINTENANCE-REPORT ASSIGN TO "DEDMRPT"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-DEDMRPT-STATUS.
004701     SELECT OPERATOR-AUTHORIZATION ASSIGN TO "OPERAUTH"
004702         ORGANIZATION IS LINE SEQUENTIAL
004703         FILE STATUS IS WS-OPERAUTH-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  PAYROLL-MASTER
005800 COPY DEDTRAN.
005900 FD  MAINTENANCE-REPORT
006000     LABEL RECORDS ARE STANDARD.
006100 01  MAINTENANCE-REPORT-RECORD   PIC X(100).
006101 FD  OPERATOR-AUTHORIZATION
006102     LABEL RECORDS ARE STANDARD.
006103 COPY OPERAUTH.
006200 WORKING-STORAGE SECTION.
006300*----------------------------------------------------------*
006400* FILE STATUS AND CONTROL SWITCHES                          *
008200     88  WS-EDITS-FAILED               VALUE "N".
008300 77  WS-FOUND-SWITCH         PIC X(01) VALUE "N".
008400     88  WS-KEY-FOUND                  VALUE "Y".
008401 77  WS-OPERAUTH-STATUS      PIC X(02) VALUE ZEROS.
008402     88  WS-OPERAUTH-OK                VALUE "00".
008403 77  WS-OPERAUTH-EOF-SW      PIC X(01) VALUE "N".
008404     88  WS-OPERAUTH-EOF               VALUE "Y".
008405 77  WS-AUTH-SWITCH          PIC X(01) VALUE "Y".
008406     88  WS-OPERATOR-AUTHORIZED        VALUE "Y".
008407     88  WS-OPERATOR-NOT-AUTHORIZED    VALUE "N".
008408*----------------------------------------------------------*
008409* OPERATOR AUTHORIZATIONS FOR THIS PROGRAM, FROM OPERAUTH  *
008410*----------------------------------------------------------*
008411 77  WS-OA-COUNT             PIC 9(03) COMP VALUE ZERO.
008412 01  OPERATOR-AUTH-TABLE.
008413     05  OA-ENTRY OCCURS 1 TO 200 TIMES
008414         DEPENDING ON WS-OA-COUNT
008415         INDEXED BY OA-IDX.
008416         10  OAT-OPERATOR-ID PIC X(08).
008417         10  OAT-ACTION      PIC X(01).
008500*----------------------------------------------------------*
008600* DEDUCTION TABLE - THE WHOLE FILE, KEPT IN EMPLOYEE-ID,    *
008700* PRIORITY ORDER, APPLIED TO IN PLACE AND WRITTEN BACK AT   *
012400     05  FILLER              PIC X(06) VALUE "  CODE".
012500     05  FILLER              PIC X(04) VALUE SPACES.
012600     05  FILLER              PIC X(25) VALUE "RESULT".
012601     05  FILLER              PIC X(07) VALUE SPACES.
012602     05  FILLER              PIC X(10) VALUE "ENTERED BY".
012603     05  FILLER              PIC X(11) VALUE "APPROVED BY".
012700 01  MR-DETAIL-LINE.
012800     05  MR-ACTION           PIC X(06).
012900     05  FILLER              PIC X(04) VALUE SPACES.
013200     05  MR-CODE             PIC X(03).
013300     05  FILLER              PIC X(05) VALUE SPACES.
013400     05  MR-RESULT           PIC X(30).
013401     05  FILLER              PIC X(02) VALUE SPACES.
013402     05  MR-ENTERED-BY       PIC X(08).
013403     05  FILLER              PIC X(02) VALUE SPACES.
013404     05  MR-APPROVED-BY      PIC X(08) VALUE SPACES.
013500 01  MR-TOTAL-LINE.
013600     05  MR-TOTAL-LABEL      PIC X(20).
013700     05  MR-TOTAL-COUNT      PIC ZZZZ9.
015900     WRITE MAINTENANCE-REPORT-RECORD FROM MR-HEADING-1
016000     WRITE MAINTENANCE-REPORT-RECORD FROM MR-HEADING-2
016100     PERFORM 1500-LOAD-DEDUCTION-FILE THRU 1500-EXIT
016101     PERFORM 1600-LOAD-AUTHORIZATIONS THRU 1600-EXIT
016200     OPEN INPUT PAYROLL-MASTER
016300     IF NOT WS-PAYRMSTR-OK
016400         DISPLAY "PAYRMSTR OPEN FAILED, STATUS "
022800 1520-EXIT.
022900     EXIT.
023000*----------------------------------------------------------*
023001* 1600-LOAD-AUTHORIZATIONS - KEEP THE OPERAUTH ENTRIES     *
023002* FOR DEDMAINT. WITHOUT THE FILE NO OPERATOR IS            *
023003* AUTHORIZED, SO EVERY TRANSACTION IS REFUSED AND THE RUN  *
023004* ENDS RC 8.                                               *
023005*----------------------------------------------------------*
023006 1600-LOAD-AUTHORIZATIONS.
023007     OPEN INPUT OPERATOR-AUTHORIZATION
023008     IF NOT WS-OPERAUTH-OK
023009         DISPLAY "DEDMAINT: OPERAUTH OPEN FAILED, STATUS "
023010             WS-OPERAUTH-STATUS
023011         MOVE "Y" TO WS-MAINT-FAILURE-SW
023012         GO TO 1600-EXIT
023013     END-IF
023014     PERFORM 1610-READ-AUTHORIZATION THRU 1610-EXIT
023015     PERFORM 1620-TABLE-AUTHORIZATION THRU 1620-EXIT
023016         UNTIL WS-OPERAUTH-EOF
023017     CLOSE OPERATOR-AUTHORIZATION.
023018 1600-EXIT.
023019     EXIT.
023020*----------------------------------------------------------*
023021* 1610-READ-AUTHORIZATION - GET THE NEXT OPERAUTH ENTRY    *
023022*----------------------------------------------------------*
023023 1610-READ-AUTHORIZATION.
023024     READ OPERATOR-AUTHORIZATION
023025         AT END
023026             MOVE "Y" TO WS-OPERAUTH-EOF-SW
023027     END-READ.
023028 1610-EXIT.
023029     EXIT.
023030*----------------------------------------------------------*
023031* 1620-TABLE-AUTHORIZATION - STORE ONE DEDMAINT ENTRY      *
023032*----------------------------------------------------------*
023033 1620-TABLE-AUTHORIZATION.
023034     IF OA-PROGRAM = "DEDMAINT" AND OA-OPERATOR-ID NOT = SPACES
023035         IF WS-OA-COUNT < 200
023036             ADD 1 TO WS-OA-COUNT
023037             SET OA-IDX TO WS-OA-COUNT
023038             MOVE OA-OPERATOR-ID TO OAT-OPERATOR-ID (OA-IDX)
023039             MOVE OA-ACTION      TO OAT-ACTION (OA-IDX)
023040         ELSE
023041             DISPLAY "DEDMAINT: OPERAUTH TABLE FULL"
023042             MOVE "Y" TO WS-MAINT-FAILURE-SW
023043         END-IF
023044     END-IF
023045     PERFORM 1610-READ-AUTHORIZATION THRU 1610-EXIT.
023046 1620-EXIT.
023047     EXIT.
023048*----------------------------------------------------------*
023100* 2000-READ-TRANSACTION - GET THE NEXT MAINTENANCE REQUEST  *
023200*----------------------------------------------------------*
023300 2000-READ-TRANSACTION.
024300*----------------------------------------------------------*
024400 3000-PROCESS-TRANSACTION.
024500     SET WS-EDITS-PASSED TO TRUE
024600     SET WS-OPERATOR-AUTHORIZED TO TRUE
024601     IF DN-ACTION-ADD OR DN-ACTION-CHANGE OR DN-ACTION-DELETE
024602         PERFORM 3400-CHECK-AUTHORIZATION THRU 3400-EXIT
024603     END-IF
024604     IF (DN-ACTION-ADD OR DN-ACTION-CHANGE)
024605        AND WS-OPERATOR-AUTHORIZED
024700         PERFORM 3500-EDIT-TRANSACTION-FIELDS THRU 3500-EXIT
024800     END-IF
024900     IF (DN-ACTION-ADD OR DN-ACTION-CHANGE)
024901        AND WS-OPERATOR-AUTHORIZED
025000         PERFORM 3600-VALIDATE-EMPLOYEE THRU 3600-EXIT
025100     END-IF
025200     EVALUATE TRUE
025201         WHEN WS-OPERATOR-NOT-AUTHORIZED
025202             MOVE "NOT AUTHORIZED" TO MR-RESULT
025203             PERFORM 6000-WRITE-AUDIT-LINE THRU 6000-EXIT
025204             ADD 1 TO WS-REJECT-COUNT
025300         WHEN WS-EDITS-FAILED
025400             MOVE "REJECTED BY EDITS" TO MR-RESULT
025500             PERFORM 6000-WRITE-AUDIT-LINE THRU 6000-EXIT
026700     END-EVALUATE
026800     PERFORM 2000-READ-TRANSACTION THRU 2000-EXIT.
026900 3000-EXIT.
026901     EXIT.
026902*----------------------------------------------------------*
026903* 3400-CHECK-AUTHORIZATION - THE ENTERING OPERATOR MUST    *
026904* HOLD AN OPERAUTH ENTRY FOR THE ACTION KEYED.             *
026905*----------------------------------------------------------*
026906 3400-CHECK-AUTHORIZATION.
026907     SET WS-OPERATOR-NOT-AUTHORIZED TO TRUE
026908     IF WS-OA-COUNT > 0
026909         SET OA-IDX TO 1
026910         SEARCH OA-ENTRY
026911             AT END CONTINUE
026912             WHEN OAT-OPERATOR-ID (OA-IDX) = DN-OPERATOR-ID
026913              AND OAT-ACTION (OA-IDX) = DN-ACTION-CODE
026914                 SET WS-OPERATOR-AUTHORIZED TO TRUE
026915         END-SEARCH
026916     END-IF.
026917 3400-EXIT.
027000     EXIT.
027100*----------------------------------------------------------*
027200* 3500-EDIT-TRANSACTION-FIELDS - METHOD, PERCENTS, ACTIVE   *
049300     MOVE DN-ACTION-CODE    TO MR-ACTION
049400     MOVE DN-EMPLOYEE-ID    TO MR-EMPLOYEE-ID
049500     MOVE DN-DEDUCTION-CODE TO MR-CODE
049501     MOVE DN-OPERATOR-ID    TO MR-ENTERED-BY
049600     WRITE MAINTENANCE-REPORT-RECORD FROM MR-DETAIL-LINE.
049700 6000-EXIT.
049800     EXIT.
