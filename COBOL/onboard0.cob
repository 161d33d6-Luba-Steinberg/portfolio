000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ONBOARD0.
000300 AUTHOR.        LIBI.
000400 INSTALLATION.  PAYROLL DEPARTMENT.
000500 DATE-WRITTEN.  OCTOBER 15, 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                     *
000900*----------------------------------------------------------*
001000* DATE        INIT  DESCRIPTION                            *
001100* 2026-10-15  LIBI  ORIGINAL PROGRAM - NEW-HIRE ONBOARDING  *
001200*                   TO PAYROLL. EVERY NEWHPEND HIRE NOT     *
001300*                   ALREADY ON PAYROLL-MASTER BECOMES AN    *
001400*                   ONBOARDING ITEM ON ONBDHOLD. HR FILLS   *
001500*                   IN THE LOCATION AND PAYMENT METHOD THAT *
001600*                   INTAKE DOES NOT CAPTURE THROUGH THE     *
001700*                   ONBDSUPP SUPPLEMENTS. A COMPLETE ITEM   *
001800*                   IS GIVEN THE NEXT EMPLOYEE ID FROM THE  *
001900*                   EMPIDCTL COUNTER AND RELEASED AS A      *
002000*                   PAYTRAN ADD CARRYING THE EMPMSTR SSN,   *
002100*                   NAME, AND RATE, FOR THE NEXT PAYMAINT.  *
002200*                   INCOMPLETE ITEMS ARE LISTED ON EVERY    *
002300*                   RUN UNTIL HR SUPPLIES WHAT IS MISSING.  *
002400*                   NEWHPEND IS ONLY READ - NEWHIRE0 STILL  *
002500*                   DRAINS IT - SO THIS STEP MUST RUN AHEAD *
002600*                   OF THE STATE-REGISTRY SUBMISSION. THE   *
002700*                   ADDS ARE ENTERED UNDER OPERATOR ID      *
002800*                   ONBOARD0, WHICH NEEDS AN OPERAUTH ADD   *
002900*                   ENTRY FOR PAYMAINT.                     *
003000*----------------------------------------------------------*
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER. IBM-370.
003400 OBJECT-COMPUTER. IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT NEW-HIRE-PENDING ASSIGN TO "NEWHPEND"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-NEWHPEND-STATUS.
004000     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMSTR"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS RANDOM
004300         RECORD KEY IS EM-SSN
004400         FILE STATUS IS WS-EMPMSTR-STATUS.
004500     SELECT PAYROLL-MASTER ASSIGN TO "PAYRMSTR"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS PM-EMPLOYEE-ID
004900         FILE STATUS IS WS-PAYRMSTR-STATUS.
005000     SELECT ONBOARDING-ITEMS ASSIGN TO "ONBDHOLD"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS OH-SSN
005400         FILE STATUS IS WS-ONBDHOLD-STATUS.
005500     SELECT ONBOARDING-SUPPLEMENTS ASSIGN TO "ONBDSUPP"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-ONBDSUPP-STATUS.
005800     SELECT EMPLOYEE-ID-CONTROL ASSIGN TO "EMPIDCTL"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-EMPIDCTL-STATUS.
006100     SELECT PAYROLL-TRANSACTIONS ASSIGN TO "PAYTRAN"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-PAYTRAN-STATUS.
006400     SELECT ONBOARDING-REPORT ASSIGN TO "ONBDRPT"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-ONBDRPT-STATUS.
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  NEW-HIRE-PENDING
007000     LABEL RECORDS ARE STANDARD.
007100 COPY NEWHPEND.
007200 FD  EMPLOYEE-MASTER
007300     LABEL RECORDS ARE STANDARD.
007400 COPY EMPMSTR.
007500 FD  PAYROLL-MASTER
007600     LABEL RECORDS ARE STANDARD.
007700 COPY PAYRMSTR.
007800 FD  ONBOARDING-ITEMS
007900     LABEL RECORDS ARE STANDARD.
008000 COPY ONBDHOLD.
008100 FD  ONBOARDING-SUPPLEMENTS
008200     LABEL RECORDS ARE STANDARD.
008300 COPY ONBDSUPP.
008400 FD  EMPLOYEE-ID-CONTROL
008500     LABEL RECORDS ARE STANDARD.
008600 COPY EMPIDCTL.
008700 FD  PAYROLL-TRANSACTIONS
008800     LABEL RECORDS ARE STANDARD.
008900 COPY PAYTRAN.
009000 FD  ONBOARDING-REPORT
009100     LABEL RECORDS ARE STANDARD.
009200 01  ONBOARDING-REPORT-RECORD    PIC X(80).
009300 WORKING-STORAGE SECTION.
009400*----------------------------------------------------------*
009500* FILE STATUS AND CONTROL SWITCHES                          *
009600*----------------------------------------------------------*
009700 77  WS-NEWHPEND-STATUS      PIC X(02) VALUE ZEROS.
009800     88  WS-NEWHPEND-OK                VALUE "00".
009900 77  WS-EMPMSTR-STATUS       PIC X(02) VALUE ZEROS.
010000     88  WS-EMPMSTR-OK                 VALUE "00".
010100 77  WS-PAYRMSTR-STATUS      PIC X(02) VALUE ZEROS.
010200     88  WS-PAYRMSTR-OK                VALUE "00".
010300 77  WS-ONBDHOLD-STATUS      PIC X(02) VALUE ZEROS.
010400     88  WS-ONBDHOLD-OK                VALUE "00".
010500 77  WS-ONBDSUPP-STATUS      PIC X(02) VALUE ZEROS.
010600     88  WS-ONBDSUPP-OK                VALUE "00".
010700 77  WS-EMPIDCTL-STATUS      PIC X(02) VALUE ZEROS.
010800     88  WS-EMPIDCTL-OK                VALUE "00".
010900 77  WS-PAYTRAN-STATUS       PIC X(02) VALUE ZEROS.
011000     88  WS-PAYTRAN-OK                 VALUE "00".
011100 77  WS-ONBDRPT-STATUS       PIC X(02) VALUE ZEROS.
011200     88  WS-ONBDRPT-OK                 VALUE "00".
011300 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
011400     88  WS-EOF                        VALUE "Y".
011500 77  WS-SUPP-EOF-SWITCH      PIC X(01) VALUE "N".
011600     88  WS-SUPP-EOF                   VALUE "Y".
011700 77  WS-ITEM-EOF-SWITCH      PIC X(01) VALUE "N".
011800     88  WS-ITEM-EOF                   VALUE "Y".
011900 77  WS-PM-EOF-SWITCH        PIC X(01) VALUE "N".
012000     88  WS-PM-EOF                     VALUE "Y".
012100 77  WS-RUN-FAILURE-SW       PIC X(01) VALUE "N".
012200     88  WS-RUN-FAILED                 VALUE "Y".
012300 77  WS-MATCH-SWITCH         PIC X(01) VALUE "N".
012400     88  WS-SSN-ON-PAYROLL             VALUE "Y".
012500 77  WS-ID-SWITCH            PIC X(01) VALUE "N".
012600     88  WS-ID-FREE                    VALUE "Y".
012700 77  WS-COMPLETE-SW          PIC X(01) VALUE "Y".
012800     88  WS-ITEM-COMPLETE              VALUE "Y".
012900     88  WS-ITEM-NOT-COMPLETE          VALUE "N".
013000 77  WS-RUN-DATE             PIC 9(08) VALUE ZEROS.
013100 77  WS-OPERATOR-ID          PIC X(08) VALUE "ONBOARD0".
013200 77  WS-NEW-EMPLOYEE-ID      PIC 9(09) VALUE ZEROS.
013300*----------------------------------------------------------*
013400* PAYROLL SSN TABLE - EVERY SSN ALREADY ON PAYROLL-MASTER,  *
013500* SO A HIRE KEYED BY HAND IS NOT ADDED A SECOND TIME.       *
013600*----------------------------------------------------------*
013700 77  WS-PAYROLL-SSN-COUNT    PIC 9(04) COMP VALUE ZERO.
013800 01  PAYROLL-SSN-TABLE.
013900     05  PAYROLL-SSN-ENTRY OCCURS 1 TO 2000 TIMES
014000         DEPENDING ON WS-PAYROLL-SSN-COUNT
014100         INDEXED BY PS-IDX.
014200         10  PS-SSN          PIC 9(09).
014300*----------------------------------------------------------*
014400* RUN TOTALS FOR THE REPORT TRAILER                         *
014500*----------------------------------------------------------*
014600 77  WS-PENDING-COUNT        PIC 9(05) COMP VALUE ZERO.
014700 77  WS-NEW-ITEM-COUNT       PIC 9(05) COMP VALUE ZERO.
014800 77  WS-ON-PAYROLL-COUNT     PIC 9(05) COMP VALUE ZERO.
014900 77  WS-SUPPLIED-COUNT       PIC 9(05) COMP VALUE ZERO.
015000 77  WS-SUPP-REJECT-COUNT    PIC 9(05) COMP VALUE ZERO.
015100 77  WS-RELEASED-COUNT       PIC 9(05) COMP VALUE ZERO.
015200 77  WS-INCOMPLETE-COUNT     PIC 9(05) COMP VALUE ZERO.
015300*----------------------------------------------------------*
015400* ONBOARDING REPORT LINE LAYOUTS                            *
015500*----------------------------------------------------------*
015600 01  RP-HEADING-1.
015700     05  FILLER              PIC X(40) VALUE
015800         "NEW-HIRE ONBOARDING TO PAYROLL".
015900     05  FILLER              PIC X(40) VALUE SPACES.
016000 01  RP-HEADING-2.
016100     05  FILLER              PIC X(11) VALUE "SSN".
016200     05  FILLER              PIC X(17) VALUE "NAME".
016300     05  FILLER              PIC X(13) VALUE "EMPLOYEE ID".
016400     05  FILLER              PIC X(39) VALUE "RESULT".
016500 01  RP-SECTION-LINE.
016600     05  RP-SECTION-TITLE    PIC X(40).
016700     05  FILLER              PIC X(40) VALUE SPACES.
016800 01  RP-DETAIL-LINE.
016900     05  RP-SSN.
017000         10  FILLER          PIC X(05) VALUE "*****".
017100         10  RP-SSN-LAST-FOUR
017200                             PIC 9(04).
017300     05  FILLER              PIC X(02) VALUE SPACES.
017400     05  RP-NAME             PIC X(15).
017500     05  FILLER              PIC X(02) VALUE SPACES.
017600     05  RP-EMPLOYEE-ID      PIC X(09).
017700     05  FILLER              PIC X(04) VALUE SPACES.
017800     05  RP-RESULT           PIC X(36).
017900     05  FILLER              PIC X(07) VALUE SPACES.
018000 01  RP-TOTAL-LINE.
018100     05  RP-TOTAL-LABEL      PIC X(28).
018200     05  RP-TOTAL-COUNT      PIC ZZZZ9.
018300     05  FILLER              PIC X(47) VALUE SPACES.
018400 PROCEDURE DIVISION.
018500*----------------------------------------------------------*
018600* 0000-MAINLINE - TAKE IN THE NEW HIRES, APPLY THE HR       *
018700* SUPPLEMENTS, THEN RELEASE OR LIST EVERY OPEN ITEM.        *
018800*----------------------------------------------------------*
018900 0000-MAINLINE.
019000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
019100     PERFORM 3000-TAKE-NEW-HIRE THRU 3000-EXIT
019200         UNTIL WS-EOF
019300     MOVE "HR SUPPLEMENTS" TO RP-SECTION-TITLE
019400     WRITE ONBOARDING-REPORT-RECORD FROM RP-SECTION-LINE
019500     PERFORM 4000-APPLY-SUPPLEMENT THRU 4000-EXIT
019600         UNTIL WS-SUPP-EOF
019700     MOVE "RELEASES AND INCOMPLETE ONBOARDING ITEMS"
019800         TO RP-SECTION-TITLE
019900     WRITE ONBOARDING-REPORT-RECORD FROM RP-SECTION-LINE
020000     PERFORM 5000-SCAN-OPEN-ITEMS THRU 5000-EXIT
020100     PERFORM 7000-TERMINATE THRU 7000-EXIT
020200     GO TO 9999-EXIT.
020300*----------------------------------------------------------*
020400* 1000-INITIALIZE - OPEN EVERYTHING AND LOAD THE PAYROLL    *
020500* SSNS. THE COUNTER, THE TWO MASTERS AND THE ITEM FILE MUST *
020600* ALL BE THERE OR NOTHING IS RELEASED. NO NEWHPEND MEANS NO *
020700* NEW HIRES AND NO ONBDSUPP MEANS NOTHING FROM HR TODAY -   *
020800* THE OPEN ITEMS ARE STILL LISTED.                          *
020900*----------------------------------------------------------*
021000 1000-INITIALIZE.
021100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
021200     OPEN OUTPUT ONBOARDING-REPORT
021300     WRITE ONBOARDING-REPORT-RECORD FROM RP-HEADING-1
021400     WRITE ONBOARDING-REPORT-RECORD FROM RP-HEADING-2
021500     MOVE "NEW HIRES FROM INTAKE" TO RP-SECTION-TITLE
021600     WRITE ONBOARDING-REPORT-RECORD FROM RP-SECTION-LINE
021700     MOVE "Y" TO WS-EOF-SWITCH
021800     MOVE "Y" TO WS-SUPP-EOF-SWITCH
021900     MOVE "Y" TO WS-ITEM-EOF-SWITCH
022000     OPEN INPUT EMPLOYEE-ID-CONTROL
022100     IF NOT WS-EMPIDCTL-OK
022200         DISPLAY "EMPIDCTL OPEN FAILED, STATUS "
022300             WS-EMPIDCTL-STATUS
022400         MOVE "Y" TO WS-RUN-FAILURE-SW
022500         GO TO 1000-EXIT
022600     END-IF
022700     READ EMPLOYEE-ID-CONTROL
022800         AT END
022900             DISPLAY "ONBOARD0: EMPIDCTL HOLDS NO COUNTER RECORD"
023000             MOVE "Y" TO WS-RUN-FAILURE-SW
023100     END-READ
023200     CLOSE EMPLOYEE-ID-CONTROL
023300     IF WS-RUN-FAILED
023400         GO TO 1000-EXIT
023500     END-IF
023600     IF IC-LAST-EMPLOYEE-ID NOT NUMERIC
023700        OR IC-HIGH-LIMIT NOT NUMERIC
023800        OR IC-ASSIGNED-COUNT NOT NUMERIC
023900         DISPLAY "ONBOARD0: EMPIDCTL COUNTER RECORD IS NOT USABLE"
024000         MOVE "Y" TO WS-RUN-FAILURE-SW
024100         GO TO 1000-EXIT
024200     END-IF
024300     OPEN INPUT EMPLOYEE-MASTER
024400     IF NOT WS-EMPMSTR-OK
024500         DISPLAY "EMPMSTR OPEN FAILED, STATUS "
024600             WS-EMPMSTR-STATUS
024700         MOVE "Y" TO WS-RUN-FAILURE-SW
024800         GO TO 1000-EXIT
024900     END-IF
025000     OPEN INPUT PAYROLL-MASTER
025100     IF NOT WS-PAYRMSTR-OK
025200         DISPLAY "PAYRMSTR OPEN FAILED, STATUS "
025300             WS-PAYRMSTR-STATUS
025400         MOVE "Y" TO WS-RUN-FAILURE-SW
025500         GO TO 1000-EXIT
025600     END-IF
025700     PERFORM 1500-LOAD-PAYROLL-SSNS THRU 1500-EXIT
025800     IF WS-RUN-FAILED
025900         GO TO 1000-EXIT
026000     END-IF
026100     OPEN I-O ONBOARDING-ITEMS
026200     IF NOT WS-ONBDHOLD-OK
026300         OPEN OUTPUT ONBOARDING-ITEMS
026400         CLOSE ONBOARDING-ITEMS
026500         OPEN I-O ONBOARDING-ITEMS
026600     END-IF
026700     IF NOT WS-ONBDHOLD-OK
026800         DISPLAY "ONBDHOLD OPEN FAILED, STATUS "
026900             WS-ONBDHOLD-STATUS
027000         MOVE "Y" TO WS-RUN-FAILURE-SW
027100         GO TO 1000-EXIT
027200     END-IF
027300     OPEN EXTEND PAYROLL-TRANSACTIONS
027400     IF NOT WS-PAYTRAN-OK
027500         CLOSE PAYROLL-TRANSACTIONS
027600         OPEN OUTPUT PAYROLL-TRANSACTIONS
027700     END-IF
027800     MOVE "N" TO WS-ITEM-EOF-SWITCH
027900     OPEN INPUT ONBOARDING-SUPPLEMENTS
028000     IF WS-ONBDSUPP-OK
028100         MOVE "N" TO WS-SUPP-EOF-SWITCH
028200         PERFORM 2100-READ-SUPPLEMENT THRU 2100-EXIT
028300     ELSE
028400         DISPLAY "ONBDSUPP OPEN FAILED, STATUS "
028500             WS-ONBDSUPP-STATUS " - NO HR SUPPLEMENTS"
028600     END-IF
028700     OPEN INPUT NEW-HIRE-PENDING
028800     IF WS-NEWHPEND-OK
028900         MOVE "N" TO WS-EOF-SWITCH
029000         PERFORM 2000-READ-PENDING-HIRE THRU 2000-EXIT
029100     ELSE
029200         DISPLAY "NEWHPEND OPEN FAILED, STATUS "
029300             WS-NEWHPEND-STATUS " - NO NEW HIRES"
029400     END-IF.
029500 1000-EXIT.
029600     EXIT.
029700*----------------------------------------------------------*
029800* 1500-LOAD-PAYROLL-SSNS - ONE PASS OF PAYROLL-MASTER TO    *
029900* REMEMBER EVERY SSN ALREADY BEING PAID.                    *
030000*----------------------------------------------------------*
030100 1500-LOAD-PAYROLL-SSNS.
030200     PERFORM 1510-READ-PAYROLL-NEXT THRU 1510-EXIT
030300     PERFORM 1520-REMEMBER-SSN THRU 1520-EXIT
030400         UNTIL WS-PM-EOF.
030500 1500-EXIT.
030600     EXIT.
030700*----------------------------------------------------------*
030800* 1510-READ-PAYROLL-NEXT - GET THE NEXT PAYROLL RECORD      *
030900*----------------------------------------------------------*
031000 1510-READ-PAYROLL-NEXT.
031100     READ PAYROLL-MASTER NEXT RECORD
031200         AT END
031300             MOVE "Y" TO WS-PM-EOF-SWITCH
031400     END-READ
031500     IF NOT WS-PAYRMSTR-OK
031600         MOVE "Y" TO WS-PM-EOF-SWITCH
031700     END-IF.
031800 1510-EXIT.
031900     EXIT.
032000*----------------------------------------------------------*
032100* 1520-REMEMBER-SSN - ADD ONE PAYROLL SSN TO THE TABLE      *
032200*----------------------------------------------------------*
032300 1520-REMEMBER-SSN.
032400     IF WS-PAYROLL-SSN-COUNT < 2000
032500         ADD 1 TO WS-PAYROLL-SSN-COUNT
032600         SET PS-IDX TO WS-PAYROLL-SSN-COUNT
032700         MOVE PM-SSN TO PS-SSN (PS-IDX)
032800     ELSE
032900         DISPLAY "ONBOARD0: PAYROLL SSN TABLE FULL"
033000         MOVE "Y" TO WS-RUN-FAILURE-SW
033100         MOVE "Y" TO WS-PM-EOF-SWITCH
033200         GO TO 1520-EXIT
033300     END-IF
033400     PERFORM 1510-READ-PAYROLL-NEXT THRU 1510-EXIT.
033500 1520-EXIT.
033600     EXIT.
033700*----------------------------------------------------------*
033800* 2000-READ-PENDING-HIRE - GET THE NEXT INTAKE NEW HIRE     *
033900*----------------------------------------------------------*
034000 2000-READ-PENDING-HIRE.
034100     READ NEW-HIRE-PENDING
034200         AT END
034300             MOVE "Y" TO WS-EOF-SWITCH
034400     END-READ.
034500 2000-EXIT.
034600     EXIT.
034700*----------------------------------------------------------*
034800* 2100-READ-SUPPLEMENT - GET THE NEXT HR SUPPLEMENT         *
034900*----------------------------------------------------------*
035000 2100-READ-SUPPLEMENT.
035100     READ ONBOARDING-SUPPLEMENTS
035200         AT END
035300             MOVE "Y" TO WS-SUPP-EOF-SWITCH
035400     END-READ.
035500 2100-EXIT.
035600     EXIT.
035700*----------------------------------------------------------*
035800* 2200-CHECK-PAYROLL-SSN - IS THIS SSN ALREADY ON PAYROLL?  *
035900*----------------------------------------------------------*
036000 2200-CHECK-PAYROLL-SSN.
036100     MOVE "N" TO WS-MATCH-SWITCH
036200     IF WS-PAYROLL-SSN-COUNT > 0
036300         SET PS-IDX TO 1
036400         SEARCH PAYROLL-SSN-ENTRY
036500             AT END CONTINUE
036600             WHEN PS-SSN (PS-IDX) = OH-SSN
036700                 MOVE "Y" TO WS-MATCH-SWITCH
036800         END-SEARCH
036900     END-IF.
037000 2200-EXIT.
037100     EXIT.
037200*----------------------------------------------------------*
037300* 3000-TAKE-NEW-HIRE - OPEN AN ONBOARDING ITEM FOR A HIRE   *
037400* NOT SEEN BEFORE. A HIRE ALREADY ON ONBDHOLD (NEWHPEND NOT *
037500* YET DRAINED, OR A RERUN) IS PASSED OVER QUIETLY; ONE      *
037600* ALREADY ON PAYROLL-MASTER NEEDS NO ITEM AT ALL.           *
037700*----------------------------------------------------------*
037800 3000-TAKE-NEW-HIRE.
037900     ADD 1 TO WS-PENDING-COUNT
038000     MOVE NH-SSN TO OH-SSN
038100     READ ONBOARDING-ITEMS
038200         INVALID KEY
038300             CONTINUE
038400     END-READ
038500     IF WS-ONBDHOLD-OK
038600         GO TO 3000-READ-NEXT
038700     END-IF
038800     PERFORM 2200-CHECK-PAYROLL-SSN THRU 2200-EXIT
038900     MOVE NH-SSN (6:4) TO RP-SSN-LAST-FOUR
039000     MOVE NH-NAME      TO RP-NAME
039100     MOVE SPACES       TO RP-EMPLOYEE-ID
039200     IF WS-SSN-ON-PAYROLL
039300         MOVE "ALREADY ON PAYROLL - NO ITEM" TO RP-RESULT
039400         WRITE ONBOARDING-REPORT-RECORD FROM RP-DETAIL-LINE
039500         ADD 1 TO WS-ON-PAYROLL-COUNT
039600         GO TO 3000-READ-NEXT
039700     END-IF
039800     MOVE NH-SSN        TO OH-SSN
039900     MOVE NH-NAME       TO OH-INTAKE-NAME
040000     MOVE NH-ADDED-DATE TO OH-ADDED-DATE
040100     SET OH-ITEM-INCOMPLETE TO TRUE
040200     MOVE SPACES        TO OH-LOCATION
040300     MOVE SPACE         TO OH-PAYMENT-METHOD
040400     MOVE ZEROS         TO OH-BANK-ROUTING
040500     MOVE SPACES        TO OH-BANK-ACCOUNT
040600     MOVE ZEROS         TO OH-SUPPLIED-DATE
040700     MOVE ZEROS         TO OH-EMPLOYEE-ID
040800     MOVE ZEROS         TO OH-RELEASED-DATE
040900     WRITE ONBOARDING-ITEM-RECORD
041000     IF WS-ONBDHOLD-OK
041100         MOVE "ONBOARDING ITEM OPENED" TO RP-RESULT
041200         ADD 1 TO WS-NEW-ITEM-COUNT
041300     ELSE
041400         MOVE "ITEM WRITE FAILED, STATUS" TO RP-RESULT
041500         MOVE WS-ONBDHOLD-STATUS TO RP-RESULT (27:2)
041600         MOVE "Y" TO WS-RUN-FAILURE-SW
041700     END-IF
041800     WRITE ONBOARDING-REPORT-RECORD FROM RP-DETAIL-LINE.
041900 3000-READ-NEXT.
042000     PERFORM 2000-READ-PENDING-HIRE THRU 2000-EXIT.
042100 3000-EXIT.
042200     EXIT.
042300*----------------------------------------------------------*
042400* 4000-APPLY-SUPPLEMENT - FILL IN WHAT HR HAS SUPPLIED ON   *
042500* THE HIRE'S OPEN ITEM. A BLANK FIELD KEEPS WHAT THE ITEM   *
042600* HOLDS. A SUPPLEMENT FOR NO ITEM, FOR AN ITEM ALREADY      *
042700* RELEASED, OR WITH AN INCOMPLETE DIRECT DEPOSIT IS REFUSED *
042800* AND THE ITEM IS LEFT AS IT WAS.                           *
042900*----------------------------------------------------------*
043000 4000-APPLY-SUPPLEMENT.
043100     MOVE OS-SSN (6:4) TO RP-SSN-LAST-FOUR
043200     MOVE SPACES       TO RP-NAME
043300     MOVE SPACES       TO RP-EMPLOYEE-ID
043400     MOVE OS-SSN TO OH-SSN
043500     READ ONBOARDING-ITEMS
043600         INVALID KEY
043700             MOVE "REFUSED - NO ONBOARDING ITEM" TO RP-RESULT
043800             GO TO 4000-REFUSED
043900     END-READ
044000     MOVE OH-INTAKE-NAME TO RP-NAME
044100     IF NOT OH-ITEM-INCOMPLETE
044200         MOVE "REFUSED - ITEM ALREADY CLOSED" TO RP-RESULT
044300         GO TO 4000-REFUSED
044400     END-IF
044500     IF NOT (OS-PAY-BY-DEPOSIT OR OS-PAY-BY-CHECK
044600             OR OS-PAYMENT-KEEP)
044700         MOVE "REFUSED - INVALID PAYMENT METHOD" TO RP-RESULT
044800         GO TO 4000-REFUSED
044900     END-IF
045000     IF OS-PAY-BY-DEPOSIT
045100        AND (OS-BANK-ROUTING NOT NUMERIC
045200             OR OS-BANK-ROUTING = ZEROS
045300             OR OS-BANK-ACCOUNT = SPACES)
045400         MOVE "REFUSED - DEPOSIT NEEDS BANK" TO RP-RESULT
045500         GO TO 4000-REFUSED
045600     END-IF
045700     IF OS-LOCATION NOT = SPACES
045800         MOVE OS-LOCATION TO OH-LOCATION
045900     END-IF
046000     IF OS-PAY-BY-DEPOSIT
046100         MOVE OS-PAYMENT-METHOD TO OH-PAYMENT-METHOD
046200         MOVE OS-BANK-ROUTING   TO OH-BANK-ROUTING
046300         MOVE OS-BANK-ACCOUNT   TO OH-BANK-ACCOUNT
046400     END-IF
046500     IF OS-PAY-BY-CHECK
046600         MOVE OS-PAYMENT-METHOD TO OH-PAYMENT-METHOD
046700         MOVE ZEROS             TO OH-BANK-ROUTING
046800         MOVE SPACES            TO OH-BANK-ACCOUNT
046900     END-IF
047000     MOVE WS-RUN-DATE TO OH-SUPPLIED-DATE
047100     REWRITE ONBOARDING-ITEM-RECORD
047200     IF WS-ONBDHOLD-OK
047300         MOVE "SUPPLEMENT APPLIED" TO RP-RESULT
047400         ADD 1 TO WS-SUPPLIED-COUNT
047500     ELSE
047600         MOVE "ITEM REWRITE FAILED, STATUS" TO RP-RESULT
047700         MOVE WS-ONBDHOLD-STATUS TO RP-RESULT (29:2)
047800         MOVE "Y" TO WS-RUN-FAILURE-SW
047900     END-IF
048000     WRITE ONBOARDING-REPORT-RECORD FROM RP-DETAIL-LINE
048100     GO TO 4000-READ-NEXT.
048200 4000-REFUSED.
048300     WRITE ONBOARDING-REPORT-RECORD FROM RP-DETAIL-LINE
048400     ADD 1 TO WS-SUPP-REJECT-COUNT.
048500 4000-READ-NEXT.
048600     PERFORM 2100-READ-SUPPLEMENT THRU 2100-EXIT.
048700 4000-EXIT.
048800     EXIT.
048900*----------------------------------------------------------*
049000* 5000-SCAN-OPEN-ITEMS - FRONT-TO-BACK PASS OF ONBDHOLD.    *
049100* EVERY ITEM STILL OPEN IS EITHER RELEASED OR LISTED.       *
049200*----------------------------------------------------------*
049300 5000-SCAN-OPEN-ITEMS.
049400     IF WS-ITEM-EOF
049500         GO TO 5000-EXIT
049600     END-IF
049700     MOVE ZEROS TO OH-SSN
049800     START ONBOARDING-ITEMS KEY NOT < OH-SSN
049900         INVALID KEY
050000             MOVE "Y" TO WS-ITEM-EOF-SWITCH
050100     END-START
050200     IF NOT WS-ITEM-EOF
050300         PERFORM 5100-READ-ITEM-NEXT THRU 5100-EXIT
050400         PERFORM 5200-REVIEW-ITEM THRU 5200-EXIT
050500             UNTIL WS-ITEM-EOF
050600     END-IF.
050700 5000-EXIT.
050800     EXIT.
050900*----------------------------------------------------------*
051000* 5100-READ-ITEM-NEXT - GET THE NEXT ONBOARDING ITEM        *
051100*----------------------------------------------------------*
051200 5100-READ-ITEM-NEXT.
051300     READ ONBOARDING-ITEMS NEXT RECORD
051400         AT END
051500             MOVE "Y" TO WS-ITEM-EOF-SWITCH
051600     END-READ
051700     IF NOT WS-ONBDHOLD-OK
051800         MOVE "Y" TO WS-ITEM-EOF-SWITCH
051900     END-IF.
052000 5100-EXIT.
052100     EXIT.
052200*----------------------------------------------------------*
052300* 5200-REVIEW-ITEM - AN OPEN ITEM WHOSE HIRE HAS SINCE BEEN *
052400* ADDED BY HAND IS CLOSED AS ON PAYROLL. OTHERWISE THE      *
052500* EMPMSTR RECORD, A LOCATION AND A PAYMENT METHOD MUST ALL  *
052600* BE THERE TO RELEASE; EACH PIECE STILL MISSING IS LISTED   *
052700* ON A LINE OF ITS OWN.                                     *
052800*----------------------------------------------------------*
052900 5200-REVIEW-ITEM.
053000     IF NOT OH-ITEM-INCOMPLETE
053100         GO TO 5200-READ-NEXT
053200     END-IF
053300     MOVE OH-SSN (6:4)   TO RP-SSN-LAST-FOUR
053400     MOVE OH-INTAKE-NAME TO RP-NAME
053500     MOVE SPACES         TO RP-EMPLOYEE-ID
053600     PERFORM 2200-CHECK-PAYROLL-SSN THRU 2200-EXIT
053700     IF WS-SSN-ON-PAYROLL
053800         SET OH-ITEM-ON-PAYROLL TO TRUE
053900         MOVE WS-RUN-DATE TO OH-RELEASED-DATE
054000         REWRITE ONBOARDING-ITEM-RECORD
054100         MOVE "ADDED BY HAND - ITEM CLOSED" TO RP-RESULT
054200         WRITE ONBOARDING-REPORT-RECORD FROM RP-DETAIL-LINE
054300         ADD 1 TO WS-ON-PAYROLL-COUNT
054400         GO TO 5200-READ-NEXT
054500     END-IF
054600     SET WS-ITEM-COMPLETE TO TRUE
054700     MOVE OH-SSN TO EM-SSN
054800     READ EMPLOYEE-MASTER
054900         INVALID KEY
055000             SET WS-ITEM-NOT-COMPLETE TO TRUE
055100             MOVE "INCOMPLETE - NOT ON EMPMSTR" TO RP-RESULT
055200             WRITE ONBOARDING-REPORT-RECORD FROM RP-DETAIL-LINE
055300     END-READ
055400     IF OH-LOCATION = SPACES
055500         SET WS-ITEM-NOT-COMPLETE TO TRUE
055600         MOVE "INCOMPLETE - NO WORK LOCATION" TO RP-RESULT
055700         WRITE ONBOARDING-REPORT-RECORD FROM RP-DETAIL-LINE
055800     END-IF
055900     IF OH-PAYMENT-MISSING
056000         SET WS-ITEM-NOT-COMPLETE TO TRUE
056100         MOVE "INCOMPLETE - NO PAYMENT METHOD/BANK" TO RP-RESULT
056200         WRITE ONBOARDING-REPORT-RECORD FROM RP-DETAIL-LINE
056300     END-IF
056400     IF WS-ITEM-NOT-COMPLETE
056500         ADD 1 TO WS-INCOMPLETE-COUNT
056600         GO TO 5200-READ-NEXT
056700     END-IF
056800     PERFORM 6000-RELEASE-ITEM THRU 6000-EXIT.
056900 5200-READ-NEXT.
057000     IF WS-RUN-FAILED
057100         MOVE "Y" TO WS-ITEM-EOF-SWITCH
057200         GO TO 5200-EXIT
057300     END-IF
057400     PERFORM 5100-READ-ITEM-NEXT THRU 5100-EXIT.
057500 5200-EXIT.
057600     EXIT.
057700*----------------------------------------------------------*
057800* 6000-RELEASE-ITEM - TAKE THE NEXT EMPLOYEE ID, WRITE THE  *
057900* PAYTRAN ADD FROM THE EMPMSTR SSN, NAME AND RATE AND THE   *
058000* ITEM'S LOCATION AND BANK, AND CLOSE THE ITEM AS RELEASED  *
058100* WITH THE ID IT WAS GIVEN. THE NEW HIRE STARTS ACTIVE AS   *
058200* OF THE INTAKE DATE, HOURLY, FILING SINGLE UNTIL A W-4     *
058300* CHANGE COMES THROUGH PAYMAINT.                            *
058400*----------------------------------------------------------*
058500 6000-RELEASE-ITEM.
058600     PERFORM 6100-ASSIGN-EMPLOYEE-ID THRU 6100-EXIT
058700     IF WS-RUN-FAILED
058800         GO TO 6000-EXIT
058900     END-IF
059000     MOVE SPACES             TO PAYROLL-TRANSACTION-RECORD
059100     SET PT-ACTION-ADD       TO TRUE
059200     MOVE WS-NEW-EMPLOYEE-ID TO PT-EMPLOYEE-ID
059300     MOVE EM-SSN             TO PT-SSN
059400     MOVE EM-NAME            TO PT-NAME
059500     MOVE OH-LOCATION        TO PT-LOCATION
059600     MOVE "NEW HIRE"         TO PT-REASON
059700     MOVE EM-RATE            TO PT-RATE
059800     MOVE ZEROS              TO PT-HOURS
059900     MOVE OH-BANK-ROUTING    TO PT-BANK-ROUTING
060000     MOVE OH-BANK-ACCOUNT    TO PT-BANK-ACCOUNT
060100     SET PT-STATUS-ACTIVE    TO TRUE
060200     MOVE OH-ADDED-DATE      TO PT-STATUS-DATE
060300     SET PT-PAY-HOURLY       TO TRUE
060400     MOVE ZEROS              TO PT-SALARY
060500     SET PT-FILING-SINGLE    TO TRUE
060600     MOVE ZEROS              TO PT-DEPENDENT-CREDIT
060700     MOVE ZEROS              TO PT-EXTRA-WITHHOLDING
060800     MOVE WS-OPERATOR-ID     TO PT-OPERATOR-ID
060900     WRITE PAYROLL-TRANSACTION-RECORD
061000     IF NOT WS-PAYTRAN-OK
061100         DISPLAY "ONBOARD0: PAYTRAN WRITE FAILED, STATUS "
061200             WS-PAYTRAN-STATUS
061300         MOVE "Y" TO WS-RUN-FAILURE-SW
061400         GO TO 6000-EXIT
061500     END-IF
061600     SET OH-ITEM-RELEASED    TO TRUE
061700     MOVE WS-NEW-EMPLOYEE-ID TO OH-EMPLOYEE-ID
061800     MOVE WS-RUN-DATE        TO OH-RELEASED-DATE
061900     REWRITE ONBOARDING-ITEM-RECORD
062000     IF NOT WS-ONBDHOLD-OK
062100         DISPLAY "ONBOARD0: ONBDHOLD REWRITE FAILED, STATUS "
062200             WS-ONBDHOLD-STATUS
062300         MOVE "Y" TO WS-RUN-FAILURE-SW
062400     END-IF
062500     MOVE EM-NAME            TO RP-NAME
062600     MOVE WS-NEW-EMPLOYEE-ID TO RP-EMPLOYEE-ID
062700     MOVE "RELEASED AS PAYTRAN ADD" TO RP-RESULT
062800     WRITE ONBOARDING-REPORT-RECORD FROM RP-DETAIL-LINE
062900     ADD 1 TO WS-RELEASED-COUNT.
063000 6000-EXIT.
063100     EXIT.
063200*----------------------------------------------------------*
063300* 6100-ASSIGN-EMPLOYEE-ID - STEP THE COUNTER PAST ANY ID    *
063400* ALREADY ON PAYROLL-MASTER, THEN REWRITE EMPIDCTL AT ONCE  *
063500* THE WAY DAYBATCH REWRITES RUNCTL, SO THE ID IS SPENT      *
063600* BEFORE ANYTHING CARRIES IT.                               *
063700*----------------------------------------------------------*
063800 6100-ASSIGN-EMPLOYEE-ID.
063900     MOVE "N" TO WS-ID-SWITCH
064000     PERFORM 6110-TRY-NEXT-ID THRU 6110-EXIT
064100         UNTIL WS-ID-FREE OR WS-RUN-FAILED
064200     IF WS-RUN-FAILED
064300         GO TO 6100-EXIT
064400     END-IF
064500     MOVE WS-NEW-EMPLOYEE-ID TO IC-LAST-EMPLOYEE-ID
064600     MOVE WS-RUN-DATE        TO IC-LAST-ASSIGNED-DATE
064700     ADD 1 TO IC-ASSIGNED-COUNT
064800     OPEN OUTPUT EMPLOYEE-ID-CONTROL
064900     WRITE EMPLOYEE-ID-CONTROL-RECORD
065000     IF NOT WS-EMPIDCTL-OK
065100         DISPLAY "ONBOARD0: EMPIDCTL REWRITE FAILED, STATUS "
065200             WS-EMPIDCTL-STATUS
065300         MOVE "Y" TO WS-RUN-FAILURE-SW
065400     END-IF
065500     CLOSE EMPLOYEE-ID-CONTROL.
065600 6100-EXIT.
065700     EXIT.
065800*----------------------------------------------------------*
065900* 6110-TRY-NEXT-ID - ONE STEP OF THE COUNTER. A NUMBER PAST *
066000* THE HIGH LIMIT STOPS THE RELEASES.                        *
066100*----------------------------------------------------------*
066200 6110-TRY-NEXT-ID.
066300     IF IC-LAST-EMPLOYEE-ID NOT < IC-HIGH-LIMIT
066400         DISPLAY "ONBOARD0: EMPLOYEE ID RANGE EXHAUSTED AT "
066500             IC-HIGH-LIMIT
066600         MOVE "Y" TO WS-RUN-FAILURE-SW
066700         GO TO 6110-EXIT
066800     END-IF
066900     ADD 1 TO IC-LAST-EMPLOYEE-ID
067000     MOVE IC-LAST-EMPLOYEE-ID TO PM-EMPLOYEE-ID
067100     READ PAYROLL-MASTER
067200         INVALID KEY
067300             MOVE "Y" TO WS-ID-SWITCH
067400             MOVE IC-LAST-EMPLOYEE-ID TO WS-NEW-EMPLOYEE-ID
067500     END-READ.
067600 6110-EXIT.
067700     EXIT.
067800*----------------------------------------------------------*
067900* 7000-TERMINATE - PRINT THE TOTALS, CLOSE FILES, SET       *
068000* RETURN-CODE: 8 WHEN THE RUN FAILED, 4 WHEN ITEMS ARE      *
068100* STILL WAITING ON HR OR A SUPPLEMENT WAS REFUSED.          *
068200*----------------------------------------------------------*
068300 7000-TERMINATE.
068400     MOVE "NEW HIRES READ:             " TO RP-TOTAL-LABEL
068500     MOVE WS-PENDING-COUNT               TO RP-TOTAL-COUNT
068600     WRITE ONBOARDING-REPORT-RECORD FROM RP-TOTAL-LINE
068700     MOVE "ONBOARDING ITEMS OPENED:    " TO RP-TOTAL-LABEL
068800     MOVE WS-NEW-ITEM-COUNT              TO RP-TOTAL-COUNT
068900     WRITE ONBOARDING-REPORT-RECORD FROM RP-TOTAL-LINE
069000     MOVE "ALREADY ON PAYROLL:         " TO RP-TOTAL-LABEL
069100     MOVE WS-ON-PAYROLL-COUNT            TO RP-TOTAL-COUNT
069200     WRITE ONBOARDING-REPORT-RECORD FROM RP-TOTAL-LINE
069300     MOVE "HR SUPPLEMENTS APPLIED:     " TO RP-TOTAL-LABEL
069400     MOVE WS-SUPPLIED-COUNT              TO RP-TOTAL-COUNT
069500     WRITE ONBOARDING-REPORT-RECORD FROM RP-TOTAL-LINE
069600     MOVE "HR SUPPLEMENTS REFUSED:     " TO RP-TOTAL-LABEL
069700     MOVE WS-SUPP-REJECT-COUNT           TO RP-TOTAL-COUNT
069800     WRITE ONBOARDING-REPORT-RECORD FROM RP-TOTAL-LINE
069900     MOVE "RELEASED AS PAYTRAN ADDS:   " TO RP-TOTAL-LABEL
070000     MOVE WS-RELEASED-COUNT              TO RP-TOTAL-COUNT
070100     WRITE ONBOARDING-REPORT-RECORD FROM RP-TOTAL-LINE
070200     MOVE "STILL INCOMPLETE:           " TO RP-TOTAL-LABEL
070300     MOVE WS-INCOMPLETE-COUNT            TO RP-TOTAL-COUNT
070400     WRITE ONBOARDING-REPORT-RECORD FROM RP-TOTAL-LINE
070500     CLOSE NEW-HIRE-PENDING
070600     CLOSE ONBOARDING-SUPPLEMENTS
070700     CLOSE EMPLOYEE-MASTER
070800     CLOSE PAYROLL-MASTER
070900     CLOSE ONBOARDING-ITEMS
071000     CLOSE PAYROLL-TRANSACTIONS
071100     CLOSE ONBOARDING-REPORT
071200     MOVE 0 TO RETURN-CODE
071300     IF WS-INCOMPLETE-COUNT > 0 OR WS-SUPP-REJECT-COUNT > 0
071400         MOVE 4 TO RETURN-CODE
071500     END-IF
071600     IF WS-RUN-FAILED
071700         MOVE 8 TO RETURN-CODE
071800     END-IF.
071900 7000-EXIT.
072000     EXIT.
072100*----------------------------------------------------------*
072200* 9999-EXIT - COMMON JOB TERMINATION POINT                  *
072300*----------------------------------------------------------*
072400 9999-EXIT.
072500     GOBACK.
