002300*                   AUDIT REPORT OF EVERY ENTRY TOUCHED -   *
002400*                   SO THE SPLIT-DEPOSIT INSTRUCTIONS THE   *
002500*                   PAY RUN APPLIES ARE NEVER HAND-EDITED.  *
002501* 2026-10-15  LIBI  EVERY TRANSACTION NOW CARRIES THE       *
002502*                   ENTERING OPERATOR, WHO MUST HOLD AN     *
002503*                   OPERAUTH ENTRY FOR DDIMAINT AND THE     *
002504*                   ACTION KEYED OR THE TRANSACTION IS      *
002505*                   REFUSED. AN ADD, OR A CHANGE THAT MOVES *
002506*                   THE ROUTING OR ACCOUNT, IS NOT APPLIED  *
002507*                   BUT HELD ON MNTPEND UNTIL A DIFFERENT   *
002508*                   OPERATOR, AUTHORIZED TO APPROVE, KEYS A *
002509*                   V FOR THE SAME EMPLOYEE AND SEQUENCE.   *
002510*                   THE AUDIT REPORT NOW SHOWS WHO ENTERED  *
002511*                   AND WHO APPROVED EACH LINE.             *
002512* 2026-10-15  LIBI  EACH INSTRUCTION NOW CARRIES AN ACCOUNT *
002513*                   TYPE, C CHECKING OR S SAVINGS (SPACE    *
002514*                   TAKEN AS CHECKING), FOR THE NACHA       *
002515*                   TRANSACTION CODE. ANY OTHER TYPE IS     *
002516*                   REFUSED, AND A CHANGE OF TYPE IS HELD   *
002517*                   FOR APPROVAL LIKE A ROUTING OR ACCOUNT  *
002518*                   CHANGE.                                 *
002600*----------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
004400     SELECT MAINTENANCE-REPORT ASSIGN TO "DDIMRPT"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-DDIMRPT-STATUS.
004601     SELECT OPERATOR-AUTHORIZATION ASSIGN TO "OPERAUTH"
004602         ORGANIZATION IS LINE SEQUENTIAL
004603         FILE STATUS IS WS-OPERAUTH-STATUS.
004604     SELECT MAINTENANCE-PENDING ASSIGN TO "MNTPEND"
004605         ORGANIZATION IS INDEXED
004606         ACCESS MODE IS RANDOM
004607         RECORD KEY IS MP-KEY
004608         FILE STATUS IS WS-MNTPEND-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  PAYROLL-MASTER
005700 COPY DDITRAN.
005800 FD  MAINTENANCE-REPORT
005900     LABEL RECORDS ARE STANDARD.
006000 01  MAINTENANCE-REPORT-RECORD   PIC X(100).
006001 FD  OPERATOR-AUTHORIZATION
006002     LABEL RECORDS ARE STANDARD.
006003 COPY OPERAUTH.
006004 FD  MAINTENANCE-PENDING
006005     LABEL RECORDS ARE STANDARD.
006006 COPY MNTPEND.
006100 WORKING-STORAGE SECTION.
006200*----------------------------------------------------------*
006300* FILE STATUS AND CONTROL SWITCHES                          *
008100     88  WS-EDITS-FAILED               VALUE "N".
008200 77  WS-FOUND-SWITCH         PIC X(01) VALUE "N".
008300     88  WS-KEY-FOUND                  VALUE "Y".
008301 77  WS-OPERAUTH-STATUS      PIC X(02) VALUE ZEROS.
008302     88  WS-OPERAUTH-OK                VALUE "00".
008303 77  WS-OPERAUTH-EOF-SW      PIC X(01) VALUE "N".
008304     88  WS-OPERAUTH-EOF               VALUE "Y".
008305 77  WS-MNTPEND-STATUS       PIC X(02) VALUE ZEROS.
008306     88  WS-MNTPEND-OK                 VALUE "00".
008307 77  WS-RUN-DATE             PIC 9(08) VALUE ZEROS.
008308*----------------------------------------------------------*
008309* OPERATOR AUTHORIZATIONS FOR THIS PROGRAM, FROM OPERAUTH  *
008310*----------------------------------------------------------*
008311 77  WS-OA-COUNT             PIC 9(03) COMP VALUE ZERO.
008312 01  OPERATOR-AUTH-TABLE.
008313     05  OA-ENTRY OCCURS 1 TO 200 TIMES
008314         DEPENDING ON WS-OA-COUNT
008315         INDEXED BY OA-IDX.
008316         10  OAT-OPERATOR-ID PIC X(08).
008317         10  OAT-ACTION      PIC X(01).
008318 77  WS-AUTH-SWITCH          PIC X(01) VALUE "Y".
008319     88  WS-OPERATOR-AUTHORIZED        VALUE "Y".
008320     88  WS-OPERATOR-NOT-AUTHORIZED    VALUE "N".
008321*----------------------------------------------------------*
008322* DUAL APPROVAL - A NEW OR MOVED BANK ACCOUNT WAITS ON     *
008323* MNTPEND FOR A SECOND OPERATOR                            *
008324*----------------------------------------------------------*
008325 77  WS-APPROVAL-SW          PIC X(01) VALUE "N".
008326     88  WS-APPLYING-APPROVAL          VALUE "Y".
008327 77  WS-APPROVED-BY          PIC X(08) VALUE SPACES.
008328 01  WS-PENDING-KEY.
008329     05  WS-PK-PROGRAM       PIC X(08) VALUE "DDIMAINT".
008330     05  WS-PK-EMPLOYEE-ID   PIC 9(09) VALUE ZEROS.
008331     05  WS-PK-SEQUENCE      PIC 9(02) VALUE ZEROS.
008400*----------------------------------------------------------*
008500* INSTRUCTION TABLE - THE WHOLE FILE, KEPT IN EMPLOYEE-ID,  *
008600* SEQUENCE ORDER, APPLIED TO IN PLACE AND WRITTEN BACK AT   *
009600         10  IN-PCT          PIC 9V99.
009700         10  IN-ROUTING      PIC 9(09).
009800         10  IN-ACCOUNT      PIC X(17).
009801         10  IN-ACCT-TYPE    PIC X(01).
009802             88  IN-SAVINGS-ACCOUNT  VALUE "S".
009900 77  WS-I                    PIC 9(03) COMP VALUE ZERO.
010000 77  WS-J                    PIC 9(03) COMP VALUE ZERO.
010100 77  WS-POSITION             PIC 9(03) COMP VALUE ZERO.
010600 77  WS-CHANGE-COUNT         PIC 9(05) COMP VALUE ZERO.
010700 77  WS-DELETE-COUNT         PIC 9(05) COMP VALUE ZERO.
010800 77  WS-REJECT-COUNT         PIC 9(05) COMP VALUE ZERO.
010801 77  WS-HELD-COUNT           PIC 9(05) COMP VALUE ZERO.
010802 77  WS-APPROVED-COUNT       PIC 9(05) COMP VALUE ZERO.
010900*----------------------------------------------------------*
011000* MAINTENANCE AUDIT REPORT LINE LAYOUTS                     *
011100*----------------------------------------------------------*
011900     05  FILLER              PIC X(05) VALUE "  SEQ".
012000     05  FILLER              PIC X(04) VALUE SPACES.
012100     05  FILLER              PIC X(25) VALUE "RESULT".
012101     05  FILLER              PIC X(06) VALUE SPACES.
012102     05  FILLER              PIC X(10) VALUE "ENTERED BY".
012103     05  FILLER              PIC X(11) VALUE "APPROVED BY".
012200 01  MR-DETAIL-LINE.
012300     05  MR-ACTION           PIC X(06).
012400     05  FILLER              PIC X(04) VALUE SPACES.
012700     05  MR-SEQUENCE         PIC 9(02).
012800     05  FILLER              PIC X(04) VALUE SPACES.
012900     05  MR-RESULT           PIC X(30).
012901     05  FILLER              PIC X(02) VALUE SPACES.
012902     05  MR-ENTERED-BY       PIC X(08).
012903     05  FILLER              PIC X(02) VALUE SPACES.
012904     05  MR-APPROVED-BY      PIC X(08).
013000 01  MR-TOTAL-LINE.
013100     05  MR-TOTAL-LABEL      PIC X(20).
013200     05  MR-TOTAL-COUNT      PIC ZZZZ9.
015400     WRITE MAINTENANCE-REPORT-RECORD FROM MR-HEADING-1
015500     WRITE MAINTENANCE-REPORT-RECORD FROM MR-HEADING-2
015600     PERFORM 1500-LOAD-INSTRUCTION-FILE THRU 1500-EXIT
015601     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
015602     PERFORM 1600-LOAD-AUTHORIZATIONS THRU 1600-EXIT
015603     OPEN I-O MAINTENANCE-PENDING
015604     IF NOT WS-MNTPEND-OK
015605         OPEN OUTPUT MAINTENANCE-PENDING
015606         CLOSE MAINTENANCE-PENDING
015607         OPEN I-O MAINTENANCE-PENDING
015608     END-IF
015700     OPEN INPUT PAYROLL-MASTER
015800     IF NOT WS-PAYRMSTR-OK
015900         DISPLAY "PAYRMSTR OPEN FAILED, STATUS "
021100         MOVE DI-PCT          TO IN-PCT (WS-INS-COUNT)
021200         MOVE DI-BANK-ROUTING TO IN-ROUTING (WS-INS-COUNT)
021300         MOVE DI-BANK-ACCOUNT TO IN-ACCOUNT (WS-INS-COUNT)
021301         IF DI-SAVINGS-ACCOUNT
021302             MOVE "S" TO IN-ACCT-TYPE (WS-INS-COUNT)
021303         ELSE
021304             MOVE "C" TO IN-ACCT-TYPE (WS-INS-COUNT)
021305         END-IF
021400     ELSE
021500         DISPLAY "DDIMAINT: INSTRUCTION TABLE FULL"
021600         MOVE "Y" TO WS-MAINT-FAILURE-SW
021700     END-IF
021800     PERFORM 1510-READ-INSTRUCTION THRU 1510-EXIT.
021900 1520-EXIT.
021901     EXIT.
021902*----------------------------------------------------------*
021903* 1600-LOAD-AUTHORIZATIONS - KEEP THE OPERAUTH ENTRIES     *
021904* FOR DDIMAINT. WITHOUT THE FILE NO OPERATOR IS            *
021905* AUTHORIZED, SO EVERY TRANSACTION IS REFUSED AND THE RUN  *
021906* ENDS RC 8.                                               *
021907*----------------------------------------------------------*
021908 1600-LOAD-AUTHORIZATIONS.
021909     OPEN INPUT OPERATOR-AUTHORIZATION
021910     IF NOT WS-OPERAUTH-OK
021911         DISPLAY "DDIMAINT: OPERAUTH OPEN FAILED, STATUS "
021912             WS-OPERAUTH-STATUS
021913         MOVE "Y" TO WS-MAINT-FAILURE-SW
021914         GO TO 1600-EXIT
021915     END-IF
021916     PERFORM 1610-READ-AUTHORIZATION THRU 1610-EXIT
021917     PERFORM 1620-TABLE-AUTHORIZATION THRU 1620-EXIT
021918         UNTIL WS-OPERAUTH-EOF
021919     CLOSE OPERATOR-AUTHORIZATION.
021920 1600-EXIT.
021921     EXIT.
021922*----------------------------------------------------------*
021923* 1610-READ-AUTHORIZATION - GET THE NEXT OPERAUTH ENTRY    *
021924*----------------------------------------------------------*
021925 1610-READ-AUTHORIZATION.
021926     READ OPERATOR-AUTHORIZATION
021927         AT END
021928             MOVE "Y" TO WS-OPERAUTH-EOF-SW
021929     END-READ.
021930 1610-EXIT.
021931     EXIT.
021932*----------------------------------------------------------*
021933* 1620-TABLE-AUTHORIZATION - STORE ONE DDIMAINT ENTRY      *
021934*----------------------------------------------------------*
021935 1620-TABLE-AUTHORIZATION.
021936     IF OA-PROGRAM = "DDIMAINT" AND OA-OPERATOR-ID NOT = SPACES
021937         IF WS-OA-COUNT < 200
021938             ADD 1 TO WS-OA-COUNT
021939             SET OA-IDX TO WS-OA-COUNT
021940             MOVE OA-OPERATOR-ID TO OAT-OPERATOR-ID (OA-IDX)
021941             MOVE OA-ACTION      TO OAT-ACTION (OA-IDX)
021942         ELSE
021943             DISPLAY "DDIMAINT: OPERAUTH TABLE FULL"
021944             MOVE "Y" TO WS-MAINT-FAILURE-SW
021945         END-IF
021946     END-IF
021947     PERFORM 1610-READ-AUTHORIZATION THRU 1610-EXIT.
021948 1620-EXIT.
022000     EXIT.
022100*----------------------------------------------------------*
022200* 2000-READ-TRANSACTION - GET THE NEXT MAINTENANCE REQUEST  *
023400*----------------------------------------------------------*
023500 3000-PROCESS-TRANSACTION.
023600     SET WS-EDITS-PASSED TO TRUE
023700     MOVE "N"    TO WS-APPROVAL-SW
023701     MOVE SPACES TO WS-APPROVED-BY
023702     SET WS-OPERATOR-AUTHORIZED TO TRUE
023703     IF DT-ACTION-ADD OR DT-ACTION-CHANGE OR DT-ACTION-DELETE
023704        OR DT-ACTION-APPROVE
023705         PERFORM 3400-CHECK-AUTHORIZATION THRU 3400-EXIT
023706     END-IF
023707     IF (DT-ACTION-ADD OR DT-ACTION-CHANGE)
023708        AND WS-OPERATOR-AUTHORIZED
023800         PERFORM 3500-EDIT-TRANSACTION-FIELDS THRU 3500-EXIT
023900     END-IF
024000     IF (DT-ACTION-ADD OR DT-ACTION-CHANGE)
024001        AND WS-OPERATOR-AUTHORIZED
024050*        DELETES ARE EXEMPT, AS IN DEDMAINT - A TERMINATED
024060*        EMPLOYEE'S INSTRUCTIONS MUST STILL COME OFF.
024100         PERFORM 3600-VALIDATE-EMPLOYEE THRU 3600-EXIT
024200     END-IF
024300     EVALUATE TRUE
024301         WHEN WS-OPERATOR-NOT-AUTHORIZED
024302             MOVE "NOT AUTHORIZED" TO MR-RESULT
024303             PERFORM 6000-WRITE-AUDIT-LINE THRU 6000-EXIT
024304             ADD 1 TO WS-REJECT-COUNT
024400         WHEN WS-EDITS-FAILED
024500             MOVE "REJECTED BY EDITS" TO MR-RESULT
024600             PERFORM 6000-WRITE-AUDIT-LINE THRU 6000-EXIT
025100             PERFORM 5000-CHANGE-INSTRUCTION THRU 5000-EXIT
025200         WHEN DT-ACTION-DELETE
025300             PERFORM 5500-DELETE-INSTRUCTION THRU 5500-EXIT
025301         WHEN DT-ACTION-APPROVE
025302             PERFORM 5800-APPLY-APPROVAL THRU 5800-EXIT
025400         WHEN OTHER
025500             MOVE "UNKNOWN ACTION CODE" TO MR-RESULT
025600             PERFORM 6000-WRITE-AUDIT-LINE THRU 6000-EXIT
026000 3000-EXIT.
026100     EXIT.
026200*----------------------------------------------------------*
026300* 3400-CHECK-AUTHORIZATION - THE ENTERING OPERATOR MUST    *
026400* HOLD AN OPERAUTH ENTRY FOR THE ACTION KEYED.             *
026401*----------------------------------------------------------*
026402 3400-CHECK-AUTHORIZATION.
026403     SET WS-OPERATOR-NOT-AUTHORIZED TO TRUE
026404     IF WS-OA-COUNT > 0
026405         SET OA-IDX TO 1
026406         SEARCH OA-ENTRY
026407             AT END CONTINUE
026408             WHEN OAT-OPERATOR-ID (OA-IDX) = DT-OPERATOR-ID
026409              AND OAT-ACTION (OA-IDX) = DT-ACTION-CODE
026410                 SET WS-OPERATOR-AUTHORIZED TO TRUE
026411         END-SEARCH
026412     END-IF.
026413 3400-EXIT.
026414     EXIT.
026415*----------------------------------------------------------*
026416* 3500-EDIT-TRANSACTION-FIELDS - METHOD, PERCENT, ACCOUNT   *
026417* TYPE, AND THE ROUTING NUMBER THROUGH THE SHARED FLDEDIT   *
026418* EDIT.                                                     *
026500*----------------------------------------------------------*
026600 3500-EDIT-TRANSACTION-FIELDS.
026700     IF NOT (DT-METHOD-FIXED OR DT-METHOD-PERCENT
027400         SET WS-EDITS-FAILED TO TRUE
027500         DISPLAY "DDIMAINT: PERCENT OVER 1.00 FOR "
027600             DT-EMPLOYEE-ID
027601     END-IF
027602     IF NOT (DT-CHECKING-ACCOUNT OR DT-SAVINGS-ACCOUNT)
027603         SET WS-EDITS-FAILED TO TRUE
027604         DISPLAY "DDIMAINT: INVALID ACCOUNT TYPE " DT-ACCOUNT-TYPE
027605             " FOR " DT-EMPLOYEE-ID
027700     END-IF
027800     MOVE "DDIMAINT"        TO FE-SOURCE-PROGRAM
027900     MOVE DT-EMPLOYEE-ID    TO FE-RECORD-KEY
031000*----------------------------------------------------------*
031100* 4000-ADD-INSTRUCTION - INSERT A NEW ENTRY AT ITS KEY      *
031200* POSITION, SHIFTING THE TAIL OF THE TABLE UP ONE.          *
031201* A NEW INSTRUCTION SETS UP A BANK ACCOUNT, SO UNLESS A    *
031202* SECOND OPERATOR IS APPROVING IT NOW IT IS HELD INSTEAD.  *
031300*----------------------------------------------------------*
031400 4000-ADD-INSTRUCTION.
031500     PERFORM 4500-LOCATE-KEY-POSITION THRU 4500-EXIT
032300         MOVE "ADD FAILED, TABLE FULL" TO MR-RESULT
032400         ADD 1 TO WS-REJECT-COUNT
032500         PERFORM 6000-WRITE-AUDIT-LINE THRU 6000-EXIT
032501         GO TO 4000-EXIT
032502     END-IF
032503     IF NOT WS-APPLYING-APPROVAL
032504         PERFORM 5700-HOLD-FOR-APPROVAL THRU 5700-EXIT
032600         GO TO 4000-EXIT
032700     END-IF
032800     MOVE WS-INS-COUNT TO WS-I
038200     MOVE DT-AMOUNT       TO IN-AMOUNT (WS-POSITION)
038300     MOVE DT-PCT          TO IN-PCT (WS-POSITION)
038400     MOVE DT-BANK-ROUTING TO IN-ROUTING (WS-POSITION)
038500     MOVE DT-BANK-ACCOUNT TO IN-ACCOUNT (WS-POSITION)
038501     IF DT-SAVINGS-ACCOUNT
038502         MOVE "S" TO IN-ACCT-TYPE (WS-POSITION)
038503     ELSE
038504         MOVE "C" TO IN-ACCT-TYPE (WS-POSITION)
038505     END-IF.
038600 4700-EXIT.
038700     EXIT.
038800*----------------------------------------------------------*
038900* 5000-CHANGE-INSTRUCTION - REPLACE AN EXISTING ENTRY       *
038901* A CHANGE THAT MOVES THE ROUTING, ACCOUNT OR ACCOUNT TYPE  *
038902* IS HELD FOR A SECOND OPERATOR UNLESS THAT APPROVAL IS     *
038903* BEING APPLIED.                                            *
039000*----------------------------------------------------------*
039100 5000-CHANGE-INSTRUCTION.
039200     PERFORM 4500-LOCATE-KEY-POSITION THRU 4500-EXIT
039400         MOVE "CHANGE FAILED, NOT ON FILE" TO MR-RESULT
039500         ADD 1 TO WS-REJECT-COUNT
039600         PERFORM 6000-WRITE-AUDIT-LINE THRU 6000-EXIT
039601         GO TO 5000-EXIT
039602     END-IF
039603     IF NOT WS-APPLYING-APPROVAL
039604        AND (DT-BANK-ROUTING NOT = IN-ROUTING (WS-POSITION)
039605             OR DT-BANK-ACCOUNT NOT = IN-ACCOUNT (WS-POSITION)
039607             OR (DT-SAVINGS-ACCOUNT
039608                 AND NOT IN-SAVINGS-ACCOUNT (WS-POSITION))
039609             OR (NOT DT-SAVINGS-ACCOUNT
039610                 AND IN-SAVINGS-ACCOUNT (WS-POSITION)))
039611         PERFORM 5700-HOLD-FOR-APPROVAL THRU 5700-EXIT
039700         GO TO 5000-EXIT
039800     END-IF
039900     PERFORM 4700-MOVE-TRAN-TO-ENTRY THRU 4700-EXIT
043200 5600-EXIT.
043300     EXIT.
043400*----------------------------------------------------------*
043401* 5700-HOLD-FOR-APPROVAL - PARK THE WHOLE TRANSACTION ON   *
043402* MNTPEND UNTIL ANOTHER OPERATOR APPROVES IT. THE TABLE IS *
043403* LEFT ALONE. ONLY ONE CHANGE MAY WAIT PER INSTRUCTION.    *
043404*----------------------------------------------------------*
043405 5700-HOLD-FOR-APPROVAL.
043406     MOVE DT-EMPLOYEE-ID TO WS-PK-EMPLOYEE-ID
043407     MOVE DT-SEQUENCE    TO WS-PK-SEQUENCE
043408     MOVE WS-PENDING-KEY TO MP-KEY
043409     READ MAINTENANCE-PENDING
043410         INVALID KEY
043411             CONTINUE
043412     END-READ
043413     IF WS-MNTPEND-OK
043414         MOVE "REJECTED, ALREADY PENDING" TO MR-RESULT
043415         ADD 1 TO WS-REJECT-COUNT
043416         PERFORM 6000-WRITE-AUDIT-LINE THRU 6000-EXIT
043417         GO TO 5700-EXIT
043418     END-IF
043419     MOVE WS-PENDING-KEY TO MP-KEY
043420     MOVE DT-OPERATOR-ID TO MP-ENTERED-BY
043421     MOVE WS-RUN-DATE    TO MP-ENTERED-DATE
043422     MOVE SPACES         TO MP-TRAN-IMAGE
043423     MOVE DEPOSIT-INSTR-TRANSACTION TO MP-TRAN-IMAGE
043424     WRITE MAINTENANCE-PENDING-RECORD
043425     IF WS-MNTPEND-OK
043426         MOVE "HELD FOR APPROVAL" TO MR-RESULT
043427         ADD 1 TO WS-HELD-COUNT
043428     ELSE
043429         MOVE "HOLD FAILED, STATUS" TO MR-RESULT
043430         MOVE WS-MNTPEND-STATUS TO MR-RESULT (21:2)
043431         ADD 1 TO WS-REJECT-COUNT
043432     END-IF
043433     PERFORM 6000-WRITE-AUDIT-LINE THRU 6000-EXIT.
043434 5700-EXIT.
043435     EXIT.
043436*----------------------------------------------------------*
043437* 5800-APPLY-APPROVAL - A V TRANSACTION RELEASES THE       *
043438* INSTRUCTION HELD FOR ITS EMPLOYEE AND SEQUENCE. THE      *
043439* APPROVER MUST NOT BE THE OPERATOR WHO ENTERED IT. THE    *
043440* EMPLOYEE IS VALIDATED AGAIN, THEN THE HELD ADD OR CHANGE *
043441* IS APPLIED AS ENTERED WITH BOTH OPERATORS ON THE AUDIT   *
043442* LINE. THE ENTRY COMES OFF MNTPEND EITHER WAY.            *
043443*----------------------------------------------------------*
043444 5800-APPLY-APPROVAL.
043445     MOVE DT-EMPLOYEE-ID TO WS-PK-EMPLOYEE-ID
043446     MOVE DT-SEQUENCE    TO WS-PK-SEQUENCE
043447     MOVE WS-PENDING-KEY TO MP-KEY
043448     READ MAINTENANCE-PENDING
043449         INVALID KEY
043450             MOVE "APPROVE FAILED, NONE HELD" TO MR-RESULT
043451             ADD 1 TO WS-REJECT-COUNT
043452             PERFORM 6000-WRITE-AUDIT-LINE THRU 6000-EXIT
043453     END-READ
043454     IF NOT WS-MNTPEND-OK
043455         GO TO 5800-EXIT
043456     END-IF
043457     IF MP-ENTERED-BY = DT-OPERATOR-ID
043458         MOVE "REFUSED, SAME OPERATOR" TO MR-RESULT
043459         ADD 1 TO WS-REJECT-COUNT
043460         PERFORM 6000-WRITE-AUDIT-LINE THRU 6000-EXIT
043461         GO TO 5800-EXIT
043462     END-IF
043463     MOVE DT-OPERATOR-ID TO WS-APPROVED-BY
043464     MOVE MP-TRAN-IMAGE  TO DEPOSIT-INSTR-TRANSACTION
043465     MOVE "Y"            TO WS-APPROVAL-SW
043466     ADD 1 TO WS-APPROVED-COUNT
043467     PERFORM 3600-VALIDATE-EMPLOYEE THRU 3600-EXIT
043468     EVALUATE TRUE
043469         WHEN WS-EDITS-FAILED
043470             MOVE "REJECTED BY EDITS" TO MR-RESULT
043471             PERFORM 6000-WRITE-AUDIT-LINE THRU 6000-EXIT
043472             ADD 1 TO WS-REJECT-COUNT
043473         WHEN DT-ACTION-ADD
043474             PERFORM 4000-ADD-INSTRUCTION THRU 4000-EXIT
043475         WHEN DT-ACTION-CHANGE
043476             PERFORM 5000-CHANGE-INSTRUCTION THRU 5000-EXIT
043477     END-EVALUATE
043478     DELETE MAINTENANCE-PENDING
043479     IF NOT WS-MNTPEND-OK
043480         DISPLAY "DDIMAINT: MNTPEND DELETE FAILED FOR "
043481             WS-PK-EMPLOYEE-ID " STATUS " WS-MNTPEND-STATUS
043482         MOVE "Y" TO WS-MAINT-FAILURE-SW
043483     END-IF.
043484 5800-EXIT.
043485     EXIT.
043486*----------------------------------------------------------*
043500* 6000-WRITE-AUDIT-LINE - ONE REPORT LINE PER REQUEST       *
043600*----------------------------------------------------------*
043700 6000-WRITE-AUDIT-LINE.
043800     MOVE DT-ACTION-CODE TO MR-ACTION
043900     MOVE DT-EMPLOYEE-ID TO MR-EMPLOYEE-ID
044000     MOVE DT-SEQUENCE    TO MR-SEQUENCE
044001     MOVE DT-OPERATOR-ID TO MR-ENTERED-BY
044002     MOVE WS-APPROVED-BY TO MR-APPROVED-BY
044100     WRITE MAINTENANCE-REPORT-RECORD FROM MR-DETAIL-LINE.
044200 6000-EXIT.
044300     EXIT.
046500     MOVE IN-PCT (WS-I)         TO DI-PCT
046600     MOVE IN-ROUTING (WS-I)     TO DI-BANK-ROUTING
046700     MOVE IN-ACCOUNT (WS-I)     TO DI-BANK-ACCOUNT
046701     MOVE IN-ACCT-TYPE (WS-I)   TO DI-ACCOUNT-TYPE
046800     WRITE DEPOSIT-INSTRUCTION-RECORD
046900     ADD 1 TO WS-I.
047000 6510-EXIT.
048400     WRITE MAINTENANCE-REPORT-RECORD FROM MR-TOTAL-LINE
048500     MOVE "ENTRIES REJECTED:   " TO MR-TOTAL-LABEL
048600     MOVE WS-REJECT-COUNT        TO MR-TOTAL-COUNT
048601     WRITE MAINTENANCE-REPORT-RECORD FROM MR-TOTAL-LINE
048602     MOVE "HELD FOR APPROVAL:  " TO MR-TOTAL-LABEL
048603     MOVE WS-HELD-COUNT          TO MR-TOTAL-COUNT
048604     WRITE MAINTENANCE-REPORT-RECORD FROM MR-TOTAL-LINE
048605     MOVE "CHANGES APPROVED:   " TO MR-TOTAL-LABEL
048606     MOVE WS-APPROVED-COUNT      TO MR-TOTAL-COUNT
048700     WRITE MAINTENANCE-REPORT-RECORD FROM MR-TOTAL-LINE.
048800 6200-EXIT.
048900     EXIT.
049800     PERFORM 6200-WRITE-RUN-TOTALS THRU 6200-EXIT
049900     CLOSE PAYROLL-MASTER
050000     CLOSE INSTRUCTION-TRANSACTION
050001     CLOSE MAINTENANCE-PENDING
050100     CLOSE MAINTENANCE-REPORT
050200     MOVE 0 TO RETURN-CODE
050300     IF WS-MAINT-FAILED
