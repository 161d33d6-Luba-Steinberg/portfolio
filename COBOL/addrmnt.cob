000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ADDRMNT.
000300 AUTHOR.        LIBI.
000400 INSTALLATION.  PAYROLL DEPARTMENT.
000500 DATE-WRITTEN.  OCTOBER 15, 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                     *
000900*----------------------------------------------------------*
001000* DATE        INIT  DESCRIPTION                            *
001100* 2026-10-15  LIBI  ORIGINAL PROGRAM - TRANSACTION-DRIVEN   *
001200*                   MAINTENANCE OF THE EMPADDR EMPLOYEE     *
001300*                   ADDRESS AND DEMOGRAPHIC FILE, PATTERNED *
001400*                   ON PAYMAINT. EACH ADDRTRAN ADD/CHANGE   *
001500*                   IS VALIDATED (EMPLOYEE MUST BE ON       *
001600*                   PAYROLL-MASTER, ZIP AND DATES THROUGH   *
001700*                   THE SHARED FLDEDIT EDIT, AN ADD MUST    *
001800*                   CARRY THE WHOLE ADDRESS) AND APPLIED,   *
001900*                   EVERY FIELD ADDED OR CHANGED IS LOGGED  *
002000*                   BEFORE/AFTER TO THE ADDRHIST FILE THE   *
002100*                   WAY COBOL-MAIN LOGS CHGHIST, AND AN     *
002200*                   AUDIT REPORT LISTS EVERY TRANSACTION.   *
002300*                   TERMINATED EMPLOYEES CAN STILL BE       *
002400*                   CHANGED - THEIR W-2 MUST STILL REACH    *
002500*                   THEM.                                   *
002600*----------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER. IBM-370.
003000 OBJECT-COMPUTER. IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT EMPLOYEE-ADDRESS ASSIGN TO "EMPADDR"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS EA-EMPLOYEE-ID
003700         FILE STATUS IS WS-EMPADDR-STATUS.
003800     SELECT PAYROLL-MASTER ASSIGN TO "PAYRMSTR"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS PM-EMPLOYEE-ID
004200         FILE STATUS IS WS-PAYRMSTR-STATUS.
004300     SELECT ADDRESS-TRANSACTION ASSIGN TO "ADDRTRAN"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-ADDRTRAN-STATUS.
004600     SELECT ADDRESS-HISTORY ASSIGN TO "ADDRHIST"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-ADDRHIST-STATUS.
004900     SELECT MAINTENANCE-REPORT ASSIGN TO "ADDRMRPT"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-ADDRMRPT-STATUS.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  EMPLOYEE-ADDRESS
005500     LABEL RECORDS ARE STANDARD.
005600 COPY EMPADDR.
005700 FD  PAYROLL-MASTER
005800     LABEL RECORDS ARE STANDARD.
005900 COPY PAYRMSTR.
006000 FD  ADDRESS-TRANSACTION
006100     LABEL RECORDS ARE STANDARD.
006200 COPY ADDRTRAN.
006300 FD  ADDRESS-HISTORY
006400     LABEL RECORDS ARE STANDARD.
006500 COPY ADDRHIST.
006600 FD  MAINTENANCE-REPORT
006700     LABEL RECORDS ARE STANDARD.
006800 01  MAINTENANCE-REPORT-RECORD   PIC X(80).
006900 WORKING-STORAGE SECTION.
007000*----------------------------------------------------------*
007100* FILE STATUS AND CONTROL SWITCHES                          *
007200*----------------------------------------------------------*
007300 77  WS-EMPADDR-STATUS       PIC X(02) VALUE ZEROS.
007400     88  WS-EMPADDR-OK                 VALUE "00".
007500     88  WS-EMPADDR-DUPKEY             VALUE "22".
007600 77  WS-PAYRMSTR-STATUS      PIC X(02) VALUE ZEROS.
007700     88  WS-PAYRMSTR-OK                VALUE "00".
007800 77  WS-ADDRTRAN-STATUS      PIC X(02) VALUE ZEROS.
007900     88  WS-ADDRTRAN-OK                VALUE "00".
008000 77  WS-ADDRHIST-STATUS      PIC X(02) VALUE ZEROS.
008100     88  WS-ADDRHIST-OK                VALUE "00".
008200 77  WS-ADDRMRPT-STATUS      PIC X(02) VALUE ZEROS.
008300     88  WS-ADDRMRPT-OK                VALUE "00".
008400 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
008500     88  WS-EOF                        VALUE "Y".
008600 77  WS-MAINT-FAILURE-SW     PIC X(01) VALUE "N".
008700     88  WS-MAINT-FAILED               VALUE "Y".
008800 77  WS-EDIT-SWITCH          PIC X(01) VALUE "Y".
008900     88  WS-EDITS-PASSED               VALUE "Y".
009000     88  WS-EDITS-FAILED               VALUE "N".
009100 77  WS-CHANGED-SW           PIC X(01) VALUE "N".
009200     88  WS-RECORD-CHANGED             VALUE "Y".
009300 77  WS-RUN-DATE             PIC 9(08) VALUE ZEROS.
009400 77  WS-REJECT-REASON        PIC X(30) VALUE SPACES.
009500*----------------------------------------------------------*
009600* RUN TOTALS FOR THE AUDIT REPORT TRAILER                   *
009700*----------------------------------------------------------*
009800 77  WS-ADD-COUNT            PIC 9(05) COMP VALUE ZERO.
009900 77  WS-CHANGE-COUNT         PIC 9(05) COMP VALUE ZERO.
010000 77  WS-NO-CHANGE-COUNT      PIC 9(05) COMP VALUE ZERO.
010100 77  WS-REJECT-COUNT         PIC 9(05) COMP VALUE ZERO.
010200 77  WS-HISTORY-COUNT        PIC 9(05) COMP VALUE ZERO.
010300*----------------------------------------------------------*
010400* MAINTENANCE AUDIT REPORT LINE LAYOUTS                     *
010500*----------------------------------------------------------*
010600 01  MR-HEADING-1.
010700     05  FILLER              PIC X(40) VALUE
010800         "EMPLOYEE ADDRESS MAINTENANCE AUDIT".
010900     05  FILLER              PIC X(40) VALUE SPACES.
011000 01  MR-HEADING-2.
011100     05  FILLER              PIC X(06) VALUE "ACTION".
011200     05  FILLER              PIC X(04) VALUE SPACES.
011300     05  FILLER              PIC X(11) VALUE "EMPLOYEE ID".
011400     05  FILLER              PIC X(04) VALUE SPACES.
011500     05  FILLER              PIC X(15) VALUE "EMPLOYEE".
011600     05  FILLER              PIC X(04) VALUE SPACES.
011700     05  FILLER              PIC X(30) VALUE "RESULT".
011800     05  FILLER              PIC X(06) VALUE SPACES.
011900 01  MR-DETAIL-LINE.
012000     05  MR-ACTION           PIC X(06).
012100     05  FILLER              PIC X(04) VALUE SPACES.
012200     05  MR-EMPLOYEE-ID      PIC 9(09).
012300     05  FILLER              PIC X(06) VALUE SPACES.
012400     05  MR-NAME             PIC X(15).
012500     05  FILLER              PIC X(04) VALUE SPACES.
012600     05  MR-RESULT           PIC X(30).
012700     05  FILLER              PIC X(06) VALUE SPACES.
012800 01  MR-TOTAL-LINE.
012900     05  MR-TOTAL-LABEL      PIC X(20).
013000     05  MR-TOTAL-COUNT      PIC ZZZZ9.
013100     05  FILLER              PIC X(55) VALUE SPACES.
013200*----------------------------------------------------------*
013300* SHARED FIELD-EDIT CALL INTERFACE - SEE FLDEDIT            *
013400*----------------------------------------------------------*
013500 COPY FLDPARM.
013600 PROCEDURE DIVISION.
013700*----------------------------------------------------------*
013800* 0000-MAINLINE                                            *
013900*----------------------------------------------------------*
014000 0000-MAINLINE.
014100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
014200     PERFORM 3000-PROCESS-TRANSACTION THRU 3000-EXIT
014300         UNTIL WS-EOF
014400     PERFORM 7000-TERMINATE THRU 7000-EXIT
014500     GO TO 9999-EXIT.
014600*----------------------------------------------------------*
014700* 1000-INITIALIZE - OPEN THE ADDRESS FILE (CREATING IT ON A *
014800* FIRST RUN WHEN IT DOES NOT YET EXIST), THE MASTER FOR     *
014900* VALIDATION, THE HISTORY LOG FOR APPEND, THE AUDIT REPORT  *
015000* AND THE TRANSACTION FILE, THEN PRIME THE READ.            *
015100*----------------------------------------------------------*
015200 1000-INITIALIZE.
015300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
015400     OPEN OUTPUT MAINTENANCE-REPORT
015500     WRITE MAINTENANCE-REPORT-RECORD FROM MR-HEADING-1
015600     WRITE MAINTENANCE-REPORT-RECORD FROM MR-HEADING-2
015700     OPEN I-O EMPLOYEE-ADDRESS
015800     IF NOT WS-EMPADDR-OK
015900         OPEN OUTPUT EMPLOYEE-ADDRESS
016000         CLOSE EMPLOYEE-ADDRESS
016100         OPEN I-O EMPLOYEE-ADDRESS
016200     END-IF
016300     OPEN EXTEND ADDRESS-HISTORY
016400     IF NOT WS-ADDRHIST-OK
016500         CLOSE ADDRESS-HISTORY
016600         OPEN OUTPUT ADDRESS-HISTORY
016700     END-IF
016800     OPEN INPUT PAYROLL-MASTER
016900     IF NOT WS-PAYRMSTR-OK
017000         DISPLAY "PAYRMSTR OPEN FAILED, STATUS "
017100             WS-PAYRMSTR-STATUS
017200         MOVE "Y" TO WS-EOF-SWITCH
017300         MOVE "Y" TO WS-MAINT-FAILURE-SW
017400         GO TO 1000-EXIT
017500     END-IF
017600     OPEN INPUT ADDRESS-TRANSACTION
017700     IF NOT WS-ADDRTRAN-OK
017800         DISPLAY "ADDRTRAN OPEN FAILED, STATUS "
017900             WS-ADDRTRAN-STATUS
018000         MOVE "Y" TO WS-EOF-SWITCH
018100         MOVE "Y" TO WS-MAINT-FAILURE-SW
018200     ELSE
018300         PERFORM 2000-READ-TRANSACTION THRU 2000-EXIT
018400     END-IF.
018500 1000-EXIT.
018600     EXIT.
018700*----------------------------------------------------------*
018800* 2000-READ-TRANSACTION - GET THE NEXT MAINTENANCE REQUEST  *
018900*----------------------------------------------------------*
019000 2000-READ-TRANSACTION.
019100     READ ADDRESS-TRANSACTION
019200         AT END
019300             MOVE "Y" TO WS-EOF-SWITCH
019400     END-READ.
019500 2000-EXIT.
019600     EXIT.
019700*----------------------------------------------------------*
019800* 3000-PROCESS-TRANSACTION - VALIDATE THE EMPLOYEE AND EDIT *
019900* THE FIELDS, THEN ROUTE ONE REQUEST TO ADD OR CHANGE BY    *
020000* ITS ACTION CODE.                                          *
020100*----------------------------------------------------------*
020200 3000-PROCESS-TRANSACTION.
020300     SET WS-EDITS-PASSED TO TRUE
020400     MOVE SPACES TO WS-REJECT-REASON
020500     MOVE SPACES TO PM-NAME
020600     IF AT-ACTION-ADD OR AT-ACTION-CHANGE
020700         PERFORM 3600-VALIDATE-EMPLOYEE THRU 3600-EXIT
020800     END-IF
020900     IF WS-EDITS-PASSED AND AT-ACTION-ADD
021000         PERFORM 3550-EDIT-ADD-COMPLETE THRU 3550-EXIT
021100     END-IF
021200     IF WS-EDITS-PASSED
021300        AND (AT-ACTION-ADD OR AT-ACTION-CHANGE)
021400         PERFORM 3500-EDIT-TRANSACTION-FIELDS THRU 3500-EXIT
021500     END-IF
021600     EVALUATE TRUE
021700         WHEN WS-EDITS-FAILED
021800             PERFORM 6100-WRITE-REJECT-LINE THRU 6100-EXIT
021900         WHEN AT-ACTION-ADD
022000             PERFORM 4000-ADD-ADDRESS THRU 4000-EXIT
022100         WHEN AT-ACTION-CHANGE
022200             PERFORM 5000-CHANGE-ADDRESS THRU 5000-EXIT
022300         WHEN OTHER
022400             MOVE "UNKNOWN ACTION CODE" TO MR-RESULT
022500             PERFORM 6000-WRITE-AUDIT-LINE THRU 6000-EXIT
022600             ADD 1 TO WS-REJECT-COUNT
022700     END-EVALUATE
022800     PERFORM 2000-READ-TRANSACTION THRU 2000-EXIT.
022900 3000-EXIT.
023000     EXIT.
023100*----------------------------------------------------------*
023200* 3500-EDIT-TRANSACTION-FIELDS - RUN THE ZIP CODE AND THE   *
023300* TWO DATES THROUGH THE SHARED FLDEDIT CLASS/RANGE CHECK.   *
023400* A FIELD LEFT BLANK ON A CHANGE IS NOT EDITED - IT KEEPS   *
023500* THE VALUE ALREADY ON FILE. A BIRTH DATE CANNOT BE IN THE  *
023600* FUTURE, AND MUST COME BEFORE A HIRE DATE ON THE SAME      *
023700* TRANSACTION.                                              *
023800*----------------------------------------------------------*
023900 3500-EDIT-TRANSACTION-FIELDS.
024000     MOVE "ADDRMNT"     TO FE-SOURCE-PROGRAM
024100     MOVE AT-EMPLOYEE-ID TO FE-RECORD-KEY
024200     MOVE SPACES        TO FE-TRAN-IMAGE
024300     MOVE ADDRESS-TRANSACTION-RECORD TO FE-TRAN-IMAGE
024400     IF AT-ZIP NOT = SPACES
024500         MOVE "AT-ZIP"      TO FE-FIELD-NAME
024600         MOVE ZEROS         TO FE-NUMERIC-VALUE
024700         MOVE AT-ZIP        TO FE-FIELD-VALUE (5:5)
024800         SET FE-EDIT-NUMERIC TO TRUE
024900         CALL "FLDEDIT" USING FIELD-EDIT-PARAMETERS
025000         IF NOT FE-VALID
025100             SET WS-EDITS-FAILED TO TRUE
025200         END-IF
025300     END-IF
025400     IF AT-ZIP-EXT NOT = SPACES
025500         MOVE "AT-ZIP-EXT"  TO FE-FIELD-NAME
025600         MOVE ZEROS         TO FE-NUMERIC-VALUE
025700         MOVE AT-ZIP-EXT    TO FE-FIELD-VALUE (6:4)
025800         SET FE-EDIT-NUMERIC TO TRUE
025900         CALL "FLDEDIT" USING FIELD-EDIT-PARAMETERS
026000         IF NOT FE-VALID
026100             SET WS-EDITS-FAILED TO TRUE
026200         END-IF
026300     END-IF
026400     IF AT-HIRE-DATE NOT = ZEROS
026500         MOVE "AT-HIRE-DATE" TO FE-FIELD-NAME
026600         MOVE AT-HIRE-DATE  TO FE-NUMERIC-VALUE
026700         SET FE-EDIT-RANGE TO TRUE
026800         MOVE 19000101      TO FE-RANGE-LOW
026900         MOVE 20991231      TO FE-RANGE-HIGH
027000         CALL "FLDEDIT" USING FIELD-EDIT-PARAMETERS
027100         IF NOT FE-VALID
027200             SET WS-EDITS-FAILED TO TRUE
027300         END-IF
027400     END-IF
027500     IF AT-BIRTH-DATE NOT = ZEROS
027600         MOVE "AT-BIRTH-DATE" TO FE-FIELD-NAME
027700         MOVE AT-BIRTH-DATE TO FE-NUMERIC-VALUE
027800         SET FE-EDIT-RANGE TO TRUE
027900         MOVE 19000101      TO FE-RANGE-LOW
028000         MOVE WS-RUN-DATE   TO FE-RANGE-HIGH
028100         CALL "FLDEDIT" USING FIELD-EDIT-PARAMETERS
028200         IF NOT FE-VALID
028300             SET WS-EDITS-FAILED TO TRUE
028400         END-IF
028500     END-IF
028600     IF WS-EDITS-FAILED
028700         MOVE "REJECTED BY FIELD EDIT" TO WS-REJECT-REASON
028800         GO TO 3500-EXIT
028900     END-IF
029000     IF AT-HIRE-DATE NOT = ZEROS AND AT-BIRTH-DATE NOT = ZEROS
029100        AND AT-BIRTH-DATE NOT < AT-HIRE-DATE
029200         SET WS-EDITS-FAILED TO TRUE
029300         MOVE "BIRTH DATE NOT BEFORE HIRE" TO WS-REJECT-REASON
029400         DISPLAY "ADDRMNT: BIRTH DATE " AT-BIRTH-DATE
029500             " NOT BEFORE HIRE DATE FOR " AT-EMPLOYEE-ID
029600     END-IF.
029700 3500-EXIT.
029800     EXIT.
029900*----------------------------------------------------------*
030000* 3550-EDIT-ADD-COMPLETE - A NEW ENTRY MUST CARRY A WHOLE   *
030100* MAILING ADDRESS AND BOTH DATES; ONLY THE ZIP+4 EXTENSION  *
030200* IS OPTIONAL. A HALF-BUILT ADDRESS WOULD ONLY SURFACE      *
030300* LATER AS A RETURNED CHECK OR W-2.                         *
030400*----------------------------------------------------------*
030500 3550-EDIT-ADD-COMPLETE.
030600     IF AT-STREET = SPACES OR AT-CITY = SPACES
030700        OR AT-STATE = SPACES OR AT-ZIP = SPACES
030800         SET WS-EDITS-FAILED TO TRUE
030900         MOVE "ADD REFUSED, INCOMPLETE ADDR"
031000             TO WS-REJECT-REASON
031100         GO TO 3550-EXIT
031200     END-IF
031300     IF AT-HIRE-DATE = ZEROS OR AT-BIRTH-DATE = ZEROS
031400         SET WS-EDITS-FAILED TO TRUE
031500         MOVE "ADD REFUSED, DATE MISSING" TO WS-REJECT-REASON
031600     END-IF.
031700 3550-EXIT.
031800     EXIT.
031900*----------------------------------------------------------*
032000* 3600-VALIDATE-EMPLOYEE - NO ADDRESS FOR AN EMPLOYEE WHO   *
032100* IS NOT ON PAYROLL-MASTER. THE MASTER RECORD ALSO GIVES    *
032200* THE NAME FOR THE AUDIT LINE.                              *
032300*----------------------------------------------------------*
032400 3600-VALIDATE-EMPLOYEE.
032500     MOVE AT-EMPLOYEE-ID TO PM-EMPLOYEE-ID
032600     READ PAYROLL-MASTER
032700         INVALID KEY
032800             SET WS-EDITS-FAILED TO TRUE
032900             MOVE SPACES TO PM-NAME
033000             MOVE "EMPLOYEE NOT ON MASTER" TO WS-REJECT-REASON
033100             DISPLAY "ADDRMNT: EMPLOYEE NOT ON MASTER - "
033200                 AT-EMPLOYEE-ID
033300     END-READ.
033400 3600-EXIT.
033500     EXIT.
033600*----------------------------------------------------------*
033700* 4000-ADD-ADDRESS - WRITE A NEW EMPADDR RECORD AND LOG     *
033800* EVERY FIELD IT CARRIES TO THE HISTORY WITH A BLANK        *
033900* BEFORE VALUE.                                             *
034000*----------------------------------------------------------*
034100 4000-ADD-ADDRESS.
034200     MOVE AT-EMPLOYEE-ID   TO EA-EMPLOYEE-ID
034300     MOVE AT-STREET        TO EA-STREET
034400     MOVE AT-CITY          TO EA-CITY
034500     MOVE AT-STATE         TO EA-STATE
034600     MOVE AT-ZIP           TO EA-ZIP
034700     MOVE AT-ZIP-EXT       TO EA-ZIP-EXT
034800     MOVE AT-HIRE-DATE     TO EA-HIRE-DATE
034900     MOVE AT-BIRTH-DATE    TO EA-BIRTH-DATE
035000     MOVE WS-RUN-DATE      TO EA-LAST-CHANGE-DATE
035100     WRITE EMPLOYEE-ADDRESS-RECORD
035200     IF WS-EMPADDR-DUPKEY
035300         MOVE "ADD FAILED, ALREADY ON FILE" TO MR-RESULT
035400         ADD 1 TO WS-REJECT-COUNT
035500         PERFORM 6000-WRITE-AUDIT-LINE THRU 6000-EXIT
035600         GO TO 4000-EXIT
035700     END-IF
035800     IF NOT WS-EMPADDR-OK
035900         MOVE "ADD FAILED, STATUS" TO MR-RESULT
036000         MOVE WS-EMPADDR-STATUS TO MR-RESULT (20:2)
036100         ADD 1 TO WS-REJECT-COUNT
036200         PERFORM 6000-WRITE-AUDIT-LINE THRU 6000-EXIT
036300         GO TO 4000-EXIT
036400     END-IF
036500     MOVE SPACES           TO AH-BEFORE-VALUE
036600     MOVE "EA-STREET"      TO AH-FIELD-NAME
036700     MOVE EA-STREET        TO AH-AFTER-VALUE
036800     PERFORM 6400-WRITE-HISTORY-RECORD THRU 6400-EXIT
036900     MOVE "EA-CITY"        TO AH-FIELD-NAME
037000     MOVE EA-CITY          TO AH-AFTER-VALUE
037100     PERFORM 6400-WRITE-HISTORY-RECORD THRU 6400-EXIT
037200     MOVE "EA-STATE"       TO AH-FIELD-NAME
037300     MOVE EA-STATE         TO AH-AFTER-VALUE
037400     PERFORM 6400-WRITE-HISTORY-RECORD THRU 6400-EXIT
037500     MOVE "EA-ZIP"         TO AH-FIELD-NAME
037600     MOVE EA-ZIP           TO AH-AFTER-VALUE
037700     PERFORM 6400-WRITE-HISTORY-RECORD THRU 6400-EXIT
037800     IF EA-ZIP-EXT NOT = SPACES
037900         MOVE "EA-ZIP-EXT"     TO AH-FIELD-NAME
038000         MOVE EA-ZIP-EXT       TO AH-AFTER-VALUE
038100         PERFORM 6400-WRITE-HISTORY-RECORD THRU 6400-EXIT
038200     END-IF
038300     MOVE "EA-HIRE-DATE"   TO AH-FIELD-NAME
038400     MOVE EA-HIRE-DATE     TO AH-AFTER-VALUE
038500     PERFORM 6400-WRITE-HISTORY-RECORD THRU 6400-EXIT
038600     MOVE "EA-BIRTH-DATE"  TO AH-FIELD-NAME
038700     MOVE EA-BIRTH-DATE    TO AH-AFTER-VALUE
038800     PERFORM 6400-WRITE-HISTORY-RECORD THRU 6400-EXIT
038900     MOVE "ADDED" TO MR-RESULT
039000     ADD 1 TO WS-ADD-COUNT
039100     PERFORM 6000-WRITE-AUDIT-LINE THRU 6000-EXIT.
039200 4000-EXIT.
039300     EXIT.
039400*----------------------------------------------------------*
039500* 5000-CHANGE-ADDRESS - READ THE EXISTING RECORD, LOG A     *
039600* HISTORY ENTRY (BEFORE AND AFTER) FOR EVERY FIELD THE      *
039700* TRANSACTION ACTUALLY MOVES, THEN REWRITE. BLANK FIELDS    *
039800* KEEP WHAT IS ON FILE; A TRANSACTION THAT MOVES NOTHING IS *
039900* REPORTED AND NOT REWRITTEN.                               *
040000*----------------------------------------------------------*
040100 5000-CHANGE-ADDRESS.
040200     MOVE AT-EMPLOYEE-ID TO EA-EMPLOYEE-ID
040300     READ EMPLOYEE-ADDRESS
040400         INVALID KEY
040500             MOVE "CHANGE FAILED, NOT ON FILE" TO MR-RESULT
040600             ADD 1 TO WS-REJECT-COUNT
040700             PERFORM 6000-WRITE-AUDIT-LINE THRU 6000-EXIT
040800             GO TO 5000-EXIT
040900     END-READ
041000     IF AT-BIRTH-DATE = ZEROS AND AT-HIRE-DATE NOT = ZEROS
041100        AND EA-BIRTH-DATE NOT < AT-HIRE-DATE
041200         MOVE "BIRTH DATE NOT BEFORE HIRE" TO MR-RESULT
041300         ADD 1 TO WS-REJECT-COUNT
041400         PERFORM 6000-WRITE-AUDIT-LINE THRU 6000-EXIT
041500         GO TO 5000-EXIT
041600     END-IF
041700     IF AT-HIRE-DATE = ZEROS AND AT-BIRTH-DATE NOT = ZEROS
041800        AND EA-HIRE-DATE NOT = ZEROS
041900        AND AT-BIRTH-DATE NOT < EA-HIRE-DATE
042000         MOVE "BIRTH DATE NOT BEFORE HIRE" TO MR-RESULT
042100         ADD 1 TO WS-REJECT-COUNT
042200         PERFORM 6000-WRITE-AUDIT-LINE THRU 6000-EXIT
042300         GO TO 5000-EXIT
042400     END-IF
042500     MOVE "N" TO WS-CHANGED-SW
042600     IF AT-STREET NOT = SPACES AND AT-STREET NOT = EA-STREET
042700         MOVE "EA-STREET"      TO AH-FIELD-NAME
042800         MOVE EA-STREET        TO AH-BEFORE-VALUE
042900         MOVE AT-STREET        TO AH-AFTER-VALUE
043000         PERFORM 6400-WRITE-HISTORY-RECORD THRU 6400-EXIT
043100         MOVE AT-STREET        TO EA-STREET
043200         MOVE "Y" TO WS-CHANGED-SW
043300     END-IF
043400     IF AT-CITY NOT = SPACES AND AT-CITY NOT = EA-CITY
043500         MOVE "EA-CITY"        TO AH-FIELD-NAME
043600         MOVE EA-CITY          TO AH-BEFORE-VALUE
043700         MOVE AT-CITY          TO AH-AFTER-VALUE
043800         PERFORM 6400-WRITE-HISTORY-RECORD THRU 6400-EXIT
043900         MOVE AT-CITY          TO EA-CITY
044000         MOVE "Y" TO WS-CHANGED-SW
044100     END-IF
044200     IF AT-STATE NOT = SPACES AND AT-STATE NOT = EA-STATE
044300         MOVE "EA-STATE"       TO AH-FIELD-NAME
044400         MOVE EA-STATE         TO AH-BEFORE-VALUE
044500         MOVE AT-STATE         TO AH-AFTER-VALUE
044600         PERFORM 6400-WRITE-HISTORY-RECORD THRU 6400-EXIT
044700         MOVE AT-STATE         TO EA-STATE
044800         MOVE "Y" TO WS-CHANGED-SW
044900     END-IF
045000     IF AT-ZIP NOT = SPACES AND AT-ZIP NOT = EA-ZIP
045100         MOVE "EA-ZIP"         TO AH-FIELD-NAME
045200         MOVE EA-ZIP           TO AH-BEFORE-VALUE
045300         MOVE AT-ZIP           TO AH-AFTER-VALUE
045400         PERFORM 6400-WRITE-HISTORY-RECORD THRU 6400-EXIT
045500         MOVE AT-ZIP           TO EA-ZIP
045600         MOVE "Y" TO WS-CHANGED-SW
045700     END-IF
045800     IF AT-ZIP-EXT NOT = SPACES AND AT-ZIP-EXT NOT = EA-ZIP-EXT
045900         MOVE "EA-ZIP-EXT"     TO AH-FIELD-NAME
046000         MOVE EA-ZIP-EXT       TO AH-BEFORE-VALUE
046100         MOVE AT-ZIP-EXT       TO AH-AFTER-VALUE
046200         PERFORM 6400-WRITE-HISTORY-RECORD THRU 6400-EXIT
046300         MOVE AT-ZIP-EXT       TO EA-ZIP-EXT
046400         MOVE "Y" TO WS-CHANGED-SW
046500     END-IF
046600     IF AT-HIRE-DATE NOT = ZEROS
046700        AND AT-HIRE-DATE NOT = EA-HIRE-DATE
046800         MOVE "EA-HIRE-DATE"   TO AH-FIELD-NAME
046900         MOVE EA-HIRE-DATE     TO AH-BEFORE-VALUE
047000         MOVE AT-HIRE-DATE     TO AH-AFTER-VALUE
047100         PERFORM 6400-WRITE-HISTORY-RECORD THRU 6400-EXIT
047200         MOVE AT-HIRE-DATE     TO EA-HIRE-DATE
047300         MOVE "Y" TO WS-CHANGED-SW
047400     END-IF
047500     IF AT-BIRTH-DATE NOT = ZEROS
047600        AND AT-BIRTH-DATE NOT = EA-BIRTH-DATE
047700         MOVE "EA-BIRTH-DATE"  TO AH-FIELD-NAME
047800         MOVE EA-BIRTH-DATE    TO AH-BEFORE-VALUE
047900         MOVE AT-BIRTH-DATE    TO AH-AFTER-VALUE
048000         PERFORM 6400-WRITE-HISTORY-RECORD THRU 6400-EXIT
048100         MOVE AT-BIRTH-DATE    TO EA-BIRTH-DATE
048200         MOVE "Y" TO WS-CHANGED-SW
048300     END-IF
048400     IF NOT WS-RECORD-CHANGED
048500         MOVE "NO CHANGE - MATCHES FILE" TO MR-RESULT
048600         ADD 1 TO WS-NO-CHANGE-COUNT
048700         PERFORM 6000-WRITE-AUDIT-LINE THRU 6000-EXIT
048800         GO TO 5000-EXIT
048900     END-IF
049000     MOVE WS-RUN-DATE TO EA-LAST-CHANGE-DATE
049100     REWRITE EMPLOYEE-ADDRESS-RECORD
049200     IF WS-EMPADDR-OK
049300         MOVE "CHANGED" TO MR-RESULT
049400         ADD 1 TO WS-CHANGE-COUNT
049500     ELSE
049600         MOVE "CHANGE FAILED, STATUS" TO MR-RESULT
049700         MOVE WS-EMPADDR-STATUS TO MR-RESULT (23:2)
049800         ADD 1 TO WS-REJECT-COUNT
049900     END-IF
050000     PERFORM 6000-WRITE-AUDIT-LINE THRU 6000-EXIT.
050100 5000-EXIT.
050200     EXIT.
050300*----------------------------------------------------------*
050400* 6000-WRITE-AUDIT-LINE - ONE REPORT LINE PER TRANSACTION   *
050500* APPLIED (OR REFUSED). MR-RESULT IS SET BY THE CALLER.     *
050600*----------------------------------------------------------*
050700 6000-WRITE-AUDIT-LINE.
050800     MOVE AT-ACTION-CODE TO MR-ACTION
050900     MOVE AT-EMPLOYEE-ID TO MR-EMPLOYEE-ID
051000     MOVE PM-NAME        TO MR-NAME
051100     WRITE MAINTENANCE-REPORT-RECORD FROM MR-DETAIL-LINE.
051200 6000-EXIT.
051300     EXIT.
051400*----------------------------------------------------------*
051500* 6100-WRITE-REJECT-LINE - THE TRANSACTION FAILED AN EDIT.  *
051600* FIELD-LEVEL DETAIL FOR A FLDEDIT FAILURE IS ON THE        *
051700* REJECTS FILE; THE AUDIT LINE CARRIES THE REASON.          *
051800*----------------------------------------------------------*
051900 6100-WRITE-REJECT-LINE.
052000     MOVE WS-REJECT-REASON TO MR-RESULT
052100     PERFORM 6000-WRITE-AUDIT-LINE THRU 6000-EXIT
052200     ADD 1 TO WS-REJECT-COUNT.
052300 6100-EXIT.
052400     EXIT.
052500*----------------------------------------------------------*
052600* 6200-WRITE-RUN-TOTALS - ADD/CHANGE/REJECT COUNTS AND THE  *
052700* NUMBER OF HISTORY ENTRIES LOGGED, AT THE BOTTOM OF THE    *
052800* AUDIT REPORT.                                             *
052900*----------------------------------------------------------*
053000 6200-WRITE-RUN-TOTALS.
053100     MOVE "RECORDS ADDED:      " TO MR-TOTAL-LABEL
053200     MOVE WS-ADD-COUNT           TO MR-TOTAL-COUNT
053300     WRITE MAINTENANCE-REPORT-RECORD FROM MR-TOTAL-LINE
053400     MOVE "RECORDS CHANGED:    " TO MR-TOTAL-LABEL
053500     MOVE WS-CHANGE-COUNT        TO MR-TOTAL-COUNT
053600     WRITE MAINTENANCE-REPORT-RECORD FROM MR-TOTAL-LINE
053700     MOVE "NO CHANGE NEEDED:   " TO MR-TOTAL-LABEL
053800     MOVE WS-NO-CHANGE-COUNT     TO MR-TOTAL-COUNT
053900     WRITE MAINTENANCE-REPORT-RECORD FROM MR-TOTAL-LINE
054000     MOVE "RECORDS REJECTED:   " TO MR-TOTAL-LABEL
054100     MOVE WS-REJECT-COUNT        TO MR-TOTAL-COUNT
054200     WRITE MAINTENANCE-REPORT-RECORD FROM MR-TOTAL-LINE
054300     MOVE "HISTORY ENTRIES:    " TO MR-TOTAL-LABEL
054400     MOVE WS-HISTORY-COUNT       TO MR-TOTAL-COUNT
054500     WRITE MAINTENANCE-REPORT-RECORD FROM MR-TOTAL-LINE.
054600 6200-EXIT.
054700     EXIT.
054800*----------------------------------------------------------*
054900* 6400-WRITE-HISTORY-RECORD - ONE TIMESTAMPED ADDRHIST      *
055000* ENTRY. FIELD NAME AND BEFORE/AFTER VALUES ARE SET BY THE  *
055100* CALLER.                                                   *
055200*----------------------------------------------------------*
055300 6400-WRITE-HISTORY-RECORD.
055400     ACCEPT AH-TS-DATE FROM DATE
055500     ACCEPT AH-TS-TIME FROM TIME
055600     MOVE AT-EMPLOYEE-ID TO AH-EMPLOYEE-ID
055700     MOVE AT-ACTION-CODE TO AH-ACTION-CODE
055800     WRITE ADDRESS-HISTORY-RECORD
055900     ADD 1 TO WS-HISTORY-COUNT.
056000 6400-EXIT.
056100     EXIT.
056200*----------------------------------------------------------*
056300* 7000-TERMINATE - WRITE THE RUN TOTALS, CLOSE FILES, AND   *
056400* SET RETURN-CODE FOR THE SCHEDULER.                        *
056500*----------------------------------------------------------*
056600 7000-TERMINATE.
056700     SET FE-EDIT-CLOSE TO TRUE
056800     CALL "FLDEDIT" USING FIELD-EDIT-PARAMETERS
056900     PERFORM 6200-WRITE-RUN-TOTALS THRU 6200-EXIT
057000     CLOSE EMPLOYEE-ADDRESS
057100     CLOSE PAYROLL-MASTER
057200     CLOSE ADDRESS-TRANSACTION
057300     CLOSE ADDRESS-HISTORY
057400     CLOSE MAINTENANCE-REPORT
057500     MOVE 0 TO RETURN-CODE
057600     IF WS-MAINT-FAILED
057700         MOVE 8 TO RETURN-CODE
057800     END-IF.
057900 7000-EXIT.
058000     EXIT.
058100*----------------------------------------------------------*
058200* 9999-EXIT - COMMON JOB TERMINATION POINT                  *
058300*----------------------------------------------------------*
058400 9999-EXIT.
058500     GOBACK.
