000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    STUDMNT.
000300 AUTHOR.        LIBI.
000400 INSTALLATION.  REGISTRAR'S OFFICE.
000500 DATE-WRITTEN.  OCTOBER 15, 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                     *
000900*----------------------------------------------------------*
001000* DATE        INIT  DESCRIPTION                            *
001100* 2026-10-15  LIBI  ORIGINAL PROGRAM - TRANSACTION-DRIVEN   *
001200*                   STUDENT MAINTENANCE AGAINST STUDMSTR,   *
001300*                   PATTERNED ON ADDRMNT. A WITHDRAWAL      *
001400*                   MARKS THE STUDENT "WITHDRAWN", GIVES    *
001500*                   THEIR SEAT BACK TO THE CLASSCAP COUNT,  *
001600*                   AND PROMOTES THE OLDEST WAITING STUDENT *
001700*                   THE SAME WAY FILE3 DOES. A TRANSFER     *
001800*                   MOVES THE SEAT TO A PLACEMENT WITH ROOM *
001900*                   (FREEING THE OLD ONE) AND APPENDS A     *
002000*                   STUDHIST RECORD FOR THE TERM. A         *
002100*                   CORRECTION FIXES SCORE, AGE, OR DATE OF *
002200*                   BIRTH WITHOUT RE-RUNNING PLACEMENT; A   *
002300*                   CORRECTED SCORE ALSO GOES TO STUDHIST   *
002400*                   SO THE TRANSCRIPT PICKS IT UP. EVERY    *
002500*                   ACTION, PROMOTION, AND REFUSAL IS ON    *
002600*                   THE STUDMRPT REPORT WITH ITS BEFORE AND *
002700*                   AFTER VALUES.                           *
002701* 2026-10-15  LIBI  A CORRECTED DATE OF BIRTH IS NOW        *
002702*                   CHECKED AGAINST THE LENGTH OF ITS       *
002703*                   MONTH, WITH FEBRUARY 29 ALLOWED ONLY IN *
002704*                   A LEAP YEAR (THE SAME CHECK FILE2       *
002705*                   MAKES), SO A DAY LIKE 02/30 OR 04/31 IS *
002706*                   REFUSED.                                *
002707* 2026-10-15  LIBI  A PROMOTION WHOSE STUDMSTR REWRITE      *
002708*                   FAILS IS NOW REPORTED AS A REFUSAL AND  *
002709*                   FAILS THE RUN; THE WAITLIST ENTRY STAYS *
002710*                   WAITING AND THE SEAT IS NOT CLAIMED.    *
002800*----------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. IBM-370.
003200 OBJECT-COMPUTER. IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT STUDENT-MASTER ASSIGN TO "STUDMSTR"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS SM-STUDENT-ID
003900         FILE STATUS IS WS-STUDMSTR-STATUS.
004000     SELECT STUDENT-TRANSACTION ASSIGN TO "STUDTRAN"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-STUDTRAN-STATUS.
004300     SELECT CLASS-CAPACITY-FILE ASSIGN TO "CLASSCAP"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-CLASSCAP-STATUS.
004600     SELECT WAITLIST-FILE ASSIGN TO "WAITLIST"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-WAITLIST-STATUS.
004900     SELECT STUDENT-HISTORY ASSIGN TO "STUDHIST"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-STUDHIST-STATUS.
005200     SELECT MAINTENANCE-REPORT ASSIGN TO "STUDMRPT"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-STUDMRPT-STATUS.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  STUDENT-MASTER
005800     LABEL RECORDS ARE STANDARD.
005900 COPY STUDMSTR.
006000 FD  STUDENT-TRANSACTION
006100     LABEL RECORDS ARE STANDARD.
006200 COPY STUDTRAN.
006300 FD  CLASS-CAPACITY-FILE
006400     LABEL RECORDS ARE STANDARD.
006500 COPY CLASSCAP.
006600 FD  WAITLIST-FILE
006700     LABEL RECORDS ARE STANDARD.
006800 COPY WAITLIST.
006900 FD  STUDENT-HISTORY
007000     LABEL RECORDS ARE STANDARD.
007100 COPY STUDHIST.
007200 FD  MAINTENANCE-REPORT
007300     LABEL RECORDS ARE STANDARD.
007400 01  MAINTENANCE-REPORT-RECORD   PIC X(80).
007500 WORKING-STORAGE SECTION.
007600*----------------------------------------------------------*
007700* FILE STATUS AND CONTROL SWITCHES                          *
007800*----------------------------------------------------------*
007900 77  WS-STUDMSTR-STATUS      PIC X(02) VALUE ZEROS.
008000     88  WS-STUDMSTR-OK                VALUE "00".
008100 77  WS-STUDTRAN-STATUS      PIC X(02) VALUE ZEROS.
008200     88  WS-STUDTRAN-OK                VALUE "00".
008300 77  WS-CLASSCAP-STATUS      PIC X(02) VALUE ZEROS.
008400     88  WS-CLASSCAP-OK                VALUE "00".
008500 77  WS-WAITLIST-STATUS      PIC X(02) VALUE ZEROS.
008600     88  WS-WAITLIST-OK                VALUE "00".
008700 77  WS-STUDHIST-STATUS      PIC X(02) VALUE ZEROS.
008800     88  WS-STUDHIST-OK                VALUE "00".
008900 77  WS-STUDMRPT-STATUS      PIC X(02) VALUE ZEROS.
009000     88  WS-STUDMRPT-OK                VALUE "00".
009100 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
009200     88  WS-EOF                        VALUE "Y".
009300 77  WS-SCAN-EOF-SWITCH      PIC X(01) VALUE "N".
009400     88  WS-SCAN-EOF                   VALUE "Y".
009500 77  WS-CLASSCAP-EOF-SW      PIC X(01) VALUE "N".
009600     88  WS-CLASSCAP-EOF               VALUE "Y".
009700 77  WS-WAITLIST-EOF-SW      PIC X(01) VALUE "N".
009800     88  WS-WAITLIST-EOF               VALUE "Y".
009900 77  WS-FILES-OPEN-SW        PIC X(01) VALUE "N".
010000     88  WS-FILES-OPEN                 VALUE "Y".
010100 77  WS-MAINT-FAILURE-SW     PIC X(01) VALUE "N".
010200     88  WS-MAINT-FAILED               VALUE "Y".
010300 77  WS-WL-OVERFLOW-SW       PIC X(01) VALUE "N".
010400     88  WS-WL-OVERFLOW                VALUE "Y".
010500 77  WS-EDIT-SWITCH          PIC X(01) VALUE "Y".
010600     88  WS-EDITS-PASSED               VALUE "Y".
010700     88  WS-EDITS-FAILED               VALUE "N".
010800 77  WS-CHANGED-SW           PIC X(01) VALUE "N".
010900     88  WS-RECORD-CHANGED             VALUE "Y".
011000 77  WS-RUN-DATE             PIC 9(08) VALUE ZEROS.
011100 77  WS-JOB-PARM             PIC X(05) VALUE SPACES.
011200 77  WS-TERM-ID              PIC 9(05) VALUE ZEROS.
011300 77  WS-REJECT-REASON        PIC X(40) VALUE SPACES.
011400*----------------------------------------------------------*
011500* CAPACITY CONTROL AND WAITLIST TABLES - THE SAME SEAT      *
011600* ACCOUNTING FILE3 KEEPS, REBUILT FROM CLASSCAP, STUDMSTR,  *
011700* AND WAITLIST AT START-UP                                  *
011800*----------------------------------------------------------*
011900 77  WS-CAP-COUNT            PIC 9(02) COMP VALUE ZERO.
012000 01  CAPACITY-TABLE.
012100     05  CAP-ENTRY OCCURS 50 TIMES.
012200         10  CPT-PLACEMENT   PIC X(20).
012300         10  CPT-CAPACITY    PIC 9(03).
012400         10  CPT-ENROLLED    PIC 9(03).
012500 77  WS-CAP-SUB              PIC 9(02) COMP VALUE ZERO.
012600 77  WS-CAP-SCAN             PIC 9(02) COMP VALUE ZERO.
012700 77  WS-CAP-FOUND-SW         PIC X(01) VALUE "N".
012800     88  WS-CAP-FOUND                  VALUE "Y".
012900 77  WS-SEAT-SW              PIC X(01) VALUE "Y".
013000     88  WS-SEAT-AVAILABLE             VALUE "Y".
013100 77  WS-WL-COUNT             PIC 9(03) COMP VALUE ZERO.
013200 01  WAITLIST-TABLE.
013300     05  WL-ENTRY OCCURS 200 TIMES.
013400         10  WLT-SEQUENCE    PIC 9(05).
013500         10  WLT-STUDENT-ID  PIC 9(05).
013600         10  WLT-PLACEMENT   PIC X(20).
013700         10  WLT-ADDED-DATE  PIC 9(08).
013800         10  WLT-STATE       PIC X(01).
013900 77  WS-WL-SUB               PIC 9(03) COMP VALUE ZERO.
014000 77  WS-WL-PICK              PIC 9(03) COMP VALUE ZERO.
014100 77  WS-DROP-STUDENT-ID      PIC 9(05) VALUE ZEROS.
014200 77  WS-TARGET-PLACEMENT     PIC X(20) VALUE SPACES.
014300 77  WS-OLD-PLACEMENT        PIC X(20) VALUE SPACES.
014400 77  WS-FREED-PLACEMENT      PIC X(20) VALUE SPACES.
014500 77  WS-FREEING-PLACEMENT    PIC X(20) VALUE SPACES.
014600*----------------------------------------------------------*
014700* CORRECTION WORK FIELDS - A NEW DATE OF BIRTH IS CHECKED   *
014701* AGAINST THE LENGTH OF ITS MONTH (FEBRUARY 29 IN A LEAP    *
014702* YEAR ONLY) AND AGED AS OF THE RUN DATE THE WAY FILE3 AGES *
014703* AN INTAKE                                                 *
014900*----------------------------------------------------------*
015000 01  WS-RUN-DATE-PARTS.
015100     05  WS-RUN-YEAR         PIC 9(04).
015200     05  WS-RUN-MONTH        PIC 99.
015300     05  WS-RUN-DAY          PIC 99.
015400 01  WS-DOB-SORTABLE.
015500     05  WS-DOB-SORT-YEAR    PIC 9(04).
015600     05  WS-DOB-SORT-MONTH   PIC 99.
015700     05  WS-DOB-SORT-DAY     PIC 99.
015800 77  WS-DERIVED-AGE          PIC 9(03) VALUE ZEROS.
015900 77  WS-NEW-AGE              PIC 99    VALUE ZEROS.
016000 77  WS-BEFORE-DOB           PIC 9(08) VALUE ZEROS.
016100 77  WS-AFTER-DOB            PIC 9(08) VALUE ZEROS.
016101 77  WS-DOB-DATE-SW          PIC X(01) VALUE "Y".
016102     88  WS-DOB-DATE-VALID             VALUE "Y".
016103     88  WS-DOB-DATE-INVALID           VALUE "N".
016104 77  WS-LEAP-YEAR-SW         PIC X(01) VALUE "N".
016105     88  WS-LEAP-YEAR                  VALUE "Y".
016106     88  WS-NOT-LEAP-YEAR              VALUE "N".
016107 77  WS-YEAR-QUOT            PIC 9(04) VALUE ZEROS.
016108 77  WS-YEAR-REM4            PIC 9(04) VALUE ZEROS.
016109 77  WS-YEAR-REM100          PIC 9(04) VALUE ZEROS.
016110 77  WS-YEAR-REM400          PIC 9(04) VALUE ZEROS.
016200*----------------------------------------------------------*
016300* RUN TOTALS FOR THE MAINTENANCE REPORT TRAILER             *
016400*----------------------------------------------------------*
016500 77  WS-WITHDRAW-COUNT       PIC 9(05) COMP VALUE ZERO.
016600 77  WS-TRANSFER-COUNT       PIC 9(05) COMP VALUE ZERO.
016700 77  WS-CORRECT-COUNT        PIC 9(05) COMP VALUE ZERO.
016800 77  WS-NO-CHANGE-COUNT      PIC 9(05) COMP VALUE ZERO.
016900 77  WS-PROMOTED-COUNT       PIC 9(05) COMP VALUE ZERO.
017000 77  WS-REJECT-COUNT         PIC 9(05) COMP VALUE ZERO.
017100 77  WS-HISTORY-COUNT        PIC 9(05) COMP VALUE ZERO.
017200*----------------------------------------------------------*
017300* MAINTENANCE REPORT LINE LAYOUTS                           *
017400*----------------------------------------------------------*
017500 01  MR-HEADING-1.
017600     05  FILLER              PIC X(30) VALUE
017700         "STUDENT MAINTENANCE REPORT".
017800     05  FILLER              PIC X(09) VALUE "RUN DATE ".
017900     05  MR-RUN-DATE         PIC 9(08).
018000     05  FILLER              PIC X(02) VALUE SPACES.
018100     05  FILLER              PIC X(05) VALUE "TERM ".
018200     05  MR-TERM             PIC 9(05).
018300     05  FILLER              PIC X(21) VALUE SPACES.
018400 01  MR-HEADING-2.
018500     05  FILLER              PIC X(10) VALUE "ACTION".
018600     05  FILLER              PIC X(07) VALUE "STUDENT".
018700     05  FILLER              PIC X(11) VALUE "FIELD".
018800     05  FILLER              PIC X(21) VALUE "BEFORE".
018900     05  FILLER              PIC X(21) VALUE "AFTER".
019000     05  FILLER              PIC X(10) VALUE SPACES.
019100 01  MR-DETAIL-LINE.
019200     05  MR-ACTION           PIC X(08).
019300     05  FILLER              PIC X(02) VALUE SPACES.
019400     05  MR-STUDENT-ID       PIC 9(05).
019500     05  FILLER              PIC X(02) VALUE SPACES.
019600     05  MR-FIELD            PIC X(10).
019700     05  FILLER              PIC X(01) VALUE SPACES.
019800     05  MR-BEFORE           PIC X(20).
019900     05  FILLER              PIC X(01) VALUE SPACES.
020000     05  MR-AFTER            PIC X(20).
020100     05  FILLER              PIC X(11) VALUE SPACES.
020200 01  MR-REJECT-LINE.
020300     05  MR-REJECT-ACTION    PIC X(08).
020400     05  FILLER              PIC X(02) VALUE SPACES.
020500     05  MR-REJECT-ID        PIC 9(05).
020600     05  FILLER              PIC X(02) VALUE SPACES.
020700     05  FILLER              PIC X(10) VALUE "REFUSED -".
020800     05  FILLER              PIC X(01) VALUE SPACES.
020900     05  MR-REJECT-REASON    PIC X(40).
021000     05  FILLER              PIC X(12) VALUE SPACES.
021100 01  MR-DATE-EDIT.
021200     05  MR-DATE-MONTH       PIC 99.
021300     05  FILLER              PIC X(01) VALUE "/".
021400     05  MR-DATE-DAY         PIC 99.
021500     05  FILLER              PIC X(01) VALUE "/".
021600     05  MR-DATE-YEAR        PIC 9(04).
021700 01  MR-TOTAL-LINE.
021800     05  MR-TOTAL-LABEL      PIC X(24).
021900     05  MR-TOTAL-COUNT      PIC ZZZZ9.
022000     05  FILLER              PIC X(51) VALUE SPACES.
022100 PROCEDURE DIVISION.
022200*----------------------------------------------------------*
022300* 0000-MAINLINE                                             *
022400*----------------------------------------------------------*
022500 0000-MAINLINE.
022600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
022700     PERFORM 3000-PROCESS-TRANSACTION THRU 3000-EXIT
022800         UNTIL WS-EOF
022900     PERFORM 7000-TERMINATE THRU 7000-EXIT
023000     GO TO 9999-EXIT.
023100*----------------------------------------------------------*
023200* 1000-INITIALIZE - TERM FROM THE PARM (DEFAULT THE RUN     *
023300* YEAR + "1", AS FILE3), OPEN THE MASTER AND THE HISTORY    *
023400* LOG, REBUILD THE SEAT COUNTS AND THE WAITLIST, AND PRIME  *
023500* THE TRANSACTION READ.                                     *
023600*----------------------------------------------------------*
023700 1000-INITIALIZE.
023800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
023900     MOVE WS-RUN-DATE TO WS-RUN-DATE-PARTS
024000     ACCEPT WS-JOB-PARM FROM COMMAND-LINE
024100     IF WS-JOB-PARM IS NUMERIC
024200         MOVE WS-JOB-PARM TO WS-TERM-ID
024300     ELSE
024400         MOVE WS-RUN-DATE (1:4) TO WS-TERM-ID (1:4)
024500         MOVE "1" TO WS-TERM-ID (5:1)
024600     END-IF
024700     MOVE WS-RUN-DATE TO MR-RUN-DATE
024800     MOVE WS-TERM-ID  TO MR-TERM
024900     OPEN OUTPUT MAINTENANCE-REPORT
025000     WRITE MAINTENANCE-REPORT-RECORD FROM MR-HEADING-1
025100     WRITE MAINTENANCE-REPORT-RECORD FROM MR-HEADING-2
025200     OPEN I-O STUDENT-MASTER
025300     IF NOT WS-STUDMSTR-OK
025400         DISPLAY "STUDMNT: STUDMSTR OPEN FAILED, STATUS "
025500             WS-STUDMSTR-STATUS
025600         MOVE "Y" TO WS-EOF-SWITCH
025700         MOVE "Y" TO WS-MAINT-FAILURE-SW
025800         GO TO 1000-EXIT
025900     END-IF
026000     OPEN EXTEND STUDENT-HISTORY
026100     IF NOT WS-STUDHIST-OK
026200         CLOSE STUDENT-HISTORY
026300         OPEN OUTPUT STUDENT-HISTORY
026400     END-IF
026500     MOVE "Y" TO WS-FILES-OPEN-SW
026600     PERFORM 1080-LOAD-CLASS-CAPACITY THRU 1080-EXIT
026700     PERFORM 1085-COUNT-ENROLLMENT THRU 1085-EXIT
026800     PERFORM 1090-LOAD-WAITLIST THRU 1090-EXIT
026900     OPEN INPUT STUDENT-TRANSACTION
027000     IF NOT WS-STUDTRAN-OK
027100         DISPLAY "STUDMNT: STUDTRAN OPEN FAILED, STATUS "
027200             WS-STUDTRAN-STATUS
027300         MOVE "Y" TO WS-EOF-SWITCH
027400         MOVE "Y" TO WS-MAINT-FAILURE-SW
027500     ELSE
027600         PERFORM 2000-READ-TRANSACTION THRU 2000-EXIT
027700     END-IF.
027800 1000-EXIT.
027900     EXIT.
028000*----------------------------------------------------------*
028100* 1080-LOAD-CLASS-CAPACITY - READ THE SEAT LIMITS INTO THE  *
028200* CAPACITY TABLE. NO FILE MEANS NO LIMITS.                  *
028300*----------------------------------------------------------*
028400 1080-LOAD-CLASS-CAPACITY.
028500     OPEN INPUT CLASS-CAPACITY-FILE
028600     IF NOT WS-CLASSCAP-OK
028700         MOVE "Y" TO WS-CLASSCAP-EOF-SW
028800         GO TO 1080-EXIT
028900     END-IF
029000     PERFORM 1081-READ-CLASS-CAPACITY THRU 1081-EXIT
029100     PERFORM 1082-ADD-CAPACITY-ENTRY THRU 1082-EXIT
029200         UNTIL WS-CLASSCAP-EOF
029300     CLOSE CLASS-CAPACITY-FILE.
029400 1080-EXIT.
029500     EXIT.
029600*----------------------------------------------------------*
029700* 1081-READ-CLASS-CAPACITY - GET THE NEXT SEAT LIMIT        *
029800*----------------------------------------------------------*
029900 1081-READ-CLASS-CAPACITY.
030000     READ CLASS-CAPACITY-FILE
030100         AT END
030200             MOVE "Y" TO WS-CLASSCAP-EOF-SW
030300     END-READ.
030400 1081-EXIT.
030500     EXIT.
030600*----------------------------------------------------------*
030700* 1082-ADD-CAPACITY-ENTRY - STORE ONE LIMIT IN THE TABLE    *
030800*----------------------------------------------------------*
030900 1082-ADD-CAPACITY-ENTRY.
031000     IF WS-CAP-COUNT < 50
031100         ADD 1 TO WS-CAP-COUNT
031200         MOVE CP-PLACEMENT TO CPT-PLACEMENT (WS-CAP-COUNT)
031300         MOVE CP-CAPACITY  TO CPT-CAPACITY (WS-CAP-COUNT)
031400         MOVE ZEROS        TO CPT-ENROLLED (WS-CAP-COUNT)
031500     ELSE
031600         DISPLAY "STUDMNT: CLASSCAP TABLE FULL - ENTRY DROPPED"
031700     END-IF
031800     PERFORM 1081-READ-CLASS-CAPACITY THRU 1081-EXIT.
031900 1082-EXIT.
032000     EXIT.
032100*----------------------------------------------------------*
032200* 1085-COUNT-ENROLLMENT - WALK THE MASTER IN KEY ORDER AND  *
032300* COUNT WHO IS ALREADY SEATED IN EACH CAPPED PLACEMENT.     *
032400*----------------------------------------------------------*
032500 1085-COUNT-ENROLLMENT.
032600     IF WS-CAP-COUNT = 0
032700         GO TO 1085-EXIT
032800     END-IF
032900     MOVE "N" TO WS-SCAN-EOF-SWITCH
033000     MOVE ZEROS TO SM-STUDENT-ID
033100     START STUDENT-MASTER KEY NOT < SM-STUDENT-ID
033200         INVALID KEY
033300             MOVE "Y" TO WS-SCAN-EOF-SWITCH
033400     END-START
033500     IF NOT WS-SCAN-EOF
033600         PERFORM 1087-READ-MASTER-NEXT THRU 1087-EXIT
033700         PERFORM 1086-COUNT-ONE-SEAT THRU 1086-EXIT
033800             UNTIL WS-SCAN-EOF
033900     END-IF.
034000 1085-EXIT.
034100     EXIT.
034200*----------------------------------------------------------*
034300* 1086-COUNT-ONE-SEAT - ONE MASTER RECORD INTO ITS          *
034400* PLACEMENT'S SEAT COUNT.                                   *
034500*----------------------------------------------------------*
034600 1086-COUNT-ONE-SEAT.
034700     MOVE 1 TO WS-CAP-SCAN
034800     PERFORM 1088-TALLY-IF-MATCH THRU 1088-EXIT
034900         UNTIL WS-CAP-SCAN > WS-CAP-COUNT
035000     PERFORM 1087-READ-MASTER-NEXT THRU 1087-EXIT.
035100 1086-EXIT.
035200     EXIT.
035300*----------------------------------------------------------*
035400* 1087-READ-MASTER-NEXT - NEXT MASTER RECORD IN KEY ORDER   *
035500*----------------------------------------------------------*
035600 1087-READ-MASTER-NEXT.
035700     READ STUDENT-MASTER NEXT RECORD
035800         AT END
035900             MOVE "Y" TO WS-SCAN-EOF-SWITCH
036000     END-READ
036100     IF NOT WS-STUDMSTR-OK
036200         MOVE "Y" TO WS-SCAN-EOF-SWITCH
036300     END-IF.
036400 1087-EXIT.
036500     EXIT.
036600*----------------------------------------------------------*
036700* 1088-TALLY-IF-MATCH - ONE CAPACITY SLOT OF THE SEAT SCAN  *
036800*----------------------------------------------------------*
036900 1088-TALLY-IF-MATCH.
037000     IF CPT-PLACEMENT (WS-CAP-SCAN) = SM-PLACEMENT
037100         ADD 1 TO CPT-ENROLLED (WS-CAP-SCAN)
037200     END-IF
037300     ADD 1 TO WS-CAP-SCAN.
037400 1088-EXIT.
037500     EXIT.
037600*----------------------------------------------------------*
037700* 1090-LOAD-WAITLIST - CARRY THE OUTSTANDING WAITLIST IN.   *
037800* NO FILE YET MEANS AN EMPTY LIST.                          *
037900*----------------------------------------------------------*
038000 1090-LOAD-WAITLIST.
038100     OPEN INPUT WAITLIST-FILE
038200     IF NOT WS-WAITLIST-OK
038300         MOVE "Y" TO WS-WAITLIST-EOF-SW
038400         GO TO 1090-EXIT
038500     END-IF
038600     PERFORM 1091-READ-WAITLIST THRU 1091-EXIT
038700     PERFORM 1092-ADD-WAITLIST-ENTRY THRU 1092-EXIT
038800         UNTIL WS-WAITLIST-EOF
038900     CLOSE WAITLIST-FILE.
039000 1090-EXIT.
039100     EXIT.
039200*----------------------------------------------------------*
039300* 1091-READ-WAITLIST - GET THE NEXT WAITING STUDENT         *
039400*----------------------------------------------------------*
039500 1091-READ-WAITLIST.
039600     READ WAITLIST-FILE
039700         AT END
039800             MOVE "Y" TO WS-WAITLIST-EOF-SW
039900     END-READ.
040000 1091-EXIT.
040100     EXIT.
040200*----------------------------------------------------------*
040300* 1092-ADD-WAITLIST-ENTRY - STORE ONE WAITING STUDENT. A    *
040400* LIST TOO LONG FOR THE TABLE FAILS THE RUN RATHER THAN     *
040500* LOSE ENTRIES WHEN THE FILE IS REWRITTEN.                  *
040600*----------------------------------------------------------*
040700 1092-ADD-WAITLIST-ENTRY.
040800     IF WS-WL-COUNT < 200
040900         ADD 1 TO WS-WL-COUNT
041000         MOVE WL-SEQUENCE   TO WLT-SEQUENCE (WS-WL-COUNT)
041100         MOVE WL-STUDENT-ID TO WLT-STUDENT-ID (WS-WL-COUNT)
041200         MOVE WL-PLACEMENT  TO WLT-PLACEMENT (WS-WL-COUNT)
041300         MOVE WL-ADDED-DATE TO WLT-ADDED-DATE (WS-WL-COUNT)
041400         MOVE "W"           TO WLT-STATE (WS-WL-COUNT)
041500     ELSE
041600         DISPLAY "STUDMNT: WAITLIST TABLE FULL"
041700         MOVE "Y" TO WS-WL-OVERFLOW-SW
041800         MOVE "Y" TO WS-MAINT-FAILURE-SW
041900         MOVE "Y" TO WS-EOF-SWITCH
042000     END-IF
042100     PERFORM 1091-READ-WAITLIST THRU 1091-EXIT.
042200 1092-EXIT.
042300     EXIT.
042400*----------------------------------------------------------*
042500* 2000-READ-TRANSACTION - GET THE NEXT MAINTENANCE REQUEST  *
042600*----------------------------------------------------------*
042700 2000-READ-TRANSACTION.
042800     READ STUDENT-TRANSACTION
042900         AT END
043000             MOVE "Y" TO WS-EOF-SWITCH
043100     END-READ.
043200 2000-EXIT.
043300     EXIT.
043400*----------------------------------------------------------*
043500* 3000-PROCESS-TRANSACTION - THE STUDENT MUST BE ON THE     *
043600* MASTER; THEN ROUTE ONE REQUEST BY ITS ACTION CODE.        *
043700*----------------------------------------------------------*
043800 3000-PROCESS-TRANSACTION.
043900     SET WS-EDITS-PASSED TO TRUE
044000     MOVE SPACES TO WS-REJECT-REASON
044100     IF SX-ACTION-WITHDRAW OR SX-ACTION-TRANSFER
044200        OR SX-ACTION-CORRECT
044300         PERFORM 3600-VALIDATE-STUDENT THRU 3600-EXIT
044400     ELSE
044500         MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
044600         SET WS-EDITS-FAILED TO TRUE
044700     END-IF
044800     EVALUATE TRUE
044900         WHEN WS-EDITS-FAILED
045000             PERFORM 6100-WRITE-REJECT-LINE THRU 6100-EXIT
045100         WHEN SX-ACTION-WITHDRAW
045200             PERFORM 4000-WITHDRAW-STUDENT THRU 4000-EXIT
045300         WHEN SX-ACTION-TRANSFER
045400             PERFORM 4500-TRANSFER-STUDENT THRU 4500-EXIT
045500         WHEN SX-ACTION-CORRECT
045600             PERFORM 5000-CORRECT-STUDENT THRU 5000-EXIT
045700     END-EVALUATE
045800     PERFORM 2000-READ-TRANSACTION THRU 2000-EXIT.
045900 3000-EXIT.
046000     EXIT.
046100*----------------------------------------------------------*
046200* 3600-VALIDATE-STUDENT - READ THE STUDENT'S MASTER RECORD. *
046300* A STUDENT ALREADY WITHDRAWN CAN ONLY BE CORRECTED; FILE3  *
046400* RE-ENROLLS THEM IF THEY ARE SUBMITTED AGAIN.              *
046500*----------------------------------------------------------*
046600 3600-VALIDATE-STUDENT.
046700     MOVE SX-STUDENT-ID TO SM-STUDENT-ID
046800     READ STUDENT-MASTER
046900         INVALID KEY
047000             MOVE "STUDENT NOT ON MASTER" TO WS-REJECT-REASON
047100             SET WS-EDITS-FAILED TO TRUE
047200             GO TO 3600-EXIT
047300     END-READ
047400     IF SM-PLACEMENT = "WITHDRAWN"
047500        AND NOT SX-ACTION-CORRECT
047600         MOVE "STUDENT ALREADY WITHDRAWN" TO WS-REJECT-REASON
047700         SET WS-EDITS-FAILED TO TRUE
047800     END-IF.
047900 3600-EXIT.
048000     EXIT.
048100*----------------------------------------------------------*
048200* 4000-WITHDRAW-STUDENT - THE STUDENT LEAVES: ANY WAIT OF   *
048300* THEIRS IS DROPPED, THE MASTER IS MARKED "WITHDRAWN", AND  *
048400* A REAL SEAT THEY HELD IS GIVEN BACK AND PROMOTES THE      *
048500* OLDEST WAITING STUDENT FOR THAT PLACEMENT.                *
048600*----------------------------------------------------------*
048700 4000-WITHDRAW-STUDENT.
048800     MOVE SM-PLACEMENT TO WS-OLD-PLACEMENT
048900     MOVE SM-STUDENT-ID TO WS-DROP-STUDENT-ID
049000     PERFORM 5870-DROP-STUDENT-WAITS THRU 5870-EXIT
049100     MOVE "WITHDRAWN" TO SM-PLACEMENT
049200     MOVE WS-RUN-DATE TO SM-CHANGED-DATE
049300     REWRITE STUDENT-MASTER-RECORD
049400     IF NOT WS-STUDMSTR-OK
049500         MOVE "STUDMSTR REWRITE FAILED" TO WS-REJECT-REASON
049600         PERFORM 6100-WRITE-REJECT-LINE THRU 6100-EXIT
049700         MOVE "Y" TO WS-MAINT-FAILURE-SW
049800         GO TO 4000-EXIT
049900     END-IF
050000     MOVE "WITHDRAW"       TO MR-ACTION
050100     MOVE SM-STUDENT-ID    TO MR-STUDENT-ID
050200     MOVE "PLACEMENT"      TO MR-FIELD
050300     MOVE WS-OLD-PLACEMENT TO MR-BEFORE
050400     MOVE SM-PLACEMENT     TO MR-AFTER
050500     PERFORM 6000-WRITE-DETAIL-LINE THRU 6000-EXIT
050600     ADD 1 TO WS-WITHDRAW-COUNT
050700     IF WS-OLD-PLACEMENT NOT = "WAITLISTED"
050800        AND WS-OLD-PLACEMENT NOT = SPACES
050900         MOVE WS-OLD-PLACEMENT TO WS-FREED-PLACEMENT
051000         PERFORM 5900-FREE-SEAT THRU 5900-EXIT
051100     END-IF.
051200 4000-EXIT.
051300     EXIT.
051400*----------------------------------------------------------*
051500* 4500-TRANSFER-STUDENT - AN ADMINISTRATIVE MOVE TO THE     *
051600* PLACEMENT ON THE TRANSACTION. THE TARGET MUST HAVE A      *
051700* SEAT - A TRANSFER DOES NOT JUMP THE WAITLIST. THE SEAT IS *
051800* CLAIMED, THE MOVE IS LOGGED TO STUDHIST FOR THE TERM, AND *
051900* THE SEAT LEFT BEHIND PROMOTES THE OLDEST WAITER.          *
052000*----------------------------------------------------------*
052100 4500-TRANSFER-STUDENT.
052200     MOVE SX-NEW-PLACEMENT TO WS-TARGET-PLACEMENT
052300     IF WS-TARGET-PLACEMENT = SPACES
052400        OR WS-TARGET-PLACEMENT = "WAITLISTED"
052500        OR WS-TARGET-PLACEMENT = "WITHDRAWN"
052600         MOVE "NEW PLACEMENT MISSING OR NOT A PLACEMENT"
052700             TO WS-REJECT-REASON
052800         PERFORM 6100-WRITE-REJECT-LINE THRU 6100-EXIT
052900         GO TO 4500-EXIT
053000     END-IF
053100     IF WS-TARGET-PLACEMENT = SM-PLACEMENT
053200         MOVE "ALREADY IN THAT PLACEMENT" TO WS-REJECT-REASON
053300         PERFORM 6100-WRITE-REJECT-LINE THRU 6100-EXIT
053400         GO TO 4500-EXIT
053500     END-IF
053600     PERFORM 5800-CHECK-CAPACITY THRU 5800-EXIT
053700     IF NOT WS-SEAT-AVAILABLE
053800         MOVE "NEW PLACEMENT IS FULL" TO WS-REJECT-REASON
053900         PERFORM 6100-WRITE-REJECT-LINE THRU 6100-EXIT
054000         GO TO 4500-EXIT
054100     END-IF
054200     MOVE SM-PLACEMENT        TO WS-OLD-PLACEMENT
054300     MOVE WS-TARGET-PLACEMENT TO SM-PLACEMENT
054400     MOVE WS-RUN-DATE         TO SM-CHANGED-DATE
054500     REWRITE STUDENT-MASTER-RECORD
054600     IF NOT WS-STUDMSTR-OK
054700         MOVE "STUDMSTR REWRITE FAILED" TO WS-REJECT-REASON
054800         PERFORM 6100-WRITE-REJECT-LINE THRU 6100-EXIT
054900         MOVE "Y" TO WS-MAINT-FAILURE-SW
055000         GO TO 4500-EXIT
055100     END-IF
055200     PERFORM 5820-CLAIM-SEAT THRU 5820-EXIT
055300     MOVE SM-STUDENT-ID TO WS-DROP-STUDENT-ID
055400     PERFORM 5870-DROP-STUDENT-WAITS THRU 5870-EXIT
055500     PERFORM 6600-WRITE-TERM-HISTORY THRU 6600-EXIT
055600     MOVE "TRANSFER"       TO MR-ACTION
055700     MOVE SM-STUDENT-ID    TO MR-STUDENT-ID
055800     MOVE "PLACEMENT"      TO MR-FIELD
055900     MOVE WS-OLD-PLACEMENT TO MR-BEFORE
056000     MOVE SM-PLACEMENT     TO MR-AFTER
056100     PERFORM 6000-WRITE-DETAIL-LINE THRU 6000-EXIT
056200     ADD 1 TO WS-TRANSFER-COUNT
056300     IF WS-OLD-PLACEMENT NOT = "WAITLISTED"
056400        AND WS-OLD-PLACEMENT NOT = SPACES
056500         MOVE WS-OLD-PLACEMENT TO WS-FREED-PLACEMENT
056600         PERFORM 5900-FREE-SEAT THRU 5900-EXIT
056700     END-IF.
056800 4500-EXIT.
056900     EXIT.
057000*----------------------------------------------------------*
057100* 5000-CORRECT-STUDENT - FIX SCORE, AGE, OR DATE OF BIRTH   *
057200* IN PLACE. PLACEMENT IS LEFT ALONE. A NEW DATE OF BIRTH    *
057300* MUST BE A REAL PAST DATE AND RE-DERIVES AGE; AGE ALONE    *
057400* CANNOT BE CORRECTED FOR A STUDENT WHOSE AGE COMES FROM A  *
057500* DATE OF BIRTH. ONE REPORT LINE PER FIELD THAT CHANGED.    *
057600*----------------------------------------------------------*
057700 5000-CORRECT-STUDENT.
057800     MOVE "N" TO WS-CHANGED-SW
057900     IF SX-NEW-SCORE NOT = SPACE
058000        AND SX-NEW-SCORE IS NOT ALPHABETIC
058100         MOVE "NEW SCORE IS NOT A LETTER GRADE"
058200             TO WS-REJECT-REASON
058300         PERFORM 6100-WRITE-REJECT-LINE THRU 6100-EXIT
058400         GO TO 5000-EXIT
058500     END-IF
058600     IF SX-NEW-DATE-OF-BIRTH IS NUMERIC
058700        AND SX-NEW-DOB-YEAR NOT = ZERO
058800         PERFORM 5100-EDIT-NEW-DOB THRU 5100-EXIT
058900         IF WS-EDITS-FAILED
059000             PERFORM 6100-WRITE-REJECT-LINE THRU 6100-EXIT
059100             GO TO 5000-EXIT
059200         END-IF
059300     ELSE
059400         IF SX-NEW-AGE IS NUMERIC
059500            AND SM-DATE-OF-BIRTH IS NUMERIC
059600            AND SM-DOB-YEAR NOT = ZERO
059700             MOVE "AGE COMES FROM DATE OF BIRTH - CORRECT IT"
059800                 TO WS-REJECT-REASON
059900             PERFORM 6100-WRITE-REJECT-LINE THRU 6100-EXIT
060000             GO TO 5000-EXIT
060100         END-IF
060200         IF SX-NEW-AGE IS NUMERIC
060300             MOVE SX-NEW-AGE TO WS-NEW-AGE
060400         ELSE
060500             MOVE SM-AGE TO WS-NEW-AGE
060600         END-IF
060700     END-IF
060800     MOVE "CORRECT"     TO MR-ACTION
060900     MOVE SM-STUDENT-ID TO MR-STUDENT-ID
061000     IF SX-NEW-SCORE NOT = SPACE
061100        AND SX-NEW-SCORE NOT = SM-SCORE
061200         MOVE "SCORE"      TO MR-FIELD
061300         MOVE SM-SCORE     TO MR-BEFORE
061400         MOVE SX-NEW-SCORE TO MR-AFTER
061500         PERFORM 6000-WRITE-DETAIL-LINE THRU 6000-EXIT
061600         MOVE SX-NEW-SCORE TO SM-SCORE
061700         MOVE "Y" TO WS-CHANGED-SW
061800         PERFORM 6600-WRITE-TERM-HISTORY THRU 6600-EXIT
061900     END-IF
062000     IF SX-NEW-DATE-OF-BIRTH IS NUMERIC
062100        AND SX-NEW-DOB-YEAR NOT = ZERO
062200        AND SX-NEW-DATE-OF-BIRTH NOT = SM-DATE-OF-BIRTH
062300         MOVE "BIRTH DATE" TO MR-FIELD
062400         PERFORM 5200-SHOW-DOB-CHANGE THRU 5200-EXIT
062500         PERFORM 6000-WRITE-DETAIL-LINE THRU 6000-EXIT
062600         MOVE SX-NEW-DATE-OF-BIRTH TO SM-DATE-OF-BIRTH
062700         MOVE "Y" TO WS-CHANGED-SW
062800     END-IF
062900     IF WS-NEW-AGE NOT = SM-AGE
063000         MOVE "AGE"        TO MR-FIELD
063100         MOVE SM-AGE       TO MR-BEFORE
063200         MOVE WS-NEW-AGE   TO MR-AFTER
063300         PERFORM 6000-WRITE-DETAIL-LINE THRU 6000-EXIT
063400         MOVE WS-NEW-AGE   TO SM-AGE
063500         MOVE "Y" TO WS-CHANGED-SW
063600     END-IF
063700     IF NOT WS-RECORD-CHANGED
063800         MOVE "(NONE)"        TO MR-FIELD
063900         MOVE SPACES          TO MR-BEFORE
064000         MOVE "NO CHANGE NEEDED" TO MR-AFTER
064100         PERFORM 6000-WRITE-DETAIL-LINE THRU 6000-EXIT
064200         ADD 1 TO WS-NO-CHANGE-COUNT
064300         GO TO 5000-EXIT
064400     END-IF
064500     MOVE WS-RUN-DATE TO SM-CHANGED-DATE
064600     REWRITE STUDENT-MASTER-RECORD
064700     IF NOT WS-STUDMSTR-OK
064800         MOVE "STUDMSTR REWRITE FAILED" TO WS-REJECT-REASON
064900         PERFORM 6100-WRITE-REJECT-LINE THRU 6100-EXIT
065000         MOVE "Y" TO WS-MAINT-FAILURE-SW
065100         GO TO 5000-EXIT
065200     END-IF
065300     ADD 1 TO WS-CORRECT-COUNT.
065400 5000-EXIT.
065500     EXIT.
065600*----------------------------------------------------------*
065700* 5100-EDIT-NEW-DOB - A CORRECTED DATE OF BIRTH MUST BE A   *
065701* REAL DATE, ITS DAY WITHIN THE LENGTH OF ITS MONTH, AND    *
065702* NOT AFTER TODAY; AGE IS THEN WORKED OUT AS OF THE RUN     *
065703* DATE, BACKED OFF BY ONE YEAR WHEN THIS YEAR'S BIRTHDAY    *
065704* HAS NOT HAPPENED YET.                                     *
066100*----------------------------------------------------------*
066200 5100-EDIT-NEW-DOB.
066300     PERFORM 5110-VALIDATE-NEW-DOB THRU 5110-EXIT
066400     IF WS-DOB-DATE-INVALID
066500         MOVE "NEW DATE OF BIRTH IS NOT A DATE"
066600             TO WS-REJECT-REASON
066700         SET WS-EDITS-FAILED TO TRUE
066800         GO TO 5100-EXIT
066900     END-IF
067000     MOVE SX-NEW-DOB-YEAR  TO WS-DOB-SORT-YEAR
067100     MOVE SX-NEW-DOB-MONTH TO WS-DOB-SORT-MONTH
067200     MOVE SX-NEW-DOB-DAY   TO WS-DOB-SORT-DAY
067300     IF WS-DOB-SORTABLE > WS-RUN-DATE-PARTS
067400         MOVE "NEW DATE OF BIRTH IS IN THE FUTURE"
067500             TO WS-REJECT-REASON
067600         SET WS-EDITS-FAILED TO TRUE
067700         GO TO 5100-EXIT
067800     END-IF
067900     COMPUTE WS-DERIVED-AGE = WS-RUN-YEAR - SX-NEW-DOB-YEAR
068000     IF SX-NEW-DOB-MONTH > WS-RUN-MONTH
068100         SUBTRACT 1 FROM WS-DERIVED-AGE
068200     ELSE
068300         IF SX-NEW-DOB-MONTH = WS-RUN-MONTH AND
068400            SX-NEW-DOB-DAY > WS-RUN-DAY
068500             SUBTRACT 1 FROM WS-DERIVED-AGE
068600         END-IF
068700     END-IF
068800     IF WS-DERIVED-AGE > 99
068900         MOVE "NEW DATE OF BIRTH GIVES AGE OVER 99"
069000             TO WS-REJECT-REASON
069100         SET WS-EDITS-FAILED TO TRUE
069200         GO TO 5100-EXIT
069300     END-IF
069400     MOVE WS-DERIVED-AGE TO WS-NEW-AGE.
069500 5100-EXIT.
069600     EXIT.
069700*----------------------------------------------------------*
069701* 5110-VALIDATE-NEW-DOB - THE DAY MUST FALL WITHIN THE      *
069702* LENGTH OF ITS MONTH, THE SAME CHECK FILE2 MAKES OF A      *
069703* CUSTOMER DATE OF BIRTH.                                   *
069704*----------------------------------------------------------*
069705 5110-VALIDATE-NEW-DOB.
069706     SET WS-DOB-DATE-VALID TO TRUE
069707     IF SX-NEW-DOB-MONTH < 1 OR SX-NEW-DOB-MONTH > 12
069708         SET WS-DOB-DATE-INVALID TO TRUE
069709         GO TO 5110-EXIT
069710     END-IF
069711     EVALUATE SX-NEW-DOB-MONTH
069712         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
069713             IF SX-NEW-DOB-DAY < 1 OR SX-NEW-DOB-DAY > 31
069714                 SET WS-DOB-DATE-INVALID TO TRUE
069715             END-IF
069716         WHEN 4 WHEN 6 WHEN 9 WHEN 11
069717             IF SX-NEW-DOB-DAY < 1 OR SX-NEW-DOB-DAY > 30
069718                 SET WS-DOB-DATE-INVALID TO TRUE
069719             END-IF
069720         WHEN 2
069721             PERFORM 5120-VALIDATE-FEBRUARY-DAY
069722                 THRU 5120-EXIT
069723     END-EVALUATE.
069724 5110-EXIT.
069725     EXIT.
069726*----------------------------------------------------------*
069727* 5120-VALIDATE-FEBRUARY-DAY - FEBRUARY HAS 29 DAYS IN A    *
069728* LEAP YEAR AND 28 OTHERWISE.                               *
069729*----------------------------------------------------------*
069730 5120-VALIDATE-FEBRUARY-DAY.
069731     DIVIDE SX-NEW-DOB-YEAR BY 4   GIVING WS-YEAR-QUOT
069732         REMAINDER WS-YEAR-REM4
069733     DIVIDE SX-NEW-DOB-YEAR BY 100 GIVING WS-YEAR-QUOT
069734         REMAINDER WS-YEAR-REM100
069735     DIVIDE SX-NEW-DOB-YEAR BY 400 GIVING WS-YEAR-QUOT
069736         REMAINDER WS-YEAR-REM400
069737     IF WS-YEAR-REM4 = 0 AND
069738        (WS-YEAR-REM100 NOT = 0 OR WS-YEAR-REM400 = 0)
069739         SET WS-LEAP-YEAR TO TRUE
069740     ELSE
069741         SET WS-NOT-LEAP-YEAR TO TRUE
069742     END-IF
069743     IF WS-LEAP-YEAR
069744         IF SX-NEW-DOB-DAY < 1 OR SX-NEW-DOB-DAY > 29
069745             SET WS-DOB-DATE-INVALID TO TRUE
069746         END-IF
069747     ELSE
069748         IF SX-NEW-DOB-DAY < 1 OR SX-NEW-DOB-DAY > 28
069749             SET WS-DOB-DATE-INVALID TO TRUE
069750         END-IF
069751     END-IF.
069752 5120-EXIT.
069753     EXIT.
069754*----------------------------------------------------------*
069800* 5200-SHOW-DOB-CHANGE - PUT THE OLD AND NEW DATES OF BIRTH *
069900* ON THE REPORT LINE AS MM/DD/YYYY (BLANK WHEN NONE)        *
070000*----------------------------------------------------------*
070100 5200-SHOW-DOB-CHANGE.
070200     MOVE SPACES TO MR-BEFORE
070300     IF SM-DATE-OF-BIRTH IS NUMERIC
070400        AND SM-DOB-YEAR NOT = ZERO
070500         MOVE SM-DOB-MONTH TO MR-DATE-MONTH
070600         MOVE SM-DOB-DAY   TO MR-DATE-DAY
070700         MOVE SM-DOB-YEAR  TO MR-DATE-YEAR
070800         MOVE MR-DATE-EDIT TO MR-BEFORE
070900     END-IF
071000     MOVE SX-NEW-DOB-MONTH TO MR-DATE-MONTH
071100     MOVE SX-NEW-DOB-DAY   TO MR-DATE-DAY
071200     MOVE SX-NEW-DOB-YEAR  TO MR-DATE-YEAR
071300     MOVE MR-DATE-EDIT     TO MR-AFTER.
071400 5200-EXIT.
071500     EXIT.
071600*----------------------------------------------------------*
071700* 5800-CHECK-CAPACITY - IS THERE A SEAT LEFT IN THE         *
071800* PLACEMENT IN WS-TARGET-PLACEMENT? A PLACEMENT WITH NO     *
071900* CAPACITY ENTRY IS UNLIMITED. WS-CAP-SUB IS LEFT POINTING  *
072000* AT THE CAPPED ENTRY FOR 5820 TO CLAIM.                    *
072100*----------------------------------------------------------*
072200 5800-CHECK-CAPACITY.
072300     MOVE "Y" TO WS-SEAT-SW
072400     MOVE ZEROS TO WS-CAP-SUB
072500     MOVE 1 TO WS-CAP-SCAN
072600     MOVE "N" TO WS-CAP-FOUND-SW
072700     PERFORM 5810-FIND-CAP-ENTRY THRU 5810-EXIT
072800         UNTIL WS-CAP-SCAN > WS-CAP-COUNT OR WS-CAP-FOUND
072900     IF WS-CAP-FOUND
073000         IF CPT-ENROLLED (WS-CAP-SUB) NOT <
073100                 CPT-CAPACITY (WS-CAP-SUB)
073200             MOVE "N" TO WS-SEAT-SW
073300         END-IF
073400     END-IF.
073500 5800-EXIT.
073600     EXIT.
073700*----------------------------------------------------------*
073800* 5810-FIND-CAP-ENTRY - ONE SLOT OF THE CAPACITY LOOKUP     *
073900*----------------------------------------------------------*
074000 5810-FIND-CAP-ENTRY.
074100     IF CPT-PLACEMENT (WS-CAP-SCAN) = WS-TARGET-PLACEMENT
074200         MOVE "Y" TO WS-CAP-FOUND-SW
074300         MOVE WS-CAP-SCAN TO WS-CAP-SUB
074400     ELSE
074500         ADD 1 TO WS-CAP-SCAN
074600     END-IF.
074700 5810-EXIT.
074800     EXIT.
074900*----------------------------------------------------------*
075000* 5820-CLAIM-SEAT - TAKE THE SEAT JUST CHECKED (NOTHING TO  *
075100* CLAIM FOR AN UNLIMITED PLACEMENT).                        *
075200*----------------------------------------------------------*
075300 5820-CLAIM-SEAT.
075400     IF WS-CAP-FOUND
075500         ADD 1 TO CPT-ENROLLED (WS-CAP-SUB)
075600     END-IF.
075700 5820-EXIT.
075800     EXIT.
075900*----------------------------------------------------------*
076000* 5870-DROP-STUDENT-WAITS - EVERY OUTSTANDING "W" ENTRY OF  *
076100* THE STUDENT IN WS-DROP-STUDENT-ID IS MARKED DROPPED SO    *
076200* THE REWRITTEN WAITLIST LOSES IT.                          *
076300*----------------------------------------------------------*
076400 5870-DROP-STUDENT-WAITS.
076500     MOVE 1 TO WS-WL-SUB
076600     PERFORM 5880-DROP-ONE-WAIT THRU 5880-EXIT
076700         UNTIL WS-WL-SUB > WS-WL-COUNT.
076800 5870-EXIT.
076900     EXIT.
077000*----------------------------------------------------------*
077100* 5880-DROP-ONE-WAIT - ONE ENTRY OF THE DROP SCAN           *
077200*----------------------------------------------------------*
077300 5880-DROP-ONE-WAIT.
077400     IF WLT-STATE (WS-WL-SUB) = "W"
077500        AND WLT-STUDENT-ID (WS-WL-SUB) = WS-DROP-STUDENT-ID
077600         MOVE "D" TO WLT-STATE (WS-WL-SUB)
077700     END-IF
077800     ADD 1 TO WS-WL-SUB.
077900 5880-EXIT.
078000     EXIT.
078100*----------------------------------------------------------*
078200* 5900-FREE-SEAT - A SEAT OPENED IN WS-FREED-PLACEMENT.     *
078300* EACH FREED SEAT IS GIVEN BACK TO THE COUNT AND THE        *
078400* OLDEST WAITER PROMOTED; A PROMOTED STUDENT WHO HELD A     *
078500* REAL SEAT ELSEWHERE FREES THAT ONE IN TURN, AS IN FILE3.  *
078600*----------------------------------------------------------*
078700 5900-FREE-SEAT.
078800     PERFORM 5905-FREE-ONE-SEAT THRU 5905-EXIT
078900         UNTIL WS-FREED-PLACEMENT = SPACES.
079000 5900-EXIT.
079100     EXIT.
079200*----------------------------------------------------------*
079300* 5905-FREE-ONE-SEAT - ONE STEP OF THE CASCADE: TAKE THE    *
079400* QUEUED PLACEMENT, GIVE ITS SEAT BACK, PROMOTE.            *
079500*----------------------------------------------------------*
079600 5905-FREE-ONE-SEAT.
079700     MOVE WS-FREED-PLACEMENT TO WS-FREEING-PLACEMENT
079800     MOVE SPACES TO WS-FREED-PLACEMENT
079900     MOVE 1 TO WS-CAP-SCAN
080000     MOVE "N" TO WS-CAP-FOUND-SW
080100     MOVE ZEROS TO WS-CAP-SUB
080200     PERFORM 5910-FIND-FREED-ENTRY THRU 5910-EXIT
080300         UNTIL WS-CAP-SCAN > WS-CAP-COUNT OR WS-CAP-FOUND
080400     IF WS-CAP-FOUND
080500         IF CPT-ENROLLED (WS-CAP-SUB) > 0
080600             SUBTRACT 1 FROM CPT-ENROLLED (WS-CAP-SUB)
080700         END-IF
080800         PERFORM 5950-PROMOTE-FROM-WAITLIST THRU 5950-EXIT
080900     END-IF.
081000 5905-EXIT.
081100     EXIT.
081200*----------------------------------------------------------*
081300* 5910-FIND-FREED-ENTRY - ONE SLOT OF THE FREED-PLACEMENT   *
081400* LOOKUP.                                                   *
081500*----------------------------------------------------------*
081600 5910-FIND-FREED-ENTRY.
081700     IF CPT-PLACEMENT (WS-CAP-SCAN) = WS-FREEING-PLACEMENT
081800         MOVE "Y" TO WS-CAP-FOUND-SW
081900         MOVE WS-CAP-SCAN TO WS-CAP-SUB
082000     ELSE
082100         ADD 1 TO WS-CAP-SCAN
082200     END-IF.
082300 5910-EXIT.
082400     EXIT.
082500*----------------------------------------------------------*
082600* 5950-PROMOTE-FROM-WAITLIST - THE LOWEST-SEQUENCE WAITING  *
082700* ENTRY FOR THE FREED PLACEMENT GETS THE SEAT: THE MASTER   *
082800* RECORD IS MOVED ONTO IT, THE PROMOTION IS LISTED ON THE   *
082900* MAINTENANCE REPORT, AND THE ENTRY IS MARKED PROMOTED SO   *
082901* THE REWRITTEN WAITLIST DROPS IT. IF THE MASTER CANNOT BE  *
082902* REWRITTEN THE ENTRY STAYS WAITING AND NO SEAT IS CLAIMED. *
083100*----------------------------------------------------------*
083200 5950-PROMOTE-FROM-WAITLIST.
083300     MOVE ZEROS TO WS-WL-PICK
083400     MOVE 1 TO WS-WL-SUB
083500     PERFORM 5960-SCAN-ONE-WAITER THRU 5960-EXIT
083600         UNTIL WS-WL-SUB > WS-WL-COUNT
083700     IF WS-WL-PICK = ZEROS
083800         GO TO 5950-EXIT
083900     END-IF
084000     MOVE WLT-STUDENT-ID (WS-WL-PICK) TO SM-STUDENT-ID
084100     READ STUDENT-MASTER
084200         INVALID KEY
084300             DISPLAY "STUDMNT: WAITLISTED STUDENT "
084400                 SM-STUDENT-ID " NOT ON MASTER"
084500             MOVE "P" TO WLT-STATE (WS-WL-PICK)
084600             GO TO 5950-EXIT
084700     END-READ
084800     MOVE SM-PLACEMENT TO WS-OLD-PLACEMENT
084900     MOVE WLT-PLACEMENT (WS-WL-PICK) TO SM-PLACEMENT
085000     MOVE WS-RUN-DATE TO SM-CHANGED-DATE
085100     REWRITE STUDENT-MASTER-RECORD
085101     IF NOT WS-STUDMSTR-OK
085102         DISPLAY "STUDMNT: PROMOTION OF WAITLISTED STUDENT "
085103             SM-STUDENT-ID " FAILED, STATUS " WS-STUDMSTR-STATUS
085104         MOVE "STUDMSTR REWRITE FAILED ON PROMOTION"
085105             TO WS-REJECT-REASON
085106         PERFORM 6100-WRITE-REJECT-LINE THRU 6100-EXIT
085107         MOVE "Y" TO WS-MAINT-FAILURE-SW
085108         GO TO 5950-EXIT
085109     END-IF
085200     MOVE "PROMOTE"        TO MR-ACTION
085300     MOVE SM-STUDENT-ID    TO MR-STUDENT-ID
085400     MOVE "PLACEMENT"      TO MR-FIELD
085500     MOVE WS-OLD-PLACEMENT TO MR-BEFORE
085600     MOVE SM-PLACEMENT     TO MR-AFTER
085700     PERFORM 6000-WRITE-DETAIL-LINE THRU 6000-EXIT
085800     MOVE "P" TO WLT-STATE (WS-WL-PICK)
085900     ADD 1 TO WS-PROMOTED-COUNT
086000     PERFORM 5820-CLAIM-SEAT THRU 5820-EXIT
086100     MOVE WLT-STUDENT-ID (WS-WL-PICK) TO WS-DROP-STUDENT-ID
086200     PERFORM 5870-DROP-STUDENT-WAITS THRU 5870-EXIT
086300     IF WS-OLD-PLACEMENT NOT = "WAITLISTED"
086400        AND WS-OLD-PLACEMENT NOT = "WITHDRAWN"
086500        AND WS-OLD-PLACEMENT NOT = SPACES
086600         MOVE WS-OLD-PLACEMENT TO WS-FREED-PLACEMENT
086700     END-IF.
086800 5950-EXIT.
086900     EXIT.
087000*----------------------------------------------------------*
087100* 5960-SCAN-ONE-WAITER - REMEMBER THE LOWEST-SEQUENCE       *
087200* WAITING ENTRY FOR THE FREED PLACEMENT.                    *
087300*----------------------------------------------------------*
087400 5960-SCAN-ONE-WAITER.
087500     IF WLT-STATE (WS-WL-SUB) = "W"
087600        AND WLT-PLACEMENT (WS-WL-SUB) = WS-FREEING-PLACEMENT
087700         IF WS-WL-PICK = ZEROS
087800             MOVE WS-WL-SUB TO WS-WL-PICK
087900         ELSE
088000             IF WLT-SEQUENCE (WS-WL-SUB) <
088100                     WLT-SEQUENCE (WS-WL-PICK)
088200                 MOVE WS-WL-SUB TO WS-WL-PICK
088300             END-IF
088400         END-IF
088500     END-IF
088600     ADD 1 TO WS-WL-SUB.
088700 5960-EXIT.
088800     EXIT.
088900*----------------------------------------------------------*
089000* 6000-WRITE-DETAIL-LINE - ONE BEFORE/AFTER LINE. ACTION,   *
089100* STUDENT, FIELD, AND VALUES ARE SET BY THE CALLER.         *
089200*----------------------------------------------------------*
089300 6000-WRITE-DETAIL-LINE.
089400     WRITE MAINTENANCE-REPORT-RECORD FROM MR-DETAIL-LINE.
089500 6000-EXIT.
089600     EXIT.
089700*----------------------------------------------------------*
089800* 6100-WRITE-REJECT-LINE - THE TRANSACTION WAS REFUSED;     *
089900* NOTHING ON FILE CHANGED. WS-REJECT-REASON SAYS WHY.       *
090000*----------------------------------------------------------*
090100 6100-WRITE-REJECT-LINE.
090200     EVALUATE TRUE
090300         WHEN SX-ACTION-WITHDRAW
090400             MOVE "WITHDRAW" TO MR-REJECT-ACTION
090500         WHEN SX-ACTION-TRANSFER
090600             MOVE "TRANSFER" TO MR-REJECT-ACTION
090700         WHEN SX-ACTION-CORRECT
090800             MOVE "CORRECT"  TO MR-REJECT-ACTION
090900         WHEN OTHER
091000             MOVE SX-ACTION-CODE TO MR-REJECT-ACTION
091100     END-EVALUATE
091200     MOVE SX-STUDENT-ID    TO MR-REJECT-ID
091300     MOVE WS-REJECT-REASON TO MR-REJECT-REASON
091400     WRITE MAINTENANCE-REPORT-RECORD FROM MR-REJECT-LINE
091500     ADD 1 TO WS-REJECT-COUNT.
091600 6100-EXIT.
091700     EXIT.
091800*----------------------------------------------------------*
091900* 6200-WRITE-RUN-TOTALS - ACTION, PROMOTION, AND REFUSAL    *
092000* COUNTS AT THE BOTTOM OF THE MAINTENANCE REPORT.           *
092100*----------------------------------------------------------*
092200 6200-WRITE-RUN-TOTALS.
092300     MOVE "STUDENTS WITHDRAWN:     " TO MR-TOTAL-LABEL
092400     MOVE WS-WITHDRAW-COUNT          TO MR-TOTAL-COUNT
092500     WRITE MAINTENANCE-REPORT-RECORD FROM MR-TOTAL-LINE
092600     MOVE "STUDENTS TRANSFERRED:   " TO MR-TOTAL-LABEL
092700     MOVE WS-TRANSFER-COUNT          TO MR-TOTAL-COUNT
092800     WRITE MAINTENANCE-REPORT-RECORD FROM MR-TOTAL-LINE
092900     MOVE "STUDENTS CORRECTED:     " TO MR-TOTAL-LABEL
093000     MOVE WS-CORRECT-COUNT           TO MR-TOTAL-COUNT
093100     WRITE MAINTENANCE-REPORT-RECORD FROM MR-TOTAL-LINE
093200     MOVE "NO CHANGE NEEDED:       " TO MR-TOTAL-LABEL
093300     MOVE WS-NO-CHANGE-COUNT         TO MR-TOTAL-COUNT
093400     WRITE MAINTENANCE-REPORT-RECORD FROM MR-TOTAL-LINE
093500     MOVE "PROMOTED FROM WAITLIST: " TO MR-TOTAL-LABEL
093600     MOVE WS-PROMOTED-COUNT          TO MR-TOTAL-COUNT
093700     WRITE MAINTENANCE-REPORT-RECORD FROM MR-TOTAL-LINE
093800     MOVE "TRANSACTIONS REFUSED:   " TO MR-TOTAL-LABEL
093900     MOVE WS-REJECT-COUNT            TO MR-TOTAL-COUNT
094000     WRITE MAINTENANCE-REPORT-RECORD FROM MR-TOTAL-LINE
094100     MOVE "TERM HISTORY ENTRIES:   " TO MR-TOTAL-LABEL
094200     MOVE WS-HISTORY-COUNT           TO MR-TOTAL-COUNT
094300     WRITE MAINTENANCE-REPORT-RECORD FROM MR-TOTAL-LINE.
094400 6200-EXIT.
094500     EXIT.
094600*----------------------------------------------------------*
094700* 6600-WRITE-TERM-HISTORY - ONE STUDHIST RECORD FOR THE     *
094800* TERM CARRYING THE STUDENT'S CURRENT SCORE AND PLACEMENT;  *
094900* THE TRANSCRIPT TAKES THE LATEST FOR THE TERM.             *
095000*----------------------------------------------------------*
095100 6600-WRITE-TERM-HISTORY.
095200     MOVE SM-STUDENT-ID  TO SH-STUDENT-ID
095300     MOVE WS-TERM-ID     TO SH-TERM
095400     MOVE SM-SCORE       TO SH-SCORE
095500     MOVE SM-PLACEMENT   TO SH-PLACEMENT
095600     MOVE WS-RUN-DATE    TO SH-RUN-DATE
095700     WRITE STUDENT-HISTORY-RECORD
095800     ADD 1 TO WS-HISTORY-COUNT.
095900 6600-EXIT.
096000     EXIT.
096100*----------------------------------------------------------*
096200* 6900-REWRITE-WAITLIST - THE STILL-WAITING ENTRIES GO      *
096300* BACK TO DISK IN SEQUENCE ORDER; PROMOTED AND DROPPED      *
096400* ONES ARE LEFT OFF.                                        *
096500*----------------------------------------------------------*
096600 6900-REWRITE-WAITLIST.
096700     OPEN OUTPUT WAITLIST-FILE
096800     MOVE 1 TO WS-WL-SUB
096900     PERFORM 6910-WRITE-ONE-WAITER THRU 6910-EXIT
097000         UNTIL WS-WL-SUB > WS-WL-COUNT
097100     CLOSE WAITLIST-FILE.
097200 6900-EXIT.
097300     EXIT.
097400*----------------------------------------------------------*
097500* 6910-WRITE-ONE-WAITER - ONE STILL-WAITING ENTRY TO DISK   *
097600*----------------------------------------------------------*
097700 6910-WRITE-ONE-WAITER.
097800     IF WLT-STATE (WS-WL-SUB) = "W"
097900         MOVE WLT-SEQUENCE (WS-WL-SUB)   TO WL-SEQUENCE
098000         MOVE WLT-STUDENT-ID (WS-WL-SUB) TO WL-STUDENT-ID
098100         MOVE WLT-PLACEMENT (WS-WL-SUB)  TO WL-PLACEMENT
098200         MOVE WLT-ADDED-DATE (WS-WL-SUB) TO WL-ADDED-DATE
098300         WRITE WAITLIST-RECORD
098400     END-IF
098500     ADD 1 TO WS-WL-SUB.
098600 6910-EXIT.
098700     EXIT.
098800*----------------------------------------------------------*
098900* 7000-TERMINATE - WRITE THE RUN TOTALS, PUT THE WAITLIST   *
099000* BACK, CLOSE FILES, AND SET RETURN-CODE: 4 WHEN ANY        *
099100* TRANSACTION WAS REFUSED, 8 ON A FAILURE. THE WAITLIST IS  *
099200* NOT REWRITTEN WHEN IT COULD NOT BE HELD WHOLE.            *
099300*----------------------------------------------------------*
099400 7000-TERMINATE.
099500     PERFORM 6200-WRITE-RUN-TOTALS THRU 6200-EXIT
099600     IF WS-FILES-OPEN
099700         IF NOT WS-WL-OVERFLOW
099800             PERFORM 6900-REWRITE-WAITLIST THRU 6900-EXIT
099900         END-IF
100000         CLOSE STUDENT-MASTER
100100         CLOSE STUDENT-HISTORY
100200         CLOSE STUDENT-TRANSACTION
100300     END-IF
100400     CLOSE MAINTENANCE-REPORT
100500     MOVE 0 TO RETURN-CODE
100600     IF WS-REJECT-COUNT > 0
100700         MOVE 4 TO RETURN-CODE
100800     END-IF
100900     IF WS-MAINT-FAILED
101000         MOVE 8 TO RETURN-CODE
101100     END-IF.
101200 7000-EXIT.
101300     EXIT.
101400*----------------------------------------------------------*
101500* 9999-EXIT - COMMON JOB TERMINATION POINT                  *
101600*----------------------------------------------------------*
101700 9999-EXIT.
101800     GOBACK.
