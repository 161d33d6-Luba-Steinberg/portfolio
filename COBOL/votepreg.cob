000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    VOTEPREG.
000300 AUTHOR.        LIBI.
000400 INSTALLATION.  REGISTRAR'S OFFICE.
000500 DATE-WRITTEN.  OCTOBER 15, 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                     *
000900*----------------------------------------------------------*
001000* DATE        INIT  DESCRIPTION                            *
001100* 2026-10-15  LIBI  ORIGINAL PROGRAM - VOTER PRE-           *
001200*                   REGISTRATION LIST. TAKES AN ELECTION    *
001300*                   DATE (PARM YYYYMMDD), WORKS OUT FROM    *
001400*                   EACH STUDENT-MASTER DATE OF BIRTH WHO   *
001500*                   WILL BE 18 ON OR BEFORE IT, AND LISTS   *
001600*                   EVERY SUCH STUDENT NOT ALREADY CARRIED  *
001700*                   AS ELIGIBLE ON THE VOTERMST REGISTER,   *
001800*                   GROUPED BY PLACEMENT WITH A COUNT PER   *
001900*                   PLACEMENT, SO THE REGISTRAR CAN PRE-    *
002000*                   REGISTER THEM AHEAD OF THE ELECTION.    *
002001* 2026-10-15  LIBI  A STUDENT STUDMNT HAS MARKED WITHDRAWN  *
002002*                   IS NO LONGER AGED OR LISTED, ONLY       *
002003*                   COUNTED ON THE SUMMARY AS WITHDRAWN.    *
002100*----------------------------------------------------------*
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER. IBM-370.
002500 OBJECT-COMPUTER. IBM-370.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT STUDENT-MASTER ASSIGN TO "STUDMSTR"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS SM-STUDENT-ID
003200         FILE STATUS IS WS-STUDMSTR-STATUS.
003300     SELECT VOTER-REGISTER ASSIGN TO "VOTERMST"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS VM-STUDENT-ID
003700         FILE STATUS IS WS-VOTERMST-STATUS.
003800     SELECT PREREG-WORK-FILE ASSIGN TO "VPWORK"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-VPWORK-STATUS.
004100     SELECT SORTED-PREREG-FILE ASSIGN TO "VPSORTED"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-VPSORTED-STATUS.
004400     SELECT PREREG-REPORT ASSIGN TO "VOTEPRPT"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-VOTEPRPT-STATUS.
004700     SELECT SORT-WORK-FILE ASSIGN TO "SRTWK06".
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  STUDENT-MASTER
005100     LABEL RECORDS ARE STANDARD.
005200 COPY STUDMSTR.
005300 FD  VOTER-REGISTER
005400     LABEL RECORDS ARE STANDARD.
005500 COPY VOTERMST.
005600 FD  PREREG-WORK-FILE
005700     LABEL RECORDS ARE STANDARD.
005800 01  PREREG-WORK-RECORD.
005900     05  PW-PLACEMENT            PIC X(20).
006000     05  PW-STUDENT-ID           PIC 9(05).
006100     05  PW-DATE-OF-BIRTH        PIC 9(08).
006200     05  PW-TURNS-18-DATE        PIC 9(08).
006300     05  PW-ELECTION-AGE         PIC 9(03).
006400     05  PW-REGISTER-STATUS      PIC X(16).
006500 FD  SORTED-PREREG-FILE
006600     LABEL RECORDS ARE STANDARD.
006700 01  SORTED-PREREG-RECORD.
006800     05  SP-PLACEMENT            PIC X(20).
006900     05  SP-STUDENT-ID           PIC 9(05).
007000     05  SP-DATE-OF-BIRTH.
007100         10  SP-DOB-MONTH        PIC 99.
007200         10  SP-DOB-DAY          PIC 99.
007300         10  SP-DOB-YEAR         PIC 9(04).
007400     05  SP-TURNS-18-DATE.
007500         10  SP-T18-YEAR         PIC 9(04).
007600         10  SP-T18-MONTH        PIC 99.
007700         10  SP-T18-DAY          PIC 99.
007800     05  SP-ELECTION-AGE         PIC 9(03).
007900     05  SP-REGISTER-STATUS      PIC X(16).
008000 FD  PREREG-REPORT
008100     LABEL RECORDS ARE STANDARD.
008200 01  PREREG-REPORT-RECORD        PIC X(80).
008300 SD  SORT-WORK-FILE.
008400 01  SORT-WORK-RECORD.
008500     05  SW-PLACEMENT            PIC X(20).
008600     05  SW-STUDENT-ID           PIC 9(05).
008700     05  SW-DATE-OF-BIRTH        PIC 9(08).
008800     05  SW-TURNS-18-DATE        PIC 9(08).
008900     05  SW-ELECTION-AGE         PIC 9(03).
009000     05  SW-REGISTER-STATUS      PIC X(16).
009100 WORKING-STORAGE SECTION.
009200*----------------------------------------------------------*
009300* FILE STATUS AND CONTROL SWITCHES                          *
009400*----------------------------------------------------------*
009500 77  WS-STUDMSTR-STATUS      PIC X(02) VALUE ZEROS.
009600     88  WS-STUDMSTR-OK                VALUE "00".
009700 77  WS-VOTERMST-STATUS      PIC X(02) VALUE ZEROS.
009800     88  WS-VOTERMST-OK                VALUE "00".
009900 77  WS-VPWORK-STATUS        PIC X(02) VALUE ZEROS.
010000     88  WS-VPWORK-OK                  VALUE "00".
010100 77  WS-VPSORTED-STATUS      PIC X(02) VALUE ZEROS.
010200     88  WS-VPSORTED-OK                VALUE "00".
010300 77  WS-VOTEPRPT-STATUS      PIC X(02) VALUE ZEROS.
010400     88  WS-VOTEPRPT-OK                VALUE "00".
010500 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
010600     88  WS-EOF                        VALUE "Y".
010700 77  WS-SORTED-EOF-SWITCH    PIC X(01) VALUE "N".
010800     88  WS-SORTED-EOF                 VALUE "Y".
010900 77  WS-REGISTER-SW          PIC X(01) VALUE "N".
011000     88  WS-HAVE-REGISTER              VALUE "Y".
011100 77  WS-FILES-OPEN-SW        PIC X(01) VALUE "N".
011200     88  WS-FILES-OPEN                 VALUE "Y".
011300 77  WS-PREREG-FAILURE-SW    PIC X(01) VALUE "N".
011400     88  WS-PREREG-FAILED              VALUE "Y".
011500*----------------------------------------------------------*
011600* RUN PARAMETERS - THE ELECTION DATE COMES IN AS THE PARM   *
011700*----------------------------------------------------------*
011800 77  WS-RUN-DATE             PIC 9(08) VALUE ZEROS.
011900 77  WS-JOB-PARM             PIC X(08) VALUE SPACES.
012000 01  WS-ELECTION-DATE.
012100     05  WS-ELECTION-YEAR    PIC 9(04).
012200     05  WS-ELECTION-MONTH   PIC 99.
012300     05  WS-ELECTION-DAY     PIC 99.
012400 01  WS-ELECTION-DATE-N REDEFINES WS-ELECTION-DATE
012500                             PIC 9(08).
012600*----------------------------------------------------------*
012700* AGE WORK FIELDS - THE EIGHTEENTH BIRTHDAY AND THE AGE ON  *
012800* ELECTION DAY, WORKED OUT FROM THE MASTER DATE OF BIRTH    *
012900*----------------------------------------------------------*
013000 01  WS-TURNS-18-DATE.
013100     05  WS-T18-YEAR         PIC 9(04).
013200     05  WS-T18-MONTH        PIC 99.
013300     05  WS-T18-DAY          PIC 99.
013400 01  WS-TURNS-18-DATE-N REDEFINES WS-TURNS-18-DATE
013500                             PIC 9(08).
013600 77  WS-ELECTION-AGE         PIC 9(03) VALUE ZEROS.
013700*----------------------------------------------------------*
013800* PLACEMENT BREAK, PAGING, AND RUN COUNTS                   *
013900*----------------------------------------------------------*
014000 77  WS-HELD-PLACEMENT       PIC X(20) VALUE SPACES.
014100 77  WS-PLACEMENT-COUNT      PIC 9(05) VALUE ZEROS.
014200 77  WS-PAGE-COUNT           PIC 9(03) VALUE ZEROS.
014300 77  WS-LINE-COUNT           PIC 9(03) VALUE ZEROS.
014400 77  WS-LINES-PER-PAGE       PIC 9(03) VALUE 45.
014500 77  WS-READ-COUNT           PIC 9(05) VALUE ZEROS.
014600 77  WS-NO-DOB-COUNT         PIC 9(05) VALUE ZEROS.
014601 77  WS-WITHDRAWN-COUNT      PIC 9(05) VALUE ZEROS.
014700 77  WS-NOT-YET-18-COUNT     PIC 9(05) VALUE ZEROS.
014800 77  WS-ELIGIBLE-COUNT       PIC 9(05) VALUE ZEROS.
014900 77  WS-LISTED-COUNT         PIC 9(05) VALUE ZEROS.
015000*----------------------------------------------------------*
015100* PRE-REGISTRATION LIST LINE LAYOUTS                        *
015200*----------------------------------------------------------*
015300 01  VP-HEADING-1.
015400     05  FILLER              PIC X(30) VALUE
015500         "VOTER PRE-REGISTRATION LIST".
015600     05  FILLER              PIC X(09) VALUE "ELECTION ".
015700     05  VP-ELECTION-DATE    PIC 9(08).
015800     05  FILLER              PIC X(02) VALUE SPACES.
015900     05  FILLER              PIC X(09) VALUE "RUN DATE ".
016000     05  VP-RUN-DATE         PIC 9(08).
016100     05  FILLER              PIC X(02) VALUE SPACES.
016200     05  FILLER              PIC X(05) VALUE "PAGE ".
016300     05  VP-PAGE             PIC ZZ9.
016400     05  FILLER              PIC X(04) VALUE SPACES.
016500 01  VP-HEADING-2.
016600     05  FILLER              PIC X(09) VALUE "STUDENT".
016700     05  FILLER              PIC X(12) VALUE "BORN".
016800     05  FILLER              PIC X(12) VALUE "TURNS 18".
016900     05  FILLER              PIC X(05) VALUE "AGE".
017000     05  FILLER              PIC X(16) VALUE "ON VOTERMST".
017100     05  FILLER              PIC X(26) VALUE SPACES.
017200 01  VP-PLACEMENT-LINE.
017300     05  FILLER              PIC X(11) VALUE "PLACEMENT: ".
017400     05  VP-PLACEMENT        PIC X(20).
017500     05  FILLER              PIC X(49) VALUE SPACES.
017600 01  VP-DETAIL-LINE.
017700     05  VP-STUDENT-ID       PIC 9(05).
017800     05  FILLER              PIC X(04) VALUE SPACES.
017900     05  VP-DOB-MONTH        PIC 99.
018000     05  FILLER              PIC X(01) VALUE "/".
018100     05  VP-DOB-DAY          PIC 99.
018200     05  FILLER              PIC X(01) VALUE "/".
018300     05  VP-DOB-YEAR         PIC 9(04).
018400     05  FILLER              PIC X(02) VALUE SPACES.
018500     05  VP-T18-MONTH        PIC 99.
018600     05  FILLER              PIC X(01) VALUE "/".
018700     05  VP-T18-DAY          PIC 99.
018800     05  FILLER              PIC X(01) VALUE "/".
018900     05  VP-T18-YEAR         PIC 9(04).
019000     05  FILLER              PIC X(02) VALUE SPACES.
019100     05  VP-ELECTION-AGE     PIC ZZ9.
019200     05  FILLER              PIC X(02) VALUE SPACES.
019300     05  VP-REGISTER-STATUS  PIC X(16).
019400     05  FILLER              PIC X(26) VALUE SPACES.
019500 01  VP-PLACEMENT-TOTAL.
019600     05  FILLER              PIC X(04) VALUE SPACES.
019700     05  FILLER              PIC X(24) VALUE
019800         "STUDENTS IN PLACEMENT:".
019900     05  VP-PLACEMENT-COUNT  PIC ZZZZ9.
020000     05  FILLER              PIC X(47) VALUE SPACES.
020100 01  VP-TOTAL-LINE.
020200     05  VP-TOTAL-LABEL      PIC X(24).
020300     05  VP-TOTAL-COUNT      PIC ZZZZ9.
020400     05  FILLER              PIC X(51) VALUE SPACES.
020500 PROCEDURE DIVISION.
020600*----------------------------------------------------------*
020700* 0000-MAINLINE - PICK OUT THE STUDENTS WHO WILL BE OLD     *
020800* ENOUGH BY THE ELECTION BUT ARE NOT YET ON THE REGISTER AS *
020900* ELIGIBLE, SORT THEM BY PLACEMENT, AND PRINT THE LIST.     *
021000*----------------------------------------------------------*
021100 0000-MAINLINE.
021200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
021300     IF WS-PREREG-FAILED
021400         GO TO 0000-END-RUN
021500     END-IF
021600     PERFORM 2000-EXTRACT-STUDENTS THRU 2000-EXIT
021700     PERFORM 5000-SORT-WORK-FILE THRU 5000-EXIT
021800     PERFORM 6000-PRINT-PREREG-LIST THRU 6000-EXIT.
021900 0000-END-RUN.
022000     PERFORM 7000-TERMINATE THRU 7000-EXIT
022100     GO TO 9999-EXIT.
022200*----------------------------------------------------------*
022300* 1000-INITIALIZE - CHECK THE ELECTION DATE PARM AND OPEN   *
022400* THE MASTERS. NO VOTERMST YET MEANS NOBODY IS REGISTERED.  *
022500*----------------------------------------------------------*
022600 1000-INITIALIZE.
022700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
022800     MOVE WS-RUN-DATE TO VP-RUN-DATE
022900     ACCEPT WS-JOB-PARM FROM COMMAND-LINE
023000     IF WS-JOB-PARM IS NOT NUMERIC
023100         DISPLAY "VOTEPREG: ELECTION DATE PARM YYYYMMDD REQUIRED"
023200         MOVE "Y" TO WS-PREREG-FAILURE-SW
023300         GO TO 1000-EXIT
023400     END-IF
023500     MOVE WS-JOB-PARM TO WS-ELECTION-DATE
023600     IF WS-ELECTION-MONTH < 1 OR WS-ELECTION-MONTH > 12
023700        OR WS-ELECTION-DAY < 1 OR WS-ELECTION-DAY > 31
023800         DISPLAY "VOTEPREG: ELECTION DATE NOT VALID - "
023900             WS-JOB-PARM
024000         MOVE "Y" TO WS-PREREG-FAILURE-SW
024100         GO TO 1000-EXIT
024200     END-IF
024300     MOVE WS-ELECTION-DATE-N TO VP-ELECTION-DATE
024400     OPEN INPUT STUDENT-MASTER
024500     IF NOT WS-STUDMSTR-OK
024600         DISPLAY "VOTEPREG: STUDMSTR OPEN FAILED, STATUS "
024700             WS-STUDMSTR-STATUS
024800         MOVE "Y" TO WS-PREREG-FAILURE-SW
024900         GO TO 1000-EXIT
025000     END-IF
025100     OPEN INPUT VOTER-REGISTER
025200     IF WS-VOTERMST-OK
025300         MOVE "Y" TO WS-REGISTER-SW
025400     ELSE
025500         DISPLAY "VOTEPREG: VOTERMST NOT AVAILABLE, STATUS "
025600             WS-VOTERMST-STATUS " - NO STUDENT TREATED AS "
025700             "REGISTERED"
025800     END-IF
025900     MOVE "Y" TO WS-FILES-OPEN-SW.
026000 1000-EXIT.
026100     EXIT.
026200*----------------------------------------------------------*
026300* 2000-EXTRACT-STUDENTS - ONE WORK-FILE ENTRY PER STUDENT   *
026400* TO BE PRE-REGISTERED                                      *
026500*----------------------------------------------------------*
026600 2000-EXTRACT-STUDENTS.
026700     OPEN OUTPUT PREREG-WORK-FILE
026800     MOVE "N"   TO WS-EOF-SWITCH
026900     MOVE ZEROS TO SM-STUDENT-ID
027000     START STUDENT-MASTER KEY NOT < SM-STUDENT-ID
027100         INVALID KEY
027200             MOVE "Y" TO WS-EOF-SWITCH
027300     END-START
027400     IF NOT WS-EOF
027500         PERFORM 2100-READ-MASTER-NEXT THRU 2100-EXIT
027600         PERFORM 2200-CHECK-ONE-STUDENT THRU 2200-EXIT
027700             UNTIL WS-EOF
027800     END-IF
027900     CLOSE PREREG-WORK-FILE.
028000 2000-EXIT.
028100     EXIT.
028200*----------------------------------------------------------*
028300* 2100-READ-MASTER-NEXT - GET THE NEXT STUDENT IN ID ORDER  *
028400*----------------------------------------------------------*
028500 2100-READ-MASTER-NEXT.
028600     READ STUDENT-MASTER NEXT RECORD
028700         AT END
028800             MOVE "Y" TO WS-EOF-SWITCH
028900     END-READ
029000     IF NOT WS-STUDMSTR-OK
029100         MOVE "Y" TO WS-EOF-SWITCH
029200     END-IF.
029300 2100-EXIT.
029400     EXIT.
029500*----------------------------------------------------------*
029501* 2200-CHECK-ONE-STUDENT - A WITHDRAWN STUDENT, OR ONE      *
029502* WITH NO DATE OF BIRTH ON THE MASTER TO AGE THEM BY, IS    *
029700* ONLY COUNTED. ONE WHOSE EIGHTEENTH BIRTHDAY FALLS AFTER   *
029800* THE ELECTION IS SKIPPED; ONE ALREADY ELIGIBLE ON         *
029900* VOTERMST NEEDS NOTHING.                                   *
030000*----------------------------------------------------------*
030100 2200-CHECK-ONE-STUDENT.
030200     ADD 1 TO WS-READ-COUNT
030201     IF SM-PLACEMENT = "WITHDRAWN"
030202         ADD 1 TO WS-WITHDRAWN-COUNT
030203         GO TO 2200-READ-NEXT
030204     END-IF
030300     IF SM-DATE-OF-BIRTH NOT NUMERIC OR SM-DOB-YEAR = ZERO
030400         ADD 1 TO WS-NO-DOB-COUNT
030500         GO TO 2200-READ-NEXT
030600     END-IF
030700     PERFORM 2300-COMPUTE-ELECTION-AGE THRU 2300-EXIT
030800     IF WS-TURNS-18-DATE-N > WS-ELECTION-DATE-N
030900         ADD 1 TO WS-NOT-YET-18-COUNT
031000         GO TO 2200-READ-NEXT
031100     END-IF
031200     MOVE SPACES TO PW-REGISTER-STATUS
031300     IF WS-HAVE-REGISTER
031400         MOVE SM-STUDENT-ID TO VM-STUDENT-ID
031500         READ VOTER-REGISTER
031600             INVALID KEY
031700                 MOVE "NOT ON REGISTER" TO PW-REGISTER-STATUS
031800         END-READ
031900     ELSE
032000         MOVE "NOT ON REGISTER" TO PW-REGISTER-STATUS
032100     END-IF
032200     IF PW-REGISTER-STATUS = SPACES
032300         IF VM-ELIGIBLE
032400             ADD 1 TO WS-ELIGIBLE-COUNT
032500             GO TO 2200-READ-NEXT
032600         END-IF
032700         MOVE "NOT YET ELIGIBLE" TO PW-REGISTER-STATUS
032800     END-IF
032900     MOVE SM-PLACEMENT      TO PW-PLACEMENT
033000     MOVE SM-STUDENT-ID     TO PW-STUDENT-ID
033100     MOVE SM-DATE-OF-BIRTH  TO PW-DATE-OF-BIRTH
033200     MOVE WS-TURNS-18-DATE-N TO PW-TURNS-18-DATE
033300     MOVE WS-ELECTION-AGE   TO PW-ELECTION-AGE
033400     WRITE PREREG-WORK-RECORD
033500     ADD 1 TO WS-LISTED-COUNT.
033600 2200-READ-NEXT.
033700     PERFORM 2100-READ-MASTER-NEXT THRU 2100-EXIT.
033800 2200-EXIT.
033900     EXIT.
034000*----------------------------------------------------------*
034100* 2300-COMPUTE-ELECTION-AGE - THE EIGHTEENTH BIRTHDAY, AND  *
034200* AGE IN COMPLETE YEARS ON ELECTION DAY, BACKED OFF BY ONE  *
034300* YEAR WHEN THAT YEAR'S BIRTHDAY HAS NOT HAPPENED BY THEN.  *
034400* A FEBRUARY 29 BIRTHDAY COUNTS FROM MARCH 1 IN OTHER       *
034410* YEARS.                                                    *
034500*----------------------------------------------------------*
034600 2300-COMPUTE-ELECTION-AGE.
034700     COMPUTE WS-T18-YEAR = SM-DOB-YEAR + 18
034800     MOVE SM-DOB-MONTH TO WS-T18-MONTH
034900     MOVE SM-DOB-DAY   TO WS-T18-DAY
035000     MOVE ZEROS TO WS-ELECTION-AGE
035100     IF SM-DOB-YEAR > WS-ELECTION-YEAR
035200         GO TO 2300-EXIT
035300     END-IF
035400     COMPUTE WS-ELECTION-AGE = WS-ELECTION-YEAR - SM-DOB-YEAR
035500     IF SM-DOB-MONTH > WS-ELECTION-MONTH
035600         SUBTRACT 1 FROM WS-ELECTION-AGE
035700     ELSE
035800         IF SM-DOB-MONTH = WS-ELECTION-MONTH AND
035900            SM-DOB-DAY > WS-ELECTION-DAY
036000             SUBTRACT 1 FROM WS-ELECTION-AGE
036100         END-IF
036200     END-IF.
036300 2300-EXIT.
036400     EXIT.
036500*----------------------------------------------------------*
036600* 5000-SORT-WORK-FILE - GROUP THE LIST BY PLACEMENT, LOWEST *
036700* STUDENT ID FIRST WITHIN EACH                              *
036800*----------------------------------------------------------*
036900 5000-SORT-WORK-FILE.
037000     SORT SORT-WORK-FILE
037100         ON ASCENDING KEY SW-PLACEMENT
037200                          SW-STUDENT-ID
037300         USING PREREG-WORK-FILE
037400         GIVING SORTED-PREREG-FILE.
037500 5000-EXIT.
037600     EXIT.
037700*----------------------------------------------------------*
037800* 6000-PRINT-PREREG-LIST - ONE SECTION PER PLACEMENT WITH   *
037900* ITS COUNT, THEN THE RUN COUNTS AT THE END.                *
038000*----------------------------------------------------------*
038100 6000-PRINT-PREREG-LIST.
038200     OPEN OUTPUT PREREG-REPORT
038300     OPEN INPUT SORTED-PREREG-FILE
038400     PERFORM 6800-PRINT-HEADINGS THRU 6800-EXIT
038500     PERFORM 6100-READ-SORTED THRU 6100-EXIT
038600     IF NOT WS-SORTED-EOF
038700         MOVE SP-PLACEMENT TO WS-HELD-PLACEMENT
038800         PERFORM 6300-START-PLACEMENT THRU 6300-EXIT
038900     END-IF
039000     PERFORM 6200-LIST-ONE-STUDENT THRU 6200-EXIT
039100         UNTIL WS-SORTED-EOF
039200     IF WS-LISTED-COUNT > 0
039300         PERFORM 6400-END-PLACEMENT THRU 6400-EXIT
039400     END-IF
039500     PERFORM 6900-WRITE-SUMMARY THRU 6900-EXIT
039600     CLOSE SORTED-PREREG-FILE
039700     CLOSE PREREG-REPORT.
039800 6000-EXIT.
039900     EXIT.
040000*----------------------------------------------------------*
040100* 6100-READ-SORTED - GET THE NEXT SORTED STUDENT            *
040200*----------------------------------------------------------*
040300 6100-READ-SORTED.
040400     READ SORTED-PREREG-FILE
040500         AT END
040600             MOVE "Y" TO WS-SORTED-EOF-SWITCH
040700     END-READ.
040800 6100-EXIT.
040900     EXIT.
041000*----------------------------------------------------------*
041100* 6200-LIST-ONE-STUDENT - A CHANGE OF PLACEMENT CLOSES THE  *
041200* LAST ONE OFF WITH ITS COUNT AND OPENS THE NEXT.           *
041300*----------------------------------------------------------*
041400 6200-LIST-ONE-STUDENT.
041500     IF SP-PLACEMENT NOT = WS-HELD-PLACEMENT
041600         PERFORM 6400-END-PLACEMENT THRU 6400-EXIT
041700         MOVE SP-PLACEMENT TO WS-HELD-PLACEMENT
041800         PERFORM 6300-START-PLACEMENT THRU 6300-EXIT
041900     END-IF
042000     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
042100         PERFORM 6800-PRINT-HEADINGS THRU 6800-EXIT
042200         PERFORM 6350-WRITE-PLACEMENT-LINE THRU 6350-EXIT
042300     END-IF
042400     MOVE SP-STUDENT-ID      TO VP-STUDENT-ID
042500     MOVE SP-DOB-MONTH       TO VP-DOB-MONTH
042600     MOVE SP-DOB-DAY         TO VP-DOB-DAY
042700     MOVE SP-DOB-YEAR        TO VP-DOB-YEAR
042800     MOVE SP-T18-MONTH       TO VP-T18-MONTH
042900     MOVE SP-T18-DAY         TO VP-T18-DAY
043000     MOVE SP-T18-YEAR        TO VP-T18-YEAR
043100     MOVE SP-ELECTION-AGE    TO VP-ELECTION-AGE
043200     MOVE SP-REGISTER-STATUS TO VP-REGISTER-STATUS
043300     WRITE PREREG-REPORT-RECORD FROM VP-DETAIL-LINE
043400     ADD 1 TO WS-LINE-COUNT
043500     ADD 1 TO WS-PLACEMENT-COUNT
043600     PERFORM 6100-READ-SORTED THRU 6100-EXIT.
043700 6200-EXIT.
043800     EXIT.
043900*----------------------------------------------------------*
044000* 6300-START-PLACEMENT - ZERO THE COUNT AND PRINT THE       *
044100* PLACEMENT HEADER                                          *
044200*----------------------------------------------------------*
044300 6300-START-PLACEMENT.
044400     MOVE ZEROS TO WS-PLACEMENT-COUNT
044500     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
044600         PERFORM 6800-PRINT-HEADINGS THRU 6800-EXIT
044700     END-IF
044800     PERFORM 6350-WRITE-PLACEMENT-LINE THRU 6350-EXIT.
044900 6300-EXIT.
045000     EXIT.
045100*----------------------------------------------------------*
045200* 6350-WRITE-PLACEMENT-LINE - NAME THE PLACEMENT BEING      *
045300* LISTED, AGAIN AT THE TOP OF A CONTINUATION PAGE           *
045400*----------------------------------------------------------*
045500 6350-WRITE-PLACEMENT-LINE.
045600     MOVE WS-HELD-PLACEMENT TO VP-PLACEMENT
045700     WRITE PREREG-REPORT-RECORD FROM VP-PLACEMENT-LINE
045800     ADD 1 TO WS-LINE-COUNT.
045900 6350-EXIT.
046000     EXIT.
046100*----------------------------------------------------------*
046200* 6400-END-PLACEMENT - COUNT FOR THE PLACEMENT JUST LISTED  *
046300*----------------------------------------------------------*
046400 6400-END-PLACEMENT.
046500     MOVE WS-PLACEMENT-COUNT TO VP-PLACEMENT-COUNT
046600     WRITE PREREG-REPORT-RECORD FROM VP-PLACEMENT-TOTAL
046700     ADD 1 TO WS-LINE-COUNT.
046800 6400-EXIT.
046900     EXIT.
047000*----------------------------------------------------------*
047100* 6800-PRINT-HEADINGS - START A NEW PAGE OF THE LIST        *
047200*----------------------------------------------------------*
047300 6800-PRINT-HEADINGS.
047400     ADD 1 TO WS-PAGE-COUNT
047500     MOVE WS-PAGE-COUNT TO VP-PAGE
047600     WRITE PREREG-REPORT-RECORD FROM VP-HEADING-1
047700     WRITE PREREG-REPORT-RECORD FROM VP-HEADING-2
047800     MOVE ZEROS TO WS-LINE-COUNT.
047900 6800-EXIT.
048000     EXIT.
048100*----------------------------------------------------------*
048200* 6900-WRITE-SUMMARY - WHERE EVERY STUDENT READ ENDED UP    *
048300*----------------------------------------------------------*
048400 6900-WRITE-SUMMARY.
048500     MOVE "STUDENTS READ:          " TO VP-TOTAL-LABEL
048600     MOVE WS-READ-COUNT              TO VP-TOTAL-COUNT
048700     WRITE PREREG-REPORT-RECORD FROM VP-TOTAL-LINE
048701     MOVE "WITHDRAWN:              " TO VP-TOTAL-LABEL
048702     MOVE WS-WITHDRAWN-COUNT         TO VP-TOTAL-COUNT
048703     WRITE PREREG-REPORT-RECORD FROM VP-TOTAL-LINE
048800     MOVE "NO DATE OF BIRTH:       " TO VP-TOTAL-LABEL
048900     MOVE WS-NO-DOB-COUNT            TO VP-TOTAL-COUNT
049000     WRITE PREREG-REPORT-RECORD FROM VP-TOTAL-LINE
049100     MOVE "UNDER 18 AT ELECTION:   " TO VP-TOTAL-LABEL
049200     MOVE WS-NOT-YET-18-COUNT        TO VP-TOTAL-COUNT
049300     WRITE PREREG-REPORT-RECORD FROM VP-TOTAL-LINE
049400     MOVE "ALREADY ELIGIBLE:       " TO VP-TOTAL-LABEL
049500     MOVE WS-ELIGIBLE-COUNT          TO VP-TOTAL-COUNT
049600     WRITE PREREG-REPORT-RECORD FROM VP-TOTAL-LINE
049700     MOVE "TO PRE-REGISTER:        " TO VP-TOTAL-LABEL
049800     MOVE WS-LISTED-COUNT            TO VP-TOTAL-COUNT
049900     WRITE PREREG-REPORT-RECORD FROM VP-TOTAL-LINE.
050000 6900-EXIT.
050100     EXIT.
050200*----------------------------------------------------------*
050300* 7000-TERMINATE - CLOSE UP AND SET THE RETURN CODE: 8 WHEN *
050400* THE PARM WAS BAD OR THE STUDENT-MASTER NEVER OPENED       *
050500*----------------------------------------------------------*
050600 7000-TERMINATE.
050700     IF WS-FILES-OPEN
050800         CLOSE STUDENT-MASTER
050900         IF WS-HAVE-REGISTER
051000             CLOSE VOTER-REGISTER
051100         END-IF
051200     END-IF
051300     MOVE 0 TO RETURN-CODE
051400     IF WS-PREREG-FAILED
051500         MOVE 8 TO RETURN-CODE
051600     END-IF.
051700 7000-EXIT.
051800     EXIT.
051900*----------------------------------------------------------*
052000* 9999-EXIT - COMMON JOB TERMINATION POINT                  *
052100*----------------------------------------------------------*
052200 9999-EXIT.
052300     GOBACK.
