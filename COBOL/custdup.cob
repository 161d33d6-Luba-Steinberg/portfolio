000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CUSTDUP.
000300 AUTHOR.        LIBI.
000400 INSTALLATION.  CUSTOMER SERVICES.
000500 DATE-WRITTEN.  OCTOBER 15, 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                     *
000900*----------------------------------------------------------*
001000* DATE        INIT  DESCRIPTION                            *
001100* 2026-10-15  LIBI  ORIGINAL PROGRAM - CUSTOMER DUPLICATE   *
001200*                   DETECTION AND MERGE. FIRST APPLIES THE  *
001300*                   CUSTMRGT MERGE TRANSACTIONS CONFIRMED   *
001400*                   FROM THE LAST REVIEW: THE MERGED-AWAY   *
001500*                   RECORD IS ARCHIVED TO CUSTARCH (REASON  *
001600*                   "MG") AND DELETED FROM CUSTMSTR, AND    *
001700*                   ITS IDENT IS MAPPED TO THE SURVIVOR ON  *
001800*                   THE CUSTMXRF CROSS-REFERENCE FILE2      *
001900*                   READS. THEN SCANS CUSTMSTR FOR LIKELY   *
002000*                   DUPLICATES - SAME DATE OF BIRTH AND THE *
002100*                   SAME OR A SIMILAR-SOUNDING NAME - AND   *
002200*                   PRINTS THE CUSTDUPL REVIEW LIST.        *
002201* 2026-10-15  LIBI  THE DELETION OF A MERGED-AWAY IDENT IS  *
002202*                   NOW LOGGED TO THE CUSTHIST CHANGE       *
002203*                   HISTORY THE SAME WAY FILE2 LOGS A       *
002204*                   DELETE - ONE ENTRY EACH FOR NAME AND    *
002205*                   DATE OF BIRTH, BEFORE VALUE THE OLD     *
002206*                   ONE, AFTER VALUE BLANK, REASON "MG",    *
002207*                   WITH THE TIMESTAMP AND THE CONFIRMING   *
002208*                   OPERATOR - SO THE FILE2 HISTORY INQUIRY *
002209*                   SHOWS THE MERGE.                        *
002300*----------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER. IBM-370.
002700 OBJECT-COMPUTER. IBM-370.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS CM-IDENT
003400         FILE STATUS IS WS-CUSTMSTR-STATUS.
003500     SELECT MERGE-TRANSACTIONS ASSIGN TO "CUSTMRGT"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-CUSTMRGT-STATUS.
003800     SELECT CUSTOMER-ARCHIVE ASSIGN TO "CUSTARCH"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-CUSTARCH-STATUS.
004100     SELECT MERGE-XREF ASSIGN TO "CUSTMXRF"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-CUSTMXRF-STATUS.
004301     SELECT CUSTOMER-HISTORY ASSIGN TO "CUSTHIST"
004302         ORGANIZATION IS LINE SEQUENTIAL
004303         FILE STATUS IS WS-CUSTHIST-STATUS.
004400     SELECT MERGE-REPORT ASSIGN TO "CUSTMRGR"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-CUSTMRGR-STATUS.
004700     SELECT DUP-WORK-FILE ASSIGN TO "CDWORK"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-CDWORK-STATUS.
005000     SELECT SORTED-DUP-FILE ASSIGN TO "CDSORTED"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-CDSORTED-STATUS.
005300     SELECT REVIEW-LIST ASSIGN TO "CUSTDUPL"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-CUSTDUPL-STATUS.
005600     SELECT SORT-WORK-FILE ASSIGN TO "SRTWK05".
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  CUSTOMER-MASTER
006000     LABEL RECORDS ARE STANDARD.
006100 COPY CUSTMSTR.
006200 FD  MERGE-TRANSACTIONS
006300     LABEL RECORDS ARE STANDARD.
006400 COPY CUSTMRG.
006500 FD  CUSTOMER-ARCHIVE
006600     LABEL RECORDS ARE STANDARD.
006700 01  CUSTOMER-ARCHIVE-RECORD.
006800     05  CA-DELETE-DATE          PIC 9(08).
006900     05  CA-REASON-CODE          PIC X(02).
007000     05  CA-IDENT                PIC 9(05).
007100     05  CA-NAME                 PIC X(20).
007200     05  CA-DATE-OF-BIRTH        PIC 9(08).
007300 FD  MERGE-XREF
007400     LABEL RECORDS ARE STANDARD.
007500 COPY CUSTMXRF.
007501 FD  CUSTOMER-HISTORY
007502     LABEL RECORDS ARE STANDARD.
007503 COPY CUSTHIST.
007600 FD  MERGE-REPORT
007700     LABEL RECORDS ARE STANDARD.
007800 01  MERGE-REPORT-RECORD         PIC X(80).
007900 FD  DUP-WORK-FILE
008000     LABEL RECORDS ARE STANDARD.
008100 01  DUP-WORK-RECORD.
008200     05  DW-DOB-SORT             PIC 9(08).
008300     05  DW-SOUND-KEY            PIC X(20).
008400     05  DW-IDENT                PIC 9(05).
008500     05  DW-NORM-NAME            PIC X(20).
008600     05  DW-NAME                 PIC X(20).
008700     05  DW-DATE-OF-BIRTH        PIC 9(08).
008800 FD  SORTED-DUP-FILE
008900     LABEL RECORDS ARE STANDARD.
009000 01  SORTED-DUP-RECORD.
009100     05  SD-DOB-SORT             PIC 9(08).
009200     05  SD-SOUND-KEY            PIC X(20).
009300     05  SD-IDENT                PIC 9(05).
009400     05  SD-NORM-NAME            PIC X(20).
009500     05  SD-NAME                 PIC X(20).
009600     05  SD-DATE-OF-BIRTH.
009700         10  SD-DOB-MONTH        PIC 99.
009800         10  SD-DOB-DAY          PIC 99.
009900         10  SD-DOB-YEAR         PIC 9(04).
010000 FD  REVIEW-LIST
010100     LABEL RECORDS ARE STANDARD.
010200 01  REVIEW-LIST-RECORD          PIC X(80).
010300 SD  SORT-WORK-FILE.
010400 01  SORT-WORK-RECORD.
010500     05  SW-DOB-SORT             PIC 9(08).
010600     05  SW-SOUND-KEY            PIC X(20).
010700     05  SW-IDENT                PIC 9(05).
010800     05  SW-NORM-NAME            PIC X(20).
010900     05  SW-NAME                 PIC X(20).
011000     05  SW-DATE-OF-BIRTH        PIC 9(08).
011100 WORKING-STORAGE SECTION.
011200*----------------------------------------------------------*
011300* FILE STATUS AND CONTROL SWITCHES                          *
011400*----------------------------------------------------------*
011500 77  WS-CUSTMSTR-STATUS      PIC X(02) VALUE ZEROS.
011600     88  WS-CUSTMSTR-OK                VALUE "00".
011700 77  WS-CUSTMRGT-STATUS      PIC X(02) VALUE ZEROS.
011800     88  WS-CUSTMRGT-OK                VALUE "00".
011900 77  WS-CUSTARCH-STATUS      PIC X(02) VALUE ZEROS.
012000     88  WS-CUSTARCH-OK                VALUE "00".
012100 77  WS-CUSTMXRF-STATUS      PIC X(02) VALUE ZEROS.
012200     88  WS-CUSTMXRF-OK                VALUE "00".
012201 77  WS-CUSTHIST-STATUS      PIC X(02) VALUE ZEROS.
012202     88  WS-CUSTHIST-OK                VALUE "00".
012300 77  WS-CUSTMRGR-STATUS      PIC X(02) VALUE ZEROS.
012400     88  WS-CUSTMRGR-OK                VALUE "00".
012500 77  WS-CDWORK-STATUS        PIC X(02) VALUE ZEROS.
012600     88  WS-CDWORK-OK                  VALUE "00".
012700 77  WS-CDSORTED-STATUS      PIC X(02) VALUE ZEROS.
012800     88  WS-CDSORTED-OK                VALUE "00".
012900 77  WS-CUSTDUPL-STATUS      PIC X(02) VALUE ZEROS.
013000     88  WS-CUSTDUPL-OK                VALUE "00".
013100 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
013200     88  WS-EOF                        VALUE "Y".
013300 77  WS-MERGE-EOF-SWITCH     PIC X(01) VALUE "N".
013400     88  WS-MERGE-EOF                  VALUE "Y".
013500 77  WS-XREF-EOF-SWITCH      PIC X(01) VALUE "N".
013600     88  WS-XREF-EOF                   VALUE "Y".
013700 77  WS-SORTED-EOF-SWITCH    PIC X(01) VALUE "N".
013800     88  WS-SORTED-EOF                 VALUE "Y".
013900 77  WS-DUP-FAILURE-SW       PIC X(01) VALUE "N".
014000     88  WS-DUP-FAILED                 VALUE "Y".
014100 77  WS-FILES-OPEN-SW        PIC X(01) VALUE "N".
014200     88  WS-FILES-OPEN                 VALUE "Y".
014300 77  WS-RUN-DATE             PIC 9(08) VALUE ZEROS.
014400*----------------------------------------------------------*
014500* MERGE CROSS-REFERENCE TABLE, LOADED FROM CUSTMXRF AND     *
014600* WRITTEN BACK WHOLE WHEN A MERGE IS APPLIED                *
014700*----------------------------------------------------------*
014800 77  WS-XREF-COUNT           PIC 9(04) COMP VALUE ZERO.
014900 01  MERGE-XREF-TABLE.
015000     05  MXT-ENTRY OCCURS 1 TO 1000 TIMES
015100         DEPENDING ON WS-XREF-COUNT
015200         INDEXED BY MXT-IDX.
015300         10  MXT-OLD-IDENT   PIC 9(05).
015400         10  MXT-NEW-IDENT   PIC 9(05).
015500         10  MXT-MERGE-DATE  PIC 9(08).
015600*----------------------------------------------------------*
015700* MERGE TRANSACTION WORK FIELDS AND COUNTS                  *
015800*----------------------------------------------------------*
015900 77  WS-MERGE-OK-SW          PIC X(01) VALUE "N".
016000     88  WS-MERGE-OK                   VALUE "Y".
016100 77  WS-MERGE-RESULT         PIC X(30) VALUE SPACES.
016200 77  WS-MERGED-NAME          PIC X(20) VALUE SPACES.
016300 77  WS-MERGED-DOB           PIC 9(08) VALUE ZEROS.
016400 77  WS-MERGE-READ-COUNT     PIC 9(05) VALUE ZEROS.
016500 77  WS-MERGE-APPLIED-COUNT  PIC 9(05) VALUE ZEROS.
016600 77  WS-MERGE-REFUSED-COUNT  PIC 9(05) VALUE ZEROS.
016700 77  WS-REPOINT-COUNT        PIC 9(05) VALUE ZEROS.
016800*----------------------------------------------------------*
016900* NAME MATCHING - THE NAME IS UPPER-CASED AND STRIPPED TO   *
017000* ITS LETTERS (THE NORMALIZED NAME), THEN CODED BY SOUND:   *
017100* FIRST LETTER KEPT, VOWELS DROPPED, LIKE-SOUNDING          *
017200* CONSONANTS SHARING ONE DIGIT, RUNS OF ONE DIGIT KEPT ONCE *
017300* (THE SOUND KEY). SMITH JOHN AND SMYTHE JON BOTH CODE TO   *
017400* S5325.                                                    *
017500*----------------------------------------------------------*
017600 77  WS-NAME-WORK            PIC X(20) VALUE SPACES.
017700 77  WS-NORM-NAME            PIC X(20) VALUE SPACES.
017800 77  WS-NORM-LENGTH          PIC 9(02) COMP VALUE ZERO.
017900 77  WS-SOUND-KEY            PIC X(20) VALUE SPACES.
018000 77  WS-SOUND-LENGTH         PIC 9(02) COMP VALUE ZERO.
018100 77  WS-CHAR-POS             PIC 9(02) COMP VALUE ZERO.
018200 77  WS-THIS-CHAR            PIC X(01) VALUE SPACE.
018300 77  WS-THIS-CODE            PIC X(01) VALUE SPACE.
018400 77  WS-LAST-CODE            PIC X(01) VALUE SPACE.
018500 01  SOUND-CODE-VALUES.
018600     05  FILLER              PIC X(26) VALUE
018700         "A0B1C2D3E0F1G2H-I0J2K2L4M5".
018800     05  FILLER              PIC X(26) VALUE
018900         "N5O0P1Q2R6S2T3U0V1W-X2Y0Z2".
019000 01  SOUND-CODE-TABLE REDEFINES SOUND-CODE-VALUES.
019100     05  SC-ENTRY OCCURS 26 TIMES
019200         INDEXED BY SC-IDX.
019300         10  SC-LETTER       PIC X(01).
019400         10  SC-CODE         PIC X(01).
019500*----------------------------------------------------------*
019600* REVIEW-LIST GROUPING - THE HELD RECORD IS THE PREVIOUS    *
019700* CUSTOMER IN DATE-OF-BIRTH/SOUND-KEY ORDER                 *
019800*----------------------------------------------------------*
019900 01  WS-HELD-RECORD.
020000     05  WS-HELD-DOB-SORT    PIC 9(08).
020100     05  WS-HELD-SOUND-KEY   PIC X(20).
020200     05  WS-HELD-IDENT       PIC 9(05).
020300     05  WS-HELD-NORM-NAME   PIC X(20).
020400     05  WS-HELD-NAME        PIC X(20).
020500     05  WS-HELD-DATE-OF-BIRTH.
020600         10  WS-HELD-DOB-MONTH PIC 99.
020700         10  WS-HELD-DOB-DAY   PIC 99.
020800         10  WS-HELD-DOB-YEAR  PIC 9(04).
020900 77  WS-HELD-SW              PIC X(01) VALUE "N".
021000     88  WS-HELD                       VALUE "Y".
021100 77  WS-IN-GROUP-SW          PIC X(01) VALUE "N".
021200     88  WS-IN-GROUP                   VALUE "Y".
021300 77  WS-GROUP-NORM-NAME      PIC X(20) VALUE SPACES.
021400 77  WS-PAGE-COUNT           PIC 9(03) VALUE ZEROS.
021500 77  WS-LINE-COUNT           PIC 9(03) VALUE ZEROS.
021600 77  WS-LINES-PER-PAGE       PIC 9(03) VALUE 45.
021700 77  WS-SCANNED-COUNT        PIC 9(05) VALUE ZEROS.
021800 77  WS-GROUP-COUNT          PIC 9(05) VALUE ZEROS.
021900 77  WS-GROUPED-COUNT        PIC 9(05) VALUE ZEROS.
022000*----------------------------------------------------------*
022100* MERGE REPORT LINE LAYOUTS                                 *
022200*----------------------------------------------------------*
022300 01  MR-HEADING-1.
022400     05  FILLER              PIC X(30) VALUE
022500         "CUSTOMER MERGE REPORT".
022600     05  FILLER              PIC X(09) VALUE "RUN DATE ".
022700     05  MR-RUN-DATE         PIC 9(08).
022800     05  FILLER              PIC X(33) VALUE SPACES.
022900 01  MR-HEADING-2.
023000     05  FILLER              PIC X(10) VALUE "SURVIVOR".
023100     05  FILLER              PIC X(08) VALUE "MERGED".
023200     05  FILLER              PIC X(22) VALUE "NAME MERGED AWAY".
023300     05  FILLER              PIC X(30) VALUE "RESULT".
023400     05  FILLER              PIC X(10) VALUE SPACES.
023500 01  MR-DETAIL-LINE.
023600     05  MR-SURVIVOR-IDENT   PIC 9(05).
023700     05  FILLER              PIC X(05) VALUE SPACES.
023800     05  MR-MERGED-IDENT     PIC 9(05).
023900     05  FILLER              PIC X(03) VALUE SPACES.
024000     05  MR-NAME             PIC X(20).
024100     05  FILLER              PIC X(02) VALUE SPACES.
024200     05  MR-RESULT           PIC X(30).
024300     05  FILLER              PIC X(10) VALUE SPACES.
024400 01  MR-TOTAL-LINE.
024500     05  MR-TOTAL-LABEL      PIC X(24).
024600     05  MR-TOTAL-COUNT      PIC ZZZZ9.
024700     05  FILLER              PIC X(51) VALUE SPACES.
024800*----------------------------------------------------------*
024900* REVIEW LIST LINE LAYOUTS                                  *
025000*----------------------------------------------------------*
025100 01  DR-HEADING-1.
025200     05  FILLER              PIC X(31) VALUE
025300         "CUSTOMER DUPLICATE REVIEW LIST".
025400     05  FILLER              PIC X(09) VALUE "RUN DATE ".
025500     05  DR-RUN-DATE         PIC 9(08).
025600     05  FILLER              PIC X(02) VALUE SPACES.
025700     05  FILLER              PIC X(05) VALUE "PAGE ".
025800     05  DR-PAGE             PIC ZZ9.
025900     05  FILLER              PIC X(22) VALUE SPACES.
026000 01  DR-HEADING-2.
026100     05  FILLER              PIC X(07) VALUE "GROUP".
026200     05  FILLER              PIC X(07) VALUE "IDENT".
026300     05  FILLER              PIC X(22) VALUE "NAME".
026400     05  FILLER              PIC X(12) VALUE "BORN".
026500     05  FILLER              PIC X(12) VALUE "MATCH".
026600     05  FILLER              PIC X(20) VALUE SPACES.
026700 01  DR-DETAIL-LINE.
026800     05  DR-GROUP            PIC ZZZZ9.
026900     05  FILLER              PIC X(02) VALUE SPACES.
027000     05  DR-IDENT            PIC 9(05).
027100     05  FILLER              PIC X(02) VALUE SPACES.
027200     05  DR-NAME             PIC X(20).
027300     05  FILLER              PIC X(02) VALUE SPACES.
027400     05  DR-DOB-MONTH        PIC 99.
027500     05  FILLER              PIC X(01) VALUE "/".
027600     05  DR-DOB-DAY          PIC 99.
027700     05  FILLER              PIC X(01) VALUE "/".
027800     05  DR-DOB-YEAR         PIC 9(04).
027900     05  FILLER              PIC X(02) VALUE SPACES.
028000     05  DR-MATCH            PIC X(12).
028100     05  FILLER              PIC X(20) VALUE SPACES.
028200 01  DR-TOTAL-LINE.
028300     05  DR-TOTAL-LABEL      PIC X(24).
028400     05  DR-TOTAL-COUNT      PIC ZZZZ9.
028500     05  FILLER              PIC X(51) VALUE SPACES.
028600 PROCEDURE DIVISION.
028700*----------------------------------------------------------*
028800* 0000-MAINLINE - APPLY THE CONFIRMED MERGES, THEN SCAN THE *
028900* MASTER AS IT NOW STANDS AND LIST WHAT STILL LOOKS LIKE A  *
029000* DUPLICATE.                                                *
029100*----------------------------------------------------------*
029200 0000-MAINLINE.
029300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
029400     IF WS-DUP-FAILED
029500         GO TO 0000-END-RUN
029600     END-IF
029700     PERFORM 2000-APPLY-MERGES THRU 2000-EXIT
029800     PERFORM 4000-EXTRACT-CUSTOMERS THRU 4000-EXIT
029900     PERFORM 5000-SORT-WORK-FILE THRU 5000-EXIT
030000     PERFORM 6000-PRINT-REVIEW-LIST THRU 6000-EXIT.
030100 0000-END-RUN.
030200     PERFORM 7000-TERMINATE THRU 7000-EXIT
030300     GO TO 9999-EXIT.
030400*----------------------------------------------------------*
030500* 1000-INITIALIZE - OPEN THE MASTER, LOAD THE MERGE         *
030600* CROSS-REFERENCE, START THE MERGE REPORT.                  *
030700*----------------------------------------------------------*
030800 1000-INITIALIZE.
030900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
031000     MOVE WS-RUN-DATE TO MR-RUN-DATE
031100     MOVE WS-RUN-DATE TO DR-RUN-DATE
031200     OPEN I-O CUSTOMER-MASTER
031300     IF NOT WS-CUSTMSTR-OK
031400         DISPLAY "CUSTDUP: CUSTMSTR OPEN FAILED, STATUS "
031500             WS-CUSTMSTR-STATUS
031600         MOVE "Y" TO WS-DUP-FAILURE-SW
031700         GO TO 1000-EXIT
031800     END-IF
031900     PERFORM 1500-LOAD-XREF THRU 1500-EXIT
032000     OPEN OUTPUT MERGE-REPORT
032100     MOVE "Y" TO WS-FILES-OPEN-SW
032200     WRITE MERGE-REPORT-RECORD FROM MR-HEADING-1
032300     WRITE MERGE-REPORT-RECORD FROM MR-HEADING-2.
032400 1000-EXIT.
032500     EXIT.
032600*----------------------------------------------------------*
032700* 1500-LOAD-XREF - READ THE MERGE CROSS-REFERENCE SO FAR.   *
032800* NO FILE MEANS NOTHING HAS BEEN MERGED YET.                *
032900*----------------------------------------------------------*
033000 1500-LOAD-XREF.
033100     OPEN INPUT MERGE-XREF
033200     IF NOT WS-CUSTMXRF-OK
033300         MOVE "Y" TO WS-XREF-EOF-SWITCH
033400         GO TO 1500-EXIT
033500     END-IF
033600     PERFORM 1510-READ-XREF THRU 1510-EXIT
033700     PERFORM 1520-ADD-XREF-ENTRY THRU 1520-EXIT
033800         UNTIL WS-XREF-EOF
033900     CLOSE MERGE-XREF.
034000 1500-EXIT.
034100     EXIT.
034200*----------------------------------------------------------*
034300* 1510-READ-XREF - GET THE NEXT CROSS-REFERENCE ENTRY       *
034400*----------------------------------------------------------*
034500 1510-READ-XREF.
034600     READ MERGE-XREF
034700         AT END
034800             MOVE "Y" TO WS-XREF-EOF-SWITCH
034900     END-READ.
035000 1510-EXIT.
035100     EXIT.
035200*----------------------------------------------------------*
035300* 1520-ADD-XREF-ENTRY - STORE ONE MAPPING IN THE TABLE. A   *
035400* FULL TABLE STOPS THE RUN - WRITING IT BACK SHORT WOULD    *
035500* LOSE MAPPINGS.                                            *
035600*----------------------------------------------------------*
035700 1520-ADD-XREF-ENTRY.
035800     IF WS-XREF-COUNT < 1000
035900         ADD 1 TO WS-XREF-COUNT
036000         SET MXT-IDX TO WS-XREF-COUNT
036100         MOVE MX-OLD-IDENT  TO MXT-OLD-IDENT (MXT-IDX)
036200         MOVE MX-NEW-IDENT  TO MXT-NEW-IDENT (MXT-IDX)
036300         MOVE MX-MERGE-DATE TO MXT-MERGE-DATE (MXT-IDX)
036400     ELSE
036500         DISPLAY "CUSTDUP: MERGE XREF TABLE FULL - RUN STOPPED"
036600         MOVE "Y" TO WS-DUP-FAILURE-SW
036700         MOVE "Y" TO WS-XREF-EOF-SWITCH
036800         GO TO 1520-EXIT
036900     END-IF
037000     PERFORM 1510-READ-XREF THRU 1510-EXIT.
037100 1520-EXIT.
037200     EXIT.
037300*----------------------------------------------------------*
037400* 2000-APPLY-MERGES - WORK THE CUSTMRGT TRANSACTIONS, THEN  *
037500* WRITE THE CROSS-REFERENCE BACK IF ANY MERGE WENT THROUGH. *
037600* NO TRANSACTION FILE IS A SCAN-ONLY RUN.                   *
037700*----------------------------------------------------------*
037800 2000-APPLY-MERGES.
037900     OPEN INPUT MERGE-TRANSACTIONS
038000     IF NOT WS-CUSTMRGT-OK
038100         GO TO 2000-EXIT
038200     END-IF
038300     OPEN EXTEND CUSTOMER-ARCHIVE
038400     IF NOT WS-CUSTARCH-OK
038500         CLOSE CUSTOMER-ARCHIVE
038600         OPEN OUTPUT CUSTOMER-ARCHIVE
038601     END-IF
038602     OPEN EXTEND CUSTOMER-HISTORY
038603     IF NOT WS-CUSTHIST-OK
038604         CLOSE CUSTOMER-HISTORY
038605         OPEN OUTPUT CUSTOMER-HISTORY
038700     END-IF
038800     PERFORM 2100-READ-MERGE THRU 2100-EXIT
038900     PERFORM 2200-APPLY-ONE-MERGE THRU 2200-EXIT
039000         UNTIL WS-MERGE-EOF
039100     CLOSE MERGE-TRANSACTIONS
039200     CLOSE CUSTOMER-ARCHIVE
039201     CLOSE CUSTOMER-HISTORY
039300     IF WS-MERGE-APPLIED-COUNT > 0
039400         PERFORM 2800-REWRITE-XREF THRU 2800-EXIT
039500     END-IF.
039600 2000-EXIT.
039700     EXIT.
039800*----------------------------------------------------------*
039900* 2100-READ-MERGE - GET THE NEXT MERGE TRANSACTION          *
040000*----------------------------------------------------------*
040100 2100-READ-MERGE.
040200     READ MERGE-TRANSACTIONS
040300         AT END
040400             MOVE "Y" TO WS-MERGE-EOF-SWITCH
040500         NOT AT END
040600             ADD 1 TO WS-MERGE-READ-COUNT
040700     END-READ.
040800 2100-EXIT.
040900     EXIT.
041000*----------------------------------------------------------*
041100* 2200-APPLY-ONE-MERGE - BOTH IDENTS MUST BE ON THE MASTER  *
041200* WITH THE SAME DATE OF BIRTH. THE MERGED-AWAY RECORD IS    *
041300* ARCHIVED FIRST; ONLY ONE THAT ARCHIVED CLEANLY IS DELETED *
041301* AND MAPPED TO THE SURVIVOR; THE DELETION IS LOGGED TO     *
041302* CUSTHIST.                                                 *
041500*----------------------------------------------------------*
041600 2200-APPLY-ONE-MERGE.
041700     MOVE "N"    TO WS-MERGE-OK-SW
041800     MOVE SPACES TO WS-MERGED-NAME
041900     PERFORM 2300-VALIDATE-MERGE THRU 2300-EXIT
042000     IF NOT WS-MERGE-OK
042100         GO TO 2200-REPORT
042200     END-IF
042300     MOVE WS-RUN-DATE       TO CA-DELETE-DATE
042400     MOVE "MG"              TO CA-REASON-CODE
042500     MOVE MT-MERGED-IDENT   TO CA-IDENT
042600     MOVE WS-MERGED-NAME    TO CA-NAME
042700     MOVE WS-MERGED-DOB     TO CA-DATE-OF-BIRTH
042800     WRITE CUSTOMER-ARCHIVE-RECORD
042900     IF NOT WS-CUSTARCH-OK
043000         MOVE "N" TO WS-MERGE-OK-SW
043100         MOVE "ARCHIVE WRITE FAILED - REFUSED" TO WS-MERGE-RESULT
043200         GO TO 2200-REPORT
043300     END-IF
043400     MOVE MT-MERGED-IDENT TO CM-IDENT
043500     DELETE CUSTOMER-MASTER
043600         INVALID KEY
043700             CONTINUE
043800     END-DELETE
043900     IF NOT WS-CUSTMSTR-OK
044000         MOVE "N" TO WS-MERGE-OK-SW
044100         MOVE "MASTER DELETE FAILED - REFUSED" TO WS-MERGE-RESULT
044200         GO TO 2200-REPORT
044300     END-IF
044400     PERFORM 2400-POST-XREF THRU 2400-EXIT
044401     PERFORM 2500-LOG-MERGE-DELETE THRU 2500-EXIT
044500     MOVE "MERGED" TO WS-MERGE-RESULT.
044600 2200-REPORT.
044700     MOVE MT-SURVIVOR-IDENT TO MR-SURVIVOR-IDENT
044800     MOVE MT-MERGED-IDENT   TO MR-MERGED-IDENT
044900     MOVE WS-MERGED-NAME    TO MR-NAME
045000     MOVE WS-MERGE-RESULT   TO MR-RESULT
045100     WRITE MERGE-REPORT-RECORD FROM MR-DETAIL-LINE
045200     IF WS-MERGE-OK
045300         ADD 1 TO WS-MERGE-APPLIED-COUNT
045400     ELSE
045500         ADD 1 TO WS-MERGE-REFUSED-COUNT
045600     END-IF
045700     PERFORM 2100-READ-MERGE THRU 2100-EXIT.
045800 2200-EXIT.
045900     EXIT.
046000*----------------------------------------------------------*
046100* 2300-VALIDATE-MERGE - SET WS-MERGE-OK, OR THE REASON THE  *
046200* TRANSACTION IS REFUSED. THE MERGED-AWAY RECORD IS SAVED   *
046300* BEFORE THE SURVIVOR IS READ OVER IT.                      *
046400*----------------------------------------------------------*
046500 2300-VALIDATE-MERGE.
046600     IF MT-SURVIVOR-IDENT NOT NUMERIC
046700        OR MT-MERGED-IDENT NOT NUMERIC
046800         MOVE "IDENT NOT NUMERIC - REFUSED" TO WS-MERGE-RESULT
046900         GO TO 2300-EXIT
047000     END-IF
047100     IF MT-SURVIVOR-IDENT = MT-MERGED-IDENT
047200         MOVE "SAME IDENT TWICE - REFUSED" TO WS-MERGE-RESULT
047300         GO TO 2300-EXIT
047400     END-IF
047500     MOVE MT-MERGED-IDENT TO CM-IDENT
047600     READ CUSTOMER-MASTER
047700         INVALID KEY
047800             MOVE "MERGED IDENT NOT ON FILE" TO WS-MERGE-RESULT
047900             GO TO 2300-EXIT
048000     END-READ
048100     MOVE CM-NAME          TO WS-MERGED-NAME
048200     MOVE CM-DATE-OF-BIRTH TO WS-MERGED-DOB
048300     MOVE MT-SURVIVOR-IDENT TO CM-IDENT
048400     READ CUSTOMER-MASTER
048500         INVALID KEY
048600             MOVE "SURVIVOR NOT ON FILE" TO WS-MERGE-RESULT
048700             GO TO 2300-EXIT
048800     END-READ
048900     IF CM-DATE-OF-BIRTH NOT = WS-MERGED-DOB
049000         MOVE "DATES OF BIRTH DIFFER - REFUSED" TO WS-MERGE-RESULT
049100         GO TO 2300-EXIT
049200     END-IF
049300     MOVE "Y" TO WS-MERGE-OK-SW.
049400 2300-EXIT.
049500     EXIT.
049600*----------------------------------------------------------*
049700* 2400-POST-XREF - MAP THE MERGED-AWAY IDENT TO THE         *
049800* SURVIVOR, AND REPOINT ANY IDENT EARLIER MERGED INTO IT SO *
049900* NO TRANSACTION HAS TO FOLLOW A CHAIN.                     *
050000*----------------------------------------------------------*
050100 2400-POST-XREF.
050200     IF WS-XREF-COUNT > 0
050300         SET MXT-IDX TO 1
050400         PERFORM 2410-REPOINT-ONE-ENTRY THRU 2410-EXIT
050500             UNTIL MXT-IDX > WS-XREF-COUNT
050600     END-IF
050700     IF WS-XREF-COUNT < 1000
050800         ADD 1 TO WS-XREF-COUNT
050900         SET MXT-IDX TO WS-XREF-COUNT
051000         MOVE MT-MERGED-IDENT   TO MXT-OLD-IDENT (MXT-IDX)
051100         MOVE MT-SURVIVOR-IDENT TO MXT-NEW-IDENT (MXT-IDX)
051200         MOVE WS-RUN-DATE       TO MXT-MERGE-DATE (MXT-IDX)
051300     ELSE
051400         DISPLAY "CUSTDUP: MERGE XREF TABLE FULL - "
051500             MT-MERGED-IDENT " NOT MAPPED TO " MT-SURVIVOR-IDENT
051600         MOVE "Y" TO WS-DUP-FAILURE-SW
051700     END-IF.
051800 2400-EXIT.
051900     EXIT.
052000*----------------------------------------------------------*
052100* 2410-REPOINT-ONE-ENTRY - ONE EARLIER MAPPING ONTO THE     *
052200* IDENT NOW MERGED AWAY MOVES ON TO ITS SURVIVOR            *
052300*----------------------------------------------------------*
052400 2410-REPOINT-ONE-ENTRY.
052500     IF MXT-NEW-IDENT (MXT-IDX) = MT-MERGED-IDENT
052600         MOVE MT-SURVIVOR-IDENT TO MXT-NEW-IDENT (MXT-IDX)
052700         ADD 1 TO WS-REPOINT-COUNT
052800     END-IF
052900     SET MXT-IDX UP BY 1.
053000 2410-EXIT.
053100     EXIT.
053200*----------------------------------------------------------*
053201* 2500-LOG-MERGE-DELETE - ONE CUSTHIST DELETE ENTRY EACH    *
053202* FOR THE MERGED-AWAY NAME AND DATE OF BIRTH, THE AFTER     *
053203* VALUE BLANK, AS FILE2 WRITES FOR A DELETE.                *
053204*----------------------------------------------------------*
053205 2500-LOG-MERGE-DELETE.
053206     MOVE "CM-NAME"          TO HC-FIELD-NAME
053207     MOVE WS-MERGED-NAME     TO HC-BEFORE-VALUE
053208     PERFORM 2510-WRITE-HISTORY-RECORD THRU 2510-EXIT
053209     MOVE "CM-DATE-OF-BIRTH" TO HC-FIELD-NAME
053210     MOVE WS-MERGED-DOB      TO HC-BEFORE-VALUE
053211     PERFORM 2510-WRITE-HISTORY-RECORD THRU 2510-EXIT.
053212 2500-EXIT.
053213     EXIT.
053214*----------------------------------------------------------*
053215* 2510-WRITE-HISTORY-RECORD - STAMP AND APPEND ONE CUSTHIST *
053216* ENTRY. FIELD NAME AND BEFORE VALUE ARE SET BY THE CALLER. *
053217*----------------------------------------------------------*
053218 2510-WRITE-HISTORY-RECORD.
053219     ACCEPT HC-TS-DATE FROM DATE YYYYMMDD
053220     ACCEPT HC-TS-TIME FROM TIME
053221     MOVE MT-MERGED-IDENT    TO HC-IDENT
053222     MOVE "D"                TO HC-ACTION-CODE
053223     MOVE SPACES             TO HC-AFTER-VALUE
053224     MOVE "MG"               TO HC-REASON-CODE
053225     MOVE MT-OPERATOR-ID     TO HC-OPERATOR-ID
053226     WRITE CUSTOMER-HISTORY-RECORD
053227     IF NOT WS-CUSTHIST-OK
053228         DISPLAY "CUSTDUP: CUSTHIST WRITE FAILED FOR "
053229             MT-MERGED-IDENT " STATUS " WS-CUSTHIST-STATUS
053230     END-IF.
053231 2510-EXIT.
053232     EXIT.
053233*----------------------------------------------------------*
053300* 2800-REWRITE-XREF - WRITE THE WHOLE CROSS-REFERENCE BACK  *
053400*----------------------------------------------------------*
053500 2800-REWRITE-XREF.
053600     OPEN OUTPUT MERGE-XREF
053700     IF NOT WS-CUSTMXRF-OK
053800         DISPLAY "CUSTDUP: CUSTMXRF OPEN FAILED, STATUS "
053900             WS-CUSTMXRF-STATUS " - MERGES NOT MAPPED"
054000         MOVE "Y" TO WS-DUP-FAILURE-SW
054100         GO TO 2800-EXIT
054200     END-IF
054300     SET MXT-IDX TO 1
054400     PERFORM 2810-WRITE-XREF-ENTRY THRU 2810-EXIT
054500         UNTIL MXT-IDX > WS-XREF-COUNT
054600     CLOSE MERGE-XREF.
054700 2800-EXIT.
054800     EXIT.
054900*----------------------------------------------------------*
055000* 2810-WRITE-XREF-ENTRY - ONE MAPPING BACK TO CUSTMXRF      *
055100*----------------------------------------------------------*
055200 2810-WRITE-XREF-ENTRY.
055300     MOVE MXT-OLD-IDENT (MXT-IDX)  TO MX-OLD-IDENT
055400     MOVE MXT-NEW-IDENT (MXT-IDX)  TO MX-NEW-IDENT
055500     MOVE MXT-MERGE-DATE (MXT-IDX) TO MX-MERGE-DATE
055600     WRITE CUSTOMER-MERGE-XREF-RECORD
055700     SET MXT-IDX UP BY 1.
055800 2810-EXIT.
055900     EXIT.
056000*----------------------------------------------------------*
056100* 4000-EXTRACT-CUSTOMERS - ONE WORK-FILE ENTRY PER CUSTOMER *
056200* WITH ITS NORMALIZED NAME AND SOUND KEY                    *
056300*----------------------------------------------------------*
056400 4000-EXTRACT-CUSTOMERS.
056500     OPEN OUTPUT DUP-WORK-FILE
056600     MOVE "N"   TO WS-EOF-SWITCH
056700     MOVE ZEROS TO CM-IDENT
056800     START CUSTOMER-MASTER KEY NOT < CM-IDENT
056900         INVALID KEY
057000             MOVE "Y" TO WS-EOF-SWITCH
057100     END-START
057200     IF NOT WS-EOF
057300         PERFORM 4100-READ-MASTER-NEXT THRU 4100-EXIT
057400         PERFORM 4200-EXTRACT-ONE-CUSTOMER THRU 4200-EXIT
057500             UNTIL WS-EOF
057600     END-IF
057700     CLOSE DUP-WORK-FILE.
057800 4000-EXIT.
057900     EXIT.
058000*----------------------------------------------------------*
058100* 4100-READ-MASTER-NEXT - GET THE NEXT CUSTOMER IN IDENT    *
058200* ORDER FOR THE SCAN                                        *
058300*----------------------------------------------------------*
058400 4100-READ-MASTER-NEXT.
058500     READ CUSTOMER-MASTER NEXT RECORD
058600         AT END
058700             MOVE "Y" TO WS-EOF-SWITCH
058800     END-READ
058900     IF NOT WS-CUSTMSTR-OK
059000         MOVE "Y" TO WS-EOF-SWITCH
059100     END-IF.
059200 4100-EXIT.
059300     EXIT.
059400*----------------------------------------------------------*
059500* 4200-EXTRACT-ONE-CUSTOMER - A NAME WITH NO LETTERS IN IT  *
059600* CANNOT BE MATCHED AND IS LEFT OFF THE SCAN.               *
059700*----------------------------------------------------------*
059800 4200-EXTRACT-ONE-CUSTOMER.
059900     ADD 1 TO WS-SCANNED-COUNT
060000     PERFORM 4300-NORMALIZE-NAME THRU 4300-EXIT
060100     IF WS-NORM-LENGTH > 0
060200         PERFORM 4400-BUILD-SOUND-KEY THRU 4400-EXIT
060300         MOVE CM-DOB-YEAR      TO DW-DOB-SORT (1:4)
060400         MOVE CM-DOB-MONTH     TO DW-DOB-SORT (5:2)
060500         MOVE CM-DOB-DAY       TO DW-DOB-SORT (7:2)
060600         MOVE WS-SOUND-KEY     TO DW-SOUND-KEY
060700         MOVE CM-IDENT         TO DW-IDENT
060800         MOVE WS-NORM-NAME     TO DW-NORM-NAME
060900         MOVE CM-NAME          TO DW-NAME
061000         MOVE CM-DATE-OF-BIRTH TO DW-DATE-OF-BIRTH
061100         WRITE DUP-WORK-RECORD
061200     END-IF
061300     PERFORM 4100-READ-MASTER-NEXT THRU 4100-EXIT.
061400 4200-EXIT.
061500     EXIT.
061600*----------------------------------------------------------*
061700* 4300-NORMALIZE-NAME - UPPER-CASE CM-NAME AND KEEP ONLY    *
061800* ITS LETTERS, SO "O'BRIEN, PAT" AND "OBRIEN PAT" MATCH     *
061900*----------------------------------------------------------*
062000 4300-NORMALIZE-NAME.
062100     MOVE CM-NAME TO WS-NAME-WORK
062200     INSPECT WS-NAME-WORK CONVERTING
062300         "abcdefghijklmnopqrstuvwxyz"
062400         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
062500     MOVE SPACES TO WS-NORM-NAME
062600     MOVE ZERO   TO WS-NORM-LENGTH
062700     MOVE 1      TO WS-CHAR-POS
062800     PERFORM 4310-KEEP-ONE-LETTER THRU 4310-EXIT
062900         UNTIL WS-CHAR-POS > 20.
063000 4300-EXIT.
063100     EXIT.
063200*----------------------------------------------------------*
063300* 4310-KEEP-ONE-LETTER - COPY ONE CHARACTER IF A LETTER     *
063400*----------------------------------------------------------*
063500 4310-KEEP-ONE-LETTER.
063600     MOVE WS-NAME-WORK (WS-CHAR-POS:1) TO WS-THIS-CHAR
063700     IF WS-THIS-CHAR IS ALPHABETIC-UPPER
063800        AND WS-THIS-CHAR NOT = SPACE
063900         ADD 1 TO WS-NORM-LENGTH
064000         MOVE WS-THIS-CHAR TO WS-NORM-NAME (WS-NORM-LENGTH:1)
064100     END-IF
064200     ADD 1 TO WS-CHAR-POS.
064300 4310-EXIT.
064400     EXIT.
064500*----------------------------------------------------------*
064600* 4400-BUILD-SOUND-KEY - CODE THE NORMALIZED NAME BY SOUND  *
064700*----------------------------------------------------------*
064800 4400-BUILD-SOUND-KEY.
064900     MOVE SPACES TO WS-SOUND-KEY
065000     MOVE WS-NORM-NAME (1:1) TO WS-SOUND-KEY (1:1)
065100     MOVE 1 TO WS-SOUND-LENGTH
065200     MOVE WS-NORM-NAME (1:1) TO WS-THIS-CHAR
065300     PERFORM 4420-LOOK-UP-CODE THRU 4420-EXIT
065400     MOVE WS-THIS-CODE TO WS-LAST-CODE
065500     MOVE 2 TO WS-CHAR-POS
065600     PERFORM 4410-CODE-ONE-LETTER THRU 4410-EXIT
065700         UNTIL WS-CHAR-POS > WS-NORM-LENGTH.
065800 4400-EXIT.
065900     EXIT.
066000*----------------------------------------------------------*
066100* 4410-CODE-ONE-LETTER - A VOWEL ENDS A RUN OF ONE CODE; H  *
066200* AND W ARE PASSED OVER WITHOUT ENDING IT                   *
066300*----------------------------------------------------------*
066400 4410-CODE-ONE-LETTER.
066500     MOVE WS-NORM-NAME (WS-CHAR-POS:1) TO WS-THIS-CHAR
066600     PERFORM 4420-LOOK-UP-CODE THRU 4420-EXIT
066700     EVALUATE TRUE
066800         WHEN WS-THIS-CODE = "-"
066900             CONTINUE
067000         WHEN WS-THIS-CODE = "0"
067100             MOVE "0" TO WS-LAST-CODE
067200         WHEN WS-THIS-CODE = WS-LAST-CODE
067300             CONTINUE
067400         WHEN OTHER
067500             ADD 1 TO WS-SOUND-LENGTH
067600             MOVE WS-THIS-CODE TO WS-SOUND-KEY (WS-SOUND-LENGTH:1)
067700             MOVE WS-THIS-CODE TO WS-LAST-CODE
067800     END-EVALUATE
067900     ADD 1 TO WS-CHAR-POS.
068000 4410-EXIT.
068100     EXIT.
068200*----------------------------------------------------------*
068300* 4420-LOOK-UP-CODE - SOUND CODE FOR WS-THIS-CHAR           *
068400*----------------------------------------------------------*
068500 4420-LOOK-UP-CODE.
068600     SET SC-IDX TO 1
068700     SEARCH SC-ENTRY
068800         AT END
068900             MOVE "-" TO WS-THIS-CODE
069000         WHEN SC-LETTER (SC-IDX) = WS-THIS-CHAR
069100             MOVE SC-CODE (SC-IDX) TO WS-THIS-CODE
069200     END-SEARCH.
069300 4420-EXIT.
069400     EXIT.
069500*----------------------------------------------------------*
069600* 5000-SORT-WORK-FILE - BRING CUSTOMERS WITH THE SAME DATE  *
069700* OF BIRTH AND SOUND KEY TOGETHER, LOWEST IDENT FIRST       *
069800*----------------------------------------------------------*
069900 5000-SORT-WORK-FILE.
070000     SORT SORT-WORK-FILE
070100         ON ASCENDING KEY SW-DOB-SORT
070200                          SW-SOUND-KEY
070300                          SW-IDENT
070400         USING DUP-WORK-FILE
070500         GIVING SORTED-DUP-FILE.
070600 5000-EXIT.
070700     EXIT.
070800*----------------------------------------------------------*
070900* 6000-PRINT-REVIEW-LIST - LIST EVERY GROUP OF TWO OR MORE  *
071000* CUSTOMERS SHARING A DATE OF BIRTH AND SOUND KEY, WITH THE *
071100* COUNTS AT THE END.                                        *
071200*----------------------------------------------------------*
071300 6000-PRINT-REVIEW-LIST.
071400     OPEN OUTPUT REVIEW-LIST
071500     OPEN INPUT SORTED-DUP-FILE
071600     PERFORM 6800-PRINT-HEADINGS THRU 6800-EXIT
071700     PERFORM 6100-READ-SORTED THRU 6100-EXIT
071800     PERFORM 6200-CHECK-ONE-CUSTOMER THRU 6200-EXIT
071900         UNTIL WS-SORTED-EOF
072000     PERFORM 6900-WRITE-SUMMARY THRU 6900-EXIT
072100     CLOSE SORTED-DUP-FILE
072200     CLOSE REVIEW-LIST.
072300 6000-EXIT.
072400     EXIT.
072500*----------------------------------------------------------*
072600* 6100-READ-SORTED - GET THE NEXT SORTED CUSTOMER           *
072700*----------------------------------------------------------*
072800 6100-READ-SORTED.
072900     READ SORTED-DUP-FILE
073000         AT END
073100             MOVE "Y" TO WS-SORTED-EOF-SWITCH
073200     END-READ.
073300 6100-EXIT.
073400     EXIT.
073500*----------------------------------------------------------*
073600* 6200-CHECK-ONE-CUSTOMER - A CUSTOMER KEYED LIKE THE HELD  *
073700* ONE JOINS ITS GROUP; THE FIRST MATCH OPENS THE GROUP AND  *
073800* LISTS THE HELD CUSTOMER AHEAD OF IT.                      *
073900*----------------------------------------------------------*
074000 6200-CHECK-ONE-CUSTOMER.
074100     IF WS-HELD
074200        AND SD-DOB-SORT  = WS-HELD-DOB-SORT
074300        AND SD-SOUND-KEY = WS-HELD-SOUND-KEY
074400         IF NOT WS-IN-GROUP
074500             MOVE "Y" TO WS-IN-GROUP-SW
074600             ADD 1 TO WS-GROUP-COUNT
074700             MOVE WS-HELD-NORM-NAME TO WS-GROUP-NORM-NAME
074800             PERFORM 6300-LIST-HELD-CUSTOMER THRU 6300-EXIT
074900         END-IF
075000         PERFORM 6400-LIST-SORTED-CUSTOMER THRU 6400-EXIT
075100     ELSE
075200         MOVE "N" TO WS-IN-GROUP-SW
075300     END-IF
075400     MOVE SORTED-DUP-RECORD TO WS-HELD-RECORD
075500     MOVE "Y" TO WS-HELD-SW
075600     PERFORM 6100-READ-SORTED THRU 6100-EXIT.
075700 6200-EXIT.
075800     EXIT.
075900*----------------------------------------------------------*
076000* 6300-LIST-HELD-CUSTOMER - FIRST LINE OF A NEW GROUP       *
076100*----------------------------------------------------------*
076200 6300-LIST-HELD-CUSTOMER.
076300     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
076400         PERFORM 6800-PRINT-HEADINGS THRU 6800-EXIT
076500     END-IF
076600     MOVE WS-GROUP-COUNT    TO DR-GROUP
076700     MOVE WS-HELD-IDENT     TO DR-IDENT
076800     MOVE WS-HELD-NAME      TO DR-NAME
076900     MOVE WS-HELD-DOB-MONTH TO DR-DOB-MONTH
077000     MOVE WS-HELD-DOB-DAY   TO DR-DOB-DAY
077100     MOVE WS-HELD-DOB-YEAR  TO DR-DOB-YEAR
077200     MOVE SPACES            TO DR-MATCH
077300     WRITE REVIEW-LIST-RECORD FROM DR-DETAIL-LINE
077400     ADD 1 TO WS-LINE-COUNT
077500     ADD 1 TO WS-GROUPED-COUNT.
077600 6300-EXIT.
077700     EXIT.
077800*----------------------------------------------------------*
077900* 6400-LIST-SORTED-CUSTOMER - A FURTHER MEMBER OF THE       *
078000* GROUP, MARKED BY HOW CLOSELY ITS NAME MATCHES THE FIRST   *
078100*----------------------------------------------------------*
078200 6400-LIST-SORTED-CUSTOMER.
078300     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
078400         PERFORM 6800-PRINT-HEADINGS THRU 6800-EXIT
078500     END-IF
078600     MOVE WS-GROUP-COUNT    TO DR-GROUP
078700     MOVE SD-IDENT          TO DR-IDENT
078800     MOVE SD-NAME           TO DR-NAME
078900     MOVE SD-DOB-MONTH      TO DR-DOB-MONTH
079000     MOVE SD-DOB-DAY        TO DR-DOB-DAY
079100     MOVE SD-DOB-YEAR       TO DR-DOB-YEAR
079200     IF SD-NORM-NAME = WS-GROUP-NORM-NAME
079300         MOVE "SAME NAME"   TO DR-MATCH
079400     ELSE
079500         MOVE "SOUNDS ALIKE" TO DR-MATCH
079600     END-IF
079700     WRITE REVIEW-LIST-RECORD FROM DR-DETAIL-LINE
079800     ADD 1 TO WS-LINE-COUNT
079900     ADD 1 TO WS-GROUPED-COUNT.
080000 6400-EXIT.
080100     EXIT.
080200*----------------------------------------------------------*
080300* 6800-PRINT-HEADINGS - START A NEW REVIEW-LIST PAGE        *
080400*----------------------------------------------------------*
080500 6800-PRINT-HEADINGS.
080600     ADD 1 TO WS-PAGE-COUNT
080700     MOVE WS-PAGE-COUNT TO DR-PAGE
080800     WRITE REVIEW-LIST-RECORD FROM DR-HEADING-1
080900     WRITE REVIEW-LIST-RECORD FROM DR-HEADING-2
081000     MOVE ZEROS TO WS-LINE-COUNT.
081100 6800-EXIT.
081200     EXIT.
081300*----------------------------------------------------------*
081400* 6900-WRITE-SUMMARY - SCAN AND GROUP COUNTS                *
081500*----------------------------------------------------------*
081600 6900-WRITE-SUMMARY.
081700     MOVE "CUSTOMERS SCANNED:      " TO DR-TOTAL-LABEL
081800     MOVE WS-SCANNED-COUNT           TO DR-TOTAL-COUNT
081900     WRITE REVIEW-LIST-RECORD FROM DR-TOTAL-LINE
082000     MOVE "POSSIBLE DUPLICATE SETS:" TO DR-TOTAL-LABEL
082100     MOVE WS-GROUP-COUNT             TO DR-TOTAL-COUNT
082200     WRITE REVIEW-LIST-RECORD FROM DR-TOTAL-LINE
082300     MOVE "CUSTOMERS IN THOSE SETS:" TO DR-TOTAL-LABEL
082400     MOVE WS-GROUPED-COUNT           TO DR-TOTAL-COUNT
082500     WRITE REVIEW-LIST-RECORD FROM DR-TOTAL-LINE.
082600 6900-EXIT.
082700     EXIT.
082800*----------------------------------------------------------*
082900* 7000-TERMINATE - MERGE COUNTS, CLOSE UP, AND SET THE      *
083000* RETURN CODE: 4 WHEN A MERGE WAS REFUSED, 8 ON A FAILURE   *
083100*----------------------------------------------------------*
083200 7000-TERMINATE.
083300     IF WS-FILES-OPEN
083400         MOVE "MERGES READ:            " TO MR-TOTAL-LABEL
083500         MOVE WS-MERGE-READ-COUNT        TO MR-TOTAL-COUNT
083600         WRITE MERGE-REPORT-RECORD FROM MR-TOTAL-LINE
083700         MOVE "MERGES APPLIED:         " TO MR-TOTAL-LABEL
083800         MOVE WS-MERGE-APPLIED-COUNT     TO MR-TOTAL-COUNT
083900         WRITE MERGE-REPORT-RECORD FROM MR-TOTAL-LINE
084000         MOVE "MERGES REFUSED:         " TO MR-TOTAL-LABEL
084100         MOVE WS-MERGE-REFUSED-COUNT     TO MR-TOTAL-COUNT
084200         WRITE MERGE-REPORT-RECORD FROM MR-TOTAL-LINE
084300         MOVE "EARLIER MAPS REPOINTED: " TO MR-TOTAL-LABEL
084400         MOVE WS-REPOINT-COUNT           TO MR-TOTAL-COUNT
084500         WRITE MERGE-REPORT-RECORD FROM MR-TOTAL-LINE
084600         CLOSE MERGE-REPORT
084700         CLOSE CUSTOMER-MASTER
084800     END-IF
084900     MOVE 0 TO RETURN-CODE
085000     IF WS-MERGE-REFUSED-COUNT > 0
085100         MOVE 4 TO RETURN-CODE
085200     END-IF
085300     IF WS-DUP-FAILED
085400         MOVE 8 TO RETURN-CODE
085500     END-IF.
085600 7000-EXIT.
085700     EXIT.
085800*----------------------------------------------------------*
085900* 9999-EXIT - COMMON JOB TERMINATION POINT                  *
086000*----------------------------------------------------------*
086100 9999-EXIT.
086200     GOBACK.
