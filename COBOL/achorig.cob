000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ACHORIG.
000300 AUTHOR.        LIBI.
000400 INSTALLATION.  PAYROLL DEPARTMENT.
000500 DATE-WRITTEN.  OCTOBER 15, 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                     *
000900*----------------------------------------------------------*
001000* DATE        INIT  DESCRIPTION                            *
001100* 2026-10-15  LIBI  ORIGINAL PROGRAM - ACH ORIGINATION      *
001200*                   FILE. BUILDS THE STANDARD NACHA FILE    *
001300*                   THE BANK TAKES FROM THE DDEXTR DEPOSITS *
001400*                   AND PRENOTES OF ONE PAYROL00 RUN: A     *
001500*                   FILE HEADER, ONE PPD CREDIT BATCH, ONE  *
001600*                   ENTRY DETAIL PER DEPOSIT OR PRENOTE,    *
001700*                   THE BATCH AND FILE CONTROL RECORDS, AND *
001800*                   THE "9" FILL TO A WHOLE BLOCK OF TEN.   *
001900*                   THE COMPANY AND BANK IDENTIFIERS COME   *
002000*                   FROM THE ACHCTL CONTROL RECORD. DDEXTR  *
002100*                   MUST FOOT TO ITS TRAILER BEFORE         *
002200*                   ANYTHING IS WRITTEN, AND THE FINISHED   *
002300*                   FILE IS READ BACK AND PROVEN TO THE     *
002400*                   TRAILER BEFORE IT IS RELEASED;          *
002500*                   OTHERWISE ACHFILE IS LEFT EMPTY AND THE *
002600*                   RETURN CODE HOLDS THE TRANSMISSION.     *
002601* 2026-10-15  LIBI  ACHFILE IS NOW A FIXED 94-BYTE          *
002602*                   SEQUENTIAL FILE RATHER THAN LINE        *
002603*                   SEQUENTIAL, SO TRAILING BLANKS (THE     *
002604*                   FILE CONTROL RESERVED AREA, A BLANK     *
002605*                   REFERENCE CODE) ARE KEPT AND EVERY      *
002606*                   RECORD GOES TO THE BANK AT FULL LENGTH. *
002607* 2026-10-15  LIBI  THE CHECK DATE IS TAKEN FROM THE PAYCAL *
002608*                   ENTRY FOR THE PAY GROUP GROSSRUN SAYS   *
002609*                   THE RUN PAID, OR FROM ONE THAT APPLIES  *
002610*                   TO EVERY GROUP; ANOTHER GROUP'S ENTRY   *
002611*                   FOR THE SAME PERIOD-END IS PASSED OVER. *
002700*----------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. IBM-370.
003100 OBJECT-COMPUTER. IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT ACH-CONTROL ASSIGN TO "ACHCTL"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-ACHCTL-STATUS.
003700     SELECT GROSS-CONTROL-OUT ASSIGN TO "GROSSRUN"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-GROSSRUN-STATUS.
004000     SELECT PAY-CALENDAR ASSIGN TO "PAYCAL"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-PAYCAL-STATUS.
004300     SELECT DIRECT-DEPOSIT-EXTRACT ASSIGN TO "DDEXTR"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-DDEXTR-STATUS.
004600     SELECT ACH-FILE ASSIGN TO "ACHFILE"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-ACHFILE-STATUS.
004900     SELECT ORIGINATION-REPORT ASSIGN TO "ACHORPT"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-ACHORPT-STATUS.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  ACH-CONTROL
005500     LABEL RECORDS ARE STANDARD.
005600 COPY ACHCTL.
005700 FD  GROSS-CONTROL-OUT
005800     LABEL RECORDS ARE STANDARD.
005900 COPY GROSSRUN.
006000 FD  PAY-CALENDAR
006100     LABEL RECORDS ARE STANDARD.
006200 COPY PAYCAL.
006300 FD  DIRECT-DEPOSIT-EXTRACT
006400     LABEL RECORDS ARE STANDARD.
006500 COPY DDEXTR.
006600*----------------------------------------------------------*
006700* ACHFILE - 94-BYTE NACHA RECORDS. THE ENTRY AND FILE       *
006800* CONTROL VIEWS ARE USED WHEN THE FILE IS READ BACK FOR     *
006900* THE RELEASE PROOF.                                        *
007000*----------------------------------------------------------*
007100 FD  ACH-FILE
007101     LABEL RECORDS ARE STANDARD
007102     RECORD CONTAINS 94 CHARACTERS.
007300 01  ACH-FILE-RECORD.
007400     05  AF-RECORD-TYPE          PIC X(01).
007500         88  AF-FILE-HEADER          VALUE "1".
007600         88  AF-BATCH-HEADER         VALUE "5".
007700         88  AF-ENTRY-DETAIL         VALUE "6".
007800         88  AF-BATCH-CONTROL        VALUE "8".
007900         88  AF-FILE-CONTROL         VALUE "9".
008000     05  FILLER                  PIC X(93).
008100 01  AF-ENTRY-VIEW.
008200     05  FILLER                  PIC X(01).
008300     05  AF-ED-TRAN-CODE         PIC 9(02).
008400     05  AF-ED-RDFI-ID           PIC 9(08).
008500     05  FILLER                  PIC X(18).
008600     05  AF-ED-AMOUNT            PIC 9(10).
008700     05  FILLER                  PIC X(55).
008800 01  AF-CONTROL-VIEW.
008900     05  FILLER                  PIC X(01).
009000     05  AF-FC-BATCH-COUNT       PIC X(06).
009100     05  AF-FC-BLOCK-COUNT       PIC 9(06).
009200     05  AF-FC-ENTRY-COUNT       PIC 9(08).
009300     05  AF-FC-ENTRY-HASH        PIC 9(10).
009400     05  AF-FC-DEBIT-TOTAL       PIC 9(12).
009500     05  AF-FC-CREDIT-TOTAL      PIC 9(12).
009600     05  FILLER                  PIC X(39).
009700 FD  ORIGINATION-REPORT
009800     LABEL RECORDS ARE STANDARD.
009900 01  ORIGINATION-REPORT-RECORD   PIC X(80).
010000 WORKING-STORAGE SECTION.
010100*----------------------------------------------------------*
010200* FILE STATUS AND CONTROL SWITCHES                          *
010300*----------------------------------------------------------*
010400 77  WS-ACHCTL-STATUS        PIC X(02) VALUE ZEROS.
010500     88  WS-ACHCTL-OK                  VALUE "00".
010600 77  WS-GROSSRUN-STATUS      PIC X(02) VALUE ZEROS.
010700     88  WS-GROSSRUN-OK                VALUE "00".
010800 77  WS-PAYCAL-STATUS        PIC X(02) VALUE ZEROS.
010900     88  WS-PAYCAL-OK                  VALUE "00".
011000 77  WS-DDEXTR-STATUS        PIC X(02) VALUE ZEROS.
011100     88  WS-DDEXTR-OK                  VALUE "00".
011200 77  WS-ACHFILE-STATUS       PIC X(02) VALUE ZEROS.
011300     88  WS-ACHFILE-OK                 VALUE "00".
011400 77  WS-ACHORPT-STATUS       PIC X(02) VALUE ZEROS.
011500     88  WS-ACHORPT-OK                 VALUE "00".
011600 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
011700     88  WS-EOF                        VALUE "Y".
011800 77  WS-RUN-FAILURE-SW       PIC X(01) VALUE "N".
011900     88  WS-RUN-FAILED                 VALUE "Y".
012000 77  WS-REJECT-SW            PIC X(01) VALUE "N".
012100     88  WS-EXTRACT-REJECTED           VALUE "Y".
012200 77  WS-TRAILER-SW           PIC X(01) VALUE "N".
012300     88  WS-HAVE-TRAILER               VALUE "Y".
012400 77  WS-RELEASE-SW           PIC X(01) VALUE "N".
012500     88  WS-FILE-RELEASED              VALUE "Y".
012600 77  WS-CALENDAR-SW          PIC X(01) VALUE "N".
012700     88  WS-CALENDAR-FOUND             VALUE "Y".
012800 77  WS-RUN-DATE             PIC 9(08) VALUE ZEROS.
012900 77  WS-RUN-TIME             PIC 9(08) VALUE ZEROS.
013000 77  WS-JOB-PARM             PIC X(08) VALUE SPACES.
013100 77  WS-FILE-ID              PIC X(01) VALUE SPACE.
013200 77  WS-REJECT-REASON        PIC X(30) VALUE SPACES.
013300*----------------------------------------------------------*
013400* EFFECTIVE ENTRY DATE - THE DAY THE EMPLOYEES' BANKS POST  *
013500* THE CREDITS. NACHA CARRIES IT AS YYMMDD.                  *
013600*----------------------------------------------------------*
013700 01  WS-EFFECTIVE-DATE           PIC 9(08) VALUE ZEROS.
013800 01  WS-EFFECTIVE-DATE-R REDEFINES WS-EFFECTIVE-DATE.
013900     05  WS-EFF-CENTURY          PIC 9(02).
014000     05  WS-EFF-YYMMDD           PIC 9(06).
014100 01  WS-EFF-PARTS REDEFINES WS-EFFECTIVE-DATE.
014200     05  FILLER                  PIC 9(04).
014300     05  WS-EFF-MONTH            PIC 9(02).
014400     05  WS-EFF-DAY              PIC 9(02).
014500 01  WS-RUN-DATE-R.
014600     05  WS-RUN-CENTURY          PIC 9(02).
014700     05  WS-RUN-YYMMDD           PIC 9(06).
014800 01  WS-RUN-TIME-R.
014900     05  WS-RUN-HHMM             PIC 9(04).
015000     05  FILLER                  PIC 9(04).
015100*----------------------------------------------------------*
015200* ROUTING NUMBER WORK AREA - THE EIGHT-DIGIT RDFI NUMBER,   *
015300* ITS CHECK DIGIT, AND THE NINE DIGITS FOR THE 3-7-1 TEST.  *
015400*----------------------------------------------------------*
015500 01  WS-ROUTING-WORK             PIC 9(09) VALUE ZEROS.
015600 01  WS-ROUTING-PARTS REDEFINES WS-ROUTING-WORK.
015700     05  WS-RT-RDFI-ID           PIC 9(08).
015800     05  WS-RT-CHECK-DIGIT       PIC 9(01).
015900 01  WS-ROUTING-DIGITS REDEFINES WS-ROUTING-WORK.
016000     05  WS-RT-D1                PIC 9(01).
016100     05  WS-RT-D2                PIC 9(01).
016200     05  WS-RT-D3                PIC 9(01).
016300     05  WS-RT-D4                PIC 9(01).
016400     05  WS-RT-D5                PIC 9(01).
016500     05  WS-RT-D6                PIC 9(01).
016600     05  WS-RT-D7                PIC 9(01).
016700     05  WS-RT-D8                PIC 9(01).
016800     05  WS-RT-D9                PIC 9(01).
016900 77  WS-RT-WEIGHTED-SUM      PIC 9(04) COMP VALUE ZERO.
017000 77  WS-RT-QUOTIENT          PIC 9(04) COMP VALUE ZERO.
017100 77  WS-RT-REMAINDER         PIC 9(04) COMP VALUE ZERO.
017200 77  WS-ACCOUNT-LENGTH       PIC 9(02) COMP VALUE ZERO.
017300*----------------------------------------------------------*
017400* FILE ID MODIFIER SEQUENCE - A THROUGH Z, THEN 0 THROUGH 9 *
017500* FOR EACH FURTHER FILE BUILT ON THE SAME DAY.              *
017600*----------------------------------------------------------*
017700 01  WS-MODIFIER-LIST            PIC X(36) VALUE
017800     "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789".
017900 01  WS-MODIFIER-TABLE REDEFINES WS-MODIFIER-LIST.
018000     05  WS-MODIFIER             PIC X(01)
018100                                 OCCURS 36 TIMES
018200                                 INDEXED BY MOD-IDX.
018300*----------------------------------------------------------*
018400* DDEXTR FOOTINGS (FIRST PASS) AND WHAT WAS WRITTEN         *
018500*----------------------------------------------------------*
018600 77  WS-DD-DETAIL-COUNT      PIC 9(07) VALUE ZEROS.
018700 77  WS-DD-PRENOTE-COUNT     PIC 9(07) VALUE ZEROS.
018800 77  WS-DD-ENTRY-COUNT       PIC 9(07) VALUE ZEROS.
018900 77  WS-DD-DETAIL-NET        PIC 9(09) VALUE ZEROS.
019000 77  WS-DD-TRAILER-COUNT     PIC 9(07) VALUE ZEROS.
019100 77  WS-DD-TRAILER-NET       PIC 9(09) VALUE ZEROS.
019200 77  WS-REJECT-COUNT         PIC 9(05) COMP VALUE ZERO.
019300 77  WS-ENTRY-SEQUENCE       PIC 9(07) VALUE ZEROS.
019400 77  WS-ENTRY-COUNT          PIC 9(08) VALUE ZEROS.
019500 77  WS-CHECKING-COUNT       PIC 9(07) VALUE ZEROS.
019600 77  WS-SAVINGS-COUNT        PIC 9(07) VALUE ZEROS.
019700 77  WS-HASH-ACCUM           PIC 9(12) VALUE ZEROS.
019800 77  WS-ENTRY-HASH           PIC 9(10) VALUE ZEROS.
019900 77  WS-CREDIT-TOTAL         PIC 9(12) VALUE ZEROS.
020000 77  WS-TRAILER-CREDIT       PIC 9(12) VALUE ZEROS.
020100 77  WS-RECORD-COUNT         PIC 9(08) VALUE ZEROS.
020200 77  WS-BLOCK-COUNT          PIC 9(06) VALUE ZEROS.
020300 77  WS-FILL-COUNT           PIC 9(02) VALUE ZEROS.
020400*----------------------------------------------------------*
020500* READ-BACK FOOTINGS FOR THE RELEASE PROOF                  *
020600*----------------------------------------------------------*
020700 77  WS-RB-RECORD-COUNT      PIC 9(08) VALUE ZEROS.
020800 77  WS-RB-ENTRY-COUNT       PIC 9(08) VALUE ZEROS.
020900 77  WS-RB-HASH-ACCUM        PIC 9(12) VALUE ZEROS.
021000 77  WS-RB-ENTRY-HASH        PIC 9(10) VALUE ZEROS.
021100 77  WS-RB-CREDIT-TOTAL      PIC 9(12) VALUE ZEROS.
021200 77  WS-RB-FC-COUNT          PIC 9(02) VALUE ZEROS.
021300 77  WS-RB-FC-ENTRY-COUNT    PIC 9(08) VALUE ZEROS.
021400 77  WS-RB-FC-BLOCK-COUNT    PIC 9(06) VALUE ZEROS.
021500 77  WS-RB-FC-ENTRY-HASH     PIC 9(10) VALUE ZEROS.
021600 77  WS-RB-FC-CREDIT-TOTAL   PIC 9(12) VALUE ZEROS.
021700 77  WS-RB-FC-DEBIT-TOTAL    PIC 9(12) VALUE ZEROS.
021800*----------------------------------------------------------*
021900* NACHA FILE HEADER RECORD (TYPE 1)                         *
022000*----------------------------------------------------------*
022100 01  AO-FILE-HEADER.
022200     05  FILLER                  PIC X(01) VALUE "1".
022300     05  FILLER                  PIC X(02) VALUE "01".
022400     05  AO-FH-IMMED-DEST        PIC X(10).
022500     05  AO-FH-IMMED-ORIGIN      PIC X(10).
022600     05  AO-FH-CREATE-DATE       PIC 9(06).
022700     05  AO-FH-CREATE-TIME       PIC 9(04).
022800     05  AO-FH-FILE-ID           PIC X(01).
022900     05  FILLER                  PIC X(03) VALUE "094".
023000     05  FILLER                  PIC X(02) VALUE "10".
023100     05  FILLER                  PIC X(01) VALUE "1".
023200     05  AO-FH-DEST-NAME         PIC X(23).
023300     05  AO-FH-ORIGIN-NAME       PIC X(23).
023400     05  AO-FH-REFERENCE-CODE    PIC X(08).
023500*----------------------------------------------------------*
023600* NACHA BATCH HEADER RECORD (TYPE 5) - PPD, CREDITS ONLY    *
023700*----------------------------------------------------------*
023800 01  AO-BATCH-HEADER.
023900     05  FILLER                  PIC X(01) VALUE "5".
024000     05  FILLER                  PIC X(03) VALUE "220".
024100     05  AO-BH-COMPANY-NAME      PIC X(16).
024200     05  AO-BH-DISCRETIONARY     PIC X(20) VALUE SPACES.
024300     05  AO-BH-COMPANY-ID        PIC X(10).
024400     05  FILLER                  PIC X(03) VALUE "PPD".
024500     05  AO-BH-ENTRY-DESC        PIC X(10).
024600     05  AO-BH-DESCRIPTIVE-DATE  PIC X(06).
024700     05  AO-BH-EFFECTIVE-DATE    PIC 9(06).
024800     05  FILLER                  PIC X(03) VALUE SPACES.
024900     05  FILLER                  PIC X(01) VALUE "1".
025000     05  AO-BH-ODFI-ID           PIC 9(08).
025100     05  AO-BH-BATCH-NUMBER      PIC 9(07) VALUE 1.
025200*----------------------------------------------------------*
025300* NACHA ENTRY DETAIL RECORD (TYPE 6)                        *
025400*----------------------------------------------------------*
025500 01  AO-ENTRY-DETAIL.
025600     05  FILLER                  PIC X(01) VALUE "6".
025700     05  AO-ED-TRAN-CODE         PIC 9(02).
025800         88  AO-ED-CHECKING-CREDIT   VALUE 22.
025900         88  AO-ED-CHECKING-PRENOTE  VALUE 23.
026000         88  AO-ED-SAVINGS-CREDIT    VALUE 32.
026100         88  AO-ED-SAVINGS-PRENOTE   VALUE 33.
026200     05  AO-ED-RDFI-ID           PIC 9(08).
026300     05  AO-ED-CHECK-DIGIT       PIC 9(01).
026400     05  AO-ED-ACCOUNT           PIC X(17).
026500     05  AO-ED-AMOUNT            PIC 9(10).
026600     05  AO-ED-INDIVIDUAL-ID     PIC X(15).
026700     05  AO-ED-INDIVIDUAL-NAME   PIC X(22).
026800     05  AO-ED-DISCRETIONARY     PIC X(02) VALUE SPACES.
026900     05  FILLER                  PIC X(01) VALUE "0".
027000     05  AO-ED-TRACE-ODFI        PIC 9(08).
027100     05  AO-ED-TRACE-SEQUENCE    PIC 9(07).
027200*----------------------------------------------------------*
027300* NACHA BATCH CONTROL RECORD (TYPE 8)                       *
027400*----------------------------------------------------------*
027500 01  AO-BATCH-CONTROL.
027600     05  FILLER                  PIC X(01) VALUE "8".
027700     05  FILLER                  PIC X(03) VALUE "220".
027800     05  AO-BC-ENTRY-COUNT       PIC 9(06).
027900     05  AO-BC-ENTRY-HASH        PIC 9(10).
028000     05  AO-BC-DEBIT-TOTAL       PIC 9(12) VALUE ZEROS.
028100     05  AO-BC-CREDIT-TOTAL      PIC 9(12).
028200     05  AO-BC-COMPANY-ID        PIC X(10).
028300     05  FILLER                  PIC X(19) VALUE SPACES.
028400     05  FILLER                  PIC X(06) VALUE SPACES.
028500     05  AO-BC-ODFI-ID           PIC 9(08).
028600     05  AO-BC-BATCH-NUMBER      PIC 9(07) VALUE 1.
028700*----------------------------------------------------------*
028800* NACHA FILE CONTROL RECORD (TYPE 9) AND BLOCK FILL         *
028900*----------------------------------------------------------*
029000 01  AO-FILE-CONTROL.
029100     05  FILLER                  PIC X(01) VALUE "9".
029200     05  AO-FC-BATCH-COUNT       PIC 9(06) VALUE 1.
029300     05  AO-FC-BLOCK-COUNT       PIC 9(06).
029400     05  AO-FC-ENTRY-COUNT       PIC 9(08).
029500     05  AO-FC-ENTRY-HASH        PIC 9(10).
029600     05  AO-FC-DEBIT-TOTAL       PIC 9(12) VALUE ZEROS.
029700     05  AO-FC-CREDIT-TOTAL      PIC 9(12).
029800     05  FILLER                  PIC X(39) VALUE SPACES.
029900 01  AO-FILL-RECORD              PIC X(94) VALUE ALL "9".
030000*----------------------------------------------------------*
030100* ORIGINATION REPORT LINE LAYOUTS                           *
030200*----------------------------------------------------------*
030300 01  AO-HEADING-1.
030400     05  FILLER              PIC X(01) VALUE SPACE.
030500     05  FILLER              PIC X(30) VALUE
030600         "ACH ORIGINATION FILE".
030700     05  FILLER              PIC X(10) VALUE "EFFECTIVE ".
030800     05  AO-HD-EFFECTIVE     PIC 9(08).
030900     05  FILLER              PIC X(12) VALUE "   RUN DATE ".
031000     05  AO-HD-RUN-DATE      PIC 9(08).
031100     05  FILLER              PIC X(11) VALUE SPACES.
031200 01  AO-HEADING-2.
031300     05  FILLER              PIC X(01) VALUE SPACE.
031400     05  FILLER              PIC X(10) VALUE "COMPANY ".
031500     05  AO-HD-COMPANY-NAME  PIC X(16).
031600     05  FILLER              PIC X(02) VALUE SPACES.
031700     05  AO-HD-COMPANY-ID    PIC X(10).
031800     05  FILLER              PIC X(12) VALUE "   FILE ID ".
031900     05  AO-HD-FILE-ID       PIC X(01).
032000     05  FILLER              PIC X(28) VALUE SPACES.
032100 01  AO-HEADING-3.
032200     05  FILLER              PIC X(01) VALUE SPACE.
032300     05  FILLER              PIC X(11) VALUE "EMPLOYEE".
032400     05  FILLER              PIC X(17) VALUE "NAME".
032500     05  FILLER              PIC X(04) VALUE "TC".
032600     05  FILLER              PIC X(11) VALUE "ROUTING".
032700     05  FILLER              PIC X(10) VALUE "ACCOUNT".
032800     05  FILLER              PIC X(11) VALUE "   AMOUNT".
032900     05  FILLER              PIC X(15) VALUE "TRACE".
033000 01  AO-DETAIL-LINE.
033100     05  FILLER              PIC X(01) VALUE SPACE.
033200     05  AO-DL-EMPLOYEE-ID   PIC 9(09).
033300     05  FILLER              PIC X(02) VALUE SPACES.
033400     05  AO-DL-NAME          PIC X(15).
033500     05  FILLER              PIC X(02) VALUE SPACES.
033600     05  AO-DL-TRAN-CODE     PIC X(02).
033700     05  FILLER              PIC X(02) VALUE SPACES.
033800     05  AO-DL-ROUTING       PIC X(09).
033900     05  FILLER              PIC X(02) VALUE SPACES.
034000     05  AO-DL-ACCOUNT       PIC X(08).
034100     05  FILLER              PIC X(02) VALUE SPACES.
034200     05  AO-DL-AMOUNT        PIC Z,ZZZ,ZZ9.
034300     05  FILLER              PIC X(02) VALUE SPACES.
034400     05  AO-DL-TRACE         PIC X(15).
034500 01  AO-REJECT-LINE REDEFINES AO-DETAIL-LINE.
034600     05  FILLER              PIC X(33).
034700     05  AO-RL-REASON        PIC X(30).
034800     05  FILLER              PIC X(17).
034900 01  AO-TOTAL-LINE.
035000     05  FILLER              PIC X(01) VALUE SPACE.
035100     05  AO-TOTAL-LABEL      PIC X(30).
035200     05  AO-TOTAL-AMOUNT     PIC ZZZ,ZZZ,ZZZ,ZZ9.
035300     05  FILLER              PIC X(34) VALUE SPACES.
035400 01  AO-MESSAGE-LINE.
035500     05  FILLER              PIC X(01) VALUE SPACE.
035600     05  AO-MESSAGE          PIC X(79).
035700 01  AO-BLANK-LINE           PIC X(80) VALUE SPACES.
035800 PROCEDURE DIVISION.
035900*----------------------------------------------------------*
036000* 0000-MAINLINE - PROVE DDEXTR, BUILD THE NACHA FILE, READ  *
036100* IT BACK AND PROVE IT, AND ADVANCE THE CONTROL RECORD.     *
036200*----------------------------------------------------------*
036300 0000-MAINLINE.
036400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
036500     PERFORM 1900-WRITE-HEADINGS THRU 1900-EXIT
036600     IF NOT WS-RUN-FAILED
036700         PERFORM 2000-PROVE-EXTRACT THRU 2000-EXIT
036800     END-IF
036900     IF NOT WS-RUN-FAILED
037000        AND NOT WS-EXTRACT-REJECTED
037100        AND WS-DD-ENTRY-COUNT > 0
037200         PERFORM 3000-BUILD-FILE THRU 3000-EXIT
037300         PERFORM 4000-PROVE-FILE THRU 4000-EXIT
037400     END-IF
037500     IF WS-FILE-RELEASED
037600         PERFORM 4500-UPDATE-CONTROL THRU 4500-EXIT
037700     END-IF
037800     IF NOT WS-FILE-RELEASED
037900         PERFORM 4600-EMPTY-FILE THRU 4600-EXIT
038000     END-IF
038100     PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT
038200     PERFORM 7000-TERMINATE THRU 7000-EXIT
038300     GO TO 9999-EXIT.
038400*----------------------------------------------------------*
038500* 1000-INITIALIZE - READ THE ACHCTL CONTROL RECORD, CHOOSE  *
038600* THE FILE ID MODIFIER, AND SETTLE THE EFFECTIVE ENTRY      *
038700* DATE. ACHFILE IS OPENED (AND SO EMPTIED) AT ONCE, SO A    *
038800* FILE LEFT FROM AN EARLIER DAY IS NEVER SENT AGAIN.        *
038900*----------------------------------------------------------*
039000 1000-INITIALIZE.
039100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
039200     ACCEPT WS-RUN-TIME FROM TIME
039300     MOVE WS-RUN-DATE TO WS-RUN-DATE-R
039400     MOVE WS-RUN-TIME TO WS-RUN-TIME-R
039500     MOVE WS-RUN-DATE TO AO-HD-RUN-DATE
039600     ACCEPT WS-JOB-PARM FROM COMMAND-LINE
039700     OPEN OUTPUT ORIGINATION-REPORT
039800     OPEN OUTPUT ACH-FILE
039900     CLOSE ACH-FILE
040000     OPEN INPUT ACH-CONTROL
040100     IF NOT WS-ACHCTL-OK
040200         DISPLAY "ACHCTL OPEN FAILED, STATUS " WS-ACHCTL-STATUS
040300         MOVE "Y" TO WS-RUN-FAILURE-SW
040400         GO TO 1000-EXIT
040500     END-IF
040600     READ ACH-CONTROL
040700         AT END
040800             DISPLAY "ACHORIG: ACHCTL HOLDS NO CONTROL RECORD"
040900             MOVE "Y" TO WS-RUN-FAILURE-SW
041000     END-READ
041100     CLOSE ACH-CONTROL
041200     IF WS-RUN-FAILED
041300         GO TO 1000-EXIT
041400     END-IF
041500     IF AC-ODFI-ID NOT NUMERIC
041600        OR AC-IMMED-DEST = SPACES
041700        OR AC-IMMED-ORIGIN = SPACES
041800        OR AC-COMPANY-ID = SPACES
041900        OR AC-COMPANY-NAME = SPACES
042000         DISPLAY "ACHORIG: ACHCTL CONTROL RECORD IS NOT USABLE"
042100         MOVE "Y" TO WS-RUN-FAILURE-SW
042200         GO TO 1000-EXIT
042300     END-IF
042400     MOVE AC-COMPANY-NAME TO AO-HD-COMPANY-NAME
042500     MOVE AC-COMPANY-ID   TO AO-HD-COMPANY-ID
042600     PERFORM 1100-SET-FILE-ID THRU 1100-EXIT
042700     IF WS-RUN-FAILED
042800         GO TO 1000-EXIT
042900     END-IF
043000     PERFORM 1200-SET-EFFECTIVE-DATE THRU 1200-EXIT.
043100 1000-EXIT.
043200     EXIT.
043300*----------------------------------------------------------*
043400* 1100-SET-FILE-ID - "A" FOR THE FIRST FILE OF THE DAY, THE *
043500* NEXT MODIFIER AFTER THE LAST ONE USED TODAY OTHERWISE.    *
043600*----------------------------------------------------------*
043700 1100-SET-FILE-ID.
043800     IF AC-LAST-FILE-DATE NOT NUMERIC
043900        OR AC-LAST-FILE-DATE NOT = WS-RUN-DATE
044000         MOVE "A" TO WS-FILE-ID
044100         GO TO 1100-SHOW
044200     END-IF
044300     SET MOD-IDX TO 1
044400     SEARCH WS-MODIFIER
044500         AT END
044600             MOVE "A" TO WS-FILE-ID
044700         WHEN WS-MODIFIER (MOD-IDX) = AC-LAST-FILE-ID
044800             IF MOD-IDX = 36
044900                 DISPLAY "ACHORIG: ALL FILE ID MODIFIERS USED "
045000                     "TODAY"
045100                 MOVE "Y" TO WS-RUN-FAILURE-SW
045200                 GO TO 1100-EXIT
045300             END-IF
045400             SET MOD-IDX UP BY 1
045500             MOVE WS-MODIFIER (MOD-IDX) TO WS-FILE-ID
045600     END-SEARCH.
045700 1100-SHOW.
045800     MOVE WS-FILE-ID TO AO-HD-FILE-ID.
045900 1100-EXIT.
046000     EXIT.
046100*----------------------------------------------------------*
046200* 1200-SET-EFFECTIVE-DATE - THE PARM (YYYYMMDD) WHEN ONE IS *
046300* GIVEN. OTHERWISE THE CHECK DATE THE PAYCAL CALENDAR SETS  *
046400* FOR THE GROSSRUN PERIOD, OR TODAY FOR A SUPPLEMENTAL RUN  *
046500* SO OFF-CYCLE PAY SETTLES AS SOON AS THE BANK ALLOWS.      *
046600*----------------------------------------------------------*
046700 1200-SET-EFFECTIVE-DATE.
046800     IF WS-JOB-PARM NOT = SPACES
046900         IF WS-JOB-PARM NOT NUMERIC
047000             DISPLAY "ACHORIG: EFFECTIVE DATE PARM NOT VALID - "
047100                 WS-JOB-PARM
047200             MOVE "Y" TO WS-RUN-FAILURE-SW
047300             GO TO 1200-EXIT
047400         END-IF
047500         MOVE WS-JOB-PARM TO WS-EFFECTIVE-DATE
047600         GO TO 1200-CHECK
047700     END-IF
047800     OPEN INPUT GROSS-CONTROL-OUT
047900     IF NOT WS-GROSSRUN-OK
048000         DISPLAY "GROSSRUN OPEN FAILED, STATUS "
048100             WS-GROSSRUN-STATUS
048200         MOVE "Y" TO WS-RUN-FAILURE-SW
048300         GO TO 1200-EXIT
048400     END-IF
048500     READ GROSS-CONTROL-OUT
048600         AT END
048700             DISPLAY "ACHORIG: GROSSRUN HOLDS NO RUN TOTALS"
048800             MOVE "Y" TO WS-RUN-FAILURE-SW
048900     END-READ
049000     CLOSE GROSS-CONTROL-OUT
049100     IF WS-RUN-FAILED
049200         GO TO 1200-EXIT
049300     END-IF
049400     IF GCO-PERIOD-DATE NOT NUMERIC
049500         DISPLAY "ACHORIG: GROSSRUN CARRIES NO PERIOD DATE"
049600         MOVE "Y" TO WS-RUN-FAILURE-SW
049700         GO TO 1200-EXIT
049800     END-IF
049900     IF GCO-SUPPLEMENTAL-RUN
050000         MOVE WS-RUN-DATE TO WS-EFFECTIVE-DATE
050100         GO TO 1200-CHECK
050200     END-IF
050300     PERFORM 1300-FIND-CHECK-DATE THRU 1300-EXIT
050400     IF NOT WS-CALENDAR-FOUND
050500         DISPLAY "ACHORIG: PERIOD " GCO-PERIOD-DATE
050600             " IS NOT ON THE PAYCAL CALENDAR - GIVE THE DATE"
050700         MOVE "Y" TO WS-RUN-FAILURE-SW
050800         GO TO 1200-EXIT
050900     END-IF.
051000 1200-CHECK.
051100     IF WS-EFF-MONTH < 1 OR WS-EFF-MONTH > 12
051200        OR WS-EFF-DAY < 1 OR WS-EFF-DAY > 31
051300         DISPLAY "ACHORIG: EFFECTIVE DATE NOT VALID - "
051400             WS-EFFECTIVE-DATE
051500         MOVE "Y" TO WS-RUN-FAILURE-SW
051600         GO TO 1200-EXIT
051700     END-IF
051800     MOVE WS-EFFECTIVE-DATE TO AO-HD-EFFECTIVE.
051900 1200-EXIT.
052000     EXIT.
052100*----------------------------------------------------------*
052200* 1300-FIND-CHECK-DATE - THE PAYCAL ENTRY WHOSE PERIOD-END  *
052300* DATE IS THE GROSSRUN PERIOD GIVES THE CHECK DATE.         *
052301* ONLY AN ENTRY FOR THE RUN'S PAY GROUP, OR FOR EVERY GROUP,*
052302* COUNTS.                                                   *
052400*----------------------------------------------------------*
052500 1300-FIND-CHECK-DATE.
052600     OPEN INPUT PAY-CALENDAR
052700     IF NOT WS-PAYCAL-OK
052800         DISPLAY "PAYCAL OPEN FAILED, STATUS " WS-PAYCAL-STATUS
052900         GO TO 1300-EXIT
053000     END-IF
053100     MOVE "N" TO WS-EOF-SWITCH
053200     PERFORM 1310-READ-CALENDAR THRU 1310-EXIT
053300         UNTIL WS-EOF OR WS-CALENDAR-FOUND
053400     CLOSE PAY-CALENDAR.
053500 1300-EXIT.
053600     EXIT.
053700*----------------------------------------------------------*
053800* 1310-READ-CALENDAR - NEXT PAYCAL ENTRY                    *
053900*----------------------------------------------------------*
054000 1310-READ-CALENDAR.
054100     READ PAY-CALENDAR
054200         AT END
054300             MOVE "Y" TO WS-EOF-SWITCH
054400             GO TO 1310-EXIT
054500     END-READ
054600     IF PC-PERIOD-END-DATE = GCO-PERIOD-DATE
054700        AND PC-CHECK-DATE IS NUMERIC
054701        AND (PC-ALL-PAY-GROUPS OR PC-PAY-GROUP = GCO-PAY-GROUP)
054800         MOVE PC-CHECK-DATE TO WS-EFFECTIVE-DATE
054900         MOVE "Y" TO WS-CALENDAR-SW
055000     END-IF.
055100 1310-EXIT.
055200     EXIT.
055300*----------------------------------------------------------*
055400* 1900-WRITE-HEADINGS - TOP OF THE ORIGINATION REPORT       *
055500*----------------------------------------------------------*
055600 1900-WRITE-HEADINGS.
055700     WRITE ORIGINATION-REPORT-RECORD FROM AO-HEADING-1
055800     WRITE ORIGINATION-REPORT-RECORD FROM AO-HEADING-2
055900     WRITE ORIGINATION-REPORT-RECORD FROM AO-BLANK-LINE
056000     WRITE ORIGINATION-REPORT-RECORD FROM AO-HEADING-3.
056100 1900-EXIT.
056200     EXIT.
056300*----------------------------------------------------------*
056400* 2000-PROVE-EXTRACT - FIRST PASS OVER DDEXTR. EVERY        *
056500* DEPOSIT AND PRENOTE MUST CARRY A ROUTING NUMBER THAT      *
056600* PASSES ITS CHECK DIGIT, AN ACCOUNT AND A KNOWN ACCOUNT    *
056700* TYPE, AND THE DETAILS MUST FOOT TO THE TRAILER. ONE BAD   *
056800* DETAIL REJECTS THE WHOLE EXTRACT; NOTHING IS WRITTEN.     *
056900*----------------------------------------------------------*
057000 2000-PROVE-EXTRACT.
057100     OPEN INPUT DIRECT-DEPOSIT-EXTRACT
057200     IF NOT WS-DDEXTR-OK
057300         DISPLAY "DDEXTR OPEN FAILED, STATUS " WS-DDEXTR-STATUS
057400         MOVE "Y" TO WS-RUN-FAILURE-SW
057500         GO TO 2000-EXIT
057600     END-IF
057700     MOVE "N" TO WS-EOF-SWITCH
057800     PERFORM 2010-READ-EXTRACT THRU 2010-EXIT
057900     PERFORM 2100-CHECK-EXTRACT-RECORD THRU 2100-EXIT
058000         UNTIL WS-EOF
058100     CLOSE DIRECT-DEPOSIT-EXTRACT
058200     IF NOT WS-HAVE-TRAILER
058300         MOVE "DDEXTR HAS NO TRAILER RECORD" TO AO-MESSAGE
058400         PERFORM 2900-WRITE-MESSAGE THRU 2900-EXIT
058500         MOVE "Y" TO WS-REJECT-SW
058600         GO TO 2000-EXIT
058700     END-IF
058800     IF WS-DD-ENTRY-COUNT NOT = WS-DD-TRAILER-COUNT
058900         MOVE "DDEXTR DETAIL COUNT DOES NOT MATCH ITS TRAILER"
059000             TO AO-MESSAGE
059100         PERFORM 2900-WRITE-MESSAGE THRU 2900-EXIT
059200         MOVE "Y" TO WS-REJECT-SW
059300     END-IF
059400     IF WS-DD-DETAIL-NET NOT = WS-DD-TRAILER-NET
059500         MOVE "DDEXTR NET TOTAL DOES NOT MATCH ITS TRAILER"
059600             TO AO-MESSAGE
059700         PERFORM 2900-WRITE-MESSAGE THRU 2900-EXIT
059800         MOVE "Y" TO WS-REJECT-SW
059900     END-IF.
060000 2000-EXIT.
060100     EXIT.
060200*----------------------------------------------------------*
060300* 2010-READ-EXTRACT - NEXT DDEXTR RECORD                    *
060400*----------------------------------------------------------*
060500 2010-READ-EXTRACT.
060600     READ DIRECT-DEPOSIT-EXTRACT
060700         AT END
060800             MOVE "Y" TO WS-EOF-SWITCH
060900     END-READ.
061000 2010-EXIT.
061100     EXIT.
061200*----------------------------------------------------------*
061300* 2100-CHECK-EXTRACT-RECORD - FOOT AND CHECK ONE DETAIL,    *
061400* PRENOTE OR TRAILER.                                       *
061500*----------------------------------------------------------*
061600 2100-CHECK-EXTRACT-RECORD.
061700     EVALUATE TRUE
061800         WHEN DD-DETAIL
061900             ADD 1 TO WS-DD-DETAIL-COUNT
062000             ADD 1 TO WS-DD-ENTRY-COUNT
062100             IF DD-NET-AMOUNT IS NUMERIC
062200                 ADD DD-NET-AMOUNT TO WS-DD-DETAIL-NET
062300             END-IF
062400             PERFORM 2200-CHECK-ENTRY THRU 2200-EXIT
062500         WHEN DD-PRENOTE
062600             ADD 1 TO WS-DD-PRENOTE-COUNT
062700             ADD 1 TO WS-DD-ENTRY-COUNT
062800             PERFORM 2200-CHECK-ENTRY THRU 2200-EXIT
062900         WHEN DD-TRAILER
063000             MOVE "Y" TO WS-TRAILER-SW
063100             MOVE DD-TRL-DETAIL-COUNT TO WS-DD-TRAILER-COUNT
063200             MOVE DD-TRL-TOTAL-NET    TO WS-DD-TRAILER-NET
063300         WHEN OTHER
063400             MOVE "UNKNOWN DDEXTR RECORD TYPE" TO WS-REJECT-REASON
063500             PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
063600     END-EVALUATE
063700     PERFORM 2010-READ-EXTRACT THRU 2010-EXIT.
063800 2100-EXIT.
063900     EXIT.
064000*----------------------------------------------------------*
064100* 2200-CHECK-ENTRY - ONE DEPOSIT OR PRENOTE IS FIT FOR THE  *
064200* BANK: ROUTING CHECK DIGIT (WEIGHTS 3-7-1, MOD 10), AN     *
064300* ACCOUNT NUMBER, A KNOWN ACCOUNT TYPE, AND MONEY ON EVERY  *
064400* DEPOSIT.                                                  *
064500*----------------------------------------------------------*
064600 2200-CHECK-ENTRY.
064700     IF DD-BANK-ROUTING NOT NUMERIC
064800        OR DD-BANK-ROUTING = ZEROS
064900         MOVE "ROUTING NUMBER MISSING" TO WS-REJECT-REASON
065000         PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
065100         GO TO 2200-EXIT
065200     END-IF
065300     MOVE DD-BANK-ROUTING TO WS-ROUTING-WORK
065400     PERFORM 2300-TEST-CHECK-DIGIT THRU 2300-EXIT
065500     IF WS-RT-REMAINDER NOT = ZERO
065600         MOVE "ROUTING CHECK DIGIT WRONG" TO WS-REJECT-REASON
065700         PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
065800         GO TO 2200-EXIT
065900     END-IF
066000     IF DD-BANK-ACCOUNT = SPACES
066100         MOVE "BANK ACCOUNT MISSING" TO WS-REJECT-REASON
066200         PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
066300         GO TO 2200-EXIT
066400     END-IF
066500     IF NOT DD-CHECKING-ACCOUNT AND NOT DD-SAVINGS-ACCOUNT
066600         MOVE "ACCOUNT TYPE NOT C OR S" TO WS-REJECT-REASON
066700         PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
066800         GO TO 2200-EXIT
066900     END-IF
067000     IF DD-DETAIL
067100        AND (DD-NET-AMOUNT NOT NUMERIC OR DD-NET-AMOUNT = ZEROS)
067200         MOVE "DEPOSIT HAS NO AMOUNT" TO WS-REJECT-REASON
067300         PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
067400     END-IF.
067500 2200-EXIT.
067600     EXIT.
067700*----------------------------------------------------------*
067800* 2300-TEST-CHECK-DIGIT - WEIGHT THE NINE ROUTING DIGITS    *
067900* 3-7-1; A GOOD ROUTING NUMBER LEAVES NO REMAINDER BY 10.   *
068000*----------------------------------------------------------*
068100 2300-TEST-CHECK-DIGIT.
068200     COMPUTE WS-RT-WEIGHTED-SUM =
068300         3 * (WS-RT-D1 + WS-RT-D4 + WS-RT-D7)
068400       + 7 * (WS-RT-D2 + WS-RT-D5 + WS-RT-D8)
068500       +     (WS-RT-D3 + WS-RT-D6 + WS-RT-D9)
068600     DIVIDE WS-RT-WEIGHTED-SUM BY 10
068700         GIVING WS-RT-QUOTIENT
068800         REMAINDER WS-RT-REMAINDER.
068900 2300-EXIT.
069000     EXIT.
069100*----------------------------------------------------------*
069200* 2800-WRITE-REJECT - LIST ONE EXTRACT RECORD THE BANK      *
069300* COULD NOT TAKE, AND REJECT THE EXTRACT.                   *
069400*----------------------------------------------------------*
069500 2800-WRITE-REJECT.
069600     ADD 1 TO WS-REJECT-COUNT
069700     MOVE "Y" TO WS-REJECT-SW
069800     MOVE SPACES TO AO-DETAIL-LINE
069900     IF DD-EMPLOYEE-ID IS NUMERIC
070000         MOVE DD-EMPLOYEE-ID TO AO-DL-EMPLOYEE-ID
070100     END-IF
070200     MOVE DD-NAME TO AO-DL-NAME
070300     MOVE DD-RECORD-TYPE TO AO-DL-TRAN-CODE
070400     MOVE WS-REJECT-REASON TO AO-RL-REASON
070500     WRITE ORIGINATION-REPORT-RECORD FROM AO-DETAIL-LINE.
070600 2800-EXIT.
070700     EXIT.
070800*----------------------------------------------------------*
070900* 2900-WRITE-MESSAGE - ONE MESSAGE LINE                     *
071000*----------------------------------------------------------*
071100 2900-WRITE-MESSAGE.
071200     WRITE ORIGINATION-REPORT-RECORD FROM AO-MESSAGE-LINE
071300     MOVE SPACES TO AO-MESSAGE.
071400 2900-EXIT.
071500     EXIT.
071600*----------------------------------------------------------*
071700* 3000-BUILD-FILE - SECOND PASS OVER DDEXTR: THE FILE AND   *
071800* BATCH HEADERS, ONE ENTRY PER DEPOSIT OR PRENOTE, THE      *
071900* BATCH AND FILE CONTROLS, AND THE FILL TO A FULL BLOCK.    *
072000* DDEXTR CARRIES WHOLE DOLLARS; NACHA CARRIES CENTS.        *
072100*----------------------------------------------------------*
072200 3000-BUILD-FILE.
072300     OPEN INPUT DIRECT-DEPOSIT-EXTRACT
072400     IF NOT WS-DDEXTR-OK
072500         DISPLAY "DDEXTR OPEN FAILED, STATUS " WS-DDEXTR-STATUS
072600         MOVE "Y" TO WS-RUN-FAILURE-SW
072700         GO TO 3000-EXIT
072800     END-IF
072900     OPEN OUTPUT ACH-FILE
073000     IF NOT WS-ACHFILE-OK
073100         DISPLAY "ACHFILE OPEN FAILED, STATUS " WS-ACHFILE-STATUS
073200         MOVE "Y" TO WS-RUN-FAILURE-SW
073300         CLOSE DIRECT-DEPOSIT-EXTRACT
073400         GO TO 3000-EXIT
073500     END-IF
073600     PERFORM 3100-WRITE-HEADERS THRU 3100-EXIT
073700     MOVE "N" TO WS-EOF-SWITCH
073800     PERFORM 2010-READ-EXTRACT THRU 2010-EXIT
073900     PERFORM 3200-WRITE-ENTRY THRU 3200-EXIT
074000         UNTIL WS-EOF
074100     CLOSE DIRECT-DEPOSIT-EXTRACT
074200     PERFORM 3300-WRITE-CONTROLS THRU 3300-EXIT
074300     CLOSE ACH-FILE.
074400 3000-EXIT.
074500     EXIT.
074600*----------------------------------------------------------*
074700* 3100-WRITE-HEADERS - FILE HEADER AND PPD BATCH HEADER     *
074800*----------------------------------------------------------*
074900 3100-WRITE-HEADERS.
075000     MOVE AC-IMMED-DEST      TO AO-FH-IMMED-DEST
075100     MOVE AC-IMMED-ORIGIN    TO AO-FH-IMMED-ORIGIN
075200     MOVE WS-RUN-YYMMDD      TO AO-FH-CREATE-DATE
075300     MOVE WS-RUN-HHMM        TO AO-FH-CREATE-TIME
075400     MOVE WS-FILE-ID         TO AO-FH-FILE-ID
075500     MOVE AC-DEST-NAME       TO AO-FH-DEST-NAME
075600     MOVE AC-ORIGIN-NAME     TO AO-FH-ORIGIN-NAME
075700     MOVE AC-REFERENCE-CODE  TO AO-FH-REFERENCE-CODE
075800     WRITE ACH-FILE-RECORD FROM AO-FILE-HEADER
075900     ADD 1 TO WS-RECORD-COUNT
076000     MOVE AC-COMPANY-NAME    TO AO-BH-COMPANY-NAME
076100     MOVE AC-COMPANY-ID      TO AO-BH-COMPANY-ID
076200     MOVE AC-ENTRY-DESC      TO AO-BH-ENTRY-DESC
076300     IF AO-BH-ENTRY-DESC = SPACES
076400         MOVE "PAYROLL"      TO AO-BH-ENTRY-DESC
076500     END-IF
076600     MOVE WS-EFF-YYMMDD      TO AO-BH-DESCRIPTIVE-DATE
076700     MOVE WS-EFF-YYMMDD      TO AO-BH-EFFECTIVE-DATE
076800     MOVE AC-ODFI-ID         TO AO-BH-ODFI-ID
076900     WRITE ACH-FILE-RECORD FROM AO-BATCH-HEADER
077000     ADD 1 TO WS-RECORD-COUNT.
077100 3100-EXIT.
077200     EXIT.
077300*----------------------------------------------------------*
077400* 3200-WRITE-ENTRY - ONE ENTRY DETAIL PER DEPOSIT (CODE 22  *
077500* CHECKING, 32 SAVINGS) OR PRENOTE (23 CHECKING, 33         *
077600* SAVINGS). THE TRACE NUMBER IS THE ODFI ROUTING NUMBER     *
077700* AND THE ENTRY'S SEQUENCE IN THE FILE.                     *
077800*----------------------------------------------------------*
077900 3200-WRITE-ENTRY.
078000     IF NOT DD-DETAIL AND NOT DD-PRENOTE
078100         GO TO 3200-READ
078200     END-IF
078300     IF DD-DETAIL
078400         IF DD-SAVINGS-ACCOUNT
078500             MOVE 32 TO AO-ED-TRAN-CODE
078600             ADD 1 TO WS-SAVINGS-COUNT
078700         ELSE
078800             MOVE 22 TO AO-ED-TRAN-CODE
078900             ADD 1 TO WS-CHECKING-COUNT
079000         END-IF
079100         COMPUTE AO-ED-AMOUNT = DD-NET-AMOUNT * 100
079200     ELSE
079300         IF DD-SAVINGS-ACCOUNT
079400             MOVE 33 TO AO-ED-TRAN-CODE
079500             ADD 1 TO WS-SAVINGS-COUNT
079600         ELSE
079700             MOVE 23 TO AO-ED-TRAN-CODE
079800             ADD 1 TO WS-CHECKING-COUNT
079900         END-IF
080000         MOVE ZEROS TO AO-ED-AMOUNT
080100     END-IF
080200     MOVE DD-BANK-ROUTING    TO WS-ROUTING-WORK
080300     MOVE WS-RT-RDFI-ID      TO AO-ED-RDFI-ID
080400     MOVE WS-RT-CHECK-DIGIT  TO AO-ED-CHECK-DIGIT
080500     MOVE DD-BANK-ACCOUNT    TO AO-ED-ACCOUNT
080600     MOVE SPACES             TO AO-ED-INDIVIDUAL-ID
080700     MOVE DD-EMPLOYEE-ID     TO AO-ED-INDIVIDUAL-ID
080800     MOVE DD-NAME            TO AO-ED-INDIVIDUAL-NAME
080900     ADD 1 TO WS-ENTRY-SEQUENCE
081000     MOVE AC-ODFI-ID         TO AO-ED-TRACE-ODFI
081100     MOVE WS-ENTRY-SEQUENCE  TO AO-ED-TRACE-SEQUENCE
081200     WRITE ACH-FILE-RECORD FROM AO-ENTRY-DETAIL
081300     ADD 1 TO WS-RECORD-COUNT
081400     ADD 1 TO WS-ENTRY-COUNT
081500     ADD WS-RT-RDFI-ID TO WS-HASH-ACCUM
081600     ADD AO-ED-AMOUNT  TO WS-CREDIT-TOTAL
081700     PERFORM 3250-LIST-ENTRY THRU 3250-EXIT.
081800 3200-READ.
081900     PERFORM 2010-READ-EXTRACT THRU 2010-EXIT.
082000 3200-EXIT.
082100     EXIT.
082200*----------------------------------------------------------*
082300* 3250-LIST-ENTRY - ONE REPORT LINE PER ENTRY WRITTEN. THE  *
082400* ACCOUNT NUMBER SHOWS ONLY ITS LAST FOUR CHARACTERS.       *
082500*----------------------------------------------------------*
082600 3250-LIST-ENTRY.
082700     MOVE SPACES TO AO-DETAIL-LINE
082800     MOVE DD-EMPLOYEE-ID  TO AO-DL-EMPLOYEE-ID
082900     MOVE DD-NAME         TO AO-DL-NAME
083000     MOVE AO-ED-TRAN-CODE TO AO-DL-TRAN-CODE
083100     MOVE DD-BANK-ROUTING TO AO-DL-ROUTING
083200     MOVE "****"          TO AO-DL-ACCOUNT
083300     MOVE 17 TO WS-ACCOUNT-LENGTH
083400     PERFORM 3260-TRIM-ACCOUNT THRU 3260-EXIT
083500         UNTIL WS-ACCOUNT-LENGTH < 4
083600            OR DD-BANK-ACCOUNT (WS-ACCOUNT-LENGTH:1) NOT = SPACE
083700     IF WS-ACCOUNT-LENGTH NOT < 4
083800         MOVE DD-BANK-ACCOUNT (WS-ACCOUNT-LENGTH - 3:4)
083900             TO AO-DL-ACCOUNT (5:4)
084000     END-IF
084100     MOVE DD-NET-AMOUNT   TO AO-DL-AMOUNT
084200     IF DD-PRENOTE
084300         MOVE ZEROS TO AO-DL-AMOUNT
084400     END-IF
084500     MOVE AO-ED-TRACE-ODFI     TO AO-DL-TRACE (1:8)
084600     MOVE AO-ED-TRACE-SEQUENCE TO AO-DL-TRACE (9:7)
084700     WRITE ORIGINATION-REPORT-RECORD FROM AO-DETAIL-LINE.
084800 3250-EXIT.
084900     EXIT.
085000*----------------------------------------------------------*
085100* 3260-TRIM-ACCOUNT - STEP BACK OVER ONE TRAILING SPACE OF  *
085200* THE LEFT-JUSTIFIED ACCOUNT NUMBER.                        *
085300*----------------------------------------------------------*
085400 3260-TRIM-ACCOUNT.
085500     SUBTRACT 1 FROM WS-ACCOUNT-LENGTH.
085600 3260-EXIT.
085700     EXIT.
085800*----------------------------------------------------------*
085900* 3300-WRITE-CONTROLS - BATCH CONTROL, FILE CONTROL AND THE *
086000* "9" FILL. THE ENTRY HASH IS THE SUM OF THE EIGHT-DIGIT    *
086100* RDFI NUMBERS, KEEPING ITS RIGHTMOST TEN DIGITS.           *
086200*----------------------------------------------------------*
086300 3300-WRITE-CONTROLS.
086400     MOVE WS-HASH-ACCUM      TO WS-ENTRY-HASH
086500     MOVE WS-ENTRY-COUNT     TO AO-BC-ENTRY-COUNT
086600     MOVE WS-ENTRY-HASH      TO AO-BC-ENTRY-HASH
086700     MOVE WS-CREDIT-TOTAL    TO AO-BC-CREDIT-TOTAL
086800     MOVE AC-COMPANY-ID      TO AO-BC-COMPANY-ID
086900     MOVE AC-ODFI-ID         TO AO-BC-ODFI-ID
087000     WRITE ACH-FILE-RECORD FROM AO-BATCH-CONTROL
087100     ADD 1 TO WS-RECORD-COUNT
087200     ADD 1 TO WS-RECORD-COUNT
087300     DIVIDE WS-RECORD-COUNT BY 10 GIVING WS-BLOCK-COUNT
087400         REMAINDER WS-FILL-COUNT
087500     IF WS-FILL-COUNT > 0
087600         ADD 1 TO WS-BLOCK-COUNT
087700         COMPUTE WS-FILL-COUNT = 10 - WS-FILL-COUNT
087800     END-IF
087900     MOVE WS-BLOCK-COUNT     TO AO-FC-BLOCK-COUNT
088000     MOVE WS-ENTRY-COUNT     TO AO-FC-ENTRY-COUNT
088100     MOVE WS-ENTRY-HASH      TO AO-FC-ENTRY-HASH
088200     MOVE WS-CREDIT-TOTAL    TO AO-FC-CREDIT-TOTAL
088300     WRITE ACH-FILE-RECORD FROM AO-FILE-CONTROL
088400     PERFORM 3310-WRITE-FILL THRU 3310-EXIT
088500         UNTIL WS-FILL-COUNT = 0.
088600 3300-EXIT.
088700     EXIT.
088800*----------------------------------------------------------*
088900* 3310-WRITE-FILL - ONE ALL-"9" BLOCK FILL RECORD           *
089000*----------------------------------------------------------*
089100 3310-WRITE-FILL.
089200     WRITE ACH-FILE-RECORD FROM AO-FILL-RECORD
089300     ADD 1 TO WS-RECORD-COUNT
089400     SUBTRACT 1 FROM WS-FILL-COUNT.
089500 3310-EXIT.
089600     EXIT.
089700*----------------------------------------------------------*
089800* 4000-PROVE-FILE - READ THE FINISHED ACHFILE BACK AND      *
089900* PROVE IT BEFORE IT IS RELEASED: THE ENTRIES FOOT TO THE   *
090000* FILE CONTROL RECORD, THE FILE IS WHOLE BLOCKS, AND THE    *
090100* ENTRY COUNT AND CREDIT TOTAL EQUAL THE DDEXTR TRAILER.    *
090200*----------------------------------------------------------*
090300 4000-PROVE-FILE.
090400     IF WS-RUN-FAILED
090500         GO TO 4000-EXIT
090600     END-IF
090700     OPEN INPUT ACH-FILE
090800     IF NOT WS-ACHFILE-OK
090900         DISPLAY "ACHFILE OPEN FAILED, STATUS " WS-ACHFILE-STATUS
091000         MOVE "Y" TO WS-RUN-FAILURE-SW
091100         GO TO 4000-EXIT
091200     END-IF
091300     MOVE "N" TO WS-EOF-SWITCH
091400     PERFORM 4010-READ-ACH-FILE THRU 4010-EXIT
091500     PERFORM 4100-FOOT-ACH-RECORD THRU 4100-EXIT
091600         UNTIL WS-EOF
091700     CLOSE ACH-FILE
091800     MOVE WS-RB-HASH-ACCUM TO WS-RB-ENTRY-HASH
091900     COMPUTE WS-TRAILER-CREDIT = WS-DD-TRAILER-NET * 100
092000     MOVE "Y" TO WS-RELEASE-SW
092100     IF WS-RB-FC-COUNT NOT = 1
092200         MOVE "ACHFILE DOES NOT HAVE ONE FILE CONTROL RECORD"
092300             TO AO-MESSAGE
092400         PERFORM 4900-FAIL-PROOF THRU 4900-EXIT
092500         GO TO 4000-EXIT
092600     END-IF
092700     IF WS-RB-ENTRY-COUNT NOT = WS-RB-FC-ENTRY-COUNT
092800        OR WS-RB-ENTRY-HASH NOT = WS-RB-FC-ENTRY-HASH
092900        OR WS-RB-CREDIT-TOTAL NOT = WS-RB-FC-CREDIT-TOTAL
093000        OR WS-RB-FC-DEBIT-TOTAL NOT = ZEROS
093100         MOVE "ACHFILE ENTRIES DO NOT FOOT TO ITS FILE CONTROL"
093200             TO AO-MESSAGE
093300         PERFORM 4900-FAIL-PROOF THRU 4900-EXIT
093400     END-IF
093500     IF WS-RB-RECORD-COUNT NOT = WS-RB-FC-BLOCK-COUNT * 10
093600         MOVE "ACHFILE IS NOT WHOLE BLOCKS OF TEN RECORDS"
093700             TO AO-MESSAGE
093800         PERFORM 4900-FAIL-PROOF THRU 4900-EXIT
093900     END-IF
094000     IF WS-RB-FC-ENTRY-COUNT NOT = WS-DD-TRAILER-COUNT
094100         MOVE "ACHFILE ENTRY COUNT DOES NOT MATCH DDEXTR TRAILER"
094200             TO AO-MESSAGE
094300         PERFORM 4900-FAIL-PROOF THRU 4900-EXIT
094400     END-IF
094500     IF WS-RB-FC-CREDIT-TOTAL NOT = WS-TRAILER-CREDIT
094600         MOVE "ACHFILE CREDIT TOTAL DOES NOT MATCH DDEXTR TRAILER"
094700             TO AO-MESSAGE
094800         PERFORM 4900-FAIL-PROOF THRU 4900-EXIT
094900     END-IF.
095000 4000-EXIT.
095100     EXIT.
095200*----------------------------------------------------------*
095300* 4010-READ-ACH-FILE - NEXT ACHFILE RECORD                  *
095400*----------------------------------------------------------*
095500 4010-READ-ACH-FILE.
095600     READ ACH-FILE
095700         AT END
095800             MOVE "Y" TO WS-EOF-SWITCH
095900     END-READ.
096000 4010-EXIT.
096100     EXIT.
096200*----------------------------------------------------------*
096300* 4100-FOOT-ACH-RECORD - COUNT EVERY RECORD; FOOT THE       *
096400* ENTRIES AND PICK UP THE FILE CONTROL RECORD. THE FILL     *
096500* RECORDS ARE ALL "9" TOO, SO THE FILE CONTROL RECORD IS    *
096600* THE FIRST "9" RECORD AFTER THE BATCH CONTROL.             *
096700*----------------------------------------------------------*
096800 4100-FOOT-ACH-RECORD.
096900     ADD 1 TO WS-RB-RECORD-COUNT
097000     EVALUATE TRUE
097100         WHEN AF-ENTRY-DETAIL
097200             ADD 1 TO WS-RB-ENTRY-COUNT
097300             ADD AF-ED-RDFI-ID TO WS-RB-HASH-ACCUM
097400             ADD AF-ED-AMOUNT  TO WS-RB-CREDIT-TOTAL
097500         WHEN AF-FILE-CONTROL
097600             IF ACH-FILE-RECORD NOT = AO-FILL-RECORD
097700                 ADD 1 TO WS-RB-FC-COUNT
097800                 MOVE AF-FC-ENTRY-COUNT  TO WS-RB-FC-ENTRY-COUNT
097900                 MOVE AF-FC-BLOCK-COUNT  TO WS-RB-FC-BLOCK-COUNT
098000                 MOVE AF-FC-ENTRY-HASH   TO WS-RB-FC-ENTRY-HASH
098100                 MOVE AF-FC-CREDIT-TOTAL TO WS-RB-FC-CREDIT-TOTAL
098200                 MOVE AF-FC-DEBIT-TOTAL  TO WS-RB-FC-DEBIT-TOTAL
098300             END-IF
098400     END-EVALUATE
098500     PERFORM 4010-READ-ACH-FILE THRU 4010-EXIT.
098600 4100-EXIT.
098700     EXIT.
098800*----------------------------------------------------------*
098900* 4500-UPDATE-CONTROL - RECORD TODAY'S DATE AND FILE ID     *
099000* MODIFIER ON ACHCTL SO THE NEXT FILE TODAY TAKES THE NEXT  *
099100* MODIFIER.                                                 *
099200*----------------------------------------------------------*
099300 4500-UPDATE-CONTROL.
099400     MOVE WS-RUN-DATE TO AC-LAST-FILE-DATE
099500     MOVE WS-FILE-ID  TO AC-LAST-FILE-ID
099600     IF AC-FILE-COUNT NOT NUMERIC
099700         MOVE ZEROS TO AC-FILE-COUNT
099800     END-IF
099900     ADD 1 TO AC-FILE-COUNT
100000     OPEN OUTPUT ACH-CONTROL
100100     WRITE ACH-CONTROL-RECORD
100200     IF NOT WS-ACHCTL-OK
100300         DISPLAY "ACHORIG: ACHCTL REWRITE FAILED, STATUS "
100400             WS-ACHCTL-STATUS
100500     END-IF
100600     CLOSE ACH-CONTROL.
100700 4500-EXIT.
100800     EXIT.
100900*----------------------------------------------------------*
101000* 4600-EMPTY-FILE - A FILE THAT WAS NOT PROVEN IS NEVER     *
101100* LEFT WHERE IT COULD BE SENT.                              *
101200*----------------------------------------------------------*
101300 4600-EMPTY-FILE.
101400     OPEN OUTPUT ACH-FILE
101500     CLOSE ACH-FILE.
101600 4600-EXIT.
101700     EXIT.
101800*----------------------------------------------------------*
101900* 4900-FAIL-PROOF - ONE RELEASE PROOF FAILED                *
102000*----------------------------------------------------------*
102100 4900-FAIL-PROOF.
102200     MOVE "N" TO WS-RELEASE-SW
102300     PERFORM 2900-WRITE-MESSAGE THRU 2900-EXIT.
102400 4900-EXIT.
102500     EXIT.
102600*----------------------------------------------------------*
102700* 6000-WRITE-TOTALS - WHAT DDEXTR HELD, WHAT WENT INTO THE  *
102800* FILE, AND WHETHER IT IS RELEASED TO THE BANK.             *
102900*----------------------------------------------------------*
103000 6000-WRITE-TOTALS.
103100     WRITE ORIGINATION-REPORT-RECORD FROM AO-BLANK-LINE
103200     MOVE "DDEXTR DEPOSITS:" TO AO-TOTAL-LABEL
103300     MOVE WS-DD-DETAIL-COUNT TO AO-TOTAL-AMOUNT
103400     PERFORM 6100-WRITE-TOTAL THRU 6100-EXIT
103500     MOVE "DDEXTR PRENOTES:" TO AO-TOTAL-LABEL
103600     MOVE WS-DD-PRENOTE-COUNT TO AO-TOTAL-AMOUNT
103700     PERFORM 6100-WRITE-TOTAL THRU 6100-EXIT
103800     MOVE "DDEXTR NET (DOLLARS):" TO AO-TOTAL-LABEL
103900     MOVE WS-DD-DETAIL-NET TO AO-TOTAL-AMOUNT
104000     PERFORM 6100-WRITE-TOTAL THRU 6100-EXIT
104100     MOVE "DDEXTR TRAILER NET:" TO AO-TOTAL-LABEL
104200     MOVE WS-DD-TRAILER-NET TO AO-TOTAL-AMOUNT
104300     PERFORM 6100-WRITE-TOTAL THRU 6100-EXIT
104400     MOVE "EXTRACT RECORDS REJECTED:" TO AO-TOTAL-LABEL
104500     MOVE WS-REJECT-COUNT TO AO-TOTAL-AMOUNT
104600     PERFORM 6100-WRITE-TOTAL THRU 6100-EXIT
104700     WRITE ORIGINATION-REPORT-RECORD FROM AO-BLANK-LINE
104800     MOVE "ENTRIES - CHECKING:" TO AO-TOTAL-LABEL
104900     MOVE WS-CHECKING-COUNT TO AO-TOTAL-AMOUNT
105000     PERFORM 6100-WRITE-TOTAL THRU 6100-EXIT
105100     MOVE "ENTRIES - SAVINGS:" TO AO-TOTAL-LABEL
105200     MOVE WS-SAVINGS-COUNT TO AO-TOTAL-AMOUNT
105300     PERFORM 6100-WRITE-TOTAL THRU 6100-EXIT
105400     MOVE "ENTRY/ADDENDA COUNT:" TO AO-TOTAL-LABEL
105500     MOVE WS-ENTRY-COUNT TO AO-TOTAL-AMOUNT
105600     PERFORM 6100-WRITE-TOTAL THRU 6100-EXIT
105700     MOVE "ENTRY HASH:" TO AO-TOTAL-LABEL
105800     MOVE WS-ENTRY-HASH TO AO-TOTAL-AMOUNT
105900     PERFORM 6100-WRITE-TOTAL THRU 6100-EXIT
106000     MOVE "TOTAL CREDITS (CENTS):" TO AO-TOTAL-LABEL
106100     MOVE WS-CREDIT-TOTAL TO AO-TOTAL-AMOUNT
106200     PERFORM 6100-WRITE-TOTAL THRU 6100-EXIT
106300     MOVE "TOTAL DEBITS (CENTS):" TO AO-TOTAL-LABEL
106400     MOVE ZEROS TO AO-TOTAL-AMOUNT
106500     PERFORM 6100-WRITE-TOTAL THRU 6100-EXIT
106600     MOVE "FILE RECORDS:" TO AO-TOTAL-LABEL
106700     MOVE WS-RECORD-COUNT TO AO-TOTAL-AMOUNT
106800     PERFORM 6100-WRITE-TOTAL THRU 6100-EXIT
106900     MOVE "FILE BLOCKS:" TO AO-TOTAL-LABEL
107000     MOVE WS-BLOCK-COUNT TO AO-TOTAL-AMOUNT
107100     PERFORM 6100-WRITE-TOTAL THRU 6100-EXIT
107200     WRITE ORIGINATION-REPORT-RECORD FROM AO-BLANK-LINE
107300     EVALUATE TRUE
107400         WHEN WS-RUN-FAILED
107500             MOVE "ACHFILE NOT BUILT - SEE THE JOB LOG"
107600                 TO AO-MESSAGE
107700         WHEN WS-EXTRACT-REJECTED
107800             MOVE "DDEXTR REJECTED - ACHFILE NOT BUILT"
107900                 TO AO-MESSAGE
108000         WHEN WS-DD-ENTRY-COUNT = 0
108100             MOVE "NO DEPOSITS OR PRENOTES - ACHFILE NOT BUILT"
108200                 TO AO-MESSAGE
108300         WHEN NOT WS-FILE-RELEASED
108400             MOVE "ACHFILE NOT PROVEN - HOLD BANK TRANSMISSION"
108500                 TO AO-MESSAGE
108600         WHEN OTHER
108700             MOVE "ACHFILE PROVEN TO DDEXTR - RELEASE TO THE BANK"
108800                 TO AO-MESSAGE
108900     END-EVALUATE
109000     PERFORM 2900-WRITE-MESSAGE THRU 2900-EXIT.
109100 6000-EXIT.
109200     EXIT.
109300*----------------------------------------------------------*
109400* 6100-WRITE-TOTAL - ONE TOTAL LINE                         *
109500*----------------------------------------------------------*
109600 6100-WRITE-TOTAL.
109700     WRITE ORIGINATION-REPORT-RECORD FROM AO-TOTAL-LINE.
109800 6100-EXIT.
109900     EXIT.
110000*----------------------------------------------------------*
110100* 7000-TERMINATE - CLOSE UP AND SET THE RETURN CODE THAT    *
110200* DAYBATCH HOLDS THE BANK TRANSMISSION ON: 4 NOTHING TO     *
110300* SEND, 8 DDEXTR REJECTED OR THE FILE NOT PROVEN, 12 WHEN   *
110400* THE FILE COULD NOT BE BUILT AT ALL.                       *
110500*----------------------------------------------------------*
110600 7000-TERMINATE.
110700     CLOSE ORIGINATION-REPORT
110800     MOVE 0 TO RETURN-CODE
110900     IF WS-DD-ENTRY-COUNT = 0
111000         MOVE 4 TO RETURN-CODE
111100     END-IF
111200     IF WS-EXTRACT-REJECTED
111300        OR (WS-DD-ENTRY-COUNT > 0 AND NOT WS-FILE-RELEASED)
111400         MOVE 8 TO RETURN-CODE
111500     END-IF
111600     IF WS-RUN-FAILED
111700         MOVE 12 TO RETURN-CODE
111800     END-IF.
111900 7000-EXIT.
112000     EXIT.
112100*----------------------------------------------------------*
112200* 9999-EXIT - COMMON JOB TERMINATION POINT                  *
112300*----------------------------------------------------------*
112400 9999-EXIT.
112500     GOBACK.
