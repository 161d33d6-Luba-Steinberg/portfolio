000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    W2EFILE.
000300 AUTHOR.        LIBI.
000400 INSTALLATION.  PAYROLL DEPARTMENT.
000500 DATE-WRITTEN.  OCTOBER 15, 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                     *
000900*----------------------------------------------------------*
001000* DATE        INIT  DESCRIPTION                            *
001100* 2026-10-15  LIBI  ORIGINAL PROGRAM - ELECTRONIC W-2      *
001200*                   SUBMISSION FILE OFF THE YRHIST YEAR-   *
001300*                   END ARCHIVE. FOR THE REQUESTED CLOSE   *
001400*                   YEAR (PARM YYYY, DEFAULT THE CURRENT   *
001500*                   YEAR, SAME AS W2PRINT) IT FIRST EDITS  *
001600*                   EVERY ARCHIVED EMPLOYEE - A VALID SSN, *
001700*                   AND NO WITHHOLDING AGAINST ZERO WAGES. *
001800*                   ANY FAILURE REFUSES THE WHOLE FILE AND *
001900*                   LISTS THE EMPLOYEES FOR CORRECTION. A  *
002000*                   CLEAN YEAR IS WRITTEN AS THE SSA'S     *
002100*                   512-BYTE EFW2 RECORDS - SUBMITTER (RA), *
002200*                   EMPLOYER (RE), ONE EMPLOYEE WAGE (RW)  *
002300*                   PER EMPLOYEE, EMPLOYER TOTAL (RT), AND *
002400*                   FINAL (RF) - WITH A CONTROL REPORT     *
002500*                   WHOSE TOTALS TIE TO THE W2PRINT        *
002600*                   TRANSMITTAL PAGE FOR THE SAME YEAR.    *
002601* 2026-10-15  LIBI  THE RW RECORD NOW CARRIES THE          *
002602*                   EMPLOYEE'S MAILING ADDRESS FROM THE    *
002603*                   EMPADDR FILE. AN EMPLOYEE WITH NO      *
002604*                   ADDRESS, OR ONE MISSING STREET, CITY,  *
002605*                   STATE OR A VALID ZIP, FAILS THE EDIT   *
002606*                   PASS THE SAME AS A BAD SSN.            *
002607* 2026-10-15  LIBI  RW WAGES NOW COME FROM THE FEDERAL     *
002608*                   TAXABLE WAGES AND RW SOCIAL SECURITY   *
002609*                   AND MEDICARE WAGES FROM THE FICA       *
002610*                   TAXABLE WAGES ARCHIVED AT THE CLOSE,   *
002611*                   SO PRE-TAX DEDUCTIONS ARE LEFT OUT;    *
002612*                   THE RT TOTALS FOLLOW AND THE CONTROL   *
002613*                   REPORT SHOWS BOTH WAGE TOTALS.         *
002614* 2026-10-15  LIBI  EFW2 IS NOW A FIXED 512-BYTE           *
002615*                   SEQUENTIAL FILE RATHER THAN LINE       *
002616*                   SEQUENTIAL, SO THE TRAILING BLANK      *
002617*                   FIELDS OF THE RA/RE/RW/RT/RF RECORDS   *
002618*                   ARE KEPT AND EVERY RECORD GOES TO SSA  *
002619*                   AT FULL LENGTH.                        *
002620* 2026-10-15  LIBI  THE CORRECTION LISTING ON EFW2RPT NOW  *
002621*                   PRINTS ONLY THE LAST FOUR DIGITS OF    *
002622*                   THE SSN; THE FULL NUMBER GOES ONLY TO  *
002623*                   THE SUBMISSION FILE.                   *
002624* 2026-10-15  LIBI  RW FEDERAL TAX NOW COMES FROM THE      *
002625*                   ARCHIVED YTD FEDERAL TAX ALONE. SOCIAL *
002626*                   SECURITY WAGES ARE CAPPED AT THE       *
002627*                   TAXCTL FICA WAGE BASE FOR THE CLOSE    *
002628*                   YEAR, AND THE FICA WITHHELD IS SPLIT   *
002629*                   INTO SOCIAL SECURITY AND MEDICARE TAX  *
002630*                   AT THEIR STATUTORY RATES. PRE-TAX AND  *
002631*                   ROTH 401(K) DEFERRALS GO IN AS CODES D *
002632*                   AND AA WITH THE RETIREMENT PLAN        *
002633*                   INDICATOR SET. NO WAGE BASE FOR THE    *
002634*                   YEAR REFUSES THE FILE. THE RT TOTALS   *
002635*                   AND CONTROL REPORT FOLLOW.             *
002700*----------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. IBM-370.
003100 OBJECT-COMPUTER. IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT YEAR-HISTORY ASSIGN TO "YRHIST"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-YRHIST-STATUS.
003700     SELECT SUBMISSION-FILE ASSIGN TO "EFW2"
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-EFW2-STATUS.
004000     SELECT CONTROL-REPORT ASSIGN TO "EFW2RPT"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-EFW2RPT-STATUS.
004201     SELECT EMPLOYEE-ADDRESS ASSIGN TO "EMPADDR"
004202         ORGANIZATION IS INDEXED
004203         ACCESS MODE IS RANDOM
004204         RECORD KEY IS EA-EMPLOYEE-ID
004205         FILE STATUS IS WS-EMPADDR-STATUS.
004206     SELECT TAX-CONTROL ASSIGN TO "TAXCTL"
004207         ORGANIZATION IS LINE SEQUENTIAL
004208         FILE STATUS IS WS-TAXCTL-STATUS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  YEAR-HISTORY
004600     LABEL RECORDS ARE STANDARD.
004700 COPY YRHIST.
004800 FD  SUBMISSION-FILE
004801     LABEL RECORDS ARE STANDARD
004802     RECORD CONTAINS 512 CHARACTERS.
005000 01  SUBMISSION-RECORD           PIC X(512).
005100 FD  CONTROL-REPORT
005200     LABEL RECORDS ARE STANDARD.
005300 01  CONTROL-REPORT-RECORD       PIC X(80).
005301 FD  EMPLOYEE-ADDRESS
005302     LABEL RECORDS ARE STANDARD.
005303 COPY EMPADDR.
005304 FD  TAX-CONTROL
005305     LABEL RECORDS ARE STANDARD.
005306 COPY TAXCTL.
005400 WORKING-STORAGE SECTION.
005500*----------------------------------------------------------*
005600* FILE STATUS AND CONTROL SWITCHES                          *
005700*----------------------------------------------------------*
005800 77  WS-YRHIST-STATUS        PIC X(02) VALUE ZEROS.
005900     88  WS-YRHIST-OK                  VALUE "00".
006000 77  WS-EFW2-STATUS          PIC X(02) VALUE ZEROS.
006100     88  WS-EFW2-OK                    VALUE "00".
006200 77  WS-EFW2RPT-STATUS       PIC X(02) VALUE ZEROS.
006201     88  WS-EFW2RPT-OK                 VALUE "00".
006202 77  WS-EMPADDR-STATUS       PIC X(02) VALUE ZEROS.
006203     88  WS-EMPADDR-OK                 VALUE "00".
006204 77  WS-TAXCTL-STATUS        PIC X(02) VALUE ZEROS.
006205     88  WS-TAXCTL-OK                  VALUE "00".
006303 77  WS-EMPADDR-AVAILABLE    PIC X(01) VALUE "N".
006304     88  WS-HAVE-EMPADDR               VALUE "Y".
006305 77  WS-ADDRESS-FOUND-SW     PIC X(01) VALUE "N".
006306     88  WS-ADDRESS-FOUND              VALUE "Y".
006400 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
006500     88  WS-EOF                        VALUE "Y".
006600 77  WS-EFW2-FAILURE-SW      PIC X(01) VALUE "N".
006700     88  WS-EFW2-FAILED                VALUE "Y".
006800 77  WS-SSN-VALID-SW         PIC X(01) VALUE "Y".
006900     88  WS-SSN-VALID                  VALUE "Y".
007000     88  WS-SSN-INVALID                VALUE "N".
007100*----------------------------------------------------------*
007200* EMPLOYER AND SUBMITTER CONSTANTS - THE SAME EMPLOYER THE   *
007300* STATE NEW-HIRE SUBMISSION REPORTS.                         *
007400*----------------------------------------------------------*
007500 77  WS-EMPLOYER-EIN         PIC 9(09) VALUE 731558926.
007600 77  WS-EMPLOYER-NAME        PIC X(30)
007700         VALUE "CONSOLIDATED SERVICES INC".
007800 77  WS-EMPLOYER-STREET      PIC X(22)
007900         VALUE "401 COMMERCE ST".
008000 77  WS-EMPLOYER-CITY        PIC X(22) VALUE "TULSA".
008100 77  WS-EMPLOYER-STATE       PIC X(02) VALUE "OK".
008200 77  WS-EMPLOYER-ZIP         PIC X(05) VALUE "74103".
008300 77  WS-SUBMITTER-USER-ID    PIC X(08) VALUE "CSIPAY01".
008400 77  WS-CONTACT-NAME         PIC X(27)
008500         VALUE "PAYROLL DEPARTMENT".
008600 77  WS-CONTACT-PHONE        PIC X(15) VALUE "9185550100".
008700*----------------------------------------------------------*
008800* REQUESTED CLOSE YEAR, EDIT COUNTS, AND CONTROL TOTALS      *
008900*----------------------------------------------------------*
009000 77  WS-JOB-PARM             PIC X(04) VALUE SPACES.
009100 77  WS-RUN-DATE             PIC 9(08) VALUE ZEROS.
009200 77  WS-CLOSE-YEAR           PIC 9(04) VALUE ZEROS.
009300 77  WS-EDITED-COUNT         PIC 9(05) COMP VALUE ZERO.
009400 77  WS-ERROR-COUNT          PIC 9(05) COMP VALUE ZERO.
009500 77  WS-RW-COUNT             PIC 9(07) VALUE ZEROS.
009600 77  WS-TOTAL-GROSS          PIC 9(09) VALUE ZEROS.
009700 77  WS-TOTAL-WITHHLD        PIC 9(09) VALUE ZEROS.
009800 77  WS-TOTAL-WAGE-CENTS     PIC 9(15) VALUE ZEROS.
009900 77  WS-TOTAL-FED-CENTS      PIC 9(15) VALUE ZEROS.
010000 77  WS-WAGE-CENTS           PIC 9(11) VALUE ZEROS.
010100 77  WS-FED-CENTS            PIC 9(11) VALUE ZEROS.
010101 77  WS-TOTAL-SS-WAGE-CENTS  PIC 9(15) VALUE ZEROS.
010102 77  WS-SS-WAGE-CENTS        PIC 9(11) VALUE ZEROS.
010103 77  WS-TOTAL-FED-WAGES      PIC 9(09) VALUE ZEROS.
010104 77  WS-TOTAL-FICA-WAGES     PIC 9(09) VALUE ZEROS.
010105 77  WS-BOX-FED-WAGES        PIC 9(07) VALUE ZEROS.
010106 77  WS-BOX-FICA-WAGES       PIC 9(07) VALUE ZEROS.
010107 77  WS-TOTAL-SS-WAGES       PIC 9(09) VALUE ZEROS.
010108 77  WS-TOTAL-FEDERAL        PIC 9(09) VALUE ZEROS.
010109 77  WS-TOTAL-SS-TAX         PIC 9(09) VALUE ZEROS.
010110 77  WS-TOTAL-MEDICARE-TAX   PIC 9(09) VALUE ZEROS.
010111 77  WS-TOTAL-401K           PIC 9(09) VALUE ZEROS.
010112 77  WS-TOTAL-ROTH-401K      PIC 9(09) VALUE ZEROS.
010113 77  WS-BOX-SS-WAGES         PIC 9(07) VALUE ZEROS.
010114 77  WS-BOX-FEDERAL          PIC 9(07) VALUE ZEROS.
010115 77  WS-BOX-FICA             PIC 9(07) VALUE ZEROS.
010116 77  WS-BOX-SS-TAX           PIC 9(07) VALUE ZEROS.
010117 77  WS-BOX-MEDICARE-TAX     PIC 9(07) VALUE ZEROS.
010118 77  WS-BOX-401K             PIC 9(07) VALUE ZEROS.
010119 77  WS-BOX-ROTH-401K        PIC 9(07) VALUE ZEROS.
010120*----------------------------------------------------------*
010121* SOCIAL SECURITY WAGE BASE FOR THE CLOSE YEAR (TAXCTL "W") *
010122* AND THE STATUTORY EMPLOYEE RATES THE COMBINED FICA        *
010123* WITHHELD IS SPLIT BY                                      *
010124*----------------------------------------------------------*
010125 77  WS-YEAR-END-DATE        PIC 9(08) VALUE ZEROS.
010126 77  WS-FICA-WAGE-BASE       PIC 9(07) VALUE ZEROS.
010127 77  WS-WAGE-BASE-DATE       PIC 9(08) VALUE ZEROS.
010128 77  WS-SS-TAX-RATE          PIC V9999 VALUE .0620.
010129 77  WS-MEDICARE-TAX-RATE    PIC V9999 VALUE .0145.
010200 01  WS-SSN-WORK.
010300     05  WS-SSN-AREA         PIC 9(03).
010400     05  WS-SSN-GROUP        PIC 9(02).
010500     05  WS-SSN-SERIAL       PIC 9(04).
010600 01  WS-NAME-PARTS.
010700     05  WS-FIRST-NAME       PIC X(15).
010800     05  WS-LAST-NAME        PIC X(20).
010900*----------------------------------------------------------*
011000* EFW2 SUBMITTER RECORD (RA)                                *
011100*----------------------------------------------------------*
011200 01  EF-RA-RECORD.
011300     05  RA-RECORD-ID            PIC X(02) VALUE "RA".
011400     05  RA-SUBMITTER-EIN        PIC 9(09).
011500     05  RA-USER-ID              PIC X(08).
011600     05  RA-VENDOR-CODE          PIC X(04) VALUE SPACES.
011700     05  FILLER                  PIC X(05) VALUE SPACES.
011800     05  RA-RESUB-INDICATOR      PIC X(01) VALUE "0".
011900     05  RA-RESUB-WFID           PIC X(06) VALUE SPACES.
012000     05  RA-SOFTWARE-CODE        PIC X(02) VALUE "98".
012100     05  RA-COMPANY-NAME         PIC X(57).
012200     05  RA-CO-LOCATION-ADDR     PIC X(22) VALUE SPACES.
012300     05  RA-CO-DELIVERY-ADDR     PIC X(22).
012400     05  RA-CO-CITY              PIC X(22).
012500     05  RA-CO-STATE             PIC X(02).
012600     05  RA-CO-ZIP               PIC X(05).
012700     05  RA-CO-ZIP-EXT           PIC X(04) VALUE SPACES.
012800     05  FILLER                  PIC X(05) VALUE SPACES.
012900     05  RA-CO-FOREIGN           PIC X(40) VALUE SPACES.
013000     05  RA-SUBMITTER-NAME       PIC X(57).
013100     05  RA-SU-LOCATION-ADDR     PIC X(22) VALUE SPACES.
013200     05  RA-SU-DELIVERY-ADDR     PIC X(22).
013300     05  RA-SU-CITY              PIC X(22).
013400     05  RA-SU-STATE             PIC X(02).
013500     05  RA-SU-ZIP               PIC X(05).
013600     05  RA-SU-ZIP-EXT           PIC X(04) VALUE SPACES.
013700     05  FILLER                  PIC X(05) VALUE SPACES.
013800     05  RA-SU-FOREIGN           PIC X(40) VALUE SPACES.
013900     05  RA-CONTACT-NAME         PIC X(27).
014000     05  RA-CONTACT-PHONE        PIC X(15).
014100     05  RA-CONTACT-PHONE-EXT    PIC X(05) VALUE SPACES.
014200     05  FILLER                  PIC X(03) VALUE SPACES.
014300     05  RA-CONTACT-EMAIL        PIC X(40) VALUE SPACES.
014400     05  FILLER                  PIC X(03) VALUE SPACES.
014500     05  RA-CONTACT-FAX          PIC X(10) VALUE SPACES.
014600     05  FILLER                  PIC X(01) VALUE SPACES.
014700     05  RA-PREPARER-CODE        PIC X(01) VALUE "L".
014800     05  FILLER                  PIC X(12) VALUE SPACES.
014900*----------------------------------------------------------*
015000* EFW2 EMPLOYER RECORD (RE)                                 *
015100*----------------------------------------------------------*
015200 01  EF-RE-RECORD.
015300     05  RE-RECORD-ID            PIC X(02) VALUE "RE".
015400     05  RE-TAX-YEAR             PIC 9(04).
015500     05  RE-AGENT-INDICATOR      PIC X(01) VALUE SPACES.
015600     05  RE-EMPLOYER-EIN         PIC 9(09).
015700     05  RE-AGENT-EIN            PIC X(09) VALUE SPACES.
015800     05  RE-TERMINATING          PIC X(01) VALUE "0".
015900     05  RE-ESTABLISHMENT        PIC X(04) VALUE SPACES.
016000     05  RE-OTHER-EIN            PIC X(09) VALUE SPACES.
016100     05  RE-EMPLOYER-NAME        PIC X(57).
016200     05  RE-LOCATION-ADDR        PIC X(22) VALUE SPACES.
016300     05  RE-DELIVERY-ADDR        PIC X(22).
016400     05  RE-CITY                 PIC X(22).
016500     05  RE-STATE                PIC X(02).
016600     05  RE-ZIP                  PIC X(05).
016700     05  RE-ZIP-EXT              PIC X(04) VALUE SPACES.
016800     05  RE-KIND-OF-EMPLOYER     PIC X(01) VALUE "N".
016900     05  FILLER                  PIC X(04) VALUE SPACES.
017000     05  RE-FOREIGN              PIC X(40) VALUE SPACES.
017100     05  RE-EMPLOYMENT-CODE      PIC X(01) VALUE "R".
017200     05  RE-TAX-JURISDICTION     PIC X(01) VALUE SPACES.
017300     05  RE-THIRD-PARTY-SICK     PIC X(01) VALUE "0".
017400     05  RE-CONTACT-NAME         PIC X(27).
017500     05  RE-CONTACT-PHONE        PIC X(15).
017600     05  RE-CONTACT-PHONE-EXT    PIC X(05) VALUE SPACES.
017700     05  RE-CONTACT-FAX          PIC X(10) VALUE SPACES.
017800     05  RE-CONTACT-EMAIL        PIC X(40) VALUE SPACES.
017900     05  FILLER                  PIC X(194) VALUE SPACES.
018000*----------------------------------------------------------*
018100* EFW2 EMPLOYEE WAGE RECORD (RW) - MONEY IN CENTS            *
018200*----------------------------------------------------------*
018300 01  EF-RW-RECORD.
018400     05  RW-RECORD-ID            PIC X(02) VALUE "RW".
018500     05  RW-SSN                  PIC 9(09).
018600     05  RW-FIRST-NAME           PIC X(15).
018700     05  RW-MIDDLE-NAME          PIC X(15) VALUE SPACES.
018800     05  RW-LAST-NAME            PIC X(20).
018900     05  RW-SUFFIX               PIC X(04) VALUE SPACES.
019000     05  RW-LOCATION-ADDR        PIC X(22) VALUE SPACES.
019100     05  RW-DELIVERY-ADDR        PIC X(22) VALUE SPACES.
019200     05  RW-CITY                 PIC X(22) VALUE SPACES.
019300     05  RW-STATE                PIC X(02) VALUE SPACES.
019400     05  RW-ZIP                  PIC X(05) VALUE SPACES.
019500     05  RW-ZIP-EXT              PIC X(04) VALUE SPACES.
019600     05  FILLER                  PIC X(05) VALUE SPACES.
019700     05  RW-FOREIGN              PIC X(40) VALUE SPACES.
019800     05  RW-WAGES                PIC 9(11).
019900     05  RW-FEDERAL-TAX          PIC 9(11).
020000     05  RW-SS-WAGES             PIC 9(11).
020100     05  RW-SS-TAX               PIC 9(11).
020200     05  RW-MEDICARE-WAGES       PIC 9(11).
020300     05  RW-MEDICARE-TAX         PIC 9(11).
020400     05  RW-SS-TIPS              PIC 9(11) VALUE ZEROS.
020500     05  FILLER                  PIC X(11) VALUE SPACES.
020600     05  RW-DEPENDENT-CARE       PIC 9(11) VALUE ZEROS.
020700     05  RW-DEFERRED-401K        PIC 9(11) VALUE ZEROS.
020800     05  RW-DEFERRED-403B        PIC 9(11) VALUE ZEROS.
020900     05  RW-DEFERRED-408K6       PIC 9(11) VALUE ZEROS.
021000     05  RW-DEFERRED-457B        PIC 9(11) VALUE ZEROS.
021100     05  RW-DEFERRED-501C        PIC 9(11) VALUE ZEROS.
021200     05  FILLER                  PIC X(11) VALUE SPACES.
021300     05  RW-NONQUAL-457          PIC 9(11) VALUE ZEROS.
021400     05  RW-HSA-EMPLOYER         PIC 9(11) VALUE ZEROS.
021500     05  RW-NONQUAL-NOT-457      PIC 9(11) VALUE ZEROS.
021600     05  RW-COMBAT-PAY           PIC 9(11) VALUE ZEROS.
021700     05  FILLER                  PIC X(11) VALUE SPACES.
021800     05  RW-HEALTH-COVERAGE      PIC 9(11) VALUE ZEROS.
021900     05  RW-STOCK-OPTIONS        PIC 9(11) VALUE ZEROS.
022000     05  RW-NONGOVT-457B         PIC 9(11) VALUE ZEROS.
022100     05  RW-ROTH-401K            PIC 9(11) VALUE ZEROS.
022200     05  RW-ROTH-403B            PIC 9(11) VALUE ZEROS.
022300     05  RW-ROTH-457B            PIC 9(11) VALUE ZEROS.
022400     05  FILLER                  PIC X(12) VALUE SPACES.
022500     05  RW-STATUTORY-EMPLOYEE   PIC X(01) VALUE "0".
022600     05  FILLER                  PIC X(01) VALUE SPACES.
022700     05  RW-RETIREMENT-PLAN      PIC X(01) VALUE "0".
022800     05  RW-THIRD-PARTY-SICK     PIC X(01) VALUE "0".
022900     05  FILLER                  PIC X(23) VALUE SPACES.
023000*----------------------------------------------------------*
023100* EFW2 EMPLOYER TOTAL RECORD (RT) - MONEY IN CENTS           *
023200*----------------------------------------------------------*
023300 01  EF-RT-RECORD.
023400     05  RT-RECORD-ID            PIC X(02) VALUE "RT".
023500     05  RT-RW-COUNT             PIC 9(07).
023600     05  RT-WAGES                PIC 9(15).
023700     05  RT-FEDERAL-TAX          PIC 9(15).
023800     05  RT-SS-WAGES             PIC 9(15).
023900     05  RT-SS-TAX               PIC 9(15).
024000     05  RT-MEDICARE-WAGES       PIC 9(15).
024100     05  RT-MEDICARE-TAX         PIC 9(15).
024200     05  RT-SS-TIPS              PIC 9(15) VALUE ZEROS.
024300     05  FILLER                  PIC X(15) VALUE SPACES.
024400     05  RT-DEPENDENT-CARE       PIC 9(15) VALUE ZEROS.
024500     05  RT-DEFERRED-401K        PIC 9(15) VALUE ZEROS.
024600     05  RT-DEFERRED-403B        PIC 9(15) VALUE ZEROS.
024700     05  RT-DEFERRED-408K6       PIC 9(15) VALUE ZEROS.
024800     05  RT-DEFERRED-457B        PIC 9(15) VALUE ZEROS.
024900     05  RT-DEFERRED-501C        PIC 9(15) VALUE ZEROS.
025000     05  FILLER                  PIC X(15) VALUE SPACES.
025100     05  RT-NONQUAL-457          PIC 9(15) VALUE ZEROS.
025200     05  RT-HSA-EMPLOYER         PIC 9(15) VALUE ZEROS.
025300     05  RT-NONQUAL-NOT-457      PIC 9(15) VALUE ZEROS.
025400     05  RT-COMBAT-PAY           PIC 9(15) VALUE ZEROS.
025500     05  RT-HEALTH-COVERAGE      PIC 9(15) VALUE ZEROS.
025600     05  RT-STOCK-OPTIONS        PIC 9(15) VALUE ZEROS.
025700     05  RT-NONGOVT-457B         PIC 9(15) VALUE ZEROS.
025800     05  RT-ROTH-401K            PIC 9(15) VALUE ZEROS.
025900     05  RT-ROTH-403B            PIC 9(15) VALUE ZEROS.
026000     05  RT-ROTH-457B            PIC 9(15) VALUE ZEROS.
026100     05  FILLER                  PIC X(128) VALUE SPACES.
026200*----------------------------------------------------------*
026300* EFW2 FINAL RECORD (RF)                                    *
026400*----------------------------------------------------------*
026500 01  EF-RF-RECORD.
026600     05  RF-RECORD-ID            PIC X(02) VALUE "RF".
026700     05  FILLER                  PIC X(05) VALUE SPACES.
026800     05  RF-RW-COUNT             PIC 9(09).
026900     05  FILLER                  PIC X(496) VALUE SPACES.
027000*----------------------------------------------------------*
027100* CONTROL REPORT LINE LAYOUTS                               *
027200*----------------------------------------------------------*
027300 01  ER-HEADING-1.
027400     05  FILLER              PIC X(01) VALUE SPACE.
027500     05  FILLER              PIC X(40) VALUE
027600         "ELECTRONIC W-2 SUBMISSION CONTROL - YEAR".
027700     05  FILLER              PIC X(01) VALUE SPACE.
027800     05  ER-HEAD-YEAR        PIC 9(04).
027900 01  ER-ERROR-HEADING.
028000     05  FILLER              PIC X(01) VALUE SPACE.
028100     05  FILLER              PIC X(11) VALUE "EMPLOYEE ID".
028200     05  FILLER              PIC X(02) VALUE SPACES.
028300     05  FILLER              PIC X(15) VALUE "NAME".
028400     05  FILLER              PIC X(02) VALUE SPACES.
028500     05  FILLER              PIC X(09) VALUE "SSN".
028600     05  FILLER              PIC X(02) VALUE SPACES.
028700     05  FILLER              PIC X(30) VALUE "CORRECTION NEEDED".
028800 01  ER-ERROR-LINE.
028900     05  FILLER              PIC X(01) VALUE SPACE.
029000     05  ER-EMPLOYEE-ID      PIC 9(09).
029100     05  FILLER              PIC X(04) VALUE SPACES.
029200     05  ER-NAME             PIC X(15).
029300     05  FILLER              PIC X(02) VALUE SPACES.
029301     05  ER-SSN.
029302         10  FILLER          PIC X(05) VALUE "*****".
029303         10  ER-SSN-LAST-FOUR
029304                             PIC X(04).
029500     05  FILLER              PIC X(02) VALUE SPACES.
029600     05  ER-REASON           PIC X(30).
029700 01  ER-TOTAL-LINE.
029800     05  FILLER              PIC X(01) VALUE SPACE.
029900     05  ER-TOTAL-LABEL      PIC X(28).
030000     05  ER-TOTAL-VALUE      PIC ZZZ,ZZZ,ZZ9.
030100 01  ER-MESSAGE-LINE.
030200     05  FILLER              PIC X(01) VALUE SPACE.
030300     05  ER-MESSAGE          PIC X(60).
030400 PROCEDURE DIVISION.
030500*----------------------------------------------------------*
030600* 0000-MAINLINE - EDIT THE WHOLE YEAR FIRST; ONLY A YEAR     *
030700* THAT PASSES EVERY EDIT IS READ AGAIN AND WRITTEN OUT.      *
030800*----------------------------------------------------------*
030900 0000-MAINLINE.
031000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
031100     PERFORM 3000-EDIT-EMPLOYEE THRU 3000-EXIT
031200         UNTIL WS-EOF
031300     PERFORM 4000-START-SUBMISSION THRU 4000-EXIT
031400     PERFORM 5000-WRITE-EMPLOYEE THRU 5000-EXIT
031500         UNTIL WS-EOF
031600     PERFORM 7000-TERMINATE THRU 7000-EXIT
031700     GO TO 9999-EXIT.
031800*----------------------------------------------------------*
031900* 1000-INITIALIZE - PICK UP THE CLOSE YEAR (PARM YYYY,      *
031901* DEFAULT THE CURRENT YEAR), OPEN THE REPORT, LOAD THE       *
031902* SOCIAL SECURITY WAGE BASE, OPEN THE ARCHIVE, PRIME THE     *
031903* EDIT PASS.                                                 *
032200*----------------------------------------------------------*
032300 1000-INITIALIZE.
032400     ACCEPT WS-JOB-PARM FROM COMMAND-LINE
032500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
032600     IF WS-JOB-PARM IS NUMERIC
032700         MOVE WS-JOB-PARM TO WS-CLOSE-YEAR
032800     ELSE
032900         MOVE WS-RUN-DATE (1:4) TO WS-CLOSE-YEAR
033000     END-IF
033100     OPEN OUTPUT CONTROL-REPORT
033200     MOVE WS-CLOSE-YEAR TO ER-HEAD-YEAR
033300     WRITE CONTROL-REPORT-RECORD FROM ER-HEADING-1
033301     WRITE CONTROL-REPORT-RECORD FROM ER-ERROR-HEADING
033302     PERFORM 1100-LOAD-WAGE-BASE THRU 1100-EXIT
033303     IF WS-EFW2-FAILED
033304         MOVE "Y" TO WS-EOF-SWITCH
033305         GO TO 1000-EXIT
033306     END-IF
033401     OPEN INPUT EMPLOYEE-ADDRESS
033402     IF WS-EMPADDR-OK
033403         MOVE "Y" TO WS-EMPADDR-AVAILABLE
033404     ELSE
033405         DISPLAY "EMPADDR NOT AVAILABLE, STATUS "
033406             WS-EMPADDR-STATUS
033407     END-IF
033500     OPEN INPUT YEAR-HISTORY
033600     IF NOT WS-YRHIST-OK
033700         DISPLAY "YRHIST OPEN FAILED, STATUS "
033800             WS-YRHIST-STATUS
033900         MOVE "Y" TO WS-EOF-SWITCH
034000         MOVE "Y" TO WS-EFW2-FAILURE-SW
034100     ELSE
034200         PERFORM 2000-READ-YEAR-HISTORY THRU 2000-EXIT
034300     END-IF.
034400 1000-EXIT.
034401     EXIT.
034402*----------------------------------------------------------*
034403* 1100-LOAD-WAGE-BASE - THE SOCIAL SECURITY WAGE BASE IN    *
034404* EFFECT AT THE END OF THE CLOSE YEAR: THE LATEST TAXCTL "W"*
034405* ENTRY NOT AFTER DECEMBER 31. WITHOUT ONE BOX 3 CANNOT BE  *
034406* CAPPED AND THE FILE IS REFUSED.                           *
034407*----------------------------------------------------------*
034408 1100-LOAD-WAGE-BASE.
034409     COMPUTE WS-YEAR-END-DATE = WS-CLOSE-YEAR * 10000 + 1231
034410     OPEN INPUT TAX-CONTROL
034411     IF NOT WS-TAXCTL-OK
034412         DISPLAY "TAXCTL OPEN FAILED, STATUS " WS-TAXCTL-STATUS
034413         MOVE "Y" TO WS-EFW2-FAILURE-SW
034414         GO TO 1100-EXIT
034415     END-IF
034416     MOVE "N" TO WS-EOF-SWITCH
034417     PERFORM 1110-READ-TAX-CONTROL THRU 1110-EXIT
034418         UNTIL WS-EOF
034419     CLOSE TAX-CONTROL
034420     MOVE "N" TO WS-EOF-SWITCH
034421     IF WS-WAGE-BASE-DATE = ZEROS OR WS-FICA-WAGE-BASE = ZEROS
034422         DISPLAY "W2EFILE: TAXCTL HAS NO FICA WAGE BASE IN "
034423             "EFFECT FOR YEAR " WS-CLOSE-YEAR
034424         MOVE "Y" TO WS-EFW2-FAILURE-SW
034425     END-IF.
034426 1100-EXIT.
034427     EXIT.
034428*----------------------------------------------------------*
034429* 1110-READ-TAX-CONTROL - ONE TAXCTL ENTRY                  *
034430*----------------------------------------------------------*
034431 1110-READ-TAX-CONTROL.
034432     READ TAX-CONTROL
034433         AT END
034434             MOVE "Y" TO WS-EOF-SWITCH
034435             GO TO 1110-EXIT
034436     END-READ
034437     IF TX-EFFECTIVE-DATE > WS-YEAR-END-DATE
034438         GO TO 1110-EXIT
034439     END-IF
034440     IF TX-FICA-WAGE-BASE
034441        AND TX-EFFECTIVE-DATE NOT < WS-WAGE-BASE-DATE
034442         MOVE TX-WAGE-BASE TO WS-FICA-WAGE-BASE
034443         MOVE TX-EFFECTIVE-DATE TO WS-WAGE-BASE-DATE
034444     END-IF.
034445 1110-EXIT.
034500     EXIT.
034600*----------------------------------------------------------*
034700* 2000-READ-YEAR-HISTORY - GET THE NEXT ARCHIVED EMPLOYEE   *
034800*----------------------------------------------------------*
034900 2000-READ-YEAR-HISTORY.
035000     READ YEAR-HISTORY
035100         AT END
035200             MOVE "Y" TO WS-EOF-SWITCH
035300     END-READ.
035400 2000-EXIT.
035500     EXIT.
035600*----------------------------------------------------------*
035700* 3000-EDIT-EMPLOYEE - EDIT ONE EMPLOYEE ARCHIVED UNDER THE  *
035800* REQUESTED YEAR. EVERY FAILURE IS LISTED - THE WHOLE YEAR   *
035900* IS EDITED SO ONE CORRECTION PASS FIXES EVERYTHING.         *
036000*----------------------------------------------------------*
036100 3000-EDIT-EMPLOYEE.
036200     IF YH-CLOSE-DATE (1:4) NOT = WS-CLOSE-YEAR
036300         GO TO 3000-READ-NEXT
036400     END-IF
036500     ADD 1 TO WS-EDITED-COUNT
036600     PERFORM 3100-EDIT-SSN THRU 3100-EXIT
036700     IF WS-SSN-INVALID
036800         MOVE "INVALID SSN" TO ER-REASON
036900         PERFORM 6100-WRITE-ERROR-LINE THRU 6100-EXIT
037000     END-IF
037100     IF YH-YTD-GROSS = ZEROS AND YH-YTD-WITHHOLDING > ZEROS
037200         MOVE "WITHHOLDING WITH ZERO WAGES" TO ER-REASON
037300         PERFORM 6100-WRITE-ERROR-LINE THRU 6100-EXIT
037301     END-IF
037302     PERFORM 3200-READ-ADDRESS THRU 3200-EXIT
037303     IF NOT WS-ADDRESS-FOUND
037304         MOVE "NO ADDRESS ON FILE" TO ER-REASON
037305         PERFORM 6100-WRITE-ERROR-LINE THRU 6100-EXIT
037306         GO TO 3000-READ-NEXT
037307     END-IF
037308     IF EA-STREET = SPACES OR EA-CITY = SPACES
037309        OR EA-STATE = SPACES OR EA-ZIP IS NOT NUMERIC
037310         MOVE "ADDRESS INCOMPLETE" TO ER-REASON
037311         PERFORM 6100-WRITE-ERROR-LINE THRU 6100-EXIT
037400     END-IF.
037500 3000-READ-NEXT.
037600     PERFORM 2000-READ-YEAR-HISTORY THRU 2000-EXIT.
037700 3000-EXIT.
037800     EXIT.
037900*----------------------------------------------------------*
038000* 3100-EDIT-SSN - THE SSA REFUSES AN SSN THAT IS NOT NINE    *
038100* DIGITS, OR HAS AN AREA OF 000, 666, OR 900 AND UP, A GROUP *
038200* OF 00, OR A SERIAL OF 0000.                                *
038300*----------------------------------------------------------*
038400 3100-EDIT-SSN.
038500     SET WS-SSN-VALID TO TRUE
038600     IF YH-SSN IS NOT NUMERIC
038700         SET WS-SSN-INVALID TO TRUE
038800         GO TO 3100-EXIT
038900     END-IF
039000     MOVE YH-SSN TO WS-SSN-WORK
039100     IF WS-SSN-AREA = ZEROS OR WS-SSN-AREA = 666
039200        OR WS-SSN-AREA > 899
039300        OR WS-SSN-GROUP = ZEROS OR WS-SSN-SERIAL = ZEROS
039400         SET WS-SSN-INVALID TO TRUE
039500     END-IF.
039600 3100-EXIT.
039601     EXIT.
039602*----------------------------------------------------------*
039603* 3200-READ-ADDRESS - LOOK THE EMPLOYEE UP ON EMPADDR.       *
039604*----------------------------------------------------------*
039605 3200-READ-ADDRESS.
039606     MOVE "N" TO WS-ADDRESS-FOUND-SW
039607     IF NOT WS-HAVE-EMPADDR
039608         GO TO 3200-EXIT
039609     END-IF
039610     MOVE YH-EMPLOYEE-ID TO EA-EMPLOYEE-ID
039611     READ EMPLOYEE-ADDRESS
039612         INVALID KEY
039613             GO TO 3200-EXIT
039614     END-READ
039615     MOVE "Y" TO WS-ADDRESS-FOUND-SW.
039616 3200-EXIT.
039700     EXIT.
039800*----------------------------------------------------------*
039900* 4000-START-SUBMISSION - A YEAR WITH ANY EDIT FAILURE, OR   *
040000* NOTHING ARCHIVED AT ALL, IS REFUSED AND THE SUBMISSION     *
040100* FILE IS LEFT EMPTY SO NOTHING STALE CAN BE SENT. OTHERWISE *
040200* THE ARCHIVE IS READ AGAIN FROM THE TOP BEHIND THE          *
040300* SUBMITTER AND EMPLOYER RECORDS.                            *
040400*----------------------------------------------------------*
040500 4000-START-SUBMISSION.
040600     OPEN OUTPUT SUBMISSION-FILE
040700     IF WS-EFW2-FAILED
040800         GO TO 4000-EXIT
040900     END-IF
041000     IF WS-ERROR-COUNT > ZERO
041100         DISPLAY "W2EFILE: " WS-ERROR-COUNT
041200             " EMPLOYEES NEED CORRECTION - FILE NOT BUILT"
041300         MOVE "Y" TO WS-EFW2-FAILURE-SW
041400         GO TO 4000-EXIT
041500     END-IF
041600     IF WS-EDITED-COUNT = ZERO
041700         DISPLAY "W2EFILE: NO ARCHIVE RECORDS FOR YEAR "
041800             WS-CLOSE-YEAR
041900         MOVE "Y" TO WS-EFW2-FAILURE-SW
042000         GO TO 4000-EXIT
042100     END-IF
042200     CLOSE YEAR-HISTORY
042300     MOVE "N" TO WS-EOF-SWITCH
042400     OPEN INPUT YEAR-HISTORY
042500     IF NOT WS-YRHIST-OK
042600         DISPLAY "YRHIST REOPEN FAILED, STATUS "
042700             WS-YRHIST-STATUS
042800         MOVE "Y" TO WS-EFW2-FAILURE-SW
042900         MOVE "Y" TO WS-EOF-SWITCH
043000         GO TO 4000-EXIT
043100     END-IF
043200     PERFORM 6200-WRITE-SUBMITTER THRU 6200-EXIT
043300     PERFORM 6300-WRITE-EMPLOYER THRU 6300-EXIT
043400     PERFORM 2000-READ-YEAR-HISTORY THRU 2000-EXIT.
043500 4000-EXIT.
043600     EXIT.
043700*----------------------------------------------------------*
043800* 5000-WRITE-EMPLOYEE - ONE RW RECORD PER EMPLOYEE ARCHIVED  *
043900* UNDER THE REQUESTED YEAR, ACCUMULATED INTO THE SAME        *
044000* CONTROL TOTALS W2PRINT PUTS ON ITS TRANSMITTAL PAGE.       *
044001* EVERY BOX IS FIGURED IN WHOLE DOLLARS EXACTLY AS THE PAPER *
044002* W-2 PRINTS IT, THEN CARRIED IN CENTS.                      *
044300*----------------------------------------------------------*
044400 5000-WRITE-EMPLOYEE.
044500     IF YH-CLOSE-DATE (1:4) NOT = WS-CLOSE-YEAR
044600         GO TO 5000-READ-NEXT
044700     END-IF
044701     PERFORM 5050-SET-WAGE-BOXES THRU 5050-EXIT
044702     COMPUTE WS-WAGE-CENTS = WS-BOX-FED-WAGES * 100
044703     PERFORM 5060-SET-TAX-BOXES THRU 5060-EXIT
044704     COMPUTE WS-SS-WAGE-CENTS = WS-BOX-SS-WAGES * 100
044705     COMPUTE WS-FED-CENTS  = WS-BOX-FEDERAL * 100
045000     MOVE YH-SSN            TO RW-SSN
045100     PERFORM 5100-SPLIT-NAME THRU 5100-EXIT
045200     MOVE WS-FIRST-NAME     TO RW-FIRST-NAME
045300     MOVE WS-LAST-NAME      TO RW-LAST-NAME
045301     PERFORM 3200-READ-ADDRESS THRU 3200-EXIT
045302     MOVE EA-STREET         TO RW-DELIVERY-ADDR
045303     MOVE EA-CITY           TO RW-CITY
045304     MOVE EA-STATE          TO RW-STATE
045305     MOVE EA-ZIP            TO RW-ZIP
045306     MOVE EA-ZIP-EXT        TO RW-ZIP-EXT
045400     MOVE WS-WAGE-CENTS     TO RW-WAGES
045500     MOVE WS-FED-CENTS      TO RW-FEDERAL-TAX
045600     MOVE WS-SS-WAGE-CENTS  TO RW-SS-WAGES
045601     COMPUTE RW-SS-TAX         = WS-BOX-SS-TAX * 100
045602     COMPUTE RW-MEDICARE-WAGES = WS-BOX-FICA-WAGES * 100
045603     COMPUTE RW-MEDICARE-TAX   = WS-BOX-MEDICARE-TAX * 100
045604     COMPUTE RW-DEFERRED-401K  = WS-BOX-401K * 100
045605     COMPUTE RW-ROTH-401K      = WS-BOX-ROTH-401K * 100
045606     MOVE "0"               TO RW-RETIREMENT-PLAN
045607     IF WS-BOX-401K > ZEROS OR WS-BOX-ROTH-401K > ZEROS
045608         MOVE "1"           TO RW-RETIREMENT-PLAN
045609     END-IF
046000     WRITE SUBMISSION-RECORD FROM EF-RW-RECORD
046100     IF NOT WS-EFW2-OK
046200         DISPLAY "EFW2 WRITE FAILED, STATUS " WS-EFW2-STATUS
046300         MOVE "Y" TO WS-EFW2-FAILURE-SW
046400         MOVE "Y" TO WS-EOF-SWITCH
046500         GO TO 5000-EXIT
046600     END-IF
046700     ADD 1                  TO WS-RW-COUNT
046800     ADD YH-YTD-GROSS       TO WS-TOTAL-GROSS
046900     ADD YH-YTD-WITHHOLDING TO WS-TOTAL-WITHHLD
047000     ADD WS-WAGE-CENTS      TO WS-TOTAL-WAGE-CENTS
047001     ADD WS-FED-CENTS       TO WS-TOTAL-FED-CENTS
047002     ADD WS-SS-WAGE-CENTS   TO WS-TOTAL-SS-WAGE-CENTS
047003     ADD WS-BOX-FED-WAGES   TO WS-TOTAL-FED-WAGES
047004     ADD WS-BOX-FICA-WAGES  TO WS-TOTAL-FICA-WAGES
047005     ADD WS-BOX-SS-WAGES    TO WS-TOTAL-SS-WAGES
047006     ADD WS-BOX-FEDERAL     TO WS-TOTAL-FEDERAL
047007     ADD WS-BOX-SS-TAX      TO WS-TOTAL-SS-TAX
047008     ADD WS-BOX-MEDICARE-TAX TO WS-TOTAL-MEDICARE-TAX
047009     ADD WS-BOX-401K        TO WS-TOTAL-401K
047010     ADD WS-BOX-ROTH-401K   TO WS-TOTAL-ROTH-401K.
047200 5000-READ-NEXT.
047300     PERFORM 2000-READ-YEAR-HISTORY THRU 2000-EXIT.
047400 5000-EXIT.
047401     EXIT.
047402*----------------------------------------------------------*
047403* 5050-SET-WAGE-BOXES - THE FEDERAL AND SOCIAL SECURITY/     *
047404* MEDICARE TAXABLE WAGES ARCHIVED AT THE CLOSE, WHICH        *
047405* PRE-TAX DEDUCTIONS HOLD BELOW GROSS. A YEAR ARCHIVED       *
047406* BEFORE THEY WERE KEPT IS TAKEN AT ITS YTD GROSS, AS        *
047407* W2PRINT TAKES IT.                                          *
047408*----------------------------------------------------------*
047409 5050-SET-WAGE-BOXES.
047410     IF YH-YTD-FED-WAGES IS NUMERIC
047411         MOVE YH-YTD-FED-WAGES  TO WS-BOX-FED-WAGES
047412     ELSE
047413         MOVE YH-YTD-GROSS      TO WS-BOX-FED-WAGES
047414     END-IF
047415     IF YH-YTD-FICA-WAGES IS NUMERIC
047416         MOVE YH-YTD-FICA-WAGES TO WS-BOX-FICA-WAGES
047417     ELSE
047418         MOVE YH-YTD-GROSS      TO WS-BOX-FICA-WAGES
047419     END-IF.
047420 5050-EXIT.
047421     EXIT.
047422*----------------------------------------------------------*
047423* 5060-SET-TAX-BOXES - FEDERAL TAX (BOX 2) FROM THE ARCHIVED*
047424* YTD FEDERAL TAX; SOCIAL SECURITY WAGES (BOX 3) CAPPED AT  *
047425* THE WAGE BASE; THE FICA WITHHELD SPLIT INTO SOCIAL        *
047426* SECURITY (BOX 4) AND MEDICARE (BOX 6) TAX AT THEIR        *
047427* STATUTORY RATES; 401(K) DEFERRALS FOR BOX 12 CODES D AND  *
047428* AA. A YEAR ARCHIVED BEFORE THE TAX BUCKETS WERE KEPT HAS  *
047429* ALL ITS WITHHOLDING REPORTED AS FEDERAL AND NO DEFERRALS, *
047430* AS W2PRINT TAKES IT.                                      *
047431*----------------------------------------------------------*
047432 5060-SET-TAX-BOXES.
047433     MOVE WS-BOX-FICA-WAGES TO WS-BOX-SS-WAGES
047434     IF WS-BOX-SS-WAGES > WS-FICA-WAGE-BASE
047435         MOVE WS-FICA-WAGE-BASE TO WS-BOX-SS-WAGES
047436     END-IF
047437     IF YH-YTD-FEDERAL IS NUMERIC
047438        AND YH-YTD-FICA IS NUMERIC
047439         MOVE YH-YTD-FEDERAL     TO WS-BOX-FEDERAL
047440         MOVE YH-YTD-FICA        TO WS-BOX-FICA
047441     ELSE
047442         MOVE YH-YTD-WITHHOLDING TO WS-BOX-FEDERAL
047443         MOVE ZEROS              TO WS-BOX-FICA
047444     END-IF
047445     COMPUTE WS-BOX-SS-TAX ROUNDED =
047446         WS-BOX-FICA * WS-SS-TAX-RATE
047447             / (WS-SS-TAX-RATE + WS-MEDICARE-TAX-RATE)
047448     COMPUTE WS-BOX-MEDICARE-TAX = WS-BOX-FICA - WS-BOX-SS-TAX
047449     IF YH-YTD-401K IS NUMERIC
047450        AND YH-YTD-ROTH-401K IS NUMERIC
047451         MOVE YH-YTD-401K        TO WS-BOX-401K
047452         MOVE YH-YTD-ROTH-401K   TO WS-BOX-ROTH-401K
047453     ELSE
047454         MOVE ZEROS              TO WS-BOX-401K
047455         MOVE ZEROS              TO WS-BOX-ROTH-401K
047456     END-IF.
047457 5060-EXIT.
047500     EXIT.
047600*----------------------------------------------------------*
047700* 5100-SPLIT-NAME - THE ARCHIVE HOLDS ONE NAME FIELD. THE    *
047800* FIRST WORD IS TAKEN AS THE FIRST NAME AND THE REST AS THE  *
047900* LAST NAME; A SINGLE-WORD NAME GOES IN AS THE LAST NAME.    *
048000*----------------------------------------------------------*
048100 5100-SPLIT-NAME.
048200     MOVE SPACES TO WS-NAME-PARTS
048300     UNSTRING YH-NAME DELIMITED BY ALL SPACE
048400         INTO WS-FIRST-NAME WS-LAST-NAME
048500     END-UNSTRING
048600     IF WS-LAST-NAME = SPACES
048700         MOVE WS-FIRST-NAME TO WS-LAST-NAME
048800         MOVE SPACES        TO WS-FIRST-NAME
048900     END-IF.
049000 5100-EXIT.
049100     EXIT.
049200*----------------------------------------------------------*
049300* 6100-WRITE-ERROR-LINE - ONE EMPLOYEE NEEDING CORRECTION.   *
049400* ER-REASON IS SET BY THE CALLER.                            *
049500*----------------------------------------------------------*
049600 6100-WRITE-ERROR-LINE.
049700     MOVE YH-EMPLOYEE-ID TO ER-EMPLOYEE-ID
049800     MOVE YH-NAME        TO ER-NAME
049900     MOVE YH-SSN (6:4)   TO ER-SSN-LAST-FOUR
050000     WRITE CONTROL-REPORT-RECORD FROM ER-ERROR-LINE
050100     ADD 1 TO WS-ERROR-COUNT.
050200 6100-EXIT.
050300     EXIT.
050400*----------------------------------------------------------*
050500* 6200-WRITE-SUBMITTER - THE RA RECORD. THE EMPLOYER FILES   *
050600* FOR ITSELF, SO SUBMITTER AND COMPANY ARE THE SAME.         *
050700*----------------------------------------------------------*
050800 6200-WRITE-SUBMITTER.
050900     MOVE WS-EMPLOYER-EIN      TO RA-SUBMITTER-EIN
051000     MOVE WS-SUBMITTER-USER-ID TO RA-USER-ID
051100     MOVE WS-EMPLOYER-NAME     TO RA-COMPANY-NAME
051200     MOVE WS-EMPLOYER-STREET   TO RA-CO-DELIVERY-ADDR
051300     MOVE WS-EMPLOYER-CITY     TO RA-CO-CITY
051400     MOVE WS-EMPLOYER-STATE    TO RA-CO-STATE
051500     MOVE WS-EMPLOYER-ZIP      TO RA-CO-ZIP
051600     MOVE WS-EMPLOYER-NAME     TO RA-SUBMITTER-NAME
051700     MOVE WS-EMPLOYER-STREET   TO RA-SU-DELIVERY-ADDR
051800     MOVE WS-EMPLOYER-CITY     TO RA-SU-CITY
051900     MOVE WS-EMPLOYER-STATE    TO RA-SU-STATE
052000     MOVE WS-EMPLOYER-ZIP      TO RA-SU-ZIP
052100     MOVE WS-CONTACT-NAME      TO RA-CONTACT-NAME
052200     MOVE WS-CONTACT-PHONE     TO RA-CONTACT-PHONE
052300     WRITE SUBMISSION-RECORD FROM EF-RA-RECORD.
052400 6200-EXIT.
052500     EXIT.
052600*----------------------------------------------------------*
052700* 6300-WRITE-EMPLOYER - THE RE RECORD FOR THE CLOSE YEAR.    *
052800*----------------------------------------------------------*
052900 6300-WRITE-EMPLOYER.
053000     MOVE WS-CLOSE-YEAR        TO RE-TAX-YEAR
053100     MOVE WS-EMPLOYER-EIN      TO RE-EMPLOYER-EIN
053200     MOVE WS-EMPLOYER-NAME     TO RE-EMPLOYER-NAME
053300     MOVE WS-EMPLOYER-STREET   TO RE-DELIVERY-ADDR
053400     MOVE WS-EMPLOYER-CITY     TO RE-CITY
053500     MOVE WS-EMPLOYER-STATE    TO RE-STATE
053600     MOVE WS-EMPLOYER-ZIP      TO RE-ZIP
053700     MOVE WS-CONTACT-NAME      TO RE-CONTACT-NAME
053800     MOVE WS-CONTACT-PHONE     TO RE-CONTACT-PHONE
053900     WRITE SUBMISSION-RECORD FROM EF-RE-RECORD.
054000 6300-EXIT.
054100     EXIT.
054200*----------------------------------------------------------*
054300* 6400-WRITE-TOTAL-AND-FINAL - THE RT EMPLOYER TOTAL, WHICH  *
054400* MUST AGREE WITH THE RW RECORDS ABOVE IT, AND THE RF FINAL  *
054500* RECORD THAT CLOSES THE FILE.                               *
054600*----------------------------------------------------------*
054700 6400-WRITE-TOTAL-AND-FINAL.
054800     MOVE WS-RW-COUNT          TO RT-RW-COUNT
054900     MOVE WS-TOTAL-WAGE-CENTS  TO RT-WAGES
055000     MOVE WS-TOTAL-FED-CENTS   TO RT-FEDERAL-TAX
055100     MOVE WS-TOTAL-SS-WAGE-CENTS TO RT-SS-WAGES
055101     COMPUTE RT-SS-TAX         = WS-TOTAL-SS-TAX * 100
055102     COMPUTE RT-MEDICARE-WAGES = WS-TOTAL-FICA-WAGES * 100
055103     COMPUTE RT-MEDICARE-TAX   = WS-TOTAL-MEDICARE-TAX * 100
055104     COMPUTE RT-DEFERRED-401K  = WS-TOTAL-401K * 100
055105     COMPUTE RT-ROTH-401K      = WS-TOTAL-ROTH-401K * 100
055500     WRITE SUBMISSION-RECORD FROM EF-RT-RECORD
055600     MOVE WS-RW-COUNT          TO RF-RW-COUNT
055700     WRITE SUBMISSION-RECORD FROM EF-RF-RECORD.
055800 6400-EXIT.
055900     EXIT.
056000*----------------------------------------------------------*
056100* 6500-WRITE-CONTROL-TOTALS - COUNTS AND DOLLAR TOTALS THAT  *
056200* TIE TO THE W2PRINT TRANSMITTAL PAGE, OR THE REFUSAL.       *
056300*----------------------------------------------------------*
056400 6500-WRITE-CONTROL-TOTALS.
056500     MOVE "EMPLOYEES EDITED:"         TO ER-TOTAL-LABEL
056600     MOVE WS-EDITED-COUNT             TO ER-TOTAL-VALUE
056700     WRITE CONTROL-REPORT-RECORD FROM ER-TOTAL-LINE
056800     MOVE "EMPLOYEES NEEDING CORRECTION:" TO ER-TOTAL-LABEL
056900     MOVE WS-ERROR-COUNT              TO ER-TOTAL-VALUE
057000     WRITE CONTROL-REPORT-RECORD FROM ER-TOTAL-LINE
057100     IF WS-EFW2-FAILED
057200         MOVE "SUBMISSION FILE NOT BUILT - CORRECT AND RERUN"
057300             TO ER-MESSAGE
057400         WRITE CONTROL-REPORT-RECORD FROM ER-MESSAGE-LINE
057500         GO TO 6500-EXIT
057600     END-IF
057700     MOVE "EMPLOYEE WAGE (RW) RECORDS:"  TO ER-TOTAL-LABEL
057800     MOVE WS-RW-COUNT                 TO ER-TOTAL-VALUE
057900     WRITE CONTROL-REPORT-RECORD FROM ER-TOTAL-LINE
058000     MOVE "TOTAL GROSS WAGES:"        TO ER-TOTAL-LABEL
058100     MOVE WS-TOTAL-GROSS              TO ER-TOTAL-VALUE
058200     WRITE CONTROL-REPORT-RECORD FROM ER-TOTAL-LINE
058300     MOVE "TOTAL TAX WITHHELD:"       TO ER-TOTAL-LABEL
058400     MOVE WS-TOTAL-WITHHLD            TO ER-TOTAL-VALUE
058500     WRITE CONTROL-REPORT-RECORD FROM ER-TOTAL-LINE
058501     MOVE "TOTAL WAGES (BOX 1):"      TO ER-TOTAL-LABEL
058502     MOVE WS-TOTAL-FED-WAGES          TO ER-TOTAL-VALUE
058503     WRITE CONTROL-REPORT-RECORD FROM ER-TOTAL-LINE
058504     MOVE "TOTAL FED TAX (BOX 2):"    TO ER-TOTAL-LABEL
058505     MOVE WS-TOTAL-FEDERAL            TO ER-TOTAL-VALUE
058506     WRITE CONTROL-REPORT-RECORD FROM ER-TOTAL-LINE
058507     MOVE "TOTAL SS WAGES (BOX 3):"   TO ER-TOTAL-LABEL
058508     MOVE WS-TOTAL-SS-WAGES           TO ER-TOTAL-VALUE
058509     WRITE CONTROL-REPORT-RECORD FROM ER-TOTAL-LINE
058510     MOVE "TOTAL SS TAX (BOX 4):"     TO ER-TOTAL-LABEL
058511     MOVE WS-TOTAL-SS-TAX             TO ER-TOTAL-VALUE
058512     WRITE CONTROL-REPORT-RECORD FROM ER-TOTAL-LINE
058513     MOVE "TOTAL MED WAGES (BOX 5):"  TO ER-TOTAL-LABEL
058514     MOVE WS-TOTAL-FICA-WAGES         TO ER-TOTAL-VALUE
058515     WRITE CONTROL-REPORT-RECORD FROM ER-TOTAL-LINE
058516     MOVE "TOTAL MED TAX (BOX 6):"    TO ER-TOTAL-LABEL
058517     MOVE WS-TOTAL-MEDICARE-TAX       TO ER-TOTAL-VALUE
058518     WRITE CONTROL-REPORT-RECORD FROM ER-TOTAL-LINE
058519     MOVE "TOTAL 401(K) (BOX 12 D):"  TO ER-TOTAL-LABEL
058520     MOVE WS-TOTAL-401K               TO ER-TOTAL-VALUE
058521     WRITE CONTROL-REPORT-RECORD FROM ER-TOTAL-LINE
058522     MOVE "TOTAL ROTH (BOX 12 AA):"   TO ER-TOTAL-LABEL
058523     MOVE WS-TOTAL-ROTH-401K          TO ER-TOTAL-VALUE
058524     WRITE CONTROL-REPORT-RECORD FROM ER-TOTAL-LINE
058600     MOVE "TOTALS MUST EQUAL THE W2PRINT TRANSMITTAL PAGE"
058700         TO ER-MESSAGE
058800     WRITE CONTROL-REPORT-RECORD FROM ER-MESSAGE-LINE.
058900 6500-EXIT.
059000     EXIT.
059100*----------------------------------------------------------*
059200* 7000-TERMINATE - CLOSE OUT THE SUBMISSION FILE, WRITE THE  *
059300* CONTROL TOTALS, CLOSE FILES, AND SET RETURN-CODE.          *
059400*----------------------------------------------------------*
059500 7000-TERMINATE.
059600     IF NOT WS-EFW2-FAILED
059700         PERFORM 6400-WRITE-TOTAL-AND-FINAL THRU 6400-EXIT
059800     END-IF
059900     PERFORM 6500-WRITE-CONTROL-TOTALS THRU 6500-EXIT
060000     CLOSE YEAR-HISTORY
060001     IF WS-HAVE-EMPADDR
060002         CLOSE EMPLOYEE-ADDRESS
060003     END-IF
060100     CLOSE SUBMISSION-FILE
060200     CLOSE CONTROL-REPORT
060300     MOVE 0 TO RETURN-CODE
060400     IF WS-EFW2-FAILED
060500         MOVE 8 TO RETURN-CODE
060600     END-IF.
060700 7000-EXIT.
060800     EXIT.
060900*----------------------------------------------------------*
061000* 9999-EXIT - COMMON JOB TERMINATION POINT                  *
061100*----------------------------------------------------------*
061200 9999-EXIT.
061300     GOBACK.
