000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PAYBAL00.
000300 AUTHOR.        LIBI.
000400 INSTALLATION.  PAYROLL DEPARTMENT.
000500 DATE-WRITTEN.  OCTOBER 15, 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                     *
000900*----------------------------------------------------------*
001000* DATE        INIT  DESCRIPTION                            *
001100* 2026-10-15  LIBI  ORIGINAL PROGRAM - PAYROLL RUN          *
001200*                   BALANCING PROOF. READS EVERY OUTPUT OF  *
001300*                   ONE PAYROL00 RUN FOR ONE PERIOD DATE -  *
001400*                   THE PAYREG REGISTER, THE GROSSRUN RUN   *
001500*                   TOTALS, THE DDEXTR DEPOSITS, THE CHECK  *
001600*                   REQUESTS (OR THE CHKREG CHECK REGISTER  *
001700*                   ONCE CHKPRINT HAS EMPTIED CHKREQ), THE  *
001800*                   DEDREMIT REMITTANCES, THE GLEXTR        *
001900*                   LEDGER EXTRACT, THE TAXLIAB LIABILITY   *
002000*                   REPORT AND WHAT PAYHPOST POSTED TO      *
002100*                   PAYHIST - AND PROVES THEY AGREE WITH    *
002200*                   EACH OTHER: NET PAY EQUALS DEPOSITS     *
002300*                   PLUS CHECKS, DEDUCTIONS EQUAL           *
002400*                   REMITTANCES PLUS RETAINED AMOUNTS, AND  *
002500*                   THE LEDGER TIES TO THE REGISTER. PRINTS *
002600*                   ONE SIGN-OFF PAGE. RETURN-CODE 8 WHEN   *
002700*                   ANYTHING IS OUT OF BALANCE AND 12 WHEN  *
002800*                   THE RUN CANNOT BE PROVEN, SO DAYBATCH   *
002900*                   HOLDS THE BANK TRANSMISSION.            *
002901* 2026-10-15  LIBI  THE EMPLOYER TAXES PAYROL00 NOW CHARGES *
002902*                   TO JOBS ("ER TAX - " DEBITS TO EACH     *
002903*                   JOB'S ACCOUNT) COUNT WITH THE PAYROLL   *
002904*                   TAX EXPENSE ACCOUNT IN THE TAX EXPENSE  *
002905*                   PROOF.                                  *
002906* 2026-10-15  LIBI  A REGULAR RUN IS PROVEN FOR THE PAY     *
002907*                   GROUP GROSSRUN SAYS IT PAID. THE        *
002908*                   PAYHIST, CHKREQ, CHKREG AND DEDREMIT    *
002909*                   ITEMS OF EMPLOYEES IN OTHER GROUPS (BY  *
002910*                   PM-PAY-GROUP ON PAYRMSTR) ARE LEFT OUT  *
002911*                   OF THE FOOTINGS, SO A GROUP PAID ON THE *
002912*                   SAME PERIOD DATE NO LONGER THROWS THE   *
002913*                   PROOF OUT. A SUPPLEMENTAL RUN PAYS ANY  *
002914*                   GROUP AND IS FOOTED WHOLE.              *
003000*----------------------------------------------------------*
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER. IBM-370.
003400 OBJECT-COMPUTER. IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT GROSS-CONTROL-OUT ASSIGN TO "GROSSRUN"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-GROSSRUN-STATUS.
004000     SELECT PAYROLL-REGISTER ASSIGN TO "PAYREG"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-PAYREG-STATUS.
004300     SELECT DIRECT-DEPOSIT-EXTRACT ASSIGN TO "DDEXTR"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-DDEXTR-STATUS.
004600     SELECT CHECK-REQUESTS ASSIGN TO "CHKREQ"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-CHKREQ-STATUS.
004900     SELECT CHECK-REGISTER ASSIGN TO "CHKREG"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-CHKREG-STATUS.
005200     SELECT DEDUCTION-REMITTANCE ASSIGN TO "DEDREMIT"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-DEDREMIT-STATUS.
005500     SELECT GL-EXTRACT ASSIGN TO "GLEXTR"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-GLEXTR-STATUS.
005800     SELECT TAX-LIABILITY-REPORT ASSIGN TO "TAXLIAB"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-TAXLIAB-STATUS.
006100     SELECT PAY-HISTORY ASSIGN TO "PAYHIST"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS SEQUENTIAL
006400         RECORD KEY IS PH-KEY
006500         FILE STATUS IS WS-PAYHIST-STATUS.
006501     SELECT PAYROLL-MASTER ASSIGN TO "PAYRMSTR"
006502         ORGANIZATION IS INDEXED
006503         ACCESS MODE IS RANDOM
006504         RECORD KEY IS PM-EMPLOYEE-ID
006505         FILE STATUS IS WS-PAYRMSTR-STATUS.
006600     SELECT BALANCING-REPORT ASSIGN TO "PAYBALRP"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-PAYBALRP-STATUS.
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  GROSS-CONTROL-OUT
007200     LABEL RECORDS ARE STANDARD.
007300 COPY GROSSRUN.
007400 FD  PAYROLL-REGISTER
007500     LABEL RECORDS ARE STANDARD.
007600 01  REGISTER-RECORD             PIC X(132).
007700 FD  DIRECT-DEPOSIT-EXTRACT
007800     LABEL RECORDS ARE STANDARD.
007900 COPY DDEXTR.
008000 FD  CHECK-REQUESTS
008100     LABEL RECORDS ARE STANDARD.
008200 COPY CHKREQ.
008300 FD  CHECK-REGISTER
008400     LABEL RECORDS ARE STANDARD.
008500 01  CHECK-REGISTER-RECORD       PIC X(80).
008600 FD  DEDUCTION-REMITTANCE
008700     LABEL RECORDS ARE STANDARD.
008800 COPY DEDREMIT.
008900 FD  GL-EXTRACT
009000     LABEL RECORDS ARE STANDARD.
009100 COPY GLEXTR.
009200 FD  TAX-LIABILITY-REPORT
009300     LABEL RECORDS ARE STANDARD.
009400 01  TAX-LIABILITY-RECORD        PIC X(80).
009500 FD  PAY-HISTORY
009600     LABEL RECORDS ARE STANDARD.
009700 COPY PAYHIST.
009701 FD  PAYROLL-MASTER
009702     LABEL RECORDS ARE STANDARD.
009703 COPY PAYRMSTR.
009800 FD  BALANCING-REPORT
009900     LABEL RECORDS ARE STANDARD.
010000 01  BALANCING-REPORT-RECORD     PIC X(80).
010100 WORKING-STORAGE SECTION.
010200*----------------------------------------------------------*
010300* FILE STATUS AND CONTROL SWITCHES                          *
010400*----------------------------------------------------------*
010500 77  WS-GROSSRUN-STATUS      PIC X(02) VALUE ZEROS.
010600     88  WS-GROSSRUN-OK                VALUE "00".
010700 77  WS-PAYREG-STATUS        PIC X(02) VALUE ZEROS.
010800     88  WS-PAYREG-OK                  VALUE "00".
010900 77  WS-DDEXTR-STATUS        PIC X(02) VALUE ZEROS.
011000     88  WS-DDEXTR-OK                  VALUE "00".
011100 77  WS-CHKREQ-STATUS        PIC X(02) VALUE ZEROS.
011200     88  WS-CHKREQ-OK                  VALUE "00".
011300 77  WS-CHKREG-STATUS        PIC X(02) VALUE ZEROS.
011400     88  WS-CHKREG-OK                  VALUE "00".
011500 77  WS-DEDREMIT-STATUS      PIC X(02) VALUE ZEROS.
011600     88  WS-DEDREMIT-OK                VALUE "00".
011700 77  WS-GLEXTR-STATUS        PIC X(02) VALUE ZEROS.
011800     88  WS-GLEXTR-OK                  VALUE "00".
011900 77  WS-TAXLIAB-STATUS       PIC X(02) VALUE ZEROS.
012000     88  WS-TAXLIAB-OK                 VALUE "00".
012100 77  WS-PAYHIST-STATUS       PIC X(02) VALUE ZEROS.
012200     88  WS-PAYHIST-OK                 VALUE "00".
012300 77  WS-PAYBALRP-STATUS      PIC X(02) VALUE ZEROS.
012400     88  WS-PAYBALRP-OK                VALUE "00".
012401 77  WS-PAYRMSTR-STATUS      PIC X(02) VALUE ZEROS.
012402     88  WS-PAYRMSTR-OK                VALUE "00".
012403 77  WS-PAYRMSTR-OPEN-SW     PIC X(01) VALUE "N".
012404     88  WS-PAYRMSTR-OPEN              VALUE "Y".
012500 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
012600     88  WS-EOF                        VALUE "Y".
012700 77  WS-RUN-FAILURE-SW       PIC X(01) VALUE "N".
012800     88  WS-RUN-FAILED                 VALUE "Y".
012900 77  WS-RUN-DATE             PIC 9(08) VALUE ZEROS.
013000 77  WS-JOB-PARM             PIC X(08) VALUE SPACES.
013100 77  WS-PERIOD-DATE          PIC 9(08) VALUE ZEROS.
013101*----------------------------------------------------------*
013102* THE PAY GROUP BEING PROVEN, AND THE GROUP OF THE EMPLOYEE *
013103* ON THE ITEM BEING FOOTED. THE LAST EMPLOYEE LOOKED UP IS  *
013104* KEPT SO A RUN OF ITEMS FOR ONE EMPLOYEE READS PAYRMSTR    *
013105* ONCE.                                                     *
013106*----------------------------------------------------------*
013107 77  WS-GROUP-PROOF-SW        PIC X(01) VALUE "N".
013108     88  WS-GROUP-PROOF                VALUE "Y".
013109 77  WS-PAY-GROUP            PIC X(02) VALUE SPACES.
013110 77  WS-ENTRY-EMPLOYEE-ID    PIC 9(09) VALUE ZEROS.
013111 77  WS-LOOKUP-EMPLOYEE-ID   PIC 9(09) VALUE ZEROS.
013112 77  WS-ENTRY-PAY-GROUP      PIC X(02) VALUE SPACES.
013113 77  WS-ENTRY-GROUP-SW       PIC X(01) VALUE "Y".
013114     88  WS-ENTRY-IN-GROUP             VALUE "Y".
013200*----------------------------------------------------------*
013300* ONE SWITCH PER OUTPUT - "Y" WHEN THE FILE COULD BE READ,  *
013400* SO A PROOF AGAINST A MISSING FILE IS NOT PROVEN RATHER    *
013500* THAN TAKEN AGAINST ZERO.                                  *
013600*----------------------------------------------------------*
013700 77  WS-REGISTER-SW          PIC X(01) VALUE "N".
013800     88  WS-HAVE-REGISTER              VALUE "Y".
013900 77  WS-DEPOSITS-SW          PIC X(01) VALUE "N".
014000     88  WS-HAVE-DEPOSITS              VALUE "Y".
014100 77  WS-CHECKS-SW            PIC X(01) VALUE "N".
014200     88  WS-HAVE-CHECKS                VALUE "Y".
014300 77  WS-REMITS-SW            PIC X(01) VALUE "N".
014400     88  WS-HAVE-REMITS                VALUE "Y".
014500 77  WS-LEDGER-SW            PIC X(01) VALUE "N".
014600     88  WS-HAVE-LEDGER                VALUE "Y".
014700 77  WS-LIABILITY-SW         PIC X(01) VALUE "N".
014800     88  WS-HAVE-LIABILITY             VALUE "Y".
014900 77  WS-HISTORY-SW           PIC X(01) VALUE "N".
015000     88  WS-HAVE-HISTORY               VALUE "Y".
015100 77  WS-TRAILER-SW           PIC X(01) VALUE "N".
015200     88  WS-HAVE-TRAILER               VALUE "Y".
015300 77  WS-CHECK-SOURCE         PIC X(08) VALUE SPACES.
015400*----------------------------------------------------------*
015500* FOOTINGS TAKEN FROM EACH OUTPUT                           *
015600*----------------------------------------------------------*
015700 77  WS-REG-PERIOD           PIC 9(08) VALUE ZEROS.
015800 77  WS-REG-DETAIL-COUNT     PIC 9(09) VALUE ZEROS.
015900 77  WS-REG-GROSS            PIC 9(09) VALUE ZEROS.
016000 77  WS-REG-FED              PIC 9(09) VALUE ZEROS.
016100 77  WS-REG-FICA             PIC 9(09) VALUE ZEROS.
016200 77  WS-REG-STATE            PIC 9(09) VALUE ZEROS.
016300 77  WS-REG-DED              PIC 9(09) VALUE ZEROS.
016400 77  WS-REG-NET              PIC 9(09) VALUE ZEROS.
016500 77  WS-REG-CONTROL-TOTAL    PIC 9(09) VALUE ZEROS.
016600 77  WS-DD-DETAIL-COUNT      PIC 9(09) VALUE ZEROS.
016700 77  WS-DD-DETAIL-NET        PIC 9(09) VALUE ZEROS.
016800 77  WS-DD-TRAILER-COUNT     PIC 9(09) VALUE ZEROS.
016900 77  WS-DD-TRAILER-NET       PIC 9(09) VALUE ZEROS.
017000 77  WS-CHECK-COUNT          PIC 9(09) VALUE ZEROS.
017100 77  WS-CHECK-NET            PIC 9(09) VALUE ZEROS.
017200 77  WS-REMIT-TOTAL          PIC 9(09) VALUE ZEROS.
017300 77  WS-GL-DEBITS            PIC 9(09) VALUE ZEROS.
017400 77  WS-GL-CREDITS           PIC 9(09) VALUE ZEROS.
017500 77  WS-GL-WAGES             PIC 9(09) VALUE ZEROS.
017600 77  WS-GL-FED               PIC 9(09) VALUE ZEROS.
017700 77  WS-GL-FICA              PIC 9(09) VALUE ZEROS.
017800 77  WS-GL-STATE             PIC 9(09) VALUE ZEROS.
017900 77  WS-GL-DED               PIC 9(09) VALUE ZEROS.
018000 77  WS-GL-CASH              PIC 9(09) VALUE ZEROS.
018100 77  WS-GL-TAX-EXPENSE       PIC 9(09) VALUE ZEROS.
018200 77  WS-GL-ERFICA            PIC 9(09) VALUE ZEROS.
018300 77  WS-GL-UNEMP             PIC 9(09) VALUE ZEROS.
018400 77  WS-TL-PERIOD            PIC 9(08) VALUE ZEROS.
018500 77  WS-TL-FED               PIC 9(09) VALUE ZEROS.
018600 77  WS-TL-FICA              PIC 9(09) VALUE ZEROS.
018700 77  WS-TL-ERFICA            PIC 9(09) VALUE ZEROS.
018800 77  WS-TL-FED-DEPOSIT       PIC 9(09) VALUE ZEROS.
018900 77  WS-TL-STATE             PIC 9(09) VALUE ZEROS.
019000 77  WS-TL-UNEMP             PIC 9(09) VALUE ZEROS.
019100 77  WS-PH-COUNT             PIC 9(09) VALUE ZEROS.
019200 77  WS-PH-GROSS             PIC 9(09) VALUE ZEROS.
019300 77  WS-PH-FED               PIC 9(09) VALUE ZEROS.
019400 77  WS-PH-FICA              PIC 9(09) VALUE ZEROS.
019500 77  WS-PH-STATE             PIC 9(09) VALUE ZEROS.
019600 77  WS-PH-DED               PIC 9(09) VALUE ZEROS.
019700 77  WS-PH-NET               PIC 9(09) VALUE ZEROS.
019800 77  WS-AMOUNT-WORK          PIC 9(07) VALUE ZEROS.
019900*----------------------------------------------------------*
020000* ONE PROOF AT A TIME - SET BY THE CALLER, PRINTED AND      *
020100* COUNTED BY 5000-PROVE-AMOUNT OR 5100-PROVE-DATE.          *
020200*----------------------------------------------------------*
020300 77  WS-PROOF-LABEL          PIC X(30) VALUE SPACES.
020400 77  WS-PROOF-LEFT           PIC 9(09) VALUE ZEROS.
020500 77  WS-PROOF-RIGHT          PIC 9(09) VALUE ZEROS.
020600 77  WS-PROOF-SOURCE-SW      PIC X(01) VALUE "Y".
020700     88  WS-PROOF-PROVABLE             VALUE "Y".
020800 77  WS-PROOF-COUNT          PIC 9(05) COMP VALUE ZERO.
020900 77  WS-OUT-COUNT            PIC 9(05) COMP VALUE ZERO.
021000 77  WS-UNPROVEN-COUNT       PIC 9(05) COMP VALUE ZERO.
021100*----------------------------------------------------------*
021200* PAYREG LINE VIEWS - THE REGISTER DETAIL, FIRST HEADING,   *
021300* SECOND HEADING AND CONTROL TOTAL LINES AS PAYROL00 PRINTS *
021400* THEM. THE AMOUNTS ARE DE-EDITED BACK TO NUMBERS.          *
021500*----------------------------------------------------------*
021600 01  PB-REGISTER-LINE.
021700     05  PB-RG-CARRIAGE          PIC X(01).
021800     05  PB-RG-NAME              PIC X(15).
021900     05  PB-RG-LOCATION          PIC X(20).
022000     05  PB-RG-HOURS             PIC X(03).
022100     05  FILLER                  PIC X(05).
022200     05  PB-RG-RATE              PIC X(03).
022300     05  FILLER                  PIC X(05).
022400     05  PB-RG-GROSS             PIC ZZ,ZZ9.
022500     05  FILLER                  PIC X(04).
022600     05  PB-RG-FEDERAL           PIC ZZ,ZZ9.
022700     05  FILLER                  PIC X(04).
022800     05  PB-RG-FICA              PIC ZZ,ZZ9.
022900     05  FILLER                  PIC X(04).
023000     05  PB-RG-STATE             PIC ZZ,ZZ9.
023100     05  FILLER                  PIC X(04).
023200     05  PB-RG-DEDUCT            PIC ZZ,ZZ9.
023300     05  FILLER                  PIC X(04).
023400     05  PB-RG-PREM              PIC ZZ,ZZ9.
023500     05  FILLER                  PIC X(04).
023600     05  PB-RG-NET               PIC ZZ,ZZ9.
023700     05  FILLER                  PIC X(14).
023800 01  PB-REGISTER-HEADING REDEFINES PB-REGISTER-LINE.
023900     05  FILLER                  PIC X(01).
024000     05  PB-RH-TITLE             PIC X(20).
024100     05  FILLER                  PIC X(14).
024200     05  PB-RH-PERIOD-LABEL      PIC X(14).
024300     05  PB-RH-PERIOD            PIC X(08).
024400     05  PB-RH-PERIOD-N REDEFINES PB-RH-PERIOD
024500                                 PIC 9(08).
024600     05  FILLER                  PIC X(75).
024700 01  PB-REGISTER-CAPTION REDEFINES PB-REGISTER-LINE.
024800     05  FILLER                  PIC X(01).
024900     05  PB-RC-CAPTION           PIC X(15).
025000     05  FILLER                  PIC X(116).
025100 01  PB-REGISTER-TOTAL REDEFINES PB-REGISTER-LINE.
025200     05  FILLER                  PIC X(01).
025300     05  PB-RT-LABEL             PIC X(35).
025400     05  PB-RT-AMOUNT            PIC ZZZ,ZZ9.
025500     05  FILLER                  PIC X(89).
025600*----------------------------------------------------------*
025700* CHKREG DETAIL LINE VIEW, AS CHKPRINT PRINTS IT            *
025800*----------------------------------------------------------*
025900 01  PB-CHECK-REG-LINE.
026000     05  FILLER                  PIC X(01).
026100     05  PB-CG-CHECK-NUMBER      PIC X(08).
026200     05  FILLER                  PIC X(02).
026300     05  PB-CG-EMPLOYEE-ID       PIC X(09).
026400     05  FILLER                  PIC X(03).
026500     05  PB-CG-NAME              PIC X(15).
026600     05  FILLER                  PIC X(02).
026700     05  PB-CG-PERIOD            PIC X(08).
026800     05  PB-CG-PERIOD-N REDEFINES PB-CG-PERIOD
026900                                 PIC 9(08).
027000     05  FILLER                  PIC X(02).
027100     05  PB-CG-NET               PIC ZZZ,ZZ9.
027200     05  FILLER                  PIC X(23).
027300*----------------------------------------------------------*
027400* TAXLIAB LINE VIEWS, AS PAYROL00 PRINTS THEM               *
027500*----------------------------------------------------------*
027600 01  PB-LIABILITY-LINE.
027700     05  FILLER                  PIC X(01).
027800     05  PB-TL-LABEL             PIC X(30).
027900     05  PB-TL-AMOUNT            PIC ZZZ,ZZZ,ZZ9.
028000     05  FILLER                  PIC X(38).
028100 01  PB-LIABILITY-HEADING REDEFINES PB-LIABILITY-LINE.
028200     05  FILLER                  PIC X(01).
028300     05  PB-TH-TITLE             PIC X(32).
028400     05  PB-TH-PERIOD            PIC X(08).
028500     05  PB-TH-PERIOD-N REDEFINES PB-TH-PERIOD
028600                                 PIC 9(08).
028700     05  FILLER                  PIC X(39).
028800*----------------------------------------------------------*
028900* BALANCING REPORT LINE LAYOUTS                             *
029000*----------------------------------------------------------*
029100 01  PB-HEADING-1.
029200     05  FILLER              PIC X(01) VALUE SPACE.
029300     05  FILLER              PIC X(28) VALUE
029400         "PAYROLL RUN BALANCING PROOF".
029500     05  FILLER              PIC X(14) VALUE "PERIOD ENDING ".
029600     05  PB-PERIOD           PIC 9(08).
029700     05  FILLER              PIC X(02) VALUE SPACES.
029800     05  PB-RUN-TYPE         PIC X(12).
029801     05  PB-GROUP-LABEL      PIC X(11) VALUE SPACES.
029802     05  PB-GROUP            PIC X(02) VALUE SPACES.
029803     05  FILLER              PIC X(02) VALUE SPACES.
030000 01  PB-HEADING-2.
030100     05  FILLER              PIC X(01) VALUE SPACE.
030200     05  FILLER              PIC X(10) VALUE "RUN DATE ".
030300     05  PB-RUN-DATE         PIC 9(08).
030400     05  FILLER              PIC X(61) VALUE SPACES.
030500 01  PB-HEADING-3.
030600     05  FILLER              PIC X(01) VALUE SPACE.
030700     05  FILLER              PIC X(30) VALUE "PROOF".
030800     05  FILLER              PIC X(13) VALUE "     FIGURE".
030900     05  FILLER              PIC X(13) VALUE "    AGAINST".
031000     05  FILLER              PIC X(23) VALUE "RESULT".
031100 01  PB-SECTION-LINE.
031200     05  FILLER              PIC X(01) VALUE SPACE.
031300     05  PB-SECTION-TITLE    PIC X(79).
031400 01  PB-DETAIL-LINE.
031500     05  FILLER              PIC X(01) VALUE SPACE.
031600     05  PB-LABEL            PIC X(30).
031700     05  PB-LEFT             PIC ZZZ,ZZZ,ZZ9.
031800     05  FILLER              PIC X(02) VALUE SPACES.
031900     05  PB-RIGHT            PIC ZZZ,ZZZ,ZZ9.
032000     05  FILLER              PIC X(02) VALUE SPACES.
032100     05  PB-RESULT           PIC X(14).
032200     05  FILLER              PIC X(09) VALUE SPACES.
032300 01  PB-DATE-LINE.
032400     05  FILLER              PIC X(01) VALUE SPACE.
032500     05  PB-DATE-LABEL       PIC X(30).
032600     05  FILLER              PIC X(03) VALUE SPACES.
032700     05  PB-DATE-LEFT        PIC 9(08).
032800     05  FILLER              PIC X(05) VALUE SPACES.
032900     05  PB-DATE-RIGHT       PIC 9(08).
033000     05  FILLER              PIC X(02) VALUE SPACES.
033100     05  PB-DATE-RESULT      PIC X(14).
033200     05  FILLER              PIC X(09) VALUE SPACES.
033300 01  PB-TOTAL-LINE.
033400     05  FILLER              PIC X(01) VALUE SPACE.
033500     05  PB-TOTAL-LABEL      PIC X(30).
033600     05  PB-TOTAL-COUNT      PIC ZZZZ9.
033700     05  FILLER              PIC X(44) VALUE SPACES.
033800 01  PB-SIGNOFF-LINE.
033900     05  FILLER              PIC X(01) VALUE SPACE.
034000     05  PB-SIGNOFF-ROLE     PIC X(14).
034100     05  FILLER              PIC X(30) VALUE ALL "_".
034200     05  FILLER              PIC X(08) VALUE "  DATE ".
034300     05  FILLER              PIC X(12) VALUE ALL "_".
034400     05  FILLER              PIC X(15) VALUE SPACES.
034500 01  PB-BLANK-LINE           PIC X(80) VALUE SPACES.
034600 PROCEDURE DIVISION.
034700*----------------------------------------------------------*
034800* 0000-MAINLINE - FOOT EVERY OUTPUT OF THE RUN, PROVE THEM  *
034900* AGAINST EACH OTHER, AND PRINT THE SIGN-OFF PAGE.          *
035000*----------------------------------------------------------*
035100 0000-MAINLINE.
035200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
035300     PERFORM 1900-WRITE-HEADINGS THRU 1900-EXIT
035400     IF NOT WS-RUN-FAILED
035500         PERFORM 2000-FOOT-REGISTER THRU 2000-EXIT
035600         PERFORM 2200-FOOT-DEPOSITS THRU 2200-EXIT
035700         PERFORM 2300-FOOT-CHECKS THRU 2300-EXIT
035800         PERFORM 2500-FOOT-REMITTANCES THRU 2500-EXIT
035900         PERFORM 2600-FOOT-LEDGER THRU 2600-EXIT
036000         PERFORM 2700-FOOT-LIABILITY THRU 2700-EXIT
036100         PERFORM 2800-FOOT-PAY-HISTORY THRU 2800-EXIT
036200         PERFORM 4000-PROVE-REGISTER THRU 4000-EXIT
036300         PERFORM 4100-PROVE-NET-PAY THRU 4100-EXIT
036400         PERFORM 4200-PROVE-DEDUCTIONS THRU 4200-EXIT
036500         PERFORM 4300-PROVE-LEDGER THRU 4300-EXIT
036600         PERFORM 4400-PROVE-LIABILITY THRU 4400-EXIT
036700         PERFORM 4500-PROVE-PAY-HISTORY THRU 4500-EXIT
036800     END-IF
036900     PERFORM 6000-WRITE-SIGNOFF THRU 6000-EXIT
037000     PERFORM 7000-TERMINATE THRU 7000-EXIT
037100     GO TO 9999-EXIT.
037200*----------------------------------------------------------*
037300* 1000-INITIALIZE - READ THE GROSSRUN RUN TOTALS, WHICH     *
037400* NAME THE PERIOD AND RUN TYPE BEING PROVEN. AN OPTIONAL    *
037500* PARM (PERIOD DATE YYYYMMDD) MUST MATCH THEM, SO A PROOF   *
037600* IS NEVER TAKEN AGAINST ANOTHER PERIOD'S RUN. A GROSSRUN   *
037700* THAT IS MISSING, EMPTY, OR WRITTEN BEFORE IT CARRIED THE  *
037800* RUN TOTALS LEAVES THE RUN UNPROVEN.                       *
037801* A REGULAR RUN IS PROVEN FOR THE PAY GROUP IT PAID, SO     *
037802* PAYRMSTR IS OPENED TO GIVE EACH ITEM'S EMPLOYEE A GROUP;  *
037803* WITHOUT IT THE RUN CANNOT BE PROVEN.                      *
037900*----------------------------------------------------------*
038000 1000-INITIALIZE.
038100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
038200     MOVE WS-RUN-DATE TO PB-RUN-DATE
038300     ACCEPT WS-JOB-PARM FROM COMMAND-LINE
038400     OPEN OUTPUT BALANCING-REPORT
038500     OPEN INPUT GROSS-CONTROL-OUT
038600     IF NOT WS-GROSSRUN-OK
038700         DISPLAY "GROSSRUN OPEN FAILED, STATUS "
038800             WS-GROSSRUN-STATUS
038900         MOVE "Y" TO WS-RUN-FAILURE-SW
039000         GO TO 1000-EXIT
039100     END-IF
039200     READ GROSS-CONTROL-OUT
039300         AT END
039400             DISPLAY "PAYBAL00: GROSSRUN HOLDS NO RUN TOTALS"
039500             MOVE "Y" TO WS-RUN-FAILURE-SW
039600     END-READ
039700     IF WS-RUN-FAILED
039800         GO TO 1000-EXIT
039900     END-IF
040000     IF GCO-PERIOD-DATE NOT NUMERIC
040100        OR GCO-PAID-COUNT NOT NUMERIC
040200        OR GCO-MATCH-TOTAL NOT NUMERIC
040300         DISPLAY "PAYBAL00: GROSSRUN CARRIES NO RUN TOTALS"
040400         MOVE "Y" TO WS-RUN-FAILURE-SW
040500         GO TO 1000-EXIT
040600     END-IF
040700     MOVE GCO-PERIOD-DATE TO WS-PERIOD-DATE
040800     IF WS-JOB-PARM NOT = SPACES
040900         IF WS-JOB-PARM NOT NUMERIC
041000             DISPLAY "PAYBAL00: PERIOD DATE PARM NOT VALID - "
041100                 WS-JOB-PARM
041200             MOVE "Y" TO WS-RUN-FAILURE-SW
041300             GO TO 1000-EXIT
041400         END-IF
041500         IF WS-JOB-PARM NOT = GCO-PERIOD-DATE
041600             DISPLAY "PAYBAL00: GROSSRUN IS FOR PERIOD "
041700                 GCO-PERIOD-DATE ", NOT " WS-JOB-PARM
041800             MOVE "Y" TO WS-RUN-FAILURE-SW
041900             GO TO 1000-EXIT
042000         END-IF
042100     END-IF
042200     MOVE WS-PERIOD-DATE TO PB-PERIOD
042300     IF GCO-SUPPLEMENTAL-RUN
042400         MOVE "SUPPLEMENTAL" TO PB-RUN-TYPE
042500     ELSE
042600         MOVE "REGULAR" TO PB-RUN-TYPE
042601         MOVE "Y" TO WS-GROUP-PROOF-SW
042602         MOVE GCO-PAY-GROUP TO WS-PAY-GROUP
042603         MOVE "  PAY GROUP" TO PB-GROUP-LABEL
042604         MOVE GCO-PAY-GROUP TO PB-GROUP
042605     END-IF
042606     IF NOT WS-GROUP-PROOF
042607         GO TO 1000-EXIT
042608     END-IF
042609     OPEN INPUT PAYROLL-MASTER
042610     IF NOT WS-PAYRMSTR-OK
042611         DISPLAY "PAYRMSTR OPEN FAILED, STATUS "
042612             WS-PAYRMSTR-STATUS
042613         MOVE "Y" TO WS-RUN-FAILURE-SW
042614         GO TO 1000-EXIT
042615     END-IF
042616     MOVE "Y" TO WS-PAYRMSTR-OPEN-SW.
042800 1000-EXIT.
042900     EXIT.
043000*----------------------------------------------------------*
043100* 1900-WRITE-HEADINGS - TOP OF THE SIGN-OFF PAGE            *
043200*----------------------------------------------------------*
043300 1900-WRITE-HEADINGS.
043400     WRITE BALANCING-REPORT-RECORD FROM PB-HEADING-1
043500     WRITE BALANCING-REPORT-RECORD FROM PB-HEADING-2
043600     WRITE BALANCING-REPORT-RECORD FROM PB-BLANK-LINE
043700     WRITE BALANCING-REPORT-RECORD FROM PB-HEADING-3.
043800 1900-EXIT.
043801     EXIT.
043900*----------------------------------------------------------*
044000* 2000-FOOT-REGISTER - ADD UP THE PAYREG DETAIL LINES AND   *
044100* PICK UP THE PERIOD FROM THE PAGE HEADING AND THE PRINTED  *
044200* GROSS CONTROL TOTAL. A PAGE FOR ANY OTHER PERIOD LEAVES   *
044300* THE REGISTER PERIOD AT ZERO SO IT PROVES OUT.             *
044400*----------------------------------------------------------*
044500 2000-FOOT-REGISTER.
044600     OPEN INPUT PAYROLL-REGISTER
044700     IF NOT WS-PAYREG-OK
044800         DISPLAY "PAYREG OPEN FAILED, STATUS " WS-PAYREG-STATUS
044900         GO TO 2000-EXIT
045000     END-IF
045100     MOVE "Y" TO WS-REGISTER-SW
045200     MOVE "N" TO WS-EOF-SWITCH
045300     PERFORM 2010-READ-REGISTER THRU 2010-EXIT
045400     PERFORM 2020-FOOT-REGISTER-LINE THRU 2020-EXIT
045500         UNTIL WS-EOF
045600     CLOSE PAYROLL-REGISTER.
045700 2000-EXIT.
045800     EXIT.
045900*----------------------------------------------------------*
046000* 2010-READ-REGISTER - NEXT PAYREG LINE INTO THE LINE VIEWS *
046100*----------------------------------------------------------*
046200 2010-READ-REGISTER.
046300     READ PAYROLL-REGISTER INTO PB-REGISTER-LINE
046400         AT END
046500             MOVE "Y" TO WS-EOF-SWITCH
046600     END-READ.
046700 2010-EXIT.
046800     EXIT.
046900*----------------------------------------------------------*
047000* 2020-FOOT-REGISTER-LINE - CLASSIFY ONE REGISTER LINE AS   *
047100* A HEADING, THE CONTROL TOTAL, OR AN EMPLOYEE DETAIL.      *
047200*----------------------------------------------------------*
047300 2020-FOOT-REGISTER-LINE.
047400     IF PB-REGISTER-LINE (2:) = SPACES
047500         GO TO 2020-READ
047600     END-IF
047700     IF PB-RH-TITLE = "PAYROLL REGISTER"
047800         IF PB-RH-PERIOD IS NUMERIC
047900            AND (WS-REG-PERIOD = ZEROS
048000                 OR WS-REG-PERIOD = PB-RH-PERIOD-N)
048100             MOVE PB-RH-PERIOD-N TO WS-REG-PERIOD
048200         ELSE
048300             MOVE 99999999 TO WS-REG-PERIOD
048400         END-IF
048500         GO TO 2020-READ
048600     END-IF
048700     IF PB-RC-CAPTION = "EMPLOYEE"
048800         GO TO 2020-READ
048900     END-IF
049000     IF PB-RT-LABEL = "CONTROL TOTAL - GROSS PAY:"
049100         MOVE PB-RT-AMOUNT TO WS-AMOUNT-WORK
049200         MOVE WS-AMOUNT-WORK TO WS-REG-CONTROL-TOTAL
049300         GO TO 2020-READ
049400     END-IF
049500     ADD 1 TO WS-REG-DETAIL-COUNT
049600     MOVE PB-RG-GROSS TO WS-AMOUNT-WORK
049700     ADD WS-AMOUNT-WORK TO WS-REG-GROSS
049800     MOVE PB-RG-FEDERAL TO WS-AMOUNT-WORK
049900     ADD WS-AMOUNT-WORK TO WS-REG-FED
050000     MOVE PB-RG-FICA TO WS-AMOUNT-WORK
050100     ADD WS-AMOUNT-WORK TO WS-REG-FICA
050200     MOVE PB-RG-STATE TO WS-AMOUNT-WORK
050300     ADD WS-AMOUNT-WORK TO WS-REG-STATE
050400     MOVE PB-RG-DEDUCT TO WS-AMOUNT-WORK
050500     ADD WS-AMOUNT-WORK TO WS-REG-DED
050600     MOVE PB-RG-NET TO WS-AMOUNT-WORK
050700     ADD WS-AMOUNT-WORK TO WS-REG-NET.
050800 2020-READ.
050900     PERFORM 2010-READ-REGISTER THRU 2010-EXIT.
051000 2020-EXIT.
051100     EXIT.
051200*----------------------------------------------------------*
051300* 2200-FOOT-DEPOSITS - ADD UP THE DDEXTR DEPOSIT DETAILS    *
051400* AND PICK UP THE TRAILER. PRENOTES COUNT TOWARD THE        *
051500* TRAILER'S DETAIL COUNT BUT CARRY NO MONEY.                *
051600*----------------------------------------------------------*
051700 2200-FOOT-DEPOSITS.
051800     OPEN INPUT DIRECT-DEPOSIT-EXTRACT
051900     IF NOT WS-DDEXTR-OK
052000         DISPLAY "DDEXTR OPEN FAILED, STATUS " WS-DDEXTR-STATUS
052100         GO TO 2200-EXIT
052200     END-IF
052300     MOVE "Y" TO WS-DEPOSITS-SW
052400     MOVE "N" TO WS-EOF-SWITCH
052500     PERFORM 2210-READ-DEPOSIT THRU 2210-EXIT
052600     PERFORM 2220-FOOT-DEPOSIT THRU 2220-EXIT
052700         UNTIL WS-EOF
052800     CLOSE DIRECT-DEPOSIT-EXTRACT.
052900 2200-EXIT.
053000     EXIT.
053100*----------------------------------------------------------*
053200* 2210-READ-DEPOSIT - NEXT DDEXTR RECORD                    *
053300*----------------------------------------------------------*
053400 2210-READ-DEPOSIT.
053500     READ DIRECT-DEPOSIT-EXTRACT
053600         AT END
053700             MOVE "Y" TO WS-EOF-SWITCH
053800     END-READ.
053900 2210-EXIT.
054000     EXIT.
054100*----------------------------------------------------------*
054200* 2220-FOOT-DEPOSIT - ONE DETAIL, PRENOTE OR TRAILER        *
054300*----------------------------------------------------------*
054400 2220-FOOT-DEPOSIT.
054500     EVALUATE TRUE
054600         WHEN DD-DETAIL
054700             ADD 1 TO WS-DD-DETAIL-COUNT
054800             ADD DD-NET-AMOUNT TO WS-DD-DETAIL-NET
054900         WHEN DD-PRENOTE
055000             ADD 1 TO WS-DD-DETAIL-COUNT
055100         WHEN DD-TRAILER
055200             MOVE "Y" TO WS-TRAILER-SW
055300             MOVE DD-TRL-DETAIL-COUNT TO WS-DD-TRAILER-COUNT
055400             MOVE DD-TRL-TOTAL-NET    TO WS-DD-TRAILER-NET
055500     END-EVALUATE
055600     PERFORM 2210-READ-DEPOSIT THRU 2210-EXIT.
055700 2220-EXIT.
055800     EXIT.
055900*----------------------------------------------------------*
056000* 2300-FOOT-CHECKS - ADD UP THE CHECKS REQUESTED FOR THE    *
056100* PERIOD. CHKREQ HOLDS THEM UNTIL CHKPRINT PRINTS THEM AND  *
056200* EMPTIES IT; AFTER THAT THE CHKREG CHECK REGISTER DETAIL   *
056300* LINES FOR THE PERIOD ARE FOOTED INSTEAD.                  *
056400*----------------------------------------------------------*
056500 2300-FOOT-CHECKS.
056600     OPEN INPUT CHECK-REQUESTS
056700     IF WS-CHKREQ-OK
056800         MOVE "Y" TO WS-CHECKS-SW
056900         MOVE "CHKREQ" TO WS-CHECK-SOURCE
057000         MOVE "N" TO WS-EOF-SWITCH
057100         PERFORM 2310-READ-CHECK-REQUEST THRU 2310-EXIT
057200         PERFORM 2320-FOOT-CHECK-REQUEST THRU 2320-EXIT
057300             UNTIL WS-EOF
057400         CLOSE CHECK-REQUESTS
057500     ELSE
057600         DISPLAY "CHKREQ OPEN FAILED, STATUS " WS-CHKREQ-STATUS
057700     END-IF
057800     IF WS-CHECK-COUNT > 0
057900         GO TO 2300-EXIT
058000     END-IF
058100     OPEN INPUT CHECK-REGISTER
058200     IF NOT WS-CHKREG-OK
058300         GO TO 2300-EXIT
058400     END-IF
058500     MOVE "Y" TO WS-CHECKS-SW
058600     MOVE "CHKREG" TO WS-CHECK-SOURCE
058700     MOVE "N" TO WS-EOF-SWITCH
058800     PERFORM 2330-READ-CHECK-REGISTER THRU 2330-EXIT
058900     PERFORM 2340-FOOT-CHECK-REGISTER THRU 2340-EXIT
059000         UNTIL WS-EOF
059100     CLOSE CHECK-REGISTER.
059200 2300-EXIT.
059300     EXIT.
059400*----------------------------------------------------------*
059500* 2310-READ-CHECK-REQUEST - NEXT CHKREQ RECORD              *
059600*----------------------------------------------------------*
059700 2310-READ-CHECK-REQUEST.
059800     READ CHECK-REQUESTS
059900         AT END
060000             MOVE "Y" TO WS-EOF-SWITCH
060100     END-READ.
060200 2310-EXIT.
060300     EXIT.
060400*----------------------------------------------------------*
060500* 2320-FOOT-CHECK-REQUEST - COUNT A REQUEST FOR THE PERIOD  *
060501* AND PAY GROUP                                             *
060600*----------------------------------------------------------*
060700 2320-FOOT-CHECK-REQUEST.
060701     MOVE CR-EMPLOYEE-ID TO WS-ENTRY-EMPLOYEE-ID
060702     PERFORM 2900-CHECK-ENTRY-PAY-GROUP THRU 2900-EXIT
060800     IF CR-PERIOD-DATE = WS-PERIOD-DATE
060801        AND WS-ENTRY-IN-GROUP
060900         ADD 1 TO WS-CHECK-COUNT
061000         ADD CR-NET-AMOUNT TO WS-CHECK-NET
061100     END-IF
061200     PERFORM 2310-READ-CHECK-REQUEST THRU 2310-EXIT.
061300 2320-EXIT.
061400     EXIT.
061500*----------------------------------------------------------*
061600* 2330-READ-CHECK-REGISTER - NEXT CHKREG LINE               *
061700*----------------------------------------------------------*
061800 2330-READ-CHECK-REGISTER.
061900     READ CHECK-REGISTER INTO PB-CHECK-REG-LINE
062000         AT END
062100             MOVE "Y" TO WS-EOF-SWITCH
062200     END-READ.
062300 2330-EXIT.
062400     EXIT.
062500*----------------------------------------------------------*
062600* 2340-FOOT-CHECK-REGISTER - A CHECK DETAIL LINE CARRIES A  *
062700* NUMERIC CHECK NUMBER AND PERIOD; HEADINGS AND TOTALS DO   *
062800* NOT.                                                      *
062801* ONLY CHECKS TO EMPLOYEES IN THE PAY GROUP ARE COUNTED.    *
062900*----------------------------------------------------------*
063000 2340-FOOT-CHECK-REGISTER.
063001     IF PB-CG-CHECK-NUMBER IS NOT NUMERIC
063002        OR PB-CG-PERIOD IS NOT NUMERIC
063003        OR PB-CG-EMPLOYEE-ID IS NOT NUMERIC
063004         GO TO 2340-READ
063005     END-IF
063006     MOVE PB-CG-EMPLOYEE-ID TO WS-ENTRY-EMPLOYEE-ID
063007     PERFORM 2900-CHECK-ENTRY-PAY-GROUP THRU 2900-EXIT
063008     IF PB-CG-PERIOD-N = WS-PERIOD-DATE
063009        AND WS-ENTRY-IN-GROUP
063400         ADD 1 TO WS-CHECK-COUNT
063500         MOVE PB-CG-NET TO WS-AMOUNT-WORK
063600         ADD WS-AMOUNT-WORK TO WS-CHECK-NET
063601     END-IF.
063602 2340-READ.
063800     PERFORM 2330-READ-CHECK-REGISTER THRU 2330-EXIT.
063900 2340-EXIT.
064000     EXIT.
064100*----------------------------------------------------------*
064200* 2500-FOOT-REMITTANCES - ADD UP THE DEDREMIT ENTRIES FOR   *
064300* THE PERIOD.                                               *
064400*----------------------------------------------------------*
064500 2500-FOOT-REMITTANCES.
064600     OPEN INPUT DEDUCTION-REMITTANCE
064700     IF NOT WS-DEDREMIT-OK
064800         DISPLAY "DEDREMIT OPEN FAILED, STATUS "
064900             WS-DEDREMIT-STATUS
065000         GO TO 2500-EXIT
065100     END-IF
065200     MOVE "Y" TO WS-REMITS-SW
065300     MOVE "N" TO WS-EOF-SWITCH
065400     PERFORM 2510-READ-REMITTANCE THRU 2510-EXIT
065500     PERFORM 2520-FOOT-REMITTANCE THRU 2520-EXIT
065600         UNTIL WS-EOF
065700     CLOSE DEDUCTION-REMITTANCE.
065800 2500-EXIT.
065900     EXIT.
066000*----------------------------------------------------------*
066100* 2510-READ-REMITTANCE - NEXT DEDREMIT RECORD               *
066200*----------------------------------------------------------*
066300 2510-READ-REMITTANCE.
066400     READ DEDUCTION-REMITTANCE
066500         AT END
066600             MOVE "Y" TO WS-EOF-SWITCH
066700     END-READ.
066800 2510-EXIT.
066900     EXIT.
067000*----------------------------------------------------------*
067100* 2520-FOOT-REMITTANCE - ADD ONE REMITTANCE FOR THE PERIOD  *
067101* AND PAY GROUP                                             *
067200*----------------------------------------------------------*
067300 2520-FOOT-REMITTANCE.
067301     MOVE RM-EMPLOYEE-ID TO WS-ENTRY-EMPLOYEE-ID
067302     PERFORM 2900-CHECK-ENTRY-PAY-GROUP THRU 2900-EXIT
067400     IF RM-PERIOD-DATE = WS-PERIOD-DATE
067401        AND WS-ENTRY-IN-GROUP
067500         ADD RM-AMOUNT TO WS-REMIT-TOTAL
067600     END-IF
067700     PERFORM 2510-READ-REMITTANCE THRU 2510-EXIT.
067800 2520-EXIT.
067900     EXIT.
068000*----------------------------------------------------------*
068100* 2600-FOOT-LEDGER - ADD UP THE GLEXTR DEBITS AND CREDITS   *
068200* AND THE PAYROLL ACCOUNTS PAYROL00 POSTS. THE LOCATION     *
068300* WAGES DEBITS ARE KNOWN BY THEIR "WAGES - " DESCRIPTION,   *
068301* SINCE EACH LOCATION MAPS TO ITS OWN EXPENSE ACCOUNT, AND  *
068302* THE JOB EMPLOYER-TAX DEBITS BY THEIR "ER TAX - " ONE.     *
068500*----------------------------------------------------------*
068600 2600-FOOT-LEDGER.
068700     OPEN INPUT GL-EXTRACT
068800     IF NOT WS-GLEXTR-OK
068900         DISPLAY "GLEXTR OPEN FAILED, STATUS " WS-GLEXTR-STATUS
069000         GO TO 2600-EXIT
069100     END-IF
069200     MOVE "Y" TO WS-LEDGER-SW
069300     MOVE "N" TO WS-EOF-SWITCH
069400     PERFORM 2610-READ-LEDGER THRU 2610-EXIT
069500     PERFORM 2620-FOOT-LEDGER-LINE THRU 2620-EXIT
069600         UNTIL WS-EOF
069700     CLOSE GL-EXTRACT.
069800 2600-EXIT.
069900     EXIT.
070000*----------------------------------------------------------*
070100* 2610-READ-LEDGER - NEXT GLEXTR RECORD                     *
070200*----------------------------------------------------------*
070300 2610-READ-LEDGER.
070400     READ GL-EXTRACT
070500         AT END
070600             MOVE "Y" TO WS-EOF-SWITCH
070700     END-READ.
070800 2610-EXIT.
070900     EXIT.
071000*----------------------------------------------------------*
071100* 2620-FOOT-LEDGER-LINE - ONE DEBIT OR CREDIT               *
071200*----------------------------------------------------------*
071300 2620-FOOT-LEDGER-LINE.
071400     IF GL-DEBIT
071500         ADD GL-AMOUNT TO WS-GL-DEBITS
071600         IF GL-DESCRIPTION (1:8) = "WAGES - "
071700             ADD GL-AMOUNT TO WS-GL-WAGES
071800         END-IF
071900         IF GL-ACCOUNT = "52000000"
071901            OR GL-DESCRIPTION (1:9) = "ER TAX - "
072000             ADD GL-AMOUNT TO WS-GL-TAX-EXPENSE
072100         END-IF
072200     END-IF
072300     IF GL-CREDIT
072400         ADD GL-AMOUNT TO WS-GL-CREDITS
072500         EVALUATE GL-ACCOUNT
072600             WHEN "21100000"
072700                 ADD GL-AMOUNT TO WS-GL-FED
072800             WHEN "21200000"
072900                 ADD GL-AMOUNT TO WS-GL-FICA
073000             WHEN "21300000"
073100                 ADD GL-AMOUNT TO WS-GL-STATE
073200             WHEN "21400000"
073300                 ADD GL-AMOUNT TO WS-GL-DED
073400             WHEN "10100000"
073500                 ADD GL-AMOUNT TO WS-GL-CASH
073600             WHEN "21210000"
073700                 ADD GL-AMOUNT TO WS-GL-ERFICA
073800             WHEN "21500000"
073900                 ADD GL-AMOUNT TO WS-GL-UNEMP
074000         END-EVALUATE
074100     END-IF
074200     PERFORM 2610-READ-LEDGER THRU 2610-EXIT.
074300 2620-EXIT.
074400     EXIT.
074500*----------------------------------------------------------*
074600* 2700-FOOT-LIABILITY - PICK UP THE PERIOD AND THE SIX      *
074700* AMOUNTS FROM THE TAXLIAB LIABILITY REPORT BY THEIR LABELS.*
074800*----------------------------------------------------------*
074900 2700-FOOT-LIABILITY.
075000     OPEN INPUT TAX-LIABILITY-REPORT
075100     IF NOT WS-TAXLIAB-OK
075200         DISPLAY "TAXLIAB OPEN FAILED, STATUS " WS-TAXLIAB-STATUS
075300         GO TO 2700-EXIT
075400     END-IF
075500     MOVE "Y" TO WS-LIABILITY-SW
075600     MOVE "N" TO WS-EOF-SWITCH
075700     PERFORM 2710-READ-LIABILITY THRU 2710-EXIT
075800     PERFORM 2720-FOOT-LIABILITY-LINE THRU 2720-EXIT
075900         UNTIL WS-EOF
076000     CLOSE TAX-LIABILITY-REPORT.
076100 2700-EXIT.
076200     EXIT.
076300*----------------------------------------------------------*
076400* 2710-READ-LIABILITY - NEXT TAXLIAB LINE                   *
076500*----------------------------------------------------------*
076600 2710-READ-LIABILITY.
076700     READ TAX-LIABILITY-REPORT INTO PB-LIABILITY-LINE
076800         AT END
076900             MOVE "Y" TO WS-EOF-SWITCH
077000     END-READ.
077100 2710-EXIT.
077200     EXIT.
077300*----------------------------------------------------------*
077400* 2720-FOOT-LIABILITY-LINE - THE HEADING OR ONE AMOUNT      *
077500*----------------------------------------------------------*
077600 2720-FOOT-LIABILITY-LINE.
077700     IF PB-TH-TITLE = "TAX DEPOSIT LIABILITY - PERIOD"
077800         IF PB-TH-PERIOD IS NUMERIC
077900             MOVE PB-TH-PERIOD-N TO WS-TL-PERIOD
078000         END-IF
078100         GO TO 2720-READ
078200     END-IF
078300     EVALUATE PB-TL-LABEL
078400         WHEN "FEDERAL W/H WITHHELD:"
078500             MOVE PB-TL-AMOUNT TO WS-TL-FED
078600         WHEN "EMPLOYEE FICA WITHHELD:"
078700             MOVE PB-TL-AMOUNT TO WS-TL-FICA
078800         WHEN "EMPLOYER FICA MATCH:"
078900             MOVE PB-TL-AMOUNT TO WS-TL-ERFICA
079000         WHEN "FEDERAL DEPOSIT DUE:"
079100             MOVE PB-TL-AMOUNT TO WS-TL-FED-DEPOSIT
079200         WHEN "STATE DEPOSIT DUE:"
079300             MOVE PB-TL-AMOUNT TO WS-TL-STATE
079400         WHEN "UNEMPLOYMENT DUE:"
079500             MOVE PB-TL-AMOUNT TO WS-TL-UNEMP
079600     END-EVALUATE.
079700 2720-READ.
079800     PERFORM 2710-READ-LIABILITY THRU 2710-EXIT.
079900 2720-EXIT.
080000     EXIT.
080100*----------------------------------------------------------*
080200* 2800-FOOT-PAY-HISTORY - ADD UP WHAT PAYHPOST POSTED TO    *
080300* PAYHIST FOR THIS PERIOD AND RUN TYPE.                     *
080301* PAYHIST IS IN EMPLOYEE ORDER, SO EACH EMPLOYEE'S GROUP IS *
080302* LOOKED UP ONCE.                                           *
080400*----------------------------------------------------------*
080500 2800-FOOT-PAY-HISTORY.
080600     OPEN INPUT PAY-HISTORY
080700     IF NOT WS-PAYHIST-OK
080800         DISPLAY "PAYHIST OPEN FAILED, STATUS " WS-PAYHIST-STATUS
080900         GO TO 2800-EXIT
081000     END-IF
081100     MOVE "Y" TO WS-HISTORY-SW
081200     MOVE "N" TO WS-EOF-SWITCH
081300     PERFORM 2810-READ-PAY-HISTORY THRU 2810-EXIT
081400     PERFORM 2820-FOOT-PAY-HISTORY-ENTRY THRU 2820-EXIT
081500         UNTIL WS-EOF
081600     CLOSE PAY-HISTORY.
081700 2800-EXIT.
081800     EXIT.
081900*----------------------------------------------------------*
082000* 2810-READ-PAY-HISTORY - NEXT PAYHIST RECORD               *
082100*----------------------------------------------------------*
082200 2810-READ-PAY-HISTORY.
082300     READ PAY-HISTORY NEXT RECORD
082400         AT END
082500             MOVE "Y" TO WS-EOF-SWITCH
082600     END-READ
082700     IF NOT WS-PAYHIST-OK
082800         MOVE "Y" TO WS-EOF-SWITCH
082900     END-IF.
083000 2810-EXIT.
083100     EXIT.
083200*----------------------------------------------------------*
083300* 2820-FOOT-PAY-HISTORY-ENTRY - ADD ONE POSTING FOR THE RUN *
083301* AND ITS PAY GROUP                                         *
083400*----------------------------------------------------------*
083500 2820-FOOT-PAY-HISTORY-ENTRY.
083501     IF PH-PERIOD-DATE NOT = WS-PERIOD-DATE
083502        OR PH-RUN-TYPE NOT = GCO-RUN-TYPE
083503         GO TO 2820-READ
083504     END-IF
083505     MOVE PH-EMPLOYEE-ID TO WS-ENTRY-EMPLOYEE-ID
083506     PERFORM 2900-CHECK-ENTRY-PAY-GROUP THRU 2900-EXIT
083507     IF WS-ENTRY-IN-GROUP
083800         ADD 1 TO WS-PH-COUNT
083900         ADD PH-GROSS      TO WS-PH-GROSS
084000         ADD PH-FEDERAL    TO WS-PH-FED
084100         ADD PH-FICA       TO WS-PH-FICA
084200         ADD PH-STATE      TO WS-PH-STATE
084300         ADD PH-DEDUCTIONS TO WS-PH-DED
084400         ADD PH-NET        TO WS-PH-NET
084401     END-IF.
084402 2820-READ.
084600     PERFORM 2810-READ-PAY-HISTORY THRU 2810-EXIT.
084700 2820-EXIT.
084701     EXIT.
084702*----------------------------------------------------------*
084703* 2900-CHECK-ENTRY-PAY-GROUP - IS THE EMPLOYEE IN           *
084704* WS-ENTRY-EMPLOYEE-ID IN THE PAY GROUP BEING PROVEN? EVERY *
084705* EMPLOYEE IS ON A SUPPLEMENTAL RUN. ONE NOT ON PAYRMSTR IS *
084706* IN THE DEFAULT GROUP, AS PAYROL00 HAS NO RECORD TO PAY.   *
084707*----------------------------------------------------------*
084708 2900-CHECK-ENTRY-PAY-GROUP.
084709     MOVE "Y" TO WS-ENTRY-GROUP-SW
084710     IF NOT WS-GROUP-PROOF
084711         GO TO 2900-EXIT
084712     END-IF
084713     IF WS-ENTRY-EMPLOYEE-ID NOT = WS-LOOKUP-EMPLOYEE-ID
084714         MOVE WS-ENTRY-EMPLOYEE-ID TO WS-LOOKUP-EMPLOYEE-ID
084715         MOVE SPACES TO WS-ENTRY-PAY-GROUP
084716         MOVE WS-ENTRY-EMPLOYEE-ID TO PM-EMPLOYEE-ID
084717         READ PAYROLL-MASTER
084718             INVALID KEY CONTINUE
084719         END-READ
084720         IF WS-PAYRMSTR-OK
084721             MOVE PM-PAY-GROUP TO WS-ENTRY-PAY-GROUP
084722         END-IF
084723     END-IF
084724     IF WS-ENTRY-PAY-GROUP NOT = WS-PAY-GROUP
084725         MOVE "N" TO WS-ENTRY-GROUP-SW
084726     END-IF.
084727 2900-EXIT.
084800     EXIT.
084900*----------------------------------------------------------*
085000* 4000-PROVE-REGISTER - THE FOOTED REGISTER AGAINST ITS OWN *
085100* CONTROL TOTAL AND AGAINST THE GROSSRUN RUN TOTALS.        *
085200*----------------------------------------------------------*
085300 4000-PROVE-REGISTER.
085400     MOVE "PAYROLL REGISTER" TO PB-SECTION-TITLE
085500     PERFORM 5200-WRITE-SECTION THRU 5200-EXIT
085600     MOVE WS-REGISTER-SW TO WS-PROOF-SOURCE-SW
085700     MOVE "REGISTER PERIOD" TO WS-PROOF-LABEL
085800     MOVE WS-REG-PERIOD TO WS-PROOF-LEFT
085900     MOVE WS-PERIOD-DATE TO WS-PROOF-RIGHT
086000     PERFORM 5100-PROVE-DATE THRU 5100-EXIT
086100     MOVE "GROSS PAY - CONTROL LINE" TO WS-PROOF-LABEL
086200     MOVE WS-REG-GROSS TO WS-PROOF-LEFT
086300     MOVE WS-REG-CONTROL-TOTAL TO WS-PROOF-RIGHT
086400     PERFORM 5000-PROVE-AMOUNT THRU 5000-EXIT
086500     MOVE "GROSS PAY - RUN TOTAL" TO WS-PROOF-LABEL
086600     MOVE WS-REG-GROSS TO WS-PROOF-LEFT
086700     MOVE GCO-CONTROL-TOTAL TO WS-PROOF-RIGHT
086800     PERFORM 5000-PROVE-AMOUNT THRU 5000-EXIT
086900     MOVE "EMPLOYEES PAID - RUN TOTAL" TO WS-PROOF-LABEL
087000     MOVE WS-REG-DETAIL-COUNT TO WS-PROOF-LEFT
087100     MOVE GCO-PAID-COUNT TO WS-PROOF-RIGHT
087200     PERFORM 5000-PROVE-AMOUNT THRU 5000-EXIT
087300     MOVE "FEDERAL W/H - RUN TOTAL" TO WS-PROOF-LABEL
087400     MOVE WS-REG-FED TO WS-PROOF-LEFT
087500     MOVE GCO-FED-TOTAL TO WS-PROOF-RIGHT
087600     PERFORM 5000-PROVE-AMOUNT THRU 5000-EXIT
087700     MOVE "FICA W/H - RUN TOTAL" TO WS-PROOF-LABEL
087800     MOVE WS-REG-FICA TO WS-PROOF-LEFT
087900     MOVE GCO-FICA-TOTAL TO WS-PROOF-RIGHT
088000     PERFORM 5000-PROVE-AMOUNT THRU 5000-EXIT
088100     MOVE "STATE W/H - RUN TOTAL" TO WS-PROOF-LABEL
088200     MOVE WS-REG-STATE TO WS-PROOF-LEFT
088300     MOVE GCO-STATE-TOTAL TO WS-PROOF-RIGHT
088400     PERFORM 5000-PROVE-AMOUNT THRU 5000-EXIT
088500     MOVE "DEDUCTIONS - RUN TOTAL" TO WS-PROOF-LABEL
088600     MOVE WS-REG-DED TO WS-PROOF-LEFT
088700     MOVE GCO-DED-TOTAL TO WS-PROOF-RIGHT
088800     PERFORM 5000-PROVE-AMOUNT THRU 5000-EXIT
088900     MOVE "NET PAY - RUN TOTAL" TO WS-PROOF-LABEL
089000     MOVE WS-REG-NET TO WS-PROOF-LEFT
089100     MOVE GCO-NET-TOTAL TO WS-PROOF-RIGHT
089200     PERFORM 5000-PROVE-AMOUNT THRU 5000-EXIT.
089300 4000-EXIT.
089400     EXIT.
089500*----------------------------------------------------------*
089600* 4100-PROVE-NET-PAY - REGISTER NET PAY EQUALS DIRECT       *
089700* DEPOSITS PLUS CHECKS, AND THE DDEXTR DETAILS EQUAL THE    *
089800* TRAILER THE BANK WILL BALANCE TO.                         *
089900*----------------------------------------------------------*
090000 4100-PROVE-NET-PAY.
090100     MOVE "NET PAY DISPOSITION" TO PB-SECTION-TITLE
090200     PERFORM 5200-WRITE-SECTION THRU 5200-EXIT
090300     IF WS-HAVE-CHECKS
090400         STRING " CHECKS TAKEN FROM " DELIMITED BY SIZE
090500             WS-CHECK-SOURCE DELIMITED BY SPACE
090600             INTO PB-SECTION-TITLE
090700         END-STRING
090800         PERFORM 5200-WRITE-SECTION THRU 5200-EXIT
090900     END-IF
091000     MOVE "N" TO WS-PROOF-SOURCE-SW
091100     IF WS-HAVE-REGISTER AND WS-HAVE-DEPOSITS AND WS-HAVE-CHECKS
091200         MOVE "Y" TO WS-PROOF-SOURCE-SW
091300     END-IF
091400     MOVE "NET PAY - DEPOSITS + CHECKS" TO WS-PROOF-LABEL
091500     MOVE WS-REG-NET TO WS-PROOF-LEFT
091600     COMPUTE WS-PROOF-RIGHT = WS-DD-DETAIL-NET + WS-CHECK-NET
091700     PERFORM 5000-PROVE-AMOUNT THRU 5000-EXIT
091800     MOVE WS-DEPOSITS-SW TO WS-PROOF-SOURCE-SW
091900     IF NOT WS-HAVE-TRAILER AND WS-HAVE-DEPOSITS
092000         MOVE "  DDEXTR HAS NO TRAILER RECORD" TO PB-SECTION-TITLE
092100         PERFORM 5200-WRITE-SECTION THRU 5200-EXIT
092200         ADD 1 TO WS-OUT-COUNT
092300     END-IF
092400     MOVE "DEPOSITS - DDEXTR TRAILER" TO WS-PROOF-LABEL
092500     MOVE WS-DD-DETAIL-NET TO WS-PROOF-LEFT
092600     MOVE WS-DD-TRAILER-NET TO WS-PROOF-RIGHT
092700     PERFORM 5000-PROVE-AMOUNT THRU 5000-EXIT
092800     MOVE "DDEXTR COUNT - TRAILER COUNT" TO WS-PROOF-LABEL
092900     MOVE WS-DD-DETAIL-COUNT TO WS-PROOF-LEFT
093000     MOVE WS-DD-TRAILER-COUNT TO WS-PROOF-RIGHT
093100     PERFORM 5000-PROVE-AMOUNT THRU 5000-EXIT.
093200 4100-EXIT.
093300     EXIT.
093400*----------------------------------------------------------*
093500* 4200-PROVE-DEDUCTIONS - WHAT WAS REMITTED ON DEDREMIT     *
093600* AGREES WITH THE RUN, AND THE REGISTER'S DEDUCTIONS EQUAL  *
093700* WHAT WAS REMITTED PLUS WHAT WAS RETAINED (NO PAYEE).      *
093800*----------------------------------------------------------*
093900 4200-PROVE-DEDUCTIONS.
094000     MOVE "DEDUCTIONS" TO PB-SECTION-TITLE
094100     PERFORM 5200-WRITE-SECTION THRU 5200-EXIT
094200     MOVE WS-REMITS-SW TO WS-PROOF-SOURCE-SW
094300     MOVE "REMITTED - RUN TOTAL" TO WS-PROOF-LABEL
094400     MOVE WS-REMIT-TOTAL TO WS-PROOF-LEFT
094500     MOVE GCO-REMIT-TOTAL TO WS-PROOF-RIGHT
094600     PERFORM 5000-PROVE-AMOUNT THRU 5000-EXIT
094700     MOVE "N" TO WS-PROOF-SOURCE-SW
094800     IF WS-HAVE-REGISTER AND WS-HAVE-REMITS
094900         MOVE "Y" TO WS-PROOF-SOURCE-SW
095000     END-IF
095100     MOVE "DEDUCTIONS - REMIT + RETAINED" TO WS-PROOF-LABEL
095200     MOVE WS-REG-DED TO WS-PROOF-LEFT
095300     COMPUTE WS-PROOF-RIGHT = WS-REMIT-TOTAL + GCO-RETAIN-TOTAL
095400     PERFORM 5000-PROVE-AMOUNT THRU 5000-EXIT.
095500 4200-EXIT.
095600     EXIT.
095700*----------------------------------------------------------*
095800* 4300-PROVE-LEDGER - THE GLEXTR ENTRY BALANCES AND EACH    *
095900* PAYROLL ACCOUNT TIES TO THE REGISTER, OR TO THE RUN'S     *
096000* EMPLOYER TOTALS WHERE THE REGISTER DOES NOT SHOW THEM.    *
096100*----------------------------------------------------------*
096200 4300-PROVE-LEDGER.
096300     MOVE "GENERAL LEDGER" TO PB-SECTION-TITLE
096400     PERFORM 5200-WRITE-SECTION THRU 5200-EXIT
096500     MOVE WS-LEDGER-SW TO WS-PROOF-SOURCE-SW
096600     MOVE "GL DEBITS - GL CREDITS" TO WS-PROOF-LABEL
096700     MOVE WS-GL-DEBITS TO WS-PROOF-LEFT
096800     MOVE WS-GL-CREDITS TO WS-PROOF-RIGHT
096900     PERFORM 5000-PROVE-AMOUNT THRU 5000-EXIT
097000     MOVE "GL TAX EXPENSE - RUN TOTAL" TO WS-PROOF-LABEL
097100     MOVE WS-GL-TAX-EXPENSE TO WS-PROOF-LEFT
097200     COMPUTE WS-PROOF-RIGHT = GCO-ERFICA-TOTAL + GCO-UNEMP-TOTAL
097300     PERFORM 5000-PROVE-AMOUNT THRU 5000-EXIT
097400     MOVE "GL EMPLOYER FICA - RUN TOTAL" TO WS-PROOF-LABEL
097500     MOVE WS-GL-ERFICA TO WS-PROOF-LEFT
097600     MOVE GCO-ERFICA-TOTAL TO WS-PROOF-RIGHT
097700     PERFORM 5000-PROVE-AMOUNT THRU 5000-EXIT
097800     MOVE "GL UNEMPLOYMENT - RUN TOTAL" TO WS-PROOF-LABEL
097900     MOVE WS-GL-UNEMP TO WS-PROOF-LEFT
098000     MOVE GCO-UNEMP-TOTAL TO WS-PROOF-RIGHT
098100     PERFORM 5000-PROVE-AMOUNT THRU 5000-EXIT
098200     MOVE "N" TO WS-PROOF-SOURCE-SW
098300     IF WS-HAVE-LEDGER AND WS-HAVE-REGISTER
098400         MOVE "Y" TO WS-PROOF-SOURCE-SW
098500     END-IF
098600     MOVE "GL DEBITS - GROSS + EMPLOYER" TO WS-PROOF-LABEL
098700     MOVE WS-GL-DEBITS TO WS-PROOF-LEFT
098800     COMPUTE WS-PROOF-RIGHT = WS-REG-GROSS + GCO-ERFICA-TOTAL
098900         + GCO-UNEMP-TOTAL + GCO-MATCH-TOTAL
099000     PERFORM 5000-PROVE-AMOUNT THRU 5000-EXIT
099100     MOVE "GL WAGES - REGISTER GROSS" TO WS-PROOF-LABEL
099200     MOVE WS-GL-WAGES TO WS-PROOF-LEFT
099300     MOVE WS-REG-GROSS TO WS-PROOF-RIGHT
099400     PERFORM 5000-PROVE-AMOUNT THRU 5000-EXIT
099500     MOVE "GL FEDERAL W/H - REGISTER" TO WS-PROOF-LABEL
099600     MOVE WS-GL-FED TO WS-PROOF-LEFT
099700     MOVE WS-REG-FED TO WS-PROOF-RIGHT
099800     PERFORM 5000-PROVE-AMOUNT THRU 5000-EXIT
099900     MOVE "GL FICA W/H - REGISTER" TO WS-PROOF-LABEL
100000     MOVE WS-GL-FICA TO WS-PROOF-LEFT
100100     MOVE WS-REG-FICA TO WS-PROOF-RIGHT
100200     PERFORM 5000-PROVE-AMOUNT THRU 5000-EXIT
100300     MOVE "GL STATE W/H - REGISTER" TO WS-PROOF-LABEL
100400     MOVE WS-GL-STATE TO WS-PROOF-LEFT
100500     MOVE WS-REG-STATE TO WS-PROOF-RIGHT
100600     PERFORM 5000-PROVE-AMOUNT THRU 5000-EXIT
100700     MOVE "GL DEDUCTIONS - REGISTER" TO WS-PROOF-LABEL
100800     MOVE WS-GL-DED TO WS-PROOF-LEFT
100900     MOVE WS-REG-DED TO WS-PROOF-RIGHT
101000     PERFORM 5000-PROVE-AMOUNT THRU 5000-EXIT
101100     MOVE "GL CASH - REGISTER NET" TO WS-PROOF-LABEL
101200     MOVE WS-GL-CASH TO WS-PROOF-LEFT
101300     MOVE WS-REG-NET TO WS-PROOF-RIGHT
101400     PERFORM 5000-PROVE-AMOUNT THRU 5000-EXIT.
101500 4300-EXIT.
101600     EXIT.
101700*----------------------------------------------------------*
101800* 4400-PROVE-LIABILITY - THE TAXLIAB REPORT IS FOR THIS     *
101900* PERIOD, ITS WITHHOLDINGS MATCH THE REGISTER, AND ITS      *
102000* EMPLOYER AMOUNTS MATCH WHAT WAS POSTED TO THE LEDGER.     *
102100*----------------------------------------------------------*
102200 4400-PROVE-LIABILITY.
102300     MOVE "TAX LIABILITY" TO PB-SECTION-TITLE
102400     PERFORM 5200-WRITE-SECTION THRU 5200-EXIT
102500     MOVE WS-LIABILITY-SW TO WS-PROOF-SOURCE-SW
102600     MOVE "TAX LIABILITY PERIOD" TO WS-PROOF-LABEL
102700     MOVE WS-TL-PERIOD TO WS-PROOF-LEFT
102800     MOVE WS-PERIOD-DATE TO WS-PROOF-RIGHT
102900     PERFORM 5100-PROVE-DATE THRU 5100-EXIT
103000     MOVE "N" TO WS-PROOF-SOURCE-SW
103100     IF WS-HAVE-LIABILITY AND WS-HAVE-REGISTER
103200         MOVE "Y" TO WS-PROOF-SOURCE-SW
103300     END-IF
103400     MOVE "FEDERAL WITHHELD - REGISTER" TO WS-PROOF-LABEL
103500     MOVE WS-TL-FED TO WS-PROOF-LEFT
103600     MOVE WS-REG-FED TO WS-PROOF-RIGHT
103700     PERFORM 5000-PROVE-AMOUNT THRU 5000-EXIT
103800     MOVE "EMPLOYEE FICA - REGISTER" TO WS-PROOF-LABEL
103900     MOVE WS-TL-FICA TO WS-PROOF-LEFT
104000     MOVE WS-REG-FICA TO WS-PROOF-RIGHT
104100     PERFORM 5000-PROVE-AMOUNT THRU 5000-EXIT
104200     MOVE "STATE DEPOSIT - REGISTER" TO WS-PROOF-LABEL
104300     MOVE WS-TL-STATE TO WS-PROOF-LEFT
104400     MOVE WS-REG-STATE TO WS-PROOF-RIGHT
104500     PERFORM 5000-PROVE-AMOUNT THRU 5000-EXIT
104600     MOVE "N" TO WS-PROOF-SOURCE-SW
104700     IF WS-HAVE-LIABILITY AND WS-HAVE-LEDGER
104800         MOVE "Y" TO WS-PROOF-SOURCE-SW
104900     END-IF
105000     MOVE "EMPLOYER FICA - GL" TO WS-PROOF-LABEL
105100     MOVE WS-TL-ERFICA TO WS-PROOF-LEFT
105200     MOVE WS-GL-ERFICA TO WS-PROOF-RIGHT
105300     PERFORM 5000-PROVE-AMOUNT THRU 5000-EXIT
105400     MOVE "UNEMPLOYMENT - GL" TO WS-PROOF-LABEL
105500     MOVE WS-TL-UNEMP TO WS-PROOF-LEFT
105600     MOVE WS-GL-UNEMP TO WS-PROOF-RIGHT
105700     PERFORM 5000-PROVE-AMOUNT THRU 5000-EXIT
105800     MOVE "FEDERAL DEPOSIT - GL" TO WS-PROOF-LABEL
105900     MOVE WS-TL-FED-DEPOSIT TO WS-PROOF-LEFT
106000     COMPUTE WS-PROOF-RIGHT = WS-GL-FED + WS-GL-FICA
106100         + WS-GL-ERFICA
106200     PERFORM 5000-PROVE-AMOUNT THRU 5000-EXIT.
106300 4400-EXIT.
106400     EXIT.
106500*----------------------------------------------------------*
106600* 4500-PROVE-PAY-HISTORY - WHAT PAYHPOST POSTED FOR THE     *
106700* PERIOD AND RUN TYPE AGREES WITH THE REGISTER.             *
106800*----------------------------------------------------------*
106900 4500-PROVE-PAY-HISTORY.
107000     MOVE "PAY HISTORY" TO PB-SECTION-TITLE
107100     PERFORM 5200-WRITE-SECTION THRU 5200-EXIT
107200     MOVE "N" TO WS-PROOF-SOURCE-SW
107300     IF WS-HAVE-HISTORY AND WS-HAVE-REGISTER
107400         MOVE "Y" TO WS-PROOF-SOURCE-SW
107500     END-IF
107600     MOVE "PAYHIST POSTINGS - REGISTER" TO WS-PROOF-LABEL
107700     MOVE WS-PH-COUNT TO WS-PROOF-LEFT
107800     MOVE WS-REG-DETAIL-COUNT TO WS-PROOF-RIGHT
107900     PERFORM 5000-PROVE-AMOUNT THRU 5000-EXIT
108000     MOVE "PAYHIST GROSS - REGISTER" TO WS-PROOF-LABEL
108100     MOVE WS-PH-GROSS TO WS-PROOF-LEFT
108200     MOVE WS-REG-GROSS TO WS-PROOF-RIGHT
108300     PERFORM 5000-PROVE-AMOUNT THRU 5000-EXIT
108400     MOVE "PAYHIST FEDERAL - REGISTER" TO WS-PROOF-LABEL
108500     MOVE WS-PH-FED TO WS-PROOF-LEFT
108600     MOVE WS-REG-FED TO WS-PROOF-RIGHT
108700     PERFORM 5000-PROVE-AMOUNT THRU 5000-EXIT
108800     MOVE "PAYHIST FICA - REGISTER" TO WS-PROOF-LABEL
108900     MOVE WS-PH-FICA TO WS-PROOF-LEFT
109000     MOVE WS-REG-FICA TO WS-PROOF-RIGHT
109100     PERFORM 5000-PROVE-AMOUNT THRU 5000-EXIT
109200     MOVE "PAYHIST STATE - REGISTER" TO WS-PROOF-LABEL
109300     MOVE WS-PH-STATE TO WS-PROOF-LEFT
109400     MOVE WS-REG-STATE TO WS-PROOF-RIGHT
109500     PERFORM 5000-PROVE-AMOUNT THRU 5000-EXIT
109600     MOVE "PAYHIST DEDUCTIONS - REGISTER" TO WS-PROOF-LABEL
109700     MOVE WS-PH-DED TO WS-PROOF-LEFT
109800     MOVE WS-REG-DED TO WS-PROOF-RIGHT
109900     PERFORM 5000-PROVE-AMOUNT THRU 5000-EXIT
110000     MOVE "PAYHIST NET - REGISTER" TO WS-PROOF-LABEL
110100     MOVE WS-PH-NET TO WS-PROOF-LEFT
110200     MOVE WS-REG-NET TO WS-PROOF-RIGHT
110300     PERFORM 5000-PROVE-AMOUNT THRU 5000-EXIT.
110400 4500-EXIT.
110500     EXIT.
110600*----------------------------------------------------------*
110700* 5000-PROVE-AMOUNT - PRINT AND COUNT ONE AMOUNT PROOF. A   *
110800* PROOF THAT NEEDS AN OUTPUT THAT COULD NOT BE READ IS NOT  *
110900* PROVEN, NOT TAKEN AGAINST ZERO.                           *
111000*----------------------------------------------------------*
111100 5000-PROVE-AMOUNT.
111200     ADD 1 TO WS-PROOF-COUNT
111300     MOVE WS-PROOF-LABEL TO PB-LABEL
111400     MOVE WS-PROOF-LEFT  TO PB-LEFT
111500     MOVE WS-PROOF-RIGHT TO PB-RIGHT
111600     PERFORM 5300-SET-RESULT THRU 5300-EXIT
111700     WRITE BALANCING-REPORT-RECORD FROM PB-DETAIL-LINE.
111800 5000-EXIT.
111900     EXIT.
112000*----------------------------------------------------------*
112100* 5100-PROVE-DATE - PRINT AND COUNT ONE PERIOD-DATE PROOF   *
112200*----------------------------------------------------------*
112300 5100-PROVE-DATE.
112400     ADD 1 TO WS-PROOF-COUNT
112500     MOVE WS-PROOF-LABEL TO PB-DATE-LABEL
112600     MOVE WS-PROOF-LEFT  TO PB-DATE-LEFT
112700     MOVE WS-PROOF-RIGHT TO PB-DATE-RIGHT
112800     PERFORM 5300-SET-RESULT THRU 5300-EXIT
112900     MOVE PB-RESULT TO PB-DATE-RESULT
113000     WRITE BALANCING-REPORT-RECORD FROM PB-DATE-LINE.
113100 5100-EXIT.
113200     EXIT.
113300*----------------------------------------------------------*
113400* 5200-WRITE-SECTION - ONE SECTION OR NOTE LINE             *
113500*----------------------------------------------------------*
113600 5200-WRITE-SECTION.
113700     WRITE BALANCING-REPORT-RECORD FROM PB-SECTION-LINE
113800     MOVE SPACES TO PB-SECTION-TITLE.
113900 5200-EXIT.
114000     EXIT.
114100*----------------------------------------------------------*
114200* 5300-SET-RESULT - JUDGE THE CURRENT PROOF                 *
114300*----------------------------------------------------------*
114400 5300-SET-RESULT.
114500     IF NOT WS-PROOF-PROVABLE
114600         MOVE "NOT PROVEN" TO PB-RESULT
114700         ADD 1 TO WS-UNPROVEN-COUNT
114800         GO TO 5300-EXIT
114900     END-IF
115000     IF WS-PROOF-LEFT = WS-PROOF-RIGHT
115100         MOVE "IN BALANCE" TO PB-RESULT
115200     ELSE
115300         MOVE "OUT OF BALANCE" TO PB-RESULT
115400         ADD 1 TO WS-OUT-COUNT
115500     END-IF.
115600 5300-EXIT.
115700     EXIT.
115800*----------------------------------------------------------*
115900* 6000-WRITE-SIGNOFF - THE PROOF COUNTS, THE VERDICT, AND   *
116000* THE PREPARER AND REVIEWER SIGNATURE LINES.                *
116100*----------------------------------------------------------*
116200 6000-WRITE-SIGNOFF.
116300     WRITE BALANCING-REPORT-RECORD FROM PB-BLANK-LINE
116400     MOVE "PROOFS TAKEN:" TO PB-TOTAL-LABEL
116500     MOVE WS-PROOF-COUNT TO PB-TOTAL-COUNT
116600     WRITE BALANCING-REPORT-RECORD FROM PB-TOTAL-LINE
116700     MOVE "OUT OF BALANCE:" TO PB-TOTAL-LABEL
116800     MOVE WS-OUT-COUNT TO PB-TOTAL-COUNT
116900     WRITE BALANCING-REPORT-RECORD FROM PB-TOTAL-LINE
117000     MOVE "NOT PROVEN:" TO PB-TOTAL-LABEL
117100     MOVE WS-UNPROVEN-COUNT TO PB-TOTAL-COUNT
117200     WRITE BALANCING-REPORT-RECORD FROM PB-TOTAL-LINE
117300     WRITE BALANCING-REPORT-RECORD FROM PB-BLANK-LINE
117400     EVALUATE TRUE
117500         WHEN WS-RUN-FAILED
117600             MOVE "RUN CANNOT BE PROVEN - NO USABLE GROSSRUN"
117700                 TO PB-SECTION-TITLE
117800         WHEN WS-UNPROVEN-COUNT > 0
117900             MOVE "RUN NOT PROVEN - HOLD BANK TRANSMISSION"
118000                 TO PB-SECTION-TITLE
118100         WHEN WS-OUT-COUNT > 0
118200             MOVE "RUN OUT OF BALANCE - HOLD BANK TRANSMISSION"
118300                 TO PB-SECTION-TITLE
118400         WHEN OTHER
118500             MOVE "RUN IN BALANCE - RELEASE BANK TRANSMISSION"
118600                 TO PB-SECTION-TITLE
118700     END-EVALUATE
118800     PERFORM 5200-WRITE-SECTION THRU 5200-EXIT
118900     WRITE BALANCING-REPORT-RECORD FROM PB-BLANK-LINE
119000     WRITE BALANCING-REPORT-RECORD FROM PB-BLANK-LINE
119100     MOVE "PREPARED BY" TO PB-SIGNOFF-ROLE
119200     WRITE BALANCING-REPORT-RECORD FROM PB-SIGNOFF-LINE
119300     WRITE BALANCING-REPORT-RECORD FROM PB-BLANK-LINE
119400     MOVE "REVIEWED BY" TO PB-SIGNOFF-ROLE
119500     WRITE BALANCING-REPORT-RECORD FROM PB-SIGNOFF-LINE.
119600 6000-EXIT.
119700     EXIT.
119800*----------------------------------------------------------*
119900* 7000-TERMINATE - CLOSE UP AND SET THE RETURN CODE THAT    *
120000* DAYBATCH HOLDS THE BANK TRANSMISSION ON: 8 OUT OF         *
120100* BALANCE, 12 WHEN THE RUN COULD NOT BE PROVEN. GROSSRUN    *
120200* STAYS OPEN UNTIL HERE SO ITS RUN TOTALS CAN BE PROVEN     *
120300* AGAINST.                                                  *
120400*----------------------------------------------------------*
120500 7000-TERMINATE.
120600     CLOSE GROSS-CONTROL-OUT
120601     IF WS-PAYRMSTR-OPEN
120602         CLOSE PAYROLL-MASTER
120603     END-IF
120700     CLOSE BALANCING-REPORT
120800     MOVE 0 TO RETURN-CODE
120900     IF WS-OUT-COUNT > 0
121000         MOVE 8 TO RETURN-CODE
121100     END-IF
121200     IF WS-RUN-FAILED OR WS-UNPROVEN-COUNT > 0
121300         MOVE 12 TO RETURN-CODE
121400     END-IF.
121500 7000-EXIT.
121600     EXIT.
121700*----------------------------------------------------------*
121800* 9999-EXIT - COMMON JOB TERMINATION POINT                  *
121900*----------------------------------------------------------*
122000 9999-EXIT.
122100     GOBACK.
