003050*                   OF THE SAME PAY DATE, SO WITHOUT THE     *
003060*                   DRAIN THE NEXT SUPPLEMENTAL RUN PAID     *
003070*                   EVERY ONE-OFF A SECOND TIME.             *
003071* 2026-10-15  LIBI  FEDERAL WITHHOLDING NOW FOLLOWS EACH     *
003072*                   EMPLOYEE'S W-4 ELECTIONS: THE TAXCTL     *
003073*                   "A" ALLOWANCE FOR THEIR FILING STATUS    *
003074*                   COMES OFF GROSS BEFORE THE BRACKET       *
003075*                   LOOKUP, THE ANNUAL DEPENDENTS CREDIT     *
003076*                   COMES OFF THE TAX A PERIOD'S SHARE AT A  *
003077*                   TIME, AND ANY EXTRA WITHHOLDING THEY     *
003078*                   ASKED FOR GOES ON TOP, AS FAR AS NET     *
003079*                   PAY WILL COVER IT. PAYAUDIT APPLIES THE  *
003080*                   SAME STEPS.                              *
003081* 2026-10-15  LIBI  THE PERIOD DATE IS NOW CHECKED AGAINST   *
003082*                   THE PAYCAL PAYROLL CALENDAR BEFORE       *
003083*                   ANYTHING IS PAID. A PERIOD RUN MUST NAME *
003084*                   A CALENDAR PERIOD-END DATE - WITHOUT A   *
003085*                   DATE IN THE PARM IT TAKES THE LATEST     *
003086*                   PERIOD ENDED BY TODAY RATHER THAN TODAY  *
003087*                   ITSELF - AND A SUPPLEMENTAL PAY DATE     *
003088*                   MUST FALL INSIDE THE CALENDAR. A DATE    *
003089*                   OFF THE CALENDAR, OR NO CALENDAR, STOPS  *
003090*                   THE RUN.                                 *
003091* 2026-10-15  LIBI  EACH PAY STATEMENT NOW CARRIES THE       *
003092*                   EMPLOYEE'S MAILING ADDRESS FROM THE      *
003093*                   EMPADDR FILE UNDER THE NAME, SO IT CAN   *
003094*                   GO STRAIGHT INTO A WINDOW ENVELOPE. AN   *
003095*                   EMPLOYEE WITH NO ADDRESS ON FILE PRINTS  *
003096*                   "NO ADDRESS ON FILE" IN ITS PLACE.       *
003097* 2026-10-15  LIBI  THE EMPLOYER 401(K) MATCH IS NOW         *
003098*                   CALCULATED FROM THE PLANCTL PLAN RULES:  *
003099*                   THE PERIOD'S DEFERRALS UNDER THE PLAN'S  *
003100*                   DEDMSTR CODES, CAPPED AT A PERCENT OF    *
003101*                   GROSS, TIMES THE MATCH PERCENT - ONCE    *
003102*                   THE WAITING PERIOD FROM THE EMPADDR HIRE *
003103*                   DATE HAS RUN. THE MATCH POSTS TO ITS OWN *
003104*                   GL EXPENSE AND LIABILITY LINES, YTD      *
003105*                   HOURS ACCUMULATE ON THE MASTER, AND EACH *
003106*                   REGULAR RUN WRITES THE RKCONTR FILE FOR  *
003107*                   THE PLAN RECORDKEEPER WITH A BALANCING   *
003108*                   TRAILER.                                 *
003109* 2026-10-15  LIBI  PRE-TAX DEDUCTIONS NOW REDUCE TAXABLE    *
003110*                   WAGES. THE DEDCLASS CONTROL FILE NAMES   *
003111*                   EACH DEDUCTION CODE TAKEN BEFORE TAX AND *
003112*                   WHICH OF THE FEDERAL, FICA AND STATE     *
003113*                   BASES IT REDUCES. THOSE DEDUCTIONS ARE   *
003114*                   TAKEN FIRST, THE TAXES ARE FIGURED ON    *
003115*                   THE REDUCED BASES, AND THE AFTER-TAX     *
003116*                   DEDUCTIONS FOLLOW. THE THREE TAXABLE     *
003117*                   WAGE FIGURES GO TO PAYDETL AND           *
003118*                   ACCUMULATE YTD AND QTD ON THE MASTER;    *
003119*                   UNEMPLOYMENT FOLLOWS THE FICA BASE.      *
003120* 2026-10-15  LIBI  THE CONSOLE MESSAGE FOR A PAYROLL RECORD *
003121*                   WITH NO EMPLOYEE-MASTER MATCH NOW SHOWS  *
003122*                   ONLY THE LAST FOUR DIGITS OF THE SSN.    *
003123* 2026-10-15  LIBI  EACH REGULAR PERIOD RUN NOW CHECKPOINTS *
003124*                   TO PAYCKPT EVERY N EMPLOYEES (PARM      *
003125*                   POSITIONS 10-14, DEFAULT 100) AND       *
003126*                   JOURNALS MASTER BEFORE-IMAGES TO        *
003127*                   PAYRBIMG; A RUN THAT FINDS A CHECKPOINT *
003128*                   FOR ITS PERIOD RESTARTS AFTER THE LAST  *
003129*                   EMPLOYEE CHECKPOINTED WITH ITS TOTALS,  *
003130*                   TABLES AND OUTPUT FILES PUT BACK AS     *
003131*                   THEY STOOD.                             *
003132* 2026-10-15  LIBI  THE GROSSRUN CONTROL RECORD NOW ALSO     *
003133*                   CARRIES THE PERIOD, RUN TYPE, PAID COUNT *
003134*                   AND THE RUN'S TAX, DEDUCTION, NET AND    *
003135*                   EMPLOYER TOTALS, WITH DEDUCTIONS SPLIT   *
003136*                   INTO REMITTED AND RETAINED (NO PAYEE),   *
003137*                   FOR THE PAYBAL00 RUN-BALANCING PROOF.    *
003138*                   THE REGISTER HEADING SHOWS THE PERIOD    *
003139*                   AND THE REMITTANCE REGISTER SHOWS THE    *
003140*                   RETAINED TOTAL. THE GLEXTR AND DEDREMIT  *
003141*                   LAYOUTS MOVED TO COPYBOOKS.              *
003142* 2026-10-15  LIBI  EACH DDEXTR DETAIL NOW CARRIES THE       *
003143*                   ACCOUNT TYPE FOR THE ACHORIG NACHA FILE: *
003144*                   A SPLIT TAKES ITS DEPOSIT INSTRUCTION'S  *
003145*                   TYPE, AND THE SINGLE ACCOUNT ON THE      *
003146*                   PAYROLL MASTER IS A CHECKING ACCOUNT.    *
003147* 2026-10-15  LIBI  A PERIOD RUN NOW PAYS ONE PAY GROUP,     *
003148*                   NAMED IN PARM POSITIONS 15-16 (SPACES IS *
003149*                   THE ORIGINAL WEEKLY PAYROLL), AT THE     *
003150*                   FREQUENCY ON THE PAYGRP CONTROL FILE.    *
003151*                   ONLY THAT GROUP'S CALENDAR ENTRIES ARE   *
003152*                   MATCHED AND ITS EMPLOYEES PAID. THE      *
003153*                   WEEKLY PM-SALARY IS CONVERTED TO THE     *
003154*                   GROUP'S PERIOD, OVERTIME AND SALARIED    *
003155*                   YTD HOURS USE THE GROUP'S STANDARD       *
003156*                   HOURS, AND THE FEDERAL BRACKETS,         *
003157*                   ALLOWANCE AND DEPENDENTS CREDIT ARE      *
003158*                   ANNUALIZED BY THE GROUP'S PERIODS PER    *
003159*                   YEAR. THE CHECKPOINT CARRIES THE GROUP.  *
003160* 2026-10-15  LIBI  PAYDETL NOW CARRIES THE OVERTIME PREMIUM *
003161*                   (OVERTIME PAY ABOVE STRAIGHT TIME) FOR   *
003162*                   THE WORKERS' COMPENSATION REPORT.        *
003163* 2026-10-15  LIBI  A REGULAR RUN NOW COSTS LABOR BY JOB:    *
003164*                   TIMEPOST'S JOBHRS FILE GIVES EACH        *
003165*                   EMPLOYEE'S HOURS BY JOB FOR THE PERIOD,  *
003166*                   AND THE GROSS AND EMPLOYER TAXES ARE     *
003167*                   SPLIT ACROSS THOSE JOBS IN PROPORTION TO *
003168*                   HOURS. EACH JOB'S SHARE IS DEBITED TO    *
003169*                   THE ACCOUNT ON THE JOBMSTR JOB MASTER    *
003170*                   ("WAGES - JOB" AND "ER TAX - JOB"        *
003171*                   LINES); HOURS WITH NO JOB STAY WITH THE  *
003172*                   LOCATION COST CENTER AND THE PAYROLL TAX *
003173*                   EXPENSE ACCOUNT. THE EXTRACT STILL       *
003174*                   BALANCES TO THE SAME TOTALS, AND A       *
003175*                   LABOR-DISTRIBUTION REPORT (LABDIST)      *
003176*                   LISTS EACH EMPLOYEE'S SPLIT AND THE      *
003177*                   TOTALS BY JOB.                           *
003178* 2026-10-15  LIBI  THE GROSSRUN RECORD NOW CARRIES THE PAY  *
003179*                   GROUP THE RUN PAID, SO THE PAYBAL00      *
003180*                   PROOF FOOTS ONLY THAT GROUP'S ITEMS.     *
003181* 2026-10-15  LIBI  THE MASTER NOW CARRIES YTD FEDERAL, FICA *
003182*                   AND STATE TAX WITHHELD AND YTD PRE-TAX   *
003183*                   AND ROTH 401(K) DEFERRALS, ADDED BESIDE  *
003184*                   THE QTD TAXES ON EVERY PAY, SO THE W-2   *
003185*                   REPORTS EACH TAX IN ITS OWN BOX. A       *
003186*                   LEGACY MASTER HAS THE BUCKETS SEEDED     *
003187*                   FROM ITS QTD TAXES ON ITS FIRST PAY.     *
003188* 2026-10-15  LIBI  PAYDETL NOW CARRIES THE PERIOD'S PRE-TAX *
003189*                   AND ROTH 401(K) DEFERRALS (ZERO ON A     *
003190*                   SUPPLEMENTAL PAYMENT) SO PAYREVRS CAN    *
003191*                   BACK THEM OUT.                           *
003080*----------------------------------------------------------*
003090 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003920     SELECT LABOR-COST-REPORT ASSIGN TO "LABORRPT"
003930         ORGANIZATION IS LINE SEQUENTIAL
003940         FILE STATUS IS WS-LABORRPT-STATUS.
003941     SELECT JOB-MASTER ASSIGN TO "JOBMSTR"
003942         ORGANIZATION IS LINE SEQUENTIAL
003943         FILE STATUS IS WS-JOBMSTR-STATUS.
003944     SELECT JOB-HOURS ASSIGN TO "JOBHRS"
003945         ORGANIZATION IS LINE SEQUENTIAL
003946         FILE STATUS IS WS-JOBHRS-STATUS.
003947     SELECT LABOR-DIST-REPORT ASSIGN TO "LABDIST"
003948         ORGANIZATION IS LINE SEQUENTIAL
003949         FILE STATUS IS WS-LABDIST-STATUS.
003950     SELECT LEAVE-CONTROL ASSIGN TO "LEAVECTL"
003960         ORGANIZATION IS LINE SEQUENTIAL
003970         FILE STATUS IS WS-LEAVECTL-STATUS.
003980     SELECT LOCATION-STATE ASSIGN TO "LOCSTATE"
003990         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-LOCSTATE-STATUS.
004001     SELECT PAY-CALENDAR ASSIGN TO "PAYCAL"
004002         ORGANIZATION IS LINE SEQUENTIAL
004003         FILE STATUS IS WS-PAYCAL-STATUS.
004004     SELECT PAY-GROUP-CONTROL ASSIGN TO "PAYGRP"
004005         ORGANIZATION IS LINE SEQUENTIAL
004006         FILE STATUS IS WS-PAYGRP-STATUS.
004007     SELECT EMPLOYEE-ADDRESS ASSIGN TO "EMPADDR"
004008         ORGANIZATION IS INDEXED
004009         ACCESS MODE IS RANDOM
004010         RECORD KEY IS EA-EMPLOYEE-ID
004011         FILE STATUS IS WS-EMPADDR-STATUS.
004012     SELECT PLAN-CONTROL ASSIGN TO "PLANCTL"
004013         ORGANIZATION IS LINE SEQUENTIAL
004014         FILE STATUS IS WS-PLANCTL-STATUS.
004015     SELECT RECORDKEEPER-CONTRIBUTIONS ASSIGN TO "RKCONTR"
004016         ORGANIZATION IS LINE SEQUENTIAL
004017         FILE STATUS IS WS-RKCONTR-STATUS.
004018     SELECT DEDUCTION-CLASS-CONTROL ASSIGN TO "DEDCLASS"
004019         ORGANIZATION IS LINE SEQUENTIAL
004020         FILE STATUS IS WS-DEDCLASS-STATUS.
004021     SELECT PAYROLL-CHECKPOINT ASSIGN TO "PAYCKPT"
004022         ORGANIZATION IS LINE SEQUENTIAL
004023         FILE STATUS IS WS-PAYCKPT-STATUS.
004024     SELECT PAYROLL-BEFORE-IMAGES ASSIGN TO "PAYRBIMG"
004025         ORGANIZATION IS LINE SEQUENTIAL
004026         FILE STATUS IS WS-PAYRBIMG-STATUS.
004027     SELECT TRUNCATE-INPUT ASSIGN TO WS-TRUNC-IN-NAME
004028         ORGANIZATION IS LINE SEQUENTIAL
004029         FILE STATUS IS WS-TRUNC-IN-STATUS.
004030     SELECT TRUNCATE-OUTPUT ASSIGN TO WS-TRUNC-OUT-NAME
004031         ORGANIZATION IS LINE SEQUENTIAL
004032         FILE STATUS IS WS-TRUNC-OUT-STATUS.
004010 DATA DIVISION.
004020 FILE SECTION.
004030 FD  PAYROLL-MASTER
004060 FD  EMPLOYEE-MASTER
004070     LABEL RECORDS ARE STANDARD.
004080 COPY EMPMSTR.
004081 FD  EMPLOYEE-ADDRESS
004082     LABEL RECORDS ARE STANDARD.
004083 COPY EMPADDR.
004090 FD  PAYROLL-REGISTER
004100     LABEL RECORDS ARE STANDARD
004110     RECORD CONTAINS 132 CHARACTERS.
004560 COPY TAXCTL.
004570 FD  GL-EXTRACT
004580     LABEL RECORDS ARE STANDARD.
004590 COPY GLEXTR.
004650 FD  PAY-DETAIL
004660     LABEL RECORDS ARE STANDARD.
004670 COPY PAYDETL.
004760 COPY SUPPTRAN.
004770 FD  DEDUCTION-REMITTANCE
004780     LABEL RECORDS ARE STANDARD.
004790 COPY DEDREMIT.
004850 FD  REMITTANCE-REGISTER
004860     LABEL RECORDS ARE STANDARD.
004870 01  REMITTANCE-REGISTER-RECORD  PIC X(80).
004970 FD  LABOR-COST-REPORT
004980     LABEL RECORDS ARE STANDARD.
004990 01  LABOR-COST-RECORD           PIC X(80).
004991 FD  JOB-MASTER
004992     LABEL RECORDS ARE STANDARD.
004993 COPY JOBMSTR.
004994 FD  JOB-HOURS
004995     LABEL RECORDS ARE STANDARD.
004996 COPY JOBHRS.
004997 FD  LABOR-DIST-REPORT
004998     LABEL RECORDS ARE STANDARD.
004999 01  LABOR-DIST-RECORD           PIC X(80).
005000 FD  LEAVE-CONTROL
005010     LABEL RECORDS ARE STANDARD.
005020 COPY LEAVECTL.
005030 FD  LOCATION-STATE
005040     LABEL RECORDS ARE STANDARD.
005050 COPY LOCSTATE.
005051 FD  PAY-CALENDAR
005052     LABEL RECORDS ARE STANDARD.
005053 COPY PAYCAL.
005054 FD  PAY-GROUP-CONTROL
005055     LABEL RECORDS ARE STANDARD.
005056 COPY PAYGRP.
005057 FD  PLAN-CONTROL
005058     LABEL RECORDS ARE STANDARD.
005059 COPY PLANCTL.
005060 FD  RECORDKEEPER-CONTRIBUTIONS
005061     LABEL RECORDS ARE STANDARD.
005062 COPY RKCONTR.
005063 FD  DEDUCTION-CLASS-CONTROL
005064     LABEL RECORDS ARE STANDARD.
005065 COPY DEDCLASS.
005066 FD  PAYROLL-CHECKPOINT
005067     LABEL RECORDS ARE STANDARD.
005068 COPY PAYCKPT.
005069 FD  PAYROLL-BEFORE-IMAGES
005070     LABEL RECORDS ARE STANDARD.
005071 01  BEFORE-IMAGE-RECORD.
005072     05  BI-CHECKPOINT-NUMBER    PIC 9(05).
005073     05  BI-MASTER-IMAGE         PIC X(400).
005074 FD  TRUNCATE-INPUT
005075     LABEL RECORDS ARE STANDARD
005076     RECORD IS VARYING IN SIZE FROM 1 TO 400 CHARACTERS
005077         DEPENDING ON WS-TRUNC-LENGTH.
005078 01  TRUNCATE-INPUT-RECORD       PIC X(400).
005079 FD  TRUNCATE-OUTPUT
005080     LABEL RECORDS ARE STANDARD
005081     RECORD IS VARYING IN SIZE FROM 1 TO 400 CHARACTERS
005082         DEPENDING ON WS-TRUNC-LENGTH.
005083 01  TRUNCATE-OUTPUT-RECORD      PIC X(400).
005060 WORKING-STORAGE SECTION.
005070*----------------------------------------------------------*
005080* FILE STATUS AND CONTROL SWITCHES                          *
005180     88  WS-EMPMSTR-NOT-FOUND        VALUE "23".
005190 77  WS-EMPMSTR-AVAILABLE PIC X(01) VALUE "N".
005200     88  WS-HAVE-EMPMSTR              VALUE "Y".
005201 77  WS-EMPADDR-STATUS   PIC X(02)   VALUE ZEROS.
005202     88  WS-EMPADDR-OK               VALUE "00".
005203 77  WS-EMPADDR-AVAILABLE PIC X(01) VALUE "N".
005204     88  WS-HAVE-EMPADDR              VALUE "Y".
005210 77  WS-GROSSWRK-STATUS  PIC X(02)   VALUE ZEROS.
005220     88  WS-GROSSWRK-OK              VALUE "00".
005230 77  WS-SRTOUT-STATUS    PIC X(02)   VALUE ZEROS.
005580 77  WS-SUPPTRAN-STATUS  PIC X(02)   VALUE ZEROS.
005590     88  WS-SUPPTRAN-OK              VALUE "00".
005600 77  WS-DETAIL-RUN-TYPE  PIC X(01)   VALUE "R".
005610 77  WS-JOB-PARM         PIC X(16)   VALUE SPACES.
005620 77  WS-PERIOD-DATE      PIC 9(08)   VALUE ZEROS.
005630 77  WS-PAID-COUNT       PIC 9(05)   VALUE ZEROS.
005640 77  WS-RERUN-SKIP-COUNT PIC 9(05)   VALUE ZEROS.
005660 77  WS-YEAR-END-WITHHLD PIC 9(07)   VALUE ZEROS.
005670 77  WS-YE-HEADING-DONE  PIC X(01)   VALUE "N".
005680     88  WS-YE-HEADING-PRINTED       VALUE "Y".
005681*----------------------------------------------------------*
005682* PAYROLL CALENDAR CHECK - THE PERIOD THE RUN IS FOR, AS    *
005683* FOUND ON THE PAYCAL FILE.                                 *
005684*----------------------------------------------------------*
005685 77  WS-PAYCAL-STATUS    PIC X(02)   VALUE ZEROS.
005686     88  WS-PAYCAL-OK                VALUE "00".
005687 77  WS-PAYCAL-EOF-SW    PIC X(01)   VALUE "N".
005688     88  WS-PAYCAL-EOF               VALUE "Y".
005689 77  WS-PERIOD-PARM-SW   PIC X(01)   VALUE "N".
005690     88  WS-PERIOD-FROM-PARM         VALUE "Y".
005691 77  WS-CAL-FOUND-SW     PIC X(01)   VALUE "N".
005692     88  WS-CAL-FOUND                VALUE "Y".
005693 77  WS-CAL-PERIOD-NUMBER PIC 9(02)  VALUE ZEROS.
005694 77  WS-CAL-PERIOD-END   PIC 9(08)   VALUE ZEROS.
005695 77  WS-CAL-CHECK-DATE   PIC 9(08)   VALUE ZEROS.
005696 77  WS-CAL-FIRST-END    PIC 9(08)   VALUE ZEROS.
005697 77  WS-CAL-LAST-END     PIC 9(08)   VALUE ZEROS.
005698*----------------------------------------------------------*
005699* PAY GROUP - A PERIOD RUN PAYS THE ONE GROUP NAMED IN THE  *
005700* PARM, AT THE FREQUENCY ON ITS PAYGRP ENTRY. THE SPACES    *
005701* GROUP IS THE ORIGINAL WEEKLY PAYROLL. PM-SALARY, THE      *
005702* FEDERAL BRACKET LIMITS AND THE W-4 ALLOWANCES ARE ALL     *
005703* STATED PER WEEK AND CONVERTED TO THE GROUP'S PERIOD.      *
005704*----------------------------------------------------------*
005705 77  WS-PAY-GROUP        PIC X(02)   VALUE SPACES.
005706 77  WS-PAYGRP-STATUS    PIC X(02)   VALUE ZEROS.
005707     88  WS-PAYGRP-OK                VALUE "00".
005708 77  WS-PAYGRP-EOF-SW    PIC X(01)   VALUE "N".
005709     88  WS-PAYGRP-EOF               VALUE "Y".
005710 77  WS-PAYGRP-FOUND-SW  PIC X(01)   VALUE "N".
005711     88  WS-PAYGRP-FOUND             VALUE "Y".
005712 77  WS-PAY-FREQUENCY    PIC X(01)   VALUE "W".
005713 77  WS-WEEKS-PER-YEAR   PIC 9(02)   VALUE 52.
005714 77  WS-OTHER-GROUP-COUNT PIC 9(05)  VALUE ZEROS.
005715 77  WS-FED-ANNUAL       PIC 9(07)   VALUE ZEROS.
005690*----------------------------------------------------------*
005700* REPORT PAGE CONTROL                                       *
005710*----------------------------------------------------------*
005950*----------------------------------------------------------*
005960* FEDERAL WITHHOLDING BRACKET TABLE - SIMPLIFIED FLAT-RATE   *
005970* SCHEDULE PER BRACKET, LOOKED UP BY GROSS PAY. LOADED AT   *
005980* START-UP FROM THE TAXCTL CONTROL FILE. THE UPPER LIMITS   *
005981* ARE WEEKLY AMOUNTS; THE LOOKUP ANNUALIZES BOTH SIDES.     *
005990*----------------------------------------------------------*
006000 01  FEDERAL-WITHHOLDING-TABLE.
006010     05  FILLER          PIC X(09) VALUE "000000000".
006240 77  TOTAL-WITHHOLDING   PIC 9(5)    VALUE ZEROS.
006250 77  NET-PAY             PIC 9(5)    VALUE ZEROS.
006260*----------------------------------------------------------*
006261* W-4 FILING-STATUS ALLOWANCES - THE PER-PERIOD AMOUNT TAKEN *
006262* OFF GROSS BEFORE THE FEDERAL BRACKET LOOKUP, ONE PER       *
006263* FILING STATUS, LOADED FROM TAXCTL "A" ENTRIES. A STATUS    *
006264* WITH NO ENTRY ON THE FILE GETS NO ALLOWANCE. THE AMOUNTS  *
006265* ARE WEEKLY AND ARE CONVERTED TO THE PAY GROUP'S PERIOD;    *
006266* THE ANNUAL DEPENDENTS CREDIT IS SPREAD OVER THE GROUP'S    *
006267* PAY YEAR.                                                  *
006268*----------------------------------------------------------*
006269 01  FILING-ALLOWANCE-TABLE.
006270     05  FILLER          PIC X(14) VALUE "S0000000000000".
006271     05  FILLER          PIC X(14) VALUE "M0000000000000".
006272     05  FILLER          PIC X(14) VALUE "H0000000000000".
006273 01  FILING-ALLOWANCE-ENTRIES REDEFINES
006274         FILING-ALLOWANCE-TABLE.
006275     05  FA-ENTRY OCCURS 3 TIMES
006276             INDEXED BY FA-INDEX.
006277         10  FA-STATUS       PIC X(01).
006278         10  FA-AMOUNT       PIC 9(05).
006279         10  FA-EFF-DATE     PIC 9(08).
006280 77  WS-PERIODS-PER-YEAR PIC 9(02)   VALUE 52.
006281 77  WS-W4-STATUS        PIC X(01)   VALUE SPACES.
006282 77  WS-W4-ALLOWANCE     PIC 9(5)    VALUE ZEROS.
006283 77  WS-W4-CREDIT        PIC 9(5)    VALUE ZEROS.
006284 77  WS-W4-EXTRA         PIC 9(5)    VALUE ZEROS.
006285 77  WS-FED-TAXABLE      PIC 9(5)    VALUE ZEROS.
006286*----------------------------------------------------------*
006270* VOLUNTARY DEDUCTION TABLES AND WORK FIELDS. THE DEDUCTION *
006280* MASTER IS LOADED AT START-UP; THE PER-CODE YTD TABLE IS   *
006290* LOADED FROM THE DEDYTD FILE AND ROLLED FORWARD AT END OF  *
006480         10  DE-ACTIVE-FLAG  PIC X(01).
006490             88  DE-ORDER-ACTIVE   VALUES "Y", " ".
006500             88  DE-ORDER-INACTIVE VALUE "N".
006501         10  DE-TAX-CLASS    PIC X(01).
006502             88  DE-PRETAX         VALUE "P".
006503             88  DE-AFTERTAX       VALUE "A".
006504         10  DE-FED-FLAG     PIC X(01).
006505             88  DE-REDUCES-FEDERAL VALUE "Y".
006506         10  DE-FICA-FLAG    PIC X(01).
006507             88  DE-REDUCES-FICA   VALUE "Y".
006508         10  DE-STATE-FLAG   PIC X(01).
006509             88  DE-REDUCES-STATE  VALUE "Y".
006510*----------------------------------------------------------*
006511* DEDUCTION TAX CLASSES OFF THE DEDCLASS CONTROL FILE, AND  *
006512* THE TAXABLE WAGE BASES THE PRE-TAX DEDUCTIONS LEAVE. A    *
006513* CODE NOT IN THE TABLE IS AN AFTER-TAX DEDUCTION.          *
006514*----------------------------------------------------------*
006515 77  WS-DEDCLASS-STATUS  PIC X(02)   VALUE ZEROS.
006516     88  WS-DEDCLASS-OK              VALUE "00".
006517 77  WS-DEDCLASS-EOF-SW  PIC X(01)   VALUE "N".
006518     88  WS-DEDCLASS-EOF             VALUE "Y".
006519 77  WS-DCL-COUNT        PIC 9(03) COMP VALUE ZERO.
006520 01  DEDUCTION-CLASS-TABLE.
006521     05  DCL-ENTRY OCCURS 1 TO 50 TIMES
006522         DEPENDING ON WS-DCL-COUNT
006523         INDEXED BY DCL-IDX.
006524         10  DCL-CODE        PIC X(03).
006525         10  DCL-FED-FLAG    PIC X(01).
006526         10  DCL-FICA-FLAG   PIC X(01).
006527         10  DCL-STATE-FLAG  PIC X(01).
006528 77  WS-DED-PASS-SW      PIC X(01)   VALUE "P".
006529     88  WS-PRETAX-PASS              VALUE "P".
006530     88  WS-AFTERTAX-PASS            VALUE "A".
006531 77  WS-PRETAX-TOTAL     PIC 9(05)   VALUE ZEROS.
006532 77  WS-PRETAX-FED       PIC 9(05)   VALUE ZEROS.
006533 77  WS-PRETAX-FICA      PIC 9(05)   VALUE ZEROS.
006534 77  WS-PRETAX-STATE     PIC 9(05)   VALUE ZEROS.
006535 77  WS-FED-WAGES        PIC 9(05)   VALUE ZEROS.
006536 77  WS-FICA-WAGES       PIC 9(05)   VALUE ZEROS.
006537 77  WS-STATE-WAGES      PIC 9(05)   VALUE ZEROS.
006538 77  WS-WH-CEILING       PIC 9(05)   VALUE ZEROS.
006539 77  WS-YTD-FICA-BEFORE  PIC 9(07)   VALUE ZEROS.
006510 77  WS-DEDYTD-COUNT     PIC 9(03) COMP VALUE ZERO.
006520 01  DEDUCTION-YTD-TABLE.
006530     05  DY-ENTRY OCCURS 1 TO 200 TIMES
006680 77  WS-DED-CHANGED-SW   PIC X(01)   VALUE "N".
006690     88  WS-DED-CHANGED              VALUE "Y".
006700 77  WS-REMIT-TOTAL      PIC 9(09)   VALUE ZEROS.
006701 77  WS-RETAIN-TOTAL     PIC 9(09)   VALUE ZEROS.
006710 77  WS-PAYEE-COUNT      PIC 9(03) COMP VALUE ZERO.
006720 01  PAYEE-TOTAL-TABLE.
006730     05  PY-ENTRY OCCURS 1 TO 50 TIMES
007490     05  FILLER          PIC X(08)   VALUE "WAGES - ".
007500     05  WS-GL-DESC-LOC  PIC X(17)   VALUE SPACES.
007510*----------------------------------------------------------*
007511* JOB COSTING. JOBMSTR GIVES EACH JOB ITS GL ACCOUNT AND    *
007512* JOBHRS EACH EMPLOYEE'S HOURS BY JOB THIS PERIOD, BOTH     *
007513* LOADED AT START-UP FOR A REGULAR RUN. EACH PAID           *
007514* EMPLOYEE'S GROSS AND EMPLOYER TAXES ARE SPLIT ACROSS      *
007515* THEIR JOBS BY HOURS AND BUCKETED BY JOB FOR THE GL        *
007516* DISTRIBUTION AND THE LABOR-DISTRIBUTION REPORT; WHAT IS   *
007517* LEFT STAYS WITH THE LOCATION.                             *
007518*----------------------------------------------------------*
007519 77  WS-JOBMSTR-STATUS   PIC X(02)   VALUE ZEROS.
007520     88  WS-JOBMSTR-OK               VALUE "00".
007521 77  WS-JOBMSTR-EOF-SW   PIC X(01)   VALUE "N".
007522     88  WS-JOBMSTR-EOF              VALUE "Y".
007523 77  WS-JOBHRS-STATUS    PIC X(02)   VALUE ZEROS.
007524     88  WS-JOBHRS-OK                VALUE "00".
007525 77  WS-JOBHRS-EOF-SW    PIC X(01)   VALUE "N".
007526     88  WS-JOBHRS-EOF               VALUE "Y".
007527 77  WS-LABDIST-STATUS   PIC X(02)   VALUE ZEROS.
007528     88  WS-LABDIST-OK               VALUE "00".
007529 77  WS-JOBHRS-OTHER     PIC 9(05)   VALUE ZEROS.
007530 77  WS-JM-COUNT         PIC 9(03) COMP VALUE ZERO.
007531 01  JOB-MASTER-TABLE.
007532     05  JM-ENTRY OCCURS 1 TO 300 TIMES
007533         DEPENDING ON WS-JM-COUNT
007534         INDEXED BY JM-IDX.
007535         10  JMT-JOB-CODE    PIC X(06).
007536         10  JMT-DESCRIPTION PIC X(20).
007537         10  JMT-ACCOUNT     PIC X(08).
007538 77  WS-JE-COUNT         PIC 9(04) COMP VALUE ZERO.
007539 01  EMPLOYEE-JOB-TABLE.
007540     05  JE-ENTRY OCCURS 1 TO 2000 TIMES
007541         DEPENDING ON WS-JE-COUNT
007542         INDEXED BY JE-IDX.
007543         10  JET-EMPLOYEE-ID PIC 9(09).
007544         10  JET-JOB-CODE    PIC X(06).
007545         10  JET-ACCOUNT     PIC X(08).
007546         10  JET-HOURS       PIC 9(05).
007547 77  WS-JOB-COUNT        PIC 9(03) COMP VALUE ZERO.
007548 01  JOB-TOTAL-TABLE.
007549     05  JT-ENTRY OCCURS 1 TO 300 TIMES
007550         DEPENDING ON WS-JOB-COUNT
007551         INDEXED BY JT-IDX.
007552         10  JT-JOB-CODE     PIC X(06).
007553         10  JT-ACCOUNT      PIC X(08).
007554         10  JT-EMP-COUNT    PIC 9(05).
007555         10  JT-HOURS        PIC 9(07).
007556         10  JT-GROSS        PIC 9(09).
007557         10  JT-TAX          PIC 9(09).
007558 77  WS-EMP-JOB-HOURS    PIC 9(05)   VALUE ZEROS.
007559 77  WS-SPLIT-HOURS      PIC 9(05)   VALUE ZEROS.
007560 77  WS-CUM-HOURS        PIC 9(05)   VALUE ZEROS.
007561 77  WS-EMP-ER-TAX       PIC 9(06)   VALUE ZEROS.
007562 77  WS-CUM-GROSS        PIC 9(05)   VALUE ZEROS.
007563 77  WS-PRIOR-CUM-GROSS  PIC 9(05)   VALUE ZEROS.
007564 77  WS-CUM-TAX          PIC 9(06)   VALUE ZEROS.
007565 77  WS-PRIOR-CUM-TAX    PIC 9(06)   VALUE ZEROS.
007566 77  WS-JOB-SHARE-GROSS  PIC 9(05)   VALUE ZEROS.
007567 77  WS-JOB-SHARE-TAX    PIC 9(06)   VALUE ZEROS.
007568 77  WS-LOC-SHARE-GROSS  PIC 9(05)   VALUE ZEROS.
007569 77  WS-LOC-SHARE-TAX    PIC 9(06)   VALUE ZEROS.
007570 77  WS-LOC-SHARE-HOURS  PIC 9(05)   VALUE ZEROS.
007571 77  WS-JOB-GROSS-TOTAL  PIC 9(09)   VALUE ZEROS.
007572 77  WS-JOB-TAX-TOTAL    PIC 9(09)   VALUE ZEROS.
007573 01  WS-GL-JOB-WAGES-DESC.
007574     05  FILLER          PIC X(12)   VALUE "WAGES - JOB ".
007575     05  WS-GL-WAGES-JOB PIC X(13)   VALUE SPACES.
007576 01  WS-GL-JOB-TAX-DESC.
007577     05  FILLER          PIC X(13)   VALUE "ER TAX - JOB ".
007578     05  WS-GL-TAX-JOB   PIC X(12)   VALUE SPACES.
007579*----------------------------------------------------------*
007520* LEAVE ACCRUAL RATES, LOADED FROM THE LEAVECTL CONTROL     *
007530* FILE AT START-UP. A MISSING FILE MEANS NO ACCRUAL.        *
007540*----------------------------------------------------------*
008110     88  WS-PAYDETL-OK               VALUE "00".
008120 77  WS-YTD-GROSS-BEFORE PIC 9(07)   VALUE ZEROS.
008130*----------------------------------------------------------*
008131* 401(K) EMPLOYER MATCH - THE PLANCTL RULES, THE CURRENT    *
008132* EMPLOYEE'S DEFERRAL AND MATCH, AND THE RECORDKEEPER FILE  *
008133* RUN TOTALS. THE ELIGIBILITY DATE IS THE HIRE DATE MOVED   *
008134* FORWARD BY THE WAITING PERIOD IN MONTHS.                  *
008135*----------------------------------------------------------*
008136 77  WS-PLANCTL-STATUS   PIC X(02)   VALUE ZEROS.
008137     88  WS-PLANCTL-OK               VALUE "00".
008138 77  WS-PLANCTL-AVAILABLE PIC X(01)  VALUE "N".
008139     88  WS-HAVE-PLANCTL             VALUE "Y".
008140 77  WS-RKCONTR-STATUS   PIC X(02)   VALUE ZEROS.
008141     88  WS-RKCONTR-OK               VALUE "00".
008142 77  WS-PLAN-NUMBER      PIC X(06)   VALUE SPACES.
008143 77  WS-PLAN-PRETAX-CODE PIC X(03)   VALUE SPACES.
008144 77  WS-PLAN-ROTH-CODE   PIC X(03)   VALUE SPACES.
008145 77  WS-PLAN-MATCH-PCT   PIC 9V99    VALUE ZEROS.
008146 77  WS-PLAN-CAP-PCT     PIC 9V99    VALUE ZEROS.
008147 77  WS-PLAN-WAIT-MONTHS PIC 9(02)   VALUE ZEROS.
008148 77  WS-PLAN-EXPENSE-ACCT PIC X(08)  VALUE "52100000".
008149 77  WS-PLAN-LIABLE-ACCT PIC X(08)   VALUE "21600000".
008150 77  WS-PLAN-MEMBER-SW   PIC X(01)   VALUE "N".
008151     88  WS-PLAN-MEMBER              VALUE "Y".
008152 77  WS-PLAN-ELIGIBLE-SW PIC X(01)   VALUE "N".
008153     88  WS-PLAN-ELIGIBLE            VALUE "Y".
008154 77  WS-PLAN-DEFERRAL    PIC 9(05)   VALUE ZEROS.
008155 77  WS-PLAN-PRETAX-DEFERRAL PIC 9(05) VALUE ZEROS.
008156 77  WS-PLAN-ROTH-DEFERRAL PIC 9(05)  VALUE ZEROS.
008157 77  WS-YTD-TAX-SEED     PIC S9(07)  VALUE ZEROS.
008158 77  WS-PLAN-MATCH-BASE  PIC 9(05)   VALUE ZEROS.
008159 77  WS-PLAN-MATCH       PIC 9(05)   VALUE ZEROS.
008160 77  WS-RUN-MATCH-TOTAL  PIC 9(09)   VALUE ZEROS.
008161 77  WS-RK-DETAIL-COUNT  PIC 9(05)   VALUE ZEROS.
008162 77  WS-RK-TOTAL-DEFERRAL PIC 9(09)  VALUE ZEROS.
008163 77  WS-RK-TOTAL-MATCH   PIC 9(09)   VALUE ZEROS.
008164 77  WS-MATCH-NO-HIRE-COUNT PIC 9(05) VALUE ZEROS.
008165 77  WS-MATCH-ELIG-DATE  PIC 9(08)   VALUE ZEROS.
008166 77  WS-ELIG-MONTHS      PIC 9(03)   VALUE ZEROS.
008167 77  WS-ELIG-YEARS       PIC 9(02)   VALUE ZEROS.
008168 01  WS-ELIG-WORK.
008169     05  WS-EW-YEAR      PIC 9(04).
008170     05  WS-EW-MONTH     PIC 9(02).
008171     05  WS-EW-DAY       PIC 9(02).
008172*----------------------------------------------------------*
008140* DEDUCTION MASTER SEQUENCE CHECK - THE FILE MUST ARRIVE IN *
008150* EMPLOYEE-ID, PRIORITY ORDER OR THE RUN IS STOPPED; A      *
008160* MIS-ORDERED FILE WOULD SILENTLY REORDER GARNISHMENTS      *
008450         10  IN-PCT          PIC 9V99.
008460         10  IN-ROUTING      PIC 9(09).
008470         10  IN-ACCOUNT      PIC X(17).
008471         10  IN-ACCT-TYPE    PIC X(01).
008480 77  WS-PRIOR-INS-EMP    PIC 9(09)   VALUE ZEROS.
008490 77  WS-PRIOR-INS-SEQ    PIC 9(02)   VALUE ZEROS.
008500 77  WS-INS-SEQ-ERR-SW   PIC X(01)   VALUE "N".
008570 77  WS-SPLIT-AMOUNT     PIC 9(07)   VALUE ZEROS.
008580 77  WS-SPLIT-ROUTING    PIC 9(09)   VALUE ZEROS.
008590 77  WS-SPLIT-ACCOUNT    PIC X(17)   VALUE SPACES.
008591 77  WS-SPLIT-ACCT-TYPE  PIC X(01)   VALUE "C".
008600 77  WS-REMAINDER-ROUTING PIC 9(09)  VALUE ZEROS.
008610 77  WS-REMAINDER-ACCOUNT PIC X(17)  VALUE SPACES.
008611 77  WS-REMAINDER-ACCT-TYPE PIC X(01) VALUE "C".
008620 77  WS-FALLBACK-ROUTING PIC 9(09)   VALUE ZEROS.
008630 77  WS-FALLBACK-ACCOUNT PIC X(17)   VALUE SPACES.
008631 77  WS-FALLBACK-ACCT-TYPE PIC X(01)  VALUE "C".
008640*----------------------------------------------------------*
008650* PRENOTE AGING - A PENDING BANK DETAIL GOES LIVE ONLY     *
008660* AFTER ITS ZERO-DOLLAR PRENOTE HAS AGED THIS MANY DAYS    *
008800 77  WS-DW-QUOTIENT      PIC 9(04)   VALUE ZEROS.
008810 77  WS-DW-REMAINDER     PIC 9(01)   VALUE ZEROS.
008820*----------------------------------------------------------*
008821* MID-FILE CHECKPOINT AND RESTART. A REGULAR PERIOD RUN     *
008822* CHECKPOINTS TO PAYCKPT EVERY WS-CKPT-INTERVAL EMPLOYEES   *
008823* (PARM POSITIONS 10-14, DEFAULT 100) AND JOURNALS EACH     *
008824* MASTER RECORD TO PAYRBIMG BEFORE REWRITING IT. A RUN      *
008825* THAT FINDS A CHECKPOINT FOR ITS PERIOD IS A RESTART: IT   *
008826* PUTS THE JOURNALED RECORDS BACK, CUTS EACH OUTPUT BACK TO *
008827* ITS CHECKPOINTED RECORD COUNT (COPYING THROUGH PAYRTRNC)  *
008828* AND CARRIES ON AFTER THE LAST EMPLOYEE CHECKPOINTED.      *
008829* THE WRITTEN COUNTS ARE RECORDS PUT TO EACH OUTPUT THAT    *
008830* THE EMPLOYEE LOOP WRITES; CHKREQ'S STARTS AT THE RECORDS  *
008831* ALREADY WAITING ON IT.                                    *
008832*----------------------------------------------------------*
008833 77  WS-PAYCKPT-STATUS   PIC X(02)   VALUE ZEROS.
008834     88  WS-PAYCKPT-OK               VALUE "00".
008835 77  WS-PAYCKPT-EOF-SW   PIC X(01)   VALUE "N".
008836     88  WS-PAYCKPT-EOF              VALUE "Y".
008837 77  WS-PAYRBIMG-STATUS  PIC X(02)   VALUE ZEROS.
008838     88  WS-PAYRBIMG-OK              VALUE "00".
008839 77  WS-PAYRBIMG-EOF-SW  PIC X(01)   VALUE "N".
008840     88  WS-PAYRBIMG-EOF             VALUE "Y".
008841 77  WS-PAYRBIMG-OPEN-SW PIC X(01)   VALUE "N".
008842     88  WS-PAYRBIMG-OPEN            VALUE "Y".
008843 77  WS-CHECKPOINT-SW    PIC X(01)   VALUE "N".
008844     88  WS-CHECKPOINTING            VALUE "Y".
008845 77  WS-CKPT-STARTED-SW  PIC X(01)   VALUE "N".
008846     88  WS-CKPT-STARTED             VALUE "Y".
008847 77  WS-RESTART-SW       PIC X(01)   VALUE "N".
008848     88  WS-RESTART-RUN              VALUE "Y".
008849     88  WS-RESTART-REFUSED          VALUE "R".
008850 77  WS-CKPT-INTERVAL    PIC 9(05)   VALUE 100.
008851 77  WS-CKPT-SINCE       PIC 9(05)   VALUE ZEROS.
008852 77  WS-CKPT-NUMBER      PIC 9(05)   VALUE ZEROS.
008853 77  WS-CKPT-LAST-KEY    PIC 9(09)   VALUE ZEROS.
008854 77  WS-CKPT-RESTORED    PIC 9(05)   VALUE ZEROS.
008855 77  WS-CKPT-TIME        PIC 9(08)   VALUE ZEROS.
008856 77  WS-CHKREQ-EOF-SW    PIC X(01)   VALUE "N".
008857     88  WS-CHKREQ-EOF               VALUE "Y".
008858 77  WS-PAYREG-WRITTEN   PIC 9(07)   VALUE ZEROS.
008859 77  WS-GROSSWRK-WRITTEN PIC 9(07)   VALUE ZEROS.
008860 77  WS-PAYSTMT-WRITTEN  PIC 9(07)   VALUE ZEROS.
008861 77  WS-PAYDETL-WRITTEN  PIC 9(07)   VALUE ZEROS.
008862 77  WS-DDEXTR-WRITTEN   PIC 9(07)   VALUE ZEROS.
008863 77  WS-DDEXCP-WRITTEN   PIC 9(07)   VALUE ZEROS.
008864 77  WS-CHKREQ-WRITTEN   PIC 9(07)   VALUE ZEROS.
008865 77  WS-PAYSKIP-WRITTEN  PIC 9(07)   VALUE ZEROS.
008866 77  WS-DEDREMIT-WRITTEN PIC 9(07)   VALUE ZEROS.
008867 77  WS-CCEXCP-WRITTEN   PIC 9(07)   VALUE ZEROS.
008868 77  WS-RKCONTR-WRITTEN  PIC 9(07)   VALUE ZEROS.
008869 77  WS-LABDIST-WRITTEN  PIC 9(07)   VALUE ZEROS.
008870 77  WS-TRUNC-FILE       PIC X(08)   VALUE SPACES.
008871 77  WS-TRUNC-IN-NAME    PIC X(08)   VALUE SPACES.
008872 77  WS-TRUNC-OUT-NAME   PIC X(08)   VALUE SPACES.
008873 77  WS-TRUNC-IN-STATUS  PIC X(02)   VALUE ZEROS.
008874     88  WS-TRUNC-IN-OK              VALUE "00".
008875 77  WS-TRUNC-OUT-STATUS PIC X(02)   VALUE ZEROS.
008876     88  WS-TRUNC-OUT-OK             VALUE "00".
008877 77  WS-TRUNC-EOF-SW     PIC X(01)   VALUE "N".
008878     88  WS-TRUNC-EOF                VALUE "Y".
008879 77  WS-TRUNC-KEEP       PIC 9(07)   VALUE ZEROS.
008880 77  WS-TRUNC-COPIED     PIC 9(07)   VALUE ZEROS.
008881 77  WS-TRUNC-LENGTH     PIC 9(04) COMP VALUE ZERO.
008882 77  WS-FORM-FEED        PIC X(01)   VALUE X"0C".
008883*----------------------------------------------------------*
008830* PAYROLL REGISTER REPORT LINE LAYOUTS                      *
008840*----------------------------------------------------------*
008850 01  RPT-HEADING-1.
008870     05  FILLER          PIC X(20) VALUE "PAYROLL REGISTER".
008880     05  FILLER          PIC X(06) VALUE "PAGE  ".
008890     05  RPT-PAGE        PIC ZZ9.
008891     05  FILLER          PIC X(05) VALUE SPACES.
008892     05  FILLER          PIC X(14) VALUE "PERIOD ENDING ".
008893     05  RPT-PERIOD      PIC 9(08).
008900 01  RPT-HEADING-2.
008910     05  FILLER          PIC X(01) VALUE SPACE.
008920     05  FILLER          PIC X(15) VALUE "EMPLOYEE".
009840     05  FILLER          PIC X(01) VALUE SPACE.
009850     05  FILLER          PIC X(12) VALUE "LOCATION:".
009860     05  PS-LOCATION     PIC X(20).
009861 01  PS-STREET-LINE.
009862     05  FILLER          PIC X(01) VALUE SPACE.
009863     05  FILLER          PIC X(12) VALUE "ADDRESS:".
009864     05  PS-STREET       PIC X(22).
009865 01  PS-CITY-LINE.
009866     05  FILLER          PIC X(13) VALUE SPACES.
009867     05  PS-CITY         PIC X(22).
009868     05  FILLER          PIC X(01) VALUE SPACE.
009869     05  PS-STATE        PIC X(02).
009870     05  FILLER          PIC X(02) VALUE SPACES.
009871     05  PS-ZIP          PIC X(05).
009872     05  PS-ZIP-DASH     PIC X(01).
009873     05  PS-ZIP-EXT      PIC X(04).
009870 01  PS-HOURS-LINE.
009880     05  FILLER          PIC X(01) VALUE SPACE.
009890     05  PS-HOURS-LABEL  PIC X(17).
010680     05  FILLER          PIC X(20)
010690             VALUE "TOTAL REMITTED:".
010700     05  RR-TOTAL-AMOUNT PIC ZZZ,ZZZ,ZZ9.
010701 01  RR-RETAIN-LINE.
010702     05  FILLER          PIC X(01) VALUE SPACE.
010703     05  FILLER          PIC X(20)
010704             VALUE "RETAINED, NO PAYEE:".
010705     05  RR-RETAIN-AMOUNT PIC ZZZ,ZZZ,ZZ9.
010710*----------------------------------------------------------*
010720* UNMAPPED-LOCATION EXCEPTION AND LABOR-COST REPORT LINES    *
010730*----------------------------------------------------------*
011090             VALUE "TOTAL LABOR COST:".
011100     05  LB-TOTAL-GROSS  PIC ZZZ,ZZZ,ZZ9.
011110*----------------------------------------------------------*
011111* LABOR-DISTRIBUTION REPORT LINE LAYOUTS                     *
011112*----------------------------------------------------------*
011113 01  LD-HEADING-1.
011114     05  FILLER          PIC X(01) VALUE SPACE.
011115     05  FILLER          PIC X(36)
011116             VALUE "LABOR DISTRIBUTION BY JOB - PERIOD".
011117     05  LD-HDG-PERIOD   PIC 9(08).
011118 01  LD-HEADING-2.
011119     05  FILLER          PIC X(01) VALUE SPACE.
011120     05  FILLER          PIC X(11) VALUE "EMPLOYEE".
011121     05  FILLER          PIC X(22) VALUE "CHARGED TO".
011122     05  FILLER          PIC X(09) VALUE "HOURS".
011123     05  FILLER          PIC X(09) VALUE "GROSS".
011124     05  FILLER          PIC X(10) VALUE "ER TAXES".
011125     05  FILLER          PIC X(08) VALUE "ACCOUNT".
011126 01  LD-DETAIL-LINE.
011127     05  FILLER          PIC X(01) VALUE SPACE.
011128     05  LD-EMPLOYEE-ID  PIC 9(09).
011129     05  FILLER          PIC X(02) VALUE SPACES.
011130     05  LD-CHARGE-TO    PIC X(20).
011131     05  FILLER          PIC X(02) VALUE SPACES.
011132     05  LD-HOURS        PIC ZZ,ZZ9.
011133     05  FILLER          PIC X(03) VALUE SPACES.
011134     05  LD-GROSS        PIC ZZ,ZZ9.
011135     05  FILLER          PIC X(03) VALUE SPACES.
011136     05  LD-TAX          PIC ZZZ,ZZ9.
011137     05  FILLER          PIC X(03) VALUE SPACES.
011138     05  LD-ACCOUNT      PIC X(08).
011139 01  LD-JOB-HEADING.
011140     05  FILLER          PIC X(01) VALUE SPACE.
011141     05  FILLER          PIC X(30) VALUE "TOTALS BY JOB".
011142 01  LD-JOB-LINE.
011143     05  FILLER          PIC X(01) VALUE SPACE.
011144     05  LD-JOB-CODE     PIC X(06).
011145     05  FILLER          PIC X(02) VALUE SPACES.
011146     05  LD-JOB-DESC     PIC X(20).
011147     05  FILLER          PIC X(02) VALUE SPACES.
011148     05  LD-JOB-EMPS     PIC ZZZZZ.
011149     05  FILLER          PIC X(02) VALUE SPACES.
011150     05  LD-JOB-HOURS    PIC ZZZ,ZZZ.
011151     05  FILLER          PIC X(02) VALUE SPACES.
011152     05  LD-JOB-GROSS    PIC ZZZ,ZZZ,ZZ9.
011153     05  FILLER          PIC X(02) VALUE SPACES.
011154     05  LD-JOB-TAX      PIC ZZ,ZZZ,ZZ9.
011155     05  FILLER          PIC X(02) VALUE SPACES.
011156     05  LD-JOB-ACCOUNT  PIC X(08).
011157*----------------------------------------------------------*
011120* TAX-DEPOSIT LIABILITY REPORT LINE LAYOUTS                  *
011130*----------------------------------------------------------*
011140 01  TL-HEADING-1.
011480*----------------------------------------------------------*
011490 0000-MAINLINE.
011500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
011501     IF WS-RESTART-REFUSED
011502         MOVE 8 TO RETURN-CODE
011503         GO TO 9999-EXIT
011504     END-IF
011510     IF WS-SUPP-RUN
011520         PERFORM 3800-PROCESS-SUPPLEMENTAL THRU 3800-EXIT
011530             UNTIL WS-EOF
011750     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
011760     IF WS-JOB-PARM (2:8) IS NUMERIC
011770         MOVE WS-JOB-PARM (2:8) TO WS-PERIOD-DATE
011771         MOVE "Y" TO WS-PERIOD-PARM-SW
011780     ELSE
011790         MOVE WS-RUN-DATE TO WS-PERIOD-DATE
011800     END-IF
011801     IF WS-RUN-MODE = "P"
011802         MOVE "Y" TO WS-CHECKPOINT-SW
011803         IF WS-JOB-PARM (10:5) IS NUMERIC
011804            AND WS-JOB-PARM (10:5) NOT = "00000"
011805             MOVE WS-JOB-PARM (10:5) TO WS-CKPT-INTERVAL
011806         END-IF
011807         MOVE WS-JOB-PARM (15:2) TO WS-PAY-GROUP
011808         PERFORM 1790-LOAD-PAY-GROUP THRU 1790-EXIT
011809     END-IF
011810     PERFORM 1760-CHECK-PAY-CALENDAR THRU 1760-EXIT
011811     IF WS-CHECKPOINTING AND NOT WS-PAYROLL-FAILED
011812         PERFORM 1900-READ-CHECKPOINT THRU 1900-EXIT
011813     END-IF
011814     IF WS-RESTART-RUN
011815         PERFORM 1920-TRUNCATE-RUN-OUTPUTS THRU 1920-EXIT
011816     END-IF
011817     IF WS-RESTART-REFUSED
011818         GO TO 1000-EXIT
011819     END-IF
011810     OPEN I-O PAYROLL-MASTER
011811     IF WS-RESTART-RUN
011812         PERFORM 1925-EXTEND-RUN-OUTPUTS THRU 1925-EXIT
011813         GO TO 1000-LOAD-CONTROLS
011814     END-IF
011820     OPEN OUTPUT PAYROLL-REGISTER
011830     OPEN OUTPUT GROSS-CONTROL-OUT
011840     OPEN OUTPUT GROSS-WORK-FILE
011870         OPEN OUTPUT PAY-DETAIL
011880         OPEN OUTPUT DIRECT-DEPOSIT-EXTRACT
011890         OPEN OUTPUT DIRECT-DEPOSIT-EXCEPTIONS
011891         IF WS-CHECKPOINTING
011892             PERFORM 1910-COUNT-CHECK-REQUESTS THRU 1910-EXIT
011893         END-IF
011900*        EXTENDED, NOT OUTPUT - A SUPPLEMENTAL OR NEXT
011910*        PERIOD RUN MUST NOT TRUNCATE CHECK REQUESTS
011920*        CHKPRINT HAS NOT DRAINED YET; CHKPRINT EMPTIES
011970             OPEN OUTPUT CHECK-REQUESTS
011980         END-IF
011990         WRITE DD-EXCEPTION-RECORD FROM DX-HEADING-1
011991         ADD 1 TO WS-DDEXCP-WRITTEN
012000         WRITE DD-EXCEPTION-RECORD FROM DX-HEADING-2
012001         ADD 1 TO WS-DDEXCP-WRITTEN
012010         OPEN OUTPUT SKIP-REPORT
012020         WRITE SKIP-REPORT-RECORD FROM SK-HEADING-1
012021         ADD 1 TO WS-PAYSKIP-WRITTEN
012030         WRITE SKIP-REPORT-RECORD FROM SK-HEADING-2
012031         ADD 1 TO WS-PAYSKIP-WRITTEN
012040         OPEN OUTPUT DEDUCTION-REMITTANCE
012050         OPEN OUTPUT REMITTANCE-REGISTER
012060         OPEN OUTPUT TAX-LIABILITY-REPORT
012070         OPEN OUTPUT COST-CENTER-EXCEPTIONS
012080         WRITE COST-CENTER-EXCEPTION-REC FROM CX-HEADING-1
012081         ADD 1 TO WS-CCEXCP-WRITTEN
012090         OPEN OUTPUT LABOR-COST-REPORT
012100         OPEN OUTPUT LABOR-DIST-REPORT
012101         MOVE WS-PERIOD-DATE TO LD-HDG-PERIOD
012102         WRITE LABOR-DIST-RECORD FROM LD-HEADING-1
012103         ADD 1 TO WS-LABDIST-WRITTEN
012104         WRITE LABOR-DIST-RECORD FROM LD-HEADING-2
012105         ADD 1 TO WS-LABDIST-WRITTEN
012106     END-IF.
012107 1000-LOAD-CONTROLS.
012108     PERFORM 1480-LOAD-DEDUCTION-CLASSES THRU 1480-EXIT
012110     PERFORM 1500-LOAD-DEDUCTION-MASTER THRU 1500-EXIT
012120     PERFORM 1550-CHECK-DEDUCTION-SEQUENCE THRU 1550-EXIT
012130     PERFORM 1560-LOAD-DEPOSIT-INSTRUCTIONS THRU 1560-EXIT
012140     PERFORM 1590-CHECK-INSTRUCTION-SEQUENCE THRU 1590-EXIT
012150     PERFORM 1650-LOAD-COST-CENTERS THRU 1650-EXIT
012151     IF NOT WS-YEAR-END-RUN AND NOT WS-SUPP-RUN
012152         PERFORM 1662-LOAD-JOB-MASTER THRU 1662-EXIT
012153         PERFORM 1672-LOAD-JOB-HOURS THRU 1672-EXIT
012154     END-IF
012160     PERFORM 1680-LOAD-LEAVE-CONTROL THRU 1680-EXIT
012170     PERFORM 1656-LOAD-LOCATION-STATES THRU 1656-EXIT
012180     PERFORM 1600-LOAD-DEDUCTION-YTD THRU 1600-EXIT
012190     PERFORM 1700-LOAD-TAX-CONTROL THRU 1700-EXIT
012200     PERFORM 1750-CHECK-RATES-COMPLETE THRU 1750-EXIT
012202     IF NOT WS-YEAR-END-RUN AND NOT WS-SUPP-RUN
012203         PERFORM 1850-LOAD-PLAN-CONTROL THRU 1850-EXIT
012204     END-IF
012210     OPEN INPUT EMPLOYEE-MASTER
012220     IF WS-EMPMSTR-OK
012230         MOVE "Y" TO WS-EMPMSTR-AVAILABLE
012231     END-IF
012232     IF NOT WS-YEAR-END-RUN
012233         OPEN INPUT EMPLOYEE-ADDRESS
012234         IF WS-EMPADDR-OK
012235             MOVE "Y" TO WS-EMPADDR-AVAILABLE
012236         ELSE
012237             DISPLAY "EMPADDR NOT AVAILABLE, STATUS "
012238                 WS-EMPADDR-STATUS
012239                 " - STATEMENTS PRINT WITHOUT ADDRESSES"
012240         END-IF
012240     END-IF
012250     IF NOT WS-PAYRMSTR-OK
012260         DISPLAY "PAYRMSTR OPEN FAILED, STATUS "
012280         MOVE "Y" TO WS-EOF-SWITCH
012290         MOVE "Y" TO WS-PAYROLL-FAILURE-SW
012300     ELSE
012310         IF WS-RESTART-RUN
012320             PERFORM 1950-RESTORE-CHECKPOINT THRU 1950-EXIT
012340         ELSE
012350             PERFORM 6000-PRINT-HEADINGS THRU 6000-EXIT
012351             IF WS-SUPP-RUN
012352                 PERFORM 1800-OPEN-SUPPLEMENTAL THRU 1800-EXIT
012353             ELSE
012354                 IF WS-CHECKPOINTING AND NOT WS-PAYROLL-FAILED
012355                     MOVE "Y" TO WS-CKPT-STARTED-SW
012356                     PERFORM 3910-WRITE-CHECKPOINT THRU 3910-EXIT
012357                 END-IF
012358                 PERFORM 2000-READ-PAYROLL-MASTER THRU 2000-EXIT
012359             END-IF
012360         END-IF
012370     END-IF.
012380 1000-EXIT.
012381     EXIT.
012382*----------------------------------------------------------*
012383* 1480-LOAD-DEDUCTION-CLASSES - READ THE DEDCLASS CONTROL   *
012384* FILE INTO ITS TABLE BEFORE THE DEDUCTION MASTER LOADS, SO *
012385* EACH DEDUCTION ENTRY PICKS UP ITS TAX CLASS AS IT IS      *
012386* STORED. WITHOUT THE FILE EVERY DEDUCTION IS TAKEN AFTER   *
012387* TAX, AS IT ALWAYS WAS.                                    *
012388*----------------------------------------------------------*
012389 1480-LOAD-DEDUCTION-CLASSES.
012390     OPEN INPUT DEDUCTION-CLASS-CONTROL
012391     IF NOT WS-DEDCLASS-OK
012392         DISPLAY "NO DEDCLASS ON FILE, STATUS "
012393             WS-DEDCLASS-STATUS
012394             " - ALL DEDUCTIONS TAKEN AFTER TAX"
012395         MOVE "Y" TO WS-DEDCLASS-EOF-SW
012396         GO TO 1480-EXIT
012397     END-IF
012398     PERFORM 1485-READ-DEDUCTION-CLASS THRU 1485-EXIT
012399     PERFORM 1490-ADD-DEDUCTION-CLASS THRU 1490-EXIT
012400         UNTIL WS-DEDCLASS-EOF
012401     CLOSE DEDUCTION-CLASS-CONTROL.
012402 1480-EXIT.
012403     EXIT.
012404*----------------------------------------------------------*
012405* 1485-READ-DEDUCTION-CLASS - GET THE NEXT CLASS ENTRY      *
012406*----------------------------------------------------------*
012407 1485-READ-DEDUCTION-CLASS.
012408     READ DEDUCTION-CLASS-CONTROL
012409         AT END
012410             MOVE "Y" TO WS-DEDCLASS-EOF-SW
012411     END-READ.
012412 1485-EXIT.
012413     EXIT.
012414*----------------------------------------------------------*
012415* 1490-ADD-DEDUCTION-CLASS - STORE ONE CLASS ENTRY          *
012416*----------------------------------------------------------*
012417 1490-ADD-DEDUCTION-CLASS.
012418     IF WS-DCL-COUNT < 50
012419         ADD 1 TO WS-DCL-COUNT
012420         SET DCL-IDX TO WS-DCL-COUNT
012421         MOVE DC-DEDUCTION-CODE TO DCL-CODE (DCL-IDX)
012422         MOVE DC-FEDERAL-FLAG   TO DCL-FED-FLAG (DCL-IDX)
012423         MOVE DC-FICA-FLAG      TO DCL-FICA-FLAG (DCL-IDX)
012424         MOVE DC-STATE-FLAG     TO DCL-STATE-FLAG (DCL-IDX)
012425     ELSE
012426         DISPLAY "DEDCLASS TABLE FULL - ENTRY DROPPED"
012427     END-IF
012428     PERFORM 1485-READ-DEDUCTION-CLASS THRU 1485-EXIT.
012429 1490-EXIT.
012390     EXIT.
012400*----------------------------------------------------------*
012410* 1500-LOAD-DEDUCTION-MASTER - READ THE VOLUNTARY DEDUCTION *
012930     MOVE DM-DISP-CAP-PCT   TO DE-DISP-CAP-PCT (DED-IDX)
012940     MOVE DM-PAYEE-ID       TO DE-PAYEE-ID (DED-IDX)
012950     MOVE DM-ACTIVE-FLAG    TO DE-ACTIVE-FLAG (DED-IDX)
012951     PERFORM 1530-SET-DEDUCTION-CLASS THRU 1530-EXIT
012960     PERFORM 1510-READ-DEDUCTION-MASTER THRU 1510-EXIT.
012970 1520-EXIT.
012971     EXIT.
012972*----------------------------------------------------------*
012973* 1530-SET-DEDUCTION-CLASS - GIVE THE ENTRY JUST STORED ITS *
012974* TAX CLASS. A CODE ON DEDCLASS THAT REDUCES AT LEAST ONE   *
012975* WAGE BASE IS PRE-TAX; ANY OTHER CODE IS AFTER-TAX.        *
012976*----------------------------------------------------------*
012977 1530-SET-DEDUCTION-CLASS.
012978     MOVE "A" TO DE-TAX-CLASS (DED-IDX)
012979     MOVE "N" TO DE-FED-FLAG (DED-IDX)
012980     MOVE "N" TO DE-FICA-FLAG (DED-IDX)
012981     MOVE "N" TO DE-STATE-FLAG (DED-IDX)
012982     IF WS-DCL-COUNT = 0
012983         GO TO 1530-EXIT
012984     END-IF
012985     SET DCL-IDX TO 1
012986     SEARCH DCL-ENTRY
012987         AT END CONTINUE
012988         WHEN DCL-CODE (DCL-IDX) = DM-DEDUCTION-CODE
012989             MOVE DCL-FED-FLAG (DCL-IDX)
012990                 TO DE-FED-FLAG (DED-IDX)
012991             MOVE DCL-FICA-FLAG (DCL-IDX)
012992                 TO DE-FICA-FLAG (DED-IDX)
012993             MOVE DCL-STATE-FLAG (DCL-IDX)
012994                 TO DE-STATE-FLAG (DED-IDX)
012995     END-SEARCH
012996     IF DE-REDUCES-FEDERAL (DED-IDX)
012997        OR DE-REDUCES-FICA (DED-IDX)
012998        OR DE-REDUCES-STATE (DED-IDX)
012999         MOVE "P" TO DE-TAX-CLASS (DED-IDX)
013000     END-IF.
013001 1530-EXIT.
012980     EXIT.
012990*----------------------------------------------------------*
013000* 1550-CHECK-DEDUCTION-SEQUENCE - A PERIOD RUN MUST NOT     *
013640     MOVE DI-PCT          TO IN-PCT (INS-IDX)
013650     MOVE DI-BANK-ROUTING TO IN-ROUTING (INS-IDX)
013660     MOVE DI-BANK-ACCOUNT TO IN-ACCOUNT (INS-IDX)
013661     IF DI-SAVINGS-ACCOUNT
013662         MOVE "S"         TO IN-ACCT-TYPE (INS-IDX)
013663     ELSE
013664         MOVE "C"         TO IN-ACCT-TYPE (INS-IDX)
013665     END-IF
013670     PERFORM 1570-READ-DEPOSIT-INSTRUCTION THRU 1570-EXIT.
013680 1580-EXIT.
013690     EXIT.
014260     END-IF
014270     PERFORM 1660-READ-COST-CENTER THRU 1660-EXIT.
014280 1670-EXIT.
014281     EXIT.
014282*----------------------------------------------------------*
014283* 1662-LOAD-JOB-MASTER - READ THE JOBMSTR JOB CODES AND     *
014284* THEIR GL ACCOUNTS INTO THEIR TABLE. WITHOUT THE FILE NO   *
014285* JOB CAN BE COSTED AND ALL LABOR STAYS WITH THE LOCATION.  *
014286*----------------------------------------------------------*
014287 1662-LOAD-JOB-MASTER.
014288     OPEN INPUT JOB-MASTER
014289     IF NOT WS-JOBMSTR-OK
014290         MOVE "Y" TO WS-JOBMSTR-EOF-SW
014291         GO TO 1662-EXIT
014292     END-IF
014293     PERFORM 1664-READ-JOB-MASTER THRU 1664-EXIT
014294     PERFORM 1666-ADD-JOB-MASTER THRU 1666-EXIT
014295         UNTIL WS-JOBMSTR-EOF
014296     CLOSE JOB-MASTER.
014297 1662-EXIT.
014298     EXIT.
014299*----------------------------------------------------------*
014300* 1664-READ-JOB-MASTER - GET THE NEXT JOB MASTER ENTRY      *
014301*----------------------------------------------------------*
014302 1664-READ-JOB-MASTER.
014303     READ JOB-MASTER
014304         AT END
014305             MOVE "Y" TO WS-JOBMSTR-EOF-SW
014306     END-READ.
014307 1664-EXIT.
014308     EXIT.
014309*----------------------------------------------------------*
014310* 1666-ADD-JOB-MASTER - STORE ONE JOB AND ITS ACCOUNT       *
014311*----------------------------------------------------------*
014312 1666-ADD-JOB-MASTER.
014313     IF WS-JM-COUNT < 300
014314         ADD 1 TO WS-JM-COUNT
014315         SET JM-IDX TO WS-JM-COUNT
014316         MOVE JM-JOB-CODE    TO JMT-JOB-CODE (JM-IDX)
014317         MOVE JM-DESCRIPTION TO JMT-DESCRIPTION (JM-IDX)
014318         MOVE JM-GL-ACCOUNT  TO JMT-ACCOUNT (JM-IDX)
014319     ELSE
014320         DISPLAY "JOBMSTR TABLE FULL - ENTRY DROPPED"
014321     END-IF
014322     PERFORM 1664-READ-JOB-MASTER THRU 1664-EXIT.
014323 1666-EXIT.
014324     EXIT.
014325*----------------------------------------------------------*
014326* 1672-LOAD-JOB-HOURS - READ TIMEPOST'S HOURS BY JOB FOR    *
014327* THIS PERIOD AND PAY GROUP INTO THEIR TABLE. RECORDS LEFT  *
014328* FROM ANOTHER POSTING ARE COUNTED AND PASSED OVER, AS ARE  *
014329* JOBS NO LONGER ON THE JOB MASTER - THOSE HOURS COST TO    *
014330* THE LOCATION. NO FILE, NO JOB COSTING.                    *
014331*----------------------------------------------------------*
014332 1672-LOAD-JOB-HOURS.
014333     OPEN INPUT JOB-HOURS
014334     IF NOT WS-JOBHRS-OK
014335         MOVE "Y" TO WS-JOBHRS-EOF-SW
014336         GO TO 1672-EXIT
014337     END-IF
014338     PERFORM 1674-READ-JOB-HOURS THRU 1674-EXIT
014339     PERFORM 1676-ADD-JOB-HOURS THRU 1676-EXIT
014340         UNTIL WS-JOBHRS-EOF
014341     CLOSE JOB-HOURS
014342     IF WS-JOBHRS-OTHER > 0
014343         DISPLAY "PAYROL00: " WS-JOBHRS-OTHER
014344             " JOBHRS RECORDS NOT FOR THIS PERIOD OR PAY GROUP"
014345             " - IGNORED"
014346     END-IF.
014347 1672-EXIT.
014348     EXIT.
014349*----------------------------------------------------------*
014350* 1674-READ-JOB-HOURS - GET THE NEXT HOURS-BY-JOB RECORD    *
014351*----------------------------------------------------------*
014352 1674-READ-JOB-HOURS.
014353     READ JOB-HOURS
014354         AT END
014355             MOVE "Y" TO WS-JOBHRS-EOF-SW
014356     END-READ.
014357 1674-EXIT.
014358     EXIT.
014359*----------------------------------------------------------*
014360* 1676-ADD-JOB-HOURS - STORE ONE EMPLOYEE'S HOURS ON ONE    *
014361* JOB WITH THE JOB'S GL ACCOUNT.                            *
014362*----------------------------------------------------------*
014363 1676-ADD-JOB-HOURS.
014364     IF JH-PERIOD-DATE NOT = WS-PERIOD-DATE
014365        OR JH-PAY-GROUP NOT = WS-PAY-GROUP
014366         ADD 1 TO WS-JOBHRS-OTHER
014367         GO TO 1676-READ-NEXT
014368     END-IF
014369     IF WS-JM-COUNT = 0
014370         GO TO 1676-NOT-ON-MASTER
014371     END-IF
014372     SET JM-IDX TO 1
014373     SEARCH JM-ENTRY
014374         AT END
014375             GO TO 1676-NOT-ON-MASTER
014376         WHEN JMT-JOB-CODE (JM-IDX) = JH-JOB-CODE
014377             CONTINUE
014378     END-SEARCH
014379     IF WS-JE-COUNT NOT < 2000
014380         DISPLAY "PAYROL00: JOB HOURS TABLE FULL"
014381         MOVE "Y" TO WS-PAYROLL-FAILURE-SW
014382         GO TO 1676-READ-NEXT
014383     END-IF
014384     ADD 1 TO WS-JE-COUNT
014385     SET JE-IDX TO WS-JE-COUNT
014386     MOVE JH-EMPLOYEE-ID      TO JET-EMPLOYEE-ID (JE-IDX)
014387     MOVE JH-JOB-CODE         TO JET-JOB-CODE (JE-IDX)
014388     MOVE JMT-ACCOUNT (JM-IDX) TO JET-ACCOUNT (JE-IDX)
014389     MOVE JH-HOURS            TO JET-HOURS (JE-IDX)
014390     GO TO 1676-READ-NEXT.
014391 1676-NOT-ON-MASTER.
014392     DISPLAY "PAYROL00: JOB " JH-JOB-CODE " FOR EMPLOYEE "
014393         JH-EMPLOYEE-ID " NOT ON JOBMSTR - COSTED TO LOCATION".
014394 1676-READ-NEXT.
014395     PERFORM 1674-READ-JOB-HOURS THRU 1674-EXIT.
014396 1676-EXIT.
014290     EXIT.
014300*----------------------------------------------------------*
014310* 1656-LOAD-LOCATION-STATES - READ THE LOCSTATE MAPPING     *
016480                 MOVE TX-RATE TO SHIFT-DIFF-RATE
016490                 MOVE TX-EFFECTIVE-DATE TO WS-SHIFT-EFF-DATE
016500             END-IF
016501         WHEN TX-FILING-ALLOWANCE
016502             PERFORM 1745-ADOPT-FILING-ALLOWANCE THRU 1745-EXIT
016510         WHEN OTHER
016520             DISPLAY "TAXCTL: UNKNOWN RECORD TYPE "
016530                 TX-RECORD-TYPE
017160 1740-EXIT.
017170     EXIT.
017180*----------------------------------------------------------*
017181* 1745-ADOPT-FILING-ALLOWANCE - ONE "A" ENTRY INTO THE W-4   *
017182* FILING-STATUS ALLOWANCE TABLE, LATEST NON-FUTURE           *
017183* EFFECTIVE DATE WINNING PER STATUS.                         *
017184*----------------------------------------------------------*
017185 1745-ADOPT-FILING-ALLOWANCE.
017186     SET FA-INDEX TO 1
017187     SEARCH FA-ENTRY
017188         AT END
017189             DISPLAY "TAXCTL: BAD FILING STATUS "
017190                 TX-FILING-STATUS
017191         WHEN FA-STATUS (FA-INDEX) = TX-FILING-STATUS
017192             IF TX-EFFECTIVE-DATE NOT < FA-EFF-DATE (FA-INDEX)
017193                 MOVE TX-WAGE-BASE TO FA-AMOUNT (FA-INDEX)
017194                 MOVE TX-EFFECTIVE-DATE TO
017195                     FA-EFF-DATE (FA-INDEX)
017196             END-IF
017197     END-SEARCH.
017198 1745-EXIT.
017199     EXIT.
017200*----------------------------------------------------------*
017190* 1750-CHECK-RATES-COMPLETE - A PERIOD RUN WITHOUT A FULL   *
017200* RATE SET (THREE FEDERAL BRACKETS, FICA, STATE) MUST NOT   *
017210* CALCULATE ANYTHING - ZERO RATES WOULD PAY EVERY EMPLOYEE  *
017380 1750-EXIT.
017390     EXIT.
017400*----------------------------------------------------------*
017401* 1760-CHECK-PAY-CALENDAR - THE PERIOD DATE MUST BE ON THE  *
017402* PAYCAL CALENDAR OR NOTHING IS PAID, SO A MISKEYED PARM    *
017403* CANNOT POST A WHOLE PAYROLL TO THE WRONG PERIOD. A PERIOD *
017404* RUN NEEDS AN EXACT PERIOD-END DATE; WITH NO DATE IN THE   *
017405* PARM IT TAKES THE LATEST PERIOD ENDED BY TODAY. A         *
017406* SUPPLEMENTAL PAY DATE IS OFF-CYCLE BY NATURE AND ONLY     *
017407* HAS TO FALL INSIDE THE CALENDAR. A YEAR-END RUN ONLY      *
017408* REPRINTS YTD FIGURES AND IS ALLOWED THROUGH.              *
017409*----------------------------------------------------------*
017410 1760-CHECK-PAY-CALENDAR.
017411     IF WS-YEAR-END-RUN OR WS-PAYROLL-FAILED
017412         GO TO 1760-EXIT
017413     END-IF
017414     OPEN INPUT PAY-CALENDAR
017415     IF NOT WS-PAYCAL-OK
017416         DISPLAY "PAYCAL CALENDAR NOT AVAILABLE, STATUS "
017417             WS-PAYCAL-STATUS " - RUN STOPPED"
017418         MOVE "Y" TO WS-EOF-SWITCH
017419         MOVE "Y" TO WS-PAYROLL-FAILURE-SW
017420         GO TO 1760-EXIT
017421     END-IF
017422     PERFORM 1770-READ-PAY-CALENDAR THRU 1770-EXIT
017423     PERFORM 1780-MATCH-CALENDAR-PERIOD THRU 1780-EXIT
017424         UNTIL WS-PAYCAL-EOF
017425     CLOSE PAY-CALENDAR
017426     IF WS-SUPP-RUN
017427         IF WS-PERIOD-DATE < WS-CAL-FIRST-END
017428            OR WS-PERIOD-DATE > WS-CAL-LAST-END
017429             DISPLAY "PAYROL00: PAY DATE " WS-PERIOD-DATE
017430                 " IS OUTSIDE THE PAYROLL CALENDAR"
017431                 " - RUN STOPPED"
017432             MOVE "Y" TO WS-EOF-SWITCH
017433             MOVE "Y" TO WS-PAYROLL-FAILURE-SW
017434         END-IF
017435         GO TO 1760-EXIT
017436     END-IF
017437     IF NOT WS-CAL-FOUND
017438         DISPLAY "PAYROL00: PERIOD " WS-PERIOD-DATE
017439             " IS NOT A PAYROLL CALENDAR PERIOD-END"
017440             " - RUN STOPPED"
017441         MOVE "Y" TO WS-EOF-SWITCH
017442         MOVE "Y" TO WS-PAYROLL-FAILURE-SW
017443         GO TO 1760-EXIT
017444     END-IF
017445     MOVE WS-CAL-PERIOD-END TO WS-PERIOD-DATE
017446     DISPLAY "PAYROL00: CALENDAR PERIOD " WS-CAL-PERIOD-NUMBER
017447         " ENDING " WS-PERIOD-DATE
017448         " CHECK DATE " WS-CAL-CHECK-DATE.
017449 1760-EXIT.
017450     EXIT.
017451*----------------------------------------------------------*
017452* 1770-READ-PAY-CALENDAR - GET THE NEXT CALENDAR PERIOD     *
017453*----------------------------------------------------------*
017454 1770-READ-PAY-CALENDAR.
017455     READ PAY-CALENDAR
017456         AT END
017457             MOVE "Y" TO WS-PAYCAL-EOF-SW
017458     END-READ.
017459 1770-EXIT.
017460     EXIT.
017461*----------------------------------------------------------*
017462* 1780-MATCH-CALENDAR-PERIOD - NOTE THE CALENDAR'S SPAN AND *
017463* PICK OUT THE RUN'S PERIOD: THE EXACT PERIOD-END NAMED IN  *
017464* THE PARM, OR FAILING A PARM DATE THE LAST PERIOD ENDED ON *
017465* OR BEFORE TODAY. A PERIOD RUN PASSES OVER ENTRIES THAT    *
017466* BELONG TO ANOTHER PAY GROUP'S CALENDAR.                   *
017467*----------------------------------------------------------*
017468 1780-MATCH-CALENDAR-PERIOD.
017469     IF WS-RUN-MODE = "P"
017470        AND NOT PC-ALL-PAY-GROUPS
017471        AND PC-PAY-GROUP NOT = WS-PAY-GROUP
017472         PERFORM 1770-READ-PAY-CALENDAR THRU 1770-EXIT
017473         GO TO 1780-EXIT
017474     END-IF
017475     IF WS-CAL-FIRST-END = ZEROS
017476         MOVE PC-PERIOD-END-DATE TO WS-CAL-FIRST-END
017477     END-IF
017478     MOVE PC-PERIOD-END-DATE TO WS-CAL-LAST-END
017479     IF WS-PERIOD-FROM-PARM
017480         IF PC-PERIOD-END-DATE = WS-PERIOD-DATE
017481             PERFORM 1785-TAKE-CALENDAR-PERIOD THRU 1785-EXIT
017482         END-IF
017483     ELSE
017484         IF PC-PERIOD-END-DATE NOT > WS-RUN-DATE
017485             PERFORM 1785-TAKE-CALENDAR-PERIOD THRU 1785-EXIT
017486         END-IF
017487     END-IF
017488     PERFORM 1770-READ-PAY-CALENDAR THRU 1770-EXIT.
017489 1780-EXIT.
017490     EXIT.
017491*----------------------------------------------------------*
017492* 1785-TAKE-CALENDAR-PERIOD - HOLD THIS PERIOD AS THE RUN'S *
017493*----------------------------------------------------------*
017494 1785-TAKE-CALENDAR-PERIOD.
017495     MOVE "Y"                TO WS-CAL-FOUND-SW
017496     MOVE PC-PERIOD-NUMBER   TO WS-CAL-PERIOD-NUMBER
017497     MOVE PC-PERIOD-END-DATE TO WS-CAL-PERIOD-END
017498     MOVE PC-CHECK-DATE      TO WS-CAL-CHECK-DATE.
017499 1785-EXIT.
017500     EXIT.
017501*----------------------------------------------------------*
017502* 1790-LOAD-PAY-GROUP - FIND THE RUN'S PAY GROUP ON THE     *
017503* PAYGRP FILE AND TAKE ITS FREQUENCY AND STANDARD HOURS.    *
017504* THE SPACES GROUP NEEDS NO ENTRY - IT IS WEEKLY AT 40      *
017505* HOURS UNLESS THE FILE SAYS OTHERWISE. ANY OTHER GROUP     *
017506* MUST BE ON THE FILE OR NOTHING IS PAID, SO A MISKEYED     *
017507* GROUP CANNOT PAY NOBODY AND STILL MARK THE PERIOD DONE.   *
017508*----------------------------------------------------------*
017509 1790-LOAD-PAY-GROUP.
017510     IF WS-PAY-GROUP = SPACES
017511         MOVE "Y" TO WS-PAYGRP-FOUND-SW
017512     END-IF
017513     OPEN INPUT PAY-GROUP-CONTROL
017514     IF WS-PAYGRP-OK
017515         PERFORM 1791-READ-PAY-GROUP THRU 1791-EXIT
017516         PERFORM 1792-MATCH-PAY-GROUP THRU 1792-EXIT
017517             UNTIL WS-PAYGRP-EOF
017518         CLOSE PAY-GROUP-CONTROL
017519     END-IF
017520     IF NOT WS-PAYGRP-FOUND
017521         DISPLAY "PAYROL00: PAY GROUP " WS-PAY-GROUP
017522             " IS NOT ON THE PAYGRP FILE - RUN STOPPED"
017523         MOVE "Y" TO WS-EOF-SWITCH
017524         MOVE "Y" TO WS-PAYROLL-FAILURE-SW
017525         GO TO 1790-EXIT
017526     END-IF
017527     IF WS-PAY-FREQUENCY = "B"
017528         MOVE 26 TO WS-PERIODS-PER-YEAR
017529     ELSE
017530     IF WS-PAY-FREQUENCY = "S"
017531         MOVE 24 TO WS-PERIODS-PER-YEAR
017532     ELSE
017533         MOVE 52 TO WS-PERIODS-PER-YEAR
017534     END-IF
017535     END-IF
017536     DISPLAY "PAYROL00: PAY GROUP " WS-PAY-GROUP
017537         " FREQUENCY " WS-PAY-FREQUENCY
017538         " PERIODS PER YEAR " WS-PERIODS-PER-YEAR
017539         " STANDARD HOURS " STANDARD-HOURS.
017540 1790-EXIT.
017541     EXIT.
017542*----------------------------------------------------------*
017543* 1791-READ-PAY-GROUP - GET THE NEXT PAYGRP ENTRY           *
017544*----------------------------------------------------------*
017545 1791-READ-PAY-GROUP.
017546     READ PAY-GROUP-CONTROL
017547         AT END
017548             MOVE "Y" TO WS-PAYGRP-EOF-SW
017549     END-READ.
017550 1791-EXIT.
017551     EXIT.
017552*----------------------------------------------------------*
017553* 1792-MATCH-PAY-GROUP - ADOPT THE RUN'S GROUP ENTRY. AN    *
017554* ENTRY WITH A BAD FREQUENCY OR NO STANDARD HOURS IS        *
017555* IGNORED, WHICH STOPS THE RUN FOR ANY GROUP BUT SPACES.    *
017556*----------------------------------------------------------*
017557 1792-MATCH-PAY-GROUP.
017558     IF PG-PAY-GROUP = WS-PAY-GROUP
017559         IF PG-FREQUENCY-VALID
017560            AND PG-STANDARD-HOURS IS NUMERIC
017561            AND PG-STANDARD-HOURS > 0
017562             MOVE "Y"               TO WS-PAYGRP-FOUND-SW
017563             MOVE PG-FREQUENCY      TO WS-PAY-FREQUENCY
017564             MOVE PG-STANDARD-HOURS TO STANDARD-HOURS
017565         ELSE
017566             DISPLAY "PAYROL00: PAYGRP ENTRY FOR GROUP "
017567                 PG-PAY-GROUP " IS INVALID - IGNORED"
017568         END-IF
017569     END-IF
017570     PERFORM 1791-READ-PAY-GROUP THRU 1791-EXIT.
017571 1792-EXIT.
017572     EXIT.
017573*----------------------------------------------------------*
017410* 1800-OPEN-SUPPLEMENTAL - A SUPPLEMENTAL RUN IS DRIVEN BY  *
017420* THE SUPPTRAN ONE-OFF PAYMENT FILE, NOT A SWEEP OF THE     *
017430* MASTER. NO FILE, NO RUN.                                  *
017530         PERFORM 2100-READ-SUPPLEMENTAL THRU 2100-EXIT
017540     END-IF.
017550 1800-EXIT.
017551     EXIT.
017552*----------------------------------------------------------*
017553* 1850-LOAD-PLAN-CONTROL - READ THE 401(K) PLAN RULES AND   *
017554* OPEN THE RECORDKEEPER FILE. NO PLANCTL FILE MEANS NO PLAN *
017555* IS RUN THROUGH PAYROLL - NO MATCH AND NO FILE. A PLANCTL  *
017556* RECORD THAT CANNOT BE USED STOPS THE RUN RATHER THAN PAY  *
017557* A PERIOD WITHOUT THE MATCH.                               *
017558*----------------------------------------------------------*
017559 1850-LOAD-PLAN-CONTROL.
017560     OPEN INPUT PLAN-CONTROL
017561     IF NOT WS-PLANCTL-OK
017562         DISPLAY "PLANCTL NOT AVAILABLE, STATUS "
017563             WS-PLANCTL-STATUS
017564             " - NO EMPLOYER MATCH OR RECORDKEEPER FILE"
017565         GO TO 1850-EXIT
017566     END-IF
017567     READ PLAN-CONTROL
017568         AT END
017569             MOVE SPACES TO PLAN-CONTROL-RECORD
017570     END-READ
017571     CLOSE PLAN-CONTROL
017572     IF PL-PRETAX-CODE = SPACES
017573        OR PL-MATCH-PCT IS NOT NUMERIC
017574        OR PL-CAP-PCT IS NOT NUMERIC
017575        OR PL-WAIT-MONTHS IS NOT NUMERIC
017576         DISPLAY "PLANCTL RECORD MISSING OR INVALID - RUN STOPPED"
017577         MOVE "Y" TO WS-EOF-SWITCH
017578         MOVE "Y" TO WS-PAYROLL-FAILURE-SW
017579         GO TO 1850-EXIT
017580     END-IF
017581     MOVE PL-PLAN-NUMBER   TO WS-PLAN-NUMBER
017582     MOVE PL-PRETAX-CODE   TO WS-PLAN-PRETAX-CODE
017583     MOVE PL-ROTH-CODE     TO WS-PLAN-ROTH-CODE
017584     MOVE PL-MATCH-PCT     TO WS-PLAN-MATCH-PCT
017585     MOVE PL-CAP-PCT       TO WS-PLAN-CAP-PCT
017586     MOVE PL-WAIT-MONTHS   TO WS-PLAN-WAIT-MONTHS
017587     IF PL-EXPENSE-ACCOUNT NOT = SPACES
017588         MOVE PL-EXPENSE-ACCOUNT   TO WS-PLAN-EXPENSE-ACCT
017589     END-IF
017590     IF PL-LIABILITY-ACCOUNT NOT = SPACES
017591         MOVE PL-LIABILITY-ACCOUNT TO WS-PLAN-LIABLE-ACCT
017592     END-IF
017593     MOVE "Y" TO WS-PLANCTL-AVAILABLE
017594     IF WS-RESTART-RUN
017595         OPEN EXTEND RECORDKEEPER-CONTRIBUTIONS
017596     ELSE
017597         OPEN OUTPUT RECORDKEEPER-CONTRIBUTIONS
017598     END-IF.
017599 1850-EXIT.
017600     EXIT.
017601*----------------------------------------------------------*
017602* 1900-READ-CHECKPOINT - A PAYCKPT HEADER FOR THIS PERIOD   *
017603* MEANS THE LAST RUN STOPPED PART WAY THROUGH THE MASTER -  *
017604* THIS RUN IS ITS RESTART AND TAKES BACK ITS TOTALS AND     *
017605* OUTPUT COUNTS. A HEADER FOR ANY OTHER PERIOD IS A RUN     *
017606* STILL UNFINISHED; NOTHING IS TOUCHED UNTIL IT IS.         *
017607*----------------------------------------------------------*
017608 1900-READ-CHECKPOINT.
017609     OPEN INPUT PAYROLL-CHECKPOINT
017610     IF NOT WS-PAYCKPT-OK
017611         GO TO 1900-EXIT
017612     END-IF
017613     READ PAYROLL-CHECKPOINT
017614         AT END
017615             MOVE SPACES TO PAYROLL-CHECKPOINT-RECORD
017616     END-READ
017617     CLOSE PAYROLL-CHECKPOINT
017618     IF NOT CK-HEADER-RECORD
017619         GO TO 1900-EXIT
017620     END-IF
017621     IF CK-PERIOD-DATE NOT = WS-PERIOD-DATE
017622        OR CK-PAY-GROUP NOT = WS-PAY-GROUP
017623         DISPLAY "PAYROL00: PAYCKPT HOLDS AN UNFINISHED RUN FOR"
017624             " PERIOD " CK-PERIOD-DATE " PAY GROUP "
017625             CK-PAY-GROUP " - RESTART THAT RUN"
017626             " FIRST - RUN REFUSED"
017627         MOVE "R" TO WS-RESTART-SW
017628         GO TO 1900-EXIT
017629     END-IF
017630     MOVE "Y" TO WS-RESTART-SW
017631     MOVE CK-CHECKPOINT-NUMBER   TO WS-CKPT-NUMBER
017632     MOVE CK-LAST-EMPLOYEE-ID    TO WS-CKPT-LAST-KEY
017633     MOVE CK-CONTROL-TOTAL-GROSS TO CONTROL-TOTAL-GROSS
017634     MOVE CK-RUN-FED-TOTAL       TO WS-RUN-FED-TOTAL
017635     MOVE CK-RUN-FICA-TOTAL      TO WS-RUN-FICA-TOTAL
017636     MOVE CK-RUN-STATE-TOTAL     TO WS-RUN-STATE-TOTAL
017637     MOVE CK-RUN-DED-TOTAL       TO WS-RUN-DED-TOTAL
017638     MOVE CK-RUN-NET-TOTAL       TO WS-RUN-NET-TOTAL
017639     MOVE CK-RUN-ERFICA-TOTAL    TO WS-RUN-ERFICA-TOTAL
017640     MOVE CK-RUN-UNEMP-TOTAL     TO WS-RUN-UNEMP-TOTAL
017641     MOVE CK-RUN-MATCH-TOTAL     TO WS-RUN-MATCH-TOTAL
017642     MOVE CK-DD-TOTAL-NET        TO WS-DD-TOTAL-NET
017643     MOVE CK-REMIT-TOTAL         TO WS-REMIT-TOTAL
017644     MOVE CK-RETAIN-TOTAL        TO WS-RETAIN-TOTAL
017645     MOVE CK-RK-TOTAL-DEFERRAL   TO WS-RK-TOTAL-DEFERRAL
017646     MOVE CK-RK-TOTAL-MATCH      TO WS-RK-TOTAL-MATCH
017647     MOVE CK-PAID-COUNT          TO WS-PAID-COUNT
017648     MOVE CK-SKIP-COUNT          TO WS-SKIP-COUNT
017649     MOVE CK-RERUN-SKIP-COUNT    TO WS-RERUN-SKIP-COUNT
017650     MOVE CK-OTHER-GROUP-COUNT   TO WS-OTHER-GROUP-COUNT
017651     MOVE CK-DD-DETAIL-COUNT     TO WS-DD-DETAIL-COUNT
017652     MOVE CK-RK-DETAIL-COUNT     TO WS-RK-DETAIL-COUNT
017653     MOVE CK-MATCH-NO-HIRE-COUNT TO WS-MATCH-NO-HIRE-COUNT
017654     MOVE CK-PAGE-COUNT          TO WS-PAGE-COUNT
017655     MOVE CK-LINE-COUNT          TO WS-LINE-COUNT
017656     MOVE CK-DED-CHANGED-SW      TO WS-DED-CHANGED-SW
017657     MOVE CK-FAILURE-SW          TO WS-PAYROLL-FAILURE-SW
017658     MOVE CK-PAYREG-COUNT        TO WS-PAYREG-WRITTEN
017659     MOVE CK-GROSSWRK-COUNT      TO WS-GROSSWRK-WRITTEN
017660     MOVE CK-PAYSTMT-COUNT       TO WS-PAYSTMT-WRITTEN
017661     MOVE CK-PAYDETL-COUNT       TO WS-PAYDETL-WRITTEN
017662     MOVE CK-DDEXTR-COUNT        TO WS-DDEXTR-WRITTEN
017663     MOVE CK-DDEXCP-COUNT        TO WS-DDEXCP-WRITTEN
017664     MOVE CK-CHKREQ-COUNT        TO WS-CHKREQ-WRITTEN
017665     MOVE CK-PAYSKIP-COUNT       TO WS-PAYSKIP-WRITTEN
017666     MOVE CK-DEDREMIT-COUNT      TO WS-DEDREMIT-WRITTEN
017667     MOVE CK-CCEXCP-COUNT        TO WS-CCEXCP-WRITTEN
017668     MOVE CK-RKCONTR-COUNT       TO WS-RKCONTR-WRITTEN
017669     MOVE CK-LABDIST-COUNT       TO WS-LABDIST-WRITTEN
017670     DISPLAY "PAYROL00: RESTARTING PERIOD " WS-PERIOD-DATE
017671         " FROM CHECKPOINT " WS-CKPT-NUMBER
017672         " AFTER EMPLOYEE " WS-CKPT-LAST-KEY.
017673 1900-EXIT.
017674     EXIT.
017675*----------------------------------------------------------*
017676* 1910-COUNT-CHECK-REQUESTS - CHKREQ IS EXTENDED, SO ITS    *
017677* CHECKPOINT COUNT STARTS FROM THE REQUESTS ALREADY WAITING *
017678* ON IT FOR CHKPRINT.                                       *
017679*----------------------------------------------------------*
017680 1910-COUNT-CHECK-REQUESTS.
017681     OPEN INPUT CHECK-REQUESTS
017682     IF WS-CHKREQ-OK
017683         PERFORM 1915-READ-CHECK-REQUEST THRU 1915-EXIT
017684             UNTIL WS-CHKREQ-EOF
017685         CLOSE CHECK-REQUESTS
017686     END-IF.
017687 1910-EXIT.
017688     EXIT.
017689*----------------------------------------------------------*
017690* 1915-READ-CHECK-REQUEST - COUNT ONE WAITING REQUEST       *
017691*----------------------------------------------------------*
017692 1915-READ-CHECK-REQUEST.
017693     READ CHECK-REQUESTS
017694         AT END
017695             MOVE "Y" TO WS-CHKREQ-EOF-SW
017696         NOT AT END
017697             ADD 1 TO WS-CHKREQ-WRITTEN
017698     END-READ.
017699 1915-EXIT.
017700     EXIT.
017701*----------------------------------------------------------*
017702* 1920-TRUNCATE-RUN-OUTPUTS - CUT EVERY FILE THE EMPLOYEE   *
017703* LOOP WRITES BACK TO WHAT IT HELD AT THE CHECKPOINT, SO    *
017704* THE RESTART ADDS TO THEM EXACTLY WHAT A CLEAN RUN WOULD.  *
017705* THE END-OF-RUN FILES ARE SIMPLY REWRITTEN. A FILE THAT IS *
017706* MISSING OR SHORT REFUSES THE RESTART.                     *
017707*----------------------------------------------------------*
017708 1920-TRUNCATE-RUN-OUTPUTS.
017709     MOVE "PAYREG"   TO WS-TRUNC-FILE
017710     MOVE WS-PAYREG-WRITTEN   TO WS-TRUNC-KEEP
017711     PERFORM 1930-TRUNCATE-ONE-OUTPUT THRU 1930-EXIT
017712     MOVE "GROSSWRK" TO WS-TRUNC-FILE
017713     MOVE WS-GROSSWRK-WRITTEN TO WS-TRUNC-KEEP
017714     PERFORM 1930-TRUNCATE-ONE-OUTPUT THRU 1930-EXIT
017715     MOVE "PAYSTMT"  TO WS-TRUNC-FILE
017716     MOVE WS-PAYSTMT-WRITTEN  TO WS-TRUNC-KEEP
017717     PERFORM 1930-TRUNCATE-ONE-OUTPUT THRU 1930-EXIT
017718     MOVE "PAYDETL"  TO WS-TRUNC-FILE
017719     MOVE WS-PAYDETL-WRITTEN  TO WS-TRUNC-KEEP
017720     PERFORM 1930-TRUNCATE-ONE-OUTPUT THRU 1930-EXIT
017721     MOVE "DDEXTR"   TO WS-TRUNC-FILE
017722     MOVE WS-DDEXTR-WRITTEN   TO WS-TRUNC-KEEP
017723     PERFORM 1930-TRUNCATE-ONE-OUTPUT THRU 1930-EXIT
017724     MOVE "DDEXCP"   TO WS-TRUNC-FILE
017725     MOVE WS-DDEXCP-WRITTEN   TO WS-TRUNC-KEEP
017726     PERFORM 1930-TRUNCATE-ONE-OUTPUT THRU 1930-EXIT
017727     MOVE "CHKREQ"   TO WS-TRUNC-FILE
017728     MOVE WS-CHKREQ-WRITTEN   TO WS-TRUNC-KEEP
017729     PERFORM 1930-TRUNCATE-ONE-OUTPUT THRU 1930-EXIT
017730     MOVE "PAYSKIP"  TO WS-TRUNC-FILE
017731     MOVE WS-PAYSKIP-WRITTEN  TO WS-TRUNC-KEEP
017732     PERFORM 1930-TRUNCATE-ONE-OUTPUT THRU 1930-EXIT
017733     MOVE "DEDREMIT" TO WS-TRUNC-FILE
017734     MOVE WS-DEDREMIT-WRITTEN TO WS-TRUNC-KEEP
017735     PERFORM 1930-TRUNCATE-ONE-OUTPUT THRU 1930-EXIT
017736     MOVE "CCEXCP"   TO WS-TRUNC-FILE
017737     MOVE WS-CCEXCP-WRITTEN   TO WS-TRUNC-KEEP
017738     PERFORM 1930-TRUNCATE-ONE-OUTPUT THRU 1930-EXIT
017739     MOVE "RKCONTR"  TO WS-TRUNC-FILE
017740     MOVE WS-RKCONTR-WRITTEN  TO WS-TRUNC-KEEP
017741     PERFORM 1930-TRUNCATE-ONE-OUTPUT THRU 1930-EXIT
017742     MOVE "LABDIST"  TO WS-TRUNC-FILE
017743     MOVE WS-LABDIST-WRITTEN  TO WS-TRUNC-KEEP
017744     PERFORM 1930-TRUNCATE-ONE-OUTPUT THRU 1930-EXIT.
017745 1920-EXIT.
017746     EXIT.
017747*----------------------------------------------------------*
017748* 1925-EXTEND-RUN-OUTPUTS - OPEN THE CUT-BACK LOOP FILES TO *
017749* ADD TO THEM, AND THE END-OF-RUN FILES FRESH.              *
017750*----------------------------------------------------------*
017751 1925-EXTEND-RUN-OUTPUTS.
017752     OPEN EXTEND PAYROLL-REGISTER
017753     OPEN OUTPUT GROSS-CONTROL-OUT
017754     OPEN EXTEND GROSS-WORK-FILE
017755     OPEN EXTEND PAY-STATEMENTS
017756     OPEN EXTEND PAY-DETAIL
017757     OPEN EXTEND DIRECT-DEPOSIT-EXTRACT
017758     OPEN EXTEND DIRECT-DEPOSIT-EXCEPTIONS
017759     OPEN EXTEND CHECK-REQUESTS
017760     OPEN EXTEND SKIP-REPORT
017761     OPEN EXTEND DEDUCTION-REMITTANCE
017762     OPEN OUTPUT REMITTANCE-REGISTER
017763     OPEN OUTPUT TAX-LIABILITY-REPORT
017764     OPEN EXTEND COST-CENTER-EXCEPTIONS
017765     OPEN OUTPUT LABOR-COST-REPORT
017766     OPEN EXTEND LABOR-DIST-REPORT.
017767 1925-EXIT.
017768     EXIT.
017769*----------------------------------------------------------*
017770* 1930-TRUNCATE-ONE-OUTPUT - COPY THE FIRST WS-TRUNC-KEEP   *
017771* RECORDS OF WS-TRUNC-FILE TO PAYRTRNC AND BACK. A FILE     *
017772* THAT IS NOT THERE IS STARTED EMPTY IF NOTHING WAS KEPT.   *
017773*----------------------------------------------------------*
017774 1930-TRUNCATE-ONE-OUTPUT.
017775     IF WS-RESTART-REFUSED
017776         GO TO 1930-EXIT
017777     END-IF
017778     MOVE WS-TRUNC-FILE TO WS-TRUNC-IN-NAME
017779     MOVE "PAYRTRNC"    TO WS-TRUNC-OUT-NAME
017780     OPEN INPUT TRUNCATE-INPUT
017781     IF NOT WS-TRUNC-IN-OK
017782         IF WS-TRUNC-KEEP > 0
017783             DISPLAY "PAYROL00: " WS-TRUNC-FILE
017784                 " NOT AVAILABLE, STATUS " WS-TRUNC-IN-STATUS
017785                 " - RESTART REFUSED"
017786             MOVE "R" TO WS-RESTART-SW
017787         ELSE
017788             MOVE WS-TRUNC-FILE TO WS-TRUNC-OUT-NAME
017789             OPEN OUTPUT TRUNCATE-OUTPUT
017790             CLOSE TRUNCATE-OUTPUT
017791         END-IF
017792         GO TO 1930-EXIT
017793     END-IF
017794     OPEN OUTPUT TRUNCATE-OUTPUT
017795     PERFORM 1935-COPY-KEPT-RECORDS THRU 1935-EXIT
017796     CLOSE TRUNCATE-INPUT
017797     CLOSE TRUNCATE-OUTPUT
017798     IF WS-TRUNC-COPIED < WS-TRUNC-KEEP
017799         DISPLAY "PAYROL00: " WS-TRUNC-FILE " HOLDS "
017800             WS-TRUNC-COPIED " RECORDS, CHECKPOINT HAS "
017801             WS-TRUNC-KEEP " - RESTART REFUSED"
017802         MOVE "R" TO WS-RESTART-SW
017803         GO TO 1930-EXIT
017804     END-IF
017805     MOVE "PAYRTRNC"    TO WS-TRUNC-IN-NAME
017806     MOVE WS-TRUNC-FILE TO WS-TRUNC-OUT-NAME
017807     OPEN INPUT TRUNCATE-INPUT
017808     OPEN OUTPUT TRUNCATE-OUTPUT
017809     PERFORM 1935-COPY-KEPT-RECORDS THRU 1935-EXIT
017810     CLOSE TRUNCATE-INPUT
017811     CLOSE TRUNCATE-OUTPUT.
017812 1930-EXIT.
017813     EXIT.
017814*----------------------------------------------------------*
017815* 1935-COPY-KEPT-RECORDS - COPY UP TO WS-TRUNC-KEEP RECORDS *
017816*----------------------------------------------------------*
017817 1935-COPY-KEPT-RECORDS.
017818     MOVE ZEROS TO WS-TRUNC-COPIED
017819     MOVE "N"   TO WS-TRUNC-EOF-SW
017820     PERFORM 1940-COPY-ONE-RECORD THRU 1940-EXIT
017821         UNTIL WS-TRUNC-EOF
017822            OR WS-TRUNC-COPIED = WS-TRUNC-KEEP.
017823 1935-EXIT.
017824     EXIT.
017825*----------------------------------------------------------*
017826* 1940-COPY-ONE-RECORD - A STATEMENT'S PAGE-BREAK LINE IS   *
017827* WRITTEN BACK AS A PAGE BREAK, NOT AS A FORM-FEED BYTE.    *
017828*----------------------------------------------------------*
017829 1940-COPY-ONE-RECORD.
017830     READ TRUNCATE-INPUT
017831         AT END
017832             MOVE "Y" TO WS-TRUNC-EOF-SW
017833             GO TO 1940-EXIT
017834     END-READ
017835     IF TRUNCATE-INPUT-RECORD (1:1) = WS-FORM-FEED
017836        AND WS-TRUNC-LENGTH > 1
017837         SUBTRACT 1 FROM WS-TRUNC-LENGTH
017838         MOVE TRUNCATE-INPUT-RECORD (2:) TO TRUNCATE-OUTPUT-RECORD
017839         WRITE TRUNCATE-OUTPUT-RECORD
017840             AFTER ADVANCING PAGE
017841     ELSE
017842         WRITE TRUNCATE-OUTPUT-RECORD FROM TRUNCATE-INPUT-RECORD
017843     END-IF
017844     ADD 1 TO WS-TRUNC-COPIED.
017845 1940-EXIT.
017846     EXIT.
017847*----------------------------------------------------------*
017848* 1950-RESTORE-CHECKPOINT - RELOAD THE CHECKPOINTED TABLES  *
017849* OVER WHAT THE CONTROL FILES LOADED, PUT BACK THE MASTER   *
017850* RECORDS REWRITTEN SINCE THE CHECKPOINT, AND READ ON FROM  *
017851* THE FIRST EMPLOYEE AFTER IT. A RUN ALREADY STOPPED IN     *
017852* START-UP LEAVES THE CHECKPOINT FOR THE NEXT ATTEMPT.      *
017853*----------------------------------------------------------*
017854 1950-RESTORE-CHECKPOINT.
017855     IF WS-PAYROLL-FAILED
017856         GO TO 1950-EXIT
017857     END-IF
017858     MOVE ZERO TO WS-DEDYTD-COUNT
017859     MOVE ZERO TO WS-PAYEE-COUNT
017860     MOVE ZERO TO WS-LOC-COUNT
017861     MOVE ZERO TO WS-JOB-COUNT
017862     OPEN INPUT PAYROLL-CHECKPOINT
017863     PERFORM 1955-READ-CHECKPOINT-ENTRY THRU 1955-EXIT
017864     PERFORM 1960-RESTORE-TABLE-ENTRY THRU 1960-EXIT
017865         UNTIL WS-PAYCKPT-EOF
017866     CLOSE PAYROLL-CHECKPOINT
017867     PERFORM 1970-RESTORE-BEFORE-IMAGES THRU 1970-EXIT
017868     IF WS-PAYROLL-FAILED
017869         GO TO 1950-EXIT
017870     END-IF
017871     MOVE "Y" TO WS-CKPT-STARTED-SW
017872     OPEN OUTPUT PAYROLL-BEFORE-IMAGES
017873     MOVE "Y" TO WS-PAYRBIMG-OPEN-SW
017874     MOVE WS-CKPT-LAST-KEY TO PM-EMPLOYEE-ID
017875     START PAYROLL-MASTER KEY IS GREATER THAN PM-EMPLOYEE-ID
017876         INVALID KEY
017877             MOVE "Y" TO WS-EOF-SWITCH
017878     END-START
017879     IF NOT WS-EOF
017880         PERFORM 2000-READ-PAYROLL-MASTER THRU 2000-EXIT
017881     END-IF.
017882 1950-EXIT.
017883     EXIT.
017884*----------------------------------------------------------*
017885* 1955-READ-CHECKPOINT-ENTRY - GET THE NEXT TABLE ENTRY     *
017886*----------------------------------------------------------*
017887 1955-READ-CHECKPOINT-ENTRY.
017888     READ PAYROLL-CHECKPOINT
017889         AT END
017890             MOVE "Y" TO WS-PAYCKPT-EOF-SW
017891     END-READ.
017892 1955-EXIT.
017893     EXIT.
017894*----------------------------------------------------------*
017895* 1960-RESTORE-TABLE-ENTRY - PUT ONE CHECKPOINTED ENTRY     *
017896* BACK IN ITS TABLE. THE HEADER WAS TAKEN AT START-UP.      *
017897*----------------------------------------------------------*
017898 1960-RESTORE-TABLE-ENTRY.
017899     IF CK-DEDUCTION-RECORD
017900        AND CK-DED-ENTRY NOT > WS-DED-COUNT
017901         SET DED-IDX TO CK-DED-ENTRY
017902         MOVE CK-DED-ACTIVE-FLAG TO DE-ACTIVE-FLAG (DED-IDX)
017903     END-IF
017904     IF CK-YTD-RECORD
017905         ADD 1 TO WS-DEDYTD-COUNT
017906         SET DY-IDX TO WS-DEDYTD-COUNT
017907         MOVE CK-YTD-EMPLOYEE-ID TO DYT-EMPLOYEE-ID (DY-IDX)
017908         MOVE CK-YTD-CODE        TO DYT-CODE (DY-IDX)
017909         MOVE CK-YTD-AMOUNT      TO DYT-AMOUNT (DY-IDX)
017910     END-IF
017911     IF CK-PAYEE-RECORD
017912         ADD 1 TO WS-PAYEE-COUNT
017913         SET PY-IDX TO WS-PAYEE-COUNT
017914         MOVE CK-PY-PAYEE-ID     TO PY-PAYEE-ID (PY-IDX)
017915         MOVE CK-PY-ITEM-COUNT   TO PY-ITEM-COUNT (PY-IDX)
017916         MOVE CK-PY-AMOUNT       TO PY-AMOUNT (PY-IDX)
017917     END-IF
017918     IF CK-LOCATION-RECORD
017919         ADD 1 TO WS-LOC-COUNT
017920         SET LT-IDX TO WS-LOC-COUNT
017921         MOVE CK-LT-LOCATION     TO LT-LOCATION (LT-IDX)
017922         MOVE CK-LT-ACCOUNT      TO LT-ACCOUNT (LT-IDX)
017923         MOVE CK-LT-MAPPED-SW    TO LT-MAPPED-SW (LT-IDX)
017924         MOVE CK-LT-EMP-COUNT    TO LT-EMP-COUNT (LT-IDX)
017925         MOVE CK-LT-GROSS        TO LT-GROSS (LT-IDX)
017926     END-IF
017927     IF CK-JOB-RECORD
017928         ADD 1 TO WS-JOB-COUNT
017929         SET JT-IDX TO WS-JOB-COUNT
017930         MOVE CK-JT-JOB-CODE     TO JT-JOB-CODE (JT-IDX)
017931         MOVE CK-JT-ACCOUNT      TO JT-ACCOUNT (JT-IDX)
017932         MOVE CK-JT-EMP-COUNT    TO JT-EMP-COUNT (JT-IDX)
017933         MOVE CK-JT-HOURS        TO JT-HOURS (JT-IDX)
017934         MOVE CK-JT-GROSS        TO JT-GROSS (JT-IDX)
017935         MOVE CK-JT-TAX          TO JT-TAX (JT-IDX)
017936     END-IF
017937     PERFORM 1955-READ-CHECKPOINT-ENTRY THRU 1955-EXIT.
017938 1960-EXIT.
017939     EXIT.
017940*----------------------------------------------------------*
017941* 1970-RESTORE-BEFORE-IMAGES - REWRITE EVERY MASTER RECORD  *
017942* JOURNALED SINCE THE CHECKPOINT WITH ITS BEFORE-IMAGE, SO  *
017943* THOSE EMPLOYEES ARE PAID AGAIN FROM WHERE THEY STOOD AND  *
017944* NOT TAKEN FOR A RERUN. IMAGES FROM AN EARLIER CHECKPOINT  *
017945* ARE ALREADY IN ITS TOTALS AND ARE PASSED OVER.            *
017946*----------------------------------------------------------*
017947 1970-RESTORE-BEFORE-IMAGES.
017948     OPEN INPUT PAYROLL-BEFORE-IMAGES
017949     IF NOT WS-PAYRBIMG-OK
017950         GO TO 1970-EXIT
017951     END-IF
017952     PERFORM 1975-READ-BEFORE-IMAGE THRU 1975-EXIT
017953     PERFORM 1980-RESTORE-ONE-IMAGE THRU 1980-EXIT
017954         UNTIL WS-PAYRBIMG-EOF
017955     CLOSE PAYROLL-BEFORE-IMAGES
017956     DISPLAY "PAYROL00: " WS-CKPT-RESTORED
017957         " MASTER RECORDS PUT BACK TO CHECKPOINT " WS-CKPT-NUMBER.
017958 1970-EXIT.
017959     EXIT.
017960*----------------------------------------------------------*
017961* 1975-READ-BEFORE-IMAGE - GET THE NEXT JOURNALED RECORD    *
017962*----------------------------------------------------------*
017963 1975-READ-BEFORE-IMAGE.
017964     READ PAYROLL-BEFORE-IMAGES
017965         AT END
017966             MOVE "Y" TO WS-PAYRBIMG-EOF-SW
017967     END-READ.
017968 1975-EXIT.
017969     EXIT.
017970*----------------------------------------------------------*
017971* 1980-RESTORE-ONE-IMAGE - A RECORD THAT WILL NOT GO BACK   *
017972* STOPS THE RUN; THE CHECKPOINT STAYS FOR ANOTHER ATTEMPT.  *
017973*----------------------------------------------------------*
017974 1980-RESTORE-ONE-IMAGE.
017975     IF BI-CHECKPOINT-NUMBER = WS-CKPT-NUMBER
017976         MOVE BI-MASTER-IMAGE TO PAYROLL-MASTER-RECORD
017977         REWRITE PAYROLL-MASTER-RECORD
017978             INVALID KEY
017979                 DISPLAY "PAYROL00: BEFORE-IMAGE OF EMPLOYEE "
017980                     PM-EMPLOYEE-ID " COULD NOT BE PUT BACK,"
017981                     " STATUS " WS-PAYRMSTR-STATUS
017982                     " - RUN STOPPED"
017983                 MOVE "Y" TO WS-EOF-SWITCH
017984                 MOVE "Y" TO WS-PAYROLL-FAILURE-SW
017985                 MOVE "Y" TO WS-PAYRBIMG-EOF-SW
017986                 GO TO 1980-EXIT
017987         END-REWRITE
017988         ADD 1 TO WS-CKPT-RESTORED
017989     END-IF
017990     PERFORM 1975-READ-BEFORE-IMAGE THRU 1975-EXIT.
017991 1980-EXIT.
017560     EXIT.
017570*----------------------------------------------------------*
017580* 2000-READ-PAYROLL-MASTER - GET THE NEXT EMPLOYEE RECORD   *
017890     IF WS-YEAR-END-RUN
017900         PERFORM 6400-WRITE-YEAR-END-DETAIL THRU 6400-EXIT
017910     ELSE
017911     IF PM-PAY-GROUP NOT = WS-PAY-GROUP
017912         ADD 1 TO WS-OTHER-GROUP-COUNT
017913     ELSE
017920     IF PM-ON-LEAVE OR PM-TERMINATED
017930         PERFORM 6950-WRITE-SKIP-LINE THRU 6950-EXIT
017940     ELSE
017950     IF PM-LAST-PERIOD-DATE = WS-PERIOD-DATE
017960         PERFORM 6960-WRITE-RERUN-SKIP-LINE THRU 6960-EXIT
017970     ELSE
017971         IF WS-CHECKPOINTING
017972             PERFORM 3920-SAVE-BEFORE-IMAGE THRU 3920-EXIT
017973         END-IF
017980         PERFORM 4000-CALCULATE-GROSS-PAY THRU 4000-EXIT
017990         PERFORM 5400-SET-STATE-RATE THRU 5400-EXIT
017991         PERFORM 3050-SET-FULL-WAGE-BASES THRU 3050-EXIT
018000         PERFORM 5000-CALCULATE-WITHHOLDING THRU 5000-EXIT
018010         PERFORM 5500-APPLY-DEDUCTIONS THRU 5500-EXIT
018011         PERFORM 5900-CALCULATE-EMPLOYER-MATCH THRU 5900-EXIT
018020         PERFORM 5200-CALCULATE-EMPLOYER-TAX THRU 5200-EXIT
018030         PERFORM 5300-POST-LOCATION-COST THRU 5300-EXIT
018040         ADD GROSS-RAY TO CONTROL-TOTAL-GROSS
018120         MOVE PM-YTD-GROSS TO WS-YTD-GROSS-BEFORE
018130         ADD GROSS-RAY TO PM-YTD-GROSS
018140         ADD TOTAL-WITHHOLDING TO PM-YTD-WITHHOLDING
018141         PERFORM 3060-ACCUMULATE-TAXABLE-WAGES THRU 3060-EXIT
018142         IF PM-YTD-HOURS IS NOT NUMERIC
018143             MOVE ZEROS TO PM-YTD-HOURS
018144         END-IF
018145         IF PM-SALARIED
018146             ADD STANDARD-HOURS TO PM-YTD-HOURS
018147         ELSE
018148             ADD HOURS TO PM-YTD-HOURS
018149         END-IF
018150         ADD GROSS-RAY           TO PM-QTD-GROSS
018160         ADD FEDERAL-WITHHOLDING TO PM-QTD-FEDERAL
018170         ADD FICA-WITHHOLDING    TO PM-QTD-FICA
018180         ADD STATE-WITHHOLDING   TO PM-QTD-STATE
018181         PERFORM 3070-ACCUMULATE-YTD-TAXES THRU 3070-EXIT
018182         ADD WS-PLAN-PRETAX-DEFERRAL TO PM-YTD-401K
018183         ADD WS-PLAN-ROTH-DEFERRAL   TO PM-YTD-ROTH-401K
018190         ADD WS-VAC-ACCRUAL  TO PM-VAC-BALANCE
018200         ADD WS-SICK-ACCRUAL TO PM-SICK-BALANCE
018210         MOVE WS-PERIOD-DATE TO PM-LAST-PERIOD-DATE
018220         REWRITE PAYROLL-MASTER-RECORD
018230         PERFORM 6970-WRITE-PAY-DETAIL THRU 6970-EXIT
018231         IF WS-PLAN-MEMBER
018232             PERFORM 6990-WRITE-PLAN-CONTRIBUTION THRU 6990-EXIT
018233         END-IF
018240         PERFORM 6100-WRITE-DETAIL-LINE THRU 6100-EXIT
018250         PERFORM 6700-WRITE-PAY-STATEMENT THRU 6700-EXIT
018260         PERFORM 6800-WRITE-DIRECT-DEPOSIT THRU 6800-EXIT
018290     END-IF
018300     END-IF
018310     END-IF
018314     END-IF
018315     IF WS-CKPT-STARTED
018316         PERFORM 3900-TAKE-CHECKPOINT THRU 3900-EXIT
018317     END-IF
018320     PERFORM 2000-READ-PAYROLL-MASTER THRU 2000-EXIT.
018330 3000-EXIT.
018331     EXIT.
018332*----------------------------------------------------------*
018333* 3050-SET-FULL-WAGE-BASES - START ALL THREE TAXABLE WAGE   *
018334* BASES AT GROSS WITH NO PRE-TAX DEDUCTIONS TAKEN YET. A    *
018335* LEGACY MASTER THAT PREDATES THE TAXABLE WAGE BUCKETS HAS  *
018336* THEM STARTED FROM ITS GROSS FIGURES, SO THE FICA WAGE     *
018337* BASE STILL MEASURES AGAINST WHAT IT HAS ALREADY PAID.     *
018338*----------------------------------------------------------*
018339 3050-SET-FULL-WAGE-BASES.
018340     IF PM-YTD-FED-WAGES IS NOT NUMERIC
018341        OR PM-YTD-FICA-WAGES IS NOT NUMERIC
018342        OR PM-YTD-STATE-WAGES IS NOT NUMERIC
018343         MOVE PM-YTD-GROSS TO PM-YTD-FED-WAGES
018344         MOVE PM-YTD-GROSS TO PM-YTD-FICA-WAGES
018345         MOVE PM-YTD-GROSS TO PM-YTD-STATE-WAGES
018346     END-IF
018347     IF PM-QTD-FED-WAGES IS NOT NUMERIC
018348        OR PM-QTD-FICA-WAGES IS NOT NUMERIC
018349        OR PM-QTD-STATE-WAGES IS NOT NUMERIC
018350         MOVE PM-QTD-GROSS TO PM-QTD-FED-WAGES
018351         MOVE PM-QTD-GROSS TO PM-QTD-FICA-WAGES
018352         MOVE PM-QTD-GROSS TO PM-QTD-STATE-WAGES
018353     END-IF
018354     MOVE ZEROS TO WS-PRETAX-TOTAL
018355     MOVE ZEROS TO WS-PRETAX-FED
018356     MOVE ZEROS TO WS-PRETAX-FICA
018357     MOVE ZEROS TO WS-PRETAX-STATE
018358     PERFORM 5450-SET-WAGE-BASES THRU 5450-EXIT.
018359 3050-EXIT.
018360     EXIT.
018361*----------------------------------------------------------*
018362* 3060-ACCUMULATE-TAXABLE-WAGES - ADD THE PERIOD'S TAXABLE  *
018363* WAGES INTO THE MASTER'S YTD AND QTD BUCKETS, KEEPING THE  *
018364* YTD FICA WAGES AS THEY STOOD BEFORE FOR THE PAY DETAIL.   *
018365*----------------------------------------------------------*
018366 3060-ACCUMULATE-TAXABLE-WAGES.
018367     MOVE PM-YTD-FICA-WAGES TO WS-YTD-FICA-BEFORE
018368     ADD WS-FED-WAGES   TO PM-YTD-FED-WAGES
018369     ADD WS-FICA-WAGES  TO PM-YTD-FICA-WAGES
018370     ADD WS-STATE-WAGES TO PM-YTD-STATE-WAGES
018371     ADD WS-FED-WAGES   TO PM-QTD-FED-WAGES
018372     ADD WS-FICA-WAGES  TO PM-QTD-FICA-WAGES
018373     ADD WS-STATE-WAGES TO PM-QTD-STATE-WAGES.
018374 3060-EXIT.
018375     EXIT.
018376*----------------------------------------------------------*
018377* 3070-ACCUMULATE-YTD-TAXES - ADD THE PERIOD'S FEDERAL, FICA*
018378* AND STATE WITHHOLDING INTO THE MASTER'S YTD TAX BUCKETS   *
018379* FOR THE W-2. A LEGACY MASTER THAT PREDATES THE BUCKETS HAS*
018380* THEM SEEDED INSTEAD: FICA AND STATE FROM THE QTD TAXES,   *
018381* WHICH ALREADY HOLD THIS PAY, AND FEDERAL AS THE REST OF   *
018382* THE YTD WITHHOLDING. ITS 401(K) BUCKETS START AT ZERO.    *
018383*----------------------------------------------------------*
018384 3070-ACCUMULATE-YTD-TAXES.
018385     IF PM-YTD-401K IS NOT NUMERIC
018386        OR PM-YTD-ROTH-401K IS NOT NUMERIC
018387         MOVE ZEROS TO PM-YTD-401K
018388         MOVE ZEROS TO PM-YTD-ROTH-401K
018389     END-IF
018390     IF PM-YTD-FEDERAL IS NUMERIC
018391        AND PM-YTD-FICA IS NUMERIC
018392        AND PM-YTD-STATE IS NUMERIC
018393         GO TO 3070-ADD-TAXES
018394     END-IF
018395     MOVE PM-QTD-FICA  TO PM-YTD-FICA
018396     MOVE PM-QTD-STATE TO PM-YTD-STATE
018397     COMPUTE WS-YTD-TAX-SEED =
018398         PM-YTD-WITHHOLDING - PM-QTD-FICA - PM-QTD-STATE
018399     IF WS-YTD-TAX-SEED < 0
018400         MOVE ZEROS TO WS-YTD-TAX-SEED
018401     END-IF
018402     MOVE WS-YTD-TAX-SEED TO PM-YTD-FEDERAL
018403     GO TO 3070-EXIT.
018404 3070-ADD-TAXES.
018405     ADD FEDERAL-WITHHOLDING TO PM-YTD-FEDERAL
018406     ADD FICA-WITHHOLDING    TO PM-YTD-FICA
018407     ADD STATE-WITHHOLDING   TO PM-YTD-STATE.
018408 3070-EXIT.
018340     EXIT.
018350*----------------------------------------------------------*
018360* 3100-LOOKUP-EMPLOYEE-MASTER - PULL NAME AND RATE FROM THE  *
018430     MOVE PM-SSN TO EM-SSN
018440     READ EMPLOYEE-MASTER
018450         INVALID KEY
018460             DISPLAY "NO EMPLOYEE-MASTER RECORD FOR SSN *****"
018470                 PM-SSN (6:4)
018480     END-READ
018490     IF WS-EMPMSTR-OK
018500         MOVE EM-NAME TO WHO
018710             MOVE ZEROS          TO SK-STATUS-DATE
018720             MOVE "NOT ON MASTER" TO SK-REASON
018730             WRITE SKIP-REPORT-RECORD FROM SK-DETAIL-LINE
018731             ADD 1 TO WS-PAYSKIP-WRITTEN
018740             ADD 1 TO WS-SKIP-COUNT
018750     END-READ
018760     IF NOT WS-PAYRMSTR-OK
018960     MOVE SP-AMOUNT TO REGULAR-PAY
018970     MOVE SP-AMOUNT TO GROSS-RAY
018980     PERFORM 5400-SET-STATE-RATE THRU 5400-EXIT
018981     PERFORM 3050-SET-FULL-WAGE-BASES THRU 3050-EXIT
018990     PERFORM 5100-CALCULATE-SUPP-WITHHOLDING THRU 5100-EXIT
019000     MOVE ZEROS TO TOTAL-DEDUCTIONS
019001     MOVE ZEROS TO WS-PLAN-PRETAX-DEFERRAL
019002     MOVE ZEROS TO WS-PLAN-ROTH-DEFERRAL
019010     PERFORM 5200-CALCULATE-EMPLOYER-TAX THRU 5200-EXIT
019020     PERFORM 5300-POST-LOCATION-COST THRU 5300-EXIT
019030     ADD GROSS-RAY TO CONTROL-TOTAL-GROSS
019090     MOVE PM-YTD-GROSS TO WS-YTD-GROSS-BEFORE
019100     ADD GROSS-RAY TO PM-YTD-GROSS
019110     ADD TOTAL-WITHHOLDING TO PM-YTD-WITHHOLDING
019111     PERFORM 3060-ACCUMULATE-TAXABLE-WAGES THRU 3060-EXIT
019120     ADD GROSS-RAY           TO PM-QTD-GROSS
019130     ADD FEDERAL-WITHHOLDING TO PM-QTD-FEDERAL
019140     ADD FICA-WITHHOLDING    TO PM-QTD-FICA
019150     ADD STATE-WITHHOLDING   TO PM-QTD-STATE
019151     PERFORM 3070-ACCUMULATE-YTD-TAXES THRU 3070-EXIT
019160     MOVE WS-PERIOD-DATE TO PM-LAST-SUPP-DATE
019170     PERFORM 5800-MANAGE-BANK-STATUS THRU 5800-EXIT
019180     REWRITE PAYROLL-MASTER-RECORD
019280 3800-EXIT.
019290     EXIT.
019300*----------------------------------------------------------*
019301* 3900-TAKE-CHECKPOINT - COUNT THE EMPLOYEE JUST FINISHED,  *
019302* PAID OR SKIPPED, AND CHECKPOINT EVERY WS-CKPT-INTERVAL.   *
019303*----------------------------------------------------------*
019304 3900-TAKE-CHECKPOINT.
019305     ADD 1 TO WS-CKPT-SINCE
019306     IF WS-CKPT-SINCE < WS-CKPT-INTERVAL
019307         GO TO 3900-EXIT
019308     END-IF
019309     MOVE ZEROS TO WS-CKPT-SINCE
019310     MOVE PM-EMPLOYEE-ID TO WS-CKPT-LAST-KEY
019311     PERFORM 3910-WRITE-CHECKPOINT THRU 3910-EXIT.
019312 3900-EXIT.
019313     EXIT.
019314*----------------------------------------------------------*
019315* 3910-WRITE-CHECKPOINT - REWRITE PAYCKPT WITH THE RUN AS   *
019316* IT STANDS AFTER WS-CKPT-LAST-KEY, THEN START A NEW        *
019317* BEFORE-IMAGE JOURNAL UNDER THE NEW CHECKPOINT NUMBER. IF  *
019318* PAYCKPT CANNOT BE OPENED THE RUN GOES ON, AND THE LAST    *
019319* CHECKPOINT AND ITS JOURNAL STILL STAND FOR A RESTART.     *
019320*----------------------------------------------------------*
019321 3910-WRITE-CHECKPOINT.
019322     OPEN OUTPUT PAYROLL-CHECKPOINT
019323     IF NOT WS-PAYCKPT-OK
019324         DISPLAY "PAYROL00: PAYCKPT OPEN FAILED, STATUS "
019325             WS-PAYCKPT-STATUS " - NO CHECKPOINT AFTER EMPLOYEE "
019326             WS-CKPT-LAST-KEY
019327         GO TO 3910-EXIT
019328     END-IF
019329     ADD 1 TO WS-CKPT-NUMBER
019330     ACCEPT WS-CKPT-TIME FROM TIME
019331     MOVE SPACES                 TO PAYROLL-CHECKPOINT-RECORD
019332     MOVE "H"                    TO CK-RECORD-TYPE
019333     MOVE WS-PERIOD-DATE         TO CK-PERIOD-DATE
019334     MOVE WS-CKPT-NUMBER         TO CK-CHECKPOINT-NUMBER
019335     MOVE WS-CKPT-LAST-KEY       TO CK-LAST-EMPLOYEE-ID
019336     MOVE WS-RUN-DATE            TO CK-TAKEN-DATE
019337     MOVE WS-CKPT-TIME           TO CK-TAKEN-TIME
019338     MOVE CONTROL-TOTAL-GROSS    TO CK-CONTROL-TOTAL-GROSS
019339     MOVE WS-RUN-FED-TOTAL       TO CK-RUN-FED-TOTAL
019340     MOVE WS-RUN-FICA-TOTAL      TO CK-RUN-FICA-TOTAL
019341     MOVE WS-RUN-STATE-TOTAL     TO CK-RUN-STATE-TOTAL
019342     MOVE WS-RUN-DED-TOTAL       TO CK-RUN-DED-TOTAL
019343     MOVE WS-RUN-NET-TOTAL       TO CK-RUN-NET-TOTAL
019344     MOVE WS-RUN-ERFICA-TOTAL    TO CK-RUN-ERFICA-TOTAL
019345     MOVE WS-RUN-UNEMP-TOTAL     TO CK-RUN-UNEMP-TOTAL
019346     MOVE WS-RUN-MATCH-TOTAL     TO CK-RUN-MATCH-TOTAL
019347     MOVE WS-DD-TOTAL-NET        TO CK-DD-TOTAL-NET
019348     MOVE WS-REMIT-TOTAL         TO CK-REMIT-TOTAL
019349     MOVE WS-RETAIN-TOTAL        TO CK-RETAIN-TOTAL
019350     MOVE WS-RK-TOTAL-DEFERRAL   TO CK-RK-TOTAL-DEFERRAL
019351     MOVE WS-RK-TOTAL-MATCH      TO CK-RK-TOTAL-MATCH
019352     MOVE WS-PAID-COUNT          TO CK-PAID-COUNT
019353     MOVE WS-SKIP-COUNT          TO CK-SKIP-COUNT
019354     MOVE WS-RERUN-SKIP-COUNT    TO CK-RERUN-SKIP-COUNT
019355     MOVE WS-PAY-GROUP           TO CK-PAY-GROUP
019356     MOVE WS-OTHER-GROUP-COUNT   TO CK-OTHER-GROUP-COUNT
019357     MOVE WS-DD-DETAIL-COUNT     TO CK-DD-DETAIL-COUNT
019358     MOVE WS-RK-DETAIL-COUNT     TO CK-RK-DETAIL-COUNT
019359     MOVE WS-MATCH-NO-HIRE-COUNT TO CK-MATCH-NO-HIRE-COUNT
019360     MOVE WS-PAGE-COUNT          TO CK-PAGE-COUNT
019361     MOVE WS-LINE-COUNT          TO CK-LINE-COUNT
019362     MOVE WS-DED-CHANGED-SW      TO CK-DED-CHANGED-SW
019363     MOVE WS-PAYROLL-FAILURE-SW  TO CK-FAILURE-SW
019364     MOVE WS-PAYREG-WRITTEN      TO CK-PAYREG-COUNT
019365     MOVE WS-GROSSWRK-WRITTEN    TO CK-GROSSWRK-COUNT
019366     MOVE WS-PAYSTMT-WRITTEN     TO CK-PAYSTMT-COUNT
019367     MOVE WS-PAYDETL-WRITTEN     TO CK-PAYDETL-COUNT
019368     MOVE WS-DDEXTR-WRITTEN      TO CK-DDEXTR-COUNT
019369     MOVE WS-DDEXCP-WRITTEN      TO CK-DDEXCP-COUNT
019370     MOVE WS-CHKREQ-WRITTEN      TO CK-CHKREQ-COUNT
019371     MOVE WS-PAYSKIP-WRITTEN     TO CK-PAYSKIP-COUNT
019372     MOVE WS-DEDREMIT-WRITTEN    TO CK-DEDREMIT-COUNT
019373     MOVE WS-CCEXCP-WRITTEN      TO CK-CCEXCP-COUNT
019374     MOVE WS-RKCONTR-WRITTEN     TO CK-RKCONTR-COUNT
019375     MOVE WS-LABDIST-WRITTEN     TO CK-LABDIST-COUNT
019376     WRITE PAYROLL-CHECKPOINT-RECORD
019377     IF WS-DED-COUNT > 0
019378         SET DED-IDX TO 1
019379         PERFORM 3912-WRITE-DEDUCTION-FLAG THRU 3912-EXIT
019380             UNTIL DED-IDX > WS-DED-COUNT
019381     END-IF
019382     IF WS-DEDYTD-COUNT > 0
019383         SET DY-IDX TO 1
019384         PERFORM 3914-WRITE-YTD-ENTRY THRU 3914-EXIT
019385             UNTIL DY-IDX > WS-DEDYTD-COUNT
019386     END-IF
019387     IF WS-PAYEE-COUNT > 0
019388         SET PY-IDX TO 1
019389         PERFORM 3916-WRITE-PAYEE-ENTRY THRU 3916-EXIT
019390             UNTIL PY-IDX > WS-PAYEE-COUNT
019391     END-IF
019392     IF WS-LOC-COUNT > 0
019393         SET LT-IDX TO 1
019394         PERFORM 3918-WRITE-LOCATION-ENTRY THRU 3918-EXIT
019395             UNTIL LT-IDX > WS-LOC-COUNT
019396     END-IF
019397     IF WS-JOB-COUNT > 0
019398         SET JT-IDX TO 1
019399         PERFORM 3919-WRITE-JOB-ENTRY THRU 3919-EXIT
019400             UNTIL JT-IDX > WS-JOB-COUNT
019401     END-IF
019402     CLOSE PAYROLL-CHECKPOINT
019403     IF WS-PAYRBIMG-OPEN
019404         CLOSE PAYROLL-BEFORE-IMAGES
019405     END-IF
019406     OPEN OUTPUT PAYROLL-BEFORE-IMAGES
019407     MOVE "Y" TO WS-PAYRBIMG-OPEN-SW.
019408 3910-EXIT.
019409     EXIT.
019410*----------------------------------------------------------*
019411* 3912-WRITE-DEDUCTION-FLAG - ONE DEDUCTION ORDER'S FLAG    *
019412*----------------------------------------------------------*
019413 3912-WRITE-DEDUCTION-FLAG.
019414     MOVE SPACES                    TO PAYROLL-CHECKPOINT-RECORD
019415     MOVE "D"                       TO CK-RECORD-TYPE
019416     SET CK-DED-ENTRY               TO DED-IDX
019417     MOVE DE-ACTIVE-FLAG (DED-IDX)  TO CK-DED-ACTIVE-FLAG
019418     WRITE PAYROLL-CHECKPOINT-RECORD
019419     SET DED-IDX UP BY 1.
019420 3912-EXIT.
019421     EXIT.
019422*----------------------------------------------------------*
019423* 3914-WRITE-YTD-ENTRY - ONE DEDUCTION YTD BUCKET           *
019424*----------------------------------------------------------*
019425 3914-WRITE-YTD-ENTRY.
019426     MOVE SPACES                    TO PAYROLL-CHECKPOINT-RECORD
019427     MOVE "Y"                       TO CK-RECORD-TYPE
019428     MOVE DYT-EMPLOYEE-ID (DY-IDX)  TO CK-YTD-EMPLOYEE-ID
019429     MOVE DYT-CODE (DY-IDX)         TO CK-YTD-CODE
019430     MOVE DYT-AMOUNT (DY-IDX)       TO CK-YTD-AMOUNT
019431     WRITE PAYROLL-CHECKPOINT-RECORD
019432     SET DY-IDX UP BY 1.
019433 3914-EXIT.
019434     EXIT.
019435*----------------------------------------------------------*
019436* 3916-WRITE-PAYEE-ENTRY - ONE PAYEE REMITTANCE TOTAL       *
019437*----------------------------------------------------------*
019438 3916-WRITE-PAYEE-ENTRY.
019439     MOVE SPACES                    TO PAYROLL-CHECKPOINT-RECORD
019440     MOVE "P"                       TO CK-RECORD-TYPE
019441     MOVE PY-PAYEE-ID (PY-IDX)      TO CK-PY-PAYEE-ID
019442     MOVE PY-ITEM-COUNT (PY-IDX)    TO CK-PY-ITEM-COUNT
019443     MOVE PY-AMOUNT (PY-IDX)        TO CK-PY-AMOUNT
019444     WRITE PAYROLL-CHECKPOINT-RECORD
019445     SET PY-IDX UP BY 1.
019446 3916-EXIT.
019447     EXIT.
019448*----------------------------------------------------------*
019449* 3918-WRITE-LOCATION-ENTRY - ONE LOCATION LABOR BUCKET     *
019450*----------------------------------------------------------*
019451 3918-WRITE-LOCATION-ENTRY.
019452     MOVE SPACES                    TO PAYROLL-CHECKPOINT-RECORD
019453     MOVE "L"                       TO CK-RECORD-TYPE
019454     MOVE LT-LOCATION (LT-IDX)      TO CK-LT-LOCATION
019455     MOVE LT-ACCOUNT (LT-IDX)       TO CK-LT-ACCOUNT
019456     MOVE LT-MAPPED-SW (LT-IDX)     TO CK-LT-MAPPED-SW
019457     MOVE LT-EMP-COUNT (LT-IDX)     TO CK-LT-EMP-COUNT
019458     MOVE LT-GROSS (LT-IDX)         TO CK-LT-GROSS
019459     WRITE PAYROLL-CHECKPOINT-RECORD
019460     SET LT-IDX UP BY 1.
019461 3918-EXIT.
019462     EXIT.
019463*----------------------------------------------------------*
019464* 3919-WRITE-JOB-ENTRY - ONE JOB LABOR BUCKET               *
019465*----------------------------------------------------------*
019466 3919-WRITE-JOB-ENTRY.
019467     MOVE SPACES                    TO PAYROLL-CHECKPOINT-RECORD
019468     MOVE "J"                       TO CK-RECORD-TYPE
019469     MOVE JT-JOB-CODE (JT-IDX)      TO CK-JT-JOB-CODE
019470     MOVE JT-ACCOUNT (JT-IDX)       TO CK-JT-ACCOUNT
019471     MOVE JT-EMP-COUNT (JT-IDX)     TO CK-JT-EMP-COUNT
019472     MOVE JT-HOURS (JT-IDX)         TO CK-JT-HOURS
019473     MOVE JT-GROSS (JT-IDX)         TO CK-JT-GROSS
019474     MOVE JT-TAX (JT-IDX)           TO CK-JT-TAX
019475     WRITE PAYROLL-CHECKPOINT-RECORD
019476     SET JT-IDX UP BY 1.
019477 3919-EXIT.
019478     EXIT.
019479*----------------------------------------------------------*
019480* 3920-SAVE-BEFORE-IMAGE - JOURNAL THE MASTER RECORD AS IT  *
019481* STANDS BEFORE THIS PERIOD IS POSTED TO IT, WHILE A        *
019482* JOURNAL IS OPEN.                                          *
019483*----------------------------------------------------------*
019484 3920-SAVE-BEFORE-IMAGE.
019485     IF NOT WS-PAYRBIMG-OPEN
019486         GO TO 3920-EXIT
019487     END-IF
019488     MOVE WS-CKPT-NUMBER        TO BI-CHECKPOINT-NUMBER
019489     MOVE PAYROLL-MASTER-RECORD TO BI-MASTER-IMAGE
019490     WRITE BEFORE-IMAGE-RECORD.
019491 3920-EXIT.
019492     EXIT.
019493*----------------------------------------------------------*
019494* 3950-CLEAR-CHECKPOINT - THE EMPLOYEE SWEEP IS THROUGH, SO *
019495* THERE IS NOTHING LEFT TO RESTART: EMPTY PAYCKPT AND THE   *
019496* BEFORE-IMAGE JOURNAL.                                     *
019497*----------------------------------------------------------*
019498 3950-CLEAR-CHECKPOINT.
019499     OPEN OUTPUT PAYROLL-CHECKPOINT
019500     CLOSE PAYROLL-CHECKPOINT
019501     IF WS-PAYRBIMG-OPEN
019502         CLOSE PAYROLL-BEFORE-IMAGES
019503     END-IF
019504     OPEN OUTPUT PAYROLL-BEFORE-IMAGES
019505     CLOSE PAYROLL-BEFORE-IMAGES
019506     MOVE "N" TO WS-PAYRBIMG-OPEN-SW.
019507 3950-EXIT.
019508     EXIT.
019509*----------------------------------------------------------*
019310* 4000-CALCULATE-GROSS-PAY - SPLIT REGULAR/OVERTIME HOURS   *
019320* AND APPLY TIME-AND-A-HALF TO ANYTHING OVER THE PAY        *
019321* GROUP'S STANDARD HOURS FOR THE PERIOD. A SALARIED         *
019322* EMPLOYEE'S WEEKLY SALARY IS CONVERTED TO THE PERIOD.      *
019330*----------------------------------------------------------*
019340 4000-CALCULATE-GROSS-PAY.
019350     IF PM-SALARIED
019390         MOVE ZEROS     TO OVERTIME-HOURS
019400         MOVE ZEROS     TO OVERTIME-PAY
019410         MOVE ZEROS     TO PREMIUM-PAY
019420         COMPUTE REGULAR-PAY ROUNDED =
019430             PM-SALARY * WS-WEEKS-PER-YEAR / WS-PERIODS-PER-YEAR
019431         MOVE REGULAR-PAY TO GROSS-RAY
019440         GO TO 4000-EXIT
019450     END-IF
019460     IF HOURS > STANDARD-HOURS
019610     EXIT.
019620*----------------------------------------------------------*
019630* 5000-CALCULATE-WITHHOLDING - LOOK UP THE FEDERAL BRACKET,  *
019640* APPLY FICA AND STATE FLAT RATES, DERIVE NET PAY. EACH TAX  *
019650* IS FIGURED ON ITS OWN TAXABLE WAGE BASE (SEE 5450). FICA   *
019660* IS TAKEN ONLY ON THE PART OF FICA WAGES THAT FITS UNDER    *
019670* THE ANNUAL WAGE BASE, MEASURED AGAINST YTD FICA WAGES      *
019671* BEFORE THIS PERIOD IS ACCUMULATED. THE FEDERAL FIGURE      *
019672* FOLLOWS THE EMPLOYEE'S W-4 ELECTIONS - SEE 5050 AND 5060.  *
019673* THE BRACKET IS FOUND BY ANNUALIZING THE PERIOD'S TAXABLE   *
019674* WAGES AND THE WEEKLY BRACKET LIMITS ALIKE, SO ONE TABLE    *
019675* SERVES EVERY PAY FREQUENCY.                                *
019676* NET PAY IS WHAT IS LEFT OF GROSS AFTER THE TAXES AND ANY   *
019677* PRE-TAX DEDUCTIONS ALREADY TAKEN.                          *
019680*----------------------------------------------------------*
019690 5000-CALCULATE-WITHHOLDING.
019691     PERFORM 5050-SET-FEDERAL-TAXABLE THRU 5050-EXIT
019692     COMPUTE WS-FED-ANNUAL =
019693         WS-FED-TAXABLE * WS-PERIODS-PER-YEAR
019700     SET FW-INDEX TO 1
019710     SEARCH FW-ENTRY
019720         AT END SET FW-INDEX TO 3
019730         WHEN WS-FED-ANNUAL NOT >
019731                 FW-UPPER-LIMIT (FW-INDEX) * WS-WEEKS-PER-YEAR
019740             CONTINUE
019750     END-SEARCH
019760     COMPUTE FEDERAL-WITHHOLDING ROUNDED =
019770         WS-FED-TAXABLE * FW-RATE (FW-INDEX)
019780     PERFORM 5060-APPLY-DEPENDENT-CREDIT THRU 5060-EXIT
019781     MOVE WS-FICA-WAGES TO WS-FICA-TAXABLE
019790     IF WS-FICA-WAGE-BASE > 0
019800         IF PM-YTD-FICA-WAGES NOT < WS-FICA-WAGE-BASE
019810             MOVE ZEROS TO WS-FICA-TAXABLE
019820         ELSE
019830         IF PM-YTD-FICA-WAGES + WS-FICA-WAGES
019831                 > WS-FICA-WAGE-BASE
019840             COMPUTE WS-FICA-TAXABLE =
019850                 WS-FICA-WAGE-BASE - PM-YTD-FICA-WAGES
019860         END-IF
019870         END-IF
019880     END-IF
019890     COMPUTE FICA-WITHHOLDING ROUNDED =
019900         WS-FICA-TAXABLE * FICA-RATE
019910     COMPUTE STATE-WITHHOLDING ROUNDED =
019911         WS-STATE-WAGES * STATE-RATE
019912     PERFORM 5070-ADD-EXTRA-WITHHOLDING THRU 5070-EXIT
019920     COMPUTE TOTAL-WITHHOLDING =
019930         FEDERAL-WITHHOLDING + FICA-WITHHOLDING
019940             + STATE-WITHHOLDING
019950     COMPUTE NET-PAY = GROSS-RAY - TOTAL-WITHHOLDING
019951         - WS-PRETAX-TOTAL.
019960 5000-EXIT.
019961     EXIT.
019962*----------------------------------------------------------*
019963* 5050-SET-FEDERAL-TAXABLE - FEDERAL WAGES LESS THE TAXCTL   *
019964* ALLOWANCE FOR THE EMPLOYEE'S W-4 FILING STATUS, NOT BELOW  *
019965* ZERO. A SPACE STATUS ON A LEGACY RECORD IS SINGLE. THE     *
019966* WEEKLY ALLOWANCE IS CONVERTED TO THE PAY GROUP'S PERIOD.   *
019967*----------------------------------------------------------*
019968 5050-SET-FEDERAL-TAXABLE.
019969     IF PM-FILING-SINGLE
019970         MOVE "S" TO WS-W4-STATUS
019971     ELSE
019972         MOVE PM-FILING-STATUS TO WS-W4-STATUS
019973     END-IF
019974     MOVE ZEROS TO WS-W4-ALLOWANCE
019975     SET FA-INDEX TO 1
019976     SEARCH FA-ENTRY
019977         AT END CONTINUE
019978         WHEN FA-STATUS (FA-INDEX) = WS-W4-STATUS
019979             COMPUTE WS-W4-ALLOWANCE ROUNDED =
019980                 FA-AMOUNT (FA-INDEX) * WS-WEEKS-PER-YEAR
019981                     / WS-PERIODS-PER-YEAR
019982     END-SEARCH
019983     IF WS-FED-WAGES > WS-W4-ALLOWANCE
019984         COMPUTE WS-FED-TAXABLE =
019985             WS-FED-WAGES - WS-W4-ALLOWANCE
019986     ELSE
019987         MOVE ZEROS TO WS-FED-TAXABLE
019988     END-IF.
019989 5050-EXIT.
019990     EXIT.
019991*----------------------------------------------------------*
019992* 5060-APPLY-DEPENDENT-CREDIT - THE PERIOD'S SHARE OF THE    *
019993* ANNUAL W-4 DEPENDENTS CREDIT COMES OFF THE BRACKET TAX,    *
019994* NEVER TAKING IT BELOW ZERO.                                *
019995*----------------------------------------------------------*
019996 5060-APPLY-DEPENDENT-CREDIT.
019997     MOVE ZEROS TO WS-W4-CREDIT
019998     IF PM-DEPENDENT-CREDIT IS NUMERIC
019999         COMPUTE WS-W4-CREDIT ROUNDED =
020000             PM-DEPENDENT-CREDIT / WS-PERIODS-PER-YEAR
020001     END-IF
020002     IF WS-W4-CREDIT NOT < FEDERAL-WITHHOLDING
020003         MOVE ZEROS TO FEDERAL-WITHHOLDING
020004     ELSE
020005         SUBTRACT WS-W4-CREDIT FROM FEDERAL-WITHHOLDING
020006     END-IF.
020007 5060-EXIT.
020008     EXIT.
020009*----------------------------------------------------------*
020010* 5070-ADD-EXTRA-WITHHOLDING - THE FLAT EXTRA AMOUNT THE     *
020011* EMPLOYEE ASKED FOR ON THE W-4 GOES ON TOP OF THE FEDERAL   *
020012* FIGURE, CUT BACK TO WHAT IS LEFT OF GROSS AFTER THE TAXES  *
020013* AND PRE-TAX DEDUCTIONS SO NET PAY NEVER GOES BELOW ZERO.   *
020014*----------------------------------------------------------*
020015 5070-ADD-EXTRA-WITHHOLDING.
020016     IF PM-EXTRA-WITHHOLDING IS NOT NUMERIC
020017         GO TO 5070-EXIT
020018     END-IF
020019     MOVE PM-EXTRA-WITHHOLDING TO WS-W4-EXTRA
020020     COMPUTE WS-WH-CEILING = GROSS-RAY - WS-PRETAX-TOTAL
020021     IF FEDERAL-WITHHOLDING + FICA-WITHHOLDING
020022             + STATE-WITHHOLDING + WS-W4-EXTRA > WS-WH-CEILING
020023         IF FEDERAL-WITHHOLDING + FICA-WITHHOLDING
020024                 + STATE-WITHHOLDING < WS-WH-CEILING
020025             COMPUTE WS-W4-EXTRA = WS-WH-CEILING
020026                 - FEDERAL-WITHHOLDING - FICA-WITHHOLDING
020027                 - STATE-WITHHOLDING
020028         ELSE
020029             MOVE ZEROS TO WS-W4-EXTRA
020030         END-IF
020031     END-IF
020032     ADD WS-W4-EXTRA TO FEDERAL-WITHHOLDING.
020033 5070-EXIT.
019970     EXIT.
019980*----------------------------------------------------------*
019990* 5100-CALCULATE-SUPP-WITHHOLDING - FEDERAL AT THE FLAT     *
020000* SUPPLEMENTAL RATE INSTEAD OF THE BRACKET TABLE; FICA      *
020010* (STILL CAPPED AGAINST THE WAGE BASE) AND STATE AS ON A     *
020020* REGULAR PERIOD.                                           *
020030*----------------------------------------------------------*
020040 5100-CALCULATE-SUPP-WITHHOLDING.
020050     COMPUTE FEDERAL-WITHHOLDING ROUNDED =
020060         GROSS-RAY * SUPP-RATE
020070     MOVE WS-FICA-WAGES TO WS-FICA-TAXABLE
020080     IF WS-FICA-WAGE-BASE > 0
020090         IF PM-YTD-FICA-WAGES NOT < WS-FICA-WAGE-BASE
020100             MOVE ZEROS TO WS-FICA-TAXABLE
020110         ELSE
020120         IF PM-YTD-FICA-WAGES + WS-FICA-WAGES
020121                 > WS-FICA-WAGE-BASE
020130             COMPUTE WS-FICA-TAXABLE =
020140                 WS-FICA-WAGE-BASE - PM-YTD-FICA-WAGES
020150         END-IF
020160         END-IF
020170     END-IF
020180     COMPUTE FICA-WITHHOLDING ROUNDED =
020190         WS-FICA-TAXABLE * FICA-RATE
020200     COMPUTE STATE-WITHHOLDING ROUNDED =
020201         WS-STATE-WAGES * STATE-RATE
020210     COMPUTE TOTAL-WITHHOLDING =
020220         FEDERAL-WITHHOLDING + FICA-WITHHOLDING
020230             + STATE-WITHHOLDING
020280* 5200-CALCULATE-EMPLOYER-TAX - THE EMPLOYER'S SIDE OF THE  *
020290* PERIOD: THE FICA MATCH ON THE SAME CAPPED TAXABLE WAGES,  *
020300* AND UNEMPLOYMENT ON WAGES STILL UNDER ITS OWN ANNUAL      *
020310* BASE (MEASURED AGAINST YTD FICA WAGES BEFORE THIS PERIOD, *
020311* SINCE UNEMPLOYMENT WAGES FOLLOW THE FICA TREATMENT OF     *
020312* PRE-TAX DEDUCTIONS).                                      *
020320* NOTHING HERE TOUCHES THE EMPLOYEE'S CHECK - IT ACCRUES    *
020330* INTO THE GL EXTRACT AND THE DEPOSIT LIABILITY REPORT.     *
020340*----------------------------------------------------------*
020350 5200-CALCULATE-EMPLOYER-TAX.
020360     COMPUTE EMPLOYER-FICA-TAX ROUNDED =
020370         WS-FICA-TAXABLE * EMPLOYER-FICA-RATE
020380     MOVE WS-FICA-WAGES TO WS-UNEMP-TAXABLE
020390     IF WS-UNEMP-WAGE-BASE > 0
020400         IF PM-YTD-FICA-WAGES NOT < WS-UNEMP-WAGE-BASE
020410             MOVE ZEROS TO WS-UNEMP-TAXABLE
020420         ELSE
020430         IF PM-YTD-FICA-WAGES + WS-FICA-WAGES
020431                 > WS-UNEMP-WAGE-BASE
020440             COMPUTE WS-UNEMP-TAXABLE =
020450                 WS-UNEMP-WAGE-BASE - PM-YTD-FICA-WAGES
020460         END-IF
020470         END-IF
020480     END-IF
020970* UNDER THEIR LOCATION FOR THE GL DISTRIBUTION AND THE      *
020980* LABOR-COST SUMMARY. AN UNMAPPED LOCATION GOES TO THE      *
020990* DEFAULT WAGES ACCOUNT AND THE EMPLOYEE IS LISTED ON THE   *
021000* EXCEPTION LISTING. ON A REGULAR RUN THE SHARE OF GROSS    *
021001* CHARGED TO JOBS COMES OFF FIRST (5320) AND ONLY THE REST  *
021002* STAYS WITH THE LOCATION.                                  *
021010*----------------------------------------------------------*
021020 5300-POST-LOCATION-COST.
021030     MOVE "N" TO WS-LOC-MAPPED-SW
021160         MOVE PM-LOCATION    TO CX-LOCATION
021170         MOVE GROSS-RAY      TO CX-GROSS
021180         WRITE COST-CENTER-EXCEPTION-REC FROM CX-DETAIL-LINE
021181         ADD 1 TO WS-CCEXCP-WRITTEN
021182     END-IF
021183     MOVE GROSS-RAY TO WS-LOC-SHARE-GROSS
021184     IF NOT WS-SUPP-RUN AND WS-JE-COUNT > 0
021185         PERFORM 5320-SPLIT-BY-JOB THRU 5320-EXIT
021190     END-IF
021200     IF WS-LOC-COUNT > 0
021210         SET LT-IDX TO 1
021250                     THRU 5350-EXIT
021260             WHEN LT-LOCATION (LT-IDX) = PM-LOCATION
021270                 ADD 1 TO LT-EMP-COUNT (LT-IDX)
021280                 ADD WS-LOC-SHARE-GROSS TO LT-GROSS (LT-IDX)
021290         END-SEARCH
021300     ELSE
021310         PERFORM 5350-ADD-LOCATION-BUCKET THRU 5350-EXIT
021480     MOVE WS-LOC-ACCOUNT   TO LT-ACCOUNT (LT-IDX)
021490     MOVE WS-LOC-MAPPED-SW TO LT-MAPPED-SW (LT-IDX)
021500     MOVE 1                TO LT-EMP-COUNT (LT-IDX)
021510     MOVE WS-LOC-SHARE-GROSS TO LT-GROSS (LT-IDX).
021520 5350-EXIT.
021530     EXIT.
021540*----------------------------------------------------------*
021541* 5320-SPLIT-BY-JOB - SPREAD THIS EMPLOYEE'S GROSS AND      *
021542* EMPLOYER TAXES OVER THEIR JOBS IN PROPORTION TO HOURS.    *
021543* THE BASE IS THE PAID HOURS (OR THE JOB HOURS, IF MORE),   *
021544* SO HOURS WITH NO JOB LEAVE THEIR SHARE WITH THE           *
021545* LOCATION. EACH SHARE IS TAKEN OFF A ROUNDED RUNNING       *
021546* TOTAL, SO THE PIECES ALWAYS ADD BACK TO THE WHOLE.        *
021547*----------------------------------------------------------*
021548 5320-SPLIT-BY-JOB.
021549     MOVE ZEROS TO WS-EMP-JOB-HOURS
021550     SET JE-IDX TO 1
021551     PERFORM 5325-SUM-EMPLOYEE-JOB-HOURS THRU 5325-EXIT
021552         UNTIL JE-IDX > WS-JE-COUNT
021553     IF WS-EMP-JOB-HOURS = 0
021554         GO TO 5320-EXIT
021555     END-IF
021556     MOVE HOURS TO WS-SPLIT-HOURS
021557     IF WS-EMP-JOB-HOURS > WS-SPLIT-HOURS
021558         MOVE WS-EMP-JOB-HOURS TO WS-SPLIT-HOURS
021559     END-IF
021560     COMPUTE WS-EMP-ER-TAX = EMPLOYER-FICA-TAX + UNEMPLOYMENT-TAX
021561     MOVE ZEROS TO WS-CUM-HOURS
021562     MOVE ZEROS TO WS-CUM-GROSS
021563     MOVE ZEROS TO WS-CUM-TAX
021564     SET JE-IDX TO 1
021565     PERFORM 5330-CHARGE-ONE-JOB THRU 5330-EXIT
021566         UNTIL JE-IDX > WS-JE-COUNT
021567     COMPUTE WS-LOC-SHARE-HOURS = WS-SPLIT-HOURS - WS-CUM-HOURS
021568     COMPUTE WS-LOC-SHARE-GROSS = GROSS-RAY - WS-CUM-GROSS
021569     COMPUTE WS-LOC-SHARE-TAX = WS-EMP-ER-TAX - WS-CUM-TAX
021570     IF WS-LOC-SHARE-HOURS > 0 OR WS-LOC-SHARE-GROSS > 0
021571         MOVE PM-LOCATION        TO LD-CHARGE-TO
021572         MOVE WS-LOC-SHARE-HOURS TO LD-HOURS
021573         MOVE WS-LOC-SHARE-GROSS TO LD-GROSS
021574         MOVE WS-LOC-SHARE-TAX   TO LD-TAX
021575         MOVE WS-LOC-ACCOUNT     TO LD-ACCOUNT
021576         PERFORM 5335-WRITE-DIST-LINE THRU 5335-EXIT
021577     END-IF.
021578 5320-EXIT.
021579     EXIT.
021580*----------------------------------------------------------*
021581* 5325-SUM-EMPLOYEE-JOB-HOURS - ADD ONE TABLE ENTRY'S HOURS *
021582* IF IT IS THIS EMPLOYEE'S                                  *
021583*----------------------------------------------------------*
021584 5325-SUM-EMPLOYEE-JOB-HOURS.
021585     IF JET-EMPLOYEE-ID (JE-IDX) = PM-EMPLOYEE-ID
021586         ADD JET-HOURS (JE-IDX) TO WS-EMP-JOB-HOURS
021587     END-IF
021588     SET JE-IDX UP BY 1.
021589 5325-EXIT.
021590     EXIT.
021591*----------------------------------------------------------*
021592* 5330-CHARGE-ONE-JOB - IF THIS TABLE ENTRY IS THE          *
021593* EMPLOYEE'S, CHARGE ITS JOB THE NEXT SHARE OF GROSS AND    *
021594* EMPLOYER TAXES AND LIST IT ON THE DISTRIBUTION REPORT.    *
021595*----------------------------------------------------------*
021596 5330-CHARGE-ONE-JOB.
021597     IF JET-EMPLOYEE-ID (JE-IDX) NOT = PM-EMPLOYEE-ID
021598         GO TO 5330-NEXT
021599     END-IF
021600     MOVE WS-CUM-GROSS TO WS-PRIOR-CUM-GROSS
021601     MOVE WS-CUM-TAX   TO WS-PRIOR-CUM-TAX
021602     ADD JET-HOURS (JE-IDX) TO WS-CUM-HOURS
021603     COMPUTE WS-CUM-GROSS ROUNDED =
021604         GROSS-RAY * WS-CUM-HOURS / WS-SPLIT-HOURS
021605     COMPUTE WS-CUM-TAX ROUNDED =
021606         WS-EMP-ER-TAX * WS-CUM-HOURS / WS-SPLIT-HOURS
021607     COMPUTE WS-JOB-SHARE-GROSS =
021608         WS-CUM-GROSS - WS-PRIOR-CUM-GROSS
021609     COMPUTE WS-JOB-SHARE-TAX = WS-CUM-TAX - WS-PRIOR-CUM-TAX
021610     PERFORM 5340-POST-JOB-BUCKET THRU 5340-EXIT
021611     MOVE SPACES                  TO LD-CHARGE-TO
021612     STRING "JOB " JET-JOB-CODE (JE-IDX)
021613         DELIMITED BY SIZE INTO LD-CHARGE-TO
021614     MOVE JET-HOURS (JE-IDX)      TO LD-HOURS
021615     MOVE WS-JOB-SHARE-GROSS      TO LD-GROSS
021616     MOVE WS-JOB-SHARE-TAX        TO LD-TAX
021617     MOVE JET-ACCOUNT (JE-IDX)    TO LD-ACCOUNT
021618     PERFORM 5335-WRITE-DIST-LINE THRU 5335-EXIT.
021619 5330-NEXT.
021620     SET JE-IDX UP BY 1.
021621 5330-EXIT.
021622     EXIT.
021623*----------------------------------------------------------*
021624* 5335-WRITE-DIST-LINE - ONE LABOR-DISTRIBUTION DETAIL      *
021625* LINE; THE CALLER SETS WHAT IT IS CHARGED TO.              *
021626*----------------------------------------------------------*
021627 5335-WRITE-DIST-LINE.
021628     MOVE PM-EMPLOYEE-ID TO LD-EMPLOYEE-ID
021629     WRITE LABOR-DIST-RECORD FROM LD-DETAIL-LINE
021630     ADD 1 TO WS-LABDIST-WRITTEN.
021631 5335-EXIT.
021632     EXIT.
021633*----------------------------------------------------------*
021634* 5340-POST-JOB-BUCKET - ADD THE SHARE INTO THE JOB'S       *
021635* BUCKET, STARTING ONE FOR THE FIRST EMPLOYEE ON THE JOB.   *
021636*----------------------------------------------------------*
021637 5340-POST-JOB-BUCKET.
021638     IF WS-JOB-COUNT > 0
021639         SET JT-IDX TO 1
021640         SEARCH JT-ENTRY
021641             AT END
021642                 PERFORM 5345-ADD-JOB-BUCKET THRU 5345-EXIT
021643             WHEN JT-JOB-CODE (JT-IDX) = JET-JOB-CODE (JE-IDX)
021644                 ADD 1 TO JT-EMP-COUNT (JT-IDX)
021645                 ADD JET-HOURS (JE-IDX) TO JT-HOURS (JT-IDX)
021646                 ADD WS-JOB-SHARE-GROSS TO JT-GROSS (JT-IDX)
021647                 ADD WS-JOB-SHARE-TAX TO JT-TAX (JT-IDX)
021648         END-SEARCH
021649     ELSE
021650         PERFORM 5345-ADD-JOB-BUCKET THRU 5345-EXIT
021651     END-IF.
021652 5340-EXIT.
021653     EXIT.
021654*----------------------------------------------------------*
021655* 5345-ADD-JOB-BUCKET - FIRST EMPLOYEE CHARGED TO THIS JOB  *
021656* THIS RUN - START ITS BUCKET.                              *
021657*----------------------------------------------------------*
021658 5345-ADD-JOB-BUCKET.
021659     IF WS-JOB-COUNT NOT < 300
021660         DISPLAY "PAYROL00: JOB TOTAL TABLE FULL"
021661         MOVE "Y" TO WS-PAYROLL-FAILURE-SW
021662         GO TO 5345-EXIT
021663     END-IF
021664     ADD 1 TO WS-JOB-COUNT
021665     SET JT-IDX TO WS-JOB-COUNT
021666     MOVE JET-JOB-CODE (JE-IDX) TO JT-JOB-CODE (JT-IDX)
021667     MOVE JET-ACCOUNT (JE-IDX)  TO JT-ACCOUNT (JT-IDX)
021668     MOVE 1                     TO JT-EMP-COUNT (JT-IDX)
021669     MOVE JET-HOURS (JE-IDX)    TO JT-HOURS (JT-IDX)
021670     MOVE WS-JOB-SHARE-GROSS    TO JT-GROSS (JT-IDX)
021671     MOVE WS-JOB-SHARE-TAX      TO JT-TAX (JT-IDX).
021672 5345-EXIT.
021673     EXIT.
021674*----------------------------------------------------------*
021550* 5500-APPLY-DEDUCTIONS - TAKE THE EMPLOYEE'S VOLUNTARY     *
021560* DEDUCTIONS OUT OF NET PAY IN THE ORDER THEY SIT ON THE    *
021570* DEDUCTION MASTER (PRIORITY ORDER), IN TWO PASSES. THE     *
021571* PRE-TAX DEDUCTIONS COME FIRST, AGAINST NET PAY AFTER THE  *
021572* TAXES ON FULL GROSS; THE TAXES ARE THEN REFIGURED ON THE  *
021573* REDUCED WAGE BASES, WHICH CAN ONLY LOWER THEM, AND THE    *
021574* AFTER-TAX DEDUCTIONS COME OUT OF WHAT IS LEFT.            *
021580*----------------------------------------------------------*
021590 5500-APPLY-DEDUCTIONS.
021600     MOVE ZEROS TO TOTAL-DEDUCTIONS
021610     MOVE ZEROS TO WS-PLAN-DEFERRAL
021620     MOVE ZEROS TO WS-PLAN-PRETAX-DEFERRAL
021630     MOVE ZEROS TO WS-PLAN-ROTH-DEFERRAL
021640     MOVE "N"   TO WS-PLAN-MEMBER-SW
021650     IF WS-DED-COUNT = 0
021651         GO TO 5500-EXIT
021652     END-IF
021653     MOVE "P" TO WS-DED-PASS-SW
021654     SET DED-IDX TO 1
021655     PERFORM 5600-APPLY-ONE-DEDUCTION THRU 5600-EXIT
021656         UNTIL DED-IDX > WS-DED-COUNT
021657     IF WS-PRETAX-TOTAL > 0
021658         PERFORM 5450-SET-WAGE-BASES THRU 5450-EXIT
021659         PERFORM 5000-CALCULATE-WITHHOLDING THRU 5000-EXIT
021660     END-IF
021661     MOVE "A" TO WS-DED-PASS-SW
021662     SET DED-IDX TO 1
021663     PERFORM 5600-APPLY-ONE-DEDUCTION THRU 5600-EXIT
021664         UNTIL DED-IDX > WS-DED-COUNT.
021660 5500-EXIT.
021661     EXIT.
021662*----------------------------------------------------------*
021663* 5450-SET-WAGE-BASES - FEDERAL, FICA AND STATE TAXABLE     *
021664* WAGES ARE GROSS LESS THE PRE-TAX DEDUCTIONS TAKEN SO FAR  *
021665* THAT REDUCE EACH BASE.                                    *
021666*----------------------------------------------------------*
021667 5450-SET-WAGE-BASES.
021668     COMPUTE WS-FED-WAGES   = GROSS-RAY - WS-PRETAX-FED
021669     COMPUTE WS-FICA-WAGES  = GROSS-RAY - WS-PRETAX-FICA
021670     COMPUTE WS-STATE-WAGES = GROSS-RAY - WS-PRETAX-STATE.
021671 5450-EXIT.
021670     EXIT.
021680*----------------------------------------------------------*
021690* 5600-APPLY-ONE-DEDUCTION - APPLY ONE TABLE ENTRY IF IT    *
021760     IF DE-EMPLOYEE-ID (DED-IDX) NOT = PM-EMPLOYEE-ID
021770        OR DE-ORDER-INACTIVE (DED-IDX)
021780         GO TO 5600-NEXT
021781     END-IF
021782     IF (WS-PRETAX-PASS AND NOT DE-PRETAX (DED-IDX))
021783        OR (WS-AFTERTAX-PASS AND DE-PRETAX (DED-IDX))
021784         GO TO 5600-NEXT
021785     END-IF
021786     IF WS-HAVE-PLANCTL
021787        AND (DE-CODE (DED-IDX) = WS-PLAN-PRETAX-CODE
021788         OR (WS-PLAN-ROTH-CODE NOT = SPACES
021789         AND DE-CODE (DED-IDX) = WS-PLAN-ROTH-CODE))
021790         MOVE "Y" TO WS-PLAN-MEMBER-SW
021790     END-IF
021800     IF DE-PERCENT (DED-IDX)
021810         COMPUTE WS-DED-AMOUNT ROUNDED =
022090     IF WS-DED-AMOUNT > 0
022100         SUBTRACT WS-DED-AMOUNT FROM NET-PAY
022110         ADD WS-DED-AMOUNT TO TOTAL-DEDUCTIONS
022111         IF WS-PRETAX-PASS
022112             PERFORM 5620-ADD-PRETAX-AMOUNT THRU 5620-EXIT
022113         END-IF
022114         IF WS-HAVE-PLANCTL
022115            AND (DE-CODE (DED-IDX) = WS-PLAN-PRETAX-CODE
022116             OR (WS-PLAN-ROTH-CODE NOT = SPACES
022117             AND DE-CODE (DED-IDX) = WS-PLAN-ROTH-CODE))
022118             ADD WS-DED-AMOUNT TO WS-PLAN-DEFERRAL
022119             IF DE-CODE (DED-IDX) = WS-PLAN-PRETAX-CODE
022120                 ADD WS-DED-AMOUNT TO WS-PLAN-PRETAX-DEFERRAL
022121             ELSE
022122                 ADD WS-DED-AMOUNT TO WS-PLAN-ROTH-DEFERRAL
022123             END-IF
022124         END-IF
022120         PERFORM 5700-POST-DEDUCTION-YTD THRU 5700-EXIT
022130         IF DE-PAYEE-ID (DED-IDX) NOT = SPACES
022140             PERFORM 6880-WRITE-REMIT-EXTRACT THRU 6880-EXIT
022141         ELSE
022142             ADD WS-DED-AMOUNT TO WS-RETAIN-TOTAL
022150         END-IF
022160     END-IF
022170     IF DE-GOAL-AMOUNT (DED-IDX) > 0
022270 5600-NEXT.
022280     SET DED-IDX UP BY 1.
022290 5600-EXIT.
022291     EXIT.
022292*----------------------------------------------------------*
022293* 5620-ADD-PRETAX-AMOUNT - A PRE-TAX AMOUNT JUST TAKEN COMES*
022294* OFF EACH WAGE BASE ITS DEDCLASS ENTRY SAYS IT REDUCES.    *
022295*----------------------------------------------------------*
022296 5620-ADD-PRETAX-AMOUNT.
022297     ADD WS-DED-AMOUNT TO WS-PRETAX-TOTAL
022298     IF DE-REDUCES-FEDERAL (DED-IDX)
022299         ADD WS-DED-AMOUNT TO WS-PRETAX-FED
022300     END-IF
022301     IF DE-REDUCES-FICA (DED-IDX)
022302         ADD WS-DED-AMOUNT TO WS-PRETAX-FICA
022303     END-IF
022304     IF DE-REDUCES-STATE (DED-IDX)
022305         ADD WS-DED-AMOUNT TO WS-PRETAX-STATE
022306     END-IF.
022307 5620-EXIT.
022300     EXIT.
022310*----------------------------------------------------------*
022320* 5650-GET-TAKEN-TO-DATE - WHAT THIS EMPLOYEE'S ORDER HAS   *
023640 5870-EXIT.
023650     EXIT.
023660*----------------------------------------------------------*
023661* 5900-CALCULATE-EMPLOYER-MATCH - THE PLAN MATCHES THE      *
023662* PERIOD'S DEFERRALS UP TO THE CAP PERCENT OF GROSS, AT THE *
023663* MATCH PERCENT. THE CAPPED BASE IS TRUNCATED SO THE MATCH  *
023664* NEVER RUNS PAST THE CAP. A PARTICIPANT STILL IN THE       *
023665* WAITING PERIOD, OR WITH NO HIRE DATE ON FILE, DEFERS      *
023666* WITHOUT A MATCH.                                          *
023667*----------------------------------------------------------*
023668 5900-CALCULATE-EMPLOYER-MATCH.
023669     MOVE ZEROS TO WS-PLAN-MATCH
023670     MOVE "N"   TO WS-PLAN-ELIGIBLE-SW
023671     IF NOT WS-PLAN-MEMBER
023672         GO TO 5900-EXIT
023673     END-IF
023674     PERFORM 5910-CHECK-MATCH-ELIGIBILITY THRU 5910-EXIT
023675     IF NOT WS-PLAN-ELIGIBLE OR WS-PLAN-DEFERRAL = ZEROS
023676         GO TO 5900-EXIT
023677     END-IF
023678     COMPUTE WS-PLAN-MATCH-BASE = GROSS-RAY * WS-PLAN-CAP-PCT
023679     IF WS-PLAN-DEFERRAL < WS-PLAN-MATCH-BASE
023680         MOVE WS-PLAN-DEFERRAL TO WS-PLAN-MATCH-BASE
023681     END-IF
023682     COMPUTE WS-PLAN-MATCH ROUNDED =
023683         WS-PLAN-MATCH-BASE * WS-PLAN-MATCH-PCT
023684     ADD WS-PLAN-MATCH TO WS-RUN-MATCH-TOTAL.
023685 5900-EXIT.
023686     EXIT.
023687*----------------------------------------------------------*
023688* 5910-CHECK-MATCH-ELIGIBILITY - THE MATCH STARTS WITH THE  *
023689* FIRST PERIOD ENDING ON OR AFTER THE HIRE DATE PLUS THE    *
023690* WAITING PERIOD. A MONTH-END HIRE CAN LAND ON A DAY PAST   *
023691* THE END OF A SHORT MONTH (E.G. 02/31) - IT STILL SORTS    *
023692* BETWEEN THAT MONTH AND THE NEXT, WHICH IS ALL THE         *
023693* COMPARISON NEEDS.                                         *
023694*----------------------------------------------------------*
023695 5910-CHECK-MATCH-ELIGIBILITY.
023696     IF NOT WS-HAVE-EMPADDR
023697         GO TO 5910-NO-HIRE-DATE
023698     END-IF
023699     MOVE PM-EMPLOYEE-ID TO EA-EMPLOYEE-ID
023700     READ EMPLOYEE-ADDRESS
023701         INVALID KEY
023702             GO TO 5910-NO-HIRE-DATE
023703     END-READ
023704     IF EA-HIRE-DATE IS NOT NUMERIC OR EA-HIRE-DATE = ZEROS
023705         GO TO 5910-NO-HIRE-DATE
023706     END-IF
023707     MOVE EA-HIRE-DATE (1:4) TO WS-EW-YEAR
023708     MOVE EA-HIRE-DATE (5:2) TO WS-EW-MONTH
023709     MOVE EA-HIRE-DATE (7:2) TO WS-EW-DAY
023710     COMPUTE WS-ELIG-MONTHS =
023711         WS-EW-MONTH - 1 + WS-PLAN-WAIT-MONTHS
023712     DIVIDE WS-ELIG-MONTHS BY 12 GIVING WS-ELIG-YEARS
023713         REMAINDER WS-ELIG-MONTHS
023714     ADD WS-ELIG-YEARS TO WS-EW-YEAR
023715     COMPUTE WS-EW-MONTH = WS-ELIG-MONTHS + 1
023716     MOVE WS-ELIG-WORK TO WS-MATCH-ELIG-DATE
023717     IF WS-PERIOD-DATE NOT < WS-MATCH-ELIG-DATE
023718         MOVE "Y" TO WS-PLAN-ELIGIBLE-SW
023719     END-IF
023720     GO TO 5910-EXIT.
023721 5910-NO-HIRE-DATE.
023722     DISPLAY "PAYROL00: NO HIRE DATE ON EMPADDR FOR "
023723         PM-EMPLOYEE-ID " - NO EMPLOYER MATCH"
023724     ADD 1 TO WS-MATCH-NO-HIRE-COUNT.
023725 5910-EXIT.
023726     EXIT.
023727*----------------------------------------------------------*
023670* 6000-PRINT-HEADINGS - START A NEW REGISTER PAGE           *
023680*----------------------------------------------------------*
023690 6000-PRINT-HEADINGS.
023700     ADD 1 TO WS-PAGE-COUNT
023710     MOVE WS-PAGE-COUNT TO RPT-PAGE
023719     MOVE WS-PERIOD-DATE TO RPT-PERIOD
023720     WRITE REGISTER-RECORD FROM RPT-HEADING-1
023721     ADD 1 TO WS-PAYREG-WRITTEN
023730     WRITE REGISTER-RECORD FROM RPT-HEADING-2
023731     ADD 1 TO WS-PAYREG-WRITTEN
023740     MOVE ZEROS TO WS-LINE-COUNT.
023750 6000-EXIT.
023760     EXIT.
023930     MOVE PREMIUM-PAY       TO RPT-PREM
023940     MOVE NET-PAY           TO RPT-NET
023950     WRITE REGISTER-RECORD FROM RPT-DETAIL-LINE
023951     ADD 1 TO WS-PAYREG-WRITTEN
023960     ADD 1 TO WS-LINE-COUNT.
023970 6100-EXIT.
023980     EXIT.
024010*----------------------------------------------------------*
024020 6200-WRITE-CONTROL-TOTAL.
024030     MOVE CONTROL-TOTAL-GROSS TO RPT-CONTROL-TOTAL
024040     WRITE REGISTER-RECORD FROM RPT-TOTAL-LINE
024041     ADD 1 TO WS-PAYREG-WRITTEN.
024050 6200-EXIT.
024060     EXIT.
024070*----------------------------------------------------------*
024120 6300-PRINT-YEAR-END-SUMMARY.
024130     MOVE WS-YEAR-END-GROSS TO RPT-YE-TOT-GROSS
024140     MOVE WS-YEAR-END-WITHHLD TO RPT-YE-TOT-WITHHLD
024150     WRITE REGISTER-RECORD FROM RPT-YE-TOTAL-LINE
024151     ADD 1 TO WS-PAYREG-WRITTEN.
024160 6300-EXIT.
024170     EXIT.
024180*----------------------------------------------------------*
024220 6400-WRITE-YEAR-END-DETAIL.
024230     IF NOT WS-YE-HEADING-PRINTED
024240         WRITE REGISTER-RECORD FROM RPT-YE-HEADING
024241         ADD 1 TO WS-PAYREG-WRITTEN
024250         MOVE "Y" TO WS-YE-HEADING-DONE
024260     END-IF
024270     MOVE WHO TO RPT-YE-NAME
024280     MOVE PM-YTD-GROSS TO RPT-YE-GROSS
024290     MOVE PM-YTD-WITHHOLDING TO RPT-YE-WITHHLD
024300     WRITE REGISTER-RECORD FROM RPT-YE-DETAIL-LINE
024301     ADD 1 TO WS-PAYREG-WRITTEN
024310     ADD PM-YTD-GROSS TO WS-YEAR-END-GROSS
024320     ADD PM-YTD-WITHHOLDING TO WS-YEAR-END-WITHHLD.
024330 6400-EXIT.
024350*----------------------------------------------------------*
024360* 6500-WRITE-GROSS-CONTROL-OUT - DROPS THIS RUN'S GROSS PAY *
024370* CONTROL TOTAL WHERE THE GROSSREC RECONCILIATION PROGRAM   *
024380* CAN PICK IT UP AND COMPARE IT AGAINST THE PRIOR RUN, WITH *
024381* THE REST OF THE RUN'S TOTALS FOR THE PAYBAL00 PROOF.      *
024390*----------------------------------------------------------*
024400 6500-WRITE-GROSS-CONTROL-OUT.
024410     MOVE CONTROL-TOTAL-GROSS TO GCO-CONTROL-TOTAL
024411     MOVE WS-PERIOD-DATE      TO GCO-PERIOD-DATE
024412     MOVE WS-DETAIL-RUN-TYPE  TO GCO-RUN-TYPE
024413     MOVE WS-PAID-COUNT       TO GCO-PAID-COUNT
024414     MOVE WS-RUN-FED-TOTAL    TO GCO-FED-TOTAL
024415     MOVE WS-RUN-FICA-TOTAL   TO GCO-FICA-TOTAL
024416     MOVE WS-RUN-STATE-TOTAL  TO GCO-STATE-TOTAL
024417     MOVE WS-RUN-DED-TOTAL    TO GCO-DED-TOTAL
024418     MOVE WS-REMIT-TOTAL      TO GCO-REMIT-TOTAL
024419     MOVE WS-RETAIN-TOTAL     TO GCO-RETAIN-TOTAL
024420     MOVE WS-RUN-NET-TOTAL    TO GCO-NET-TOTAL
024421     MOVE WS-RUN-ERFICA-TOTAL TO GCO-ERFICA-TOTAL
024422     MOVE WS-RUN-UNEMP-TOTAL  TO GCO-UNEMP-TOTAL
024423     MOVE WS-RUN-MATCH-TOTAL  TO GCO-MATCH-TOTAL
024424     MOVE WS-PAY-GROUP        TO GCO-PAY-GROUP
024420     WRITE GROSS-CONTROL-OUT-RECORD.
024430 6500-EXIT.
024440     EXIT.
024490 6600-WRITE-GROSS-WORK-RECORD.
024500     MOVE GROSS-RAY TO GW-GROSS
024510     MOVE WHO       TO GW-NAME
024520     WRITE GROSS-WORK-RECORD
024521     ADD 1 TO WS-GROSSWRK-WRITTEN.
024530 6600-EXIT.
024540     EXIT.
024550*----------------------------------------------------------*
024620 6700-WRITE-PAY-STATEMENT.
024630     WRITE PAY-STATEMENT-RECORD FROM PS-TITLE-LINE
024640         AFTER ADVANCING PAGE
024641     ADD 1 TO WS-PAYSTMT-WRITTEN
024650     MOVE WHO   TO PS-NAME
024660     WRITE PAY-STATEMENT-RECORD FROM PS-NAME-LINE
024662     ADD 1 TO WS-PAYSTMT-WRITTEN
024663     PERFORM 6710-WRITE-STATEMENT-ADDRESS THRU 6710-EXIT
024670     MOVE WHERE TO PS-LOCATION
024680     WRITE PAY-STATEMENT-RECORD FROM PS-LOCATION-LINE
024681     ADD 1 TO WS-PAYSTMT-WRITTEN
024690     IF WS-SUPP-RUN
024700         MOVE "SUPPLEMENTAL PAY:"    TO PS-AMT-LABEL
024710         MOVE GROSS-RAY              TO PS-AMT-VALUE
024720         WRITE PAY-STATEMENT-RECORD FROM PS-AMOUNT-LINE
024721         ADD 1 TO WS-PAYSTMT-WRITTEN
024730     ELSE
024740     IF PM-SALARIED
024750         MOVE "SALARY THIS PERIOD:"  TO PS-AMT-LABEL
024760         MOVE REGULAR-PAY            TO PS-AMT-VALUE
024770         WRITE PAY-STATEMENT-RECORD FROM PS-AMOUNT-LINE
024771         ADD 1 TO WS-PAYSTMT-WRITTEN
024780     ELSE
024790         MOVE "REGULAR HOURS:  " TO PS-HOURS-LABEL
024800         MOVE REGULAR-HOURS      TO PS-HOURS-WORKED
024810         MOVE REGULAR-PAY        TO PS-HOURS-PAY
024820         WRITE PAY-STATEMENT-RECORD FROM PS-HOURS-LINE
024821         ADD 1 TO WS-PAYSTMT-WRITTEN
024830         MOVE "OVERTIME HOURS: " TO PS-HOURS-LABEL
024840         MOVE OVERTIME-HOURS     TO PS-HOURS-WORKED
024850         MOVE OVERTIME-PAY       TO PS-HOURS-PAY
024860         WRITE PAY-STATEMENT-RECORD FROM PS-HOURS-LINE
024861         ADD 1 TO WS-PAYSTMT-WRITTEN
024870         MOVE "SHIFT PREM HOURS:" TO PS-HOURS-LABEL
024880         MOVE PM-PREM-HOURS      TO PS-HOURS-WORKED
024890         MOVE PREMIUM-PAY        TO PS-HOURS-PAY
024900         WRITE PAY-STATEMENT-RECORD FROM PS-HOURS-LINE
024901         ADD 1 TO WS-PAYSTMT-WRITTEN
024910     END-IF
024920     END-IF
024930     MOVE "GROSS PAY:"           TO PS-AMT-LABEL
024940     MOVE GROSS-RAY              TO PS-AMT-VALUE
024950     WRITE PAY-STATEMENT-RECORD FROM PS-AMOUNT-LINE
024951     ADD 1 TO WS-PAYSTMT-WRITTEN
024960     MOVE "FEDERAL WITHHOLDING:" TO PS-AMT-LABEL
024970     MOVE FEDERAL-WITHHOLDING    TO PS-AMT-VALUE
024980     WRITE PAY-STATEMENT-RECORD FROM PS-AMOUNT-LINE
024981     ADD 1 TO WS-PAYSTMT-WRITTEN
024990     MOVE "FICA WITHHOLDING:"    TO PS-AMT-LABEL
025000     MOVE FICA-WITHHOLDING       TO PS-AMT-VALUE
025010     WRITE PAY-STATEMENT-RECORD FROM PS-AMOUNT-LINE
025011     ADD 1 TO WS-PAYSTMT-WRITTEN
025020     MOVE "STATE WITHHOLDING:"   TO PS-AMT-LABEL
025030     MOVE STATE-WITHHOLDING      TO PS-AMT-VALUE
025040     WRITE PAY-STATEMENT-RECORD FROM PS-AMOUNT-LINE
025041     ADD 1 TO WS-PAYSTMT-WRITTEN
025050     MOVE "TOTAL DEDUCTIONS:"    TO PS-AMT-LABEL
025060     MOVE TOTAL-DEDUCTIONS       TO PS-AMT-VALUE
025070     WRITE PAY-STATEMENT-RECORD FROM PS-AMOUNT-LINE
025071     ADD 1 TO WS-PAYSTMT-WRITTEN
025080     MOVE "NET PAY:"             TO PS-AMT-LABEL
025090     MOVE NET-PAY                TO PS-AMT-VALUE
025100     WRITE PAY-STATEMENT-RECORD FROM PS-AMOUNT-LINE
025101     ADD 1 TO WS-PAYSTMT-WRITTEN
025110     MOVE PM-YTD-GROSS       TO PS-YTD-GROSS
025120     MOVE PM-YTD-WITHHOLDING TO PS-YTD-WITHHLD
025130     WRITE PAY-STATEMENT-RECORD FROM PS-YTD-LINE
025131     ADD 1 TO WS-PAYSTMT-WRITTEN
025140     MOVE PM-VAC-BALANCE     TO PS-VAC-BALANCE
025150     MOVE PM-SICK-BALANCE    TO PS-SICK-BALANCE
025160     WRITE PAY-STATEMENT-RECORD FROM PS-LEAVE-LINE
025161     ADD 1 TO WS-PAYSTMT-WRITTEN.
025170 6700-EXIT.
025171     EXIT.
025172*----------------------------------------------------------*
025173* 6710-WRITE-STATEMENT-ADDRESS - THE MAILING ADDRESS FROM     *
025174* EMPADDR UNDER THE NAME. A MISSING ENTRY PRINTS A FLAG       *
025175* LINE INSTEAD - ADDREXCP LISTS THESE AHEAD OF THE RUN.       *
025176*----------------------------------------------------------*
025177 6710-WRITE-STATEMENT-ADDRESS.
025178     MOVE "NO ADDRESS ON FILE" TO PS-STREET
025179     IF NOT WS-HAVE-EMPADDR
025180         WRITE PAY-STATEMENT-RECORD FROM PS-STREET-LINE
025181         ADD 1 TO WS-PAYSTMT-WRITTEN
025182         GO TO 6710-EXIT
025183     END-IF
025184     MOVE PM-EMPLOYEE-ID TO EA-EMPLOYEE-ID
025185     READ EMPLOYEE-ADDRESS
025186         INVALID KEY
025187             WRITE PAY-STATEMENT-RECORD FROM PS-STREET-LINE
025188             ADD 1 TO WS-PAYSTMT-WRITTEN
025189             GO TO 6710-EXIT
025190     END-READ
025191     MOVE EA-STREET      TO PS-STREET
025192     WRITE PAY-STATEMENT-RECORD FROM PS-STREET-LINE
025193     ADD 1 TO WS-PAYSTMT-WRITTEN
025194     MOVE EA-CITY        TO PS-CITY
025195     MOVE EA-STATE       TO PS-STATE
025196     MOVE EA-ZIP         TO PS-ZIP
025197     MOVE SPACE          TO PS-ZIP-DASH
025198     MOVE EA-ZIP-EXT     TO PS-ZIP-EXT
025199     IF EA-ZIP-EXT NOT = SPACES
025200         MOVE "-"        TO PS-ZIP-DASH
025201     END-IF
025202     WRITE PAY-STATEMENT-RECORD FROM PS-CITY-LINE
025203     ADD 1 TO WS-PAYSTMT-WRITTEN.
025204 6710-EXIT.
025180     EXIT.
025190*----------------------------------------------------------*
025200* 6800-WRITE-DIRECT-DEPOSIT - ONE EXTRACT DETAIL PER PAID    *
025520                 MOVE "NO BANK DATA ON FILE" TO DX-REASON
025530         END-EVALUATE
025540         WRITE DD-EXCEPTION-RECORD FROM DX-DETAIL-LINE
025541         ADD 1 TO WS-DDEXCP-WRITTEN
025550         MOVE WS-PERIOD-DATE  TO CR-PERIOD-DATE
025560         MOVE PM-EMPLOYEE-ID  TO CR-EMPLOYEE-ID
025570         MOVE WHO             TO CR-NAME
025580         MOVE NET-PAY         TO CR-NET-AMOUNT
025590         WRITE CHECK-REQUEST-RECORD
025591         ADD 1 TO WS-CHKREQ-WRITTEN
025600     ELSE
025610         MOVE "D"             TO DD-RECORD-TYPE
025620         MOVE PM-EMPLOYEE-ID  TO DD-EMPLOYEE-ID
025640         MOVE PM-BANK-ROUTING TO DD-BANK-ROUTING
025650         MOVE PM-BANK-ACCOUNT TO DD-BANK-ACCOUNT
025660         MOVE NET-PAY         TO DD-NET-AMOUNT
025661         MOVE "C"             TO DD-ACCOUNT-TYPE
025670         WRITE DD-DETAIL-RECORD
025671         ADD 1 TO WS-DDEXTR-WRITTEN
025680         ADD 1       TO WS-DD-DETAIL-COUNT
025690         ADD NET-PAY TO WS-DD-TOTAL-NET
025700     END-IF.
025830     MOVE PM-BANK-ROUTING TO DD-BANK-ROUTING
025840     MOVE PM-BANK-ACCOUNT TO DD-BANK-ACCOUNT
025850     MOVE ZEROS           TO DD-NET-AMOUNT
025851     MOVE "C"             TO DD-ACCOUNT-TYPE
025860     WRITE DD-DETAIL-RECORD
025861     ADD 1 TO WS-DDEXTR-WRITTEN
025870     ADD 1 TO WS-DD-DETAIL-COUNT.
025880 6850-EXIT.
025890     EXIT.
026260             WHEN WS-REMAINDER-SEEN
026270                 MOVE WS-REMAINDER-ROUTING TO WS-SPLIT-ROUTING
026280                 MOVE WS-REMAINDER-ACCOUNT TO WS-SPLIT-ACCOUNT
026281                 MOVE WS-REMAINDER-ACCT-TYPE TO WS-SPLIT-ACCT-TYPE
026290             WHEN PM-BANK-ROUTING NOT = ZEROS
026300              AND PM-BANK-ACCOUNT NOT = SPACES
026310              AND NOT PM-BANK-PENDING
026320              AND NOT PM-BANK-RETURNED
026330                 MOVE PM-BANK-ROUTING TO WS-SPLIT-ROUTING
026340                 MOVE PM-BANK-ACCOUNT TO WS-SPLIT-ACCOUNT
026341                 MOVE "C"             TO WS-SPLIT-ACCT-TYPE
026350             WHEN OTHER
026360                 MOVE WS-FALLBACK-ROUTING TO WS-SPLIT-ROUTING
026370                 MOVE WS-FALLBACK-ACCOUNT TO WS-SPLIT-ACCOUNT
026371                 MOVE WS-FALLBACK-ACCT-TYPE TO WS-SPLIT-ACCT-TYPE
026380         END-EVALUATE
026390         MOVE WS-DD-REMAINING TO WS-SPLIT-AMOUNT
026400         MOVE ZEROS TO WS-DD-REMAINING
026500 6830-APPLY-ONE-SPLIT.
026510     MOVE IN-ROUTING (INS-IDX) TO WS-FALLBACK-ROUTING
026520     MOVE IN-ACCOUNT (INS-IDX) TO WS-FALLBACK-ACCOUNT
026521     MOVE IN-ACCT-TYPE (INS-IDX) TO WS-FALLBACK-ACCT-TYPE
026530     IF IN-REMAINDER (INS-IDX)
026540         MOVE "Y" TO WS-REMAINDER-SW
026550         MOVE IN-ROUTING (INS-IDX) TO WS-REMAINDER-ROUTING
026560         MOVE IN-ACCOUNT (INS-IDX) TO WS-REMAINDER-ACCOUNT
026561         MOVE IN-ACCT-TYPE (INS-IDX) TO WS-REMAINDER-ACCT-TYPE
026570         GO TO 6830-NEXT
026580     END-IF
026590     IF IN-PERCENT (INS-IDX)
026680     IF WS-SPLIT-AMOUNT > 0
026690         MOVE IN-ROUTING (INS-IDX) TO WS-SPLIT-ROUTING
026700         MOVE IN-ACCOUNT (INS-IDX) TO WS-SPLIT-ACCOUNT
026701         MOVE IN-ACCT-TYPE (INS-IDX) TO WS-SPLIT-ACCT-TYPE
026710         SUBTRACT WS-SPLIT-AMOUNT FROM WS-DD-REMAINING
026720         PERFORM 6860-WRITE-SPLIT-DETAIL THRU 6860-EXIT
026730     END-IF.
026870     MOVE WS-SPLIT-ROUTING TO DD-BANK-ROUTING
026880     MOVE WS-SPLIT-ACCOUNT TO DD-BANK-ACCOUNT
026890     MOVE WS-SPLIT-AMOUNT  TO DD-NET-AMOUNT
026891     MOVE WS-SPLIT-ACCT-TYPE TO DD-ACCOUNT-TYPE
026900     WRITE DD-DETAIL-RECORD
026901     ADD 1 TO WS-DDEXTR-WRITTEN
026910     ADD 1               TO WS-DD-DETAIL-COUNT
026920     ADD WS-SPLIT-AMOUNT TO WS-DD-TOTAL-NET.
026930 6860-EXIT.
027040     MOVE WS-DED-AMOUNT         TO RM-AMOUNT
027050     MOVE WS-PERIOD-DATE        TO RM-PERIOD-DATE
027060     WRITE DEDUCTION-REMIT-RECORD
027061     ADD 1 TO WS-DEDREMIT-WRITTEN
027070     ADD WS-DED-AMOUNT TO WS-REMIT-TOTAL
027080     PERFORM 6885-POST-PAYEE-TOTAL THRU 6885-EXIT.
027090 6880-EXIT.
027540             UNTIL PY-IDX > WS-PAYEE-COUNT
027550     END-IF
027560     MOVE WS-REMIT-TOTAL TO RR-TOTAL-AMOUNT
027570     WRITE REMITTANCE-REGISTER-RECORD FROM RR-TOTAL-LINE
027571     MOVE WS-RETAIN-TOTAL TO RR-RETAIN-AMOUNT
027572     WRITE REMITTANCE-REGISTER-RECORD FROM RR-RETAIN-LINE.
027580 6890-EXIT.
027590     EXIT.
027600*----------------------------------------------------------*
028120     MOVE "T"                 TO DD-TRL-RECORD-TYPE
028130     MOVE WS-DD-DETAIL-COUNT  TO DD-TRL-DETAIL-COUNT
028140     MOVE WS-DD-TOTAL-NET     TO DD-TRL-TOTAL-NET
028150     WRITE DD-TRAILER-RECORD
028151     ADD 1 TO WS-DDEXTR-WRITTEN.
028160 6900-EXIT.
028170     EXIT.
028180*----------------------------------------------------------*
028220* CASH FOR NET PAY. THE FILE IS ONLY RELEASED WHEN DEBITS    *
028230* EQUAL CREDITS - AN UNBALANCED RUN WRITES NOTHING AND       *
028240* FAILS, SO ACCOUNTING NEVER LOADS A ONE-SIDED ENTRY.        *
028241* WAGES AND EMPLOYER TAXES CHARGED TO JOBS ARE DEBITED TO    *
028242* EACH JOB'S ACCOUNT; ONLY THE REST OF THE TAXES GO TO       *
028243* PAYROLL TAX EXPENSE.                                       *
028250*----------------------------------------------------------*
028260 6930-WRITE-GL-EXTRACT.
028270     COMPUTE WS-GL-DEBITS = CONTROL-TOTAL-GROSS
028280         + WS-RUN-ERFICA-TOTAL + WS-RUN-UNEMP-TOTAL
028281         + WS-RUN-MATCH-TOTAL
028290     COMPUTE WS-GL-CREDITS =
028300         WS-RUN-FED-TOTAL + WS-RUN-FICA-TOTAL
028310             + WS-RUN-STATE-TOTAL + WS-RUN-DED-TOTAL
028320             + WS-RUN-NET-TOTAL
028330             + WS-RUN-ERFICA-TOTAL + WS-RUN-UNEMP-TOTAL
028331             + WS-RUN-MATCH-TOTAL
028340     IF WS-GL-DEBITS NOT = WS-GL-CREDITS
028350         DISPLAY "GL EXTRACT OUT OF BALANCE - DEBITS "
028360             WS-GL-DEBITS " CREDITS " WS-GL-CREDITS
028430         SET LT-IDX TO 1
028440         PERFORM 6920-WRITE-LOCATION-DEBIT THRU 6920-EXIT
028450             UNTIL LT-IDX > WS-LOC-COUNT
028451     END-IF
028452     IF WS-JOB-COUNT > 0
028453         SET JT-IDX TO 1
028454         PERFORM 6922-WRITE-JOB-DEBIT THRU 6922-EXIT
028455             UNTIL JT-IDX > WS-JOB-COUNT
028460     END-IF
028470     MOVE "21100000" TO GL-ACCOUNT
028480     MOVE "C"        TO GL-DEBIT-CREDIT
028730     MOVE "D"        TO GL-DEBIT-CREDIT
028740     COMPUTE GL-AMOUNT =
028750         WS-RUN-ERFICA-TOTAL + WS-RUN-UNEMP-TOTAL
028751             - WS-JOB-TAX-TOTAL
028760     MOVE "PAYROLL TAX EXPENSE"     TO GL-DESCRIPTION
028770     PERFORM 6940-WRITE-GL-RECORD THRU 6940-EXIT
028780     MOVE "21210000" TO GL-ACCOUNT
028850     MOVE WS-RUN-UNEMP-TOTAL TO GL-AMOUNT
028860     MOVE "UNEMPLOYMENT TAX PAYABLE" TO GL-DESCRIPTION
028870     PERFORM 6940-WRITE-GL-RECORD THRU 6940-EXIT
028871     IF WS-HAVE-PLANCTL
028872         MOVE WS-PLAN-EXPENSE-ACCT TO GL-ACCOUNT
028873         MOVE "D"                  TO GL-DEBIT-CREDIT
028874         MOVE WS-RUN-MATCH-TOTAL   TO GL-AMOUNT
028875         MOVE "401(K) MATCH EXPENSE"    TO GL-DESCRIPTION
028876         PERFORM 6940-WRITE-GL-RECORD THRU 6940-EXIT
028877         MOVE WS-PLAN-LIABLE-ACCT  TO GL-ACCOUNT
028878         MOVE "C"                  TO GL-DEBIT-CREDIT
028879         MOVE WS-RUN-MATCH-TOTAL   TO GL-AMOUNT
028880         MOVE "401(K) MATCH PAYABLE"    TO GL-DESCRIPTION
028881         PERFORM 6940-WRITE-GL-RECORD THRU 6940-EXIT
028882     END-IF
028880     CLOSE GL-EXTRACT.
028890 6930-EXIT.
028900     EXIT.
029060 6920-EXIT.
029070     EXIT.
029080*----------------------------------------------------------*
029081* 6922-WRITE-JOB-DEBIT - THE WAGES AND EMPLOYER-TAX DEBITS  *
029082* FOR ONE JOB BUCKET, TO THE JOB'S OWN ACCOUNT.             *
029083*----------------------------------------------------------*
029084 6922-WRITE-JOB-DEBIT.
029085     MOVE JT-ACCOUNT (JT-IDX)  TO GL-ACCOUNT
029086     MOVE "D"                  TO GL-DEBIT-CREDIT
029087     MOVE JT-GROSS (JT-IDX)    TO GL-AMOUNT
029088     MOVE JT-JOB-CODE (JT-IDX) TO WS-GL-WAGES-JOB
029089     MOVE WS-GL-JOB-WAGES-DESC TO GL-DESCRIPTION
029090     PERFORM 6940-WRITE-GL-RECORD THRU 6940-EXIT
029091     IF JT-TAX (JT-IDX) > 0
029092         MOVE JT-ACCOUNT (JT-IDX)  TO GL-ACCOUNT
029093         MOVE "D"                  TO GL-DEBIT-CREDIT
029094         MOVE JT-TAX (JT-IDX)      TO GL-AMOUNT
029095         MOVE JT-JOB-CODE (JT-IDX) TO WS-GL-TAX-JOB
029096         MOVE WS-GL-JOB-TAX-DESC   TO GL-DESCRIPTION
029097         PERFORM 6940-WRITE-GL-RECORD THRU 6940-EXIT
029098     END-IF
029099     SET JT-IDX UP BY 1.
029100 6922-EXIT.
029101     EXIT.
029102*----------------------------------------------------------*
029103* 6925-SUM-JOB-TOTALS - THE RUN'S GROSS AND EMPLOYER TAXES  *
029104* CHARGED TO JOBS, FOR THE GL AND THE REPORTS.              *
029105*----------------------------------------------------------*
029106 6925-SUM-JOB-TOTALS.
029107     MOVE ZEROS TO WS-JOB-GROSS-TOTAL
029108     MOVE ZEROS TO WS-JOB-TAX-TOTAL
029109     IF WS-JOB-COUNT > 0
029110         SET JT-IDX TO 1
029111         PERFORM 6926-ADD-JOB-TOTAL THRU 6926-EXIT
029112             UNTIL JT-IDX > WS-JOB-COUNT
029113     END-IF.
029114 6925-EXIT.
029115     EXIT.
029116*----------------------------------------------------------*
029117* 6926-ADD-JOB-TOTAL - ADD ONE JOB BUCKET INTO THE TOTALS   *
029118*----------------------------------------------------------*
029119 6926-ADD-JOB-TOTAL.
029120     ADD JT-GROSS (JT-IDX) TO WS-JOB-GROSS-TOTAL
029121     ADD JT-TAX (JT-IDX)   TO WS-JOB-TAX-TOTAL
029122     SET JT-IDX UP BY 1.
029123 6926-EXIT.
029124     EXIT.
029125*----------------------------------------------------------*
029090* 6910-WRITE-LABOR-REPORT - THE LABOR-COST-BY-LOCATION      *
029100* SUMMARY: ONE LINE PER LOCATION WITH ITS HEADCOUNT,        *
029110* GROSS, AND GL ACCOUNT, AND THE RUN TOTAL. GROSS CHARGED   *
029111* TO JOBS SHOWS ON ONE LINE OF ITS OWN - LABDIST BREAKS IT  *
029112* DOWN.                                                     *
029120*----------------------------------------------------------*
029130 6910-WRITE-LABOR-REPORT.
029140     WRITE LABOR-COST-RECORD FROM LB-HEADING-1
029170         SET LT-IDX TO 1
029180         PERFORM 6912-WRITE-ONE-LOCATION THRU 6912-EXIT
029190             UNTIL LT-IDX > WS-LOC-COUNT
029191     END-IF
029192     IF WS-JOB-COUNT > 0
029193         MOVE "CHARGED TO JOBS"  TO LB-LOCATION
029194         MOVE ZEROS              TO LB-EMPS
029195         MOVE WS-JOB-GROSS-TOTAL TO LB-GROSS
029196         MOVE SPACES             TO LB-ACCOUNT
029197         MOVE "LABDIST"          TO LB-FLAG
029198         WRITE LABOR-COST-RECORD FROM LB-DETAIL-LINE
029200     END-IF
029210     MOVE CONTROL-TOTAL-GROSS TO LB-TOTAL-GROSS
029220     WRITE LABOR-COST-RECORD FROM LB-TOTAL-LINE.
029380     WRITE LABOR-COST-RECORD FROM LB-DETAIL-LINE
029390     SET LT-IDX UP BY 1.
029400 6912-EXIT.
029401     EXIT.
029402*----------------------------------------------------------*
029403* 6915-WRITE-LABOR-DIST - CLOSE THE LABOR-DISTRIBUTION      *
029404* REPORT WITH ONE LINE PER JOB (HEADCOUNT, HOURS, GROSS,    *
029405* EMPLOYER TAXES, ACCOUNT), THE SHARE LEFT WITH THE         *
029406* LOCATIONS, AND THE RUN TOTAL.                             *
029407*----------------------------------------------------------*
029408 6915-WRITE-LABOR-DIST.
029409     WRITE LABOR-DIST-RECORD FROM LD-JOB-HEADING
029410     IF WS-JOB-COUNT > 0
029411         SET JT-IDX TO 1
029412         PERFORM 6916-WRITE-ONE-JOB THRU 6916-EXIT
029413             UNTIL JT-IDX > WS-JOB-COUNT
029414     END-IF
029415     MOVE SPACES                TO LD-JOB-CODE
029416     MOVE "LOCATIONS - LABORRPT" TO LD-JOB-DESC
029417     MOVE ZEROS                 TO LD-JOB-EMPS
029418     MOVE ZEROS                 TO LD-JOB-HOURS
029419     COMPUTE LD-JOB-GROSS =
029420         CONTROL-TOTAL-GROSS - WS-JOB-GROSS-TOTAL
029421     COMPUTE LD-JOB-TAX = WS-RUN-ERFICA-TOTAL + WS-RUN-UNEMP-TOTAL
029422         - WS-JOB-TAX-TOTAL
029423     MOVE SPACES                TO LD-JOB-ACCOUNT
029424     WRITE LABOR-DIST-RECORD FROM LD-JOB-LINE
029425     MOVE "TOTAL LABOR COST"    TO LD-JOB-DESC
029426     MOVE WS-PAID-COUNT         TO LD-JOB-EMPS
029427     MOVE CONTROL-TOTAL-GROSS   TO LD-JOB-GROSS
029428     COMPUTE LD-JOB-TAX = WS-RUN-ERFICA-TOTAL + WS-RUN-UNEMP-TOTAL
029429     MOVE SPACES                TO LD-JOB-ACCOUNT
029430     WRITE LABOR-DIST-RECORD FROM LD-JOB-LINE.
029431 6915-EXIT.
029432     EXIT.
029433*----------------------------------------------------------*
029434* 6916-WRITE-ONE-JOB - ONE SUMMARY LINE PER JOB BUCKET      *
029435*----------------------------------------------------------*
029436 6916-WRITE-ONE-JOB.
029437     MOVE JT-JOB-CODE (JT-IDX)  TO LD-JOB-CODE
029438     MOVE SPACES                TO LD-JOB-DESC
029439     SET JM-IDX TO 1
029440     SEARCH JM-ENTRY
029441         AT END CONTINUE
029442         WHEN JMT-JOB-CODE (JM-IDX) = JT-JOB-CODE (JT-IDX)
029443             MOVE JMT-DESCRIPTION (JM-IDX) TO LD-JOB-DESC
029444     END-SEARCH
029445     MOVE JT-EMP-COUNT (JT-IDX) TO LD-JOB-EMPS
029446     MOVE JT-HOURS (JT-IDX)     TO LD-JOB-HOURS
029447     MOVE JT-GROSS (JT-IDX)     TO LD-JOB-GROSS
029448     MOVE JT-TAX (JT-IDX)       TO LD-JOB-TAX
029449     MOVE JT-ACCOUNT (JT-IDX)   TO LD-JOB-ACCOUNT
029450     WRITE LABOR-DIST-RECORD FROM LD-JOB-LINE
029451     SET JT-IDX UP BY 1.
029452 6916-EXIT.
029410     EXIT.
029420*----------------------------------------------------------*
029430* 6935-WRITE-TAX-LIABILITY - WHAT THE PERIOD OWES THE       *
029950         MOVE "TERMINATED" TO SK-REASON
029960     END-IF
029970     WRITE SKIP-REPORT-RECORD FROM SK-DETAIL-LINE
029971     ADD 1 TO WS-PAYSKIP-WRITTEN
029980     ADD 1 TO WS-SKIP-COUNT.
029990 6950-EXIT.
030000     EXIT.
030160     MOVE PM-LAST-PERIOD-DATE TO SK-STATUS-DATE
030170     MOVE "ALREADY PAID PERIOD" TO SK-REASON
030180     WRITE SKIP-REPORT-RECORD FROM SK-DETAIL-LINE
030181     ADD 1 TO WS-PAYSKIP-WRITTEN
030190     ADD 1 TO WS-SKIP-COUNT
030200     ADD 1 TO WS-RERUN-SKIP-COUNT.
030210 6960-EXIT.
030320     MOVE PM-LAST-SUPP-DATE TO SK-STATUS-DATE
030330     MOVE "ALREADY PAID SUPP" TO SK-REASON
030340     WRITE SKIP-REPORT-RECORD FROM SK-DETAIL-LINE
030341     ADD 1 TO WS-PAYSKIP-WRITTEN
030350     ADD 1 TO WS-SKIP-COUNT
030360     ADD 1 TO WS-RERUN-SKIP-COUNT.
030370 6965-EXIT.
030470 6980-WRITE-SHORTFALL-WARNING.
030480     MOVE WS-RERUN-SKIP-COUNT TO SK-SHORT-COUNT
030490     WRITE SKIP-REPORT-RECORD FROM SK-SHORTFALL-LINE
030491     ADD 1 TO WS-PAYSKIP-WRITTEN
030500     DISPLAY "PAYROL00: " WS-RERUN-SKIP-COUNT
030510         " ALREADY-PAID RECORDS HAVE NO EXTRACT DETAIL"
030520         " THIS RUN - COMBINE WITH THE PRIOR RUN'S OUTPUT".
030840     MOVE TOTAL-DEDUCTIONS    TO PD-DEDUCTIONS
030850     MOVE NET-PAY             TO PD-NET
030860     MOVE WS-YTD-GROSS-BEFORE TO PD-YTD-GROSS-BEFORE
030861     MOVE WS-FED-WAGES        TO PD-FED-WAGES
030862     MOVE WS-FICA-WAGES       TO PD-FICA-WAGES
030863     MOVE WS-STATE-WAGES      TO PD-STATE-WAGES
030864     MOVE WS-YTD-FICA-BEFORE  TO PD-YTD-FICA-BEFORE
030865     COMPUTE PD-OT-PREMIUM = OVERTIME-PAY - OVERTIME-HOURS * RATE
030866     MOVE WS-PLAN-PRETAX-DEFERRAL TO PD-PRETAX-401K
030867     MOVE WS-PLAN-ROTH-DEFERRAL   TO PD-ROTH-401K
030870     IF PM-SALARIED
030880         MOVE "S" TO PD-PAY-TYPE
030890     ELSE
030900         MOVE "H" TO PD-PAY-TYPE
030910     END-IF
030920     MOVE WS-DETAIL-RUN-TYPE TO PD-RUN-TYPE
030930     WRITE PAY-DETAIL-RECORD
030931     ADD 1 TO WS-PAYDETL-WRITTEN.
030940 6970-EXIT.
030950     EXIT.
030960*----------------------------------------------------------*
031190 6570-EXIT.
031200     EXIT.
031210*----------------------------------------------------------*
031211* 6990-WRITE-PLAN-CONTRIBUTION - ONE RECORDKEEPER DETAIL    *
031212* PER PLAN PARTICIPANT PAID THIS PERIOD, EVEN WHEN NOTHING  *
031213* WAS DEFERRED, SO THE RECORDKEEPER SEES GROSS AND HOURS    *
031214* FOR EVERY ENROLLED EMPLOYEE.                              *
031215*----------------------------------------------------------*
031216 6990-WRITE-PLAN-CONTRIBUTION.
031217     MOVE SPACES             TO RK-DETAIL-RECORD
031218     MOVE "D"                TO RK-RECORD-TYPE
031219     MOVE WS-PLAN-NUMBER     TO RK-PLAN-NUMBER
031220     MOVE WS-PERIOD-DATE     TO RK-PERIOD-DATE
031221     MOVE PM-EMPLOYEE-ID     TO RK-EMPLOYEE-ID
031222     MOVE PM-SSN             TO RK-SSN
031223     MOVE WHO                TO RK-NAME
031224     MOVE WS-PLAN-DEFERRAL   TO RK-DEFERRAL
031225     MOVE WS-PLAN-MATCH      TO RK-MATCH
031226     MOVE GROSS-RAY          TO RK-GROSS
031227     MOVE PM-YTD-HOURS       TO RK-YTD-HOURS
031228     IF WS-PLAN-ELIGIBLE
031229         MOVE "Y" TO RK-MATCH-ELIGIBLE
031230     ELSE
031231         MOVE "N" TO RK-MATCH-ELIGIBLE
031232     END-IF
031233     WRITE RK-DETAIL-RECORD
031234     ADD 1 TO WS-RKCONTR-WRITTEN
031235     ADD 1                TO WS-RK-DETAIL-COUNT
031236     ADD WS-PLAN-DEFERRAL TO WS-RK-TOTAL-DEFERRAL
031237     ADD WS-PLAN-MATCH    TO WS-RK-TOTAL-MATCH.
031238 6990-EXIT.
031239     EXIT.
031240*----------------------------------------------------------*
031241* 6995-WRITE-PLAN-TRAILER - COUNT AND TOTALS OF THE DETAILS *
031242* SO THE RECORDKEEPER CAN PROVE THE FILE ARRIVED WHOLE.     *
031243*----------------------------------------------------------*
031244 6995-WRITE-PLAN-TRAILER.
031245     MOVE SPACES               TO RK-TRAILER-RECORD
031246     MOVE "T"                  TO RK-TRL-RECORD-TYPE
031247     MOVE WS-PLAN-NUMBER       TO RK-TRL-PLAN-NUMBER
031248     MOVE WS-PERIOD-DATE       TO RK-TRL-PERIOD-DATE
031249     MOVE WS-RK-DETAIL-COUNT   TO RK-TRL-DETAIL-COUNT
031250     MOVE WS-RK-TOTAL-DEFERRAL TO RK-TRL-TOTAL-DEFERRAL
031251     MOVE WS-RK-TOTAL-MATCH    TO RK-TRL-TOTAL-MATCH
031252     COMPUTE RK-TRL-TOTAL-AMOUNT =
031253         WS-RK-TOTAL-DEFERRAL + WS-RK-TOTAL-MATCH
031254     WRITE RK-TRAILER-RECORD
031255     ADD 1 TO WS-RKCONTR-WRITTEN
031256     IF WS-MATCH-NO-HIRE-COUNT > 0
031257         DISPLAY "PAYROL00: " WS-MATCH-NO-HIRE-COUNT
031258             " PLAN PARTICIPANT(S) WITH NO HIRE DATE -"
031259             " NO EMPLOYER MATCH"
031260     END-IF.
031261 6995-EXIT.
031262     EXIT.
031263*----------------------------------------------------------*
031220* 7000-TERMINATE - PRINT CONTROL TOTAL, CLOSE FILES         *
031230*----------------------------------------------------------*
031240 7000-TERMINATE.
031260     IF WS-YEAR-END-RUN
031270         CLOSE GROSS-WORK-FILE
031280     ELSE
031281         IF WS-OTHER-GROUP-COUNT > 0
031282             DISPLAY "PAYROL00: " WS-OTHER-GROUP-COUNT
031283                 " EMPLOYEES IN OTHER PAY GROUPS NOT PAID"
031284                 " THIS RUN"
031285         END-IF
031290         IF WS-RERUN-SKIP-COUNT > 0 AND WS-PAID-COUNT = 0
031300             DISPLAY "PAYROL00: PERIOD " WS-PERIOD-DATE
031310                 " ALREADY PROCESSED - RERUN REFUSED,"
031400             PERFORM 6500-WRITE-GROSS-CONTROL-OUT THRU 6500-EXIT
031410             PERFORM 6900-WRITE-DD-TRAILER THRU 6900-EXIT
031420             PERFORM 6560-WRITE-DEDUCTION-YTD THRU 6560-EXIT
031421             IF WS-HAVE-PLANCTL
031422                 PERFORM 6995-WRITE-PLAN-TRAILER THRU 6995-EXIT
031423             END-IF
031430             PERFORM 6890-WRITE-REMIT-REGISTER THRU 6890-EXIT
031440             IF WS-DED-CHANGED
031450                 PERFORM 6895-WRITE-DEDUCTION-MASTER
031460                     THRU 6895-EXIT
031470             END-IF
031471             PERFORM 6925-SUM-JOB-TOTALS THRU 6925-EXIT
031480             PERFORM 6930-WRITE-GL-EXTRACT THRU 6930-EXIT
031490             PERFORM 6935-WRITE-TAX-LIABILITY THRU 6935-EXIT
031500             PERFORM 6910-WRITE-LABOR-REPORT THRU 6910-EXIT
031501             PERFORM 6915-WRITE-LABOR-DIST THRU 6915-EXIT
031510             IF WS-RERUN-SKIP-COUNT > 0
031520                 PERFORM 6980-WRITE-SHORTFALL-WARNING
031530                     THRU 6980-EXIT
031730         CLOSE TAX-LIABILITY-REPORT
031740         CLOSE COST-CENTER-EXCEPTIONS
031750         CLOSE LABOR-COST-REPORT
031751         CLOSE LABOR-DIST-REPORT
031760         MOVE WS-SKIP-COUNT TO SK-TOTAL-COUNT
031770         WRITE SKIP-REPORT-RECORD FROM SK-TOTAL-LINE
031771         ADD 1 TO WS-PAYSKIP-WRITTEN
031780         CLOSE SKIP-REPORT
031790     END-IF
031800     CLOSE GROSS-CONTROL-OUT
031810     IF WS-HAVE-EMPMSTR
031820         CLOSE EMPLOYEE-MASTER
031821     END-IF
031822     IF WS-HAVE-EMPADDR
031823         CLOSE EMPLOYEE-ADDRESS
031824     END-IF
031825     IF WS-HAVE-PLANCTL
031826         CLOSE RECORDKEEPER-CONTRIBUTIONS
031827     END-IF
031828     IF WS-CKPT-STARTED
031829         PERFORM 3950-CLEAR-CHECKPOINT THRU 3950-EXIT
031830     END-IF
031840     MOVE 0 TO RETURN-CODE
031850     IF WS-PAYROLL-FAILED
