002206*                   HOURLY AND LEAVES A CHANGE ALONE; A     *
002207*                   SALARIED TRANSACTION MUST CARRY A       *
002208*                   SALARY IN RANGE OR IT IS REFUSED.       *
002209* 2026-10-15  LIBI  TRANSACTIONS NOW CARRY THE W-4          *
002210*                   ELECTIONS (FILING STATUS, DEPENDENTS    *
002211*                   CREDIT, EXTRA WITHHOLDING). THE STATUS  *
002212*                   MUST BE S, M, H, OR SPACE; A SPACE      *
002213*                   DEFAULTS AN ADD TO SINGLE AND LEAVES    *
002214*                   ALL THREE ELECTIONS ALONE ON A CHANGE.  *
002215*                   THE TWO AMOUNTS GO THROUGH THE SHARED   *
002216*                   RANGE EDIT WHENEVER A STATUS IS KEYED.  *
002217* 2026-10-15  LIBI  AN ADD STARTS THE YEAR-TO-DATE HOURS    *
002218*                   FIELD AT ZERO.                          *
002219* 2026-10-15  LIBI  AN ADD STARTS THE YEAR- AND QUARTER-TO- *
002220*                   DATE FEDERAL, FICA AND STATE TAXABLE    *
002221*                   WAGES AT ZERO.                          *
002222* 2026-10-15  LIBI  A CHANGE THAT TERMINATES AN EMPLOYEE    *
002223*                   NOW FIGURES THE FINAL LEAVE PAYOUT: THE *
002224*                   VACATION BALANCE AT THE HOURLY RATE     *
002225*                   (SALARY OVER STANDARD HOURS FOR         *
002226*                   SALARIED STAFF), PLUS THE SICK BALANCE  *
002227*                   WHERE THE LOCATION'S LOCSTATE RULE PAYS *
002228*                   IT OUT. THE PAYOUT IS APPENDED TO       *
002229*                   SUPPTRAN FOR THE SUPPLEMENTAL RUN, BOTH *
002230*                   BALANCES ARE ZEROED, AND EVERY          *
002231*                   TERMINATION IS LISTED ON THE NEW        *
002232*                   FINALPAY REPORT FOR HR SIGN-OFF.        *
002233* 2026-10-15  LIBI  EVERY TRANSACTION NOW CARRIES THE       *
002234*                   ENTERING OPERATOR, WHO MUST HOLD AN     *
002235*                   OPERAUTH ENTRY FOR PAYMAINT AND THE     *
002236*                   ACTION KEYED OR THE TRANSACTION IS      *
002237*                   REFUSED. A CHANGE THAT MOVES THE HOURLY *
002238*                   RATE, PAY TYPE, OR SALARY IS NOT        *
002239*                   APPLIED BUT HELD ON MNTPEND UNTIL A     *
002240*                   DIFFERENT OPERATOR, AUTHORIZED TO       *
002241*                   APPROVE, KEYS A V FOR THE EMPLOYEE. THE *
002242*                   AUDIT REPORT NOW SHOWS WHO ENTERED AND  *
002243*                   WHO APPROVED EACH LINE.                 *
002244* 2026-10-15  LIBI  TRANSACTIONS NOW CARRY THE PAY GROUP,   *
002245*                   CHECKED AGAINST THE PAYGRP CONTROL      *
002246*                   FILE. SPACES ON AN ADD PUTS THE         *
002247*                   EMPLOYEE IN THE ORIGINAL WEEKLY         *
002248*                   PAYROLL; ON A CHANGE IT KEEPS THE       *
002249*                   MASTER'S GROUP. A SALARIED FINAL-PAY    *
002250*                   RATE IS NOW THE GROUP'S PER-PERIOD      *
002251*                   SALARY OVER THE GROUP'S STANDARD HOURS. *
002252* 2026-10-15  LIBI  TRANSACTIONS NOW CARRY THE WORKERS'     *
002253*                   COMPENSATION CLASS CODE, WHICH MUST     *
002254*                   APPEAR ON THE WCRATE CONTROL FILE.      *
002255*                   SPACES ON A CHANGE KEEPS THE MASTER'S   *
002256*                   CLASS.                                  *
002257* 2026-10-15  LIBI  AN ADD STARTS THE NEW YTD TAX AND       *
002258*                   401(K) DEFERRAL BUCKETS AT ZERO.        *
002200*----------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
003700     SELECT MAINTENANCE-REPORT ASSIGN TO "PAYMRPT"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-PAYMRPT-STATUS.
003901     SELECT SUPPLEMENTAL-PAY ASSIGN TO "SUPPTRAN"
003902         ORGANIZATION IS LINE SEQUENTIAL
003903         FILE STATUS IS WS-SUPPTRAN-STATUS.
003904     SELECT LOCATION-STATE ASSIGN TO "LOCSTATE"
003905         ORGANIZATION IS LINE SEQUENTIAL
003906         FILE STATUS IS WS-LOCSTATE-STATUS.
003907     SELECT FINAL-PAY-REPORT ASSIGN TO "FINALPAY"
003908         ORGANIZATION IS LINE SEQUENTIAL
003909         FILE STATUS IS WS-FINALPAY-STATUS.
003910     SELECT OPERATOR-AUTHORIZATION ASSIGN TO "OPERAUTH"
003911         ORGANIZATION IS LINE SEQUENTIAL
003912         FILE STATUS IS WS-OPERAUTH-STATUS.
003918     SELECT PAY-GROUP-CONTROL ASSIGN TO "PAYGRP"
003919         ORGANIZATION IS LINE SEQUENTIAL
003920         FILE STATUS IS WS-PAYGRP-STATUS.
003921     SELECT WC-RATE-CONTROL ASSIGN TO "WCRATE"
003922         ORGANIZATION IS LINE SEQUENTIAL
003923         FILE STATUS IS WS-WCRATE-STATUS.
003924     SELECT MAINTENANCE-PENDING ASSIGN TO "MNTPEND"
003925         ORGANIZATION IS INDEXED
003926         ACCESS MODE IS RANDOM
003927         RECORD KEY IS MP-KEY
003928         FILE STATUS IS WS-MNTPEND-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  PAYROLL-MASTER
004700 COPY PAYTRAN.
004800 FD  MAINTENANCE-REPORT
004900     LABEL RECORDS ARE STANDARD.
005000 01  MAINTENANCE-REPORT-RECORD   PIC X(100).
005001 FD  SUPPLEMENTAL-PAY
005002     LABEL RECORDS ARE STANDARD.
005003 COPY SUPPTRAN.
005004 FD  LOCATION-STATE
005005     LABEL RECORDS ARE STANDARD.
005006 COPY LOCSTATE.
005007 FD  FINAL-PAY-REPORT
005008     LABEL RECORDS ARE STANDARD.
005009 01  FINAL-PAY-REPORT-RECORD     PIC X(132).
005010 FD  OPERATOR-AUTHORIZATION
005011     LABEL RECORDS ARE STANDARD.
005012 COPY OPERAUTH.
005016 FD  PAY-GROUP-CONTROL
005017     LABEL RECORDS ARE STANDARD.
005018 COPY PAYGRP.
005019 FD  WC-RATE-CONTROL
005020     LABEL RECORDS ARE STANDARD.
005021 COPY WCRATE.
005022 FD  MAINTENANCE-PENDING
005023     LABEL RECORDS ARE STANDARD.
005024 COPY MNTPEND.
005100 WORKING-STORAGE SECTION.
005200*----------------------------------------------------------*
005300* FILE STATUS AND CONTROL SWITCHES                          *
006600 77  WS-EDIT-SWITCH          PIC X(01) VALUE "Y".
006700     88  WS-EDITS-PASSED               VALUE "Y".
006800     88  WS-EDITS-FAILED               VALUE "N".
006801 77  WS-SUPPTRAN-STATUS      PIC X(02) VALUE ZEROS.
006802     88  WS-SUPPTRAN-OK                VALUE "00".
006803 77  WS-LOCSTATE-STATUS      PIC X(02) VALUE ZEROS.
006804     88  WS-LOCSTATE-OK                VALUE "00".
006805 77  WS-LOCSTATE-EOF-SW      PIC X(01) VALUE "N".
006806     88  WS-LOCSTATE-EOF               VALUE "Y".
006807 77  WS-FINALPAY-STATUS      PIC X(02) VALUE ZEROS.
006808     88  WS-FINALPAY-OK                VALUE "00".
006809 77  WS-RUN-DATE             PIC 9(08) VALUE ZEROS.
006810*----------------------------------------------------------*
006811* LOCATION-TO-STATE MAPPING WITH EACH STATE'S SICK-LEAVE    *
006812* PAYOUT RULE                                               *
006813*----------------------------------------------------------*
006814 77  WS-LS-COUNT             PIC 9(03) COMP VALUE ZERO.
006815 01  LOCATION-STATE-TABLE.
006816     05  LS-ENTRY OCCURS 1 TO 50 TIMES
006817         DEPENDING ON WS-LS-COUNT
006818         INDEXED BY LS-IDX.
006819         10  LST-LOCATION    PIC X(20).
006820         10  LST-STATE       PIC X(02).
006821         10  LST-SICK-PAYOUT PIC X(01).
006822*----------------------------------------------------------*
006823* FINAL-PAY LEAVE PAYOUT FOR ONE TERMINATION                *
006824*----------------------------------------------------------*
006825 77  WS-STANDARD-HOURS       PIC 9(03) VALUE 40.
006826 77  WS-PERIODS-PER-YEAR     PIC 9(02) VALUE 52.
006827 77  WS-WEEKS-PER-YEAR       PIC 9(02) VALUE 52.
006828 77  WS-PRIOR-STATUS         PIC X(01) VALUE SPACE.
006829 77  WS-FINAL-PAY-SW         PIC X(01) VALUE SPACE.
006830     88  WS-FP-NONE                    VALUE SPACE.
006831     88  WS-FP-PAYOUT                  VALUE "P".
006832     88  WS-FP-HELD                    VALUE "H".
006833 77  WS-SICK-RULE-SW         PIC X(01) VALUE "N".
006834     88  WS-SICK-PAID-OUT              VALUE "Y".
006835 77  WS-FP-STATE             PIC X(02) VALUE SPACES.
006836 77  WS-FP-VAC-HOURS         PIC 9(04)V99 VALUE ZEROS.
006837 77  WS-FP-SICK-HOURS        PIC 9(04)V99 VALUE ZEROS.
006838 77  WS-FP-RATE              PIC 9(05)V99 VALUE ZEROS.
006839 77  WS-FP-VAC-PAY           PIC 9(07) VALUE ZEROS.
006840 77  WS-FP-SICK-PAY          PIC 9(07) VALUE ZEROS.
006841 77  WS-FP-TOTAL-PAY         PIC 9(07) VALUE ZEROS.
006842 77  WS-FP-NOTE              PIC X(34) VALUE SPACES.
006843*----------------------------------------------------------*
006844* OPERATOR SIGN-ON AND APPROVAL FILES                       *
006845*----------------------------------------------------------*
006846 77  WS-OPERAUTH-STATUS      PIC X(02) VALUE ZEROS.
006847     88  WS-OPERAUTH-OK                VALUE "00".
006848 77  WS-OPERAUTH-EOF-SW      PIC X(01) VALUE "N".
006849     88  WS-OPERAUTH-EOF               VALUE "Y".
006850 77  WS-MNTPEND-STATUS       PIC X(02) VALUE ZEROS.
006851     88  WS-MNTPEND-OK                 VALUE "00".
006852*----------------------------------------------------------*
006853* OPERATOR AUTHORIZATIONS FOR THIS PROGRAM, FROM OPERAUTH   *
006854*----------------------------------------------------------*
006855 77  WS-OA-COUNT             PIC 9(03) COMP VALUE ZERO.
006856 01  OPERATOR-AUTH-TABLE.
006857     05  OA-ENTRY OCCURS 1 TO 200 TIMES
006858         DEPENDING ON WS-OA-COUNT
006859         INDEXED BY OA-IDX.
006860         10  OAT-OPERATOR-ID PIC X(08).
006861         10  OAT-ACTION      PIC X(01).
006862 77  WS-AUTH-SWITCH          PIC X(01) VALUE "Y".
006863     88  WS-OPERATOR-AUTHORIZED        VALUE "Y".
006864     88  WS-OPERATOR-NOT-AUTHORIZED    VALUE "N".
006865*----------------------------------------------------------*
006866* DUAL APPROVAL - A RATE OR SALARY CHANGE WAITS ON MNTPEND  *
006867* FOR A SECOND OPERATOR                                     *
006868*----------------------------------------------------------*
006869 77  WS-HOLD-SW              PIC X(01) VALUE "N".
006870     88  WS-HOLD-REQUIRED              VALUE "Y".
006871 77  WS-APPROVAL-SW          PIC X(01) VALUE "N".
006872     88  WS-APPLYING-APPROVAL          VALUE "Y".
006873 77  WS-APPROVED-BY          PIC X(08) VALUE SPACES.
006874 01  WS-PENDING-KEY.
006875     05  WS-PK-PROGRAM       PIC X(08) VALUE "PAYMAINT".
006876     05  WS-PK-EMPLOYEE-ID   PIC 9(09) VALUE ZEROS.
006877     05  WS-PK-SEQUENCE      PIC 9(02) VALUE ZEROS.
006878*----------------------------------------------------------*
006879* PAY GROUPS FROM PAYGRP - FREQUENCY AND STANDARD HOURS.    *
006880* THE SPACES GROUP IS WEEKLY AT 40 HOURS UNLESS LISTED.     *
006881*----------------------------------------------------------*
006882 77  WS-PAYGRP-STATUS        PIC X(02) VALUE ZEROS.
006883     88  WS-PAYGRP-OK                  VALUE "00".
006884 77  WS-PAYGRP-EOF-SW        PIC X(01) VALUE "N".
006885     88  WS-PAYGRP-EOF                 VALUE "Y".
006886 77  WS-PG-FOUND-SW          PIC X(01) VALUE "N".
006887     88  WS-PG-FOUND                   VALUE "Y".
006888 77  WS-PG-COUNT             PIC 9(03) COMP VALUE ZERO.
006889 01  PAY-GROUP-TABLE.
006890     05  PG-ENTRY OCCURS 1 TO 50 TIMES
006891         DEPENDING ON WS-PG-COUNT
006892         INDEXED BY PG-IDX.
006893         10  PGT-PAY-GROUP   PIC X(02).
006894         10  PGT-FREQUENCY   PIC X(01).
006895         10  PGT-STANDARD-HOURS PIC 9(03).
006896*----------------------------------------------------------*
006897* WORKERS' COMPENSATION CLASS CODES ON WCRATE (ANY STATE)   *
006898*----------------------------------------------------------*
006899 77  WS-WCRATE-STATUS        PIC X(02) VALUE ZEROS.
006900     88  WS-WCRATE-OK                  VALUE "00".
006901 77  WS-WCRATE-EOF-SW        PIC X(01) VALUE "N".
006902     88  WS-WCRATE-EOF                 VALUE "Y".
006903 77  WS-WC-FOUND-SW          PIC X(01) VALUE "N".
006904     88  WS-WC-FOUND                   VALUE "Y".
006905 77  WS-WC-COUNT             PIC 9(03) COMP VALUE ZERO.
006906 01  WC-CLASS-TABLE.
006907     05  WC-ENTRY OCCURS 1 TO 200 TIMES
006908         DEPENDING ON WS-WC-COUNT
006909         INDEXED BY WC-IDX.
006910         10  WCT-CLASS-CODE  PIC X(04).
006900*----------------------------------------------------------*
007000* RUN TOTALS FOR THE AUDIT REPORT TRAILER                   *
007100*----------------------------------------------------------*
007300 77  WS-CHANGE-COUNT         PIC 9(05) COMP VALUE ZERO.
007400 77  WS-DELETE-COUNT         PIC 9(05) COMP VALUE ZERO.
007500 77  WS-REJECT-COUNT         PIC 9(05) COMP VALUE ZERO.
007501 77  WS-TERM-COUNT           PIC 9(05) COMP VALUE ZERO.
007502 77  WS-FP-WRITTEN-COUNT     PIC 9(05) COMP VALUE ZERO.
007503 77  WS-FP-HELD-COUNT        PIC 9(05) COMP VALUE ZERO.
007504 77  WS-FP-GRAND-TOTAL       PIC 9(09) VALUE ZEROS.
007505 77  WS-HELD-COUNT           PIC 9(05) COMP VALUE ZERO.
007506 77  WS-APPROVED-COUNT       PIC 9(05) COMP VALUE ZERO.
007600*----------------------------------------------------------*
007700* MAINTENANCE AUDIT REPORT LINE LAYOUTS                     *
007800*----------------------------------------------------------*
008800     05  FILLER              PIC X(15) VALUE "EMPLOYEE".
008900     05  FILLER              PIC X(04) VALUE SPACES.
009000     05  FILLER              PIC X(25) VALUE "RESULT".
009100     05  FILLER              PIC X(02) VALUE SPACES.
009101     05  FILLER              PIC X(10) VALUE "ENTERED BY".
009102     05  FILLER              PIC X(11) VALUE "APPROVED BY".
009200 01  MR-DETAIL-LINE.
009300     05  MR-ACTION           PIC X(06).
009400     05  FILLER              PIC X(04) VALUE SPACES.
009700     05  MR-NAME             PIC X(15).
009800     05  FILLER              PIC X(04) VALUE SPACES.
009900     05  MR-RESULT           PIC X(25).
010000     05  FILLER              PIC X(02) VALUE SPACES.
010001     05  MR-ENTERED-BY       PIC X(08).
010002     05  FILLER              PIC X(02) VALUE SPACES.
010003     05  MR-APPROVED-BY      PIC X(08).
010100 01  MR-TOTAL-LINE.
010200     05  MR-TOTAL-LABEL      PIC X(20).
010300     05  MR-TOTAL-COUNT      PIC ZZZZ9.
010400     05  FILLER              PIC X(55) VALUE SPACES.
010401*----------------------------------------------------------*
010402* FINAL-PAY LEAVE PAYOUT REPORT LINE LAYOUTS                *
010403*----------------------------------------------------------*
010404 01  FP-HEADING-1.
010405     05  FILLER              PIC X(01) VALUE SPACE.
010406     05  FILLER              PIC X(44) VALUE
010407         "FINAL-PAY LEAVE PAYOUT REPORT - HR SIGN-OFF".
010408     05  FILLER              PIC X(10) VALUE "RUN DATE ".
010409     05  FP-RUN-DATE         PIC 9(08).
010410 01  FP-HEADING-2.
010411     05  FILLER              PIC X(01) VALUE SPACE.
010412     05  FILLER              PIC X(11) VALUE "EMPLOYEE ID".
010413     05  FILLER              PIC X(16) VALUE "  NAME".
010414     05  FILLER              PIC X(04) VALUE "ST".
010415     05  FILLER              PIC X(10) VALUE "VAC HOURS".
010416     05  FILLER              PIC X(10) VALUE "SICK HRS".
010417     05  FILLER              PIC X(10) VALUE "HRLY RATE".
010418     05  FILLER              PIC X(09) VALUE "VAC PAY".
010419     05  FILLER              PIC X(09) VALUE "SICK PAY".
010420     05  FILLER              PIC X(10) VALUE "FINAL PAY".
010421     05  FILLER              PIC X(34) VALUE "NOTE".
010422 01  FP-DETAIL-LINE.
010423     05  FILLER              PIC X(01) VALUE SPACE.
010424     05  FP-EMPLOYEE-ID      PIC 9(09).
010425     05  FILLER              PIC X(04) VALUE SPACES.
010426     05  FP-NAME             PIC X(15).
010427     05  FILLER              PIC X(01) VALUE SPACE.
010428     05  FP-STATE            PIC X(02).
010429     05  FILLER              PIC X(02) VALUE SPACES.
010430     05  FP-VAC-HOURS        PIC Z,ZZ9.99.
010431     05  FILLER              PIC X(02) VALUE SPACES.
010432     05  FP-SICK-HOURS       PIC Z,ZZ9.99.
010433     05  FILLER              PIC X(02) VALUE SPACES.
010434     05  FP-RATE             PIC ZZ,ZZ9.99.
010435     05  FILLER              PIC X(01) VALUE SPACE.
010436     05  FP-VAC-PAY          PIC Z,ZZZ,ZZ9.
010437     05  FILLER              PIC X(01) VALUE SPACE.
010438     05  FP-SICK-PAY         PIC Z,ZZZ,ZZ9.
010439     05  FILLER              PIC X(01) VALUE SPACE.
010440     05  FP-TOTAL-PAY        PIC Z,ZZZ,ZZ9.
010441     05  FILLER              PIC X(02) VALUE SPACES.
010442     05  FP-NOTE             PIC X(34).
010443 01  FP-TOTAL-LINE.
010444     05  FILLER              PIC X(01) VALUE SPACE.
010445     05  FP-TOTAL-LABEL      PIC X(30).
010446     05  FP-TOTAL-VALUE      PIC ZZZ,ZZZ,ZZ9.
010447 01  FP-SIGNOFF-LINE.
010448     05  FILLER              PIC X(01) VALUE SPACE.
010449     05  FP-SIGNOFF-LABEL    PIC X(30).
010450     05  FILLER              PIC X(30) VALUE ALL "_".
010451     05  FILLER              PIC X(08) VALUE "  DATE: ".
010452     05  FILLER              PIC X(12) VALUE ALL "_".
010500*----------------------------------------------------------*
010600* SHARED FIELD-EDIT CALL INTERFACE - SEE FLDEDIT            *
010700*----------------------------------------------------------*
013100     OPEN OUTPUT MAINTENANCE-REPORT
013200     WRITE MAINTENANCE-REPORT-RECORD FROM MR-HEADING-1
013300     WRITE MAINTENANCE-REPORT-RECORD FROM MR-HEADING-2
013301     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
013302     OPEN OUTPUT FINAL-PAY-REPORT
013303     MOVE WS-RUN-DATE TO FP-RUN-DATE
013304     WRITE FINAL-PAY-REPORT-RECORD FROM FP-HEADING-1
013305     WRITE FINAL-PAY-REPORT-RECORD FROM FP-HEADING-2
013306     OPEN EXTEND SUPPLEMENTAL-PAY
013307     IF NOT WS-SUPPTRAN-OK
013308         CLOSE SUPPLEMENTAL-PAY
013309         OPEN OUTPUT SUPPLEMENTAL-PAY
013310     END-IF
013311     PERFORM 1500-LOAD-LOCATION-STATES THRU 1500-EXIT
013312     PERFORM 1600-LOAD-AUTHORIZATIONS THRU 1600-EXIT
013319     PERFORM 1700-LOAD-PAY-GROUPS THRU 1700-EXIT
013320     PERFORM 1800-LOAD-WC-CLASSES THRU 1800-EXIT
013321     OPEN I-O MAINTENANCE-PENDING
013322     IF NOT WS-MNTPEND-OK
013323         OPEN OUTPUT MAINTENANCE-PENDING
013324         CLOSE MAINTENANCE-PENDING
013325         OPEN I-O MAINTENANCE-PENDING
013326     END-IF
013400     OPEN INPUT PAYROLL-TRANSACTION
013500     IF NOT WS-PAYTRAN-OK
013600         DISPLAY "PAYTRAN OPEN FAILED, STATUS "
014100         PERFORM 2000-READ-TRANSACTION THRU 2000-EXIT
014200     END-IF.
014300 1000-EXIT.
014301     EXIT.
014302*----------------------------------------------------------*
014303* 1500-LOAD-LOCATION-STATES - READ THE LOCSTATE MAPPING     *
014304* INTO ITS TABLE. A MISSING FILE MEANS NO LOCATION PAYS OUT *
014305* SICK LEAVE AT TERMINATION.                                *
014306*----------------------------------------------------------*
014307 1500-LOAD-LOCATION-STATES.
014308     OPEN INPUT LOCATION-STATE
014309     IF NOT WS-LOCSTATE-OK
014310         MOVE "Y" TO WS-LOCSTATE-EOF-SW
014311         GO TO 1500-EXIT
014312     END-IF
014313     PERFORM 1510-READ-LOCATION-STATE THRU 1510-EXIT
014314     PERFORM 1520-ADD-LOCATION-STATE THRU 1520-EXIT
014315         UNTIL WS-LOCSTATE-EOF
014316     CLOSE LOCATION-STATE.
014317 1500-EXIT.
014318     EXIT.
014319*----------------------------------------------------------*
014320* 1510-READ-LOCATION-STATE - GET THE NEXT MAPPING ENTRY     *
014321*----------------------------------------------------------*
014322 1510-READ-LOCATION-STATE.
014323     READ LOCATION-STATE
014324         AT END
014325             MOVE "Y" TO WS-LOCSTATE-EOF-SW
014326     END-READ.
014327 1510-EXIT.
014328     EXIT.
014329*----------------------------------------------------------*
014330* 1520-ADD-LOCATION-STATE - STORE ONE MAPPING IN THE TABLE  *
014331*----------------------------------------------------------*
014332 1520-ADD-LOCATION-STATE.
014333     IF WS-LS-COUNT < 50
014334         ADD 1 TO WS-LS-COUNT
014335         SET LS-IDX TO WS-LS-COUNT
014336         MOVE LS-LOCATION    TO LST-LOCATION (LS-IDX)
014337         MOVE LS-STATE-CODE  TO LST-STATE (LS-IDX)
014338         MOVE LS-SICK-PAYOUT TO LST-SICK-PAYOUT (LS-IDX)
014339     ELSE
014340         DISPLAY "PAYMAINT: LOCSTATE TABLE FULL"
014341     END-IF
014342     PERFORM 1510-READ-LOCATION-STATE THRU 1510-EXIT.
014343 1520-EXIT.
014344     EXIT.
014345*----------------------------------------------------------*
014346* 1600-LOAD-AUTHORIZATIONS - KEEP THE OPERAUTH ENTRIES FOR   *
014347* PAYMAINT. WITHOUT THE FILE NO OPERATOR IS AUTHORIZED, SO   *
014348* EVERY TRANSACTION IS REFUSED AND THE RUN ENDS RC 8.        *
014349*----------------------------------------------------------*
014350 1600-LOAD-AUTHORIZATIONS.
014351     OPEN INPUT OPERATOR-AUTHORIZATION
014352     IF NOT WS-OPERAUTH-OK
014353         DISPLAY "PAYMAINT: OPERAUTH OPEN FAILED, STATUS "
014354             WS-OPERAUTH-STATUS
014355         MOVE "Y" TO WS-MAINT-FAILURE-SW
014356         GO TO 1600-EXIT
014357     END-IF
014358     PERFORM 1610-READ-AUTHORIZATION THRU 1610-EXIT
014359     PERFORM 1620-ADD-AUTHORIZATION THRU 1620-EXIT
014360         UNTIL WS-OPERAUTH-EOF
014361     CLOSE OPERATOR-AUTHORIZATION.
014362 1600-EXIT.
014363     EXIT.
014364*----------------------------------------------------------*
014365* 1610-READ-AUTHORIZATION - GET THE NEXT OPERAUTH ENTRY      *
014366*----------------------------------------------------------*
014367 1610-READ-AUTHORIZATION.
014368     READ OPERATOR-AUTHORIZATION
014369         AT END
014370             MOVE "Y" TO WS-OPERAUTH-EOF-SW
014371     END-READ.
014372 1610-EXIT.
014373     EXIT.
014374*----------------------------------------------------------*
014375* 1620-ADD-AUTHORIZATION - STORE ONE PAYMAINT ENTRY IN THE   *
014376* TABLE. OTHER PROGRAMS' ENTRIES ARE PASSED OVER.            *
014377*----------------------------------------------------------*
014378 1620-ADD-AUTHORIZATION.
014379     IF OA-PROGRAM = "PAYMAINT" AND OA-OPERATOR-ID NOT = SPACES
014380         IF WS-OA-COUNT < 200
014381             ADD 1 TO WS-OA-COUNT
014382             SET OA-IDX TO WS-OA-COUNT
014383             MOVE OA-OPERATOR-ID TO OAT-OPERATOR-ID (OA-IDX)
014384             MOVE OA-ACTION      TO OAT-ACTION (OA-IDX)
014385         ELSE
014386             DISPLAY "PAYMAINT: OPERAUTH TABLE FULL"
014387             MOVE "Y" TO WS-MAINT-FAILURE-SW
014388         END-IF
014389     END-IF
014390     PERFORM 1610-READ-AUTHORIZATION THRU 1610-EXIT.
014391 1620-EXIT.
014392     EXIT.
014393*----------------------------------------------------------*
014394* 1700-LOAD-PAY-GROUPS - READ THE PAYGRP ENTRIES INTO THEIR *
014395* TABLE. WITHOUT THE FILE ONLY THE SPACES GROUP IS VALID.   *
014396*----------------------------------------------------------*
014397 1700-LOAD-PAY-GROUPS.
014398     OPEN INPUT PAY-GROUP-CONTROL
014399     IF NOT WS-PAYGRP-OK
014400         MOVE "Y" TO WS-PAYGRP-EOF-SW
014401         GO TO 1700-EXIT
014402     END-IF
014403     PERFORM 1710-READ-PAY-GROUP THRU 1710-EXIT
014404     PERFORM 1720-ADD-PAY-GROUP THRU 1720-EXIT
014405         UNTIL WS-PAYGRP-EOF
014406     CLOSE PAY-GROUP-CONTROL.
014407 1700-EXIT.
014408     EXIT.
014409*----------------------------------------------------------*
014410* 1710-READ-PAY-GROUP - GET THE NEXT PAYGRP ENTRY           *
014411*----------------------------------------------------------*
014412 1710-READ-PAY-GROUP.
014413     READ PAY-GROUP-CONTROL
014414         AT END
014415             MOVE "Y" TO WS-PAYGRP-EOF-SW
014416     END-READ.
014417 1710-EXIT.
014418     EXIT.
014419*----------------------------------------------------------*
014420* 1720-ADD-PAY-GROUP - STORE ONE GROUP IN THE TABLE. AN     *
014421* ENTRY WITH A BAD FREQUENCY OR NO STANDARD HOURS IS LEFT   *
014422* OUT, SO NO EMPLOYEE CAN BE PUT IN THAT GROUP.             *
014423*----------------------------------------------------------*
014424 1720-ADD-PAY-GROUP.
014425     IF NOT PG-FREQUENCY-VALID
014426        OR PG-STANDARD-HOURS IS NOT NUMERIC
014427        OR PG-STANDARD-HOURS = ZERO
014428         DISPLAY "PAYMAINT: PAYGRP ENTRY FOR GROUP "
014429             PG-PAY-GROUP " IS INVALID - IGNORED"
014430         GO TO 1720-READ-NEXT
014431     END-IF
014432     IF WS-PG-COUNT < 50
014433         ADD 1 TO WS-PG-COUNT
014434         SET PG-IDX TO WS-PG-COUNT
014435         MOVE PG-PAY-GROUP      TO PGT-PAY-GROUP (PG-IDX)
014436         MOVE PG-FREQUENCY      TO PGT-FREQUENCY (PG-IDX)
014437         MOVE PG-STANDARD-HOURS TO PGT-STANDARD-HOURS (PG-IDX)
014438     ELSE
014439         DISPLAY "PAYMAINT: PAYGRP TABLE FULL"
014440     END-IF.
014441 1720-READ-NEXT.
014442     PERFORM 1710-READ-PAY-GROUP THRU 1710-EXIT.
014443 1720-EXIT.
014444     EXIT.
014445*----------------------------------------------------------*
014446* 1800-LOAD-WC-CLASSES - TABLE EACH CLASS CODE ON WCRATE    *
014447* ONCE. WITHOUT THE FILE NO CLASS CODE CAN BE KEYED.        *
014448*----------------------------------------------------------*
014449 1800-LOAD-WC-CLASSES.
014450     OPEN INPUT WC-RATE-CONTROL
014451     IF NOT WS-WCRATE-OK
014452         MOVE "Y" TO WS-WCRATE-EOF-SW
014453         GO TO 1800-EXIT
014454     END-IF
014455     PERFORM 1810-READ-WC-RATE THRU 1810-EXIT
014456     PERFORM 1820-ADD-WC-CLASS THRU 1820-EXIT
014457         UNTIL WS-WCRATE-EOF
014458     CLOSE WC-RATE-CONTROL.
014459 1800-EXIT.
014460     EXIT.
014461*----------------------------------------------------------*
014462* 1810-READ-WC-RATE - GET THE NEXT WCRATE ENTRY             *
014463*----------------------------------------------------------*
014464 1810-READ-WC-RATE.
014465     READ WC-RATE-CONTROL
014466         AT END
014467             MOVE "Y" TO WS-WCRATE-EOF-SW
014468     END-READ.
014469 1810-EXIT.
014470     EXIT.
014471*----------------------------------------------------------*
014472* 1820-ADD-WC-CLASS - STORE THE ENTRY'S CLASS CODE UNLESS   *
014473* AN EARLIER ENTRY (ANOTHER STATE OR DATE) ALREADY DID.     *
014474*----------------------------------------------------------*
014475 1820-ADD-WC-CLASS.
014476     IF WR-CLASS-CODE = SPACES
014477         GO TO 1820-READ-NEXT
014478     END-IF
014479     IF WS-WC-COUNT > 0
014480         SET WC-IDX TO 1
014481         SEARCH WC-ENTRY
014482             AT END CONTINUE
014483             WHEN WCT-CLASS-CODE (WC-IDX) = WR-CLASS-CODE
014484                 GO TO 1820-READ-NEXT
014485         END-SEARCH
014486     END-IF
014487     IF WS-WC-COUNT < 200
014488         ADD 1 TO WS-WC-COUNT
014489         SET WC-IDX TO WS-WC-COUNT
014490         MOVE WR-CLASS-CODE TO WCT-CLASS-CODE (WC-IDX)
014491     ELSE
014492         DISPLAY "PAYMAINT: WCRATE CLASS TABLE FULL"
014493     END-IF.
014494 1820-READ-NEXT.
014495     PERFORM 1810-READ-WC-RATE THRU 1810-EXIT.
014496 1820-EXIT.
014400     EXIT.
014500*----------------------------------------------------------*
014600* 2000-READ-TRANSACTION - GET THE NEXT MAINTENANCE REQUEST   *
015800*----------------------------------------------------------*
015900 3000-PROCESS-TRANSACTION.
016000     SET WS-EDITS-PASSED TO TRUE
016100     MOVE "N"    TO WS-APPROVAL-SW
016101     MOVE SPACES TO WS-APPROVED-BY
016102     SET WS-OPERATOR-AUTHORIZED TO TRUE
016103     IF PT-ACTION-ADD OR PT-ACTION-CHANGE OR PT-ACTION-DELETE
016104        OR PT-ACTION-APPROVE
016105         PERFORM 3400-CHECK-AUTHORIZATION THRU 3400-EXIT
016106     END-IF
016107     IF (PT-ACTION-ADD OR PT-ACTION-CHANGE)
016108        AND WS-OPERATOR-AUTHORIZED
016200         PERFORM 3500-EDIT-TRANSACTION-FIELDS THRU 3500-EXIT
016210         IF NOT (PT-STATUS-ACTIVE OR PT-STATUS-LEAVE
016220                 OR PT-STATUS-TERMINATED OR PT-STATUS-KEEP)
016267         IF PT-PAY-SALARIED
016268             PERFORM 3550-EDIT-SALARY THRU 3550-EXIT
016269         END-IF
016270         IF NOT (PT-FILING-SINGLE OR PT-FILING-MARRIED
016271                 OR PT-FILING-HEAD OR PT-FILING-KEEP)
016272             SET WS-EDITS-FAILED TO TRUE
016273             DISPLAY "PAYMAINT: INVALID FILING STATUS "
016274                 PT-FILING-STATUS " FOR " PT-EMPLOYEE-ID
016275         END-IF
016276         IF NOT PT-FILING-KEEP
016277             PERFORM 3560-EDIT-W4-AMOUNTS THRU 3560-EXIT
016279         END-IF
016280         IF NOT PT-PAY-GROUP-KEEP
016281             PERFORM 3570-EDIT-PAY-GROUP THRU 3570-EXIT
016282         END-IF
016283         IF NOT PT-WC-CLASS-KEEP
016284             PERFORM 3580-EDIT-WC-CLASS THRU 3580-EXIT
016285         END-IF
016300     END-IF
016400     EVALUATE TRUE
016401         WHEN WS-OPERATOR-NOT-AUTHORIZED
016402             MOVE "NOT AUTHORIZED" TO MR-RESULT
016403             PERFORM 6000-WRITE-AUDIT-LINE THRU 6000-EXIT
016404             ADD 1 TO WS-REJECT-COUNT
016500         WHEN WS-EDITS-FAILED
016600             PERFORM 6100-WRITE-REJECT-LINE THRU 6100-EXIT
016700         WHEN PT-ACTION-ADD
017000             PERFORM 5000-CHANGE-EMPLOYEE THRU 5000-EXIT
017100         WHEN PT-ACTION-DELETE
017200             PERFORM 5500-DELETE-EMPLOYEE THRU 5500-EXIT
017201         WHEN PT-ACTION-APPROVE
017202             PERFORM 5700-APPLY-APPROVAL THRU 5700-EXIT
017300         WHEN OTHER
017400             MOVE "UNKNOWN ACTION CODE" TO MR-RESULT
017500             PERFORM 6000-WRITE-AUDIT-LINE THRU 6000-EXIT
017700     END-EVALUATE
017800     PERFORM 2000-READ-TRANSACTION THRU 2000-EXIT.
017900 3000-EXIT.
017901     EXIT.
017902*----------------------------------------------------------*
017903* 3400-CHECK-AUTHORIZATION - THE ENTERING OPERATOR MUST HOLD *
017904* AN OPERAUTH ENTRY FOR THE ACTION KEYED. A TRANSACTION WITH *
017905* NO OPERATOR IS NEVER AUTHORIZED.                           *
017906*----------------------------------------------------------*
017907 3400-CHECK-AUTHORIZATION.
017908     SET WS-OPERATOR-NOT-AUTHORIZED TO TRUE
017909     IF WS-OA-COUNT > 0
017910         SET OA-IDX TO 1
017911         SEARCH OA-ENTRY
017912             AT END CONTINUE
017913             WHEN OAT-OPERATOR-ID (OA-IDX) = PT-OPERATOR-ID
017914              AND OAT-ACTION (OA-IDX) = PT-ACTION-CODE
017915                 SET WS-OPERATOR-AUTHORIZED TO TRUE
017916         END-SEARCH
017917     END-IF.
017918 3400-EXIT.
018000     EXIT.
018100*----------------------------------------------------------*
018200* 3500-EDIT-TRANSACTION-FIELDS - RUN EACH NUMERIC FIELD ON   *
022100     EXIT.
022110*----------------------------------------------------------*
022120* 3550-EDIT-SALARY - A SALARIED TRANSACTION MUST CARRY A    *
022130* WEEKLY SALARY IN A SANE RANGE. THE PAY RUN CONVERTS IT    *
022131* TO THE EMPLOYEE'S PAY GROUP PERIOD.                       *
022140*----------------------------------------------------------*
022150 3550-EDIT-SALARY.
022160     MOVE "PT-SALARY"   TO FE-FIELD-NAME
022230         SET WS-EDITS-FAILED TO TRUE
022240     END-IF.
022250 3550-EXIT.
022251     EXIT.
022252*----------------------------------------------------------*
022253* 3560-EDIT-W4-AMOUNTS - THE ANNUAL DEPENDENTS CREDIT AND    *
022254* THE PER-PERIOD EXTRA WITHHOLDING MUST BE NUMERIC AND SANE  *
022255* (ZERO IS THE USUAL ELECTION FOR BOTH).                     *
022256*----------------------------------------------------------*
022257 3560-EDIT-W4-AMOUNTS.
022258     MOVE "PT-DEPEND-CRED" TO FE-FIELD-NAME
022259     MOVE PT-DEPENDENT-CREDIT TO FE-NUMERIC-VALUE
022260     SET FE-EDIT-RANGE TO TRUE
022261     MOVE 0             TO FE-RANGE-LOW
022262     MOVE 20000         TO FE-RANGE-HIGH
022263     CALL "FLDEDIT" USING FIELD-EDIT-PARAMETERS
022264     IF NOT FE-VALID
022265         SET WS-EDITS-FAILED TO TRUE
022266     END-IF
022267     MOVE "PT-EXTRA-WH" TO FE-FIELD-NAME
022268     MOVE PT-EXTRA-WITHHOLDING TO FE-NUMERIC-VALUE
022269     SET FE-EDIT-RANGE TO TRUE
022270     MOVE 0             TO FE-RANGE-LOW
022271     MOVE 2000          TO FE-RANGE-HIGH
022272     CALL "FLDEDIT" USING FIELD-EDIT-PARAMETERS
022273     IF NOT FE-VALID
022274         SET WS-EDITS-FAILED TO TRUE
022275     END-IF.
022276 3560-EXIT.
022277     EXIT.
022278*----------------------------------------------------------*
022279* 3570-EDIT-PAY-GROUP - A PAY GROUP ON THE TRANSACTION MUST  *
022280* BE ON THE PAYGRP CONTROL FILE.                             *
022281*----------------------------------------------------------*
022282 3570-EDIT-PAY-GROUP.
022283     MOVE "N" TO WS-PG-FOUND-SW
022284     IF WS-PG-COUNT > 0
022285         SET PG-IDX TO 1
022286         SEARCH PG-ENTRY
022287             AT END CONTINUE
022288             WHEN PGT-PAY-GROUP (PG-IDX) = PT-PAY-GROUP
022289                 MOVE "Y" TO WS-PG-FOUND-SW
022290         END-SEARCH
022291     END-IF
022292     IF NOT WS-PG-FOUND
022293         SET WS-EDITS-FAILED TO TRUE
022294         DISPLAY "PAYMAINT: INVALID PAY GROUP "
022295             PT-PAY-GROUP " FOR " PT-EMPLOYEE-ID
022296     END-IF.
022297 3570-EXIT.
022298     EXIT.
022299*----------------------------------------------------------*
022300* 3580-EDIT-WC-CLASS - A WORKERS' COMPENSATION CLASS ON THE *
022301* TRANSACTION MUST BE ON THE WCRATE CONTROL FILE.           *
022302*----------------------------------------------------------*
022303 3580-EDIT-WC-CLASS.
022304     MOVE "N" TO WS-WC-FOUND-SW
022305     IF WS-WC-COUNT > 0
022306         SET WC-IDX TO 1
022307         SEARCH WC-ENTRY
022308             AT END CONTINUE
022309             WHEN WCT-CLASS-CODE (WC-IDX) = PT-WC-CLASS
022310                 MOVE "Y" TO WS-WC-FOUND-SW
022311         END-SEARCH
022312     END-IF
022313     IF NOT WS-WC-FOUND
022314         SET WS-EDITS-FAILED TO TRUE
022315         DISPLAY "PAYMAINT: INVALID WORKERS COMP CLASS "
022316             PT-WC-CLASS " FOR " PT-EMPLOYEE-ID
022317     END-IF.
022318 3580-EXIT.
022260     EXIT.
022200*----------------------------------------------------------*
022300* 4000-ADD-EMPLOYEE - WRITE A NEW PAYROLL-MASTER RECORD.     *
023894     MOVE ZEROS            TO PM-VAC-BALANCE
023895     MOVE ZEROS            TO PM-SICK-BALANCE
023896     MOVE ZEROS            TO PM-PREM-HOURS
023897     MOVE ZEROS            TO PM-YTD-HOURS
023898     MOVE ZEROS            TO PM-YTD-FED-WAGES
023899     MOVE ZEROS            TO PM-YTD-FICA-WAGES
023900     MOVE ZEROS            TO PM-YTD-STATE-WAGES
023901     MOVE ZEROS            TO PM-QTD-FED-WAGES
023902     MOVE ZEROS            TO PM-QTD-FICA-WAGES
023903     MOVE ZEROS            TO PM-QTD-STATE-WAGES
023904     MOVE ZEROS            TO PM-YTD-FEDERAL
023905     MOVE ZEROS            TO PM-YTD-FICA
023906     MOVE ZEROS            TO PM-YTD-STATE
023907     MOVE ZEROS            TO PM-YTD-401K
023908     MOVE ZEROS            TO PM-YTD-ROTH-401K
023909     MOVE PT-PAY-GROUP     TO PM-PAY-GROUP
023910     MOVE PT-WC-CLASS      TO PM-WC-CLASS
023911     IF PT-FILING-KEEP
023912         MOVE "S"          TO PM-FILING-STATUS
023913         MOVE ZEROS        TO PM-DEPENDENT-CREDIT
023914         MOVE ZEROS        TO PM-EXTRA-WITHHOLDING
023915     ELSE
023916         MOVE PT-FILING-STATUS     TO PM-FILING-STATUS
023917         MOVE PT-DEPENDENT-CREDIT  TO PM-DEPENDENT-CREDIT
023918         MOVE PT-EXTRA-WITHHOLDING TO PM-EXTRA-WITHHOLDING
023919     END-IF
023900     WRITE PAYROLL-MASTER-RECORD
024000     IF WS-PAYRMSTR-OK
024100         MOVE "ADDED" TO MR-RESULT
025500* DISTURB WHAT THE PAY RUNS HAVE ACCUMULATED.                *
025600*----------------------------------------------------------*
025700 5000-CHANGE-EMPLOYEE.
025701     MOVE SPACE TO WS-FINAL-PAY-SW
025800     MOVE PT-EMPLOYEE-ID TO PM-EMPLOYEE-ID
025900     READ PAYROLL-MASTER
026000         INVALID KEY
026300             PERFORM 6000-WRITE-AUDIT-LINE THRU 6000-EXIT
026400     END-READ
026500     IF WS-PAYRMSTR-OK
026501         MOVE PM-STATUS        TO WS-PRIOR-STATUS
026502         IF NOT WS-APPLYING-APPROVAL
026503             PERFORM 5550-CHECK-RATE-CHANGE THRU 5550-EXIT
026504             IF WS-HOLD-REQUIRED
026505                 PERFORM 5600-HOLD-FOR-APPROVAL THRU 5600-EXIT
026506                 GO TO 5000-EXIT
026507             END-IF
026508         END-IF
026600         MOVE PT-SSN           TO PM-SSN
026700         MOVE PT-NAME          TO PM-NAME
026800         MOVE PT-LOCATION      TO PM-LOCATION
027360             MOVE PT-PAY-TYPE    TO PM-PAY-TYPE
027370             MOVE PT-SALARY      TO PM-SALARY
027380         END-IF
027381         IF NOT PT-FILING-KEEP
027382             MOVE PT-FILING-STATUS     TO PM-FILING-STATUS
027383             MOVE PT-DEPENDENT-CREDIT  TO PM-DEPENDENT-CREDIT
027384             MOVE PT-EXTRA-WITHHOLDING TO PM-EXTRA-WITHHOLDING
027385         END-IF
027386         IF NOT PT-PAY-GROUP-KEEP
027387             MOVE PT-PAY-GROUP   TO PM-PAY-GROUP
027388         END-IF
027389         IF NOT PT-WC-CLASS-KEEP
027390             MOVE PT-WC-CLASS    TO PM-WC-CLASS
027391         END-IF
027392         IF PM-TERMINATED AND WS-PRIOR-STATUS NOT = "T"
027393             PERFORM 5100-FIGURE-FINAL-PAY THRU 5100-EXIT
027394         END-IF
027400         REWRITE PAYROLL-MASTER-RECORD
027500         IF WS-PAYRMSTR-OK
027600             MOVE "CHANGED" TO MR-RESULT
027700             ADD 1 TO WS-CHANGE-COUNT
027701             IF NOT WS-FP-NONE
027702                 PERFORM 5200-WRITE-FINAL-PAY THRU 5200-EXIT
027703             END-IF
027800         ELSE
027900             MOVE "CHANGE FAILED, STATUS" TO MR-RESULT
028000             MOVE WS-PAYRMSTR-STATUS TO MR-RESULT (23:2)
028300         PERFORM 6000-WRITE-AUDIT-LINE THRU 6000-EXIT
028400     END-IF.
028500 5000-EXIT.
028501     EXIT.
028502*----------------------------------------------------------*
028503* 5100-FIGURE-FINAL-PAY - THIS CHANGE TERMINATES THE         *
028504* EMPLOYEE. VALUE THE VACATION BALANCE AT THE HOURLY RATE    *
028505* (FOR SALARIED STAFF, THE PAY GROUP'S PER-PERIOD SALARY     *
028506* OVER THE GROUP'S STANDARD HOURS - SEE 5160), AND THE SICK  *
028507* BALANCE TOO WHERE THE LOCATION'S STATE RULE PAYS IT OUT.  *
028508* BOTH BALANCES ARE ZEROED ON THE SAME REWRITE. A PAYOUT TOO *
028509* LARGE FOR A SUPPLEMENTAL RECORD IS HELD WITH THE BALANCES  *
028510* LEFT ON THE MASTER.                                        *
028511*----------------------------------------------------------*
028512 5100-FIGURE-FINAL-PAY.
028513     MOVE "P" TO WS-FINAL-PAY-SW
028514     ADD 1 TO WS-TERM-COUNT
028515     MOVE PM-VAC-BALANCE  TO WS-FP-VAC-HOURS
028516     MOVE PM-SICK-BALANCE TO WS-FP-SICK-HOURS
028517     IF PM-SALARIED
028518         PERFORM 5160-SET-GROUP-BASIS THRU 5160-EXIT
028519         COMPUTE WS-FP-RATE ROUNDED =
028520             PM-SALARY * WS-WEEKS-PER-YEAR
028521                 / WS-PERIODS-PER-YEAR / WS-STANDARD-HOURS
028522     ELSE
028523         MOVE PM-RATE TO WS-FP-RATE
028524     END-IF
028525     COMPUTE WS-FP-VAC-PAY ROUNDED =
028526         WS-FP-VAC-HOURS * WS-FP-RATE
028527     PERFORM 5150-SET-SICK-RULE THRU 5150-EXIT
028528     IF WS-SICK-PAID-OUT
028529         COMPUTE WS-FP-SICK-PAY ROUNDED =
028530             WS-FP-SICK-HOURS * WS-FP-RATE
028531         MOVE "SICK PAID PER STATE RULE" TO WS-FP-NOTE
028532     ELSE
028533         MOVE ZEROS TO WS-FP-SICK-PAY
028534         MOVE "SICK FORFEITED PER STATE RULE" TO WS-FP-NOTE
028535     END-IF
028536     COMPUTE WS-FP-TOTAL-PAY = WS-FP-VAC-PAY + WS-FP-SICK-PAY
028537     IF WS-FP-TOTAL-PAY > 99999
028538         MOVE "H" TO WS-FINAL-PAY-SW
028539         MOVE "HELD - OVER SUPPTRAN LIMIT" TO WS-FP-NOTE
028540         GO TO 5100-EXIT
028541     END-IF
028542     IF WS-FP-TOTAL-PAY = ZERO
028543         MOVE "NO LEAVE BALANCE TO PAY" TO WS-FP-NOTE
028544     END-IF
028545     MOVE ZEROS TO PM-VAC-BALANCE
028546     MOVE ZEROS TO PM-SICK-BALANCE.
028547 5100-EXIT.
028548     EXIT.
028549*----------------------------------------------------------*
028550* 5150-SET-SICK-RULE - MAP PM-LOCATION TO ITS STATE AND      *
028551* THAT STATE'S SICK-LEAVE PAYOUT RULE. AN UNMAPPED LOCATION  *
028552* FORFEITS SICK LEAVE.                                       *
028553*----------------------------------------------------------*
028554 5150-SET-SICK-RULE.
028555     MOVE SPACES TO WS-FP-STATE
028556     MOVE "N"    TO WS-SICK-RULE-SW
028557     IF WS-LS-COUNT > 0
028558         SET LS-IDX TO 1
028559         SEARCH LS-ENTRY
028560             AT END CONTINUE
028561             WHEN LST-LOCATION (LS-IDX) = PM-LOCATION
028562                 MOVE LST-STATE (LS-IDX) TO WS-FP-STATE
028563                 IF LST-SICK-PAYOUT (LS-IDX) = "Y"
028564                     MOVE "Y" TO WS-SICK-RULE-SW
028565                 END-IF
028566         END-SEARCH
028567     END-IF.
028568 5150-EXIT.
028569     EXIT.
028570*----------------------------------------------------------*
028571* 5160-SET-GROUP-BASIS - PERIODS PER YEAR AND STANDARD HOURS *
028572* FOR THE EMPLOYEE'S PAY GROUP. A GROUP NOT ON PAYGRP (THE   *
028573* SPACES GROUP, NORMALLY) IS WEEKLY AT 40 HOURS.             *
028574*----------------------------------------------------------*
028575 5160-SET-GROUP-BASIS.
028576     MOVE 52 TO WS-PERIODS-PER-YEAR
028577     MOVE 40 TO WS-STANDARD-HOURS
028578     IF WS-PG-COUNT = 0
028579         GO TO 5160-EXIT
028580     END-IF
028581     SET PG-IDX TO 1
028582     SEARCH PG-ENTRY
028583         AT END CONTINUE
028584         WHEN PGT-PAY-GROUP (PG-IDX) = PM-PAY-GROUP
028585             MOVE PGT-STANDARD-HOURS (PG-IDX)
028586                 TO WS-STANDARD-HOURS
028587             IF PGT-FREQUENCY (PG-IDX) = "B"
028588                 MOVE 26 TO WS-PERIODS-PER-YEAR
028589             END-IF
028590             IF PGT-FREQUENCY (PG-IDX) = "S"
028591                 MOVE 24 TO WS-PERIODS-PER-YEAR
028592             END-IF
028593     END-SEARCH.
028594 5160-EXIT.
028595     EXIT.
028596*----------------------------------------------------------*
028597* 5200-WRITE-FINAL-PAY - THE TERMINATION IS ON THE MASTER.   *
028598* FEED ANY PAYOUT TO THE SUPPLEMENTAL RUN AS A ONE-OFF       *
028599* PAYMENT AND LIST THE TERMINATION FOR HR SIGN-OFF.          *
028600*----------------------------------------------------------*
028601 5200-WRITE-FINAL-PAY.
028602     IF WS-FP-PAYOUT AND WS-FP-TOTAL-PAY > ZERO
028603         MOVE PM-EMPLOYEE-ID     TO SP-EMPLOYEE-ID
028604         MOVE WS-FP-TOTAL-PAY    TO SP-AMOUNT
028605         MOVE "FINAL LEAVE PAYOUT" TO SP-REASON
028606         WRITE SUPPLEMENTAL-PAY-RECORD
028607         IF WS-SUPPTRAN-OK
028608             ADD 1 TO WS-FP-WRITTEN-COUNT
028609             ADD WS-FP-TOTAL-PAY TO WS-FP-GRAND-TOTAL
028610         ELSE
028611             DISPLAY "PAYMAINT: SUPPTRAN WRITE FAILED FOR "
028612                 PM-EMPLOYEE-ID " STATUS " WS-SUPPTRAN-STATUS
028613             MOVE "Y" TO WS-MAINT-FAILURE-SW
028614             MOVE "SUPPTRAN WRITE FAILED - KEY BY HAND"
028615                 TO WS-FP-NOTE
028616         END-IF
028617     END-IF
028618     IF WS-FP-HELD
028619         ADD 1 TO WS-FP-HELD-COUNT
028620     END-IF
028621     MOVE PM-EMPLOYEE-ID   TO FP-EMPLOYEE-ID
028622     MOVE PM-NAME          TO FP-NAME
028623     MOVE WS-FP-STATE      TO FP-STATE
028624     MOVE WS-FP-VAC-HOURS  TO FP-VAC-HOURS
028625     MOVE WS-FP-SICK-HOURS TO FP-SICK-HOURS
028626     MOVE WS-FP-RATE       TO FP-RATE
028627     MOVE WS-FP-VAC-PAY    TO FP-VAC-PAY
028628     MOVE WS-FP-SICK-PAY   TO FP-SICK-PAY
028629     MOVE WS-FP-TOTAL-PAY  TO FP-TOTAL-PAY
028630     MOVE WS-FP-NOTE       TO FP-NOTE
028631     WRITE FINAL-PAY-REPORT-RECORD FROM FP-DETAIL-LINE.
028632 5200-EXIT.
028600     EXIT.
028700*----------------------------------------------------------*
028800* 5500-DELETE-EMPLOYEE - REMOVE A PAYROLL-MASTER RECORD.     *
031200 5500-EXIT.
031300     EXIT.
031400*----------------------------------------------------------*
031401* 5550-CHECK-RATE-CHANGE - A CHANGE TO THE HOURLY RATE, THE  *
031402* PAY TYPE, OR THE SALARY NEEDS A SECOND OPERATOR.           *
031403*----------------------------------------------------------*
031404 5550-CHECK-RATE-CHANGE.
031405     MOVE "N" TO WS-HOLD-SW
031406     IF PT-RATE NOT = PM-RATE
031407         MOVE "Y" TO WS-HOLD-SW
031408     END-IF
031409     IF NOT PT-PAY-KEEP
031410        AND (PT-PAY-TYPE NOT = PM-PAY-TYPE
031411             OR PT-SALARY NOT = PM-SALARY)
031412         MOVE "Y" TO WS-HOLD-SW
031413     END-IF.
031414 5550-EXIT.
031415     EXIT.
031416*----------------------------------------------------------*
031417* 5600-HOLD-FOR-APPROVAL - PARK THE WHOLE CHANGE ON MNTPEND  *
031418* UNTIL ANOTHER OPERATOR APPROVES IT. THE MASTER IS LEFT     *
031419* ALONE. ONLY ONE CHANGE MAY WAIT PER EMPLOYEE.              *
031420*----------------------------------------------------------*
031421 5600-HOLD-FOR-APPROVAL.
031422     MOVE PT-EMPLOYEE-ID TO WS-PK-EMPLOYEE-ID
031423     MOVE WS-PENDING-KEY TO MP-KEY
031424     READ MAINTENANCE-PENDING
031425         INVALID KEY
031426             CONTINUE
031427     END-READ
031428     IF WS-MNTPEND-OK
031429         MOVE "REJECTED, ALREADY PENDING" TO MR-RESULT
031430         ADD 1 TO WS-REJECT-COUNT
031431         PERFORM 6000-WRITE-AUDIT-LINE THRU 6000-EXIT
031432         GO TO 5600-EXIT
031433     END-IF
031434     MOVE WS-PENDING-KEY TO MP-KEY
031435     MOVE PT-OPERATOR-ID TO MP-ENTERED-BY
031436     MOVE WS-RUN-DATE    TO MP-ENTERED-DATE
031437     MOVE SPACES         TO MP-TRAN-IMAGE
031438     MOVE PAYROLL-TRANSACTION-RECORD TO MP-TRAN-IMAGE
031439     WRITE MAINTENANCE-PENDING-RECORD
031440     IF WS-MNTPEND-OK
031441         MOVE "HELD FOR APPROVAL" TO MR-RESULT
031442         ADD 1 TO WS-HELD-COUNT
031443     ELSE
031444         MOVE "HOLD FAILED, STATUS" TO MR-RESULT
031445         MOVE WS-MNTPEND-STATUS TO MR-RESULT (21:2)
031446         ADD 1 TO WS-REJECT-COUNT
031447     END-IF
031448     PERFORM 6000-WRITE-AUDIT-LINE THRU 6000-EXIT.
031449 5600-EXIT.
031450     EXIT.
031451*----------------------------------------------------------*
031452* 5700-APPLY-APPROVAL - A V TRANSACTION RELEASES THE CHANGE  *
031453* HELD FOR ITS EMPLOYEE. THE APPROVER MUST NOT BE THE        *
031454* OPERATOR WHO ENTERED IT. THE HELD IMAGE IS APPLIED AS      *
031455* ENTERED AND THE AUDIT LINE CARRIES BOTH OPERATORS; THE     *
031456* ENTRY COMES OFF MNTPEND EITHER WAY SO A CHANGE THAT CAN NO *
031457* LONGER APPLY DOES NOT SIT THERE FOR EVER.                  *
031458*----------------------------------------------------------*
031459 5700-APPLY-APPROVAL.
031460     MOVE PT-EMPLOYEE-ID TO WS-PK-EMPLOYEE-ID
031461     MOVE WS-PENDING-KEY TO MP-KEY
031462     READ MAINTENANCE-PENDING
031463         INVALID KEY
031464             MOVE "APPROVE FAILED, NONE HELD" TO MR-RESULT
031465             ADD 1 TO WS-REJECT-COUNT
031466             PERFORM 6000-WRITE-AUDIT-LINE THRU 6000-EXIT
031467     END-READ
031468     IF NOT WS-MNTPEND-OK
031469         GO TO 5700-EXIT
031470     END-IF
031471     IF MP-ENTERED-BY = PT-OPERATOR-ID
031472         MOVE "REFUSED, SAME OPERATOR" TO MR-RESULT
031473         ADD 1 TO WS-REJECT-COUNT
031474         PERFORM 6000-WRITE-AUDIT-LINE THRU 6000-EXIT
031475         GO TO 5700-EXIT
031476     END-IF
031477     MOVE PT-OPERATOR-ID TO WS-APPROVED-BY
031478     MOVE MP-TRAN-IMAGE  TO PAYROLL-TRANSACTION-RECORD
031479     MOVE "Y"            TO WS-APPROVAL-SW
031480     ADD 1 TO WS-APPROVED-COUNT
031481     PERFORM 5000-CHANGE-EMPLOYEE THRU 5000-EXIT
031482     DELETE MAINTENANCE-PENDING
031483     IF NOT WS-MNTPEND-OK
031484         DISPLAY "PAYMAINT: MNTPEND DELETE FAILED FOR "
031485             WS-PK-EMPLOYEE-ID " STATUS " WS-MNTPEND-STATUS
031486         MOVE "Y" TO WS-MAINT-FAILURE-SW
031487     END-IF.
031488 5700-EXIT.
031489     EXIT.
031490*----------------------------------------------------------*
031500* 6000-WRITE-AUDIT-LINE - ONE REPORT LINE PER RECORD TOUCHED *
031600* (OR REFUSED). MR-RESULT IS SET BY THE CALLER.              *
031700*----------------------------------------------------------*
031900     MOVE PT-ACTION-CODE TO MR-ACTION
032000     MOVE PT-EMPLOYEE-ID TO MR-EMPLOYEE-ID
032100     MOVE PT-NAME        TO MR-NAME
032101     MOVE PT-OPERATOR-ID TO MR-ENTERED-BY
032102     MOVE WS-APPROVED-BY TO MR-APPROVED-BY
032200     WRITE MAINTENANCE-REPORT-RECORD FROM MR-DETAIL-LINE.
032300 6000-EXIT.
032400     EXIT.
035000     WRITE MAINTENANCE-REPORT-RECORD FROM MR-TOTAL-LINE
035100     MOVE "RECORDS REJECTED:   " TO MR-TOTAL-LABEL
035200     MOVE WS-REJECT-COUNT        TO MR-TOTAL-COUNT
035201     WRITE MAINTENANCE-REPORT-RECORD FROM MR-TOTAL-LINE
035202     MOVE "HELD FOR APPROVAL:  " TO MR-TOTAL-LABEL
035203     MOVE WS-HELD-COUNT          TO MR-TOTAL-COUNT
035204     WRITE MAINTENANCE-REPORT-RECORD FROM MR-TOTAL-LINE
035205     MOVE "CHANGES APPROVED:   " TO MR-TOTAL-LABEL
035206     MOVE WS-APPROVED-COUNT      TO MR-TOTAL-COUNT
035300     WRITE MAINTENANCE-REPORT-RECORD FROM MR-TOTAL-LINE.
035400 6200-EXIT.
035401     EXIT.
035402*----------------------------------------------------------*
035403* 6300-WRITE-FINAL-PAY-TOTALS - TERMINATION COUNTS, THE      *
035404* PAYOUT TOTAL FED TO SUPPTRAN, AND THE HR SIGN-OFF LINES    *
035405* AT THE BOTTOM OF THE FINAL-PAY REPORT.                     *
035406*----------------------------------------------------------*
035407 6300-WRITE-FINAL-PAY-TOTALS.
035408     MOVE "TERMINATIONS PROCESSED:" TO FP-TOTAL-LABEL
035409     MOVE WS-TERM-COUNT             TO FP-TOTAL-VALUE
035410     WRITE FINAL-PAY-REPORT-RECORD FROM FP-TOTAL-LINE
035411     MOVE "PAYOUTS WRITTEN TO SUPPTRAN:" TO FP-TOTAL-LABEL
035412     MOVE WS-FP-WRITTEN-COUNT       TO FP-TOTAL-VALUE
035413     WRITE FINAL-PAY-REPORT-RECORD FROM FP-TOTAL-LINE
035414     MOVE "TOTAL FINAL PAY:"        TO FP-TOTAL-LABEL
035415     MOVE WS-FP-GRAND-TOTAL         TO FP-TOTAL-VALUE
035416     WRITE FINAL-PAY-REPORT-RECORD FROM FP-TOTAL-LINE
035417     MOVE "HELD FOR MANUAL PAYMENT:" TO FP-TOTAL-LABEL
035418     MOVE WS-FP-HELD-COUNT          TO FP-TOTAL-VALUE
035419     WRITE FINAL-PAY-REPORT-RECORD FROM FP-TOTAL-LINE
035420     MOVE "HR APPROVED BY:"         TO FP-SIGNOFF-LABEL
035421     WRITE FINAL-PAY-REPORT-RECORD FROM FP-SIGNOFF-LINE
035422         AFTER ADVANCING 2 LINES
035423     MOVE "PAYROLL REVIEWED BY:"    TO FP-SIGNOFF-LABEL
035424     WRITE FINAL-PAY-REPORT-RECORD FROM FP-SIGNOFF-LINE
035425         AFTER ADVANCING 2 LINES.
035426 6300-EXIT.
035500     EXIT.
035600*----------------------------------------------------------*
035700* 7000-TERMINATE - WRITE THE RUN TOTALS, CLOSE FILES, AND    *
036100     SET FE-EDIT-CLOSE TO TRUE
036200     CALL "FLDEDIT" USING FIELD-EDIT-PARAMETERS
036300     PERFORM 6200-WRITE-RUN-TOTALS THRU 6200-EXIT
036301     PERFORM 6300-WRITE-FINAL-PAY-TOTALS THRU 6300-EXIT
036400     CLOSE PAYROLL-MASTER
036401     CLOSE SUPPLEMENTAL-PAY
036402     CLOSE FINAL-PAY-REPORT
036403     CLOSE MAINTENANCE-PENDING
036500     CLOSE PAYROLL-TRANSACTION
036600     CLOSE MAINTENANCE-REPORT
036700     MOVE 0 TO RETURN-CODE
