002453*                   EMPLOYEE'S OWN STATE RATE - THE SAME    *
002454*                   LOCSTATE MAPPING AND PER-STATE "S"      *
002455*                   TAXCTL ADOPTION THE PAY RUN USES.       *
002456* 2026-10-15  LIBI  FEDERAL WITHHOLDING IS RECOMPUTED FROM  *
002457*                   THE EMPLOYEE'S W-4 ELECTIONS THE SAME   *
002458*                   WAY THE PAY RUN APPLIES THEM: FILING-   *
002459*                   STATUS ALLOWANCE ("A" TAXCTL ENTRIES)   *
002460*                   OFF GROSS BEFORE THE BRACKET, THE       *
002461*                   PERIOD'S SHARE OF THE DEPENDENTS CREDIT *
002462*                   OFF THE TAX, EXTRA WITHHOLDING ON TOP.  *
002463* 2026-10-15  LIBI  PRE-TAX DEDUCTIONS ARE REPLAYED THE WAY *
002464*                   THE PAY RUN NOW TAKES THEM: THE         *
002465*                   DEDCLASS CODES FIRST, THE TAXES ON THE  *
002466*                   REDUCED FEDERAL, FICA AND STATE BASES,  *
002467*                   THEN THE AFTER-TAX DEDUCTIONS. THE      *
002468*                   THREE TAXABLE WAGE FIGURES ON PAYDETL   *
002469*                   ARE AUDITED TOO. AN EMPLOYEE WITH A     *
002470*                   GOAL ORDER HAS THE TAXES CHECKED ON THE *
002471*                   BASES THE RUN REPORTED.                 *
002472* 2026-10-15  LIBI  EACH EMPLOYEE IS RECOMPUTED ON THE PAY  *
002473*                   GROUP'S OWN PERIOD FROM PAYGRP, AS THE  *
002474*                   PAY RUN DOES: SALARY AND THE FILING     *
002475*                   ALLOWANCE CONVERTED FROM THE WEEK, THE  *
002476*                   BRACKET FOUND ON ANNUALIZED WAGES, THE  *
002477*                   DEPENDENTS CREDIT SPLIT BY THE GROUP'S  *
002478*                   PERIODS AND OVERTIME PAST ITS STANDARD  *
002479*                   HOURS. A GROUP NOT ON PAYGRP IS         *
002480*                   REPORTED, NOT RECOMPUTED.               *
002400*----------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
004710     SELECT LOCATION-STATE ASSIGN TO "LOCSTATE"
004720         ORGANIZATION IS LINE SEQUENTIAL
004730         FILE STATUS IS WS-LOCSTATE-STATUS.
004731     SELECT DEDUCTION-CLASS-CONTROL ASSIGN TO "DEDCLASS"
004732         ORGANIZATION IS LINE SEQUENTIAL
004733         FILE STATUS IS WS-DEDCLASS-STATUS.
004734     SELECT PAY-GROUP-CONTROL ASSIGN TO "PAYGRP"
004735         ORGANIZATION IS LINE SEQUENTIAL
004736         FILE STATUS IS WS-PAYGRP-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  PAYROLL-MASTER
006410 FD  LOCATION-STATE
006420     LABEL RECORDS ARE STANDARD.
006430 COPY LOCSTATE.
006431 FD  DEDUCTION-CLASS-CONTROL
006432     LABEL RECORDS ARE STANDARD.
006433 COPY DEDCLASS.
006434 FD  PAY-GROUP-CONTROL
006435     LABEL RECORDS ARE STANDARD.
006436 COPY PAYGRP.
006500 WORKING-STORAGE SECTION.
006600*----------------------------------------------------------*
006700* FILE STATUS AND CONTROL SWITCHES                          *
010410 77  SHIFT-DIFF-RATE     PIC V9999   VALUE ZEROS.
010420 77  WS-SHIFT-EFF-DATE   PIC 9(08)   VALUE ZEROS.
010430*----------------------------------------------------------*
010431* W-4 FILING-STATUS ALLOWANCES AND WORK FIELDS - THE SAME    *
010432* TABLE THE PAY RUN USES. THE PERIODS PER YEAR ARE SET FOR  *
010433* EACH EMPLOYEE FROM THE PAY GROUP (SEE 4005).              *
010434*----------------------------------------------------------*
010435 01  FILING-ALLOWANCE-TABLE.
010436     05  FILLER          PIC X(14) VALUE "S0000000000000".
010437     05  FILLER          PIC X(14) VALUE "M0000000000000".
010438     05  FILLER          PIC X(14) VALUE "H0000000000000".
010439 01  FILING-ALLOWANCE-ENTRIES REDEFINES
010440         FILING-ALLOWANCE-TABLE.
010441     05  FA-ENTRY OCCURS 3 TIMES
010442             INDEXED BY FA-INDEX.
010443         10  FA-STATUS       PIC X(01).
010444         10  FA-AMOUNT       PIC 9(05).
010445         10  FA-EFF-DATE     PIC 9(08).
010446 77  WS-PERIODS-PER-YEAR PIC 9(02)   VALUE 52.
010447 77  WS-WEEKS-PER-YEAR   PIC 9(02)   VALUE 52.
010448 77  WS-FED-ANNUAL       PIC 9(07)   VALUE ZEROS.
010449 77  WS-W4-STATUS        PIC X(01)   VALUE SPACES.
010450 77  WS-W4-ALLOWANCE     PIC 9(5)    VALUE ZEROS.
010451 77  WS-W4-CREDIT        PIC 9(5)    VALUE ZEROS.
010452 77  WS-W4-EXTRA         PIC 9(5)    VALUE ZEROS.
010453 77  WS-FED-TAXABLE      PIC 9(5)    VALUE ZEROS.
010454*----------------------------------------------------------*
010440* LOCATION-TO-STATE MAPPING AND PER-STATE RATES - THE SAME  *
010450* TABLES THE PAY RUN KEEPS.                                 *
010460*----------------------------------------------------------*
010500 01  WS-FW-EFF-DATES.
010600     05  WS-FW-EFF-DATE  PIC 9(08) OCCURS 3 TIMES
010700                         VALUE ZEROS.
010701*----------------------------------------------------------*
010702* PAY GROUP FREQUENCIES AND STANDARD HOURS FROM PAYGRP. THE *
010703* SPACES GROUP NEED NOT BE LISTED - IT IS WEEKLY AT 40 HOURS.*
010704*----------------------------------------------------------*
010705 77  WS-PAYGRP-STATUS    PIC X(02)   VALUE ZEROS.
010706     88  WS-PAYGRP-OK                VALUE "00".
010707 77  WS-PAYGRP-EOF-SW    PIC X(01)   VALUE "N".
010708     88  WS-PAYGRP-EOF               VALUE "Y".
010709 77  WS-PAYGRP-FOUND-SW  PIC X(01)   VALUE "N".
010710     88  WS-PAYGRP-FOUND             VALUE "Y".
010711 77  WS-PAY-FREQUENCY    PIC X(01)   VALUE "W".
010712 77  WS-PG-COUNT         PIC 9(03) COMP VALUE ZERO.
010713 01  PAY-GROUP-TABLE.
010714     05  PG-ENTRY OCCURS 1 TO 50 TIMES
010715         DEPENDING ON WS-PG-COUNT
010716         INDEXED BY PG-IDX.
010717         10  PGT-PAY-GROUP   PIC X(02).
010718         10  PGT-FREQUENCY   PIC X(01).
010719         10  PGT-STANDARD-HOURS PIC 9(03).
010800 77  WS-FICA-EFF-DATE    PIC 9(08)   VALUE ZEROS.
010900 77  WS-STATE-EFF-DATE   PIC 9(08)   VALUE ZEROS.
011000 77  WS-WB-EFF-DATE      PIC 9(08)   VALUE ZEROS.
013230         10  DE-ACTIVE-FLAG  PIC X(01).
013240             88  DE-ORDER-ACTIVE   VALUES "Y", " ".
013250             88  DE-ORDER-INACTIVE VALUE "N".
013251         10  DE-TAX-CLASS    PIC X(01).
013252             88  DE-PRETAX         VALUE "P".
013253             88  DE-AFTERTAX       VALUE "A".
013254         10  DE-FED-FLAG     PIC X(01).
013255             88  DE-REDUCES-FEDERAL VALUE "Y".
013256         10  DE-FICA-FLAG    PIC X(01).
013257             88  DE-REDUCES-FICA   VALUE "Y".
013258         10  DE-STATE-FLAG   PIC X(01).
013259             88  DE-REDUCES-STATE  VALUE "Y".
013260*----------------------------------------------------------*
013261* DEDUCTION TAX CLASSES AND TAXABLE WAGE BASES - SAME SHAPE *
013262* AS THE PAY RUN'S                                          *
013263*----------------------------------------------------------*
013264 77  WS-DEDCLASS-STATUS  PIC X(02)   VALUE ZEROS.
013265     88  WS-DEDCLASS-OK              VALUE "00".
013266 77  WS-DEDCLASS-EOF-SW  PIC X(01)   VALUE "N".
013267     88  WS-DEDCLASS-EOF             VALUE "Y".
013268 77  WS-DCL-COUNT        PIC 9(03) COMP VALUE ZERO.
013269 01  DEDUCTION-CLASS-TABLE.
013270     05  DCL-ENTRY OCCURS 1 TO 50 TIMES
013271         DEPENDING ON WS-DCL-COUNT
013272         INDEXED BY DCL-IDX.
013273         10  DCL-CODE        PIC X(03).
013274         10  DCL-FED-FLAG    PIC X(01).
013275         10  DCL-FICA-FLAG   PIC X(01).
013276         10  DCL-STATE-FLAG  PIC X(01).
013277 77  WS-DED-PASS-SW      PIC X(01)   VALUE "P".
013278     88  WS-PRETAX-PASS              VALUE "P".
013279     88  WS-AFTERTAX-PASS            VALUE "A".
013280 77  WS-PRETAX-TOTAL     PIC 9(05)   VALUE ZEROS.
013281 77  WS-PRETAX-FED       PIC 9(05)   VALUE ZEROS.
013282 77  WS-PRETAX-FICA      PIC 9(05)   VALUE ZEROS.
013283 77  WS-PRETAX-STATE     PIC 9(05)   VALUE ZEROS.
013284 77  WS-AUDIT-FED-WAGES  PIC 9(05)   VALUE ZEROS.
013285 77  WS-AUDIT-FICA-WAGES PIC 9(05)   VALUE ZEROS.
013286 77  WS-AUDIT-STATE-WAGES PIC 9(05)  VALUE ZEROS.
013287 77  WS-WH-CEILING       PIC 9(05)   VALUE ZEROS.
013288 77  WS-FICA-BEFORE      PIC 9(07)   VALUE ZEROS.
013300*----------------------------------------------------------*
013400* RECOMPUTED FIGURES FOR THE EMPLOYEE UNDER AUDIT           *
013500*----------------------------------------------------------*
021400         GO TO 1000-EXIT
021500     END-IF
021550     PERFORM 1760-LOAD-LOCATION-STATES THRU 1760-EXIT
021551     PERFORM 1480-LOAD-DEDUCTION-CLASSES THRU 1480-EXIT
021552     PERFORM 1790-LOAD-PAY-GROUPS THRU 1790-EXIT
021600     PERFORM 1500-LOAD-DEDUCTION-MASTER THRU 1500-EXIT
021610     IF WS-DED-SEQ-ERROR
021620         DISPLAY "PAYAUDIT: DEDMSTR OUT OF SEQUENCE - "
023200         PERFORM 2000-READ-PAY-DETAIL THRU 2000-EXIT
023300     END-IF.
023400 1000-EXIT.
023401     EXIT.
023402*----------------------------------------------------------*
023403* 1480-LOAD-DEDUCTION-CLASSES - SAME LOAD AS THE PAY RUN. A *
023404* MISSING FILE MEANS EVERY DEDUCTION IS AFTER-TAX.          *
023405*----------------------------------------------------------*
023406 1480-LOAD-DEDUCTION-CLASSES.
023407     OPEN INPUT DEDUCTION-CLASS-CONTROL
023408     IF NOT WS-DEDCLASS-OK
023409         MOVE "Y" TO WS-DEDCLASS-EOF-SW
023410         GO TO 1480-EXIT
023411     END-IF
023412     PERFORM 1485-READ-DEDUCTION-CLASS THRU 1485-EXIT
023413     PERFORM 1490-ADD-DEDUCTION-CLASS THRU 1490-EXIT
023414         UNTIL WS-DEDCLASS-EOF
023415     CLOSE DEDUCTION-CLASS-CONTROL.
023416 1480-EXIT.
023417     EXIT.
023418*----------------------------------------------------------*
023419* 1485-READ-DEDUCTION-CLASS - GET THE NEXT CLASS ENTRY      *
023420*----------------------------------------------------------*
023421 1485-READ-DEDUCTION-CLASS.
023422     READ DEDUCTION-CLASS-CONTROL
023423         AT END
023424             MOVE "Y" TO WS-DEDCLASS-EOF-SW
023425     END-READ.
023426 1485-EXIT.
023427     EXIT.
023428*----------------------------------------------------------*
023429* 1490-ADD-DEDUCTION-CLASS - STORE ONE CLASS ENTRY          *
023430*----------------------------------------------------------*
023431 1490-ADD-DEDUCTION-CLASS.
023432     IF WS-DCL-COUNT < 50
023433         ADD 1 TO WS-DCL-COUNT
023434         SET DCL-IDX TO WS-DCL-COUNT
023435         MOVE DC-DEDUCTION-CODE TO DCL-CODE (DCL-IDX)
023436         MOVE DC-FEDERAL-FLAG   TO DCL-FED-FLAG (DCL-IDX)
023437         MOVE DC-FICA-FLAG      TO DCL-FICA-FLAG (DCL-IDX)
023438         MOVE DC-STATE-FLAG     TO DCL-STATE-FLAG (DCL-IDX)
023439     END-IF
023440     PERFORM 1485-READ-DEDUCTION-CLASS THRU 1485-EXIT.
023441 1490-EXIT.
023500     EXIT.
023600*----------------------------------------------------------*
023700* 1500-LOAD-DEDUCTION-MASTER - SAME LOAD AS THE PAY RUN. A  *
027310     MOVE DM-GOAL-AMOUNT    TO DE-GOAL-AMOUNT (DED-IDX)
027320     MOVE DM-DISP-CAP-PCT   TO DE-DISP-CAP-PCT (DED-IDX)
027330     MOVE DM-ACTIVE-FLAG    TO DE-ACTIVE-FLAG (DED-IDX)
027331     PERFORM 1530-SET-DEDUCTION-CLASS THRU 1530-EXIT
027400     PERFORM 1510-READ-DEDUCTION-MASTER THRU 1510-EXIT.
027500 1520-EXIT.
027501     EXIT.
027502*----------------------------------------------------------*
027503* 1530-SET-DEDUCTION-CLASS - SAME CLASS RULE AS THE PAY RUN *
027504*----------------------------------------------------------*
027505 1530-SET-DEDUCTION-CLASS.
027506     MOVE "A" TO DE-TAX-CLASS (DED-IDX)
027507     MOVE "N" TO DE-FED-FLAG (DED-IDX)
027508     MOVE "N" TO DE-FICA-FLAG (DED-IDX)
027509     MOVE "N" TO DE-STATE-FLAG (DED-IDX)
027510     IF WS-DCL-COUNT = 0
027511         GO TO 1530-EXIT
027512     END-IF
027513     SET DCL-IDX TO 1
027514     SEARCH DCL-ENTRY
027515         AT END CONTINUE
027516         WHEN DCL-CODE (DCL-IDX) = DM-DEDUCTION-CODE
027517             MOVE DCL-FED-FLAG (DCL-IDX)
027518                 TO DE-FED-FLAG (DED-IDX)
027519             MOVE DCL-FICA-FLAG (DCL-IDX)
027520                 TO DE-FICA-FLAG (DED-IDX)
027521             MOVE DCL-STATE-FLAG (DCL-IDX)
027522                 TO DE-STATE-FLAG (DED-IDX)
027523     END-SEARCH
027524     IF DE-REDUCES-FEDERAL (DED-IDX)
027525        OR DE-REDUCES-FICA (DED-IDX)
027526        OR DE-REDUCES-STATE (DED-IDX)
027527         MOVE "P" TO DE-TAX-CLASS (DED-IDX)
027528     END-IF.
027529 1530-EXIT.
027600     EXIT.
027700*----------------------------------------------------------*
027800* 1700-LOAD-TAX-CONTROL - SAME ADOPTION RULE AS THE PAY RUN *
033203                 MOVE TX-RATE TO SHIFT-DIFF-RATE
033204                 MOVE TX-EFFECTIVE-DATE TO WS-SHIFT-EFF-DATE
033205             END-IF
033206         WHEN TX-FILING-ALLOWANCE
033207             PERFORM 1745-ADOPT-FILING-ALLOWANCE THRU 1745-EXIT
033210         WHEN TX-SUPP-RATE
033220         WHEN TX-EMPLOYER-FICA
033230         WHEN TX-UNEMP-RATE
036550 1740-EXIT.
036560     EXIT.
036570*----------------------------------------------------------*
036571* 1745-ADOPT-FILING-ALLOWANCE - ONE "A" ENTRY INTO THE W-4   *
036572* FILING-STATUS ALLOWANCE TABLE, THE SAME ADOPTION RULE AS   *
036573* THE PAY RUN.                                               *
036574*----------------------------------------------------------*
036575 1745-ADOPT-FILING-ALLOWANCE.
036576     SET FA-INDEX TO 1
036577     SEARCH FA-ENTRY
036578         AT END
036579             DISPLAY "PAYAUDIT: BAD FILING STATUS "
036580                 TX-FILING-STATUS
036581         WHEN FA-STATUS (FA-INDEX) = TX-FILING-STATUS
036582             IF TX-EFFECTIVE-DATE NOT < FA-EFF-DATE (FA-INDEX)
036583                 MOVE TX-WAGE-BASE TO FA-AMOUNT (FA-INDEX)
036584                 MOVE TX-EFFECTIVE-DATE TO
036585                     FA-EFF-DATE (FA-INDEX)
036586             END-IF
036587     END-SEARCH.
036588 1745-EXIT.
036589     EXIT.
036590*----------------------------------------------------------*
036580* 1760-LOAD-LOCATION-STATES - READ THE LOCSTATE MAPPING     *
036590* INTO ITS TABLE, AS THE PAY RUN DOES.                      *
036610*----------------------------------------------------------*
037010 1780-EXIT.
037020     EXIT.
036300*----------------------------------------------------------*
036301* 1790-LOAD-PAY-GROUPS - READ THE PAYGRP FREQUENCIES AND    *
036302* STANDARD HOURS. NO FILE LEAVES ONLY THE SPACES GROUP,     *
036303* WEEKLY AT 40 HOURS.                                       *
036304*----------------------------------------------------------*
036305 1790-LOAD-PAY-GROUPS.
036306     OPEN INPUT PAY-GROUP-CONTROL
036307     IF NOT WS-PAYGRP-OK
036308         MOVE "Y" TO WS-PAYGRP-EOF-SW
036309         GO TO 1790-EXIT
036310     END-IF
036311     PERFORM 1791-READ-PAY-GROUP THRU 1791-EXIT
036312     PERFORM 1792-ADD-PAY-GROUP THRU 1792-EXIT
036313         UNTIL WS-PAYGRP-EOF
036314     CLOSE PAY-GROUP-CONTROL.
036315 1790-EXIT.
036316     EXIT.
036317*----------------------------------------------------------*
036318* 1791-READ-PAY-GROUP - GET THE NEXT PAYGRP ENTRY           *
036319*----------------------------------------------------------*
036320 1791-READ-PAY-GROUP.
036321     READ PAY-GROUP-CONTROL
036322         AT END
036323             MOVE "Y" TO WS-PAYGRP-EOF-SW
036324     END-READ.
036325 1791-EXIT.
036326     EXIT.
036327*----------------------------------------------------------*
036328* 1792-ADD-PAY-GROUP - STORE ONE GROUP. AN ENTRY WITH A BAD *
036329* FREQUENCY OR NO STANDARD HOURS IS IGNORED, AS THE PAY RUN *
036330* IGNORES IT.                                               *
036331*----------------------------------------------------------*
036332 1792-ADD-PAY-GROUP.
036333     IF PG-FREQUENCY-VALID
036334        AND PG-STANDARD-HOURS IS NUMERIC
036335        AND PG-STANDARD-HOURS > 0
036336         IF WS-PG-COUNT < 50
036337             ADD 1 TO WS-PG-COUNT
036338             SET PG-IDX TO WS-PG-COUNT
036339             MOVE PG-PAY-GROUP      TO PGT-PAY-GROUP (PG-IDX)
036340             MOVE PG-FREQUENCY      TO PGT-FREQUENCY (PG-IDX)
036341             MOVE PG-STANDARD-HOURS
036342                 TO PGT-STANDARD-HOURS (PG-IDX)
036343         ELSE
036344             DISPLAY "PAYAUDIT: PAYGRP TABLE FULL"
036345         END-IF
036346     ELSE
036347         DISPLAY "PAYAUDIT: PAYGRP ENTRY FOR GROUP "
036348             PG-PAY-GROUP " IS INVALID - IGNORED"
036349     END-IF
036350     PERFORM 1791-READ-PAY-GROUP THRU 1791-EXIT.
036351 1792-EXIT.
036352     EXIT.
036353*----------------------------------------------------------*
036400* 2000-READ-PAY-DETAIL - GET THE NEXT RUN RESULT TO AUDIT   *
036500*----------------------------------------------------------*
036600 2000-READ-PAY-DETAIL.
038600             ADD 1 TO WS-DISCREPANCY-COUNT
038700     END-READ
038800     IF WS-PAYRMSTR-OK
038900         PERFORM 4005-SET-PAY-GROUP THRU 4005-EXIT
039000         IF WS-PAYGRP-FOUND
039001             PERFORM 4000-RECOMPUTE-PAY THRU 4000-EXIT
039002             PERFORM 5000-COMPARE-FIGURES THRU 5000-EXIT
039003         ELSE
039004             MOVE PD-EMPLOYEE-ID TO AR-MSG-EMPLOYEE-ID
039005             MOVE "PAY GROUP NOT ON PAYGRP - NOT AUDITED"
039006                 TO AR-MESSAGE
039007             WRITE AUDIT-REPORT-RECORD FROM AR-MESSAGE-LINE
039008             ADD 1 TO WS-DISCREPANCY-COUNT
039009         END-IF
039100     END-IF
039110     IF WS-AUDIT-PERIOD = ZEROS
039120         MOVE PD-PERIOD-DATE TO WS-AUDIT-PERIOD
039600*----------------------------------------------------------*
039700* 4000-RECOMPUTE-PAY - THE SAME ARITHMETIC THE PAY RUN      *
039800* APPLIES, TAKEN FRESH FROM PM-RATE AND PM-HOURS AND THE    *
039900* CONTROL FILES: OVERTIME SPLIT, PRE-TAX DEDUCTIONS, THE    *
040000* TAXES ON THE REDUCED BASES, AFTER-TAX DEDUCTIONS, AND NET.*
040001* OVERTIME IS PAST THE PAY GROUP'S STANDARD HOURS AND THE   *
040002* WEEKLY SALARY IS CONVERTED TO THE GROUP'S PERIOD.         *
040100*----------------------------------------------------------*
040200 4000-RECOMPUTE-PAY.
040210     IF PD-PAID-SALARIED
040220         MOVE ZEROS     TO WS-REGULAR-HOURS
040230         MOVE ZEROS     TO WS-OVERTIME-HOURS
040240         MOVE ZEROS     TO WS-OVERTIME-PAY
040250         COMPUTE WS-REGULAR-PAY ROUNDED =
040260             PM-SALARY * WS-WEEKS-PER-YEAR / WS-PERIODS-PER-YEAR
040261         MOVE WS-REGULAR-PAY TO WS-AUDIT-GROSS
040270         GO TO 4000-WITHHOLDING
040280     END-IF
040300     IF PM-HOURS > STANDARD-HOURS
041300     COMPUTE WS-AUDIT-GROSS = WS-REGULAR-PAY + WS-OVERTIME-PAY
041310         + WS-PREMIUM-PAY.
041350 4000-WITHHOLDING.
041351     MOVE ZEROS TO WS-PRETAX-TOTAL
041352     MOVE ZEROS TO WS-PRETAX-FED
041353     MOVE ZEROS TO WS-PRETAX-FICA
041354     MOVE ZEROS TO WS-PRETAX-STATE
041355     PERFORM 4040-SET-WAGE-BASES THRU 4040-EXIT
041356     PERFORM 4060-FIGURE-TAXES THRU 4060-EXIT
041357     MOVE ZEROS TO WS-AUDIT-DEDUCTIONS
041358     MOVE "N" TO WS-DED-UNAUD-SW
041359     IF WS-DED-COUNT > 0
041360         MOVE "P" TO WS-DED-PASS-SW
041361         SET DED-IDX TO 1
041362         PERFORM 4100-RECOMPUTE-ONE-DEDUCTION THRU 4100-EXIT
041363             UNTIL DED-IDX > WS-DED-COUNT
041364         IF WS-PRETAX-TOTAL > 0
041365             PERFORM 4040-SET-WAGE-BASES THRU 4040-EXIT
041366             PERFORM 4060-FIGURE-TAXES THRU 4060-EXIT
041367         END-IF
041368         MOVE "A" TO WS-DED-PASS-SW
041369         SET DED-IDX TO 1
041370         PERFORM 4100-RECOMPUTE-ONE-DEDUCTION THRU 4100-EXIT
041371             UNTIL DED-IDX > WS-DED-COUNT
041372     END-IF
041373     IF WS-DED-UNAUDITABLE
041374         PERFORM 4070-TAKE-REPORTED-BASES THRU 4070-EXIT
041375         COMPUTE WS-AUDIT-NET = WS-AUDIT-GROSS
041376             - WS-AUDIT-FEDERAL - WS-AUDIT-FICA
041377             - WS-AUDIT-STATE - PD-DEDUCTIONS
041378     END-IF.
041379 4000-EXIT.
041380     EXIT.
041381*----------------------------------------------------------*
041382* 4005-SET-PAY-GROUP - THE FREQUENCY AND STANDARD HOURS OF  *
041383* THE EMPLOYEE'S PAY GROUP, AND THE PERIODS PER YEAR THE PAY*
041384* RUN DERIVES FROM THEM. THE SPACES GROUP IS WEEKLY AT 40   *
041385* HOURS UNLESS PAYGRP SAYS OTHERWISE; ANY OTHER GROUP MUST BE*
041386* ON THE FILE.                                              *
041387*----------------------------------------------------------*
041388 4005-SET-PAY-GROUP.
041389     MOVE "N" TO WS-PAYGRP-FOUND-SW
041390     MOVE "W" TO WS-PAY-FREQUENCY
041391     MOVE 40  TO STANDARD-HOURS
041392     IF PM-PAY-GROUP = SPACES
041393         MOVE "Y" TO WS-PAYGRP-FOUND-SW
041394     END-IF
041395     IF WS-PG-COUNT > 0
041396         SET PG-IDX TO 1
041397         SEARCH PG-ENTRY
041398             AT END CONTINUE
041399             WHEN PGT-PAY-GROUP (PG-IDX) = PM-PAY-GROUP
041400                 MOVE "Y" TO WS-PAYGRP-FOUND-SW
041401                 MOVE PGT-FREQUENCY (PG-IDX) TO WS-PAY-FREQUENCY
041402                 MOVE PGT-STANDARD-HOURS (PG-IDX)
041403                     TO STANDARD-HOURS
041404         END-SEARCH
041405     END-IF
041406     IF WS-PAY-FREQUENCY = "B"
041407         MOVE 26 TO WS-PERIODS-PER-YEAR
041408     ELSE
041409     IF WS-PAY-FREQUENCY = "S"
041410         MOVE 24 TO WS-PERIODS-PER-YEAR
041411     ELSE
041412         MOVE 52 TO WS-PERIODS-PER-YEAR
041413     END-IF
041414     END-IF.
041415 4005-EXIT.
041416     EXIT.
041417*----------------------------------------------------------*
041418* 4010-SET-FEDERAL-TAXABLE - FEDERAL WAGES LESS THE          *
041419* ALLOWANCE FOR THE EMPLOYEE'S W-4 FILING STATUS, AS THE PAY *
041420* RUN TAKES IT. THE WEEKLY ALLOWANCE IS CONVERTED TO THE PAY*
041421* GROUP'S PERIOD.                                           *
041422*----------------------------------------------------------*
041423 4010-SET-FEDERAL-TAXABLE.
041424     IF PM-FILING-SINGLE
041425         MOVE "S" TO WS-W4-STATUS
041426     ELSE
041427         MOVE PM-FILING-STATUS TO WS-W4-STATUS
041428     END-IF
041429     MOVE ZEROS TO WS-W4-ALLOWANCE
041430     SET FA-INDEX TO 1
041431     SEARCH FA-ENTRY
041432         AT END CONTINUE
041433         WHEN FA-STATUS (FA-INDEX) = WS-W4-STATUS
041434             COMPUTE WS-W4-ALLOWANCE ROUNDED =
041435                 FA-AMOUNT (FA-INDEX) * WS-WEEKS-PER-YEAR
041436                     / WS-PERIODS-PER-YEAR
041437     END-SEARCH
041438     IF WS-AUDIT-FED-WAGES > WS-W4-ALLOWANCE
041439         COMPUTE WS-FED-TAXABLE =
041440             WS-AUDIT-FED-WAGES - WS-W4-ALLOWANCE
041441     ELSE
041442         MOVE ZEROS TO WS-FED-TAXABLE
041443     END-IF.
041444 4010-EXIT.
041445     EXIT.
041446*----------------------------------------------------------*
041447* 4020-APPLY-DEPENDENT-CREDIT - THE PERIOD'S SHARE OF THE    *
041448* ANNUAL DEPENDENTS CREDIT OFF THE BRACKET TAX, NOT BELOW    *
041449* ZERO.                                                      *
041450*----------------------------------------------------------*
041451 4020-APPLY-DEPENDENT-CREDIT.
041452     MOVE ZEROS TO WS-W4-CREDIT
041453     IF PM-DEPENDENT-CREDIT IS NUMERIC
041454         COMPUTE WS-W4-CREDIT ROUNDED =
041455             PM-DEPENDENT-CREDIT / WS-PERIODS-PER-YEAR
041456     END-IF
041457     IF WS-W4-CREDIT NOT < WS-AUDIT-FEDERAL
041458         MOVE ZEROS TO WS-AUDIT-FEDERAL
041459     ELSE
041460         SUBTRACT WS-W4-CREDIT FROM WS-AUDIT-FEDERAL
041461     END-IF.
041462 4020-EXIT.
041463     EXIT.
041464*----------------------------------------------------------*
041465* 4030-ADD-EXTRA-WITHHOLDING - THE EMPLOYEE'S FLAT EXTRA     *
041466* WITHHOLDING ON TOP OF FEDERAL, CUT BACK TO WHAT IS LEFT OF *
041467* GROSS AFTER THE TAXES AND PRE-TAX DEDUCTIONS, AS THE PAY   *
041468* RUN DOES.                                                  *
041469*----------------------------------------------------------*
041470 4030-ADD-EXTRA-WITHHOLDING.
041471     IF PM-EXTRA-WITHHOLDING IS NOT NUMERIC
041472         GO TO 4030-EXIT
041473     END-IF
041474     MOVE PM-EXTRA-WITHHOLDING TO WS-W4-EXTRA
041475     COMPUTE WS-WH-CEILING = WS-AUDIT-GROSS - WS-PRETAX-TOTAL
041476     IF WS-AUDIT-FEDERAL + WS-AUDIT-FICA + WS-AUDIT-STATE
041477             + WS-W4-EXTRA > WS-WH-CEILING
041478         IF WS-AUDIT-FEDERAL + WS-AUDIT-FICA + WS-AUDIT-STATE
041479                 < WS-WH-CEILING
041480             COMPUTE WS-W4-EXTRA = WS-WH-CEILING
041481                 - WS-AUDIT-FEDERAL - WS-AUDIT-FICA
041482                 - WS-AUDIT-STATE
041483         ELSE
041484             MOVE ZEROS TO WS-W4-EXTRA
041485         END-IF
041486     END-IF
041487     ADD WS-W4-EXTRA TO WS-AUDIT-FEDERAL.
041488 4030-EXIT.
041489     EXIT.
041490*----------------------------------------------------------*
041491* 4040-SET-WAGE-BASES - GROSS LESS THE PRE-TAX DEDUCTIONS   *
041492* REPLAYED SO FAR THAT REDUCE EACH BASE.                    *
041493*----------------------------------------------------------*
041494 4040-SET-WAGE-BASES.
041495     COMPUTE WS-AUDIT-FED-WAGES = WS-AUDIT-GROSS - WS-PRETAX-FED
041496     COMPUTE WS-AUDIT-FICA-WAGES =
041497         WS-AUDIT-GROSS - WS-PRETAX-FICA
041498     COMPUTE WS-AUDIT-STATE-WAGES =
041499         WS-AUDIT-GROSS - WS-PRETAX-STATE.
041500 4040-EXIT.
041501     EXIT.
041502*----------------------------------------------------------*
041503* 4060-FIGURE-TAXES - FEDERAL BRACKET, CAPPED FICA AND      *
041504* STATE ON THEIR OWN WAGE BASES, EXTRA WITHHOLDING, AND THE *
041505* NET LEFT AFTER THE TAXES AND PRE-TAX DEDUCTIONS. FICA IS  *
041506* CAPPED AGAINST THE YTD FICA WAGES THE RUN STARTED FROM    *
041507* (YTD GROSS ON A DETAIL THAT PREDATES THEM).               *
041508* THE BRACKET IS FOUND BY ANNUALIZING THE PERIOD'S TAXABLE  *
041509* WAGES AND THE WEEKLY BRACKET LIMITS ALIKE, AS THE PAY RUN *
041510* DOES.                                                     *
041511*----------------------------------------------------------*
041512 4060-FIGURE-TAXES.
041513     PERFORM 4010-SET-FEDERAL-TAXABLE THRU 4010-EXIT
041514     COMPUTE WS-FED-ANNUAL =
041515         WS-FED-TAXABLE * WS-PERIODS-PER-YEAR
041400     SET FW-INDEX TO 1
041500     SEARCH FW-ENTRY
041600         AT END SET FW-INDEX TO 3
041700         WHEN WS-FED-ANNUAL NOT >
041701                 FW-UPPER-LIMIT (FW-INDEX) * WS-WEEKS-PER-YEAR
041800             CONTINUE
041900     END-SEARCH
042000     COMPUTE WS-AUDIT-FEDERAL ROUNDED =
042100         WS-FED-TAXABLE * FW-RATE (FW-INDEX)
042200     PERFORM 4020-APPLY-DEPENDENT-CREDIT THRU 4020-EXIT
042201     IF PD-YTD-FICA-BEFORE IS NUMERIC
042202         MOVE PD-YTD-FICA-BEFORE TO WS-FICA-BEFORE
042203     ELSE
042204         MOVE PD-YTD-GROSS-BEFORE TO WS-FICA-BEFORE
042205     END-IF
042206     MOVE WS-AUDIT-FICA-WAGES TO WS-FICA-TAXABLE
042300     IF WS-FICA-WAGE-BASE > 0
042400         IF WS-FICA-BEFORE NOT < WS-FICA-WAGE-BASE
042500             MOVE ZEROS TO WS-FICA-TAXABLE
042600         ELSE
042700         IF WS-FICA-BEFORE + WS-AUDIT-FICA-WAGES
042800                 > WS-FICA-WAGE-BASE
042900             COMPUTE WS-FICA-TAXABLE =
043000                 WS-FICA-WAGE-BASE - WS-FICA-BEFORE
043100         END-IF
043200         END-IF
043300     END-IF
043500         WS-FICA-TAXABLE * FICA-RATE
043550     PERFORM 4050-SET-STATE-RATE THRU 4050-EXIT
043600     COMPUTE WS-AUDIT-STATE ROUNDED =
043700         WS-AUDIT-STATE-WAGES * STATE-RATE
043701     PERFORM 4030-ADD-EXTRA-WITHHOLDING THRU 4030-EXIT
043800     COMPUTE WS-AUDIT-NET = WS-AUDIT-GROSS - WS-AUDIT-FEDERAL
043900         - WS-AUDIT-FICA - WS-AUDIT-STATE - WS-PRETAX-TOTAL.
044000 4060-EXIT.
044050     EXIT.
044100*----------------------------------------------------------*
044200* 4070-TAKE-REPORTED-BASES - A GOAL ORDER CANNOT BE         *
044300* REPLAYED, SO ITS EMPLOYEE'S TAXES ARE REFIGURED ON THE    *
044400* WAGE BASES THE RUN REPORTED; THE PRE-TAX AMOUNTS BEHIND   *
044401* THEM ARE PART OF THE DEDUCTIONS TAKEN AS REPORTED.        *
044402*----------------------------------------------------------*
044403 4070-TAKE-REPORTED-BASES.
044404     IF PD-FED-WAGES IS NOT NUMERIC
044405        OR PD-FICA-WAGES IS NOT NUMERIC
044406        OR PD-STATE-WAGES IS NOT NUMERIC
044407         GO TO 4070-EXIT
044500     END-IF
044510     MOVE PD-FED-WAGES   TO WS-AUDIT-FED-WAGES
044520     MOVE PD-FICA-WAGES  TO WS-AUDIT-FICA-WAGES
044530     MOVE PD-STATE-WAGES TO WS-AUDIT-STATE-WAGES
044540     MOVE ZEROS TO WS-PRETAX-TOTAL
044550     PERFORM 4060-FIGURE-TAXES THRU 4060-EXIT.
044600 4070-EXIT.
044700     EXIT.
044710*----------------------------------------------------------*
044720* 4050-SET-STATE-RATE - THE EMPLOYEE'S OWN STATE RATE, BY   *
044800*----------------------------------------------------------*
044900* 4100-RECOMPUTE-ONE-DEDUCTION - SAME APPLICATION RULE AS   *
045000* THE PAY RUN: MATCH ON EMPLOYEE, FLAT OR PERCENT OF GROSS, *
045100* CAPPED AT WHAT IS LEFT OF NET, PRE-TAX CODES IN THE FIRST *
045135* PASS AND AFTER-TAX CODES IN THE SECOND.                   *
045200*----------------------------------------------------------*
045300 4100-RECOMPUTE-ONE-DEDUCTION.
045400     IF DE-EMPLOYEE-ID (DED-IDX) NOT = PM-EMPLOYEE-ID
045410        OR DE-ORDER-INACTIVE (DED-IDX)
045411         GO TO 4100-NEXT
045412     END-IF
045413     IF (WS-PRETAX-PASS AND NOT DE-PRETAX (DED-IDX))
045414        OR (WS-AFTERTAX-PASS AND DE-PRETAX (DED-IDX))
045420         GO TO 4100-NEXT
045430     END-IF
045440     IF DE-GOAL-AMOUNT (DED-IDX) > 0
046200         MOVE WS-AUDIT-NET TO WS-DED-AMOUNT
046300     END-IF
046400     SUBTRACT WS-DED-AMOUNT FROM WS-AUDIT-NET
046500     ADD WS-DED-AMOUNT TO WS-AUDIT-DEDUCTIONS
046501     IF WS-PRETAX-PASS
046502         ADD WS-DED-AMOUNT TO WS-PRETAX-TOTAL
046503         IF DE-REDUCES-FEDERAL (DED-IDX)
046504             ADD WS-DED-AMOUNT TO WS-PRETAX-FED
046505         END-IF
046506         IF DE-REDUCES-FICA (DED-IDX)
046507             ADD WS-DED-AMOUNT TO WS-PRETAX-FICA
046508         END-IF
046509         IF DE-REDUCES-STATE (DED-IDX)
046510             ADD WS-DED-AMOUNT TO WS-PRETAX-STATE
046511         END-IF
046512     END-IF.
046600 4100-NEXT.
046700     SET DED-IDX UP BY 1.
046800 4100-EXIT.
050200         MOVE WS-AUDIT-DEDUCTIONS TO AR-AUDIT-VALUE
050300         PERFORM 6000-WRITE-DISCREPANCY THRU 6000-EXIT
050400     END-IF
050401     IF PD-FED-WAGES IS NUMERIC
050402        AND NOT WS-DED-UNAUDITABLE
050403         PERFORM 5100-COMPARE-WAGE-BASES THRU 5100-EXIT
050404     END-IF
050500     IF PD-NET NOT = WS-AUDIT-NET
050600         MOVE "NET PAY"     TO AR-FIELD
050700         MOVE PD-NET        TO AR-RUN-VALUE
050900         PERFORM 6000-WRITE-DISCREPANCY THRU 6000-EXIT
051000     END-IF.
051100 5000-EXIT.
051101     EXIT.
051102*----------------------------------------------------------*
051103* 5100-COMPARE-WAGE-BASES - THE FEDERAL, FICA AND STATE     *
051104* TAXABLE WAGES THE RUN REPORTED AGAINST THE REPLAY.        *
051105*----------------------------------------------------------*
051106 5100-COMPARE-WAGE-BASES.
051107     IF PD-FED-WAGES NOT = WS-AUDIT-FED-WAGES
051108         MOVE "FED WAGES"   TO AR-FIELD
051109         MOVE PD-FED-WAGES  TO AR-RUN-VALUE
051110         MOVE WS-AUDIT-FED-WAGES TO AR-AUDIT-VALUE
051111         PERFORM 6000-WRITE-DISCREPANCY THRU 6000-EXIT
051112     END-IF
051113     IF PD-FICA-WAGES NOT = WS-AUDIT-FICA-WAGES
051114         MOVE "FICA WAGES"  TO AR-FIELD
051115         MOVE PD-FICA-WAGES TO AR-RUN-VALUE
051116         MOVE WS-AUDIT-FICA-WAGES TO AR-AUDIT-VALUE
051117         PERFORM 6000-WRITE-DISCREPANCY THRU 6000-EXIT
051118     END-IF
051119     IF PD-STATE-WAGES NOT = WS-AUDIT-STATE-WAGES
051120         MOVE "STATE WAGES" TO AR-FIELD
051121         MOVE PD-STATE-WAGES TO AR-RUN-VALUE
051122         MOVE WS-AUDIT-STATE-WAGES TO AR-AUDIT-VALUE
051123         PERFORM 6000-WRITE-DISCREPANCY THRU 6000-EXIT
051124     END-IF.
051125 5100-EXIT.
051200     EXIT.
051300*----------------------------------------------------------*
051400* 6000-WRITE-DISCREPANCY - ONE LINE PER FIGURE IN DISPUTE   *
