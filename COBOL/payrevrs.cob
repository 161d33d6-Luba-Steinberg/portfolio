003107*                   WAGES ACCOUNT ONLY FOR AN UNMAPPED      *
003108*                   LOCATION, SO THE OFFSET LANDS WHERE     *
003109*                   THE EXPENSE SITS.                       *
003110* 2026-10-15  LIBI  A REVERSED REGULAR PAYMENT NOW GIVES BACK*
003111*                   THE HOURS IT ADDED TO PM-YTD-HOURS (THE *
003112*                   STANDARD WEEK FOR A SALARIED PAYMENT), SO*
003113*                   THE CORRECTED RERUN DOES NOT COUNT THEM *
003114*                   TWICE ON THE RECORDKEEPER FILE.         *
003115* 2026-10-15  LIBI  A REVERSAL NOW ALSO GIVES BACK THE      *
003116*                   FEDERAL, FICA AND STATE TAXABLE WAGES   *
003117*                   THE PAYMENT ADDED TO THE YTD AND QTD    *
003118*                   BUCKETS, AND THE "V" LINES CARRY THEM.  *
003119* 2026-10-15  LIBI  THE HOURS GIVEN BACK FOR A SALARIED     *
003120*                   PAYMENT ARE NOW THE STANDARD HOURS OF   *
003121*                   THE EMPLOYEE'S PAY GROUP, FROM THE      *
003122*                   PAYGRP CONTROL FILE, AS THE PAY RUN     *
003123*                   ADDED THEM.                             *
003124* 2026-10-15  LIBI  THE "V" LINES NOW CARRY THE OVERTIME    *
003125*                   PREMIUM OF THE PAYMENT THEY BACK OUT,   *
003126*                   SO THE WORKERS' COMPENSATION REPORT     *
003127*                   GIVES IT BACK TOO.                      *
003128* 2026-10-15  LIBI  THE YTD FEDERAL, FICA AND STATE TAX     *
003129*                   BUCKETS ARE BACKED OUT WITH THE QTD     *
003130*                   TAXES.                                  *
003131* 2026-10-15  LIBI  THE PAYMENT'S PRE-TAX AND ROTH 401(K)   *
003132*                   DEFERRALS, NOW ON PAYHIST, ARE BACKED   *
003133*                   OUT OF THE YTD 401(K) BUCKETS, NOT      *
003134*                   BELOW ZERO, AND RIDE ON THE "V" LINES.  *
003135*                   A PAYMENT POSTED BEFORE THEY WERE       *
003136*                   CARRIED GIVES BACK NONE.                *
003000*----------------------------------------------------------*
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
005610     SELECT COST-CENTER-CONTROL ASSIGN TO "COSTCTR"
005620         ORGANIZATION IS LINE SEQUENTIAL
005630         FILE STATUS IS WS-COSTCTR-STATUS.
005631     SELECT PAY-GROUP-CONTROL ASSIGN TO "PAYGRP"
005632         ORGANIZATION IS LINE SEQUENTIAL
005633         FILE STATUS IS WS-PAYGRP-STATUS.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  PAYROLL-MASTER
008610 FD  COST-CENTER-CONTROL
008620     LABEL RECORDS ARE STANDARD.
008630 COPY COSTCTR.
008631 FD  PAY-GROUP-CONTROL
008632     LABEL RECORDS ARE STANDARD.
008633 COPY PAYGRP.
008700 WORKING-STORAGE SECTION.
008800*----------------------------------------------------------*
008900* FILE STATUS AND CONTROL SWITCHES                          *
012500         10  DL-STATE        PIC 9(05).
012600         10  DL-DEDUCTIONS   PIC 9(05).
012700         10  DL-NET          PIC 9(05).
012701         10  DL-HOURS        PIC 9(03).
012702         10  DL-PAY-TYPE     PIC X(01).
012703         10  DL-FED-WAGES    PIC 9(05).
012704         10  DL-FICA-WAGES   PIC 9(05).
012705         10  DL-STATE-WAGES  PIC 9(05).
012706         10  DL-OT-PREMIUM   PIC 9(05).
012707         10  DL-PRETAX-401K  PIC 9(05).
012708         10  DL-ROTH-401K    PIC 9(05).
012800*----------------------------------------------------------*
012900* RUN DATE, WITHHOLDING WORK FIELD, AND RUN TOTALS          *
013000*----------------------------------------------------------*
013400 77  WS-REFUSED-COUNT        PIC 9(05) COMP VALUE ZERO.
013500 77  WS-REVERSED-GROSS       PIC 9(09) VALUE ZEROS.
013600 77  WS-REVERSED-NET         PIC 9(09) VALUE ZEROS.
013601 77  WS-SALARIED-HOURS       PIC 9(03) VALUE 40.
013602 77  WS-REV-HOURS            PIC 9(03) VALUE ZEROS.
013603*----------------------------------------------------------*
013604* PAY GROUP STANDARD HOURS FROM PAYGRP. A GROUP NOT LISTED  *
013605* (THE SPACES GROUP, NORMALLY) WORKS THE 40-HOUR WEEK.      *
013606*----------------------------------------------------------*
013607 77  WS-PAYGRP-STATUS        PIC X(02) VALUE ZEROS.
013608     88  WS-PAYGRP-OK                  VALUE "00".
013609 77  WS-PAYGRP-EOF-SW        PIC X(01) VALUE "N".
013610     88  WS-PAYGRP-EOF                 VALUE "Y".
013611 77  WS-PG-COUNT             PIC 9(03) COMP VALUE ZERO.
013612 01  PAY-GROUP-TABLE.
013613     05  PG-ENTRY OCCURS 1 TO 50 TIMES
013614         DEPENDING ON WS-PG-COUNT
013615         INDEXED BY PG-IDX.
013616         10  PGT-PAY-GROUP   PIC X(02).
013617         10  PGT-STANDARD-HOURS PIC 9(03).
013700*----------------------------------------------------------*
013800* REVERSAL REPORT LINE LAYOUTS                              *
013900*----------------------------------------------------------*
018330     END-IF
018300     PERFORM 1500-LOAD-PAY-HISTORY THRU 1500-EXIT
018350     PERFORM 1650-LOAD-COST-CENTERS THRU 1650-EXIT
018351     PERFORM 1700-LOAD-PAY-GROUPS THRU 1700-EXIT
018400     OPEN I-O PAYROLL-MASTER
018500     IF NOT WS-PAYRMSTR-OK
018600         DISPLAY "PAYRMSTR OPEN FAILED, STATUS "
023950 1670-EXIT.
023960     EXIT.
023600*----------------------------------------------------------*
023601* 1700-LOAD-PAY-GROUPS - READ THE PAYGRP STANDARD HOURS. NO *
023602* FILE MEANS EVERY SALARIED PAYMENT GIVES BACK 40 HOURS.    *
023603*----------------------------------------------------------*
023604 1700-LOAD-PAY-GROUPS.
023605     OPEN INPUT PAY-GROUP-CONTROL
023606     IF NOT WS-PAYGRP-OK
023607         MOVE "Y" TO WS-PAYGRP-EOF-SW
023608         GO TO 1700-EXIT
023609     END-IF
023610     PERFORM 1710-READ-PAY-GROUP THRU 1710-EXIT
023611     PERFORM 1720-ADD-PAY-GROUP THRU 1720-EXIT
023612         UNTIL WS-PAYGRP-EOF
023613     CLOSE PAY-GROUP-CONTROL.
023614 1700-EXIT.
023615     EXIT.
023616*----------------------------------------------------------*
023617* 1710-READ-PAY-GROUP - GET THE NEXT PAYGRP ENTRY           *
023618*----------------------------------------------------------*
023619 1710-READ-PAY-GROUP.
023620     READ PAY-GROUP-CONTROL
023621         AT END
023622             MOVE "Y" TO WS-PAYGRP-EOF-SW
023623     END-READ.
023624 1710-EXIT.
023625     EXIT.
023626*----------------------------------------------------------*
023627* 1720-ADD-PAY-GROUP - STORE ONE GROUP'S STANDARD HOURS     *
023628*----------------------------------------------------------*
023629 1720-ADD-PAY-GROUP.
023630     IF PG-STANDARD-HOURS IS NUMERIC
023631        AND PG-STANDARD-HOURS > ZERO
023632         IF WS-PG-COUNT < 50
023633             ADD 1 TO WS-PG-COUNT
023634             SET PG-IDX TO WS-PG-COUNT
023635             MOVE PG-PAY-GROUP      TO PGT-PAY-GROUP (PG-IDX)
023636             MOVE PG-STANDARD-HOURS
023637                 TO PGT-STANDARD-HOURS (PG-IDX)
023638         ELSE
023639             DISPLAY "PAYREVRS: PAYGRP TABLE FULL"
023640         END-IF
023641     END-IF
023642     PERFORM 1710-READ-PAY-GROUP THRU 1710-EXIT.
023643 1720-EXIT.
023644     EXIT.
023645*----------------------------------------------------------*
023700* 1520-TABLE-PAY-HISTORY - STORE ONE PAYMENT OR REVERSAL    *
023800*----------------------------------------------------------*
023900 1520-TABLE-PAY-HISTORY.
024800         MOVE PH-STATE       TO DL-STATE (DL-IDX)
024900         MOVE PH-DEDUCTIONS  TO DL-DEDUCTIONS (DL-IDX)
025000         MOVE PH-NET         TO DL-NET (DL-IDX)
025001         MOVE PH-HOURS       TO DL-HOURS (DL-IDX)
025002         MOVE PH-PAY-TYPE    TO DL-PAY-TYPE (DL-IDX)
025003         IF PH-FED-WAGES IS NUMERIC
025004            AND PH-FICA-WAGES IS NUMERIC
025005            AND PH-STATE-WAGES IS NUMERIC
025006             MOVE PH-FED-WAGES   TO DL-FED-WAGES (DL-IDX)
025007             MOVE PH-FICA-WAGES  TO DL-FICA-WAGES (DL-IDX)
025008             MOVE PH-STATE-WAGES TO DL-STATE-WAGES (DL-IDX)
025009         ELSE
025010             MOVE PH-GROSS TO DL-FED-WAGES (DL-IDX)
025011             MOVE PH-GROSS TO DL-FICA-WAGES (DL-IDX)
025012             MOVE PH-GROSS TO DL-STATE-WAGES (DL-IDX)
025013         END-IF
025014         IF PH-OT-PREMIUM IS NUMERIC
025015             MOVE PH-OT-PREMIUM TO DL-OT-PREMIUM (DL-IDX)
025016         ELSE
025017             MOVE ZEROS TO DL-OT-PREMIUM (DL-IDX)
025018         END-IF
025019         IF PH-PRETAX-401K IS NUMERIC
025020            AND PH-ROTH-401K IS NUMERIC
025021             MOVE PH-PRETAX-401K TO DL-PRETAX-401K (DL-IDX)
025022             MOVE PH-ROTH-401K   TO DL-ROTH-401K (DL-IDX)
025023         ELSE
025024             MOVE ZEROS TO DL-PRETAX-401K (DL-IDX)
025025             MOVE ZEROS TO DL-ROTH-401K (DL-IDX)
025026         END-IF
025050     ELSE
025060         DISPLAY "PAYREVRS: HISTORY TABLE FULL"
025070         MOVE "Y" TO WS-REV-FAILURE-SW
033900     ELSE
034000         SUBTRACT WS-REV-WITHHOLDING FROM PM-YTD-WITHHOLDING
034100     END-IF
034101     IF DL-RUN-TYPE (DL-IDX) = "R" OR DL-RUN-TYPE (DL-IDX) = " "
034102         IF DL-PAY-TYPE (DL-IDX) = "S"
034103             PERFORM 4050-SET-SALARIED-HOURS THRU 4050-EXIT
034104             MOVE WS-SALARIED-HOURS TO WS-REV-HOURS
034105         ELSE
034106             MOVE DL-HOURS (DL-IDX) TO WS-REV-HOURS
034107         END-IF
034108         IF PM-YTD-HOURS IS NOT NUMERIC
034109            OR PM-YTD-HOURS < WS-REV-HOURS
034110             MOVE ZEROS TO PM-YTD-HOURS
034111         ELSE
034112             SUBTRACT WS-REV-HOURS FROM PM-YTD-HOURS
034113         END-IF
034114     END-IF
034115     PERFORM 4100-BACK-OUT-YTD-WAGES THRU 4100-EXIT
034116     PERFORM 4150-BACK-OUT-YTD-TAXES THRU 4150-EXIT
034117     PERFORM 4160-BACK-OUT-YTD-401K THRU 4160-EXIT
034110     IF WS-PRIOR-QTR-REVERSAL
034120*        THE REVERSED PERIOD'S QUARTER IS ALREADY CLOSED -
034130*        TODAY'S BUCKETS HOLD NONE OF IT TO GIVE BACK.
035800         MOVE ZEROS TO PM-QTD-STATE
035900     ELSE
036000         SUBTRACT DL-STATE (DL-IDX) FROM PM-QTD-STATE
036100     END-IF
036101     PERFORM 4200-BACK-OUT-QTD-WAGES THRU 4200-EXIT.
036150 4000-CLEAR-STAMP.
036200     IF PM-LAST-PERIOD-DATE = RV-PERIOD-DATE
036300         MOVE ZEROS TO PM-LAST-PERIOD-DATE
036900         MOVE "Y" TO WS-REV-FAILURE-SW
037000     END-IF.
037100 4000-EXIT.
037101     EXIT.
037102*----------------------------------------------------------*
037103* 4050-SET-SALARIED-HOURS - THE STANDARD HOURS THE PAY RUN  *
037104* ADDED FOR A SALARIED PAYMENT IN THE EMPLOYEE'S PAY GROUP. *
037105*----------------------------------------------------------*
037106 4050-SET-SALARIED-HOURS.
037107     MOVE 40 TO WS-SALARIED-HOURS
037108     IF WS-PG-COUNT = 0
037109         GO TO 4050-EXIT
037110     END-IF
037111     SET PG-IDX TO 1
037112     SEARCH PG-ENTRY
037113         AT END CONTINUE
037114         WHEN PGT-PAY-GROUP (PG-IDX) = PM-PAY-GROUP
037115             MOVE PGT-STANDARD-HOURS (PG-IDX)
037116                 TO WS-SALARIED-HOURS
037117     END-SEARCH.
037118 4050-EXIT.
037119     EXIT.
037120*----------------------------------------------------------*
037121* 4100-BACK-OUT-YTD-WAGES - GIVE BACK THE FEDERAL, FICA AND *
037122* STATE TAXABLE WAGES THE PAYMENT ADDED, NOT BELOW ZERO. A  *
037123* LEGACY MASTER WITHOUT THE BUCKETS STARTS THEM FROM YTD    *
037124* GROSS AS IT STOOD BEFORE THIS REVERSAL.                   *
037125*----------------------------------------------------------*
037126 4100-BACK-OUT-YTD-WAGES.
037127     IF PM-YTD-FED-WAGES IS NOT NUMERIC
037128        OR PM-YTD-FICA-WAGES IS NOT NUMERIC
037129        OR PM-YTD-STATE-WAGES IS NOT NUMERIC
037130         COMPUTE PM-YTD-FED-WAGES =
037131             PM-YTD-GROSS + DL-GROSS (DL-IDX)
037132         MOVE PM-YTD-FED-WAGES TO PM-YTD-FICA-WAGES
037133         MOVE PM-YTD-FED-WAGES TO PM-YTD-STATE-WAGES
037134     END-IF
037135     IF PM-YTD-FED-WAGES < DL-FED-WAGES (DL-IDX)
037136         MOVE ZEROS TO PM-YTD-FED-WAGES
037137     ELSE
037138         SUBTRACT DL-FED-WAGES (DL-IDX) FROM PM-YTD-FED-WAGES
037139     END-IF
037140     IF PM-YTD-FICA-WAGES < DL-FICA-WAGES (DL-IDX)
037141         MOVE ZEROS TO PM-YTD-FICA-WAGES
037142     ELSE
037143         SUBTRACT DL-FICA-WAGES (DL-IDX) FROM PM-YTD-FICA-WAGES
037144     END-IF
037145     IF PM-YTD-STATE-WAGES < DL-STATE-WAGES (DL-IDX)
037146         MOVE ZEROS TO PM-YTD-STATE-WAGES
037147     ELSE
037148         SUBTRACT DL-STATE-WAGES (DL-IDX)
037149             FROM PM-YTD-STATE-WAGES
037150     END-IF.
037151 4100-EXIT.
037152     EXIT.
037153*----------------------------------------------------------*
037154* 4150-BACK-OUT-YTD-TAXES - GIVE BACK THE FEDERAL, FICA AND *
037155* STATE TAX THE PAYMENT ADDED TO THE YTD TAX BUCKETS, NOT   *
037156* BELOW ZERO. A LEGACY MASTER WITHOUT THE BUCKETS IS LEFT FOR*
037157* THE NEXT PAY RUN TO SEED FROM ITS BACKED-OUT QTD TAXES.   *
037158*----------------------------------------------------------*
037159 4150-BACK-OUT-YTD-TAXES.
037160     IF PM-YTD-FEDERAL IS NOT NUMERIC
037161        OR PM-YTD-FICA IS NOT NUMERIC
037162        OR PM-YTD-STATE IS NOT NUMERIC
037163         GO TO 4150-EXIT
037164     END-IF
037165     IF PM-YTD-FEDERAL < DL-FEDERAL (DL-IDX)
037166         MOVE ZEROS TO PM-YTD-FEDERAL
037167     ELSE
037168         SUBTRACT DL-FEDERAL (DL-IDX) FROM PM-YTD-FEDERAL
037169     END-IF
037170     IF PM-YTD-FICA < DL-FICA (DL-IDX)
037171         MOVE ZEROS TO PM-YTD-FICA
037172     ELSE
037173         SUBTRACT DL-FICA (DL-IDX) FROM PM-YTD-FICA
037174     END-IF
037175     IF PM-YTD-STATE < DL-STATE (DL-IDX)
037176         MOVE ZEROS TO PM-YTD-STATE
037177     ELSE
037178         SUBTRACT DL-STATE (DL-IDX) FROM PM-YTD-STATE
037179     END-IF.
037180 4150-EXIT.
037181     EXIT.
037182*----------------------------------------------------------*
037183* 4160-BACK-OUT-YTD-401K - GIVE BACK THE PRE-TAX AND ROTH   *
037184* 401(K) DEFERRALS THE PAYMENT ADDED, NOT BELOW ZERO. A     *
037185* LEGACY MASTER WITHOUT THE BUCKETS IS LEFT ALONE.          *
037186*----------------------------------------------------------*
037187 4160-BACK-OUT-YTD-401K.
037188     IF PM-YTD-401K IS NOT NUMERIC
037189        OR PM-YTD-ROTH-401K IS NOT NUMERIC
037190         GO TO 4160-EXIT
037191     END-IF
037192     IF PM-YTD-401K < DL-PRETAX-401K (DL-IDX)
037193         MOVE ZEROS TO PM-YTD-401K
037194     ELSE
037195         SUBTRACT DL-PRETAX-401K (DL-IDX) FROM PM-YTD-401K
037196     END-IF
037197     IF PM-YTD-ROTH-401K < DL-ROTH-401K (DL-IDX)
037198         MOVE ZEROS TO PM-YTD-ROTH-401K
037199     ELSE
037200         SUBTRACT DL-ROTH-401K (DL-IDX) FROM PM-YTD-ROTH-401K
037201     END-IF.
037202 4160-EXIT.
037203     EXIT.
037204*----------------------------------------------------------*
037205* 4200-BACK-OUT-QTD-WAGES - THE SAME FOR THE QUARTER'S      *
037206* TAXABLE WAGE BUCKETS, WHEN THE QUARTER IS STILL OPEN.     *
037207*----------------------------------------------------------*
037208 4200-BACK-OUT-QTD-WAGES.
037209     IF PM-QTD-FED-WAGES IS NOT NUMERIC
037210        OR PM-QTD-FICA-WAGES IS NOT NUMERIC
037211        OR PM-QTD-STATE-WAGES IS NOT NUMERIC
037212         MOVE PM-QTD-GROSS TO PM-QTD-FED-WAGES
037213         MOVE PM-QTD-GROSS TO PM-QTD-FICA-WAGES
037214         MOVE PM-QTD-GROSS TO PM-QTD-STATE-WAGES
037215         GO TO 4200-EXIT
037216     END-IF
037217     IF PM-QTD-FED-WAGES < DL-FED-WAGES (DL-IDX)
037218         MOVE ZEROS TO PM-QTD-FED-WAGES
037219     ELSE
037220         SUBTRACT DL-FED-WAGES (DL-IDX) FROM PM-QTD-FED-WAGES
037221     END-IF
037222     IF PM-QTD-FICA-WAGES < DL-FICA-WAGES (DL-IDX)
037223         MOVE ZEROS TO PM-QTD-FICA-WAGES
037224     ELSE
037225         SUBTRACT DL-FICA-WAGES (DL-IDX) FROM PM-QTD-FICA-WAGES
037226     END-IF
037227     IF PM-QTD-STATE-WAGES < DL-STATE-WAGES (DL-IDX)
037228         MOVE ZEROS TO PM-QTD-STATE-WAGES
037229     ELSE
037230         SUBTRACT DL-STATE-WAGES (DL-IDX)
037231             FROM PM-QTD-STATE-WAGES
037232     END-IF.
037233 4200-EXIT.
037200     EXIT.
037201*----------------------------------------------------------*
037202* 4900-SET-LOCATION-ACCOUNT - THE WAGES ACCOUNT THE RUN     *
044600     MOVE DL-DEDUCTIONS (DL-IDX) TO PD-DEDUCTIONS
044700     MOVE DL-NET (DL-IDX)       TO PD-NET
044800     MOVE PM-YTD-GROSS          TO PD-YTD-GROSS-BEFORE
044801     MOVE DL-FED-WAGES (DL-IDX) TO PD-FED-WAGES
044802     MOVE DL-FICA-WAGES (DL-IDX) TO PD-FICA-WAGES
044803     MOVE DL-STATE-WAGES (DL-IDX) TO PD-STATE-WAGES
044804     MOVE PM-YTD-FICA-WAGES     TO PD-YTD-FICA-BEFORE
044805     MOVE DL-OT-PREMIUM (DL-IDX) TO PD-OT-PREMIUM
044806     MOVE DL-PRETAX-401K (DL-IDX) TO PD-PRETAX-401K
044807     MOVE DL-ROTH-401K (DL-IDX) TO PD-ROTH-401K
044900     MOVE SPACE                 TO PD-PAY-TYPE
045000     MOVE "V"                   TO PD-RUN-TYPE
045100     WRITE PAY-DETAIL-RECORD
045210     MOVE DL-DEDUCTIONS (DL-IDX) TO PH-DEDUCTIONS
045220     MOVE DL-NET (DL-IDX)       TO PH-NET
045230     MOVE PM-YTD-GROSS          TO PH-YTD-GROSS-BEFORE
045231     MOVE DL-FED-WAGES (DL-IDX) TO PH-FED-WAGES
045232     MOVE DL-FICA-WAGES (DL-IDX) TO PH-FICA-WAGES
045233     MOVE DL-STATE-WAGES (DL-IDX) TO PH-STATE-WAGES
045234     MOVE PM-YTD-FICA-WAGES     TO PH-YTD-FICA-BEFORE
045235     MOVE DL-OT-PREMIUM (DL-IDX) TO PH-OT-PREMIUM
045236     MOVE DL-PRETAX-401K (DL-IDX) TO PH-PRETAX-401K
045237     MOVE DL-ROTH-401K (DL-IDX) TO PH-ROTH-401K
045240     MOVE SPACE                 TO PH-PAY-TYPE
045250     WRITE PAY-HISTORY-RECORD
045260     IF NOT WS-PAYHIST-OK AND NOT WS-PAYHIST-DUPLICATE
