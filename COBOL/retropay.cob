002730*                   CURRENT RUN'S PAYDETL, SO A RAISE KEYED *
002740*                   MONTHS LATE STILL FINDS EVERY PERIOD    *
002750*                   PAID AT THE OLD RATE.                   *
002751* 2026-10-15  LIBI  THE OVERTIME THRESHOLD FOR THE          *
002752*                   RECOMPUTATION IS NOW THE STANDARD HOURS *
002753*                   OF THE EMPLOYEE'S PAY GROUP, FROM       *
002754*                   PAYRMSTR AND THE PAYGRP CONTROL FILE,   *
002755*                   AS THE PAY RUN USED THEM.               *
002700*----------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
004300     SELECT RETRO-REPORT ASSIGN TO "RETRORPT"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-RETRORPT-STATUS.
004501     SELECT PAYROLL-MASTER ASSIGN TO "PAYRMSTR"
004502         ORGANIZATION IS INDEXED
004503         ACCESS MODE IS RANDOM
004504         RECORD KEY IS PM-EMPLOYEE-ID
004505         FILE STATUS IS WS-PAYRMSTR-STATUS.
004506     SELECT PAY-GROUP-CONTROL ASSIGN TO "PAYGRP"
004507         ORGANIZATION IS LINE SEQUENTIAL
004508         FILE STATUS IS WS-PAYGRP-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  RETRO-TRANSACTION
005700 FD  RETRO-REPORT
005800     LABEL RECORDS ARE STANDARD.
005900 01  RETRO-REPORT-RECORD         PIC X(80).
005901 FD  PAYROLL-MASTER
005902     LABEL RECORDS ARE STANDARD.
005903 COPY PAYRMSTR.
005904 FD  PAY-GROUP-CONTROL
005905     LABEL RECORDS ARE STANDARD.
005906 COPY PAYGRP.
006000 WORKING-STORAGE SECTION.
006100*----------------------------------------------------------*
006200* FILE STATUS AND CONTROL SWITCHES                          *
007500     88  WS-PAYHIST-EOF                VALUE "Y".
007600 77  WS-RETRO-FAILURE-SW     PIC X(01) VALUE "N".
007700     88  WS-RETRO-FAILED               VALUE "Y".
007701 77  WS-PAYRMSTR-STATUS      PIC X(02) VALUE ZEROS.
007702     88  WS-PAYRMSTR-OK                VALUE "00".
007703 77  WS-PAYRMSTR-OPEN-SW     PIC X(01) VALUE "N".
007704     88  WS-PAYRMSTR-OPEN              VALUE "Y".
007705 77  WS-PAYGRP-STATUS        PIC X(02) VALUE ZEROS.
007706     88  WS-PAYGRP-OK                  VALUE "00".
007707 77  WS-PAYGRP-EOF-SW        PIC X(01) VALUE "N".
007708     88  WS-PAYGRP-EOF                 VALUE "Y".
007800*----------------------------------------------------------*
007900* PAY DETAIL TABLE - THE PERIODS ON FILE, LOADED AT START   *
008000*----------------------------------------------------------*
008900         10  DL-HOURS        PIC 9(03).
009000         10  DL-GROSS        PIC 9(05).
009100*----------------------------------------------------------*
009101* PAY GROUP TABLE - STANDARD HOURS PER GROUP FROM PAYGRP    *
009102*----------------------------------------------------------*
009103 77  WS-PG-COUNT             PIC 9(03) COMP VALUE ZERO.
009104 01  PAY-GROUP-TABLE.
009105     05  PG-ENTRY OCCURS 1 TO 50 TIMES
009106         DEPENDING ON WS-PG-COUNT
009107         INDEXED BY PG-IDX.
009108         10  PGT-PAY-GROUP   PIC X(02).
009109         10  PGT-STANDARD-HOURS PIC 9(03).
009110*----------------------------------------------------------*
009200* RECOMPUTATION WORK FIELDS - SAME OVERTIME ARITHMETIC AS   *
009300* THE PAY RUN. STANDARD-HOURS IS RESET PER EMPLOYEE FROM    *
009301* THE PAY GROUP.                                            *
009400*----------------------------------------------------------*
009500 77  STANDARD-HOURS          PIC 9(3)  VALUE 40.
009600 77  OVERTIME-FACTOR         PIC 9V9   VALUE 1.5.
016800     OPEN OUTPUT RETRO-REPORT
016900     WRITE RETRO-REPORT-RECORD FROM RP-HEADING-1
017000     PERFORM 1500-LOAD-PAY-HISTORY THRU 1500-EXIT
017001     PERFORM 1600-LOAD-PAY-GROUPS THRU 1600-EXIT
017002     OPEN INPUT PAYROLL-MASTER
017003     IF WS-PAYRMSTR-OK
017004         MOVE "Y" TO WS-PAYRMSTR-OPEN-SW
017005     ELSE
017006         DISPLAY "PAYRMSTR OPEN FAILED, STATUS "
017007             WS-PAYRMSTR-STATUS
017008             " - 40 HOUR OVERTIME THRESHOLD USED"
017009     END-IF
017100     OPEN EXTEND SUPPLEMENTAL-PAY
017200     IF NOT WS-SUPPTRAN-OK
017300         CLOSE SUPPLEMENTAL-PAY
023200 1520-EXIT.
023300     EXIT.
023400*----------------------------------------------------------*
023401* 1600-LOAD-PAY-GROUPS - READ THE PAYGRP STANDARD HOURS. NO *
023402* FILE MEANS EVERY PERIOD IS RECOMPUTED OVER 40 HOURS.      *
023403*----------------------------------------------------------*
023404 1600-LOAD-PAY-GROUPS.
023405     OPEN INPUT PAY-GROUP-CONTROL
023406     IF NOT WS-PAYGRP-OK
023407         MOVE "Y" TO WS-PAYGRP-EOF-SW
023408         GO TO 1600-EXIT
023409     END-IF
023410     PERFORM 1610-READ-PAY-GROUP THRU 1610-EXIT
023411     PERFORM 1620-ADD-PAY-GROUP THRU 1620-EXIT
023412         UNTIL WS-PAYGRP-EOF
023413     CLOSE PAY-GROUP-CONTROL.
023414 1600-EXIT.
023415     EXIT.
023416*----------------------------------------------------------*
023417* 1610-READ-PAY-GROUP - GET THE NEXT PAYGRP ENTRY           *
023418*----------------------------------------------------------*
023419 1610-READ-PAY-GROUP.
023420     READ PAY-GROUP-CONTROL
023421         AT END
023422             MOVE "Y" TO WS-PAYGRP-EOF-SW
023423     END-READ.
023424 1610-EXIT.
023425     EXIT.
023426*----------------------------------------------------------*
023427* 1620-ADD-PAY-GROUP - STORE ONE GROUP'S STANDARD HOURS     *
023428*----------------------------------------------------------*
023429 1620-ADD-PAY-GROUP.
023430     IF PG-STANDARD-HOURS IS NUMERIC
023431        AND PG-STANDARD-HOURS > ZERO
023432         IF WS-PG-COUNT < 50
023433             ADD 1 TO WS-PG-COUNT
023434             SET PG-IDX TO WS-PG-COUNT
023435             MOVE PG-PAY-GROUP      TO PGT-PAY-GROUP (PG-IDX)
023436             MOVE PG-STANDARD-HOURS
023437                 TO PGT-STANDARD-HOURS (PG-IDX)
023438         ELSE
023439             DISPLAY "RETROPAY: PAYGRP TABLE FULL"
023440         END-IF
023441     END-IF
023442     PERFORM 1610-READ-PAY-GROUP THRU 1610-EXIT.
023443 1620-EXIT.
023444     EXIT.
023445*----------------------------------------------------------*
023500* 2000-READ-RETRO - GET THE NEXT RATE-CHANGE REQUEST        *
023600*----------------------------------------------------------*
023700 2000-READ-RETRO.
025500     WRITE RETRO-REPORT-RECORD FROM RP-COLUMN-LINE
025600     MOVE ZEROS TO WS-EMP-TOTAL-DIFF
025700     MOVE ZERO  TO WS-EMP-PERIOD-COUNT
025701     PERFORM 3050-SET-STANDARD-HOURS THRU 3050-EXIT
025800     IF WS-DETL-COUNT > 0
025900         SET DL-IDX TO 1
026000         PERFORM 3100-CHECK-ONE-PERIOD THRU 3100-EXIT
027200     WRITE RETRO-REPORT-RECORD FROM RP-EMP-TOTAL-LINE
027300     PERFORM 2000-READ-RETRO THRU 2000-EXIT.
027400 3000-EXIT.
027401     EXIT.
027402*----------------------------------------------------------*
027403* 3050-SET-STANDARD-HOURS - THE OVERTIME THRESHOLD OF THE   *
027404* EMPLOYEE'S PAY GROUP. NO MASTER OR NO GROUP ENTRY MEANS   *
027405* THE 40 HOURS THE PAY RUN DEFAULTS TO.                     *
027406*----------------------------------------------------------*
027407 3050-SET-STANDARD-HOURS.
027408     MOVE 40 TO STANDARD-HOURS
027409     IF NOT WS-PAYRMSTR-OPEN OR WS-PG-COUNT = 0
027410         GO TO 3050-EXIT
027411     END-IF
027412     MOVE RT-EMPLOYEE-ID TO PM-EMPLOYEE-ID
027413     READ PAYROLL-MASTER
027414         INVALID KEY
027415             GO TO 3050-EXIT
027416     END-READ
027417     SET PG-IDX TO 1
027418     SEARCH PG-ENTRY
027419         AT END CONTINUE
027420         WHEN PGT-PAY-GROUP (PG-IDX) = PM-PAY-GROUP
027421             MOVE PGT-STANDARD-HOURS (PG-IDX)
027422                 TO STANDARD-HOURS
027423     END-SEARCH.
027424 3050-EXIT.
027500     EXIT.
027600*----------------------------------------------------------*
027700* 3100-CHECK-ONE-PERIOD - ONE TABLED DETAIL: IF IT IS THIS  *
034600     WRITE RETRO-REPORT-RECORD FROM RP-RUN-TOTAL-LINE
034700     CLOSE RETRO-TRANSACTION
034800     CLOSE SUPPLEMENTAL-PAY
034801     IF WS-PAYRMSTR-OPEN
034802         CLOSE PAYROLL-MASTER
034803     END-IF
034900     CLOSE RETRO-REPORT
035000     MOVE 0 TO RETURN-CODE
035100     IF WS-RETRO-FAILED
