002250*                   CHECKS FOR THE SAME REQUESTS. A FAILED  *
002260*                   RUN LEAVES THE FILE ALONE FOR THE       *
002270*                   RERUN.                                  *
002271* 2026-10-15  LIBI  EVERY CHECK PRINTED NOW ALSO GOES TO THE *
002272*                   POSPAY POSITIVE-PAY ISSUE FILE FOR THE  *
002273*                   BANK (CHECK NUMBER, ISSUE DATE, PAYEE,  *
002274*                   AMOUNT, WITH A COUNT/AMOUNT TRAILER),   *
002275*                   AND IS ADDED AS OUTSTANDING TO THE      *
002276*                   CHKISSUE ISSUED-CHECK MASTER THAT THE   *
002277*                   CHKRECON RECONCILIATION WORKS FROM. A   *
002278*                   RERUN AFTER A FAILED RUN REUSES THE     *
002279*                   SAME NUMBERS, SO AN ISSUE ENTRY ALREADY *
002280*                   ON FILE IS REPLACED, NOT DUPLICATED.    *
002281* 2026-10-15  LIBI  EACH CHECK NOW PRINTS THE PAYEE'S       *
002282*                   MAILING ADDRESS FROM THE EMPADDR FILE   *
002283*                   UNDER THE PAYEE LINE FOR A WINDOW       *
002284*                   ENVELOPE. A PAYEE WITH NO ADDRESS ON    *
002285*                   FILE PRINTS "NO ADDRESS ON FILE" AND IS *
002286*                   COUNTED ON THE REGISTER TOTALS SO THE   *
002287*                   MAILROOM PULLS THOSE CHECKS.            *
002288* 2026-10-15  LIBI  THE DISBURSEMENT ACCOUNT ON THE         *
002289*                   POSITIVE-PAY FILE NOW COMES FROM THE    *
002290*                   DISBACCT CONTROL RECORD CHKRECON ALSO   *
002291*                   READS, NOT A LITERAL. A MISSING OR      *
002292*                   BLANK RECORD STOPS THE RUN.             *
002300*----------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
003900     SELECT CHECK-REGISTER ASSIGN TO "CHKREG"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-CHKREG-STATUS.
004110     SELECT POSITIVE-PAY-FILE ASSIGN TO "POSPAY"
004120         ORGANIZATION IS LINE SEQUENTIAL
004130         FILE STATUS IS WS-POSPAY-STATUS.
004140     SELECT CHECK-ISSUE-MASTER ASSIGN TO "CHKISSUE"
004150         ORGANIZATION IS INDEXED
004160         ACCESS MODE IS RANDOM
004170         RECORD KEY IS CI-CHECK-NUMBER
004180         FILE STATUS IS WS-CHKISSUE-STATUS.
004181     SELECT EMPLOYEE-ADDRESS ASSIGN TO "EMPADDR"
004182         ORGANIZATION IS INDEXED
004183         ACCESS MODE IS RANDOM
004184         RECORD KEY IS EA-EMPLOYEE-ID
004185         FILE STATUS IS WS-EMPADDR-STATUS.
004186     SELECT DISBURSEMENT-ACCOUNT ASSIGN TO "DISBACCT"
004187         ORGANIZATION IS LINE SEQUENTIAL
004188         FILE STATUS IS WS-DISBACCT-STATUS.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  CHECK-REQUESTS
005400 FD  CHECK-REGISTER
005500     LABEL RECORDS ARE STANDARD.
005600 01  CHECK-REGISTER-RECORD       PIC X(80).
005610 FD  POSITIVE-PAY-FILE
005620     LABEL RECORDS ARE STANDARD.
005630 COPY POSPAY.
005640 FD  CHECK-ISSUE-MASTER
005650     LABEL RECORDS ARE STANDARD.
005660 COPY CHKISSUE.
005661 FD  EMPLOYEE-ADDRESS
005662     LABEL RECORDS ARE STANDARD.
005663 COPY EMPADDR.
005664 FD  DISBURSEMENT-ACCOUNT
005665     LABEL RECORDS ARE STANDARD.
005666 COPY DISBACCT.
005700 WORKING-STORAGE SECTION.
005800*----------------------------------------------------------*
005900* FILE STATUS AND CONTROL SWITCHES                          *
006600     88  WS-CHECKS-OK                  VALUE "00".
006700 77  WS-CHKREG-STATUS        PIC X(02) VALUE ZEROS.
006800     88  WS-CHKREG-OK                  VALUE "00".
006810 77  WS-POSPAY-STATUS        PIC X(02) VALUE ZEROS.
006820     88  WS-POSPAY-OK                  VALUE "00".
006830 77  WS-CHKISSUE-STATUS      PIC X(02) VALUE ZEROS.
006840     88  WS-CHKISSUE-OK                VALUE "00".
006850     88  WS-CHKISSUE-DUPKEY            VALUE "22".
006851 77  WS-EMPADDR-STATUS       PIC X(02) VALUE ZEROS.
006852     88  WS-EMPADDR-OK                 VALUE "00".
006853 77  WS-EMPADDR-AVAILABLE    PIC X(01) VALUE "N".
006854     88  WS-HAVE-EMPADDR               VALUE "Y".
006855 77  WS-DISBACCT-STATUS      PIC X(02) VALUE ZEROS.
006856     88  WS-DISBACCT-OK                VALUE "00".
006900 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
007000     88  WS-EOF                        VALUE "Y".
007100 77  WS-PRINT-FAILURE-SW     PIC X(01) VALUE "N".
007700 77  WS-CHECK-NUMBER         PIC 9(08) VALUE ZEROS.
007800 77  WS-CHECK-COUNT          PIC 9(05) COMP VALUE ZERO.
007900 77  WS-TOTAL-NET            PIC 9(09) VALUE ZEROS.
007901 77  WS-NO-ADDRESS-COUNT     PIC 9(05) COMP VALUE ZERO.
007910*----------------------------------------------------------*
007920* PAYROLL DISBURSEMENT ACCOUNT THE CHECKS ARE DRAWN ON -    *
007930* IDENTIFIES THE ACCOUNT ON EVERY POSITIVE-PAY ITEM. TAKEN  *
007940* FROM THE DISBACCT CONTROL RECORD.                         *
007950*----------------------------------------------------------*
007960 77  WS-PAYROLL-ACCOUNT      PIC X(17) VALUE SPACES.
008000*----------------------------------------------------------*
008100* CHECK AND STUB LINE LAYOUTS - ONE CHECK PAGE PER REQUEST  *
008200*----------------------------------------------------------*
009100     05  FILLER              PIC X(17) VALUE "PAY TO THE ORDER ".
009200     05  FILLER              PIC X(03) VALUE "OF ".
009300     05  CK-PAYEE-NAME       PIC X(15).
009301 01  CK-STREET-LINE.
009302     05  FILLER              PIC X(21) VALUE SPACES.
009303     05  CK-STREET           PIC X(22).
009304 01  CK-CITY-LINE.
009305     05  FILLER              PIC X(21) VALUE SPACES.
009306     05  CK-CITY             PIC X(22).
009307     05  FILLER              PIC X(01) VALUE SPACE.
009308     05  CK-STATE            PIC X(02).
009309     05  FILLER              PIC X(02) VALUE SPACES.
009310     05  CK-ZIP              PIC X(05).
009311     05  CK-ZIP-DASH         PIC X(01).
009312     05  CK-ZIP-EXT          PIC X(04).
009400 01  CK-AMOUNT-LINE.
009500     05  FILLER              PIC X(01) VALUE SPACE.
009600     05  FILLER              PIC X(17) VALUE "THE AMOUNT OF  $ ".
015000     GO TO 9999-EXIT.
015100*----------------------------------------------------------*
015200* 1000-INITIALIZE - READ THE NEXT-CHECK-NUMBER CONTROL,     *
015300* OPEN THE REQUEST FILE, THE CHECK PRINT, THE REGISTER, THE *
015310* POSITIVE-PAY FILE AND THE ISSUED-CHECK MASTER (CREATING   *
015320* IT ON A FIRST RUN WHEN IT DOES NOT YET EXIST).            *
015400* A MISSING CONTROL FILE STOPS THE RUN - NUMBERS ARE A      *
015500* CONTROLLED SERIES AND MUST NEVER START FROM A GUESS.      *
015501* SO DOES A MISSING DISBACCT RECORD - THE BANK REJECTS A   *
015502* POSITIVE-PAY FILE FOR THE WRONG ACCOUNT.                  *
015600*----------------------------------------------------------*
015700 1000-INITIALIZE.
015800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
017500         GO TO 1000-EXIT
017600     END-IF
017700     MOVE NC-NEXT-CHECK-NUMBER TO WS-CHECK-NUMBER
017701     OPEN INPUT DISBURSEMENT-ACCOUNT
017702     IF NOT WS-DISBACCT-OK
017703         DISPLAY "DISBACCT OPEN FAILED, STATUS "
017704             WS-DISBACCT-STATUS " - RUN STOPPED"
017705         MOVE "Y" TO WS-EOF-SWITCH
017706         MOVE "Y" TO WS-PRINT-FAILURE-SW
017707         GO TO 1000-EXIT
017708     END-IF
017709     READ DISBURSEMENT-ACCOUNT
017710         AT END
017711             MOVE SPACES TO DISBURSEMENT-ACCOUNT-RECORD
017712     END-READ
017713     CLOSE DISBURSEMENT-ACCOUNT
017714     IF DA-ACCOUNT-NUMBER = SPACES
017715         DISPLAY "DISBACCT HOLDS NO ACCOUNT - RUN STOPPED"
017716         MOVE "Y" TO WS-EOF-SWITCH
017717         MOVE "Y" TO WS-PRINT-FAILURE-SW
017718         GO TO 1000-EXIT
017719     END-IF
017720     MOVE DA-ACCOUNT-NUMBER TO WS-PAYROLL-ACCOUNT
017800     OPEN OUTPUT CHECK-PRINT
017900     OPEN OUTPUT CHECK-REGISTER
018000     MOVE WS-RUN-DATE TO RG-RUN-DATE
018100     WRITE CHECK-REGISTER-RECORD FROM RG-HEADING-1
018200     WRITE CHECK-REGISTER-RECORD FROM RG-HEADING-2
018210     OPEN OUTPUT POSITIVE-PAY-FILE
018220     OPEN I-O CHECK-ISSUE-MASTER
018230     IF NOT WS-CHKISSUE-OK
018240         OPEN OUTPUT CHECK-ISSUE-MASTER
018250         CLOSE CHECK-ISSUE-MASTER
018260         OPEN I-O CHECK-ISSUE-MASTER
018270     END-IF
018271     OPEN INPUT EMPLOYEE-ADDRESS
018272     IF WS-EMPADDR-OK
018273         MOVE "Y" TO WS-EMPADDR-AVAILABLE
018274     ELSE
018275         DISPLAY "EMPADDR NOT AVAILABLE, STATUS "
018276             WS-EMPADDR-STATUS " - CHECKS PRINT WITHOUT ADDRESSES"
018277     END-IF
018300     OPEN INPUT CHECK-REQUESTS
018400     IF NOT WS-CHKREQ-OK
018500         DISPLAY "CHKREQ OPEN FAILED, STATUS "
021200         AFTER ADVANCING PAGE
021300     MOVE CR-NAME TO CK-PAYEE-NAME
021400     WRITE CHECK-PRINT-RECORD FROM CK-PAYEE-LINE
021401     PERFORM 3100-WRITE-PAYEE-ADDRESS THRU 3100-EXIT
021500     MOVE CR-NET-AMOUNT TO CK-AMOUNT
021600     WRITE CHECK-PRINT-RECORD FROM CK-AMOUNT-LINE
021700     WRITE CHECK-PRINT-RECORD FROM CK-STUB-LINE-1
022100     MOVE CR-NET-AMOUNT TO CK-STUB-NET
022200     WRITE CHECK-PRINT-RECORD FROM CK-STUB-LINE-3
022300     PERFORM 6000-WRITE-REGISTER-LINE THRU 6000-EXIT
022310     PERFORM 6200-WRITE-POSITIVE-PAY THRU 6200-EXIT
022320     PERFORM 6300-RECORD-ISSUED-CHECK THRU 6300-EXIT
022400     ADD 1 TO WS-CHECK-NUMBER
022500     ADD 1 TO WS-CHECK-COUNT
022600     ADD CR-NET-AMOUNT TO WS-TOTAL-NET
022700     PERFORM 2000-READ-CHECK-REQUEST THRU 2000-EXIT.
022800 3000-EXIT.
022801     EXIT.
022802*----------------------------------------------------------*
022803* 3100-WRITE-PAYEE-ADDRESS - THE MAILING ADDRESS FROM       *
022804* EMPADDR UNDER THE PAYEE LINE. A MISSING ENTRY PRINTS A    *
022805* FLAG LINE INSTEAD AND IS COUNTED FOR THE REGISTER.        *
022806*----------------------------------------------------------*
022807 3100-WRITE-PAYEE-ADDRESS.
022808     MOVE "NO ADDRESS ON FILE" TO CK-STREET
022809     IF NOT WS-HAVE-EMPADDR
022810         WRITE CHECK-PRINT-RECORD FROM CK-STREET-LINE
022811         ADD 1 TO WS-NO-ADDRESS-COUNT
022812         GO TO 3100-EXIT
022813     END-IF
022814     MOVE CR-EMPLOYEE-ID TO EA-EMPLOYEE-ID
022815     READ EMPLOYEE-ADDRESS
022816         INVALID KEY
022817             WRITE CHECK-PRINT-RECORD FROM CK-STREET-LINE
022818             ADD 1 TO WS-NO-ADDRESS-COUNT
022819             GO TO 3100-EXIT
022820     END-READ
022821     MOVE EA-STREET      TO CK-STREET
022822     WRITE CHECK-PRINT-RECORD FROM CK-STREET-LINE
022823     MOVE EA-CITY        TO CK-CITY
022824     MOVE EA-STATE       TO CK-STATE
022825     MOVE EA-ZIP         TO CK-ZIP
022826     MOVE SPACE          TO CK-ZIP-DASH
022827     MOVE EA-ZIP-EXT     TO CK-ZIP-EXT
022828     IF EA-ZIP-EXT NOT = SPACES
022829         MOVE "-"        TO CK-ZIP-DASH
022830     END-IF
022831     WRITE CHECK-PRINT-RECORD FROM CK-CITY-LINE.
022832 3100-EXIT.
022900     EXIT.
023000*----------------------------------------------------------*
023100* 6000-WRITE-REGISTER-LINE - ONE REGISTER LINE PER CHECK    *
025000     WRITE CHECK-REGISTER-RECORD FROM RG-TOTAL-LINE
025100     MOVE "TOTAL NET PAID:     " TO RG-TOTAL-LABEL
025200     MOVE WS-TOTAL-NET            TO RG-TOTAL-VALUE
025201     WRITE CHECK-REGISTER-RECORD FROM RG-TOTAL-LINE
025202     MOVE "NO ADDRESS ON FILE: " TO RG-TOTAL-LABEL
025203     MOVE WS-NO-ADDRESS-COUNT     TO RG-TOTAL-VALUE
025300     WRITE CHECK-REGISTER-RECORD FROM RG-TOTAL-LINE.
025400 6100-EXIT.
025401     EXIT.
025402*----------------------------------------------------------*
025403* 6200-WRITE-POSITIVE-PAY - ONE ISSUE ITEM PER CHECK FOR    *
025404* THE BANK'S POSITIVE-PAY MATCH.                            *
025405*----------------------------------------------------------*
025406 6200-WRITE-POSITIVE-PAY.
025407     MOVE SPACES             TO POSITIVE-PAY-RECORD
025408     MOVE "I"                TO PP-RECORD-TYPE
025409     MOVE WS-PAYROLL-ACCOUNT TO PP-ACCOUNT-NUMBER
025410     MOVE WS-CHECK-NUMBER    TO PP-CHECK-NUMBER
025411     MOVE WS-RUN-DATE        TO PP-ISSUE-DATE
025412     MOVE CR-NAME            TO PP-PAYEE-NAME
025413     MOVE CR-NET-AMOUNT      TO PP-AMOUNT
025414     WRITE POSITIVE-PAY-RECORD
025415     IF NOT WS-POSPAY-OK
025416         DISPLAY "CHKPRINT: POSPAY WRITE FAILED, STATUS "
025417             WS-POSPAY-STATUS
025418         MOVE "Y" TO WS-PRINT-FAILURE-SW
025419     END-IF.
025420 6200-EXIT.
025421     EXIT.
025422*----------------------------------------------------------*
025423* 6250-WRITE-POSITIVE-PAY-TRAILER - ITEM COUNT AND ISSUED   *
025424* TOTAL, WHICH EQUAL THE REGISTER'S COUNT AND NET TOTAL.    *
025425*----------------------------------------------------------*
025426 6250-WRITE-POSITIVE-PAY-TRAILER.
025427     MOVE SPACES             TO PP-TRAILER-RECORD
025428     MOVE "T"                TO PP-TRL-RECORD-TYPE
025429     MOVE WS-PAYROLL-ACCOUNT TO PP-TRL-ACCOUNT-NUMBER
025430     MOVE WS-CHECK-COUNT     TO PP-TRL-ITEM-COUNT
025431     MOVE WS-TOTAL-NET       TO PP-TRL-TOTAL-AMOUNT
025432     WRITE PP-TRAILER-RECORD.
025433 6250-EXIT.
025434     EXIT.
025435*----------------------------------------------------------*
025436* 6300-RECORD-ISSUED-CHECK - ADD THE CHECK TO THE ISSUED-   *
025437* CHECK MASTER AS OUTSTANDING. AN ENTRY ALREADY UNDER THIS  *
025438* NUMBER CAN ONLY BE LEFT BY A FAILED RUN THAT NEVER ROLLED *
025439* NEXTCHK FORWARD, SO IT IS REPLACED.                       *
025440*----------------------------------------------------------*
025441 6300-RECORD-ISSUED-CHECK.
025442     MOVE WS-CHECK-NUMBER    TO CI-CHECK-NUMBER
025443     MOVE WS-RUN-DATE        TO CI-ISSUE-DATE
025444     MOVE CR-EMPLOYEE-ID     TO CI-EMPLOYEE-ID
025445     MOVE CR-NAME            TO CI-PAYEE-NAME
025446     MOVE CR-PERIOD-DATE     TO CI-PERIOD-DATE
025447     MOVE CR-NET-AMOUNT      TO CI-AMOUNT
025448     MOVE "O"                TO CI-STATUS
025449     MOVE WS-RUN-DATE        TO CI-STATUS-DATE
025450     MOVE ZEROS              TO CI-PAID-AMOUNT
025451     MOVE SPACES             TO CI-REASON
025452     WRITE CHECK-ISSUE-RECORD
025453     IF WS-CHKISSUE-DUPKEY
025454         REWRITE CHECK-ISSUE-RECORD
025455     END-IF
025456     IF NOT WS-CHKISSUE-OK
025457         DISPLAY "CHKPRINT: CHKISSUE WRITE FAILED FOR CHECK "
025458             WS-CHECK-NUMBER " STATUS " WS-CHKISSUE-STATUS
025459         MOVE "Y" TO WS-PRINT-FAILURE-SW
025460     END-IF.
025461 6300-EXIT.
025500     EXIT.
025600*----------------------------------------------------------*
025700* 6500-ROLL-NEXT-CHECK-NUMBER - REWRITE THE CONTROL FILE    *
026800*----------------------------------------------------------*
026900* 7000-TERMINATE - WRITE THE REGISTER TOTALS, ROLL THE      *
027000* CHECK-NUMBER SERIES FORWARD, CLEAR THE REQUEST FILE,      *
027050* WRITE THE POSITIVE-PAY TRAILER, CLOSE FILES, SET          *
027060* RETURN-CODE.                                              *
027100*----------------------------------------------------------*
027200 7000-TERMINATE.
027300     IF NOT WS-PRINT-FAILED
027650         PERFORM 6600-CLEAR-CHECK-REQUESTS THRU 6600-EXIT
027700         CLOSE CHECK-PRINT
027800         CLOSE CHECK-REGISTER
027810         PERFORM 6250-WRITE-POSITIVE-PAY-TRAILER THRU 6250-EXIT
027820         CLOSE POSITIVE-PAY-FILE
027830         CLOSE CHECK-ISSUE-MASTER
027831         IF WS-HAVE-EMPADDR
027832             CLOSE EMPLOYEE-ADDRESS
027833         END-IF
027900     END-IF
028000     MOVE 0 TO RETURN-CODE
028100     IF WS-PRINT-FAILED
