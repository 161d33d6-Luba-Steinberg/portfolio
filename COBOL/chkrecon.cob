000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CHKRECON.
000300 AUTHOR.        LIBI.
000400 INSTALLATION.  PAYROLL DEPARTMENT.
000500 DATE-WRITTEN.  OCTOBER 15, 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                     *
000900*----------------------------------------------------------*
001000* DATE        INIT  DESCRIPTION                            *
001100* 2026-10-15  LIBI  ORIGINAL PROGRAM - PAYROLL CHECK        *
001200*                   RECONCILIATION. APPLIES PAYROLL'S VOID  *
001300*                   AND STOP-PAYMENT INSTRUCTIONS (CHKVOID) *
001400*                   TO THE CHKISSUE ISSUED-CHECK MASTER     *
001500*                   CHKPRINT BUILDS, SENDING EACH ONE TO    *
001600*                   THE BANK ON THE POSPAYVS POSITIVE-PAY   *
001700*                   FILE, THEN MATCHES THE BANK'S PAIDITEM  *
001800*                   FILE AGAINST THE MASTER: A MATCHING     *
001900*                   ITEM MARKS THE CHECK CLEARED, A PAID    *
002000*                   AMOUNT THAT DIFFERS FROM THE ISSUE IS   *
002100*                   CLEARED AS A MISMATCH AND LISTED, AND A *
002200*                   CHECK PAID THAT WAS NEVER ISSUED, WAS   *
002300*                   VOIDED OR STOPPED, OR HAD ALREADY       *
002400*                   CLEARED GOES TO THE EXCEPTION LISTING.  *
002500*                   EVERY CHECK STILL OUTSTANDING IS THEN   *
002600*                   AGED FROM ITS ISSUE DATE INTO 30/60/90/ *
002700*                   180-DAY BUCKETS FOR THE UNCASHED-CHECK  *
002800*                   LIABILITY. THE AS-OF DATE COMES FROM    *
002900*                   THE PARM (YYYYMMDD), ELSE TODAY.        *
002901* 2026-10-15  LIBI  THE DISBURSEMENT ACCOUNT ON THE         *
002902*                   POSITIVE-PAY FILE NOW COMES FROM THE    *
002903*                   DISBACCT CONTROL RECORD CHKPRINT ALSO   *
002904*                   READS, NOT A LITERAL. A MISSING OR      *
002905*                   BLANK RECORD STOPS THE RUN.             *
002906* 2026-10-15  LIBI  A POSITIVE-PAY ITEM IS COUNTED AND      *
002907*                   TOTALED ONLY ONCE ITS WRITE SUCCEEDS; A *
002908*                   FAILED WRITE FAILS THE RUN. EVERY FILE  *
002909*                   OPENED IS NOW CLOSED AT THE END,        *
002910*                   INCLUDING WHEN THE RUN FAILS PART WAY.  *
002911* 2026-10-15  LIBI  A RERUN AFTER A FAILED RUN REPROCESSES  *
002912*                   WHAT THE FAILED RUN ALREADY APPLIED: A  *
002913*                   CHECK ALREADY VOIDED OR STOPPED BY THE  *
002914*                   SAME INSTRUCTION IS RESENT TO THE BANK  *
002915*                   AND COUNTED, AND A PAID ITEM ALREADY    *
002916*                   CLEARED WITH THE SAME DATE AND AMOUNT   *
002917*                   IS REPORTED AGAIN WITHOUT A DUPLICATE   *
002918*                   PRESENTMENT EXCEPTION.                  *
003000*----------------------------------------------------------*
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER. IBM-370.
003400 OBJECT-COMPUTER. IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT CHECK-ISSUE-MASTER ASSIGN TO "CHKISSUE"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS CI-CHECK-NUMBER
004100         FILE STATUS IS WS-CHKISSUE-STATUS.
004200     SELECT CHECK-VOID-FILE ASSIGN TO "CHKVOID"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-CHKVOID-STATUS.
004500     SELECT PAID-ITEMS-FILE ASSIGN TO "PAIDITEM"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-PAIDITEM-STATUS.
004800     SELECT POSITIVE-PAY-FILE ASSIGN TO "POSPAYVS"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-POSPAY-STATUS.
005100     SELECT RECONCILIATION-REPORT ASSIGN TO "CHKRECRP"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-CHKRECRP-STATUS.
005400     SELECT RECON-EXCEPTIONS ASSIGN TO "CHKREXCP"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-CHKREXCP-STATUS.
005601     SELECT DISBURSEMENT-ACCOUNT ASSIGN TO "DISBACCT"
005602         ORGANIZATION IS LINE SEQUENTIAL
005603         FILE STATUS IS WS-DISBACCT-STATUS.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  CHECK-ISSUE-MASTER
006000     LABEL RECORDS ARE STANDARD.
006100 COPY CHKISSUE.
006200 FD  CHECK-VOID-FILE
006300     LABEL RECORDS ARE STANDARD.
006400 COPY CHKVOID.
006500 FD  PAID-ITEMS-FILE
006600     LABEL RECORDS ARE STANDARD.
006700 COPY PAIDITEM.
006800 FD  POSITIVE-PAY-FILE
006900     LABEL RECORDS ARE STANDARD.
007000 COPY POSPAY.
007100 FD  RECONCILIATION-REPORT
007200     LABEL RECORDS ARE STANDARD.
007300 01  RECONCILIATION-RECORD       PIC X(80).
007400 FD  RECON-EXCEPTIONS
007500     LABEL RECORDS ARE STANDARD.
007600 01  RECON-EXCEPTION-RECORD      PIC X(80).
007601 FD  DISBURSEMENT-ACCOUNT
007602     LABEL RECORDS ARE STANDARD.
007603 COPY DISBACCT.
007700 WORKING-STORAGE SECTION.
007800*----------------------------------------------------------*
007900* FILE STATUS AND CONTROL SWITCHES                          *
008000*----------------------------------------------------------*
008100 77  WS-CHKISSUE-STATUS      PIC X(02) VALUE ZEROS.
008200     88  WS-CHKISSUE-OK                VALUE "00".
008300 77  WS-CHKVOID-STATUS       PIC X(02) VALUE ZEROS.
008400     88  WS-CHKVOID-OK                 VALUE "00".
008500 77  WS-PAIDITEM-STATUS      PIC X(02) VALUE ZEROS.
008600     88  WS-PAIDITEM-OK                VALUE "00".
008700 77  WS-POSPAY-STATUS        PIC X(02) VALUE ZEROS.
008800     88  WS-POSPAY-OK                  VALUE "00".
008900 77  WS-CHKRECRP-STATUS      PIC X(02) VALUE ZEROS.
009000     88  WS-CHKRECRP-OK                VALUE "00".
009100 77  WS-CHKREXCP-STATUS      PIC X(02) VALUE ZEROS.
009200     88  WS-CHKREXCP-OK                VALUE "00".
009201 77  WS-DISBACCT-STATUS      PIC X(02) VALUE ZEROS.
009202     88  WS-DISBACCT-OK                VALUE "00".
009300 77  WS-VOID-EOF-SW          PIC X(01) VALUE "N".
009400     88  WS-VOID-EOF                   VALUE "Y".
009500 77  WS-PAID-EOF-SW          PIC X(01) VALUE "N".
009600     88  WS-PAID-EOF                   VALUE "Y".
009700 77  WS-ISSUE-EOF-SW         PIC X(01) VALUE "N".
009800     88  WS-ISSUE-EOF                  VALUE "Y".
009900 77  WS-VOID-FILE-SW         PIC X(01) VALUE "N".
010000     88  WS-VOID-FILE-OPEN             VALUE "Y".
010001 77  WS-ISSUE-FILE-SW        PIC X(01) VALUE "N".
010002     88  WS-ISSUE-FILE-OPEN            VALUE "Y".
010003 77  WS-PAID-FILE-SW         PIC X(01) VALUE "N".
010004     88  WS-PAID-FILE-OPEN             VALUE "Y".
010005 77  WS-POSPAY-FILE-SW       PIC X(01) VALUE "N".
010006     88  WS-POSPAY-FILE-OPEN           VALUE "Y".
010100 77  WS-RECON-FAILURE-SW     PIC X(01) VALUE "N".
010200     88  WS-RECON-FAILED               VALUE "Y".
010300*----------------------------------------------------------*
010301* RUN PARAMETERS - AS-OF DATE FOR THE AGING, AND THE        *
010302* DISBURSEMENT ACCOUNT FROM THE DISBACCT CONTROL RECORD    *
010500*----------------------------------------------------------*
010600 77  WS-JOB-PARM             PIC X(08) VALUE SPACES.
010700 77  WS-RUN-DATE             PIC 9(08) VALUE ZEROS.
010800 77  WS-AS-OF-DATE           PIC 9(08) VALUE ZEROS.
010801 77  WS-PAYROLL-ACCOUNT      PIC X(17) VALUE SPACES.
011100*----------------------------------------------------------*
011200* DAY-NUMBER WORK AREA - A DATE AS A COUNT OF DAYS SO TWO   *
011300* DATES CAN BE SUBTRACTED. FEBRUARY FOLLOWS THE DIVISIBLE-  *
011400* BY-FOUR LEAP RULE THE PAY RUN USES.                       *
011500*----------------------------------------------------------*
011600 01  WS-DN-DATE.
011700     05  WS-DN-YEAR          PIC 9(04).
011800     05  WS-DN-MONTH         PIC 9(02).
011900     05  WS-DN-DAY           PIC 9(02).
012000 77  WS-DN-DAYS              PIC 9(07)   VALUE ZEROS.
012100 77  WS-DN-QUOTIENT          PIC 9(04)   VALUE ZEROS.
012200 77  WS-DN-REMAINDER         PIC 9(01)   VALUE ZEROS.
012300 77  WS-AS-OF-DAYS           PIC 9(07)   VALUE ZEROS.
012400 77  WS-CHECK-AGE            PIC 9(05)   VALUE ZEROS.
012500 01  WS-DAYS-BEFORE-MONTH-VALUES.
012600     05  FILLER              PIC X(36) VALUE
012700         "000031059090120151181212243273304334".
012800 01  WS-DAYS-BEFORE-MONTH-TABLE
012900         REDEFINES WS-DAYS-BEFORE-MONTH-VALUES.
013000     05  WS-DAYS-BEFORE      PIC 9(03) OCCURS 12 TIMES.
013100*----------------------------------------------------------*
013200* AGING BUCKETS - UPPER DAY LIMIT, LABEL, RUNNING COUNT AND *
013300* AMOUNT. THE LAST BUCKET TAKES EVERYTHING OLDER.           *
013400*----------------------------------------------------------*
013500 01  AGING-BUCKET-VALUES.
013600     05  FILLER              PIC X(13) VALUE "000300-30    ".
013700     05  FILLER              PIC X(13) VALUE "0006031-60   ".
013800     05  FILLER              PIC X(13) VALUE "0009061-90   ".
013900     05  FILLER              PIC X(13) VALUE "0018091-180  ".
014000     05  FILLER              PIC X(13) VALUE "99999OVER 180".
014100 01  AGING-BUCKET-TABLE REDEFINES AGING-BUCKET-VALUES.
014200     05  AB-ENTRY OCCURS 5 TIMES INDEXED BY AB-IDX.
014300         10  AB-UPPER-DAYS   PIC 9(05).
014400         10  AB-LABEL        PIC X(08).
014500 01  AGING-BUCKET-TOTALS.
014600     05  AT-ENTRY OCCURS 5 TIMES.
014700         10  AT-COUNT        PIC 9(05) COMP.
014800         10  AT-AMOUNT       PIC 9(09).
014900*----------------------------------------------------------*
015000* RUN TOTALS FOR THE REPORT TRAILER                         *
015100*----------------------------------------------------------*
015200 77  WS-VOID-COUNT           PIC 9(05) COMP VALUE ZERO.
015300 77  WS-STOP-COUNT           PIC 9(05) COMP VALUE ZERO.
015400 77  WS-CLEARED-COUNT        PIC 9(05) COMP VALUE ZERO.
015500 77  WS-MISMATCH-COUNT       PIC 9(05) COMP VALUE ZERO.
015600 77  WS-EXCEPTION-COUNT      PIC 9(05) COMP VALUE ZERO.
015700 77  WS-OUTSTANDING-COUNT    PIC 9(05) COMP VALUE ZERO.
015800 77  WS-CLEARED-AMOUNT       PIC 9(09) VALUE ZEROS.
015900 77  WS-OUTSTANDING-AMOUNT   PIC 9(09) VALUE ZEROS.
016000 77  WS-POSPAY-COUNT         PIC 9(05) COMP VALUE ZERO.
016100 77  WS-POSPAY-AMOUNT        PIC 9(09) VALUE ZEROS.
016200*----------------------------------------------------------*
016300* RECONCILIATION REPORT LINE LAYOUTS                        *
016400*----------------------------------------------------------*
016500 01  RC-HEADING-1.
016600     05  FILLER              PIC X(36) VALUE
016700         "PAYROLL CHECK RECONCILIATION  AS OF ".
016800     05  RC-AS-OF-DATE       PIC 9(08).
016900 01  RC-HEADING-2.
017000     05  FILLER              PIC X(10) VALUE "CHECK NO".
017100     05  FILLER              PIC X(10) VALUE "ISSUED".
017200     05  FILLER              PIC X(17) VALUE "PAYEE".
017300     05  FILLER              PIC X(09) VALUE "ISSUED".
017400     05  FILLER              PIC X(09) VALUE "PAID".
017500     05  FILLER              PIC X(20) VALUE "ACTION".
017600 01  RC-SECTION-LINE.
017700     05  FILLER              PIC X(04) VALUE "*** ".
017800     05  RC-SECTION-TITLE    PIC X(40).
017900 01  RC-DETAIL-LINE.
018000     05  RC-CHECK-NUMBER     PIC 9(08).
018100     05  FILLER              PIC X(02) VALUE SPACES.
018200     05  RC-ISSUE-DATE       PIC 9(08).
018300     05  FILLER              PIC X(02) VALUE SPACES.
018400     05  RC-PAYEE            PIC X(15).
018500     05  FILLER              PIC X(02) VALUE SPACES.
018600     05  RC-AMOUNT           PIC ZZZ,ZZ9.
018700     05  FILLER              PIC X(02) VALUE SPACES.
018800     05  RC-PAID             PIC ZZZ,ZZ9.
018900     05  FILLER              PIC X(02) VALUE SPACES.
019000     05  RC-ACTION           PIC X(20).
019100 01  RC-AGING-LINE.
019200     05  RC-AG-CHECK-NUMBER  PIC 9(08).
019300     05  FILLER              PIC X(02) VALUE SPACES.
019400     05  RC-AG-ISSUE-DATE    PIC 9(08).
019500     05  FILLER              PIC X(02) VALUE SPACES.
019600     05  RC-AG-PAYEE         PIC X(15).
019700     05  FILLER              PIC X(02) VALUE SPACES.
019800     05  RC-AG-AMOUNT        PIC ZZZ,ZZ9.
019900     05  FILLER              PIC X(02) VALUE SPACES.
020000     05  RC-AG-DAYS          PIC ZZ,ZZ9.
020100     05  FILLER              PIC X(03) VALUE SPACES.
020200     05  RC-AG-BUCKET        PIC X(08).
020300 01  RC-BUCKET-LINE.
020400     05  FILLER              PIC X(08) VALUE "BUCKET  ".
020500     05  RC-BK-LABEL         PIC X(08).
020600     05  FILLER              PIC X(04) VALUE SPACES.
020700     05  RC-BK-COUNT         PIC ZZ,ZZ9.
020800     05  FILLER              PIC X(04) VALUE SPACES.
020900     05  RC-BK-AMOUNT        PIC ZZZ,ZZZ,ZZ9.
021000 01  RC-TOTAL-LINE.
021100     05  RC-TOTAL-LABEL      PIC X(24).
021200     05  RC-TOTAL-VALUE      PIC ZZZ,ZZZ,ZZ9.
021300*----------------------------------------------------------*
021400* EXCEPTION LISTING LINE LAYOUTS                            *
021500*----------------------------------------------------------*
021600 01  RX-HEADING-1.
021700     05  FILLER              PIC X(40) VALUE
021800         "PAYROLL CHECK RECONCILIATION EXCEPTIONS".
021900 01  RX-HEADING-2.
022000     05  FILLER              PIC X(10) VALUE "CHECK NO".
022100     05  FILLER              PIC X(10) VALUE "DATE".
022200     05  FILLER              PIC X(09) VALUE "AMOUNT".
022300     05  FILLER              PIC X(09) VALUE "ISSUED".
022400     05  FILLER              PIC X(30) VALUE "REASON".
022500 01  RX-DETAIL-LINE.
022600     05  RX-CHECK-NUMBER     PIC 9(08).
022700     05  FILLER              PIC X(02) VALUE SPACES.
022800     05  RX-DATE             PIC 9(08).
022900     05  FILLER              PIC X(02) VALUE SPACES.
023000     05  RX-AMOUNT           PIC ZZZ,ZZ9.
023100     05  FILLER              PIC X(02) VALUE SPACES.
023200     05  RX-ISSUED           PIC ZZZ,ZZ9.
023300     05  FILLER              PIC X(02) VALUE SPACES.
023400     05  RX-REASON           PIC X(30).
023500 PROCEDURE DIVISION.
023600*----------------------------------------------------------*
023700* 0000-MAINLINE                                            *
023800*----------------------------------------------------------*
023900 0000-MAINLINE.
024000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
024100     IF NOT WS-RECON-FAILED
024200         PERFORM 3000-APPLY-VOID-STOP THRU 3000-EXIT
024300             UNTIL WS-VOID-EOF
024400         PERFORM 4000-MATCH-PAID-ITEM THRU 4000-EXIT
024500             UNTIL WS-PAID-EOF
024600         PERFORM 5000-AGE-OUTSTANDING THRU 5000-EXIT
024700     END-IF
024800     PERFORM 7000-TERMINATE THRU 7000-EXIT
024900     GO TO 9999-EXIT.
025000*----------------------------------------------------------*
025100* 1000-INITIALIZE - TAKE THE AS-OF DATE, OPEN THE ISSUED-   *
025200* CHECK MASTER, THE REPORTS AND THE POSITIVE-PAY FILE, AND  *
025300* PRIME BOTH INPUTS. NO CHKVOID FILE MEANS NO INSTRUCTIONS  *
025400* TODAY; NO PAIDITEM FILE MEANS THE BANK REPORTED NOTHING.  *
025500* A MISSING MASTER STOPS THE RUN - THERE IS NOTHING TO       *
025501* RECONCILE AGAINST. SO DOES A MISSING DISBACCT RECORD -    *
025502* THE BANK REJECTS VOIDS AND STOPS FOR THE WRONG ACCOUNT.  *
025700*----------------------------------------------------------*
025800 1000-INITIALIZE.
025900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
026000     MOVE WS-RUN-DATE TO WS-AS-OF-DATE
026100     INITIALIZE AGING-BUCKET-TOTALS
026200     ACCEPT WS-JOB-PARM FROM COMMAND-LINE
026300     IF WS-JOB-PARM IS NUMERIC
026400         MOVE WS-JOB-PARM TO WS-AS-OF-DATE
026500     END-IF
026600     MOVE WS-AS-OF-DATE TO WS-DN-DATE
026700     PERFORM 5800-COMPUTE-DAY-NUMBER THRU 5800-EXIT
026800     MOVE WS-DN-DAYS TO WS-AS-OF-DAYS
026900     OPEN OUTPUT RECONCILIATION-REPORT
027000     MOVE WS-AS-OF-DATE TO RC-AS-OF-DATE
027100     WRITE RECONCILIATION-RECORD FROM RC-HEADING-1
027200     WRITE RECONCILIATION-RECORD FROM RC-HEADING-2
027300     OPEN OUTPUT RECON-EXCEPTIONS
027400     WRITE RECON-EXCEPTION-RECORD FROM RX-HEADING-1
027500     WRITE RECON-EXCEPTION-RECORD FROM RX-HEADING-2
027501     OPEN INPUT DISBURSEMENT-ACCOUNT
027502     IF NOT WS-DISBACCT-OK
027503         DISPLAY "DISBACCT OPEN FAILED, STATUS "
027504             WS-DISBACCT-STATUS " - RUN STOPPED"
027505         MOVE "Y" TO WS-RECON-FAILURE-SW
027506         GO TO 1000-EXIT
027507     END-IF
027508     READ DISBURSEMENT-ACCOUNT
027509         AT END
027510             MOVE SPACES TO DISBURSEMENT-ACCOUNT-RECORD
027511     END-READ
027512     CLOSE DISBURSEMENT-ACCOUNT
027513     IF DA-ACCOUNT-NUMBER = SPACES
027514         DISPLAY "DISBACCT HOLDS NO ACCOUNT - RUN STOPPED"
027515         MOVE "Y" TO WS-RECON-FAILURE-SW
027516         GO TO 1000-EXIT
027517     END-IF
027518     MOVE DA-ACCOUNT-NUMBER TO WS-PAYROLL-ACCOUNT
027600     OPEN I-O CHECK-ISSUE-MASTER
027700     IF NOT WS-CHKISSUE-OK
027800         DISPLAY "CHKISSUE OPEN FAILED, STATUS "
027900             WS-CHKISSUE-STATUS " - RUN STOPPED"
028000         MOVE "Y" TO WS-RECON-FAILURE-SW
028100         GO TO 1000-EXIT
028200     END-IF
028201     MOVE "Y" TO WS-ISSUE-FILE-SW
028300     OPEN OUTPUT POSITIVE-PAY-FILE
028301     IF NOT WS-POSPAY-OK
028302         DISPLAY "POSPAYVS OPEN FAILED, STATUS "
028303             WS-POSPAY-STATUS " - RUN STOPPED"
028304         MOVE "Y" TO WS-RECON-FAILURE-SW
028305         GO TO 1000-EXIT
028306     END-IF
028307     MOVE "Y" TO WS-POSPAY-FILE-SW
028400     OPEN INPUT CHECK-VOID-FILE
028500     IF NOT WS-CHKVOID-OK
028600         MOVE "Y" TO WS-VOID-EOF-SW
028700     ELSE
028800         MOVE "Y" TO WS-VOID-FILE-SW
028900         MOVE "VOID AND STOP-PAYMENT INSTRUCTIONS"
029000             TO RC-SECTION-TITLE
029100         WRITE RECONCILIATION-RECORD FROM RC-SECTION-LINE
029200         PERFORM 2000-READ-VOID-STOP THRU 2000-EXIT
029300     END-IF
029400     OPEN INPUT PAID-ITEMS-FILE
029500     IF NOT WS-PAIDITEM-OK
029600         DISPLAY "PAIDITEM OPEN FAILED, STATUS "
029700             WS-PAIDITEM-STATUS " - NO PAID ITEMS TO MATCH"
029800         MOVE "Y" TO WS-PAID-EOF-SW
029900     ELSE
029901         MOVE "Y" TO WS-PAID-FILE-SW
030000         PERFORM 2100-READ-PAID-ITEM THRU 2100-EXIT
030100     END-IF.
030200 1000-EXIT.
030300     EXIT.
030400*----------------------------------------------------------*
030500* 2000-READ-VOID-STOP - GET THE NEXT VOID/STOP INSTRUCTION  *
030600*----------------------------------------------------------*
030700 2000-READ-VOID-STOP.
030800     READ CHECK-VOID-FILE
030900         AT END
031000             MOVE "Y" TO WS-VOID-EOF-SW
031100     END-READ.
031200 2000-EXIT.
031300     EXIT.
031400*----------------------------------------------------------*
031500* 2100-READ-PAID-ITEM - GET THE NEXT CHECK THE BANK PAID    *
031600*----------------------------------------------------------*
031700 2100-READ-PAID-ITEM.
031800     READ PAID-ITEMS-FILE
031900         AT END
032000             MOVE "Y" TO WS-PAID-EOF-SW
032100     END-READ.
032200 2100-EXIT.
032300     EXIT.
032400*----------------------------------------------------------*
032500* 3000-APPLY-VOID-STOP - ONLY A CHECK STILL OUTSTANDING CAN *
032600* BE VOIDED OR STOPPED. THE MASTER IS UPDATED AND THE       *
032700* INSTRUCTION GOES TO THE BANK ON THE POSITIVE-PAY FILE.    *
032710* A CHECK ALREADY CARRYING THE SAME ACTION WAS APPLIED BY A *
032720* RUN THAT FAILED BEFORE CLEARING CHKVOID; IT IS SENT AGAIN *
032730* SO THE RERUN'S POSITIVE-PAY FILE IS COMPLETE.             *
032800*----------------------------------------------------------*
032900 3000-APPLY-VOID-STOP.
033000     MOVE CV-CHECK-NUMBER TO CI-CHECK-NUMBER
033100     READ CHECK-ISSUE-MASTER
033200         INVALID KEY
033300             MOVE CV-CHECK-NUMBER TO RX-CHECK-NUMBER
033400             MOVE WS-AS-OF-DATE   TO RX-DATE
033500             MOVE ZEROS           TO RX-AMOUNT
033600             MOVE ZEROS           TO RX-ISSUED
033700             MOVE "VOID/STOP - CHECK NOT ISSUED" TO RX-REASON
033800             PERFORM 6100-WRITE-EXCEPTION-LINE THRU 6100-EXIT
033900     END-READ
034000     IF NOT WS-CHKISSUE-OK
034100         GO TO 3000-READ-NEXT
034200     END-IF
034300     IF NOT (CV-ACTION-VOID OR CV-ACTION-STOP)
034400         MOVE CV-CHECK-NUMBER TO RX-CHECK-NUMBER
034500         MOVE WS-AS-OF-DATE   TO RX-DATE
034600         MOVE ZEROS           TO RX-AMOUNT
034700         MOVE CI-AMOUNT       TO RX-ISSUED
034800         MOVE "UNKNOWN VOID/STOP ACTION CODE" TO RX-REASON
034900         PERFORM 6100-WRITE-EXCEPTION-LINE THRU 6100-EXIT
035000         GO TO 3000-READ-NEXT
035100     END-IF
035110     IF CI-STATUS = CV-ACTION-CODE
035120         GO TO 3000-SEND-TO-BANK
035130     END-IF
035200     IF NOT CI-OUTSTANDING
035300         MOVE CV-CHECK-NUMBER TO RX-CHECK-NUMBER
035400         MOVE CI-STATUS-DATE  TO RX-DATE
035500         MOVE CI-PAID-AMOUNT  TO RX-AMOUNT
035600         MOVE CI-AMOUNT       TO RX-ISSUED
035700         MOVE "VOID/STOP - NOT OUTSTANDING" TO RX-REASON
035800         PERFORM 6100-WRITE-EXCEPTION-LINE THRU 6100-EXIT
035900         GO TO 3000-READ-NEXT
036000     END-IF
036100     MOVE CV-ACTION-CODE  TO CI-STATUS
036200     MOVE WS-AS-OF-DATE   TO CI-STATUS-DATE
036300     MOVE CV-REASON       TO CI-REASON
036400     REWRITE CHECK-ISSUE-RECORD
036500     IF NOT WS-CHKISSUE-OK
036600         DISPLAY "CHKRECON: REWRITE FAILED FOR CHECK "
036700             CI-CHECK-NUMBER " STATUS " WS-CHKISSUE-STATUS
036800         MOVE "Y" TO WS-RECON-FAILURE-SW
036900         GO TO 3000-READ-NEXT
037000     END-IF.
037050 3000-SEND-TO-BANK.
037100     PERFORM 6200-WRITE-POSITIVE-PAY THRU 6200-EXIT
037200     MOVE ZEROS TO RC-PAID
037300     IF CV-ACTION-VOID
037400         MOVE "VOIDED" TO RC-ACTION
037500         ADD 1 TO WS-VOID-COUNT
037600     ELSE
037700         MOVE "STOP-PAYMENT PLACED" TO RC-ACTION
037800         ADD 1 TO WS-STOP-COUNT
037900     END-IF
038000     PERFORM 6000-WRITE-DETAIL-LINE THRU 6000-EXIT.
038100 3000-READ-NEXT.
038200     PERFORM 2000-READ-VOID-STOP THRU 2000-EXIT.
038300 3000-EXIT.
038400     EXIT.
038500*----------------------------------------------------------*
038600* 4000-MATCH-PAID-ITEM - FIND THE ISSUE THE BANK PAID. AN   *
038700* OUTSTANDING CHECK CLEARS - AS A MISMATCH IF THE AMOUNTS   *
038800* DIFFER, WHICH IS ALSO LISTED AS AN EXCEPTION. ANY OTHER   *
038900* STATUS MEANS THE BANK PAID SOMETHING IT SHOULD NOT HAVE.  *
038910* AN ITEM ALREADY CLEARED ON THE SAME DATE FOR THE SAME     *
038920* AMOUNT WAS APPLIED BY A FAILED RUN AND IS REPORTED AGAIN, *
038930* NOT TREATED AS A SECOND PRESENTMENT.                      *
039000*----------------------------------------------------------*
039100 4000-MATCH-PAID-ITEM.
039200     MOVE PI-CHECK-NUMBER TO CI-CHECK-NUMBER
039300     READ CHECK-ISSUE-MASTER
039400         INVALID KEY
039500             MOVE ZEROS TO RX-ISSUED
039600             MOVE "PAID - NO ISSUE ON FILE" TO RX-REASON
039700             PERFORM 6150-WRITE-PAID-EXCEPTION THRU 6150-EXIT
039800     END-READ
039900     IF NOT WS-CHKISSUE-OK
040000         GO TO 4000-READ-NEXT
040100     END-IF
040200     IF CI-VOIDED OR CI-STOPPED
040300         MOVE CI-AMOUNT TO RX-ISSUED
040400         MOVE "PAID AFTER VOID/STOP-PAYMENT" TO RX-REASON
040500         PERFORM 6150-WRITE-PAID-EXCEPTION THRU 6150-EXIT
040600         GO TO 4000-READ-NEXT
040700     END-IF
040710     IF (CI-CLEARED OR CI-CLEARED-MISMATCH)
040720        AND CI-STATUS-DATE = PI-PAID-DATE
040730        AND CI-PAID-AMOUNT = PI-PAID-AMOUNT
040740         IF CI-CLEARED
040750             MOVE "CLEARED" TO RC-ACTION
040760         ELSE
040770             MOVE "CLEARED - MISMATCH" TO RC-ACTION
040780         END-IF
040790         GO TO 4000-REPORT-CLEARED
040795     END-IF
040800     IF NOT CI-OUTSTANDING
040900         MOVE CI-AMOUNT TO RX-ISSUED
041000         MOVE "DUPLICATE PRESENTMENT" TO RX-REASON
041100         PERFORM 6150-WRITE-PAID-EXCEPTION THRU 6150-EXIT
041200         GO TO 4000-READ-NEXT
041300     END-IF
041400     MOVE PI-PAID-DATE    TO CI-STATUS-DATE
041500     MOVE PI-PAID-AMOUNT  TO CI-PAID-AMOUNT
041600     IF PI-PAID-AMOUNT = CI-AMOUNT
041700         MOVE "C"         TO CI-STATUS
041800         MOVE "CLEARED"   TO RC-ACTION
041900     ELSE
042000         MOVE "M"         TO CI-STATUS
042100         MOVE "PAID AMOUNT MISMATCH" TO CI-REASON
042200         MOVE "CLEARED - MISMATCH" TO RC-ACTION
042300     END-IF
042400     REWRITE CHECK-ISSUE-RECORD
042500     IF NOT WS-CHKISSUE-OK
042600         DISPLAY "CHKRECON: REWRITE FAILED FOR CHECK "
042700             CI-CHECK-NUMBER " STATUS " WS-CHKISSUE-STATUS
042800         MOVE "Y" TO WS-RECON-FAILURE-SW
042900         GO TO 4000-READ-NEXT
043000     END-IF.
043050 4000-REPORT-CLEARED.
043100     MOVE PI-PAID-AMOUNT TO RC-PAID
043200     PERFORM 6000-WRITE-DETAIL-LINE THRU 6000-EXIT
043300     ADD 1 TO WS-CLEARED-COUNT
043400     ADD PI-PAID-AMOUNT TO WS-CLEARED-AMOUNT
043500     IF CI-CLEARED-MISMATCH
043600         ADD 1 TO WS-MISMATCH-COUNT
043700         MOVE CI-AMOUNT TO RX-ISSUED
043800         MOVE "PAID AMOUNT MISMATCH" TO RX-REASON
043900         PERFORM 6150-WRITE-PAID-EXCEPTION THRU 6150-EXIT
044000     END-IF.
044100 4000-READ-NEXT.
044200     PERFORM 2100-READ-PAID-ITEM THRU 2100-EXIT.
044300 4000-EXIT.
044400     EXIT.
044500*----------------------------------------------------------*
044600* 5000-AGE-OUTSTANDING - WALK THE WHOLE MASTER IN CHECK-    *
044700* NUMBER ORDER AND AGE EVERY CHECK STILL OUTSTANDING.       *
044800*----------------------------------------------------------*
044900 5000-AGE-OUTSTANDING.
045000     MOVE "OUTSTANDING CHECKS BY AGE" TO RC-SECTION-TITLE
045100     WRITE RECONCILIATION-RECORD FROM RC-SECTION-LINE
045200     MOVE ZEROS TO CI-CHECK-NUMBER
045300     START CHECK-ISSUE-MASTER KEY IS NOT LESS THAN CI-CHECK-NUMBER
045400         INVALID KEY
045500             MOVE "Y" TO WS-ISSUE-EOF-SW
045600     END-START
045700     IF NOT WS-ISSUE-EOF
045800         PERFORM 5100-READ-NEXT-ISSUE THRU 5100-EXIT
045900     END-IF
046000     PERFORM 5200-AGE-ONE-CHECK THRU 5200-EXIT
046100         UNTIL WS-ISSUE-EOF.
046200 5000-EXIT.
046300     EXIT.
046400*----------------------------------------------------------*
046500* 5100-READ-NEXT-ISSUE - NEXT ISSUED CHECK IN NUMBER ORDER  *
046600*----------------------------------------------------------*
046700 5100-READ-NEXT-ISSUE.
046800     READ CHECK-ISSUE-MASTER NEXT RECORD
046900         AT END
047000             MOVE "Y" TO WS-ISSUE-EOF-SW
047100     END-READ.
047200 5100-EXIT.
047300     EXIT.
047400*----------------------------------------------------------*
047500* 5200-AGE-ONE-CHECK - DAYS FROM ISSUE TO THE AS-OF DATE,   *
047600* PLACED IN THE FIRST BUCKET WHOSE LIMIT IT DOES NOT PASS.  *
047700*----------------------------------------------------------*
047800 5200-AGE-ONE-CHECK.
047900     IF NOT CI-OUTSTANDING
048000         GO TO 5200-READ-NEXT
048100     END-IF
048200     MOVE CI-ISSUE-DATE TO WS-DN-DATE
048300     PERFORM 5800-COMPUTE-DAY-NUMBER THRU 5800-EXIT
048400     IF WS-DN-DAYS > WS-AS-OF-DAYS
048500         MOVE ZEROS TO WS-CHECK-AGE
048600     ELSE
048700         COMPUTE WS-CHECK-AGE = WS-AS-OF-DAYS - WS-DN-DAYS
048800     END-IF
048900     SET AB-IDX TO 1
049000     SEARCH AB-ENTRY
049100         AT END
049200             SET AB-IDX TO 5
049300         WHEN WS-CHECK-AGE NOT > AB-UPPER-DAYS (AB-IDX)
049400             CONTINUE
049500     END-SEARCH
049600     ADD 1         TO AT-COUNT (AB-IDX)
049700     ADD CI-AMOUNT TO AT-AMOUNT (AB-IDX)
049800     ADD 1         TO WS-OUTSTANDING-COUNT
049900     ADD CI-AMOUNT TO WS-OUTSTANDING-AMOUNT
050000     MOVE CI-CHECK-NUMBER   TO RC-AG-CHECK-NUMBER
050100     MOVE CI-ISSUE-DATE     TO RC-AG-ISSUE-DATE
050200     MOVE CI-PAYEE-NAME     TO RC-AG-PAYEE
050300     MOVE CI-AMOUNT         TO RC-AG-AMOUNT
050400     MOVE WS-CHECK-AGE      TO RC-AG-DAYS
050500     MOVE AB-LABEL (AB-IDX) TO RC-AG-BUCKET
050600     WRITE RECONCILIATION-RECORD FROM RC-AGING-LINE.
050700 5200-READ-NEXT.
050800     PERFORM 5100-READ-NEXT-ISSUE THRU 5100-EXIT.
050900 5200-EXIT.
051000     EXIT.
051100*----------------------------------------------------------*
051200* 5800-COMPUTE-DAY-NUMBER - WS-DN-DATE AS A RUNNING DAY     *
051300* COUNT: WHOLE YEARS, THEIR LEAP DAYS, THE MONTHS BEFORE    *
051400* THIS ONE, AND THE DAY, PLUS FEBRUARY 29 WHEN THIS IS A    *
051500* LEAP YEAR PAST FEBRUARY.                                  *
051600*----------------------------------------------------------*
051700 5800-COMPUTE-DAY-NUMBER.
051800     IF WS-DN-DATE NOT NUMERIC
051900        OR WS-DN-MONTH < 1 OR WS-DN-MONTH > 12
052000         MOVE ZEROS TO WS-DN-DAYS
052100         GO TO 5800-EXIT
052200     END-IF
052300     COMPUTE WS-DN-DAYS = (WS-DN-YEAR - 1) * 365
052400         + (WS-DN-YEAR - 1) / 4
052500         + WS-DAYS-BEFORE (WS-DN-MONTH)
052600         + WS-DN-DAY
052700     DIVIDE WS-DN-YEAR BY 4
052800         GIVING WS-DN-QUOTIENT
052900         REMAINDER WS-DN-REMAINDER
053000     IF WS-DN-REMAINDER = 0 AND WS-DN-MONTH > 2
053100         ADD 1 TO WS-DN-DAYS
053200     END-IF.
053300 5800-EXIT.
053400     EXIT.
053500*----------------------------------------------------------*
053600* 6000-WRITE-DETAIL-LINE - ONE REPORT LINE PER CHECK THE    *
053700* RUN VOIDED, STOPPED OR CLEARED. RC-ACTION AND RC-PAID ARE *
053800* SET BY THE CALLER.                                        *
053900*----------------------------------------------------------*
054000 6000-WRITE-DETAIL-LINE.
054100     MOVE CI-CHECK-NUMBER TO RC-CHECK-NUMBER
054200     MOVE CI-ISSUE-DATE   TO RC-ISSUE-DATE
054300     MOVE CI-PAYEE-NAME   TO RC-PAYEE
054400     MOVE CI-AMOUNT       TO RC-AMOUNT
054500     WRITE RECONCILIATION-RECORD FROM RC-DETAIL-LINE.
054600 6000-EXIT.
054700     EXIT.
054800*----------------------------------------------------------*
054900* 6100-WRITE-EXCEPTION-LINE - ONE LISTING LINE PER ITEM     *
055000* THAT COULD NOT BE APPLIED. THE CALLER FILLS THE LINE.     *
055100*----------------------------------------------------------*
055200 6100-WRITE-EXCEPTION-LINE.
055300     WRITE RECON-EXCEPTION-RECORD FROM RX-DETAIL-LINE
055400     ADD 1 TO WS-EXCEPTION-COUNT.
055500 6100-EXIT.
055600     EXIT.
055700*----------------------------------------------------------*
055800* 6150-WRITE-PAID-EXCEPTION - EXCEPTION LINE FOR A BANK     *
055900* PAID ITEM. RX-REASON AND RX-ISSUED ARE SET BY THE CALLER. *
056000*----------------------------------------------------------*
056100 6150-WRITE-PAID-EXCEPTION.
056200     MOVE PI-CHECK-NUMBER TO RX-CHECK-NUMBER
056300     MOVE PI-PAID-DATE    TO RX-DATE
056400     MOVE PI-PAID-AMOUNT  TO RX-AMOUNT
056500     PERFORM 6100-WRITE-EXCEPTION-LINE THRU 6100-EXIT.
056600 6150-EXIT.
056700     EXIT.
056800*----------------------------------------------------------*
056900* 6200-WRITE-POSITIVE-PAY - TELL THE BANK NOT TO HONOR A    *
056901* VOIDED OR STOPPED CHECK. ONLY A WRITTEN ITEM GOES INTO    *
056902* THE TRAILER COUNT AND AMOUNT.                             *
057100*----------------------------------------------------------*
057200 6200-WRITE-POSITIVE-PAY.
057300     MOVE SPACES             TO POSITIVE-PAY-RECORD
057400     MOVE CV-ACTION-CODE     TO PP-RECORD-TYPE
057500     MOVE WS-PAYROLL-ACCOUNT TO PP-ACCOUNT-NUMBER
057600     MOVE CI-CHECK-NUMBER    TO PP-CHECK-NUMBER
057700     MOVE CI-ISSUE-DATE      TO PP-ISSUE-DATE
057800     MOVE CI-PAYEE-NAME      TO PP-PAYEE-NAME
057900     MOVE CI-AMOUNT          TO PP-AMOUNT
058000     WRITE POSITIVE-PAY-RECORD
058100     IF NOT WS-POSPAY-OK
058200         DISPLAY "CHKRECON: POSPAYVS WRITE FAILED, STATUS "
058300             WS-POSPAY-STATUS
058400         MOVE "Y" TO WS-RECON-FAILURE-SW
058401         GO TO 6200-EXIT
058500     END-IF
058600     ADD 1         TO WS-POSPAY-COUNT
058700     ADD CI-AMOUNT TO WS-POSPAY-AMOUNT.
058800 6200-EXIT.
058900     EXIT.
059000*----------------------------------------------------------*
059100* 6250-WRITE-POSITIVE-PAY-TRAILER - ITEM COUNT AND AMOUNT   *
059200* OF THE VOIDS AND STOPS SENT THIS RUN.                     *
059300*----------------------------------------------------------*
059400 6250-WRITE-POSITIVE-PAY-TRAILER.
059500     MOVE SPACES             TO PP-TRAILER-RECORD
059600     MOVE "T"                TO PP-TRL-RECORD-TYPE
059700     MOVE WS-PAYROLL-ACCOUNT TO PP-TRL-ACCOUNT-NUMBER
059800     MOVE WS-POSPAY-COUNT    TO PP-TRL-ITEM-COUNT
059900     MOVE WS-POSPAY-AMOUNT   TO PP-TRL-TOTAL-AMOUNT
060000     WRITE PP-TRAILER-RECORD.
060100 6250-EXIT.
060200     EXIT.
060300*----------------------------------------------------------*
060400* 6300-WRITE-RUN-TOTALS - THE AGING BUCKET TOTALS, THEN THE *
060500* RUN'S ACTIVITY COUNTS. THE OUTSTANDING TOTAL IS THE       *
060600* UNCASHED-CHECK LIABILITY AS OF THE RUN DATE.              *
060700*----------------------------------------------------------*
060800 6300-WRITE-RUN-TOTALS.
060900     SET AB-IDX TO 1
061000     PERFORM 6350-WRITE-BUCKET-LINE THRU 6350-EXIT
061100         UNTIL AB-IDX > 5
061200     MOVE "CHECKS OUTSTANDING:     " TO RC-TOTAL-LABEL
061300     MOVE WS-OUTSTANDING-COUNT       TO RC-TOTAL-VALUE
061400     WRITE RECONCILIATION-RECORD FROM RC-TOTAL-LINE
061500     MOVE "OUTSTANDING AMOUNT:     " TO RC-TOTAL-LABEL
061600     MOVE WS-OUTSTANDING-AMOUNT      TO RC-TOTAL-VALUE
061700     WRITE RECONCILIATION-RECORD FROM RC-TOTAL-LINE
061800     MOVE "CHECKS CLEARED:         " TO RC-TOTAL-LABEL
061900     MOVE WS-CLEARED-COUNT           TO RC-TOTAL-VALUE
062000     WRITE RECONCILIATION-RECORD FROM RC-TOTAL-LINE
062100     MOVE "AMOUNT CLEARED:         " TO RC-TOTAL-LABEL
062200     MOVE WS-CLEARED-AMOUNT          TO RC-TOTAL-VALUE
062300     WRITE RECONCILIATION-RECORD FROM RC-TOTAL-LINE
062400     MOVE "AMOUNT MISMATCHES:      " TO RC-TOTAL-LABEL
062500     MOVE WS-MISMATCH-COUNT          TO RC-TOTAL-VALUE
062600     WRITE RECONCILIATION-RECORD FROM RC-TOTAL-LINE
062700     MOVE "CHECKS VOIDED:          " TO RC-TOTAL-LABEL
062800     MOVE WS-VOID-COUNT              TO RC-TOTAL-VALUE
062900     WRITE RECONCILIATION-RECORD FROM RC-TOTAL-LINE
063000     MOVE "STOP-PAYMENTS PLACED:   " TO RC-TOTAL-LABEL
063100     MOVE WS-STOP-COUNT              TO RC-TOTAL-VALUE
063200     WRITE RECONCILIATION-RECORD FROM RC-TOTAL-LINE
063300     MOVE "EXCEPTIONS:             " TO RC-TOTAL-LABEL
063400     MOVE WS-EXCEPTION-COUNT         TO RC-TOTAL-VALUE
063500     WRITE RECONCILIATION-RECORD FROM RC-TOTAL-LINE.
063600 6300-EXIT.
063700     EXIT.
063800*----------------------------------------------------------*
063900* 6350-WRITE-BUCKET-LINE - COUNT AND AMOUNT FOR ONE BUCKET  *
064000*----------------------------------------------------------*
064100 6350-WRITE-BUCKET-LINE.
064200     MOVE AB-LABEL (AB-IDX)  TO RC-BK-LABEL
064300     MOVE AT-COUNT (AB-IDX)  TO RC-BK-COUNT
064400     MOVE AT-AMOUNT (AB-IDX) TO RC-BK-AMOUNT
064500     WRITE RECONCILIATION-RECORD FROM RC-BUCKET-LINE
064600     SET AB-IDX UP BY 1.
064700 6350-EXIT.
064800     EXIT.
064900*----------------------------------------------------------*
065000* 6600-CLEAR-VOID-FILE - A CLEAN RUN EMPTIES THE CHKVOID    *
065100* FILE SO A SECOND RUN DOES NOT RESEND THE SAME VOIDS AND   *
065200* STOPS. A FAILED RUN LEAVES IT ALONE FOR THE RERUN.        *
065300*----------------------------------------------------------*
065400 6600-CLEAR-VOID-FILE.
065500     OPEN OUTPUT CHECK-VOID-FILE
065600     CLOSE CHECK-VOID-FILE.
065700 6600-EXIT.
065800     EXIT.
065900*----------------------------------------------------------*
066000* 7000-TERMINATE - RUN TOTALS, POSITIVE-PAY TRAILER, CLEAR  *
066100* THE APPLIED INSTRUCTIONS, CLOSE FILES, SET RETURN-CODE.   *
066101* A FAILED RUN SKIPS THE TOTALS, TRAILER AND CLEAR BUT      *
066102* STILL CLOSES EVERY FILE IT GOT OPEN.                      *
066200* ANY EXCEPTION ENDS THE RUN NONZERO SO IT IS WORKED BEFORE *
066300* THE NEXT STATEMENT ARRIVES.                               *
066400*----------------------------------------------------------*
066500 7000-TERMINATE.
066600     IF NOT WS-RECON-FAILED
066700         PERFORM 6300-WRITE-RUN-TOTALS THRU 6300-EXIT
066800         PERFORM 6250-WRITE-POSITIVE-PAY-TRAILER THRU 6250-EXIT
066801     END-IF
066802     IF WS-POSPAY-FILE-OPEN
066900         CLOSE POSITIVE-PAY-FILE
066901     END-IF
066902     IF WS-ISSUE-FILE-OPEN
067000         CLOSE CHECK-ISSUE-MASTER
067001     END-IF
067002     IF WS-PAID-FILE-OPEN
067100         CLOSE PAID-ITEMS-FILE
067101     END-IF
067102     IF WS-VOID-FILE-OPEN
067103         CLOSE CHECK-VOID-FILE
067104         IF NOT WS-RECON-FAILED
067400             PERFORM 6600-CLEAR-VOID-FILE THRU 6600-EXIT
067500         END-IF
067600     END-IF
067700     CLOSE RECONCILIATION-REPORT
067800     CLOSE RECON-EXCEPTIONS
067900     MOVE 0 TO RETURN-CODE
068000     IF WS-RECON-FAILED OR WS-EXCEPTION-COUNT > 0
068100         MOVE 8 TO RETURN-CODE
068200     END-IF.
068300 7000-EXIT.
068400     EXIT.
068500*----------------------------------------------------------*
068600* 9999-EXIT - COMMON JOB TERMINATION POINT                  *
068700*----------------------------------------------------------*
068800 9999-EXIT.
068900     GOBACK.
