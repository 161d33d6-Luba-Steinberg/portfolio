002000*                     R NNNNNNNNN PPPPPPPP - REPRINT THE    *
002100*                       PAY STATEMENT FOR ONE PAST PERIOD   *
002200*                       FROM THE STORED FIGURES.            *
002201* 2026-10-15  LIBI  EVERY INQUIRY NOW APPENDS WHO RAN IT,   *
002202*                   WHEN, AND THE SELECTED EMPLOYEE AND SSN *
002203*                   TO THE SSNALOG SENSITIVE-DATA ACCESS    *
002204*                   LOG BEFORE ANYTHING PRINTS, AND IS NOT  *
002205*                   RUN IF IT CANNOT BE LOGGED.             *
002300*----------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
004000     SELECT INQUIRY-REPORT ASSIGN TO "PAYHINQR"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-PAYHINQR-STATUS.
004201     SELECT SSN-ACCESS-LOG ASSIGN TO "SSNALOG"
004202         ORGANIZATION IS LINE SEQUENTIAL
004203         FILE STATUS IS WS-SSNALOG-STATUS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  PAY-HISTORY
005100 FD  INQUIRY-REPORT
005200     LABEL RECORDS ARE STANDARD.
005300 01  INQUIRY-REPORT-RECORD       PIC X(80).
005301 FD  SSN-ACCESS-LOG
005302     LABEL RECORDS ARE STANDARD.
005303 COPY SSNALOG.
005400 WORKING-STORAGE SECTION.
005500*----------------------------------------------------------*
005600* FILE STATUS AND CONTROL SWITCHES                          *
006500     88  WS-EOF                        VALUE "Y".
006600 77  WS-INQ-FAILURE-SW       PIC X(01) VALUE "N".
006700     88  WS-INQ-FAILED                 VALUE "Y".
006701*----------------------------------------------------------*
006702* SENSITIVE-DATA ACCESS LOGGING - EVERY INQUIRY SELECTS ONE *
006703* PERSON, SO IT IS LOGGED AGAINST THAT PERSON'S SSN BEFORE  *
006704* ANYTHING PRINTS.                                          *
006705*----------------------------------------------------------*
006706 77  WS-SSNALOG-STATUS       PIC X(02) VALUE ZEROS.
006707     88  WS-SSNALOG-OK                 VALUE "00".
006708 77  WS-ACCESS-USER          PIC X(08) VALUE SPACES.
006709 77  WS-EMPLOYEE-SSN         PIC 9(09) VALUE ZEROS.
006800*----------------------------------------------------------*
006900* SELECTION PARM - L<EMP><FROM><TO> OR R<EMP><PERIOD>       *
007000*----------------------------------------------------------*
020800         END-READ
020900         IF WS-PAYRMSTR-OK
021000             MOVE PM-NAME TO WS-EMPLOYEE-NAME
021001             MOVE PM-SSN  TO WS-EMPLOYEE-SSN
021100         END-IF
021200     END-IF
021201     PERFORM 1500-LOG-SSN-ACCESS THRU 1500-EXIT.
021300 1000-EXIT.
021301     EXIT.
021302*----------------------------------------------------------*
021303* 1500-LOG-SSN-ACCESS - APPEND WHO IS RUNNING THIS INQUIRY, *
021304* WHEN, AND FOR WHICH EMPLOYEE AND SSN TO THE SENSITIVE-    *
021305* DATA ACCESS LOG. AN EMPLOYEE NOT ON THE MASTER IS LOGGED  *
021306* WITH A ZERO SSN. AN INQUIRY THAT CANNOT BE LOGGED IS NOT  *
021307* RUN.                                                      *
021308*----------------------------------------------------------*
021309 1500-LOG-SSN-ACCESS.
021310     ACCEPT WS-ACCESS-USER FROM ENVIRONMENT "USER"
021311     IF WS-ACCESS-USER = SPACES
021312         MOVE "UNKNOWN" TO WS-ACCESS-USER
021313     END-IF
021314     OPEN EXTEND SSN-ACCESS-LOG
021315     IF NOT WS-SSNALOG-OK
021316         CLOSE SSN-ACCESS-LOG
021317         OPEN OUTPUT SSN-ACCESS-LOG
021318     END-IF
021319     IF NOT WS-SSNALOG-OK
021320         DISPLAY "SSNALOG OPEN FAILED, STATUS "
021321             WS-SSNALOG-STATUS ", INQUIRY NOT RUN"
021322         MOVE "Y" TO WS-INQ-FAILURE-SW
021323         GO TO 1500-EXIT
021324     END-IF
021325     MOVE SPACES TO SSN-ACCESS-LOG-RECORD
021326     ACCEPT SA-ACCESS-DATE FROM DATE YYYYMMDD
021327     ACCEPT SA-ACCESS-TIME FROM TIME
021328     MOVE WS-ACCESS-USER     TO SA-USER-ID
021329     MOVE "PAYHINQ"          TO SA-PROGRAM
021330     MOVE WS-EMPLOYEE-SSN    TO SA-SSN
021331     MOVE WS-SELECT-EMPLOYEE TO SA-EMPLOYEE-ID
021332     WRITE SSN-ACCESS-LOG-RECORD
021333     IF NOT WS-SSNALOG-OK
021334         DISPLAY "SSNALOG WRITE FAILED, STATUS "
021335             WS-SSNALOG-STATUS ", INQUIRY NOT RUN"
021336         MOVE "Y" TO WS-INQ-FAILURE-SW
021337     END-IF
021338     CLOSE SSN-ACCESS-LOG.
021339 1500-EXIT.
021400     EXIT.
021500*----------------------------------------------------------*
021600* 2000-READ-HISTORY-NEXT - NEXT HISTORY RECORD IN KEY ORDER *
