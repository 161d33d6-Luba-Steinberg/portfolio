002370*                   IS SIMPLY SKIPPED) BEFORE THE LIVE LOG  *
002380*                   IS READ, SO OLD MONTHS STAY REPORTABLE  *
002390*                   WITHOUT LIVING IN THE LIVE LOG.         *
002391* 2026-10-15  LIBI  PRINTED SSNS ARE NOW MASKED TO THE LAST *
002392*                   FOUR DIGITS, IN THE DETAIL LINES AND IN *
002393*                   THE S-PARM SELECTION HEADING. AN S-PARM *
002394*                   RUN FIRST APPENDS WHO RAN IT, WHEN, AND *
002395*                   FOR WHICH SSN TO THE SSNALOG SENSITIVE- *
002396*                   DATA ACCESS LOG, AND IS NOT RUN IF IT   *
002397*                   CANNOT BE LOGGED.                       *
002300*----------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
003510     SELECT ARCHIVE-LOG ASSIGN TO WS-ARCHIVE-NAME
003520         ORGANIZATION IS LINE SEQUENTIAL
003530         FILE STATUS IS WS-ARCHIVE-STATUS.
003531     SELECT SSN-ACCESS-LOG ASSIGN TO "SSNALOG"
003532         ORGANIZATION IS LINE SEQUENTIAL
003533         FILE STATUS IS WS-SSNALOG-STATUS.
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  AUDIT-LOG
004310 FD  ARCHIVE-LOG
004320     LABEL RECORDS ARE STANDARD.
004330 01  ARCHIVE-LOG-RECORD          PIC X(59).
004331 FD  SSN-ACCESS-LOG
004332     LABEL RECORDS ARE STANDARD.
004333 COPY SSNALOG.
004400 WORKING-STORAGE SECTION.
004500*----------------------------------------------------------*
004600* FILE STATUS AND CONTROL SWITCHES                          *
005300     88  WS-EOF                        VALUE "Y".
005400 77  WS-RPT-FAILURE-SW       PIC X(01) VALUE "N".
005500     88  WS-RPT-FAILED                 VALUE "Y".
005501*----------------------------------------------------------*
005502* SENSITIVE-DATA ACCESS LOGGING - AN S-PARM RUN SELECTS ONE *
005503* PERSON BY FULL SSN, SO IT IS LOGGED BEFORE IT REPORTS.    *
005504*----------------------------------------------------------*
005505 77  WS-SSNALOG-STATUS       PIC X(02) VALUE ZEROS.
005506     88  WS-SSNALOG-OK                 VALUE "00".
005507 77  WS-ACCESS-USER          PIC X(08) VALUE SPACES.
005600*----------------------------------------------------------*
005700* SELECTION PARM - BLANK, S<SSN>, OR D<FROM><TO>            *
005800*----------------------------------------------------------*
010200     05  FILLER              PIC X(02) VALUE SPACES.
010300     05  LG-NAME             PIC X(30).
010400     05  FILLER              PIC X(01) VALUE SPACE.
010500     05  LG-SSN.
010501         10  FILLER          PIC X(05) VALUE "*****".
010502         10  LG-SSN-LAST-FOUR
010503                             PIC 9(04).
010600     05  FILLER              PIC X(02) VALUE SPACES.
010700     05  LG-TOTAL            PIC 99.
010800     05  FILLER              PIC X(04) VALUE SPACES.
012710     IF WS-SELECT-DATES AND NOT WS-RPT-FAILED
012720         PERFORM 2500-REPORT-ARCHIVES THRU 2500-EXIT
012730     END-IF
012740     IF WS-RPT-FAILED
012741         MOVE "Y" TO WS-EOF-SWITCH
012742     ELSE
012743         PERFORM 2600-OPEN-LIVE-LOG THRU 2600-EXIT
012744     END-IF
012800     PERFORM 3000-REPORT-EVENT THRU 3000-EXIT
012900         UNTIL WS-EOF
013000     PERFORM 7000-TERMINATE THRU 7000-EXIT
015700         WHEN OTHER
015800             MOVE " " TO WS-SELECT-MODE
015900     END-EVALUATE
015901     IF WS-SELECT-SSN
015902         PERFORM 1500-LOG-SSN-ACCESS THRU 1500-EXIT
015903     END-IF
016000     OPEN OUTPUT AUDIT-LOG-REPORT
016100     MOVE WS-JOB-PARM TO LG-SELECTION
016101     IF WS-SELECT-SSN
016102         MOVE "*****" TO LG-SELECTION (2:5)
016103     END-IF
016200     WRITE AUDIT-LOG-REPORT-RECORD FROM LG-HEADING-1
016300     WRITE AUDIT-LOG-REPORT-RECORD FROM LG-HEADING-2.
017300 1000-EXIT.
017301     EXIT.
017302*----------------------------------------------------------*
017303* 1500-LOG-SSN-ACCESS - APPEND WHO IS RUNNING THIS SSN      *
017304* SELECTION, WHEN, AND FOR WHICH SSN TO THE SENSITIVE-DATA  *
017305* ACCESS LOG. AN INQUIRY THAT CANNOT BE LOGGED IS NOT RUN.  *
017306*----------------------------------------------------------*
017307 1500-LOG-SSN-ACCESS.
017308     ACCEPT WS-ACCESS-USER FROM ENVIRONMENT "USER"
017309     IF WS-ACCESS-USER = SPACES
017310         MOVE "UNKNOWN" TO WS-ACCESS-USER
017311     END-IF
017312     OPEN EXTEND SSN-ACCESS-LOG
017313     IF NOT WS-SSNALOG-OK
017314         CLOSE SSN-ACCESS-LOG
017315         OPEN OUTPUT SSN-ACCESS-LOG
017316     END-IF
017317     IF NOT WS-SSNALOG-OK
017318         DISPLAY "SSNALOG OPEN FAILED, STATUS "
017319             WS-SSNALOG-STATUS ", SSN INQUIRY NOT RUN"
017320         MOVE "Y" TO WS-RPT-FAILURE-SW
017321         GO TO 1500-EXIT
017322     END-IF
017323     MOVE SPACES TO SSN-ACCESS-LOG-RECORD
017324     ACCEPT SA-ACCESS-DATE FROM DATE YYYYMMDD
017325     ACCEPT SA-ACCESS-TIME FROM TIME
017326     MOVE WS-ACCESS-USER      TO SA-USER-ID
017327     MOVE "AUDLOGRP"          TO SA-PROGRAM
017328     MOVE WS-SELECT-SSN-VALUE TO SA-SSN
017329     MOVE ZEROS               TO SA-EMPLOYEE-ID
017330     WRITE SSN-ACCESS-LOG-RECORD
017331     IF NOT WS-SSNALOG-OK
017332         DISPLAY "SSNALOG WRITE FAILED, STATUS "
017333             WS-SSNALOG-STATUS ", SSN INQUIRY NOT RUN"
017334         MOVE "Y" TO WS-RPT-FAILURE-SW
017335     END-IF
017336     CLOSE SSN-ACCESS-LOG.
017337 1500-EXIT.
017400     EXIT.
017410*----------------------------------------------------------*
017420* 2500-REPORT-ARCHIVES - WALK EVERY MONTH OF THE SELECTED   *
022010     MOVE AL-TS-DATE   TO LG-DATE
022020     MOVE AL-TS-TIME   TO LG-TIME
022030     MOVE AL-USER-NAME TO LG-NAME
022040     MOVE AL-SSN (6:4) TO LG-SSN-LAST-FOUR
022050     MOVE AL-TOTAL     TO LG-TOTAL
022060     IF WS-IS-DUPLICATE
022070         MOVE "DUP" TO LG-FLAG
