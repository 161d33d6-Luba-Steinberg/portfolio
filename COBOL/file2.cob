001808*                   LISTED ON THE CUSTXLAT REPORT. AN OLD-  *
001809*                   KEYED TRANSACTION WITH NO XREF ENTRY    *
001811*                   IS REFUSED RATHER THAN GUESSED AT.      *
001812* 2026-10-15  LIBI  A TRANSACTION ON AN IDENT MERGED AWAY   *
001813*                   BY CUSTDUP IS REDIRECTED TO THE         *
001814*                   SURVIVING CUSTOMER THROUGH THE CUSTMXRF *
001815*                   CROSS-REFERENCE AND LISTED ON THE       *
001816*                   CUSTXLAT REPORT; AN ADD ON A RETIRED    *
001817*                   IDENT IS REFUSED.                       *
001818* 2026-10-15  LIBI  EVERY ADD, UPDATE, AND DELETE NOW       *
001819*                   WRITES A CUSTHIST CHANGE-HISTORY ENTRY  *
001820*                   PER FIELD AFFECTED (NAME, DATE OF       *
001821*                   BIRTH) WITH THE BEFORE AND AFTER        *
001822*                   VALUES, REASON CODE, OPERATOR, AND A    *
001823*                   DATE/TIME STAMP. ADDED THE "H" HISTORY- *
001824*                   INQUIRY ACTION, WHICH LISTS EVERY       *
001825*                   CUSTHIST ENTRY FOR ONE IDENT ON THE     *
001826*                   INQUIRY-RESULTS REPORT. A RETIRED IDENT *
001827*                   IS NOT REDIRECTED FOR "H" - ITS OWN     *
001828*                   HISTORY IS LISTED.                      *
001800*----------------------------------------------------------*
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
003294     SELECT TRANSLATION-REPORT ASSIGN TO "CUSTXLAT"
003295         ORGANIZATION IS LINE SEQUENTIAL
003296         FILE STATUS IS WS-CUSTXLAT-STATUS.
003297     SELECT MERGE-XREF ASSIGN TO "CUSTMXRF"
003298         ORGANIZATION IS LINE SEQUENTIAL
003299         FILE STATUS IS WS-CUSTMXRF-STATUS.
003300     SELECT CUSTOMER-HISTORY ASSIGN TO "CUSTHIST"
003301         ORGANIZATION IS LINE SEQUENTIAL
003302         FILE STATUS IS WS-CUSTHIST-STATUS.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  CUSTOMER-MASTER
004081 FD  CUSTOMER-XREF
004082     LABEL RECORDS ARE STANDARD.
004083 COPY CUSTXREF.
004084 FD  MERGE-XREF
004085     LABEL RECORDS ARE STANDARD.
004086 COPY CUSTMXRF.
004087 FD  CUSTOMER-HISTORY
004088     LABEL RECORDS ARE STANDARD.
004089 COPY CUSTHIST.
004084 FD  TRANSLATION-REPORT
004085     LABEL RECORDS ARE STANDARD.
004086 01  TRANSLATION-REPORT-RECORD   PIC X(80).
004961 77  WS-INQRPT-STATUS        PIC X(02) VALUE ZEROS.
004962     88  WS-INQRPT-OK                  VALUE "00".
004976*----------------------------------------------------------*
004977* CUSTOMER CHANGE HISTORY - THE BEFORE AND AFTER VALUES OF  *
004978* THE LOGGED FIELDS, AND THE HISTORY-INQUIRY SWITCH/COUNT   *
004979*----------------------------------------------------------*
004980 77  WS-CUSTHIST-STATUS      PIC X(02) VALUE ZEROS.
004981     88  WS-CUSTHIST-OK                VALUE "00".
004982 77  WS-OLD-NAME             PIC X(20) VALUE SPACES.
004983 77  WS-NEW-NAME             PIC X(20) VALUE SPACES.
004984 77  WS-OLD-DOB              PIC X(08) VALUE SPACES.
004985 77  WS-NEW-DOB              PIC X(08) VALUE SPACES.
004986 77  WS-HIST-EOF-SWITCH      PIC X(01) VALUE "N".
004987     88  WS-HIST-EOF                   VALUE "Y".
004988 77  WS-HIST-COUNT           PIC 9(05) VALUE ZEROS.
004989*----------------------------------------------------------*
004977* CUTOVER IDENT TRANSLATION - THE CUSTXREF TABLE AND THE    *
004978* PER-TRANSACTION TRANSLATION SWITCHES AND COUNTS           *
004979*----------------------------------------------------------*
004997 77  WS-XLATE-COUNT          PIC 9(05) VALUE ZEROS.
004998 77  WS-XLATE-FAIL-COUNT     PIC 9(05) VALUE ZEROS.
004999 77  WS-OLD-IDENT            PIC 9(03) VALUE ZEROS.
005000*----------------------------------------------------------*
005001* MERGED-IDENT REDIRECTION - THE CUSTMXRF TABLE CUSTDUP     *
005002* KEEPS, MAPPING EACH IDENT MERGED AWAY TO ITS SURVIVOR     *
005003*----------------------------------------------------------*
005004 77  WS-CUSTMXRF-STATUS      PIC X(02) VALUE ZEROS.
005005     88  WS-CUSTMXRF-OK                VALUE "00".
005006 77  WS-MXREF-EOF-SWITCH     PIC X(01) VALUE "N".
005007     88  WS-MXREF-EOF                  VALUE "Y".
005008 77  WS-MXREF-COUNT          PIC 9(04) COMP VALUE ZERO.
005009 01  MERGE-XREF-TABLE.
005010     05  MXT-ENTRY OCCURS 1 TO 1000 TIMES
005011         DEPENDING ON WS-MXREF-COUNT
005012         INDEXED BY MXT-IDX.
005013         10  MXT-OLD-IDENT   PIC 9(05).
005014         10  MXT-NEW-IDENT   PIC 9(05).
005015 77  WS-REDIRECT-OK-SW       PIC X(01) VALUE "Y".
005016     88  WS-REDIRECT-OK                VALUE "Y".
005017 77  WS-REDIRECT-COUNT       PIC 9(05) VALUE ZEROS.
005018 77  WS-REDIRECT-FAIL-COUNT  PIC 9(05) VALUE ZEROS.
004963*----------------------------------------------------------*
004964* NAME-INQUIRY WORK FIELDS - SEARCH NAME, ITS TRIMMED       *
004965* LENGTH, SCAN POSITION, AND PER-INQUIRY SWITCHES/COUNTS    *
006406     05  NQ-MATCH-COUNT      PIC ZZZZ9.
006407     05  FILLER              PIC X(55) VALUE SPACES.
006408*----------------------------------------------------------*
006409* HISTORY-INQUIRY LISTING LINE LAYOUTS - TWO LINES PER      *
006410* CUSTHIST ENTRY                                            *
006411*----------------------------------------------------------*
006412 01  HQ-HEADING-1.
006413     05  FILLER              PIC X(34) VALUE
006414         "CUSTOMER CHANGE HISTORY FOR IDENT ".
006415     05  HQ-IDENT            PIC 9(05).
006416     05  FILLER              PIC X(41) VALUE SPACES.
006417 01  HQ-HEADING-2.
006418     05  FILLER              PIC X(10) VALUE "DATE".
006419     05  FILLER              PIC X(08) VALUE "TIME".
006420     05  FILLER              PIC X(03) VALUE "A".
006421     05  FILLER              PIC X(18) VALUE "FIELD".
006422     05  FILLER              PIC X(06) VALUE "RSN".
006423     05  FILLER              PIC X(08) VALUE "OPERATOR".
006424     05  FILLER              PIC X(27) VALUE SPACES.
006425 01  HQ-DETAIL-LINE.
006426     05  HQ-TS-DATE          PIC 9(08).
006427     05  FILLER              PIC X(02) VALUE SPACES.
006428     05  HQ-TS-TIME          PIC X(06).
006429     05  FILLER              PIC X(02) VALUE SPACES.
006430     05  HQ-ACTION-CODE      PIC X(01).
006431     05  FILLER              PIC X(02) VALUE SPACES.
006432     05  HQ-FIELD-NAME       PIC X(16).
006433     05  FILLER              PIC X(02) VALUE SPACES.
006434     05  HQ-REASON-CODE      PIC X(02).
006435     05  FILLER              PIC X(04) VALUE SPACES.
006436     05  HQ-OPERATOR-ID      PIC X(08).
006437     05  FILLER              PIC X(27) VALUE SPACES.
006438 01  HQ-VALUE-LINE.
006439     05  FILLER              PIC X(10) VALUE SPACES.
006440     05  FILLER              PIC X(05) VALUE "WAS: ".
006441     05  HQ-BEFORE-VALUE     PIC X(20).
006442     05  FILLER              PIC X(02) VALUE SPACES.
006443     05  FILLER              PIC X(05) VALUE "NOW: ".
006444     05  HQ-AFTER-VALUE      PIC X(20).
006445     05  FILLER              PIC X(18) VALUE SPACES.
006446 01  HQ-TOTAL-LINE.
006447     05  FILLER              PIC X(20) VALUE
006448         "HISTORY ENTRIES:    ".
006449     05  HQ-ENTRY-COUNT      PIC ZZZZ9.
006450     05  FILLER              PIC X(55) VALUE SPACES.
006451*----------------------------------------------------------*
006409* DELETIONS REPORT LINE LAYOUTS                             *
006410*----------------------------------------------------------*
006411 01  DL-HEADING-1.
006451 01  XL-TOTAL-LINE.
006452     05  XL-TOTAL-LABEL      PIC X(24).
006453     05  XL-TOTAL-COUNT      PIC ZZZZ9.
006454 01  XM-DETAIL-LINE.
006455     05  XM-OLD-IDENT        PIC 9(05).
006456     05  FILLER              PIC X(05) VALUE "  => ".
006457     05  XM-NEW-IDENT        PIC 9(05).
006458     05  FILLER              PIC X(02) VALUE SPACES.
006459     05  XM-ACTION           PIC X(01).
006460     05  FILLER              PIC X(02) VALUE SPACES.
006461     05  XM-RESULT           PIC X(25).
006410*----------------------------------------------------------*
006420* SHARED FIELD-EDIT CALL INTERFACE - SEE FLDEDIT            *
006430*----------------------------------------------------------*
008140         CLOSE CUSTOMER-ARCHIVE
008150         OPEN OUTPUT CUSTOMER-ARCHIVE
008160     END-IF
008161     PERFORM 1100-OPEN-HISTORY THRU 1100-EXIT
008170     OPEN OUTPUT DELETIONS-REPORT
008180     WRITE DELETIONS-REPORT-RECORD FROM DL-HEADING-1
008190     WRITE DELETIONS-REPORT-RECORD FROM DL-HEADING-2
008196     OPEN OUTPUT TRANSLATION-REPORT
008197     WRITE TRANSLATION-REPORT-RECORD FROM XL-HEADING-1
008198     PERFORM 1500-LOAD-XREF THRU 1500-EXIT
008199     PERFORM 1600-LOAD-MERGE-XREF THRU 1600-EXIT
008200     OPEN I-O CUSTOMER-MASTER
008300     IF NOT WS-CUSTMSTR-OK
008400         OPEN OUTPUT CUSTOMER-MASTER
009400         PERFORM 2000-READ-TRANSACTION THRU 2000-EXIT
009500     END-IF.
009600 1000-EXIT.
009601     EXIT.
009602*----------------------------------------------------------*
009603* 1100-OPEN-HISTORY - OPEN CUSTHIST TO APPEND, CREATING IT  *
009604* ON A FIRST RUN.                                           *
009605*----------------------------------------------------------*
009606 1100-OPEN-HISTORY.
009607     OPEN EXTEND CUSTOMER-HISTORY
009608     IF NOT WS-CUSTHIST-OK
009609         CLOSE CUSTOMER-HISTORY
009610         OPEN OUTPUT CUSTOMER-HISTORY
009611     END-IF.
009612 1100-EXIT.
009700     EXIT.
009701*----------------------------------------------------------*
009702* 1500-LOAD-XREF - READ THE CUSTXREF OLD-TO-NEW MAP THE     *
009745 1520-EXIT.
009746     EXIT.
009800*----------------------------------------------------------*
009801* 1600-LOAD-MERGE-XREF - READ THE CUSTMXRF MAP OF IDENTS    *
009802* MERGED AWAY BY CUSTDUP. NO FILE MEANS NONE YET.           *
009803*----------------------------------------------------------*
009804 1600-LOAD-MERGE-XREF.
009805     OPEN INPUT MERGE-XREF
009806     IF NOT WS-CUSTMXRF-OK
009807         MOVE "Y" TO WS-MXREF-EOF-SWITCH
009808         GO TO 1600-EXIT
009809     END-IF
009810     PERFORM 1610-READ-MERGE-XREF THRU 1610-EXIT
009811     PERFORM 1620-ADD-MERGE-XREF-ENTRY THRU 1620-EXIT
009812         UNTIL WS-MXREF-EOF
009813     CLOSE MERGE-XREF.
009814 1600-EXIT.
009815     EXIT.
009816*----------------------------------------------------------*
009817* 1610-READ-MERGE-XREF - GET THE NEXT MERGE MAPPING         *
009818*----------------------------------------------------------*
009819 1610-READ-MERGE-XREF.
009820     READ MERGE-XREF
009821         AT END
009822             MOVE "Y" TO WS-MXREF-EOF-SWITCH
009823     END-READ.
009824 1610-EXIT.
009825     EXIT.
009826*----------------------------------------------------------*
009827* 1620-ADD-MERGE-XREF-ENTRY - STORE ONE MAPPING             *
009828*----------------------------------------------------------*
009829 1620-ADD-MERGE-XREF-ENTRY.
009830     IF WS-MXREF-COUNT < 1000
009831         ADD 1 TO WS-MXREF-COUNT
009832         SET MXT-IDX TO WS-MXREF-COUNT
009833         MOVE MX-OLD-IDENT TO MXT-OLD-IDENT (MXT-IDX)
009834         MOVE MX-NEW-IDENT TO MXT-NEW-IDENT (MXT-IDX)
009835     ELSE
009836         DISPLAY "FILE2: MERGE XREF TABLE FULL - ENTRY DROPPED"
009837     END-IF
009838     PERFORM 1610-READ-MERGE-XREF THRU 1610-EXIT.
009839 1620-EXIT.
009840     EXIT.
009841*----------------------------------------------------------*
009900* 2000-READ-TRANSACTION - GET THE NEXT CUSTOMER REQUEST      *
010000*----------------------------------------------------------*
010100 2000-READ-TRANSACTION.
011240             GO TO 3000-READ-NEXT
011250         END-IF
011260     END-IF
011261     IF WS-MXREF-COUNT > 0 AND NOT CT-ACTION-NAME-INQ
011262                           AND NOT CT-ACTION-HISTORY-INQ
011263         PERFORM 2750-REDIRECT-MERGED-IDENT THRU 2750-EXIT
011264         IF NOT WS-REDIRECT-OK
011265             GO TO 3000-READ-NEXT
011266         END-IF
011267     END-IF
011300     EVALUATE TRUE
011400         WHEN CT-ACTION-ADD
011500             PERFORM 4000-ADD-CUSTOMER THRU 4000-EXIT
011920             PERFORM 5500-DELETE-CUSTOMER THRU 5500-EXIT
011930         WHEN CT-ACTION-NAME-INQ
011940             PERFORM 6700-INQUIRE-BY-NAME THRU 6700-EXIT
011941         WHEN CT-ACTION-HISTORY-INQ
011942             PERFORM 6800-INQUIRE-HISTORY THRU 6800-EXIT
012000         WHEN OTHER
012100             DISPLAY "UNKNOWN ACTION CODE " CT-ACTION-CODE
012200                 " FOR IDENT " CT-IDENT
012990 2700-EXIT.
012995     EXIT.
012700*----------------------------------------------------------*
012701* 2750-REDIRECT-MERGED-IDENT - A TRANSACTION ON AN IDENT    *
012702* CUSTDUP MERGED AWAY IS APPLIED TO THE SURVIVING CUSTOMER  *
012703* AND LISTED. AN ADD ON A RETIRED IDENT IS REFUSED - THE    *
012704* NUMBER STAYS WITH THE SURVIVOR.                           *
012705*----------------------------------------------------------*
012706 2750-REDIRECT-MERGED-IDENT.
012707     MOVE "Y" TO WS-REDIRECT-OK-SW
012708     SET MXT-IDX TO 1
012709     SEARCH MXT-ENTRY
012710         AT END
012711             GO TO 2750-EXIT
012712         WHEN MXT-OLD-IDENT (MXT-IDX) = CT-IDENT
012713             MOVE CT-IDENT               TO XM-OLD-IDENT
012714             MOVE MXT-NEW-IDENT (MXT-IDX) TO XM-NEW-IDENT
012715             MOVE CT-ACTION-CODE         TO XM-ACTION
012716     END-SEARCH
012717     IF CT-ACTION-ADD
012718         MOVE "RETIRED BY MERGE - REFUSED" TO XM-RESULT
012719         MOVE "N" TO WS-REDIRECT-OK-SW
012720         ADD 1 TO WS-REDIRECT-FAIL-COUNT
012721     ELSE
012722         MOVE MXT-NEW-IDENT (MXT-IDX) TO CT-IDENT
012723         MOVE "MERGED - REDIRECTED" TO XM-RESULT
012724         ADD 1 TO WS-REDIRECT-COUNT
012725     END-IF
012726     WRITE TRANSLATION-REPORT-RECORD FROM XM-DETAIL-LINE.
012727 2750-EXIT.
012728     EXIT.
012729*----------------------------------------------------------*
012800* 4000-ADD-CUSTOMER - WRITE A NEW CUSTOMER-MASTER RECORD     *
012900*----------------------------------------------------------*
013000 4000-ADD-CUSTOMER.
013400         WRITE CUSTOMER-MASTER-RECORD
013500         IF WS-CUSTMSTR-OK
013600             DISPLAY "ADDED CUSTOMER " CM-IDENT " " CM-NAME
013601             MOVE SPACES           TO WS-OLD-NAME
013602             MOVE SPACES           TO WS-OLD-DOB
013603             MOVE CM-NAME          TO WS-NEW-NAME
013604             MOVE CM-DATE-OF-BIRTH TO WS-NEW-DOB
013605             PERFORM 5700-LOG-CUSTOMER-CHANGE THRU 5700-EXIT
013700         ELSE
013800             DISPLAY "ADD FAILED FOR " CM-IDENT
013900                 " STATUS " WS-CUSTMSTR-STATUS
015100             DISPLAY "UPDATE FAILED, NOT ON FILE " CM-IDENT
015200     END-READ
015300     IF WS-CUSTMSTR-OK
015301         MOVE CM-NAME            TO WS-OLD-NAME
015302         MOVE CM-DATE-OF-BIRTH   TO WS-OLD-DOB
015400         MOVE CT-NAME            TO CM-NAME
015500         MOVE CT-DATE-OF-BIRTH   TO CM-DATE-OF-BIRTH
015510         PERFORM 6500-VALIDATE-DATE-OF-BIRTH THRU 6500-EXIT
015700             IF WS-CUSTMSTR-OK
015800                 DISPLAY "UPDATED CUSTOMER " CM-IDENT " "
015810                     CM-NAME
015811                 MOVE CM-NAME          TO WS-NEW-NAME
015812                 MOVE CM-DATE-OF-BIRTH TO WS-NEW-DOB
015813                 PERFORM 5700-LOG-CUSTOMER-CHANGE THRU 5700-EXIT
015900             ELSE
016000                 DISPLAY "UPDATE FAILED FOR " CM-IDENT
016100                     " STATUS " WS-CUSTMSTR-STATUS
016610             DISPLAY "DELETE FAILED, NOT ON FILE " CM-IDENT
016620     END-READ
016630     IF WS-CUSTMSTR-OK
016631         MOVE CM-NAME           TO WS-OLD-NAME
016632         MOVE CM-DATE-OF-BIRTH  TO WS-OLD-DOB
016633         MOVE SPACES            TO WS-NEW-NAME
016634         MOVE SPACES            TO WS-NEW-DOB
016640         MOVE WS-DELETE-DATE    TO CA-DELETE-DATE
016650         MOVE CT-REASON-CODE    TO CA-REASON-CODE
016660         MOVE CM-IDENT          TO CA-IDENT
016780                     CM-NAME
016790                 PERFORM 5600-WRITE-DELETION-LINE THRU
016800                     5600-EXIT
016801                 PERFORM 5700-LOG-CUSTOMER-CHANGE THRU
016802                     5700-EXIT
016810             ELSE
016820                 DISPLAY "DELETE FAILED FOR " CM-IDENT
016830                     " STATUS " WS-CUSTMSTR-STATUS
016990     ADD 1 TO WS-DELETE-COUNT.
016995 5600-EXIT.
016996     EXIT.
016997*----------------------------------------------------------*
016998* 5700-LOG-CUSTOMER-CHANGE - ONE CUSTHIST ENTRY FOR EACH    *
016999* FIELD WHOSE VALUE DIFFERS BEFORE AND AFTER THE ADD,       *
017000* UPDATE, OR DELETE. THE CALLER SETS THE OLD VALUES (SPACES *
017001* ON AN ADD) AND THE NEW VALUES (SPACES ON A DELETE). AN    *
017002* UPDATE THAT CHANGES NOTHING WRITES NOTHING.               *
017003*----------------------------------------------------------*
017004 5700-LOG-CUSTOMER-CHANGE.
017005     IF WS-NEW-NAME NOT = WS-OLD-NAME
017006         MOVE "CM-NAME"          TO HC-FIELD-NAME
017007         MOVE WS-OLD-NAME        TO HC-BEFORE-VALUE
017008         MOVE WS-NEW-NAME        TO HC-AFTER-VALUE
017009         PERFORM 5710-WRITE-HISTORY-RECORD THRU 5710-EXIT
017010     END-IF
017011     IF WS-NEW-DOB NOT = WS-OLD-DOB
017012         MOVE "CM-DATE-OF-BIRTH" TO HC-FIELD-NAME
017013         MOVE WS-OLD-DOB         TO HC-BEFORE-VALUE
017014         MOVE WS-NEW-DOB         TO HC-AFTER-VALUE
017015         PERFORM 5710-WRITE-HISTORY-RECORD THRU 5710-EXIT
017016     END-IF.
017017 5700-EXIT.
017018     EXIT.
017019*----------------------------------------------------------*
017020* 5710-WRITE-HISTORY-RECORD - STAMP AND APPEND ONE CUSTHIST *
017021* ENTRY. FIELD NAME AND BEFORE/AFTER VALUES ARE SET BY THE  *
017022* CALLER; THE ACTION, REASON, AND OPERATOR COME FROM THE    *
017023* TRANSACTION.                                              *
017024*----------------------------------------------------------*
017025 5710-WRITE-HISTORY-RECORD.
017026     ACCEPT HC-TS-DATE FROM DATE YYYYMMDD
017027     ACCEPT HC-TS-TIME FROM TIME
017028     MOVE CT-IDENT           TO HC-IDENT
017029     MOVE CT-ACTION-CODE     TO HC-ACTION-CODE
017030     MOVE CT-REASON-CODE     TO HC-REASON-CODE
017031     MOVE CT-OPERATOR-ID     TO HC-OPERATOR-ID
017032     WRITE CUSTOMER-HISTORY-RECORD
017033     IF NOT WS-CUSTHIST-OK
017034         DISPLAY "CUSTHIST WRITE FAILED FOR " CT-IDENT
017035             " STATUS " WS-CUSTHIST-STATUS
017036     END-IF.
017037 5710-EXIT.
016996     EXIT.
016600*----------------------------------------------------------*
016700* 6000-INQUIRE-CUSTOMER - LOOK A CUSTOMER UP BY IDENT AND    *
016800* DISPLAY THE NAME AND DATE OF BIRTH ON FILE FOR THEM.       *
018299 6740-EXIT.
018300     EXIT.
018300*----------------------------------------------------------*
018301* 6800-INQUIRE-HISTORY - LIST EVERY CUSTHIST ENTRY FOR ONE  *
018302* IDENT, OLDEST FIRST, ON THE INQUIRY-RESULTS REPORT - WHO  *
018303* CHANGED WHAT, FROM WHAT, TO WHAT, AND WHEN. THE IDENT     *
018304* NEED NOT STILL BE ON THE MASTER, SO A DELETED CUSTOMER'S  *
018305* HISTORY CAN BE LISTED. THE LOG IS CLOSED AND REREAD FROM  *
018306* THE TOP SO ENTRIES WRITTEN EARLIER IN THIS RUN ARE        *
018307* INCLUDED, THEN REOPENED TO APPEND.                        *
018308*----------------------------------------------------------*
018309 6800-INQUIRE-HISTORY.
018310     MOVE CT-IDENT TO HQ-IDENT
018311     WRITE INQUIRY-RESULTS-RECORD FROM HQ-HEADING-1
018312     WRITE INQUIRY-RESULTS-RECORD FROM HQ-HEADING-2
018313     MOVE ZEROS TO WS-HIST-COUNT
018314     MOVE "N"   TO WS-HIST-EOF-SWITCH
018315     CLOSE CUSTOMER-HISTORY
018316     OPEN INPUT CUSTOMER-HISTORY
018317     IF NOT WS-CUSTHIST-OK
018318         MOVE "Y" TO WS-HIST-EOF-SWITCH
018319     ELSE
018320         PERFORM 6810-READ-HISTORY THRU 6810-EXIT
018321         PERFORM 6820-LIST-HISTORY-ENTRY THRU 6820-EXIT
018322             UNTIL WS-HIST-EOF
018323         CLOSE CUSTOMER-HISTORY
018324     END-IF
018325     PERFORM 1100-OPEN-HISTORY THRU 1100-EXIT
018326     MOVE WS-HIST-COUNT TO HQ-ENTRY-COUNT
018327     WRITE INQUIRY-RESULTS-RECORD FROM HQ-TOTAL-LINE.
018328 6800-EXIT.
018329     EXIT.
018330*----------------------------------------------------------*
018331* 6810-READ-HISTORY - GET THE NEXT CUSTHIST ENTRY           *
018332*----------------------------------------------------------*
018333 6810-READ-HISTORY.
018334     READ CUSTOMER-HISTORY
018335         AT END
018336             MOVE "Y" TO WS-HIST-EOF-SWITCH
018337     END-READ.
018338 6810-EXIT.
018339     EXIT.
018340*----------------------------------------------------------*
018341* 6820-LIST-HISTORY-ENTRY - AN ENTRY FOR THE IDENT ASKED    *
018342* ABOUT IS LISTED AS A STAMP LINE AND A WAS/NOW LINE.       *
018343*----------------------------------------------------------*
018344 6820-LIST-HISTORY-ENTRY.
018345     IF HC-IDENT = CT-IDENT
018346         MOVE HC-TS-DATE         TO HQ-TS-DATE
018347         MOVE HC-TS-TIME (1:6)   TO HQ-TS-TIME
018348         MOVE HC-ACTION-CODE     TO HQ-ACTION-CODE
018349         MOVE HC-FIELD-NAME      TO HQ-FIELD-NAME
018350         MOVE HC-REASON-CODE     TO HQ-REASON-CODE
018351         MOVE HC-OPERATOR-ID     TO HQ-OPERATOR-ID
018352         MOVE HC-BEFORE-VALUE    TO HQ-BEFORE-VALUE
018353         MOVE HC-AFTER-VALUE     TO HQ-AFTER-VALUE
018354         WRITE INQUIRY-RESULTS-RECORD FROM HQ-DETAIL-LINE
018355         WRITE INQUIRY-RESULTS-RECORD FROM HQ-VALUE-LINE
018356         ADD 1 TO WS-HIST-COUNT
018357     END-IF
018358     PERFORM 6810-READ-HISTORY THRU 6810-EXIT.
018359 6820-EXIT.
018360     EXIT.
018361*----------------------------------------------------------*
018400* 7000-TERMINATE - CLOSE FILES AT END OF RUN                *
018500*----------------------------------------------------------*
018600 7000-TERMINATE.
018684     MOVE "TRANSLATIONS REFUSED:   " TO XL-TOTAL-LABEL
018685     MOVE WS-XLATE-FAIL-COUNT        TO XL-TOTAL-COUNT
018686     WRITE TRANSLATION-REPORT-RECORD FROM XL-TOTAL-LINE
018687     MOVE "MERGED IDENTS REDIRECTED" TO XL-TOTAL-LABEL
018688     MOVE WS-REDIRECT-COUNT          TO XL-TOTAL-COUNT
018689     WRITE TRANSLATION-REPORT-RECORD FROM XL-TOTAL-LINE
018690     MOVE "RETIRED IDENTS REFUSED: " TO XL-TOTAL-LABEL
018691     MOVE WS-REDIRECT-FAIL-COUNT     TO XL-TOTAL-COUNT
018692     WRITE TRANSLATION-REPORT-RECORD FROM XL-TOTAL-LINE
018687     CLOSE TRANSLATION-REPORT
018690     CLOSE CUSTOMER-ARCHIVE
018691     CLOSE CUSTOMER-HISTORY
018695     CLOSE DELETIONS-REPORT
018697     CLOSE INQUIRY-RESULTS
018700     CLOSE CUSTOMER-MASTER
