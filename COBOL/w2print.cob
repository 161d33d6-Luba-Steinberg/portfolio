002200*                   FILING COMES STRAIGHT OFF THE ARCHIVE   *
002300*                   INSTEAD OF BEING RETYPED FROM THE       *
002400*                   YECLSRPT LISTING.                       *
002401* 2026-10-15  LIBI  EACH WAGE STATEMENT NOW PRINTS THE      *
002402*                   EMPLOYEE'S MAILING ADDRESS FROM THE     *
002403*                   EMPADDR FILE UNDER THE NAME. AN         *
002404*                   EMPLOYEE WITH NO ADDRESS ON FILE PRINTS *
002405*                   "NO ADDRESS ON FILE" AND IS COUNTED ON  *
002406*                   THE TRANSMITTAL PAGE SO THOSE FORMS ARE *
002407*                   PULLED BEFORE MAILING.                  *
002408* 2026-10-15  LIBI  EACH STATEMENT NOW PRINTS THE TAXABLE   *
002409*                   WAGE BOXES - FEDERAL (BOX 1), SOCIAL    *
002410*                   SECURITY AND MEDICARE (BOXES 3 AND 5)   *
002411*                   AND STATE (BOX 16) - FROM THE WAGES     *
002412*                   ARCHIVED AT THE CLOSE, WHICH PRE-TAX    *
002413*                   DEDUCTIONS HOLD BELOW GROSS, WITH THEIR *
002414*                   TOTALS ON THE TRANSMITTAL PAGE.         *
002415* 2026-10-15  LIBI  EACH STATEMENT NOW PRINTS FEDERAL TAX   *
002416*                   (BOX 2), SOCIAL SECURITY WAGES CAPPED   *
002417*                   AT THE TAXCTL FICA WAGE BASE (BOX 3)    *
002418*                   AND TAX (BOX 4), MEDICARE TAX (BOX 6),  *
002419*                   STATE TAX (BOX 17), THE PRE-TAX AND     *
002420*                   ROTH 401(K) DEFERRALS (BOX 12 CODES D   *
002421*                   AND AA) AND THE RETIREMENT PLAN BOX     *
002422*                   (BOX 13), FIGURED AS W2EFILE FIGURES    *
002423*                   THEM, WITH TOTALS ON THE TRANSMITTAL    *
002424*                   PAGE. NO WAGE BASE FOR THE YEAR STOPS   *
002425*                   THE PRINT.                              *
002500*----------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
003500     SELECT WAGE-STATEMENTS ASSIGN TO "W2STMT"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-W2STMT-STATUS.
003701     SELECT EMPLOYEE-ADDRESS ASSIGN TO "EMPADDR"
003702         ORGANIZATION IS INDEXED
003703         ACCESS MODE IS RANDOM
003704         RECORD KEY IS EA-EMPLOYEE-ID
003705         FILE STATUS IS WS-EMPADDR-STATUS.
003706     SELECT TAX-CONTROL ASSIGN TO "TAXCTL"
003707         ORGANIZATION IS LINE SEQUENTIAL
003708         FILE STATUS IS WS-TAXCTL-STATUS.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  YEAR-HISTORY
004300 FD  WAGE-STATEMENTS
004400     LABEL RECORDS ARE STANDARD.
004500 01  WAGE-STATEMENT-RECORD       PIC X(80).
004501 FD  EMPLOYEE-ADDRESS
004502     LABEL RECORDS ARE STANDARD.
004503 COPY EMPADDR.
004504 FD  TAX-CONTROL
004505     LABEL RECORDS ARE STANDARD.
004506 COPY TAXCTL.
004600 WORKING-STORAGE SECTION.
004700*----------------------------------------------------------*
004800* FILE STATUS AND CONTROL SWITCHES                          *
005100     88  WS-YRHIST-OK                  VALUE "00".
005200 77  WS-W2STMT-STATUS        PIC X(02) VALUE ZEROS.
005300     88  WS-W2STMT-OK                  VALUE "00".
005301 77  WS-EMPADDR-STATUS       PIC X(02) VALUE ZEROS.
005302     88  WS-EMPADDR-OK                 VALUE "00".
005303 77  WS-TAXCTL-STATUS        PIC X(02) VALUE ZEROS.
005304     88  WS-TAXCTL-OK                  VALUE "00".
005305 77  WS-EMPADDR-AVAILABLE    PIC X(01) VALUE "N".
005306     88  WS-HAVE-EMPADDR               VALUE "Y".
005400 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
005500     88  WS-EOF                        VALUE "Y".
005600 77  WS-W2-FAILURE-SW        PIC X(01) VALUE "N".
006400 77  WS-STATEMENT-COUNT      PIC 9(05) COMP VALUE ZERO.
006500 77  WS-TOTAL-GROSS          PIC 9(09) VALUE ZEROS.
006600 77  WS-TOTAL-WITHHLD        PIC 9(09) VALUE ZEROS.
006601 77  WS-NO-ADDRESS-COUNT     PIC 9(05) COMP VALUE ZERO.
006602 77  WS-TOTAL-FED-WAGES      PIC 9(09) VALUE ZEROS.
006603 77  WS-TOTAL-FICA-WAGES     PIC 9(09) VALUE ZEROS.
006604 77  WS-TOTAL-STATE-WAGES    PIC 9(09) VALUE ZEROS.
006605 77  WS-TOTAL-SS-WAGES       PIC 9(09) VALUE ZEROS.
006606 77  WS-TOTAL-FEDERAL        PIC 9(09) VALUE ZEROS.
006607 77  WS-TOTAL-SS-TAX         PIC 9(09) VALUE ZEROS.
006608 77  WS-TOTAL-MEDICARE-TAX   PIC 9(09) VALUE ZEROS.
006609 77  WS-TOTAL-STATE-TAX      PIC 9(09) VALUE ZEROS.
006610 77  WS-TOTAL-401K           PIC 9(09) VALUE ZEROS.
006611 77  WS-TOTAL-ROTH-401K      PIC 9(09) VALUE ZEROS.
006612*----------------------------------------------------------*
006613* ONE EMPLOYEE'S TAXABLE WAGE BOXES                         *
006614*----------------------------------------------------------*
006615 77  WS-BOX-FED-WAGES        PIC 9(07) VALUE ZEROS.
006616 77  WS-BOX-FICA-WAGES       PIC 9(07) VALUE ZEROS.
006617 77  WS-BOX-STATE-WAGES      PIC 9(07) VALUE ZEROS.
006618 77  WS-BOX-SS-WAGES         PIC 9(07) VALUE ZEROS.
006619 77  WS-BOX-FEDERAL          PIC 9(07) VALUE ZEROS.
006620 77  WS-BOX-FICA             PIC 9(07) VALUE ZEROS.
006621 77  WS-BOX-SS-TAX           PIC 9(07) VALUE ZEROS.
006622 77  WS-BOX-MEDICARE-TAX     PIC 9(07) VALUE ZEROS.
006623 77  WS-BOX-STATE-TAX        PIC 9(07) VALUE ZEROS.
006624 77  WS-BOX-401K             PIC 9(07) VALUE ZEROS.
006625 77  WS-BOX-ROTH-401K        PIC 9(07) VALUE ZEROS.
006626*----------------------------------------------------------*
006627* SOCIAL SECURITY WAGE BASE FOR THE CLOSE YEAR (TAXCTL "W") *
006628* AND THE STATUTORY EMPLOYEE RATES THE COMBINED FICA        *
006629* WITHHELD IS SPLIT BY                                      *
006630*----------------------------------------------------------*
006631 77  WS-YEAR-END-DATE        PIC 9(08) VALUE ZEROS.
006632 77  WS-FICA-WAGE-BASE       PIC 9(07) VALUE ZEROS.
006633 77  WS-WAGE-BASE-DATE       PIC 9(08) VALUE ZEROS.
006634 77  WS-SS-TAX-RATE          PIC V9999 VALUE .0620.
006635 77  WS-MEDICARE-TAX-RATE    PIC V9999 VALUE .0145.
006700*----------------------------------------------------------*
006800* WAGE STATEMENT LINE LAYOUTS - ONE PAGE PER EMPLOYEE       *
006900*----------------------------------------------------------*
007600     05  FILLER              PIC X(01) VALUE SPACE.
007700     05  FILLER              PIC X(12) VALUE "EMPLOYEE:".
007800     05  W2-NAME             PIC X(15).
007801 01  W2-STREET-LINE.
007802     05  FILLER              PIC X(01) VALUE SPACE.
007803     05  FILLER              PIC X(12) VALUE "ADDRESS:".
007804     05  W2-STREET           PIC X(22).
007805 01  W2-CITY-LINE.
007806     05  FILLER              PIC X(13) VALUE SPACES.
007807     05  W2-CITY             PIC X(22).
007808     05  FILLER              PIC X(01) VALUE SPACE.
007809     05  W2-STATE            PIC X(02).
007810     05  FILLER              PIC X(02) VALUE SPACES.
007811     05  W2-ZIP              PIC X(05).
007812     05  W2-ZIP-DASH         PIC X(01).
007813     05  W2-ZIP-EXT          PIC X(04).
007900 01  W2-ID-LINE.
008000     05  FILLER              PIC X(01) VALUE SPACE.
008100     05  FILLER              PIC X(12) VALUE "EMPLOYEE ID:".
009300     05  FILLER              PIC X(01) VALUE SPACE.
009400     05  W2-AMT-LABEL        PIC X(24).
009500     05  W2-AMT-VALUE        PIC ZZZ,ZZ9.
009501 01  W2-PLAN-LINE.
009502     05  FILLER              PIC X(01) VALUE SPACE.
009503     05  FILLER              PIC X(24) VALUE
009504         "RETIREMENT PLAN (BOX 13)".
009505     05  FILLER              PIC X(06) VALUE SPACES.
009506     05  FILLER              PIC X(01) VALUE "X".
009600 01  W2-SSN-WORK.
009700     05  W2-WK-AREA          PIC 999.
009800     05  W2-WK-GROUP         PIC 99.
013100*----------------------------------------------------------*
013200* 1000-INITIALIZE - PICK UP THE CLOSE YEAR (PARM YYYY,      *
013300* DEFAULT THE CURRENT YEAR), OPEN FILES, PRIME THE READ.    *
013301* A YEAR WITH NO SOCIAL SECURITY WAGE BASE PRINTS NOTHING.  *
013400*----------------------------------------------------------*
013500 1000-INITIALIZE.
013600     ACCEPT WS-JOB-PARM FROM COMMAND-LINE
014100         MOVE WS-RUN-DATE (1:4) TO WS-CLOSE-YEAR
014200     END-IF
014300     OPEN OUTPUT WAGE-STATEMENTS
014301     PERFORM 1100-LOAD-WAGE-BASE THRU 1100-EXIT
014302     IF WS-W2-FAILED
014303         MOVE "Y" TO WS-EOF-SWITCH
014304         GO TO 1000-EXIT
014305     END-IF
014306     OPEN INPUT EMPLOYEE-ADDRESS
014307     IF WS-EMPADDR-OK
014308         MOVE "Y" TO WS-EMPADDR-AVAILABLE
014309     ELSE
014310         DISPLAY "EMPADDR NOT AVAILABLE, STATUS "
014311             WS-EMPADDR-STATUS " - W-2S PRINT WITHOUT ADDRESSES"
014312     END-IF
014400     OPEN INPUT YEAR-HISTORY
014500     IF NOT WS-YRHIST-OK
014600         DISPLAY "YRHIST OPEN FAILED, STATUS "
015100         PERFORM 2000-READ-YEAR-HISTORY THRU 2000-EXIT
015200     END-IF.
015300 1000-EXIT.
015301     EXIT.
015302*----------------------------------------------------------*
015303* 1100-LOAD-WAGE-BASE - THE SOCIAL SECURITY WAGE BASE IN    *
015304* EFFECT AT THE END OF THE CLOSE YEAR: THE LATEST TAXCTL "W"*
015305* ENTRY NOT AFTER DECEMBER 31, AS W2EFILE TAKES IT.         *
015306*----------------------------------------------------------*
015307 1100-LOAD-WAGE-BASE.
015308     COMPUTE WS-YEAR-END-DATE = WS-CLOSE-YEAR * 10000 + 1231
015309     OPEN INPUT TAX-CONTROL
015310     IF NOT WS-TAXCTL-OK
015311         DISPLAY "TAXCTL OPEN FAILED, STATUS " WS-TAXCTL-STATUS
015312         MOVE "Y" TO WS-W2-FAILURE-SW
015313         GO TO 1100-EXIT
015314     END-IF
015315     MOVE "N" TO WS-EOF-SWITCH
015316     PERFORM 1110-READ-TAX-CONTROL THRU 1110-EXIT
015317         UNTIL WS-EOF
015318     CLOSE TAX-CONTROL
015319     MOVE "N" TO WS-EOF-SWITCH
015320     IF WS-WAGE-BASE-DATE = ZEROS OR WS-FICA-WAGE-BASE = ZEROS
015321         DISPLAY "W2PRINT: TAXCTL HAS NO FICA WAGE BASE IN "
015322             "EFFECT FOR YEAR " WS-CLOSE-YEAR
015323         MOVE "Y" TO WS-W2-FAILURE-SW
015324     END-IF.
015325 1100-EXIT.
015326     EXIT.
015327*----------------------------------------------------------*
015328* 1110-READ-TAX-CONTROL - ONE TAXCTL ENTRY                  *
015329*----------------------------------------------------------*
015330 1110-READ-TAX-CONTROL.
015331     READ TAX-CONTROL
015332         AT END
015333             MOVE "Y" TO WS-EOF-SWITCH
015334             GO TO 1110-EXIT
015335     END-READ
015336     IF TX-EFFECTIVE-DATE > WS-YEAR-END-DATE
015337         GO TO 1110-EXIT
015338     END-IF
015339     IF TX-FICA-WAGE-BASE
015340        AND TX-EFFECTIVE-DATE NOT < WS-WAGE-BASE-DATE
015341         MOVE TX-WAGE-BASE TO WS-FICA-WAGE-BASE
015342         MOVE TX-EFFECTIVE-DATE TO WS-WAGE-BASE-DATE
015343     END-IF.
015344 1110-EXIT.
015400     EXIT.
015500*----------------------------------------------------------*
015600* 2000-READ-YEAR-HISTORY - GET THE NEXT ARCHIVED EMPLOYEE   *
017600         AFTER ADVANCING PAGE
017700     MOVE YH-NAME TO W2-NAME
017800     WRITE WAGE-STATEMENT-RECORD FROM W2-NAME-LINE
017801     PERFORM 3100-WRITE-EMPLOYEE-ADDRESS THRU 3100-EXIT
017900     MOVE YH-EMPLOYEE-ID TO W2-EMPLOYEE-ID
018000     WRITE WAGE-STATEMENT-RECORD FROM W2-ID-LINE
018100     MOVE YH-SSN TO W2-SSN-WORK
018900     MOVE "TAX WITHHELD:"           TO W2-AMT-LABEL
019000     MOVE YH-YTD-WITHHOLDING        TO W2-AMT-VALUE
019100     WRITE WAGE-STATEMENT-RECORD FROM W2-AMOUNT-LINE
019101     PERFORM 3200-SET-WAGE-BOXES THRU 3200-EXIT
019102     PERFORM 3300-SET-TAX-BOXES THRU 3300-EXIT
019103     MOVE "WAGES (BOX 1):"          TO W2-AMT-LABEL
019104     MOVE WS-BOX-FED-WAGES          TO W2-AMT-VALUE
019105     WRITE WAGE-STATEMENT-RECORD FROM W2-AMOUNT-LINE
019106     MOVE "FEDERAL TAX (BOX 2):"    TO W2-AMT-LABEL
019107     MOVE WS-BOX-FEDERAL            TO W2-AMT-VALUE
019108     WRITE WAGE-STATEMENT-RECORD FROM W2-AMOUNT-LINE
019109     MOVE "SS WAGES (BOX 3):"       TO W2-AMT-LABEL
019110     MOVE WS-BOX-SS-WAGES           TO W2-AMT-VALUE
019111     WRITE WAGE-STATEMENT-RECORD FROM W2-AMOUNT-LINE
019112     MOVE "SS TAX (BOX 4):"         TO W2-AMT-LABEL
019113     MOVE WS-BOX-SS-TAX             TO W2-AMT-VALUE
019114     WRITE WAGE-STATEMENT-RECORD FROM W2-AMOUNT-LINE
019115     MOVE "MEDICARE WAGES (BOX 5):" TO W2-AMT-LABEL
019116     MOVE WS-BOX-FICA-WAGES         TO W2-AMT-VALUE
019117     WRITE WAGE-STATEMENT-RECORD FROM W2-AMOUNT-LINE
019118     MOVE "MEDICARE TAX (BOX 6):"   TO W2-AMT-LABEL
019119     MOVE WS-BOX-MEDICARE-TAX       TO W2-AMT-VALUE
019120     WRITE WAGE-STATEMENT-RECORD FROM W2-AMOUNT-LINE
019121     MOVE "401(K) (BOX 12 D):"      TO W2-AMT-LABEL
019122     MOVE WS-BOX-401K               TO W2-AMT-VALUE
019123     WRITE WAGE-STATEMENT-RECORD FROM W2-AMOUNT-LINE
019124     MOVE "ROTH 401(K) (BOX 12 AA):" TO W2-AMT-LABEL
019125     MOVE WS-BOX-ROTH-401K          TO W2-AMT-VALUE
019126     WRITE WAGE-STATEMENT-RECORD FROM W2-AMOUNT-LINE
019127     IF WS-BOX-401K > ZEROS OR WS-BOX-ROTH-401K > ZEROS
019128         WRITE WAGE-STATEMENT-RECORD FROM W2-PLAN-LINE
019129     END-IF
019130     MOVE "STATE WAGES (BOX 16):"   TO W2-AMT-LABEL
019131     MOVE WS-BOX-STATE-WAGES        TO W2-AMT-VALUE
019132     WRITE WAGE-STATEMENT-RECORD FROM W2-AMOUNT-LINE
019133     MOVE "STATE TAX (BOX 17):"     TO W2-AMT-LABEL
019134     MOVE WS-BOX-STATE-TAX          TO W2-AMT-VALUE
019135     WRITE WAGE-STATEMENT-RECORD FROM W2-AMOUNT-LINE
019136     ADD WS-BOX-FED-WAGES   TO WS-TOTAL-FED-WAGES
019137     ADD WS-BOX-FICA-WAGES  TO WS-TOTAL-FICA-WAGES
019138     ADD WS-BOX-STATE-WAGES TO WS-TOTAL-STATE-WAGES
019139     ADD WS-BOX-SS-WAGES    TO WS-TOTAL-SS-WAGES
019140     ADD WS-BOX-FEDERAL     TO WS-TOTAL-FEDERAL
019141     ADD WS-BOX-SS-TAX      TO WS-TOTAL-SS-TAX
019142     ADD WS-BOX-MEDICARE-TAX TO WS-TOTAL-MEDICARE-TAX
019143     ADD WS-BOX-STATE-TAX   TO WS-TOTAL-STATE-TAX
019144     ADD WS-BOX-401K        TO WS-TOTAL-401K
019145     ADD WS-BOX-ROTH-401K   TO WS-TOTAL-ROTH-401K
019200     ADD YH-YTD-GROSS       TO WS-TOTAL-GROSS
019300     ADD YH-YTD-WITHHOLDING TO WS-TOTAL-WITHHLD
019400     ADD 1 TO WS-STATEMENT-COUNT.
019500 3000-READ-NEXT.
019600     PERFORM 2000-READ-YEAR-HISTORY THRU 2000-EXIT.
019700 3000-EXIT.
019701     EXIT.
019702*----------------------------------------------------------*
019703* 3100-WRITE-EMPLOYEE-ADDRESS - THE MAILING ADDRESS FROM    *
019704* EMPADDR UNDER THE NAME. A MISSING ENTRY PRINTS A FLAG     *
019705* LINE INSTEAD AND IS COUNTED FOR THE TRANSMITTAL PAGE.     *
019706*----------------------------------------------------------*
019707 3100-WRITE-EMPLOYEE-ADDRESS.
019708     MOVE "NO ADDRESS ON FILE" TO W2-STREET
019709     IF NOT WS-HAVE-EMPADDR
019710         WRITE WAGE-STATEMENT-RECORD FROM W2-STREET-LINE
019711         ADD 1 TO WS-NO-ADDRESS-COUNT
019712         GO TO 3100-EXIT
019713     END-IF
019714     MOVE YH-EMPLOYEE-ID TO EA-EMPLOYEE-ID
019715     READ EMPLOYEE-ADDRESS
019716         INVALID KEY
019717             WRITE WAGE-STATEMENT-RECORD FROM W2-STREET-LINE
019718             ADD 1 TO WS-NO-ADDRESS-COUNT
019719             GO TO 3100-EXIT
019720     END-READ
019721     MOVE EA-STREET      TO W2-STREET
019722     WRITE WAGE-STATEMENT-RECORD FROM W2-STREET-LINE
019723     MOVE EA-CITY        TO W2-CITY
019724     MOVE EA-STATE       TO W2-STATE
019725     MOVE EA-ZIP         TO W2-ZIP
019726     MOVE SPACE          TO W2-ZIP-DASH
019727     MOVE EA-ZIP-EXT     TO W2-ZIP-EXT
019728     IF EA-ZIP-EXT NOT = SPACES
019729         MOVE "-"        TO W2-ZIP-DASH
019730     END-IF
019731     WRITE WAGE-STATEMENT-RECORD FROM W2-CITY-LINE.
019732 3100-EXIT.
019733     EXIT.
019734*----------------------------------------------------------*
019735* 3200-SET-WAGE-BOXES - THE TAXABLE WAGES ARCHIVED AT THE   *
019736* CLOSE, WHICH PRE-TAX DEDUCTIONS HOLD BELOW GROSS. A YEAR  *
019737* ARCHIVED BEFORE THEY WERE KEPT IS TAKEN AT ITS YTD GROSS. *
019738*----------------------------------------------------------*
019739 3200-SET-WAGE-BOXES.
019740     IF YH-YTD-FED-WAGES IS NUMERIC
019741         MOVE YH-YTD-FED-WAGES   TO WS-BOX-FED-WAGES
019742     ELSE
019743         MOVE YH-YTD-GROSS       TO WS-BOX-FED-WAGES
019744     END-IF
019745     IF YH-YTD-FICA-WAGES IS NUMERIC
019746         MOVE YH-YTD-FICA-WAGES  TO WS-BOX-FICA-WAGES
019747     ELSE
019748         MOVE YH-YTD-GROSS       TO WS-BOX-FICA-WAGES
019749     END-IF
019750     IF YH-YTD-STATE-WAGES IS NUMERIC
019751         MOVE YH-YTD-STATE-WAGES TO WS-BOX-STATE-WAGES
019752     ELSE
019753         MOVE YH-YTD-GROSS       TO WS-BOX-STATE-WAGES
019754     END-IF.
019755 3200-EXIT.
019756     EXIT.
019757*----------------------------------------------------------*
019758* 3300-SET-TAX-BOXES - FEDERAL TAX (BOX 2) AND STATE TAX    *
019759* (BOX 17) FROM THE ARCHIVED YTD TAX BUCKETS; SOCIAL        *
019760* SECURITY WAGES (BOX 3) CAPPED AT THE WAGE BASE; THE FICA  *
019761* WITHHELD SPLIT INTO SOCIAL SECURITY (BOX 4) AND MEDICARE  *
019762* (BOX 6) TAX AT THEIR STATUTORY RATES; 401(K) DEFERRALS FOR*
019763* BOX 12 CODES D AND AA. A YEAR ARCHIVED BEFORE THE TAX     *
019764* BUCKETS WERE KEPT HAS ALL ITS WITHHOLDING PRINTED AS      *
019765* FEDERAL AND NO DEFERRALS. W2EFILE FIGURES THE SAME BOXES. *
019766*----------------------------------------------------------*
019767 3300-SET-TAX-BOXES.
019768     MOVE WS-BOX-FICA-WAGES TO WS-BOX-SS-WAGES
019769     IF WS-BOX-SS-WAGES > WS-FICA-WAGE-BASE
019770         MOVE WS-FICA-WAGE-BASE TO WS-BOX-SS-WAGES
019771     END-IF
019772     IF YH-YTD-FEDERAL IS NUMERIC
019773        AND YH-YTD-FICA IS NUMERIC
019774        AND YH-YTD-STATE IS NUMERIC
019775         MOVE YH-YTD-FEDERAL     TO WS-BOX-FEDERAL
019776         MOVE YH-YTD-FICA        TO WS-BOX-FICA
019777         MOVE YH-YTD-STATE       TO WS-BOX-STATE-TAX
019778     ELSE
019779         MOVE YH-YTD-WITHHOLDING TO WS-BOX-FEDERAL
019780         MOVE ZEROS              TO WS-BOX-FICA
019781         MOVE ZEROS              TO WS-BOX-STATE-TAX
019782     END-IF
019783     COMPUTE WS-BOX-SS-TAX ROUNDED =
019784         WS-BOX-FICA * WS-SS-TAX-RATE
019785             / (WS-SS-TAX-RATE + WS-MEDICARE-TAX-RATE)
019786     COMPUTE WS-BOX-MEDICARE-TAX = WS-BOX-FICA - WS-BOX-SS-TAX
019787     IF YH-YTD-401K IS NUMERIC
019788        AND YH-YTD-ROTH-401K IS NUMERIC
019789         MOVE YH-YTD-401K        TO WS-BOX-401K
019790         MOVE YH-YTD-ROTH-401K   TO WS-BOX-ROTH-401K
019791     ELSE
019792         MOVE ZEROS              TO WS-BOX-401K
019793         MOVE ZEROS              TO WS-BOX-ROTH-401K
019794     END-IF.
019795 3300-EXIT.
019800     EXIT.
019900*----------------------------------------------------------*
020000* 6000-WRITE-TRANSMITTAL-PAGE - THE TOTALS PAGE THAT TIES   *
021400     MOVE "TOTAL TAX WITHHELD:"     TO W2-TRANS-LABEL
021500     MOVE WS-TOTAL-WITHHLD          TO W2-TRANS-VALUE
021600     WRITE WAGE-STATEMENT-RECORD FROM W2-TRANS-TOTAL-LINE
021601     MOVE "TOTAL WAGES (BOX 1):"    TO W2-TRANS-LABEL
021602     MOVE WS-TOTAL-FED-WAGES        TO W2-TRANS-VALUE
021603     WRITE WAGE-STATEMENT-RECORD FROM W2-TRANS-TOTAL-LINE
021604     MOVE "TOTAL FED TAX (BOX 2):"  TO W2-TRANS-LABEL
021605     MOVE WS-TOTAL-FEDERAL          TO W2-TRANS-VALUE
021606     WRITE WAGE-STATEMENT-RECORD FROM W2-TRANS-TOTAL-LINE
021607     MOVE "TOTAL SS WAGES (BOX 3):" TO W2-TRANS-LABEL
021608     MOVE WS-TOTAL-SS-WAGES         TO W2-TRANS-VALUE
021609     WRITE WAGE-STATEMENT-RECORD FROM W2-TRANS-TOTAL-LINE
021610     MOVE "TOTAL SS TAX (BOX 4):"   TO W2-TRANS-LABEL
021611     MOVE WS-TOTAL-SS-TAX           TO W2-TRANS-VALUE
021612     WRITE WAGE-STATEMENT-RECORD FROM W2-TRANS-TOTAL-LINE
021613     MOVE "TOTAL MED WAGES (BOX 5):" TO W2-TRANS-LABEL
021614     MOVE WS-TOTAL-FICA-WAGES       TO W2-TRANS-VALUE
021615     WRITE WAGE-STATEMENT-RECORD FROM W2-TRANS-TOTAL-LINE
021616     MOVE "TOTAL MED TAX (BOX 6):"  TO W2-TRANS-LABEL
021617     MOVE WS-TOTAL-MEDICARE-TAX     TO W2-TRANS-VALUE
021618     WRITE WAGE-STATEMENT-RECORD FROM W2-TRANS-TOTAL-LINE
021619     MOVE "TOTAL 401(K) (BOX 12 D):" TO W2-TRANS-LABEL
021620     MOVE WS-TOTAL-401K             TO W2-TRANS-VALUE
021621     WRITE WAGE-STATEMENT-RECORD FROM W2-TRANS-TOTAL-LINE
021622     MOVE "TOTAL ROTH (BOX 12 AA):" TO W2-TRANS-LABEL
021623     MOVE WS-TOTAL-ROTH-401K        TO W2-TRANS-VALUE
021624     WRITE WAGE-STATEMENT-RECORD FROM W2-TRANS-TOTAL-LINE
021625     MOVE "TOTAL STATE WAGES:"      TO W2-TRANS-LABEL
021626     MOVE WS-TOTAL-STATE-WAGES      TO W2-TRANS-VALUE
021627     WRITE WAGE-STATEMENT-RECORD FROM W2-TRANS-TOTAL-LINE
021628     MOVE "TOTAL STATE TAX:"        TO W2-TRANS-LABEL
021629     MOVE WS-TOTAL-STATE-TAX        TO W2-TRANS-VALUE
021630     WRITE WAGE-STATEMENT-RECORD FROM W2-TRANS-TOTAL-LINE
021631     MOVE "NO ADDRESS ON FILE:"     TO W2-TRANS-LABEL
021632     MOVE WS-NO-ADDRESS-COUNT       TO W2-TRANS-VALUE
021633     WRITE WAGE-STATEMENT-RECORD FROM W2-TRANS-TOTAL-LINE
021700     WRITE WAGE-STATEMENT-RECORD FROM W2-TRANS-TIE-LINE
021800     IF WS-STATEMENT-COUNT = ZERO AND NOT WS-W2-FAILED
021900         DISPLAY "W2PRINT: NO ARCHIVE RECORDS FOR YEAR "
022000             WS-CLOSE-YEAR
022100         MOVE "Y" TO WS-W2-FAILURE-SW
023000     PERFORM 6000-WRITE-TRANSMITTAL-PAGE THRU 6000-EXIT
023100     CLOSE YEAR-HISTORY
023200     CLOSE WAGE-STATEMENTS
023201     IF WS-HAVE-EMPADDR
023202         CLOSE EMPLOYEE-ADDRESS
023203     END-IF
023300     MOVE 0 TO RETURN-CODE
023400     IF WS-W2-FAILED
023500         MOVE 8 TO RETURN-CODE
