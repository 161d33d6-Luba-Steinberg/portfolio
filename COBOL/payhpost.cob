002380*                   PRE-PASS AND EXEMPT THEIR PAYMENTS.     *
002390*                   CANCELLING THE "V" ALSO LETS PAYREVRS   *
002410*                   REVERSE THE CORRECTED PAYMENT LATER.    *
002411* 2026-10-15  LIBI  THE FEDERAL, FICA AND STATE TAXABLE     *
002412*                   WAGES AND THE YTD FICA WAGES BEFORE THE *
002413*                   PERIOD ARE POSTED FROM PAYDETL TO       *
002414*                   PAYHIST WITH THE REST OF THE PAYMENT.   *
002415* 2026-10-15  LIBI  THE OVERTIME PREMIUM IS POSTED FROM     *
002416*                   PAYDETL TO PAYHIST TOO.                 *
002417* 2026-10-15  LIBI  THE PRE-TAX AND ROTH 401(K) DEFERRALS   *
002418*                   ARE POSTED FROM PAYDETL TO PAYHIST TOO. *
002200*----------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
007120* THE INCOMING RECORD, HELD WHILE THE STORED ONE IS READ    *
007130* BACK FOR THE DIFFER-OR-IDENTICAL DUPLICATE DECISION       *
007140*----------------------------------------------------------*
007150 77  WS-HELD-HISTORY         PIC X(99) VALUE SPACES.
007160*----------------------------------------------------------*
007170* THE "V" KEYS CARRIED ON THIS RUN'S PAYDETL, TABLED IN A   *
007180* PRE-PASS - A PAYMENT DUPLICATE WHOSE REVERSAL RIDES IN    *
015400     MOVE PD-NET              TO PH-NET
015500     MOVE PD-YTD-GROSS-BEFORE TO PH-YTD-GROSS-BEFORE
015600     MOVE PD-PAY-TYPE         TO PH-PAY-TYPE
015601     MOVE PD-FED-WAGES        TO PH-FED-WAGES
015602     MOVE PD-FICA-WAGES       TO PH-FICA-WAGES
015603     MOVE PD-STATE-WAGES      TO PH-STATE-WAGES
015604     MOVE PD-YTD-FICA-BEFORE  TO PH-YTD-FICA-BEFORE
015605     MOVE PD-OT-PREMIUM       TO PH-OT-PREMIUM
015606     MOVE PD-PRETAX-401K      TO PH-PRETAX-401K
015607     MOVE PD-ROTH-401K        TO PH-ROTH-401K
015700     WRITE PAY-HISTORY-RECORD
015800     EVALUATE TRUE
015900         WHEN WS-PAYHIST-OK
