020399*                   LONGER DEPENDS ON A CLERK RETYPING THE   *
020401*                   AUDLGRP LISTING. A REWRITE OF AN         *
020402*                   EXISTING SSN IS NOT A NEW HIRE.          *
020403* 2026-10-15  LIBI  THE EMPMSTR READ-BACK FAILURE MESSAGE    *
020404*                   NOW SHOWS ONLY THE LAST FOUR DIGITS OF   *
020405*                   THE SSN.                                 *
002000*----------------------------------------------------------*
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
015620     MOVE EM-RATE TO WS-NEW-RATE
015621     READ EMPLOYEE-MASTER
015622         INVALID KEY
015623             DISPLAY "EMPMSTR READ-BACK FAILED *****" EM-SSN (6:4)
015624     END-READ
015625     IF WS-EMPMSTR-OK
015626         IF EM-NAME NOT = WS-NEW-NAME
