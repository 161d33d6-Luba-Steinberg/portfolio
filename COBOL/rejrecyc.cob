002460*                   THE FILE IN THE SAME RUN UNIT, SO       *
002470*                   NOTHING DUPLICATES AND NOTHING IS LOST. *
002480*                   IMAGE FIELDS WIDENED TO HOLD THE FULL   *
002481*                   PAYROLL MAINTENANCE TRANSACTION.        *
002482* 2026-10-15  LIBI  IMAGE FIELDS WIDENED AGAIN TO 141 NOW   *
002483*                   THE PAYROLL MAINTENANCE TRANSACTION     *
002484*                   CARRIES THE W-4 ELECTIONS.              *
002485* 2026-10-15  LIBI  IMAGE FIELDS WIDENED TO 149 FOR THE     *
002486*                   OPERATOR ID ON THE PAYROLL MAINTENANCE  *
002487*                   TRANSACTION.                            *
002488* 2026-10-15  LIBI  THE KEY OF AN INTAKE REJECT IS THE SSN, *
002489*                   SO THE AGING REPORT NOW PRINTS IT       *
002490*                   MASKED TO THE LAST FOUR DIGITS. THE     *
002491*                   REJECTS FILE ITSELF KEEPS THE FULL KEY  *
002492*                   FOR RECYCLING.                          *
002493* 2026-10-15  LIBI  RECYCLED STUDENT IMAGES WIDENED TO 16   *
002494*                   FOR THE DATE OF BIRTH NOW ON THE        *
002495*                   STUDENT-FILE.                           *
002496* 2026-10-15  LIBI  IMAGE FIELDS WIDENED TO 151 FOR THE PAY *
002497*                   GROUP ON THE PAYROLL MAINTENANCE        *
002498*                   TRANSACTION.                            *
002499* 2026-10-15  LIBI  IMAGE FIELDS WIDENED TO 155 FOR THE     *
002500*                   WORKERS' COMPENSATION CLASS ON THE      *
002490*                   PAYROLL MAINTENANCE TRANSACTION.        *
002500*----------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
006100     05  RO-EDIT-TYPE            PIC X(05).
006200     05  RO-RANGE-LOW            PIC 9(09).
006300     05  RO-RANGE-HIGH           PIC 9(09).
006400     05  RO-TRAN-IMAGE           PIC X(155).
006500 FD  RECYCLED-INTAKE
006600     LABEL RECORDS ARE STANDARD.
006700 01  RECYCLED-INTAKE-RECORD      PIC X(45).
006800 FD  RECYCLED-STUDENTS
006900     LABEL RECORDS ARE STANDARD.
007000 01  RECYCLED-STUDENT-RECORD     PIC X(16).
007100 FD  AGING-REPORT
007200     LABEL RECORDS ARE STANDARD.
007300 01  AGING-REPORT-RECORD         PIC X(80).
013170         10  OT-FIELD        PIC X(15).
013175         10  OT-KEY          PIC X(09).
013180         10  OT-REASON       PIC X(20).
013185         10  OT-FULL-RECORD  PIC X(247).
013100*----------------------------------------------------------*
013200* RUN COUNTS                                                *
013300*----------------------------------------------------------*
025200             PERFORM 4100-WRITE-INTAKE-SURVIVOR THRU 4100-EXIT
025300         WHEN "FILE3   "
025400             WRITE RECYCLED-STUDENT-RECORD
025500                 FROM RJ-TRAN-IMAGE (1:16)
025600             ADD 1 TO WS-RECYCLED-COUNT
025700             PERFORM 4500-REMEMBER-SURVIVOR THRU 4500-EXIT
025800         WHEN OTHER
036800         MOVE OT-SOURCE (OT-IDX)      TO AG-SOURCE
036900         MOVE OT-FIELD (OT-IDX)       TO AG-FIELD
037000         MOVE OT-KEY (OT-IDX)         TO AG-KEY
037001         IF OT-SOURCE (OT-IDX) = "COBOLMN"
037002             MOVE "*****" TO AG-KEY (1:5)
037003         END-IF
037100         MOVE OT-REASON (OT-IDX)      TO AG-REASON
037200         IF OT-REJECT-DATE (OT-IDX) = WS-TODAY-DATE
037300             MOVE "TODAY"      TO AG-AGE
