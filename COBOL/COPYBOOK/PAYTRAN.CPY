000820*                   SALARY. A SPACE PAY TYPE ON AN ADD       *
000830*                   DEFAULTS TO HOURLY; ON A CHANGE IT       *
000840*                   KEEPS WHAT IS ON THE MASTER.             *
000841* 2026-10-15  LIBI  ADDED THE W-4 ELECTIONS: FILING STATUS,   *
000842*                   ANNUAL DEPENDENTS CREDIT, AND PER-PERIOD *
000843*                   EXTRA WITHHOLDING. THEY TRAVEL AS A SET: *
000844*                   A SPACE FILING STATUS ON A CHANGE KEEPS  *
000845*                   ALL THREE AS THEY ARE ON THE MASTER; ON  *
000846*                   AN ADD IT DEFAULTS THE EMPLOYEE TO       *
000847*                   SINGLE.                                  *
000848* 2026-10-15  LIBI  ADDED THE ENTERING OPERATOR ID, CHECKED  *
000849*                   AGAINST THE OPERAUTH AUTHORIZATION       *
000850*                   TABLE, AND THE V (APPROVE) ACTION: A V   *
000851*                   ON AN EMPLOYEE WITH A RATE OR SALARY     *
000852*                   CHANGE HELD ON MNTPEND APPLIES THAT      *
000853*                   CHANGE. ONLY THE KEY AND OPERATOR ARE    *
000854*                   READ FROM A V.                           *
000855* 2026-10-15  LIBI  ADDED THE PAY GROUP. SPACES ON A CHANGE *
000856*                   KEEPS THE MASTER'S GROUP; ON AN ADD IT  *
000857*                   PUTS THE EMPLOYEE IN THE ORIGINAL       *
000858*                   WEEKLY PAYROLL (THE SPACES GROUP).      *
000859* 2026-10-15  LIBI  ADDED THE WORKERS' COMPENSATION CLASS   *
000860*                   CODE. SPACES ON A CHANGE KEEPS THE      *
000861*                   MASTER'S CLASS; ON AN ADD THE EMPLOYEE  *
000862*                   IS LEFT UNCLASSIFIED.                   *
000800*----------------------------------------------------------*
000900 01  PAYROLL-TRANSACTION-RECORD.
001000     05  PT-ACTION-CODE          PIC X(01).
001100         88  PT-ACTION-ADD           VALUE "A".
001200         88  PT-ACTION-CHANGE        VALUE "C".
001300         88  PT-ACTION-DELETE        VALUE "D".
001301         88  PT-ACTION-APPROVE       VALUE "V".
001400     05  PT-EMPLOYEE-ID          PIC 9(09).
001500     05  PT-SSN                  PIC 9(09).
001600     05  PT-NAME                 PIC X(15).
003100         88  PT-PAY-SALARIED         VALUE "S".
003200         88  PT-PAY-KEEP             VALUE SPACE.
003300     05  PT-SALARY               PIC 9(05).
003301     05  PT-FILING-STATUS        PIC X(01).
003302         88  PT-FILING-SINGLE        VALUE "S".
003303         88  PT-FILING-MARRIED       VALUE "M".
003304         88  PT-FILING-HEAD          VALUE "H".
003305         88  PT-FILING-KEEP          VALUE SPACE.
003306     05  PT-DEPENDENT-CREDIT     PIC 9(05).
003307     05  PT-EXTRA-WITHHOLDING    PIC 9(04).
003308     05  PT-OPERATOR-ID          PIC X(08).
003309     05  PT-PAY-GROUP            PIC X(02).
003310         88  PT-PAY-GROUP-KEEP       VALUE SPACES.
003311     05  PT-WC-CLASS             PIC X(04).
003312         88  PT-WC-CLASS-KEEP        VALUE SPACES.
