       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPMNT.
      ******************************************************************
      *AUTHOR. Christian Dean.                                         *
      *DATE-WRITTEN. 21 Sep 2026.                                      *
      *PURPOSE. ON-DEMAND MAINTENANCE FOR THE INDEXED EMPLOYEE MASTER  *
      *         CH04PPB NOW TAKES EVERYTHING BUT THE HOURS FROM.  THE  *
      *         PAY FILE USED TO BE REBUILT EVERY PERIOD WITH NAME,    *
      *         SALARY, DEPENDENTS, HIRE DATE AND RATE FOR EVERYONE,   *
      *         AND A TERMINATED EMPLOYEE WAS PAID BECAUSE THE LINE    *
      *         WAS CARRIED FORWARD.  ACTIONS:                         *
      *           H - HIRE A NEW EMPLOYEE, OR REHIRE A TERMINATED ONE  *
      *               UNDER THE SAME NUMBER                            *
      *           C - CHANGE NAME, SOCIAL SECURITY NUMBER, ADDRESS,    *
      *               PAY TYPE, SALARY OR HOURLY RATE, DEPENDENTS,     *
      *               FILING STATUS, OR HIRE DATE                      *
      *           T - TERMINATE, SO CH04PPB REFUSES THE NUMBER         *
      *           Q - QUIT                                             *
      *         THERE IS NO DELETE -- A TERMINATED EMPLOYEE STAYS ON   *
      *         FILE FOR THE YEAR-END WAGE STATEMENTS.  EVERY CHANGE   *
      *         IS WRITTEN TO A BEFORE/AFTER AUDIT LISTING.            *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER
      ******************************************************************
      *REMEMBER TO CHANGE THE FILE DESTINATIONS DEPENDING ON THE       *
      *                   COMPUTER IT IS RUN FROM                      *
      ******************************************************************
               ASSIGN TO 'U:\CHAPTER4\EMPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-NO
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT OPTIONAL AUDIT-LIST-FILE
               ASSIGN TO 'U:\CHAPTER4\EMPAUDIT.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      *PAY TYPE S IS PAID EMP-SALARY EVERY PERIOD; PAY TYPE H IS PAID  *
      *EMP-HOURLY-RATE ON THE HOURS KEYED FOR THE PERIOD.  STATUS A IS *
      *ACTIVE, T TERMINATED.  DATES ARE YYYYMMDD; THE TERMINATION      *
      *DATE IS ZERO WHILE THE EMPLOYEE IS ACTIVE                       *
      ******************************************************************
       FD  EMPLOYEE-MASTER.
       01  EMPLOYEE-MASTER-REC.
           05  EMP-NO                PIC X(5).
           05  EMP-NAME              PIC X(20).
           05  EMP-STATUS            PIC X(1).
           05  EMP-PAY-TYPE          PIC X(1).
           05  EMP-SALARY            PIC 9(5)V99.
           05  EMP-HOURLY-RATE       PIC 9(3)V99.
           05  EMP-DEPENDENTS        PIC 9(1).
           05  EMP-FILING-STATUS     PIC X(1).
           05  EMP-HIRE-DATE         PIC 9(8).
           05  EMP-HIRE-DATE-R REDEFINES EMP-HIRE-DATE.
               10  EMP-HIRE-YR       PIC 9(4).
               10  EMP-HIRE-MO       PIC 99.
               10  EMP-HIRE-DA       PIC 99.
           05  EMP-TERM-DATE         PIC 9(8).
           05  EMP-SSN               PIC X(9).
           05  EMP-ADDRESS-1         PIC X(25).
           05  EMP-ADDRESS-2         PIC X(25).
       FD  AUDIT-LIST-FILE.
       01  AUDIT-LIST-REC            PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-ACTION                 PIC X(1)  VALUE SPACE.
       01  WS-MASTER-FILE-STATUS     PIC X(2).
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-EMP-NO                 PIC X(5).
       01  WS-EMP-NAME               PIC X(20).
       01  WS-PAY-TYPE               PIC X(1).
       01  WS-SALARY-X               PIC X(7).
       01  WS-SALARY REDEFINES WS-SALARY-X
                                     PIC 9(5)V99.
       01  WS-HOURLY-RATE-X          PIC X(5).
       01  WS-HOURLY-RATE REDEFINES WS-HOURLY-RATE-X
                                     PIC 9(3)V99.
       01  WS-DEPENDENTS-X           PIC X(1).
       01  WS-DEPENDENTS REDEFINES WS-DEPENDENTS-X
                                     PIC 9(1).
       01  WS-FILING-STATUS          PIC X(1).
       01  WS-HIRE-DATE              PIC 9(8).
       01  WS-SSN                    PIC X(9).
       01  WS-ADDRESS-1              PIC X(25).
       01  WS-ADDRESS-2              PIC X(25).
       01  WS-ANSWER                 PIC X(1).
       01  WS-REHIRE                 PIC X(1).
       01  WS-EMPLOYEES-HIRED        PIC 9(5)  VALUE ZERO.
       01  WS-EMPLOYEES-CHANGED      PIC 9(5)  VALUE ZERO.
       01  WS-EMPLOYEES-TERMINATED   PIC 9(5)  VALUE ZERO.
      ******************************************************************
      *DATE ENTRY AND CHECKING, SHARED BY THE HIRE AND TERMINATION     *
      *DATES.  THE CALENDAR CHECK IS THE ONE PAYEDIT PUT ON THE KEYED  *
      *HIRE DATE, LEAP YEARS INCLUDED                                  *
      ******************************************************************
       01  WS-DATE-X                 PIC X(8).
       01  WS-DATE-IN REDEFINES WS-DATE-X.
           05  WS-DATE-YR            PIC 9(4).
           05  WS-DATE-MO            PIC 99.
           05  WS-DATE-DA            PIC 99.
       01  WS-DATE-NUM REDEFINES WS-DATE-X
                                     PIC 9(8).
       01  WS-DATE-GOOD              PIC X(1).
       01  WS-MONTH-MAX-DAYS         PIC 99.
       01  WS-LEAP-WORK              PIC 9(4).
       01  WS-LEAP-REM               PIC 9(4).
       01  WS-LEAP-YEAR              PIC X(1).
       01  MONTH-DAYS-LITERAL        PIC X(24)
           VALUE '312831303130313130313031'.
       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-LITERAL.
           05  MONTH-DAYS            OCCURS 12 TIMES
                                     PIC 99.
       01  AUDIT-HEADING-LINE.
           05  FILLER                PIC X(34)
               VALUE 'EMPLOYEE MAINTENANCE AUDIT LIST  '.
           05  FILLER                PIC X(6)   VALUE 'DATE: '.
           05  HDG-RUN-DATE          PIC 9(8).
           05  FILLER                PIC X(32)  VALUE SPACES.
       01  AUDIT-COLUMN-LINE.
           05  FILLER                PIC X(40)
               VALUE 'EMPNO  A  IMAGE  NAME                 S '.
           05  FILLER                PIC X(40)
               VALUE 'P   SALARY   RATE D F HIRED    TERM     '.
       01  AUDIT-DETAIL-LINE.
           05  AUD-EMP-NO            PIC X(5).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  AUD-ACTION            PIC X(1).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  AUD-IMAGE             PIC X(6).
           05  FILLER                PIC X(1)   VALUE SPACES.
           05  AUD-NAME              PIC X(20).
           05  FILLER                PIC X(1)   VALUE SPACES.
           05  AUD-STATUS            PIC X(1).
           05  FILLER                PIC X(1)   VALUE SPACES.
           05  AUD-PAY-TYPE          PIC X(1).
           05  FILLER                PIC X(1)   VALUE SPACES.
           05  AUD-SALARY            PIC ZZZZ9.99.
           05  FILLER                PIC X(1)   VALUE SPACES.
           05  AUD-HOURLY-RATE       PIC ZZ9.99.
           05  FILLER                PIC X(1)   VALUE SPACES.
           05  AUD-DEPENDENTS        PIC 9(1).
           05  FILLER                PIC X(1)   VALUE SPACES.
           05  AUD-FILING-STATUS     PIC X(1).
           05  FILLER                PIC X(1)   VALUE SPACES.
           05  AUD-HIRE-DATE         PIC 9(8).
           05  FILLER                PIC X(1)   VALUE SPACES.
           05  AUD-TERM-DATE         PIC 9(8).
           05  FILLER                PIC X(1)   VALUE SPACES.
       01  AUDIT-DETAIL-LINE-2.
           05  FILLER                PIC X(17)  VALUE SPACES.
           05  AUD-SSN               PIC X(9).
           05  FILLER                PIC X(1)   VALUE SPACES.
           05  AUD-ADDRESS-1         PIC X(25).
           05  FILLER                PIC X(1)   VALUE SPACES.
           05  AUD-ADDRESS-2         PIC X(25).
           05  FILLER                PIC X(2)   VALUE SPACES.
       01  AUDIT-REJECT-LINE.
           05  REJ-EMP-NO            PIC X(5).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  REJ-ACTION            PIC X(1).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  REJ-REASON            PIC X(40).
           05  FILLER                PIC X(30)  VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
      ******************************************************************
      *THE MASTER MUST ALREADY EXIST -- CREATING AN EMPTY ONE HERE     *
      *WOULD MAKE THE EMPCONV CONVERSION THINK IT HAD ALREADY RUN      *
      ******************************************************************
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN I-O EMPLOYEE-MASTER
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN EMPLOYEE MASTER, STATUS: ',
                   WS-MASTER-FILE-STATUS
               DISPLAY 'RUN THE EMPCONV CONVERSION FIRST'
               STOP RUN
           END-IF
      ******************************************************************
      *THE AUDIT LISTING IS ADDED TO, NOT REPLACED -- EACH SESSION     *
      *STARTS ITS OWN DATED HEADING, SO THE LISTING IS THE WHOLE       *
      *HISTORY OF EVERY PAY CHANGE UNTIL PAYROLL FILES IT AWAY         *
      ******************************************************************
           OPEN EXTEND AUDIT-LIST-FILE
           MOVE WS-RUN-DATE TO HDG-RUN-DATE
           WRITE AUDIT-LIST-REC FROM AUDIT-HEADING-LINE
           WRITE AUDIT-LIST-REC FROM AUDIT-COLUMN-LINE
           PERFORM UNTIL WS-ACTION = 'Q'
               DISPLAY ' '
               DISPLAY 'ACTION? H=HIRE C=CHANGE T=TERMINATE Q=QUIT'
               ACCEPT WS-ACTION
               EVALUATE WS-ACTION
                   WHEN 'H'
                       PERFORM 200-HIRE-EMPLOYEE THRU 200-EXIT
                   WHEN 'C'
                       PERFORM 300-CHANGE-EMPLOYEE
                   WHEN 'T'
                       PERFORM 400-TERMINATE-EMPLOYEE THRU 400-EXIT
                   WHEN 'Q'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'UNKNOWN ACTION: ', WS-ACTION
               END-EVALUATE
           END-PERFORM
           CLOSE EMPLOYEE-MASTER
                 AUDIT-LIST-FILE
           DISPLAY ' '
           DISPLAY 'EMPLOYEE MAINTENANCE ENDED'
           DISPLAY 'EMPLOYEES HIRED:      ', WS-EMPLOYEES-HIRED
           DISPLAY 'EMPLOYEES CHANGED:    ', WS-EMPLOYEES-CHANGED
           DISPLAY 'EMPLOYEES TERMINATED: ', WS-EMPLOYEES-TERMINATED
           STOP RUN.
      ******************************************************************
      *THE NUMBER IS THE KEY THE WHOLE PAYROLL CHAIN POSTS UNDER, SO   *
      *IT IS HELD TO THE SAME RULE PAYEDIT APPLIES: FIVE DIGITS, NOT   *
      *ZEROS.  A NUMBER ALREADY ON FILE AS TERMINATED IS A REHIRE AND  *
      *KEEPS ITS YTD HISTORY; ONE ON FILE AS ACTIVE IS REFUSED         *
      ******************************************************************
       200-HIRE-EMPLOYEE.
           MOVE 'N' TO WS-REHIRE
           DISPLAY 'ENTER EMPLOYEE NUMBER, 5 DIGITS'
           ACCEPT WS-EMP-NO
           PERFORM UNTIL WS-EMP-NO IS NUMERIC
               AND WS-EMP-NO NOT = '00000'
               DISPLAY 'EMPLOYEE NUMBER MUST BE 5 DIGITS, NOT ZEROS, '
                   'RE-ENTER'
               ACCEPT WS-EMP-NO
           END-PERFORM
           MOVE WS-EMP-NO TO EMP-NO
           READ EMPLOYEE-MASTER
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE WS-MASTER-FILE-STATUS
               WHEN '23'
                   CONTINUE
               WHEN '00'
                   IF EMP-STATUS NOT = 'T'
                       DISPLAY 'EMPLOYEE ALREADY ON FILE AND ACTIVE: ',
                           EMP-NAME
                       GO TO 200-EXIT
                   END-IF
                   DISPLAY 'TERMINATED ', EMP-TERM-DATE, ': ', EMP-NAME
                   DISPLAY 'REHIRE UNDER THIS NUMBER? (Y/N)'
                   ACCEPT WS-ANSWER
                   IF WS-ANSWER NOT = 'Y'
                       DISPLAY 'NOT REHIRED'
                       GO TO 200-EXIT
                   END-IF
                   MOVE 'Y' TO WS-REHIRE
                   MOVE 'BEFORE' TO AUD-IMAGE
                   PERFORM 700-WRITE-AUDIT-IMAGE
               WHEN OTHER
                   DISPLAY 'EMPLOYEE MASTER READ ERROR, STATUS: ',
                       WS-MASTER-FILE-STATUS
                   GO TO 200-EXIT
           END-EVALUATE
           DISPLAY 'ENTER EMPLOYEE NAME'
           ACCEPT WS-EMP-NAME
           PERFORM UNTIL WS-EMP-NAME NOT = SPACES
               DISPLAY 'NAME CANNOT BE BLANK, RE-ENTER'
               ACCEPT WS-EMP-NAME
           END-PERFORM
           PERFORM 530-GET-PERSONAL-FIELDS
           PERFORM 500-GET-PAY-FIELDS
           DISPLAY 'ENTER HIRE DATE, YYYYMMDD'
           PERFORM 510-GET-DATE
           MOVE WS-DATE-NUM TO WS-HIRE-DATE
           MOVE WS-EMP-NO TO EMP-NO
           MOVE WS-EMP-NAME TO EMP-NAME
           MOVE 'A' TO EMP-STATUS
           MOVE WS-PAY-TYPE TO EMP-PAY-TYPE
           MOVE WS-SALARY TO EMP-SALARY
           MOVE WS-HOURLY-RATE TO EMP-HOURLY-RATE
           MOVE WS-DEPENDENTS TO EMP-DEPENDENTS
           MOVE WS-FILING-STATUS TO EMP-FILING-STATUS
           MOVE WS-HIRE-DATE TO EMP-HIRE-DATE
           MOVE ZERO TO EMP-TERM-DATE
           MOVE WS-SSN TO EMP-SSN
           MOVE WS-ADDRESS-1 TO EMP-ADDRESS-1
           MOVE WS-ADDRESS-2 TO EMP-ADDRESS-2
           IF WS-REHIRE = 'Y'
               REWRITE EMPLOYEE-MASTER-REC
           ELSE
               WRITE EMPLOYEE-MASTER-REC
           END-IF
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'EMPLOYEE WRITE ERROR, STATUS: ',
                   WS-MASTER-FILE-STATUS, ', NOT HIRED'
               MOVE 'WRITE FAILED, EMPLOYEE NOT HIRED' TO REJ-REASON
               PERFORM 710-WRITE-AUDIT-REJECT
               GO TO 200-EXIT
           END-IF
           MOVE 'AFTER ' TO AUD-IMAGE
           PERFORM 700-WRITE-AUDIT-IMAGE
           ADD 1 TO WS-EMPLOYEES-HIRED
           DISPLAY 'EMPLOYEE HIRED: ', WS-EMP-NO.
       200-EXIT.
           EXIT.
      ******************************************************************
      *CHANGE RE-KEYS EVERY FIELD AFTER SHOWING THE CURRENT VALUES,    *
      *THE SAME AS CUSTMNT.  THE STATUS IS NOT CHANGED HERE -- ONLY    *
      *HIRE AND TERMINATE MOVE AN EMPLOYEE ON OR OFF THE PAYROLL       *
      ******************************************************************
       300-CHANGE-EMPLOYEE.
           PERFORM 600-FETCH-EMPLOYEE
           IF WS-MASTER-FILE-STATUS = '00'
               MOVE 'BEFORE' TO AUD-IMAGE
               PERFORM 700-WRITE-AUDIT-IMAGE
               DISPLAY 'ENTER NEW EMPLOYEE NAME'
               ACCEPT WS-EMP-NAME
               PERFORM UNTIL WS-EMP-NAME NOT = SPACES
                   DISPLAY 'NAME CANNOT BE BLANK, RE-ENTER'
                   ACCEPT WS-EMP-NAME
               END-PERFORM
               PERFORM 530-GET-PERSONAL-FIELDS
               PERFORM 500-GET-PAY-FIELDS
               DISPLAY 'ENTER HIRE DATE, YYYYMMDD'
               PERFORM 510-GET-DATE
               MOVE WS-EMP-NAME TO EMP-NAME
               MOVE WS-PAY-TYPE TO EMP-PAY-TYPE
               MOVE WS-SALARY TO EMP-SALARY
               MOVE WS-HOURLY-RATE TO EMP-HOURLY-RATE
               MOVE WS-DEPENDENTS TO EMP-DEPENDENTS
               MOVE WS-FILING-STATUS TO EMP-FILING-STATUS
               MOVE WS-DATE-NUM TO EMP-HIRE-DATE
               MOVE WS-SSN TO EMP-SSN
               MOVE WS-ADDRESS-1 TO EMP-ADDRESS-1
               MOVE WS-ADDRESS-2 TO EMP-ADDRESS-2
               REWRITE EMPLOYEE-MASTER-REC
               IF WS-MASTER-FILE-STATUS = '00'
                   MOVE 'AFTER ' TO AUD-IMAGE
                   PERFORM 700-WRITE-AUDIT-IMAGE
                   ADD 1 TO WS-EMPLOYEES-CHANGED
                   DISPLAY 'EMPLOYEE CHANGED: ', WS-EMP-NO
               ELSE
                   DISPLAY 'EMPLOYEE REWRITE ERROR, STATUS: ',
                       WS-MASTER-FILE-STATUS
                   MOVE 'REWRITE FAILED, MASTER NOT CHANGED'
                       TO REJ-REASON
                   PERFORM 710-WRITE-AUDIT-REJECT
               END-IF
           END-IF.
      ******************************************************************
      *TERMINATE ONLY AFTER THE EMPLOYEE'S FINAL PAY RUN -- FROM THE   *
      *NEXT RUN ON CH04PPB REFUSES THE NUMBER.  THE TERMINATION DATE   *
      *CANNOT FALL BEFORE THE HIRE DATE                                *
      ******************************************************************
       400-TERMINATE-EMPLOYEE.
           PERFORM 600-FETCH-EMPLOYEE
           IF WS-MASTER-FILE-STATUS NOT = '00'
               GO TO 400-EXIT
           END-IF
           IF EMP-STATUS = 'T'
               DISPLAY 'EMPLOYEE ALREADY TERMINATED ON ', EMP-TERM-DATE
               GO TO 400-EXIT
           END-IF
           DISPLAY 'ENTER TERMINATION DATE, YYYYMMDD'
           PERFORM 510-GET-DATE
           PERFORM UNTIL WS-DATE-NUM NOT < EMP-HIRE-DATE
               DISPLAY 'TERMINATION DATE IS BEFORE THE HIRE DATE ',
                   EMP-HIRE-DATE, ', RE-ENTER'
               PERFORM 510-GET-DATE
           END-PERFORM
           DISPLAY 'TERMINATE ', EMP-NAME, '? (Y/N)'
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = 'Y'
               DISPLAY 'NOT TERMINATED'
               GO TO 400-EXIT
           END-IF
           MOVE 'BEFORE' TO AUD-IMAGE
           PERFORM 700-WRITE-AUDIT-IMAGE
           MOVE 'T' TO EMP-STATUS
           MOVE WS-DATE-NUM TO EMP-TERM-DATE
           REWRITE EMPLOYEE-MASTER-REC
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'EMPLOYEE REWRITE ERROR, STATUS: ',
                   WS-MASTER-FILE-STATUS
               MOVE 'REWRITE FAILED, EMPLOYEE NOT TERMINATED'
                   TO REJ-REASON
               PERFORM 710-WRITE-AUDIT-REJECT
               GO TO 400-EXIT
           END-IF
           MOVE 'AFTER ' TO AUD-IMAGE
           PERFORM 700-WRITE-AUDIT-IMAGE
           ADD 1 TO WS-EMPLOYEES-TERMINATED
           DISPLAY 'EMPLOYEE TERMINATED: ', WS-EMP-NO.
       400-EXIT.
           EXIT.
      ******************************************************************
      *A SALARIED EMPLOYEE CARRIES A ZERO RATE AND AN HOURLY ONE A     *
      *ZERO SALARY, SO THE MASTER NEVER HOLDS A FIGURE CH04PPB WOULD   *
      *IGNORE.  FILING STATUS PICKS THE WITHHOLDING BRACKETS           *
      ******************************************************************
       500-GET-PAY-FIELDS.
           DISPLAY 'ENTER PAY TYPE, S=SALARIED H=HOURLY'
           ACCEPT WS-PAY-TYPE
           PERFORM UNTIL WS-PAY-TYPE = 'S' OR WS-PAY-TYPE = 'H'
               DISPLAY 'PAY TYPE MUST BE S OR H, RE-ENTER'
               ACCEPT WS-PAY-TYPE
           END-PERFORM
           IF WS-PAY-TYPE = 'S'
               DISPLAY 'ENTER SALARY PER PAY PERIOD, 7 DIGITS, NO '
                   'DECIMAL POINT, LAST TWO ARE CENTS'
               ACCEPT WS-SALARY-X
               PERFORM UNTIL WS-SALARY-X IS NUMERIC
                   DISPLAY 'SALARY MUST BE NUMERIC, RE-ENTER'
                   ACCEPT WS-SALARY-X
               END-PERFORM
               MOVE ZERO TO WS-HOURLY-RATE
           ELSE
               DISPLAY 'ENTER HOURLY RATE, 5 DIGITS, NO DECIMAL '
                   'POINT, LAST TWO ARE CENTS'
               ACCEPT WS-HOURLY-RATE-X
               PERFORM UNTIL WS-HOURLY-RATE-X IS NUMERIC
                   DISPLAY 'HOURLY RATE MUST BE NUMERIC, RE-ENTER'
                   ACCEPT WS-HOURLY-RATE-X
               END-PERFORM
               MOVE ZERO TO WS-SALARY
           END-IF
           DISPLAY 'ENTER NUMBER OF DEPENDENTS, ONE DIGIT'
           ACCEPT WS-DEPENDENTS-X
           PERFORM UNTIL WS-DEPENDENTS-X IS NUMERIC
               DISPLAY 'DEPENDENTS MUST BE ONE DIGIT, RE-ENTER'
               ACCEPT WS-DEPENDENTS-X
           END-PERFORM
           DISPLAY 'ENTER FILING STATUS, S=SINGLE M=MARRIED'
           ACCEPT WS-FILING-STATUS
           PERFORM UNTIL WS-FILING-STATUS = 'S'
               OR WS-FILING-STATUS = 'M'
               DISPLAY 'FILING STATUS MUST BE S OR M, RE-ENTER'
               ACCEPT WS-FILING-STATUS
           END-PERFORM.
       510-GET-DATE.
           ACCEPT WS-DATE-X
           PERFORM 520-CHECK-DATE THRU 520-EXIT
           PERFORM UNTIL WS-DATE-GOOD = 'Y'
               DISPLAY 'NOT A CALENDAR DATE IN YYYYMMDD, RE-ENTER'
               ACCEPT WS-DATE-X
               PERFORM 520-CHECK-DATE THRU 520-EXIT
           END-PERFORM.
      ******************************************************************
      *LEAP YEAR: DIVISIBLE BY 4, EXCEPT CENTURIES UNLESS DIVISIBLE    *
      *BY 400, SO 2000 WAS AND 1900 WAS NOT                            *
      ******************************************************************
       520-CHECK-DATE.
           MOVE 'N' TO WS-DATE-GOOD
           IF WS-DATE-X NOT NUMERIC
               GO TO 520-EXIT
           END-IF
           IF WS-DATE-YR < 1900 OR WS-DATE-YR > 2099
               OR WS-DATE-MO < 1 OR WS-DATE-MO > 12
               GO TO 520-EXIT
           END-IF
           MOVE MONTH-DAYS (WS-DATE-MO) TO WS-MONTH-MAX-DAYS
           MOVE 'N' TO WS-LEAP-YEAR
           DIVIDE WS-DATE-YR BY 4
               GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM
           IF WS-LEAP-REM = ZERO
               MOVE 'Y' TO WS-LEAP-YEAR
               DIVIDE WS-DATE-YR BY 100
                   GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = ZERO
                   MOVE 'N' TO WS-LEAP-YEAR
                   DIVIDE WS-DATE-YR BY 400
                       GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = ZERO
                       MOVE 'Y' TO WS-LEAP-YEAR
                   END-IF
               END-IF
           END-IF
           IF WS-DATE-MO = 2 AND WS-LEAP-YEAR = 'Y'
               MOVE 29 TO WS-MONTH-MAX-DAYS
           END-IF
           IF WS-DATE-DA < 1 OR WS-DATE-DA > WS-MONTH-MAX-DAYS
               GO TO 520-EXIT
           END-IF
           MOVE 'Y' TO WS-DATE-GOOD.
       520-EXIT.
           EXIT.
      ******************************************************************
      *THE SOCIAL SECURITY NUMBER AND MAILING ADDRESS PRINT ON THE     *
      *YEAR-END WAGE STATEMENT AND GO ON THE ELECTRONIC WAGE FILE, SO  *
      *THE NUMBER MUST BE NINE DIGITS AND THE FIRST ADDRESS LINE CAN   *
      *NOT BE BLANK.  THE SECOND LINE IS CITY, STATE AND ZIP           *
      ******************************************************************
       530-GET-PERSONAL-FIELDS.
           DISPLAY 'ENTER SOCIAL SECURITY NUMBER, 9 DIGITS, NO DASHES'
           ACCEPT WS-SSN
           PERFORM UNTIL WS-SSN IS NUMERIC AND WS-SSN NOT = ZEROS
               DISPLAY 'SOCIAL SECURITY NUMBER MUST BE 9 DIGITS, '
                   'RE-ENTER'
               ACCEPT WS-SSN
           END-PERFORM
           DISPLAY 'ENTER STREET ADDRESS'
           ACCEPT WS-ADDRESS-1
           PERFORM UNTIL WS-ADDRESS-1 NOT = SPACES
               DISPLAY 'ADDRESS CANNOT BE BLANK, RE-ENTER'
               ACCEPT WS-ADDRESS-1
           END-PERFORM
           DISPLAY 'ENTER CITY, STATE AND ZIP'
           ACCEPT WS-ADDRESS-2.
       600-FETCH-EMPLOYEE.
           DISPLAY 'ENTER EMPLOYEE NUMBER, 5 DIGITS'
           ACCEPT WS-EMP-NO
           MOVE WS-EMP-NO TO EMP-NO
           READ EMPLOYEE-MASTER
               INVALID KEY
                   DISPLAY 'EMPLOYEE NOT ON FILE: ', WS-EMP-NO
               NOT INVALID KEY
                   DISPLAY 'NAME:          ', EMP-NAME
                   DISPLAY 'SSN:           ', EMP-SSN
                   DISPLAY 'ADDRESS:       ', EMP-ADDRESS-1
                   DISPLAY '               ', EMP-ADDRESS-2
                   DISPLAY 'STATUS:        ', EMP-STATUS
                   DISPLAY 'PAY TYPE:      ', EMP-PAY-TYPE
                   DISPLAY 'SALARY:        ', EMP-SALARY
                   DISPLAY 'HOURLY RATE:   ', EMP-HOURLY-RATE
                   DISPLAY 'DEPENDENTS:    ', EMP-DEPENDENTS
                   DISPLAY 'FILING STATUS: ', EMP-FILING-STATUS
                   DISPLAY 'HIRE DATE:     ', EMP-HIRE-DATE
                   IF EMP-STATUS = 'T'
                       DISPLAY 'TERMINATED:    ', EMP-TERM-DATE
                   END-IF
           END-READ.
      ******************************************************************
      *TWO LINES PER RECORD IMAGE, THE PAY FIELDS AND UNDER THEM THE   *
      *SSN AND ADDRESS -- THE CALLER MOVES BEFORE OR AFTER             *
      *TO AUD-IMAGE AND PERFORMS THIS WHILE THE MASTER RECORD AREA     *
      *HOLDS THAT IMAGE                                                *
      ******************************************************************
       700-WRITE-AUDIT-IMAGE.
           MOVE EMP-NO TO AUD-EMP-NO
           MOVE WS-ACTION TO AUD-ACTION
           MOVE EMP-NAME TO AUD-NAME
           MOVE EMP-STATUS TO AUD-STATUS
           MOVE EMP-PAY-TYPE TO AUD-PAY-TYPE
           MOVE EMP-SALARY TO AUD-SALARY
           MOVE EMP-HOURLY-RATE TO AUD-HOURLY-RATE
           MOVE EMP-DEPENDENTS TO AUD-DEPENDENTS
           MOVE EMP-FILING-STATUS TO AUD-FILING-STATUS
           MOVE EMP-HIRE-DATE TO AUD-HIRE-DATE
           MOVE EMP-TERM-DATE TO AUD-TERM-DATE
           WRITE AUDIT-LIST-REC FROM AUDIT-DETAIL-LINE
           MOVE EMP-SSN TO AUD-SSN
           MOVE EMP-ADDRESS-1 TO AUD-ADDRESS-1
           MOVE EMP-ADDRESS-2 TO AUD-ADDRESS-2
           WRITE AUDIT-LIST-REC FROM AUDIT-DETAIL-LINE-2.
       710-WRITE-AUDIT-REJECT.
           MOVE WS-EMP-NO TO REJ-EMP-NO
           MOVE WS-ACTION TO REJ-ACTION
           WRITE AUDIT-LIST-REC FROM AUDIT-REJECT-LINE.
