       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPCONV.
      ******************************************************************
      *AUTHOR. Christian Dean.                                         *
      *DATE-WRITTEN. 21 Sep 2026.                                      *
      *PURPOSE. ONE-TIME CONVERSION RUN.  READS THE LAST FULL-FORMAT   *
      *         PAY FILE PAYEDIT PASSED (CH04PP.DAT, STILL CARRYING    *
      *         NAME, SALARY, DEPENDENTS, HIRE DATE, RATE AND FILING   *
      *         STATUS ON EVERY LINE) AND LOADS EACH EMPLOYEE INTO THE *
      *         NEW INDEXED EMPLOYEE MASTER KEYED ON EMPLOYEE NUMBER.  *
      *         EVERY CONVERTED EMPLOYEE STARTS ACTIVE; A NON-ZERO     *
      *         HOURLY RATE MAKES THE EMPLOYEE HOURLY, OTHERWISE THE   *
      *         SALARY ON THE LINE IS THE SALARY PER PERIOD.  RUN IT   *
      *         BEFORE THE FIRST PERIOD KEYED IN THE NEW NUMBER-AND-   *
      *         HOURS FORMAT, THEN TERMINATE ANYONE WHO SHOULD NOT BE  *
      *         THERE WITH EMPMNT.  THE OLD FILE NEVER CARRIED SOCIAL  *
      *         SECURITY NUMBERS OR ADDRESSES, SO THEY LOAD BLANK AND  *
      *         MUST BE KEYED WITH EMPMNT BEFORE YEAR END.             *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-PAY-FILE
      ******************************************************************
      *REMEMBER TO CHANGE THE FILE DESTINATIONS DEPENDING ON THE       *
      *                   COMPUTER IT IS RUN FROM                      *
      ******************************************************************
               ASSIGN TO 'U:\CHAPTER4\CH04PP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT EMPLOYEE-MASTER
               ASSIGN TO 'U:\CHAPTER4\EMPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NO
               FILE STATUS IS WS-MASTER-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-PAY-FILE.
       01  OLD-PAY-REC.
           05  OLD-EMP-NO            PIC X(5).
           05  OLD-EMPLOYEE-NAME     PIC X(20).
           05  OLD-SALARY-X          PIC X(5).
           05  OLD-SALARY REDEFINES OLD-SALARY-X
                                     PIC 9(3)V99.
           05  OLD-NO-OF-DEPENDENTS  PIC X(1).
           05  FILLER                PIC X(17).
           05  OLD-DATE-OF-HIRE.
               10  OLD-HIRE-MO       PIC 99.
               10  OLD-HIRE-DA       PIC 99.
               10  OLD-HIRE-YR       PIC 9(4).
           05  OLD-HOURLY-RATE-X     PIC X(5).
           05  OLD-HOURLY-RATE REDEFINES OLD-HOURLY-RATE-X
                                     PIC 9(3)V99.
           05  OLD-HOURS-X           PIC X(4).
           05  OLD-FILING-STATUS     PIC X(1).
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
       WORKING-STORAGE SECTION.
       01  MORE-RECORDS-IN           PIC A(1)  VALUE 'Y'.
       01  WS-OLD-FILE-STATUS        PIC X(2).
       01  WS-MASTER-FILE-STATUS     PIC X(2).
       01  WS-RELOAD-ANSWER          PIC X(1).
       01  WS-RECORDS-LOADED         PIC 9(5)  VALUE ZERO.
       01  WS-RECORDS-DROPPED        PIC 9(5)  VALUE ZERO.
       PROCEDURE DIVISION.
      ******************************************************************
      *OPEN OUTPUT WIPES THE MASTER, SO IF ONE IS ALREADY ON FILE THE  *
      *OPERATOR MUST CONFIRM BEFORE IT IS REBUILT FROM THE OLD FILE -- *
      *A RERUN WOULD THROW AWAY EVERY HIRE, RAISE AND TERMINATION      *
      *KEYED SINCE                                                     *
      ******************************************************************
       100-MAIN-MODULE.
           OPEN INPUT EMPLOYEE-MASTER
           EVALUATE WS-MASTER-FILE-STATUS
               WHEN '00'
                   CLOSE EMPLOYEE-MASTER
                   DISPLAY 'EMPLOYEE MASTER ALREADY EXISTS.  '
                       'RELOADING WILL DISCARD EVERY HIRE,'
                   DISPLAY 'CHANGE, AND TERMINATION SINCE '
                       'CONVERSION.  RELOAD ANYWAY? (Y/N)'
                   ACCEPT WS-RELOAD-ANSWER
                   IF WS-RELOAD-ANSWER NOT = 'Y'
                       DISPLAY 'CONVERSION CANCELLED, MASTER '
                           'UNCHANGED'
                       STOP RUN
                   END-IF
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'EMPLOYEE MASTER CANNOT BE READ, '
                       'STATUS: ', WS-MASTER-FILE-STATUS
                   DISPLAY 'NOTHING CONVERTED'
                   STOP RUN
           END-EVALUATE
           OPEN INPUT OLD-PAY-FILE
           IF WS-OLD-FILE-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN OLD PAY FILE, STATUS: ',
                   WS-OLD-FILE-STATUS
               DISPLAY 'NOTHING CONVERTED'
               STOP RUN
           END-IF
           OPEN OUTPUT EMPLOYEE-MASTER
           PERFORM UNTIL MORE-RECORDS-IN = 'N'
               READ OLD-PAY-FILE
                   AT END
                       MOVE 'N' TO MORE-RECORDS-IN
                   NOT AT END
                       PERFORM 200-LOAD-MASTER THRU 200-EXIT
               END-READ
           END-PERFORM
           CLOSE OLD-PAY-FILE
                 EMPLOYEE-MASTER
           DISPLAY ' '
           DISPLAY 'EMPLOYEE MASTER CONVERSION COMPLETE'
           DISPLAY 'RECORDS LOADED:  ', WS-RECORDS-LOADED
           DISPLAY 'RECORDS DROPPED: ', WS-RECORDS-DROPPED
           STOP RUN.
      ******************************************************************
      *PAYEDIT ALREADY PASSED EVERY FIELD ON THIS FILE, SO ONLY A      *
      *BLANK OR ZERO NUMBER (AN EDITOR ARTIFACT) AND A DUPLICATE ARE   *
      *DROPPED.  THE HIRE DATE IS TURNED FROM MMDDYYYY TO YYYYMMDD     *
      ******************************************************************
       200-LOAD-MASTER.
           IF OLD-EMP-NO NOT NUMERIC OR OLD-EMP-NO = '00000'
               ADD 1 TO WS-RECORDS-DROPPED
               DISPLAY 'DROPPED, BAD EMPLOYEE NUMBER: ', OLD-EMP-NO
               GO TO 200-EXIT
           END-IF
           MOVE OLD-EMP-NO TO EMP-NO
           MOVE OLD-EMPLOYEE-NAME TO EMP-NAME
           MOVE 'A' TO EMP-STATUS
           IF OLD-HOURLY-RATE-X NUMERIC AND OLD-HOURLY-RATE > ZERO
               MOVE 'H' TO EMP-PAY-TYPE
               MOVE ZERO TO EMP-SALARY
               MOVE OLD-HOURLY-RATE TO EMP-HOURLY-RATE
           ELSE
               MOVE 'S' TO EMP-PAY-TYPE
               MOVE OLD-SALARY TO EMP-SALARY
               MOVE ZERO TO EMP-HOURLY-RATE
           END-IF
           MOVE OLD-NO-OF-DEPENDENTS TO EMP-DEPENDENTS
           IF OLD-FILING-STATUS = 'M'
               MOVE 'M' TO EMP-FILING-STATUS
           ELSE
               MOVE 'S' TO EMP-FILING-STATUS
           END-IF
           MOVE OLD-HIRE-YR TO EMP-HIRE-YR
           MOVE OLD-HIRE-MO TO EMP-HIRE-MO
           MOVE OLD-HIRE-DA TO EMP-HIRE-DA
           MOVE ZERO TO EMP-TERM-DATE
           MOVE SPACES TO EMP-SSN
                          EMP-ADDRESS-1
                          EMP-ADDRESS-2
           WRITE EMPLOYEE-MASTER-REC
               INVALID KEY
                   ADD 1 TO WS-RECORDS-DROPPED
                   IF WS-MASTER-FILE-STATUS = '22'
                       DISPLAY 'DROPPED, DUPLICATE EMPLOYEE NUMBER: ',
                           OLD-EMP-NO
                   ELSE
                       DISPLAY 'DROPPED, WRITE ERROR STATUS ',
                           WS-MASTER-FILE-STATUS, ' ON EMPLOYEE: ',
                           OLD-EMP-NO
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-RECORDS-LOADED
           END-WRITE.
       200-EXIT.
           EXIT.
