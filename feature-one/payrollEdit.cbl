      *AUTHOR. Christian Dean.                                         *
      *DATE-WRITTEN. 19 Aug 2026.                                      *
      *PURPOSE. FRONT-END EDIT RUN BEFORE CH04PPB.  READS THE RAW      *
      *         PAY FILE AS KEYED (CH04PPR.DAT), VERIFIES THE          *
      *         EMPLOYEE NUMBER IS PRESENT, NUMERIC, AND NOT KEYED     *
      *         TWICE, WRITES THE CLEAN RECORDS TO THE FILE CH04PPB    *
      *         READS, AND PRINTS AN ERROR LISTING NAMING THE FIELD    *
      *         AT FAULT ON EVERY REJECTED RECORD.  THE EMPLOYEE       *
      *         NUMBER IS THE IDENTIFIER THE WHOLE PAYROLL CHAIN KEYS  *
      *         ON -- TWO EMPLOYEES WITH THE SAME NAME USED TO MERGE   *
      *         INTO ONE YTD RECORD.                                   *
      *         NAME, PAY TYPE, SALARY OR RATE, DEPENDENTS, FILING     *
      *         STATUS AND HIRE DATE NOW LIVE ON THE EMPLOYEE MASTER   *
      *         (MAINTAINED WITH EMPMNT), SO EACH PERIOD'S RECORD IS   *
      *         JUST THE EMPLOYEE NUMBER AND THE HOURS WORKED, WHICH   *
      *         MUST BE NUMERIC.  A NUMBER NOT ON THE MASTER, OR ON IT *
      *         AS TERMINATED, IS REJECTED HERE THE SAME AS CH04PPB    *
      *         WOULD REFUSE IT.  AN HOURLY EMPLOYEE KEYED WITH NO     *
      *         HOURS, A SALARIED ONE KEYED WITH HOURS, AND AN ACTIVE  *
      *         EMPLOYEE NOT KEYED AT ALL ARE LISTED AS WARNINGS.      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CHECKPOINT-FILE
               ASSIGN TO 'U:\CHAPTER4\CH04PPCK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EMPLOYEE-MASTER
               ASSIGN TO 'U:\CHAPTER4\EMPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NO
               FILE STATUS IS WS-MASTER-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RAW-EMPLOYEE-FILE.
       01  RAW-EMPLOYEE-REC.
           05  RAW-EMP-NO            PIC X(5).
           05  RAW-HOURS-X           PIC X(4).
           05  RAW-HOURS REDEFINES RAW-HOURS-X
                                     PIC 9(3)V9.
       FD  CLEAN-EMPLOYEE-FILE.
       01  CLEAN-EMPLOYEE-REC        PIC X(9).
       FD  EDIT-LIST-FILE.
       01  EDIT-LIST-REC             PIC X(80).
       FD  CHECKPOINT-FILE.
           05  CKPT-RECORDS-READ     PIC 9(7).
           05  CKPT-RECORDS-WRITTEN  PIC 9(7).
           05  CKPT-TOTAL-SALARY     PIC 9(9)V99.
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
       01  WS-RAW-FILE-STATUS        PIC X(2).
       01  WS-MASTER-FILE-STATUS     PIC X(2).
       01  WS-EMP-FOUND              PIC X(1).
       01  WS-RECORD-GOOD            PIC X(1).
       01  WS-RECORDS-READ           PIC 9(5)  VALUE ZERO.
       01  WS-RECORDS-ACCEPTED       PIC 9(5)  VALUE ZERO.
       01  WS-RECORDS-REJECTED       PIC 9(5)  VALUE ZERO.
       01  WS-RECORDS-FLAGGED        PIC 9(5)  VALUE ZERO.
       01  WS-RECORD-FLAGGED         PIC X(1).
       01  WS-NOT-KEYED              PIC 9(5)  VALUE ZERO.
       01  WS-SEEN-SUB               PIC 9(3).
       01  WS-SEEN-COUNT             PIC 9(3)  VALUE ZERO.
       01  WS-SEEN-TABLE-FULL        PIC X(1)  VALUE 'N'.
      ******************************************************************
      *EMPLOYEE NUMBERS ALREADY ACCEPTED THIS RUN -- THE YTD MASTER    *
      *IS KEYED ON THE NUMBER, SO A NUMBER KEYED TWICE WOULD PAY ONE   *
      *EMPLOYEE TWICE.  THE SAME TABLE NAMES THE ACTIVE EMPLOYEES      *
      *NOBODY KEYED                                                    *
      ******************************************************************
       01  SEEN-EMP-NOS-TABLE.
           05  SEEN-EMP-NO           OCCURS 200 TIMES
                                     PIC X(5).
       01  EDIT-HEADING-LINE.
           05  FILLER                PIC X(30)
               VALUE 'PAYROLL INPUT EDIT LISTING    '.
           05  HDG-RUN-DATE          PIC 9(8).
           05  FILLER                PIC X(36)  VALUE SPACES.
       01  EDIT-ERROR-LINE.
           05  ERR-EMP-NO            PIC X(5).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  ERR-EMPLOYEE-NAME     PIC X(20).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  ERR-FIELD             PIC X(20).
           05  ERR-CONTENTS          PIC X(8).
           05  FILLER                PIC X(23)  VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           ACCEPT HDG-RUN-DATE FROM DATE YYYYMMDD
               DISPLAY 'NOTHING EDITED, CH04PP.DAT UNTOUCHED'
               STOP RUN
           END-IF
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN EMPLOYEE MASTER, STATUS: ',
                   WS-MASTER-FILE-STATUS
               DISPLAY 'NOTHING EDITED, CH04PP.DAT UNTOUCHED'
               CLOSE RAW-EMPLOYEE-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT CLEAN-EMPLOYEE-FILE
           OPEN OUTPUT EDIT-LIST-FILE
           WRITE EDIT-LIST-REC FROM EDIT-HEADING-LINE
                       PERFORM 200-EDIT-RECORD
               END-READ
           END-PERFORM
           PERFORM 400-LIST-NOT-KEYED
           CLOSE RAW-EMPLOYEE-FILE
                 CLEAN-EMPLOYEE-FILE
                 EDIT-LIST-FILE
                 EMPLOYEE-MASTER
      ******************************************************************
      *CH04PP.DAT WAS JUST REGENERATED, SO ANY RESTART POINT CH04PPB   *
      *LEFT BEHIND NOW POINTS INTO A DIFFERENT FILE; IT IS CLEARED     *
           DISPLAY 'RECORDS READ:     ', WS-RECORDS-READ
           DISPLAY 'RECORDS ACCEPTED: ', WS-RECORDS-ACCEPTED
           DISPLAY 'RECORDS REJECTED: ', WS-RECORDS-REJECTED
           DISPLAY 'HOURS FLAGGED:    ', WS-RECORDS-FLAGGED
           DISPLAY 'ACTIVE NOT KEYED: ', WS-NOT-KEYED
           IF WS-RECORDS-REJECTED > ZERO
               DISPLAY 'SEE PAYEDIT.RPT, CORRECT THE RAW FILE, AND '
                   'RERUN BEFORE CH04PPB'
      ******************************************************************
       200-EDIT-RECORD.
           MOVE 'Y' TO WS-RECORD-GOOD
           MOVE 'N' TO WS-RECORD-FLAGGED
           MOVE 'N' TO WS-EMP-FOUND
           MOVE SPACES TO EMP-NAME
           IF RAW-EMP-NO NOT NUMERIC OR RAW-EMP-NO = '00000'
               MOVE 'EMPLOYEE NUMBER' TO ERR-FIELD
               MOVE RAW-EMP-NO TO ERR-CONTENTS
               PERFORM 300-WRITE-ERROR
           ELSE
               PERFORM 210-CHECK-MASTER
               PERFORM 220-CHECK-DUP-EMP-NO
           END-IF
           IF RAW-HOURS-X NOT NUMERIC
               MOVE 'HOURS WORKED' TO ERR-FIELD
               MOVE RAW-HOURS-X TO ERR-CONTENTS
               PERFORM 300-WRITE-ERROR
           ELSE
               IF WS-EMP-FOUND = 'Y'
                   PERFORM 230-CHECK-HOURS
               END-IF
           END-IF
           IF WS-RECORD-FLAGGED = 'Y'
               ADD 1 TO WS-RECORDS-FLAGGED
           END-IF
           IF WS-RECORD-GOOD = 'Y'
               ADD 1 TO WS-RECORDS-ACCEPTED
               WRITE CLEAN-EMPLOYEE-REC FROM RAW-EMPLOYEE-REC
               ADD 1 TO WS-RECORDS-REJECTED
           END-IF.
      ******************************************************************
      *A TERMINATED EMPLOYEE'S LINE LEFT IN THE FILE IS EXACTLY HOW    *
      *SOMEONE GOT PAID AFTER LEAVING, SO IT IS AN ERROR, NOT A        *
      *WARNING.  THE TERMINATION DATE IS SHOWN ON THE LISTING          *
      ******************************************************************
       210-CHECK-MASTER.
           MOVE RAW-EMP-NO TO EMP-NO
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE SPACES TO EMP-NAME
                   MOVE 'NOT ON EMP MASTER' TO ERR-FIELD
                   MOVE RAW-EMP-NO TO ERR-CONTENTS
                   PERFORM 300-WRITE-ERROR
               NOT INVALID KEY
                   IF EMP-STATUS = 'T'
                       MOVE 'EMPLOYEE TERMINATED' TO ERR-FIELD
                       MOVE EMP-TERM-DATE TO ERR-CONTENTS
                       PERFORM 300-WRITE-ERROR
                   ELSE
                       MOVE 'Y' TO WS-EMP-FOUND
                   END-IF
           END-READ.
      ******************************************************************
      *ONCE THE TABLE FILLS, DUPLICATE NUMBERS CAN NO LONGER BE        *
      *DETECTED, SO THE OPERATOR IS WARNED ONCE AND THE LISTING        *
      *SHOULD BE EYEBALLED -- THE SHOP IS NOWHERE NEAR 200 EMPLOYEES   *
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      *CH04PPB PAYS AN HOURLY EMPLOYEE ON THE HOURS AND A SALARIED ONE *
      *THE FLAT SALARY WHATEVER THE HOURS SAY, SO EITHER MISMATCH IS   *
      *PROBABLY A KEYING SLIP ON THE NUMBER -- LISTED, NOT REJECTED    *
      ******************************************************************
       230-CHECK-HOURS.
           IF EMP-PAY-TYPE = 'H' AND RAW-HOURS = ZERO
               MOVE 'HOURLY, NO HOURS' TO ERR-FIELD
               MOVE RAW-HOURS-X TO ERR-CONTENTS
               PERFORM 310-WRITE-WARNING
           END-IF
           IF EMP-PAY-TYPE = 'S' AND RAW-HOURS > ZERO
               MOVE 'SALARY, HRS IGNORED' TO ERR-FIELD
               MOVE RAW-HOURS-X TO ERR-CONTENTS
               PERFORM 310-WRITE-WARNING
           END-IF.
       300-WRITE-ERROR.
           MOVE 'N' TO WS-RECORD-GOOD
           MOVE RAW-EMP-NO TO ERR-EMP-NO
           MOVE EMP-NAME TO ERR-EMPLOYEE-NAME
           WRITE EDIT-LIST-REC FROM EDIT-ERROR-LINE
               AFTER ADVANCING 1 LINE.
      ******************************************************************
      *A WARNING LISTS THE RECORD BUT DOES NOT REJECT IT               *
      ******************************************************************
       310-WRITE-WARNING.
           MOVE 'Y' TO WS-RECORD-FLAGGED
           MOVE RAW-EMP-NO TO ERR-EMP-NO
           MOVE EMP-NAME TO ERR-EMPLOYEE-NAME
           WRITE EDIT-LIST-REC FROM EDIT-ERROR-LINE
               AFTER ADVANCING 1 LINE.
      ******************************************************************
      *AN ACTIVE EMPLOYEE WITH NO LINE THIS PERIOD GOES UNPAID, SO     *
      *EVERY ONE IS LISTED.  WITH THE SEEN TABLE OVERFLOWED THE CHECK  *
      *WOULD NAME PEOPLE WHO WERE KEYED, SO IT IS SKIPPED              *
      ******************************************************************
       400-LIST-NOT-KEYED.
           IF WS-SEEN-TABLE-FULL = 'Y'
               DISPLAY 'WARNING: UNKEYED EMPLOYEES NOT CHECKED'
           ELSE
               MOVE LOW-VALUES TO EMP-NO
               START EMPLOYEE-MASTER KEY IS NOT LESS THAN EMP-NO
                   INVALID KEY
                       MOVE 'N' TO MORE-RECORDS-IN
                   NOT INVALID KEY
                       MOVE 'Y' TO MORE-RECORDS-IN
               END-START
               PERFORM UNTIL MORE-RECORDS-IN = 'N'
                   READ EMPLOYEE-MASTER NEXT RECORD
                       AT END
                           MOVE 'N' TO MORE-RECORDS-IN
                       NOT AT END
                           IF EMP-STATUS = 'A'
                               PERFORM 410-CHECK-KEYED
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
       410-CHECK-KEYED.
           MOVE 1 TO WS-SEEN-SUB
           PERFORM UNTIL WS-SEEN-SUB > WS-SEEN-COUNT
               OR SEEN-EMP-NO (WS-SEEN-SUB) = EMP-NO
               ADD 1 TO WS-SEEN-SUB
           END-PERFORM
           IF WS-SEEN-SUB > WS-SEEN-COUNT
               ADD 1 TO WS-NOT-KEYED
               MOVE EMP-NO TO ERR-EMP-NO
               MOVE EMP-NAME TO ERR-EMPLOYEE-NAME
               MOVE 'ACTIVE, NOT KEYED' TO ERR-FIELD
               MOVE SPACES TO ERR-CONTENTS
               WRITE EDIT-LIST-REC FROM EDIT-ERROR-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
