       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPMNT.
      ******************************************************************
      *AUTHOR. Christian Dean.                                         *
      *DATE-WRITTEN. 05 Oct 2026.                                      *
      *PURPOSE. ON-DEMAND MAINTENANCE FOR THE INDEXED SALES REP TABLE, *
      *         ONE RECORD PER REP CODE.  EACH REP IS AN EMPLOYEE ON   *
      *         THE EMPLOYEE MASTER -- THE COMMISSION RUN PAYS THROUGH *
      *         THAT EMPLOYEE NUMBER -- AND IS PAID ON EITHER NET      *
      *         SALES OR MARGIN (NET LESS COST) AT THE REP'S OWN RATE. *
      *         CUSTMNT ASSIGNS CUSTOMERS TO THESE CODES.              *
      *         ACTIONS:                                               *
      *           A - ADD A NEW REP                                    *
      *           C - CHANGE THE EMPLOYEE, THE BASIS, OR THE RATE      *
      *           D - DELETE A REP                                     *
      *           Q - QUIT                                             *
      *         THE LAST MONTH PAID AND ANY NEGATIVE COMMISSION        *
      *         CARRIED FORWARD ARE KEPT BY THE CMSNRUN COMMISSION RUN *
      *         AND ARE SHOWN HERE BUT NOT KEYED.  A FIRST RUN ON A    *
      *         FRESH MACHINE CREATES THE FILE, THE WAY TAXMNT CREATES *
      *         THE TAX RATE TABLE.                                    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SALES-REP-FILE
      ******************************************************************
      *REMEMBER TO CHANGE THE FILE DESTINATIONS DEPENDING ON THE       *
      *                   COMPUTER IT IS RUN FROM                      *
      ******************************************************************
               ASSIGN TO 'C:\CHAPTER5\SLSREP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REP-CODE
               FILE STATUS IS WS-REP-FILE-STATUS.
           SELECT EMPLOYEE-MASTER
               ASSIGN TO 'U:\CHAPTER4\EMPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-NO
               FILE STATUS IS WS-EMP-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      *BASIS N PAYS THE RATE ON NET SALES, M ON MARGIN.  THE RATE IS A *
      *FRACTION WITH FOUR DECIMAL PLACES, SO 5 PERCENT IS .0500        *
      ******************************************************************
       FD  SALES-REP-FILE.
       01  SALES-REP-REC.
           05  REP-CODE              PIC X(3).
           05  REP-NAME              PIC X(20).
           05  REP-EMP-NO            PIC X(5).
           05  REP-BASIS             PIC X(1).
           05  REP-RATE              PIC V9(4).
           05  REP-LAST-MONTH        PIC 9(6).
           05  REP-CARRY             PIC S9(5)V99.
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
           05  EMP-TERM-DATE         PIC 9(8).
           05  EMP-SSN               PIC X(9).
           05  EMP-ADDRESS-1         PIC X(25).
           05  EMP-ADDRESS-2         PIC X(25).
       WORKING-STORAGE SECTION.
       01  WS-ACTION                 PIC X(1)  VALUE SPACE.
       01  WS-REP-FILE-STATUS        PIC X(2).
       01  WS-EMP-FILE-STATUS        PIC X(2).
       01  WS-REP-CODE               PIC X(3).
       01  WS-EMP-NO                 PIC X(5).
       01  WS-BASIS                  PIC X(1).
       01  WS-RATE-X                 PIC X(4).
       01  WS-RATE REDEFINES WS-RATE-X
                                     PIC V9(4).
       01  WS-CONFIRM                PIC X(1).
       01  WS-CARRY-DISPLAY          PIC -ZZZZ9.99.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           OPEN I-O SALES-REP-FILE
           IF WS-REP-FILE-STATUS NOT = '00' AND
              WS-REP-FILE-STATUS NOT = '05'
               DISPLAY 'CANNOT OPEN SALES REP TABLE, STATUS: ',
                   WS-REP-FILE-STATUS
               STOP RUN
           END-IF
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-EMP-FILE-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN EMPLOYEE MASTER, STATUS: ',
                   WS-EMP-FILE-STATUS
               DISPLAY 'EVERY REP MUST BE AN EMPLOYEE -- RUN EMPCONV '
                   'FIRST'
               CLOSE SALES-REP-FILE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-ACTION = 'Q'
               DISPLAY ' '
               DISPLAY 'ACTION? A=ADD C=CHANGE D=DELETE Q=QUIT'
               ACCEPT WS-ACTION
               EVALUATE WS-ACTION
                   WHEN 'A'
                       PERFORM 200-ADD-REP
                   WHEN 'C'
                       PERFORM 300-CHANGE-REP
                   WHEN 'D'
                       PERFORM 400-DELETE-REP
                   WHEN 'Q'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'UNKNOWN ACTION: ', WS-ACTION
               END-EVALUATE
           END-PERFORM
           CLOSE SALES-REP-FILE
                 EMPLOYEE-MASTER
           DISPLAY 'SALES REP MAINTENANCE ENDED'
           STOP RUN.
       200-ADD-REP.
           DISPLAY 'ENTER REP CODE IN FORMAT XXX.'
           ACCEPT WS-REP-CODE
           PERFORM UNTIL WS-REP-CODE NOT = SPACES
               DISPLAY 'REP CODE CANNOT BE BLANK, RE-ENTER'
               ACCEPT WS-REP-CODE
           END-PERFORM
           PERFORM 500-GET-REP-FIELDS
           MOVE WS-REP-CODE TO REP-CODE
           MOVE EMP-NAME TO REP-NAME
           MOVE WS-EMP-NO TO REP-EMP-NO
           MOVE WS-BASIS TO REP-BASIS
           MOVE WS-RATE TO REP-RATE
           MOVE ZERO TO REP-LAST-MONTH
           MOVE ZERO TO REP-CARRY
           WRITE SALES-REP-REC
               INVALID KEY
                   IF WS-REP-FILE-STATUS = '22'
                       DISPLAY 'REP CODE ALREADY ON FILE, NOT ADDED: ',
                           WS-REP-CODE
                   ELSE
                       DISPLAY 'SALES REP WRITE ERROR, STATUS: ',
                           WS-REP-FILE-STATUS
                   END-IF
               NOT INVALID KEY
                   DISPLAY 'REP ADDED: ', WS-REP-CODE
           END-WRITE.
      ******************************************************************
      *CHANGE RE-KEYS EVERY FIELD AFTER SHOWING THE CURRENT VALUES,    *
      *THE SAME AS THE OTHER MAINTENANCE PROGRAMS.  A TERRITORY THAT   *
      *CHANGES HANDS KEEPS ITS CODE AND TAKES THE NEW EMPLOYEE NUMBER, *
      *SO NO CUSTOMER HAS TO BE REASSIGNED                             *
      ******************************************************************
       300-CHANGE-REP.
           PERFORM 600-FETCH-REP
           IF WS-REP-FILE-STATUS = '00'
               PERFORM 500-GET-REP-FIELDS
               MOVE EMP-NAME TO REP-NAME
               MOVE WS-EMP-NO TO REP-EMP-NO
               MOVE WS-BASIS TO REP-BASIS
               MOVE WS-RATE TO REP-RATE
               REWRITE SALES-REP-REC
               IF WS-REP-FILE-STATUS = '00'
                   DISPLAY 'REP CHANGED: ', WS-REP-CODE
               ELSE
                   DISPLAY 'SALES REP REWRITE ERROR, STATUS: ',
                       WS-REP-FILE-STATUS
               END-IF
           END-IF.
      ******************************************************************
      *CUSTOMERS STILL CARRYING A DELETED CODE SHOW AS UNASSIGNED ON   *
      *THE COMMISSION RUN AND EARN NOBODY ANYTHING, AND A NEGATIVE     *
      *CARRY-FORWARD IS LOST, SO THE DELETE ASKS TWICE                 *
      ******************************************************************
       400-DELETE-REP.
           PERFORM 600-FETCH-REP
           IF WS-REP-FILE-STATUS = '00'
               IF REP-CARRY NOT = ZERO
                   DISPLAY 'WARNING: THIS REP STILL CARRIES A '
                       'NEGATIVE COMMISSION BALANCE'
               END-IF
               DISPLAY 'DELETE THIS REP? (Y/N)'
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = 'Y'
                   DELETE SALES-REP-FILE
                   IF WS-REP-FILE-STATUS = '00'
                       DISPLAY 'REP DELETED: ', WS-REP-CODE
                   ELSE
                       DISPLAY 'SALES REP DELETE ERROR, STATUS: ',
                           WS-REP-FILE-STATUS
                   END-IF
               ELSE
                   DISPLAY 'DELETE CANCELLED'
               END-IF
           END-IF.
      ******************************************************************
      *THE EMPLOYEE MUST BE ON THE MASTER AND ACTIVE -- COMMISSION     *
      *EARNED UNDER A TERMINATED NUMBER COULD NEVER BE PAID            *
      ******************************************************************
       500-GET-REP-FIELDS.
           DISPLAY 'ENTER THE REP''S EMPLOYEE NUMBER, 5 DIGITS'
           ACCEPT WS-EMP-NO
           MOVE WS-EMP-NO TO EMP-NO
           READ EMPLOYEE-MASTER
               INVALID KEY
                   CONTINUE
           END-READ
           PERFORM UNTIL WS-EMP-FILE-STATUS = '00'
                     AND EMP-STATUS = 'A'
               DISPLAY 'NOT AN ACTIVE EMPLOYEE ON THE MASTER, '
                   'RE-ENTER'
               ACCEPT WS-EMP-NO
               MOVE WS-EMP-NO TO EMP-NO
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       CONTINUE
               END-READ
           END-PERFORM
           DISPLAY 'EMPLOYEE: ', EMP-NAME
           DISPLAY 'COMMISSION BASIS, N=NET SALES M=MARGIN'
           ACCEPT WS-BASIS
           PERFORM UNTIL WS-BASIS = 'N' OR WS-BASIS = 'M'
               DISPLAY 'BASIS MUST BE N OR M, RE-ENTER'
               ACCEPT WS-BASIS
           END-PERFORM
           DISPLAY 'ENTER COMMISSION RATE, 4 DIGITS, ALL DECIMAL -- '
               '0500 IS 5 PERCENT'
           ACCEPT WS-RATE-X
           PERFORM UNTIL WS-RATE-X IS NUMERIC
               DISPLAY 'COMMISSION RATE MUST BE 4 DIGITS, RE-ENTER'
               ACCEPT WS-RATE-X
           END-PERFORM.
       600-FETCH-REP.
           DISPLAY 'ENTER REP CODE IN FORMAT XXX.'
           ACCEPT WS-REP-CODE
           MOVE WS-REP-CODE TO REP-CODE
           READ SALES-REP-FILE
               INVALID KEY
                   DISPLAY 'REP NOT ON FILE: ', WS-REP-CODE
               NOT INVALID KEY
                   MOVE REP-CARRY TO WS-CARRY-DISPLAY
                   DISPLAY 'NAME:          ', REP-NAME
                   DISPLAY 'EMPLOYEE:      ', REP-EMP-NO
                   DISPLAY 'BASIS:         ', REP-BASIS
                   DISPLAY 'RATE:          ', REP-RATE
                   DISPLAY 'LAST MONTH RUN:', REP-LAST-MONTH
                   DISPLAY 'CARRIED:       ', WS-CARRY-DISPLAY
           END-READ.
