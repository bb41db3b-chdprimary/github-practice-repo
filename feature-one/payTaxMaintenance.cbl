       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTAXMNT.
      ******************************************************************
      *AUTHOR. Christian Dean.                                         *
      *DATE-WRITTEN. 14 Sep 2026.                                      *
      *PURPOSE. ON-DEMAND MAINTENANCE FOR THE INDEXED PAYROLL          *
      *         WITHHOLDING TABLE CH04PPB COMPUTES FICA, STATE AND     *
      *         FEDERAL TAX FROM.  THE TABLE HOLDS:                    *
      *           C - ONE CONTROL RECORD: FICA RATE, FICA ANNUAL WAGE  *
      *               BASE, PAY PERIODS PER YEAR, AND THE ANNUAL       *
      *               FEDERAL AND STATE ALLOWANCE PER DEPENDENT        *
      *           F - FEDERAL BRACKETS, BY FILING STATUS               *
      *           S - STATE BRACKETS, BY FILING STATUS                 *
      *         A BRACKET IS KEYED BY FILING STATUS (S SINGLE, M       *
      *         MARRIED) AND THE ANNUAL TAXABLE WAGE IT STARTS AT,     *
      *         AND CARRIES THE TAX ON EVERYTHING BELOW THAT FLOOR     *
      *         PLUS THE RATE ON WHAT IS OVER IT -- THE SAME WAY THE   *
      *         PUBLISHED PERCENTAGE-METHOD TABLES READ, SO THE YEARLY *
      *         UPDATE IS KEYED STRAIGHT OFF THE PUBLICATION.          *
      *         ACTIONS:                                               *
      *           A - ADD A CONTROL RECORD OR A BRACKET                *
      *           C - CHANGE ONE                                       *
      *           D - DELETE ONE                                       *
      *           Q - QUIT                                             *
      *         RUN PTAXLIST AFTER EVERY UPDATE AND HAVE PAYROLL       *
      *         CHECK IT AGAINST THE PUBLICATION BEFORE THE NEXT PAY   *
      *         RUN.  A FIRST RUN ON A FRESH MACHINE CREATES THE FILE, *
      *         THE WAY TAXMNT CREATES THE SALES TAX TABLE.            *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PAY-TAX-FILE
      ******************************************************************
      *REMEMBER TO CHANGE THE FILE DESTINATION DEPENDING ON THE        *
      *                   COMPUTER IT IS RUN FROM                      *
      ******************************************************************
               ASSIGN TO 'U:\CHAPTER4\PAYTAX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PTX-KEY
               FILE STATUS IS WS-PTX-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      *RATES ARE FRACTIONS WITH FOUR DECIMAL PLACES, SO 6.2 PERCENT IS *
      *STORED AS .0620.  EVERY WAGE AND TAX AMOUNT IS ANNUAL; CH04PPB  *
      *ANNUALIZES EACH PERIOD'S GROSS BY THE PERIODS PER YEAR, LOOKS   *
      *UP THE YEAR'S TAX, AND WITHHOLDS ONE PERIOD'S SHARE OF IT.      *
      *THE CONTROL RECORD IS KEYED C, SPACE, ZERO                      *
      ******************************************************************
       FD  PAY-TAX-FILE.
       01  PAY-TAX-REC.
           05  PTX-KEY.
               10  PTX-TABLE             PIC X(1).
               10  PTX-STATUS            PIC X(1).
               10  PTX-FLOOR             PIC 9(7).
           05  PTX-BRACKET.
               10  PTX-BASE-TAX          PIC 9(7)V99.
               10  PTX-RATE              PIC V9(4).
               10  FILLER                PIC X(16).
           05  PTX-CONTROL REDEFINES PTX-BRACKET.
               10  PTX-FICA-RATE         PIC V9(4).
               10  PTX-FICA-WAGE-BASE    PIC 9(7)V99.
               10  PTX-PERIODS-PER-YEAR  PIC 9(2).
               10  PTX-FED-ALLOWANCE     PIC 9(5)V99.
               10  PTX-STATE-ALLOWANCE   PIC 9(5)V99.
       WORKING-STORAGE SECTION.
       01  WS-ACTION                 PIC X(1)  VALUE SPACE.
       01  WS-PTX-FILE-STATUS        PIC X(2).
       01  WS-CONFIRM                PIC X(1).
       01  WS-TABLE                  PIC X(1).
       01  WS-STATUS                 PIC X(1).
       01  WS-FLOOR-X                PIC X(7).
       01  WS-FLOOR REDEFINES WS-FLOOR-X
                                     PIC 9(7).
       01  WS-BASE-TAX-X             PIC X(9).
       01  WS-BASE-TAX REDEFINES WS-BASE-TAX-X
                                     PIC 9(7)V99.
       01  WS-RATE-X                 PIC X(4).
       01  WS-RATE REDEFINES WS-RATE-X
                                     PIC V9(4).
       01  WS-WAGE-BASE-X            PIC X(9).
       01  WS-WAGE-BASE REDEFINES WS-WAGE-BASE-X
                                     PIC 9(7)V99.
       01  WS-PERIODS-X              PIC X(2).
       01  WS-PERIODS REDEFINES WS-PERIODS-X
                                     PIC 9(2).
       01  WS-FED-ALLOW-X            PIC X(7).
       01  WS-FED-ALLOW REDEFINES WS-FED-ALLOW-X
                                     PIC 9(5)V99.
       01  WS-STATE-ALLOW-X          PIC X(7).
       01  WS-STATE-ALLOW REDEFINES WS-STATE-ALLOW-X
                                     PIC 9(5)V99.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           OPEN I-O PAY-TAX-FILE
           IF WS-PTX-FILE-STATUS NOT = '00' AND
              WS-PTX-FILE-STATUS NOT = '05'
               DISPLAY 'CANNOT OPEN PAYROLL TAX TABLE, STATUS: ',
                   WS-PTX-FILE-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-ACTION = 'Q'
               DISPLAY ' '
               DISPLAY 'ACTION? A=ADD C=CHANGE D=DELETE Q=QUIT'
               ACCEPT WS-ACTION
               EVALUATE WS-ACTION
                   WHEN 'A'
                       PERFORM 200-ADD-ENTRY
                   WHEN 'C'
                       PERFORM 300-CHANGE-ENTRY
                   WHEN 'D'
                       PERFORM 400-DELETE-ENTRY
                   WHEN 'Q'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'UNKNOWN ACTION: ', WS-ACTION
               END-EVALUATE
           END-PERFORM
           CLOSE PAY-TAX-FILE
           DISPLAY 'PAYROLL TAX TABLE MAINTENANCE ENDED'
           STOP RUN.
       200-ADD-ENTRY.
           PERFORM 600-GET-KEY
           PERFORM 500-GET-ENTRY-FIELDS
           WRITE PAY-TAX-REC
               INVALID KEY
                   IF WS-PTX-FILE-STATUS = '22'
                       DISPLAY 'ENTRY ALREADY ON FILE, NOT ADDED'
                   ELSE
                       DISPLAY 'PAYROLL TAX WRITE ERROR, STATUS: ',
                           WS-PTX-FILE-STATUS
                   END-IF
               NOT INVALID KEY
                   DISPLAY 'ENTRY ADDED: ', PTX-KEY
           END-WRITE.
      ******************************************************************
      *CHANGE RE-KEYS EVERY FIELD AFTER SHOWING THE CURRENT VALUES,    *
      *THE SAME AS THE OTHER MAINTENANCE PROGRAMS.  A BRACKET WHOSE    *
      *FLOOR MOVES IS DELETED AND ADDED AGAIN, SINCE THE FLOOR IS KEY  *
      ******************************************************************
       300-CHANGE-ENTRY.
           PERFORM 650-FETCH-ENTRY
           IF WS-PTX-FILE-STATUS = '00'
               PERFORM 500-GET-ENTRY-FIELDS
               REWRITE PAY-TAX-REC
               IF WS-PTX-FILE-STATUS = '00'
                   DISPLAY 'ENTRY CHANGED: ', PTX-KEY
               ELSE
                   DISPLAY 'PAYROLL TAX REWRITE ERROR, STATUS: ',
                       WS-PTX-FILE-STATUS
               END-IF
           END-IF.
      ******************************************************************
      *WITHOUT THE CONTROL RECORD CH04PPB WILL NOT RUN AT ALL, SO      *
      *EVERY DELETE ASKS TWICE                                         *
      ******************************************************************
       400-DELETE-ENTRY.
           PERFORM 650-FETCH-ENTRY
           IF WS-PTX-FILE-STATUS = '00'
               DISPLAY 'DELETE THIS ENTRY? (Y/N)'
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = 'Y'
                   DELETE PAY-TAX-FILE
                   IF WS-PTX-FILE-STATUS = '00'
                       DISPLAY 'ENTRY DELETED: ', PTX-KEY
                   ELSE
                       DISPLAY 'PAYROLL TAX DELETE ERROR, STATUS: ',
                           WS-PTX-FILE-STATUS
                   END-IF
               ELSE
                   DISPLAY 'DELETE CANCELLED'
               END-IF
           END-IF.
       500-GET-ENTRY-FIELDS.
           IF PTX-TABLE = 'C'
               PERFORM 520-GET-CONTROL-FIELDS
           ELSE
               PERFORM 510-GET-BRACKET-FIELDS
           END-IF.
       510-GET-BRACKET-FIELDS.
           DISPLAY 'ENTER ANNUAL TAX ON WAGES UP TO THE FLOOR, '
               '9 DIGITS, LAST 2 ARE CENTS'
           ACCEPT WS-BASE-TAX-X
           PERFORM UNTIL WS-BASE-TAX-X IS NUMERIC
               DISPLAY 'BASE TAX MUST BE 9 DIGITS, RE-ENTER'
               ACCEPT WS-BASE-TAX-X
           END-PERFORM
           DISPLAY 'ENTER RATE ON WAGES OVER THE FLOOR, 4 DIGITS, '
               'ALL DECIMAL -- 1200 IS 12 PERCENT'
           ACCEPT WS-RATE-X
           PERFORM UNTIL WS-RATE-X IS NUMERIC
               DISPLAY 'RATE MUST BE 4 DIGITS, RE-ENTER'
               ACCEPT WS-RATE-X
           END-PERFORM
           MOVE SPACES TO PTX-BRACKET
           MOVE WS-BASE-TAX TO PTX-BASE-TAX
           MOVE WS-RATE TO PTX-RATE.
       520-GET-CONTROL-FIELDS.
           DISPLAY 'ENTER FICA RATE, 4 DIGITS, ALL DECIMAL -- '
               '0620 IS 6.2 PERCENT'
           ACCEPT WS-RATE-X
           PERFORM UNTIL WS-RATE-X IS NUMERIC
               DISPLAY 'RATE MUST BE 4 DIGITS, RE-ENTER'
               ACCEPT WS-RATE-X
           END-PERFORM
           DISPLAY 'ENTER FICA ANNUAL WAGE BASE, 9 DIGITS, LAST 2 '
               'ARE CENTS'
           ACCEPT WS-WAGE-BASE-X
           PERFORM UNTIL WS-WAGE-BASE-X IS NUMERIC
               DISPLAY 'WAGE BASE MUST BE 9 DIGITS, RE-ENTER'
               ACCEPT WS-WAGE-BASE-X
           END-PERFORM
           DISPLAY 'ENTER PAY PERIODS PER YEAR, 2 DIGITS -- 52 '
               'WEEKLY, 26 BIWEEKLY'
           ACCEPT WS-PERIODS-X
           PERFORM UNTIL WS-PERIODS-X IS NUMERIC
               AND WS-PERIODS > ZERO
               DISPLAY 'PERIODS MUST BE 2 DIGITS, NOT ZERO, RE-ENTER'
               ACCEPT WS-PERIODS-X
           END-PERFORM
           DISPLAY 'ENTER ANNUAL FEDERAL ALLOWANCE PER DEPENDENT, '
               '7 DIGITS, LAST 2 ARE CENTS'
           ACCEPT WS-FED-ALLOW-X
           PERFORM UNTIL WS-FED-ALLOW-X IS NUMERIC
               DISPLAY 'ALLOWANCE MUST BE 7 DIGITS, RE-ENTER'
               ACCEPT WS-FED-ALLOW-X
           END-PERFORM
           DISPLAY 'ENTER ANNUAL STATE ALLOWANCE PER DEPENDENT, '
               '7 DIGITS, LAST 2 ARE CENTS'
           ACCEPT WS-STATE-ALLOW-X
           PERFORM UNTIL WS-STATE-ALLOW-X IS NUMERIC
               DISPLAY 'ALLOWANCE MUST BE 7 DIGITS, RE-ENTER'
               ACCEPT WS-STATE-ALLOW-X
           END-PERFORM
           MOVE WS-RATE TO PTX-FICA-RATE
           MOVE WS-WAGE-BASE TO PTX-FICA-WAGE-BASE
           MOVE WS-PERIODS TO PTX-PERIODS-PER-YEAR
           MOVE WS-FED-ALLOW TO PTX-FED-ALLOWANCE
           MOVE WS-STATE-ALLOW TO PTX-STATE-ALLOWANCE.
      ******************************************************************
      *THE CONTROL RECORD HAS NO STATUS OR FLOOR, SO ITS KEY IS FILLED *
      *IN HERE RATHER THAN KEYED                                       *
      ******************************************************************
       600-GET-KEY.
           DISPLAY 'TABLE? C=CONTROL F=FEDERAL S=STATE'
           ACCEPT WS-TABLE
           PERFORM UNTIL WS-TABLE = 'C' OR WS-TABLE = 'F'
               OR WS-TABLE = 'S'
               DISPLAY 'TABLE MUST BE C, F OR S, RE-ENTER'
               ACCEPT WS-TABLE
           END-PERFORM
           IF WS-TABLE = 'C'
               MOVE SPACE TO WS-STATUS
               MOVE ZERO TO WS-FLOOR
           ELSE
               DISPLAY 'FILING STATUS? S=SINGLE M=MARRIED'
               ACCEPT WS-STATUS
               PERFORM UNTIL WS-STATUS = 'S' OR WS-STATUS = 'M'
                   DISPLAY 'FILING STATUS MUST BE S OR M, RE-ENTER'
                   ACCEPT WS-STATUS
               END-PERFORM
               DISPLAY 'ENTER ANNUAL TAXABLE WAGE THE BRACKET STARTS '
                   'AT, 7 DIGITS, WHOLE DOLLARS'
               ACCEPT WS-FLOOR-X
               PERFORM UNTIL WS-FLOOR-X IS NUMERIC
                   DISPLAY 'FLOOR MUST BE 7 DIGITS, RE-ENTER'
                   ACCEPT WS-FLOOR-X
               END-PERFORM
           END-IF
           MOVE WS-TABLE TO PTX-TABLE
           MOVE WS-STATUS TO PTX-STATUS
           MOVE WS-FLOOR TO PTX-FLOOR.
       650-FETCH-ENTRY.
           PERFORM 600-GET-KEY
           READ PAY-TAX-FILE
               INVALID KEY
                   DISPLAY 'ENTRY NOT ON FILE: ', PTX-KEY
               NOT INVALID KEY
                   PERFORM 700-SHOW-ENTRY
           END-READ.
       700-SHOW-ENTRY.
           IF PTX-TABLE = 'C'
               DISPLAY 'FICA RATE:          ', PTX-FICA-RATE
               DISPLAY 'FICA WAGE BASE:     ', PTX-FICA-WAGE-BASE
               DISPLAY 'PERIODS PER YEAR:   ', PTX-PERIODS-PER-YEAR
               DISPLAY 'FEDERAL ALLOWANCE:  ', PTX-FED-ALLOWANCE
               DISPLAY 'STATE ALLOWANCE:    ', PTX-STATE-ALLOWANCE
           ELSE
               DISPLAY 'TAX BELOW FLOOR:    ', PTX-BASE-TAX
               DISPLAY 'RATE OVER FLOOR:    ', PTX-RATE
           END-IF.
