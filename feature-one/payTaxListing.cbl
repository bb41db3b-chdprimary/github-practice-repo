       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTAXLIST.
      ******************************************************************
      *AUTHOR. Christian Dean.                                         *
      *DATE-WRITTEN. 14 Sep 2026.                                      *
      *PURPOSE. LISTS THE PAYROLL WITHHOLDING TABLE PTAXMNT MAINTAINS  *
      *         SO PAYROLL CAN CHECK THE RATES AGAINST THE PUBLISHED   *
      *         TABLES AFTER EVERY YEARLY UPDATE, BEFORE CH04PPB       *
      *         WITHHOLDS A PENNY FROM THEM.  THE CONTROL RECORD       *
      *         PRINTS FIRST, THEN EVERY FEDERAL AND STATE BRACKET BY  *
      *         FILING STATUS IN FLOOR ORDER.  EACH BRACKET'S TAX      *
      *         BELOW THE FLOOR IS CHECKED AGAINST THE BRACKET UNDER   *
      *         IT -- THE PRIOR BRACKET'S BASE PLUS ITS RATE ON THE    *
      *         GAP -- AND A BRACKET THAT DOES NOT FOLLOW IS MARKED,   *
      *         SINCE THAT IS WHERE A KEYING SLIP SHOWS UP.  A MISSING *
      *         CONTROL RECORD OR A FILING STATUS WITH NO BRACKETS IS  *
      *         CALLED OUT AT THE FOOT: CH04PPB REFUSES TO RUN         *
      *         WITHOUT THEM.                                          *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-TAX-FILE
      ******************************************************************
      *REMEMBER TO CHANGE THE FILE DESTINATIONS DEPENDING ON THE       *
      *                   COMPUTER IT IS RUN FROM                      *
      ******************************************************************
               ASSIGN TO 'U:\CHAPTER4\PAYTAX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PTX-KEY
               FILE STATUS IS WS-PTX-FILE-STATUS.
           SELECT TAX-LIST-FILE
               ASSIGN TO 'U:\CHAPTER4\PTAXLIST.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
       FD  TAX-LIST-FILE.
       01  TAX-LIST-REC              PIC X(80).
       WORKING-STORAGE SECTION.
       01  MORE-RECORDS-IN           PIC A(1)  VALUE 'Y'.
       01  WS-PTX-FILE-STATUS        PIC X(2).
       01  WS-CONTROL-FOUND          PIC X(1)  VALUE 'N'.
       01  WS-FED-SINGLE-COUNT       PIC 9(3)  VALUE ZERO.
       01  WS-FED-MARRIED-COUNT      PIC 9(3)  VALUE ZERO.
       01  WS-STATE-SINGLE-COUNT     PIC 9(3)  VALUE ZERO.
       01  WS-STATE-MARRIED-COUNT    PIC 9(3)  VALUE ZERO.
       01  WS-BRACKETS-FLAGGED       PIC 9(3)  VALUE ZERO.
       01  WS-HOLD-TABLE             PIC X(1)  VALUE SPACE.
       01  WS-HOLD-STATUS            PIC X(1)  VALUE SPACE.
       01  WS-PRIOR-FLOOR            PIC 9(7).
       01  WS-PRIOR-BASE             PIC 9(7)V99.
       01  WS-PRIOR-RATE             PIC V9(4).
       01  WS-EXPECTED-BASE          PIC 9(7)V99.
       01  WS-BASE-DIFF              PIC S9(7)V99.
       01  LIST-HEADING-LINE.
           05  FILLER                PIC X(36)
               VALUE 'PAYROLL WITHHOLDING TABLE LISTING  '.
           05  FILLER                PIC X(6)   VALUE 'DATE: '.
           05  HDG-RUN-DATE          PIC 9(8).
           05  FILLER                PIC X(30)  VALUE SPACES.
       01  CONTROL-LINE.
           05  CTL-LABEL             PIC X(32).
           05  CTL-VALUE             PIC X(12).
           05  FILLER                PIC X(36)  VALUE SPACES.
       01  CTL-RATE-OUT              PIC .9999.
       01  CTL-AMOUNT-OUT            PIC Z(6)9.99.
       01  CTL-PERIODS-OUT           PIC Z9.
       01  TABLE-HEADING-LINE.
           05  HDG-TABLE-NAME        PIC X(30).
           05  FILLER                PIC X(50)  VALUE SPACES.
       01  BRACKET-COLUMN-LINE.
           05  FILLER                PIC X(44)
               VALUE '  OVER        TAX BELOW      RATE OVER'.
           05  FILLER                PIC X(36)  VALUE SPACES.
       01  BRACKET-LINE.
           05  BRK-FLOOR             PIC Z(6)9.
           05  FILLER                PIC X(4)   VALUE SPACES.
           05  BRK-BASE-TAX          PIC Z(6)9.99.
           05  FILLER                PIC X(6)   VALUE SPACES.
           05  BRK-RATE              PIC .9999.
           05  FILLER                PIC X(4)   VALUE SPACES.
           05  BRK-NOTE              PIC X(44).
       01  BLANK-LINE                PIC X(80)  VALUE SPACES.
       01  MISSING-LINE.
           05  MIS-TEXT              PIC X(32).
           05  FILLER                PIC X(24)
               VALUE '-- CH04PPB WILL NOT RUN'.
           05  FILLER                PIC X(24)  VALUE SPACES.
       01  FLAGGED-LINE.
           05  FILLER                PIC X(24)
               VALUE 'BRACKETS FLAGGED ABOVE: '.
           05  FLG-COUNT             PIC ZZ9.
           05  FILLER                PIC X(53)  VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           ACCEPT HDG-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT PAY-TAX-FILE
           IF WS-PTX-FILE-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN PAYROLL TAX TABLE, STATUS: ',
                   WS-PTX-FILE-STATUS
               DISPLAY 'SET THE TABLE UP WITH PTAXMNT FIRST'
               STOP RUN
           END-IF
           OPEN OUTPUT TAX-LIST-FILE
           WRITE TAX-LIST-REC FROM LIST-HEADING-LINE
               AFTER ADVANCING 1 LINE
           PERFORM UNTIL MORE-RECORDS-IN = 'N'
               READ PAY-TAX-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO MORE-RECORDS-IN
                   NOT AT END
                       EVALUATE PTX-TABLE
                           WHEN 'C'
                               PERFORM 200-LIST-CONTROL
                           WHEN 'F'
                           WHEN 'S'
                               PERFORM 300-LIST-BRACKET
                           WHEN OTHER
                               DISPLAY 'UNKNOWN TABLE ENTRY: ',
                                   PTX-KEY
                       END-EVALUATE
               END-READ
           END-PERFORM
           PERFORM 400-LIST-FOOT
           CLOSE PAY-TAX-FILE
                 TAX-LIST-FILE
           DISPLAY 'PAYROLL TAX TABLE LISTED TO PTAXLIST.RPT'
           IF WS-BRACKETS-FLAGGED > ZERO
               DISPLAY 'BRACKETS FLAGGED: ', WS-BRACKETS-FLAGGED
           END-IF
           STOP RUN.
       200-LIST-CONTROL.
           MOVE 'Y' TO WS-CONTROL-FOUND
           WRITE TAX-LIST-REC FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'CONTROL VALUES' TO HDG-TABLE-NAME
           WRITE TAX-LIST-REC FROM TABLE-HEADING-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'FICA RATE:' TO CTL-LABEL
           MOVE PTX-FICA-RATE TO CTL-RATE-OUT
           MOVE CTL-RATE-OUT TO CTL-VALUE
           WRITE TAX-LIST-REC FROM CONTROL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'FICA ANNUAL WAGE BASE:' TO CTL-LABEL
           MOVE PTX-FICA-WAGE-BASE TO CTL-AMOUNT-OUT
           MOVE CTL-AMOUNT-OUT TO CTL-VALUE
           WRITE TAX-LIST-REC FROM CONTROL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'PAY PERIODS PER YEAR:' TO CTL-LABEL
           MOVE PTX-PERIODS-PER-YEAR TO CTL-PERIODS-OUT
           MOVE CTL-PERIODS-OUT TO CTL-VALUE
           WRITE TAX-LIST-REC FROM CONTROL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'FEDERAL ALLOWANCE PER DEPENDENT:' TO CTL-LABEL
           MOVE PTX-FED-ALLOWANCE TO CTL-AMOUNT-OUT
           MOVE CTL-AMOUNT-OUT TO CTL-VALUE
           WRITE TAX-LIST-REC FROM CONTROL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'STATE ALLOWANCE PER DEPENDENT:' TO CTL-LABEL
           MOVE PTX-STATE-ALLOWANCE TO CTL-AMOUNT-OUT
           MOVE CTL-AMOUNT-OUT TO CTL-VALUE
           WRITE TAX-LIST-REC FROM CONTROL-LINE
               AFTER ADVANCING 1 LINE.
      ******************************************************************
      *THE FILE READS IN KEY ORDER, SO A CHANGE OF TABLE OR FILING     *
      *STATUS STARTS A NEW BLOCK WITH ITS OWN HEADING.  THE FIRST      *
      *BRACKET OF A BLOCK SHOULD START AT ZERO WITH NO TAX BELOW IT;   *
      *EVERY LATER ONE SHOULD CARRY FORWARD FROM THE ONE BEFORE, TO    *
      *WITHIN A DOLLAR FOR THE PUBLISHED TABLES' ROUNDING              *
      ******************************************************************
       300-LIST-BRACKET.
           MOVE SPACES TO BRK-NOTE
           IF PTX-TABLE NOT = WS-HOLD-TABLE
               OR PTX-STATUS NOT = WS-HOLD-STATUS
               PERFORM 350-START-BLOCK
               IF PTX-FLOOR NOT = ZERO OR PTX-BASE-TAX NOT = ZERO
                   MOVE '** LOWEST BRACKET SHOULD START AT ZERO'
                       TO BRK-NOTE
                   ADD 1 TO WS-BRACKETS-FLAGGED
               END-IF
           ELSE
               COMPUTE WS-EXPECTED-BASE ROUNDED =
                   WS-PRIOR-BASE +
                   (PTX-FLOOR - WS-PRIOR-FLOOR) * WS-PRIOR-RATE
               COMPUTE WS-BASE-DIFF =
                   PTX-BASE-TAX - WS-EXPECTED-BASE
               IF WS-BASE-DIFF > 1.00 OR WS-BASE-DIFF < -1.00
                   MOVE '** TAX BELOW DOES NOT FOLLOW PRIOR BRACKET'
                       TO BRK-NOTE
                   ADD 1 TO WS-BRACKETS-FLAGGED
               END-IF
           END-IF
           EVALUATE PTX-TABLE ALSO PTX-STATUS
               WHEN 'F' ALSO 'S'
                   ADD 1 TO WS-FED-SINGLE-COUNT
               WHEN 'F' ALSO 'M'
                   ADD 1 TO WS-FED-MARRIED-COUNT
               WHEN 'S' ALSO 'S'
                   ADD 1 TO WS-STATE-SINGLE-COUNT
               WHEN 'S' ALSO 'M'
                   ADD 1 TO WS-STATE-MARRIED-COUNT
               WHEN OTHER
                   MOVE '** UNKNOWN FILING STATUS' TO BRK-NOTE
                   ADD 1 TO WS-BRACKETS-FLAGGED
           END-EVALUATE
           MOVE PTX-FLOOR TO BRK-FLOOR
           MOVE PTX-BASE-TAX TO BRK-BASE-TAX
           MOVE PTX-RATE TO BRK-RATE
           WRITE TAX-LIST-REC FROM BRACKET-LINE
               AFTER ADVANCING 1 LINE
           MOVE PTX-FLOOR TO WS-PRIOR-FLOOR
           MOVE PTX-BASE-TAX TO WS-PRIOR-BASE
           MOVE PTX-RATE TO WS-PRIOR-RATE.
       350-START-BLOCK.
           MOVE PTX-TABLE TO WS-HOLD-TABLE
           MOVE PTX-STATUS TO WS-HOLD-STATUS
           EVALUATE PTX-TABLE ALSO PTX-STATUS
               WHEN 'F' ALSO 'S'
                   MOVE 'FEDERAL -- SINGLE' TO HDG-TABLE-NAME
               WHEN 'F' ALSO 'M'
                   MOVE 'FEDERAL -- MARRIED' TO HDG-TABLE-NAME
               WHEN 'S' ALSO 'S'
                   MOVE 'STATE -- SINGLE' TO HDG-TABLE-NAME
               WHEN 'S' ALSO 'M'
                   MOVE 'STATE -- MARRIED' TO HDG-TABLE-NAME
               WHEN OTHER
                   MOVE 'UNKNOWN FILING STATUS' TO HDG-TABLE-NAME
           END-EVALUATE
           WRITE TAX-LIST-REC FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           WRITE TAX-LIST-REC FROM TABLE-HEADING-LINE
               AFTER ADVANCING 1 LINE
           WRITE TAX-LIST-REC FROM BRACKET-COLUMN-LINE
               AFTER ADVANCING 1 LINE.
       400-LIST-FOOT.
           WRITE TAX-LIST-REC FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           IF WS-CONTROL-FOUND = 'N'
               MOVE '** NO CONTROL RECORD' TO MIS-TEXT
               WRITE TAX-LIST-REC FROM MISSING-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           IF WS-FED-SINGLE-COUNT = ZERO
               MOVE '** NO FEDERAL SINGLE BRACKETS' TO MIS-TEXT
               WRITE TAX-LIST-REC FROM MISSING-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           IF WS-FED-MARRIED-COUNT = ZERO
               MOVE '** NO FEDERAL MARRIED BRACKETS' TO MIS-TEXT
               WRITE TAX-LIST-REC FROM MISSING-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           IF WS-STATE-SINGLE-COUNT = ZERO
               MOVE '** NO STATE SINGLE BRACKETS' TO MIS-TEXT
               WRITE TAX-LIST-REC FROM MISSING-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           IF WS-STATE-MARRIED-COUNT = ZERO
               MOVE '** NO STATE MARRIED BRACKETS' TO MIS-TEXT
               WRITE TAX-LIST-REC FROM MISSING-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE WS-BRACKETS-FLAGGED TO FLG-COUNT
           WRITE TAX-LIST-REC FROM FLAGGED-LINE
               AFTER ADVANCING 1 LINE.
