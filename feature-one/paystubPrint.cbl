      *DATE-WRITTEN. 17 Aug 2026.                                      *
      *PURPOSE. PRINTS A FORMATTED PAY STUB FOR EACH EMPLOYEE FROM THE *
      *         SALARY FILE CH04PPB WRITES.  EACH STUB SHOWS THE       *
      *         REGULAR, OVERTIME AND COMMISSION SPLIT AND THE GROSS,  *
      *         EVERY DEDUCTION, THE EXEMPTION AMOUNT, AND NET PAY IN  *
      *         A READABLE EDITED PICTURE (THE RAW SIGNED NET PAY IS   *
      *         UNREADABLE OFF THE FILE), UNDER A COMPANY HEADING      *
      *         WITH THE PAY DATE.  PAYROLL HAND-WROTE STUBS BEFORE    *
      *         THIS.  COMMISSION IS WHAT CMSNRUN SENT OVER FOR THE    *
      *         REP AND IS ALREADY IN THE GROSS.                       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  SAL-EXEMPTION-AMT     PIC 9(3)V99.
           05  SAL-REGULAR-PAY       PIC 9(5)V99.
           05  SAL-OVERTIME-PAY      PIC 9(5)V99.
           05  SAL-COMMISSION-PAY    PIC 9(5)V99.
       FD  STUB-PRINT-FILE.
       01  STUB-PRINT-REC            PIC X(80).
       WORKING-STORAGE SECTION.
               VALUE 'OVERTIME PAY:       '.
           05  STB-OVERTIME-PAY      PIC ZZZZ9.99.
           05  FILLER                PIC X(52)  VALUE SPACES.
       01  COMMISSION-PAY-LINE.
           05  FILLER                PIC X(20)
               VALUE 'COMMISSION:         '.
           05  STB-COMMISSION-PAY    PIC ZZZZ9.99.
           05  FILLER                PIC X(52)  VALUE SPACES.
       01  EARNINGS-LINE.
           05  FILLER                PIC X(20)
               VALUE 'GROSS PAY:          '.
               OR SAL-EXEMPTION-AMT NOT NUMERIC
               OR SAL-REGULAR-PAY NOT NUMERIC
               OR SAL-OVERTIME-PAY NOT NUMERIC
               OR SAL-COMMISSION-PAY NOT NUMERIC
               ADD 1 TO WS-RECORDS-SKIPPED
               DISPLAY 'SKIPPED, BAD MONEY FIELD FOR EMPLOYEE: ',
                   SAL-EMPLOYEE-NAME
           MOVE SAL-EMPLOYEE-NAME TO STB-EMPLOYEE-NAME
           MOVE SAL-REGULAR-PAY TO STB-REGULAR-PAY
           MOVE SAL-OVERTIME-PAY TO STB-OVERTIME-PAY
           MOVE SAL-COMMISSION-PAY TO STB-COMMISSION-PAY
           MOVE SAL-SALARY TO STB-SALARY
           MOVE SAL-FICA TO STB-FICA
           MOVE SAL-STATE-TAX TO STB-STATE-TAX
               AFTER ADVANCING 1 LINE
           WRITE STUB-PRINT-REC FROM OVERTIME-PAY-LINE
               AFTER ADVANCING 1 LINE
           WRITE STUB-PRINT-REC FROM COMMISSION-PAY-LINE
               AFTER ADVANCING 1 LINE
           WRITE STUB-PRINT-REC FROM EARNINGS-LINE
               AFTER ADVANCING 1 LINE
           WRITE STUB-PRINT-REC FROM FICA-LINE
