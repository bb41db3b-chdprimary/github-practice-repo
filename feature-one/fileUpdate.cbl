       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH04PPB.
      ********************************************
               ASSIGN TO "U:\CHAPTER4\PAYCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYCTL-STATUS.
           SELECT PAY-TAX-FILE
               ASSIGN TO "U:\CHAPTER4\PAYTAX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PTX-KEY
               FILE STATUS IS WS-PTX-FILE-STATUS.
           SELECT OPTIONAL YTD-MASTER
               ASSIGN TO "U:\CHAPTER4\YTDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS YTD-EMP-NO
               FILE STATUS IS WS-YTD-FILE-STATUS.
           SELECT EMPLOYEE-MASTER
               ASSIGN TO "U:\CHAPTER4\EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-NO
               FILE STATUS IS WS-EMP-FILE-STATUS.
           SELECT OPTIONAL COMMISSION-FILE
               ASSIGN TO "U:\CHAPTER4\CMSNPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMSN-FILE-STATUS.
           SELECT GL-ACCOUNT-FILE
               ASSIGN TO 'C:\CHAPTER5\GLACCT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLM-KEY
               FILE STATUS IS WS-GLM-FILE-STATUS.
           SELECT OPTIONAL GL-INTERFACE-FILE
               ASSIGN TO 'C:\CHAPTER5\GLINTF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  IN-EMPLOYEE-FILE.
      ******************************************************************
      *EACH PERIOD'S INPUT IS JUST THE EMPLOYEE NUMBER AND THE HOURS   *
      *WORKED.  NAME, PAY TYPE, SALARY OR HOURLY RATE, DEPENDENTS,     *
      *FILING STATUS AND HIRE DATE COME OFF THE EMPLOYEE MASTER, SO    *
      *NOTHING IS CARRIED FORWARD FROM LAST PERIOD BY HAND ANY MORE    *
      ******************************************************************
       01  IN-EMPLOYEE-REC.
           05  IN-EMP-NO                 PIC X(5).
           05  IN-HOURS-X                PIC X(4).
           05  IN-HOURS REDEFINES IN-HOURS-X
                                         PIC 9(3)V9.
           05  OUT-EMP-NO                PIC X(5).
           05  OUT-EMPLOYEE-NAME         PIC X(20).
           05  OUT-SALARY                PIC 9(5)V99.
           05  OUT-FICA                  PIC 9(3)V99.
           05  OUT-STATE-TAX             PIC 9(4)V99.
           05  OUT-FED-TAX               PIC 9(4)V99.
           05  OUT-NET-PAY               PIC S9(5)V99.
           05  OUT-EXEMPTION-AMT         PIC 9(3)V99.
           05  OUT-REGULAR-PAY           PIC 9(5)V99.
           05  OUT-OVERTIME-PAY          PIC 9(5)V99.
           05  OUT-COMMISSION-PAY        PIC 9(5)V99.
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-REC.
           05  CKPT-RECORDS-READ         PIC 9(7).
           05  CTL-POSTED-STAMP      PIC 9(14).
           05  CTL-INPROG-STAMP      PIC 9(14).
           05  CTL-INPROG-COUNT      PIC 9(7).
      ******************************************************************
      *PAYROLL WITHHOLDING TABLE MAINTAINED WITH PTAXMNT AND LISTED    *
      *WITH PTAXLIST.  ONE CONTROL RECORD (FICA RATE AND WAGE BASE,    *
      *PAY PERIODS PER YEAR, ANNUAL ALLOWANCE PER DEPENDENT) AND THE   *
      *FEDERAL AND STATE BRACKETS BY FILING STATUS, ALL ANNUAL FIGURES *
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
      ******************************************************************
      *YEAR-TO-DATE MASTER YTDUPDT POSTS AFTER EACH RUN; ONLY THE YTD  *
      *GROSS IS USED HERE, TO STOP FICA AT THE ANNUAL WAGE BASE        *
      ******************************************************************
       FD  YTD-MASTER.
       01  YTD-MASTER-REC.
           05  YTD-EMP-NO                PIC X(5).
           05  YTD-EMPLOYEE-NAME         PIC X(20).
           05  YTD-GROSS                 PIC 9(7)V99.
           05  YTD-FICA                  PIC 9(6)V99.
           05  YTD-STATE-TAX             PIC 9(7)V99.
           05  YTD-FED-TAX               PIC 9(7)V99.
           05  YTD-NET                   PIC S9(7)V99.
           05  YTD-PERIODS               PIC 9(3).
      ******************************************************************
      *EMPLOYEE MASTER MAINTAINED WITH EMPMNT.  PAY TYPE S IS PAID THE *
      *FLAT EMP-SALARY EACH PERIOD; PAY TYPE H IS PAID EMP-HOURLY-RATE *
      *ON THE HOURS KEYED: REGULAR GROSS UP TO 40 HOURS PLUS           *
      *TIME-AND-A-HALF ON THE HOURS PAST 40.  FILING STATUS PICKS THE  *
      *BRACKETS: S SINGLE, M MARRIED.  STATUS T IS TERMINATED AND IS   *
      *NEVER PAID                                                      *
      ******************************************************************
       FD  EMPLOYEE-MASTER.
       01  EMPLOYEE-MASTER-REC.
           05  EMP-NO                    PIC X(5).
           05  EMP-NAME                  PIC X(20).
           05  EMP-STATUS                PIC X(1).
           05  EMP-PAY-TYPE              PIC X(1).
           05  EMP-SALARY                PIC 9(5)V99.
           05  EMP-HOURLY-RATE           PIC 9(3)V99.
           05  EMP-DEPENDENTS            PIC 9(1).
           05  EMP-FILING-STATUS         PIC X(1).
           05  EMP-HIRE-DATE             PIC 9(8).
           05  EMP-HIRE-DATE-R REDEFINES EMP-HIRE-DATE.
               10  EMP-HIRE-YR           PIC 9(4).
               10  EMP-HIRE-MO           PIC 99.
               10  EMP-HIRE-DA           PIC 99.
           05  EMP-TERM-DATE             PIC 9(8).
           05  EMP-SSN                   PIC X(9).
           05  EMP-ADDRESS-1             PIC X(25).
           05  EMP-ADDRESS-2             PIC X(25).
      ******************************************************************
      *COMMISSION EARNINGS CMSNRUN ADDS AT MONTH END.  EACH ONE IS     *
      *PAID ON THE EMPLOYEE'S NEXT CHECK; WHATEVER IS NOT PAID THIS    *
      *RUN (EMPLOYEE NOT IN THE PERIOD'S INPUT, OR REFUSED) IS WRITTEN *
      *BACK AND WAITS FOR THE NEXT ONE                                 *
      ******************************************************************
       FD  COMMISSION-FILE.
       01  COMMISSION-REC.
           05  CMP-EMP-NO                PIC X(5).
           05  CMP-REP-CODE              PIC X(3).
           05  CMP-MONTH                 PIC 9(6).
           05  CMP-AMOUNT                PIC 9(5)V99.
      ******************************************************************
      *GENERAL LEDGER ACCOUNT MAP MAINTAINED WITH GLMAPMNT, KEYED BY   *
      *POSTING SOURCE AND ITEM                                         *
      ******************************************************************
       FD  GL-ACCOUNT-FILE.
       01  GL-ACCOUNT-REC.
           05  GLM-KEY.
               10  GLM-SOURCE        PIC X(8).
               10  GLM-ITEM          PIC X(4).
           05  GLM-ACCOUNT           PIC X(10).
           05  GLM-DESCRIPTION       PIC X(20).
      ******************************************************************
      *SHARED GL INTERFACE FILE -- SEE EODCLOSE FOR THE LAYOUT NOTES.  *
      *EACH PAY PERIOD POSTS AS ONE ENTRY UNDER ITS PAY-PERIOD STAMP   *
      ******************************************************************
       FD  GL-INTERFACE-FILE.
       01  GL-INTERFACE-REC.
           05  GLI-SOURCE            PIC X(8).
           05  GLI-BATCH-STAMP       PIC 9(14).
           05  GLI-ENTRY-DATE        PIC 9(8).
           05  GLI-REFERENCE         PIC X(14).
           05  GLI-ACCOUNT           PIC X(10).
           05  GLI-DR-CR             PIC X(1).
           05  GLI-AMOUNT            PIC 9(9)V99.
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  ARE-THERE-MORE-RECORDS    PIC X(3)  VALUE 'YES'.
           05  WS-STATE-TAX-NUM          PIC 9(4)V99.
           05  WS-FED-TAX-NUM            PIC 9(4)V99.
           05  WS-DEPENDENTS-NUM         PIC 9(1).
           05  WS-HOURLY-RATE            PIC 9(3)V99.
           05  WS-HOURS                  PIC 9(3)V9.
           05  WS-REG-HOURS              PIC 9(3)V9.
           05  WS-REGULAR-PAY            PIC 9(5)V99.
           05  WS-OVERTIME-PAY           PIC 9(5)V99.
           05  WS-GROSS-PAY              PIC 9(5)V99.
           05  WS-COMMISSION-PAY         PIC 9(5)V99.
       01  WS-TAX-AREAS.
           05  WS-PTX-FILE-STATUS        PIC X(2).
           05  WS-YTD-FILE-STATUS        PIC X(2).
           05  WS-YTD-OPEN               PIC X(1)     VALUE 'N'.
           05  WS-CONTROL-FOUND          PIC X(1)     VALUE 'N'.
           05  WS-FICA-RATE              PIC V9(4).
           05  WS-FICA-WAGE-BASE         PIC 9(7)V99.
           05  WS-PERIODS-PER-YEAR       PIC 9(2).
           05  WS-FED-ALLOWANCE          PIC 9(5)V99.
           05  WS-STATE-ALLOWANCE        PIC 9(5)V99.
           05  WS-FILING-STATUS          PIC X(1).
           05  WS-ANNUAL-WAGES           PIC 9(8)V99.
           05  WS-ANNUAL-ALLOWANCE       PIC 9(7)V99.
           05  WS-ANNUAL-TAXABLE         PIC 9(8)V99.
           05  WS-ANNUAL-TAX             PIC 9(8)V99.
           05  WS-YTD-GROSS              PIC 9(7)V99.
           05  WS-FICA-WAGES             PIC 9(7)V99.
           05  WS-LOOK-TABLE             PIC X(1).
           05  WS-BRACKET-SUB            PIC 9(3).
           05  WS-FOUND-SUB              PIC 9(3).
           05  WS-BRACKET-COUNT          PIC 9(3)     VALUE ZERO.
           05  WS-FED-S-COUNT            PIC 9(3)     VALUE ZERO.
           05  WS-FED-M-COUNT            PIC 9(3)     VALUE ZERO.
           05  WS-STATE-S-COUNT          PIC 9(3)     VALUE ZERO.
           05  WS-STATE-M-COUNT          PIC 9(3)     VALUE ZERO.
      ******************************************************************
      *THE BRACKETS, LOADED ONCE IN KEY ORDER -- TABLE, FILING STATUS, *
      *FLOOR -- SO WITHIN ONE TABLE AND STATUS THE LAST BRACKET WHOSE  *
      *FLOOR THE WAGES REACH IS THE ONE THAT APPLIES                   *
      ******************************************************************
       01  WS-BRACKET-TABLE.
           05  WS-BRACKET-ENTRY          OCCURS 100 TIMES.
               10  WB-TABLE              PIC X(1).
               10  WB-STATUS             PIC X(1).
               10  WB-FLOOR              PIC 9(7).
               10  WB-BASE-TAX           PIC 9(7)V99.
               10  WB-RATE               PIC V9(4).
       01  WS-COMMISSION-AREAS.
           05  WS-CMSN-FILE-STATUS       PIC X(2).
           05  WS-CMSN-COUNT             PIC 9(3)     VALUE ZERO.
           05  WS-CMSN-SUB               PIC 9(3).
           05  WS-CMSN-PAID-COUNT        PIC 9(3)     VALUE ZERO.
           05  WS-CMSN-HELD-COUNT        PIC 9(3)     VALUE ZERO.
           05  WS-CMSN-REMAINING         PIC 9(5)V99.
           05  WS-CMSN-TOTAL-PAID        PIC 9(7)V99  VALUE ZERO.
       01  WS-COMMISSION-TABLE.
           05  WS-CMSN-ENTRY             OCCURS 100 TIMES.
               10  WC-EMP-NO             PIC X(5).
               10  WC-REP-CODE           PIC X(3).
               10  WC-MONTH              PIC 9(6).
               10  WC-AMOUNT             PIC 9(5)V99.
               10  WC-PAID               PIC X(1).
       01  WS-GL-AREAS.
           05  WS-GLM-FILE-STATUS        PIC X(2).
           05  WS-GL-MAP-OK              PIC X(1)     VALUE 'Y'.
           05  WS-GL-ITEM                PIC X(4).
           05  WS-GL-ACCOUNT             PIC X(10).
           05  WS-GL-WAGE-ACCOUNT        PIC X(10).
           05  WS-GL-CMSN-ACCOUNT        PIC X(10).
           05  WS-GL-FICA-ACCOUNT        PIC X(10).
           05  WS-GL-FDWH-ACCOUNT        PIC X(10).
           05  WS-GL-STWH-ACCOUNT        PIC X(10).
           05  WS-GL-NETP-ACCOUNT        PIC X(10).
           05  WS-GL-DR-CR               PIC X(1).
           05  WS-GL-AMOUNT              PIC 9(9)V99.
           05  WS-GL-ENTRIES             PIC 9(7)     VALUE ZERO.
           05  WS-GL-WAGES               PIC 9(9)V99  VALUE ZERO.
           05  WS-GL-COMMISSION          PIC 9(9)V99  VALUE ZERO.
           05  WS-GL-FICA                PIC 9(9)V99  VALUE ZERO.
           05  WS-GL-FED-TAX             PIC 9(9)V99  VALUE ZERO.
           05  WS-GL-STATE-TAX           PIC 9(9)V99  VALUE ZERO.
           05  WS-GL-NET-PAY             PIC S9(9)V99 VALUE ZERO.
       01  WS-EMPLOYEE-AREAS.
           05  WS-EMP-FILE-STATUS        PIC X(2).
           05  WS-EMP-FOUND              PIC X(1).
       01  WS-RUN-DATE.
           05  WS-RUN-YEAR               PIC 9(4).
           05  WS-RUN-MONTH              PIC 99.
           05  WS-RECORDS-READ           PIC 9(7)    VALUE ZERO.
           05  WS-RECORDS-WRITTEN        PIC 9(7)    VALUE ZERO.
           05  WS-TOTAL-SALARY           PIC 9(9)V99 VALUE ZERO.
           05  WS-RECORDS-REJECTED       PIC 9(7)    VALUE ZERO.
       01  WS-LOG-STATUS             PIC X(1)  VALUE 'C'.
       01  WS-PAYCTL-STATUS          PIC X(2).
       01  WS-POSTED-STAMP-SAVE      PIC 9(14) VALUE ZERO.
       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 800-LOG-START
           PERFORM 095-LOAD-GL-ACCOUNTS
           PERFORM 070-LOAD-TAX-TABLE
           PERFORM 080-OPEN-YTD-MASTER
           PERFORM 090-OPEN-EMPLOYEE-MASTER
           PERFORM 085-LOAD-COMMISSIONS
           PERFORM 050-GET-RESTART-POINT
           OPEN INPUT IN-EMPLOYEE-FILE
           IF WS-RESTART-COUNT > ZERO
               PERFORM 065-MARK-PAID-ON-RESTART
               OPEN EXTEND OUT-SALARY-FILE
               DISPLAY 'RESTARTING AFTER RECORD ', WS-RESTART-COUNT
               PERFORM 060-SKIP-RECORD
               MOVE WS-RESTART-COUNT TO WS-RECORDS-READ
               MOVE WS-RESTART-RECORDS-WRITTEN TO WS-RECORDS-WRITTEN
               MOVE WS-RESTART-TOTAL-SALARY TO WS-TOTAL-SALARY
               SUBTRACT WS-RESTART-RECORDS-WRITTEN FROM WS-RESTART-COUNT
                   GIVING WS-RECORDS-REJECTED
           ELSE
               OPEN OUTPUT OUT-SALARY-FILE
           END-IF
                      MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                      ADD 1 TO WS-RECORDS-READ
                      PERFORM 210-GET-EMPLOYEE
                      IF WS-EMP-FOUND = 'Y'
                          PERFORM 200-PROCESS-RTN
                          PERFORM 300-ANNIVERSARY-CHECK
                      END-IF
                      PERFORM 400-CHECKPOINT-IF-DUE
               END-READ
           END-PERFORM
           CLOSE IN-EMPLOYEE-FILE
                 OUT-SALARY-FILE
                 EMPLOYEE-MASTER
           IF WS-YTD-OPEN = 'Y'
               CLOSE YTD-MASTER
           END-IF
           PERFORM 550-REWRITE-COMMISSIONS
           PERFORM 500-CLEAR-CHECKPOINT
           PERFORM 950-STAMP-PAY-CONTROL
           PERFORM 600-POST-PAYROLL-TO-GL
           DISPLAY ' '
           DISPLAY 'RECORDS READ:    ', WS-RECORDS-READ
           DISPLAY 'RECORDS WRITTEN: ', WS-RECORDS-WRITTEN
           DISPLAY 'RECORDS REFUSED: ', WS-RECORDS-REJECTED
           DISPLAY 'TOTAL SALARY:    ', WS-TOTAL-SALARY
           DISPLAY 'COMMISSIONS PAID:', WS-CMSN-PAID-COUNT,
               '  AMOUNT: ', WS-CMSN-TOTAL-PAID
           DISPLAY 'COMMISSIONS HELD:', WS-CMSN-HELD-COUNT
           DISPLAY 'GL ENTRIES:      ', WS-GL-ENTRIES,
               '  BATCH: CH04PPB ', WS-RUN-STAMP
           PERFORM 900-LOG-END
           STOP RUN.
      ***********************************************************
      ***********************************************************
       200-PROCESS-RTN.
           MOVE IN-EMP-NO TO OUT-EMP-NO
           MOVE EMP-NAME TO OUT-EMPLOYEE-NAME
           PERFORM 250-COMPUTE-GROSS
           MOVE EMP-DEPENDENTS TO WS-DEPENDENTS-NUM
           PERFORM 260-COMPUTE-WITHHOLDING
           PERFORM 270-COMPUTE-FICA
           MOVE WS-FICA-NUM TO OUT-FICA
           MOVE WS-STATE-TAX-NUM TO OUT-STATE-TAX
           MOVE WS-FED-TAX-NUM TO OUT-FED-TAX
           MOVE WS-GROSS-PAY TO OUT-SALARY
           MOVE WS-REGULAR-PAY TO OUT-REGULAR-PAY
           MOVE WS-OVERTIME-PAY TO OUT-OVERTIME-PAY
           MOVE WS-COMMISSION-PAY TO OUT-COMMISSION-PAY
           COMPUTE OUT-NET-PAY ROUNDED =
               WS-GROSS-PAY - WS-FICA-NUM
                            - WS-STATE-TAX-NUM - WS-FED-TAX-NUM
           COMPUTE OUT-EXEMPTION-AMT ROUNDED =
               WS-DEPENDENTS-NUM * WS-FED-ALLOWANCE
                   / WS-PERIODS-PER-YEAR
               ON SIZE ERROR
                   MOVE 999.99 TO OUT-EXEMPTION-AMT
           END-COMPUTE
           WRITE OUT-SALARY-REC
           ADD 1 TO WS-RECORDS-WRITTEN
           ADD WS-GROSS-PAY TO WS-TOTAL-SALARY.
      ***********************************************************
      *  210-GET-EMPLOYEE - Performed from 100-MAIN-MODULE       *
      *                    reads the employee master for the     *
      *                    number keyed.  a number not on the    *
      *                    master, a terminated employee, or     *
      *                    hours that are not numeric is refused *
      *                    and listed, and nothing is written    *
      *                    for that line; the rest of the run    *
      *                    goes on                               *
      ***********************************************************
       210-GET-EMPLOYEE.
           MOVE 'N' TO WS-EMP-FOUND
           MOVE IN-EMP-NO TO EMP-NO
           READ EMPLOYEE-MASTER
               INVALID KEY
                   DISPLAY 'REFUSED: ', IN-EMP-NO,
                       ' NOT ON EMPLOYEE MASTER'
               NOT INVALID KEY
                   IF EMP-STATUS = 'T'
                       DISPLAY 'REFUSED: ', IN-EMP-NO, ' ', EMP-NAME,
                           ' TERMINATED ', EMP-TERM-DATE
                   ELSE
                       IF IN-HOURS-X NOT NUMERIC
                           DISPLAY 'REFUSED: ', IN-EMP-NO, ' ',
                               EMP-NAME, ' HOURS NOT NUMERIC'
                       ELSE
                           MOVE 'Y' TO WS-EMP-FOUND
                       END-IF
                   END-IF
           END-READ
           IF WS-EMP-FOUND = 'N'
               ADD 1 TO WS-RECORDS-REJECTED
           END-IF.
      ***********************************************************
      *  250-COMPUTE-GROSS - Performed from 200-PROCESS-RTN.     *
      *                    a salaried employee is paid the flat  *
      *                    salary off the master; an hourly one  *
      *                    regular gross to 40 hours plus        *
      *                    time-and-a-half on the rest.  any     *
      *                    commission waiting for the employee   *
      *                    is added on top and marked paid       *
      ***********************************************************
       250-COMPUTE-GROSS.
           MOVE ZERO TO WS-OVERTIME-PAY
           IF EMP-PAY-TYPE = 'H'
               MOVE EMP-HOURLY-RATE TO WS-HOURLY-RATE
               MOVE IN-HOURS TO WS-HOURS
               IF WS-HOURS > 40.0
                   MOVE 40.0 TO WS-REG-HOURS
                   WS-HOURLY-RATE * WS-REG-HOURS
                   ON SIZE ERROR
                       DISPLAY 'WARNING: REGULAR PAY OVERFLOW FOR ',
                           EMP-NAME
                       MOVE 99999.99 TO WS-REGULAR-PAY
               END-COMPUTE
               COMPUTE WS-OVERTIME-PAY ROUNDED =
                   WS-HOURLY-RATE * 1.5 * WS-OT-HOURS
                   ON SIZE ERROR
                       DISPLAY 'WARNING: OVERTIME PAY OVERFLOW FOR ',
                           EMP-NAME
                       MOVE 99999.99 TO WS-OVERTIME-PAY
               END-COMPUTE
           ELSE
               MOVE EMP-SALARY TO WS-REGULAR-PAY
           END-IF
           MOVE ZERO TO WS-COMMISSION-PAY
           PERFORM 255-ADD-COMMISSION
               VARYING WS-CMSN-SUB FROM 1 BY 1
               UNTIL WS-CMSN-SUB > WS-CMSN-COUNT
           COMPUTE WS-GROSS-PAY =
               WS-REGULAR-PAY + WS-OVERTIME-PAY + WS-COMMISSION-PAY
               ON SIZE ERROR
                   DISPLAY 'WARNING: GROSS PAY OVERFLOW FOR ',
                       EMP-NAME
                   MOVE 99999.99 TO WS-GROSS-PAY
           END-COMPUTE.
      ***********************************************************
      *  255-ADD-COMMISSION - Performed from 250-COMPUTE-GROSS   *
      *                    an entry that would overflow the      *
      *                    period's commission is left unpaid    *
      *                    and held for the next run             *
      ***********************************************************
       255-ADD-COMMISSION.
           IF WC-EMP-NO (WS-CMSN-SUB) = IN-EMP-NO
               AND WC-PAID (WS-CMSN-SUB) = 'N'
               ADD WC-AMOUNT (WS-CMSN-SUB) TO WS-COMMISSION-PAY
                   ON SIZE ERROR
                       DISPLAY 'WARNING: COMMISSION FOR ', EMP-NAME,
                           ' MONTH ', WC-MONTH (WS-CMSN-SUB),
                           ' HELD TO NEXT RUN'
                   NOT ON SIZE ERROR
                       MOVE 'Y' TO WC-PAID (WS-CMSN-SUB)
                       ADD 1 TO WS-CMSN-PAID-COUNT
                       ADD WC-AMOUNT (WS-CMSN-SUB)
                           TO WS-CMSN-TOTAL-PAID
               END-ADD
           END-IF.
      ***********************************************************
      *  260-COMPUTE-WITHHOLDING - Performed from 200-PROCESS-RTN*
      *                    annualizes the period's gross, takes  *
      *                    the allowance for each dependent off, *
      *                    finds the year's tax in the federal   *
      *                    and state brackets for the filing     *
      *                    status, and withholds one period's    *
      *                    share of each                         *
      ***********************************************************
       260-COMPUTE-WITHHOLDING.
           IF EMP-FILING-STATUS = 'M'
               MOVE 'M' TO WS-FILING-STATUS
           ELSE
               MOVE 'S' TO WS-FILING-STATUS
           END-IF
           COMPUTE WS-ANNUAL-WAGES =
               WS-GROSS-PAY * WS-PERIODS-PER-YEAR
           COMPUTE WS-ANNUAL-ALLOWANCE =
               WS-DEPENDENTS-NUM * WS-FED-ALLOWANCE
           MOVE 'F' TO WS-LOOK-TABLE
           PERFORM 265-TAX-FROM-BRACKETS
           COMPUTE WS-FED-TAX-NUM ROUNDED =
               WS-ANNUAL-TAX / WS-PERIODS-PER-YEAR
               ON SIZE ERROR
                   DISPLAY 'WARNING: FEDERAL TAX OVERFLOW FOR ',
                       EMP-NAME, ', WITHHOLD BY HAND'
                   MOVE 9999.99 TO WS-FED-TAX-NUM
           END-COMPUTE
           COMPUTE WS-ANNUAL-ALLOWANCE =
               WS-DEPENDENTS-NUM * WS-STATE-ALLOWANCE
           MOVE 'S' TO WS-LOOK-TABLE
           PERFORM 265-TAX-FROM-BRACKETS
           COMPUTE WS-STATE-TAX-NUM ROUNDED =
               WS-ANNUAL-TAX / WS-PERIODS-PER-YEAR
               ON SIZE ERROR
                   DISPLAY 'WARNING: STATE TAX OVERFLOW FOR ',
                       EMP-NAME, ', WITHHOLD BY HAND'
                   MOVE 9999.99 TO WS-STATE-TAX-NUM
           END-COMPUTE.
      ***********************************************************
      *  265-TAX-FROM-BRACKETS - Performed from                  *
      *                    260-COMPUTE-WITHHOLDING.  the year's  *
      *                    tax is the bracket's tax below its    *
      *                    floor plus its rate on the rest; a    *
      *                    wage under the lowest floor owes none *
      ***********************************************************
       265-TAX-FROM-BRACKETS.
           IF WS-ANNUAL-WAGES > WS-ANNUAL-ALLOWANCE
               SUBTRACT WS-ANNUAL-ALLOWANCE FROM WS-ANNUAL-WAGES
                   GIVING WS-ANNUAL-TAXABLE
           ELSE
               MOVE ZERO TO WS-ANNUAL-TAXABLE
           END-IF
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM 267-CHECK-BRACKET
               VARYING WS-BRACKET-SUB FROM 1 BY 1
               UNTIL WS-BRACKET-SUB > WS-BRACKET-COUNT
           IF WS-FOUND-SUB = ZERO
               MOVE ZERO TO WS-ANNUAL-TAX
           ELSE
               COMPUTE WS-ANNUAL-TAX ROUNDED =
                   WB-BASE-TAX (WS-FOUND-SUB) +
                   (WS-ANNUAL-TAXABLE - WB-FLOOR (WS-FOUND-SUB))
                       * WB-RATE (WS-FOUND-SUB)
           END-IF.
       267-CHECK-BRACKET.
           IF WB-TABLE (WS-BRACKET-SUB) = WS-LOOK-TABLE
               AND WB-STATUS (WS-BRACKET-SUB) = WS-FILING-STATUS
               AND WB-FLOOR (WS-BRACKET-SUB) NOT > WS-ANNUAL-TAXABLE
               MOVE WS-BRACKET-SUB TO WS-FOUND-SUB
           END-IF.
      ***********************************************************
      *  270-COMPUTE-FICA - Performed from 200-PROCESS-RTN.      *
      *                    FICA is the table rate on this        *
      *                    period's gross, but only on the part  *
      *                    that keeps the year inside the wage   *
      *                    base.  YTD gross comes off the YTD    *
      *                    master, which YTDUPDT posted through  *
      *                    the last period                       *
      ***********************************************************
       270-COMPUTE-FICA.
           MOVE ZERO TO WS-YTD-GROSS
           IF WS-YTD-OPEN = 'Y'
               MOVE IN-EMP-NO TO YTD-EMP-NO
               READ YTD-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE YTD-GROSS TO WS-YTD-GROSS
               END-READ
           END-IF
           IF WS-YTD-GROSS NOT < WS-FICA-WAGE-BASE
               MOVE ZERO TO WS-FICA-WAGES
           ELSE
               SUBTRACT WS-YTD-GROSS FROM WS-FICA-WAGE-BASE
                   GIVING WS-FICA-WAGES
               IF WS-FICA-WAGES > WS-GROSS-PAY
                   MOVE WS-GROSS-PAY TO WS-FICA-WAGES
               END-IF
           END-IF
           COMPUTE WS-FICA-NUM ROUNDED =
               WS-FICA-WAGES * WS-FICA-RATE
               ON SIZE ERROR
                   DISPLAY 'WARNING: FICA OVERFLOW FOR ',
                       EMP-NAME, ', WITHHOLD BY HAND'
                   MOVE 999.99 TO WS-FICA-NUM
           END-COMPUTE.
      ***********************************************************
      *  300-ANNIVERSARY-CHECK - Performed from 100-MAIN-MODULE  *
      *                    flags employees whose hire month      *
      *                    matches the month this run is dated   *
      ***********************************************************
       300-ANNIVERSARY-CHECK.
           IF EMP-HIRE-MO = WS-RUN-MONTH
               DISPLAY 'ANNIVERSARY: ', EMP-NAME,
                   '  HIRED ', EMP-HIRE-MO, '/',
                   EMP-HIRE-DA, '/', EMP-HIRE-YR
           END-IF.
      ***********************************************************
      *  050-GET-RESTART-POINT - Performed from 100-MAIN-MODULE  *
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
           END-READ.
      ***********************************************************
      *  065-MARK-PAID-ON-RESTART - Performed from               *
      *                    100-MAIN-MODULE on a restart.  the    *
      *                    salary records already written carry  *
      *                    the commission they paid; that much   *
      *                    is marked paid again, oldest entry    *
      *                    first, so nothing is paid twice       *
      ***********************************************************
       065-MARK-PAID-ON-RESTART.
           OPEN INPUT OUT-SALARY-FILE
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ OUT-SALARY-FILE
                   AT END
                       MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       IF OUT-COMMISSION-PAY IS NUMERIC
                           AND OUT-COMMISSION-PAY > ZERO
                           MOVE OUT-COMMISSION-PAY
                               TO WS-CMSN-REMAINING
                           PERFORM 067-MARK-ENTRY-PAID
                               VARYING WS-CMSN-SUB FROM 1 BY 1
                               UNTIL WS-CMSN-SUB > WS-CMSN-COUNT
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           CLOSE OUT-SALARY-FILE.
       067-MARK-ENTRY-PAID.
           IF WC-EMP-NO (WS-CMSN-SUB) = OUT-EMP-NO
               AND WC-PAID (WS-CMSN-SUB) = 'N'
               AND WC-AMOUNT (WS-CMSN-SUB) NOT > WS-CMSN-REMAINING
               MOVE 'Y' TO WC-PAID (WS-CMSN-SUB)
               SUBTRACT WC-AMOUNT (WS-CMSN-SUB) FROM WS-CMSN-REMAINING
               ADD 1 TO WS-CMSN-PAID-COUNT
               ADD WC-AMOUNT (WS-CMSN-SUB) TO WS-CMSN-TOTAL-PAID
           END-IF.
      ***********************************************************
      *  070-LOAD-TAX-TABLE - Performed from 100-MAIN-MODULE     *
      *                    loads the control record and every    *
      *                    bracket.  nothing is paid without a   *
      *                    complete table: no control record, or *
      *                    a table and filing status with no     *
      *                    brackets, stops the run before any    *
      *                    employee is read                      *
      ***********************************************************
       070-LOAD-TAX-TABLE.
           OPEN INPUT PAY-TAX-FILE
           IF WS-PTX-FILE-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN PAYROLL TAX TABLE, STATUS: ',
                   WS-PTX-FILE-STATUS
               DISPLAY 'SET THE TABLE UP WITH PTAXMNT, NO PAYROLL RUN'
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ PAY-TAX-FILE NEXT RECORD
                   AT END
                       MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       PERFORM 075-STORE-TAX-ENTRY
               END-READ
           END-PERFORM
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           CLOSE PAY-TAX-FILE
           IF WS-CONTROL-FOUND = 'N' OR WS-PERIODS-PER-YEAR = ZERO
               OR WS-FED-S-COUNT = ZERO OR WS-FED-M-COUNT = ZERO
               OR WS-STATE-S-COUNT = ZERO OR WS-STATE-M-COUNT = ZERO
               DISPLAY 'PAYROLL TAX TABLE IS INCOMPLETE -- RUN '
                   'PTAXLIST TO SEE WHAT IS MISSING'
               DISPLAY 'NO PAYROLL RUN'
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF.
      ***********************************************************
      *  075-STORE-TAX-ENTRY - Performed from 070-LOAD-TAX-TABLE *
      *                    a table past 100 brackets cannot be   *
      *                    trusted and stops the run as well     *
      ***********************************************************
       075-STORE-TAX-ENTRY.
           IF PTX-TABLE = 'C'
               MOVE 'Y' TO WS-CONTROL-FOUND
               MOVE PTX-FICA-RATE TO WS-FICA-RATE
               MOVE PTX-FICA-WAGE-BASE TO WS-FICA-WAGE-BASE
               MOVE PTX-PERIODS-PER-YEAR TO WS-PERIODS-PER-YEAR
               MOVE PTX-FED-ALLOWANCE TO WS-FED-ALLOWANCE
               MOVE PTX-STATE-ALLOWANCE TO WS-STATE-ALLOWANCE
           ELSE
               IF WS-BRACKET-COUNT = 100
                   DISPLAY 'MORE THAN 100 PAYROLL TAX BRACKETS, '
                       'NO PAYROLL RUN'
                   CLOSE PAY-TAX-FILE
                   MOVE 'A' TO WS-LOG-STATUS
                   PERFORM 900-LOG-END
                   STOP RUN
               END-IF
               ADD 1 TO WS-BRACKET-COUNT
               MOVE PTX-TABLE TO WB-TABLE (WS-BRACKET-COUNT)
               MOVE PTX-STATUS TO WB-STATUS (WS-BRACKET-COUNT)
               MOVE PTX-FLOOR TO WB-FLOOR (WS-BRACKET-COUNT)
               MOVE PTX-BASE-TAX TO WB-BASE-TAX (WS-BRACKET-COUNT)
               MOVE PTX-RATE TO WB-RATE (WS-BRACKET-COUNT)
               EVALUATE PTX-TABLE ALSO PTX-STATUS
                   WHEN 'F' ALSO 'S'
                       ADD 1 TO WS-FED-S-COUNT
                   WHEN 'F' ALSO 'M'
                       ADD 1 TO WS-FED-M-COUNT
                   WHEN 'S' ALSO 'S'
                       ADD 1 TO WS-STATE-S-COUNT
                   WHEN 'S' ALSO 'M'
                       ADD 1 TO WS-STATE-M-COUNT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
      ***********************************************************
      *  080-OPEN-YTD-MASTER - Performed from 100-MAIN-MODULE    *
      *                    with no YTD master yet (the first     *
      *                    period ever) nobody is near the wage  *
      *                    base and FICA comes off full gross;   *
      *                    a master that is there but will not   *
      *                    open stops the run                    *
      ***********************************************************
       080-OPEN-YTD-MASTER.
           OPEN INPUT YTD-MASTER
           EVALUATE WS-YTD-FILE-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-YTD-OPEN
               WHEN '05'
                   CLOSE YTD-MASTER
                   DISPLAY 'NO YTD MASTER YET, FICA TAKEN ON FULL '
                       'GROSS FOR EVERY EMPLOYEE'
               WHEN OTHER
                   DISPLAY 'CANNOT OPEN YTD MASTER, STATUS: ',
                       WS-YTD-FILE-STATUS
                   DISPLAY 'FICA WAGE BASE CANNOT BE CHECKED, NO '
                       'PAYROLL RUN'
                   MOVE 'A' TO WS-LOG-STATUS
                   PERFORM 900-LOG-END
                   STOP RUN
           END-EVALUATE.
      ***********************************************************
      *  090-OPEN-EMPLOYEE-MASTER - Performed from               *
      *                    100-MAIN-MODULE.  without the master  *
      *                    nobody can be paid, so the run stops  *
      ***********************************************************
       090-OPEN-EMPLOYEE-MASTER.
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-EMP-FILE-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN EMPLOYEE MASTER, STATUS: ',
                   WS-EMP-FILE-STATUS
               DISPLAY 'NO PAYROLL RUN'
               IF WS-YTD-OPEN = 'Y'
                   CLOSE YTD-MASTER
               END-IF
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF.
      ***********************************************************
      *  095-LOAD-GL-ACCOUNTS - Performed from 100-MAIN-MODULE   *
      *                    every account the period posts to is  *
      *                    looked up before anybody is paid, so  *
      *                    a missing mapping stops the run here  *
      *                    rather than leave a payroll the       *
      *                    ledger never hears about              *
      ***********************************************************
       095-LOAD-GL-ACCOUNTS.
           OPEN INPUT GL-ACCOUNT-FILE
           IF WS-GLM-FILE-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN GL ACCOUNT MAP, STATUS: ',
                   WS-GLM-FILE-STATUS
               DISPLAY 'SET THE MAP UP WITH GLMAPMNT, NO PAYROLL RUN'
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
           MOVE 'WAGE' TO WS-GL-ITEM
           PERFORM 097-GET-GL-ACCOUNT
           MOVE WS-GL-ACCOUNT TO WS-GL-WAGE-ACCOUNT
           MOVE 'CMSN' TO WS-GL-ITEM
           PERFORM 097-GET-GL-ACCOUNT
           MOVE WS-GL-ACCOUNT TO WS-GL-CMSN-ACCOUNT
           MOVE 'FICA' TO WS-GL-ITEM
           PERFORM 097-GET-GL-ACCOUNT
           MOVE WS-GL-ACCOUNT TO WS-GL-FICA-ACCOUNT
           MOVE 'FDWH' TO WS-GL-ITEM
           PERFORM 097-GET-GL-ACCOUNT
           MOVE WS-GL-ACCOUNT TO WS-GL-FDWH-ACCOUNT
           MOVE 'STWH' TO WS-GL-ITEM
           PERFORM 097-GET-GL-ACCOUNT
           MOVE WS-GL-ACCOUNT TO WS-GL-STWH-ACCOUNT
           MOVE 'NETP' TO WS-GL-ITEM
           PERFORM 097-GET-GL-ACCOUNT
           MOVE WS-GL-ACCOUNT TO WS-GL-NETP-ACCOUNT
           CLOSE GL-ACCOUNT-FILE
           IF WS-GL-MAP-OK = 'N'
               DISPLAY 'MAP THE MISSING ITEMS WITH GLMAPMNT, NO '
                   'PAYROLL RUN'
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF.
       097-GET-GL-ACCOUNT.
           MOVE 'CH04PPB ' TO GLM-SOURCE
           MOVE WS-GL-ITEM TO GLM-ITEM
           READ GL-ACCOUNT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-GL-MAP-OK
                   MOVE SPACES TO WS-GL-ACCOUNT
                   DISPLAY 'NO GL ACCOUNT MAPPED FOR CH04PPB ',
                       WS-GL-ITEM
               NOT INVALID KEY
                   MOVE GLM-ACCOUNT TO WS-GL-ACCOUNT
           END-READ.
      ***********************************************************
      *  085-LOAD-COMMISSIONS - Performed from 100-MAIN-MODULE   *
      *                    no earnings file yet simply means no  *
      *                    commission this period; one that will *
      *                    not open, or holds more than 100      *
      *                    entries, stops the run rather than    *
      *                    pay some reps and lose the rest       *
      ***********************************************************
       085-LOAD-COMMISSIONS.
           OPEN INPUT COMMISSION-FILE
           IF WS-CMSN-FILE-STATUS NOT = '00' AND
              WS-CMSN-FILE-STATUS NOT = '05'
               DISPLAY 'CANNOT OPEN COMMISSION EARNINGS, STATUS: ',
                   WS-CMSN-FILE-STATUS
               DISPLAY 'NO PAYROLL RUN'
               CLOSE EMPLOYEE-MASTER
               IF WS-YTD-OPEN = 'Y'
                   CLOSE YTD-MASTER
               END-IF
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ COMMISSION-FILE
                   AT END
                       MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       PERFORM 087-STORE-COMMISSION
               END-READ
           END-PERFORM
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           CLOSE COMMISSION-FILE.
      ***********************************************************
      *  087-STORE-COMMISSION - Performed from                   *
      *                    085-LOAD-COMMISSIONS.  an amount that *
      *                    is not numeric is listed and kept on  *
      *                    file, unpaid, to be put right by hand *
      ***********************************************************
       087-STORE-COMMISSION.
           IF WS-CMSN-COUNT = 100
               DISPLAY 'MORE THAN 100 COMMISSION ENTRIES WAITING, '
                   'NO PAYROLL RUN'
               CLOSE COMMISSION-FILE
                     EMPLOYEE-MASTER
               IF WS-YTD-OPEN = 'Y'
                   CLOSE YTD-MASTER
               END-IF
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
           ADD 1 TO WS-CMSN-COUNT
           MOVE CMP-EMP-NO TO WC-EMP-NO (WS-CMSN-COUNT)
           MOVE CMP-REP-CODE TO WC-REP-CODE (WS-CMSN-COUNT)
           MOVE CMP-MONTH TO WC-MONTH (WS-CMSN-COUNT)
           MOVE CMP-AMOUNT TO WC-AMOUNT (WS-CMSN-COUNT)
           MOVE 'N' TO WC-PAID (WS-CMSN-COUNT)
           IF CMP-AMOUNT NOT NUMERIC
               DISPLAY 'COMMISSION AMOUNT NOT NUMERIC, HELD: ',
                   CMP-EMP-NO, ' REP ', CMP-REP-CODE
               MOVE 'B' TO WC-PAID (WS-CMSN-COUNT)
           END-IF.
      ***********************************************************
      *  400-CHECKPOINT-IF-DUE - Performed from 100-MAIN-MODULE  *
      *                    writes a fresh checkpoint record every*
      *                    WS-CHECKPOINT-INTERVAL records, so the*
           WRITE CHECKPOINT-REC
           CLOSE CHECKPOINT-FILE.
      ***********************************************************
      *  550-REWRITE-COMMISSIONS - Performed from               *
      *                    100-MAIN-MODULE after a clean run;    *
      *                    only the entries not paid this period *
      *                    go back on file for the next one      *
      ***********************************************************
       550-REWRITE-COMMISSIONS.
           OPEN OUTPUT COMMISSION-FILE
           PERFORM 555-WRITE-HELD-COMMISSION
               VARYING WS-CMSN-SUB FROM 1 BY 1
               UNTIL WS-CMSN-SUB > WS-CMSN-COUNT
           CLOSE COMMISSION-FILE.
       555-WRITE-HELD-COMMISSION.
           IF WC-PAID (WS-CMSN-SUB) NOT = 'Y'
               MOVE WC-EMP-NO (WS-CMSN-SUB) TO CMP-EMP-NO
               MOVE WC-REP-CODE (WS-CMSN-SUB) TO CMP-REP-CODE
               MOVE WC-MONTH (WS-CMSN-SUB) TO CMP-MONTH
               MOVE WC-AMOUNT (WS-CMSN-SUB) TO CMP-AMOUNT
               WRITE COMMISSION-REC
               ADD 1 TO WS-CMSN-HELD-COUNT
           END-IF.
      ***********************************************************
      *  950-STAMP-PAY-CONTROL - Performed from 100-MAIN-MODULE  *
      *                    after a clean run; stamps the control *
      *                    record so YTDUPDT knows this salary   *
           WRITE PAY-CONTROL-REC
           CLOSE PAY-CONTROL-FILE
           DISPLAY 'PAY PERIOD STAMPED: ', WS-RUN-STAMP.
      ***********************************************************
      *  600-POST-PAYROLL-TO-GL - Performed from 100-MAIN-MODULE *
      *                    after the period is stamped.  the     *
      *                    finished salary file -- including any *
      *                    records written before a restart --   *
      *                    is totalled and posted as one entry   *
      *                    under the pay-period stamp: wages and *
      *                    commission debited, the withholdings  *
      *                    and the net pay owed credited         *
      ***********************************************************
       600-POST-PAYROLL-TO-GL.
           OPEN INPUT OUT-SALARY-FILE
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ OUT-SALARY-FILE
                   AT END
                       MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       PERFORM 610-ADD-TO-GL-TOTALS
               END-READ
           END-PERFORM
           CLOSE OUT-SALARY-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           OPEN EXTEND GL-INTERFACE-FILE
           MOVE WS-GL-WAGE-ACCOUNT TO WS-GL-ACCOUNT
           MOVE 'D' TO WS-GL-DR-CR
           MOVE WS-GL-WAGES TO WS-GL-AMOUNT
           PERFORM 620-WRITE-GL-ENTRY
           MOVE WS-GL-CMSN-ACCOUNT TO WS-GL-ACCOUNT
           MOVE WS-GL-COMMISSION TO WS-GL-AMOUNT
           PERFORM 620-WRITE-GL-ENTRY
           MOVE WS-GL-FICA-ACCOUNT TO WS-GL-ACCOUNT
           MOVE 'C' TO WS-GL-DR-CR
           MOVE WS-GL-FICA TO WS-GL-AMOUNT
           PERFORM 620-WRITE-GL-ENTRY
           MOVE WS-GL-FDWH-ACCOUNT TO WS-GL-ACCOUNT
           MOVE WS-GL-FED-TAX TO WS-GL-AMOUNT
           PERFORM 620-WRITE-GL-ENTRY
           MOVE WS-GL-STWH-ACCOUNT TO WS-GL-ACCOUNT
           MOVE WS-GL-STATE-TAX TO WS-GL-AMOUNT
           PERFORM 620-WRITE-GL-ENTRY
           MOVE WS-GL-NETP-ACCOUNT TO WS-GL-ACCOUNT
           IF WS-GL-NET-PAY < ZERO
               MOVE 'D' TO WS-GL-DR-CR
           END-IF
           MOVE WS-GL-NET-PAY TO WS-GL-AMOUNT
           PERFORM 620-WRITE-GL-ENTRY
           CLOSE GL-INTERFACE-FILE.
      ***********************************************************
      *  610-ADD-TO-GL-TOTALS - Performed from                   *
      *                    600-POST-PAYROLL-TO-GL.  commission   *
      *                    is carried inside the gross, so the   *
      *                    wage figure is the gross less it      *
      ***********************************************************
       610-ADD-TO-GL-TOTALS.
           ADD OUT-SALARY TO WS-GL-WAGES
           SUBTRACT OUT-COMMISSION-PAY FROM WS-GL-WAGES
           ADD OUT-COMMISSION-PAY TO WS-GL-COMMISSION
           ADD OUT-FICA TO WS-GL-FICA
           ADD OUT-FED-TAX TO WS-GL-FED-TAX
           ADD OUT-STATE-TAX TO WS-GL-STATE-TAX
           ADD OUT-NET-PAY TO WS-GL-NET-PAY.
      ***********************************************************
      *  620-WRITE-GL-ENTRY - Performed from                     *
      *                    600-POST-PAYROLL-TO-GL.  a zero line  *
      *                    is not written                        *
      ***********************************************************
       620-WRITE-GL-ENTRY.
           IF WS-GL-AMOUNT > ZERO
               MOVE 'CH04PPB ' TO GLI-SOURCE
               MOVE WS-RUN-STAMP TO GLI-BATCH-STAMP
               MOVE WS-RUN-DATE TO GLI-ENTRY-DATE
               MOVE WS-RUN-STAMP TO GLI-REFERENCE
               MOVE WS-GL-ACCOUNT TO GLI-ACCOUNT
               MOVE WS-GL-DR-CR TO GLI-DR-CR
               MOVE WS-GL-AMOUNT TO GLI-AMOUNT
               WRITE GL-INTERFACE-REC
               ADD 1 TO WS-GL-ENTRIES
           END-IF.
       800-LOG-START.
           OPEN EXTEND RUN-LOG-FILE
           MOVE 'CH04PPB ' TO LOG-PROGRAM-ID
           MOVE 'E' TO LOG-EVENT
           MOVE WS-RECORDS-READ TO LOG-RECORDS-READ
           MOVE WS-RECORDS-WRITTEN TO LOG-RECORDS-WRITTEN
           MOVE WS-RECORDS-REJECTED TO LOG-RECORDS-REJECTED
           MOVE WS-LOG-STATUS TO LOG-RUN-STATUS
           WRITE RUN-LOG-REC
           CLOSE RUN-LOG-FILE.
