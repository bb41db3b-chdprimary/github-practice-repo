       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEAREND.
      ******************************************************************
      *AUTHOR. Christian Dean.                                         *
      *DATE-WRITTEN. 28 Sep 2026.                                      *
      *PURPOSE. CLOSES A PAYROLL TAX YEAR.  PRINTS A WAGE AND TAX      *
      *         STATEMENT (W-2) FOR EVERY EMPLOYEE PAID IN THE YEAR    *
      *         (W2STMT.RPT), A TRANSMITTAL WHOSE TOTALS TIE TO THE    *
      *         YTDRPT COMPANY TOTALS (W2TRANS.RPT), AND THE FIXED-    *
      *         FORMAT ELECTRONIC WAGE FILE FOR THE TAX AGENCY         *
      *         (W2FILE.DAT: ONE EMPLOYER RECORD, ONE RECORD PER       *
      *         EMPLOYEE, ONE TOTAL RECORD).  EVERY YTD MASTER RECORD  *
      *         IS THEN ARCHIVED TO THE YTD HISTORY FILE UNDER THE     *
      *         TAX YEAR AND THE YTD BUCKETS ARE ZEROED FOR THE NEW    *
      *         YEAR.  RUN YTDRPT FIRST AND KEEP IT WITH THE           *
      *         TRANSMITTAL; RUN THIS BEFORE THE FIRST PAY PERIOD OF   *
      *         THE NEW YEAR AND BEFORE THE NEW YEAR'S WAGE BASE IS    *
      *         KEYED WITH PTAXMNT (BOX 3 IS CAPPED AT THE WAGE BASE   *
      *         ON FILE).  THE RUN IS REFUSED WHILE A PAY PERIOD IS    *
      *         STILL IN PROGRESS (CH04PPB RUN BUT NOT YET POSTED BY   *
      *         YTDUPDT, OR EITHER ONE ABORTED), WHEN THE LAST PERIOD  *
      *         POSTED IS NOT IN THE TAX YEAR KEYED, AND WHEN THE      *
      *         YEAR HAS ALREADY BEEN CLOSED.  ANYONE PAID IN THE YEAR *
      *         WHO IS MISSING FROM THE EMPLOYEE MASTER OR HAS NO      *
      *         SOCIAL SECURITY NUMBER IS LISTED AND NOTHING IS        *
      *         CLOSED UNTIL THEY ARE FIXED WITH EMPMNT.               *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YTD-MASTER
      ******************************************************************
      *REMEMBER TO CHANGE THE FILE DESTINATIONS DEPENDING ON THE       *
      *                   COMPUTER IT IS RUN FROM                      *
      ******************************************************************
               ASSIGN TO 'U:\CHAPTER4\YTDMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS YTD-EMP-NO
               FILE STATUS IS WS-YTD-FILE-STATUS.
           SELECT OPTIONAL YTD-HISTORY-FILE
               ASSIGN TO 'U:\CHAPTER4\YTDHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS YTH-KEY
               FILE STATUS IS WS-YTH-FILE-STATUS.
           SELECT EMPLOYEE-MASTER
               ASSIGN TO 'U:\CHAPTER4\EMPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-NO
               FILE STATUS IS WS-EMP-FILE-STATUS.
           SELECT PAY-TAX-FILE
               ASSIGN TO 'U:\CHAPTER4\PAYTAX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PTX-KEY
               FILE STATUS IS WS-PTX-FILE-STATUS.
           SELECT OPTIONAL PAY-CONTROL-FILE
               ASSIGN TO 'U:\CHAPTER4\PAYCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYCTL-STATUS.
           SELECT OPTIONAL CHECKPOINT-FILE
               ASSIGN TO 'U:\CHAPTER4\CH04PPCK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-FILE-STATUS.
           SELECT W2-STATEMENT-FILE
               ASSIGN TO 'U:\CHAPTER4\W2STMT.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT W2-TRANSMITTAL-FILE
               ASSIGN TO 'U:\CHAPTER4\W2TRANS.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT W2-ELECTRONIC-FILE
               ASSIGN TO 'U:\CHAPTER4\W2FILE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  YTD-MASTER.
       01  YTD-MASTER-REC.
           05  YTD-EMP-NO            PIC X(5).
           05  YTD-EMPLOYEE-NAME     PIC X(20).
           05  YTD-GROSS             PIC 9(7)V99.
           05  YTD-FICA              PIC 9(6)V99.
           05  YTD-STATE-TAX         PIC 9(7)V99.
           05  YTD-FED-TAX           PIC 9(7)V99.
           05  YTD-NET               PIC S9(7)V99.
           05  YTD-PERIODS           PIC 9(3).
      ******************************************************************
      *CLOSED YEARS, ONE RECORD PER EMPLOYEE PER TAX YEAR HOLDING THE  *
      *YTD MASTER RECORD AS IT STOOD AT CLOSE.  EMPLOYEE NUMBER 00000  *
      *(NEVER ISSUED) IS THE YEAR'S CONTROL RECORD: STAGE A MEANS THE  *
      *STATEMENTS ARE OUT AND EVERY RECORD IS ARCHIVED, STAGE R MEANS  *
      *THE YTD MASTER HAS ALSO BEEN RESET AND THE YEAR IS CLOSED       *
      ******************************************************************
       FD  YTD-HISTORY-FILE.
       01  YTD-HISTORY-REC.
           05  YTH-KEY.
               10  YTH-TAX-YEAR      PIC 9(4).
               10  YTH-EMP-NO        PIC X(5).
           05  YTH-DATA.
               10  YTH-EMPLOYEE-NAME PIC X(20).
               10  YTH-GROSS         PIC 9(7)V99.
               10  YTH-FICA          PIC 9(6)V99.
               10  YTH-STATE-TAX     PIC 9(7)V99.
               10  YTH-FED-TAX       PIC 9(7)V99.
               10  YTH-NET           PIC S9(7)V99.
               10  YTH-PERIODS       PIC 9(3).
           05  YTH-CONTROL REDEFINES YTH-DATA.
               10  YTH-CLOSE-STAGE   PIC X(1).
               10  YTH-W2-COUNT      PIC 9(5).
               10  FILLER            PIC X(61).
           05  YTH-CLOSE-DATE        PIC 9(8).
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
           05  EMP-SSN-R REDEFINES EMP-SSN.
               10  EMP-SSN-AREA      PIC X(3).
               10  EMP-SSN-GROUP     PIC X(2).
               10  EMP-SSN-SERIAL    PIC X(4).
           05  EMP-ADDRESS-1         PIC X(25).
           05  EMP-ADDRESS-2         PIC X(25).
       FD  PAY-TAX-FILE.
       01  PAY-TAX-REC.
           05  PTX-KEY.
               10  PTX-TABLE         PIC X(1).
               10  PTX-STATUS        PIC X(1).
               10  PTX-FLOOR         PIC 9(7).
           05  PTX-BRACKET.
               10  PTX-BASE-TAX      PIC 9(7)V99.
               10  PTX-RATE          PIC V9(4).
               10  FILLER            PIC X(16).
           05  PTX-CONTROL REDEFINES PTX-BRACKET.
               10  PTX-FICA-RATE     PIC V9(4).
               10  PTX-FICA-WAGE-BASE
                                     PIC 9(7)V99.
               10  PTX-PERIODS-PER-YEAR
                                     PIC 9(2).
               10  PTX-FED-ALLOWANCE PIC 9(5)V99.
               10  PTX-STATE-ALLOWANCE
                                     PIC 9(5)V99.
      ******************************************************************
      *PAY-PERIOD CONTROL RECORD CH04PPB STAMPS AND YTDUPDT POSTS.     *
      *A RUN STAMP NOT YET POSTED, OR AN IN-PROGRESS STAMP, MEANS A    *
      *PERIOD IS STILL OPEN AND THE YTD FIGURES ARE NOT FINAL          *
      ******************************************************************
       FD  PAY-CONTROL-FILE.
       01  PAY-CONTROL-REC.
           05  CTL-RUN-STAMP         PIC 9(14).
           05  CTL-POSTED-STAMP      PIC 9(14).
           05  CTL-INPROG-STAMP      PIC 9(14).
           05  CTL-INPROG-COUNT      PIC 9(7).
      ******************************************************************
      *CH04PPB CHECKPOINT; A NON-ZERO COUNT MEANS A PAYROLL RUN        *
      *ABORTED AND HAS NOT YET BEEN RESTARTED                          *
      ******************************************************************
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-REC.
           05  CKPT-RECORDS-READ     PIC 9(7).
           05  CKPT-RECORDS-WRITTEN  PIC 9(7).
           05  CKPT-TOTAL-SALARY     PIC 9(9)V99.
       FD  W2-STATEMENT-FILE.
       01  W2-STATEMENT-REC          PIC X(80).
       FD  W2-TRANSMITTAL-FILE.
       01  W2-TRANSMITTAL-REC        PIC X(80).
       FD  W2-ELECTRONIC-FILE.
       01  W2-ELECTRONIC-REC         PIC X(160).
       WORKING-STORAGE SECTION.
       01  MORE-RECORDS-IN           PIC A(1)  VALUE 'Y'.
       01  WS-YTD-FILE-STATUS        PIC X(2).
       01  WS-YTH-FILE-STATUS        PIC X(2).
       01  WS-EMP-FILE-STATUS        PIC X(2).
       01  WS-PTX-FILE-STATUS        PIC X(2).
       01  WS-PAYCTL-STATUS          PIC X(2).
       01  WS-CKPT-FILE-STATUS       PIC X(2).
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR           PIC 9(4).
           05  FILLER                PIC 9(4).
       01  WS-TAX-YEAR-X             PIC X(4).
       01  WS-TAX-YEAR REDEFINES WS-TAX-YEAR-X
                                     PIC 9(4).
       01  WS-POSTED-STAMP           PIC 9(14) VALUE ZERO.
       01  WS-POSTED-STAMP-R REDEFINES WS-POSTED-STAMP.
           05  WS-POSTED-YEAR        PIC 9(4).
           05  FILLER                PIC 9(10).
       01  WS-RESET-ONLY             PIC X(1)  VALUE 'N'.
       01  WS-CONFIRM                PIC X(1).
       01  WS-EMPLOYER-EIN           PIC X(9).
       01  WS-EMPLOYER-NAME          PIC X(30).
       01  WS-EMPLOYER-ADDRESS       PIC X(30).
       01  WS-EMPLOYER-CITY          PIC X(30).
       01  WS-WAGE-BASE              PIC 9(7)V99 VALUE ZERO.
       01  WS-FICA-WAGES             PIC 9(7)V99 VALUE ZERO.
       01  WS-PROBLEMS-FOUND         PIC 9(5)  VALUE ZERO.
       01  WS-RECORDS-ARCHIVED       PIC 9(5)  VALUE ZERO.
       01  WS-RECORDS-RESET          PIC 9(5)  VALUE ZERO.
       01  WS-W2-COUNT               PIC 9(5)  VALUE ZERO.
       01  WS-PAGES-PRINTED          PIC 9(5)  VALUE ZERO.
       01  WS-TOT-GROSS              PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-FICA               PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-STATE              PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-FED                PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-NET                PIC S9(11)V99 VALUE ZERO.
       01  WS-TOT-FICA-WAGES         PIC 9(11)V99 VALUE ZERO.
      ******************************************************************
      *WAGE AND TAX STATEMENT, ONE PAGE PER EMPLOYEE.  BOX NUMBERS     *
      *FOLLOW THE FORM SO THE FIGURES CAN BE COPIED ONTO IT            *
      ******************************************************************
       01  W2-TITLE-LINE.
           05  FILLER                PIC X(40)
               VALUE 'WAGE AND TAX STATEMENT (FORM W-2)       '.
           05  FILLER                PIC X(10)  VALUE 'TAX YEAR: '.
           05  W2T-TAX-YEAR          PIC 9(4).
           05  FILLER                PIC X(26)  VALUE SPACES.
       01  W2-EIN-LINE.
           05  FILLER                PIC X(35)
               VALUE 'EMPLOYER IDENTIFICATION NUMBER:    '.
           05  W2E-EIN               PIC X(9).
           05  FILLER                PIC X(36)  VALUE SPACES.
       01  W2-NAME-LINE.
           05  FILLER                PIC X(4)   VALUE SPACES.
           05  W2N-TEXT              PIC X(30).
           05  FILLER                PIC X(46)  VALUE SPACES.
       01  W2-SSN-LINE.
           05  FILLER                PIC X(35)
               VALUE 'EMPLOYEE SOCIAL SECURITY NUMBER:   '.
           05  W2S-SSN-AREA          PIC X(3).
           05  FILLER                PIC X(1)   VALUE '-'.
           05  W2S-SSN-GROUP         PIC X(2).
           05  FILLER                PIC X(1)   VALUE '-'.
           05  W2S-SSN-SERIAL        PIC X(4).
           05  FILLER                PIC X(12)  VALUE '    EMP-NO: '.
           05  W2S-EMP-NO            PIC X(5).
           05  FILLER                PIC X(17)  VALUE SPACES.
       01  W2-BOX-LINE.
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  W2B-NUMBER            PIC X(2).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  W2B-LABEL             PIC X(34).
           05  W2B-AMOUNT            PIC Z,ZZZ,ZZ9.99.
           05  FILLER                PIC X(28)  VALUE SPACES.
       01  W2-BLANK-LINE             PIC X(80)  VALUE SPACES.
      ******************************************************************
      *TRANSMITTAL.  THE COMPANY TOTALS CARRY THE SAME LABELS AND      *
      *EDITING AS YTDRPT SO THE TWO CAN BE LAID SIDE BY SIDE           *
      ******************************************************************
       01  TRANS-TITLE-LINE.
           05  FILLER                PIC X(40)
               VALUE 'W-2 TRANSMITTAL                         '.
           05  FILLER                PIC X(10)  VALUE 'TAX YEAR: '.
           05  TRT-TAX-YEAR          PIC 9(4).
           05  FILLER                PIC X(8)   VALUE '   RUN: '.
           05  TRT-RUN-DATE          PIC 9(8).
           05  FILLER                PIC X(10)  VALUE SPACES.
       01  TRANS-TOTAL-LINE.
           05  TRN-LABEL             PIC X(22).
           05  TRN-AMOUNT            PIC -9(11).99.
           05  FILLER                PIC X(43)  VALUE SPACES.
       01  TRANS-COUNT-LINE.
           05  TRC-LABEL             PIC X(22).
           05  FILLER                PIC X(8)   VALUE SPACES.
           05  TRC-COUNT             PIC ZZZZ9.
           05  FILLER                PIC X(45)  VALUE SPACES.
       01  TRANS-NOTE-LINE.
           05  FILLER                PIC X(40)
               VALUE 'TOTALS MUST AGREE WITH THE YTDRPT COMPAN'.
           05  FILLER                PIC X(40)
               VALUE 'Y TOTALS PRINTED BEFORE THIS RUN        '.
      ******************************************************************
      *ELECTRONIC WAGE FILE, FIXED 160-BYTE RECORDS.  AMOUNTS ARE      *
      *UNSIGNED WHOLE CENTS, ZERO FILLED, WITH NO DECIMAL POINT        *
      ******************************************************************
       01  W2-EMPLOYER-RECORD.
           05  FILLER                PIC X(2)   VALUE 'RE'.
           05  W2R-TAX-YEAR          PIC 9(4).
           05  W2R-EIN               PIC X(9).
           05  W2R-NAME              PIC X(30).
           05  W2R-ADDRESS           PIC X(30).
           05  W2R-CITY              PIC X(30).
           05  FILLER                PIC X(55)  VALUE SPACES.
       01  W2-EMPLOYEE-RECORD.
           05  FILLER                PIC X(2)   VALUE 'RW'.
           05  W2W-SSN               PIC X(9).
           05  W2W-EMP-NO            PIC X(5).
           05  W2W-NAME              PIC X(20).
           05  W2W-ADDRESS-1         PIC X(25).
           05  W2W-ADDRESS-2         PIC X(25).
           05  W2W-WAGES             PIC 9(7)V99.
           05  W2W-FED-TAX           PIC 9(7)V99.
           05  W2W-FICA-WAGES        PIC 9(7)V99.
           05  W2W-FICA-TAX          PIC 9(7)V99.
           05  W2W-STATE-WAGES       PIC 9(7)V99.
           05  W2W-STATE-TAX         PIC 9(7)V99.
           05  FILLER                PIC X(20)  VALUE SPACES.
       01  W2-TOTAL-RECORD.
           05  FILLER                PIC X(2)   VALUE 'RT'.
           05  W2X-COUNT             PIC 9(7).
           05  W2X-WAGES             PIC 9(11)V99.
           05  W2X-FED-TAX           PIC 9(11)V99.
           05  W2X-FICA-WAGES        PIC 9(11)V99.
           05  W2X-FICA-TAX          PIC 9(11)V99.
           05  W2X-STATE-WAGES       PIC 9(11)V99.
           05  W2X-STATE-TAX         PIC 9(11)V99.
           05  FILLER                PIC X(73)  VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 150-GET-TAX-YEAR
           PERFORM 160-CHECK-PAY-PERIOD
           PERFORM 170-CHECK-YEAR-CLOSED
           IF WS-RESET-ONLY = 'Y'
               DISPLAY 'STATEMENTS FOR ', WS-TAX-YEAR, ' WERE ISSUED '
                   'AND ARCHIVED BUT THE YTD RESET DID NOT FINISH'
               DISPLAY 'FINISHING THE RESET ONLY -- NOTHING IS '
                   'REPRINTED'
           ELSE
               PERFORM 180-GET-WAGE-BASE
               PERFORM 200-CHECK-EMPLOYEES
               PERFORM 190-GET-EMPLOYER
               DISPLAY 'CLOSE TAX YEAR ', WS-TAX-YEAR, ', PRINT THE '
                   'STATEMENTS AND ZERO THE YTD MASTER? (Y/N)'
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = 'Y'
                   DISPLAY 'YEAR END CANCELLED, NOTHING CLOSED'
                   CLOSE YTD-HISTORY-FILE
                   STOP RUN
               END-IF
               PERFORM 300-ISSUE-STATEMENTS
           END-IF
           PERFORM 500-RESET-YTD-MASTER
           CLOSE YTD-HISTORY-FILE
           DISPLAY ' '
           DISPLAY 'YEAR END COMPLETE FOR TAX YEAR ', WS-TAX-YEAR
           IF WS-RESET-ONLY = 'N'
               DISPLAY 'STATEMENTS PRINTED:  ', WS-W2-COUNT
               DISPLAY 'RECORDS ARCHIVED:    ', WS-RECORDS-ARCHIVED
               DISPLAY 'FILE W2FILE.DAT AND KEEP W2TRANS.RPT WITH THE '
                   'YTDRPT LISTING'
           END-IF
           DISPLAY 'YTD RECORDS RESET:   ', WS-RECORDS-RESET
           STOP RUN.
       150-GET-TAX-YEAR.
           DISPLAY 'ENTER THE TAX YEAR TO CLOSE, YYYY'
           ACCEPT WS-TAX-YEAR-X
           PERFORM UNTIL WS-TAX-YEAR-X IS NUMERIC
                     AND WS-TAX-YEAR > 1899
                     AND WS-TAX-YEAR NOT > WS-RUN-YEAR
               DISPLAY 'TAX YEAR MUST BE 4 DIGITS AND NOT IN THE '
                   'FUTURE, RE-ENTER'
               ACCEPT WS-TAX-YEAR-X
           END-PERFORM.
      ******************************************************************
      *THE YTD FIGURES ARE ONLY FINAL WHEN THE LAST PAYROLL RUN HAS    *
      *BEEN POSTED IN FULL AND THAT POSTING FELL IN THE YEAR BEING     *
      *CLOSED -- A LATER YEAR MEANS NEW-YEAR PAY IS ALREADY MIXED IN,  *
      *AN EARLIER ONE MEANS THE MASTER DOES NOT HOLD THIS YEAR AT ALL  *
      ******************************************************************
       160-CHECK-PAY-PERIOD.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-FILE-STATUS = '00'
               READ CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CKPT-RECORDS-READ NUMERIC AND
                          CKPT-RECORDS-READ > ZERO
                           DISPLAY 'CH04PPB ABORTED AND HAS NOT BEEN '
                               'RESTARTED, PAY PERIOD IN PROGRESS'
                           DISPLAY 'FINISH THE PERIOD FIRST, NOTHING '
                               'CLOSED'
                           CLOSE CHECKPOINT-FILE
                           STOP RUN
                       END-IF
               END-READ
           END-IF
           CLOSE CHECKPOINT-FILE
           OPEN INPUT PAY-CONTROL-FILE
           IF WS-PAYCTL-STATUS NOT = '00' AND
              WS-PAYCTL-STATUS NOT = '05'
               DISPLAY 'CANNOT READ PAY CONTROL FILE, STATUS: ',
                   WS-PAYCTL-STATUS
               DISPLAY 'NOTHING CLOSED'
               STOP RUN
           END-IF
           READ PAY-CONTROL-FILE
               AT END
                   DISPLAY 'NO PAY PERIOD HAS EVER BEEN POSTED, '
                       'NOTHING TO CLOSE'
                   CLOSE PAY-CONTROL-FILE
                   STOP RUN
           END-READ
           CLOSE PAY-CONTROL-FILE
           IF CTL-INPROG-STAMP NOT = ZERO
               DISPLAY 'YTDUPDT ABORTED PART WAY THROUGH A POSTING, '
                   'PAY PERIOD IN PROGRESS'
               DISPLAY 'RERUN YTDUPDT TO FINISH IT, NOTHING CLOSED'
               STOP RUN
           END-IF
           IF CTL-RUN-STAMP NOT = CTL-POSTED-STAMP
               DISPLAY 'THE LAST CH04PPB RUN HAS NOT BEEN POSTED, '
                   'PAY PERIOD IN PROGRESS'
               DISPLAY 'RUN YTDUPDT FIRST, NOTHING CLOSED'
               STOP RUN
           END-IF
           MOVE CTL-POSTED-STAMP TO WS-POSTED-STAMP
           IF WS-POSTED-YEAR NOT = WS-TAX-YEAR
               DISPLAY 'LAST PAY PERIOD WAS POSTED IN ',
                   WS-POSTED-YEAR, ', NOT ', WS-TAX-YEAR
               DISPLAY 'THE YTD MASTER DOES NOT HOLD TAX YEAR ',
                   WS-TAX-YEAR, ' ALONE, NOTHING CLOSED'
               STOP RUN
           END-IF.
       170-CHECK-YEAR-CLOSED.
           OPEN I-O YTD-HISTORY-FILE
           IF WS-YTH-FILE-STATUS NOT = '00' AND
              WS-YTH-FILE-STATUS NOT = '05'
               DISPLAY 'CANNOT OPEN YTD HISTORY FILE, STATUS: ',
                   WS-YTH-FILE-STATUS
               DISPLAY 'NOTHING CLOSED'
               STOP RUN
           END-IF
           MOVE WS-TAX-YEAR TO YTH-TAX-YEAR
           MOVE '00000' TO YTH-EMP-NO
           READ YTD-HISTORY-FILE
               INVALID KEY
                   MOVE 'N' TO WS-RESET-ONLY
               NOT INVALID KEY
                   IF YTH-CLOSE-STAGE = 'R'
                       DISPLAY 'TAX YEAR ', WS-TAX-YEAR, ' WAS CLOSED '
                           'ON ', YTH-CLOSE-DATE, ', NOTHING DONE'
                       CLOSE YTD-HISTORY-FILE
                       STOP RUN
                   END-IF
                   MOVE 'Y' TO WS-RESET-ONLY
           END-READ.
      ******************************************************************
      *BOX 3 STOPS AT THE FICA WAGE BASE ON THE PAYROLL TAX TABLE --   *
      *THE SAME FIGURE CH04PPB STOPPED WITHHOLDING AT DURING THE YEAR  *
      ******************************************************************
       180-GET-WAGE-BASE.
           OPEN INPUT PAY-TAX-FILE
           IF WS-PTX-FILE-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN PAYROLL TAX TABLE, STATUS: ',
                   WS-PTX-FILE-STATUS
               DISPLAY 'NOTHING CLOSED'
               CLOSE YTD-HISTORY-FILE
               STOP RUN
           END-IF
           MOVE 'C' TO PTX-TABLE
           MOVE SPACE TO PTX-STATUS
           MOVE ZERO TO PTX-FLOOR
           READ PAY-TAX-FILE
               INVALID KEY
                   DISPLAY 'PAYROLL TAX TABLE HAS NO CONTROL RECORD, '
                       'SET IT UP WITH PTAXMNT'
                   DISPLAY 'NOTHING CLOSED'
                   CLOSE PAY-TAX-FILE
                         YTD-HISTORY-FILE
                   STOP RUN
           END-READ
           MOVE PTX-FICA-WAGE-BASE TO WS-WAGE-BASE
           CLOSE PAY-TAX-FILE
           DISPLAY 'FICA WAGE BASE ON FILE: ', WS-WAGE-BASE
           DISPLAY 'IF THIS IS ALREADY NEXT YEAR''S BASE, ANSWER N AT '
               'THE CONFIRMATION AND RESTORE THIS YEAR''S FIRST'.
       190-GET-EMPLOYER.
           DISPLAY 'ENTER EMPLOYER IDENTIFICATION NUMBER, 9 DIGITS'
           ACCEPT WS-EMPLOYER-EIN
           PERFORM UNTIL WS-EMPLOYER-EIN IS NUMERIC
               DISPLAY 'EMPLOYER NUMBER MUST BE 9 DIGITS, RE-ENTER'
               ACCEPT WS-EMPLOYER-EIN
           END-PERFORM
           DISPLAY 'ENTER EMPLOYER NAME'
           ACCEPT WS-EMPLOYER-NAME
           PERFORM UNTIL WS-EMPLOYER-NAME NOT = SPACES
               DISPLAY 'EMPLOYER NAME CANNOT BE BLANK, RE-ENTER'
               ACCEPT WS-EMPLOYER-NAME
           END-PERFORM
           DISPLAY 'ENTER EMPLOYER STREET ADDRESS'
           ACCEPT WS-EMPLOYER-ADDRESS
           DISPLAY 'ENTER EMPLOYER CITY, STATE AND ZIP'
           ACCEPT WS-EMPLOYER-CITY.
      ******************************************************************
      *EVERYONE PAID IN THE YEAR MUST BE ON THE EMPLOYEE MASTER WITH A *
      *SOCIAL SECURITY NUMBER BEFORE A STATEMENT CAN BE ISSUED.  ALL   *
      *OF THEM ARE LISTED IN ONE PASS SO THEY CAN BE FIXED TOGETHER    *
      ******************************************************************
       200-CHECK-EMPLOYEES.
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-EMP-FILE-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN EMPLOYEE MASTER, STATUS: ',
                   WS-EMP-FILE-STATUS
               DISPLAY 'NOTHING CLOSED'
               CLOSE YTD-HISTORY-FILE
               STOP RUN
           END-IF
           OPEN INPUT YTD-MASTER
           IF WS-YTD-FILE-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN YTD MASTER, STATUS: ',
                   WS-YTD-FILE-STATUS
               DISPLAY 'NOTHING CLOSED'
               CLOSE EMPLOYEE-MASTER
                     YTD-HISTORY-FILE
               STOP RUN
           END-IF
           MOVE 'Y' TO MORE-RECORDS-IN
           PERFORM UNTIL MORE-RECORDS-IN = 'N'
               READ YTD-MASTER NEXT RECORD
                   AT END
                       MOVE 'N' TO MORE-RECORDS-IN
                   NOT AT END
                       IF YTD-GROSS > ZERO
                           PERFORM 210-CHECK-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE YTD-MASTER
                 EMPLOYEE-MASTER
           IF WS-PROBLEMS-FOUND > ZERO
               DISPLAY WS-PROBLEMS-FOUND, ' EMPLOYEE(S) CANNOT BE '
                   'GIVEN A STATEMENT'
               DISPLAY 'CORRECT THEM WITH EMPMNT AND RERUN, NOTHING '
                   'CLOSED'
               CLOSE YTD-HISTORY-FILE
               STOP RUN
           END-IF.
       210-CHECK-EMPLOYEE.
           MOVE YTD-EMP-NO TO EMP-NO
           READ EMPLOYEE-MASTER
               INVALID KEY
                   ADD 1 TO WS-PROBLEMS-FOUND
                   DISPLAY 'NOT ON EMPLOYEE MASTER: ', YTD-EMP-NO,
                       ' ', YTD-EMPLOYEE-NAME
               NOT INVALID KEY
                   IF EMP-SSN NOT NUMERIC OR EMP-SSN = ZEROS
                       ADD 1 TO WS-PROBLEMS-FOUND
                       DISPLAY 'NO SOCIAL SECURITY NUMBER: ',
                           YTD-EMP-NO, ' ', EMP-NAME
                   END-IF
           END-READ.
      ******************************************************************
      *ONE PASS OF THE YTD MASTER: EVERY RECORD IS ARCHIVED UNDER THE  *
      *TAX YEAR AND ADDED TO THE COMPANY TOTALS, AND EVERYONE WITH     *
      *WAGES GETS A STATEMENT AND AN ELECTRONIC RECORD.  A RERUN AFTER *
      *AN ABORT HERE SIMPLY STARTS OVER -- ARCHIVED RECORDS ARE        *
      *REWRITTEN AND THE REPORTS ARE RECREATED                         *
      ******************************************************************
       300-ISSUE-STATEMENTS.
           OPEN INPUT YTD-MASTER
                      EMPLOYEE-MASTER
           OPEN OUTPUT W2-STATEMENT-FILE
                       W2-TRANSMITTAL-FILE
                       W2-ELECTRONIC-FILE
           MOVE WS-TAX-YEAR TO W2T-TAX-YEAR
           MOVE WS-TAX-YEAR TO W2R-TAX-YEAR
           MOVE WS-EMPLOYER-EIN TO W2R-EIN
           MOVE WS-EMPLOYER-NAME TO W2R-NAME
           MOVE WS-EMPLOYER-ADDRESS TO W2R-ADDRESS
           MOVE WS-EMPLOYER-CITY TO W2R-CITY
           WRITE W2-ELECTRONIC-REC FROM W2-EMPLOYER-RECORD
           MOVE 'Y' TO MORE-RECORDS-IN
           PERFORM UNTIL MORE-RECORDS-IN = 'N'
               READ YTD-MASTER NEXT RECORD
                   AT END
                       MOVE 'N' TO MORE-RECORDS-IN
                   NOT AT END
                       PERFORM 310-ARCHIVE-RECORD
                       IF YTD-GROSS > ZERO
                           PERFORM 320-ISSUE-STATEMENT
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 400-WRITE-TRANSMITTAL
           CLOSE YTD-MASTER
                 EMPLOYEE-MASTER
                 W2-STATEMENT-FILE
                 W2-TRANSMITTAL-FILE
                 W2-ELECTRONIC-FILE
           MOVE WS-TAX-YEAR TO YTH-TAX-YEAR
           MOVE '00000' TO YTH-EMP-NO
           MOVE SPACES TO YTH-DATA
           MOVE 'A' TO YTH-CLOSE-STAGE
           MOVE WS-W2-COUNT TO YTH-W2-COUNT
           MOVE WS-RUN-DATE TO YTH-CLOSE-DATE
           WRITE YTD-HISTORY-REC
               INVALID KEY
                   DISPLAY 'CANNOT MARK YEAR ARCHIVED, STATUS: ',
                       WS-YTH-FILE-STATUS
                   DISPLAY 'STATEMENTS ARE OUT BUT THE YTD MASTER '
                       'WAS NOT RESET'
                   CLOSE YTD-HISTORY-FILE
                   STOP RUN
           END-WRITE.
       310-ARCHIVE-RECORD.
           MOVE WS-TAX-YEAR TO YTH-TAX-YEAR
           MOVE YTD-EMP-NO TO YTH-EMP-NO
           MOVE YTD-EMPLOYEE-NAME TO YTH-EMPLOYEE-NAME
           MOVE YTD-GROSS TO YTH-GROSS
           MOVE YTD-FICA TO YTH-FICA
           MOVE YTD-STATE-TAX TO YTH-STATE-TAX
           MOVE YTD-FED-TAX TO YTH-FED-TAX
           MOVE YTD-NET TO YTH-NET
           MOVE YTD-PERIODS TO YTH-PERIODS
           MOVE WS-RUN-DATE TO YTH-CLOSE-DATE
           WRITE YTD-HISTORY-REC
               INVALID KEY
                   IF WS-YTH-FILE-STATUS = '22'
                       REWRITE YTD-HISTORY-REC
                   END-IF
           END-WRITE
           IF WS-YTH-FILE-STATUS NOT = '00'
               DISPLAY 'YTD HISTORY WRITE ERROR, STATUS: ',
                   WS-YTH-FILE-STATUS, ' ON EMPLOYEE: ', YTD-EMP-NO
               DISPLAY 'YEAR NOT CLOSED -- CORRECT AND RERUN'
               CLOSE YTD-MASTER
                     EMPLOYEE-MASTER
                     W2-STATEMENT-FILE
                     W2-TRANSMITTAL-FILE
                     W2-ELECTRONIC-FILE
                     YTD-HISTORY-FILE
               STOP RUN
           END-IF
           ADD 1 TO WS-RECORDS-ARCHIVED
           ADD YTD-GROSS TO WS-TOT-GROSS
           ADD YTD-FICA TO WS-TOT-FICA
           ADD YTD-STATE-TAX TO WS-TOT-STATE
           ADD YTD-FED-TAX TO WS-TOT-FED
           ADD YTD-NET TO WS-TOT-NET.
      ******************************************************************
      *EVERY WRITE CARRIES AN ADVANCING PHRASE -- MIXING PLAIN WRITES  *
      *WITH AN ADVANCING WRITE GLUES LINES TOGETHER AT THE PAGE BREAK  *
      ******************************************************************
       320-ISSUE-STATEMENT.
           MOVE YTD-EMP-NO TO EMP-NO
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE SPACES TO EMP-SSN
                                  EMP-ADDRESS-1
                                  EMP-ADDRESS-2
                   MOVE YTD-EMPLOYEE-NAME TO EMP-NAME
           END-READ
           IF YTD-GROSS > WS-WAGE-BASE
               MOVE WS-WAGE-BASE TO WS-FICA-WAGES
           ELSE
               MOVE YTD-GROSS TO WS-FICA-WAGES
           END-IF
           ADD WS-FICA-WAGES TO WS-TOT-FICA-WAGES
           IF WS-PAGES-PRINTED = ZERO
               WRITE W2-STATEMENT-REC FROM W2-TITLE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE W2-STATEMENT-REC FROM W2-TITLE-LINE
                   AFTER ADVANCING PAGE
           END-IF
           WRITE W2-STATEMENT-REC FROM W2-BLANK-LINE
               AFTER ADVANCING 1 LINE
           MOVE WS-EMPLOYER-EIN TO W2E-EIN
           WRITE W2-STATEMENT-REC FROM W2-EIN-LINE
               AFTER ADVANCING 1 LINE
           MOVE WS-EMPLOYER-NAME TO W2N-TEXT
           WRITE W2-STATEMENT-REC FROM W2-NAME-LINE
               AFTER ADVANCING 1 LINE
           MOVE WS-EMPLOYER-ADDRESS TO W2N-TEXT
           WRITE W2-STATEMENT-REC FROM W2-NAME-LINE
               AFTER ADVANCING 1 LINE
           MOVE WS-EMPLOYER-CITY TO W2N-TEXT
           WRITE W2-STATEMENT-REC FROM W2-NAME-LINE
               AFTER ADVANCING 1 LINE
           WRITE W2-STATEMENT-REC FROM W2-BLANK-LINE
               AFTER ADVANCING 1 LINE
           MOVE EMP-SSN-AREA TO W2S-SSN-AREA
           MOVE EMP-SSN-GROUP TO W2S-SSN-GROUP
           MOVE EMP-SSN-SERIAL TO W2S-SSN-SERIAL
           MOVE YTD-EMP-NO TO W2S-EMP-NO
           WRITE W2-STATEMENT-REC FROM W2-SSN-LINE
               AFTER ADVANCING 1 LINE
           MOVE EMP-NAME TO W2N-TEXT
           WRITE W2-STATEMENT-REC FROM W2-NAME-LINE
               AFTER ADVANCING 1 LINE
           MOVE EMP-ADDRESS-1 TO W2N-TEXT
           WRITE W2-STATEMENT-REC FROM W2-NAME-LINE
               AFTER ADVANCING 1 LINE
           MOVE EMP-ADDRESS-2 TO W2N-TEXT
           WRITE W2-STATEMENT-REC FROM W2-NAME-LINE
               AFTER ADVANCING 1 LINE
           WRITE W2-STATEMENT-REC FROM W2-BLANK-LINE
               AFTER ADVANCING 1 LINE
           MOVE ' 1' TO W2B-NUMBER
           MOVE 'WAGES, TIPS, OTHER COMPENSATION' TO W2B-LABEL
           MOVE YTD-GROSS TO W2B-AMOUNT
           PERFORM 330-WRITE-BOX-LINE
           MOVE ' 2' TO W2B-NUMBER
           MOVE 'FEDERAL INCOME TAX WITHHELD' TO W2B-LABEL
           MOVE YTD-FED-TAX TO W2B-AMOUNT
           PERFORM 330-WRITE-BOX-LINE
           MOVE ' 3' TO W2B-NUMBER
           MOVE 'SOCIAL SECURITY (FICA) WAGES' TO W2B-LABEL
           MOVE WS-FICA-WAGES TO W2B-AMOUNT
           PERFORM 330-WRITE-BOX-LINE
           MOVE ' 4' TO W2B-NUMBER
           MOVE 'SOCIAL SECURITY (FICA) WITHHELD' TO W2B-LABEL
           MOVE YTD-FICA TO W2B-AMOUNT
           PERFORM 330-WRITE-BOX-LINE
           MOVE '16' TO W2B-NUMBER
           MOVE 'STATE WAGES, TIPS, ETC.' TO W2B-LABEL
           MOVE YTD-GROSS TO W2B-AMOUNT
           PERFORM 330-WRITE-BOX-LINE
           MOVE '17' TO W2B-NUMBER
           MOVE 'STATE INCOME TAX' TO W2B-LABEL
           MOVE YTD-STATE-TAX TO W2B-AMOUNT
           PERFORM 330-WRITE-BOX-LINE
           ADD 1 TO WS-PAGES-PRINTED
           ADD 1 TO WS-W2-COUNT
           MOVE EMP-SSN TO W2W-SSN
           MOVE YTD-EMP-NO TO W2W-EMP-NO
           MOVE EMP-NAME TO W2W-NAME
           MOVE EMP-ADDRESS-1 TO W2W-ADDRESS-1
           MOVE EMP-ADDRESS-2 TO W2W-ADDRESS-2
           MOVE YTD-GROSS TO W2W-WAGES
           MOVE YTD-FED-TAX TO W2W-FED-TAX
           MOVE WS-FICA-WAGES TO W2W-FICA-WAGES
           MOVE YTD-FICA TO W2W-FICA-TAX
           MOVE YTD-GROSS TO W2W-STATE-WAGES
           MOVE YTD-STATE-TAX TO W2W-STATE-TAX
           WRITE W2-ELECTRONIC-REC FROM W2-EMPLOYEE-RECORD.
       330-WRITE-BOX-LINE.
           WRITE W2-STATEMENT-REC FROM W2-BOX-LINE
               AFTER ADVANCING 1 LINE.
      ******************************************************************
      *THE ELECTRONIC TOTAL RECORD AND THE PRINTED TRANSMITTAL.  STATE *
      *WAGES ARE ALWAYS THE FULL GROSS, SO THEY TOTAL TO THE SAME      *
      *FIGURE AS BOX 1                                                 *
      ******************************************************************
       400-WRITE-TRANSMITTAL.
           MOVE WS-W2-COUNT TO W2X-COUNT
           MOVE WS-TOT-GROSS TO W2X-WAGES
           MOVE WS-TOT-FED TO W2X-FED-TAX
           MOVE WS-TOT-FICA-WAGES TO W2X-FICA-WAGES
           MOVE WS-TOT-FICA TO W2X-FICA-TAX
           MOVE WS-TOT-GROSS TO W2X-STATE-WAGES
           MOVE WS-TOT-STATE TO W2X-STATE-TAX
           WRITE W2-ELECTRONIC-REC FROM W2-TOTAL-RECORD
           MOVE WS-TAX-YEAR TO TRT-TAX-YEAR
           MOVE WS-RUN-DATE TO TRT-RUN-DATE
           WRITE W2-TRANSMITTAL-REC FROM TRANS-TITLE-LINE
               AFTER ADVANCING 1 LINE
           WRITE W2-TRANSMITTAL-REC FROM W2-BLANK-LINE
               AFTER ADVANCING 1 LINE
           MOVE WS-EMPLOYER-EIN TO W2E-EIN
           WRITE W2-TRANSMITTAL-REC FROM W2-EIN-LINE
               AFTER ADVANCING 1 LINE
           MOVE WS-EMPLOYER-NAME TO W2N-TEXT
           WRITE W2-TRANSMITTAL-REC FROM W2-NAME-LINE
               AFTER ADVANCING 1 LINE
           MOVE WS-EMPLOYER-ADDRESS TO W2N-TEXT
           WRITE W2-TRANSMITTAL-REC FROM W2-NAME-LINE
               AFTER ADVANCING 1 LINE
           MOVE WS-EMPLOYER-CITY TO W2N-TEXT
           WRITE W2-TRANSMITTAL-REC FROM W2-NAME-LINE
               AFTER ADVANCING 1 LINE
           WRITE W2-TRANSMITTAL-REC FROM W2-BLANK-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'STATEMENTS ISSUED:    ' TO TRC-LABEL
           MOVE WS-W2-COUNT TO TRC-COUNT
           WRITE W2-TRANSMITTAL-REC FROM TRANS-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'EMPLOYEES ON YTD FILE:' TO TRC-LABEL
           MOVE WS-RECORDS-ARCHIVED TO TRC-COUNT
           WRITE W2-TRANSMITTAL-REC FROM TRANS-COUNT-LINE
               AFTER ADVANCING 1 LINE
           WRITE W2-TRANSMITTAL-REC FROM W2-BLANK-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'COMPANY TOTAL GROSS:  ' TO TRN-LABEL
           MOVE WS-TOT-GROSS TO TRN-AMOUNT
           PERFORM 410-WRITE-TRANS-TOTAL
           MOVE 'COMPANY TOTAL FICA:   ' TO TRN-LABEL
           MOVE WS-TOT-FICA TO TRN-AMOUNT
           PERFORM 410-WRITE-TRANS-TOTAL
           MOVE 'COMPANY TOTAL STATE:  ' TO TRN-LABEL
           MOVE WS-TOT-STATE TO TRN-AMOUNT
           PERFORM 410-WRITE-TRANS-TOTAL
           MOVE 'COMPANY TOTAL FEDERAL:' TO TRN-LABEL
           MOVE WS-TOT-FED TO TRN-AMOUNT
           PERFORM 410-WRITE-TRANS-TOTAL
           MOVE 'COMPANY TOTAL NET:    ' TO TRN-LABEL
           MOVE WS-TOT-NET TO TRN-AMOUNT
           PERFORM 410-WRITE-TRANS-TOTAL
           WRITE W2-TRANSMITTAL-REC FROM W2-BLANK-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'TOTAL FICA WAGES:     ' TO TRN-LABEL
           MOVE WS-TOT-FICA-WAGES TO TRN-AMOUNT
           PERFORM 410-WRITE-TRANS-TOTAL
           WRITE W2-TRANSMITTAL-REC FROM W2-BLANK-LINE
               AFTER ADVANCING 1 LINE
           WRITE W2-TRANSMITTAL-REC FROM TRANS-NOTE-LINE
               AFTER ADVANCING 1 LINE.
       410-WRITE-TRANS-TOTAL.
           WRITE W2-TRANSMITTAL-REC FROM TRANS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
      ******************************************************************
      *ZERO THE YEAR'S BUCKETS.  THE RECORD AND NAME STAY SO YTDUPDT   *
      *POSTS THE NEW YEAR ONTO THE SAME EMPLOYEES.  SAFE TO REPEAT --  *
      *A RERUN AFTER AN ABORT HERE COMES STRAIGHT BACK TO THIS PASS    *
      ******************************************************************
       500-RESET-YTD-MASTER.
           OPEN I-O YTD-MASTER
           IF WS-YTD-FILE-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN YTD MASTER FOR RESET, STATUS: ',
                   WS-YTD-FILE-STATUS
               DISPLAY 'RERUN YEAREND TO FINISH THE RESET'
               CLOSE YTD-HISTORY-FILE
               STOP RUN
           END-IF
           MOVE 'Y' TO MORE-RECORDS-IN
           PERFORM UNTIL MORE-RECORDS-IN = 'N'
               READ YTD-MASTER NEXT RECORD
                   AT END
                       MOVE 'N' TO MORE-RECORDS-IN
                   NOT AT END
                       PERFORM 510-RESET-RECORD
               END-READ
           END-PERFORM
           CLOSE YTD-MASTER
           MOVE WS-TAX-YEAR TO YTH-TAX-YEAR
           MOVE '00000' TO YTH-EMP-NO
           READ YTD-HISTORY-FILE
               INVALID KEY
                   DISPLAY 'YEAR CONTROL RECORD MISSING, STATUS: ',
                       WS-YTH-FILE-STATUS
           END-READ
           MOVE 'R' TO YTH-CLOSE-STAGE
           MOVE WS-RUN-DATE TO YTH-CLOSE-DATE
           REWRITE YTD-HISTORY-REC
               INVALID KEY
                   DISPLAY 'CANNOT MARK YEAR CLOSED, STATUS: ',
                       WS-YTH-FILE-STATUS
           END-REWRITE.
       510-RESET-RECORD.
           MOVE ZERO TO YTD-GROSS
           MOVE ZERO TO YTD-FICA
           MOVE ZERO TO YTD-STATE-TAX
           MOVE ZERO TO YTD-FED-TAX
           MOVE ZERO TO YTD-NET
           MOVE ZERO TO YTD-PERIODS
           REWRITE YTD-MASTER-REC
               INVALID KEY
                   DISPLAY 'YTD RESET ERROR, STATUS: ',
                       WS-YTD-FILE-STATUS, ' ON EMPLOYEE: ', YTD-EMP-NO
               NOT INVALID KEY
                   ADD 1 TO WS-RECORDS-RESET
           END-REWRITE.
