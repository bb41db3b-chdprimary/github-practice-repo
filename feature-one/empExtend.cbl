       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPEXT.
      ******************************************************************
      *AUTHOR. Christian Dean.                                         *
      *DATE-WRITTEN. 28 Sep 2026.                                      *
      *PURPOSE. ONE-TIME EXTENSION RUN FOR SITES ALREADY ON THE        *
      *         INDEXED EMPLOYEE MASTER.  READS THE OLD EMPMAST.DAT    *
      *         (NO SOCIAL SECURITY NUMBER OR ADDRESS) AND WRITES      *
      *         EMPMSTN.DAT IN THE NEW LAYOUT WITH THOSE FIELDS BLANK. *
      *         AFTER A CLEAN RUN THE OPERATOR REPLACES EMPMAST.DAT    *
      *         WITH EMPMSTN.DAT AND KEYS EVERY EMPLOYEE'S NUMBER AND  *
      *         ADDRESS THROUGH EMPMNT (CHANGE) -- YEAREND WILL NOT    *
      *         CLOSE A YEAR WHILE ANYONE PAID IN IT IS MISSING A      *
      *         SOCIAL SECURITY NUMBER.  UNTIL THE SWAP NOTHING IS     *
      *         TOUCHED.  EVERY OTHER PROGRAM NOW EXPECTS THE NEW      *
      *         LAYOUT AND WILL NOT OPEN THE OLD FILE.  (A SITE STILL  *
      *         ON THE OLD CH04PP.DAT GOES THROUGH EMPCONV, WHICH NOW  *
      *         WRITES THE NEW LAYOUT DIRECTLY.)                       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER
      ******************************************************************
      *REMEMBER TO CHANGE THE FILE DESTINATIONS DEPENDING ON THE       *
      *                   COMPUTER IT IS RUN FROM                      *
      ******************************************************************
               ASSIGN TO 'U:\CHAPTER4\EMPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-EMP-NO
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-MASTER
               ASSIGN TO 'U:\CHAPTER4\EMPMSTN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NEW-EMP-NO
               FILE STATUS IS WS-NEW-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-MASTER.
       01  OLD-MASTER-REC.
           05  OLD-EMP-NO            PIC X(5).
           05  OLD-EMP-NAME          PIC X(20).
           05  OLD-STATUS            PIC X(1).
           05  OLD-PAY-TYPE          PIC X(1).
           05  OLD-SALARY            PIC 9(5)V99.
           05  OLD-HOURLY-RATE       PIC 9(3)V99.
           05  OLD-DEPENDENTS        PIC 9(1).
           05  OLD-FILING-STATUS     PIC X(1).
           05  OLD-HIRE-DATE         PIC 9(8).
           05  OLD-TERM-DATE         PIC 9(8).
       FD  NEW-MASTER.
       01  NEW-MASTER-REC.
           05  NEW-EMP-NO            PIC X(5).
           05  NEW-EMP-NAME          PIC X(20).
           05  NEW-STATUS            PIC X(1).
           05  NEW-PAY-TYPE          PIC X(1).
           05  NEW-SALARY            PIC 9(5)V99.
           05  NEW-HOURLY-RATE       PIC 9(3)V99.
           05  NEW-DEPENDENTS        PIC 9(1).
           05  NEW-FILING-STATUS     PIC X(1).
           05  NEW-HIRE-DATE         PIC 9(8).
           05  NEW-TERM-DATE         PIC 9(8).
           05  NEW-SSN               PIC X(9).
           05  NEW-ADDRESS-1         PIC X(25).
           05  NEW-ADDRESS-2         PIC X(25).
       WORKING-STORAGE SECTION.
       01  MORE-RECORDS-IN           PIC A(1)  VALUE 'Y'.
       01  WS-OLD-FILE-STATUS        PIC X(2).
       01  WS-NEW-FILE-STATUS        PIC X(2).
       01  WS-RECORDS-LOADED         PIC 9(5)  VALUE ZERO.
       01  WS-RECORDS-DROPPED        PIC 9(5)  VALUE ZERO.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           OPEN INPUT OLD-MASTER
           IF WS-OLD-FILE-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN OLD MASTER, STATUS: ',
                   WS-OLD-FILE-STATUS
               DISPLAY 'NOTHING CONVERTED'
               STOP RUN
           END-IF
           OPEN OUTPUT NEW-MASTER
           IF WS-NEW-FILE-STATUS NOT = '00'
               DISPLAY 'CANNOT CREATE NEW MASTER, STATUS: ',
                   WS-NEW-FILE-STATUS
               CLOSE OLD-MASTER
               STOP RUN
           END-IF
           PERFORM UNTIL MORE-RECORDS-IN = 'N'
               READ OLD-MASTER NEXT RECORD
                   AT END
                       MOVE 'N' TO MORE-RECORDS-IN
                   NOT AT END
                       PERFORM 200-EXTEND-RECORD
               END-READ
           END-PERFORM
           CLOSE OLD-MASTER
                 NEW-MASTER
           DISPLAY ' '
           DISPLAY 'MASTER EXTENSION COMPLETE'
           DISPLAY 'RECORDS LOADED:  ', WS-RECORDS-LOADED
           DISPLAY 'RECORDS DROPPED: ', WS-RECORDS-DROPPED
           DISPLAY 'REPLACE EMPMAST.DAT WITH EMPMSTN.DAT, THEN KEY '
               'SOCIAL SECURITY NUMBERS AND ADDRESSES THROUGH EMPMNT'
           STOP RUN.
       200-EXTEND-RECORD.
           MOVE OLD-EMP-NO TO NEW-EMP-NO
           MOVE OLD-EMP-NAME TO NEW-EMP-NAME
           MOVE OLD-STATUS TO NEW-STATUS
           MOVE OLD-PAY-TYPE TO NEW-PAY-TYPE
           MOVE OLD-SALARY TO NEW-SALARY
           MOVE OLD-HOURLY-RATE TO NEW-HOURLY-RATE
           MOVE OLD-DEPENDENTS TO NEW-DEPENDENTS
           MOVE OLD-FILING-STATUS TO NEW-FILING-STATUS
           MOVE OLD-HIRE-DATE TO NEW-HIRE-DATE
           MOVE OLD-TERM-DATE TO NEW-TERM-DATE
           MOVE SPACES TO NEW-SSN
                          NEW-ADDRESS-1
                          NEW-ADDRESS-2
           WRITE NEW-MASTER-REC
               INVALID KEY
                   ADD 1 TO WS-RECORDS-DROPPED
                   DISPLAY 'WRITE ERROR STATUS ', WS-NEW-FILE-STATUS,
                       ' ON EMPLOYEE: ', OLD-EMP-NO
               NOT INVALID KEY
                   ADD 1 TO WS-RECORDS-LOADED
           END-WRITE.
