       01  RAW-EMPLOYEE-REC.
           05  RAW-EMP-NO            PIC X(5).
           05  RAW-EMPLOYEE-NAME     PIC X(20).
           05  FILLER                PIC X(41).
       WORKING-STORAGE SECTION.
       01  MORE-RECORDS-IN           PIC A(1)  VALUE 'Y'.
       01  WS-OLD-FILE-STATUS        PIC X(2).
