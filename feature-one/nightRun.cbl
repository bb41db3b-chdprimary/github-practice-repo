           05  LOG-RECORDS-REJECTED  PIC 9(7).
           05  LOG-RUN-STATUS        PIC X(1).
       FD  NEW-BACKORDER-FILE.
       01  NEW-BACKORDER-REC         PIC X(35).
       FD  BACKORDER-FILE.
       01  BACKORDER-REC             PIC X(35).
       WORKING-STORAGE SECTION.
       01  MORE-RECORDS-IN           PIC A(1).
       01  WS-NEWBO-FILE-STATUS      PIC X(2).
