           05  SAL-EXEMPTION-AMT     PIC 9(3)V99.
           05  SAL-REGULAR-PAY       PIC 9(5)V99.
           05  SAL-OVERTIME-PAY      PIC 9(5)V99.
           05  SAL-COMMISSION-PAY    PIC 9(5)V99.
       FD  YTD-MASTER.
       01  YTD-MASTER-REC.
           05  YTD-EMP-NO            PIC X(5).
