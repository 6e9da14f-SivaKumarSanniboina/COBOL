           05  HIS-LOAN                PIC 9(05)V99.
           05  HIS-ARREARS             PIC 9(05)V99.
           05  HIS-BONUS               PIC 9(05)V99.
           05  HIS-REIMB-TAXABLE       PIC 9(05)V99.
           05  HIS-REIMB-EXEMPT        PIC 9(05)V99.

      * SAME LAYOUT AS PAYSLIP.CBL'S COMPFL-REC.
       FD  COMPFL.
