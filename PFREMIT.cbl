           05  HIS-LOAN                PIC 9(05)V99.
           05  HIS-ARREARS             PIC 9(05)V99.
           05  HIS-BONUS               PIC 9(05)V99.
           05  HIS-REIMB-TAXABLE       PIC 9(05)V99.
           05  HIS-REIMB-EXEMPT        PIC 9(05)V99.

       FD  MONPARM.
       01  MONPARM-REC.
           88  WS-PF-FOUND                         VALUE 'Y'.
       77  WS-PF-IDX                   PIC 9(4)    VALUE ZEROES.

      * OUTBOUND MANIFEST ENTRY FOR A FILE THIS RUN HAS WRITTEN FOR
      * AN OUTSIDE PARTY (SEE MANIFREG.CBL).
       77  WS-MAN-PROGRAM              PIC X(10)   VALUE 'PFREMIT'.
       77  WS-MAN-FILE-NAME            PIC X(12)   VALUE SPACES.
       77  WS-MAN-REC-CNT              PIC 9(6)    VALUE ZEROES.
       77  WS-MAN-AMOUNT               PIC 9(11)V99 VALUE ZEROES.
       77  WS-MAN-SEQ-NO               PIC 9(6)    VALUE ZEROES.
       77  WS-MAN-RESULT               PIC X(01)   VALUE SPACE.
       77  WS-MAN-HOLD-RC              PIC S9(4) COMP  VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-PAYHIST-RD-CNT       PIC 9(6)    VALUE ZEROES.
           05  WS-MONTH-LINE-CNT       PIC 9(6)    VALUE ZEROES.
           IF WS-PAYHIST-STATUS = '00' THEN
               PERFORM 2000-PAYHIST-READ-PARA UNTIL PAYHIST-EOF
               PERFORM 3000-REMITTANCE-WRITE-PARA
               PERFORM 3050-REMIT-MANIFEST-PARA
           ELSE
               DISPLAY 'PAYROLL HISTORY CANNOT BE OPENED.'
               MOVE 16 TO RETURN-CODE
               INTO REMITRPT-REC.
           WRITE REMITRPT-REC.

      * THE FILE GOES ON THE OUTBOUND MANIFEST SO OUTREL.CBL CAN
      * RELEASE IT TO THE PF AUTHORITY, OR REFUSE IT AS A REPEAT OF
      * A FILE ALREADY SENT.
       3050-REMIT-MANIFEST-PARA.
           MOVE 'PFREMITFILE' TO WS-MAN-FILE-NAME.
           MOVE WS-REMIT-WT-CNT TO WS-MAN-REC-CNT.
           MOVE WS-PAYABLE-TOTAL TO WS-MAN-AMOUNT.
           MOVE RETURN-CODE TO WS-MAN-HOLD-RC.
           CALL 'MANIFREG' USING WS-MAN-FILE-NAME, WS-MAN-PROGRAM,
               WS-MAN-REC-CNT, WS-MAN-AMOUNT, WS-MAN-SEQ-NO,
               WS-MAN-RESULT.
           MOVE WS-MAN-HOLD-RC TO RETURN-CODE.
           IF WS-MAN-RESULT NOT = 'Y'
               DISPLAY 'REMITTANCE FILE NOT ON THE OUTBOUND MANIFEST, '
                   'IT CANNOT BE RELEASED.'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       3100-REMIT-LINE-PARA.
           MOVE SPACES TO REMITFL-REC.
           MOVE WS-PF-NUMBER(WS-PF-IDX) TO RMT-EMPLOYEE-NUMBER.
