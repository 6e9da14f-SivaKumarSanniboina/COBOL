           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-PAYHIST-STATUS.

      * SAME ASSIGN/LAYOUT AS LEAVEPRC.CBL'S LEAVEMAST. THE EARNED
      * LEAVE BALANCE IS ENCASHED WITH THE SETTLEMENT AND THE MASTER
      * REWRITTEN WITH IT CLEARED.
           SELECT LEAVEMAST ASSIGN TO DYNAMIC WS-LEAVEMAST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-LEAVEMAST-STATUS.

      * PENDING ARREARS ELEMENTS FROM PAYARRS.CBL, PAID OUT WITH THE
      * SETTLEMENT SINCE THERE IS NO NEXT PAYSLIP TO CARRY THEM.
           SELECT ARRSFL ASSIGN TO DYNAMIC WS-ARRSFL-PATH
           05  HIS-LOAN                PIC 9(05)V99.
           05  HIS-ARREARS             PIC 9(05)V99.
           05  HIS-BONUS               PIC 9(05)V99.
           05  HIS-REIMB-TAXABLE       PIC 9(05)V99.
           05  HIS-REIMB-EXEMPT        PIC 9(05)V99.

      * SAME LAYOUT AS LEAVEPRC.CBL'S LEAVEMAST-REC.
       FD  LEAVEMAST.
       01  LEAVEMAST-REC.
           05  LVM-EMPLOYEE-NUMBER     PIC 9(05).
           05  LVM-LEAVE-TYPE          PIC X(01).
               88  LVM-EARNED                  VALUE 'E'.
           05  LVM-BALANCE             PIC 9(03)V99.
           05  LVM-LAST-ACCRUAL        PIC 9(06).
           05  FILLER                  PIC X(63).

      * SAME LAYOUT AS PAYARRS.CBL'S ARRSFL-REC.
       FD  ARRSFL.
       77  WS-COMPFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-LOANFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-PAYHIST-PATH             PIC X(80) VALUE SPACES.
       77  WS-LEAVEMAST-PATH           PIC X(80) VALUE SPACES.
       77  WS-ARRSFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-BANKFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-FNFSTMT-PATH             PIC X(80) VALUE SPACES.
           05  WS-COMPFL-STATUS        PIC X(2).
           05  WS-LOANFL-STATUS        PIC X(2).
           05  WS-PAYHIST-STATUS       PIC X(2).
           05  WS-LEAVEMAST-STATUS     PIC X(2).
           05  WS-ARRSFL-STATUS        PIC X(2).
           05  WS-BANKFL-STATUS        PIC X(2).
           05  WS-FNFSTMT-STATUS       PIC X(2).
               88  LOANFL-AVAILABLE                VALUE 'Y'.
           05  WS-PAYHIST-EOF-SW       PIC X(01)   VALUE 'N'.
               88  PAYHIST-EOF                     VALUE 'Y'.
           05  WS-LEAVEMAST-EOF-SW     PIC X(01)   VALUE 'N'.
               88  LEAVEMAST-EOF                   VALUE 'Y'.
           05  WS-LEAVEMAST-AVAIL-SW   PIC X(01)   VALUE 'N'.
               88  LEAVEMAST-AVAILABLE             VALUE 'Y'.
           05  WS-ARRSFL-EOF-SW        PIC X(01)   VALUE 'N'.
               88  ARRSFL-EOF                      VALUE 'Y'.
           05  WS-BANKFL-EOF-SW        PIC X(01)   VALUE 'N'.
       77  WS-PF-FOUND-SW              PIC X(01)   VALUE 'N'.
           88  WS-PF-FOUND                         VALUE 'Y'.

      * LEAVE MASTER, HELD WHOLE SO IT CAN BE REWRITTEN WITH THE
      * LEAVERS' EARNED LEAVE CLEARED.
       01  WS-LVM-TABLE.
           05  WS-LVM-ENTRY OCCURS 6000 TIMES.
               10  WS-LVM-NUMBER        PIC 9(05).
               10  WS-LVM-TYPE          PIC X(01).
                   88  WS-LVM-EARNED                VALUE 'E'.
               10  WS-LVM-BALANCE       PIC 9(03)V99.
               10  WS-LVM-LAST-ACCRUAL  PIC 9(06).
       77  WS-LVM-CNT                  PIC 9(4)    VALUE ZEROES.
       77  WS-LVM-IDX                  PIC 9(4)    VALUE ZEROES.
       77  WS-LVM-SRCH-IDX             PIC 9(4)    VALUE ZEROES.
       77  WS-LVM-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-LVM-FOUND                        VALUE 'Y'.

      * PENDING ARREARS ELEMENTS.
       01  WS-ARRS-TABLE.
           05  WS-ARRS-ENTRY OCCURS 2000 TIMES.
       77  WS-FINAL-PF                PIC 9(5)V99 VALUE ZEROES.
       77  WS-FINAL-TAX               PIC 9(5)V99 VALUE ZEROES.
       77  WS-ARREARS-DUE             PIC 9(5)V99 VALUE ZEROES.
      * EARNED LEAVE ENCASHED AT A DAY'S FULL-MONTH BASIC PLUS DA
      * OVER THE SAME 30-DAY MONTH, PAID AS PART OF THE GROSS.
       77  WS-EL-DAYS                 PIC 9(03)V99 VALUE ZEROES.
       77  WS-FORMATTED-EL-DAYS       PIC ZZ9.99.
       77  WS-DAY-RATE                PIC 9(5)V99 VALUE ZEROES.
       77  WS-LEAVE-ENCASH            PIC 9(7)V99 VALUE ZEROES.
       77  WS-PF-PAYOUT               PIC 9(7)V99 VALUE ZEROES.
       77  WS-LOAN-RECOVERY           PIC 9(7)V99 VALUE ZEROES.
       77  WS-NET-SETTLEMENT          PIC S9(8)V99 VALUE ZEROES.

      * OUTBOUND MANIFEST ENTRY FOR A FILE THIS RUN HAS WRITTEN FOR
      * AN OUTSIDE PARTY (SEE MANIFREG.CBL).
       77  WS-MAN-PROGRAM              PIC X(10)   VALUE 'FNFSETT'.
       77  WS-MAN-FILE-NAME            PIC X(12)   VALUE SPACES.
       77  WS-MAN-REC-CNT              PIC 9(6)    VALUE ZEROES.
       77  WS-MAN-AMOUNT               PIC 9(11)V99 VALUE ZEROES.
       77  WS-MAN-SEQ-NO               PIC 9(6)    VALUE ZEROES.
       77  WS-MAN-RESULT               PIC X(01)   VALUE SPACE.
       77  WS-MAN-HOLD-RC              PIC S9(4) COMP  VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-TERMPEND-RD-CNT      PIC 9(4)    VALUE ZEROES.
           05  WS-SETTLED-CNT          PIC 9(4)    VALUE ZEROES.
           05  WS-HELD-CNT             PIC 9(4)    VALUE ZEROES.
           05  WS-NO-COMP-CNT          PIC 9(4)    VALUE ZEROES.
           05  WS-XFER-WT-CNT          PIC 9(4)    VALUE ZEROES.
           05  WS-ENCASHED-CNT         PIC 9(4)    VALUE ZEROES.

       77  WS-XFER-CONTROL-TOTAL       PIC 9(9)V99 VALUE ZEROES.
       77  WS-FORMATTED-AMOUNT         PIC Z(7)9.99.
               IF LOANFL-AVAILABLE
                   PERFORM 3300-LOANFL-REWRITE-PARA
               END-IF
               IF LEAVEMAST-AVAILABLE
                   PERFORM 3400-LEAVEMAST-REWRITE-PARA
               END-IF
               PERFORM 3100-XFER-CONTROL-PARA
               PERFORM 3150-XFER-MANIFEST-PARA
           ELSE
               DISPLAY 'PENDING TERMINATIONS CANNOT BE OPENED.'
               MOVE 16 TO RETURN-CODE
           DISPLAY 'SETTLEMENTS HELD (RECOVERY DUE): ', WS-HELD-CNT.
           DISPLAY 'NO COMPENSATION MASTER: ', WS-NO-COMP-CNT.
           DISPLAY 'TRANSFERS WRITTEN: ', WS-XFER-WT-CNT.
           DISPLAY 'EARNED LEAVE ENCASHMENTS: ', WS-ENCASHED-CNT.
           IF WS-HELD-CNT > 0 AND RETURN-CODE = 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 1200-COMPFL-LOAD-PARA.
           PERFORM 1300-LOANFL-LOAD-PARA.
           PERFORM 1400-PAYHIST-LOAD-PARA.
           PERFORM 1450-LEAVEMAST-LOAD-PARA.
           PERFORM 1500-ARRSFL-LOAD-PARA.
           PERFORM 1600-BANKFL-LOAD-PARA.

               ADD 1 TO WS-PF-SRCH-IDX
           END-IF.

       1450-LEAVEMAST-LOAD-PARA.
           OPEN INPUT LEAVEMAST.
           IF WS-LEAVEMAST-STATUS NOT = '00' THEN
               DISPLAY 'LEAVE MASTER NOT FOUND, NO LEAVE ENCASHED.'
               SET LEAVEMAST-EOF TO TRUE
           ELSE
               SET LEAVEMAST-AVAILABLE TO TRUE
               PERFORM 1480-LEAVEMAST-READ-PARA UNTIL LEAVEMAST-EOF
               CLOSE LEAVEMAST
           END-IF.

       1480-LEAVEMAST-READ-PARA.
           READ LEAVEMAST
               AT END
                   SET LEAVEMAST-EOF TO TRUE
               NOT AT END
                   IF WS-LVM-CNT < 6000
                       ADD 1 TO WS-LVM-CNT
                       MOVE LVM-EMPLOYEE-NUMBER TO
                           WS-LVM-NUMBER(WS-LVM-CNT)
                       MOVE LVM-LEAVE-TYPE TO WS-LVM-TYPE(WS-LVM-CNT)
                       MOVE LVM-BALANCE TO WS-LVM-BALANCE(WS-LVM-CNT)
                       MOVE LVM-LAST-ACCRUAL TO
                           WS-LVM-LAST-ACCRUAL(WS-LVM-CNT)
                   ELSE
                       DISPLAY 'WS-LVM-TABLE FULL, ENTRY IGNORED: '
                           LVM-EMPLOYEE-NUMBER
                       MOVE 16 TO RETURN-CODE
                   END-IF
           END-READ.

       1500-ARRSFL-LOAD-PARA.
           OPEN INPUT ARRSFL.
           IF WS-ARRSFL-STATUS NOT = '00' THEN
                   PERFORM 2600-CLEARANCE-WRITE-PARA
                   PERFORM 2700-XFER-WRITE-PARA
                   PERFORM 2800-LOAN-CLEAR-PARA
                   PERFORM 2850-LEAVE-CLEAR-PARA
               END-IF
           END-IF.

           PERFORM 2250-DA-RATE-FIND-PARA.
           COMPUTE WS-FINAL-DA = WS-FINAL-BASIC * WS-DA-RATE.
           PERFORM 2300-ARREARS-FIND-PARA.
           PERFORM 2450-LEAVE-ENCASH-PARA.
           COMPUTE WS-FINAL-GROSS = WS-FINAL-BASIC + WS-FINAL-DA +
               WS-FINAL-HRA + WS-ARREARS-DUE + WS-LEAVE-ENCASH.
           COMPUTE WS-FINAL-PF = WS-FINAL-BASIC * 0.12.
           COMPUTE WS-FINAL-TAX = WS-FINAL-GROSS * 0.10.
           PERFORM 2350-PF-PAYOUT-FIND-PARA.
               ADD 1 TO WS-LOAN-SRCH-IDX
           END-IF.

      * EARNED LEAVE STILL ON THE BALANCE IS PAID OUT AT THE FULL
      * MONTH'S BASIC PLUS DA PER DAY.
       2450-LEAVE-ENCASH-PARA.
           MOVE ZEROES TO WS-EL-DAYS.
           MOVE ZEROES TO WS-LEAVE-ENCASH.
           MOVE 'N' TO WS-LVM-FOUND-SW.
           MOVE 1 TO WS-LVM-SRCH-IDX.
           PERFORM 2460-LEAVE-FIND-ONE-PARA
               UNTIL WS-LVM-SRCH-IDX > WS-LVM-CNT
                  OR WS-LVM-FOUND.
           IF WS-LVM-FOUND
               MOVE WS-LVM-BALANCE(WS-LVM-SRCH-IDX) TO WS-EL-DAYS
               COMPUTE WS-DAY-RATE ROUNDED =
                   (WS-COMP-BASIC(WS-COMP-SRCH-IDX)
                    + WS-COMP-BASIC(WS-COMP-SRCH-IDX) * WS-DA-RATE)
                   / WS-MONTH-DAYS
               COMPUTE WS-LEAVE-ENCASH ROUNDED =
                   WS-EL-DAYS * WS-DAY-RATE
           END-IF.

       2460-LEAVE-FIND-ONE-PARA.
           IF WS-LVM-NUMBER(WS-LVM-SRCH-IDX) = TPD-EMPLOYEE-NUMBER
               AND WS-LVM-EARNED(WS-LVM-SRCH-IDX)
               SET WS-LVM-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-LVM-SRCH-IDX
           END-IF.

       2500-STATEMENT-WRITE-PARA.
           MOVE ALL '-' TO FNFSTMT-REC.
           WRITE FNFSTMT-REC.
               INTO FNFSTMT-REC.
           WRITE FNFSTMT-REC.

           IF WS-LEAVE-ENCASH > 0
               MOVE WS-LEAVE-ENCASH TO WS-FORMATTED-AMOUNT
               MOVE WS-EL-DAYS TO WS-FORMATTED-EL-DAYS
               MOVE SPACES TO FNFSTMT-REC
               STRING 'EARNED LEAVE ENCASHED (' DELIMITED BY SIZE
                   WS-FORMATTED-EL-DAYS DELIMITED BY SIZE
                   ' DAYS): ' DELIMITED BY SIZE
                   WS-FORMATTED-AMOUNT DELIMITED BY SIZE
                   INTO FNFSTMT-REC
               WRITE FNFSTMT-REC
           END-IF.

           MOVE WS-PF-PAYOUT TO WS-FORMATTED-AMOUNT.
           MOVE SPACES TO FNFSTMT-REC.
           STRING 'PF ACCUMULATION PAID OUT: ' DELIMITED BY SIZE
               MOVE ZEROES TO WS-LOAN-BALANCE(WS-LOAN-SRCH-IDX)
           END-IF.

       2850-LEAVE-CLEAR-PARA.
           IF WS-LVM-FOUND
               MOVE ZEROES TO WS-LVM-BALANCE(WS-LVM-SRCH-IDX)
               IF WS-LEAVE-ENCASH > 0
                   ADD 1 TO WS-ENCASHED-CNT
               END-IF
           END-IF.

       3100-XFER-CONTROL-PARA.
           MOVE SPACES TO FNFXFER-REC.
           STRING 'CONTROL ' DELIMITED BY SIZE
               INTO FNFXFER-REC.
           WRITE FNFXFER-REC.

      * THE FILE GOES ON THE OUTBOUND MANIFEST SO OUTREL.CBL CAN
      * RELEASE IT TO THE BANK, OR REFUSE IT AS A REPEAT OF A FILE
      * ALREADY SENT.
       3150-XFER-MANIFEST-PARA.
           MOVE 'FNFTRANSFER' TO WS-MAN-FILE-NAME.
           MOVE WS-XFER-WT-CNT TO WS-MAN-REC-CNT.
           MOVE WS-XFER-CONTROL-TOTAL TO WS-MAN-AMOUNT.
           MOVE RETURN-CODE TO WS-MAN-HOLD-RC.
           CALL 'MANIFREG' USING WS-MAN-FILE-NAME, WS-MAN-PROGRAM,
               WS-MAN-REC-CNT, WS-MAN-AMOUNT, WS-MAN-SEQ-NO,
               WS-MAN-RESULT.
           MOVE WS-MAN-HOLD-RC TO RETURN-CODE.
           IF WS-MAN-RESULT NOT = 'Y'
               DISPLAY 'BANK FILE NOT ON THE OUTBOUND MANIFEST, IT '
                   'CANNOT BE RELEASED.'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      * REWRITES THE LOAN MASTER WITH SETTLED BALANCES CLEARED.
       3300-LOANFL-REWRITE-PARA.
           OPEN OUTPUT LOANFL.
           WRITE LOANFL-REC.
           ADD 1 TO WS-LOAN-IDX.

      * REWRITES THE LEAVE MASTER WITH SETTLED EARNED LEAVE CLEARED.
       3400-LEAVEMAST-REWRITE-PARA.
           OPEN OUTPUT LEAVEMAST.
           IF WS-LEAVEMAST-STATUS NOT = '00'
               DISPLAY 'LEAVE MASTER CANNOT BE REWRITTEN, STATUS '
                   WS-LEAVEMAST-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 3450-LEAVEMAST-WRITE-ONE-PARA
                   VARYING WS-LVM-IDX FROM 1 BY 1
                   UNTIL WS-LVM-IDX > WS-LVM-CNT
               CLOSE LEAVEMAST
           END-IF.

       3450-LEAVEMAST-WRITE-ONE-PARA.
           MOVE SPACES TO LEAVEMAST-REC.
           MOVE WS-LVM-NUMBER(WS-LVM-IDX) TO LVM-EMPLOYEE-NUMBER.
           MOVE WS-LVM-TYPE(WS-LVM-IDX) TO LVM-LEAVE-TYPE.
           MOVE WS-LVM-BALANCE(WS-LVM-IDX) TO LVM-BALANCE.
           MOVE WS-LVM-LAST-ACCRUAL(WS-LVM-IDX) TO LVM-LAST-ACCRUAL.
           WRITE LEAVEMAST-REC.

       3900-FILES-CLOSE-PARA.
           IF WS-TERMPEND-STATUS = '00' OR WS-TERMPEND-STATUS = '10'
               CLOSE TERMPEND
           MOVE 'PAYHIST' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-PAYHIST-PATH.
           MOVE 'LEAVEMAST' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-LEAVEMAST-PATH.
           MOVE 'ARRSELEMENT' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-ARRSFL-PATH.
