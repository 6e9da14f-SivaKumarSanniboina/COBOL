           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-BANKFL-STATUS.

      * SAME LAYOUT AS BANKPRE.CBL'S VFYMAST: A CORRECTED ACCOUNT IS
      * A CHANGED ACCOUNT, SO A REISSUE WAITS UNTIL THE BANK HAS
      * VERIFIED IT THE SAME AS A PAYSLIP CREDIT DOES.
           SELECT VFYMAST ASSIGN TO DYNAMIC WS-VFYMAST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-VFYMAST-STATUS.

      * FAILED-CREDIT CARRY FILE: EVERY BOUNCE STAYS HERE ('F')
      * UNTIL THE ACCOUNT IS FIXED, WHEN THE REISSUE GOES OUT AND
      * THE ENTRY FLIPS TO 'R' -- SO FAILED AND REISSUED MONEY
           05  BNK-HOLD-SW             PIC X(01).
           05  FILLER                  PIC X(50).

      * SAME LAYOUT AS BANKPRE.CBL'S VFYMAST-REC.
       FD  VFYMAST.
       01  VFYMAST-REC.
           05  VFY-EMPLOYEE-NUMBER     PIC 9(05).
           05  VFY-ACCOUNT             PIC X(16).
           05  VFY-BANK-CODE           PIC X(08).
           05  VFY-STATUS              PIC X(01).
               88  VFY-UNVERIFIED              VALUE 'U'.
               88  VFY-VERIFIED                VALUE 'V'.
               88  VFY-FAILED                  VALUE 'F'.
           05  VFY-SENT-DATE           PIC 9(08).
           05  VFY-VERIFIED-DATE       PIC 9(08).
           05  FILLER                  PIC X(34).

       FD  RETPEND.
       01  RETPEND-REC.
           05  PND-EMPLOYEE-NUMBER     PIC 9(05).
      * NEVER MEANS EDITING AND RECOMPILING THIS PROGRAM.
       77  WS-RETFL-PATH               PIC X(80) VALUE SPACES.
       77  WS-BANKFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-VFYMAST-PATH             PIC X(80) VALUE SPACES.
       77  WS-RETPEND-PATH             PIC X(80) VALUE SPACES.
       77  WS-REISSUEFL-PATH           PIC X(80) VALUE SPACES.
       77  WS-RETREG-PATH              PIC X(80) VALUE SPACES.
       01  WS-FILE-STATUS.
           05  WS-RETFL-STATUS         PIC X(2).
           05  WS-BANKFL-STATUS        PIC X(2).
           05  WS-VFYMAST-STATUS       PIC X(2).
           05  WS-RETPEND-STATUS       PIC X(2).
           05  WS-REISSUEFL-STATUS     PIC X(2).
           05  WS-RETREG-STATUS        PIC X(2).
               88  BANKFL-EOF                      VALUE 'Y'.
           05  WS-RETPEND-EOF-SW       PIC X(01)   VALUE 'N'.
               88  RETPEND-EOF                     VALUE 'Y'.
           05  WS-VFYMAST-EOF-SW       PIC X(01)   VALUE 'N'.
               88  VFYMAST-EOF                     VALUE 'Y'.

      * BANK MASTER TABLE, HOLDS FLAGGED IN PLACE AND REWRITTEN AT
      * CLOSE.
           88  WS-BANK-FOUND                       VALUE 'Y'.
       77  WS-BANK-IDX                 PIC 9(4)    VALUE ZEROES.

      * ACCOUNTS THE BANK HAS VERIFIED, LOADED AT OPEN.
       01  WS-VFY-TABLE.
           05  WS-VFY-ENTRY OCCURS 2000 TIMES.
               10  WS-VFY-NUMBER        PIC 9(05).
               10  WS-VFY-ACCOUNT       PIC X(16).
               10  WS-VFY-BANK-CODE     PIC X(08).
               10  WS-VFY-STATUS        PIC X(01).
                   88  WS-VFY-VERIFIED              VALUE 'V'.
       77  WS-VFY-CNT                  PIC 9(4)    VALUE ZEROES.
       77  WS-VFY-SRCH-IDX             PIC 9(4)    VALUE ZEROES.
       77  WS-VFY-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-VFY-FOUND                        VALUE 'Y'.

      * PENDING RETURNS CARRIED ACROSS RUNS.
       01  WS-PND-TABLE.
           05  WS-PND-ENTRY OCCURS 2000 TIMES.
       77  WS-LOAD-ABANDON-SW          PIC X(01)   VALUE 'N'.
           88  WS-LOAD-ABANDONED                   VALUE 'Y'.

      * OUTBOUND MANIFEST ENTRY FOR A FILE THIS RUN HAS WRITTEN FOR
      * AN OUTSIDE PARTY (SEE MANIFREG.CBL).
       77  WS-MAN-PROGRAM              PIC X(10)   VALUE 'BANKRET'.
       77  WS-MAN-FILE-NAME            PIC X(12)   VALUE SPACES.
       77  WS-MAN-REC-CNT              PIC 9(6)    VALUE ZEROES.
       77  WS-MAN-AMOUNT               PIC 9(11)V99 VALUE ZEROES.
       77  WS-MAN-SEQ-NO               PIC 9(6)    VALUE ZEROES.
       77  WS-MAN-RESULT               PIC X(01)   VALUE SPACE.
       77  WS-MAN-HOLD-RC              PIC S9(4) COMP  VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-RETFL-RD-CNT         PIC 9(4)    VALUE ZEROES.
           05  WS-HELD-CNT             PIC 9(4)    VALUE ZEROES.
           IF WS-BANKFL-STATUS = '00' THEN
               PERFORM 1500-BANKFL-LOAD-PARA UNTIL BANKFL-EOF
               CLOSE BANKFL
               PERFORM 1600-VFYMAST-LOAD-PARA
               PERFORM 1700-RETPEND-LOAD-PARA UNTIL RETPEND-EOF
               IF WS-RETPEND-STATUS = '00' OR WS-RETPEND-STATUS = '10'
                   CLOSE RETPEND
                       PERFORM 2000-RETFL-READ-PARA UNTIL RETFL-EOF
                   END-IF
                   PERFORM 2500-REISSUE-SWEEP-PARA
                   PERFORM 2700-XFER-MANIFEST-PARA
                   PERFORM 3000-BANKFL-REWRITE-PARA
                   PERFORM 3200-RETPEND-REWRITE-PARA
                   PERFORM 3500-RECON-REPORT-PARA
                   END-IF
           END-READ.

      * NO VERIFICATION MASTER MEANS NO CORRECTED ACCOUNT CAN BE
      * TRUSTED YET, SO EVERY FAILED CREDIT STAYS PENDING.
       1600-VFYMAST-LOAD-PARA.
           OPEN INPUT VFYMAST.
           IF WS-VFYMAST-STATUS NOT = '00' THEN
               DISPLAY 'BANK VERIFICATION MASTER NOT FOUND, NO '
                   'REISSUES THIS RUN.'
           ELSE
               PERFORM 1650-VFYMAST-READ-PARA UNTIL VFYMAST-EOF
               CLOSE VFYMAST
           END-IF.

       1650-VFYMAST-READ-PARA.
           READ VFYMAST
               AT END
                   SET VFYMAST-EOF TO TRUE
               NOT AT END
                   IF WS-VFY-CNT < 2000
                       ADD 1 TO WS-VFY-CNT
                       MOVE VFY-EMPLOYEE-NUMBER TO
                           WS-VFY-NUMBER(WS-VFY-CNT)
                       MOVE VFY-ACCOUNT TO WS-VFY-ACCOUNT(WS-VFY-CNT)
                       MOVE VFY-BANK-CODE TO
                           WS-VFY-BANK-CODE(WS-VFY-CNT)
                       MOVE VFY-STATUS TO WS-VFY-STATUS(WS-VFY-CNT)
                   ELSE
                       DISPLAY 'WS-VFY-TABLE FULL, ENTRY IGNORED: '
                           VFY-EMPLOYEE-NUMBER
                   END-IF
           END-READ.

       1700-RETPEND-LOAD-PARA.
           READ RETPEND
               AT END
           END-IF.

      * A FAILED CREDIT REISSUES ONCE HR HAS FIXED THE ACCOUNT AND
      * CLEARED THE HOLD ON THE BANK MASTER, AND THE BANK HAS
      * VERIFIED THE CORRECTED ACCOUNT (BANKPRE.CBL).
       2500-REISSUE-SWEEP-PARA.
           MOVE 1 TO WS-PND-IDX.
           PERFORM 2550-REISSUE-ONE-PARA
           PERFORM 2650-BANK-NUM-FIND-ONE-PARA
               UNTIL WS-BANK-SRCH-IDX > WS-BANK-CNT
                  OR WS-BANK-FOUND.
           MOVE 'N' TO WS-VFY-FOUND-SW.
           IF WS-BANK-FOUND
               MOVE 1 TO WS-VFY-SRCH-IDX
               PERFORM 2660-VFY-FIND-ONE-PARA
                   UNTIL WS-VFY-SRCH-IDX > WS-VFY-CNT
                      OR WS-VFY-FOUND
           END-IF.
           IF WS-BANK-FOUND
               AND NOT WS-BANK-HELD(WS-BANK-SRCH-IDX)
               AND WS-VFY-FOUND
               MOVE SPACES TO REISSUEFL-REC
               STRING WS-BANK-CODE(WS-BANK-SRCH-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
               ADD 1 TO WS-BANK-SRCH-IDX
           END-IF.

       2660-VFY-FIND-ONE-PARA.
           IF WS-VFY-NUMBER(WS-VFY-SRCH-IDX) =
                   WS-PND-NUMBER(WS-PND-IDX)
               AND WS-VFY-VERIFIED(WS-VFY-SRCH-IDX)
               AND WS-VFY-ACCOUNT(WS-VFY-SRCH-IDX) =
                   WS-BANK-ACCOUNT(WS-BANK-SRCH-IDX)
               AND WS-VFY-BANK-CODE(WS-VFY-SRCH-IDX) =
                   WS-BANK-CODE(WS-BANK-SRCH-IDX)
               SET WS-VFY-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-VFY-SRCH-IDX
           END-IF.

      * THE FILE GOES ON THE OUTBOUND MANIFEST SO OUTREL.CBL CAN
      * RELEASE IT TO THE BANK, OR REFUSE IT AS A REPEAT OF A FILE
      * ALREADY SENT.
       2700-XFER-MANIFEST-PARA.
           MOVE 'REISSUEXFER' TO WS-MAN-FILE-NAME.
           MOVE WS-REISSUE-CNT TO WS-MAN-REC-CNT.
           MOVE WS-REISSUE-TOTAL TO WS-MAN-AMOUNT.
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

       3000-BANKFL-REWRITE-PARA.
           OPEN OUTPUT BANKFL.
           IF WS-BANKFL-STATUS NOT = '00'
           MOVE 'EMPBANK' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-BANKFL-PATH.
           MOVE 'BANKVERIFY' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-VFYMAST-PATH.
           MOVE 'RETPENDING' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-RETPEND-PATH.
