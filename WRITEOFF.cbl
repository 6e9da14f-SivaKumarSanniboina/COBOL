       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITEOFF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * SAME ASSIGN/LAYOUT/KEY AS RECEIPTS.CBL'S LEDGFL, OPENED I-O
      * AND SWEPT IN KEY ORDER SO EACH POLICY'S INSTALLMENTS COME
      * TOGETHER FOR THE PER-POLICY REGISTER TOTAL. A QUALIFYING
      * BALANCE IS CLEARED IN PLACE.
           SELECT LEDGFL ASSIGN TO DYNAMIC WS-LEDGFL-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LEDG-KEY
           FILE STATUS WS-LEDGFL-STATUS.

      * WRITE-OFF PARAMETERS: THE TOLERANCE UP TO WHICH A LEFTOVER
      * BALANCE IS CLEARED WITHOUT ASKING, AND THE HIGHER LIMIT UP
      * TO WHICH IT MAY BE CLEARED WITH A SUPERVISOR'S APPROVAL.
      * EXTERNAL SO CREDIT CONTROL CAN TUNE THEM WITHOUT A RECOMPILE.
           SELECT WOPARM ASSIGN TO DYNAMIC WS-WOPARM-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-WOPARM-STATUS.

      * SUPERVISOR APPROVALS, ONE LINE PER INSTALLMENT WITH THE
      * MOST THE SUPERVISOR AGREED TO WRITE OFF. LOADED WHOLE AT
      * OPEN AND REWRITTEN AT CLOSE WITH EACH APPROVAL USED TONIGHT
      * MARKED, THE SAME TABLE-THEN-REWRITE IDIOM PREMADJ.CBL USES,
      * SO ONE APPROVAL CLEARS ONE BALANCE ONCE.
           SELECT WOAPPR ASSIGN TO DYNAMIC WS-WOAPPR-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-WOAPPR-STATUS.

      * WRITE-OFF REGISTER: ONE LINE PER INSTALLMENT CLEARED OR
      * HELD FOR APPROVAL, A TOTAL PER POLICY, AND RUN TOTALS.
           SELECT WOREG ASSIGN TO DYNAMIC WS-WOREG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-WOREG-STATUS.

      * SHARED END-OF-BATCH DASHBOARD (DASHCOPY.CPY), EXTENDED AT
      * CLOSE SO GLPOST.CBL JOURNALS THE NIGHT'S WRITE-OFFS TO THE
      * WRITE-OFF EXPENSE ACCOUNT.
           SELECT DASHFL ASSIGN TO DYNAMIC
           WS-DASHFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-DASHFL-STATUS.

      * EXTERNALLY-SUPPLIED RUN DATE (RUNPARM.CPY). ONLY INSTALLMENTS
      * ALREADY DUE BEFORE IT ARE CONSIDERED.
           SELECT RUNPARM ASSIGN TO DYNAMIC
           WS-RUNPARM-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-RUNPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * SAME LAYOUT AS RECEIPTS.CBL'S LEDGFL-REC, WITH THE AMOUNT
      * WRITTEN OFF CARRIED IN WHAT IS FILLER THERE.
       FD  LEDGFL.
       01  LEDGFL-REC.
           05  LEDG-KEY.
               10  LEDG-POLICYNO   PIC 9(07).
               10  LEDG-DUE-DATE   PIC 9(08).
           05  LEDG-BILLED         PIC 9(8)V99.
           05  LEDG-PAID           PIC 9(8)V99.
           05  LEDG-OUTSTANDING    PIC 9(8)V99.
           05  LEDG-INVOICE-NO     PIC 9(08).
           05  LEDG-WRITTEN-OFF    PIC 9(8)V99.
           05  FILLER              PIC X(17).

       FD  WOPARM.
       01  WOPARM-REC.
           05  WOP-TOLERANCE       PIC 9(6)V99.
           05  WOP-SUPER-LIMIT     PIC 9(6)V99.
           05  FILLER              PIC X(64).

       FD  WOAPPR.
       01  WOAPPR-REC.
           05  APR-POLICYNO        PIC 9(07).
           05  APR-DUE-DATE        PIC 9(08).
           05  APR-APPROVED-AMT    PIC 9(8)V99.
           05  APR-APPROVER        PIC X(08).
           05  APR-USED-SW         PIC X(01).
               88  APR-UNUSED                  VALUE SPACE.
               88  APR-USED                    VALUE 'U'.
           05  APR-USED-DATE       PIC X(08).
           05  FILLER              PIC X(38).

       FD  WOREG.
       01  WOREG-REC                   PIC X(80).

       FD  DASHFL.
       COPY 'DASHCOPY'.

       FD  RUNPARM.
       COPY 'RUNPARM'.

       WORKING-STORAGE SECTION.
      * RESOLVED FILE PATHS. EVERY ASSIGNMENT COMES FROM THE
      * EXTERNAL FILE CONFIGURATION (FILECFG) AT STARTUP -- SEE
      * 0050-FILECFG-LOAD-PARA -- SO A DISK MOVE OR A TEST RUN
      * NEVER MEANS EDITING AND RECOMPILING THIS PROGRAM.
       77  WS-LEDGFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-WOPARM-PATH              PIC X(80) VALUE SPACES.
       77  WS-WOAPPR-PATH              PIC X(80) VALUE SPACES.
       77  WS-WOREG-PATH               PIC X(80) VALUE SPACES.
       77  WS-DASHFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-RUNPARM-PATH             PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.

       01  WS-FILE-STATUS.
           05  WS-LEDGFL-STATUS        PIC X(2).
           05  WS-WOPARM-STATUS        PIC X(2).
           05  WS-WOAPPR-STATUS        PIC X(2).
           05  WS-WOREG-STATUS         PIC X(2).
           05  WS-DASHFL-STATUS        PIC X(2).
           05  WS-RUNPARM-STATUS       PIC X(2).

       01  WS-EOF-SWITCHES.
           05  WS-WOAPPR-EOF-SW        PIC X(01)   VALUE 'N'.
               88  WOAPPR-EOF                      VALUE 'Y'.
           05  WS-LEDG-PASS-EOF-SW     PIC X(01)   VALUE 'N'.
               88  LEDG-PASS-EOF                   VALUE 'Y'.
           05  WS-LEDGFL-OPEN-SW       PIC X(01)   VALUE 'N'.
               88  LEDGFL-WAS-OPEN                 VALUE 'Y'.

      * WRITE-OFF LIMITS. A BALANCE UP TO THE TOLERANCE IS CLEARED
      * ON SIGHT; ONE ABOVE IT BUT NOT OVER THE SUPERVISOR LIMIT IS
      * CLEARED ONLY AGAINST AN APPROVAL; ANYTHING LARGER IS REAL
      * ARREARS AND IS LEFT FOR DUNNING.
       77  WS-TOLERANCE                PIC 9(6)V99 VALUE 5.00.
       77  WS-SUPER-LIMIT              PIC 9(6)V99 VALUE 100.00.

      * THE WHOLE APPROVAL FILE, HELD AS RECORD IMAGES SO THE
      * REWRITE PUTS BACK EXACTLY WHAT WAS READ PLUS TONIGHT'S USED
      * MARKS. A FILE TOO BIG FOR THE TABLE IS REFUSED OUTRIGHT.
       01  WS-APPR-TABLE.
           05  WS-APPR-ENTRY OCCURS 2000 TIMES
                                       PIC X(80).
       77  WS-APPR-CNT                 PIC 9(4)    VALUE ZEROES.
       77  WS-APPR-IDX                 PIC 9(4)    VALUE ZEROES.
       77  WS-APPR-FULL-SW             PIC X(01)   VALUE 'N'.
           88  WS-APPR-FULL                        VALUE 'Y'.
       77  WS-APPR-FOUND-SW            PIC X(01)   VALUE 'N'.
           88  WS-APPR-FOUND                       VALUE 'Y'.

      * POLICY CONTROL BREAK FOR THE REGISTER.
       77  WS-CUR-POLICYNO             PIC 9(07)   VALUE ZEROES.
       77  WS-POL-WO-CNT               PIC 9(4)    VALUE ZEROES.
       77  WS-POL-WO-TOTAL             PIC 9(9)V99 VALUE ZEROES.

       77  WS-WO-AMOUNT                PIC 9(8)V99 VALUE ZEROES.
       77  WS-WO-TYPE                  PIC X(10)   VALUE SPACES.
       77  WS-WO-APPROVER              PIC X(08)   VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-LEDGFL-RD-CNT        PIC 9(6)    VALUE ZEROES.
           05  WS-AUTO-CNT             PIC 9(6)    VALUE ZEROES.
           05  WS-APPROVED-CNT         PIC 9(6)    VALUE ZEROES.
           05  WS-AWAITING-CNT         PIC 9(6)    VALUE ZEROES.
           05  WS-POLICY-CNT           PIC 9(6)    VALUE ZEROES.

       77  WS-WO-TOTAL                 PIC 9(9)V99 VALUE ZEROES.
       77  WS-AWAITING-TOTAL           PIC 9(9)V99 VALUE ZEROES.
       77  WS-FORMATTED-AMOUNT         PIC Z(7)9.99.
       77  WS-FORMATTED-TOTAL          PIC Z(8)9.99.
       77  WS-RUN-DATE                 PIC 9(8)    VALUE ZEROES.
       77  WS-RUN-TIME                 PIC 9(6)    VALUE ZEROES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0050-FILECFG-LOAD-PARA.
           PERFORM 1000-FILES-OPEN-PARA.
           EVALUATE TRUE
               WHEN WS-APPR-FULL
                   DISPLAY 'APPROVAL FILE EXCEEDS WS-APPR-TABLE, '
                       'NOTHING WRITTEN OFF.'
                   MOVE 16 TO RETURN-CODE
               WHEN NOT LEDGFL-WAS-OPEN
                   DISPLAY 'ARREARS LEDGER CANNOT BE OPENED.'
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 2000-LEDGER-SWEEP-PARA
                   PERFORM 3500-WOAPPR-REWRITE-PARA
                   PERFORM 3950-DASHBOARD-WRITE-PARA
           END-EVALUATE.
           PERFORM 3900-FILES-CLOSE-PARA.

           DISPLAY 'LEDGER ENTRIES READ: ', WS-LEDGFL-RD-CNT.
           DISPLAY 'WRITTEN OFF WITHIN TOLERANCE: ', WS-AUTO-CNT.
           DISPLAY 'WRITTEN OFF ON APPROVAL: ', WS-APPROVED-CNT.
           DISPLAY 'AWAITING APPROVAL: ', WS-AWAITING-CNT.
           DISPLAY 'POLICIES TOUCHED: ', WS-POLICY-CNT.
           DISPLAY 'TOTAL WRITTEN OFF: ', WS-WO-TOTAL.
           STOP RUN.

       1000-FILES-OPEN-PARA.
           PERFORM 1050-RUNPARM-LOAD-PARA.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM 1100-WOPARM-LOAD-PARA.

           OPEN INPUT WOAPPR.
           DISPLAY 'FILE STATUS FOR WOAPPR:', WS-WOAPPR-STATUS.
           IF WS-WOAPPR-STATUS = '00'
               PERFORM 1200-WOAPPR-LOAD-PARA UNTIL WOAPPR-EOF
               CLOSE WOAPPR
           ELSE
               DISPLAY 'NO SUPERVISOR APPROVALS, TOLERANCE ONLY.'
           END-IF.

           OPEN I-O LEDGFL.
           DISPLAY 'FILE STATUS FOR LEDGFL:', WS-LEDGFL-STATUS.
           IF WS-LEDGFL-STATUS = '00'
               SET LEDGFL-WAS-OPEN TO TRUE
           END-IF.

           OPEN OUTPUT WOREG.
           DISPLAY 'FILE STATUS FOR WOREG:', WS-WOREG-STATUS.
           MOVE SPACES TO WOREG-REC.
           STRING 'SMALL-BALANCE WRITE-OFF REGISTER - RUN '
               DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO WOREG-REC.
           WRITE WOREG-REC.
           MOVE WS-TOLERANCE TO WS-FORMATTED-AMOUNT.
           MOVE WS-SUPER-LIMIT TO WS-FORMATTED-TOTAL.
           MOVE SPACES TO WOREG-REC.
           STRING 'TOLERANCE ' DELIMITED BY SIZE
               WS-FORMATTED-AMOUNT DELIMITED BY SIZE
               ' SUPERVISOR LIMIT ' DELIMITED BY SIZE
               WS-FORMATTED-TOTAL DELIMITED BY SIZE
               INTO WOREG-REC.
           WRITE WOREG-REC.

       1050-RUNPARM-LOAD-PARA.
           OPEN INPUT RUNPARM.
           IF WS-RUNPARM-STATUS NOT = '00' THEN
               DISPLAY 'RUNPARM NOT FOUND, DEFAULTING RUN DATE.'
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ELSE
               READ RUNPARM
                   AT END
                       DISPLAY 'RUNPARM EMPTY, DEFAULTING RUN DATE.'
                       ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
                   NOT AT END
                       MOVE RUNPARM-RUN-DATE TO WS-RUN-DATE
               END-READ
               CLOSE RUNPARM
           END-IF.

      * A SUPERVISOR LIMIT BELOW THE TOLERANCE MAKES NO SENSE AND
      * IS RAISED TO IT, SO NOTHING NEEDS APPROVAL.
       1100-WOPARM-LOAD-PARA.
           OPEN INPUT WOPARM.
           IF WS-WOPARM-STATUS NOT = '00' THEN
               DISPLAY 'WOPARM NOT FOUND, DEFAULT LIMITS USED.'
           ELSE
               READ WOPARM
                   AT END
                       DISPLAY 'WOPARM EMPTY, DEFAULT LIMITS USED.'
                   NOT AT END
                       IF WOP-TOLERANCE NUMERIC
                           AND WOP-SUPER-LIMIT NUMERIC
                           MOVE WOP-TOLERANCE TO WS-TOLERANCE
                           MOVE WOP-SUPER-LIMIT TO WS-SUPER-LIMIT
                       ELSE
                           DISPLAY 'WOPARM MALFORMED, DEFAULT '
                               'LIMITS USED.'
                       END-IF
               END-READ
               CLOSE WOPARM
           END-IF.
           IF WS-SUPER-LIMIT < WS-TOLERANCE
               MOVE WS-TOLERANCE TO WS-SUPER-LIMIT
           END-IF.

       1200-WOAPPR-LOAD-PARA.
           READ WOAPPR
               AT END
                   SET WOAPPR-EOF TO TRUE
               NOT AT END
                   IF WS-APPR-CNT < 2000
                       ADD 1 TO WS-APPR-CNT
                       MOVE WOAPPR-REC TO WS-APPR-ENTRY(WS-APPR-CNT)
                   ELSE
                       SET WS-APPR-FULL TO TRUE
                   END-IF
           END-READ.

      * ONE PASS OF THE LEDGER IN KEY ORDER. ONLY AN INSTALLMENT
      * ALREADY DUE, PART-PAID AND STILL SHOWING A BALANCE IS A
      * LEFTOVER; ONE NEVER PAID AT ALL IS GENUINE ARREARS HOWEVER
      * SMALL, AND IS LEFT FOR DUNNING.
       2000-LEDGER-SWEEP-PARA.
           MOVE 'N' TO WS-LEDG-PASS-EOF-SW.
           MOVE LOW-VALUES TO LEDG-KEY.
           START LEDGFL KEY >= LEDG-KEY
               INVALID KEY
                   SET LEDG-PASS-EOF TO TRUE
           END-START.
           PERFORM 2100-LEDGER-READ-PARA UNTIL LEDG-PASS-EOF.
           IF WS-POL-WO-CNT > 0
               PERFORM 2400-POLICY-TOTAL-PARA
           END-IF.

       2100-LEDGER-READ-PARA.
           READ LEDGFL NEXT
               AT END
                   SET LEDG-PASS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LEDGFL-RD-CNT
                   IF LEDG-POLICYNO NOT = WS-CUR-POLICYNO
                       IF WS-POL-WO-CNT > 0
                           PERFORM 2400-POLICY-TOTAL-PARA
                       END-IF
                       MOVE LEDG-POLICYNO TO WS-CUR-POLICYNO
                   END-IF
                   IF LEDG-OUTSTANDING > ZEROES
                       AND LEDG-PAID > ZEROES
                       AND LEDG-DUE-DATE < WS-RUN-DATE
                       PERFORM 2200-BALANCE-TEST-PARA
                   END-IF
           END-READ.

       2200-BALANCE-TEST-PARA.
           EVALUATE TRUE
               WHEN LEDG-OUTSTANDING NOT > WS-TOLERANCE
                   MOVE 'TOLERANCE ' TO WS-WO-TYPE
                   MOVE SPACES TO WS-WO-APPROVER
                   PERFORM 2300-BALANCE-CLEAR-PARA
                   ADD 1 TO WS-AUTO-CNT
               WHEN LEDG-OUTSTANDING NOT > WS-SUPER-LIMIT
                   PERFORM 2250-APPROVAL-FIND-PARA
                   IF WS-APPR-FOUND
                       MOVE 'APPROVED  ' TO WS-WO-TYPE
                       MOVE APR-APPROVER TO WS-WO-APPROVER
                       PERFORM 2300-BALANCE-CLEAR-PARA
                       ADD 1 TO WS-APPROVED-CNT
                       SET APR-USED TO TRUE
                       MOVE WS-RUN-DATE TO APR-USED-DATE
                       MOVE WOAPPR-REC TO WS-APPR-ENTRY(WS-APPR-IDX)
                   ELSE
                       PERFORM 2350-AWAITING-LINE-PARA
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * AN UNUSED APPROVAL FOR THIS INSTALLMENT THAT COVERS THE
      * WHOLE BALANCE AS IT STANDS TONIGHT. AN APPROVAL FOR LESS
      * THAN THE BALANCE (MORE WAS BILLED SINCE) DOES NOT COUNT.
       2250-APPROVAL-FIND-PARA.
           MOVE 'N' TO WS-APPR-FOUND-SW.
           MOVE 1 TO WS-APPR-IDX.
           PERFORM 2260-APPROVAL-FIND-ONE-PARA
               UNTIL WS-APPR-IDX > WS-APPR-CNT
                  OR WS-APPR-FOUND.

       2260-APPROVAL-FIND-ONE-PARA.
           MOVE WS-APPR-ENTRY(WS-APPR-IDX) TO WOAPPR-REC.
           IF APR-UNUSED
               AND APR-POLICYNO = LEDG-POLICYNO
               AND APR-DUE-DATE = LEDG-DUE-DATE
               AND APR-APPROVED-AMT NUMERIC
               AND APR-APPROVED-AMT NOT < LEDG-OUTSTANDING
               SET WS-APPR-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-APPR-IDX
           END-IF.

      * CLEARS THE BALANCE INTO THE WRITTEN-OFF AMOUNT, SO BILLED =
      * PAID + OUTSTANDING + WRITTEN OFF STILL HOLDS FOR BILLRECON.
       2300-BALANCE-CLEAR-PARA.
           MOVE LEDG-OUTSTANDING TO WS-WO-AMOUNT.
           IF LEDG-WRITTEN-OFF NOT NUMERIC
               MOVE ZEROES TO LEDG-WRITTEN-OFF
           END-IF.
           ADD WS-WO-AMOUNT TO LEDG-WRITTEN-OFF.
           MOVE ZEROES TO LEDG-OUTSTANDING.
           REWRITE LEDGFL-REC.
           IF WS-LEDGFL-STATUS NOT = '00'
               DISPLAY 'LEDGER REWRITE FAILED, STATUS '
                   WS-LEDGFL-STATUS ' KEY ' LEDG-KEY
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-POL-WO-CNT
               ADD WS-WO-AMOUNT TO WS-POL-WO-TOTAL
               ADD WS-WO-AMOUNT TO WS-WO-TOTAL
               MOVE WS-WO-AMOUNT TO WS-FORMATTED-AMOUNT
               MOVE SPACES TO WOREG-REC
               STRING '    DUE ' DELIMITED BY SIZE
                   LEDG-DUE-DATE DELIMITED BY SIZE
                   ' WRITTEN OFF ' DELIMITED BY SIZE
                   WS-FORMATTED-AMOUNT DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-WO-TYPE DELIMITED BY SIZE
                   WS-WO-APPROVER DELIMITED BY SIZE
                   INTO WOREG-REC
               WRITE WOREG-REC
           END-IF.

      * A BALANCE OVER TOLERANCE WITH NO APPROVAL STAYS ON THE
      * LEDGER; THE LINE TELLS THE SUPERVISOR WHAT IS WAITING.
       2350-AWAITING-LINE-PARA.
           ADD 1 TO WS-AWAITING-CNT.
           ADD LEDG-OUTSTANDING TO WS-AWAITING-TOTAL.
           MOVE LEDG-OUTSTANDING TO WS-FORMATTED-AMOUNT.
           MOVE SPACES TO WOREG-REC.
           STRING 'POLICYNO ' DELIMITED BY SIZE
               LEDG-POLICYNO DELIMITED BY SIZE
               ' DUE ' DELIMITED BY SIZE
               LEDG-DUE-DATE DELIMITED BY SIZE
               ' BALANCE ' DELIMITED BY SIZE
               WS-FORMATTED-AMOUNT DELIMITED BY SIZE
               ' AWAITING APPROVAL' DELIMITED BY SIZE
               INTO WOREG-REC.
           WRITE WOREG-REC.

       2400-POLICY-TOTAL-PARA.
           ADD 1 TO WS-POLICY-CNT.
           MOVE WS-POL-WO-TOTAL TO WS-FORMATTED-TOTAL.
           MOVE SPACES TO WOREG-REC.
           STRING 'POLICYNO ' DELIMITED BY SIZE
               WS-CUR-POLICYNO DELIMITED BY SIZE
               ' INSTALLMENTS ' DELIMITED BY SIZE
               WS-POL-WO-CNT DELIMITED BY SIZE
               ' WRITTEN OFF ' DELIMITED BY SIZE
               WS-FORMATTED-TOTAL DELIMITED BY SIZE
               INTO WOREG-REC.
           WRITE WOREG-REC.
           MOVE ZEROES TO WS-POL-WO-CNT.
           MOVE ZEROES TO WS-POL-WO-TOTAL.

      * PUTS THE APPROVAL FILE BACK WITH TONIGHT'S USED MARKS.
       3500-WOAPPR-REWRITE-PARA.
           IF WS-APPR-CNT > 0
               OPEN OUTPUT WOAPPR
               IF WS-WOAPPR-STATUS NOT = '00'
                   DISPLAY 'APPROVAL FILE CANNOT BE REWRITTEN, STATUS '
                       WS-WOAPPR-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE 1 TO WS-APPR-IDX
                   PERFORM 3550-WOAPPR-WRITE-PARA
                       UNTIL WS-APPR-IDX > WS-APPR-CNT
                   CLOSE WOAPPR
               END-IF
           END-IF.

       3550-WOAPPR-WRITE-PARA.
           MOVE WS-APPR-ENTRY(WS-APPR-IDX) TO WOAPPR-REC.
           WRITE WOAPPR-REC.
           ADD 1 TO WS-APPR-IDX.

      * RUN TOTALS FOR CREDIT CONTROL, THEN CLOSE.
       3900-FILES-CLOSE-PARA.
           MOVE WS-WO-TOTAL TO WS-FORMATTED-TOTAL.
           MOVE SPACES TO WOREG-REC.
           STRING 'WRITTEN OFF: ' DELIMITED BY SIZE
               WS-FORMATTED-TOTAL DELIMITED BY SIZE
               ' TOLERANCE: ' DELIMITED BY SIZE
               WS-AUTO-CNT DELIMITED BY SIZE
               ' APPROVED: ' DELIMITED BY SIZE
               WS-APPROVED-CNT DELIMITED BY SIZE
               INTO WOREG-REC.
           WRITE WOREG-REC.
           MOVE WS-AWAITING-TOTAL TO WS-FORMATTED-TOTAL.
           MOVE SPACES TO WOREG-REC.
           STRING 'AWAITING APPROVAL: ' DELIMITED BY SIZE
               WS-AWAITING-CNT DELIMITED BY SIZE
               ' AMOUNT: ' DELIMITED BY SIZE
               WS-FORMATTED-TOTAL DELIMITED BY SIZE
               INTO WOREG-REC.
           WRITE WOREG-REC.
           CLOSE WOREG.
           IF LEDGFL-WAS-OPEN
               CLOSE LEDGFL
           END-IF.

      * ONE DASHBOARD ENTRY WITH THE NIGHT'S WRITE-OFF TOTAL AS ITS
      * CONTROL TOTAL, SO GLPOST.CBL'S PROGRAM-LEVEL MAPPING POSTS
      * IT TO THE WRITE-OFF EXPENSE ACCOUNT AGAINST RECEIVABLES.
       3950-DASHBOARD-WRITE-PARA.
           OPEN EXTEND DASHFL.
           IF WS-DASHFL-STATUS NOT = '00'
               DISPLAY 'DASHBOARD CANNOT BE EXTENDED, STATUS '
                   WS-DASHFL-STATUS
           ELSE
               MOVE SPACES TO DASH-REC
               MOVE 'WRITEOFF' TO DASH-PROGRAM
               MOVE WS-RUN-DATE TO DASH-RUN-DATE
               MOVE WS-RUN-TIME TO DASH-RUN-TIME
               MOVE WS-LEDGFL-RD-CNT TO DASH-READ-CNT
               COMPUTE DASH-WRITE-CNT =
                   WS-AUTO-CNT + WS-APPROVED-CNT
               MOVE WS-AWAITING-CNT TO DASH-REJECT-CNT
               MOVE WS-WO-TOTAL TO DASH-CONTROL-TOTAL
               MOVE 'N' TO DASH-ABORT-SW
               MOVE 'N' TO DASH-WARN-SW
               WRITE DASH-REC
               CLOSE DASHFL
           END-IF.

      * RESOLVES EVERY FILE ASSIGNMENT FROM THE EXTERNAL FILE
      * CONFIGURATION BEFORE ANYTHING IS OPENED, REPORTING EACH
      * RESOLVED PATH. A LOGICAL NAME MISSING FROM THE
      * CONFIGURATION ENDS THE RUN CLEANLY WITH RC 16 BEFORE ANY
      * FILE IS TOUCHED.
       0050-FILECFG-LOAD-PARA.
           MOVE 'ARREARSLEDGE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-LEDGFL-PATH.
           MOVE 'WRITEOFFPARM' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-WOPARM-PATH.
           MOVE 'WRITEOFFAPPR' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-WOAPPR-PATH.
           MOVE 'WRITEOFFREG' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-WOREG-PATH.
           MOVE 'DASHBOARD' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-DASHFL-PATH.
           MOVE 'RUNPARM' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-RUNPARM-PATH.

       0060-FILECFG-ONE-PARA.
           CALL 'FILECFG' USING WS-CFG-NAME, WS-CFG-PATH,
               WS-CFG-RESULT.
           IF WS-CFG-RESULT NOT = 'Y'
               DISPLAY 'FILE PATH NOT CONFIGURED: ' WS-CFG-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'USING ' WS-CFG-NAME ' AT ' WS-CFG-PATH.
