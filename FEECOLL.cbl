       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEECOLL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * SAME ASSIGN/LAYOUT AS FEEBILL.CBL'S FEELDG: ONE DEMAND PER
      * STUDENT PER TERM, CARRIED FROM RUN TO RUN AND REWRITTEN HERE
      * ONCE THE RECEIPTS HAVE BEEN APPLIED.
           SELECT FEELDG ASSIGN TO DYNAMIC WS-FEELDG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-FEELDG-STATUS.

      * FEE RECEIPTS FEED. A RECEIPT NAMING A TERM GOES AGAINST THAT
      * TERM'S DEMAND; ONE WITH NO TERM CLEARS THE STUDENT'S OLDEST
      * DEMANDS FIRST. PART PAYMENTS ARE ALLOWED EITHER WAY.
           SELECT FEERCPT ASSIGN TO DYNAMIC WS-FEERCPT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-FEERCPT-STATUS.

      * UNAPPLIED RECEIPTS: CASH FOR A STUDENT OR TERM WITH NOTHING
      * OWING, OR THE EXCESS OVER WHAT WAS OWED, HELD FOR THE FEES
      * OFFICE TO REFUND OR REALLOCATE. APPENDED RUN ON RUN.
           SELECT FEESUSP ASSIGN TO DYNAMIC WS-FEESUSP-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-FEESUSP-STATUS.

      * OUTSTANDING FEES AGED BY TERM: PER STUDENT, WHAT IS OWED FOR
      * THE LATEST TERM BILLED, THE TERM BEFORE IT AND ANY OLDER
      * TERM, THEN THE OUTSTANDING TOTAL FOR EACH TERM.
           SELECT FEEAGED ASSIGN TO DYNAMIC WS-FEEAGED-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-FEEAGED-STATUS.

      * STUDENT FEE STATEMENTS, ONE PER STUDENT OWING.
           SELECT FEESTMT ASSIGN TO DYNAMIC WS-FEESTMT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-FEESTMT-STATUS.

      * FEE HOLDS: EVERY STUDENT WITH A BALANCE ON A DEMAND WHOSE
      * CUT-OFF DATE HAS PASSED. REBUILT EACH RUN, SO A STUDENT DROPS
      * OFF AS SOON AS THE BALANCE CLEARS. PRG1.CBL AND TRNSCRPT.CBL
      * WITHHOLD THE REPORT CARD AND TRANSCRIPT OF ANYONE LISTED.
           SELECT FEEHOLD ASSIGN TO DYNAMIC WS-FEEHOLD-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-FEEHOLD-STATUS.

      * EXTERNALLY-SUPPLIED RUN DATE (RUNPARM.CPY): THE DATE THE
      * CUT-OFFS ARE TESTED AGAINST.
           SELECT RUNPARM ASSIGN TO DYNAMIC WS-RUNPARM-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-RUNPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * SAME LAYOUT AS FEEBILL.CBL'S FEELDG-REC.
       FD  FEELDG.
       01  FEELDG-REC.
           05  FLG-STUDENT-ID          PIC X(05).
           05  FLG-STUDENT-NAME        PIC X(20).
           05  FLG-TERM                PIC X(06).
           05  FLG-COURSE              PIC X(04).
           05  FLG-AMOUNT              PIC 9(6)V99.
           05  FLG-PAID                PIC 9(6)V99.
           05  FLG-DUE-DATE            PIC 9(08).
           05  FLG-CUTOFF-DATE         PIC 9(08).
           05  FLG-LAST-PAID           PIC 9(08).
           05  FILLER                  PIC X(05).

       FD  FEERCPT.
       01  FEERCPT-REC.
           05  FRC-STUDENT-ID          PIC X(05).
           05  FRC-TERM                PIC X(06).
           05  FRC-DATE                PIC X(08).
           05  FRC-AMOUNT              PIC 9(6)V99.
           05  FRC-REFERENCE           PIC X(12).
           05  FILLER                  PIC X(41).

       FD  FEESUSP.
       01  FEESUSP-REC.
           05  FSU-STUDENT-ID          PIC X(05).
           05  FSU-TERM                PIC X(06).
           05  FSU-DATE                PIC X(08).
           05  FSU-AMOUNT              PIC 9(6)V99.
           05  FSU-REFERENCE           PIC X(12).
           05  FSU-REASON              PIC X(20).
           05  FSU-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(13).

       FD  FEEAGED.
       01  FEEAGED-REC                 PIC X(80).

       FD  FEESTMT.
       01  FEESTMT-REC                 PIC X(80).

       FD  FEEHOLD.
       01  FEEHOLD-REC.
           05  FHD-STUDENT-ID          PIC X(05).
           05  FHD-STUDENT-NAME        PIC X(20).
           05  FHD-BALANCE             PIC 9(7)V99.
           05  FHD-OLDEST-TERM         PIC X(06).
           05  FHD-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(32).

       FD  RUNPARM.
       COPY 'RUNPARM'.

       WORKING-STORAGE SECTION.
      * RESOLVED FILE PATHS. EVERY ASSIGNMENT COMES FROM THE
      * EXTERNAL FILE CONFIGURATION (FILECFG) AT STARTUP -- SEE
      * 0050-FILECFG-LOAD-PARA -- SO A DISK MOVE OR A TEST RUN
      * NEVER MEANS EDITING AND RECOMPILING THIS PROGRAM.
       77  WS-FEELDG-PATH              PIC X(80) VALUE SPACES.
       77  WS-FEERCPT-PATH             PIC X(80) VALUE SPACES.
       77  WS-FEESUSP-PATH             PIC X(80) VALUE SPACES.
       77  WS-FEEAGED-PATH             PIC X(80) VALUE SPACES.
       77  WS-FEESTMT-PATH             PIC X(80) VALUE SPACES.
       77  WS-FEEHOLD-PATH             PIC X(80) VALUE SPACES.
       77  WS-RUNPARM-PATH             PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.

       01  WS-FILE-STATUS.
           05  WS-FEELDG-STATUS        PIC X(2).
           05  WS-FEERCPT-STATUS       PIC X(2).
           05  WS-FEESUSP-STATUS       PIC X(2).
           05  WS-FEEAGED-STATUS       PIC X(2).
           05  WS-FEESTMT-STATUS       PIC X(2).
           05  WS-FEEHOLD-STATUS       PIC X(2).
           05  WS-RUNPARM-STATUS       PIC X(2).

       01  WS-EOF-SWITCHES.
           05  WS-FEELDG-EOF-SW        PIC X(01)   VALUE 'N'.
               88  FEELDG-EOF                      VALUE 'Y'.
           05  WS-FEERCPT-EOF-SW       PIC X(01)   VALUE 'N'.
               88  FEERCPT-EOF                     VALUE 'Y'.

      * THE FEE LEDGER HELD IN STORAGE FOR THE RUN, IN THE ORDER IT
      * WAS BILLED, SO THE FIRST DEMAND FOUND FOR A STUDENT IS THE
      * OLDEST. A LEDGER TOO BIG FOR THE TABLE IS NOT REWRITTEN, SO
      * NO DEMAND IS EVER LOST.
       01  WS-LDG-TABLE.
           05  WS-LDG-ENTRY OCCURS 3000 TIMES.
               10  WS-LDG-STUDENT       PIC X(05).
               10  WS-LDG-NAME          PIC X(20).
               10  WS-LDG-TERM          PIC X(06).
               10  WS-LDG-COURSE        PIC X(04).
               10  WS-LDG-AMOUNT        PIC 9(6)V99.
               10  WS-LDG-PAID          PIC 9(6)V99.
               10  WS-LDG-DUE-DATE      PIC 9(08).
               10  WS-LDG-CUTOFF-DATE   PIC 9(08).
               10  WS-LDG-LAST-PAID     PIC 9(08).
       77  WS-LDG-CNT                  PIC 9(4)    VALUE ZEROES.
       77  WS-LDG-IDX                  PIC 9(4)    VALUE ZEROES.
       77  WS-LDG-SRCH-IDX             PIC 9(4)    VALUE ZEROES.
       77  WS-LDG-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-LDG-FOUND                        VALUE 'Y'.
       77  WS-LDG-FULL-SW              PIC X(01)   VALUE 'N'.
           88  WS-LDG-FULL                         VALUE 'Y'.

      * STUDENTS OWING, BUILT FROM THE LEDGER AFTER THE RECEIPTS.
      * WS-STU-CURRENT IS THE LATEST TERM BILLED, WS-STU-PRIOR THE
      * TERM BEFORE IT, WS-STU-OLDER ANYTHING EARLIER.
       01  WS-STU-TABLE.
           05  WS-STU-ENTRY OCCURS 1000 TIMES.
               10  WS-STU-ID            PIC X(05).
               10  WS-STU-NAME          PIC X(20).
               10  WS-STU-CURRENT       PIC 9(7)V99.
               10  WS-STU-PRIOR         PIC 9(7)V99.
               10  WS-STU-OLDER         PIC 9(7)V99.
               10  WS-STU-OPEN          PIC 9(7)V99.
               10  WS-STU-HOLD-SW       PIC X(01).
                   88  WS-STU-HELD                 VALUE 'Y'.
               10  WS-STU-HOLD-TERM     PIC X(06).
       77  WS-STU-CNT                  PIC 9(4)    VALUE ZEROES.
       77  WS-STU-IDX                  PIC 9(4)    VALUE ZEROES.
       77  WS-STU-SRCH-IDX             PIC 9(4)    VALUE ZEROES.
       77  WS-STU-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-STU-FOUND                        VALUE 'Y'.

      * EVERY TERM ON THE LEDGER, WITH WHAT IS STILL OUTSTANDING FOR
      * IT. A DEMAND'S AGE IN TERMS IS THE NUMBER OF LATER TERMS
      * BILLED SINCE.
       01  WS-TRM-TABLE.
           05  WS-TRM-ENTRY OCCURS 100 TIMES.
               10  WS-TRM-ID            PIC X(06).
               10  WS-TRM-OPEN          PIC 9(9)V99.
               10  WS-TRM-STUDENTS      PIC 9(5).
       77  WS-TRM-CNT                  PIC 9(3)    VALUE ZEROES.
       77  WS-TRM-IDX                  PIC 9(3)    VALUE ZEROES.
       77  WS-TRM-SRCH-IDX             PIC 9(3)    VALUE ZEROES.
       77  WS-TRM-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-TRM-FOUND                        VALUE 'Y'.
       77  WS-TRM-AGE                  PIC 9(3)    VALUE ZEROES.
       77  WS-LATEST-TERM              PIC X(06)   VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-FEERCPT-RD-CNT       PIC 9(5)    VALUE ZEROES.
           05  WS-RCPT-APPLIED-CNT     PIC 9(5)    VALUE ZEROES.
           05  WS-RCPT-REJECT-CNT      PIC 9(5)    VALUE ZEROES.
           05  WS-DEMAND-CLEARED-CNT   PIC 9(5)    VALUE ZEROES.
           05  WS-UNAPPLIED-CNT        PIC 9(5)    VALUE ZEROES.
           05  WS-FEELDG-WT-CNT        PIC 9(5)    VALUE ZEROES.
           05  WS-STMT-CNT             PIC 9(5)    VALUE ZEROES.
           05  WS-HOLD-CNT             PIC 9(5)    VALUE ZEROES.

      * RECEIPT APPLICATION WORK FIELDS. WHAT IS LEFT OF A RECEIPT
      * ONCE ITS DEMANDS ARE CLEARED IS PUT TO THE UNAPPLIED FILE
      * WITH WS-UNAPPLIED-REASON.
       77  WS-RUN-DATE                 PIC 9(8)    VALUE ZEROES.
       77  WS-RUN-DAYS                 PIC S9(7)   VALUE ZEROES.
       77  WS-AGE-DAYS                 PIC S9(7)   VALUE ZEROES.
       77  WS-PAY-DATE                 PIC 9(8)    VALUE ZEROES.
       77  WS-RCPT-LEFT                PIC 9(6)V99 VALUE ZEROES.
       77  WS-DEMAND-OPEN              PIC 9(6)V99 VALUE ZEROES.
       77  WS-APPLY-AMOUNT             PIC 9(6)V99 VALUE ZEROES.
       77  WS-UNAPPLIED-REASON         PIC X(20)   VALUE SPACES.

       77  WS-RECEIPT-TOTAL            PIC 9(9)V99 VALUE ZEROES.
       77  WS-UNAPPLIED-TOTAL          PIC 9(9)V99 VALUE ZEROES.
       77  WS-TOT-CURRENT              PIC 9(9)V99 VALUE ZEROES.
       77  WS-TOT-PRIOR                PIC 9(9)V99 VALUE ZEROES.
       77  WS-TOT-OLDER                PIC 9(9)V99 VALUE ZEROES.
       77  WS-TOT-OPEN                 PIC 9(9)V99 VALUE ZEROES.

       77  WS-FMT-1                    PIC Z(6)9.99.
       77  WS-FMT-2                    PIC Z(6)9.99.
       77  WS-FMT-3                    PIC Z(6)9.99.
       77  WS-FMT-4                    PIC Z(6)9.99.
       77  WS-FMT-DAYS                 PIC ZZZZ9.
       77  WS-FMT-CNT                  PIC Z(4)9.
       77  WS-HOLD-FLAG                PIC X(05)   VALUE SPACES.
       77  WS-PRINT-NAME               PIC X(15)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0050-FILECFG-LOAD-PARA.
           PERFORM 1050-RUNPARM-LOAD-PARA.
           PERFORM 1000-FILES-OPEN-PARA.
           IF WS-FEESUSP-STATUS = '00' THEN
               PERFORM 1200-FEELDG-LOAD-PARA
               PERFORM 2000-FEERCPT-READ-PARA UNTIL FEERCPT-EOF
               IF WS-LDG-FULL
                   DISPLAY 'FEE LEDGER TOO LARGE TO HOLD, NOT '
                       'REWRITTEN.'
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM 3600-FEELDG-REWRITE-PARA
               END-IF
               PERFORM 4000-TERM-LIST-PARA
               PERFORM 4100-AGEING-PARA
               PERFORM 4500-AGED-REPORT-PARA
               PERFORM 4800-STATEMENT-PARA
               PERFORM 5000-HOLD-FILE-PARA
           ELSE
               DISPLAY 'UNAPPLIED RECEIPTS FILE CANNOT BE EXTENDED, '
                   'NOTHING PROCESSED.'
               MOVE 16 TO RETURN-CODE
           END-IF.
           PERFORM 3900-FILES-CLOSE-PARA.

           DISPLAY 'FEE RECEIPTS READ: ', WS-FEERCPT-RD-CNT.
           DISPLAY 'RECEIPTS APPLIED: ', WS-RCPT-APPLIED-CNT.
           DISPLAY 'RECEIPTS REJECTED: ', WS-RCPT-REJECT-CNT.
           DISPLAY 'DEMANDS CLEARED: ', WS-DEMAND-CLEARED-CNT.
           DISPLAY 'RECEIPTS LEFT UNAPPLIED: ', WS-UNAPPLIED-CNT.
           DISPLAY 'RECEIPTS POSTED: ', WS-RECEIPT-TOTAL.
           DISPLAY 'UNAPPLIED CASH: ', WS-UNAPPLIED-TOTAL.
           DISPLAY 'LEDGER DEMANDS CARRIED: ', WS-FEELDG-WT-CNT.
           DISPLAY 'STATEMENTS PRODUCED: ', WS-STMT-CNT.
           DISPLAY 'STUDENTS ON FEE HOLD: ', WS-HOLD-CNT.
           STOP RUN.

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
           COMPUTE WS-RUN-DAYS = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

      * THE UNAPPLIED FILE IS APPENDED TO, THE SAME OPEN-EXTEND RULE
      * LOSSDEV.CBL USES FOR ITS SNAPSHOT HISTORY.
       1000-FILES-OPEN-PARA.
           OPEN INPUT FEERCPT.
           DISPLAY 'FILE STATUS FOR FEERCPT:', WS-FEERCPT-STATUS.
           IF WS-FEERCPT-STATUS NOT = '00'
               DISPLAY 'NO FEE RECEIPTS THIS RUN.'
               SET FEERCPT-EOF TO TRUE
           END-IF.

           OPEN EXTEND FEESUSP.
           IF WS-FEESUSP-STATUS = '35'
               OPEN OUTPUT FEESUSP
           END-IF.
           DISPLAY 'FILE STATUS FOR FEESUSP:', WS-FEESUSP-STATUS.

           OPEN OUTPUT FEEAGED.
           DISPLAY 'FILE STATUS FOR FEEAGED:', WS-FEEAGED-STATUS.

           OPEN OUTPUT FEESTMT.
           DISPLAY 'FILE STATUS FOR FEESTMT:', WS-FEESTMT-STATUS.

       1200-FEELDG-LOAD-PARA.
           OPEN INPUT FEELDG.
           DISPLAY 'FILE STATUS FOR FEELDG:', WS-FEELDG-STATUS.
           IF WS-FEELDG-STATUS NOT = '00'
               DISPLAY 'FEE LEDGER NOT FOUND, STARTING EMPTY.'
               SET FEELDG-EOF TO TRUE
           ELSE
               PERFORM 1250-FEELDG-READ-PARA UNTIL FEELDG-EOF
               CLOSE FEELDG
           END-IF.

       1250-FEELDG-READ-PARA.
           READ FEELDG
               AT END
                   SET FEELDG-EOF TO TRUE
               NOT AT END
                   IF WS-LDG-CNT < 3000
                       ADD 1 TO WS-LDG-CNT
                       MOVE FLG-STUDENT-ID
                           TO WS-LDG-STUDENT(WS-LDG-CNT)
                       MOVE FLG-STUDENT-NAME
                           TO WS-LDG-NAME(WS-LDG-CNT)
                       MOVE FLG-TERM TO WS-LDG-TERM(WS-LDG-CNT)
                       MOVE FLG-COURSE TO WS-LDG-COURSE(WS-LDG-CNT)
                       MOVE FLG-AMOUNT TO WS-LDG-AMOUNT(WS-LDG-CNT)
                       MOVE FLG-PAID TO WS-LDG-PAID(WS-LDG-CNT)
                       MOVE FLG-DUE-DATE
                           TO WS-LDG-DUE-DATE(WS-LDG-CNT)
                       MOVE FLG-CUTOFF-DATE
                           TO WS-LDG-CUTOFF-DATE(WS-LDG-CNT)
                       MOVE FLG-LAST-PAID
                           TO WS-LDG-LAST-PAID(WS-LDG-CNT)
                   ELSE
                       DISPLAY 'WS-LDG-TABLE FULL, ENTRY IGNORED: '
                           FLG-STUDENT-ID ' ' FLG-TERM
                       SET WS-LDG-FULL TO TRUE
                       MOVE 16 TO RETURN-CODE
                   END-IF
           END-READ.

       2000-FEERCPT-READ-PARA.
           READ FEERCPT
               AT END
                   SET FEERCPT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FEERCPT-RD-CNT
                   PERFORM 2100-RECEIPT-APPLY-PARA
           END-READ.

      * WHATEVER OF THE RECEIPT CANNOT GO AGAINST A DEMAND --
      * NOTHING OWING, NO DEMAND FOR THE TERM QUOTED, OR MORE THAN
      * WAS OWED -- IS PUT TO THE UNAPPLIED FILE RATHER THAN GUESSED
      * AT.
       2100-RECEIPT-APPLY-PARA.
           IF FRC-AMOUNT NOT NUMERIC OR FRC-AMOUNT = 0
               ADD 1 TO WS-RCPT-REJECT-CNT
               DISPLAY 'RECEIPT AMOUNT NOT VALID, NOT APPLIED: '
                   FRC-STUDENT-ID ' ' FRC-REFERENCE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF FRC-DATE NUMERIC
                   MOVE FRC-DATE TO WS-PAY-DATE
               ELSE
                   MOVE WS-RUN-DATE TO WS-PAY-DATE
               END-IF
               MOVE FRC-AMOUNT TO WS-RCPT-LEFT
               MOVE 'NO FEES OWING' TO WS-UNAPPLIED-REASON
               IF FRC-TERM = SPACES
                   PERFORM 2300-OLDEST-APPLY-PARA
                       VARYING WS-LDG-IDX FROM 1 BY 1
                       UNTIL WS-LDG-IDX > WS-LDG-CNT
                          OR WS-RCPT-LEFT = 0
               ELSE
                   PERFORM 2200-DEMAND-FIND-PARA
                   IF WS-LDG-FOUND
                       PERFORM 2400-DEMAND-APPLY-PARA
                   ELSE
                       MOVE 'NO DEMAND FOR TERM'
                           TO WS-UNAPPLIED-REASON
                   END-IF
               END-IF
               IF WS-RCPT-LEFT < FRC-AMOUNT
                   ADD 1 TO WS-RCPT-APPLIED-CNT
               END-IF
               IF WS-RCPT-LEFT > 0
                   PERFORM 2500-UNAPPLIED-WRITE-PARA
               END-IF
           END-IF.

       2200-DEMAND-FIND-PARA.
           MOVE 'N' TO WS-LDG-FOUND-SW.
           MOVE 1 TO WS-LDG-SRCH-IDX.
           PERFORM 2250-DEMAND-FIND-ONE-PARA
               UNTIL WS-LDG-SRCH-IDX > WS-LDG-CNT
                  OR WS-LDG-FOUND.

       2250-DEMAND-FIND-ONE-PARA.
           IF WS-LDG-STUDENT(WS-LDG-SRCH-IDX) = FRC-STUDENT-ID
                   AND WS-LDG-TERM(WS-LDG-SRCH-IDX) = FRC-TERM
               SET WS-LDG-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-LDG-SRCH-IDX
           END-IF.

       2300-OLDEST-APPLY-PARA.
           IF WS-LDG-STUDENT(WS-LDG-IDX) = FRC-STUDENT-ID
               MOVE WS-LDG-IDX TO WS-LDG-SRCH-IDX
               PERFORM 2400-DEMAND-APPLY-PARA
           END-IF.

      * APPLIES AS MUCH OF THE RECEIPT AS THE DEMAND STILL OWES.
       2400-DEMAND-APPLY-PARA.
           COMPUTE WS-DEMAND-OPEN = WS-LDG-AMOUNT(WS-LDG-SRCH-IDX)
               - WS-LDG-PAID(WS-LDG-SRCH-IDX).
           IF WS-DEMAND-OPEN > 0
               IF WS-RCPT-LEFT > WS-DEMAND-OPEN
                   MOVE WS-DEMAND-OPEN TO WS-APPLY-AMOUNT
                   ADD 1 TO WS-DEMAND-CLEARED-CNT
               ELSE
                   MOVE WS-RCPT-LEFT TO WS-APPLY-AMOUNT
                   IF WS-RCPT-LEFT = WS-DEMAND-OPEN
                       ADD 1 TO WS-DEMAND-CLEARED-CNT
                   END-IF
               END-IF
               ADD WS-APPLY-AMOUNT TO WS-LDG-PAID(WS-LDG-SRCH-IDX)
               MOVE WS-PAY-DATE TO WS-LDG-LAST-PAID(WS-LDG-SRCH-IDX)
               SUBTRACT WS-APPLY-AMOUNT FROM WS-RCPT-LEFT
               ADD WS-APPLY-AMOUNT TO WS-RECEIPT-TOTAL
               MOVE 'OVERPAYMENT' TO WS-UNAPPLIED-REASON
           ELSE
               IF FRC-TERM NOT = SPACES
                   MOVE 'TERM ALREADY PAID' TO WS-UNAPPLIED-REASON
               END-IF
           END-IF.

       2500-UNAPPLIED-WRITE-PARA.
           MOVE SPACES TO FEESUSP-REC.
           MOVE FRC-STUDENT-ID TO FSU-STUDENT-ID.
           MOVE FRC-TERM TO FSU-TERM.
           MOVE FRC-DATE TO FSU-DATE.
           MOVE WS-RCPT-LEFT TO FSU-AMOUNT.
           MOVE FRC-REFERENCE TO FSU-REFERENCE.
           MOVE WS-UNAPPLIED-REASON TO FSU-REASON.
           MOVE WS-RUN-DATE TO FSU-RUN-DATE.
           WRITE FEESUSP-REC.
           ADD 1 TO WS-UNAPPLIED-CNT.
           ADD WS-RCPT-LEFT TO WS-UNAPPLIED-TOTAL.
           DISPLAY 'RECEIPT NOT FULLY APPLIED, ' WS-UNAPPLIED-REASON
               ': ' FRC-STUDENT-ID ' ' FRC-REFERENCE.
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.

      * DEMANDS WITH SOMETHING STILL OWING ARE CARRIED. A SETTLED
      * ONE IS KEPT FOR A YEAR AFTER ITS LAST PAYMENT SO THE TERM IS
      * STILL SEEN AS BILLED IF FEEBILL.CBL IS RUN FOR IT AGAIN.
       3600-FEELDG-REWRITE-PARA.
           OPEN OUTPUT FEELDG.
           IF WS-FEELDG-STATUS NOT = '00'
               DISPLAY 'FEE LEDGER CANNOT BE REWRITTEN, STATUS '
                   WS-FEELDG-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 3650-FEELDG-WRITE-ONE-PARA
                   VARYING WS-LDG-IDX FROM 1 BY 1
                   UNTIL WS-LDG-IDX > WS-LDG-CNT
               CLOSE FEELDG
           END-IF.

       3650-FEELDG-WRITE-ONE-PARA.
           MOVE ZEROES TO WS-AGE-DAYS.
           IF WS-LDG-PAID(WS-LDG-IDX) NOT < WS-LDG-AMOUNT(WS-LDG-IDX)
                   AND WS-LDG-LAST-PAID(WS-LDG-IDX) > 0
               COMPUTE WS-AGE-DAYS = WS-RUN-DAYS - FUNCTION
                   INTEGER-OF-DATE(WS-LDG-LAST-PAID(WS-LDG-IDX))
           END-IF.
           IF WS-AGE-DAYS <= 365
               MOVE SPACES TO FEELDG-REC
               MOVE WS-LDG-STUDENT(WS-LDG-IDX) TO FLG-STUDENT-ID
               MOVE WS-LDG-NAME(WS-LDG-IDX) TO FLG-STUDENT-NAME
               MOVE WS-LDG-TERM(WS-LDG-IDX) TO FLG-TERM
               MOVE WS-LDG-COURSE(WS-LDG-IDX) TO FLG-COURSE
               MOVE WS-LDG-AMOUNT(WS-LDG-IDX) TO FLG-AMOUNT
               MOVE WS-LDG-PAID(WS-LDG-IDX) TO FLG-PAID
               MOVE WS-LDG-DUE-DATE(WS-LDG-IDX) TO FLG-DUE-DATE
               MOVE WS-LDG-CUTOFF-DATE(WS-LDG-IDX) TO FLG-CUTOFF-DATE
               MOVE WS-LDG-LAST-PAID(WS-LDG-IDX) TO FLG-LAST-PAID
               WRITE FEELDG-REC
               ADD 1 TO WS-FEELDG-WT-CNT
           END-IF.

      * EVERY TERM ON THE LEDGER, PAID UP OR NOT, SO THE LATEST TERM
      * BILLED IS KNOWN EVEN WHEN EVERYONE HAS PAID FOR IT.
       4000-TERM-LIST-PARA.
           PERFORM 4050-TERM-LIST-ONE-PARA
               VARYING WS-LDG-IDX FROM 1 BY 1
               UNTIL WS-LDG-IDX > WS-LDG-CNT.

       4050-TERM-LIST-ONE-PARA.
           PERFORM 4060-TERM-FIND-PARA.
           IF NOT WS-TRM-FOUND
               IF WS-TRM-CNT < 100
                   ADD 1 TO WS-TRM-CNT
                   MOVE WS-LDG-TERM(WS-LDG-IDX) TO WS-TRM-ID(WS-TRM-CNT)
                   MOVE ZEROES TO WS-TRM-OPEN(WS-TRM-CNT)
                   MOVE ZEROES TO WS-TRM-STUDENTS(WS-TRM-CNT)
                   IF WS-LDG-TERM(WS-LDG-IDX) > WS-LATEST-TERM
                       MOVE WS-LDG-TERM(WS-LDG-IDX) TO WS-LATEST-TERM
                   END-IF
               ELSE
                   DISPLAY 'WS-TRM-TABLE FULL, ENTRY IGNORED: '
                       WS-LDG-TERM(WS-LDG-IDX)
               END-IF
           END-IF.

       4060-TERM-FIND-PARA.
           MOVE 'N' TO WS-TRM-FOUND-SW.
           MOVE 1 TO WS-TRM-SRCH-IDX.
           PERFORM 4070-TERM-FIND-ONE-PARA
               UNTIL WS-TRM-SRCH-IDX > WS-TRM-CNT
                  OR WS-TRM-FOUND.

       4070-TERM-FIND-ONE-PARA.
           IF WS-TRM-ID(WS-TRM-SRCH-IDX) = WS-LDG-TERM(WS-LDG-IDX)
               SET WS-TRM-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-TRM-SRCH-IDX
           END-IF.

      * SPREADS EVERY OPEN DEMAND INTO ITS STUDENT'S TERM BAND AND
      * ITS TERM'S TOTAL, AND PUTS ON HOLD ANY STUDENT WITH A
      * BALANCE ON A DEMAND WHOSE CUT-OFF IS BEFORE THE RUN DATE.
       4100-AGEING-PARA.
           PERFORM 4150-AGEING-ONE-PARA
               VARYING WS-LDG-IDX FROM 1 BY 1
               UNTIL WS-LDG-IDX > WS-LDG-CNT.

       4150-AGEING-ONE-PARA.
           COMPUTE WS-DEMAND-OPEN = WS-LDG-AMOUNT(WS-LDG-IDX)
               - WS-LDG-PAID(WS-LDG-IDX).
           IF WS-DEMAND-OPEN > 0
               PERFORM 4200-STUDENT-FIND-PARA
               IF NOT WS-STU-FOUND
                   PERFORM 4300-STUDENT-ADD-PARA
               END-IF
               IF WS-STU-FOUND
                   PERFORM 4160-TERM-AGE-PARA
                   ADD WS-DEMAND-OPEN TO WS-STU-OPEN(WS-STU-SRCH-IDX)
                   EVALUATE TRUE
                       WHEN WS-TRM-AGE = 0
                           ADD WS-DEMAND-OPEN
                               TO WS-STU-CURRENT(WS-STU-SRCH-IDX)
                       WHEN WS-TRM-AGE = 1
                           ADD WS-DEMAND-OPEN
                               TO WS-STU-PRIOR(WS-STU-SRCH-IDX)
                       WHEN OTHER
                           ADD WS-DEMAND-OPEN
                               TO WS-STU-OLDER(WS-STU-SRCH-IDX)
                   END-EVALUATE
                   IF WS-LDG-CUTOFF-DATE(WS-LDG-IDX) < WS-RUN-DATE
                           AND NOT WS-STU-HELD(WS-STU-SRCH-IDX)
                       SET WS-STU-HELD(WS-STU-SRCH-IDX) TO TRUE
                       MOVE WS-LDG-TERM(WS-LDG-IDX)
                           TO WS-STU-HOLD-TERM(WS-STU-SRCH-IDX)
                   END-IF
               END-IF
               PERFORM 4060-TERM-FIND-PARA
               IF WS-TRM-FOUND
                   ADD WS-DEMAND-OPEN TO WS-TRM-OPEN(WS-TRM-SRCH-IDX)
                   ADD 1 TO WS-TRM-STUDENTS(WS-TRM-SRCH-IDX)
               END-IF
           END-IF.

      * THE NUMBER OF TERMS ON THE LEDGER LATER THAN THIS DEMAND'S.
       4160-TERM-AGE-PARA.
           MOVE ZEROES TO WS-TRM-AGE.
           PERFORM 4170-TERM-AGE-ONE-PARA
               VARYING WS-TRM-IDX FROM 1 BY 1
               UNTIL WS-TRM-IDX > WS-TRM-CNT.

       4170-TERM-AGE-ONE-PARA.
           IF WS-TRM-ID(WS-TRM-IDX) > WS-LDG-TERM(WS-LDG-IDX)
               ADD 1 TO WS-TRM-AGE
           END-IF.

       4200-STUDENT-FIND-PARA.
           MOVE 'N' TO WS-STU-FOUND-SW.
           MOVE 1 TO WS-STU-SRCH-IDX.
           PERFORM 4250-STUDENT-FIND-ONE-PARA
               UNTIL WS-STU-SRCH-IDX > WS-STU-CNT
                  OR WS-STU-FOUND.

       4250-STUDENT-FIND-ONE-PARA.
           IF WS-STU-ID(WS-STU-SRCH-IDX) = WS-LDG-STUDENT(WS-LDG-IDX)
               SET WS-STU-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-STU-SRCH-IDX
           END-IF.

       4300-STUDENT-ADD-PARA.
           IF WS-STU-CNT < 1000
               ADD 1 TO WS-STU-CNT
               MOVE WS-STU-CNT TO WS-STU-SRCH-IDX
               MOVE WS-LDG-STUDENT(WS-LDG-IDX) TO WS-STU-ID(WS-STU-CNT)
               MOVE WS-LDG-NAME(WS-LDG-IDX) TO WS-STU-NAME(WS-STU-CNT)
               MOVE ZEROES TO WS-STU-CURRENT(WS-STU-CNT)
               MOVE ZEROES TO WS-STU-PRIOR(WS-STU-CNT)
               MOVE ZEROES TO WS-STU-OLDER(WS-STU-CNT)
               MOVE ZEROES TO WS-STU-OPEN(WS-STU-CNT)
               MOVE 'N' TO WS-STU-HOLD-SW(WS-STU-CNT)
               MOVE SPACES TO WS-STU-HOLD-TERM(WS-STU-CNT)
               SET WS-STU-FOUND TO TRUE
           ELSE
               DISPLAY 'WS-STU-TABLE FULL, ENTRY IGNORED: '
                   WS-LDG-STUDENT(WS-LDG-IDX)
               MOVE 16 TO RETURN-CODE
           END-IF.

      * ONE LINE PER STUDENT OWING, FLAGGED WHERE ON FEE HOLD, THEN
      * THE ALL-STUDENT TOTALS AND THE OUTSTANDING FOR EACH TERM.
       4500-AGED-REPORT-PARA.
           MOVE SPACES TO FEEAGED-REC.
           STRING 'OUTSTANDING FEES BY TERM AS AT ' DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               '  LATEST TERM ' DELIMITED BY SIZE
               WS-LATEST-TERM DELIMITED BY SIZE
               INTO FEEAGED-REC.
           WRITE FEEAGED-REC.
           MOVE SPACES TO FEEAGED-REC.
           STRING 'STU   NAME            ' DELIMITED BY SIZE
               '    LATEST   PREVIOUS      OLDER' DELIMITED BY SIZE
               '      TOTAL' DELIMITED BY SIZE
               INTO FEEAGED-REC.
           WRITE FEEAGED-REC.
           PERFORM 4550-AGED-LINE-PARA
               VARYING WS-STU-IDX FROM 1 BY 1
               UNTIL WS-STU-IDX > WS-STU-CNT.
           MOVE WS-TOT-CURRENT TO WS-FMT-1.
           MOVE WS-TOT-PRIOR TO WS-FMT-2.
           MOVE WS-TOT-OLDER TO WS-FMT-3.
           MOVE WS-TOT-OPEN TO WS-FMT-4.
           MOVE SPACES TO FEEAGED-REC.
           STRING 'ALL STUDENTS          ' DELIMITED BY SIZE
               WS-FMT-1 DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-FMT-2 DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-FMT-3 DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-FMT-4 DELIMITED BY SIZE
               INTO FEEAGED-REC.
           WRITE FEEAGED-REC.
           MOVE SPACES TO FEEAGED-REC.
           WRITE FEEAGED-REC.
           MOVE 'TERM    OUTSTANDING  STUDENTS OWING' TO FEEAGED-REC.
           WRITE FEEAGED-REC.
           PERFORM 4600-TERM-LINE-PARA
               VARYING WS-TRM-IDX FROM 1 BY 1
               UNTIL WS-TRM-IDX > WS-TRM-CNT.
           MOVE SPACES TO FEEAGED-REC.
           STRING 'STUDENTS ON FEE HOLD: ' DELIMITED BY SIZE
               WS-HOLD-CNT DELIMITED BY SIZE
               '  RECEIPTS UNAPPLIED THIS RUN: ' DELIMITED BY SIZE
               WS-UNAPPLIED-CNT DELIMITED BY SIZE
               INTO FEEAGED-REC.
           WRITE FEEAGED-REC.

       4550-AGED-LINE-PARA.
           IF WS-STU-OPEN(WS-STU-IDX) > 0
               MOVE SPACES TO WS-HOLD-FLAG
               IF WS-STU-HELD(WS-STU-IDX)
                   MOVE ' HOLD' TO WS-HOLD-FLAG
                   ADD 1 TO WS-HOLD-CNT
               END-IF
               MOVE WS-STU-NAME(WS-STU-IDX) TO WS-PRINT-NAME
               MOVE WS-STU-CURRENT(WS-STU-IDX) TO WS-FMT-1
               MOVE WS-STU-PRIOR(WS-STU-IDX) TO WS-FMT-2
               MOVE WS-STU-OLDER(WS-STU-IDX) TO WS-FMT-3
               MOVE WS-STU-OPEN(WS-STU-IDX) TO WS-FMT-4
               MOVE SPACES TO FEEAGED-REC
               STRING WS-STU-ID(WS-STU-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-PRINT-NAME DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-FMT-1 DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-FMT-2 DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-FMT-3 DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-FMT-4 DELIMITED BY SIZE
                   WS-HOLD-FLAG DELIMITED BY SIZE
                   INTO FEEAGED-REC
               WRITE FEEAGED-REC
               ADD WS-STU-CURRENT(WS-STU-IDX) TO WS-TOT-CURRENT
               ADD WS-STU-PRIOR(WS-STU-IDX) TO WS-TOT-PRIOR
               ADD WS-STU-OLDER(WS-STU-IDX) TO WS-TOT-OLDER
               ADD WS-STU-OPEN(WS-STU-IDX) TO WS-TOT-OPEN
           END-IF.

       4600-TERM-LINE-PARA.
           IF WS-TRM-OPEN(WS-TRM-IDX) > 0
               MOVE WS-TRM-OPEN(WS-TRM-IDX) TO WS-FMT-1
               MOVE WS-TRM-STUDENTS(WS-TRM-IDX) TO WS-FMT-CNT
               MOVE SPACES TO FEEAGED-REC
               STRING WS-TRM-ID(WS-TRM-IDX) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-FMT-1 DELIMITED BY SIZE
                   '     ' DELIMITED BY SIZE
                   WS-FMT-CNT DELIMITED BY SIZE
                   INTO FEEAGED-REC
               WRITE FEEAGED-REC
           END-IF.

      * ONE STATEMENT PER STUDENT OWING: A HEADING, EACH TERM STILL
      * OPEN WITH WHAT WAS BILLED, PAID AND STILL DUE, THEN THE
      * TOTAL DUE AND, WHERE ON HOLD, THE DOCUMENTS HELD BACK.
       4800-STATEMENT-PARA.
           PERFORM 4850-STATEMENT-ONE-PARA
               VARYING WS-STU-IDX FROM 1 BY 1
               UNTIL WS-STU-IDX > WS-STU-CNT.

       4850-STATEMENT-ONE-PARA.
           IF WS-STU-OPEN(WS-STU-IDX) > 0
               ADD 1 TO WS-STMT-CNT
               MOVE SPACES TO FEESTMT-REC
               STRING 'FEE STATEMENT  ' DELIMITED BY SIZE
                   WS-STU-ID(WS-STU-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-STU-NAME(WS-STU-IDX) DELIMITED BY SIZE
                   INTO FEESTMT-REC
               WRITE FEESTMT-REC
               MOVE SPACES TO FEESTMT-REC
               STRING 'FEES OUTSTANDING AS AT ' DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   INTO FEESTMT-REC
               WRITE FEESTMT-REC
               MOVE SPACES TO FEESTMT-REC
               STRING 'TERM   DUE DATE ' DELIMITED BY SIZE
                   '    BILLED       PAID        DUE' DELIMITED BY SIZE
                   '  DAYS OVERDUE' DELIMITED BY SIZE
                   INTO FEESTMT-REC
               WRITE FEESTMT-REC
               PERFORM 4900-STATEMENT-LINE-PARA
                   VARYING WS-LDG-IDX FROM 1 BY 1
                   UNTIL WS-LDG-IDX > WS-LDG-CNT
               MOVE WS-STU-OPEN(WS-STU-IDX) TO WS-FMT-1
               MOVE SPACES TO FEESTMT-REC
               STRING 'TOTAL DUE ' DELIMITED BY SIZE
                   WS-FMT-1 DELIMITED BY SIZE
                   INTO FEESTMT-REC
               WRITE FEESTMT-REC
               IF WS-STU-HELD(WS-STU-IDX)
                   MOVE SPACES TO FEESTMT-REC
                   STRING 'REPORT CARD AND TRANSCRIPT WITHHELD '
                           DELIMITED BY SIZE
                       'UNTIL THE BALANCE IS CLEARED'
                           DELIMITED BY SIZE
                       INTO FEESTMT-REC
                   WRITE FEESTMT-REC
               END-IF
               MOVE SPACES TO FEESTMT-REC
               WRITE FEESTMT-REC
           END-IF.

       4900-STATEMENT-LINE-PARA.
           IF WS-LDG-STUDENT(WS-LDG-IDX) = WS-STU-ID(WS-STU-IDX)
                   AND WS-LDG-PAID(WS-LDG-IDX) <
                       WS-LDG-AMOUNT(WS-LDG-IDX)
               MOVE ZEROES TO WS-AGE-DAYS
               IF WS-LDG-DUE-DATE(WS-LDG-IDX) < WS-RUN-DATE
                   COMPUTE WS-AGE-DAYS = WS-RUN-DAYS - FUNCTION
                       INTEGER-OF-DATE(WS-LDG-DUE-DATE(WS-LDG-IDX))
               END-IF
               MOVE WS-AGE-DAYS TO WS-FMT-DAYS
               MOVE WS-LDG-AMOUNT(WS-LDG-IDX) TO WS-FMT-1
               MOVE WS-LDG-PAID(WS-LDG-IDX) TO WS-FMT-2
               COMPUTE WS-FMT-3 = WS-LDG-AMOUNT(WS-LDG-IDX)
                   - WS-LDG-PAID(WS-LDG-IDX)
               MOVE SPACES TO FEESTMT-REC
               STRING WS-LDG-TERM(WS-LDG-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-LDG-DUE-DATE(WS-LDG-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-FMT-1 DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-FMT-2 DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-FMT-3 DELIMITED BY SIZE
                   '     ' DELIMITED BY SIZE
                   WS-FMT-DAYS DELIMITED BY SIZE
                   INTO FEESTMT-REC
               WRITE FEESTMT-REC
           END-IF.

      * REBUILT FROM SCRATCH EVERY RUN, SO IT ONLY EVER NAMES THE
      * STUDENTS WHO ARE STILL OVERDUE PAST THEIR CUT-OFF.
       5000-HOLD-FILE-PARA.
           OPEN OUTPUT FEEHOLD.
           DISPLAY 'FILE STATUS FOR FEEHOLD:', WS-FEEHOLD-STATUS.
           IF WS-FEEHOLD-STATUS NOT = '00'
               DISPLAY 'FEE HOLD FILE CANNOT BE WRITTEN, STATUS '
                   WS-FEEHOLD-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 5050-HOLD-WRITE-ONE-PARA
                   VARYING WS-STU-IDX FROM 1 BY 1
                   UNTIL WS-STU-IDX > WS-STU-CNT
               CLOSE FEEHOLD
           END-IF.

       5050-HOLD-WRITE-ONE-PARA.
           IF WS-STU-HELD(WS-STU-IDX)
               MOVE SPACES TO FEEHOLD-REC
               MOVE WS-STU-ID(WS-STU-IDX) TO FHD-STUDENT-ID
               MOVE WS-STU-NAME(WS-STU-IDX) TO FHD-STUDENT-NAME
               MOVE WS-STU-OPEN(WS-STU-IDX) TO FHD-BALANCE
               MOVE WS-STU-HOLD-TERM(WS-STU-IDX) TO FHD-OLDEST-TERM
               MOVE WS-RUN-DATE TO FHD-RUN-DATE
               WRITE FEEHOLD-REC
           END-IF.

       3900-FILES-CLOSE-PARA.
           IF WS-FEERCPT-STATUS = '00' OR WS-FEERCPT-STATUS = '10'
               CLOSE FEERCPT
           END-IF.
           IF WS-FEESUSP-STATUS = '00'
               CLOSE FEESUSP
           END-IF.
           CLOSE FEEAGED.
           CLOSE FEESTMT.

      * RESOLVES EVERY FILE ASSIGNMENT FROM THE EXTERNAL FILE
      * CONFIGURATION BEFORE ANYTHING IS OPENED, REPORTING EACH
      * RESOLVED PATH. A LOGICAL NAME MISSING FROM THE
      * CONFIGURATION ENDS THE RUN CLEANLY WITH RC 16 BEFORE ANY
      * FILE IS TOUCHED.
       0050-FILECFG-LOAD-PARA.
           MOVE 'FEELEDGER' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-FEELDG-PATH.
           MOVE 'FEERECEIPTS' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-FEERCPT-PATH.
           MOVE 'FEEUNAPPLD' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-FEESUSP-PATH.
           MOVE 'FEEAGEDRPT' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-FEEAGED-PATH.
           MOVE 'FEESTMTS' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-FEESTMT-PATH.
           MOVE 'FEEHOLDS' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-FEEHOLD-PATH.
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
