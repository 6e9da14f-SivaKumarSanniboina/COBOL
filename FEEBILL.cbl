       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEBILL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * FEE STRUCTURE MASTER: ONE LINE PER FEE (TUITION, EXAM, LAB
      * AND SO ON) PER TERM PER COURSE, WITH THE DATE IT FALLS DUE
      * AND THE CUT-OFF AFTER WHICH AN UNPAID BALANCE HOLDS BACK
      * THE STUDENT'S REPORT CARD AND TRANSCRIPT.
           SELECT FEESTR ASSIGN TO DYNAMIC WS-FEESTR-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-FEESTR-STATUS.

      * STUDENTS ENROLLED FOR THE TERM AND THE COURSE EACH IS ON.
           SELECT STUENR ASSIGN TO DYNAMIC WS-STUENR-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-STUENR-STATUS.

      * SAME ASSIGN/LAYOUT AS PRG1.CBL'S TERMPARM: THE TERM BEING
      * BILLED.
           SELECT TERMPARM ASSIGN TO DYNAMIC WS-TERMPARM-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-TERMPARM-STATUS.

      * FEE LEDGER: ONE DEMAND PER STUDENT PER TERM WITH WHAT HAS
      * BEEN PAID AGAINST IT. THIS RUN ONLY APPENDS THE NEW TERM'S
      * DEMANDS; FEECOLL.CBL APPLIES RECEIPTS AND REWRITES IT.
           SELECT FEELDG ASSIGN TO DYNAMIC WS-FEELDG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-FEELDG-STATUS.

      * BILLING REGISTER: EVERY DEMAND RAISED, AND EVERY STUDENT
      * WHOSE COURSE HAS NO FEES SET FOR THE TERM.
           SELECT BILLRPT ASSIGN TO DYNAMIC WS-BILLRPT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-BILLRPT-STATUS.

      * EXTERNALLY-SUPPLIED RUN DATE (RUNPARM.CPY) FOR THE REGISTER.
           SELECT RUNPARM ASSIGN TO DYNAMIC WS-RUNPARM-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-RUNPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEESTR.
       01  FEESTR-REC.
           05  FST-TERM                PIC X(06).
           05  FST-COURSE              PIC X(04).
           05  FST-FEE-TYPE            PIC X(04).
           05  FST-FEE-DESC            PIC X(15).
           05  FST-AMOUNT              PIC 9(6)V99.
           05  FST-DUE-DATE            PIC 9(08).
           05  FST-CUTOFF-DATE         PIC 9(08).
           05  FILLER                  PIC X(27).

       FD  STUENR.
       01  STUENR-REC.
           05  ENR-STUDENT-ID          PIC X(05).
           05  ENR-STUDENT-NAME        PIC X(20).
           05  ENR-COURSE              PIC X(04).
           05  FILLER                  PIC X(51).

      * SAME LAYOUT AS PRG1.CBL'S TERMPARM-REC.
       FD  TERMPARM.
       01  TERMPARM-REC.
           05  TRM-TERM-ID             PIC X(6).
           05  FILLER                  PIC X(74).

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

       FD  BILLRPT.
       01  BILLRPT-REC                 PIC X(80).

       FD  RUNPARM.
       COPY 'RUNPARM'.

       WORKING-STORAGE SECTION.
      * RESOLVED FILE PATHS. EVERY ASSIGNMENT COMES FROM THE
      * EXTERNAL FILE CONFIGURATION (FILECFG) AT STARTUP -- SEE
      * 0050-FILECFG-LOAD-PARA -- SO A DISK MOVE OR A TEST RUN
      * NEVER MEANS EDITING AND RECOMPILING THIS PROGRAM.
       77  WS-FEESTR-PATH              PIC X(80) VALUE SPACES.
       77  WS-STUENR-PATH              PIC X(80) VALUE SPACES.
       77  WS-TERMPARM-PATH            PIC X(80) VALUE SPACES.
       77  WS-FEELDG-PATH              PIC X(80) VALUE SPACES.
       77  WS-BILLRPT-PATH             PIC X(80) VALUE SPACES.
       77  WS-RUNPARM-PATH             PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.

       01  WS-FILE-STATUS.
           05  WS-FEESTR-STATUS        PIC X(2).
           05  WS-STUENR-STATUS        PIC X(2).
           05  WS-TERMPARM-STATUS      PIC X(2).
           05  WS-FEELDG-STATUS        PIC X(2).
           05  WS-BILLRPT-STATUS       PIC X(2).
           05  WS-RUNPARM-STATUS       PIC X(2).

       01  WS-EOF-SWITCHES.
           05  WS-FEESTR-EOF-SW        PIC X(01)   VALUE 'N'.
               88  FEESTR-EOF                      VALUE 'Y'.
           05  WS-STUENR-EOF-SW        PIC X(01)   VALUE 'N'.
               88  STUENR-EOF                      VALUE 'Y'.
           05  WS-FEELDG-EOF-SW        PIC X(01)   VALUE 'N'.
               88  FEELDG-EOF                      VALUE 'Y'.

       77  WS-TERM-ID                  PIC X(6)    VALUE SPACES.
       77  WS-RUN-DATE                 PIC 9(8)    VALUE ZEROES.

      * THE TERM'S FEE LINES, ALL COURSES.
       01  WS-FST-TABLE.
           05  WS-FST-ENTRY OCCURS 200 TIMES.
               10  WS-FST-COURSE        PIC X(04).
               10  WS-FST-AMOUNT        PIC 9(6)V99.
               10  WS-FST-DUE-DATE      PIC 9(08).
               10  WS-FST-CUTOFF-DATE   PIC 9(08).
       77  WS-FST-CNT                  PIC 9(3)    VALUE ZEROES.
       77  WS-FST-IDX                  PIC 9(3)    VALUE ZEROES.

      * STUDENT/TERM PAIRS ALREADY ON THE LEDGER, SO A RERUN OF THE
      * SAME TERM NEVER BILLS A STUDENT TWICE.
       01  WS-BILLED-TABLE.
           05  WS-BILLED-ENTRY OCCURS 3000 TIMES.
               10  WS-BILLED-STUDENT    PIC X(05).
               10  WS-BILLED-TERM       PIC X(06).
       77  WS-BILLED-CNT               PIC 9(4)    VALUE ZEROES.
       77  WS-BILLED-IDX               PIC 9(4)    VALUE ZEROES.
       77  WS-BILLED-FOUND-SW          PIC X(01)   VALUE 'N'.
           88  WS-BILLED-FOUND                     VALUE 'Y'.

      * THE DEMAND BEING BUILT FOR THE STUDENT IN HAND: THE SUM OF
      * THE COURSE'S FEE LINES, DUE AT THE EARLIEST DUE DATE AMONG
      * THEM AND HELD FROM THE EARLIEST CUT-OFF.
       77  WS-DEMAND-AMOUNT            PIC 9(6)V99 VALUE ZEROES.
       77  WS-DEMAND-DUE               PIC 9(08)   VALUE ZEROES.
       77  WS-DEMAND-CUTOFF            PIC 9(08)   VALUE ZEROES.
       77  WS-DEMAND-LINES             PIC 9(3)    VALUE ZEROES.

       01  WS-COUNTERS.
           05  WS-FEESTR-RD-CNT        PIC 9(5)    VALUE ZEROES.
           05  WS-STUENR-RD-CNT        PIC 9(5)    VALUE ZEROES.
           05  WS-DEMAND-CNT           PIC 9(5)    VALUE ZEROES.
           05  WS-ALREADY-CNT          PIC 9(5)    VALUE ZEROES.
           05  WS-NO-FEES-CNT          PIC 9(5)    VALUE ZEROES.

       77  WS-DEMAND-TOTAL             PIC 9(9)V99 VALUE ZEROES.
       77  WS-FMT-AMOUNT               PIC Z(5)9.99.
       77  WS-FMT-TOTAL                PIC Z(8)9.99.
       77  WS-FMT-CNT                  PIC Z(4)9.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0050-FILECFG-LOAD-PARA.
           PERFORM 1050-RUNPARM-LOAD-PARA.
           PERFORM 1080-TERMPARM-LOAD-PARA.
           PERFORM 1100-FEESTR-LOAD-PARA.
           IF WS-FST-CNT = 0
               DISPLAY 'NO FEE STRUCTURE FOR TERM ' WS-TERM-ID
                   ', NOTHING BILLED.'
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 1200-FEELDG-LOAD-PARA
               PERFORM 1000-FILES-OPEN-PARA
               IF WS-STUENR-STATUS = '00'
                       AND WS-FEELDG-STATUS = '00' THEN
                   PERFORM 2000-STUENR-READ-PARA UNTIL STUENR-EOF
                   PERFORM 3000-REGISTER-FOOT-PARA
               ELSE
                   DISPLAY 'ENROLMENT FILE OR FEE LEDGER CANNOT BE '
                       'OPENED.'
                   MOVE 16 TO RETURN-CODE
               END-IF
               PERFORM 3900-FILES-CLOSE-PARA
           END-IF.

           DISPLAY 'FEE STRUCTURE LINES FOR TERM: ', WS-FST-CNT.
           DISPLAY 'STUDENTS READ: ', WS-STUENR-RD-CNT.
           DISPLAY 'FEE DEMANDS RAISED: ', WS-DEMAND-CNT.
           DISPLAY 'STUDENTS ALREADY BILLED FOR TERM: ',
               WS-ALREADY-CNT.
           DISPLAY 'STUDENTS WITH NO FEES FOR COURSE: ',
               WS-NO-FEES-CNT.
           DISPLAY 'TOTAL BILLED: ', WS-DEMAND-TOTAL.
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

      * THE SAME TERM RULE PRG1.CBL APPLIES: A MISSING PARAMETER
      * MEANS THE RUN MONTH.
       1080-TERMPARM-LOAD-PARA.
           OPEN INPUT TERMPARM.
           IF WS-TERMPARM-STATUS NOT = '00' THEN
               DISPLAY 'TERM PARAMETER NOT FOUND, USING RUN MONTH.'
               MOVE WS-RUN-DATE(1:6) TO WS-TERM-ID
           ELSE
               READ TERMPARM
                   AT END
                       DISPLAY 'TERM PARAMETER EMPTY, USING RUN '
                           'MONTH.'
                       MOVE WS-RUN-DATE(1:6) TO WS-TERM-ID
                   NOT AT END
                       MOVE TRM-TERM-ID TO WS-TERM-ID
               END-READ
               CLOSE TERMPARM
           END-IF.
           DISPLAY 'BILLING TERM: ', WS-TERM-ID.

      * ONLY THE BILLING TERM'S LINES ARE KEPT. A LINE WITH NO
      * USABLE AMOUNT IS REPORTED AND LEFT OUT.
       1100-FEESTR-LOAD-PARA.
           OPEN INPUT FEESTR.
           DISPLAY 'FILE STATUS FOR FEESTR:', WS-FEESTR-STATUS.
           IF WS-FEESTR-STATUS NOT = '00'
               SET FEESTR-EOF TO TRUE
           ELSE
               PERFORM 1150-FEESTR-READ-PARA UNTIL FEESTR-EOF
               CLOSE FEESTR
           END-IF.

       1150-FEESTR-READ-PARA.
           READ FEESTR
               AT END
                   SET FEESTR-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FEESTR-RD-CNT
                   IF FST-TERM = WS-TERM-ID
                       PERFORM 1160-FEESTR-TABLE-PARA
                   END-IF
           END-READ.

       1160-FEESTR-TABLE-PARA.
           EVALUATE TRUE
               WHEN FST-AMOUNT NOT NUMERIC
                       OR FST-DUE-DATE NOT NUMERIC
                   DISPLAY 'FEE LINE NOT VALID, IGNORED: '
                       FST-COURSE ' ' FST-FEE-TYPE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-FST-CNT NOT < 200
                   DISPLAY 'WS-FST-TABLE FULL, ENTRY IGNORED: '
                       FST-COURSE ' ' FST-FEE-TYPE
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   ADD 1 TO WS-FST-CNT
                   MOVE FST-COURSE TO WS-FST-COURSE(WS-FST-CNT)
                   MOVE FST-AMOUNT TO WS-FST-AMOUNT(WS-FST-CNT)
                   MOVE FST-DUE-DATE TO WS-FST-DUE-DATE(WS-FST-CNT)
      * NO CUT-OFF OF ITS OWN MEANS THE HOLD STARTS ON THE DUE DATE.
                   IF FST-CUTOFF-DATE NUMERIC
                           AND FST-CUTOFF-DATE > 0
                       MOVE FST-CUTOFF-DATE
                           TO WS-FST-CUTOFF-DATE(WS-FST-CNT)
                   ELSE
                       MOVE FST-DUE-DATE
                           TO WS-FST-CUTOFF-DATE(WS-FST-CNT)
                   END-IF
           END-EVALUATE.

      * THE LEDGER IS EMPTY THE FIRST TIME THROUGH.
       1200-FEELDG-LOAD-PARA.
           OPEN INPUT FEELDG.
           IF WS-FEELDG-STATUS NOT = '00'
               DISPLAY 'FEE LEDGER NOT FOUND, STARTING EMPTY.'
           ELSE
               PERFORM 1250-FEELDG-READ-PARA UNTIL FEELDG-EOF
               CLOSE FEELDG
           END-IF.

       1250-FEELDG-READ-PARA.
           READ FEELDG
               AT END
                   SET FEELDG-EOF TO TRUE
               NOT AT END
                   IF FLG-TERM = WS-TERM-ID
                       IF WS-BILLED-CNT < 3000
                           ADD 1 TO WS-BILLED-CNT
                           MOVE FLG-STUDENT-ID
                               TO WS-BILLED-STUDENT(WS-BILLED-CNT)
                           MOVE FLG-TERM
                               TO WS-BILLED-TERM(WS-BILLED-CNT)
                       ELSE
                           DISPLAY 'WS-BILLED-TABLE FULL, ENTRY '
                               'IGNORED: ' FLG-STUDENT-ID
                           MOVE 16 TO RETURN-CODE
                       END-IF
                   END-IF
           END-READ.

      * THE LEDGER IS APPENDED TO, THE SAME OPEN-EXTEND RULE
      * LOSSDEV.CBL USES FOR ITS SNAPSHOT HISTORY.
       1000-FILES-OPEN-PARA.
           OPEN INPUT STUENR.
           DISPLAY 'FILE STATUS FOR STUENR:', WS-STUENR-STATUS.

           OPEN EXTEND FEELDG.
           IF WS-FEELDG-STATUS = '35'
               OPEN OUTPUT FEELDG
           END-IF.
           DISPLAY 'FILE STATUS FOR FEELDG:', WS-FEELDG-STATUS.

           OPEN OUTPUT BILLRPT.
           DISPLAY 'FILE STATUS FOR BILLRPT:', WS-BILLRPT-STATUS.
           MOVE SPACES TO BILLRPT-REC.
           STRING 'FEE BILLING REGISTER  TERM ' DELIMITED BY SIZE
               WS-TERM-ID DELIMITED BY SIZE
               '  RUN DATE ' DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO BILLRPT-REC.
           WRITE BILLRPT-REC.
           MOVE 'ID    NAME                   COURSE  AMOUNT  DUE DATE'
               TO BILLRPT-REC.
           WRITE BILLRPT-REC.

       2000-STUENR-READ-PARA.
           READ STUENR
               AT END
                   SET STUENR-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-STUENR-RD-CNT
                   PERFORM 2100-DEMAND-RAISE-PARA
           END-READ.

      * ONE DEMAND PER STUDENT FOR THE TERM, UNLESS THE LEDGER
      * ALREADY HOLDS ONE OR THE COURSE HAS NO FEES SET.
       2100-DEMAND-RAISE-PARA.
           PERFORM 2200-BILLED-FIND-PARA.
           MOVE ZEROES TO WS-DEMAND-AMOUNT.
           MOVE ZEROES TO WS-DEMAND-LINES.
           MOVE 99999999 TO WS-DEMAND-DUE.
           MOVE 99999999 TO WS-DEMAND-CUTOFF.
           PERFORM 2300-FEE-LINE-PARA
               VARYING WS-FST-IDX FROM 1 BY 1
               UNTIL WS-FST-IDX > WS-FST-CNT.
           EVALUATE TRUE
               WHEN WS-BILLED-FOUND
                   ADD 1 TO WS-ALREADY-CNT
               WHEN WS-DEMAND-LINES = 0
                   ADD 1 TO WS-NO-FEES-CNT
                   MOVE SPACES TO BILLRPT-REC
                   STRING ENR-STUDENT-ID DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       ENR-STUDENT-NAME DELIMITED BY SIZE
                       '   ' DELIMITED BY SIZE
                       ENR-COURSE DELIMITED BY SIZE
                       '  NO FEES SET FOR COURSE, NOT BILLED'
                           DELIMITED BY SIZE
                       INTO BILLRPT-REC
                   WRITE BILLRPT-REC
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   PERFORM 2400-DEMAND-WRITE-PARA
           END-EVALUATE.

       2200-BILLED-FIND-PARA.
           MOVE 'N' TO WS-BILLED-FOUND-SW.
           PERFORM 2250-BILLED-FIND-ONE-PARA
               VARYING WS-BILLED-IDX FROM 1 BY 1
               UNTIL WS-BILLED-IDX > WS-BILLED-CNT
                  OR WS-BILLED-FOUND.

       2250-BILLED-FIND-ONE-PARA.
           IF WS-BILLED-STUDENT(WS-BILLED-IDX) = ENR-STUDENT-ID
               SET WS-BILLED-FOUND TO TRUE
           END-IF.

       2300-FEE-LINE-PARA.
           IF WS-FST-COURSE(WS-FST-IDX) = ENR-COURSE
               ADD 1 TO WS-DEMAND-LINES
               ADD WS-FST-AMOUNT(WS-FST-IDX) TO WS-DEMAND-AMOUNT
               IF WS-FST-DUE-DATE(WS-FST-IDX) < WS-DEMAND-DUE
                   MOVE WS-FST-DUE-DATE(WS-FST-IDX) TO WS-DEMAND-DUE
               END-IF
               IF WS-FST-CUTOFF-DATE(WS-FST-IDX) < WS-DEMAND-CUTOFF
                   MOVE WS-FST-CUTOFF-DATE(WS-FST-IDX)
                       TO WS-DEMAND-CUTOFF
               END-IF
           END-IF.

       2400-DEMAND-WRITE-PARA.
           MOVE SPACES TO FEELDG-REC.
           MOVE ENR-STUDENT-ID TO FLG-STUDENT-ID.
           MOVE ENR-STUDENT-NAME TO FLG-STUDENT-NAME.
           MOVE WS-TERM-ID TO FLG-TERM.
           MOVE ENR-COURSE TO FLG-COURSE.
           MOVE WS-DEMAND-AMOUNT TO FLG-AMOUNT.
           MOVE ZEROES TO FLG-PAID.
           MOVE WS-DEMAND-DUE TO FLG-DUE-DATE.
           MOVE WS-DEMAND-CUTOFF TO FLG-CUTOFF-DATE.
           MOVE ZEROES TO FLG-LAST-PAID.
           WRITE FEELDG-REC.
           ADD 1 TO WS-DEMAND-CNT.
           ADD WS-DEMAND-AMOUNT TO WS-DEMAND-TOTAL.

           MOVE WS-DEMAND-AMOUNT TO WS-FMT-AMOUNT.
           MOVE SPACES TO BILLRPT-REC.
           STRING ENR-STUDENT-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ENR-STUDENT-NAME DELIMITED BY SIZE
               '   ' DELIMITED BY SIZE
               ENR-COURSE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-FMT-AMOUNT DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-DEMAND-DUE DELIMITED BY SIZE
               INTO BILLRPT-REC.
           WRITE BILLRPT-REC.

       3000-REGISTER-FOOT-PARA.
           MOVE SPACES TO BILLRPT-REC.
           WRITE BILLRPT-REC.
           MOVE WS-DEMAND-CNT TO WS-FMT-CNT.
           MOVE WS-DEMAND-TOTAL TO WS-FMT-TOTAL.
           MOVE SPACES TO BILLRPT-REC.
           STRING 'DEMANDS RAISED ' DELIMITED BY SIZE
               WS-FMT-CNT DELIMITED BY SIZE
               '  TOTAL BILLED ' DELIMITED BY SIZE
               WS-FMT-TOTAL DELIMITED BY SIZE
               INTO BILLRPT-REC.
           WRITE BILLRPT-REC.
           MOVE WS-ALREADY-CNT TO WS-FMT-CNT.
           MOVE SPACES TO BILLRPT-REC.
           STRING 'ALREADY BILLED FOR THE TERM, SKIPPED '
               DELIMITED BY SIZE
               WS-FMT-CNT DELIMITED BY SIZE
               INTO BILLRPT-REC.
           WRITE BILLRPT-REC.

       3900-FILES-CLOSE-PARA.
           IF WS-STUENR-STATUS = '00' OR WS-STUENR-STATUS = '10'
               CLOSE STUENR
           END-IF.
           IF WS-FEELDG-STATUS = '00'
               CLOSE FEELDG
           END-IF.
           CLOSE BILLRPT.

      * RESOLVES EVERY FILE ASSIGNMENT FROM THE EXTERNAL FILE
      * CONFIGURATION BEFORE ANYTHING IS OPENED, REPORTING EACH
      * RESOLVED PATH. A LOGICAL NAME MISSING FROM THE
      * CONFIGURATION ENDS THE RUN CLEANLY WITH RC 16 BEFORE ANY
      * FILE IS TOUCHED.
       0050-FILECFG-LOAD-PARA.
           MOVE 'FEESTRUCT' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-FEESTR-PATH.
           MOVE 'STUENROL' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-STUENR-PATH.
           MOVE 'TERMPARM' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-TERMPARM-PATH.
           MOVE 'FEELEDGER' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-FEELDG-PATH.
           MOVE 'FEEBILLRPT' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-BILLRPT-PATH.
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
