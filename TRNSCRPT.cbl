           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-TRNFL-STATUS.

      * SAME ASSIGN/LAYOUT AS FEECOLL.CBL'S FEEHOLD: STUDENTS WITH
      * FEES UNPAID PAST THE CUT-OFF, WHOSE TRANSCRIPTS ARE HELD
      * BACK UNTIL THE BALANCE CLEARS. NO FILE MEANS NO HOLDS.
           SELECT FEEHOLD ASSIGN TO DYNAMIC WS-FEEHOLD-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-FEEHOLD-STATUS.

      * SAME ASSIGN/LAYOUT AS PRG1.CBL'S DOCHOLD: THE WITHHELD-
      * DOCUMENT REGISTER, OPENED EXTEND.
           SELECT DOCHOLD ASSIGN TO DYNAMIC WS-DOCHOLD-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-DOCHOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUREQ.
           05  RH-SCORE                PIC 9(3)V99.
           05  RH-CREDITS              PIC 9(2).
           05  RH-PASS-SW              PIC X(1).
      * SUPPLEMENTARY (RE-SIT) LINES, WRITTEN BY RESIT.CBL, CARRY THE
      * ORIGINAL TERM IN RH-TERM, THE ATTEMPT NUMBER, THE MARK AS
      * SAT BEFORE CAPPING AND THE DATE OF THE RE-SIT.
           05  RH-ATTEMPT-TYPE         PIC X(1).
               88  RH-RESIT                        VALUE 'S'.
           05  RH-ATTEMPT-NO           PIC 9(1).
           05  RH-RAW-SCORE            PIC 9(3)V99.
           05  RH-RESIT-DATE           PIC 9(8).
           05  FILLER                  PIC X(23).

       FD  TRNFL.
       01  TRNFL-REC                   PIC X(80).

      * SAME LAYOUT AS FEECOLL.CBL'S FEEHOLD-REC.
       FD  FEEHOLD.
       01  FEEHOLD-REC.
           05  FHD-STUDENT-ID          PIC X(5).
           05  FHD-STUDENT-NAME        PIC X(20).
           05  FHD-BALANCE             PIC 9(7)V99.
           05  FHD-OLDEST-TERM         PIC X(6).
           05  FHD-RUN-DATE            PIC 9(8).
           05  FILLER                  PIC X(32).

      * SAME LAYOUT AS PRG1.CBL'S DOCHOLD-REC.
       FD  DOCHOLD.
       01  DOCHOLD-REC.
           05  DHR-RUN-DATE            PIC 9(8).
           05  DHR-STUDENT-ID          PIC X(5).
           05  DHR-STUDENT-NAME        PIC X(20).
           05  DHR-DOCUMENT            PIC X(12).
           05  DHR-TERM                PIC X(6).
           05  DHR-FEE-TERM            PIC X(6).
           05  DHR-BALANCE             PIC 9(7)V99.
           05  DHR-PROGRAM             PIC X(8).
           05  FILLER                  PIC X(6).

       WORKING-STORAGE SECTION.
      * RESOLVED FILE PATHS. EVERY ASSIGNMENT COMES FROM THE
      * EXTERNAL FILE CONFIGURATION (FILECFG) AT STARTUP -- SEE
       77  WS-STUREQ-PATH              PIC X(80) VALUE SPACES.
       77  WS-HISTFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-TRNFL-PATH               PIC X(80) VALUE SPACES.
       77  WS-FEEHOLD-PATH             PIC X(80) VALUE SPACES.
       77  WS-DOCHOLD-PATH             PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.
           05  WS-STUREQ-STATUS        PIC X(2).
           05  WS-HISTFL-STATUS        PIC X(2).
           05  WS-TRNFL-STATUS         PIC X(2).
           05  WS-FEEHOLD-STATUS       PIC X(2).
           05  WS-DOCHOLD-STATUS       PIC X(2).

       01  WS-EOF-SWITCHES.
           05  WS-STUREQ-EOF-SW        PIC X(01)   VALUE 'N'.
               88  STUREQ-EOF                      VALUE 'Y'.
           05  WS-HISTFL-EOF-SW        PIC X(01)   VALUE 'N'.
               88  HISTFL-EOF                      VALUE 'Y'.
           05  WS-FEEHOLD-EOF-SW       PIC X(01)   VALUE 'N'.
               88  FEEHOLD-EOF                     VALUE 'Y'.

      * THE WHOLE HISTORY, HELD FOR THE PER-STUDENT WALKS. A FULL
      * TABLE IS A WARNING: TRANSCRIPTS FOR LATER STUDENTS COULD BE
               10  WS-HIST-SCORE        PIC 9(3)V99.
               10  WS-HIST-CREDITS      PIC 9(2).
               10  WS-HIST-PASS-SW      PIC X(1).
               10  WS-HIST-TYPE-SW      PIC X(1).
                   88  WS-HIST-RESIT                VALUE 'S'.
               10  WS-HIST-ATTEMPT      PIC 9(1).
               10  WS-HIST-RAW          PIC 9(3)V99.
       77  WS-HIST-CNT                 PIC 9(4)    VALUE ZEROES.
       77  WS-HIST-IDX                 PIC 9(4)    VALUE ZEROES.
       77  WS-HIST-OVFL-CNT            PIC 9(4)    VALUE ZEROES.
       77  WS-LINE-CNT                 PIC 9(3)    VALUE ZEROES.
       77  WS-BACKLOG-CNT              PIC 9(2)    VALUE ZEROES.
       77  FORMATTED-GPA               PIC ZZ9.99.
       77  WS-FMT-RAW                  PIC ZZ9.99.
       77  WS-LINE-PTR                 PIC 9(2)    VALUE ZEROES.
       77  WS-RESIT-SRCH-IDX           PIC 9(4)    VALUE ZEROES.
       77  WS-RESIT-PASS-SW            PIC X(01)   VALUE 'N'.
           88  WS-RESIT-PASSED                     VALUE 'Y'.

      * STUDENTS ON FEE HOLD, WITH THE BALANCE AND OLDEST UNPAID
      * TERM FOR THE WITHHELD-DOCUMENT REGISTER.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY OCCURS 500 TIMES.
               10  WS-HOLD-STUDENT-ID   PIC X(5).
               10  WS-HOLD-BALANCE      PIC 9(7)V99.
               10  WS-HOLD-FEE-TERM     PIC X(6).
       77  WS-HOLD-CNT                 PIC 9(3)    VALUE ZEROES.
       77  WS-HOLD-SRCH-IDX            PIC 9(3)    VALUE ZEROES.
       77  WS-HOLD-FOUND-SW            PIC X(01)   VALUE 'N'.
           88  WS-HOLD-FOUND                       VALUE 'Y'.
       77  WS-DOCHOLD-OPEN-SW          PIC X(01)   VALUE 'N'.
           88  DOCHOLD-WAS-OPEN                    VALUE 'Y'.
       77  WS-REGISTER-DATE            PIC 9(8)    VALUE ZEROES.
       77  WS-FMT-BALANCE              PIC Z(6)9.99.

       01  WS-COUNTERS.
           05  WS-REQUEST-CNT          PIC 9(4)    VALUE ZEROES.
           05  WS-TRANSCRIPT-CNT       PIC 9(4)    VALUE ZEROES.
           05  WS-WITHHELD-CNT         PIC 9(4)    VALUE ZEROES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-FILES-OPEN-PARA.
           IF WS-STUREQ-STATUS = '00'
                   AND WS-HISTFL-STATUS = '00' THEN
               PERFORM 1100-FEEHOLD-LOAD-PARA
               PERFORM 1500-HISTFL-LOAD-PARA UNTIL HISTFL-EOF
               PERFORM 2000-REQUEST-READ-PARA UNTIL STUREQ-EOF
           ELSE

           DISPLAY 'STUDENTS REQUESTED: ', WS-REQUEST-CNT.
           DISPLAY 'TRANSCRIPTS WRITTEN: ', WS-TRANSCRIPT-CNT.
           DISPLAY 'TRANSCRIPTS WITHHELD FOR FEES: ', WS-WITHHELD-CNT.
           IF WS-HIST-OVFL-CNT > 0
               DISPLAY 'HISTORY LINES NOT TABLED: ', WS-HIST-OVFL-CNT
               IF RETURN-CODE = 0
           OPEN OUTPUT TRNFL.
           DISPLAY 'FILE STATUS FOR TRNFL:', WS-TRNFL-STATUS.

      * FEE HOLDS ARE OPTIONAL: WITH NO HOLD FILE EVERY TRANSCRIPT
      * PRINTS. THE REGISTER IS ONLY OPENED WHEN THERE ARE HOLDS.
       1100-FEEHOLD-LOAD-PARA.
           OPEN INPUT FEEHOLD.
           IF WS-FEEHOLD-STATUS NOT = '00'
               DISPLAY 'NO FEE HOLD FILE, NO TRANSCRIPTS WITHHELD.'
           ELSE
               PERFORM 1150-FEEHOLD-READ-PARA UNTIL FEEHOLD-EOF
               CLOSE FEEHOLD
               DISPLAY 'STUDENTS ON FEE HOLD: ', WS-HOLD-CNT
           END-IF.
           IF WS-HOLD-CNT > 0
               PERFORM 1200-DOCHOLD-OPEN-PARA
           END-IF.

       1150-FEEHOLD-READ-PARA.
           READ FEEHOLD
               AT END
                   SET FEEHOLD-EOF TO TRUE
               NOT AT END
                   IF WS-HOLD-CNT < 500
                       ADD 1 TO WS-HOLD-CNT
                       MOVE FHD-STUDENT-ID TO
                           WS-HOLD-STUDENT-ID(WS-HOLD-CNT)
                       MOVE FHD-BALANCE TO
                           WS-HOLD-BALANCE(WS-HOLD-CNT)
                       MOVE FHD-OLDEST-TERM TO
                           WS-HOLD-FEE-TERM(WS-HOLD-CNT)
                   ELSE
                       DISPLAY 'WS-HOLD-TABLE FULL, ENTRY IGNORED: '
                           FHD-STUDENT-ID
                       MOVE 16 TO RETURN-CODE
                   END-IF
           END-READ.

      * THE SAME OPEN-EXTEND RULE PRG1.CBL USES FOR THE REGISTER. A
      * REGISTER THAT CANNOT BE OPENED STILL LEAVES THE TRANSCRIPTS
      * WITHHELD.
       1200-DOCHOLD-OPEN-PARA.
           ACCEPT WS-REGISTER-DATE FROM DATE YYYYMMDD.
           OPEN EXTEND DOCHOLD.
           IF WS-DOCHOLD-STATUS = '35'
               OPEN OUTPUT DOCHOLD
           END-IF.
           IF WS-DOCHOLD-STATUS = '00'
               SET DOCHOLD-WAS-OPEN TO TRUE
           ELSE
               DISPLAY 'WITHHELD-DOCUMENT REGISTER CANNOT BE OPENED, '
                   'STATUS ' WS-DOCHOLD-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       1500-HISTFL-LOAD-PARA.
           READ HISTFL
               AT END
                           WS-HIST-CREDITS(WS-HIST-CNT)
                       MOVE RH-PASS-SW TO
                           WS-HIST-PASS-SW(WS-HIST-CNT)
                       MOVE RH-ATTEMPT-TYPE TO
                           WS-HIST-TYPE-SW(WS-HIST-CNT)
                       MOVE ZEROES TO WS-HIST-ATTEMPT(WS-HIST-CNT)
                       MOVE ZEROES TO WS-HIST-RAW(WS-HIST-CNT)
                       IF RH-RESIT
                           MOVE RH-ATTEMPT-NO TO
                               WS-HIST-ATTEMPT(WS-HIST-CNT)
                           MOVE RH-RAW-SCORE TO
                               WS-HIST-RAW(WS-HIST-CNT)
                       END-IF
                   ELSE
                       ADD 1 TO WS-HIST-OVFL-CNT
                   END-IF

      * ONE TRANSCRIPT: THE STUDENT'S DISTINCT TERMS IN FILE ORDER,
      * A PER-TERM DETAIL-AND-GPA SECTION FOR EACH, THEN THE
      * CUMULATIVE GPA AND THE BACKLOG SWEEP. A STUDENT ON FEE HOLD
      * GETS A WITHHELD NOTICE INSTEAD, AND THE TRANSCRIPT GOES ON
      * THE WITHHELD-DOCUMENT REGISTER.
       2500-TRANSCRIPT-PARA.
           MOVE ZEROES TO WS-TERM-CNT.
           MOVE ZEROES TO WS-SUBJ-CNT.
               INTO TRNFL-REC.
           WRITE TRNFL-REC.

           PERFORM 2550-FEE-HOLD-FIND-PARA.
           IF WS-HOLD-FOUND
               PERFORM 2580-TRANSCRIPT-WITHHELD-PARA
           ELSE
               PERFORM 2590-TRANSCRIPT-BODY-PARA
           END-IF.

       2550-FEE-HOLD-FIND-PARA.
           MOVE 'N' TO WS-HOLD-FOUND-SW.
           MOVE 1 TO WS-HOLD-SRCH-IDX.
           PERFORM 2560-FEE-HOLD-FIND-ONE-PARA
               UNTIL WS-HOLD-SRCH-IDX > WS-HOLD-CNT
                  OR WS-HOLD-FOUND.

       2560-FEE-HOLD-FIND-ONE-PARA.
           IF WS-HOLD-STUDENT-ID(WS-HOLD-SRCH-IDX) = WS-REQ-STUDENT
               SET WS-HOLD-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-HOLD-SRCH-IDX
           END-IF.

       2580-TRANSCRIPT-WITHHELD-PARA.
           ADD 1 TO WS-WITHHELD-CNT.
           MOVE WS-HOLD-BALANCE(WS-HOLD-SRCH-IDX) TO WS-FMT-BALANCE.
           MOVE SPACES TO TRNFL-REC.
           STRING 'TRANSCRIPT WITHHELD: FEES OUTSTANDING '
                   DELIMITED BY SIZE
               WS-FMT-BALANCE DELIMITED BY SIZE
               ' SINCE TERM ' DELIMITED BY SIZE
               WS-HOLD-FEE-TERM(WS-HOLD-SRCH-IDX) DELIMITED BY SIZE
               INTO TRNFL-REC.
           WRITE TRNFL-REC.
           IF DOCHOLD-WAS-OPEN
               MOVE SPACES TO DOCHOLD-REC
               MOVE WS-REGISTER-DATE TO DHR-RUN-DATE
               MOVE WS-REQ-STUDENT TO DHR-STUDENT-ID
               MOVE WS-STU-NAME TO DHR-STUDENT-NAME
               MOVE 'TRANSCRIPT' TO DHR-DOCUMENT
               MOVE SPACES TO DHR-TERM
               MOVE WS-HOLD-FEE-TERM(WS-HOLD-SRCH-IDX) TO DHR-FEE-TERM
               MOVE WS-HOLD-BALANCE(WS-HOLD-SRCH-IDX) TO DHR-BALANCE
               MOVE 'TRNSCRPT' TO DHR-PROGRAM
               WRITE DOCHOLD-REC
           END-IF.

       2590-TRANSCRIPT-BODY-PARA.
           IF WS-LINE-CNT = 0
               MOVE 'NO RESULTS ON FILE.' TO TRNFL-REC
               WRITE TRNFL-REC
           IF WS-TERM-CREDITS > 0
               COMPUTE WS-GPA ROUNDED =
                   WS-TERM-WEIGHTED / WS-TERM-CREDITS
               MOVE WS-GPA TO FORMATTED-GPA
               MOVE SPACES TO TRNFL-REC
               STRING '  TERM GPA ' DELIMITED BY SIZE
               WRITE TRNFL-REC
           END-IF.

      * THE TERM GPA IS THE TERM AS SAT: RE-SIT LINES, WHICH CARRY
      * THE TERM OF THE FAILED SITTING, PRINT UNDER IT BUT DO NOT
      * CHANGE IT. THE CUMULATIVE GPA TAKES A PASSED RE-SIT, AT ITS
      * CAPPED MARK, IN PLACE OF THE FAILED MARK IT CLEARS.
       2750-TERM-LINE-PARA.
           IF WS-HIST-STUDENT(WS-HIST-IDX) = WS-REQ-STUDENT
               AND WS-HIST-TERM(WS-HIST-IDX) =
                   WS-TERM-ENTRY(WS-TERM-IDX)
               IF WS-HIST-RESIT(WS-HIST-IDX)
                   PERFORM 2780-RESIT-LINE-PARA
               ELSE
                   PERFORM 2760-REGULAR-LINE-PARA
               END-IF
               WRITE TRNFL-REC
           END-IF.

       2760-REGULAR-LINE-PARA.
           COMPUTE WS-TERM-WEIGHTED = WS-TERM-WEIGHTED +
               WS-HIST-SCORE(WS-HIST-IDX) *
               WS-HIST-CREDITS(WS-HIST-IDX).
           ADD WS-HIST-CREDITS(WS-HIST-IDX) TO WS-TERM-CREDITS.
           MOVE 'N' TO WS-RESIT-PASS-SW.
           IF WS-HIST-PASS-SW(WS-HIST-IDX) NOT = 'P'
               PERFORM 2790-RESIT-PASS-FIND-PARA
           END-IF.
           IF NOT WS-RESIT-PASSED
               COMPUTE WS-CUM-WEIGHTED = WS-CUM-WEIGHTED +
                   WS-HIST-SCORE(WS-HIST-IDX) *
                   WS-HIST-CREDITS(WS-HIST-IDX)
               ADD WS-HIST-CREDITS(WS-HIST-IDX) TO WS-CUM-CREDITS
           END-IF.
           MOVE WS-HIST-SCORE(WS-HIST-IDX) TO FORMATTED-GPA.
           MOVE SPACES TO TRNFL-REC.
           IF WS-HIST-PASS-SW(WS-HIST-IDX) = 'P'
               STRING '  ' DELIMITED BY SIZE
                   WS-HIST-SUBJECT(WS-HIST-IDX) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   FORMATTED-GPA DELIMITED BY SIZE
                   ' PASS' DELIMITED BY SIZE
                   INTO TRNFL-REC
           ELSE
               STRING '  ' DELIMITED BY SIZE
                   WS-HIST-SUBJECT(WS-HIST-IDX) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   FORMATTED-GPA DELIMITED BY SIZE
                   ' FAIL' DELIMITED BY SIZE
                   INTO TRNFL-REC
           END-IF.

      * A RE-SIT PRINTS WITH ITS ATTEMPT NUMBER, AND WITH THE MARK
      * AS SAT WHEN THE RECORDED MARK WAS CAPPED.
       2780-RESIT-LINE-PARA.
           IF WS-HIST-PASS-SW(WS-HIST-IDX) = 'P'
               COMPUTE WS-CUM-WEIGHTED = WS-CUM-WEIGHTED +
                   WS-HIST-SCORE(WS-HIST-IDX) *
                   WS-HIST-CREDITS(WS-HIST-IDX)
               ADD WS-HIST-CREDITS(WS-HIST-IDX) TO WS-CUM-CREDITS
           END-IF.
           MOVE WS-HIST-SCORE(WS-HIST-IDX) TO FORMATTED-GPA.
           MOVE WS-HIST-RAW(WS-HIST-IDX) TO WS-FMT-RAW.
           MOVE SPACES TO TRNFL-REC.
           IF WS-HIST-PASS-SW(WS-HIST-IDX) = 'P'
               STRING '  ' DELIMITED BY SIZE
                   WS-HIST-SUBJECT(WS-HIST-IDX) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   FORMATTED-GPA DELIMITED BY SIZE
                   ' PASS RE-SIT ' DELIMITED BY SIZE
                   WS-HIST-ATTEMPT(WS-HIST-IDX) DELIMITED BY SIZE
                   INTO TRNFL-REC
           ELSE
               STRING '  ' DELIMITED BY SIZE
                   WS-HIST-SUBJECT(WS-HIST-IDX) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   FORMATTED-GPA DELIMITED BY SIZE
                   ' FAIL RE-SIT ' DELIMITED BY SIZE
                   WS-HIST-ATTEMPT(WS-HIST-IDX) DELIMITED BY SIZE
                   INTO TRNFL-REC
           END-IF.
           IF WS-HIST-RAW(WS-HIST-IDX) > WS-HIST-SCORE(WS-HIST-IDX)
               MOVE 28 TO WS-LINE-PTR
               STRING ' (SAT ' DELIMITED BY SIZE
                   WS-FMT-RAW DELIMITED BY SIZE
                   ')' DELIMITED BY SIZE
                   INTO TRNFL-REC WITH POINTER WS-LINE-PTR
           END-IF.

      * IS THERE A PASSED RE-SIT OF THIS FAILED SITTING?
       2790-RESIT-PASS-FIND-PARA.
           MOVE 1 TO WS-RESIT-SRCH-IDX.
           PERFORM 2795-RESIT-PASS-FIND-ONE-PARA
               UNTIL WS-RESIT-SRCH-IDX > WS-HIST-CNT
                  OR WS-RESIT-PASSED.

       2795-RESIT-PASS-FIND-ONE-PARA.
           IF WS-HIST-RESIT(WS-RESIT-SRCH-IDX)
                   AND WS-HIST-PASS-SW(WS-RESIT-SRCH-IDX) = 'P'
                   AND WS-HIST-STUDENT(WS-RESIT-SRCH-IDX) =
                       WS-HIST-STUDENT(WS-HIST-IDX)
                   AND WS-HIST-SUBJECT(WS-RESIT-SRCH-IDX) =
                       WS-HIST-SUBJECT(WS-HIST-IDX)
                   AND WS-HIST-TERM(WS-RESIT-SRCH-IDX) =
                       WS-HIST-TERM(WS-HIST-IDX)
               SET WS-RESIT-PASSED TO TRUE
           ELSE
               ADD 1 TO WS-RESIT-SRCH-IDX
           END-IF.

      * A SUBJECT NEVER PASSED IN ANY TERM IS A STANDING BACKLOG.
       3000-BACKLOG-SWEEP-PARA.
           MOVE ZEROES TO WS-BACKLOG-CNT.
               CLOSE HISTFL
           END-IF.
           CLOSE TRNFL.
           IF DOCHOLD-WAS-OPEN
               CLOSE DOCHOLD
           END-IF.

      * RESOLVES EVERY FILE ASSIGNMENT FROM THE EXTERNAL FILE
      * CONFIGURATION BEFORE ANYTHING IS OPENED, REPORTING EACH
           MOVE 'TRANSCRIPTS' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-TRNFL-PATH.
           MOVE 'FEEHOLDS' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-FEEHOLD-PATH.
           MOVE 'DOCWITHHELD' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-DOCHOLD-PATH.

       0060-FILECFG-ONE-PARA.
           CALL 'FILECFG' USING WS-CFG-NAME, WS-CFG-PATH,
