       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * RE-SIT (SUPPLEMENTARY EXAMINATION) MARKS, ONE PER STUDENT PER
      * SUBJECT SAT.
           SELECT RSTSCR ASSIGN TO DYNAMIC WS-RSTSCR-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-RSTSCR-STATUS.

      * SAME ASSIGN/LAYOUT AS PRG1.CBL'S HISTFL: READ FIRST TO FIND
      * WHAT EACH STUDENT HAS FAILED AND HOW OFTEN IT HAS BEEN RE-SAT,
      * THEN EXTENDED WITH THE ACCEPTED RE-SIT RESULTS.
           SELECT HISTFL ASSIGN TO DYNAMIC WS-HISTFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-HISTFL-STATUS.

      * SAME ASSIGN/LAYOUT AS PRG1.CBL'S SUBJFL: PASS MARK PER
      * SUBJECT.
           SELECT SUBJFL ASSIGN TO DYNAMIC WS-SUBJFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-SUBJFL-STATUS.

      * RE-SIT PARAMETERS: THE MOST RE-SITS ALLOWED PER SUBJECT AND
      * THE HIGHEST MARK A RE-SIT MAY BE RECORDED AT. A MISSING FILE
      * OR FIELD TAKES THE DEFAULT.
           SELECT RSTPARM ASSIGN TO DYNAMIC WS-RSTPARM-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-RSTPARM-STATUS.

      * RE-SIT RESULT LIST, GROUPED BY SUBJECT, WITH EVERY MARK
      * REFUSED AND WHY.
           SELECT RSTLIST ASSIGN TO DYNAMIC WS-RSTLIST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-RSTLIST-STATUS.

      * EXTERNALLY-SUPPLIED RUN DATE (RUNPARM.CPY): THE RE-SIT DATE
      * RECORDED ON THE HISTORY.
           SELECT RUNPARM ASSIGN TO DYNAMIC WS-RUNPARM-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-RUNPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RSTSCR.
       01  RSTSCR-REC.
           05  RSC-STUDENT-ID          PIC X(5).
           05  RSC-SUBJECT             PIC X(3).
           05  RSC-SCORE               PIC 9(3)V99.
           05  FILLER                  PIC X(67).

      * SAME LAYOUT AS PRG1.CBL'S HISTFL-REC.
       FD  HISTFL.
       01  HISTFL-REC.
           05  RH-STUDENT-ID           PIC X(5).
           05  RH-STUDENT-NAME         PIC X(20).
           05  RH-TERM                 PIC X(6).
           05  RH-SUBJECT              PIC X(3).
           05  RH-SCORE                PIC 9(3)V99.
           05  RH-CREDITS              PIC 9(2).
           05  RH-PASS-SW              PIC X(1).
           05  RH-ATTEMPT-TYPE         PIC X(1).
               88  RH-RESIT                        VALUE 'S'.
           05  RH-ATTEMPT-NO           PIC 9(1).
           05  RH-RAW-SCORE            PIC 9(3)V99.
           05  RH-RESIT-DATE           PIC 9(8).
           05  FILLER                  PIC X(23).

      * SAME LAYOUT AS PRG1.CBL'S SUBJFL-REC.
       FD  SUBJFL.
       01  SUBJFL-REC.
           05  SUB-CODE                PIC X(3).
           05  SUB-NAME                PIC X(15).
           05  SUB-CREDITS             PIC 9(2).
           05  SUB-PASS-MARK           PIC 9(3).
           05  FILLER                  PIC X(57).

       FD  RSTPARM.
       01  RSTPARM-REC.
           05  PRM-MAX-ATTEMPTS        PIC 9(1).
           05  PRM-CAP-SCORE           PIC 9(3)V99.
           05  FILLER                  PIC X(74).

       FD  RSTLIST.
       01  RSTLIST-REC                 PIC X(80).

       FD  RUNPARM.
       COPY 'RUNPARM'.

       WORKING-STORAGE SECTION.
      * RESOLVED FILE PATHS. EVERY ASSIGNMENT COMES FROM THE
      * EXTERNAL FILE CONFIGURATION (FILECFG) AT STARTUP -- SEE
      * 0050-FILECFG-LOAD-PARA -- SO A DISK MOVE OR A TEST RUN
      * NEVER MEANS EDITING AND RECOMPILING THIS PROGRAM.
       77  WS-RSTSCR-PATH              PIC X(80) VALUE SPACES.
       77  WS-HISTFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-SUBJFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-RSTPARM-PATH             PIC X(80) VALUE SPACES.
       77  WS-RSTLIST-PATH             PIC X(80) VALUE SPACES.
       77  WS-RUNPARM-PATH             PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.

       01  WS-FILE-STATUS.
           05  WS-RSTSCR-STATUS        PIC X(2).
           05  WS-HISTFL-STATUS        PIC X(2).
           05  WS-SUBJFL-STATUS        PIC X(2).
           05  WS-RSTPARM-STATUS       PIC X(2).
           05  WS-RSTLIST-STATUS       PIC X(2).
           05  WS-RUNPARM-STATUS       PIC X(2).

       01  WS-EOF-SWITCHES.
           05  WS-RSTSCR-EOF-SW        PIC X(01)   VALUE 'N'.
               88  RSTSCR-EOF                      VALUE 'Y'.
           05  WS-HISTFL-EOF-SW        PIC X(01)   VALUE 'N'.
               88  HISTFL-EOF                      VALUE 'Y'.
           05  WS-SUBJFL-EOF-SW        PIC X(01)   VALUE 'N'.
               88  SUBJFL-EOF                      VALUE 'Y'.

      * RE-SIT PARAMETERS AND THEIR DEFAULTS.
       77  WS-MAX-ATTEMPTS             PIC 9(1)    VALUE 2.
       77  WS-CAP-SCORE                PIC 9(3)V99 VALUE 50.00.
       77  WS-RUN-DATE                 PIC 9(8)    VALUE ZEROES.

      * SUBJECT MASTER TABLE.
       01  WS-SUBJ-TABLE.
           05  WS-SUBJ-ENTRY OCCURS 50 TIMES.
               10  WS-SUBJ-CODE         PIC X(3).
               10  WS-SUBJ-NAME         PIC X(15).
               10  WS-SUBJ-PASS-MARK    PIC 9(3).
               10  WS-SUBJ-SAT-CNT      PIC 9(4).
               10  WS-SUBJ-PASS-CNT     PIC 9(4).
               10  WS-SUBJ-REJECT-CNT   PIC 9(4).
       77  WS-SUBJ-CNT                 PIC 9(2)    VALUE ZEROES.
       77  WS-SUBJ-IDX                 PIC 9(2)    VALUE ZEROES.
       77  WS-SUBJ-SRCH-IDX            PIC 9(2)    VALUE ZEROES.
       77  WS-SUBJ-FOUND-SW            PIC X(01)   VALUE 'N'.
           88  WS-SUBJ-FOUND                       VALUE 'Y'.

      * ONE ENTRY PER STUDENT PER SUBJECT ON THE HISTORY: WHETHER IT
      * HAS EVER BEEN PASSED, THE TERM AND CREDITS OF THE LATEST
      * FAILED SITTING THAT A RE-SIT LINKS BACK TO, HOW MANY RE-SITS
      * HAVE BEEN RECORDED AND WHEN THE LAST ONE WAS.
       01  WS-PAIR-TABLE.
           05  WS-PAIR-ENTRY OCCURS 3000 TIMES.
               10  WS-PAIR-STUDENT      PIC X(5).
               10  WS-PAIR-NAME         PIC X(20).
               10  WS-PAIR-SUBJECT      PIC X(3).
               10  WS-PAIR-PASSED-SW    PIC X(1).
                   88  WS-PAIR-PASSED               VALUE 'Y'.
               10  WS-PAIR-FAIL-TERM    PIC X(6).
               10  WS-PAIR-CREDITS      PIC 9(2).
               10  WS-PAIR-ATTEMPTS     PIC 9(1).
               10  WS-PAIR-LAST-DATE    PIC 9(8).
       77  WS-PAIR-CNT                 PIC 9(4)    VALUE ZEROES.
       77  WS-PAIR-SRCH-IDX            PIC 9(4)    VALUE ZEROES.
       77  WS-PAIR-FOUND-SW            PIC X(01)   VALUE 'N'.
           88  WS-PAIR-FOUND                       VALUE 'Y'.
       77  WS-PAIR-KEY-STUDENT         PIC X(5)    VALUE SPACES.
       77  WS-PAIR-KEY-SUBJECT         PIC X(3)    VALUE SPACES.
       77  WS-PAIR-FULL-SW             PIC X(01)   VALUE 'N'.
           88  WS-PAIR-FULL                        VALUE 'Y'.

      * EVERY RE-SIT MARK READ THIS RUN, ACCEPTED OR NOT, KEPT FOR
      * THE HISTORY APPEND AND THE PER-SUBJECT LIST. WS-RES-REASON
      * IS SPACES FOR AN ACCEPTED MARK.
       01  WS-RES-TABLE.
           05  WS-RES-ENTRY OCCURS 500 TIMES.
               10  WS-RES-STUDENT       PIC X(5).
               10  WS-RES-NAME          PIC X(20).
               10  WS-RES-SUBJECT       PIC X(3).
               10  WS-RES-TERM          PIC X(6).
               10  WS-RES-CREDITS       PIC 9(2).
               10  WS-RES-ATTEMPT       PIC 9(1).
               10  WS-RES-RAW           PIC 9(3)V99.
               10  WS-RES-SCORE         PIC 9(3)V99.
               10  WS-RES-PASS-SW       PIC X(1).
                   88  WS-RES-PASSED                VALUE 'P'.
               10  WS-RES-REASON        PIC X(22).
       77  WS-RES-CNT                  PIC 9(3)    VALUE ZEROES.
       77  WS-RES-IDX                  PIC 9(3)    VALUE ZEROES.
       77  WS-REJECT-REASON            PIC X(22)   VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-HISTFL-RD-CNT        PIC 9(5)    VALUE ZEROES.
           05  WS-RSTSCR-RD-CNT        PIC 9(5)    VALUE ZEROES.
           05  WS-ACCEPT-CNT           PIC 9(5)    VALUE ZEROES.
           05  WS-PASS-CNT             PIC 9(5)    VALUE ZEROES.
           05  WS-REJECT-CNT           PIC 9(5)    VALUE ZEROES.
           05  WS-HIST-WT-CNT          PIC 9(5)    VALUE ZEROES.

       77  WS-FMT-RAW                  PIC ZZ9.99.
       77  WS-FMT-SCORE                PIC ZZ9.99.
       77  WS-FMT-CAP                  PIC ZZ9.99.
       77  WS-RESULT-WORD              PIC X(4)    VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0050-FILECFG-LOAD-PARA.
           PERFORM 1050-RUNPARM-LOAD-PARA.
           PERFORM 1080-RSTPARM-LOAD-PARA.
           PERFORM 1100-SUBJFL-LOAD-PARA.
           PERFORM 1200-HISTFL-LOAD-PARA.
           IF WS-PAIR-FULL
               DISPLAY 'RESULTS HISTORY TOO LARGE TO HOLD, NO RE-SITS '
                   'PROCESSED.'
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN INPUT RSTSCR
               DISPLAY 'FILE STATUS FOR RSTSCR:', WS-RSTSCR-STATUS
               IF WS-RSTSCR-STATUS NOT = '00'
                   DISPLAY 'NO RE-SIT MARKS THIS RUN.'
               ELSE
                   PERFORM 2000-RSTSCR-READ-PARA UNTIL RSTSCR-EOF
                   CLOSE RSTSCR
                   PERFORM 3000-HISTORY-APPEND-PARA
               END-IF
               PERFORM 4000-RESULT-LIST-PARA
           END-IF.

           DISPLAY 'HISTORY LINES READ: ', WS-HISTFL-RD-CNT.
           DISPLAY 'RE-SIT MARKS READ: ', WS-RSTSCR-RD-CNT.
           DISPLAY 'RE-SITS ACCEPTED: ', WS-ACCEPT-CNT.
           DISPLAY 'RE-SITS PASSED: ', WS-PASS-CNT.
           DISPLAY 'RE-SIT MARKS REFUSED: ', WS-REJECT-CNT.
           DISPLAY 'HISTORY LINES APPENDED: ', WS-HIST-WT-CNT.
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

       1080-RSTPARM-LOAD-PARA.
           OPEN INPUT RSTPARM.
           IF WS-RSTPARM-STATUS NOT = '00'
               DISPLAY 'RE-SIT PARAMETERS NOT FOUND, USING DEFAULTS.'
           ELSE
               READ RSTPARM
                   AT END
                       DISPLAY 'RE-SIT PARAMETERS EMPTY, USING '
                           'DEFAULTS.'
                   NOT AT END
                       IF PRM-MAX-ATTEMPTS NUMERIC
                               AND PRM-MAX-ATTEMPTS > 0
                           MOVE PRM-MAX-ATTEMPTS TO WS-MAX-ATTEMPTS
                       END-IF
                       IF PRM-CAP-SCORE NUMERIC
                               AND PRM-CAP-SCORE > 0
                           MOVE PRM-CAP-SCORE TO WS-CAP-SCORE
                       END-IF
               END-READ
               CLOSE RSTPARM
           END-IF.
           MOVE WS-CAP-SCORE TO WS-FMT-CAP.
           DISPLAY 'MAXIMUM RE-SIT ATTEMPTS: ', WS-MAX-ATTEMPTS.
           DISPLAY 'RE-SIT MARK CAPPED AT: ', WS-FMT-CAP.

      * A MISSING SUBJECT MASTER IS FATAL, THE SAME RULE PRG1.CBL
      * APPLIES: WITHOUT PASS MARKS NO RE-SIT CAN BE GRADED.
       1100-SUBJFL-LOAD-PARA.
           OPEN INPUT SUBJFL.
           IF WS-SUBJFL-STATUS NOT = '00' THEN
               DISPLAY 'SUBJECT MASTER CANNOT BE OPENED, RUN '
                   'ABANDONED.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           ELSE
               PERFORM 1150-SUBJFL-READ-PARA UNTIL SUBJFL-EOF
               CLOSE SUBJFL
           END-IF.

       1150-SUBJFL-READ-PARA.
           READ SUBJFL
               AT END
                   SET SUBJFL-EOF TO TRUE
               NOT AT END
                   IF WS-SUBJ-CNT < 50
                       ADD 1 TO WS-SUBJ-CNT
                       MOVE SUB-CODE TO WS-SUBJ-CODE(WS-SUBJ-CNT)
                       MOVE SUB-NAME TO WS-SUBJ-NAME(WS-SUBJ-CNT)
                       MOVE SUB-PASS-MARK TO
                           WS-SUBJ-PASS-MARK(WS-SUBJ-CNT)
                       MOVE ZEROES TO WS-SUBJ-SAT-CNT(WS-SUBJ-CNT)
                       MOVE ZEROES TO WS-SUBJ-PASS-CNT(WS-SUBJ-CNT)
                       MOVE ZEROES TO WS-SUBJ-REJECT-CNT(WS-SUBJ-CNT)
                   ELSE
                       DISPLAY 'WS-SUBJ-TABLE FULL, ENTRY IGNORED: '
                           SUB-CODE
                   END-IF
           END-READ.

      * A MISSING HISTORY MEANS NOTHING HAS BEEN FAILED, SO EVERY
      * RE-SIT MARK WILL BE REFUSED.
       1200-HISTFL-LOAD-PARA.
           OPEN INPUT HISTFL.
           DISPLAY 'FILE STATUS FOR HISTFL:', WS-HISTFL-STATUS.
           IF WS-HISTFL-STATUS NOT = '00'
               DISPLAY 'NO RESULTS HISTORY, NOTHING TO RE-SIT.'
           ELSE
               PERFORM 1250-HISTFL-READ-PARA UNTIL HISTFL-EOF
               CLOSE HISTFL
           END-IF.

       1250-HISTFL-READ-PARA.
           READ HISTFL
               AT END
                   SET HISTFL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HISTFL-RD-CNT
                   MOVE RH-STUDENT-ID TO WS-PAIR-KEY-STUDENT
                   MOVE RH-SUBJECT TO WS-PAIR-KEY-SUBJECT
                   PERFORM 1300-PAIR-FIND-PARA
                   IF NOT WS-PAIR-FOUND
                       PERFORM 1350-PAIR-ADD-PARA
                   END-IF
                   IF WS-PAIR-FOUND
                       PERFORM 1400-PAIR-UPDATE-PARA
                   END-IF
           END-READ.

       1300-PAIR-FIND-PARA.
           MOVE 'N' TO WS-PAIR-FOUND-SW.
           MOVE 1 TO WS-PAIR-SRCH-IDX.
           PERFORM 1310-PAIR-FIND-ONE-PARA
               UNTIL WS-PAIR-SRCH-IDX > WS-PAIR-CNT
                  OR WS-PAIR-FOUND.

       1310-PAIR-FIND-ONE-PARA.
           IF WS-PAIR-STUDENT(WS-PAIR-SRCH-IDX) = WS-PAIR-KEY-STUDENT
                   AND WS-PAIR-SUBJECT(WS-PAIR-SRCH-IDX) =
                       WS-PAIR-KEY-SUBJECT
               SET WS-PAIR-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-PAIR-SRCH-IDX
           END-IF.

       1350-PAIR-ADD-PARA.
           IF WS-PAIR-CNT < 3000
               ADD 1 TO WS-PAIR-CNT
               MOVE WS-PAIR-CNT TO WS-PAIR-SRCH-IDX
               MOVE RH-STUDENT-ID TO WS-PAIR-STUDENT(WS-PAIR-CNT)
               MOVE RH-STUDENT-NAME TO WS-PAIR-NAME(WS-PAIR-CNT)
               MOVE RH-SUBJECT TO WS-PAIR-SUBJECT(WS-PAIR-CNT)
               MOVE 'N' TO WS-PAIR-PASSED-SW(WS-PAIR-CNT)
               MOVE SPACES TO WS-PAIR-FAIL-TERM(WS-PAIR-CNT)
               MOVE ZEROES TO WS-PAIR-CREDITS(WS-PAIR-CNT)
               MOVE ZEROES TO WS-PAIR-ATTEMPTS(WS-PAIR-CNT)
               MOVE ZEROES TO WS-PAIR-LAST-DATE(WS-PAIR-CNT)
               SET WS-PAIR-FOUND TO TRUE
           ELSE
               DISPLAY 'WS-PAIR-TABLE FULL, ENTRY IGNORED: '
                   RH-STUDENT-ID ' ' RH-SUBJECT
               SET WS-PAIR-FULL TO TRUE
           END-IF.

      * A RE-SIT COUNTS AGAINST THE ATTEMPT LIMIT ONLY WHILE THE
      * STUDENT IS STILL RE-SITTING THE SAME FAILED SITTING; A NEW
      * REGULAR FAIL OF THE SUBJECT IN A LATER TERM STARTS AGAIN.
       1400-PAIR-UPDATE-PARA.
           IF RH-PASS-SW = 'P'
               SET WS-PAIR-PASSED(WS-PAIR-SRCH-IDX) TO TRUE
           END-IF.
           IF RH-RESIT
               MOVE RH-ATTEMPT-NO TO WS-PAIR-ATTEMPTS(WS-PAIR-SRCH-IDX)
               MOVE RH-RESIT-DATE
                   TO WS-PAIR-LAST-DATE(WS-PAIR-SRCH-IDX)
           ELSE
               IF RH-PASS-SW NOT = 'P'
                   MOVE RH-TERM TO WS-PAIR-FAIL-TERM(WS-PAIR-SRCH-IDX)
                   MOVE RH-CREDITS
                       TO WS-PAIR-CREDITS(WS-PAIR-SRCH-IDX)
                   MOVE ZEROES TO WS-PAIR-ATTEMPTS(WS-PAIR-SRCH-IDX)
               END-IF
           END-IF.

       2000-RSTSCR-READ-PARA.
           READ RSTSCR
               AT END
                   SET RSTSCR-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RSTSCR-RD-CNT
                   PERFORM 2100-RESIT-CHECK-PARA
           END-READ.

      * A RE-SIT MARK IS ONLY TAKEN FOR A SUBJECT THE STUDENT HAS
      * FAILED AND NEVER SINCE PASSED, WHILE RE-SITS REMAIN, AND AT
      * MOST ONCE A DAY SO A RERUN OF THE SAME FEED RECORDS NOTHING
      * TWICE.
       2100-RESIT-CHECK-PARA.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE RSC-STUDENT-ID TO WS-PAIR-KEY-STUDENT.
           MOVE RSC-SUBJECT TO WS-PAIR-KEY-SUBJECT.
           PERFORM 1300-PAIR-FIND-PARA.
           PERFORM 2150-SUBJECT-FIND-PARA.
           EVALUATE TRUE
               WHEN NOT WS-SUBJ-FOUND
                   MOVE 'SUBJECT NOT ON MASTER' TO WS-REJECT-REASON
               WHEN RSC-SCORE NOT NUMERIC OR RSC-SCORE > 100
                   MOVE 'MARK NOT VALID' TO WS-REJECT-REASON
               WHEN NOT WS-PAIR-FOUND
                   MOVE 'NOT A FAILED SUBJECT' TO WS-REJECT-REASON
               WHEN WS-PAIR-PASSED(WS-PAIR-SRCH-IDX)
                   MOVE 'ALREADY PASSED' TO WS-REJECT-REASON
               WHEN WS-PAIR-LAST-DATE(WS-PAIR-SRCH-IDX) = WS-RUN-DATE
                   MOVE 'ALREADY RECORDED' TO WS-REJECT-REASON
               WHEN WS-PAIR-ATTEMPTS(WS-PAIR-SRCH-IDX) NOT <
                       WS-MAX-ATTEMPTS
                   MOVE 'ATTEMPTS EXHAUSTED' TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-RES-CNT < 500
               ADD 1 TO WS-RES-CNT
               PERFORM 2200-RESULT-RECORD-PARA
           ELSE
               DISPLAY 'WS-RES-TABLE FULL, RE-SIT NOT PROCESSED: '
                   RSC-STUDENT-ID ' ' RSC-SUBJECT
               MOVE 16 TO RETURN-CODE
           END-IF.

       2150-SUBJECT-FIND-PARA.
           MOVE 'N' TO WS-SUBJ-FOUND-SW.
           MOVE 1 TO WS-SUBJ-SRCH-IDX.
           PERFORM 2160-SUBJECT-FIND-ONE-PARA
               UNTIL WS-SUBJ-SRCH-IDX > WS-SUBJ-CNT
                  OR WS-SUBJ-FOUND.

       2160-SUBJECT-FIND-ONE-PARA.
           IF WS-SUBJ-CODE(WS-SUBJ-SRCH-IDX) = RSC-SUBJECT
               SET WS-SUBJ-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-SUBJ-SRCH-IDX
           END-IF.

      * AN ACCEPTED MARK PASSES AGAINST THE SUBJECT'S OWN PASS MARK
      * ON THE MARK AS SAT, BUT IS RECORDED NO HIGHER THAN THE CAP.
       2200-RESULT-RECORD-PARA.
           MOVE RSC-STUDENT-ID TO WS-RES-STUDENT(WS-RES-CNT).
           MOVE RSC-SUBJECT TO WS-RES-SUBJECT(WS-RES-CNT).
           MOVE WS-REJECT-REASON TO WS-RES-REASON(WS-RES-CNT).
           MOVE SPACES TO WS-RES-NAME(WS-RES-CNT).
           MOVE SPACES TO WS-RES-TERM(WS-RES-CNT).
           MOVE ZEROES TO WS-RES-CREDITS(WS-RES-CNT).
           MOVE ZEROES TO WS-RES-ATTEMPT(WS-RES-CNT).
           MOVE ZEROES TO WS-RES-RAW(WS-RES-CNT).
           MOVE ZEROES TO WS-RES-SCORE(WS-RES-CNT).
           MOVE 'F' TO WS-RES-PASS-SW(WS-RES-CNT).
           IF WS-PAIR-FOUND
               MOVE WS-PAIR-NAME(WS-PAIR-SRCH-IDX)
                   TO WS-RES-NAME(WS-RES-CNT)
           END-IF.
           IF RSC-SCORE NUMERIC
               MOVE RSC-SCORE TO WS-RES-RAW(WS-RES-CNT)
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECT-CNT
               DISPLAY 'RE-SIT REFUSED, ' WS-REJECT-REASON ': '
                   RSC-STUDENT-ID ' ' RSC-SUBJECT
               IF WS-SUBJ-FOUND
                   ADD 1 TO WS-SUBJ-REJECT-CNT(WS-SUBJ-SRCH-IDX)
               END-IF
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO WS-ACCEPT-CNT
               ADD 1 TO WS-SUBJ-SAT-CNT(WS-SUBJ-SRCH-IDX)
               ADD 1 TO WS-PAIR-ATTEMPTS(WS-PAIR-SRCH-IDX)
               MOVE WS-RUN-DATE TO WS-PAIR-LAST-DATE(WS-PAIR-SRCH-IDX)
               MOVE WS-PAIR-FAIL-TERM(WS-PAIR-SRCH-IDX)
                   TO WS-RES-TERM(WS-RES-CNT)
               MOVE WS-PAIR-CREDITS(WS-PAIR-SRCH-IDX)
                   TO WS-RES-CREDITS(WS-RES-CNT)
               MOVE WS-PAIR-ATTEMPTS(WS-PAIR-SRCH-IDX)
                   TO WS-RES-ATTEMPT(WS-RES-CNT)
               IF RSC-SCORE > WS-CAP-SCORE
                   MOVE WS-CAP-SCORE TO WS-RES-SCORE(WS-RES-CNT)
               ELSE
                   MOVE RSC-SCORE TO WS-RES-SCORE(WS-RES-CNT)
               END-IF
               IF RSC-SCORE NOT < WS-SUBJ-PASS-MARK(WS-SUBJ-SRCH-IDX)
                   MOVE 'P' TO WS-RES-PASS-SW(WS-RES-CNT)
                   SET WS-PAIR-PASSED(WS-PAIR-SRCH-IDX) TO TRUE
                   ADD 1 TO WS-PASS-CNT
                   ADD 1 TO WS-SUBJ-PASS-CNT(WS-SUBJ-SRCH-IDX)
               END-IF
           END-IF.

      * ACCEPTED RE-SITS GO ON THE HISTORY UNDER THE TERM OF THE
      * FAILED SITTING THEY REPLACE, MARKED AS SUPPLEMENTARY, SO
      * THEY NEVER SHOW AS A TERM OF THEIR OWN.
       3000-HISTORY-APPEND-PARA.
           IF WS-ACCEPT-CNT > 0
               OPEN EXTEND HISTFL
               IF WS-HISTFL-STATUS NOT = '00'
                   DISPLAY 'RESULTS HISTORY CANNOT BE EXTENDED, '
                       'STATUS ' WS-HISTFL-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM 3100-HISTORY-LINE-PARA
                       VARYING WS-RES-IDX FROM 1 BY 1
                       UNTIL WS-RES-IDX > WS-RES-CNT
                   CLOSE HISTFL
               END-IF
           END-IF.

       3100-HISTORY-LINE-PARA.
           IF WS-RES-REASON(WS-RES-IDX) = SPACES
               MOVE SPACES TO HISTFL-REC
               MOVE WS-RES-STUDENT(WS-RES-IDX) TO RH-STUDENT-ID
               MOVE WS-RES-NAME(WS-RES-IDX) TO RH-STUDENT-NAME
               MOVE WS-RES-TERM(WS-RES-IDX) TO RH-TERM
               MOVE WS-RES-SUBJECT(WS-RES-IDX) TO RH-SUBJECT
               MOVE WS-RES-SCORE(WS-RES-IDX) TO RH-SCORE
               MOVE WS-RES-CREDITS(WS-RES-IDX) TO RH-CREDITS
               MOVE WS-RES-PASS-SW(WS-RES-IDX) TO RH-PASS-SW
               SET RH-RESIT TO TRUE
               MOVE WS-RES-ATTEMPT(WS-RES-IDX) TO RH-ATTEMPT-NO
               MOVE WS-RES-RAW(WS-RES-IDX) TO RH-RAW-SCORE
               MOVE WS-RUN-DATE TO RH-RESIT-DATE
               WRITE HISTFL-REC
               ADD 1 TO WS-HIST-WT-CNT
           END-IF.

      * ONE SECTION PER SUBJECT RE-SAT: EVERY MARK, ACCEPTED OR
      * REFUSED, THEN THE SUBJECT'S COUNTS. MARKS FOR A SUBJECT NOT
      * ON THE MASTER ARE ONLY REPORTED ON THE RUN LOG.
       4000-RESULT-LIST-PARA.
           OPEN OUTPUT RSTLIST.
           DISPLAY 'FILE STATUS FOR RSTLIST:', WS-RSTLIST-STATUS.
           MOVE SPACES TO RSTLIST-REC.
           STRING 'RE-SIT RESULTS BY SUBJECT  RUN DATE ' DELIMITED BY
               SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               '  CAP ' DELIMITED BY SIZE
               WS-FMT-CAP DELIMITED BY SIZE
               '  MAX ATTEMPTS ' DELIMITED BY SIZE
               WS-MAX-ATTEMPTS DELIMITED BY SIZE
               INTO RSTLIST-REC.
           WRITE RSTLIST-REC.
           PERFORM 4100-SUBJECT-SECTION-PARA
               VARYING WS-SUBJ-IDX FROM 1 BY 1
               UNTIL WS-SUBJ-IDX > WS-SUBJ-CNT.
           CLOSE RSTLIST.

       4100-SUBJECT-SECTION-PARA.
           IF WS-SUBJ-SAT-CNT(WS-SUBJ-IDX) > 0
                   OR WS-SUBJ-REJECT-CNT(WS-SUBJ-IDX) > 0
               MOVE SPACES TO RSTLIST-REC
               WRITE RSTLIST-REC
               MOVE SPACES TO RSTLIST-REC
               STRING 'SUBJECT ' DELIMITED BY SIZE
                   WS-SUBJ-CODE(WS-SUBJ-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-SUBJ-NAME(WS-SUBJ-IDX) DELIMITED BY SIZE
                   INTO RSTLIST-REC
               WRITE RSTLIST-REC
               MOVE SPACES TO RSTLIST-REC
               STRING 'ID    NAME                 TERM   TRY'
                       DELIMITED BY SIZE
                   '    SAT  RECORDED RESULT' DELIMITED BY SIZE
                   INTO RSTLIST-REC
               WRITE RSTLIST-REC
               PERFORM 4200-RESULT-LINE-PARA
                   VARYING WS-RES-IDX FROM 1 BY 1
                   UNTIL WS-RES-IDX > WS-RES-CNT
               MOVE SPACES TO RSTLIST-REC
               STRING 'RE-SAT ' DELIMITED BY SIZE
                   WS-SUBJ-SAT-CNT(WS-SUBJ-IDX) DELIMITED BY SIZE
                   '  PASSED ' DELIMITED BY SIZE
                   WS-SUBJ-PASS-CNT(WS-SUBJ-IDX) DELIMITED BY SIZE
                   '  REFUSED ' DELIMITED BY SIZE
                   WS-SUBJ-REJECT-CNT(WS-SUBJ-IDX) DELIMITED BY SIZE
                   INTO RSTLIST-REC
               WRITE RSTLIST-REC
           END-IF.

       4200-RESULT-LINE-PARA.
           IF WS-RES-SUBJECT(WS-RES-IDX) = WS-SUBJ-CODE(WS-SUBJ-IDX)
               MOVE WS-RES-RAW(WS-RES-IDX) TO WS-FMT-RAW
               MOVE WS-RES-SCORE(WS-RES-IDX) TO WS-FMT-SCORE
               MOVE SPACES TO RSTLIST-REC
               IF WS-RES-REASON(WS-RES-IDX) NOT = SPACES
                   STRING WS-RES-STUDENT(WS-RES-IDX) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-RES-NAME(WS-RES-IDX) DELIMITED BY SIZE
                       '              ' DELIMITED BY SIZE
                       WS-FMT-RAW DELIMITED BY SIZE
                       '  REFUSED: ' DELIMITED BY SIZE
                       WS-RES-REASON(WS-RES-IDX) DELIMITED BY SIZE
                       INTO RSTLIST-REC
               ELSE
                   IF WS-RES-PASSED(WS-RES-IDX)
                       MOVE 'PASS' TO WS-RESULT-WORD
                   ELSE
                       MOVE 'FAIL' TO WS-RESULT-WORD
                   END-IF
                   STRING WS-RES-STUDENT(WS-RES-IDX) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-RES-NAME(WS-RES-IDX) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-RES-TERM(WS-RES-IDX) DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       WS-RES-ATTEMPT(WS-RES-IDX) DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       WS-FMT-RAW DELIMITED BY SIZE
                       '    ' DELIMITED BY SIZE
                       WS-FMT-SCORE DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-RESULT-WORD DELIMITED BY SIZE
                       INTO RSTLIST-REC
               END-IF
               WRITE RSTLIST-REC
           END-IF.

      * RESOLVES EVERY FILE ASSIGNMENT FROM THE EXTERNAL FILE
      * CONFIGURATION BEFORE ANYTHING IS OPENED, REPORTING EACH
      * RESOLVED PATH. A LOGICAL NAME MISSING FROM THE
      * CONFIGURATION ENDS THE RUN CLEANLY WITH RC 16 BEFORE ANY
      * FILE IS TOUCHED.
       0050-FILECFG-LOAD-PARA.
           MOVE 'RESITSCORES' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-RSTSCR-PATH.
           MOVE 'RESULTHIST' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-HISTFL-PATH.
           MOVE 'SUBJECTS' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-SUBJFL-PATH.
           MOVE 'RESITPARM' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-RSTPARM-PATH.
           MOVE 'RESITLIST' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-RSTLIST-PATH.
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
