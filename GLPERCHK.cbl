       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPERCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * GL PERIOD CONTROL FILE (GLPERIOD.CPY), ONE LINE PER PERIOD
      * GLTRIAL.CBL HAS CLOSED.
           SELECT GLPERFL ASSIGN TO DYNAMIC WS-GLPERFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-GLPERFL-STATUS.

      * SHARED END-OF-BATCH DASHBOARD (DASHCOPY.CPY), EXTENDED WITH A
      * WARNING ENTRY WHENEVER A JOURNAL IS ROUTED PAST A CLOSED
      * PERIOD.
           SELECT DASHFL ASSIGN TO DYNAMIC WS-DASHFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-DASHFL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GLPERFL.
       COPY 'GLPERIOD'.

       FD  DASHFL.
       COPY 'DASHCOPY'.

       WORKING-STORAGE SECTION.
       77  WS-GLPERFL-STATUS       PIC X(2).
       77  WS-DASHFL-STATUS        PIC X(2).
       77  WS-GLPERFL-EOF-SW       PIC X(01)   VALUE 'N'.
           88  GLPERFL-EOF                     VALUE 'Y'.

      * FILE PATHS, RESOLVED ONCE PER RUN FROM THE EXTERNAL FILE
      * CONFIGURATION. WITHOUT A GLPERIOD ENTRY NO PERIOD CAN BE
      * SHOWN CLOSED, SO EVERY JOURNAL POSTS TO THE PERIOD ASKED.
       77  WS-GLPERFL-PATH         PIC X(80)   VALUE SPACES.
       77  WS-DASHFL-PATH          PIC X(80)   VALUE SPACES.
       77  WS-PATH-LOADED-SW       PIC X(01)   VALUE 'N'.
           88  WS-PATH-LOADED                  VALUE 'Y'.
       77  WS-GLPERFL-CFG-SW       PIC X(01)   VALUE 'N'.
           88  WS-GLPERFL-CONFIGURED           VALUE 'Y'.
       77  WS-DASHFL-CFG-SW        PIC X(01)   VALUE 'N'.
           88  WS-DASHFL-CONFIGURED            VALUE 'Y'.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.

       77  WS-LAST-CLOSED          PIC 9(06)   VALUE ZEROES.
       77  WS-RUN-TIME             PIC 9(06)   VALUE ZEROES.

      * THE PERIOD AFTER THE LATEST CLOSED ONE, AS YEAR AND MONTH.
       01  WS-NEXT-PERIOD          PIC 9(06)   VALUE ZEROES.
       01  WS-NEXT-PERIOD-YM REDEFINES WS-NEXT-PERIOD.
           05  WS-NEXT-YEAR        PIC 9(04).
           05  WS-NEXT-MONTH       PIC 9(02).

       LINKAGE SECTION.
      * LK-WANT-PERIOD (YYYYMM) IS THE PERIOD THE CALLER'S JOURNAL
      * BELONGS TO. LK-POST-PERIOD COMES BACK AS THE SAME PERIOD WHEN
      * IT IS STILL OPEN; WHEN IT IS CLOSED IT COMES BACK AS THE
      * FIRST OPEN PERIOD AFTER THE LATEST CLOSE, LK-RESULT = 'R',
      * AND A WARNING ENTRY CARRYING LK-LINE-CNT GOES ON THE
      * DASHBOARD UNDER PROGRAM NAME GLPERIOD.
       01  LK-PROGRAM              PIC X(10).
       01  LK-RUN-DATE             PIC 9(08).
       01  LK-WANT-PERIOD          PIC 9(06).
       01  LK-LINE-CNT             PIC 9(06).
       01  LK-POST-PERIOD          PIC 9(06).
       01  LK-RESULT               PIC X(01).

       PROCEDURE DIVISION USING LK-PROGRAM, LK-RUN-DATE,
               LK-WANT-PERIOD, LK-LINE-CNT, LK-POST-PERIOD,
               LK-RESULT.
       0000-MAIN-PARA.
           IF NOT WS-PATH-LOADED
               PERFORM 0100-PATH-RESOLVE-PARA
           END-IF.
           MOVE SPACE TO LK-RESULT.
           MOVE LK-WANT-PERIOD TO LK-POST-PERIOD.
           PERFORM 1000-LAST-CLOSED-PARA.
           IF WS-LAST-CLOSED > 0
                   AND LK-WANT-PERIOD NOT > WS-LAST-CLOSED
               PERFORM 2000-NEXT-OPEN-PARA
               MOVE WS-NEXT-PERIOD TO LK-POST-PERIOD
               MOVE 'R' TO LK-RESULT
               DISPLAY 'GLPERCHK: PERIOD ' LK-WANT-PERIOD
                   ' IS CLOSED, ' LK-LINE-CNT ' ' LK-PROGRAM
                   ' LINES ROUTED TO ' LK-POST-PERIOD
               PERFORM 3000-DASHBOARD-WARN-PARA
           END-IF.
           GOBACK.

       0100-PATH-RESOLVE-PARA.
           SET WS-PATH-LOADED TO TRUE.
           MOVE 'GLPERIOD' TO WS-CFG-NAME.
           CALL 'FILECFG' USING WS-CFG-NAME, WS-CFG-PATH,
               WS-CFG-RESULT.
           IF WS-CFG-RESULT = 'Y'
               MOVE WS-CFG-PATH TO WS-GLPERFL-PATH
               SET WS-GLPERFL-CONFIGURED TO TRUE
           ELSE
               DISPLAY 'GLPERCHK: GLPERIOD NOT CONFIGURED, NO PERIOD '
                   'LOCK APPLIED.'
           END-IF.
           MOVE 'DASHBOARD' TO WS-CFG-NAME.
           CALL 'FILECFG' USING WS-CFG-NAME, WS-CFG-PATH,
               WS-CFG-RESULT.
           IF WS-CFG-RESULT = 'Y'
               MOVE WS-CFG-PATH TO WS-DASHFL-PATH
               SET WS-DASHFL-CONFIGURED TO TRUE
           END-IF.

      * A MISSING CONTROL FILE MEANS NOTHING HAS BEEN CLOSED YET.
       1000-LAST-CLOSED-PARA.
           MOVE ZEROES TO WS-LAST-CLOSED.
           MOVE 'N' TO WS-GLPERFL-EOF-SW.
           IF WS-GLPERFL-CONFIGURED
               OPEN INPUT GLPERFL
               IF WS-GLPERFL-STATUS = '00'
                   PERFORM 1100-GLPERFL-READ-PARA UNTIL GLPERFL-EOF
                   CLOSE GLPERFL
               END-IF
           END-IF.

       1100-GLPERFL-READ-PARA.
           READ GLPERFL
               AT END
                   SET GLPERFL-EOF TO TRUE
               NOT AT END
                   IF GLPER-CLOSED AND GLPER-PERIOD NUMERIC
                       IF GLPER-PERIOD > WS-LAST-CLOSED
                           MOVE GLPER-PERIOD TO WS-LAST-CLOSED
                       END-IF
                   END-IF
           END-READ.

       2000-NEXT-OPEN-PARA.
           MOVE WS-LAST-CLOSED TO WS-NEXT-PERIOD.
           IF WS-NEXT-MONTH NOT < 12
               ADD 1 TO WS-NEXT-YEAR
               MOVE 1 TO WS-NEXT-MONTH
           ELSE
               ADD 1 TO WS-NEXT-MONTH
           END-IF.

      * ONE ENTRY PER ROUTED JOURNAL: THE LINES ROUTED AS THE WRITE
      * COUNT AND NO MONEY, SO GLPOST.CBL NEVER POSTS IT AND
      * DASHRPT.CBL SHOWS IT AS A WARNING.
       3000-DASHBOARD-WARN-PARA.
           IF WS-DASHFL-CONFIGURED
               ACCEPT WS-RUN-TIME FROM TIME
               OPEN EXTEND DASHFL
               IF WS-DASHFL-STATUS NOT = '00'
                   DISPLAY 'GLPERCHK: DASHBOARD CANNOT BE EXTENDED, '
                       'STATUS ' WS-DASHFL-STATUS
               ELSE
                   MOVE SPACES TO DASH-REC
                   MOVE 'GLPERIOD' TO DASH-PROGRAM
                   MOVE LK-RUN-DATE TO DASH-RUN-DATE
                   MOVE WS-RUN-TIME TO DASH-RUN-TIME
                   MOVE ZEROES TO DASH-READ-CNT
                   MOVE LK-LINE-CNT TO DASH-WRITE-CNT
                   MOVE ZEROES TO DASH-REJECT-CNT
                   MOVE ZEROES TO DASH-CONTROL-TOTAL
                   MOVE 'N' TO DASH-ABORT-SW
                   MOVE 'Y' TO DASH-WARN-SW
                   WRITE DASH-REC
                   CLOSE DASHFL
               END-IF
           END-IF.
