       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * SAME ASSIGN/LAYOUT AS OUTREL.CBL'S MANFL: LOADED WHOLE AND
      * REWRITTEN WITH THE DAY'S ACKNOWLEDGMENTS APPLIED.
           SELECT MANFL ASSIGN TO DYNAMIC WS-MANFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-MANFL-STATUS.

      * ACKNOWLEDGMENT FEED: ONE LINE PER FILE THE RECEIVER HAS
      * TAKEN OR TURNED BACK, KEYED BY MANIFEST SEQUENCE NUMBER.
           SELECT ACKFL ASSIGN TO DYNAMIC WS-ACKFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-ACKFL-STATUS.

      * SAME ASSIGN/LAYOUT AS OUTREL.CBL'S MANPARM.
           SELECT MANPARM ASSIGN TO DYNAMIC WS-MANPARM-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-MANPARM-STATUS.

      * ACKNOWLEDGMENT AND CHASE REPORT.
           SELECT CHASERPT ASSIGN TO DYNAMIC WS-CHASERPT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-CHASERPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MANFL.
       COPY 'MANIFEST'.

      * ACK-RESULT 'A' IS ACCEPTED AND 'R' REJECTED. THE DATE AND
      * TIME ARE THE RECEIVER'S; ACK-REASON SAYS WHY A FILE WAS
      * REJECTED.
       FD  ACKFL.
       01  ACKFL-REC.
           05  ACK-SEQ-NO              PIC 9(06).
           05  ACK-RESULT              PIC X(01).
               88  ACK-ACCEPTED                    VALUE 'A'.
               88  ACK-REJECTED                    VALUE 'R'.
           05  ACK-DATE                PIC 9(08).
           05  ACK-TIME                PIC 9(06).
           05  ACK-REASON              PIC X(30).
           05  FILLER                  PIC X(29).

      * SAME LAYOUT AS OUTREL.CBL'S MANPARM-REC.
       FD  MANPARM.
       01  MANPARM-REC.
           05  PRM-CHASE-HOURS         PIC 9(03).
           05  PRM-DUP-DAYS            PIC 9(03).
           05  FILLER                  PIC X(74).

       FD  CHASERPT.
       01  CHASERPT-REC                PIC X(80).

       WORKING-STORAGE SECTION.
      * RESOLVED FILE PATHS. EVERY ASSIGNMENT COMES FROM THE
      * EXTERNAL FILE CONFIGURATION (FILECFG) AT STARTUP -- SEE
      * 0050-FILECFG-LOAD-PARA -- SO A DISK MOVE OR A TEST RUN
      * NEVER MEANS EDITING AND RECOMPILING THIS PROGRAM.
       77  WS-MANFL-PATH               PIC X(80) VALUE SPACES.
       77  WS-ACKFL-PATH               PIC X(80) VALUE SPACES.
       77  WS-MANPARM-PATH             PIC X(80) VALUE SPACES.
       77  WS-CHASERPT-PATH            PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.

       01  WS-FILE-STATUS.
           05  WS-MANFL-STATUS         PIC X(2).
           05  WS-ACKFL-STATUS         PIC X(2).
           05  WS-MANPARM-STATUS       PIC X(2).
           05  WS-CHASERPT-STATUS      PIC X(2).

       01  WS-EOF-SWITCHES.
           05  WS-MANFL-EOF-SW         PIC X(01)   VALUE 'N'.
               88  MANFL-EOF                       VALUE 'Y'.
           05  WS-ACKFL-EOF-SW         PIC X(01)   VALUE 'N'.
               88  ACKFL-EOF                       VALUE 'Y'.

      * CHASE PARAMETER AND ITS DEFAULT: A FILE RELEASED THIS LONG
      * AGO WITH NO ACKNOWLEDGMENT, OR REGISTERED THIS LONG AGO AND
      * NEVER RELEASED, IS CHASED.
       77  WS-CHASE-HOURS              PIC 9(03)   VALUE 24.
       77  WS-CHASE-MINUTES            PIC 9(07)   VALUE ZEROES.

      * RUN DATE AND TIME, AND THE AGE OF THE ENTRY BEING CHECKED.
       77  WS-NOW-DATE                 PIC 9(08)   VALUE ZEROES.
       01  WS-NOW-TIME                 PIC 9(08)   VALUE ZEROES.
       01  WS-NOW-TIME-HM REDEFINES WS-NOW-TIME.
           05  WS-NOW-HH               PIC 9(02).
           05  WS-NOW-MM               PIC 9(02).
           05  FILLER                  PIC 9(04).
       01  WS-THEN-TIME                PIC 9(06)   VALUE ZEROES.
       01  WS-THEN-TIME-HM REDEFINES WS-THEN-TIME.
           05  WS-THEN-HH              PIC 9(02).
           05  WS-THEN-MM              PIC 9(02).
           05  FILLER                  PIC 9(02).
       77  WS-THEN-DATE                PIC 9(08)   VALUE ZEROES.
       77  WS-AGE-MINUTES              PIC S9(9)   VALUE ZEROES.
       77  WS-AGE-HOURS                PIC 9(05)   VALUE ZEROES.

      * SAME LAYOUT AS OUTREL.CBL'S WS-MAN-TABLE.
       01  WS-MAN-TABLE.
           05  WS-MT-ENTRY OCCURS 5000 TIMES.
               10  WS-MT-SEQ-NO         PIC 9(06).
               10  WS-MT-FILE-NAME      PIC X(12).
               10  WS-MT-PROGRAM        PIC X(10).
               10  WS-MT-RUN-DATE       PIC 9(08).
               10  WS-MT-RUN-TIME       PIC 9(06).
               10  WS-MT-REC-CNT        PIC 9(06).
               10  WS-MT-AMOUNT-TOTAL   PIC 9(11)V99.
               10  WS-MT-STATUS         PIC X(01).
               10  WS-MT-STATUS-DATE    PIC 9(08).
               10  WS-MT-STATUS-TIME    PIC 9(06).
               10  FILLER               PIC X(04).
       77  WS-MT-CNT                   PIC 9(4)    VALUE ZEROES.
       77  WS-MT-IDX                   PIC 9(4)    VALUE ZEROES.
       77  WS-MT-SRCH-IDX              PIC 9(4)    VALUE ZEROES.
       77  WS-MT-FULL-SW               PIC X(01)   VALUE 'N'.
           88  WS-MT-FULL                          VALUE 'Y'.
       77  WS-MT-FOUND-SW              PIC X(01)   VALUE 'N'.
           88  WS-MT-FOUND                         VALUE 'Y'.
       77  WS-CHASE-TEXT               PIC X(17)   VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-MANFL-RD-CNT         PIC 9(5)    VALUE ZEROES.
           05  WS-ACKFL-RD-CNT         PIC 9(5)    VALUE ZEROES.
           05  WS-ACCEPTED-CNT         PIC 9(5)    VALUE ZEROES.
           05  WS-REJECTED-CNT         PIC 9(5)    VALUE ZEROES.
           05  WS-ACK-IGNORED-CNT      PIC 9(5)    VALUE ZEROES.
           05  WS-CHASED-CNT           PIC 9(5)    VALUE ZEROES.

       77  WS-FMT-AMOUNT               PIC Z(10)9.99.
       77  WS-FMT-CNT                  PIC Z(5)9.
       77  WS-FMT-HOURS                PIC Z(4)9.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0050-FILECFG-LOAD-PARA.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           PERFORM 1080-MANPARM-LOAD-PARA.
           PERFORM 1100-MANFL-LOAD-PARA.
           OPEN OUTPUT CHASERPT.
           DISPLAY 'FILE STATUS FOR CHASERPT:', WS-CHASERPT-STATUS.
           MOVE SPACES TO CHASERPT-REC.
           STRING 'OUTBOUND FILE ACKNOWLEDGMENTS  ' DELIMITED BY SIZE
               WS-NOW-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-NOW-TIME(1:6) DELIMITED BY SIZE
               INTO CHASERPT-REC.
           WRITE CHASERPT-REC.
           IF WS-MT-FULL
               DISPLAY 'MANIFEST NOT REWRITTEN, NO ACKNOWLEDGMENT '
                   'APPLIED.'
           ELSE
               PERFORM 2000-ACKFL-APPLY-PARA
               IF WS-ACCEPTED-CNT > 0 OR WS-REJECTED-CNT > 0
                   PERFORM 4000-MANFL-REWRITE-PARA
               END-IF
           END-IF.
           PERFORM 3000-CHASE-REPORT-PARA.
           CLOSE CHASERPT.
           IF WS-CHASED-CNT > 0 OR WS-REJECTED-CNT > 0
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           DISPLAY 'MANIFEST ENTRIES READ: ', WS-MANFL-RD-CNT.
           DISPLAY 'ACKNOWLEDGMENTS READ: ', WS-ACKFL-RD-CNT.
           DISPLAY 'FILES ACCEPTED: ', WS-ACCEPTED-CNT.
           DISPLAY 'FILES REJECTED: ', WS-REJECTED-CNT.
           DISPLAY 'ACKNOWLEDGMENTS IGNORED: ', WS-ACK-IGNORED-CNT.
           DISPLAY 'FILES CHASED: ', WS-CHASED-CNT.
           STOP RUN.

       1080-MANPARM-LOAD-PARA.
           OPEN INPUT MANPARM.
           IF WS-MANPARM-STATUS NOT = '00'
               DISPLAY 'MANIFEST PARAMETERS NOT FOUND, USING '
                   'DEFAULTS.'
           ELSE
               READ MANPARM
                   AT END
                       DISPLAY 'MANIFEST PARAMETERS EMPTY, USING '
                           'DEFAULTS.'
                   NOT AT END
                       IF PRM-CHASE-HOURS NUMERIC
                               AND PRM-CHASE-HOURS > 0
                           MOVE PRM-CHASE-HOURS TO WS-CHASE-HOURS
                       END-IF
               END-READ
               CLOSE MANPARM
           END-IF.
           COMPUTE WS-CHASE-MINUTES = WS-CHASE-HOURS * 60.
           DISPLAY 'CHASE AFTER HOURS: ', WS-CHASE-HOURS.

      * A MISSING MANIFEST MEANS NOTHING HAS BEEN REGISTERED YET. A
      * MANIFEST TOO BIG FOR THE TABLE IS NOT REWRITTEN, SINCE THE
      * ENTRIES LEFT OUT WOULD BE LOST.
       1100-MANFL-LOAD-PARA.
           OPEN INPUT MANFL.
           DISPLAY 'FILE STATUS FOR MANFL:', WS-MANFL-STATUS.
           IF WS-MANFL-STATUS NOT = '00'
               DISPLAY 'OUTBOUND MANIFEST NOT FOUND, NOTHING TO '
                   'RECONCILE.'
           ELSE
               PERFORM 1150-MANFL-READ-PARA UNTIL MANFL-EOF
               CLOSE MANFL
           END-IF.

       1150-MANFL-READ-PARA.
           READ MANFL
               AT END
                   SET MANFL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-MANFL-RD-CNT
                   IF WS-MT-CNT < 5000
                       ADD 1 TO WS-MT-CNT
                       MOVE MAN-REC TO WS-MT-ENTRY(WS-MT-CNT)
                   ELSE
                       DISPLAY 'WS-MAN-TABLE FULL, ENTRY IGNORED: '
                           MAN-SEQ-NO
                       SET WS-MT-FULL TO TRUE
                       MOVE 16 TO RETURN-CODE
                   END-IF
           END-READ.

      * NO FEED MEANS NOTHING CAME BACK TODAY; THE CHASE REPORT
      * STILL RUNS. EACH ACKNOWLEDGMENT APPLIED IS LISTED, WITH THE
      * RECEIVER'S REASON FOR A REJECTION.
       2000-ACKFL-APPLY-PARA.
           MOVE SPACES TO CHASERPT-REC.
           WRITE CHASERPT-REC.
           MOVE 'ACKNOWLEDGMENTS APPLIED' TO CHASERPT-REC.
           WRITE CHASERPT-REC.
           OPEN INPUT ACKFL.
           DISPLAY 'FILE STATUS FOR ACKFL:', WS-ACKFL-STATUS.
           IF WS-ACKFL-STATUS NOT = '00'
               DISPLAY 'NO ACKNOWLEDGMENT FEED, NOTHING APPLIED.'
           ELSE
               PERFORM 2100-ACKFL-READ-PARA UNTIL ACKFL-EOF
               CLOSE ACKFL
           END-IF.

       2100-ACKFL-READ-PARA.
           READ ACKFL
               AT END
                   SET ACKFL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ACKFL-RD-CNT
                   PERFORM 2200-ACK-APPLY-PARA
           END-READ.

      * ONLY A FILE THAT WENT OUT CAN BE ACKNOWLEDGED: ONE RELEASED,
      * OR ALREADY ACKNOWLEDGED, SO A RESENT FEED OR A CORRECTED
      * ACKNOWLEDGMENT SIMPLY SETS THE STATUS AGAIN. AN ENTRY STILL
      * AWAITING RELEASE, OR REFUSED AS A DUPLICATE, WAS NEVER SENT.
       2200-ACK-APPLY-PARA.
           IF ACK-SEQ-NO NOT NUMERIC
                   OR NOT (ACK-ACCEPTED OR ACK-REJECTED)
               DISPLAY 'ACKNOWLEDGMENT NOT VALID, IGNORED: '
                   ACKFL-REC(1:21)
               ADD 1 TO WS-ACK-IGNORED-CNT
           ELSE
               PERFORM 2300-MT-FIND-PARA
               IF NOT WS-MT-FOUND
                   DISPLAY 'ACKNOWLEDGMENT FOR UNKNOWN SEQUENCE, '
                       'IGNORED: ' ACK-SEQ-NO
                   ADD 1 TO WS-ACK-IGNORED-CNT
               ELSE
                   IF WS-MT-STATUS(WS-MT-SRCH-IDX) = 'S'
                           OR WS-MT-STATUS(WS-MT-SRCH-IDX) = 'A'
                           OR WS-MT-STATUS(WS-MT-SRCH-IDX) = 'R'
                       PERFORM 2400-ACK-SET-PARA
                   ELSE
                       DISPLAY 'SEQUENCE ' ACK-SEQ-NO ' WAS NOT SENT, '
                           'ACKNOWLEDGMENT IGNORED.'
                       ADD 1 TO WS-ACK-IGNORED-CNT
                   END-IF
               END-IF
           END-IF.

       2300-MT-FIND-PARA.
           MOVE 'N' TO WS-MT-FOUND-SW.
           MOVE 1 TO WS-MT-SRCH-IDX.
           PERFORM 2310-MT-FIND-ONE-PARA
               UNTIL WS-MT-SRCH-IDX > WS-MT-CNT
                  OR WS-MT-FOUND.

       2310-MT-FIND-ONE-PARA.
           IF WS-MT-SEQ-NO(WS-MT-SRCH-IDX) = ACK-SEQ-NO
               SET WS-MT-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-MT-SRCH-IDX
           END-IF.

      * THE STATUS DATE AND TIME BECOME THE RECEIVER'S, OR THE RUN'S
      * WHEN THE FEED DOES NOT CARRY THEM.
       2400-ACK-SET-PARA.
           MOVE ACK-RESULT TO WS-MT-STATUS(WS-MT-SRCH-IDX).
           IF ACK-DATE NUMERIC AND ACK-DATE > 0
                   AND ACK-TIME NUMERIC
               MOVE ACK-DATE TO WS-MT-STATUS-DATE(WS-MT-SRCH-IDX)
               MOVE ACK-TIME TO WS-MT-STATUS-TIME(WS-MT-SRCH-IDX)
           ELSE
               MOVE WS-NOW-DATE TO WS-MT-STATUS-DATE(WS-MT-SRCH-IDX)
               MOVE WS-NOW-TIME(1:6)
                   TO WS-MT-STATUS-TIME(WS-MT-SRCH-IDX)
           END-IF.
           MOVE WS-MT-REC-CNT(WS-MT-SRCH-IDX) TO WS-FMT-CNT.
           MOVE WS-MT-AMOUNT-TOTAL(WS-MT-SRCH-IDX) TO WS-FMT-AMOUNT.
           MOVE SPACES TO CHASERPT-REC.
           IF ACK-ACCEPTED
               ADD 1 TO WS-ACCEPTED-CNT
               STRING WS-MT-SEQ-NO(WS-MT-SRCH-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-MT-FILE-NAME(WS-MT-SRCH-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-MT-RUN-DATE(WS-MT-SRCH-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-FMT-CNT DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-FMT-AMOUNT DELIMITED BY SIZE
                   ' ACCEPTED' DELIMITED BY SIZE
                   INTO CHASERPT-REC
               WRITE CHASERPT-REC
           ELSE
               ADD 1 TO WS-REJECTED-CNT
               STRING WS-MT-SEQ-NO(WS-MT-SRCH-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-MT-FILE-NAME(WS-MT-SRCH-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-MT-RUN-DATE(WS-MT-SRCH-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-FMT-CNT DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-FMT-AMOUNT DELIMITED BY SIZE
                   ' REJECTED' DELIMITED BY SIZE
                   INTO CHASERPT-REC
               WRITE CHASERPT-REC
               MOVE SPACES TO CHASERPT-REC
               STRING '       REASON: ' DELIMITED BY SIZE
                   ACK-REASON DELIMITED BY SIZE
                   INTO CHASERPT-REC
               WRITE CHASERPT-REC
               DISPLAY 'FILE ' WS-MT-FILE-NAME(WS-MT-SRCH-IDX)
                   ' SEQUENCE ' ACK-SEQ-NO ' REJECTED: ' ACK-REASON
           END-IF.

      * A FILE RELEASED BUT NOT ACKNOWLEDGED, OR REGISTERED BUT NOT
      * RELEASED, FOR LONGER THAN THE CHASE HOURS. AGE IS TAKEN FROM
      * THE ENTRY'S LATEST STATUS, TO THE MINUTE.
       3000-CHASE-REPORT-PARA.
           MOVE WS-CHASE-HOURS TO WS-FMT-HOURS.
           MOVE SPACES TO CHASERPT-REC.
           WRITE CHASERPT-REC.
           MOVE SPACES TO CHASERPT-REC.
           STRING 'FILES OUTSTANDING MORE THAN ' DELIMITED BY SIZE
               WS-FMT-HOURS DELIMITED BY SIZE
               ' HOURS' DELIMITED BY SIZE
               INTO CHASERPT-REC.
           WRITE CHASERPT-REC.
           MOVE SPACES TO CHASERPT-REC.
           STRING '   SEQ FILE         RUN DATE  COUNT'
                   DELIMITED BY SIZE
               '          TOTAL  HRS CONDITION' DELIMITED BY SIZE
               INTO CHASERPT-REC.
           WRITE CHASERPT-REC.
           PERFORM 3100-CHASE-ONE-PARA
               VARYING WS-MT-IDX FROM 1 BY 1
               UNTIL WS-MT-IDX > WS-MT-CNT.
           MOVE SPACES TO CHASERPT-REC.
           WRITE CHASERPT-REC.
           MOVE SPACES TO CHASERPT-REC.
           STRING 'ACCEPTED ' DELIMITED BY SIZE
               WS-ACCEPTED-CNT DELIMITED BY SIZE
               '  REJECTED ' DELIMITED BY SIZE
               WS-REJECTED-CNT DELIMITED BY SIZE
               '  CHASED ' DELIMITED BY SIZE
               WS-CHASED-CNT DELIMITED BY SIZE
               INTO CHASERPT-REC.
           WRITE CHASERPT-REC.

       3100-CHASE-ONE-PARA.
           IF WS-MT-STATUS(WS-MT-IDX) = 'S'
                   OR WS-MT-STATUS(WS-MT-IDX) = 'C'
               IF WS-MT-STATUS(WS-MT-IDX) = 'S'
                   MOVE 'NO ACKNOWLEDGMENT' TO WS-CHASE-TEXT
               ELSE
                   MOVE 'NOT RELEASED' TO WS-CHASE-TEXT
               END-IF
               MOVE WS-MT-STATUS-DATE(WS-MT-IDX) TO WS-THEN-DATE
               MOVE WS-MT-STATUS-TIME(WS-MT-IDX) TO WS-THEN-TIME
               PERFORM 3200-AGE-PARA
               IF WS-AGE-MINUTES > WS-CHASE-MINUTES
                   ADD 1 TO WS-CHASED-CNT
                   PERFORM 3300-CHASE-LINE-PARA
               END-IF
           END-IF.

       3200-AGE-PARA.
           IF WS-THEN-DATE NOT NUMERIC OR WS-THEN-DATE = 0
                   OR WS-THEN-TIME NOT NUMERIC
               MOVE WS-MT-RUN-DATE(WS-MT-IDX) TO WS-THEN-DATE
               MOVE WS-MT-RUN-TIME(WS-MT-IDX) TO WS-THEN-TIME
           END-IF.
           COMPUTE WS-AGE-MINUTES =
               (FUNCTION INTEGER-OF-DATE(WS-NOW-DATE)
                - FUNCTION INTEGER-OF-DATE(WS-THEN-DATE)) * 1440
               + (WS-NOW-HH * 60 + WS-NOW-MM)
               - (WS-THEN-HH * 60 + WS-THEN-MM).
           IF WS-AGE-MINUTES < 0
               MOVE ZEROES TO WS-AGE-HOURS
           ELSE
               DIVIDE WS-AGE-MINUTES BY 60 GIVING WS-AGE-HOURS
           END-IF.

       3300-CHASE-LINE-PARA.
           MOVE WS-MT-REC-CNT(WS-MT-IDX) TO WS-FMT-CNT.
           MOVE WS-MT-AMOUNT-TOTAL(WS-MT-IDX) TO WS-FMT-AMOUNT.
           MOVE WS-AGE-HOURS TO WS-FMT-HOURS.
           MOVE SPACES TO CHASERPT-REC.
           STRING WS-MT-SEQ-NO(WS-MT-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-MT-FILE-NAME(WS-MT-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-MT-RUN-DATE(WS-MT-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-FMT-CNT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-FMT-AMOUNT DELIMITED BY SIZE
               WS-FMT-HOURS DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-CHASE-TEXT DELIMITED BY SIZE
               INTO CHASERPT-REC.
           WRITE CHASERPT-REC.
           DISPLAY 'FILE ' WS-MT-FILE-NAME(WS-MT-IDX) ' SEQUENCE '
               WS-MT-SEQ-NO(WS-MT-IDX) ' OUTSTANDING, '
               WS-CHASE-TEXT.

       4000-MANFL-REWRITE-PARA.
           OPEN OUTPUT MANFL.
           IF WS-MANFL-STATUS NOT = '00'
               DISPLAY 'MANIFEST CANNOT BE REWRITTEN, STATUS '
                   WS-MANFL-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 4100-MANFL-WRITE-PARA
                   VARYING WS-MT-IDX FROM 1 BY 1
                   UNTIL WS-MT-IDX > WS-MT-CNT
               CLOSE MANFL
           END-IF.

       4100-MANFL-WRITE-PARA.
           MOVE WS-MT-ENTRY(WS-MT-IDX) TO MAN-REC.
           WRITE MAN-REC.

      * RESOLVES EVERY FILE ASSIGNMENT FROM THE EXTERNAL FILE
      * CONFIGURATION BEFORE ANYTHING IS OPENED, REPORTING EACH
      * RESOLVED PATH. A LOGICAL NAME MISSING FROM THE
      * CONFIGURATION ENDS THE RUN CLEANLY WITH RC 16 BEFORE ANY
      * FILE IS TOUCHED.
       0050-FILECFG-LOAD-PARA.
           MOVE 'MANIFEST' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-MANFL-PATH.
           MOVE 'MANIFESTACK' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-ACKFL-PATH.
           MOVE 'MANIFESTPARM' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-MANPARM-PATH.
           MOVE 'MANCHASERPT' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-CHASERPT-PATH.

       0060-FILECFG-ONE-PARA.
           CALL 'FILECFG' USING WS-CFG-NAME, WS-CFG-PATH,
               WS-CFG-RESULT.
           IF WS-CFG-RESULT NOT = 'Y'
               DISPLAY 'FILE PATH NOT CONFIGURED: ' WS-CFG-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'USING ' WS-CFG-NAME ' AT ' WS-CFG-PATH.
