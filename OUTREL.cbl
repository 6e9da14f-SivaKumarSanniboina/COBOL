       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTREL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OUTBOUND FILE MANIFEST (MANIFEST.CPY), LOADED WHOLE AND
      * REWRITTEN WITH EVERY NEW ENTRY RELEASED OR REFUSED.
           SELECT MANFL ASSIGN TO DYNAMIC WS-MANFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-MANFL-STATUS.

      * MANIFEST PARAMETERS: THE HOURS A SENT FILE MAY GO
      * UNACKNOWLEDGED (READ BY OUTACK.CBL) AND THE DAYS BACK A
      * REPEATED COUNT AND TOTAL IS REFUSED AS A DUPLICATE. A
      * MISSING FILE OR FIELD TAKES THE DEFAULT.
           SELECT MANPARM ASSIGN TO DYNAMIC WS-MANPARM-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-MANPARM-STATUS.

      * RELEASE REPORT: ONE LINE PER FILE RELEASED OR REFUSED.
           SELECT RELRPT ASSIGN TO DYNAMIC WS-RELRPT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-RELRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MANFL.
       COPY 'MANIFEST'.

       FD  MANPARM.
       01  MANPARM-REC.
           05  PRM-CHASE-HOURS         PIC 9(03).
           05  PRM-DUP-DAYS            PIC 9(03).
           05  FILLER                  PIC X(74).

       FD  RELRPT.
       01  RELRPT-REC                  PIC X(80).

       WORKING-STORAGE SECTION.
      * RESOLVED FILE PATHS. EVERY ASSIGNMENT COMES FROM THE
      * EXTERNAL FILE CONFIGURATION (FILECFG) AT STARTUP -- SEE
      * 0050-FILECFG-LOAD-PARA -- SO A DISK MOVE OR A TEST RUN
      * NEVER MEANS EDITING AND RECOMPILING THIS PROGRAM.
       77  WS-MANFL-PATH               PIC X(80) VALUE SPACES.
       77  WS-MANPARM-PATH             PIC X(80) VALUE SPACES.
       77  WS-RELRPT-PATH              PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.

       01  WS-FILE-STATUS.
           05  WS-MANFL-STATUS         PIC X(2).
           05  WS-MANPARM-STATUS       PIC X(2).
           05  WS-RELRPT-STATUS        PIC X(2).

       01  WS-EOF-SWITCHES.
           05  WS-MANFL-EOF-SW         PIC X(01)   VALUE 'N'.
               88  MANFL-EOF                       VALUE 'Y'.

      * DUPLICATE WINDOW AND ITS DEFAULT. A WEEK KEEPS A FILE SENT
      * TWICE FROM GOING OUT, WITHOUT REFUSING NEXT MONTH'S PAYROLL
      * FOR HAPPENING TO COME TO THE SAME COUNT AND TOTAL.
       77  WS-DUP-DAYS                 PIC 9(03)   VALUE 7.

       77  WS-NOW-DATE                 PIC 9(08)   VALUE ZEROES.
       77  WS-NOW-TIME                 PIC 9(08)   VALUE ZEROES.

      * THE WHOLE MANIFEST, ONE ENTRY PER LINE IN FILE ORDER, WHICH
      * IS SEQUENCE ORDER. SAME LAYOUT AS MANIFEST.CPY'S MAN-REC.
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
       77  WS-DUP-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-DUP-FOUND                        VALUE 'Y'.
       77  WS-DUP-SEQ-NO               PIC 9(06)   VALUE ZEROES.
       77  WS-DAYS-APART               PIC S9(7)   VALUE ZEROES.

       01  WS-COUNTERS.
           05  WS-MANFL-RD-CNT         PIC 9(5)    VALUE ZEROES.
           05  WS-RELEASED-CNT         PIC 9(5)    VALUE ZEROES.
           05  WS-REFUSED-CNT          PIC 9(5)    VALUE ZEROES.

       77  WS-FMT-AMOUNT               PIC Z(10)9.99.
       77  WS-FMT-CNT                  PIC Z(5)9.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0050-FILECFG-LOAD-PARA.
           PERFORM 1080-MANPARM-LOAD-PARA.
           PERFORM 1100-MANFL-LOAD-PARA.
           IF WS-MT-FULL
               DISPLAY 'MANIFEST NOT REWRITTEN, NOTHING RELEASED.'
           ELSE
               ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
               ACCEPT WS-NOW-TIME FROM TIME
               PERFORM 2000-RELEASE-REPORT-PARA
               IF WS-RELEASED-CNT > 0 OR WS-REFUSED-CNT > 0
                   PERFORM 3000-MANFL-REWRITE-PARA
               END-IF
           END-IF.
           IF WS-REFUSED-CNT > 0
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           DISPLAY 'MANIFEST ENTRIES READ: ', WS-MANFL-RD-CNT.
           DISPLAY 'FILES RELEASED: ', WS-RELEASED-CNT.
           DISPLAY 'FILES REFUSED AS DUPLICATES: ', WS-REFUSED-CNT.
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
                       IF PRM-DUP-DAYS NUMERIC AND PRM-DUP-DAYS > 0
                           MOVE PRM-DUP-DAYS TO WS-DUP-DAYS
                       END-IF
               END-READ
               CLOSE MANPARM
           END-IF.
           DISPLAY 'DUPLICATE WINDOW DAYS: ', WS-DUP-DAYS.

      * A MISSING MANIFEST MEANS NOTHING HAS BEEN REGISTERED YET. A
      * MANIFEST TOO BIG FOR THE TABLE IS NOT REWRITTEN, SINCE THE
      * ENTRIES LEFT OUT WOULD BE LOST.
       1100-MANFL-LOAD-PARA.
           OPEN INPUT MANFL.
           DISPLAY 'FILE STATUS FOR MANFL:', WS-MANFL-STATUS.
           IF WS-MANFL-STATUS NOT = '00'
               DISPLAY 'OUTBOUND MANIFEST NOT FOUND, NOTHING TO '
                   'RELEASE.'
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

      * EVERY ENTRY STILL AT STATUS C, IN SEQUENCE ORDER, IS EITHER
      * RELEASED FOR SENDING OR REFUSED AS A DUPLICATE, SO A FILE
      * RELEASED EARLIER IN THIS SAME RUN COUNTS AS ALREADY SENT.
       2000-RELEASE-REPORT-PARA.
           OPEN OUTPUT RELRPT.
           DISPLAY 'FILE STATUS FOR RELRPT:', WS-RELRPT-STATUS.
           MOVE SPACES TO RELRPT-REC.
           STRING 'OUTBOUND FILE RELEASE  ' DELIMITED BY SIZE
               WS-NOW-DATE DELIMITED BY SIZE
               '  DUPLICATE WINDOW ' DELIMITED BY SIZE
               WS-DUP-DAYS DELIMITED BY SIZE
               ' DAYS' DELIMITED BY SIZE
               INTO RELRPT-REC.
           WRITE RELRPT-REC.
           MOVE SPACES TO RELRPT-REC.
           STRING '   SEQ FILE         PROGRAM    RUN DATE'
                   DELIMITED BY SIZE
               '  COUNT          TOTAL ACTION' DELIMITED BY SIZE
               INTO RELRPT-REC.
           WRITE RELRPT-REC.
           PERFORM 2100-RELEASE-ONE-PARA
               VARYING WS-MT-IDX FROM 1 BY 1
               UNTIL WS-MT-IDX > WS-MT-CNT.
           MOVE SPACES TO RELRPT-REC.
           WRITE RELRPT-REC.
           MOVE SPACES TO RELRPT-REC.
           STRING 'FILES RELEASED ' DELIMITED BY SIZE
               WS-RELEASED-CNT DELIMITED BY SIZE
               '  FILES REFUSED ' DELIMITED BY SIZE
               WS-REFUSED-CNT DELIMITED BY SIZE
               INTO RELRPT-REC.
           WRITE RELRPT-REC.
           CLOSE RELRPT.

       2100-RELEASE-ONE-PARA.
           IF WS-MT-STATUS(WS-MT-IDX) = 'C'
               PERFORM 2200-DUP-FIND-PARA
               IF WS-DUP-FOUND
                   MOVE 'D' TO WS-MT-STATUS(WS-MT-IDX)
                   ADD 1 TO WS-REFUSED-CNT
                   DISPLAY 'FILE ' WS-MT-FILE-NAME(WS-MT-IDX)
                       ' SEQUENCE ' WS-MT-SEQ-NO(WS-MT-IDX)
                       ' REFUSED, DUPLICATES SEQUENCE ' WS-DUP-SEQ-NO
               ELSE
                   MOVE 'S' TO WS-MT-STATUS(WS-MT-IDX)
                   ADD 1 TO WS-RELEASED-CNT
               END-IF
               MOVE WS-NOW-DATE TO WS-MT-STATUS-DATE(WS-MT-IDX)
               MOVE WS-NOW-TIME(1:6) TO WS-MT-STATUS-TIME(WS-MT-IDX)
               PERFORM 2300-RELEASE-LINE-PARA
           END-IF.

      * A DUPLICATE IS AN EARLIER ENTRY FOR THE SAME FILE, WITH THE
      * SAME RECORD COUNT AND AMOUNT TOTAL, THAT WENT OUT (RELEASED
      * OR ACCEPTED) WITHIN THE DUPLICATE WINDOW. A REJECTED FILE
      * WAS NOT TAKEN, SO ITS CORRECTED RESEND IS NOT REFUSED. AN
      * EMPTY FILE CARRIES NOTHING TO PAY TWICE AND IS NEVER REFUSED.
       2200-DUP-FIND-PARA.
           MOVE 'N' TO WS-DUP-FOUND-SW.
           MOVE ZEROES TO WS-DUP-SEQ-NO.
           IF WS-MT-REC-CNT(WS-MT-IDX) > 0
               MOVE 1 TO WS-MT-SRCH-IDX
               PERFORM 2250-DUP-FIND-ONE-PARA
                   UNTIL WS-MT-SRCH-IDX NOT < WS-MT-IDX
                      OR WS-DUP-FOUND
           END-IF.

       2250-DUP-FIND-ONE-PARA.
           IF WS-MT-FILE-NAME(WS-MT-SRCH-IDX)
                       = WS-MT-FILE-NAME(WS-MT-IDX)
                   AND WS-MT-REC-CNT(WS-MT-SRCH-IDX)
                       = WS-MT-REC-CNT(WS-MT-IDX)
                   AND WS-MT-AMOUNT-TOTAL(WS-MT-SRCH-IDX)
                       = WS-MT-AMOUNT-TOTAL(WS-MT-IDX)
                   AND (WS-MT-STATUS(WS-MT-SRCH-IDX) = 'S'
                       OR WS-MT-STATUS(WS-MT-SRCH-IDX) = 'A')
               COMPUTE WS-DAYS-APART =
                   FUNCTION INTEGER-OF-DATE(WS-MT-RUN-DATE(WS-MT-IDX))
                   - FUNCTION INTEGER-OF-DATE
                       (WS-MT-RUN-DATE(WS-MT-SRCH-IDX))
               IF WS-DAYS-APART NOT > WS-DUP-DAYS
                   SET WS-DUP-FOUND TO TRUE
                   MOVE WS-MT-SEQ-NO(WS-MT-SRCH-IDX) TO WS-DUP-SEQ-NO
               END-IF
           END-IF.
           IF NOT WS-DUP-FOUND
               ADD 1 TO WS-MT-SRCH-IDX
           END-IF.

       2300-RELEASE-LINE-PARA.
           MOVE WS-MT-REC-CNT(WS-MT-IDX) TO WS-FMT-CNT.
           MOVE WS-MT-AMOUNT-TOTAL(WS-MT-IDX) TO WS-FMT-AMOUNT.
           MOVE SPACES TO RELRPT-REC.
           IF WS-DUP-FOUND
               STRING WS-MT-SEQ-NO(WS-MT-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-MT-FILE-NAME(WS-MT-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-MT-PROGRAM(WS-MT-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-MT-RUN-DATE(WS-MT-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-FMT-CNT DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-FMT-AMOUNT DELIMITED BY SIZE
                   ' REFUSED, AS ' DELIMITED BY SIZE
                   WS-DUP-SEQ-NO DELIMITED BY SIZE
                   INTO RELRPT-REC
           ELSE
               STRING WS-MT-SEQ-NO(WS-MT-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-MT-FILE-NAME(WS-MT-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-MT-PROGRAM(WS-MT-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-MT-RUN-DATE(WS-MT-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-FMT-CNT DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-FMT-AMOUNT DELIMITED BY SIZE
                   ' RELEASED' DELIMITED BY SIZE
                   INTO RELRPT-REC
           END-IF.
           WRITE RELRPT-REC.

       3000-MANFL-REWRITE-PARA.
           OPEN OUTPUT MANFL.
           IF WS-MANFL-STATUS NOT = '00'
               DISPLAY 'MANIFEST CANNOT BE REWRITTEN, STATUS '
                   WS-MANFL-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 3100-MANFL-WRITE-PARA
                   VARYING WS-MT-IDX FROM 1 BY 1
                   UNTIL WS-MT-IDX > WS-MT-CNT
               CLOSE MANFL
           END-IF.

       3100-MANFL-WRITE-PARA.
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
           MOVE 'MANIFESTPARM' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-MANPARM-PATH.
           MOVE 'OUTRELRPT' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-RELRPT-PATH.

       0060-FILECFG-ONE-PARA.
           CALL 'FILECFG' USING WS-CFG-NAME, WS-CFG-PATH,
               WS-CFG-RESULT.
           IF WS-CFG-RESULT NOT = 'Y'
               DISPLAY 'FILE PATH NOT CONFIGURED: ' WS-CFG-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'USING ' WS-CFG-NAME ' AT ' WS-CFG-PATH.
