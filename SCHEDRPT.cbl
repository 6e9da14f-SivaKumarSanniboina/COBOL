       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHEDRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * SAME ASSIGN/LAYOUT/KEYS AS POLICY.CBL'S POLICYFYL, READ
      * RANDOM ON THE POLICY NUMBER FOR THE POLICY AS IT NOW STANDS.
           SELECT POLICYFYL ASSIGN TO DYNAMIC
           WS-POLICYFYL-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS POLICYNO
           ALTERNATE RECORD KEY IS CUSTOMERID WITH DUPLICATES
           FILE STATUS WS-POLICYFYL-STATUS.

      * OPTIONAL REQUEST FILE: ONE POLICY NUMBER PER LINE. WHEN
      * ABSENT THE PROGRAM FALLS BACK TO A SINGLE OPERATOR ACCEPT,
      * THE SAME DEFAULTING PORTSTMT.CBL USES FOR ITS REQUEST FILE.
           SELECT SCHDREQ ASSIGN TO DYNAMIC
           WS-SCHDREQ-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-SCHDREQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * SAME LAYOUT AS POLICY.CBL'S POLICY_REC.
       FD  POLICYFYL.
       01  POLICY_REC.
           05  POLICYNO        PIC     X(08).
           05  CUSTOMERID      PIC     X(08).
           05  LOBCODE         PIC     X(01).
           05  START-DATE      PIC     X(08).
           05  END-DATE        PIC     X(08).
           05  PREMIUM         PIC     X(10).
           05  PREMIUM-NUM REDEFINES PREMIUM
                               PIC     S9(8)V99 SIGN IS TRAILING.
           05  AGENT-ID        PIC     X(05).
           05  POLICY-STATUS   PIC     X(01).
           05  FILLER          PIC     X(54).

       FD  SCHDREQ.
       01  SCHDREQ-REC.
           05  REQ-POLICYNO    PIC     X(08).
           05  FILLER          PIC     X(72).

       WORKING-STORAGE SECTION.
      * RESOLVED FILE PATHS. EVERY ASSIGNMENT COMES FROM THE
      * EXTERNAL FILE CONFIGURATION (FILECFG) AT STARTUP -- SEE
      * 0050-FILECFG-LOAD-PARA -- SO A DISK MOVE OR A TEST RUN
      * NEVER MEANS EDITING AND RECOMPILING THIS PROGRAM.
       77  WS-POLICYFYL-PATH           PIC X(80) VALUE SPACES.
       77  WS-SCHDREQ-PATH             PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.

       01  WS-FILE-STATUS.
           05  WS-POLICYFYL-STATUS     PIC X(2).
           05  WS-SCHDREQ-STATUS       PIC X(2).

       01  WS-EOF-SWITCHES.
           05  WS-SCHDREQ-EOF-SW       PIC X(01)   VALUE 'N'.
               88  SCHDREQ-EOF                     VALUE 'Y'.

      * POLICY SCHEDULE CALL AREA (POLSCHED.CBL). A REPRINT IS THE
      * POLICY'S CURRENT SCHEDULE, MARKED AS A DUPLICATE COPY.
       COPY 'SCHDCOPY'.

       77  WS-REQ-POLICYNO             PIC X(08)   VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-REQUEST-CNT          PIC 9(5)    VALUE ZEROES.
           05  WS-REPRINT-CNT          PIC 9(5)    VALUE ZEROES.
           05  WS-NOT-FOUND-CNT        PIC 9(5)    VALUE ZEROES.
           05  WS-SCHED-FAIL-CNT       PIC 9(5)    VALUE ZEROES.
           05  WS-SCHED-HELD-CNT       PIC 9(5)    VALUE ZEROES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0050-FILECFG-LOAD-PARA.
           PERFORM 1000-FILES-OPEN-PARA.
           IF WS-POLICYFYL-STATUS = '00' THEN
               IF WS-SCHDREQ-STATUS = '00'
                   PERFORM 2000-REQUEST-READ-PARA UNTIL SCHDREQ-EOF
                   CLOSE SCHDREQ
               ELSE
                   DISPLAY 'ENTER POLICYNO: ' WITH NO ADVANCING
                   ACCEPT WS-REQ-POLICYNO
                   ADD 1 TO WS-REQUEST-CNT
                   PERFORM 2500-REPRINT-PARA
               END-IF
           ELSE
               DISPLAY 'POLICYFYL CANNOT BE OPENED.'
               MOVE 16 TO RETURN-CODE
           END-IF.
           PERFORM 3900-FILES-CLOSE-PARA.

           IF WS-NOT-FOUND-CNT > 0 OR WS-SCHED-FAIL-CNT > 0
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           DISPLAY 'POLICIES REQUESTED: ', WS-REQUEST-CNT.
           DISPLAY 'SCHEDULES REPRINTED: ', WS-REPRINT-CNT.
           DISPLAY 'POLICIES NOT ON MASTER: ', WS-NOT-FOUND-CNT.
           DISPLAY 'SCHEDULES NOT PRINTED: ', WS-SCHED-FAIL-CNT.
           DISPLAY 'SCHEDULES HELD, NO VALID ADDRESS: ',
               WS-SCHED-HELD-CNT.
           STOP RUN.

       1000-FILES-OPEN-PARA.
           OPEN INPUT POLICYFYL.
           DISPLAY 'FILE STATUS FOR POLICYFYL:', WS-POLICYFYL-STATUS.

           OPEN INPUT SCHDREQ.

       2000-REQUEST-READ-PARA.
           READ SCHDREQ
               AT END
                   SET SCHDREQ-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REQUEST-CNT
                   MOVE REQ-POLICYNO TO WS-REQ-POLICYNO
                   PERFORM 2500-REPRINT-PARA
           END-READ.

      * THE HEADER AND TRAILER CONTROL RECORDS ARE NOT POLICIES AND
      * ARE TREATED AS NOT FOUND.
       2500-REPRINT-PARA.
           IF WS-REQ-POLICYNO = '00000000'
                   OR WS-REQ-POLICYNO = 'ZZZZZZZZ'
               ADD 1 TO WS-NOT-FOUND-CNT
               DISPLAY 'POLICY NOT ON MASTER: ' WS-REQ-POLICYNO
           ELSE
               MOVE WS-REQ-POLICYNO TO POLICYNO OF POLICY_REC
               READ POLICYFYL
                   INVALID KEY
                       ADD 1 TO WS-NOT-FOUND-CNT
                       DISPLAY 'POLICY NOT ON MASTER: '
                           WS-REQ-POLICYNO
                   NOT INVALID KEY
                       PERFORM 2600-SCHEDULE-PRINT-PARA
               END-READ
           END-IF.

       2600-SCHEDULE-PRINT-PARA.
           MOVE 'P' TO SCHD-FUNCTION.
           MOVE 'SCHEDREPRINT' TO SCHD-PRINT-NAME.
           MOVE 'SCHEDREPNOAD' TO SCHD-NOADDR-NAME.
           SET SCHD-REPRINT TO TRUE.
           MOVE POLICY_REC TO SCHD-POLICY.
           CALL 'POLSCHED' USING SCHD-AREA.
           EVALUATE TRUE
               WHEN SCHD-PRINTED
                   ADD 1 TO WS-REPRINT-CNT
               WHEN SCHD-ADDRESS-HELD
                   ADD 1 TO WS-SCHED-HELD-CNT
               WHEN OTHER
                   ADD 1 TO WS-SCHED-FAIL-CNT
           END-EVALUATE.

       3900-FILES-CLOSE-PARA.
           IF WS-POLICYFYL-STATUS = '00'
               CLOSE POLICYFYL
           END-IF.
           MOVE 'C' TO SCHD-FUNCTION.
           CALL 'POLSCHED' USING SCHD-AREA.

      * RESOLVES EVERY FILE ASSIGNMENT FROM THE EXTERNAL FILE
      * CONFIGURATION BEFORE ANYTHING IS OPENED, REPORTING EACH
      * RESOLVED PATH. A LOGICAL NAME MISSING FROM THE
      * CONFIGURATION ENDS THE RUN CLEANLY WITH RC 16 BEFORE ANY
      * FILE IS TOUCHED.
       0050-FILECFG-LOAD-PARA.
           MOVE 'POLICYFILE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-POLICYFYL-PATH.
           MOVE 'SCHEDREQUEST' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-SCHDREQ-PATH.

       0060-FILECFG-ONE-PARA.
           CALL 'FILECFG' USING WS-CFG-NAME, WS-CFG-PATH,
               WS-CFG-RESULT.
           IF WS-CFG-RESULT NOT = 'Y'
               DISPLAY 'FILE PATH NOT CONFIGURED: ' WS-CFG-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'USING ' WS-CFG-NAME ' AT ' WS-CFG-PATH.
