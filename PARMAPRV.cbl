       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMAPRV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * APPROVAL REQUESTS: ONE LINE PER SUBMISSION BY A MAKER OR
      * APPROVAL BY A CHECKER OF AN APPLY-MODE PARAMETER FILE.
           SELECT REQFL ASSIGN TO DYNAMIC WS-REQFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-REQFL-STATUS.

      * SAME ASSIGN/LAYOUT AS PARMCHK.CBL'S APRFL: SEARCHED FOR THE
      * MAKER'S SUBMISSION, THEN EXTENDED WITH EVERY OUTCOME.
           SELECT APRFL ASSIGN TO DYNAMIC WS-APRFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-APRFL-STATUS.

      * APPROVAL REPORT: EACH REQUEST, THE CONTROL HASH OF THE FILE
      * AS IT STANDS, AND WHAT WAS DONE WITH IT.
           SELECT APRRPT ASSIGN TO DYNAMIC WS-APRRPT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-APRRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * REQ-ACTION 'S' IS THE MAKER SUBMITTING THE FILE AS IT NOW
      * STANDS; THE REPORT GIVES ITS CONTROL HASH. 'A' IS A CHECKER
      * APPROVING IT, QUOTING IN REQ-HASH THE HASH OF THE FILE THEY
      * REVIEWED. REQ-PARM-NAME IS THE FILE'S LOGICAL NAME ON THE FILE
      * CONFIGURATION (RATEREVPARM, INCRPARM, BONUSPARM, MERGEPAIRS,
      * DUNPARM).
       FD  REQFL.
       01  REQFL-REC.
           05  REQ-ACTION              PIC X(01).
               88  REQ-SUBMIT                      VALUE 'S'.
               88  REQ-APPROVE                     VALUE 'A'.
           05  REQ-PARM-NAME           PIC X(12).
           05  REQ-USER-ID             PIC X(10).
           05  REQ-HASH                PIC 9(10).
           05  FILLER                  PIC X(47).

       FD  APRFL.
       COPY 'PARMAPPR'.

       FD  APRRPT.
       01  APRRPT-REC                  PIC X(80).

       WORKING-STORAGE SECTION.
      * RESOLVED FILE PATHS. EVERY ASSIGNMENT COMES FROM THE
      * EXTERNAL FILE CONFIGURATION (FILECFG) AT STARTUP -- SEE
      * 0050-FILECFG-LOAD-PARA -- SO A DISK MOVE OR A TEST RUN
      * NEVER MEANS EDITING AND RECOMPILING THIS PROGRAM.
       77  WS-REQFL-PATH               PIC X(80) VALUE SPACES.
       77  WS-APRFL-PATH               PIC X(80) VALUE SPACES.
       77  WS-APRRPT-PATH              PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.

       01  WS-FILE-STATUS.
           05  WS-REQFL-STATUS         PIC X(2).
           05  WS-APRFL-STATUS         PIC X(2).
           05  WS-APRRPT-STATUS        PIC X(2).

       01  WS-EOF-SWITCHES.
           05  WS-REQFL-EOF-SW         PIC X(01)   VALUE 'N'.
               88  REQFL-EOF                       VALUE 'Y'.
           05  WS-APRFL-EOF-SW         PIC X(01)   VALUE 'N'.
               88  APRFL-EOF                       VALUE 'Y'.

      * THE REQUESTED PARAMETER FILE'S CONTROL HASH AS IT STANDS.
       77  WS-PARM-PATH                PIC X(80)   VALUE SPACES.
       77  WS-HASH                     PIC 9(10)   VALUE ZEROES.
       77  WS-LINE-CNT                 PIC 9(05)   VALUE ZEROES.
       77  WS-HASH-RESULT              PIC X(01)   VALUE 'N'.

      * THE OUTCOME OF ONE REQUEST: THE REGISTER ACTION, THE MAKER
      * FOUND FOR AN APPROVAL, AND WHY A REQUEST WAS REFUSED.
       77  WS-OUT-ACTION               PIC X(01)   VALUE SPACE.
       77  WS-MAKER                    PIC X(10)   VALUE SPACES.
       77  WS-CHECKER                  PIC X(10)   VALUE SPACES.
       77  WS-REASON                   PIC X(28)   VALUE SPACES.
       77  WS-SUBMIT-FOUND-SW          PIC X(01)   VALUE 'N'.
           88  WS-SUBMIT-FOUND                     VALUE 'Y'.
       77  WS-NOW-DATE                 PIC 9(08)   VALUE ZEROES.
       77  WS-NOW-TIME                 PIC 9(08)   VALUE ZEROES.
       77  WS-RESULT-TEXT              PIC X(10)   VALUE SPACES.
      * HELD FOR THE END OF THE RUN: THE HASH CALLS FOR LATER INPUT
      * LINES RESET RETURN-CODE, SO A REGISTER FAILURE IS RE-ASSERTED
      * AT STOP RUN.
       77  WS-APRFL-FAILED-SW          PIC X(01)   VALUE 'N'.
           88  WS-APRFL-FAILED                     VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-REQFL-RD-CNT         PIC 9(5)    VALUE ZEROES.
           05  WS-SUBMITTED-CNT        PIC 9(5)    VALUE ZEROES.
           05  WS-APPROVED-CNT         PIC 9(5)    VALUE ZEROES.
           05  WS-REFUSED-CNT          PIC 9(5)    VALUE ZEROES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0050-FILECFG-LOAD-PARA.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           OPEN OUTPUT APRRPT.
           DISPLAY 'FILE STATUS FOR APRRPT:', WS-APRRPT-STATUS.
           MOVE SPACES TO APRRPT-REC.
           STRING 'PARAMETER FILE APPROVALS  ' DELIMITED BY SIZE
               WS-NOW-DATE DELIMITED BY SIZE
               INTO APRRPT-REC.
           WRITE APRRPT-REC.
           MOVE SPACES TO APRRPT-REC.
           STRING 'A PARM NAME     USER             HASH LINES'
                   DELIMITED BY SIZE
               ' RESULT' DELIMITED BY SIZE
               INTO APRRPT-REC.
           WRITE APRRPT-REC.
           OPEN INPUT REQFL.
           DISPLAY 'FILE STATUS FOR REQFL:', WS-REQFL-STATUS.
           IF WS-REQFL-STATUS NOT = '00'
               DISPLAY 'NO APPROVAL REQUESTS, NOTHING TO DO.'
           ELSE
               PERFORM 1000-REQFL-READ-PARA UNTIL REQFL-EOF
               CLOSE REQFL
           END-IF.
           MOVE SPACES TO APRRPT-REC.
           WRITE APRRPT-REC.
           MOVE SPACES TO APRRPT-REC.
           STRING 'SUBMITTED ' DELIMITED BY SIZE
               WS-SUBMITTED-CNT DELIMITED BY SIZE
               '  APPROVED ' DELIMITED BY SIZE
               WS-APPROVED-CNT DELIMITED BY SIZE
               '  REFUSED ' DELIMITED BY SIZE
               WS-REFUSED-CNT DELIMITED BY SIZE
               INTO APRRPT-REC.
           WRITE APRRPT-REC.
           CLOSE APRRPT.
           IF WS-REFUSED-CNT > 0
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           DISPLAY 'REQUESTS READ: ', WS-REQFL-RD-CNT.
           DISPLAY 'FILES SUBMITTED: ', WS-SUBMITTED-CNT.
           DISPLAY 'FILES APPROVED: ', WS-APPROVED-CNT.
           DISPLAY 'REQUESTS REFUSED: ', WS-REFUSED-CNT.
           IF WS-APRFL-FAILED
               MOVE 16 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-REQFL-READ-PARA.
           READ REQFL
               AT END
                   SET REQFL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REQFL-RD-CNT
                   PERFORM 2000-REQUEST-PARA
           END-READ.

      * EVERY REQUEST LEAVES AN ENTRY ON THE REGISTER, A REFUSED
      * APPROVAL INCLUDED, SO THE REGISTER IS THE WHOLE AUDIT TRAIL.
       2000-REQUEST-PARA.
           MOVE SPACES TO WS-MAKER WS-CHECKER WS-REASON.
           MOVE 'N' TO WS-OUT-ACTION.
           PERFORM 2100-PARM-HASH-PARA.
           EVALUATE TRUE
               WHEN NOT (REQ-SUBMIT OR REQ-APPROVE)
                   MOVE 'ACTION NOT S OR A' TO WS-REASON
               WHEN REQ-USER-ID = SPACES
                   MOVE 'USER ID MISSING' TO WS-REASON
               WHEN WS-HASH-RESULT NOT = 'Y'
                   MOVE 'PARAMETER FILE NOT READABLE' TO WS-REASON
               WHEN REQ-SUBMIT
                   MOVE 'S' TO WS-OUT-ACTION
                   MOVE REQ-USER-ID TO WS-MAKER
               WHEN OTHER
                   PERFORM 2300-APPROVAL-CHECK-PARA
           END-EVALUATE.
           EVALUATE WS-OUT-ACTION
               WHEN 'S'
                   ADD 1 TO WS-SUBMITTED-CNT
                   MOVE 'SUBMITTED' TO WS-RESULT-TEXT
               WHEN 'A'
                   ADD 1 TO WS-APPROVED-CNT
                   MOVE 'APPROVED' TO WS-RESULT-TEXT
               WHEN OTHER
                   ADD 1 TO WS-REFUSED-CNT
                   MOVE 'REFUSED' TO WS-RESULT-TEXT
                   DISPLAY 'REQUEST REFUSED: ' REQ-PARM-NAME ' BY '
                       REQ-USER-ID ', ' WS-REASON
           END-EVALUATE.
           PERFORM 2500-REGISTER-WRITE-PARA.
           PERFORM 2600-REPORT-LINE-PARA.

       2100-PARM-HASH-PARA.
           MOVE 'N' TO WS-HASH-RESULT.
           MOVE ZEROES TO WS-HASH WS-LINE-CNT.
           IF REQ-PARM-NAME NOT = SPACES
               CALL 'FILECFG' USING REQ-PARM-NAME, WS-CFG-PATH,
                   WS-CFG-RESULT
               IF WS-CFG-RESULT = 'Y'
                   MOVE WS-CFG-PATH TO WS-PARM-PATH
                   CALL 'PARMHASH' USING WS-PARM-PATH, WS-HASH,
                       WS-LINE-CNT, WS-HASH-RESULT
               END-IF
           END-IF.

      * THE CHECKER MUST QUOTE THE HASH OF THE FILE THEY REVIEWED AND
      * IT MUST STILL BE THE FILE ON DISK; THE MAKER IS WHOEVER LAST
      * SUBMITTED THAT EXACT FILE, AND MAY NOT APPROVE IT.
       2300-APPROVAL-CHECK-PARA.
           MOVE REQ-USER-ID TO WS-CHECKER.
           IF REQ-HASH NOT NUMERIC OR REQ-HASH NOT = WS-HASH
               MOVE 'FILE CHANGED SINCE REVIEW' TO WS-REASON
           ELSE
               PERFORM 2400-SUBMIT-FIND-PARA
               IF NOT WS-SUBMIT-FOUND
                   MOVE 'NOT SUBMITTED FOR APPROVAL' TO WS-REASON
               ELSE
                   IF WS-MAKER = WS-CHECKER
                       MOVE 'CHECKER IS THE MAKER' TO WS-REASON
                   ELSE
                       MOVE 'A' TO WS-OUT-ACTION
                   END-IF
               END-IF
           END-IF.

       2400-SUBMIT-FIND-PARA.
           MOVE 'N' TO WS-SUBMIT-FOUND-SW.
           MOVE 'N' TO WS-APRFL-EOF-SW.
           OPEN INPUT APRFL.
           IF WS-APRFL-STATUS = '00'
               PERFORM 2450-APRFL-READ-PARA UNTIL APRFL-EOF
               CLOSE APRFL
           END-IF.

       2450-APRFL-READ-PARA.
           READ APRFL
               AT END
                   SET APRFL-EOF TO TRUE
               NOT AT END
                   IF APR-SUBMITTED
                           AND APR-PARM-NAME = REQ-PARM-NAME
                           AND APR-HASH = WS-HASH
                           AND APR-LINE-CNT = WS-LINE-CNT
                       SET WS-SUBMIT-FOUND TO TRUE
                       MOVE APR-MAKER TO WS-MAKER
                   END-IF
           END-READ.

      * THE SAME OPEN-EXTEND RULE LOSSDEV.CBL USES FOR ITS SNAPSHOT
      * HISTORY.
       2500-REGISTER-WRITE-PARA.
           OPEN EXTEND APRFL.
           IF WS-APRFL-STATUS = '35'
               OPEN OUTPUT APRFL
           END-IF.
           IF WS-APRFL-STATUS NOT = '00'
               DISPLAY 'APPROVAL REGISTER CANNOT BE EXTENDED, STATUS '
                   WS-APRFL-STATUS
               SET WS-APRFL-FAILED TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE SPACES TO APR-REC
               MOVE REQ-PARM-NAME TO APR-PARM-NAME
               MOVE WS-OUT-ACTION TO APR-ACTION
               MOVE WS-HASH TO APR-HASH
               MOVE WS-LINE-CNT TO APR-LINE-CNT
               MOVE WS-MAKER TO APR-MAKER
               MOVE WS-CHECKER TO APR-CHECKER
               MOVE 'PARMAPRV' TO APR-PROGRAM
               MOVE WS-NOW-DATE TO APR-DATE
               MOVE WS-NOW-TIME(1:6) TO APR-TIME
               MOVE WS-REASON TO APR-REASON
               WRITE APR-REC
               CLOSE APRFL
           END-IF.

       2600-REPORT-LINE-PARA.
           MOVE SPACES TO APRRPT-REC.
           STRING REQ-ACTION DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               REQ-PARM-NAME DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               REQ-USER-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-HASH DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-LINE-CNT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RESULT-TEXT DELIMITED BY SIZE
               INTO APRRPT-REC.
           WRITE APRRPT-REC.
           IF WS-REASON NOT = SPACES
               MOVE SPACES TO APRRPT-REC
               STRING '  REASON: ' DELIMITED BY SIZE
                   WS-REASON DELIMITED BY SIZE
                   INTO APRRPT-REC
               WRITE APRRPT-REC
           END-IF.
           IF WS-OUT-ACTION = 'A'
               MOVE SPACES TO APRRPT-REC
               STRING '  MADE BY ' DELIMITED BY SIZE
                   WS-MAKER DELIMITED BY SIZE
                   ' APPROVED BY ' DELIMITED BY SIZE
                   WS-CHECKER DELIMITED BY SIZE
                   INTO APRRPT-REC
               WRITE APRRPT-REC
           END-IF.

      * RESOLVES EVERY FILE ASSIGNMENT FROM THE EXTERNAL FILE
      * CONFIGURATION BEFORE ANYTHING IS OPENED, REPORTING EACH
      * RESOLVED PATH. A LOGICAL NAME MISSING FROM THE
      * CONFIGURATION ENDS THE RUN CLEANLY WITH RC 16 BEFORE ANY
      * FILE IS TOUCHED.
       0050-FILECFG-LOAD-PARA.
           MOVE 'PARMAPRREQ' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-REQFL-PATH.
           MOVE 'PARMAPPROVE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-APRFL-PATH.
           MOVE 'PARMAPRRPT' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-APRRPT-PATH.

       0060-FILECFG-ONE-PARA.
           CALL 'FILECFG' USING WS-CFG-NAME, WS-CFG-PATH,
               WS-CFG-RESULT.
           IF WS-CFG-RESULT NOT = 'Y'
               DISPLAY 'FILE PATH NOT CONFIGURED: ' WS-CFG-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'USING ' WS-CFG-NAME ' AT ' WS-CFG-PATH.
