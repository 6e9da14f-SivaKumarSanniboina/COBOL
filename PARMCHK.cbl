       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * PARAMETER APPROVAL REGISTER (PARMAPPR.CPY): READ FOR AN
      * APPROVAL OF THE FILE AS IT STANDS, THEN EXTENDED WITH THE
      * RUN THAT USED IT OR WAS REFUSED.
           SELECT APRFL ASSIGN TO DYNAMIC WS-APRFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-APRFL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APRFL.
       COPY 'PARMAPPR'.

       WORKING-STORAGE SECTION.
       77  WS-APRFL-STATUS             PIC X(2).
       77  WS-APRFL-EOF-SW             PIC X(01)   VALUE 'N'.
           88  APRFL-EOF                           VALUE 'Y'.

      * REGISTER PATH, RESOLVED ONCE PER RUN FROM THE EXTERNAL FILE
      * CONFIGURATION. WITHOUT A PARMAPPROVE ENTRY NOTHING CAN BE
      * SHOWN APPROVED, SO EVERY APPLY RUN IS REFUSED.
       77  WS-APRFL-PATH               PIC X(80)   VALUE SPACES.
       77  WS-PATH-LOADED-SW           PIC X(01)   VALUE 'N'.
           88  WS-PATH-LOADED                      VALUE 'Y'.
       77  WS-APRFL-CFG-SW             PIC X(01)   VALUE 'N'.
           88  WS-APRFL-CONFIGURED                 VALUE 'Y'.
       77  WS-CFG-NAME                 PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH                 PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT               PIC X(01)   VALUE 'N'.

      * THE PARAMETER FILE'S CONTROL HASH AS IT STANDS NOW.
       77  WS-PARM-PATH                PIC X(80)   VALUE SPACES.
       77  WS-HASH                     PIC 9(10)   VALUE ZEROES.
       77  WS-LINE-CNT                 PIC 9(05)   VALUE ZEROES.
       77  WS-HASH-RESULT              PIC X(01)   VALUE 'N'.

      * THE LATEST APPROVAL OF THAT EXACT FILE, AND WHETHER AN APPLY
      * RUN HAS USED IT SINCE.
       77  WS-APPROVED-SW              PIC X(01)   VALUE 'N'.
           88  WS-APPROVED                         VALUE 'Y'.
       77  WS-USED-SW                  PIC X(01)   VALUE 'N'.
           88  WS-APPROVAL-USED                    VALUE 'Y'.
       77  WS-MAKER                    PIC X(10)   VALUE SPACES.
       77  WS-CHECKER                  PIC X(10)   VALUE SPACES.
       77  WS-REASON                   PIC X(28)   VALUE SPACES.
       77  WS-NOW-DATE                 PIC 9(08)   VALUE ZEROES.
       77  WS-NOW-TIME                 PIC 9(08)   VALUE ZEROES.

       LINKAGE SECTION.
      * LK-PARM-NAME IS THE PARAMETER FILE'S LOGICAL NAME ON THE FILE
      * CONFIGURATION AND LK-PROGRAM THE CALLER. LK-ONCE-SW 'Y' MAKES
      * AN APPROVAL GOOD FOR ONE APPLY RUN ONLY, SO THE SAME
      * RE-RATE OR MERGE FILE CANNOT BE APPLIED TWICE ON ONE
      * SIGN-OFF; 'N' LETS A STANDING PARAMETER FILE RUN EVERY NIGHT
      * ON ONE APPROVAL UNTIL IT IS NEXT CHANGED. LK-RESULT COMES
      * BACK 'Y' WHEN THE FILE MATCHES AN APPROVAL MADE BY SOMEONE
      * OTHER THAN ITS MAKER, AND 'N' OTHERWISE.
       01  LK-PARM-NAME                PIC X(12).
       01  LK-PROGRAM                  PIC X(10).
       01  LK-ONCE-SW                  PIC X(01).
       01  LK-RESULT                   PIC X(01).

       PROCEDURE DIVISION USING LK-PARM-NAME, LK-PROGRAM, LK-ONCE-SW,
               LK-RESULT.
       0000-MAIN-PARA.
           IF NOT WS-PATH-LOADED
               PERFORM 0100-PATH-RESOLVE-PARA
           END-IF.
           MOVE 'N' TO LK-RESULT.
           MOVE 'N' TO WS-APPROVED-SW.
           MOVE 'N' TO WS-USED-SW.
           MOVE SPACES TO WS-MAKER WS-CHECKER WS-REASON.
           PERFORM 1000-PARM-HASH-PARA.
           IF WS-HASH-RESULT = 'Y'
               PERFORM 2000-APPROVAL-FIND-PARA
           END-IF.
           EVALUATE TRUE
               WHEN WS-HASH-RESULT NOT = 'Y'
                   MOVE 'PARAMETER FILE NOT READABLE' TO WS-REASON
               WHEN NOT WS-APPROVED
                   MOVE 'NO APPROVAL FOR THIS FILE' TO WS-REASON
               WHEN WS-APPROVAL-USED AND LK-ONCE-SW = 'Y'
                   MOVE 'APPROVAL ALREADY USED' TO WS-REASON
               WHEN OTHER
                   MOVE 'Y' TO LK-RESULT
           END-EVALUATE.
           IF LK-RESULT = 'Y'
               DISPLAY 'PARMCHK: ' LK-PARM-NAME ' HASH ' WS-HASH
                   ' APPROVED BY ' WS-CHECKER ', MADE BY ' WS-MAKER
               IF LK-ONCE-SW = 'Y'
                   PERFORM 3000-REGISTER-WRITE-PARA
               END-IF
           ELSE
               DISPLAY 'PARMCHK: ' LK-PARM-NAME ' HASH ' WS-HASH
                   ' REFUSED, ' WS-REASON
               PERFORM 3000-REGISTER-WRITE-PARA
           END-IF.
           GOBACK.

       0100-PATH-RESOLVE-PARA.
           SET WS-PATH-LOADED TO TRUE.
           MOVE 'PARMAPPROVE' TO WS-CFG-NAME.
           CALL 'FILECFG' USING WS-CFG-NAME, WS-CFG-PATH,
               WS-CFG-RESULT.
           IF WS-CFG-RESULT = 'Y'
               MOVE WS-CFG-PATH TO WS-APRFL-PATH
               SET WS-APRFL-CONFIGURED TO TRUE
           ELSE
               DISPLAY 'PARMCHK: PARMAPPROVE NOT CONFIGURED, NO '
                   'APPLY RUN CAN BE APPROVED.'
           END-IF.

       1000-PARM-HASH-PARA.
           MOVE 'N' TO WS-HASH-RESULT.
           MOVE ZEROES TO WS-HASH WS-LINE-CNT.
           CALL 'FILECFG' USING LK-PARM-NAME, WS-CFG-PATH,
               WS-CFG-RESULT.
           IF WS-CFG-RESULT = 'Y'
               MOVE WS-CFG-PATH TO WS-PARM-PATH
               CALL 'PARMHASH' USING WS-PARM-PATH, WS-HASH,
                   WS-LINE-CNT, WS-HASH-RESULT
           END-IF.

      * THE REGISTER IS READ IN ORDER, SO A USE IS ONLY COUNTED WHEN
      * IT COMES AFTER THE LATEST APPROVAL: A FILE RE-APPROVED AFTER
      * A USE MAY BE APPLIED AGAIN. AN APPROVAL ENTRY WHOSE CHECKER
      * IS BLANK OR IS THE MAKER NEVER COUNTS.
       2000-APPROVAL-FIND-PARA.
           IF WS-APRFL-CONFIGURED
               MOVE 'N' TO WS-APRFL-EOF-SW
               OPEN INPUT APRFL
               IF WS-APRFL-STATUS = '00'
                   PERFORM 2100-APRFL-READ-PARA UNTIL APRFL-EOF
                   CLOSE APRFL
               END-IF
           END-IF.

       2100-APRFL-READ-PARA.
           READ APRFL
               AT END
                   SET APRFL-EOF TO TRUE
               NOT AT END
                   IF APR-PARM-NAME = LK-PARM-NAME
                           AND APR-HASH = WS-HASH
                           AND APR-LINE-CNT = WS-LINE-CNT
                       PERFORM 2200-ENTRY-APPLY-PARA
                   END-IF
           END-READ.

       2200-ENTRY-APPLY-PARA.
           IF APR-APPROVED
                   AND APR-CHECKER NOT = SPACES
                   AND APR-CHECKER NOT = APR-MAKER
               SET WS-APPROVED TO TRUE
               MOVE 'N' TO WS-USED-SW
               MOVE APR-MAKER TO WS-MAKER
               MOVE APR-CHECKER TO WS-CHECKER
           END-IF.
           IF APR-USED
               SET WS-APPROVAL-USED TO TRUE
           END-IF.

      * THE SAME OPEN-EXTEND RULE LOSSDEV.CBL USES FOR ITS SNAPSHOT
      * HISTORY.
       3000-REGISTER-WRITE-PARA.
           IF WS-APRFL-CONFIGURED
               OPEN EXTEND APRFL
               IF WS-APRFL-STATUS = '35'
                   OPEN OUTPUT APRFL
               END-IF
               IF WS-APRFL-STATUS NOT = '00'
                   DISPLAY 'PARMCHK: REGISTER CANNOT BE EXTENDED, '
                       'STATUS ' WS-APRFL-STATUS
               ELSE
                   ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
                   ACCEPT WS-NOW-TIME FROM TIME
                   MOVE SPACES TO APR-REC
                   MOVE LK-PARM-NAME TO APR-PARM-NAME
                   IF LK-RESULT = 'Y'
                       SET APR-USED TO TRUE
                   ELSE
                       SET APR-RUN-REFUSED TO TRUE
                   END-IF
                   MOVE WS-HASH TO APR-HASH
                   MOVE WS-LINE-CNT TO APR-LINE-CNT
                   MOVE WS-MAKER TO APR-MAKER
                   MOVE WS-CHECKER TO APR-CHECKER
                   MOVE LK-PROGRAM TO APR-PROGRAM
                   MOVE WS-NOW-DATE TO APR-DATE
                   MOVE WS-NOW-TIME(1:6) TO APR-TIME
                   MOVE WS-REASON TO APR-REASON
                   WRITE APR-REC
                   CLOSE APRFL
               END-IF
           END-IF.
