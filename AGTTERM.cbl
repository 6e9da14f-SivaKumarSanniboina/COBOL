       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGTTERM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * AGENT TERMINATIONS: ONE LINE PER LEAVER WITH THE LEAVING DATE
      * AND THE SERVICING AGENT WHO TAKES OVER THEIR BOOK. LOADED
      * WHOLE AT OPEN AND REWRITTEN AT CLOSE WITH EACH LINE MARKED,
      * THE SAME TABLE-THEN-REWRITE IDIOM RCPTREV.CBL USES FOR ITS
      * REVERSALS, SO AN AGENT IS NEVER TERMINATED TWICE. PROCESSED
      * LINES STAY ON FILE: EVERY RUN SWEEPS THE MASTER FOR ANY
      * POLICY STILL ON ANY LEAVER, NOT ONLY TONIGHT'S.
           SELECT TRMTRAN ASSIGN TO DYNAMIC
           WS-TRMTRAN-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-TRMTRAN-STATUS.

      * SAME ASSIGN/LAYOUT AS AGENTCOM.CBL'S AGENTFL, LOADED WHOLE
      * AND REWRITTEN WITH EACH LEAVER MARKED INACTIVE.
           SELECT AGENTFL ASSIGN TO DYNAMIC
           WS-AGENTFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-AGENTFL-STATUS.

      * SAME ASSIGN/LAYOUT/KEYS AS POLICY.CBL'S POLICYFYL, SWEPT I-O
      * THE WAY RATEREV.CBL SWEEPS IT, EACH IN-FORCE POLICY ON A
      * LEAVER REWRITTEN IN PLACE TO THE SERVICING AGENT.
           SELECT POLICYFYL ASSIGN TO DYNAMIC
           WS-POLICYFYL-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS POLICYNO
           ALTERNATE RECORD KEY IS CUSTOMERID WITH DUPLICATES
           FILE STATUS WS-POLICYFYL-STATUS.

      * A REASSIGNMENT LEAVES A BEFORE/AFTER IMAGE ON THE ENDORSEMENT
      * HISTORY POLMAINT.CBL KEEPS, ACTION 'A', EFFECTIVE THE DAY
      * AFTER THE LEAVING DATE. THE BEFORE IMAGE IS NEVER EMPTY,
      * WHICH IS WHAT TELLS IT FROM A NEW-BUSINESS 'A' WRITTEN BY
      * PROPINTK.CBL; AGENTCOM.CBL READS IT BACK TO KNOW WHO EARNED
      * ON WHAT FELL DUE BEFORE THE MOVE.
           SELECT ENDHFL ASSIGN TO DYNAMIC
           WS-ENDHFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-ENDHFL-STATUS.

      * TERMINATION AND REASSIGNMENT REGISTER: EACH TERMINATION
      * APPLIED OR REJECTED, EACH POLICY MOVED, AND THE COUNTS.
           SELECT TRMREG ASSIGN TO DYNAMIC
           WS-TRMREG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-TRMREG-STATUS.

      * EXTERNALLY-SUPPLIED RUN DATE (RUNPARM.CPY), STAMPED ON EACH
      * TERMINATION LINE AS IT IS PROCESSED.
           SELECT RUNPARM ASSIGN TO DYNAMIC
           WS-RUNPARM-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-RUNPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRMTRAN.
       01  TRMTRAN-REC.
           05  TRM-AGENT-ID        PIC X(05).
           05  TRM-LEAVE-DATE      PIC X(08).
           05  TRM-SERVICING-ID    PIC X(05).
           05  TRM-STATUS          PIC X(01).
               88  TRM-PENDING                 VALUE SPACE.
               88  TRM-PROCESSED               VALUE 'P'.
               88  TRM-REJECTED                VALUE 'X'.
           05  TRM-PROC-DATE       PIC X(08).
           05  TRM-REASON          PIC X(30).
           05  FILLER              PIC X(23).

      * SAME LAYOUT AS AGENTCOM.CBL'S AGENTFL-REC.
       FD  AGENTFL.
       01  AGENTFL-REC.
           05  AGT-ID          PIC     X(05).
           05  AGT-NAME        PIC     X(30).
           05  AGT-GRADE       PIC     X(01).
           05  AGT-LICENSE-NO  PIC     X(10).
           05  AGT-LICENSE-EXP PIC     9(08).
           05  AGT-REPORTS-TO  PIC     X(05).
           05  AGT-RPT-EFF-FROM
                               PIC     9(08).
           05  AGT-STATUS      PIC     X(01).
               88  AGT-ACTIVE                  VALUE SPACE.
               88  AGT-TERMINATED              VALUE 'T'.
           05  AGT-LEAVE-DATE  PIC     X(08).
           05  FILLER          PIC     X(04).

      * SAME LAYOUT AS POLICY.CBL'S POLICY_REC.
       FD  POLICYFYL.
       01  POLICY_REC.
           05  POLICYNO        PIC     X(08).
           05  CUSTOMERID      PIC     X(08).
           05  LOBCODE         PIC     X(01).
           05  START-DATE      PIC     X(08).
           05  END-DATE        PIC     X(08).
           05  PREMIUM         PIC     X(10).
           05  AGENT-ID        PIC     X(05).
           05  POLICY-STATUS   PIC     X(01).
           05  FILLER          PIC     X(54).

      * SAME LAYOUT AS POLMAINT.CBL'S ENDHFL-REC.
       FD  ENDHFL.
       01  ENDHFL-REC.
           05  ENDH-EFF-DATE   PIC     9(08).
           05  ENDH-RUN-TIME   PIC     9(06).
           05  ENDH-ACTION     PIC     X(01).
           05  ENDH-POLICYNO   PIC     X(08).
           05  ENDH-BEFORE     PIC     X(103).
           05  ENDH-AFTER      PIC     X(103).

       FD  TRMREG.
       01  TRMREG-REC                  PIC X(80).

       FD  RUNPARM.
       COPY 'RUNPARM'.

       WORKING-STORAGE SECTION.
      * RESOLVED FILE PATHS. EVERY ASSIGNMENT COMES FROM THE
      * EXTERNAL FILE CONFIGURATION (FILECFG) AT STARTUP -- SEE
      * 0050-FILECFG-LOAD-PARA -- SO A DISK MOVE OR A TEST RUN
      * NEVER MEANS EDITING AND RECOMPILING THIS PROGRAM.
       77  WS-TRMTRAN-PATH             PIC X(80) VALUE SPACES.
       77  WS-AGENTFL-PATH             PIC X(80) VALUE SPACES.
       77  WS-POLICYFYL-PATH           PIC X(80) VALUE SPACES.
       77  WS-ENDHFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-TRMREG-PATH              PIC X(80) VALUE SPACES.
       77  WS-RUNPARM-PATH             PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.

       01  WS-FILE-STATUS.
           05  WS-TRMTRAN-STATUS       PIC X(2).
           05  WS-AGENTFL-STATUS       PIC X(2).
           05  WS-POLICYFYL-STATUS     PIC X(2).
           05  WS-ENDHFL-STATUS        PIC X(2).
           05  WS-TRMREG-STATUS        PIC X(2).
           05  WS-RUNPARM-STATUS       PIC X(2).

       01  WS-EOF-SWITCHES.
           05  WS-TRMTRAN-EOF-SW       PIC X(01)   VALUE 'N'.
               88  TRMTRAN-EOF                     VALUE 'Y'.
           05  WS-AGENTFL-EOF-SW       PIC X(01)   VALUE 'N'.
               88  AGENTFL-EOF                     VALUE 'Y'.
           05  WS-POLICYFYL-EOF-SW     PIC X(01)   VALUE 'N'.
               88  POLICYFYL-EOF                   VALUE 'Y'.
           05  WS-AGENTFL-OPEN-SW      PIC X(01)   VALUE 'N'.
               88  AGENTFL-WAS-OPEN                VALUE 'Y'.

      * THE WHOLE TERMINATION FILE AND THE WHOLE AGENT MASTER AS
      * RECORD IMAGES. EITHER ONE TOO BIG FOR ITS TABLE IS REFUSED
      * OUTRIGHT: REWRITING A TRUNCATED COPY WOULD LOSE LINES.
       01  WS-TRM-TABLE.
           05  WS-TRM-ENTRY OCCURS 500 TIMES
                                       PIC X(80).
       77  WS-TRM-CNT                  PIC 9(4)    VALUE ZEROES.
       77  WS-TRM-IDX                  PIC 9(4)    VALUE ZEROES.
       77  WS-TRM-FULL-SW              PIC X(01)   VALUE 'N'.
           88  WS-TRM-FULL                         VALUE 'Y'.

       01  WS-AGM-TABLE.
           05  WS-AGM-ENTRY OCCURS 500 TIMES
                                       PIC X(80).
       77  WS-AGM-CNT                  PIC 9(4)    VALUE ZEROES.
       77  WS-AGM-IDX                  PIC 9(4)    VALUE ZEROES.
       77  WS-AGM-FULL-SW              PIC X(01)   VALUE 'N'.
           88  WS-AGM-FULL                         VALUE 'Y'.
       77  WS-AGM-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-AGM-FOUND                        VALUE 'Y'.
       77  WS-FIND-AGENT-ID            PIC X(05)   VALUE SPACES.
       77  WS-LEAVER-IDX               PIC 9(4)    VALUE ZEROES.

      * EVERY LEAVER ON FILE, TONIGHT'S AND EARLIER, WITH THE AGENT
      * WHO TAKES OVER AND THE DAY THEY TAKE OVER FROM.
       01  WS-LVR-TABLE.
           05  WS-LVR-ENTRY OCCURS 500 TIMES.
               10  WS-LVR-AGENT-ID      PIC X(05).
               10  WS-LVR-SERVICING-ID  PIC X(05).
               10  WS-LVR-EFF-DATE      PIC 9(08).
       77  WS-LVR-CNT                  PIC 9(4)    VALUE ZEROES.
       77  WS-LVR-SRCH-IDX             PIC 9(4)    VALUE ZEROES.
       77  WS-LVR-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-LVR-FOUND                        VALUE 'Y'.

      * A SERVICING AGENT WHO HAS THEMSELVES LEFT IS FOLLOWED ON TO
      * THEIR OWN SERVICING AGENT, UP TO WS-CHAIN-MAX STEPS SO A
      * LOOP IN THE FILE CANNOT RUN AWAY.
       77  WS-NEW-AGENT-ID             PIC X(05)   VALUE SPACES.
       77  WS-NEW-EFF-DATE             PIC 9(08)   VALUE ZEROES.
       77  WS-CHAIN-CNT                PIC 9(2)    VALUE ZEROES.
       77  WS-CHAIN-MAX                PIC 9(2)    VALUE 10.

       77  WS-DATEVAL-DATE             PIC X(08)   VALUE SPACES.
       77  WS-DATEVAL-RESULT           PIC X(01)   VALUE 'N'.
       77  WS-LEAVE-DAYS               PIC 9(08)   VALUE ZEROES.
       77  WS-BEFORE-IMAGE             PIC X(103)  VALUE SPACES.
       77  WS-RUN-DATE                 PIC 9(8)    VALUE ZEROES.
       77  WS-RUN-TIME                 PIC 9(6)    VALUE ZEROES.

      * MASTER RECOVERY JOURNAL ENTRY FOR EACH POLICY THIS RUN
      * REASSIGNS, FILED UNDER THE TERMINATION FILE (SEE MSTJRNW.CBL).
       77  WS-JRN-MASTER               PIC X(12) VALUE 'POLICYFILE'.
       77  WS-JRN-SOURCE               PIC X(12) VALUE 'AGENTTERM'.
       77  WS-JRN-PROGRAM              PIC X(10) VALUE 'AGTTERM'.
       77  WS-JRN-ACTION               PIC X(01)   VALUE 'R'.
       77  WS-JRN-IMAGE                PIC X(103)  VALUE SPACES.
       77  WS-JRN-RESULT               PIC X(01)   VALUE SPACE.
      * RETURN-CODE AS IT STOOD BEFORE THE CALL, WHICH RESETS IT.
       77  WS-JRN-HOLD-RC              PIC S9(4) COMP  VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-TRMTRAN-RD-CNT       PIC 9(6)    VALUE ZEROES.
           05  WS-ALREADY-DONE-CNT     PIC 9(6)    VALUE ZEROES.
           05  WS-TERMINATED-CNT       PIC 9(6)    VALUE ZEROES.
           05  WS-REJECTED-CNT         PIC 9(6)    VALUE ZEROES.
           05  WS-POLICYFYL-RD-CNT     PIC 9(6)    VALUE ZEROES.
           05  WS-MOVED-CNT            PIC 9(6)    VALUE ZEROES.
           05  WS-NOT-IN-FORCE-CNT     PIC 9(6)    VALUE ZEROES.
           05  WS-REWRITE-FAIL-CNT     PIC 9(6)    VALUE ZEROES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0050-FILECFG-LOAD-PARA.
           PERFORM 1000-FILES-OPEN-PARA.
           EVALUATE TRUE
               WHEN WS-TRMTRAN-STATUS NOT = '00'
                   DISPLAY 'NO AGENT TERMINATION FILE, NOTHING TO DO.'
               WHEN WS-TRM-FULL
                   DISPLAY 'TERMINATION FILE EXCEEDS WS-TRM-TABLE, '
                       'NOTHING PROCESSED.'
                   MOVE 16 TO RETURN-CODE
               WHEN NOT AGENTFL-WAS-OPEN
                   DISPLAY 'AGENT MASTER CANNOT BE OPENED.'
                   MOVE 16 TO RETURN-CODE
               WHEN WS-AGM-FULL
                   DISPLAY 'AGENT MASTER EXCEEDS WS-AGM-TABLE, '
                       'NOTHING PROCESSED.'
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 2000-TERMINATION-PARA
                   IF WS-LVR-CNT > 0
                       PERFORM 2500-REASSIGN-PARA
                   END-IF
                   PERFORM 3500-AGENTFL-REWRITE-PARA
                   PERFORM 3600-TRMTRAN-REWRITE-PARA
           END-EVALUATE.
           PERFORM 3900-FILES-CLOSE-PARA.

           DISPLAY 'TERMINATION LINES READ: ', WS-TRMTRAN-RD-CNT.
           DISPLAY 'ALREADY PROCESSED: ', WS-ALREADY-DONE-CNT.
           DISPLAY 'AGENTS TERMINATED: ', WS-TERMINATED-CNT.
           DISPLAY 'TERMINATIONS REJECTED: ', WS-REJECTED-CNT.
           DISPLAY 'POLICIES READ: ', WS-POLICYFYL-RD-CNT.
           DISPLAY 'POLICIES REASSIGNED: ', WS-MOVED-CNT.
           DISPLAY 'LEAVER POLICIES NOT IN FORCE, LEFT: ',
               WS-NOT-IN-FORCE-CNT.
           IF WS-REJECTED-CNT > 0 AND RETURN-CODE = 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-FILES-OPEN-PARA.
           PERFORM 1050-RUNPARM-LOAD-PARA.
           ACCEPT WS-RUN-TIME FROM TIME.

           OPEN INPUT TRMTRAN.
           DISPLAY 'FILE STATUS FOR TRMTRAN:', WS-TRMTRAN-STATUS.
           IF WS-TRMTRAN-STATUS = '00'
               PERFORM 1100-TRMTRAN-LOAD-PARA UNTIL TRMTRAN-EOF
               CLOSE TRMTRAN
           END-IF.

           OPEN INPUT AGENTFL.
           DISPLAY 'FILE STATUS FOR AGENTFL:', WS-AGENTFL-STATUS.
           IF WS-AGENTFL-STATUS = '00'
               SET AGENTFL-WAS-OPEN TO TRUE
               PERFORM 1200-AGENTFL-LOAD-PARA UNTIL AGENTFL-EOF
               CLOSE AGENTFL
           END-IF.

           OPEN EXTEND ENDHFL.
           DISPLAY 'FILE STATUS FOR ENDHFL:', WS-ENDHFL-STATUS.

           OPEN OUTPUT TRMREG.
           DISPLAY 'FILE STATUS FOR TRMREG:', WS-TRMREG-STATUS.
           MOVE SPACES TO TRMREG-REC.
           STRING 'AGENT TERMINATION AND REASSIGNMENT REGISTER - RUN '
               DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO TRMREG-REC.
           WRITE TRMREG-REC.

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

       1100-TRMTRAN-LOAD-PARA.
           READ TRMTRAN
               AT END
                   SET TRMTRAN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRMTRAN-RD-CNT
                   IF WS-TRM-CNT < 500
                       ADD 1 TO WS-TRM-CNT
                       MOVE TRMTRAN-REC TO WS-TRM-ENTRY(WS-TRM-CNT)
                   ELSE
                       SET WS-TRM-FULL TO TRUE
                   END-IF
           END-READ.

       1200-AGENTFL-LOAD-PARA.
           READ AGENTFL
               AT END
                   SET AGENTFL-EOF TO TRUE
               NOT AT END
                   IF WS-AGM-CNT < 500
                       ADD 1 TO WS-AGM-CNT
                       MOVE AGENTFL-REC TO WS-AGM-ENTRY(WS-AGM-CNT)
                   ELSE
                       SET WS-AGM-FULL TO TRUE
                   END-IF
           END-READ.

      * APPLIES EACH PENDING TERMINATION IN FILE ORDER. A LINE
      * ALREADY PROCESSED ON AN EARLIER RUN ONLY GOES ON THE LEAVER
      * TABLE, SO THE SWEEP STILL CATCHES ANY POLICY PUT ON THAT
      * AGENT SINCE.
       2000-TERMINATION-PARA.
           MOVE 1 TO WS-TRM-IDX.
           PERFORM 2100-TERMINATION-ONE-PARA
               UNTIL WS-TRM-IDX > WS-TRM-CNT.

       2100-TERMINATION-ONE-PARA.
           MOVE WS-TRM-ENTRY(WS-TRM-IDX) TO TRMTRAN-REC.
           EVALUATE TRUE
               WHEN TRM-PROCESSED
                   ADD 1 TO WS-ALREADY-DONE-CNT
                   PERFORM 2400-LEAVER-ADD-PARA
               WHEN TRM-PENDING
                   PERFORM 2200-TERMINATION-CHECK-PARA
               WHEN OTHER
                   ADD 1 TO WS-ALREADY-DONE-CNT
           END-EVALUATE.
           ADD 1 TO WS-TRM-IDX.

      * A TERMINATION IS APPLIED ONLY FOR AN ACTIVE AGENT ON THE
      * MASTER, WITH A REAL LEAVING DATE, HANDING OVER TO A
      * DIFFERENT AGENT WHO IS ON THE MASTER AND STILL ACTIVE.
       2200-TERMINATION-CHECK-PARA.
           MOVE TRM-LEAVE-DATE TO WS-DATEVAL-DATE.
           CALL 'DATEVAL' USING WS-DATEVAL-DATE, WS-DATEVAL-RESULT.
           MOVE TRM-AGENT-ID TO WS-FIND-AGENT-ID.
           PERFORM 2800-AGENT-FIND-PARA.
           MOVE WS-AGM-IDX TO WS-LEAVER-IDX.
           EVALUATE TRUE
               WHEN NOT WS-AGM-FOUND
                   MOVE 'AGENT NOT ON MASTER' TO TRM-REASON
                   PERFORM 2300-TERMINATION-REJECT-PARA
               WHEN AGT-TERMINATED
                   MOVE 'AGENT ALREADY LEFT' TO TRM-REASON
                   PERFORM 2300-TERMINATION-REJECT-PARA
               WHEN WS-DATEVAL-RESULT NOT = 'Y'
                   MOVE 'LEAVING DATE NOT A DATE' TO TRM-REASON
                   PERFORM 2300-TERMINATION-REJECT-PARA
               WHEN TRM-SERVICING-ID = SPACES
                   OR TRM-SERVICING-ID = TRM-AGENT-ID
                   MOVE 'NO SERVICING AGENT' TO TRM-REASON
                   PERFORM 2300-TERMINATION-REJECT-PARA
               WHEN OTHER
                   MOVE TRM-SERVICING-ID TO WS-FIND-AGENT-ID
                   PERFORM 2800-AGENT-FIND-PARA
                   IF NOT WS-AGM-FOUND OR AGT-TERMINATED
                       MOVE 'SERVICING AGENT NOT ACTIVE' TO TRM-REASON
                       PERFORM 2300-TERMINATION-REJECT-PARA
                   ELSE
                       PERFORM 2350-TERMINATION-APPLY-PARA
                   END-IF
           END-EVALUATE.

      * A REJECTED LINE IS MARKED 'X' WITH THE RUN DATE AND THE
      * REASON, AND A REGISTER LINE SAYS WHY.
       2300-TERMINATION-REJECT-PARA.
           SET TRM-REJECTED TO TRUE.
           MOVE WS-RUN-DATE TO TRM-PROC-DATE.
           MOVE TRMTRAN-REC TO WS-TRM-ENTRY(WS-TRM-IDX).
           ADD 1 TO WS-REJECTED-CNT.
           MOVE SPACES TO TRMREG-REC.
           STRING 'REJECTED   AGENT ' DELIMITED BY SIZE
               TRM-AGENT-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               TRM-REASON DELIMITED BY SIZE
               INTO TRMREG-REC.
           WRITE TRMREG-REC.

      * MARKS THE LEAVER INACTIVE WITH THE LEAVING DATE ON THE
      * MASTER TABLE, MARKS THE LINE PROCESSED, AND PUTS THE LEAVER
      * ON THE TABLE THE POLICY SWEEP WORKS FROM.
       2350-TERMINATION-APPLY-PARA.
           MOVE WS-AGM-ENTRY(WS-LEAVER-IDX) TO AGENTFL-REC.
           SET AGT-TERMINATED TO TRUE.
           MOVE TRM-LEAVE-DATE TO AGT-LEAVE-DATE.
           MOVE AGENTFL-REC TO WS-AGM-ENTRY(WS-LEAVER-IDX).
           SET TRM-PROCESSED TO TRUE.
           MOVE WS-RUN-DATE TO TRM-PROC-DATE.
           MOVE SPACES TO TRM-REASON.
           MOVE TRMTRAN-REC TO WS-TRM-ENTRY(WS-TRM-IDX).
           ADD 1 TO WS-TERMINATED-CNT.
           PERFORM 2400-LEAVER-ADD-PARA.
           MOVE SPACES TO TRMREG-REC.
           STRING 'TERMINATED AGENT ' DELIMITED BY SIZE
               TRM-AGENT-ID DELIMITED BY SIZE
               ' LEFT ' DELIMITED BY SIZE
               TRM-LEAVE-DATE DELIMITED BY SIZE
               ' SERVICED BY ' DELIMITED BY SIZE
               TRM-SERVICING-ID DELIMITED BY SIZE
               INTO TRMREG-REC.
           WRITE TRMREG-REC.

      * THE SERVICING AGENT TAKES OVER FROM THE DAY AFTER THE
      * LEAVING DATE.
       2400-LEAVER-ADD-PARA.
           MOVE TRM-LEAVE-DATE TO WS-DATEVAL-DATE.
           CALL 'DATEVAL' USING WS-DATEVAL-DATE, WS-DATEVAL-RESULT.
           IF WS-DATEVAL-RESULT = 'Y'
               IF WS-LVR-CNT < 500
                   ADD 1 TO WS-LVR-CNT
                   MOVE TRM-AGENT-ID TO WS-LVR-AGENT-ID(WS-LVR-CNT)
                   MOVE TRM-SERVICING-ID TO
                       WS-LVR-SERVICING-ID(WS-LVR-CNT)
                   COMPUTE WS-LEAVE-DAYS = FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(TRM-LEAVE-DATE)) + 1
                   COMPUTE WS-LVR-EFF-DATE(WS-LVR-CNT) =
                       FUNCTION DATE-OF-INTEGER(WS-LEAVE-DAYS)
               ELSE
                   DISPLAY 'WS-LVR-TABLE FULL, LEAVER NOT SWEPT: '
                       TRM-AGENT-ID
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

      * SWEEPS THE POLICY MASTER. AN IN-FORCE POLICY ('A' OR 'P')
      * STILL ON A LEAVER IS REWRITTEN TO THE SERVICING AGENT AND
      * LEAVES ITS 'A' IMAGE ON THE ENDORSEMENT HISTORY. A LAPSED OR
      * CANCELLED ONE IS LEFT ON THE LEAVER AND COUNTED; IF IT IS
      * EVER REINSTATED, THE NEXT RUN PICKS IT UP.
       2500-REASSIGN-PARA.
           OPEN I-O POLICYFYL.
           DISPLAY 'FILE STATUS FOR POLICYFYL:', WS-POLICYFYL-STATUS.
           IF WS-POLICYFYL-STATUS NOT = '00'
               DISPLAY 'POLICY MASTER CANNOT BE OPENED, NO POLICIES '
                   'REASSIGNED.'
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 2600-POLICYFYL-READ-PARA UNTIL POLICYFYL-EOF
               CLOSE POLICYFYL
           END-IF.

       2600-POLICYFYL-READ-PARA.
           READ POLICYFYL NEXT
               AT END
                   SET POLICYFYL-EOF TO TRUE
               NOT AT END
      * THE FEED'S HEADER/TRAILER CONTROL RECORDS ARE NOT POLICIES.
                   IF POLICYNO OF POLICY_REC NOT = '00000000'
                       AND POLICYNO OF POLICY_REC NOT = 'ZZZZZZZZ'
                       ADD 1 TO WS-POLICYFYL-RD-CNT
                       MOVE AGENT-ID OF POLICY_REC TO WS-FIND-AGENT-ID
                       PERFORM 2900-LEAVER-FIND-PARA
                       IF WS-LVR-FOUND
                           PERFORM 2700-POLICY-REASSIGN-PARA
                       END-IF
                   END-IF
           END-READ.

       2700-POLICY-REASSIGN-PARA.
           IF POLICY-STATUS OF POLICY_REC NOT = 'A'
               AND POLICY-STATUS OF POLICY_REC NOT = 'P'
               ADD 1 TO WS-NOT-IN-FORCE-CNT
           ELSE
               MOVE WS-LVR-EFF-DATE(WS-LVR-SRCH-IDX) TO WS-NEW-EFF-DATE
               MOVE ZEROES TO WS-CHAIN-CNT
               PERFORM 2750-SERVICING-FOLLOW-PARA
                   UNTIL NOT WS-LVR-FOUND
                      OR WS-CHAIN-CNT >= WS-CHAIN-MAX
               MOVE POLICY_REC TO WS-BEFORE-IMAGE
               MOVE WS-NEW-AGENT-ID TO AGENT-ID OF POLICY_REC
               REWRITE POLICY_REC
               IF WS-POLICYFYL-STATUS = '00'
                   MOVE POLICY_REC TO WS-JRN-IMAGE
                   PERFORM 2790-JOURNAL-WRITE-PARA
                   PERFORM 2780-ENDORSE-WRITE-PARA
                   ADD 1 TO WS-MOVED-CNT
                   MOVE SPACES TO TRMREG-REC
                   STRING 'REASSIGNED POLICY ' DELIMITED BY SIZE
                       POLICYNO OF POLICY_REC DELIMITED BY SIZE
                       ' FROM ' DELIMITED BY SIZE
                       WS-BEFORE-IMAGE(44:5) DELIMITED BY SIZE
                       ' TO ' DELIMITED BY SIZE
                       WS-NEW-AGENT-ID DELIMITED BY SIZE
                       ' EFFECTIVE ' DELIMITED BY SIZE
                       WS-NEW-EFF-DATE DELIMITED BY SIZE
                       INTO TRMREG-REC
                   WRITE TRMREG-REC
               ELSE
                   ADD 1 TO WS-REWRITE-FAIL-CNT
                   DISPLAY 'REWRITE FAILED, STATUS '
                       WS-POLICYFYL-STATUS ' POLICYNO '
                       POLICYNO OF POLICY_REC
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

      * ONE STEP ALONG THE HAND-OVER CHAIN: TAKE THE CURRENT
      * LEAVER'S SERVICING AGENT, THEN SEE WHETHER THEY HAVE LEFT
      * TOO.
       2750-SERVICING-FOLLOW-PARA.
           MOVE WS-LVR-SERVICING-ID(WS-LVR-SRCH-IDX) TO
               WS-NEW-AGENT-ID.
           ADD 1 TO WS-CHAIN-CNT.
           MOVE WS-NEW-AGENT-ID TO WS-FIND-AGENT-ID.
           PERFORM 2900-LEAVER-FIND-PARA.

      * SAME IMAGE SHAPE POLMAINT.CBL'S 2800-ENDORSE-WRITE-PARA
      * LEAVES, EFFECTIVE THE DAY THE SERVICING AGENT TAKES OVER.
       2780-ENDORSE-WRITE-PARA.
           MOVE WS-NEW-EFF-DATE           TO ENDH-EFF-DATE.
           MOVE WS-RUN-TIME               TO ENDH-RUN-TIME.
           MOVE 'A'                       TO ENDH-ACTION.
           MOVE POLICYNO OF POLICY_REC    TO ENDH-POLICYNO.
           MOVE WS-BEFORE-IMAGE           TO ENDH-BEFORE.
           MOVE POLICY_REC                TO ENDH-AFTER.
           WRITE ENDHFL-REC.

       2790-JOURNAL-WRITE-PARA.
           MOVE RETURN-CODE TO WS-JRN-HOLD-RC.
           CALL 'MSTJRNW' USING WS-JRN-MASTER, WS-JRN-SOURCE,
               WS-JRN-PROGRAM, WS-RUN-DATE, WS-JRN-ACTION,
               WS-JRN-IMAGE, WS-JRN-RESULT.
           MOVE WS-JRN-HOLD-RC TO RETURN-CODE.
           IF WS-JRN-RESULT NOT = 'Y'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      * LEAVES WS-AGM-IDX ON THE MASTER ENTRY FOR WS-FIND-AGENT-ID
      * WITH ITS IMAGE IN AGENTFL-REC.
       2800-AGENT-FIND-PARA.
           MOVE 'N' TO WS-AGM-FOUND-SW.
           MOVE 1 TO WS-AGM-IDX.
           PERFORM 2850-AGENT-FIND-ONE-PARA
               UNTIL WS-AGM-IDX > WS-AGM-CNT
                  OR WS-AGM-FOUND.

       2850-AGENT-FIND-ONE-PARA.
           MOVE WS-AGM-ENTRY(WS-AGM-IDX) TO AGENTFL-REC.
           IF AGT-ID = WS-FIND-AGENT-ID
               SET WS-AGM-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-AGM-IDX
           END-IF.

       2900-LEAVER-FIND-PARA.
           MOVE 'N' TO WS-LVR-FOUND-SW.
           MOVE 1 TO WS-LVR-SRCH-IDX.
           PERFORM 2950-LEAVER-FIND-ONE-PARA
               UNTIL WS-LVR-SRCH-IDX > WS-LVR-CNT
                  OR WS-LVR-FOUND.

       2950-LEAVER-FIND-ONE-PARA.
           IF WS-LVR-AGENT-ID(WS-LVR-SRCH-IDX) = WS-FIND-AGENT-ID
               SET WS-LVR-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-LVR-SRCH-IDX
           END-IF.

      * PUTS THE AGENT MASTER BACK WITH TONIGHT'S LEAVERS MARKED.
       3500-AGENTFL-REWRITE-PARA.
           IF WS-TERMINATED-CNT > 0
               OPEN OUTPUT AGENTFL
               IF WS-AGENTFL-STATUS NOT = '00'
                   DISPLAY 'AGENT MASTER CANNOT BE REWRITTEN, STATUS '
                       WS-AGENTFL-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE 1 TO WS-AGM-IDX
                   PERFORM 3550-AGENTFL-WRITE-PARA
                       UNTIL WS-AGM-IDX > WS-AGM-CNT
                   CLOSE AGENTFL
               END-IF
           END-IF.

       3550-AGENTFL-WRITE-PARA.
           MOVE WS-AGM-ENTRY(WS-AGM-IDX) TO AGENTFL-REC.
           WRITE AGENTFL-REC.
           ADD 1 TO WS-AGM-IDX.

       3600-TRMTRAN-REWRITE-PARA.
           OPEN OUTPUT TRMTRAN.
           IF WS-TRMTRAN-STATUS NOT = '00'
               DISPLAY 'TERMINATION FILE CANNOT BE REWRITTEN, STATUS '
                   WS-TRMTRAN-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 1 TO WS-TRM-IDX
               PERFORM 3650-TRMTRAN-WRITE-PARA
                   UNTIL WS-TRM-IDX > WS-TRM-CNT
               CLOSE TRMTRAN
           END-IF.

       3650-TRMTRAN-WRITE-PARA.
           MOVE WS-TRM-ENTRY(WS-TRM-IDX) TO TRMTRAN-REC.
           WRITE TRMTRAN-REC.
           ADD 1 TO WS-TRM-IDX.

      * COUNTS FOR THE FIELD-FORCE ADMINISTRATOR'S REVIEW, THEN
      * CLOSE.
       3900-FILES-CLOSE-PARA.
           MOVE SPACES TO TRMREG-REC.
           STRING 'AGENTS TERMINATED: ' DELIMITED BY SIZE
               WS-TERMINATED-CNT DELIMITED BY SIZE
               ' REJECTED: ' DELIMITED BY SIZE
               WS-REJECTED-CNT DELIMITED BY SIZE
               INTO TRMREG-REC.
           WRITE TRMREG-REC.
           MOVE SPACES TO TRMREG-REC.
           STRING 'POLICIES REASSIGNED: ' DELIMITED BY SIZE
               WS-MOVED-CNT DELIMITED BY SIZE
               ' NOT IN FORCE, LEFT: ' DELIMITED BY SIZE
               WS-NOT-IN-FORCE-CNT DELIMITED BY SIZE
               ' FAILED: ' DELIMITED BY SIZE
               WS-REWRITE-FAIL-CNT DELIMITED BY SIZE
               INTO TRMREG-REC.
           WRITE TRMREG-REC.
           CLOSE ENDHFL.
           CLOSE TRMREG.

      * RESOLVES EVERY FILE ASSIGNMENT FROM THE EXTERNAL FILE
      * CONFIGURATION BEFORE ANYTHING IS OPENED, REPORTING EACH
      * RESOLVED PATH. A LOGICAL NAME MISSING FROM THE
      * CONFIGURATION ENDS THE RUN CLEANLY WITH RC 16 BEFORE ANY
      * FILE IS TOUCHED.
       0050-FILECFG-LOAD-PARA.
           MOVE 'AGENTTERM' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-TRMTRAN-PATH.
           MOVE 'AGENTMASTER' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-AGENTFL-PATH.
           MOVE 'POLICYFILE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-POLICYFYL-PATH.
           MOVE 'ENDORSEHIST' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-ENDHFL-PATH.
           MOVE 'AGENTTERMREG' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-TRMREG-PATH.
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
