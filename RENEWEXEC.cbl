
      * CURRENT RATE ENTRIES IN RATEREV.CBL'S REVPARM SHAPE: THE
      * RENEWAL PREMIUM IS THE EXPIRING PREMIUM MOVED BY THE LOB'S
      * CURRENT PERCENTAGE, THEN BY THE POLICY'S OWN CLAIMS
      * EXPERIENCE (EXPRATE.CBL).
           SELECT REVPARM ASSIGN TO DYNAMIC WS-REVPARM-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-REVPARM-STATUS.
       77  WS-RUN-TIME                 PIC 9(6)    VALUE ZEROES.
       77  WS-BEFORE-IMAGE             PIC X(103)  VALUE SPACES.

      * MASTER RECOVERY JOURNAL ENTRY FOR EACH POLICY RENEWED, FILED
      * UNDER THE RENEWAL RESPONSE FILE (SEE MSTJRNW.CBL).
       77  WS-JRN-MASTER               PIC X(12) VALUE 'POLICYFILE'.
       77  WS-JRN-SOURCE               PIC X(12) VALUE 'RENEWRESP'.
       77  WS-JRN-PROGRAM              PIC X(10) VALUE 'RENEWEXEC'.
       77  WS-JRN-ACTION               PIC X(01)   VALUE 'R'.
       77  WS-JRN-IMAGE                PIC X(103)  VALUE SPACES.
       77  WS-JRN-RESULT               PIC X(01)   VALUE SPACE.
      * RETURN-CODE AS IT STOOD BEFORE THE CALL, WHICH RESETS IT.
       77  WS-JRN-HOLD-RC              PIC S9(4) COMP  VALUE ZERO.

      * TERM-ROLL WORK FIELDS: THE NEW TERM STARTS THE DAY AFTER THE
      * OLD END DATE AND KEEPS THE SAME LENGTH IN DAYS.
       77  WS-START-DAYS               PIC 9(8)    VALUE ZEROES.
       77  WS-NEW-END-DATE             PIC 9(8)    VALUE ZEROES.
       77  WS-OLD-PREMIUM              PIC 9(8)V99 VALUE ZEROES.
       77  WS-NEW-PREMIUM              PIC 9(8)V99 VALUE ZEROES.
       77  WS-REV-PREMIUM              PIC 9(8)V99 VALUE ZEROES.
       77  WS-OLD-END-DATE             PIC 9(8)    VALUE ZEROES.

      * EXPERIENCE-RATING CALL AREA, RATED AS AT THE EXPIRING
      * TERM'S END DATE.
       COPY 'EXPRCOPY'.

      * POLICY SCHEDULE CALL AREA (POLSCHED.CBL). EVERY RENEWAL
      * APPLIED GETS A SCHEDULE FOR ITS NEW TERM ON THE RENEWAL
      * SCHEDULE PRINT FILE.
       COPY 'SCHDCOPY'.

      * RENEWAL REGISTER LINE WORK FIELDS.
       77  WS-RPT-OLD-PREMIUM          PIC Z(7)9.99.
       77  WS-RPT-NEW-PREMIUM          PIC Z(7)9.99.
       77  WS-RPT-ADJ-PCT              PIC ZZ9.99.
       77  WS-RPT-ADJ-TEXT             PIC X(26)   VALUE SPACES.

      * STAGING FIELDS FOR THE CALL TO DATEVAL; A POLICY WITH
      * MALFORMED TERM DATES CANNOT BE ROLLED AND IS COUNTED.
           05  WS-NOT-FOUND-CNT        PIC 9(5)    VALUE ZEROES.
           05  WS-BAD-RESP-CNT         PIC 9(5)    VALUE ZEROES.
           05  WS-BAD-DATE-CNT         PIC 9(5)    VALUE ZEROES.
           05  WS-BONUS-CNT            PIC 9(5)    VALUE ZEROES.
           05  WS-LOADING-CNT          PIC 9(5)    VALUE ZEROES.
           05  WS-UNRATED-CNT          PIC 9(5)    VALUE ZEROES.
           05  WS-SCHED-FAIL-CNT       PIC 9(5)    VALUE ZEROES.
           05  WS-SCHED-HELD-CNT       PIC 9(5)    VALUE ZEROES.

       77  WS-CONVERSION-PCT           PIC 9(3)V99 VALUE ZEROES.
       77  WS-FORMATTED-PCT            PIC ZZ9.99.
           DISPLAY 'POLICIES NOT ON MASTER: ', WS-NOT-FOUND-CNT.
           DISPLAY 'INVALID RESPONSES: ', WS-BAD-RESP-CNT.
           DISPLAY 'BAD TERM DATES SKIPPED: ', WS-BAD-DATE-CNT.
           DISPLAY 'NO-CLAIM BONUSES GIVEN: ', WS-BONUS-CNT.
           DISPLAY 'CLAIMS LOADINGS APPLIED: ', WS-LOADING-CNT.
           DISPLAY 'RENEWED WITHOUT EXPERIENCE: ', WS-UNRATED-CNT.
           DISPLAY 'SCHEDULES NOT PRINTED: ', WS-SCHED-FAIL-CNT.
           DISPLAY 'SCHEDULES HELD, NO VALID ADDRESS: ',
               WS-SCHED-HELD-CNT.
           STOP RUN.

       1000-FILES-OPEN-PARA.
               ADD 1 TO WS-BAD-DATE-CNT
           ELSE
               MOVE POLICY_REC TO WS-BEFORE-IMAGE
               MOVE END-DATE OF POLICY_REC TO WS-OLD-END-DATE
               COMPUTE WS-START-DAYS = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(START-DATE OF POLICY_REC))
               COMPUTE WS-END-DAYS = FUNCTION INTEGER-OF-DATE(
                   MOVE 16 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-ACCEPTED-CNT
                   MOVE POLICY_REC TO WS-JRN-IMAGE
                   PERFORM 2850-JOURNAL-WRITE-PARA
                   PERFORM 2800-ENDORSE-WRITE-PARA
                   PERFORM 2900-RENEWAL-LINE-PARA
                   PERFORM 2950-SCHEDULE-PRINT-PARA
               END-IF
           END-IF.

                       (1 + WS-REV-PCT(WS-REV-SRCH-IDX) / 100)
               END-IF
           END-IF.
           MOVE WS-NEW-PREMIUM TO WS-REV-PREMIUM.
           PERFORM 2500-EXPERIENCE-RATE-PARA.
           MOVE WS-NEW-PREMIUM TO PREMIUM-NUM OF POLICY_REC.

       2450-REV-FIND-ONE-PARA.
               ADD 1 TO WS-REV-SRCH-IDX
           END-IF.

      * THE RATE-MOVED PREMIUM IS STEPPED DOWN BY THE NO-CLAIM
      * BONUS OR UP BY THE CLAIMS LOADING EXPRATE.CBL FINDS ON THE
      * POLICY'S AND CUSTOMER'S HISTORY UP TO THE EXPIRING TERM'S
      * END. A HISTORY THAT CANNOT BE READ RENEWS AT THE RATE-MOVED
      * PREMIUM AND IS COUNTED.
       2500-EXPERIENCE-RATE-PARA.
           MOVE SPACES TO EXPR-AREA.
           MOVE 'R' TO EXPR-FUNCTION.
           MOVE POLICYNO OF POLICY_REC TO EXPR-POLICYNO.
           MOVE WS-OLD-END-DATE TO EXPR-AS-OF-DATE.
           CALL 'EXPRATE' USING EXPR-AREA.
           EVALUATE TRUE
               WHEN EXPR-RESULT NOT = 'Y'
                   ADD 1 TO WS-UNRATED-CNT
               WHEN EXPR-NO-CLAIM-BONUS
                   COMPUTE WS-NEW-PREMIUM ROUNDED = WS-REV-PREMIUM *
                       (1 - EXPR-ADJ-PCT / 100)
                   ADD 1 TO WS-BONUS-CNT
               WHEN EXPR-CLAIMS-LOADING
                   COMPUTE WS-NEW-PREMIUM ROUNDED = WS-REV-PREMIUM *
                       (1 + EXPR-ADJ-PCT / 100)
                   ADD 1 TO WS-LOADING-CNT
           END-EVALUATE.

      * SAME IMAGE SHAPE POLMAINT.CBL'S 2800-ENDORSE-WRITE-PARA
      * LEAVES, ACTION 'N' FOR A RENEWAL.
       2800-ENDORSE-WRITE-PARA.
           MOVE POLICY_REC                TO ENDH-AFTER.
           WRITE ENDHFL-REC.

       2850-JOURNAL-WRITE-PARA.
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

      * ONE REGISTER LINE PER RENEWAL: EXPIRING AND RENEWAL
      * PREMIUM AND THE EXPERIENCE ADJUSTMENT BETWEEN THEM.
       2900-RENEWAL-LINE-PARA.
           MOVE WS-OLD-PREMIUM TO WS-RPT-OLD-PREMIUM.
           MOVE WS-NEW-PREMIUM TO WS-RPT-NEW-PREMIUM.
           MOVE EXPR-ADJ-PCT TO WS-RPT-ADJ-PCT.
           EVALUATE TRUE
               WHEN EXPR-RESULT NOT = 'Y'
                   MOVE 'NOT EXPERIENCE RATED' TO WS-RPT-ADJ-TEXT
               WHEN EXPR-NO-CLAIM-BONUS
                   MOVE SPACES TO WS-RPT-ADJ-TEXT
                   STRING 'NCB -' DELIMITED BY SIZE
                       WS-RPT-ADJ-PCT DELIMITED BY SIZE
                       ' PCT' DELIMITED BY SIZE
                       INTO WS-RPT-ADJ-TEXT
               WHEN EXPR-CLAIMS-LOADING
                   MOVE SPACES TO WS-RPT-ADJ-TEXT
                   STRING 'LOADING +' DELIMITED BY SIZE
                       WS-RPT-ADJ-PCT DELIMITED BY SIZE
                       ' PCT' DELIMITED BY SIZE
                       INTO WS-RPT-ADJ-TEXT
               WHEN OTHER
                   MOVE 'NO ADJUSTMENT' TO WS-RPT-ADJ-TEXT
           END-EVALUATE.
           MOVE SPACES TO RENEWRPT-REC.
           STRING POLICYNO OF POLICY_REC DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RPT-OLD-PREMIUM DELIMITED BY SIZE
               ' TO ' DELIMITED BY SIZE
               WS-RPT-NEW-PREMIUM DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RPT-ADJ-TEXT DELIMITED BY SIZE
               INTO RENEWRPT-REC.
           WRITE RENEWRPT-REC.

      * THE RENEWED POLICY AS REWRITTEN GOES TO THE SCHEDULE PRINT.
      * A SCHEDULE THAT CANNOT BE PRINTED DOES NOT UNDO THE RENEWAL;
      * IT IS COUNTED AND CAN BE REPRINTED THROUGH SCHEDRPT.CBL.
       2950-SCHEDULE-PRINT-PARA.
           MOVE 'P' TO SCHD-FUNCTION.
           MOVE 'SCHEDRENEW' TO SCHD-PRINT-NAME.
           MOVE 'SCHEDRENNOAD' TO SCHD-NOADDR-NAME.
           SET SCHD-RENEWAL TO TRUE.
           MOVE POLICY_REC TO SCHD-POLICY.
           CALL 'POLSCHED' USING SCHD-AREA.
           EVALUATE TRUE
               WHEN SCHD-PRINTED
                   CONTINUE
               WHEN SCHD-ADDRESS-HELD
                   ADD 1 TO WS-SCHED-HELD-CNT
               WHEN OTHER
                   ADD 1 TO WS-SCHED-FAIL-CNT
           END-EVALUATE.

       3000-NO-RESPONSE-COUNT-PARA.
           MOVE 1 TO WS-OFFER-IDX.
           PERFORM 3100-NO-RESPONSE-ONE-PARA
               INTO RENEWRPT-REC.
           WRITE RENEWRPT-REC.

           MOVE SPACES TO RENEWRPT-REC.
           STRING 'NO-CLAIM BONUSES: ' DELIMITED BY SIZE
               WS-BONUS-CNT DELIMITED BY SIZE
               ' CLAIMS LOADINGS: ' DELIMITED BY SIZE
               WS-LOADING-CNT DELIMITED BY SIZE
               ' NOT RATED: ' DELIMITED BY SIZE
               WS-UNRATED-CNT DELIMITED BY SIZE
               INTO RENEWRPT-REC.
           WRITE RENEWRPT-REC.

           IF WS-OFFER-CNT > 0
               COMPUTE WS-CONVERSION-PCT =
                   WS-ACCEPTED-CNT * 100 / WS-OFFER-CNT
           END-IF.
           CLOSE ENDHFL.
           CLOSE RENEWRPT.
           MOVE 'C' TO EXPR-FUNCTION.
           CALL 'EXPRATE' USING EXPR-AREA.
           MOVE 'C' TO SCHD-FUNCTION.
           CALL 'POLSCHED' USING SCHD-AREA.

      * RESOLVES EVERY FILE ASSIGNMENT FROM THE EXTERNAL FILE
      * CONFIGURATION BEFORE ANYTHING IS OPENED, REPORTING EACH
