           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-ENDHFL-STATUS.

      * SAME ASSIGN/LAYOUT AS POLMAINT.CBL'S PADJFL, OPENED EXTEND IN
      * APPLY MODE. A RE-RATE OF A POLICY STILL IN TERM LEAVES THE
      * PRO-RATA ADDITIONAL OR RETURN PREMIUM FROM THE PARAMETER'S
      * EFFECTIVE DATE TO THE END DATE FOR PREMADJ.CBL TO BILL.
           SELECT PADJFL ASSIGN TO DYNAMIC
           WS-PADJFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-PADJFL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * SAME LAYOUT AS POLICY.CBL'S POLICY_REC.
           05  ENDH-BEFORE     PIC     X(103).
           05  ENDH-AFTER      PIC     X(103).

      * SAME LAYOUT AS POLMAINT.CBL'S PADJFL-REC.
       FD  PADJFL.
       01  PADJFL-REC.
           05  PADJ-POLICYNO       PIC X(08).
           05  PADJ-CUSTOMERID     PIC X(08).
           05  PADJ-SOURCE         PIC X(01).
           05  PADJ-EFF-DATE       PIC 9(08).
           05  PADJ-OLD-PREMIUM    PIC 9(8)V99.
           05  PADJ-NEW-PREMIUM    PIC 9(8)V99.
           05  PADJ-DAYS-LEFT      PIC 9(05).
           05  PADJ-TERM-DAYS      PIC 9(05).
           05  PADJ-TYPE           PIC X(01).
           05  PADJ-AMOUNT         PIC 9(8)V99.
           05  PADJ-APPLIED-SW     PIC X(01).
           05  PADJ-APPLIED-DATE   PIC X(08).
           05  FILLER              PIC X(05).

       WORKING-STORAGE SECTION.
      * RESOLVED FILE PATHS. EVERY ASSIGNMENT COMES FROM THE
      * EXTERNAL FILE CONFIGURATION (FILECFG) AT STARTUP -- SEE
       77  WS-REVPARM-PATH             PIC X(80) VALUE SPACES.
       77  WS-REVREG-PATH              PIC X(80) VALUE SPACES.
       77  WS-ENDHFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-PADJFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.
           05  WS-REVPARM-STATUS       PIC X(2).
           05  WS-REVREG-STATUS        PIC X(2).
           05  WS-ENDHFL-STATUS        PIC X(2).
           05  WS-PADJFL-STATUS        PIC X(2).

       01  WS-EOF-SWITCHES.
           05  WS-POLICYFYL-EOF-SW     PIC X(01)   VALUE 'N'.
       77  WS-FIRST-PARM-SW            PIC X(01)   VALUE 'Y'.
           88  WS-FIRST-PARM                       VALUE 'Y'.

      * MAKER-CHECKER APPROVAL OF THE PARAMETER FILE, CONSUMED BY AN
      * APPLY RUN (SEE PARMCHK.CBL).
       77  WS-APR-PARM-NAME            PIC X(12)   VALUE 'RATEREVPARM'.
       77  WS-APR-PROGRAM              PIC X(10)   VALUE 'RATEREV'.
       77  WS-APR-ONCE-SW              PIC X(01)   VALUE 'Y'.
       77  WS-APR-RESULT               PIC X(01)   VALUE SPACE.
      * HELD FOR THE END OF THE RUN: THE DATE CALLS MADE ALONG THE WAY
      * RESET RETURN-CODE, SO A REFUSAL IS RE-ASSERTED AT STOP RUN.
       77  WS-APR-REFUSED-SW           PIC X(01)   VALUE 'N'.
           88  WS-APR-REFUSED                      VALUE 'Y'.

      * MASTER RECOVERY JOURNAL ENTRY FOR EACH POLICY RE-RATED AND FOR
      * THE TRAILER REBUILD, FILED UNDER THE REVISION PARAMETER FILE
      * (SEE MSTJRNW.CBL).
       77  WS-JRN-MASTER               PIC X(12) VALUE 'POLICYFILE'.
       77  WS-JRN-SOURCE               PIC X(12) VALUE 'RATEREVPARM'.
       77  WS-JRN-PROGRAM              PIC X(10) VALUE 'RATEREV'.
       77  WS-JRN-ACTION               PIC X(01)   VALUE 'R'.
       77  WS-JRN-IMAGE                PIC X(103)  VALUE SPACES.
       77  WS-JRN-RESULT               PIC X(01)   VALUE SPACE.
      * RETURN-CODE AS IT STOOD BEFORE THE CALL, WHICH RESETS IT.
       77  WS-JRN-HOLD-RC              PIC S9(4) COMP  VALUE ZERO.

      * REVISION ENTRIES KEYED BY LOBCODE, WITH RUNNING OLD/NEW
      * PREMIUM TOTALS PER LOB FOR THE CONTROL SECTION.
       01  WS-REV-TABLE.
       77  WS-FORMATTED-NEW            PIC Z(7)9.99.
       77  WS-FORMATTED-TOTAL          PIC Z(10)9.99.
       77  WS-RUN-TIME                 PIC 9(6)    VALUE ZEROES.
       77  WS-RUN-DATE                 PIC 9(8)    VALUE ZEROES.
       77  WS-BEFORE-IMAGE             PIC X(103)  VALUE SPACES.

      * PRO-RATA ADJUSTMENT WORK FIELDS: THE PREMIUM DIFFERENCE OVER
      * THE DAYS FROM THE EFFECTIVE DATE (OR THE START DATE, FOR A
      * POLICY NOT YET INCEPTED) TO THE END DATE, THE SAME ARITHMETIC
      * POLMAINT.CBL'S 2350-PREMIUM-ADJUST-PARA USES. SHOWN ON THE
      * REGISTER IN BOTH MODES, RAISED ONLY IN APPLY MODE.
       77  WS-DATEVAL-DATE             PIC X(08)   VALUE SPACES.
       77  WS-DATEVAL-RESULT           PIC X(01)   VALUE 'N'.
       77  WS-EFF-DAYS                 PIC 9(8)    VALUE ZEROES.
       77  WS-START-DAYS               PIC 9(8)    VALUE ZEROES.
       77  WS-END-DAYS                 PIC 9(8)    VALUE ZEROES.
       77  WS-TERM-DAYS                PIC S9(8)   VALUE ZEROES.
       77  WS-ADJ-DAYS                 PIC S9(8)   VALUE ZEROES.
       77  WS-PREMIUM-DIFF             PIC 9(8)V99 VALUE ZEROES.
       77  WS-ADJ-AMOUNT               PIC 9(8)V99 VALUE ZEROES.
       77  WS-ADJ-TYPE                 PIC X(01)   VALUE SPACE.
       77  WS-FORMATTED-ADJ            PIC Z(7)9.99.
       77  WS-PADJ-WT-CNT              PIC 9(6)    VALUE ZEROES.

      * TRAILER-REBUILD CONTROLS: THE PASS ACCUMULATES THE POST-
      * REVISION PREMIUM HASH, AND IN APPLY MODE THE ZZZZZZZZ
      * TRAILER (WHEN ONE EXISTS) IS REWRITTEN AT CLOSE SO
           DISPLAY 'POLICIES READ: ', WS-POLICYFYL-RD-CNT.
           DISPLAY 'POLICIES RE-RATED: ', WS-REVISED-CNT.
           DISPLAY 'POLICIES SKIPPED: ', WS-SKIPPED-CNT.
           DISPLAY 'PREMIUM ADJUSTMENTS RAISED: ', WS-PADJ-WT-CNT.
           IF WS-APR-REFUSED
               MOVE 16 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-FILES-OPEN-PARA.
           PERFORM 1100-REVPARM-LOAD-PARA.
           IF WS-APPLY-MODE
               PERFORM 1200-APPROVAL-CHECK-PARA
           END-IF.

           IF WS-APPLY-MODE
               OPEN I-O POLICYFYL
           END-IF.
           WRITE REVREG-REC.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           IF WS-APPLY-MODE
               OPEN EXTEND ENDHFL
               OPEN EXTEND PADJFL
               DISPLAY 'FILE STATUS FOR PADJFL:', WS-PADJFL-STATUS
               ACCEPT WS-RUN-TIME FROM TIME
           END-IF.

                   END-IF
           END-READ.

      * AN APPLY RUN NEEDS THE PARAMETER FILE, EXACTLY AS IT STANDS,
      * APPROVED BY SOMEONE OTHER THAN ITS MAKER. WITHOUT THAT THE RUN
      * FALLS BACK TO A DRY RUN, SO THE REGISTER STILL SHOWS WHAT THE
      * FILE WOULD HAVE DONE, AND ENDS RC 16.
       1200-APPROVAL-CHECK-PARA.
           CALL 'PARMCHK' USING WS-APR-PARM-NAME, WS-APR-PROGRAM,
               WS-APR-ONCE-SW, WS-APR-RESULT.
           IF WS-APR-RESULT NOT = 'Y'
               DISPLAY 'RATEREVPARM NOT APPROVED, APPLY REFUSED, '
                   'DRY RUN ONLY.'
               MOVE 'N' TO WS-APPLY-SW
               SET WS-APR-REFUSED TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF.

       2000-POLICYFYL-READ-PARA.
           READ POLICYFYL NEXT
               AT END
               ADD WS-OLD-PREMIUM TO WS-TRL-HASH
           END-IF.
           ADD 1 TO WS-REVISED-CNT.
           PERFORM 2400-PRORATA-COMPUTE-PARA.
           PERFORM 2500-REGISTER-LINE-PARA.

           IF WS-APPLY-MODE
               MOVE WS-NEW-PREMIUM TO PREMIUM-NUM OF POLICY_REC
               REWRITE POLICY_REC
               IF WS-POLICYFYL-STATUS = '00'
                   MOVE POLICY_REC TO WS-JRN-IMAGE
                   PERFORM 2950-JOURNAL-WRITE-PARA
                   PERFORM 2800-ENDORSE-WRITE-PARA
                   IF WS-ADJ-AMOUNT > ZEROES
                       PERFORM 2850-PREMIUM-ADJUST-WRITE-PARA
                   END-IF
               ELSE
                   DISPLAY 'REWRITE FAILED, STATUS '
                       WS-POLICYFYL-STATUS ' POLICYNO '
               END-IF
           END-IF.

      * THE PRO-RATA SHARE OF THE RE-RATE STILL TO RUN ON THE
      * POLICY'S TERM. A POLICY PAST ITS END DATE, LAPSED OR
      * CANCELLED, OR WITH AN UNUSABLE EFFECTIVE OR TERM DATE GETS
      * NONE.
       2400-PRORATA-COMPUTE-PARA.
           MOVE ZEROES TO WS-ADJ-AMOUNT.
           MOVE SPACE TO WS-ADJ-TYPE.
           MOVE WS-REV-EFF-DATE(WS-REV-SRCH-IDX) TO WS-DATEVAL-DATE.
           CALL 'DATEVAL' USING WS-DATEVAL-DATE, WS-DATEVAL-RESULT.
           IF WS-DATEVAL-RESULT = 'Y'
               MOVE START-DATE OF POLICY_REC TO WS-DATEVAL-DATE
               CALL 'DATEVAL' USING WS-DATEVAL-DATE, WS-DATEVAL-RESULT
           END-IF.
           IF WS-DATEVAL-RESULT = 'Y'
               MOVE END-DATE OF POLICY_REC TO WS-DATEVAL-DATE
               CALL 'DATEVAL' USING WS-DATEVAL-DATE, WS-DATEVAL-RESULT
           END-IF.
           IF WS-DATEVAL-RESULT = 'Y'
               AND WS-NEW-PREMIUM NOT = WS-OLD-PREMIUM
               AND POLICY-STATUS OF POLICY_REC NOT = 'C'
               AND POLICY-STATUS OF POLICY_REC NOT = 'L'
               COMPUTE WS-EFF-DAYS = FUNCTION INTEGER-OF-DATE(
                   WS-REV-EFF-DATE(WS-REV-SRCH-IDX))
               COMPUTE WS-START-DAYS = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(START-DATE OF POLICY_REC))
               COMPUTE WS-END-DAYS = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(END-DATE OF POLICY_REC))
               COMPUTE WS-TERM-DAYS = WS-END-DAYS - WS-START-DAYS
               IF WS-START-DAYS > WS-EFF-DAYS
                   MOVE WS-START-DAYS TO WS-EFF-DAYS
               END-IF
               COMPUTE WS-ADJ-DAYS = WS-END-DAYS - WS-EFF-DAYS
               IF WS-NEW-PREMIUM > WS-OLD-PREMIUM
                   MOVE 'A' TO WS-ADJ-TYPE
                   COMPUTE WS-PREMIUM-DIFF =
                       WS-NEW-PREMIUM - WS-OLD-PREMIUM
               ELSE
                   MOVE 'R' TO WS-ADJ-TYPE
                   COMPUTE WS-PREMIUM-DIFF =
                       WS-OLD-PREMIUM - WS-NEW-PREMIUM
               END-IF
               IF WS-TERM-DAYS > 0 AND WS-ADJ-DAYS > 0
                   COMPUTE WS-ADJ-AMOUNT ROUNDED =
                       WS-PREMIUM-DIFF * WS-ADJ-DAYS / WS-TERM-DAYS
               END-IF
           END-IF.
           IF WS-ADJ-AMOUNT = ZEROES
               MOVE SPACE TO WS-ADJ-TYPE
           END-IF.

       2500-REGISTER-LINE-PARA.
           MOVE WS-OLD-PREMIUM TO WS-FORMATTED-OLD.
           MOVE WS-NEW-PREMIUM TO WS-FORMATTED-NEW.
           MOVE WS-ADJ-AMOUNT TO WS-FORMATTED-ADJ.
           MOVE SPACES TO REVREG-REC.
           STRING 'POLICYNO ' DELIMITED BY SIZE
               POLICYNO OF POLICY_REC DELIMITED BY SIZE
               WS-FORMATTED-OLD DELIMITED BY SIZE
               ' NEW ' DELIMITED BY SIZE
               WS-FORMATTED-NEW DELIMITED BY SIZE
               ' ADJ ' DELIMITED BY SIZE
               WS-FORMATTED-ADJ DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-ADJ-TYPE DELIMITED BY SIZE
               INTO REVREG-REC.
           WRITE REVREG-REC.

           MOVE POLICY_REC                TO ENDH-AFTER.
           WRITE ENDHFL-REC.

      * ONE PENDING ADJUSTMENT PER APPLIED RE-RATE WITH A PRO-RATA
      * AMOUNT, SOURCE 'R', IN THE SHAPE POLMAINT.CBL WRITES.
       2850-PREMIUM-ADJUST-WRITE-PARA.
           MOVE SPACES TO PADJFL-REC.
           MOVE POLICYNO OF POLICY_REC TO PADJ-POLICYNO.
           MOVE CUSTOMERID OF POLICY_REC TO PADJ-CUSTOMERID.
           MOVE 'R' TO PADJ-SOURCE.
           MOVE WS-REV-EFF-DATE(WS-REV-SRCH-IDX) TO PADJ-EFF-DATE.
           MOVE WS-OLD-PREMIUM TO PADJ-OLD-PREMIUM.
           MOVE WS-NEW-PREMIUM TO PADJ-NEW-PREMIUM.
           MOVE WS-ADJ-DAYS TO PADJ-DAYS-LEFT.
           MOVE WS-TERM-DAYS TO PADJ-TERM-DAYS.
           MOVE WS-ADJ-TYPE TO PADJ-TYPE.
           MOVE WS-ADJ-AMOUNT TO PADJ-AMOUNT.
           WRITE PADJFL-REC.
           ADD 1 TO WS-PADJ-WT-CNT.

       2950-JOURNAL-WRITE-PARA.
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

       3500-CONTROL-TOTALS-PARA.
           MOVE 1 TO WS-REV-SRCH-IDX.
           PERFORM 3550-CONTROL-LINE-PARA
           END-IF.
           IF WS-APPLY-MODE
               CLOSE ENDHFL
               CLOSE PADJFL
           END-IF.
           CLOSE REVREG.

           MOVE 'ENDORSEHIST' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-ENDHFL-PATH.
           MOVE 'PREMADJUST' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-PADJFL-PATH.

       0060-FILECFG-ONE-PARA.
           CALL 'FILECFG' USING WS-CFG-NAME, WS-CFG-PATH,
                       DISPLAY 'TRAILER REWRITE FAILED, STATUS '
                           WS-POLICYFYL-STATUS
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       MOVE POLICY_REC TO WS-JRN-IMAGE
                       PERFORM 2950-JOURNAL-WRITE-PARA
                   END-IF
           END-READ.
