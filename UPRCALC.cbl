       IDENTIFICATION DIVISION.
       PROGRAM-ID. UPRCALC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * SAME ASSIGN/LAYOUT/KEY AS POLICY.CBL'S POLICYFYL, SCANNED TOP
      * TO BOTTOM THE WAY LOSSRATIO.CBL SCANS IT.
           SELECT POLICYFYL ASSIGN TO DYNAMIC
           WS-POLICYFYL-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS POLICYNO
           ALTERNATE RECORD KEY IS CUSTOMERID WITH DUPLICATES
           FILE STATUS WS-POLICYFYL-STATUS.

      * UNEARNED PREMIUM RESERVE REPORT: WRITTEN, EARNED AND
      * UNEARNED PREMIUM BY LOB AND BY AGENT AS AT THE VALUATION DATE.
           SELECT UPRRPT ASSIGN TO DYNAMIC
           WS-UPRRPT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-UPRRPT-STATUS.

      * ONE-LINE CARRY FILE HOLDING THE RESERVE LAST BOOKED AND ITS
      * VALUATION DATE, SO THIS MONTH CAN REVERSE IT BEFORE BOOKING
      * ITS OWN. REWRITTEN ONLY AFTER THE JOURNAL HAS POSTED.
           SELECT UPRCARRY ASSIGN TO DYNAMIC
           WS-UPRCARRY-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-UPRCARRY-STATUS.

      * SAME ASSIGN/LAYOUT AS GLPOST.CBL'S GLMAP. THE UPRCALC LINE
      * NAMES THE CHANGE-IN-UPR (DEBIT) AND UPR LIABILITY (CREDIT)
      * ACCOUNTS; THE REVERSAL SWAPS THEM.
           SELECT GLMAP ASSIGN TO DYNAMIC
           WS-GLMAP-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-GLMAP-STATUS.

      * THE SAME GL INTERFACE FILE GLPOST.CBL WRITES, OPENED EXTEND
      * THE WAY PAYGL.CBL APPENDS TO IT.
           SELECT GLOUT ASSIGN TO DYNAMIC
           WS-GLOUT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-GLOUT-STATUS.

      * EXTERNALLY-SUPPLIED RUN DATE (RUNPARM.CPY), USED AS THE
      * VALUATION DATE.
           SELECT RUNPARM ASSIGN TO DYNAMIC
           WS-RUNPARM-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-RUNPARM-STATUS.

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

       FD  UPRRPT.
       01  UPRRPT-REC                  PIC X(80).

       FD  UPRCARRY.
       01  UPRCARRY-REC.
           05  UPC-VALUATION-DATE      PIC 9(08).
           05  UPC-UPR-TOTAL           PIC 9(9)V99.
           05  FILLER                  PIC X(61).

      * SAME LAYOUT AS GLPOST.CBL'S GLMAP-REC.
       FD  GLMAP.
       01  GLMAP-REC.
           05  MAP-PROGRAM         PIC X(10).
           05  MAP-DEBIT-ACCT      PIC X(08).
           05  MAP-CREDIT-ACCT     PIC X(08).
           05  FILLER              PIC X(54).

       FD  GLOUT.
       01  GLOUT-REC               PIC X(80).

       FD  RUNPARM.
       COPY 'RUNPARM'.

       WORKING-STORAGE SECTION.
      * RESOLVED FILE PATHS. EVERY ASSIGNMENT COMES FROM THE
      * EXTERNAL FILE CONFIGURATION (FILECFG) AT STARTUP -- SEE
      * 0050-FILECFG-LOAD-PARA -- SO A DISK MOVE OR A TEST RUN
      * NEVER MEANS EDITING AND RECOMPILING THIS PROGRAM.
       77  WS-POLICYFYL-PATH           PIC X(80) VALUE SPACES.
       77  WS-UPRRPT-PATH              PIC X(80) VALUE SPACES.
       77  WS-UPRCARRY-PATH            PIC X(80) VALUE SPACES.
       77  WS-GLMAP-PATH               PIC X(80) VALUE SPACES.
       77  WS-GLOUT-PATH               PIC X(80) VALUE SPACES.
       77  WS-RUNPARM-PATH             PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.

       01  WS-FILE-STATUS.
           05  WS-POLICYFYL-STATUS     PIC X(2).
           05  WS-UPRRPT-STATUS        PIC X(2).
           05  WS-UPRCARRY-STATUS      PIC X(2).
           05  WS-GLMAP-STATUS         PIC X(2).
           05  WS-GLOUT-STATUS         PIC X(2).
           05  WS-RUNPARM-STATUS       PIC X(2).

       01  WS-EOF-SWITCHES.
           05  WS-POLICYFYL-EOF-SW     PIC X(01)   VALUE 'N'.
               88  POLICYFYL-EOF                   VALUE 'Y'.
           05  WS-GLMAP-EOF-SW         PIC X(01)   VALUE 'N'.
               88  GLMAP-EOF                       VALUE 'Y'.

      * WRITTEN/EARNED/UNEARNED ACCUMULATED PER LOB, THE SAME
      * FIND-OR-ADD TABLE TECHNIQUE LOSSRATIO.CBL USES.
       01  WS-LOB-UPR-TABLE.
           05  WS-LOB-UPR-ENTRY OCCURS 20 TIMES.
               10  WS-LU-CODE           PIC X(01).
               10  WS-LU-POLICY-CNT     PIC 9(6).
               10  WS-LU-WRITTEN        PIC 9(9)V99.
               10  WS-LU-EARNED         PIC 9(9)V99.
               10  WS-LU-UNEARNED       PIC 9(9)V99.
       77  WS-LOB-UPR-CNT              PIC 9(4)    VALUE ZEROES.
       77  WS-LOB-SRCH-IDX             PIC 9(4)    VALUE ZEROES.
       77  WS-LOB-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-LOB-FOUND                        VALUE 'Y'.

      * THE SAME FIGURES PER AGENT.
       01  WS-AGT-UPR-TABLE.
           05  WS-AGT-UPR-ENTRY OCCURS 500 TIMES.
               10  WS-AU-AGENT-ID       PIC X(05).
               10  WS-AU-POLICY-CNT     PIC 9(6).
               10  WS-AU-WRITTEN        PIC 9(9)V99.
               10  WS-AU-EARNED         PIC 9(9)V99.
               10  WS-AU-UNEARNED       PIC 9(9)V99.
       77  WS-AGT-UPR-CNT              PIC 9(4)    VALUE ZEROES.
       77  WS-AGT-SRCH-IDX             PIC 9(4)    VALUE ZEROES.
       77  WS-AGT-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-AGT-FOUND                        VALUE 'Y'.

      * PRO-RATA WORK FIELDS: THE UNEXPIRED SHARE OF THE PREMIUM FROM
      * THE VALUATION DATE TO THE END DATE, THE SAME INTEGER-OF-DATE
      * ARITHMETIC POLMAINT.CBL USES FOR ITS CANCELLATION REFUND.
       77  WS-RUN-DATE                 PIC 9(8)    VALUE ZEROES.
       77  WS-RUN-DATE-DAYS            PIC 9(8)    VALUE ZEROES.
       77  WS-START-DAYS               PIC 9(8)    VALUE ZEROES.
       77  WS-END-DAYS                 PIC 9(8)    VALUE ZEROES.
       77  WS-TERM-DAYS                PIC S9(8)   VALUE ZEROES.
       77  WS-UNEXPIRED-DAYS           PIC S9(8)   VALUE ZEROES.
       77  WS-WRITTEN                  PIC 9(8)V99 VALUE ZEROES.
       77  WS-EARNED                   PIC 9(8)V99 VALUE ZEROES.
       77  WS-UNEARNED                 PIC 9(8)V99 VALUE ZEROES.
       77  WS-DATEVAL-DATE             PIC X(08)   VALUE SPACES.
       77  WS-DATEVAL-RESULT           PIC X(01)   VALUE 'N'.

      * UPR ACCOUNTS FROM THE GL ACCOUNT MAP, AND THE RESERVE CARRIED
      * FROM THE PREVIOUS VALUATION.
       77  WS-UPR-DEBIT-ACCT           PIC X(08)   VALUE SPACES.
       77  WS-UPR-CREDIT-ACCT          PIC X(08)   VALUE SPACES.
       77  WS-MAP-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-MAP-FOUND                        VALUE 'Y'.
       77  WS-PRIOR-DATE               PIC 9(8)    VALUE ZEROES.
       77  WS-PRIOR-UPR                PIC 9(9)V99 VALUE ZEROES.
       77  WS-POSTED-SW                PIC X(01)   VALUE 'N'.
           88  WS-POSTED                           VALUE 'Y'.

      * JOURNAL LINES STAGED AND ONLY APPENDED ONCE DEBITS = CREDITS
      * HAS BEEN PROVED, THE SAME REFUSE-RATHER-THAN-HALF-POST RULE
      * GLPOST.CBL APPLIES.
       01  WS-JOURNAL-TABLE.
           05  WS-JRNL-ENTRY OCCURS 50 TIMES.
               10  WS-JRNL-DC           PIC X(01).
               10  WS-JRNL-ACCT         PIC X(08).
               10  WS-JRNL-AMOUNT       PIC 9(9)V99.
               10  WS-JRNL-PROGRAM      PIC X(10).
       77  WS-JRNL-CNT                 PIC 9(2)    VALUE ZEROES.
       77  WS-JRNL-IDX                 PIC 9(2)    VALUE ZEROES.

      * POSTING PERIOD (YYYYMM) THE JOURNAL GOES TO: ITS OWN
      * PERIOD, OR THE NEXT OPEN ONE WHEN GLTRIAL.CBL HAS ALREADY
      * CLOSED IT (SEE GLPERCHK.CBL).
       77  WS-GL-PROGRAM               PIC X(10)   VALUE 'UPRCALC'.
       77  WS-GL-WANT-PERIOD           PIC 9(6)    VALUE ZEROES.
       77  WS-GL-PERIOD                PIC 9(6)    VALUE ZEROES.
       77  WS-GL-LINE-CNT              PIC 9(6)    VALUE ZEROES.
       77  WS-GL-RESULT                PIC X(01)   VALUE SPACE.
       77  WS-GL-HOLD-RC               PIC S9(4) COMP  VALUE ZERO.

      * OUTBOUND MANIFEST ENTRY FOR A FILE THIS RUN HAS WRITTEN FOR
      * AN OUTSIDE PARTY (SEE MANIFREG.CBL).
       77  WS-MAN-FILE-NAME            PIC X(12)   VALUE SPACES.
       77  WS-MAN-REC-CNT              PIC 9(6)    VALUE ZEROES.
       77  WS-MAN-AMOUNT               PIC 9(11)V99 VALUE ZEROES.
       77  WS-MAN-SEQ-NO               PIC 9(6)    VALUE ZEROES.
       77  WS-MAN-RESULT               PIC X(01)   VALUE SPACE.
       77  WS-MAN-HOLD-RC              PIC S9(4) COMP  VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-POLICYFYL-RD-CNT     PIC 9(6)    VALUE ZEROES.
           05  WS-VALUED-CNT           PIC 9(6)    VALUE ZEROES.
           05  WS-NOT-IN-FORCE-CNT     PIC 9(6)    VALUE ZEROES.
           05  WS-BAD-DATA-CNT         PIC 9(6)    VALUE ZEROES.

       77  WS-WRITTEN-TOTAL            PIC 9(9)V99 VALUE ZEROES.
       77  WS-EARNED-TOTAL             PIC 9(9)V99 VALUE ZEROES.
       77  WS-UPR-TOTAL                PIC 9(9)V99 VALUE ZEROES.
       77  WS-DEBIT-TOTAL              PIC 9(11)V99 VALUE ZEROES.
       77  WS-CREDIT-TOTAL             PIC 9(11)V99 VALUE ZEROES.
       77  WS-FORMATTED-WRITTEN        PIC Z(8)9.99.
       77  WS-FORMATTED-EARNED         PIC Z(8)9.99.
       77  WS-FORMATTED-UNEARNED       PIC Z(8)9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0050-FILECFG-LOAD-PARA.
           PERFORM 1000-FILES-OPEN-PARA.
           EVALUATE TRUE
               WHEN WS-POLICYFYL-STATUS NOT = '00'
                   DISPLAY 'POLICYFYL CANNOT BE OPENED.'
                   MOVE 16 TO RETURN-CODE
               WHEN NOT WS-MAP-FOUND
                   DISPLAY 'NO UPRCALC LINE ON THE GL ACCOUNT MAP, '
                       'RESERVE NOT VALUED.'
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 2000-POLICYFYL-READ-PARA
                       UNTIL POLICYFYL-EOF
                   PERFORM 3000-UPR-REPORT-PARA
                   PERFORM 3300-JOURNAL-STAGE-PARA
                   PERFORM 3400-JOURNAL-POST-PARA
                   IF WS-POSTED
                       PERFORM 3600-UPRCARRY-REWRITE-PARA
                   END-IF
           END-EVALUATE.
           PERFORM 3900-FILES-CLOSE-PARA.

           DISPLAY 'POLICIES READ: ', WS-POLICYFYL-RD-CNT.
           DISPLAY 'POLICIES VALUED: ', WS-VALUED-CNT.
           DISPLAY 'NOT IN FORCE: ', WS-NOT-IN-FORCE-CNT.
           DISPLAY 'UNUSABLE DATES OR PREMIUM: ', WS-BAD-DATA-CNT.
           DISPLAY 'UNEARNED PREMIUM RESERVE: ', WS-UPR-TOTAL.
           DISPLAY 'RESERVE REVERSED: ', WS-PRIOR-UPR.
           STOP RUN.

       1000-FILES-OPEN-PARA.
           OPEN INPUT POLICYFYL.
           DISPLAY 'FILE STATUS FOR POLICYFYL:', WS-POLICYFYL-STATUS.

           OPEN OUTPUT UPRRPT.
           DISPLAY 'FILE STATUS FOR UPRRPT:', WS-UPRRPT-STATUS.

           PERFORM 1050-RUNPARM-LOAD-PARA.
           COMPUTE WS-RUN-DATE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           PERFORM 1200-GLMAP-LOAD-PARA.
           PERFORM 1300-UPRCARRY-LOAD-PARA.

           MOVE SPACES TO UPRRPT-REC.
           STRING 'UNEARNED PREMIUM RESERVE - VALUATION DATE '
               DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO UPRRPT-REC.
           WRITE UPRRPT-REC.

       1050-RUNPARM-LOAD-PARA.
           OPEN INPUT RUNPARM.
           IF WS-RUNPARM-STATUS NOT = '00' THEN
               DISPLAY 'RUNPARM NOT FOUND, DEFAULTING VALUATION DATE.'
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ELSE
               READ RUNPARM
                   AT END
                       DISPLAY 'RUNPARM EMPTY, DEFAULTING VALUATION '
                           'DATE.'
                       ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
                   NOT AT END
                       MOVE RUNPARM-RUN-DATE TO WS-RUN-DATE
               END-READ
               CLOSE RUNPARM
           END-IF.

       1200-GLMAP-LOAD-PARA.
           OPEN INPUT GLMAP.
           DISPLAY 'FILE STATUS FOR GLMAP:', WS-GLMAP-STATUS.
           IF WS-GLMAP-STATUS NOT = '00'
               DISPLAY 'ACCOUNT MAP NOT FOUND, NOTHING WILL POST.'
               SET GLMAP-EOF TO TRUE
           ELSE
               PERFORM 1250-GLMAP-READ-PARA
                   UNTIL GLMAP-EOF OR WS-MAP-FOUND
               CLOSE GLMAP
           END-IF.

       1250-GLMAP-READ-PARA.
           READ GLMAP
               AT END
                   SET GLMAP-EOF TO TRUE
               NOT AT END
                   IF MAP-PROGRAM = 'UPRCALC'
                       MOVE MAP-DEBIT-ACCT TO WS-UPR-DEBIT-ACCT
                       MOVE MAP-CREDIT-ACCT TO WS-UPR-CREDIT-ACCT
                       SET WS-MAP-FOUND TO TRUE
                   END-IF
           END-READ.

      * NO CARRY FILE MEANS NO RESERVE HAS EVER BEEN BOOKED, SO THERE
      * IS NOTHING TO REVERSE THIS MONTH.
       1300-UPRCARRY-LOAD-PARA.
           OPEN INPUT UPRCARRY.
           IF WS-UPRCARRY-STATUS NOT = '00' THEN
               DISPLAY 'NO PRIOR RESERVE CARRIED, NOTHING REVERSED.'
           ELSE
               READ UPRCARRY
                   AT END
                       DISPLAY 'UPR CARRY FILE EMPTY, NOTHING '
                           'REVERSED.'
                   NOT AT END
                       IF UPC-UPR-TOTAL NUMERIC
                           MOVE UPC-VALUATION-DATE TO WS-PRIOR-DATE
                           MOVE UPC-UPR-TOTAL TO WS-PRIOR-UPR
                       END-IF
               END-READ
               CLOSE UPRCARRY
           END-IF.

      * ONLY ACTIVE AND PENDING-RENEWAL POLICIES CARRY A RESERVE. THE
      * FEED'S HEADER/TRAILER CONTROL RECORDS ARE NOT POLICIES.
       2000-POLICYFYL-READ-PARA.
           READ POLICYFYL
               AT END
                   SET POLICYFYL-EOF TO TRUE
               NOT AT END
                   IF POLICYNO OF POLICY_REC NOT = '00000000'
                       AND POLICYNO OF POLICY_REC NOT = 'ZZZZZZZZ'
                       ADD 1 TO WS-POLICYFYL-RD-CNT
                       IF POLICY-STATUS OF POLICY_REC = 'A'
                           OR POLICY-STATUS OF POLICY_REC = 'P'
                           PERFORM 2100-UPR-COMPUTE-PARA
                       ELSE
                           ADD 1 TO WS-NOT-IN-FORCE-CNT
                       END-IF
                   END-IF
           END-READ.

      * PREMIUM TIMES UNEXPIRED DAYS OVER TERM DAYS. A POLICY NOT YET
      * INCEPTED IS WHOLLY UNEARNED; ONE PAST ITS END DATE IS WHOLLY
      * EARNED. MALFORMED DATES OR PREMIUM ARE COUNTED AND SKIPPED.
       2100-UPR-COMPUTE-PARA.
           MOVE START-DATE OF POLICY_REC TO WS-DATEVAL-DATE.
           CALL 'DATEVAL' USING WS-DATEVAL-DATE, WS-DATEVAL-RESULT.
           IF WS-DATEVAL-RESULT = 'Y'
               MOVE END-DATE OF POLICY_REC TO WS-DATEVAL-DATE
               CALL 'DATEVAL' USING WS-DATEVAL-DATE, WS-DATEVAL-RESULT
           END-IF.
           IF WS-DATEVAL-RESULT NOT = 'Y'
               OR PREMIUM-NUM OF POLICY_REC NOT NUMERIC
               OR PREMIUM-NUM OF POLICY_REC < 0
               ADD 1 TO WS-BAD-DATA-CNT
           ELSE
               COMPUTE WS-START-DAYS = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(START-DATE OF POLICY_REC))
               COMPUTE WS-END-DAYS = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(END-DATE OF POLICY_REC))
               COMPUTE WS-TERM-DAYS = WS-END-DAYS - WS-START-DAYS
               IF WS-TERM-DAYS NOT > 0
                   ADD 1 TO WS-BAD-DATA-CNT
               ELSE
                   PERFORM 2200-UPR-SPLIT-PARA
                   PERFORM 2300-UPR-ACCUMULATE-PARA
               END-IF
           END-IF.

       2200-UPR-SPLIT-PARA.
           MOVE PREMIUM-NUM OF POLICY_REC TO WS-WRITTEN.
           EVALUATE TRUE
               WHEN WS-RUN-DATE-DAYS < WS-START-DAYS
                   MOVE WS-WRITTEN TO WS-UNEARNED
               WHEN WS-RUN-DATE-DAYS NOT < WS-END-DAYS
                   MOVE ZEROES TO WS-UNEARNED
               WHEN OTHER
                   COMPUTE WS-UNEXPIRED-DAYS =
                       WS-END-DAYS - WS-RUN-DATE-DAYS
                   COMPUTE WS-UNEARNED ROUNDED =
                       WS-WRITTEN * WS-UNEXPIRED-DAYS / WS-TERM-DAYS
           END-EVALUATE.
           COMPUTE WS-EARNED = WS-WRITTEN - WS-UNEARNED.

       2300-UPR-ACCUMULATE-PARA.
           ADD 1 TO WS-VALUED-CNT.
           ADD WS-WRITTEN  TO WS-WRITTEN-TOTAL.
           ADD WS-EARNED   TO WS-EARNED-TOTAL.
           ADD WS-UNEARNED TO WS-UPR-TOTAL.

           PERFORM 2400-LOB-FIND-PARA.
           IF WS-LOB-SRCH-IDX <= WS-LOB-UPR-CNT
               ADD 1 TO WS-LU-POLICY-CNT(WS-LOB-SRCH-IDX)
               ADD WS-WRITTEN  TO WS-LU-WRITTEN(WS-LOB-SRCH-IDX)
               ADD WS-EARNED   TO WS-LU-EARNED(WS-LOB-SRCH-IDX)
               ADD WS-UNEARNED TO WS-LU-UNEARNED(WS-LOB-SRCH-IDX)
           END-IF.

           PERFORM 2500-AGENT-FIND-PARA.
           IF WS-AGT-SRCH-IDX <= WS-AGT-UPR-CNT
               ADD 1 TO WS-AU-POLICY-CNT(WS-AGT-SRCH-IDX)
               ADD WS-WRITTEN  TO WS-AU-WRITTEN(WS-AGT-SRCH-IDX)
               ADD WS-EARNED   TO WS-AU-EARNED(WS-AGT-SRCH-IDX)
               ADD WS-UNEARNED TO WS-AU-UNEARNED(WS-AGT-SRCH-IDX)
           END-IF.

      * FINDS (OR ADDS) THE LOB ENTRY, LEAVING WS-LOB-SRCH-IDX
      * POINTED AT IT.
       2400-LOB-FIND-PARA.
           MOVE 'N' TO WS-LOB-FOUND-SW.
           MOVE 1 TO WS-LOB-SRCH-IDX.
           PERFORM 2450-LOB-FIND-ONE-PARA
               UNTIL WS-LOB-SRCH-IDX > WS-LOB-UPR-CNT
                  OR WS-LOB-FOUND.
           IF NOT WS-LOB-FOUND
               IF WS-LOB-UPR-CNT < 20
                   ADD 1 TO WS-LOB-UPR-CNT
                   MOVE WS-LOB-UPR-CNT TO WS-LOB-SRCH-IDX
                   MOVE LOBCODE OF POLICY_REC TO
                       WS-LU-CODE(WS-LOB-SRCH-IDX)
                   MOVE ZEROES TO WS-LU-POLICY-CNT(WS-LOB-SRCH-IDX)
                   MOVE ZEROES TO WS-LU-WRITTEN(WS-LOB-SRCH-IDX)
                   MOVE ZEROES TO WS-LU-EARNED(WS-LOB-SRCH-IDX)
                   MOVE ZEROES TO WS-LU-UNEARNED(WS-LOB-SRCH-IDX)
               ELSE
                   DISPLAY 'WS-LOB-UPR-TABLE FULL, LOB NOT REPORTED: '
                       LOBCODE OF POLICY_REC
               END-IF
           END-IF.

       2450-LOB-FIND-ONE-PARA.
           IF WS-LU-CODE(WS-LOB-SRCH-IDX) = LOBCODE OF POLICY_REC
               SET WS-LOB-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-LOB-SRCH-IDX
           END-IF.

       2500-AGENT-FIND-PARA.
           MOVE 'N' TO WS-AGT-FOUND-SW.
           MOVE 1 TO WS-AGT-SRCH-IDX.
           PERFORM 2550-AGENT-FIND-ONE-PARA
               UNTIL WS-AGT-SRCH-IDX > WS-AGT-UPR-CNT
                  OR WS-AGT-FOUND.
           IF NOT WS-AGT-FOUND
               IF WS-AGT-UPR-CNT < 500
                   ADD 1 TO WS-AGT-UPR-CNT
                   MOVE WS-AGT-UPR-CNT TO WS-AGT-SRCH-IDX
                   MOVE AGENT-ID OF POLICY_REC TO
                       WS-AU-AGENT-ID(WS-AGT-SRCH-IDX)
                   MOVE ZEROES TO WS-AU-POLICY-CNT(WS-AGT-SRCH-IDX)
                   MOVE ZEROES TO WS-AU-WRITTEN(WS-AGT-SRCH-IDX)
                   MOVE ZEROES TO WS-AU-EARNED(WS-AGT-SRCH-IDX)
                   MOVE ZEROES TO WS-AU-UNEARNED(WS-AGT-SRCH-IDX)
               ELSE
                   DISPLAY 'WS-AGT-UPR-TABLE FULL, AGENT NOT '
                       'REPORTED: ' AGENT-ID OF POLICY_REC
               END-IF
           END-IF.

       2550-AGENT-FIND-ONE-PARA.
           IF WS-AU-AGENT-ID(WS-AGT-SRCH-IDX) = AGENT-ID OF POLICY_REC
               SET WS-AGT-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-AGT-SRCH-IDX
           END-IF.

      * ONE LINE PER LOB, THEN ONE PER AGENT, THEN THE BOOK TOTAL.
       3000-UPR-REPORT-PARA.
           MOVE 'BY LOB' TO UPRRPT-REC.
           WRITE UPRRPT-REC.
           MOVE 1 TO WS-LOB-SRCH-IDX.
           PERFORM 3100-LOB-LINE-PARA
               UNTIL WS-LOB-SRCH-IDX > WS-LOB-UPR-CNT.

           MOVE 'BY AGENT' TO UPRRPT-REC.
           WRITE UPRRPT-REC.
           MOVE 1 TO WS-AGT-SRCH-IDX.
           PERFORM 3200-AGENT-LINE-PARA
               UNTIL WS-AGT-SRCH-IDX > WS-AGT-UPR-CNT.

           MOVE WS-WRITTEN-TOTAL TO WS-FORMATTED-WRITTEN.
           MOVE WS-EARNED-TOTAL  TO WS-FORMATTED-EARNED.
           MOVE WS-UPR-TOTAL     TO WS-FORMATTED-UNEARNED.
           MOVE SPACES TO UPRRPT-REC.
           STRING 'TOTAL POL ' DELIMITED BY SIZE
               WS-VALUED-CNT DELIMITED BY SIZE
               ' WRITTEN ' DELIMITED BY SIZE
               WS-FORMATTED-WRITTEN DELIMITED BY SIZE
               ' EARNED ' DELIMITED BY SIZE
               WS-FORMATTED-EARNED DELIMITED BY SIZE
               ' UPR ' DELIMITED BY SIZE
               WS-FORMATTED-UNEARNED DELIMITED BY SIZE
               INTO UPRRPT-REC.
           WRITE UPRRPT-REC.

       3100-LOB-LINE-PARA.
           MOVE WS-LU-WRITTEN(WS-LOB-SRCH-IDX)  TO WS-FORMATTED-WRITTEN.
           MOVE WS-LU-EARNED(WS-LOB-SRCH-IDX)   TO WS-FORMATTED-EARNED.
           MOVE WS-LU-UNEARNED(WS-LOB-SRCH-IDX)
               TO WS-FORMATTED-UNEARNED.
           MOVE SPACES TO UPRRPT-REC.
           STRING 'LOB ' DELIMITED BY SIZE
               WS-LU-CODE(WS-LOB-SRCH-IDX) DELIMITED BY SIZE
               ' POL ' DELIMITED BY SIZE
               WS-LU-POLICY-CNT(WS-LOB-SRCH-IDX) DELIMITED BY SIZE
               ' WRITTEN ' DELIMITED BY SIZE
               WS-FORMATTED-WRITTEN DELIMITED BY SIZE
               ' EARNED ' DELIMITED BY SIZE
               WS-FORMATTED-EARNED DELIMITED BY SIZE
               ' UPR ' DELIMITED BY SIZE
               WS-FORMATTED-UNEARNED DELIMITED BY SIZE
               INTO UPRRPT-REC.
           WRITE UPRRPT-REC.
           ADD 1 TO WS-LOB-SRCH-IDX.

       3200-AGENT-LINE-PARA.
           MOVE WS-AU-WRITTEN(WS-AGT-SRCH-IDX)  TO WS-FORMATTED-WRITTEN.
           MOVE WS-AU-EARNED(WS-AGT-SRCH-IDX)   TO WS-FORMATTED-EARNED.
           MOVE WS-AU-UNEARNED(WS-AGT-SRCH-IDX)
               TO WS-FORMATTED-UNEARNED.
           MOVE SPACES TO UPRRPT-REC.
           STRING 'AGT ' DELIMITED BY SIZE
               WS-AU-AGENT-ID(WS-AGT-SRCH-IDX) DELIMITED BY SIZE
               ' POL ' DELIMITED BY SIZE
               WS-AU-POLICY-CNT(WS-AGT-SRCH-IDX) DELIMITED BY SIZE
               ' WRITTEN ' DELIMITED BY SIZE
               WS-FORMATTED-WRITTEN DELIMITED BY SIZE
               ' EARNED ' DELIMITED BY SIZE
               WS-FORMATTED-EARNED DELIMITED BY SIZE
               ' UPR ' DELIMITED BY SIZE
               WS-FORMATTED-UNEARNED DELIMITED BY SIZE
               INTO UPRRPT-REC.
           WRITE UPRRPT-REC.
           ADD 1 TO WS-AGT-SRCH-IDX.

      * THE RESERVE MOVEMENT AS TWO BALANCED PAIRS: LAST VALUATION'S
      * RESERVE REVERSED (DEBIT LIABILITY, CREDIT CHANGE-IN-UPR), THEN
      * THIS VALUATION'S RESERVE BOOKED (DEBIT CHANGE-IN-UPR, CREDIT
      * LIABILITY). A RERUN FOR THE SAME DATE REVERSES ITS OWN EARLIER
      * BOOKING, SO THE LEDGER NEVER CARRIES THE RESERVE TWICE.
       3300-JOURNAL-STAGE-PARA.
           IF WS-PRIOR-UPR > ZEROES
               ADD 1 TO WS-JRNL-CNT
               MOVE 'D' TO WS-JRNL-DC(WS-JRNL-CNT)
               MOVE WS-UPR-CREDIT-ACCT TO WS-JRNL-ACCT(WS-JRNL-CNT)
               MOVE WS-PRIOR-UPR TO WS-JRNL-AMOUNT(WS-JRNL-CNT)
               MOVE 'UPRCALC' TO WS-JRNL-PROGRAM(WS-JRNL-CNT)
               ADD WS-PRIOR-UPR TO WS-DEBIT-TOTAL

               ADD 1 TO WS-JRNL-CNT
               MOVE 'C' TO WS-JRNL-DC(WS-JRNL-CNT)
               MOVE WS-UPR-DEBIT-ACCT TO WS-JRNL-ACCT(WS-JRNL-CNT)
               MOVE WS-PRIOR-UPR TO WS-JRNL-AMOUNT(WS-JRNL-CNT)
               MOVE 'UPRCALC' TO WS-JRNL-PROGRAM(WS-JRNL-CNT)
               ADD WS-PRIOR-UPR TO WS-CREDIT-TOTAL
           END-IF.
           IF WS-UPR-TOTAL > ZEROES
               ADD 1 TO WS-JRNL-CNT
               MOVE 'D' TO WS-JRNL-DC(WS-JRNL-CNT)
               MOVE WS-UPR-DEBIT-ACCT TO WS-JRNL-ACCT(WS-JRNL-CNT)
               MOVE WS-UPR-TOTAL TO WS-JRNL-AMOUNT(WS-JRNL-CNT)
               MOVE 'UPRCALC' TO WS-JRNL-PROGRAM(WS-JRNL-CNT)
               ADD WS-UPR-TOTAL TO WS-DEBIT-TOTAL

               ADD 1 TO WS-JRNL-CNT
               MOVE 'C' TO WS-JRNL-DC(WS-JRNL-CNT)
               MOVE WS-UPR-CREDIT-ACCT TO WS-JRNL-ACCT(WS-JRNL-CNT)
               MOVE WS-UPR-TOTAL TO WS-JRNL-AMOUNT(WS-JRNL-CNT)
               MOVE 'UPRCALC' TO WS-JRNL-PROGRAM(WS-JRNL-CNT)
               ADD WS-UPR-TOTAL TO WS-CREDIT-TOTAL
           END-IF.

           MOVE WS-PRIOR-UPR TO WS-FORMATTED-EARNED.
           MOVE WS-UPR-TOTAL TO WS-FORMATTED-UNEARNED.
           MOVE SPACES TO UPRRPT-REC.
           STRING 'RESERVE REVERSED (' DELIMITED BY SIZE
               WS-PRIOR-DATE DELIMITED BY SIZE
               ') ' DELIMITED BY SIZE
               WS-FORMATTED-EARNED DELIMITED BY SIZE
               ' BOOKED ' DELIMITED BY SIZE
               WS-FORMATTED-UNEARNED DELIMITED BY SIZE
               INTO UPRRPT-REC.
           WRITE UPRRPT-REC.

      * APPENDS TO THE INTERFACE ONLY WHEN DEBITS EQUAL CREDITS, IN
      * THE SAME LINE SHAPE GLPOST.CBL'S 3100-JOURNAL-LINE-PARA
      * WRITES.
       3400-JOURNAL-POST-PARA.
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               DISPLAY 'UPR JOURNAL DOES NOT NET TO ZERO, '
                   'NOTHING APPENDED.'
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-JRNL-CNT > 0
                   PERFORM 3450-GL-PERIOD-PARA
                   OPEN EXTEND GLOUT
                   MOVE 1 TO WS-JRNL-IDX
                   PERFORM 3500-JOURNAL-LINE-PARA
                       UNTIL WS-JRNL-IDX > WS-JRNL-CNT
                   CLOSE GLOUT
                   PERFORM 3460-GL-MANIFEST-PARA
               END-IF
               SET WS-POSTED TO TRUE
           END-IF.

      * THE JOURNAL BELONGS TO THE RUN DATE'S PERIOD. IF GLTRIAL.CBL
      * HAS ALREADY CLOSED IT, GLPERCHK.CBL ROUTES THE LINES TO THE
      * NEXT OPEN PERIOD AND WARNS ON THE DASHBOARD, AND THE RUN
      * ENDS RC 8 SO THE ROUTING IS SEEN.
       3450-GL-PERIOD-PARA.
           COMPUTE WS-GL-WANT-PERIOD = WS-RUN-DATE / 100.
           MOVE WS-JRNL-CNT TO WS-GL-LINE-CNT.
           MOVE RETURN-CODE TO WS-GL-HOLD-RC.
           CALL 'GLPERCHK' USING WS-GL-PROGRAM, WS-RUN-DATE,
               WS-GL-WANT-PERIOD, WS-GL-LINE-CNT, WS-GL-PERIOD,
               WS-GL-RESULT.
           MOVE WS-GL-HOLD-RC TO RETURN-CODE.
           IF WS-GL-RESULT = 'R' AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.

      * THE BATCH GOES ON THE OUTBOUND MANIFEST SO OUTREL.CBL CAN
      * RELEASE IT TO THE LEDGER, OR REFUSE IT AS A REPEAT OF A BATCH
      * ALREADY SENT.
       3460-GL-MANIFEST-PARA.
           MOVE 'GLINTERFACE' TO WS-MAN-FILE-NAME.
           MOVE WS-JRNL-CNT TO WS-MAN-REC-CNT.
           MOVE WS-DEBIT-TOTAL TO WS-MAN-AMOUNT.
           MOVE RETURN-CODE TO WS-MAN-HOLD-RC.
           CALL 'MANIFREG' USING WS-MAN-FILE-NAME, WS-GL-PROGRAM,
               WS-MAN-REC-CNT, WS-MAN-AMOUNT, WS-MAN-SEQ-NO,
               WS-MAN-RESULT.
           MOVE WS-MAN-HOLD-RC TO RETURN-CODE.
           IF WS-MAN-RESULT NOT = 'Y'
               DISPLAY 'GL BATCH NOT ON THE OUTBOUND MANIFEST, IT '
                   'CANNOT BE RELEASED.'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       3500-JOURNAL-LINE-PARA.
           MOVE SPACES TO GLOUT-REC.
           STRING WS-JRNL-DC(WS-JRNL-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-JRNL-ACCT(WS-JRNL-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-JRNL-AMOUNT(WS-JRNL-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-JRNL-PROGRAM(WS-JRNL-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-GL-PERIOD DELIMITED BY SIZE
               INTO GLOUT-REC.
           WRITE GLOUT-REC.
           ADD 1 TO WS-JRNL-IDX.

      * THE RESERVE JUST BOOKED BECOMES NEXT MONTH'S REVERSAL.
       3600-UPRCARRY-REWRITE-PARA.
           OPEN OUTPUT UPRCARRY.
           IF WS-UPRCARRY-STATUS NOT = '00'
               DISPLAY 'UPR CARRY FILE CANNOT BE REWRITTEN, STATUS '
                   WS-UPRCARRY-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE SPACES TO UPRCARRY-REC
               MOVE WS-RUN-DATE TO UPC-VALUATION-DATE
               MOVE WS-UPR-TOTAL TO UPC-UPR-TOTAL
               WRITE UPRCARRY-REC
               CLOSE UPRCARRY
           END-IF.

       3900-FILES-CLOSE-PARA.
           IF WS-POLICYFYL-STATUS = '00' OR WS-POLICYFYL-STATUS = '10'
               CLOSE POLICYFYL
           END-IF.
           CLOSE UPRRPT.

      * RESOLVES EVERY FILE ASSIGNMENT FROM THE EXTERNAL FILE
      * CONFIGURATION BEFORE ANYTHING IS OPENED, REPORTING EACH
      * RESOLVED PATH. A LOGICAL NAME MISSING FROM THE
      * CONFIGURATION ENDS THE RUN CLEANLY WITH RC 16 BEFORE ANY
      * FILE IS TOUCHED.
       0050-FILECFG-LOAD-PARA.
           MOVE 'POLICYFILE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-POLICYFYL-PATH.
           MOVE 'UPRREPORT' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-UPRRPT-PATH.
           MOVE 'UPRCARRY' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-UPRCARRY-PATH.
           MOVE 'GLACCTMAP' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-GLMAP-PATH.
           MOVE 'GLINTERFACE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-GLOUT-PATH.
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
