           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-RUNPARM-STATUS.

      * THE THREE INDEXED MASTERS, UNLOADED IN KEY ORDER TO A
      * GENERATION OF THEIR OWN EACH NIGHT SO ANY OF THEM CAN BE
      * REBUILT (MSTRECOV.CBL). SAME ASSIGN/LAYOUT/KEYS AS
      * POLMAINT.CBL'S POLICYFYL, CUSTMAINT.CBL'S CUSTFL AND
      * CLMSETTLE.CBL'S CLMMAST, READ SEQUENTIALLY.
           SELECT POLICYFYL ASSIGN TO DYNAMIC
           WS-POLICYFYL-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS POLICYNO
           ALTERNATE RECORD KEY IS CUSTOMERID WITH DUPLICATES
           FILE STATUS WS-POLICYFYL-STATUS.

           SELECT CUSTFL ASSIGN TO DYNAMIC
           WS-CUSTFL-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CUST-CUSTOMERID
           FILE STATUS WS-CUSTFL-STATUS.

           SELECT CLMMAST ASSIGN TO DYNAMIC
           WS-CLMMAST-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CLM-CLAIMNO
           ALTERNATE RECORD KEY IS CLM-POLICYNO WITH DUPLICATES
           FILE STATUS WS-CLMMAST-STATUS.

      * MASTER GENERATION CONTROL FILE (MSTGEN.CPY): ONE ENTRY PER
      * MASTER UNLOADED, APPENDED EVERY RUN.
           SELECT MASTGEN ASSIGN TO DYNAMIC
           WS-MASTGEN-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-MASTGEN-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * SIZED TO THE LONGEST SWEPT RECORD (OUTPUTFILE'S ENRICHED
       FD  RUNPARM.
       COPY 'RUNPARM'.

      * SAME LAYOUT AS POLMAINT.CBL'S POLICY_REC.
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
           05  POLICYMODE      PIC     X(01).
           05  FILLER          PIC     X(53).

      * SAME LAYOUT AS CUSTMAINT.CBL'S CUSTFL-REC; ONLY THE KEY IS
      * NAMED, THE RECORD IS COPIED WHOLE.
       FD  CUSTFL.
       01  CUSTFL-REC.
           05  CUST-CUSTOMERID PIC     X(08).
           05  FILLER          PIC     X(92).

      * SAME LAYOUT AS CLAIMREG.CBL'S CLMMAST-REC.
       FD  CLMMAST.
       01  CLMMAST-REC.
           05  CLM-CLAIMNO     PIC     X(08).
           05  CLM-POLICYNO    PIC     X(08).
           05  CLM-LOBCODE     PIC     X(01).
           05  CLM-LOSS-DATE   PIC     9(08).
           05  CLM-AMOUNT      PIC     9(7)V99.
           05  CLM-STATUS      PIC     X(01).
           05  CLM-RESERVE     PIC     9(7)V99.
           05  CLM-PAID        PIC     9(7)V99.
           05  CLM-REFER-SW    PIC     X(01).
           05  CLM-SCORE       PIC     9(03).
           05  FILLER          PIC     X(23).

       FD  MASTGEN.
       COPY 'MSTGEN'.

       WORKING-STORAGE SECTION.
      * RESOLVED FILE PATHS. EVERY ASSIGNMENT COMES FROM THE
      * EXTERNAL FILE CONFIGURATION (FILECFG) AT STARTUP -- SEE
       77  WS-ARCHPARM-PATH            PIC X(80) VALUE SPACES.
       77  WS-RUNHIST-PATH             PIC X(80) VALUE SPACES.
       77  WS-RUNPARM-PATH             PIC X(80) VALUE SPACES.
       77  WS-POLICYFYL-PATH           PIC X(80) VALUE SPACES.
       77  WS-CUSTFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-CLMMAST-PATH             PIC X(80) VALUE SPACES.
       77  WS-MASTGEN-PATH             PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.
           05  WS-ARCHPARM-STATUS  PIC X(2).
           05  WS-RUNHIST-STATUS   PIC X(2).
           05  WS-RUNPARM-STATUS   PIC X(2).
           05  WS-POLICYFYL-STATUS PIC X(2).
           05  WS-CUSTFL-STATUS    PIC X(2).
           05  WS-CLMMAST-STATUS   PIC X(2).
           05  WS-MASTGEN-STATUS   PIC X(2).

       77  WS-ARCIN-EOF-SW         PIC X(01)   VALUE 'N'.
           88  ARCIN-EOF                       VALUE 'Y'.
      * LOGICAL NAMES ARE THE SAME ONES THE OWNING PROGRAMS RESOLVE
      * THROUGH FILECFG, SO THE SWEEP FOLLOWS WHEREVER THE FILES
      * MOVE. ADDING A FILE TO THE SWEEP IS ONE MORE NAME HERE.
      * THE MASTER RECOVERY JOURNAL IS SWEPT LIKE THE REST, BUT IS
      * THEN EMPTIED: ITS GENERATION HOLDS EVERYTHING APPLIED UP TO
      * TONIGHT'S MASTER GENERATIONS, AND THE LIVE JOURNAL STARTS
      * AGAIN FROM THEM.
       01  WS-SOURCE-NAME-LIST.
           05  FILLER  PIC X(12) VALUE 'OUTPUTFILE'.
           05  FILLER  PIC X(12) VALUE 'POLICYSUMMAR'.
           05  FILLER  PIC X(12) VALUE 'POLICYIOERRO'.
           05  FILLER  PIC X(12) VALUE 'POLICYDELIM'.
           05  FILLER  PIC X(12) VALUE 'DASHBOARD'.
           05  FILLER  PIC X(12) VALUE 'MASTERJRNL'.
       01  WS-SOURCE-NAME-TABLE REDEFINES WS-SOURCE-NAME-LIST.
           05  WS-SOURCE-NAME OCCURS 7 TIMES PIC X(12).
       01  WS-SOURCE-TABLE.
           05  WS-SOURCE-PATH OCCURS 7 TIMES PIC X(80).
       77  WS-SOURCE-CNT           PIC 9(1)    VALUE 7.
       77  WS-DASHBOARD-SUB        PIC 9(1)    VALUE 6.
       77  WS-JOURNAL-SUB          PIC 9(1)    VALUE 7.
       77  WS-SOURCE-IDX           PIC 9(1)    VALUE ZEROES.

       77  WS-KEEP-DAYS            PIC 9(3)    VALUE 7.
       77  WS-GEN-DATE             PIC 9(8)    VALUE ZEROES.
       77  WS-GEN-DATE-DAYS        PIC 9(8)    VALUE ZEROES.

      * CONTROL TOTALS OF THE MASTER BEING UNLOADED, FILED ON THE
      * MASTER GENERATION CONTROL FILE: DATA RECORDS ONLY (THE
      * POLICY MASTER'S 00000000 HEADER AND ZZZZZZZZ TRAILER ARE
      * COPIED BUT NOT COUNTED), AND THE PREMIUM OR RESERVE TOTAL.
       77  WS-MST-EOF-SW           PIC X(01)   VALUE 'N'.
           88  MST-EOF                         VALUE 'Y'.
       77  WS-MGN-MASTER           PIC X(12)   VALUE SPACES.
       77  WS-MGN-REC-CNT          PIC 9(8)    VALUE ZEROES.
       77  WS-MGN-AMOUNT           PIC S9(11)V99 VALUE ZEROES.
       77  WS-NOW-TIME             PIC 9(8)    VALUE ZEROES.

       01  WS-COUNTERS.
           05  WS-COPY-REC-CNT     PIC 9(6)    VALUE ZEROES.
           05  WS-FILES-ARCHIVED   PIC 9(2)    VALUE ZEROES.
           05  WS-FILES-MISSING    PIC 9(2)    VALUE ZEROES.
           05  WS-GENS-PRUNED      PIC 9(2)    VALUE ZEROES.
           05  WS-MASTERS-UNLOADED PIC 9(2)    VALUE ZEROES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           OPEN EXTEND RUNHIST.
           DISPLAY 'FILE STATUS FOR RUNHIST:', WS-RUNHIST-STATUS.

           PERFORM 3000-MASTERS-UNLOAD-PARA.

           MOVE 1 TO WS-SOURCE-IDX.
           PERFORM 2000-ARCHIVE-ONE-FILE-PARA
               UNTIL WS-SOURCE-IDX > WS-SOURCE-CNT.
           CLOSE RUNHIST.
           DISPLAY 'FILES ARCHIVED: ', WS-FILES-ARCHIVED.
           DISPLAY 'FILES MISSING: ', WS-FILES-MISSING.
           DISPLAY 'MASTERS UNLOADED: ', WS-MASTERS-UNLOADED.
           DISPLAY 'EXPIRED GENERATIONS REMOVED: ', WS-GENS-PRUNED.
           STOP RUN.

               ADD 1 TO WS-FILES-MISSING
               DISPLAY 'SOURCE NOT FOUND, SKIPPED: ' WS-ARCIN-PATH
           ELSE
               IF WS-SOURCE-IDX = WS-JOURNAL-SUB
                   PERFORM 2050-JOURNAL-GEN-OPEN-PARA
               ELSE
                   OPEN OUTPUT ARCOUT
               END-IF
               PERFORM 2100-COPY-ONE-RECORD-PARA UNTIL ARCIN-EOF
               CLOSE ARCIN
               CLOSE ARCOUT
               IF WS-SOURCE-IDX = WS-JOURNAL-SUB
                   OPEN OUTPUT ARCIN
                   CLOSE ARCIN
               END-IF
               ADD 1 TO WS-FILES-ARCHIVED
               PERFORM 2500-RUNHIST-WRITE-PARA
               PERFORM 2700-GENERATION-PRUNE-PARA
           END-IF.
           ADD 1 TO WS-SOURCE-IDX.

      * THE JOURNAL'S GENERATION IS EXTENDED RATHER THAN REPLACED,
      * SO A RERUN OF THIS STEP THE SAME NIGHT -- WHICH FINDS THE
      * LIVE JOURNAL ALREADY EMPTIED -- CANNOT WIPE OUT THE ENTRIES
      * THE FIRST RUN ROLLED. THE SAME OPEN-EXTEND RULE LOSSDEV.CBL
      * USES FOR ITS SNAPSHOT HISTORY.
       2050-JOURNAL-GEN-OPEN-PARA.
           OPEN EXTEND ARCOUT.
           IF WS-ARCOUT-STATUS = '35'
               OPEN OUTPUT ARCOUT
           END-IF.

       2100-COPY-ONE-RECORD-PARA.
           READ ARCIN
               AT END
               ADD 1 TO WS-GENS-PRUNED
           END-IF.

      * UNLOADS EACH INDEXED MASTER TO ITS GENERATION-DATED COPY
      * (MASTER.YYYYMMDD) AND FILES ITS CONTROL TOTALS. A MASTER
      * THAT CANNOT BE OPENED IS COUNTED MISSING AND GETS NO
      * CONTROL ENTRY, SO A REBUILD FALLS BACK TO ITS LAST GOOD ONE.
       3000-MASTERS-UNLOAD-PARA.
           OPEN EXTEND MASTGEN.
           IF WS-MASTGEN-STATUS = '35'
               OPEN OUTPUT MASTGEN
           END-IF.
           PERFORM 3100-POLICY-UNLOAD-PARA.
           PERFORM 3200-CUSTOMER-UNLOAD-PARA.
           PERFORM 3300-CLAIM-UNLOAD-PARA.
           CLOSE MASTGEN.

      * CLEARS THE CONTROL TOTALS AND NAMES THE GENERATION COPY FOR
      * THE MASTER WHOSE PATH IS IN WS-ARCIN-PATH.
       3050-MASTER-GEN-OPEN-PARA.
           MOVE 'N' TO WS-MST-EOF-SW.
           MOVE ZEROES TO WS-COPY-REC-CNT.
           MOVE ZEROES TO WS-MGN-REC-CNT.
           MOVE ZEROES TO WS-MGN-AMOUNT.
           MOVE SPACES TO WS-ARCOUT-PATH.
           STRING FUNCTION TRIM(WS-ARCIN-PATH) DELIMITED BY SIZE
               '.' DELIMITED BY SIZE
               WS-GEN-DATE DELIMITED BY SIZE
               INTO WS-ARCOUT-PATH.

       3100-POLICY-UNLOAD-PARA.
           MOVE 'POLICYFILE' TO WS-MGN-MASTER.
           MOVE WS-POLICYFYL-PATH TO WS-ARCIN-PATH.
           PERFORM 3050-MASTER-GEN-OPEN-PARA.
           OPEN INPUT POLICYFYL.
           IF WS-POLICYFYL-STATUS NOT = '00'
               ADD 1 TO WS-FILES-MISSING
               DISPLAY 'MASTER NOT FOUND, SKIPPED: ' WS-ARCIN-PATH
           ELSE
               OPEN OUTPUT ARCOUT
               PERFORM 3150-POLICY-COPY-PARA UNTIL MST-EOF
               CLOSE POLICYFYL
               CLOSE ARCOUT
               PERFORM 3800-MASTER-GEN-CLOSE-PARA
           END-IF.

       3150-POLICY-COPY-PARA.
           READ POLICYFYL NEXT
               AT END
                   SET MST-EOF TO TRUE
               NOT AT END
                   MOVE POLICY_REC TO ARCOUT-REC
                   WRITE ARCOUT-REC
                   ADD 1 TO WS-COPY-REC-CNT
                   IF POLICYNO NOT = '00000000'
                           AND POLICYNO NOT = 'ZZZZZZZZ'
                       ADD 1 TO WS-MGN-REC-CNT
                       IF PREMIUM-NUM NUMERIC
                           ADD PREMIUM-NUM TO WS-MGN-AMOUNT
                       END-IF
                   END-IF
           END-READ.

       3200-CUSTOMER-UNLOAD-PARA.
           MOVE 'CUSTOMERMAST' TO WS-MGN-MASTER.
           MOVE WS-CUSTFL-PATH TO WS-ARCIN-PATH.
           PERFORM 3050-MASTER-GEN-OPEN-PARA.
           OPEN INPUT CUSTFL.
           IF WS-CUSTFL-STATUS NOT = '00'
               ADD 1 TO WS-FILES-MISSING
               DISPLAY 'MASTER NOT FOUND, SKIPPED: ' WS-ARCIN-PATH
           ELSE
               OPEN OUTPUT ARCOUT
               PERFORM 3250-CUSTOMER-COPY-PARA UNTIL MST-EOF
               CLOSE CUSTFL
               CLOSE ARCOUT
               PERFORM 3800-MASTER-GEN-CLOSE-PARA
           END-IF.

       3250-CUSTOMER-COPY-PARA.
           READ CUSTFL NEXT
               AT END
                   SET MST-EOF TO TRUE
               NOT AT END
                   MOVE CUSTFL-REC TO ARCOUT-REC
                   WRITE ARCOUT-REC
                   ADD 1 TO WS-COPY-REC-CNT
                   ADD 1 TO WS-MGN-REC-CNT
           END-READ.

       3300-CLAIM-UNLOAD-PARA.
           MOVE 'CLAIMMASTER' TO WS-MGN-MASTER.
           MOVE WS-CLMMAST-PATH TO WS-ARCIN-PATH.
           PERFORM 3050-MASTER-GEN-OPEN-PARA.
           OPEN INPUT CLMMAST.
           IF WS-CLMMAST-STATUS NOT = '00'
               ADD 1 TO WS-FILES-MISSING
               DISPLAY 'MASTER NOT FOUND, SKIPPED: ' WS-ARCIN-PATH
           ELSE
               OPEN OUTPUT ARCOUT
               PERFORM 3350-CLAIM-COPY-PARA UNTIL MST-EOF
               CLOSE CLMMAST
               CLOSE ARCOUT
               PERFORM 3800-MASTER-GEN-CLOSE-PARA
           END-IF.

       3350-CLAIM-COPY-PARA.
           READ CLMMAST NEXT
               AT END
                   SET MST-EOF TO TRUE
               NOT AT END
                   MOVE CLMMAST-REC TO ARCOUT-REC
                   WRITE ARCOUT-REC
                   ADD 1 TO WS-COPY-REC-CNT
                   ADD 1 TO WS-MGN-REC-CNT
                   IF CLM-RESERVE NUMERIC
                       ADD CLM-RESERVE TO WS-MGN-AMOUNT
                   END-IF
           END-READ.

      * FILES THE UNLOADED MASTER'S CONTROL TOTALS, LOGS THE COPY TO
      * THE RUN HISTORY AND PRUNES ITS AGED-OUT GENERATION, THE SAME
      * AS FOR A SWEPT FILE.
       3800-MASTER-GEN-CLOSE-PARA.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE SPACES TO MGN-REC.
           MOVE WS-MGN-MASTER TO MGN-MASTER.
           MOVE WS-GEN-DATE TO MGN-GEN-DATE.
           ACCEPT MGN-TAKEN-DATE FROM DATE YYYYMMDD.
           MOVE WS-NOW-TIME(1:6) TO MGN-TAKEN-TIME.
           MOVE WS-MGN-REC-CNT TO MGN-REC-CNT.
           MOVE WS-MGN-AMOUNT TO MGN-AMOUNT.
           WRITE MGN-REC.
           ADD 1 TO WS-MASTERS-UNLOADED.
           PERFORM 2500-RUNHIST-WRITE-PARA.
           PERFORM 2700-GENERATION-PRUNE-PARA.

      * RESOLVES EVERY FILE ASSIGNMENT FROM THE EXTERNAL FILE
      * CONFIGURATION BEFORE ANYTHING IS OPENED, REPORTING EACH
      * RESOLVED PATH. A LOGICAL NAME MISSING FROM THE
           MOVE 'RUNPARM' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-RUNPARM-PATH.
           MOVE 'POLICYFILE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-POLICYFYL-PATH.
           MOVE 'CUSTOMERMAST' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-CUSTFL-PATH.
           MOVE 'CLAIMMASTER' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-CLMMAST-PATH.
           MOVE 'MASTERGEN' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-MASTGEN-PATH.

       0060-FILECFG-ONE-PARA.
           CALL 'FILECFG' USING WS-CFG-NAME, WS-CFG-PATH,
