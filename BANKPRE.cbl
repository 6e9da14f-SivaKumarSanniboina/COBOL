       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKPRE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * SAME LAYOUT AS PAYSLIP.CBL'S BANKFL: THE ACCOUNTS HR HAS
      * KEYED. EVERY ONE IS COMPARED WITH THE VERIFICATION MASTER TO
      * PICK UP NEW AND CHANGED ACCOUNTS.
           SELECT BANKFL ASSIGN TO DYNAMIC WS-BANKFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-BANKFL-STATUS.

      * SAME LAYOUT AS EMPLOYEE.CBL'S EMPFY: THE NAME THE BANK IS
      * ASKED TO MATCH AGAINST THE ACCOUNT HOLDER.
           SELECT EMPFY ASSIGN TO DYNAMIC WS-EMPFY-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-EMPFY-STATUS.

      * BANK-ACCOUNT VERIFICATION MASTER, TABLE-THEN-REWRITE: THE
      * ACCOUNT EACH EMPLOYEE LAST HAD CHECKED AND WHERE THE CHECK
      * STANDS. PAYSLIP.CBL AND BANKRET.CBL CREDIT AN ACCOUNT ONLY
      * WHEN IT IS HERE, VERIFIED, AND STILL THE ONE ON EMPBANK.
           SELECT VFYMAST ASSIGN TO DYNAMIC WS-VFYMAST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-VFYMAST-STATUS.

      * THE BANK'S ANSWERS TO EARLIER PRENOTES: ONE LINE PER
      * ACCOUNT, NAME MATCHED OR REJECTED WITH THE BANK'S REASON.
           SELECT PRERESP ASSIGN TO DYNAMIC WS-PRERESP-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-PRERESP-STATUS.

      * ZERO-VALUE PRENOTE FILE FOR THE BANK, SAME SHAPE AS THE
      * CREDIT-TRANSFER FILE WITH THE ACCOUNT HOLDER'S NAME ADDED
      * AND A TRAILING CONTROL LINE.
           SELECT PRENOTE ASSIGN TO DYNAMIC WS-PRENOTE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-PRENOTE-STATUS.

      * PERMANENT BANK-DETAIL AUDIT TRAIL, APPENDED EVERY RUN: EVERY
      * NEW, CHANGED OR REMOVED ACCOUNT WITH THE OLD AND NEW DETAILS,
      * AND EVERY VERIFICATION OUTCOME.
           SELECT BNKAUDIT ASSIGN TO DYNAMIC WS-BNKAUDIT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-BNKAUDIT-STATUS.

      * RUN REGISTER: THIS RUN'S EVENTS AND EVERY ACCOUNT STILL NOT
      * VERIFIED, SO PAYROLL CAN CHASE THEM.
           SELECT PREREG ASSIGN TO DYNAMIC WS-PREREG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-PREREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * SAME LAYOUT AS PAYSLIP.CBL'S BANKFL-REC.
       FD  BANKFL.
       01  BANKFL-REC.
           05  BNK-EMPLOYEE-NUMBER     PIC 9(05).
           05  BNK-ACCOUNT             PIC X(16).
           05  BNK-BANK-CODE           PIC X(08).
           05  BNK-HOLD-SW             PIC X(01).
           05  FILLER                  PIC X(50).

      * SAME LAYOUT AS EMPLOYEE.CBL'S EMP_REC.
       FD  EMPFY.
       01  EMP_REC.
               05    Employee_NUMBER    PIC 9(5).
               05    EMPLOYEE_NAME      PIC X(30).
               05    SALARY             PIC 9(5).
               05    DESIGNATION        PIC X(10).
               05    DEPARTMENT         PIC X(17).
               05    FILLER             PIC X(42).

       FD  VFYMAST.
       01  VFYMAST-REC.
           05  VFY-EMPLOYEE-NUMBER     PIC 9(05).
           05  VFY-ACCOUNT             PIC X(16).
           05  VFY-BANK-CODE           PIC X(08).
      * 'U' PRENOTE SENT, AWAITING THE BANK; 'V' NAME MATCHED;
      * 'F' REJECTED BY THE BANK, NEEDS HR TO CORRECT THE ACCOUNT.
           05  VFY-STATUS              PIC X(01).
               88  VFY-UNVERIFIED              VALUE 'U'.
               88  VFY-VERIFIED                VALUE 'V'.
               88  VFY-FAILED                  VALUE 'F'.
           05  VFY-SENT-DATE           PIC 9(08).
           05  VFY-VERIFIED-DATE       PIC 9(08).
           05  FILLER                  PIC X(34).

       FD  PRERESP.
       01  PRERESP-REC.
           05  RSP-ACCOUNT             PIC X(16).
           05  RSP-EMPLOYEE-NUMBER     PIC 9(05).
           05  RSP-RESULT              PIC X(01).
               88  RSP-NAME-MATCHED            VALUE 'M'.
               88  RSP-REJECTED                VALUE 'R'.
           05  RSP-REASON              PIC X(20).
           05  FILLER                  PIC X(38).

       FD  PRENOTE.
       01  PRENOTE-REC.
           05  PRN-BANK-CODE           PIC X(08).
           05  FILLER                  PIC X(01).
           05  PRN-ACCOUNT             PIC X(16).
           05  FILLER                  PIC X(01).
           05  PRN-EMPLOYEE-NUMBER     PIC 9(05).
           05  FILLER                  PIC X(01).
           05  PRN-AMOUNT              PIC 9(05)V99.
           05  FILLER                  PIC X(01).
           05  PRN-EMPLOYEE-NAME       PIC X(30).
           05  FILLER                  PIC X(10).

       FD  BNKAUDIT.
       01  BNKAUDIT-REC.
           05  BAU-RUN-DATE            PIC 9(08).
           05  BAU-EMPLOYEE-NUMBER     PIC 9(05).
      * 'N' NEW ACCOUNT, 'C' CHANGED, 'D' REMOVED FROM EMPBANK,
      * 'V' VERIFIED, 'F' REJECTED BY THE BANK, 'I' TAKEN ON AS
      * ALREADY VERIFIED WHEN THE MASTER WAS FIRST BUILT.
           05  BAU-EVENT               PIC X(01).
           05  BAU-OLD-BANK-CODE       PIC X(08).
           05  BAU-OLD-ACCOUNT         PIC X(16).
           05  BAU-NEW-BANK-CODE       PIC X(08).
           05  BAU-NEW-ACCOUNT         PIC X(16).
           05  BAU-REASON              PIC X(18).

       FD  PREREG.
       01  PREREG-REC                  PIC X(80).

       WORKING-STORAGE SECTION.
      * RESOLVED FILE PATHS. EVERY ASSIGNMENT COMES FROM THE
      * EXTERNAL FILE CONFIGURATION (FILECFG) AT STARTUP -- SEE
      * 0050-FILECFG-LOAD-PARA -- SO A DISK MOVE OR A TEST RUN
      * NEVER MEANS EDITING AND RECOMPILING THIS PROGRAM.
       77  WS-BANKFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-EMPFY-PATH               PIC X(80) VALUE SPACES.
       77  WS-VFYMAST-PATH             PIC X(80) VALUE SPACES.
       77  WS-PRERESP-PATH             PIC X(80) VALUE SPACES.
       77  WS-PRENOTE-PATH             PIC X(80) VALUE SPACES.
       77  WS-BNKAUDIT-PATH            PIC X(80) VALUE SPACES.
       77  WS-PREREG-PATH              PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.

       01  WS-FILE-STATUS.
           05  WS-BANKFL-STATUS        PIC X(2).
           05  WS-EMPFY-STATUS         PIC X(2).
           05  WS-VFYMAST-STATUS       PIC X(2).
           05  WS-PRERESP-STATUS       PIC X(2).
           05  WS-PRENOTE-STATUS       PIC X(2).
           05  WS-BNKAUDIT-STATUS      PIC X(2).
           05  WS-PREREG-STATUS        PIC X(2).

       01  WS-EOF-SWITCHES.
           05  WS-BANKFL-EOF-SW        PIC X(01)   VALUE 'N'.
               88  BANKFL-EOF                      VALUE 'Y'.
           05  WS-EMPFY-EOF-SW         PIC X(01)   VALUE 'N'.
               88  EMPFY-EOF                       VALUE 'Y'.
           05  WS-VFYMAST-EOF-SW       PIC X(01)   VALUE 'N'.
               88  VFYMAST-EOF                     VALUE 'Y'.
           05  WS-PRERESP-EOF-SW       PIC X(01)   VALUE 'N'.
               88  PRERESP-EOF                     VALUE 'Y'.

      * WITH NO VERIFICATION MASTER YET, THE ACCOUNTS ALREADY ON
      * EMPBANK HAVE BEEN PAID INTO BEFORE AND ARE TAKEN ON AS
      * VERIFIED; ONLY LATER ADDITIONS AND CHANGES ARE PRENOTED.
       77  WS-FIRST-RUN-SW             PIC X(01)   VALUE 'N'.
           88  WS-FIRST-RUN                        VALUE 'Y'.
      * SET WHEN THE IN-MEMORY COPY OVERFLOWS: THE MASTER MUST NOT BE
      * REWRITTEN FROM A PARTIAL TABLE, SO NOTHING IS CHANGED.
       77  WS-LOAD-ABANDON-SW          PIC X(01)   VALUE 'N'.
           88  WS-LOAD-ABANDONED                   VALUE 'Y'.

       77  WS-RUN-DATE                 PIC 9(08)   VALUE ZEROES.

      * VERIFICATION MASTER TABLE, UPDATED IN PLACE AND REWRITTEN AT
      * CLOSE. AN ENTRY WHOSE EMPLOYEE HAS LEFT EMPBANK IS DROPPED.
       01  WS-VFY-TABLE.
           05  WS-VFY-ENTRY OCCURS 2000 TIMES.
               10  WS-VFY-NUMBER        PIC 9(05).
               10  WS-VFY-ACCOUNT       PIC X(16).
               10  WS-VFY-BANK-CODE     PIC X(08).
               10  WS-VFY-STATUS        PIC X(01).
                   88  WS-VFY-UNVERIFIED            VALUE 'U'.
                   88  WS-VFY-VERIFIED              VALUE 'V'.
                   88  WS-VFY-FAILED                VALUE 'F'.
               10  WS-VFY-SENT-DATE     PIC 9(08).
               10  WS-VFY-VERIFIED-DATE PIC 9(08).
               10  WS-VFY-ON-BANK-SW    PIC X(01).
                   88  WS-VFY-ON-BANK               VALUE 'Y'.
       77  WS-VFY-CNT                  PIC 9(4)    VALUE ZEROES.
       77  WS-VFY-IDX                  PIC 9(4)    VALUE ZEROES.
       77  WS-VFY-SRCH-IDX             PIC 9(4)    VALUE ZEROES.
       77  WS-VFY-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-VFY-FOUND                        VALUE 'Y'.
       77  WS-SRCH-NUMBER              PIC 9(05)   VALUE ZEROES.

      * EMPLOYEE NAMES FOR THE PRENOTE LINES.
       01  WS-NAME-TABLE.
           05  WS-NAME-ENTRY OCCURS 2000 TIMES.
               10  WS-NAME-NUMBER       PIC 9(05).
               10  WS-NAME-TEXT         PIC X(30).
       77  WS-NAME-CNT                 PIC 9(4)    VALUE ZEROES.
       77  WS-NAME-SRCH-IDX            PIC 9(4)    VALUE ZEROES.
       77  WS-NAME-FOUND-SW            PIC X(01)   VALUE 'N'.
           88  WS-NAME-FOUND                       VALUE 'Y'.

       77  WS-STATUS-TEXT              PIC X(26)   VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-RESP-RD-CNT          PIC 9(4)    VALUE ZEROES.
           05  WS-VERIFIED-CNT         PIC 9(4)    VALUE ZEROES.
           05  WS-REJECTED-CNT         PIC 9(4)    VALUE ZEROES.
           05  WS-RESP-IGNORED-CNT     PIC 9(4)    VALUE ZEROES.
           05  WS-BANK-RD-CNT          PIC 9(4)    VALUE ZEROES.
           05  WS-NEW-CNT              PIC 9(4)    VALUE ZEROES.
           05  WS-CHANGED-CNT          PIC 9(4)    VALUE ZEROES.
           05  WS-REMOVED-CNT          PIC 9(4)    VALUE ZEROES.
           05  WS-TAKEN-ON-CNT         PIC 9(4)    VALUE ZEROES.
           05  WS-PRENOTE-CNT          PIC 9(4)    VALUE ZEROES.
           05  WS-OUTSTANDING-CNT      PIC 9(4)    VALUE ZEROES.
       77  WS-PRENOTE-TOTAL            PIC 9(9)V99 VALUE ZEROES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0050-FILECFG-LOAD-PARA.
           PERFORM 1000-FILES-OPEN-PARA.
           IF WS-BANKFL-STATUS = '00' THEN
               PERFORM 1100-VFYMAST-LOAD-PARA
               IF NOT WS-LOAD-ABANDONED
                   PERFORM 1300-EMPFY-LOAD-PARA
                   PERFORM 2000-PRERESP-READ-PARA UNTIL PRERESP-EOF
                   PERFORM 2500-BANKFL-READ-PARA UNTIL BANKFL-EOF
                   PERFORM 2800-REMOVED-SWEEP-PARA
                       VARYING WS-VFY-IDX FROM 1 BY 1
                       UNTIL WS-VFY-IDX > WS-VFY-CNT
                   PERFORM 3000-VFYMAST-REWRITE-PARA
                   PERFORM 3100-OUTSTANDING-LIST-PARA
               END-IF
               CLOSE BANKFL
           ELSE
               DISPLAY 'BANK MASTER CANNOT BE OPENED.'
               MOVE 16 TO RETURN-CODE
           END-IF.
           PERFORM 3900-FILES-CLOSE-PARA.

           DISPLAY 'BANK RESPONSES READ: ', WS-RESP-RD-CNT.
           DISPLAY 'ACCOUNTS VERIFIED: ', WS-VERIFIED-CNT.
           DISPLAY 'ACCOUNTS REJECTED BY BANK: ', WS-REJECTED-CNT.
           DISPLAY 'RESPONSES IGNORED: ', WS-RESP-IGNORED-CNT.
           DISPLAY 'BANK MASTER ENTRIES READ: ', WS-BANK-RD-CNT.
           DISPLAY 'NEW ACCOUNTS: ', WS-NEW-CNT.
           DISPLAY 'CHANGED ACCOUNTS: ', WS-CHANGED-CNT.
           DISPLAY 'ACCOUNTS REMOVED: ', WS-REMOVED-CNT.
           DISPLAY 'ACCOUNTS TAKEN ON AS VERIFIED: ', WS-TAKEN-ON-CNT.
           DISPLAY 'PRENOTES WRITTEN: ', WS-PRENOTE-CNT.
           DISPLAY 'ACCOUNTS NOT YET VERIFIED: ', WS-OUTSTANDING-CNT.
           IF WS-REJECTED-CNT > 0 AND RETURN-CODE = 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-FILES-OPEN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT BANKFL.
           DISPLAY 'FILE STATUS FOR BANKFL:', WS-BANKFL-STATUS.

           OPEN INPUT PRERESP.
           IF WS-PRERESP-STATUS NOT = '00'
               DISPLAY 'NO BANK PRENOTE RESPONSES THIS RUN.'
               SET PRERESP-EOF TO TRUE
           END-IF.

           OPEN OUTPUT PRENOTE.
           DISPLAY 'FILE STATUS FOR PRENOTE:', WS-PRENOTE-STATUS.

           OPEN EXTEND BNKAUDIT.
           DISPLAY 'FILE STATUS FOR BNKAUDIT:', WS-BNKAUDIT-STATUS.

           OPEN OUTPUT PREREG.
           MOVE SPACES TO PREREG-REC.
           STRING 'BANK ACCOUNT VERIFICATION REGISTER - RUN '
               DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO PREREG-REC.
           WRITE PREREG-REC.
           MOVE SPACES TO PREREG-REC.
           WRITE PREREG-REC.

       1100-VFYMAST-LOAD-PARA.
           OPEN INPUT VFYMAST.
           IF WS-VFYMAST-STATUS NOT = '00' THEN
               DISPLAY 'VERIFICATION MASTER NOT FOUND, CURRENT '
                   'ACCOUNTS TAKEN ON AS VERIFIED.'
               SET WS-FIRST-RUN TO TRUE
           ELSE
               PERFORM 1150-VFYMAST-READ-PARA UNTIL VFYMAST-EOF
               CLOSE VFYMAST
           END-IF.

       1150-VFYMAST-READ-PARA.
           READ VFYMAST
               AT END
                   SET VFYMAST-EOF TO TRUE
               NOT AT END
                   IF WS-VFY-CNT < 2000
                       ADD 1 TO WS-VFY-CNT
                       MOVE VFY-EMPLOYEE-NUMBER TO
                           WS-VFY-NUMBER(WS-VFY-CNT)
                       MOVE VFY-ACCOUNT TO WS-VFY-ACCOUNT(WS-VFY-CNT)
                       MOVE VFY-BANK-CODE TO
                           WS-VFY-BANK-CODE(WS-VFY-CNT)
                       MOVE VFY-STATUS TO WS-VFY-STATUS(WS-VFY-CNT)
                       MOVE VFY-SENT-DATE TO
                           WS-VFY-SENT-DATE(WS-VFY-CNT)
                       MOVE VFY-VERIFIED-DATE TO
                           WS-VFY-VERIFIED-DATE(WS-VFY-CNT)
                       MOVE 'N' TO WS-VFY-ON-BANK-SW(WS-VFY-CNT)
                   ELSE
                       DISPLAY 'WS-VFY-TABLE FULL, RUN ABANDONED.'
                       MOVE 16 TO RETURN-CODE
                       SET VFYMAST-EOF TO TRUE
                       SET WS-LOAD-ABANDONED TO TRUE
                   END-IF
           END-READ.

       1300-EMPFY-LOAD-PARA.
           OPEN INPUT EMPFY.
           IF WS-EMPFY-STATUS NOT = '00' THEN
               DISPLAY 'EMPLOYEE FILE NOT FOUND, PRENOTES GO OUT '
                   'WITHOUT NAMES.'
               SET EMPFY-EOF TO TRUE
           ELSE
               PERFORM 1350-EMPFY-READ-PARA UNTIL EMPFY-EOF
               CLOSE EMPFY
           END-IF.

       1350-EMPFY-READ-PARA.
           READ EMPFY
               AT END
                   SET EMPFY-EOF TO TRUE
               NOT AT END
                   IF EMP_REC(1:5) NOT = '00000'
                       AND EMP_REC(1:5) NOT = '99999'
                       IF WS-NAME-CNT < 2000
                           ADD 1 TO WS-NAME-CNT
                           MOVE Employee_NUMBER TO
                               WS-NAME-NUMBER(WS-NAME-CNT)
                           MOVE EMPLOYEE_NAME TO
                               WS-NAME-TEXT(WS-NAME-CNT)
                       ELSE
                           DISPLAY 'WS-NAME-TABLE FULL, ENTRY '
                               'IGNORED: ' Employee_NUMBER
                       END-IF
                   END-IF
           END-READ.

      * A RESPONSE COUNTS ONLY FOR THE ACCOUNT THAT WAS PRENOTED; ONE
      * FOR AN ACCOUNT SINCE CHANGED AGAIN, OR ALREADY SETTLED, IS
      * LISTED AND IGNORED.
       2000-PRERESP-READ-PARA.
           READ PRERESP
               AT END
                   SET PRERESP-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RESP-RD-CNT
                   PERFORM 2100-RESPONSE-APPLY-PARA
           END-READ.

       2100-RESPONSE-APPLY-PARA.
           MOVE RSP-EMPLOYEE-NUMBER TO WS-SRCH-NUMBER.
           PERFORM 2900-VFY-FIND-PARA.
           IF WS-VFY-FOUND
               IF WS-VFY-ACCOUNT(WS-VFY-SRCH-IDX) NOT = RSP-ACCOUNT
                   OR NOT WS-VFY-UNVERIFIED(WS-VFY-SRCH-IDX)
                   MOVE 'N' TO WS-VFY-FOUND-SW
               END-IF
           END-IF.
           IF NOT WS-VFY-FOUND
               OR (NOT RSP-NAME-MATCHED AND NOT RSP-REJECTED)
               ADD 1 TO WS-RESP-IGNORED-CNT
               MOVE SPACES TO PREREG-REC
               STRING RSP-EMPLOYEE-NUMBER DELIMITED BY SIZE
                   '  RESPONSE IGNORED, NO PRENOTE OUT FOR ACCOUNT '
                   DELIMITED BY SIZE
                   RSP-ACCOUNT DELIMITED BY SIZE
                   INTO PREREG-REC
               WRITE PREREG-REC
           ELSE
               MOVE SPACES TO BNKAUDIT-REC
               MOVE WS-VFY-BANK-CODE(WS-VFY-SRCH-IDX) TO
                   BAU-NEW-BANK-CODE
               MOVE WS-VFY-ACCOUNT(WS-VFY-SRCH-IDX) TO BAU-NEW-ACCOUNT
               IF RSP-NAME-MATCHED
                   MOVE 'V' TO WS-VFY-STATUS(WS-VFY-SRCH-IDX)
                   MOVE WS-RUN-DATE TO
                       WS-VFY-VERIFIED-DATE(WS-VFY-SRCH-IDX)
                   ADD 1 TO WS-VERIFIED-CNT
                   MOVE 'V' TO BAU-EVENT
                   MOVE 'NAME MATCHED' TO BAU-REASON
                   MOVE 'VERIFIED, NAME MATCHED' TO WS-STATUS-TEXT
               ELSE
                   MOVE 'F' TO WS-VFY-STATUS(WS-VFY-SRCH-IDX)
                   ADD 1 TO WS-REJECTED-CNT
                   MOVE 'F' TO BAU-EVENT
                   MOVE RSP-REASON TO BAU-REASON
                   MOVE 'REJECTED BY BANK' TO WS-STATUS-TEXT
               END-IF
               PERFORM 2950-AUDIT-WRITE-PARA
               MOVE SPACES TO PREREG-REC
               STRING RSP-EMPLOYEE-NUMBER DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   RSP-ACCOUNT DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-STATUS-TEXT DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   RSP-REASON DELIMITED BY SIZE
                   INTO PREREG-REC
               WRITE PREREG-REC
           END-IF.

      * A NEW ACCOUNT, OR A CHANGE TO THE ACCOUNT NUMBER OR BANK,
      * GOES BACK TO UNVERIFIED AND OUT ON A PRENOTE. AN UNCHANGED
      * ACCOUNT KEEPS WHATEVER STATE IT HAD.
       2500-BANKFL-READ-PARA.
           READ BANKFL
               AT END
                   SET BANKFL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-BANK-RD-CNT
                   PERFORM 2600-ACCOUNT-COMPARE-PARA
           END-READ.

       2600-ACCOUNT-COMPARE-PARA.
           MOVE BNK-EMPLOYEE-NUMBER TO WS-SRCH-NUMBER.
           PERFORM 2900-VFY-FIND-PARA.
           MOVE SPACES TO BNKAUDIT-REC.
           MOVE BNK-BANK-CODE TO BAU-NEW-BANK-CODE.
           MOVE BNK-ACCOUNT TO BAU-NEW-ACCOUNT.
           IF WS-VFY-FOUND
               MOVE 'Y' TO WS-VFY-ON-BANK-SW(WS-VFY-SRCH-IDX)
               IF WS-VFY-ACCOUNT(WS-VFY-SRCH-IDX) NOT = BNK-ACCOUNT
                   OR WS-VFY-BANK-CODE(WS-VFY-SRCH-IDX)
                       NOT = BNK-BANK-CODE
                   ADD 1 TO WS-CHANGED-CNT
                   MOVE 'C' TO BAU-EVENT
                   MOVE WS-VFY-BANK-CODE(WS-VFY-SRCH-IDX) TO
                       BAU-OLD-BANK-CODE
                   MOVE WS-VFY-ACCOUNT(WS-VFY-SRCH-IDX) TO
                       BAU-OLD-ACCOUNT
                   MOVE 'ACCOUNT CHANGED' TO BAU-REASON
                   MOVE 'ACCOUNT CHANGED, PRENOTED' TO WS-STATUS-TEXT
                   PERFORM 2700-PRENOTE-PARA
               END-IF
           ELSE
               IF WS-VFY-CNT < 2000
                   ADD 1 TO WS-VFY-CNT
                   MOVE WS-VFY-CNT TO WS-VFY-SRCH-IDX
                   MOVE BNK-EMPLOYEE-NUMBER TO
                       WS-VFY-NUMBER(WS-VFY-SRCH-IDX)
                   MOVE 'Y' TO WS-VFY-ON-BANK-SW(WS-VFY-SRCH-IDX)
                   MOVE ZEROES TO WS-VFY-VERIFIED-DATE(WS-VFY-SRCH-IDX)
                   IF WS-FIRST-RUN
                       ADD 1 TO WS-TAKEN-ON-CNT
                       MOVE BNK-ACCOUNT TO
                           WS-VFY-ACCOUNT(WS-VFY-SRCH-IDX)
                       MOVE BNK-BANK-CODE TO
                           WS-VFY-BANK-CODE(WS-VFY-SRCH-IDX)
                       MOVE 'V' TO WS-VFY-STATUS(WS-VFY-SRCH-IDX)
                       MOVE ZEROES TO WS-VFY-SENT-DATE(WS-VFY-SRCH-IDX)
                       MOVE WS-RUN-DATE TO
                           WS-VFY-VERIFIED-DATE(WS-VFY-SRCH-IDX)
                       MOVE 'I' TO BAU-EVENT
                       MOVE 'TAKEN ON' TO BAU-REASON
                       PERFORM 2950-AUDIT-WRITE-PARA
                   ELSE
                       ADD 1 TO WS-NEW-CNT
                       MOVE 'N' TO BAU-EVENT
                       MOVE 'NEW ACCOUNT' TO BAU-REASON
                       MOVE 'NEW ACCOUNT, PRENOTED' TO WS-STATUS-TEXT
                       PERFORM 2700-PRENOTE-PARA
                   END-IF
               ELSE
                   DISPLAY 'WS-VFY-TABLE FULL, ACCOUNT NOT PRENOTED: '
                       BNK-EMPLOYEE-NUMBER
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

      * RECORDS THE ACCOUNT AS SENT FOR CHECKING, AUDITS THE CHANGE
      * AND WRITES THE ZERO-VALUE PRENOTE.
       2700-PRENOTE-PARA.
           MOVE BNK-ACCOUNT TO WS-VFY-ACCOUNT(WS-VFY-SRCH-IDX).
           MOVE BNK-BANK-CODE TO WS-VFY-BANK-CODE(WS-VFY-SRCH-IDX).
           MOVE 'U' TO WS-VFY-STATUS(WS-VFY-SRCH-IDX).
           MOVE WS-RUN-DATE TO WS-VFY-SENT-DATE(WS-VFY-SRCH-IDX).
           MOVE ZEROES TO WS-VFY-VERIFIED-DATE(WS-VFY-SRCH-IDX).
           PERFORM 2950-AUDIT-WRITE-PARA.

           MOVE 'N' TO WS-NAME-FOUND-SW.
           MOVE 1 TO WS-NAME-SRCH-IDX.
           PERFORM 2750-NAME-FIND-ONE-PARA
               UNTIL WS-NAME-SRCH-IDX > WS-NAME-CNT
                  OR WS-NAME-FOUND.
           MOVE SPACES TO PRENOTE-REC.
           MOVE BNK-BANK-CODE TO PRN-BANK-CODE.
           MOVE BNK-ACCOUNT TO PRN-ACCOUNT.
           MOVE BNK-EMPLOYEE-NUMBER TO PRN-EMPLOYEE-NUMBER.
           MOVE ZEROES TO PRN-AMOUNT.
           IF WS-NAME-FOUND
               MOVE WS-NAME-TEXT(WS-NAME-SRCH-IDX) TO PRN-EMPLOYEE-NAME
           END-IF.
           WRITE PRENOTE-REC.
           ADD 1 TO WS-PRENOTE-CNT.

           MOVE SPACES TO PREREG-REC.
           STRING BNK-EMPLOYEE-NUMBER DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               BNK-ACCOUNT DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-STATUS-TEXT DELIMITED BY SIZE
               INTO PREREG-REC.
           WRITE PREREG-REC.

       2750-NAME-FIND-ONE-PARA.
           IF WS-NAME-NUMBER(WS-NAME-SRCH-IDX) = BNK-EMPLOYEE-NUMBER
               SET WS-NAME-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-NAME-SRCH-IDX
           END-IF.

      * AN EMPLOYEE NO LONGER ON EMPBANK LEAVES THE MASTER, SO A
      * LATER RE-ENTRY OF ANY ACCOUNT IS PRENOTED AFRESH.
       2800-REMOVED-SWEEP-PARA.
           IF NOT WS-VFY-ON-BANK(WS-VFY-IDX)
               ADD 1 TO WS-REMOVED-CNT
               MOVE SPACES TO BNKAUDIT-REC
               MOVE 'D' TO BAU-EVENT
               MOVE WS-VFY-NUMBER(WS-VFY-IDX) TO WS-SRCH-NUMBER
               MOVE WS-VFY-BANK-CODE(WS-VFY-IDX) TO BAU-OLD-BANK-CODE
               MOVE WS-VFY-ACCOUNT(WS-VFY-IDX) TO BAU-OLD-ACCOUNT
               MOVE 'REMOVED' TO BAU-REASON
               PERFORM 2950-AUDIT-WRITE-PARA
           END-IF.

       2900-VFY-FIND-PARA.
           MOVE 'N' TO WS-VFY-FOUND-SW.
           MOVE 1 TO WS-VFY-SRCH-IDX.
           PERFORM 2910-VFY-FIND-ONE-PARA
               UNTIL WS-VFY-SRCH-IDX > WS-VFY-CNT
                  OR WS-VFY-FOUND.

       2910-VFY-FIND-ONE-PARA.
           IF WS-VFY-NUMBER(WS-VFY-SRCH-IDX) = WS-SRCH-NUMBER
               SET WS-VFY-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-VFY-SRCH-IDX
           END-IF.

       2950-AUDIT-WRITE-PARA.
           MOVE WS-RUN-DATE TO BAU-RUN-DATE.
           MOVE WS-SRCH-NUMBER TO BAU-EMPLOYEE-NUMBER.
           WRITE BNKAUDIT-REC.

       3000-VFYMAST-REWRITE-PARA.
           OPEN OUTPUT VFYMAST.
           IF WS-VFYMAST-STATUS NOT = '00'
               DISPLAY 'VERIFICATION MASTER CANNOT BE REWRITTEN, '
                   'STATUS ' WS-VFYMAST-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 3050-VFYMAST-WRITE-ONE-PARA
                   VARYING WS-VFY-IDX FROM 1 BY 1
                   UNTIL WS-VFY-IDX > WS-VFY-CNT
               CLOSE VFYMAST
           END-IF.

       3050-VFYMAST-WRITE-ONE-PARA.
           IF WS-VFY-ON-BANK(WS-VFY-IDX)
               MOVE SPACES TO VFYMAST-REC
               MOVE WS-VFY-NUMBER(WS-VFY-IDX) TO VFY-EMPLOYEE-NUMBER
               MOVE WS-VFY-ACCOUNT(WS-VFY-IDX) TO VFY-ACCOUNT
               MOVE WS-VFY-BANK-CODE(WS-VFY-IDX) TO VFY-BANK-CODE
               MOVE WS-VFY-STATUS(WS-VFY-IDX) TO VFY-STATUS
               MOVE WS-VFY-SENT-DATE(WS-VFY-IDX) TO VFY-SENT-DATE
               MOVE WS-VFY-VERIFIED-DATE(WS-VFY-IDX) TO
                   VFY-VERIFIED-DATE
               WRITE VFYMAST-REC
           END-IF.

      * EVERY ACCOUNT STILL WAITING ON THE BANK OR REJECTED BY IT;
      * THESE EMPLOYEES ARE PAID BY CHEQUE UNTIL VERIFIED.
       3100-OUTSTANDING-LIST-PARA.
           MOVE SPACES TO PREREG-REC.
           WRITE PREREG-REC.
           MOVE 'ACCOUNTS NOT YET VERIFIED' TO PREREG-REC.
           WRITE PREREG-REC.
           PERFORM 3150-OUTSTANDING-ONE-PARA
               VARYING WS-VFY-IDX FROM 1 BY 1
               UNTIL WS-VFY-IDX > WS-VFY-CNT.
           MOVE SPACES TO PREREG-REC.
           STRING 'PRENOTES SENT: ' DELIMITED BY SIZE
               WS-PRENOTE-CNT DELIMITED BY SIZE
               '  NOT YET VERIFIED: ' DELIMITED BY SIZE
               WS-OUTSTANDING-CNT DELIMITED BY SIZE
               INTO PREREG-REC.
           WRITE PREREG-REC.

       3150-OUTSTANDING-ONE-PARA.
           IF WS-VFY-ON-BANK(WS-VFY-IDX)
               AND NOT WS-VFY-VERIFIED(WS-VFY-IDX)
               ADD 1 TO WS-OUTSTANDING-CNT
               IF WS-VFY-FAILED(WS-VFY-IDX)
                   MOVE 'REJECTED, CORRECT ACCOUNT' TO WS-STATUS-TEXT
               ELSE
                   MOVE 'AWAITING BANK' TO WS-STATUS-TEXT
               END-IF
               MOVE SPACES TO PREREG-REC
               STRING WS-VFY-NUMBER(WS-VFY-IDX) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-VFY-ACCOUNT(WS-VFY-IDX) DELIMITED BY SIZE
                   '  SENT ' DELIMITED BY SIZE
                   WS-VFY-SENT-DATE(WS-VFY-IDX) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-STATUS-TEXT DELIMITED BY SIZE
                   INTO PREREG-REC
               WRITE PREREG-REC
           END-IF.

       3900-FILES-CLOSE-PARA.
           MOVE SPACES TO PRENOTE-REC.
           STRING 'CONTROL ' DELIMITED BY SIZE
               WS-PRENOTE-CNT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PRENOTE-TOTAL DELIMITED BY SIZE
               INTO PRENOTE-REC.
           WRITE PRENOTE-REC.
           CLOSE PRENOTE.
           IF WS-PRERESP-STATUS = '00' OR WS-PRERESP-STATUS = '10'
               CLOSE PRERESP
           END-IF.
           CLOSE BNKAUDIT.
           CLOSE PREREG.

      * RESOLVES EVERY FILE ASSIGNMENT FROM THE EXTERNAL FILE
      * CONFIGURATION BEFORE ANYTHING IS OPENED, REPORTING EACH
      * RESOLVED PATH. A LOGICAL NAME MISSING FROM THE
      * CONFIGURATION ENDS THE RUN CLEANLY WITH RC 16 BEFORE ANY
      * FILE IS TOUCHED.
       0050-FILECFG-LOAD-PARA.
           MOVE 'EMPBANK' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-BANKFL-PATH.
           MOVE 'EMPLOYEEDETA' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-EMPFY-PATH.
           MOVE 'BANKVERIFY' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-VFYMAST-PATH.
           MOVE 'BANKPRERESP' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-PRERESP-PATH.
           MOVE 'BANKPRENOTE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-PRENOTE-PATH.
           MOVE 'BANKAUDIT' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-BNKAUDIT-PATH.
           MOVE 'BANKPREREG' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-PREREG-PATH.

       0060-FILECFG-ONE-PARA.
           CALL 'FILECFG' USING WS-CFG-NAME, WS-CFG-PATH,
               WS-CFG-RESULT.
           IF WS-CFG-RESULT NOT = 'Y'
               DISPLAY 'FILE PATH NOT CONFIGURED: ' WS-CFG-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'USING ' WS-CFG-NAME ' AT ' WS-CFG-PATH.
