       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYVAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * PERMANENT PAYROLL HISTORY: THE LATEST MONTH ON IT IS THE RUN
      * PAYSLIP.CBL HAS JUST MADE, AND EACH EMPLOYEE'S NET IS SET
      * AGAINST THEIR NET FOR THE MONTH BEFORE.
           SELECT PAYHIST ASSIGN TO DYNAMIC WS-PAYHIST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-PAYHIST-STATUS.

      * PAYSLIP.CBL'S PENDING TRANSFER FILE: THE CREDITS WAITING FOR
      * SIGN-OFF, AND THE ACCOUNT EACH ONE IS ABOUT TO GO TO.
           SELECT XFERPEND ASSIGN TO DYNAMIC WS-XFERPEND-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-XFERPEND-STATUS.

      * ACCOUNT EACH EMPLOYEE WAS LAST PAID TO, KEPT BY PAYREL.CBL AS
      * IT RELEASES EACH MONTH'S TRANSFERS.
           SELECT PAIDACCT ASSIGN TO DYNAMIC WS-PAIDACCT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-PAIDACCT-STATUS.

      * VARIANCE THRESHOLD PARAMETER: THE PERCENTAGE A NET MAY MOVE
      * FROM LAST MONTH BEFORE IT NEEDS A LOOK. DEFAULTS WHEN ABSENT.
           SELECT VARPARM ASSIGN TO DYNAMIC WS-VARPARM-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-VARPARM-STATUS.

      * VARIANCE FILE: A HEADER NAMING THE PAYROLL MONTH, THEN ONE
      * LINE PER EMPLOYEE PER REASON THEY NEED REVIEW. PAYREL.CBL
      * WILL NOT PAY ANYONE ON IT WITHOUT AN INDIVIDUAL APPROVAL.
           SELECT VAROUT ASSIGN TO DYNAMIC WS-VAROUT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-VAROUT-STATUS.

      * VARIANCE REPORT FOR PAYROLL SIGN-OFF.
           SELECT VARRPT ASSIGN TO DYNAMIC WS-VARRPT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-VARRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * SAME LAYOUT AS PAYSLIP.CBL'S PAYHIST-REC.
       FD  PAYHIST.
       01  PAYHIST-REC.
           05  HIS-EMPLOYEE-NUMBER     PIC 9(05).
           05  HIS-MONTH               PIC 9(06).
           05  HIS-BASIC               PIC 9(05)V99.
           05  HIS-DA                  PIC 9(05)V99.
           05  HIS-HRA                 PIC 9(05)V99.
           05  HIS-GROSS               PIC 9(05)V99.
           05  HIS-PF                  PIC 9(05)V99.
           05  HIS-TAX                 PIC 9(05)V99.
           05  HIS-NET                 PIC 9(05)V99.
           05  HIS-LOAN                PIC 9(05)V99.
           05  HIS-ARREARS             PIC 9(05)V99.
           05  HIS-BONUS               PIC 9(05)V99.
           05  HIS-REIMB-TAXABLE       PIC 9(05)V99.
           05  HIS-REIMB-EXEMPT        PIC 9(05)V99.

      * THE LINE PAYSLIP.CBL'S 2800-XFER-WRITE-PARA STRINGS TOGETHER,
      * FOLLOWED BY ITS 'CONTROL ' TOTAL LINE.
       FD  XFERPEND.
       01  XFERPEND-REC.
           05  XFP-BANK-CODE           PIC X(08).
           05  FILLER                  PIC X(01).
           05  XFP-ACCOUNT             PIC X(16).
           05  FILLER                  PIC X(01).
           05  XFP-EMPLOYEE-NUMBER     PIC 9(05).
           05  FILLER                  PIC X(01).
           05  XFP-NET                 PIC 9(05)V99.
           05  FILLER                  PIC X(41).

      * SAME LAYOUT AS PAYREL.CBL'S PAIDACCT-REC.
       FD  PAIDACCT.
       01  PAIDACCT-REC.
           05  PDA-EMPLOYEE-NUMBER     PIC 9(05).
           05  PDA-BANK-CODE           PIC X(08).
           05  PDA-ACCOUNT             PIC X(16).
           05  PDA-MONTH               PIC 9(06).
           05  FILLER                  PIC X(45).

       FD  VARPARM.
       01  VARPARM-REC.
           05  VPM-THRESHOLD-PCT       PIC 9(03)V99.
           05  FILLER                  PIC X(75).

      * THE HEADER LINE CARRIES EMPLOYEE 00000, REASON 'H' AND THE
      * THRESHOLD USED IN VAR-CHANGE-PCT.
       FD  VAROUT.
       01  VAROUT-REC.
           05  VAR-EMPLOYEE-NUMBER     PIC 9(05).
           05  VAR-MONTH               PIC 9(06).
           05  VAR-REASON              PIC X(01).
               88  VAR-HEADER                  VALUE 'H'.
               88  VAR-NET-VARIANCE            VALUE 'V'.
               88  VAR-NEW-JOINER              VALUE 'N'.
               88  VAR-ACCOUNT-CHANGED         VALUE 'A'.
           05  VAR-PRIOR-NET           PIC 9(05)V99.
           05  VAR-NET                 PIC 9(05)V99.
           05  VAR-CHANGE-PCT          PIC S9(05)V99
                                       SIGN LEADING SEPARATE.
           05  VAR-DESCRIPTION         PIC X(40).
           05  FILLER                  PIC X(06).

       FD  VARRPT.
       01  VARRPT-REC                  PIC X(80).

       WORKING-STORAGE SECTION.
      * RESOLVED FILE PATHS. EVERY ASSIGNMENT COMES FROM THE
      * EXTERNAL FILE CONFIGURATION (FILECFG) AT STARTUP -- SEE
      * 0050-FILECFG-LOAD-PARA -- SO A DISK MOVE OR A TEST RUN
      * NEVER MEANS EDITING AND RECOMPILING THIS PROGRAM.
       77  WS-PAYHIST-PATH             PIC X(80) VALUE SPACES.
       77  WS-XFERPEND-PATH            PIC X(80) VALUE SPACES.
       77  WS-PAIDACCT-PATH            PIC X(80) VALUE SPACES.
       77  WS-VARPARM-PATH             PIC X(80) VALUE SPACES.
       77  WS-VAROUT-PATH              PIC X(80) VALUE SPACES.
       77  WS-VARRPT-PATH              PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.

       01  WS-FILE-STATUS.
           05  WS-PAYHIST-STATUS       PIC X(2).
           05  WS-XFERPEND-STATUS      PIC X(2).
           05  WS-PAIDACCT-STATUS      PIC X(2).
           05  WS-VARPARM-STATUS       PIC X(2).
           05  WS-VAROUT-STATUS        PIC X(2).
           05  WS-VARRPT-STATUS        PIC X(2).

       01  WS-EOF-SWITCHES.
           05  WS-PAYHIST-EOF-SW       PIC X(01)   VALUE 'N'.
               88  PAYHIST-EOF                     VALUE 'Y'.
           05  WS-XFERPEND-EOF-SW      PIC X(01)   VALUE 'N'.
               88  XFERPEND-EOF                    VALUE 'Y'.
           05  WS-PAIDACCT-EOF-SW      PIC X(01)   VALUE 'N'.
               88  PAIDACCT-EOF                    VALUE 'Y'.

      * A NET THAT MOVES BY MORE THAN THIS PERCENTAGE EITHER WAY IS
      * LISTED, UNLESS THE PARAMETER FILE SAYS OTHERWISE.
       77  WS-THRESHOLD-PCT            PIC 9(03)V99 VALUE 10.00.
       77  WS-PAY-MONTH                PIC 9(06)   VALUE ZEROES.

      * EACH EMPLOYEE'S TWO LATEST MONTHS ON THE HISTORY.
       01  WS-HIST-TABLE.
           05  WS-HIST-ENTRY OCCURS 2000 TIMES.
               10  WS-HIST-NUMBER       PIC 9(05).
               10  WS-HIST-LAST-MONTH   PIC 9(06).
               10  WS-HIST-LAST-NET     PIC 9(05)V99.
               10  WS-HIST-PREV-MONTH   PIC 9(06).
               10  WS-HIST-PREV-NET     PIC 9(05)V99.
       77  WS-HIST-CNT                 PIC 9(4)    VALUE ZEROES.
       77  WS-HIST-SRCH-IDX            PIC 9(4)    VALUE ZEROES.
       77  WS-HIST-FOUND-SW            PIC X(01)   VALUE 'N'.
           88  WS-HIST-FOUND                       VALUE 'Y'.

      * THE PENDING CREDITS.
       01  WS-PEND-TABLE.
           05  WS-PEND-ENTRY OCCURS 2000 TIMES.
               10  WS-PEND-NUMBER       PIC 9(05).
               10  WS-PEND-BANK-CODE    PIC X(08).
               10  WS-PEND-ACCOUNT      PIC X(16).
               10  WS-PEND-NET          PIC 9(05)V99.
       77  WS-PEND-CNT                 PIC 9(4)    VALUE ZEROES.
       77  WS-PEND-IDX                 PIC 9(4)    VALUE ZEROES.

      * ACCOUNTS LAST PAID TO.
       01  WS-PAID-TABLE.
           05  WS-PAID-ENTRY OCCURS 2000 TIMES.
               10  WS-PAID-NUMBER       PIC 9(05).
               10  WS-PAID-BANK-CODE    PIC X(08).
               10  WS-PAID-ACCOUNT      PIC X(16).
       77  WS-PAID-CNT                 PIC 9(4)    VALUE ZEROES.
       77  WS-PAID-SRCH-IDX            PIC 9(4)    VALUE ZEROES.
       77  WS-PAID-FOUND-SW            PIC X(01)   VALUE 'N'.
           88  WS-PAID-FOUND                       VALUE 'Y'.

      * ONE EMPLOYEE'S COMPARISON.
       77  WS-THIS-NET                 PIC 9(05)V99 VALUE ZEROES.
       77  WS-PRIOR-NET                PIC 9(05)V99 VALUE ZEROES.
       77  WS-PRIOR-MONTH              PIC 9(06)   VALUE ZEROES.
       77  WS-CHANGE-PCT               PIC S9(05)V99 VALUE ZEROES.
       77  WS-FLAGGED-SW               PIC X(01)   VALUE 'N'.
           88  WS-FLAGGED                          VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-PAYHIST-RD-CNT       PIC 9(6)    VALUE ZEROES.
           05  WS-CHECKED-CNT          PIC 9(4)    VALUE ZEROES.
           05  WS-FLAGGED-CNT          PIC 9(4)    VALUE ZEROES.
           05  WS-VARIANCE-CNT         PIC 9(4)    VALUE ZEROES.
           05  WS-NEW-JOINER-CNT       PIC 9(4)    VALUE ZEROES.
           05  WS-ACCT-CHANGE-CNT      PIC 9(4)    VALUE ZEROES.

       77  WS-PEND-TOTAL               PIC 9(9)V99 VALUE ZEROES.
       77  WS-FORMATTED-PRIOR          PIC Z(4)9.99.
       77  WS-FORMATTED-NET            PIC Z(4)9.99.
       77  WS-FORMATTED-PCT            PIC -(5)9.99.
       77  WS-FORMATTED-TOTAL          PIC Z(8)9.99.
       77  WS-FORMATTED-COUNT          PIC ZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0050-FILECFG-LOAD-PARA.
           PERFORM 1000-FILES-OPEN-PARA.
           IF WS-PAYHIST-STATUS = '00' AND WS-XFERPEND-STATUS = '00'
               PERFORM 1500-PAYHIST-READ-PARA UNTIL PAYHIST-EOF
               PERFORM 1600-XFERPEND-READ-PARA UNTIL XFERPEND-EOF
               PERFORM 2000-HEADINGS-WRITE-PARA
               PERFORM 2100-EMPLOYEE-CHECK-PARA
                   VARYING WS-PEND-IDX FROM 1 BY 1
                   UNTIL WS-PEND-IDX > WS-PEND-CNT
               PERFORM 3000-FOOTING-WRITE-PARA
           ELSE
               DISPLAY 'PAYROLL HISTORY OR PENDING TRANSFERS CANNOT '
                   'BE OPENED, NO VARIANCE CHECK MADE.'
               MOVE 16 TO RETURN-CODE
           END-IF.
           PERFORM 3900-FILES-CLOSE-PARA.

           DISPLAY 'PAYROLL MONTH: ', WS-PAY-MONTH.
           DISPLAY 'HISTORY LINES READ: ', WS-PAYHIST-RD-CNT.
           DISPLAY 'PENDING CREDITS CHECKED: ', WS-CHECKED-CNT.
           DISPLAY 'EMPLOYEES FOR REVIEW: ', WS-FLAGGED-CNT.
           DISPLAY 'NET VARIANCES: ', WS-VARIANCE-CNT.
           DISPLAY 'NEW JOINERS: ', WS-NEW-JOINER-CNT.
           DISPLAY 'CHANGED ACCOUNTS: ', WS-ACCT-CHANGE-CNT.
           IF WS-FLAGGED-CNT > 0 AND RETURN-CODE = 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-FILES-OPEN-PARA.
           OPEN INPUT PAYHIST.
           DISPLAY 'FILE STATUS FOR PAYHIST:', WS-PAYHIST-STATUS.
           OPEN INPUT XFERPEND.
           DISPLAY 'FILE STATUS FOR XFERPEND:', WS-XFERPEND-STATUS.

           PERFORM 1100-VARPARM-LOAD-PARA.
           PERFORM 1200-PAIDACCT-LOAD-PARA.

           OPEN OUTPUT VAROUT.
           DISPLAY 'FILE STATUS FOR VAROUT:', WS-VAROUT-STATUS.
           OPEN OUTPUT VARRPT.
           DISPLAY 'FILE STATUS FOR VARRPT:', WS-VARRPT-STATUS.

       1100-VARPARM-LOAD-PARA.
           OPEN INPUT VARPARM.
           IF WS-VARPARM-STATUS NOT = '00' THEN
               DISPLAY 'VARIANCE PARAMETER NOT FOUND, USING '
                   WS-THRESHOLD-PCT ' PERCENT.'
           ELSE
               READ VARPARM
                   AT END
                       DISPLAY 'VARIANCE PARAMETER EMPTY, USING '
                           WS-THRESHOLD-PCT ' PERCENT.'
                   NOT AT END
                       IF VPM-THRESHOLD-PCT NUMERIC
                           MOVE VPM-THRESHOLD-PCT TO WS-THRESHOLD-PCT
                       ELSE
                           DISPLAY 'VARIANCE PARAMETER INVALID, USING '
                               WS-THRESHOLD-PCT ' PERCENT.'
                       END-IF
               END-READ
               CLOSE VARPARM
           END-IF.

      * NO RECORD OF PAST PAYMENTS MEANS NO ACCOUNT CAN BE SHOWN TO
      * HAVE CHANGED; NEW JOINERS ARE STILL CAUGHT FROM THE HISTORY.
       1200-PAIDACCT-LOAD-PARA.
           OPEN INPUT PAIDACCT.
           IF WS-PAIDACCT-STATUS NOT = '00' THEN
               DISPLAY 'PAID-ACCOUNT RECORD NOT FOUND, NO ACCOUNT '
                   'CHANGES CHECKED.'
               SET PAIDACCT-EOF TO TRUE
           ELSE
               PERFORM 1250-PAIDACCT-READ-PARA UNTIL PAIDACCT-EOF
               CLOSE PAIDACCT
           END-IF.

       1250-PAIDACCT-READ-PARA.
           READ PAIDACCT
               AT END
                   SET PAIDACCT-EOF TO TRUE
               NOT AT END
                   IF WS-PAID-CNT < 2000
                       ADD 1 TO WS-PAID-CNT
                       MOVE PDA-EMPLOYEE-NUMBER TO
                           WS-PAID-NUMBER(WS-PAID-CNT)
                       MOVE PDA-BANK-CODE TO
                           WS-PAID-BANK-CODE(WS-PAID-CNT)
                       MOVE PDA-ACCOUNT TO WS-PAID-ACCOUNT(WS-PAID-CNT)
                   ELSE
                       DISPLAY 'WS-PAID-TABLE FULL, ENTRY IGNORED: '
                           PDA-EMPLOYEE-NUMBER
                   END-IF
           END-READ.

      * KEEPS EACH EMPLOYEE'S LATEST AND NEXT-LATEST MONTH, WHATEVER
      * ORDER THE HISTORY IS IN; THE LATEST MONTH ACROSS EVERYONE IS
      * THE PAYROLL MONTH UNDER CHECK.
       1500-PAYHIST-READ-PARA.
           READ PAYHIST
               AT END
                   SET PAYHIST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-PAYHIST-RD-CNT
                   IF HIS-MONTH > WS-PAY-MONTH
                       MOVE HIS-MONTH TO WS-PAY-MONTH
                   END-IF
                   PERFORM 1550-HIST-KEEP-PARA
           END-READ.

       1550-HIST-KEEP-PARA.
           MOVE 'N' TO WS-HIST-FOUND-SW.
           MOVE 1 TO WS-HIST-SRCH-IDX.
           PERFORM 1560-HIST-FIND-ONE-PARA
               UNTIL WS-HIST-SRCH-IDX > WS-HIST-CNT
                  OR WS-HIST-FOUND.
           IF NOT WS-HIST-FOUND
               IF WS-HIST-CNT < 2000
                   ADD 1 TO WS-HIST-CNT
                   MOVE WS-HIST-CNT TO WS-HIST-SRCH-IDX
                   MOVE HIS-EMPLOYEE-NUMBER TO
                       WS-HIST-NUMBER(WS-HIST-SRCH-IDX)
                   MOVE HIS-MONTH TO
                       WS-HIST-LAST-MONTH(WS-HIST-SRCH-IDX)
                   MOVE HIS-NET TO WS-HIST-LAST-NET(WS-HIST-SRCH-IDX)
                   MOVE ZEROES TO WS-HIST-PREV-MONTH(WS-HIST-SRCH-IDX)
                   MOVE ZEROES TO WS-HIST-PREV-NET(WS-HIST-SRCH-IDX)
               ELSE
                   DISPLAY 'WS-HIST-TABLE FULL, ENTRY IGNORED: '
                       HIS-EMPLOYEE-NUMBER
               END-IF
           ELSE
               IF HIS-MONTH > WS-HIST-LAST-MONTH(WS-HIST-SRCH-IDX)
                   MOVE WS-HIST-LAST-MONTH(WS-HIST-SRCH-IDX) TO
                       WS-HIST-PREV-MONTH(WS-HIST-SRCH-IDX)
                   MOVE WS-HIST-LAST-NET(WS-HIST-SRCH-IDX) TO
                       WS-HIST-PREV-NET(WS-HIST-SRCH-IDX)
                   MOVE HIS-MONTH TO
                       WS-HIST-LAST-MONTH(WS-HIST-SRCH-IDX)
                   MOVE HIS-NET TO WS-HIST-LAST-NET(WS-HIST-SRCH-IDX)
               ELSE
                   IF HIS-MONTH < WS-HIST-LAST-MONTH(WS-HIST-SRCH-IDX)
                       AND HIS-MONTH >
                           WS-HIST-PREV-MONTH(WS-HIST-SRCH-IDX)
                       MOVE HIS-MONTH TO
                           WS-HIST-PREV-MONTH(WS-HIST-SRCH-IDX)
                       MOVE HIS-NET TO
                           WS-HIST-PREV-NET(WS-HIST-SRCH-IDX)
                   END-IF
               END-IF
           END-IF.

       1560-HIST-FIND-ONE-PARA.
           IF WS-HIST-NUMBER(WS-HIST-SRCH-IDX) = HIS-EMPLOYEE-NUMBER
               SET WS-HIST-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-HIST-SRCH-IDX
           END-IF.

      * THE TRAILING CONTROL LINE IS NOT A CREDIT.
       1600-XFERPEND-READ-PARA.
           READ XFERPEND
               AT END
                   SET XFERPEND-EOF TO TRUE
               NOT AT END
                   IF XFERPEND-REC(1:8) NOT = 'CONTROL '
                       IF WS-PEND-CNT < 2000
                           ADD 1 TO WS-PEND-CNT
                           MOVE XFP-EMPLOYEE-NUMBER TO
                               WS-PEND-NUMBER(WS-PEND-CNT)
                           MOVE XFP-BANK-CODE TO
                               WS-PEND-BANK-CODE(WS-PEND-CNT)
                           MOVE XFP-ACCOUNT TO
                               WS-PEND-ACCOUNT(WS-PEND-CNT)
                           MOVE XFP-NET TO WS-PEND-NET(WS-PEND-CNT)
                           ADD XFP-NET TO WS-PEND-TOTAL
                       ELSE
                           DISPLAY 'WS-PEND-TABLE FULL, ENTRY '
                               'IGNORED: ' XFP-EMPLOYEE-NUMBER
                           MOVE 16 TO RETURN-CODE
                       END-IF
                   END-IF
           END-READ.

       2000-HEADINGS-WRITE-PARA.
           MOVE SPACES TO VAROUT-REC.
           MOVE ZEROES TO VAR-EMPLOYEE-NUMBER.
           MOVE WS-PAY-MONTH TO VAR-MONTH.
           SET VAR-HEADER TO TRUE.
           MOVE ZEROES TO VAR-PRIOR-NET.
           MOVE ZEROES TO VAR-NET.
           MOVE WS-THRESHOLD-PCT TO VAR-CHANGE-PCT.
           MOVE 'PAYROLL VARIANCE CHECK' TO VAR-DESCRIPTION.
           WRITE VAROUT-REC.

           MOVE WS-THRESHOLD-PCT TO WS-FORMATTED-PCT.
           MOVE SPACES TO VARRPT-REC.
           STRING 'PAYROLL VARIANCE CHECK FOR MONTH ' DELIMITED BY SIZE
               WS-PAY-MONTH DELIMITED BY SIZE
               '  THRESHOLD ' DELIMITED BY SIZE
               WS-FORMATTED-PCT DELIMITED BY SIZE
               '%' DELIMITED BY SIZE
               INTO VARRPT-REC.
           WRITE VARRPT-REC.
           MOVE SPACES TO VARRPT-REC.
           WRITE VARRPT-REC.
           MOVE SPACES TO VARRPT-REC.
           STRING 'EMPLOYEE  REASON                ' DELIMITED BY SIZE
               'PRIOR NET THIS NET  CHANGE %' DELIMITED BY SIZE
               INTO VARRPT-REC.
           WRITE VARRPT-REC.

      * AN EMPLOYEE CAN BE LISTED FOR MORE THAN ONE REASON; EACH
      * REASON IS ITS OWN LINE.
       2100-EMPLOYEE-CHECK-PARA.
           ADD 1 TO WS-CHECKED-CNT.
           MOVE 'N' TO WS-FLAGGED-SW.
           MOVE WS-PEND-NET(WS-PEND-IDX) TO WS-THIS-NET.
           MOVE ZEROES TO WS-PRIOR-NET.
           MOVE ZEROES TO WS-PRIOR-MONTH.
           MOVE ZEROES TO WS-CHANGE-PCT.
           MOVE 'N' TO WS-HIST-FOUND-SW.
           MOVE 1 TO WS-HIST-SRCH-IDX.
           PERFORM 2110-HIST-FIND-ONE-PARA
               UNTIL WS-HIST-SRCH-IDX > WS-HIST-CNT
                  OR WS-HIST-FOUND.
           IF WS-HIST-FOUND
               IF WS-HIST-LAST-MONTH(WS-HIST-SRCH-IDX) = WS-PAY-MONTH
                   MOVE WS-HIST-LAST-NET(WS-HIST-SRCH-IDX) TO
                       WS-THIS-NET
                   MOVE WS-HIST-PREV-MONTH(WS-HIST-SRCH-IDX) TO
                       WS-PRIOR-MONTH
                   MOVE WS-HIST-PREV-NET(WS-HIST-SRCH-IDX) TO
                       WS-PRIOR-NET
               ELSE
                   MOVE WS-HIST-LAST-MONTH(WS-HIST-SRCH-IDX) TO
                       WS-PRIOR-MONTH
                   MOVE WS-HIST-LAST-NET(WS-HIST-SRCH-IDX) TO
                       WS-PRIOR-NET
               END-IF
           END-IF.

           IF WS-PRIOR-MONTH = ZEROES
               ADD 1 TO WS-NEW-JOINER-CNT
               SET VAR-NEW-JOINER TO TRUE
               MOVE 'NEW JOINER, NO PREVIOUS PAY' TO VAR-DESCRIPTION
               PERFORM 2200-VARIANCE-WRITE-PARA
           ELSE
               IF WS-PRIOR-NET = ZEROES
                   IF WS-THIS-NET > ZEROES
                       ADD 1 TO WS-VARIANCE-CNT
                       SET VAR-NET-VARIANCE TO TRUE
                       MOVE 'NET PAID AFTER A NIL MONTH' TO
                           VAR-DESCRIPTION
                       PERFORM 2200-VARIANCE-WRITE-PARA
                   END-IF
               ELSE
                   COMPUTE WS-CHANGE-PCT ROUNDED =
                       (WS-THIS-NET - WS-PRIOR-NET) * 100
                       / WS-PRIOR-NET
                   IF WS-CHANGE-PCT > WS-THRESHOLD-PCT
                       OR WS-CHANGE-PCT < 0 - WS-THRESHOLD-PCT
                       ADD 1 TO WS-VARIANCE-CNT
                       SET VAR-NET-VARIANCE TO TRUE
                       MOVE 'NET MOVED BEYOND THRESHOLD' TO
                           VAR-DESCRIPTION
                       PERFORM 2200-VARIANCE-WRITE-PARA
                   END-IF
               END-IF
           END-IF.

           MOVE 'N' TO WS-PAID-FOUND-SW.
           MOVE 1 TO WS-PAID-SRCH-IDX.
           PERFORM 2120-PAID-FIND-ONE-PARA
               UNTIL WS-PAID-SRCH-IDX > WS-PAID-CNT
                  OR WS-PAID-FOUND.
           IF WS-PAID-FOUND
               IF WS-PAID-ACCOUNT(WS-PAID-SRCH-IDX) NOT =
                       WS-PEND-ACCOUNT(WS-PEND-IDX)
                   OR WS-PAID-BANK-CODE(WS-PAID-SRCH-IDX) NOT =
                       WS-PEND-BANK-CODE(WS-PEND-IDX)
                   ADD 1 TO WS-ACCT-CHANGE-CNT
                   SET VAR-ACCOUNT-CHANGED TO TRUE
                   MOVE 'FIRST PAYMENT TO A CHANGED ACCOUNT' TO
                       VAR-DESCRIPTION
                   PERFORM 2200-VARIANCE-WRITE-PARA
               END-IF
           END-IF.

           IF WS-FLAGGED
               ADD 1 TO WS-FLAGGED-CNT
           END-IF.

       2110-HIST-FIND-ONE-PARA.
           IF WS-HIST-NUMBER(WS-HIST-SRCH-IDX) =
                   WS-PEND-NUMBER(WS-PEND-IDX)
               SET WS-HIST-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-HIST-SRCH-IDX
           END-IF.

       2120-PAID-FIND-ONE-PARA.
           IF WS-PAID-NUMBER(WS-PAID-SRCH-IDX) =
                   WS-PEND-NUMBER(WS-PEND-IDX)
               SET WS-PAID-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-PAID-SRCH-IDX
           END-IF.

      * VAR-REASON AND VAR-DESCRIPTION ARE SET BY THE CALLER.
       2200-VARIANCE-WRITE-PARA.
           SET WS-FLAGGED TO TRUE.
           MOVE WS-PEND-NUMBER(WS-PEND-IDX) TO VAR-EMPLOYEE-NUMBER.
           MOVE WS-PAY-MONTH TO VAR-MONTH.
           MOVE WS-PRIOR-NET TO VAR-PRIOR-NET.
           MOVE WS-THIS-NET TO VAR-NET.
           MOVE WS-CHANGE-PCT TO VAR-CHANGE-PCT.
           MOVE SPACES TO VAROUT-REC(75:6).
           WRITE VAROUT-REC.

           MOVE WS-PRIOR-NET TO WS-FORMATTED-PRIOR.
           MOVE WS-THIS-NET TO WS-FORMATTED-NET.
           MOVE WS-CHANGE-PCT TO WS-FORMATTED-PCT.
           MOVE SPACES TO VARRPT-REC.
           STRING VAR-EMPLOYEE-NUMBER DELIMITED BY SIZE
               '     ' DELIMITED BY SIZE
               VAR-DESCRIPTION(1:23) DELIMITED BY SIZE
               WS-FORMATTED-PRIOR DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-FORMATTED-NET DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-FORMATTED-PCT DELIMITED BY SIZE
               INTO VARRPT-REC.
           WRITE VARRPT-REC.

       3000-FOOTING-WRITE-PARA.
           MOVE SPACES TO VARRPT-REC.
           WRITE VARRPT-REC.
           MOVE WS-CHECKED-CNT TO WS-FORMATTED-COUNT.
           MOVE WS-PEND-TOTAL TO WS-FORMATTED-TOTAL.
           MOVE SPACES TO VARRPT-REC.
           STRING 'PENDING CREDITS: ' DELIMITED BY SIZE
               WS-FORMATTED-COUNT DELIMITED BY SIZE
               '  TOTAL: ' DELIMITED BY SIZE
               WS-FORMATTED-TOTAL DELIMITED BY SIZE
               INTO VARRPT-REC.
           WRITE VARRPT-REC.
           MOVE WS-FLAGGED-CNT TO WS-FORMATTED-COUNT.
           MOVE SPACES TO VARRPT-REC.
           STRING 'EMPLOYEES FOR REVIEW: ' DELIMITED BY SIZE
               WS-FORMATTED-COUNT DELIMITED BY SIZE
               INTO VARRPT-REC.
           WRITE VARRPT-REC.
           MOVE SPACES TO VARRPT-REC.
           STRING 'NO CREDIT IS RELEASED UNTIL PAYROLL SIGNS OFF. '
               DELIMITED BY SIZE
               'LISTED EMPLOYEES NEED THEIR OWN' DELIMITED BY SIZE
               INTO VARRPT-REC.
           WRITE VARRPT-REC.
           MOVE 'APPROVAL ON THE APPROVAL FILE.' TO VARRPT-REC.
           WRITE VARRPT-REC.

       3900-FILES-CLOSE-PARA.
           IF WS-PAYHIST-STATUS = '00' OR WS-PAYHIST-STATUS = '10'
               CLOSE PAYHIST
           END-IF.
           IF WS-XFERPEND-STATUS = '00' OR WS-XFERPEND-STATUS = '10'
               CLOSE XFERPEND
           END-IF.
           CLOSE VAROUT.
           CLOSE VARRPT.

      * RESOLVES EVERY FILE ASSIGNMENT FROM THE EXTERNAL FILE
      * CONFIGURATION BEFORE ANYTHING IS OPENED, REPORTING EACH
      * RESOLVED PATH. A LOGICAL NAME MISSING FROM THE
      * CONFIGURATION ENDS THE RUN CLEANLY WITH RC 16 BEFORE ANY
      * FILE IS TOUCHED.
       0050-FILECFG-LOAD-PARA.
           MOVE 'PAYHIST' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-PAYHIST-PATH.
           MOVE 'XFERPENDING' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-XFERPEND-PATH.
           MOVE 'PAIDACCOUNT' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-PAIDACCT-PATH.
           MOVE 'PAYVARPARM' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-VARPARM-PATH.
           MOVE 'PAYVARIANCE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-VAROUT-PATH.
           MOVE 'PAYVARRPT' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-VARRPT-PATH.

       0060-FILECFG-ONE-PARA.
           CALL 'FILECFG' USING WS-CFG-NAME, WS-CFG-PATH,
               WS-CFG-RESULT.
           IF WS-CFG-RESULT NOT = 'Y'
               DISPLAY 'FILE PATH NOT CONFIGURED: ' WS-CFG-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'USING ' WS-CFG-NAME ' AT ' WS-CFG-PATH.
