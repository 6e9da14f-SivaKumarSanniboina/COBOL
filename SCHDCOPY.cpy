      * SHARED CALL AREA FOR POLSCHED.CBL, THE POLICY SCHEDULE PRINT
      * SERVICE. COPIED INTO THE WORKING-STORAGE OF EVERY CALLER
      * (PROPINTK, RENEWEXEC, SCHEDRPT) AND INTO POLSCHED'S OWN
      * LINKAGE SECTION, SO ALL OF THEM SEE THE SAME SHAPE.
      * FUNCTION 'P' PRINTS ONE SCHEDULE BLOCK FOR THE POLICY IMAGE
      * PASSED; 'C' CLOSES THE SERVICE'S FILES AT THE END OF THE
      * CALLER'S RUN. SCHD-PRINT-NAME IS THE FILE CONFIGURATION NAME
      * OF THE PRINT FILE THE CALLER WANTS ITS SCHEDULES ON, TAKEN
      * ON THE FIRST 'P' CALL, AS IS SCHD-NOADDR-NAME, THE NAME OF ITS
      * NO-VALID-ADDRESS EXCEPTION LIST. SCHD-POLICY IS THE CALLER'S
      * POLICY_REC AS IT NOW STANDS ON THE MASTER. SCHD-RESULT 'N'
      * MEANS NO SCHEDULE COULD BE PRINTED; 'H' MEANS THE CUSTOMER IS
      * ON RETURNED-MAIL ADDRESS HOLD AND THE SCHEDULE WENT TO THE
      * EXCEPTION LIST INSTEAD.
       01  SCHD-AREA.
           05  SCHD-FUNCTION           PIC X(01).
           05  SCHD-PRINT-NAME         PIC X(12).
           05  SCHD-NOADDR-NAME        PIC X(12).
           05  SCHD-KIND               PIC X(01).
               88  SCHD-NEW-BUSINESS           VALUE 'N'.
               88  SCHD-RENEWAL                VALUE 'R'.
               88  SCHD-REPRINT                VALUE 'P'.
           05  SCHD-POLICY.
               10  SCHD-POLICYNO       PIC X(08).
               10  SCHD-CUSTOMERID     PIC X(08).
               10  SCHD-LOBCODE        PIC X(01).
               10  SCHD-START-DATE     PIC X(08).
               10  SCHD-END-DATE       PIC X(08).
               10  SCHD-PREMIUM        PIC X(10).
               10  SCHD-PREMIUM-NUM REDEFINES SCHD-PREMIUM
                                       PIC S9(8)V99 SIGN IS TRAILING.
               10  SCHD-AGENT-ID       PIC X(05).
               10  SCHD-POLICY-STATUS  PIC X(01).
               10  FILLER              PIC X(54).
           05  SCHD-RESULT             PIC X(01).
               88  SCHD-PRINTED                VALUE 'Y'.
               88  SCHD-ADDRESS-HELD           VALUE 'H'.
               88  SCHD-NOT-PRINTED            VALUE 'N'.
