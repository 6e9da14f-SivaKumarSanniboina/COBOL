      * SHARED CALL AREA FOR EXPRATE.CBL, THE EXPERIENCE-RATING
      * SERVICE. COPIED INTO THE WORKING-STORAGE OF EVERY CALLER
      * (RENEWEXEC, RENEWLTR, PROPINTK) AND INTO EXPRATE'S OWN
      * LINKAGE SECTION, SO ALL OF THEM SEE THE SAME SHAPE.
      * FUNCTION 'R' RATES ONE POLICY OR PROPOSAL; 'C' CLOSES THE
      * SERVICE'S FILES AT THE END OF THE CALLER'S RUN.
      * A RENEWAL PASSES THE POLICY NUMBER AND THE SERVICE PICKS UP
      * THE CUSTOMER AND LOB FROM THE MASTER; A NEW PROPOSAL HAS NO
      * POLICY NUMBER YET AND PASSES THE CUSTOMER AND LOB ITSELF.
      * EXPR-ADJ-PCT IS A STEP-DOWN ON THE PREMIUM FOR A NO-CLAIM
      * BONUS AND A STEP-UP FOR A CLAIMS LOADING. EXPR-RESULT 'N'
      * MEANS THE HISTORY COULD NOT BE READ AND NO ADJUSTMENT IS
      * RETURNED.
       01  EXPR-AREA.
           05  EXPR-FUNCTION           PIC X(01).
           05  EXPR-POLICYNO           PIC X(08).
           05  EXPR-CUSTOMERID         PIC X(08).
           05  EXPR-LOBCODE            PIC X(01).
           05  EXPR-AS-OF-DATE         PIC 9(08).
           05  EXPR-POLICY-CLAIMS      PIC 9(03).
           05  EXPR-BOOK-CLAIMS        PIC 9(03).
           05  EXPR-BOOK-POLICIES      PIC 9(03).
           05  EXPR-CLAIM-FREE-YRS     PIC 9(02).
           05  EXPR-WINDOW-YRS         PIC 9(02).
           05  EXPR-ADJ-TYPE           PIC X(01).
               88  EXPR-NO-CLAIM-BONUS         VALUE 'B'.
               88  EXPR-CLAIMS-LOADING         VALUE 'L'.
               88  EXPR-NO-ADJUSTMENT          VALUE 'N'.
           05  EXPR-ADJ-PCT            PIC 9(3)V99.
           05  EXPR-RESULT             PIC X(01).
