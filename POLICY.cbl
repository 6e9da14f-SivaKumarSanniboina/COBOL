      * A = ACTIVE, P = PENDING-RENEWAL, L = LAPSED, C = CANCELLED.
           05  POLICY-STATUS   PIC     X(01).

      * PREMIUM PAYMENT MODE (M = MONTHLY, Q = QUARTERLY, H = HALF-
      * YEARLY, A = ANNUAL), ALSO CARVED FROM FILLER. CARRIED ACROSS
      * TO POLICYFL BY THE NIGHTLY POLEXTR.CBL EXTRACT FOR BILLING.
           05  POLICYMODE      PIC     X(01).

           05  FILLER          PIC     X(53).
       FD  OUTFL.
       01  OUTFL-REC.
           05  POLICYNO        PIC     X(08).
