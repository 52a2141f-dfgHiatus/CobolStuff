      *----------------------------------------------------------*
      *  REFCODE.CPY
      *  INDEXED REFERENCE-CODE REGISTRY RECORD LAYOUT, KEYED ON
      *  REF-CODE (UPPER CASE, LEFT-JUSTIFIED). REPLACES THE FLAT
      *  ISSUED-CODES LIST, WHICH COULD ONLY SAY A CODE HAD BEEN
      *  HANDED OUT. BUILT ONCE BY REFCODE-LOAD FROM THE OLD FLAT
      *  LIST, ADDED TO BY CODE-ISSUE, MARKED ACTIVE BY
      *  PALINDROME-CHECK, RETIRED OR REVOKED BY REFCODE-MAINT
      *  AND READ BY REFCODE-INQUIRY.
      *  COPY THIS INTO A PROGRAM'S FD WITH A REPLACING PHRASE TO
      *  GIVE THE 01-LEVEL A PROGRAM-SPECIFIC NAME, E.G.:
      *
      *      FD  REFCODE-REGISTRY.
      *          COPY REFCODE REPLACING ==REF-CODE-REC== BY
      *              ==REGISTRY-REC==.
      *----------------------------------------------------------*
      *  LIFECYCLE: 'I' ISSUED BY CODE-ISSUE, NOT YET SEEN IN USE;
      *  'A' ACTIVE - SEEN BY THE VALIDATOR; 'R' RETIRED AND 'V'
      *  REVOKED BY THE ISSUING DESK. A RETIRED OR REVOKED CODE
      *  FAILS VALIDATION FROM THEN ON.
      *
      *  THE REPLACEMENT CHAIN: REF-REPLACES IS THE FAILED CODE
      *  THIS ONE WAS ISSUED IN PLACE OF, REF-REPLACED-BY THE CODE
      *  LATER ISSUED IN PLACE OF THIS ONE. A FAILED CODE THAT WAS
      *  NEVER ISSUED HERE IS REGISTERED (ORIGIN 'E', RETIRED) WHEN
      *  ITS REPLACEMENT IS ISSUED, SO THE CHAIN CAN BE FOLLOWED
      *  FROM EITHER END.
      *----------------------------------------------------------*
       01  REF-CODE-REC.
           05  REF-CODE                PIC X(30).
           05  REF-STATUS              PIC X(01).
               88  REF-ISSUED                  VALUE 'I'.
               88  REF-ACTIVE                  VALUE 'A'.
               88  REF-RETIRED                 VALUE 'R'.
               88  REF-REVOKED                 VALUE 'V'.
           05  REF-ORIGIN              PIC X(01).
      *  'I' = ISSUED BY CODE-ISSUE, 'C' = CONVERTED FROM THE FLAT
      *  ISSUED-CODES LIST (ISSUE DATE NOT KNOWN), 'E' = A FAILED
      *  CODE FROM OUTSIDE, REGISTERED WHEN IT WAS REPLACED.
               88  REF-FROM-CODE-ISSUE         VALUE 'I'.
               88  REF-FROM-CONVERSION         VALUE 'C'.
               88  REF-FROM-OUTSIDE            VALUE 'E'.
           05  REF-ISSUE-DATE          PIC X(08).
           05  REF-REPLACES            PIC X(30).
           05  REF-REPLACED-BY         PIC X(30).
           05  REF-ACTIVATED-DATE      PIC X(08).
      *  THE LAST STATUS CHANGE: WHEN, BY WHOM (OPERATOR ID OR THE
      *  PROGRAM THAT MADE IT) AND WHY.
           05  REF-STATUS-DATE         PIC X(08).
           05  REF-STATUS-BY           PIC X(12).
           05  REF-STATUS-REASON       PIC X(30).
           05  FILLER                  PIC X(42).
