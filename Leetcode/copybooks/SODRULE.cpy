      *----------------------------------------------------------*
      *  SODRULE.CPY
      *  SEGREGATION-OF-DUTIES CONFLICT RULE LAYOUT - ONE RECORD
      *  PER PAIR OF DUTIES THAT ONE PERSON MUST NOT HOLD BOTH OF,
      *  E.G. CREATING A SETTLEMENT AND APPROVING IT. THE
      *  SOD-RULES FILE IS KEPT BY THE SECURITY ADMINISTRATOR AND
      *  READ BY SOD-REPORT (PROFILES AND ACTUAL ACTIVITY) AND BY
      *  PROFILE-MAINT (WARNING BEFORE A CONFLICTING GRANT).
      *
      *  A DUTY IS AN OPER-MENU OPTION CHARACTER, AS HELD IN
      *  OPR-ALLOWED-CHOICES ('1' ONE-DIMENSIONAL, 'R' RELEASE
      *  HELD SETTLEMENTS, 'W' REVIEW WRITE-OFFS ...), OR ONE OF
      *  THE DUTIES BELOW THAT HAS NO MENU OPTION OF ITS OWN:
      *      'N' = NEAR-MISS DECISION (THE CLERK ON A
      *            NEARMISS-DECISIONS RECORD)
      *  THE ORDER OF THE TWO DUTIES IN A RULE DOES NOT MATTER.
      *  A RECORD WITH '*' IN THE FIRST BYTE IS A COMMENT.
      *----------------------------------------------------------*
       01  SOD-RULE-REC.
           05  SOD-DUTY-1              PIC X(01).
           05  FILLER                  PIC X(02).
           05  SOD-DUTY-2              PIC X(01).
           05  FILLER                  PIC X(02).
           05  SOD-RULE-TEXT           PIC X(40).
           05  FILLER                  PIC X(34).
