      *----------------------------------------------------------------*
      *    CVLGHLDY  -  LEGAL-HOLD REGISTRY (LEGLHOLD)                 *
      *    ONE ROW PER SUBJECT PER MATTER: AN ACCOUNT OR A CUSTOMER    *
      *    NAMED BY LITIGATION OR A REGULATOR'S INQUIRY. WHILE A HOLD  *
      *    IS IN FORCE THE RETENTION JOBS (CBPIIERS ERASURE, CBFRROLL  *
      *    AUTHFRDS AGEING, CBHSKEEP ARCHIVE-INDEX AGEING) SKIP THE    *
      *    SUBJECT'S DATA AND REPORT WHAT THEY PRESERVED. A CUSTOMER   *
      *    HOLD COVERS EVERY ACCOUNT OF THE CUSTOMER. PLACED AND       *
      *    RELEASED UNDER DUAL CONTROL ON THE PAULGH SCREEN (COPAUSVC) *
      *    - THE SECOND USER'S APPROVAL COMPLETES EITHER STEP, AND THE *
      *    SUBJECT STAYS PRESERVED THROUGHOUT. CBLGHRPT LISTS THE      *
      *    HOLDS STILL OPEN EACH QUARTER.                              *
      *----------------------------------------------------------------*
       01  LEGAL-HOLD-RECORD.
           05  LGH-KEY.
               10  LGH-SUBJECT-TYPE        PIC X(01).
                   88  LGH-ACCOUNT-HOLD             VALUE 'A'.
                   88  LGH-CUSTOMER-HOLD            VALUE 'C'.
                   88  LGH-VALID-SUBJECT            VALUE 'A', 'C'.
      *        ACCOUNT ID, OR CUSTOMER ID RIGHT-JUSTIFIED.
               10  LGH-SUBJECT-ID          PIC 9(11).
               10  LGH-MATTER-REF          PIC X(12).
           05  LGH-STATUS                  PIC X(01).
               88  LGH-PENDING-PLACEMENT            VALUE 'P'.
               88  LGH-ACTIVE                       VALUE 'A'.
               88  LGH-PENDING-RELEASE              VALUE 'R'.
               88  LGH-RELEASED                     VALUE 'X'.
               88  LGH-IN-FORCE                     VALUE 'P', 'A', 'R'.
           05  LGH-DESCRIPTION             PIC X(40).
           05  LGH-PLACED-BY               PIC X(08).
           05  LGH-PLACED-DATE             PIC X(08).
           05  LGH-APPROVED-BY             PIC X(08).
           05  LGH-APPROVED-DATE           PIC X(08).
      *    RELEASE DATE COUNSEL EXPECTS (CCYYMMDD, SPACES = OPEN-
      *    ENDED). THE HOLD DOES NOT LAPSE ON IT - IT IS RELEASED
      *    ONLY UNDER DUAL CONTROL; THE QUARTERLY REPORT FLAGS HOLDS
      *    STILL OPEN PAST IT.
           05  LGH-RELEASE-DATE            PIC X(08).
           05  LGH-RELEASE-REQ-BY          PIC X(08).
           05  LGH-RELEASED-BY             PIC X(08).
           05  LGH-RELEASED-DATE           PIC X(08).
           05  FILLER                      PIC X(21).
