      *    HOT-LISTS A CARD BY SETTING THE STATUS HERE (COPAUS3C) AND  *
      *    THE INTAKE DECLINES THE NEXT AUTH ON IT. A CARD WITH NO ROW *
      *    IS USABLE - THIS IS A NEGATIVE FILE.                        *
      *    A REISSUED OR NEWLY ENROLLED CARD IS WRITTEN HERE AS ISSUED *
      *    BUT NOT ACTIVATED (N) UNTIL THE CARDHOLDER ACTIVATES IT     *
      *    THROUGH COPAUSQC; CRDST-EFF-DATE IS THEN THE ISSUE DATE.    *
      *    A CARDHOLDER MAY FREEZE AN ACTIVE CARD (F) AND LIFT IT      *
      *    AGAIN THROUGH COPAUSZC. A FREEZE IS NOT A CSR STATUS - IT   *
      *    IS LEFT OUT OF CRDST-VALID-STATUS SO PAUCRD CANNOT KEY IT.  *
      *    A CARD LEFT UNUSED PAST THE DORMANCY PERIOD IS SET DORMANT  *
      *    (D) BY THE MONTHLY CBDRMCRD JOB, AFTER AN ADVANCE NOTICE.   *
      *    THE INTAKE DECLINES IT UNTIL THE CARDHOLDER REACTIVATES IT  *
      *    THROUGH COPAUSQC; LIKE A FREEZE IT IS NOT A CSR STATUS.     *
      *----------------------------------------------------------------*
       01  CARD-STATUS-RECORD.
           05  CRDST-CARD-NUM              PIC X(16).
               88  CRDST-LOST                       VALUE 'L'.
               88  CRDST-STOLEN                     VALUE 'S'.
               88  CRDST-EXPIRED                    VALUE 'E'.
               88  CRDST-NOT-ACTIVATED              VALUE 'N'.
               88  CRDST-FROZEN                     VALUE 'F'.
               88  CRDST-DORMANT                    VALUE 'D'.
               88  CRDST-HOT-LISTED                 VALUE 'L', 'S'.
               88  CRDST-NOT-USABLE                 VALUE 'I', 'E',
                                                          'N'.
               88  CRDST-VALID-STATUS               VALUE 'A', 'I',
                                                          'L', 'S', 'E',
                                                          'N'.
           05  CRDST-EFF-DATE              PIC X(08).
           05  CRDST-UPDATED-BY            PIC X(08).
           05  CRDST-UPDATED-DATE          PIC X(08).
      *    DELETES ITS OWN ROWS ONCE THE WINDOW PASSES SO THE FILE
      *    DOES NOT GROW FOREVER. SPACES ON SCREEN-MAINTAINED ROWS.
           05  CRDST-EXPIRE-DATE           PIC X(08).
      *    FREEZE BOOKKEEPING, SET ONLY BY COPAUSZC. THE PRIOR STATUS
      *    IS THE ONE TO PUT BACK WHEN THE FREEZE IS LIFTED - SPACES
      *    MEANS THE CARD HAD NO ROW, SO THE UNFREEZE DELETES IT. THE
      *    CHANNEL (R = REST/MOBILE APP, C = CALL CENTRE) AND TIME
      *    (HHMMSS, ON CRDST-UPDATED-DATE) ARE THOSE OF THE LAST
      *    FREEZE OR UNFREEZE.
           05  CRDST-PRIOR-STATUS          PIC X(01).
           05  CRDST-FREEZE-CHANNEL        PIC X(01).
               88  CRDST-FROZEN-VIA-REST            VALUE 'R'.
               88  CRDST-FROZEN-VIA-CALL-CTR        VALUE 'C'.
           05  CRDST-FREEZE-TIME           PIC X(06).
           05  FILLER                      PIC X(03).
