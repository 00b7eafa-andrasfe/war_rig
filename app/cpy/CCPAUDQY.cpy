           05 WS-DSP-ACTION                 PIC X(01).
              88 WS-DSP-RAISE-CASE          VALUE 'A'.
              88 WS-DSP-SET-STATUS          VALUE 'U'.
              88 WS-DSP-ASSIGN-CASE         VALUE 'G'.
              88 WS-DSP-PULL-NEXT           VALUE 'N'.
           05 WS-DSP-CASE-ID                PIC 9(09).
           05 WS-DSP-CARD-NUM               PIC X(16).
           05 WS-DSP-TRANSACTION-ID         PIC X(15).
              88 WS-DSP-UPDT-SUCCESS        VALUE 'S'.
              88 WS-DSP-UPDT-FAILED         VALUE 'F'.
           05 WS-DSP-ACT-MSG                PIC X(50).
      *    ENTRY MODE AND VERIFICATION RESULTS OF THE DISPUTED AUTH,
      *    FOR THE LIABILITY-SHIFT ASSESSMENT MADE AT CASE OPEN.
           05 WS-DSP-POS-ENTRY-MODE         PIC X(02).
           05 WS-DSP-ECI-RESULT             PIC X(02).
           05 WS-DSP-AVS-RESULT             PIC X(01).
           05 WS-DSP-CVV-RESULT             PIC X(01).
      *    WORK-QUEUE ASSIGNMENT. ACTION G ASSIGNS THE CASE TO THE
      *    ASSIGNEE, OR RELEASES IT WHEN THE ASSIGNEE IS SPACES - THE
      *    CALLER SETS THE SUPERVISOR SWITCH WHEN THE USER HOLDS
      *    WQASSIGN, WHICH A RELEASE OF ANOTHER ANALYST'S CASE NEEDS.
      *    ACTION N CLAIMS THE NEXT UNASSIGNED CASE FOR THE USER AND
      *    RETURNS ITS CASE ID.
           05 WS-DSP-ASSIGNEE               PIC X(08).
           05 WS-DSP-SUPERVISOR-SW          PIC X(01).
              88 WS-DSP-SUPERVISOR          VALUE 'Y'.
