000210*                MODIFICATION HISTORY                            *
000220* DATE       INIT DESCRIPTION                                    *
000230* 2027-01-24  RKA INITIAL VERSION                                *
000231* 2027-07-11  RKA NETWORK RECONCILIATION (CBNETRCN) ADDED TO THE *
000232*                 REQUIRED CONTROLS (FAILED ON ANY BREAK)        *
000240*----------------------------------------------------------------*
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000910     05  FILLER                     PIC X(08) VALUE 'CBDBGROW'.
000920     05  FILLER                     PIC X(08) VALUE 'CBBALRFR'.
000930     05  FILLER                     PIC X(08) VALUE 'CBDATCUT'.
000931     05  FILLER                     PIC X(08) VALUE 'CBNETRCN'.
000940 01  WS-DEFAULT-LIST REDEFINES WS-DEFAULT-LIST-VALUES.
000950     05  WS-DEF-JOB                 PIC X(08) OCCURS 10 TIMES.
000960 01  WS-DEFAULT-COUNT               PIC S9(4) COMP VALUE 10.
000970*----------------------------------------------------------------*
000980 01  WS-REPORT-COUNTERS.
000990     05  WS-RPT-PASSED              PIC S9(4) COMP VALUE 0.
