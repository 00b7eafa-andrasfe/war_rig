000190* DATE       INIT DESCRIPTION                                    *
000200* 2025-03-09  JGM INITIAL VERSION                                *
000201* 2025-12-14  RKA ENTITLEMENT CHECK (MAINTCFG) ON APPLY           *
000202* 2027-05-23  JGM NEW ROW STARTS WITH A ZERO PIN-TRY LIMIT (THE  *
000203*                 INTAKE DEFAULT APPLIES) - NOT ON THE SCREEN    *
000204* 2028-03-27  JGM NEW ROW ALSO STARTS WITH ZERO DECLINE-RETRY    *
000205*                 LIMIT AND GMT OFFSET, DEFAULT C/R/D TREATMENTS *
000210*----------------------------------------------------------------*
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
002510                                       OPCFG-DLQ-DEPTH-MAX
002520                                       OPCFG-DECL-RATE-PCT-MAX
002530                                       OPCFG-DECL-RATE-MIN-MSGS
002531                                       OPCFG-PIN-TRY-MAX
002532                                       OPCFG-DECL-RETRY-MAX
002533                                       OPCFG-GMT-OFFSET-MIN
002534            MOVE 'C'                TO OPCFG-DELINQ-TRT-30
002535            MOVE 'R'                TO OPCFG-DELINQ-TRT-60
002536            MOVE 'D'                TO OPCFG-DELINQ-TRT-90
002540         WHEN OTHER
002550            SET ERR-FLG-ON          TO TRUE
002560            MOVE 'UNABLE TO READ OPS CONFIG FILE.' TO WS-MESSAGE
