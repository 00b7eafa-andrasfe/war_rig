000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COPAUSUC.
000030 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000040 INSTALLATION.  CARDDEMO AUTHORIZATION SUBSYSTEM.
000050 DATE-WRITTEN.  2027-08-01.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    COPAUSUC - DB2 FRAUD-RECOVERY ENTRY PROGRAM. CICS-LINKED
000090*    FROM COPAUS1C (PAUDTL RECOVERY ACTION) WITH A CCPAURCY
000100*    COMMAREA. FINDS THE CONFIRMED-FRAUD CARDDEMO.AUTHFRDS ROW
000110*    FOR THE AUTH (CARD AND TRANSACTION ID) AND ADDS A ROW TO
000120*    CARDDEMO.FRDRECOV CARRYING ITS KEY, SO CBFRLOSS CAN NET THE
000130*    MERCHANT REFUND OR CUSTOMER-LIABILITY AMOUNT OFF THE LOSS.
000140*    THE RECOVERIES ON ONE FRAUD ROW MAY NEVER ADD UP TO MORE
000150*    THAN THE AMOUNT LOST. MIRRORS COPAUS5C'S PATTERN FOR DB2
000160*    WORK LINKED OUT OF A SCREEN.
000170*----------------------------------------------------------------*
000180*                MODIFICATION HISTORY                            *
000190* DATE       INIT DESCRIPTION                                    *
000200* 2027-08-01  RKA INITIAL VERSION                                *
000210*----------------------------------------------------------------*
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER. IBM-ZOS.
000250 OBJECT-COMPUTER. IBM-ZOS.
000260*----------------------------------------------------------------*
000270 DATA DIVISION.
000280*----------------------------------------------------------------*
000290 WORKING-STORAGE SECTION.
000300*----------------------------------------------------------------*
000310 01  WS-VARIABLES.
000320     05  WS-PGMNAME                 PIC X(08) VALUE 'COPAUSUC'.
000330     05  WS-FRAUD-AMT               PIC S9(09)V99 COMP-3.
000340     05  WS-RECOVERED-AMT           PIC S9(11)V99 COMP-3.
000350     05  WS-LEFT-AMT                PIC S9(11)V99 COMP-3.
000360     05  WS-AMT-DIS                 PIC -(9)9.99.
000370*----------------------------------------------------------------*
000380*    DB2 SQL-ERROR DISPLAY FIELDS
000390*----------------------------------------------------------------*
000400 01  WS-SQL-FIELDS.
000410     05  WS-SQLCODE                 PIC -9(8).
000420     05  WS-SQLSTATE                PIC X(05).
000430*----------------------------------------------------------------*
000440*    DB2 HOST VARIABLES
000450*----------------------------------------------------------------*
000460 01  FRDRECOV-HOST-VARS.
000470 COPY CVFRRCVY.
000480*----------------------------------------------------------------*
000490 EXEC SQL
000500     INCLUDE SQLCA
000510 END-EXEC.
000520*----------------------------------------------------------------*
000530 LINKAGE SECTION.
000540*----------------------------------------------------------------*
000550 01  DFHCOMMAREA.
000560 COPY CCPAURCY.
000570*----------------------------------------------------------------*
000580 PROCEDURE DIVISION.
000590*----------------------------------------------------------------*
000600 MAIN-PARA.
000610*----------------------------------------------------------------*
000620     SET WS-RCV-UPDT-FAILED         TO TRUE
000630     MOVE SPACES                    TO WS-RCV-ACT-MSG
000640
000650     PERFORM RECORD-RECOVERY        THRU RECORD-RECOVERY-EXIT
000660
000670     EXEC CICS RETURN
000680     END-EXEC
000690     .
000700*----------------------------------------------------------------*
000710 RECORD-RECOVERY.
000720*----------------------------------------------------------------*
000730     MOVE WS-RCV-SOURCE             TO RCV-SOURCE
000740     IF NOT RCV-SOURCE-VALID
000750        MOVE 'RECOVERY SOURCE MUST BE C, M OR L'
000760                                    TO WS-RCV-ACT-MSG
000770        GO TO RECORD-RECOVERY-EXIT
000780     END-IF
000790     IF WS-RCV-AMOUNT NOT > ZERO
000800        MOVE 'RECOVERY AMOUNT MUST BE GREATER THAN ZERO'
000810                                    TO WS-RCV-ACT-MSG
000820        GO TO RECORD-RECOVERY-EXIT
000830     END-IF
000840     MOVE WS-RCV-CARD-NUM           TO RCV-CARD-NUM
000850     MOVE WS-RCV-TRANSACTION-ID     TO RCV-TRANSACTION-ID
000860     MOVE WS-RCV-AMOUNT             TO RCV-AMT
000870     MOVE WS-RCV-REFERENCE          TO RCV-REFERENCE
000880     MOVE WS-RCV-USER-ID            TO RCV-ENTERED-BY
000890*    ONLY A CONFIRMED FRAUD CAN HAVE A RECOVERY.
000900     EXEC SQL
000910          SELECT CHAR(AUTH_TS), TRANSACTION_AMT
000920            INTO :RCV-AUTH-TS, :WS-FRAUD-AMT
000930            FROM CARDDEMO.AUTHFRDS
000940           WHERE CARD_NUM       = :RCV-CARD-NUM
000950             AND TRANSACTION_ID = :RCV-TRANSACTION-ID
000960             AND AUTH_FRAUD     = 'Y'
000970           FETCH FIRST 1 ROW ONLY
000980     END-EXEC
000990     EVALUATE TRUE
001000         WHEN SQLCODE = ZERO
001010            CONTINUE
001020         WHEN SQLCODE = 100
001030            MOVE 'NO CONFIRMED FRAUD ON FILE FOR THIS AUTH'
001040                                    TO WS-RCV-ACT-MSG
001050            GO TO RECORD-RECOVERY-EXIT
001060         WHEN OTHER
001070            PERFORM SET-SQL-ERROR-MSG THRU SET-SQL-ERROR-MSG-EXIT
001080            GO TO RECORD-RECOVERY-EXIT
001090     END-EVALUATE
001100*    WHAT IS ALREADY BACK MAY NOT BE EXCEEDED BY THIS ENTRY.
001110     EXEC SQL
001120          SELECT COALESCE(SUM(RCV_AMT), 0)
001130            INTO :WS-RECOVERED-AMT
001140            FROM CARDDEMO.FRDRECOV
001150           WHERE CARD_NUM = :RCV-CARD-NUM
001160             AND AUTH_TS  = TIMESTAMP(:RCV-AUTH-TS)
001170     END-EXEC
001180     IF SQLCODE NOT = ZERO
001190        PERFORM SET-SQL-ERROR-MSG   THRU SET-SQL-ERROR-MSG-EXIT
001200        GO TO RECORD-RECOVERY-EXIT
001210     END-IF
001220     COMPUTE WS-LEFT-AMT = WS-FRAUD-AMT - WS-RECOVERED-AMT
001230     IF RCV-AMT > WS-LEFT-AMT
001240        MOVE WS-LEFT-AMT            TO WS-AMT-DIS
001250        STRING 'EXCEEDS UNRECOVERED LOSS OF ' WS-AMT-DIS
001260               DELIMITED BY SIZE
001270            INTO WS-RCV-ACT-MSG
001280        END-STRING
001290        GO TO RECORD-RECOVERY-EXIT
001300     END-IF
001310     EXEC SQL
001320          INSERT INTO CARDDEMO.FRDRECOV
001330                (CARD_NUM
001340                ,AUTH_TS
001350                ,TRANSACTION_ID
001360                ,RCV_SOURCE
001370                ,RCV_AMT
001380                ,RCV_DATE
001390                ,RCV_REFERENCE
001400                ,ENTERED_BY)
001410            VALUES
001420              ( :RCV-CARD-NUM
001430               ,TIMESTAMP(:RCV-AUTH-TS)
001440               ,:RCV-TRANSACTION-ID
001450               ,:RCV-SOURCE
001460               ,:RCV-AMT
001470               ,CURRENT DATE
001480               ,:RCV-REFERENCE
001490               ,:RCV-ENTERED-BY
001500              )
001510     END-EXEC
001520     IF SQLCODE = ZERO
001530        SET WS-RCV-UPDT-SUCCESS     TO TRUE
001540        MOVE 'FRAUD RECOVERY RECORDED' TO WS-RCV-ACT-MSG
001550     ELSE
001560        PERFORM SET-SQL-ERROR-MSG   THRU SET-SQL-ERROR-MSG-EXIT
001570     END-IF
001580     .
001590 RECORD-RECOVERY-EXIT.
001600     EXIT.
001610*----------------------------------------------------------------*
001620 SET-SQL-ERROR-MSG.
001630*----------------------------------------------------------------*
001640     MOVE SQLCODE                   TO WS-SQLCODE
001650     MOVE SQLSTATE                  TO WS-SQLSTATE
001660     STRING 'RECOVERY ERROR DB2: CODE:' WS-SQLCODE
001670            ', STATE: ' WS-SQLSTATE DELIMITED BY SIZE
001680         INTO WS-RCV-ACT-MSG
001690     END-STRING
001700     .
001710 SET-SQL-ERROR-MSG-EXIT.
001720     EXIT.
