000170*                MODIFICATION HISTORY                            *
000180* DATE       INIT DESCRIPTION                                    *
000190* 2025-02-09  JGM INITIAL VERSION                                *
000191* 2027-11-21  ABF MCC SECTION DESCRIBES EACH CODE FROM THE MCC    *
000192*                 REFERENCE MASTER (MCCREF)                      *
000200*----------------------------------------------------------------*
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000330         ORGANIZATION IS SEQUENTIAL
000340         ACCESS MODE  IS SEQUENTIAL
000350         FILE STATUS  IS WS-PARM-STATUS.
000351*
000352     SELECT MCC-REFERENCE-FILE ASSIGN TO MCCREF
000353         ORGANIZATION IS INDEXED
000354         ACCESS MODE  IS SEQUENTIAL
000355         RECORD KEY   IS MCCR-MCC
000356         FILE STATUS  IS WS-MCR-STATUS.
000360*----------------------------------------------------------------*
000370 DATA DIVISION.
000380*----------------------------------------------------------------*
000440 FD  PARM-FILE
000450     RECORDING MODE IS F.
000460 01  PARM-RECORD                 PIC X(80).
000461*
000462 FD  MCC-REFERENCE-FILE
000463     RECORDING MODE IS F.
000464 COPY CVMCCRFY.
000470*----------------------------------------------------------------*
000480 WORKING-STORAGE SECTION.
000490*----------------------------------------------------------------*
001200     05  WS-AMT-DIS                 PIC Z,ZZZ,ZZZ,ZZ9.99-.
001210     05  WS-AMT2-DIS                PIC Z,ZZZ,ZZZ,ZZ9.99-.
001220*----------------------------------------------------------------*
001221*    MCC REFERENCE MASTER IN STORAGE                             *
001222*----------------------------------------------------------------*
001223 COPY CSMCCRFY.
001224*----------------------------------------------------------------*
001230 01  WS-SQL-FIELDS.
001240     05  WS-SQLCODE                 PIC -9(8).
001250*----------------------------------------------------------------*
001710        COMPUTE WS-PRIOR-MONTH = WS-RUN-MONTH - 1
001720     END-IF
001730*
001735     PERFORM 1700-LOAD-MCC-REFERENCE THRU 1700-EXIT
001740     OPEN OUTPUT HOTSPOT-REPORT
001750*
001760     PERFORM 1300-OPEN-CURSOR THRU 1300-EXIT
004960         MOVE WS-MC-CUR-CNT(WS-SUB) TO WS-CNT-DIS
004970         MOVE WS-MC-CUR-AMT(WS-SUB) TO WS-AMT-DIS
004980         MOVE WS-MC-PRI-AMT(WS-SUB) TO WS-AMT2-DIS
004983         MOVE WS-MC-MCC(WS-SUB) TO WS-MCR-LOOKUP-MCC
004986         PERFORM 1720-FIND-MCC-REFERENCE THRU 1720-EXIT
004990         MOVE SPACES TO WS-PRINT-LINE
005000         STRING '  MCC ' WS-MC-MCC(WS-SUB)
005005                ' ' WS-MCR-DESC
005010                ' CNT:' WS-CNT-DIS
005020                ' AMT:' WS-AMT-DIS
005030                ' PRIOR:' WS-AMT2-DIS
005410     .
005420 9000-EXIT.
005430     EXIT.
005440*----------------------------------------------------------------*
005450 COPY CSMCCRFP.
