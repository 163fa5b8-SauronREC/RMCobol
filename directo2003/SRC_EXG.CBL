001800*    MODIFICATION HISTORY.                                       *
001900*    DATE-WRITTEN.  2026-09-02.                                  *
002000*    2026-09-02  RSM  ORIGINAL.                                   *
002010*    2026-10-15  RSM  EVERY RUN NOW ENDS BY APPENDING A RUN-      *
002020*                     CONTROL RECORD TO RUNCTL (SRC-AMP-RC) -     *
002030*                     DATES, START AND END TIME, STATUS AND       *
002040*                     CONTROL COUNTS - FOR THE SRC-AMP-CU MORNING *
002050*                     BALANCING REPORT.                           *
002100*                                                                *
002200******************************************************************
002300 IDENTIFICATION DIVISION.
012800     "  FECHA      HORA      NOMBRE          GAFETE  MOT".
012900 01  LINEA-BLANCA                    PIC X(80) VALUE SPACES.
013000
013030 COPY "RUNCTL.CPY".
013060
013100 PROCEDURE DIVISION.
013200******************************************************************
013300*    0000-MAINLINE                                               *
014300*    1000-INICIALIZAR                                             *
014400******************************************************************
014500 1000-INICIALIZAR.
014510     MOVE SPACES TO RCT-REGISTRO.
014520     MOVE "SRC-AMP-EG" TO RCT-PROGRAMA.
014530     ACCEPT RCT-FECHA-CORRIDA FROM DATE YYYYMMDD.
014540     ACCEPT RCT-HORA-INICIO FROM TIME.
014550     MOVE "N" TO RCT-ESTADO.
014600     OPEN INPUT EXCEPTION-FILE.
014700     OPEN OUTPUT REPORTE-FILE.
014720     IF FS-SGNEXC NOT = "00"
014740         MOVE "F" TO RCT-ESTADO
014760     END-IF.
014800     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
014900     MOVE WS-FECHA-HOY TO FECHA-TRABAJO.
015000     PERFORM 7000-RESTAR-UN-DIA THRU 7000-EXIT.
026200*    9000-TERMINAR                                                *
026300******************************************************************
026400 9000-TERMINAR.
026450     PERFORM 9900-REGISTRAR-CONTROL THRU 9900-EXIT.
026500     CLOSE EXCEPTION-FILE.
026600     CLOSE REPORTE-FILE.
026700     STOP RUN.
026800 9000-EXIT.
026900     EXIT.
026906
026912******************************************************************
026918*    9900-REGISTRAR-CONTROL - DEJA EL REGISTRO DE CONTROL DE LA   *
026924*    CORRIDA EN RUNCTL PARA EL REPORTE DE CUADRE MATUTINO         *
026930******************************************************************
026936 9900-REGISTRAR-CONTROL.
026942     MOVE WS-FECHA-HOY TO RCT-FECHA-PROCESO.
026948     MOVE "MAS-24H" TO RCT-ETIQUETA (1).
026954     MOVE CONTADOR-24-HORAS TO RCT-CUENTA (1).
026960     MOVE "MAS-48H" TO RCT-ETIQUETA (2).
026966     MOVE CONTADOR-48-HORAS TO RCT-CUENTA (2).
026972     CALL "SRC-AMP-RC" USING RCT-REGISTRO.
026978 9900-EXIT.
026984     EXIT.
027000 END PROGRAM SRC-AMP-EG.
