002100*    MODIFICATION HISTORY.                                       *
002200*    DATE-WRITTEN.  2026-09-02.                                  *
002300*    2026-09-02  RSM  ORIGINAL.                                   *
002310*    2026-10-15  RSM  EVERY RUN NOW ENDS BY APPENDING A RUN-      *
002320*                     CONTROL RECORD TO RUNCTL (SRC-AMP-RC) -     *
002330*                     DATES, START AND END TIME, STATUS AND       *
002340*                     CONTROL COUNTS - FOR THE SRC-AMP-CU MORNING *
002350*                     BALANCING REPORT.                           *
002400*                                                                *
002500******************************************************************
002600 IDENTIFICATION DIVISION.
017200 01  LINEA-TABLA-LLENA               PIC X(80) VALUE
017300     "** TABLA DE TERMINALES LLENA - REPORTE INCOMPLETO **".
017400
017430 COPY "RUNCTL.CPY".
017460
017500 PROCEDURE DIVISION.
017600******************************************************************
017700*    0000-MAINLINE                                               *
019100*    1000-INICIALIZAR                                             *
019200******************************************************************
019300 1000-INICIALIZAR.
019310     MOVE SPACES TO RCT-REGISTRO.
019320     MOVE "SRC-AMP-TA" TO RCT-PROGRAMA.
019330     ACCEPT RCT-FECHA-CORRIDA FROM DATE YYYYMMDD.
019340     ACCEPT RCT-HORA-INICIO FROM TIME.
019350     MOVE "N" TO RCT-ESTADO.
019400     OPEN INPUT TERMINAL-MASTER.
019500     OPEN INPUT SGN-LOG-FILE.
019600     OPEN INPUT REJECT-FILE.
019700     OPEN INPUT EXCEPTION-FILE.
019800     OPEN OUTPUT REPORTE-FILE.
019820     IF FS-TRMMST NOT = "00" OR FS-SGNLOG NOT = "00"
019840         MOVE "F" TO RCT-ESTADO
019860     END-IF.
019900     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
020000     MOVE LINEA-ENCABEZADO-1 TO LINEA-REPORTE.
020100     WRITE LINEA-REPORTE.
051700*    9000-TERMINAR                                                *
051800******************************************************************
051900 9000-TERMINAR.
051950     PERFORM 9900-REGISTRAR-CONTROL THRU 9900-EXIT.
052000     IF FS-TRMMST NOT = "35"
052100         CLOSE TERMINAL-MASTER
052200     END-IF.
053300     STOP RUN.
053400 9000-EXIT.
053500     EXIT.
053506
053512******************************************************************
053518*    9900-REGISTRAR-CONTROL - DEJA EL REGISTRO DE CONTROL DE LA   *
053524*    CORRIDA EN RUNCTL PARA EL REPORTE DE CUADRE MATUTINO         *
053530******************************************************************
053536 9900-REGISTRAR-CONTROL.
053542     MOVE WS-FECHA-HOY TO RCT-FECHA-PROCESO.
053548     IF TABLA-LLENA-AVISADA AND RCT-NORMAL
053554         MOVE "A" TO RCT-ESTADO
053560     END-IF.
053566     MOVE "TERMINAL" TO RCT-ETIQUETA (1).
053572     MOVE CUANTAS-TERMINALES TO RCT-CUENTA (1).
053578     CALL "SRC-AMP-RC" USING RCT-REGISTRO.
053584 9900-EXIT.
053590     EXIT.
053600 END PROGRAM SRC-AMP-TA.
