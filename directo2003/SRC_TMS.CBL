002440*                     COUNT AS WORKED TIME, SO THE ENTRADA STAYS  *
002450*                     FLAGGED SIN SALIDA AND GOES TO HR WITH THE  *
002460*                     COMPLETO FLAG OFF.                          *
002466*    2026-10-15  RSM  EVERY RUN NOW ENDS BY APPENDING A RUN-      *
002472*                     CONTROL RECORD TO RUNCTL (SRC-AMP-RC) -     *
002478*                     DATES, START AND END TIME, STATUS AND       *
002484*                     CONTROL COUNTS - FOR THE SRC-AMP-CU MORNING *
002490*                     BALANCING REPORT.                           *
002500*                                                                *
002600******************************************************************
002700 IDENTIFICATION DIVISION.
018300 01  LINEA-TABLA-LLENA               PIC X(80) VALUE
018400     "** TABLA DE GAFETES LLENA - CALCULO INCOMPLETO **".
018500
018530 COPY "RUNCTL.CPY".
018560
018600 PROCEDURE DIVISION.
018700******************************************************************
018800*    0000-MAINLINE                                               *
020500*    SIN CARD SE CALCULA EL DIA DE HOY                           *
020600******************************************************************
020700 1000-INICIALIZAR.
020710     MOVE SPACES TO RCT-REGISTRO.
020720     MOVE "SRC-AMP-TM" TO RCT-PROGRAMA.
020730     ACCEPT RCT-FECHA-CORRIDA FROM DATE YYYYMMDD.
020740     ACCEPT RCT-HORA-INICIO FROM TIME.
020750     MOVE "N" TO RCT-ESTADO.
020800     ACCEPT FECHA-CALCULO FROM DATE YYYYMMDD.
020900     OPEN INPUT PARAMETRO-FILE.
021000     IF FS-TMSPARM = "00"
022100     OPEN INPUT SGN-LOG-FILE.
022200     OPEN OUTPUT HR-DURACION-FILE.
022300     OPEN OUTPUT REPORTE-FILE.
022320     IF FS-SGNLOG NOT = "00" OR FS-HRDURTF NOT = "00"
022340         MOVE "F" TO RCT-ESTADO
022360     END-IF.
022400     MOVE FECHA-CALCULO TO SGN-LOG-FECHA.
022500     MOVE ZERO TO SGN-LOG-HORA.
022600     MOVE SPACES TO SGN-LOG-TERMINAL.
044400*    9000-TERMINAR                                                *
044500******************************************************************
044600 9000-TERMINAR.
044650     PERFORM 9900-REGISTRAR-CONTROL THRU 9900-EXIT.
044700     CLOSE SGN-LOG-FILE.
044800     CLOSE HR-DURACION-FILE.
044900     CLOSE REPORTE-FILE.
045000     STOP RUN.
045100 9000-EXIT.
045200     EXIT.
045205
045210******************************************************************
045215*    9900-REGISTRAR-CONTROL - DEJA EL REGISTRO DE CONTROL DE LA   *
045220*    CORRIDA EN RUNCTL PARA EL REPORTE DE CUADRE MATUTINO         *
045225******************************************************************
045230 9900-REGISTRAR-CONTROL.
045235     MOVE FECHA-CALCULO TO RCT-FECHA-PROCESO.
045240     IF TABLA-LLENA-AVISADA AND RCT-NORMAL
045245         MOVE "A" TO RCT-ESTADO
045250     END-IF.
045255     MOVE "HRDURTF" TO RCT-ETIQUETA (1).
045260     MOVE CUANTOS-GAFETES TO RCT-CUENTA (1).
045265     MOVE "COMPLETO" TO RCT-ETIQUETA (2).
045270     MOVE CONTADOR-COMPLETOS TO RCT-CUENTA (2).
045275     MOVE "SINSALID" TO RCT-ETIQUETA (3).
045280     MOVE CONTADOR-SIN-SALIDA TO RCT-CUENTA (3).
045285     CALL "SRC-AMP-RC" USING RCT-REGISTRO.
045290 9900-EXIT.
045295     EXIT.
045300 END PROGRAM SRC-AMP-TM.
