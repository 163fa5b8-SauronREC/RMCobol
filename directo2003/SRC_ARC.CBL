002000*    MODIFICATION HISTORY.                                       *
002100*    DATE-WRITTEN.  2026-08-22.                                  *
002200*    2026-08-22  RSM  ORIGINAL.                                   *
002210*    2026-10-15  RSM  EVERY RUN NOW ENDS BY APPENDING A RUN-      *
002220*                     CONTROL RECORD TO RUNCTL (SRC-AMP-RC) -     *
002230*                     DATES, START AND END TIME, STATUS AND       *
002240*                     CONTROL COUNTS - FOR THE SRC-AMP-CU MORNING *
002250*                     BALANCING REPORT.                           *
002300*                                                                *
002400******************************************************************
002500 IDENTIFICATION DIVISION.
014700     05  FILLER                      PIC X(52) VALUE SPACES.
014800 01  LINEA-BLANCA                    PIC X(80) VALUE SPACES.
014900
014930 COPY "RUNCTL.CPY".
014960
015000 PROCEDURE DIVISION.
015100******************************************************************
015200*    0000-MAINLINE                                               *
016400*    FECHA QUEDA EN CERO Y NO SE ARCHIVA NADA                    *
016500******************************************************************
016600 1000-INICIALIZAR.
016610     MOVE SPACES TO RCT-REGISTRO.
016620     MOVE "SRC-AMP-AR" TO RCT-PROGRAMA.
016630     ACCEPT RCT-FECHA-CORRIDA FROM DATE YYYYMMDD.
016640     ACCEPT RCT-HORA-INICIO FROM TIME.
016650     MOVE "N" TO RCT-ESTADO.
016700     OPEN INPUT PARAMETRO-FILE.
016800     IF FS-ARCPARM = "00"
016900         READ PARAMETRO-FILE
018300     OPEN EXTEND ARCH-RJT-FILE.
018400     OPEN EXTEND ARCH-EXC-FILE.
018500     OPEN OUTPUT REPORTE-FILE.
018510     IF FS-SGNLOG NOT = "00"
018520         OR FS-SGNRJT NOT = "00"
018530         OR FS-SGNEXC NOT = "00"
018540         MOVE "F" TO RCT-ESTADO
018550     END-IF.
018600     MOVE LINEA-ENCABEZADO-1 TO LINEA-REPORTE.
018700     WRITE LINEA-REPORTE.
018800     MOVE FECHA-CORTE TO LE2-CORTE.
033200*    9000-TERMINAR                                                *
033300******************************************************************
033400 9000-TERMINAR.
033450     PERFORM 9900-REGISTRAR-CONTROL THRU 9900-EXIT.
033500     CLOSE SGN-LOG-FILE.
033600     CLOSE REJECT-FILE.
033700     CLOSE EXCEPTION-FILE.
034200     STOP RUN.
034300 9000-EXIT.
034400     EXIT.
034405
034410******************************************************************
034415*    9900-REGISTRAR-CONTROL - DEJA EL REGISTRO DE CONTROL DE LA   *
034420*    CORRIDA EN RUNCTL PARA EL REPORTE DE CUADRE MATUTINO         *
034425******************************************************************
034430 9900-REGISTRAR-CONTROL.
034435     MOVE FECHA-CORTE TO RCT-FECHA-PROCESO.
034440     MOVE "ARCH-LOG" TO RCT-ETIQUETA (1).
034445     MOVE ARCHIVADOS-LOG TO RCT-CUENTA (1).
034450     MOVE "ARCH-RJT" TO RCT-ETIQUETA (2).
034455     MOVE ARCHIVADOS-RJT TO RCT-CUENTA (2).
034460     MOVE "ARCH-EXC" TO RCT-ETIQUETA (3).
034465     MOVE ARCHIVADOS-EXC TO RCT-CUENTA (3).
034470     MOVE "REST-LOG" TO RCT-ETIQUETA (4).
034475     MOVE RESTANTES-LOG TO RCT-CUENTA (4).
034480     CALL "SRC-AMP-RC" USING RCT-REGISTRO.
034485 9900-EXIT.
034490     EXIT.
034500 END PROGRAM SRC-AMP-AR.
