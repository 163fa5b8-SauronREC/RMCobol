002000*    MODIFICATION HISTORY.                                       *
002100*    DATE-WRITTEN.  2026-09-02.                                  *
002200*    2026-09-02  RSM  ORIGINAL.                                   *
002210*    2026-10-15  RSM  EVERY RUN NOW ENDS BY APPENDING A RUN-      *
002220*                     CONTROL RECORD TO RUNCTL (SRC-AMP-RC) -     *
002230*                     DATES, START AND END TIME, STATUS AND       *
002240*                     CONTROL COUNTS - FOR THE SRC-AMP-CU MORNING *
002250*                     BALANCING REPORT.                           *
002300*                                                                *
002400******************************************************************
002500 IDENTIFICATION DIVISION.
020900 01  LINEA-TABLA-LLENA               PIC X(80) VALUE
021000     "** TABLA DE VISITAS LLENA - REPORTE INCOMPLETO **".
021100
021130 COPY "RUNCTL.CPY".
021160
021200 PROCEDURE DIVISION.
021300******************************************************************
021400*    0000-MAINLINE                                               *
022900*    1000-INICIALIZAR                                             *
023000******************************************************************
023100 1000-INICIALIZAR.
023110     MOVE SPACES TO RCT-REGISTRO.
023120     MOVE "SRC-AMP-VR" TO RCT-PROGRAMA.
023130     ACCEPT RCT-FECHA-CORRIDA FROM DATE YYYYMMDD.
023140     ACCEPT RCT-HORA-INICIO FROM TIME.
023150     MOVE "N" TO RCT-ESTADO.
023200     OPEN INPUT VISITOR-LOG-FILE.
023300     OPEN INPUT VISITOR-PRE-FILE.
023400     OPEN INPUT EMPLOYEE-MASTER.
023500     OPEN OUTPUT REPORTE-FILE.
023520     IF FS-VISLOG NOT = "00" AND FS-VISLOG NOT = "35"
023540         MOVE "F" TO RCT-ESTADO
023560     END-IF.
023600     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
023700     IF FS-VISLOG = "00"
023800         MOVE WS-FECHA-HOY TO VLG-FECHA
053000*    9000-TERMINAR                                                *
053100******************************************************************
053200 9000-TERMINAR.
053250     PERFORM 9900-REGISTRAR-CONTROL THRU 9900-EXIT.
053300     IF FS-VISLOG NOT = "35"
053400         CLOSE VISITOR-LOG-FILE
053500     END-IF.
054300     STOP RUN.
054400 9000-EXIT.
054500     EXIT.
054504
054508******************************************************************
054512*    9900-REGISTRAR-CONTROL - DEJA EL REGISTRO DE CONTROL DE LA   *
054516*    CORRIDA EN RUNCTL PARA EL REPORTE DE CUADRE MATUTINO         *
054520******************************************************************
054524 9900-REGISTRAR-CONTROL.
054528     MOVE WS-FECHA-HOY TO RCT-FECHA-PROCESO.
054532     IF TABLA-LLENA-AVISADA AND RCT-NORMAL
054536         MOVE "A" TO RCT-ESTADO
054540     END-IF.
054544     MOVE "VISITAS" TO RCT-ETIQUETA (1).
054548     MOVE CONTADOR-VISITAS TO RCT-CUENTA (1).
054552     MOVE "ADENTRO" TO RCT-ETIQUETA (2).
054556     MOVE CONTADOR-ADENTRO TO RCT-CUENTA (2).
054560     MOVE "NO-SHOW" TO RCT-ETIQUETA (3).
054564     MOVE CONTADOR-NO-SHOW TO RCT-CUENTA (3).
054568     MOVE "VENCIDOS" TO RCT-ETIQUETA (4).
054572     MOVE CONTADOR-VENCIDOS TO RCT-CUENTA (4).
054576     CALL "SRC-AMP-RC" USING RCT-REGISTRO.
054580 9900-EXIT.
054584     EXIT.
054600 END PROGRAM SRC-AMP-VR.
