002200*    MODIFICATION HISTORY.                                       *
002300*    DATE-WRITTEN.  2026-09-02.                                  *
002400*    2026-09-02  RSM  ORIGINAL.                                   *
002410*    2026-10-15  RSM  EVERY RUN NOW ENDS BY APPENDING A RUN-      *
002420*                     CONTROL RECORD TO RUNCTL (SRC-AMP-RC) -     *
002430*                     DATES, START AND END TIME, STATUS AND       *
002440*                     CONTROL COUNTS - FOR THE SRC-AMP-CU MORNING *
002450*                     BALANCING REPORT.                           *
002500*                                                                *
002600******************************************************************
002700 IDENTIFICATION DIVISION.
013700 01  LINEA-TABLA-LLENA               PIC X(80) VALUE
013800     "** TABLA DE PERSONAS LLENA - CIERRE INCOMPLETO **".
013900
013930 COPY "RUNCTL.CPY".
013960
014000 PROCEDURE DIVISION.
014100******************************************************************
014200*    0000-MAINLINE                                               *
015800*    LLEVA 23595900 PARA QUE ORDENE COMO ULTIMO MOVIMIENTO       *
015900******************************************************************
016000 1000-INICIALIZAR.
016010     MOVE SPACES TO RCT-REGISTRO.
016020     MOVE "SRC-AMP-CR" TO RCT-PROGRAMA.
016030     ACCEPT RCT-FECHA-CORRIDA FROM DATE YYYYMMDD.
016040     ACCEPT RCT-HORA-INICIO FROM TIME.
016050     MOVE "N" TO RCT-ESTADO.
016100     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
016200     MOVE WS-FECHA-HOY TO FECHA-CIERRE.
016300     OPEN INPUT PARAMETRO-FILE.
017900     END-IF.
018000     OPEN I-O SGN-LOG-FILE.
018100     OPEN OUTPUT REPORTE-FILE.
018120     IF FS-SGNLOG NOT = "00"
018140         MOVE "F" TO RCT-ESTADO
018160     END-IF.
018200     MOVE FECHA-CIERRE TO SGN-LOG-FECHA.
018300     MOVE ZERO TO SGN-LOG-HORA.
018400     MOVE SPACES TO SGN-LOG-TERMINAL.
031300*    9000-TERMINAR                                                *
031400******************************************************************
031500 9000-TERMINAR.
031550     PERFORM 9900-REGISTRAR-CONTROL THRU 9900-EXIT.
031600     CLOSE SGN-LOG-FILE.
031700     CLOSE REPORTE-FILE.
031800     STOP RUN.
031900 9000-EXIT.
032000     EXIT.
032005
032010******************************************************************
032015*    9900-REGISTRAR-CONTROL - DEJA EL REGISTRO DE CONTROL DE LA   *
032020*    CORRIDA EN RUNCTL PARA EL REPORTE DE CUADRE MATUTINO         *
032025******************************************************************
032030 9900-REGISTRAR-CONTROL.
032035     MOVE FECHA-CIERRE TO RCT-FECHA-PROCESO.
032040     IF TABLA-LLENA-AVISADA AND RCT-NORMAL
032045         MOVE "A" TO RCT-ESTADO
032050     END-IF.
032055     MOVE "PERSONAS" TO RCT-ETIQUETA (1).
032060     MOVE CUANTAS-PERSONAS TO RCT-CUENTA (1).
032065     MOVE "CERRADOS" TO RCT-ETIQUETA (2).
032070     MOVE CONTADOR-CERRADOS TO RCT-CUENTA (2).
032075     CALL "SRC-AMP-RC" USING RCT-REGISTRO.
032080 9900-EXIT.
032085     EXIT.
032100 END PROGRAM SRC-AMP-CR.
