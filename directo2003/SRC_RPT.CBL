001997*                     SIGN-OUTS TOO, AND THIS IS THE REGISTER    *
001998*                     OF INGRESOS; SRC-AMP-MU REPORTS BOTH       *
001999*                     MOVEMENTS.                                 *
002000*    2026-08-22  RSM  ADDED THE TERMINAL COLUMN SO THE REGISTER  *
002001*                     SAYS WHICH DOOR EACH PERSON ENTERED NOW    *
002002*                     THAT TWO KIOSKS RUN AT ONCE.               *
002003*    2026-09-02  RSM  PRINT THE DEPARTMENT NAME FROM THE DEPMST  *
002004*                     REFERENCE FILE AFTER THE TERMINAL (CUT TO  *
002005*                     17 TO FIT THE 80-COLUMN LINE); NO DEPMST   *
002006*                     FILE OR UNKNOWN CODE LEAVES IT BLANK.      *
002007*    2026-10-15  RSM  EVERY RUN NOW ENDS BY APPENDING A RUN-      *
002010*                     CONTROL RECORD TO RUNCTL (SRC-AMP-RC) -     *
002020*                     DATES, START AND END TIME, STATUS AND       *
002030*                     CONTROL COUNTS - FOR THE SRC-AMP-CU MORNING *
002040*                     BALANCING REPORT.                           *
002050*                                                                *
002100******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. SRC-AMP-RP.
009810         "  FECHA      HORA      NOMBRE          GAFETE  DEPTO".
009820     05  FILLER                      PIC X(27) VALUE " TERMINAL".
009900
009930 COPY "RUNCTL.CPY".
009960
010000 PROCEDURE DIVISION.
010100******************************************************************
010200*    0000-MAINLINE                                               *
011300*    1000-INICIALIZAR                                             *
011400******************************************************************
011500 1000-INICIALIZAR.
011501     MOVE SPACES TO RCT-REGISTRO.
011502     MOVE "SRC-AMP-RP" TO RCT-PROGRAMA.
011503     ACCEPT RCT-FECHA-CORRIDA FROM DATE YYYYMMDD.
011504     ACCEPT RCT-HORA-INICIO FROM TIME.
011505     MOVE "N" TO RCT-ESTADO.
011510     OPEN INPUT SGN-LOG-FILE.
011515     OPEN INPUT DEPARTMENT-MASTER.
011520     OPEN OUTPUT REGISTRO-FILE.
011522     IF FS-SGNLOG NOT = "00"
011524         MOVE "F" TO RCT-ESTADO
011526     END-IF.
011530     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
011540     MOVE WS-FECHA-HOY TO SGN-LOG-FECHA.
011550     MOVE ZERO TO SGN-LOG-HORA.
019800*    9000-TERMINAR                                                *
019900******************************************************************
020000 9000-TERMINAR.
020050     PERFORM 9900-REGISTRAR-CONTROL THRU 9900-EXIT.
020100     CLOSE SGN-LOG-FILE.
020150     IF FS-DEPMST NOT = "35"
020160         CLOSE DEPARTMENT-MASTER
020300     STOP RUN.
020400 9000-EXIT.
020500     EXIT.
020507
020514******************************************************************
020521*    9900-REGISTRAR-CONTROL - DEJA EL REGISTRO DE CONTROL DE LA   *
020528*    CORRIDA EN RUNCTL PARA EL REPORTE DE CUADRE MATUTINO         *
020535******************************************************************
020542 9900-REGISTRAR-CONTROL.
020549     MOVE WS-FECHA-HOY TO RCT-FECHA-PROCESO.
020556     MOVE "INGRESOS" TO RCT-ETIQUETA (1).
020563     MOVE CONTADOR-TOTAL TO RCT-CUENTA (1).
020570     CALL "SRC-AMP-RC" USING RCT-REGISTRO.
020577 9900-EXIT.
020584     EXIT.
020600 END PROGRAM SRC-AMP-RP.
