002296*                     SO A RESENT RECORD IS RE-EXAMINED EVERY     *
002297*                     MORNING, ITS CYCLE COUNT ACCRUES, AND THE   *
002298*                     THREE-CYCLE ESCALATION CAN ACTUALLY FIRE.   *
002300*    2026-10-15  RSM  EVERY RUN NOW ENDS BY APPENDING A RUN-      *
002310*                     CONTROL RECORD TO RUNCTL (SRC-AMP-RC) -     *
002320*                     DATES, START AND END TIME, STATUS AND       *
002330*                     CONTROL COUNTS - FOR THE SRC-AMP-CU MORNING *
002340*                     BALANCING REPORT.                           *
002348*    2026-10-15  RSM  ENTRADAS KEYED UNDER TERMINAL CORRSUPV ARE  *
002356*                     SKIPPED, AS IN SRC-AMP-EX: SUPERVISOR       *
002364*                     CORRECTIONS GO TO PAYROLL ONLY ON HRAJUTF,  *
002372*                     SO THEY ARE NEVER MISSING FROM THE ACK FILE *
002380*                     AND ARE NEVER RESENT TO HRINTFC.            *
002388*                                                                *
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. SRC-AMP-AK.
009630 77  IDX-ESCALADO                    PIC 9(04) COMP VALUE ZERO.
009700
009800 01  FECHA-CONCILIA                  PIC 9(08) VALUE ZERO.
009850 01  TERMINAL-CORRECCION             PIC X(08) VALUE "CORRSUPV".
009900
010000******************************************************************
010100*    ONE ROW PER ACKNOWLEDGED RECORD - THE WHOLE ACK FILE, SO   *
016200 01  LINEA-TABLA-LLENA               PIC X(80) VALUE
016300     "** TABLA DE ACUSES LLENA - CONCILIACION INCOMPLETA **".
016400
016430 COPY "RUNCTL.CPY".
016460
016500 PROCEDURE DIVISION.
016600******************************************************************
016700*    0000-MAINLINE                                               *
018300*    EL JOB MATUTINO PONE LA FECHA DEL DIA ANTERIOR EN LA CARD   *
018400******************************************************************
018500 1000-INICIALIZAR.
018510     MOVE SPACES TO RCT-REGISTRO.
018520     MOVE "SRC-AMP-AK" TO RCT-PROGRAMA.
018530     ACCEPT RCT-FECHA-CORRIDA FROM DATE YYYYMMDD.
018540     ACCEPT RCT-HORA-INICIO FROM TIME.
018550     MOVE "N" TO RCT-ESTADO.
018600     ACCEPT FECHA-CONCILIA FROM DATE YYYYMMDD.
018700     OPEN INPUT PARAMETRO-FILE.
018800     IF FS-ACKPARM = "00"
020200     IF FS-HRACKIN NOT = "00"
020300         MOVE "S" TO SW-FIN-ACK
020400     END-IF.
020420     IF FS-HRACKIN NOT = "00" OR FS-SGNLOG NOT = "00"
020440         MOVE "F" TO RCT-ESTADO
020460     END-IF.
020500     MOVE FECHA-CONCILIA TO SGN-LOG-FECHA.
020600     MOVE ZERO TO SGN-LOG-HORA.
020650     MOVE SPACES TO SGN-LOG-TERMINAL.
026700                 MOVE "S" TO SW-FIN-BITACORA
026800             ELSE
026900                 IF SGN-LOG-ES-ENTRADA
026950                         AND SGN-LOG-TERMINAL
026960                             NOT = TERMINAL-CORRECCION
027000                     PERFORM 3100-CASAR-UNA-ENTRADA THRU 3100-EXIT
027100                 END-IF
027200             END-IF
031888                 MOVE "S" TO SW-FIN-BARRIDO
031890             ELSE
031892                 IF SGN-LOG-ES-ENTRADA
031893                         AND SGN-LOG-TERMINAL
031894                             NOT = TERMINAL-CORRECCION
031895                         AND SGN-LOG-REENVIOS IS NUMERIC
031897                         AND SGN-LOG-REENVIOS > ZERO
031898                     PERFORM 3700-CASAR-PENDIENTE
031900                         THRU 3700-EXIT
031902                 END-IF
031966 3700-EXIT.
031968     EXIT.
031970
031977******************************************************************
031984*    4000-REPORTAR-SOBRANTES - LO QUE HR RECLAMA HABER ACEPTADO  *
031991*    Y NO ESTA EN NUESTRA BITACORA                               *
032000******************************************************************
032100 4000-REPORTAR-SOBRANTES.
032200     IF NOT TA-YA-CASADO (IDX-ACK)
035700*    9000-TERMINAR                                                *
035800******************************************************************
035900 9000-TERMINAR.
035950     PERFORM 9900-REGISTRAR-CONTROL THRU 9900-EXIT.
036000     IF FS-HRACKIN NOT = "35"
036100         CLOSE ACK-FILE
036200     END-IF.
036500     STOP RUN.
036600 9000-EXIT.
036700     EXIT.
036704
036708******************************************************************
036712*    9900-REGISTRAR-CONTROL - DEJA EL REGISTRO DE CONTROL DE LA   *
036716*    CORRIDA EN RUNCTL PARA EL REPORTE DE CUADRE MATUTINO         *
036720******************************************************************
036724 9900-REGISTRAR-CONTROL.
036728     MOVE FECHA-CONCILIA TO RCT-FECHA-PROCESO.
036732     IF TABLA-LLENA-AVISADA AND RCT-NORMAL
036736         MOVE "A" TO RCT-ESTADO
036740     END-IF.
036744     MOVE "ENVIADOS" TO RCT-ETIQUETA (1).
036748     MOVE CONTADOR-ENVIADOS TO RCT-CUENTA (1).
036752     MOVE "ACEPTADO" TO RCT-ETIQUETA (2).
036756     MOVE CONTADOR-ACEPTADOS TO RCT-CUENTA (2).
036760     MOVE "REENVIOS" TO RCT-ETIQUETA (3).
036764     MOVE CONTADOR-REENVIADOS TO RCT-CUENTA (3).
036768     MOVE "SOBRANTE" TO RCT-ETIQUETA (4).
036772     MOVE CONTADOR-SOBRANTES TO RCT-CUENTA (4).
036776     CALL "SRC-AMP-RC" USING RCT-REGISTRO.
036780 9900-EXIT.
036784     EXIT.
036800 END PROGRAM SRC-AMP-AK.
