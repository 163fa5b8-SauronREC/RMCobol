001801*                     TRANSFER FIXES ITSELF WITH THE NEXT         *
001802*                     NIGHT'S PICKUP.  NO RESEND FILE, NOTHING    *
001803*                     EXTRA GOES OUT.                             *
001804*    2026-10-15  RSM  EVERY RUN NOW ENDS BY APPENDING A RUN-      *
001805*                     CONTROL RECORD TO RUNCTL (SRC-AMP-RC) -     *
001806*                     DATES, START AND END TIME, STATUS AND       *
001807*                     CONTROL COUNTS - FOR THE SRC-AMP-CU MORNING *
001808*                     BALANCING REPORT.                           *
001809*    2026-10-15  RSM  SKIP THE ENTRADAS THE SRC-AMP-CO SCREEN     *
001810*                     KEYS UNDER TERMINAL "CORRSUPV" - THEY GO TO *
001811*                     PAYROLL ON SRC-AMP-AJ'S HRAJUTF, AND WERE   *
001812*                     REACHING HR TWICE.                          *
001800*                                                                *
001900******************************************************************
002000 IDENTIFICATION DIVISION.
005530     88  FIN-REENVIOS                VALUE "S".
005600
005650 01  WS-FECHA-HOY                    PIC 9(08) VALUE ZERO.
005660 01  TERMINAL-CORRECCION             PIC X(08) VALUE "CORRSUPV".
005700 01  CONTADOR-EXPORTADOS             PIC 9(05) COMP VALUE ZERO.
005710 01  CONTADOR-REENVIADOS             PIC 9(05) COMP VALUE ZERO.
005800
005830 COPY "RUNCTL.CPY".
005860
005900 PROCEDURE DIVISION.
006000******************************************************************
006100*    0000-MAINLINE                                               *
007000*    1000-INICIALIZAR                                             *
007100******************************************************************
007200 1000-INICIALIZAR.
007201     MOVE SPACES TO RCT-REGISTRO.
007202     MOVE "SRC-AMP-EX" TO RCT-PROGRAMA.
007203     ACCEPT RCT-FECHA-CORRIDA FROM DATE YYYYMMDD.
007204     ACCEPT RCT-HORA-INICIO FROM TIME.
007205     MOVE "N" TO RCT-ESTADO.
007210     OPEN INPUT SGN-LOG-FILE.
007215     OPEN INPUT RESEND-FILE.
007216     IF FS-HRRESND NOT = "00"
007217         MOVE "S" TO SW-FIN-REENVIOS
007218     END-IF.
007220     OPEN OUTPUT HR-EXPORT-FILE.
007222     IF FS-SGNLOG NOT = "00" OR FS-HRINTFC NOT = "00"
007224         MOVE "F" TO RCT-ESTADO
007226     END-IF.
007230     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
007240     MOVE WS-FECHA-HOY TO SGN-LOG-FECHA.
007250     MOVE ZERO TO SGN-LOG-HORA.
008620                 MOVE "S" TO SW-FIN-BITACORA
008630             ELSE
008640                 IF SGN-LOG-ES-ENTRADA
008650                         AND SGN-LOG-TERMINAL
008655                             NOT = TERMINAL-CORRECCION
008660                     PERFORM 2100-ESCRIBIR-REGISTRO-HR
008665                         THRU 2100-EXIT
008670                     ADD 1 TO CONTADOR-EXPORTADOS
010700*    9000-TERMINAR                                                *
010800******************************************************************
010900 9000-TERMINAR.
010950     PERFORM 9900-REGISTRAR-CONTROL THRU 9900-EXIT.
011000     CLOSE SGN-LOG-FILE.
011050     IF FS-HRRESND NOT = "35"
011060         CLOSE RESEND-FILE
011200     STOP RUN.
011300 9000-EXIT.
011400     EXIT.
011405
011410******************************************************************
011415*    9900-REGISTRAR-CONTROL - DEJA EL REGISTRO DE CONTROL DE LA   *
011420*    CORRIDA EN RUNCTL PARA EL REPORTE DE CUADRE MATUTINO         *
011425******************************************************************
011430 9900-REGISTRAR-CONTROL.
011435     MOVE WS-FECHA-HOY TO RCT-FECHA-PROCESO.
011440     MOVE "ENTRADAS" TO RCT-ETIQUETA (1).
011445     MOVE CONTADOR-EXPORTADOS TO RCT-CUENTA (1).
011450     MOVE "REENVIOS" TO RCT-ETIQUETA (2).
011455     MOVE CONTADOR-REENVIADOS TO RCT-CUENTA (2).
011460     MOVE "HRINTFC" TO RCT-ETIQUETA (3).
011465     COMPUTE RCT-CUENTA (3) =
011470         CONTADOR-EXPORTADOS + CONTADOR-REENVIADOS.
011475     CALL "SRC-AMP-RC" USING RCT-REGISTRO.
011480 9900-EXIT.
011485     EXIT.
011500 END PROGRAM SRC-AMP-EX.
