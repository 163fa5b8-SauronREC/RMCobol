001800*    MODIFICATION HISTORY.                                       *
001900*    DATE-WRITTEN.  2026-08-22.                                  *
002000*    2026-08-22  RSM  ORIGINAL.                                   *
002010*    2026-10-15  RSM  PRINT THE REJECTION REASON ON EACH DETAIL   *
002020*                     LINE - WATCH LIST OR EXPIRED BADGE; BLANK   *
002030*                     IS NOT RECOGNIZED.                          *
002040*    2026-10-15  RSM  EVERY RUN NOW ENDS BY APPENDING A RUN-      *
002050*                     CONTROL RECORD TO RUNCTL (SRC-AMP-RC) -     *
002060*                     DATES, START AND END TIME, STATUS AND       *
002070*                     CONTROL COUNTS - FOR THE SRC-AMP-CU MORNING *
002080*                     BALANCING REPORT.                           *
002100*                                                                *
002200******************************************************************
002300 IDENTIFICATION DIVISION.
009700     05  LD-DEPTO                    PIC X(04).
009720     05  FILLER                      PIC X(02) VALUE SPACES.
009740     05  LD-TERMINAL                 PIC X(08).
009760     05  FILLER                      PIC X(02) VALUE SPACES.
009780     05  LD-MOTIVO                   PIC X(10).
009800     05  FILLER                      PIC X(07) VALUE SPACES.
009900
010000 01  LINEA-TOTAL-GAFETE.
010100     05  FILLER                      PIC X(02) VALUE SPACES.
013100 01  LINEA-ENCABEZADO-2.
013150     05  FILLER                      PIC X(53) VALUE
013200         "  FECHA      HORA      NOMBRE          GAFETE  DEPTO".
013250     05  FILLER                      PIC X(27) VALUE
013260         " TERMINAL  MOTIVO".
013300 01  LINEA-ENCABEZADO-3              PIC X(80) VALUE
013400     "  TOTAL POR GAFETE".
013500 01  LINEA-ENCABEZADO-4              PIC X(80) VALUE
013600     "  NOMBRES CON 3 O MAS RECHAZOS".
013700 01  LINEA-BLANCA                    PIC X(80) VALUE SPACES.
013800
013830 COPY "RUNCTL.CPY".
013860
013900 PROCEDURE DIVISION.
014000******************************************************************
014100*    0000-MAINLINE                                               *
015300*    1000-INICIALIZAR                                             *
015400******************************************************************
015500 1000-INICIALIZAR.
015510     MOVE SPACES TO RCT-REGISTRO.
015520     MOVE "SRC-AMP-RJ" TO RCT-PROGRAMA.
015530     ACCEPT RCT-FECHA-CORRIDA FROM DATE YYYYMMDD.
015540     ACCEPT RCT-HORA-INICIO FROM TIME.
015550     MOVE "N" TO RCT-ESTADO.
015600     OPEN INPUT REJECT-FILE.
015700     OPEN OUTPUT REPORTE-FILE.
015720     IF FS-SGNRJT NOT = "00" AND FS-SGNRJT NOT = "35"
015740         MOVE "F" TO RCT-ESTADO
015760     END-IF.
015800     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
015900     MOVE WS-FECHA-HOY TO RJT-FECHA.
016000     MOVE ZERO TO RJT-HORA.
020000     MOVE RJT-BADGE TO LD-BADGE.
020100     MOVE RJT-DEPTO TO LD-DEPTO.
020150     MOVE RJT-TERMINAL TO LD-TERMINAL.
020160     IF RJT-EN-VIGILANCIA
020170         MOVE "VIGILANCIA" TO LD-MOTIVO
020180     ELSE
020185         IF RJT-VENCIDO
020190             MOVE "VENCIDO" TO LD-MOTIVO
020192         ELSE
020194             MOVE SPACES TO LD-MOTIVO
020196         END-IF
020198     END-IF.
020200     MOVE LINEA-DETALLE TO LINEA-REPORTE.
020300     WRITE LINEA-REPORTE.
020400 2100-EXIT.
033700*    9000-TERMINAR                                                *
033800******************************************************************
033900 9000-TERMINAR.
033950     PERFORM 9900-REGISTRAR-CONTROL THRU 9900-EXIT.
034000     CLOSE REJECT-FILE.
034100     CLOSE REPORTE-FILE.
034200     STOP RUN.
034300 9000-EXIT.
034400     EXIT.
034405
034410******************************************************************
034415*    9900-REGISTRAR-CONTROL - DEJA EL REGISTRO DE CONTROL DE LA   *
034420*    CORRIDA EN RUNCTL PARA EL REPORTE DE CUADRE MATUTINO         *
034425******************************************************************
034430 9900-REGISTRAR-CONTROL.
034435     MOVE WS-FECHA-HOY TO RCT-FECHA-PROCESO.
034440     MOVE "RECHAZOS" TO RCT-ETIQUETA (1).
034445     MOVE CONTADOR-TOTAL TO RCT-CUENTA (1).
034450     MOVE "GAFETES" TO RCT-ETIQUETA (2).
034455     MOVE CUANTOS-GAFETES TO RCT-CUENTA (2).
034460     MOVE "NOMBRES" TO RCT-ETIQUETA (3).
034465     MOVE CUANTOS-NOMBRES TO RCT-CUENTA (3).
034470     CALL "SRC-AMP-RC" USING RCT-REGISTRO.
034475 9900-EXIT.
034480     EXIT.
034500 END PROGRAM SRC-AMP-RJ.
