002630*                     FOR A TYPO WAS LEAVING ITS BADGE OUT OF     *
002640*                     THE TABLE AND THE DEACTIVATION PASS WAS     *
002650*                     TURNING THAT EMPLOYEE OFF.                  *
002660*    2026-10-15  RSM  CONTRACTOR AND TEMPORARY BADGES ARE NOT ON  *
002670*                     THE HR ROSTER - THE DEACTIVATION PASS       *
002680*                     LEAVES THEM ALONE (THEIR EXPIRY DATE TURNS  *
002690*                     THEM AWAY AT THE DOOR) AND COUNTS THEM ON   *
002692*                     THE SUMMARY.  NEW BADGES FROM THE ROSTER    *
002694*                     ARE ADDED AS EMPLOYEES WITH NO EXPIRY.      *
002695*    2026-10-15  RSM  EVERY RUN NOW ENDS BY APPENDING A RUN-      *
002696*                     CONTROL RECORD TO RUNCTL (SRC-AMP-RC) -     *
002697*                     DATES, START AND END TIME, STATUS AND       *
002698*                     CONTROL COUNTS - FOR THE SRC-AMP-CU MORNING *
002699*                     BALANCING REPORT.                           *
002700*                                                                *
002800******************************************************************
002900 IDENTIFICATION DIVISION.
010700 77  CONTADOR-CAMBIOS                PIC 9(05) COMP VALUE ZERO.
010800 77  CONTADOR-BAJAS                  PIC 9(05) COMP VALUE ZERO.
010900 77  CONTADOR-RECHAZADAS             PIC 9(05) COMP VALUE ZERO.
010950 77  CONTADOR-NO-EMPLEADOS           PIC 9(05) COMP VALUE ZERO.
011000
011100 01  USUARIO-SINCRONIA               PIC X(06) VALUE "HRSYNC".
011200
017200         "LINEAS RECHAZADAS        ".
017300     05  LR4-CONTADOR                PIC ZZZZ9.
017400     05  FILLER                      PIC X(48) VALUE SPACES.
017410 01  LINEA-RESUMEN-5.
017420     05  FILLER                      PIC X(02) VALUE SPACES.
017430     05  FILLER                      PIC X(25) VALUE
017440         "CONTRATISTAS/TEMPORALES  ".
017450     05  LR5-CONTADOR                PIC ZZZZ9.
017460     05  FILLER                      PIC X(48) VALUE SPACES.
017500
017600 01  LINEA-ENCABEZADO-1              PIC X(80) VALUE
017700     "SINCRONIZACION DEL MAESTRO CON EL ROSTER DE HR".
018300 01  LINEA-TABLA-LLENA               PIC X(80) VALUE
018400     "** TABLA DE ROSTER LLENA - NO SE DESACTIVA NADIE **".
018500
018530 COPY "RUNCTL.CPY".
018560
018600 PROCEDURE DIVISION.
018700******************************************************************
018800*    0000-MAINLINE                                               *
020100*    1000-INICIALIZAR                                             *
020200******************************************************************
020300 1000-INICIALIZAR.
020310     MOVE SPACES TO RCT-REGISTRO.
020320     MOVE "SRC-AMP-RS" TO RCT-PROGRAMA.
020330     ACCEPT RCT-FECHA-CORRIDA FROM DATE YYYYMMDD.
020340     ACCEPT RCT-HORA-INICIO FROM TIME.
020350     MOVE "N" TO RCT-ESTADO.
020400     ACCEPT WS-FECHA FROM DATE YYYYMMDD.
020500     OPEN INPUT ROSTER-FILE.
020600     IF FS-HRROSTR NOT = "00"
020700         MOVE "S" TO SW-FIN-ROSTER
020750         MOVE "F" TO RCT-ESTADO
020800     END-IF.
020900     OPEN I-O EMPLOYEE-MASTER.
021000     IF FS-EMPMST = "35"
021900         OPEN I-O AUDIT-FILE
022000     END-IF.
022100     OPEN OUTPUT REPORTE-FILE.
022120     IF FS-EMPMST NOT = "00"
022140         MOVE "F" TO RCT-ESTADO
022160     END-IF.
022200     MOVE LINEA-ENCABEZADO-1 TO LINEA-REPORTE.
022300     WRITE LINEA-REPORTE.
022400     MOVE WS-FECHA TO LE2-FECHA.
031000     MOVE ROS-DEPTO TO EMP-DEPTO.
031100     MOVE "A" TO EMP-ESTADO.
031200     MOVE ROS-TURNO TO EMP-TURNO.
031210     MOVE "E" TO EMP-TIPO.
031220     MOVE ZERO TO EMP-FECHA-VENCE.
031230     MOVE SPACES TO EMP-COMPANIA.
031300     WRITE EMP-REGISTRO.
031400     MOVE "A" TO AUD-ACCION.
031500     MOVE "ALTA" TO AUD-CAMPO.
037900
038000******************************************************************
038100*    5000-DESACTIVAR-FALTANTES - RECORRE EL MAESTRO Y DA DE      *
038200*    BAJA CADA GAFETE ACTIVO QUE YA NO VIENE EN EL ROSTER.       *
038210*    LOS CONTRATISTAS Y TEMPORALES NO VIENEN EN EL ROSTER DE HR  *
038220*    Y NO SE TOCAN                                               *
038300******************************************************************
038400 5000-DESACTIVAR-FALTANTES.
038500     MOVE LOW-VALUES TO EMP-BADGE.
040100             MOVE "S" TO SW-FIN-MAESTRO
040200         NOT AT END
040300             IF EMP-ACTIVO
040310                 IF EMP-ES-EMPLEADO
040400                     PERFORM 5200-BUSCAR-EN-ROSTER THRU 5200-EXIT
040500                     IF NOT RENGLON-HALLADO
040600                         PERFORM 5300-DAR-DE-BAJA THRU 5300-EXIT
040700                     END-IF
040710                 ELSE
040720                     ADD 1 TO CONTADOR-NO-EMPLEADOS
040730                 END-IF
040800             END-IF
040900     END-READ.
041000 5100-EXIT.
046800     MOVE CONTADOR-RECHAZADAS TO LR4-CONTADOR.
046900     MOVE LINEA-RESUMEN-4 TO LINEA-REPORTE.
047000     WRITE LINEA-REPORTE.
047010     MOVE CONTADOR-NO-EMPLEADOS TO LR5-CONTADOR.
047020     MOVE LINEA-RESUMEN-5 TO LINEA-REPORTE.
047030     WRITE LINEA-REPORTE.
047100 6000-EXIT.
047200     EXIT.
047300
050600*    9000-TERMINAR                                                *
050700******************************************************************
050800 9000-TERMINAR.
050850     PERFORM 9900-REGISTRAR-CONTROL THRU 9900-EXIT.
050900     IF FS-HRROSTR NOT = "35"
051000         CLOSE ROSTER-FILE
051100     END-IF.
051500     STOP RUN.
051600 9000-EXIT.
051700     EXIT.
051704
051708******************************************************************
051712*    9900-REGISTRAR-CONTROL - DEJA EL REGISTRO DE CONTROL DE LA   *
051716*    CORRIDA EN RUNCTL PARA EL REPORTE DE CUADRE MATUTINO         *
051720******************************************************************
051724 9900-REGISTRAR-CONTROL.
051728     MOVE WS-FECHA TO RCT-FECHA-PROCESO.
051732     IF TABLA-LLENA-AVISADA AND RCT-NORMAL
051736         MOVE "A" TO RCT-ESTADO
051740     END-IF.
051744     MOVE "ALTAS" TO RCT-ETIQUETA (1).
051748     MOVE CONTADOR-ALTAS TO RCT-CUENTA (1).
051752     MOVE "CAMBIOS" TO RCT-ETIQUETA (2).
051756     MOVE CONTADOR-CAMBIOS TO RCT-CUENTA (2).
051760     MOVE "BAJAS" TO RCT-ETIQUETA (3).
051764     MOVE CONTADOR-BAJAS TO RCT-CUENTA (3).
051768     MOVE "RECHAZAD" TO RCT-ETIQUETA (4).
051772     MOVE CONTADOR-RECHAZADAS TO RCT-CUENTA (4).
051776     CALL "SRC-AMP-RC" USING RCT-REGISTRO.
051780 9900-EXIT.
051784     EXIT.
051800 END PROGRAM SRC-AMP-RS.
