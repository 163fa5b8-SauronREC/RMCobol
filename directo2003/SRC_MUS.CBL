002086*                     REFERENCE FILE NEXT TO THE CODE ON EACH     *
002088*                     DEPARTMENT GROUP HEADING; NO DEPMST FILE    *
002090*                     OR UNKNOWN CODE LEAVES THE NAME BLANK.      *
002091*    2026-10-15  RSM  EVERY RUN NOW ENDS BY APPENDING A RUN-      *
002092*                     CONTROL RECORD TO RUNCTL (SRC-AMP-RC) -     *
002093*                     DATES, START AND END TIME, STATUS AND       *
002094*                     CONTROL COUNTS - FOR THE SRC-AMP-CU MORNING *
002095*                     BALANCING REPORT.                           *
002100*                                                                *
002200******************************************************************
002300 IDENTIFICATION DIVISION.
013510 01  LINEA-TABLA-VIS-LLENA           PIC X(80) VALUE
013520     "** TABLA DE VISITAS LLENA - REPORTE INCOMPLETO **".
013600
013630 COPY "RUNCTL.CPY".
013660
013700 PROCEDURE DIVISION.
013800******************************************************************
013900*    0000-MAINLINE                                               *
015200*    1000-INICIALIZAR                                             *
015300******************************************************************
015400 1000-INICIALIZAR.
015410     MOVE SPACES TO RCT-REGISTRO.
015420     MOVE "SRC-AMP-MU" TO RCT-PROGRAMA.
015430     ACCEPT RCT-FECHA-CORRIDA FROM DATE YYYYMMDD.
015440     ACCEPT RCT-HORA-INICIO FROM TIME.
015450     MOVE "N" TO RCT-ESTADO.
015500     OPEN INPUT SGN-LOG-FILE.
015550     OPEN INPUT VISITOR-LOG-FILE.
015560     OPEN INPUT DEPARTMENT-MASTER.
015600     OPEN OUTPUT REPORTE-FILE.
015620     IF FS-SGNLOG NOT = "00"
015640         MOVE "F" TO RCT-ESTADO
015660     END-IF.
015700     ACCEPT WS-FECHA-CORTE FROM DATE YYYYMMDD.
015800     ACCEPT WS-HORA-CORTE FROM TIME.
015900     MOVE ZERO TO SGN-LOG-FECHA.
028800*    9000-TERMINAR                                                *
028900******************************************************************
029000 9000-TERMINAR.
029050     PERFORM 9900-REGISTRAR-CONTROL THRU 9900-EXIT.
029100     CLOSE SGN-LOG-FILE.
029150     IF FS-VISLOG NOT = "35"
029160         CLOSE VISITOR-LOG-FILE
029300     STOP RUN.
029400 9000-EXIT.
029500     EXIT.
029504
029508******************************************************************
029512*    9900-REGISTRAR-CONTROL - DEJA EL REGISTRO DE CONTROL DE LA   *
029516*    CORRIDA EN RUNCTL PARA EL REPORTE DE CUADRE MATUTINO         *
029520******************************************************************
029524 9900-REGISTRAR-CONTROL.
029528     IF (TABLA-LLENA-AVISADA OR TABLA-VIS-AVISADA)
029532             AND RCT-NORMAL
029536         MOVE "A" TO RCT-ESTADO
029540     END-IF.
029544     MOVE WS-FECHA-CORTE TO RCT-FECHA-PROCESO.
029548     MOVE "ADENTRO" TO RCT-ETIQUETA (1).
029552     MOVE CONTADOR-TOTAL TO RCT-CUENTA (1).
029556     MOVE "VISITAS" TO RCT-ETIQUETA (2).
029560     MOVE CONTADOR-VISITAS TO RCT-CUENTA (2).
029564     MOVE "PERSONAS" TO RCT-ETIQUETA (3).
029568     MOVE CUANTAS-PERSONAS TO RCT-CUENTA (3).
029572     CALL "SRC-AMP-RC" USING RCT-REGISTRO.
029576 9900-EXIT.
029580     EXIT.
029600 END PROGRAM SRC-AMP-MU.
