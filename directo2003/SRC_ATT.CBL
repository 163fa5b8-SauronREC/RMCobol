002064*                     REFERENCE FILE NEXT TO THE CODE ON THE      *
002066*                     PER-DEPARTMENT LINES; NO DEPMST FILE OR     *
002068*                     UNKNOWN CODE LEAVES THE NAME BLANK.         *
002073*    2026-10-15  RSM  EVERY RUN NOW ENDS BY APPENDING A RUN-      *
002078*                     CONTROL RECORD TO RUNCTL (SRC-AMP-RC) -     *
002083*                     DATES, START AND END TIME, STATUS AND       *
002088*                     CONTROL COUNTS - FOR THE SRC-AMP-CU MORNING *
002093*                     BALANCING REPORT.                           *
002100*                                                                *
002200******************************************************************
002300 IDENTIFICATION DIVISION.
017040 01  LINEA-TABLA-EMPS-LLENA          PIC X(80) VALUE
017050     "** TABLA DE EMPLEADOS LLENA - REPORTE INCOMPLETO **".
017100
017130 COPY "RUNCTL.CPY".
017160
017200 PROCEDURE DIVISION.
017300******************************************************************
017400*    0000-MAINLINE                                               *
018800*    SIN PARAMETRO EL PERIODO ES EL DIA DE HOY                   *
018900******************************************************************
019000 1000-INICIALIZAR.
019010     MOVE SPACES TO RCT-REGISTRO.
019020     MOVE "SRC-AMP-AT" TO RCT-PROGRAMA.
019030     ACCEPT RCT-FECHA-CORRIDA FROM DATE YYYYMMDD.
019040     ACCEPT RCT-HORA-INICIO FROM TIME.
019050     MOVE "N" TO RCT-ESTADO.
019100     ACCEPT FECHA-DESDE FROM DATE YYYYMMDD.
019200     MOVE FECHA-DESDE TO FECHA-HASTA.
019300     OPEN INPUT PARAMETRO-FILE.
020800     OPEN INPUT EMPLOYEE-MASTER.
020850     OPEN INPUT DEPARTMENT-MASTER.
020900     OPEN OUTPUT REPORTE-FILE.
020920     IF FS-SGNLOG NOT = "00" OR FS-EMPMST NOT = "00"
020940         MOVE "F" TO RCT-ESTADO
020960     END-IF.
021000     MOVE FECHA-DESDE TO SGN-LOG-FECHA.
021100     MOVE ZERO TO SGN-LOG-HORA.
021150     MOVE SPACES TO SGN-LOG-TERMINAL.
044000*    9000-TERMINAR                                                *
044100******************************************************************
044200 9000-TERMINAR.
044250     PERFORM 9900-REGISTRAR-CONTROL THRU 9900-EXIT.
044300     CLOSE SGN-LOG-FILE.
044400     CLOSE EMPLOYEE-MASTER.
044420     IF FS-DEPMST NOT = "35"
044600     STOP RUN.
044700 9000-EXIT.
044800     EXIT.
044804
044808******************************************************************
044812*    9900-REGISTRAR-CONTROL - DEJA EL REGISTRO DE CONTROL DE LA   *
044816*    CORRIDA EN RUNCTL PARA EL REPORTE DE CUADRE MATUTINO         *
044820******************************************************************
044824 9900-REGISTRAR-CONTROL.
044828     MOVE FECHA-HASTA TO RCT-FECHA-PROCESO.
044832     IF (TABLA-DEPTOS-AVISADA OR TABLA-EMPS-AVISADA)
044836             AND RCT-NORMAL
044840         MOVE "A" TO RCT-ESTADO
044844     END-IF.
044848     MOVE "INGRESOS" TO RCT-ETIQUETA (1).
044852     MOVE CONTADOR-INGRESOS TO RCT-CUENTA (1).
044856     MOVE "AUSENTES" TO RCT-ETIQUETA (2).
044860     MOVE CONTADOR-AUSENTES TO RCT-CUENTA (2).
044864     MOVE "EMPLEADO" TO RCT-ETIQUETA (3).
044868     MOVE CUANTOS-EMPLEADOS TO RCT-CUENTA (3).
044872     MOVE "DEPTOS" TO RCT-ETIQUETA (4).
044876     MOVE CUANTOS-DEPTOS TO RCT-CUENTA (4).
044880     CALL "SRC-AMP-RC" USING RCT-REGISTRO.
044884 9900-EXIT.
044888     EXIT.
044900 END PROGRAM SRC-AMP-AT.
