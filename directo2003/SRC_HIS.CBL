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
020900 01  LINEA-TABLA-LLENA               PIC X(80) VALUE
021000     "** TABLA DE MOVIMIENTOS LLENA - HISTORIAL INCOMPLETO **".
021100
021130 COPY "RUNCTL.CPY".
021160
021200 PROCEDURE DIVISION.
021300******************************************************************
021400*    0000-MAINLINE                                               *
023300*    CARD NO HAY NADA QUE BUSCAR                                 *
023400******************************************************************
023500 1000-INICIALIZAR.
023510     MOVE SPACES TO RCT-REGISTRO.
023520     MOVE "SRC-AMP-HI" TO RCT-PROGRAMA.
023530     ACCEPT RCT-FECHA-CORRIDA FROM DATE YYYYMMDD.
023540     ACCEPT RCT-HORA-INICIO FROM TIME.
023550     MOVE "N" TO RCT-ESTADO.
023600     OPEN INPUT PARAMETRO-FILE.
023700     IF FS-HISPARM = "00"
023800         READ PARAMETRO-FILE
026200     OPEN INPUT ARCH-RJT-FILE.
026300     OPEN INPUT ARCH-EXC-FILE.
026400     OPEN OUTPUT REPORTE-FILE.
026420     IF FS-SGNLOG NOT = "00"
026440         MOVE "F" TO RCT-ESTADO
026460     END-IF.
026500     MOVE LINEA-ENCABEZADO-1 TO LINEA-REPORTE.
026600     WRITE LINEA-REPORTE.
026700     MOVE BADGE-BUSCADO TO LE2-BADGE.
065600*    9000-TERMINAR                                                *
065700******************************************************************
065800 9000-TERMINAR.
065850     PERFORM 9900-REGISTRAR-CONTROL THRU 9900-EXIT.
065900     IF FS-SGNLOG NOT = "35"
066000         CLOSE SGN-LOG-FILE
066100     END-IF.
067800     STOP RUN.
067900 9000-EXIT.
068000     EXIT.
068005
068010******************************************************************
068015*    9900-REGISTRAR-CONTROL - DEJA EL REGISTRO DE CONTROL DE LA   *
068020*    CORRIDA EN RUNCTL PARA EL REPORTE DE CUADRE MATUTINO         *
068025******************************************************************
068030 9900-REGISTRAR-CONTROL.
068033     IF FECHA-HASTA NOT = 99999999
068034         MOVE FECHA-HASTA TO RCT-FECHA-PROCESO
068035     END-IF.
068040     IF TABLA-LLENA-AVISADA AND RCT-NORMAL
068045         MOVE "A" TO RCT-ESTADO
068050     END-IF.
068055     MOVE "MOVIMIEN" TO RCT-ETIQUETA (1).
068060     MOVE CUANTOS-MOVIMIENTOS TO RCT-CUENTA (1).
068065     MOVE "IMPRESOS" TO RCT-ETIQUETA (2).
068070     MOVE CONTADOR-IMPRESOS TO RCT-CUENTA (2).
068075     CALL "SRC-AMP-RC" USING RCT-REGISTRO.
068080 9900-EXIT.
068085     EXIT.
068100 END PROGRAM SRC-AMP-HI.
