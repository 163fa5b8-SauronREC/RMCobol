000100******************************************************************
000200*                                                                *
000300*    SRC_RCT.CBL                                                *
000400*                                                                *
000500*    PROGRAM-ID.  SRC-AMP-RC                                    *
000600*    AUTHOR.      R. SOTO MADERA                                *
000700*    INSTALLATION. TERMINAL SERVICES - PLANTA 3                 *
000800*    DATE-WRITTEN. 2026-10-15.                                  *
000900*                                                                *
001000*    RUN-CONTROL SUBPROGRAM.  CALLED ONCE BY EVERY BATCH         *
001100*    PROGRAM AS IT ENDS, WITH THE RUNCTL RECORD IT HAS FILLED    *
001200*    IN - PROGRAM ID, RUN AND PROCESSING DATES, START TIME,      *
001300*    COMPLETION STATUS AND CONTROL COUNTS.  STAMPS THE END       *
001400*    TIME (AND THE RUN DATE, IF THE CALLER LEFT IT ZERO) AND     *
001500*    APPENDS THE RECORD TO THE RUNCTL LOG, CREATING THE LOG IF   *
001600*    IT IS NOT THERE.  THE SRC-AMP-CU BALANCING REPORT READS     *
001700*    THE LOG EACH MORNING.  A FAILED WRITE IS SHOWN ON SYSOUT    *
001800*    BUT NEVER STOPS THE CALLER.                                 *
001900*                                                                *
002000*    MODIFICATION HISTORY.                                       *
002100*    DATE-WRITTEN.  2026-10-15.                                  *
002200*    2026-10-15  RSM  ORIGINAL.                                   *
002300*                                                                *
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. SRC-AMP-RC.
002700 AUTHOR. R. SOTO MADERA.
002800 INSTALLATION. TERMINAL SERVICES - PLANTA 3.
002900 DATE-WRITTEN. 2026-10-15.
003000 DATE-COMPILED.
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS FS-RUNCTL.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  RUN-CONTROL-FILE
004200     LABEL RECORDS ARE STANDARD.
004300 01  RCT-LINEA                       PIC X(120).
004400
004500 WORKING-STORAGE SECTION.
004600 01  FS-RUNCTL                       PIC X(02) VALUE "00".
004700
004800 77  IND-CONTEO                      PIC 9(04) COMP VALUE ZERO.
004900
005000 LINKAGE SECTION.
005100 COPY "RUNCTL.CPY".
005200
005300 PROCEDURE DIVISION USING RCT-REGISTRO.
005400******************************************************************
005500*    0000-MAINLINE                                               *
005600******************************************************************
005700 0000-MAINLINE.
005800     PERFORM 1000-COMPLETAR-REGISTRO THRU 1000-EXIT.
005900     PERFORM 2000-AGREGAR-REGISTRO THRU 2000-EXIT.
006000     GOBACK.
006100
006200******************************************************************
006300*    1000-COMPLETAR-REGISTRO - HORA DE TERMINO, Y LO QUE EL       *
006400*    PROGRAMA LLAMADOR HAYA DEJADO EN BLANCO                      *
006500******************************************************************
006600 1000-COMPLETAR-REGISTRO.
006700     ACCEPT RCT-HORA-FIN FROM TIME.
006800     IF RCT-FECHA-CORRIDA NOT NUMERIC
006900         OR RCT-FECHA-CORRIDA = ZERO
007000         ACCEPT RCT-FECHA-CORRIDA FROM DATE YYYYMMDD
007100     END-IF.
007200     IF RCT-FECHA-PROCESO NOT NUMERIC
007300         OR RCT-FECHA-PROCESO = ZERO
007400         MOVE RCT-FECHA-CORRIDA TO RCT-FECHA-PROCESO
007500     END-IF.
007600     IF RCT-HORA-INICIO NOT NUMERIC
007700         MOVE ZERO TO RCT-HORA-INICIO
007800     END-IF.
007900     IF RCT-ESTADO = SPACE
008000         MOVE "N" TO RCT-ESTADO
008100     END-IF.
008200     PERFORM 1100-LIMPIAR-CONTEO THRU 1100-EXIT
008300         VARYING IND-CONTEO FROM 1 BY 1
008400         UNTIL IND-CONTEO > 4.
008500 1000-EXIT.
008600     EXIT.
008700
008800******************************************************************
008900*    1100-LIMPIAR-CONTEO - UN CONTEO SIN USAR QUEDA EN CERO       *
009000******************************************************************
009100 1100-LIMPIAR-CONTEO.
009200     IF RCT-CUENTA (IND-CONTEO) NOT NUMERIC
009300         MOVE ZERO TO RCT-CUENTA (IND-CONTEO)
009400     END-IF.
009500 1100-EXIT.
009600     EXIT.
009700
009800******************************************************************
009900*    2000-AGREGAR-REGISTRO - ABRE LA BITACORA AL FINAL, LA CREA   *
010000*    SI NO EXISTE, ESCRIBE EL REGISTRO Y LA CIERRA                *
010100******************************************************************
010200 2000-AGREGAR-REGISTRO.
010300     OPEN EXTEND RUN-CONTROL-FILE.
010400     IF FS-RUNCTL = "35"
010500         OPEN OUTPUT RUN-CONTROL-FILE
010600     END-IF.
010700     IF FS-RUNCTL NOT = "00"
010800         DISPLAY "SRC-AMP-RC: RUNCTL NO DISPONIBLE, FS="
010900             FS-RUNCTL " - " RCT-PROGRAMA
011000         GO TO 2000-EXIT
011100     END-IF.
011200     WRITE RCT-LINEA FROM RCT-REGISTRO.
011300     IF FS-RUNCTL NOT = "00"
011400         DISPLAY "SRC-AMP-RC: ERROR AL ESCRIBIR RUNCTL, FS="
011500             FS-RUNCTL " - " RCT-PROGRAMA
011600     END-IF.
011700     CLOSE RUN-CONTROL-FILE.
011800 2000-EXIT.
011900     EXIT.
012000
012100 END PROGRAM SRC-AMP-RC.
