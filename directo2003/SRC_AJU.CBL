000100******************************************************************
000200*                                                                *
000300*    SRC_AJU.CBL                                                *
000400*                                                                *
000500*    PROGRAM-ID.  SRC-AMP-AJ                                    *
000600*    AUTHOR.      R. SOTO MADERA                                *
000700*    INSTALLATION. TERMINAL SERVICES - PLANTA 3                 *
000800*    DATE-WRITTEN. 2026-10-15.                                  *
000900*                                                                *
001000*    NIGHTLY HR ADJUSTMENT FEED.  READS THE CORAUD CORRECTIONS   *
001100*    KEYED ON THE SRC-AMP-CO SUPERVISOR SCREEN ON THE DATE IN    *
001200*    THE AJUPARM CARD (TODAY WITH NO CARD) AND WRITES ONE        *
001300*    HRAJUTF RECORD PER CORRECTION (SEE HRXAJU.CPY).  EVERY      *
001400*    BADGE AND DAY TOUCHED IS THEN RECALCULATED FROM SGNLOG      *
001500*    THE SAME WAY SRC-AMP-TM DOES IT - AUTOCIER SALIDAS DO NOT   *
001600*    COUNT - AND RE-ISSUED TO HR/PAYROLL AS AN HRDURTF RECORD    *
001700*    (HRXDUR.CPY) ON THE HRDURAJ DATASET, REPLACING THE ONE      *
001800*    SENT THAT NIGHT.  A DAY LEFT WITH NO MOVEMENTS GOES WITH    *
001900*    ZERO DURATION AND ZERO PAIRS.  THE AJURPT REPORT LISTS      *
002000*    BOTH SO PAYROLL CAN STOP HAND-KEYING PHONED CORRECTIONS.    *
002010*    THE CORRECTIONS REACH PAYROLL ONLY THROUGH HRAJUTF - THE    *
002020*    ENTRADAS THE SCREEN ADDS TO SGNLOG UNDER TERMINAL           *
002030*    "CORRSUPV" ARE SKIPPED BY THE SRC-AMP-EX NIGHTLY EXPORT,    *
002040*    SO A SAME-DAY CORRECTION IS NOT SENT TWICE.                 *
002100*                                                                *
002200*    MODIFICATION HISTORY.                                       *
002300*    DATE-WRITTEN.  2026-10-15.                                  *
002400*    2026-10-15  RSM  ORIGINAL.                                   *
002410*    2026-10-15  RSM  EVERY RUN NOW ENDS BY APPENDING A RUN-      *
002420*                     CONTROL RECORD TO RUNCTL (SRC-AMP-RC) -     *
002430*                     DATES, START AND END TIME, STATUS AND       *
002440*                     CONTROL COUNTS - FOR THE SRC-AMP-CU MORNING *
002450*                     BALANCING REPORT.                           *
002460*    2026-10-15  RSM  STATED THAT SRC-AMP-EX LEAVES THE CORRSUPV  *
002470*                     ENTRADAS TO THIS FEED.                      *
002480*    2026-10-15  RSM  EACH CORRECTED DAY IS RE-READ FROM SGNLOG   *
002490*                     WHENEVER THE FILE OPENED; THE CHECK WAS ON  *
002500*                     THE FILE STATUS, WHICH A SCAN THAT RAN TO   *
002510*                     THE END OF SGNLOG LEFT AT 10, SO ANY LATER  *
002520*                     DAY WENT OUT WITH NO TIME.                  *
002530*                                                                *
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. SRC-AMP-AJ.
002900 AUTHOR. R. SOTO MADERA.
003000 INSTALLATION. TERMINAL SERVICES - PLANTA 3.
003100 DATE-WRITTEN. 2026-10-15.
003200 DATE-COMPILED.
003300
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT PARAMETRO-FILE ASSIGN TO "AJUPARM"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS FS-AJUPARM.
004000
004100     SELECT CORRECCION-FILE ASSIGN TO "CORAUD"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS COR-CLAVE
004500         FILE STATUS IS FS-CORAUD.
004600
004700     SELECT SGN-LOG-FILE ASSIGN TO "SGNLOG"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS SGN-LOG-KEY
005100         FILE STATUS IS FS-SGNLOG.
005200
005300     SELECT HR-AJUSTE-FILE ASSIGN TO "HRAJUTF"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS FS-HRAJUTF.
005600
005700     SELECT HR-DURACION-FILE ASSIGN TO "HRDURAJ"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS FS-HRDURAJ.
006000
006100     SELECT REPORTE-FILE ASSIGN TO "AJURPT"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS FS-AJURPT.
006400
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  PARAMETRO-FILE
006800     LABEL RECORDS ARE STANDARD.
006900 01  PARAMETRO-REGISTRO.
007000     05  PRM-FECHA                   PIC 9(08).
007100
007200 FD  CORRECCION-FILE
007300     LABEL RECORDS ARE STANDARD.
007400 COPY "CORAUD.CPY".
007500
007600 FD  SGN-LOG-FILE
007700     LABEL RECORDS ARE STANDARD.
007800 COPY "SGNREC.CPY".
007900
008000 FD  HR-AJUSTE-FILE
008100     LABEL RECORDS ARE STANDARD.
008200 COPY "HRXAJU.CPY".
008300
008400 FD  HR-DURACION-FILE
008500     LABEL RECORDS ARE STANDARD.
008600 COPY "HRXDUR.CPY".
008700
008800 FD  REPORTE-FILE
008900     LABEL RECORDS ARE STANDARD.
009000 01  LINEA-REPORTE                   PIC X(80).
009100
009200 WORKING-STORAGE SECTION.
009300 01  FS-AJUPARM                      PIC X(02) VALUE "00".
009400 01  FS-CORAUD                       PIC X(02) VALUE "00".
009500 01  FS-SGNLOG                       PIC X(02) VALUE "00".
009600 01  FS-HRAJUTF                      PIC X(02) VALUE "00".
009700 01  FS-HRDURAJ                      PIC X(02) VALUE "00".
009800 01  FS-AJURPT                       PIC X(02) VALUE "00".
009900
010000 01  SW-FIN-CORRECCIONES             PIC X(01) VALUE "N".
010100     88  FIN-CORRECCIONES            VALUE "S".
010200
010300 01  SW-FIN-BITACORA                 PIC X(01) VALUE "N".
010400     88  FIN-BITACORA                VALUE "S".
010500
010600 01  SW-RENGLON-HALLADO              PIC X(01) VALUE "N".
010700     88  RENGLON-HALLADO             VALUE "S".
010800
010900 01  SW-TABLA-LLENA                  PIC X(01) VALUE "N".
011000     88  TABLA-LLENA-AVISADA         VALUE "S".
011100
011200 01  SW-PAR-ABIERTO                  PIC X(01) VALUE "N".
011300     88  PAR-ABIERTO                 VALUE "S".
011400
011500 01  SW-SIN-SALIDA                   PIC X(01) VALUE "N".
011600     88  QUEDO-SIN-SALIDA            VALUE "S".
011610
011620 01  SW-SGNLOG-ABIERTO               PIC X(01) VALUE "N".
011630     88  SGNLOG-ABIERTO              VALUE "S".
011700
011800 77  CUANTOS-DIAS                    PIC 9(04) COMP VALUE ZERO.
011900 77  IDX-DIA                         PIC 9(04) COMP VALUE ZERO.
012000 77  CONTADOR-CORRECCIONES           PIC 9(05) COMP VALUE ZERO.
012100 77  CONTADOR-ALTAS                  PIC 9(05) COMP VALUE ZERO.
012200 77  CONTADOR-ANULACIONES            PIC 9(05) COMP VALUE ZERO.
012300
012400 01  TERMINAL-CIERRE                 PIC X(08) VALUE "AUTOCIER".
012500
012600 01  FECHA-PROCESO                   PIC 9(08) VALUE ZERO.
012700
012800 01  HORA-TRABAJO                    PIC 9(08) VALUE ZERO.
012900 01  HORA-DESGLOSE REDEFINES HORA-TRABAJO.
013000     05  HD-HH                       PIC 9(02).
013100     05  HD-MM                       PIC 9(02).
013200     05  HD-SS                       PIC 9(02).
013300     05  HD-CC                       PIC 9(02).
013400
013500 01  SEGUNDOS-MOMENTO                PIC 9(07) COMP VALUE ZERO.
013600 01  SEGUNDOS-PAR                    PIC 9(07) COMP VALUE ZERO.
013700 01  SEGUNDOS-RESTO                  PIC 9(07) COMP VALUE ZERO.
013800 01  SEGUNDOS-DIA                    PIC 9(07) COMP VALUE ZERO.
013900
014000 01  DURACION-EDITADA                PIC 9(06) VALUE ZERO.
014100 01  DURACION-DESGLOSE REDEFINES DURACION-EDITADA.
014200     05  DU-HH                       PIC 9(02).
014300     05  DU-MM                       PIC 9(02).
014400     05  DU-SS                       PIC 9(02).
014500
014600 01  HORA-ABIERTA                    PIC 9(08) VALUE ZERO.
014700 01  PRIMERA-ENTRADA                 PIC 9(08) VALUE ZERO.
014800 01  ULTIMA-SALIDA                   PIC 9(08) VALUE ZERO.
014900 01  PARES-DIA                       PIC 9(02) VALUE ZERO.
015000
015100******************************************************************
015200*    UN RENGLON POR GAFETE Y DIA CORREGIDO; VARIAS CORRECCIONES  *
015300*    AL MISMO DIA SE RE-EMITEN UNA SOLA VEZ                      *
015400******************************************************************
015500 01  TABLA-DIAS.
015600     05  DIA-RENGLON OCCURS 500 TIMES.
015700         10  TD-BADGE                PIC X(06).
015800         10  TD-FECHA                PIC 9(08).
015900         10  TD-NOMBRE               PIC X(15).
016000         10  TD-DEPTO                PIC X(04).
016100
016200 01  LINEA-CORRECCION.
016300     05  FILLER                      PIC X(02) VALUE SPACES.
016400     05  LC-BADGE                    PIC X(06).
016500     05  FILLER                      PIC X(02) VALUE SPACES.
016600     05  LC-NOMBRE                   PIC X(15).
016700     05  FILLER                      PIC X(02) VALUE SPACES.
016800     05  LC-FECHA                    PIC 9(08).
016900     05  FILLER                      PIC X(02) VALUE SPACES.
017000     05  LC-ACCION                   PIC X(08).
017100     05  FILLER                      PIC X(02) VALUE SPACES.
017200     05  LC-HORA-ANTERIOR            PIC 9(08).
017300     05  FILLER                      PIC X(02) VALUE SPACES.
017400     05  LC-HORA-NUEVA               PIC 9(08).
017500     05  FILLER                      PIC X(02) VALUE SPACES.
017600     05  LC-MOTIVO                   PIC 9(02).
017700     05  FILLER                      PIC X(02) VALUE SPACES.
017800     05  LC-SUPERVISOR               PIC X(03).
017900     05  FILLER                      PIC X(06) VALUE SPACES.
018000
018100 01  LINEA-DIA.
018200     05  FILLER                      PIC X(02) VALUE SPACES.
018300     05  LD-BADGE                    PIC X(06).
018400     05  FILLER                      PIC X(02) VALUE SPACES.
018500     05  LD-NOMBRE                   PIC X(15).
018600     05  FILLER                      PIC X(02) VALUE SPACES.
018700     05  LD-FECHA                    PIC 9(08).
018800     05  FILLER                      PIC X(02) VALUE SPACES.
018900     05  LD-ENTRADA                  PIC 9(08).
019000     05  FILLER                      PIC X(02) VALUE SPACES.
019100     05  LD-SALIDA                   PIC 9(08).
019200     05  FILLER                      PIC X(02) VALUE SPACES.
019300     05  LD-DURACION                 PIC 9(06).
019400     05  FILLER                      PIC X(02) VALUE SPACES.
019500     05  LD-PARES                    PIC Z9.
019600     05  FILLER                      PIC X(02) VALUE SPACES.
019700     05  LD-ALERTA                   PIC X(10).
019800     05  FILLER                      PIC X(01) VALUE SPACES.
019900
020000 01  TEXTO-ALTA-ENTRADA              PIC X(08) VALUE "+ENTRADA".
020100 01  TEXTO-ALTA-SALIDA               PIC X(08) VALUE "+SALIDA ".
020200 01  TEXTO-ANULACION                 PIC X(08) VALUE "ANULADA ".
020300 01  TEXTO-SIN-SALIDA                PIC X(10) VALUE
020400     "*SIN SAL.*".
020500
020600 01  LINEA-RESUMEN-1.
020700     05  FILLER                      PIC X(02) VALUE SPACES.
020800     05  FILLER                      PIC X(25) VALUE
020900         "CORRECCIONES DEL DIA     ".
021000     05  LR1-CONTADOR                PIC ZZZZ9.
021100     05  FILLER                      PIC X(48) VALUE SPACES.
021200 01  LINEA-RESUMEN-2.
021300     05  FILLER                      PIC X(02) VALUE SPACES.
021400     05  FILLER                      PIC X(25) VALUE
021500         "  MOVIMIENTOS AGREGADOS  ".
021600     05  LR2-CONTADOR                PIC ZZZZ9.
021700     05  FILLER                      PIC X(48) VALUE SPACES.
021800 01  LINEA-RESUMEN-3.
021900     05  FILLER                      PIC X(02) VALUE SPACES.
022000     05  FILLER                      PIC X(25) VALUE
022100         "  MOVIMIENTOS ANULADOS   ".
022200     05  LR3-CONTADOR                PIC ZZZZ9.
022300     05  FILLER                      PIC X(48) VALUE SPACES.
022400 01  LINEA-RESUMEN-4.
022500     05  FILLER                      PIC X(02) VALUE SPACES.
022600     05  FILLER                      PIC X(25) VALUE
022700         "DIAS RE-EMITIDOS A RRHH  ".
022800     05  LR4-CONTADOR                PIC ZZZZ9.
022900     05  FILLER                      PIC X(48) VALUE SPACES.
023000
023100 01  LINEA-ENCABEZADO-1              PIC X(80) VALUE
023200     "CORRECCIONES DE MARCAJE - AJUSTES A RRHH".
023300 01  LINEA-ENCABEZADO-2.
023400     05  FILLER                      PIC X(10) VALUE "FECHA:    ".
023500     05  LE2-FECHA                   PIC 9(08).
023600     05  FILLER                      PIC X(62) VALUE SPACES.
023700 01  LINEA-ENCABEZADO-3.
023800     05  FILLER                      PIC X(47) VALUE
023900         "  GAFETE  NOMBRE           FECHA     ACCION    ".
024000     05  FILLER                      PIC X(33) VALUE
024100         "ANTES     NUEVA     MO  SUP".
024200 01  LINEA-ENCABEZADO-4              PIC X(80) VALUE
024300     "DIAS RE-EMITIDOS AL FEED DE DURACION (HRDURAJ)".
024400 01  LINEA-ENCABEZADO-5.
024500     05  FILLER                      PIC X(47) VALUE
024600         "  GAFETE  NOMBRE           FECHA     PRIMERA   ".
024700     05  FILLER                      PIC X(33) VALUE
024800         "ULTIMA    DURAC.  PARES".
024900 01  LINEA-BLANCA                    PIC X(80) VALUE SPACES.
025000 01  LINEA-TABLA-LLENA               PIC X(80) VALUE
025100     "** TABLA DE DIAS LLENA - RE-EMISION INCOMPLETA **".
025200
025230 COPY "RUNCTL.CPY".
025260
025300 PROCEDURE DIVISION.
025400******************************************************************
025500*    0000-MAINLINE                                               *
025600******************************************************************
025700 0000-MAINLINE.
025800     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
025900     PERFORM 2000-PROCESAR-CORRECCIONES THRU 2000-EXIT
026000         UNTIL FIN-CORRECCIONES.
026100     PERFORM 2900-ENCABEZAR-DIAS THRU 2900-EXIT.
026200     PERFORM 3000-REEMITIR-DIA THRU 3000-EXIT
026300         VARYING IDX-DIA FROM 1 BY 1
026400         UNTIL IDX-DIA > CUANTOS-DIAS.
026500     PERFORM 4000-IMPRIMIR-RESUMEN THRU 4000-EXIT.
026600     PERFORM 9000-TERMINAR THRU 9000-EXIT.
026700
026800******************************************************************
026900*    1000-INICIALIZAR - LEE LA FECHA DE CAPTURA DEL PARAMETRO;   *
027000*    SIN CARD SE TOMAN LAS CORRECCIONES DE HOY.  SIN ARCHIVO     *
027100*    CORAUD NO HAY NADA QUE AJUSTAR Y LOS FEEDS SALEN VACIOS     *
027200******************************************************************
027300 1000-INICIALIZAR.
027310     MOVE SPACES TO RCT-REGISTRO.
027320     MOVE "SRC-AMP-AJ" TO RCT-PROGRAMA.
027330     ACCEPT RCT-FECHA-CORRIDA FROM DATE YYYYMMDD.
027340     ACCEPT RCT-HORA-INICIO FROM TIME.
027350     MOVE "N" TO RCT-ESTADO.
027400     ACCEPT FECHA-PROCESO FROM DATE YYYYMMDD.
027500     OPEN INPUT PARAMETRO-FILE.
027600     IF FS-AJUPARM = "00"
027700         READ PARAMETRO-FILE
027800             AT END
027900                 CONTINUE
028000             NOT AT END
028100                 IF PRM-FECHA IS NUMERIC
028200                     MOVE PRM-FECHA TO FECHA-PROCESO
028300                 END-IF
028400         END-READ
028500         CLOSE PARAMETRO-FILE
028600     END-IF.
028700     OPEN INPUT CORRECCION-FILE.
028800     OPEN INPUT SGN-LOG-FILE.
028900     OPEN OUTPUT HR-AJUSTE-FILE.
029000     OPEN OUTPUT HR-DURACION-FILE.
029100     OPEN OUTPUT REPORTE-FILE.
029120     IF FS-SGNLOG NOT = "00"
029140         MOVE "F" TO RCT-ESTADO
029150     ELSE
029155         MOVE "S" TO SW-SGNLOG-ABIERTO
029160     END-IF.
029200     IF FS-CORAUD = "00"
029300         MOVE FECHA-PROCESO TO COR-FECHA
029400         MOVE ZERO TO COR-HORA
029500         START CORRECCION-FILE KEY IS NOT LESS THAN COR-CLAVE
029600             INVALID KEY
029700                 MOVE "S" TO SW-FIN-CORRECCIONES
029800         END-START
029900     ELSE
030000         MOVE "S" TO SW-FIN-CORRECCIONES
030100     END-IF.
030200     MOVE LINEA-ENCABEZADO-1 TO LINEA-REPORTE.
030300     WRITE LINEA-REPORTE.
030400     MOVE FECHA-PROCESO TO LE2-FECHA.
030500     MOVE LINEA-ENCABEZADO-2 TO LINEA-REPORTE.
030600     WRITE LINEA-REPORTE.
030700     MOVE LINEA-ENCABEZADO-3 TO LINEA-REPORTE.
030800     WRITE LINEA-REPORTE.
030900 1000-EXIT.
031000     EXIT.
031100
031200******************************************************************
031300*    2000-PROCESAR-CORRECCIONES - UNA CORRECCION DE LA FECHA DE  *
031400*    CAPTURA POR CICLO, EN EL ORDEN EN QUE SE TECLEARON          *
031500******************************************************************
031600 2000-PROCESAR-CORRECCIONES.
031700     READ CORRECCION-FILE NEXT RECORD
031800         AT END
031900             MOVE "S" TO SW-FIN-CORRECCIONES
032000         NOT AT END
032100             IF COR-FECHA NOT = FECHA-PROCESO
032200                 MOVE "S" TO SW-FIN-CORRECCIONES
032300             ELSE
032400                 PERFORM 2100-EMITIR-AJUSTE THRU 2100-EXIT
032500                 PERFORM 2200-REGISTRAR-DIA THRU 2200-EXIT
032600             END-IF
032700     END-READ.
032800 2000-EXIT.
032900     EXIT.
033000
033100******************************************************************
033200*    2100-EMITIR-AJUSTE - EL REGISTRO DEL FEED DE AJUSTES Y SU   *
033300*    RENGLON DEL REPORTE                                         *
033400******************************************************************
033500 2100-EMITIR-AJUSTE.
033600     MOVE COR-FECHA-MOVIMIENTO TO HRA-FECHA-MOVIMIENTO.
033700     MOVE COR-BADGE TO HRA-BADGE.
033800     MOVE COR-NOMBRE TO HRA-NOMBRE.
033900     MOVE COR-DEPTO TO HRA-DEPTO.
034000     MOVE COR-ACCION TO HRA-ACCION.
034100     IF COR-ANULACION
034200         MOVE COR-ANT-DIRECCION TO HRA-DIRECCION
034300         ADD 1 TO CONTADOR-ANULACIONES
034400         MOVE TEXTO-ANULACION TO LC-ACCION
034500     ELSE
034600         MOVE COR-NVO-DIRECCION TO HRA-DIRECCION
034700         ADD 1 TO CONTADOR-ALTAS
034800         IF COR-ALTA-SALIDA
034900             MOVE TEXTO-ALTA-SALIDA TO LC-ACCION
035000         ELSE
035100             MOVE TEXTO-ALTA-ENTRADA TO LC-ACCION
035200         END-IF
035300     END-IF.
035400     MOVE COR-ANT-HORA TO HRA-HORA-ANTERIOR.
035500     MOVE COR-NVO-HORA TO HRA-HORA-NUEVA.
035600     MOVE COR-MOTIVO TO HRA-MOTIVO.
035700     MOVE COR-SUPERVISOR TO HRA-SUPERVISOR.
035800     MOVE COR-FECHA TO HRA-FECHA-CAPTURA.
035900     WRITE HR-REGISTRO-AJUSTE.
036000     ADD 1 TO CONTADOR-CORRECCIONES.
036100     MOVE COR-BADGE TO LC-BADGE.
036200     MOVE COR-NOMBRE TO LC-NOMBRE.
036300     MOVE COR-FECHA-MOVIMIENTO TO LC-FECHA.
036400     MOVE COR-ANT-HORA TO LC-HORA-ANTERIOR.
036500     MOVE COR-NVO-HORA TO LC-HORA-NUEVA.
036600     MOVE COR-MOTIVO TO LC-MOTIVO.
036700     MOVE COR-SUPERVISOR TO LC-SUPERVISOR.
036800     MOVE LINEA-CORRECCION TO LINEA-REPORTE.
036900     WRITE LINEA-REPORTE.
037000 2100-EXIT.
037100     EXIT.
037200
037300******************************************************************
037400*    2200-REGISTRAR-DIA - ANOTA EL GAFETE Y DIA CORREGIDO PARA   *
037500*    RE-EMITIRLO, SI NO ESTA YA EN LA TABLA                      *
037600******************************************************************
037700 2200-REGISTRAR-DIA.
037800     MOVE "N" TO SW-RENGLON-HALLADO.
037900     PERFORM 2210-BUSCAR-DIA THRU 2210-EXIT
038000         VARYING IDX-DIA FROM 1 BY 1
038100         UNTIL IDX-DIA > CUANTOS-DIAS
038200             OR RENGLON-HALLADO.
038300     IF RENGLON-HALLADO
038400         GO TO 2200-EXIT
038500     END-IF.
038600     IF CUANTOS-DIAS < 500
038700         ADD 1 TO CUANTOS-DIAS
038800         MOVE COR-BADGE TO TD-BADGE (CUANTOS-DIAS)
038900         MOVE COR-FECHA-MOVIMIENTO TO TD-FECHA (CUANTOS-DIAS)
039000         MOVE COR-NOMBRE TO TD-NOMBRE (CUANTOS-DIAS)
039100         MOVE COR-DEPTO TO TD-DEPTO (CUANTOS-DIAS)
039200     ELSE
039300         IF NOT TABLA-LLENA-AVISADA
039400             MOVE LINEA-TABLA-LLENA TO LINEA-REPORTE
039500             WRITE LINEA-REPORTE
039600             MOVE "S" TO SW-TABLA-LLENA
039700         END-IF
039800     END-IF.
039900 2200-EXIT.
040000     EXIT.
040100
040200 2210-BUSCAR-DIA.
040300     IF TD-BADGE (IDX-DIA) = COR-BADGE
040400             AND TD-FECHA (IDX-DIA) = COR-FECHA-MOVIMIENTO
040500         MOVE "S" TO SW-RENGLON-HALLADO
040600     END-IF.
040700 2210-EXIT.
040800     EXIT.
040900
041000******************************************************************
041100*    2900-ENCABEZAR-DIAS - ABRE LA SECCION DE RE-EMISION         *
041200******************************************************************
041300 2900-ENCABEZAR-DIAS.
041400     MOVE LINEA-BLANCA TO LINEA-REPORTE.
041500     WRITE LINEA-REPORTE.
041600     MOVE LINEA-ENCABEZADO-4 TO LINEA-REPORTE.
041700     WRITE LINEA-REPORTE.
041800     MOVE LINEA-ENCABEZADO-5 TO LINEA-REPORTE.
041900     WRITE LINEA-REPORTE.
042000 2900-EXIT.
042100     EXIT.
042200
042300******************************************************************
042400*    3000-REEMITIR-DIA - RECALCULA EL TIEMPO EN PLANTA DEL       *
042500*    GAFETE EN EL DIA CORREGIDO, YA CON LAS CORRECCIONES EN      *
042600*    SGNLOG, Y LO MANDA DE NUEVO A RRHH EN EL FORMATO HRDURTF.   *
042700*    EL APAREO ES EL DE SRC-AMP-TM: UNA ENTRADA ABRE EL PAR, LA  *
042800*    SIGUIENTE SALIDA LO CIERRA; UNA SEGUNDA ENTRADA CON EL PAR  *
042900*    ABIERTO O UN PAR ABIERTO AL FINAL DEJAN EL DIA INCOMPLETO   *
043000******************************************************************
043100 3000-REEMITIR-DIA.
043200     MOVE "N" TO SW-PAR-ABIERTO.
043300     MOVE "N" TO SW-SIN-SALIDA.
043400     MOVE ZERO TO HORA-ABIERTA.
043500     MOVE ZERO TO PRIMERA-ENTRADA.
043600     MOVE ZERO TO ULTIMA-SALIDA.
043700     MOVE ZERO TO SEGUNDOS-DIA.
043800     MOVE ZERO TO PARES-DIA.
043900     MOVE "N" TO SW-FIN-BITACORA.
044000     IF NOT SGNLOG-ABIERTO
044100         MOVE "S" TO SW-FIN-BITACORA
044200     ELSE
044300         MOVE TD-FECHA (IDX-DIA) TO SGN-LOG-FECHA
044400         MOVE ZERO TO SGN-LOG-HORA
044500         MOVE SPACES TO SGN-LOG-TERMINAL
044600         START SGN-LOG-FILE KEY IS NOT LESS THAN SGN-LOG-KEY
044700             INVALID KEY
044800                 MOVE "S" TO SW-FIN-BITACORA
044900         END-START
045000     END-IF.
045100     PERFORM 3100-LEER-MOVIMIENTO THRU 3100-EXIT
045200         UNTIL FIN-BITACORA.
045300     IF PAR-ABIERTO
045400         MOVE "S" TO SW-SIN-SALIDA
045500     END-IF.
045600     MOVE SEGUNDOS-DIA TO SEGUNDOS-PAR.
045700     PERFORM 7100-SEGUNDOS-A-DURACION THRU 7100-EXIT.
045800     MOVE TD-FECHA (IDX-DIA) TO HRD-FECHA.
045900     MOVE TD-BADGE (IDX-DIA) TO HRD-BADGE.
046000     MOVE TD-NOMBRE (IDX-DIA) TO HRD-NOMBRE.
046100     MOVE TD-DEPTO (IDX-DIA) TO HRD-DEPTO.
046200     MOVE PRIMERA-ENTRADA TO HRD-PRIMERA-ENTRADA.
046300     MOVE ULTIMA-SALIDA TO HRD-ULTIMA-SALIDA.
046400     MOVE DURACION-EDITADA TO HRD-DURACION.
046500     MOVE PARES-DIA TO HRD-PARES.
046600     IF QUEDO-SIN-SALIDA
046700         MOVE "N" TO HRD-COMPLETO
046800         MOVE TEXTO-SIN-SALIDA TO LD-ALERTA
046900     ELSE
047000         MOVE "S" TO HRD-COMPLETO
047100         MOVE SPACES TO LD-ALERTA
047200     END-IF.
047300     WRITE HR-REGISTRO-DURACION.
047400     MOVE TD-BADGE (IDX-DIA) TO LD-BADGE.
047500     MOVE TD-NOMBRE (IDX-DIA) TO LD-NOMBRE.
047600     MOVE TD-FECHA (IDX-DIA) TO LD-FECHA.
047700     MOVE PRIMERA-ENTRADA TO LD-ENTRADA.
047800     MOVE ULTIMA-SALIDA TO LD-SALIDA.
047900     MOVE DURACION-EDITADA TO LD-DURACION.
048000     MOVE PARES-DIA TO LD-PARES.
048100     MOVE LINEA-DIA TO LINEA-REPORTE.
048200     WRITE LINEA-REPORTE.
048300 3000-EXIT.
048400     EXIT.
048500
048600 3100-LEER-MOVIMIENTO.
048700     READ SGN-LOG-FILE NEXT RECORD
048800         AT END
048900             MOVE "S" TO SW-FIN-BITACORA
049000         NOT AT END
049100             IF SGN-LOG-FECHA NOT = TD-FECHA (IDX-DIA)
049200                 MOVE "S" TO SW-FIN-BITACORA
049300             ELSE
049400                 IF SGN-LOG-BADGE = TD-BADGE (IDX-DIA)
049500                     AND SGN-LOG-TERMINAL NOT = TERMINAL-CIERRE
049600                     IF SGN-LOG-ES-SALIDA
049700                         PERFORM 3300-APLICAR-SALIDA
049800                             THRU 3300-EXIT
049900                     ELSE
050000                         PERFORM 3200-APLICAR-ENTRADA
050100                             THRU 3200-EXIT
050200                     END-IF
050300                 END-IF
050400             END-IF
050500     END-READ.
050600 3100-EXIT.
050700     EXIT.
050800
050900 3200-APLICAR-ENTRADA.
051000     IF PAR-ABIERTO
051100         MOVE "S" TO SW-SIN-SALIDA
051200     END-IF.
051300     MOVE "S" TO SW-PAR-ABIERTO.
051400     MOVE SGN-LOG-HORA TO HORA-ABIERTA.
051500     IF PRIMERA-ENTRADA = ZERO
051600         MOVE SGN-LOG-HORA TO PRIMERA-ENTRADA
051700     END-IF.
051800 3200-EXIT.
051900     EXIT.
052000
052100 3300-APLICAR-SALIDA.
052200     IF NOT PAR-ABIERTO
052300         GO TO 3300-EXIT
052400     END-IF.
052500     MOVE HORA-ABIERTA TO HORA-TRABAJO.
052600     PERFORM 7000-HORA-A-SEGUNDOS THRU 7000-EXIT.
052700     MOVE SEGUNDOS-MOMENTO TO SEGUNDOS-PAR.
052800     MOVE SGN-LOG-HORA TO HORA-TRABAJO.
052900     PERFORM 7000-HORA-A-SEGUNDOS THRU 7000-EXIT.
053000     IF SEGUNDOS-MOMENTO > SEGUNDOS-PAR
053100         SUBTRACT SEGUNDOS-PAR FROM SEGUNDOS-MOMENTO
053200         ADD SEGUNDOS-MOMENTO TO SEGUNDOS-DIA
053300     END-IF.
053400     ADD 1 TO PARES-DIA.
053500     MOVE "N" TO SW-PAR-ABIERTO.
053600     MOVE SGN-LOG-HORA TO ULTIMA-SALIDA.
053700 3300-EXIT.
053800     EXIT.
053900
054000******************************************************************
054100*    4000-IMPRIMIR-RESUMEN                                       *
054200******************************************************************
054300 4000-IMPRIMIR-RESUMEN.
054400     MOVE LINEA-BLANCA TO LINEA-REPORTE.
054500     WRITE LINEA-REPORTE.
054600     MOVE CONTADOR-CORRECCIONES TO LR1-CONTADOR.
054700     MOVE LINEA-RESUMEN-1 TO LINEA-REPORTE.
054800     WRITE LINEA-REPORTE.
054900     MOVE CONTADOR-ALTAS TO LR2-CONTADOR.
055000     MOVE LINEA-RESUMEN-2 TO LINEA-REPORTE.
055100     WRITE LINEA-REPORTE.
055200     MOVE CONTADOR-ANULACIONES TO LR3-CONTADOR.
055300     MOVE LINEA-RESUMEN-3 TO LINEA-REPORTE.
055400     WRITE LINEA-REPORTE.
055500     MOVE CUANTOS-DIAS TO LR4-CONTADOR.
055600     MOVE LINEA-RESUMEN-4 TO LINEA-REPORTE.
055700     WRITE LINEA-REPORTE.
055800 4000-EXIT.
055900     EXIT.
056000
056100******************************************************************
056200*    7000-HORA-A-SEGUNDOS - CONVIERTE LA HORA HHMMSSCC DE        *
056300*    HORA-TRABAJO A SEGUNDOS DESDE MEDIANOCHE (LOS CENTESIMOS    *
056400*    SE DESCARTAN)                                               *
056500******************************************************************
056600 7000-HORA-A-SEGUNDOS.
056700     COMPUTE SEGUNDOS-MOMENTO =
056800         (HD-HH * 3600) + (HD-MM * 60) + HD-SS.
056900 7000-EXIT.
057000     EXIT.
057100
057200******************************************************************
057300*    7100-SEGUNDOS-A-DURACION - CONVIERTE LOS SEGUNDOS DE        *
057400*    SEGUNDOS-PAR AL FORMATO HHMMSS DE DURACION-EDITADA          *
057500******************************************************************
057600 7100-SEGUNDOS-A-DURACION.
057700     DIVIDE SEGUNDOS-PAR BY 3600
057800         GIVING DU-HH REMAINDER SEGUNDOS-RESTO.
057900     DIVIDE SEGUNDOS-RESTO BY 60
058000         GIVING DU-MM REMAINDER SEGUNDOS-RESTO.
058100     MOVE SEGUNDOS-RESTO TO DU-SS.
058200 7100-EXIT.
058300     EXIT.
058400
058500******************************************************************
058600*    9000-TERMINAR                                                *
058700******************************************************************
058800 9000-TERMINAR.
058850     PERFORM 9900-REGISTRAR-CONTROL THRU 9900-EXIT.
058900     IF FS-CORAUD NOT = "35"
059000         CLOSE CORRECCION-FILE
059100     END-IF.
059200     IF FS-SGNLOG NOT = "35"
059300         CLOSE SGN-LOG-FILE
059400     END-IF.
059500     CLOSE HR-AJUSTE-FILE.
059600     CLOSE HR-DURACION-FILE.
059700     CLOSE REPORTE-FILE.
059800     STOP RUN.
059900 9000-EXIT.
060000     EXIT.
060004
060008******************************************************************
060012*    9900-REGISTRAR-CONTROL - DEJA EL REGISTRO DE CONTROL DE LA   *
060016*    CORRIDA EN RUNCTL PARA EL REPORTE DE CUADRE MATUTINO         *
060020******************************************************************
060024 9900-REGISTRAR-CONTROL.
060028     MOVE FECHA-PROCESO TO RCT-FECHA-PROCESO.
060032     IF TABLA-LLENA-AVISADA AND RCT-NORMAL
060036         MOVE "A" TO RCT-ESTADO
060040     END-IF.
060044     MOVE "CORRECC" TO RCT-ETIQUETA (1).
060048     MOVE CONTADOR-CORRECCIONES TO RCT-CUENTA (1).
060052     MOVE "ALTAS" TO RCT-ETIQUETA (2).
060056     MOVE CONTADOR-ALTAS TO RCT-CUENTA (2).
060060     MOVE "ANULAC" TO RCT-ETIQUETA (3).
060064     MOVE CONTADOR-ANULACIONES TO RCT-CUENTA (3).
060068     MOVE "DIAS" TO RCT-ETIQUETA (4).
060072     MOVE CUANTOS-DIAS TO RCT-CUENTA (4).
060076     CALL "SRC-AMP-RC" USING RCT-REGISTRO.
060080 9900-EXIT.
060084     EXIT.
060100 END PROGRAM SRC-AMP-AJ.
