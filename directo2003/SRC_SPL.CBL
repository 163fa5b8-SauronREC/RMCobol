000100******************************************************************
000200*                                                                *
000300*    SRC_SPL.CBL                                                *
000400*                                                                *
000500*    PROGRAM-ID.  SRC-AMP-SP                                    *
000600*    AUTHOR.      R. SOTO MADERA                                *
000700*    INSTALLATION. TERMINAL SERVICES - PLANTA 3                 *
000800*    DATE-WRITTEN. 2026-10-15.                                  *
000900*                                                                *
001000*    KIOSK SPOOL REPLAY.  WHILE SGNLOG, VISLOG OR SGNEXC IS      *
001100*    LOCKED OR OUT OF REACH, SRC-AMP-IO WRITES THE MOVEMENT TO   *
001200*    THE KIOSK'S OWN KSKSPL SPOOL (KSKSPL.CPY).  THIS PROGRAM    *
001300*    READS THE SPOOLS OF ALL THE KIOSKS, SORTS THEM INTO TIME    *
001400*    ORDER AND POSTS EACH MOVEMENT TO THE CENTRAL FILE IT WAS    *
001500*    MEANT FOR.  A MOVEMENT ALREADY ON FILE (SAME KEY, SAME      *
001600*    NAME) IS SKIPPED, SO RUNNING THE SAME SPOOL TWICE DOES NO   *
001700*    HARM.  AN ENTRADA POSTED TO SGNLOG GETS THE SAME-DAY        *
001800*    REPEAT CHECK THE KIOSK COULD NOT DO WHILE OFFLINE - IF THE  *
001900*    LAST EARLIER MOVEMENT OF THE SAME NAME THAT DAY WAS ALSO    *
002000*    AN ENTRADA, AN "R" EXCEPTION GOES TO SGNEXC FOR THE SHIFT   *
002100*    SUPERVISOR.  THE SPLRPT CONTROL REPORT LISTS EVERY          *
002200*    MOVEMENT IN ERROR AND EVERY REPEAT RAISED, THEN THE         *
002300*    MOVEMENTS READ, REPLAYED, SKIPPED AND IN ERROR FOR EACH     *
002400*    TERMINAL.                                                   *
002500*                                                                *
002600*    MODIFICATION HISTORY.                                       *
002700*    DATE-WRITTEN.  2026-10-15.                                  *
002800*    2026-10-15  RSM  ORIGINAL.                                   *
002810*    2026-10-15  RSM  EVERY RUN NOW ENDS BY APPENDING A RUN-      *
002820*                     CONTROL RECORD TO RUNCTL (SRC-AMP-RC) -     *
002830*                     DATES, START AND END TIME, STATUS AND       *
002840*                     CONTROL COUNTS - FOR THE SRC-AMP-CU MORNING *
002850*                     BALANCING REPORT.                           *
002900*                                                                *
003000******************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. SRC-AMP-SP.
003300 AUTHOR. R. SOTO MADERA.
003400 INSTALLATION. TERMINAL SERVICES - PLANTA 3.
003500 DATE-WRITTEN. 2026-10-15.
003600 DATE-COMPILED.
003700
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT SPOOL-FILE ASSIGN TO "KSKSPL"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS FS-KSKSPL.
004400
004500     SELECT SGN-LOG-FILE ASSIGN TO "SGNLOG"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS SGN-LOG-KEY
004900         FILE STATUS IS FS-SGNLOG.
005000
005100     SELECT EXCEPTION-FILE ASSIGN TO "SGNEXC"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS EXC-CLAVE
005500         FILE STATUS IS FS-SGNEXC.
005600
005700     SELECT VISITOR-LOG-FILE ASSIGN TO "VISLOG"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS VLG-CLAVE
006100         FILE STATUS IS FS-VISLOG.
006200
006300     SELECT REPORTE-FILE ASSIGN TO "SPLRPT"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS FS-SPLRPT.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  SPOOL-FILE
007000     LABEL RECORDS ARE STANDARD.
007100 COPY "KSKSPL.CPY".
007200
007300 FD  SGN-LOG-FILE
007400     LABEL RECORDS ARE STANDARD.
007500 COPY "SGNREC.CPY".
007600
007700 FD  EXCEPTION-FILE
007800     LABEL RECORDS ARE STANDARD.
007900 COPY "SGNEXC.CPY".
008000
008100 FD  VISITOR-LOG-FILE
008200     LABEL RECORDS ARE STANDARD.
008300 COPY "VISLOG.CPY".
008400
008500 FD  REPORTE-FILE
008600     LABEL RECORDS ARE STANDARD.
008700 01  LINEA-REPORTE                   PIC X(80).
008800
008900 WORKING-STORAGE SECTION.
009000 01  FS-KSKSPL                       PIC X(02) VALUE "00".
009100 01  FS-SGNLOG                       PIC X(02) VALUE "00".
009200 01  FS-SGNEXC                       PIC X(02) VALUE "00".
009300 01  FS-VISLOG                       PIC X(02) VALUE "00".
009400 01  FS-SPLRPT                       PIC X(02) VALUE "00".
009500
009600 01  SW-FIN-SPOOL                    PIC X(01) VALUE "N".
009700     88  FIN-SPOOL                   VALUE "S".
009800
009900 01  SW-TABLA-LLENA                  PIC X(01) VALUE "N".
010000     88  TABLA-LLENA-AVISADA         VALUE "S".
010100
010200 01  SW-TERMINALES-LLENA             PIC X(01) VALUE "N".
010300     88  TERMINALES-LLENA-AVISADA    VALUE "S".
010400
010500 01  SW-RENGLON-HALLADO              PIC X(01) VALUE "N".
010600     88  RENGLON-HALLADO             VALUE "S".
010700
010800 01  SW-LLAVE-OCUPADA                PIC X(01) VALUE "N".
010900     88  LLAVE-OCUPADA               VALUE "S".
011000
011100 01  SW-CLAVE-DUPLICADA              PIC X(01) VALUE "N".
011200     88  CLAVE-DUPLICADA             VALUE "S".
011300
011400 01  SW-DUPLICADO                    PIC X(01) VALUE "N".
011500     88  ES-DUPLICADO                VALUE "S".
011600
011700 01  SW-FIN-BUSQUEDA-DUP             PIC X(01) VALUE "N".
011800     88  FIN-BUSQUEDA-DUP            VALUE "S".
011900
012000 01  SW-NOMBRE-EN-BITACORA           PIC X(01) VALUE "N".
012100     88  NOMBRE-EN-BITACORA          VALUE "S".
012200
012300 01  ULTIMA-DIRECCION                PIC X(01) VALUE SPACE.
012400     88  ULTIMA-FUE-ENTRADA          VALUES "E" SPACE.
012500
012600******************************************************************
012700*    WHAT BECAME OF THE SPOOLED MOVEMENT BEING REPLAYED          *
012800******************************************************************
012900 01  RESULTADO-MOVIMIENTO            PIC X(01) VALUE SPACE.
013000     88  MOV-POR-GRABAR              VALUE "N".
013100     88  MOV-REENVIADO               VALUE "R".
013200     88  MOV-YA-POSTEADO             VALUE "P".
013300     88  MOV-EN-ERROR                VALUE "E".
013400
013500 77  CUANTOS-SPOOL                   PIC 9(04) COMP VALUE ZERO.
013600 77  IDX-SPOOL                       PIC 9(04) COMP VALUE ZERO.
013700 77  IDX-MENOR                       PIC 9(04) COMP VALUE ZERO.
013800 77  IDX-VUELTA                      PIC 9(04) COMP VALUE ZERO.
013900 77  CUANTOS-TERMINALES              PIC 9(04) COMP VALUE ZERO.
014000 77  IDX-TERMINAL                    PIC 9(04) COMP VALUE ZERO.
014100 77  IDX-HALLADO                     PIC 9(04) COMP VALUE ZERO.
014200 77  CONTADOR-LEIDOS                 PIC 9(05) COMP VALUE ZERO.
014300 77  CONTADOR-REENVIADOS             PIC 9(05) COMP VALUE ZERO.
014400 77  CONTADOR-OMITIDOS               PIC 9(05) COMP VALUE ZERO.
014500 77  CONTADOR-ERRORES                PIC 9(05) COMP VALUE ZERO.
014600 77  CONTADOR-NO-CARGADOS            PIC 9(05) COMP VALUE ZERO.
014700 77  CONTADOR-REPETIDOS              PIC 9(05) COMP VALUE ZERO.
014800
014900 01  FECHA-CORRIDA                   PIC 9(08) VALUE ZERO.
015000 01  HORA-INTENTO                    PIC 9(08) VALUE ZERO.
015100 01  WS-HORA-ANTERIOR                PIC 9(08) VALUE ZERO.
015200 01  ESTADO-ERROR                    PIC X(02) VALUE SPACES.
015300 01  OBSERVACION                     PIC X(18) VALUE SPACES.
015400
015500******************************************************************
015600*    THE SPOOLED MOVEMENTS OF ALL THE KIOSKS.  TS-ORDEN IS THE   *
015700*    DATE AND TIME, THE ORDER THEY ARE REPLAYED IN               *
015800******************************************************************
015900 01  TABLA-SPOOL.
016000     05  SPOOL-RENGLON OCCURS 2000 TIMES.
016100         10  TS-ORDEN.
016200             15  TS-FECHA            PIC 9(08).
016300             15  TS-HORA             PIC 9(08).
016400         10  TS-IMAGEN               PIC X(80).
016500         10  TS-HECHO                PIC X(01).
016600             88  TS-YA-PROCESADO     VALUE "S".
016700
016800******************************************************************
016900*    CONTROL COUNTS PER TERMINAL.  READ = REPLAYED + SKIPPED +   *
017000*    IN ERROR                                                    *
017100******************************************************************
017200 01  TABLA-TERMINALES.
017300     05  TERMINAL-RENGLON OCCURS 50 TIMES.
017400         10  TT-TERMINAL             PIC X(08).
017500         10  TT-LEIDOS               PIC 9(05) COMP.
017600         10  TT-REENVIADOS           PIC 9(05) COMP.
017700         10  TT-OMITIDOS             PIC 9(05) COMP.
017800         10  TT-ERRORES              PIC 9(05) COMP.
017900
018000 01  LINEA-DETALLE.
018100     05  FILLER                      PIC X(02) VALUE SPACES.
018200     05  LD-TERMINAL                 PIC X(08).
018300     05  FILLER                      PIC X(02) VALUE SPACES.
018400     05  LD-FECHA                    PIC 9(08).
018500     05  FILLER                      PIC X(02) VALUE SPACES.
018600     05  LD-HORA                     PIC 9(08).
018700     05  FILLER                      PIC X(02) VALUE SPACES.
018800     05  LD-ARCHIVO                  PIC X(06).
018900     05  FILLER                      PIC X(02) VALUE SPACES.
019000     05  LD-NOMBRE                   PIC X(15).
019100     05  FILLER                      PIC X(02) VALUE SPACES.
019200     05  LD-OBSERVACION              PIC X(18).
019300     05  LD-ESTADO                   PIC X(02).
019400     05  FILLER                      PIC X(03) VALUE SPACES.
019500
019600 01  LINEA-TERMINAL.
019700     05  FILLER                      PIC X(02) VALUE SPACES.
019800     05  LT-TERMINAL                 PIC X(08).
019900     05  FILLER                      PIC X(04) VALUE SPACES.
020000     05  LT-LEIDOS                   PIC ZZZZ9.
020100     05  FILLER                      PIC X(06) VALUE SPACES.
020200     05  LT-REENVIADOS               PIC ZZZZ9.
020300     05  FILLER                      PIC X(06) VALUE SPACES.
020400     05  LT-OMITIDOS                 PIC ZZZZ9.
020500     05  FILLER                      PIC X(06) VALUE SPACES.
020600     05  LT-ERRORES                  PIC ZZZZ9.
020700     05  FILLER                      PIC X(28) VALUE SPACES.
020800
020900 01  LINEA-RESUMEN-1.
021000     05  FILLER                      PIC X(02) VALUE SPACES.
021100     05  FILLER                      PIC X(25) VALUE
021200         "LEIDOS DE LOS SPOOLS     ".
021300     05  LR1-CONTADOR                PIC ZZZZ9.
021400     05  FILLER                      PIC X(48) VALUE SPACES.
021500 01  LINEA-RESUMEN-2.
021600     05  FILLER                      PIC X(02) VALUE SPACES.
021700     05  FILLER                      PIC X(25) VALUE
021800         "REENVIADOS               ".
021900     05  LR2-CONTADOR                PIC ZZZZ9.
022000     05  FILLER                      PIC X(48) VALUE SPACES.
022100 01  LINEA-RESUMEN-3.
022200     05  FILLER                      PIC X(02) VALUE SPACES.
022300     05  FILLER                      PIC X(25) VALUE
022400         "OMITIDOS - YA POSTEADOS  ".
022500     05  LR3-CONTADOR                PIC ZZZZ9.
022600     05  FILLER                      PIC X(48) VALUE SPACES.
022700 01  LINEA-RESUMEN-4.
022800     05  FILLER                      PIC X(02) VALUE SPACES.
022900     05  FILLER                      PIC X(25) VALUE
023000         "EN ERROR                 ".
023100     05  LR4-CONTADOR                PIC ZZZZ9.
023200     05  FILLER                      PIC X(48) VALUE SPACES.
023300 01  LINEA-RESUMEN-5.
023400     05  FILLER                      PIC X(02) VALUE SPACES.
023500     05  FILLER                      PIC X(25) VALUE
023600         "  (NO CARGADOS - LLENA)  ".
023700     05  LR5-CONTADOR                PIC ZZZZ9.
023800     05  FILLER                      PIC X(48) VALUE SPACES.
023900 01  LINEA-RESUMEN-6.
024000     05  FILLER                      PIC X(02) VALUE SPACES.
024100     05  FILLER                      PIC X(25) VALUE
024200         "REPETICIONES A SGNEXC    ".
024300     05  LR6-CONTADOR                PIC ZZZZ9.
024400     05  FILLER                      PIC X(48) VALUE SPACES.
024500
024600 01  LINEA-ENCABEZADO-1              PIC X(80) VALUE
024700     "REENVIO DE LOS SPOOLS DE KIOSCO - CONTROL".
024800 01  LINEA-ENCABEZADO-2.
024900     05  FILLER                      PIC X(10) VALUE "FECHA:    ".
025000     05  LE2-FECHA                   PIC 9(08).
025100     05  FILLER                      PIC X(62) VALUE SPACES.
025200 01  LINEA-ENCABEZADO-3              PIC X(80) VALUE
025300     "  MOVIMIENTOS EN ERROR Y REPETICIONES DETECTADAS".
025400 01  LINEA-ENCABEZADO-4.
025500     05  FILLER                      PIC X(50) VALUE
025600         "  TERMINAL  FECHA     HORA      ARCHIVO NOMBRE".
025700     05  FILLER                      PIC X(30) VALUE
025800         "       OBSERVACION".
025900 01  LINEA-ENCABEZADO-5              PIC X(80) VALUE
026000     "  TOTALES POR TERMINAL".
026100 01  LINEA-ENCABEZADO-6              PIC X(80) VALUE
026200     "  TERMINAL   LEIDOS REENVIADOS   OMITIDOS   EN ERROR".
026300 01  LINEA-BLANCA                    PIC X(80) VALUE SPACES.
026400 01  LINEA-TABLA-LLENA               PIC X(80) VALUE
026500     "** TABLA DEL SPOOL LLENA - CORRER DE NUEVO EL REENVIO **".
026600 01  LINEA-TERMINALES-LLENA          PIC X(80) VALUE
026700     "** TABLA DE TERMINALES LLENA - TOTALES INCOMPLETOS **".
026800
026830 COPY "RUNCTL.CPY".
026860
026900 PROCEDURE DIVISION.
027000******************************************************************
027100*    0000-MAINLINE                                               *
027200******************************************************************
027300 0000-MAINLINE.
027400     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
027500     PERFORM 2000-CARGAR-SPOOL THRU 2000-EXIT
027600         UNTIL FIN-SPOOL.
027700     PERFORM 3000-REENVIAR-SIGUIENTE THRU 3000-EXIT
027800         VARYING IDX-VUELTA FROM 1 BY 1
027900         UNTIL IDX-VUELTA > CUANTOS-SPOOL.
028000     PERFORM 5000-IMPRIMIR-TERMINALES THRU 5000-EXIT.
028100     PERFORM 6000-IMPRIMIR-RESUMEN THRU 6000-EXIT.
028200     PERFORM 9000-TERMINAR THRU 9000-EXIT.
028300
028400******************************************************************
028500*    1000-INICIALIZAR - ABRE LOS SPOOLS Y LOS ARCHIVOS CENTRALES *
028600*    (SE CREAN SI NO EXISTEN, IGUAL QUE EN EL KIOSCO)            *
028700******************************************************************
028800 1000-INICIALIZAR.
028810     MOVE SPACES TO RCT-REGISTRO.
028820     MOVE "SRC-AMP-SP" TO RCT-PROGRAMA.
028830     ACCEPT RCT-FECHA-CORRIDA FROM DATE YYYYMMDD.
028840     ACCEPT RCT-HORA-INICIO FROM TIME.
028850     MOVE "N" TO RCT-ESTADO.
028900     ACCEPT FECHA-CORRIDA FROM DATE YYYYMMDD.
029000     OPEN INPUT SPOOL-FILE.
029100     IF FS-KSKSPL NOT = "00"
029200         MOVE "S" TO SW-FIN-SPOOL
029300     END-IF.
029400     OPEN I-O SGN-LOG-FILE.
029500     IF FS-SGNLOG = "35"
029600         OPEN OUTPUT SGN-LOG-FILE
029700         CLOSE SGN-LOG-FILE
029800         OPEN I-O SGN-LOG-FILE
029900     END-IF.
030000     OPEN I-O EXCEPTION-FILE.
030100     IF FS-SGNEXC = "35"
030200         OPEN OUTPUT EXCEPTION-FILE
030300         CLOSE EXCEPTION-FILE
030400         OPEN I-O EXCEPTION-FILE
030500     END-IF.
030600     OPEN I-O VISITOR-LOG-FILE.
030700     IF FS-VISLOG = "35"
030800         OPEN OUTPUT VISITOR-LOG-FILE
030900         CLOSE VISITOR-LOG-FILE
031000         OPEN I-O VISITOR-LOG-FILE
031100     END-IF.
031200     OPEN OUTPUT REPORTE-FILE.
031210     IF FS-SGNLOG NOT = "00"
031220         OR FS-SGNEXC NOT = "00"
031230         OR FS-VISLOG NOT = "00"
031240         MOVE "F" TO RCT-ESTADO
031250     END-IF.
031300     MOVE LINEA-ENCABEZADO-1 TO LINEA-REPORTE.
031400     WRITE LINEA-REPORTE.
031500     MOVE FECHA-CORRIDA TO LE2-FECHA.
031600     MOVE LINEA-ENCABEZADO-2 TO LINEA-REPORTE.
031700     WRITE LINEA-REPORTE.
031800     MOVE LINEA-BLANCA TO LINEA-REPORTE.
031900     WRITE LINEA-REPORTE.
032000     MOVE LINEA-ENCABEZADO-3 TO LINEA-REPORTE.
032100     WRITE LINEA-REPORTE.
032200     MOVE LINEA-ENCABEZADO-4 TO LINEA-REPORTE.
032300     WRITE LINEA-REPORTE.
032400 1000-EXIT.
032500     EXIT.
032600
032700******************************************************************
032800*    2000-CARGAR-SPOOL - CADA MOVIMIENTO DEL SPOOL A LA TABLA.   *
032900*    CON LA TABLA LLENA SE AVISA UNA VEZ Y EL RESTO SE CUENTA    *
033000*    EN ERROR; QUEDAN EN EL SPOOL PARA LA SIGUIENTE CORRIDA      *
033100******************************************************************
033200 2000-CARGAR-SPOOL.
033300     READ SPOOL-FILE
033400         AT END
033500             MOVE "S" TO SW-FIN-SPOOL
033600             GO TO 2000-EXIT
033700     END-READ.
033800     ADD 1 TO CONTADOR-LEIDOS.
033900     PERFORM 2200-UBICAR-TERMINAL THRU 2200-EXIT.
034000     IF RENGLON-HALLADO
034100         ADD 1 TO TT-LEIDOS (IDX-HALLADO)
034200     END-IF.
034300     IF CUANTOS-SPOOL NOT < 2000
034400         IF NOT TABLA-LLENA-AVISADA
034500             MOVE LINEA-TABLA-LLENA TO LINEA-REPORTE
034600             WRITE LINEA-REPORTE
034700             MOVE "S" TO SW-TABLA-LLENA
034800         END-IF
034900         ADD 1 TO CONTADOR-NO-CARGADOS
035000         ADD 1 TO CONTADOR-ERRORES
035100         IF RENGLON-HALLADO
035200             ADD 1 TO TT-ERRORES (IDX-HALLADO)
035300         END-IF
035400         GO TO 2000-EXIT
035500     END-IF.
035600     ADD 1 TO CUANTOS-SPOOL.
035700     MOVE SPL-FECHA TO TS-FECHA (CUANTOS-SPOOL).
035800     MOVE SPL-HORA TO TS-HORA (CUANTOS-SPOOL).
035900     MOVE SPL-REGISTRO TO TS-IMAGEN (CUANTOS-SPOOL).
036000     MOVE "N" TO TS-HECHO (CUANTOS-SPOOL).
036100 2000-EXIT.
036200     EXIT.
036300
036400******************************************************************
036500*    2200-UBICAR-TERMINAL - RENGLON DE SPL-TERMINAL EN LA TABLA  *
036600*    DE TOTALES; SE AGREGA LA PRIMERA VEZ QUE APARECE            *
036700******************************************************************
036800 2200-UBICAR-TERMINAL.
036900     MOVE "N" TO SW-RENGLON-HALLADO.
037000     PERFORM 2210-BUSCAR-TERMINAL THRU 2210-EXIT
037100         VARYING IDX-TERMINAL FROM 1 BY 1
037200         UNTIL IDX-TERMINAL > CUANTOS-TERMINALES
037300             OR RENGLON-HALLADO.
037400     IF RENGLON-HALLADO
037500         GO TO 2200-EXIT
037600     END-IF.
037700     IF CUANTOS-TERMINALES NOT < 50
037800         IF NOT TERMINALES-LLENA-AVISADA
037900             MOVE LINEA-TERMINALES-LLENA TO LINEA-REPORTE
038000             WRITE LINEA-REPORTE
038100             MOVE "S" TO SW-TERMINALES-LLENA
038200         END-IF
038300         GO TO 2200-EXIT
038400     END-IF.
038500     ADD 1 TO CUANTOS-TERMINALES.
038600     MOVE CUANTOS-TERMINALES TO IDX-HALLADO.
038700     MOVE SPL-TERMINAL TO TT-TERMINAL (IDX-HALLADO).
038800     MOVE ZERO TO TT-LEIDOS (IDX-HALLADO).
038900     MOVE ZERO TO TT-REENVIADOS (IDX-HALLADO).
039000     MOVE ZERO TO TT-OMITIDOS (IDX-HALLADO).
039100     MOVE ZERO TO TT-ERRORES (IDX-HALLADO).
039200     MOVE "S" TO SW-RENGLON-HALLADO.
039300 2200-EXIT.
039400     EXIT.
039500
039600 2210-BUSCAR-TERMINAL.
039700     IF TT-TERMINAL (IDX-TERMINAL) = SPL-TERMINAL
039800         MOVE "S" TO SW-RENGLON-HALLADO
039900         MOVE IDX-TERMINAL TO IDX-HALLADO
040000     END-IF.
040100 2210-EXIT.
040200     EXIT.
040300
040400******************************************************************
040500*    3000-REENVIAR-SIGUIENTE - TOMA EL MOVIMIENTO PENDIENTE MAS  *
040600*    ANTIGUO (FECHA Y HORA) DE TODOS LOS KIOSCOS Y LO MANDA AL   *
040700*    ARCHIVO CENTRAL QUE LE TOCA                                 *
040800******************************************************************
040900 3000-REENVIAR-SIGUIENTE.
041000     MOVE ZERO TO IDX-MENOR.
041100     PERFORM 3010-BUSCAR-MENOR THRU 3010-EXIT
041200         VARYING IDX-SPOOL FROM 1 BY 1
041300         UNTIL IDX-SPOOL > CUANTOS-SPOOL.
041400     IF IDX-MENOR = ZERO
041500         GO TO 3000-EXIT
041600     END-IF.
041700     MOVE "S" TO TS-HECHO (IDX-MENOR).
041800     MOVE TS-IMAGEN (IDX-MENOR) TO SPL-REGISTRO.
041900     MOVE "E" TO RESULTADO-MOVIMIENTO.
042000     MOVE SPACES TO ESTADO-ERROR.
042100     MOVE "REGISTRO INVALIDO" TO OBSERVACION.
042200     IF SPL-FECHA NOT NUMERIC OR SPL-HORA NOT NUMERIC
042300         PERFORM 3900-CONTAR-RESULTADO THRU 3900-EXIT
042400         GO TO 3000-EXIT
042500     END-IF.
042600     IF SPL-ES-BITACORA
042700         PERFORM 3100-REENVIAR-BITACORA THRU 3100-EXIT
042800     ELSE
042900         IF SPL-ES-VISITA
043000             PERFORM 3200-REENVIAR-VISITA THRU 3200-EXIT
043100         ELSE
043200             IF SPL-ES-EXCEPCION
043300                 PERFORM 3300-REENVIAR-EXCEPCION THRU 3300-EXIT
043400             END-IF
043500         END-IF
043600     END-IF.
043700     PERFORM 3900-CONTAR-RESULTADO THRU 3900-EXIT.
043800 3000-EXIT.
043900     EXIT.
044000
044100 3010-BUSCAR-MENOR.
044200     IF NOT TS-YA-PROCESADO (IDX-SPOOL)
044300         IF IDX-MENOR = ZERO
044400             MOVE IDX-SPOOL TO IDX-MENOR
044500         ELSE
044600             IF TS-ORDEN (IDX-SPOOL) < TS-ORDEN (IDX-MENOR)
044700                 MOVE IDX-SPOOL TO IDX-MENOR
044800             END-IF
044900         END-IF
045000     END-IF.
045100 3010-EXIT.
045200     EXIT.
045300
045400******************************************************************
045500*    3100-REENVIAR-BITACORA - MOVIMIENTO DE EMPLEADO A SGNLOG.   *
045600*    SI YA ESTA POSTEADO SE OMITE.  UNA ENTRADA NUEVA PASA POR   *
045700*    LA REVISION DE REPETICION DEL MISMO DIA QUE EL KIOSCO NO    *
045800*    PUDO HACER FUERA DE LINEA                                   *
045900******************************************************************
046000 3100-REENVIAR-BITACORA.
046100     MOVE "SGNLOG" TO LD-ARCHIVO.
046200     MOVE SPL-HORA TO HORA-INTENTO.
046300     MOVE "S" TO SW-LLAVE-OCUPADA.
046400     PERFORM 3110-BUSCAR-BITACORA THRU 3110-EXIT
046500         UNTIL NOT LLAVE-OCUPADA.
046600     IF NOT MOV-POR-GRABAR
046700         GO TO 3100-EXIT
046800     END-IF.
046900     MOVE "N" TO SW-DUPLICADO.
047000     IF SPL-ES-ENTRADA
047100         PERFORM 3120-VERIFICAR-DUPLICADO THRU 3120-EXIT
047200     END-IF.
047300     MOVE SPL-FECHA TO SGN-LOG-FECHA.
047400     MOVE HORA-INTENTO TO SGN-LOG-HORA.
047500     MOVE SPL-TERMINAL TO SGN-LOG-TERMINAL.
047600     MOVE SPL-NOMBRE TO SGN-LOG-NOMBRE.
047700     MOVE SPL-BADGE TO SGN-LOG-BADGE.
047800     MOVE SPL-DEPTO TO SGN-LOG-DEPTO.
047900     MOVE SPL-DIRECCION TO SGN-LOG-DIRECCION.
048000     MOVE ZERO TO SGN-LOG-REENVIOS.
048100     WRITE SGN-LOG-RECORD
048200         INVALID KEY
048300             CONTINUE
048400     END-WRITE.
048500     IF FS-SGNLOG NOT = "00"
048600         MOVE "E" TO RESULTADO-MOVIMIENTO
048700         MOVE "ERROR AL GRABAR FS" TO OBSERVACION
048800         MOVE FS-SGNLOG TO ESTADO-ERROR
048900         GO TO 3100-EXIT
049000     END-IF.
049100     MOVE "R" TO RESULTADO-MOVIMIENTO.
049200     IF ES-DUPLICADO
049300         PERFORM 3140-REGISTRAR-REPETIDO THRU 3140-EXIT
049400     END-IF.
049500 3100-EXIT.
049600     EXIT.
049700
049800******************************************************************
049900*    3110-BUSCAR-BITACORA - LA LLAVE LIBRE ES UN MOVIMIENTO      *
050000*    NUEVO.  OCUPADA POR EL MISMO NOMBRE Y DIRECCION ES QUE YA   *
050100*    SE POSTEO; POR OTRA PERSONA, SE AVANZA LA HORA UN           *
050200*    CENTESIMO, COMO LO HACE EL KIOSCO, Y SE VUELVE A BUSCAR     *
050300******************************************************************
050400 3110-BUSCAR-BITACORA.
050500     MOVE "N" TO SW-LLAVE-OCUPADA.
050600     MOVE SPL-FECHA TO SGN-LOG-FECHA.
050700     MOVE HORA-INTENTO TO SGN-LOG-HORA.
050800     MOVE SPL-TERMINAL TO SGN-LOG-TERMINAL.
050900     READ SGN-LOG-FILE
051000         INVALID KEY
051100             CONTINUE
051200     END-READ.
051300     IF FS-SGNLOG = "23"
051400         MOVE "N" TO RESULTADO-MOVIMIENTO
051500         GO TO 3110-EXIT
051600     END-IF.
051700     IF FS-SGNLOG NOT = "00"
051800         MOVE "E" TO RESULTADO-MOVIMIENTO
051900         MOVE "ERROR AL LEER FS" TO OBSERVACION
052000         MOVE FS-SGNLOG TO ESTADO-ERROR
052100         GO TO 3110-EXIT
052200     END-IF.
052300     IF SGN-LOG-NOMBRE = SPL-NOMBRE
052400             AND SGN-LOG-DIRECCION = SPL-DIRECCION
052500         MOVE "P" TO RESULTADO-MOVIMIENTO
052600     ELSE
052700         ADD 1 TO HORA-INTENTO
052800         MOVE "S" TO SW-LLAVE-OCUPADA
052900     END-IF.
053000 3110-EXIT.
053100     EXIT.
053200
053300******************************************************************
053400*    3120-VERIFICAR-DUPLICADO - EL ULTIMO MOVIMIENTO DEL MISMO   *
053500*    NOMBRE ANTES DE ESTE, EL MISMO DIA.  SI FUE UNA ENTRADA,    *
053600*    ESTA ENTRADA ES UNA REPETICION (LA MISMA REGLA DEL KIOSCO)  *
053700******************************************************************
053800 3120-VERIFICAR-DUPLICADO.
053900     MOVE "N" TO SW-NOMBRE-EN-BITACORA.
054000     MOVE SPACE TO ULTIMA-DIRECCION.
054100     MOVE "N" TO SW-FIN-BUSQUEDA-DUP.
054200     MOVE SPL-FECHA TO SGN-LOG-FECHA.
054300     MOVE ZERO TO SGN-LOG-HORA.
054400     MOVE SPACES TO SGN-LOG-TERMINAL.
054500     START SGN-LOG-FILE KEY IS NOT LESS THAN SGN-LOG-KEY
054600         INVALID KEY
054700             MOVE "S" TO SW-FIN-BUSQUEDA-DUP
054800     END-START.
054900     PERFORM 3130-BUSCAR-DUPLICADO THRU 3130-EXIT
055000         UNTIL FIN-BUSQUEDA-DUP.
055100     IF NOMBRE-EN-BITACORA AND ULTIMA-FUE-ENTRADA
055200         MOVE "S" TO SW-DUPLICADO
055300     END-IF.
055400 3120-EXIT.
055500     EXIT.
055600
055700 3130-BUSCAR-DUPLICADO.
055800     READ SGN-LOG-FILE NEXT RECORD
055900         AT END
056000             MOVE "S" TO SW-FIN-BUSQUEDA-DUP
056100         NOT AT END
056200             IF SGN-LOG-FECHA NOT = SPL-FECHA
056300                     OR SGN-LOG-HORA NOT < HORA-INTENTO
056400                 MOVE "S" TO SW-FIN-BUSQUEDA-DUP
056500             ELSE
056600                 IF SGN-LOG-NOMBRE = SPL-NOMBRE
056700                     MOVE "S" TO SW-NOMBRE-EN-BITACORA
056800                     MOVE SGN-LOG-DIRECCION TO ULTIMA-DIRECCION
056900                     MOVE SGN-LOG-HORA TO WS-HORA-ANTERIOR
057000                 END-IF
057100             END-IF
057200     END-READ.
057300     IF FS-SGNLOG NOT = "00" AND NOT FIN-BUSQUEDA-DUP
057400         MOVE "S" TO SW-FIN-BUSQUEDA-DUP
057500     END-IF.
057600 3130-EXIT.
057700     EXIT.
057800
057900******************************************************************
058000*    3140-REGISTRAR-REPETIDO - LA REPETICION A SGNEXC PARA EL    *
058100*    SUPERVISOR DEL TURNO, CON LA HORA DE LA ENTRADA ANTERIOR    *
058200******************************************************************
058300 3140-REGISTRAR-REPETIDO.
058400     MOVE SPL-FECHA TO EXC-FECHA.
058500     MOVE HORA-INTENTO TO EXC-HORA.
058600     MOVE SPL-TERMINAL TO EXC-TERMINAL.
058700     MOVE SPL-NOMBRE TO EXC-NOMBRE.
058800     MOVE SPL-BADGE TO EXC-BADGE.
058900     MOVE SPL-DEPTO TO EXC-DEPTO.
059000     MOVE WS-HORA-ANTERIOR TO EXC-HORA-ANTERIOR.
059100     MOVE "R" TO EXC-MOTIVO.
059200     MOVE SPACES TO EXC-DISPOSICION.
059300     MOVE SPACES TO EXC-INICIALES.
059400     MOVE SPACES TO EXC-NOTA.
059500     PERFORM 3150-ESCRIBIR-EXCEPCION THRU 3150-EXIT
059600         UNTIL NOT CLAVE-DUPLICADA.
059700     IF FS-SGNEXC = "00"
059800         ADD 1 TO CONTADOR-REPETIDOS
059900         MOVE "REPETIDO A SGNEXC" TO OBSERVACION
060000         MOVE SPACES TO ESTADO-ERROR
060100     ELSE
060200         MOVE "REPET. NO GRABADA" TO OBSERVACION
060300         MOVE FS-SGNEXC TO ESTADO-ERROR
060400     END-IF.
060500     PERFORM 4000-IMPRIMIR-DETALLE THRU 4000-EXIT.
060600 3140-EXIT.
060700     EXIT.
060800
060900 3150-ESCRIBIR-EXCEPCION.
061000     MOVE "N" TO SW-CLAVE-DUPLICADA.
061100     WRITE EXC-REGISTRO
061200         INVALID KEY
061300             IF FS-SGNEXC = "22"
061400                 MOVE "S" TO SW-CLAVE-DUPLICADA
061500                 ADD 1 TO EXC-HORA
061600             END-IF
061700     END-WRITE.
061800 3150-EXIT.
061900     EXIT.
062000
062100******************************************************************
062200*    3200-REENVIAR-VISITA - MOVIMIENTO DE VISITANTE A VISLOG,    *
062300*    CON EL GAFETE DEL ANFITRION.  SI YA ESTA POSTEADO SE OMITE  *
062400******************************************************************
062500 3200-REENVIAR-VISITA.
062600     MOVE "VISLOG" TO LD-ARCHIVO.
062700     MOVE SPL-HORA TO HORA-INTENTO.
062800     MOVE "S" TO SW-LLAVE-OCUPADA.
062900     PERFORM 3210-BUSCAR-VISITA THRU 3210-EXIT
063000         UNTIL NOT LLAVE-OCUPADA.
063100     IF NOT MOV-POR-GRABAR
063200         GO TO 3200-EXIT
063300     END-IF.
063400     MOVE SPL-FECHA TO VLG-FECHA.
063500     MOVE HORA-INTENTO TO VLG-HORA.
063600     MOVE SPL-TERMINAL TO VLG-TERMINAL.
063700     MOVE SPL-NOMBRE TO VLG-NOMBRE.
063800     MOVE SPL-COMPANIA TO VLG-COMPANIA.
063900     MOVE SPL-BADGE TO VLG-HOST-BADGE.
064000     MOVE SPL-DIRECCION TO VLG-DIRECCION.
064100     WRITE VLG-REGISTRO
064200         INVALID KEY
064300             CONTINUE
064400     END-WRITE.
064500     IF FS-VISLOG = "00"
064600         MOVE "R" TO RESULTADO-MOVIMIENTO
064700     ELSE
064800         MOVE "E" TO RESULTADO-MOVIMIENTO
064900         MOVE "ERROR AL GRABAR FS" TO OBSERVACION
065000         MOVE FS-VISLOG TO ESTADO-ERROR
065100     END-IF.
065200 3200-EXIT.
065300     EXIT.
065400
065500 3210-BUSCAR-VISITA.
065600     MOVE "N" TO SW-LLAVE-OCUPADA.
065700     MOVE SPL-FECHA TO VLG-FECHA.
065800     MOVE HORA-INTENTO TO VLG-HORA.
065900     MOVE SPL-TERMINAL TO VLG-TERMINAL.
066000     READ VISITOR-LOG-FILE
066100         INVALID KEY
066200             CONTINUE
066300     END-READ.
066400     IF FS-VISLOG = "23"
066500         MOVE "N" TO RESULTADO-MOVIMIENTO
066600         GO TO 3210-EXIT
066700     END-IF.
066800     IF FS-VISLOG NOT = "00"
066900         MOVE "E" TO RESULTADO-MOVIMIENTO
067000         MOVE "ERROR AL LEER FS" TO OBSERVACION
067100         MOVE FS-VISLOG TO ESTADO-ERROR
067200         GO TO 3210-EXIT
067300     END-IF.
067400     IF VLG-NOMBRE = SPL-NOMBRE
067500             AND VLG-DIRECCION = SPL-DIRECCION
067600         MOVE "P" TO RESULTADO-MOVIMIENTO
067700     ELSE
067800         ADD 1 TO HORA-INTENTO
067900         MOVE "S" TO SW-LLAVE-OCUPADA
068000     END-IF.
068100 3210-EXIT.
068200     EXIT.
068300
068400******************************************************************
068500*    3300-REENVIAR-EXCEPCION - EXCEPCION QUE EL KIOSCO NO PUDO   *
068600*    GRABAR EN SGNEXC (FUERA DE TURNO O REPETICION).  ENTRA      *
068700*    PENDIENTE DE REVISION; SI YA ESTA POSTEADA SE OMITE         *
068800******************************************************************
068900 3300-REENVIAR-EXCEPCION.
069000     MOVE "SGNEXC" TO LD-ARCHIVO.
069100     MOVE SPL-HORA TO HORA-INTENTO.
069200     MOVE "S" TO SW-LLAVE-OCUPADA.
069300     PERFORM 3310-BUSCAR-EXCEPCION THRU 3310-EXIT
069400         UNTIL NOT LLAVE-OCUPADA.
069500     IF NOT MOV-POR-GRABAR
069600         GO TO 3300-EXIT
069700     END-IF.
069800     MOVE SPL-FECHA TO EXC-FECHA.
069900     MOVE HORA-INTENTO TO EXC-HORA.
070000     MOVE SPL-TERMINAL TO EXC-TERMINAL.
070100     MOVE SPL-NOMBRE TO EXC-NOMBRE.
070200     MOVE SPL-BADGE TO EXC-BADGE.
070300     MOVE SPL-DEPTO TO EXC-DEPTO.
070400     MOVE SPL-HORA-ANTERIOR TO EXC-HORA-ANTERIOR.
070500     MOVE SPL-MOTIVO TO EXC-MOTIVO.
070600     MOVE SPACES TO EXC-DISPOSICION.
070700     MOVE SPACES TO EXC-INICIALES.
070800     MOVE SPACES TO EXC-NOTA.
070900     WRITE EXC-REGISTRO
071000         INVALID KEY
071100             CONTINUE
071200     END-WRITE.
071300     IF FS-SGNEXC = "00"
071400         MOVE "R" TO RESULTADO-MOVIMIENTO
071500     ELSE
071600         MOVE "E" TO RESULTADO-MOVIMIENTO
071700         MOVE "ERROR AL GRABAR FS" TO OBSERVACION
071800         MOVE FS-SGNEXC TO ESTADO-ERROR
071900     END-IF.
072000 3300-EXIT.
072100     EXIT.
072200
072300 3310-BUSCAR-EXCEPCION.
072400     MOVE "N" TO SW-LLAVE-OCUPADA.
072500     MOVE SPL-FECHA TO EXC-FECHA.
072600     MOVE HORA-INTENTO TO EXC-HORA.
072700     MOVE SPL-TERMINAL TO EXC-TERMINAL.
072800     READ EXCEPTION-FILE
072900         INVALID KEY
073000             CONTINUE
073100     END-READ.
073200     IF FS-SGNEXC = "23"
073300         MOVE "N" TO RESULTADO-MOVIMIENTO
073400         GO TO 3310-EXIT
073500     END-IF.
073600     IF FS-SGNEXC NOT = "00"
073700         MOVE "E" TO RESULTADO-MOVIMIENTO
073800         MOVE "ERROR AL LEER FS" TO OBSERVACION
073900         MOVE FS-SGNEXC TO ESTADO-ERROR
074000         GO TO 3310-EXIT
074100     END-IF.
074200     IF EXC-NOMBRE = SPL-NOMBRE
074300             AND EXC-MOTIVO = SPL-MOTIVO
074400         MOVE "P" TO RESULTADO-MOVIMIENTO
074500     ELSE
074600         ADD 1 TO HORA-INTENTO
074700         MOVE "S" TO SW-LLAVE-OCUPADA
074800     END-IF.
074900 3310-EXIT.
075000     EXIT.
075100
075200******************************************************************
075300*    3900-CONTAR-RESULTADO - SUMA EL MOVIMIENTO A SU TERMINAL Y  *
075400*    AL TOTAL; EL QUE QUEDO EN ERROR SE IMPRIME                  *
075500******************************************************************
075600 3900-CONTAR-RESULTADO.
075700     PERFORM 2200-UBICAR-TERMINAL THRU 2200-EXIT.
075800     IF MOV-REENVIADO
075900         ADD 1 TO CONTADOR-REENVIADOS
076000         IF RENGLON-HALLADO
076100             ADD 1 TO TT-REENVIADOS (IDX-HALLADO)
076200         END-IF
076300     ELSE
076400         IF MOV-YA-POSTEADO
076500             ADD 1 TO CONTADOR-OMITIDOS
076600             IF RENGLON-HALLADO
076700                 ADD 1 TO TT-OMITIDOS (IDX-HALLADO)
076800             END-IF
076900         ELSE
077000             ADD 1 TO CONTADOR-ERRORES
077100             IF RENGLON-HALLADO
077200                 ADD 1 TO TT-ERRORES (IDX-HALLADO)
077300             END-IF
077400             PERFORM 4000-IMPRIMIR-DETALLE THRU 4000-EXIT
077500         END-IF
077600     END-IF.
077700 3900-EXIT.
077800     EXIT.
077900
078000******************************************************************
078100*    4000-IMPRIMIR-DETALLE - UN RENGLON DEL MOVIMIENTO EN CURSO  *
078200******************************************************************
078300 4000-IMPRIMIR-DETALLE.
078400     IF NOT SPL-ES-BITACORA AND NOT SPL-ES-VISITA
078500             AND NOT SPL-ES-EXCEPCION
078600         MOVE SPACES TO LD-ARCHIVO
078700     END-IF.
078800     MOVE SPL-TERMINAL TO LD-TERMINAL.
078900     MOVE SPL-FECHA TO LD-FECHA.
079000     MOVE SPL-HORA TO LD-HORA.
079100     MOVE SPL-NOMBRE TO LD-NOMBRE.
079200     MOVE OBSERVACION TO LD-OBSERVACION.
079300     MOVE ESTADO-ERROR TO LD-ESTADO.
079400     MOVE LINEA-DETALLE TO LINEA-REPORTE.
079500     WRITE LINEA-REPORTE.
079600 4000-EXIT.
079700     EXIT.
079800
079900******************************************************************
080000*    5000-IMPRIMIR-TERMINALES - LEIDOS, REENVIADOS, OMITIDOS Y   *
080100*    EN ERROR DE CADA TERMINAL, EN EL ORDEN EN QUE APARECIERON   *
080200******************************************************************
080300 5000-IMPRIMIR-TERMINALES.
080400     MOVE LINEA-BLANCA TO LINEA-REPORTE.
080500     WRITE LINEA-REPORTE.
080600     MOVE LINEA-ENCABEZADO-5 TO LINEA-REPORTE.
080700     WRITE LINEA-REPORTE.
080800     MOVE LINEA-ENCABEZADO-6 TO LINEA-REPORTE.
080900     WRITE LINEA-REPORTE.
081000     PERFORM 5100-IMPRIMIR-UNA-TERMINAL THRU 5100-EXIT
081100         VARYING IDX-TERMINAL FROM 1 BY 1
081200         UNTIL IDX-TERMINAL > CUANTOS-TERMINALES.
081300 5000-EXIT.
081400     EXIT.
081500
081600 5100-IMPRIMIR-UNA-TERMINAL.
081700     MOVE TT-TERMINAL (IDX-TERMINAL) TO LT-TERMINAL.
081800     MOVE TT-LEIDOS (IDX-TERMINAL) TO LT-LEIDOS.
081900     MOVE TT-REENVIADOS (IDX-TERMINAL) TO LT-REENVIADOS.
082000     MOVE TT-OMITIDOS (IDX-TERMINAL) TO LT-OMITIDOS.
082100     MOVE TT-ERRORES (IDX-TERMINAL) TO LT-ERRORES.
082200     MOVE LINEA-TERMINAL TO LINEA-REPORTE.
082300     WRITE LINEA-REPORTE.
082400 5100-EXIT.
082500     EXIT.
082600
082700******************************************************************
082800*    6000-IMPRIMIR-RESUMEN                                       *
082900******************************************************************
083000 6000-IMPRIMIR-RESUMEN.
083100     MOVE LINEA-BLANCA TO LINEA-REPORTE.
083200     WRITE LINEA-REPORTE.
083300     MOVE CONTADOR-LEIDOS TO LR1-CONTADOR.
083400     MOVE LINEA-RESUMEN-1 TO LINEA-REPORTE.
083500     WRITE LINEA-REPORTE.
083600     MOVE CONTADOR-REENVIADOS TO LR2-CONTADOR.
083700     MOVE LINEA-RESUMEN-2 TO LINEA-REPORTE.
083800     WRITE LINEA-REPORTE.
083900     MOVE CONTADOR-OMITIDOS TO LR3-CONTADOR.
084000     MOVE LINEA-RESUMEN-3 TO LINEA-REPORTE.
084100     WRITE LINEA-REPORTE.
084200     MOVE CONTADOR-ERRORES TO LR4-CONTADOR.
084300     MOVE LINEA-RESUMEN-4 TO LINEA-REPORTE.
084400     WRITE LINEA-REPORTE.
084500     IF CONTADOR-NO-CARGADOS > ZERO
084600         MOVE CONTADOR-NO-CARGADOS TO LR5-CONTADOR
084700         MOVE LINEA-RESUMEN-5 TO LINEA-REPORTE
084800         WRITE LINEA-REPORTE
084900     END-IF.
085000     MOVE CONTADOR-REPETIDOS TO LR6-CONTADOR.
085100     MOVE LINEA-RESUMEN-6 TO LINEA-REPORTE.
085200     WRITE LINEA-REPORTE.
085300 6000-EXIT.
085400     EXIT.
085500
085600******************************************************************
085700*    9000-TERMINAR                                                *
085800******************************************************************
085900 9000-TERMINAR.
085950     PERFORM 9900-REGISTRAR-CONTROL THRU 9900-EXIT.
086000     IF FS-KSKSPL NOT = "35"
086100         CLOSE SPOOL-FILE
086200     END-IF.
086300     CLOSE SGN-LOG-FILE.
086400     CLOSE EXCEPTION-FILE.
086500     CLOSE VISITOR-LOG-FILE.
086600     CLOSE REPORTE-FILE.
086700     STOP RUN.
086800 9000-EXIT.
086900     EXIT.
086904
086908******************************************************************
086912*    9900-REGISTRAR-CONTROL - DEJA EL REGISTRO DE CONTROL DE LA   *
086916*    CORRIDA EN RUNCTL PARA EL REPORTE DE CUADRE MATUTINO         *
086920******************************************************************
086924 9900-REGISTRAR-CONTROL.
086928     MOVE FECHA-CORRIDA TO RCT-FECHA-PROCESO.
086932     IF (TABLA-LLENA-AVISADA OR TERMINALES-LLENA-AVISADA
086936             OR CONTADOR-ERRORES > ZERO)
086940             AND RCT-NORMAL
086944         MOVE "A" TO RCT-ESTADO
086948     END-IF.
086952     MOVE "LEIDOS" TO RCT-ETIQUETA (1).
086956     MOVE CONTADOR-LEIDOS TO RCT-CUENTA (1).
086960     MOVE "REENVIAD" TO RCT-ETIQUETA (2).
086964     MOVE CONTADOR-REENVIADOS TO RCT-CUENTA (2).
086968     MOVE "OMITIDOS" TO RCT-ETIQUETA (3).
086972     MOVE CONTADOR-OMITIDOS TO RCT-CUENTA (3).
086976     MOVE "ERRORES" TO RCT-ETIQUETA (4).
086980     MOVE CONTADOR-ERRORES TO RCT-CUENTA (4).
086984     CALL "SRC-AMP-RC" USING RCT-REGISTRO.
086988 9900-EXIT.
086992     EXIT.
087000 END PROGRAM SRC-AMP-SP.
