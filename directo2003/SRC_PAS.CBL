000100******************************************************************
000200*                                                                *
000300*    SRC_PAS.CBL                                                *
000400*                                                                *
000500*    PROGRAM-ID.  SRC-AMP-PA                                    *
000600*    AUTHOR.      R. SOTO MADERA                                *
000700*    INSTALLATION. TERMINAL SERVICES - PLANTA 3                 *
000800*    DATE-WRITTEN. 2026-10-15.                                  *
000900*                                                                *
001000*    EVACUATION ROLL-CALL SCREEN FOR THE MARSHALS.  "ABRIR"      *
001100*    OPENS AN EVACUATION EVENT (DRILL OR REAL) ON EVAMST AND     *
001200*    TAKES THE ON-PREMISES SNAPSHOT THE SAME WAY SRC-AMP-MU      *
001300*    BUILDS THE MUSTER LIST - EVERY BADGE WHOSE LAST SGNLOG      *
001400*    MOVEMENT IS AN ENTRADA AND EVERY VISITOR WHOSE LAST VISLOG  *
001500*    MOVEMENT IS AN ENTRADA - ONE EVALST RECORD EACH, PENDING.   *
001600*    ONLY ONE EVENT CAN BE OPEN AT A TIME.  "PASE" TAKES THE     *
001700*    MUSTER POINT ONCE AND THEN BADGES (OR "V" AND THE VISITOR   *
001800*    NAME AS IT IS ON VISLOG) AS PEOPLE CHECK IN, STAMPING EACH  *
001900*    ONE WITH THE POINT, THE TIME AND THE MARSHAL'S INITIALS.    *
002000*    SOMEONE NOT IN THE SNAPSHOT IS STILL RECORDED, MARKED OFF   *
002100*    THE LIST.  SEVERAL MARSHALS CAN TAKE ROLL AT ONCE, EACH AT  *
002200*    THEIR OWN POINT.  "CERRAR" CLOSES THE EVENT; THE EVENT AND  *
002300*    ITS ROLL STAY ON FILE FOR THE SRC-AMP-PR REPORT.            *
002400*                                                                *
002500*    MODIFICATION HISTORY.                                       *
002600*    DATE-WRITTEN.  2026-10-15.                                  *
002700*    2026-10-15  RSM  ORIGINAL.                                   *
002720*    2026-10-15  RSM  THE VISITOR SNAPSHOT TESTS A SWITCH SET     *
002740*                     WHEN VISLOG OPENS INSTEAD OF THE FILE       *
002760*                     STATUS, WHICH THE FIRST EVENT'S SCAN LEFT   *
002780*                     AT END OF FILE, SO A SECOND EVENT IN THE    *
002800*                     SAME SESSION LOST ITS VISITORS.             *
002820*                                                                *
002900******************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID. SRC-AMP-PA.
003200 AUTHOR. R. SOTO MADERA.
003300 INSTALLATION. TERMINAL SERVICES - PLANTA 3.
003400 DATE-WRITTEN. 2026-10-15.
003500 DATE-COMPILED.
003600
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMST"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS EMP-BADGE
004400         FILE STATUS IS FS-EMPMST.
004500
004600     SELECT SGN-LOG-FILE ASSIGN TO "SGNLOG"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS SGN-LOG-KEY
005000         FILE STATUS IS FS-SGNLOG.
005100
005200     SELECT VISITOR-LOG-FILE ASSIGN TO "VISLOG"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS VLG-CLAVE
005600         FILE STATUS IS FS-VISLOG.
005700
005800     SELECT EVENTO-FILE ASSIGN TO "EVAMST"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS EVA-CLAVE
006200         FILE STATUS IS FS-EVAMST.
006300
006400     SELECT LISTA-FILE ASSIGN TO "EVALST"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS EVL-CLAVE
006800         FILE STATUS IS FS-EVALST.
006900
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  EMPLOYEE-MASTER
007300     LABEL RECORDS ARE STANDARD.
007400 COPY "EMPMST.CPY".
007500
007600 FD  SGN-LOG-FILE
007700     LABEL RECORDS ARE STANDARD.
007800 COPY "SGNREC.CPY".
007900
008000 FD  VISITOR-LOG-FILE
008100     LABEL RECORDS ARE STANDARD.
008200 COPY "VISLOG.CPY".
008300
008400 FD  EVENTO-FILE
008500     LABEL RECORDS ARE STANDARD.
008600 COPY "EVAMST.CPY".
008700
008800 FD  LISTA-FILE
008900     LABEL RECORDS ARE STANDARD.
009000 COPY "EVALST.CPY".
009100
009200 WORKING-STORAGE SECTION.
009300 01  FS-EMPMST                       PIC X(02) VALUE "00".
009400 01  FS-SGNLOG                       PIC X(02) VALUE "00".
009500 01  FS-VISLOG                       PIC X(02) VALUE "00".
009600 01  FS-EVAMST                       PIC X(02) VALUE "00".
009700 01  FS-EVALST                       PIC X(02) VALUE "00".
009800
009900 01  SW-FIN-SESION                   PIC X(01) VALUE "N".
010000     88  FIN-SESION                  VALUE "S".
010100
010200 01  SW-FIN-PASE                     PIC X(01) VALUE "N".
010300     88  FIN-PASE                    VALUE "S".
010400
010500 01  SW-FIN-ARCHIVO                  PIC X(01) VALUE "N".
010600     88  FIN-ARCHIVO                 VALUE "S".
010700
010800 01  SW-PERSONA-HALLADA              PIC X(01) VALUE "N".
010900     88  PERSONA-HALLADA             VALUE "S".
011000
011100 01  SW-EVENTO-ABIERTO               PIC X(01) VALUE "N".
011200     88  HAY-EVENTO-ABIERTO          VALUE "S".
011300
011400 01  SW-EN-LISTA                     PIC X(01) VALUE "N".
011500     88  ESTA-EN-LISTA               VALUE "S".
011600
011700 01  SW-TABLA-LLENA                  PIC X(01) VALUE "N".
011800     88  TABLA-LLENA-AVISADA         VALUE "S".
011810
011820 01  SW-VISLOG-ABIERTO               PIC X(01) VALUE "N".
011830     88  VISLOG-ABIERTO              VALUE "S".
011900
012000 01  ACCION                          PIC X(01) VALUE SPACE.
012100     88  ACCION-ABRIR                VALUE "A".
012200     88  ACCION-PASE                 VALUE "P".
012300     88  ACCION-CERRAR               VALUE "C".
012400     88  ACCION-SALIR                VALUES "X" SPACE.
012500
012600 01  TIPO-EVENTO                     PIC X(01) VALUE SPACE.
012700     88  TIPO-VALIDO                 VALUES "S" "R".
012800
012900 01  CONFIRMA                        PIC X(01) VALUE SPACE.
013000     88  CONFIRMADO                  VALUE "S".
013100
013200 01  INICIALES                       PIC X(03) VALUE SPACES.
013300 01  PUNTO-REUNION                   PIC X(04) VALUE SPACES.
013400 01  BADGE-NO                        PIC X(06) VALUE SPACES.
013500     88  BADGE-VISITANTE             VALUE "V".
013600 01  NOMBRE-VISITANTE                PIC X(15) VALUE SPACES.
013700 01  UN-TECLA                        PIC X(01) VALUE SPACE.
013800
013900 01  EVENTO-ACTIVO.
014000     05  EA-FECHA                    PIC 9(08) VALUE ZERO.
014100     05  EA-HORA                     PIC 9(08) VALUE ZERO.
014200
014300 01  WS-FECHA-HORA.
014400     05  WS-FECHA                    PIC 9(08).
014500     05  WS-HORA                     PIC 9(08).
014600
014700 77  CUANTAS-PERSONAS                PIC 9(04) COMP VALUE ZERO.
014800 77  CUANTAS-VISITAS                 PIC 9(04) COMP VALUE ZERO.
014900 77  IDX-PERSONA                     PIC 9(04) COMP VALUE ZERO.
015000 77  IDX-VISITA                      PIC 9(04) COMP VALUE ZERO.
015100 77  IDX-HALLADA                     PIC 9(04) COMP VALUE ZERO.
015200 77  CONTADOR-EMPLEADOS              PIC 9(05) VALUE ZERO.
015300 77  CONTADOR-VISITANTES             PIC 9(05) VALUE ZERO.
015400 77  CONTADOR-PUNTO                  PIC 9(05) VALUE ZERO.
015500
015600******************************************************************
015700*    EL ULTIMO MOVIMIENTO DE CADA GAFETE EN SGNLOG Y DE CADA     *
015800*    VISITANTE EN VISLOG.  AMBOS SE LEEN EN ORDEN DE FECHA+HORA  *
015900*    ASI QUE LO ULTIMO QUE SE VE ES LO MAS RECIENTE              *
016000******************************************************************
016100 01  TABLA-PERSONAS.
016200     05  PERSONA-RENGLON OCCURS 1000 TIMES.
016300         10  MU-BADGE                PIC X(06).
016400         10  MU-NOMBRE               PIC X(15).
016500         10  MU-DEPTO                PIC X(04).
016600         10  MU-DIRECCION            PIC X(01).
016700             88  MU-ESTA-ADENTRO     VALUES "E" SPACE.
016800
016900 01  TABLA-VISITAS.
017000     05  VISITA-RENGLON OCCURS 200 TIMES.
017100         10  MV-NOMBRE               PIC X(15).
017200         10  MV-COMPANIA             PIC X(20).
017300         10  MV-HOST-BADGE           PIC X(06).
017400         10  MV-DIRECCION            PIC X(01).
017500             88  MV-ESTA-ADENTRO     VALUES "E" SPACE.
017600
017700 01  LINEA-LIMPIA                    PIC X(70) VALUE SPACES.
017800
017900 01  MSJ-MENU                        PIC X(43) VALUE
018000     "ACCION (A=ABRIR P=PASE C=CERRAR X=FIN)?".
018100 01  MSJ-INICIALES                   PIC X(30) VALUE
018200     "INICIALES DEL MARISCAL?".
018300 01  MSJ-TIPO                        PIC X(30) VALUE
018400     "TIPO (S=SIMULACRO R=REAL)?".
018500 01  MSJ-PUNTO                       PIC X(30) VALUE
018600     "PUNTO DE REUNION?".
018700 01  MSJ-GAFETE                      PIC X(30) VALUE
018800     "GAFETE (V=VISITA, BLANCO=FIN)?".
018900 01  MSJ-VISITANTE                   PIC X(30) VALUE
019000     "NOMBRE DEL VISITANTE?".
019100 01  MSJ-CONFIRMA                    PIC X(30) VALUE
019200     "CERRAR EL EVENTO (S/N)?".
019300 01  MSJ-EVENTO                      PIC X(30) VALUE
019400     "EVENTO ABIERTO:".
019500 01  MSJ-TOMANDO-LISTA               PIC X(30) VALUE
019600     "TOMANDO LISTA EN PLANTA...".
019700 01  MSJ-EMPLEADOS                   PIC X(30) VALUE
019800     "EMPLEADOS EN PLANTA:".
019900 01  MSJ-VISITANTES                  PIC X(30) VALUE
020000     "VISITANTES EN PLANTA:".
020100 01  MSJ-EN-PUNTO                    PIC X(30) VALUE
020200     "REGISTRADOS EN ESTE PUNTO:".
020300 01  MSJ-YA-ABIERTO                  PIC X(30) VALUE
020400     "YA HAY UN EVENTO ABIERTO".
020500 01  MSJ-NO-ABIERTO                  PIC X(30) VALUE
020600     "NO HAY EVENTO ABIERTO".
020700 01  MSJ-TIPO-MALO                   PIC X(30) VALUE
020800     "TIPO DEBE SER S O R".
020900 01  MSJ-TABLA-LLENA                 PIC X(30) VALUE
021000     "TABLA LLENA - LISTA INCOMPLETA".
021100 01  MSJ-ABIERTO                     PIC X(30) VALUE
021200     "EVENTO ABIERTO".
021300 01  MSJ-CERRADO                     PIC X(30) VALUE
021400     "EVENTO CERRADO".
021500 01  MSJ-REGISTRADO                  PIC X(30) VALUE
021600     "REGISTRADO".
021700 01  MSJ-FUERA-LISTA                 PIC X(30) VALUE
021800     "FUERA DE LISTA - REGISTRADO".
021900 01  MSJ-YA-REPORTADO                PIC X(30) VALUE
022000     "YA REPORTADO EN PUNTO".
022100 01  MSJ-NO-EXISTE                   PIC X(30) VALUE
022200     "ESE GAFETE NO EXISTE".
022300 01  MSJ-CONTINUAR                   PIC X(30) VALUE
022400     "PRESIONE ENTER PARA CONTINUAR".
022500
022600 PROCEDURE DIVISION.
022700******************************************************************
022800*    0000-MAINLINE                                               *
022900******************************************************************
023000 0000-MAINLINE.
023100     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
023200     PERFORM 2000-PROCESAR-ACCION THRU 2000-EXIT
023300         UNTIL FIN-SESION.
023400     PERFORM 9000-TERMINAR THRU 9000-EXIT.
023500
023600******************************************************************
023700*    1000-INICIALIZAR - ABRE LOS ARCHIVOS Y PIDE LAS INICIALES   *
023800*    DEL MARISCAL UNA VEZ POR SESION; LOS ARCHIVOS DE EVENTOS    *
023900*    SE CREAN LA PRIMERA VEZ                                     *
024000******************************************************************
024100 1000-INICIALIZAR.
024200     OPEN INPUT EMPLOYEE-MASTER.
024300     OPEN INPUT SGN-LOG-FILE.
024400     OPEN INPUT VISITOR-LOG-FILE.
024420     IF FS-VISLOG = "00"
024440         MOVE "S" TO SW-VISLOG-ABIERTO
024460     END-IF.
024500     OPEN I-O EVENTO-FILE.
024600     IF FS-EVAMST = "35"
024700         OPEN OUTPUT EVENTO-FILE
024800         CLOSE EVENTO-FILE
024900         OPEN I-O EVENTO-FILE
025000     END-IF.
025100     OPEN I-O LISTA-FILE.
025200     IF FS-EVALST = "35"
025300         OPEN OUTPUT LISTA-FILE
025400         CLOSE LISTA-FILE
025500         OPEN I-O LISTA-FILE
025600     END-IF.
025700     PERFORM 1100-PEDIR-INICIALES THRU 1100-EXIT
025800         UNTIL INICIALES NOT = SPACES.
025900 1000-EXIT.
026000     EXIT.
026100
026200 1100-PEDIR-INICIALES.
026300     DISPLAY MSJ-INICIALES LINE 03 POSITION 05 ERASE.
026400     ACCEPT INICIALES LINE 03 POSITION 36.
026500 1100-EXIT.
026600     EXIT.
026700
026800******************************************************************
026900*    2000-PROCESAR-ACCION - UN CICLO DEL MENU                    *
027000******************************************************************
027100 2000-PROCESAR-ACCION.
027200     MOVE SPACE TO ACCION.
027300     DISPLAY MSJ-MENU LINE 05 POSITION 05 ERASE.
027400     ACCEPT ACCION LINE 05 POSITION 50.
027500     IF ACCION-SALIR
027600         MOVE "S" TO SW-FIN-SESION
027700         GO TO 2000-EXIT
027800     END-IF.
027900     IF NOT ACCION-ABRIR AND NOT ACCION-PASE
028000             AND NOT ACCION-CERRAR
028100         GO TO 2000-EXIT
028200     END-IF.
028300     PERFORM 2100-BUSCAR-ABIERTO THRU 2100-EXIT.
028400     IF ACCION-ABRIR
028500         PERFORM 3000-ABRIR-EVENTO THRU 3000-EXIT
028600     ELSE
028700         IF ACCION-PASE
028800             PERFORM 4000-PASAR-LISTA THRU 4000-EXIT
028900         ELSE
029000             PERFORM 5000-CERRAR-EVENTO THRU 5000-EXIT
029100         END-IF
029200     END-IF.
029300 2000-EXIT.
029400     EXIT.
029500
029600******************************************************************
029700*    2100-BUSCAR-ABIERTO - RECORRE EVAMST Y SE QUEDA CON EL      *
029800*    EVENTO ABIERTO, SI LO HAY                                   *
029900******************************************************************
030000 2100-BUSCAR-ABIERTO.
030100     MOVE "N" TO SW-EVENTO-ABIERTO.
030200     MOVE "N" TO SW-FIN-ARCHIVO.
030300     MOVE ZERO TO EVA-FECHA.
030400     MOVE ZERO TO EVA-HORA.
030500     START EVENTO-FILE KEY IS NOT LESS THAN EVA-CLAVE
030600         INVALID KEY
030700             MOVE "S" TO SW-FIN-ARCHIVO
030800     END-START.
030900     PERFORM 2110-LEER-EVENTO THRU 2110-EXIT
031000         UNTIL FIN-ARCHIVO.
031100 2100-EXIT.
031200     EXIT.
031300
031400 2110-LEER-EVENTO.
031500     READ EVENTO-FILE NEXT RECORD
031600         AT END
031700             MOVE "S" TO SW-FIN-ARCHIVO
031800         NOT AT END
031900             IF EVA-ABIERTO
032000                 MOVE "S" TO SW-EVENTO-ABIERTO
032100                 MOVE EVA-FECHA TO EA-FECHA
032200                 MOVE EVA-HORA TO EA-HORA
032300             END-IF
032400     END-READ.
032500 2110-EXIT.
032600     EXIT.
032700
032800******************************************************************
032900*    2900-AVISAR - MENSAJE AL OPERADOR, ESPERA ENTER             *
033000******************************************************************
033100 2900-AVISAR.
033200     DISPLAY MSJ-CONTINUAR LINE 22 POSITION 05.
033300     ACCEPT UN-TECLA LINE 22 POSITION 40.
033400 2900-EXIT.
033500     EXIT.
033600
033700******************************************************************
033800*    3000-ABRIR-EVENTO - EL TIPO DE EVENTO, LA FOTOGRAFIA DE     *
033900*    QUIEN ESTA EN PLANTA Y EL REGISTRO DEL EVENTO CON SUS       *
034000*    CUENTAS.  LA HORA DEL EVENTO ES LA HORA EN QUE SE ABRE      *
034100******************************************************************
034200 3000-ABRIR-EVENTO.
034300     IF HAY-EVENTO-ABIERTO
034400         DISPLAY MSJ-YA-ABIERTO LINE 20 POSITION 05
034500         PERFORM 2900-AVISAR THRU 2900-EXIT
034600         GO TO 3000-EXIT
034700     END-IF.
034800     MOVE SPACE TO TIPO-EVENTO.
034900     DISPLAY MSJ-TIPO LINE 07 POSITION 05.
035000     ACCEPT TIPO-EVENTO LINE 07 POSITION 36.
035100     IF NOT TIPO-VALIDO
035200         DISPLAY MSJ-TIPO-MALO LINE 20 POSITION 05
035300         PERFORM 2900-AVISAR THRU 2900-EXIT
035400         GO TO 3000-EXIT
035500     END-IF.
035600     DISPLAY MSJ-TOMANDO-LISTA LINE 09 POSITION 05.
035700     ACCEPT WS-FECHA FROM DATE YYYYMMDD.
035800     ACCEPT WS-HORA FROM TIME.
035900     MOVE WS-FECHA TO EA-FECHA.
036000     MOVE WS-HORA TO EA-HORA.
036100     PERFORM 3100-CARGAR-PLANTA THRU 3100-EXIT.
036200     MOVE ZERO TO CONTADOR-EMPLEADOS.
036300     MOVE ZERO TO CONTADOR-VISITANTES.
036400     PERFORM 3500-LISTAR-EMPLEADO THRU 3500-EXIT
036500         VARYING IDX-PERSONA FROM 1 BY 1
036600         UNTIL IDX-PERSONA > CUANTAS-PERSONAS.
036700     PERFORM 3600-LISTAR-VISITANTE THRU 3600-EXIT
036800         VARYING IDX-VISITA FROM 1 BY 1
036900         UNTIL IDX-VISITA > CUANTAS-VISITAS.
037000     MOVE EA-FECHA TO EVA-FECHA.
037100     MOVE EA-HORA TO EVA-HORA.
037200     MOVE TIPO-EVENTO TO EVA-TIPO.
037300     MOVE "A" TO EVA-ESTADO.
037400     MOVE INICIALES TO EVA-ABRIO.
037500     MOVE CONTADOR-EMPLEADOS TO EVA-EMPLEADOS.
037600     MOVE CONTADOR-VISITANTES TO EVA-VISITANTES.
037700     MOVE ZERO TO EVA-FECHA-CIERRE.
037800     MOVE ZERO TO EVA-HORA-CIERRE.
037900     MOVE SPACES TO EVA-CERRO.
038000     WRITE EVA-REGISTRO
038100         INVALID KEY
038200             CONTINUE
038300     END-WRITE.
038400     DISPLAY MSJ-EMPLEADOS LINE 11 POSITION 05.
038500     DISPLAY CONTADOR-EMPLEADOS LINE 11 POSITION 36.
038600     DISPLAY MSJ-VISITANTES LINE 12 POSITION 05.
038700     DISPLAY CONTADOR-VISITANTES LINE 12 POSITION 36.
038800     DISPLAY MSJ-ABIERTO LINE 20 POSITION 05.
038900     PERFORM 2900-AVISAR THRU 2900-EXIT.
039000 3000-EXIT.
039100     EXIT.
039200
039300******************************************************************
039400*    3100-CARGAR-PLANTA - EL ULTIMO MOVIMIENTO DE CADA GAFETE Y  *
039500*    DE CADA VISITANTE, COMO EN LA LISTA DE SRC-AMP-MU           *
039600******************************************************************
039700 3100-CARGAR-PLANTA.
039800     MOVE ZERO TO CUANTAS-PERSONAS.
039900     MOVE ZERO TO CUANTAS-VISITAS.
040000     MOVE "N" TO SW-TABLA-LLENA.
040100     MOVE "N" TO SW-FIN-ARCHIVO.
040200     MOVE ZERO TO SGN-LOG-FECHA.
040300     MOVE ZERO TO SGN-LOG-HORA.
040400     MOVE SPACES TO SGN-LOG-TERMINAL.
040500     START SGN-LOG-FILE KEY IS NOT LESS THAN SGN-LOG-KEY
040600         INVALID KEY
040700             MOVE "S" TO SW-FIN-ARCHIVO
040800     END-START.
040900     PERFORM 3200-LEER-BITACORA THRU 3200-EXIT
041000         UNTIL FIN-ARCHIVO.
041100     IF NOT VISLOG-ABIERTO
041200         GO TO 3100-EXIT
041300     END-IF.
041400     MOVE "N" TO SW-FIN-ARCHIVO.
041500     MOVE ZERO TO VLG-FECHA.
041600     MOVE ZERO TO VLG-HORA.
041700     MOVE SPACES TO VLG-TERMINAL.
041800     START VISITOR-LOG-FILE KEY IS NOT LESS THAN VLG-CLAVE
041900         INVALID KEY
042000             MOVE "S" TO SW-FIN-ARCHIVO
042100     END-START.
042200     PERFORM 3300-LEER-VISITAS THRU 3300-EXIT
042300         UNTIL FIN-ARCHIVO.
042400 3100-EXIT.
042500     EXIT.
042600
042700 3200-LEER-BITACORA.
042800     READ SGN-LOG-FILE NEXT RECORD
042900         AT END
043000             MOVE "S" TO SW-FIN-ARCHIVO
043100             GO TO 3200-EXIT
043200     END-READ.
043300     IF SGN-LOG-BADGE = SPACES
043400         GO TO 3200-EXIT
043500     END-IF.
043600     MOVE "N" TO SW-PERSONA-HALLADA.
043700     PERFORM 3210-BUSCAR-PERSONA THRU 3210-EXIT
043800         VARYING IDX-PERSONA FROM 1 BY 1
043900         UNTIL IDX-PERSONA > CUANTAS-PERSONAS
044000             OR PERSONA-HALLADA.
044100     IF NOT PERSONA-HALLADA
044200         IF CUANTAS-PERSONAS < 1000
044300             ADD 1 TO CUANTAS-PERSONAS
044400             MOVE CUANTAS-PERSONAS TO IDX-HALLADA
044500             MOVE SGN-LOG-BADGE TO MU-BADGE (IDX-HALLADA)
044600             MOVE "S" TO SW-PERSONA-HALLADA
044700         ELSE
044800             PERFORM 3900-AVISAR-TABLA-LLENA THRU 3900-EXIT
044900         END-IF
045000     END-IF.
045100     IF PERSONA-HALLADA
045200         MOVE SGN-LOG-NOMBRE TO MU-NOMBRE (IDX-HALLADA)
045300         MOVE SGN-LOG-DEPTO TO MU-DEPTO (IDX-HALLADA)
045400         MOVE SGN-LOG-DIRECCION TO MU-DIRECCION (IDX-HALLADA)
045500     END-IF.
045600 3200-EXIT.
045700     EXIT.
045800
045900 3210-BUSCAR-PERSONA.
046000     IF MU-BADGE (IDX-PERSONA) = SGN-LOG-BADGE
046100         MOVE "S" TO SW-PERSONA-HALLADA
046200         MOVE IDX-PERSONA TO IDX-HALLADA
046300     END-IF.
046400 3210-EXIT.
046500     EXIT.
046600
046700 3300-LEER-VISITAS.
046800     READ VISITOR-LOG-FILE NEXT RECORD
046900         AT END
047000             MOVE "S" TO SW-FIN-ARCHIVO
047100             GO TO 3300-EXIT
047200     END-READ.
047300     MOVE "N" TO SW-PERSONA-HALLADA.
047400     PERFORM 3310-BUSCAR-VISITA THRU 3310-EXIT
047500         VARYING IDX-VISITA FROM 1 BY 1
047600         UNTIL IDX-VISITA > CUANTAS-VISITAS
047700             OR PERSONA-HALLADA.
047800     IF NOT PERSONA-HALLADA
047900         IF CUANTAS-VISITAS < 200
048000             ADD 1 TO CUANTAS-VISITAS
048100             MOVE CUANTAS-VISITAS TO IDX-HALLADA
048200             MOVE VLG-NOMBRE TO MV-NOMBRE (IDX-HALLADA)
048300             MOVE "S" TO SW-PERSONA-HALLADA
048400         ELSE
048500             PERFORM 3900-AVISAR-TABLA-LLENA THRU 3900-EXIT
048600         END-IF
048700     END-IF.
048800     IF PERSONA-HALLADA
048900         MOVE VLG-COMPANIA TO MV-COMPANIA (IDX-HALLADA)
049000         MOVE VLG-HOST-BADGE TO MV-HOST-BADGE (IDX-HALLADA)
049100         MOVE VLG-DIRECCION TO MV-DIRECCION (IDX-HALLADA)
049200     END-IF.
049300 3300-EXIT.
049400     EXIT.
049500
049600 3310-BUSCAR-VISITA.
049700     IF MV-NOMBRE (IDX-VISITA) = VLG-NOMBRE
049800         MOVE "S" TO SW-PERSONA-HALLADA
049900         MOVE IDX-VISITA TO IDX-HALLADA
050000     END-IF.
050100 3310-EXIT.
050200     EXIT.
050300
050400******************************************************************
050500*    3500-LISTAR-EMPLEADO - UN RENGLON PENDIENTE EN EVALST POR   *
050600*    CADA GAFETE CUYO ULTIMO MOVIMIENTO FUE ENTRADA              *
050700******************************************************************
050800 3500-LISTAR-EMPLEADO.
050900     IF NOT MU-ESTA-ADENTRO (IDX-PERSONA)
051000         GO TO 3500-EXIT
051100     END-IF.
051200     MOVE SPACES TO EVL-REGISTRO.
051300     MOVE EA-FECHA TO EVL-EVT-FECHA.
051400     MOVE EA-HORA TO EVL-EVT-HORA.
051500     MOVE "E" TO EVL-TIPO.
051600     MOVE MU-BADGE (IDX-PERSONA) TO EVL-IDENTIFICADOR.
051700     MOVE MU-NOMBRE (IDX-PERSONA) TO EVL-NOMBRE.
051800     MOVE MU-BADGE (IDX-PERSONA) TO EVL-BADGE.
051900     MOVE MU-DEPTO (IDX-PERSONA) TO EVL-DEPTO.
052000     PERFORM 3700-ESCRIBIR-PENDIENTE THRU 3700-EXIT.
052100     ADD 1 TO CONTADOR-EMPLEADOS.
052200 3500-EXIT.
052300     EXIT.
052400
052500******************************************************************
052600*    3600-LISTAR-VISITANTE - LO MISMO PARA LOS VISITANTES, CON   *
052700*    SU COMPANIA Y EL GAFETE DEL ANFITRION                       *
052800******************************************************************
052900 3600-LISTAR-VISITANTE.
053000     IF NOT MV-ESTA-ADENTRO (IDX-VISITA)
053100         GO TO 3600-EXIT
053200     END-IF.
053300     MOVE SPACES TO EVL-REGISTRO.
053400     MOVE EA-FECHA TO EVL-EVT-FECHA.
053500     MOVE EA-HORA TO EVL-EVT-HORA.
053600     MOVE "V" TO EVL-TIPO.
053700     MOVE MV-NOMBRE (IDX-VISITA) TO EVL-IDENTIFICADOR.
053800     MOVE MV-NOMBRE (IDX-VISITA) TO EVL-NOMBRE.
053900     MOVE MV-COMPANIA (IDX-VISITA) TO EVL-COMPANIA.
054000     MOVE MV-HOST-BADGE (IDX-VISITA) TO EVL-HOST-BADGE.
054100     PERFORM 3700-ESCRIBIR-PENDIENTE THRU 3700-EXIT.
054200     ADD 1 TO CONTADOR-VISITANTES.
054300 3600-EXIT.
054400     EXIT.
054500
054600 3700-ESCRIBIR-PENDIENTE.
054700     MOVE "S" TO EVL-EN-LISTA.
054800     MOVE "P" TO EVL-ESTADO.
054900     MOVE ZERO TO EVL-FECHA-REPORTE.
055000     MOVE ZERO TO EVL-HORA-REPORTE.
055100     WRITE EVL-REGISTRO
055200         INVALID KEY
055300             CONTINUE
055400     END-WRITE.
055500 3700-EXIT.
055600     EXIT.
055700
055800 3900-AVISAR-TABLA-LLENA.
055900     IF NOT TABLA-LLENA-AVISADA
056000         DISPLAY MSJ-TABLA-LLENA LINE 20 POSITION 05
056100         MOVE "S" TO SW-TABLA-LLENA
056200     END-IF.
056300 3900-EXIT.
056400     EXIT.
056500
056600******************************************************************
056700*    4000-PASAR-LISTA - EL PUNTO DE REUNION UNA VEZ Y LUEGO UN   *
056800*    GAFETE TRAS OTRO HASTA QUE EL MARISCAL DEJA EL GAFETE EN    *
056900*    BLANCO                                                      *
057000******************************************************************
057100 4000-PASAR-LISTA.
057200     IF NOT HAY-EVENTO-ABIERTO
057300         DISPLAY MSJ-NO-ABIERTO LINE 20 POSITION 05
057400         PERFORM 2900-AVISAR THRU 2900-EXIT
057500         GO TO 4000-EXIT
057600     END-IF.
057700     DISPLAY MSJ-EVENTO LINE 05 POSITION 05 ERASE.
057800     DISPLAY EA-FECHA LINE 05 POSITION 36.
057900     DISPLAY EA-HORA LINE 05 POSITION 46.
058000     MOVE SPACES TO PUNTO-REUNION.
058100     DISPLAY MSJ-PUNTO LINE 07 POSITION 05.
058200     ACCEPT PUNTO-REUNION LINE 07 POSITION 36.
058300     IF PUNTO-REUNION = SPACES
058400         GO TO 4000-EXIT
058500     END-IF.
058600     MOVE ZERO TO CONTADOR-PUNTO.
058700     DISPLAY MSJ-EN-PUNTO LINE 15 POSITION 05.
058800     DISPLAY CONTADOR-PUNTO LINE 15 POSITION 36.
058900     MOVE "N" TO SW-FIN-PASE.
059000     PERFORM 4100-REGISTRAR-PERSONA THRU 4100-EXIT
059100         UNTIL FIN-PASE.
059200 4000-EXIT.
059300     EXIT.
059400
059500******************************************************************
059600*    4100-REGISTRAR-PERSONA - UN GAFETE O UN VISITANTE.  SI      *
059700*    ESTA EN LA FOTOGRAFIA SE MARCA REPORTADO CON PUNTO Y HORA;  *
059800*    SI YA ESTABA REPORTADO SE AVISA DONDE; SI NO ESTA SE        *
059900*    AGREGA FUERA DE LISTA.  EL RESULTADO QUEDA EN LA LINEA 12   *
060000*    SIN DETENER AL MARISCAL                                     *
060100******************************************************************
060200 4100-REGISTRAR-PERSONA.
060300     MOVE SPACES TO BADGE-NO.
060400     MOVE SPACES TO NOMBRE-VISITANTE.
060500     DISPLAY LINEA-LIMPIA LINE 10 POSITION 05.
060600     DISPLAY MSJ-GAFETE LINE 09 POSITION 05.
060700     ACCEPT BADGE-NO LINE 09 POSITION 36.
060800     IF BADGE-NO = SPACES
060900         MOVE "S" TO SW-FIN-PASE
061000         GO TO 4100-EXIT
061100     END-IF.
061200     DISPLAY LINEA-LIMPIA LINE 12 POSITION 05.
061300     MOVE SPACES TO EVL-REGISTRO.
061400     MOVE EA-FECHA TO EVL-EVT-FECHA.
061500     MOVE EA-HORA TO EVL-EVT-HORA.
061600     IF BADGE-VISITANTE
061700         DISPLAY MSJ-VISITANTE LINE 10 POSITION 05
061800         ACCEPT NOMBRE-VISITANTE LINE 10 POSITION 36
061900         IF NOMBRE-VISITANTE = SPACES
062000             GO TO 4100-EXIT
062100         END-IF
062200         MOVE "V" TO EVL-TIPO
062300         MOVE NOMBRE-VISITANTE TO EVL-IDENTIFICADOR
062400     ELSE
062500         MOVE "E" TO EVL-TIPO
062600         MOVE BADGE-NO TO EVL-IDENTIFICADOR
062700     END-IF.
062800     MOVE "S" TO SW-EN-LISTA.
062900     READ LISTA-FILE
063000         INVALID KEY
063100             MOVE "N" TO SW-EN-LISTA
063200     END-READ.
063300     IF ESTA-EN-LISTA
063400         PERFORM 4200-MARCAR-REPORTADO THRU 4200-EXIT
063500     ELSE
063600         PERFORM 4300-AGREGAR-FUERA-LISTA THRU 4300-EXIT
063700     END-IF.
063800 4100-EXIT.
063900     EXIT.
064000
064100 4200-MARCAR-REPORTADO.
064200     IF EVL-REPORTADO
064300         DISPLAY EVL-NOMBRE LINE 12 POSITION 05
064400         DISPLAY MSJ-YA-REPORTADO LINE 12 POSITION 22
064500         DISPLAY EVL-PUNTO LINE 12 POSITION 44
064600         GO TO 4200-EXIT
064700     END-IF.
064800     PERFORM 4400-SELLAR-REPORTE THRU 4400-EXIT.
064900     REWRITE EVL-REGISTRO
065000         INVALID KEY
065100             CONTINUE
065200     END-REWRITE.
065300     DISPLAY EVL-NOMBRE LINE 12 POSITION 05.
065400     DISPLAY MSJ-REGISTRADO LINE 12 POSITION 22.
065500     ADD 1 TO CONTADOR-PUNTO.
065600     DISPLAY CONTADOR-PUNTO LINE 15 POSITION 36.
065700 4200-EXIT.
065800     EXIT.
065900
066000******************************************************************
066100*    4300-AGREGAR-FUERA-LISTA - QUIEN SE REPORTA SIN ESTAR EN LA *
066200*    FOTOGRAFIA.  UN GAFETE DEBE EXISTIR EN EL MAESTRO (UN       *
066300*    GAFETE MAL TECLEADO NO SE REGISTRA); UN VISITANTE SE        *
066400*    REGISTRA CON EL NOMBRE COMO SE TECLEO                       *
066500******************************************************************
066600 4300-AGREGAR-FUERA-LISTA.
066700     IF EVL-EMPLEADO
066800         MOVE BADGE-NO TO EMP-BADGE
066900         READ EMPLOYEE-MASTER
067000             INVALID KEY
067100                 DISPLAY MSJ-NO-EXISTE LINE 12 POSITION 05
067200                 GO TO 4300-EXIT
067300         END-READ
067400         MOVE EMP-NOMBRE TO EVL-NOMBRE
067500         MOVE EMP-BADGE TO EVL-BADGE
067600         MOVE EMP-DEPTO TO EVL-DEPTO
067700     ELSE
067800         MOVE NOMBRE-VISITANTE TO EVL-NOMBRE
067900     END-IF.
068000     MOVE "N" TO EVL-EN-LISTA.
068100     PERFORM 4400-SELLAR-REPORTE THRU 4400-EXIT.
068200     WRITE EVL-REGISTRO
068300         INVALID KEY
068400             CONTINUE
068500     END-WRITE.
068600     DISPLAY EVL-NOMBRE LINE 12 POSITION 05.
068700     DISPLAY MSJ-FUERA-LISTA LINE 12 POSITION 22.
068800     ADD 1 TO CONTADOR-PUNTO.
068900     DISPLAY CONTADOR-PUNTO LINE 15 POSITION 36.
069000 4300-EXIT.
069100     EXIT.
069200
069300 4400-SELLAR-REPORTE.
069400     ACCEPT WS-FECHA FROM DATE YYYYMMDD.
069500     ACCEPT WS-HORA FROM TIME.
069600     MOVE "R" TO EVL-ESTADO.
069700     MOVE PUNTO-REUNION TO EVL-PUNTO.
069800     MOVE WS-FECHA TO EVL-FECHA-REPORTE.
069900     MOVE WS-HORA TO EVL-HORA-REPORTE.
070000     MOVE INICIALES TO EVL-MARISCAL.
070100 4400-EXIT.
070200     EXIT.
070300
070400******************************************************************
070500*    5000-CERRAR-EVENTO - CON CONFIRMACION; EL EVENTO QUEDA EN   *
070600*    ARCHIVO CON LA HORA DE CIERRE Y QUIEN LO CERRO              *
070700******************************************************************
070800 5000-CERRAR-EVENTO.
070900     IF NOT HAY-EVENTO-ABIERTO
071000         DISPLAY MSJ-NO-ABIERTO LINE 20 POSITION 05
071100         PERFORM 2900-AVISAR THRU 2900-EXIT
071200         GO TO 5000-EXIT
071300     END-IF.
071400     DISPLAY MSJ-EVENTO LINE 07 POSITION 05.
071500     DISPLAY EA-FECHA LINE 07 POSITION 36.
071600     DISPLAY EA-HORA LINE 07 POSITION 46.
071700     MOVE SPACE TO CONFIRMA.
071800     DISPLAY MSJ-CONFIRMA LINE 09 POSITION 05.
071900     ACCEPT CONFIRMA LINE 09 POSITION 36.
072000     IF NOT CONFIRMADO
072100         GO TO 5000-EXIT
072200     END-IF.
072300     MOVE EA-FECHA TO EVA-FECHA.
072400     MOVE EA-HORA TO EVA-HORA.
072500     READ EVENTO-FILE
072600         INVALID KEY
072700             GO TO 5000-EXIT
072800     END-READ.
072900     ACCEPT WS-FECHA FROM DATE YYYYMMDD.
073000     ACCEPT WS-HORA FROM TIME.
073100     MOVE "C" TO EVA-ESTADO.
073200     MOVE WS-FECHA TO EVA-FECHA-CIERRE.
073300     MOVE WS-HORA TO EVA-HORA-CIERRE.
073400     MOVE INICIALES TO EVA-CERRO.
073500     REWRITE EVA-REGISTRO
073600         INVALID KEY
073700             CONTINUE
073800     END-REWRITE.
073900     DISPLAY MSJ-CERRADO LINE 20 POSITION 05.
074000     PERFORM 2900-AVISAR THRU 2900-EXIT.
074100 5000-EXIT.
074200     EXIT.
074300
074400******************************************************************
074500*    9000-TERMINAR                                                *
074600******************************************************************
074700 9000-TERMINAR.
074800     CLOSE EMPLOYEE-MASTER.
074900     CLOSE SGN-LOG-FILE.
075000     IF FS-VISLOG NOT = "35"
075100         CLOSE VISITOR-LOG-FILE
075200     END-IF.
075300     CLOSE EVENTO-FILE.
075400     CLOSE LISTA-FILE.
075500     STOP RUN.
075600 9000-EXIT.
075700     EXIT.
075800 END PROGRAM SRC-AMP-PA.
