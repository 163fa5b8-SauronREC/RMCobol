000100******************************************************************
000200*                                                                *
000300*    SRC_COR.CBL                                                *
000400*                                                                *
000500*    PROGRAM-ID.  SRC-AMP-CO                                    *
000600*    AUTHOR.      R. SOTO MADERA                                *
000700*    INSTALLATION. TERMINAL SERVICES - PLANTA 3                 *
000800*    DATE-WRITTEN. 2026-10-15.                                  *
000900*                                                                *
001000*    SUPERVISOR MISSED-PUNCH CORRECTION SCREEN.  FOR A BADGE     *
001100*    AND DATE IT SHOWS THE DAY'S SGNLOG MOVEMENTS AND LETS A     *
001200*    SUPERVISOR ADD A MISSING ENTRADA OR SALIDA, OR VOID A BAD   *
001300*    MOVEMENT (THE AUTOCIER PRESUMED SALIDA INCLUDED).  THE      *
001400*    SUPERVISOR'S INITIALS AND A REASON CODE ARE MANDATORY.      *
001500*    ADDED MOVEMENTS GO TO SGNLOG UNDER THE RESERVED TERMINAL    *
001600*    ID "CORRSUPV" SO THEY ARE NEVER TAKEN FOR A KIOSK PUNCH;    *
001700*    A VOIDED MOVEMENT IS DELETED FROM SGNLOG.  EVERY            *
001800*    CORRECTION IS WRITTEN TO THE CORAUD AUDIT FILE WITH THE     *
001900*    MOVEMENT BEFORE AND AFTER (SEE CORAUD.CPY); THE NIGHTLY     *
002000*    SRC-AMP-AJ RUN TURNS THEM INTO THE HR ADJUSTMENT FEED.      *
002100*                                                                *
002200*    MODIFICATION HISTORY.                                       *
002300*    DATE-WRITTEN.  2026-10-15.                                  *
002400*    2026-10-15  RSM  ORIGINAL.                                   *
002430*    2026-10-15  RSM  THE REASON-CODE LEGEND SHOWS 05 AS THE      *
002460*                     SPECIAL AUTHORIZATION IT IS IN THE TABLE,   *
002490*                     NOT OTRO, AND IS REFLOWED TO STILL FIT THE  *
002520*                     SCREEN LINE.                                *
002550*                                                                *
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. SRC-AMP-CO.
002900 AUTHOR. R. SOTO MADERA.
003000 INSTALLATION. TERMINAL SERVICES - PLANTA 3.
003100 DATE-WRITTEN. 2026-10-15.
003200 DATE-COMPILED.
003300
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMST"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS EMP-BADGE
004100         FILE STATUS IS FS-EMPMST.
004200
004300     SELECT SGN-LOG-FILE ASSIGN TO "SGNLOG"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS SGN-LOG-KEY
004700         FILE STATUS IS FS-SGNLOG.
004800
004900     SELECT CORRECCION-FILE ASSIGN TO "CORAUD"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS COR-CLAVE
005300         FILE STATUS IS FS-CORAUD.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  EMPLOYEE-MASTER
005800     LABEL RECORDS ARE STANDARD.
005900 COPY "EMPMST.CPY".
006000
006100 FD  SGN-LOG-FILE
006200     LABEL RECORDS ARE STANDARD.
006300 COPY "SGNREC.CPY".
006400
006500 FD  CORRECCION-FILE
006600     LABEL RECORDS ARE STANDARD.
006700 COPY "CORAUD.CPY".
006800
006900 WORKING-STORAGE SECTION.
007000 01  FS-EMPMST                       PIC X(02) VALUE "00".
007100 01  FS-SGNLOG                       PIC X(02) VALUE "00".
007200 01  FS-CORAUD                       PIC X(02) VALUE "00".
007300
007400 01  SW-FIN-SESION                   PIC X(01) VALUE "N".
007500     88  FIN-SESION                  VALUE "S".
007600
007700 01  SW-FIN-ARCHIVO                  PIC X(01) VALUE "N".
007800     88  FIN-ARCHIVO                 VALUE "S".
007900
008000 01  SW-EMPLEADO-EXISTE              PIC X(01) VALUE "N".
008100     88  EMPLEADO-EXISTE             VALUE "S".
008200
008300 01  SW-DATO-VALIDO                  PIC X(01) VALUE "N".
008400     88  DATO-VALIDO                 VALUE "S".
008500
008600 01  SW-CLAVE-DUPLICADA              PIC X(01) VALUE "N".
008700     88  CLAVE-DUPLICADA             VALUE "S".
008800
008900 01  ACCION                          PIC X(01) VALUE SPACE.
009000     88  ACCION-ENTRADA              VALUE "E".
009100     88  ACCION-SALIDA               VALUE "S".
009200     88  ACCION-ANULAR               VALUE "N".
009300     88  ACCION-SALIR                VALUES "X" SPACE.
009400
009500 01  INICIALES                       PIC X(03) VALUE SPACES.
009600 01  BADGE-NO                        PIC X(06) VALUE SPACES.
009700 01  UN-TECLA                        PIC X(01) VALUE SPACE.
009800
009900 01  FECHA-TECLEADA                  PIC X(08) VALUE SPACES.
010000 01  FECHA-TECLEADA-NUM REDEFINES FECHA-TECLEADA
010100                                     PIC 9(08).
010200 01  FECHA-CORREGIDA                 PIC 9(08) VALUE ZERO.
010300
010400 01  HORA-TECLEADA                   PIC X(04) VALUE SPACES.
010500 01  HORA-TECLEADA-NUM REDEFINES HORA-TECLEADA.
010600     05  HT-HH                       PIC 9(02).
010700     05  HT-MM                       PIC 9(02).
010800 01  HORA-CORREGIDA                  PIC 9(08) VALUE ZERO.
010900 01  HORA-DESGLOSE REDEFINES HORA-CORREGIDA.
011000     05  HC-HH                       PIC 9(02).
011100     05  HC-MM                       PIC 9(02).
011200     05  HC-SSCC                     PIC 9(04).
011300
011400 01  NUMERO-TECLEADO                 PIC X(01) VALUE SPACE.
011500 01  NUMERO-TECLEADO-NUM REDEFINES NUMERO-TECLEADO
011600                                     PIC 9(01).
011700 01  MOTIVO-TECLEADO                 PIC X(02) VALUE SPACES.
011800 01  MOTIVO-TECLEADO-NUM REDEFINES MOTIVO-TECLEADO
011900                                     PIC 9(02).
012000
012100 01  TERMINAL-CORRECCION             PIC X(08) VALUE "CORRSUPV".
012200
012300 01  WS-FECHA-HOY                    PIC 9(08) VALUE ZERO.
012400 01  WS-FECHA-HORA.
012500     05  WS-FECHA                    PIC 9(08).
012600     05  WS-HORA                     PIC 9(08).
012700
012800 77  LINEA-PANTALLA                  PIC 9(02) VALUE ZERO.
012900 77  MOVIMIENTOS-VISTOS              PIC 9(04) COMP VALUE ZERO.
013000 77  CUANTOS-MOVS                    PIC 9(04) COMP VALUE ZERO.
013100 77  IDX-MOV                         PIC 9(04) COMP VALUE ZERO.
013200 77  IDX-MOTIVO                      PIC 9(04) COMP VALUE ZERO.
013300
013400******************************************************************
013500*    LOS MOVIMIENTOS DEL DIA QUE SE VEN EN PANTALLA, EN ORDEN,   *
013600*    PARA QUE EL SUPERVISOR ESCOJA POR NUMERO EL QUE SE ANULA    *
013700******************************************************************
013800 01  TABLA-MOVIMIENTOS.
013900     05  MOVIMIENTO-RENGLON OCCURS 8 TIMES.
014000         10  TM-HORA                 PIC 9(08).
014100         10  TM-TERMINAL             PIC X(08).
014200         10  TM-DIRECCION            PIC X(01).
014300
014400******************************************************************
014500*    CODIGOS DE MOTIVO DE CORRECCION.  EL CODIGO VIAJA A RRHH    *
014600*    EN EL FEED DE AJUSTES - NO SE RENUMERAN, SOLO SE AGREGAN    *
014700******************************************************************
014800 01  TABLA-MOTIVOS-DATOS.
014900     05  FILLER                      PIC X(20) VALUE
015000         "01OLVIDO DE MARCAR  ".
015100     05  FILLER                      PIC X(20) VALUE
015200         "02FALLA DE KIOSCO   ".
015300     05  FILLER                      PIC X(20) VALUE
015400         "03MARCA EQUIVOCADA  ".
015500     05  FILLER                      PIC X(20) VALUE
015600         "04CIERRE AUTOMATICO ".
015700     05  FILLER                      PIC X(20) VALUE
015800         "05AUTORIZACION ESP. ".
015900 01  TABLA-MOTIVOS REDEFINES TABLA-MOTIVOS-DATOS.
016000     05  MOTIVO-RENGLON OCCURS 5 TIMES.
016100         10  TMO-CODIGO              PIC X(02).
016200         10  TMO-TEXTO               PIC X(18).
016300
016400 01  MSJ-MENU                        PIC X(43) VALUE
016500     "ACCION (E=ENTRADA S=SALIDA N=ANULAR X=FIN)?".
016600 01  MSJ-INICIALES                   PIC X(30) VALUE
016700     "INICIALES DEL SUPERVISOR?".
016800 01  MSJ-GAFETE                      PIC X(30) VALUE
016900     "GAFETE DEL EMPLEADO?".
017000 01  MSJ-FECHA                       PIC X(30) VALUE
017100     "FECHA AAAAMMDD (BLANCO = HOY)?".
017200 01  MSJ-HORA                        PIC X(30) VALUE
017300     "HORA DEL MOVIMIENTO (HHMM)?".
017400 01  MSJ-NUMERO                      PIC X(30) VALUE
017500     "NUMERO DE MOVIMIENTO A ANULAR?".
017600 01  MSJ-MOTIVO                      PIC X(30) VALUE
017700     "CODIGO DE MOTIVO?".
017800 01  MSJ-CLAVES-MOTIVO.
017900     05  FILLER                      PIC X(28) VALUE
017910         "01 OLVIDO  02 FALLA KIOSCO  ".
017920     05  FILLER                      PIC X(48) VALUE
018000         "03 EQUIVOCADA  04 CIERRE AUTO  05 AUTORIZ. ESP.".
018100 01  MSJ-TITULO-MOVS                 PIC X(30) VALUE
018200     "MOVIMIENTOS DEL DIA:".
018300 01  MSJ-MAS                         PIC X(10) VALUE
018400     "...MAS".
018500 01  MSJ-NO-EXISTE                   PIC X(30) VALUE
018600     "ESE GAFETE NO EXISTE".
018700 01  MSJ-FECHA-MALA                  PIC X(30) VALUE
018800     "FECHA INVALIDA O FUTURA".
018900 01  MSJ-HORA-MALA                   PIC X(30) VALUE
019000     "HORA INVALIDA".
019100 01  MSJ-SIN-MOVS                    PIC X(30) VALUE
019200     "SIN MOVIMIENTOS ESE DIA".
019300 01  MSJ-NUMERO-MALO                 PIC X(30) VALUE
019400     "NUMERO FUERA DE LA LISTA".
019500 01  MSJ-MOTIVO-MALO                 PIC X(30) VALUE
019600     "MOTIVO OBLIGATORIO - VER LISTA".
019700 01  MSJ-YA-NO-EXISTE                PIC X(30) VALUE
019800     "EL MOVIMIENTO YA NO EXISTE".
019900 01  MSJ-APLICADO                    PIC X(30) VALUE
020000     "CORRECCION APLICADA".
020100 01  MSJ-CONTINUAR                   PIC X(30) VALUE
020200     "PRESIONE ENTER PARA CONTINUAR".
020300
020400 PROCEDURE DIVISION.
020500******************************************************************
020600*    0000-MAINLINE                                               *
020700******************************************************************
020800 0000-MAINLINE.
020900     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
021000     PERFORM 2000-PROCESAR-ACCION THRU 2000-EXIT
021100         UNTIL FIN-SESION.
021200     PERFORM 9000-TERMINAR THRU 9000-EXIT.
021300
021400******************************************************************
021500*    1000-INICIALIZAR - ABRE LOS ARCHIVOS Y PIDE LAS INICIALES   *
021600*    DEL SUPERVISOR UNA VEZ POR SESION; SIN INICIALES NO SE      *
021700*    PASA AL MENU                                                *
021800******************************************************************
021900 1000-INICIALIZAR.
022000     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
022100     OPEN INPUT EMPLOYEE-MASTER.
022200     OPEN I-O SGN-LOG-FILE.
022300     IF FS-SGNLOG = "35"
022400         OPEN OUTPUT SGN-LOG-FILE
022500         CLOSE SGN-LOG-FILE
022600         OPEN I-O SGN-LOG-FILE
022700     END-IF.
022800     OPEN I-O CORRECCION-FILE.
022900     IF FS-CORAUD = "35"
023000         OPEN OUTPUT CORRECCION-FILE
023100         CLOSE CORRECCION-FILE
023200         OPEN I-O CORRECCION-FILE
023300     END-IF.
023400     PERFORM 1100-PEDIR-INICIALES THRU 1100-EXIT
023500         UNTIL INICIALES NOT = SPACES.
023600 1000-EXIT.
023700     EXIT.
023800
023900 1100-PEDIR-INICIALES.
024000     DISPLAY MSJ-INICIALES LINE 03 POSITION 05 ERASE.
024100     ACCEPT INICIALES LINE 03 POSITION 36.
024200 1100-EXIT.
024300     EXIT.
024400
024500******************************************************************
024600*    2000-PROCESAR-ACCION - UN CICLO DEL MENU                    *
024700******************************************************************
024800 2000-PROCESAR-ACCION.
024900     MOVE SPACE TO ACCION.
025000     DISPLAY MSJ-MENU LINE 05 POSITION 05 ERASE.
025100     ACCEPT ACCION LINE 05 POSITION 50.
025200     IF ACCION-ENTRADA OR ACCION-SALIDA OR ACCION-ANULAR
025300         PERFORM 3000-CORREGIR THRU 3000-EXIT
025400     ELSE
025500         IF ACCION-SALIR
025600             MOVE "S" TO SW-FIN-SESION
025700         END-IF
025800     END-IF.
025900 2000-EXIT.
026000     EXIT.
026100
026200******************************************************************
026300*    2100-LEER-EMPLEADO - BUSCA EL GAFETE TECLEADO EN EL MAESTRO *
026400******************************************************************
026500 2100-LEER-EMPLEADO.
026600     DISPLAY MSJ-GAFETE LINE 07 POSITION 05.
026700     ACCEPT BADGE-NO LINE 07 POSITION 36.
026800     MOVE BADGE-NO TO EMP-BADGE.
026900     READ EMPLOYEE-MASTER
027000         INVALID KEY
027100             MOVE "N" TO SW-EMPLEADO-EXISTE
027200         NOT INVALID KEY
027300             MOVE "S" TO SW-EMPLEADO-EXISTE
027400     END-READ.
027500 2100-EXIT.
027600     EXIT.
027700
027800******************************************************************
027900*    2200-LEER-FECHA - EL DIA A CORREGIR; BLANCO ES HOY.  NO SE  *
028000*    ACEPTA UNA FECHA FUTURA                                     *
028100******************************************************************
028200 2200-LEER-FECHA.
028300     MOVE "N" TO SW-DATO-VALIDO.
028400     MOVE SPACES TO FECHA-TECLEADA.
028500     DISPLAY MSJ-FECHA LINE 08 POSITION 05.
028600     ACCEPT FECHA-TECLEADA LINE 08 POSITION 36.
028700     IF FECHA-TECLEADA = SPACES
028800         MOVE WS-FECHA-HOY TO FECHA-CORREGIDA
028900         MOVE "S" TO SW-DATO-VALIDO
029000         GO TO 2200-EXIT
029100     END-IF.
029200     IF FECHA-TECLEADA-NUM IS NUMERIC
029300             AND FECHA-TECLEADA-NUM > ZERO
029400             AND FECHA-TECLEADA-NUM NOT > WS-FECHA-HOY
029500         MOVE FECHA-TECLEADA-NUM TO FECHA-CORREGIDA
029600         MOVE "S" TO SW-DATO-VALIDO
029700     END-IF.
029800 2200-EXIT.
029900     EXIT.
030000
030100******************************************************************
030200*    2300-PEDIR-MOTIVO - EL CODIGO DE MOTIVO ES OBLIGATORIO Y    *
030300*    DEBE ESTAR EN LA TABLA                                      *
030400******************************************************************
030500 2300-PEDIR-MOTIVO.
030600     MOVE "N" TO SW-DATO-VALIDO.
030700     MOVE SPACES TO MOTIVO-TECLEADO.
030800     DISPLAY MSJ-CLAVES-MOTIVO LINE 21 POSITION 05.
030900     DISPLAY MSJ-MOTIVO LINE 19 POSITION 05.
031000     ACCEPT MOTIVO-TECLEADO LINE 19 POSITION 36.
031100     IF MOTIVO-TECLEADO = SPACES
031200         GO TO 2300-EXIT
031300     END-IF.
031400     PERFORM 2310-BUSCAR-MOTIVO THRU 2310-EXIT
031500         VARYING IDX-MOTIVO FROM 1 BY 1
031600         UNTIL IDX-MOTIVO > 5
031700             OR DATO-VALIDO.
031800 2300-EXIT.
031900     EXIT.
032000
032100 2310-BUSCAR-MOTIVO.
032200     IF TMO-CODIGO (IDX-MOTIVO) = MOTIVO-TECLEADO
032300         MOVE "S" TO SW-DATO-VALIDO
032400         DISPLAY TMO-TEXTO (IDX-MOTIVO) LINE 19 POSITION 45
032500     END-IF.
032600 2310-EXIT.
032700     EXIT.
032800
032900******************************************************************
033000*    2900-AVISAR - MENSAJE AL OPERADOR, ESPERA ENTER             *
033100******************************************************************
033200 2900-AVISAR.
033300     DISPLAY MSJ-CONTINUAR LINE 22 POSITION 05.
033400     ACCEPT UN-TECLA LINE 22 POSITION 40.
033500 2900-EXIT.
033600     EXIT.
033700
033800******************************************************************
033900*    3000-CORREGIR - GAFETE Y FECHA, LOS MOVIMIENTOS DE ESE DIA  *
034000*    EN PANTALLA, Y LUEGO LA ALTA O LA ANULACION.  CUALQUIER     *
034100*    DATO MALO AVISA Y REGRESA AL MENU SIN TOCAR NADA            *
034200******************************************************************
034300 3000-CORREGIR.
034400     PERFORM 2100-LEER-EMPLEADO THRU 2100-EXIT.
034500     IF NOT EMPLEADO-EXISTE
034600         DISPLAY MSJ-NO-EXISTE LINE 20 POSITION 05
034700         PERFORM 2900-AVISAR THRU 2900-EXIT
034800         GO TO 3000-EXIT
034900     END-IF.
035000     DISPLAY EMP-NOMBRE LINE 07 POSITION 45.
035100     DISPLAY EMP-DEPTO LINE 07 POSITION 62.
035200     PERFORM 2200-LEER-FECHA THRU 2200-EXIT.
035300     IF NOT DATO-VALIDO
035400         DISPLAY MSJ-FECHA-MALA LINE 20 POSITION 05
035500         PERFORM 2900-AVISAR THRU 2900-EXIT
035600         GO TO 3000-EXIT
035700     END-IF.
035800     PERFORM 6000-CARGAR-MOVIMIENTOS THRU 6000-EXIT.
035900     IF ACCION-ANULAR
036000         PERFORM 5000-ANULAR-MOVIMIENTO THRU 5000-EXIT
036100     ELSE
036200         PERFORM 4000-AGREGAR-MOVIMIENTO THRU 4000-EXIT
036300     END-IF.
036400 3000-EXIT.
036500     EXIT.
036600
036700******************************************************************
036800*    4000-AGREGAR-MOVIMIENTO - LA ENTRADA O SALIDA QUE FALTO,    *
036900*    CON LA HORA QUE DA EL SUPERVISOR, BAJO LA TERMINAL          *
037000*    RESERVADA.  LA AUDITORIA LLEVA EL ANTES EN BLANCO           *
037100******************************************************************
037200 4000-AGREGAR-MOVIMIENTO.
037300     MOVE SPACES TO HORA-TECLEADA.
037400     DISPLAY MSJ-HORA LINE 18 POSITION 05.
037500     ACCEPT HORA-TECLEADA LINE 18 POSITION 36.
037600     IF HORA-TECLEADA-NUM IS NOT NUMERIC
037700         DISPLAY MSJ-HORA-MALA LINE 20 POSITION 05
037800         PERFORM 2900-AVISAR THRU 2900-EXIT
037900         GO TO 4000-EXIT
038000     END-IF.
038100     IF HT-HH > 23 OR HT-MM > 59
038200         DISPLAY MSJ-HORA-MALA LINE 20 POSITION 05
038300         PERFORM 2900-AVISAR THRU 2900-EXIT
038400         GO TO 4000-EXIT
038500     END-IF.
038600     PERFORM 2300-PEDIR-MOTIVO THRU 2300-EXIT.
038700     IF NOT DATO-VALIDO
038800         DISPLAY MSJ-MOTIVO-MALO LINE 20 POSITION 05
038900         PERFORM 2900-AVISAR THRU 2900-EXIT
039000         GO TO 4000-EXIT
039100     END-IF.
039200     MOVE HT-HH TO HC-HH.
039300     MOVE HT-MM TO HC-MM.
039400     MOVE ZERO TO HC-SSCC.
039500     MOVE FECHA-CORREGIDA TO SGN-LOG-FECHA.
039600     MOVE HORA-CORREGIDA TO SGN-LOG-HORA.
039700     MOVE TERMINAL-CORRECCION TO SGN-LOG-TERMINAL.
039800     MOVE EMP-NOMBRE TO SGN-LOG-NOMBRE.
039900     MOVE EMP-BADGE TO SGN-LOG-BADGE.
040000     MOVE EMP-DEPTO TO SGN-LOG-DEPTO.
040100     MOVE ACCION TO SGN-LOG-DIRECCION.
040200     MOVE ZERO TO SGN-LOG-REENVIOS.
040300     PERFORM 4010-ESCRIBIR-MOVIMIENTO THRU 4010-EXIT
040400         UNTIL NOT CLAVE-DUPLICADA.
040500     MOVE SPACES TO COR-ANTES.
040600     MOVE ZERO TO COR-ANT-HORA.
040700     MOVE SGN-LOG-HORA TO COR-NVO-HORA.
040800     MOVE SGN-LOG-TERMINAL TO COR-NVO-TERMINAL.
040900     MOVE SGN-LOG-DIRECCION TO COR-NVO-DIRECCION.
041000     PERFORM 8000-GRABAR-AUDITORIA THRU 8000-EXIT.
041100     DISPLAY MSJ-APLICADO LINE 20 POSITION 05.
041200     PERFORM 2900-AVISAR THRU 2900-EXIT.
041300 4000-EXIT.
041400     EXIT.
041500
041600******************************************************************
041700*    4010-ESCRIBIR-MOVIMIENTO - SI LA LLAVE YA EXISTE SE AVANZA  *
041800*    LA HORA UN CENTESIMO Y SE REINTENTA                         *
041900******************************************************************
042000 4010-ESCRIBIR-MOVIMIENTO.
042100     MOVE "N" TO SW-CLAVE-DUPLICADA.
042200     WRITE SGN-LOG-RECORD
042300         INVALID KEY
042400             MOVE "S" TO SW-CLAVE-DUPLICADA
042500             ADD 1 TO SGN-LOG-HORA
042600     END-WRITE.
042700 4010-EXIT.
042800     EXIT.
042900
043000******************************************************************
043100*    5000-ANULAR-MOVIMIENTO - EL SUPERVISOR ESCOGE POR NUMERO    *
043200*    UNO DE LOS MOVIMIENTOS EN PANTALLA; SE BORRA DE SGNLOG Y    *
043300*    LA AUDITORIA GUARDA LA IMAGEN ANTERIOR CON EL DESPUES EN    *
043400*    BLANCO                                                      *
043500******************************************************************
043600 5000-ANULAR-MOVIMIENTO.
043700     IF CUANTOS-MOVS = ZERO
043800         DISPLAY MSJ-SIN-MOVS LINE 20 POSITION 05
043900         PERFORM 2900-AVISAR THRU 2900-EXIT
044000         GO TO 5000-EXIT
044100     END-IF.
044200     MOVE SPACE TO NUMERO-TECLEADO.
044300     DISPLAY MSJ-NUMERO LINE 18 POSITION 05.
044400     ACCEPT NUMERO-TECLEADO LINE 18 POSITION 36.
044500     IF NUMERO-TECLEADO-NUM IS NOT NUMERIC
044600         DISPLAY MSJ-NUMERO-MALO LINE 20 POSITION 05
044700         PERFORM 2900-AVISAR THRU 2900-EXIT
044800         GO TO 5000-EXIT
044900     END-IF.
045000     IF NUMERO-TECLEADO-NUM = ZERO
045100             OR NUMERO-TECLEADO-NUM > CUANTOS-MOVS
045200         DISPLAY MSJ-NUMERO-MALO LINE 20 POSITION 05
045300         PERFORM 2900-AVISAR THRU 2900-EXIT
045400         GO TO 5000-EXIT
045500     END-IF.
045600     MOVE NUMERO-TECLEADO-NUM TO IDX-MOV.
045700     PERFORM 2300-PEDIR-MOTIVO THRU 2300-EXIT.
045800     IF NOT DATO-VALIDO
045900         DISPLAY MSJ-MOTIVO-MALO LINE 20 POSITION 05
046000         PERFORM 2900-AVISAR THRU 2900-EXIT
046100         GO TO 5000-EXIT
046200     END-IF.
046300     MOVE FECHA-CORREGIDA TO SGN-LOG-FECHA.
046400     MOVE TM-HORA (IDX-MOV) TO SGN-LOG-HORA.
046500     MOVE TM-TERMINAL (IDX-MOV) TO SGN-LOG-TERMINAL.
046600     MOVE "S" TO SW-DATO-VALIDO.
046700     DELETE SGN-LOG-FILE RECORD
046800         INVALID KEY
046900             MOVE "N" TO SW-DATO-VALIDO
047000     END-DELETE.
047100     IF NOT DATO-VALIDO
047200         DISPLAY MSJ-YA-NO-EXISTE LINE 20 POSITION 05
047300         PERFORM 2900-AVISAR THRU 2900-EXIT
047400         GO TO 5000-EXIT
047500     END-IF.
047600     MOVE TM-HORA (IDX-MOV) TO COR-ANT-HORA.
047700     MOVE TM-TERMINAL (IDX-MOV) TO COR-ANT-TERMINAL.
047800     MOVE TM-DIRECCION (IDX-MOV) TO COR-ANT-DIRECCION.
047900     MOVE SPACES TO COR-DESPUES.
048000     MOVE ZERO TO COR-NVO-HORA.
048100     PERFORM 8000-GRABAR-AUDITORIA THRU 8000-EXIT.
048200     DISPLAY MSJ-APLICADO LINE 20 POSITION 05.
048300     PERFORM 2900-AVISAR THRU 2900-EXIT.
048400 5000-EXIT.
048500     EXIT.
048600
048700******************************************************************
048800*    6000-CARGAR-MOVIMIENTOS - LOS MOVIMIENTOS DEL GAFETE EN EL  *
048900*    DIA, EN ORDEN, NUMERADOS EN LAS LINEAS 10 A 17.  MAS DE     *
049000*    OCHO SOLO MARCA QUE HAY MAS JUNTO AL OCTAVO RENGLON         *
049100******************************************************************
049200 6000-CARGAR-MOVIMIENTOS.
049300     MOVE ZERO TO CUANTOS-MOVS.
049400     MOVE ZERO TO MOVIMIENTOS-VISTOS.
049500     MOVE 10 TO LINEA-PANTALLA.
049600     DISPLAY MSJ-TITULO-MOVS LINE 09 POSITION 05.
049700     MOVE "N" TO SW-FIN-ARCHIVO.
049800     MOVE FECHA-CORREGIDA TO SGN-LOG-FECHA.
049900     MOVE ZERO TO SGN-LOG-HORA.
050000     MOVE SPACES TO SGN-LOG-TERMINAL.
050100     START SGN-LOG-FILE KEY IS NOT LESS THAN SGN-LOG-KEY
050200         INVALID KEY
050300             MOVE "S" TO SW-FIN-ARCHIVO
050400     END-START.
050500     PERFORM 6100-LEER-MOVIMIENTO THRU 6100-EXIT
050600         UNTIL FIN-ARCHIVO.
050700     IF CUANTOS-MOVS = ZERO
050800         DISPLAY MSJ-SIN-MOVS LINE 10 POSITION 05
050900     END-IF.
051000 6000-EXIT.
051100     EXIT.
051200
051300 6100-LEER-MOVIMIENTO.
051400     READ SGN-LOG-FILE NEXT RECORD
051500         AT END
051600             MOVE "S" TO SW-FIN-ARCHIVO
051700         NOT AT END
051800             IF SGN-LOG-FECHA NOT = FECHA-CORREGIDA
051900                 MOVE "S" TO SW-FIN-ARCHIVO
052000             ELSE
052100                 IF SGN-LOG-BADGE = EMP-BADGE
052200                     PERFORM 6200-MOSTRAR-MOVIMIENTO
052300                         THRU 6200-EXIT
052400                 END-IF
052500             END-IF
052600     END-READ.
052700 6100-EXIT.
052800     EXIT.
052900
053000 6200-MOSTRAR-MOVIMIENTO.
053100     ADD 1 TO MOVIMIENTOS-VISTOS.
053200     IF MOVIMIENTOS-VISTOS > 8
053300         IF MOVIMIENTOS-VISTOS = 9
053400             DISPLAY MSJ-MAS LINE 17 POSITION 40
053500         END-IF
053600         GO TO 6200-EXIT
053700     END-IF.
053800     ADD 1 TO CUANTOS-MOVS.
053900     MOVE SGN-LOG-HORA TO TM-HORA (CUANTOS-MOVS).
054000     MOVE SGN-LOG-TERMINAL TO TM-TERMINAL (CUANTOS-MOVS).
054100     IF SGN-LOG-ES-SALIDA
054200         MOVE "S" TO TM-DIRECCION (CUANTOS-MOVS)
054300     ELSE
054400         MOVE "E" TO TM-DIRECCION (CUANTOS-MOVS)
054500     END-IF.
054600     MOVE CUANTOS-MOVS TO NUMERO-TECLEADO-NUM.
054700     DISPLAY NUMERO-TECLEADO LINE LINEA-PANTALLA POSITION 05.
054800     DISPLAY SGN-LOG-HORA LINE LINEA-PANTALLA POSITION 08.
054900     DISPLAY TM-DIRECCION (CUANTOS-MOVS)
055000         LINE LINEA-PANTALLA POSITION 18.
055100     DISPLAY SGN-LOG-TERMINAL LINE LINEA-PANTALLA POSITION 21.
055200     ADD 1 TO LINEA-PANTALLA.
055300 6200-EXIT.
055400     EXIT.
055500
055600******************************************************************
055700*    8000-GRABAR-AUDITORIA - UN REGISTRO POR CORRECCION CON EL   *
055800*    ANTES Y EL DESPUES YA PUESTOS POR QUIEN LLAMA.  SI LA LLAVE *
055900*    (FECHA+HORA) YA EXISTE, SE AVANZA LA HORA UN CENTESIMO Y    *
056000*    SE REINTENTA                                                *
056100******************************************************************
056200 8000-GRABAR-AUDITORIA.
056300     ACCEPT WS-FECHA FROM DATE YYYYMMDD.
056400     ACCEPT WS-HORA FROM TIME.
056500     MOVE WS-FECHA TO COR-FECHA.
056600     MOVE WS-HORA TO COR-HORA.
056700     MOVE INICIALES TO COR-SUPERVISOR.
056800     MOVE ACCION TO COR-ACCION.
056900     MOVE MOTIVO-TECLEADO-NUM TO COR-MOTIVO.
057000     MOVE EMP-BADGE TO COR-BADGE.
057100     MOVE EMP-NOMBRE TO COR-NOMBRE.
057200     MOVE EMP-DEPTO TO COR-DEPTO.
057300     MOVE FECHA-CORREGIDA TO COR-FECHA-MOVIMIENTO.
057400     PERFORM 8010-ESCRIBIR-AUDITORIA THRU 8010-EXIT
057500         UNTIL NOT CLAVE-DUPLICADA.
057600 8000-EXIT.
057700     EXIT.
057800
057900******************************************************************
058000*    8010-ESCRIBIR-AUDITORIA                                     *
058100******************************************************************
058200 8010-ESCRIBIR-AUDITORIA.
058300     MOVE "N" TO SW-CLAVE-DUPLICADA.
058400     WRITE COR-REGISTRO
058500         INVALID KEY
058600             MOVE "S" TO SW-CLAVE-DUPLICADA
058700             ADD 1 TO COR-HORA
058800     END-WRITE.
058900 8010-EXIT.
059000     EXIT.
059100
059200******************************************************************
059300*    9000-TERMINAR                                                *
059400******************************************************************
059500 9000-TERMINAR.
059600     CLOSE EMPLOYEE-MASTER.
059700     CLOSE SGN-LOG-FILE.
059800     CLOSE CORRECCION-FILE.
059900     STOP RUN.
060000 9000-EXIT.
060100     EXIT.
060200 END PROGRAM SRC-AMP-CO.
