000100******************************************************************
000200*                                                                *
000300*    SRC_OCU.CBL                                                *
000400*                                                                *
000500*    PROGRAM-ID.  SRC-AMP-OC                                    *
000600*    AUTHOR.      R. SOTO MADERA                                *
000700*    INSTALLATION. TERMINAL SERVICES - PLANTA 3                 *
000800*    DATE-WRITTEN. 2026-10-15.                                  *
000900*                                                                *
001000*    DAILY HOURLY OCCUPANCY REPORT FOR THE FIRE MARSHAL AND      *
001100*    FACILITIES.  REPLAYS THE SGNLOG AND VISLOG MOVEMENTS        *
001200*    MERGED IN TIME ORDER AND KEEPS, MOVEMENT BY MOVEMENT, HOW   *
001300*    MANY EMPLOYEES AND VISITORS ARE INSIDE THE PLANT, EACH      *
001400*    DEPARTMENT AREA AND EACH DOOR ZONE.  AN EMPLOYEE COUNTS IN  *
001500*    THE DEPARTMENT TYPED AT THE ENTRADA, A VISITOR IN THE       *
001600*    HOST'S EMPMST DEPARTMENT; BOTH COUNT IN THE ZONE OF THE     *
001700*    DOOR (TERMINAL) THEY LAST ENTERED BY, UNTIL THEIR SALIDA -  *
001800*    THE "AUTOCIER" CLOSEOUT SALIDAS OF SRC-AMP-CR INCLUDED.     *
001900*    EVERY DAY STARTS EMPTY, SINCE THE CLOSEOUT EMPTIES THE      *
002000*    PLANT EACH NIGHT.  FOR EACH HOUR THE REPORT GIVES THE       *
002100*    HIGHEST OCCUPANCY REACHED IN IT AND THE TIME, SPLIT INTO    *
002200*    EMPLOYEES AND VISITORS, THEN THE PEAK OF THE DAY; EVERY     *
002300*    HOUR OVER THE CAPACITY ON DEPMST/TRMMST IS FLAGGED AND      *
002400*    LISTED AGAIN AT THE END (ZERO CAPACITY = NO LIMIT).  THE    *
002500*    SAME REPLAY OVER THE 30 DAYS ENDING ON THE REPORT DATE      *
002600*    GIVES THE PLANT'S DAILY PEAK, AVERAGED AND MAXIMIZED BY     *
002700*    WEEKDAY, FOR CAFETERIA AND PARKING PLANNING.  THE DATE IS   *
002800*    TODAY UNLESS THE OCUPARM CARD GIVES ANOTHER.                *
002900*                                                                *
003000*    MODIFICATION HISTORY.                                       *
003100*    DATE-WRITTEN.  2026-10-15.                                  *
003200*    2026-10-15  RSM  ORIGINAL.                                   *
003220*    2026-10-15  RSM  A VISITOR'S DEPARTMENT LOOKUP TESTS A       *
003240*                     SWITCH SET WHEN EMPMST OPENS INSTEAD OF THE *
003260*                     FILE STATUS, WHICH THE FIRST HOST NOT ON    *
003280*                     FILE LEFT AT 23, SENDING EVERY LATER        *
003300*                     VISITOR TO THE UNREGISTERED DEPARTMENT.     *
003320*                                                                *
003400******************************************************************
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID. SRC-AMP-OC.
003700 AUTHOR. R. SOTO MADERA.
003800 INSTALLATION. TERMINAL SERVICES - PLANTA 3.
003900 DATE-WRITTEN. 2026-10-15.
004000 DATE-COMPILED.
004100
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT PARAMETRO-FILE ASSIGN TO "OCUPARM"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS FS-OCUPARM.
004800
004900     SELECT DEPARTMENT-MASTER ASSIGN TO "DEPMST"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS DEP-CODIGO
005300         FILE STATUS IS FS-DEPMST.
005400
005500     SELECT TERMINAL-MASTER ASSIGN TO "TRMMST"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS TRM-ID
005900         FILE STATUS IS FS-TRMMST.
006000
006100     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMST"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS EMP-BADGE
006500         FILE STATUS IS FS-EMPMST.
006600
006700     SELECT SGN-LOG-FILE ASSIGN TO "SGNLOG"
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS DYNAMIC
007000         RECORD KEY IS SGN-LOG-KEY
007100         FILE STATUS IS FS-SGNLOG.
007200
007300     SELECT VISITOR-LOG-FILE ASSIGN TO "VISLOG"
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS DYNAMIC
007600         RECORD KEY IS VLG-CLAVE
007700         FILE STATUS IS FS-VISLOG.
007800
007900     SELECT REPORTE-FILE ASSIGN TO "OCURPT"
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS FS-OCURPT.
008200
008300 DATA DIVISION.
008400 FILE SECTION.
008500 FD  PARAMETRO-FILE
008600     LABEL RECORDS ARE STANDARD.
008700 01  PARAMETRO-REGISTRO.
008800     05  PRM-FECHA                   PIC 9(08).
008900
009000 FD  DEPARTMENT-MASTER
009100     LABEL RECORDS ARE STANDARD.
009200 COPY "DEPMST.CPY".
009300
009400 FD  TERMINAL-MASTER
009500     LABEL RECORDS ARE STANDARD.
009600 COPY "TRMMST.CPY".
009700
009800 FD  EMPLOYEE-MASTER
009900     LABEL RECORDS ARE STANDARD.
010000 COPY "EMPMST.CPY".
010100
010200 FD  SGN-LOG-FILE
010300     LABEL RECORDS ARE STANDARD.
010400 COPY "SGNREC.CPY".
010500
010600 FD  VISITOR-LOG-FILE
010700     LABEL RECORDS ARE STANDARD.
010800 COPY "VISLOG.CPY".
010900
011000 FD  REPORTE-FILE
011100     LABEL RECORDS ARE STANDARD.
011200 01  LINEA-REPORTE                   PIC X(80).
011300
011400 WORKING-STORAGE SECTION.
011500 01  FS-OCUPARM                      PIC X(02) VALUE "00".
011600 01  FS-DEPMST                       PIC X(02) VALUE "00".
011700 01  FS-TRMMST                       PIC X(02) VALUE "00".
011800 01  FS-EMPMST                       PIC X(02) VALUE "00".
011900 01  FS-SGNLOG                       PIC X(02) VALUE "00".
012000 01  FS-VISLOG                       PIC X(02) VALUE "00".
012100 01  FS-OCURPT                       PIC X(02) VALUE "00".
012200
012300 01  SW-FIN-ARCHIVO                  PIC X(01) VALUE "N".
012400     88  FIN-ARCHIVO                 VALUE "S".
012500 01  SW-FIN-SGNLOG                   PIC X(01) VALUE "N".
012600     88  FIN-SGNLOG                  VALUE "S".
012700 01  SW-FIN-VISLOG                   PIC X(01) VALUE "N".
012800     88  FIN-VISLOG                  VALUE "S".
012900 01  SW-RENGLON-HALLADO              PIC X(01) VALUE "N".
013000     88  RENGLON-HALLADO             VALUE "S".
013100 01  SW-AREAS-LLENA                  PIC X(01) VALUE "N".
013200     88  AREAS-LLENA-AVISADA         VALUE "S".
013300 01  SW-PERSONAS-LLENA               PIC X(01) VALUE "N".
013400     88  PERSONAS-LLENA-AVISADA      VALUE "S".
013410 01  SW-EMPMST-ABIERTO               PIC X(01) VALUE "N".
013420     88  EMPMST-ABIERTO              VALUE "S".
013500
013600 77  CUANTAS-AREAS                   PIC 9(04) COMP VALUE ZERO.
013700 77  CUANTAS-PERSONAS                PIC 9(04) COMP VALUE ZERO.
013800 77  IDX-AREA                        PIC 9(04) COMP VALUE ZERO.
013900 77  IDX-AREA-DEPTO                  PIC 9(04) COMP VALUE ZERO.
014000 77  IDX-AREA-ZONA                   PIC 9(04) COMP VALUE ZERO.
014100 77  IDX-PERSONA                     PIC 9(04) COMP VALUE ZERO.
014200 77  IDX-HALLADO                     PIC 9(04) COMP VALUE ZERO.
014300 77  IDX-HORA                        PIC 9(04) COMP VALUE ZERO.
014400 77  IDX-DIA                         PIC 9(04) COMP VALUE ZERO.
014500 77  IDX-SEMANA                      PIC 9(04) COMP VALUE ZERO.
014600 77  HORA-EN-CURSO                   PIC 9(04) COMP VALUE ZERO.
014700 77  HORA-MOVIMIENTO                 PIC 9(04) COMP VALUE ZERO.
014800 77  HORA-PRIMERA                    PIC 9(04) COMP VALUE ZERO.
014900 77  HORA-ULTIMA                     PIC 9(04) COMP VALUE ZERO.
015000 77  HORA-PICO                       PIC 9(04) COMP VALUE ZERO.
015100 77  PASOS-FECHA                     PIC 9(04) COMP VALUE ZERO.
015200 77  EXCESOS-AREA                    PIC 9(04) COMP VALUE ZERO.
015300 77  CONTADOR-MOVIMIENTOS            PIC 9(05) COMP VALUE ZERO.
015400 77  CONTADOR-EXCESOS                PIC 9(05) COMP VALUE ZERO.
015500 77  CONTADOR-SIN-ENTRADA            PIC 9(05) COMP VALUE ZERO.
015600 77  RESIDUO-ANIO                    PIC 9(04) COMP VALUE ZERO.
015700 77  COCIENTE-ANIO                   PIC 9(04) COMP VALUE ZERO.
015800
015900 01  WS-FECHA-HOY                    PIC 9(08) VALUE ZERO.
016000 01  FECHA-REPORTE                   PIC 9(08) VALUE ZERO.
016100 01  FECHA-INICIO                    PIC 9(08) VALUE ZERO.
016200 01  FECHA-EN-CURSO                  PIC 9(08) VALUE ZERO.
016300 01  FECHA-NUEVA                     PIC 9(08) VALUE ZERO.
016400 01  DIA-SEMANA-HOY                  PIC 9(01) VALUE ZERO.
016500 01  DIA-SEMANA-TRABAJO              PIC 9(01) VALUE ZERO.
016600 01  TOTAL-DENTRO                    PIC 9(05) VALUE ZERO.
016700 01  MOMENTO-ACTUAL                  PIC 9(04) VALUE ZERO.
016800 01  CLASE-BUSCADA                   PIC X(01) VALUE SPACE.
016900 01  CODIGO-BUSCADO                  PIC X(08) VALUE SPACES.
017000 01  PROMEDIO-TRABAJO                PIC 9(05) VALUE ZERO.
017100
017200 01  HORA-TRABAJO                    PIC 9(08) VALUE ZERO.
017300 01  HORA-DESGLOSE REDEFINES HORA-TRABAJO.
017400     05  HD-HH                       PIC 9(02).
017500     05  HD-MM                       PIC 9(02).
017600     05  HD-SS                       PIC 9(02).
017700     05  HD-CC                       PIC 9(02).
017800
017900 01  MOMENTO-TRABAJO                 PIC 9(04) VALUE ZERO.
018000 01  MOMENTO-DESGLOSE REDEFINES MOMENTO-TRABAJO.
018100     05  MT-HH                       PIC 9(02).
018200     05  MT-MM                       PIC 9(02).
018300
018400******************************************************************
018500*    DAYS PER MONTH FOR THE SUBTRACT-ONE-DAY DATE WALK; THE      *
018600*    FEBRUARY ENTRY IS ADJUSTED FOR LEAP YEARS IN THE CODE.      *
018700******************************************************************
018800 01  FECHA-TRABAJO                   PIC 9(08) VALUE ZERO.
018900 01  FECHA-DESGLOSE REDEFINES FECHA-TRABAJO.
019000     05  FT-ANIO                     PIC 9(04).
019100     05  FT-MES                      PIC 9(02).
019200     05  FT-DIA                      PIC 9(02).
019300
019400 01  TABLA-MESES-VALORES.
019500     05  FILLER                      PIC X(24) VALUE
019600         "312831303130313130313031".
019700 01  TABLA-MESES REDEFINES TABLA-MESES-VALORES.
019800     05  MES-RENGLON     OCCURS 12 TIMES
019900                         INDEXED BY IDX-MES.
020000         10  MES-DIAS                PIC 9(02).
020100
020200 01  DIAS-DEL-MES                    PIC 9(02) VALUE ZERO.
020300
020400******************************************************************
020500*    WEEKDAY NAMES IN DAY-OF-WEEK ORDER (1 = MONDAY).            *
020600******************************************************************
020700 01  TABLA-SEMANA-VALORES.
020800     05  FILLER                      PIC X(09) VALUE "LUNES    ".
020900     05  FILLER                      PIC X(09) VALUE "MARTES   ".
021000     05  FILLER                      PIC X(09) VALUE "MIERCOLES".
021100     05  FILLER                      PIC X(09) VALUE "JUEVES   ".
021200     05  FILLER                      PIC X(09) VALUE "VIERNES  ".
021300     05  FILLER                      PIC X(09) VALUE "SABADO   ".
021400     05  FILLER                      PIC X(09) VALUE "DOMINGO  ".
021500 01  TABLA-SEMANA REDEFINES TABLA-SEMANA-VALORES.
021600     05  SEMANA-NOMBRE OCCURS 7 TIMES
021700                                     PIC X(09).
021800
021900******************************************************************
022000*    THE MOVEMENT BEING REPLAYED, TAKEN FROM SGNLOG OR VISLOG.   *
022100*    MV-LLAVE IDENTIFIES THE PERSON - THE BADGE FOR AN           *
022200*    EMPLOYEE, THE HOST BADGE AND THE NAME FOR A VISITOR.        *
022300******************************************************************
022400 01  MOVIMIENTO-ACTUAL.
022500     05  MV-LLAVE.
022600         10  MV-TIPO                 PIC X(01).
022700             88  MV-EMPLEADO         VALUE "E".
022800             88  MV-VISITANTE        VALUE "V".
022900         10  MV-BADGE                PIC X(06).
023000         10  MV-NOMBRE-LLAVE         PIC X(15).
023100     05  MV-FECHA                    PIC 9(08).
023200     05  MV-HORA                     PIC 9(08).
023300     05  MV-TERMINAL                 PIC X(08).
023400     05  MV-DEPTO                    PIC X(04).
023500     05  MV-DIRECCION                PIC X(01).
023600         88  MV-ES-ENTRADA           VALUES "E" SPACE.
023700         88  MV-ES-SALIDA            VALUE "S".
023800
023900******************************************************************
024000*    ONE ROW PER PERSON MOVING ON THE DAY BEING REPLAYED, WITH   *
024100*    THE AREAS THEY ARE COUNTED IN WHILE INSIDE.  EMPTIED AT     *
024200*    EVERY CHANGE OF DAY.                                        *
024300******************************************************************
024400 01  TABLA-PERSONAS.
024500     05  PERSONA-RENGLON OCCURS 3000 TIMES.
024600         10  TP-LLAVE.
024700             15  TP-TIPO             PIC X(01).
024800             15  TP-BADGE            PIC X(06).
024900             15  TP-NOMBRE-LLAVE     PIC X(15).
025000         10  TP-ESTADO               PIC X(01).
025100             88  TP-ADENTRO          VALUE "E".
025200         10  TP-IDX-DEPTO            PIC 9(04) COMP.
025300         10  TP-IDX-ZONA             PIC 9(04) COMP.
025400
025500******************************************************************
025600*    ONE ROW PER AREA - ROW 1 IS THE WHOLE PLANT, THEN THE       *
025700*    DEPARTMENTS FROM DEPMST AND THE DOOR ZONES FROM TRMMST,     *
025800*    EXTENDED WITH ANY CODE SEEN IN THE LOGS THAT THE MASTERS    *
025900*    DO NOT CARRY.  AR-HORA (N) IS THE HOUR N-1:00 TO N-1:59 -   *
026000*    THE HIGHEST OCCUPANCY IN IT, THE EMPLOYEE/VISITOR SPLIT     *
026100*    AT THAT MOMENT AND THE TIME (HHMM) IT WAS FIRST REACHED.    *
026200******************************************************************
026300 01  TABLA-AREAS.
026400     05  AREA-RENGLON OCCURS 160 TIMES.
026500         10  AR-CLASE                PIC X(01).
026600             88  AR-ES-PLANTA        VALUE "P".
026700             88  AR-ES-DEPTO         VALUE "D".
026800             88  AR-ES-ZONA          VALUE "Z".
026900         10  AR-CODIGO               PIC X(08).
027000         10  AR-NOMBRE               PIC X(20).
027100         10  AR-CAPACIDAD            PIC 9(05) COMP.
027200         10  AR-EMP-DENTRO           PIC 9(05) COMP.
027300         10  AR-VIS-DENTRO           PIC 9(05) COMP.
027400         10  AR-HORA OCCURS 24 TIMES.
027500             15  AH-TOTAL            PIC 9(05) COMP.
027600             15  AH-EMP              PIC 9(05) COMP.
027700             15  AH-VIS              PIC 9(05) COMP.
027800             15  AH-MOMENTO          PIC 9(04).
027900
028000******************************************************************
028100*    THE 30 DAYS OF THE TREND, OLDEST FIRST, WITH THE PLANT'S    *
028200*    PEAK FOR EACH; A DAY WITH NO MOVEMENTS KEEPS A ZERO PEAK.   *
028300******************************************************************
028400 01  TABLA-DIAS.
028500     05  DIA-RENGLON OCCURS 30 TIMES.
028600         10  TD-FECHA                PIC 9(08).
028700         10  TD-DIA-SEMANA           PIC 9(01).
028800         10  TD-PICO-TOTAL           PIC 9(05) COMP.
028900         10  TD-PICO-EMP             PIC 9(05) COMP.
029000         10  TD-PICO-VIS             PIC 9(05) COMP.
029100         10  TD-PICO-MOMENTO         PIC 9(04).
029200
029300 01  TABLA-TENDENCIA.
029400     05  TENDENCIA-RENGLON OCCURS 7 TIMES.
029500         10  TT-DIAS                 PIC 9(04) COMP.
029600         10  TT-SUMA-TOTAL           PIC 9(07) COMP.
029700         10  TT-SUMA-EMP             PIC 9(07) COMP.
029800         10  TT-SUMA-VIS             PIC 9(07) COMP.
029900         10  TT-PICO-TOTAL           PIC 9(05) COMP.
030000         10  TT-PICO-FECHA           PIC 9(08).
030100         10  TT-PICO-MOMENTO         PIC 9(04).
030200
030300 01  LINEA-AREA.
030400     05  FILLER                      PIC X(02) VALUE SPACES.
030500     05  LA-CLASE                    PIC X(06).
030600     05  FILLER                      PIC X(01) VALUE SPACES.
030700     05  LA-CODIGO                   PIC X(08).
030800     05  FILLER                      PIC X(02) VALUE SPACES.
030900     05  LA-NOMBRE                   PIC X(20).
031000     05  FILLER                      PIC X(02) VALUE SPACES.
031100     05  FILLER                      PIC X(11) VALUE
031200         "CAPACIDAD: ".
031300     05  LA-CAPACIDAD                PIC ZZZZ9.
031400     05  FILLER                      PIC X(01) VALUE SPACES.
031500     05  LA-NOTA                     PIC X(10).
031600     05  FILLER                      PIC X(12) VALUE SPACES.
031700
031800 01  LINEA-HORA.
031900     05  FILLER                      PIC X(05) VALUE SPACES.
032000     05  LH-HH                       PIC 9(02).
032100     05  FILLER                      PIC X(03) VALUE ":00".
032200     05  FILLER                      PIC X(06) VALUE SPACES.
032300     05  LH-EMP                      PIC ZZZZ9.
032400     05  FILLER                      PIC X(07) VALUE SPACES.
032500     05  LH-VIS                      PIC ZZZZ9.
032600     05  FILLER                      PIC X(02) VALUE SPACES.
032700     05  LH-TOTAL                    PIC ZZZZ9.
032800     05  FILLER                      PIC X(02) VALUE SPACES.
032900     05  LH-MOMENTO-HH               PIC 9(02).
033000     05  FILLER                      PIC X(01) VALUE ":".
033100     05  LH-MOMENTO-MM               PIC 9(02).
033200     05  FILLER                      PIC X(02) VALUE SPACES.
033300     05  LH-EXCESO                   PIC X(20).
033400     05  FILLER                      PIC X(11) VALUE SPACES.
033500
033600 01  LINEA-PICO.
033700     05  FILLER                      PIC X(05) VALUE SPACES.
033800     05  FILLER                      PIC X(14) VALUE
033900         "PICO DEL DIA: ".
034000     05  LP-TOTAL                    PIC ZZZZ9.
034100     05  FILLER                      PIC X(07) VALUE " A LAS ".
034200     05  LP-MOMENTO-HH               PIC 9(02).
034300     05  FILLER                      PIC X(01) VALUE ":".
034400     05  LP-MOMENTO-MM               PIC 9(02).
034500     05  FILLER                      PIC X(02) VALUE SPACES.
034600     05  FILLER                      PIC X(05) VALUE "EMPL ".
034700     05  LP-EMP                      PIC ZZZZ9.
034800     05  FILLER                      PIC X(02) VALUE SPACES.
034900     05  FILLER                      PIC X(06) VALUE "VISIT ".
035000     05  LP-VIS                      PIC ZZZZ9.
035100     05  FILLER                      PIC X(02) VALUE SPACES.
035200     05  FILLER                      PIC X(08) VALUE "EXCESOS ".
035300     05  LP-EXCESOS                  PIC ZZ9.
035400     05  FILLER                      PIC X(06) VALUE SPACES.
035500
035600 01  LINEA-EXCESO.
035700     05  FILLER                      PIC X(02) VALUE SPACES.
035800     05  LX-CLASE                    PIC X(06).
035900     05  FILLER                      PIC X(01) VALUE SPACES.
036000     05  LX-CODIGO                   PIC X(08).
036100     05  FILLER                      PIC X(02) VALUE SPACES.
036200     05  LX-NOMBRE                   PIC X(20).
036300     05  FILLER                      PIC X(02) VALUE SPACES.
036400     05  LX-HH                       PIC 9(02).
036500     05  FILLER                      PIC X(03) VALUE ":00".
036600     05  FILLER                      PIC X(02) VALUE SPACES.
036700     05  LX-TOTAL                    PIC ZZZZ9.
036800     05  FILLER                      PIC X(02) VALUE SPACES.
036900     05  LX-CAPACIDAD                PIC ZZZZ9.
037000     05  FILLER                      PIC X(02) VALUE SPACES.
037100     05  LX-EXCEDIDO                 PIC ZZZZ9.
037200     05  FILLER                      PIC X(13) VALUE SPACES.
037300
037400 01  LINEA-TENDENCIA.
037500     05  FILLER                      PIC X(02) VALUE SPACES.
037600     05  LN-DIA                      PIC X(09).
037700     05  FILLER                      PIC X(02) VALUE SPACES.
037800     05  LN-DIAS                     PIC Z9.
037900     05  FILLER                      PIC X(03) VALUE SPACES.
038000     05  LN-PROM-EMP                 PIC ZZZZ9.
038100     05  FILLER                      PIC X(05) VALUE SPACES.
038200     05  LN-PROM-VIS                 PIC ZZZZ9.
038300     05  FILLER                      PIC X(05) VALUE SPACES.
038400     05  LN-PROM-TOTAL               PIC ZZZZ9.
038500     05  FILLER                      PIC X(03) VALUE SPACES.
038600     05  LN-PICO                     PIC ZZZZ9.
038700     05  FILLER                      PIC X(02) VALUE SPACES.
038800     05  LN-PICO-FECHA               PIC 9(08).
038900     05  FILLER                      PIC X(02) VALUE SPACES.
039000     05  LN-MOMENTO-HH               PIC 9(02).
039100     05  FILLER                      PIC X(01) VALUE ":".
039200     05  LN-MOMENTO-MM               PIC 9(02).
039300     05  FILLER                      PIC X(12) VALUE SPACES.
039400
039500 01  TEXTO-PLANTA                    PIC X(06) VALUE "PLANTA".
039600 01  TEXTO-DEPTO                     PIC X(06) VALUE "DEPTO ".
039700 01  TEXTO-ZONA                      PIC X(06) VALUE "ZONA  ".
039800 01  TEXTO-NO-REGISTRADO             PIC X(20) VALUE
039900     "*NO REGISTRADO*".
040000 01  TEXTO-SIN-LIMITE                PIC X(10) VALUE
040100     "SIN LIMITE".
040200 01  TEXTO-EXCEDE                    PIC X(20) VALUE
040300     "*EXCEDE CAPACIDAD*".
040400
040500 01  LINEA-RESUMEN-1.
040600     05  FILLER                      PIC X(02) VALUE SPACES.
040700     05  FILLER                      PIC X(25) VALUE
040800         "MOVIMIENTOS DEL DIA      ".
040900     05  LR1-CONTADOR                PIC ZZZZ9.
041000     05  FILLER                      PIC X(48) VALUE SPACES.
041100 01  LINEA-RESUMEN-2.
041200     05  FILLER                      PIC X(02) VALUE SPACES.
041300     05  FILLER                      PIC X(25) VALUE
041400         "PICO DE LA PLANTA        ".
041500     05  LR2-CONTADOR                PIC ZZZZ9.
041600     05  FILLER                      PIC X(48) VALUE SPACES.
041700 01  LINEA-RESUMEN-3.
041800     05  FILLER                      PIC X(02) VALUE SPACES.
041900     05  FILLER                      PIC X(25) VALUE
042000         "HORAS SOBRE CAPACIDAD    ".
042100     05  LR3-CONTADOR                PIC ZZZZ9.
042200     05  FILLER                      PIC X(48) VALUE SPACES.
042300 01  LINEA-RESUMEN-4.
042400     05  FILLER                      PIC X(02) VALUE SPACES.
042500     05  FILLER                      PIC X(25) VALUE
042600         "SALIDAS SIN ENTRADA      ".
042700     05  LR4-CONTADOR                PIC ZZZZ9.
042800     05  FILLER                      PIC X(48) VALUE SPACES.
042900
043000 01  LINEA-ENCABEZADO-1              PIC X(80) VALUE
043100     "OCUPACION POR HORA - SGNLOG Y VISLOG".
043200 01  LINEA-ENCABEZADO-2.
043300     05  FILLER                      PIC X(10) VALUE "FECHA:    ".
043400     05  LE2-FECHA                   PIC 9(08).
043500     05  FILLER                      PIC X(02) VALUE SPACES.
043600     05  LE2-DIA                     PIC X(09).
043700     05  FILLER                      PIC X(51) VALUE SPACES.
043800 01  LINEA-ENCABEZADO-3              PIC X(80) VALUE
043900     "  OCUPACION MAXIMA DE CADA HORA Y MOMENTO EN QUE SE LLEGO".
044000 01  LINEA-ENCABEZADO-4              PIC X(80) VALUE
044100     "     HORA   EMPLEADOS  VISITANTES  TOTAL  A LAS".
044200 01  LINEA-ENCABEZADO-5              PIC X(80) VALUE
044300     "  OCUPACION DE LA PLANTA".
044400 01  LINEA-ENCABEZADO-6              PIC X(80) VALUE
044500     "  OCUPACION POR DEPARTAMENTO".
044600 01  LINEA-ENCABEZADO-7              PIC X(80) VALUE
044700     "  OCUPACION POR ZONA (PUERTA DE ENTRADA)".
044800 01  LINEA-ENCABEZADO-8              PIC X(80) VALUE
044900     "  HORAS SOBRE CAPACIDAD".
045000 01  LINEA-ENCABEZADO-9              PIC X(80) VALUE
045100     "  AREA   CODIGO    NOMBRE                HORA   TOTAL  CAPAC
045200-    "  EXCESO".
045300 01  LINEA-ENCABEZADO-10.
045400     05  FILLER                      PIC X(24) VALUE
045500         "  TENDENCIA 30 DIAS DEL ".
045600     05  LE10-DESDE                  PIC 9(08).
045700     05  FILLER                      PIC X(04) VALUE " AL ".
045800     05  LE10-HASTA                  PIC 9(08).
045900     05  FILLER                      PIC X(36) VALUE
046000         " - PICO DIARIO DE LA PLANTA".
046100 01  LINEA-ENCABEZADO-11             PIC X(80) VALUE
046200     "  DIA        DIAS P.EMP     P.VIS     P.TOT    PICO  FECHA  
046300-    "   HORA".
046400 01  LINEA-SIN-OCUPACION             PIC X(80) VALUE
046500     "     SIN OCUPACION EN EL DIA".
046600 01  LINEA-NINGUNO                   PIC X(80) VALUE
046700     "  NINGUNO".
046800 01  LINEA-BLANCA                    PIC X(80) VALUE SPACES.
046900 01  LINEA-AREAS-LLENA               PIC X(80) VALUE
047000     "** TABLA DE AREAS LLENA - AREAS SIN CONTAR **".
047100 01  LINEA-PERSONAS-LLENA            PIC X(80) VALUE
047200     "** TABLA DE PERSONAS LLENA - MOVIMIENTOS SIN CONTAR **".
047300
047400 COPY "RUNCTL.CPY".
047500
047600 PROCEDURE DIVISION.
047700******************************************************************
047800*    0000-MAINLINE                                               *
047900******************************************************************
048000 0000-MAINLINE.
048100     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
048200     PERFORM 1300-CARGAR-AREAS THRU 1300-EXIT.
048300     PERFORM 2000-REPRODUCIR-MOVIMIENTOS THRU 2000-EXIT.
048400     PERFORM 6000-IMPRIMIR-OCUPACION THRU 6000-EXIT.
048500     PERFORM 6500-IMPRIMIR-EXCESOS THRU 6500-EXIT.
048600     PERFORM 6800-IMPRIMIR-TENDENCIA THRU 6800-EXIT.
048700     PERFORM 8000-IMPRIMIR-RESUMEN THRU 8000-EXIT.
048800     PERFORM 9000-TERMINAR THRU 9000-EXIT.
048900
049000******************************************************************
049100*    1000-INICIALIZAR - FECHA DEL REPORTE (HOY O LA DEL          *
049200*    PARAMETRO), SU DIA DE LA SEMANA Y LOS 30 DIAS DE LA         *
049300*    TENDENCIA QUE TERMINAN EN ELLA                              *
049400******************************************************************
049500 1000-INICIALIZAR.
049600     MOVE SPACES TO RCT-REGISTRO.
049700     MOVE "SRC-AMP-OC" TO RCT-PROGRAMA.
049800     ACCEPT RCT-FECHA-CORRIDA FROM DATE YYYYMMDD.
049900     ACCEPT RCT-HORA-INICIO FROM TIME.
050000     MOVE "N" TO RCT-ESTADO.
050100     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
050200     ACCEPT DIA-SEMANA-HOY FROM DAY-OF-WEEK.
050300     MOVE WS-FECHA-HOY TO FECHA-REPORTE.
050400     OPEN INPUT PARAMETRO-FILE.
050500     IF FS-OCUPARM = "00"
050600         READ PARAMETRO-FILE
050700             AT END
050800                 CONTINUE
050900             NOT AT END
051000                 IF PRM-FECHA IS NUMERIC
051100                         AND PRM-FECHA > ZERO
051200                         AND PRM-FECHA < WS-FECHA-HOY
051300                     MOVE PRM-FECHA TO FECHA-REPORTE
051400                 END-IF
051500         END-READ
051600         CLOSE PARAMETRO-FILE
051700     END-IF.
051800     PERFORM 1100-DIA-SEMANA-REPORTE THRU 1100-EXIT.
051900     PERFORM 1200-ARMAR-DIAS THRU 1200-EXIT.
052000     OPEN INPUT DEPARTMENT-MASTER.
052100     OPEN INPUT TERMINAL-MASTER.
052200     OPEN INPUT EMPLOYEE-MASTER.
052220     IF FS-EMPMST = "00"
052240         MOVE "S" TO SW-EMPMST-ABIERTO
052260     END-IF.
052300     OPEN INPUT SGN-LOG-FILE.
052400     OPEN INPUT VISITOR-LOG-FILE.
052500     OPEN OUTPUT REPORTE-FILE.
052600     IF FS-SGNLOG NOT = "00"
052700         MOVE "F" TO RCT-ESTADO
052800     END-IF.
052900     IF FS-VISLOG NOT = "00" AND FS-VISLOG NOT = "35"
053000         MOVE "F" TO RCT-ESTADO
053100     END-IF.
053200     MOVE LINEA-ENCABEZADO-1 TO LINEA-REPORTE.
053300     WRITE LINEA-REPORTE.
053400     MOVE FECHA-REPORTE TO LE2-FECHA.
053500     MOVE SEMANA-NOMBRE (DIA-SEMANA-TRABAJO) TO LE2-DIA.
053600     MOVE LINEA-ENCABEZADO-2 TO LINEA-REPORTE.
053700     WRITE LINEA-REPORTE.
053800 1000-EXIT.
053900     EXIT.
054000
054100******************************************************************
054200*    1100-DIA-SEMANA-REPORTE - CAMINA DE HOY HACIA ATRAS HASTA   *
054300*    LA FECHA DEL REPORTE, RESTANDO UN DIA DE LA SEMANA POR      *
054400*    CADA DIA DE CALENDARIO                                      *
054500******************************************************************
054600 1100-DIA-SEMANA-REPORTE.
054700     MOVE WS-FECHA-HOY TO FECHA-TRABAJO.
054800     MOVE DIA-SEMANA-HOY TO DIA-SEMANA-TRABAJO.
054900     MOVE ZERO TO PASOS-FECHA.
055000     PERFORM 1110-RETROCEDER-DIA THRU 1110-EXIT
055100         UNTIL FECHA-TRABAJO NOT > FECHA-REPORTE
055200             OR PASOS-FECHA > 3660.
055300 1100-EXIT.
055400     EXIT.
055500
055600 1110-RETROCEDER-DIA.
055700     PERFORM 7000-RESTAR-UN-DIA THRU 7000-EXIT.
055800     ADD 1 TO PASOS-FECHA.
055900     IF DIA-SEMANA-TRABAJO = 1
056000         MOVE 7 TO DIA-SEMANA-TRABAJO
056100     ELSE
056200         SUBTRACT 1 FROM DIA-SEMANA-TRABAJO
056300     END-IF.
056400 1110-EXIT.
056500     EXIT.
056600
056700******************************************************************
056800*    1200-ARMAR-DIAS - LOS 30 DIAS DE LA TENDENCIA, DEL MAS      *
056900*    RECIENTE (LA FECHA DEL REPORTE, RENGLON 30) HACIA ATRAS     *
057000******************************************************************
057100 1200-ARMAR-DIAS.
057200     MOVE FECHA-REPORTE TO FECHA-TRABAJO.
057300     PERFORM 1210-ARMAR-UN-DIA THRU 1210-EXIT
057400         VARYING IDX-DIA FROM 30 BY -1
057500         UNTIL IDX-DIA < 1.
057600     MOVE TD-FECHA (1) TO FECHA-INICIO.
057700 1200-EXIT.
057800     EXIT.
057900
058000 1210-ARMAR-UN-DIA.
058100     MOVE FECHA-TRABAJO TO TD-FECHA (IDX-DIA).
058200     MOVE DIA-SEMANA-TRABAJO TO TD-DIA-SEMANA (IDX-DIA).
058300     MOVE ZERO TO TD-PICO-TOTAL (IDX-DIA).
058400     MOVE ZERO TO TD-PICO-EMP (IDX-DIA).
058500     MOVE ZERO TO TD-PICO-VIS (IDX-DIA).
058600     MOVE ZERO TO TD-PICO-MOMENTO (IDX-DIA).
058700     PERFORM 7000-RESTAR-UN-DIA THRU 7000-EXIT.
058800     IF DIA-SEMANA-TRABAJO = 1
058900         MOVE 7 TO DIA-SEMANA-TRABAJO
059000     ELSE
059100         SUBTRACT 1 FROM DIA-SEMANA-TRABAJO
059200     END-IF.
059300 1210-EXIT.
059400     EXIT.
059500
059600******************************************************************
059700*    1300-CARGAR-AREAS - RENGLON 1 PARA LA PLANTA, LUEGO LOS     *
059800*    DEPTOS DE DEPMST Y LAS ZONAS DE TRMMST CON SU CAPACIDAD     *
059900******************************************************************
060000 1300-CARGAR-AREAS.
060100     MOVE 1 TO CUANTAS-AREAS.
060200     MOVE "P" TO AR-CLASE (1).
060300     MOVE SPACES TO AR-CODIGO (1).
060400     MOVE "TODA LA PLANTA" TO AR-NOMBRE (1).
060500     MOVE ZERO TO AR-CAPACIDAD (1).
060600     MOVE "N" TO SW-FIN-ARCHIVO.
060700     IF FS-DEPMST = "00"
060800         PERFORM 1310-LEER-DEPTO THRU 1310-EXIT
060900             UNTIL FIN-ARCHIVO
061000     END-IF.
061100     MOVE "N" TO SW-FIN-ARCHIVO.
061200     IF FS-TRMMST = "00"
061300         PERFORM 1320-LEER-TERMINAL THRU 1320-EXIT
061400             UNTIL FIN-ARCHIVO
061500     END-IF.
061600 1300-EXIT.
061700     EXIT.
061800
061900 1310-LEER-DEPTO.
062000     READ DEPARTMENT-MASTER NEXT RECORD
062100         AT END
062200             MOVE "S" TO SW-FIN-ARCHIVO
062300         NOT AT END
062400             MOVE "D" TO CLASE-BUSCADA
062500             MOVE DEP-CODIGO TO CODIGO-BUSCADO
062600             PERFORM 5450-AGREGAR-AREA THRU 5450-EXIT
062700             IF IDX-HALLADO > ZERO
062800                 MOVE DEP-NOMBRE TO AR-NOMBRE (IDX-HALLADO)
062900                 IF DEP-CAPACIDAD IS NUMERIC
063000                     MOVE DEP-CAPACIDAD
063100                         TO AR-CAPACIDAD (IDX-HALLADO)
063200                 END-IF
063300             END-IF
063400     END-READ.
063500 1310-EXIT.
063600     EXIT.
063700
063800 1320-LEER-TERMINAL.
063900     READ TERMINAL-MASTER NEXT RECORD
064000         AT END
064100             MOVE "S" TO SW-FIN-ARCHIVO
064200         NOT AT END
064300             MOVE "Z" TO CLASE-BUSCADA
064400             MOVE TRM-ID TO CODIGO-BUSCADO
064500             PERFORM 5450-AGREGAR-AREA THRU 5450-EXIT
064600             IF IDX-HALLADO > ZERO
064700                 MOVE TRM-DESCRIPCION TO AR-NOMBRE (IDX-HALLADO)
064800                 IF TRM-CAPACIDAD IS NUMERIC
064900                     MOVE TRM-CAPACIDAD
065000                         TO AR-CAPACIDAD (IDX-HALLADO)
065100                 END-IF
065200             END-IF
065300     END-READ.
065400 1320-EXIT.
065500     EXIT.
065600
065700******************************************************************
065800*    2000-REPRODUCIR-MOVIMIENTOS - SGNLOG Y VISLOG DESDE EL      *
065900*    PRIMER DIA DE LA TENDENCIA HASTA LA FECHA DEL REPORTE,      *
066000*    INTERCALADOS EN ORDEN DE FECHA Y HORA.  AL FINAL SE CIERRA  *
066100*    LA FECHA DEL REPORTE AUNQUE NO HAYA TENIDO MOVIMIENTOS      *
066200******************************************************************
066300 2000-REPRODUCIR-MOVIMIENTOS.
066400     MOVE "S" TO SW-FIN-SGNLOG.
066500     MOVE "S" TO SW-FIN-VISLOG.
066600     IF FS-SGNLOG = "00"
066700         MOVE "N" TO SW-FIN-SGNLOG
066800         MOVE FECHA-INICIO TO SGN-LOG-FECHA
066900         MOVE ZERO TO SGN-LOG-HORA
067000         MOVE SPACES TO SGN-LOG-TERMINAL
067100         START SGN-LOG-FILE KEY IS NOT LESS THAN SGN-LOG-KEY
067200             INVALID KEY
067300                 MOVE "S" TO SW-FIN-SGNLOG
067400         END-START
067500         PERFORM 2100-LEER-SGNLOG THRU 2100-EXIT
067600     END-IF.
067700     IF FS-VISLOG = "00"
067800         MOVE "N" TO SW-FIN-VISLOG
067900         MOVE FECHA-INICIO TO VLG-FECHA
068000         MOVE ZERO TO VLG-HORA
068100         MOVE SPACES TO VLG-TERMINAL
068200         START VISITOR-LOG-FILE KEY IS NOT LESS THAN VLG-CLAVE
068300             INVALID KEY
068400                 MOVE "S" TO SW-FIN-VISLOG
068500         END-START
068600         PERFORM 2200-LEER-VISLOG THRU 2200-EXIT
068700     END-IF.
068800     PERFORM 2300-SIGUIENTE-MOVIMIENTO THRU 2300-EXIT
068900         UNTIL FIN-SGNLOG AND FIN-VISLOG.
069000     IF FECHA-EN-CURSO NOT = FECHA-REPORTE
069100         IF FECHA-EN-CURSO NOT = ZERO
069200             PERFORM 5900-CERRAR-DIA THRU 5900-EXIT
069300         END-IF
069400         MOVE FECHA-REPORTE TO FECHA-NUEVA
069500         PERFORM 5000-INICIAR-DIA THRU 5000-EXIT
069600     END-IF.
069700     PERFORM 5900-CERRAR-DIA THRU 5900-EXIT.
069800 2000-EXIT.
069900     EXIT.
070000
070100 2100-LEER-SGNLOG.
070200     IF FIN-SGNLOG
070300         GO TO 2100-EXIT
070400     END-IF.
070500     READ SGN-LOG-FILE NEXT RECORD
070600         AT END
070700             MOVE "S" TO SW-FIN-SGNLOG
070800         NOT AT END
070900             IF SGN-LOG-FECHA > FECHA-REPORTE
071000                 MOVE "S" TO SW-FIN-SGNLOG
071100             END-IF
071200     END-READ.
071300 2100-EXIT.
071400     EXIT.
071500
071600 2200-LEER-VISLOG.
071700     IF FIN-VISLOG
071800         GO TO 2200-EXIT
071900     END-IF.
072000     READ VISITOR-LOG-FILE NEXT RECORD
072100         AT END
072200             MOVE "S" TO SW-FIN-VISLOG
072300         NOT AT END
072400             IF VLG-FECHA > FECHA-REPORTE
072500                 MOVE "S" TO SW-FIN-VISLOG
072600             END-IF
072700     END-READ.
072800 2200-EXIT.
072900     EXIT.
073000
073100******************************************************************
073200*    2300-SIGUIENTE-MOVIMIENTO - TOMA EL MAS TEMPRANO DE LOS DOS *
073300*    REGISTROS PENDIENTES; A LA MISMA HORA VA PRIMERO SGNLOG     *
073400******************************************************************
073500 2300-SIGUIENTE-MOVIMIENTO.
073600     IF FIN-VISLOG
073700             OR (NOT FIN-SGNLOG AND SGN-LOG-KEY NOT > VLG-CLAVE)
073800         MOVE "E" TO MV-TIPO
073900         MOVE SGN-LOG-BADGE TO MV-BADGE
074000         MOVE SPACES TO MV-NOMBRE-LLAVE
074100         MOVE SGN-LOG-FECHA TO MV-FECHA
074200         MOVE SGN-LOG-HORA TO MV-HORA
074300         MOVE SGN-LOG-TERMINAL TO MV-TERMINAL
074400         MOVE SGN-LOG-DEPTO TO MV-DEPTO
074500         MOVE SGN-LOG-DIRECCION TO MV-DIRECCION
074600         PERFORM 2400-PROCESAR-MOVIMIENTO THRU 2400-EXIT
074700         PERFORM 2100-LEER-SGNLOG THRU 2100-EXIT
074800     ELSE
074900         MOVE "V" TO MV-TIPO
075000         MOVE VLG-HOST-BADGE TO MV-BADGE
075100         MOVE VLG-NOMBRE TO MV-NOMBRE-LLAVE
075200         MOVE VLG-FECHA TO MV-FECHA
075300         MOVE VLG-HORA TO MV-HORA
075400         MOVE VLG-TERMINAL TO MV-TERMINAL
075500         MOVE SPACES TO MV-DEPTO
075600         MOVE VLG-DIRECCION TO MV-DIRECCION
075700         PERFORM 2400-PROCESAR-MOVIMIENTO THRU 2400-EXIT
075800         PERFORM 2200-LEER-VISLOG THRU 2200-EXIT
075900     END-IF.
076000 2300-EXIT.
076100     EXIT.
076200
076300******************************************************************
076400*    2400-PROCESAR-MOVIMIENTO - UNA ENTRADA METE A LA PERSONA EN *
076500*    LA PLANTA, SU DEPTO Y SU ZONA (SACANDOLA ANTES SI YA ESTABA *
076600*    DENTRO); UNA SALIDA LA SACA DE DONDE SE CONTO.  UNA SALIDA  *
076700*    SIN ENTRADA ESE DIA NO CAMBIA NADA                          *
076800******************************************************************
076900 2400-PROCESAR-MOVIMIENTO.
077000     IF MV-FECHA NOT = FECHA-EN-CURSO
077100         IF FECHA-EN-CURSO NOT = ZERO
077200             PERFORM 5900-CERRAR-DIA THRU 5900-EXIT
077300         END-IF
077400         MOVE MV-FECHA TO FECHA-NUEVA
077500         PERFORM 5000-INICIAR-DIA THRU 5000-EXIT
077600     END-IF.
077700     IF MV-FECHA = FECHA-REPORTE
077800         ADD 1 TO CONTADOR-MOVIMIENTOS
077900     END-IF.
078000     MOVE MV-HORA TO HORA-TRABAJO.
078100     IF HD-HH > 23
078200         MOVE 24 TO HORA-MOVIMIENTO
078300     ELSE
078400         COMPUTE HORA-MOVIMIENTO = HD-HH + 1
078500     END-IF.
078600     PERFORM 5100-ABRIR-HORA THRU 5100-EXIT
078700         UNTIL HORA-EN-CURSO NOT < HORA-MOVIMIENTO.
078800     COMPUTE MOMENTO-ACTUAL = (HD-HH * 100) + HD-MM.
078900     PERFORM 2500-HALLAR-PERSONA THRU 2500-EXIT.
079000     IF NOT RENGLON-HALLADO
079100         GO TO 2400-EXIT
079200     END-IF.
079300     IF MV-ES-SALIDA
079400         IF TP-ADENTRO (IDX-PERSONA)
079500             PERFORM 5300-SACAR-PERSONA THRU 5300-EXIT
079600         ELSE
079700             IF MV-FECHA = FECHA-REPORTE
079800                 ADD 1 TO CONTADOR-SIN-ENTRADA
079900             END-IF
080000         END-IF
080100         GO TO 2400-EXIT
080200     END-IF.
080300     IF TP-ADENTRO (IDX-PERSONA)
080400         PERFORM 5300-SACAR-PERSONA THRU 5300-EXIT
080500     END-IF.
080600     PERFORM 2600-HALLAR-DEPTO THRU 2600-EXIT.
080700     MOVE "Z" TO CLASE-BUSCADA.
080800     MOVE MV-TERMINAL TO CODIGO-BUSCADO.
080900     PERFORM 5400-HALLAR-AREA THRU 5400-EXIT.
081000     MOVE IDX-HALLADO TO IDX-AREA-ZONA.
081100     PERFORM 5200-METER-PERSONA THRU 5200-EXIT.
081200 2400-EXIT.
081300     EXIT.
081400
081500******************************************************************
081600*    2500-HALLAR-PERSONA - BUSCA LA PERSONA DEL MOVIMIENTO EN LA *
081700*    TABLA; SI NO ESTA SE AGREGA AFUERA                          *
081800******************************************************************
081900 2500-HALLAR-PERSONA.
082000     MOVE "N" TO SW-RENGLON-HALLADO.
082100     PERFORM 2510-COMPARAR-PERSONA THRU 2510-EXIT
082200         VARYING IDX-PERSONA FROM 1 BY 1
082300         UNTIL IDX-PERSONA > CUANTAS-PERSONAS
082400             OR RENGLON-HALLADO.
082500     IF RENGLON-HALLADO
082600         SUBTRACT 1 FROM IDX-PERSONA
082700         GO TO 2500-EXIT
082800     END-IF.
082900     IF CUANTAS-PERSONAS < 3000
083000         ADD 1 TO CUANTAS-PERSONAS
083100         MOVE CUANTAS-PERSONAS TO IDX-PERSONA
083200         MOVE MV-LLAVE TO TP-LLAVE (IDX-PERSONA)
083300         MOVE "S" TO TP-ESTADO (IDX-PERSONA)
083400         MOVE ZERO TO TP-IDX-DEPTO (IDX-PERSONA)
083500         MOVE ZERO TO TP-IDX-ZONA (IDX-PERSONA)
083600         MOVE "S" TO SW-RENGLON-HALLADO
083700     ELSE
083800         IF NOT PERSONAS-LLENA-AVISADA
083900             MOVE LINEA-PERSONAS-LLENA TO LINEA-REPORTE
084000             WRITE LINEA-REPORTE
084100             MOVE "S" TO SW-PERSONAS-LLENA
084200         END-IF
084300     END-IF.
084400 2500-EXIT.
084500     EXIT.
084600
084700 2510-COMPARAR-PERSONA.
084800     IF TP-LLAVE (IDX-PERSONA) = MV-LLAVE
084900         MOVE "S" TO SW-RENGLON-HALLADO
085000     END-IF.
085100 2510-EXIT.
085200     EXIT.
085300
085400******************************************************************
085500*    2600-HALLAR-DEPTO - EL EMPLEADO CUENTA EN EL DEPTO QUE      *
085600*    TECLEO; EL VISITANTE EN EL DEPTO DE SU ANFITRION EN EMPMST  *
085700******************************************************************
085800 2600-HALLAR-DEPTO.
085900     IF MV-VISITANTE
086000         IF EMPMST-ABIERTO
086100             MOVE MV-BADGE TO EMP-BADGE
086200             READ EMPLOYEE-MASTER
086300                 INVALID KEY
086400                     CONTINUE
086500                 NOT INVALID KEY
086600                     MOVE EMP-DEPTO TO MV-DEPTO
086700             END-READ
086800         END-IF
086900     END-IF.
087000     MOVE "D" TO CLASE-BUSCADA.
087100     MOVE MV-DEPTO TO CODIGO-BUSCADO.
087200     PERFORM 5400-HALLAR-AREA THRU 5400-EXIT.
087300     MOVE IDX-HALLADO TO IDX-AREA-DEPTO.
087400 2600-EXIT.
087500     EXIT.
087600
087700******************************************************************
087800*    5000-INICIAR-DIA - LA PLANTA EMPIEZA VACIA: SIN PERSONAS,   *
087900*    TODAS LAS AREAS EN CERO Y LA PRIMERA HORA ABIERTA           *
088000******************************************************************
088100 5000-INICIAR-DIA.
088200     MOVE FECHA-NUEVA TO FECHA-EN-CURSO.
088300     MOVE ZERO TO CUANTAS-PERSONAS.
088400     MOVE 1 TO HORA-EN-CURSO.
088500     PERFORM 5010-LIMPIAR-AREA THRU 5010-EXIT
088600         VARYING IDX-AREA FROM 1 BY 1
088700         UNTIL IDX-AREA > CUANTAS-AREAS.
088800 5000-EXIT.
088900     EXIT.
089000
089100 5010-LIMPIAR-AREA.
089200     MOVE ZERO TO AR-EMP-DENTRO (IDX-AREA).
089300     MOVE ZERO TO AR-VIS-DENTRO (IDX-AREA).
089400     PERFORM 5020-LIMPIAR-HORA THRU 5020-EXIT
089500         VARYING IDX-HORA FROM 1 BY 1
089600         UNTIL IDX-HORA > 24.
089700 5010-EXIT.
089800     EXIT.
089900
090000 5020-LIMPIAR-HORA.
090100     MOVE ZERO TO AH-TOTAL (IDX-AREA, IDX-HORA).
090200     MOVE ZERO TO AH-EMP (IDX-AREA, IDX-HORA).
090300     MOVE ZERO TO AH-VIS (IDX-AREA, IDX-HORA).
090400     MOVE ZERO TO AH-MOMENTO (IDX-AREA, IDX-HORA).
090500 5020-EXIT.
090600     EXIT.
090700
090800******************************************************************
090900*    5100-ABRIR-HORA - PASA A LA HORA SIGUIENTE; CADA AREA LA    *
091000*    EMPIEZA CON LA GENTE QUE YA TENIA DENTRO                    *
091100******************************************************************
091200 5100-ABRIR-HORA.
091300     ADD 1 TO HORA-EN-CURSO.
091400     PERFORM 5110-ABRIR-HORA-AREA THRU 5110-EXIT
091500         VARYING IDX-AREA FROM 1 BY 1
091600         UNTIL IDX-AREA > CUANTAS-AREAS.
091700 5100-EXIT.
091800     EXIT.
091900
092000 5110-ABRIR-HORA-AREA.
092100     COMPUTE AH-TOTAL (IDX-AREA, HORA-EN-CURSO) =
092200         AR-EMP-DENTRO (IDX-AREA) + AR-VIS-DENTRO (IDX-AREA).
092300     MOVE AR-EMP-DENTRO (IDX-AREA)
092400         TO AH-EMP (IDX-AREA, HORA-EN-CURSO).
092500     MOVE AR-VIS-DENTRO (IDX-AREA)
092600         TO AH-VIS (IDX-AREA, HORA-EN-CURSO).
092700     COMPUTE AH-MOMENTO (IDX-AREA, HORA-EN-CURSO) =
092800         (HORA-EN-CURSO - 1) * 100.
092900 5110-EXIT.
093000     EXIT.
093100
093200******************************************************************
093300*    5200-METER-PERSONA - SUMA LA PERSONA A LA PLANTA, SU DEPTO  *
093400*    Y SU ZONA Y ANOTA EL MAXIMO DE LA HORA EN CADA UNA          *
093500******************************************************************
093600 5200-METER-PERSONA.
093700     MOVE "E" TO TP-ESTADO (IDX-PERSONA).
093800     MOVE IDX-AREA-DEPTO TO TP-IDX-DEPTO (IDX-PERSONA).
093900     MOVE IDX-AREA-ZONA TO TP-IDX-ZONA (IDX-PERSONA).
094000     MOVE 1 TO IDX-AREA.
094100     PERFORM 5210-SUMAR-AREA THRU 5210-EXIT.
094200     MOVE IDX-AREA-DEPTO TO IDX-AREA.
094300     PERFORM 5210-SUMAR-AREA THRU 5210-EXIT.
094400     MOVE IDX-AREA-ZONA TO IDX-AREA.
094500     PERFORM 5210-SUMAR-AREA THRU 5210-EXIT.
094600 5200-EXIT.
094700     EXIT.
094800
094900 5210-SUMAR-AREA.
095000     IF IDX-AREA = ZERO
095100         GO TO 5210-EXIT
095200     END-IF.
095300     IF MV-VISITANTE
095400         ADD 1 TO AR-VIS-DENTRO (IDX-AREA)
095500     ELSE
095600         ADD 1 TO AR-EMP-DENTRO (IDX-AREA)
095700     END-IF.
095800     COMPUTE TOTAL-DENTRO =
095900         AR-EMP-DENTRO (IDX-AREA) + AR-VIS-DENTRO (IDX-AREA).
096000     IF TOTAL-DENTRO > AH-TOTAL (IDX-AREA, HORA-EN-CURSO)
096100         MOVE TOTAL-DENTRO TO AH-TOTAL (IDX-AREA, HORA-EN-CURSO)
096200         MOVE AR-EMP-DENTRO (IDX-AREA)
096300             TO AH-EMP (IDX-AREA, HORA-EN-CURSO)
096400         MOVE AR-VIS-DENTRO (IDX-AREA)
096500             TO AH-VIS (IDX-AREA, HORA-EN-CURSO)
096600         MOVE MOMENTO-ACTUAL
096700             TO AH-MOMENTO (IDX-AREA, HORA-EN-CURSO)
096800     END-IF.
096900 5210-EXIT.
097000     EXIT.
097100
097200******************************************************************
097300*    5300-SACAR-PERSONA - RESTA LA PERSONA DE LAS AREAS EN QUE   *
097400*    SE CONTO AL ENTRAR                                          *
097500******************************************************************
097600 5300-SACAR-PERSONA.
097700     MOVE "S" TO TP-ESTADO (IDX-PERSONA).
097800     MOVE 1 TO IDX-AREA.
097900     PERFORM 5310-RESTAR-AREA THRU 5310-EXIT.
098000     MOVE TP-IDX-DEPTO (IDX-PERSONA) TO IDX-AREA.
098100     PERFORM 5310-RESTAR-AREA THRU 5310-EXIT.
098200     MOVE TP-IDX-ZONA (IDX-PERSONA) TO IDX-AREA.
098300     PERFORM 5310-RESTAR-AREA THRU 5310-EXIT.
098400 5300-EXIT.
098500     EXIT.
098600
098700 5310-RESTAR-AREA.
098800     IF IDX-AREA = ZERO
098900         GO TO 5310-EXIT
099000     END-IF.
099100     IF TP-TIPO (IDX-PERSONA) = "V"
099200         IF AR-VIS-DENTRO (IDX-AREA) > ZERO
099300             SUBTRACT 1 FROM AR-VIS-DENTRO (IDX-AREA)
099400         END-IF
099500     ELSE
099600         IF AR-EMP-DENTRO (IDX-AREA) > ZERO
099700             SUBTRACT 1 FROM AR-EMP-DENTRO (IDX-AREA)
099800         END-IF
099900     END-IF.
100000 5310-EXIT.
100100     EXIT.
100200
100300******************************************************************
100400*    5400-HALLAR-AREA - BUSCA CLASE-BUSCADA/CODIGO-BUSCADO EN LA *
100500*    TABLA DE AREAS; UN CODIGO QUE LOS MAESTROS NO TIENEN SE     *
100600*    AGREGA SIN CAPACIDAD.  IDX-HALLADO QUEDA EN CERO SI LA      *
100700*    TABLA ESTA LLENA                                            *
100800******************************************************************
100900 5400-HALLAR-AREA.
101000     MOVE "N" TO SW-RENGLON-HALLADO.
101100     MOVE ZERO TO IDX-HALLADO.
101200     PERFORM 5410-COMPARAR-AREA THRU 5410-EXIT
101300         VARYING IDX-AREA FROM 2 BY 1
101400         UNTIL IDX-AREA > CUANTAS-AREAS
101500             OR RENGLON-HALLADO.
101600     IF RENGLON-HALLADO
101700         GO TO 5400-EXIT
101800     END-IF.
101900     PERFORM 5450-AGREGAR-AREA THRU 5450-EXIT.
102000     IF IDX-HALLADO > ZERO
102100         MOVE TEXTO-NO-REGISTRADO TO AR-NOMBRE (IDX-HALLADO)
102200     END-IF.
102300 5400-EXIT.
102400     EXIT.
102500
102600 5410-COMPARAR-AREA.
102700     IF AR-CLASE (IDX-AREA) = CLASE-BUSCADA
102800             AND AR-CODIGO (IDX-AREA) = CODIGO-BUSCADO
102900         MOVE "S" TO SW-RENGLON-HALLADO
103000         MOVE IDX-AREA TO IDX-HALLADO
103100     END-IF.
103200 5410-EXIT.
103300     EXIT.
103400
103500 5450-AGREGAR-AREA.
103600     MOVE ZERO TO IDX-HALLADO.
103700     IF CUANTAS-AREAS NOT < 160
103800         IF NOT AREAS-LLENA-AVISADA
103900             MOVE LINEA-AREAS-LLENA TO LINEA-REPORTE
104000             WRITE LINEA-REPORTE
104100             MOVE "S" TO SW-AREAS-LLENA
104200         END-IF
104300         GO TO 5450-EXIT
104400     END-IF.
104500     ADD 1 TO CUANTAS-AREAS.
104600     MOVE CUANTAS-AREAS TO IDX-HALLADO.
104700     MOVE CLASE-BUSCADA TO AR-CLASE (IDX-HALLADO).
104800     MOVE CODIGO-BUSCADO TO AR-CODIGO (IDX-HALLADO).
104900     MOVE SPACES TO AR-NOMBRE (IDX-HALLADO).
105000     MOVE ZERO TO AR-CAPACIDAD (IDX-HALLADO).
105100     MOVE IDX-HALLADO TO IDX-AREA.
105200     PERFORM 5010-LIMPIAR-AREA THRU 5010-EXIT.
105300 5450-EXIT.
105400     EXIT.
105500
105600******************************************************************
105700*    5900-CERRAR-DIA - ABRE LAS HORAS QUE QUEDAN HASTA LAS 23 Y  *
105800*    GUARDA EL PICO DE LA PLANTA EN EL DIA DE LA TENDENCIA       *
105900******************************************************************
106000 5900-CERRAR-DIA.
106100     PERFORM 5100-ABRIR-HORA THRU 5100-EXIT
106200         UNTIL HORA-EN-CURSO NOT < 24.
106300     MOVE 1 TO IDX-AREA.
106400     PERFORM 6300-HALLAR-PICO THRU 6300-EXIT.
106500     PERFORM 5910-GUARDAR-PICO-DIA THRU 5910-EXIT
106600         VARYING IDX-DIA FROM 1 BY 1
106700         UNTIL IDX-DIA > 30.
106800 5900-EXIT.
106900     EXIT.
107000
107100 5910-GUARDAR-PICO-DIA.
107200     IF TD-FECHA (IDX-DIA) = FECHA-EN-CURSO
107300         MOVE AH-TOTAL (1, HORA-PICO) TO TD-PICO-TOTAL (IDX-DIA)
107400         MOVE AH-EMP (1, HORA-PICO) TO TD-PICO-EMP (IDX-DIA)
107500         MOVE AH-VIS (1, HORA-PICO) TO TD-PICO-VIS (IDX-DIA)
107600         MOVE AH-MOMENTO (1, HORA-PICO)
107700             TO TD-PICO-MOMENTO (IDX-DIA)
107800     END-IF.
107900 5910-EXIT.
108000     EXIT.
108100
108200******************************************************************
108300*    6000-IMPRIMIR-OCUPACION - LA PLANTA, LOS DEPTOS Y LAS       *
108400*    ZONAS, HORA POR HORA                                        *
108500******************************************************************
108600 6000-IMPRIMIR-OCUPACION.
108700     MOVE LINEA-BLANCA TO LINEA-REPORTE.
108800     WRITE LINEA-REPORTE.
108900     MOVE LINEA-ENCABEZADO-3 TO LINEA-REPORTE.
109000     WRITE LINEA-REPORTE.
109100     MOVE LINEA-BLANCA TO LINEA-REPORTE.
109200     WRITE LINEA-REPORTE.
109300     MOVE LINEA-ENCABEZADO-5 TO LINEA-REPORTE.
109400     WRITE LINEA-REPORTE.
109500     MOVE "P" TO CLASE-BUSCADA.
109600     PERFORM 6100-IMPRIMIR-AREA THRU 6100-EXIT
109700         VARYING IDX-AREA FROM 1 BY 1
109800         UNTIL IDX-AREA > CUANTAS-AREAS.
109900     MOVE LINEA-BLANCA TO LINEA-REPORTE.
110000     WRITE LINEA-REPORTE.
110100     MOVE LINEA-ENCABEZADO-6 TO LINEA-REPORTE.
110200     WRITE LINEA-REPORTE.
110300     MOVE "D" TO CLASE-BUSCADA.
110400     PERFORM 6100-IMPRIMIR-AREA THRU 6100-EXIT
110500         VARYING IDX-AREA FROM 1 BY 1
110600         UNTIL IDX-AREA > CUANTAS-AREAS.
110700     MOVE LINEA-BLANCA TO LINEA-REPORTE.
110800     WRITE LINEA-REPORTE.
110900     MOVE LINEA-ENCABEZADO-7 TO LINEA-REPORTE.
111000     WRITE LINEA-REPORTE.
111100     MOVE "Z" TO CLASE-BUSCADA.
111200     PERFORM 6100-IMPRIMIR-AREA THRU 6100-EXIT
111300         VARYING IDX-AREA FROM 1 BY 1
111400         UNTIL IDX-AREA > CUANTAS-AREAS.
111500 6000-EXIT.
111600     EXIT.
111700
111800******************************************************************
111900*    6100-IMPRIMIR-AREA - ENCABEZADO DEL AREA, LAS HORAS DE LA   *
112000*    PRIMERA A LA ULTIMA CON GENTE DENTRO Y EL PICO DEL DIA      *
112100******************************************************************
112200 6100-IMPRIMIR-AREA.
112300     IF AR-CLASE (IDX-AREA) NOT = CLASE-BUSCADA
112400         GO TO 6100-EXIT
112500     END-IF.
112600     MOVE LINEA-BLANCA TO LINEA-REPORTE.
112700     WRITE LINEA-REPORTE.
112800     PERFORM 6110-NOMBRAR-CLASE THRU 6110-EXIT.
112900     MOVE LX-CLASE TO LA-CLASE.
113000     MOVE AR-CODIGO (IDX-AREA) TO LA-CODIGO.
113100     MOVE AR-NOMBRE (IDX-AREA) TO LA-NOMBRE.
113200     MOVE AR-CAPACIDAD (IDX-AREA) TO LA-CAPACIDAD.
113300     IF AR-CAPACIDAD (IDX-AREA) = ZERO
113400         MOVE TEXTO-SIN-LIMITE TO LA-NOTA
113500     ELSE
113600         MOVE SPACES TO LA-NOTA
113700     END-IF.
113800     MOVE LINEA-AREA TO LINEA-REPORTE.
113900     WRITE LINEA-REPORTE.
114000     MOVE ZERO TO HORA-PRIMERA.
114100     MOVE ZERO TO HORA-ULTIMA.
114200     PERFORM 6120-ACOTAR-HORAS THRU 6120-EXIT
114300         VARYING IDX-HORA FROM 1 BY 1
114400         UNTIL IDX-HORA > 24.
114500     IF HORA-PRIMERA = ZERO
114600         MOVE LINEA-SIN-OCUPACION TO LINEA-REPORTE
114700         WRITE LINEA-REPORTE
114800         GO TO 6100-EXIT
114900     END-IF.
115000     MOVE LINEA-ENCABEZADO-4 TO LINEA-REPORTE.
115100     WRITE LINEA-REPORTE.
115200     MOVE ZERO TO EXCESOS-AREA.
115300     PERFORM 6200-IMPRIMIR-HORA THRU 6200-EXIT
115400         VARYING IDX-HORA FROM HORA-PRIMERA BY 1
115500         UNTIL IDX-HORA > HORA-ULTIMA.
115600     PERFORM 6300-HALLAR-PICO THRU 6300-EXIT.
115700     MOVE AH-TOTAL (IDX-AREA, HORA-PICO) TO LP-TOTAL.
115800     MOVE AH-MOMENTO (IDX-AREA, HORA-PICO) TO MOMENTO-TRABAJO.
115900     MOVE MT-HH TO LP-MOMENTO-HH.
116000     MOVE MT-MM TO LP-MOMENTO-MM.
116100     MOVE AH-EMP (IDX-AREA, HORA-PICO) TO LP-EMP.
116200     MOVE AH-VIS (IDX-AREA, HORA-PICO) TO LP-VIS.
116300     MOVE EXCESOS-AREA TO LP-EXCESOS.
116400     MOVE LINEA-PICO TO LINEA-REPORTE.
116500     WRITE LINEA-REPORTE.
116600 6100-EXIT.
116700     EXIT.
116800
116900 6110-NOMBRAR-CLASE.
117000     IF AR-ES-PLANTA (IDX-AREA)
117100         MOVE TEXTO-PLANTA TO LX-CLASE
117200     ELSE
117300         IF AR-ES-DEPTO (IDX-AREA)
117400             MOVE TEXTO-DEPTO TO LX-CLASE
117500         ELSE
117600             MOVE TEXTO-ZONA TO LX-CLASE
117700         END-IF
117800     END-IF.
117900 6110-EXIT.
118000     EXIT.
118100
118200 6120-ACOTAR-HORAS.
118300     IF AH-TOTAL (IDX-AREA, IDX-HORA) > ZERO
118400         IF HORA-PRIMERA = ZERO
118500             MOVE IDX-HORA TO HORA-PRIMERA
118600         END-IF
118700         MOVE IDX-HORA TO HORA-ULTIMA
118800     END-IF.
118900 6120-EXIT.
119000     EXIT.
119100
119200 6200-IMPRIMIR-HORA.
119300     COMPUTE LH-HH = IDX-HORA - 1.
119400     MOVE AH-EMP (IDX-AREA, IDX-HORA) TO LH-EMP.
119500     MOVE AH-VIS (IDX-AREA, IDX-HORA) TO LH-VIS.
119600     MOVE AH-TOTAL (IDX-AREA, IDX-HORA) TO LH-TOTAL.
119700     MOVE AH-MOMENTO (IDX-AREA, IDX-HORA) TO MOMENTO-TRABAJO.
119800     MOVE MT-HH TO LH-MOMENTO-HH.
119900     MOVE MT-MM TO LH-MOMENTO-MM.
120000     MOVE SPACES TO LH-EXCESO.
120100     IF AR-CAPACIDAD (IDX-AREA) > ZERO
120200             AND AH-TOTAL (IDX-AREA, IDX-HORA)
120300                 > AR-CAPACIDAD (IDX-AREA)
120400         MOVE TEXTO-EXCEDE TO LH-EXCESO
120500         ADD 1 TO EXCESOS-AREA
120600         ADD 1 TO CONTADOR-EXCESOS
120700     END-IF.
120800     MOVE LINEA-HORA TO LINEA-REPORTE.
120900     WRITE LINEA-REPORTE.
121000 6200-EXIT.
121100     EXIT.
121200
121300******************************************************************
121400*    6300-HALLAR-PICO - LA HORA CON MAS GENTE DEL AREA IDX-AREA; *
121500*    EN EMPATE GANA LA PRIMERA                                   *
121600******************************************************************
121700 6300-HALLAR-PICO.
121800     MOVE 1 TO HORA-PICO.
121900     PERFORM 6310-COMPARAR-PICO THRU 6310-EXIT
122000         VARYING IDX-HORA FROM 2 BY 1
122100         UNTIL IDX-HORA > 24.
122200 6300-EXIT.
122300     EXIT.
122400
122500 6310-COMPARAR-PICO.
122600     IF AH-TOTAL (IDX-AREA, IDX-HORA)
122700             > AH-TOTAL (IDX-AREA, HORA-PICO)
122800         MOVE IDX-HORA TO HORA-PICO
122900     END-IF.
123000 6310-EXIT.
123100     EXIT.
123200
123300******************************************************************
123400*    6500-IMPRIMIR-EXCESOS - OTRA VEZ, JUNTAS, TODAS LAS HORAS   *
123500*    EN QUE UN AREA PASO SU CAPACIDAD                            *
123600******************************************************************
123700 6500-IMPRIMIR-EXCESOS.
123800     MOVE LINEA-BLANCA TO LINEA-REPORTE.
123900     WRITE LINEA-REPORTE.
124000     MOVE LINEA-ENCABEZADO-8 TO LINEA-REPORTE.
124100     WRITE LINEA-REPORTE.
124200     MOVE LINEA-ENCABEZADO-9 TO LINEA-REPORTE.
124300     WRITE LINEA-REPORTE.
124400     PERFORM 6510-REVISAR-AREA THRU 6510-EXIT
124500         VARYING IDX-AREA FROM 1 BY 1
124600         UNTIL IDX-AREA > CUANTAS-AREAS.
124700     IF CONTADOR-EXCESOS = ZERO
124800         MOVE LINEA-NINGUNO TO LINEA-REPORTE
124900         WRITE LINEA-REPORTE
125000     END-IF.
125100 6500-EXIT.
125200     EXIT.
125300
125400 6510-REVISAR-AREA.
125500     IF AR-CAPACIDAD (IDX-AREA) = ZERO
125600         GO TO 6510-EXIT
125700     END-IF.
125800     PERFORM 6520-REVISAR-HORA THRU 6520-EXIT
125900         VARYING IDX-HORA FROM 1 BY 1
126000         UNTIL IDX-HORA > 24.
126100 6510-EXIT.
126200     EXIT.
126300
126400 6520-REVISAR-HORA.
126500     IF AH-TOTAL (IDX-AREA, IDX-HORA)
126600             NOT > AR-CAPACIDAD (IDX-AREA)
126700         GO TO 6520-EXIT
126800     END-IF.
126900     PERFORM 6110-NOMBRAR-CLASE THRU 6110-EXIT.
127000     MOVE AR-CODIGO (IDX-AREA) TO LX-CODIGO.
127100     MOVE AR-NOMBRE (IDX-AREA) TO LX-NOMBRE.
127200     COMPUTE LX-HH = IDX-HORA - 1.
127300     MOVE AH-TOTAL (IDX-AREA, IDX-HORA) TO LX-TOTAL.
127400     MOVE AR-CAPACIDAD (IDX-AREA) TO LX-CAPACIDAD.
127500     COMPUTE LX-EXCEDIDO =
127600         AH-TOTAL (IDX-AREA, IDX-HORA) - AR-CAPACIDAD (IDX-AREA).
127700     MOVE LINEA-EXCESO TO LINEA-REPORTE.
127800     WRITE LINEA-REPORTE.
127900 6520-EXIT.
128000     EXIT.
128100
128200******************************************************************
128300*    6800-IMPRIMIR-TENDENCIA - LOS PICOS DIARIOS DE LOS 30 DIAS  *
128400*    AGRUPADOS POR DIA DE LA SEMANA: PROMEDIO Y PICO MAYOR       *
128500******************************************************************
128600 6800-IMPRIMIR-TENDENCIA.
128700     PERFORM 6810-LIMPIAR-SEMANA THRU 6810-EXIT
128800         VARYING IDX-SEMANA FROM 1 BY 1
128900         UNTIL IDX-SEMANA > 7.
129000     PERFORM 6820-ACUMULAR-DIA THRU 6820-EXIT
129100         VARYING IDX-DIA FROM 1 BY 1
129200         UNTIL IDX-DIA > 30.
129300     MOVE LINEA-BLANCA TO LINEA-REPORTE.
129400     WRITE LINEA-REPORTE.
129500     MOVE FECHA-INICIO TO LE10-DESDE.
129600     MOVE FECHA-REPORTE TO LE10-HASTA.
129700     MOVE LINEA-ENCABEZADO-10 TO LINEA-REPORTE.
129800     WRITE LINEA-REPORTE.
129900     MOVE LINEA-ENCABEZADO-11 TO LINEA-REPORTE.
130000     WRITE LINEA-REPORTE.
130100     PERFORM 6830-IMPRIMIR-SEMANA THRU 6830-EXIT
130200         VARYING IDX-SEMANA FROM 1 BY 1
130300         UNTIL IDX-SEMANA > 7.
130400 6800-EXIT.
130500     EXIT.
130600
130700 6810-LIMPIAR-SEMANA.
130800     MOVE ZERO TO TT-DIAS (IDX-SEMANA).
130900     MOVE ZERO TO TT-SUMA-TOTAL (IDX-SEMANA).
131000     MOVE ZERO TO TT-SUMA-EMP (IDX-SEMANA).
131100     MOVE ZERO TO TT-SUMA-VIS (IDX-SEMANA).
131200     MOVE ZERO TO TT-PICO-TOTAL (IDX-SEMANA).
131300     MOVE ZERO TO TT-PICO-FECHA (IDX-SEMANA).
131400     MOVE ZERO TO TT-PICO-MOMENTO (IDX-SEMANA).
131500 6810-EXIT.
131600     EXIT.
131700
131800 6820-ACUMULAR-DIA.
131900     MOVE TD-DIA-SEMANA (IDX-DIA) TO IDX-SEMANA.
132000     ADD 1 TO TT-DIAS (IDX-SEMANA).
132100     ADD TD-PICO-TOTAL (IDX-DIA) TO TT-SUMA-TOTAL (IDX-SEMANA).
132200     ADD TD-PICO-EMP (IDX-DIA) TO TT-SUMA-EMP (IDX-SEMANA).
132300     ADD TD-PICO-VIS (IDX-DIA) TO TT-SUMA-VIS (IDX-SEMANA).
132400     IF TD-PICO-TOTAL (IDX-DIA) > TT-PICO-TOTAL (IDX-SEMANA)
132500             OR TT-PICO-FECHA (IDX-SEMANA) = ZERO
132600         MOVE TD-PICO-TOTAL (IDX-DIA)
132700             TO TT-PICO-TOTAL (IDX-SEMANA)
132800         MOVE TD-FECHA (IDX-DIA) TO TT-PICO-FECHA (IDX-SEMANA)
132900         MOVE TD-PICO-MOMENTO (IDX-DIA)
133000             TO TT-PICO-MOMENTO (IDX-SEMANA)
133100     END-IF.
133200 6820-EXIT.
133300     EXIT.
133400
133500 6830-IMPRIMIR-SEMANA.
133600     MOVE SEMANA-NOMBRE (IDX-SEMANA) TO LN-DIA.
133700     MOVE TT-DIAS (IDX-SEMANA) TO LN-DIAS.
133800     COMPUTE PROMEDIO-TRABAJO ROUNDED =
133900         TT-SUMA-EMP (IDX-SEMANA) / TT-DIAS (IDX-SEMANA).
134000     MOVE PROMEDIO-TRABAJO TO LN-PROM-EMP.
134100     COMPUTE PROMEDIO-TRABAJO ROUNDED =
134200         TT-SUMA-VIS (IDX-SEMANA) / TT-DIAS (IDX-SEMANA).
134300     MOVE PROMEDIO-TRABAJO TO LN-PROM-VIS.
134400     COMPUTE PROMEDIO-TRABAJO ROUNDED =
134500         TT-SUMA-TOTAL (IDX-SEMANA) / TT-DIAS (IDX-SEMANA).
134600     MOVE PROMEDIO-TRABAJO TO LN-PROM-TOTAL.
134700     MOVE TT-PICO-TOTAL (IDX-SEMANA) TO LN-PICO.
134800     MOVE TT-PICO-FECHA (IDX-SEMANA) TO LN-PICO-FECHA.
134900     MOVE TT-PICO-MOMENTO (IDX-SEMANA) TO MOMENTO-TRABAJO.
135000     MOVE MT-HH TO LN-MOMENTO-HH.
135100     MOVE MT-MM TO LN-MOMENTO-MM.
135200     MOVE LINEA-TENDENCIA TO LINEA-REPORTE.
135300     WRITE LINEA-REPORTE.
135400 6830-EXIT.
135500     EXIT.
135600
135700******************************************************************
135800*    7000-RESTAR-UN-DIA - RETROCEDE FECHA-TRABAJO UN DIA DE      *
135900*    CALENDARIO, CRUZANDO MES Y ANIO; FEBRERO TIENE 29 EN ANIO   *
136000*    BISIESTO (DIVISIBLE ENTRE 4, SALVO SIGLOS NO DIVISIBLES     *
136100*    ENTRE 400)                                                  *
136200******************************************************************
136300 7000-RESTAR-UN-DIA.
136400     IF FT-DIA > 1
136500         SUBTRACT 1 FROM FT-DIA
136600         GO TO 7000-EXIT
136700     END-IF.
136800     IF FT-MES = 1
136900         SUBTRACT 1 FROM FT-ANIO
137000         MOVE 12 TO FT-MES
137100         MOVE 31 TO FT-DIA
137200         GO TO 7000-EXIT
137300     END-IF.
137400     SUBTRACT 1 FROM FT-MES.
137500     SET IDX-MES TO FT-MES.
137600     MOVE MES-DIAS (IDX-MES) TO DIAS-DEL-MES.
137700     IF FT-MES = 2
137800         DIVIDE FT-ANIO BY 4
137900             GIVING COCIENTE-ANIO REMAINDER RESIDUO-ANIO
138000         IF RESIDUO-ANIO = ZERO
138100             MOVE 29 TO DIAS-DEL-MES
138200             DIVIDE FT-ANIO BY 100
138300                 GIVING COCIENTE-ANIO REMAINDER RESIDUO-ANIO
138400             IF RESIDUO-ANIO = ZERO
138500                 DIVIDE FT-ANIO BY 400
138600                     GIVING COCIENTE-ANIO REMAINDER RESIDUO-ANIO
138700                 IF RESIDUO-ANIO NOT = ZERO
138800                     MOVE 28 TO DIAS-DEL-MES
138900                 END-IF
139000             END-IF
139100         END-IF
139200     END-IF.
139300     MOVE DIAS-DEL-MES TO FT-DIA.
139400 7000-EXIT.
139500     EXIT.
139600
139700******************************************************************
139800*    8000-IMPRIMIR-RESUMEN                                       *
139900******************************************************************
140000 8000-IMPRIMIR-RESUMEN.
140100     MOVE LINEA-BLANCA TO LINEA-REPORTE.
140200     WRITE LINEA-REPORTE.
140300     MOVE CONTADOR-MOVIMIENTOS TO LR1-CONTADOR.
140400     MOVE LINEA-RESUMEN-1 TO LINEA-REPORTE.
140500     WRITE LINEA-REPORTE.
140600     MOVE TD-PICO-TOTAL (30) TO LR2-CONTADOR.
140700     MOVE LINEA-RESUMEN-2 TO LINEA-REPORTE.
140800     WRITE LINEA-REPORTE.
140900     MOVE CONTADOR-EXCESOS TO LR3-CONTADOR.
141000     MOVE LINEA-RESUMEN-3 TO LINEA-REPORTE.
141100     WRITE LINEA-REPORTE.
141200     MOVE CONTADOR-SIN-ENTRADA TO LR4-CONTADOR.
141300     MOVE LINEA-RESUMEN-4 TO LINEA-REPORTE.
141400     WRITE LINEA-REPORTE.
141500 8000-EXIT.
141600     EXIT.
141700
141800******************************************************************
141900*    9000-TERMINAR                                               *
142000******************************************************************
142100 9000-TERMINAR.
142200     PERFORM 9900-REGISTRAR-CONTROL THRU 9900-EXIT.
142300     CLOSE DEPARTMENT-MASTER.
142400     CLOSE TERMINAL-MASTER.
142500     CLOSE EMPLOYEE-MASTER.
142600     CLOSE SGN-LOG-FILE.
142700     IF FS-VISLOG NOT = "35"
142800         CLOSE VISITOR-LOG-FILE
142900     END-IF.
143000     CLOSE REPORTE-FILE.
143100     STOP RUN.
143200 9000-EXIT.
143300     EXIT.
143400
143500******************************************************************
143600*    9900-REGISTRAR-CONTROL - DEJA EL REGISTRO DE CONTROL DE LA  *
143700*    CORRIDA EN RUNCTL PARA EL REPORTE DE CUADRE MATUTINO        *
143800******************************************************************
143900 9900-REGISTRAR-CONTROL.
144000     MOVE FECHA-REPORTE TO RCT-FECHA-PROCESO.
144100     IF RCT-NORMAL
144200         IF AREAS-LLENA-AVISADA OR PERSONAS-LLENA-AVISADA
144300             MOVE "A" TO RCT-ESTADO
144400         END-IF
144500     END-IF.
144600     MOVE "MOVIMIEN" TO RCT-ETIQUETA (1).
144700     MOVE CONTADOR-MOVIMIENTOS TO RCT-CUENTA (1).
144800     MOVE "PICO" TO RCT-ETIQUETA (2).
144900     MOVE TD-PICO-TOTAL (30) TO RCT-CUENTA (2).
145000     MOVE "EXCESOS" TO RCT-ETIQUETA (3).
145100     MOVE CONTADOR-EXCESOS TO RCT-CUENTA (3).
145200     MOVE "SINENTRA" TO RCT-ETIQUETA (4).
145300     MOVE CONTADOR-SIN-ENTRADA TO RCT-CUENTA (4).
145400     CALL "SRC-AMP-RC" USING RCT-REGISTRO.
145500 9900-EXIT.
145600     EXIT.
145700 END PROGRAM SRC-AMP-OC.
