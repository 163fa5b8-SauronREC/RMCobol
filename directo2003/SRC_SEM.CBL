000100******************************************************************
000200*                                                                *
000300*    SRC_SEM.CBL                                                *
000400*                                                                *
000500*    PROGRAM-ID.  SRC-AMP-SM                                    *
000600*    AUTHOR.      R. SOTO MADERA                                *
000700*    INSTALLATION. TERMINAL SERVICES - PLANTA 3                 *
000800*    DATE-WRITTEN. 2026-10-15.                                  *
000900*                                                                *
001000*    WEEKLY HOURS, OVERTIME AND TARDINESS REPORT.  TAKES THE     *
001100*    PERIOD (FROM/TO) AND THE WEEKLY OVERTIME THRESHOLD IN       *
001200*    HOURS FROM THE SEMPARM CARD - NO CARD IS THE SEVEN DAYS     *
001300*    ENDING YESTERDAY AND 48 HOURS - AND READS THE SGNLOG        *
001400*    MOVEMENTS FOR IT.  EACH EMPLOYEE'S MOVEMENTS ARE PAIRED     *
001500*    LIKE SRC-AMP-TM DOES (AUTOCIER SALIDAS DO NOT COUNT), BUT   *
001600*    ACROSS MIDNIGHT TOO, AND GROUPED INTO WORK DAYS AGAINST     *
001700*    THE EMP-TURNO SHIFT: THE FIRST ENTRADA OF A WORK DAY IS     *
001800*    THE ARRIVAL, COMPARED WITH THE SHIFT START, AND THE LAST    *
001900*    SALIDA IS THE DEPARTURE, COMPARED WITH THE SHIFT END.  THE  *
002000*    SHFTTB WINDOWS CARRY HALF AN HOUR OF SLACK EACH SIDE, SO    *
002100*    THE SHIFT IS THE WINDOW LESS THAT SLACK.  A NIGHT-SHIFT     *
002200*    PUNCH BEFORE THE WINDOW END BELONGS TO THE WORK DAY THAT    *
002300*    STARTED THE EVENING BEFORE, SO THE DAY AFTER THE PERIOD     *
002400*    IS READ AS WELL TO PICK UP THE LAST NIGHT'S SALIDAS.  WITH  *
002500*    NO SHIFT ON THE MASTER ONLY THE HOURS ARE REPORTED.  THE    *
002600*    REPORT (SEMRPT) LISTS EACH WORK DAY PER EMPLOYEE WITH       *
002700*    MINUTES LATE AND MINUTES LEFT EARLY, THE EMPLOYEE TOTAL     *
002800*    AND HOURS OVER THE THRESHOLD, SUBTOTALS BY DEPARTMENT WITH  *
002900*    THE DEPMST NAME, AND A GRAND TOTAL.  EVERY EMPLOYEE OVER    *
003000*    THE THRESHOLD ALSO GOES TO THE HREXTTF PAYROLL EXTRACT      *
003100*    (HRXOVT.CPY).  THE THRESHOLD APPLIES TO THE WHOLE PERIOD    *
003200*    ON THE CARD, WHICH IS MEANT TO BE ONE WEEK.                 *
003300*                                                                *
003400*    MODIFICATION HISTORY.                                       *
003500*    DATE-WRITTEN.  2026-10-15.                                  *
003600*    2026-10-15  RSM  ORIGINAL.                                   *
003610*    2026-10-15  RSM  EVERY RUN NOW ENDS BY APPENDING A RUN-      *
003620*                     CONTROL RECORD TO RUNCTL (SRC-AMP-RC) -     *
003630*                     DATES, START AND END TIME, STATUS AND       *
003640*                     CONTROL COUNTS - FOR THE SRC-AMP-CU MORNING *
003650*                     BALANCING REPORT.                           *
003660*    2026-10-15  RSM  A SALIDA ON A LATER WORK DAY THAN THE OPEN  *
003670*                     ENTRADA NO LONGER CLOSES THE PAIR - THE     *
003680*                     ENTRADA'S DAY IS LEFT WITHOUT SALIDA, AS    *
003690*                     SRC-AMP-TM DOES, INSTEAD OF ADDING A 24-HOUR*
003695*                     OR LONGER PAIR TO THE WORKED TIME.          *
003705*    2026-10-15  RSM  THE EMPLOYEE AND DEPARTMENT MASTER LOOKUPS  *
003715*                     NOW TEST A SWITCH SET WHEN THE FILE OPENS,  *
003725*                     NOT THE FILE STATUS A BADGE OR DEPARTMENT   *
003735*                     NOT ON FILE LEFT BEHIND, WHICH DROPPED THE  *
003745*                     SHIFT AND THE DEPARTMENT NAME FOR EVERYONE  *
003755*                     AFTER THE FIRST MISS.                       *
003765*                                                                *
003800******************************************************************
003900 IDENTIFICATION DIVISION.
004000 PROGRAM-ID. SRC-AMP-SM.
004100 AUTHOR. R. SOTO MADERA.
004200 INSTALLATION. TERMINAL SERVICES - PLANTA 3.
004300 DATE-WRITTEN. 2026-10-15.
004400 DATE-COMPILED.
004500
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT PARAMETRO-FILE ASSIGN TO "SEMPARM"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS FS-SEMPARM.
005200
005300     SELECT SGN-LOG-FILE ASSIGN TO "SGNLOG"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS SGN-LOG-KEY
005700         FILE STATUS IS FS-SGNLOG.
005800
005900     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMST"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS EMP-BADGE
006300         FILE STATUS IS FS-EMPMST.
006400
006500     SELECT DEPARTMENT-MASTER ASSIGN TO "DEPMST"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS DEP-CODIGO
006900         FILE STATUS IS FS-DEPMST.
007000
007100     SELECT HR-EXTRA-FILE ASSIGN TO "HREXTTF"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS FS-HREXTTF.
007400
007500     SELECT REPORTE-FILE ASSIGN TO "SEMRPT"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS FS-SEMRPT.
007800
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  PARAMETRO-FILE
008200     LABEL RECORDS ARE STANDARD.
008300 01  PARAMETRO-REGISTRO.
008400     05  PRM-FECHA-DESDE             PIC 9(08).
008500     05  PRM-FECHA-HASTA             PIC 9(08).
008600     05  PRM-UMBRAL-HORAS            PIC 9(03).
008700
008800 FD  SGN-LOG-FILE
008900     LABEL RECORDS ARE STANDARD.
009000 COPY "SGNREC.CPY".
009100
009200 FD  EMPLOYEE-MASTER
009300     LABEL RECORDS ARE STANDARD.
009400 COPY "EMPMST.CPY".
009500
009600 FD  DEPARTMENT-MASTER
009700     LABEL RECORDS ARE STANDARD.
009800 COPY "DEPMST.CPY".
009900
010000 FD  HR-EXTRA-FILE
010100     LABEL RECORDS ARE STANDARD.
010200 COPY "HRXOVT.CPY".
010300
010400 FD  REPORTE-FILE
010500     LABEL RECORDS ARE STANDARD.
010600 01  LINEA-REPORTE                   PIC X(80).
010700
010800 WORKING-STORAGE SECTION.
010900 01  FS-SEMPARM                      PIC X(02) VALUE "00".
011000 01  FS-SGNLOG                       PIC X(02) VALUE "00".
011100 01  FS-EMPMST                       PIC X(02) VALUE "00".
011200 01  FS-DEPMST                       PIC X(02) VALUE "00".
011300 01  FS-HREXTTF                      PIC X(02) VALUE "00".
011400 01  FS-SEMRPT                       PIC X(02) VALUE "00".
011500
011600 01  SW-FIN-BITACORA                 PIC X(01) VALUE "N".
011700     88  FIN-BITACORA                VALUE "S".
011800
011900 01  SW-RENGLON-HALLADO              PIC X(01) VALUE "N".
012000     88  RENGLON-HALLADO             VALUE "S".
012100
012200 01  SW-TABLA-EMPS-LLENA             PIC X(01) VALUE "N".
012300     88  TABLA-EMPS-AVISADA          VALUE "S".
012400
012500 01  SW-TABLA-DIAS-LLENA             PIC X(01) VALUE "N".
012600     88  TABLA-DIAS-AVISADA          VALUE "S".
012700
012800 01  SW-TABLA-DEPTOS-LLENA           PIC X(01) VALUE "N".
012900     88  TABLA-DEPTOS-AVISADA        VALUE "S".
012910
012920 01  SW-EMPMST-ABIERTO               PIC X(01) VALUE "N".
012930     88  EMPMST-ABIERTO              VALUE "S".
012940
012950 01  SW-DEPMST-ABIERTO               PIC X(01) VALUE "N".
012960     88  DEPMST-ABIERTO              VALUE "S".
013000
013100 77  CUANTOS-EMPLEADOS               PIC 9(04) COMP VALUE ZERO.
013200 77  CUANTAS-JORNADAS                PIC 9(04) COMP VALUE ZERO.
013300 77  CUANTOS-DEPTOS                  PIC 9(04) COMP VALUE ZERO.
013400 77  IDX-EMPLEADO                    PIC 9(04) COMP VALUE ZERO.
013500 77  IDX-JORNADA                     PIC 9(04) COMP VALUE ZERO.
013600 77  IDX-DEPTO                       PIC 9(04) COMP VALUE ZERO.
013700 77  IDX-HALLADO                     PIC 9(04) COMP VALUE ZERO.
013800 77  IDX-HORARIO                     PIC 9(04) COMP VALUE ZERO.
013900 77  IDX-DIAS                        PIC 9(04) COMP VALUE ZERO.
014000 77  CONTADOR-EMPLEADOS              PIC 9(05) COMP VALUE ZERO.
014100 77  CONTADOR-CON-EXTRA              PIC 9(05) COMP VALUE ZERO.
014200 77  CONTADOR-LLEGADAS-TARDE         PIC 9(05) COMP VALUE ZERO.
014300 77  RESIDUO-ANIO                    PIC 9(04) COMP VALUE ZERO.
014400 77  COCIENTE-ANIO                   PIC 9(04) COMP VALUE ZERO.
014500
014600 01  TERMINAL-CIERRE                 PIC X(08) VALUE "AUTOCIER".
014700
014800 01  FECHA-DESDE                     PIC 9(08) VALUE ZERO.
014900 01  FECHA-HASTA                     PIC 9(08) VALUE ZERO.
015000 01  UMBRAL-HORAS                    PIC 9(03) VALUE 48.
015100 01  UMBRAL-MINUTOS                  PIC 9(05) COMP VALUE ZERO.
015200
015300 01  FECHA-TRABAJO                   PIC 9(08) VALUE ZERO.
015400 01  FECHA-DESGLOSE REDEFINES FECHA-TRABAJO.
015500     05  FT-ANIO                     PIC 9(04).
015600     05  FT-MES                      PIC 9(02).
015700     05  FT-DIA                      PIC 9(02).
015800 01  FECHA-ANTERIOR                  PIC 9(08) VALUE ZERO.
015900
016000 01  HORA-TRABAJO                    PIC 9(08) VALUE ZERO.
016100 01  HORA-DESGLOSE REDEFINES HORA-TRABAJO.
016200     05  HD-HH                       PIC 9(02).
016300     05  HD-MM                       PIC 9(02).
016400     05  HD-SS                       PIC 9(02).
016500     05  HD-CC                       PIC 9(02).
016600
016700******************************************************************
016800*    DAY AND MINUTE ARITHMETIC.  A DATE IS TURNED INTO A DAY     *
016900*    NUMBER COUNTED FROM THE DAY BEFORE THE PERIOD (THE PERIOD   *
017000*    START IS DAY 1) AND A MOVEMENT INTO A MINUTE STAMP - DAY    *
017100*    TIMES 1440 PLUS MINUTES SINCE MIDNIGHT - SO A PAIR THAT     *
017200*    CROSSES MIDNIGHT SUBTRACTS LIKE ANY OTHER                   *
017300******************************************************************
017400 01  TABLA-MESES-VALORES.
017500     05  FILLER                      PIC X(24) VALUE
017600         "312831303130313130313031".
017700 01  TABLA-MESES REDEFINES TABLA-MESES-VALORES.
017800     05  MES-RENGLON     OCCURS 12 TIMES
017900                         INDEXED BY IDX-MES.
018000         10  MES-DIAS                PIC 9(02).
018100 01  DIAS-DEL-MES                    PIC 9(02) VALUE ZERO.
018200
018300 01  TABLA-ACUMULADOS-VALORES.
018400     05  FILLER                      PIC X(36) VALUE
018500         "000031059090120151181212243273304334".
018600 01  TABLA-ACUMULADOS REDEFINES TABLA-ACUMULADOS-VALORES.
018700     05  ACUMULADO-RENGLON OCCURS 12 TIMES.
018800         10  DIAS-ANTES-MES          PIC 9(03).
018900
019000 01  ANIO-AJUSTADO                   PIC 9(04) COMP VALUE ZERO.
019100 01  BISIESTOS-4                     PIC 9(04) COMP VALUE ZERO.
019200 01  BISIESTOS-100                   PIC 9(04) COMP VALUE ZERO.
019300 01  BISIESTOS-400                   PIC 9(04) COMP VALUE ZERO.
019400 01  DIA-ABSOLUTO                    PIC 9(07) COMP VALUE ZERO.
019500 01  DIA-BASE                        PIC 9(07) COMP VALUE ZERO.
019600 01  DIA-MOVIMIENTO                  PIC 9(05) COMP VALUE ZERO.
019700 01  DIA-HASTA                       PIC 9(05) COMP VALUE ZERO.
019800 01  DIA-JORNADA                     PIC 9(05) COMP VALUE ZERO.
019900 01  MINUTOS-HORA                    PIC 9(05) COMP VALUE ZERO.
020000 01  MINUTO-MOVIMIENTO               PIC 9(09) COMP VALUE ZERO.
020100 01  MINUTO-PROGRAMADO               PIC 9(09) COMP VALUE ZERO.
020200 01  MINUTOS-CALCULO                 PIC 9(07) COMP VALUE ZERO.
020300 01  MINUTOS-EXTRA                   PIC 9(07) COMP VALUE ZERO.
020400
020500******************************************************************
020600*    THE SHIFT TIMES IN MINUTES, TAKEN ONCE FROM THE SHFTTB      *
020700*    WINDOWS LESS THE HALF HOUR OF SLACK.  A SHIFT THAT WRAPS    *
020800*    MIDNIGHT ENDS 1440 MINUTES LATER ON THE NEXT DAY            *
020900******************************************************************
021000 COPY "SHFTTB.CPY".
021100
021200 01  TABLA-HORARIOS.
021300     05  HORARIO-RENGLON OCCURS 3 TIMES.
021400         10  HO-INICIO               PIC 9(04) COMP.
021500         10  HO-FIN                  PIC 9(04) COMP.
021600         10  HO-LIMITE               PIC 9(08).
021700         10  HO-CRUZA                PIC X(01).
021800             88  HO-CRUZA-MEDIANOCHE VALUE "S".
021900
022000******************************************************************
022100*    ONE ROW PER BADGE SEEN IN THE PERIOD, WITH ITS SHIFT, THE   *
022200*    OPEN PAIR, THE CURRENT WORK DAY AND THE PERIOD TOTALS IN    *
022300*    MINUTES; AND ONE ROW PER WORK DAY, IN THE ORDER THEY OPEN   *
022400******************************************************************
022500 01  TABLA-EMPLEADOS.
022600     05  EMPLEADO-RENGLON OCCURS 2000 TIMES.
022700         10  TE-BADGE                PIC X(06).
022800         10  TE-NOMBRE               PIC X(15).
022900         10  TE-DEPTO                PIC X(04).
023000         10  TE-TURNO                PIC X(01).
023100         10  TE-HORARIO              PIC 9(04) COMP.
023200         10  TE-ABIERTO              PIC X(01).
023300             88  TE-PAR-ABIERTO      VALUE "S".
023400         10  TE-MINUTO-ABIERTO       PIC 9(09) COMP.
023500         10  TE-JORNADA              PIC 9(04) COMP.
023600         10  TE-DIA-JORNADA          PIC 9(05) COMP.
023700         10  TE-MIN-TRABAJO          PIC 9(07) COMP.
023800         10  TE-MIN-TARDE            PIC 9(07) COMP.
023900         10  TE-MIN-ANTICIPO         PIC 9(07) COMP.
024000         10  TE-LLEGADAS-TARDE       PIC 9(04) COMP.
024100
024200 01  TABLA-JORNADAS.
024300     05  JORNADA-RENGLON OCCURS 6000 TIMES.
024400         10  TJ-EMPLEADO             PIC 9(04) COMP.
024500         10  TJ-FECHA                PIC 9(08).
024600         10  TJ-LLEGADA              PIC 9(08).
024700         10  TJ-TARDE                PIC 9(05) COMP.
024800         10  TJ-SALIDA               PIC 9(08).
024900         10  TJ-MINUTO-SALIDA        PIC 9(09) COMP.
025000         10  TJ-ANTICIPO             PIC 9(05) COMP.
025100         10  TJ-MINUTOS              PIC 9(05) COMP.
025200         10  TJ-SIN-SALIDA           PIC X(01).
025300             88  TJ-QUEDO-SIN-SALIDA VALUE "S".
025400
025500 01  TABLA-DEPTOS.
025600     05  DEPTO-RENGLON OCCURS 100 TIMES.
025700         10  TD-DEPTO                PIC X(04).
025800
025900 01  SUMAS-DEPTO.
026000     05  SD-MIN-TRABAJO              PIC 9(07) COMP.
026100     05  SD-MIN-EXTRA                PIC 9(07) COMP.
026200     05  SD-MIN-TARDE                PIC 9(07) COMP.
026300     05  SD-MIN-ANTICIPO             PIC 9(07) COMP.
026400 01  SUMAS-GENERALES.
026500     05  SG-MIN-TRABAJO              PIC 9(07) COMP VALUE ZERO.
026600     05  SG-MIN-EXTRA                PIC 9(07) COMP VALUE ZERO.
026700     05  SG-MIN-TARDE                PIC 9(07) COMP VALUE ZERO.
026800     05  SG-MIN-ANTICIPO             PIC 9(07) COMP VALUE ZERO.
026900
027000 01  LINEA-DEPTO.
027100     05  FILLER                      PIC X(06) VALUE "DEPTO ".
027200     05  LD-DEPTO                    PIC X(04).
027300     05  FILLER                      PIC X(02) VALUE SPACES.
027400     05  LD-DEPTO-NOMBRE             PIC X(20).
027500     05  FILLER                      PIC X(48) VALUE SPACES.
027600
027700 01  LINEA-EMPLEADO.
027800     05  FILLER                      PIC X(02) VALUE SPACES.
027900     05  LE-BADGE                    PIC X(06).
028000     05  FILLER                      PIC X(02) VALUE SPACES.
028100     05  LE-NOMBRE                   PIC X(15).
028200     05  FILLER                      PIC X(08) VALUE
028300         "  TURNO ".
028400     05  LE-TURNO                    PIC X(01).
028500     05  FILLER                      PIC X(02) VALUE SPACES.
028600     05  LE-AVISO                    PIC X(20).
028700     05  FILLER                      PIC X(24) VALUE SPACES.
028800
028900 01  LINEA-JORNADA.
029000     05  FILLER                      PIC X(04) VALUE SPACES.
029100     05  LJ-FECHA                    PIC 9(08).
029200     05  FILLER                      PIC X(03) VALUE SPACES.
029300     05  LJ-LLEGADA.
029400         10  LJ-LLEGADA-HH           PIC 9(02).
029500         10  FILLER                  PIC X(01) VALUE ":".
029600         10  LJ-LLEGADA-MM           PIC 9(02).
029700     05  FILLER                      PIC X(03) VALUE SPACES.
029800     05  LJ-TARDE                    PIC ZZZ9.
029900     05  FILLER                      PIC X(04) VALUE SPACES.
030000     05  LJ-SALIDA.
030100         10  LJ-SALIDA-HH            PIC 9(02).
030200         10  LJ-SALIDA-SEP           PIC X(01).
030300         10  LJ-SALIDA-MM            PIC 9(02).
030400     05  LJ-SALIDA-X REDEFINES LJ-SALIDA
030500                                     PIC X(05).
030600     05  FILLER                      PIC X(03) VALUE SPACES.
030700     05  LJ-ANTICIPO                 PIC ZZZ9.
030800     05  FILLER                      PIC X(03) VALUE SPACES.
030900     05  LJ-HORAS                    PIC ZZ9.99.
031000     05  FILLER                      PIC X(02) VALUE SPACES.
031100     05  LJ-ALERTA                   PIC X(12).
031200     05  FILLER                      PIC X(14) VALUE SPACES.
031300
031400 01  LINEA-TOTAL-EMPLEADO.
031500     05  FILLER                      PIC X(04) VALUE SPACES.
031600     05  FILLER                      PIC X(18) VALUE
031700         "TOTAL EMPLEADO    ".
031800     05  LT-TARDE                    PIC ZZZZ9.
031900     05  FILLER                      PIC X(11) VALUE SPACES.
032000     05  LT-ANTICIPO                 PIC ZZZZ9.
032100     05  FILLER                      PIC X(02) VALUE SPACES.
032200     05  LT-HORAS                    PIC ZZZ9.99.
032300     05  FILLER                      PIC X(08) VALUE
032400         "  EXTRA ".
032500     05  LT-EXTRA                    PIC ZZ9.99.
032600     05  FILLER                      PIC X(14) VALUE SPACES.
032700
032800 01  LINEA-SUBTOTAL.
032900     05  FILLER                      PIC X(04) VALUE SPACES.
033000     05  LS-TITULO                   PIC X(18).
033100     05  LS-TARDE                    PIC ZZZZ9.
033200     05  FILLER                      PIC X(11) VALUE SPACES.
033300     05  LS-ANTICIPO                 PIC ZZZZ9.
033400     05  FILLER                      PIC X(01) VALUE SPACES.
033500     05  LS-HORAS                    PIC ZZZZ9.99.
033600     05  FILLER                      PIC X(08) VALUE
033700         "  EXTRA ".
033800     05  LS-EXTRA                    PIC ZZZ9.99.
033900     05  FILLER                      PIC X(13) VALUE SPACES.
034000
034100 01  HORAS-EDITADAS                  PIC 9(05)V9(02) VALUE ZERO.
034200
034300 01  TEXTO-SUBTOTAL                  PIC X(18) VALUE
034400     "SUBTOTAL DEPTO    ".
034500 01  TEXTO-GRAN-TOTAL                PIC X(18) VALUE
034600     "TOTAL PLANTA      ".
034700 01  TEXTO-SIN-SALIDA                PIC X(12) VALUE
034800     "*SIN SALIDA*".
034900 01  TEXTO-SIN-TURNO                 PIC X(20) VALUE
035000     "SIN TURNO ASIGNADO".
035100 01  TEXTO-NO-HAY-SALIDA             PIC X(05) VALUE
035200     "  -  ".
035300
035400 01  LINEA-RESUMEN-1.
035500     05  FILLER                      PIC X(02) VALUE SPACES.
035600     05  FILLER                      PIC X(25) VALUE
035700         "EMPLEADOS EN EL PERIODO  ".
035800     05  LR1-CONTADOR                PIC ZZZZ9.
035900     05  FILLER                      PIC X(48) VALUE SPACES.
036000 01  LINEA-RESUMEN-2.
036100     05  FILLER                      PIC X(02) VALUE SPACES.
036200     05  FILLER                      PIC X(25) VALUE
036300         "CON TIEMPO EXTRA         ".
036400     05  LR2-CONTADOR                PIC ZZZZ9.
036500     05  FILLER                      PIC X(48) VALUE SPACES.
036600 01  LINEA-RESUMEN-3.
036700     05  FILLER                      PIC X(02) VALUE SPACES.
036800     05  FILLER                      PIC X(25) VALUE
036900         "LLEGADAS TARDE           ".
037000     05  LR3-CONTADOR                PIC ZZZZ9.
037100     05  FILLER                      PIC X(48) VALUE SPACES.
037200
037300 01  LINEA-ENCABEZADO-1              PIC X(80) VALUE
037400     "HORAS, TIEMPO EXTRA Y RETARDOS POR EMPLEADO".
037500 01  LINEA-ENCABEZADO-2.
037600     05  FILLER                      PIC X(10) VALUE "PERIODO:  ".
037700     05  LE2-DESDE                   PIC 9(08).
037800     05  FILLER                      PIC X(03) VALUE " - ".
037900     05  LE2-HASTA                   PIC 9(08).
038000     05  FILLER                      PIC X(20) VALUE
038100         "   UMBRAL SEMANAL:  ".
038200     05  LE2-UMBRAL                  PIC ZZ9.
038300     05  FILLER                      PIC X(28) VALUE
038400         " HORAS".
038500 01  LINEA-ENCABEZADO-3              PIC X(80) VALUE
038600     "TARDE Y ANTIC. EN MINUTOS CONTRA EL TURNO DEL MAESTRO".
038700 01  LINEA-ENCABEZADO-4              PIC X(80) VALUE
038800     "    FECHA      LLEGA  TARDE     SALE ANTIC.    HORAS".
038900 01  LINEA-BLANCA                    PIC X(80) VALUE SPACES.
039000 01  LINEA-TABLA-EMPS-LLENA          PIC X(80) VALUE
039100     "** TABLA DE EMPLEADOS LLENA - REPORTE INCOMPLETO **".
039200 01  LINEA-TABLA-DIAS-LLENA          PIC X(80) VALUE
039300     "** TABLA DE JORNADAS LLENA - REPORTE INCOMPLETO **".
039400 01  LINEA-TABLA-DEPTOS-LLENA        PIC X(80) VALUE
039500     "** TABLA DE DEPTOS LLENA - REPORTE INCOMPLETO **".
039600
039630 COPY "RUNCTL.CPY".
039660
039700 PROCEDURE DIVISION.
039800******************************************************************
039900*    0000-MAINLINE                                               *
040000******************************************************************
040100 0000-MAINLINE.
040200     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
040300     PERFORM 2000-PROCESAR-BITACORA THRU 2000-EXIT
040400         UNTIL FIN-BITACORA.
040500     PERFORM 3000-CERRAR-PENDIENTES THRU 3000-EXIT
040600         VARYING IDX-HALLADO FROM 1 BY 1
040700         UNTIL IDX-HALLADO > CUANTOS-EMPLEADOS.
040800     PERFORM 4000-ARMAR-DEPTOS THRU 4000-EXIT
040900         VARYING IDX-EMPLEADO FROM 1 BY 1
041000         UNTIL IDX-EMPLEADO > CUANTOS-EMPLEADOS.
041100     PERFORM 4100-IMPRIMIR-DEPTO THRU 4100-EXIT
041200         VARYING IDX-DEPTO FROM 1 BY 1
041300         UNTIL IDX-DEPTO > CUANTOS-DEPTOS.
041400     PERFORM 5000-IMPRIMIR-TOTALES THRU 5000-EXIT.
041500     PERFORM 9000-TERMINAR THRU 9000-EXIT.
041600
041700******************************************************************
041800*    1000-INICIALIZAR - LEE EL PERIODO Y EL UMBRAL DEL           *
041900*    PARAMETRO.  SIN PARAMETRO EL PERIODO SON LOS SIETE DIAS     *
042000*    QUE TERMINAN AYER Y EL UMBRAL 48 HORAS; UN UMBRAL EN CERO   *
042100*    O NO NUMERICO TAMBIEN QUEDA EN 48                           *
042200******************************************************************
042300 1000-INICIALIZAR.
042310     MOVE SPACES TO RCT-REGISTRO.
042320     MOVE "SRC-AMP-SM" TO RCT-PROGRAMA.
042330     ACCEPT RCT-FECHA-CORRIDA FROM DATE YYYYMMDD.
042340     ACCEPT RCT-HORA-INICIO FROM TIME.
042350     MOVE "N" TO RCT-ESTADO.
042400     ACCEPT FECHA-TRABAJO FROM DATE YYYYMMDD.
042500     PERFORM 7000-RESTAR-UN-DIA THRU 7000-EXIT.
042600     MOVE FECHA-TRABAJO TO FECHA-HASTA.
042700     PERFORM 7000-RESTAR-UN-DIA THRU 7000-EXIT
042800         VARYING IDX-DIAS FROM 1 BY 1
042900         UNTIL IDX-DIAS > 6.
043000     MOVE FECHA-TRABAJO TO FECHA-DESDE.
043100     OPEN INPUT PARAMETRO-FILE.
043200     IF FS-SEMPARM = "00"
043300         READ PARAMETRO-FILE
043400             AT END
043500                 CONTINUE
043600             NOT AT END
043700                 IF PRM-FECHA-DESDE IS NUMERIC
043800                         AND PRM-FECHA-HASTA IS NUMERIC
043900                     MOVE PRM-FECHA-DESDE TO FECHA-DESDE
044000                     MOVE PRM-FECHA-HASTA TO FECHA-HASTA
044100                 END-IF
044200                 IF PRM-UMBRAL-HORAS IS NUMERIC
044300                         AND PRM-UMBRAL-HORAS > ZERO
044400                     MOVE PRM-UMBRAL-HORAS TO UMBRAL-HORAS
044500                 END-IF
044600         END-READ
044700         CLOSE PARAMETRO-FILE
044800     END-IF.
044900     COMPUTE UMBRAL-MINUTOS = UMBRAL-HORAS * 60.
045000     MOVE FECHA-DESDE TO FECHA-TRABAJO.
045100     PERFORM 7200-FECHA-A-DIA THRU 7200-EXIT.
045200     COMPUTE DIA-BASE = DIA-ABSOLUTO - 1.
045300     MOVE FECHA-HASTA TO FECHA-TRABAJO.
045400     PERFORM 7200-FECHA-A-DIA THRU 7200-EXIT.
045500     COMPUTE DIA-HASTA = DIA-ABSOLUTO - DIA-BASE.
045600     PERFORM 1100-PREPARAR-HORARIO THRU 1100-EXIT
045700         VARYING IDX-HORARIO FROM 1 BY 1
045800         UNTIL IDX-HORARIO > 3.
045900     OPEN INPUT SGN-LOG-FILE.
046000     OPEN INPUT EMPLOYEE-MASTER.
046020     IF FS-EMPMST = "00"
046040         MOVE "S" TO SW-EMPMST-ABIERTO
046060     END-IF.
046100     OPEN INPUT DEPARTMENT-MASTER.
046120     IF FS-DEPMST = "00"
046140         MOVE "S" TO SW-DEPMST-ABIERTO
046160     END-IF.
046200     OPEN OUTPUT HR-EXTRA-FILE.
046300     OPEN OUTPUT REPORTE-FILE.
046310     IF FS-SGNLOG NOT = "00"
046320         OR FS-EMPMST NOT = "00"
046330         OR FS-HREXTTF NOT = "00"
046340         MOVE "F" TO RCT-ESTADO
046350     END-IF.
046400     MOVE FECHA-DESDE TO SGN-LOG-FECHA.
046500     MOVE ZERO TO SGN-LOG-HORA.
046600     MOVE SPACES TO SGN-LOG-TERMINAL.
046700     START SGN-LOG-FILE KEY IS NOT LESS THAN SGN-LOG-KEY
046800         INVALID KEY
046900             MOVE "S" TO SW-FIN-BITACORA
047000     END-START.
047100     MOVE LINEA-ENCABEZADO-1 TO LINEA-REPORTE.
047200     WRITE LINEA-REPORTE.
047300     MOVE FECHA-DESDE TO LE2-DESDE.
047400     MOVE FECHA-HASTA TO LE2-HASTA.
047500     MOVE UMBRAL-HORAS TO LE2-UMBRAL.
047600     MOVE LINEA-ENCABEZADO-2 TO LINEA-REPORTE.
047700     WRITE LINEA-REPORTE.
047800     MOVE LINEA-ENCABEZADO-3 TO LINEA-REPORTE.
047900     WRITE LINEA-REPORTE.
048000 1000-EXIT.
048100     EXIT.
048200
048300******************************************************************
048400*    1100-PREPARAR-HORARIO - UN TURNO DE SHFTTB A MINUTOS        *
048500******************************************************************
048600 1100-PREPARAR-HORARIO.
048700     MOVE TUR-HORA-INICIO (IDX-HORARIO) TO HORA-TRABAJO.
048800     PERFORM 7300-HORA-A-MINUTOS THRU 7300-EXIT.
048900     COMPUTE HO-INICIO (IDX-HORARIO) = MINUTOS-HORA + 30.
049000     MOVE TUR-HORA-FIN (IDX-HORARIO) TO HORA-TRABAJO.
049100     MOVE TUR-HORA-FIN (IDX-HORARIO) TO HO-LIMITE (IDX-HORARIO).
049200     PERFORM 7300-HORA-A-MINUTOS THRU 7300-EXIT.
049300     COMPUTE HO-FIN (IDX-HORARIO) = MINUTOS-HORA - 30.
049400     IF TUR-HORA-INICIO (IDX-HORARIO) > TUR-HORA-FIN (IDX-HORARIO)
049500         MOVE "S" TO HO-CRUZA (IDX-HORARIO)
049600         ADD 1440 TO HO-FIN (IDX-HORARIO)
049700     ELSE
049800         MOVE "N" TO HO-CRUZA (IDX-HORARIO)
049900     END-IF.
050000 1100-EXIT.
050100     EXIT.
050200
050300******************************************************************
050400*    2000-PROCESAR-BITACORA - UN MOVIMIENTO A LA VEZ EN ORDEN    *
050500*    DE FECHA+HORA, HASTA EL DIA SIGUIENTE AL FIN DEL PERIODO    *
050600******************************************************************
050700 2000-PROCESAR-BITACORA.
050800     READ SGN-LOG-FILE NEXT RECORD
050900         AT END
051000             MOVE "S" TO SW-FIN-BITACORA
051100             GO TO 2000-EXIT
051200     END-READ.
051300     IF SGN-LOG-FECHA NOT = FECHA-ANTERIOR
051400         MOVE SGN-LOG-FECHA TO FECHA-ANTERIOR
051500         MOVE SGN-LOG-FECHA TO FECHA-TRABAJO
051600         PERFORM 7200-FECHA-A-DIA THRU 7200-EXIT
051700         COMPUTE DIA-MOVIMIENTO = DIA-ABSOLUTO - DIA-BASE
051800     END-IF.
051900     IF DIA-MOVIMIENTO > DIA-HASTA + 1
052000         MOVE "S" TO SW-FIN-BITACORA
052100         GO TO 2000-EXIT
052200     END-IF.
052300     IF SGN-LOG-BADGE = SPACES
052400             OR SGN-LOG-TERMINAL = TERMINAL-CIERRE
052500         GO TO 2000-EXIT
052600     END-IF.
052700     PERFORM 2100-BUSCAR-EMPLEADO THRU 2100-EXIT.
052800     IF NOT RENGLON-HALLADO
052900         GO TO 2000-EXIT
053000     END-IF.
053100     MOVE SGN-LOG-HORA TO HORA-TRABAJO.
053200     PERFORM 7300-HORA-A-MINUTOS THRU 7300-EXIT.
053300     COMPUTE MINUTO-MOVIMIENTO =
053400         (DIA-MOVIMIENTO * 1440) + MINUTOS-HORA.
053500     IF SGN-LOG-ES-SALIDA
053600         PERFORM 2400-APLICAR-SALIDA THRU 2400-EXIT
053700     ELSE
053800         PERFORM 2300-APLICAR-ENTRADA THRU 2300-EXIT
053900     END-IF.
054000 2000-EXIT.
054100     EXIT.
054200
054300******************************************************************
054400*    2100-BUSCAR-EMPLEADO - BUSCA EL GAFETE EN LA TABLA; SI NO   *
054500*    ESTA LO AGREGA CON EL TURNO DEL MAESTRO                     *
054600******************************************************************
054700 2100-BUSCAR-EMPLEADO.
054800     MOVE "N" TO SW-RENGLON-HALLADO.
054900     PERFORM 2110-COMPARAR-GAFETE THRU 2110-EXIT
055000         VARYING IDX-EMPLEADO FROM 1 BY 1
055100         UNTIL IDX-EMPLEADO > CUANTOS-EMPLEADOS
055200             OR RENGLON-HALLADO.
055300     IF RENGLON-HALLADO
055400         GO TO 2100-EXIT
055500     END-IF.
055600     IF CUANTOS-EMPLEADOS NOT < 2000
055700         IF NOT TABLA-EMPS-AVISADA
055800             MOVE LINEA-TABLA-EMPS-LLENA TO LINEA-REPORTE
055900             WRITE LINEA-REPORTE
056000             MOVE "S" TO SW-TABLA-EMPS-LLENA
056100         END-IF
056200         GO TO 2100-EXIT
056300     END-IF.
056400     ADD 1 TO CUANTOS-EMPLEADOS.
056500     MOVE CUANTOS-EMPLEADOS TO IDX-HALLADO.
056600     MOVE SGN-LOG-BADGE TO TE-BADGE (IDX-HALLADO).
056700     MOVE SGN-LOG-NOMBRE TO TE-NOMBRE (IDX-HALLADO).
056800     MOVE SGN-LOG-DEPTO TO TE-DEPTO (IDX-HALLADO).
056900     MOVE SPACE TO TE-TURNO (IDX-HALLADO).
057000     MOVE ZERO TO TE-HORARIO (IDX-HALLADO).
057100     MOVE "N" TO TE-ABIERTO (IDX-HALLADO).
057200     MOVE ZERO TO TE-MINUTO-ABIERTO (IDX-HALLADO).
057300     MOVE ZERO TO TE-JORNADA (IDX-HALLADO).
057400     MOVE ZERO TO TE-DIA-JORNADA (IDX-HALLADO).
057500     MOVE ZERO TO TE-MIN-TRABAJO (IDX-HALLADO).
057600     MOVE ZERO TO TE-MIN-TARDE (IDX-HALLADO).
057700     MOVE ZERO TO TE-MIN-ANTICIPO (IDX-HALLADO).
057800     MOVE ZERO TO TE-LLEGADAS-TARDE (IDX-HALLADO).
057900     MOVE "S" TO SW-RENGLON-HALLADO.
058000     IF NOT EMPMST-ABIERTO
058100         GO TO 2100-EXIT
058200     END-IF.
058300     MOVE SGN-LOG-BADGE TO EMP-BADGE.
058400     READ EMPLOYEE-MASTER
058500         INVALID KEY
058600             GO TO 2100-EXIT
058700     END-READ.
058800     MOVE EMP-TURNO TO TE-TURNO (IDX-HALLADO).
058900     PERFORM 2120-BUSCAR-HORARIO THRU 2120-EXIT
059000         VARYING IDX-HORARIO FROM 1 BY 1
059100         UNTIL IDX-HORARIO > 3.
059200 2100-EXIT.
059300     EXIT.
059400
059500 2110-COMPARAR-GAFETE.
059600     IF TE-BADGE (IDX-EMPLEADO) = SGN-LOG-BADGE
059700         MOVE "S" TO SW-RENGLON-HALLADO
059800         MOVE IDX-EMPLEADO TO IDX-HALLADO
059900     END-IF.
060000 2110-EXIT.
060100     EXIT.
060200
060300 2120-BUSCAR-HORARIO.
060400     IF EMP-TURNO NOT = SPACE
060500             AND TUR-CODIGO (IDX-HORARIO) = EMP-TURNO
060600         MOVE IDX-HORARIO TO TE-HORARIO (IDX-HALLADO)
060700     END-IF.
060800 2120-EXIT.
060900     EXIT.
061000
061100******************************************************************
061200*    2300-APLICAR-ENTRADA - DECIDE A QUE DIA DE TRABAJO TOCA LA  *
061300*    ENTRADA (EN UN TURNO QUE CRUZA MEDIANOCHE, LA MADRUGADA ES  *
061400*    DEL DIA ANTERIOR).  FUERA DEL PERIODO SE IGNORA.  LA        *
061500*    PRIMERA ENTRADA DE UN DIA DE TRABAJO NUEVO CIERRA EL DIA    *
061600*    ANTERIOR Y ABRE OTRO CON SU LLEGADA Y RETARDO.  UNA         *
061700*    ENTRADA CON EL PAR TODAVIA ABIERTO DEJA ESE DIA SIN SALIDA  *
061800******************************************************************
061900 2300-APLICAR-ENTRADA.
062000     MOVE DIA-MOVIMIENTO TO DIA-JORNADA.
062100     MOVE TE-HORARIO (IDX-HALLADO) TO IDX-HORARIO.
062200     IF IDX-HORARIO NOT = ZERO
062300         IF HO-CRUZA-MEDIANOCHE (IDX-HORARIO)
062400                 AND SGN-LOG-HORA NOT > HO-LIMITE (IDX-HORARIO)
062500             SUBTRACT 1 FROM DIA-JORNADA
062600         END-IF
062700     END-IF.
062800     IF DIA-JORNADA < 1 OR DIA-JORNADA > DIA-HASTA
062900         GO TO 2300-EXIT
063000     END-IF.
063100     IF TE-PAR-ABIERTO (IDX-HALLADO)
063200         MOVE TE-JORNADA (IDX-HALLADO) TO IDX-JORNADA
063300         IF IDX-JORNADA NOT = ZERO
063400             MOVE "S" TO TJ-SIN-SALIDA (IDX-JORNADA)
063500         END-IF
063600     END-IF.
063700     IF TE-JORNADA (IDX-HALLADO) = ZERO
063800             OR TE-DIA-JORNADA (IDX-HALLADO) NOT = DIA-JORNADA
063900         PERFORM 2310-CERRAR-JORNADA THRU 2310-EXIT
064000         PERFORM 2320-ABRIR-JORNADA THRU 2320-EXIT
064100     END-IF.
064200     MOVE "S" TO TE-ABIERTO (IDX-HALLADO).
064300     MOVE MINUTO-MOVIMIENTO TO TE-MINUTO-ABIERTO (IDX-HALLADO).
064400 2300-EXIT.
064500     EXIT.
064600
064700******************************************************************
064800*    2310-CERRAR-JORNADA - LA ULTIMA SALIDA DEL DIA DE TRABAJO   *
064900*    ES LA SALIDA DEL TURNO; LO QUE FALTE PARA EL FIN DEL TURNO  *
065000*    ES SALIDA ANTICIPADA.  UN DIA SIN SALIDA NO SE MIDE         *
065100******************************************************************
065200 2310-CERRAR-JORNADA.
065300     MOVE TE-JORNADA (IDX-HALLADO) TO IDX-JORNADA.
065400     MOVE TE-HORARIO (IDX-HALLADO) TO IDX-HORARIO.
065500     IF IDX-JORNADA = ZERO OR IDX-HORARIO = ZERO
065600         GO TO 2310-EXIT
065700     END-IF.
065800     IF TJ-QUEDO-SIN-SALIDA (IDX-JORNADA)
065900             OR TJ-MINUTO-SALIDA (IDX-JORNADA) = ZERO
066000         GO TO 2310-EXIT
066100     END-IF.
066200     COMPUTE MINUTO-PROGRAMADO =
066300         (TE-DIA-JORNADA (IDX-HALLADO) * 1440)
066400             + HO-FIN (IDX-HORARIO).
066500     IF TJ-MINUTO-SALIDA (IDX-JORNADA) < MINUTO-PROGRAMADO
066600         COMPUTE TJ-ANTICIPO (IDX-JORNADA) =
066700             MINUTO-PROGRAMADO - TJ-MINUTO-SALIDA (IDX-JORNADA)
066800         ADD TJ-ANTICIPO (IDX-JORNADA)
066900             TO TE-MIN-ANTICIPO (IDX-HALLADO)
067000     END-IF.
067100 2310-EXIT.
067200     EXIT.
067300
067400******************************************************************
067500*    2320-ABRIR-JORNADA - UN DIA DE TRABAJO NUEVO; LA LLEGADA    *
067600*    DESPUES DEL INICIO DEL TURNO ES RETARDO                     *
067700******************************************************************
067800 2320-ABRIR-JORNADA.
067900     IF CUANTAS-JORNADAS NOT < 6000
068000         IF NOT TABLA-DIAS-AVISADA
068100             MOVE LINEA-TABLA-DIAS-LLENA TO LINEA-REPORTE
068200             WRITE LINEA-REPORTE
068300             MOVE "S" TO SW-TABLA-DIAS-LLENA
068400         END-IF
068500         MOVE ZERO TO TE-JORNADA (IDX-HALLADO)
068600         MOVE DIA-JORNADA TO TE-DIA-JORNADA (IDX-HALLADO)
068700         GO TO 2320-EXIT
068800     END-IF.
068900     ADD 1 TO CUANTAS-JORNADAS.
069000     MOVE CUANTAS-JORNADAS TO IDX-JORNADA.
069100     MOVE IDX-JORNADA TO TE-JORNADA (IDX-HALLADO).
069200     MOVE DIA-JORNADA TO TE-DIA-JORNADA (IDX-HALLADO).
069300     MOVE IDX-HALLADO TO TJ-EMPLEADO (IDX-JORNADA).
069400     MOVE SGN-LOG-FECHA TO TJ-FECHA (IDX-JORNADA).
069500     MOVE SGN-LOG-HORA TO TJ-LLEGADA (IDX-JORNADA).
069600     MOVE ZERO TO TJ-TARDE (IDX-JORNADA).
069700     MOVE ZERO TO TJ-SALIDA (IDX-JORNADA).
069800     MOVE ZERO TO TJ-MINUTO-SALIDA (IDX-JORNADA).
069900     MOVE ZERO TO TJ-ANTICIPO (IDX-JORNADA).
070000     MOVE ZERO TO TJ-MINUTOS (IDX-JORNADA).
070100     MOVE "N" TO TJ-SIN-SALIDA (IDX-JORNADA).
070200     MOVE TE-HORARIO (IDX-HALLADO) TO IDX-HORARIO.
070300     IF IDX-HORARIO = ZERO
070400         GO TO 2320-EXIT
070500     END-IF.
070600     COMPUTE MINUTO-PROGRAMADO =
070700         (DIA-JORNADA * 1440) + HO-INICIO (IDX-HORARIO).
070800     IF MINUTO-MOVIMIENTO > MINUTO-PROGRAMADO
070900         COMPUTE TJ-TARDE (IDX-JORNADA) =
071000             MINUTO-MOVIMIENTO - MINUTO-PROGRAMADO
071100         ADD TJ-TARDE (IDX-JORNADA) TO TE-MIN-TARDE (IDX-HALLADO)
071200         ADD 1 TO TE-LLEGADAS-TARDE (IDX-HALLADO)
071300         ADD 1 TO CONTADOR-LLEGADAS-TARDE
071400     END-IF.
071500 2320-EXIT.
071600     EXIT.
071700
071800******************************************************************
071900*    2400-APLICAR-SALIDA - CIERRA EL PAR ABIERTO Y SUMA SUS      *
072000*    MINUTOS AL DIA DE TRABAJO Y AL EMPLEADO; UNA SALIDA SIN     *
072100*    ENTRADA ABIERTA SE IGNORA.  SI LA SALIDA ES DE OTRO DIA DE  *
072110*    TRABAJO QUE LA ENTRADA (MISMA REGLA DE MEDIANOCHE QUE       *
072120*    2300), EL DIA DE LA ENTRADA QUEDA SIN SALIDA Y NO SE SUMAN  *
072130*    MINUTOS                                                     *
072200******************************************************************
072300 2400-APLICAR-SALIDA.
072400     IF NOT TE-PAR-ABIERTO (IDX-HALLADO)
072500         GO TO 2400-EXIT
072600     END-IF.
072610     MOVE DIA-MOVIMIENTO TO DIA-JORNADA.
072620     MOVE TE-HORARIO (IDX-HALLADO) TO IDX-HORARIO.
072630     IF IDX-HORARIO NOT = ZERO
072640         IF HO-CRUZA-MEDIANOCHE (IDX-HORARIO)
072650                 AND SGN-LOG-HORA NOT > HO-LIMITE (IDX-HORARIO)
072660             SUBTRACT 1 FROM DIA-JORNADA
072670         END-IF
072680     END-IF.
072685     IF DIA-JORNADA NOT = TE-DIA-JORNADA (IDX-HALLADO)
072690         MOVE "N" TO TE-ABIERTO (IDX-HALLADO)
072692         MOVE TE-JORNADA (IDX-HALLADO) TO IDX-JORNADA
072694         IF IDX-JORNADA NOT = ZERO
072696             MOVE "S" TO TJ-SIN-SALIDA (IDX-JORNADA)
072697         END-IF
072698         GO TO 2400-EXIT
072699     END-IF.
072700     MOVE "N" TO TE-ABIERTO (IDX-HALLADO).
072800     IF MINUTO-MOVIMIENTO > TE-MINUTO-ABIERTO (IDX-HALLADO)
072900         COMPUTE MINUTOS-CALCULO =
073000             MINUTO-MOVIMIENTO - TE-MINUTO-ABIERTO (IDX-HALLADO)
073100     ELSE
073200         MOVE ZERO TO MINUTOS-CALCULO
073300     END-IF.
073400     ADD MINUTOS-CALCULO TO TE-MIN-TRABAJO (IDX-HALLADO).
073500     MOVE TE-JORNADA (IDX-HALLADO) TO IDX-JORNADA.
073600     IF IDX-JORNADA = ZERO
073700         GO TO 2400-EXIT
073800     END-IF.
073900     ADD MINUTOS-CALCULO TO TJ-MINUTOS (IDX-JORNADA).
074000     MOVE SGN-LOG-HORA TO TJ-SALIDA (IDX-JORNADA).
074100     MOVE MINUTO-MOVIMIENTO TO TJ-MINUTO-SALIDA (IDX-JORNADA).
074200 2400-EXIT.
074300     EXIT.
074400
074500******************************************************************
074600*    3000-CERRAR-PENDIENTES - AL FIN DE LA LECTURA UN PAR        *
074700*    ABIERTO DEJA SU DIA SIN SALIDA; SE CIERRA EL ULTIMO DIA DE  *
074800*    TRABAJO DE CADA EMPLEADO                                    *
074900******************************************************************
075000 3000-CERRAR-PENDIENTES.
075100     IF TE-PAR-ABIERTO (IDX-HALLADO)
075200         MOVE "N" TO TE-ABIERTO (IDX-HALLADO)
075300         MOVE TE-JORNADA (IDX-HALLADO) TO IDX-JORNADA
075400         IF IDX-JORNADA NOT = ZERO
075500             MOVE "S" TO TJ-SIN-SALIDA (IDX-JORNADA)
075600         END-IF
075700     END-IF.
075800     PERFORM 2310-CERRAR-JORNADA THRU 2310-EXIT.
075900 3000-EXIT.
076000     EXIT.
076100
076200******************************************************************
076300*    4000-ARMAR-DEPTOS - LA LISTA DE DEPTOS DEL PERIODO, EN EL   *
076400*    ORDEN EN QUE APARECEN                                       *
076500******************************************************************
076600 4000-ARMAR-DEPTOS.
076700     MOVE "N" TO SW-RENGLON-HALLADO.
076800     PERFORM 4010-COMPARAR-DEPTO THRU 4010-EXIT
076900         VARYING IDX-DEPTO FROM 1 BY 1
077000         UNTIL IDX-DEPTO > CUANTOS-DEPTOS
077100             OR RENGLON-HALLADO.
077200     IF RENGLON-HALLADO
077300         GO TO 4000-EXIT
077400     END-IF.
077500     IF CUANTOS-DEPTOS < 100
077600         ADD 1 TO CUANTOS-DEPTOS
077700         MOVE TE-DEPTO (IDX-EMPLEADO) TO TD-DEPTO (CUANTOS-DEPTOS)
077800     ELSE
077900         IF NOT TABLA-DEPTOS-AVISADA
078000             MOVE LINEA-TABLA-DEPTOS-LLENA TO LINEA-REPORTE
078100             WRITE LINEA-REPORTE
078200             MOVE "S" TO SW-TABLA-DEPTOS-LLENA
078300         END-IF
078400     END-IF.
078500 4000-EXIT.
078600     EXIT.
078700
078800 4010-COMPARAR-DEPTO.
078900     IF TD-DEPTO (IDX-DEPTO) = TE-DEPTO (IDX-EMPLEADO)
079000         MOVE "S" TO SW-RENGLON-HALLADO
079100     END-IF.
079200 4010-EXIT.
079300     EXIT.
079400
079500******************************************************************
079600*    4100-IMPRIMIR-DEPTO - ENCABEZADO CON EL NOMBRE DE DEPMST,   *
079700*    LOS EMPLEADOS DEL DEPTO Y SU SUBTOTAL                       *
079800******************************************************************
079900 4100-IMPRIMIR-DEPTO.
080000     MOVE ZERO TO SD-MIN-TRABAJO.
080100     MOVE ZERO TO SD-MIN-EXTRA.
080200     MOVE ZERO TO SD-MIN-TARDE.
080300     MOVE ZERO TO SD-MIN-ANTICIPO.
080400     MOVE LINEA-BLANCA TO LINEA-REPORTE.
080500     WRITE LINEA-REPORTE.
080600     MOVE TD-DEPTO (IDX-DEPTO) TO LD-DEPTO.
080700     PERFORM 4150-BUSCAR-DEPTO THRU 4150-EXIT.
080800     MOVE LINEA-DEPTO TO LINEA-REPORTE.
080900     WRITE LINEA-REPORTE.
081000     MOVE LINEA-ENCABEZADO-4 TO LINEA-REPORTE.
081100     WRITE LINEA-REPORTE.
081200     PERFORM 4200-IMPRIMIR-EMPLEADO THRU 4200-EXIT
081300         VARYING IDX-EMPLEADO FROM 1 BY 1
081400         UNTIL IDX-EMPLEADO > CUANTOS-EMPLEADOS.
081500     MOVE TEXTO-SUBTOTAL TO LS-TITULO.
081600     MOVE SD-MIN-TARDE TO LS-TARDE.
081700     MOVE SD-MIN-ANTICIPO TO LS-ANTICIPO.
081800     COMPUTE HORAS-EDITADAS ROUNDED = SD-MIN-TRABAJO / 60.
081900     MOVE HORAS-EDITADAS TO LS-HORAS.
082000     COMPUTE HORAS-EDITADAS ROUNDED = SD-MIN-EXTRA / 60.
082100     MOVE HORAS-EDITADAS TO LS-EXTRA.
082200     MOVE LINEA-SUBTOTAL TO LINEA-REPORTE.
082300     WRITE LINEA-REPORTE.
082400     ADD SD-MIN-TRABAJO TO SG-MIN-TRABAJO.
082500     ADD SD-MIN-EXTRA TO SG-MIN-EXTRA.
082600     ADD SD-MIN-TARDE TO SG-MIN-TARDE.
082700     ADD SD-MIN-ANTICIPO TO SG-MIN-ANTICIPO.
082800 4100-EXIT.
082900     EXIT.
083000
083100******************************************************************
083200*    4150-BUSCAR-DEPTO - EL NOMBRE DEL DEPTO DESDE EL ARCHIVO    *
083300*    DE REFERENCIA; SIN ARCHIVO O CODIGO DESCONOCIDO EL NOMBRE   *
083400*    QUEDA EN BLANCO                                             *
083500******************************************************************
083600 4150-BUSCAR-DEPTO.
083700     MOVE SPACES TO LD-DEPTO-NOMBRE.
083800     IF NOT DEPMST-ABIERTO
083900         GO TO 4150-EXIT
084000     END-IF.
084100     MOVE TD-DEPTO (IDX-DEPTO) TO DEP-CODIGO.
084200     READ DEPARTMENT-MASTER
084300         INVALID KEY
084400             CONTINUE
084500         NOT INVALID KEY
084600             MOVE DEP-NOMBRE TO LD-DEPTO-NOMBRE
084700     END-READ.
084800 4150-EXIT.
084900     EXIT.
085000
085100******************************************************************
085200*    4200-IMPRIMIR-EMPLEADO - SI ES DEL DEPTO: SU RENGLON, UN    *
085300*    RENGLON POR DIA DE TRABAJO, SU TOTAL Y, SI PASA DEL         *
085400*    UMBRAL, SU REGISTRO EN EL EXTRACTO DE TIEMPO EXTRA          *
085500******************************************************************
085600 4200-IMPRIMIR-EMPLEADO.
085700     IF TE-DEPTO (IDX-EMPLEADO) NOT = TD-DEPTO (IDX-DEPTO)
085800         GO TO 4200-EXIT
085900     END-IF.
086000     ADD 1 TO CONTADOR-EMPLEADOS.
086100     MOVE TE-BADGE (IDX-EMPLEADO) TO LE-BADGE.
086200     MOVE TE-NOMBRE (IDX-EMPLEADO) TO LE-NOMBRE.
086300     MOVE TE-TURNO (IDX-EMPLEADO) TO LE-TURNO.
086400     IF TE-HORARIO (IDX-EMPLEADO) = ZERO
086500         MOVE TEXTO-SIN-TURNO TO LE-AVISO
086600     ELSE
086700         MOVE SPACES TO LE-AVISO
086800     END-IF.
086900     MOVE LINEA-EMPLEADO TO LINEA-REPORTE.
087000     WRITE LINEA-REPORTE.
087100     PERFORM 4300-IMPRIMIR-JORNADA THRU 4300-EXIT
087200         VARYING IDX-JORNADA FROM 1 BY 1
087300         UNTIL IDX-JORNADA > CUANTAS-JORNADAS.
087400     IF TE-MIN-TRABAJO (IDX-EMPLEADO) > UMBRAL-MINUTOS
087500         COMPUTE MINUTOS-EXTRA =
087600             TE-MIN-TRABAJO (IDX-EMPLEADO) - UMBRAL-MINUTOS
087700     ELSE
087800         MOVE ZERO TO MINUTOS-EXTRA
087900     END-IF.
088000     MOVE TE-MIN-TARDE (IDX-EMPLEADO) TO LT-TARDE.
088100     MOVE TE-MIN-ANTICIPO (IDX-EMPLEADO) TO LT-ANTICIPO.
088200     COMPUTE HORAS-EDITADAS ROUNDED =
088300         TE-MIN-TRABAJO (IDX-EMPLEADO) / 60.
088400     MOVE HORAS-EDITADAS TO LT-HORAS.
088500     COMPUTE HORAS-EDITADAS ROUNDED = MINUTOS-EXTRA / 60.
088600     MOVE HORAS-EDITADAS TO LT-EXTRA.
088700     MOVE LINEA-TOTAL-EMPLEADO TO LINEA-REPORTE.
088800     WRITE LINEA-REPORTE.
088900     ADD TE-MIN-TRABAJO (IDX-EMPLEADO) TO SD-MIN-TRABAJO.
089000     ADD MINUTOS-EXTRA TO SD-MIN-EXTRA.
089100     ADD TE-MIN-TARDE (IDX-EMPLEADO) TO SD-MIN-TARDE.
089200     ADD TE-MIN-ANTICIPO (IDX-EMPLEADO) TO SD-MIN-ANTICIPO.
089300     IF MINUTOS-EXTRA > ZERO
089400         PERFORM 4400-EMITIR-EXTRA THRU 4400-EXIT
089500     END-IF.
089600 4200-EXIT.
089700     EXIT.
089800
089900 4300-IMPRIMIR-JORNADA.
090000     IF TJ-EMPLEADO (IDX-JORNADA) NOT = IDX-EMPLEADO
090100         GO TO 4300-EXIT
090200     END-IF.
090300     MOVE TJ-FECHA (IDX-JORNADA) TO LJ-FECHA.
090400     MOVE TJ-LLEGADA (IDX-JORNADA) TO HORA-TRABAJO.
090500     MOVE HD-HH TO LJ-LLEGADA-HH.
090600     MOVE HD-MM TO LJ-LLEGADA-MM.
090700     MOVE TJ-TARDE (IDX-JORNADA) TO LJ-TARDE.
090800     IF TJ-MINUTO-SALIDA (IDX-JORNADA) = ZERO
090900         MOVE TEXTO-NO-HAY-SALIDA TO LJ-SALIDA-X
091000     ELSE
091100         MOVE TJ-SALIDA (IDX-JORNADA) TO HORA-TRABAJO
091200         MOVE HD-HH TO LJ-SALIDA-HH
091300         MOVE ":" TO LJ-SALIDA-SEP
091400         MOVE HD-MM TO LJ-SALIDA-MM
091500     END-IF.
091600     MOVE TJ-ANTICIPO (IDX-JORNADA) TO LJ-ANTICIPO.
091700     COMPUTE HORAS-EDITADAS ROUNDED =
091800         TJ-MINUTOS (IDX-JORNADA) / 60.
091900     MOVE HORAS-EDITADAS TO LJ-HORAS.
092000     IF TJ-QUEDO-SIN-SALIDA (IDX-JORNADA)
092100         MOVE TEXTO-SIN-SALIDA TO LJ-ALERTA
092200     ELSE
092300         MOVE SPACES TO LJ-ALERTA
092400     END-IF.
092500     MOVE LINEA-JORNADA TO LINEA-REPORTE.
092600     WRITE LINEA-REPORTE.
092700 4300-EXIT.
092800     EXIT.
092900
093000******************************************************************
093100*    4400-EMITIR-EXTRA - EL REGISTRO DEL EXTRACTO DE TIEMPO      *
093200*    EXTRA PARA NOMINA                                           *
093300******************************************************************
093400 4400-EMITIR-EXTRA.
093500     ADD 1 TO CONTADOR-CON-EXTRA.
093600     MOVE FECHA-DESDE TO HRO-FECHA-DESDE.
093700     MOVE FECHA-HASTA TO HRO-FECHA-HASTA.
093800     MOVE TE-BADGE (IDX-EMPLEADO) TO HRO-BADGE.
093900     MOVE TE-NOMBRE (IDX-EMPLEADO) TO HRO-NOMBRE.
094000     MOVE TE-DEPTO (IDX-EMPLEADO) TO HRO-DEPTO.
094100     MOVE TE-TURNO (IDX-EMPLEADO) TO HRO-TURNO.
094200     MOVE TE-MIN-TRABAJO (IDX-EMPLEADO) TO HRO-MINUTOS-TRABAJADOS.
094300     MOVE UMBRAL-MINUTOS TO HRO-MINUTOS-UMBRAL.
094400     MOVE MINUTOS-EXTRA TO HRO-MINUTOS-EXTRA.
094500     COMPUTE HRO-HORAS-EXTRA ROUNDED = MINUTOS-EXTRA / 60.
094600     MOVE TE-MIN-TARDE (IDX-EMPLEADO) TO HRO-MINUTOS-TARDE.
094700     MOVE TE-LLEGADAS-TARDE (IDX-EMPLEADO) TO HRO-LLEGADAS-TARDE.
094800     MOVE TE-MIN-ANTICIPO (IDX-EMPLEADO) TO HRO-MINUTOS-ANTICIPO.
094900     WRITE HR-REGISTRO-EXTRA.
095000 4400-EXIT.
095100     EXIT.
095200
095300******************************************************************
095400*    5000-IMPRIMIR-TOTALES                                       *
095500******************************************************************
095600 5000-IMPRIMIR-TOTALES.
095700     MOVE LINEA-BLANCA TO LINEA-REPORTE.
095800     WRITE LINEA-REPORTE.
095900     MOVE TEXTO-GRAN-TOTAL TO LS-TITULO.
096000     MOVE SG-MIN-TARDE TO LS-TARDE.
096100     MOVE SG-MIN-ANTICIPO TO LS-ANTICIPO.
096200     COMPUTE HORAS-EDITADAS ROUNDED = SG-MIN-TRABAJO / 60.
096300     MOVE HORAS-EDITADAS TO LS-HORAS.
096400     COMPUTE HORAS-EDITADAS ROUNDED = SG-MIN-EXTRA / 60.
096500     MOVE HORAS-EDITADAS TO LS-EXTRA.
096600     MOVE LINEA-SUBTOTAL TO LINEA-REPORTE.
096700     WRITE LINEA-REPORTE.
096800     MOVE LINEA-BLANCA TO LINEA-REPORTE.
096900     WRITE LINEA-REPORTE.
097000     MOVE CONTADOR-EMPLEADOS TO LR1-CONTADOR.
097100     MOVE LINEA-RESUMEN-1 TO LINEA-REPORTE.
097200     WRITE LINEA-REPORTE.
097300     MOVE CONTADOR-CON-EXTRA TO LR2-CONTADOR.
097400     MOVE LINEA-RESUMEN-2 TO LINEA-REPORTE.
097500     WRITE LINEA-REPORTE.
097600     MOVE CONTADOR-LLEGADAS-TARDE TO LR3-CONTADOR.
097700     MOVE LINEA-RESUMEN-3 TO LINEA-REPORTE.
097800     WRITE LINEA-REPORTE.
097900 5000-EXIT.
098000     EXIT.
098100
098200******************************************************************
098300*    7000-RESTAR-UN-DIA - RETROCEDE FECHA-TRABAJO UN DIA DE      *
098400*    CALENDARIO, CRUZANDO MES Y ANIO; FEBRERO TIENE 29 EN ANIO   *
098500*    BISIESTO (DIVISIBLE ENTRE 4, SALVO SIGLOS NO DIVISIBLES     *
098600*    ENTRE 400)                                                  *
098700******************************************************************
098800 7000-RESTAR-UN-DIA.
098900     IF FT-DIA > 1
099000         SUBTRACT 1 FROM FT-DIA
099100         GO TO 7000-EXIT
099200     END-IF.
099300     IF FT-MES = 1
099400         SUBTRACT 1 FROM FT-ANIO
099500         MOVE 12 TO FT-MES
099600         MOVE 31 TO FT-DIA
099700         GO TO 7000-EXIT
099800     END-IF.
099900     SUBTRACT 1 FROM FT-MES.
100000     SET IDX-MES TO FT-MES.
100100     MOVE MES-DIAS (IDX-MES) TO DIAS-DEL-MES.
100200     IF FT-MES = 2
100300         DIVIDE FT-ANIO BY 4
100400             GIVING COCIENTE-ANIO REMAINDER RESIDUO-ANIO
100500         IF RESIDUO-ANIO = ZERO
100600             MOVE 29 TO DIAS-DEL-MES
100700             DIVIDE FT-ANIO BY 100
100800                 GIVING COCIENTE-ANIO REMAINDER RESIDUO-ANIO
100900             IF RESIDUO-ANIO = ZERO
101000                 DIVIDE FT-ANIO BY 400
101100                     GIVING COCIENTE-ANIO REMAINDER RESIDUO-ANIO
101200                 IF RESIDUO-ANIO NOT = ZERO
101300                     MOVE 28 TO DIAS-DEL-MES
101400                 END-IF
101500             END-IF
101600         END-IF
101700     END-IF.
101800     MOVE DIAS-DEL-MES TO FT-DIA.
101900 7000-EXIT.
102000     EXIT.
102100
102200******************************************************************
102300*    7200-FECHA-A-DIA - NUMERO DE DIA CORRIDO DE FECHA-TRABAJO   *
102400*    EN DIA-ABSOLUTO: 365 POR ANIO MAS UN DIA POR CADA BISIESTO  *
102500*    ANTERIOR (EL ANIO EN CURSO CUENTA SOLO DESPUES DE FEBRERO)  *
102600*    MAS LOS DIAS DE LOS MESES ANTERIORES Y EL DIA DEL MES       *
102700******************************************************************
102800 7200-FECHA-A-DIA.
102900     MOVE FT-ANIO TO ANIO-AJUSTADO.
103000     IF FT-MES < 3
103100         SUBTRACT 1 FROM ANIO-AJUSTADO
103200     END-IF.
103300     DIVIDE ANIO-AJUSTADO BY 4 GIVING BISIESTOS-4.
103400     DIVIDE ANIO-AJUSTADO BY 100 GIVING BISIESTOS-100.
103500     DIVIDE ANIO-AJUSTADO BY 400 GIVING BISIESTOS-400.
103600     COMPUTE DIA-ABSOLUTO = (FT-ANIO * 365)
103700         + BISIESTOS-4 - BISIESTOS-100 + BISIESTOS-400
103800         + DIAS-ANTES-MES (FT-MES) + FT-DIA.
103900 7200-EXIT.
104000     EXIT.
104100
104200******************************************************************
104300*    7300-HORA-A-MINUTOS - CONVIERTE LA HORA HHMMSSCC DE         *
104400*    HORA-TRABAJO A MINUTOS DESDE MEDIANOCHE (SEGUNDOS Y         *
104500*    CENTESIMOS SE DESCARTAN)                                    *
104600******************************************************************
104700 7300-HORA-A-MINUTOS.
104800     COMPUTE MINUTOS-HORA = (HD-HH * 60) + HD-MM.
104900 7300-EXIT.
105000     EXIT.
105100
105200******************************************************************
105300*    9000-TERMINAR                                                *
105400******************************************************************
105500 9000-TERMINAR.
105550     PERFORM 9900-REGISTRAR-CONTROL THRU 9900-EXIT.
105600     CLOSE SGN-LOG-FILE.
105700     IF FS-EMPMST NOT = "35"
105800         CLOSE EMPLOYEE-MASTER
105900     END-IF.
106000     IF FS-DEPMST NOT = "35"
106100         CLOSE DEPARTMENT-MASTER
106200     END-IF.
106300     CLOSE HR-EXTRA-FILE.
106400     CLOSE REPORTE-FILE.
106500     STOP RUN.
106600 9000-EXIT.
106700     EXIT.
106704
106708******************************************************************
106712*    9900-REGISTRAR-CONTROL - DEJA EL REGISTRO DE CONTROL DE LA   *
106716*    CORRIDA EN RUNCTL PARA EL REPORTE DE CUADRE MATUTINO         *
106720******************************************************************
106724 9900-REGISTRAR-CONTROL.
106728     MOVE FECHA-HASTA TO RCT-FECHA-PROCESO.
106732     IF (TABLA-EMPS-AVISADA OR TABLA-DIAS-AVISADA
106736             OR TABLA-DEPTOS-AVISADA)
106740             AND RCT-NORMAL
106744         MOVE "A" TO RCT-ESTADO
106748     END-IF.
106752     MOVE "EMPLEADO" TO RCT-ETIQUETA (1).
106756     MOVE CONTADOR-EMPLEADOS TO RCT-CUENTA (1).
106760     MOVE "CONEXTRA" TO RCT-ETIQUETA (2).
106764     MOVE CONTADOR-CON-EXTRA TO RCT-CUENTA (2).
106768     MOVE "TARDE" TO RCT-ETIQUETA (3).
106772     MOVE CONTADOR-LLEGADAS-TARDE TO RCT-CUENTA (3).
106776     MOVE "JORNADAS" TO RCT-ETIQUETA (4).
106780     MOVE CUANTAS-JORNADAS TO RCT-CUENTA (4).
106784     CALL "SRC-AMP-RC" USING RCT-REGISTRO.
106788 9900-EXIT.
106792     EXIT.
106800 END PROGRAM SRC-AMP-SM.
