000100******************************************************************
000200*                                                                *
000300*    SRC_CUA.CBL                                                *
000400*                                                                *
000500*    PROGRAM-ID.  SRC-AMP-CU                                    *
000600*    AUTHOR.      R. SOTO MADERA                                *
000700*    INSTALLATION. TERMINAL SERVICES - PLANTA 3                 *
000800*    DATE-WRITTEN. 2026-10-15.                                  *
000900*                                                                *
001000*    MORNING BALANCING REPORT.  READS THE RUNCTL LOG THAT EVERY  *
001100*    BATCH PROGRAM APPENDS TO AS IT ENDS (SEE RUNCTL.CPY AND     *
001200*    SRC-AMP-RC) AND CROSS-CHECKS THE NIGHTLY AND MORNING        *
001300*    CHAIN FOR ONE PROCESSING DATE - YESTERDAY, UNLESS THE       *
001400*    CUAPARM CARD GIVES ANOTHER.  LISTS EVERY RUN FOR THE DATE,  *
001500*    THEN CHECKS THAT THE HRINTFC RECORDS SRC-AMP-EX WROTE       *
001600*    EQUAL THE DAY'S SGNLOG ENTRADAS PLUS THE HRRESND RESENDS    *
001700*    SRC-AMP-AK QUEUED THAT MORNING, THAT THE HRDURTF BADGES     *
001800*    SRC-AMP-TM WROTE EQUAL THE DISTINCT BADGES WITH MOVEMENTS   *
001900*    IN SGNLOG, AND THAT THE CIEPARM DATE OF SRC-AMP-CR MATCHES  *
002000*    THE TMSPARM DATE OF SRC-AMP-TM.  FLAGS EVERY EXPECTED JOB   *
002100*    WITH NO RUN FOR THE DATE AND EVERY EXPECTED JOB THAT RAN    *
002110*    MORE THAN ONCE FOR IT; THE ON-DEMAND AND INTRADAY PROGRAMS  *
002120*    (GUARD-DESK QUERIES, MUSTER, SPOOL RERUNS, THE NT SWEEP)    *
002130*    RUN AS OFTEN AS NEEDED AND ARE NOT CHECKED FOR DOUBLES.     *
002200*    THE COUNTS ARE TAKEN FROM THE RUNCTL SLOTS BY POSITION -    *
002300*    EACH PROGRAM ALWAYS FILLS THE SAME SLOTS - SO A CHANGE TO   *
002400*    A PROGRAM'S 9900-REGISTRAR-CONTROL MUST BE CARRIED HERE.    *
002600*                                                                *
002700*    MODIFICATION HISTORY.                                       *
002800*    DATE-WRITTEN.  2026-10-15.                                  *
002900*    2026-10-15  RSM  ORIGINAL.                                   *
002910*    2026-10-15  RSM  ADDED THE NIGHTLY SRC-AMP-SQ SEQUENCE       *
002920*                     CHECK TO THE EXPECTED JOBS.                 *
002930*    2026-10-15  RSM  THE INTRADAY SRC-AMP-NT SWEEP RUNS MANY     *
002940*                     TIMES A DAY; LEFT OUT OF THE DOUBLES.       *
002950*    2026-10-15  RSM  ADDED THE NIGHTLY SRC-AMP-OC OCCUPANCY      *
002960*                     REPORT TO THE EXPECTED JOBS.                *
002970*    2026-10-15  RSM  ENTRADA COUNT LEAVES OUT THE "CORRSUPV"     *
002980*                     CORRECTIONS, AS SRC-AMP-EX NOW DOES.        *
003000*    2026-10-15  RSM  SGNLOG IS CLOSED AT THE END WHENEVER IT     *
003020*                     OPENED, NOT ONLY WHEN THE LAST READ LEFT    *
003040*                     THE STATUS AT 00.                           *
003048*    2026-10-15  RSM  DOUBLES ARE CHECKED ONLY FOR THE EXPECTED   *
003056*                     JOBS; ON-DEMAND PROGRAMS SUCH AS THE GUARD- *
003064*                     DESK QUERIES, MUSTER AND SPOOL RERUNS, AND  *
003072*                     THE NT SWEEP, MAY RUN ANY NUMBER OF TIMES A *
003080*                     DAY.                                        *
003088*                                                                *
003100******************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID. SRC-AMP-CU.
003400 AUTHOR. R. SOTO MADERA.
003500 INSTALLATION. TERMINAL SERVICES - PLANTA 3.
003600 DATE-WRITTEN. 2026-10-15.
003700 DATE-COMPILED.
003800
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT PARAMETRO-FILE ASSIGN TO "CUAPARM"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS FS-CUAPARM.
004500
004600     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS FS-RUNCTL.
004900
005000     SELECT SGN-LOG-FILE ASSIGN TO "SGNLOG"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS SGN-LOG-KEY
005400         FILE STATUS IS FS-SGNLOG.
005500
005600     SELECT REPORTE-FILE ASSIGN TO "CUARPT"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS FS-CUARPT.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  PARAMETRO-FILE
006300     LABEL RECORDS ARE STANDARD.
006400 01  PARAMETRO-REGISTRO.
006500     05  PRM-FECHA                   PIC 9(08).
006600
006700 FD  RUN-CONTROL-FILE
006800     LABEL RECORDS ARE STANDARD.
006900 01  RCT-LINEA                       PIC X(120).
007000
007100 FD  SGN-LOG-FILE
007200     LABEL RECORDS ARE STANDARD.
007300 COPY "SGNREC.CPY".
007400
007500 FD  REPORTE-FILE
007600     LABEL RECORDS ARE STANDARD.
007700 01  LINEA-REPORTE                   PIC X(80).
007800
007900 WORKING-STORAGE SECTION.
008000 01  FS-CUAPARM                      PIC X(02) VALUE "00".
008100 01  FS-RUNCTL                       PIC X(02) VALUE "00".
008200 01  FS-SGNLOG                       PIC X(02) VALUE "00".
008300 01  FS-CUARPT                       PIC X(02) VALUE "00".
008400
008500 01  SW-FIN-CONTROL                  PIC X(01) VALUE "N".
008600     88  FIN-CONTROL                 VALUE "S".
008700 01  SW-FIN-BITACORA                 PIC X(01) VALUE "N".
008800     88  FIN-BITACORA                VALUE "S".
008900 01  SW-SIN-BITACORA                 PIC X(01) VALUE "N".
009000     88  BITACORA-NO-DISPONIBLE      VALUE "S".
009100 01  SW-RENGLON-HALLADO              PIC X(01) VALUE "N".
009200     88  RENGLON-HALLADO             VALUE "S".
009300 01  SW-VERIFICABLE                  PIC X(01) VALUE "N".
009400     88  VERIFICABLE                 VALUE "S".
009500 01  SW-TABLA-LLENA                  PIC X(01) VALUE "N".
009600     88  TABLA-LLENA-AVISADA         VALUE "S".
009700 01  SW-GAFETES-LLENA                PIC X(01) VALUE "N".
009800     88  GAFETES-LLENA-AVISADA       VALUE "S".
009900
010000 77  CUANTAS-CORRIDAS                PIC 9(04) COMP VALUE ZERO.
010100 77  CUANTOS-GAFETES                 PIC 9(04) COMP VALUE ZERO.
010200 77  IDX-CORRIDA                     PIC 9(04) COMP VALUE ZERO.
010300 77  IDX-OTRA                        PIC 9(04) COMP VALUE ZERO.
010400 77  IDX-GAFETE                      PIC 9(04) COMP VALUE ZERO.
010500 77  IDX-ESPERADO                    PIC 9(04) COMP VALUE ZERO.
010600 77  IDX-HALLADO                     PIC 9(04) COMP VALUE ZERO.
010700 77  IDX-EXPORTA                     PIC 9(04) COMP VALUE ZERO.
010800 77  IDX-CONCILIA                    PIC 9(04) COMP VALUE ZERO.
010900 77  IDX-DURACION                    PIC 9(04) COMP VALUE ZERO.
011000 77  IDX-CIERRE                      PIC 9(04) COMP VALUE ZERO.
011100 77  VECES-CORRIDA                   PIC 9(04) COMP VALUE ZERO.
011200 77  CONTADOR-ENTRADAS               PIC 9(07) COMP VALUE ZERO.
011300 77  CONTADOR-DEL-DIA                PIC 9(05) COMP VALUE ZERO.
011400 77  CONTADOR-CUADRADAS              PIC 9(05) COMP VALUE ZERO.
011500 77  CONTADOR-DIFERENCIAS            PIC 9(05) COMP VALUE ZERO.
011600 77  CONTADOR-NO-VERIFICADAS         PIC 9(05) COMP VALUE ZERO.
011700 77  CONTADOR-FALTANTES              PIC 9(05) COMP VALUE ZERO.
011800 77  CONTADOR-DOBLES                 PIC 9(05) COMP VALUE ZERO.
011900 77  CONTADOR-CON-FALLA              PIC 9(05) COMP VALUE ZERO.
012000 77  RESIDUO-ANIO                    PIC 9(04) COMP VALUE ZERO.
012100 77  COCIENTE-ANIO                   PIC 9(04) COMP VALUE ZERO.
012200
012300 01  WS-FECHA-HOY                    PIC 9(08) VALUE ZERO.
012400 01  FECHA-CUADRE                    PIC 9(08) VALUE ZERO.
012500 01  HORA-INICIO-CUADRE              PIC 9(08) VALUE ZERO.
012600 01  ESTADO-CUADRE                   PIC X(01) VALUE "N".
012700 01  TERMINAL-CIERRE                 PIC X(08) VALUE "AUTOCIER".
012705 01  TERMINAL-CORRECCION             PIC X(08) VALUE "CORRSUPV".
012800
012900******************************************************************
013000*    SEARCH ARGUMENTS FOR 4100-BUSCAR-CORRIDA.  MODO "P" MATCHES *
013100*    THE PROCESSING DATE, "C" THE RUN DATE, "A" EITHER ONE.      *
013200*    THE LAST MATCHING RUN IN THE LOG WINS.                      *
013300******************************************************************
013400 01  PROGRAMA-BUSCADO                PIC X(10) VALUE SPACES.
013500 01  MODO-BUSQUEDA                   PIC X(01) VALUE "P".
013600     88  POR-FECHA-PROCESO           VALUE "P".
013700     88  POR-FECHA-CORRIDA           VALUE "C".
013800     88  POR-CUALQUIER-FECHA         VALUE "A".
013900
014000 01  VALOR-REPORTADO                 PIC 9(08) VALUE ZERO.
014100 01  VALOR-ESPERADO                  PIC 9(08) VALUE ZERO.
014200
014300******************************************************************
014400*    ONE RUNCTL RECORD AS READ, BROKEN OUT THE SAME WAY AS       *
014500*    RUNCTL.CPY, BEFORE IT IS KEPT IN TABLA-CORRIDAS.            *
014600******************************************************************
014700 01  CORRIDA-LEIDA.
014800     05  CL-PROGRAMA                 PIC X(10).
014900     05  CL-FECHA-CORRIDA            PIC 9(08).
015000     05  CL-FECHA-PROCESO            PIC 9(08).
015100     05  FILLER                      PIC X(94).
015200
015300 01  TABLA-CORRIDAS.
015400     05  CORRIDA-RENGLON OCCURS 500 TIMES.
015500         10  TC-PROGRAMA             PIC X(10).
015600         10  TC-FECHA-CORRIDA        PIC 9(08).
015700         10  TC-FECHA-PROCESO        PIC 9(08).
015800         10  TC-HORA-INICIO          PIC 9(08).
015900         10  TC-HORA-FIN             PIC 9(08).
016000         10  TC-ESTADO               PIC X(01).
016100             88  TC-NORMAL           VALUE "N".
016200         10  TC-CONTEO OCCURS 4 TIMES.
016300             15  TC-ETIQUETA         PIC X(08).
016400             15  TC-CUENTA           PIC 9(07).
016500         10  FILLER                  PIC X(17).
016600
016700 01  TABLA-GAFETES.
016800     05  GAFETE-RENGLON OCCURS 2000 TIMES.
016900         10  TG-BADGE                PIC X(06).
017000
017100******************************************************************
017200*    JOBS THAT MUST LEAVE A RUN FOR EVERY PROCESSING DATE -      *
017300*    PROGRAM ID AND THE JOB THAT RUNS IT.                        *
017400******************************************************************
017500 01  TABLA-ESPERADOS-VALORES.
017600     05  FILLER                      PIC X(18) VALUE
017700         "SRC-AMP-RSSRCRSY  ".
017800     05  FILLER                      PIC X(18) VALUE
017900         "SRC-AMP-VNSRCVEN  ".
018000     05  FILLER                      PIC X(18) VALUE
018100         "SRC-AMP-AKSRCACK  ".
018200     05  FILLER                      PIC X(18) VALUE
018300         "SRC-AMP-RJSRCRJR  ".
018400     05  FILLER                      PIC X(18) VALUE
018500         "SRC-AMP-RPSRCRPT  ".
018600     05  FILLER                      PIC X(18) VALUE
018700         "SRC-AMP-TASRCTAC  ".
018800     05  FILLER                      PIC X(18) VALUE
018900         "SRC-AMP-EGSRCEXG  ".
019000     05  FILLER                      PIC X(18) VALUE
019100         "SRC-AMP-VRSRCVRP  ".
019200     05  FILLER                      PIC X(18) VALUE
019300         "SRC-AMP-TMSRCTMS  ".
019400     05  FILLER                      PIC X(18) VALUE
019500         "SRC-AMP-AJSRCAJU  ".
019600     05  FILLER                      PIC X(18) VALUE
019700         "SRC-AMP-CRSRCCIE  ".
019800     05  FILLER                      PIC X(18) VALUE
019900         "SRC-AMP-EXSRCEXP  ".
019910     05  FILLER                      PIC X(18) VALUE
019920         "SRC-AMP-SQSRCSEQ  ".
019930     05  FILLER                      PIC X(18) VALUE
019940         "SRC-AMP-OCSRCOCU  ".
020000 01  TABLA-ESPERADOS REDEFINES TABLA-ESPERADOS-VALORES.
020100     05  ESPERADO-RENGLON OCCURS 14 TIMES.
020200         10  TE-PROGRAMA             PIC X(10).
020300         10  TE-JOB                  PIC X(08).
020400
020500******************************************************************
020600*    DAYS PER MONTH FOR THE SUBTRACT-ONE-DAY DATE WALK; THE      *
020700*    FEBRUARY ENTRY IS ADJUSTED FOR LEAP YEARS IN THE CODE.      *
020800******************************************************************
020900 01  FECHA-TRABAJO                   PIC 9(08) VALUE ZERO.
021000 01  FECHA-DESGLOSE REDEFINES FECHA-TRABAJO.
021100     05  FT-ANIO                     PIC 9(04).
021200     05  FT-MES                      PIC 9(02).
021300     05  FT-DIA                      PIC 9(02).
021400
021500 01  TABLA-MESES-VALORES.
021600     05  FILLER                      PIC X(24) VALUE
021700         "312831303130313130313031".
021800 01  TABLA-MESES REDEFINES TABLA-MESES-VALORES.
021900     05  MES-RENGLON     OCCURS 12 TIMES
022000                         INDEXED BY IDX-MES.
022100         10  MES-DIAS                PIC 9(02).
022200
022300 01  DIAS-DEL-MES                    PIC 9(02) VALUE ZERO.
022400
022500 01  LINEA-CORRIDA.
022600     05  FILLER                      PIC X(02) VALUE SPACES.
022700     05  LC-PROGRAMA                 PIC X(10).
022800     05  FILLER                      PIC X(01) VALUE SPACES.
022900     05  LC-FECHA-CORRIDA            PIC 9(08).
023000     05  FILLER                      PIC X(01) VALUE SPACES.
023100     05  LC-HORA-INICIO              PIC 9(08).
023200     05  FILLER                      PIC X(01) VALUE SPACES.
023300     05  LC-HORA-FIN                 PIC 9(08).
023400     05  FILLER                      PIC X(02) VALUE SPACES.
023500     05  LC-ESTADO                   PIC X(01).
023600     05  FILLER                      PIC X(01) VALUE SPACES.
023700     05  LC-CONTEO-1.
023800         10  LC-ETIQUETA-1           PIC X(08).
023900         10  FILLER                  PIC X(01) VALUE SPACES.
024000         10  LC-CUENTA-1             PIC ZZZZZZ9.
024100     05  FILLER                      PIC X(01) VALUE SPACES.
024200     05  LC-CONTEO-2.
024300         10  LC-ETIQUETA-2           PIC X(08).
024400         10  FILLER                  PIC X(01) VALUE SPACES.
024500         10  LC-CUENTA-2             PIC ZZZZZZ9.
024600     05  FILLER                      PIC X(04) VALUE SPACES.
024700
024800 01  LINEA-VERIFICACION.
024900     05  FILLER                      PIC X(02) VALUE SPACES.
025000     05  LV-CONCEPTO                 PIC X(30).
025100     05  FILLER                      PIC X(02) VALUE SPACES.
025200     05  LV-REPORTADO                PIC Z(7)9.
025300     05  FILLER                      PIC X(02) VALUE SPACES.
025400     05  LV-ESPERADO                 PIC Z(7)9.
025500     05  FILLER                      PIC X(02) VALUE SPACES.
025600     05  LV-RESULTADO                PIC X(12).
025700     05  FILLER                      PIC X(14) VALUE SPACES.
025800
025900 01  TEXTO-CUADRA                    PIC X(12) VALUE
026000     "CUADRA      ".
026100 01  TEXTO-DIFERENCIA                PIC X(12) VALUE
026200     "*DIFERENCIA*".
026300 01  TEXTO-NO-VERIFICA               PIC X(12) VALUE
026400     "*NO VERIFICA".
026500
026600 01  LINEA-FALTANTE.
026700     05  FILLER                      PIC X(02) VALUE SPACES.
026800     05  LF-PROGRAMA                 PIC X(10).
026900     05  FILLER                      PIC X(02) VALUE SPACES.
027000     05  LF-JOB                      PIC X(08).
027100     05  FILLER                      PIC X(02) VALUE SPACES.
027200     05  FILLER                      PIC X(30) VALUE
027300         "*SIN CORRIDA PARA LA FECHA*".
027400     05  FILLER                      PIC X(26) VALUE SPACES.
027500
027600 01  LINEA-DOBLE.
027700     05  FILLER                      PIC X(02) VALUE SPACES.
027800     05  LB-PROGRAMA                 PIC X(10).
027900     05  FILLER                      PIC X(02) VALUE SPACES.
028000     05  FILLER                      PIC X(10) VALUE
028100         "CORRIDAS: ".
028200     05  LB-VECES                    PIC ZZZ9.
028300     05  FILLER                      PIC X(02) VALUE SPACES.
028400     05  FILLER                      PIC X(30) VALUE
028500         "*CORRIO MAS DE UNA VEZ*".
028600     05  FILLER                      PIC X(20) VALUE SPACES.
028700
028800 01  LINEA-NINGUNO                   PIC X(80) VALUE
028900     "  NINGUNO".
029000 01  LINEA-TABLA-LLENA               PIC X(80) VALUE
029100     "*** TABLA DE CORRIDAS LLENA - RESTO DE RUNCTL OMITIDO ***".
029200 01  LINEA-GAFETES-LLENA             PIC X(80) VALUE
029300     "*** TABLA DE GAFETES LLENA - CONTEO DE HRDURTF INCOMPLETO".
029400 01  LINEA-SIN-BITACORA              PIC X(80) VALUE
029500     "*** SGNLOG NO DISPONIBLE - NO SE VERIFICAN SUS CONTEOS ***".
029600
029700 01  LINEA-RESUMEN-1.
029800     05  FILLER                      PIC X(02) VALUE SPACES.
029900     05  FILLER                      PIC X(25) VALUE
030000         "CORRIDAS DE LA FECHA     ".
030100     05  LR1-CONTADOR                PIC ZZZZ9.
030200     05  FILLER                      PIC X(48) VALUE SPACES.
030300 01  LINEA-RESUMEN-2.
030400     05  FILLER                      PIC X(02) VALUE SPACES.
030500     05  FILLER                      PIC X(25) VALUE
030600         "VERIFICACIONES CUADRADAS ".
030700     05  LR2-CONTADOR                PIC ZZZZ9.
030800     05  FILLER                      PIC X(48) VALUE SPACES.
030900 01  LINEA-RESUMEN-3.
031000     05  FILLER                      PIC X(02) VALUE SPACES.
031100     05  FILLER                      PIC X(25) VALUE
031200         "VERIFICACIONES CON DIFER.".
031300     05  LR3-CONTADOR                PIC ZZZZ9.
031400     05  FILLER                      PIC X(48) VALUE SPACES.
031500 01  LINEA-RESUMEN-4.
031600     05  FILLER                      PIC X(02) VALUE SPACES.
031700     05  FILLER                      PIC X(25) VALUE
031800         "VERIFICACIONES SIN DATOS ".
031900     05  LR4-CONTADOR                PIC ZZZZ9.
032000     05  FILLER                      PIC X(48) VALUE SPACES.
032100 01  LINEA-RESUMEN-5.
032200     05  FILLER                      PIC X(02) VALUE SPACES.
032300     05  FILLER                      PIC X(25) VALUE
032400         "ESPERADOS SIN CORRIDA    ".
032500     05  LR5-CONTADOR                PIC ZZZZ9.
032600     05  FILLER                      PIC X(48) VALUE SPACES.
032700 01  LINEA-RESUMEN-6.
032800     05  FILLER                      PIC X(02) VALUE SPACES.
032900     05  FILLER                      PIC X(25) VALUE
033000         "CORRIDAS DOBLES          ".
033100     05  LR6-CONTADOR                PIC ZZZZ9.
033200     05  FILLER                      PIC X(48) VALUE SPACES.
033300 01  LINEA-RESUMEN-7.
033400     05  FILLER                      PIC X(02) VALUE SPACES.
033500     05  FILLER                      PIC X(25) VALUE
033600         "CORRIDAS CON FALLA/AVISO ".
033700     05  LR7-CONTADOR                PIC ZZZZ9.
033800     05  FILLER                      PIC X(48) VALUE SPACES.
033900
034000 01  LINEA-ENCABEZADO-1              PIC X(80) VALUE
034100     "CUADRE DE LA CADENA BATCH - REGISTROS DE CONTROL".
034200 01  LINEA-ENCABEZADO-2.
034300     05  FILLER                      PIC X(17) VALUE
034400         "FECHA DE PROCESO:".
034500     05  FILLER                      PIC X(01) VALUE SPACES.
034600     05  LE2-FECHA                   PIC 9(08).
034700     05  FILLER                      PIC X(54) VALUE SPACES.
034800 01  LINEA-ENCABEZADO-3              PIC X(80) VALUE
034900     "  PROGRAMA   CORRIDA  INICIO   FIN      E CONTEOS".
035000 01  LINEA-ENCABEZADO-4              PIC X(80) VALUE
035100     "  VERIFICACION                     REPORTADO  ESPERADO".
035200 01  LINEA-ENCABEZADO-5              PIC X(80) VALUE
035300     "  TRABAJOS ESPERADOS SIN CORRIDA".
035400 01  LINEA-ENCABEZADO-6              PIC X(80) VALUE
035500     "  PROGRAMAS QUE CORRIERON MAS DE UNA VEZ".
035600 01  LINEA-BLANCA                    PIC X(80) VALUE SPACES.
035700
035800 COPY "RUNCTL.CPY".
035900
036000 PROCEDURE DIVISION.
036100******************************************************************
036200*    0000-MAINLINE                                               *
036300******************************************************************
036400 0000-MAINLINE.
036500     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
036600     PERFORM 2000-CARGAR-CONTROL THRU 2000-EXIT
036700         UNTIL FIN-CONTROL.
036800     PERFORM 2500-CONTAR-BITACORA THRU 2500-EXIT
036900         UNTIL FIN-BITACORA.
037000     PERFORM 3000-IMPRIMIR-CORRIDAS THRU 3000-EXIT.
037100     PERFORM 4000-VERIFICAR-CADENA THRU 4000-EXIT.
037200     PERFORM 5000-REVISAR-ESPERADOS THRU 5000-EXIT.
037300     PERFORM 6000-REVISAR-DOBLES THRU 6000-EXIT.
037400     PERFORM 8000-IMPRIMIR-RESUMEN THRU 8000-EXIT.
037500     PERFORM 9000-TERMINAR THRU 9000-EXIT.
037600
037700******************************************************************
037800*    1000-INICIALIZAR - LA FECHA A CUADRAR VIENE DEL PARAMETRO;  *
037900*    SIN CARD SE CUADRA EL DIA DE AYER.  LA HORA DE INICIO Y EL  *
038000*    ESTADO SE GUARDAN APARTE PORQUE RCT-REGISTRO SE USA PARA    *
038100*    LEER LA BITACORA DE CONTROL                                 *
038200******************************************************************
038300 1000-INICIALIZAR.
038400     ACCEPT HORA-INICIO-CUADRE FROM TIME.
038500     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
038600     MOVE WS-FECHA-HOY TO FECHA-TRABAJO.
038700     PERFORM 7000-RESTAR-UN-DIA THRU 7000-EXIT.
038800     MOVE FECHA-TRABAJO TO FECHA-CUADRE.
038900     OPEN INPUT PARAMETRO-FILE.
039000     IF FS-CUAPARM = "00"
039100         READ PARAMETRO-FILE
039200             AT END
039300                 CONTINUE
039400             NOT AT END
039500                 IF PRM-FECHA IS NUMERIC
039600                     MOVE PRM-FECHA TO FECHA-CUADRE
039700                 END-IF
039800         END-READ
039900         CLOSE PARAMETRO-FILE
040000     END-IF.
040100     OPEN INPUT RUN-CONTROL-FILE.
040200     OPEN INPUT SGN-LOG-FILE.
040300     OPEN OUTPUT REPORTE-FILE.
040400     IF FS-RUNCTL NOT = "00"
040500         MOVE "F" TO ESTADO-CUADRE
040600         MOVE "S" TO SW-FIN-CONTROL
040700     END-IF.
040800     IF FS-SGNLOG NOT = "00"
040900         MOVE "F" TO ESTADO-CUADRE
041000         MOVE "S" TO SW-SIN-BITACORA
041100         MOVE "S" TO SW-FIN-BITACORA
041200     ELSE
041300         MOVE FECHA-CUADRE TO SGN-LOG-FECHA
041400         MOVE ZERO TO SGN-LOG-HORA
041500         MOVE SPACES TO SGN-LOG-TERMINAL
041600         START SGN-LOG-FILE KEY IS NOT LESS THAN SGN-LOG-KEY
041700             INVALID KEY
041800                 MOVE "S" TO SW-FIN-BITACORA
041900         END-START
042000     END-IF.
042100     MOVE LINEA-ENCABEZADO-1 TO LINEA-REPORTE.
042200     WRITE LINEA-REPORTE.
042300     MOVE FECHA-CUADRE TO LE2-FECHA.
042400     MOVE LINEA-ENCABEZADO-2 TO LINEA-REPORTE.
042500     WRITE LINEA-REPORTE.
042600     IF BITACORA-NO-DISPONIBLE
042700         MOVE LINEA-SIN-BITACORA TO LINEA-REPORTE
042800         WRITE LINEA-REPORTE
042900     END-IF.
043000 1000-EXIT.
043100     EXIT.
043200
043300******************************************************************
043400*    2000-CARGAR-CONTROL - SOLO SE GUARDAN LAS CORRIDAS QUE      *
043500*    PROCESARON LA FECHA O QUE CORRIERON ESE DIA.  AL FINAL SE   *
043600*    CIERRA RUNCTL PARA QUE SRC-AMP-RC PUEDA AGREGAR EL          *
043700*    REGISTRO DE ESTA MISMA CORRIDA                              *
043800******************************************************************
043900 2000-CARGAR-CONTROL.
044000     READ RUN-CONTROL-FILE
044100         AT END
044200             MOVE "S" TO SW-FIN-CONTROL
044300             CLOSE RUN-CONTROL-FILE
044400         NOT AT END
044500             MOVE RCT-LINEA TO CORRIDA-LEIDA
044600             IF CL-FECHA-PROCESO = FECHA-CUADRE
044700                 OR CL-FECHA-CORRIDA = FECHA-CUADRE
044800                 PERFORM 2100-GUARDAR-CORRIDA THRU 2100-EXIT
044900             END-IF
045000     END-READ.
045100 2000-EXIT.
045200     EXIT.
045300
045400 2100-GUARDAR-CORRIDA.
045500     IF CUANTAS-CORRIDAS < 500
045600         ADD 1 TO CUANTAS-CORRIDAS
045700         MOVE RCT-LINEA TO CORRIDA-RENGLON (CUANTAS-CORRIDAS)
045800     ELSE
045900         IF NOT TABLA-LLENA-AVISADA
046000             MOVE LINEA-TABLA-LLENA TO LINEA-REPORTE
046100             WRITE LINEA-REPORTE
046200             MOVE "S" TO SW-TABLA-LLENA
046300         END-IF
046400     END-IF.
046500 2100-EXIT.
046600     EXIT.
046700
046800******************************************************************
046900*    2500-CONTAR-BITACORA - ENTRADAS DEL DIA (COMO LAS EXPORTA   *
047000*    SRC-AMP-EX, SIN LAS DE CORRECCION) Y GAFETES DISTINTOS CON  *
047100*    MOVIMIENTO (COMO LOS ACUMULA SRC-AMP-TM, SIN EL CIERRE      *
047150*    AUTOMATICO)                                                 *
047200******************************************************************
047300 2500-CONTAR-BITACORA.
047400     READ SGN-LOG-FILE NEXT RECORD
047500         AT END
047600             MOVE "S" TO SW-FIN-BITACORA
047700         NOT AT END
047800             IF SGN-LOG-FECHA NOT = FECHA-CUADRE
047900                 MOVE "S" TO SW-FIN-BITACORA
048000             ELSE
048100                 IF SGN-LOG-ES-ENTRADA
048150                         AND SGN-LOG-TERMINAL
048170                             NOT = TERMINAL-CORRECCION
048200                     ADD 1 TO CONTADOR-ENTRADAS
048300                 END-IF
048400                 IF SGN-LOG-TERMINAL NOT = TERMINAL-CIERRE
048500                     PERFORM 2600-CONTAR-GAFETE THRU 2600-EXIT
048600                 END-IF
048700             END-IF
048800     END-READ.
048900 2500-EXIT.
049000     EXIT.
049100
049200 2600-CONTAR-GAFETE.
049300     MOVE "N" TO SW-RENGLON-HALLADO.
049400     PERFORM 2610-BUSCAR-GAFETE THRU 2610-EXIT
049500         VARYING IDX-GAFETE FROM 1 BY 1
049600         UNTIL IDX-GAFETE > CUANTOS-GAFETES
049700             OR RENGLON-HALLADO.
049800     IF NOT RENGLON-HALLADO
049900         IF CUANTOS-GAFETES < 2000
050000             ADD 1 TO CUANTOS-GAFETES
050100             MOVE SGN-LOG-BADGE TO TG-BADGE (CUANTOS-GAFETES)
050200         ELSE
050300             IF NOT GAFETES-LLENA-AVISADA
050400                 MOVE LINEA-GAFETES-LLENA TO LINEA-REPORTE
050500                 WRITE LINEA-REPORTE
050600                 MOVE "S" TO SW-GAFETES-LLENA
050700             END-IF
050800         END-IF
050900     END-IF.
051000 2600-EXIT.
051100     EXIT.
051200
051300 2610-BUSCAR-GAFETE.
051400     IF TG-BADGE (IDX-GAFETE) = SGN-LOG-BADGE
051500         MOVE "S" TO SW-RENGLON-HALLADO
051600     END-IF.
051700 2610-EXIT.
051800     EXIT.
051900
052000******************************************************************
052100*    3000-IMPRIMIR-CORRIDAS - CADA CORRIDA QUE PROCESO LA FECHA, *
052200*    EN EL ORDEN EN QUE QUEDO EN RUNCTL                          *
052300******************************************************************
052400 3000-IMPRIMIR-CORRIDAS.
052500     MOVE LINEA-BLANCA TO LINEA-REPORTE.
052600     WRITE LINEA-REPORTE.
052700     MOVE LINEA-ENCABEZADO-3 TO LINEA-REPORTE.
052800     WRITE LINEA-REPORTE.
052900     PERFORM 3100-IMPRIMIR-UNA-CORRIDA THRU 3100-EXIT
053000         VARYING IDX-CORRIDA FROM 1 BY 1
053100         UNTIL IDX-CORRIDA > CUANTAS-CORRIDAS.
053200     IF CONTADOR-DEL-DIA = ZERO
053300         MOVE LINEA-NINGUNO TO LINEA-REPORTE
053400         WRITE LINEA-REPORTE
053500     END-IF.
053600 3000-EXIT.
053700     EXIT.
053800
053900******************************************************************
054000*    3100-IMPRIMIR-UNA-CORRIDA - LOS CONTEOS 3 Y 4, SI LOS HAY,  *
054100*    VAN EN UN SEGUNDO RENGLON BAJO LOS DOS PRIMEROS             *
054200******************************************************************
054300 3100-IMPRIMIR-UNA-CORRIDA.
054400     IF TC-FECHA-PROCESO (IDX-CORRIDA) NOT = FECHA-CUADRE
054500         GO TO 3100-EXIT
054600     END-IF.
054700     ADD 1 TO CONTADOR-DEL-DIA.
054800     IF NOT TC-NORMAL (IDX-CORRIDA)
054900         ADD 1 TO CONTADOR-CON-FALLA
055000     END-IF.
055100     MOVE TC-PROGRAMA (IDX-CORRIDA) TO LC-PROGRAMA.
055200     MOVE TC-FECHA-CORRIDA (IDX-CORRIDA) TO LC-FECHA-CORRIDA.
055300     MOVE TC-HORA-INICIO (IDX-CORRIDA) TO LC-HORA-INICIO.
055400     MOVE TC-HORA-FIN (IDX-CORRIDA) TO LC-HORA-FIN.
055500     MOVE TC-ESTADO (IDX-CORRIDA) TO LC-ESTADO.
055600     MOVE TC-ETIQUETA (IDX-CORRIDA, 1) TO LC-ETIQUETA-1.
055700     MOVE TC-CUENTA (IDX-CORRIDA, 1) TO LC-CUENTA-1.
055800     IF TC-ETIQUETA (IDX-CORRIDA, 1) = SPACES
055900         MOVE SPACES TO LC-CONTEO-1
056000     END-IF.
056100     MOVE TC-ETIQUETA (IDX-CORRIDA, 2) TO LC-ETIQUETA-2.
056200     MOVE TC-CUENTA (IDX-CORRIDA, 2) TO LC-CUENTA-2.
056300     IF TC-ETIQUETA (IDX-CORRIDA, 2) = SPACES
056400         MOVE SPACES TO LC-CONTEO-2
056500     END-IF.
056600     MOVE LINEA-CORRIDA TO LINEA-REPORTE.
056700     WRITE LINEA-REPORTE.
056800     IF TC-ETIQUETA (IDX-CORRIDA, 3) = SPACES
056900         GO TO 3100-EXIT
057000     END-IF.
057100     MOVE SPACES TO LINEA-CORRIDA.
057200     MOVE TC-ETIQUETA (IDX-CORRIDA, 3) TO LC-ETIQUETA-1.
057300     MOVE TC-CUENTA (IDX-CORRIDA, 3) TO LC-CUENTA-1.
057400     MOVE TC-ETIQUETA (IDX-CORRIDA, 4) TO LC-ETIQUETA-2.
057500     MOVE TC-CUENTA (IDX-CORRIDA, 4) TO LC-CUENTA-2.
057600     IF TC-ETIQUETA (IDX-CORRIDA, 4) = SPACES
057700         MOVE SPACES TO LC-CONTEO-2
057800     END-IF.
057900     MOVE LINEA-CORRIDA TO LINEA-REPORTE.
058000     WRITE LINEA-REPORTE.
058100 3100-EXIT.
058200     EXIT.
058300
058400******************************************************************
058500*    4000-VERIFICAR-CADENA - LAS CUENTAS DE SRC-AMP-EX SE        *
058600*    COMPARAN CONTRA SGNLOG Y CONTRA LOS REENVIOS QUE DEJO       *
058700*    SRC-AMP-AK LA MANANA DE ESA FECHA; LOS GAFETES DE           *
058800*    SRC-AMP-TM CONTRA SGNLOG; LA FECHA DE SRC-AMP-CR CONTRA LA  *
058900*    DE SRC-AMP-TM.  UNA VERIFICACION SIN LA CORRIDA O SIN       *
059000*    SGNLOG SE REPORTA SIN DATOS                                 *
059100******************************************************************
059200 4000-VERIFICAR-CADENA.
059300     MOVE LINEA-BLANCA TO LINEA-REPORTE.
059400     WRITE LINEA-REPORTE.
059500     MOVE LINEA-ENCABEZADO-4 TO LINEA-REPORTE.
059600     WRITE LINEA-REPORTE.
059700     MOVE "SRC-AMP-EX" TO PROGRAMA-BUSCADO.
059800     MOVE "P" TO MODO-BUSQUEDA.
059900     PERFORM 4100-BUSCAR-CORRIDA THRU 4100-EXIT.
060000     MOVE IDX-HALLADO TO IDX-EXPORTA.
060100     MOVE "SRC-AMP-AK" TO PROGRAMA-BUSCADO.
060200     MOVE "C" TO MODO-BUSQUEDA.
060300     PERFORM 4100-BUSCAR-CORRIDA THRU 4100-EXIT.
060400     MOVE IDX-HALLADO TO IDX-CONCILIA.
060500     MOVE "SRC-AMP-TM" TO PROGRAMA-BUSCADO.
060600     MOVE "P" TO MODO-BUSQUEDA.
060700     PERFORM 4100-BUSCAR-CORRIDA THRU 4100-EXIT.
060800     MOVE IDX-HALLADO TO IDX-DURACION.
060900     MOVE "ENTRADAS SGNLOG EN HRINTFC" TO LV-CONCEPTO.
061000     MOVE ZERO TO VALOR-REPORTADO.
061100     MOVE CONTADOR-ENTRADAS TO VALOR-ESPERADO.
061200     MOVE "S" TO SW-VERIFICABLE.
061300     IF IDX-EXPORTA = ZERO OR BITACORA-NO-DISPONIBLE
061400         MOVE "N" TO SW-VERIFICABLE
061500     ELSE
061600         MOVE TC-CUENTA (IDX-EXPORTA, 1) TO VALOR-REPORTADO
061700     END-IF.
061800     PERFORM 4500-IMPRIMIR-VERIFICACION THRU 4500-EXIT.
061900     MOVE "REENVIOS HRRESND EN HRINTFC" TO LV-CONCEPTO.
062000     MOVE ZERO TO VALOR-REPORTADO.
062100     MOVE ZERO TO VALOR-ESPERADO.
062200     MOVE "S" TO SW-VERIFICABLE.
062300     IF IDX-EXPORTA = ZERO OR IDX-CONCILIA = ZERO
062400         MOVE "N" TO SW-VERIFICABLE
062500     END-IF.
062600     IF IDX-EXPORTA NOT = ZERO
062700         MOVE TC-CUENTA (IDX-EXPORTA, 2) TO VALOR-REPORTADO
062800     END-IF.
062900     IF IDX-CONCILIA NOT = ZERO
063000         MOVE TC-CUENTA (IDX-CONCILIA, 3) TO VALOR-ESPERADO
063100     END-IF.
063200     PERFORM 4500-IMPRIMIR-VERIFICACION THRU 4500-EXIT.
063300     MOVE "HRINTFC = ENTRADAS + REENVIOS" TO LV-CONCEPTO.
063400     MOVE ZERO TO VALOR-REPORTADO.
063500     MOVE CONTADOR-ENTRADAS TO VALOR-ESPERADO.
063600     MOVE "S" TO SW-VERIFICABLE.
063700     IF IDX-EXPORTA = ZERO OR IDX-CONCILIA = ZERO
063800         OR BITACORA-NO-DISPONIBLE
063900         MOVE "N" TO SW-VERIFICABLE
064000     END-IF.
064100     IF IDX-EXPORTA NOT = ZERO
064200         MOVE TC-CUENTA (IDX-EXPORTA, 3) TO VALOR-REPORTADO
064300     END-IF.
064400     IF IDX-CONCILIA NOT = ZERO
064500         ADD TC-CUENTA (IDX-CONCILIA, 3) TO VALOR-ESPERADO
064600     END-IF.
064700     PERFORM 4500-IMPRIMIR-VERIFICACION THRU 4500-EXIT.
064800     MOVE "GAFETES CON MOVIMIENTO HRDURTF" TO LV-CONCEPTO.
064900     MOVE ZERO TO VALOR-REPORTADO.
065000     MOVE CUANTOS-GAFETES TO VALOR-ESPERADO.
065100     MOVE "S" TO SW-VERIFICABLE.
065200     IF IDX-DURACION = ZERO OR BITACORA-NO-DISPONIBLE
065300         OR GAFETES-LLENA-AVISADA
065400         MOVE "N" TO SW-VERIFICABLE
065500     ELSE
065600         MOVE TC-CUENTA (IDX-DURACION, 1) TO VALOR-REPORTADO
065700     END-IF.
065800     PERFORM 4500-IMPRIMIR-VERIFICACION THRU 4500-EXIT.
065900     MOVE "SRC-AMP-CR" TO PROGRAMA-BUSCADO.
066000     MOVE "A" TO MODO-BUSQUEDA.
066100     PERFORM 4100-BUSCAR-CORRIDA THRU 4100-EXIT.
066200     MOVE IDX-HALLADO TO IDX-CIERRE.
066300     MOVE "SRC-AMP-TM" TO PROGRAMA-BUSCADO.
066400     PERFORM 4100-BUSCAR-CORRIDA THRU 4100-EXIT.
066500     MOVE IDX-HALLADO TO IDX-DURACION.
066600     MOVE "FECHA CIEPARM VS TMSPARM" TO LV-CONCEPTO.
066700     MOVE ZERO TO VALOR-REPORTADO.
066800     MOVE ZERO TO VALOR-ESPERADO.
066900     MOVE "S" TO SW-VERIFICABLE.
067000     IF IDX-CIERRE = ZERO OR IDX-DURACION = ZERO
067100         MOVE "N" TO SW-VERIFICABLE
067200     END-IF.
067300     IF IDX-CIERRE NOT = ZERO
067400         MOVE TC-FECHA-PROCESO (IDX-CIERRE) TO VALOR-REPORTADO
067500     END-IF.
067600     IF IDX-DURACION NOT = ZERO
067700         MOVE TC-FECHA-PROCESO (IDX-DURACION) TO VALOR-ESPERADO
067800     END-IF.
067900     PERFORM 4500-IMPRIMIR-VERIFICACION THRU 4500-EXIT.
068000 4000-EXIT.
068100     EXIT.
068200
068300******************************************************************
068400*    4100-BUSCAR-CORRIDA - ULTIMA CORRIDA DE PROGRAMA-BUSCADO    *
068500*    SEGUN MODO-BUSQUEDA; IDX-HALLADO QUEDA EN CERO SI NO HAY    *
068600******************************************************************
068700 4100-BUSCAR-CORRIDA.
068800     MOVE ZERO TO IDX-HALLADO.
068900     PERFORM 4110-COMPARAR-CORRIDA THRU 4110-EXIT
069000         VARYING IDX-CORRIDA FROM 1 BY 1
069100         UNTIL IDX-CORRIDA > CUANTAS-CORRIDAS.
069200 4100-EXIT.
069300     EXIT.
069400
069500 4110-COMPARAR-CORRIDA.
069600     IF TC-PROGRAMA (IDX-CORRIDA) NOT = PROGRAMA-BUSCADO
069700         GO TO 4110-EXIT
069800     END-IF.
069900     IF POR-FECHA-PROCESO
070000         IF TC-FECHA-PROCESO (IDX-CORRIDA) = FECHA-CUADRE
070100             MOVE IDX-CORRIDA TO IDX-HALLADO
070200         END-IF
070300     ELSE
070400         IF POR-FECHA-CORRIDA
070500             IF TC-FECHA-CORRIDA (IDX-CORRIDA) = FECHA-CUADRE
070600                 MOVE IDX-CORRIDA TO IDX-HALLADO
070700             END-IF
070800         ELSE
070900             MOVE IDX-CORRIDA TO IDX-HALLADO
071000         END-IF
071100     END-IF.
071200 4110-EXIT.
071300     EXIT.
071400
071500******************************************************************
071600*    4500-IMPRIMIR-VERIFICACION                                  *
071700******************************************************************
071800 4500-IMPRIMIR-VERIFICACION.
071900     MOVE VALOR-REPORTADO TO LV-REPORTADO.
072000     MOVE VALOR-ESPERADO TO LV-ESPERADO.
072100     IF NOT VERIFICABLE
072200         MOVE TEXTO-NO-VERIFICA TO LV-RESULTADO
072300         ADD 1 TO CONTADOR-NO-VERIFICADAS
072400     ELSE
072500         IF VALOR-REPORTADO = VALOR-ESPERADO
072600             MOVE TEXTO-CUADRA TO LV-RESULTADO
072700             ADD 1 TO CONTADOR-CUADRADAS
072800         ELSE
072900             MOVE TEXTO-DIFERENCIA TO LV-RESULTADO
073000             ADD 1 TO CONTADOR-DIFERENCIAS
073100         END-IF
073200     END-IF.
073300     MOVE LINEA-VERIFICACION TO LINEA-REPORTE.
073400     WRITE LINEA-REPORTE.
073500 4500-EXIT.
073600     EXIT.
073700
073800******************************************************************
073900*    5000-REVISAR-ESPERADOS - CADA TRABAJO DE LA TABLA DEBE      *
074000*    TENER AL MENOS UNA CORRIDA QUE PROCESO LA FECHA             *
074100******************************************************************
074200 5000-REVISAR-ESPERADOS.
074300     MOVE LINEA-BLANCA TO LINEA-REPORTE.
074400     WRITE LINEA-REPORTE.
074500     MOVE LINEA-ENCABEZADO-5 TO LINEA-REPORTE.
074600     WRITE LINEA-REPORTE.
074700     MOVE "P" TO MODO-BUSQUEDA.
074800     PERFORM 5100-REVISAR-UN-ESPERADO THRU 5100-EXIT
074900         VARYING IDX-ESPERADO FROM 1 BY 1
075000         UNTIL IDX-ESPERADO > 14.
075100     IF CONTADOR-FALTANTES = ZERO
075200         MOVE LINEA-NINGUNO TO LINEA-REPORTE
075300         WRITE LINEA-REPORTE
075400     END-IF.
075500 5000-EXIT.
075600     EXIT.
075700
075800 5100-REVISAR-UN-ESPERADO.
075900     MOVE TE-PROGRAMA (IDX-ESPERADO) TO PROGRAMA-BUSCADO.
076000     PERFORM 4100-BUSCAR-CORRIDA THRU 4100-EXIT.
076100     IF IDX-HALLADO = ZERO
076200         ADD 1 TO CONTADOR-FALTANTES
076300         MOVE TE-PROGRAMA (IDX-ESPERADO) TO LF-PROGRAMA
076400         MOVE TE-JOB (IDX-ESPERADO) TO LF-JOB
076500         MOVE LINEA-FALTANTE TO LINEA-REPORTE
076600         WRITE LINEA-REPORTE
076700     END-IF.
076800 5100-EXIT.
076900     EXIT.
077000
077100******************************************************************
077200*    6000-REVISAR-DOBLES - UN PROGRAMA CON MAS DE UNA CORRIDA    *
077300*    PARA LA FECHA SE REPORTA UNA SOLA VEZ, EN SU PRIMERA        *
077310*    CORRIDA.  SOLO SE REVISAN LOS PROGRAMAS DE LA TABLA DE      *
077320*    ESPERADOS; LOS DE CONSULTA Y EL BARRIDO INTRADIA CORREN     *
077330*    LAS VECES QUE HAGA FALTA                                    *
077400******************************************************************
077500 6000-REVISAR-DOBLES.
077600     MOVE LINEA-BLANCA TO LINEA-REPORTE.
077700     WRITE LINEA-REPORTE.
077800     MOVE LINEA-ENCABEZADO-6 TO LINEA-REPORTE.
077900     WRITE LINEA-REPORTE.
078000     PERFORM 6100-REVISAR-UNA-CORRIDA THRU 6100-EXIT
078100         VARYING IDX-CORRIDA FROM 1 BY 1
078200         UNTIL IDX-CORRIDA > CUANTAS-CORRIDAS.
078300     IF CONTADOR-DOBLES = ZERO
078400         MOVE LINEA-NINGUNO TO LINEA-REPORTE
078500         WRITE LINEA-REPORTE
078600     END-IF.
078700 6000-EXIT.
078800     EXIT.
078900
079000 6100-REVISAR-UNA-CORRIDA.
079100     IF TC-FECHA-PROCESO (IDX-CORRIDA) NOT = FECHA-CUADRE
079200         GO TO 6100-EXIT
079300     END-IF.
079310     MOVE "N" TO SW-RENGLON-HALLADO.
079320     PERFORM 6105-BUSCAR-ESPERADO THRU 6105-EXIT
079330         VARYING IDX-ESPERADO FROM 1 BY 1
079340         UNTIL IDX-ESPERADO > 14 OR RENGLON-HALLADO.
079350     IF NOT RENGLON-HALLADO
079360         GO TO 6100-EXIT
079370     END-IF.
079400     MOVE ZERO TO VECES-CORRIDA.
079500     MOVE "N" TO SW-RENGLON-HALLADO.
079600     PERFORM 6110-CONTAR-IGUALES THRU 6110-EXIT
079700         VARYING IDX-OTRA FROM 1 BY 1
079800         UNTIL IDX-OTRA > CUANTAS-CORRIDAS.
079900     IF VECES-CORRIDA > 1 AND NOT RENGLON-HALLADO
080000         ADD 1 TO CONTADOR-DOBLES
080100         MOVE TC-PROGRAMA (IDX-CORRIDA) TO LB-PROGRAMA
080200         MOVE VECES-CORRIDA TO LB-VECES
080300         MOVE LINEA-DOBLE TO LINEA-REPORTE
080400         WRITE LINEA-REPORTE
080500     END-IF.
080600 6100-EXIT.
080700     EXIT.
080800
080810******************************************************************
080820*    6105-BUSCAR-ESPERADO - EL PROGRAMA DE LA CORRIDA ESTA EN LA *
080830*    TABLA DE ESPERADOS                                          *
080840******************************************************************
080850 6105-BUSCAR-ESPERADO.
080860     IF TE-PROGRAMA (IDX-ESPERADO) = TC-PROGRAMA (IDX-CORRIDA)
080870         MOVE "S" TO SW-RENGLON-HALLADO
080880     END-IF.
080890 6105-EXIT.
080895     EXIT.
080898
080900******************************************************************
081000*    6110-CONTAR-IGUALES - CUENTA LAS CORRIDAS DEL MISMO         *
081100*    PROGRAMA PARA LA FECHA; SI UNA DE ELLAS ESTA ANTES DE LA    *
081200*    ACTUAL, EL PROGRAMA YA SE REPORTO                           *
081300******************************************************************
081400 6110-CONTAR-IGUALES.
081500     IF TC-PROGRAMA (IDX-OTRA) = TC-PROGRAMA (IDX-CORRIDA)
081600         AND TC-FECHA-PROCESO (IDX-OTRA) = FECHA-CUADRE
081700         ADD 1 TO VECES-CORRIDA
081800         IF IDX-OTRA < IDX-CORRIDA
081900             MOVE "S" TO SW-RENGLON-HALLADO
082000         END-IF
082100     END-IF.
082200 6110-EXIT.
082300     EXIT.
082400
082500******************************************************************
082600*    7000-RESTAR-UN-DIA - RETROCEDE FECHA-TRABAJO UN DIA DE      *
082700*    CALENDARIO, CRUZANDO MES Y ANIO; FEBRERO TIENE 29 EN ANIO   *
082800*    BISIESTO (DIVISIBLE ENTRE 4, SALVO SIGLOS NO DIVISIBLES     *
082900*    ENTRE 400)                                                  *
083000******************************************************************
083100 7000-RESTAR-UN-DIA.
083200     IF FT-DIA > 1
083300         SUBTRACT 1 FROM FT-DIA
083400         GO TO 7000-EXIT
083500     END-IF.
083600     IF FT-MES = 1
083700         SUBTRACT 1 FROM FT-ANIO
083800         MOVE 12 TO FT-MES
083900         MOVE 31 TO FT-DIA
084000         GO TO 7000-EXIT
084100     END-IF.
084200     SUBTRACT 1 FROM FT-MES.
084300     SET IDX-MES TO FT-MES.
084400     MOVE MES-DIAS (IDX-MES) TO DIAS-DEL-MES.
084500     IF FT-MES = 2
084600         DIVIDE FT-ANIO BY 4
084700             GIVING COCIENTE-ANIO REMAINDER RESIDUO-ANIO
084800         IF RESIDUO-ANIO = ZERO
084900             MOVE 29 TO DIAS-DEL-MES
085000             DIVIDE FT-ANIO BY 100
085100                 GIVING COCIENTE-ANIO REMAINDER RESIDUO-ANIO
085200             IF RESIDUO-ANIO = ZERO
085300                 DIVIDE FT-ANIO BY 400
085400                     GIVING COCIENTE-ANIO REMAINDER RESIDUO-ANIO
085500                 IF RESIDUO-ANIO NOT = ZERO
085600                     MOVE 28 TO DIAS-DEL-MES
085700                 END-IF
085800             END-IF
085900         END-IF
086000     END-IF.
086100     MOVE DIAS-DEL-MES TO FT-DIA.
086200 7000-EXIT.
086300     EXIT.
086400
086500******************************************************************
086600*    8000-IMPRIMIR-RESUMEN                                       *
086700******************************************************************
086800 8000-IMPRIMIR-RESUMEN.
086900     MOVE LINEA-BLANCA TO LINEA-REPORTE.
087000     WRITE LINEA-REPORTE.
087100     MOVE CONTADOR-DEL-DIA TO LR1-CONTADOR.
087200     MOVE LINEA-RESUMEN-1 TO LINEA-REPORTE.
087300     WRITE LINEA-REPORTE.
087400     MOVE CONTADOR-CUADRADAS TO LR2-CONTADOR.
087500     MOVE LINEA-RESUMEN-2 TO LINEA-REPORTE.
087600     WRITE LINEA-REPORTE.
087700     MOVE CONTADOR-DIFERENCIAS TO LR3-CONTADOR.
087800     MOVE LINEA-RESUMEN-3 TO LINEA-REPORTE.
087900     WRITE LINEA-REPORTE.
088000     MOVE CONTADOR-NO-VERIFICADAS TO LR4-CONTADOR.
088100     MOVE LINEA-RESUMEN-4 TO LINEA-REPORTE.
088200     WRITE LINEA-REPORTE.
088300     MOVE CONTADOR-FALTANTES TO LR5-CONTADOR.
088400     MOVE LINEA-RESUMEN-5 TO LINEA-REPORTE.
088500     WRITE LINEA-REPORTE.
088600     MOVE CONTADOR-DOBLES TO LR6-CONTADOR.
088700     MOVE LINEA-RESUMEN-6 TO LINEA-REPORTE.
088800     WRITE LINEA-REPORTE.
088900     MOVE CONTADOR-CON-FALLA TO LR7-CONTADOR.
089000     MOVE LINEA-RESUMEN-7 TO LINEA-REPORTE.
089100     WRITE LINEA-REPORTE.
089200 8000-EXIT.
089300     EXIT.
089400
089500******************************************************************
089600*    9000-TERMINAR - RUNCTL YA QUEDO CERRADO AL TERMINAR DE      *
089700*    CARGARLO, SALVO QUE NO SE HAYA PODIDO ABRIR                 *
089800******************************************************************
089900 9000-TERMINAR.
090000     PERFORM 9900-REGISTRAR-CONTROL THRU 9900-EXIT.
090100     IF NOT BITACORA-NO-DISPONIBLE
090200         CLOSE SGN-LOG-FILE
090300     END-IF.
090400     CLOSE REPORTE-FILE.
090500     STOP RUN.
090600 9000-EXIT.
090700     EXIT.
090800
090900******************************************************************
091000*    9900-REGISTRAR-CONTROL - DEJA EL REGISTRO DE CONTROL DE LA   *
091100*    CORRIDA EN RUNCTL PARA EL REPORTE DE CUADRE MATUTINO         *
091200******************************************************************
091300 9900-REGISTRAR-CONTROL.
091400     MOVE SPACES TO RCT-REGISTRO.
091500     MOVE "SRC-AMP-CU" TO RCT-PROGRAMA.
091600     MOVE WS-FECHA-HOY TO RCT-FECHA-CORRIDA.
091700     MOVE FECHA-CUADRE TO RCT-FECHA-PROCESO.
091800     MOVE HORA-INICIO-CUADRE TO RCT-HORA-INICIO.
091900     MOVE ESTADO-CUADRE TO RCT-ESTADO.
092000     IF RCT-NORMAL
092100         IF TABLA-LLENA-AVISADA OR GAFETES-LLENA-AVISADA
092200             MOVE "A" TO RCT-ESTADO
092300         END-IF
092400     END-IF.
092500     MOVE "CORRIDAS" TO RCT-ETIQUETA (1).
092600     MOVE CONTADOR-DEL-DIA TO RCT-CUENTA (1).
092700     MOVE "DIFERENC" TO RCT-ETIQUETA (2).
092800     MOVE CONTADOR-DIFERENCIAS TO RCT-CUENTA (2).
092900     MOVE "FALTAN" TO RCT-ETIQUETA (3).
093000     MOVE CONTADOR-FALTANTES TO RCT-CUENTA (3).
093100     MOVE "DOBLES" TO RCT-ETIQUETA (4).
093200     MOVE CONTADOR-DOBLES TO RCT-CUENTA (4).
093300     CALL "SRC-AMP-RC" USING RCT-REGISTRO.
093400 9900-EXIT.
093500     EXIT.
093600 END PROGRAM SRC-AMP-CU.
