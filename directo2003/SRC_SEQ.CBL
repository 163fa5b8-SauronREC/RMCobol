000100******************************************************************
000200*                                                                *
000300*    SRC_SEQ.CBL                                                *
000400*                                                                *
000500*    PROGRAM-ID.  SRC-AMP-SQ                                    *
000600*    AUTHOR.      R. SOTO MADERA                                *
000700*    INSTALLATION. TERMINAL SERVICES - PLANTA 3                 *
000800*    DATE-WRITTEN. 2026-10-15.                                  *
000900*                                                                *
001000*    DAILY MOVEMENT-SEQUENCE CHECK.  FOLLOWS EVERY BADGE IN      *
001100*    SGNLOG, AND EVERY VISITOR (HOST BADGE AND NAME) IN VISLOG,  *
001200*    THROUGH THE DAY'S MOVEMENTS IN TIME ORDER AND CLASSIFIES    *
001300*    EACH BREAK IN THE ENTRADA/SALIDA SEQUENCE -                 *
001400*      "D"  A SECOND ENTRADA AT A DIFFERENT DOOR WITH NO         *
001500*           SALIDA IN BETWEEN;                                   *
001600*      "T"  THE SAME, BUT WITHIN THE SEQPARM WINDOW (5 MINUTES   *
001700*           WITH NO CARD) OF THE FIRST - A SHARED BADGE OR       *
001800*           SOMEONE TAILGATING;                                  *
001900*      "S"  A SALIDA WITH NO ENTRADA BEFORE IT (SRC-AMP-TM       *
002000*           IGNORES THESE).                                      *
002100*    A SECOND ENTRADA AT THE SAME DOOR IS LEFT TO THE KIOSK'S    *
002200*    OWN "R" REPEAT CHECK.  THE PREVIOUS DAY IS READ FIRST ONLY  *
002300*    TO SEED EACH BADGE'S STATE, SO A NIGHT-SHIFT SALIDA AFTER   *
002400*    MIDNIGHT IS NOT A BREAK; THE "AUTOCIER" CLOSEOUT SALIDAS OF *
002500*    SRC-AMP-CR ARE NOT PHYSICAL MOVEMENTS AND ARE SKIPPED.      *
002600*    EACH BREAK IS WRITTEN TO SGNEXC UNDER ITS REASON CODE FOR   *
002700*    THE SRC-AMP-ER REVIEW AND THE SRC-AMP-EG AGING REPORT; A    *
002800*    BREAK ALREADY ON SGNEXC FROM AN EARLIER RUN IS NOT WRITTEN  *
002900*    AGAIN.  SEQRPT LISTS THE BREAKS AND SUMMARIZES THEM BY      *
003000*    PATTERN AND BY DOOR (TRMMST) FOR SECURITY.                  *
003100*                                                                *
003200*    MODIFICATION HISTORY.                                       *
003300*    DATE-WRITTEN.  2026-10-15.                                  *
003400*    2026-10-15  RSM  ORIGINAL.                                   *
003500*                                                                *
003600******************************************************************
003700 IDENTIFICATION DIVISION.
003800 PROGRAM-ID. SRC-AMP-SQ.
003900 AUTHOR. R. SOTO MADERA.
004000 INSTALLATION. TERMINAL SERVICES - PLANTA 3.
004100 DATE-WRITTEN. 2026-10-15.
004200 DATE-COMPILED.
004300
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT PARAMETRO-FILE ASSIGN TO "SEQPARM"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS FS-SEQPARM.
005000
005100     SELECT TERMINAL-MASTER ASSIGN TO "TRMMST"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS TRM-ID
005500         FILE STATUS IS FS-TRMMST.
005600
005700     SELECT SGN-LOG-FILE ASSIGN TO "SGNLOG"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS SGN-LOG-KEY
006100         FILE STATUS IS FS-SGNLOG.
006200
006300     SELECT VISITOR-LOG-FILE ASSIGN TO "VISLOG"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS VLG-CLAVE
006700         FILE STATUS IS FS-VISLOG.
006800
006900     SELECT EXCEPTION-FILE ASSIGN TO "SGNEXC"
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS DYNAMIC
007200         RECORD KEY IS EXC-CLAVE
007300         FILE STATUS IS FS-SGNEXC.
007400
007500     SELECT REPORTE-FILE ASSIGN TO "SEQRPT"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS FS-SEQRPT.
007800
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  PARAMETRO-FILE
008200     LABEL RECORDS ARE STANDARD.
008300 01  PARAMETRO-REGISTRO.
008400     05  PRM-FECHA                   PIC 9(08).
008500     05  PRM-MINUTOS-VENTANA         PIC 9(03).
008600
008700 FD  TERMINAL-MASTER
008800     LABEL RECORDS ARE STANDARD.
008900 COPY "TRMMST.CPY".
009000
009100 FD  SGN-LOG-FILE
009200     LABEL RECORDS ARE STANDARD.
009300 COPY "SGNREC.CPY".
009400
009500 FD  VISITOR-LOG-FILE
009600     LABEL RECORDS ARE STANDARD.
009700 COPY "VISLOG.CPY".
009800
009900 FD  EXCEPTION-FILE
010000     LABEL RECORDS ARE STANDARD.
010100 COPY "SGNEXC.CPY".
010200
010300 FD  REPORTE-FILE
010400     LABEL RECORDS ARE STANDARD.
010500 01  LINEA-REPORTE                   PIC X(80).
010600
010700 WORKING-STORAGE SECTION.
010800 01  FS-SEQPARM                      PIC X(02) VALUE "00".
010900 01  FS-TRMMST                       PIC X(02) VALUE "00".
011000 01  FS-SGNLOG                       PIC X(02) VALUE "00".
011100 01  FS-VISLOG                       PIC X(02) VALUE "00".
011200 01  FS-SGNEXC                       PIC X(02) VALUE "00".
011300 01  FS-SEQRPT                       PIC X(02) VALUE "00".
011400
011500 01  SW-FIN-ARCHIVO                  PIC X(01) VALUE "N".
011600     88  FIN-ARCHIVO                 VALUE "S".
011700 01  SW-RENGLON-HALLADO              PIC X(01) VALUE "N".
011800     88  RENGLON-HALLADO             VALUE "S".
011900 01  SW-TABLA-LLENA                  PIC X(01) VALUE "N".
012000     88  TABLA-LLENA-AVISADA         VALUE "S".
012100 01  SW-SECUENCIAS-LLENA             PIC X(01) VALUE "N".
012200     88  SECUENCIAS-LLENA-AVISADA    VALUE "S".
012300 01  SW-LLAVE-OCUPADA                PIC X(01) VALUE "N".
012400     88  LLAVE-OCUPADA               VALUE "S".
012500 01  SW-SGNEXC-ABIERTO               PIC X(01) VALUE "N".
012600     88  SGNEXC-ABIERTO              VALUE "S".
012700
012800 01  RESULTADO-GRABACION             PIC X(01) VALUE SPACE.
012900     88  EXC-POR-GRABAR              VALUE "N".
013000     88  EXC-YA-EN-ARCHIVO           VALUE "P".
013100     88  EXC-CON-ERROR               VALUE "E".
013200
013300 77  CUANTAS-TERMINALES              PIC 9(04) COMP VALUE ZERO.
013400 77  CUANTAS-SECUENCIAS              PIC 9(04) COMP VALUE ZERO.
013500 77  IDX-TERMINAL                    PIC 9(04) COMP VALUE ZERO.
013600 77  IDX-SECUENCIA                   PIC 9(04) COMP VALUE ZERO.
013700 77  IDX-HALLADO                     PIC 9(04) COMP VALUE ZERO.
013800 77  IDX-PUERTA                      PIC 9(04) COMP VALUE ZERO.
013900 77  IDX-PATRON                      PIC 9(04) COMP VALUE ZERO.
014000 77  CONTADOR-MOVIMIENTOS            PIC 9(05) COMP VALUE ZERO.
014100 77  CONTADOR-HALLAZGOS              PIC 9(05) COMP VALUE ZERO.
014200 77  CONTADOR-GRABADAS               PIC 9(05) COMP VALUE ZERO.
014300 77  CONTADOR-YA-REGISTRADAS         PIC 9(05) COMP VALUE ZERO.
014400 77  CONTADOR-ERRORES                PIC 9(05) COMP VALUE ZERO.
014500 77  CONTADOR-PUERTAS                PIC 9(05) COMP VALUE ZERO.
014600 77  RESIDUO-ANIO                    PIC 9(04) COMP VALUE ZERO.
014700 77  COCIENTE-ANIO                   PIC 9(04) COMP VALUE ZERO.
014800
014900 01  FECHA-ANALISIS                  PIC 9(08) VALUE ZERO.
015000 01  FECHA-SEMILLA                   PIC 9(08) VALUE ZERO.
015100 01  MINUTOS-VENTANA                 PIC 9(03) VALUE 5.
015200 01  SEGUNDOS-VENTANA                PIC 9(07) COMP VALUE ZERO.
015300 01  HORA-INTENTO                    PIC 9(08) VALUE ZERO.
015400 01  MOTIVO-HALLADO                  PIC X(01) VALUE SPACE.
015500 01  TERMINAL-BUSCADA                PIC X(08) VALUE SPACES.
015600 01  TERMINAL-CIERRE                 PIC X(08) VALUE "AUTOCIER".
015700
015800 01  HORA-TRABAJO                    PIC 9(08) VALUE ZERO.
015900 01  HORA-DESGLOSE REDEFINES HORA-TRABAJO.
016000     05  HD-HH                       PIC 9(02).
016100     05  HD-MM                       PIC 9(02).
016200     05  HD-SS                       PIC 9(02).
016300     05  HD-CC                       PIC 9(02).
016400
016500 01  SEGUNDOS-MOMENTO                PIC 9(07) COMP VALUE ZERO.
016600 01  SEGUNDOS-ANTERIOR               PIC 9(07) COMP VALUE ZERO.
016700
016800******************************************************************
016900*    DAYS PER MONTH FOR THE SUBTRACT-ONE-DAY DATE WALK; THE      *
017000*    FEBRUARY ENTRY IS ADJUSTED FOR LEAP YEARS IN THE CODE.      *
017100******************************************************************
017200 01  FECHA-TRABAJO                   PIC 9(08) VALUE ZERO.
017300 01  FECHA-DESGLOSE REDEFINES FECHA-TRABAJO.
017400     05  FT-ANIO                     PIC 9(04).
017500     05  FT-MES                      PIC 9(02).
017600     05  FT-DIA                      PIC 9(02).
017700
017800 01  TABLA-MESES-VALORES.
017900     05  FILLER                      PIC X(24) VALUE
018000         "312831303130313130313031".
018100 01  TABLA-MESES REDEFINES TABLA-MESES-VALORES.
018200     05  MES-RENGLON     OCCURS 12 TIMES
018300                         INDEXED BY IDX-MES.
018400         10  MES-DIAS                PIC 9(02).
018500
018600 01  DIAS-DEL-MES                    PIC 9(02) VALUE ZERO.
018700
018800******************************************************************
018900*    THE MOVEMENT BEING CHECKED, TAKEN FROM SGNLOG OR VISLOG.    *
019000*    MV-LLAVE IDENTIFIES THE PERSON - THE BADGE FOR AN           *
019100*    EMPLOYEE, THE HOST BADGE AND THE NAME FOR A VISITOR.        *
019200******************************************************************
019300 01  MOVIMIENTO-ACTUAL.
019400     05  MV-LLAVE.
019500         10  MV-TIPO                 PIC X(01).
019600             88  MV-EMPLEADO         VALUE "E".
019700             88  MV-VISITANTE        VALUE "V".
019800         10  MV-BADGE                PIC X(06).
019900         10  MV-NOMBRE-LLAVE         PIC X(15).
020000     05  MV-FECHA                    PIC 9(08).
020100     05  MV-HORA                     PIC 9(08).
020200     05  MV-TERMINAL                 PIC X(08).
020300     05  MV-NOMBRE                   PIC X(15).
020400     05  MV-DEPTO                    PIC X(04).
020500     05  MV-DIRECCION                PIC X(01).
020600         88  MV-ES-ENTRADA           VALUES "E" SPACE.
020700         88  MV-ES-SALIDA            VALUE "S".
020800
020900******************************************************************
021000*    ONE ROW PER PERSON SEEN - THE LAST PHYSICAL MOVEMENT SO     *
021100*    FAR.  TS-ESTADO "E" IS INSIDE SINCE AN ENTRADA ON THE DAY   *
021200*    BEING CHECKED, "A" INSIDE SINCE AN ENTRADA THE DAY BEFORE,  *
021300*    "S" OUTSIDE, SPACE NO MOVEMENT YET.                         *
021400******************************************************************
021500 01  TABLA-SECUENCIAS.
021600     05  SECUENCIA-RENGLON OCCURS 3000 TIMES.
021700         10  TS-LLAVE.
021800             15  TS-TIPO             PIC X(01).
021900             15  TS-BADGE            PIC X(06).
022000             15  TS-NOMBRE-LLAVE     PIC X(15).
022100         10  TS-ESTADO               PIC X(01).
022200             88  TS-ADENTRO-HOY      VALUE "E".
022300             88  TS-ADENTRO-AYER     VALUE "A".
022400             88  TS-AFUERA           VALUE "S".
022500             88  TS-SIN-MOVIMIENTO   VALUE SPACE.
022600         10  TS-FECHA                PIC 9(08).
022700         10  TS-HORA                 PIC 9(08).
022800         10  TS-TERMINAL             PIC X(08).
022900
023000******************************************************************
023100*    ONE ROW PER TERMINAL - LOADED FROM TRMMST AND EXTENDED      *
023200*    WITH ANY ID A BREAK IS SEEN AT THAT THE MASTER DOES NOT     *
023300*    CARRY.  TA-CUENTA IS BY PATTERN, IN TABLA-PATRONES ORDER.   *
023400******************************************************************
023500 01  TABLA-TERMINALES.
023600     05  TERMINAL-RENGLON OCCURS 50 TIMES.
023700         10  TA-ID                   PIC X(08).
023800         10  TA-DESCRIPCION          PIC X(20).
023900         10  TA-CUENTA OCCURS 3 TIMES
024000                                     PIC 9(05) COMP.
024100         10  TA-TOTAL                PIC 9(05) COMP.
024200
024300 01  TABLA-PATRONES-VALORES.
024400     05  FILLER                      PIC X(29) VALUE
024500         "DENTRADA DOBLE EN OTRA PUERTA".
024600     05  FILLER                      PIC X(29) VALUE
024700         "TENTRADAS CASI SIMULTANEAS  ".
024800     05  FILLER                      PIC X(29) VALUE
024900         "SSALIDA SIN ENTRADA PREVIA   ".
025000 01  TABLA-PATRONES REDEFINES TABLA-PATRONES-VALORES.
025100     05  PATRON-RENGLON OCCURS 3 TIMES.
025200         10  PT-CODIGO               PIC X(01).
025300         10  PT-DESCRIPCION          PIC X(28).
025400
025500 01  TABLA-CUENTAS-PATRON.
025600     05  CUENTA-PATRON OCCURS 3 TIMES.
025700         10  CP-EMPLEADOS            PIC 9(05) COMP.
025800         10  CP-VISITANTES           PIC 9(05) COMP.
025900
026000 01  LINEA-DETALLE.
026100     05  FILLER                      PIC X(02) VALUE SPACES.
026200     05  LD-HORA                     PIC 9(08).
026300     05  FILLER                      PIC X(02) VALUE SPACES.
026400     05  LD-TERMINAL                 PIC X(08).
026500     05  FILLER                      PIC X(02) VALUE SPACES.
026600     05  LD-MOTIVO                   PIC X(01).
026700     05  FILLER                      PIC X(02) VALUE SPACES.
026800     05  LD-TIPO                     PIC X(01).
026900     05  FILLER                      PIC X(02) VALUE SPACES.
027000     05  LD-NOMBRE                   PIC X(15).
027100     05  FILLER                      PIC X(02) VALUE SPACES.
027200     05  LD-BADGE                    PIC X(06).
027300     05  FILLER                      PIC X(02) VALUE SPACES.
027400     05  LD-HORA-ANTERIOR            PIC 9(08).
027500     05  FILLER                      PIC X(02) VALUE SPACES.
027600     05  LD-TERMINAL-ANTERIOR        PIC X(08).
027700     05  FILLER                      PIC X(08) VALUE SPACES.
027800
027900 01  LINEA-PATRON.
028000     05  FILLER                      PIC X(02) VALUE SPACES.
028100     05  LP-CODIGO                   PIC X(01).
028200     05  FILLER                      PIC X(01) VALUE SPACES.
028300     05  LP-DESCRIPCION              PIC X(28).
028400     05  FILLER                      PIC X(02) VALUE SPACES.
028500     05  LP-EMPLEADOS                PIC ZZZZ9.
028600     05  FILLER                      PIC X(06) VALUE SPACES.
028700     05  LP-VISITANTES               PIC ZZZZ9.
028800     05  FILLER                      PIC X(04) VALUE SPACES.
028900     05  LP-TOTAL                    PIC ZZZZ9.
029000     05  FILLER                      PIC X(21) VALUE SPACES.
029100
029200 01  LINEA-PUERTA.
029300     05  FILLER                      PIC X(02) VALUE SPACES.
029400     05  LT-ID                       PIC X(08).
029500     05  FILLER                      PIC X(02) VALUE SPACES.
029600     05  LT-DESCRIPCION              PIC X(20).
029700     05  FILLER                      PIC X(02) VALUE SPACES.
029800     05  LT-DOBLES                   PIC ZZZZ9.
029900     05  FILLER                      PIC X(03) VALUE SPACES.
030000     05  LT-SIMULTANEAS              PIC ZZZZ9.
030100     05  FILLER                      PIC X(03) VALUE SPACES.
030200     05  LT-SIN-ENTRADA              PIC ZZZZ9.
030300     05  FILLER                      PIC X(03) VALUE SPACES.
030400     05  LT-TOTAL                    PIC ZZZZ9.
030500     05  FILLER                      PIC X(17) VALUE SPACES.
030600
030700 01  TEXTO-NO-REGISTRADA             PIC X(20) VALUE
030800     "*NO REGISTRADA*".
030900
031000 01  LINEA-RESUMEN-1.
031100     05  FILLER                      PIC X(02) VALUE SPACES.
031200     05  FILLER                      PIC X(25) VALUE
031300         "MOVIMIENTOS REVISADOS    ".
031400     05  LR1-CONTADOR                PIC ZZZZ9.
031500     05  FILLER                      PIC X(48) VALUE SPACES.
031600 01  LINEA-RESUMEN-2.
031700     05  FILLER                      PIC X(02) VALUE SPACES.
031800     05  FILLER                      PIC X(25) VALUE
031900         "SECUENCIAS ROTAS         ".
032000     05  LR2-CONTADOR                PIC ZZZZ9.
032100     05  FILLER                      PIC X(48) VALUE SPACES.
032200 01  LINEA-RESUMEN-3.
032300     05  FILLER                      PIC X(02) VALUE SPACES.
032400     05  FILLER                      PIC X(25) VALUE
032500         "GRABADAS EN SGNEXC       ".
032600     05  LR3-CONTADOR                PIC ZZZZ9.
032700     05  FILLER                      PIC X(48) VALUE SPACES.
032800 01  LINEA-RESUMEN-4.
032900     05  FILLER                      PIC X(02) VALUE SPACES.
033000     05  FILLER                      PIC X(25) VALUE
033100         "YA ESTABAN EN SGNEXC     ".
033200     05  LR4-CONTADOR                PIC ZZZZ9.
033300     05  FILLER                      PIC X(48) VALUE SPACES.
033400 01  LINEA-RESUMEN-5.
033500     05  FILLER                      PIC X(02) VALUE SPACES.
033600     05  FILLER                      PIC X(25) VALUE
033700         "NO GRABADAS (ERROR)      ".
033800     05  LR5-CONTADOR                PIC ZZZZ9.
033900     05  FILLER                      PIC X(48) VALUE SPACES.
034000
034100 01  LINEA-ENCABEZADO-1              PIC X(80) VALUE
034200     "SECUENCIAS DE MOVIMIENTO ROTAS - SGNLOG Y VISLOG".
034300 01  LINEA-ENCABEZADO-2.
034400     05  FILLER                      PIC X(10) VALUE "FECHA:    ".
034500     05  LE2-FECHA                   PIC 9(08).
034600     05  FILLER                      PIC X(04) VALUE SPACES.
034700     05  FILLER                      PIC X(16) VALUE
034800         "VENTANA MINUTOS:".
034900     05  FILLER                      PIC X(01) VALUE SPACES.
035000     05  LE2-MINUTOS                 PIC ZZ9.
035100     05  FILLER                      PIC X(38) VALUE SPACES.
035200 01  LINEA-ENCABEZADO-3              PIC X(80) VALUE
035300     "  HORA      TERMINAL  M  T  NOMBRE           GAFETE  ANTERI
035400-    "OR  TERM.ANT".
035500 01  LINEA-ENCABEZADO-4              PIC X(80) VALUE
035600     "  RESUMEN POR PATRON                 EMPLEADOS  VISITANTES
035700-    "  TOTAL".
035800 01  LINEA-ENCABEZADO-5              PIC X(80) VALUE
035900     "  RESUMEN POR PUERTA                 DOBLE  SIMULT  SIN-EN
036000-    "T   TOTAL".
036100 01  LINEA-NINGUNO                   PIC X(80) VALUE
036200     "  NINGUNO".
036300 01  LINEA-BLANCA                    PIC X(80) VALUE SPACES.
036400 01  LINEA-TABLA-LLENA               PIC X(80) VALUE
036500     "** TABLA DE TERMINALES LLENA - RESUMEN INCOMPLETO **".
036600 01  LINEA-SECUENCIAS-LLENA          PIC X(80) VALUE
036700     "** TABLA DE PERSONAS LLENA - RESTO SIN REVISAR **".
036800
036900 COPY "RUNCTL.CPY".
037000
037100 PROCEDURE DIVISION.
037200******************************************************************
037300*    0000-MAINLINE                                               *
037400******************************************************************
037500 0000-MAINLINE.
037600     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
037700     PERFORM 1500-CARGAR-TERMINALES THRU 1500-EXIT.
037800     PERFORM 2000-RECORRER-BITACORA THRU 2000-EXIT.
037900     PERFORM 3000-RECORRER-VISITAS THRU 3000-EXIT.
038000     PERFORM 5000-IMPRIMIR-PATRONES THRU 5000-EXIT.
038100     PERFORM 6500-IMPRIMIR-PUERTAS THRU 6500-EXIT.
038200     PERFORM 8000-IMPRIMIR-RESUMEN THRU 8000-EXIT.
038300     PERFORM 9000-TERMINAR THRU 9000-EXIT.
038400
038500******************************************************************
038600*    1000-INICIALIZAR - LA FECHA Y LA VENTANA EN MINUTOS VIENEN  *
038700*    DEL PARAMETRO; SIN CARD SE REVISA EL DIA DE HOY CON 5       *
038800*    MINUTOS.  EL DIA ANTERIOR SOLO SIRVE DE SEMILLA             *
038900******************************************************************
039000 1000-INICIALIZAR.
039100     MOVE SPACES TO RCT-REGISTRO.
039200     MOVE "SRC-AMP-SQ" TO RCT-PROGRAMA.
039300     ACCEPT RCT-FECHA-CORRIDA FROM DATE YYYYMMDD.
039400     ACCEPT RCT-HORA-INICIO FROM TIME.
039500     MOVE "N" TO RCT-ESTADO.
039600     ACCEPT FECHA-ANALISIS FROM DATE YYYYMMDD.
039700     OPEN INPUT PARAMETRO-FILE.
039800     IF FS-SEQPARM = "00"
039900         READ PARAMETRO-FILE
040000             AT END
040100                 CONTINUE
040200             NOT AT END
040300                 IF PRM-FECHA IS NUMERIC
040400                         AND PRM-FECHA > ZERO
040500                     MOVE PRM-FECHA TO FECHA-ANALISIS
040600                 END-IF
040700                 IF PRM-MINUTOS-VENTANA IS NUMERIC
040800                         AND PRM-MINUTOS-VENTANA > ZERO
040900                     MOVE PRM-MINUTOS-VENTANA TO MINUTOS-VENTANA
041000                 END-IF
041100         END-READ
041200         CLOSE PARAMETRO-FILE
041300     END-IF.
041400     COMPUTE SEGUNDOS-VENTANA = MINUTOS-VENTANA * 60.
041500     MOVE FECHA-ANALISIS TO FECHA-TRABAJO.
041600     PERFORM 7000-RESTAR-UN-DIA THRU 7000-EXIT.
041700     MOVE FECHA-TRABAJO TO FECHA-SEMILLA.
041800     PERFORM 1100-LIMPIAR-PATRON THRU 1100-EXIT
041900         VARYING IDX-PATRON FROM 1 BY 1
042000         UNTIL IDX-PATRON > 3.
042100     OPEN INPUT TERMINAL-MASTER.
042200     OPEN INPUT SGN-LOG-FILE.
042300     OPEN INPUT VISITOR-LOG-FILE.
042400     OPEN I-O EXCEPTION-FILE.
042500     IF FS-SGNEXC = "35"
042600         OPEN OUTPUT EXCEPTION-FILE
042700         CLOSE EXCEPTION-FILE
042800         OPEN I-O EXCEPTION-FILE
042900     END-IF.
043000     IF FS-SGNEXC = "00"
043100         MOVE "S" TO SW-SGNEXC-ABIERTO
043200     END-IF.
043300     OPEN OUTPUT REPORTE-FILE.
043400     IF FS-SGNLOG NOT = "00" OR FS-SGNEXC NOT = "00"
043500         MOVE "F" TO RCT-ESTADO
043600     END-IF.
043700     IF FS-VISLOG NOT = "00" AND FS-VISLOG NOT = "35"
043800         MOVE "F" TO RCT-ESTADO
043900     END-IF.
044000     MOVE LINEA-ENCABEZADO-1 TO LINEA-REPORTE.
044100     WRITE LINEA-REPORTE.
044200     MOVE FECHA-ANALISIS TO LE2-FECHA.
044300     MOVE MINUTOS-VENTANA TO LE2-MINUTOS.
044400     MOVE LINEA-ENCABEZADO-2 TO LINEA-REPORTE.
044500     WRITE LINEA-REPORTE.
044600     MOVE LINEA-BLANCA TO LINEA-REPORTE.
044700     WRITE LINEA-REPORTE.
044800     MOVE LINEA-ENCABEZADO-3 TO LINEA-REPORTE.
044900     WRITE LINEA-REPORTE.
045000 1000-EXIT.
045100     EXIT.
045200
045300 1100-LIMPIAR-PATRON.
045400     MOVE ZERO TO CP-EMPLEADOS (IDX-PATRON).
045500     MOVE ZERO TO CP-VISITANTES (IDX-PATRON).
045600 1100-EXIT.
045700     EXIT.
045800
045900******************************************************************
046000*    1500-CARGAR-TERMINALES - UNA FILA POR TERMINAL REGISTRADA,  *
046100*    PARA PONER NOMBRE DE PUERTA AL RESUMEN.  SIN TRMMST LA      *
046200*    TABLA EMPIEZA VACIA Y LAS PUERTAS SALEN SIN DESCRIPCION     *
046300******************************************************************
046400 1500-CARGAR-TERMINALES.
046500     MOVE "N" TO SW-FIN-ARCHIVO.
046600     IF FS-TRMMST NOT = "00"
046700         GO TO 1500-EXIT
046800     END-IF.
046900     MOVE LOW-VALUES TO TRM-ID.
047000     START TERMINAL-MASTER KEY IS NOT LESS THAN TRM-ID
047100         INVALID KEY
047200             MOVE "S" TO SW-FIN-ARCHIVO
047300     END-START.
047400     PERFORM 1600-CARGAR-UNA-TERMINAL THRU 1600-EXIT
047500         UNTIL FIN-ARCHIVO.
047600 1500-EXIT.
047700     EXIT.
047800
047900 1600-CARGAR-UNA-TERMINAL.
048000     READ TERMINAL-MASTER NEXT RECORD
048100         AT END
048200             MOVE "S" TO SW-FIN-ARCHIVO
048300         NOT AT END
048400             IF CUANTAS-TERMINALES < 50
048500                 ADD 1 TO CUANTAS-TERMINALES
048600                 MOVE CUANTAS-TERMINALES TO IDX-HALLADO
048700                 PERFORM 1700-INICIAR-RENGLON THRU 1700-EXIT
048800                 MOVE TRM-ID TO TA-ID (IDX-HALLADO)
048900                 MOVE TRM-DESCRIPCION
049000                     TO TA-DESCRIPCION (IDX-HALLADO)
049100             ELSE
049200                 PERFORM 1800-AVISAR-TABLA-LLENA THRU 1800-EXIT
049300             END-IF
049400     END-READ.
049500 1600-EXIT.
049600     EXIT.
049700
049800 1700-INICIAR-RENGLON.
049900     MOVE TEXTO-NO-REGISTRADA TO TA-DESCRIPCION (IDX-HALLADO).
050000     PERFORM 1710-LIMPIAR-CUENTA THRU 1710-EXIT
050100         VARYING IDX-PATRON FROM 1 BY 1
050200         UNTIL IDX-PATRON > 3.
050300     MOVE ZERO TO TA-TOTAL (IDX-HALLADO).
050400 1700-EXIT.
050500     EXIT.
050600
050700 1710-LIMPIAR-CUENTA.
050800     MOVE ZERO TO TA-CUENTA (IDX-HALLADO IDX-PATRON).
050900 1710-EXIT.
051000     EXIT.
051100
051200 1800-AVISAR-TABLA-LLENA.
051300     IF NOT TABLA-LLENA-AVISADA
051400         MOVE LINEA-TABLA-LLENA TO LINEA-REPORTE
051500         WRITE LINEA-REPORTE
051600         MOVE "S" TO SW-TABLA-LLENA
051700     END-IF.
051800 1800-EXIT.
051900     EXIT.
052000
052100******************************************************************
052200*    2000-RECORRER-BITACORA - SGNLOG DESDE EL DIA SEMILLA HASTA  *
052300*    EL DIA REVISADO, EN EL ORDEN DE LA LLAVE (FECHA+HORA)       *
052400******************************************************************
052500 2000-RECORRER-BITACORA.
052600     MOVE "N" TO SW-FIN-ARCHIVO.
052700     IF FS-SGNLOG NOT = "00"
052800         GO TO 2000-EXIT
052900     END-IF.
053000     MOVE FECHA-SEMILLA TO SGN-LOG-FECHA.
053100     MOVE ZERO TO SGN-LOG-HORA.
053200     MOVE SPACES TO SGN-LOG-TERMINAL.
053300     START SGN-LOG-FILE KEY IS NOT LESS THAN SGN-LOG-KEY
053400         INVALID KEY
053500             MOVE "S" TO SW-FIN-ARCHIVO
053600     END-START.
053700     PERFORM 2100-LEER-MOVIMIENTO THRU 2100-EXIT
053800         UNTIL FIN-ARCHIVO.
053900 2000-EXIT.
054000     EXIT.
054100
054200 2100-LEER-MOVIMIENTO.
054300     READ SGN-LOG-FILE NEXT RECORD
054400         AT END
054500             MOVE "S" TO SW-FIN-ARCHIVO
054600         NOT AT END
054700             IF SGN-LOG-FECHA > FECHA-ANALISIS
054800                 MOVE "S" TO SW-FIN-ARCHIVO
054900             ELSE
055000                 IF SGN-LOG-TERMINAL NOT = TERMINAL-CIERRE
055100                     MOVE "E" TO MV-TIPO
055200                     MOVE SGN-LOG-BADGE TO MV-BADGE
055300                     MOVE SPACES TO MV-NOMBRE-LLAVE
055400                     MOVE SGN-LOG-FECHA TO MV-FECHA
055500                     MOVE SGN-LOG-HORA TO MV-HORA
055600                     MOVE SGN-LOG-TERMINAL TO MV-TERMINAL
055700                     MOVE SGN-LOG-NOMBRE TO MV-NOMBRE
055800                     MOVE SGN-LOG-DEPTO TO MV-DEPTO
055900                     MOVE SGN-LOG-DIRECCION TO MV-DIRECCION
056000                     PERFORM 4000-ANALIZAR-MOVIMIENTO
056100                         THRU 4000-EXIT
056200                 END-IF
056300             END-IF
056400     END-READ.
056500 2100-EXIT.
056600     EXIT.
056700
056800******************************************************************
056900*    3000-RECORRER-VISITAS - LO MISMO PARA VISLOG; EL VISITANTE  *
057000*    SE SIGUE POR GAFETE DEL ANFITRION Y NOMBRE                  *
057100******************************************************************
057200 3000-RECORRER-VISITAS.
057300     MOVE "N" TO SW-FIN-ARCHIVO.
057400     IF FS-VISLOG NOT = "00"
057500         GO TO 3000-EXIT
057600     END-IF.
057700     MOVE FECHA-SEMILLA TO VLG-FECHA.
057800     MOVE ZERO TO VLG-HORA.
057900     MOVE SPACES TO VLG-TERMINAL.
058000     START VISITOR-LOG-FILE KEY IS NOT LESS THAN VLG-CLAVE
058100         INVALID KEY
058200             MOVE "S" TO SW-FIN-ARCHIVO
058300     END-START.
058400     PERFORM 3100-LEER-VISITA THRU 3100-EXIT
058500         UNTIL FIN-ARCHIVO.
058600 3000-EXIT.
058700     EXIT.
058800
058900 3100-LEER-VISITA.
059000     READ VISITOR-LOG-FILE NEXT RECORD
059100         AT END
059200             MOVE "S" TO SW-FIN-ARCHIVO
059300         NOT AT END
059400             IF VLG-FECHA > FECHA-ANALISIS
059500                 MOVE "S" TO SW-FIN-ARCHIVO
059600             ELSE
059700                 MOVE "V" TO MV-TIPO
059800                 MOVE VLG-HOST-BADGE TO MV-BADGE
059900                 MOVE VLG-NOMBRE TO MV-NOMBRE-LLAVE
060000                 MOVE VLG-FECHA TO MV-FECHA
060100                 MOVE VLG-HORA TO MV-HORA
060200                 MOVE VLG-TERMINAL TO MV-TERMINAL
060300                 MOVE VLG-NOMBRE TO MV-NOMBRE
060400                 MOVE SPACES TO MV-DEPTO
060500                 MOVE VLG-DIRECCION TO MV-DIRECCION
060600                 PERFORM 4000-ANALIZAR-MOVIMIENTO THRU 4000-EXIT
060700             END-IF
060800     END-READ.
060900 3100-EXIT.
061000     EXIT.
061100
061200******************************************************************
061300*    4000-ANALIZAR-MOVIMIENTO - UN MOVIMIENTO DEL DIA SEMILLA    *
061400*    SOLO DEJA EL ESTADO DE LA PERSONA.  UNO DEL DIA REVISADO    *
061500*    SE COMPARA CONTRA EL MOVIMIENTO ANTERIOR DE LA MISMA        *
061600*    PERSONA ANTES DE QUEDAR COMO SU ULTIMO MOVIMIENTO           *
061700******************************************************************
061800 4000-ANALIZAR-MOVIMIENTO.
061900     PERFORM 4100-HALLAR-SECUENCIA THRU 4100-EXIT.
062000     IF NOT RENGLON-HALLADO
062100         GO TO 4000-EXIT
062200     END-IF.
062300     IF MV-FECHA NOT = FECHA-ANALISIS
062400         IF MV-ES-SALIDA
062500             MOVE "S" TO TS-ESTADO (IDX-HALLADO)
062600         ELSE
062700             MOVE "A" TO TS-ESTADO (IDX-HALLADO)
062800         END-IF
062900         PERFORM 4300-GUARDAR-ULTIMO THRU 4300-EXIT
063000         GO TO 4000-EXIT
063100     END-IF.
063200     ADD 1 TO CONTADOR-MOVIMIENTOS.
063300     MOVE SPACE TO MOTIVO-HALLADO.
063400     IF MV-ES-SALIDA
063500         IF TS-AFUERA (IDX-HALLADO)
063600                 OR TS-SIN-MOVIMIENTO (IDX-HALLADO)
063700             MOVE "S" TO MOTIVO-HALLADO
063800         END-IF
063900         MOVE "S" TO TS-ESTADO (IDX-HALLADO)
064000     ELSE
064100         IF TS-ADENTRO-HOY (IDX-HALLADO)
064200                 AND TS-TERMINAL (IDX-HALLADO) NOT = MV-TERMINAL
064300             PERFORM 4200-CLASIFICAR-ENTRADA THRU 4200-EXIT
064400         END-IF
064500         MOVE "E" TO TS-ESTADO (IDX-HALLADO)
064600     END-IF.
064700     IF MOTIVO-HALLADO NOT = SPACE
064800         PERFORM 4500-REGISTRAR-HALLAZGO THRU 4500-EXIT
064900     END-IF.
065000     PERFORM 4300-GUARDAR-ULTIMO THRU 4300-EXIT.
065100 4000-EXIT.
065200     EXIT.
065300
065400******************************************************************
065500*    4100-HALLAR-SECUENCIA - BUSCA A LA PERSONA EN LA TABLA; SI  *
065600*    NO ESTA SE AGREGA SIN MOVIMIENTO                            *
065700******************************************************************
065800 4100-HALLAR-SECUENCIA.
065900     MOVE "N" TO SW-RENGLON-HALLADO.
066000     PERFORM 4110-COMPARAR-SECUENCIA THRU 4110-EXIT
066100         VARYING IDX-SECUENCIA FROM 1 BY 1
066200         UNTIL IDX-SECUENCIA > CUANTAS-SECUENCIAS
066300             OR RENGLON-HALLADO.
066400     IF RENGLON-HALLADO
066500         GO TO 4100-EXIT
066600     END-IF.
066700     IF CUANTAS-SECUENCIAS < 3000
066800         ADD 1 TO CUANTAS-SECUENCIAS
066900         MOVE CUANTAS-SECUENCIAS TO IDX-HALLADO
067000         MOVE MV-LLAVE TO TS-LLAVE (IDX-HALLADO)
067100         MOVE SPACE TO TS-ESTADO (IDX-HALLADO)
067200         MOVE ZERO TO TS-FECHA (IDX-HALLADO)
067300         MOVE ZERO TO TS-HORA (IDX-HALLADO)
067400         MOVE SPACES TO TS-TERMINAL (IDX-HALLADO)
067500         MOVE "S" TO SW-RENGLON-HALLADO
067600     ELSE
067700         IF NOT SECUENCIAS-LLENA-AVISADA
067800             MOVE LINEA-SECUENCIAS-LLENA TO LINEA-REPORTE
067900             WRITE LINEA-REPORTE
068000             MOVE "S" TO SW-SECUENCIAS-LLENA
068100         END-IF
068200     END-IF.
068300 4100-EXIT.
068400     EXIT.
068500
068600 4110-COMPARAR-SECUENCIA.
068700     IF TS-LLAVE (IDX-SECUENCIA) = MV-LLAVE
068800         MOVE "S" TO SW-RENGLON-HALLADO
068900         MOVE IDX-SECUENCIA TO IDX-HALLADO
069000     END-IF.
069100 4110-EXIT.
069200     EXIT.
069300
069400******************************************************************
069500*    4200-CLASIFICAR-ENTRADA - SEGUNDA ENTRADA EN OTRA PUERTA    *
069600*    SIN SALIDA DE POR MEDIO; DENTRO DE LA VENTANA ES "T", FUERA *
069700*    DE ELLA "D"                                                 *
069800******************************************************************
069900 4200-CLASIFICAR-ENTRADA.
070000     MOVE TS-HORA (IDX-HALLADO) TO HORA-TRABAJO.
070100     PERFORM 7100-HORA-A-SEGUNDOS THRU 7100-EXIT.
070200     MOVE SEGUNDOS-MOMENTO TO SEGUNDOS-ANTERIOR.
070300     MOVE MV-HORA TO HORA-TRABAJO.
070400     PERFORM 7100-HORA-A-SEGUNDOS THRU 7100-EXIT.
070500     SUBTRACT SEGUNDOS-ANTERIOR FROM SEGUNDOS-MOMENTO.
070600     IF SEGUNDOS-MOMENTO NOT > SEGUNDOS-VENTANA
070700         MOVE "T" TO MOTIVO-HALLADO
070800     ELSE
070900         MOVE "D" TO MOTIVO-HALLADO
071000     END-IF.
071100 4200-EXIT.
071200     EXIT.
071300
071400******************************************************************
071500*    4300-GUARDAR-ULTIMO - EL MOVIMIENTO QUEDA COMO EL ULTIMO DE *
071600*    LA PERSONA                                                  *
071700******************************************************************
071800 4300-GUARDAR-ULTIMO.
071900     MOVE MV-FECHA TO TS-FECHA (IDX-HALLADO).
072000     MOVE MV-HORA TO TS-HORA (IDX-HALLADO).
072100     MOVE MV-TERMINAL TO TS-TERMINAL (IDX-HALLADO).
072200 4300-EXIT.
072300     EXIT.
072400
072500******************************************************************
072600*    4500-REGISTRAR-HALLAZGO - CUENTA LA RUPTURA POR PATRON Y    *
072700*    POR PUERTA, LA IMPRIME Y LA GRABA EN SGNEXC.  EL MOVIMIENTO *
072800*    ANTERIOR SOLO SE MUESTRA SI FUE DEL MISMO DIA               *
072900******************************************************************
073000 4500-REGISTRAR-HALLAZGO.
073100     ADD 1 TO CONTADOR-HALLAZGOS.
073200     IF MOTIVO-HALLADO = "D"
073300         MOVE 1 TO IDX-PATRON
073400     ELSE
073500         IF MOTIVO-HALLADO = "T"
073600             MOVE 2 TO IDX-PATRON
073700         ELSE
073800             MOVE 3 TO IDX-PATRON
073900         END-IF
074000     END-IF.
074100     IF MV-EMPLEADO
074200         ADD 1 TO CP-EMPLEADOS (IDX-PATRON)
074300     ELSE
074400         ADD 1 TO CP-VISITANTES (IDX-PATRON)
074500     END-IF.
074600     MOVE IDX-HALLADO TO IDX-SECUENCIA.
074700     MOVE MV-TERMINAL TO TERMINAL-BUSCADA.
074800     PERFORM 6000-HALLAR-TERMINAL THRU 6000-EXIT.
074900     IF RENGLON-HALLADO
075000         ADD 1 TO TA-CUENTA (IDX-HALLADO IDX-PATRON)
075100         ADD 1 TO TA-TOTAL (IDX-HALLADO)
075200     END-IF.
075300     MOVE IDX-SECUENCIA TO IDX-HALLADO.
075400     MOVE MV-HORA TO LD-HORA.
075500     MOVE MV-TERMINAL TO LD-TERMINAL.
075600     MOVE MOTIVO-HALLADO TO LD-MOTIVO.
075700     MOVE MV-TIPO TO LD-TIPO.
075800     MOVE MV-NOMBRE TO LD-NOMBRE.
075900     MOVE MV-BADGE TO LD-BADGE.
076000     IF TS-FECHA (IDX-HALLADO) = FECHA-ANALISIS
076100         MOVE TS-HORA (IDX-HALLADO) TO LD-HORA-ANTERIOR
076200         MOVE TS-TERMINAL (IDX-HALLADO) TO LD-TERMINAL-ANTERIOR
076300     ELSE
076400         MOVE ZERO TO LD-HORA-ANTERIOR
076500         MOVE SPACES TO LD-TERMINAL-ANTERIOR
076600     END-IF.
076700     MOVE LINEA-DETALLE TO LINEA-REPORTE.
076800     WRITE LINEA-REPORTE.
076900     IF SGNEXC-ABIERTO
077000         PERFORM 4600-GRABAR-EXCEPCION THRU 4600-EXIT
077100     ELSE
077200         ADD 1 TO CONTADOR-ERRORES
077300     END-IF.
077400 4500-EXIT.
077500     EXIT.
077600
077700******************************************************************
077800*    4600-GRABAR-EXCEPCION - ENTRA PENDIENTE DE REVISION CON LA  *
077900*    LLAVE DEL MOVIMIENTO; SI LA LLAVE YA ESTA OCUPADA POR OTRA  *
078000*    EXCEPCION SE CORRE UNA CENTESIMA, COMO EN EL KIOSCO.  SI    *
078100*    LA MISMA RUPTURA YA ESTA GRABADA (CORRIDA REPETIDA) SE      *
078200*    OMITE                                                       *
078300******************************************************************
078400 4600-GRABAR-EXCEPCION.
078500     MOVE MV-HORA TO HORA-INTENTO.
078600     MOVE "S" TO SW-LLAVE-OCUPADA.
078700     PERFORM 4610-BUSCAR-LLAVE THRU 4610-EXIT
078800         UNTIL NOT LLAVE-OCUPADA.
078900     IF EXC-YA-EN-ARCHIVO
079000         ADD 1 TO CONTADOR-YA-REGISTRADAS
079100         GO TO 4600-EXIT
079200     END-IF.
079300     IF EXC-CON-ERROR
079400         ADD 1 TO CONTADOR-ERRORES
079500         GO TO 4600-EXIT
079600     END-IF.
079700     MOVE MV-FECHA TO EXC-FECHA.
079800     MOVE HORA-INTENTO TO EXC-HORA.
079900     MOVE MV-TERMINAL TO EXC-TERMINAL.
080000     MOVE MV-NOMBRE TO EXC-NOMBRE.
080100     MOVE MV-BADGE TO EXC-BADGE.
080200     MOVE MV-DEPTO TO EXC-DEPTO.
080300     MOVE LD-HORA-ANTERIOR TO EXC-HORA-ANTERIOR.
080400     MOVE MOTIVO-HALLADO TO EXC-MOTIVO.
080500     MOVE SPACES TO EXC-DISPOSICION.
080600     MOVE SPACES TO EXC-INICIALES.
080700     MOVE SPACES TO EXC-NOTA.
080800     WRITE EXC-REGISTRO
080900         INVALID KEY
081000             CONTINUE
081100     END-WRITE.
081200     IF FS-SGNEXC = "00"
081300         ADD 1 TO CONTADOR-GRABADAS
081400     ELSE
081500         ADD 1 TO CONTADOR-ERRORES
081600     END-IF.
081700 4600-EXIT.
081800     EXIT.
081900
082000 4610-BUSCAR-LLAVE.
082100     MOVE "N" TO SW-LLAVE-OCUPADA.
082200     MOVE MV-FECHA TO EXC-FECHA.
082300     MOVE HORA-INTENTO TO EXC-HORA.
082400     MOVE MV-TERMINAL TO EXC-TERMINAL.
082500     READ EXCEPTION-FILE
082600         INVALID KEY
082700             CONTINUE
082800     END-READ.
082900     IF FS-SGNEXC = "23"
083000         MOVE "N" TO RESULTADO-GRABACION
083100         GO TO 4610-EXIT
083200     END-IF.
083300     IF FS-SGNEXC NOT = "00"
083400         MOVE "E" TO RESULTADO-GRABACION
083500         GO TO 4610-EXIT
083600     END-IF.
083700     IF EXC-NOMBRE = MV-NOMBRE
083800             AND EXC-BADGE = MV-BADGE
083900             AND EXC-MOTIVO = MOTIVO-HALLADO
084000         MOVE "P" TO RESULTADO-GRABACION
084100     ELSE
084200         ADD 1 TO HORA-INTENTO
084300         MOVE "S" TO SW-LLAVE-OCUPADA
084400     END-IF.
084500 4610-EXIT.
084600     EXIT.
084700
084800******************************************************************
084900*    5000-IMPRIMIR-PATRONES - RESUMEN POR PATRON, EMPLEADOS Y    *
085000*    VISITANTES POR SEPARADO                                     *
085100******************************************************************
085200 5000-IMPRIMIR-PATRONES.
085300     MOVE LINEA-BLANCA TO LINEA-REPORTE.
085400     WRITE LINEA-REPORTE.
085500     MOVE LINEA-ENCABEZADO-4 TO LINEA-REPORTE.
085600     WRITE LINEA-REPORTE.
085700     PERFORM 5100-IMPRIMIR-UN-PATRON THRU 5100-EXIT
085800         VARYING IDX-PATRON FROM 1 BY 1
085900         UNTIL IDX-PATRON > 3.
086000 5000-EXIT.
086100     EXIT.
086200
086300 5100-IMPRIMIR-UN-PATRON.
086400     MOVE PT-CODIGO (IDX-PATRON) TO LP-CODIGO.
086500     MOVE PT-DESCRIPCION (IDX-PATRON) TO LP-DESCRIPCION.
086600     MOVE CP-EMPLEADOS (IDX-PATRON) TO LP-EMPLEADOS.
086700     MOVE CP-VISITANTES (IDX-PATRON) TO LP-VISITANTES.
086800     COMPUTE LP-TOTAL = CP-EMPLEADOS (IDX-PATRON)
086900         + CP-VISITANTES (IDX-PATRON).
087000     MOVE LINEA-PATRON TO LINEA-REPORTE.
087100     WRITE LINEA-REPORTE.
087200 5100-EXIT.
087300     EXIT.
087400
087500******************************************************************
087600*    6000-HALLAR-TERMINAL - BUSCA EL ID EN LA TABLA; UN ID QUE   *
087700*    NO ESTA EN EL MAESTRO SE AGREGA MARCADO NO REGISTRADO       *
087800******************************************************************
087900 6000-HALLAR-TERMINAL.
088000     MOVE "N" TO SW-RENGLON-HALLADO.
088100     PERFORM 6100-COMPARAR-TERMINAL THRU 6100-EXIT
088200         VARYING IDX-TERMINAL FROM 1 BY 1
088300         UNTIL IDX-TERMINAL > CUANTAS-TERMINALES
088400             OR RENGLON-HALLADO.
088500     IF NOT RENGLON-HALLADO
088600         IF CUANTAS-TERMINALES < 50
088700             ADD 1 TO CUANTAS-TERMINALES
088800             MOVE CUANTAS-TERMINALES TO IDX-HALLADO
088900             PERFORM 1700-INICIAR-RENGLON THRU 1700-EXIT
089000             MOVE TERMINAL-BUSCADA TO TA-ID (IDX-HALLADO)
089100             MOVE "S" TO SW-RENGLON-HALLADO
089200         ELSE
089300             PERFORM 1800-AVISAR-TABLA-LLENA THRU 1800-EXIT
089400         END-IF
089500     END-IF.
089600 6000-EXIT.
089700     EXIT.
089800
089900 6100-COMPARAR-TERMINAL.
090000     IF TA-ID (IDX-TERMINAL) = TERMINAL-BUSCADA
090100         MOVE "S" TO SW-RENGLON-HALLADO
090200         MOVE IDX-TERMINAL TO IDX-HALLADO
090300     END-IF.
090400 6100-EXIT.
090500     EXIT.
090600
090700******************************************************************
090800*    6500-IMPRIMIR-PUERTAS - SOLO LAS PUERTAS CON ALGUNA         *
090900*    RUPTURA, EN EL ORDEN DE TRMMST                              *
091000******************************************************************
091100 6500-IMPRIMIR-PUERTAS.
091200     MOVE LINEA-BLANCA TO LINEA-REPORTE.
091300     WRITE LINEA-REPORTE.
091400     MOVE LINEA-ENCABEZADO-5 TO LINEA-REPORTE.
091500     WRITE LINEA-REPORTE.
091600     PERFORM 6600-IMPRIMIR-UNA-PUERTA THRU 6600-EXIT
091700         VARYING IDX-PUERTA FROM 1 BY 1
091800         UNTIL IDX-PUERTA > CUANTAS-TERMINALES.
091900     IF CONTADOR-PUERTAS = ZERO
092000         MOVE LINEA-NINGUNO TO LINEA-REPORTE
092100         WRITE LINEA-REPORTE
092200     END-IF.
092300 6500-EXIT.
092400     EXIT.
092500
092600 6600-IMPRIMIR-UNA-PUERTA.
092700     IF TA-TOTAL (IDX-PUERTA) = ZERO
092800         GO TO 6600-EXIT
092900     END-IF.
093000     ADD 1 TO CONTADOR-PUERTAS.
093100     MOVE TA-ID (IDX-PUERTA) TO LT-ID.
093200     MOVE TA-DESCRIPCION (IDX-PUERTA) TO LT-DESCRIPCION.
093300     MOVE TA-CUENTA (IDX-PUERTA 1) TO LT-DOBLES.
093400     MOVE TA-CUENTA (IDX-PUERTA 2) TO LT-SIMULTANEAS.
093500     MOVE TA-CUENTA (IDX-PUERTA 3) TO LT-SIN-ENTRADA.
093600     MOVE TA-TOTAL (IDX-PUERTA) TO LT-TOTAL.
093700     MOVE LINEA-PUERTA TO LINEA-REPORTE.
093800     WRITE LINEA-REPORTE.
093900 6600-EXIT.
094000     EXIT.
094100
094200******************************************************************
094300*    7000-RESTAR-UN-DIA - RETROCEDE FECHA-TRABAJO UN DIA DE      *
094400*    CALENDARIO, CRUZANDO MES Y ANIO; FEBRERO TIENE 29 EN ANIO   *
094500*    BISIESTO (DIVISIBLE ENTRE 4, SALVO SIGLOS NO DIVISIBLES     *
094600*    ENTRE 400)                                                  *
094700******************************************************************
094800 7000-RESTAR-UN-DIA.
094900     IF FT-DIA > 1
095000         SUBTRACT 1 FROM FT-DIA
095100         GO TO 7000-EXIT
095200     END-IF.
095300     IF FT-MES = 1
095400         SUBTRACT 1 FROM FT-ANIO
095500         MOVE 12 TO FT-MES
095600         MOVE 31 TO FT-DIA
095700         GO TO 7000-EXIT
095800     END-IF.
095900     SUBTRACT 1 FROM FT-MES.
096000     SET IDX-MES TO FT-MES.
096100     MOVE MES-DIAS (IDX-MES) TO DIAS-DEL-MES.
096200     IF FT-MES = 2
096300         DIVIDE FT-ANIO BY 4
096400             GIVING COCIENTE-ANIO REMAINDER RESIDUO-ANIO
096500         IF RESIDUO-ANIO = ZERO
096600             MOVE 29 TO DIAS-DEL-MES
096700             DIVIDE FT-ANIO BY 100
096800                 GIVING COCIENTE-ANIO REMAINDER RESIDUO-ANIO
096900             IF RESIDUO-ANIO = ZERO
097000                 DIVIDE FT-ANIO BY 400
097100                     GIVING COCIENTE-ANIO REMAINDER RESIDUO-ANIO
097200                 IF RESIDUO-ANIO NOT = ZERO
097300                     MOVE 28 TO DIAS-DEL-MES
097400                 END-IF
097500             END-IF
097600         END-IF
097700     END-IF.
097800     MOVE DIAS-DEL-MES TO FT-DIA.
097900 7000-EXIT.
098000     EXIT.
098100
098200******************************************************************
098300*    7100-HORA-A-SEGUNDOS - CONVIERTE LA HORA HHMMSSCC DE        *
098400*    HORA-TRABAJO A SEGUNDOS DESDE MEDIANOCHE (LOS CENTESIMOS    *
098500*    SE DESCARTAN)                                               *
098600******************************************************************
098700 7100-HORA-A-SEGUNDOS.
098800     COMPUTE SEGUNDOS-MOMENTO =
098900         (HD-HH * 3600) + (HD-MM * 60) + HD-SS.
099000 7100-EXIT.
099100     EXIT.
099200
099300******************************************************************
099400*    8000-IMPRIMIR-RESUMEN                                       *
099500******************************************************************
099600 8000-IMPRIMIR-RESUMEN.
099700     MOVE LINEA-BLANCA TO LINEA-REPORTE.
099800     WRITE LINEA-REPORTE.
099900     MOVE CONTADOR-MOVIMIENTOS TO LR1-CONTADOR.
100000     MOVE LINEA-RESUMEN-1 TO LINEA-REPORTE.
100100     WRITE LINEA-REPORTE.
100200     MOVE CONTADOR-HALLAZGOS TO LR2-CONTADOR.
100300     MOVE LINEA-RESUMEN-2 TO LINEA-REPORTE.
100400     WRITE LINEA-REPORTE.
100500     MOVE CONTADOR-GRABADAS TO LR3-CONTADOR.
100600     MOVE LINEA-RESUMEN-3 TO LINEA-REPORTE.
100700     WRITE LINEA-REPORTE.
100800     MOVE CONTADOR-YA-REGISTRADAS TO LR4-CONTADOR.
100900     MOVE LINEA-RESUMEN-4 TO LINEA-REPORTE.
101000     WRITE LINEA-REPORTE.
101100     MOVE CONTADOR-ERRORES TO LR5-CONTADOR.
101200     MOVE LINEA-RESUMEN-5 TO LINEA-REPORTE.
101300     WRITE LINEA-REPORTE.
101400 8000-EXIT.
101500     EXIT.
101600
101700******************************************************************
101800*    9000-TERMINAR                                                *
101900******************************************************************
102000 9000-TERMINAR.
102100     PERFORM 9900-REGISTRAR-CONTROL THRU 9900-EXIT.
102200     CLOSE TERMINAL-MASTER.
102300     CLOSE SGN-LOG-FILE.
102400     IF FS-VISLOG NOT = "35"
102500         CLOSE VISITOR-LOG-FILE
102600     END-IF.
102700     CLOSE EXCEPTION-FILE.
102800     CLOSE REPORTE-FILE.
102900     STOP RUN.
103000 9000-EXIT.
103100     EXIT.
103200
103300******************************************************************
103400*    9900-REGISTRAR-CONTROL - DEJA EL REGISTRO DE CONTROL DE LA   *
103500*    CORRIDA EN RUNCTL PARA EL REPORTE DE CUADRE MATUTINO         *
103600******************************************************************
103700 9900-REGISTRAR-CONTROL.
103800     MOVE FECHA-ANALISIS TO RCT-FECHA-PROCESO.
103900     IF RCT-NORMAL
104000         IF TABLA-LLENA-AVISADA OR SECUENCIAS-LLENA-AVISADA
104100                 OR CONTADOR-ERRORES > ZERO
104200             MOVE "A" TO RCT-ESTADO
104300         END-IF
104400     END-IF.
104500     MOVE "MOVIMIEN" TO RCT-ETIQUETA (1).
104600     MOVE CONTADOR-MOVIMIENTOS TO RCT-CUENTA (1).
104700     MOVE "DOBLES" TO RCT-ETIQUETA (2).
104800     COMPUTE RCT-CUENTA (2) =
104900         CP-EMPLEADOS (1) + CP-VISITANTES (1).
105000     MOVE "SIMULTAN" TO RCT-ETIQUETA (3).
105100     COMPUTE RCT-CUENTA (3) =
105200         CP-EMPLEADOS (2) + CP-VISITANTES (2).
105300     MOVE "SINENTRA" TO RCT-ETIQUETA (4).
105400     COMPUTE RCT-CUENTA (4) =
105500         CP-EMPLEADOS (3) + CP-VISITANTES (3).
105600     CALL "SRC-AMP-RC" USING RCT-REGISTRO.
105700 9900-EXIT.
105800     EXIT.
105900 END PROGRAM SRC-AMP-SQ.
