000100******************************************************************
000200*                                                                *
000300*    SRC_VEN.CBL                                                *
000400*                                                                *
000500*    PROGRAM-ID.  SRC-AMP-VN                                    *
000600*    AUTHOR.      R. SOTO MADERA                                *
000700*    INSTALLATION. TERMINAL SERVICES - PLANTA 3                 *
000800*    DATE-WRITTEN. 2026-10-15.                                  *
000900*                                                                *
001000*    DAILY EXPIRING-BADGE REPORT FOR THE FRONT DESK.  READS THE  *
001100*    EMPLOYEE/VISITOR MASTER (EMPMST) AND LISTS EVERY ACTIVE     *
001200*    BADGE WHOSE EXPIRY DATE FALLS WITHIN THE WINDOW - TODAY     *
001300*    THROUGH THE NEXT 14 DAYS - SOONEST FIRST, WITH THE BADGE    *
001400*    TYPE, THE COMPANY AND THE DAYS LEFT, SO THE DESK CAN CHASE  *
001500*    THE RENEWALS BEFORE THE KIOSK STARTS TURNING CONTRACTORS    *
001600*    AWAY.  ACTIVE BADGES ALREADY PAST THEIR EXPIRY DATE ARE     *
001700*    LISTED APART, WITH THE DAYS SINCE THEY EXPIRED, SO THE      *
001800*    BADGE CAN BE COLLECTED OR DEACTIVATED.  THE RUN DATE AND    *
001900*    THE WINDOW IN DAYS COME FROM THE VENPARM CARD - NO CARD IS  *
002000*    TODAY AND 14 DAYS.                                          *
002100*                                                                *
002200*    MODIFICATION HISTORY.                                       *
002300*    DATE-WRITTEN.  2026-10-15.                                  *
002400*    2026-10-15  RSM  ORIGINAL.                                   *
002410*    2026-10-15  RSM  EVERY RUN NOW ENDS BY APPENDING A RUN-      *
002420*                     CONTROL RECORD TO RUNCTL (SRC-AMP-RC) -     *
002430*                     DATES, START AND END TIME, STATUS AND       *
002440*                     CONTROL COUNTS - FOR THE SRC-AMP-CU MORNING *
002450*                     BALANCING REPORT.                           *
002500*                                                                *
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. SRC-AMP-VN.
002900 AUTHOR. R. SOTO MADERA.
003000 INSTALLATION. TERMINAL SERVICES - PLANTA 3.
003100 DATE-WRITTEN. 2026-10-15.
003200 DATE-COMPILED.
003300
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT PARAMETRO-FILE ASSIGN TO "VENPARM"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS FS-VENPARM.
004000
004100     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMST"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS EMP-BADGE
004500         FILE STATUS IS FS-EMPMST.
004600
004700     SELECT REPORTE-FILE ASSIGN TO "VENRPT"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS FS-VENRPT.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  PARAMETRO-FILE
005400     LABEL RECORDS ARE STANDARD.
005500 01  PARAMETRO-REGISTRO.
005600     05  PRM-FECHA                   PIC 9(08).
005700     05  PRM-DIAS-VENTANA            PIC 9(03).
005800
005900 FD  EMPLOYEE-MASTER
006000     LABEL RECORDS ARE STANDARD.
006100 COPY "EMPMST.CPY".
006200
006300 FD  REPORTE-FILE
006400     LABEL RECORDS ARE STANDARD.
006500 01  LINEA-REPORTE                   PIC X(80).
006600
006700 WORKING-STORAGE SECTION.
006800 01  FS-VENPARM                      PIC X(02) VALUE "00".
006900 01  FS-EMPMST                       PIC X(02) VALUE "00".
007000 01  FS-VENRPT                       PIC X(02) VALUE "00".
007100
007200 01  SW-FIN-MAESTRO                  PIC X(01) VALUE "N".
007300     88  FIN-MAESTRO                 VALUE "S".
007400
007500 01  SW-TABLA-LLENA                  PIC X(01) VALUE "N".
007600     88  TABLA-LLENA-AVISADA         VALUE "S".
007700
007800 77  CUANTOS-GAFETES                 PIC 9(04) COMP VALUE ZERO.
007900 77  IDX-GAFETE                      PIC 9(04) COMP VALUE ZERO.
008000 77  CONTADOR-REVISADOS              PIC 9(05) COMP VALUE ZERO.
008100 77  CONTADOR-POR-VENCER             PIC 9(05) COMP VALUE ZERO.
008200 77  CONTADOR-VENCIDOS               PIC 9(05) COMP VALUE ZERO.
008300
008400 01  FECHA-CORRIDA                   PIC 9(08) VALUE ZERO.
008500 01  DIAS-VENTANA                    PIC 9(03) VALUE 14.
008600 01  DIA-LISTADO                     PIC 9(05) COMP VALUE ZERO.
008700 01  DIAS-GAFETE                     PIC 9(05) COMP VALUE ZERO.
008800 01  VENCIDO-GAFETE                  PIC X(01) VALUE "N".
008900
009000 01  FECHA-TRABAJO                   PIC 9(08) VALUE ZERO.
009100 01  FECHA-DESGLOSE REDEFINES FECHA-TRABAJO.
009200     05  FT-ANIO                     PIC 9(04).
009300     05  FT-MES                      PIC 9(02).
009400     05  FT-DIA                      PIC 9(02).
009500
009600******************************************************************
009700*    DAY ARITHMETIC.  A DATE IS TURNED INTO A RUNNING DAY        *
009800*    NUMBER SO THE DAYS LEFT TO EXPIRY ARE A PLAIN SUBTRACTION   *
009900*    ACROSS MONTH AND YEAR ENDS                                  *
010000******************************************************************
010100 01  TABLA-ACUMULADOS-VALORES.
010200     05  FILLER                      PIC X(36) VALUE
010300         "000031059090120151181212243273304334".
010400 01  TABLA-ACUMULADOS REDEFINES TABLA-ACUMULADOS-VALORES.
010500     05  ACUMULADO-RENGLON OCCURS 12 TIMES.
010600         10  DIAS-ANTES-MES          PIC 9(03).
010700
010800 01  ANIO-AJUSTADO                   PIC 9(04) COMP VALUE ZERO.
010900 01  BISIESTOS-4                     PIC 9(04) COMP VALUE ZERO.
011000 01  BISIESTOS-100                   PIC 9(04) COMP VALUE ZERO.
011100 01  BISIESTOS-400                   PIC 9(04) COMP VALUE ZERO.
011200 01  DIA-ABSOLUTO                    PIC 9(07) COMP VALUE ZERO.
011300 01  DIA-CORRIDA                     PIC 9(07) COMP VALUE ZERO.
011400
011500******************************************************************
011600*    ONE ROW PER ACTIVE BADGE THAT IS DUE WITHIN THE WINDOW OR   *
011700*    ALREADY EXPIRED.  TG-DIAS IS THE DAYS LEFT, OR THE DAYS     *
011800*    SINCE EXPIRY WHEN TG-YA-VENCIDO.                            *
011900******************************************************************
012000 01  TABLA-GAFETES.
012100     05  GAFETE-RENGLON OCCURS 500 TIMES.
012200         10  TG-BADGE                PIC X(06).
012300         10  TG-NOMBRE               PIC X(15).
012400         10  TG-DEPTO                PIC X(04).
012500         10  TG-TIPO                 PIC X(01).
012600         10  TG-COMPANIA             PIC X(20).
012700         10  TG-FECHA-VENCE          PIC 9(08).
012800         10  TG-DIAS                 PIC 9(05) COMP.
012900         10  TG-VENCIDO              PIC X(01).
013000             88  TG-YA-VENCIDO       VALUE "S".
013100
013200 01  LINEA-DETALLE.
013300     05  FILLER                      PIC X(02) VALUE SPACES.
013400     05  LD-TIPO                     PIC X(08).
013500     05  FILLER                      PIC X(01) VALUE SPACES.
013600     05  LD-BADGE                    PIC X(06).
013700     05  FILLER                      PIC X(02) VALUE SPACES.
013800     05  LD-NOMBRE                   PIC X(15).
013900     05  FILLER                      PIC X(02) VALUE SPACES.
014000     05  LD-DEPTO                    PIC X(04).
014100     05  FILLER                      PIC X(02) VALUE SPACES.
014200     05  LD-COMPANIA                 PIC X(20).
014300     05  FILLER                      PIC X(02) VALUE SPACES.
014400     05  LD-FECHA-VENCE              PIC 9(08).
014500     05  FILLER                      PIC X(02) VALUE SPACES.
014600     05  LD-DIAS                     PIC ZZZ9.
014700     05  FILLER                      PIC X(02) VALUE SPACES.
014800
014900 01  TIPO-EMPLEADO                   PIC X(08) VALUE "EMPLEADO".
015000 01  TIPO-CONTRATISTA                PIC X(08) VALUE "CONTRAT.".
015100 01  TIPO-TEMPORAL                   PIC X(08) VALUE "TEMPORAL".
015200
015300 01  LINEA-RESUMEN-1.
015400     05  FILLER                      PIC X(02) VALUE SPACES.
015500     05  FILLER                      PIC X(25) VALUE
015600         "GAFETES REVISADOS        ".
015700     05  LR1-CONTADOR                PIC ZZZZ9.
015800     05  FILLER                      PIC X(48) VALUE SPACES.
015900 01  LINEA-RESUMEN-2.
016000     05  FILLER                      PIC X(02) VALUE SPACES.
016100     05  FILLER                      PIC X(25) VALUE
016200         "VENCEN EN LA VENTANA     ".
016300     05  LR2-CONTADOR                PIC ZZZZ9.
016400     05  FILLER                      PIC X(48) VALUE SPACES.
016500 01  LINEA-RESUMEN-3.
016600     05  FILLER                      PIC X(02) VALUE SPACES.
016700     05  FILLER                      PIC X(25) VALUE
016800         "VENCIDOS AUN ACTIVOS     ".
016900     05  LR3-CONTADOR                PIC ZZZZ9.
017000     05  FILLER                      PIC X(48) VALUE SPACES.
017100
017200 01  LINEA-ENCABEZADO-1              PIC X(80) VALUE
017300     "GAFETES POR VENCER - RECEPCION".
017400 01  LINEA-ENCABEZADO-2.
017500     05  FILLER                      PIC X(10) VALUE "FECHA:    ".
017600     05  LE2-FECHA                   PIC 9(08).
017700     05  FILLER                      PIC X(12) VALUE
017800         "   VENTANA: ".
017900     05  LE2-DIAS                    PIC ZZ9.
018000     05  FILLER                      PIC X(47) VALUE " DIAS".
018100 01  LINEA-ENCABEZADO-3              PIC X(80) VALUE
018200     "  POR VENCER (DIAS QUE FALTAN)".
018300 01  LINEA-ENCABEZADO-4              PIC X(80) VALUE
018400     "  VENCIDOS Y AUN ACTIVOS (DIAS DESDE EL VENCIMIENTO)".
018500 01  LINEA-ENCABEZADO-5.
018600     05  FILLER                      PIC X(50) VALUE
018700         "  TIPO     GAFETE  NOMBRE           DEPTO EMPRESA".
018800     05  FILLER                      PIC X(30) VALUE
018900         "              VENCE     DIAS".
019000 01  LINEA-BLANCA                    PIC X(80) VALUE SPACES.
019100 01  LINEA-TABLA-LLENA               PIC X(80) VALUE
019200     "** TABLA DE GAFETES LLENA - REPORTE INCOMPLETO **".
019300
019330 COPY "RUNCTL.CPY".
019360
019400 PROCEDURE DIVISION.
019500******************************************************************
019600*    0000-MAINLINE                                               *
019700******************************************************************
019800 0000-MAINLINE.
019900     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
020000     PERFORM 2000-REVISAR-MAESTRO THRU 2000-EXIT
020100         UNTIL FIN-MAESTRO.
020200     PERFORM 3000-IMPRIMIR-POR-VENCER THRU 3000-EXIT.
020300     PERFORM 4000-IMPRIMIR-VENCIDOS THRU 4000-EXIT.
020400     PERFORM 5000-IMPRIMIR-RESUMEN THRU 5000-EXIT.
020500     PERFORM 9000-TERMINAR THRU 9000-EXIT.
020600
020700******************************************************************
020800*    1000-INICIALIZAR - LA FECHA DE CORRIDA Y LA VENTANA VIENEN  *
020900*    DEL PARAMETRO.  SIN PARAMETRO ES HOY Y 14 DIAS; UNA         *
021000*    VENTANA EN CERO O NO NUMERICA TAMBIEN QUEDA EN 14           *
021100******************************************************************
021200 1000-INICIALIZAR.
021210     MOVE SPACES TO RCT-REGISTRO.
021220     MOVE "SRC-AMP-VN" TO RCT-PROGRAMA.
021230     ACCEPT RCT-FECHA-CORRIDA FROM DATE YYYYMMDD.
021240     ACCEPT RCT-HORA-INICIO FROM TIME.
021250     MOVE "N" TO RCT-ESTADO.
021300     ACCEPT FECHA-CORRIDA FROM DATE YYYYMMDD.
021400     OPEN INPUT PARAMETRO-FILE.
021500     IF FS-VENPARM = "00"
021600         READ PARAMETRO-FILE
021700             AT END
021800                 CONTINUE
021900             NOT AT END
022000                 IF PRM-FECHA IS NUMERIC
022100                         AND PRM-FECHA > ZERO
022200                     MOVE PRM-FECHA TO FECHA-CORRIDA
022300                 END-IF
022400                 IF PRM-DIAS-VENTANA IS NUMERIC
022500                         AND PRM-DIAS-VENTANA > ZERO
022600                     MOVE PRM-DIAS-VENTANA TO DIAS-VENTANA
022700                 END-IF
022800         END-READ
022900         CLOSE PARAMETRO-FILE
023000     END-IF.
023100     MOVE FECHA-CORRIDA TO FECHA-TRABAJO.
023200     PERFORM 7200-FECHA-A-DIA THRU 7200-EXIT.
023300     MOVE DIA-ABSOLUTO TO DIA-CORRIDA.
023400     OPEN INPUT EMPLOYEE-MASTER.
023500     OPEN OUTPUT REPORTE-FILE.
023600     IF FS-EMPMST NOT = "00"
023700         MOVE "S" TO SW-FIN-MAESTRO
023750         MOVE "F" TO RCT-ESTADO
023800     ELSE
023900         MOVE LOW-VALUES TO EMP-BADGE
024000         START EMPLOYEE-MASTER KEY IS NOT LESS THAN EMP-BADGE
024100             INVALID KEY
024200                 MOVE "S" TO SW-FIN-MAESTRO
024300         END-START
024400     END-IF.
024500     MOVE LINEA-ENCABEZADO-1 TO LINEA-REPORTE.
024600     WRITE LINEA-REPORTE.
024700     MOVE FECHA-CORRIDA TO LE2-FECHA.
024800     MOVE DIAS-VENTANA TO LE2-DIAS.
024900     MOVE LINEA-ENCABEZADO-2 TO LINEA-REPORTE.
025000     WRITE LINEA-REPORTE.
025100 1000-EXIT.
025200     EXIT.
025300
025400******************************************************************
025500*    2000-REVISAR-MAESTRO - SOLO GAFETES ACTIVOS CON FECHA DE    *
025600*    VENCIMIENTO.  EN CEROS, NO NUMERICA O CON UN MES FUERA DE   *
025700*    RANGO NO VENCE Y NO SE LISTA                                *
025800******************************************************************
025900 2000-REVISAR-MAESTRO.
026000     READ EMPLOYEE-MASTER NEXT RECORD
026100         AT END
026200             MOVE "S" TO SW-FIN-MAESTRO
026300             GO TO 2000-EXIT
026400     END-READ.
026500     IF NOT EMP-ACTIVO
026600         GO TO 2000-EXIT
026700     END-IF.
026800     ADD 1 TO CONTADOR-REVISADOS.
026900     IF EMP-FECHA-VENCE NOT NUMERIC
027000         GO TO 2000-EXIT
027100     END-IF.
027200     IF EMP-FECHA-VENCE = ZERO
027300         GO TO 2000-EXIT
027400     END-IF.
027500     MOVE EMP-FECHA-VENCE TO FECHA-TRABAJO.
027600     IF FT-MES < 1 OR FT-MES > 12
027700         GO TO 2000-EXIT
027800     END-IF.
027900     PERFORM 7200-FECHA-A-DIA THRU 7200-EXIT.
028000     IF DIA-ABSOLUTO < DIA-CORRIDA
028100         MOVE "S" TO VENCIDO-GAFETE
028200         COMPUTE DIAS-GAFETE = DIA-CORRIDA - DIA-ABSOLUTO
028300         PERFORM 2100-GUARDAR-GAFETE THRU 2100-EXIT
028400         ADD 1 TO CONTADOR-VENCIDOS
028500         GO TO 2000-EXIT
028600     END-IF.
028700     COMPUTE DIAS-GAFETE = DIA-ABSOLUTO - DIA-CORRIDA.
028800     IF DIAS-GAFETE NOT > DIAS-VENTANA
028900         MOVE "N" TO VENCIDO-GAFETE
029000         PERFORM 2100-GUARDAR-GAFETE THRU 2100-EXIT
029100         ADD 1 TO CONTADOR-POR-VENCER
029200     END-IF.
029300 2000-EXIT.
029400     EXIT.
029500
029600******************************************************************
029700*    2100-GUARDAR-GAFETE - AGREGA EL GAFETE A LA TABLA.  CON LA  *
029800*    TABLA LLENA SE AVISA UNA VEZ EN EL REPORTE Y EL RENGLON SE  *
029900*    PIERDE (LOS CONTADORES DEL RESUMEN SI LO CUENTAN)           *
030000******************************************************************
030100 2100-GUARDAR-GAFETE.
030200     IF CUANTOS-GAFETES NOT < 500
030300         IF NOT TABLA-LLENA-AVISADA
030400             MOVE LINEA-TABLA-LLENA TO LINEA-REPORTE
030500             WRITE LINEA-REPORTE
030600             MOVE "S" TO SW-TABLA-LLENA
030700         END-IF
030800         GO TO 2100-EXIT
030900     END-IF.
031000     ADD 1 TO CUANTOS-GAFETES.
031100     MOVE EMP-BADGE TO TG-BADGE (CUANTOS-GAFETES).
031200     MOVE EMP-NOMBRE TO TG-NOMBRE (CUANTOS-GAFETES).
031300     MOVE EMP-DEPTO TO TG-DEPTO (CUANTOS-GAFETES).
031400     MOVE EMP-TIPO TO TG-TIPO (CUANTOS-GAFETES).
031500     MOVE EMP-COMPANIA TO TG-COMPANIA (CUANTOS-GAFETES).
031600     MOVE EMP-FECHA-VENCE TO TG-FECHA-VENCE (CUANTOS-GAFETES).
031700     MOVE DIAS-GAFETE TO TG-DIAS (CUANTOS-GAFETES).
031800     MOVE VENCIDO-GAFETE TO TG-VENCIDO (CUANTOS-GAFETES).
031900 2100-EXIT.
032000     EXIT.
032100
032200******************************************************************
032300*    3000-IMPRIMIR-POR-VENCER - DEL QUE VENCE HOY (CERO DIAS)    *
032400*    AL QUE VENCE AL FINAL DE LA VENTANA, UN DIA A LA VEZ        *
032500******************************************************************
032600 3000-IMPRIMIR-POR-VENCER.
032700     MOVE LINEA-BLANCA TO LINEA-REPORTE.
032800     WRITE LINEA-REPORTE.
032900     MOVE LINEA-ENCABEZADO-3 TO LINEA-REPORTE.
033000     WRITE LINEA-REPORTE.
033100     MOVE LINEA-ENCABEZADO-5 TO LINEA-REPORTE.
033200     WRITE LINEA-REPORTE.
033300     PERFORM 3100-IMPRIMIR-UN-DIA THRU 3100-EXIT
033400         VARYING DIA-LISTADO FROM 0 BY 1
033500         UNTIL DIA-LISTADO > DIAS-VENTANA.
033600 3000-EXIT.
033700     EXIT.
033800
033900 3100-IMPRIMIR-UN-DIA.
034000     PERFORM 3110-IMPRIMIR-SI-VENCE THRU 3110-EXIT
034100         VARYING IDX-GAFETE FROM 1 BY 1
034200         UNTIL IDX-GAFETE > CUANTOS-GAFETES.
034300 3100-EXIT.
034400     EXIT.
034500
034600 3110-IMPRIMIR-SI-VENCE.
034700     IF NOT TG-YA-VENCIDO (IDX-GAFETE)
034800             AND TG-DIAS (IDX-GAFETE) = DIA-LISTADO
034900         PERFORM 6000-IMPRIMIR-DETALLE THRU 6000-EXIT
035000     END-IF.
035100 3110-EXIT.
035200     EXIT.
035300
035400******************************************************************
035500*    4000-IMPRIMIR-VENCIDOS - LOS GAFETES ACTIVOS CUYA FECHA DE  *
035600*    VENCIMIENTO YA PASO, EN ORDEN DE GAFETE                     *
035700******************************************************************
035800 4000-IMPRIMIR-VENCIDOS.
035900     MOVE LINEA-BLANCA TO LINEA-REPORTE.
036000     WRITE LINEA-REPORTE.
036100     MOVE LINEA-ENCABEZADO-4 TO LINEA-REPORTE.
036200     WRITE LINEA-REPORTE.
036300     MOVE LINEA-ENCABEZADO-5 TO LINEA-REPORTE.
036400     WRITE LINEA-REPORTE.
036500     PERFORM 4100-IMPRIMIR-SI-VENCIDO THRU 4100-EXIT
036600         VARYING IDX-GAFETE FROM 1 BY 1
036700         UNTIL IDX-GAFETE > CUANTOS-GAFETES.
036800 4000-EXIT.
036900     EXIT.
037000
037100 4100-IMPRIMIR-SI-VENCIDO.
037200     IF TG-YA-VENCIDO (IDX-GAFETE)
037300         PERFORM 6000-IMPRIMIR-DETALLE THRU 6000-EXIT
037400     END-IF.
037500 4100-EXIT.
037600     EXIT.
037700
037800******************************************************************
037900*    5000-IMPRIMIR-RESUMEN                                       *
038000******************************************************************
038100 5000-IMPRIMIR-RESUMEN.
038200     MOVE LINEA-BLANCA TO LINEA-REPORTE.
038300     WRITE LINEA-REPORTE.
038400     MOVE CONTADOR-REVISADOS TO LR1-CONTADOR.
038500     MOVE LINEA-RESUMEN-1 TO LINEA-REPORTE.
038600     WRITE LINEA-REPORTE.
038700     MOVE CONTADOR-POR-VENCER TO LR2-CONTADOR.
038800     MOVE LINEA-RESUMEN-2 TO LINEA-REPORTE.
038900     WRITE LINEA-REPORTE.
039000     MOVE CONTADOR-VENCIDOS TO LR3-CONTADOR.
039100     MOVE LINEA-RESUMEN-3 TO LINEA-REPORTE.
039200     WRITE LINEA-REPORTE.
039300 5000-EXIT.
039400     EXIT.
039500
039600******************************************************************
039700*    6000-IMPRIMIR-DETALLE - UN RENGLON DEL GAFETE IDX-GAFETE    *
039800******************************************************************
039900 6000-IMPRIMIR-DETALLE.
040000     IF TG-TIPO (IDX-GAFETE) = "C"
040100         MOVE TIPO-CONTRATISTA TO LD-TIPO
040200     ELSE
040300         IF TG-TIPO (IDX-GAFETE) = "T"
040400             MOVE TIPO-TEMPORAL TO LD-TIPO
040500         ELSE
040600             MOVE TIPO-EMPLEADO TO LD-TIPO
040700         END-IF
040800     END-IF.
040900     MOVE TG-BADGE (IDX-GAFETE) TO LD-BADGE.
041000     MOVE TG-NOMBRE (IDX-GAFETE) TO LD-NOMBRE.
041100     MOVE TG-DEPTO (IDX-GAFETE) TO LD-DEPTO.
041200     MOVE TG-COMPANIA (IDX-GAFETE) TO LD-COMPANIA.
041300     MOVE TG-FECHA-VENCE (IDX-GAFETE) TO LD-FECHA-VENCE.
041400     MOVE TG-DIAS (IDX-GAFETE) TO LD-DIAS.
041500     MOVE LINEA-DETALLE TO LINEA-REPORTE.
041600     WRITE LINEA-REPORTE.
041700 6000-EXIT.
041800     EXIT.
041900
042000******************************************************************
042100*    7200-FECHA-A-DIA - NUMERO DE DIA CORRIDO DE FECHA-TRABAJO   *
042200*    EN DIA-ABSOLUTO: 365 POR ANIO MAS UN DIA POR CADA BISIESTO  *
042300*    ANTERIOR (EL ANIO EN CURSO CUENTA SOLO DESPUES DE FEBRERO)  *
042400*    MAS LOS DIAS DE LOS MESES ANTERIORES Y EL DIA DEL MES       *
042500******************************************************************
042600 7200-FECHA-A-DIA.
042700     MOVE FT-ANIO TO ANIO-AJUSTADO.
042800     IF FT-MES < 3
042900         SUBTRACT 1 FROM ANIO-AJUSTADO
043000     END-IF.
043100     DIVIDE ANIO-AJUSTADO BY 4 GIVING BISIESTOS-4.
043200     DIVIDE ANIO-AJUSTADO BY 100 GIVING BISIESTOS-100.
043300     DIVIDE ANIO-AJUSTADO BY 400 GIVING BISIESTOS-400.
043400     COMPUTE DIA-ABSOLUTO = (FT-ANIO * 365)
043500         + BISIESTOS-4 - BISIESTOS-100 + BISIESTOS-400
043600         + DIAS-ANTES-MES (FT-MES) + FT-DIA.
043700 7200-EXIT.
043800     EXIT.
043900
044000******************************************************************
044100*    9000-TERMINAR                                                *
044200******************************************************************
044300 9000-TERMINAR.
044350     PERFORM 9900-REGISTRAR-CONTROL THRU 9900-EXIT.
044400     IF FS-EMPMST NOT = "35"
044500         CLOSE EMPLOYEE-MASTER
044600     END-IF.
044700     CLOSE REPORTE-FILE.
044800     STOP RUN.
044900 9000-EXIT.
045000     EXIT.
045005
045010******************************************************************
045015*    9900-REGISTRAR-CONTROL - DEJA EL REGISTRO DE CONTROL DE LA   *
045020*    CORRIDA EN RUNCTL PARA EL REPORTE DE CUADRE MATUTINO         *
045025******************************************************************
045030 9900-REGISTRAR-CONTROL.
045035     MOVE FECHA-CORRIDA TO RCT-FECHA-PROCESO.
045040     IF TABLA-LLENA-AVISADA AND RCT-NORMAL
045045         MOVE "A" TO RCT-ESTADO
045050     END-IF.
045055     MOVE "REVISADO" TO RCT-ETIQUETA (1).
045060     MOVE CONTADOR-REVISADOS TO RCT-CUENTA (1).
045065     MOVE "PORVENCE" TO RCT-ETIQUETA (2).
045070     MOVE CONTADOR-POR-VENCER TO RCT-CUENTA (2).
045075     MOVE "VENCIDOS" TO RCT-ETIQUETA (3).
045080     MOVE CONTADOR-VENCIDOS TO RCT-CUENTA (3).
045085     CALL "SRC-AMP-RC" USING RCT-REGISTRO.
045090 9900-EXIT.
045095     EXIT.
045100 END PROGRAM SRC-AMP-VN.
