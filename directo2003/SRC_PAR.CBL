000100******************************************************************
000200*                                                                *
000300*    SRC_PAR.CBL                                                *
000400*                                                                *
000500*    PROGRAM-ID.  SRC-AMP-PR                                    *
000600*    AUTHOR.      R. SOTO MADERA                                *
000700*    INSTALLATION. TERMINAL SERVICES - PLANTA 3                 *
000800*    DATE-WRITTEN. 2026-10-15.                                  *
000900*                                                                *
001000*    EVACUATION DRILL ACCOUNTABILITY REPORT.  TAKES THE EVENT    *
001100*    (OPEN DATE AND TIME) FROM THE PARPARM CARD - NO CARD IS     *
001200*    THE LATEST EVENT ON EVAMST - AND COMPARES THE ROLL-CALL     *
001300*    CHECK-INS KEYED ON THE SRC-AMP-PA SCREEN AGAINST THE        *
001400*    ON-PREMISES SNAPSHOT TAKEN WHEN THE EVENT WAS OPENED.  IT   *
001500*    LISTS THE EMPLOYEES STILL UNACCOUNTED FOR BY DEPARTMENT     *
001600*    (WITH THE DEPMST NAME) AND THE VISITORS STILL UNACCOUNTED   *
001700*    FOR BY HOST (WITH THE HOST'S NAME FROM EMPMST), THE COUNT   *
001800*    CHECKED IN AT EACH MUSTER POINT, THE PEOPLE WHO CHECKED IN  *
001900*    BUT WERE NOT IN THE SNAPSHOT, AND THE ELAPSED TIME FROM     *
002000*    THE OPENING OF THE EVENT UNTIL 50%, 90% AND 100% OF THE     *
002100*    SNAPSHOT WAS ACCOUNTED FOR.  IT ENDS WITH THE HISTORY OF    *
002200*    EVERY EVENT ON FILE FOR THE AUDITORS.  CAN BE RUN WHILE     *
002300*    THE EVENT IS STILL OPEN.                                    *
002400*                                                                *
002500*    MODIFICATION HISTORY.                                       *
002600*    DATE-WRITTEN.  2026-10-15.                                  *
002700*    2026-10-15  RSM  ORIGINAL.                                   *
002710*    2026-10-15  RSM  EVERY RUN NOW ENDS BY APPENDING A RUN-      *
002720*                     CONTROL RECORD TO RUNCTL (SRC-AMP-RC) -     *
002730*                     DATES, START AND END TIME, STATUS AND       *
002740*                     CONTROL COUNTS - FOR THE SRC-AMP-CU MORNING *
002750*                     BALANCING REPORT.                           *
002770*    2026-10-15  RSM  THE DEPARTMENT AND HOST NAME LOOKUPS AND    *
002790*                     THE EVENT HISTORY TEST SWITCHES SET WHEN    *
002810*                     THE FILES OPEN INSTEAD OF THE FILE STATUS,  *
002830*                     WHICH THE FIRST DEPARTMENT OR HOST NOT ON   *
002850*                     FILE LEFT AT 23, BLANKING EVERY LATER NAME. *
002870*                                                                *
002900******************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID. SRC-AMP-PR.
003200 AUTHOR. R. SOTO MADERA.
003300 INSTALLATION. TERMINAL SERVICES - PLANTA 3.
003400 DATE-WRITTEN. 2026-10-15.
003500 DATE-COMPILED.
003600
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT PARAMETRO-FILE ASSIGN TO "PARPARM"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS FS-PARPARM.
004300
004400     SELECT EVENTO-FILE ASSIGN TO "EVAMST"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS EVA-CLAVE
004800         FILE STATUS IS FS-EVAMST.
004900
005000     SELECT LISTA-FILE ASSIGN TO "EVALST"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS EVL-CLAVE
005400         FILE STATUS IS FS-EVALST.
005500
005600     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMST"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS EMP-BADGE
006000         FILE STATUS IS FS-EMPMST.
006100
006200     SELECT DEPARTMENT-MASTER ASSIGN TO "DEPMST"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS DEP-CODIGO
006600         FILE STATUS IS FS-DEPMST.
006700
006800     SELECT REPORTE-FILE ASSIGN TO "PARRPT"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS FS-PARRPT.
007100
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  PARAMETRO-FILE
007500     LABEL RECORDS ARE STANDARD.
007600 01  PARAMETRO-REGISTRO.
007700     05  PRM-EVT-FECHA               PIC 9(08).
007800     05  PRM-EVT-HORA                PIC 9(08).
007900
008000 FD  EVENTO-FILE
008100     LABEL RECORDS ARE STANDARD.
008200 COPY "EVAMST.CPY".
008300
008400 FD  LISTA-FILE
008500     LABEL RECORDS ARE STANDARD.
008600 COPY "EVALST.CPY".
008700
008800 FD  EMPLOYEE-MASTER
008900     LABEL RECORDS ARE STANDARD.
009000 COPY "EMPMST.CPY".
009100
009200 FD  DEPARTMENT-MASTER
009300     LABEL RECORDS ARE STANDARD.
009400 COPY "DEPMST.CPY".
009500
009600 FD  REPORTE-FILE
009700     LABEL RECORDS ARE STANDARD.
009800 01  LINEA-REPORTE                   PIC X(80).
009900
010000 WORKING-STORAGE SECTION.
010100 01  FS-PARPARM                      PIC X(02) VALUE "00".
010200 01  FS-EVAMST                       PIC X(02) VALUE "00".
010300 01  FS-EVALST                       PIC X(02) VALUE "00".
010400 01  FS-EMPMST                       PIC X(02) VALUE "00".
010500 01  FS-DEPMST                       PIC X(02) VALUE "00".
010600 01  FS-PARRPT                       PIC X(02) VALUE "00".
010700
010800 01  SW-FIN-ARCHIVO                  PIC X(01) VALUE "N".
010900     88  FIN-ARCHIVO                 VALUE "S".
011000
011100 01  SW-EVENTO-HALLADO               PIC X(01) VALUE "N".
011200     88  EVENTO-HALLADO              VALUE "S".
011300
011400 01  SW-RENGLON-HALLADO              PIC X(01) VALUE "N".
011500     88  RENGLON-HALLADO             VALUE "S".
011600
011700 01  SW-TABLA-LLENA                  PIC X(01) VALUE "N".
011800     88  TABLA-LLENA-AVISADA         VALUE "S".
011810
011820 01  SW-EVAMST-ABIERTO               PIC X(01) VALUE "N".
011830     88  EVAMST-ABIERTO              VALUE "S".
011840
011850 01  SW-EMPMST-ABIERTO               PIC X(01) VALUE "N".
011860     88  EMPMST-ABIERTO              VALUE "S".
011870
011880 01  SW-DEPMST-ABIERTO               PIC X(01) VALUE "N".
011890     88  DEPMST-ABIERTO              VALUE "S".
011900
012000 77  CUANTAS-PERSONAS                PIC 9(04) COMP VALUE ZERO.
012100 77  CUANTOS-PUNTOS                  PIC 9(04) COMP VALUE ZERO.
012200 77  IDX-PERSONA                     PIC 9(04) COMP VALUE ZERO.
012300 77  IDX-GRUPO                       PIC 9(04) COMP VALUE ZERO.
012400 77  IDX-OTRA                        PIC 9(04) COMP VALUE ZERO.
012500 77  IDX-PUNTO                       PIC 9(04) COMP VALUE ZERO.
012600 77  IDX-META                        PIC 9(04) COMP VALUE ZERO.
012700 77  CONTADOR-EN-LISTA               PIC 9(05) COMP VALUE ZERO.
012800 77  CONTADOR-REPORTADOS             PIC 9(05) COMP VALUE ZERO.
012900 77  CONTADOR-PENDIENTES             PIC 9(05) COMP VALUE ZERO.
013000 77  CONTADOR-FUERA                  PIC 9(05) COMP VALUE ZERO.
013100 77  CONTADOR-GRUPO                  PIC 9(05) COMP VALUE ZERO.
013300 77  CONTADOR-ANTES                  PIC 9(05) COMP VALUE ZERO.
013400 77  PERSONAS-META                   PIC 9(05) COMP VALUE ZERO.
013500
013600 01  EVENTO-PEDIDO.
013700     05  EP-FECHA                    PIC 9(08) VALUE ZERO.
013800     05  EP-HORA                     PIC 9(08) VALUE ZERO.
013900 01  ULTIMO-EVENTO.
014000     05  UE-FECHA                    PIC 9(08) VALUE ZERO.
014100     05  UE-HORA                     PIC 9(08) VALUE ZERO.
014200
014300 01  GRUPO-CLAVE                     PIC X(06) VALUE SPACES.
014400
014500 01  HORA-TRABAJO                    PIC 9(08) VALUE ZERO.
014600 01  HORA-DESGLOSE REDEFINES HORA-TRABAJO.
014700     05  HD-HH                       PIC 9(02).
014800     05  HD-MM                       PIC 9(02).
014900     05  HD-SS                       PIC 9(02).
015000     05  HD-CC                       PIC 9(02).
015100 01  SEGUNDOS-HORA                   PIC 9(07) COMP VALUE ZERO.
015200 01  SEGUNDOS-EVENTO                 PIC 9(07) COMP VALUE ZERO.
015300 01  SEGUNDOS-META                   PIC 9(07) COMP VALUE ZERO.
015400 01  SEGUNDOS-RESTO                  PIC 9(07) COMP VALUE ZERO.
015500 01  DURACION-EDITADA.
015600     05  DE-HH                       PIC 9(02).
015700     05  FILLER                      PIC X(01) VALUE ":".
015800     05  DE-MM                       PIC 9(02).
015900     05  FILLER                      PIC X(01) VALUE ":".
016000     05  DE-SS                       PIC 9(02).
016100
016200******************************************************************
016300*    THE TARGETS: THE PERCENT OF THE SNAPSHOT ACCOUNTED FOR      *
016400*    WHOSE ELAPSED TIME IS REPORTED                              *
016500******************************************************************
016600 01  TABLA-METAS-VALORES.
016700     05  FILLER                      PIC X(09) VALUE
016800         "050090100".
016900 01  TABLA-METAS REDEFINES TABLA-METAS-VALORES.
017000     05  META-RENGLON OCCURS 3 TIMES.
017100         10  META-PORCIENTO          PIC 9(03).
017200
017300******************************************************************
017400*    ONE ROW PER EVALST RECORD OF THE EVENT, WITH THE ELAPSED    *
017500*    SECONDS FROM THE OPENING TO THE CHECK-IN                    *
017600******************************************************************
017700 01  TABLA-PERSONAS.
017800     05  PERSONA-RENGLON OCCURS 2000 TIMES.
017900         10  TP-TIPO                 PIC X(01).
018000             88  TP-EMPLEADO         VALUE "E".
018100         10  TP-NOMBRE               PIC X(15).
018200         10  TP-BADGE                PIC X(06).
018300         10  TP-DEPTO                PIC X(04).
018400         10  TP-COMPANIA             PIC X(20).
018500         10  TP-HOST-BADGE           PIC X(06).
018600         10  TP-EN-LISTA             PIC X(01).
018700             88  TP-DE-LA-LISTA      VALUE "S".
018800         10  TP-ESTADO               PIC X(01).
018900             88  TP-REPORTADO        VALUE "R".
019000         10  TP-PUNTO                PIC X(04).
019100         10  TP-HORA-REPORTE         PIC 9(08).
019200         10  TP-SEGUNDOS             PIC 9(07) COMP.
019300         10  TP-IMPRESO              PIC X(01).
019400             88  TP-YA-IMPRESO       VALUE "S".
019500
019600 01  TABLA-PUNTOS.
019700     05  PUNTO-RENGLON OCCURS 30 TIMES.
019800         10  PT-PUNTO                PIC X(04).
019900         10  PT-CONTADOR             PIC 9(05) COMP.
020000
020100 01  LINEA-DEPTO.
020200     05  FILLER                      PIC X(02) VALUE SPACES.
020300     05  FILLER                      PIC X(07) VALUE "DEPTO: ".
020400     05  LP-DEPTO                    PIC X(04).
020500     05  FILLER                      PIC X(02) VALUE SPACES.
020600     05  LP-DEPTO-NOMBRE             PIC X(20).
020700     05  FILLER                      PIC X(45) VALUE SPACES.
020800
020900 01  LINEA-ANFITRION.
021000     05  FILLER                      PIC X(02) VALUE SPACES.
021100     05  FILLER                      PIC X(11) VALUE
021200         "ANFITRION: ".
021300     05  LA-HOST-BADGE               PIC X(06).
021400     05  FILLER                      PIC X(02) VALUE SPACES.
021500     05  LA-HOST-NOMBRE              PIC X(15).
021600     05  FILLER                      PIC X(02) VALUE SPACES.
021700     05  LA-HOST-DEPTO               PIC X(04).
021800     05  FILLER                      PIC X(38) VALUE SPACES.
021900
022000 01  LINEA-DETALLE.
022100     05  FILLER                      PIC X(06) VALUE SPACES.
022200     05  LD-NOMBRE                   PIC X(15).
022300     05  FILLER                      PIC X(02) VALUE SPACES.
022400     05  LD-IDENTIDAD                PIC X(20).
022500     05  FILLER                      PIC X(02) VALUE SPACES.
022600     05  LD-PUNTO                    PIC X(04).
022700     05  FILLER                      PIC X(02) VALUE SPACES.
022800     05  LD-HORA                     PIC 9(08).
022900     05  LD-HORA-X REDEFINES LD-HORA PIC X(08).
023000     05  FILLER                      PIC X(21) VALUE SPACES.
023100
023200 01  LINEA-SUBTOTAL.
023300     05  FILLER                      PIC X(06) VALUE SPACES.
023400     05  FILLER                      PIC X(20) VALUE
023500         "SIN REPORTAR       -".
023600     05  FILLER                      PIC X(01) VALUE SPACES.
023700     05  LS-CONTADOR                 PIC ZZZZ9.
023800     05  FILLER                      PIC X(48) VALUE SPACES.
023900
024000 01  LINEA-PUNTO.
024100     05  FILLER                      PIC X(06) VALUE SPACES.
024200     05  FILLER                      PIC X(07) VALUE "PUNTO  ".
024300     05  LQ-PUNTO                    PIC X(04).
024400     05  FILLER                      PIC X(10) VALUE SPACES.
024500     05  LQ-CONTADOR                 PIC ZZZZ9.
024600     05  FILLER                      PIC X(48) VALUE SPACES.
024700
024800 01  LINEA-META.
024900     05  FILLER                      PIC X(02) VALUE SPACES.
025000     05  FILLER                      PIC X(15) VALUE
025100         "TIEMPO AL      ".
025200     05  LM-PORCIENTO                PIC ZZ9.
025300     05  FILLER                      PIC X(07) VALUE "%      ".
025400     05  LM-PERSONAS                 PIC ZZZZ9.
025500     05  FILLER                      PIC X(10) VALUE
025600         " PERSONAS ".
025700     05  LM-DURACION                 PIC X(12).
025800     05  FILLER                      PIC X(26) VALUE SPACES.
025900
026000 01  LINEA-HISTORIA.
026100     05  FILLER                      PIC X(02) VALUE SPACES.
026200     05  LH-FECHA                    PIC 9(08).
026300     05  FILLER                      PIC X(01) VALUE SPACES.
026400     05  LH-HORA                     PIC 9(08).
026500     05  FILLER                      PIC X(02) VALUE SPACES.
026600     05  LH-TIPO                     PIC X(09).
026700     05  FILLER                      PIC X(01) VALUE SPACES.
026800     05  LH-ESTADO                   PIC X(07).
026900     05  FILLER                      PIC X(01) VALUE SPACES.
027000     05  LH-ABRIO                    PIC X(03).
027100     05  FILLER                      PIC X(01) VALUE SPACES.
027200     05  LH-EMPLEADOS                PIC ZZZZ9.
027300     05  FILLER                      PIC X(01) VALUE SPACES.
027400     05  LH-VISITANTES               PIC ZZZZ9.
027500     05  FILLER                      PIC X(02) VALUE SPACES.
027600     05  LH-CIERRE                   PIC 9(08).
027700     05  LH-CIERRE-X REDEFINES LH-CIERRE
027800                                     PIC X(08).
027900     05  FILLER                      PIC X(01) VALUE SPACES.
028000     05  LH-CERRO                    PIC X(03).
028100     05  FILLER                      PIC X(02) VALUE SPACES.
028200
028300 01  LINEA-RESUMEN-1.
028400     05  FILLER                      PIC X(02) VALUE SPACES.
028500     05  FILLER                      PIC X(25) VALUE
028600         "EN PLANTA AL ABRIR       ".
028700     05  LR1-CONTADOR                PIC ZZZZ9.
028800     05  FILLER                      PIC X(48) VALUE SPACES.
028900 01  LINEA-RESUMEN-2.
029000     05  FILLER                      PIC X(02) VALUE SPACES.
029100     05  FILLER                      PIC X(25) VALUE
029200         "REPORTADOS DE LA LISTA   ".
029300     05  LR2-CONTADOR                PIC ZZZZ9.
029400     05  FILLER                      PIC X(48) VALUE SPACES.
029500 01  LINEA-RESUMEN-3.
029600     05  FILLER                      PIC X(02) VALUE SPACES.
029700     05  FILLER                      PIC X(25) VALUE
029800         "SIN REPORTAR             ".
029900     05  LR3-CONTADOR                PIC ZZZZ9.
030000     05  FILLER                      PIC X(48) VALUE SPACES.
030100 01  LINEA-RESUMEN-4.
030200     05  FILLER                      PIC X(02) VALUE SPACES.
030300     05  FILLER                      PIC X(25) VALUE
030400         "REPORTADOS FUERA DE LISTA".
030500     05  LR4-CONTADOR                PIC ZZZZ9.
030600     05  FILLER                      PIC X(48) VALUE SPACES.
030700
030800 01  LINEA-ENCABEZADO-1              PIC X(80) VALUE
030900     "PASE DE LISTA DE EVACUACION - PERSONAS SIN REPORTAR".
031000 01  LINEA-ENCABEZADO-2.
031100     05  FILLER                      PIC X(08) VALUE "EVENTO: ".
031200     05  LE-FECHA                    PIC 9(08).
031300     05  FILLER                      PIC X(01) VALUE SPACES.
031400     05  LE-HORA                     PIC 9(08).
031500     05  FILLER                      PIC X(02) VALUE SPACES.
031600     05  LE-TIPO                     PIC X(09).
031700     05  FILLER                      PIC X(02) VALUE SPACES.
031800     05  LE-ESTADO                   PIC X(07).
031900     05  FILLER                      PIC X(08) VALUE
032000         "  ABRIO ".
032100     05  LE-ABRIO                    PIC X(03).
032200     05  FILLER                      PIC X(24) VALUE SPACES.
032300 01  LINEA-ENCABEZADO-3              PIC X(80) VALUE
032400     "      NOMBRE           GAFETE".
032500 01  LINEA-ENCABEZADO-4              PIC X(80) VALUE
032600     "      NOMBRE           COMPANIA".
032700 01  LINEA-ENCABEZADO-5              PIC X(80) VALUE
032800     "      NOMBRE           GAFETE / COMPANIA     PUNTO HORA".
032900 01  LINEA-ENCABEZADO-6.
033000     05  FILLER                      PIC X(44) VALUE
033100         "  ABIERTO            TIPO      ESTADO  ABRIO".
033200     05  FILLER                      PIC X(36) VALUE
033300         "  EMPL  VISIT  CIERRE".
033400 01  LINEA-BLANCA                    PIC X(80) VALUE SPACES.
033500 01  LINEA-TITULO-EMPLEADOS          PIC X(80) VALUE
033600     "  EMPLEADOS SIN REPORTAR POR DEPARTAMENTO".
033700 01  LINEA-TITULO-VISITAS            PIC X(80) VALUE
033800     "  VISITANTES SIN REPORTAR POR ANFITRION".
033900 01  LINEA-TITULO-PUNTOS             PIC X(80) VALUE
034000     "  REPORTADOS POR PUNTO DE REUNION".
034100 01  LINEA-TITULO-FUERA              PIC X(80) VALUE
034200     "  REPORTADOS QUE NO ESTABAN EN LA LISTA".
034300 01  LINEA-TITULO-HISTORIA           PIC X(80) VALUE
034400     "HISTORIAL DE EVENTOS EN ARCHIVO".
034500 01  LINEA-SIN-EVENTO                PIC X(80) VALUE
034600     "** NO HAY EVENTO DE EVACUACION EN ARCHIVO **".
034700 01  LINEA-TABLA-LLENA               PIC X(80) VALUE
034800     "** TABLA DE PERSONAS LLENA - REPORTE INCOMPLETO **".
034900 01  TEXTO-SIMULACRO                 PIC X(09) VALUE "SIMULACRO".
035000 01  TEXTO-REAL                      PIC X(09) VALUE "REAL".
035100 01  TEXTO-ABIERTO                   PIC X(07) VALUE "ABIERTO".
035200 01  TEXTO-CERRADO                   PIC X(07) VALUE "CERRADO".
035300 01  TEXTO-NO-ALCANZADO              PIC X(12) VALUE
035400     "NO ALCANZADO".
035500
035530 COPY "RUNCTL.CPY".
035560
035600 PROCEDURE DIVISION.
035700******************************************************************
035800*    0000-MAINLINE                                               *
035900******************************************************************
036000 0000-MAINLINE.
036100     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
036200     IF EVENTO-HALLADO
036300         PERFORM 2000-CARGAR-LISTA THRU 2000-EXIT
036400             UNTIL FIN-ARCHIVO
036500         PERFORM 3000-IMPRIMIR-EMPLEADOS THRU 3000-EXIT
036600         PERFORM 3500-IMPRIMIR-VISITANTES THRU 3500-EXIT
036700         PERFORM 4000-IMPRIMIR-PUNTOS THRU 4000-EXIT
036800         PERFORM 4500-IMPRIMIR-FUERA THRU 4500-EXIT
036900         PERFORM 5000-IMPRIMIR-RESUMEN THRU 5000-EXIT
037000     ELSE
037100         MOVE LINEA-SIN-EVENTO TO LINEA-REPORTE
037200         WRITE LINEA-REPORTE
037300     END-IF.
037400     PERFORM 6000-IMPRIMIR-HISTORIA THRU 6000-EXIT.
037500     PERFORM 9000-TERMINAR THRU 9000-EXIT.
037600
037700******************************************************************
037800*    1000-INICIALIZAR - EL EVENTO DEL PARAMETRO, O EL ULTIMO EN  *
037900*    ARCHIVO SI NO HAY PARAMETRO O NO EXISTE                     *
038000******************************************************************
038100 1000-INICIALIZAR.
038110     MOVE SPACES TO RCT-REGISTRO.
038120     MOVE "SRC-AMP-PR" TO RCT-PROGRAMA.
038130     ACCEPT RCT-FECHA-CORRIDA FROM DATE YYYYMMDD.
038140     ACCEPT RCT-HORA-INICIO FROM TIME.
038150     MOVE "N" TO RCT-ESTADO.
038200     OPEN INPUT PARAMETRO-FILE.
038300     IF FS-PARPARM = "00"
038400         READ PARAMETRO-FILE
038500             AT END
038600                 CONTINUE
038700             NOT AT END
038800                 IF PRM-EVT-FECHA IS NUMERIC
038900                         AND PRM-EVT-HORA IS NUMERIC
039000                     MOVE PRM-EVT-FECHA TO EP-FECHA
039100                     MOVE PRM-EVT-HORA TO EP-HORA
039200                 END-IF
039300         END-READ
039400         CLOSE PARAMETRO-FILE
039500     END-IF.
039600     OPEN INPUT EVENTO-FILE.
039620     IF FS-EVAMST = "00"
039640         MOVE "S" TO SW-EVAMST-ABIERTO
039660     END-IF.
039700     OPEN INPUT LISTA-FILE.
039800     OPEN INPUT EMPLOYEE-MASTER.
039820     IF FS-EMPMST = "00"
039840         MOVE "S" TO SW-EMPMST-ABIERTO
039860     END-IF.
039900     OPEN INPUT DEPARTMENT-MASTER.
039920     IF FS-DEPMST = "00"
039940         MOVE "S" TO SW-DEPMST-ABIERTO
039960     END-IF.
040000     OPEN OUTPUT REPORTE-FILE.
040100     MOVE LINEA-ENCABEZADO-1 TO LINEA-REPORTE.
040200     WRITE LINEA-REPORTE.
040300     IF FS-EVAMST NOT = "00" OR FS-EVALST NOT = "00"
040350         MOVE "F" TO RCT-ESTADO
040400         GO TO 1000-EXIT
040500     END-IF.
040600     IF EP-FECHA NOT = ZERO
040700         MOVE EP-FECHA TO EVA-FECHA
040800         MOVE EP-HORA TO EVA-HORA
040900         READ EVENTO-FILE
041000             INVALID KEY
041100                 CONTINUE
041200             NOT INVALID KEY
041300                 MOVE "S" TO SW-EVENTO-HALLADO
041400         END-READ
041500     END-IF.
041600     IF NOT EVENTO-HALLADO
041700         PERFORM 1100-BUSCAR-ULTIMO THRU 1100-EXIT
041800     END-IF.
041900     IF NOT EVENTO-HALLADO
042000         GO TO 1000-EXIT
042100     END-IF.
042200     MOVE EVA-FECHA TO LE-FECHA.
042300     MOVE EVA-HORA TO LE-HORA.
042400     PERFORM 7100-TEXTO-TIPO THRU 7100-EXIT.
042500     MOVE LH-TIPO TO LE-TIPO.
042600     MOVE LH-ESTADO TO LE-ESTADO.
042700     MOVE EVA-ABRIO TO LE-ABRIO.
042800     MOVE LINEA-ENCABEZADO-2 TO LINEA-REPORTE.
042900     WRITE LINEA-REPORTE.
043000     MOVE EVA-HORA TO HORA-TRABAJO.
043100     PERFORM 7000-HORA-A-SEGUNDOS THRU 7000-EXIT.
043200     MOVE SEGUNDOS-HORA TO SEGUNDOS-EVENTO.
043300     MOVE EVA-FECHA TO EVL-EVT-FECHA.
043400     MOVE EVA-HORA TO EVL-EVT-HORA.
043500     MOVE LOW-VALUES TO EVL-TIPO.
043600     MOVE LOW-VALUES TO EVL-IDENTIFICADOR.
043700     MOVE "N" TO SW-FIN-ARCHIVO.
043800     START LISTA-FILE KEY IS NOT LESS THAN EVL-CLAVE
043900         INVALID KEY
044000             MOVE "S" TO SW-FIN-ARCHIVO
044100     END-START.
044200 1000-EXIT.
044300     EXIT.
044400
044500******************************************************************
044600*    1100-BUSCAR-ULTIMO - EVAMST SE LEE EN ORDEN DE APERTURA;    *
044700*    EL ULTIMO REGISTRO ES EL EVENTO MAS RECIENTE                *
044800******************************************************************
044900 1100-BUSCAR-ULTIMO.
045000     MOVE "N" TO SW-FIN-ARCHIVO.
045100     MOVE ZERO TO EVA-FECHA.
045200     MOVE ZERO TO EVA-HORA.
045300     START EVENTO-FILE KEY IS NOT LESS THAN EVA-CLAVE
045400         INVALID KEY
045500             MOVE "S" TO SW-FIN-ARCHIVO
045600     END-START.
045700     PERFORM 1110-LEER-EVENTO THRU 1110-EXIT
045800         UNTIL FIN-ARCHIVO.
045900     IF NOT EVENTO-HALLADO
046000         GO TO 1100-EXIT
046100     END-IF.
046200     MOVE UE-FECHA TO EVA-FECHA.
046300     MOVE UE-HORA TO EVA-HORA.
046400     READ EVENTO-FILE
046500         INVALID KEY
046600             MOVE "N" TO SW-EVENTO-HALLADO
046700     END-READ.
046800 1100-EXIT.
046900     EXIT.
047000
047100 1110-LEER-EVENTO.
047200     READ EVENTO-FILE NEXT RECORD
047300         AT END
047400             MOVE "S" TO SW-FIN-ARCHIVO
047500         NOT AT END
047600             MOVE "S" TO SW-EVENTO-HALLADO
047700             MOVE EVA-FECHA TO UE-FECHA
047800             MOVE EVA-HORA TO UE-HORA
047900     END-READ.
048000 1110-EXIT.
048100     EXIT.
048200
048300******************************************************************
048400*    2000-CARGAR-LISTA - LOS REGISTROS DEL EVENTO A LA TABLA,    *
048500*    CONTANDO LISTA, REPORTADOS, PENDIENTES Y FUERA DE LISTA, Y  *
048600*    LOS REPORTADOS POR PUNTO DE REUNION                         *
048700******************************************************************
048800 2000-CARGAR-LISTA.
048900     READ LISTA-FILE NEXT RECORD
049000         AT END
049100             MOVE "S" TO SW-FIN-ARCHIVO
049200             GO TO 2000-EXIT
049300     END-READ.
049400     IF EVL-EVT-FECHA NOT = EVA-FECHA
049500             OR EVL-EVT-HORA NOT = EVA-HORA
049600         MOVE "S" TO SW-FIN-ARCHIVO
049700         GO TO 2000-EXIT
049800     END-IF.
049900     IF EVL-DE-LA-LISTA
050000         ADD 1 TO CONTADOR-EN-LISTA
050100         IF EVL-REPORTADO
050200             ADD 1 TO CONTADOR-REPORTADOS
050300         ELSE
050400             ADD 1 TO CONTADOR-PENDIENTES
050500         END-IF
050600     ELSE
050700         ADD 1 TO CONTADOR-FUERA
050800     END-IF.
050900     IF EVL-REPORTADO
051000         PERFORM 2200-CONTAR-PUNTO THRU 2200-EXIT
051100     END-IF.
051200     IF CUANTAS-PERSONAS NOT < 2000
051300         IF NOT TABLA-LLENA-AVISADA
051400             MOVE LINEA-TABLA-LLENA TO LINEA-REPORTE
051500             WRITE LINEA-REPORTE
051600             MOVE "S" TO SW-TABLA-LLENA
051700         END-IF
051800         GO TO 2000-EXIT
051900     END-IF.
052000     ADD 1 TO CUANTAS-PERSONAS.
052100     MOVE CUANTAS-PERSONAS TO IDX-PERSONA.
052200     MOVE EVL-TIPO TO TP-TIPO (IDX-PERSONA).
052300     MOVE EVL-NOMBRE TO TP-NOMBRE (IDX-PERSONA).
052400     MOVE EVL-BADGE TO TP-BADGE (IDX-PERSONA).
052500     MOVE EVL-DEPTO TO TP-DEPTO (IDX-PERSONA).
052600     MOVE EVL-COMPANIA TO TP-COMPANIA (IDX-PERSONA).
052700     MOVE EVL-HOST-BADGE TO TP-HOST-BADGE (IDX-PERSONA).
052800     MOVE EVL-EN-LISTA TO TP-EN-LISTA (IDX-PERSONA).
052900     MOVE EVL-ESTADO TO TP-ESTADO (IDX-PERSONA).
053000     MOVE EVL-PUNTO TO TP-PUNTO (IDX-PERSONA).
053100     MOVE EVL-HORA-REPORTE TO TP-HORA-REPORTE (IDX-PERSONA).
053200     MOVE "N" TO TP-IMPRESO (IDX-PERSONA).
053300     MOVE ZERO TO TP-SEGUNDOS (IDX-PERSONA).
053400     IF NOT EVL-REPORTADO
053500         GO TO 2000-EXIT
053600     END-IF.
053700     MOVE EVL-HORA-REPORTE TO HORA-TRABAJO.
053800     PERFORM 7000-HORA-A-SEGUNDOS THRU 7000-EXIT.
053900     IF EVL-FECHA-REPORTE NOT = EVA-FECHA
054000         ADD 86400 TO SEGUNDOS-HORA
054100     END-IF.
054200     IF SEGUNDOS-HORA > SEGUNDOS-EVENTO
054300         COMPUTE TP-SEGUNDOS (IDX-PERSONA) =
054400             SEGUNDOS-HORA - SEGUNDOS-EVENTO
054500     END-IF.
054600 2000-EXIT.
054700     EXIT.
054800
054900 2200-CONTAR-PUNTO.
055000     MOVE "N" TO SW-RENGLON-HALLADO.
055100     PERFORM 2210-BUSCAR-PUNTO THRU 2210-EXIT
055200         VARYING IDX-PUNTO FROM 1 BY 1
055300         UNTIL IDX-PUNTO > CUANTOS-PUNTOS
055400             OR RENGLON-HALLADO.
055500     IF RENGLON-HALLADO
055600         GO TO 2200-EXIT
055700     END-IF.
055800     IF CUANTOS-PUNTOS < 30
055900         ADD 1 TO CUANTOS-PUNTOS
056000         MOVE EVL-PUNTO TO PT-PUNTO (CUANTOS-PUNTOS)
056100         MOVE 1 TO PT-CONTADOR (CUANTOS-PUNTOS)
056200     END-IF.
056300 2200-EXIT.
056400     EXIT.
056500
056600 2210-BUSCAR-PUNTO.
056700     IF PT-PUNTO (IDX-PUNTO) = EVL-PUNTO
056800         MOVE "S" TO SW-RENGLON-HALLADO
056900         ADD 1 TO PT-CONTADOR (IDX-PUNTO)
057000     END-IF.
057100 2210-EXIT.
057200     EXIT.
057300
057400******************************************************************
057500*    3000-IMPRIMIR-EMPLEADOS - LOS EMPLEADOS DE LA LISTA SIN     *
057600*    REPORTAR.  CADA UNO AUN NO IMPRESO ABRE SU GRUPO DE DEPTO   *
057700*    Y ARRASTRA A LOS DEMAS DEL MISMO DEPTO, COMO EN SRC-AMP-MU  *
057800******************************************************************
057900 3000-IMPRIMIR-EMPLEADOS.
058000     MOVE LINEA-BLANCA TO LINEA-REPORTE.
058100     WRITE LINEA-REPORTE.
058200     MOVE LINEA-TITULO-EMPLEADOS TO LINEA-REPORTE.
058300     WRITE LINEA-REPORTE.
058400     MOVE LINEA-ENCABEZADO-3 TO LINEA-REPORTE.
058500     WRITE LINEA-REPORTE.
058600     PERFORM 3100-GRUPO-DEPTO THRU 3100-EXIT
058700         VARYING IDX-GRUPO FROM 1 BY 1
058800         UNTIL IDX-GRUPO > CUANTAS-PERSONAS.
058900 3000-EXIT.
059000     EXIT.
059100
059200 3100-GRUPO-DEPTO.
059300     IF NOT TP-EMPLEADO (IDX-GRUPO)
059400             OR NOT TP-DE-LA-LISTA (IDX-GRUPO)
059500             OR TP-REPORTADO (IDX-GRUPO)
059600             OR TP-YA-IMPRESO (IDX-GRUPO)
059700         GO TO 3100-EXIT
059800     END-IF.
059900     MOVE TP-DEPTO (IDX-GRUPO) TO GRUPO-CLAVE.
060000     MOVE ZERO TO CONTADOR-GRUPO.
060100     MOVE LINEA-BLANCA TO LINEA-REPORTE.
060200     WRITE LINEA-REPORTE.
060300     MOVE TP-DEPTO (IDX-GRUPO) TO LP-DEPTO.
060400     PERFORM 8000-BUSCAR-DEPTO THRU 8000-EXIT.
060500     MOVE LINEA-DEPTO TO LINEA-REPORTE.
060600     WRITE LINEA-REPORTE.
060700     PERFORM 3200-EMPLEADO-DEL-DEPTO THRU 3200-EXIT
060800         VARYING IDX-PERSONA FROM IDX-GRUPO BY 1
060900         UNTIL IDX-PERSONA > CUANTAS-PERSONAS.
061000     MOVE CONTADOR-GRUPO TO LS-CONTADOR.
061100     MOVE LINEA-SUBTOTAL TO LINEA-REPORTE.
061200     WRITE LINEA-REPORTE.
061300 3100-EXIT.
061400     EXIT.
061500
061600 3200-EMPLEADO-DEL-DEPTO.
061700     IF TP-EMPLEADO (IDX-PERSONA)
061800             AND TP-DE-LA-LISTA (IDX-PERSONA)
061900             AND NOT TP-REPORTADO (IDX-PERSONA)
062000             AND NOT TP-YA-IMPRESO (IDX-PERSONA)
062100             AND TP-DEPTO (IDX-PERSONA) = GRUPO-CLAVE
062200         MOVE TP-NOMBRE (IDX-PERSONA) TO LD-NOMBRE
062300         MOVE TP-BADGE (IDX-PERSONA) TO LD-IDENTIDAD
062400         MOVE SPACES TO LD-PUNTO
062500         MOVE SPACES TO LD-HORA-X
062600         MOVE LINEA-DETALLE TO LINEA-REPORTE
062700         WRITE LINEA-REPORTE
062800         MOVE "S" TO TP-IMPRESO (IDX-PERSONA)
062900         ADD 1 TO CONTADOR-GRUPO
063000     END-IF.
063100 3200-EXIT.
063200     EXIT.
063300
063400******************************************************************
063500*    3500-IMPRIMIR-VISITANTES - LOS VISITANTES DE LA LISTA SIN   *
063600*    REPORTAR, AGRUPADOS POR EL ANFITRION RESPONSABLE            *
063700******************************************************************
063800 3500-IMPRIMIR-VISITANTES.
063900     MOVE LINEA-BLANCA TO LINEA-REPORTE.
064000     WRITE LINEA-REPORTE.
064100     MOVE LINEA-TITULO-VISITAS TO LINEA-REPORTE.
064200     WRITE LINEA-REPORTE.
064300     MOVE LINEA-ENCABEZADO-4 TO LINEA-REPORTE.
064400     WRITE LINEA-REPORTE.
064500     PERFORM 3600-GRUPO-ANFITRION THRU 3600-EXIT
064600         VARYING IDX-GRUPO FROM 1 BY 1
064700         UNTIL IDX-GRUPO > CUANTAS-PERSONAS.
064800 3500-EXIT.
064900     EXIT.
065000
065100 3600-GRUPO-ANFITRION.
065200     IF TP-EMPLEADO (IDX-GRUPO)
065300             OR NOT TP-DE-LA-LISTA (IDX-GRUPO)
065400             OR TP-REPORTADO (IDX-GRUPO)
065500             OR TP-YA-IMPRESO (IDX-GRUPO)
065600         GO TO 3600-EXIT
065700     END-IF.
065800     MOVE TP-HOST-BADGE (IDX-GRUPO) TO GRUPO-CLAVE.
065900     MOVE ZERO TO CONTADOR-GRUPO.
066000     MOVE LINEA-BLANCA TO LINEA-REPORTE.
066100     WRITE LINEA-REPORTE.
066200     MOVE GRUPO-CLAVE TO LA-HOST-BADGE.
066300     PERFORM 8100-BUSCAR-ANFITRION THRU 8100-EXIT.
066400     MOVE LINEA-ANFITRION TO LINEA-REPORTE.
066500     WRITE LINEA-REPORTE.
066600     PERFORM 3700-VISITANTE-DEL-ANFITRION THRU 3700-EXIT
066700         VARYING IDX-PERSONA FROM IDX-GRUPO BY 1
066800         UNTIL IDX-PERSONA > CUANTAS-PERSONAS.
066900     MOVE CONTADOR-GRUPO TO LS-CONTADOR.
067000     MOVE LINEA-SUBTOTAL TO LINEA-REPORTE.
067100     WRITE LINEA-REPORTE.
067200 3600-EXIT.
067300     EXIT.
067400
067500 3700-VISITANTE-DEL-ANFITRION.
067600     IF NOT TP-EMPLEADO (IDX-PERSONA)
067700             AND TP-DE-LA-LISTA (IDX-PERSONA)
067800             AND NOT TP-REPORTADO (IDX-PERSONA)
067900             AND NOT TP-YA-IMPRESO (IDX-PERSONA)
068000             AND TP-HOST-BADGE (IDX-PERSONA) = GRUPO-CLAVE
068100         MOVE TP-NOMBRE (IDX-PERSONA) TO LD-NOMBRE
068200         MOVE TP-COMPANIA (IDX-PERSONA) TO LD-IDENTIDAD
068300         MOVE SPACES TO LD-PUNTO
068400         MOVE SPACES TO LD-HORA-X
068500         MOVE LINEA-DETALLE TO LINEA-REPORTE
068600         WRITE LINEA-REPORTE
068700         MOVE "S" TO TP-IMPRESO (IDX-PERSONA)
068800         ADD 1 TO CONTADOR-GRUPO
068900     END-IF.
069000 3700-EXIT.
069100     EXIT.
069200
069300******************************************************************
069400*    4000-IMPRIMIR-PUNTOS - CUANTOS SE REPORTARON EN CADA PUNTO  *
069500*    DE REUNION, DE LA LISTA O FUERA DE ELLA                     *
069600******************************************************************
069700 4000-IMPRIMIR-PUNTOS.
069800     MOVE LINEA-BLANCA TO LINEA-REPORTE.
069900     WRITE LINEA-REPORTE.
070000     MOVE LINEA-TITULO-PUNTOS TO LINEA-REPORTE.
070100     WRITE LINEA-REPORTE.
070200     PERFORM 4100-IMPRIMIR-UN-PUNTO THRU 4100-EXIT
070300         VARYING IDX-PUNTO FROM 1 BY 1
070400         UNTIL IDX-PUNTO > CUANTOS-PUNTOS.
070500 4000-EXIT.
070600     EXIT.
070700
070800 4100-IMPRIMIR-UN-PUNTO.
070900     MOVE PT-PUNTO (IDX-PUNTO) TO LQ-PUNTO.
071000     MOVE PT-CONTADOR (IDX-PUNTO) TO LQ-CONTADOR.
071100     MOVE LINEA-PUNTO TO LINEA-REPORTE.
071200     WRITE LINEA-REPORTE.
071300 4100-EXIT.
071400     EXIT.
071500
071600******************************************************************
071700*    4500-IMPRIMIR-FUERA - QUIENES SE REPORTARON SIN ESTAR EN    *
071800*    LA FOTOGRAFIA: ENTRARON SIN MARCAR O LLEGARON DESPUES       *
071900******************************************************************
072000 4500-IMPRIMIR-FUERA.
072100     MOVE LINEA-BLANCA TO LINEA-REPORTE.
072200     WRITE LINEA-REPORTE.
072300     MOVE LINEA-TITULO-FUERA TO LINEA-REPORTE.
072400     WRITE LINEA-REPORTE.
072500     MOVE LINEA-ENCABEZADO-5 TO LINEA-REPORTE.
072600     WRITE LINEA-REPORTE.
072700     PERFORM 4600-IMPRIMIR-UN-FUERA THRU 4600-EXIT
072800         VARYING IDX-PERSONA FROM 1 BY 1
072900         UNTIL IDX-PERSONA > CUANTAS-PERSONAS.
073000 4500-EXIT.
073100     EXIT.
073200
073300 4600-IMPRIMIR-UN-FUERA.
073400     IF TP-DE-LA-LISTA (IDX-PERSONA)
073500         GO TO 4600-EXIT
073600     END-IF.
073700     MOVE TP-NOMBRE (IDX-PERSONA) TO LD-NOMBRE.
073800     IF TP-EMPLEADO (IDX-PERSONA)
073900         MOVE TP-BADGE (IDX-PERSONA) TO LD-IDENTIDAD
074000     ELSE
074100         MOVE TP-COMPANIA (IDX-PERSONA) TO LD-IDENTIDAD
074200     END-IF.
074300     MOVE TP-PUNTO (IDX-PERSONA) TO LD-PUNTO.
074400     MOVE TP-HORA-REPORTE (IDX-PERSONA) TO LD-HORA.
074500     MOVE LINEA-DETALLE TO LINEA-REPORTE.
074600     WRITE LINEA-REPORTE.
074700 4600-EXIT.
074800     EXIT.
074900
075000******************************************************************
075100*    5000-IMPRIMIR-RESUMEN - LAS CUENTAS Y EL TIEMPO DESDE LA    *
075200*    APERTURA HASTA TENER REPORTADO EL 50%, 90% Y 100% DE LA     *
075300*    LISTA.  LA META ES EL NUMERO DE PERSONAS REDONDEADO HACIA   *
075400*    ARRIBA; SU TIEMPO ES EL DEL REPORTE QUE LA COMPLETA         *
075500******************************************************************
075600 5000-IMPRIMIR-RESUMEN.
075700     MOVE LINEA-BLANCA TO LINEA-REPORTE.
075800     WRITE LINEA-REPORTE.
075900     MOVE CONTADOR-EN-LISTA TO LR1-CONTADOR.
076000     MOVE LINEA-RESUMEN-1 TO LINEA-REPORTE.
076100     WRITE LINEA-REPORTE.
076200     MOVE CONTADOR-REPORTADOS TO LR2-CONTADOR.
076300     MOVE LINEA-RESUMEN-2 TO LINEA-REPORTE.
076400     WRITE LINEA-REPORTE.
076500     MOVE CONTADOR-PENDIENTES TO LR3-CONTADOR.
076600     MOVE LINEA-RESUMEN-3 TO LINEA-REPORTE.
076700     WRITE LINEA-REPORTE.
076800     MOVE CONTADOR-FUERA TO LR4-CONTADOR.
076900     MOVE LINEA-RESUMEN-4 TO LINEA-REPORTE.
077000     WRITE LINEA-REPORTE.
077100     MOVE LINEA-BLANCA TO LINEA-REPORTE.
077200     WRITE LINEA-REPORTE.
077300     PERFORM 5100-CALCULAR-META THRU 5100-EXIT
077400         VARYING IDX-META FROM 1 BY 1
077500         UNTIL IDX-META > 3.
077600 5000-EXIT.
077700     EXIT.
077800
077900 5100-CALCULAR-META.
078000     COMPUTE PERSONAS-META =
078100         ((CONTADOR-EN-LISTA * META-PORCIENTO (IDX-META)) + 99)
078200             / 100.
078300     MOVE META-PORCIENTO (IDX-META) TO LM-PORCIENTO.
078400     MOVE PERSONAS-META TO LM-PERSONAS.
078500     IF PERSONAS-META = ZERO
078600             OR PERSONAS-META > CONTADOR-REPORTADOS
078700         MOVE TEXTO-NO-ALCANZADO TO LM-DURACION
078800     ELSE
078900         MOVE 9999999 TO SEGUNDOS-META
079000         PERFORM 5200-PROBAR-REPORTE THRU 5200-EXIT
079100             VARYING IDX-PERSONA FROM 1 BY 1
079200             UNTIL IDX-PERSONA > CUANTAS-PERSONAS
079300         PERFORM 7200-SEGUNDOS-A-DURACION THRU 7200-EXIT
079400         MOVE DURACION-EDITADA TO LM-DURACION
079500     END-IF.
079600     MOVE LINEA-META TO LINEA-REPORTE.
079700     WRITE LINEA-REPORTE.
079800 5100-EXIT.
079900     EXIT.
080000
080100******************************************************************
080200*    5200-PROBAR-REPORTE - UN REPORTE DE LA LISTA COMPLETA LA    *
080300*    META SI CON EL Y LOS ANTERIORES SE LLEGA AL NUMERO; SE      *
080400*    QUEDA EL MENOR TIEMPO QUE LA COMPLETA                       *
080500******************************************************************
080600 5200-PROBAR-REPORTE.
080700     IF NOT TP-DE-LA-LISTA (IDX-PERSONA)
080800             OR NOT TP-REPORTADO (IDX-PERSONA)
080900         GO TO 5200-EXIT
081000     END-IF.
081100     IF TP-SEGUNDOS (IDX-PERSONA) NOT < SEGUNDOS-META
081200         GO TO 5200-EXIT
081300     END-IF.
081400     MOVE ZERO TO CONTADOR-ANTES.
081500     PERFORM 5210-CONTAR-ANTES THRU 5210-EXIT
081600         VARYING IDX-OTRA FROM 1 BY 1
081700         UNTIL IDX-OTRA > CUANTAS-PERSONAS.
081800     IF CONTADOR-ANTES NOT < PERSONAS-META
081900         MOVE TP-SEGUNDOS (IDX-PERSONA) TO SEGUNDOS-META
082000     END-IF.
082100 5200-EXIT.
082200     EXIT.
082300
082400 5210-CONTAR-ANTES.
082500     IF TP-DE-LA-LISTA (IDX-OTRA)
082600             AND TP-REPORTADO (IDX-OTRA)
082700             AND TP-SEGUNDOS (IDX-OTRA)
082800                 NOT > TP-SEGUNDOS (IDX-PERSONA)
082900         ADD 1 TO CONTADOR-ANTES
083000     END-IF.
083100 5210-EXIT.
083200     EXIT.
083300
083400******************************************************************
083500*    6000-IMPRIMIR-HISTORIA - TODOS LOS EVENTOS EN ARCHIVO, EN   *
083600*    ORDEN DE APERTURA, PARA LA AUDITORIA                        *
083700******************************************************************
083800 6000-IMPRIMIR-HISTORIA.
083900     MOVE LINEA-BLANCA TO LINEA-REPORTE.
084000     WRITE LINEA-REPORTE.
084100     MOVE LINEA-TITULO-HISTORIA TO LINEA-REPORTE.
084200     WRITE LINEA-REPORTE.
084300     MOVE LINEA-ENCABEZADO-6 TO LINEA-REPORTE.
084400     WRITE LINEA-REPORTE.
084500     IF NOT EVAMST-ABIERTO
084600         GO TO 6000-EXIT
084700     END-IF.
084800     MOVE "N" TO SW-FIN-ARCHIVO.
084900     MOVE ZERO TO EVA-FECHA.
085000     MOVE ZERO TO EVA-HORA.
085100     START EVENTO-FILE KEY IS NOT LESS THAN EVA-CLAVE
085200         INVALID KEY
085300             MOVE "S" TO SW-FIN-ARCHIVO
085400     END-START.
085500     PERFORM 6100-IMPRIMIR-EVENTO THRU 6100-EXIT
085600         UNTIL FIN-ARCHIVO.
085700 6000-EXIT.
085800     EXIT.
085900
086000 6100-IMPRIMIR-EVENTO.
086100     READ EVENTO-FILE NEXT RECORD
086200         AT END
086300             MOVE "S" TO SW-FIN-ARCHIVO
086400             GO TO 6100-EXIT
086500     END-READ.
086700     MOVE EVA-FECHA TO LH-FECHA.
086800     MOVE EVA-HORA TO LH-HORA.
086900     PERFORM 7100-TEXTO-TIPO THRU 7100-EXIT.
087000     MOVE EVA-ABRIO TO LH-ABRIO.
087100     MOVE EVA-EMPLEADOS TO LH-EMPLEADOS.
087200     MOVE EVA-VISITANTES TO LH-VISITANTES.
087300     IF EVA-CERRADO
087400         MOVE EVA-HORA-CIERRE TO LH-CIERRE
087500     ELSE
087600         MOVE SPACES TO LH-CIERRE-X
087700     END-IF.
087800     MOVE EVA-CERRO TO LH-CERRO.
087900     MOVE LINEA-HISTORIA TO LINEA-REPORTE.
088000     WRITE LINEA-REPORTE.
088100 6100-EXIT.
088200     EXIT.
088300
088400******************************************************************
088500*    7000-HORA-A-SEGUNDOS - HHMMSSCC DE HORA-TRABAJO A SEGUNDOS  *
088600*    DESDE MEDIANOCHE EN SEGUNDOS-HORA                           *
088700******************************************************************
088800 7000-HORA-A-SEGUNDOS.
088900     COMPUTE SEGUNDOS-HORA =
089000         (HD-HH * 3600) + (HD-MM * 60) + HD-SS.
089100 7000-EXIT.
089200     EXIT.
089300
089400******************************************************************
089500*    7100-TEXTO-TIPO - TIPO Y ESTADO DEL EVENTO EN LETRA         *
089600******************************************************************
089700 7100-TEXTO-TIPO.
089800     IF EVA-REAL
089900         MOVE TEXTO-REAL TO LH-TIPO
090000     ELSE
090100         MOVE TEXTO-SIMULACRO TO LH-TIPO
090200     END-IF.
090300     IF EVA-CERRADO
090400         MOVE TEXTO-CERRADO TO LH-ESTADO
090500     ELSE
090600         MOVE TEXTO-ABIERTO TO LH-ESTADO
090700     END-IF.
090800 7100-EXIT.
090900     EXIT.
091000
091100******************************************************************
091200*    7200-SEGUNDOS-A-DURACION - SEGUNDOS-META A HH:MM:SS         *
091300******************************************************************
091400 7200-SEGUNDOS-A-DURACION.
091500     DIVIDE SEGUNDOS-META BY 3600
091600         GIVING DE-HH REMAINDER SEGUNDOS-RESTO.
091700     DIVIDE SEGUNDOS-RESTO BY 60
091800         GIVING DE-MM REMAINDER DE-SS.
091900 7200-EXIT.
092000     EXIT.
092100
092200******************************************************************
092300*    8000-BUSCAR-DEPTO - EL NOMBRE DEL DEPTO DESDE EL ARCHIVO    *
092400*    DE REFERENCIA; SIN ARCHIVO O CODIGO DESCONOCIDO EL NOMBRE   *
092500*    QUEDA EN BLANCO                                             *
092600******************************************************************
092700 8000-BUSCAR-DEPTO.
092800     MOVE SPACES TO LP-DEPTO-NOMBRE.
092900     IF NOT DEPMST-ABIERTO
093000         GO TO 8000-EXIT
093100     END-IF.
093200     MOVE GRUPO-CLAVE TO DEP-CODIGO.
093300     READ DEPARTMENT-MASTER
093400         INVALID KEY
093500             CONTINUE
093600         NOT INVALID KEY
093700             MOVE DEP-NOMBRE TO LP-DEPTO-NOMBRE
093800     END-READ.
093900 8000-EXIT.
094000     EXIT.
094100
094200******************************************************************
094300*    8100-BUSCAR-ANFITRION - NOMBRE Y DEPTO DEL ANFITRION DESDE  *
094400*    EL MAESTRO DE EMPLEADOS                                     *
094500******************************************************************
094600 8100-BUSCAR-ANFITRION.
094700     MOVE SPACES TO LA-HOST-NOMBRE.
094800     MOVE SPACES TO LA-HOST-DEPTO.
094900     IF NOT EMPMST-ABIERTO
095000         GO TO 8100-EXIT
095100     END-IF.
095200     MOVE GRUPO-CLAVE TO EMP-BADGE.
095300     READ EMPLOYEE-MASTER
095400         INVALID KEY
095500             CONTINUE
095600         NOT INVALID KEY
095700             MOVE EMP-NOMBRE TO LA-HOST-NOMBRE
095800             MOVE EMP-DEPTO TO LA-HOST-DEPTO
095900     END-READ.
096000 8100-EXIT.
096100     EXIT.
096200
096300******************************************************************
096400*    9000-TERMINAR                                                *
096500******************************************************************
096600 9000-TERMINAR.
096650     PERFORM 9900-REGISTRAR-CONTROL THRU 9900-EXIT.
096700     IF FS-EVAMST NOT = "35"
096800         CLOSE EVENTO-FILE
096900     END-IF.
097000     IF FS-EVALST NOT = "35"
097100         CLOSE LISTA-FILE
097200     END-IF.
097300     IF FS-EMPMST NOT = "35"
097400         CLOSE EMPLOYEE-MASTER
097500     END-IF.
097600     IF FS-DEPMST NOT = "35"
097700         CLOSE DEPARTMENT-MASTER
097800     END-IF.
097900     CLOSE REPORTE-FILE.
098000     STOP RUN.
098100 9000-EXIT.
098200     EXIT.
098204
098208******************************************************************
098212*    9900-REGISTRAR-CONTROL - DEJA EL REGISTRO DE CONTROL DE LA   *
098216*    CORRIDA EN RUNCTL PARA EL REPORTE DE CUADRE MATUTINO         *
098220******************************************************************
098224 9900-REGISTRAR-CONTROL.
098228     IF EVENTO-HALLADO
098232         MOVE LE-FECHA TO RCT-FECHA-PROCESO
098236     END-IF.
098240     IF TABLA-LLENA-AVISADA AND RCT-NORMAL
098244         MOVE "A" TO RCT-ESTADO
098248     END-IF.
098252     MOVE "EN-LISTA" TO RCT-ETIQUETA (1).
098256     MOVE CONTADOR-EN-LISTA TO RCT-CUENTA (1).
098260     MOVE "REPORTAD" TO RCT-ETIQUETA (2).
098264     MOVE CONTADOR-REPORTADOS TO RCT-CUENTA (2).
098268     MOVE "PENDIENT" TO RCT-ETIQUETA (3).
098272     MOVE CONTADOR-PENDIENTES TO RCT-CUENTA (3).
098276     MOVE "FUERA" TO RCT-ETIQUETA (4).
098280     MOVE CONTADOR-FUERA TO RCT-CUENTA (4).
098284     CALL "SRC-AMP-RC" USING RCT-REGISTRO.
098288 9900-EXIT.
098292     EXIT.
098300 END PROGRAM SRC-AMP-PR.
