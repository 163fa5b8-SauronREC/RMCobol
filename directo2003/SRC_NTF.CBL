000100******************************************************************
000200*                                                                *
000300*    SRC_NTF.CBL                                                *
000400*                                                                *
000500*    PROGRAM-ID.  SRC-AMP-NT                                    *
000600*    AUTHOR.      R. SOTO MADERA                                *
000700*    INSTALLATION. TERMINAL SERVICES - PLANTA 3                 *
000800*    DATE-WRITTEN. 2026-10-15.                                  *
000900*                                                                *
001000*    INTRADAY VISITOR ESCALATION SWEEP.  RUN SEVERAL TIMES A     *
001100*    DAY.  REPLAYS TODAY'S VISLOG TO FIND THE VISITORS STILL     *
001200*    INSIDE (LAST MOVEMENT AN ENTRADA) AND QUEUES AN ESCALATION  *
001300*    ON NTFQUE (SEE NTFQUE.CPY) FOR THE SITE MESSAGING GATEWAY,  *
001400*    ADDRESSED TO THE CONTACT ROUTE OF THE HOST'S DEPARTMENT,    *
001500*    WHEN -                                                      *
001600*      "T"  THE VISITOR HAS BEEN INSIDE LONGER THAN THE NTFPARM  *
001700*           LIMIT (240 MINUTES WITH NO CARD), OR                 *
001800*      "A"  THE HOST'S OWN LAST SGNLOG MOVEMENT TODAY IS A       *
001900*           SALIDA.                                              *
002000*    THE HOST'S DEPARTMENT COMES FROM EMPMST AND ITS ROUTE FROM  *
002100*    DEP-RUTA-AVISO ON DEPMST.  EVERY ESCALATION QUEUED IS ALSO  *
002200*    APPENDED TO THE NTFENV SENT LOG, SO A LATER SWEEP THE SAME  *
002300*    DAY DOES NOT SEND IT AGAIN.  A HOST WITH NO ROUTE ON FILE   *
002400*    GETS NOTHING QUEUED AND IS LISTED INSTEAD; THE ESCALATION   *
002500*    GOES OUT ON THE FIRST SWEEP AFTER THE ROUTE IS ADDED WITH   *
002600*    THE SRC-AMP-DM SCREEN.  NTFRPT LOGS THE NOTICES SENT AND    *
002700*    THE HOSTS WITH NO CONTACT ROUTE.                            *
002800*                                                                *
002900*    MODIFICATION HISTORY.                                       *
003000*    DATE-WRITTEN.  2026-10-15.                                  *
003100*    2026-10-15  RSM  ORIGINAL.                                   *
003120*    2026-10-15  RSM  THE HOST, DEPARTMENT AND DOOR LOOKUPS TEST  *
003140*                     SWITCHES SET WHEN EMPMST, DEPMST AND TRMMST *
003160*                     OPEN INSTEAD OF THE FILE STATUS, WHICH ONE  *
003180*                     UNKNOWN HOST OR DEPARTMENT LEFT AT 23,      *
003200*                     HOLDING EVERY LATER ESCALATION AS HAVING NO *
003220*                     ROUTE.  E OR D NOW COMES FROM THE READ      *
003240*                     THAT MISSED, OR FROM A FILE NOT OPENED.     *
003260*                                                                *
003300******************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID. SRC-AMP-NT.
003600 AUTHOR. R. SOTO MADERA.
003700 INSTALLATION. TERMINAL SERVICES - PLANTA 3.
003800 DATE-WRITTEN. 2026-10-15.
003900 DATE-COMPILED.
004000
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT PARAMETRO-FILE ASSIGN TO "NTFPARM"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS FS-NTFPARM.
004700
004800     SELECT VISITOR-LOG-FILE ASSIGN TO "VISLOG"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS VLG-CLAVE
005200         FILE STATUS IS FS-VISLOG.
005300
005400     SELECT SGN-LOG-FILE ASSIGN TO "SGNLOG"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS SGN-LOG-KEY
005800         FILE STATUS IS FS-SGNLOG.
005900
006000     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMST"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS EMP-BADGE
006400         FILE STATUS IS FS-EMPMST.
006500
006600     SELECT DEPARTMENT-MASTER ASSIGN TO "DEPMST"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS DEP-CODIGO
007000         FILE STATUS IS FS-DEPMST.
007100
007200     SELECT TERMINAL-MASTER ASSIGN TO "TRMMST"
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS DYNAMIC
007500         RECORD KEY IS TRM-ID
007600         FILE STATUS IS FS-TRMMST.
007700
007800     SELECT ENVIADOS-FILE ASSIGN TO "NTFENV"
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS FS-NTFENV.
008100
008200     SELECT NOTIFICATION-QUEUE ASSIGN TO "NTFQUE"
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS FS-NTFQUE.
008500
008600     SELECT REPORTE-FILE ASSIGN TO "NTFRPT"
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS FS-NTFRPT.
008900
009000 DATA DIVISION.
009100 FILE SECTION.
009200 FD  PARAMETRO-FILE
009300     LABEL RECORDS ARE STANDARD.
009400 01  PARAMETRO-REGISTRO.
009500     05  PRM-MINUTOS-LIMITE          PIC 9(04).
009600
009700 FD  VISITOR-LOG-FILE
009800     LABEL RECORDS ARE STANDARD.
009900 COPY "VISLOG.CPY".
010000
010100 FD  SGN-LOG-FILE
010200     LABEL RECORDS ARE STANDARD.
010300 COPY "SGNREC.CPY".
010400
010500 FD  EMPLOYEE-MASTER
010600     LABEL RECORDS ARE STANDARD.
010700 COPY "EMPMST.CPY".
010800
010900 FD  DEPARTMENT-MASTER
011000     LABEL RECORDS ARE STANDARD.
011100 COPY "DEPMST.CPY".
011200
011300 FD  TERMINAL-MASTER
011400     LABEL RECORDS ARE STANDARD.
011500 COPY "TRMMST.CPY".
011600
011700******************************************************************
011800*    ONE RECORD PER ESCALATION QUEUED - THE VISIT (DATE, ENTRADA *
011900*    TIME, HOST AND VISITOR) AND THE REASON.  ONLY THIS PROGRAM  *
012000*    READS IT; RECORDS FROM EARLIER DAYS ARE IGNORED.            *
012100******************************************************************
012200 FD  ENVIADOS-FILE
012300     LABEL RECORDS ARE STANDARD.
012400 01  ENV-REGISTRO.
012500     05  ENV-FECHA                   PIC 9(08).
012600     05  ENV-HORA-ENTRADA            PIC 9(08).
012700     05  ENV-HOST-BADGE              PIC X(06).
012800     05  ENV-VISITANTE               PIC X(15).
012900     05  ENV-MOTIVO                  PIC X(01).
013000     05  ENV-HORA-AVISO              PIC 9(08).
013100     05  ENV-DESTINO                 PIC X(08).
013200     05  FILLER                      PIC X(06).
013300
013400 FD  NOTIFICATION-QUEUE
013500     LABEL RECORDS ARE STANDARD.
013600 COPY "NTFQUE.CPY".
013700
013800 FD  REPORTE-FILE
013900     LABEL RECORDS ARE STANDARD.
014000 01  LINEA-REPORTE                   PIC X(80).
014100
014200 WORKING-STORAGE SECTION.
014300 01  FS-NTFPARM                      PIC X(02) VALUE "00".
014400 01  FS-VISLOG                       PIC X(02) VALUE "00".
014500 01  FS-SGNLOG                       PIC X(02) VALUE "00".
014600 01  FS-EMPMST                       PIC X(02) VALUE "00".
014700 01  FS-DEPMST                       PIC X(02) VALUE "00".
014800 01  FS-TRMMST                       PIC X(02) VALUE "00".
014900 01  FS-NTFENV                       PIC X(02) VALUE "00".
015000 01  FS-NTFQUE                       PIC X(02) VALUE "00".
015100 01  FS-NTFRPT                       PIC X(02) VALUE "00".
015200
015300 01  SW-FIN-ARCHIVO                  PIC X(01) VALUE "N".
015400     88  FIN-ARCHIVO                 VALUE "S".
015500 01  SW-RENGLON-HALLADO              PIC X(01) VALUE "N".
015600     88  RENGLON-HALLADO             VALUE "S".
015700 01  SW-VISITANTES-LLENA             PIC X(01) VALUE "N".
015800     88  VISITANTES-LLENA-AVISADA    VALUE "S".
015900 01  SW-ENVIADOS-LLENA               PIC X(01) VALUE "N".
016000     88  ENVIADOS-LLENA-AVISADA      VALUE "S".
016100 01  SW-SIN-RUTA-LLENA               PIC X(01) VALUE "N".
016200     88  SIN-RUTA-LLENA-AVISADA      VALUE "S".
016300 01  SW-ENVIADOS-ABIERTO             PIC X(01) VALUE "N".
016400     88  ENVIADOS-ABIERTO            VALUE "S".
016500 01  SW-COLA-ABIERTA                 PIC X(01) VALUE "N".
016600     88  COLA-ABIERTA                VALUE "S".
016610 01  SW-EMPMST-ABIERTO               PIC X(01) VALUE "N".
016620     88  EMPMST-ABIERTO              VALUE "S".
016630 01  SW-DEPMST-ABIERTO               PIC X(01) VALUE "N".
016640     88  DEPMST-ABIERTO              VALUE "S".
016650 01  SW-TRMMST-ABIERTO               PIC X(01) VALUE "N".
016660     88  TRMMST-ABIERTO              VALUE "S".
016700
016800 01  CAUSA-SIN-RUTA                  PIC X(01) VALUE SPACE.
016900     88  CON-RUTA                    VALUE SPACE.
017000     88  ANFITRION-NO-REGISTRADO     VALUE "E".
017100     88  DEPTO-NO-REGISTRADO         VALUE "D".
017200     88  DEPTO-SIN-RUTA              VALUE "R".
017300
017400 77  CUANTOS-VISITANTES              PIC 9(04) COMP VALUE ZERO.
017500 77  CUANTOS-ENVIADOS                PIC 9(04) COMP VALUE ZERO.
017600 77  CUANTOS-SIN-RUTA                PIC 9(04) COMP VALUE ZERO.
017700 77  IDX-VISITANTE                   PIC 9(04) COMP VALUE ZERO.
017800 77  IDX-ENVIADO                     PIC 9(04) COMP VALUE ZERO.
017900 77  IDX-SIN-RUTA                    PIC 9(04) COMP VALUE ZERO.
018000 77  IDX-HALLADO                     PIC 9(04) COMP VALUE ZERO.
018100 77  CONTADOR-DENTRO                 PIC 9(05) COMP VALUE ZERO.
018200 77  CONTADOR-AVISOS                 PIC 9(05) COMP VALUE ZERO.
018300 77  CONTADOR-YA-AVISADOS            PIC 9(05) COMP VALUE ZERO.
018400 77  CONTADOR-RETENIDOS              PIC 9(05) COMP VALUE ZERO.
018500
018600 01  WS-FECHA-HOY                    PIC 9(08) VALUE ZERO.
018700 01  HORA-CORRIDA                    PIC 9(08) VALUE ZERO.
018800 01  MINUTOS-LIMITE                  PIC 9(04) VALUE 240.
018900 01  MINUTOS-DENTRO                  PIC 9(04) VALUE ZERO.
019000 01  MOTIVO-AVISO                    PIC X(01) VALUE SPACE.
019100 01  RUTA-HALLADA                    PIC X(08) VALUE SPACES.
019200 01  DEPTO-ANFITRION                 PIC X(04) VALUE SPACES.
019300 01  NOMBRE-ANFITRION                PIC X(15) VALUE SPACES.
019400 01  TERMINAL-CIERRE                 PIC X(08) VALUE "AUTOCIER".
019500
019600 01  HORA-TRABAJO                    PIC 9(08) VALUE ZERO.
019700 01  HORA-DESGLOSE REDEFINES HORA-TRABAJO.
019800     05  HD-HH                       PIC 9(02).
019900     05  HD-MM                       PIC 9(02).
020000     05  HD-SS                       PIC 9(02).
020100     05  HD-CC                       PIC 9(02).
020200
020300 01  SEGUNDOS-MOMENTO                PIC 9(07) COMP VALUE ZERO.
020400 01  SEGUNDOS-CORRIDA                PIC 9(07) COMP VALUE ZERO.
020500
020600******************************************************************
020700*    ONE ROW PER VISIT SEEN TODAY (HOST BADGE AND VISITOR NAME). *
020800*    TV-ESTADO "E" INSIDE, "S" SIGNED OUT.  TV-HOST-ULTIMA IS    *
020900*    THE DIRECTION OF THE HOST'S LAST SGNLOG MOVEMENT TODAY,     *
021000*    SPACE IF THE HOST HAS NONE.                                 *
021100******************************************************************
021200 01  TABLA-VISITANTES.
021300     05  VISITANTE-RENGLON OCCURS 1000 TIMES.
021400         10  TV-LLAVE.
021500             15  TV-HOST-BADGE       PIC X(06).
021600             15  TV-NOMBRE           PIC X(15).
021700         10  TV-COMPANIA             PIC X(20).
021800         10  TV-TERMINAL             PIC X(08).
021900         10  TV-HORA-ENTRADA         PIC 9(08).
022000         10  TV-ESTADO               PIC X(01).
022100             88  TV-ADENTRO          VALUE "E".
022200         10  TV-HOST-ULTIMA          PIC X(01).
022300             88  TV-HOST-SALIO       VALUE "S".
022400
022500 01  VISITA-BUSCADA.
022600     05  VB-HOST-BADGE               PIC X(06).
022700     05  VB-NOMBRE                   PIC X(15).
022800
022900 01  TABLA-ENVIADOS.
023000     05  ENVIADO-RENGLON OCCURS 1000 TIMES.
023100         10  TE-HORA-ENTRADA         PIC 9(08).
023200         10  TE-HOST-BADGE           PIC X(06).
023300         10  TE-VISITANTE            PIC X(15).
023400         10  TE-MOTIVO               PIC X(01).
023500
023600******************************************************************
023700*    ONE ROW PER HOST WHOSE ESCALATIONS WERE HELD THIS SWEEP     *
023800*    FOR WANT OF A CONTACT ROUTE.                                *
023900******************************************************************
024000 01  TABLA-SIN-RUTA.
024100     05  SIN-RUTA-RENGLON OCCURS 100 TIMES.
024200         10  TR-HOST-BADGE           PIC X(06).
024300         10  TR-NOMBRE               PIC X(15).
024400         10  TR-DEPTO                PIC X(04).
024500         10  TR-CAUSA                PIC X(01).
024600         10  TR-RETENIDOS            PIC 9(04) COMP.
024700
024800 01  LINEA-AVISO.
024900     05  FILLER                      PIC X(02) VALUE SPACES.
025000     05  LA-MOTIVO                   PIC X(01).
025100     05  FILLER                      PIC X(02) VALUE SPACES.
025200     05  LA-VISITANTE                PIC X(15).
025300     05  FILLER                      PIC X(02) VALUE SPACES.
025400     05  LA-HOST-BADGE               PIC X(06).
025500     05  FILLER                      PIC X(02) VALUE SPACES.
025600     05  LA-DEPTO                    PIC X(04).
025700     05  FILLER                      PIC X(02) VALUE SPACES.
025800     05  LA-RUTA                     PIC X(08).
025900     05  FILLER                      PIC X(02) VALUE SPACES.
026000     05  LA-HORA-ENTRADA             PIC 9(08).
026100     05  FILLER                      PIC X(02) VALUE SPACES.
026200     05  LA-MINUTOS                  PIC ZZZ9.
026300     05  FILLER                      PIC X(02) VALUE SPACES.
026400     05  LA-TERMINAL                 PIC X(08).
026500     05  FILLER                      PIC X(10) VALUE SPACES.
026600
026700 01  LINEA-SIN-RUTA.
026800     05  FILLER                      PIC X(02) VALUE SPACES.
026900     05  LS-HOST-BADGE               PIC X(06).
027000     05  FILLER                      PIC X(02) VALUE SPACES.
027100     05  LS-NOMBRE                   PIC X(15).
027200     05  FILLER                      PIC X(02) VALUE SPACES.
027300     05  LS-DEPTO                    PIC X(04).
027400     05  FILLER                      PIC X(02) VALUE SPACES.
027500     05  LS-CAUSA                    PIC X(24).
027600     05  FILLER                      PIC X(02) VALUE SPACES.
027700     05  LS-RETENIDOS                PIC ZZZ9.
027800     05  FILLER                      PIC X(17) VALUE SPACES.
027900
028000 01  TEXTO-NO-EN-EMPMST              PIC X(24) VALUE
028100     "ANFITRION NO EN EMPMST".
028200 01  TEXTO-NO-EN-DEPMST              PIC X(24) VALUE
028300     "DEPTO NO EN DEPMST".
028400 01  TEXTO-SIN-RUTA                  PIC X(24) VALUE
028500     "DEPTO SIN RUTA DE AVISO".
028600
028700 01  LINEA-RESUMEN-1.
028800     05  FILLER                      PIC X(02) VALUE SPACES.
028900     05  FILLER                      PIC X(25) VALUE
029000         "VISITANTES DENTRO        ".
029100     05  LR1-CONTADOR                PIC ZZZZ9.
029200     05  FILLER                      PIC X(48) VALUE SPACES.
029300 01  LINEA-RESUMEN-2.
029400     05  FILLER                      PIC X(02) VALUE SPACES.
029500     05  FILLER                      PIC X(25) VALUE
029600         "AVISOS ENVIADOS          ".
029700     05  LR2-CONTADOR                PIC ZZZZ9.
029800     05  FILLER                      PIC X(48) VALUE SPACES.
029900 01  LINEA-RESUMEN-3.
030000     05  FILLER                      PIC X(02) VALUE SPACES.
030100     05  FILLER                      PIC X(25) VALUE
030200         "YA AVISADOS ANTES        ".
030300     05  LR3-CONTADOR                PIC ZZZZ9.
030400     05  FILLER                      PIC X(48) VALUE SPACES.
030500 01  LINEA-RESUMEN-4.
030600     05  FILLER                      PIC X(02) VALUE SPACES.
030700     05  FILLER                      PIC X(25) VALUE
030800         "RETENIDOS SIN RUTA       ".
030900     05  LR4-CONTADOR                PIC ZZZZ9.
031000     05  FILLER                      PIC X(48) VALUE SPACES.
031100
031200 01  LINEA-ENCABEZADO-1              PIC X(80) VALUE
031300     "AVISOS A ANFITRIONES - VISITANTES DENTRO".
031400 01  LINEA-ENCABEZADO-2.
031500     05  FILLER                      PIC X(10) VALUE "FECHA:    ".
031600     05  LE2-FECHA                   PIC 9(08).
031700     05  FILLER                      PIC X(04) VALUE SPACES.
031800     05  FILLER                      PIC X(06) VALUE "HORA: ".
031900     05  LE2-HORA                    PIC 9(08).
032000     05  FILLER                      PIC X(04) VALUE SPACES.
032100     05  FILLER                      PIC X(16) VALUE
032200         "LIMITE MINUTOS: ".
032300     05  LE2-LIMITE                  PIC ZZZ9.
032400     05  FILLER                      PIC X(20) VALUE SPACES.
032500 01  LINEA-ENCABEZADO-3              PIC X(80) VALUE
032600     "  AVISOS ENVIADOS (T=TIEMPO EXCEDIDO  A=ANFITRION SALIO)".
032700 01  LINEA-ENCABEZADO-4              PIC X(80) VALUE
032800     "  M  VISITANTE        ANFITR  DEPT  RUTA      ENTRADA    MIN
032900-    "  TERMINAL".
033000 01  LINEA-ENCABEZADO-5              PIC X(80) VALUE
033100     "  ANFITRIONES SIN RUTA DE AVISO - AVISOS RETENIDOS".
033200 01  LINEA-ENCABEZADO-6              PIC X(80) VALUE
033300     "  ANFITR  NOMBRE           DEPT  CAUSA                   AVI
033400-    "SOS".
033500 01  LINEA-NINGUNO                   PIC X(80) VALUE
033600     "  NINGUNO".
033700 01  LINEA-BLANCA                    PIC X(80) VALUE SPACES.
033800 01  LINEA-VISITANTES-LLENA          PIC X(80) VALUE
033900     "** TABLA DE VISITANTES LLENA - RESTO SIN REVISAR **".
034000 01  LINEA-ENVIADOS-LLENA            PIC X(80) VALUE
034100     "** TABLA DE AVISOS ENVIADOS LLENA - PUEDEN REPETIRSE **".
034200 01  LINEA-SIN-RUTA-LLENA            PIC X(80) VALUE
034300     "** TABLA DE ANFITRIONES SIN RUTA LLENA **".
034400 01  LINEA-COLA-FALLA                PIC X(80) VALUE
034500     "** NTFQUE NO DISPONIBLE - NO SE ENVIO NINGUN AVISO **".
034600
034700 COPY "RUNCTL.CPY".
034800
034900 PROCEDURE DIVISION.
035000******************************************************************
035100*    0000-MAINLINE                                               *
035200******************************************************************
035300 0000-MAINLINE.
035400     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
035500     PERFORM 1200-CARGAR-ENVIADOS THRU 1200-EXIT.
035600     PERFORM 2000-RECORRER-VISITAS THRU 2000-EXIT.
035700     PERFORM 3000-RECORRER-BITACORA THRU 3000-EXIT.
035800     PERFORM 4000-REVISAR-VISITANTES THRU 4000-EXIT.
035900     PERFORM 5000-IMPRIMIR-SIN-RUTA THRU 5000-EXIT.
036000     PERFORM 8000-IMPRIMIR-RESUMEN THRU 8000-EXIT.
036100     PERFORM 9000-TERMINAR THRU 9000-EXIT.
036200
036300******************************************************************
036400*    1000-INICIALIZAR - EL LIMITE EN MINUTOS VIENE DEL           *
036500*    PARAMETRO; SIN CARD SON 240.  LA COLA SE ABRE AL FINAL Y SE *
036600*    CREA SI NO EXISTE                                           *
036700******************************************************************
036800 1000-INICIALIZAR.
036900     MOVE SPACES TO RCT-REGISTRO.
037000     MOVE "SRC-AMP-NT" TO RCT-PROGRAMA.
037100     ACCEPT RCT-FECHA-CORRIDA FROM DATE YYYYMMDD.
037200     ACCEPT RCT-HORA-INICIO FROM TIME.
037300     MOVE "N" TO RCT-ESTADO.
037400     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
037500     ACCEPT HORA-CORRIDA FROM TIME.
037600     MOVE HORA-CORRIDA TO HORA-TRABAJO.
037700     PERFORM 7100-HORA-A-SEGUNDOS THRU 7100-EXIT.
037800     MOVE SEGUNDOS-MOMENTO TO SEGUNDOS-CORRIDA.
037900     OPEN INPUT PARAMETRO-FILE.
038000     IF FS-NTFPARM = "00"
038100         READ PARAMETRO-FILE
038200             AT END
038300                 CONTINUE
038400             NOT AT END
038500                 IF PRM-MINUTOS-LIMITE IS NUMERIC
038600                         AND PRM-MINUTOS-LIMITE > ZERO
038700                     MOVE PRM-MINUTOS-LIMITE TO MINUTOS-LIMITE
038800                 END-IF
038900         END-READ
039000         CLOSE PARAMETRO-FILE
039100     END-IF.
039200     OPEN INPUT VISITOR-LOG-FILE.
039300     OPEN INPUT SGN-LOG-FILE.
039400     OPEN INPUT EMPLOYEE-MASTER.
039420     IF FS-EMPMST = "00"
039440         MOVE "S" TO SW-EMPMST-ABIERTO
039460     END-IF.
039500     OPEN INPUT DEPARTMENT-MASTER.
039520     IF FS-DEPMST = "00"
039540         MOVE "S" TO SW-DEPMST-ABIERTO
039560     END-IF.
039600     OPEN INPUT TERMINAL-MASTER.
039620     IF FS-TRMMST = "00"
039640         MOVE "S" TO SW-TRMMST-ABIERTO
039660     END-IF.
039700     OPEN EXTEND NOTIFICATION-QUEUE.
039800     IF FS-NTFQUE = "35"
039900         OPEN OUTPUT NOTIFICATION-QUEUE
040000     END-IF.
040100     IF FS-NTFQUE = "00"
040200         MOVE "S" TO SW-COLA-ABIERTA
040300     END-IF.
040400     OPEN OUTPUT REPORTE-FILE.
040500     IF FS-VISLOG NOT = "00" AND FS-VISLOG NOT = "35"
040600         MOVE "F" TO RCT-ESTADO
040700     END-IF.
040800     IF NOT COLA-ABIERTA
040900         MOVE "F" TO RCT-ESTADO
041000     END-IF.
041100     MOVE LINEA-ENCABEZADO-1 TO LINEA-REPORTE.
041200     WRITE LINEA-REPORTE.
041300     MOVE WS-FECHA-HOY TO LE2-FECHA.
041400     MOVE HORA-CORRIDA TO LE2-HORA.
041500     MOVE MINUTOS-LIMITE TO LE2-LIMITE.
041600     MOVE LINEA-ENCABEZADO-2 TO LINEA-REPORTE.
041700     WRITE LINEA-REPORTE.
041800     IF NOT COLA-ABIERTA
041900         MOVE LINEA-COLA-FALLA TO LINEA-REPORTE
042000         WRITE LINEA-REPORTE
042100     END-IF.
042200 1000-EXIT.
042300     EXIT.
042400
042500******************************************************************
042600*    1200-CARGAR-ENVIADOS - LOS AVISOS YA ENVIADOS HOY POR LAS   *
042700*    CORRIDAS ANTERIORES.  DESPUES LA BITACORA SE ABRE AL FINAL  *
042800*    PARA AGREGAR LOS DE ESTA CORRIDA; SI NO EXISTE SE CREA      *
042900******************************************************************
043000 1200-CARGAR-ENVIADOS.
043100     MOVE "N" TO SW-FIN-ARCHIVO.
043200     OPEN INPUT ENVIADOS-FILE.
043300     IF FS-NTFENV = "00"
043400         PERFORM 1210-LEER-ENVIADO THRU 1210-EXIT
043500             UNTIL FIN-ARCHIVO
043600         CLOSE ENVIADOS-FILE
043700     END-IF.
043800     OPEN EXTEND ENVIADOS-FILE.
043900     IF FS-NTFENV = "35"
044000         OPEN OUTPUT ENVIADOS-FILE
044100     END-IF.
044200     IF FS-NTFENV = "00"
044300         MOVE "S" TO SW-ENVIADOS-ABIERTO
044400     END-IF.
044500 1200-EXIT.
044600     EXIT.
044700
044800 1210-LEER-ENVIADO.
044900     READ ENVIADOS-FILE
045000         AT END
045100             MOVE "S" TO SW-FIN-ARCHIVO
045200         NOT AT END
045300             IF ENV-FECHA = WS-FECHA-HOY
045400                 PERFORM 1220-GUARDAR-ENVIADO THRU 1220-EXIT
045500             END-IF
045600     END-READ.
045700 1210-EXIT.
045800     EXIT.
045900
046000 1220-GUARDAR-ENVIADO.
046100     IF CUANTOS-ENVIADOS < 1000
046200         ADD 1 TO CUANTOS-ENVIADOS
046300         MOVE ENV-HORA-ENTRADA
046400             TO TE-HORA-ENTRADA (CUANTOS-ENVIADOS)
046500         MOVE ENV-HOST-BADGE TO TE-HOST-BADGE (CUANTOS-ENVIADOS)
046600         MOVE ENV-VISITANTE TO TE-VISITANTE (CUANTOS-ENVIADOS)
046700         MOVE ENV-MOTIVO TO TE-MOTIVO (CUANTOS-ENVIADOS)
046800     ELSE
046900         IF NOT ENVIADOS-LLENA-AVISADA
047000             MOVE LINEA-ENVIADOS-LLENA TO LINEA-REPORTE
047100             WRITE LINEA-REPORTE
047200             MOVE "S" TO SW-ENVIADOS-LLENA
047300         END-IF
047400     END-IF.
047500 1220-EXIT.
047600     EXIT.
047700
047800******************************************************************
047900*    2000-RECORRER-VISITAS - VISLOG DE HOY EN ORDEN DE HORA; EL  *
048000*    ULTIMO MOVIMIENTO DE CADA VISITA DICE SI SIGUE DENTRO       *
048100******************************************************************
048200 2000-RECORRER-VISITAS.
048300     MOVE "N" TO SW-FIN-ARCHIVO.
048400     IF FS-VISLOG NOT = "00"
048500         GO TO 2000-EXIT
048600     END-IF.
048700     MOVE WS-FECHA-HOY TO VLG-FECHA.
048800     MOVE ZERO TO VLG-HORA.
048900     MOVE SPACES TO VLG-TERMINAL.
049000     START VISITOR-LOG-FILE KEY IS NOT LESS THAN VLG-CLAVE
049100         INVALID KEY
049200             MOVE "S" TO SW-FIN-ARCHIVO
049300     END-START.
049400     PERFORM 2100-LEER-VISITA THRU 2100-EXIT
049500         UNTIL FIN-ARCHIVO.
049600 2000-EXIT.
049700     EXIT.
049800
049900 2100-LEER-VISITA.
050000     READ VISITOR-LOG-FILE NEXT RECORD
050100         AT END
050200             MOVE "S" TO SW-FIN-ARCHIVO
050300         NOT AT END
050400             IF VLG-FECHA NOT = WS-FECHA-HOY
050500                 MOVE "S" TO SW-FIN-ARCHIVO
050600             ELSE
050700                 PERFORM 2200-HALLAR-VISITANTE THRU 2200-EXIT
050800                 IF RENGLON-HALLADO
050900                     PERFORM 2300-ANOTAR-VISITA THRU 2300-EXIT
051000                 END-IF
051100             END-IF
051200     END-READ.
051300 2100-EXIT.
051400     EXIT.
051500
051600******************************************************************
051700*    2200-HALLAR-VISITANTE - BUSCA LA VISITA (ANFITRION Y        *
051800*    NOMBRE) EN LA TABLA; SI NO ESTA SE AGREGA                   *
051900******************************************************************
052000 2200-HALLAR-VISITANTE.
052100     MOVE VLG-HOST-BADGE TO VB-HOST-BADGE.
052200     MOVE VLG-NOMBRE TO VB-NOMBRE.
052300     MOVE "N" TO SW-RENGLON-HALLADO.
052400     PERFORM 2210-COMPARAR-VISITANTE THRU 2210-EXIT
052500         VARYING IDX-VISITANTE FROM 1 BY 1
052600         UNTIL IDX-VISITANTE > CUANTOS-VISITANTES
052700             OR RENGLON-HALLADO.
052800     IF RENGLON-HALLADO
052900         GO TO 2200-EXIT
053000     END-IF.
053100     IF CUANTOS-VISITANTES < 1000
053200         ADD 1 TO CUANTOS-VISITANTES
053300         MOVE CUANTOS-VISITANTES TO IDX-HALLADO
053400         MOVE VISITA-BUSCADA TO TV-LLAVE (IDX-HALLADO)
053500         MOVE SPACES TO TV-COMPANIA (IDX-HALLADO)
053600         MOVE SPACES TO TV-TERMINAL (IDX-HALLADO)
053700         MOVE ZERO TO TV-HORA-ENTRADA (IDX-HALLADO)
053800         MOVE SPACE TO TV-ESTADO (IDX-HALLADO)
053900         MOVE SPACE TO TV-HOST-ULTIMA (IDX-HALLADO)
054000         MOVE "S" TO SW-RENGLON-HALLADO
054100     ELSE
054200         IF NOT VISITANTES-LLENA-AVISADA
054300             MOVE LINEA-VISITANTES-LLENA TO LINEA-REPORTE
054400             WRITE LINEA-REPORTE
054500             MOVE "S" TO SW-VISITANTES-LLENA
054600         END-IF
054700     END-IF.
054800 2200-EXIT.
054900     EXIT.
055000
055100 2210-COMPARAR-VISITANTE.
055200     IF TV-LLAVE (IDX-VISITANTE) = VISITA-BUSCADA
055300         MOVE "S" TO SW-RENGLON-HALLADO
055400         MOVE IDX-VISITANTE TO IDX-HALLADO
055500     END-IF.
055600 2210-EXIT.
055700     EXIT.
055800
055900 2300-ANOTAR-VISITA.
056000     IF VLG-ES-SALIDA
056100         MOVE "S" TO TV-ESTADO (IDX-HALLADO)
056200     ELSE
056300         MOVE "E" TO TV-ESTADO (IDX-HALLADO)
056400         MOVE VLG-COMPANIA TO TV-COMPANIA (IDX-HALLADO)
056500         MOVE VLG-TERMINAL TO TV-TERMINAL (IDX-HALLADO)
056600         MOVE VLG-HORA TO TV-HORA-ENTRADA (IDX-HALLADO)
056700     END-IF.
056800 2300-EXIT.
056900     EXIT.
057000
057100******************************************************************
057200*    3000-RECORRER-BITACORA - SGNLOG DE HOY; CADA MOVIMIENTO DE  *
057300*    UN ANFITRION QUEDA COMO SU ULTIMO EN TODAS SUS VISITAS.     *
057400*    SIN SGNLOG NO SE REVISA SI EL ANFITRION SALIO               *
057500******************************************************************
057600 3000-RECORRER-BITACORA.
057700     MOVE "N" TO SW-FIN-ARCHIVO.
057800     IF FS-SGNLOG NOT = "00"
057900         GO TO 3000-EXIT
058000     END-IF.
058100     IF CUANTOS-VISITANTES = ZERO
058200         GO TO 3000-EXIT
058300     END-IF.
058400     MOVE WS-FECHA-HOY TO SGN-LOG-FECHA.
058500     MOVE ZERO TO SGN-LOG-HORA.
058600     MOVE SPACES TO SGN-LOG-TERMINAL.
058700     START SGN-LOG-FILE KEY IS NOT LESS THAN SGN-LOG-KEY
058800         INVALID KEY
058900             MOVE "S" TO SW-FIN-ARCHIVO
059000     END-START.
059100     PERFORM 3100-LEER-MOVIMIENTO THRU 3100-EXIT
059200         UNTIL FIN-ARCHIVO.
059300 3000-EXIT.
059400     EXIT.
059500
059600 3100-LEER-MOVIMIENTO.
059700     READ SGN-LOG-FILE NEXT RECORD
059800         AT END
059900             MOVE "S" TO SW-FIN-ARCHIVO
060000         NOT AT END
060100             IF SGN-LOG-FECHA NOT = WS-FECHA-HOY
060200                 MOVE "S" TO SW-FIN-ARCHIVO
060300             ELSE
060400                 IF SGN-LOG-TERMINAL NOT = TERMINAL-CIERRE
060500                     PERFORM 3110-MARCAR-ANFITRION THRU 3110-EXIT
060600                         VARYING IDX-VISITANTE FROM 1 BY 1
060700                         UNTIL IDX-VISITANTE > CUANTOS-VISITANTES
060800                 END-IF
060900             END-IF
061000     END-READ.
061100 3100-EXIT.
061200     EXIT.
061300
061400 3110-MARCAR-ANFITRION.
061500     IF TV-HOST-BADGE (IDX-VISITANTE) = SGN-LOG-BADGE
061600         IF SGN-LOG-ES-SALIDA
061700             MOVE "S" TO TV-HOST-ULTIMA (IDX-VISITANTE)
061800         ELSE
061900             MOVE "E" TO TV-HOST-ULTIMA (IDX-VISITANTE)
062000         END-IF
062100     END-IF.
062200 3110-EXIT.
062300     EXIT.
062400
062500******************************************************************
062600*    4000-REVISAR-VISITANTES - CADA VISITANTE DENTRO SE REVISA   *
062700*    POR TIEMPO Y POR SALIDA DEL ANFITRION; SON DOS AVISOS       *
062800*    DISTINTOS Y PUEDEN SALIR LOS DOS                            *
062900******************************************************************
063000 4000-REVISAR-VISITANTES.
063100     MOVE LINEA-BLANCA TO LINEA-REPORTE.
063200     WRITE LINEA-REPORTE.
063300     MOVE LINEA-ENCABEZADO-3 TO LINEA-REPORTE.
063400     WRITE LINEA-REPORTE.
063500     MOVE LINEA-ENCABEZADO-4 TO LINEA-REPORTE.
063600     WRITE LINEA-REPORTE.
063700     PERFORM 4100-REVISAR-UN-VISITANTE THRU 4100-EXIT
063800         VARYING IDX-VISITANTE FROM 1 BY 1
063900         UNTIL IDX-VISITANTE > CUANTOS-VISITANTES.
064000     IF CONTADOR-AVISOS = ZERO
064100         MOVE LINEA-NINGUNO TO LINEA-REPORTE
064200         WRITE LINEA-REPORTE
064300     END-IF.
064400 4000-EXIT.
064500     EXIT.
064600
064700 4100-REVISAR-UN-VISITANTE.
064800     IF NOT TV-ADENTRO (IDX-VISITANTE)
064900         GO TO 4100-EXIT
065000     END-IF.
065100     ADD 1 TO CONTADOR-DENTRO.
065200     MOVE TV-HORA-ENTRADA (IDX-VISITANTE) TO HORA-TRABAJO.
065300     PERFORM 7100-HORA-A-SEGUNDOS THRU 7100-EXIT.
065400     IF SEGUNDOS-CORRIDA > SEGUNDOS-MOMENTO
065500         COMPUTE MINUTOS-DENTRO =
065600             (SEGUNDOS-CORRIDA - SEGUNDOS-MOMENTO) / 60
065700     ELSE
065800         MOVE ZERO TO MINUTOS-DENTRO
065900     END-IF.
066000     IF MINUTOS-DENTRO > MINUTOS-LIMITE
066100         MOVE "T" TO MOTIVO-AVISO
066200         PERFORM 4200-ESCALAR THRU 4200-EXIT
066300     END-IF.
066400     IF TV-HOST-SALIO (IDX-VISITANTE)
066500         MOVE "A" TO MOTIVO-AVISO
066600         PERFORM 4200-ESCALAR THRU 4200-EXIT
066700     END-IF.
066800 4100-EXIT.
066900     EXIT.
067000
067100******************************************************************
067200*    4200-ESCALAR - UN AVISO YA ENVIADO HOY NO SE REPITE.  SIN   *
067300*    RUTA DE AVISO EL ANFITRION SE ANOTA Y EL AVISO SE RETIENE   *
067400*    HASTA LA PROXIMA CORRIDA                                    *
067500******************************************************************
067600 4200-ESCALAR.
067700     MOVE "N" TO SW-RENGLON-HALLADO.
067800     PERFORM 4210-BUSCAR-ENVIADO THRU 4210-EXIT
067900         VARYING IDX-ENVIADO FROM 1 BY 1
068000         UNTIL IDX-ENVIADO > CUANTOS-ENVIADOS
068100             OR RENGLON-HALLADO.
068200     IF RENGLON-HALLADO
068300         ADD 1 TO CONTADOR-YA-AVISADOS
068400         GO TO 4200-EXIT
068500     END-IF.
068600     PERFORM 4300-HALLAR-RUTA THRU 4300-EXIT.
068700     IF NOT CON-RUTA
068800         ADD 1 TO CONTADOR-RETENIDOS
068900         PERFORM 4500-RETENER-SIN-RUTA THRU 4500-EXIT
069000         GO TO 4200-EXIT
069100     END-IF.
069200     IF COLA-ABIERTA
069300         PERFORM 4400-GRABAR-AVISO THRU 4400-EXIT
069400     END-IF.
069500 4200-EXIT.
069600     EXIT.
069700
069800 4210-BUSCAR-ENVIADO.
069900     IF TE-HORA-ENTRADA (IDX-ENVIADO)
070000             = TV-HORA-ENTRADA (IDX-VISITANTE)
070100             AND TE-HOST-BADGE (IDX-ENVIADO)
070200                 = TV-HOST-BADGE (IDX-VISITANTE)
070300             AND TE-VISITANTE (IDX-ENVIADO)
070400                 = TV-NOMBRE (IDX-VISITANTE)
070500             AND TE-MOTIVO (IDX-ENVIADO) = MOTIVO-AVISO
070600         MOVE "S" TO SW-RENGLON-HALLADO
070700     END-IF.
070800 4210-EXIT.
070900     EXIT.
071000
071100******************************************************************
071200*    4300-HALLAR-RUTA - DEPTO DEL ANFITRION EN EMPMST Y RUTA DE  *
071300*    AVISO DEL DEPTO EN DEPMST                                   *
071400******************************************************************
071500 4300-HALLAR-RUTA.
071600     MOVE SPACE TO CAUSA-SIN-RUTA.
071700     MOVE SPACES TO RUTA-HALLADA.
071800     MOVE SPACES TO DEPTO-ANFITRION.
071900     MOVE SPACES TO NOMBRE-ANFITRION.
072000     IF NOT EMPMST-ABIERTO
072100         MOVE "E" TO CAUSA-SIN-RUTA
072200         GO TO 4300-EXIT
072300     END-IF.
072400     MOVE TV-HOST-BADGE (IDX-VISITANTE) TO EMP-BADGE.
072500     READ EMPLOYEE-MASTER
072600         INVALID KEY
072700             MOVE "E" TO CAUSA-SIN-RUTA
072800     END-READ.
072900     IF ANFITRION-NO-REGISTRADO
073000         GO TO 4300-EXIT
073100     END-IF.
073200     MOVE EMP-DEPTO TO DEPTO-ANFITRION.
073300     MOVE EMP-NOMBRE TO NOMBRE-ANFITRION.
073400     IF NOT DEPMST-ABIERTO
073500         MOVE "D" TO CAUSA-SIN-RUTA
073600         GO TO 4300-EXIT
073700     END-IF.
073800     MOVE EMP-DEPTO TO DEP-CODIGO.
073900     READ DEPARTMENT-MASTER
074000         INVALID KEY
074100             MOVE "D" TO CAUSA-SIN-RUTA
074200     END-READ.
074300     IF DEPTO-NO-REGISTRADO
074400         GO TO 4300-EXIT
074500     END-IF.
074600     IF DEP-RUTA-AVISO = SPACES
074700         MOVE "R" TO CAUSA-SIN-RUTA
074800     ELSE
074900         MOVE DEP-RUTA-AVISO TO RUTA-HALLADA
075000     END-IF.
075100 4300-EXIT.
075200     EXIT.
075300
075400******************************************************************
075500*    4400-GRABAR-AVISO - EL AVISO A LA COLA, A LA BITACORA DE    *
075600*    ENVIADOS Y AL REPORTE                                       *
075700******************************************************************
075800 4400-GRABAR-AVISO.
075900     MOVE SPACES TO NTF-REGISTRO.
076000     MOVE "X" TO NTF-TIPO.
076100     MOVE MOTIVO-AVISO TO NTF-MOTIVO.
076200     MOVE RUTA-HALLADA TO NTF-DESTINO.
076300     MOVE WS-FECHA-HOY TO NTF-FECHA.
076400     MOVE TV-HORA-ENTRADA (IDX-VISITANTE) TO NTF-HORA.
076500     MOVE HORA-CORRIDA TO NTF-HORA-AVISO.
076600     MOVE TV-NOMBRE (IDX-VISITANTE) TO NTF-VISITANTE.
076700     MOVE TV-COMPANIA (IDX-VISITANTE) TO NTF-COMPANIA.
076800     MOVE TV-HOST-BADGE (IDX-VISITANTE) TO NTF-HOST-BADGE.
076900     MOVE DEPTO-ANFITRION TO NTF-DEPTO.
077000     MOVE TV-TERMINAL (IDX-VISITANTE) TO NTF-TERMINAL.
077100     MOVE MINUTOS-DENTRO TO NTF-MINUTOS.
077200     IF TRMMST-ABIERTO
077300         MOVE TV-TERMINAL (IDX-VISITANTE) TO TRM-ID
077400         READ TERMINAL-MASTER
077500             INVALID KEY
077600                 CONTINUE
077700             NOT INVALID KEY
077800                 MOVE TRM-DESCRIPCION TO NTF-TERMINAL-DESC
077900         END-READ
078000     END-IF.
078100     WRITE NTF-REGISTRO.
078200     IF FS-NTFQUE NOT = "00"
078300         MOVE "F" TO RCT-ESTADO
078400         GO TO 4400-EXIT
078500     END-IF.
078600     ADD 1 TO CONTADOR-AVISOS.
078700     IF ENVIADOS-ABIERTO
078800         MOVE SPACES TO ENV-REGISTRO
078900         MOVE WS-FECHA-HOY TO ENV-FECHA
079000         MOVE TV-HORA-ENTRADA (IDX-VISITANTE) TO ENV-HORA-ENTRADA
079100         MOVE TV-HOST-BADGE (IDX-VISITANTE) TO ENV-HOST-BADGE
079200         MOVE TV-NOMBRE (IDX-VISITANTE) TO ENV-VISITANTE
079300         MOVE MOTIVO-AVISO TO ENV-MOTIVO
079400         MOVE HORA-CORRIDA TO ENV-HORA-AVISO
079500         MOVE RUTA-HALLADA TO ENV-DESTINO
079600         WRITE ENV-REGISTRO
079700     END-IF.
079800     MOVE MOTIVO-AVISO TO LA-MOTIVO.
079900     MOVE TV-NOMBRE (IDX-VISITANTE) TO LA-VISITANTE.
080000     MOVE TV-HOST-BADGE (IDX-VISITANTE) TO LA-HOST-BADGE.
080100     MOVE DEPTO-ANFITRION TO LA-DEPTO.
080200     MOVE RUTA-HALLADA TO LA-RUTA.
080300     MOVE TV-HORA-ENTRADA (IDX-VISITANTE) TO LA-HORA-ENTRADA.
080400     MOVE MINUTOS-DENTRO TO LA-MINUTOS.
080500     MOVE TV-TERMINAL (IDX-VISITANTE) TO LA-TERMINAL.
080600     MOVE LINEA-AVISO TO LINEA-REPORTE.
080700     WRITE LINEA-REPORTE.
080800 4400-EXIT.
080900     EXIT.
081000
081100******************************************************************
081200*    4500-RETENER-SIN-RUTA - UNA FILA POR ANFITRION CON LOS      *
081300*    AVISOS QUE SE LE RETUVIERON                                 *
081400******************************************************************
081500 4500-RETENER-SIN-RUTA.
081600     MOVE "N" TO SW-RENGLON-HALLADO.
081700     PERFORM 4510-COMPARAR-SIN-RUTA THRU 4510-EXIT
081800         VARYING IDX-SIN-RUTA FROM 1 BY 1
081900         UNTIL IDX-SIN-RUTA > CUANTOS-SIN-RUTA
082000             OR RENGLON-HALLADO.
082100     IF RENGLON-HALLADO
082200         ADD 1 TO TR-RETENIDOS (IDX-HALLADO)
082300         GO TO 4500-EXIT
082400     END-IF.
082500     IF CUANTOS-SIN-RUTA < 100
082600         ADD 1 TO CUANTOS-SIN-RUTA
082700         MOVE CUANTOS-SIN-RUTA TO IDX-HALLADO
082800         MOVE TV-HOST-BADGE (IDX-VISITANTE)
082900             TO TR-HOST-BADGE (IDX-HALLADO)
083000         MOVE NOMBRE-ANFITRION TO TR-NOMBRE (IDX-HALLADO)
083100         MOVE DEPTO-ANFITRION TO TR-DEPTO (IDX-HALLADO)
083200         MOVE CAUSA-SIN-RUTA TO TR-CAUSA (IDX-HALLADO)
083300         MOVE 1 TO TR-RETENIDOS (IDX-HALLADO)
083400     ELSE
083500         IF NOT SIN-RUTA-LLENA-AVISADA
083600             MOVE LINEA-SIN-RUTA-LLENA TO LINEA-REPORTE
083700             WRITE LINEA-REPORTE
083800             MOVE "S" TO SW-SIN-RUTA-LLENA
083900         END-IF
084000     END-IF.
084100 4500-EXIT.
084200     EXIT.
084300
084400 4510-COMPARAR-SIN-RUTA.
084500     IF TR-HOST-BADGE (IDX-SIN-RUTA)
084600             = TV-HOST-BADGE (IDX-VISITANTE)
084700         MOVE "S" TO SW-RENGLON-HALLADO
084800         MOVE IDX-SIN-RUTA TO IDX-HALLADO
084900     END-IF.
085000 4510-EXIT.
085100     EXIT.
085200
085300******************************************************************
085400*    5000-IMPRIMIR-SIN-RUTA - ANFITRIONES SIN RUTA DE AVISO      *
085500******************************************************************
085600 5000-IMPRIMIR-SIN-RUTA.
085700     MOVE LINEA-BLANCA TO LINEA-REPORTE.
085800     WRITE LINEA-REPORTE.
085900     MOVE LINEA-ENCABEZADO-5 TO LINEA-REPORTE.
086000     WRITE LINEA-REPORTE.
086100     MOVE LINEA-ENCABEZADO-6 TO LINEA-REPORTE.
086200     WRITE LINEA-REPORTE.
086300     PERFORM 5100-IMPRIMIR-UN-ANFITRION THRU 5100-EXIT
086400         VARYING IDX-SIN-RUTA FROM 1 BY 1
086500         UNTIL IDX-SIN-RUTA > CUANTOS-SIN-RUTA.
086600     IF CUANTOS-SIN-RUTA = ZERO
086700         MOVE LINEA-NINGUNO TO LINEA-REPORTE
086800         WRITE LINEA-REPORTE
086900     END-IF.
087000 5000-EXIT.
087100     EXIT.
087200
087300 5100-IMPRIMIR-UN-ANFITRION.
087400     MOVE TR-HOST-BADGE (IDX-SIN-RUTA) TO LS-HOST-BADGE.
087500     MOVE TR-NOMBRE (IDX-SIN-RUTA) TO LS-NOMBRE.
087600     MOVE TR-DEPTO (IDX-SIN-RUTA) TO LS-DEPTO.
087700     IF TR-CAUSA (IDX-SIN-RUTA) = "E"
087800         MOVE TEXTO-NO-EN-EMPMST TO LS-CAUSA
087900     ELSE
088000         IF TR-CAUSA (IDX-SIN-RUTA) = "D"
088100             MOVE TEXTO-NO-EN-DEPMST TO LS-CAUSA
088200         ELSE
088300             MOVE TEXTO-SIN-RUTA TO LS-CAUSA
088400         END-IF
088500     END-IF.
088600     MOVE TR-RETENIDOS (IDX-SIN-RUTA) TO LS-RETENIDOS.
088700     MOVE LINEA-SIN-RUTA TO LINEA-REPORTE.
088800     WRITE LINEA-REPORTE.
088900 5100-EXIT.
089000     EXIT.
089100
089200******************************************************************
089300*    7100-HORA-A-SEGUNDOS - CONVIERTE LA HORA HHMMSSCC DE        *
089400*    HORA-TRABAJO A SEGUNDOS DESDE MEDIANOCHE (LOS CENTESIMOS    *
089500*    SE DESCARTAN)                                               *
089600******************************************************************
089700 7100-HORA-A-SEGUNDOS.
089800     COMPUTE SEGUNDOS-MOMENTO =
089900         (HD-HH * 3600) + (HD-MM * 60) + HD-SS.
090000 7100-EXIT.
090100     EXIT.
090200
090300******************************************************************
090400*    8000-IMPRIMIR-RESUMEN                                       *
090500******************************************************************
090600 8000-IMPRIMIR-RESUMEN.
090700     MOVE LINEA-BLANCA TO LINEA-REPORTE.
090800     WRITE LINEA-REPORTE.
090900     MOVE CONTADOR-DENTRO TO LR1-CONTADOR.
091000     MOVE LINEA-RESUMEN-1 TO LINEA-REPORTE.
091100     WRITE LINEA-REPORTE.
091200     MOVE CONTADOR-AVISOS TO LR2-CONTADOR.
091300     MOVE LINEA-RESUMEN-2 TO LINEA-REPORTE.
091400     WRITE LINEA-REPORTE.
091500     MOVE CONTADOR-YA-AVISADOS TO LR3-CONTADOR.
091600     MOVE LINEA-RESUMEN-3 TO LINEA-REPORTE.
091700     WRITE LINEA-REPORTE.
091800     MOVE CONTADOR-RETENIDOS TO LR4-CONTADOR.
091900     MOVE LINEA-RESUMEN-4 TO LINEA-REPORTE.
092000     WRITE LINEA-REPORTE.
092100 8000-EXIT.
092200     EXIT.
092300
092400******************************************************************
092500*    9000-TERMINAR                                                *
092600******************************************************************
092700 9000-TERMINAR.
092800     PERFORM 9900-REGISTRAR-CONTROL THRU 9900-EXIT.
092900     IF FS-VISLOG NOT = "35"
093000         CLOSE VISITOR-LOG-FILE
093100     END-IF.
093200     CLOSE SGN-LOG-FILE.
093300     CLOSE EMPLOYEE-MASTER.
093400     CLOSE DEPARTMENT-MASTER.
093500     CLOSE TERMINAL-MASTER.
093600     IF ENVIADOS-ABIERTO
093700         CLOSE ENVIADOS-FILE
093800     END-IF.
093900     IF COLA-ABIERTA
094000         CLOSE NOTIFICATION-QUEUE
094100     END-IF.
094200     CLOSE REPORTE-FILE.
094300     STOP RUN.
094400 9000-EXIT.
094500     EXIT.
094600
094700******************************************************************
094800*    9900-REGISTRAR-CONTROL - DEJA EL REGISTRO DE CONTROL DE LA   *
094900*    CORRIDA EN RUNCTL PARA EL REPORTE DE CUADRE MATUTINO         *
095000******************************************************************
095100 9900-REGISTRAR-CONTROL.
095200     MOVE WS-FECHA-HOY TO RCT-FECHA-PROCESO.
095300     IF RCT-NORMAL
095400         IF VISITANTES-LLENA-AVISADA OR ENVIADOS-LLENA-AVISADA
095500                 OR SIN-RUTA-LLENA-AVISADA
095600                 OR CONTADOR-RETENIDOS > ZERO
095700                 OR NOT ENVIADOS-ABIERTO
095800             MOVE "A" TO RCT-ESTADO
095900         END-IF
096000     END-IF.
096100     MOVE "DENTRO" TO RCT-ETIQUETA (1).
096200     MOVE CONTADOR-DENTRO TO RCT-CUENTA (1).
096300     MOVE "AVISOS" TO RCT-ETIQUETA (2).
096400     MOVE CONTADOR-AVISOS TO RCT-CUENTA (2).
096500     MOVE "YAAVISAD" TO RCT-ETIQUETA (3).
096600     MOVE CONTADOR-YA-AVISADOS TO RCT-CUENTA (3).
096700     MOVE "SINRUTA" TO RCT-ETIQUETA (4).
096800     MOVE CONTADOR-RETENIDOS TO RCT-CUENTA (4).
096900     CALL "SRC-AMP-RC" USING RCT-REGISTRO.
097000 9900-EXIT.
097100     EXIT.
097200 END PROGRAM SRC-AMP-NT.
