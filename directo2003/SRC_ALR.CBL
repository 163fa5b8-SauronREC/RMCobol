000100******************************************************************
000200*                                                                *
000300*    SRC_ALR.CBL                                                *
000400*                                                                *
000500*    PROGRAM-ID.  SRC-AMP-AL                                    *
000600*    AUTHOR.      R. SOTO MADERA                                *
000700*    INSTALLATION. TERMINAL SERVICES - PLANTA 3                 *
000800*    DATE-WRITTEN. 2026-10-15.                                  *
000900*                                                                *
001000*    GUARD-DESK SECURITY ALERT LISTING.  READS THE SECALR       *
001100*    ALERT FILE WRITTEN BY SRC-AMP-VL FOR THE DAY IN THE        *
001200*    ALRPARM CARD (BLANK CARD IS TODAY) AND PRINTS EVERY        *
001300*    WATCH LIST HIT IN THE ORDER IT HAPPENED - TIME, TERMINAL   *
001400*    AND THE DOOR IT COVERS (FROM TRMMST), EMPLOYEE OR VISITOR, *
001500*    NAME, BADGE, WHETHER THE BADGE OR THE NAME MATCHED, AND    *
001600*    THE REASON FROM THE WATCH LIST ENTRY - WITH TOTALS.  RUN   *
001700*    IT ON DEMAND AT THE DESK AS OFTEN AS NEEDED; IT ONLY       *
001800*    READS.                                                      *
001900*                                                                *
002000*    MODIFICATION HISTORY.                                       *
002100*    DATE-WRITTEN.  2026-10-15.                                  *
002200*    2026-10-15  RSM  ORIGINAL.                                   *
002210*    2026-10-15  RSM  EVERY RUN NOW ENDS BY APPENDING A RUN-      *
002220*                     CONTROL RECORD TO RUNCTL (SRC-AMP-RC) -     *
002230*                     DATES, START AND END TIME, STATUS AND       *
002240*                     CONTROL COUNTS - FOR THE SRC-AMP-CU MORNING *
002250*                     BALANCING REPORT.                           *
002270*    2026-10-15  RSM  THE DOOR LOOKUP TESTS A SWITCH SET WHEN     *
002290*                     TRMMST OPENS INSTEAD OF THE FILE STATUS,    *
002310*                     WHICH THE FIRST TERMINAL NOT ON FILE LEFT   *
002330*                     AT 23, BLANKING THE DOOR ON EVERY LATER     *
002350*                     ALERT.                                      *
002370*                                                                *
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. SRC-AMP-AL.
002700 AUTHOR. R. SOTO MADERA.
002800 INSTALLATION. TERMINAL SERVICES - PLANTA 3.
002900 DATE-WRITTEN. 2026-10-15.
003000 DATE-COMPILED.
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT PARAMETRO-FILE ASSIGN TO "ALRPARM"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS FS-ALRPARM.
003800
003900     SELECT ALERT-FILE ASSIGN TO "SECALR"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS ALR-CLAVE
004300         FILE STATUS IS FS-SECALR.
004400
004500     SELECT TERMINAL-MASTER ASSIGN TO "TRMMST"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS TRM-ID
004900         FILE STATUS IS FS-TRMMST.
005000
005100     SELECT REPORTE-FILE ASSIGN TO "ALRRPT"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS FS-ALRRPT.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  PARAMETRO-FILE
005800     LABEL RECORDS ARE STANDARD.
005900 01  PARAMETRO-REGISTRO.
006000     05  PRM-FECHA                   PIC 9(08).
006100
006200 FD  ALERT-FILE
006300     LABEL RECORDS ARE STANDARD.
006400 COPY "SECALR.CPY".
006500
006600 FD  TERMINAL-MASTER
006700     LABEL RECORDS ARE STANDARD.
006800 COPY "TRMMST.CPY".
006900
007000 FD  REPORTE-FILE
007100     LABEL RECORDS ARE STANDARD.
007200 01  LINEA-REPORTE                   PIC X(80).
007300
007400 WORKING-STORAGE SECTION.
007500 01  FS-ALRPARM                      PIC X(02) VALUE "00".
007600 01  FS-SECALR                       PIC X(02) VALUE "00".
007700 01  FS-TRMMST                       PIC X(02) VALUE "00".
007800 01  FS-ALRRPT                       PIC X(02) VALUE "00".
007900
008000 01  SW-FIN-ALERTAS                  PIC X(01) VALUE "N".
008100     88  FIN-ALERTAS                 VALUE "S".
008110
008120 01  SW-TRMMST-ABIERTO               PIC X(01) VALUE "N".
008130     88  TRMMST-ABIERTO              VALUE "S".
008200
008300 77  CONTADOR-ALERTAS                PIC 9(05) COMP VALUE ZERO.
008400 77  CONTADOR-POR-GAFETE             PIC 9(05) COMP VALUE ZERO.
008500 77  CONTADOR-POR-NOMBRE             PIC 9(05) COMP VALUE ZERO.
008600 77  CONTADOR-VISITANTES             PIC 9(05) COMP VALUE ZERO.
008700
008800 01  FECHA-LISTADO                   PIC 9(08) VALUE ZERO.
008900 01  DESCRIPCION-PUERTA              PIC X(20) VALUE SPACES.
009000
009100 01  LINEA-DETALLE-1.
009200     05  FILLER                      PIC X(02) VALUE SPACES.
009300     05  LD1-HORA                    PIC 9(08).
009400     05  FILLER                      PIC X(02) VALUE SPACES.
009500     05  LD1-TERMINAL                PIC X(08).
009600     05  FILLER                      PIC X(02) VALUE SPACES.
009700     05  LD1-PUERTA                  PIC X(20).
009800     05  FILLER                      PIC X(02) VALUE SPACES.
009900     05  LD1-ORIGEN                  PIC X(09).
010000     05  FILLER                      PIC X(02) VALUE SPACES.
010100     05  LD1-PRIORIDAD               PIC X(12).
010200     05  FILLER                      PIC X(13) VALUE SPACES.
010300
010400 01  LINEA-DETALLE-2.
010500     05  FILLER                      PIC X(06) VALUE SPACES.
010600     05  LD2-NOMBRE                  PIC X(15).
010700     05  FILLER                      PIC X(02) VALUE SPACES.
010800     05  LD2-BADGE                   PIC X(06).
010900     05  FILLER                      PIC X(02) VALUE SPACES.
011000     05  LD2-DEPTO                   PIC X(04).
011100     05  FILLER                      PIC X(02) VALUE SPACES.
011200     05  LD2-COINCIDENCIA            PIC X(06).
011300     05  FILLER                      PIC X(02) VALUE SPACES.
011400     05  LD2-MOTIVO                  PIC X(30).
011500     05  FILLER                      PIC X(05) VALUE SPACES.
011600
011700 01  TEXTO-EMPLEADO                  PIC X(09) VALUE "EMPLEADO ".
011800 01  TEXTO-VISITANTE                 PIC X(09) VALUE "VISITANTE".
011900 01  TEXTO-GAFETE                    PIC X(06) VALUE "GAFETE".
012000 01  TEXTO-NOMBRE                    PIC X(06) VALUE "NOMBRE".
012100 01  TEXTO-PRIORIDAD                 PIC X(12) VALUE
012200     "*PRIORIDAD*".
012300 01  TEXTO-SIN-PUERTA                PIC X(20) VALUE
012400     "** NO REGISTRADA **".
012500
012600 01  LINEA-RESUMEN-1.
012700     05  FILLER                      PIC X(02) VALUE SPACES.
012800     05  FILLER                      PIC X(25) VALUE
012900         "ALERTAS DEL DIA          ".
013000     05  LR1-CONTADOR                PIC ZZZZ9.
013100     05  FILLER                      PIC X(48) VALUE SPACES.
013200 01  LINEA-RESUMEN-2.
013300     05  FILLER                      PIC X(02) VALUE SPACES.
013400     05  FILLER                      PIC X(25) VALUE
013500         "POR GAFETE               ".
013600     05  LR2-CONTADOR                PIC ZZZZ9.
013700     05  FILLER                      PIC X(48) VALUE SPACES.
013800 01  LINEA-RESUMEN-3.
013900     05  FILLER                      PIC X(02) VALUE SPACES.
014000     05  FILLER                      PIC X(25) VALUE
014100         "POR NOMBRE               ".
014200     05  LR3-CONTADOR                PIC ZZZZ9.
014300     05  FILLER                      PIC X(48) VALUE SPACES.
014400 01  LINEA-RESUMEN-4.
014500     05  FILLER                      PIC X(02) VALUE SPACES.
014600     05  FILLER                      PIC X(25) VALUE
014700         "DE ELLAS, VISITANTES     ".
014800     05  LR4-CONTADOR                PIC ZZZZ9.
014900     05  FILLER                      PIC X(48) VALUE SPACES.
015000
015100 01  LINEA-ENCABEZADO-1              PIC X(80) VALUE
015200     "*** ALERTAS DE SEGURIDAD - LISTA DE VIGILANCIA ***".
015300 01  LINEA-ENCABEZADO-2.
015400     05  FILLER                      PIC X(10) VALUE "FECHA:    ".
015500     05  LE2-FECHA                   PIC 9(08).
015600     05  FILLER                      PIC X(62) VALUE SPACES.
015700 01  LINEA-ENCABEZADO-3.
015800     05  FILLER                      PIC X(47) VALUE
015900         "  HORA      TERMINAL  PUERTA                ORI".
016000     05  FILLER                      PIC X(33) VALUE
016100         "GEN".
016200 01  LINEA-ENCABEZADO-4.
016300     05  FILLER                      PIC X(47) VALUE
016400         "      NOMBRE           GAFETE  DEPT  COINC.  MO".
016500     05  FILLER                      PIC X(33) VALUE
016600         "TIVO".
016700 01  LINEA-SIN-ALERTAS               PIC X(80) VALUE
016800     "  SIN ALERTAS EN LA FECHA".
016900 01  LINEA-BLANCA                    PIC X(80) VALUE SPACES.
017000
017030 COPY "RUNCTL.CPY".
017060
017100 PROCEDURE DIVISION.
017200******************************************************************
017300*    0000-MAINLINE                                               *
017400******************************************************************
017500 0000-MAINLINE.
017600     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
017700     PERFORM 2000-PROCESAR-ALERTAS THRU 2000-EXIT
017800         UNTIL FIN-ALERTAS.
017900     PERFORM 3000-IMPRIMIR-RESUMEN THRU 3000-EXIT.
018000     PERFORM 9000-TERMINAR THRU 9000-EXIT.
018100
018200******************************************************************
018300*    1000-INICIALIZAR - LEE LA FECHA DEL PARAMETRO; SIN          *
018400*    PARAMETRO O CON FECHA NO NUMERICA SE LISTA HOY.  SIN        *
018500*    ARCHIVO SECALR NO HAY ALERTAS QUE LISTAR                    *
018600******************************************************************
018700 1000-INICIALIZAR.
018710     MOVE SPACES TO RCT-REGISTRO.
018720     MOVE "SRC-AMP-AL" TO RCT-PROGRAMA.
018730     ACCEPT RCT-FECHA-CORRIDA FROM DATE YYYYMMDD.
018740     ACCEPT RCT-HORA-INICIO FROM TIME.
018750     MOVE "N" TO RCT-ESTADO.
018800     ACCEPT FECHA-LISTADO FROM DATE YYYYMMDD.
018900     OPEN INPUT PARAMETRO-FILE.
019000     IF FS-ALRPARM = "00"
019100         READ PARAMETRO-FILE
019200             AT END
019300                 CONTINUE
019400             NOT AT END
019500                 IF PRM-FECHA IS NUMERIC
019600                     MOVE PRM-FECHA TO FECHA-LISTADO
019700                 END-IF
019800         END-READ
019900         CLOSE PARAMETRO-FILE
020000     END-IF.
020100     OPEN INPUT ALERT-FILE.
020200     OPEN INPUT TERMINAL-MASTER.
020220     IF FS-TRMMST = "00"
020240         MOVE "S" TO SW-TRMMST-ABIERTO
020260     END-IF.
020300     OPEN OUTPUT REPORTE-FILE.
020320     IF FS-SECALR NOT = "00" AND FS-SECALR NOT = "35"
020340         MOVE "F" TO RCT-ESTADO
020360     END-IF.
020400     IF FS-SECALR = "00"
020500         MOVE FECHA-LISTADO TO ALR-FECHA
020600         MOVE ZERO TO ALR-HORA
020700         MOVE SPACES TO ALR-TERMINAL
020800         START ALERT-FILE KEY IS NOT LESS THAN ALR-CLAVE
020900             INVALID KEY
021000                 MOVE "S" TO SW-FIN-ALERTAS
021100         END-START
021200     ELSE
021300         MOVE "S" TO SW-FIN-ALERTAS
021400     END-IF.
021500     MOVE LINEA-ENCABEZADO-1 TO LINEA-REPORTE.
021600     WRITE LINEA-REPORTE.
021700     MOVE FECHA-LISTADO TO LE2-FECHA.
021800     MOVE LINEA-ENCABEZADO-2 TO LINEA-REPORTE.
021900     WRITE LINEA-REPORTE.
022000     MOVE LINEA-ENCABEZADO-3 TO LINEA-REPORTE.
022100     WRITE LINEA-REPORTE.
022200     MOVE LINEA-ENCABEZADO-4 TO LINEA-REPORTE.
022300     WRITE LINEA-REPORTE.
022400 1000-EXIT.
022500     EXIT.
022600
022700******************************************************************
022800*    2000-PROCESAR-ALERTAS - UNA ALERTA DE LA FECHA POR CICLO    *
022900******************************************************************
023000 2000-PROCESAR-ALERTAS.
023100     READ ALERT-FILE NEXT RECORD
023200         AT END
023300             MOVE "S" TO SW-FIN-ALERTAS
023400         NOT AT END
023500             IF ALR-FECHA NOT = FECHA-LISTADO
023600                 MOVE "S" TO SW-FIN-ALERTAS
023700             ELSE
023800                 PERFORM 2100-IMPRIMIR-ALERTA THRU 2100-EXIT
023900             END-IF
024000     END-READ.
024100 2000-EXIT.
024200     EXIT.
024300
024400******************************************************************
024500*    2100-IMPRIMIR-ALERTA - DOS RENGLONES POR ALERTA: CUANDO Y   *
024600*    DONDE, Y QUIEN Y POR QUE                                    *
024700******************************************************************
024800 2100-IMPRIMIR-ALERTA.
024900     PERFORM 7000-BUSCAR-PUERTA THRU 7000-EXIT.
025000     MOVE LINEA-BLANCA TO LINEA-REPORTE.
025100     WRITE LINEA-REPORTE.
025200     MOVE ALR-HORA TO LD1-HORA.
025300     MOVE ALR-TERMINAL TO LD1-TERMINAL.
025400     MOVE DESCRIPCION-PUERTA TO LD1-PUERTA.
025500     IF ALR-ES-VISITANTE
025600         MOVE TEXTO-VISITANTE TO LD1-ORIGEN
025700         ADD 1 TO CONTADOR-VISITANTES
025800     ELSE
025900         MOVE TEXTO-EMPLEADO TO LD1-ORIGEN
026000     END-IF.
026100     IF ALR-PRIORIDAD-ALTA
026200         MOVE TEXTO-PRIORIDAD TO LD1-PRIORIDAD
026300     ELSE
026400         MOVE SPACES TO LD1-PRIORIDAD
026500     END-IF.
026600     MOVE LINEA-DETALLE-1 TO LINEA-REPORTE.
026700     WRITE LINEA-REPORTE.
026800     MOVE ALR-NOMBRE TO LD2-NOMBRE.
026900     MOVE ALR-BADGE TO LD2-BADGE.
027000     MOVE ALR-DEPTO TO LD2-DEPTO.
027100     IF ALR-POR-GAFETE
027200         MOVE TEXTO-GAFETE TO LD2-COINCIDENCIA
027300         ADD 1 TO CONTADOR-POR-GAFETE
027400     ELSE
027500         MOVE TEXTO-NOMBRE TO LD2-COINCIDENCIA
027600         ADD 1 TO CONTADOR-POR-NOMBRE
027700     END-IF.
027800     MOVE ALR-MOTIVO TO LD2-MOTIVO.
027900     MOVE LINEA-DETALLE-2 TO LINEA-REPORTE.
028000     WRITE LINEA-REPORTE.
028100     ADD 1 TO CONTADOR-ALERTAS.
028200 2100-EXIT.
028300     EXIT.
028400
028500******************************************************************
028600*    3000-IMPRIMIR-RESUMEN                                       *
028700******************************************************************
028800 3000-IMPRIMIR-RESUMEN.
028900     MOVE LINEA-BLANCA TO LINEA-REPORTE.
029000     WRITE LINEA-REPORTE.
029100     IF CONTADOR-ALERTAS = ZERO
029200         MOVE LINEA-SIN-ALERTAS TO LINEA-REPORTE
029300         WRITE LINEA-REPORTE
029400         MOVE LINEA-BLANCA TO LINEA-REPORTE
029500         WRITE LINEA-REPORTE
029600     END-IF.
029700     MOVE CONTADOR-ALERTAS TO LR1-CONTADOR.
029800     MOVE LINEA-RESUMEN-1 TO LINEA-REPORTE.
029900     WRITE LINEA-REPORTE.
030000     MOVE CONTADOR-POR-GAFETE TO LR2-CONTADOR.
030100     MOVE LINEA-RESUMEN-2 TO LINEA-REPORTE.
030200     WRITE LINEA-REPORTE.
030300     MOVE CONTADOR-POR-NOMBRE TO LR3-CONTADOR.
030400     MOVE LINEA-RESUMEN-3 TO LINEA-REPORTE.
030500     WRITE LINEA-REPORTE.
030600     MOVE CONTADOR-VISITANTES TO LR4-CONTADOR.
030700     MOVE LINEA-RESUMEN-4 TO LINEA-REPORTE.
030800     WRITE LINEA-REPORTE.
030900 3000-EXIT.
031000     EXIT.
031100
031200******************************************************************
031300*    7000-BUSCAR-PUERTA - LA DESCRIPCION DE LA TERMINAL DESDE    *
031400*    TRMMST; SIN ARCHIVO QUEDA EN BLANCO, Y UNA TERMINAL QUE NO  *
031500*    ESTA EN EL MAESTRO SE MARCA                                 *
031600******************************************************************
031700 7000-BUSCAR-PUERTA.
031800     MOVE SPACES TO DESCRIPCION-PUERTA.
031900     IF NOT TRMMST-ABIERTO
032000         GO TO 7000-EXIT
032100     END-IF.
032200     MOVE ALR-TERMINAL TO TRM-ID.
032300     READ TERMINAL-MASTER
032400         INVALID KEY
032500             MOVE TEXTO-SIN-PUERTA TO DESCRIPCION-PUERTA
032600         NOT INVALID KEY
032700             MOVE TRM-DESCRIPCION TO DESCRIPCION-PUERTA
032800     END-READ.
032900 7000-EXIT.
033000     EXIT.
033100
033200******************************************************************
033300*    9000-TERMINAR                                                *
033400******************************************************************
033500 9000-TERMINAR.
033550     PERFORM 9900-REGISTRAR-CONTROL THRU 9900-EXIT.
033600     IF FS-SECALR NOT = "35"
033700         CLOSE ALERT-FILE
033800     END-IF.
033900     IF FS-TRMMST NOT = "35"
034000         CLOSE TERMINAL-MASTER
034100     END-IF.
034200     CLOSE REPORTE-FILE.
034300     STOP RUN.
034400 9000-EXIT.
034500     EXIT.
034505
034510******************************************************************
034515*    9900-REGISTRAR-CONTROL - DEJA EL REGISTRO DE CONTROL DE LA   *
034520*    CORRIDA EN RUNCTL PARA EL REPORTE DE CUADRE MATUTINO         *
034525******************************************************************
034530 9900-REGISTRAR-CONTROL.
034535     MOVE FECHA-LISTADO TO RCT-FECHA-PROCESO.
034540     MOVE "ALERTAS" TO RCT-ETIQUETA (1).
034545     MOVE CONTADOR-ALERTAS TO RCT-CUENTA (1).
034550     MOVE "GAFETE" TO RCT-ETIQUETA (2).
034555     MOVE CONTADOR-POR-GAFETE TO RCT-CUENTA (2).
034560     MOVE "NOMBRE" TO RCT-ETIQUETA (3).
034565     MOVE CONTADOR-POR-NOMBRE TO RCT-CUENTA (3).
034570     MOVE "VISITANT" TO RCT-ETIQUETA (4).
034575     MOVE CONTADOR-VISITANTES TO RCT-CUENTA (4).
034580     CALL "SRC-AMP-RC" USING RCT-REGISTRO.
034585 9900-EXIT.
034590     EXIT.
034600 END PROGRAM SRC-AMP-AL.
