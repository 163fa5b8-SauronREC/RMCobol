000100******************************************************************
000200*                                                                *
000300*    SRC_VIG.CBL                                                *
000400*                                                                *
000500*    PROGRAM-ID.  SRC-AMP-VG                                    *
000600*    AUTHOR.      R. SOTO MADERA                                *
000700*    INSTALLATION. TERMINAL SERVICES - PLANTA 3                 *
000800*    DATE-WRITTEN. 2026-10-15.                                  *
000900*                                                                *
001000*    SECURITY WATCH LIST MAINTENANCE SCREEN.  ADDS, CHANGES     *
001100*    AND DELETES ENTRIES ON THE WATCHL FILE (SEE WATCHL.CPY) -  *
001200*    A BADGE OR A NAME, THE REASON, AND THE DATES THE ENTRY IS  *
001300*    IN FORCE.  EVERY ADD OR CHANGE STAMPS THE OPERATOR'S       *
001400*    BADGE AND THE DATE ON THE RECORD, SO SECURITY KNOWS WHO    *
001500*    PUT SOMEONE ON THE LIST.  SRC-AMP-VL REFUSES ANY KIOSK OR  *
001600*    BATCH SIGN-IN THAT MATCHES AN ENTRY IN FORCE AND WRITES    *
001700*    THE SECALR ALERT FOR THE GUARD DESK (SRC-AMP-AL).  SAME    *
001800*    SCREEN STYLE AS THE SRC-AMP-MN MAINTENANCE SCREEN.         *
001900*                                                                *
002000*    MODIFICATION HISTORY.                                       *
002100*    DATE-WRITTEN.  2026-10-15.                                  *
002200*    2026-10-15  RSM  ORIGINAL.                                   *
002300*                                                                *
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. SRC-AMP-VG.
002700 AUTHOR. R. SOTO MADERA.
002800 INSTALLATION. TERMINAL SERVICES - PLANTA 3.
002900 DATE-WRITTEN. 2026-10-15.
003000 DATE-COMPILED.
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT WATCH-LIST-FILE ASSIGN TO "WATCHL"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS VIG-CLAVE
003900         FILE STATUS IS FS-WATCHL.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  WATCH-LIST-FILE
004400     LABEL RECORDS ARE STANDARD.
004500 COPY "WATCHL.CPY".
004600
004700 WORKING-STORAGE SECTION.
004800 01  FS-WATCHL                       PIC X(02) VALUE "00".
004900
005000 01  SW-FIN-SESION                   PIC X(01) VALUE "N".
005100     88  FIN-SESION                  VALUE "S".
005200
005300 01  SW-ENTRADA-EXISTE               PIC X(01) VALUE "N".
005400     88  ENTRADA-EXISTE              VALUE "S".
005500
005600 01  SW-ENTRADA-VALIDA               PIC X(01) VALUE "N".
005700     88  ENTRADA-VALIDA              VALUE "S".
005800
005900 01  ACCION                          PIC X(01) VALUE SPACE.
006000     88  ACCION-ALTA                 VALUE "A".
006100     88  ACCION-CAMBIO               VALUE "C".
006200     88  ACCION-BAJA                 VALUE "B".
006300     88  ACCION-SALIR                VALUES "X" SPACE.
006400
006500 01  USUARIO                         PIC X(06) VALUE SPACES.
006600 01  TIPO-ENTRADA                    PIC X(01) VALUE SPACE.
006700     88  TIPO-GAFETE                 VALUE "G".
006800     88  TIPO-NOMBRE                 VALUE "N".
006900 01  IDENTIFICADOR                   PIC X(15) VALUE SPACES.
007000 01  MOTIVO-NUEVO                    PIC X(30) VALUE SPACES.
007100 01  UN-TECLA                        PIC X(01) VALUE SPACE.
007200
007300 01  FECHA-TECLEADA                  PIC X(08) VALUE SPACES.
007400 01  FECHA-TECLEADA-NUM REDEFINES FECHA-TECLEADA
007500                                     PIC 9(08).
007600 01  DESDE-NUEVA                     PIC 9(08) VALUE ZERO.
007700 01  HASTA-NUEVA                     PIC 9(08) VALUE ZERO.
007800
007900 01  WS-FECHA-HOY                    PIC 9(08) VALUE ZERO.
008000
008100 01  MSJ-MENU                        PIC X(40) VALUE
008200     "ACCION (A=ALTA C=CAMBIO B=BAJA X=FIN)?".
008300 01  MSJ-USUARIO                     PIC X(30) VALUE
008400     "GAFETE DEL OPERADOR?".
008500 01  MSJ-TIPO                        PIC X(30) VALUE
008600     "TIPO (G=GAFETE N=NOMBRE)?".
008700 01  MSJ-IDENTIFICADOR               PIC X(30) VALUE
008800     "GAFETE O NOMBRE?".
008900 01  MSJ-MOTIVO                      PIC X(30) VALUE
009000     "MOTIVO?".
009100 01  MSJ-DESDE                       PIC X(30) VALUE
009200     "VIGENTE DESDE (ENTER = HOY)?".
009300 01  MSJ-HASTA                       PIC X(30) VALUE
009400     "HASTA (ENTER = INDEFINIDO)?".
009500 01  MSJ-BLANCO-IGUAL                PIC X(30) VALUE
009600     "(BLANCO = IGUAL)".
009700 01  MSJ-TIPO-MALO                   PIC X(30) VALUE
009800     "TIPO DEBE SER G O N".
009900 01  MSJ-MOTIVO-FALTA                PIC X(30) VALUE
010000     "EL MOTIVO ES OBLIGATORIO".
010100 01  MSJ-FECHAS-MALAS                PIC X(30) VALUE
010200     "HASTA ES ANTERIOR A DESDE".
010300 01  MSJ-YA-EXISTE                   PIC X(30) VALUE
010400     "YA ESTA EN LA LISTA".
010500 01  MSJ-NO-EXISTE                   PIC X(30) VALUE
010600     "NO ESTA EN LA LISTA".
010700 01  MSJ-APLICADO                    PIC X(30) VALUE
010800     "CAMBIO APLICADO".
010900 01  MSJ-CONTINUAR                   PIC X(30) VALUE
011000     "PRESIONE ENTER PARA CONTINUAR".
011100
011200 PROCEDURE DIVISION.
011300******************************************************************
011400*    0000-MAINLINE                                               *
011500******************************************************************
011600 0000-MAINLINE.
011700     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
011800     PERFORM 2000-PROCESAR-ACCION THRU 2000-EXIT
011900         UNTIL FIN-SESION.
012000     PERFORM 9000-TERMINAR THRU 9000-EXIT.
012100
012200******************************************************************
012300*    1000-INICIALIZAR - ABRE LA LISTA Y PIDE EL GAFETE DEL       *
012400*    OPERADOR UNA SOLA VEZ POR SESION                            *
012500******************************************************************
012600 1000-INICIALIZAR.
012700     OPEN I-O WATCH-LIST-FILE.
012800     IF FS-WATCHL = "35"
012900         OPEN OUTPUT WATCH-LIST-FILE
013000         CLOSE WATCH-LIST-FILE
013100         OPEN I-O WATCH-LIST-FILE
013200     END-IF.
013300     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
013400     DISPLAY MSJ-USUARIO LINE 03 POSITION 05 ERASE.
013500     ACCEPT USUARIO LINE 03 POSITION 36.
013600 1000-EXIT.
013700     EXIT.
013800
013900******************************************************************
014000*    2000-PROCESAR-ACCION - UN CICLO DEL MENU                    *
014100******************************************************************
014200 2000-PROCESAR-ACCION.
014300     MOVE SPACE TO ACCION.
014400     DISPLAY MSJ-MENU LINE 05 POSITION 05 ERASE.
014500     ACCEPT ACCION LINE 05 POSITION 47.
014600     IF ACCION-ALTA
014700         PERFORM 3000-ALTA THRU 3000-EXIT
014800     ELSE
014900         IF ACCION-CAMBIO
015000             PERFORM 4000-CAMBIO THRU 4000-EXIT
015100         ELSE
015200             IF ACCION-BAJA
015300                 PERFORM 5000-BAJA THRU 5000-EXIT
015400             ELSE
015500                 IF ACCION-SALIR
015600                     MOVE "S" TO SW-FIN-SESION
015700                 END-IF
015800             END-IF
015900         END-IF
016000     END-IF.
016100 2000-EXIT.
016200     EXIT.
016300
016400******************************************************************
016500*    2100-LEER-ENTRADA - PIDE EL TIPO Y EL GAFETE O NOMBRE Y LO  *
016600*    BUSCA EN LA LISTA.  UN TIPO QUE NO SEA G O N NO SE BUSCA    *
016700******************************************************************
016800 2100-LEER-ENTRADA.
016900     MOVE "N" TO SW-ENTRADA-EXISTE.
017000     MOVE "N" TO SW-ENTRADA-VALIDA.
017100     MOVE SPACE TO TIPO-ENTRADA.
017200     MOVE SPACES TO IDENTIFICADOR.
017300     DISPLAY MSJ-TIPO LINE 07 POSITION 05.
017400     ACCEPT TIPO-ENTRADA LINE 07 POSITION 36.
017500     IF NOT TIPO-GAFETE AND NOT TIPO-NOMBRE
017600         DISPLAY MSJ-TIPO-MALO LINE 20 POSITION 05
017700         PERFORM 2900-AVISAR THRU 2900-EXIT
017800         GO TO 2100-EXIT
017900     END-IF.
018000     DISPLAY MSJ-IDENTIFICADOR LINE 08 POSITION 05.
018100     ACCEPT IDENTIFICADOR LINE 08 POSITION 36.
018200     IF IDENTIFICADOR = SPACES
018300         GO TO 2100-EXIT
018400     END-IF.
018500     MOVE "S" TO SW-ENTRADA-VALIDA.
018600     MOVE TIPO-ENTRADA TO VIG-TIPO.
018700     MOVE IDENTIFICADOR TO VIG-IDENTIFICADOR.
018800     READ WATCH-LIST-FILE
018900         INVALID KEY
019000             MOVE "N" TO SW-ENTRADA-EXISTE
019100         NOT INVALID KEY
019200             MOVE "S" TO SW-ENTRADA-EXISTE
019300     END-READ.
019400 2100-EXIT.
019500     EXIT.
019600
019700******************************************************************
019800*    2200-PEDIR-FECHAS - DESDE Y HASTA.  ENTER EN DESDE ES HOY   *
019900*    EN UN ALTA Y EL VALOR ACTUAL EN UN CAMBIO; ENTER EN HASTA   *
020000*    ES INDEFINIDO (CEROS) EN UN ALTA Y EL VALOR ACTUAL EN UN    *
020100*    CAMBIO.  HASTA ANTES DE DESDE NO SE ACEPTA                  *
020200******************************************************************
020300 2200-PEDIR-FECHAS.
020400     MOVE SPACES TO FECHA-TECLEADA.
020500     DISPLAY MSJ-DESDE LINE 11 POSITION 05.
020600     ACCEPT FECHA-TECLEADA LINE 11 POSITION 36.
020700     IF FECHA-TECLEADA NOT = SPACES
020800             AND FECHA-TECLEADA IS NUMERIC
020900         MOVE FECHA-TECLEADA-NUM TO DESDE-NUEVA
021000     END-IF.
021100     MOVE SPACES TO FECHA-TECLEADA.
021200     DISPLAY MSJ-HASTA LINE 12 POSITION 05.
021300     ACCEPT FECHA-TECLEADA LINE 12 POSITION 36.
021400     IF FECHA-TECLEADA NOT = SPACES
021500             AND FECHA-TECLEADA IS NUMERIC
021600         MOVE FECHA-TECLEADA-NUM TO HASTA-NUEVA
021700     END-IF.
021800     IF HASTA-NUEVA NOT = ZERO AND HASTA-NUEVA < DESDE-NUEVA
021900         MOVE "N" TO SW-ENTRADA-VALIDA
022000         DISPLAY MSJ-FECHAS-MALAS LINE 20 POSITION 05
022100         PERFORM 2900-AVISAR THRU 2900-EXIT
022200     END-IF.
022300 2200-EXIT.
022400     EXIT.
022500
022600******************************************************************
022700*    2900-AVISAR - MENSAJE AL OPERADOR, ESPERA ENTER             *
022800******************************************************************
022900 2900-AVISAR.
023000     DISPLAY MSJ-CONTINUAR LINE 22 POSITION 05.
023100     ACCEPT UN-TECLA LINE 22 POSITION 40.
023200 2900-EXIT.
023300     EXIT.
023400
023500******************************************************************
023600*    3000-ALTA - AGREGA UNA ENTRADA A LA LISTA CON SU MOTIVO,    *
023700*    SUS FECHAS Y EL GAFETE DE QUIEN LA CAPTURO                  *
023800******************************************************************
023900 3000-ALTA.
024000     PERFORM 2100-LEER-ENTRADA THRU 2100-EXIT.
024100     IF NOT ENTRADA-VALIDA
024200         GO TO 3000-EXIT
024300     END-IF.
024400     IF ENTRADA-EXISTE
024500         DISPLAY MSJ-YA-EXISTE LINE 20 POSITION 05
024600         PERFORM 2900-AVISAR THRU 2900-EXIT
024700         GO TO 3000-EXIT
024800     END-IF.
024900     MOVE SPACES TO MOTIVO-NUEVO.
025000     DISPLAY MSJ-MOTIVO LINE 10 POSITION 05.
025100     ACCEPT MOTIVO-NUEVO LINE 10 POSITION 36.
025200     IF MOTIVO-NUEVO = SPACES
025300         DISPLAY MSJ-MOTIVO-FALTA LINE 20 POSITION 05
025400         PERFORM 2900-AVISAR THRU 2900-EXIT
025500         GO TO 3000-EXIT
025600     END-IF.
025700     MOVE WS-FECHA-HOY TO DESDE-NUEVA.
025800     MOVE ZERO TO HASTA-NUEVA.
025900     PERFORM 2200-PEDIR-FECHAS THRU 2200-EXIT.
026000     IF NOT ENTRADA-VALIDA
026100         GO TO 3000-EXIT
026200     END-IF.
026300     MOVE TIPO-ENTRADA TO VIG-TIPO.
026400     MOVE IDENTIFICADOR TO VIG-IDENTIFICADOR.
026500     MOVE MOTIVO-NUEVO TO VIG-MOTIVO.
026600     MOVE DESDE-NUEVA TO VIG-FECHA-DESDE.
026700     MOVE HASTA-NUEVA TO VIG-FECHA-HASTA.
026800     MOVE USUARIO TO VIG-USUARIO.
026900     MOVE WS-FECHA-HOY TO VIG-FECHA-CAPTURA.
027000     WRITE VIG-REGISTRO.
027100     DISPLAY MSJ-APLICADO LINE 20 POSITION 05.
027200     PERFORM 2900-AVISAR THRU 2900-EXIT.
027300 3000-EXIT.
027400     EXIT.
027500
027600******************************************************************
027700*    4000-CAMBIO - CAMBIA EL MOTIVO Y/O LAS FECHAS; EN BLANCO    *
027800*    DEJA EL VALOR ACTUAL.  PARA LEVANTAR UNA ENTRADA ANTES DE   *
027900*    TIEMPO SE LE PONE FECHA HASTA                               *
028000******************************************************************
028100 4000-CAMBIO.
028200     PERFORM 2100-LEER-ENTRADA THRU 2100-EXIT.
028300     IF NOT ENTRADA-VALIDA
028400         GO TO 4000-EXIT
028500     END-IF.
028600     IF NOT ENTRADA-EXISTE
028700         DISPLAY MSJ-NO-EXISTE LINE 20 POSITION 05
028800         PERFORM 2900-AVISAR THRU 2900-EXIT
028900         GO TO 4000-EXIT
029000     END-IF.
029100     DISPLAY VIG-MOTIVO LINE 09 POSITION 05.
029200     DISPLAY VIG-FECHA-DESDE LINE 09 POSITION 36.
029300     DISPLAY VIG-FECHA-HASTA LINE 09 POSITION 45.
029400     DISPLAY VIG-USUARIO LINE 09 POSITION 54.
029500     DISPLAY VIG-FECHA-CAPTURA LINE 09 POSITION 61.
029600     MOVE SPACES TO MOTIVO-NUEVO.
029700     DISPLAY MSJ-MOTIVO LINE 10 POSITION 05.
029800     DISPLAY MSJ-BLANCO-IGUAL LINE 10 POSITION 13.
029900     ACCEPT MOTIVO-NUEVO LINE 10 POSITION 36.
030000     MOVE VIG-FECHA-DESDE TO DESDE-NUEVA.
030100     MOVE VIG-FECHA-HASTA TO HASTA-NUEVA.
030200     PERFORM 2200-PEDIR-FECHAS THRU 2200-EXIT.
030300     IF NOT ENTRADA-VALIDA
030400         GO TO 4000-EXIT
030500     END-IF.
030600     IF MOTIVO-NUEVO NOT = SPACES
030700         MOVE MOTIVO-NUEVO TO VIG-MOTIVO
030800     END-IF.
030900     MOVE DESDE-NUEVA TO VIG-FECHA-DESDE.
031000     MOVE HASTA-NUEVA TO VIG-FECHA-HASTA.
031100     MOVE USUARIO TO VIG-USUARIO.
031200     MOVE WS-FECHA-HOY TO VIG-FECHA-CAPTURA.
031300     REWRITE VIG-REGISTRO.
031400     DISPLAY MSJ-APLICADO LINE 20 POSITION 05.
031500     PERFORM 2900-AVISAR THRU 2900-EXIT.
031600 4000-EXIT.
031700     EXIT.
031800
031900******************************************************************
032000*    5000-BAJA - BORRA LA ENTRADA DE LA LISTA                    *
032100******************************************************************
032200 5000-BAJA.
032300     PERFORM 2100-LEER-ENTRADA THRU 2100-EXIT.
032400     IF NOT ENTRADA-VALIDA
032500         GO TO 5000-EXIT
032600     END-IF.
032700     IF NOT ENTRADA-EXISTE
032800         DISPLAY MSJ-NO-EXISTE LINE 20 POSITION 05
032900         PERFORM 2900-AVISAR THRU 2900-EXIT
033000         GO TO 5000-EXIT
033100     END-IF.
033200     DELETE WATCH-LIST-FILE RECORD.
033300     DISPLAY MSJ-APLICADO LINE 20 POSITION 05.
033400     PERFORM 2900-AVISAR THRU 2900-EXIT.
033500 5000-EXIT.
033600     EXIT.
033700
033800******************************************************************
033900*    9000-TERMINAR                                                *
034000******************************************************************
034100 9000-TERMINAR.
034200     CLOSE WATCH-LIST-FILE.
034300     STOP RUN.
034400 9000-EXIT.
034500     EXIT.
034600 END PROGRAM SRC-AMP-VG.
