001700*                     AND WHEN.                                  *
001800*    2026-08-09  RSM  RE-PROMPT WHEN NOMBRE IS BLANK OR CONTAINS *
001900*                     SOMETHING OTHER THAN LETTERS AND SPACES.    *
001901*    2026-08-09  RSM  CHECKPOINT THE SESSION RIGHT AFTER NOMBRE   *
001902*                     IS ACCEPTED SO A CRASH BEFORE THE GREETING  *
001903*                     CAN BE DETECTED ON RESTART.                 *
001904*    2026-08-09  RSM  ALSO PROMPT FOR THE BADGE NUMBER AND        *
001905*                     DEPARTMENT CODE AT LINE 12.                 *
001906*    2026-08-09  RSM  VALIDATE THE SIGN-IN AGAINST THE EMPLOYEE   *
001907*                     MASTER VIA SRC-AMP-VL BEFORE GREETING;      *
001908*                     UNRECOGNIZED ENTRIES ARE TOLD SO AND        *
001909*                     LOGGED TO THE REJECTED SIGN-IN FILE.        *
001910*    2026-08-09  RSM  FLAG A SECOND SIGN-IN BY THE SAME NAME ON   *
001911*                     THE SAME DAY TO THE SGNEXC EXCEPTION FILE   *
001912*                     FOR THE SHIFT SUPERVISOR INSTEAD OF JUST    *
001913*                     LOGGING IT LIKE ANY OTHER SIGN-IN.          *
001914*    2026-08-09  RSM  SCREEN TEXT NOW COMES FROM THE LANGUAGE     *
001915*                     TABLE PICKED BY THE IDIOMCFG SITE/SHIFT     *
001916*                     LANGUAGE SETTING INSTEAD OF BEING WIRED     *
001917*                     INTO THE PROGRAM IN SPANISH ONLY.           *
001918*    2026-08-09  RSM  STOPPED RE-PROMPTING FOR NAME/BADGE/DEPTO   *
001919*                     WHEN THE NAME FORMAT IS FINE BUT THE MASTER *
001920*                     LOOKUP FAILS - THAT HUNG THE KIOSK FOR EVERY*
001921*                     VISITOR BEHIND AN UNRECOGNIZED ONE.  THE    *
001922*                     RE-PROMPT LOOP NOW ONLY COVERS NAME FORMAT; *
001923*                     AN UNRECOGNIZED EMPLOYEE ENDS THE SESSION   *
001924*                     AFTER THE REJECTED ATTEMPT IS LOGGED.       *
001925*    2026-08-22  RSM  ASK ENTRADA O SALIDA AND CARRY THE          *
001926*                     DIRECTION INTO THE SGNLOG RECORD SO THE     *
001927*                     MUSTER REPORT (SRC-AMP-MU) CAN TELL WHO IS  *
001928*                     STILL ON PREMISES.  THE SAME-DAY REPEAT     *
001929*                     CHECK NOW LOOKS AT THE LAST MOVEMENT BY     *
001930*                     THE SAME NAME, SO A RE-ENTRY AFTER A        *
001931*                     SIGN-OUT IS NOT AN EXCEPTION.               *
001932*    2026-08-22  RSM  THE TERMINAL ID IS CONFIGURED PER KIOSK IN  *
001933*                     THE TERMCFG FILE (LIKE THE IDIOMCFG         *
001934*                     LANGUAGE SETTING) AND CARRIED INTO THE      *
001935*                     SGNLOG/SGNEXC KEYS, THE CHECKPOINT KEY AND  *
001936*                     THE VALIDATION CALL, SO THE DOCK B KIOSK    *
001937*                     CAN RUN AT THE SAME TIME AS THE FRONT DOOR. *
001938*    2026-08-22  RSM  VISITOR PATH - WHEN THE BADGE FIELD IS      *
001939*                     LEFT EMPTY THE NAME IS LOOKED UP IN THE     *
001940*                     VISPRE PRE-REGISTRATION FILE FOR TODAY,     *
001941*                     THE HOST'S BADGE IS ASKED FOR AND VERIFIED  *
001942*                     AGAINST THE EMPLOYEE MASTER, AND THE VISIT  *
001943*                     IS LOGGED TO VISLOG WITH THE HOST BADGE     *
001944*                     INSTEAD OF TO SGNLOG.                       *
001945*    2026-08-22  RSM  A SIGN-IN OUTSIDE THE WINDOW OF THE         *
001946*                     EMPLOYEE'S SHIFT (FLAGGED BACK BY           *
001947*                     SRC-AMP-VL) STILL GOES TO SGNLOG BUT ALSO   *
001948*                     WRITES AN SGNEXC EXCEPTION WITH ITS OWN     *
001949*                     REASON CODE, APART FROM SAME-DAY REPEATS.   *
001950*    2026-09-02  RSM  NEW EXCEPTIONS START WITH THE SUPERVISOR    *
001951*                     DISPOSITION FIELDS BLANK (PENDING) NOW      *
001952*                     THAT SGNEXC CARRIES THE DISPOSITION FOR     *
001953*                     THE SRC-AMP-ER REVIEW SCREEN.               *
001954*    2026-10-15  RSM  SECURITY WATCH LIST - SRC-AMP-VL NOW        *
001955*                     REFUSES A BADGE OR NAME ON THE WATCHL FILE  *
001956*                     AND WRITES THE SECALR ALERT.  THE VISITOR   *
001957*                     PATH CALLS IT IN "V" MODE ON THE NAME       *
001958*                     BEFORE THE VISPRE LOOKUP.  A REFUSAL SENDS  *
001959*                     THE PERSON TO THE GUARD DESK INSTEAD OF     *
001960*                     SAYING "NOT RECOGNIZED".                    *
001961*    2026-10-15  RSM  A CONTRACTOR OR TEMPORARY BADGE REFUSED     *
001962*                     BECAUSE IT HAS EXPIRED SAYS SO AND SENDS    *
001963*                     THE PERSON TO THE GUARD DESK.               *
001964*    2026-10-15  RSM  STORE AND FORWARD - WHEN SGNLOG, VISLOG OR  *
001965*                     SGNEXC WILL NOT OPEN, OR A WRITE FAILS FOR  *
001966*                     ANY REASON OTHER THAN A DUPLICATE KEY (A    *
001967*                     LOCK BY A BATCH JOB, THE SERVER DOWN), THE  *
001968*                     MOVEMENT GOES TO THE KIOSK'S OWN KSKSPL     *
001969*                     SPOOL UNDER ITS TERMINAL ID AND THE KIOSK   *
001970*                     KEEPS GREETING, WITH A SMALL OFFLINE MARKER *
001971*                     IN THE CORNER OF THE SCREEN.  SRC-AMP-SP    *
001972*                     REPLAYS THE SPOOL.  THE SAME-DAY REPEAT     *
001973*                     CHECK IS SKIPPED WHILE SGNLOG IS OFFLINE -  *
001974*                     THE REPLAY DOES IT INSTEAD.  ONLY STATUS 22 *
001975*                     NOW COUNTS AS A DUPLICATE KEY; ANY OTHER    *
001976*                     INVALID KEY USED TO RETRY FOREVER.          *
001977*    2026-10-15  RSM  HOST NOTIFICATION - EACH VISITOR ENTRADA    *
001978*                     ALSO QUEUES AN ARRIVAL RECORD ON NTFQUE FOR *
001979*                     THE SITE MESSAGING GATEWAY, ADDRESSED TO    *
001980*                     THE HOST BADGE AND CARRYING THE TRMMST      *
001981*                     DESCRIPTION OF THE KIOSK.  IT IS QUEUED     *
001982*                     EVEN WHEN THE VISIT ITSELF WENT TO THE      *
001983*                     SPOOL; A QUEUE THAT WILL NOT OPEN DOES NOT  *
001984*                     HOLD UP THE KIOSK.                          *
001985*    2026-10-15  RSM  A SPOOL WRITE THAT FAILS NO LONGER PASSES   *
001986*                     FOR A RECORDED SIGN-IN - THE PERSON IS      *
001987*                     SENT TO THE GUARD DESK INSTEAD OF GREETED,  *
001988*                     AND THE HOST IS NOT NOTIFIED.               *
001989*                                                                *
001990******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. SRC-AMP-IO.
002200 AUTHOR. R. SOTO MADERA.
003524         RECORD KEY IS VLG-CLAVE
003525         FILE STATUS IS FS-VISLOG.
003526
003530     SELECT SPOOL-FILE ASSIGN TO "KSKSPL"
003535         ORGANIZATION IS LINE SEQUENTIAL
003540         FILE STATUS IS FS-KSKSPL.
003545
003550     SELECT TERMINAL-MASTER ASSIGN TO "TRMMST"
003555         ORGANIZATION IS INDEXED
003560         ACCESS MODE IS DYNAMIC
003565         RECORD KEY IS TRM-ID
003570         FILE STATUS IS FS-TRMMST.
003575
003580     SELECT NOTIFICATION-QUEUE ASSIGN TO "NTFQUE"
003585         ORGANIZATION IS LINE SEQUENTIAL
003590         FILE STATUS IS FS-NTFQUE.
003595
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  SGN-LOG-FILE
004112     LABEL RECORDS ARE STANDARD.
004113 COPY "VISLOG.CPY".
004114
004115 FD  SPOOL-FILE
004120     LABEL RECORDS ARE STANDARD.
004125 COPY "KSKSPL.CPY".
004130
004135 FD  TERMINAL-MASTER
004140     LABEL RECORDS ARE STANDARD.
004145 COPY "TRMMST.CPY".
004150
004155 FD  NOTIFICATION-QUEUE
004160     LABEL RECORDS ARE STANDARD.
004165 COPY "NTFQUE.CPY".
004170
004200 WORKING-STORAGE SECTION.
004205 01  FS-SGNLOG                       PIC X(02) VALUE "00".
004210 01  FS-CKPFILE                      PIC X(02) VALUE "00".
004222 01  FS-TERMCFG                      PIC X(02) VALUE "00".
004223 01  FS-VISPRE                       PIC X(02) VALUE "00".
004224 01  FS-VISLOG                       PIC X(02) VALUE "00".
004225 01  FS-KSKSPL                       PIC X(02) VALUE "00".
004226 01  FS-TRMMST                       PIC X(02) VALUE "00".
004227 01  FS-NTFQUE                       PIC X(02) VALUE "00".
004228 01  IDIOMA-SITIO                    PIC X(02) VALUE "SP".
004229 01  TERMINAL-KIOSCO                 PIC X(08) VALUE "KIOSK01".
004230 01  SW-CKP-EXISTE                   PIC X(01) VALUE "N".
004235     88  CKP-REGISTRO-EXISTE         VALUE "S".
004240
004348
004352 01  ULTIMA-DIRECCION                PIC X(01) VALUE SPACE.
004354     88  ULTIMA-FUE-ENTRADA          VALUES "E" SPACE.
004355
004356******************************************************************
004357*    STATE OF EACH SHARED FILE FOR THIS SESSION.  "L" ON LINE,   *
004358*    "N" DID NOT OPEN, "F" OPENED BUT A WRITE FAILED.  ANYTHING  *
004359*    BUT ON LINE SENDS THE MOVEMENT TO THE LOCAL SPOOL           *
004360******************************************************************
004361 01  SW-SGNLOG                       PIC X(01) VALUE "L".
004362     88  SGNLOG-EN-LINEA             VALUE "L".
004363     88  SGNLOG-NO-ABIERTO           VALUE "N".
004364 01  SW-SGNEXC                       PIC X(01) VALUE "L".
004365     88  SGNEXC-EN-LINEA             VALUE "L".
004366     88  SGNEXC-NO-ABIERTO           VALUE "N".
004367 01  SW-VISLOG                       PIC X(01) VALUE "L".
004368     88  VISLOG-EN-LINEA             VALUE "L".
004369     88  VISLOG-NO-ABIERTO           VALUE "N".
004370
004371 01  SW-SPOOL-ABIERTO                PIC X(01) VALUE "N".
004372     88  SPOOL-ABIERTO               VALUE "S".
004373
004374 01  SW-FUERA-LINEA                  PIC X(01) VALUE "N".
004375     88  KIOSCO-FUERA-LINEA          VALUE "S".
004376
004377 01  SW-SPOOL-FALLA                  PIC X(01) VALUE "N".
004378     88  SPOOL-FALLA                 VALUE "S".
004379
004380 01  SW-MOVIMIENTO-PERDIDO           PIC X(01) VALUE "N".
004381     88  MOVIMIENTO-PERDIDO          VALUE "S".
004382
004383 COPY "LANGTB.CPY".
004384
004385 01  IDX-VALIDACION                  PIC 9(02) COMP VALUE ZERO.
004386 01  UN-CARACTER                     PIC X(01) VALUE SPACE.
004390 01  UN-TECLA                        PIC X(01) VALUE SPACE.
004395
004500 01  NOMBRE                          PIC X(15) VALUE SPACES.
005750         PERFORM 2900-GRABAR-CHECKPOINT THRU 2900-EXIT
005755         IF ES-VISITANTE
005758             PERFORM 4500-GRABAR-VISITA THRU 4500-EXIT
005759             IF DIRECCION-ENTRADA AND NOT MOVIMIENTO-PERDIDO
005760                 PERFORM 4600-AVISAR-ANFITRION THRU 4600-EXIT
005761             END-IF
005762         ELSE
005763             IF DIRECCION-ENTRADA
005765                 PERFORM 3000-VERIFICAR-DUPLICADO THRU 3000-EXIT
005766                 IF PARM-ESTA-FUERA-TURNO
005767                     PERFORM 3950-REGISTRAR-FUERA-TURNO
005770             END-IF
005800             PERFORM 4000-GRABAR-BITACORA THRU 4000-EXIT
005850         END-IF
005860         IF MOVIMIENTO-PERDIDO
005880             PERFORM 5200-AVISAR-NO-GRABADO THRU 5200-EXIT
005900         ELSE
005920             PERFORM 5000-DESPLEGAR-SALUDO THRU 5000-EXIT
005940         END-IF
005990     END-IF.
006000     PERFORM 9000-TERMINAR THRU 9000-EXIT.
006100
006200******************************************************************
006300*    1000-INICIALIZAR - ABRE LA BITACORA DE INGRESOS             *
006310*    UN ARCHIVO COMPARTIDO QUE NO ABRE NO DETIENE EL KIOSCO;     *
006320*    SUS MOVIMIENTOS VAN AL SPOOL LOCAL                          *
006400******************************************************************
006500 1000-INICIALIZAR.
006600     OPEN I-O SGN-LOG-FILE.
006900         CLOSE SGN-LOG-FILE
007000         OPEN I-O SGN-LOG-FILE
007100     END-IF.
007101     IF FS-SGNLOG NOT = "00"
007102         MOVE "N" TO SW-SGNLOG
007103         MOVE "S" TO SW-FUERA-LINEA
007104     END-IF.
007110     OPEN I-O CHECKPOINT-FILE.
007120     IF FS-CKPFILE = "35"
007130         OPEN OUTPUT CHECKPOINT-FILE
007165         CLOSE EXCEPTION-FILE
007166         OPEN I-O EXCEPTION-FILE
007167     END-IF.
007168     IF FS-SGNEXC NOT = "00"
007169         MOVE "N" TO SW-SGNEXC
007170         MOVE "S" TO SW-FUERA-LINEA
007171     END-IF.
007172     OPEN INPUT VISITOR-PRE-FILE.
007173     OPEN I-O VISITOR-LOG-FILE.
007174     IF FS-VISLOG = "35"
007175         OPEN OUTPUT VISITOR-LOG-FILE
007176         CLOSE VISITOR-LOG-FILE
007177         OPEN I-O VISITOR-LOG-FILE
007178     END-IF.
007179     IF FS-VISLOG NOT = "00"
007180         MOVE "N" TO SW-VISLOG
007181         MOVE "S" TO SW-FUERA-LINEA
007182     END-IF.
007183     MOVE TERMINAL-KIOSCO TO CKP-CLAVE.
007184     READ CHECKPOINT-FILE
007190         INVALID KEY
007200             MOVE "N" TO SW-CKP-EXISTE
007210         NOT INVALID KEY
007220             MOVE "S" TO SW-CKP-EXISTE
007230             IF CKP-EN-PROGRESO
007240                 PERFORM 1100-ALERTAR-INTERRUPCION THRU 1100-EXIT
007241             END-IF
007242     END-READ.
007243 1000-EXIT.
007244     EXIT.

007245******************************************************************
007246*    1200-SELECCIONAR-IDIOMA - LEE EL IDIOMA DEL SITIO/TURNO Y  *
007247*    LO BUSCA EN LA TABLA DE IDIOMAS; SI NO SE ENCUENTRA        *
007248*    CONFIGURACION SE USA EL PRIMER RENGLON (ESPANOL)           *
007249******************************************************************
007250 1200-SELECCIONAR-IDIOMA.
007251     OPEN INPUT CONFIG-FILE.
007252     IF FS-IDIOMCFG = "00"
007253         READ CONFIG-FILE
007254             AT END
007255                 CONTINUE
007256             NOT AT END
007257                 MOVE CONFIG-RECORD TO IDIOMA-SITIO
007258         END-READ
007259         CLOSE CONFIG-FILE
007260     END-IF.
007261     SET IDX-IDIOMA TO 1.
007262     SEARCH IDIOMA-RENGLON
007263         AT END
007264             SET IDX-IDIOMA TO 1
007265         WHEN IDI-CODIGO (IDX-IDIOMA) = IDIOMA-SITIO
007266             CONTINUE
007267     END-SEARCH.
007268 1200-EXIT.
007269     EXIT.
007270
007271******************************************************************
007272*    1300-LEER-TERMINAL - LEE EL ID DE TERMINAL DEL KIOSCO DE   *
007273*    SU ARCHIVO TERMCFG; SIN CONFIGURACION SE USA "KIOSK01"     *
007274******************************************************************
007275 1300-LEER-TERMINAL.
007276     OPEN INPUT TERM-CONFIG-FILE.
007277     IF FS-TERMCFG = "00"
007278         READ TERM-CONFIG-FILE
007279             AT END
007280                 CONTINUE
007281             NOT AT END
007282                 IF CONFIG-TERM-RECORD NOT = SPACES
007283                     MOVE CONFIG-TERM-RECORD TO TERMINAL-KIOSCO
007284                 END-IF
007285         END-READ
007286         CLOSE TERM-CONFIG-FILE
007287     END-IF.
007288 1300-EXIT.
007289     EXIT.
007290
007310******************************************************************
007320*    1100-ALERTAR-INTERRUPCION - LA SESION ANTERIOR NO TERMINO   *
007330******************************************************************
007870
007880 2100-PEDIR-NOMBRE.
007890     DISPLAY IDI-MSJ-NOMBRE (IDX-IDIOMA) LINE 12 POSITION 15 ERASE.
007895     PERFORM 5100-MARCAR-FUERA-LINEA THRU 5100-EXIT.
007900     ACCEPT NOMBRE LINE 12 POSITION 36.
007901     DISPLAY IDI-MSJ-GAFETE (IDX-IDIOMA) LINE 12 POSITION 52.
007902     ACCEPT BADGE-NO LINE 12 POSITION 59.
007916             PERFORM 2300-VALIDAR-EMPLEADO THRU 2300-EXIT
007917         END-IF
007918     ELSE
007921         MOVE "N" TO SW-EMPLEADO-VALIDO
007924     END-IF.
007927 2100-EXIT.
007930     EXIT.
007940
007950******************************************************************
008180     EXIT.
008240

008241******************************************************************
008242*    2300-VALIDAR-EMPLEADO - CONFIRMA EL INGRESO CONTRA EL        *
008243*    MAESTRO DE EMPLEADOS/VISITANTES ANTES DE SALUDAR             *
008244******************************************************************
008245 2300-VALIDAR-EMPLEADO.
008246     ACCEPT WS-FECHA FROM DATE YYYYMMDD.
008247     ACCEPT WS-HORA FROM TIME.
008248     MOVE NOMBRE TO PARM-NOMBRE.
008249     MOVE BADGE-NO TO PARM-BADGE.
008250     MOVE DEPTO-CD TO PARM-DEPTO.
008251     MOVE WS-FECHA TO PARM-FECHA.
008252     MOVE WS-HORA TO PARM-HORA.
008253     MOVE TERMINAL-KIOSCO TO PARM-TERMINAL.
008254     MOVE "E" TO PARM-MODO.
008263     CALL "SRC-AMP-VL" USING PARM-DATOS-VALIDACION.
008264     IF PARM-ES-VALIDO
008265         MOVE "S" TO SW-EMPLEADO-VALIDO
008266     ELSE
008267         MOVE "N" TO SW-EMPLEADO-VALIDO
008268         IF PARM-EN-VIGILANCIA
008269             PERFORM 2480-AVISAR-VIGILANCIA THRU 2480-EXIT
008270         ELSE
008271             IF PARM-VENCIDO
008272                 PERFORM 2470-AVISAR-VENCIDO THRU 2470-EXIT
008273             ELSE
008274                 DISPLAY IDI-MSJ-NO-RECONOCIDO (IDX-IDIOMA)
008275                     LINE 16 POSITION 30 ERASE
008276                 DISPLAY IDI-MSJ-CONTINUAR (IDX-IDIOMA)
008277                     LINE 18 POSITION 30
008278                 ACCEPT UN-TECLA LINE 18 POSITION 65
008279             END-IF
008280         END-IF
008281     END-IF.
008282 2300-EXIT.
008283     EXIT.
008284
008285******************************************************************
008286*    2400-VALIDAR-VISITANTE - EL GAFETE VACIO INDICA VISITANTE.   *
008287*    EL NOMBRE DEBE ESTAR PRE-REGISTRADO EN VISPRE PARA HOY Y     *
008288*    EL GAFETE DEL ANFITRION QUE TECLEA DEBE SER UN EMPLEADO      *
008289*    ACTIVO EN EL MAESTRO.  ANTES QUE NADA, EL NOMBRE SE REVISA   *
008290*    CONTRA LA LISTA DE VIGILANCIA (SRC-AMP-VL EN MODO "V")       *
008291******************************************************************
008292 2400-VALIDAR-VISITANTE.
008293     MOVE "N" TO SW-EMPLEADO-VALIDO.
008294     MOVE "N" TO SW-ES-VISITANTE.
008295     ACCEPT WS-FECHA FROM DATE YYYYMMDD.
008296     ACCEPT WS-HORA FROM TIME.
008297     MOVE NOMBRE TO PARM-NOMBRE.
008298     MOVE SPACES TO PARM-BADGE.
008299     MOVE SPACES TO PARM-DEPTO.
008300     MOVE WS-FECHA TO PARM-FECHA.
008301     MOVE WS-HORA TO PARM-HORA.
008302     MOVE TERMINAL-KIOSCO TO PARM-TERMINAL.
008303     MOVE "V" TO PARM-MODO.
008304     CALL "SRC-AMP-VL" USING PARM-DATOS-VALIDACION.
008305     IF PARM-EN-VIGILANCIA
008306         PERFORM 2480-AVISAR-VIGILANCIA THRU 2480-EXIT
008307         GO TO 2400-EXIT
008308     END-IF.
008309     IF FS-VISPRE NOT = "00"
008310         PERFORM 2490-RECHAZAR-VISITANTE THRU 2490-EXIT
008311         GO TO 2400-EXIT
008312     END-IF.
008313     MOVE NOMBRE TO VIS-NOMBRE.
008314     READ VISITOR-PRE-FILE
008315         INVALID KEY
008316             MOVE ZERO TO VIS-FECHA-ESPERADA
008317     END-READ.
008318     IF VIS-FECHA-ESPERADA NOT = WS-FECHA
008319         PERFORM 2490-RECHAZAR-VISITANTE THRU 2490-EXIT
008320         GO TO 2400-EXIT
008321     END-IF.
008322     MOVE VIS-COMPANIA TO COMPANIA-VISITA.
008323     DISPLAY IDI-MSJ-ANFITRION (IDX-IDIOMA) LINE 14 POSITION 15.
008324     ACCEPT HOST-BADGE LINE 14 POSITION 46.
008325     MOVE NOMBRE TO PARM-NOMBRE.
008326     MOVE HOST-BADGE TO PARM-BADGE.
008327     MOVE SPACES TO PARM-DEPTO.
008328     MOVE WS-FECHA TO PARM-FECHA.
008329     MOVE WS-HORA TO PARM-HORA.
008330     MOVE TERMINAL-KIOSCO TO PARM-TERMINAL.
008331     MOVE "A" TO PARM-MODO.
008332     CALL "SRC-AMP-VL" USING PARM-DATOS-VALIDACION.
008333     IF PARM-ES-VALIDO
008334         MOVE "S" TO SW-EMPLEADO-VALIDO
008335         MOVE "S" TO SW-ES-VISITANTE
008336     ELSE
008337         PERFORM 2490-RECHAZAR-VISITANTE THRU 2490-EXIT
008338     END-IF.
008339 2400-EXIT.
008340     EXIT.
008341
008342******************************************************************
008343*    2470-AVISAR-VENCIDO - GAFETE DE CONTRATISTA O TEMPORAL CON   *
008344*    LA FECHA DE VENCIMIENTO YA PASADA.  SRC-AMP-VL YA GRABO EL   *
008345*    RECHAZO CON MOTIVO "X"                                       *
008346******************************************************************
008347 2470-AVISAR-VENCIDO.
008348     DISPLAY IDI-MSJ-VENCIDO (IDX-IDIOMA)
008349         LINE 16 POSITION 30 ERASE.
008350     DISPLAY IDI-MSJ-CONTINUAR (IDX-IDIOMA)
008351         LINE 18 POSITION 30.
008352     ACCEPT UN-TECLA LINE 18 POSITION 65.
008353 2470-EXIT.
008354     EXIT.
008355
008356******************************************************************
008357*    2480-AVISAR-VIGILANCIA - INGRESO RECHAZADO POR LA LISTA DE  *
008358*    VIGILANCIA; SE MANDA A LA PERSONA A LA CASETA SIN DECIRLE   *
008359*    EL MOTIVO.  LA ALERTA YA LA GRABO SRC-AMP-VL                *
008360******************************************************************
008361 2480-AVISAR-VIGILANCIA.
008362     DISPLAY IDI-MSJ-VIGILANCIA (IDX-IDIOMA)
008363         LINE 16 POSITION 30 ERASE.
008364     DISPLAY IDI-MSJ-CONTINUAR (IDX-IDIOMA)
008365         LINE 18 POSITION 30.
008366     ACCEPT UN-TECLA LINE 18 POSITION 65.
008367 2480-EXIT.
008368     EXIT.
008369
008370******************************************************************
008371*    2490-RECHAZAR-VISITANTE                                     *
008372******************************************************************
008373 2490-RECHAZAR-VISITANTE.
008374     DISPLAY IDI-MSJ-NO-RECONOCIDO (IDX-IDIOMA)
008375         LINE 16 POSITION 30 ERASE.
008376     DISPLAY IDI-MSJ-CONTINUAR (IDX-IDIOMA)
008377         LINE 18 POSITION 30.
008378     ACCEPT UN-TECLA LINE 18 POSITION 65.
008379 2490-EXIT.
008380     EXIT.
008381
008382
008383******************************************************************
008384*    2900-GRABAR-CHECKPOINT - MARCA LA SESION EN PROGRESO ANTES  *
008385*    DE GRABAR LA BITACORA Y SALUDAR, PARA DETECTAR UNA          *
008386*    INTERRUPCION SI EL KIOSCO SE CAE ANTES DE TERMINAR          *
008387******************************************************************
008388 2900-GRABAR-CHECKPOINT.
008389     ACCEPT WS-FECHA FROM DATE YYYYMMDD.
008390     ACCEPT WS-HORA FROM TIME.
008391     MOVE TERMINAL-KIOSCO TO CKP-CLAVE.
008400     MOVE "I" TO CKP-ESTADO.
008410     MOVE NOMBRE TO CKP-NOMBRE.
008412     MOVE BADGE-NO TO CKP-BADGE.
008530*    3000-VERIFICAR-DUPLICADO - REVISA EL ULTIMO MOVIMIENTO DEL   *
008540*    MISMO NOMBRE EN EL MISMO DIA; SI FUE UNA ENTRADA, ESTE       *
008545*    SEGUNDO INGRESO ES UNA EXCEPCION.  UN REINGRESO DESPUES DE   *
008546*    UNA SALIDA ES NORMAL Y NO SE MARCA.  CON SGNLOG FUERA DE     *
008547*    LINEA NO SE PUEDE REVISAR; LO REVISA SRC-AMP-SP AL CARGAR    *
008548*    EL SPOOL                                                     *
008550******************************************************************
008560 3000-VERIFICAR-DUPLICADO.
008570     MOVE "N" TO SW-DUPLICADO.
008571     IF NOT SGNLOG-EN-LINEA
008572         GO TO 3000-EXIT
008573     END-IF.
008575     MOVE "N" TO SW-NOMBRE-EN-BITACORA.
008578     MOVE SPACE TO ULTIMA-DIRECCION.
008580     MOVE "N" TO SW-FIN-BUSQUEDA-DUP.
008990     MOVE BADGE-NO TO EXC-BADGE.
009000     MOVE DEPTO-CD TO EXC-DEPTO.
009010     MOVE WS-HORA-ANTERIOR TO EXC-HORA-ANTERIOR.
009012     MOVE "R" TO EXC-MOTIVO.
009014     MOVE SPACES TO EXC-DISPOSICION.
009016     MOVE SPACES TO EXC-INICIALES.
009018     MOVE SPACES TO EXC-NOTA.
009020     PERFORM 3910-ESCRIBIR-EXCEPCION THRU 3910-EXIT
009022         UNTIL NOT CLAVE-DUPLICADA.
009030 3900-EXIT.
009040     EXIT.
009041
009053     MOVE DEPTO-CD TO EXC-DEPTO.
009054     MOVE ZERO TO EXC-HORA-ANTERIOR.
009055     MOVE "F" TO EXC-MOTIVO.
009056     MOVE SPACES TO EXC-DISPOSICION.
009057     MOVE SPACES TO EXC-INICIALES.
009058     MOVE SPACES TO EXC-NOTA.
009059     PERFORM 3910-ESCRIBIR-EXCEPCION THRU 3910-EXIT
009060         UNTIL NOT CLAVE-DUPLICADA.
009061 3950-EXIT.
009062     EXIT.

009063******************************************************************
009064*    3910-ESCRIBIR-EXCEPCION - SI SGNEXC ESTA FUERA DE LINEA O   *
009065*    LA ESCRITURA FALLA POR OTRA COSA QUE LLAVE DUPLICADA, LA    *
009066*    EXCEPCION VA AL SPOOL LOCAL                                 *
009067******************************************************************
009068 3910-ESCRIBIR-EXCEPCION.
009069     MOVE "N" TO SW-CLAVE-DUPLICADA.
009070     IF NOT SGNEXC-EN-LINEA
009071         PERFORM 6200-SPOOL-EXCEPCION THRU 6200-EXIT
009072         GO TO 3910-EXIT
009073     END-IF.
009074     WRITE EXC-REGISTRO
009075         INVALID KEY
009076             IF FS-SGNEXC = "22"
009077                 MOVE "S" TO SW-CLAVE-DUPLICADA
009078                 ADD 1 TO EXC-HORA
009079             END-IF
009080     END-WRITE.
009081     IF FS-SGNEXC NOT = "00" AND NOT CLAVE-DUPLICADA
009082         MOVE "F" TO SW-SGNEXC
009083         PERFORM 6200-SPOOL-EXCEPCION THRU 6200-EXIT
009084     END-IF.
009085 3910-EXIT.
009086     EXIT.

009087******************************************************************
009088*    4000-GRABAR-BITACORA - REGISTRA EL INGRESO EN SGNLOG.  SI LA *
009090*    LLAVE (FECHA+HORA) YA EXISTE, SE AVANZA LA HORA UN           *
009095*    CENTESIMO Y SE REINTENTA                                    *
009100******************************************************************
009200     EXIT.

009210******************************************************************
009220*    4010-ESCRIBIR-BITACORA - SI SGNLOG ESTA FUERA DE LINEA O    *
009222*    LA ESCRITURA FALLA POR OTRA COSA QUE LLAVE DUPLICADA, EL    *
009224*    MOVIMIENTO VA AL SPOOL LOCAL                                *
009230******************************************************************
009240 4010-ESCRIBIR-BITACORA.
009250     MOVE "N" TO SW-CLAVE-DUPLICADA.
009252     IF NOT SGNLOG-EN-LINEA
009254         PERFORM 6100-SPOOL-BITACORA THRU 6100-EXIT
009256         GO TO 4010-EXIT
009258     END-IF.
009260     WRITE SGN-LOG-RECORD
009270         INVALID KEY
009275             IF FS-SGNLOG = "22"
009280                 MOVE "S" TO SW-CLAVE-DUPLICADA
009290                 ADD 1 TO SGN-LOG-HORA
009295             END-IF
009300     END-WRITE.
009302     IF FS-SGNLOG NOT = "00" AND NOT CLAVE-DUPLICADA
009304         MOVE "F" TO SW-SGNLOG
009306         PERFORM 6100-SPOOL-BITACORA THRU 6100-EXIT
009308     END-IF.
009310 4010-EXIT.
009320     EXIT.
009330
009510     EXIT.
009520
009530******************************************************************
009540*    4510-ESCRIBIR-VISITA - SI VISLOG ESTA FUERA DE LINEA O LA   *
009542*    ESCRITURA FALLA POR OTRA COSA QUE LLAVE DUPLICADA, LA       *
009544*    VISITA VA AL SPOOL LOCAL                                    *
009550******************************************************************
009560 4510-ESCRIBIR-VISITA.
009570     MOVE "N" TO SW-CLAVE-DUPLICADA.
009572     IF NOT VISLOG-EN-LINEA
009574         PERFORM 6300-SPOOL-VISITA THRU 6300-EXIT
009576         GO TO 4510-EXIT
009578     END-IF.
009580     WRITE VLG-REGISTRO
009590         INVALID KEY
009591             IF FS-VISLOG = "22"
009592                 MOVE "S" TO SW-CLAVE-DUPLICADA
009594                 ADD 1 TO VLG-HORA
009595             END-IF
009596     END-WRITE.
009598     IF FS-VISLOG NOT = "00" AND NOT CLAVE-DUPLICADA
009600         MOVE "F" TO SW-VISLOG
009602         PERFORM 6300-SPOOL-VISITA THRU 6300-EXIT
009604     END-IF.
009606 4510-EXIT.
009608     EXIT.
009610
009612******************************************************************
009614*    4600-AVISAR-ANFITRION - DEJA EN LA COLA NTFQUE EL AVISO DE  *
009616*    LLEGADA PARA EL ANFITRION, CON LA DESCRIPCION DE ESTE       *
009618*    KIOSCO EN TRMMST.  SI LA COLA NO ABRE NO SE AVISA, PERO EL  *
009620*    KIOSCO SIGUE                                                *
009622******************************************************************
009624 4600-AVISAR-ANFITRION.
009626     MOVE SPACES TO NTF-REGISTRO.
009628     MOVE "L" TO NTF-TIPO.
009630     MOVE HOST-BADGE TO NTF-DESTINO.
009632     MOVE VLG-FECHA TO NTF-FECHA.
009634     MOVE VLG-HORA TO NTF-HORA.
009636     ACCEPT NTF-HORA-AVISO FROM TIME.
009638     MOVE NOMBRE TO NTF-VISITANTE.
009640     MOVE COMPANIA-VISITA TO NTF-COMPANIA.
009642     MOVE HOST-BADGE TO NTF-HOST-BADGE.
009644     MOVE TERMINAL-KIOSCO TO NTF-TERMINAL.
009646     MOVE ZERO TO NTF-MINUTOS.
009648     OPEN INPUT TERMINAL-MASTER.
009650     IF FS-TRMMST = "00"
009652         MOVE TERMINAL-KIOSCO TO TRM-ID
009654         READ TERMINAL-MASTER
009656             INVALID KEY
009658                 CONTINUE
009660             NOT INVALID KEY
009662                 MOVE TRM-DESCRIPCION TO NTF-TERMINAL-DESC
009664         END-READ
009666         CLOSE TERMINAL-MASTER
009668     END-IF.
009670     OPEN EXTEND NOTIFICATION-QUEUE.
009672     IF FS-NTFQUE = "35"
009674         OPEN OUTPUT NOTIFICATION-QUEUE
009676     END-IF.
009678     IF FS-NTFQUE NOT = "00"
009680         GO TO 4600-EXIT
009682     END-IF.
009684     WRITE NTF-REGISTRO.
009686     CLOSE NOTIFICATION-QUEUE.
009688 4600-EXIT.
009690     EXIT.
009692
009700******************************************************************
009800*    5000-DESPLEGAR-SALUDO - SALUDA AL VISITANTE                 *
009900******************************************************************
010000 5000-DESPLEGAR-SALUDO.
010100     DISPLAY IDI-MSJ-HOLA (IDX-IDIOMA) LINE 14 POSITION 30 ERASE.
010200     DISPLAY NOMBRE LINE 14 POSITION 35.
010250     PERFORM 5100-MARCAR-FUERA-LINEA THRU 5100-EXIT.
010300 5000-EXIT.
010400     EXIT.
010401
010402******************************************************************
010403*    5100-MARCAR-FUERA-LINEA - MARCA DISCRETA EN LA ESQUINA DE   *
010404*    LA PANTALLA MIENTRAS EL KIOSCO GRABA EN SU SPOOL LOCAL      *
010405******************************************************************
010406 5100-MARCAR-FUERA-LINEA.
010407     IF KIOSCO-FUERA-LINEA
010408         DISPLAY IDI-MSJ-FUERA-LINEA (IDX-IDIOMA)
010409             LINE 24 POSITION 70
010410     END-IF.
010411 5100-EXIT.
010412     EXIT.
010413
010414******************************************************************
010415*    5200-AVISAR-NO-GRABADO - EL MOVIMIENTO NO QUEDO NI EN LA    *
010416*    BITACORA NI EN EL SPOOL LOCAL; NO SE SALUDA Y SE MANDA A LA *
010417*    PERSONA A LA CASETA PARA QUE LA REGISTREN AHI               *
010418******************************************************************
010419 5200-AVISAR-NO-GRABADO.
010420     DISPLAY IDI-MSJ-VIGILANCIA (IDX-IDIOMA)
010421         LINE 16 POSITION 30 ERASE.
010422     DISPLAY IDI-MSJ-CONTINUAR (IDX-IDIOMA)
010423         LINE 18 POSITION 30.
010424     PERFORM 5100-MARCAR-FUERA-LINEA THRU 5100-EXIT.
010425     ACCEPT UN-TECLA LINE 18 POSITION 65.
010426 5200-EXIT.
010427     EXIT.
010428
010429******************************************************************
010430*    6100-SPOOL-BITACORA - EL MOVIMIENTO DE SGNLOG AL SPOOL      *
010431******************************************************************
010432 6100-SPOOL-BITACORA.
010433     MOVE SPACES TO SPL-REGISTRO.
010434     MOVE TERMINAL-KIOSCO TO SPL-TERMINAL.
010435     MOVE SGN-LOG-FECHA TO SPL-FECHA.
010436     MOVE SGN-LOG-HORA TO SPL-HORA.
010437     MOVE "L" TO SPL-TIPO.
010438     MOVE SGN-LOG-NOMBRE TO SPL-NOMBRE.
010439     MOVE SGN-LOG-BADGE TO SPL-BADGE.
010440     MOVE SGN-LOG-DEPTO TO SPL-DEPTO.
010441     MOVE SGN-LOG-DIRECCION TO SPL-DIRECCION.
010442     MOVE ZERO TO SPL-HORA-ANTERIOR.
010443     PERFORM 6900-ESCRIBIR-SPOOL THRU 6900-EXIT.
010444     IF SPOOL-FALLA
010445         MOVE "S" TO SW-MOVIMIENTO-PERDIDO
010446     END-IF.
010447 6100-EXIT.
010448     EXIT.
010449
010450******************************************************************
010451*    6200-SPOOL-EXCEPCION - LA EXCEPCION DE SGNEXC AL SPOOL      *
010452******************************************************************
010453 6200-SPOOL-EXCEPCION.
010454     MOVE SPACES TO SPL-REGISTRO.
010455     MOVE TERMINAL-KIOSCO TO SPL-TERMINAL.
010456     MOVE EXC-FECHA TO SPL-FECHA.
010457     MOVE EXC-HORA TO SPL-HORA.
010458     MOVE "X" TO SPL-TIPO.
010459     MOVE EXC-NOMBRE TO SPL-NOMBRE.
010460     MOVE EXC-BADGE TO SPL-BADGE.
010461     MOVE EXC-DEPTO TO SPL-DEPTO.
010462     MOVE EXC-HORA-ANTERIOR TO SPL-HORA-ANTERIOR.
010463     MOVE EXC-MOTIVO TO SPL-MOTIVO.
010464     PERFORM 6900-ESCRIBIR-SPOOL THRU 6900-EXIT.
010465 6200-EXIT.
010466     EXIT.
010467
010468******************************************************************
010469*    6300-SPOOL-VISITA - EL MOVIMIENTO DE VISLOG AL SPOOL        *
010470******************************************************************
010471 6300-SPOOL-VISITA.
010472     MOVE SPACES TO SPL-REGISTRO.
010473     MOVE TERMINAL-KIOSCO TO SPL-TERMINAL.
010474     MOVE VLG-FECHA TO SPL-FECHA.
010475     MOVE VLG-HORA TO SPL-HORA.
010476     MOVE "V" TO SPL-TIPO.
010477     MOVE VLG-NOMBRE TO SPL-NOMBRE.
010478     MOVE VLG-HOST-BADGE TO SPL-BADGE.
010479     MOVE VLG-DIRECCION TO SPL-DIRECCION.
010480     MOVE VLG-COMPANIA TO SPL-COMPANIA.
010481     MOVE ZERO TO SPL-HORA-ANTERIOR.
010482     PERFORM 6900-ESCRIBIR-SPOOL THRU 6900-EXIT.
010483     IF SPOOL-FALLA
010484         MOVE "S" TO SW-MOVIMIENTO-PERDIDO
010485     END-IF.
010486 6300-EXIT.
010487     EXIT.
010488
010489******************************************************************
010490*    6900-ESCRIBIR-SPOOL - EL SPOOL SE ABRE AL PRIMER USO Y SE   *
010491*    AGREGA AL FINAL; SI TODAVIA NO EXISTE SE CREA.  SI NO ABRE  *
010492*    O LA ESCRITURA FALLA SE PRENDE SPOOL-FALLA                  *
010493******************************************************************
010494 6900-ESCRIBIR-SPOOL.
010495     MOVE "S" TO SW-FUERA-LINEA.
010496     MOVE "N" TO SW-SPOOL-FALLA.
010497     IF NOT SPOOL-ABIERTO
010498         OPEN EXTEND SPOOL-FILE
010499         IF FS-KSKSPL = "35"
010500             OPEN OUTPUT SPOOL-FILE
010501         END-IF
010502         IF FS-KSKSPL NOT = "00"
010503             MOVE "S" TO SW-SPOOL-FALLA
010504             GO TO 6900-EXIT
010505         END-IF
010506         MOVE "S" TO SW-SPOOL-ABIERTO
010507     END-IF.
010508     WRITE SPL-REGISTRO.
010509     IF FS-KSKSPL NOT = "00"
010510         MOVE "S" TO SW-SPOOL-FALLA
010511     END-IF.
010512 6900-EXIT.
010513     EXIT.
010514
010600******************************************************************
010700*    9000-TERMINAR                                                *
010800******************************************************************
010950     MOVE "C" TO CKP-ESTADO.
010960     REWRITE CKP-REGISTRO.
010970     CLOSE CHECKPOINT-FILE.
010980     IF NOT SGNEXC-NO-ABIERTO
010981         CLOSE EXCEPTION-FILE
010982     END-IF.
010985     IF FS-VISPRE NOT = "35"
010990         CLOSE VISITOR-PRE-FILE
010995     END-IF.
010996     IF NOT VISLOG-NO-ABIERTO
010997         CLOSE VISITOR-LOG-FILE
010998     END-IF.
011000     IF NOT SGNLOG-NO-ABIERTO
011001         CLOSE SGN-LOG-FILE
011002     END-IF.
011003     IF SPOOL-ABIERTO
011004         CLOSE SPOOL-FILE
011005     END-IF.
011100     STOP RUN.
011200 9000-EXIT.
011300     EXIT.
