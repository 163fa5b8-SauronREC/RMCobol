002094*                     (SHFTTB TABLE) AND RETURN THE FUERA-DE-     *
002096*                     TURNO FLAG SO THE CALLER CAN WRITE THE      *
002098*                     SGNEXC EXCEPTION.  NO SHIFT, NO CHECK.      *
002100*    2026-10-15  RSM  SECURITY WATCH LIST - A SIGN-IN WHOSE       *
002105*                     BADGE OR NAME IS ON THE WATCHL FILE WITH    *
002110*                     AN ENTRY IN FORCE IS REFUSED, LOGGED TO     *
002115*                     SGNRJT WITH REASON "V", AND A PRIORITY      *
002120*                     RECORD GOES TO THE SECALR ALERT FILE WITH   *
002125*                     THE TERMINAL ID.  NEW "V" MODE RUNS ONLY    *
002130*                     THE NAME CHECK FOR THE KIOSK VISITOR PATH.  *
002135*                     NO WATCHL FILE, NO CHECK.                   *
002140*    2026-10-15  RSM  A CONTRACTOR OR TEMPORARY BADGE PAST ITS    *
002145*                     EXPIRY DATE (EMPMST) IS REFUSED AND LOGGED  *
002150*                     TO SGNRJT WITH REASON "X" INSTEAD OF AS     *
002155*                     UNRECOGNIZED.  AN EXPIRED HOST BADGE DOES   *
002160*                     NOT VOUCH FOR A VISITOR.                    *
002165*    2026-10-15  RSM  THE DEPARTMENT AND WATCH LIST CHECKS NOW    *
002170*                     TEST A SWITCH SET WHEN THE FILE OPENS       *
002175*                     INSTEAD OF THE FILE STATUS, WHICH A BADGE   *
002180*                     OR NAME NOT FOUND LEFT AT 23 AND SO TURNED  *
002185*                     BOTH CHECKS OFF FOR THE REST OF THE RUN.    *
002190*                                                                *
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. SRC-AMP-VL.
004440         RECORD KEY IS DEP-CODIGO
004450         FILE STATUS IS FS-DEPMST.
004460
004461     SELECT WATCH-LIST-FILE ASSIGN TO "WATCHL"
004462         ORGANIZATION IS INDEXED
004463         ACCESS MODE IS DYNAMIC
004464         RECORD KEY IS VIG-CLAVE
004465         FILE STATUS IS FS-WATCHL.
004466
004467     SELECT ALERT-FILE ASSIGN TO "SECALR"
004468         ORGANIZATION IS INDEXED
004469         ACCESS MODE IS DYNAMIC
004470         RECORD KEY IS ALR-CLAVE
004471         FILE STATUS IS FS-SECALR.
004472
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  EMPLOYEE-MASTER
005320 FD  DEPARTMENT-MASTER
005330     LABEL RECORDS ARE STANDARD.
005340 COPY "DEPMST.CPY".
005350
005360 FD  WATCH-LIST-FILE
005370     LABEL RECORDS ARE STANDARD.
005380 COPY "WATCHL.CPY".
005385
005390 FD  ALERT-FILE
005392     LABEL RECORDS ARE STANDARD.
005394 COPY "SECALR.CPY".
005400
005500 WORKING-STORAGE SECTION.
005600 01  FS-EMPMST                       PIC X(02) VALUE "00".
005700 01  FS-SGNRJT                       PIC X(02) VALUE "00".
005710 01  FS-DEPMST                       PIC X(02) VALUE "00".
005720 01  FS-WATCHL                       PIC X(02) VALUE "00".
005730 01  FS-SECALR                       PIC X(02) VALUE "00".
005800
005900 01  SW-ARCHIVOS-ABIERTOS            PIC X(01) VALUE "N".
006000     88  ARCHIVOS-YA-ABIERTOS        VALUE "S".
006010
006020 01  SW-DEPMST-ABIERTO               PIC X(01) VALUE "N".
006030     88  DEPMST-ABIERTO              VALUE "S".
006035
006040 01  SW-WATCHL-ABIERTO               PIC X(01) VALUE "N".
006045     88  WATCHL-ABIERTO              VALUE "S".
006050
006060 01  SW-CLAVE-DUPLICADA              PIC X(01) VALUE "N".
006070     88  CLAVE-DUPLICADA             VALUE "S".
006080
006082 01  SW-EN-VIGILANCIA                PIC X(01) VALUE "N".
006084     88  EN-VIGILANCIA               VALUE "S".
006086
006090 COPY "SHFTTB.CPY".
006100
006200 LINKAGE SECTION.
007000     IF NOT ARCHIVOS-YA-ABIERTOS
007100         PERFORM 1000-ABRIR-ARCHIVOS THRU 1000-EXIT
007200     END-IF.
007250     MOVE SPACE TO PARM-MOTIVO.
007260     IF PARM-MODO-VIGILANCIA
007270         MOVE "S" TO PARM-VALIDADO
007280         MOVE "N" TO PARM-FUERA-TURNO
007290     ELSE
007300         PERFORM 2000-VALIDAR-EMPLEADO THRU 2000-EXIT
007310     END-IF.
007320     IF NOT PARM-MODO-ANFITRION
007330         PERFORM 2700-REVISAR-VIGILANCIA THRU 2700-EXIT
007340     END-IF.
007400     IF PARM-NO-VALIDO AND PARM-MODO-EMPLEADO
007500         PERFORM 5000-REGISTRAR-RECHAZO THRU 5000-EXIT
007600     END-IF.
008800         OPEN I-O REJECT-FILE
008900     END-IF.
008910     OPEN INPUT DEPARTMENT-MASTER.
008912     IF FS-DEPMST = "00"
008914         MOVE "S" TO SW-DEPMST-ABIERTO
008916     END-IF.
008920     OPEN INPUT WATCH-LIST-FILE.
008922     IF FS-WATCHL = "00"
008924         MOVE "S" TO SW-WATCHL-ABIERTO
008926     END-IF.
008930     OPEN I-O ALERT-FILE.
008940     IF FS-SECALR = "35"
008950         OPEN OUTPUT ALERT-FILE
008960         CLOSE ALERT-FILE
008970         OPEN I-O ALERT-FILE
008980     END-IF.
009000     MOVE "S" TO SW-ARCHIVOS-ABIERTOS.
009100 1000-EXIT.
009200     EXIT.
010450             IF PARM-MODO-ANFITRION
010460                 IF EMP-ACTIVO
010470                     MOVE "S" TO PARM-VALIDADO
010475                     PERFORM 2600-REVISAR-VENCIMIENTO
010476                         THRU 2600-EXIT
010480                 END-IF
010490             ELSE
010500                 IF EMP-ACTIVO AND EMP-NOMBRE = PARM-NOMBRE
010600                     MOVE "S" TO PARM-VALIDADO
010610                     PERFORM 2600-REVISAR-VENCIMIENTO
010615                         THRU 2600-EXIT
010620                     PERFORM 2500-REVISAR-DEPTO THRU 2500-EXIT
010650                     PERFORM 3000-REVISAR-TURNO THRU 3000-EXIT
010700                 END-IF
011025*    DE QUE EL ARCHIVO SE CARGUE                                  *
011026******************************************************************
011027 2500-REVISAR-DEPTO.
011028     IF NOT DEPMST-ABIERTO
011029         GO TO 2500-EXIT
011030     END-IF.
011031     MOVE PARM-DEPTO TO DEP-CODIGO.
011037     EXIT.
011038
011039******************************************************************
011040*    2600-REVISAR-VENCIMIENTO - UN GAFETE CON VENCIMIENTO         *
011041*    ANTERIOR A LA FECHA DEL INGRESO SE RECHAZA CON MOTIVO "X".   *
011042*    EL DIA DEL VENCIMIENTO TODAVIA ES VALIDO.  FECHA EN CEROS O  *
011043*    NO NUMERICA (REGISTROS ANTERIORES AL CAMPO) NO VENCE         *
011044******************************************************************
011045 2600-REVISAR-VENCIMIENTO.
011046     IF EMP-FECHA-VENCE NOT NUMERIC
011047         GO TO 2600-EXIT
011048     END-IF.
011049     IF EMP-FECHA-VENCE NOT = ZERO
011050             AND EMP-FECHA-VENCE < PARM-FECHA
011051         MOVE "N" TO PARM-VALIDADO
011052         MOVE "X" TO PARM-MOTIVO
011053     END-IF.
011054 2600-EXIT.
011055     EXIT.
011056
011057******************************************************************
011058*    2700-REVISAR-VIGILANCIA - BUSCA EL GAFETE Y LUEGO EL NOMBRE  *
011059*    EN LA LISTA DE VIGILANCIA.  UNA ENTRADA VIGENTE A LA FECHA   *
011060*    DEL INGRESO LO RECHAZA Y GENERA LA ALERTA PARA LA CASETA.    *
011061*    EN MODO VIGILANCIA (VISITANTES) SOLO SE BUSCA EL NOMBRE.     *
011062*    SIN ARCHIVO WATCHL NO HAY REVISION                           *
011063******************************************************************
011064 2700-REVISAR-VIGILANCIA.
011065     MOVE "N" TO SW-EN-VIGILANCIA.
011066     IF NOT WATCHL-ABIERTO
011067         GO TO 2700-EXIT
011068     END-IF.
011069     IF PARM-MODO-EMPLEADO AND PARM-BADGE NOT = SPACES
011070         MOVE "G" TO VIG-TIPO
011071         MOVE PARM-BADGE TO VIG-IDENTIFICADOR
011072         PERFORM 2710-LEER-VIGILANCIA THRU 2710-EXIT
011073     END-IF.
011074     IF NOT EN-VIGILANCIA AND PARM-NOMBRE NOT = SPACES
011075         MOVE "N" TO VIG-TIPO
011076         MOVE PARM-NOMBRE TO VIG-IDENTIFICADOR
011077         PERFORM 2710-LEER-VIGILANCIA THRU 2710-EXIT
011078     END-IF.
011079     IF EN-VIGILANCIA
011080         MOVE "N" TO PARM-VALIDADO
011081         MOVE "N" TO PARM-FUERA-TURNO
011082         MOVE "V" TO PARM-MOTIVO
011083         PERFORM 6000-REGISTRAR-ALERTA THRU 6000-EXIT
011084     END-IF.
011085 2700-EXIT.
011086     EXIT.
011087
011088******************************************************************
011089*    2710-LEER-VIGILANCIA - LA ENTRADA APLICA SI YA EMPEZO Y NO   *
011090*    HA VENCIDO; HASTA EN CEROS ES POR TIEMPO INDEFINIDO          *
011091******************************************************************
011092 2710-LEER-VIGILANCIA.
011093     READ WATCH-LIST-FILE
011094         INVALID KEY
011095             CONTINUE
011096         NOT INVALID KEY
011097             IF VIG-FECHA-DESDE NOT > PARM-FECHA
011098                 IF VIG-FECHA-HASTA = ZERO
011099                         OR VIG-FECHA-HASTA NOT < PARM-FECHA
011100                     MOVE "S" TO SW-EN-VIGILANCIA
011101                 END-IF
011102             END-IF
011103     END-READ.
011104 2710-EXIT.
011105     EXIT.
011106
011107******************************************************************
011108*    3000-REVISAR-TURNO - COMPARA LA HORA DEL INGRESO CONTRA LA   *
011109*    VENTANA DEL TURNO DEL EMPLEADO.  SIN TURNO ASIGNADO O CON    *
011110*    UN CODIGO QUE NO ESTA EN LA TABLA NO HAY REVISION.  UNA      *
011111*    VENTANA QUE EMPIEZA DESPUES DE TERMINAR CRUZA MEDIANOCHE.    *
011112******************************************************************
011113 3000-REVISAR-TURNO.
011114     IF EMP-TURNO = SPACE
011115         GO TO 3000-EXIT
011116     END-IF.
011117     SET IDX-TURNO TO 1.
011118     SEARCH TURNO-RENGLON
011119         AT END
011120             GO TO 3000-EXIT
011121         WHEN TUR-CODIGO (IDX-TURNO) = EMP-TURNO
011122             CONTINUE
011123     END-SEARCH.
011124     IF TUR-HORA-INICIO (IDX-TURNO) > TUR-HORA-FIN (IDX-TURNO)
011125         IF PARM-HORA < TUR-HORA-INICIO (IDX-TURNO)
011126                 AND PARM-HORA > TUR-HORA-FIN (IDX-TURNO)
011127             MOVE "S" TO PARM-FUERA-TURNO
011128         END-IF
011129     ELSE
011130         IF PARM-HORA < TUR-HORA-INICIO (IDX-TURNO)
011131                 OR PARM-HORA > TUR-HORA-FIN (IDX-TURNO)
011132             MOVE "S" TO PARM-FUERA-TURNO
011133         END-IF
011134     END-IF.
011135 3000-EXIT.
011136     EXIT.
011137
011200******************************************************************
011300*    5000-REGISTRAR-RECHAZO - GUARDA EL INTENTO NO RECONOCIDO.    *
011350*    SI LA LLAVE (FECHA+HORA) YA EXISTE, SE AVANZA LA HORA UN     *
011800     MOVE PARM-NOMBRE TO RJT-NOMBRE.
011900     MOVE PARM-BADGE TO RJT-BADGE.
012000     MOVE PARM-DEPTO TO RJT-DEPTO.
012010     MOVE PARM-MOTIVO TO RJT-MOTIVO.
012020     PERFORM 5010-ESCRIBIR-RECHAZO THRU 5010-EXIT
012040         UNTIL NOT CLAVE-DUPLICADA.
012200 5000-EXIT.
012520     END-WRITE.
012540 5010-EXIT.
012560     EXIT.
012600
012700******************************************************************
012800*    6000-REGISTRAR-ALERTA - ALERTA PRIORITARIA PARA LA CASETA    *
012900*    CON LA TERMINAL DE DONDE VINO EL INTENTO.  SI LA LLAVE YA    *
013000*    EXISTE, SE AVANZA LA HORA UN CENTESIMO Y SE REINTENTA        *
013100******************************************************************
013200 6000-REGISTRAR-ALERTA.
013300     MOVE PARM-FECHA TO ALR-FECHA.
013400     MOVE PARM-HORA TO ALR-HORA.
013500     MOVE PARM-TERMINAL TO ALR-TERMINAL.
013600     MOVE "1" TO ALR-PRIORIDAD.
013700     IF PARM-MODO-VIGILANCIA
013800         MOVE "V" TO ALR-ORIGEN
013900     ELSE
014000         MOVE "E" TO ALR-ORIGEN
014100     END-IF.
014200     MOVE PARM-NOMBRE TO ALR-NOMBRE.
014300     MOVE PARM-BADGE TO ALR-BADGE.
014400     MOVE PARM-DEPTO TO ALR-DEPTO.
014500     MOVE VIG-TIPO TO ALR-TIPO-COINCIDENCIA.
014600     MOVE VIG-MOTIVO TO ALR-MOTIVO.
014700     PERFORM 6010-ESCRIBIR-ALERTA THRU 6010-EXIT
014800         UNTIL NOT CLAVE-DUPLICADA.
014900 6000-EXIT.
015000     EXIT.
015100
015200******************************************************************
015300*    6010-ESCRIBIR-ALERTA                                        *
015400******************************************************************
015500 6010-ESCRIBIR-ALERTA.
015600     MOVE "N" TO SW-CLAVE-DUPLICADA.
015700     WRITE ALR-REGISTRO
015800         INVALID KEY
015900             MOVE "S" TO SW-CLAVE-DUPLICADA
016000             ADD 1 TO ALR-HORA
016100     END-WRITE.
016200 6010-EXIT.
016300     EXIT.
016400 END PROGRAM SRC-AMP-VL.
