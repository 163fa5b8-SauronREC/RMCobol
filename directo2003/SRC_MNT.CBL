002120*                     MASTER RECORD CARRIES IT FOR THE SHIFT-     *
002130*                     WINDOW CHECK.  SHIFT CHANGES GO TO THE      *
002140*                     AUDIT FILE LIKE ANY OTHER FIELD.            *
002150*    2026-10-15  RSM  MAINTAIN THE BADGE TYPE (EMPLOYEE,          *
002160*                     CONTRACTOR, TEMPORARY), THE EXPIRY DATE     *
002170*                     AND THE COMPANY NAME.  A CONTRACTOR OR      *
002180*                     TEMPORARY BADGE MUST CARRY AN EXPIRY DATE.  *
002190*                     EACH CHANGE GOES TO THE AUDIT FILE (THE     *
002192*                     COMPANY NAME CUT TO THE AUDIT WIDTH).       *
002200*                                                                *
002300******************************************************************
002400 IDENTIFICATION DIVISION.
007800 01  DEPTO-NUEVO                     PIC X(04) VALUE SPACES.
007850 01  TURNO-NUEVO                     PIC X(01) VALUE SPACE.
007900 01  ESTADO-NUEVO                    PIC X(01) VALUE SPACE.
007910 01  TIPO-NUEVO                      PIC X(01) VALUE SPACE.
007920 01  VENCE-NUEVO                     PIC X(08) VALUE SPACES.
007930 01  VENCE-NUEVO-NUM REDEFINES VENCE-NUEVO
007940                                     PIC 9(08).
007950 01  VENCE-NUEVO-PARTES REDEFINES VENCE-NUEVO.
007952     05  VENCE-ANIO                  PIC 9(04).
007954     05  VENCE-MES                   PIC 9(02).
007956     05  VENCE-DIA                   PIC 9(02).
007960 01  COMPANIA-NUEVA                  PIC X(20) VALUE SPACES.
007970 01  TIPO-RESULTANTE                 PIC X(01) VALUE SPACE.
007980 01  VENCE-RESULTANTE                PIC 9(08) VALUE ZERO.
007990
007992 01  SW-DATOS-VALIDOS                PIC X(01) VALUE "N".
007994     88  DATOS-VALIDOS               VALUE "S".
008000 01  UN-TECLA                        PIC X(01) VALUE SPACE.
008100
008200 01  WS-FECHA-HORA.
009540     "TURNO (1/2/3 O BLANCO)?".
009600 01  MSJ-ESTADO                      PIC X(30) VALUE
009700     "ESTADO NUEVO (A/I)?".
009710 01  MSJ-TIPO                        PIC X(30) VALUE
009720     "TIPO E/C/T (BLANCO = IGUAL)?".
009730 01  MSJ-VENCE                       PIC X(30) VALUE
009740     "VENCE AAAAMMDD (0 = NO VENCE)?".
009750 01  MSJ-COMPANIA                    PIC X(30) VALUE
009760     "EMPRESA (BLANCO = IGUAL)?".
009800 01  MSJ-YA-EXISTE                   PIC X(30) VALUE
009900     "ESE GAFETE YA EXISTE".
010000 01  MSJ-NO-EXISTE                   PIC X(30) VALUE
010100     "ESE GAFETE NO EXISTE".
010200 01  MSJ-ESTADO-MALO                 PIC X(30) VALUE
010300     "ESTADO DEBE SER A O I".
010310 01  MSJ-TIPO-MALO                   PIC X(30) VALUE
010320     "TIPO DEBE SER E, C O T".
010330 01  MSJ-VENCE-MALA                  PIC X(30) VALUE
010340     "VENCE DEBE SER AAAAMMDD".
010350 01  MSJ-FALTA-VENCE                 PIC X(30) VALUE
010360     "CONTRATISTA/TEMPORAL SIN VENCE".
010400 01  MSJ-APLICADO                    PIC X(30) VALUE
010500     "CAMBIO APLICADO".
010600 01  MSJ-CONTINUAR                   PIC X(30) VALUE
020500     ACCEPT DEPTO-NUEVO LINE 10 POSITION 36.
020520     DISPLAY MSJ-TURNO LINE 11 POSITION 05.
020540     ACCEPT TURNO-NUEVO LINE 11 POSITION 36.
020550     PERFORM 3800-ACEPTAR-GAFETE-TIPO THRU 3800-EXIT.
020560     MOVE "E" TO EMP-TIPO.
020570     MOVE ZERO TO EMP-FECHA-VENCE.
020580     PERFORM 3900-VALIDAR-GAFETE-TIPO THRU 3900-EXIT.
020590     IF NOT DATOS-VALIDOS
020592         PERFORM 2900-AVISAR THRU 2900-EXIT
020594         GO TO 3000-EXIT
020596     END-IF.
020600     MOVE BADGE-NO TO EMP-BADGE.
020700     MOVE NOMBRE-NUEVO TO EMP-NOMBRE.
020800     MOVE DEPTO-NUEVO TO EMP-DEPTO.
020900     MOVE "A" TO EMP-ESTADO.
020950     MOVE TURNO-NUEVO TO EMP-TURNO.
020960     MOVE TIPO-RESULTANTE TO EMP-TIPO.
020970     MOVE VENCE-RESULTANTE TO EMP-FECHA-VENCE.
020980     MOVE COMPANIA-NUEVA TO EMP-COMPANIA.
021000     WRITE EMP-REGISTRO.
021100     MOVE "A" TO AUD-ACCION.
021200     MOVE "ALTA" TO AUD-CAMPO.
021300     MOVE SPACES TO AUD-VALOR-ANTERIOR.
021400     MOVE NOMBRE-NUEVO TO AUD-VALOR-NUEVO.
021500     PERFORM 8000-GRABAR-AUDITORIA THRU 8000-EXIT.
021510     IF NOT EMP-ES-EMPLEADO
021520         MOVE "TIPO" TO AUD-CAMPO
021530         MOVE EMP-TIPO TO AUD-VALOR-NUEVO
021540         PERFORM 8000-GRABAR-AUDITORIA THRU 8000-EXIT
021550         MOVE "CIA" TO AUD-CAMPO
021560         MOVE EMP-COMPANIA TO AUD-VALOR-NUEVO
021570         PERFORM 8000-GRABAR-AUDITORIA THRU 8000-EXIT
021580     END-IF.
021590     IF EMP-FECHA-VENCE NOT = ZERO
021592         MOVE "VENCE" TO AUD-CAMPO
021594         MOVE EMP-FECHA-VENCE TO AUD-VALOR-NUEVO
021596         PERFORM 8000-GRABAR-AUDITORIA THRU 8000-EXIT
021598     END-IF.
021600     DISPLAY MSJ-APLICADO LINE 20 POSITION 05.
021700     PERFORM 2900-AVISAR THRU 2900-EXIT.
021800 3000-EXIT.
021900     EXIT.
022000
022001******************************************************************
022002*    3800-ACEPTAR-GAFETE-TIPO - TIPO DE GAFETE, FECHA DE          *
022003*    VENCIMIENTO Y EMPRESA (CONTRATISTAS Y TEMPORALES)            *
022004******************************************************************
022005 3800-ACEPTAR-GAFETE-TIPO.
022006     MOVE SPACE TO TIPO-NUEVO.
022007     MOVE SPACES TO VENCE-NUEVO.
022008     MOVE SPACES TO COMPANIA-NUEVA.
022009     DISPLAY MSJ-TIPO LINE 12 POSITION 05.
022010     ACCEPT TIPO-NUEVO LINE 12 POSITION 36.
022011     DISPLAY MSJ-VENCE LINE 13 POSITION 05.
022012     ACCEPT VENCE-NUEVO LINE 13 POSITION 36.
022013     DISPLAY MSJ-COMPANIA LINE 14 POSITION 05.
022014     ACCEPT COMPANIA-NUEVA LINE 14 POSITION 36.
022015 3800-EXIT.
022016     EXIT.
022017
022018******************************************************************
022019*    3900-VALIDAR-GAFETE-TIPO - REVISA LO TECLEADO CONTRA EL      *
022020*    REGISTRO ACTUAL (EN ALTA, EMPLEADO SIN VENCIMIENTO) Y DEJA   *
022021*    EL TIPO Y EL VENCIMIENTO QUE RESULTAN.  EN BLANCO DEJA EL    *
022022*    VALOR ACTUAL; UN CERO QUITA EL VENCIMIENTO.  UN GAFETE DE    *
022023*    CONTRATISTA O TEMPORAL NO PUEDE QUEDAR SIN VENCIMIENTO       *
022024******************************************************************
022025 3900-VALIDAR-GAFETE-TIPO.
022026     MOVE "N" TO SW-DATOS-VALIDOS.
022027     IF TIPO-NUEVO NOT = SPACE AND TIPO-NUEVO NOT = "E"
022028             AND TIPO-NUEVO NOT = "C" AND TIPO-NUEVO NOT = "T"
022029         DISPLAY MSJ-TIPO-MALO LINE 20 POSITION 05
022030         GO TO 3900-EXIT
022031     END-IF.
022032     IF VENCE-NUEVO = "0"
022033         MOVE ZERO TO VENCE-NUEVO-NUM
022034     END-IF.
022035     IF VENCE-NUEVO NOT = SPACES
022036         IF VENCE-NUEVO NOT NUMERIC
022037             DISPLAY MSJ-VENCE-MALA LINE 20 POSITION 05
022038             GO TO 3900-EXIT
022039         END-IF
022040         IF VENCE-NUEVO-NUM NOT = ZERO
022041                 AND (VENCE-MES < 1 OR VENCE-MES > 12
022042                   OR VENCE-DIA < 1 OR VENCE-DIA > 31)
022043             DISPLAY MSJ-VENCE-MALA LINE 20 POSITION 05
022044             GO TO 3900-EXIT
022045         END-IF
022046     END-IF.
022047     MOVE EMP-TIPO TO TIPO-RESULTANTE.
022048     IF TIPO-NUEVO NOT = SPACE
022049         MOVE TIPO-NUEVO TO TIPO-RESULTANTE
022050     END-IF.
022051     MOVE EMP-FECHA-VENCE TO VENCE-RESULTANTE.
022052     IF VENCE-NUEVO NOT = SPACES
022053         MOVE VENCE-NUEVO-NUM TO VENCE-RESULTANTE
022054     END-IF.
022055     IF (TIPO-RESULTANTE = "C" OR TIPO-RESULTANTE = "T")
022056             AND VENCE-RESULTANTE = ZERO
022057         DISPLAY MSJ-FALTA-VENCE LINE 20 POSITION 05
022058         GO TO 3900-EXIT
022059     END-IF.
022060     MOVE "S" TO SW-DATOS-VALIDOS.
022061 3900-EXIT.
022062     EXIT.
022063
022100******************************************************************
022200*    4000-CAMBIO - CAMBIA NOMBRE, DEPTO, TURNO, TIPO DE GAFETE,  *
022210*    VENCIMIENTO Y/O EMPRESA; EN BLANCO DEJA EL                  *
022300*    VALOR ACTUAL.  CADA CAMPO CAMBIADO GENERA SU PROPIO         *
022400*    REGISTRO DE AUDITORIA CON EL VALOR ANTERIOR Y EL NUEVO      *
022500******************************************************************
023300     DISPLAY EMP-NOMBRE LINE 08 POSITION 36.
023400     DISPLAY EMP-DEPTO LINE 08 POSITION 55.
023450     DISPLAY EMP-TURNO LINE 08 POSITION 62.
023460     IF EMP-FECHA-VENCE NOT NUMERIC
023470         MOVE ZERO TO EMP-FECHA-VENCE
023480     END-IF.
023490     DISPLAY EMP-TIPO LINE 08 POSITION 64.
023492     DISPLAY EMP-FECHA-VENCE LINE 08 POSITION 66.
023494     DISPLAY EMP-COMPANIA LINE 14 POSITION 58.
023500     DISPLAY MSJ-NOMBRE LINE 09 POSITION 05.
023600     ACCEPT NOMBRE-NUEVO LINE 09 POSITION 36.
023700     DISPLAY MSJ-DEPTO LINE 10 POSITION 05.
023800     ACCEPT DEPTO-NUEVO LINE 10 POSITION 36.
023820     DISPLAY MSJ-TURNO LINE 11 POSITION 05.
023840     ACCEPT TURNO-NUEVO LINE 11 POSITION 36.
023850     PERFORM 3800-ACEPTAR-GAFETE-TIPO THRU 3800-EXIT.
023860     PERFORM 3900-VALIDAR-GAFETE-TIPO THRU 3900-EXIT.
023870     IF NOT DATOS-VALIDOS
023880         PERFORM 2900-AVISAR THRU 2900-EXIT
023890         GO TO 4000-EXIT
023895     END-IF.
023900     MOVE "C" TO AUD-ACCION.
024000     IF NOMBRE-NUEVO NOT = SPACES
024100             AND NOMBRE-NUEVO NOT = EMP-NOMBRE
025760         PERFORM 8000-GRABAR-AUDITORIA THRU 8000-EXIT
025770         MOVE TURNO-NUEVO TO EMP-TURNO
025780     END-IF.
025785     IF TIPO-RESULTANTE NOT = EMP-TIPO
025790         MOVE "TIPO" TO AUD-CAMPO
025795         MOVE EMP-TIPO TO AUD-VALOR-ANTERIOR
025800         MOVE TIPO-RESULTANTE TO AUD-VALOR-NUEVO
025805         PERFORM 8000-GRABAR-AUDITORIA THRU 8000-EXIT
025810         MOVE TIPO-RESULTANTE TO EMP-TIPO
025815     END-IF.
025820     IF VENCE-RESULTANTE NOT = EMP-FECHA-VENCE
025825         MOVE "VENCE" TO AUD-CAMPO
025830         MOVE EMP-FECHA-VENCE TO AUD-VALOR-ANTERIOR
025835         MOVE VENCE-RESULTANTE TO AUD-VALOR-NUEVO
025840         PERFORM 8000-GRABAR-AUDITORIA THRU 8000-EXIT
025845         MOVE VENCE-RESULTANTE TO EMP-FECHA-VENCE
025850     END-IF.
025855     IF COMPANIA-NUEVA NOT = SPACES
025860             AND COMPANIA-NUEVA NOT = EMP-COMPANIA
025865         MOVE "CIA" TO AUD-CAMPO
025870         MOVE EMP-COMPANIA TO AUD-VALOR-ANTERIOR
025875         MOVE COMPANIA-NUEVA TO AUD-VALOR-NUEVO
025880         PERFORM 8000-GRABAR-AUDITORIA THRU 8000-EXIT
025885         MOVE COMPANIA-NUEVA TO EMP-COMPANIA
025890     END-IF.
025895     REWRITE EMP-REGISTRO.
025900     DISPLAY MSJ-APLICADO LINE 20 POSITION 05.
026000     PERFORM 2900-AVISAR THRU 2900-EXIT.
026100 4000-EXIT.
