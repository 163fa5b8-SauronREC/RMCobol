001200*    DEPMST.CPY).  SRC-AMP-VL VALIDATES EVERY KIOSK SIGN-IN'S    *
001300*    DEPARTMENT AGAINST THIS FILE, SO KEEP IT CURRENT BEFORE     *
001400*    A NEW LINE STARTS SIGNING IN.  SAME SCREEN STYLE AS THE     *
001500*    SRC-AMP-MN EMPLOYEE MAINTENANCE SCREEN.  ALSO KEEPS EACH    *
001510*    DEPARTMENT'S CONTACT ROUTE FOR THE SRC-AMP-NT VISITOR       *
001520*    ESCALATIONS AND ITS MAXIMUM OCCUPANCY FOR THE SRC-AMP-OC    *
001530*    HOURLY OCCUPANCY REPORT.                                    *
001600*                                                                *
001700*    MODIFICATION HISTORY.                                       *
001800*    DATE-WRITTEN.  2026-09-02.                                  *
001900*    2026-09-02  RSM  ORIGINAL.                                   *
001910*    2026-10-15  RSM  ASK FOR THE DEPARTMENT CONTACT ROUTE ON AN  *
001920*                     ADD AND A CHANGE.  ON A CHANGE, ENTER ALONE *
001930*                     KEEPS THE NAME OR ROUTE ON FILE.            *
001940*    2026-10-15  RSM  ASK FOR THE MAXIMUM OCCUPANCY OF THE        *
001950*                     DEPARTMENT AREA ON AN ADD AND A CHANGE.  ON *
001960*                     A CHANGE, ZERO KEEPS THE CAPACITY ON FILE.  *
001965*    2026-10-15  RSM  ON A CHANGE, AN ASTERISK CLEARS THE CONTACT *
001970*                     ROUTE AND 99999 TAKES THE CAPACITY BACK TO  *
001980*                     ZERO (NO LIMIT); BLANK AND ZERO STILL KEEP  *
001990*                     WHAT IS ON FILE.                            *
002000*                                                                *
002100******************************************************************
002200 IDENTIFICATION DIVISION.
005800
005900 01  DEPTO-CODIGO                    PIC X(04) VALUE SPACES.
006000 01  NOMBRE-NUEVO                    PIC X(20) VALUE SPACES.
006050 01  RUTA-NUEVA                      PIC X(08) VALUE SPACES.
006052     88  RUTA-A-BORRAR               VALUE "*".
006060 01  CAPACIDAD-NUEVA                 PIC 9(05) VALUE ZERO.
006062     88  CAPACIDAD-SIN-LIMITE        VALUE 99999.
006100 01  UN-TECLA                        PIC X(01) VALUE SPACE.
006200
006300 01  MSJ-MENU                        PIC X(40) VALUE
006600     "CODIGO DEL DEPTO?".
006700 01  MSJ-NOMBRE                      PIC X(30) VALUE
006800     "NOMBRE DEL DEPTO?".
006810 01  MSJ-RUTA                        PIC X(30) VALUE
006820     "RUTA DE AVISO (MENSAJERIA)?".
006830 01  MSJ-CAPACIDAD                   PIC X(30) VALUE
006840     "CAPACIDAD MAXIMA DEL AREA?".
006842 01  MSJ-RUTA-AYUDA                  PIC X(20) VALUE
006844     "(* = BORRAR)".
006846 01  MSJ-CAPACIDAD-AYUDA             PIC X(20) VALUE
006848     "(99999 = SIN LIMITE)".
006850 01  MSJ-CAPACIDAD-MALA              PIC X(30) VALUE
006860     "CAPACIDAD DEBE SER NUMERICA".
006900 01  MSJ-YA-EXISTE                   PIC X(30) VALUE
007000     "ESE DEPTO YA EXISTE".
007100 01  MSJ-NO-EXISTE                   PIC X(30) VALUE
016000     END-IF.
016100     DISPLAY MSJ-NOMBRE LINE 09 POSITION 05.
016200     ACCEPT NOMBRE-NUEVO LINE 09 POSITION 36.
016210     MOVE SPACES TO RUTA-NUEVA.
016220     DISPLAY MSJ-RUTA LINE 11 POSITION 05.
016230     ACCEPT RUTA-NUEVA LINE 11 POSITION 36.
016240     MOVE ZERO TO CAPACIDAD-NUEVA.
016250     DISPLAY MSJ-CAPACIDAD LINE 13 POSITION 05.
016260     ACCEPT CAPACIDAD-NUEVA LINE 13 POSITION 36.
016270     IF CAPACIDAD-NUEVA IS NOT NUMERIC
016280         DISPLAY MSJ-CAPACIDAD-MALA LINE 20 POSITION 05
016290         PERFORM 2900-AVISAR THRU 2900-EXIT
016295         GO TO 3000-EXIT
016297     END-IF.
016300     MOVE DEPTO-CODIGO TO DEP-CODIGO.
016400     MOVE NOMBRE-NUEVO TO DEP-NOMBRE.
016410     MOVE RUTA-NUEVA TO DEP-RUTA-AVISO.
016420     MOVE CAPACIDAD-NUEVA TO DEP-CAPACIDAD.
016500     WRITE DEP-REGISTRO.
016600     DISPLAY MSJ-APLICADO LINE 20 POSITION 05.
016700     PERFORM 2900-AVISAR THRU 2900-EXIT.
016900     EXIT.
017000
017100******************************************************************
017200*    4000-CAMBIO - RENOMBRA EL DEPTO O CAMBIA SU RUTA DE AVISO   *
017210*    O SU CAPACIDAD.  EN BLANCO (CERO LA CAPACIDAD) DEJA EL      *
017220*    VALOR ACTUAL; "*" BORRA LA RUTA Y 99999 DEJA EL AREA SIN    *
017230*    LIMITE                                                      *
017300******************************************************************
017400 4000-CAMBIO.
017500     PERFORM 2100-LEER-DEPTO THRU 2100-EXIT.
018100     DISPLAY DEP-NOMBRE LINE 08 POSITION 36.
018200     DISPLAY MSJ-NOMBRE LINE 09 POSITION 05.
018300     ACCEPT NOMBRE-NUEVO LINE 09 POSITION 36.
018310     DISPLAY DEP-RUTA-AVISO LINE 10 POSITION 36.
018320     MOVE SPACES TO RUTA-NUEVA.
018330     DISPLAY MSJ-RUTA LINE 11 POSITION 05.
018335     DISPLAY MSJ-RUTA-AYUDA LINE 11 POSITION 46.
018340     ACCEPT RUTA-NUEVA LINE 11 POSITION 36.
018342     DISPLAY DEP-CAPACIDAD LINE 12 POSITION 36.
018344     MOVE ZERO TO CAPACIDAD-NUEVA.
018346     DISPLAY MSJ-CAPACIDAD LINE 13 POSITION 05.
018347     DISPLAY MSJ-CAPACIDAD-AYUDA LINE 13 POSITION 43.
018348     ACCEPT CAPACIDAD-NUEVA LINE 13 POSITION 36.
018350     IF CAPACIDAD-NUEVA IS NOT NUMERIC
018352         DISPLAY MSJ-CAPACIDAD-MALA LINE 20 POSITION 05
018354         PERFORM 2900-AVISAR THRU 2900-EXIT
018356         GO TO 4000-EXIT
018358     END-IF.
018400     IF NOMBRE-NUEVO NOT = SPACES
018500         MOVE NOMBRE-NUEVO TO DEP-NOMBRE
018600     END-IF.
018610     IF RUTA-A-BORRAR
018615         MOVE SPACES TO DEP-RUTA-AVISO
018620     ELSE
018622         IF RUTA-NUEVA NOT = SPACES
018624             MOVE RUTA-NUEVA TO DEP-RUTA-AVISO
018626         END-IF
018630     END-IF.
018632     IF CAPACIDAD-SIN-LIMITE
018633         MOVE ZERO TO DEP-CAPACIDAD
018634     ELSE
018635         IF CAPACIDAD-NUEVA NOT = ZERO
018636             MOVE CAPACIDAD-NUEVA TO DEP-CAPACIDAD
018637         END-IF
018638     END-IF.
018640     IF NOMBRE-NUEVO NOT = SPACES OR RUTA-NUEVA NOT = SPACES
018645             OR CAPACIDAD-NUEVA NOT = ZERO
018650         REWRITE DEP-REGISTRO
018660     END-IF.
018800     DISPLAY MSJ-APLICADO LINE 20 POSITION 05.
018900     PERFORM 2900-AVISAR THRU 2900-EXIT.
019000 4000-EXIT.
