001300*    "A" AND "I" - SO THERE IS FINALLY A CENTRAL LIST OF WHICH   *
001400*    TERMINALS SHOULD EXIST, FOR THE SRC-AMP-TA ACTIVITY         *
001500*    REPORT TO CHECK AGAINST.  SAME SCREEN STYLE AS THE          *
001600*    SRC-AMP-MN EMPLOYEE MAINTENANCE SCREEN.  ALSO KEEPS THE     *
001610*    MAXIMUM OCCUPANCY OF EACH DOOR ZONE FOR THE SRC-AMP-OC      *
001620*    HOURLY OCCUPANCY REPORT.                                    *
001700*                                                                *
001800*    MODIFICATION HISTORY.                                       *
001900*    DATE-WRITTEN.  2026-09-02.                                  *
002000*    2026-09-02  RSM  ORIGINAL.                                   *
002010*    2026-10-15  RSM  ASK FOR THE MAXIMUM OCCUPANCY OF THE DOOR   *
002020*                     ZONE ON AN ADD AND A CHANGE.  ON A CHANGE,  *
002030*                     ZERO KEEPS THE CAPACITY ON FILE.            *
002040*    2026-10-15  RSM  ON A CHANGE, 99999 TAKES THE CAPACITY BACK  *
002050*                     TO ZERO (NO LIMIT); ZERO STILL KEEPS WHAT   *
002060*                     IS ON FILE.                                 *
002100*                                                                *
002200******************************************************************
002300 IDENTIFICATION DIVISION.
006100 01  DESCRIPCION-NUEVA               PIC X(20) VALUE SPACES.
006200 01  TURNOS-NUEVOS                   PIC X(03) VALUE SPACES.
006300 01  ESTADO-NUEVO                    PIC X(01) VALUE SPACE.
006310 01  CAPACIDAD-NUEVA                 PIC 9(05) VALUE ZERO.
006320     88  CAPACIDAD-SIN-LIMITE        VALUE 99999.
006400 01  UN-TECLA                        PIC X(01) VALUE SPACE.
006500
006600 01  MSJ-MENU                        PIC X(40) VALUE
007300     "TURNOS ESPERADOS (EJ 123)?".
007400 01  MSJ-ESTADO                      PIC X(30) VALUE
007500     "ESTADO NUEVO (A/I)?".
007510 01  MSJ-CAPACIDAD                   PIC X(30) VALUE
007520     "CAPACIDAD MAXIMA DE LA ZONA?".
007522 01  MSJ-CAPACIDAD-AYUDA             PIC X(20) VALUE
007524     "(99999 = SIN LIMITE)".
007530 01  MSJ-CAPACIDAD-MALA              PIC X(30) VALUE
007540     "CAPACIDAD DEBE SER NUMERICA".
007600 01  MSJ-YA-EXISTE                   PIC X(30) VALUE
007700     "ESA TERMINAL YA EXISTE".
007800 01  MSJ-NO-EXISTE                   PIC X(30) VALUE
017100     ACCEPT DESCRIPCION-NUEVA LINE 09 POSITION 36.
017200     DISPLAY MSJ-TURNOS LINE 10 POSITION 05.
017300     ACCEPT TURNOS-NUEVOS LINE 10 POSITION 36.
017310     MOVE ZERO TO CAPACIDAD-NUEVA.
017320     DISPLAY MSJ-CAPACIDAD LINE 11 POSITION 05.
017330     ACCEPT CAPACIDAD-NUEVA LINE 11 POSITION 36.
017340     IF CAPACIDAD-NUEVA IS NOT NUMERIC
017350         DISPLAY MSJ-CAPACIDAD-MALA LINE 20 POSITION 05
017360         PERFORM 2900-AVISAR THRU 2900-EXIT
017370         GO TO 3000-EXIT
017380     END-IF.
017400     MOVE TERMINAL-ID TO TRM-ID.
017500     MOVE DESCRIPCION-NUEVA TO TRM-DESCRIPCION.
017600     MOVE TURNOS-NUEVOS TO TRM-TURNOS.
017700     MOVE "A" TO TRM-ESTADO.
017710     MOVE CAPACIDAD-NUEVA TO TRM-CAPACIDAD.
017800     WRITE TRM-REGISTRO.
017900     DISPLAY MSJ-APLICADO LINE 20 POSITION 05.
018000     PERFORM 2900-AVISAR THRU 2900-EXIT.
018200     EXIT.
018300
018400******************************************************************
018500*    4000-CAMBIO - CAMBIA DESCRIPCION, TURNOS Y/O CAPACIDAD; EN  *
018600*    BLANCO (CERO LA CAPACIDAD) DEJA EL VALOR ACTUAL; 99999      *
018650*    DEJA LA ZONA SIN LIMITE                                     *
018700******************************************************************
018800 4000-CAMBIO.
018900     PERFORM 2100-LEER-TERMINAL THRU 2100-EXIT.
019800     ACCEPT DESCRIPCION-NUEVA LINE 09 POSITION 36.
019900     DISPLAY MSJ-TURNOS LINE 10 POSITION 05.
020000     ACCEPT TURNOS-NUEVOS LINE 10 POSITION 36.
020010     IF TRM-CAPACIDAD IS NUMERIC
020020         DISPLAY TRM-CAPACIDAD LINE 08 POSITION 63
020030     END-IF.
020040     MOVE ZERO TO CAPACIDAD-NUEVA.
020050     DISPLAY MSJ-CAPACIDAD LINE 11 POSITION 05.
020055     DISPLAY MSJ-CAPACIDAD-AYUDA LINE 11 POSITION 43.
020060     ACCEPT CAPACIDAD-NUEVA LINE 11 POSITION 36.
020070     IF CAPACIDAD-NUEVA IS NOT NUMERIC
020080         DISPLAY MSJ-CAPACIDAD-MALA LINE 20 POSITION 05
020090         PERFORM 2900-AVISAR THRU 2900-EXIT
020092         GO TO 4000-EXIT
020094     END-IF.
020100     IF DESCRIPCION-NUEVA NOT = SPACES
020200         MOVE DESCRIPCION-NUEVA TO TRM-DESCRIPCION
020300     END-IF.
020400     IF TURNOS-NUEVOS NOT = SPACES
020500         MOVE TURNOS-NUEVOS TO TRM-TURNOS
020600     END-IF.
020610     IF CAPACIDAD-SIN-LIMITE
020615         MOVE ZERO TO TRM-CAPACIDAD
020620     ELSE
020622         IF CAPACIDAD-NUEVA NOT = ZERO
020624             MOVE CAPACIDAD-NUEVA TO TRM-CAPACIDAD
020626         END-IF
020630     END-IF.
020700     REWRITE TRM-REGISTRO.
020800     DISPLAY MSJ-APLICADO LINE 20 POSITION 05.
020900     PERFORM 2900-AVISAR THRU 2900-EXIT.
