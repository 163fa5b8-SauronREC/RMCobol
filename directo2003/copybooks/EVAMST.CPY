000100******************************************************************
000200*                                                                *
000300*    EVAMST.CPY                                                 *
000400*                                                                *
000500*    RECORD LAYOUT FOR THE EVACUATION EVENT FILE (EVAMST).       *
000600*    ONE RECORD PER EVACUATION OR DRILL, OPENED BY A MARSHAL ON  *
000700*    THE SRC-AMP-PA ROLL-CALL SCREEN AND KEYED BY THE DATE AND   *
000800*    TIME IT WAS OPENED.  THE COUNTS ARE THE ON-PREMISES         *
000900*    SNAPSHOT TAKEN AT THAT MOMENT (EVALST.CPY).  RECORDS ARE    *
001000*    NEVER DELETED - THEY ARE THE DRILL HISTORY SHOWN AT AUDIT   *
001100*    TIME BY SRC-AMP-PR.                                         *
001200*                                                                *
001300*    MODIFICATION HISTORY.                                       *
001400*    DATE-WRITTEN.  2026-10-15.                                  *
001500*    2026-10-15  RSM  ORIGINAL RECORD.                            *
001600*                                                                *
001700******************************************************************
001800 01  EVA-REGISTRO.
001900     05  EVA-CLAVE.
002000         10  EVA-FECHA               PIC 9(08).
002100         10  EVA-HORA                PIC 9(08).
002200     05  EVA-TIPO                    PIC X(01).
002300         88  EVA-SIMULACRO           VALUE "S".
002400         88  EVA-REAL                VALUE "R".
002500     05  EVA-ESTADO                  PIC X(01).
002600         88  EVA-ABIERTO             VALUE "A".
002700         88  EVA-CERRADO             VALUE "C".
002800     05  EVA-ABRIO                   PIC X(03).
002900     05  EVA-EMPLEADOS               PIC 9(05).
003000     05  EVA-VISITANTES              PIC 9(05).
003100     05  EVA-FECHA-CIERRE            PIC 9(08).
003200     05  EVA-HORA-CIERRE             PIC 9(08).
003300     05  EVA-CERRO                   PIC X(03).
003400     05  FILLER                      PIC X(10).
