000100******************************************************************
000200*                                                                *
000300*    EVALST.CPY                                                 *
000400*                                                                *
000500*    RECORD LAYOUT FOR THE EVACUATION ROLL-CALL FILE (EVALST).   *
000600*    WHEN AN EVENT IS OPENED ON THE SRC-AMP-PA SCREEN ONE        *
000700*    RECORD IS WRITTEN HERE FOR EVERY EMPLOYEE (BY BADGE) AND    *
000800*    EVERY VISITOR (BY NAME, FROM VISLOG) ON PREMISES AT THAT    *
000900*    MOMENT - THE SAME PEOPLE THE SRC-AMP-MU MUSTER LIST PRINTS  *
001000*    - MARKED PENDING.  AS EACH PERSON CHECKS IN AT A MUSTER     *
001100*    POINT THE MARSHAL'S ENTRY STAMPS THE RECORD WITH THE POINT  *
001200*    AND THE TIME.  SOMEONE WHO CHECKS IN BUT WAS NOT IN THE     *
001300*    SNAPSHOT GETS A RECORD OF THEIR OWN MARKED OFF THE LIST.    *
001400*    KEYED BY EVENT, PERSON TYPE AND BADGE OR VISITOR NAME.      *
001500*                                                                *
001600*    MODIFICATION HISTORY.                                       *
001700*    DATE-WRITTEN.  2026-10-15.                                  *
001800*    2026-10-15  RSM  ORIGINAL RECORD.                            *
001900*                                                                *
002000******************************************************************
002100 01  EVL-REGISTRO.
002200     05  EVL-CLAVE.
002300         10  EVL-EVENTO.
002400             15  EVL-EVT-FECHA       PIC 9(08).
002500             15  EVL-EVT-HORA        PIC 9(08).
002600         10  EVL-TIPO                PIC X(01).
002700             88  EVL-EMPLEADO        VALUE "E".
002800             88  EVL-VISITANTE       VALUE "V".
002900         10  EVL-IDENTIFICADOR       PIC X(15).
003000     05  EVL-NOMBRE                  PIC X(15).
003100     05  EVL-BADGE                   PIC X(06).
003200     05  EVL-DEPTO                   PIC X(04).
003300     05  EVL-COMPANIA                PIC X(20).
003400     05  EVL-HOST-BADGE              PIC X(06).
003500     05  EVL-EN-LISTA                PIC X(01).
003600         88  EVL-DE-LA-LISTA         VALUE "S".
003700         88  EVL-FUERA-DE-LISTA      VALUE "N".
003800     05  EVL-ESTADO                  PIC X(01).
003900         88  EVL-PENDIENTE           VALUE "P".
004000         88  EVL-REPORTADO           VALUE "R".
004100     05  EVL-PUNTO                   PIC X(04).
004200     05  EVL-FECHA-REPORTE           PIC 9(08).
004300     05  EVL-HORA-REPORTE            PIC 9(08).
004400     05  EVL-MARISCAL                PIC X(03).
004500     05  FILLER                      PIC X(10).
