000100******************************************************************
000200*                                                                *
000300*    CORAUD.CPY                                                 *
000400*                                                                *
000500*    RECORD LAYOUT FOR THE MOVEMENT CORRECTION AUDIT FILE        *
000600*    (CORAUD), WRITTEN BY THE SRC-AMP-CO SUPERVISOR SCREEN.      *
000700*    ONE RECORD PER CORRECTION, KEYED BY THE DATE AND TIME IT    *
000800*    WAS KEYED, WITH THE SUPERVISOR'S INITIALS, THE REASON       *
000900*    CODE, AND THE SGNLOG MOVEMENT BEFORE AND AFTER - AN ADDED   *
001000*    ENTRADA OR SALIDA HAS A BLANK BEFORE IMAGE, A VOIDED        *
001100*    MOVEMENT A BLANK AFTER IMAGE.  ADDED MOVEMENTS CARRY THE    *
001200*    RESERVED TERMINAL ID "CORRSUPV" ON SGNLOG.  THE NIGHTLY     *
001300*    SRC-AMP-AJ RUN READS THE DAY'S RECORDS TO BUILD THE HR      *
001400*    ADJUSTMENT FEED AND RE-ISSUE THE CORRECTED DAYS.            *
001500*                                                                *
001600*    MODIFICATION HISTORY.                                       *
001700*    DATE-WRITTEN.  2026-10-15.                                  *
001800*    2026-10-15  RSM  ORIGINAL RECORD.                            *
001900*                                                                *
002000******************************************************************
002100 01  COR-REGISTRO.
002200     05  COR-CLAVE.
002300         10  COR-FECHA               PIC 9(08).
002400         10  COR-HORA                PIC 9(08).
002500     05  COR-SUPERVISOR              PIC X(03).
002600     05  COR-ACCION                  PIC X(01).
002700         88  COR-ALTA-ENTRADA        VALUE "E".
002800         88  COR-ALTA-SALIDA         VALUE "S".
002900         88  COR-ANULACION           VALUE "N".
003000     05  COR-MOTIVO                  PIC 9(02).
003100     05  COR-BADGE                   PIC X(06).
003200     05  COR-NOMBRE                  PIC X(15).
003300     05  COR-DEPTO                   PIC X(04).
003400     05  COR-FECHA-MOVIMIENTO        PIC 9(08).
003500     05  COR-ANTES.
003600         10  COR-ANT-HORA            PIC 9(08).
003700         10  COR-ANT-TERMINAL        PIC X(08).
003800         10  COR-ANT-DIRECCION       PIC X(01).
003900     05  COR-DESPUES.
004000         10  COR-NVO-HORA            PIC 9(08).
004100         10  COR-NVO-TERMINAL        PIC X(08).
004200         10  COR-NVO-DIRECCION       PIC X(01).
004300     05  FILLER                      PIC X(10).
