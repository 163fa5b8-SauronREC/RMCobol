000100******************************************************************
000200*                                                                *
000300*    KSKSPL.CPY                                                 *
000400*                                                                *
000500*    RECORD LAYOUT FOR THE KIOSK LOCAL SPOOL (KSKSPL).  WHEN     *
000600*    THE SHARED SGNLOG, VISLOG OR SGNEXC FILE IS LOCKED OR CAN   *
000700*    NOT BE REACHED, SRC-AMP-IO WRITES THE MOVEMENT HERE, ON     *
000800*    THE KIOSK ITSELF, INSTEAD OF LOSING IT.  SRC-AMP-SP LATER   *
000900*    LOADS THE SPOOLED RECORDS INTO THE CENTRAL FILES IN TIME    *
001000*    ORDER.  EACH RECORD LEADS WITH THE TERMCFG TERMINAL ID OF   *
001100*    THE KIOSK THAT SPOOLED IT, SO THE SPOOLS OF SEVERAL KIOSKS  *
001200*    CAN BE READ TOGETHER.  SPL-TIPO SAYS WHICH CENTRAL FILE     *
001300*    THE RECORD BELONGS IN; THE FIELDS THAT FILE DOES NOT        *
001400*    CARRY ARE LEFT BLANK OR ZERO.  ON A VISITOR RECORD          *
001450*    SPL-BADGE IS THE HOST EMPLOYEE'S BADGE.                     *
001500*                                                                *
001600*    MODIFICATION HISTORY.                                       *
001700*    DATE-WRITTEN.  2026-10-15.                                  *
001800*    2026-10-15  RSM  ORIGINAL RECORD.                            *
001900*                                                                *
002000******************************************************************
002100 01  SPL-REGISTRO.
002200     05  SPL-CLAVE.
002300         10  SPL-TERMINAL            PIC X(08).
002400         10  SPL-FECHA               PIC 9(08).
002500         10  SPL-HORA                PIC 9(08).
002600     05  SPL-TIPO                    PIC X(01).
002700         88  SPL-ES-BITACORA         VALUE "L".
002800         88  SPL-ES-VISITA           VALUE "V".
002900         88  SPL-ES-EXCEPCION        VALUE "X".
003000     05  SPL-NOMBRE                  PIC X(15).
003200     05  SPL-BADGE                   PIC X(06).
003300     05  SPL-DEPTO                   PIC X(04).
003400     05  SPL-DIRECCION               PIC X(01).
003500         88  SPL-ES-ENTRADA          VALUES "E" SPACE.
003600         88  SPL-ES-SALIDA           VALUE "S".
003700     05  SPL-COMPANIA                PIC X(20).
003800     05  SPL-HORA-ANTERIOR           PIC 9(08).
003900     05  SPL-MOTIVO                  PIC X(01).
