000100******************************************************************
000200*                                                                *
000300*    WATCHL.CPY                                                 *
000400*                                                                *
000500*    RECORD LAYOUT FOR THE SECURITY WATCH LIST (WATCHL).  ONE    *
000600*    RECORD PER BADGE OR PER NAME THAT SECURITY WANTS STOPPED    *
000700*    AT THE DOOR, KEYED BY THE KIND OF ENTRY ("G" = BADGE,       *
000800*    "N" = NAME) AND THE BADGE OR NAME ITSELF, WITH THE REASON,  *
000900*    THE DATES THE ENTRY IS IN FORCE (A ZERO HASTA DATE MEANS    *
001000*    UNTIL FURTHER NOTICE) AND THE BADGE OF WHOEVER ENTERED OR   *
001100*    LAST CHANGED IT.  MAINTAINED BY THE SRC-AMP-VG SCREEN;      *
001200*    SRC-AMP-VL REFUSES A SIGN-IN THAT MATCHES AN ENTRY IN       *
001300*    FORCE AND WRITES A PRIORITY RECORD TO THE SECALR SECURITY   *
001400*    ALERT FILE.                                                 *
001500*                                                                *
001600*    MODIFICATION HISTORY.                                       *
001700*    DATE-WRITTEN.  2026-10-15.                                  *
001800*    2026-10-15  RSM  ORIGINAL RECORD.                            *
001900*                                                                *
002000******************************************************************
002100 01  VIG-REGISTRO.
002200     05  VIG-CLAVE.
002300         10  VIG-TIPO                PIC X(01).
002400             88  VIG-ES-GAFETE       VALUE "G".
002500             88  VIG-ES-NOMBRE       VALUE "N".
002600         10  VIG-IDENTIFICADOR       PIC X(15).
002700     05  VIG-MOTIVO                  PIC X(30).
002800     05  VIG-FECHA-DESDE             PIC 9(08).
002900     05  VIG-FECHA-HASTA             PIC 9(08).
003000     05  VIG-USUARIO                 PIC X(06).
003100     05  VIG-FECHA-CAPTURA           PIC 9(08).
003200     05  FILLER                      PIC X(04).
