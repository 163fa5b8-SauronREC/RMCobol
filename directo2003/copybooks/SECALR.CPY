000100******************************************************************
000200*                                                                *
000300*    SECALR.CPY                                                 *
000400*                                                                *
000500*    RECORD LAYOUT FOR THE SECURITY ALERT FILE (SECALR).  ONE    *
000600*    RECORD EACH TIME A SIGN-IN IS REFUSED BECAUSE IT MATCHES    *
000700*    AN ENTRY IN FORCE ON THE WATCHL WATCH LIST.  WRITTEN BY     *
000800*    SRC-AMP-VL FOR THE KIOSKS AND THE SRC-AMP-BC BATCH DRIVER,  *
000900*    KEYED LIKE SGNRJT BY DATE, TIME AND THE TERMINAL THE        *
001000*    ATTEMPT CAME FROM, AND LISTED FOR THE GUARD DESK BY         *
001100*    SRC-AMP-AL.  ALR-PRIORIDAD "1" IS THE HIGHEST.              *
001200*                                                                *
001300*    MODIFICATION HISTORY.                                       *
001400*    DATE-WRITTEN.  2026-10-15.                                  *
001500*    2026-10-15  RSM  ORIGINAL RECORD.                            *
001600*                                                                *
001700******************************************************************
001800 01  ALR-REGISTRO.
001900     05  ALR-CLAVE.
002000         10  ALR-FECHA               PIC 9(08).
002100         10  ALR-HORA                PIC 9(08).
002200         10  ALR-TERMINAL            PIC X(08).
002300     05  ALR-PRIORIDAD               PIC X(01).
002400         88  ALR-PRIORIDAD-ALTA      VALUE "1".
002500     05  ALR-ORIGEN                  PIC X(01).
002600         88  ALR-ES-EMPLEADO         VALUE "E".
002700         88  ALR-ES-VISITANTE        VALUE "V".
002800     05  ALR-NOMBRE                  PIC X(15).
002900     05  ALR-BADGE                   PIC X(06).
003000     05  ALR-DEPTO                   PIC X(04).
003100     05  ALR-TIPO-COINCIDENCIA       PIC X(01).
003200         88  ALR-POR-GAFETE          VALUE "G".
003300         88  ALR-POR-NOMBRE          VALUE "N".
003400     05  ALR-MOTIVO                  PIC X(30).
003500     05  FILLER                      PIC X(10).
