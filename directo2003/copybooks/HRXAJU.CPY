000100******************************************************************
000200*                                                                *
000300*    HRXAJU.CPY                                                 *
000400*                                                                *
000500*    FIXED-WIDTH INTERFACE RECORD FOR THE HR/PAYROLL MOVEMENT    *
000600*    ADJUSTMENT FEED (HRAJUTF).  ONE 80-BYTE RECORD PER          *
000700*    SUPERVISOR CORRECTION KEYED THAT DAY ON SRC-AMP-CO, WITH    *
000800*    THE DAY CORRECTED, THE ACTION (E/S = ENTRADA/SALIDA ADDED,  *
000900*    N = MOVEMENT VOIDED), THE OLD AND NEW TIMES, THE REASON     *
001000*    CODE AND THE SUPERVISOR'S INITIALS.  THE CORRECTED DAY'S    *
001100*    TIME ON SITE GOES IN THE SAME RUN AS A RE-ISSUED HRDURTF    *
001200*    RECORD (HRXDUR.CPY) THAT REPLACES THE ONE SENT BEFORE.      *
001300*                                                                *
001400*    MODIFICATION HISTORY.                                       *
001500*    DATE-WRITTEN.  2026-10-15.                                  *
001600*    2026-10-15  RSM  ORIGINAL RECORD.                            *
001700*                                                                *
001800******************************************************************
001900 01  HR-REGISTRO-AJUSTE.
002000     05  HRA-FECHA-MOVIMIENTO        PIC 9(08).
002100     05  HRA-BADGE                   PIC X(06).
002200     05  HRA-NOMBRE                  PIC X(15).
002300     05  HRA-DEPTO                   PIC X(04).
002400     05  HRA-ACCION                  PIC X(01).
002500         88  HRA-ALTA-ENTRADA        VALUE "E".
002600         88  HRA-ALTA-SALIDA         VALUE "S".
002700         88  HRA-ANULACION           VALUE "N".
002800     05  HRA-DIRECCION               PIC X(01).
002900     05  HRA-HORA-ANTERIOR           PIC 9(08).
003000     05  HRA-HORA-NUEVA              PIC 9(08).
003100     05  HRA-MOTIVO                  PIC 9(02).
003200     05  HRA-SUPERVISOR              PIC X(03).
003300     05  HRA-FECHA-CAPTURA           PIC 9(08).
003400     05  FILLER                      PIC X(16).
