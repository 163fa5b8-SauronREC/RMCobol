000100******************************************************************
000200*                                                                *
000300*    NTFQUE.CPY                                                 *
000400*                                                                *
000500*    RECORD LAYOUT FOR THE OUTBOUND NOTIFICATION QUEUE           *
000600*    (NTFQUE).  RECORDS ARE APPENDED HERE FOR THE SITE           *
000700*    MESSAGING GATEWAY TO PICK UP AND DELIVER; NOTHING IN THIS   *
000800*    SYSTEM READS THEM BACK.  TWO KINDS OF RECORD -              *
000900*      "L"  VISITOR ARRIVAL.  WRITTEN BY THE SRC-AMP-IO KIOSK    *
001000*           EACH TIME A VISITOR'S ENTRADA IS LOGGED, ADDRESSED   *
001100*           TO THE HOST'S BADGE;                                 *
001200*      "X"  ESCALATION.  WRITTEN BY THE SRC-AMP-NT INTRADAY      *
001300*           SWEEP, ADDRESSED TO THE CONTACT ROUTE OF THE HOST'S  *
001400*           DEPARTMENT (DEP-RUTA-AVISO ON DEPMST), WHEN THE      *
001500*           VISITOR HAS BEEN INSIDE PAST THE LIMIT ("T") OR THE  *
001600*           HOST'S OWN LAST MOVEMENT IS A SALIDA ("A").          *
001700*    NTF-FECHA/NTF-HORA ARE THE VISITOR'S ENTRADA; NTF-HORA-     *
001800*    AVISO IS WHEN THE RECORD WAS QUEUED.  NTF-MINUTOS IS THE    *
001900*    TIME INSIDE SO FAR AND NTF-DEPTO THE HOST'S DEPARTMENT;     *
002000*    BOTH ARE LEFT ZERO/BLANK ON AN ARRIVAL.                     *
002100*                                                                *
002200*    MODIFICATION HISTORY.                                       *
002300*    DATE-WRITTEN.  2026-10-15.                                  *
002400*    2026-10-15  RSM  ORIGINAL RECORD.                            *
002500*                                                                *
002600******************************************************************
002700 01  NTF-REGISTRO.
002800     05  NTF-TIPO                    PIC X(01).
002900         88  NTF-ES-LLEGADA          VALUE "L".
003000         88  NTF-ES-ESCALAMIENTO     VALUE "X".
003100     05  NTF-MOTIVO                  PIC X(01).
003200         88  NTF-POR-TIEMPO          VALUE "T".
003300         88  NTF-ANFITRION-SALIO     VALUE "A".
003400     05  NTF-DESTINO                 PIC X(08).
003500     05  NTF-FECHA                   PIC 9(08).
003600     05  NTF-HORA                    PIC 9(08).
003700     05  NTF-HORA-AVISO              PIC 9(08).
003800     05  NTF-VISITANTE               PIC X(15).
003900     05  NTF-COMPANIA                PIC X(20).
004000     05  NTF-HOST-BADGE              PIC X(06).
004100     05  NTF-DEPTO                   PIC X(04).
004200     05  NTF-TERMINAL                PIC X(08).
004300     05  NTF-TERMINAL-DESC           PIC X(20).
004400     05  NTF-MINUTOS                 PIC 9(04).
004500     05  FILLER                      PIC X(09).
