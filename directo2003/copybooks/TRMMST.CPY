001700*    MODIFICATION HISTORY.                                       *
001800*    DATE-WRITTEN.  2026-09-02.                                  *
001900*    2026-09-02  RSM  ORIGINAL RECORD.                            *
001910*    2026-10-15  RSM  ADDED THE MAXIMUM OCCUPANCY OF THE DOOR     *
001920*                     ZONE OUT OF THE FILLER FOR THE SRC-AMP-OC   *
001930*                     HOURLY OCCUPANCY REPORT.  ZERO MEANS NO     *
001940*                     LIMIT ON FILE.                              *
002000*                                                                *
002100******************************************************************
002200 01  TRM-REGISTRO.
002600     05  TRM-ESTADO                  PIC X(01).
002700         88  TRM-ACTIVO              VALUE "A".
002800         88  TRM-INACTIVO            VALUE "I".
002900     05  TRM-CAPACIDAD               PIC 9(05).
003000     05  FILLER                      PIC X(03).
