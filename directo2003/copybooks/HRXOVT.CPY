000100******************************************************************
000200*                                                                *
000300*    HRXOVT.CPY                                                 *
000400*                                                                *
000500*    FIXED-WIDTH INTERFACE RECORD FOR THE WEEKLY OVERTIME        *
000600*    EXTRACT TO HR/PAYROLL (HREXTTF), WRITTEN BY SRC-AMP-SM.     *
000700*    ONE 80-BYTE RECORD PER EMPLOYEE WHOSE WORKED TIME IN THE    *
000800*    PERIOD IS OVER THE WEEKLY THRESHOLD ON THE SEMPARM CARD.    *
000900*    TIMES ARE IN MINUTES; THE OVERTIME IS ALSO GIVEN IN HOURS   *
001000*    WITH TWO DECIMALS, THE WAY OVERTIME APPROVAL WORKS IT.      *
001100*    TARDINESS AND EARLY DEPARTURE ARE MEASURED AGAINST THE      *
001200*    SHIFT ON THE EMPLOYEE'S MASTER RECORD (SHFTTB.CPY).         *
001300*                                                                *
001400*    MODIFICATION HISTORY.                                       *
001500*    DATE-WRITTEN.  2026-10-15.                                  *
001600*    2026-10-15  RSM  ORIGINAL RECORD.                            *
001700*                                                                *
001800******************************************************************
001900 01  HR-REGISTRO-EXTRA.
002000     05  HRO-FECHA-DESDE             PIC 9(08).
002100     05  HRO-FECHA-HASTA             PIC 9(08).
002200     05  HRO-BADGE                   PIC X(06).
002300     05  HRO-NOMBRE                  PIC X(15).
002400     05  HRO-DEPTO                   PIC X(04).
002500     05  HRO-TURNO                   PIC X(01).
002600     05  HRO-MINUTOS-TRABAJADOS      PIC 9(05).
002700     05  HRO-MINUTOS-UMBRAL          PIC 9(05).
002800     05  HRO-MINUTOS-EXTRA           PIC 9(05).
002900     05  HRO-HORAS-EXTRA             PIC 9(03)V9(02).
003000     05  HRO-MINUTOS-TARDE           PIC 9(05).
003100     05  HRO-LLEGADAS-TARDE          PIC 9(03).
003200     05  HRO-MINUTOS-ANTICIPO        PIC 9(05).
003300     05  FILLER                      PIC X(05).
