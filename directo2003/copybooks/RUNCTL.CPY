000100******************************************************************
000200*                                                                *
000300*    RUNCTL.CPY                                                 *
000400*                                                                *
000500*    RECORD LAYOUT FOR THE BATCH RUN-CONTROL LOG (RUNCTL).       *
000600*    EVERY BATCH PROGRAM FILLS THIS RECORD IN AS IT RUNS AND     *
000700*    CALLS SRC-AMP-RC AT THE END TO APPEND IT TO THE LOG, SO     *
000800*    THE SRC-AMP-CU BALANCING REPORT CAN SEE WHICH JOBS RAN,     *
000900*    FOR WHAT DATE, HOW THEY ENDED AND WHAT THEY COUNTED.        *
001000*    THE SAME LAYOUT IS THE CALL PARAMETER OF SRC-AMP-RC.        *
001100*    RCT-FECHA-CORRIDA IS THE DAY THE JOB RAN; RCT-FECHA-        *
001200*    PROCESO IS THE DAY ITS DATA BELONGS TO (THE PARAMETER       *
001300*    CARD DATE WHERE THE JOB TAKES ONE).  UP TO FOUR CONTROL     *
001400*    COUNTS, EACH WITH A SHORT LABEL; UNUSED ONES ARE LEFT       *
001500*    BLANK AND ZERO.  RCT-ESTADO IS "N" NORMAL, "A" ENDED WITH   *
001600*    WARNINGS (A TABLE FILLED UP, RECORDS SKIPPED) OR "F" A      *
001700*    FILE THE JOB NEEDS COULD NOT BE OPENED.                     *
001800*                                                                *
001900*    MODIFICATION HISTORY.                                       *
002000*    DATE-WRITTEN.  2026-10-15.                                  *
002100*    2026-10-15  RSM  ORIGINAL RECORD.                            *
002200*                                                                *
002300******************************************************************
002400 01  RCT-REGISTRO.
002500     05  RCT-PROGRAMA                PIC X(10).
002600     05  RCT-FECHA-CORRIDA           PIC 9(08).
002700     05  RCT-FECHA-PROCESO           PIC 9(08).
002800     05  RCT-HORA-INICIO             PIC 9(08).
002900     05  RCT-HORA-FIN                PIC 9(08).
003000     05  RCT-ESTADO                  PIC X(01).
003100         88  RCT-NORMAL              VALUE "N".
003200         88  RCT-CON-AVISOS          VALUE "A".
003300         88  RCT-FALLIDO             VALUE "F".
003400     05  RCT-CONTEO OCCURS 4 TIMES.
003500         10  RCT-ETIQUETA            PIC X(08).
003600         10  RCT-CUENTA              PIC 9(07).
003700     05  FILLER                      PIC X(17).
