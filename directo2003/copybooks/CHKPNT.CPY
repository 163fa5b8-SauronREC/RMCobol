001695*                     RUNNING COUNTERS - SO SRC-AMP-BC CAN        *
001696*                     RESTART AFTER AN ABEND WITHOUT RE-LOGGING   *
001697*                     THE TRANSACTIONS IT ALREADY PROCESSED.      *
001700*    2026-10-15  RSM  ADDED THE RUNNING COUNT OF WATCH LIST       *
001720*                     REFUSALS OUT OF THE FILLER.                 *
001740*    2026-10-15  RSM  ADDED THE RUNNING COUNT OF EXPIRED-BADGE    *
001760*                     REFUSALS OUT OF THE LAST OF THE FILLER.     *
001780*                                                                *
001800******************************************************************
001900 01  CKP-REGISTRO.
002000     05  CKP-CLAVE                   PIC X(08).
002640     05  CKP-PROCESADOS              PIC 9(05).
002660     05  CKP-RECHAZADOS              PIC 9(05).
002680     05  CKP-DUPLICADOS              PIC 9(05).
002690     05  CKP-VIGILANCIA              PIC 9(05).
002700     05  CKP-VENCIDOS                PIC 9(05).
