001350*    2026-08-22  RSM  ADDED THE TERMINAL ID TO THE KEY SO TWO     *
001360*                     KIOSKS WRITING AT THE SAME SECOND DO NOT    *
001370*                     COLLIDE.                                    *
001380*    2026-10-15  RSM  ADDED THE REJECTION REASON OUT OF THE       *
001390*                     FILLER - SPACE IS NOT RECOGNIZED, "V" IS    *
001395*                     A WATCH LIST HIT (SEE WATCHL.CPY).          *
001396*    2026-10-15  RSM  ADDED REASON "X" - A CONTRACTOR OR          *
001397*                     TEMPORARY BADGE PAST ITS EXPIRY DATE.       *
001400*                                                                *
001500******************************************************************
001600 01  RJT-REGISTRO.
002000     05  RJT-NOMBRE                  PIC X(15).
002100     05  RJT-BADGE                   PIC X(06).
002200     05  RJT-DEPTO                   PIC X(04).
002250     05  RJT-MOTIVO                  PIC X(01).
002260         88  RJT-NO-RECONOCIDO       VALUE SPACE.
002270         88  RJT-EN-VIGILANCIA       VALUE "V".
002280         88  RJT-VENCIDO             VALUE "X".
002300     05  FILLER                      PIC X(19).
