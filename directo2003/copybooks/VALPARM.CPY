001297*                     VALID SIGN-IN FALLS OUTSIDE THE WINDOW OF   *
001298*                     THE EMPLOYEE'S SHIFT, SO THE CALLER CAN     *
001299*                     WRITE THE SGNEXC EXCEPTION.                 *
001300*    2026-10-15  RSM  ADDED THE "V" MODE - WATCH LIST CHECK ONLY  *
001310*                     ON THE NAME, FOR THE VISITOR PATH - AND     *
001320*                     THE REJECTION REASON, SO THE CALLER CAN     *
001330*                     TELL A WATCH LIST REFUSAL FROM AN           *
001340*                     UNRECOGNIZED SIGN-IN.                       *
001350*    2026-10-15  RSM  ADDED REASON "X" - THE BADGE HAS EXPIRED.   *
001360*                                                                *
001400******************************************************************
001500 01  PARM-DATOS-VALIDACION.
001600     05  PARM-NOMBRE                 PIC X(15).
002060     05  PARM-MODO                   PIC X(01).
002070         88  PARM-MODO-EMPLEADO      VALUES "E" SPACE.
002080         88  PARM-MODO-ANFITRION     VALUE "A".
002090         88  PARM-MODO-VIGILANCIA    VALUE "V".
002100     05  PARM-VALIDADO               PIC X(01).
002200         88  PARM-ES-VALIDO          VALUE "S".
002300         88  PARM-NO-VALIDO          VALUE "N".
002400     05  PARM-FUERA-TURNO            PIC X(01).
002500         88  PARM-ESTA-FUERA-TURNO   VALUE "S".
002600         88  PARM-DENTRO-TURNO       VALUES "N" SPACE.
002700     05  PARM-MOTIVO                 PIC X(01).
002800         88  PARM-SIN-MOTIVO         VALUE SPACE.
002900         88  PARM-EN-VIGILANCIA      VALUE "V".
003000         88  PARM-VENCIDO            VALUE "X".
