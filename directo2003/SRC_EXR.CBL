000900*                                                                *
001000*    SGNEXC EXCEPTION REVIEW SCREEN FOR THE SHIFT SUPERVISOR.    *
001100*    WALKS THE DAY'S SGNEXC RECORDS (SAME-DAY REPEATS "R" AND    *
001200*    OUT-OF-SHIFT SIGN-INS "F", AND THE BROKEN MOVEMENT          *
001210*    SEQUENCES "D", "T" AND "S" FROM SRC-AMP-SQ) ONE AT A TIME   *
001220*    AND LETS THE SUPERVISOR MARK EACH ONE CLEARED ("C"),        *
001300*    ESCALATED TO SECURITY ("E") OR STILL PENDING ("P"), WITH    *
001400*    THEIR INITIALS AND A SHORT NOTE, SO SECURITY'S "WHAT        *
001500*    HAPPENED WITH THE ENTRY ON THE 14TH" HAS AN ANSWER ON       *
001600*    FILE.  THE SESSION ASKS WHICH DATE TO REVIEW (ENTER ALONE   *
001650*    IS TODAY), SO YESTERDAY'S PENDING EXCEPTIONS FROM THE       *
001660*    SRC-AMP-EG AGING REPORT CAN BE DISPOSITIONED TOO.  ENTER    *
001670*    ALONE ON A RECORD LEAVES IT AS IT IS; "X" ENDS THE SESSION. *
001700*    SAME SCREEN STYLE AS THE SRC-AMP-MN MAINTENANCE SCREEN.     *
001900*                                                                *
002000*    MODIFICATION HISTORY.                                       *
002100*    DATE-WRITTEN.  2026-09-02.                                  *
002220*                     LOCKING THE WALK TO TODAY - THE AGED        *
002230*                     EXCEPTIONS ON THE SRC-AMP-EG REPORT WERE    *
002240*                     UNREACHABLE FROM THIS SCREEN.               *
002250*    2026-10-15  RSM  SHOW THE MOVEMENT-SEQUENCE REASONS "D",     *
002260*                     "T" AND "S" WRITTEN BY SRC-AMP-SQ.          *
002300*                                                                *
002400******************************************************************
002500 IDENTIFICATION DIVISION.
008800     "REPETIDO    ".
008900 01  TEXTO-FUERA-TURNO               PIC X(12) VALUE
009000     "FUERA TURNO ".
009010 01  TEXTO-DOBLE-ENTRADA             PIC X(12) VALUE
009020     "ENT. DOBLE  ".
009030 01  TEXTO-SIMULTANEA                PIC X(12) VALUE
009040     "ENT. SIMULT.".
009050 01  TEXTO-SIN-ENTRADA               PIC X(12) VALUE
009060     "SAL SIN ENT.".
009100
009200 PROCEDURE DIVISION.
009300******************************************************************
016900     IF EXC-ES-FUERA-TURNO
017000         MOVE TEXTO-FUERA-TURNO TO TEXTO-MOTIVO
017100     ELSE
017110         IF EXC-ES-DOBLE-ENTRADA
017120             MOVE TEXTO-DOBLE-ENTRADA TO TEXTO-MOTIVO
017130         ELSE
017140             IF EXC-ES-SIMULTANEA
017150                 MOVE TEXTO-SIMULTANEA TO TEXTO-MOTIVO
017160             ELSE
017170                 IF EXC-ES-SIN-ENTRADA
017180                     MOVE TEXTO-SIN-ENTRADA TO TEXTO-MOTIVO
017190                 ELSE
017200                     MOVE TEXTO-REPETIDO TO TEXTO-MOTIVO
017210                 END-IF
017220             END-IF
017230         END-IF
017300     END-IF.
017400     DISPLAY EXC-FECHA LINE 05 POSITION 05 ERASE.
017500     DISPLAY EXC-HORA LINE 05 POSITION 15.
