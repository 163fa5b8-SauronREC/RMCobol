001250*    2026-08-22  RSM  ADDED THE SHIFT CODE (SEE SHFTTB.CPY FOR    *
001260*                     THE SHIFT WINDOWS).  A SPACE MEANS NO       *
001270*                     ASSIGNED SHIFT AND NO WINDOW CHECK.         *
001280*    2026-10-15  RSM  ADDED THE BADGE TYPE (EMPLOYEE, CONTRACTOR  *
001282*                     OR TEMPORARY) AND THE BADGE EXPIRY DATE     *
001284*                     OUT OF THE FILLER, AND THE COMPANY NAME     *
001286*                     FOR NON-EMPLOYEE BADGES AT THE END.  THE    *
001288*                     RECORD GROWS FROM 36 TO 56 BYTES - EMPMST   *
001290*                     IS UNLOADED AND RELOADED.  A SPACE TYPE IS  *
001292*                     AN EMPLOYEE; A ZERO OR NON-NUMERIC EXPIRY   *
001294*                     DATE MEANS THE BADGE DOES NOT EXPIRE.       *
001300*                                                                *
001400******************************************************************
001500 01  EMP-REGISTRO.
002000         88  EMP-ACTIVO              VALUE "A".
002100         88  EMP-INACTIVO            VALUE "I".
002150     05  EMP-TURNO                   PIC X(01).
002160     05  EMP-TIPO                    PIC X(01).
002170         88  EMP-ES-EMPLEADO         VALUES "E" SPACE.
002180         88  EMP-ES-CONTRATISTA      VALUE "C".
002190         88  EMP-ES-TEMPORAL         VALUE "T".
002200     05  EMP-FECHA-VENCE             PIC 9(08).
002300     05  EMP-COMPANIA                PIC X(20).
