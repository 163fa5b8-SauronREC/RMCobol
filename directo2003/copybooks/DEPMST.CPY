001400*    MODIFICATION HISTORY.                                       *
001500*    DATE-WRITTEN.  2026-09-02.                                  *
001600*    2026-09-02  RSM  ORIGINAL RECORD.                            *
001610*    2026-10-15  RSM  ADDED THE CONTACT ROUTE OUT OF THE FILLER - *
001620*                     THE SITE MESSAGING GATEWAY ADDRESS (GROUP   *
001630*                     OR EXTENSION) THAT VISITOR ESCALATIONS FOR  *
001640*                     THE DEPARTMENT ARE SENT TO BY SRC-AMP-NT.   *
001650*                     SPACES MEANS NO ROUTE ON FILE.  THE RECORD  *
001660*                     LENGTH DOES NOT CHANGE.                     *
001670*    2026-10-15  RSM  ADDED THE MAXIMUM OCCUPANCY OF THE          *
001672*                     DEPARTMENT AREA AT THE END, FOR THE         *
001674*                     SRC-AMP-OC HOURLY OCCUPANCY REPORT.  ZERO   *
001676*                     MEANS NO LIMIT ON FILE.  THE RECORD GROWS   *
001678*                     FROM 32 TO 37 BYTES - DEPMST IS UNLOADED    *
001680*                     AND RELOADED WITH THE NEW FIELD ZERO.       *
001700*                                                                *
001800******************************************************************
001900 01  DEP-REGISTRO.
002000     05  DEP-CODIGO                  PIC X(04).
002100     05  DEP-NOMBRE                  PIC X(20).
002200     05  DEP-RUTA-AVISO              PIC X(08).
002300     05  DEP-CAPACIDAD               PIC 9(05).
