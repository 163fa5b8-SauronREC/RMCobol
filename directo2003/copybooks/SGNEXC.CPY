001403*                     THE THREE FIELDS FIT INSIDE WHAT WAS THE    *
001404*                     TRAILING FILLER, SO THE RECORD LENGTH OF    *
001405*                     THE LIVE FILE DOES NOT CHANGE.              *
001406*    2026-10-15  RSM  ADDED THE MOVEMENT-SEQUENCE REASONS WRITTEN *
001407*                     BY THE SRC-AMP-SQ NIGHTLY CHECK - "D" A     *
001408*                     SECOND ENTRADA AT ANOTHER DOOR WITH NO      *
001409*                     SALIDA BETWEEN, "T" THE SAME WITHIN MINUTES *
001410*                     (SHARED BADGE OR TAILGATING), "S" A SALIDA  *
001411*                     WITH NO ENTRADA BEFORE IT.  ON A VISITOR    *
001412*                     EXC-BADGE IS THE HOST BADGE.                *
001413*                                                                *
001500******************************************************************
001600 01  EXC-REGISTRO.
001700     05  EXC-CLAVE.
002350     05  EXC-MOTIVO                  PIC X(01).
002360         88  EXC-ES-REPETIDO         VALUES "R" SPACE.
002370         88  EXC-ES-FUERA-TURNO      VALUE "F".
002371         88  EXC-ES-DOBLE-ENTRADA    VALUE "D".
002372         88  EXC-ES-SIMULTANEA       VALUE "T".
002373         88  EXC-ES-SIN-ENTRADA      VALUE "S".
002374     05  EXC-DISPOSICION             PIC X(01).
002375         88  EXC-PENDIENTE           VALUES "P" SPACE.
002376         88  EXC-CERRADA             VALUE "C".
002378         88  EXC-ESCALADA            VALUE "E".
002380     05  EXC-INICIALES               PIC X(03).
