001295*                     SIGN-OUT CAPTURE AT THE KIOSK.              *
001296*    2026-08-22  RSM  ADDED THE HOST-BADGE PROMPT FOR THE         *
001297*                     VISITOR PATH.                               *
001300*    2026-10-15  RSM  ADDED THE "SEE THE GUARD DESK" MESSAGE FOR  *
001310*                     A SIGN-IN REFUSED BY THE WATCH LIST.        *
001320*    2026-10-15  RSM  ADDED THE "BADGE EXPIRED" MESSAGE.          *
001330*    2026-10-15  RSM  ADDED THE SHORT OFFLINE MARKER SHOWN IN     *
001340*                     THE CORNER OF THE SCREEN WHILE THE KIOSK    *
001350*                     IS SPOOLING LOCALLY.                        *
001360*                                                                *
001400******************************************************************
001500 01  TABLA-IDIOMAS-VALORES.
001600     05  FILLER.
002780             "ENTRADA O SALIDA (E/S)?".
002790         10  FILLER              PIC X(30) VALUE
002795             "GAFETE DEL ANFITRION?".
002800         10  FILLER              PIC X(30) VALUE
002810             "FAVOR DE PASAR A LA CASETA".
002820         10  FILLER              PIC X(30) VALUE
002830             "GAFETE VENCIDO - VER CASETA".
002840         10  FILLER              PIC X(10) VALUE "SIN LINEA".
002850     05  FILLER.
002900         10  FILLER              PIC X(02) VALUE "EN".
003000         10  FILLER              PIC X(30) VALUE
003100             "WHAT IS YOUR NAME?".
003980             "IN OR OUT (E/S)?".
003985         10  FILLER              PIC X(30) VALUE
003990             "HOST BADGE?".
003991         10  FILLER              PIC X(30) VALUE
003992             "PLEASE SEE THE GUARD DESK".
003993         10  FILLER              PIC X(30) VALUE
003994             "BADGE EXPIRED - SEE GUARD DESK".
003995         10  FILLER              PIC X(10) VALUE "OFFLINE".
004000
004100 01  TABLA-IDIOMAS REDEFINES TABLA-IDIOMAS-VALORES.
004200     05  IDIOMA-RENGLON  OCCURS 2 TIMES
004960         10  IDI-MSJ-CONTINUAR       PIC X(30).
004970         10  IDI-MSJ-DIRECCION       PIC X(30).
004980         10  IDI-MSJ-ANFITRION       PIC X(30).
004990         10  IDI-MSJ-VIGILANCIA      PIC X(30).
004995         10  IDI-MSJ-VENCIDO         PIC X(30).
004996         10  IDI-MSJ-FUERA-LINEA     PIC X(10).
