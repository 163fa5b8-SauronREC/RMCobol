001100*    MODIFICATION HISTORY.                                       *
001200*    DATE-WRITTEN.  2026-08-22.                                  *
001300*    2026-08-22  RSM  ORIGINAL RECORD.                            *
001310*    2026-10-15  RSM  NEW AUD-CAMPO VALUES FROM SRC-AMP-MN:       *
001320*                     "TIPO" (BADGE TYPE), "VENCE" (EXPIRY DATE)  *
001330*                     AND "CIA" (COMPANY NAME, FIRST 15 BYTES).   *
001400*                                                                *
001500******************************************************************
001600 01  AUD-REGISTRO.
