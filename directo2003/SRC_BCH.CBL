001700*    MODIFICATION HISTORY.                                       *
001800*    DATE-WRITTEN.  2026-08-09.                                  *
001900*    2026-08-09  RSM  ORIGINAL.                                   *
001904*    2026-08-09  RSM  RUN THE SAME BLANK/GARBAGE NAME-FORMAT      *
001908*                     CHECK THE KIOSK USES BEFORE THE EMPLOYEE    *
001912*                     MASTER LOOKUP, SO A BAD TRNFILE NAME IS     *
001916*                     REJECTED THE SAME WAY IN BOTH PLACES.       *
001920*    2026-08-22  RSM  BATCH TRANSACTIONS LOG AS ENTRADAS NOW      *
001924*                     THAT SGNLOG CARRIES A DIRECTION BYTE, AND   *
001928*                     THE SAME-DAY REPEAT CHECK LOOKS AT THE      *
001932*                     LAST MOVEMENT BY THE SAME NAME, MATCHING    *
001936*                     THE KIOSK.                                  *
001940*    2026-08-22  RSM  STAMP THE FIXED TERMINAL ID "BATCH01" ON    *
001944*                     THE SGNLOG/SGNEXC KEYS AND THE VALIDATION   *
001948*                     CALL NOW THAT THE KEYS CARRY THE TERMINAL,  *
001952*                     SO BATCH RECORDS ARE TOLD APART FROM THE    *
001956*                     KIOSK DOORS.                                *
001960*    2026-08-22  RSM  CHECKPOINT THE TRNFILE POSITION AND THE     *
001964*                     RUNNING COUNTERS TO CKPFILE AFTER EACH      *
001968*                     TRANSACTION.  A RERUN AFTER AN ABEND SKIPS  *
001972*                     THE TRANSACTIONS ALREADY PROCESSED AND      *
001976*                     CARRIES THE COUNTERS FORWARD, SO IT ENDS    *
001980*                     WITH THE SAME SGNLOG AND SUMMARY AS A       *
001984*                     CLEAN RUN.                                  *
001988*    2026-08-22  RSM  A TRANSACTION OUTSIDE THE WINDOW OF THE     *
001992*                     EMPLOYEE'S SHIFT (FLAGGED BACK BY           *
001996*                     SRC-AMP-VL) STILL LOGS TO SGNLOG BUT ALSO   *
002000*                     WRITES AN SGNEXC EXCEPTION WITH ITS OWN     *
002004*                     REASON CODE, MATCHING THE KIOSK.            *
002008*    2026-09-02  RSM  NEW EXCEPTIONS START WITH THE SUPERVISOR    *
002012*                     DISPOSITION FIELDS BLANK (PENDING) NOW      *
002016*                     THAT SGNEXC CARRIES THE DISPOSITION FOR     *
002020*                     THE SRC-AMP-ER REVIEW SCREEN.               *
002024*    2026-10-15  RSM  COUNT THE TRANSACTIONS SRC-AMP-VL REFUSED   *
002028*                     BECAUSE THE BADGE OR NAME IS ON THE WATCHL  *
002032*                     WATCH LIST (IT WRITES THE SECALR ALERT      *
002036*                     WITH THE "BATCH01" TERMINAL) AND SHOW THEM  *
002040*                     ON THE SUMMARY; THE COUNT IS CHECKPOINTED   *
002044*                     WITH THE OTHERS.                            *
002048*    2026-10-15  RSM  COUNT THE TRANSACTIONS REFUSED BECAUSE THE  *
002052*                     CONTRACTOR OR TEMPORARY BADGE HAS EXPIRED   *
002056*                     (SGNRJT REASON "X") AND SHOW THEM ON THE    *
002060*                     SUMMARY; CHECKPOINTED WITH THE OTHERS.      *
002064*    2026-10-15  RSM  EVERY RUN NOW ENDS BY APPENDING A RUN-      *
002068*                     CONTROL RECORD TO RUNCTL (SRC-AMP-RC) -     *
002072*                     DATES, START AND END TIME, STATUS AND       *
002076*                     CONTROL COUNTS - FOR THE SRC-AMP-CU MORNING *
002080*                     BALANCING REPORT.                           *
002084*                                                                *
002100******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. SRC-AMP-BC.
007501
007502 01  SW-CKP-EXISTE                   PIC X(01) VALUE "N".
007503     88  CKP-REGISTRO-EXISTE         VALUE "S".
007551
007600 01  NOMBRE                          PIC X(15) VALUE SPACES.
007700 01  BADGE-NO                        PIC X(06) VALUE SPACES.
007800 01  DEPTO-CD                        PIC X(04) VALUE SPACES.
008600 01  CONTADOR-PROCESADOS             PIC 9(05) COMP VALUE ZERO.
008700 01  CONTADOR-RECHAZADOS             PIC 9(05) COMP VALUE ZERO.
008800 01  CONTADOR-DUPLICADOS             PIC 9(05) COMP VALUE ZERO.
008810 01  CONTADOR-VIGILANCIA             PIC 9(05) COMP VALUE ZERO.
008815 01  CONTADOR-VENCIDOS               PIC 9(05) COMP VALUE ZERO.
008820 01  CONTADOR-TRANSACCION            PIC 9(07) COMP VALUE ZERO.
008840 01  TRANSACCIONES-SALTAR            PIC 9(07) COMP VALUE ZERO.
008900
009900     05  FILLER                      PIC X(20) VALUE
010000         "DUPLICADOS  -".
010100     05  LR-DUPLICADOS               PIC ZZZZ9.
010110     05  FILLER                      PIC X(05) VALUE SPACES.
010120     05  FILLER                      PIC X(20) VALUE
010130         "VIGILANCIA  -".
010140     05  LR-VIGILANCIA               PIC ZZZZ9.
010150     05  FILLER                      PIC X(05) VALUE SPACES.
010160     05  FILLER                      PIC X(20) VALUE
010170         "VENCIDOS    -".
010180     05  LR-VENCIDOS                 PIC ZZZZ9.
010200
010300 COPY "VALPARM.CPY".
010400
010430 COPY "RUNCTL.CPY".
010460
010500 PROCEDURE DIVISION.
010600******************************************************************
010700*    0000-MAINLINE                                               *
011700*    1000-INICIALIZAR                                             *
011800******************************************************************
011900 1000-INICIALIZAR.
011910     MOVE SPACES TO RCT-REGISTRO.
011920     MOVE "SRC-AMP-BC" TO RCT-PROGRAMA.
011930     ACCEPT RCT-FECHA-CORRIDA FROM DATE YYYYMMDD.
011940     ACCEPT RCT-HORA-INICIO FROM TIME.
011950     MOVE "N" TO RCT-ESTADO.
012000     OPEN INPUT TRANSACTION-FILE.
012020     IF FS-TRNFILE NOT = "00"
012040         MOVE "F" TO RCT-ESTADO
012060     END-IF.
012100     OPEN I-O SGN-LOG-FILE.
012200     IF FS-SGNLOG = "35"
012300         OPEN OUTPUT SGN-LOG-FILE
013296                 MOVE CKP-PROCESADOS TO CONTADOR-PROCESADOS
013298                 MOVE CKP-RECHAZADOS TO CONTADOR-RECHAZADOS
013300                 MOVE CKP-DUPLICADOS TO CONTADOR-DUPLICADOS
013301                 MOVE CKP-VIGILANCIA TO CONTADOR-VIGILANCIA
013302                 MOVE CKP-VENCIDOS TO CONTADOR-VENCIDOS
013303             END-IF
013304     END-READ.
013306     IF TRANSACCIONES-SALTAR > ZERO
013308         PERFORM 1100-SALTAR-TRANSACCION THRU 1100-EXIT
013310             TRANSACCIONES-SALTAR TIMES
013312     END-IF.
013314     PERFORM 2900-GRABAR-CHECKPOINT THRU 2900-EXIT.
013357 1000-EXIT.
013400     EXIT.
013410
013420******************************************************************
014810                 PERFORM 2100-VALIDAR-EMPLEADO THRU 2100-EXIT
014820             ELSE
014830                 MOVE "N" TO PARM-VALIDADO
014835                 MOVE SPACE TO PARM-MOTIVO
014840             END-IF
014900             IF PARM-ES-VALIDO
015000                 PERFORM 2200-VERIFICAR-DUPLICADO THRU 2200-EXIT
015200                 ADD 1 TO CONTADOR-PROCESADOS
015300             ELSE
015400                 ADD 1 TO CONTADOR-RECHAZADOS
015410                 IF PARM-EN-VIGILANCIA
015420                     ADD 1 TO CONTADOR-VIGILANCIA
015430                 END-IF
015440                 IF PARM-VENCIDO
015450                     ADD 1 TO CONTADOR-VENCIDOS
015460                 END-IF
015500             END-IF
015520             ADD 1 TO CONTADOR-TRANSACCION
015540             PERFORM 2900-GRABAR-CHECKPOINT THRU 2900-EXIT
023269     MOVE SPACES TO EXC-DISPOSICION.
023270     MOVE SPACES TO EXC-INICIALES.
023271     MOVE SPACES TO EXC-NOTA.
023272     PERFORM 2295-ESCRIBIR-EXCEPCION THRU 2295-EXIT
023273         UNTIL NOT CLAVE-DUPLICADA.
023274 2390-EXIT.
023276     EXIT.
023278
024554*    LOS CONTADORES DESPUES DE CADA TRANSACCION, PARA QUE UN     *
024556*    REARRANQUE CONTINUE DONDE LA CORRIDA SE QUEDO               *
024558******************************************************************
024559 2900-GRABAR-CHECKPOINT.
024560     ACCEPT WS-FECHA FROM DATE YYYYMMDD.
024561     ACCEPT WS-HORA FROM TIME.
024562     MOVE TERMINAL-LOTE TO CKP-CLAVE.
024564     MOVE "I" TO CKP-ESTADO.
024578     MOVE CONTADOR-PROCESADOS TO CKP-PROCESADOS.
024580     MOVE CONTADOR-RECHAZADOS TO CKP-RECHAZADOS.
024582     MOVE CONTADOR-DUPLICADOS TO CKP-DUPLICADOS.
024583     MOVE CONTADOR-VIGILANCIA TO CKP-VIGILANCIA.
024584     MOVE CONTADOR-VENCIDOS TO CKP-VENCIDOS.
024585     IF CKP-REGISTRO-EXISTE
024586         REWRITE CKP-REGISTRO
024588     ELSE
024590         WRITE CKP-REGISTRO
025100     MOVE CONTADOR-PROCESADOS TO LR-PROCESADOS.
025200     MOVE CONTADOR-RECHAZADOS TO LR-RECHAZADOS.
025300     MOVE CONTADOR-DUPLICADOS TO LR-DUPLICADOS.
025350     MOVE CONTADOR-VIGILANCIA TO LR-VIGILANCIA.
025360     MOVE CONTADOR-VENCIDOS TO LR-VENCIDOS.
025400     DISPLAY LINEA-RESUMEN.
025500 8000-EXIT.
025600     EXIT.
025900*    9000-TERMINAR                                                *
026000******************************************************************
026100 9000-TERMINAR.
026110     PERFORM 9900-REGISTRAR-CONTROL THRU 9900-EXIT.
026120     MOVE "C" TO CKP-ESTADO.
026140     REWRITE CKP-REGISTRO.
026200     CLOSE TRANSACTION-FILE.
026500     STOP RUN.
026600 9000-EXIT.
026700     EXIT.
026705
026710******************************************************************
026715*    9900-REGISTRAR-CONTROL - DEJA EL REGISTRO DE CONTROL DE LA   *
026720*    CORRIDA EN RUNCTL PARA EL REPORTE DE CUADRE MATUTINO         *
026725******************************************************************
026730 9900-REGISTRAR-CONTROL.
026735     MOVE "TRANSACC" TO RCT-ETIQUETA (1).
026740     MOVE CONTADOR-TRANSACCION TO RCT-CUENTA (1).
026745     MOVE "PROCESAD" TO RCT-ETIQUETA (2).
026750     MOVE CONTADOR-PROCESADOS TO RCT-CUENTA (2).
026755     MOVE "RECHAZAD" TO RCT-ETIQUETA (3).
026760     MOVE CONTADOR-RECHAZADOS TO RCT-CUENTA (3).
026765     MOVE "DUPLICAD" TO RCT-ETIQUETA (4).
026770     MOVE CONTADOR-DUPLICADOS TO RCT-CUENTA (4).
026775     CALL "SRC-AMP-RC" USING RCT-REGISTRO.
026780 9900-EXIT.
026785     EXIT.
026800 END PROGRAM SRC-AMP-BC.
