000250*    2026-09-02 EE    Version original - verificacion del
000260*                      resultado guardado de cada registro del
000270*                      historico con reporte de excepciones.
000271*    2026-10-15 EE    Anulaciones: una transaccion anulada y su
000272*                      reverso se aceptan cuando forman un par
000273*                      valido (enlazados uno al otro y con el
000274*                      mismo calculo); la que queda sin pareja
000275*                      sale como excepcion.
000276*    2026-10-15 EE    Cada verificacion deja su resultado en el
000277*                      control de periodos PERCTL, que el
000278*                      programa CIERRE exige limpio para cerrar
000279*                      una fecha.
000280*    2026-10-15 EE    Conversion de moneda (opcion 7): se
000281*                      recalcula con el tipo de cambio que quedo
000282*                      guardado en el historico con el calculo.
000283*    2026-10-15 EE    La pareja de una anulada o de un reverso
000284*                      se lee por su enlace con acceso directo al
000285*                      historico, en lugar de casarlas en una
000286*                      tabla de 500 que se desbordaba.
000287*****************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. HISTVERIFICA.
000310 AUTHOR. EQUIPO DE SISTEMAS ADMINISTRATIVOS.
000380 FILE-CONTROL.
000390     SELECT HISTORY-FILE ASSIGN TO "HISTCALC"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS HIST-TRANSACCION-ID
000430         FILE STATUS IS VER-HISTORY-STATUS.
000440
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS VER-REPORTE-STATUS.
000480
000481*Control de periodos: aqui queda el resultado de la
000482*verificacion para que CIERRE lo revise antes de cerrar.
000483     SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERCTL"
000484         ORGANIZATION IS LINE SEQUENTIAL
000485         FILE STATUS IS VER-PERCTL-STATUS.
000486
000490 DATA DIVISION.
000500 FILE SECTION.
000510*El registro del historico debe coincidir campo a campo con el
000520*HISTORY-RECORD que graba CALCULADORA; el layout completo viene
000530*del copybook HISTREC para que ambos programas no se
000540*desalineen cuando el layout cambie.
000550 FD  HISTORY-FILE.
000560 01  HISTORY-RECORD.
000570     COPY HISTREC.
000620
000630 FD  REPORT-FILE.
000640 01  REPORTE-LINEA                    PIC X(100).
000641
000642*El layout del control de periodos viene del copybook PERREC,
000643*el mismo que lee CIERRE.
000644 FD  PERIOD-CONTROL-FILE.
000645 01  PERIOD-CONTROL-RECORD.
000646     COPY PERREC.
000650
000660 WORKING-STORAGE SECTION.
000670*Interruptores de control del programa.
000900 77  VER-REGISTROS-CORRECTOS PIC 9(08) COMP VALUE ZERO.
000910 77  VER-REGISTROS-EXCEPCION PIC 9(08) COMP VALUE ZERO.
000920 77  VER-REGISTROS-ILEGIBLES PIC 9(08) COMP VALUE ZERO.
000921 77  VER-PARES-VALIDOS PIC 9(08) COMP VALUE ZERO.
000922
000923*Anulada (V) o reverso (R) en curso, que se guarda mientras se
000924*lee su pareja por el enlace: la pareja debe tener el estado
000925*contrario, apuntar de vuelta a ella y repetir su calculo.
000926 01  VER-ANULACION-ACTUAL.
000927     05  VER-ACT-TRANSACCION          PIC X(10).
000928     05  VER-ACT-ESTADO               PIC X(01).
000929     05  VER-ACT-OPCION               PIC 9.
000930     05  VER-ACT-NUM1                 PIC S9(05)V99
000931                                      SIGN LEADING SEPARATE.
000932     05  VER-ACT-NUM2                 PIC S9(05)V99
000933                                      SIGN LEADING SEPARATE.
000934     05  VER-ACT-RESULTADO            PIC S9(10)V99
000935                                      SIGN LEADING SEPARATE.
000936 77  VER-SW-PAREJA PIC X(01) VALUE "N".
000937     88 VER-PAREJA-VALIDA VALUE "S".
000938
000940*Nombre de la operacion para el reporte.
000950 77  VER-NOMBRE-OPERACION PIC X(14) VALUE SPACES.
000960
001160*Codigos de estado de archivo.
001170 77  VER-HISTORY-STATUS PIC XX VALUE "00".
001180 77  VER-REPORTE-STATUS PIC XX VALUE "00".
001185 77  VER-PERCTL-STATUS PIC XX VALUE "00".
001190
001200 PROCEDURE DIVISION.
001210*-----------------------------------------------------------------
001830*reporte y la verificacion termina ahi, porque el resto del
001840*archivo ya no es confiable.
001850 2100-LEER-HISTORIA.
001860     READ HISTORY-FILE NEXT RECORD
001870         AT END
001880             SET VER-FIN-HISTORIA TO TRUE
001890             GO TO 2100-EXIT
002220         MOVE "Operando o resultado no numerico" TO VER-MOTIVO
002230         GO TO 3000-DICTAMEN
002240     END-IF
002241     IF NOT HIST-VIGENTE AND NOT HIST-ANULADA
002242        AND NOT HIST-REVERSO
002243         SET VER-REGISTRO-MALO TO TRUE
002244         MOVE "Estado de transaccion invalido" TO VER-MOTIVO
002245         GO TO 3000-DICTAMEN
002246     END-IF
002250     EVALUATE CALC-OPCION
002260         WHEN 1
002270             ADD CALC-NUMERO-1 TO CALC-NUMERO-2
002600                     GIVING VER-COCIENTE-TEMP
002610                     REMAINDER VER-RESULTADO
002620             END-IF
002621         WHEN 7
002622             IF HIST-MONEDA = SPACES
002623                OR HIST-TIPO-CAMBIO IS NOT NUMERIC
002624                 SET VER-REGISTRO-MALO TO TRUE
002625                 MOVE "Conversion sin tipo guardado"
002626                     TO VER-MOTIVO
002627             ELSE
002628                 MULTIPLY CALC-NUMERO-1 BY HIST-TIPO-CAMBIO
002629                     GIVING VER-RESULTADO ROUNDED
002630             END-IF
002631         WHEN OTHER
002640             SET VER-REGISTRO-MALO TO TRUE
002650             MOVE "Opcion invalida guardada" TO VER-MOTIVO
002660     END-EVALUATE
002700         MOVE "Resultado no coincide" TO VER-MOTIVO
002710     END-IF.
002720 3000-DICTAMEN.
002721*Una anulada o un reverso bien calculados todavia dependen de
002722*su pareja, que se lee en ese momento por el enlace.
002723     IF VER-REGISTRO-BUENO
002724        AND (HIST-ANULADA OR HIST-REVERSO)
002725         PERFORM 3300-CASAR-ANULACION THRU 3300-EXIT
002726         IF VER-FIN-HISTORIA
002727             GO TO 3000-EXIT
002728         END-IF
002729     END-IF
002730     IF VER-REGISTRO-BUENO
002740         ADD 1 TO VER-REGISTROS-CORRECTOS
002750     ELSE
003060             MOVE "PORCENTAJE" TO VER-NOMBRE-OPERACION
003070         WHEN 6
003080             MOVE "MODULO" TO VER-NOMBRE-OPERACION
003083         WHEN 7
003086             MOVE "CONVERSION" TO VER-NOMBRE-OPERACION
003090         WHEN OTHER
003100             MOVE "DESCONOCIDA" TO VER-NOMBRE-OPERACION
003110     END-EVALUATE.
003120 3200-EXIT.
003121     EXIT.
003122
003123*-----------------------------------------------------------------
003124*    3300-CASAR-ANULACION
003125*    Lee por el enlace la pareja de la anulada o del reverso en
003126*    curso.  El par vale si la pareja existe con el estado
003127*    contrario, apunta de vuelta a la transaccion en curso y
003128*    repite su calculo; si no, la transaccion en curso es una
003129*    excepcion.  Al final se relee la transaccion en curso por su
003130*    llave para devolverla al area del registro y dejar la
003131*    lectura secuencial donde iba.
003132*-----------------------------------------------------------------
003133 3300-CASAR-ANULACION.
003134     MOVE "N" TO VER-SW-PAREJA
003135     MOVE HIST-TRANSACCION-ID TO VER-ACT-TRANSACCION
003136     MOVE HIST-ESTADO TO VER-ACT-ESTADO
003137     MOVE CALC-OPCION TO VER-ACT-OPCION
003138     MOVE CALC-NUMERO-1 TO VER-ACT-NUM1
003139     MOVE CALC-NUMERO-2 TO VER-ACT-NUM2
003140     MOVE CALC-RESULTADO TO VER-ACT-RESULTADO
003141     MOVE HIST-ENLACE-ID TO HIST-TRANSACCION-ID
003142     READ HISTORY-FILE
003143         INVALID KEY
003144             GO TO 3300-REPONER
003145     END-READ
003146     IF VER-HISTORY-STATUS NOT = "00"
003147         GO TO 3300-REPONER
003148     END-IF
003149     IF HIST-ENLACE-ID NOT = VER-ACT-TRANSACCION
003150         GO TO 3300-REPONER
003151     END-IF
003152     IF NOT (VER-ACT-ESTADO = "V" AND HIST-REVERSO)
003153        AND NOT (VER-ACT-ESTADO = "R" AND HIST-ANULADA)
003154         GO TO 3300-REPONER
003155     END-IF
003156     IF CALC-OPCION IS NOT NUMERIC
003157        OR CALC-NUMERO-1 IS NOT NUMERIC
003158        OR CALC-NUMERO-2 IS NOT NUMERIC
003159        OR CALC-RESULTADO IS NOT NUMERIC
003160         GO TO 3300-REPONER
003161     END-IF
003162     IF CALC-OPCION = VER-ACT-OPCION
003163        AND CALC-NUMERO-1 = VER-ACT-NUM1
003164        AND CALC-NUMERO-2 = VER-ACT-NUM2
003165        AND CALC-RESULTADO = VER-ACT-RESULTADO
003166         SET VER-PAREJA-VALIDA TO TRUE
003167     END-IF.
003168 3300-REPONER.
003169     MOVE VER-ACT-TRANSACCION TO HIST-TRANSACCION-ID
003170     READ HISTORY-FILE
003171         INVALID KEY
003172             CONTINUE
003173     END-READ
003174     IF VER-HISTORY-STATUS NOT = "00"
003175         ADD 1 TO VER-REGISTROS-ILEGIBLES
003176         MOVE SPACES TO REPORTE-LINEA
003177         STRING "NO SE RELEYO LA TRANSACCION " DELIMITED BY SIZE
003178             VER-ACT-TRANSACCION DELIMITED BY SIZE
003179             "; ESTADO: " DELIMITED BY SIZE
003180             VER-HISTORY-STATUS DELIMITED BY SIZE
003181             " - SE SUSPENDE LA VERIFICACION" DELIMITED BY SIZE
003182             INTO REPORTE-LINEA
003183         WRITE REPORTE-LINEA
003184         SET VER-FIN-HISTORIA TO TRUE
003185         GO TO 3300-EXIT
003186     END-IF
003187*Cada par se cuenta una vez, desde la anulada.
003188     IF VER-PAREJA-VALIDA
003189         IF HIST-ANULADA
003190             ADD 1 TO VER-PARES-VALIDOS
003191         END-IF
003192         GO TO 3300-EXIT
003193     END-IF
003194     SET VER-REGISTRO-MALO TO TRUE
003195     IF HIST-ANULADA
003196         MOVE "Anulada sin reverso valido" TO VER-MOTIVO
003197     ELSE
003198         MOVE "Reverso sin anulada valida" TO VER-MOTIVO
003199     END-IF.
003200 3300-EXIT.
003201     EXIT.
003202
003203*-----------------------------------------------------------------
003204*    9000-TERMINAR
003205*    Cierra el reporte con las cifras de la verificacion y
003206*    fija el codigo de retorno del dictamen.
003207*-----------------------------------------------------------------
003208 9000-TERMINAR.
003210     IF VER-REGISTROS-EXCEPCION = ZERO
003220        AND VER-REGISTROS-ILEGIBLES = ZERO
003230         MOVE SPACES TO REPORTE-LINEA
003450         VER-CANTIDAD-EDITADA DELIMITED BY SIZE
003460         INTO REPORTE-LINEA
003470     WRITE REPORTE-LINEA
003471     MOVE VER-PARES-VALIDOS TO VER-CANTIDAD-EDITADA
003472     MOVE SPACES TO REPORTE-LINEA
003473     STRING "PARES ANULADA/REVERSO VALIDOS: " DELIMITED BY SIZE
003474         VER-CANTIDAD-EDITADA DELIMITED BY SIZE
003475         INTO REPORTE-LINEA
003476     WRITE REPORTE-LINEA
003480     IF VER-REGISTROS-ILEGIBLES > ZERO
003490         MOVE VER-REGISTROS-ILEGIBLES TO VER-CANTIDAD-EDITADA
003500         MOVE SPACES TO REPORTE-LINEA
003770     ELSE
003780         DISPLAY "Historico con excepciones; ver VERIFRPT."
003790         MOVE 8 TO RETURN-CODE
003800     END-IF
003805     PERFORM 9100-ASENTAR-PERIODO THRU 9100-EXIT.
003810 9000-EXIT.
003820     EXIT.
003830
003840*La verificacion cubre el historico completo, asi que el
003850*evento lleva como fecha la del dia en que corrio: CIERRE
003860*acepta para una fecha la ultima verificacion hecha ese dia o
003870*despues.  Se crea con OPEN OUTPUT si aun no existe; una falla
003880*al asentar solo se avisa.
003890 9100-ASENTAR-PERIODO.
003900     OPEN EXTEND PERIOD-CONTROL-FILE
003910     IF VER-PERCTL-STATUS = "35"
003920         OPEN OUTPUT PERIOD-CONTROL-FILE
003930     END-IF
003940     IF VER-PERCTL-STATUS NOT = "00"
003950         DISPLAY "Aviso: no se pudo asentar la verificacion en "
003960                 "PERCTL. Estado: " VER-PERCTL-STATUS
003970         GO TO 9100-EXIT
003980     END-IF
003990     MOVE SPACES TO PERIOD-CONTROL-RECORD
004000     ACCEPT PER-FECHA FROM DATE YYYYMMDD
004010     SET PER-VERIFICACION TO TRUE
004020     MOVE RETURN-CODE TO PER-RETORNO
004030     MOVE VER-REGISTROS-LEIDOS TO PER-CANTIDAD
004040     MOVE ZERO TO PER-IMPORTE
004050     MOVE ZERO TO PER-IMPORTE-2
004060     MOVE PER-FECHA TO PER-FECHA-REAL
004070     ACCEPT PER-HORA-REAL FROM TIME
004080     WRITE PERIOD-CONTROL-RECORD
004090     CLOSE PERIOD-CONTROL-FILE.
004100 9100-EXIT.
004110     EXIT.
004120
004130 END PROGRAM HISTVERIFICA.
