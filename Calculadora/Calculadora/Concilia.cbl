000260*    2026-09-02 EE    Version original - conciliacion diaria de
000270*                      AUDITLOG, HISTCALC y CALCEXT con reporte
000280*                      de excepciones.
000281*    2026-10-15 EE    Anulaciones: el reverso del historico no
000282*                      entra al cruce de las tres fuentes (no
000283*                      pasa por el extracto); se concilia en
000284*                      cantidad y total contra las lineas
000285*                      ANULACION de la bitacora de la misma
000286*                      fecha.  La transaccion anulada sigue
000287*                      conciliando en su fecha original.
000289*    2026-10-15 EE    Cada conciliacion deja su resultado y
000291*                      cifras en el control de periodos PERCTL,
000293*                      que el programa CIERRE exige limpio para
000295*                      cerrar la fecha.
000297*    2026-10-15 EE    Conversion de moneda: la moneda y el tipo
000299*                      de cambio entran a la clave del cruce y se
000301*                      leen de las nuevas columnas del extracto.
000303*                      Layout de la bitacora al copybook AUDREC.
000305*****************************************************************
000307 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. CONCILIA.
000320 AUTHOR. EQUIPO DE SISTEMAS ADMINISTRATIVOS.
000330 INSTALLATION. DEPARTAMENTO DE CONTABILIDAD.
000540     SELECT REPORT-FILE ASSIGN TO "CONCRPT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS CNC-REPORTE-STATUS.
000561
000562*Control de periodos: aqui queda el resultado de la
000563*conciliacion para que CIERRE lo revise antes de cerrar.
000564     SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERCTL"
000565         ORGANIZATION IS LINE SEQUENTIAL
000566         FILE STATUS IS CNC-PERCTL-STATUS.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600*El registro de la bitacora debe coincidir campo a campo con el
000610*AUDIT-LOG-RECORD que escribe CALCULADORA; todo el registro
000620*viene del mismo copybook AUDREC para que ambos programas no se
000630*desalineen cuando el layout cambie.
000640 FD  AUDIT-LOG-FILE.
000650 01  AUDIT-LOG-RECORD.
000660     COPY AUDREC.
000710
000720*El registro del historico debe coincidir campo a campo con el
000730*HISTORY-RECORD que graba CALCULADORA (copybook HISTREC).
000740 FD  HISTORY-FILE.
000750 01  HISTORY-RECORD.
000760     COPY HISTREC.
000810
000820*El extracto se escribe con campos de ancho fijo separados por
000830*punto y coma (todo DELIMITED BY SIZE en CALCULADORA), asi que
000837*aqui se lee con el desglose fijo equivalente; la linea final
000844*TOTAL se reconoce por sus primeros seis caracteres.  Las dos
000851*ultimas columnas (moneda y tipo de cambio) solo traen datos en
000858*una conversion.
000865 FD  EXTRACT-FILE.
000872 01  EXTRACT-RECORD                   PIC X(100).
000880 01  EXTRACT-DESGLOSE.
000890     05  EXT-FECHA                    PIC X(08).
000900     05  FILLER                       PIC X(01).
001060     05  EXT-RES-ENTERA               PIC X(10).
001070     05  FILLER                       PIC X(01).
001080     05  EXT-RES-DECIMAL              PIC X(02).
001082     05  FILLER                       PIC X(01).
001084     05  EXT-MONEDA                   PIC X(03).
001086     05  FILLER                       PIC X(01).
001088     05  EXT-TIPO-ENTERA              PIC X(05).
001090     05  FILLER                       PIC X(01).
001092     05  EXT-TIPO-DECIMAL             PIC X(06).
001094     05  FILLER                       PIC X(16).
001100*Los varios 01 del FD comparten el mismo buffer, igual que
001102*REPORT-FILE en CALCULADORA.
001105 01  EXTRACT-MARCA-TOTAL.
001110     05  EXT-PRIMEROS-SEIS            PIC X(06).
001120     05  FILLER                       PIC X(94).
001130
001140 FD  REPORT-FILE.
001150 01  REPORTE-LINEA                    PIC X(80).
001151
001152*El layout del control de periodos viene del copybook PERREC,
001153*el mismo que lee CIERRE.
001154 FD  PERIOD-CONTROL-FILE.
001155 01  PERIOD-CONTROL-RECORD.
001156     COPY PERREC.
001160
001170 WORKING-STORAGE SECTION.
001180*Fecha a conciliar; vacio toma la del sistema (la conciliacion
001430                                      SIGN LEADING SEPARATE.
001440     05  CNC-CLAVE-NUM2               PIC S9(05)V99
001450                                      SIGN LEADING SEPARATE.
001456     05  CNC-CLAVE-RESULTADO          PIC S9(10)V99
001462                                      SIGN LEADING SEPARATE.
001468     05  CNC-CLAVE-MONEDA             PIC X(03).
001474     05  CNC-CLAVE-TIPO               PIC 9(05)V9(06).
001480
001490*Tabla de calculos distintos de la fecha, con cuantas veces
001500*aparece cada uno en cada fuente.  Quinientos calculos
001560     05  CNC-CALC-EXCEDENTE           PIC 9(08) COMP VALUE ZERO.
001570     05  CNC-CALC-ENT OCCURS 500 TIMES
001580             INDEXED BY CNC-NDX-CALC.
001590         10  CNC-CALC-CLAVE           PIC X(44).
001600         10  CNC-CALC-EN-BITACORA     PIC 9(04) COMP.
001610         10  CNC-CALC-EN-HISTORIA     PIC 9(04) COMP.
001620         10  CNC-CALC-EN-EXTRACTO     PIC 9(04) COMP.
001690 77  CNC-HIST-TOTAL PIC S9(13)V99 VALUE ZERO.
001700 77  CNC-EXT-CANTIDAD PIC 9(08) COMP VALUE ZERO.
001710 77  CNC-EXT-TOTAL PIC S9(13)V99 VALUE ZERO.
001711
001712*Anulaciones de la fecha: las lineas ANULACION de la bitacora
001713*contra los reversos del historico.
001714 77  CNC-AUD-ANULA-CANTIDAD PIC 9(08) COMP VALUE ZERO.
001715 77  CNC-AUD-ANULA-TOTAL PIC S9(13)V99 VALUE ZERO.
001716 77  CNC-HIST-REV-CANTIDAD PIC 9(08) COMP VALUE ZERO.
001717 77  CNC-HIST-REV-TOTAL PIC S9(13)V99 VALUE ZERO.
001720
001730*Contadores de lectura y de lineas ilegibles del extracto.
001740 77  CNC-AUD-LEIDOS PIC 9(08) COMP VALUE ZERO.
001810 77  CNC-EXT-ENTERA-NUM PIC 9(10) VALUE ZEROS.
001820 77  CNC-EXT-DECIMAL-NUM PIC 9(02) VALUE ZEROS.
001830 77  CNC-EXT-VALOR PIC S9(10)V99 VALUE ZERO.
001835 77  CNC-EXT-TIPO-DECIMAL PIC 9(06) VALUE ZEROS.
001840
001850*Subindices y auxiliares de trabajo (binarios).
001860 77  CNC-SUB PIC 9(04) COMP VALUE ZERO.
001972     05  CNC-EXC-EN-HISTORIA          PIC ZZZ9.
001973     05  FILLER                       PIC X(01) VALUE "/".
001974     05  CNC-EXC-EN-EXTRACTO          PIC ZZZ9.
001975     05  FILLER                       PIC X(01) VALUE SPACES.
001976     05  CNC-EXC-MONEDA               PIC X(03).
001977     05  FILLER                       PIC X(07) VALUE SPACES.
001978
001979*Clave desglosada para imprimir una excepcion.
001980 01  CNC-CLAVE-IMPRESA.
001990     05  CNC-IMP-OPCION               PIC 9.
002000     05  CNC-IMP-NUM1                 PIC S9(05)V99
002010                                      SIGN LEADING SEPARATE.
002020     05  CNC-IMP-NUM2                 PIC S9(05)V99
002030                                      SIGN LEADING SEPARATE.
002036     05  CNC-IMP-RESULTADO            PIC S9(10)V99
002042                                      SIGN LEADING SEPARATE.
002048     05  CNC-IMP-MONEDA               PIC X(03).
002054     05  CNC-IMP-TIPO                 PIC 9(05)V9(06).
002060
002070*Codigos de estado de archivo.
002080 77  CNC-AUDIT-STATUS PIC XX VALUE "00".
002090 77  CNC-HISTORY-STATUS PIC XX VALUE "00".
002100 77  CNC-EXTRACT-STATUS PIC XX VALUE "00".
002110 77  CNC-REPORTE-STATUS PIC XX VALUE "00".
002115 77  CNC-PERCTL-STATUS PIC XX VALUE "00".
002120
002130 PROCEDURE DIVISION.
002140*-----------------------------------------------------------------
002810*    2000-ACUMULAR-BITACORA
002820*    Solo las lineas OK de la fecha cuentan: un calculo
002830*    rechazado se audita pero nunca llega al historico ni al
002840*    extracto, asi que no debe exigirse alla.  Las lineas
002845*    ANULACION se cuentan aparte, para los reversos.
002850*-----------------------------------------------------------------
002860 2000-ACUMULAR-BITACORA.
002870     PERFORM 2100-LEER-BITACORA THRU 2100-EXIT
002920     EXIT.
002930
002940 2050-CICLO-BITACORA.
002941     IF AUD-FECHA = CNC-FECHA-CONCILIA
002942        AND AUD-ESTADO = "ANULACION"
002943         ADD 1 TO CNC-AUD-ANULA-CANTIDAD
002944         ADD CALC-RESULTADO OF AUDIT-LOG-RECORD
002945             TO CNC-AUD-ANULA-TOTAL
002946     END-IF
002950     IF AUD-FECHA = CNC-FECHA-CONCILIA AND AUD-ESTADO = "OK"
002960         ADD 1 TO CNC-AUD-CANTIDAD
002970         ADD CALC-RESULTADO OF AUDIT-LOG-RECORD
003002             TO CNC-CLAVE-NUM2
003010         MOVE CALC-RESULTADO OF AUDIT-LOG-RECORD
003012             TO CNC-CLAVE-RESULTADO
003013         IF AUD-MONEDA = SPACES
003014             MOVE SPACES TO CNC-CLAVE-MONEDA
003015             MOVE ZERO TO CNC-CLAVE-TIPO
003016         ELSE
003017             MOVE AUD-MONEDA TO CNC-CLAVE-MONEDA
003018             MOVE AUD-TIPO-CAMBIO TO CNC-CLAVE-TIPO
003019         END-IF
003020         PERFORM 6000-ANOTAR-CALCULO THRU 6000-EXIT
003030         IF CNC-NDX-CALC NOT > 500
003040            AND CNC-CALC-USADOS NOT = ZERO
003220*-----------------------------------------------------------------
003230*    3000-ACUMULAR-HISTORIA
003240*    Recorre el historico completo y acumula los registros de
003250*    la fecha conciliada.  Un reverso lleva la fecha de la
003253*    anulacion y no tiene linea en el extracto: se acumula
003256*    aparte y no entra al cruce calculo por calculo.
003260*-----------------------------------------------------------------
003270 3000-ACUMULAR-HISTORIA.
003280     PERFORM 3100-LEER-HISTORIA THRU 3100-EXIT
003330     EXIT.
003340
003350 3050-CICLO-HISTORIA.
003351     IF HIST-FECHA = CNC-FECHA-CONCILIA AND HIST-REVERSO
003352         ADD 1 TO CNC-HIST-REV-CANTIDAD
003353         ADD CALC-RESULTADO OF HISTORY-RECORD
003354             TO CNC-HIST-REV-TOTAL
003355         GO TO 3050-LEER
003356     END-IF
003360     IF HIST-FECHA = CNC-FECHA-CONCILIA
003370         ADD 1 TO CNC-HIST-CANTIDAD
003380         ADD CALC-RESULTADO OF HISTORY-RECORD
003412             TO CNC-CLAVE-NUM2
003420         MOVE CALC-RESULTADO OF HISTORY-RECORD
003422             TO CNC-CLAVE-RESULTADO
003423         IF HIST-MONEDA = SPACES
003424             MOVE SPACES TO CNC-CLAVE-MONEDA
003425             MOVE ZERO TO CNC-CLAVE-TIPO
003426         ELSE
003427             MOVE HIST-MONEDA TO CNC-CLAVE-MONEDA
003428             MOVE HIST-TIPO-CAMBIO TO CNC-CLAVE-TIPO
003429         END-IF
003430         PERFORM 6000-ANOTAR-CALCULO THRU 6000-EXIT
003440         IF CNC-NDX-CALC NOT > 500
003450            AND CNC-CALC-USADOS NOT = ZERO
003460             ADD 1 TO CNC-CALC-EN-HISTORIA (CNC-NDX-CALC)
003470         END-IF
003480     END-IF.
003485 3050-LEER.
003490     PERFORM 3100-LEER-HISTORIA THRU 3100-EXIT.
003500 3050-EXIT.
003510     EXIT.
004390         COMPUTE CNC-EXT-VALOR = ZERO - CNC-EXT-VALOR
004400     END-IF
004410     MOVE CNC-EXT-VALOR TO CNC-CLAVE-RESULTADO
004411     MOVE EXT-MONEDA TO CNC-CLAVE-MONEDA
004412     IF EXT-MONEDA = SPACES
004413        OR EXT-TIPO-ENTERA IS NOT NUMERIC
004414        OR EXT-TIPO-DECIMAL IS NOT NUMERIC
004415         MOVE ZERO TO CNC-CLAVE-TIPO
004416     ELSE
004417         MOVE EXT-TIPO-ENTERA TO CNC-EXT-ENTERA-NUM
004418         MOVE EXT-TIPO-DECIMAL TO CNC-EXT-TIPO-DECIMAL
004419         COMPUTE CNC-CLAVE-TIPO = CNC-EXT-ENTERA-NUM
004420             + CNC-EXT-TIPO-DECIMAL / 1000000
004421     END-IF
004422     ADD 1 TO CNC-EXT-CANTIDAD
004430     ADD CNC-EXT-VALOR TO CNC-EXT-TOTAL
004440     PERFORM 6000-ANOTAR-CALCULO THRU 6000-EXIT
004450     IF CNC-NDX-CALC NOT > 500
004630             MOVE 5 TO CNC-CLAVE-OPCION
004640         WHEN "MODULO"
004650             MOVE 6 TO CNC-CLAVE-OPCION
004653         WHEN "CONVERSION"
004656             MOVE 7 TO CNC-CLAVE-OPCION
004660         WHEN OTHER
004670             MOVE ZERO TO CNC-CLAVE-OPCION
004680     END-EVALUATE.
005560         CNC-TOTAL-EDITADO DELIMITED BY SIZE
005570         INTO REPORTE-LINEA
005580     WRITE REPORTE-LINEA
005581     MOVE CNC-AUD-ANULA-CANTIDAD TO CNC-CANTIDAD-EDITADA
005582     MOVE CNC-AUD-ANULA-TOTAL TO CNC-TOTAL-EDITADO
005583     MOVE SPACES TO REPORTE-LINEA
005584     STRING "ANULACIONES AUDITLOG:   " DELIMITED BY SIZE
005585         CNC-CANTIDAD-EDITADA DELIMITED BY SIZE
005586         "  TOTAL: " DELIMITED BY SIZE
005587         CNC-TOTAL-EDITADO DELIMITED BY SIZE
005588         INTO REPORTE-LINEA
005589     WRITE REPORTE-LINEA
005590     MOVE CNC-HIST-REV-CANTIDAD TO CNC-CANTIDAD-EDITADA
005591     MOVE CNC-HIST-REV-TOTAL TO CNC-TOTAL-EDITADO
005592     MOVE SPACES TO REPORTE-LINEA
005593     STRING "REVERSOS HISTCALC:      " DELIMITED BY SIZE
005594         CNC-CANTIDAD-EDITADA DELIMITED BY SIZE
005595         "  TOTAL: " DELIMITED BY SIZE
005596         CNC-TOTAL-EDITADO DELIMITED BY SIZE
005597         INTO REPORTE-LINEA
005598     WRITE REPORTE-LINEA
005599*Cada anulacion de la fecha debe tener su reverso en el
005600*historico, por el mismo importe.
005601     IF CNC-AUD-ANULA-CANTIDAD NOT = CNC-HIST-REV-CANTIDAD
005602        OR CNC-AUD-ANULA-TOTAL NOT = CNC-HIST-REV-TOTAL
005603         SET CNC-CON-DIFERENCIAS TO TRUE
005604         MOVE SPACES TO REPORTE-LINEA
005605         STRING "ANULACIONES Y REVERSOS NO AMARRAN"
005606             DELIMITED BY SIZE INTO REPORTE-LINEA
005607         WRITE REPORTE-LINEA
005608     END-IF
005609     MOVE SPACES TO REPORTE-LINEA
005610     WRITE REPORTE-LINEA
005611     MOVE SPACES TO REPORTE-LINEA
005620     STRING "EXCEPCIONES (VECES EN BITACORA/HISTORICO/"
005630         DELIMITED BY SIZE
005640         "EXTRACTO)" DELIMITED BY SIZE
006330     MOVE CNC-IMP-NUM1 TO CNC-EXC-NUM1
006340     MOVE CNC-IMP-NUM2 TO CNC-EXC-NUM2
006350     MOVE CNC-IMP-RESULTADO TO CNC-EXC-RESULTADO
006355     MOVE CNC-IMP-MONEDA TO CNC-EXC-MONEDA
006360     MOVE CNC-CALC-EN-BITACORA (CNC-NDX-CALC)
006370         TO CNC-EXC-EN-BITACORA
006380     MOVE CNC-CALC-EN-HISTORIA (CNC-NDX-CALC)
006790             MOVE "PORCENTAJE" TO CNC-NOMBRE-OPERACION
006800         WHEN 6
006810             MOVE "MODULO" TO CNC-NOMBRE-OPERACION
006813         WHEN 7
006816             MOVE "CONVERSION" TO CNC-NOMBRE-OPERACION
006820         WHEN OTHER
006830             MOVE "DESCONOCIDA" TO CNC-NOMBRE-OPERACION
006840     END-EVALUATE.
007050     ELSE
007060         DISPLAY "Las tres fuentes amarran."
007070         MOVE ZERO TO RETURN-CODE
007080     END-IF
007085     PERFORM 9100-ASENTAR-PERIODO THRU 9100-EXIT.
007090 9000-EXIT.
007100     EXIT.
007110
007120*El resultado queda en el control de periodos con la cantidad
007130*de calculos de la fecha en el historico (reversos incluidos,
007140*que es lo que CONTABILIZA postea) y sus totales.  Se crea con
007150*OPEN OUTPUT si aun no existe; una falla al asentar solo se
007160*avisa: sin el evento, CIERRE no cerrara la fecha.
007170 9100-ASENTAR-PERIODO.
007180     OPEN EXTEND PERIOD-CONTROL-FILE
007190     IF CNC-PERCTL-STATUS = "35"
007200         OPEN OUTPUT PERIOD-CONTROL-FILE
007210     END-IF
007220     IF CNC-PERCTL-STATUS NOT = "00"
007230         DISPLAY "Aviso: no se pudo asentar la conciliacion en "
007240                 "PERCTL. Estado: " CNC-PERCTL-STATUS
007250         GO TO 9100-EXIT
007260     END-IF
007270     MOVE SPACES TO PERIOD-CONTROL-RECORD
007280     MOVE CNC-FECHA-CONCILIA TO PER-FECHA
007290     SET PER-CONCILIACION TO TRUE
007300     MOVE RETURN-CODE TO PER-RETORNO
007310     COMPUTE PER-CANTIDAD = CNC-HIST-CANTIDAD
007320         + CNC-HIST-REV-CANTIDAD
007330     MOVE CNC-HIST-TOTAL TO PER-IMPORTE
007340     MOVE CNC-HIST-REV-TOTAL TO PER-IMPORTE-2
007350     ACCEPT PER-FECHA-REAL FROM DATE YYYYMMDD
007360     ACCEPT PER-HORA-REAL FROM TIME
007370     WRITE PERIOD-CONTROL-RECORD
007380     CLOSE PERIOD-CONTROL-FILE.
007390 9100-EXIT.
007400     EXIT.
007410
007420 END PROGRAM CONCILIA.
