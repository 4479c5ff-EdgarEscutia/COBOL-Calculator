000060*    Date-Compiled:
000070*    Purpose:     Poliza contable de los calculos terminados:
000080*                 lee el historico HISTCALC de una fecha, busca
000090*                 cada operacion (CALC-OPCION 1-7) en el maestro
000100*                 de cuentas CTAMAP que mantiene Contabilidad y
000110*                 escribe la poliza POLIZA con una linea de
000120*                 cargo y una de abono por operacion (misma
000250*    2026-09-02 EE    Version original - poliza por operacion
000260*                      desde HISTCALC con maestro de cuentas
000270*                      CTAMAP y reporte de posteo.
000271*    2026-10-15 EE    Reversos de anulacion: un reverso del
000272*                      historico se postea en la fecha de la
000273*                      anulacion con las cuentas invertidas
000274*                      (cargo a la cuenta de abono y abono a la
000275*                      de cargo); la transaccion anulada sigue
000276*                      posteada en su fecha original.
000277*    2026-10-15 EE    Candado de periodo cerrado: una fecha ya
000278*                      cerrada en el control de periodos PERCTL
000279*                      no se vuelve a postear (el posteo de todo
000280*                      el historico salta sus calculos), y cada
000281*                      posteo de una fecha deja su resultado y
000282*                      cifras en PERCTL para el programa CIERRE.
000283*    2026-10-15 EE    Conversion de moneda (opcion 7) con su
000284*                      propio renglon en CTAMAP; el asiento va por
000285*                      el importe ya convertido a moneda local.
000286*****************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. CONTABILIZA.
000310 AUTHOR. EQUIPO DE SISTEMAS ADMINISTRATIVOS.
000580     SELECT REPORT-FILE ASSIGN TO "CONTARPT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS CON-REPORTE-STATUS.
000601
000602*Control de periodos: de aqui salen las fechas cerradas, y
000603*aqui queda el resultado del posteo para que CIERRE lo revise.
000604     SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERCTL"
000605         ORGANIZATION IS LINE SEQUENTIAL
000606         FILE STATUS IS CON-PERCTL-STATUS.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640*El registro del historico debe coincidir campo a campo con el
000650*HISTORY-RECORD que graba CALCULADORA; el layout completo viene
000660*del copybook HISTREC para que ambos programas no se
000670*desalineen cuando el layout cambie.
000680 FD  HISTORY-FILE.
000690 01  HISTORY-RECORD.
000700     COPY HISTREC.
000750
000760 FD  ACCOUNT-MAP-FILE.
000770 01  ACCOUNT-MAP-RECORD.
000930
000940 FD  REPORT-FILE.
000950 01  REPORTE-LINEA                    PIC X(80).
000951
000952*El layout del control de periodos viene del copybook PERREC,
000953*el mismo que escribe CIERRE.
000954 FD  PERIOD-CONTROL-FILE.
000955 01  PERIOD-CONTROL-RECORD.
000956     COPY PERREC.
000960
000970 WORKING-STORAGE SECTION.
000980*Fecha solicitada: vacio = todo el historico, para poder armar
001070
001080 77  CON-SW-FIN-MAESTRO PIC X(01) VALUE "N".
001090     88 CON-FIN-MAESTRO VALUE "S".
001091
001092 77  CON-SW-FIN-PERCTL PIC X(01) VALUE "N".
001093     88 CON-FIN-PERCTL VALUE "S".
001094
001095*Fechas de negocio que CIERRE ha cerrado o reabierto, con su
001096*situacion final (C cerrada / A reabierta) segun el ultimo
001097*evento del control de periodos; misma tabla que usa la
001098*CALCULADORA.  Si no caben, el posteo no arranca, porque una
001099*fecha cerrada que no estuviera en la tabla se postearia.
001100 01  CON-TABLA-CIERRES.
001101     05  CON-CIERRES-USADOS           PIC 9(04) COMP VALUE ZERO.
001102     05  CON-CIERRE-ENT OCCURS 1000 TIMES
001103             INDEXED BY CON-NDX-CIERRE.
001104         10  CON-CIERRE-FECHA         PIC 9(08).
001105         10  CON-CIERRE-ESTADO        PIC X(01).
001106
001107 77  CON-SW-CIERRE-HALLADO PIC X(01) VALUE "N".
001108     88 CON-CIERRE-HALLADO VALUE "S".
001109     88 CON-CIERRE-NO-HALLADO VALUE "N".
001110
001111 77  CON-SW-FECHA-CERRADA PIC X(01) VALUE "N".
001112     88 CON-FECHA-CERRADA VALUE "S".
001113
001114 77  CON-BUSCA-FECHA PIC 9(08) VALUE ZEROS.
001115
001116*Maestro de cuentas en memoria, indexado por la opcion 1-7;
001120*una casilla sin cargar delata una operacion sin cuenta.
001130 01  CON-TABLA-CUENTAS.
001140     05  CON-CUENTA-ENT OCCURS 7 TIMES.
001150         10  CON-MAP-CARGADO          PIC X(01).
001160         10  CON-MAP-CARGO            PIC X(08).
001170         10  CON-MAP-ABONO            PIC X(08).
001200*Acumulado por operacion de la fecha pedida: cuantos calculos
001210*y el total de sus resultados, que es la cifra del asiento.
001220 01  CON-TABLA-OPERACIONES.
001230     05  CON-OPER-ENT OCCURS 7 TIMES.
001240         10  CON-OPER-CANTIDAD        PIC 9(08) COMP.
001250         10  CON-OPER-TOTAL           PIC S9(12)V99.
001252*Los reversos de anulacion de la fecha se acumulan aparte porque
001254*se postean con las cuentas invertidas.
001256         10  CON-REV-CANTIDAD         PIC 9(08) COMP.
001258         10  CON-REV-TOTAL            PIC S9(12)V99.
001260
001270*Contadores generales del posteo.
001280 77  CON-REGISTROS-LEIDOS PIC 9(08) COMP VALUE ZERO.
001290 77  CON-REGISTROS-RANGO PIC 9(08) COMP VALUE ZERO.
001300 77  CON-OPER-SIN-CUENTA PIC 9(08) COMP VALUE ZERO.
001310 77  CON-LINEAS-POLIZA PIC 9(08) COMP VALUE ZERO.
001315 77  CON-CALCULOS-CERRADOS PIC 9(08) COMP VALUE ZERO.
001320 77  CON-TOTAL-CARGOS PIC S9(13)V99 VALUE ZERO.
001330 77  CON-TOTAL-ABONOS PIC S9(13)V99 VALUE ZERO.
001340
001500 77  CON-CTAMAP-STATUS PIC XX VALUE "00".
001510 77  CON-POLIZA-STATUS PIC XX VALUE "00".
001520 77  CON-REPORTE-STATUS PIC XX VALUE "00".
001525 77  CON-PERCTL-STATUS PIC XX VALUE "00".
001530
001540 PROCEDURE DIVISION.
001550*-----------------------------------------------------------------
001900             STOP RUN
001910         END-IF
001920     END-IF
001921*Una fecha ya cerrada no se postea otra vez; se revisa antes
001922*de abrir la poliza para no borrar la del posteo anterior.
001923     PERFORM 1300-CARGAR-CIERRES THRU 1300-EXIT
001924     IF CON-ENTRADA-FECHA NOT = SPACES
001925         MOVE CON-FECHA-DESDE TO CON-BUSCA-FECHA
001926         PERFORM 1400-BUSCAR-CIERRE THRU 1400-EXIT
001927         IF CON-FECHA-CERRADA
001928             DISPLAY "La fecha " CON-FECHA-DESDE " esta "
001929                     "cerrada; ya no se puede postear."
001930             MOVE 12 TO RETURN-CODE
001931             STOP RUN
001932         END-IF
001933     END-IF
001934     PERFORM 1100-LIMPIAR-TABLAS THRU 1100-EXIT
001940         VARYING CON-SUB FROM 1 BY 1 UNTIL CON-SUB > 7
001950     OPEN INPUT HISTORY-FILE
001960     IF CON-HISTORY-STATUS NOT = "00"
001970         DISPLAY "No se pudo abrir el historico HISTCALC. "
002230     MOVE SPACES TO CON-MAP-ABONO (CON-SUB)
002240     MOVE SPACES TO CON-MAP-DESCRIPCION (CON-SUB)
002250     MOVE ZERO TO CON-OPER-CANTIDAD (CON-SUB)
002260     MOVE ZERO TO CON-OPER-TOTAL (CON-SUB)
002263     MOVE ZERO TO CON-REV-CANTIDAD (CON-SUB)
002266     MOVE ZERO TO CON-REV-TOTAL (CON-SUB).
002270 1100-EXIT.
002280     EXIT.
002290
002490             SET CON-FIN-MAESTRO TO TRUE
002500             GO TO 1250-EXIT
002510     END-READ
002520     IF MAP-OPCION < 1 OR MAP-OPCION > 7
002530         DISPLAY "Aviso: opcion invalida en CTAMAP: " MAP-OPCION
002540         GO TO 1250-EXIT
002550     END-IF
002590     MOVE MAP-DESCRIPCION TO CON-MAP-DESCRIPCION (MAP-OPCION).
002600 1250-EXIT.
002610     EXIT.
002611
002612*El control de periodos se recorre completo en el orden en que
002613*se escribio: cada cierre (CI) o reapertura (RE) deja la fecha
002614*en la situacion de su ultimo evento.  Si todavia no existe
002615*(estado "35") nunca se ha cerrado nada.
002616 1300-CARGAR-CIERRES.
002617     OPEN INPUT PERIOD-CONTROL-FILE
002618     IF CON-PERCTL-STATUS = "35"
002619         GO TO 1300-EXIT
002620     END-IF
002621     IF CON-PERCTL-STATUS NOT = "00"
002622         DISPLAY "No se pudo abrir el control de periodos "
002623                 "PERCTL. Estado: " CON-PERCTL-STATUS
002624         MOVE 12 TO RETURN-CODE
002625         STOP RUN
002626     END-IF
002627     PERFORM 1350-LEER-PERCTL THRU 1350-EXIT
002628         UNTIL CON-FIN-PERCTL
002629     CLOSE PERIOD-CONTROL-FILE.
002630 1300-EXIT.
002631     EXIT.
002632
002633 1350-LEER-PERCTL.
002634     READ PERIOD-CONTROL-FILE
002635         AT END
002636             SET CON-FIN-PERCTL TO TRUE
002637             GO TO 1350-EXIT
002638     END-READ
002639     IF NOT PER-CIERRE AND NOT PER-REAPERTURA
002640         GO TO 1350-EXIT
002641     END-IF
002642     MOVE PER-FECHA TO CON-BUSCA-FECHA
002643     PERFORM 1400-BUSCAR-CIERRE THRU 1400-EXIT
002644     IF CON-CIERRE-NO-HALLADO
002645         IF CON-CIERRES-USADOS NOT < 1000
002646             DISPLAY "Control de periodos con mas de 1000 "
002647                     "fechas cerradas; se cancela el posteo."
002648             MOVE 12 TO RETURN-CODE
002649             STOP RUN
002650         END-IF
002651         ADD 1 TO CON-CIERRES-USADOS
002652         SET CON-NDX-CIERRE TO CON-CIERRES-USADOS
002653         MOVE PER-FECHA TO CON-CIERRE-FECHA (CON-NDX-CIERRE)
002654     END-IF
002655     IF PER-CIERRE
002656         MOVE "C" TO CON-CIERRE-ESTADO (CON-NDX-CIERRE)
002657     ELSE
002658         MOVE "A" TO CON-CIERRE-ESTADO (CON-NDX-CIERRE)
002659     END-IF.
002660 1350-EXIT.
002661     EXIT.
002662
002663*Busqueda en la tabla de cierres por CON-BUSCA-FECHA; dice si
002664*la fecha esta cerrada.
002665 1400-BUSCAR-CIERRE.
002666     SET CON-CIERRE-NO-HALLADO TO TRUE
002667     MOVE "N" TO CON-SW-FECHA-CERRADA
002668     IF CON-CIERRES-USADOS = ZERO
002669         GO TO 1400-EXIT
002670     END-IF
002671     SET CON-NDX-CIERRE TO 1
002672     SEARCH CON-CIERRE-ENT
002673         AT END
002674             GO TO 1400-EXIT
002675         WHEN CON-NDX-CIERRE > CON-CIERRES-USADOS
002676             GO TO 1400-EXIT
002677         WHEN CON-CIERRE-FECHA (CON-NDX-CIERRE)
002678                 = CON-BUSCA-FECHA
002679             SET CON-CIERRE-HALLADO TO TRUE
002680     END-SEARCH
002681     IF CON-CIERRE-ESTADO (CON-NDX-CIERRE) = "C"
002682         SET CON-FECHA-CERRADA TO TRUE
002683     END-IF.
002684 1400-EXIT.
002685     EXIT.
002686
002687*-----------------------------------------------------------------
002688*    2000-ACUMULAR-HISTORIA
002689*    Ciclo de lectura: acumula por operacion los calculos del
002690*    historico cuya fecha cae en el rango pedido.
002691*-----------------------------------------------------------------
002692 2000-ACUMULAR-HISTORIA.
002693     PERFORM 2100-LEER-HISTORIA THRU 2100-EXIT
002700     PERFORM 2050-CICLO-HISTORIA THRU 2050-EXIT
002710         UNTIL CON-FIN-HISTORIA
002720     CLOSE HISTORY-FILE.
002920 2100-EXIT.
002930     EXIT.
002940
002950*El posteo de todo el historico salta los calculos de las
002953*fechas ya cerradas: esos ya estan en el mayor.
002956*Una opcion fuera de 1-7 no deberia existir en el historico;
002960*se cuenta como operacion sin cuenta para que no se pierda en
002970*silencio.  Un reverso trae la fecha de la anulacion y va a su
002973*propio acumulado; la transaccion anulada se acumula como
002976*cualquier otra en su fecha original.
002980 2200-ACUMULAR-REGISTRO.
002981     IF CON-CIERRES-USADOS > ZERO
002982         MOVE HIST-FECHA TO CON-BUSCA-FECHA
002983         PERFORM 1400-BUSCAR-CIERRE THRU 1400-EXIT
002984         IF CON-FECHA-CERRADA
002985             ADD 1 TO CON-CALCULOS-CERRADOS
002986             GO TO 2200-EXIT
002987         END-IF
002988     END-IF
002990     ADD 1 TO CON-REGISTROS-RANGO
003000     IF CALC-OPCION < 1 OR CALC-OPCION > 7
003010         ADD 1 TO CON-OPER-SIN-CUENTA
003020         GO TO 2200-EXIT
003030     END-IF
003050         ADD 1 TO CON-OPER-SIN-CUENTA
003060         GO TO 2200-EXIT
003070     END-IF
003071     IF HIST-REVERSO
003072         ADD 1 TO CON-REV-CANTIDAD (CALC-OPCION)
003073         ADD CALC-RESULTADO TO CON-REV-TOTAL (CALC-OPCION)
003074         GO TO 2200-EXIT
003075     END-IF
003080     ADD 1 TO CON-OPER-CANTIDAD (CALC-OPCION)
003090     ADD CALC-RESULTADO TO CON-OPER-TOTAL (CALC-OPCION).
003100 2200-EXIT.
003140*    3000-ESCRIBIR-POLIZA
003150*    Una linea de cargo y una de abono por operacion con
003160*    movimiento, ambas por el mismo importe, para que la
003170*    poliza siempre cuadre cargos contra abonos.  Los reversos
003175*    de anulacion siguen con su propio par de lineas.
003180*-----------------------------------------------------------------
003190 3000-ESCRIBIR-POLIZA.
003200     PERFORM 3100-ASIENTO-OPERACION THRU 3100-EXIT
003210         VARYING CON-SUB FROM 1 BY 1 UNTIL CON-SUB > 7
003213     PERFORM 3200-ASIENTO-REVERSO THRU 3200-EXIT
003216         VARYING CON-SUB FROM 1 BY 1 UNTIL CON-SUB > 7
003220     CLOSE VOUCHER-FILE.
003230 3000-EXIT.
003240     EXIT.
003470     ADD CON-OPER-TOTAL (CON-SUB) TO CON-TOTAL-ABONOS.
003480 3100-EXIT.
003490     EXIT.
003491
003492*El reverso deshace el asiento original: cargo a la cuenta de
003493*abono y abono a la cuenta de cargo, por el mismo importe.
003494 3200-ASIENTO-REVERSO.
003495     IF CON-REV-CANTIDAD (CON-SUB) = ZERO
003496         GO TO 3200-EXIT
003497     END-IF
003498     MOVE SPACES TO VOUCHER-RECORD
003499     MOVE CON-FECHA-POLIZA TO POL-FECHA
003500     MOVE "C" TO POL-TIPO
003501     MOVE CON-MAP-ABONO (CON-SUB) TO POL-CUENTA
003502     MOVE CON-REV-TOTAL (CON-SUB) TO POL-IMPORTE
003503     STRING "REVERSO " DELIMITED BY SIZE
003504         CON-MAP-DESCRIPCION (CON-SUB) DELIMITED BY SIZE
003505         INTO POL-CONCEPTO
003506     WRITE VOUCHER-RECORD
003507     ADD 1 TO CON-LINEAS-POLIZA
003508     ADD CON-REV-TOTAL (CON-SUB) TO CON-TOTAL-CARGOS
003509     MOVE SPACES TO VOUCHER-RECORD
003510     MOVE CON-FECHA-POLIZA TO POL-FECHA
003511     MOVE "A" TO POL-TIPO
003512     MOVE CON-MAP-CARGO (CON-SUB) TO POL-CUENTA
003513     MOVE CON-REV-TOTAL (CON-SUB) TO POL-IMPORTE
003514     STRING "REVERSO " DELIMITED BY SIZE
003515         CON-MAP-DESCRIPCION (CON-SUB) DELIMITED BY SIZE
003516         INTO POL-CONCEPTO
003517     WRITE VOUCHER-RECORD
003518     ADD 1 TO CON-LINEAS-POLIZA
003519     ADD CON-REV-TOTAL (CON-SUB) TO CON-TOTAL-ABONOS.
003520 3200-EXIT.
003521     EXIT.
003522
003523*-----------------------------------------------------------------
003524*    4000-ESCRIBIR-REPORTE
003530*    Reporte de posteo: cifras por operacion, cuadre de cargos
003540*    contra abonos y las operaciones que quedaron sin cuenta.
003550*-----------------------------------------------------------------
003670     MOVE SPACES TO REPORTE-LINEA
003680     WRITE REPORTE-LINEA
003690     PERFORM 4100-LINEA-OPERACION THRU 4100-EXIT
003700         VARYING CON-SUB FROM 1 BY 1 UNTIL CON-SUB > 7
003703     PERFORM 4200-LINEA-REVERSO THRU 4200-EXIT
003706         VARYING CON-SUB FROM 1 BY 1 UNTIL CON-SUB > 7
003710     MOVE SPACES TO REPORTE-LINEA
003720     WRITE REPORTE-LINEA
003730     MOVE CON-TOTAL-CARGOS TO CON-IMPORTE-EDITADO
004010             INTO REPORTE-LINEA
004020         WRITE REPORTE-LINEA
004030     END-IF
004031     IF CON-CALCULOS-CERRADOS > ZERO
004032         MOVE CON-CALCULOS-CERRADOS TO CON-CANTIDAD-EDITADA
004033         MOVE SPACES TO REPORTE-LINEA
004034         STRING "CALCULOS DE FECHAS CERRADAS: "
004035             DELIMITED BY SIZE
004036             CON-CANTIDAD-EDITADA DELIMITED BY SIZE
004037             " (NO POSTEADOS)" DELIMITED BY SIZE
004038             INTO REPORTE-LINEA
004039         WRITE REPORTE-LINEA
004040     END-IF
004041     CLOSE REPORT-FILE.
004050 4000-EXIT.
004060     EXIT.
004070
004270     WRITE REPORTE-LINEA.
004280 4100-EXIT.
004290     EXIT.
004291
004292*Reversos de anulacion: las cuentas se muestran como quedaron
004293*en la poliza, ya invertidas.
004294 4200-LINEA-REVERSO.
004295     IF CON-REV-CANTIDAD (CON-SUB) = ZERO
004296         GO TO 4200-EXIT
004297     END-IF
004298     PERFORM 4150-NOMBRAR-OPERACION THRU 4150-EXIT
004299     MOVE CON-REV-CANTIDAD (CON-SUB) TO CON-CANTIDAD-EDITADA
004300     MOVE CON-REV-TOTAL (CON-SUB) TO CON-IMPORTE-EDITADO
004301     MOVE SPACES TO REPORTE-LINEA
004302     STRING "  REV " DELIMITED BY SIZE
004303         CON-NOMBRE-OPERACION DELIMITED BY SIZE
004304         CON-CANTIDAD-EDITADA DELIMITED BY SIZE
004305         "  CARGO " DELIMITED BY SIZE
004306         CON-MAP-ABONO (CON-SUB) DELIMITED BY SIZE
004307         "  ABONO " DELIMITED BY SIZE
004308         CON-MAP-CARGO (CON-SUB) DELIMITED BY SIZE
004309         " " DELIMITED BY SIZE
004310         CON-IMPORTE-EDITADO DELIMITED BY SIZE
004311         INTO REPORTE-LINEA
004312     WRITE REPORTE-LINEA.
004313 4200-EXIT.
004314     EXIT.
004315
004316 4150-NOMBRAR-OPERACION.
004320     EVALUATE CON-SUB
004330         WHEN 1
004340             MOVE "SUMA" TO CON-NOMBRE-OPERACION
004420             MOVE "PORCENTAJE" TO CON-NOMBRE-OPERACION
004430         WHEN 6
004440             MOVE "MODULO" TO CON-NOMBRE-OPERACION
004443         WHEN 7
004446             MOVE "CONVERSION" TO CON-NOMBRE-OPERACION
004450     END-EVALUATE.
004460 4150-EXIT.
004470     EXIT.
004690     ELSE
004700         MOVE ZERO TO RETURN-CODE
004710     END-IF
004711     IF CON-CALCULOS-CERRADOS > ZERO
004712         MOVE CON-CALCULOS-CERRADOS TO CON-CANTIDAD-EDITADA
004713         DISPLAY "Calculos de fechas cerradas:    "
004714             CON-CANTIDAD-EDITADA
004715     END-IF
004716*Solo el posteo de una fecha queda en el control de periodos;
004717*el de todo el historico es una regularizacion, no el posteo
004718*de un dia.
004719     IF CON-ENTRADA-FECHA NOT = SPACES
004720         PERFORM 9100-ASENTAR-PERIODO THRU 9100-EXIT
004721     END-IF
004722     DISPLAY "Poliza en POLIZA y reporte en CONTARPT.".
004730 9000-EXIT.
004740     EXIT.
004750
004760*El resultado queda en el control de periodos con los calculos
004770*de la fecha y los totales de cargos y abonos de la poliza.  Se
004780*crea con OPEN OUTPUT si aun no existe; una falla al asentar
004790*solo se avisa: sin el evento, CIERRE no cerrara la fecha.
004800 9100-ASENTAR-PERIODO.
004810     OPEN EXTEND PERIOD-CONTROL-FILE
004820     IF CON-PERCTL-STATUS = "35"
004830         OPEN OUTPUT PERIOD-CONTROL-FILE
004840     END-IF
004850     IF CON-PERCTL-STATUS NOT = "00"
004860         DISPLAY "Aviso: no se pudo asentar el posteo en "
004870                 "PERCTL. Estado: " CON-PERCTL-STATUS
004880         GO TO 9100-EXIT
004890     END-IF
004900     MOVE SPACES TO PERIOD-CONTROL-RECORD
004910     MOVE CON-FECHA-POLIZA TO PER-FECHA
004920     SET PER-CONTABILIZACION TO TRUE
004930     MOVE RETURN-CODE TO PER-RETORNO
004940     MOVE CON-REGISTROS-RANGO TO PER-CANTIDAD
004950     MOVE CON-TOTAL-CARGOS TO PER-IMPORTE
004960     MOVE CON-TOTAL-ABONOS TO PER-IMPORTE-2
004970     ACCEPT PER-FECHA-REAL FROM DATE YYYYMMDD
004980     ACCEPT PER-HORA-REAL FROM TIME
004990     WRITE PERIOD-CONTROL-RECORD
005000     CLOSE PERIOD-CONTROL-FILE.
005010 9100-EXIT.
005020     EXIT.
005030
005040 END PROGRAM CONTABILIZA.
