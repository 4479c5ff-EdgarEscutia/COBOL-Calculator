000010*****************************************************************
000020*    Program:     TRAZALOTE
000030*    Author:      Equipo de Sistemas Administrativos
000040*    Installation: Departamento de Contabilidad
000050*    Date-Written: 2026-10-15
000060*    Date-Compiled:
000070*    Purpose:     Rastreo de un lote de BATCHIN de punta a punta:
000080*                 su captura y liberacion en LOTECTL, su registro
000090*                 de proceso en LOTEREG, cada calculo que dejo en
000100*                 HISTCALC con subtotales por operacion, cada
000110*                 detalle que sigue en el maestro de suspensos
000120*                 SUSPMAST con su estado y motivo, las corridas de
000130*                 RUNCTL que lo tocaron y la contabilizacion y el
000140*                 cierre de sus fechas en PERCTL.  Termina con la
000150*                 prueba de que la cantidad de la cola es igual a
000160*                 los procesados mas los suspendidos.
000170*    Tectonics:   cobc
000180*-----------------------------------------------------------------
000190*    Modification History
000200*    Date       Init  Description
000210*    ---------- ----  -------------------------------------------
000220*    2026-10-15 EE    Version original - historia completa de un
000230*                      lote con la prueba de cola.
000240*****************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. TRAZALOTE.
000270 AUTHOR. EQUIPO DE SISTEMAS ADMINISTRATIVOS.
000280 INSTALLATION. DEPARTAMENTO DE CONTABILIDAD.
000290 DATE-WRITTEN. 2026-10-15.
000300 DATE-COMPILED.
000310
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT LOTE-CONTROL-FILE ASSIGN TO "LOTECTL"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS TRZ-LOTECTL-STATUS.
000380
000390     SELECT LOTE-REGISTER-FILE ASSIGN TO "LOTEREG"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS TRZ-LOTEREG-STATUS.
000420
000430     SELECT HISTORY-FILE ASSIGN TO "HISTCALC"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS SEQUENTIAL
000460         RECORD KEY IS HIST-TRANSACCION-ID
000470         FILE STATUS IS TRZ-HISTORY-STATUS.
000480
000490     SELECT SUSPENSE-MASTER-FILE ASSIGN TO "SUSPMAST"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS TRZ-SUSPMAST-STATUS.
000520
000530     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS TRZ-RUNCTL-STATUS.
000560
000570     SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERCTL"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS TRZ-PERCTL-STATUS.
000600
000610     SELECT REPORT-FILE ASSIGN TO "TRAZARPT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS TRZ-REPORTE-STATUS.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  LOTE-CONTROL-FILE.
000680 01  LOTE-CONTROL-RECORD.
000690     COPY LCTLREC.
000700
000710*Mismo renglon que asienta CALCULADORA por cada lote procesado
000720*en balance.
000730 FD  LOTE-REGISTER-FILE.
000740 01  LOTE-REGISTER-RECORD.
000750     05  LREG-LOTE-ID                 PIC X(08).
000760     05  LREG-FECHA                   PIC 9(08).
000770
000780 FD  HISTORY-FILE.
000790 01  HISTORY-RECORD.
000800     COPY HISTREC.
000810
000820 FD  SUSPENSE-MASTER-FILE.
000830 01  SUSPENSE-MASTER-RECORD.
000840     COPY SUSPREC.
000850
000860 FD  RUN-CONTROL-FILE.
000870 01  RUN-CONTROL-RECORD.
000880     COPY RUNREC.
000890
000900 FD  PERIOD-CONTROL-FILE.
000910 01  PERIOD-CONTROL-RECORD.
000920     COPY PERREC.
000930
000940 FD  REPORT-FILE.
000950 01  REPORTE-LINEA                    PIC X(100).
000960
000970 WORKING-STORAGE SECTION.
000980*Lote que se rastrea.
000990 77  TRZ-LOTE-ID PIC X(08) VALUE SPACES.
001000
001010*Interruptores de control del programa.
001020 77  TRZ-SW-FIN-ARCHIVO PIC X(01) VALUE "N".
001030     88 TRZ-FIN-ARCHIVO VALUE "S".
001040
001050 77  TRZ-SW-HALLADO PIC X(01) VALUE "N".
001060     88 TRZ-HALLADO VALUE "S".
001070     88 TRZ-NO-HALLADO VALUE "N".
001080
001090*Rastro del lote en alguna de las fuentes; sin ninguno el lote
001100*no existe para el sistema.
001110 77  TRZ-SW-LOTE-CONOCIDO PIC X(01) VALUE "N".
001120     88 TRZ-LOTE-CONOCIDO VALUE "S".
001130
001140*Cifras de la cola segun el ultimo evento de LOTECTL (son las
001150*que CALCULADORA exige a la cola del lote liberado).
001160 77  TRZ-SW-COLA PIC X(01) VALUE "N".
001170     88 TRZ-HAY-COLA VALUE "S".
001180 77  TRZ-ULTIMO-ESTADO PIC X(01) VALUE SPACE.
001190     88 TRZ-ULTIMO-LIBERADO VALUE "L".
001200 77  TRZ-COLA-CANT PIC 9(08) COMP VALUE ZERO.
001210 77  TRZ-COLA-HASH PIC S9(09)V99 COMP VALUE ZERO.
001220
001230*Fechas en que las corridas tocaron el lote (la de cada
001240*calculo y la de cada rechazo a suspensos): con ellas se buscan
001250*las corridas en RUNCTL y la contabilizacion en PERCTL.
001260 01  TRZ-TABLA-FECHAS.
001270     05  TRZ-FECHA-PROC               PIC 9(08)
001280                                      OCCURS 50 TIMES
001290                                      INDEXED BY TRZ-NDX-FECHA.
001300 77  TRZ-FECHAS-USADAS PIC 9(04) COMP VALUE ZERO.
001310 77  TRZ-FECHA-BUSCADA PIC 9(08) VALUE ZEROS.
001320
001330*Subtotales de los calculos por operacion (1 a 7); el indice
001340*es la opcion del calculo, cero si no es valida.
001350 01  TRZ-TABLA-SUBTOTALES.
001360     05  TRZ-SUBTOTAL                 OCCURS 7 TIMES.
001370         10  TRZ-SUB-CANTIDAD         PIC 9(06) COMP.
001380         10  TRZ-SUB-ANULADAS         PIC 9(06) COMP.
001390         10  TRZ-SUB-TOTAL            PIC S9(13)V99 COMP.
001400 77  TRZ-SUB PIC 9(02) COMP VALUE ZERO.
001410
001420*Contadores de la prueba.
001430 77  TRZ-PROCESADOS PIC 9(08) COMP VALUE ZERO.
001440 77  TRZ-ANULADOS PIC 9(08) COMP VALUE ZERO.
001450 77  TRZ-SUSPENDIDOS PIC 9(08) COMP VALUE ZERO.
001460 77  TRZ-REPROCESADOS PIC 9(08) COMP VALUE ZERO.
001470 77  TRZ-SUMA-PRUEBA PIC 9(08) COMP VALUE ZERO.
001480 77  TRZ-DIFERENCIA PIC S9(08) COMP VALUE ZERO.
001490 77  TRZ-CONTADOR PIC 9(08) COMP VALUE ZERO.
001500
001510*El registro suspendido tal cual se leyo del lote.
001520 01  TRZ-SUSP-DATOS.
001530     05  TRZ-SUSP-TRANSACCION         PIC X(10).
001540     05  TRZ-SUSP-OPCION              PIC X(01).
001550     05  FILLER                       PIC X(16).
001560
001570 77  TRZ-NOMBRE-OPERACION PIC X(14) VALUE SPACES.
001580 77  TRZ-NOMBRE-ESTADO PIC X(20) VALUE SPACES.
001590 77  TRZ-NOMBRE-MODO PIC X(09) VALUE SPACES.
001600 77  TRZ-NOMBRE-EVENTO PIC X(10) VALUE SPACES.
001610 77  TRZ-CUADRE PIC X(09) VALUE SPACES.
001620
001630*Lineas del reporte.
001640 01  TRZ-TITULO                       PIC X(100).
001650
001660 01  TRZ-LINEA-CALCULO.
001670     05  FILLER                       PIC X(02) VALUE SPACES.
001680     05  TRZ-CAL-TRANSACCION          PIC X(10).
001690     05  FILLER                       PIC X(01) VALUE SPACE.
001700     05  TRZ-CAL-FECHA                PIC 9999/99/99.
001710     05  FILLER                       PIC X(01) VALUE SPACE.
001720     05  TRZ-CAL-OPERACION            PIC X(14).
001730     05  FILLER                       PIC X(01) VALUE SPACE.
001740     05  TRZ-CAL-NUMERO-1             PIC -(5)9.99.
001750     05  FILLER                       PIC X(01) VALUE SPACE.
001760     05  TRZ-CAL-NUMERO-2             PIC X(09).
001770     05  FILLER                       PIC X(01) VALUE SPACE.
001780     05  TRZ-CAL-RESULTADO            PIC -(10)9.99.
001790     05  FILLER                       PIC X(01) VALUE SPACE.
001800     05  TRZ-CAL-ESTADO               PIC X(20).
001810     05  FILLER                       PIC X(06) VALUE SPACES.
001820
001830 01  TRZ-LINEA-SUBTOTAL.
001840     05  FILLER                       PIC X(02) VALUE SPACES.
001850     05  TRZ-SBT-OPERACION            PIC X(14).
001860     05  FILLER                       PIC X(02) VALUE SPACES.
001870     05  TRZ-SBT-CANTIDAD             PIC ZZZZZ9.
001880     05  FILLER                       PIC X(02) VALUE SPACES.
001890     05  TRZ-SBT-ANULADAS             PIC ZZZZZ9.
001900     05  FILLER                       PIC X(02) VALUE SPACES.
001910     05  TRZ-SBT-TOTAL                PIC -(13)9.99.
001920     05  FILLER                       PIC X(49) VALUE SPACES.
001930
001940*Campos editados.
001950 77  TRZ-FECHA-EDITADA PIC 9999/99/99.
001960 77  TRZ-FECHA-EDITADA-2 PIC 9999/99/99.
001970 77  TRZ-NUMERO-EDITADO PIC -(5)9.99.
001980 77  TRZ-CANT-EDITADA PIC ZZZZZZZ9.
001990 77  TRZ-CANT-EDITADA-2 PIC ZZZZZZZ9.
002000 77  TRZ-CANT-EDITADA-3 PIC ZZZZZZZ9.
002010 77  TRZ-HASH-EDITADO PIC -(9)9.99.
002020 77  TRZ-REG-EDITADO PIC ZZZZZZZ9.
002030 77  TRZ-RC-EDITADO PIC 99.
002040 77  TRZ-DIFERENCIA-EDITADA PIC -(8)9.
002050
002060*Codigos de estado de archivo.
002070 77  TRZ-LOTECTL-STATUS PIC XX VALUE "00".
002080 77  TRZ-LOTEREG-STATUS PIC XX VALUE "00".
002090 77  TRZ-HISTORY-STATUS PIC XX VALUE "00".
002100 77  TRZ-SUSPMAST-STATUS PIC XX VALUE "00".
002110 77  TRZ-RUNCTL-STATUS PIC XX VALUE "00".
002120 77  TRZ-PERCTL-STATUS PIC XX VALUE "00".
002130 77  TRZ-REPORTE-STATUS PIC XX VALUE "00".
002140
002150 PROCEDURE DIVISION.
002160*-----------------------------------------------------------------
002170*    0000-PRINCIPAL
002180*    Punto de entrada: pide el lote, recorre cada fuente en el
002190*    orden de la vida del lote y cierra con la prueba de cola.
002200*-----------------------------------------------------------------
002210 0000-PRINCIPAL.
002220     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
002230     PERFORM 2000-RASTREAR-LOTECTL THRU 2000-EXIT
002240     PERFORM 3000-RASTREAR-LOTEREG THRU 3000-EXIT
002250     PERFORM 4000-RASTREAR-HISTCALC THRU 4000-EXIT
002260     PERFORM 5000-RASTREAR-SUSPMAST THRU 5000-EXIT
002270     PERFORM 6000-RASTREAR-RUNCTL THRU 6000-EXIT
002280     PERFORM 7000-RASTREAR-PERCTL THRU 7000-EXIT
002290     PERFORM 8000-PROBAR-COLA THRU 8000-EXIT
002300     PERFORM 9000-TERMINAR THRU 9000-EXIT
002310     STOP RUN.
002320
002330*-----------------------------------------------------------------
002340*    1000-INICIALIZAR
002350*    Pide el lote y abre el reporte.
002360*-----------------------------------------------------------------
002370 1000-INICIALIZAR.
002380     DISPLAY "TRAZALOTE - Rastreo de un lote"
002390     PERFORM 1100-SOLICITAR-LOTE THRU 1100-EXIT
002400         UNTIL TRZ-LOTE-ID NOT = SPACES
002410     OPEN OUTPUT REPORT-FILE
002420     IF TRZ-REPORTE-STATUS NOT = "00"
002430         DISPLAY "No se pudo abrir el reporte TRAZARPT. "
002440                 "Estado: " TRZ-REPORTE-STATUS
002450         MOVE 12 TO RETURN-CODE
002460         STOP RUN
002470     END-IF
002480     MOVE SPACES TO REPORTE-LINEA
002490     STRING "RASTREO DEL LOTE " DELIMITED BY SIZE
002500         TRZ-LOTE-ID DELIMITED BY SIZE
002510         INTO REPORTE-LINEA
002520     WRITE REPORTE-LINEA
002530     INITIALIZE TRZ-TABLA-SUBTOTALES.
002540 1000-EXIT.
002550     EXIT.
002560
002570 1100-SOLICITAR-LOTE.
002580     DISPLAY "Lote a rastrear (8 car.):"
002590     ACCEPT TRZ-LOTE-ID
002600     IF TRZ-LOTE-ID = SPACES
002610         DISPLAY "El lote no puede quedar en blanco."
002620     END-IF.
002630 1100-EXIT.
002640     EXIT.
002650
002660*Titulo de cada seccion: linea en blanco y el titulo que deja
002670*quien la abre en REPORTE-LINEA.
002680 1200-TITULAR-SECCION.
002690     MOVE REPORTE-LINEA TO TRZ-TITULO
002700     MOVE SPACES TO REPORTE-LINEA
002710     WRITE REPORTE-LINEA
002720     MOVE TRZ-TITULO TO REPORTE-LINEA
002730     WRITE REPORTE-LINEA.
002740 1200-EXIT.
002750     EXIT.
002760
002770*Anota una fecha de corrida en la tabla si no estaba.
002780 1300-ANOTAR-FECHA.
002790     SET TRZ-NDX-FECHA TO 1
002800     SEARCH TRZ-FECHA-PROC
002810         AT END
002820             IF TRZ-FECHAS-USADAS < 50
002830                 ADD 1 TO TRZ-FECHAS-USADAS
002840                 MOVE TRZ-FECHA-BUSCADA
002850                     TO TRZ-FECHA-PROC (TRZ-FECHAS-USADAS)
002860             END-IF
002870         WHEN TRZ-NDX-FECHA > TRZ-FECHAS-USADAS
002880             IF TRZ-FECHAS-USADAS < 50
002890                 ADD 1 TO TRZ-FECHAS-USADAS
002900                 MOVE TRZ-FECHA-BUSCADA
002910                     TO TRZ-FECHA-PROC (TRZ-FECHAS-USADAS)
002920             END-IF
002930         WHEN TRZ-FECHA-PROC (TRZ-NDX-FECHA) = TRZ-FECHA-BUSCADA
002940             CONTINUE
002950     END-SEARCH.
002960 1300-EXIT.
002970     EXIT.
002980
002990*Busca TRZ-FECHA-BUSCADA en la tabla de fechas del lote.
003000 1400-BUSCAR-FECHA.
003010     SET TRZ-NO-HALLADO TO TRUE
003020     SET TRZ-NDX-FECHA TO 1
003030     SEARCH TRZ-FECHA-PROC
003040         AT END
003050             CONTINUE
003060         WHEN TRZ-NDX-FECHA > TRZ-FECHAS-USADAS
003070             CONTINUE
003080         WHEN TRZ-FECHA-PROC (TRZ-NDX-FECHA) = TRZ-FECHA-BUSCADA
003090             SET TRZ-HALLADO TO TRUE
003100     END-SEARCH.
003110 1400-EXIT.
003120     EXIT.
003130
003140*-----------------------------------------------------------------
003150*    2000-RASTREAR-LOTECTL
003160*    Captura, liberacion o rechazo del lote.  El ultimo evento da
003170*    las cifras de cola para la prueba final.
003180*-----------------------------------------------------------------
003190 2000-RASTREAR-LOTECTL.
003200     MOVE "CAPTURA Y LIBERACION (LOTECTL)" TO REPORTE-LINEA
003210     PERFORM 1200-TITULAR-SECCION THRU 1200-EXIT
003220     OPEN INPUT LOTE-CONTROL-FILE
003230     IF TRZ-LOTECTL-STATUS = "35"
003240         MOVE "  NO EXISTE EL CONTROL DE LIBERACION"
003250             TO REPORTE-LINEA
003260         WRITE REPORTE-LINEA
003270         GO TO 2000-EXIT
003280     END-IF
003290     IF TRZ-LOTECTL-STATUS NOT = "00"
003300         DISPLAY "No se pudo abrir el control de liberacion "
003310                 "LOTECTL. Estado: " TRZ-LOTECTL-STATUS
003320         MOVE 12 TO RETURN-CODE
003330         STOP RUN
003340     END-IF
003350     MOVE ZERO TO TRZ-CONTADOR
003360     MOVE "N" TO TRZ-SW-FIN-ARCHIVO
003370     PERFORM 2100-LEER-LOTECTL THRU 2100-EXIT
003380         UNTIL TRZ-FIN-ARCHIVO
003390     CLOSE LOTE-CONTROL-FILE
003400     IF TRZ-CONTADOR = ZERO
003410         MOVE "  SIN EVENTOS DE CAPTURA NI DE LIBERACION"
003420             TO REPORTE-LINEA
003430         WRITE REPORTE-LINEA
003440     END-IF.
003450 2000-EXIT.
003460     EXIT.
003470
003480 2100-LEER-LOTECTL.
003490     READ LOTE-CONTROL-FILE
003500         AT END
003510             SET TRZ-FIN-ARCHIVO TO TRUE
003520             GO TO 2100-EXIT
003530     END-READ
003540     IF LCT-LOTE-ID NOT = TRZ-LOTE-ID
003550         GO TO 2100-EXIT
003560     END-IF
003570     ADD 1 TO TRZ-CONTADOR
003580     SET TRZ-LOTE-CONOCIDO TO TRUE
003590     SET TRZ-HAY-COLA TO TRUE
003600     MOVE LCT-ESTADO TO TRZ-ULTIMO-ESTADO
003610     MOVE LCT-CANT-REG TO TRZ-COLA-CANT
003620     MOVE LCT-HASH TO TRZ-COLA-HASH
003630     EVALUATE TRUE
003640         WHEN LCT-PENDIENTE
003650             MOVE "CAPTURADO" TO TRZ-NOMBRE-EVENTO
003660         WHEN LCT-LIBERADO
003670             MOVE "LIBERADO" TO TRZ-NOMBRE-EVENTO
003680         WHEN LCT-RECHAZADO
003690             MOVE "RECHAZADO" TO TRZ-NOMBRE-EVENTO
003700         WHEN OTHER
003710             MOVE "DESCONOCIDO" TO TRZ-NOMBRE-EVENTO
003720     END-EVALUATE
003730     MOVE LCT-FECHA-REAL TO TRZ-FECHA-EDITADA
003740     MOVE LCT-FECHA TO TRZ-FECHA-EDITADA-2
003750     MOVE LCT-CANT-REG TO TRZ-CANT-EDITADA
003760     MOVE LCT-HASH TO TRZ-HASH-EDITADO
003770     MOVE SPACES TO REPORTE-LINEA
003780     STRING "  " DELIMITED BY SIZE
003790         TRZ-FECHA-EDITADA DELIMITED BY SIZE
003800         " " DELIMITED BY SIZE
003810         TRZ-NOMBRE-EVENTO DELIMITED BY SIZE
003820         " POR " DELIMITED BY SIZE
003830         LCT-OPERADOR-ID DELIMITED BY SIZE
003840         " LOTE DEL " DELIMITED BY SIZE
003850         TRZ-FECHA-EDITADA-2 DELIMITED BY SIZE
003860         " DETALLES" DELIMITED BY SIZE
003870         TRZ-CANT-EDITADA DELIMITED BY SIZE
003880         " HASH" DELIMITED BY SIZE
003890         TRZ-HASH-EDITADO DELIMITED BY SIZE
003900         INTO REPORTE-LINEA
003910     WRITE REPORTE-LINEA
003920     IF LCT-MOTIVO NOT = SPACES
003930         MOVE SPACES TO REPORTE-LINEA
003940         STRING "             MOTIVO: " DELIMITED BY SIZE
003950             LCT-MOTIVO DELIMITED BY SIZE
003960             INTO REPORTE-LINEA
003970         WRITE REPORTE-LINEA
003980     END-IF.
003990 2100-EXIT.
004000     EXIT.
004010
004020*-----------------------------------------------------------------
004030*    3000-RASTREAR-LOTEREG
004040*    Registro del lote procesado en balance por CALCULADORA.
004050*-----------------------------------------------------------------
004060 3000-RASTREAR-LOTEREG.
004070     MOVE "REGISTRO DE PROCESO (LOTEREG)" TO REPORTE-LINEA
004080     PERFORM 1200-TITULAR-SECCION THRU 1200-EXIT
004090     MOVE ZERO TO TRZ-CONTADOR
004100     OPEN INPUT LOTE-REGISTER-FILE
004110     IF TRZ-LOTEREG-STATUS = "35"
004120         GO TO 3000-FIN
004130     END-IF
004140     IF TRZ-LOTEREG-STATUS NOT = "00"
004150         DISPLAY "No se pudo abrir el registro de lotes "
004160                 "LOTEREG. Estado: " TRZ-LOTEREG-STATUS
004170         MOVE 12 TO RETURN-CODE
004180         STOP RUN
004190     END-IF
004200     MOVE "N" TO TRZ-SW-FIN-ARCHIVO
004210     PERFORM 3100-LEER-LOTEREG THRU 3100-EXIT
004220         UNTIL TRZ-FIN-ARCHIVO
004230     CLOSE LOTE-REGISTER-FILE.
004240 3000-FIN.
004250     IF TRZ-CONTADOR = ZERO
004260         MOVE "  EL LOTE NO SE HA PROCESADO EN BALANCE"
004270             TO REPORTE-LINEA
004280         WRITE REPORTE-LINEA
004290     END-IF.
004300 3000-EXIT.
004310     EXIT.
004320
004330 3100-LEER-LOTEREG.
004340     READ LOTE-REGISTER-FILE
004350         AT END
004360             SET TRZ-FIN-ARCHIVO TO TRUE
004370             GO TO 3100-EXIT
004380     END-READ
004390     IF LREG-LOTE-ID NOT = TRZ-LOTE-ID
004400         GO TO 3100-EXIT
004410     END-IF
004420     ADD 1 TO TRZ-CONTADOR
004430     SET TRZ-LOTE-CONOCIDO TO TRUE
004440     MOVE LREG-FECHA TO TRZ-FECHA-EDITADA
004450     MOVE SPACES TO REPORTE-LINEA
004460     STRING "  PROCESADO EN BALANCE CON FECHA DE ENCABEZADO "
004470         DELIMITED BY SIZE
004480         TRZ-FECHA-EDITADA DELIMITED BY SIZE
004490         INTO REPORTE-LINEA
004500     WRITE REPORTE-LINEA.
004510 3100-EXIT.
004520     EXIT.
004530
004540*-----------------------------------------------------------------
004550*    4000-RASTREAR-HISTCALC
004560*    Cada calculo del lote en el historico, con su estado, y los
004570*    subtotales por operacion.  Los reversos no llevan lote: se
004580*    ven como el enlace de la transaccion anulada.
004590*-----------------------------------------------------------------
004600 4000-RASTREAR-HISTCALC.
004610     MOVE "CALCULOS DEL LOTE (HISTCALC)" TO REPORTE-LINEA
004620     PERFORM 1200-TITULAR-SECCION THRU 1200-EXIT
004630     OPEN INPUT HISTORY-FILE
004640     IF TRZ-HISTORY-STATUS = "35"
004650         MOVE "  NO EXISTE EL HISTORICO" TO REPORTE-LINEA
004660         WRITE REPORTE-LINEA
004670         GO TO 4000-EXIT
004680     END-IF
004690     IF TRZ-HISTORY-STATUS NOT = "00"
004700         DISPLAY "No se pudo abrir el historico HISTCALC. "
004710                 "Estado: " TRZ-HISTORY-STATUS
004720         MOVE 12 TO RETURN-CODE
004730         STOP RUN
004740     END-IF
004750     MOVE SPACES TO REPORTE-LINEA
004760     STRING "  TRANSACC.  FECHA      OPERACION        PRIMERO "
004770         DELIMITED BY SIZE
004780         "  SEGUNDO      RESULTADO ESTADO" DELIMITED BY SIZE
004790         INTO REPORTE-LINEA
004800     WRITE REPORTE-LINEA
004810     MOVE "N" TO TRZ-SW-FIN-ARCHIVO
004820     PERFORM 4100-LEER-HISTCALC THRU 4100-EXIT
004830         UNTIL TRZ-FIN-ARCHIVO
004840     CLOSE HISTORY-FILE
004850     IF TRZ-PROCESADOS = ZERO
004860         MOVE "  NINGUN CALCULO DEL LOTE EN EL HISTORICO"
004870             TO REPORTE-LINEA
004880         WRITE REPORTE-LINEA
004890         GO TO 4000-EXIT
004900     END-IF
004910     MOVE "SUBTOTALES POR OPERACION" TO REPORTE-LINEA
004920     PERFORM 1200-TITULAR-SECCION THRU 1200-EXIT
004930     MOVE "  OPERACION       CANTIDAD  ANULADAS     TOTAL VIGENTE"
004940         TO REPORTE-LINEA
004950     WRITE REPORTE-LINEA
004960     PERFORM 4300-LISTAR-SUBTOTAL THRU 4300-EXIT
004970         VARYING TRZ-SUB FROM 1 BY 1 UNTIL TRZ-SUB > 7.
004980 4000-EXIT.
004990     EXIT.
005000
005010*Un registro que no se deja leer termina el recorrido, como en
005020*la verificacion del historico.
005030 4100-LEER-HISTCALC.
005040     READ HISTORY-FILE
005050         AT END
005060             SET TRZ-FIN-ARCHIVO TO TRUE
005070             GO TO 4100-EXIT
005080     END-READ
005090     IF TRZ-HISTORY-STATUS NOT = "00"
005100         DISPLAY "Registro ilegible en HISTCALC. Estado: "
005110                 TRZ-HISTORY-STATUS
005120         MOVE "  HISTORICO ILEGIBLE: EL RECORRIDO SE DETUVO"
005130             TO REPORTE-LINEA
005140         WRITE REPORTE-LINEA
005150         SET TRZ-FIN-ARCHIVO TO TRUE
005160         GO TO 4100-EXIT
005170     END-IF
005180     IF HIST-LOTE-ID NOT = TRZ-LOTE-ID
005190         GO TO 4100-EXIT
005200     END-IF
005210     SET TRZ-LOTE-CONOCIDO TO TRUE
005220     ADD 1 TO TRZ-PROCESADOS
005230     MOVE HIST-FECHA TO TRZ-FECHA-BUSCADA
005240     PERFORM 1300-ANOTAR-FECHA THRU 1300-EXIT
005250     IF CALC-OPCION IS NUMERIC
005260         MOVE CALC-OPCION TO TRZ-SUB
005270     ELSE
005280         MOVE ZERO TO TRZ-SUB
005290     END-IF
005300     PERFORM 4200-NOMBRAR-OPERACION THRU 4200-EXIT
005310     MOVE HIST-TRANSACCION-ID TO TRZ-CAL-TRANSACCION
005320     MOVE HIST-FECHA TO TRZ-CAL-FECHA
005330     MOVE TRZ-NOMBRE-OPERACION TO TRZ-CAL-OPERACION
005340     MOVE CALC-NUMERO-1 TO TRZ-CAL-NUMERO-1
005350     IF CALC-OPCION = 7
005360         MOVE HIST-MONEDA TO TRZ-CAL-NUMERO-2
005370     ELSE
005380         MOVE CALC-NUMERO-2 TO TRZ-NUMERO-EDITADO
005390         MOVE TRZ-NUMERO-EDITADO TO TRZ-CAL-NUMERO-2
005400     END-IF
005410     MOVE CALC-RESULTADO TO TRZ-CAL-RESULTADO
005420     MOVE SPACES TO TRZ-CAL-ESTADO
005430     IF HIST-ANULADA
005440         ADD 1 TO TRZ-ANULADOS
005450         STRING "ANULADA " DELIMITED BY SIZE
005460             HIST-ENLACE-ID DELIMITED BY SIZE
005470             INTO TRZ-CAL-ESTADO
005480     ELSE
005490         MOVE "VIGENTE" TO TRZ-CAL-ESTADO
005500     END-IF
005510     MOVE TRZ-LINEA-CALCULO TO REPORTE-LINEA
005520     WRITE REPORTE-LINEA
005530     IF TRZ-SUB < 1 OR TRZ-SUB > 7
005540         GO TO 4100-EXIT
005550     END-IF
005560     ADD 1 TO TRZ-SUB-CANTIDAD (TRZ-SUB)
005570     IF HIST-ANULADA
005580         ADD 1 TO TRZ-SUB-ANULADAS (TRZ-SUB)
005590     ELSE
005600         ADD CALC-RESULTADO TO TRZ-SUB-TOTAL (TRZ-SUB)
005610     END-IF.
005620 4100-EXIT.
005630     EXIT.
005640
005650 4200-NOMBRAR-OPERACION.
005660     EVALUATE TRZ-SUB
005670         WHEN 1
005680             MOVE "SUMA" TO TRZ-NOMBRE-OPERACION
005690         WHEN 2
005700             MOVE "RESTA" TO TRZ-NOMBRE-OPERACION
005710         WHEN 3
005720             MOVE "MULTIPLICACION" TO TRZ-NOMBRE-OPERACION
005730         WHEN 4
005740             MOVE "DIVISION" TO TRZ-NOMBRE-OPERACION
005750         WHEN 5
005760             MOVE "PORCENTAJE" TO TRZ-NOMBRE-OPERACION
005770         WHEN 6
005780             MOVE "MODULO" TO TRZ-NOMBRE-OPERACION
005790         WHEN 7
005800             MOVE "CONVERSION" TO TRZ-NOMBRE-OPERACION
005810         WHEN OTHER
005820             MOVE "DESCONOCIDA" TO TRZ-NOMBRE-OPERACION
005830     END-EVALUATE.
005840 4200-EXIT.
005850     EXIT.
005860
005870 4300-LISTAR-SUBTOTAL.
005880     IF TRZ-SUB-CANTIDAD (TRZ-SUB) = ZERO
005890         GO TO 4300-EXIT
005900     END-IF
005910     PERFORM 4200-NOMBRAR-OPERACION THRU 4200-EXIT
005920     MOVE TRZ-NOMBRE-OPERACION TO TRZ-SBT-OPERACION
005930     MOVE TRZ-SUB-CANTIDAD (TRZ-SUB) TO TRZ-SBT-CANTIDAD
005940     MOVE TRZ-SUB-ANULADAS (TRZ-SUB) TO TRZ-SBT-ANULADAS
005950     MOVE TRZ-SUB-TOTAL (TRZ-SUB) TO TRZ-SBT-TOTAL
005960     MOVE TRZ-LINEA-SUBTOTAL TO REPORTE-LINEA
005970     WRITE REPORTE-LINEA.
005980 4300-EXIT.
005990     EXIT.
006000
006010*-----------------------------------------------------------------
006020*    5000-RASTREAR-SUSPMAST
006030*    Cada detalle del lote que paso por el maestro de suspensos.
006040*    Los pendientes (P) y corregidos (C) siguen suspendidos; los
006050*    reprocesados (R) ya tienen su calculo en el historico.
006060*-----------------------------------------------------------------
006070 5000-RASTREAR-SUSPMAST.
006080     MOVE "DETALLES EN SUSPENSO (SUSPMAST)" TO REPORTE-LINEA
006090     PERFORM 1200-TITULAR-SECCION THRU 1200-EXIT
006100     MOVE ZERO TO TRZ-CONTADOR
006110     OPEN INPUT SUSPENSE-MASTER-FILE
006120     IF TRZ-SUSPMAST-STATUS = "35"
006130         GO TO 5000-FIN
006140     END-IF
006150     IF TRZ-SUSPMAST-STATUS NOT = "00"
006160         DISPLAY "No se pudo abrir el maestro de suspensos "
006170                 "SUSPMAST. Estado: " TRZ-SUSPMAST-STATUS
006180         MOVE 12 TO RETURN-CODE
006190         STOP RUN
006200     END-IF
006210     MOVE SPACES TO REPORTE-LINEA
006220     STRING "  REGISTRO TRANSACC.  RECHAZADO  ESTADO       "
006230         DELIMITED BY SIZE
006240         "MOTIVO" DELIMITED BY SIZE
006250         INTO REPORTE-LINEA
006260     WRITE REPORTE-LINEA
006270     MOVE "N" TO TRZ-SW-FIN-ARCHIVO
006280     PERFORM 5100-LEER-SUSPMAST THRU 5100-EXIT
006290         UNTIL TRZ-FIN-ARCHIVO
006300     CLOSE SUSPENSE-MASTER-FILE.
006310 5000-FIN.
006320     IF TRZ-CONTADOR = ZERO
006330         MOVE "  NINGUN DETALLE DEL LOTE EN SUSPENSO"
006340             TO REPORTE-LINEA
006350         WRITE REPORTE-LINEA
006360     END-IF.
006370 5000-EXIT.
006380     EXIT.
006390
006400 5100-LEER-SUSPMAST.
006410     READ SUSPENSE-MASTER-FILE
006420         AT END
006430             SET TRZ-FIN-ARCHIVO TO TRUE
006440             GO TO 5100-EXIT
006450     END-READ
006460     IF SUSP-LOTE-ID NOT = TRZ-LOTE-ID
006470         GO TO 5100-EXIT
006480     END-IF
006490     ADD 1 TO TRZ-CONTADOR
006500     SET TRZ-LOTE-CONOCIDO TO TRUE
006510     MOVE SUSP-FECHA TO TRZ-FECHA-BUSCADA
006520     PERFORM 1300-ANOTAR-FECHA THRU 1300-EXIT
006530     EVALUATE SUSP-ESTADO
006540         WHEN "P"
006550             MOVE "PENDIENTE" TO TRZ-NOMBRE-ESTADO
006560             ADD 1 TO TRZ-SUSPENDIDOS
006570         WHEN "C"
006580             MOVE "CORREGIDO" TO TRZ-NOMBRE-ESTADO
006590             ADD 1 TO TRZ-SUSPENDIDOS
006600         WHEN "R"
006610             MOVE "REPROCESADO" TO TRZ-NOMBRE-ESTADO
006620             ADD 1 TO TRZ-REPROCESADOS
006630         WHEN OTHER
006640             MOVE "DESCONOCIDO" TO TRZ-NOMBRE-ESTADO
006650             ADD 1 TO TRZ-SUSPENDIDOS
006660     END-EVALUATE
006670     MOVE SUSP-DATOS TO TRZ-SUSP-DATOS
006680     MOVE SUSP-NUM-REGISTRO TO TRZ-REG-EDITADO
006690     MOVE SUSP-FECHA TO TRZ-FECHA-EDITADA
006700     MOVE SPACES TO REPORTE-LINEA
006710     STRING "  " DELIMITED BY SIZE
006720         TRZ-REG-EDITADO DELIMITED BY SIZE
006730         " " DELIMITED BY SIZE
006740         TRZ-SUSP-TRANSACCION DELIMITED BY SIZE
006750         " " DELIMITED BY SIZE
006760         TRZ-FECHA-EDITADA DELIMITED BY SIZE
006770         " " DELIMITED BY SIZE
006780         TRZ-NOMBRE-ESTADO DELIMITED BY SIZE
006790         SUSP-MOTIVO DELIMITED BY SIZE
006800         INTO REPORTE-LINEA
006810     WRITE REPORTE-LINEA.
006820 5100-EXIT.
006830     EXIT.
006840
006850*-----------------------------------------------------------------
006860*    6000-RASTREAR-RUNCTL
006870*    Las corridas de las fechas en que el lote se calculo o se
006880*    suspendio, y las que lo retuvieron por no estar liberado.
006890*    RUNCTL solo anota el ultimo lote de cada corrida, asi que la
006900*    corrida se reconoce por su fecha de negocio.
006910*-----------------------------------------------------------------
006920 6000-RASTREAR-RUNCTL.
006930     MOVE "CORRIDAS (RUNCTL)" TO REPORTE-LINEA
006940     PERFORM 1200-TITULAR-SECCION THRU 1200-EXIT
006950     MOVE ZERO TO TRZ-CONTADOR
006960     OPEN INPUT RUN-CONTROL-FILE
006970     IF TRZ-RUNCTL-STATUS = "35"
006980         GO TO 6000-FIN
006990     END-IF
007000     IF TRZ-RUNCTL-STATUS NOT = "00"
007010         DISPLAY "No se pudo abrir el maestro de corridas "
007020                 "RUNCTL. Estado: " TRZ-RUNCTL-STATUS
007030         MOVE 12 TO RETURN-CODE
007040         STOP RUN
007050     END-IF
007060     MOVE SPACES TO REPORTE-LINEA
007070     STRING "  FECHA NEG. MODO      ULT.LOTE   LEIDOS PROCESAD "
007080         DELIMITED BY SIZE
007090         "RECHAZAD RC  CORRIO EL" DELIMITED BY SIZE
007100         INTO REPORTE-LINEA
007110     WRITE REPORTE-LINEA
007120     MOVE "N" TO TRZ-SW-FIN-ARCHIVO
007130     PERFORM 6100-LEER-RUNCTL THRU 6100-EXIT
007140         UNTIL TRZ-FIN-ARCHIVO
007150     CLOSE RUN-CONTROL-FILE.
007160 6000-FIN.
007170     IF TRZ-CONTADOR = ZERO
007180         MOVE "  NINGUNA CORRIDA REGISTRADA PARA EL LOTE"
007190             TO REPORTE-LINEA
007200         WRITE REPORTE-LINEA
007210     END-IF.
007220 6000-EXIT.
007230     EXIT.
007240
007250 6100-LEER-RUNCTL.
007260     READ RUN-CONTROL-FILE
007270         AT END
007280             SET TRZ-FIN-ARCHIVO TO TRUE
007290             GO TO 6100-EXIT
007300     END-READ
007310     MOVE RUN-FECHA TO TRZ-FECHA-BUSCADA
007320     PERFORM 1400-BUSCAR-FECHA THRU 1400-EXIT
007330     IF RUN-LOTE-ID = TRZ-LOTE-ID
007340        OR RUN-ULTIMO-RETENIDO = TRZ-LOTE-ID
007350         SET TRZ-HALLADO TO TRUE
007360     END-IF
007370     IF TRZ-NO-HALLADO
007380         GO TO 6100-EXIT
007390     END-IF
007400     ADD 1 TO TRZ-CONTADOR
007410     MOVE RUN-FECHA TO TRZ-FECHA-EDITADA
007420     MOVE RUN-FECHA-REAL TO TRZ-FECHA-EDITADA-2
007430     MOVE RUN-LEIDOS TO TRZ-CANT-EDITADA
007440     MOVE RUN-PROCESADOS TO TRZ-CANT-EDITADA-2
007450     MOVE RUN-RECHAZADOS TO TRZ-CANT-EDITADA-3
007460     MOVE RUN-RETORNO TO TRZ-RC-EDITADO
007470     IF RUN-MODO = "3"
007480         MOVE "REPROCESO" TO TRZ-NOMBRE-MODO
007490     ELSE
007500         MOVE "LOTE" TO TRZ-NOMBRE-MODO
007510     END-IF
007520     MOVE SPACES TO REPORTE-LINEA
007530     STRING "  " DELIMITED BY SIZE
007540         TRZ-FECHA-EDITADA DELIMITED BY SIZE
007550         " " DELIMITED BY SIZE
007560         TRZ-NOMBRE-MODO DELIMITED BY SIZE
007570         " " DELIMITED BY SIZE
007580         RUN-LOTE-ID DELIMITED BY SIZE
007590         " " DELIMITED BY SIZE
007600         TRZ-CANT-EDITADA DELIMITED BY SIZE
007610         " " DELIMITED BY SIZE
007620         TRZ-CANT-EDITADA-2 DELIMITED BY SIZE
007630         " " DELIMITED BY SIZE
007640         TRZ-CANT-EDITADA-3 DELIMITED BY SIZE
007650         " " DELIMITED BY SIZE
007660         TRZ-RC-EDITADO DELIMITED BY SIZE
007670         "  " DELIMITED BY SIZE
007680         TRZ-FECHA-EDITADA-2 DELIMITED BY SIZE
007690         INTO REPORTE-LINEA
007700     WRITE REPORTE-LINEA
007710     IF RUN-ULTIMO-RETENIDO = TRZ-LOTE-ID
007720         MOVE "    ESTA CORRIDA RETUVO EL LOTE SIN LIBERAR"
007730             TO REPORTE-LINEA
007740         WRITE REPORTE-LINEA
007750     END-IF.
007760 6100-EXIT.
007770     EXIT.
007780
007790*-----------------------------------------------------------------
007800*    7000-RASTREAR-PERCTL
007810*    Contabilizacion, cierre y reapertura de las fechas del lote.
007820*-----------------------------------------------------------------
007830 7000-RASTREAR-PERCTL.
007840     MOVE "CONTABILIZACION Y CIERRE (PERCTL)" TO REPORTE-LINEA
007850     PERFORM 1200-TITULAR-SECCION THRU 1200-EXIT
007860     MOVE ZERO TO TRZ-CONTADOR
007870     OPEN INPUT PERIOD-CONTROL-FILE
007880     IF TRZ-PERCTL-STATUS = "35"
007890         GO TO 7000-FIN
007900     END-IF
007910     IF TRZ-PERCTL-STATUS NOT = "00"
007920         DISPLAY "No se pudo abrir el control de periodos "
007930                 "PERCTL. Estado: " TRZ-PERCTL-STATUS
007940         MOVE 12 TO RETURN-CODE
007950         STOP RUN
007960     END-IF
007970     MOVE "N" TO TRZ-SW-FIN-ARCHIVO
007980     PERFORM 7100-LEER-PERCTL THRU 7100-EXIT
007990         UNTIL TRZ-FIN-ARCHIVO
008000     CLOSE PERIOD-CONTROL-FILE.
008010 7000-FIN.
008020     IF TRZ-CONTADOR = ZERO
008030         MOVE "  LAS FECHAS DEL LOTE NO SE HAN CONTABILIZADO"
008040             TO REPORTE-LINEA
008050         WRITE REPORTE-LINEA
008060     END-IF.
008070 7000-EXIT.
008080     EXIT.
008090
008100 7100-LEER-PERCTL.
008110     READ PERIOD-CONTROL-FILE
008120         AT END
008130             SET TRZ-FIN-ARCHIVO TO TRUE
008140             GO TO 7100-EXIT
008150     END-READ
008160     EVALUATE TRUE
008170         WHEN PER-CONTABILIZACION
008180             MOVE "CONTABILIZADA" TO TRZ-NOMBRE-ESTADO
008190         WHEN PER-CIERRE
008200             MOVE "CERRADA" TO TRZ-NOMBRE-ESTADO
008210         WHEN PER-REAPERTURA
008220             MOVE "REABIERTA" TO TRZ-NOMBRE-ESTADO
008230         WHEN OTHER
008240             GO TO 7100-EXIT
008250     END-EVALUATE
008260     MOVE PER-FECHA TO TRZ-FECHA-BUSCADA
008270     PERFORM 1400-BUSCAR-FECHA THRU 1400-EXIT
008280     IF TRZ-NO-HALLADO
008290         GO TO 7100-EXIT
008300     END-IF
008310     ADD 1 TO TRZ-CONTADOR
008320     MOVE PER-FECHA TO TRZ-FECHA-EDITADA
008330     MOVE PER-FECHA-REAL TO TRZ-FECHA-EDITADA-2
008340     MOVE PER-RETORNO TO TRZ-RC-EDITADO
008350     MOVE SPACES TO REPORTE-LINEA
008360     STRING "  FECHA " DELIMITED BY SIZE
008370         TRZ-FECHA-EDITADA DELIMITED BY SIZE
008380         " " DELIMITED BY SIZE
008390         TRZ-NOMBRE-ESTADO DELIMITED BY SIZE
008400         " EL " DELIMITED BY SIZE
008410         TRZ-FECHA-EDITADA-2 DELIMITED BY SIZE
008420         " POR " DELIMITED BY SIZE
008430         PER-OPERADOR-ID DELIMITED BY SIZE
008440         " RC=" DELIMITED BY SIZE
008450         TRZ-RC-EDITADO DELIMITED BY SIZE
008460         INTO REPORTE-LINEA
008470     WRITE REPORTE-LINEA.
008480 7100-EXIT.
008490     EXIT.
008500
008510*-----------------------------------------------------------------
008520*    8000-PROBAR-COLA
008530*    La cantidad de la cola debe ser igual a los calculos del
008540*    lote en el historico mas sus detalles aun suspendidos (un
008550*    reprocesado ya esta en el historico y no se cuenta dos
008560*    veces).
008570*-----------------------------------------------------------------
008580 8000-PROBAR-COLA.
008590     MOVE SPACES TO REPORTE-LINEA
008600     WRITE REPORTE-LINEA
008610     IF NOT TRZ-LOTE-CONOCIDO
008620         MOVE "EL LOTE NO APARECE EN NINGUN ARCHIVO DEL SISTEMA"
008630             TO REPORTE-LINEA
008640         WRITE REPORTE-LINEA
008650         MOVE 8 TO RETURN-CODE
008660         GO TO 8000-EXIT
008670     END-IF
008680     IF NOT TRZ-HAY-COLA
008690         MOVE "PRUEBA: SIN CIFRAS DE COLA EN LOTECTL PARA EL LOTE"
008700             TO REPORTE-LINEA
008710         WRITE REPORTE-LINEA
008720         MOVE 4 TO RETURN-CODE
008730         GO TO 8000-EXIT
008740     END-IF
008750     IF NOT TRZ-ULTIMO-LIBERADO
008760         MOVE "PRUEBA: EL LOTE NO ESTA LIBERADO; NO SE PROCESO"
008770             TO REPORTE-LINEA
008780         WRITE REPORTE-LINEA
008790         MOVE 4 TO RETURN-CODE
008800         GO TO 8000-EXIT
008810     END-IF
008820     COMPUTE TRZ-SUMA-PRUEBA = TRZ-PROCESADOS + TRZ-SUSPENDIDOS
008830     COMPUTE TRZ-DIFERENCIA = TRZ-COLA-CANT - TRZ-SUMA-PRUEBA
008840     MOVE TRZ-COLA-CANT TO TRZ-CANT-EDITADA
008850     MOVE TRZ-PROCESADOS TO TRZ-CANT-EDITADA-2
008860     MOVE TRZ-SUSPENDIDOS TO TRZ-CANT-EDITADA-3
008870     IF TRZ-DIFERENCIA = ZERO
008880         MOVE "   CUADRA" TO TRZ-CUADRE
008890     ELSE
008900         MOVE SPACES TO TRZ-CUADRE
008910     END-IF
008920     MOVE SPACES TO REPORTE-LINEA
008930     STRING "PRUEBA: COLA " DELIMITED BY SIZE
008940         TRZ-CANT-EDITADA DELIMITED BY SIZE
008950         " = PROCESADOS " DELIMITED BY SIZE
008960         TRZ-CANT-EDITADA-2 DELIMITED BY SIZE
008970         " + EN SUSPENSO " DELIMITED BY SIZE
008980         TRZ-CANT-EDITADA-3 DELIMITED BY SIZE
008990         TRZ-CUADRE DELIMITED BY SIZE
009000         INTO REPORTE-LINEA
009010     WRITE REPORTE-LINEA
009020     IF TRZ-DIFERENCIA NOT = ZERO
009030         MOVE TRZ-DIFERENCIA TO TRZ-DIFERENCIA-EDITADA
009040         MOVE SPACES TO REPORTE-LINEA
009050         STRING "        NO CUADRA - DIFERENCIA: "
009060             DELIMITED BY SIZE
009070             TRZ-DIFERENCIA-EDITADA DELIMITED BY SIZE
009080             INTO REPORTE-LINEA
009090         WRITE REPORTE-LINEA
009100         MOVE 4 TO RETURN-CODE
009110     END-IF.
009120 8000-EXIT.
009130     EXIT.
009140
009150*-----------------------------------------------------------------
009160*    9000-TERMINAR
009170*    Cierra el reporte y deja el resultado en consola.
009180*-----------------------------------------------------------------
009190 9000-TERMINAR.
009200     CLOSE REPORT-FILE
009210     MOVE TRZ-PROCESADOS TO TRZ-CANT-EDITADA
009220     MOVE TRZ-SUSPENDIDOS TO TRZ-CANT-EDITADA-2
009230     DISPLAY "Calculos del lote:    " TRZ-CANT-EDITADA
009240     DISPLAY "Detalles en suspenso: " TRZ-CANT-EDITADA-2
009250     DISPLAY "Rastreo escrito en TRAZARPT.".
009260 9000-EXIT.
009270     EXIT.
009280
009290 END PROGRAM TRAZALOTE.
