000010*****************************************************************
000020*    Program:     GENLOTE
000030*    Author:      Equipo de Sistemas Administrativos
000040*    Installation: Departamento de Contabilidad
000050*    Date-Written: 2026-10-15
000060*    Date-Compiled:
000070*    Purpose:     Generacion automatica de lotes desde el
000080*                 maestro de plantillas PLANTIL.  Para una fecha
000090*                 de negocio toma cada plantilla activa que vence
000100*                 ese dia (diaria, semanal en su dia o de fin de
000110*                 mes) y la agrega como detalle a un lote que
000120*                 escribe al final de BATCHIN con encabezado,
000130*                 identificadores de transaccion y una cola cuya
000140*                 cantidad y total hash calcula el propio
000150*                 programa.  Cada lote queda registrado en LOTECTL
000160*                 como pendiente de liberacion, igual que uno
000170*                 capturado, y el listado GENRPT muestra lo que se
000180*                 genero.  Una fecha ya generada no se vuelve a
000190*                 generar.
000200*    Tectonics:   cobc
000210*-----------------------------------------------------------------
000220*    Modification History
000230*    Date       Init  Description
000240*    ---------- ----  -------------------------------------------
000250*    2026-10-15 EE    Version original - lotes de una fecha de
000260*                      negocio desde las plantillas que vencen.
000270*****************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. GENLOTE.
000300 AUTHOR. EQUIPO DE SISTEMAS ADMINISTRATIVOS.
000310 INSTALLATION. DEPARTAMENTO DE CONTABILIDAD.
000320 DATE-WRITTEN. 2026-10-15.
000330 DATE-COMPILED.
000340
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT TEMPLATE-FILE ASSIGN TO "PLANTIL"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS GEN-PLANTIL-STATUS.
000410
000420*Los lotes generados se agregan al final de BATCHIN para no
000430*pisar lo que ya se capturo para la misma corrida.
000440     SELECT BATCH-OUTPUT-FILE ASSIGN TO "BATCHIN"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS GEN-BATCH-STATUS.
000470
000480*Control de liberacion: se lee para no generar dos veces la
000490*misma fecha y se le agrega cada lote como pendiente.
000500     SELECT LOTE-CONTROL-FILE ASSIGN TO "LOTECTL"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS GEN-LOTECTL-STATUS.
000530
000540     SELECT REPORT-FILE ASSIGN TO "GENRPT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS GEN-REPORTE-STATUS.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  TEMPLATE-FILE.
000610 01  TEMPLATE-RECORD.
000620     COPY PLANREC.
000630
000640 FD  BATCH-OUTPUT-FILE.
000650 01  BATCH-OUTPUT-RECORD.
000660     05  BATCH-TIPO-REGISTRO         PIC X(01).
000670     05  BATCH-DATOS                 PIC X(27).
000680     05  BATCH-DATOS-ENC REDEFINES BATCH-DATOS.
000690         10  BATCH-ENC-LOTE-ID       PIC X(08).
000700         10  BATCH-ENC-FECHA         PIC 9(08).
000710         10  FILLER                  PIC X(11).
000720     05  BATCH-DATOS-COLA REDEFINES BATCH-DATOS.
000730         10  BATCH-COLA-CANT-REG     PIC 9(08).
000740         10  BATCH-COLA-HASH         PIC S9(09)V99
000750                                     SIGN LEADING SEPARATE.
000760         10  FILLER                  PIC X(07).
000770
000780 FD  LOTE-CONTROL-FILE.
000790 01  LOTE-CONTROL-RECORD.
000800     COPY LCTLREC.
000810
000820 FD  REPORT-FILE.
000830 01  REPORTE-LINEA                    PIC X(100).
000840
000850 WORKING-STORAGE SECTION.
000860*Interruptores de control del programa.
000870 77  GEN-SW-FIN-PLANTIL PIC X(01) VALUE "N".
000880     88 GEN-FIN-PLANTIL VALUE "S".
000890
000900 77  GEN-SW-FIN-LOTECTL PIC X(01) VALUE "N".
000910     88 GEN-FIN-LOTECTL VALUE "S".
000920
000930 77  GEN-SW-LOTE-ABIERTO PIC X(01) VALUE "N".
000940     88 GEN-LOTE-ABIERTO VALUE "S".
000950
000960 77  GEN-SW-VENCE PIC X(01) VALUE "N".
000970     88 GEN-PLANTILLA-VENCE VALUE "S".
000980     88 GEN-PLANTILLA-NO-VENCE VALUE "N".
000990
001000 77  GEN-SW-FIN-DE-MES PIC X(01) VALUE "N".
001010     88 GEN-ES-FIN-DE-MES VALUE "S".
001020
001030*Fecha de negocio y su desglose.
001040 77  GEN-ENTRADA-FECHA PIC X(08) VALUE SPACES.
001050 01  GEN-FECHA-NEGOCIO                PIC 9(08) VALUE ZEROS.
001060 01  GEN-FECHA-DESGLOSE REDEFINES GEN-FECHA-NEGOCIO.
001070     05  GEN-FECHA-SIGLO              PIC 9(02).
001080     05  GEN-FECHA-AAMMDD             PIC 9(06).
001090     05  GEN-FECHA-AAMMDD-X REDEFINES GEN-FECHA-AAMMDD.
001100         10  GEN-FECHA-AA             PIC 9(02).
001110         10  GEN-FECHA-MM             PIC 9(02).
001120         10  GEN-FECHA-DD             PIC 9(02).
001130 77  GEN-ANIO PIC 9(04) COMP VALUE ZERO.
001140 77  GEN-FECHA-SISTEMA PIC 9(08) VALUE ZEROS.
001150
001160*Dias de cada mes; febrero se corrige en los bisiestos.
001170 01  GEN-DIAS-MESES-INI.
001180     05  FILLER                       PIC X(24)
001190             VALUE "312831303130313130313031".
001200 01  GEN-DIAS-MESES REDEFINES GEN-DIAS-MESES-INI.
001210     05  GEN-DIAS-MES                 PIC 9(02) OCCURS 12 TIMES.
001220 77  GEN-ULTIMO-DIA PIC 9(02) VALUE ZERO.
001230
001240*Dia de la semana (1 lunes a 7 domingo) por la congruencia de
001250*Zeller, con cada division en su propio campo entero.
001260 77  GEN-DIA-SEMANA PIC 9(01) VALUE ZERO.
001270 77  GEN-Z-MES PIC 9(02) COMP VALUE ZERO.
001280 77  GEN-Z-ANIO PIC 9(04) COMP VALUE ZERO.
001290 77  GEN-Z-SIGLO PIC 9(02) COMP VALUE ZERO.
001300 77  GEN-Z-ANIO-SIGLO PIC 9(02) COMP VALUE ZERO.
001310 77  GEN-Z-T1 PIC 9(04) COMP VALUE ZERO.
001320 77  GEN-Z-T2 PIC 9(04) COMP VALUE ZERO.
001330 77  GEN-Z-T3 PIC 9(04) COMP VALUE ZERO.
001340 77  GEN-Z-SUMA PIC 9(04) COMP VALUE ZERO.
001350 77  GEN-Z-H PIC 9(02) COMP VALUE ZERO.
001360 77  GEN-COCIENTE PIC 9(04) COMP VALUE ZERO.
001370 77  GEN-RESIDUO PIC 9(04) COMP VALUE ZERO.
001380
001390 01  GEN-NOMBRES-DIAS-INI.
001400     05  FILLER                       PIC X(09) VALUE "LUNES".
001410     05  FILLER                       PIC X(09) VALUE "MARTES".
001420     05  FILLER                       PIC X(09) VALUE "MIERCOLES".
001430     05  FILLER                       PIC X(09) VALUE "JUEVES".
001440     05  FILLER                       PIC X(09) VALUE "VIERNES".
001450     05  FILLER                       PIC X(09) VALUE "SABADO".
001460     05  FILLER                       PIC X(09) VALUE "DOMINGO".
001470 01  GEN-NOMBRES-DIAS REDEFINES GEN-NOMBRES-DIAS-INI.
001480     05  GEN-NOMBRE-DIA               PIC X(09) OCCURS 7 TIMES.
001490
001500*El lote generado se identifica con G, la fecha AAMMDD y una
001510*letra por cada lote de la fecha; con el consecutivo de dos
001520*cifras forma el identificador de transaccion, asi que un lote
001530*lleva hasta 99 detalles.
001540 01  GEN-LOTE-ID.
001550     05  GEN-LOTE-PREFIJO.
001560         10  FILLER                   PIC X(01) VALUE "G".
001570         10  GEN-LOTE-AAMMDD          PIC 9(06).
001580     05  GEN-LOTE-LETRA               PIC X(01).
001590 01  GEN-LOTE-LEIDO.
001600     05  GEN-LEIDO-PREFIJO            PIC X(07).
001610     05  FILLER                       PIC X(01).
001620 01  GEN-LETRAS-INI.
001630     05  FILLER                       PIC X(26)
001640             VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001650 01  GEN-LETRAS REDEFINES GEN-LETRAS-INI.
001660     05  GEN-LETRA                    PIC X(01) OCCURS 26 TIMES.
001670 77  GEN-NUM-LOTE PIC 9(02) COMP VALUE ZERO.
001680 77  GEN-MAXIMO-LOTES PIC 9(02) COMP VALUE 26.
001690 77  GEN-CONSECUTIVO PIC 9(02) VALUE ZERO.
001700
001710*Quien aparece como capturista de un lote generado.
001720 77  GEN-CAPTURISTA PIC X(08) VALUE "GENLOTE".
001730
001740*Detalle en armado, con el layout CALCLOTE.
001750 01  GEN-DETALLE-TRABAJO.
001760     COPY CALCLOTE.
001770 01  GEN-DETALLE-TXT REDEFINES GEN-DETALLE-TRABAJO.
001780     05  GEN-TRANSACCION-ID.
001790         10  GEN-TRX-LOTE             PIC X(08).
001800         10  GEN-TRX-CONSECUTIVO      PIC 9(02).
001810     05  FILLER                       PIC X(01).
001820     05  FILLER                       PIC X(08).
001830     05  GEN-NUM2-TXT                 PIC X(08).
001840     05  GEN-NUM2-MON REDEFINES GEN-NUM2-TXT.
001850         10  GEN-MONEDA               PIC X(03).
001860         10  FILLER                   PIC X(05).
001870
001880*Cifras de control del lote en curso y de la corrida.
001890 77  GEN-CANT-REGISTROS PIC 9(08) COMP VALUE ZERO.
001900 77  GEN-HASH-OPERANDOS PIC S9(09)V99 COMP VALUE ZERO.
001910 77  GEN-PLANTILLAS-LEIDAS PIC 9(08) COMP VALUE ZERO.
001920 77  GEN-DETALLES-GENERADOS PIC 9(08) COMP VALUE ZERO.
001930 77  GEN-NO-VENCEN PIC 9(08) COMP VALUE ZERO.
001940 77  GEN-RETIRADAS PIC 9(08) COMP VALUE ZERO.
001950
001960*Lineas del listado.
001970 01  GEN-LINEA-DETALLE.
001980     05  GEN-LIN-LOTE                 PIC X(08).
001990     05  FILLER                       PIC X(01) VALUE SPACE.
002000     05  GEN-LIN-TRANSACCION          PIC X(10).
002010     05  FILLER                       PIC X(01) VALUE SPACE.
002020     05  GEN-LIN-PLANTILLA            PIC X(08).
002030     05  FILLER                       PIC X(02) VALUE SPACES.
002040     05  GEN-LIN-OPCION               PIC 9(01).
002050     05  FILLER                       PIC X(01) VALUE SPACE.
002060     05  GEN-LIN-BASE                 PIC -(5)9.99.
002070     05  FILLER                       PIC X(01) VALUE SPACE.
002080     05  GEN-LIN-FIJO                 PIC X(09).
002090     05  FILLER                       PIC X(01) VALUE SPACE.
002100     05  GEN-LIN-FRECUENCIA           PIC X(01).
002110     05  FILLER                       PIC X(01) VALUE SPACE.
002120     05  GEN-LIN-DESCRIPCION          PIC X(30).
002130     05  FILLER                       PIC X(16) VALUE SPACES.
002140
002150*Campos editados.
002160 77  GEN-FECHA-EDITADA PIC 9999/99/99.
002170 77  GEN-NUMERO-EDITADO PIC -(5)9.99.
002180 77  GEN-CANT-EDITADA PIC ZZZZZZZ9.
002190 77  GEN-HASH-EDITADO PIC -(9)9.99.
002200
002210*Codigos de estado de archivo.
002220 77  GEN-PLANTIL-STATUS PIC XX VALUE "00".
002230 77  GEN-BATCH-STATUS PIC XX VALUE "00".
002240 77  GEN-LOTECTL-STATUS PIC XX VALUE "00".
002250 77  GEN-REPORTE-STATUS PIC XX VALUE "00".
002260
002270 PROCEDURE DIVISION.
002280*-----------------------------------------------------------------
002290*    0000-PRINCIPAL
002300*    Punto de entrada: fecha de negocio, generacion de los
002310*    lotes y cierre con el resumen.
002320*-----------------------------------------------------------------
002330 0000-PRINCIPAL.
002340     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
002350     PERFORM 2000-PROCESAR-PLANTILLA THRU 2000-EXIT
002360         UNTIL GEN-FIN-PLANTIL
002370     PERFORM 9000-TERMINAR THRU 9000-EXIT
002380     STOP RUN.
002390
002400*-----------------------------------------------------------------
002410*    1000-INICIALIZAR
002420*    Pide y valida la fecha de negocio, revisa que no se haya
002430*    generado antes y abre las unidades.  Una unidad que no abre
002436*    cancela la generacion con codigo 12.  LOTECTL se abre antes
002442*    que BATCHIN y queda abierto para el pendiente de cada lote.
002450*-----------------------------------------------------------------
002460 1000-INICIALIZAR.
002470     DISPLAY "GENLOTE - Generacion de lotes desde plantillas"
002480     ACCEPT GEN-FECHA-SISTEMA FROM DATE YYYYMMDD
002490     DISPLAY "Fecha de negocio AAAAMMDD (vacio = hoy):"
002500     ACCEPT GEN-ENTRADA-FECHA
002510     IF GEN-ENTRADA-FECHA = SPACES
002520         MOVE GEN-FECHA-SISTEMA TO GEN-FECHA-NEGOCIO
002530     ELSE
002540         IF GEN-ENTRADA-FECHA IS NUMERIC
002550             MOVE GEN-ENTRADA-FECHA TO GEN-FECHA-NEGOCIO
002560         ELSE
002570             DISPLAY "Fecha invalida. Se cancela."
002580             MOVE 12 TO RETURN-CODE
002590             STOP RUN
002600         END-IF
002610     END-IF
002620     PERFORM 1100-VALIDAR-FECHA THRU 1100-EXIT
002630     PERFORM 1200-CALCULAR-DIA-SEMANA THRU 1200-EXIT
002640     MOVE GEN-FECHA-AAMMDD TO GEN-LOTE-AAMMDD
002650     PERFORM 1300-REVISAR-LOTECTL THRU 1300-EXIT
002660     OPEN INPUT TEMPLATE-FILE
002670     IF GEN-PLANTIL-STATUS = "35"
002680         DISPLAY "El maestro de plantillas PLANTIL no existe; "
002690                 "no hay nada que generar."
002700         MOVE 4 TO RETURN-CODE
002710         STOP RUN
002720     END-IF
002730     IF GEN-PLANTIL-STATUS NOT = "00"
002740         DISPLAY "No se pudo abrir el maestro de plantillas "
002750                 "PLANTIL. Estado: " GEN-PLANTIL-STATUS
002760         MOVE 12 TO RETURN-CODE
002770         STOP RUN
002780     END-IF
002790     OPEN OUTPUT REPORT-FILE
002800     IF GEN-REPORTE-STATUS NOT = "00"
002810         DISPLAY "No se pudo abrir el listado GENRPT. Estado: "
002820                 GEN-REPORTE-STATUS
002821         MOVE 12 TO RETURN-CODE
002822         STOP RUN
002823     END-IF
002824     OPEN EXTEND LOTE-CONTROL-FILE
002825     IF GEN-LOTECTL-STATUS = "35"
002826         OPEN OUTPUT LOTE-CONTROL-FILE
002827     END-IF
002828     IF GEN-LOTECTL-STATUS NOT = "00"
002829         DISPLAY "No se pudo abrir el control de liberacion "
002830                 "LOTECTL. Estado: " GEN-LOTECTL-STATUS
002831         CLOSE TEMPLATE-FILE
002832         CLOSE REPORT-FILE
002833         MOVE 12 TO RETURN-CODE
002840         STOP RUN
002850     END-IF
002860     OPEN EXTEND BATCH-OUTPUT-FILE
002870     IF GEN-BATCH-STATUS = "35"
002880         OPEN OUTPUT BATCH-OUTPUT-FILE
002890     END-IF
002900     IF GEN-BATCH-STATUS NOT = "00"
002910         DISPLAY "No se pudo abrir el archivo de lotes BATCHIN. "
002920                 "Estado: " GEN-BATCH-STATUS
002930         MOVE 12 TO RETURN-CODE
002940         STOP RUN
002950     END-IF
002960     PERFORM 1400-ENCABEZAR-LISTADO THRU 1400-EXIT
002970     PERFORM 2100-LEER-PLANTIL THRU 2100-EXIT.
002980 1000-EXIT.
002990     EXIT.
003000
003010*Mes entre 1 y 12 y dia dentro del mes, con febrero de 29 en
003020*los bisiestos.  Deja marcado si la fecha es fin de mes.
003030 1100-VALIDAR-FECHA.
003040     IF GEN-FECHA-MM < 1 OR GEN-FECHA-MM > 12
003050         DISPLAY "Fecha invalida: " GEN-FECHA-NEGOCIO
003060         MOVE 12 TO RETURN-CODE
003070         STOP RUN
003080     END-IF
003090     COMPUTE GEN-ANIO = GEN-FECHA-SIGLO * 100 + GEN-FECHA-AA
003100     MOVE GEN-DIAS-MES (GEN-FECHA-MM) TO GEN-ULTIMO-DIA
003110     IF GEN-FECHA-MM = 2
003120         DIVIDE GEN-ANIO BY 4 GIVING GEN-COCIENTE
003130             REMAINDER GEN-RESIDUO
003140         IF GEN-RESIDUO = ZERO
003150             MOVE 29 TO GEN-ULTIMO-DIA
003160             DIVIDE GEN-ANIO BY 100 GIVING GEN-COCIENTE
003170                 REMAINDER GEN-RESIDUO
003180             IF GEN-RESIDUO = ZERO
003190                 MOVE 28 TO GEN-ULTIMO-DIA
003200                 DIVIDE GEN-ANIO BY 400 GIVING GEN-COCIENTE
003210                     REMAINDER GEN-RESIDUO
003220                 IF GEN-RESIDUO = ZERO
003230                     MOVE 29 TO GEN-ULTIMO-DIA
003240                 END-IF
003250             END-IF
003260         END-IF
003270     END-IF
003280     IF GEN-FECHA-DD < 1 OR GEN-FECHA-DD > GEN-ULTIMO-DIA
003290         DISPLAY "Fecha invalida: " GEN-FECHA-NEGOCIO
003300         MOVE 12 TO RETURN-CODE
003310         STOP RUN
003320     END-IF
003330     IF GEN-FECHA-DD = GEN-ULTIMO-DIA
003340         SET GEN-ES-FIN-DE-MES TO TRUE
003350     END-IF.
003360 1100-EXIT.
003370     EXIT.
003380
003390*Congruencia de Zeller: enero y febrero cuentan como meses 13
003400*y 14 del anio anterior.  El resultado (0 sabado ... 6 viernes)
003410*se pasa a 1 lunes ... 7 domingo.
003420 1200-CALCULAR-DIA-SEMANA.
003430     MOVE GEN-FECHA-MM TO GEN-Z-MES
003440     MOVE GEN-ANIO TO GEN-Z-ANIO
003450     IF GEN-Z-MES < 3
003460         ADD 12 TO GEN-Z-MES
003470         SUBTRACT 1 FROM GEN-Z-ANIO
003480     END-IF
003490     DIVIDE GEN-Z-ANIO BY 100 GIVING GEN-Z-SIGLO
003500         REMAINDER GEN-Z-ANIO-SIGLO
003510     COMPUTE GEN-Z-T1 = (13 * (GEN-Z-MES + 1)) / 5
003520     DIVIDE GEN-Z-ANIO-SIGLO BY 4 GIVING GEN-Z-T2
003530     DIVIDE GEN-Z-SIGLO BY 4 GIVING GEN-Z-T3
003540     COMPUTE GEN-Z-SUMA = GEN-FECHA-DD + GEN-Z-T1
003550         + GEN-Z-ANIO-SIGLO + GEN-Z-T2 + GEN-Z-T3
003560         + 5 * GEN-Z-SIGLO
003570     DIVIDE GEN-Z-SUMA BY 7 GIVING GEN-COCIENTE
003580         REMAINDER GEN-Z-H
003590     ADD 5 TO GEN-Z-H
003600     DIVIDE GEN-Z-H BY 7 GIVING GEN-COCIENTE
003610         REMAINDER GEN-RESIDUO
003620     COMPUTE GEN-DIA-SEMANA = GEN-RESIDUO + 1.
003630 1200-EXIT.
003640     EXIT.
003650
003660*Si LOTECTL ya tiene un lote con el prefijo de la fecha, la
003670*fecha ya se genero: volver a generarla duplicaria los
003680*calculos.  Sin control todavia no se ha generado nada.
003690 1300-REVISAR-LOTECTL.
003700     OPEN INPUT LOTE-CONTROL-FILE
003710     IF GEN-LOTECTL-STATUS = "35"
003720         GO TO 1300-EXIT
003730     END-IF
003740     IF GEN-LOTECTL-STATUS NOT = "00"
003750         DISPLAY "No se pudo abrir el control de liberacion "
003760                 "LOTECTL. Estado: " GEN-LOTECTL-STATUS
003770         MOVE 12 TO RETURN-CODE
003780         STOP RUN
003790     END-IF
003800     PERFORM 1350-LEER-LOTECTL THRU 1350-EXIT
003810         UNTIL GEN-FIN-LOTECTL
003820     CLOSE LOTE-CONTROL-FILE.
003830 1300-EXIT.
003840     EXIT.
003850
003860 1350-LEER-LOTECTL.
003870     READ LOTE-CONTROL-FILE
003880         AT END
003890             SET GEN-FIN-LOTECTL TO TRUE
003900             GO TO 1350-EXIT
003910     END-READ
003920     MOVE LCT-LOTE-ID TO GEN-LOTE-LEIDO
003930     IF GEN-LEIDO-PREFIJO = GEN-LOTE-PREFIJO
003940         DISPLAY "La fecha " GEN-FECHA-NEGOCIO " ya se genero "
003950                 "(lote " LCT-LOTE-ID " en LOTECTL)."
003960         CLOSE LOTE-CONTROL-FILE
003970         MOVE 8 TO RETURN-CODE
003980         STOP RUN
003990     END-IF.
004000 1350-EXIT.
004010     EXIT.
004020
004030 1400-ENCABEZAR-LISTADO.
004040     MOVE GEN-FECHA-NEGOCIO TO GEN-FECHA-EDITADA
004050     MOVE SPACES TO REPORTE-LINEA
004060     STRING "LOTES GENERADOS DESDE PLANTILLAS - FECHA DE NEGOCIO "
004070         DELIMITED BY SIZE
004080         GEN-FECHA-EDITADA DELIMITED BY SIZE
004090         " " DELIMITED BY SIZE
004100         GEN-NOMBRE-DIA (GEN-DIA-SEMANA) DELIMITED BY SPACE
004110         INTO REPORTE-LINEA
004120     WRITE REPORTE-LINEA
004130     IF GEN-ES-FIN-DE-MES
004140         MOVE "FIN DE MES" TO REPORTE-LINEA
004150         WRITE REPORTE-LINEA
004160     END-IF
004170     MOVE SPACES TO REPORTE-LINEA
004180     WRITE REPORTE-LINEA
004190     MOVE SPACES TO REPORTE-LINEA
004200     STRING "LOTE     TRANSACC.  PLANTILL OP      BASE      FIJO"
004210         DELIMITED BY SIZE
004220         " F DESCRIPCION" DELIMITED BY SIZE
004230         INTO REPORTE-LINEA
004240     WRITE REPORTE-LINEA.
004250 1400-EXIT.
004260     EXIT.
004270
004280*-----------------------------------------------------------------
004290*    2000-PROCESAR-PLANTILLA
004300*    Una plantilla activa que vence en la fecha se agrega como
004310*    detalle al lote en curso; las demas solo se cuentan.
004320*-----------------------------------------------------------------
004330 2000-PROCESAR-PLANTILLA.
004340     IF NOT PLN-ACTIVA
004350         ADD 1 TO GEN-RETIRADAS
004360         GO TO 2000-LEER
004370     END-IF
004380     SET GEN-PLANTILLA-NO-VENCE TO TRUE
004390     EVALUATE TRUE
004400         WHEN PLN-DIARIA
004410             SET GEN-PLANTILLA-VENCE TO TRUE
004420         WHEN PLN-SEMANAL
004430             IF PLN-DIA-SEMANA = GEN-DIA-SEMANA
004440                 SET GEN-PLANTILLA-VENCE TO TRUE
004450             END-IF
004460         WHEN PLN-FIN-DE-MES
004470             IF GEN-ES-FIN-DE-MES
004480                 SET GEN-PLANTILLA-VENCE TO TRUE
004490             END-IF
004500     END-EVALUATE
004510     IF GEN-PLANTILLA-NO-VENCE
004520         ADD 1 TO GEN-NO-VENCEN
004530         GO TO 2000-LEER
004540     END-IF
004550     PERFORM 3000-AGREGAR-DETALLE THRU 3000-EXIT.
004560 2000-LEER.
004570     PERFORM 2100-LEER-PLANTIL THRU 2100-EXIT.
004580 2000-EXIT.
004590     EXIT.
004600
004610 2100-LEER-PLANTIL.
004620     READ TEMPLATE-FILE
004630         AT END
004640             SET GEN-FIN-PLANTIL TO TRUE
004650             GO TO 2100-EXIT
004660     END-READ
004670     ADD 1 TO GEN-PLANTILLAS-LEIDAS.
004680 2100-EXIT.
004690     EXIT.
004700
004710*-----------------------------------------------------------------
004720*    3000-AGREGAR-DETALLE
004730*    Escribe el detalle de la plantilla en el lote en curso,
004740*    abriendo uno nuevo si hace falta, y acumula las cifras de
004750*    control con las mismas reglas que la captura: el codigo de
004760*    moneda de una conversion no entra al total hash.
004770*-----------------------------------------------------------------
004780 3000-AGREGAR-DETALLE.
004790     IF NOT GEN-LOTE-ABIERTO
004800         PERFORM 3100-ABRIR-LOTE THRU 3100-EXIT
004810     END-IF
004820     ADD 1 TO GEN-CONSECUTIVO
004830     MOVE SPACES TO GEN-DETALLE-TRABAJO
004840     MOVE GEN-LOTE-ID TO GEN-TRX-LOTE
004850     MOVE GEN-CONSECUTIVO TO GEN-TRX-CONSECUTIVO
004860     MOVE PLN-OPCION TO CALC-OPCION
004870     MOVE PLN-NUMERO-BASE TO CALC-NUMERO-1
004880     ADD PLN-NUMERO-BASE TO GEN-HASH-OPERANDOS
004890     IF PLN-OPCION = 7
004900         MOVE SPACES TO GEN-NUM2-TXT
004910         MOVE PLN-MONEDA TO GEN-MONEDA
004920     ELSE
004930         MOVE PLN-OPERANDO-FIJO TO CALC-NUMERO-2
004940         ADD PLN-OPERANDO-FIJO TO GEN-HASH-OPERANDOS
004950     END-IF
004960     MOVE SPACES TO BATCH-OUTPUT-RECORD
004970     MOVE "D" TO BATCH-TIPO-REGISTRO
004980     MOVE GEN-DETALLE-TRABAJO TO BATCH-DATOS
004990     WRITE BATCH-OUTPUT-RECORD
005000     ADD 1 TO GEN-CANT-REGISTROS
005010     ADD 1 TO GEN-DETALLES-GENERADOS
005020     PERFORM 3300-LISTAR-DETALLE THRU 3300-EXIT
005030     IF GEN-CONSECUTIVO = 99
005040         PERFORM 3200-CERRAR-LOTE THRU 3200-EXIT
005050     END-IF.
005060 3000-EXIT.
005070     EXIT.
005080
005090*Cada lote nuevo toma la siguiente letra de la fecha.  Mas
005100*lotes que letras no caben en el identificador: la generacion
005110*se detiene con el trabajo hecho y codigo 12.
005120 3100-ABRIR-LOTE.
005130     IF GEN-NUM-LOTE NOT < GEN-MAXIMO-LOTES
005140         DISPLAY "La fecha excede los lotes que pueden "
005150                 "identificarse; se detiene la generacion."
005160         MOVE "GENERACION DETENIDA: SE AGOTARON LOS LOTES"
005170             TO REPORTE-LINEA
005180         WRITE REPORTE-LINEA
005190         CLOSE TEMPLATE-FILE
005200         CLOSE BATCH-OUTPUT-FILE
005210         CLOSE REPORT-FILE
005215         CLOSE LOTE-CONTROL-FILE
005220         MOVE 12 TO RETURN-CODE
005230         STOP RUN
005240     END-IF
005250     ADD 1 TO GEN-NUM-LOTE
005260     MOVE GEN-LETRA (GEN-NUM-LOTE) TO GEN-LOTE-LETRA
005270     MOVE ZERO TO GEN-CONSECUTIVO
005280     MOVE ZERO TO GEN-CANT-REGISTROS
005290     MOVE ZERO TO GEN-HASH-OPERANDOS
005300     MOVE SPACES TO BATCH-OUTPUT-RECORD
005310     MOVE "H" TO BATCH-TIPO-REGISTRO
005320     MOVE GEN-LOTE-ID TO BATCH-ENC-LOTE-ID
005330     MOVE GEN-FECHA-NEGOCIO TO BATCH-ENC-FECHA
005340     WRITE BATCH-OUTPUT-RECORD
005350     SET GEN-LOTE-ABIERTO TO TRUE.
005360 3100-EXIT.
005370     EXIT.
005380
005390*La cola lleva las cifras acumuladas; el lote queda pendiente
005400*de liberacion en LOTECTL con las mismas cifras.
005410 3200-CERRAR-LOTE.
005420     MOVE SPACES TO BATCH-OUTPUT-RECORD
005430     MOVE "T" TO BATCH-TIPO-REGISTRO
005440     MOVE GEN-CANT-REGISTROS TO BATCH-COLA-CANT-REG
005450     MOVE GEN-HASH-OPERANDOS TO BATCH-COLA-HASH
005460     WRITE BATCH-OUTPUT-RECORD
005470     PERFORM 8100-REGISTRAR-LOTE THRU 8100-EXIT
005480     MOVE GEN-CANT-REGISTROS TO GEN-CANT-EDITADA
005490     MOVE GEN-HASH-OPERANDOS TO GEN-HASH-EDITADO
005500     MOVE SPACES TO REPORTE-LINEA
005510     STRING "  COLA DEL LOTE " DELIMITED BY SIZE
005520         GEN-LOTE-ID DELIMITED BY SIZE
005530         "  DETALLES: " DELIMITED BY SIZE
005540         GEN-CANT-EDITADA DELIMITED BY SIZE
005550         "  HASH: " DELIMITED BY SIZE
005560         GEN-HASH-EDITADO DELIMITED BY SIZE
005570         "  PENDIENTE DE LIBERACION" DELIMITED BY SIZE
005580         INTO REPORTE-LINEA
005590     WRITE REPORTE-LINEA
005600     MOVE "N" TO GEN-SW-LOTE-ABIERTO.
005610 3200-EXIT.
005620     EXIT.
005630
005640 3300-LISTAR-DETALLE.
005650     MOVE GEN-LOTE-ID TO GEN-LIN-LOTE
005660     MOVE GEN-TRANSACCION-ID TO GEN-LIN-TRANSACCION
005670     MOVE PLN-ID TO GEN-LIN-PLANTILLA
005680     MOVE PLN-OPCION TO GEN-LIN-OPCION
005690     MOVE PLN-NUMERO-BASE TO GEN-LIN-BASE
005700     IF PLN-OPCION = 7
005710         MOVE PLN-MONEDA TO GEN-LIN-FIJO
005720     ELSE
005730         MOVE PLN-OPERANDO-FIJO TO GEN-NUMERO-EDITADO
005740         MOVE GEN-NUMERO-EDITADO TO GEN-LIN-FIJO
005750     END-IF
005760     MOVE PLN-FRECUENCIA TO GEN-LIN-FRECUENCIA
005770     MOVE PLN-DESCRIPCION TO GEN-LIN-DESCRIPCION
005780     MOVE GEN-LINEA-DETALLE TO REPORTE-LINEA
005790     WRITE REPORTE-LINEA.
005800 3300-EXIT.
005810     EXIT.
005820
005830*-----------------------------------------------------------------
005840*    8100-REGISTRAR-LOTE
005848*    Agrega a LOTECTL, abierto desde 1000-INICIALIZAR, el evento
005856*    pendiente del lote generado.  Una falla detiene la corrida:
005864*    sin el registro el lote no puede liberarse y la CALCULADORA
005872*    lo descartaria.
005880*-----------------------------------------------------------------
005890 8100-REGISTRAR-LOTE.
005900     MOVE SPACES TO LOTE-CONTROL-RECORD
005910     MOVE GEN-LOTE-ID TO LCT-LOTE-ID
005920     MOVE GEN-FECHA-NEGOCIO TO LCT-FECHA
005930     SET LCT-PENDIENTE TO TRUE
005940     MOVE GEN-CANT-REGISTROS TO LCT-CANT-REG
005950     MOVE GEN-HASH-OPERANDOS TO LCT-HASH
005960     MOVE GEN-CAPTURISTA TO LCT-CAPTURISTA-ID
005970     MOVE GEN-CAPTURISTA TO LCT-OPERADOR-ID
005980     MOVE GEN-FECHA-SISTEMA TO LCT-FECHA-REAL
005990     ACCEPT LCT-HORA-REAL FROM TIME
006000     WRITE LOTE-CONTROL-RECORD
006040     IF GEN-LOTECTL-STATUS NOT = "00"
006050         DISPLAY "No se pudo registrar el lote en el control de "
006060                 "liberacion LOTECTL. Estado: " GEN-LOTECTL-STATUS
006062         DISPLAY "El lote " GEN-LOTE-ID " quedo en BATCHIN sin "
006064                 "registro de captura y la CALCULADORA lo "
006066                 "descartara; avise a sistemas."
006070         CLOSE TEMPLATE-FILE
006080         CLOSE BATCH-OUTPUT-FILE
006090         CLOSE REPORT-FILE
006095         CLOSE LOTE-CONTROL-FILE
006100         MOVE 12 TO RETURN-CODE
006110         STOP RUN
006120     END-IF.
006150 8100-EXIT.
006160     EXIT.
006170
006180*-----------------------------------------------------------------
006190*    9000-TERMINAR
006200*    Cierra el ultimo lote, escribe el resumen y cierra las
006210*    unidades.
006220*-----------------------------------------------------------------
006230 9000-TERMINAR.
006240     IF GEN-LOTE-ABIERTO
006250         PERFORM 3200-CERRAR-LOTE THRU 3200-EXIT
006260     END-IF
006270     MOVE SPACES TO REPORTE-LINEA
006280     WRITE REPORTE-LINEA
006290     IF GEN-DETALLES-GENERADOS = ZERO
006300         MOVE "NINGUNA PLANTILLA VENCE EN LA FECHA: NO HAY LOTES"
006310             TO REPORTE-LINEA
006320         WRITE REPORTE-LINEA
006330     END-IF
006340     MOVE GEN-PLANTILLAS-LEIDAS TO GEN-CANT-EDITADA
006350     MOVE SPACES TO REPORTE-LINEA
006360     STRING "PLANTILLAS LEIDAS:      " DELIMITED BY SIZE
006370         GEN-CANT-EDITADA DELIMITED BY SIZE
006380         INTO REPORTE-LINEA
006390     WRITE REPORTE-LINEA
006400     MOVE GEN-DETALLES-GENERADOS TO GEN-CANT-EDITADA
006410     MOVE SPACES TO REPORTE-LINEA
006420     STRING "DETALLES GENERADOS:     " DELIMITED BY SIZE
006430         GEN-CANT-EDITADA DELIMITED BY SIZE
006440         INTO REPORTE-LINEA
006450     WRITE REPORTE-LINEA
006460     MOVE GEN-NO-VENCEN TO GEN-CANT-EDITADA
006470     MOVE SPACES TO REPORTE-LINEA
006480     STRING "NO VENCEN EN LA FECHA:  " DELIMITED BY SIZE
006490         GEN-CANT-EDITADA DELIMITED BY SIZE
006500         INTO REPORTE-LINEA
006510     WRITE REPORTE-LINEA
006520     MOVE GEN-RETIRADAS TO GEN-CANT-EDITADA
006530     MOVE SPACES TO REPORTE-LINEA
006540     STRING "RETIRADAS:              " DELIMITED BY SIZE
006550         GEN-CANT-EDITADA DELIMITED BY SIZE
006560         INTO REPORTE-LINEA
006570     WRITE REPORTE-LINEA
006580     MOVE GEN-NUM-LOTE TO GEN-CANT-EDITADA
006590     MOVE SPACES TO REPORTE-LINEA
006600     STRING "LOTES GENERADOS:        " DELIMITED BY SIZE
006610         GEN-CANT-EDITADA DELIMITED BY SIZE
006620         INTO REPORTE-LINEA
006630     WRITE REPORTE-LINEA
006640     CLOSE TEMPLATE-FILE
006650     CLOSE BATCH-OUTPUT-FILE
006660     CLOSE REPORT-FILE
006665     CLOSE LOTE-CONTROL-FILE
006670     MOVE GEN-DETALLES-GENERADOS TO GEN-CANT-EDITADA
006680     DISPLAY "Detalles generados: " GEN-CANT-EDITADA
006690     MOVE GEN-NUM-LOTE TO GEN-CANT-EDITADA
006700     DISPLAY "Lotes generados:    " GEN-CANT-EDITADA
006710     DISPLAY "Listado escrito en GENRPT."
006720     MOVE ZERO TO RETURN-CODE.
006730 9000-EXIT.
006740     EXIT.
006750
006760 END PROGRAM GENLOTE.
