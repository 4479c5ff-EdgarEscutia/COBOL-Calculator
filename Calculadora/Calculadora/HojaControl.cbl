000010*****************************************************************
000020*    Program:     HOJACONTROL
000030*    Author:      Equipo de Sistemas Administrativos
000040*    Installation: Departamento de Contabilidad
000050*    Date-Written: 2026-10-15
000060*    Date-Compiled:
000070*    Purpose:     Hoja de control matutina de una fecha de
000080*                 negocio en una sola pagina: las corridas de
000090*                 RUNCTL con su codigo de retorno, los lotes
000100*                 asentados en LOTEREG, los suspensos nuevos y
000110*                 vencidos de SUSPMAST por estado, las firmas
000120*                 fallidas y los rechazos de autorizacion de
000130*                 SEGULOG y si la conciliacion, la verificacion
000140*                 y el posteo de la fecha corrieron segun PERCTL.
000150*                 Cada seccion lleva su dictamen VERDE o ROJO y
000160*                 la hoja termina con codigo de retorno 8 si
000170*                 alguna quedo en ROJO, para que el planificador
000180*                 retenga los procesos que siguen.
000190*    Tectonics:   cobc
000200*-----------------------------------------------------------------
000210*    Modification History
000220*    Date       Init  Description
000230*    ---------- ----  -------------------------------------------
000240*    2026-10-15 EE    Version original - hoja de control de la
000250*                      fecha de negocio con dictamen por seccion.
000260*****************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. HOJACONTROL.
000290 AUTHOR. EQUIPO DE SISTEMAS ADMINISTRATIVOS.
000300 INSTALLATION. DEPARTAMENTO DE CONTABILIDAD.
000310 DATE-WRITTEN. 2026-10-15.
000320 DATE-COMPILED.
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS HOJ-RUNCTL-STATUS.
000400
000410     SELECT LOTE-REGISTER-FILE ASSIGN TO "LOTEREG"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS HOJ-LOTEREG-STATUS.
000440
000450     SELECT SUSPENSE-MASTER-FILE ASSIGN TO "SUSPMAST"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS HOJ-SUSPMAST-STATUS.
000480
000490     SELECT SECURITY-LOG-FILE ASSIGN TO "SEGULOG"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS HOJ-SEGULOG-STATUS.
000520
000530     SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERCTL"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS HOJ-PERCTL-STATUS.
000560
000570     SELECT REPORT-FILE ASSIGN TO "HOJARPT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS HOJ-REPORTE-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  RUN-CONTROL-FILE.
000640 01  RUN-CONTROL-RECORD.
000650     COPY RUNREC.
000660
000670*Mismo renglon que asienta CALCULADORA por cada lote procesado
000680*en balance.
000690 FD  LOTE-REGISTER-FILE.
000700 01  LOTE-REGISTER-RECORD.
000710     05  LREG-LOTE-ID                 PIC X(08).
000720     05  LREG-FECHA                   PIC 9(08).
000730
000740 FD  SUSPENSE-MASTER-FILE.
000750 01  SUSPENSE-MASTER-RECORD.
000760     COPY SUSPREC.
000770
000780 FD  SECURITY-LOG-FILE.
000790 01  SECURITY-LOG-RECORD.
000800     COPY SEGEVENT.
000810
000820 FD  PERIOD-CONTROL-FILE.
000830 01  PERIOD-CONTROL-RECORD.
000840     COPY PERREC.
000850
000860 FD  REPORT-FILE.
000870 01  REPORTE-LINEA                    PIC X(100).
000880
000890 WORKING-STORAGE SECTION.
000900*Fecha de negocio de la hoja; vacio toma la del sistema.
000910 77  HOJ-ENTRADA-FECHA PIC X(08) VALUE SPACES.
000920 77  HOJ-FECHA-NEGOCIO PIC 9(08) VALUE ZEROS.
000930
000940*Interruptores de control del programa.
000950 77  HOJ-SW-FIN-ARCHIVO PIC X(01) VALUE "N".
000960     88 HOJ-FIN-ARCHIVO VALUE "S".
000970
000980*Renglones de detalle por seccion: lo que pase de este tope se
000990*cuenta en una sola linea para que la hoja quepa en una pagina.
001000 77  HOJ-MAX-DETALLE PIC 9(02) COMP VALUE 5.
001010 77  HOJ-DETALLES PIC 9(08) COMP VALUE ZERO.
001020 77  HOJ-EXCEDENTES PIC 9(08) COMP VALUE ZERO.
001030
001040*Un suspenso pendiente o corregido sin reprocesar con mas de
001050*estos dias frente a la fecha de negocio esta vencido.
001060 77  HOJ-DIAS-TOLERANCIA PIC 9(03) VALUE 3.
001070
001080*Dictamen de cada seccion en el orden de la hoja: 1 corridas,
001090*2 lotes, 3 suspensos, 4 seguridad, 5 periodo.
001100 01  HOJ-DICTAMENES.
001110     05  HOJ-DICTAMEN OCCURS 5 TIMES.
001120         10  HOJ-DIC-COLOR            PIC X(05).
001130         10  HOJ-DIC-MOTIVO           PIC X(50).
001140 77  HOJ-SUB-SEC PIC 9(02) COMP VALUE ZERO.
001150 77  HOJ-SECCIONES-ROJAS PIC 9(02) COMP VALUE ZERO.
001160
001170 01  HOJ-NOMBRES-SECCION.
001180     05  FILLER                       PIC X(24)
001190             VALUE "CORRIDAS (RUNCTL)       ".
001200     05  FILLER                       PIC X(24)
001210             VALUE "LOTES (LOTEREG)         ".
001220     05  FILLER                       PIC X(24)
001230             VALUE "SUSPENSOS (SUSPMAST)    ".
001240     05  FILLER                       PIC X(24)
001250             VALUE "SEGURIDAD (SEGULOG)     ".
001260     05  FILLER                       PIC X(24)
001270             VALUE "PERIODO (PERCTL)        ".
001280 01  HOJ-NOMBRES-TABLA REDEFINES HOJ-NOMBRES-SECCION.
001290     05  HOJ-NOMBRE-SECCION OCCURS 5 TIMES PIC X(24).
001300
001310*Cifras de las corridas de la fecha.
001320 77  HOJ-CORRIDAS PIC 9(04) COMP VALUE ZERO.
001330 77  HOJ-CORRIDAS-FALLIDAS PIC 9(04) COMP VALUE ZERO.
001340 77  HOJ-RETORNO-MAYOR PIC 9(02) VALUE ZERO.
001350 77  HOJ-NOMBRE-MODO PIC X(09) VALUE SPACES.
001360
001370*Lotes retenidos segun la ultima corrida de lote de la fecha:
001380*una corrida posterior que ya los proceso los deja en cero.
001390 77  HOJ-RETENIDOS PIC 9(04) VALUE ZERO.
001400 77  HOJ-ULTIMO-RETENIDO PIC X(08) VALUE SPACES.
001410
001420*Lotes asentados en la fecha, nueve por renglon.
001430 77  HOJ-LOTES PIC 9(08) COMP VALUE ZERO.
001440 77  HOJ-SUB-LOTE PIC 9(02) COMP VALUE ZERO.
001450 01  HOJ-LINEA-LOTES.
001460     05  FILLER                       PIC X(02) VALUE SPACES.
001470     05  HOJ-LL-LOTE                  PIC X(09) OCCURS 9 TIMES.
001480     05  FILLER                       PIC X(17) VALUE SPACES.
001490
001500*Suspensos por estado (1 pendiente, 2 corregido, 3 reprocesado,
001510*4 desconocido): nuevos de la fecha, anteriores a ella y, de
001520*los anteriores sin reprocesar, los vencidos.
001530 01  HOJ-TABLA-SUSPENSOS.
001540     05  HOJ-SUSP-ESTADO OCCURS 4 TIMES.
001550         10  HOJ-SUSP-NUEVOS          PIC 9(08) COMP.
001560         10  HOJ-SUSP-ANTERIORES      PIC 9(08) COMP.
001570         10  HOJ-SUSP-VENCIDOS        PIC 9(08) COMP.
001580 77  HOJ-SUB-SUSP PIC 9(02) COMP VALUE ZERO.
001590 77  HOJ-VENCIDOS PIC 9(08) COMP VALUE ZERO.
001600 77  HOJ-MAS-ANTIGUO PIC 9(08) VALUE ZEROS.
001610
001620 01  HOJ-NOMBRES-ESTADO.
001630     05  FILLER                       PIC X(12)
001640             VALUE "PENDIENTES  ".
001650     05  FILLER                       PIC X(12)
001660             VALUE "CORREGIDOS  ".
001670     05  FILLER                       PIC X(12)
001680             VALUE "REPROCESADOS".
001690     05  FILLER                       PIC X(12)
001700             VALUE "DESCONOCIDOS".
001710 01  HOJ-ESTADOS-TABLA REDEFINES HOJ-NOMBRES-ESTADO.
001720     05  HOJ-NOMBRE-ESTADO OCCURS 4 TIMES PIC X(12).
001730
001740*La antiguedad se calcula restando numeros de dia corrido, con
001750*la misma formula de meses corridos de marzo a febrero que usa
001760*el reporte de antiguedad de suspensos.
001770 01  HOJ-FECHA-TRABAJO                PIC 9(08) VALUE ZEROS.
001780 01  HOJ-FECHA-DESGLOSE REDEFINES HOJ-FECHA-TRABAJO.
001790     05  HOJ-FT-ANIO                  PIC 9(04).
001800     05  HOJ-FT-MES                   PIC 9(02).
001810     05  HOJ-FT-DIA                   PIC 9(02).
001820 77  HOJ-CALC-ANIO PIC S9(08) COMP VALUE ZERO.
001830 77  HOJ-CALC-MES PIC S9(08) COMP VALUE ZERO.
001840 77  HOJ-TERMINO-1 PIC S9(08) COMP VALUE ZERO.
001850 77  HOJ-TERMINO-2 PIC S9(08) COMP VALUE ZERO.
001860 77  HOJ-TERMINO-3 PIC S9(08) COMP VALUE ZERO.
001870 77  HOJ-TERMINO-4 PIC S9(08) COMP VALUE ZERO.
001880 77  HOJ-DIA-CORRIDO PIC S9(08) COMP VALUE ZERO.
001890 77  HOJ-DIA-NEGOCIO PIC S9(08) COMP VALUE ZERO.
001900 77  HOJ-DIAS-PENDIENTE PIC S9(08) COMP VALUE ZERO.
001910
001920*Eventos de seguridad de la fecha.
001930 77  HOJ-FIRMAS-FALLIDAS PIC 9(08) COMP VALUE ZERO.
001940 77  HOJ-FIRMAS-CORTADAS PIC 9(08) COMP VALUE ZERO.
001950 77  HOJ-RECHAZOS-AUT PIC 9(08) COMP VALUE ZERO.
001960 77  HOJ-NOMBRE-EVENTO PIC X(24) VALUE SPACES.
001970
001980*Ultimo evento de cada paso del dia en el control de periodos,
001990*con la misma regla del CIERRE: la verificacion recorre todo el
002000*historico, asi que cuenta la ultima que corrio ese dia o
002010*despues.
002020 01  HOJ-PASOS.
002030     05  HOJ-PASO OCCURS 3 TIMES.
002040         10  HOJ-PASO-HALLADO         PIC X(01).
002050         10  HOJ-PASO-RETORNO         PIC 9(02).
002060         10  HOJ-PASO-CANTIDAD        PIC 9(08).
002070         10  HOJ-PASO-FECHA-REAL      PIC 9(08).
002080 77  HOJ-SUB-PASO PIC 9(02) COMP VALUE ZERO.
002090 77  HOJ-SW-FECHA-CERRADA PIC X(01) VALUE "N".
002100     88 HOJ-FECHA-CERRADA VALUE "S".
002110
002120 01  HOJ-NOMBRES-PASO.
002130     05  FILLER                       PIC X(14)
002140             VALUE "CONCILIACION  ".
002150     05  FILLER                       PIC X(14)
002160             VALUE "VERIFICACION  ".
002170     05  FILLER                       PIC X(14)
002180             VALUE "POSTEO        ".
002190 01  HOJ-PASOS-TABLA REDEFINES HOJ-NOMBRES-PASO.
002200     05  HOJ-NOMBRE-PASO OCCURS 3 TIMES PIC X(14).
002210
002220*Lineas del reporte.
002230 01  HOJ-TITULO                       PIC X(100).
002240
002250 01  HOJ-LINEA-CORRIDA.
002260     05  FILLER                       PIC X(02) VALUE SPACES.
002270     05  HOJ-COR-MODO                 PIC X(09).
002280     05  FILLER                       PIC X(01) VALUE SPACE.
002290     05  HOJ-COR-LOTE                 PIC X(08).
002300     05  FILLER                       PIC X(01) VALUE SPACE.
002310     05  HOJ-COR-LEIDOS               PIC ZZZZZZZ9.
002320     05  FILLER                       PIC X(01) VALUE SPACE.
002330     05  HOJ-COR-PROCESADOS           PIC ZZZZZZZ9.
002340     05  FILLER                       PIC X(01) VALUE SPACE.
002350     05  HOJ-COR-RECHAZADOS           PIC ZZZZZZZ9.
002360     05  FILLER                       PIC X(01) VALUE SPACE.
002370     05  HOJ-COR-RETENIDOS            PIC ZZZZ9.
002380     05  FILLER                       PIC X(01) VALUE SPACE.
002390     05  HOJ-COR-RETORNO              PIC 99.
002400     05  FILLER                       PIC X(02) VALUE SPACES.
002410     05  HOJ-COR-FECHA-REAL           PIC 9999/99/99.
002420     05  FILLER                       PIC X(01) VALUE SPACE.
002430     05  HOJ-COR-HORA-REAL            PIC 99B99B99.
002440     05  FILLER                       PIC X(22) VALUE SPACES.
002450
002460 01  HOJ-LINEA-SUSPENSO.
002470     05  FILLER                       PIC X(02) VALUE SPACES.
002480     05  HOJ-SUS-ESTADO               PIC X(12).
002490     05  FILLER                       PIC X(02) VALUE SPACES.
002500     05  HOJ-SUS-NUEVOS               PIC ZZZZZZZ9.
002510     05  FILLER                       PIC X(02) VALUE SPACES.
002520     05  HOJ-SUS-ANTERIORES           PIC ZZZZZZZ9.
002530     05  FILLER                       PIC X(02) VALUE SPACES.
002540     05  HOJ-SUS-VENCIDOS             PIC ZZZZZZZ9.
002550     05  FILLER                       PIC X(56) VALUE SPACES.
002560
002570 01  HOJ-LINEA-EVENTO.
002580     05  FILLER                       PIC X(02) VALUE SPACES.
002590     05  HOJ-EVE-HORA                 PIC 99B99B99.
002600     05  FILLER                       PIC X(01) VALUE SPACE.
002610     05  HOJ-EVE-OPERADOR             PIC X(08).
002620     05  FILLER                       PIC X(01) VALUE SPACE.
002630     05  HOJ-EVE-TIPO                 PIC X(02).
002640     05  FILLER                       PIC X(01) VALUE SPACE.
002650     05  HOJ-EVE-NOMBRE               PIC X(24).
002660     05  FILLER                       PIC X(01) VALUE SPACE.
002670     05  HOJ-EVE-DETALLE              PIC X(30).
002680     05  FILLER                       PIC X(22) VALUE SPACES.
002690
002700 01  HOJ-LINEA-PASO.
002710     05  FILLER                       PIC X(02) VALUE SPACES.
002720     05  HOJ-PAS-NOMBRE               PIC X(14).
002730     05  HOJ-PAS-SITUACION            PIC X(06).
002740     05  FILLER                       PIC X(04) VALUE " RC=".
002750     05  HOJ-PAS-RETORNO              PIC 99.
002760     05  FILLER                       PIC X(01) VALUE SPACE.
002770     05  HOJ-PAS-CANTIDAD             PIC ZZZZZZZ9.
002780     05  FILLER                       PIC X(02) VALUE SPACES.
002790     05  HOJ-PAS-FECHA-REAL           PIC 9999/99/99.
002800     05  FILLER                       PIC X(51) VALUE SPACES.
002810
002820 01  HOJ-LINEA-RESUMEN.
002830     05  FILLER                       PIC X(02) VALUE SPACES.
002840     05  HOJ-RES-SECCION              PIC X(24).
002850     05  HOJ-RES-COLOR                PIC X(05).
002860     05  FILLER                       PIC X(02) VALUE SPACES.
002870     05  HOJ-RES-MOTIVO               PIC X(50).
002880     05  FILLER                       PIC X(17) VALUE SPACES.
002890
002900*Fecha y hora del sistema para el encabezado.
002910 77  HOJ-FECHA-SISTEMA PIC 9(08) VALUE ZEROS.
002920 77  HOJ-HORA-SISTEMA PIC 9(08) VALUE ZEROS.
002930
002940*Campos editados.
002950 77  HOJ-FECHA-EDITADA PIC 9999/99/99.
002960 77  HOJ-HORA-EDITADA PIC 99B99B99.
002970 77  HOJ-HORA-TRABAJO PIC 9(06) VALUE ZEROS.
002980 77  HOJ-CANT-EDITADA PIC ZZZZZZZ9.
002990 77  HOJ-CANT-EDITADA-2 PIC ZZZZZZZ9.
003000 77  HOJ-CANT-EDITADA-3 PIC ZZZZZZZ9.
003010 77  HOJ-CANT-CORTA PIC ZZ9.
003020 77  HOJ-RC-EDITADO PIC 99.
003030
003040*Codigos de estado de archivo.
003050 77  HOJ-RUNCTL-STATUS PIC XX VALUE "00".
003060 77  HOJ-LOTEREG-STATUS PIC XX VALUE "00".
003070 77  HOJ-SUSPMAST-STATUS PIC XX VALUE "00".
003080 77  HOJ-SEGULOG-STATUS PIC XX VALUE "00".
003090 77  HOJ-PERCTL-STATUS PIC XX VALUE "00".
003100 77  HOJ-REPORTE-STATUS PIC XX VALUE "00".
003110
003120 PROCEDURE DIVISION.
003130*-----------------------------------------------------------------
003140*    0000-PRINCIPAL
003150*    Punto de entrada: pide la fecha, revisa cada fuente en el
003160*    orden de la hoja y cierra con el resumen de dictamenes.
003170*-----------------------------------------------------------------
003180 0000-PRINCIPAL.
003190     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
003200     PERFORM 2000-REVISAR-CORRIDAS THRU 2000-EXIT
003210     PERFORM 3000-REVISAR-LOTES THRU 3000-EXIT
003220     PERFORM 4000-REVISAR-SUSPENSOS THRU 4000-EXIT
003230     PERFORM 5000-REVISAR-SEGURIDAD THRU 5000-EXIT
003240     PERFORM 6000-REVISAR-PERIODO THRU 6000-EXIT
003250     PERFORM 8000-ESCRIBIR-RESUMEN THRU 8000-EXIT
003260     PERFORM 9000-TERMINAR THRU 9000-EXIT
003270     STOP RUN.
003280
003290*-----------------------------------------------------------------
003300*    1000-INICIALIZAR
003310*    Solicita la fecha de negocio, abre el reporte y escribe el
003320*    encabezado de la hoja.
003330*-----------------------------------------------------------------
003340 1000-INICIALIZAR.
003350     DISPLAY "HOJACONTROL - Hoja de control matutina"
003360     DISPLAY "Fecha de negocio AAAAMMDD (vacio = hoy):"
003370     ACCEPT HOJ-ENTRADA-FECHA
003380     IF HOJ-ENTRADA-FECHA = SPACES
003390         ACCEPT HOJ-FECHA-NEGOCIO FROM DATE YYYYMMDD
003400     ELSE
003410         IF HOJ-ENTRADA-FECHA IS NUMERIC
003420             MOVE HOJ-ENTRADA-FECHA TO HOJ-FECHA-NEGOCIO
003430         ELSE
003440             DISPLAY "Fecha invalida. Se cancela."
003450             MOVE 12 TO RETURN-CODE
003460             STOP RUN
003470         END-IF
003480     END-IF
003490     ACCEPT HOJ-FECHA-SISTEMA FROM DATE YYYYMMDD
003500     ACCEPT HOJ-HORA-SISTEMA FROM TIME
003510     MOVE HOJ-FECHA-NEGOCIO TO HOJ-FECHA-TRABAJO
003520     PERFORM 4400-DIA-CORRIDO THRU 4400-EXIT
003530     MOVE HOJ-DIA-CORRIDO TO HOJ-DIA-NEGOCIO
003540     INITIALIZE HOJ-TABLA-SUSPENSOS
003550     OPEN OUTPUT REPORT-FILE
003560     IF HOJ-REPORTE-STATUS NOT = "00"
003570         DISPLAY "No se pudo abrir el reporte HOJARPT. "
003580                 "Estado: " HOJ-REPORTE-STATUS
003590         MOVE 12 TO RETURN-CODE
003600         STOP RUN
003610     END-IF
003620     MOVE SPACES TO REPORTE-LINEA
003630     STRING "HOJA DE CONTROL MATUTINA - CALCULADORA"
003640         DELIMITED BY SIZE INTO REPORTE-LINEA
003650     WRITE REPORTE-LINEA
003660     MOVE HOJ-FECHA-NEGOCIO TO HOJ-FECHA-EDITADA
003670     MOVE SPACES TO REPORTE-LINEA
003680     STRING "FECHA DE NEGOCIO: " DELIMITED BY SIZE
003690         HOJ-FECHA-EDITADA DELIMITED BY SIZE
003700         INTO REPORTE-LINEA
003710     WRITE REPORTE-LINEA
003720     MOVE HOJ-FECHA-SISTEMA TO HOJ-FECHA-EDITADA
003730     DIVIDE HOJ-HORA-SISTEMA BY 100 GIVING HOJ-HORA-TRABAJO
003740     MOVE HOJ-HORA-TRABAJO TO HOJ-HORA-EDITADA
003750     INSPECT HOJ-HORA-EDITADA REPLACING ALL " " BY ":"
003760     MOVE SPACES TO REPORTE-LINEA
003770     STRING "EMITIDA EL:       " DELIMITED BY SIZE
003780         HOJ-FECHA-EDITADA DELIMITED BY SIZE
003790         " " DELIMITED BY SIZE
003800         HOJ-HORA-EDITADA DELIMITED BY SIZE
003810         INTO REPORTE-LINEA
003820     WRITE REPORTE-LINEA.
003830 1000-EXIT.
003840     EXIT.
003850
003860*Titulo de cada seccion: linea en blanco y el nombre de la
003870*seccion HOJ-SUB-SEC.  Tambien deja la seccion en VERDE; quien
003880*la revisa la pasa a ROJO con su motivo.
003890 1200-TITULAR-SECCION.
003900     MOVE SPACES TO REPORTE-LINEA
003910     WRITE REPORTE-LINEA
003920     MOVE SPACES TO HOJ-TITULO
003930     STRING "== " DELIMITED BY SIZE
003940         HOJ-NOMBRE-SECCION (HOJ-SUB-SEC) DELIMITED BY SIZE
003950         INTO HOJ-TITULO
003960     MOVE HOJ-TITULO TO REPORTE-LINEA
003970     WRITE REPORTE-LINEA
003980     MOVE "VERDE" TO HOJ-DIC-COLOR (HOJ-SUB-SEC)
003990     MOVE SPACES TO HOJ-DIC-MOTIVO (HOJ-SUB-SEC)
004000     MOVE ZERO TO HOJ-DETALLES
004010     MOVE ZERO TO HOJ-EXCEDENTES.
004020 1200-EXIT.
004030     EXIT.
004040
004050*Renglones de detalle que no cupieron en la seccion.
004060 1300-CONTAR-EXCEDENTES.
004070     IF HOJ-EXCEDENTES = ZERO
004080         GO TO 1300-EXIT
004090     END-IF
004100     MOVE HOJ-EXCEDENTES TO HOJ-CANT-EDITADA
004110     MOVE SPACES TO REPORTE-LINEA
004120     STRING "  ... Y " DELIMITED BY SIZE
004130         HOJ-CANT-EDITADA DELIMITED BY SIZE
004140         " MAS" DELIMITED BY SIZE
004150         INTO REPORTE-LINEA
004160     WRITE REPORTE-LINEA.
004170 1300-EXIT.
004180     EXIT.
004190
004200*Pie de cada seccion con su dictamen.  El motivo del ROJO lo
004210*deja quien revisa la seccion en HOJ-DIC-MOTIVO.
004220 1400-DICTAMINAR-SECCION.
004230     MOVE SPACES TO REPORTE-LINEA
004240     STRING "  DICTAMEN: " DELIMITED BY SIZE
004250         HOJ-DIC-COLOR (HOJ-SUB-SEC) DELIMITED BY SIZE
004260         " " DELIMITED BY SIZE
004270         HOJ-DIC-MOTIVO (HOJ-SUB-SEC) DELIMITED BY SIZE
004280         INTO REPORTE-LINEA
004290     WRITE REPORTE-LINEA.
004300 1400-EXIT.
004310     EXIT.
004320
004330*-----------------------------------------------------------------
004340*    2000-REVISAR-CORRIDAS
004350*    Corridas desatendidas de la fecha.  ROJO si no hubo ninguna
004360*    o si alguna termino con retorno 8 o mas; el 4 de suspensos o
004370*    lotes retenidos lo juzgan sus propias secciones.
004380*-----------------------------------------------------------------
004390 2000-REVISAR-CORRIDAS.
004400     MOVE 1 TO HOJ-SUB-SEC
004410     PERFORM 1200-TITULAR-SECCION THRU 1200-EXIT
004420     OPEN INPUT RUN-CONTROL-FILE
004430     IF HOJ-RUNCTL-STATUS = "35"
004440         GO TO 2000-DICTAMEN
004450     END-IF
004460     IF HOJ-RUNCTL-STATUS NOT = "00"
004470         DISPLAY "No se pudo abrir el maestro de corridas "
004480                 "RUNCTL. Estado: " HOJ-RUNCTL-STATUS
004490         MOVE 12 TO RETURN-CODE
004500         STOP RUN
004510     END-IF
004520     MOVE SPACES TO REPORTE-LINEA
004530     STRING "  MODO      ULT.LOTE   LEIDOS PROCESAD RECHAZAD "
004540         DELIMITED BY SIZE
004550         "RETEN RC  CORRIO EL" DELIMITED BY SIZE
004560         INTO REPORTE-LINEA
004570     WRITE REPORTE-LINEA
004580     MOVE "N" TO HOJ-SW-FIN-ARCHIVO
004590     PERFORM 2100-LEER-CORRIDA THRU 2100-EXIT
004600         UNTIL HOJ-FIN-ARCHIVO
004610     CLOSE RUN-CONTROL-FILE
004620     PERFORM 1300-CONTAR-EXCEDENTES THRU 1300-EXIT.
004630 2000-DICTAMEN.
004640     IF HOJ-CORRIDAS = ZERO
004650         MOVE "  NINGUNA CORRIDA DESATENDIDA PARA LA FECHA"
004660             TO REPORTE-LINEA
004670         WRITE REPORTE-LINEA
004680         MOVE "ROJO" TO HOJ-DIC-COLOR (HOJ-SUB-SEC)
004690         MOVE "NO CORRIO EL CICLO DE LA FECHA"
004700             TO HOJ-DIC-MOTIVO (HOJ-SUB-SEC)
004710     END-IF
004720     IF HOJ-CORRIDAS-FALLIDAS > ZERO
004730         MOVE HOJ-CORRIDAS-FALLIDAS TO HOJ-CANT-EDITADA
004740         MOVE HOJ-RETORNO-MAYOR TO HOJ-RC-EDITADO
004750         MOVE "ROJO" TO HOJ-DIC-COLOR (HOJ-SUB-SEC)
004760         STRING "CORRIDAS FALLIDAS:" DELIMITED BY SIZE
004770             HOJ-CANT-EDITADA DELIMITED BY SIZE
004780             "  RETORNO MAYOR " DELIMITED BY SIZE
004790             HOJ-RC-EDITADO DELIMITED BY SIZE
004800             INTO HOJ-DIC-MOTIVO (HOJ-SUB-SEC)
004810     END-IF
004820     PERFORM 1400-DICTAMINAR-SECCION THRU 1400-EXIT.
004830 2000-EXIT.
004840     EXIT.
004850
004860 2100-LEER-CORRIDA.
004870     READ RUN-CONTROL-FILE
004880         AT END
004890             SET HOJ-FIN-ARCHIVO TO TRUE
004900             GO TO 2100-EXIT
004910     END-READ
004920     IF RUN-FECHA NOT = HOJ-FECHA-NEGOCIO
004930         GO TO 2100-EXIT
004940     END-IF
004941*Una linea grabada antes de que RUNCTL llevara los lotes
004942*retenidos trae blancos en su lugar: cuenta como cero.
004943     IF RUN-LOTES-RETENIDOS IS NOT NUMERIC
004944         MOVE ZERO TO RUN-LOTES-RETENIDOS
004945     END-IF
004950     ADD 1 TO HOJ-CORRIDAS
004960     IF RUN-RETORNO > HOJ-RETORNO-MAYOR
004970         MOVE RUN-RETORNO TO HOJ-RETORNO-MAYOR
004980     END-IF
004990     IF RUN-RETORNO NOT < 8
005000         ADD 1 TO HOJ-CORRIDAS-FALLIDAS
005010     END-IF
005020     IF RUN-MODO = "3"
005030         MOVE "REPROCESO" TO HOJ-NOMBRE-MODO
005040     ELSE
005050         MOVE "LOTE" TO HOJ-NOMBRE-MODO
005060         MOVE RUN-LOTES-RETENIDOS TO HOJ-RETENIDOS
005070         MOVE RUN-ULTIMO-RETENIDO TO HOJ-ULTIMO-RETENIDO
005080     END-IF
005090     IF HOJ-DETALLES NOT < HOJ-MAX-DETALLE
005100         ADD 1 TO HOJ-EXCEDENTES
005110         GO TO 2100-EXIT
005120     END-IF
005130     ADD 1 TO HOJ-DETALLES
005140     MOVE HOJ-NOMBRE-MODO TO HOJ-COR-MODO
005150     MOVE RUN-LOTE-ID TO HOJ-COR-LOTE
005160     MOVE RUN-LEIDOS TO HOJ-COR-LEIDOS
005170     MOVE RUN-PROCESADOS TO HOJ-COR-PROCESADOS
005180     MOVE RUN-RECHAZADOS TO HOJ-COR-RECHAZADOS
005190     MOVE RUN-LOTES-RETENIDOS TO HOJ-COR-RETENIDOS
005200     MOVE RUN-RETORNO TO HOJ-COR-RETORNO
005210     MOVE RUN-FECHA-REAL TO HOJ-COR-FECHA-REAL
005220     DIVIDE RUN-HORA-REAL BY 100 GIVING HOJ-HORA-TRABAJO
005230     MOVE HOJ-HORA-TRABAJO TO HOJ-COR-HORA-REAL
005240     INSPECT HOJ-COR-HORA-REAL REPLACING ALL " " BY ":"
005250     MOVE HOJ-LINEA-CORRIDA TO REPORTE-LINEA
005260     WRITE REPORTE-LINEA.
005270 2100-EXIT.
005280     EXIT.
005290
005300*-----------------------------------------------------------------
005310*    3000-REVISAR-LOTES
005320*    Lotes que CALCULADORA asento en balance con fecha de
005330*    encabezado igual a la de negocio.  ROJO si no se asento
005340*    ninguno o si la ultima corrida de lote de la fecha dejo
005350*    lotes retenidos sin liberar.
005360*-----------------------------------------------------------------
005370 3000-REVISAR-LOTES.
005380     MOVE 2 TO HOJ-SUB-SEC
005390     PERFORM 1200-TITULAR-SECCION THRU 1200-EXIT
005400     MOVE SPACES TO HOJ-LINEA-LOTES
005410     MOVE ZERO TO HOJ-SUB-LOTE
005420     OPEN INPUT LOTE-REGISTER-FILE
005430     IF HOJ-LOTEREG-STATUS = "35"
005440         GO TO 3000-DICTAMEN
005450     END-IF
005460     IF HOJ-LOTEREG-STATUS NOT = "00"
005470         DISPLAY "No se pudo abrir el registro de lotes "
005480                 "LOTEREG. Estado: " HOJ-LOTEREG-STATUS
005490         MOVE 12 TO RETURN-CODE
005500         STOP RUN
005510     END-IF
005520     MOVE "N" TO HOJ-SW-FIN-ARCHIVO
005530     PERFORM 3100-LEER-LOTE THRU 3100-EXIT
005540         UNTIL HOJ-FIN-ARCHIVO
005550     CLOSE LOTE-REGISTER-FILE
005560     IF HOJ-SUB-LOTE > ZERO
005570         MOVE HOJ-LINEA-LOTES TO REPORTE-LINEA
005580         WRITE REPORTE-LINEA
005590     END-IF
005600     PERFORM 1300-CONTAR-EXCEDENTES THRU 1300-EXIT.
005610 3000-DICTAMEN.
005620     MOVE HOJ-LOTES TO HOJ-CANT-EDITADA
005630     MOVE HOJ-RETENIDOS TO HOJ-CANT-EDITADA-2
005640     MOVE SPACES TO REPORTE-LINEA
005650     STRING "  LOTES ASENTADOS:" DELIMITED BY SIZE
005660         HOJ-CANT-EDITADA DELIMITED BY SIZE
005670         "   RETENIDOS EN LA ULTIMA CORRIDA:" DELIMITED BY SIZE
005680         HOJ-CANT-EDITADA-2 DELIMITED BY SIZE
005690         INTO REPORTE-LINEA
005700     WRITE REPORTE-LINEA
005710     IF HOJ-LOTES = ZERO
005720         MOVE "ROJO" TO HOJ-DIC-COLOR (HOJ-SUB-SEC)
005730         MOVE "NINGUN LOTE ASENTADO PARA LA FECHA"
005740             TO HOJ-DIC-MOTIVO (HOJ-SUB-SEC)
005750     END-IF
005760     IF HOJ-RETENIDOS > ZERO
005770         MOVE "ROJO" TO HOJ-DIC-COLOR (HOJ-SUB-SEC)
005780         MOVE SPACES TO HOJ-DIC-MOTIVO (HOJ-SUB-SEC)
005790         STRING "LOTES RETENIDOS SIN LIBERAR, ULTIMO "
005800             DELIMITED BY SIZE
005810             HOJ-ULTIMO-RETENIDO DELIMITED BY SIZE
005820             INTO HOJ-DIC-MOTIVO (HOJ-SUB-SEC)
005830     END-IF
005840     PERFORM 1400-DICTAMINAR-SECCION THRU 1400-EXIT.
005850 3000-EXIT.
005860     EXIT.
005870
005880*Cada lote de la fecha ocupa una columna del renglon; el renglon
005890*lleno se escribe mientras quede lugar en la seccion.
005900 3100-LEER-LOTE.
005910     READ LOTE-REGISTER-FILE
005920         AT END
005930             SET HOJ-FIN-ARCHIVO TO TRUE
005940             GO TO 3100-EXIT
005950     END-READ
005960     IF LREG-FECHA NOT = HOJ-FECHA-NEGOCIO
005970         GO TO 3100-EXIT
005980     END-IF
005990     ADD 1 TO HOJ-LOTES
006000     IF HOJ-DETALLES NOT < HOJ-MAX-DETALLE
006010         ADD 1 TO HOJ-EXCEDENTES
006020         GO TO 3100-EXIT
006030     END-IF
006040     ADD 1 TO HOJ-SUB-LOTE
006050     MOVE LREG-LOTE-ID TO HOJ-LL-LOTE (HOJ-SUB-LOTE)
006060     IF HOJ-SUB-LOTE = 9
006070         MOVE HOJ-LINEA-LOTES TO REPORTE-LINEA
006080         WRITE REPORTE-LINEA
006090         ADD 1 TO HOJ-DETALLES
006100         MOVE SPACES TO HOJ-LINEA-LOTES
006110         MOVE ZERO TO HOJ-SUB-LOTE
006120     END-IF.
006130 3100-EXIT.
006140     EXIT.
006150
006160*-----------------------------------------------------------------
006170*    4000-REVISAR-SUSPENSOS
006180*    Suspensos por estado: los nuevos de la fecha, los
006190*    anteriores a ella y, de los que siguen sin reprocesar, los
006200*    que pasan de la tolerancia.  ROJO si hay alguno vencido.
006210*    Los suspensos con fecha posterior a la de negocio no
006220*    cuentan.
006230*-----------------------------------------------------------------
006240 4000-REVISAR-SUSPENSOS.
006250     MOVE 3 TO HOJ-SUB-SEC
006260     PERFORM 1200-TITULAR-SECCION THRU 1200-EXIT
006270     OPEN INPUT SUSPENSE-MASTER-FILE
006280     IF HOJ-SUSPMAST-STATUS = "35"
006290         GO TO 4000-DICTAMEN
006300     END-IF
006310     IF HOJ-SUSPMAST-STATUS NOT = "00"
006320         DISPLAY "No se pudo abrir el maestro de suspensos "
006330                 "SUSPMAST. Estado: " HOJ-SUSPMAST-STATUS
006340         MOVE 12 TO RETURN-CODE
006350         STOP RUN
006360     END-IF
006370     MOVE "N" TO HOJ-SW-FIN-ARCHIVO
006380     PERFORM 4100-LEER-SUSPENSO THRU 4100-EXIT
006390         UNTIL HOJ-FIN-ARCHIVO
006400     CLOSE SUSPENSE-MASTER-FILE.
006410 4000-DICTAMEN.
006420     MOVE HOJ-DIAS-TOLERANCIA TO HOJ-CANT-CORTA
006430     MOVE SPACES TO REPORTE-LINEA
006440     STRING "  ESTADO          NUEVOS  ANTERIOR  VENCIDOS"
006450         DELIMITED BY SIZE
006460         "  (MAS DE " DELIMITED BY SIZE
006470         HOJ-CANT-CORTA DELIMITED BY SIZE
006480         " DIAS)" DELIMITED BY SIZE
006490         INTO REPORTE-LINEA
006500     WRITE REPORTE-LINEA
006510     PERFORM 4200-ESCRIBIR-ESTADO THRU 4200-EXIT
006520         VARYING HOJ-SUB-SUSP FROM 1 BY 1
006530         UNTIL HOJ-SUB-SUSP > 4
006540     IF HOJ-VENCIDOS > ZERO
006550         MOVE HOJ-VENCIDOS TO HOJ-CANT-EDITADA
006560         MOVE HOJ-MAS-ANTIGUO TO HOJ-FECHA-EDITADA
006570         MOVE "ROJO" TO HOJ-DIC-COLOR (HOJ-SUB-SEC)
006580         STRING "VENCIDOS:" DELIMITED BY SIZE
006590             HOJ-CANT-EDITADA DELIMITED BY SIZE
006600             "  EL MAS ANTIGUO DEL " DELIMITED BY SIZE
006610             HOJ-FECHA-EDITADA DELIMITED BY SIZE
006620             INTO HOJ-DIC-MOTIVO (HOJ-SUB-SEC)
006630     END-IF
006640     PERFORM 1400-DICTAMINAR-SECCION THRU 1400-EXIT.
006650 4000-EXIT.
006660     EXIT.
006670
006680 4100-LEER-SUSPENSO.
006690     READ SUSPENSE-MASTER-FILE
006700         AT END
006710             SET HOJ-FIN-ARCHIVO TO TRUE
006720             GO TO 4100-EXIT
006730     END-READ
006740     IF SUSP-FECHA > HOJ-FECHA-NEGOCIO
006750         GO TO 4100-EXIT
006760     END-IF
006770     EVALUATE SUSP-ESTADO
006780         WHEN "P"
006790             MOVE 1 TO HOJ-SUB-SUSP
006800         WHEN "C"
006810             MOVE 2 TO HOJ-SUB-SUSP
006820         WHEN "R"
006830             MOVE 3 TO HOJ-SUB-SUSP
006840         WHEN OTHER
006850             MOVE 4 TO HOJ-SUB-SUSP
006860     END-EVALUATE
006870     IF SUSP-FECHA = HOJ-FECHA-NEGOCIO
006880         ADD 1 TO HOJ-SUSP-NUEVOS (HOJ-SUB-SUSP)
006890         GO TO 4100-EXIT
006900     END-IF
006910     ADD 1 TO HOJ-SUSP-ANTERIORES (HOJ-SUB-SUSP)
006920     IF HOJ-SUB-SUSP > 2
006930         GO TO 4100-EXIT
006940     END-IF
006950     MOVE SUSP-FECHA TO HOJ-FECHA-TRABAJO
006960     PERFORM 4400-DIA-CORRIDO THRU 4400-EXIT
006970     COMPUTE HOJ-DIAS-PENDIENTE
006980         = HOJ-DIA-NEGOCIO - HOJ-DIA-CORRIDO
006990     IF HOJ-DIAS-PENDIENTE NOT > HOJ-DIAS-TOLERANCIA
007000         GO TO 4100-EXIT
007010     END-IF
007020     ADD 1 TO HOJ-SUSP-VENCIDOS (HOJ-SUB-SUSP)
007030     ADD 1 TO HOJ-VENCIDOS
007040     IF HOJ-MAS-ANTIGUO = ZERO
007050        OR SUSP-FECHA < HOJ-MAS-ANTIGUO
007060         MOVE SUSP-FECHA TO HOJ-MAS-ANTIGUO
007070     END-IF.
007080 4100-EXIT.
007090     EXIT.
007100
007110*Renglon de un estado; el de desconocidos solo si los hay.
007120 4200-ESCRIBIR-ESTADO.
007130     IF HOJ-SUB-SUSP = 4
007140        AND HOJ-SUSP-NUEVOS (4) = ZERO
007150        AND HOJ-SUSP-ANTERIORES (4) = ZERO
007160         GO TO 4200-EXIT
007170     END-IF
007180     MOVE HOJ-NOMBRE-ESTADO (HOJ-SUB-SUSP) TO HOJ-SUS-ESTADO
007190     MOVE HOJ-SUSP-NUEVOS (HOJ-SUB-SUSP) TO HOJ-SUS-NUEVOS
007200     MOVE HOJ-SUSP-ANTERIORES (HOJ-SUB-SUSP)
007210         TO HOJ-SUS-ANTERIORES
007220     MOVE HOJ-SUSP-VENCIDOS (HOJ-SUB-SUSP) TO HOJ-SUS-VENCIDOS
007230     MOVE HOJ-LINEA-SUSPENSO TO REPORTE-LINEA
007240     WRITE REPORTE-LINEA.
007250 4200-EXIT.
007260     EXIT.
007270
007280*Numero de dia corrido de la fecha en HOJ-FECHA-TRABAJO, con
007290*el anio contado de marzo a febrero para que el dia extra del
007300*bisiesto caiga al final y la resta de dos fechas de el
007310*numero exacto de dias entre ambas.  Cada division se hace
007320*aparte sobre un campo entero para que el cociente se trunque
007330*termino por termino.
007340 4400-DIA-CORRIDO.
007350     MOVE HOJ-FT-ANIO TO HOJ-CALC-ANIO
007360     MOVE HOJ-FT-MES TO HOJ-CALC-MES
007370     IF HOJ-CALC-MES < 3
007380         SUBTRACT 1 FROM HOJ-CALC-ANIO
007390         ADD 12 TO HOJ-CALC-MES
007400     END-IF
007410     DIVIDE HOJ-CALC-ANIO BY 4 GIVING HOJ-TERMINO-1
007420     DIVIDE HOJ-CALC-ANIO BY 100 GIVING HOJ-TERMINO-2
007430     DIVIDE HOJ-CALC-ANIO BY 400 GIVING HOJ-TERMINO-3
007440     COMPUTE HOJ-TERMINO-4 = 153 * (HOJ-CALC-MES + 1)
007450     DIVIDE HOJ-TERMINO-4 BY 5 GIVING HOJ-TERMINO-4
007460     COMPUTE HOJ-DIA-CORRIDO
007470         = (365 * HOJ-CALC-ANIO) + HOJ-TERMINO-1
007480         - HOJ-TERMINO-2 + HOJ-TERMINO-3 + HOJ-TERMINO-4
007490         + HOJ-FT-DIA.
007500 4400-EXIT.
007510     EXIT.
007520
007530*-----------------------------------------------------------------
007540*    5000-REVISAR-SEGURIDAD
007550*    Firmas fallidas y rechazos de autorizacion del dia.  Una
007560*    firma fallida suelta es un error de tecleo y solo se cuenta;
007570*    ROJO si alguna firma se corto al tercer intento o si hubo
007580*    rechazos de autorizacion.
007590*-----------------------------------------------------------------
007600 5000-REVISAR-SEGURIDAD.
007610     MOVE 4 TO HOJ-SUB-SEC
007620     PERFORM 1200-TITULAR-SECCION THRU 1200-EXIT
007630     OPEN INPUT SECURITY-LOG-FILE
007640     IF HOJ-SEGULOG-STATUS = "35"
007650         GO TO 5000-DICTAMEN
007660     END-IF
007670     IF HOJ-SEGULOG-STATUS NOT = "00"
007680         DISPLAY "No se pudo abrir la bitacora de seguridad "
007690                 "SEGULOG. Estado: " HOJ-SEGULOG-STATUS
007700         MOVE 12 TO RETURN-CODE
007710         STOP RUN
007720     END-IF
007730     MOVE "N" TO HOJ-SW-FIN-ARCHIVO
007740     PERFORM 5100-LEER-EVENTO THRU 5100-EXIT
007750         UNTIL HOJ-FIN-ARCHIVO
007760     CLOSE SECURITY-LOG-FILE
007770     PERFORM 1300-CONTAR-EXCEDENTES THRU 1300-EXIT.
007780 5000-DICTAMEN.
007790     MOVE HOJ-FIRMAS-FALLIDAS TO HOJ-CANT-EDITADA
007800     MOVE HOJ-FIRMAS-CORTADAS TO HOJ-CANT-EDITADA-2
007810     MOVE HOJ-RECHAZOS-AUT TO HOJ-CANT-EDITADA-3
007820     MOVE SPACES TO REPORTE-LINEA
007830     STRING "  FIRMAS FALLIDAS:" DELIMITED BY SIZE
007840         HOJ-CANT-EDITADA DELIMITED BY SIZE
007850         "   CORTADAS:" DELIMITED BY SIZE
007860         HOJ-CANT-EDITADA-2 DELIMITED BY SIZE
007870         "   RECHAZOS DE AUTORIZACION:" DELIMITED BY SIZE
007880         HOJ-CANT-EDITADA-3 DELIMITED BY SIZE
007890         INTO REPORTE-LINEA
007900     WRITE REPORTE-LINEA
007910     IF HOJ-FIRMAS-CORTADAS > ZERO
007920         MOVE "ROJO" TO HOJ-DIC-COLOR (HOJ-SUB-SEC)
007930         MOVE "FIRMAS CORTADAS AL TERCER INTENTO"
007940             TO HOJ-DIC-MOTIVO (HOJ-SUB-SEC)
007950     END-IF
007960     IF HOJ-RECHAZOS-AUT > ZERO
007970         MOVE "ROJO" TO HOJ-DIC-COLOR (HOJ-SUB-SEC)
007980         MOVE "RECHAZOS DE AUTORIZACION"
007990             TO HOJ-DIC-MOTIVO (HOJ-SUB-SEC)
008000     END-IF
008010     IF HOJ-FIRMAS-CORTADAS > ZERO
008020        AND HOJ-RECHAZOS-AUT > ZERO
008030         MOVE "FIRMAS CORTADAS Y RECHAZOS DE AUTORIZACION"
008040             TO HOJ-DIC-MOTIVO (HOJ-SUB-SEC)
008050     END-IF
008060     PERFORM 1400-DICTAMINAR-SECCION THRU 1400-EXIT.
008070 5000-EXIT.
008080     EXIT.
008090
008100 5100-LEER-EVENTO.
008110     READ SECURITY-LOG-FILE
008120         AT END
008130             SET HOJ-FIN-ARCHIVO TO TRUE
008140             GO TO 5100-EXIT
008150     END-READ
008160     IF SEG-FECHA NOT = HOJ-FECHA-NEGOCIO
008170         GO TO 5100-EXIT
008180     END-IF
008190     EVALUATE SEG-TIPO-EVENTO
008200         WHEN "FF"
008210             ADD 1 TO HOJ-FIRMAS-FALLIDAS
008220             MOVE "FIRMA FALLIDA" TO HOJ-NOMBRE-EVENTO
008230         WHEN "FC"
008240             ADD 1 TO HOJ-FIRMAS-CORTADAS
008250             MOVE "FIRMA CORTADA" TO HOJ-NOMBRE-EVENTO
008260         WHEN "RA"
008270             ADD 1 TO HOJ-RECHAZOS-AUT
008280             MOVE "RECHAZO DE AUTORIZACION" TO HOJ-NOMBRE-EVENTO
008290         WHEN OTHER
008300             GO TO 5100-EXIT
008310     END-EVALUATE
008320     IF HOJ-DETALLES NOT < HOJ-MAX-DETALLE
008330         ADD 1 TO HOJ-EXCEDENTES
008340         GO TO 5100-EXIT
008350     END-IF
008360     ADD 1 TO HOJ-DETALLES
008370     DIVIDE SEG-HORA BY 100 GIVING HOJ-HORA-TRABAJO
008380     MOVE HOJ-HORA-TRABAJO TO HOJ-EVE-HORA
008390     INSPECT HOJ-EVE-HORA REPLACING ALL " " BY ":"
008400     MOVE SEG-OPERADOR-ID TO HOJ-EVE-OPERADOR
008410     MOVE SEG-TIPO-EVENTO TO HOJ-EVE-TIPO
008420     MOVE HOJ-NOMBRE-EVENTO TO HOJ-EVE-NOMBRE
008430     MOVE SEG-DETALLE TO HOJ-EVE-DETALLE
008440     MOVE HOJ-LINEA-EVENTO TO REPORTE-LINEA
008450     WRITE REPORTE-LINEA.
008460 5100-EXIT.
008470     EXIT.
008480
008490*-----------------------------------------------------------------
008500*    6000-REVISAR-PERIODO
008510*    Conciliacion, verificacion y posteo de la fecha segun el
008520*    control de periodos.  ROJO si alguno no corrio o no termino
008527*    con retorno cero; una reapertura descarta los pasos que
008534*    corrieron antes de ella, igual que en CIERRE.  Si la fecha
008541*    ya se cerro se dice, sin cambiar el dictamen.
008550*-----------------------------------------------------------------
008560 6000-REVISAR-PERIODO.
008570     MOVE 5 TO HOJ-SUB-SEC
008580     PERFORM 1200-TITULAR-SECCION THRU 1200-EXIT
008590     INITIALIZE HOJ-PASOS
008600     OPEN INPUT PERIOD-CONTROL-FILE
008610     IF HOJ-PERCTL-STATUS = "35"
008620         GO TO 6000-DICTAMEN
008630     END-IF
008640     IF HOJ-PERCTL-STATUS NOT = "00"
008650         DISPLAY "No se pudo abrir el control de periodos "
008660                 "PERCTL. Estado: " HOJ-PERCTL-STATUS
008670         MOVE 12 TO RETURN-CODE
008680         STOP RUN
008690     END-IF
008700     MOVE "N" TO HOJ-SW-FIN-ARCHIVO
008710     PERFORM 6100-LEER-PERIODO THRU 6100-EXIT
008720         UNTIL HOJ-FIN-ARCHIVO
008730     CLOSE PERIOD-CONTROL-FILE.
008740 6000-DICTAMEN.
008750     MOVE SPACES TO REPORTE-LINEA
008760     STRING "  PASO          SITUAC RC     CANTIDAD  CORRIO EL"
008770         DELIMITED BY SIZE INTO REPORTE-LINEA
008780     WRITE REPORTE-LINEA
008790     PERFORM 6200-ESCRIBIR-PASO THRU 6200-EXIT
008800         VARYING HOJ-SUB-PASO FROM 1 BY 1
008810         UNTIL HOJ-SUB-PASO > 3
008820     IF HOJ-FECHA-CERRADA
008830         MOVE "  LA FECHA YA ESTA CERRADA" TO REPORTE-LINEA
008840     ELSE
008850         MOVE "  LA FECHA SIGUE ABIERTA" TO REPORTE-LINEA
008860     END-IF
008870     WRITE REPORTE-LINEA
008880     PERFORM 1400-DICTAMINAR-SECCION THRU 1400-EXIT.
008890 6000-EXIT.
008900     EXIT.
008910
008920 6100-LEER-PERIODO.
008930     READ PERIOD-CONTROL-FILE
008940         AT END
008950             SET HOJ-FIN-ARCHIVO TO TRUE
008960             GO TO 6100-EXIT
008970     END-READ
008980     MOVE ZERO TO HOJ-SUB-PASO
008990     IF PER-VERIFICACION
009000         IF PER-FECHA NOT < HOJ-FECHA-NEGOCIO
009010             MOVE 2 TO HOJ-SUB-PASO
009020         END-IF
009030         GO TO 6100-GUARDAR
009040     END-IF
009050     IF PER-FECHA NOT = HOJ-FECHA-NEGOCIO
009060         GO TO 6100-EXIT
009070     END-IF
009080     EVALUATE TRUE
009090         WHEN PER-CONCILIACION
009100             MOVE 1 TO HOJ-SUB-PASO
009110         WHEN PER-CONTABILIZACION
009120             MOVE 3 TO HOJ-SUB-PASO
009130         WHEN PER-CIERRE
009140             SET HOJ-FECHA-CERRADA TO TRUE
009150         WHEN PER-REAPERTURA
009160             MOVE "N" TO HOJ-SW-FECHA-CERRADA
009165             INITIALIZE HOJ-PASOS
009170     END-EVALUATE.
009180 6100-GUARDAR.
009190     IF HOJ-SUB-PASO = ZERO
009200         GO TO 6100-EXIT
009210     END-IF
009220     MOVE "S" TO HOJ-PASO-HALLADO (HOJ-SUB-PASO)
009230     MOVE PER-RETORNO TO HOJ-PASO-RETORNO (HOJ-SUB-PASO)
009240     MOVE PER-CANTIDAD TO HOJ-PASO-CANTIDAD (HOJ-SUB-PASO)
009250     MOVE PER-FECHA-REAL TO HOJ-PASO-FECHA-REAL (HOJ-SUB-PASO).
009260 6100-EXIT.
009270     EXIT.
009280
009290*Renglon de un paso; el primero que falte o falle deja el
009300*motivo del ROJO.
009310 6200-ESCRIBIR-PASO.
009320     MOVE HOJ-NOMBRE-PASO (HOJ-SUB-PASO) TO HOJ-PAS-NOMBRE
009330     MOVE HOJ-PASO-RETORNO (HOJ-SUB-PASO) TO HOJ-PAS-RETORNO
009340     MOVE HOJ-PASO-CANTIDAD (HOJ-SUB-PASO) TO HOJ-PAS-CANTIDAD
009350     MOVE HOJ-PASO-FECHA-REAL (HOJ-SUB-PASO)
009360         TO HOJ-PAS-FECHA-REAL
009370     IF HOJ-PASO-HALLADO (HOJ-SUB-PASO) NOT = "S"
009380         MOVE "FALTA" TO HOJ-PAS-SITUACION
009390     ELSE
009400         IF HOJ-PASO-RETORNO (HOJ-SUB-PASO) = ZERO
009410             MOVE "OK" TO HOJ-PAS-SITUACION
009420         ELSE
009430             MOVE "FALLA" TO HOJ-PAS-SITUACION
009440         END-IF
009450     END-IF
009460     MOVE HOJ-LINEA-PASO TO REPORTE-LINEA
009470     WRITE REPORTE-LINEA
009480     IF HOJ-PAS-SITUACION = "OK"
009490        OR HOJ-DIC-COLOR (HOJ-SUB-SEC) = "ROJO"
009500         GO TO 6200-EXIT
009510     END-IF
009520     MOVE "ROJO" TO HOJ-DIC-COLOR (HOJ-SUB-SEC)
009530     STRING HOJ-NOMBRE-PASO (HOJ-SUB-PASO) DELIMITED BY "  "
009540         " " DELIMITED BY SIZE
009550         HOJ-PAS-SITUACION DELIMITED BY SIZE
009560         INTO HOJ-DIC-MOTIVO (HOJ-SUB-SEC).
009570 6200-EXIT.
009580     EXIT.
009590
009600*-----------------------------------------------------------------
009610*    8000-ESCRIBIR-RESUMEN
009620*    Un renglon por seccion con su dictamen y el dictamen general:
009630*    basta una seccion en ROJO para retener los procesos que
009640*    siguen.
009650*-----------------------------------------------------------------
009660 8000-ESCRIBIR-RESUMEN.
009670     MOVE SPACES TO REPORTE-LINEA
009680     WRITE REPORTE-LINEA
009690     MOVE "== RESUMEN" TO REPORTE-LINEA
009700     WRITE REPORTE-LINEA
009710     PERFORM 8100-RESUMIR-SECCION THRU 8100-EXIT
009720         VARYING HOJ-SUB-SEC FROM 1 BY 1
009730         UNTIL HOJ-SUB-SEC > 5
009740     MOVE SPACES TO REPORTE-LINEA
009750     WRITE REPORTE-LINEA
009760     MOVE SPACES TO REPORTE-LINEA
009770     IF HOJ-SECCIONES-ROJAS = ZERO
009780         STRING "DICTAMEN GENERAL: VERDE - SE PUEDE SEGUIR CON "
009790             DELIMITED BY SIZE
009800             "LOS PROCESOS DEL DIA" DELIMITED BY SIZE
009810             INTO REPORTE-LINEA
009820     ELSE
009830         MOVE HOJ-SECCIONES-ROJAS TO HOJ-CANT-CORTA
009840         STRING "DICTAMEN GENERAL: ROJO - RETENER LOS PROCESOS "
009850             DELIMITED BY SIZE
009860             "DEL DIA, SECCIONES EN ROJO: " DELIMITED BY SIZE
009870             HOJ-CANT-CORTA DELIMITED BY SIZE
009880             INTO REPORTE-LINEA
009890     END-IF
009900     WRITE REPORTE-LINEA.
009910 8000-EXIT.
009920     EXIT.
009930
009940 8100-RESUMIR-SECCION.
009950     IF HOJ-DIC-COLOR (HOJ-SUB-SEC) = "ROJO"
009960         ADD 1 TO HOJ-SECCIONES-ROJAS
009970     END-IF
009980     MOVE HOJ-NOMBRE-SECCION (HOJ-SUB-SEC) TO HOJ-RES-SECCION
009990     MOVE HOJ-DIC-COLOR (HOJ-SUB-SEC) TO HOJ-RES-COLOR
010000     MOVE HOJ-DIC-MOTIVO (HOJ-SUB-SEC) TO HOJ-RES-MOTIVO
010010     MOVE HOJ-LINEA-RESUMEN TO REPORTE-LINEA
010020     WRITE REPORTE-LINEA.
010030 8100-EXIT.
010040     EXIT.
010050
010060*-----------------------------------------------------------------
010070*    9000-TERMINAR
010080*    Cierra el reporte y deja el codigo de retorno para el
010090*    planificador: 0 todo en VERDE, 8 alguna seccion en ROJO.
010100*    Una fuente que no abre ya habra terminado antes con 12.
010110*-----------------------------------------------------------------
010120 9000-TERMINAR.
010130     CLOSE REPORT-FILE
010140     MOVE HOJ-FECHA-NEGOCIO TO HOJ-FECHA-EDITADA
010150     DISPLAY "Hoja de control de la fecha " HOJ-FECHA-EDITADA
010160             " escrita en HOJARPT."
010170     IF HOJ-SECCIONES-ROJAS > ZERO
010180         MOVE HOJ-SECCIONES-ROJAS TO HOJ-CANT-CORTA
010190         DISPLAY "Dictamen general: ROJO. Secciones en rojo: "
010200                 HOJ-CANT-CORTA
010210         MOVE 8 TO RETURN-CODE
010220     ELSE
010230         DISPLAY "Dictamen general: VERDE."
010240         MOVE ZERO TO RETURN-CODE
010250     END-IF.
010260 9000-EXIT.
010270     EXIT.
010280
010290 END PROGRAM HOJACONTROL.
