000010*****************************************************************
000020*    Program:     IMPORTASUC
000030*    Author:      Equipo de Sistemas Administrativos
000040*    Installation: Departamento de Contabilidad
000050*    Date-Written: 2026-10-15
000060*    Date-Compiled:
000070*    Purpose:     Interfaz de entrada de los archivos que envian
000080*                 las sucursales, exportados de la hoja de calculo
000090*                 con los campos separados por punto y coma:
000100*                   opcion;primer numero;segundo numero
000110*                 (en la conversion de moneda el tercer campo es
000120*                 el codigo de la moneda).  Cada linea se valida
000130*                 con las mismas reglas de opcion y operandos de
000140*                 CAPTLOTE y se convierte en un detalle CALCLOTE;
000150*                 las lineas validas forman un lote que se agrega
000160*                 a BATCHIN con su encabezado y una cola cuya
000170*                 cantidad y total hash calcula el propio
000180*                 programa.  Las lineas que no pasan van al
000190*                 listado IMPERR con su numero y el motivo.  El
000200*                 lote queda pendiente de liberacion en LOTECTL y
000210*                 el archivo queda en el control IMPCTL, que
000220*                 rechaza un archivo ya importado con el mismo
000230*                 nombre y fecha.
000240*    Tectonics:   cobc
000250*-----------------------------------------------------------------
000260*    Modification History
000270*    Date       Init  Description
000280*    ---------- ----  -------------------------------------------
000290*    2026-10-15 EE    Version original - importacion de archivos
000300*                      de sucursales con listado de rechazos.
000310*****************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. IMPORTASUC.
000340 AUTHOR. EQUIPO DE SISTEMAS ADMINISTRATIVOS.
000350 INSTALLATION. DEPARTAMENTO DE CONTABILIDAD.
000360 DATE-WRITTEN. 2026-10-15.
000370 DATE-COMPILED.
000380
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420*Archivo recibido de la sucursal, una linea por calculo.
000430     SELECT BRANCH-INPUT-FILE ASSIGN TO "SUCURIN"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS IMP-SUCURIN-STATUS.
000460
000470*El lote importado se agrega al final de BATCHIN para no pisar
000480*lo que ya se capturo para la misma corrida.
000490     SELECT BATCH-OUTPUT-FILE ASSIGN TO "BATCHIN"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS IMP-BATCH-STATUS.
000520
000530*Maestro de operadores: quien importa firma contra el.
000540     SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS IMP-OPERMAST-STATUS.
000570
000580*Control de liberacion: el lote importado se agrega como
000590*pendiente; el archivo solo crece.
000600     SELECT LOTE-CONTROL-FILE ASSIGN TO "LOTECTL"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS IMP-LOTECTL-STATUS.
000630
000640*Control de importaciones: los archivos ya cargados.
000650     SELECT IMPORT-CONTROL-FILE ASSIGN TO "IMPCTL"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS IMP-IMPCTL-STATUS.
000680
000690*Bitacora de seguridad: firma correcta o fallida.
000700     SELECT SECURITY-LOG-FILE ASSIGN TO "SEGULOG"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS IMP-SEGULOG-STATUS.
000730
000740     SELECT REPORT-FILE ASSIGN TO "IMPERR"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS IMP-REPORTE-STATUS.
000770
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  BRANCH-INPUT-FILE.
000810 01  BRANCH-INPUT-RECORD              PIC X(100).
000820
000830 FD  BATCH-OUTPUT-FILE.
000840 01  BATCH-OUTPUT-RECORD.
000850     05  BATCH-TIPO-REGISTRO         PIC X(01).
000860     05  BATCH-DATOS                 PIC X(27).
000870     05  BATCH-DATOS-ENC REDEFINES BATCH-DATOS.
000880         10  BATCH-ENC-LOTE-ID       PIC X(08).
000890         10  BATCH-ENC-FECHA         PIC 9(08).
000900         10  FILLER                  PIC X(11).
000910     05  BATCH-DATOS-COLA REDEFINES BATCH-DATOS.
000920         10  BATCH-COLA-CANT-REG     PIC 9(08).
000930         10  BATCH-COLA-HASH         PIC S9(09)V99
000940                                     SIGN LEADING SEPARATE.
000950         10  FILLER                  PIC X(07).
000960
000970 FD  OPERATOR-MASTER-FILE.
000980 01  OPERATOR-MASTER-RECORD.
000990     COPY OPERREC.
001000
001010 FD  LOTE-CONTROL-FILE.
001020 01  LOTE-CONTROL-RECORD.
001030     COPY LCTLREC.
001040
001050 FD  IMPORT-CONTROL-FILE.
001060 01  IMPORT-CONTROL-RECORD.
001070     COPY IMPCREC.
001080
001090 FD  SECURITY-LOG-FILE.
001100 01  SECURITY-LOG-RECORD.
001110     COPY SEGEVENT.
001120
001130 FD  REPORT-FILE.
001140 01  REPORTE-LINEA                    PIC X(100).
001150
001160 WORKING-STORAGE SECTION.
001170*Detalle en armado: mismo layout CALCLOTE que el registro de
001180*trabajo del ciclo de lotes de CALCULADORA, con su vista en
001190*texto para una M de encadenamiento o el codigo de moneda.
001200 01  IMP-DETALLE-TRABAJO.
001210     COPY CALCLOTE.
001220 01  IMP-DETALLE-TXT REDEFINES IMP-DETALLE-TRABAJO.
001230     05  IMP-TRANSACCION-ID.
001240         10  IMP-TRX-LOTE             PIC X(08).
001250         10  IMP-TRX-CONSECUTIVO      PIC 9(02).
001260     05  FILLER                       PIC X(01).
001270     05  IMP-NUM1-TXT                 PIC X(08).
001280     05  IMP-NUM2-TXT                 PIC X(08).
001290     05  IMP-NUM2-MON REDEFINES IMP-NUM2-TXT.
001300         10  IMP-MONEDA               PIC X(03).
001310         10  FILLER                   PIC X(05).
001320
001330*Los detalles validos se guardan hasta el final del archivo:
001340*el lote solo se escribe si cabe entero en los 99 detalles que
001350*admite el consecutivo de la transaccion.
001360 01  IMP-TABLA-DETALLES.
001370     05  IMP-TAB-DETALLE              PIC X(27)
001380                                      OCCURS 99 TIMES.
001390 77  IMP-MAXIMO-DETALLES PIC 9(05) COMP VALUE 99.
001400 77  IMP-SUB PIC 9(05) COMP VALUE ZERO.
001410
001420*Interruptores de control del programa.
001430 77  IMP-SW-FIN-ENTRADA PIC X(01) VALUE "N".
001440     88 IMP-FIN-ENTRADA VALUE "S".
001450
001460 77  IMP-SW-FIN-OPERADORES PIC X(01) VALUE "N".
001470     88 IMP-FIN-OPERADORES VALUE "S".
001480
001490 77  IMP-SW-OPERADOR PIC X(01) VALUE "N".
001500     88 IMP-OPERADOR-HALLADO VALUE "S".
001510     88 IMP-OPERADOR-NO-HALLADO VALUE "N".
001520
001530 77  IMP-SW-FIN-IMPCTL PIC X(01) VALUE "N".
001540     88 IMP-FIN-IMPCTL VALUE "S".
001550
001552 77  IMP-SW-FIN-LOTECTL PIC X(01) VALUE "N".
001554     88 IMP-FIN-LOTECTL VALUE "S".
001556
001560 77  IMP-SW-TITULOS PIC X(01) VALUE "N".
001570     88 IMP-LINEA-TITULOS VALUE "S".
001580
001590*Una M encadena al resultado de la linea anterior; si esa
001600*linea se rechazo, el encadenamiento tomaria otro resultado.
001610 77  IMP-SW-ANTERIOR PIC X(01) VALUE "N".
001620     88 IMP-ANTERIOR-RECHAZADA VALUE "S".
001630     88 IMP-ANTERIOR-ACEPTADA VALUE "N".
001640
001650 77  IMP-SW-CAMPO PIC X(01) VALUE "N".
001660     88 IMP-CAMPO-VALIDO VALUE "S".
001670     88 IMP-CAMPO-INVALIDO VALUE "N".
001680
001690 77  IMP-SW-OPERANDO-M PIC X(01) VALUE "N".
001700     88 IMP-OPERANDO-M VALUE "S".
001710
001720 77  IMP-SW-LOTE-ESCRITO PIC X(01) VALUE "N".
001730     88 IMP-LOTE-ESCRITO VALUE "S".
001740
001750*Operador firmado; queda como capturista del lote para que no
001760*pueda liberar su propia importacion.
001770 77  IMP-OPERADOR-ID PIC X(08) VALUE SPACES.
001780 77  IMP-OPERADOR-NOMBRE PIC X(30) VALUE SPACES.
001785 77  IMP-OPERADOR-ESTADO PIC X(01) VALUE SPACES.
001790
001800*Fecha y hora del sistema para los registros y los eventos.
001810 77  IMP-FECHA-SISTEMA PIC 9(08) VALUE ZEROS.
001820 77  IMP-HORA-COMPLETA PIC 9(08) VALUE ZEROS.
001830
001840*Evento de seguridad en armado.
001850 77  IMP-SEG-TIPO PIC X(02) VALUE SPACES.
001860 77  IMP-SEG-DETALLE PIC X(30) VALUE SPACES.
001870
001880*Identificacion del archivo recibido y del lote que se arma.
001890 77  IMP-ARCHIVO-NOMBRE PIC X(30) VALUE SPACES.
001900 77  IMP-ENTRADA-FECHA PIC X(08) VALUE SPACES.
001910 77  IMP-ARCHIVO-FECHA PIC 9(08) VALUE ZEROS.
001920 77  IMP-LOTE-ID PIC X(08) VALUE SPACES.
001930
001940*Linea leida, con una vista corta para el listado de rechazos.
001950 01  IMP-LINEA                        PIC X(100).
001960 01  IMP-LINEA-VISTA REDEFINES IMP-LINEA.
001970     05  IMP-LINEA-MUESTRA            PIC X(50).
001980     05  FILLER                       PIC X(50).
001990
001994*Campos de la linea separados por punto y coma.  Cada uno se
001998*recibe tan ancho como la linea: se revisan sus primeras doce
002002*posiciones, y un campo que trae algo mas alla no se trunca en
002006*silencio, se rechaza.
002010 01  IMP-CAMPO-OPCION-AREA.
002014     05  IMP-CAMPO-OPCION             PIC X(12).
002018     05  IMP-CAMPO-OPCION-RESTO       PIC X(88).
002022 01  IMP-CAMPO-NUM1-AREA.
002026     05  IMP-CAMPO-NUM1               PIC X(12).
002030     05  IMP-CAMPO-NUM1-RESTO         PIC X(88).
002034 01  IMP-CAMPO-NUM2-AREA.
002038     05  IMP-CAMPO-NUM2               PIC X(12).
002042     05  IMP-CAMPO-NUM2-RESTO         PIC X(88).
002046 01  IMP-CAMPO-EXTRA                  PIC X(100).
002060 77  IMP-CANT-CAMPOS PIC 9(02) COMP VALUE ZERO.
002070
002080*Campo en revision: se le quitan los espacios de los lados y se
002090*rechaza si trae espacios intercalados.
002100 77  IMP-CAMPO PIC X(12) VALUE SPACES.
002110 77  IMP-TOKEN-1 PIC X(10) VALUE SPACES.
002120 77  IMP-TOKEN-2 PIC X(10) VALUE SPACES.
002130 77  IMP-TOKEN-3 PIC X(10) VALUE SPACES.
002140 01  IMP-VALOR-CAMPO                  PIC X(10).
002150 01  IMP-VALOR-NUMERO REDEFINES IMP-VALOR-CAMPO.
002160     05  IMP-VALOR-9                  PIC X(09).
002170     05  IMP-VALOR-EXTRA              PIC X(01).
002180 01  IMP-VALOR-OPCION REDEFINES IMP-VALOR-CAMPO.
002190     05  IMP-VALOR-PRIMERO            PIC X(01).
002200     05  IMP-VALOR-RESTO              PIC X(09).
002210 01  IMP-VALOR-MON REDEFINES IMP-VALOR-CAMPO.
002220     05  IMP-VALOR-MONEDA             PIC X(03).
002230     05  IMP-VALOR-RESTO-MON          PIC X(07).
002240 77  IMP-MONEDA-ESPACIOS PIC 9(02) COMP VALUE ZERO.
002250
002260*Motivo del rechazo de la linea en curso (en blanco = valida) y
002270*lo que la linea aporta al total hash si se acepta.
002280 77  IMP-MOTIVO PIC X(30) VALUE SPACES.
002290 77  IMP-HASH-LINEA PIC S9(09)V99 COMP VALUE ZERO.
002300
002310*Conversion de los operandos con las mismas reglas de la
002320*captura interactiva de CALCULADORA: signo opcional adelante y
002330*hasta dos decimales.
002340 77  IMP-SW-CONVERSION PIC X(01) VALUE "N".
002350     88 IMP-CONVERSION-VALIDA VALUE "S".
002360     88 IMP-CONVERSION-INVALIDA VALUE "N".
002370
002380 77  IMP-ENT-VALOR PIC S9(05)V99 VALUE ZERO.
002390 77  IMP-ENT-SIGNO PIC X(01) VALUE SPACE.
002400 77  IMP-ENT-SIN-SIGNO PIC X(09) VALUE SPACES.
002410 77  IMP-ENT-ENTERA-NUM PIC 9(05) VALUE ZEROS.
002420 77  IMP-ENT-DECIMAL-NUM PIC 9(02) VALUE ZEROS.
002430
002440 01  IMP-ENT-TRABAJO.
002450     05  IMP-ENT-PRIMERO              PIC X(01).
002460     05  IMP-ENT-RESTO                PIC X(08).
002470 01  IMP-ENT-PARTE-ENTERA.
002480     05  IMP-ENT-ENTERA-5             PIC X(05).
002490     05  IMP-ENT-ENTERA-EXTRA         PIC X(01).
002500 01  IMP-ENT-PARTE-DECIMAL.
002510     05  IMP-ENT-DECIMAL-2            PIC X(02).
002520     05  IMP-ENT-DECIMAL-EXTRA        PIC X(01).
002530 77  IMP-ENT-ENTERA-J PIC X(05) JUSTIFIED RIGHT VALUE SPACES.
002540 77  IMP-ENT-TOKEN-2 PIC X(05) VALUE SPACES.
002550
002560*Cifras de control del lote y de la importacion.
002570 77  IMP-CONSECUTIVO PIC 9(02) VALUE ZERO.
002580 77  IMP-CANT-REGISTROS PIC 9(08) COMP VALUE ZERO.
002590 77  IMP-HASH-OPERANDOS PIC S9(09)V99 COMP VALUE ZERO.
002600 77  IMP-LINEAS-LEIDAS PIC 9(05) COMP VALUE ZERO.
002610 77  IMP-LINEAS-BLANCAS PIC 9(05) COMP VALUE ZERO.
002620 77  IMP-ACEPTADAS PIC 9(05) COMP VALUE ZERO.
002630 77  IMP-RECHAZADAS PIC 9(05) COMP VALUE ZERO.
002640
002650*Linea del listado de rechazos.
002660 01  IMP-LINEA-RECHAZO.
002670     05  IMP-RCH-LINEA                PIC ZZZZ9.
002680     05  FILLER                       PIC X(02) VALUE SPACES.
002690     05  IMP-RCH-MOTIVO               PIC X(30).
002700     05  FILLER                       PIC X(02) VALUE SPACES.
002710     05  IMP-RCH-CONTENIDO            PIC X(50).
002720     05  FILLER                       PIC X(11) VALUE SPACES.
002730
002740*Campos editados.
002750 77  IMP-FECHA-EDITADA PIC 9999/99/99.
002760 77  IMP-CANT-EDITADA PIC ZZZZZZZ9.
002770 77  IMP-HASH-EDITADO PIC -(9)9.99.
002780
002790*Codigos de estado de archivo.
002800 77  IMP-SUCURIN-STATUS PIC XX VALUE "00".
002810 77  IMP-BATCH-STATUS PIC XX VALUE "00".
002820 77  IMP-OPERMAST-STATUS PIC XX VALUE "00".
002830 77  IMP-LOTECTL-STATUS PIC XX VALUE "00".
002840 77  IMP-IMPCTL-STATUS PIC XX VALUE "00".
002850 77  IMP-SEGULOG-STATUS PIC XX VALUE "00".
002860 77  IMP-REPORTE-STATUS PIC XX VALUE "00".
002870
002880 PROCEDURE DIVISION.
002890*-----------------------------------------------------------------
002900*    0000-PRINCIPAL
002910*    Punto de entrada: identifica el archivo, valida sus lineas,
002920*    escribe el lote con las validas y cierra con el resumen.
002930*-----------------------------------------------------------------
002940 0000-PRINCIPAL.
002950     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
002960     PERFORM 2000-PROCESAR-LINEA THRU 2000-EXIT
002970         UNTIL IMP-FIN-ENTRADA
002980     PERFORM 3000-ESCRIBIR-LOTE THRU 3000-EXIT
002990     PERFORM 9000-TERMINAR THRU 9000-EXIT
003000     STOP RUN.
003010
003020*-----------------------------------------------------------------
003030*    1000-INICIALIZAR
003040*    Firma del operador, nombre y fecha del archivo recibido y
003050*    lote en que se cargara.  Un archivo que ya esta en IMPCTL
003054*    se rechaza con codigo 8 antes de leerlo.  LOTECTL e IMPCTL
003058*    se abren aqui, antes de tocar BATCHIN, y quedan abiertos
003062*    hasta registrar el lote y el archivo: si alguno no abre no
003066*    se carga nada.
003070*-----------------------------------------------------------------
003080 1000-INICIALIZAR.
003090     DISPLAY "IMPORTASUC - Importacion de archivos de sucursales"
003100     ACCEPT IMP-FECHA-SISTEMA FROM DATE YYYYMMDD
003110     PERFORM 1050-FIRMAR-OPERADOR THRU 1050-EXIT
003120     PERFORM 1100-SOLICITAR-ARCHIVO THRU 1100-EXIT
003130         UNTIL IMP-ARCHIVO-NOMBRE NOT = SPACES
003140     PERFORM 1200-SOLICITAR-FECHA THRU 1200-EXIT
003150         UNTIL IMP-ARCHIVO-FECHA > ZERO
003160     PERFORM 1250-SOLICITAR-LOTE THRU 1250-EXIT
003170         UNTIL IMP-LOTE-ID NOT = SPACES
003180     PERFORM 1300-REVISAR-IMPCTL THRU 1300-EXIT
003181     OPEN EXTEND LOTE-CONTROL-FILE
003182     IF IMP-LOTECTL-STATUS = "35"
003183         OPEN OUTPUT LOTE-CONTROL-FILE
003184     END-IF
003185     IF IMP-LOTECTL-STATUS NOT = "00"
003186         DISPLAY "No se pudo abrir el control de liberacion "
003187                 "LOTECTL. Estado: " IMP-LOTECTL-STATUS
003188         MOVE 12 TO RETURN-CODE
003189         STOP RUN
003190     END-IF
003191     OPEN EXTEND IMPORT-CONTROL-FILE
003192     IF IMP-IMPCTL-STATUS = "35"
003193         OPEN OUTPUT IMPORT-CONTROL-FILE
003194     END-IF
003195     IF IMP-IMPCTL-STATUS NOT = "00"
003196         DISPLAY "No se pudo abrir el control de importaciones "
003197                 "IMPCTL. Estado: " IMP-IMPCTL-STATUS
003198         CLOSE LOTE-CONTROL-FILE
003199         MOVE 12 TO RETURN-CODE
003200         STOP RUN
003201     END-IF
003202     OPEN INPUT BRANCH-INPUT-FILE
003203     IF IMP-SUCURIN-STATUS NOT = "00"
003210         DISPLAY "No se pudo abrir el archivo de la sucursal "
003220                 "SUCURIN. Estado: " IMP-SUCURIN-STATUS
003223         CLOSE LOTE-CONTROL-FILE
003226         CLOSE IMPORT-CONTROL-FILE
003230         MOVE 12 TO RETURN-CODE
003240         STOP RUN
003250     END-IF
003260     OPEN OUTPUT REPORT-FILE
003270     IF IMP-REPORTE-STATUS NOT = "00"
003280         DISPLAY "No se pudo abrir el listado IMPERR. Estado: "
003290                 IMP-REPORTE-STATUS
003293         CLOSE LOTE-CONTROL-FILE
003296         CLOSE IMPORT-CONTROL-FILE
003300         MOVE 12 TO RETURN-CODE
003310         STOP RUN
003320     END-IF
003330     PERFORM 1400-ENCABEZAR-LISTADO THRU 1400-EXIT.
003340 1000-EXIT.
003350     EXIT.
003360
003370*La firma busca el identificador en el maestro de operadores;
003380*uno desconocido o inactivo queda en SEGULOG y termina la
003390*importacion, igual que en la captura de lotes.
003400 1050-FIRMAR-OPERADOR.
003410     DISPLAY "Introduzca su identificador de operador (8 car.):"
003420     ACCEPT IMP-OPERADOR-ID
003430     OPEN INPUT OPERATOR-MASTER-FILE
003440     IF IMP-OPERMAST-STATUS NOT = "00"
003450         DISPLAY "No se pudo abrir el maestro de operadores "
003460                 "OPERMAST. Estado: " IMP-OPERMAST-STATUS
003470         MOVE 12 TO RETURN-CODE
003480         STOP RUN
003490     END-IF
003500     SET IMP-OPERADOR-NO-HALLADO TO TRUE
003510     PERFORM 1060-LEER-OPERADOR THRU 1060-EXIT
003520         UNTIL IMP-FIN-OPERADORES OR IMP-OPERADOR-HALLADO
003530     CLOSE OPERATOR-MASTER-FILE
003540     IF IMP-OPERADOR-NO-HALLADO
003550         DISPLAY "Operador desconocido."
003560         MOVE "FF" TO IMP-SEG-TIPO
003570         MOVE "Operador desconocido" TO IMP-SEG-DETALLE
003580         PERFORM 8000-ESCRIBIR-SEGURIDAD THRU 8000-EXIT
003590         MOVE 12 TO RETURN-CODE
003600         STOP RUN
003610     END-IF
003620     IF IMP-OPERADOR-ESTADO NOT = "A"
003630         DISPLAY "Operador inactivo."
003640         MOVE "FF" TO IMP-SEG-TIPO
003650         MOVE "Operador inactivo" TO IMP-SEG-DETALLE
003660         PERFORM 8000-ESCRIBIR-SEGURIDAD THRU 8000-EXIT
003670         MOVE 12 TO RETURN-CODE
003680         STOP RUN
003690     END-IF
003710     MOVE "FO" TO IMP-SEG-TIPO
003720     MOVE "Firma correcta" TO IMP-SEG-DETALLE
003730     PERFORM 8000-ESCRIBIR-SEGURIDAD THRU 8000-EXIT
003740     DISPLAY "Bienvenido, " IMP-OPERADOR-NOMBRE.
003750 1050-EXIT.
003760     EXIT.
003770
003780 1060-LEER-OPERADOR.
003790     READ OPERATOR-MASTER-FILE
003800         AT END
003810             SET IMP-FIN-OPERADORES TO TRUE
003820             GO TO 1060-EXIT
003830     END-READ
003840     IF OPM-ID = IMP-OPERADOR-ID
003850         SET IMP-OPERADOR-HALLADO TO TRUE
003853         MOVE OPM-ESTADO TO IMP-OPERADOR-ESTADO
003856         MOVE OPM-NOMBRE TO IMP-OPERADOR-NOMBRE
003860     END-IF.
003870 1060-EXIT.
003880     EXIT.
003890
003900*El nombre es el del archivo tal como llego de la sucursal; se
003910*guarda en mayusculas para que la revision de importaciones
003920*anteriores no dependa de como se tecleo.
003930 1100-SOLICITAR-ARCHIVO.
003940     DISPLAY "Nombre del archivo recibido (30 car.):"
003950     ACCEPT IMP-ARCHIVO-NOMBRE
003960     IF IMP-ARCHIVO-NOMBRE = SPACES
003970         DISPLAY "El nombre no puede quedar en blanco."
003980         GO TO 1100-EXIT
003990     END-IF
004000     INSPECT IMP-ARCHIVO-NOMBRE CONVERTING
004010         "abcdefghijklmnopqrstuvwxyz"
004020         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
004030 1100-EXIT.
004040     EXIT.
004050
004060*La fecha del archivo es tambien la fecha del lote.
004070 1200-SOLICITAR-FECHA.
004080     DISPLAY "Fecha del archivo AAAAMMDD:"
004090     ACCEPT IMP-ENTRADA-FECHA
004100     IF IMP-ENTRADA-FECHA IS NUMERIC
004110        AND IMP-ENTRADA-FECHA NOT = "00000000"
004120         MOVE IMP-ENTRADA-FECHA TO IMP-ARCHIVO-FECHA
004130     ELSE
004140         DISPLAY "Fecha invalida. Intentar de nuevo."
004150     END-IF.
004160 1200-EXIT.
004170     EXIT.
004180
004190 1250-SOLICITAR-LOTE.
004200     DISPLAY "Identificacion del lote (8 car.):"
004210     ACCEPT IMP-LOTE-ID
004220     IF IMP-LOTE-ID = SPACES
004230         DISPLAY "La identificacion no puede quedar en blanco."
004233     ELSE
004236         PERFORM 1260-BUSCAR-LOTECTL THRU 1260-EXIT
004240     END-IF.
004250 1250-EXIT.
004251     EXIT.
004252
004253*Una identificacion que ya tiene eventos en LOTECTL no se
004254*acepta, igual que en la captura de lotes.  Sin control
004255*todavia no existe ningun lote.
004256 1260-BUSCAR-LOTECTL.
004257     OPEN INPUT LOTE-CONTROL-FILE
004258     IF IMP-LOTECTL-STATUS = "35"
004259         GO TO 1260-EXIT
004260     END-IF
004261     IF IMP-LOTECTL-STATUS NOT = "00"
004262         DISPLAY "No se pudo abrir el control de liberacion "
004263                 "LOTECTL. Estado: " IMP-LOTECTL-STATUS
004264         MOVE 12 TO RETURN-CODE
004265         STOP RUN
004266     END-IF
004267     MOVE "N" TO IMP-SW-FIN-LOTECTL
004268     PERFORM 1270-LEER-LOTECTL THRU 1270-EXIT
004269         UNTIL IMP-FIN-LOTECTL
004270     CLOSE LOTE-CONTROL-FILE.
004271 1260-EXIT.
004272     EXIT.
004273
004274 1270-LEER-LOTECTL.
004275     READ LOTE-CONTROL-FILE
004276         AT END
004277             SET IMP-FIN-LOTECTL TO TRUE
004278             GO TO 1270-EXIT
004279     END-READ
004280     IF LCT-LOTE-ID = IMP-LOTE-ID
004281         DISPLAY "El lote " IMP-LOTE-ID " ya existe en el "
004282                 "control LOTECTL; use otra identificacion."
004283         MOVE SPACES TO IMP-LOTE-ID
004284         SET IMP-FIN-LOTECTL TO TRUE
004285     END-IF.
004286 1270-EXIT.
004287     EXIT.
004288
004289*Sin control todavia no se ha importado nada.
004290 1300-REVISAR-IMPCTL.
004300     OPEN INPUT IMPORT-CONTROL-FILE
004310     IF IMP-IMPCTL-STATUS = "35"
004320         GO TO 1300-EXIT
004330     END-IF
004340     IF IMP-IMPCTL-STATUS NOT = "00"
004350         DISPLAY "No se pudo abrir el control de importaciones "
004360                 "IMPCTL. Estado: " IMP-IMPCTL-STATUS
004370         MOVE 12 TO RETURN-CODE
004380         STOP RUN
004390     END-IF
004400     PERFORM 1350-LEER-IMPCTL THRU 1350-EXIT
004410         UNTIL IMP-FIN-IMPCTL
004420     CLOSE IMPORT-CONTROL-FILE.
004430 1300-EXIT.
004440     EXIT.
004450
004460 1350-LEER-IMPCTL.
004470     READ IMPORT-CONTROL-FILE
004480         AT END
004490             SET IMP-FIN-IMPCTL TO TRUE
004500             GO TO 1350-EXIT
004510     END-READ
004520     IF ICT-ARCHIVO = IMP-ARCHIVO-NOMBRE
004530        AND ICT-FECHA-ARCHIVO = IMP-ARCHIVO-FECHA
004540         MOVE ICT-FECHA-REAL TO IMP-FECHA-EDITADA
004550         DISPLAY "El archivo " IMP-ARCHIVO-NOMBRE
004560         DISPLAY "con fecha " IMP-ARCHIVO-FECHA " ya se importo "
004570                 "el " IMP-FECHA-EDITADA " en el lote "
004580                 ICT-LOTE-ID ". No se carga de nuevo."
004590         CLOSE IMPORT-CONTROL-FILE
004600         MOVE 8 TO RETURN-CODE
004610         STOP RUN
004620     END-IF.
004630 1350-EXIT.
004640     EXIT.
004650
004660 1400-ENCABEZAR-LISTADO.
004670     MOVE "IMPORTACION DE ARCHIVO DE SUCURSAL - LINEAS RECHAZADAS"
004680         TO REPORTE-LINEA
004690     WRITE REPORTE-LINEA
004700     MOVE IMP-ARCHIVO-FECHA TO IMP-FECHA-EDITADA
004710     MOVE SPACES TO REPORTE-LINEA
004720     STRING "ARCHIVO: " DELIMITED BY SIZE
004730         IMP-ARCHIVO-NOMBRE DELIMITED BY SIZE
004740         "  FECHA: " DELIMITED BY SIZE
004750         IMP-FECHA-EDITADA DELIMITED BY SIZE
004760         "  LOTE: " DELIMITED BY SIZE
004770         IMP-LOTE-ID DELIMITED BY SIZE
004780         INTO REPORTE-LINEA
004790     WRITE REPORTE-LINEA
004800     MOVE SPACES TO REPORTE-LINEA
004810     WRITE REPORTE-LINEA
004820     MOVE "LINEA  MOTIVO                          CONTENIDO"
004830         TO REPORTE-LINEA
004840     WRITE REPORTE-LINEA.
004850 1400-EXIT.
004860     EXIT.
004870
004880*-----------------------------------------------------------------
004890*    2000-PROCESAR-LINEA
004900*    Una linea del archivo: las lineas en blanco y la de titulos
004910*    de la hoja se saltan; una valida se guarda para el lote y
004920*    una invalida va al listado con su motivo.
004930*-----------------------------------------------------------------
004940 2000-PROCESAR-LINEA.
004950     READ BRANCH-INPUT-FILE INTO IMP-LINEA
004960         AT END
004970             SET IMP-FIN-ENTRADA TO TRUE
004980             GO TO 2000-EXIT
004990     END-READ
005000     ADD 1 TO IMP-LINEAS-LEIDAS
005010*Un archivo grabado con fin de linea de dos caracteres deja el
005020*retorno de carro al final de la linea.
005030     INSPECT IMP-LINEA REPLACING ALL X"0D" BY SPACE
005040     IF IMP-LINEA = SPACES
005050         ADD 1 TO IMP-LINEAS-BLANCAS
005060         GO TO 2000-EXIT
005070     END-IF
005080     PERFORM 2100-VALIDAR-LINEA THRU 2100-EXIT
005090     IF IMP-LINEA-TITULOS
005100         MOVE "N" TO IMP-SW-TITULOS
005110         GO TO 2000-EXIT
005120     END-IF
005130     IF IMP-MOTIVO NOT = SPACES
005140         PERFORM 2800-LISTAR-RECHAZO THRU 2800-EXIT
005150         ADD 1 TO IMP-RECHAZADAS
005160         SET IMP-ANTERIOR-RECHAZADA TO TRUE
005170         GO TO 2000-EXIT
005180     END-IF
005190     PERFORM 2700-GUARDAR-DETALLE THRU 2700-EXIT
005200     SET IMP-ANTERIOR-ACEPTADA TO TRUE.
005210 2000-EXIT.
005220     EXIT.
005230
005240*-----------------------------------------------------------------
005250*    2100-VALIDAR-LINEA
005260*    Separa los tres campos y arma el detalle en
005270*    IMP-DETALLE-TRABAJO.  Deja en IMP-MOTIVO la primera falla
005280*    que encuentre; en blanco la linea es valida.
005290*-----------------------------------------------------------------
005300 2100-VALIDAR-LINEA.
005310     MOVE SPACES TO IMP-MOTIVO
005320     MOVE ZERO TO IMP-HASH-LINEA
005330     MOVE SPACES TO IMP-DETALLE-TRABAJO
005340     MOVE SPACES TO IMP-CAMPO-OPCION-AREA
005350     MOVE SPACES TO IMP-CAMPO-NUM1-AREA
005360     MOVE SPACES TO IMP-CAMPO-NUM2-AREA
005370     MOVE SPACES TO IMP-CAMPO-EXTRA
005380     MOVE ZERO TO IMP-CANT-CAMPOS
005390     UNSTRING IMP-LINEA DELIMITED BY ";"
005400         INTO IMP-CAMPO-OPCION-AREA
005410              IMP-CAMPO-NUM1-AREA
005420              IMP-CAMPO-NUM2-AREA
005430              IMP-CAMPO-EXTRA
005440         TALLYING IN IMP-CANT-CAMPOS
005450     END-UNSTRING
005460*La hoja suele exportar los titulos de las columnas en la
005470*primera linea.
005480     IF IMP-LINEAS-LEIDAS = 1
005490        AND IMP-CAMPO-OPCION IS ALPHABETIC
005500        AND IMP-CAMPO-OPCION NOT = SPACES
005510         SET IMP-LINEA-TITULOS TO TRUE
005520         GO TO 2100-EXIT
005530     END-IF
005540     IF IMP-CANT-CAMPOS < 3
005550         MOVE "Faltan campos (opcion;num;num)" TO IMP-MOTIVO
005560         GO TO 2100-EXIT
005570     END-IF
005580     IF IMP-CAMPO-EXTRA NOT = SPACES
005590         MOVE "Campos de mas en la linea" TO IMP-MOTIVO
005591         GO TO 2100-EXIT
005592     END-IF
005593     IF IMP-CAMPO-OPCION-RESTO NOT = SPACES
005594        OR IMP-CAMPO-NUM1-RESTO NOT = SPACES
005595        OR IMP-CAMPO-NUM2-RESTO NOT = SPACES
005596         MOVE "Campo de mas de 12 posiciones" TO IMP-MOTIVO
005600         GO TO 2100-EXIT
005610     END-IF
005620*Opcion: una cifra de 1 a 7, como en el menu de CALCULADORA.
005630     MOVE IMP-CAMPO-OPCION TO IMP-CAMPO
005640     PERFORM 2500-AJUSTAR-CAMPO THRU 2500-EXIT
005650     IF IMP-CAMPO-INVALIDO
005660        OR IMP-VALOR-RESTO NOT = SPACES
005670        OR IMP-VALOR-PRIMERO < "1" OR IMP-VALOR-PRIMERO > "7"
005680         MOVE "Opcion invalida" TO IMP-MOTIVO
005690         GO TO 2100-EXIT
005700     END-IF
005710     MOVE IMP-VALOR-PRIMERO TO CALC-OPCION
005720*Primer numero.
005730     MOVE IMP-CAMPO-NUM1 TO IMP-CAMPO
005740     PERFORM 2300-VALIDAR-OPERANDO THRU 2300-EXIT
005750     IF IMP-CAMPO-INVALIDO
005760         MOVE "Primer numero invalido" TO IMP-MOTIVO
005770         GO TO 2100-EXIT
005780     END-IF
005790     IF IMP-OPERANDO-M
005800         IF IMP-ANTERIOR-RECHAZADA
005810             MOVE "M encadena a linea rechazada" TO IMP-MOTIVO
005820             GO TO 2100-EXIT
005830         END-IF
005840         MOVE "M" TO IMP-NUM1-TXT
005850     ELSE
005860         MOVE IMP-ENT-VALOR TO CALC-NUMERO-1
005870         ADD IMP-ENT-VALOR TO IMP-HASH-LINEA
005880     END-IF
005890*En la conversion el tercer campo es el codigo de la moneda.
005900     MOVE IMP-CAMPO-NUM2 TO IMP-CAMPO
005910     IF CALC-OPCION = 7
005920         PERFORM 2400-VALIDAR-MONEDA THRU 2400-EXIT
005930         IF IMP-CAMPO-INVALIDO
005940             MOVE "Moneda invalida" TO IMP-MOTIVO
005950             GO TO 2100-EXIT
005960         END-IF
005970         MOVE SPACES TO IMP-NUM2-TXT
005980         MOVE IMP-VALOR-MONEDA TO IMP-MONEDA
005990         GO TO 2100-EXIT
006000     END-IF
006010     PERFORM 2300-VALIDAR-OPERANDO THRU 2300-EXIT
006020     IF IMP-CAMPO-INVALIDO
006030         MOVE "Segundo numero invalido" TO IMP-MOTIVO
006040         GO TO 2100-EXIT
006050     END-IF
006060     IF IMP-OPERANDO-M
006070         IF IMP-ANTERIOR-RECHAZADA
006080             MOVE "M encadena a linea rechazada" TO IMP-MOTIVO
006090             GO TO 2100-EXIT
006100         END-IF
006110         MOVE "M" TO IMP-NUM2-TXT
006120     ELSE
006130         MOVE IMP-ENT-VALOR TO CALC-NUMERO-2
006140         ADD IMP-ENT-VALOR TO IMP-HASH-LINEA
006150     END-IF.
006160 2100-EXIT.
006170     EXIT.
006180
006190*Un operando es una M de encadenamiento o un numero con signo
006200*opcional y hasta dos decimales.  La hoja puede exportar la coma
006210*decimal; se toma como punto.
006220 2300-VALIDAR-OPERANDO.
006230     MOVE "N" TO IMP-SW-OPERANDO-M
006240     PERFORM 2500-AJUSTAR-CAMPO THRU 2500-EXIT
006250     IF IMP-CAMPO-INVALIDO
006260         GO TO 2300-EXIT
006270     END-IF
006280     IF IMP-VALOR-CAMPO = "M" OR IMP-VALOR-CAMPO = "m"
006290         SET IMP-OPERANDO-M TO TRUE
006300         GO TO 2300-EXIT
006310     END-IF
006320     IF IMP-VALOR-EXTRA NOT = SPACE
006330         SET IMP-CAMPO-INVALIDO TO TRUE
006340         GO TO 2300-EXIT
006350     END-IF
006360     INSPECT IMP-VALOR-9 REPLACING ALL "," BY "."
006370     MOVE IMP-VALOR-9 TO IMP-ENT-TRABAJO
006380     PERFORM 2600-CONVERTIR-NUMERO THRU 2600-EXIT
006390     IF IMP-CONVERSION-INVALIDA
006400         SET IMP-CAMPO-INVALIDO TO TRUE
006410     END-IF.
006420 2300-EXIT.
006430     EXIT.
006440
006450*Codigo de moneda: tres letras, que se pasan a mayusculas; el
006460*tipo de cambio lo pone la CALCULADORA desde el maestro de
006470*Tesoreria.
006480 2400-VALIDAR-MONEDA.
006490     PERFORM 2500-AJUSTAR-CAMPO THRU 2500-EXIT
006500     IF IMP-CAMPO-INVALIDO
006510         GO TO 2400-EXIT
006520     END-IF
006530     INSPECT IMP-VALOR-MONEDA CONVERTING
006540         "abcdefghijklmnopqrstuvwxyz"
006550         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
006560     MOVE ZERO TO IMP-MONEDA-ESPACIOS
006570     INSPECT IMP-VALOR-MONEDA
006580         TALLYING IMP-MONEDA-ESPACIOS FOR ALL SPACES
006590     IF IMP-VALOR-MONEDA IS NOT ALPHABETIC
006600        OR IMP-MONEDA-ESPACIOS NOT = ZERO
006610        OR IMP-VALOR-RESTO-MON NOT = SPACES
006620         SET IMP-CAMPO-INVALIDO TO TRUE
006630     END-IF.
006640 2400-EXIT.
006650     EXIT.
006660
006670*Deja en IMP-VALOR-CAMPO el contenido de IMP-CAMPO sin los
006680*espacios de los lados.  Un campo vacio o con espacios en medio
006690*es invalido.
006700 2500-AJUSTAR-CAMPO.
006710     SET IMP-CAMPO-INVALIDO TO TRUE
006720     MOVE SPACES TO IMP-VALOR-CAMPO
006730     IF IMP-CAMPO = SPACES
006740         GO TO 2500-EXIT
006750     END-IF
006760     MOVE SPACES TO IMP-TOKEN-1
006770     MOVE SPACES TO IMP-TOKEN-2
006780     MOVE SPACES TO IMP-TOKEN-3
006790     UNSTRING IMP-CAMPO DELIMITED BY ALL " "
006800         INTO IMP-TOKEN-1
006810              IMP-TOKEN-2
006820              IMP-TOKEN-3
006830     END-UNSTRING
006840     IF IMP-TOKEN-1 = SPACES
006850         IF IMP-TOKEN-3 NOT = SPACES
006860             GO TO 2500-EXIT
006870         END-IF
006880         MOVE IMP-TOKEN-2 TO IMP-VALOR-CAMPO
006890     ELSE
006900         IF IMP-TOKEN-2 NOT = SPACES
006910             GO TO 2500-EXIT
006920         END-IF
006930         MOVE IMP-TOKEN-1 TO IMP-VALOR-CAMPO
006940     END-IF
006950     SET IMP-CAMPO-VALIDO TO TRUE.
006960 2500-EXIT.
006970     EXIT.
006980
006990*Conversion comun del texto (en IMP-ENT-TRABAJO) a un valor
007000*con signo y dos decimales en IMP-ENT-VALOR: las mismas reglas
007010*del paragrafo de conversion de CAPTLOTE, para que nada que la
007020*calculadora rechazaria pueda importarse.
007030 2600-CONVERTIR-NUMERO.
007040     SET IMP-CONVERSION-INVALIDA TO TRUE
007050     MOVE ZERO TO IMP-ENT-VALOR
007060     IF IMP-ENT-TRABAJO = SPACES
007070         GO TO 2600-EXIT
007080     END-IF
007090     MOVE SPACE TO IMP-ENT-SIGNO
007100     IF IMP-ENT-PRIMERO = "-" OR IMP-ENT-PRIMERO = "+"
007110         MOVE IMP-ENT-PRIMERO TO IMP-ENT-SIGNO
007120         MOVE IMP-ENT-RESTO TO IMP-ENT-SIN-SIGNO
007130     ELSE
007140         MOVE IMP-ENT-TRABAJO TO IMP-ENT-SIN-SIGNO
007150     END-IF
007160     IF IMP-ENT-SIN-SIGNO = SPACES
007170         GO TO 2600-EXIT
007180     END-IF
007190     MOVE SPACES TO IMP-ENT-PARTE-ENTERA
007200     MOVE SPACES TO IMP-ENT-PARTE-DECIMAL
007210     UNSTRING IMP-ENT-SIN-SIGNO DELIMITED BY "."
007220         INTO IMP-ENT-PARTE-ENTERA
007230              IMP-ENT-PARTE-DECIMAL
007240         ON OVERFLOW
007250             GO TO 2600-EXIT
007260     END-UNSTRING
007270     IF IMP-ENT-ENTERA-EXTRA NOT = SPACE
007280         GO TO 2600-EXIT
007290     END-IF
007300     IF IMP-ENT-DECIMAL-EXTRA NOT = SPACE
007310         GO TO 2600-EXIT
007320     END-IF
007330     MOVE SPACES TO IMP-ENT-ENTERA-J
007340     MOVE SPACES TO IMP-ENT-TOKEN-2
007350     UNSTRING IMP-ENT-ENTERA-5 DELIMITED BY ALL " "
007360         INTO IMP-ENT-ENTERA-J
007370              IMP-ENT-TOKEN-2
007380     END-UNSTRING
007390     IF IMP-ENT-TOKEN-2 NOT = SPACES
007400         GO TO 2600-EXIT
007410     END-IF
007420     INSPECT IMP-ENT-ENTERA-J
007430         REPLACING LEADING SPACES BY "0"
007440     INSPECT IMP-ENT-DECIMAL-2 REPLACING ALL SPACES BY "0"
007450     IF IMP-ENT-ENTERA-J IS NOT NUMERIC
007460         GO TO 2600-EXIT
007470     END-IF
007480     IF IMP-ENT-DECIMAL-2 IS NOT NUMERIC
007490         GO TO 2600-EXIT
007500     END-IF
007510     MOVE IMP-ENT-ENTERA-J TO IMP-ENT-ENTERA-NUM
007520     MOVE IMP-ENT-DECIMAL-2 TO IMP-ENT-DECIMAL-NUM
007530     COMPUTE IMP-ENT-VALOR = IMP-ENT-ENTERA-NUM
007540         + IMP-ENT-DECIMAL-NUM / 100
007550     IF IMP-ENT-SIGNO = "-"
007560         COMPUTE IMP-ENT-VALOR = ZERO - IMP-ENT-VALOR
007570     END-IF
007580     SET IMP-CONVERSION-VALIDA TO TRUE.
007590 2600-EXIT.
007600     EXIT.
007610
007620*Guarda el detalle con su identificador de transaccion (lote y
007630*consecutivo).  Pasados los 99 solo se cuentan: el lote no se
007640*escribira y el archivo tendra que dividirse.
007650 2700-GUARDAR-DETALLE.
007660     ADD 1 TO IMP-ACEPTADAS
007670     IF IMP-ACEPTADAS > IMP-MAXIMO-DETALLES
007680         GO TO 2700-EXIT
007690     END-IF
007700     ADD 1 TO IMP-CONSECUTIVO
007710     MOVE IMP-LOTE-ID TO IMP-TRX-LOTE
007720     MOVE IMP-CONSECUTIVO TO IMP-TRX-CONSECUTIVO
007730     MOVE IMP-DETALLE-TRABAJO TO IMP-TAB-DETALLE (IMP-ACEPTADAS)
007740     ADD IMP-HASH-LINEA TO IMP-HASH-OPERANDOS.
007750 2700-EXIT.
007760     EXIT.
007770
007780 2800-LISTAR-RECHAZO.
007790     MOVE IMP-LINEAS-LEIDAS TO IMP-RCH-LINEA
007800     MOVE IMP-MOTIVO TO IMP-RCH-MOTIVO
007810     MOVE IMP-LINEA-MUESTRA TO IMP-RCH-CONTENIDO
007820     MOVE IMP-LINEA-RECHAZO TO REPORTE-LINEA
007830     WRITE REPORTE-LINEA.
007840 2800-EXIT.
007850     EXIT.
007860
007870*-----------------------------------------------------------------
007880*    3000-ESCRIBIR-LOTE
007890*    Agrega a BATCHIN el encabezado, los detalles validos y la
007900*    cola calculada, y registra el lote en LOTECTL y el archivo
007910*    en IMPCTL.  Un archivo sin lineas validas o con mas de las
007920*    que caben en un lote no se carga y puede enviarse de nuevo.
007930*-----------------------------------------------------------------
007940 3000-ESCRIBIR-LOTE.
007950     IF IMP-ACEPTADAS = ZERO
007960         DISPLAY "El archivo no tiene lineas validas; no se "
007970                 "cargo nada."
007980         MOVE "ARCHIVO SIN LINEAS VALIDAS: NO SE CARGO NADA"
007990             TO REPORTE-LINEA
008000         WRITE REPORTE-LINEA
008010         GO TO 3000-EXIT
008020     END-IF
008030     IF IMP-ACEPTADAS > IMP-MAXIMO-DETALLES
008040         DISPLAY "El archivo tiene mas de 99 lineas validas y no "
008050                 "cabe en un lote; no se cargo nada. Dividalo."
008060         MOVE "MAS DE 99 LINEAS VALIDAS: NO SE CARGO NADA"
008070             TO REPORTE-LINEA
008080         WRITE REPORTE-LINEA
008090         GO TO 3000-EXIT
008100     END-IF
008110     OPEN EXTEND BATCH-OUTPUT-FILE
008120     IF IMP-BATCH-STATUS = "35"
008130         OPEN OUTPUT BATCH-OUTPUT-FILE
008140     END-IF
008150     IF IMP-BATCH-STATUS NOT = "00"
008160         DISPLAY "No se pudo abrir el archivo de lotes BATCHIN. "
008170                 "Estado: " IMP-BATCH-STATUS
008173         CLOSE LOTE-CONTROL-FILE
008176         CLOSE IMPORT-CONTROL-FILE
008180         MOVE 12 TO RETURN-CODE
008190         STOP RUN
008200     END-IF
008210     MOVE SPACES TO BATCH-OUTPUT-RECORD
008220     MOVE "H" TO BATCH-TIPO-REGISTRO
008230     MOVE IMP-LOTE-ID TO BATCH-ENC-LOTE-ID
008240     MOVE IMP-ARCHIVO-FECHA TO BATCH-ENC-FECHA
008250     WRITE BATCH-OUTPUT-RECORD
008260     PERFORM 3100-ESCRIBIR-DETALLE THRU 3100-EXIT
008270         VARYING IMP-SUB FROM 1 BY 1
008280         UNTIL IMP-SUB > IMP-ACEPTADAS
008290     MOVE SPACES TO BATCH-OUTPUT-RECORD
008300     MOVE "T" TO BATCH-TIPO-REGISTRO
008310     MOVE IMP-CANT-REGISTROS TO BATCH-COLA-CANT-REG
008320     MOVE IMP-HASH-OPERANDOS TO BATCH-COLA-HASH
008330     WRITE BATCH-OUTPUT-RECORD
008340     CLOSE BATCH-OUTPUT-FILE
008350     SET IMP-LOTE-ESCRITO TO TRUE
008360     PERFORM 8100-REGISTRAR-LOTE THRU 8100-EXIT
008370     PERFORM 8200-REGISTRAR-IMPORTACION THRU 8200-EXIT.
008380 3000-EXIT.
008390     EXIT.
008400
008410 3100-ESCRIBIR-DETALLE.
008420     MOVE SPACES TO BATCH-OUTPUT-RECORD
008430     MOVE "D" TO BATCH-TIPO-REGISTRO
008440     MOVE IMP-TAB-DETALLE (IMP-SUB) TO BATCH-DATOS
008450     WRITE BATCH-OUTPUT-RECORD
008460     ADD 1 TO IMP-CANT-REGISTROS.
008470 3100-EXIT.
008480     EXIT.
008490
008500*-----------------------------------------------------------------
008510*    8000-ESCRIBIR-SEGURIDAD
008520*    Agrega a la bitacora SEGULOG el evento armado en IMP-SEG-TIPO
008530*    y IMP-SEG-DETALLE.  Si la bitacora no puede abrirse se avisa
008540*    y la importacion continua.
008550*-----------------------------------------------------------------
008560 8000-ESCRIBIR-SEGURIDAD.
008570     OPEN EXTEND SECURITY-LOG-FILE
008580     IF IMP-SEGULOG-STATUS = "35"
008590         OPEN OUTPUT SECURITY-LOG-FILE
008600     END-IF
008610     IF IMP-SEGULOG-STATUS NOT = "00"
008620         DISPLAY "Aviso: no se pudo escribir la bitacora de "
008630                 "seguridad SEGULOG. Estado: "
008640                 IMP-SEGULOG-STATUS
008650         GO TO 8000-EXIT
008660     END-IF
008670     ACCEPT IMP-HORA-COMPLETA FROM TIME
008680     MOVE SPACES TO SECURITY-LOG-RECORD
008690     MOVE IMP-FECHA-SISTEMA TO SEG-FECHA
008700     MOVE IMP-HORA-COMPLETA TO SEG-HORA
008710     MOVE IMP-OPERADOR-ID TO SEG-OPERADOR-ID
008720     MOVE IMP-SEG-TIPO TO SEG-TIPO-EVENTO
008730     MOVE IMP-SEG-DETALLE TO SEG-DETALLE
008740     WRITE SECURITY-LOG-RECORD
008750     CLOSE SECURITY-LOG-FILE.
008760 8000-EXIT.
008770     EXIT.
008780
008790*-----------------------------------------------------------------
008800*    8100-REGISTRAR-LOTE
008810*    Agrega a LOTECTL, abierto desde 1000-INICIALIZAR, el evento
008820*    pendiente del lote importado con el operador firmado como
008830*    capturista.  Una falla detiene la corrida: sin el registro
008840*    el lote no puede liberarse y la CALCULADORA lo descartaria.
008850*-----------------------------------------------------------------
008860 8100-REGISTRAR-LOTE.
008870     MOVE SPACES TO LOTE-CONTROL-RECORD
008880     MOVE IMP-LOTE-ID TO LCT-LOTE-ID
008890     MOVE IMP-ARCHIVO-FECHA TO LCT-FECHA
008900     SET LCT-PENDIENTE TO TRUE
008910     MOVE IMP-CANT-REGISTROS TO LCT-CANT-REG
008920     MOVE IMP-HASH-OPERANDOS TO LCT-HASH
008930     MOVE IMP-OPERADOR-ID TO LCT-CAPTURISTA-ID
008940     MOVE IMP-OPERADOR-ID TO LCT-OPERADOR-ID
008950     MOVE IMP-FECHA-SISTEMA TO LCT-FECHA-REAL
008960     ACCEPT LCT-HORA-REAL FROM TIME
008970     WRITE LOTE-CONTROL-RECORD
009010     IF IMP-LOTECTL-STATUS NOT = "00"
009020         DISPLAY "No se pudo registrar el lote en el control de "
009030                 "liberacion LOTECTL. Estado: " IMP-LOTECTL-STATUS
009035         DISPLAY "El lote " IMP-LOTE-ID " quedo en BATCHIN sin "
009040                 "registro de captura: no podra liberarse y la "
009045                 "CALCULADORA lo descartara."
009050         DISPLAY "El archivo no quedo registrado en IMPCTL; "
009055                 "avise a sistemas antes de importarlo de nuevo."
009060         CLOSE LOTE-CONTROL-FILE
009065         CLOSE IMPORT-CONTROL-FILE
009070         CLOSE BRANCH-INPUT-FILE
009080         CLOSE REPORT-FILE
009090         MOVE 12 TO RETURN-CODE
009100         STOP RUN
009110     END-IF
009130     CLOSE LOTE-CONTROL-FILE.
009140 8100-EXIT.
009150     EXIT.
009160
009170*-----------------------------------------------------------------
009180*    8200-REGISTRAR-IMPORTACION
009186*    Agrega el archivo a IMPCTL, abierto desde 1000-INICIALIZAR,
009192*    para que no vuelva a cargarse.
009200*-----------------------------------------------------------------
009210 8200-REGISTRAR-IMPORTACION.
009220     MOVE SPACES TO IMPORT-CONTROL-RECORD
009230     MOVE IMP-ARCHIVO-NOMBRE TO ICT-ARCHIVO
009240     MOVE IMP-ARCHIVO-FECHA TO ICT-FECHA-ARCHIVO
009250     MOVE IMP-LOTE-ID TO ICT-LOTE-ID
009260     MOVE IMP-LINEAS-LEIDAS TO ICT-LINEAS-LEIDAS
009270     MOVE IMP-ACEPTADAS TO ICT-ACEPTADAS
009280     MOVE IMP-RECHAZADAS TO ICT-RECHAZADAS
009290     MOVE IMP-HASH-OPERANDOS TO ICT-HASH
009300     MOVE IMP-OPERADOR-ID TO ICT-OPERADOR-ID
009310     MOVE IMP-FECHA-SISTEMA TO ICT-FECHA-REAL
009320     ACCEPT ICT-HORA-REAL FROM TIME
009330     WRITE IMPORT-CONTROL-RECORD
009370     IF IMP-IMPCTL-STATUS NOT = "00"
009380         DISPLAY "No se pudo registrar el archivo en el control "
009390                 "de importaciones IMPCTL. Estado: "
009400                 IMP-IMPCTL-STATUS
009410         DISPLAY "El lote " IMP-LOTE-ID " quedo cargado; no "
009420                 "importe este archivo de nuevo."
009425         CLOSE IMPORT-CONTROL-FILE
009430         CLOSE BRANCH-INPUT-FILE
009440         CLOSE REPORT-FILE
009450         MOVE 12 TO RETURN-CODE
009460         STOP RUN
009470     END-IF
009490     CLOSE IMPORT-CONTROL-FILE.
009500 8200-EXIT.
009510     EXIT.
009520
009530*-----------------------------------------------------------------
009540*    9000-TERMINAR
009550*    Resumen en el listado y en consola.  Codigo 0 si todo el
009560*    archivo se cargo, 4 si se cargo con lineas rechazadas y 8
009570*    si no se cargo nada.
009580*-----------------------------------------------------------------
009590 9000-TERMINAR.
009600     IF IMP-RECHAZADAS = ZERO
009610         MOVE "NINGUNA LINEA RECHAZADA" TO REPORTE-LINEA
009620         WRITE REPORTE-LINEA
009630     END-IF
009640     MOVE SPACES TO REPORTE-LINEA
009650     WRITE REPORTE-LINEA
009660     MOVE IMP-LINEAS-LEIDAS TO IMP-CANT-EDITADA
009670     MOVE SPACES TO REPORTE-LINEA
009680     STRING "LINEAS LEIDAS:          " DELIMITED BY SIZE
009690         IMP-CANT-EDITADA DELIMITED BY SIZE
009700         INTO REPORTE-LINEA
009710     WRITE REPORTE-LINEA
009720     MOVE IMP-LINEAS-BLANCAS TO IMP-CANT-EDITADA
009730     MOVE SPACES TO REPORTE-LINEA
009740     STRING "LINEAS EN BLANCO:       " DELIMITED BY SIZE
009750         IMP-CANT-EDITADA DELIMITED BY SIZE
009760         INTO REPORTE-LINEA
009770     WRITE REPORTE-LINEA
009780     MOVE IMP-ACEPTADAS TO IMP-CANT-EDITADA
009790     MOVE SPACES TO REPORTE-LINEA
009800     STRING "LINEAS ACEPTADAS:       " DELIMITED BY SIZE
009810         IMP-CANT-EDITADA DELIMITED BY SIZE
009820         INTO REPORTE-LINEA
009830     WRITE REPORTE-LINEA
009840     MOVE IMP-RECHAZADAS TO IMP-CANT-EDITADA
009850     MOVE SPACES TO REPORTE-LINEA
009860     STRING "LINEAS RECHAZADAS:      " DELIMITED BY SIZE
009870         IMP-CANT-EDITADA DELIMITED BY SIZE
009880         INTO REPORTE-LINEA
009890     WRITE REPORTE-LINEA
009900     IF IMP-LOTE-ESCRITO
009910         MOVE IMP-CANT-REGISTROS TO IMP-CANT-EDITADA
009920         MOVE IMP-HASH-OPERANDOS TO IMP-HASH-EDITADO
009930         MOVE SPACES TO REPORTE-LINEA
009940         STRING "LOTE " DELIMITED BY SIZE
009950             IMP-LOTE-ID DELIMITED BY SIZE
009960             " CARGADO EN BATCHIN  DETALLES: " DELIMITED BY SIZE
009970             IMP-CANT-EDITADA DELIMITED BY SIZE
009980             "  HASH: " DELIMITED BY SIZE
009990             IMP-HASH-EDITADO DELIMITED BY SIZE
010000             INTO REPORTE-LINEA
010010         WRITE REPORTE-LINEA
010020         MOVE "PENDIENTE DE LIBERACION CON LIBERALOTE"
010030             TO REPORTE-LINEA
010040         WRITE REPORTE-LINEA
010050     END-IF
010051*Si no se cargo el lote, los controles siguen abiertos sin
010052*eventos nuevos.
010053     IF NOT IMP-LOTE-ESCRITO
010054         CLOSE LOTE-CONTROL-FILE
010055         CLOSE IMPORT-CONTROL-FILE
010056     END-IF
010060     CLOSE BRANCH-INPUT-FILE
010070     CLOSE REPORT-FILE
010080     DISPLAY "============================================"
010090     MOVE IMP-LINEAS-LEIDAS TO IMP-CANT-EDITADA
010100     DISPLAY "Lineas leidas:         " IMP-CANT-EDITADA
010110     MOVE IMP-ACEPTADAS TO IMP-CANT-EDITADA
010120     DISPLAY "Lineas aceptadas:      " IMP-CANT-EDITADA
010130     MOVE IMP-RECHAZADAS TO IMP-CANT-EDITADA
010140     DISPLAY "Lineas rechazadas:     " IMP-CANT-EDITADA
010150     DISPLAY "============================================"
010160     DISPLAY "Listado de rechazos escrito en IMPERR."
010170     IF NOT IMP-LOTE-ESCRITO
010180         MOVE 8 TO RETURN-CODE
010190         GO TO 9000-EXIT
010200     END-IF
010210     MOVE IMP-CANT-REGISTROS TO IMP-CANT-EDITADA
010220     MOVE IMP-HASH-OPERANDOS TO IMP-HASH-EDITADO
010230     DISPLAY "Lote importado:        " IMP-LOTE-ID
010240     DISPLAY "  Detalles:            " IMP-CANT-EDITADA
010250     DISPLAY "  Total hash:          " IMP-HASH-EDITADO
010260     DISPLAY "Lote pendiente de liberacion: otro operador debe "
010270             "liberarlo con LIBERALOTE antes del proceso."
010280     IF IMP-RECHAZADAS > ZERO
010290         MOVE 4 TO RETURN-CODE
010300     ELSE
010310         MOVE ZERO TO RETURN-CODE
010320     END-IF.
010330 9000-EXIT.
010340     EXIT.
010350
010360 END PROGRAM IMPORTASUC.
