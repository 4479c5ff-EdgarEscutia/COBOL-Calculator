000010*****************************************************************
000020*    Program:     TIPOCAMBIO
000030*    Author:      Equipo de Sistemas Administrativos
000040*    Installation: Departamento de Contabilidad
000050*    Date-Written: 2026-10-15
000060*    Date-Compiled:
000070*    Purpose:     Mantenimiento del maestro de tipos de cambio
000080*                 TIPCAMB por Tesoreria.  Un operador firmado
000090*                 contra OPERMAST con el permiso de tesoreria
000100*                 da de alta el tipo de una moneda a partir de
000110*                 una fecha, corrige el tipo de un registro ya
000118*                 grabado, lista el maestro o depura los tipos
000126*                 superados antes de una fecha de corte.  Cada
000134*                 alta y cada cambio queda con quien y cuando lo
000142*                 grabo y en la bitacora de seguridad SEGULOG con
000150*                 la imagen antes y despues.  La CALCULADORA toma
000158*                 de aqui el tipo para la conversion de moneda.
000170*    Tectonics:   cobc
000180*-----------------------------------------------------------------
000190*    Modification History
000200*    Date       Init  Description
000210*    ---------- ----  -------------------------------------------
000220*    2026-10-15 EE    Version original - alta, cambio y lista de
000230*                      los tipos de cambio con bitacora.
000240*****************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. TIPOCAMBIO.
000270 AUTHOR. EQUIPO DE SISTEMAS ADMINISTRATIVOS.
000280 INSTALLATION. DEPARTAMENTO DE CONTABILIDAD.
000290 DATE-WRITTEN. 2026-10-15.
000300 DATE-COMPILED.
000310
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS TCA-OPERMAST-STATUS.
000380
000390*Maestro de tipos de cambio: se carga completo al empezar y se
000400*vuelve a grabar al terminar si hubo altas o cambios.
000410     SELECT EXCHANGE-RATE-FILE ASSIGN TO "TIPCAMB"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS TCA-TIPCAMB-STATUS.
000440
000450*Bitacora de seguridad: firma, altas, cambios y rechazos.
000460*Se abre y cierra por evento, igual que en la CALCULADORA.
000470     SELECT SECURITY-LOG-FILE ASSIGN TO "SEGULOG"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS TCA-SEGULOG-STATUS.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  OPERATOR-MASTER-FILE.
000540 01  OPERATOR-MASTER-RECORD.
000550     COPY OPERREC.
000560
000570 FD  EXCHANGE-RATE-FILE.
000580 01  EXCHANGE-RATE-RECORD.
000590     COPY TCAMREC.
000600
000610 FD  SECURITY-LOG-FILE.
000620 01  SECURITY-LOG-RECORD.
000630     COPY SEGEVENT.
000640
000650 WORKING-STORAGE SECTION.
000660*Interruptores de control del programa.
000670 77  TCA-SW-FIN-OPERADORES PIC X(01) VALUE "N".
000680     88 TCA-FIN-OPERADORES VALUE "S".
000690
000700 77  TCA-SW-FIN-TIPCAMB PIC X(01) VALUE "N".
000710     88 TCA-FIN-TIPCAMB VALUE "S".
000720
000730 77  TCA-SW-OPERADOR PIC X(01) VALUE "N".
000740     88 TCA-OPERADOR-HALLADO VALUE "S".
000750     88 TCA-OPERADOR-NO-HALLADO VALUE "N".
000760
000770 77  TCA-SW-TIPO PIC X(01) VALUE "N".
000780     88 TCA-TIPO-HALLADO VALUE "S".
000790     88 TCA-TIPO-NO-HALLADO VALUE "N".
000800
000810 77  TCA-SW-ENTRADA PIC X(01) VALUE "N".
000820     88 TCA-ENTRADA-VALIDA VALUE "S".
000830     88 TCA-ENTRADA-INVALIDA VALUE "N".
000840
000850 77  TCA-SW-TERMINAR PIC X(01) VALUE "N".
000860     88 TCA-TERMINAR VALUE "S".
000870
000880 77  TCA-SW-CAMBIOS PIC X(01) VALUE "N".
000890     88 TCA-HUBO-CAMBIOS VALUE "S".
000900
000910*Tabla del maestro en memoria, en el orden del archivo.
000920 01  TCA-TABLA-TIPOS.
000930     05  TCA-TIPO-ENTRADA OCCURS 500 TIMES
000940             INDEXED BY TCA-NDX-TIPO.
000950         10  TCA-TAB-MONEDA           PIC X(03).
000960         10  TCA-TAB-FECHA            PIC 9(08).
000970         10  TCA-TAB-TIPO             PIC 9(05)V9(06).
000980         10  TCA-TAB-OPERADOR-ID      PIC X(08).
000990         10  TCA-TAB-FECHA-REAL       PIC 9(08).
000993         10  TCA-TAB-MARCA            PIC X(01).
000996             88 TCA-TAB-SUPERADO VALUE "S".
001000 77  TCA-TIPOS-USADOS PIC 9(04) COMP VALUE ZERO.
001010 77  TCA-TIPOS-MAXIMO PIC 9(04) COMP VALUE 500.
001020 77  TCA-SUB-TIPO PIC 9(04) COMP VALUE ZERO.
001023 77  TCA-SUB-OTRO PIC 9(04) COMP VALUE ZERO.
001026 77  TCA-SUB-DESTINO PIC 9(04) COMP VALUE ZERO.
001030 77  TCA-CANT-ALTAS PIC 9(08) COMP VALUE ZERO.
001040 77  TCA-CANT-CAMBIOS PIC 9(08) COMP VALUE ZERO.
001043 77  TCA-CANT-SUPERADOS PIC 9(04) COMP VALUE ZERO.
001046 77  TCA-CANT-DEPURADOS PIC 9(08) COMP VALUE ZERO.
001050
001060*Datos capturados en consola.
001070 77  TCA-OPERADOR-ID PIC X(08) VALUE SPACES.
001080 77  TCA-OPERADOR-NOMBRE PIC X(30) VALUE SPACES.
001083 77  TCA-OPERADOR-ESTADO PIC X(01) VALUE SPACES.
001086 77  TCA-OPERADOR-TESOR PIC X(01) VALUE SPACES.
001090 77  TCA-OPCION PIC X(01) VALUE SPACES.
001095 77  TCA-CONFIRMACION PIC X(01) VALUE SPACES.
001100 77  TCA-ENTRADA-MONEDA PIC X(03) VALUE SPACES.
001110 77  TCA-MONEDA-ESPACIOS PIC 9(02) COMP VALUE ZERO.
001120 77  TCA-ENTRADA-FECHA PIC X(08) VALUE SPACES.
001123 01  TCA-FECHA-VIGENCIA               PIC 9(08) VALUE ZEROS.
001126 01  TCA-FECHA-VIG-DESGLOSE REDEFINES TCA-FECHA-VIGENCIA.
001129     05  TCA-FECHA-VIG-AAAA           PIC 9(04).
001132     05  TCA-FECHA-VIG-MM             PIC 9(02).
001135     05  TCA-FECHA-VIG-DD             PIC 9(02).
001140 77  TCA-ENTRADA-TIPO PIC X(13) VALUE SPACES.
001150 77  TCA-TIPO-NUEVO PIC 9(05)V9(06) VALUE ZERO.
001151
001152*Dias de cada mes; febrero se corrige en los bisiestos.
001153 01  TCA-DIAS-MESES-INI.
001154     05  FILLER                       PIC X(24)
001155             VALUE "312831303130313130313031".
001156 01  TCA-DIAS-MESES REDEFINES TCA-DIAS-MESES-INI.
001157     05  TCA-DIAS-MES                 PIC 9(02) OCCURS 12 TIMES.
001158 77  TCA-ULTIMO-DIA PIC 9(02) VALUE ZERO.
001159 77  TCA-COCIENTE PIC 9(04) COMP VALUE ZERO.
001160 77  TCA-RESIDUO PIC 9(04) COMP VALUE ZERO.
001161
001170*Desglose del tipo tecleado: hasta cinco enteros y seis
001180*decimales separados por punto, sin signo.
001190 01  TCA-ENT-PARTE-ENTERA.
001200     05  TCA-ENT-ENTERA-5             PIC X(05).
001210     05  TCA-ENT-ENTERA-EXTRA         PIC X(01).
001220 01  TCA-ENT-PARTE-DECIMAL.
001230     05  TCA-ENT-DECIMAL-6            PIC X(06).
001240     05  TCA-ENT-DECIMAL-EXTRA        PIC X(01).
001250 77  TCA-ENT-ENTERA-J PIC X(05) JUSTIFIED RIGHT VALUE SPACES.
001260 77  TCA-ENT-TOKEN-2 PIC X(05) VALUE SPACES.
001270 77  TCA-ENT-ENTERA-NUM PIC 9(05) VALUE ZEROS.
001280 77  TCA-ENT-DECIMAL-NUM PIC 9(06) VALUE ZEROS.
001290
001300*Imagen legible de un registro de TIPCAMB para SEGULOG:
001310*moneda, fecha de vigencia, tipo y quien lo grabo.
001320 01  TCA-IMAGEN.
001330     05  TCA-IMG-MONEDA               PIC X(03).
001340     05  FILLER                       PIC X(01) VALUE SPACE.
001350     05  TCA-IMG-FECHA                PIC 9(08).
001360     05  FILLER                       PIC X(01) VALUE SPACE.
001370     05  TCA-IMG-TIPO                 PIC 9(05).9(06).
001380     05  FILLER                       PIC X(01) VALUE SPACE.
001390     05  TCA-IMG-OPERADOR-ID          PIC X(08).
001400     05  FILLER                       PIC X(14) VALUE SPACES.
001410
001420*Fecha y hora del sistema para los registros y los eventos.
001430 77  TCA-FECHA-SISTEMA PIC 9(08) VALUE ZEROS.
001440 01  TCA-HORA-COMPLETA                PIC 9(08) VALUE ZEROS.
001450
001460*Evento de seguridad en armado.
001470 77  TCA-SEG-TIPO PIC X(02) VALUE SPACES.
001480 77  TCA-SEG-DETALLE PIC X(30) VALUE SPACES.
001490 77  TCA-SEG-ANTES PIC X(48) VALUE SPACES.
001500 77  TCA-SEG-DESPUES PIC X(48) VALUE SPACES.
001510
001520*Campos editados.
001530 77  TCA-FECHA-EDITADA PIC 9999/99/99.
001540 77  TCA-TIPO-EDITADO PIC ZZZZ9.999999.
001550 77  TCA-CANT-EDITADA PIC ZZZZZZZ9.
001555 77  TCA-CANT-CORTA PIC ZZZ9.
001560
001570*Codigos de estado de archivo.
001580 77  TCA-OPERMAST-STATUS PIC XX VALUE "00".
001590 77  TCA-TIPCAMB-STATUS PIC XX VALUE "00".
001600 77  TCA-SEGULOG-STATUS PIC XX VALUE "00".
001610
001620 PROCEDURE DIVISION.
001630*-----------------------------------------------------------------
001640*    0000-PRINCIPAL
001650*    Punto de entrada: firma, carga del maestro, menu de
001660*    mantenimiento y grabacion del maestro al terminar.
001670*-----------------------------------------------------------------
001680 0000-PRINCIPAL.
001690     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
001700     PERFORM 2000-PROCESAR-OPCION THRU 2000-EXIT
001710         UNTIL TCA-TERMINAR
001720     PERFORM 9000-TERMINAR THRU 9000-EXIT
001730     STOP RUN.
001740
001750*-----------------------------------------------------------------
001760*    1000-INICIALIZAR
001770*    Firma del operador y carga del maestro de tipos de cambio.
001780*-----------------------------------------------------------------
001790 1000-INICIALIZAR.
001800     DISPLAY "TIPOCAMBIO - Maestro de tipos de cambio"
001810     ACCEPT TCA-FECHA-SISTEMA FROM DATE YYYYMMDD
001820     PERFORM 1100-FIRMAR-OPERADOR THRU 1100-EXIT
001830     PERFORM 1200-CARGAR-TIPOS THRU 1200-EXIT.
001840 1000-EXIT.
001850     EXIT.
001860
001870*La firma busca el identificador en el maestro de operadores;
001880*uno desconocido o inactivo queda en SEGULOG y termina la
001890*corrida.  Solo Tesoreria mantiene los tipos de cambio: sin el
001900*permiso de tesoreria el rechazo tambien queda en SEGULOG.
001910 1100-FIRMAR-OPERADOR.
001920     DISPLAY "Introduzca su identificador de operador (8 car.):"
001930     ACCEPT TCA-OPERADOR-ID
001940     OPEN INPUT OPERATOR-MASTER-FILE
001950     IF TCA-OPERMAST-STATUS NOT = "00"
001960         DISPLAY "No se pudo abrir el maestro de operadores "
001970                 "OPERMAST. Estado: " TCA-OPERMAST-STATUS
001980         MOVE 12 TO RETURN-CODE
001990         STOP RUN
002000     END-IF
002010     SET TCA-OPERADOR-NO-HALLADO TO TRUE
002020     PERFORM 1150-LEER-OPERADOR THRU 1150-EXIT
002030         UNTIL TCA-FIN-OPERADORES OR TCA-OPERADOR-HALLADO
002040     CLOSE OPERATOR-MASTER-FILE
002050     IF TCA-OPERADOR-NO-HALLADO
002060         DISPLAY "Operador desconocido."
002070         MOVE "FF" TO TCA-SEG-TIPO
002080         MOVE "Operador desconocido" TO TCA-SEG-DETALLE
002090         PERFORM 8000-ESCRIBIR-SEGURIDAD THRU 8000-EXIT
002100         MOVE 12 TO RETURN-CODE
002110         STOP RUN
002120     END-IF
002130     IF TCA-OPERADOR-ESTADO NOT = "A"
002140         DISPLAY "Operador inactivo."
002150         MOVE "FF" TO TCA-SEG-TIPO
002160         MOVE "Operador inactivo" TO TCA-SEG-DETALLE
002170         PERFORM 8000-ESCRIBIR-SEGURIDAD THRU 8000-EXIT
002180         MOVE 12 TO RETURN-CODE
002190         STOP RUN
002200     END-IF
002220     MOVE "FO" TO TCA-SEG-TIPO
002230     MOVE "Firma correcta" TO TCA-SEG-DETALLE
002240     PERFORM 8000-ESCRIBIR-SEGURIDAD THRU 8000-EXIT
002250     IF TCA-OPERADOR-TESOR NOT = "S"
002260         DISPLAY "Solo Tesoreria puede mantener los tipos de "
002270                 "cambio."
002280         MOVE "RA" TO TCA-SEG-TIPO
002290         MOVE "Sin permiso de tesoreria" TO TCA-SEG-DETALLE
002300         PERFORM 8000-ESCRIBIR-SEGURIDAD THRU 8000-EXIT
002310         MOVE 8 TO RETURN-CODE
002320         STOP RUN
002330     END-IF
002340     DISPLAY "Bienvenido, " TCA-OPERADOR-NOMBRE.
002350 1100-EXIT.
002360     EXIT.
002370
002380 1150-LEER-OPERADOR.
002390     READ OPERATOR-MASTER-FILE
002400         AT END
002410             SET TCA-FIN-OPERADORES TO TRUE
002420             GO TO 1150-EXIT
002430     END-READ
002440     IF OPM-ID = TCA-OPERADOR-ID
002450         SET TCA-OPERADOR-HALLADO TO TRUE
002452         MOVE OPM-ESTADO TO TCA-OPERADOR-ESTADO
002454         MOVE OPM-NOMBRE TO TCA-OPERADOR-NOMBRE
002456         MOVE OPM-PERMISO-TESOR TO TCA-OPERADOR-TESOR
002460     END-IF.
002470 1150-EXIT.
002480     EXIT.
002490
002500*Si el maestro todavia no existe se empieza con la tabla
002510*vacia.  Un maestro que no cabe en la tabla detiene la corrida:
002520*al regrabarlo se perderian los registros que no se cargaron.
002530 1200-CARGAR-TIPOS.
002540     MOVE ZERO TO TCA-TIPOS-USADOS
002550     OPEN INPUT EXCHANGE-RATE-FILE
002560     IF TCA-TIPCAMB-STATUS = "35"
002570         DISPLAY "El maestro TIPCAMB no existe; se creara al "
002580                 "terminar."
002590         GO TO 1200-EXIT
002600     END-IF
002610     IF TCA-TIPCAMB-STATUS NOT = "00"
002620         DISPLAY "No se pudo abrir el maestro de tipos de "
002630                 "cambio TIPCAMB. Estado: " TCA-TIPCAMB-STATUS
002640         MOVE 12 TO RETURN-CODE
002650         STOP RUN
002660     END-IF
002670     PERFORM 1250-LEER-TIPCAMB THRU 1250-EXIT
002680         UNTIL TCA-FIN-TIPCAMB
002690     CLOSE EXCHANGE-RATE-FILE
002700     MOVE TCA-TIPOS-USADOS TO TCA-CANT-EDITADA
002710     DISPLAY "Tipos de cambio cargados: " TCA-CANT-EDITADA.
002720 1200-EXIT.
002730     EXIT.
002740
002750 1250-LEER-TIPCAMB.
002760     READ EXCHANGE-RATE-FILE
002770         AT END
002780             SET TCA-FIN-TIPCAMB TO TRUE
002790             GO TO 1250-EXIT
002800     END-READ
002810     IF TCA-TIPOS-USADOS NOT < TCA-TIPOS-MAXIMO
002815     MOVE TCA-TIPOS-MAXIMO TO TCA-CANT-EDITADA
002820         DISPLAY "El maestro TIPCAMB excede la tabla de "
002826                 "tipos de cambio de " TCA-CANT-EDITADA
002832                 " renglones."
002840         CLOSE EXCHANGE-RATE-FILE
002850         MOVE 12 TO RETURN-CODE
002860         STOP RUN
002870     END-IF
002880     ADD 1 TO TCA-TIPOS-USADOS
002890     SET TCA-NDX-TIPO TO TCA-TIPOS-USADOS
002900     MOVE TCAM-MONEDA TO TCA-TAB-MONEDA (TCA-NDX-TIPO)
002910     MOVE TCAM-FECHA TO TCA-TAB-FECHA (TCA-NDX-TIPO)
002920     MOVE TCAM-TIPO TO TCA-TAB-TIPO (TCA-NDX-TIPO)
002930     MOVE TCAM-OPERADOR-ID TO TCA-TAB-OPERADOR-ID (TCA-NDX-TIPO)
002936     MOVE TCAM-FECHA-REAL TO TCA-TAB-FECHA-REAL (TCA-NDX-TIPO)
002942     MOVE "N" TO TCA-TAB-MARCA (TCA-NDX-TIPO).
002950 1250-EXIT.
002960     EXIT.
002970
002980*-----------------------------------------------------------------
002990*    2000-PROCESAR-OPCION
003000*    Menu de mantenimiento; se repite hasta que el operador
003010*    pide terminar.
003020*-----------------------------------------------------------------
003030 2000-PROCESAR-OPCION.
003040     DISPLAY " "
003050     DISPLAY "1-Alta de tipo de cambio"
003060     DISPLAY "2-Cambio de tipo de cambio"
003070     DISPLAY "3-Lista del maestro"
003076     DISPLAY "4-Depuracion de tipos superados"
003082     DISPLAY "5-Terminar"
003090     DISPLAY "Opcion:"
003100     MOVE SPACES TO TCA-OPCION
003110     ACCEPT TCA-OPCION
003120     EVALUATE TCA-OPCION
003130         WHEN "1"
003140             PERFORM 3000-ALTA-TIPO THRU 3000-EXIT
003150         WHEN "2"
003160             PERFORM 4000-CAMBIO-TIPO THRU 4000-EXIT
003170         WHEN "3"
003180             PERFORM 5000-LISTAR-TIPOS THRU 5000-EXIT
003190         WHEN "4"
003193             PERFORM 7000-DEPURAR-TIPOS THRU 7000-EXIT
003196         WHEN "5"
003200             SET TCA-TERMINAR TO TRUE
003210         WHEN OTHER
003220             DISPLAY "Opcion invalida: " TCA-OPCION
003230     END-EVALUATE.
003240 2000-EXIT.
003250     EXIT.
003260
003270*-----------------------------------------------------------------
003280*    3000-ALTA-TIPO
003290*    Agrega el tipo de una moneda a partir de una fecha.  Una
003300*    moneda y fecha que ya existen se corrigen con el cambio,
003310*    no con otra alta.
003320*-----------------------------------------------------------------
003330 3000-ALTA-TIPO.
003340     PERFORM 6000-PEDIR-MONEDA THRU 6000-EXIT
003350     IF TCA-ENTRADA-INVALIDA
003360         GO TO 3000-EXIT
003370     END-IF
003380     PERFORM 6100-PEDIR-FECHA THRU 6100-EXIT
003390     IF TCA-ENTRADA-INVALIDA
003400         GO TO 3000-EXIT
003410     END-IF
003420     PERFORM 6300-BUSCAR-TIPO THRU 6300-EXIT
003430     IF TCA-TIPO-HALLADO
003440         DISPLAY "Ya existe un tipo para esa moneda y fecha; "
003450                 "use el cambio."
003460         GO TO 3000-EXIT
003470     END-IF
003480     IF TCA-TIPOS-USADOS NOT < TCA-TIPOS-MAXIMO
003484         MOVE TCA-TIPOS-MAXIMO TO TCA-CANT-EDITADA
003488         DISPLAY "La tabla de tipos de cambio esta llena ("
003492                 TCA-CANT-EDITADA " renglones); depure los "
003496                 "tipos superados con la opcion 4."
003500         GO TO 3000-EXIT
003510     END-IF
003520     PERFORM 6200-PEDIR-TIPO THRU 6200-EXIT
003530     IF TCA-ENTRADA-INVALIDA
003540         GO TO 3000-EXIT
003550     END-IF
003560     ADD 1 TO TCA-TIPOS-USADOS
003570     SET TCA-NDX-TIPO TO TCA-TIPOS-USADOS
003580     MOVE TCA-ENTRADA-MONEDA TO TCA-TAB-MONEDA (TCA-NDX-TIPO)
003590     MOVE TCA-FECHA-VIGENCIA TO TCA-TAB-FECHA (TCA-NDX-TIPO)
003600     MOVE TCA-TIPO-NUEVO TO TCA-TAB-TIPO (TCA-NDX-TIPO)
003610     MOVE TCA-OPERADOR-ID TO TCA-TAB-OPERADOR-ID (TCA-NDX-TIPO)
003620     MOVE TCA-FECHA-SISTEMA
003630         TO TCA-TAB-FECHA-REAL (TCA-NDX-TIPO)
003635     MOVE "N" TO TCA-TAB-MARCA (TCA-NDX-TIPO)
003640     PERFORM 6400-ARMAR-IMAGEN THRU 6400-EXIT
003650     MOVE TCA-IMAGEN TO TCA-SEG-DESPUES
003660     MOVE "TA" TO TCA-SEG-TIPO
003670     MOVE SPACES TO TCA-SEG-DETALLE
003680     STRING "Alta de tipo " DELIMITED BY SIZE
003690         TCA-ENTRADA-MONEDA DELIMITED BY SIZE
003700         " " DELIMITED BY SIZE
003710         TCA-FECHA-VIGENCIA DELIMITED BY SIZE
003720         INTO TCA-SEG-DETALLE
003730     PERFORM 8000-ESCRIBIR-SEGURIDAD THRU 8000-EXIT
003740     ADD 1 TO TCA-CANT-ALTAS
003750     SET TCA-HUBO-CAMBIOS TO TRUE
003760     DISPLAY "Tipo de cambio agregado.".
003770 3000-EXIT.
003780     EXIT.
003790
003800*-----------------------------------------------------------------
003810*    4000-CAMBIO-TIPO
003820*    Corrige el tipo de una moneda y fecha ya grabadas.  El
003830*    registro queda con quien y cuando hizo la correccion.
003840*-----------------------------------------------------------------
003850 4000-CAMBIO-TIPO.
003860     PERFORM 6000-PEDIR-MONEDA THRU 6000-EXIT
003870     IF TCA-ENTRADA-INVALIDA
003880         GO TO 4000-EXIT
003890     END-IF
003900     PERFORM 6100-PEDIR-FECHA THRU 6100-EXIT
003910     IF TCA-ENTRADA-INVALIDA
003920         GO TO 4000-EXIT
003930     END-IF
003940     PERFORM 6300-BUSCAR-TIPO THRU 6300-EXIT
003950     IF TCA-TIPO-NO-HALLADO
003960         DISPLAY "No hay tipo para esa moneda y fecha."
003970         GO TO 4000-EXIT
003980     END-IF
003990     MOVE TCA-TAB-TIPO (TCA-NDX-TIPO) TO TCA-TIPO-EDITADO
004000     DISPLAY "Tipo actual: " TCA-TIPO-EDITADO
004010     PERFORM 6200-PEDIR-TIPO THRU 6200-EXIT
004020     IF TCA-ENTRADA-INVALIDA
004030         GO TO 4000-EXIT
004040     END-IF
004050     PERFORM 6400-ARMAR-IMAGEN THRU 6400-EXIT
004060     MOVE TCA-IMAGEN TO TCA-SEG-ANTES
004070     MOVE TCA-TIPO-NUEVO TO TCA-TAB-TIPO (TCA-NDX-TIPO)
004080     MOVE TCA-OPERADOR-ID TO TCA-TAB-OPERADOR-ID (TCA-NDX-TIPO)
004090     MOVE TCA-FECHA-SISTEMA
004100         TO TCA-TAB-FECHA-REAL (TCA-NDX-TIPO)
004110     PERFORM 6400-ARMAR-IMAGEN THRU 6400-EXIT
004120     MOVE TCA-IMAGEN TO TCA-SEG-DESPUES
004130     MOVE "TC" TO TCA-SEG-TIPO
004140     MOVE SPACES TO TCA-SEG-DETALLE
004150     STRING "Cambio de tipo " DELIMITED BY SIZE
004160         TCA-ENTRADA-MONEDA DELIMITED BY SIZE
004170         " " DELIMITED BY SIZE
004180         TCA-FECHA-VIGENCIA DELIMITED BY SIZE
004190         INTO TCA-SEG-DETALLE
004200     PERFORM 8000-ESCRIBIR-SEGURIDAD THRU 8000-EXIT
004210     ADD 1 TO TCA-CANT-CAMBIOS
004220     SET TCA-HUBO-CAMBIOS TO TRUE
004230     DISPLAY "Tipo de cambio corregido.".
004240 4000-EXIT.
004250     EXIT.
004260
004270*-----------------------------------------------------------------
004280*    5000-LISTAR-TIPOS
004290*    Lista en consola el maestro como esta en memoria.
004300*-----------------------------------------------------------------
004310 5000-LISTAR-TIPOS.
004320     IF TCA-TIPOS-USADOS = ZERO
004330         DISPLAY "El maestro no tiene tipos de cambio."
004340         GO TO 5000-EXIT
004350     END-IF
004360     DISPLAY "MON  VIGENCIA          TIPO  GRABO    EL"
004370     PERFORM 5100-LISTAR-UNO THRU 5100-EXIT
004380         VARYING TCA-SUB-TIPO FROM 1 BY 1
004390         UNTIL TCA-SUB-TIPO > TCA-TIPOS-USADOS.
004400 5000-EXIT.
004410     EXIT.
004420
004430 5100-LISTAR-UNO.
004440     MOVE TCA-TAB-FECHA (TCA-SUB-TIPO) TO TCA-FECHA-EDITADA
004450     MOVE TCA-TAB-TIPO (TCA-SUB-TIPO) TO TCA-TIPO-EDITADO
004460     DISPLAY TCA-TAB-MONEDA (TCA-SUB-TIPO) "  "
004470             TCA-FECHA-EDITADA " "
004480             TCA-TIPO-EDITADO " "
004490             TCA-TAB-OPERADOR-ID (TCA-SUB-TIPO) " "
004500             TCA-TAB-FECHA-REAL (TCA-SUB-TIPO).
004510 5100-EXIT.
004520     EXIT.
004530
004540*-----------------------------------------------------------------
004550*    6000-PEDIR-MONEDA
004560*    Codigo de moneda de tres letras, pasado a mayusculas con
004570*    la misma regla que la captura de lotes.
004580*-----------------------------------------------------------------
004590 6000-PEDIR-MONEDA.
004600     SET TCA-ENTRADA-INVALIDA TO TRUE
004610     DISPLAY "Codigo de la moneda (ej. USD):"
004620     MOVE SPACES TO TCA-ENTRADA-MONEDA
004630     ACCEPT TCA-ENTRADA-MONEDA
004640     INSPECT TCA-ENTRADA-MONEDA CONVERTING
004650         "abcdefghijklmnopqrstuvwxyz"
004660         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
004670     MOVE ZERO TO TCA-MONEDA-ESPACIOS
004680     INSPECT TCA-ENTRADA-MONEDA
004690         TALLYING TCA-MONEDA-ESPACIOS FOR ALL SPACES
004700     IF TCA-ENTRADA-MONEDA IS NOT ALPHABETIC
004710        OR TCA-MONEDA-ESPACIOS NOT = ZERO
004720         DISPLAY "Moneda invalida. Escriba tres letras."
004730         GO TO 6000-EXIT
004740     END-IF
004750     SET TCA-ENTRADA-VALIDA TO TRUE.
004760 6000-EXIT.
004770     EXIT.
004780
004790 6100-PEDIR-FECHA.
004810     DISPLAY "Fecha desde la que rige el tipo (AAAAMMDD):"
004820     MOVE SPACES TO TCA-ENTRADA-FECHA
004830     ACCEPT TCA-ENTRADA-FECHA
004831     PERFORM 6110-VALIDAR-FECHA THRU 6110-EXIT.
004832 6100-EXIT.
004833     EXIT.
004834
004835*La fecha tecleada en TCA-ENTRADA-FECHA debe ser una fecha real
004836*(mes de 01 a 12 y dia del mes, con los bisiestos); queda en
004837*TCA-FECHA-VIGENCIA.
004838 6110-VALIDAR-FECHA.
004839     SET TCA-ENTRADA-INVALIDA TO TRUE
004840     IF TCA-ENTRADA-FECHA NOT NUMERIC
004850         DISPLAY "Fecha invalida: " TCA-ENTRADA-FECHA
004860         GO TO 6110-EXIT
004870     END-IF
004880     MOVE TCA-ENTRADA-FECHA TO TCA-FECHA-VIGENCIA
004890     IF TCA-FECHA-VIGENCIA = ZERO
004900         DISPLAY "Fecha invalida: " TCA-ENTRADA-FECHA
004910         GO TO 6110-EXIT
004920     END-IF
004921     IF TCA-FECHA-VIG-MM < 1 OR TCA-FECHA-VIG-MM > 12
004922         DISPLAY "Fecha invalida: " TCA-ENTRADA-FECHA
004923         GO TO 6110-EXIT
004924     END-IF
004925     MOVE TCA-DIAS-MES (TCA-FECHA-VIG-MM) TO TCA-ULTIMO-DIA
004926     IF TCA-FECHA-VIG-MM = 2
004927         DIVIDE TCA-FECHA-VIG-AAAA BY 4 GIVING TCA-COCIENTE
004928             REMAINDER TCA-RESIDUO
004929         IF TCA-RESIDUO = ZERO
004930             MOVE 29 TO TCA-ULTIMO-DIA
004931             DIVIDE TCA-FECHA-VIG-AAAA BY 100 GIVING TCA-COCIENTE
004932                 REMAINDER TCA-RESIDUO
004933             IF TCA-RESIDUO = ZERO
004934                 MOVE 28 TO TCA-ULTIMO-DIA
004935                 DIVIDE TCA-FECHA-VIG-AAAA BY 400
004936                     GIVING TCA-COCIENTE
004937                     REMAINDER TCA-RESIDUO
004938                 IF TCA-RESIDUO = ZERO
004939                     MOVE 29 TO TCA-ULTIMO-DIA
004940                 END-IF
004941             END-IF
004942         END-IF
004943     END-IF
004944     IF TCA-FECHA-VIG-DD < 1 OR TCA-FECHA-VIG-DD > TCA-ULTIMO-DIA
004945         DISPLAY "Fecha invalida: " TCA-ENTRADA-FECHA
004946         GO TO 6110-EXIT
004947     END-IF
004948     SET TCA-ENTRADA-VALIDA TO TRUE.
004949 6110-EXIT.
004950     EXIT.
004960
004970*El tipo se teclea con hasta cinco enteros y hasta seis
004980*decimales, sin signo; un tipo en cero no convierte nada y se
004990*rechaza.
005000 6200-PEDIR-TIPO.
005010     SET TCA-ENTRADA-INVALIDA TO TRUE
005020     DISPLAY "Tipo de cambio (hasta 5 enteros y 6 decimales):"
005030     MOVE SPACES TO TCA-ENTRADA-TIPO
005040     ACCEPT TCA-ENTRADA-TIPO
005050     IF TCA-ENTRADA-TIPO = SPACES
005060         GO TO 6200-INVALIDO
005070     END-IF
005080     MOVE SPACES TO TCA-ENT-PARTE-ENTERA
005090     MOVE SPACES TO TCA-ENT-PARTE-DECIMAL
005100     UNSTRING TCA-ENTRADA-TIPO DELIMITED BY "."
005110         INTO TCA-ENT-PARTE-ENTERA
005120              TCA-ENT-PARTE-DECIMAL
005130         ON OVERFLOW
005140             GO TO 6200-INVALIDO
005150     END-UNSTRING
005160     IF TCA-ENT-ENTERA-EXTRA NOT = SPACE
005170         GO TO 6200-INVALIDO
005180     END-IF
005190     IF TCA-ENT-DECIMAL-EXTRA NOT = SPACE
005200         GO TO 6200-INVALIDO
005210     END-IF
005220     MOVE SPACES TO TCA-ENT-ENTERA-J
005230     MOVE SPACES TO TCA-ENT-TOKEN-2
005240     UNSTRING TCA-ENT-ENTERA-5 DELIMITED BY ALL " "
005250         INTO TCA-ENT-ENTERA-J
005260              TCA-ENT-TOKEN-2
005270     END-UNSTRING
005280     IF TCA-ENT-TOKEN-2 NOT = SPACES
005290         GO TO 6200-INVALIDO
005300     END-IF
005310     INSPECT TCA-ENT-ENTERA-J
005320         REPLACING LEADING SPACES BY "0"
005330     INSPECT TCA-ENT-DECIMAL-6 REPLACING ALL SPACES BY "0"
005340     IF TCA-ENT-ENTERA-J IS NOT NUMERIC
005350         GO TO 6200-INVALIDO
005360     END-IF
005370     IF TCA-ENT-DECIMAL-6 IS NOT NUMERIC
005380         GO TO 6200-INVALIDO
005390     END-IF
005400     MOVE TCA-ENT-ENTERA-J TO TCA-ENT-ENTERA-NUM
005410     MOVE TCA-ENT-DECIMAL-6 TO TCA-ENT-DECIMAL-NUM
005420     COMPUTE TCA-TIPO-NUEVO = TCA-ENT-ENTERA-NUM
005430         + TCA-ENT-DECIMAL-NUM / 1000000
005440     IF TCA-TIPO-NUEVO = ZERO
005450         GO TO 6200-INVALIDO
005460     END-IF
005470     SET TCA-ENTRADA-VALIDA TO TRUE
005480     GO TO 6200-EXIT.
005490 6200-INVALIDO.
005500     DISPLAY "Tipo invalido. Escriba un numero mayor que cero "
005510             "con hasta seis decimales.".
005520 6200-EXIT.
005530     EXIT.
005540
005550*Busca la moneda y fecha capturadas; deja el indice en el
005560*registro hallado.
005570 6300-BUSCAR-TIPO.
005580     SET TCA-TIPO-NO-HALLADO TO TRUE
005590     IF TCA-TIPOS-USADOS = ZERO
005600         GO TO 6300-EXIT
005610     END-IF
005620     SET TCA-NDX-TIPO TO 1
005630     SEARCH TCA-TIPO-ENTRADA
005640         AT END
005650             SET TCA-TIPO-NO-HALLADO TO TRUE
005660         WHEN TCA-NDX-TIPO > TCA-TIPOS-USADOS
005670             SET TCA-TIPO-NO-HALLADO TO TRUE
005680         WHEN TCA-TAB-MONEDA (TCA-NDX-TIPO) = TCA-ENTRADA-MONEDA
005690          AND TCA-TAB-FECHA (TCA-NDX-TIPO) = TCA-FECHA-VIGENCIA
005700             SET TCA-TIPO-HALLADO TO TRUE
005710     END-SEARCH.
005720 6300-EXIT.
005730     EXIT.
005740
005750*Imagen del registro en el indice actual para SEGULOG.
005760 6400-ARMAR-IMAGEN.
005770     MOVE TCA-TAB-MONEDA (TCA-NDX-TIPO) TO TCA-IMG-MONEDA
005780     MOVE TCA-TAB-FECHA (TCA-NDX-TIPO) TO TCA-IMG-FECHA
005790     MOVE TCA-TAB-TIPO (TCA-NDX-TIPO) TO TCA-IMG-TIPO
005800     MOVE TCA-TAB-OPERADOR-ID (TCA-NDX-TIPO)
005810         TO TCA-IMG-OPERADOR-ID.
005820 6400-EXIT.
005830     EXIT.
005840
005850*-----------------------------------------------------------------
005851*    7000-DEPURAR-TIPOS
005852*    Elimina los tipos superados antes de una fecha de corte:
005853*    de cada moneda se conserva el tipo vigente en esa fecha y
005854*    todos los posteriores, asi que una conversion fechada desde
005855*    el corte encuentra el mismo tipo que antes.  El corte no
005856*    puede pasar de hoy y la depuracion se confirma.
005857*-----------------------------------------------------------------
005858 7000-DEPURAR-TIPOS.
005859     DISPLAY "Fecha de corte de la depuracion (AAAAMMDD):"
005860     MOVE SPACES TO TCA-ENTRADA-FECHA
005861     ACCEPT TCA-ENTRADA-FECHA
005862     PERFORM 6110-VALIDAR-FECHA THRU 6110-EXIT
005863     IF TCA-ENTRADA-INVALIDA
005864         GO TO 7000-EXIT
005865     END-IF
005866     IF TCA-FECHA-VIGENCIA > TCA-FECHA-SISTEMA
005867         DISPLAY "La fecha de corte no puede ser posterior a hoy."
005868         GO TO 7000-EXIT
005869     END-IF
005870     MOVE ZERO TO TCA-CANT-SUPERADOS
005871     PERFORM 7100-MARCAR-TIPO THRU 7100-EXIT
005872         VARYING TCA-SUB-TIPO FROM 1 BY 1
005873         UNTIL TCA-SUB-TIPO > TCA-TIPOS-USADOS
005874     IF TCA-CANT-SUPERADOS = ZERO
005875         DISPLAY "No hay tipos superados antes de esa fecha."
005876         GO TO 7000-EXIT
005877     END-IF
005878     MOVE TCA-CANT-SUPERADOS TO TCA-CANT-EDITADA
005879     DISPLAY "Tipos superados que se eliminan: " TCA-CANT-EDITADA
005880     DISPLAY "Confirme la depuracion (S/N):"
005881     MOVE SPACES TO TCA-CONFIRMACION
005882     ACCEPT TCA-CONFIRMACION
005883     IF TCA-CONFIRMACION NOT = "S" AND TCA-CONFIRMACION NOT = "s"
005884         DISPLAY "Depuracion cancelada."
005885         GO TO 7000-EXIT
005886     END-IF
005887     MOVE ZERO TO TCA-SUB-DESTINO
005888     PERFORM 7200-COMPACTAR-TIPO THRU 7200-EXIT
005889         VARYING TCA-SUB-TIPO FROM 1 BY 1
005890         UNTIL TCA-SUB-TIPO > TCA-TIPOS-USADOS
005891     MOVE TCA-SUB-DESTINO TO TCA-TIPOS-USADOS
005892     MOVE TCA-CANT-SUPERADOS TO TCA-CANT-CORTA
005893     MOVE "TD" TO TCA-SEG-TIPO
005894     MOVE SPACES TO TCA-SEG-DETALLE
005895     STRING "Depura " DELIMITED BY SIZE
005896         TCA-CANT-CORTA DELIMITED BY SIZE
005897         " antes de " DELIMITED BY SIZE
005898         TCA-FECHA-VIGENCIA DELIMITED BY SIZE
005899         INTO TCA-SEG-DETALLE
005900     PERFORM 8000-ESCRIBIR-SEGURIDAD THRU 8000-EXIT
005901     ADD TCA-CANT-SUPERADOS TO TCA-CANT-DEPURADOS
005902     SET TCA-HUBO-CAMBIOS TO TRUE
005903     DISPLAY "Depuracion terminada.".
005904 7000-EXIT.
005905     EXIT.
005906
005907*Un tipo anterior al corte esta superado si su moneda tiene otro
005908*posterior a el que tambien rige a mas tardar en el corte.
005909 7100-MARCAR-TIPO.
005910     MOVE "N" TO TCA-TAB-MARCA (TCA-SUB-TIPO)
005911     IF TCA-TAB-FECHA (TCA-SUB-TIPO) NOT < TCA-FECHA-VIGENCIA
005912         GO TO 7100-EXIT
005913     END-IF
005914     PERFORM 7150-BUSCAR-POSTERIOR THRU 7150-EXIT
005915         VARYING TCA-SUB-OTRO FROM 1 BY 1
005916         UNTIL TCA-SUB-OTRO > TCA-TIPOS-USADOS
005917            OR TCA-TAB-SUPERADO (TCA-SUB-TIPO)
005918     IF TCA-TAB-SUPERADO (TCA-SUB-TIPO)
005919         ADD 1 TO TCA-CANT-SUPERADOS
005920     END-IF.
005921 7100-EXIT.
005922     EXIT.
005923
005924 7150-BUSCAR-POSTERIOR.
005925     IF TCA-TAB-MONEDA (TCA-SUB-OTRO)
005926             = TCA-TAB-MONEDA (TCA-SUB-TIPO)
005927        AND TCA-TAB-FECHA (TCA-SUB-OTRO)
005928             > TCA-TAB-FECHA (TCA-SUB-TIPO)
005929        AND TCA-TAB-FECHA (TCA-SUB-OTRO)
005930             NOT > TCA-FECHA-VIGENCIA
005931         MOVE "S" TO TCA-TAB-MARCA (TCA-SUB-TIPO)
005932     END-IF.
005933 7150-EXIT.
005934     EXIT.
005935
005936*Los tipos que se conservan se recorren hacia el principio de
005937*la tabla en el mismo orden.
005938 7200-COMPACTAR-TIPO.
005939     IF TCA-TAB-SUPERADO (TCA-SUB-TIPO)
005940         GO TO 7200-EXIT
005941     END-IF
005942     ADD 1 TO TCA-SUB-DESTINO
005943     IF TCA-SUB-DESTINO NOT = TCA-SUB-TIPO
005944         MOVE TCA-TIPO-ENTRADA (TCA-SUB-TIPO)
005945             TO TCA-TIPO-ENTRADA (TCA-SUB-DESTINO)
005946     END-IF.
005947 7200-EXIT.
005948     EXIT.
005949
005950*-----------------------------------------------------------------
005951*    8000-ESCRIBIR-SEGURIDAD
005952*    Agrega un evento a SEGULOG; se crea si aun no existe.  Una
005953*    falla solo se avisa, igual que en la CALCULADORA.
005954*-----------------------------------------------------------------
005955 8000-ESCRIBIR-SEGURIDAD.
005956     OPEN EXTEND SECURITY-LOG-FILE
005957     IF TCA-SEGULOG-STATUS = "35"
005958         OPEN OUTPUT SECURITY-LOG-FILE
005959     END-IF
005960     IF TCA-SEGULOG-STATUS NOT = "00"
005961         DISPLAY "Aviso: no se pudo escribir la bitacora de "
005970                 "seguridad SEGULOG. Estado: "
005980                 TCA-SEGULOG-STATUS
005990         GO TO 8000-LIMPIAR
006000     END-IF
006010     ACCEPT TCA-HORA-COMPLETA FROM TIME
006020     MOVE SPACES TO SECURITY-LOG-RECORD
006030     MOVE TCA-FECHA-SISTEMA TO SEG-FECHA
006040     MOVE TCA-HORA-COMPLETA TO SEG-HORA
006050     MOVE TCA-OPERADOR-ID TO SEG-OPERADOR-ID
006060     MOVE TCA-SEG-TIPO TO SEG-TIPO-EVENTO
006070     MOVE TCA-SEG-DETALLE TO SEG-DETALLE
006080     MOVE TCA-SEG-ANTES TO SEG-IMAGEN-ANTES
006090     MOVE TCA-SEG-DESPUES TO SEG-IMAGEN-DESPUES
006100     WRITE SECURITY-LOG-RECORD
006110     CLOSE SECURITY-LOG-FILE.
006120 8000-LIMPIAR.
006130     MOVE SPACES TO TCA-SEG-ANTES
006140     MOVE SPACES TO TCA-SEG-DESPUES.
006150 8000-EXIT.
006160     EXIT.
006170
006180*-----------------------------------------------------------------
006190*    9000-TERMINAR
006200*    Regraba el maestro completo si hubo altas o cambios.  Una
006210*    falla al grabarlo termina con codigo 12: los cambios de la
006220*    sesion no quedaron en TIPCAMB.
006230*-----------------------------------------------------------------
006240 9000-TERMINAR.
006250     IF NOT TCA-HUBO-CAMBIOS
006260         DISPLAY "Sin cambios en el maestro TIPCAMB."
006270         MOVE ZERO TO RETURN-CODE
006280         GO TO 9000-EXIT
006290     END-IF
006300     OPEN OUTPUT EXCHANGE-RATE-FILE
006310     IF TCA-TIPCAMB-STATUS NOT = "00"
006320         DISPLAY "No se pudo grabar el maestro de tipos de "
006330                 "cambio TIPCAMB. Estado: " TCA-TIPCAMB-STATUS
006340         MOVE 12 TO RETURN-CODE
006350         GO TO 9000-EXIT
006360     END-IF
006370     PERFORM 9100-GRABAR-TIPO THRU 9100-EXIT
006380         VARYING TCA-SUB-TIPO FROM 1 BY 1
006390         UNTIL TCA-SUB-TIPO > TCA-TIPOS-USADOS
006400     CLOSE EXCHANGE-RATE-FILE
006410     MOVE TCA-CANT-ALTAS TO TCA-CANT-EDITADA
006420     DISPLAY "Altas:     " TCA-CANT-EDITADA
006430     MOVE TCA-CANT-CAMBIOS TO TCA-CANT-EDITADA
006435     DISPLAY "Cambios:   " TCA-CANT-EDITADA
006440     MOVE TCA-CANT-DEPURADOS TO TCA-CANT-EDITADA
006445     DISPLAY "Depurados: " TCA-CANT-EDITADA
006450     DISPLAY "Maestro TIPCAMB grabado."
006460     MOVE ZERO TO RETURN-CODE.
006470 9000-EXIT.
006480     EXIT.
006490
006500 9100-GRABAR-TIPO.
006510     MOVE SPACES TO EXCHANGE-RATE-RECORD
006520     MOVE TCA-TAB-MONEDA (TCA-SUB-TIPO) TO TCAM-MONEDA
006530     MOVE TCA-TAB-FECHA (TCA-SUB-TIPO) TO TCAM-FECHA
006540     MOVE TCA-TAB-TIPO (TCA-SUB-TIPO) TO TCAM-TIPO
006550     MOVE TCA-TAB-OPERADOR-ID (TCA-SUB-TIPO) TO TCAM-OPERADOR-ID
006560     MOVE TCA-TAB-FECHA-REAL (TCA-SUB-TIPO) TO TCAM-FECHA-REAL
006570     WRITE EXCHANGE-RATE-RECORD.
006580 9100-EXIT.
006590     EXIT.
006600
006610 END PROGRAM TIPOCAMBIO.
