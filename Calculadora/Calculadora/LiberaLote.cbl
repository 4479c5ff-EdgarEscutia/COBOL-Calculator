000010*****************************************************************
000020*    Program:     LIBERALOTE
000030*    Author:      Equipo de Sistemas Administrativos
000040*    Installation: Departamento de Contabilidad
000050*    Date-Written: 2026-10-15
000060*    Date-Compiled:
000070*    Purpose:     Liberacion de los lotes capturados antes del
000080*                 proceso nocturno.  Un operador firmado contra
000090*                 OPERMAST con el permiso de liberacion revisa un
000100*                 lote pendiente del control LOTECTL: el programa
000110*                 lee el lote en BATCHIN, muestra sus detalles y
000120*                 vuelve a calcular la cantidad y el total hash.
000130*                 Si cuadran con lo registrado al capturar, el
000140*                 operador lo libera o lo rechaza; si no cuadran
000150*                 solo puede rechazarlo.  Nadie libera un lote que
000160*                 el mismo capturo.  Cada decision se agrega a
000170*                 LOTECTL y queda en la bitacora SEGULOG; la
000180*                 CALCULADORA solo procesa los lotes liberados.
000190*    Tectonics:   cobc
000200*-----------------------------------------------------------------
000210*    Modification History
000220*    Date       Init  Description
000230*    ---------- ----  -------------------------------------------
000240*    2026-10-15 EE    Version original - revision, liberacion y
000250*                      rechazo de lotes pendientes con bitacora.
000260*****************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. LIBERALOTE.
000290 AUTHOR. EQUIPO DE SISTEMAS ADMINISTRATIVOS.
000300 INSTALLATION. DEPARTAMENTO DE CONTABILIDAD.
000310 DATE-WRITTEN. 2026-10-15.
000320 DATE-COMPILED.
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS LIB-OPERMAST-STATUS.
000400
000410*Control de liberacion: se lee completo al empezar y cada
000420*decision se le agrega al final.
000430     SELECT LOTE-CONTROL-FILE ASSIGN TO "LOTECTL"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS LIB-LOTECTL-STATUS.
000460
000470*Archivo de lotes tal como lo dejo la captura; solo se lee.
000480     SELECT BATCH-INPUT-FILE ASSIGN TO "BATCHIN"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS LIB-BATCH-STATUS.
000510
000520*Bitacora de seguridad: firma, liberaciones, rechazos y
000530*rechazos de autorizacion.  Se abre y cierra por evento.
000540     SELECT SECURITY-LOG-FILE ASSIGN TO "SEGULOG"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS LIB-SEGULOG-STATUS.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  OPERATOR-MASTER-FILE.
000610 01  OPERATOR-MASTER-RECORD.
000620     COPY OPERREC.
000630
000640 FD  LOTE-CONTROL-FILE.
000650 01  LOTE-CONTROL-RECORD.
000660     COPY LCTLREC.
000670
000680 FD  BATCH-INPUT-FILE.
000690 01  BATCH-INPUT-RECORD.
000700     05  BATCH-TIPO-REGISTRO         PIC X(01).
000710         88 BATCH-REG-ENCABEZADO VALUE "H".
000720         88 BATCH-REG-DETALLE VALUE "D".
000730         88 BATCH-REG-COLA VALUE "T".
000740     05  BATCH-DATOS                 PIC X(27).
000750     05  BATCH-DATOS-DET REDEFINES BATCH-DATOS.
000760*El REPLACING nombra cada campo para no tocar los "05" que
000770*aparecen dentro de las PICTURE (S9(05)V99).
000780     COPY CALCLOTE REPLACING
000790         ==05  CALC-TRANSACCION-ID== BY
000800             ==10  CALC-TRANSACCION-ID==
000810         ==05  CALC-OPCION== BY ==10  CALC-OPCION==
000820         ==05  CALC-NUMERO-1== BY ==10  CALC-NUMERO-1==
000830         ==05  CALC-NUMERO-2== BY ==10  CALC-NUMERO-2==.
000840*Vista en texto del detalle, para reconocer la M de
000850*encadenamiento y el codigo de moneda de la conversion antes de
000860*usar los operandos como numeros.
000870     05  BATCH-DATOS-TXT REDEFINES BATCH-DATOS.
000880         10  FILLER                  PIC X(10).
000890         10  BATCH-OPCION-TXT        PIC X(01).
000900             88 BATCH-CONVERSION VALUE "7".
000910         10  BATCH-NUM1-TXT          PIC X(08).
000920         10  BATCH-NUM2-TXT          PIC X(08).
000930         10  BATCH-NUM2-MON REDEFINES BATCH-NUM2-TXT.
000940             15  BATCH-MONEDA        PIC X(03).
000950             15  FILLER              PIC X(05).
000960     05  BATCH-DATOS-ENC REDEFINES BATCH-DATOS.
000970         10  BATCH-ENC-LOTE-ID       PIC X(08).
000980         10  BATCH-ENC-FECHA         PIC 9(08).
000990         10  FILLER                  PIC X(11).
001000     05  BATCH-DATOS-COLA REDEFINES BATCH-DATOS.
001010         10  BATCH-COLA-CANT-REG     PIC 9(08).
001020         10  BATCH-COLA-HASH         PIC S9(09)V99
001030                                     SIGN LEADING SEPARATE.
001040         10  FILLER                  PIC X(07).
001050
001060 FD  SECURITY-LOG-FILE.
001070 01  SECURITY-LOG-RECORD.
001080     COPY SEGEVENT.
001090
001100 WORKING-STORAGE SECTION.
001110*Interruptores de control del programa.
001120 77  LIB-SW-FIN-OPERADORES PIC X(01) VALUE "N".
001130     88 LIB-FIN-OPERADORES VALUE "S".
001140
001150 77  LIB-SW-FIN-LOTECTL PIC X(01) VALUE "N".
001160     88 LIB-FIN-LOTECTL VALUE "S".
001170
001180 77  LIB-SW-FIN-BATCHIN PIC X(01) VALUE "N".
001190     88 LIB-FIN-BATCHIN VALUE "S".
001200
001210 77  LIB-SW-OPERADOR PIC X(01) VALUE "N".
001220     88 LIB-OPERADOR-HALLADO VALUE "S".
001230     88 LIB-OPERADOR-NO-HALLADO VALUE "N".
001240
001250 77  LIB-SW-LOTE PIC X(01) VALUE "N".
001260     88 LIB-LOTE-HALLADO VALUE "S".
001270     88 LIB-LOTE-NO-HALLADO VALUE "N".
001280
001290*Situacion del lote en BATCHIN mientras se lee: aun no aparece
001300*su encabezado, se estan leyendo sus detalles o ya llego su cola.
001310 77  LIB-SW-LECTURA PIC X(01) VALUE "B".
001320     88 LIB-BUSCANDO-LOTE VALUE "B".
001330     88 LIB-EN-LOTE VALUE "E".
001340     88 LIB-LOTE-TERMINADO VALUE "T".
001350
001360*El lote cuadra cuando BATCHIN trae su encabezado con la fecha
001370*registrada y su cola, y la cantidad y el total hash
001380*recalculados coinciden con la cola y con la captura.
001390 77  LIB-SW-CUADRA PIC X(01) VALUE "N".
001400     88 LIB-LOTE-CUADRA VALUE "S".
001410     88 LIB-LOTE-NO-CUADRA VALUE "N".
001420
001430 77  LIB-SW-TERMINAR PIC X(01) VALUE "N".
001440     88 LIB-TERMINAR VALUE "S".
001450
001456*Lotes cuyo ultimo evento en LOTECTL es la captura (P), en el
001462*orden en que aparecieron; un lote liberado o rechazado sale de
001468*la tabla, asi que el limite es de lotes pendientes, no de la
001474*historia del control.
001480 01  LIB-TABLA-LOTES.
001490     05  LIB-LOTE-ENTRADA OCCURS 1000 TIMES
001500             INDEXED BY LIB-NDX-LOTE.
001510         10  LIB-TAB-LOTE-ID          PIC X(08).
001520         10  LIB-TAB-FECHA            PIC 9(08).
001530         10  LIB-TAB-ESTADO           PIC X(01).
001540             88 LIB-TAB-PENDIENTE VALUE "P".
001550         10  LIB-TAB-CANT-REG         PIC 9(08).
001560         10  LIB-TAB-HASH             PIC S9(09)V99.
001570         10  LIB-TAB-CAPTURISTA-ID    PIC X(08).
001580 77  LIB-LOTES-USADOS PIC 9(04) COMP VALUE ZERO.
001590 77  LIB-LOTES-MAXIMO PIC 9(04) COMP VALUE 1000.
001600 77  LIB-SUB-LOTE PIC 9(04) COMP VALUE ZERO.
001605 77  LIB-SUB-SIGUIENTE PIC 9(04) COMP VALUE ZERO.
001610 77  LIB-CANT-PENDIENTES PIC 9(04) COMP VALUE ZERO.
001620 77  LIB-CANT-LIBERADOS PIC 9(08) COMP VALUE ZERO.
001630 77  LIB-CANT-RECHAZADOS PIC 9(08) COMP VALUE ZERO.
001640
001650*Cifras del lote recalculadas al leer BATCHIN.
001660 77  LIB-BATCH-FECHA PIC 9(08) VALUE ZEROS.
001670 77  LIB-BATCH-CANT-REG PIC 9(08) COMP VALUE ZERO.
001680 77  LIB-BATCH-HASH PIC S9(09)V99 COMP VALUE ZERO.
001690 77  LIB-COLA-CANT-REG PIC 9(08) VALUE ZEROS.
001700 77  LIB-COLA-HASH PIC S9(09)V99 VALUE ZERO.
001710 77  LIB-MOTIVO-DIFERENCIA PIC X(40) VALUE SPACES.
001720
001730*Datos capturados en consola.
001740 77  LIB-OPERADOR-ID PIC X(08) VALUE SPACES.
001750 77  LIB-OPERADOR-NOMBRE PIC X(30) VALUE SPACES.
001753 77  LIB-OPERADOR-ESTADO PIC X(01) VALUE SPACES.
001756 77  LIB-OPERADOR-LIBERA PIC X(01) VALUE SPACES.
001760 77  LIB-ENTRADA-LOTE PIC X(08) VALUE SPACES.
001770 77  LIB-ACCION PIC X(01) VALUE SPACES.
001780     88 LIB-ACCION-LIBERAR VALUE "L".
001790     88 LIB-ACCION-RECHAZAR VALUE "R".
001800 77  LIB-MOTIVO PIC X(30) VALUE SPACES.
001810
001820*Imagen legible del evento grabado en LOTECTL para SEGULOG:
001830*lote, fecha, estado, cantidad, total hash y capturista.
001840 01  LIB-IMAGEN.
001850     05  LIB-IMG-LOTE-ID              PIC X(08).
001860     05  FILLER                       PIC X(01) VALUE SPACE.
001870     05  LIB-IMG-FECHA                PIC 9(08).
001880     05  FILLER                       PIC X(01) VALUE SPACE.
001890     05  LIB-IMG-ESTADO               PIC X(01).
001900     05  FILLER                       PIC X(01) VALUE SPACE.
001910     05  LIB-IMG-CANT-REG             PIC 9(05).
001920     05  FILLER                       PIC X(01) VALUE SPACE.
001930     05  LIB-IMG-HASH                 PIC -(9)9.99.
001940     05  FILLER                       PIC X(01) VALUE SPACE.
001950     05  LIB-IMG-CAPTURISTA-ID        PIC X(08).
001960
001970*Fecha y hora del sistema para los registros y los eventos.
001980 77  LIB-FECHA-SISTEMA PIC 9(08) VALUE ZEROS.
001990 77  LIB-HORA-COMPLETA PIC 9(08) VALUE ZEROS.
002000
002010*Evento de seguridad en armado.
002020 77  LIB-SEG-TIPO PIC X(02) VALUE SPACES.
002030 77  LIB-SEG-DETALLE PIC X(30) VALUE SPACES.
002040 77  LIB-SEG-ANTES PIC X(48) VALUE SPACES.
002050 77  LIB-SEG-DESPUES PIC X(48) VALUE SPACES.
002060
002070*Campos editados.
002080 77  LIB-FECHA-EDITADA PIC 9999/99/99.
002090 77  LIB-CANT-EDITADA PIC ZZZZZZZ9.
002100 77  LIB-HASH-EDITADO PIC -(9)9.99.
002110 77  LIB-NUMERO-EDITADO PIC -(5)9.99.
002120 77  LIB-OPERANDO-1 PIC X(09) VALUE SPACES.
002130 77  LIB-OPERANDO-2 PIC X(09) VALUE SPACES.
002140
002150*Codigos de estado de archivo.
002160 77  LIB-OPERMAST-STATUS PIC XX VALUE "00".
002170 77  LIB-LOTECTL-STATUS PIC XX VALUE "00".
002180 77  LIB-BATCH-STATUS PIC XX VALUE "00".
002190 77  LIB-SEGULOG-STATUS PIC XX VALUE "00".
002200
002210 PROCEDURE DIVISION.
002220*-----------------------------------------------------------------
002230*    0000-PRINCIPAL
002240*    Punto de entrada: firma, carga del control de liberacion y
002250*    revision de lotes hasta que el operador termina.
002260*-----------------------------------------------------------------
002270 0000-PRINCIPAL.
002280     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
002290     PERFORM 2000-PROCESAR-LOTE THRU 2000-EXIT
002300         UNTIL LIB-TERMINAR
002310     PERFORM 9000-TERMINAR THRU 9000-EXIT
002320     STOP RUN.
002330
002340*-----------------------------------------------------------------
002350*    1000-INICIALIZAR
002360*    Firma del operador y carga del control de liberacion.
002370*-----------------------------------------------------------------
002380 1000-INICIALIZAR.
002390     DISPLAY "LIBERALOTE - Liberacion de lotes capturados"
002400     ACCEPT LIB-FECHA-SISTEMA FROM DATE YYYYMMDD
002410     PERFORM 1100-FIRMAR-OPERADOR THRU 1100-EXIT
002420     PERFORM 1200-CARGAR-LOTES THRU 1200-EXIT.
002430 1000-EXIT.
002440     EXIT.
002450
002460*La firma busca el identificador en el maestro de operadores;
002470*uno desconocido o inactivo queda en SEGULOG y termina la
002480*corrida.  Sin el permiso de liberacion el rechazo tambien
002490*queda en SEGULOG.
002500 1100-FIRMAR-OPERADOR.
002510     DISPLAY "Introduzca su identificador de operador (8 car.):"
002520     ACCEPT LIB-OPERADOR-ID
002530     OPEN INPUT OPERATOR-MASTER-FILE
002540     IF LIB-OPERMAST-STATUS NOT = "00"
002550         DISPLAY "No se pudo abrir el maestro de operadores "
002560                 "OPERMAST. Estado: " LIB-OPERMAST-STATUS
002570         MOVE 12 TO RETURN-CODE
002580         STOP RUN
002590     END-IF
002600     SET LIB-OPERADOR-NO-HALLADO TO TRUE
002610     PERFORM 1150-LEER-OPERADOR THRU 1150-EXIT
002620         UNTIL LIB-FIN-OPERADORES OR LIB-OPERADOR-HALLADO
002630     CLOSE OPERATOR-MASTER-FILE
002640     IF LIB-OPERADOR-NO-HALLADO
002650         DISPLAY "Operador desconocido."
002660         MOVE "FF" TO LIB-SEG-TIPO
002670         MOVE "Operador desconocido" TO LIB-SEG-DETALLE
002680         PERFORM 8000-ESCRIBIR-SEGURIDAD THRU 8000-EXIT
002690         MOVE 12 TO RETURN-CODE
002700         STOP RUN
002710     END-IF
002720     IF LIB-OPERADOR-ESTADO NOT = "A"
002730         DISPLAY "Operador inactivo."
002740         MOVE "FF" TO LIB-SEG-TIPO
002750         MOVE "Operador inactivo" TO LIB-SEG-DETALLE
002760         PERFORM 8000-ESCRIBIR-SEGURIDAD THRU 8000-EXIT
002770         MOVE 12 TO RETURN-CODE
002780         STOP RUN
002790     END-IF
002810     MOVE "FO" TO LIB-SEG-TIPO
002820     MOVE "Firma correcta" TO LIB-SEG-DETALLE
002830     PERFORM 8000-ESCRIBIR-SEGURIDAD THRU 8000-EXIT
002840     IF LIB-OPERADOR-LIBERA NOT = "S"
002850         DISPLAY "No tiene permiso para liberar lotes."
002860         MOVE "RA" TO LIB-SEG-TIPO
002870         MOVE "Sin permiso de liberacion" TO LIB-SEG-DETALLE
002880         PERFORM 8000-ESCRIBIR-SEGURIDAD THRU 8000-EXIT
002890         MOVE 8 TO RETURN-CODE
002900         STOP RUN
002910     END-IF
002920     DISPLAY "Bienvenido, " LIB-OPERADOR-NOMBRE.
002930 1100-EXIT.
002940     EXIT.
002950
002960 1150-LEER-OPERADOR.
002970     READ OPERATOR-MASTER-FILE
002980         AT END
002990             SET LIB-FIN-OPERADORES TO TRUE
003000             GO TO 1150-EXIT
003010     END-READ
003020     IF OPM-ID = LIB-OPERADOR-ID
003030         SET LIB-OPERADOR-HALLADO TO TRUE
003032         MOVE OPM-ESTADO TO LIB-OPERADOR-ESTADO
003034         MOVE OPM-NOMBRE TO LIB-OPERADOR-NOMBRE
003036         MOVE OPM-PERMISO-LIBERA TO LIB-OPERADOR-LIBERA
003040     END-IF.
003050 1150-EXIT.
003060     EXIT.
003070
003080*Sin control de liberacion no hay nada pendiente.  Mas lotes
003090*pendientes de los que caben en la tabla detienen la corrida: un
003100*lote que no se cargo no podria revisarse.
003110 1200-CARGAR-LOTES.
003120     MOVE ZERO TO LIB-LOTES-USADOS
003130     OPEN INPUT LOTE-CONTROL-FILE
003140     IF LIB-LOTECTL-STATUS = "35"
003150         DISPLAY "El control de liberacion LOTECTL no existe; "
003160                 "no hay lotes capturados."
003170         GO TO 1200-EXIT
003180     END-IF
003190     IF LIB-LOTECTL-STATUS NOT = "00"
003200         DISPLAY "No se pudo abrir el control de liberacion "
003210                 "LOTECTL. Estado: " LIB-LOTECTL-STATUS
003220         MOVE 12 TO RETURN-CODE
003230         STOP RUN
003240     END-IF
003250     PERFORM 1250-LEER-LOTECTL THRU 1250-EXIT
003260         UNTIL LIB-FIN-LOTECTL
003270     CLOSE LOTE-CONTROL-FILE.
003280 1200-EXIT.
003290     EXIT.
003300
003306*Una captura (P) reemplaza la situacion anterior de su lote, y
003312*un lote nuevo ocupa la siguiente entrada de la tabla.  Una
003318*liberacion o un rechazo saca al lote de la tabla; el evento de
003324*un lote que no esta en ella ya no importa.
003330 1250-LEER-LOTECTL.
003340     READ LOTE-CONTROL-FILE
003350         AT END
003360             SET LIB-FIN-LOTECTL TO TRUE
003370             GO TO 1250-EXIT
003380     END-READ
003390     MOVE LCT-LOTE-ID TO LIB-ENTRADA-LOTE
003400     PERFORM 6000-BUSCAR-LOTE THRU 6000-EXIT
003401     IF NOT LCT-PENDIENTE
003402         IF LIB-LOTE-HALLADO
003403             PERFORM 1260-QUITAR-LOTE THRU 1260-EXIT
003404         END-IF
003405         GO TO 1250-EXIT
003406     END-IF
003410     IF LIB-LOTE-NO-HALLADO
003420         IF LIB-LOTES-USADOS NOT < LIB-LOTES-MAXIMO
003430             DISPLAY "El control LOTECTL tiene mas lotes "
003440                     "pendientes de los que caben en la tabla."
003450             CLOSE LOTE-CONTROL-FILE
003460             MOVE 12 TO RETURN-CODE
003470             STOP RUN
003480         END-IF
003490         ADD 1 TO LIB-LOTES-USADOS
003500         SET LIB-NDX-LOTE TO LIB-LOTES-USADOS
003510     END-IF
003520     MOVE LCT-LOTE-ID TO LIB-TAB-LOTE-ID (LIB-NDX-LOTE)
003530     MOVE LCT-FECHA TO LIB-TAB-FECHA (LIB-NDX-LOTE)
003540     MOVE LCT-ESTADO TO LIB-TAB-ESTADO (LIB-NDX-LOTE)
003550     MOVE LCT-CANT-REG TO LIB-TAB-CANT-REG (LIB-NDX-LOTE)
003560     MOVE LCT-HASH TO LIB-TAB-HASH (LIB-NDX-LOTE)
003570     MOVE LCT-CAPTURISTA-ID
003580         TO LIB-TAB-CAPTURISTA-ID (LIB-NDX-LOTE).
003590 1250-EXIT.
003591     EXIT.
003592
003593*Las entradas que siguen al lote se recorren un lugar hacia
003594*arriba para que la lista conserve su orden.
003595 1260-QUITAR-LOTE.
003596     SET LIB-SUB-LOTE TO LIB-NDX-LOTE
003597     PERFORM 1270-SUBIR-ENTRADA THRU 1270-EXIT
003598         UNTIL LIB-SUB-LOTE NOT < LIB-LOTES-USADOS
003599     SUBTRACT 1 FROM LIB-LOTES-USADOS.
003600 1260-EXIT.
003601     EXIT.
003602
003603 1270-SUBIR-ENTRADA.
003604     COMPUTE LIB-SUB-SIGUIENTE = LIB-SUB-LOTE + 1
003605     MOVE LIB-LOTE-ENTRADA (LIB-SUB-SIGUIENTE)
003606         TO LIB-LOTE-ENTRADA (LIB-SUB-LOTE)
003607     MOVE LIB-SUB-SIGUIENTE TO LIB-SUB-LOTE.
003608 1270-EXIT.
003609     EXIT.
003610
003620*-----------------------------------------------------------------
003630*    2000-PROCESAR-LOTE
003640*    Lista los lotes pendientes y pide uno para revisarlo; un
003650*    lote en blanco, o ninguno pendiente, termina la sesion.
003660*-----------------------------------------------------------------
003670 2000-PROCESAR-LOTE.
003680     PERFORM 2100-LISTAR-PENDIENTES THRU 2100-EXIT
003690     IF LIB-CANT-PENDIENTES = ZERO
003700         DISPLAY "No hay lotes pendientes de liberacion."
003710         SET LIB-TERMINAR TO TRUE
003720         GO TO 2000-EXIT
003730     END-IF
003740     DISPLAY "Lote a revisar (en blanco termina):"
003750     MOVE SPACES TO LIB-ENTRADA-LOTE
003760     ACCEPT LIB-ENTRADA-LOTE
003770     IF LIB-ENTRADA-LOTE = SPACES
003780         SET LIB-TERMINAR TO TRUE
003790         GO TO 2000-EXIT
003800     END-IF
003810     PERFORM 6000-BUSCAR-LOTE THRU 6000-EXIT
003820     IF LIB-LOTE-NO-HALLADO
003830         DISPLAY "El lote " LIB-ENTRADA-LOTE " no esta "
003840                 "pendiente de liberacion."
003850         GO TO 2000-EXIT
003860     END-IF
003870     IF NOT LIB-TAB-PENDIENTE (LIB-NDX-LOTE)
003880         DISPLAY "El lote " LIB-ENTRADA-LOTE " no esta "
003890                 "pendiente; su situacion es "
003900                 LIB-TAB-ESTADO (LIB-NDX-LOTE) "."
003910         GO TO 2000-EXIT
003920     END-IF
003930*Quien capturo el lote no puede liberarlo ni rechazarlo: el
003940*intento queda en SEGULOG como rechazo de autorizacion.
003950     IF LIB-TAB-CAPTURISTA-ID (LIB-NDX-LOTE) = LIB-OPERADOR-ID
003960         DISPLAY "Usted capturo el lote " LIB-ENTRADA-LOTE
003970                 "; otro operador debe revisarlo."
003980         MOVE "RA" TO LIB-SEG-TIPO
003990         MOVE SPACES TO LIB-SEG-DETALLE
004000         STRING "Revision de su lote " DELIMITED BY SIZE
004010             LIB-ENTRADA-LOTE DELIMITED BY SIZE
004020             INTO LIB-SEG-DETALLE
004030         PERFORM 8000-ESCRIBIR-SEGURIDAD THRU 8000-EXIT
004040         GO TO 2000-EXIT
004050     END-IF
004060     PERFORM 3000-REVISAR-BATCHIN THRU 3000-EXIT
004070     PERFORM 4000-DECIDIR-LOTE THRU 4000-EXIT.
004080 2000-EXIT.
004090     EXIT.
004100
004110 2100-LISTAR-PENDIENTES.
004120     MOVE ZERO TO LIB-CANT-PENDIENTES
004130     PERFORM 2150-LISTAR-UNO THRU 2150-EXIT
004140         VARYING LIB-SUB-LOTE FROM 1 BY 1
004150         UNTIL LIB-SUB-LOTE > LIB-LOTES-USADOS.
004160 2100-EXIT.
004170     EXIT.
004180
004190 2150-LISTAR-UNO.
004200     IF LIB-TAB-ESTADO (LIB-SUB-LOTE) NOT = "P"
004210         GO TO 2150-EXIT
004220     END-IF
004230     IF LIB-CANT-PENDIENTES = ZERO
004240         DISPLAY " "
004250         DISPLAY "LOTE     FECHA      DETALLES    TOTAL HASH "
004260                 "CAPTURO"
004270     END-IF
004280     ADD 1 TO LIB-CANT-PENDIENTES
004290     MOVE LIB-TAB-FECHA (LIB-SUB-LOTE) TO LIB-FECHA-EDITADA
004300     MOVE LIB-TAB-CANT-REG (LIB-SUB-LOTE) TO LIB-CANT-EDITADA
004310     MOVE LIB-TAB-HASH (LIB-SUB-LOTE) TO LIB-HASH-EDITADO
004320     DISPLAY LIB-TAB-LOTE-ID (LIB-SUB-LOTE) " "
004330             LIB-FECHA-EDITADA " "
004340             LIB-CANT-EDITADA " "
004350             LIB-HASH-EDITADO " "
004360             LIB-TAB-CAPTURISTA-ID (LIB-SUB-LOTE).
004370 2150-EXIT.
004380     EXIT.
004390
004400*-----------------------------------------------------------------
004410*    3000-REVISAR-BATCHIN
004420*    Lee el lote en BATCHIN, muestra cada detalle y recalcula la
004430*    cantidad y el total hash con las mismas reglas que la
004440*    CALCULADORA: una M de encadenamiento cuenta cero y el codigo
004450*    de moneda de la conversion no entra.  Deja el resultado de
004460*    la comparacion en LIB-SW-CUADRA.
004470*-----------------------------------------------------------------
004480 3000-REVISAR-BATCHIN.
004490     SET LIB-LOTE-NO-CUADRA TO TRUE
004500     SET LIB-BUSCANDO-LOTE TO TRUE
004510     MOVE "N" TO LIB-SW-FIN-BATCHIN
004520     MOVE ZERO TO LIB-BATCH-FECHA
004530     MOVE ZERO TO LIB-BATCH-CANT-REG
004540     MOVE ZERO TO LIB-BATCH-HASH
004550     MOVE ZERO TO LIB-COLA-CANT-REG
004560     MOVE ZERO TO LIB-COLA-HASH
004570     OPEN INPUT BATCH-INPUT-FILE
004580     IF LIB-BATCH-STATUS NOT = "00"
004590         MOVE "BATCHIN no se pudo abrir" TO LIB-MOTIVO-DIFERENCIA
004600         DISPLAY "No se pudo abrir el archivo de lotes BATCHIN. "
004610                 "Estado: " LIB-BATCH-STATUS
004620         GO TO 3000-EXIT
004630     END-IF
004640     DISPLAY " "
004650     DISPLAY "TRANSACC.  OP  OPERANDO 1 OPERANDO 2"
004660     PERFORM 3100-LEER-BATCHIN THRU 3100-EXIT
004670         UNTIL LIB-FIN-BATCHIN OR LIB-LOTE-TERMINADO
004680     CLOSE BATCH-INPUT-FILE
004690     PERFORM 3300-COMPARAR-CIFRAS THRU 3300-EXIT.
004700 3000-EXIT.
004710     EXIT.
004720
004730*Hasta el encabezado del lote se salta todo; despues se toman
004740*sus detalles hasta su cola.  Un encabezado nuevo antes de la
004750*cola deja al lote truncado.
004760 3100-LEER-BATCHIN.
004770     READ BATCH-INPUT-FILE
004780         AT END
004790             SET LIB-FIN-BATCHIN TO TRUE
004800             GO TO 3100-EXIT
004810     END-READ
004820     IF LIB-BUSCANDO-LOTE
004830         IF BATCH-REG-ENCABEZADO
004840            AND BATCH-ENC-LOTE-ID = LIB-ENTRADA-LOTE
004850             SET LIB-EN-LOTE TO TRUE
004860             MOVE BATCH-ENC-FECHA TO LIB-BATCH-FECHA
004870         END-IF
004880         GO TO 3100-EXIT
004890     END-IF
004900     EVALUATE TRUE
004910         WHEN BATCH-REG-DETALLE
004920             PERFORM 3200-MOSTRAR-DETALLE THRU 3200-EXIT
004930         WHEN BATCH-REG-COLA
004940             MOVE BATCH-COLA-CANT-REG TO LIB-COLA-CANT-REG
004950             MOVE BATCH-COLA-HASH TO LIB-COLA-HASH
004960             SET LIB-LOTE-TERMINADO TO TRUE
004970         WHEN OTHER
004980             SET LIB-FIN-BATCHIN TO TRUE
004990     END-EVALUATE.
005000 3100-EXIT.
005010     EXIT.
005020
005030 3200-MOSTRAR-DETALLE.
005040     ADD 1 TO LIB-BATCH-CANT-REG
005050     IF BATCH-NUM1-TXT = "M"
005060         MOVE "M" TO LIB-OPERANDO-1
005070     ELSE
005080         ADD CALC-NUMERO-1 TO LIB-BATCH-HASH
005090         MOVE CALC-NUMERO-1 TO LIB-NUMERO-EDITADO
005100         MOVE LIB-NUMERO-EDITADO TO LIB-OPERANDO-1
005110     END-IF
005120     EVALUATE TRUE
005130         WHEN BATCH-NUM2-TXT = "M"
005140             MOVE "M" TO LIB-OPERANDO-2
005150         WHEN BATCH-CONVERSION
005160             MOVE BATCH-MONEDA TO LIB-OPERANDO-2
005170         WHEN OTHER
005180             ADD CALC-NUMERO-2 TO LIB-BATCH-HASH
005190             MOVE CALC-NUMERO-2 TO LIB-NUMERO-EDITADO
005200             MOVE LIB-NUMERO-EDITADO TO LIB-OPERANDO-2
005210     END-EVALUATE
005220     DISPLAY CALC-TRANSACCION-ID " "
005230             BATCH-OPCION-TXT "   "
005240             LIB-OPERANDO-1 " "
005250             LIB-OPERANDO-2.
005260 3200-EXIT.
005270     EXIT.
005280
005290*Muestra las cifras registradas al capturar, las de la cola y
005300*las recalculadas; el lote cuadra solo si todo coincide.
005310 3300-COMPARAR-CIFRAS.
005320     MOVE LIB-TAB-CANT-REG (LIB-NDX-LOTE) TO LIB-CANT-EDITADA
005330     MOVE LIB-TAB-HASH (LIB-NDX-LOTE) TO LIB-HASH-EDITADO
005340     DISPLAY "Registrado al capturar: " LIB-CANT-EDITADA
005350             " detalles, hash " LIB-HASH-EDITADO
005360     MOVE LIB-COLA-CANT-REG TO LIB-CANT-EDITADA
005370     MOVE LIB-COLA-HASH TO LIB-HASH-EDITADO
005380     DISPLAY "Cola del lote:          " LIB-CANT-EDITADA
005390             " detalles, hash " LIB-HASH-EDITADO
005400     MOVE LIB-BATCH-CANT-REG TO LIB-CANT-EDITADA
005410     MOVE LIB-BATCH-HASH TO LIB-HASH-EDITADO
005420     DISPLAY "Recalculado en BATCHIN: " LIB-CANT-EDITADA
005430             " detalles, hash " LIB-HASH-EDITADO
005440     EVALUATE TRUE
005450         WHEN LIB-BUSCANDO-LOTE
005460             MOVE "el lote no esta en BATCHIN"
005470                 TO LIB-MOTIVO-DIFERENCIA
005480         WHEN LIB-EN-LOTE
005490             MOVE "el lote no tiene cola en BATCHIN"
005500                 TO LIB-MOTIVO-DIFERENCIA
005510         WHEN LIB-BATCH-FECHA NOT = LIB-TAB-FECHA (LIB-NDX-LOTE)
005520             MOVE "la fecha difiere de la capturada"
005530                 TO LIB-MOTIVO-DIFERENCIA
005540         WHEN LIB-BATCH-CANT-REG NOT = LIB-COLA-CANT-REG
005550           OR LIB-BATCH-HASH NOT = LIB-COLA-HASH
005560             MOVE "los detalles no cuadran con la cola"
005570                 TO LIB-MOTIVO-DIFERENCIA
005580         WHEN LIB-COLA-CANT-REG NOT =
005590                  LIB-TAB-CANT-REG (LIB-NDX-LOTE)
005600           OR LIB-COLA-HASH NOT = LIB-TAB-HASH (LIB-NDX-LOTE)
005610             MOVE "la cola difiere de la captura"
005620                 TO LIB-MOTIVO-DIFERENCIA
005630         WHEN OTHER
005640             SET LIB-LOTE-CUADRA TO TRUE
005650     END-EVALUATE.
005660 3300-EXIT.
005670     EXIT.
005680
005690*-----------------------------------------------------------------
005700*    4000-DECIDIR-LOTE
005710*    Pide la decision sobre el lote revisado.  Un lote que no
005720*    cuadra solo puede rechazarse; un rechazo exige motivo.  En
005730*    blanco el lote sigue pendiente.
005740*-----------------------------------------------------------------
005750 4000-DECIDIR-LOTE.
005760     IF LIB-LOTE-CUADRA
005770         DISPLAY "El lote cuadra con su registro de captura."
005780         DISPLAY "L-Liberar R-Rechazar (en blanco lo deja "
005790                 "pendiente):"
005800     ELSE
005810         DISPLAY "El lote no cuadra: " LIB-MOTIVO-DIFERENCIA
005820         DISPLAY "Solo puede rechazarse. R-Rechazar (en blanco "
005830                 "lo deja pendiente):"
005840     END-IF
005850     MOVE SPACES TO LIB-ACCION
005860     ACCEPT LIB-ACCION
005870     INSPECT LIB-ACCION CONVERTING "lr" TO "LR"
005880     IF LIB-ACCION = SPACE
005890         DISPLAY "El lote sigue pendiente."
005900         GO TO 4000-EXIT
005910     END-IF
005920     IF LIB-ACCION-LIBERAR AND LIB-LOTE-NO-CUADRA
005930         DISPLAY "Un lote que no cuadra no puede liberarse."
005940         GO TO 4000-EXIT
005950     END-IF
005960     IF NOT LIB-ACCION-LIBERAR AND NOT LIB-ACCION-RECHAZAR
005970         DISPLAY "Accion invalida: " LIB-ACCION
005980         GO TO 4000-EXIT
005990     END-IF
006000     MOVE SPACES TO LIB-MOTIVO
006010     IF LIB-ACCION-RECHAZAR
006020         DISPLAY "Motivo del rechazo (30 car.):"
006030         ACCEPT LIB-MOTIVO
006040         IF LIB-MOTIVO = SPACES
006050             DISPLAY "El rechazo necesita un motivo; el lote "
006060                     "sigue pendiente."
006070             GO TO 4000-EXIT
006080         END-IF
006090     END-IF
006100     PERFORM 8100-AGREGAR-EVENTO THRU 8100-EXIT
006110     MOVE LIB-ACCION TO LIB-TAB-ESTADO (LIB-NDX-LOTE)
006120     MOVE SPACES TO LIB-SEG-DETALLE
006130     IF LIB-ACCION-LIBERAR
006140         MOVE "LL" TO LIB-SEG-TIPO
006150         STRING "Liberacion del lote " DELIMITED BY SIZE
006160             LIB-ENTRADA-LOTE DELIMITED BY SIZE
006170             INTO LIB-SEG-DETALLE
006180         ADD 1 TO LIB-CANT-LIBERADOS
006190         DISPLAY "Lote " LIB-ENTRADA-LOTE " liberado."
006200     ELSE
006210         MOVE "LR" TO LIB-SEG-TIPO
006220         STRING "Rechazo del lote " DELIMITED BY SIZE
006230             LIB-ENTRADA-LOTE DELIMITED BY SIZE
006240             INTO LIB-SEG-DETALLE
006250         MOVE LIB-MOTIVO TO LIB-SEG-DESPUES
006260         ADD 1 TO LIB-CANT-RECHAZADOS
006270         DISPLAY "Lote " LIB-ENTRADA-LOTE " rechazado."
006280     END-IF
006290     PERFORM 8200-ARMAR-IMAGEN THRU 8200-EXIT
006300     MOVE LIB-IMAGEN TO LIB-SEG-ANTES
006310     PERFORM 8000-ESCRIBIR-SEGURIDAD THRU 8000-EXIT.
006320 4000-EXIT.
006330     EXIT.
006340
006350*Busca el lote capturado en la tabla; deja el indice en el
006360*lote hallado.
006370 6000-BUSCAR-LOTE.
006380     SET LIB-LOTE-NO-HALLADO TO TRUE
006390     IF LIB-LOTES-USADOS = ZERO
006400         GO TO 6000-EXIT
006410     END-IF
006420     SET LIB-NDX-LOTE TO 1
006430     SEARCH LIB-LOTE-ENTRADA
006440         AT END
006450             SET LIB-LOTE-NO-HALLADO TO TRUE
006460         WHEN LIB-NDX-LOTE > LIB-LOTES-USADOS
006470             SET LIB-LOTE-NO-HALLADO TO TRUE
006480         WHEN LIB-TAB-LOTE-ID (LIB-NDX-LOTE) = LIB-ENTRADA-LOTE
006490             SET LIB-LOTE-HALLADO TO TRUE
006500     END-SEARCH.
006510 6000-EXIT.
006520     EXIT.
006530
006540*-----------------------------------------------------------------
006550*    8000-ESCRIBIR-SEGURIDAD
006560*    Agrega un evento a SEGULOG; se crea si aun no existe.  Una
006570*    falla solo se avisa, igual que en la CALCULADORA.
006580*-----------------------------------------------------------------
006590 8000-ESCRIBIR-SEGURIDAD.
006600     OPEN EXTEND SECURITY-LOG-FILE
006610     IF LIB-SEGULOG-STATUS = "35"
006620         OPEN OUTPUT SECURITY-LOG-FILE
006630     END-IF
006640     IF LIB-SEGULOG-STATUS NOT = "00"
006650         DISPLAY "Aviso: no se pudo escribir la bitacora de "
006660                 "seguridad SEGULOG. Estado: "
006670                 LIB-SEGULOG-STATUS
006680         GO TO 8000-LIMPIAR
006690     END-IF
006700     ACCEPT LIB-HORA-COMPLETA FROM TIME
006710     MOVE SPACES TO SECURITY-LOG-RECORD
006720     MOVE LIB-FECHA-SISTEMA TO SEG-FECHA
006730     MOVE LIB-HORA-COMPLETA TO SEG-HORA
006740     MOVE LIB-OPERADOR-ID TO SEG-OPERADOR-ID
006750     MOVE LIB-SEG-TIPO TO SEG-TIPO-EVENTO
006760     MOVE LIB-SEG-DETALLE TO SEG-DETALLE
006770     MOVE LIB-SEG-ANTES TO SEG-IMAGEN-ANTES
006780     MOVE LIB-SEG-DESPUES TO SEG-IMAGEN-DESPUES
006790     WRITE SECURITY-LOG-RECORD
006800     CLOSE SECURITY-LOG-FILE.
006810 8000-LIMPIAR.
006820     MOVE SPACES TO LIB-SEG-ANTES
006830     MOVE SPACES TO LIB-SEG-DESPUES.
006840 8000-EXIT.
006850     EXIT.
006860
006870*-----------------------------------------------------------------
006880*    8100-AGREGAR-EVENTO
006890*    Agrega a LOTECTL la decision sobre el lote con las cifras
006900*    y el capturista de su registro pendiente.  Aqui una falla
006910*    si detiene la corrida: sin el evento el lote no cambio.
006920*-----------------------------------------------------------------
006930 8100-AGREGAR-EVENTO.
006931     OPEN EXTEND LOTE-CONTROL-FILE
006932     IF LIB-LOTECTL-STATUS = "35"
006933         OPEN OUTPUT LOTE-CONTROL-FILE
006934     END-IF
006935     IF LIB-LOTECTL-STATUS NOT = "00"
006936         DISPLAY "No se pudo abrir el control de liberacion "
006937                 "LOTECTL. Estado: " LIB-LOTECTL-STATUS
006938         MOVE 12 TO RETURN-CODE
006939         STOP RUN
006940     END-IF
006941     MOVE SPACES TO LOTE-CONTROL-RECORD
006950     MOVE LIB-TAB-LOTE-ID (LIB-NDX-LOTE) TO LCT-LOTE-ID
006960     MOVE LIB-TAB-FECHA (LIB-NDX-LOTE) TO LCT-FECHA
006970     MOVE LIB-ACCION TO LCT-ESTADO
006980     MOVE LIB-TAB-CANT-REG (LIB-NDX-LOTE) TO LCT-CANT-REG
006990     MOVE LIB-TAB-HASH (LIB-NDX-LOTE) TO LCT-HASH
007000     MOVE LIB-TAB-CAPTURISTA-ID (LIB-NDX-LOTE)
007010         TO LCT-CAPTURISTA-ID
007020     MOVE LIB-OPERADOR-ID TO LCT-OPERADOR-ID
007030     MOVE LIB-MOTIVO TO LCT-MOTIVO
007040     MOVE LIB-FECHA-SISTEMA TO LCT-FECHA-REAL
007050     ACCEPT LCT-HORA-REAL FROM TIME
007060     WRITE LOTE-CONTROL-RECORD
007100     IF LIB-LOTECTL-STATUS NOT = "00"
007110         DISPLAY "No se pudo asentar el evento en el control de "
007120                 "liberacion LOTECTL. Estado: " LIB-LOTECTL-STATUS
007125         CLOSE LOTE-CONTROL-FILE
007130         MOVE 12 TO RETURN-CODE
007140         STOP RUN
007150     END-IF
007170     CLOSE LOTE-CONTROL-FILE.
007180 8100-EXIT.
007190     EXIT.
007200
007205*Imagen del evento recien grabado en LOTECTL para SEGULOG,
007210*armada desde la tabla y la decision: el registro del archivo
007215*ya no es valido despues de cerrarlo.
007220 8200-ARMAR-IMAGEN.
007228     MOVE LIB-TAB-LOTE-ID (LIB-NDX-LOTE) TO LIB-IMG-LOTE-ID
007236     MOVE LIB-TAB-FECHA (LIB-NDX-LOTE) TO LIB-IMG-FECHA
007244     MOVE LIB-ACCION TO LIB-IMG-ESTADO
007252     MOVE LIB-TAB-CANT-REG (LIB-NDX-LOTE) TO LIB-IMG-CANT-REG
007260     MOVE LIB-TAB-HASH (LIB-NDX-LOTE) TO LIB-IMG-HASH
007268     MOVE LIB-TAB-CAPTURISTA-ID (LIB-NDX-LOTE)
007276         TO LIB-IMG-CAPTURISTA-ID.
007290 8200-EXIT.
007300     EXIT.
007310
007320*-----------------------------------------------------------------
007330*    9000-TERMINAR
007340*    Resumen de la sesion en consola.
007350*-----------------------------------------------------------------
007360 9000-TERMINAR.
007370     MOVE LIB-CANT-LIBERADOS TO LIB-CANT-EDITADA
007380     DISPLAY "Lotes liberados:  " LIB-CANT-EDITADA
007390     MOVE LIB-CANT-RECHAZADOS TO LIB-CANT-EDITADA
007400     DISPLAY "Lotes rechazados: " LIB-CANT-EDITADA
007410     MOVE ZERO TO RETURN-CODE.
007420 9000-EXIT.
007430     EXIT.
007440
007450 END PROGRAM LIBERALOTE.
