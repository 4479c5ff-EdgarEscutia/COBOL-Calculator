000010*****************************************************************
000020*    Program:     PLANTILLA
000030*    Author:      Equipo de Sistemas Administrativos
000040*    Installation: Departamento de Contabilidad
000050*    Date-Written: 2026-10-15
000060*    Date-Compiled:
000070*    Purpose:     Mantenimiento del maestro de plantillas de
000080*                 calculo PLANTIL.  Un operador firmado contra
000090*                 OPERMAST con el permiso de lotes da de alta los
000100*                 calculos que se repiten (opcion, importe base,
000110*                 operando fijo y frecuencia), cambia el importe
000120*                 base, el operando fijo, la descripcion o la
000130*                 frecuencia de una plantilla activa, la retira o
000140*                 lista el maestro.  Cada movimiento queda con
000150*                 quien y cuando lo grabo y en la bitacora de
000160*                 seguridad SEGULOG con la imagen antes y
000170*                 despues.  GENLOTE arma con este maestro los
000180*                 lotes de cada fecha de negocio.
000190*    Tectonics:   cobc
000200*-----------------------------------------------------------------
000210*    Modification History
000220*    Date       Init  Description
000230*    ---------- ----  -------------------------------------------
000240*    2026-10-15 EE    Version original - alta, cambio, retiro y
000250*                      lista de plantillas con bitacora.
000260*****************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. PLANTILLA.
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
000390         FILE STATUS IS PLA-OPERMAST-STATUS.
000400
000410*Maestro de plantillas: se carga completo al empezar y se
000420*vuelve a grabar al terminar si hubo movimientos.
000430     SELECT TEMPLATE-FILE ASSIGN TO "PLANTIL"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS PLA-PLANTIL-STATUS.
000460
000470*Bitacora de seguridad: firma, movimientos y rechazos.  Se abre
000480*y cierra por evento, igual que en la CALCULADORA.
000490     SELECT SECURITY-LOG-FILE ASSIGN TO "SEGULOG"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS PLA-SEGULOG-STATUS.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  OPERATOR-MASTER-FILE.
000560 01  OPERATOR-MASTER-RECORD.
000570     COPY OPERREC.
000580
000590 FD  TEMPLATE-FILE.
000600 01  TEMPLATE-RECORD.
000610     COPY PLANREC.
000620
000630 FD  SECURITY-LOG-FILE.
000640 01  SECURITY-LOG-RECORD.
000650     COPY SEGEVENT.
000660
000670 WORKING-STORAGE SECTION.
000680*Interruptores de control del programa.
000690 77  PLA-SW-FIN-OPERADORES PIC X(01) VALUE "N".
000700     88 PLA-FIN-OPERADORES VALUE "S".
000710
000720 77  PLA-SW-FIN-PLANTIL PIC X(01) VALUE "N".
000730     88 PLA-FIN-PLANTIL VALUE "S".
000740
000750 77  PLA-SW-OPERADOR PIC X(01) VALUE "N".
000760     88 PLA-OPERADOR-HALLADO VALUE "S".
000770     88 PLA-OPERADOR-NO-HALLADO VALUE "N".
000780
000790 77  PLA-SW-PLANTILLA PIC X(01) VALUE "N".
000800     88 PLA-PLANTILLA-HALLADA VALUE "S".
000810     88 PLA-PLANTILLA-NO-HALLADA VALUE "N".
000820
000830 77  PLA-SW-ENTRADA PIC X(01) VALUE "N".
000840     88 PLA-ENTRADA-VALIDA VALUE "S".
000850     88 PLA-ENTRADA-INVALIDA VALUE "N".
000860
000870*En el cambio una respuesta en blanco conserva el valor actual;
000880*en el alta todo dato es obligatorio.
000890 77  PLA-SW-MODO PIC X(01) VALUE "A".
000900     88 PLA-MODO-ALTA VALUE "A".
000910     88 PLA-MODO-CAMBIO VALUE "C".
000920
000930 77  PLA-SW-CONVERSION PIC X(01) VALUE "N".
000940     88 PLA-CONVERSION-VALIDA VALUE "S".
000950     88 PLA-CONVERSION-INVALIDA VALUE "N".
000960
000970 77  PLA-SW-TERMINAR PIC X(01) VALUE "N".
000980     88 PLA-TERMINAR VALUE "S".
000990
001000 77  PLA-SW-CAMBIOS PIC X(01) VALUE "N".
001010     88 PLA-HUBO-CAMBIOS VALUE "S".
001020
001030*Tabla del maestro en memoria, en el orden del archivo.
001040 01  PLA-TABLA-PLANTILLAS.
001050     05  PLA-PLANTILLA-ENTRADA OCCURS 500 TIMES
001060             INDEXED BY PLA-NDX-PLAN.
001070         10  PLA-TAB-ID               PIC X(08).
001080         10  PLA-TAB-DESCRIPCION      PIC X(30).
001090         10  PLA-TAB-OPCION           PIC 9(01).
001100         10  PLA-TAB-BASE             PIC S9(05)V99.
001110         10  PLA-TAB-FIJO             PIC S9(05)V99.
001120         10  PLA-TAB-MONEDA           PIC X(03).
001130         10  PLA-TAB-FRECUENCIA       PIC X(01).
001140         10  PLA-TAB-DIA-SEMANA       PIC 9(01).
001150         10  PLA-TAB-ESTADO           PIC X(01).
001160             88 PLA-TAB-ACTIVA VALUE "A".
001170         10  PLA-TAB-OPERADOR-ID      PIC X(08).
001180         10  PLA-TAB-FECHA-REAL       PIC 9(08).
001190 77  PLA-PLANTILLAS-USADAS PIC 9(04) COMP VALUE ZERO.
001200 77  PLA-PLANTILLAS-MAXIMO PIC 9(04) COMP VALUE 500.
001210 77  PLA-SUB-PLAN PIC 9(04) COMP VALUE ZERO.
001220 77  PLA-CANT-ALTAS PIC 9(08) COMP VALUE ZERO.
001230 77  PLA-CANT-CAMBIOS PIC 9(08) COMP VALUE ZERO.
001240 77  PLA-CANT-RETIROS PIC 9(08) COMP VALUE ZERO.
001250
001260*Datos capturados en consola.
001270 77  PLA-OPERADOR-ID PIC X(08) VALUE SPACES.
001280 77  PLA-OPERADOR-NOMBRE PIC X(30) VALUE SPACES.
001283 77  PLA-OPERADOR-ESTADO PIC X(01) VALUE SPACES.
001286 77  PLA-OPERADOR-LOTE PIC X(01) VALUE SPACES.
001290 77  PLA-OPCION-MENU PIC X(01) VALUE SPACES.
001300 77  PLA-ENTRADA-ID PIC X(08) VALUE SPACES.
001310 77  PLA-ENTRADA-DESCRIPCION PIC X(30) VALUE SPACES.
001320 77  PLA-ENTRADA-OPCION PIC X(01) VALUE SPACES.
001330 77  PLA-ENTRADA-NUMERO PIC X(09) VALUE SPACES.
001340 77  PLA-ENTRADA-MONEDA PIC X(03) VALUE SPACES.
001350 77  PLA-MONEDA-ESPACIOS PIC 9(02) COMP VALUE ZERO.
001360 77  PLA-ENTRADA-FRECUENCIA PIC X(01) VALUE SPACES.
001370 77  PLA-ENTRADA-DIA PIC X(01) VALUE SPACES.
001380 77  PLA-CONFIRMACION PIC X(01) VALUE SPACES.
001390
001400*Plantilla en armado: en el alta se llena con lo capturado y en
001410*el cambio parte de la plantilla actual.
001420 77  PLA-NUE-DESCRIPCION PIC X(30) VALUE SPACES.
001430 77  PLA-NUE-OPCION PIC 9(01) VALUE ZERO.
001440     88 PLA-NUE-CONVERSION VALUE 7.
001450     88 PLA-NUE-CON-DIVISOR VALUES 4 6.
001460 77  PLA-NUE-BASE PIC S9(05)V99 VALUE ZERO.
001470 77  PLA-NUE-FIJO PIC S9(05)V99 VALUE ZERO.
001480 77  PLA-NUE-MONEDA PIC X(03) VALUE SPACES.
001490 77  PLA-NUE-FRECUENCIA PIC X(01) VALUE SPACES.
001500     88 PLA-NUE-SEMANAL VALUE "S".
001510 77  PLA-NUE-DIA-SEMANA PIC 9(01) VALUE ZERO.
001520
001530*Conversion de lo tecleado a un numero con signo y dos
001540*decimales, con las mismas reglas que la captura de lotes.
001550 77  PLA-ENT-VALOR PIC S9(05)V99 VALUE ZERO.
001560 77  PLA-ENT-SIGNO PIC X(01) VALUE SPACE.
001570 77  PLA-ENT-SIN-SIGNO PIC X(09) VALUE SPACES.
001580 77  PLA-ENT-ENTERA-NUM PIC 9(05) VALUE ZEROS.
001590 77  PLA-ENT-DECIMAL-NUM PIC 9(02) VALUE ZEROS.
001600 01  PLA-ENT-TRABAJO.
001610     05  PLA-ENT-PRIMERO              PIC X(01).
001620     05  PLA-ENT-RESTO                PIC X(08).
001630 01  PLA-ENT-PARTE-ENTERA.
001640     05  PLA-ENT-ENTERA-5             PIC X(05).
001650     05  PLA-ENT-ENTERA-EXTRA         PIC X(01).
001660 01  PLA-ENT-PARTE-DECIMAL.
001670     05  PLA-ENT-DECIMAL-2            PIC X(02).
001680     05  PLA-ENT-DECIMAL-EXTRA        PIC X(01).
001690 77  PLA-ENT-ENTERA-J PIC X(05) JUSTIFIED RIGHT VALUE SPACES.
001700 77  PLA-ENT-TOKEN-2 PIC X(05) VALUE SPACES.
001710
001720*Imagen legible de una plantilla para SEGULOG: identificador,
001730*opcion, importe base, operando fijo (o moneda), frecuencia,
001740*dia de la semana y estado.
001750 01  PLA-IMAGEN.
001760     05  PLA-IMG-ID                   PIC X(08).
001770     05  FILLER                       PIC X(01) VALUE SPACE.
001780     05  PLA-IMG-OPCION               PIC 9(01).
001790     05  FILLER                       PIC X(01) VALUE SPACE.
001800     05  PLA-IMG-BASE                 PIC -(5)9.99.
001810     05  FILLER                       PIC X(01) VALUE SPACE.
001820     05  PLA-IMG-FIJO                 PIC X(09).
001830     05  FILLER                       PIC X(01) VALUE SPACE.
001840     05  PLA-IMG-FRECUENCIA           PIC X(01).
001850     05  PLA-IMG-DIA-SEMANA           PIC 9(01).
001860     05  FILLER                       PIC X(01) VALUE SPACE.
001870     05  PLA-IMG-ESTADO               PIC X(01).
001880     05  FILLER                       PIC X(13) VALUE SPACES.
001890
001900*Fecha y hora del sistema para los registros y los eventos.
001910 77  PLA-FECHA-SISTEMA PIC 9(08) VALUE ZEROS.
001920 77  PLA-HORA-COMPLETA PIC 9(08) VALUE ZEROS.
001930
001940*Evento de seguridad en armado.
001950 77  PLA-SEG-TIPO PIC X(02) VALUE SPACES.
001960 77  PLA-SEG-DETALLE PIC X(30) VALUE SPACES.
001970 77  PLA-SEG-ANTES PIC X(48) VALUE SPACES.
001980 77  PLA-SEG-DESPUES PIC X(48) VALUE SPACES.
001990
002000*Campos editados.
002010 77  PLA-NUMERO-EDITADO PIC -(5)9.99.
002020 77  PLA-FIJO-EDITADO PIC X(09) VALUE SPACES.
002030 77  PLA-CANT-EDITADA PIC ZZZZZZZ9.
002040
002050*Codigos de estado de archivo.
002060 77  PLA-OPERMAST-STATUS PIC XX VALUE "00".
002070 77  PLA-PLANTIL-STATUS PIC XX VALUE "00".
002080 77  PLA-SEGULOG-STATUS PIC XX VALUE "00".
002090
002100 PROCEDURE DIVISION.
002110*-----------------------------------------------------------------
002120*    0000-PRINCIPAL
002130*    Punto de entrada: firma, carga del maestro, menu de
002140*    mantenimiento y grabacion del maestro al terminar.
002150*-----------------------------------------------------------------
002160 0000-PRINCIPAL.
002170     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
002180     PERFORM 2000-PROCESAR-OPCION THRU 2000-EXIT
002190         UNTIL PLA-TERMINAR
002200     PERFORM 9000-TERMINAR THRU 9000-EXIT
002210     STOP RUN.
002220
002230*-----------------------------------------------------------------
002240*    1000-INICIALIZAR
002250*    Firma del operador y carga del maestro de plantillas.
002260*-----------------------------------------------------------------
002270 1000-INICIALIZAR.
002280     DISPLAY "PLANTILLA - Maestro de plantillas de calculo"
002290     ACCEPT PLA-FECHA-SISTEMA FROM DATE YYYYMMDD
002300     PERFORM 1100-FIRMAR-OPERADOR THRU 1100-EXIT
002310     PERFORM 1200-CARGAR-PLANTILLAS THRU 1200-EXIT.
002320 1000-EXIT.
002330     EXIT.
002340
002350*La firma busca el identificador en el maestro de operadores;
002360*uno desconocido o inactivo queda en SEGULOG y termina la
002370*corrida.  Las plantillas generan lotes, asi que solo las
002380*mantiene quien tiene el permiso de lotes; el rechazo tambien
002390*queda en SEGULOG.
002400 1100-FIRMAR-OPERADOR.
002410     DISPLAY "Introduzca su identificador de operador (8 car.):"
002420     ACCEPT PLA-OPERADOR-ID
002430     OPEN INPUT OPERATOR-MASTER-FILE
002440     IF PLA-OPERMAST-STATUS NOT = "00"
002450         DISPLAY "No se pudo abrir el maestro de operadores "
002460                 "OPERMAST. Estado: " PLA-OPERMAST-STATUS
002470         MOVE 12 TO RETURN-CODE
002480         STOP RUN
002490     END-IF
002500     SET PLA-OPERADOR-NO-HALLADO TO TRUE
002510     PERFORM 1150-LEER-OPERADOR THRU 1150-EXIT
002520         UNTIL PLA-FIN-OPERADORES OR PLA-OPERADOR-HALLADO
002530     CLOSE OPERATOR-MASTER-FILE
002540     IF PLA-OPERADOR-NO-HALLADO
002550         DISPLAY "Operador desconocido."
002560         MOVE "FF" TO PLA-SEG-TIPO
002570         MOVE "Operador desconocido" TO PLA-SEG-DETALLE
002580         PERFORM 8000-ESCRIBIR-SEGURIDAD THRU 8000-EXIT
002590         MOVE 12 TO RETURN-CODE
002600         STOP RUN
002610     END-IF
002620     IF PLA-OPERADOR-ESTADO NOT = "A"
002630         DISPLAY "Operador inactivo."
002640         MOVE "FF" TO PLA-SEG-TIPO
002650         MOVE "Operador inactivo" TO PLA-SEG-DETALLE
002660         PERFORM 8000-ESCRIBIR-SEGURIDAD THRU 8000-EXIT
002670         MOVE 12 TO RETURN-CODE
002680         STOP RUN
002690     END-IF
002710     MOVE "FO" TO PLA-SEG-TIPO
002720     MOVE "Firma correcta" TO PLA-SEG-DETALLE
002730     PERFORM 8000-ESCRIBIR-SEGURIDAD THRU 8000-EXIT
002740     IF PLA-OPERADOR-LOTE NOT = "S"
002750         DISPLAY "No tiene permiso para mantener plantillas."
002760         MOVE "RA" TO PLA-SEG-TIPO
002770         MOVE "Sin permiso de lotes" TO PLA-SEG-DETALLE
002780         PERFORM 8000-ESCRIBIR-SEGURIDAD THRU 8000-EXIT
002790         MOVE 8 TO RETURN-CODE
002800         STOP RUN
002810     END-IF
002820     DISPLAY "Bienvenido, " PLA-OPERADOR-NOMBRE.
002830 1100-EXIT.
002840     EXIT.
002850
002860 1150-LEER-OPERADOR.
002870     READ OPERATOR-MASTER-FILE
002880         AT END
002890             SET PLA-FIN-OPERADORES TO TRUE
002900             GO TO 1150-EXIT
002910     END-READ
002920     IF OPM-ID = PLA-OPERADOR-ID
002930         SET PLA-OPERADOR-HALLADO TO TRUE
002932         MOVE OPM-ESTADO TO PLA-OPERADOR-ESTADO
002934         MOVE OPM-NOMBRE TO PLA-OPERADOR-NOMBRE
002936         MOVE OPM-PERMISO-LOTE TO PLA-OPERADOR-LOTE
002940     END-IF.
002950 1150-EXIT.
002960     EXIT.
002970
002980*Si el maestro todavia no existe se empieza con la tabla
002990*vacia.  Un maestro que no cabe en la tabla detiene la corrida:
003000*al regrabarlo se perderian los registros que no se cargaron.
003010 1200-CARGAR-PLANTILLAS.
003020     MOVE ZERO TO PLA-PLANTILLAS-USADAS
003030     OPEN INPUT TEMPLATE-FILE
003040     IF PLA-PLANTIL-STATUS = "35"
003050         DISPLAY "El maestro PLANTIL no existe; se creara al "
003060                 "terminar."
003070         GO TO 1200-EXIT
003080     END-IF
003090     IF PLA-PLANTIL-STATUS NOT = "00"
003100         DISPLAY "No se pudo abrir el maestro de plantillas "
003110                 "PLANTIL. Estado: " PLA-PLANTIL-STATUS
003120         MOVE 12 TO RETURN-CODE
003130         STOP RUN
003140     END-IF
003150     PERFORM 1250-LEER-PLANTIL THRU 1250-EXIT
003160         UNTIL PLA-FIN-PLANTIL
003170     CLOSE TEMPLATE-FILE
003180     MOVE PLA-PLANTILLAS-USADAS TO PLA-CANT-EDITADA
003190     DISPLAY "Plantillas cargadas: " PLA-CANT-EDITADA.
003200 1200-EXIT.
003210     EXIT.
003220
003230 1250-LEER-PLANTIL.
003240     READ TEMPLATE-FILE
003250         AT END
003260             SET PLA-FIN-PLANTIL TO TRUE
003270             GO TO 1250-EXIT
003280     END-READ
003290     IF PLA-PLANTILLAS-USADAS NOT < PLA-PLANTILLAS-MAXIMO
003300         DISPLAY "El maestro PLANTIL excede la tabla de "
003310                 "plantillas."
003320         CLOSE TEMPLATE-FILE
003330         MOVE 12 TO RETURN-CODE
003340         STOP RUN
003350     END-IF
003360     ADD 1 TO PLA-PLANTILLAS-USADAS
003370     SET PLA-NDX-PLAN TO PLA-PLANTILLAS-USADAS
003380     MOVE PLN-ID TO PLA-TAB-ID (PLA-NDX-PLAN)
003390     MOVE PLN-DESCRIPCION TO PLA-TAB-DESCRIPCION (PLA-NDX-PLAN)
003400     MOVE PLN-OPCION TO PLA-TAB-OPCION (PLA-NDX-PLAN)
003410     MOVE PLN-NUMERO-BASE TO PLA-TAB-BASE (PLA-NDX-PLAN)
003420     MOVE PLN-OPERANDO-FIJO TO PLA-TAB-FIJO (PLA-NDX-PLAN)
003430     MOVE PLN-MONEDA TO PLA-TAB-MONEDA (PLA-NDX-PLAN)
003440     MOVE PLN-FRECUENCIA TO PLA-TAB-FRECUENCIA (PLA-NDX-PLAN)
003450     MOVE PLN-DIA-SEMANA TO PLA-TAB-DIA-SEMANA (PLA-NDX-PLAN)
003460     MOVE PLN-ESTADO TO PLA-TAB-ESTADO (PLA-NDX-PLAN)
003470     MOVE PLN-OPERADOR-ID TO PLA-TAB-OPERADOR-ID (PLA-NDX-PLAN)
003480     MOVE PLN-FECHA-REAL TO PLA-TAB-FECHA-REAL (PLA-NDX-PLAN).
003490 1250-EXIT.
003500     EXIT.
003510
003520*-----------------------------------------------------------------
003530*    2000-PROCESAR-OPCION
003540*    Menu de mantenimiento; se repite hasta que el operador
003550*    pide terminar.
003560*-----------------------------------------------------------------
003570 2000-PROCESAR-OPCION.
003580     DISPLAY " "
003590     DISPLAY "1-Alta de plantilla"
003600     DISPLAY "2-Cambio de plantilla"
003610     DISPLAY "3-Retiro de plantilla"
003620     DISPLAY "4-Lista del maestro"
003630     DISPLAY "5-Terminar"
003640     DISPLAY "Opcion:"
003650     MOVE SPACES TO PLA-OPCION-MENU
003660     ACCEPT PLA-OPCION-MENU
003670     EVALUATE PLA-OPCION-MENU
003680         WHEN "1"
003690             PERFORM 3000-ALTA-PLANTILLA THRU 3000-EXIT
003700         WHEN "2"
003710             PERFORM 4000-CAMBIO-PLANTILLA THRU 4000-EXIT
003720         WHEN "3"
003730             PERFORM 4500-RETIRO-PLANTILLA THRU 4500-EXIT
003740         WHEN "4"
003750             PERFORM 5000-LISTAR-PLANTILLAS THRU 5000-EXIT
003760         WHEN "5"
003770             SET PLA-TERMINAR TO TRUE
003780         WHEN OTHER
003790             DISPLAY "Opcion invalida: " PLA-OPCION-MENU
003800     END-EVALUATE.
003810 2000-EXIT.
003820     EXIT.
003830
003840*-----------------------------------------------------------------
003850*    3000-ALTA-PLANTILLA
003860*    Agrega una plantilla activa.  Un identificador que ya
003870*    existe, aunque este retirado, no se vuelve a usar.
003880*-----------------------------------------------------------------
003890 3000-ALTA-PLANTILLA.
003900     SET PLA-MODO-ALTA TO TRUE
003910     PERFORM 6000-PEDIR-ID THRU 6000-EXIT
003920     IF PLA-ENTRADA-INVALIDA
003930         GO TO 3000-EXIT
003940     END-IF
003950     PERFORM 6050-BUSCAR-PLANTILLA THRU 6050-EXIT
003960     IF PLA-PLANTILLA-HALLADA
003970         DISPLAY "Ya existe una plantilla con ese identificador."
003980         GO TO 3000-EXIT
003990     END-IF
004000     IF PLA-PLANTILLAS-USADAS NOT < PLA-PLANTILLAS-MAXIMO
004010         DISPLAY "La tabla de plantillas esta llena."
004020         GO TO 3000-EXIT
004030     END-IF
004040     MOVE SPACES TO PLA-NUE-DESCRIPCION
004050     MOVE ZERO TO PLA-NUE-OPCION
004060     MOVE ZERO TO PLA-NUE-BASE
004070     MOVE ZERO TO PLA-NUE-FIJO
004080     MOVE SPACES TO PLA-NUE-MONEDA
004090     MOVE SPACES TO PLA-NUE-FRECUENCIA
004100     MOVE ZERO TO PLA-NUE-DIA-SEMANA
004110     PERFORM 6100-PEDIR-DESCRIPCION THRU 6100-EXIT
004120     IF PLA-ENTRADA-INVALIDA
004130         GO TO 3000-EXIT
004140     END-IF
004150     PERFORM 6200-PEDIR-OPCION THRU 6200-EXIT
004160     IF PLA-ENTRADA-INVALIDA
004170         GO TO 3000-EXIT
004180     END-IF
004190     PERFORM 6300-PEDIR-BASE THRU 6300-EXIT
004200     IF PLA-ENTRADA-INVALIDA
004210         GO TO 3000-EXIT
004220     END-IF
004230     PERFORM 6400-PEDIR-FIJO THRU 6400-EXIT
004240     IF PLA-ENTRADA-INVALIDA
004250         GO TO 3000-EXIT
004260     END-IF
004270     PERFORM 6500-PEDIR-FRECUENCIA THRU 6500-EXIT
004280     IF PLA-ENTRADA-INVALIDA
004290         GO TO 3000-EXIT
004300     END-IF
004310     ADD 1 TO PLA-PLANTILLAS-USADAS
004320     SET PLA-NDX-PLAN TO PLA-PLANTILLAS-USADAS
004330     MOVE PLA-ENTRADA-ID TO PLA-TAB-ID (PLA-NDX-PLAN)
004340     MOVE PLA-NUE-OPCION TO PLA-TAB-OPCION (PLA-NDX-PLAN)
004350     MOVE "A" TO PLA-TAB-ESTADO (PLA-NDX-PLAN)
004360     PERFORM 6700-GRABAR-NUEVOS THRU 6700-EXIT
004370     PERFORM 6800-ARMAR-IMAGEN THRU 6800-EXIT
004380     MOVE PLA-IMAGEN TO PLA-SEG-DESPUES
004390     MOVE "PA" TO PLA-SEG-TIPO
004400     MOVE SPACES TO PLA-SEG-DETALLE
004410     STRING "Alta de plantilla " DELIMITED BY SIZE
004420         PLA-ENTRADA-ID DELIMITED BY SIZE
004430         INTO PLA-SEG-DETALLE
004440     PERFORM 8000-ESCRIBIR-SEGURIDAD THRU 8000-EXIT
004450     ADD 1 TO PLA-CANT-ALTAS
004460     SET PLA-HUBO-CAMBIOS TO TRUE
004470     DISPLAY "Plantilla agregada.".
004480 3000-EXIT.
004490     EXIT.
004500
004510*-----------------------------------------------------------------
004520*    4000-CAMBIO-PLANTILLA
004530*    Corrige una plantilla activa; lo que se deja en blanco
004540*    conserva su valor.  La opcion no cambia: para otra opcion
004550*    se retira la plantilla y se da de alta una nueva.
004560*-----------------------------------------------------------------
004570 4000-CAMBIO-PLANTILLA.
004580     SET PLA-MODO-CAMBIO TO TRUE
004590     PERFORM 6000-PEDIR-ID THRU 6000-EXIT
004600     IF PLA-ENTRADA-INVALIDA
004610         GO TO 4000-EXIT
004620     END-IF
004630     PERFORM 6050-BUSCAR-PLANTILLA THRU 6050-EXIT
004640     IF PLA-PLANTILLA-NO-HALLADA
004650         DISPLAY "No existe una plantilla con ese identificador."
004660         GO TO 4000-EXIT
004670     END-IF
004680     IF NOT PLA-TAB-ACTIVA (PLA-NDX-PLAN)
004690         DISPLAY "La plantilla esta retirada."
004700         GO TO 4000-EXIT
004710     END-IF
004720     PERFORM 5100-MOSTRAR-PLANTILLA THRU 5100-EXIT
004730     DISPLAY "En blanco se conserva el valor actual."
004736     MOVE PLA-TAB-DESCRIPCION (PLA-NDX-PLAN)
004742         TO PLA-NUE-DESCRIPCION
004750     MOVE PLA-TAB-OPCION (PLA-NDX-PLAN) TO PLA-NUE-OPCION
004760     MOVE PLA-TAB-BASE (PLA-NDX-PLAN) TO PLA-NUE-BASE
004770     MOVE PLA-TAB-FIJO (PLA-NDX-PLAN) TO PLA-NUE-FIJO
004780     MOVE PLA-TAB-MONEDA (PLA-NDX-PLAN) TO PLA-NUE-MONEDA
004790     MOVE PLA-TAB-FRECUENCIA (PLA-NDX-PLAN) TO PLA-NUE-FRECUENCIA
004800     MOVE PLA-TAB-DIA-SEMANA (PLA-NDX-PLAN) TO PLA-NUE-DIA-SEMANA
004810     PERFORM 6100-PEDIR-DESCRIPCION THRU 6100-EXIT
004820     IF PLA-ENTRADA-INVALIDA
004830         GO TO 4000-EXIT
004840     END-IF
004850     PERFORM 6300-PEDIR-BASE THRU 6300-EXIT
004860     IF PLA-ENTRADA-INVALIDA
004870         GO TO 4000-EXIT
004880     END-IF
004890     PERFORM 6400-PEDIR-FIJO THRU 6400-EXIT
004900     IF PLA-ENTRADA-INVALIDA
004910         GO TO 4000-EXIT
004920     END-IF
004930     PERFORM 6500-PEDIR-FRECUENCIA THRU 6500-EXIT
004940     IF PLA-ENTRADA-INVALIDA
004950         GO TO 4000-EXIT
004960     END-IF
004970     PERFORM 6800-ARMAR-IMAGEN THRU 6800-EXIT
004980     MOVE PLA-IMAGEN TO PLA-SEG-ANTES
004990     PERFORM 6700-GRABAR-NUEVOS THRU 6700-EXIT
005000     PERFORM 6800-ARMAR-IMAGEN THRU 6800-EXIT
005010     MOVE PLA-IMAGEN TO PLA-SEG-DESPUES
005020     MOVE "PC" TO PLA-SEG-TIPO
005030     MOVE SPACES TO PLA-SEG-DETALLE
005040     STRING "Cambio de plantilla " DELIMITED BY SIZE
005050         PLA-ENTRADA-ID DELIMITED BY SIZE
005060         INTO PLA-SEG-DETALLE
005070     PERFORM 8000-ESCRIBIR-SEGURIDAD THRU 8000-EXIT
005080     ADD 1 TO PLA-CANT-CAMBIOS
005090     SET PLA-HUBO-CAMBIOS TO TRUE
005100     DISPLAY "Plantilla corregida.".
005110 4000-EXIT.
005120     EXIT.
005130
005140*-----------------------------------------------------------------
005150*    4500-RETIRO-PLANTILLA
005160*    Retira una plantilla activa con confirmacion.  El registro
005170*    se conserva con estado R y ya no genera detalles.
005180*-----------------------------------------------------------------
005190 4500-RETIRO-PLANTILLA.
005200     SET PLA-MODO-ALTA TO TRUE
005210     PERFORM 6000-PEDIR-ID THRU 6000-EXIT
005220     IF PLA-ENTRADA-INVALIDA
005230         GO TO 4500-EXIT
005240     END-IF
005250     PERFORM 6050-BUSCAR-PLANTILLA THRU 6050-EXIT
005260     IF PLA-PLANTILLA-NO-HALLADA
005270         DISPLAY "No existe una plantilla con ese identificador."
005280         GO TO 4500-EXIT
005290     END-IF
005300     IF NOT PLA-TAB-ACTIVA (PLA-NDX-PLAN)
005310         DISPLAY "La plantilla ya esta retirada."
005320         GO TO 4500-EXIT
005330     END-IF
005340     PERFORM 5100-MOSTRAR-PLANTILLA THRU 5100-EXIT
005350     DISPLAY "Confirma el retiro de la plantilla? (S/N):"
005360     MOVE SPACES TO PLA-CONFIRMACION
005370     ACCEPT PLA-CONFIRMACION
005380     IF PLA-CONFIRMACION NOT = "S" AND PLA-CONFIRMACION NOT = "s"
005390         DISPLAY "Retiro cancelado."
005400         GO TO 4500-EXIT
005410     END-IF
005420     PERFORM 6800-ARMAR-IMAGEN THRU 6800-EXIT
005430     MOVE PLA-IMAGEN TO PLA-SEG-ANTES
005440     MOVE "R" TO PLA-TAB-ESTADO (PLA-NDX-PLAN)
005450     MOVE PLA-OPERADOR-ID TO PLA-TAB-OPERADOR-ID (PLA-NDX-PLAN)
005460     MOVE PLA-FECHA-SISTEMA
005470         TO PLA-TAB-FECHA-REAL (PLA-NDX-PLAN)
005480     PERFORM 6800-ARMAR-IMAGEN THRU 6800-EXIT
005490     MOVE PLA-IMAGEN TO PLA-SEG-DESPUES
005500     MOVE "PB" TO PLA-SEG-TIPO
005510     MOVE SPACES TO PLA-SEG-DETALLE
005520     STRING "Retiro de plantilla " DELIMITED BY SIZE
005530         PLA-ENTRADA-ID DELIMITED BY SIZE
005540         INTO PLA-SEG-DETALLE
005550     PERFORM 8000-ESCRIBIR-SEGURIDAD THRU 8000-EXIT
005560     ADD 1 TO PLA-CANT-RETIROS
005570     SET PLA-HUBO-CAMBIOS TO TRUE
005580     DISPLAY "Plantilla retirada.".
005590 4500-EXIT.
005600     EXIT.
005610
005620*-----------------------------------------------------------------
005630*    5000-LISTAR-PLANTILLAS
005640*    Lista en consola el maestro como esta en memoria.
005650*-----------------------------------------------------------------
005660 5000-LISTAR-PLANTILLAS.
005670     IF PLA-PLANTILLAS-USADAS = ZERO
005680         DISPLAY "El maestro no tiene plantillas."
005690         GO TO 5000-EXIT
005700     END-IF
005710     DISPLAY "PLANTILL OP      BASE      FIJO FR E GRABO    EL"
005720     PERFORM 5200-LISTAR-UNA THRU 5200-EXIT
005730         VARYING PLA-SUB-PLAN FROM 1 BY 1
005740         UNTIL PLA-SUB-PLAN > PLA-PLANTILLAS-USADAS.
005750 5000-EXIT.
005760     EXIT.
005770
005780*Muestra la plantilla del indice actual antes de cambiarla o
005790*retirarla.
005800 5100-MOSTRAR-PLANTILLA.
005810     DISPLAY "Descripcion: " PLA-TAB-DESCRIPCION (PLA-NDX-PLAN)
005820     DISPLAY "Opcion:      " PLA-TAB-OPCION (PLA-NDX-PLAN)
005830     MOVE PLA-TAB-BASE (PLA-NDX-PLAN) TO PLA-NUMERO-EDITADO
005840     DISPLAY "Base:        " PLA-NUMERO-EDITADO
005850     IF PLA-TAB-OPCION (PLA-NDX-PLAN) = 7
005860         DISPLAY "Moneda:      " PLA-TAB-MONEDA (PLA-NDX-PLAN)
005870     ELSE
005880         MOVE PLA-TAB-FIJO (PLA-NDX-PLAN) TO PLA-NUMERO-EDITADO
005890         DISPLAY "Fijo:        " PLA-NUMERO-EDITADO
005900     END-IF
005910     DISPLAY "Frecuencia:  " PLA-TAB-FRECUENCIA (PLA-NDX-PLAN)
005920             " " PLA-TAB-DIA-SEMANA (PLA-NDX-PLAN).
005930 5100-EXIT.
005940     EXIT.
005950
005960 5200-LISTAR-UNA.
005970     IF PLA-TAB-OPCION (PLA-SUB-PLAN) = 7
005980         MOVE PLA-TAB-MONEDA (PLA-SUB-PLAN) TO PLA-FIJO-EDITADO
005990     ELSE
006000         MOVE PLA-TAB-FIJO (PLA-SUB-PLAN) TO PLA-NUMERO-EDITADO
006010         MOVE PLA-NUMERO-EDITADO TO PLA-FIJO-EDITADO
006020     END-IF
006030     MOVE PLA-TAB-BASE (PLA-SUB-PLAN) TO PLA-NUMERO-EDITADO
006040     DISPLAY PLA-TAB-ID (PLA-SUB-PLAN) " "
006050             PLA-TAB-OPCION (PLA-SUB-PLAN) " "
006060             PLA-NUMERO-EDITADO " "
006070             PLA-FIJO-EDITADO " "
006080             PLA-TAB-FRECUENCIA (PLA-SUB-PLAN)
006090             PLA-TAB-DIA-SEMANA (PLA-SUB-PLAN) " "
006100             PLA-TAB-ESTADO (PLA-SUB-PLAN) " "
006110             PLA-TAB-OPERADOR-ID (PLA-SUB-PLAN) " "
006120             PLA-TAB-FECHA-REAL (PLA-SUB-PLAN)
006130     DISPLAY "         " PLA-TAB-DESCRIPCION (PLA-SUB-PLAN).
006140 5200-EXIT.
006150     EXIT.
006160
006170*-----------------------------------------------------------------
006180*    6000-PEDIR-ID
006190*    Identificador de la plantilla; nunca en blanco.
006200*-----------------------------------------------------------------
006210 6000-PEDIR-ID.
006220     SET PLA-ENTRADA-INVALIDA TO TRUE
006230     DISPLAY "Identificador de la plantilla (8 car.):"
006240     MOVE SPACES TO PLA-ENTRADA-ID
006250     ACCEPT PLA-ENTRADA-ID
006260     IF PLA-ENTRADA-ID = SPACES
006270         DISPLAY "El identificador no puede quedar en blanco."
006280         GO TO 6000-EXIT
006290     END-IF
006300     SET PLA-ENTRADA-VALIDA TO TRUE.
006310 6000-EXIT.
006320     EXIT.
006330
006340*Busca el identificador capturado; deja el indice en la
006350*plantilla hallada.
006360 6050-BUSCAR-PLANTILLA.
006370     SET PLA-PLANTILLA-NO-HALLADA TO TRUE
006380     IF PLA-PLANTILLAS-USADAS = ZERO
006390         GO TO 6050-EXIT
006400     END-IF
006410     SET PLA-NDX-PLAN TO 1
006420     SEARCH PLA-PLANTILLA-ENTRADA
006430         AT END
006440             SET PLA-PLANTILLA-NO-HALLADA TO TRUE
006450         WHEN PLA-NDX-PLAN > PLA-PLANTILLAS-USADAS
006460             SET PLA-PLANTILLA-NO-HALLADA TO TRUE
006470         WHEN PLA-TAB-ID (PLA-NDX-PLAN) = PLA-ENTRADA-ID
006480             SET PLA-PLANTILLA-HALLADA TO TRUE
006490     END-SEARCH.
006500 6050-EXIT.
006510     EXIT.
006520
006530 6100-PEDIR-DESCRIPCION.
006540     SET PLA-ENTRADA-INVALIDA TO TRUE
006550     DISPLAY "Descripcion (30 car.):"
006560     MOVE SPACES TO PLA-ENTRADA-DESCRIPCION
006570     ACCEPT PLA-ENTRADA-DESCRIPCION
006580     IF PLA-ENTRADA-DESCRIPCION = SPACES
006590         IF PLA-MODO-CAMBIO
006600             SET PLA-ENTRADA-VALIDA TO TRUE
006610         ELSE
006620             DISPLAY "La descripcion no puede quedar en blanco."
006630         END-IF
006640         GO TO 6100-EXIT
006650     END-IF
006660     MOVE PLA-ENTRADA-DESCRIPCION TO PLA-NUE-DESCRIPCION
006670     SET PLA-ENTRADA-VALIDA TO TRUE.
006680 6100-EXIT.
006690     EXIT.
006700
006710*La opcion se valida igual que en la captura de lotes: solo
006720*las operaciones 1 a 7 pueden ir en un lote.
006730 6200-PEDIR-OPCION.
006740     SET PLA-ENTRADA-INVALIDA TO TRUE
006750     DISPLAY "Opcion del calculo:"
006760     DISPLAY "1-Sumar 2-Restar 3-Multiplicar 4-Dividir"
006770     DISPLAY "5-Porcentaje 6-Modulo 7-Convertir moneda"
006780     MOVE SPACES TO PLA-ENTRADA-OPCION
006790     ACCEPT PLA-ENTRADA-OPCION
006800     IF PLA-ENTRADA-OPCION < "1" OR PLA-ENTRADA-OPCION > "7"
006810         DISPLAY "Opcion invalida: " PLA-ENTRADA-OPCION
006820         GO TO 6200-EXIT
006830     END-IF
006840     MOVE PLA-ENTRADA-OPCION TO PLA-NUE-OPCION
006850     SET PLA-ENTRADA-VALIDA TO TRUE.
006860 6200-EXIT.
006870     EXIT.
006880
006890*El importe base es el primer numero del calculo; es lo que
006900*normalmente cambia de un periodo a otro.
006910 6300-PEDIR-BASE.
006920     SET PLA-ENTRADA-INVALIDA TO TRUE
006930     DISPLAY "Importe base, primer numero (signo opcional y "
006940             "hasta dos decimales):"
006950     MOVE SPACES TO PLA-ENTRADA-NUMERO
006960     ACCEPT PLA-ENTRADA-NUMERO
006970     IF PLA-ENTRADA-NUMERO = SPACES AND PLA-MODO-CAMBIO
006980         SET PLA-ENTRADA-VALIDA TO TRUE
006990         GO TO 6300-EXIT
007000     END-IF
007010     MOVE PLA-ENTRADA-NUMERO TO PLA-ENT-TRABAJO
007020     PERFORM 6900-CONVERTIR-NUMERO THRU 6900-EXIT
007030     IF PLA-CONVERSION-INVALIDA
007040         DISPLAY "Entrada invalida. Escriba un numero con "
007050                 "signo opcional y hasta dos decimales."
007060         GO TO 6300-EXIT
007070     END-IF
007080     MOVE PLA-ENT-VALOR TO PLA-NUE-BASE
007090     SET PLA-ENTRADA-VALIDA TO TRUE.
007100 6300-EXIT.
007110     EXIT.
007120
007130*El operando fijo es el segundo numero; en la conversion de
007140*moneda su lugar lo ocupa el codigo de la moneda.  Un divisor
007150*en cero no se acepta: el calculo fallaria cada vez.
007160 6400-PEDIR-FIJO.
007170     SET PLA-ENTRADA-INVALIDA TO TRUE
007180     IF PLA-NUE-CONVERSION
007190         PERFORM 6450-PEDIR-MONEDA THRU 6450-EXIT
007200         GO TO 6400-EXIT
007210     END-IF
007220     DISPLAY "Operando fijo, segundo numero (signo opcional y "
007230             "hasta dos decimales):"
007240     MOVE SPACES TO PLA-ENTRADA-NUMERO
007250     ACCEPT PLA-ENTRADA-NUMERO
007260     IF PLA-ENTRADA-NUMERO = SPACES AND PLA-MODO-CAMBIO
007270         SET PLA-ENTRADA-VALIDA TO TRUE
007280         GO TO 6400-EXIT
007290     END-IF
007300     MOVE PLA-ENTRADA-NUMERO TO PLA-ENT-TRABAJO
007310     PERFORM 6900-CONVERTIR-NUMERO THRU 6900-EXIT
007320     IF PLA-CONVERSION-INVALIDA
007330         DISPLAY "Entrada invalida. Escriba un numero con "
007340                 "signo opcional y hasta dos decimales."
007350         GO TO 6400-EXIT
007360     END-IF
007370     IF PLA-NUE-CON-DIVISOR AND PLA-ENT-VALOR = ZERO
007380         DISPLAY "El divisor no puede ser cero."
007390         GO TO 6400-EXIT
007400     END-IF
007410     MOVE PLA-ENT-VALOR TO PLA-NUE-FIJO
007420     SET PLA-ENTRADA-VALIDA TO TRUE.
007430 6400-EXIT.
007440     EXIT.
007450
007460*Codigo de moneda de tres letras, pasado a mayusculas con la
007470*misma regla que la captura de lotes.
007480 6450-PEDIR-MONEDA.
007490     SET PLA-ENTRADA-INVALIDA TO TRUE
007500     DISPLAY "Codigo de la moneda del importe (ej. USD):"
007510     MOVE SPACES TO PLA-ENTRADA-MONEDA
007520     ACCEPT PLA-ENTRADA-MONEDA
007530     IF PLA-ENTRADA-MONEDA = SPACES AND PLA-MODO-CAMBIO
007540         SET PLA-ENTRADA-VALIDA TO TRUE
007550         GO TO 6450-EXIT
007560     END-IF
007570     INSPECT PLA-ENTRADA-MONEDA CONVERTING
007580         "abcdefghijklmnopqrstuvwxyz"
007590         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
007600     MOVE ZERO TO PLA-MONEDA-ESPACIOS
007610     INSPECT PLA-ENTRADA-MONEDA
007620         TALLYING PLA-MONEDA-ESPACIOS FOR ALL SPACES
007630     IF PLA-ENTRADA-MONEDA IS NOT ALPHABETIC
007640        OR PLA-MONEDA-ESPACIOS NOT = ZERO
007650         DISPLAY "Moneda invalida. Escriba tres letras."
007660         GO TO 6450-EXIT
007670     END-IF
007680     MOVE PLA-ENTRADA-MONEDA TO PLA-NUE-MONEDA
007690     MOVE ZERO TO PLA-NUE-FIJO
007700     SET PLA-ENTRADA-VALIDA TO TRUE.
007710 6450-EXIT.
007720     EXIT.
007730
007740*Frecuencia D diaria, S semanal o M fin de mes; la semanal pide
007750*ademas el dia de la semana.
007760 6500-PEDIR-FRECUENCIA.
007770     SET PLA-ENTRADA-INVALIDA TO TRUE
007780     DISPLAY "Frecuencia D-Diaria S-Semanal M-Fin de mes:"
007790     MOVE SPACES TO PLA-ENTRADA-FRECUENCIA
007800     ACCEPT PLA-ENTRADA-FRECUENCIA
007810     INSPECT PLA-ENTRADA-FRECUENCIA CONVERTING "dsm" TO "DSM"
007820     IF PLA-ENTRADA-FRECUENCIA = SPACE AND PLA-MODO-CAMBIO
007830         SET PLA-ENTRADA-VALIDA TO TRUE
007840         GO TO 6500-EXIT
007850     END-IF
007860     IF PLA-ENTRADA-FRECUENCIA NOT = "D"
007870        AND PLA-ENTRADA-FRECUENCIA NOT = "S"
007880        AND PLA-ENTRADA-FRECUENCIA NOT = "M"
007890         DISPLAY "Frecuencia invalida: " PLA-ENTRADA-FRECUENCIA
007900         GO TO 6500-EXIT
007910     END-IF
007920     MOVE PLA-ENTRADA-FRECUENCIA TO PLA-NUE-FRECUENCIA
007930     MOVE ZERO TO PLA-NUE-DIA-SEMANA
007940     IF NOT PLA-NUE-SEMANAL
007950         SET PLA-ENTRADA-VALIDA TO TRUE
007960         GO TO 6500-EXIT
007970     END-IF
007980     DISPLAY "Dia de la semana (1-Lunes ... 7-Domingo):"
007990     MOVE SPACES TO PLA-ENTRADA-DIA
008000     ACCEPT PLA-ENTRADA-DIA
008010     IF PLA-ENTRADA-DIA < "1" OR PLA-ENTRADA-DIA > "7"
008020         DISPLAY "Dia invalido: " PLA-ENTRADA-DIA
008030         GO TO 6500-EXIT
008040     END-IF
008050     MOVE PLA-ENTRADA-DIA TO PLA-NUE-DIA-SEMANA
008060     SET PLA-ENTRADA-VALIDA TO TRUE.
008070 6500-EXIT.
008080     EXIT.
008090
008100*Pasa la plantilla en armado a la entrada del indice actual,
008110*con quien y cuando la grabo.
008120 6700-GRABAR-NUEVOS.
008130     MOVE PLA-NUE-DESCRIPCION
008140         TO PLA-TAB-DESCRIPCION (PLA-NDX-PLAN)
008150     MOVE PLA-NUE-BASE TO PLA-TAB-BASE (PLA-NDX-PLAN)
008160     MOVE PLA-NUE-FIJO TO PLA-TAB-FIJO (PLA-NDX-PLAN)
008170     MOVE PLA-NUE-MONEDA TO PLA-TAB-MONEDA (PLA-NDX-PLAN)
008180     MOVE PLA-NUE-FRECUENCIA
008190         TO PLA-TAB-FRECUENCIA (PLA-NDX-PLAN)
008200     MOVE PLA-NUE-DIA-SEMANA
008210         TO PLA-TAB-DIA-SEMANA (PLA-NDX-PLAN)
008220     MOVE PLA-OPERADOR-ID TO PLA-TAB-OPERADOR-ID (PLA-NDX-PLAN)
008230     MOVE PLA-FECHA-SISTEMA
008240         TO PLA-TAB-FECHA-REAL (PLA-NDX-PLAN).
008250 6700-EXIT.
008260     EXIT.
008270
008280*Imagen de la plantilla en el indice actual para SEGULOG.
008290 6800-ARMAR-IMAGEN.
008300     MOVE PLA-TAB-ID (PLA-NDX-PLAN) TO PLA-IMG-ID
008310     MOVE PLA-TAB-OPCION (PLA-NDX-PLAN) TO PLA-IMG-OPCION
008320     MOVE PLA-TAB-BASE (PLA-NDX-PLAN) TO PLA-IMG-BASE
008330     IF PLA-TAB-OPCION (PLA-NDX-PLAN) = 7
008340         MOVE PLA-TAB-MONEDA (PLA-NDX-PLAN) TO PLA-IMG-FIJO
008350     ELSE
008360         MOVE PLA-TAB-FIJO (PLA-NDX-PLAN) TO PLA-NUMERO-EDITADO
008370         MOVE PLA-NUMERO-EDITADO TO PLA-IMG-FIJO
008380     END-IF
008390     MOVE PLA-TAB-FRECUENCIA (PLA-NDX-PLAN) TO PLA-IMG-FRECUENCIA
008400     MOVE PLA-TAB-DIA-SEMANA (PLA-NDX-PLAN) TO PLA-IMG-DIA-SEMANA
008410     MOVE PLA-TAB-ESTADO (PLA-NDX-PLAN) TO PLA-IMG-ESTADO.
008420 6800-EXIT.
008430     EXIT.
008440
008450*Conversion comun de lo tecleado (en PLA-ENT-TRABAJO) a un
008460*valor con signo y dos decimales en PLA-ENT-VALOR: las mismas
008470*reglas de la captura de lotes, para que nada que la
008480*calculadora rechazaria pueda quedar en una plantilla.
008490 6900-CONVERTIR-NUMERO.
008500     SET PLA-CONVERSION-INVALIDA TO TRUE
008510     MOVE ZERO TO PLA-ENT-VALOR
008520     IF PLA-ENT-TRABAJO = SPACES
008530         GO TO 6900-EXIT
008540     END-IF
008550     MOVE SPACE TO PLA-ENT-SIGNO
008560     IF PLA-ENT-PRIMERO = "-" OR PLA-ENT-PRIMERO = "+"
008570         MOVE PLA-ENT-PRIMERO TO PLA-ENT-SIGNO
008580         MOVE PLA-ENT-RESTO TO PLA-ENT-SIN-SIGNO
008590     ELSE
008600         MOVE PLA-ENT-TRABAJO TO PLA-ENT-SIN-SIGNO
008610     END-IF
008620     IF PLA-ENT-SIN-SIGNO = SPACES
008630         GO TO 6900-EXIT
008640     END-IF
008650     MOVE SPACES TO PLA-ENT-PARTE-ENTERA
008660     MOVE SPACES TO PLA-ENT-PARTE-DECIMAL
008670     UNSTRING PLA-ENT-SIN-SIGNO DELIMITED BY "."
008680         INTO PLA-ENT-PARTE-ENTERA
008690              PLA-ENT-PARTE-DECIMAL
008700         ON OVERFLOW
008710             GO TO 6900-EXIT
008720     END-UNSTRING
008730     IF PLA-ENT-ENTERA-EXTRA NOT = SPACE
008740         GO TO 6900-EXIT
008750     END-IF
008760     IF PLA-ENT-DECIMAL-EXTRA NOT = SPACE
008770         GO TO 6900-EXIT
008780     END-IF
008790     MOVE SPACES TO PLA-ENT-ENTERA-J
008800     MOVE SPACES TO PLA-ENT-TOKEN-2
008810     UNSTRING PLA-ENT-ENTERA-5 DELIMITED BY ALL " "
008820         INTO PLA-ENT-ENTERA-J
008830              PLA-ENT-TOKEN-2
008840     END-UNSTRING
008850     IF PLA-ENT-TOKEN-2 NOT = SPACES
008860         GO TO 6900-EXIT
008870     END-IF
008880     INSPECT PLA-ENT-ENTERA-J
008890         REPLACING LEADING SPACES BY "0"
008900     INSPECT PLA-ENT-DECIMAL-2 REPLACING ALL SPACES BY "0"
008910     IF PLA-ENT-ENTERA-J IS NOT NUMERIC
008920         GO TO 6900-EXIT
008930     END-IF
008940     IF PLA-ENT-DECIMAL-2 IS NOT NUMERIC
008950         GO TO 6900-EXIT
008960     END-IF
008970     MOVE PLA-ENT-ENTERA-J TO PLA-ENT-ENTERA-NUM
008980     MOVE PLA-ENT-DECIMAL-2 TO PLA-ENT-DECIMAL-NUM
008990     COMPUTE PLA-ENT-VALOR = PLA-ENT-ENTERA-NUM
009000         + PLA-ENT-DECIMAL-NUM / 100
009010     IF PLA-ENT-SIGNO = "-"
009020         COMPUTE PLA-ENT-VALOR = ZERO - PLA-ENT-VALOR
009030     END-IF
009040     SET PLA-CONVERSION-VALIDA TO TRUE.
009050 6900-EXIT.
009060     EXIT.
009070
009080*-----------------------------------------------------------------
009090*    8000-ESCRIBIR-SEGURIDAD
009100*    Agrega un evento a SEGULOG; se crea si aun no existe.  Una
009110*    falla solo se avisa, igual que en la CALCULADORA.
009120*-----------------------------------------------------------------
009130 8000-ESCRIBIR-SEGURIDAD.
009140     OPEN EXTEND SECURITY-LOG-FILE
009150     IF PLA-SEGULOG-STATUS = "35"
009160         OPEN OUTPUT SECURITY-LOG-FILE
009170     END-IF
009180     IF PLA-SEGULOG-STATUS NOT = "00"
009190         DISPLAY "Aviso: no se pudo escribir la bitacora de "
009200                 "seguridad SEGULOG. Estado: "
009210                 PLA-SEGULOG-STATUS
009220         GO TO 8000-LIMPIAR
009230     END-IF
009240     ACCEPT PLA-HORA-COMPLETA FROM TIME
009250     MOVE SPACES TO SECURITY-LOG-RECORD
009260     MOVE PLA-FECHA-SISTEMA TO SEG-FECHA
009270     MOVE PLA-HORA-COMPLETA TO SEG-HORA
009280     MOVE PLA-OPERADOR-ID TO SEG-OPERADOR-ID
009290     MOVE PLA-SEG-TIPO TO SEG-TIPO-EVENTO
009300     MOVE PLA-SEG-DETALLE TO SEG-DETALLE
009310     MOVE PLA-SEG-ANTES TO SEG-IMAGEN-ANTES
009320     MOVE PLA-SEG-DESPUES TO SEG-IMAGEN-DESPUES
009330     WRITE SECURITY-LOG-RECORD
009340     CLOSE SECURITY-LOG-FILE.
009350 8000-LIMPIAR.
009360     MOVE SPACES TO PLA-SEG-ANTES
009370     MOVE SPACES TO PLA-SEG-DESPUES.
009380 8000-EXIT.
009390     EXIT.
009400
009410*-----------------------------------------------------------------
009420*    9000-TERMINAR
009430*    Regraba el maestro completo si hubo movimientos.  Una falla
009440*    al grabarlo termina con codigo 12: los movimientos de la
009450*    sesion no quedaron en PLANTIL.
009460*-----------------------------------------------------------------
009470 9000-TERMINAR.
009480     IF NOT PLA-HUBO-CAMBIOS
009490         DISPLAY "Sin cambios en el maestro PLANTIL."
009500         MOVE ZERO TO RETURN-CODE
009510         GO TO 9000-EXIT
009520     END-IF
009530     OPEN OUTPUT TEMPLATE-FILE
009540     IF PLA-PLANTIL-STATUS NOT = "00"
009550         DISPLAY "No se pudo grabar el maestro de plantillas "
009560                 "PLANTIL. Estado: " PLA-PLANTIL-STATUS
009570         MOVE 12 TO RETURN-CODE
009580         GO TO 9000-EXIT
009590     END-IF
009600     PERFORM 9100-GRABAR-PLANTILLA THRU 9100-EXIT
009610         VARYING PLA-SUB-PLAN FROM 1 BY 1
009620         UNTIL PLA-SUB-PLAN > PLA-PLANTILLAS-USADAS
009630     CLOSE TEMPLATE-FILE
009640     MOVE PLA-CANT-ALTAS TO PLA-CANT-EDITADA
009650     DISPLAY "Altas:    " PLA-CANT-EDITADA
009660     MOVE PLA-CANT-CAMBIOS TO PLA-CANT-EDITADA
009670     DISPLAY "Cambios:  " PLA-CANT-EDITADA
009680     MOVE PLA-CANT-RETIROS TO PLA-CANT-EDITADA
009690     DISPLAY "Retiros:  " PLA-CANT-EDITADA
009700     DISPLAY "Maestro PLANTIL grabado."
009710     MOVE ZERO TO RETURN-CODE.
009720 9000-EXIT.
009730     EXIT.
009740
009750 9100-GRABAR-PLANTILLA.
009760     MOVE SPACES TO TEMPLATE-RECORD
009770     MOVE PLA-TAB-ID (PLA-SUB-PLAN) TO PLN-ID
009780     MOVE PLA-TAB-DESCRIPCION (PLA-SUB-PLAN) TO PLN-DESCRIPCION
009790     MOVE PLA-TAB-OPCION (PLA-SUB-PLAN) TO PLN-OPCION
009800     MOVE PLA-TAB-BASE (PLA-SUB-PLAN) TO PLN-NUMERO-BASE
009810     MOVE PLA-TAB-FIJO (PLA-SUB-PLAN) TO PLN-OPERANDO-FIJO
009820     MOVE PLA-TAB-MONEDA (PLA-SUB-PLAN) TO PLN-MONEDA
009830     MOVE PLA-TAB-FRECUENCIA (PLA-SUB-PLAN) TO PLN-FRECUENCIA
009840     MOVE PLA-TAB-DIA-SEMANA (PLA-SUB-PLAN) TO PLN-DIA-SEMANA
009850     MOVE PLA-TAB-ESTADO (PLA-SUB-PLAN) TO PLN-ESTADO
009860     MOVE PLA-TAB-OPERADOR-ID (PLA-SUB-PLAN) TO PLN-OPERADOR-ID
009870     MOVE PLA-TAB-FECHA-REAL (PLA-SUB-PLAN) TO PLN-FECHA-REAL
009880     WRITE TEMPLATE-RECORD.
009890 9100-EXIT.
009900     EXIT.
009910
009920 END PROGRAM PLANTILLA.
