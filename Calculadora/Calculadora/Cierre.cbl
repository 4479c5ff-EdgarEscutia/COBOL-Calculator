000010*****************************************************************
000020*    Program:     CIERRE
000030*    Author:      Equipo de Sistemas Administrativos
000040*    Installation: Departamento de Contabilidad
000050*    Date-Written: 2026-10-15
000060*    Date-Compiled:
000070*    Purpose:     Cierre del dia de negocio.  Un operador
000080*                 firmado contra el maestro OPERMAST cierra una
000090*                 fecha solo si la conciliacion (CONCILIA), la
000100*                 verificacion del historico (HISTVERIFICA) y el
000110*                 posteo (CONTABILIZA) de esa fecha terminaron
000120*                 limpios y el posteo cuadra con lo conciliado.
000130*                 El cierre queda en el control de periodos
000140*                 PERCTL con quien cerro y las cifras de
000150*                 control, y se imprime el certificado de cierre
000160*                 en CIERRPT.  Una fecha cerrada ya no admite
000170*                 calculos en la CALCULADORA ni un nuevo posteo.
000180*                 La reapertura exige el permiso de
000190*                 administrador, pide el motivo y queda en la
000200*                 bitacora de seguridad SEGULOG.
000210*    Tectonics:   cobc
000220*-----------------------------------------------------------------
000230*    Modification History
000240*    Date       Init  Description
000250*    ---------- ----  -------------------------------------------
000260*    2026-10-15 EE    Version original - cierre y reapertura de
000270*                      la fecha de negocio con certificado.
000280*****************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. CIERRE.
000310 AUTHOR. EQUIPO DE SISTEMAS ADMINISTRATIVOS.
000320 INSTALLATION. DEPARTAMENTO DE CONTABILIDAD.
000330 DATE-WRITTEN. 2026-10-15.
000340 DATE-COMPILED.
000350
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS CIE-OPERMAST-STATUS.
000420
000430*Control de periodos: se lee completo para saber que corrio
000440*sobre la fecha y se le agrega el evento de cierre o reapertura.
000450     SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERCTL"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS CIE-PERCTL-STATUS.
000480
000490*Bitacora de seguridad: firma, cierre, reapertura y rechazos.
000500*Se abre y cierra por evento, igual que en la CALCULADORA.
000510     SELECT SECURITY-LOG-FILE ASSIGN TO "SEGULOG"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS CIE-SEGULOG-STATUS.
000540
000550     SELECT REPORT-FILE ASSIGN TO "CIERRPT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS CIE-REPORTE-STATUS.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610*El maestro de operadores viene del copybook OPERREC, el mismo
000620*que usa la CALCULADORA para firmar y mantenerlo.
000630 FD  OPERATOR-MASTER-FILE.
000640 01  OPERATOR-MASTER-RECORD.
000650     COPY OPERREC.
000660
000670 FD  PERIOD-CONTROL-FILE.
000680 01  PERIOD-CONTROL-RECORD.
000690     COPY PERREC.
000700
000710 FD  SECURITY-LOG-FILE.
000720 01  SECURITY-LOG-RECORD.
000730     COPY SEGEVENT.
000740
000750 FD  REPORT-FILE.
000760 01  REPORTE-LINEA                    PIC X(80).
000770
000780 WORKING-STORAGE SECTION.
000790*Interruptores de control del programa.
000800 77  CIE-SW-FIN-OPERADORES PIC X(01) VALUE "N".
000810     88 CIE-FIN-OPERADORES VALUE "S".
000820
000830 77  CIE-SW-FIN-PERCTL PIC X(01) VALUE "N".
000840     88 CIE-FIN-PERCTL VALUE "S".
000850
000860 77  CIE-SW-OPERADOR PIC X(01) VALUE "N".
000870     88 CIE-OPERADOR-HALLADO VALUE "S".
000880     88 CIE-OPERADOR-NO-HALLADO VALUE "N".
000890
000900*Situacion de la fecha segun el ultimo evento de cierre (CI) o
000910*reapertura (RE) del control de periodos.
000920 77  CIE-SW-FECHA-CERRADA PIC X(01) VALUE "N".
000930     88 CIE-FECHA-CERRADA VALUE "S".
000940
000950*Resultado de las revisiones previas al cierre.
000960 77  CIE-SW-CIERRE PIC X(01) VALUE "S".
000970     88 CIE-CIERRE-PROCEDE VALUE "S".
000980     88 CIE-CIERRE-RECHAZADO VALUE "N".
000990
001000*Datos capturados en consola.
001010 77  CIE-OPERADOR-ID PIC X(08) VALUE SPACES.
001020 77  CIE-OPERADOR-NOMBRE PIC X(30) VALUE SPACES.
001030 77  CIE-OPERADOR-ADMIN PIC X(01) VALUE "N".
001035 77  CIE-OPERADOR-ESTADO PIC X(01) VALUE SPACES.
001040 77  CIE-ENTRADA-FECHA PIC X(08) VALUE SPACES.
001050 77  CIE-FECHA-CIERRE PIC 9(08) VALUE ZEROS.
001060 77  CIE-ACCION PIC X(01) VALUE SPACES.
001070     88 CIE-ACCION-CERRAR VALUE "C" "c".
001080     88 CIE-ACCION-REABRIR VALUE "R" "r".
001090 77  CIE-MOTIVO PIC X(30) VALUE SPACES.
001100
001110*Ultimo evento de cada paso del dia hallado en el control de
001120*periodos.  La verificacion recorre todo el historico, asi que
001130*cuenta la ultima que corrio el dia del cierre o despues.
001140 01  CIE-PASOS.
001150     05  CIE-PASO OCCURS 3 TIMES.
001160         10  CIE-PASO-HALLADO         PIC X(01).
001170         10  CIE-PASO-RETORNO         PIC 9(02).
001180         10  CIE-PASO-CANTIDAD        PIC 9(08).
001190         10  CIE-PASO-IMPORTE         PIC S9(13)V99.
001200         10  CIE-PASO-IMPORTE-2       PIC S9(13)V99.
001210         10  CIE-PASO-FECHA-REAL      PIC 9(08).
001220 77  CIE-SUB-PASO PIC 9(04) COMP VALUE ZERO.
001230
001240*Nombres de los pasos en el orden de la tabla: 1 conciliacion,
001250*2 verificacion, 3 posteo.
001260 01  CIE-NOMBRES-PASO.
001270     05  FILLER                       PIC X(14)
001280             VALUE "CONCILIACION  ".
001290     05  FILLER                       PIC X(14)
001300             VALUE "VERIFICACION  ".
001310     05  FILLER                       PIC X(14)
001320             VALUE "POSTEO        ".
001330 01  CIE-NOMBRES-TABLA REDEFINES CIE-NOMBRES-PASO.
001340     05  CIE-NOMBRE-PASO OCCURS 3 TIMES PIC X(14).
001350
001360*Linea de revision de un paso: nombre, dictamen, retorno,
001370*cantidad e importe, y el dia en que corrio.
001380 01  CIE-LINEA-PASO.
001390     05  CIE-LIN-NOMBRE               PIC X(14).
001400     05  CIE-LIN-DICTAMEN             PIC X(06).
001410     05  FILLER                       PIC X(04) VALUE " RC=".
001420     05  CIE-LIN-RETORNO              PIC 99.
001430     05  FILLER                       PIC X(01) VALUE SPACES.
001440     05  CIE-LIN-CANTIDAD             PIC ZZZZZZZ9.
001450     05  FILLER                       PIC X(01) VALUE SPACES.
001460     05  CIE-LIN-IMPORTE              PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
001470     05  FILLER                       PIC X(01) VALUE SPACES.
001480     05  CIE-LIN-FECHA-REAL           PIC 9999/99/99.
001490     05  FILLER                       PIC X(12) VALUE SPACES.
001500
001510*Fecha y hora del sistema para el certificado y los eventos.
001520 77  CIE-FECHA-SISTEMA PIC 9(08) VALUE ZEROS.
001530 01  CIE-HORA-COMPLETA                PIC 9(08) VALUE ZEROS.
001540 01  CIE-HORA-DESGLOSE REDEFINES CIE-HORA-COMPLETA.
001550     05  CIE-HORA-HH                  PIC X(02).
001560     05  CIE-HORA-MM                  PIC X(02).
001570     05  CIE-HORA-SS                  PIC X(02).
001580     05  FILLER                       PIC X(02).
001590
001600*Evento de seguridad en armado.
001610 77  CIE-SEG-TIPO PIC X(02) VALUE SPACES.
001620 77  CIE-SEG-DETALLE PIC X(30) VALUE SPACES.
001630 77  CIE-SEG-ANTES PIC X(48) VALUE SPACES.
001640
001650*Campos editados.
001660 77  CIE-FECHA-EDITADA PIC 9999/99/99.
001690
001700*Codigos de estado de archivo.
001710 77  CIE-OPERMAST-STATUS PIC XX VALUE "00".
001720 77  CIE-PERCTL-STATUS PIC XX VALUE "00".
001730 77  CIE-SEGULOG-STATUS PIC XX VALUE "00".
001740 77  CIE-REPORTE-STATUS PIC XX VALUE "00".
001750
001760 PROCEDURE DIVISION.
001770*-----------------------------------------------------------------
001780*    0000-PRINCIPAL
001790*    Punto de entrada: firma, captura de la fecha y la accion,
001800*    lectura del control de periodos y cierre o reapertura.
001810*-----------------------------------------------------------------
001820 0000-PRINCIPAL.
001830     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
001840     PERFORM 2000-LEER-CONTROL THRU 2000-EXIT
001850     IF CIE-ACCION-CERRAR
001860         PERFORM 3000-CERRAR-FECHA THRU 3000-EXIT
001870     ELSE
001880         PERFORM 4000-REABRIR-FECHA THRU 4000-EXIT
001890     END-IF
001900     PERFORM 9000-TERMINAR THRU 9000-EXIT
001910     STOP RUN.
001920
001930*-----------------------------------------------------------------
001940*    1000-INICIALIZAR
001950*    Firma del operador y captura de la fecha, la accion y, en
001960*    la reapertura, el motivo.  Cualquier dato invalido termina
001970*    la corrida antes de tocar el control de periodos.
001980*-----------------------------------------------------------------
001990 1000-INICIALIZAR.
002000     DISPLAY "CIERRE - Cierre del dia de negocio"
002010     ACCEPT CIE-FECHA-SISTEMA FROM DATE YYYYMMDD
002020     PERFORM 1100-FIRMAR-OPERADOR THRU 1100-EXIT
002030     DISPLAY "Fecha de negocio a cerrar o reabrir (AAAAMMDD):"
002040     ACCEPT CIE-ENTRADA-FECHA
002050     IF CIE-ENTRADA-FECHA NOT NUMERIC
002060         DISPLAY "Fecha invalida: " CIE-ENTRADA-FECHA
002070         MOVE 12 TO RETURN-CODE
002080         STOP RUN
002090     END-IF
002100     MOVE CIE-ENTRADA-FECHA TO CIE-FECHA-CIERRE
002110     IF CIE-FECHA-CIERRE = ZERO
002120         DISPLAY "Fecha invalida: " CIE-ENTRADA-FECHA
002130         MOVE 12 TO RETURN-CODE
002140         STOP RUN
002150     END-IF
002160     DISPLAY "Accion (C cerrar / R reabrir):"
002170     ACCEPT CIE-ACCION
002180     IF NOT CIE-ACCION-CERRAR AND NOT CIE-ACCION-REABRIR
002190         DISPLAY "Accion invalida: " CIE-ACCION
002200         MOVE 12 TO RETURN-CODE
002210         STOP RUN
002220     END-IF
002230     IF CIE-ACCION-REABRIR
002240         PERFORM 1200-AUTORIZAR-REAPERTURA THRU 1200-EXIT
002250     END-IF
002260     OPEN OUTPUT REPORT-FILE
002270     IF CIE-REPORTE-STATUS NOT = "00"
002280         DISPLAY "No se pudo abrir el reporte CIERRPT. "
002290                 "Estado: " CIE-REPORTE-STATUS
002300         MOVE 12 TO RETURN-CODE
002310         STOP RUN
002320     END-IF.
002330 1000-EXIT.
002340     EXIT.
002350
002360*La firma busca el identificador en el maestro de operadores;
002370*uno desconocido o inactivo queda en SEGULOG y termina la
002380*corrida.  Sin maestro no hay firma posible y no se cierra.
002390 1100-FIRMAR-OPERADOR.
002400     DISPLAY "Introduzca su identificador de operador (8 car.):"
002410     ACCEPT CIE-OPERADOR-ID
002420     OPEN INPUT OPERATOR-MASTER-FILE
002430     IF CIE-OPERMAST-STATUS NOT = "00"
002440         DISPLAY "No se pudo abrir el maestro de operadores "
002450                 "OPERMAST. Estado: " CIE-OPERMAST-STATUS
002460         MOVE 12 TO RETURN-CODE
002470         STOP RUN
002480     END-IF
002490     SET CIE-OPERADOR-NO-HALLADO TO TRUE
002500     PERFORM 1150-LEER-OPERADOR THRU 1150-EXIT
002510         UNTIL CIE-FIN-OPERADORES OR CIE-OPERADOR-HALLADO
002520     CLOSE OPERATOR-MASTER-FILE
002530     IF CIE-OPERADOR-NO-HALLADO
002540         DISPLAY "Operador desconocido."
002550         MOVE "FF" TO CIE-SEG-TIPO
002560         MOVE "Operador desconocido" TO CIE-SEG-DETALLE
002570         PERFORM 8000-ESCRIBIR-SEGURIDAD THRU 8000-EXIT
002580         MOVE 12 TO RETURN-CODE
002590         STOP RUN
002600     END-IF
002610     IF CIE-OPERADOR-ESTADO NOT = "A"
002620         DISPLAY "Operador inactivo."
002630         MOVE "FF" TO CIE-SEG-TIPO
002640         MOVE "Operador inactivo" TO CIE-SEG-DETALLE
002650         PERFORM 8000-ESCRIBIR-SEGURIDAD THRU 8000-EXIT
002660         MOVE 12 TO RETURN-CODE
002670         STOP RUN
002680     END-IF
002710     MOVE "FO" TO CIE-SEG-TIPO
002720     MOVE "Firma correcta" TO CIE-SEG-DETALLE
002730     PERFORM 8000-ESCRIBIR-SEGURIDAD THRU 8000-EXIT
002740     DISPLAY "Bienvenido, " CIE-OPERADOR-NOMBRE.
002750 1100-EXIT.
002760     EXIT.
002770
002780 1150-LEER-OPERADOR.
002790     READ OPERATOR-MASTER-FILE
002800         AT END
002810             SET CIE-FIN-OPERADORES TO TRUE
002820             GO TO 1150-EXIT
002830     END-READ
002840     IF OPM-ID = CIE-OPERADOR-ID
002850         SET CIE-OPERADOR-HALLADO TO TRUE
002852         MOVE OPM-ESTADO TO CIE-OPERADOR-ESTADO
002854         MOVE OPM-NOMBRE TO CIE-OPERADOR-NOMBRE
002856         MOVE OPM-PERMISO-ADMIN TO CIE-OPERADOR-ADMIN
002860     END-IF.
002870 1150-EXIT.
002880     EXIT.
002890
002900*Reabrir una fecha es mantenimiento del periodo: solo un
002910*administrador, y siempre con motivo.  El rechazo queda en
002920*SEGULOG como cualquier otro rechazo de autorizacion.
002930 1200-AUTORIZAR-REAPERTURA.
002940     IF CIE-OPERADOR-ADMIN NOT = "S"
002950         DISPLAY "Solo un administrador puede reabrir una fecha."
002960         MOVE "RA" TO CIE-SEG-TIPO
002970         MOVE "Sin permiso de administrador" TO CIE-SEG-DETALLE
002980         PERFORM 8000-ESCRIBIR-SEGURIDAD THRU 8000-EXIT
002990         MOVE 8 TO RETURN-CODE
003000         STOP RUN
003010     END-IF
003020     DISPLAY "Motivo de la reapertura (30 car.):"
003030     ACCEPT CIE-MOTIVO
003040     IF CIE-MOTIVO = SPACES
003050         DISPLAY "La reapertura requiere un motivo."
003060         MOVE 8 TO RETURN-CODE
003070         STOP RUN
003080     END-IF.
003090 1200-EXIT.
003100     EXIT.
003110
003120*-----------------------------------------------------------------
003130*    2000-LEER-CONTROL
003140*    Recorre el control de periodos en el orden en que se
003150*    escribio y se queda, para la fecha, con el ultimo evento de
003155*    cada paso y con su situacion de cierre.  Una reapertura
003160*    descarta los pasos anteriores a ella: la fecha se vuelve a
003165*    cerrar solo con pasos corridos despues.  Si todavia no
003170*    existe, no ha corrido nada y la fecha no esta cerrada.
003180*-----------------------------------------------------------------
003190 2000-LEER-CONTROL.
003200     MOVE 1 TO CIE-SUB-PASO
003210     PERFORM 2200-LIMPIAR-PASO THRU 2200-EXIT
003220     MOVE 2 TO CIE-SUB-PASO
003230     PERFORM 2200-LIMPIAR-PASO THRU 2200-EXIT
003240     MOVE 3 TO CIE-SUB-PASO
003250     PERFORM 2200-LIMPIAR-PASO THRU 2200-EXIT
003260     OPEN INPUT PERIOD-CONTROL-FILE
003270     IF CIE-PERCTL-STATUS = "35"
003280         GO TO 2000-EXIT
003290     END-IF
003300     IF CIE-PERCTL-STATUS NOT = "00"
003310         DISPLAY "No se pudo abrir el control de periodos "
003320                 "PERCTL. Estado: " CIE-PERCTL-STATUS
003330         MOVE 12 TO RETURN-CODE
003340         STOP RUN
003350     END-IF
003360     PERFORM 2100-LEER-EVENTO THRU 2100-EXIT
003370         UNTIL CIE-FIN-PERCTL
003380     CLOSE PERIOD-CONTROL-FILE.
003390 2000-EXIT.
003400     EXIT.
003410
003420 2100-LEER-EVENTO.
003430     READ PERIOD-CONTROL-FILE
003440         AT END
003450             SET CIE-FIN-PERCTL TO TRUE
003460             GO TO 2100-EXIT
003470     END-READ
003480     MOVE ZERO TO CIE-SUB-PASO
003490     IF PER-VERIFICACION
003500         IF PER-FECHA NOT < CIE-FECHA-CIERRE
003510             MOVE 2 TO CIE-SUB-PASO
003520         END-IF
003530         GO TO 2100-GUARDAR
003540     END-IF
003550     IF PER-FECHA NOT = CIE-FECHA-CIERRE
003560         GO TO 2100-EXIT
003570     END-IF
003580     EVALUATE TRUE
003590         WHEN PER-CONCILIACION
003600             MOVE 1 TO CIE-SUB-PASO
003610         WHEN PER-CONTABILIZACION
003620             MOVE 3 TO CIE-SUB-PASO
003630         WHEN PER-CIERRE
003640             SET CIE-FECHA-CERRADA TO TRUE
003650         WHEN PER-REAPERTURA
003660             MOVE "N" TO CIE-SW-FECHA-CERRADA
003661             MOVE 1 TO CIE-SUB-PASO
003662             PERFORM 2200-LIMPIAR-PASO THRU 2200-EXIT
003663             MOVE 2 TO CIE-SUB-PASO
003664             PERFORM 2200-LIMPIAR-PASO THRU 2200-EXIT
003665             MOVE 3 TO CIE-SUB-PASO
003666             PERFORM 2200-LIMPIAR-PASO THRU 2200-EXIT
003667             MOVE ZERO TO CIE-SUB-PASO
003670     END-EVALUATE.
003680 2100-GUARDAR.
003690     IF CIE-SUB-PASO = ZERO
003700         GO TO 2100-EXIT
003710     END-IF
003720     MOVE "S" TO CIE-PASO-HALLADO (CIE-SUB-PASO)
003730     MOVE PER-RETORNO TO CIE-PASO-RETORNO (CIE-SUB-PASO)
003740     MOVE PER-CANTIDAD TO CIE-PASO-CANTIDAD (CIE-SUB-PASO)
003750     MOVE PER-IMPORTE TO CIE-PASO-IMPORTE (CIE-SUB-PASO)
003760     MOVE PER-IMPORTE-2 TO CIE-PASO-IMPORTE-2 (CIE-SUB-PASO)
003770     MOVE PER-FECHA-REAL TO CIE-PASO-FECHA-REAL (CIE-SUB-PASO).
003780 2100-EXIT.
003790     EXIT.
003800
003810 2200-LIMPIAR-PASO.
003820     MOVE "N" TO CIE-PASO-HALLADO (CIE-SUB-PASO)
003830     MOVE ZERO TO CIE-PASO-RETORNO (CIE-SUB-PASO)
003840     MOVE ZERO TO CIE-PASO-CANTIDAD (CIE-SUB-PASO)
003850     MOVE ZERO TO CIE-PASO-IMPORTE (CIE-SUB-PASO)
003860     MOVE ZERO TO CIE-PASO-IMPORTE-2 (CIE-SUB-PASO)
003870     MOVE ZERO TO CIE-PASO-FECHA-REAL (CIE-SUB-PASO).
003880 2200-EXIT.
003890     EXIT.
003900
003910*-----------------------------------------------------------------
003920*    3000-CERRAR-FECHA
003930*    Imprime el certificado con la revision de cada paso y, si
003940*    todo corrio limpio y el posteo cuadra con lo conciliado,
003950*    asienta el cierre.  Cualquier falta deja la fecha abierta
003960*    con codigo de retorno 8.
003970*-----------------------------------------------------------------
003980 3000-CERRAR-FECHA.
003990     MOVE SPACES TO REPORTE-LINEA
004000     STRING "CERTIFICADO DE CIERRE - CALCULADORA"
004010         DELIMITED BY SIZE INTO REPORTE-LINEA
004020     WRITE REPORTE-LINEA
004030     PERFORM 7000-ENCABEZADO THRU 7000-EXIT
004040     SET CIE-CIERRE-PROCEDE TO TRUE
004050     IF CIE-FECHA-CERRADA
004060         SET CIE-CIERRE-RECHAZADO TO TRUE
004070         MOVE SPACES TO REPORTE-LINEA
004080         STRING "LA FECHA YA ESTA CERRADA" DELIMITED BY SIZE
004090             INTO REPORTE-LINEA
004100         WRITE REPORTE-LINEA
004110     END-IF
004120     MOVE SPACES TO REPORTE-LINEA
004130     STRING "PASO          DICTAM RC  CANTIDAD"
004140         DELIMITED BY SIZE
004150         "               IMPORTE    CORRIO EL" DELIMITED BY SIZE
004160         INTO REPORTE-LINEA
004170     WRITE REPORTE-LINEA
004180     MOVE 1 TO CIE-SUB-PASO
004190     PERFORM 3100-REVISAR-PASO THRU 3100-EXIT
004200     MOVE 2 TO CIE-SUB-PASO
004210     PERFORM 3100-REVISAR-PASO THRU 3100-EXIT
004220     MOVE 3 TO CIE-SUB-PASO
004230     PERFORM 3100-REVISAR-PASO THRU 3100-EXIT
004240     PERFORM 3200-REVISAR-CUADRE THRU 3200-EXIT
004250     MOVE SPACES TO REPORTE-LINEA
004260     WRITE REPORTE-LINEA
004270     IF CIE-CIERRE-RECHAZADO
004280         MOVE SPACES TO REPORTE-LINEA
004290         STRING "DICTAMEN: CIERRE RECHAZADO, LA FECHA SIGUE "
004300             DELIMITED BY SIZE
004310             "ABIERTA" DELIMITED BY SIZE
004320             INTO REPORTE-LINEA
004330         WRITE REPORTE-LINEA
004340         DISPLAY "Cierre rechazado; ver el certificado en "
004350                 "CIERRPT."
004360         MOVE 8 TO RETURN-CODE
004370         GO TO 3000-EXIT
004380     END-IF
004390     PERFORM 3300-ASENTAR-CIERRE THRU 3300-EXIT
004400     MOVE SPACES TO REPORTE-LINEA
004410     STRING "DICTAMEN: FECHA CERRADA" DELIMITED BY SIZE
004420         INTO REPORTE-LINEA
004430     WRITE REPORTE-LINEA
004440     MOVE SPACES TO REPORTE-LINEA
004450     STRING "CERRADA POR: " DELIMITED BY SIZE
004460         CIE-OPERADOR-ID DELIMITED BY SIZE
004470         " " DELIMITED BY SIZE
004480         CIE-OPERADOR-NOMBRE DELIMITED BY SIZE
004490         INTO REPORTE-LINEA
004500     WRITE REPORTE-LINEA
004510     MOVE SPACES TO REPORTE-LINEA
004520     WRITE REPORTE-LINEA
004530     MOVE SPACES TO REPORTE-LINEA
004540     STRING "FIRMA: ______________________________"
004550         DELIMITED BY SIZE INTO REPORTE-LINEA
004560     WRITE REPORTE-LINEA
004570     MOVE CIE-FECHA-CIERRE TO CIE-FECHA-EDITADA
004580     DISPLAY "Fecha " CIE-FECHA-EDITADA " cerrada."
004590     MOVE ZERO TO RETURN-CODE.
004600 3000-EXIT.
004610     EXIT.
004620
004630*Un paso que no corrio sobre la fecha, o que no termino con
004640*retorno cero, impide el cierre.  El posteo imprime sus cargos;
004650*los otros dos, su importe del dia.
004660 3100-REVISAR-PASO.
004670     MOVE CIE-NOMBRE-PASO (CIE-SUB-PASO) TO CIE-LIN-NOMBRE
004680     MOVE CIE-PASO-RETORNO (CIE-SUB-PASO) TO CIE-LIN-RETORNO
004690     MOVE CIE-PASO-CANTIDAD (CIE-SUB-PASO) TO CIE-LIN-CANTIDAD
004700     MOVE CIE-PASO-IMPORTE (CIE-SUB-PASO) TO CIE-LIN-IMPORTE
004710     MOVE CIE-PASO-FECHA-REAL (CIE-SUB-PASO)
004720         TO CIE-LIN-FECHA-REAL
004730     IF CIE-PASO-HALLADO (CIE-SUB-PASO) NOT = "S"
004740         MOVE "FALTA" TO CIE-LIN-DICTAMEN
004750         SET CIE-CIERRE-RECHAZADO TO TRUE
004760     ELSE
004770         IF CIE-PASO-RETORNO (CIE-SUB-PASO) = ZERO
004780             MOVE "OK" TO CIE-LIN-DICTAMEN
004790         ELSE
004800             MOVE "FALLA" TO CIE-LIN-DICTAMEN
004810             SET CIE-CIERRE-RECHAZADO TO TRUE
004820         END-IF
004830     END-IF
004840     MOVE CIE-LINEA-PASO TO REPORTE-LINEA
004850     WRITE REPORTE-LINEA.
004860 3100-EXIT.
004870     EXIT.
004880
004890*El posteo debe haber llevado al mayor los mismos calculos que
004900*la conciliacion encontro en el historico para la fecha.
004910 3200-REVISAR-CUADRE.
004920     IF CIE-PASO-HALLADO (1) NOT = "S" OR
004930        CIE-PASO-HALLADO (3) NOT = "S"
004940         GO TO 3200-EXIT
004950     END-IF
004960     MOVE SPACES TO REPORTE-LINEA
004970     IF CIE-PASO-CANTIDAD (3) = CIE-PASO-CANTIDAD (1)
004980         STRING "CUADRE POSTEO CONTRA CONCILIACION: OK"
004990             DELIMITED BY SIZE INTO REPORTE-LINEA
005000     ELSE
005010         SET CIE-CIERRE-RECHAZADO TO TRUE
005020         STRING "CUADRE POSTEO CONTRA CONCILIACION: "
005030             DELIMITED BY SIZE
005040             "DIFERENCIA EN CALCULOS" DELIMITED BY SIZE
005050             INTO REPORTE-LINEA
005060     END-IF
005070     WRITE REPORTE-LINEA.
005080 3200-EXIT.
005090     EXIT.
005100
005110*El cierre lleva las cifras de control de la conciliacion
005120*(calculos e importe del dia) y los cargos de la poliza.
005130 3300-ASENTAR-CIERRE.
005135     PERFORM 8050-ABRIR-CONTROL THRU 8050-EXIT
005140     MOVE SPACES TO PERIOD-CONTROL-RECORD
005150     MOVE CIE-FECHA-CIERRE TO PER-FECHA
005160     SET PER-CIERRE TO TRUE
005170     MOVE ZERO TO PER-RETORNO
005180     MOVE CIE-PASO-CANTIDAD (1) TO PER-CANTIDAD
005190     MOVE CIE-PASO-IMPORTE (1) TO PER-IMPORTE
005200     MOVE CIE-PASO-IMPORTE (3) TO PER-IMPORTE-2
005210     PERFORM 8100-AGREGAR-EVENTO THRU 8100-EXIT
005220     MOVE "CF" TO CIE-SEG-TIPO
005230     MOVE SPACES TO CIE-SEG-DETALLE
005240     STRING "Cierre de la fecha " DELIMITED BY SIZE
005250         CIE-FECHA-CIERRE DELIMITED BY SIZE
005260         INTO CIE-SEG-DETALLE
005270     MOVE CIE-FECHA-CIERRE TO CIE-SEG-ANTES
005280     PERFORM 8000-ESCRIBIR-SEGURIDAD THRU 8000-EXIT.
005290 3300-EXIT.
005300     EXIT.
005310
005320*-----------------------------------------------------------------
005330*    4000-REABRIR-FECHA
005340*    Solo se reabre una fecha cerrada; la reapertura queda en
005350*    el control de periodos y en SEGULOG con su motivo.
005360*-----------------------------------------------------------------
005370 4000-REABRIR-FECHA.
005380     MOVE SPACES TO REPORTE-LINEA
005390     STRING "REAPERTURA DE FECHA - CALCULADORA"
005400         DELIMITED BY SIZE INTO REPORTE-LINEA
005410     WRITE REPORTE-LINEA
005420     PERFORM 7000-ENCABEZADO THRU 7000-EXIT
005430     MOVE SPACES TO REPORTE-LINEA
005440     STRING "MOTIVO:      " DELIMITED BY SIZE
005450         CIE-MOTIVO DELIMITED BY SIZE
005460         INTO REPORTE-LINEA
005470     WRITE REPORTE-LINEA
005480     MOVE SPACES TO REPORTE-LINEA
005490     WRITE REPORTE-LINEA
005500     IF NOT CIE-FECHA-CERRADA
005510         MOVE SPACES TO REPORTE-LINEA
005520         STRING "DICTAMEN: LA FECHA NO ESTA CERRADA; NADA QUE "
005530             DELIMITED BY SIZE
005540             "REABRIR" DELIMITED BY SIZE
005550             INTO REPORTE-LINEA
005560         WRITE REPORTE-LINEA
005570         DISPLAY "La fecha no esta cerrada; nada que reabrir."
005580         MOVE 8 TO RETURN-CODE
005590         GO TO 4000-EXIT
005600     END-IF
005605     PERFORM 8050-ABRIR-CONTROL THRU 8050-EXIT
005610     MOVE SPACES TO PERIOD-CONTROL-RECORD
005620     MOVE CIE-FECHA-CIERRE TO PER-FECHA
005630     SET PER-REAPERTURA TO TRUE
005640     MOVE ZERO TO PER-RETORNO
005650     MOVE ZERO TO PER-CANTIDAD
005660     MOVE ZERO TO PER-IMPORTE
005670     MOVE ZERO TO PER-IMPORTE-2
005680     MOVE CIE-MOTIVO TO PER-MOTIVO
005690     PERFORM 8100-AGREGAR-EVENTO THRU 8100-EXIT
005700     MOVE "RF" TO CIE-SEG-TIPO
005710     MOVE CIE-MOTIVO TO CIE-SEG-DETALLE
005720     MOVE CIE-FECHA-CIERRE TO CIE-SEG-ANTES
005730     PERFORM 8000-ESCRIBIR-SEGURIDAD THRU 8000-EXIT
005740     MOVE SPACES TO REPORTE-LINEA
005750     STRING "DICTAMEN: FECHA REABIERTA POR " DELIMITED BY SIZE
005760         CIE-OPERADOR-ID DELIMITED BY SIZE
005770         " " DELIMITED BY SIZE
005780         CIE-OPERADOR-NOMBRE DELIMITED BY SIZE
005790         INTO REPORTE-LINEA
005800     WRITE REPORTE-LINEA
005810     MOVE CIE-FECHA-CIERRE TO CIE-FECHA-EDITADA
005820     DISPLAY "Fecha " CIE-FECHA-EDITADA " reabierta."
005830     MOVE ZERO TO RETURN-CODE.
005840 4000-EXIT.
005850     EXIT.
005860
005870*-----------------------------------------------------------------
005880*    7000-ENCABEZADO
005890*    Fecha tratada, operador y momento de la emision.
005900*-----------------------------------------------------------------
005910 7000-ENCABEZADO.
005920     ACCEPT CIE-HORA-COMPLETA FROM TIME
005930     MOVE CIE-FECHA-CIERRE TO CIE-FECHA-EDITADA
005940     MOVE SPACES TO REPORTE-LINEA
005950     STRING "FECHA DE NEGOCIO: " DELIMITED BY SIZE
005960         CIE-FECHA-EDITADA DELIMITED BY SIZE
005970         INTO REPORTE-LINEA
005980     WRITE REPORTE-LINEA
005990     MOVE SPACES TO REPORTE-LINEA
006000     STRING "OPERADOR:    " DELIMITED BY SIZE
006010         CIE-OPERADOR-ID DELIMITED BY SIZE
006020         " " DELIMITED BY SIZE
006030         CIE-OPERADOR-NOMBRE DELIMITED BY SIZE
006040         INTO REPORTE-LINEA
006050     WRITE REPORTE-LINEA
006060     MOVE CIE-FECHA-SISTEMA TO CIE-FECHA-EDITADA
006070     MOVE SPACES TO REPORTE-LINEA
006080     STRING "EMITIDO EL:  " DELIMITED BY SIZE
006090         CIE-FECHA-EDITADA DELIMITED BY SIZE
006100         " " DELIMITED BY SIZE
006110         CIE-HORA-HH DELIMITED BY SIZE
006120         ":" DELIMITED BY SIZE
006130         CIE-HORA-MM DELIMITED BY SIZE
006140         ":" DELIMITED BY SIZE
006150         CIE-HORA-SS DELIMITED BY SIZE
006160         INTO REPORTE-LINEA
006170     WRITE REPORTE-LINEA
006180     MOVE SPACES TO REPORTE-LINEA
006190     WRITE REPORTE-LINEA.
006200 7000-EXIT.
006210     EXIT.
006220
006230*-----------------------------------------------------------------
006240*    8000-ESCRIBIR-SEGURIDAD
006250*    Agrega un evento a SEGULOG; se crea si aun no existe.  Una
006260*    falla solo se avisa, igual que en la CALCULADORA.
006270*-----------------------------------------------------------------
006280 8000-ESCRIBIR-SEGURIDAD.
006290     OPEN EXTEND SECURITY-LOG-FILE
006300     IF CIE-SEGULOG-STATUS = "35"
006310         OPEN OUTPUT SECURITY-LOG-FILE
006320     END-IF
006330     IF CIE-SEGULOG-STATUS NOT = "00"
006340         DISPLAY "Aviso: no se pudo escribir la bitacora de "
006350                 "seguridad SEGULOG. Estado: "
006360                 CIE-SEGULOG-STATUS
006370         GO TO 8000-LIMPIAR
006380     END-IF
006390     ACCEPT CIE-HORA-COMPLETA FROM TIME
006400     MOVE SPACES TO SECURITY-LOG-RECORD
006410     MOVE CIE-FECHA-SISTEMA TO SEG-FECHA
006420     MOVE CIE-HORA-COMPLETA TO SEG-HORA
006430     MOVE CIE-OPERADOR-ID TO SEG-OPERADOR-ID
006440     MOVE CIE-SEG-TIPO TO SEG-TIPO-EVENTO
006450     MOVE CIE-SEG-DETALLE TO SEG-DETALLE
006460     MOVE CIE-SEG-ANTES TO SEG-IMAGEN-ANTES
006470     WRITE SECURITY-LOG-RECORD
006480     CLOSE SECURITY-LOG-FILE.
006490 8000-LIMPIAR.
006500     MOVE SPACES TO CIE-SEG-ANTES.
006510 8000-EXIT.
006520     EXIT.
006530
006540*-----------------------------------------------------------------
006541*    8050-ABRIR-CONTROL
006542*    Abre el control de periodos en extension (o lo crea si aun
006543*    no existe) antes de armar el evento en su registro.  Aqui
006544*    una falla si detiene la corrida: sin el evento la fecha no
006545*    quedaria cerrada.
006546*-----------------------------------------------------------------
006547 8050-ABRIR-CONTROL.
006548     OPEN EXTEND PERIOD-CONTROL-FILE
006549     IF CIE-PERCTL-STATUS = "35"
006550         OPEN OUTPUT PERIOD-CONTROL-FILE
006551     END-IF
006552     IF CIE-PERCTL-STATUS NOT = "00"
006553         DISPLAY "No se pudo abrir el control de periodos "
006554                 "PERCTL. Estado: " CIE-PERCTL-STATUS
006555         CLOSE REPORT-FILE
006556         MOVE 12 TO RETURN-CODE
006557         STOP RUN
006558     END-IF.
006559 8050-EXIT.
006560     EXIT.
006561
006562*-----------------------------------------------------------------
006563*    8100-AGREGAR-EVENTO
006564*    Completa el evento armado con el operador y el momento, lo
006565*    agrega al control de periodos abierto en 8050 y lo cierra.
006590*-----------------------------------------------------------------
006600 8100-AGREGAR-EVENTO.
006610     MOVE CIE-OPERADOR-ID TO PER-OPERADOR-ID
006620     MOVE CIE-FECHA-SISTEMA TO PER-FECHA-REAL
006630     ACCEPT PER-HORA-REAL FROM TIME
006640     WRITE PERIOD-CONTROL-RECORD
006680     IF CIE-PERCTL-STATUS NOT = "00"
006690         DISPLAY "No se pudo asentar el evento en el control de "
006700                 "periodos PERCTL. Estado: " CIE-PERCTL-STATUS
006705         CLOSE PERIOD-CONTROL-FILE
006710         CLOSE REPORT-FILE
006720         MOVE 12 TO RETURN-CODE
006730         STOP RUN
006740     END-IF
006760     CLOSE PERIOD-CONTROL-FILE.
006770 8100-EXIT.
006780     EXIT.
006790
006800*-----------------------------------------------------------------
006810*    9000-TERMINAR
006820*    Cierra el reporte; el codigo de retorno ya lo fijo el
006830*    cierre o la reapertura.
006840*-----------------------------------------------------------------
006850 9000-TERMINAR.
006860     CLOSE REPORT-FILE
006870     DISPLAY "Reporte escrito en CIERRPT.".
006880 9000-EXIT.
006890     EXIT.
006900
006910 END PROGRAM CIERRE.
