000010*****************************************************************
000020*    Program:     HISTRECUPERA
000030*    Author:      Equipo de Sistemas Administrativos
000040*    Installation: Departamento de Contabilidad
000050*    Date-Written: 2026-10-15
000060*    Date-Compiled:
000070*    Purpose:     Recuperacion del historico indexado HISTCALC.
000080*                 Tres funciones: (1) reconstruir el historico de
000090*                 un rango de fechas desde la bitacora AUDITLOG y
000100*                 sus archivos mensuales AUDARCHAAAAMM, cada linea
000110*                 OK como calculo vigente y cada linea ANULACION
000120*                 como anulacion de la original con su reverso;
000130*                 (2) descargar HISTCALC a un respaldo secuencial
000140*                 HISTRESP; (3) recargar HISTCALC completo desde
000150*                 ese respaldo.  El reporte de control RECUPRPT
000160*                 da los registros reconstruidos o cargados, los
000170*                 omitidos por error y los duplicados, con una
000180*                 linea por cada uno de estos, para correr
000190*                 HISTVERIFICA y CONCILIA a continuacion y probar
000200*                 el historico recuperado.  Codigo de retorno 0 =
000210*                 limpio, 4 = hubo omitidos o duplicados, 8 = la
000220*                 descarga no pudo leer todo el historico y 12 =
000230*                 falla de archivo.
000240*    Tectonics:   cobc
000250*-----------------------------------------------------------------
000260*    Modification History
000270*    Date       Init  Description
000280*    ---------- ----  -------------------------------------------
000290*    2026-10-15 EE    Version original - reconstruccion desde la
000300*                      bitacora, descarga y recarga del historico.
000310*****************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. HISTRECUPERA.
000340 AUTHOR. EQUIPO DE SISTEMAS ADMINISTRATIVOS.
000350 INSTALLATION. DEPARTAMENTO DE CONTABILIDAD.
000360 DATE-WRITTEN. 2026-10-15.
000370 DATE-COMPILED.
000380
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS RCP-AUDIT-STATUS.
000450
000460*Archivo mensual del corte de AUDARCHIVO; el nombre (AUDARCH
000470*mas el mes AAAAMM) se arma en RCP-NOMBRE-ARCHIVO antes de
000480*cada OPEN, un mes por vuelta del rango pedido.
000490     SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC RCP-NOMBRE-ARCHIVO
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS RCP-ARCHIVO-STATUS.
000520
000530     SELECT HISTORY-FILE ASSIGN TO "HISTCALC"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS HIST-TRANSACCION-ID
000570         FILE STATUS IS RCP-HISTORY-STATUS.
000580
000590     SELECT BACKUP-FILE ASSIGN TO "HISTRESP"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS RCP-RESPALDO-STATUS.
000620
000630     SELECT REPORT-FILE ASSIGN TO "RECUPRPT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS RCP-REPORTE-STATUS.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690*La bitacora viva y los archivos mensuales se leen crudos y se
000700*pasan al area de trabajo comun RCP-AUDITORIA, para que la
000710*reconstruccion no distinga de donde vino cada linea.
000720 FD  AUDIT-LOG-FILE.
000730 01  AUDIT-LOG-RECORD                 PIC X(200).
000740
000750 FD  ARCHIVE-FILE.
000760 01  ARCHIVE-RECORD                   PIC X(200).
000770
000780 FD  HISTORY-FILE.
000790 01  HISTORY-RECORD.
000800     COPY HISTREC.
000810
000820*El respaldo guarda el registro del historico tal cual; un PIC X
000830*holgado, como en AUDARCHIVO, aguanta que el layout crezca.
000840 FD  BACKUP-FILE.
000850 01  BACKUP-RECORD                    PIC X(200).
000860
000870 FD  REPORT-FILE.
000880 01  REPORTE-LINEA                    PIC X(100).
000890
000900 WORKING-STORAGE SECTION.
000910*Funcion pedida al operador.
000920 77  RCP-FUNCION PIC X(01) VALUE SPACE.
000930     88 RCP-FUNCION-RECONSTRUIR VALUE "1".
000940     88 RCP-FUNCION-DESCARGAR VALUE "2".
000950     88 RCP-FUNCION-RECARGAR VALUE "3".
000960     88 RCP-FUNCION-VALIDA VALUES "1" "2" "3".
000970 77  RCP-IND-CONFIRMA PIC X(01) VALUE SPACE.
000980
000990*Rango de fechas de la reconstruccion.  La fecha inicial es
001000*obligatoria porque con ella se enumeran los meses archivados.
001010 77  RCP-ENTRADA-FECHA PIC X(08) VALUE SPACES.
001020 77  RCP-FECHA-DESDE PIC 9(08) VALUE ZEROS.
001030 77  RCP-FECHA-HASTA PIC 9(08) VALUE ZEROS.
001040
001050*Linea de la bitacora en curso, con el layout de AUDREC.
001060 01  RCP-AUDITORIA.
001070     COPY AUDREC.
001080
001090*En el layout anterior a CALCREC la posicion 26 siempre es un
001100*digito; en el actual es el signo del primer operando.  Una
001110*linea asi no se lleva al historico: primero va AUDCONVIERTE.
001120 01  RCP-AUDITORIA-DESGLOSE REDEFINES RCP-AUDITORIA.
001130     05  FILLER                       PIC X(25).
001140     05  RCP-MARCA-SIGNO              PIC X(01).
001150
001160*Nombre del archivo mensual en uso y recorrido de los meses
001170*del rango (AAAAMM desglosado para poder avanzar de diciembre
001180*a enero).
001190 77  RCP-NOMBRE-ARCHIVO PIC X(13) VALUE SPACES.
001200 77  RCP-NOMBRE-FUENTE PIC X(13) VALUE SPACES.
001210 01  RCP-MES-TRABAJO                  PIC 9(06) VALUE ZEROS.
001220 01  RCP-MES-DESGLOSE REDEFINES RCP-MES-TRABAJO.
001230     05  RCP-MT-ANIO                  PIC 9(04).
001240     05  RCP-MT-MES                   PIC 9(02).
001250 77  RCP-MES-DESDE PIC 9(06) VALUE ZEROS.
001260 77  RCP-MES-HASTA PIC 9(06) VALUE ZEROS.
001270 77  RCP-MES-EDITADO PIC 9(06) VALUE ZEROS.
001280
001290*La fecha de una linea se desglosa para quedarse con el mes y
001300*saber si ese mes ya se tomo del archivo.
001310 01  RCP-FECHA-TRABAJO                PIC 9(08) VALUE ZEROS.
001320 01  RCP-FECHA-MES-DESGLOSE REDEFINES RCP-FECHA-TRABAJO.
001330     05  RCP-FECHA-MES                PIC 9(06).
001340     05  FILLER                       PIC 9(02).
001350
001360*Un mes del rango con archivo mensual ya se tomo del archivo y
001370*no se toma otra vez de la bitacora viva.  Se pregunta una vez
001380*por mes: se guarda el ultimo mes consultado con su respuesta.
001390 77  RCP-MES-CONSULTADO PIC 9(06) VALUE ZEROS.
001400 77  RCP-SW-MES-ARCHIVADO PIC X(01) VALUE "N".
001410     88 RCP-MES-ARCHIVADO VALUE "S".
001420     88 RCP-MES-NO-ARCHIVADO VALUE "N".
001430
001440*Interruptores de control del programa.
001450 77  RCP-SW-FIN-ARCHIVO PIC X(01) VALUE "N".
001460     88 RCP-FIN-ARCHIVO VALUE "S".
001470
001480*Contadores del control.
001490 77  RCP-LEIDOS-FUENTE PIC 9(08) COMP VALUE ZERO.
001500 77  RCP-LEIDOS PIC 9(08) COMP VALUE ZERO.
001510 77  RCP-FUERA-RANGO PIC 9(08) COMP VALUE ZERO.
001520 77  RCP-MES-REPETIDO PIC 9(08) COMP VALUE ZERO.
001530 77  RCP-LINEAS-ERROR PIC 9(08) COMP VALUE ZERO.
001540 77  RCP-RECONSTRUIDOS PIC 9(08) COMP VALUE ZERO.
001550 77  RCP-ANULADOS PIC 9(08) COMP VALUE ZERO.
001560 77  RCP-DUPLICADOS PIC 9(08) COMP VALUE ZERO.
001570 77  RCP-OMITIDOS PIC 9(08) COMP VALUE ZERO.
001580 77  RCP-DESCARGADOS PIC 9(08) COMP VALUE ZERO.
001590 77  RCP-CARGADOS PIC 9(08) COMP VALUE ZERO.
001600
001610*Linea de excepcion del reporte, bajo la fuente de donde vino:
001620*la fecha y hora de la linea, la transaccion y que paso con ella.
001630 77  RCP-MOTIVO PIC X(40) VALUE SPACES.
001640 77  RCP-TRANSACCION PIC X(10) VALUE SPACES.
001650 01  RCP-LINEA-EXCEPCION.
001660     05  FILLER                       PIC X(04) VALUE SPACES.
001670     05  RCP-EXC-FECHA                PIC 9999/99/99.
001680     05  FILLER                       PIC X(01) VALUE SPACE.
001690     05  RCP-EXC-HORA                 PIC 9(08).
001700     05  FILLER                       PIC X(01) VALUE SPACE.
001710     05  RCP-EXC-TRANSACCION          PIC X(10).
001720     05  FILLER                       PIC X(02) VALUE SPACES.
001730     05  RCP-EXC-TIPO                 PIC X(10).
001740     05  RCP-EXC-MOTIVO               PIC X(40).
001750     05  FILLER                       PIC X(13) VALUE SPACES.
001760
001770*Campos editados.
001780 77  RCP-CANTIDAD-EDITADA PIC ZZZZZZZ9.
001790 77  RCP-FECHA-EDITADA PIC 9999/99/99.
001800 77  RCP-FECHA-EDITADA-2 PIC 9999/99/99.
001810
001820*Codigos de estado de archivo.
001830 77  RCP-AUDIT-STATUS PIC XX VALUE "00".
001840 77  RCP-ARCHIVO-STATUS PIC XX VALUE "00".
001850 77  RCP-HISTORY-STATUS PIC XX VALUE "00".
001860 77  RCP-RESPALDO-STATUS PIC XX VALUE "00".
001870 77  RCP-REPORTE-STATUS PIC XX VALUE "00".
001880
001890 PROCEDURE DIVISION.
001900*-----------------------------------------------------------------
001910*    0000-PRINCIPAL
001920*    Punto de entrada: pide la funcion y la ejecuta.
001930*-----------------------------------------------------------------
001940 0000-PRINCIPAL.
001950     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
001960     EVALUATE TRUE
001970         WHEN RCP-FUNCION-RECONSTRUIR
001980             PERFORM 2000-RECONSTRUIR THRU 2000-EXIT
001990         WHEN RCP-FUNCION-DESCARGAR
002000             PERFORM 5000-DESCARGAR THRU 5000-EXIT
002010         WHEN RCP-FUNCION-RECARGAR
002020             PERFORM 6000-RECARGAR THRU 6000-EXIT
002030     END-EVALUATE
002040     PERFORM 9000-TERMINAR THRU 9000-EXIT
002050     STOP RUN.
002060
002070*-----------------------------------------------------------------
002080*    1000-INICIALIZAR
002090*    Pide la funcion (y el rango si se reconstruye) y abre el
002100*    reporte de control.
002110*-----------------------------------------------------------------
002120 1000-INICIALIZAR.
002130     DISPLAY "HISTRECUPERA - Recuperacion del historico"
002140     PERFORM 1100-SOLICITAR-FUNCION THRU 1100-EXIT
002150         UNTIL RCP-FUNCION-VALIDA
002160     IF RCP-FUNCION-RECONSTRUIR
002170         PERFORM 1200-SOLICITAR-RANGO THRU 1200-EXIT
002180     END-IF
002190     IF RCP-FUNCION-RECARGAR
002200         DISPLAY "La recarga reemplaza HISTCALC completo con el "
002210                 "respaldo HISTRESP."
002220         DISPLAY "Confirma la recarga? (S/N):"
002230         ACCEPT RCP-IND-CONFIRMA
002240         IF RCP-IND-CONFIRMA NOT = "S" AND
002250            RCP-IND-CONFIRMA NOT = "s"
002260             DISPLAY "Recarga cancelada."
002270             STOP RUN
002280         END-IF
002290     END-IF
002300     OPEN OUTPUT REPORT-FILE
002310     IF RCP-REPORTE-STATUS NOT = "00"
002320         DISPLAY "No se pudo abrir el reporte RECUPRPT. "
002330                 "Estado: " RCP-REPORTE-STATUS
002340         MOVE 12 TO RETURN-CODE
002350         STOP RUN
002360     END-IF
002370     MOVE SPACES TO REPORTE-LINEA
002380     EVALUATE TRUE
002390         WHEN RCP-FUNCION-RECONSTRUIR
002400             MOVE RCP-FECHA-DESDE TO RCP-FECHA-EDITADA
002410             MOVE RCP-FECHA-HASTA TO RCP-FECHA-EDITADA-2
002420             STRING "RECONSTRUCCION DE HISTCALC DESDE LA "
002430                 DELIMITED BY SIZE
002440                 "BITACORA " DELIMITED BY SIZE
002450                 RCP-FECHA-EDITADA DELIMITED BY SIZE
002460                 " A " DELIMITED BY SIZE
002470                 RCP-FECHA-EDITADA-2 DELIMITED BY SIZE
002480                 INTO REPORTE-LINEA
002490         WHEN RCP-FUNCION-DESCARGAR
002500             MOVE "DESCARGA DE HISTCALC AL RESPALDO HISTRESP"
002510                 TO REPORTE-LINEA
002520         WHEN RCP-FUNCION-RECARGAR
002530             MOVE "RECARGA DE HISTCALC DESDE EL RESPALDO HISTRESP"
002540                 TO REPORTE-LINEA
002550     END-EVALUATE
002560     WRITE REPORTE-LINEA.
002570 1000-EXIT.
002580     EXIT.
002590
002600 1100-SOLICITAR-FUNCION.
002610     DISPLAY "Funcion:"
002620     DISPLAY "1-Reconstruir HISTCALC desde la bitacora"
002630     DISPLAY "2-Descargar HISTCALC al respaldo HISTRESP"
002640     DISPLAY "3-Recargar HISTCALC desde el respaldo HISTRESP"
002650     ACCEPT RCP-FUNCION
002660     IF NOT RCP-FUNCION-VALIDA
002670         DISPLAY "Funcion invalida. Intentar de nuevo."
002680     END-IF.
002690 1100-EXIT.
002700     EXIT.
002710
002720 1200-SOLICITAR-RANGO.
002730     PERFORM 1210-SOLICITAR-DESDE THRU 1210-EXIT
002740         UNTIL RCP-FECHA-DESDE > ZERO
002750     DISPLAY "Fecha final AAAAMMDD (vacio = hoy):"
002760     ACCEPT RCP-ENTRADA-FECHA
002770     IF RCP-ENTRADA-FECHA = SPACES
002780         ACCEPT RCP-FECHA-HASTA FROM DATE YYYYMMDD
002790     ELSE
002800         IF RCP-ENTRADA-FECHA IS NUMERIC
002810             MOVE RCP-ENTRADA-FECHA TO RCP-FECHA-HASTA
002820         ELSE
002830             DISPLAY "Fecha invalida; se toma hasta hoy."
002840             ACCEPT RCP-FECHA-HASTA FROM DATE YYYYMMDD
002850         END-IF
002860     END-IF
002870     IF RCP-FECHA-HASTA < RCP-FECHA-DESDE
002880         DISPLAY "La fecha final es anterior a la inicial; se "
002890                 "reconstruye solo la inicial."
002900         MOVE RCP-FECHA-DESDE TO RCP-FECHA-HASTA
002910     END-IF.
002920 1200-EXIT.
002930     EXIT.
002940
002950 1210-SOLICITAR-DESDE.
002960     DISPLAY "Fecha inicial AAAAMMDD (obligatoria):"
002970     ACCEPT RCP-ENTRADA-FECHA
002980     IF RCP-ENTRADA-FECHA IS NUMERIC
002990         MOVE RCP-ENTRADA-FECHA TO RCP-FECHA-DESDE
003000     ELSE
003010         DISPLAY "Fecha invalida. Intentar de nuevo."
003020     END-IF.
003030 1210-EXIT.
003040     EXIT.
003050
003060*-----------------------------------------------------------------
003070*    2000-RECONSTRUIR
003080*    Abre el historico (lo crea si no existe, como CALCULADORA)
003090*    y lo alimenta con los meses archivados del rango y despues
003100*    con la bitacora viva, en orden cronologico, para que cada
003110*    anulacion encuentre ya grabada a su original.  Un historico
003120*    danado se borra o se recarga antes de reconstruir.
003130*-----------------------------------------------------------------
003140 2000-RECONSTRUIR.
003150     OPEN I-O HISTORY-FILE
003160     IF RCP-HISTORY-STATUS = "35"
003170         OPEN OUTPUT HISTORY-FILE
003180         IF RCP-HISTORY-STATUS = "00"
003190             CLOSE HISTORY-FILE
003200             OPEN I-O HISTORY-FILE
003210         END-IF
003220     END-IF
003230     IF RCP-HISTORY-STATUS NOT = "00"
003240         DISPLAY "No se pudo abrir el historico HISTCALC. "
003250                 "Estado: " RCP-HISTORY-STATUS
003260         MOVE 12 TO RETURN-CODE
003270         STOP RUN
003280     END-IF
003290     MOVE RCP-FECHA-DESDE TO RCP-FECHA-TRABAJO
003300     MOVE RCP-FECHA-MES TO RCP-MES-TRABAJO
003310     MOVE RCP-FECHA-MES TO RCP-MES-DESDE
003320     MOVE RCP-FECHA-HASTA TO RCP-FECHA-TRABAJO
003330     MOVE RCP-FECHA-MES TO RCP-MES-HASTA
003340     PERFORM 2100-LEER-UN-MES THRU 2100-EXIT
003350         UNTIL RCP-MES-TRABAJO > RCP-MES-HASTA
003360     PERFORM 2300-LEER-BITACORA-VIVA THRU 2300-EXIT
003370     CLOSE HISTORY-FILE
003380     PERFORM 2900-TOTALES-RECONSTRUCCION THRU 2900-EXIT.
003390 2000-EXIT.
003400     EXIT.
003410
003420*Un mes sin archivo (estado "35") no es error: o es el mes en
003430*curso, que sigue vivo, o nunca tuvo movimientos.
003440 2100-LEER-UN-MES.
003450     MOVE SPACES TO RCP-NOMBRE-ARCHIVO
003460     MOVE RCP-MES-TRABAJO TO RCP-MES-EDITADO
003470     STRING "AUDARCH" DELIMITED BY SIZE
003480         RCP-MES-EDITADO DELIMITED BY SIZE
003490         INTO RCP-NOMBRE-ARCHIVO
003500     OPEN INPUT ARCHIVE-FILE
003510     IF RCP-ARCHIVO-STATUS = "35"
003520         GO TO 2100-SIGUIENTE
003530     END-IF
003540     IF RCP-ARCHIVO-STATUS NOT = "00"
003550         DISPLAY "No se pudo abrir el archivo mensual "
003560                 RCP-NOMBRE-ARCHIVO " Estado: "
003570                 RCP-ARCHIVO-STATUS
003580         MOVE 12 TO RETURN-CODE
003590         CLOSE HISTORY-FILE
003600         STOP RUN
003610     END-IF
003620     MOVE RCP-NOMBRE-ARCHIVO TO RCP-NOMBRE-FUENTE
003630     PERFORM 2700-TITULAR-FUENTE THRU 2700-EXIT
003640     MOVE "N" TO RCP-SW-FIN-ARCHIVO
003650     PERFORM 2150-LEER-ARCHIVO THRU 2150-EXIT
003660         UNTIL RCP-FIN-ARCHIVO
003670     CLOSE ARCHIVE-FILE
003680     PERFORM 2800-LISTAR-FUENTE THRU 2800-EXIT.
003690 2100-SIGUIENTE.
003700     IF RCP-MT-MES = 12
003710         ADD 1 TO RCP-MT-ANIO
003720         MOVE 1 TO RCP-MT-MES
003730     ELSE
003740         ADD 1 TO RCP-MT-MES
003750     END-IF.
003760 2100-EXIT.
003770     EXIT.
003780
003790 2150-LEER-ARCHIVO.
003800     READ ARCHIVE-FILE
003810         AT END
003820             SET RCP-FIN-ARCHIVO TO TRUE
003830             GO TO 2150-EXIT
003840     END-READ
003850     ADD 1 TO RCP-LEIDOS-FUENTE
003860     MOVE ARCHIVE-RECORD TO RCP-AUDITORIA
003870     PERFORM 3000-PROCESAR-LINEA THRU 3000-EXIT.
003880 2150-EXIT.
003890     EXIT.
003900
003910*La bitacora viva se lee completa; un mes que ya salio del
003920*archivo no se toma otra vez, igual que en AUDRESUMEN.
003930 2300-LEER-BITACORA-VIVA.
003940     OPEN INPUT AUDIT-LOG-FILE
003950     IF RCP-AUDIT-STATUS = "35"
003960         MOVE SPACES TO REPORTE-LINEA
003970         WRITE REPORTE-LINEA
003980         MOVE "FUENTE: AUDITLOG NO EXISTE" TO REPORTE-LINEA
003990         WRITE REPORTE-LINEA
004000         GO TO 2300-EXIT
004010     END-IF
004020     IF RCP-AUDIT-STATUS NOT = "00"
004030         DISPLAY "No se pudo abrir la bitacora AUDITLOG. "
004040                 "Estado: " RCP-AUDIT-STATUS
004050         MOVE 12 TO RETURN-CODE
004060         CLOSE HISTORY-FILE
004070         STOP RUN
004080     END-IF
004090     MOVE "AUDITLOG" TO RCP-NOMBRE-FUENTE
004100     PERFORM 2700-TITULAR-FUENTE THRU 2700-EXIT
004110     MOVE "N" TO RCP-SW-FIN-ARCHIVO
004120     PERFORM 2350-LEER-BITACORA THRU 2350-EXIT
004130         UNTIL RCP-FIN-ARCHIVO
004140     CLOSE AUDIT-LOG-FILE
004150     PERFORM 2800-LISTAR-FUENTE THRU 2800-EXIT.
004160 2300-EXIT.
004170     EXIT.
004180
004190 2350-LEER-BITACORA.
004200     READ AUDIT-LOG-FILE
004210         AT END
004220             SET RCP-FIN-ARCHIVO TO TRUE
004230             GO TO 2350-EXIT
004240     END-READ
004250     ADD 1 TO RCP-LEIDOS-FUENTE
004260     MOVE AUDIT-LOG-RECORD TO RCP-AUDITORIA
004270     MOVE AUD-FECHA TO RCP-FECHA-TRABAJO
004280     PERFORM 2400-BUSCAR-MES-ARCHIVADO THRU 2400-EXIT
004290     IF RCP-MES-ARCHIVADO
004300         ADD 1 TO RCP-LEIDOS
004310         ADD 1 TO RCP-MES-REPETIDO
004320         GO TO 2350-EXIT
004330     END-IF
004340     PERFORM 3000-PROCESAR-LINEA THRU 3000-EXIT.
004350 2350-EXIT.
004360     EXIT.
004370
004380*El mes de la linea se tomo del archivo si esta en el rango y
004390*su archivo mensual se deja abrir, igual que en 2100; la misma
004400*asignacion dinamica se reusa para la consulta y se cierra en
004410*seguida.  Mientras no cambie el mes vale la ultima respuesta.
004420 2400-BUSCAR-MES-ARCHIVADO.
004430     IF RCP-FECHA-MES = RCP-MES-CONSULTADO
004440         GO TO 2400-EXIT
004450     END-IF
004460     MOVE RCP-FECHA-MES TO RCP-MES-CONSULTADO
004470     SET RCP-MES-NO-ARCHIVADO TO TRUE
004480     IF RCP-FECHA-MES < RCP-MES-DESDE
004490        OR RCP-FECHA-MES > RCP-MES-HASTA
004500         GO TO 2400-EXIT
004510     END-IF
004520     MOVE SPACES TO RCP-NOMBRE-ARCHIVO
004530     MOVE RCP-FECHA-MES TO RCP-MES-EDITADO
004540     STRING "AUDARCH" DELIMITED BY SIZE
004550         RCP-MES-EDITADO DELIMITED BY SIZE
004560         INTO RCP-NOMBRE-ARCHIVO
004570     OPEN INPUT ARCHIVE-FILE
004580     IF RCP-ARCHIVO-STATUS = "00"
004590         SET RCP-MES-ARCHIVADO TO TRUE
004600         CLOSE ARCHIVE-FILE
004610     END-IF.
004620 2400-EXIT.
004630     EXIT.
004640
004650*Cada fuente abre su seccion; sus excepciones quedan debajo y la
004660*cierra la cantidad de lineas leidas.
004670 2700-TITULAR-FUENTE.
004680     MOVE ZERO TO RCP-LEIDOS-FUENTE
004690     MOVE SPACES TO REPORTE-LINEA
004700     WRITE REPORTE-LINEA
004710     MOVE SPACES TO REPORTE-LINEA
004720     STRING "FUENTE: " DELIMITED BY SIZE
004730         RCP-NOMBRE-FUENTE DELIMITED BY SIZE
004740         INTO REPORTE-LINEA
004750     WRITE REPORTE-LINEA.
004760 2700-EXIT.
004770     EXIT.
004780
004790 2800-LISTAR-FUENTE.
004800     MOVE RCP-LEIDOS-FUENTE TO RCP-CANTIDAD-EDITADA
004810     MOVE SPACES TO REPORTE-LINEA
004820     STRING "  LINEAS LEIDAS: " DELIMITED BY SIZE
004830         RCP-CANTIDAD-EDITADA DELIMITED BY SIZE
004840         INTO REPORTE-LINEA
004850     WRITE REPORTE-LINEA.
004860 2800-EXIT.
004870     EXIT.
004880
004890 2900-TOTALES-RECONSTRUCCION.
004900     MOVE SPACES TO REPORTE-LINEA
004910     WRITE REPORTE-LINEA
004920     MOVE RCP-LEIDOS TO RCP-CANTIDAD-EDITADA
004930     MOVE SPACES TO REPORTE-LINEA
004940     STRING "LINEAS DE BITACORA LEIDAS:           "
004950         DELIMITED BY SIZE
004960         RCP-CANTIDAD-EDITADA DELIMITED BY SIZE
004970         INTO REPORTE-LINEA
004980     WRITE REPORTE-LINEA
004990     MOVE RCP-FUERA-RANGO TO RCP-CANTIDAD-EDITADA
005000     MOVE SPACES TO REPORTE-LINEA
005010     STRING "  FUERA DEL RANGO:                   "
005020         DELIMITED BY SIZE
005030         RCP-CANTIDAD-EDITADA DELIMITED BY SIZE
005040         INTO REPORTE-LINEA
005050     WRITE REPORTE-LINEA
005060     MOVE RCP-MES-REPETIDO TO RCP-CANTIDAD-EDITADA
005070     MOVE SPACES TO REPORTE-LINEA
005080     STRING "  DE MESES YA TOMADOS DEL ARCHIVO:   "
005090         DELIMITED BY SIZE
005100         RCP-CANTIDAD-EDITADA DELIMITED BY SIZE
005110         INTO REPORTE-LINEA
005120     WRITE REPORTE-LINEA
005130     MOVE RCP-LINEAS-ERROR TO RCP-CANTIDAD-EDITADA
005140     MOVE SPACES TO REPORTE-LINEA
005150     STRING "  CALCULOS CON ERROR (SIN HISTORICO):"
005160         DELIMITED BY SIZE
005170         RCP-CANTIDAD-EDITADA DELIMITED BY SIZE
005180         INTO REPORTE-LINEA
005190     WRITE REPORTE-LINEA
005200     MOVE RCP-RECONSTRUIDOS TO RCP-CANTIDAD-EDITADA
005210     MOVE SPACES TO REPORTE-LINEA
005220     STRING "REGISTROS RECONSTRUIDOS:             "
005230         DELIMITED BY SIZE
005240         RCP-CANTIDAD-EDITADA DELIMITED BY SIZE
005250         INTO REPORTE-LINEA
005260     WRITE REPORTE-LINEA
005270     MOVE RCP-ANULADOS TO RCP-CANTIDAD-EDITADA
005280     MOVE SPACES TO REPORTE-LINEA
005290     STRING "ORIGINALES MARCADAS ANULADAS:        "
005300         DELIMITED BY SIZE
005310         RCP-CANTIDAD-EDITADA DELIMITED BY SIZE
005320         INTO REPORTE-LINEA
005330     WRITE REPORTE-LINEA
005340     PERFORM 8000-TOTALES-EXCEPCIONES THRU 8000-EXIT
005350     MOVE SPACES TO REPORTE-LINEA
005360     WRITE REPORTE-LINEA
005370     MOVE "CORRER HISTVERIFICA Y CONCILIA PARA CADA FECHA."
005380         TO REPORTE-LINEA
005390     WRITE REPORTE-LINEA.
005400 2900-EXIT.
005410     EXIT.
005420
005430*-----------------------------------------------------------------
005440*    3000-PROCESAR-LINEA
005450*    Una linea de la bitacora: la OK es un calculo vigente, la
005460*    ANULACION anula a su original y deja el reverso; las de
005470*    error nunca llegaron al historico y no se llevan.
005480*-----------------------------------------------------------------
005490 3000-PROCESAR-LINEA.
005500     ADD 1 TO RCP-LEIDOS
005510     IF AUD-FECHA < RCP-FECHA-DESDE
005520        OR AUD-FECHA > RCP-FECHA-HASTA
005530         ADD 1 TO RCP-FUERA-RANGO
005540         GO TO 3000-EXIT
005550     END-IF
005560     IF RCP-MARCA-SIGNO IS NUMERIC
005570         MOVE SPACES TO RCP-TRANSACCION
005580         MOVE "LAYOUT ANTERIOR: CORRER AUDCONVIERTE" TO RCP-MOTIVO
005590         PERFORM 8100-LISTAR-OMITIDO THRU 8100-EXIT
005600         GO TO 3000-EXIT
005610     END-IF
005620     EVALUATE AUD-ESTADO
005630         WHEN "OK"
005640             PERFORM 3100-RECONSTRUIR-CALCULO THRU 3100-EXIT
005650         WHEN "ANULACION"
005660             PERFORM 3200-RECONSTRUIR-ANULACION THRU 3200-EXIT
005670         WHEN OTHER
005680             ADD 1 TO RCP-LINEAS-ERROR
005690     END-EVALUATE.
005700 3000-EXIT.
005710     EXIT.
005720
005730*Una linea OK anterior a que la bitacora llevara la transaccion
005740*(o un calculo interactivo que se hizo sin historico) no tiene
005750*llave para el historico y se omite.
005760 3100-RECONSTRUIR-CALCULO.
005770     MOVE AUD-TRANSACCION-ID TO RCP-TRANSACCION
005780     IF AUD-TRANSACCION-ID = SPACES
005790         MOVE "LINEA SIN TRANSACCION" TO RCP-MOTIVO
005800         PERFORM 8100-LISTAR-OMITIDO THRU 8100-EXIT
005810         GO TO 3100-EXIT
005820     END-IF
005830     PERFORM 3300-ARMAR-HISTORIA THRU 3300-EXIT
005840     MOVE AUD-TRANSACCION-ID TO HIST-TRANSACCION-ID
005850     MOVE "A" TO HIST-ESTADO
005860     MOVE SPACES TO HIST-ENLACE-ID
005870     MOVE ZEROS TO HIST-FECHA-ANULA
005880     MOVE SPACES TO HIST-MOTIVO-ANULA
005890     MOVE AUD-LOTE-ID TO HIST-LOTE-ID
005900     IF AUD-LOTE-FECHA IS NUMERIC
005910         MOVE AUD-LOTE-FECHA TO HIST-LOTE-FECHA
005920     ELSE
005930         MOVE ZEROS TO HIST-LOTE-FECHA
005940     END-IF
005950     PERFORM 3400-GRABAR-HISTORIA THRU 3400-EXIT.
005960 3100-EXIT.
005970     EXIT.
005980
005990*La linea ANULACION trae el calculo de la original, su
006000*transaccion, la del reverso y el motivo.  La original se marca
006010*anulada y enlazada al reverso, y el reverso se graba como lo
006020*grabo CALCULADORA: el mismo calculo con la fecha, la hora y el
006030*supervisor de la anulacion, sin lote.  Una original que ya
006040*tiene este mismo reverso es un duplicado de una corrida previa.
006050*Si la original falta, no esta vigente, ya tiene este reverso o
006060*no se pudo anular, la linea se cuenta una sola vez (omitida o
006070*duplicada) y el reverso no se graba: quedaria sin original.
006080 3200-RECONSTRUIR-ANULACION.
006090     MOVE AUD-TRANSACCION-ID TO RCP-TRANSACCION
006100     IF AUD-TRANSACCION-ID = SPACES OR AUD-ENLACE-ID = SPACES
006110         MOVE "ANULACION SIN TRANSACCION" TO RCP-MOTIVO
006120         PERFORM 8100-LISTAR-OMITIDO THRU 8100-EXIT
006130         GO TO 3200-EXIT
006140     END-IF
006150     MOVE AUD-TRANSACCION-ID TO HIST-TRANSACCION-ID
006160     READ HISTORY-FILE
006170         INVALID KEY
006180             MOVE "ANULACION SIN LA ORIGINAL EN HISTCALC"
006190                 TO RCP-MOTIVO
006200             PERFORM 8100-LISTAR-OMITIDO THRU 8100-EXIT
006210             GO TO 3200-EXIT
006220     END-READ
006230     IF HIST-ANULADA AND HIST-ENLACE-ID = AUD-ENLACE-ID
006240         MOVE "ANULACION YA APLICADA" TO RCP-MOTIVO
006250         PERFORM 8200-LISTAR-DUPLICADO THRU 8200-EXIT
006260         GO TO 3200-EXIT
006270     END-IF
006280     IF NOT HIST-VIGENTE
006290         MOVE "LA ORIGINAL NO ESTA VIGENTE" TO RCP-MOTIVO
006300         PERFORM 8100-LISTAR-OMITIDO THRU 8100-EXIT
006310         GO TO 3200-EXIT
006320     END-IF
006330     MOVE "V" TO HIST-ESTADO
006340     MOVE AUD-ENLACE-ID TO HIST-ENLACE-ID
006350     MOVE AUD-FECHA TO HIST-FECHA-ANULA
006360     MOVE AUD-MOTIVO-ANULA TO HIST-MOTIVO-ANULA
006370     REWRITE HISTORY-RECORD
006380         INVALID KEY
006390             MOVE SPACES TO RCP-MOTIVO
006400             STRING "NO SE PUDO ANULAR LA ORIGINAL. ESTADO "
006410                 DELIMITED BY SIZE
006420                 RCP-HISTORY-STATUS DELIMITED BY SIZE
006430                 INTO RCP-MOTIVO
006440             PERFORM 8100-LISTAR-OMITIDO THRU 8100-EXIT
006450             GO TO 3200-EXIT
006460     END-REWRITE
006470     ADD 1 TO RCP-ANULADOS
006480     MOVE AUD-ENLACE-ID TO RCP-TRANSACCION
006490     PERFORM 3300-ARMAR-HISTORIA THRU 3300-EXIT
006500     MOVE AUD-ENLACE-ID TO HIST-TRANSACCION-ID
006510     MOVE "R" TO HIST-ESTADO
006520     MOVE AUD-TRANSACCION-ID TO HIST-ENLACE-ID
006530     MOVE AUD-FECHA TO HIST-FECHA-ANULA
006540     MOVE AUD-MOTIVO-ANULA TO HIST-MOTIVO-ANULA
006550     MOVE SPACES TO HIST-LOTE-ID
006560     MOVE ZEROS TO HIST-LOTE-FECHA
006570     PERFORM 3400-GRABAR-HISTORIA THRU 3400-EXIT.
006580 3200-EXIT.
006590     EXIT.
006600
006610*Lo comun a todo registro reconstruido: fecha, hora, operador,
006620*calculo, moneda y tipo de cambio de la linea.  Una linea sin
006630*moneda se lee con el tipo en blanco: queda en cero.
006640 3300-ARMAR-HISTORIA.
006650     MOVE SPACES TO HISTORY-RECORD
006660     MOVE AUD-FECHA TO HIST-FECHA
006670     MOVE AUD-HORA TO HIST-HORA
006680     MOVE AUD-OPERATOR-ID TO HIST-OPERADOR-ID
006690     MOVE CALC-OPCION OF RCP-AUDITORIA
006700         TO CALC-OPCION OF HISTORY-RECORD
006710     MOVE CALC-NUMERO-1 OF RCP-AUDITORIA
006720         TO CALC-NUMERO-1 OF HISTORY-RECORD
006730     MOVE CALC-NUMERO-2 OF RCP-AUDITORIA
006740         TO CALC-NUMERO-2 OF HISTORY-RECORD
006750     MOVE CALC-RESULTADO OF RCP-AUDITORIA
006760         TO CALC-RESULTADO OF HISTORY-RECORD
006770     IF AUD-MONEDA = SPACES
006780         MOVE SPACES TO HIST-MONEDA
006790         MOVE ZERO TO HIST-TIPO-CAMBIO
006800     ELSE
006810         MOVE AUD-MONEDA TO HIST-MONEDA
006820         MOVE AUD-TIPO-CAMBIO TO HIST-TIPO-CAMBIO
006830     END-IF.
006840 3300-EXIT.
006850     EXIT.
006860
006870*Una transaccion que ya esta en el historico no se pisa: es un
006880*duplicado (el historico no se habia perdido entero, se
006890*reconstruye dos veces, o la bitacora trae la misma linea por
006900*un reinicio del lote).
006910 3400-GRABAR-HISTORIA.
006920     WRITE HISTORY-RECORD
006930         INVALID KEY
006940             IF RCP-HISTORY-STATUS = "22"
006950                 MOVE "TRANSACCION YA EN HISTCALC" TO RCP-MOTIVO
006960                 PERFORM 8200-LISTAR-DUPLICADO THRU 8200-EXIT
006970             ELSE
006980                 MOVE SPACES TO RCP-MOTIVO
006990                 STRING "NO SE PUDO GRABAR. ESTADO "
007000                     DELIMITED BY SIZE
007010                     RCP-HISTORY-STATUS DELIMITED BY SIZE
007020                     INTO RCP-MOTIVO
007030                 PERFORM 8100-LISTAR-OMITIDO THRU 8100-EXIT
007040             END-IF
007050             GO TO 3400-EXIT
007060     END-WRITE
007070     ADD 1 TO RCP-RECONSTRUIDOS.
007080 3400-EXIT.
007090     EXIT.
007100
007110*-----------------------------------------------------------------
007120*    5000-DESCARGAR
007130*    Copia todo HISTCALC, en orden de transaccion, al respaldo
007140*    secuencial HISTRESP.  Un registro que no se deja leer (el
007150*    indice danado) detiene la descarga con codigo 8: el respaldo
007160*    queda con lo que se alcanzo a leer.
007170*-----------------------------------------------------------------
007180 5000-DESCARGAR.
007190     OPEN INPUT HISTORY-FILE
007200     IF RCP-HISTORY-STATUS NOT = "00"
007210         DISPLAY "No se pudo abrir el historico HISTCALC. "
007220                 "Estado: " RCP-HISTORY-STATUS
007230         MOVE 12 TO RETURN-CODE
007240         STOP RUN
007250     END-IF
007260     OPEN OUTPUT BACKUP-FILE
007270     IF RCP-RESPALDO-STATUS NOT = "00"
007280         DISPLAY "No se pudo abrir el respaldo HISTRESP. "
007290                 "Estado: " RCP-RESPALDO-STATUS
007300         MOVE 12 TO RETURN-CODE
007310         STOP RUN
007320     END-IF
007330     MOVE "N" TO RCP-SW-FIN-ARCHIVO
007340     PERFORM 5100-DESCARGAR-REGISTRO THRU 5100-EXIT
007350         UNTIL RCP-FIN-ARCHIVO
007360     CLOSE HISTORY-FILE
007370     CLOSE BACKUP-FILE
007380     MOVE SPACES TO REPORTE-LINEA
007390     WRITE REPORTE-LINEA
007400     MOVE RCP-DESCARGADOS TO RCP-CANTIDAD-EDITADA
007410     MOVE SPACES TO REPORTE-LINEA
007420     STRING "REGISTROS DESCARGADOS A HISTRESP:    "
007430         DELIMITED BY SIZE
007440         RCP-CANTIDAD-EDITADA DELIMITED BY SIZE
007450         INTO REPORTE-LINEA
007460     WRITE REPORTE-LINEA.
007470 5000-EXIT.
007480     EXIT.
007490
007500 5100-DESCARGAR-REGISTRO.
007510     READ HISTORY-FILE NEXT RECORD
007520         AT END
007530             SET RCP-FIN-ARCHIVO TO TRUE
007540             GO TO 5100-EXIT
007550     END-READ
007560     IF RCP-HISTORY-STATUS NOT = "00"
007570         MOVE SPACES TO REPORTE-LINEA
007580         STRING "DESCARGA INTERRUMPIDA: REGISTRO ILEGIBLE. "
007590             DELIMITED BY SIZE
007600             "ESTADO " DELIMITED BY SIZE
007610             RCP-HISTORY-STATUS DELIMITED BY SIZE
007620             INTO REPORTE-LINEA
007630         WRITE REPORTE-LINEA
007640         MOVE 8 TO RETURN-CODE
007650         SET RCP-FIN-ARCHIVO TO TRUE
007660         GO TO 5100-EXIT
007670     END-IF
007680     MOVE SPACES TO BACKUP-RECORD
007690     MOVE HISTORY-RECORD TO BACKUP-RECORD
007700     WRITE BACKUP-RECORD
007710     ADD 1 TO RCP-DESCARGADOS.
007720 5100-EXIT.
007730     EXIT.
007740
007750*-----------------------------------------------------------------
007760*    6000-RECARGAR
007770*    Crea HISTCALC de nuevo y lo carga registro por registro
007780*    desde el respaldo HISTRESP.
007790*-----------------------------------------------------------------
007800 6000-RECARGAR.
007810     OPEN INPUT BACKUP-FILE
007820     IF RCP-RESPALDO-STATUS NOT = "00"
007830         DISPLAY "No se pudo abrir el respaldo HISTRESP. "
007840                 "Estado: " RCP-RESPALDO-STATUS
007850         MOVE 12 TO RETURN-CODE
007860         STOP RUN
007870     END-IF
007880     OPEN OUTPUT HISTORY-FILE
007890     IF RCP-HISTORY-STATUS NOT = "00"
007900         DISPLAY "No se pudo crear el historico HISTCALC. "
007910                 "Estado: " RCP-HISTORY-STATUS
007920         MOVE 12 TO RETURN-CODE
007930         STOP RUN
007940     END-IF
007950     MOVE "HISTRESP" TO RCP-NOMBRE-FUENTE
007960     PERFORM 2700-TITULAR-FUENTE THRU 2700-EXIT
007970     MOVE "N" TO RCP-SW-FIN-ARCHIVO
007980     PERFORM 6100-CARGAR-REGISTRO THRU 6100-EXIT
007990         UNTIL RCP-FIN-ARCHIVO
008000     CLOSE BACKUP-FILE
008010     CLOSE HISTORY-FILE
008020     PERFORM 2800-LISTAR-FUENTE THRU 2800-EXIT
008030     MOVE SPACES TO REPORTE-LINEA
008040     WRITE REPORTE-LINEA
008050     MOVE RCP-CARGADOS TO RCP-CANTIDAD-EDITADA
008060     MOVE SPACES TO REPORTE-LINEA
008070     STRING "REGISTROS CARGADOS EN HISTCALC:      "
008080         DELIMITED BY SIZE
008090         RCP-CANTIDAD-EDITADA DELIMITED BY SIZE
008100         INTO REPORTE-LINEA
008110     WRITE REPORTE-LINEA
008120     PERFORM 8000-TOTALES-EXCEPCIONES THRU 8000-EXIT.
008130 6000-EXIT.
008140     EXIT.
008150
008160 6100-CARGAR-REGISTRO.
008170     READ BACKUP-FILE
008180         AT END
008190             SET RCP-FIN-ARCHIVO TO TRUE
008200             GO TO 6100-EXIT
008210     END-READ
008220     ADD 1 TO RCP-LEIDOS-FUENTE
008230     MOVE BACKUP-RECORD TO HISTORY-RECORD
008240     MOVE HIST-TRANSACCION-ID TO RCP-TRANSACCION
008250*La linea de excepcion toma la fecha y la hora del area de la
008260*bitacora, que en la recarga no se usa para otra cosa.
008270     MOVE HIST-FECHA TO AUD-FECHA
008280     MOVE HIST-HORA TO AUD-HORA
008290     WRITE HISTORY-RECORD
008300         INVALID KEY
008310             IF RCP-HISTORY-STATUS = "22"
008320                 MOVE "TRANSACCION REPETIDA EN EL RESPALDO"
008330                     TO RCP-MOTIVO
008340                 PERFORM 8200-LISTAR-DUPLICADO THRU 8200-EXIT
008350             ELSE
008360                 MOVE SPACES TO RCP-MOTIVO
008370                 STRING "NO SE PUDO GRABAR. ESTADO "
008380                     DELIMITED BY SIZE
008390                     RCP-HISTORY-STATUS DELIMITED BY SIZE
008400                     INTO RCP-MOTIVO
008410                 PERFORM 8100-LISTAR-OMITIDO THRU 8100-EXIT
008420             END-IF
008430             GO TO 6100-EXIT
008440     END-WRITE
008450     ADD 1 TO RCP-CARGADOS.
008460 6100-EXIT.
008470     EXIT.
008480
008490*-----------------------------------------------------------------
008500*    8000-8200  Excepciones del control: cada omitido y cada
008510*    duplicado lleva su linea; los totales cierran el reporte.
008520*    Cualquiera de los dos deja codigo de retorno 4.
008530*-----------------------------------------------------------------
008540 8000-TOTALES-EXCEPCIONES.
008550     MOVE RCP-OMITIDOS TO RCP-CANTIDAD-EDITADA
008560     MOVE SPACES TO REPORTE-LINEA
008570     STRING "OMITIDOS POR ERROR:                  "
008580         DELIMITED BY SIZE
008590         RCP-CANTIDAD-EDITADA DELIMITED BY SIZE
008600         INTO REPORTE-LINEA
008610     WRITE REPORTE-LINEA
008620     MOVE RCP-DUPLICADOS TO RCP-CANTIDAD-EDITADA
008630     MOVE SPACES TO REPORTE-LINEA
008640     STRING "DUPLICADOS:                          "
008650         DELIMITED BY SIZE
008660         RCP-CANTIDAD-EDITADA DELIMITED BY SIZE
008670         INTO REPORTE-LINEA
008680     WRITE REPORTE-LINEA
008690     IF (RCP-OMITIDOS > ZERO OR RCP-DUPLICADOS > ZERO)
008700        AND RETURN-CODE < 4
008710         MOVE 4 TO RETURN-CODE
008720     END-IF.
008730 8000-EXIT.
008740     EXIT.
008750
008760 8100-LISTAR-OMITIDO.
008770     ADD 1 TO RCP-OMITIDOS
008780     MOVE "OMITIDO" TO RCP-EXC-TIPO
008790     PERFORM 8300-ESCRIBIR-EXCEPCION THRU 8300-EXIT.
008800 8100-EXIT.
008810     EXIT.
008820
008830 8200-LISTAR-DUPLICADO.
008840     ADD 1 TO RCP-DUPLICADOS
008850     MOVE "DUPLICADO" TO RCP-EXC-TIPO
008860     PERFORM 8300-ESCRIBIR-EXCEPCION THRU 8300-EXIT.
008870 8200-EXIT.
008880     EXIT.
008890
008900 8300-ESCRIBIR-EXCEPCION.
008910     MOVE AUD-FECHA TO RCP-EXC-FECHA
008920     MOVE AUD-HORA TO RCP-EXC-HORA
008930     MOVE RCP-TRANSACCION TO RCP-EXC-TRANSACCION
008940     MOVE RCP-MOTIVO TO RCP-EXC-MOTIVO
008950     MOVE RCP-LINEA-EXCEPCION TO REPORTE-LINEA
008960     WRITE REPORTE-LINEA.
008970 8300-EXIT.
008980     EXIT.
008990
009000*-----------------------------------------------------------------
009010*    9000-TERMINAR
009020*    Cierra el reporte y deja el resultado en consola.
009030*-----------------------------------------------------------------
009040 9000-TERMINAR.
009050     CLOSE REPORT-FILE
009060     IF RCP-FUNCION-RECONSTRUIR
009070         MOVE RCP-RECONSTRUIDOS TO RCP-CANTIDAD-EDITADA
009080         DISPLAY "Registros reconstruidos: " RCP-CANTIDAD-EDITADA
009090     END-IF
009100     IF RCP-FUNCION-DESCARGAR
009110         MOVE RCP-DESCARGADOS TO RCP-CANTIDAD-EDITADA
009120         DISPLAY "Registros descargados:   " RCP-CANTIDAD-EDITADA
009130     END-IF
009140     IF RCP-FUNCION-RECARGAR
009150         MOVE RCP-CARGADOS TO RCP-CANTIDAD-EDITADA
009160         DISPLAY "Registros cargados:      " RCP-CANTIDAD-EDITADA
009170     END-IF
009180     MOVE RCP-OMITIDOS TO RCP-CANTIDAD-EDITADA
009190     DISPLAY "Omitidos por error:      " RCP-CANTIDAD-EDITADA
009200     MOVE RCP-DUPLICADOS TO RCP-CANTIDAD-EDITADA
009210     DISPLAY "Duplicados:              " RCP-CANTIDAD-EDITADA
009220     DISPLAY "Control escrito en RECUPRPT.".
009230 9000-EXIT.
009240     EXIT.
009250
009260 END PROGRAM HISTRECUPERA.
