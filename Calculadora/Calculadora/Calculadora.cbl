000896*                      una pagina de control al final con lo
000897*                      leido, procesado, rechazado y el
000898*                      resultado del balance.
000899*    2026-10-15 EE    Una transaccion repetida ya no regraba el
000900*                      historico: en lotes el registro va a
000901*                      suspensos con su propio motivo y queda en
000902*                      la bitacora (salvo el registro que un
000903*                      reinicio vuelve a leer y que el tramo
000904*                      interrumpido ya habia grabado igual), y en
000905*                      el modo interactivo la transaccion se arma
000906*                      con el dia juliano y un consecutivo que
000907*                      salta los ya ocupados, para que no choque
000908*                      entre dias ni entre sesiones.
000909*    2026-10-15 EE    Anulacion de calculos (modo 6), solo con
000910*                      el nuevo permiso de supervisor del
000911*                      maestro: la transaccion original queda
000912*                      marcada como anulada en HISTCALC (ahora
000913*                      con el copybook HISTREC) y se graba un
000914*                      reverso enlazado con la fecha de la
000915*                      anulacion; el motivo es obligatorio y
000916*                      todo queda en la bitacora de auditoria y
000917*                      en la de seguridad (evento AN).
000918*    2026-10-15 EE    Candado de periodo cerrado: el proceso de
000919*                      lote y el reproceso no arrancan si su
000920*                      fecha de negocio ya se cerro en el
000921*                      control de periodos PERCTL, y un lote
000922*                      cuyo encabezado trae una fecha cerrada se
000923*                      rechaza completo como un lote repetido.
000924*                      Layout de OPERMAST movido al copybook
000925*                      OPERREC.
000926*    2026-10-15 EE    Conversion de moneda (opcion 7) en el menu
000927*                      y en el detalle del lote: importe y codigo
000928*                      de moneda, con el tipo de cambio vigente
000929*                      del nuevo maestro TIPCAMB para la fecha del
000930*                      calculo; un registro de lote sin tipo para
000931*                      su fecha va al archivo de suspensos.  La
000932*                      moneda y el tipo quedan en HISTCALC, en
000933*                      AUDITLOG (layout al copybook AUDREC) y en
000934*                      CALCEXT.  Salir pasa a la opcion 0.
000935*                      Permiso de tesoreria en el maestro de
000936*                      operadores.
000937*    2026-10-15 EE    Liberacion de lotes: un lote de BATCHIN
000938*                      solo se procesa si su ultimo evento en el
000939*                      control LOTECTL es la liberacion por un
000940*                      segundo operador; si no, se retiene
000941*                      completo como un lote repetido, con su
000942*                      seccion en RPTOUT, y los retenidos quedan
000943*                      en RUNCTL.
000944*                      Permiso de liberacion en el maestro.
000945*    2026-10-15 EE    Cada calculo de lote guarda en HISTCALC el
000946*                      lote de origen y la fecha de su
000947*                      encabezado; el suspenso guarda tambien esa
000948*                      fecha para que el reproceso la conserve.
000949*    2026-10-15 EE    AUDITLOG lleva la transaccion, el lote de
000950*                      origen y, en la linea ANULACION, el
000951*                      reverso y su motivo, para que el
000952*                      historico pueda reconstruirse desde la
000953*                      bitacora.  Cada calculo interactivo
000954*                      empieza sin transaccion.
000955*    2026-10-15 EE    La conversion de moneda se autoriza con
000956*                      su propio permiso al final de OPERMAST
000957*                      (en blanco no autoriza), no con la
000958*                      septima posicion de los permisos de
000959*                      operacion, que era la de Salir y que los
000960*                      operadores existentes tenian en S.
000961*    2026-10-15 EE    La anulacion carga los cierres de PERCTL
000962*                      y no graba un reverso en una fecha
000963*                      cerrada: lo rechaza en SEGULOG y termina
000964*                      con 12.  El reproceso busca el tipo de
000965*                      cambio con la fecha del lote de origen
000966*                      cuando el suspenso la trae.  La excepcion
000967*                      del reinicio vale solo para el primer
000968*                      registro despues del checkpoint.
000969*    2026-10-15 EE    El BATCHIN se regraba al final del proceso
000970*                      de lote, a traves del nuevo archivo de
000971*                      trabajo BATCHWRK, solo con los lotes
000972*                      pendientes de liberacion.  Los lotes que la
000973*                      liberacion rechazo o que no pueden
000974*                      liberarse se descartan con su propia
000975*                      seccion y cuenta, tambien en RUNCTL.
000976*    2026-10-15 EE    La tabla de liberaciones lleva solo los
000977*                      lotes que trae el BATCHIN; sin LOTECTL
000978*                      los lotes se retienen sin descartarse.
000979*                      Un maestro TIPCAMB o un BATCHIN que no
000980*                      caben en su tabla cancelan con 12.
000981*****************************************************************
000982 IDENTIFICATION DIVISION.
000983 PROGRAM-ID. CALCULADORA.
000984 AUTHOR. EQUIPO DE SISTEMAS ADMINISTRATIVOS.
000985 INSTALLATION. DEPARTAMENTO DE CONTABILIDAD.
000986 DATE-WRITTEN. 2024-02-10.
000987 DATE-COMPILED.
000988
000989 ENVIRONMENT DIVISION.
000990 INPUT-OUTPUT SECTION.
000991 FILE-CONTROL.
000992     SELECT BATCH-INPUT-FILE ASSIGN TO "BATCHIN"
000993         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS CALC-BATCH-STATUS.
001001*Los lotes que siguen pendientes de liberacion pasan al archivo
001002*de trabajo BATCHWRK mientras se lee el BATCHIN, y al terminar la
001003*corrida el BATCHIN se regraba solo con ellos (la misma mecanica
001004*de dos pasadas que usa AUDARCHIVO con la bitacora).
001005     SELECT BATCH-WORK-FILE ASSIGN TO "BATCHWRK"
001006         ORGANIZATION IS LINE SEQUENTIAL
001007         FILE STATUS IS CALC-BATCHWRK-STATUS.
001010
001020     SELECT REPORT-FILE ASSIGN TO "RPTOUT"
001030         ORGANIZATION IS LINE SEQUENTIAL
001280         FILE STATUS IS CALC-EXTRACT-STATUS.
001290
001300     SELECT PARAM-FILE ASSIGN TO "CALCPARM"
001301         ORGANIZATION IS LINE SEQUENTIAL
001302         FILE STATUS IS CALC-PARAM-STATUS.
001303
001304*Bitacora de seguridad, separada de la de auditoria: firmas,
001305*rechazos de autorizacion y mantenimiento del maestro.  Se abre
001306*y cierra por evento porque la firma ocurre antes de abrir los
001307*archivos del modo elegido.
001308     SELECT SECURITY-LOG-FILE ASSIGN TO "SEGULOG"
001309         ORGANIZATION IS LINE SEQUENTIAL
001310         FILE STATUS IS CALC-SEGULOG-STATUS.
001311
001312*Registro de lotes ya procesados: un renglon por lote que
001313*termino en balance, para rechazar un lote repetido antes de
001314*postearlo dos veces.
001315     SELECT LOTE-REGISTER-FILE ASSIGN TO "LOTEREG"
001316         ORGANIZATION IS LINE SEQUENTIAL
001317         FILE STATUS IS CALC-LOTEREG-STATUS.
001318
001319*Control de liberacion de lotes: el ultimo evento de cada lote
001320*dice si un segundo operador ya lo libero para procesarse.
001321     SELECT LOTE-CONTROL-FILE ASSIGN TO "LOTECTL"
001322         ORGANIZATION IS LINE SEQUENTIAL
001323         FILE STATUS IS CALC-LOTECTL-STATUS.
001324
001325*Maestro de corridas desatendidas: una linea por corrida
001326*terminada, para rechazar una fecha de negocio ya corrida
001327*limpia y para el reporte matutino de operaciones.
001328     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
001329         ORGANIZATION IS LINE SEQUENTIAL
001330         FILE STATUS IS CALC-RUNCTL-STATUS.
001331
001332*Control de periodos: las fechas de negocio cerradas por el
001333*programa CIERRE, donde ya no debe postearse nada.
001334     SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERCTL"
001335         ORGANIZATION IS LINE SEQUENTIAL
001336         FILE STATUS IS CALC-PERCTL-STATUS.
001337
001338*Maestro de tipos de cambio de Tesoreria, para la conversion de
001339*moneda; se carga completo a una tabla al iniciar.
001340     SELECT EXCHANGE-RATE-FILE ASSIGN TO "TIPCAMB"
001341         ORGANIZATION IS LINE SEQUENTIAL
001342         FILE STATUS IS CALC-TIPCAMB-STATUS.
001345
001350*Historico de calculos terminados, indexado por el
001355*identificador de transaccion para la consulta directa.
001750                                     SIGN LEADING SEPARATE.
001760         10  FILLER                  PIC X(07).
001770
001772*El archivo de trabajo copia el registro del BATCHIN tal cual.
001774 FD  BATCH-WORK-FILE.
001776 01  BATCH-WORK-RECORD               PIC X(28).
001780 FD  REPORT-FILE.
001790 01  REPORT-HEADER-LINE-1           PIC X(80).
001800 01  REPORT-HEADER-LINE-2           PIC X(80).
002010     05  RPT-RESULTADO               PIC -(10)9.99.
002020     05  FILLER                      PIC X(28).
002030
002032*El layout de la bitacora vive en el copybook AUDREC porque los
002034*programas que la archivan, la resumen y la concilian leen este
002036*mismo registro.
002040 FD  AUDIT-LOG-FILE.
002050 01  AUDIT-LOG-RECORD.
002060     COPY AUDREC.
002110
002120 FD  CHECKPOINT-FILE.
002130 01  CHECKPOINT-RECORD.
002300*crezca (los espacios finales no se graban en archivos de
002310*lineas).
002320 FD  SUSPENSE-WORK-FILE.
002330 01  SUSPENSE-WORK-RECORD             PIC X(100).
002340
002460*Maestro de operadores: se carga completo a una tabla al
002470*iniciar y el mantenimiento lo regraba entero.  El layout vive
002480*en el copybook OPERREC porque el cierre de fechas firma contra
002490*este mismo maestro.
002510 FD  OPERATOR-MASTER-FILE.
002520 01  OPERATOR-MASTER-RECORD.
002530     COPY OPERREC.
002590
002600*Extracto delimitado para la hoja de calculo del mayor: una
002610*linea por calculo correcto y una linea final de total.  Los
002620*campos van separados por punto y coma.
002630 FD  EXTRACT-FILE.
002640 01  EXTRACT-RECORD                   PIC X(100).
002650
002660*Tarjeta de parametros de la corrida desatendida: las mismas
002670*tres respuestas que 1100 pregunta en consola, mas la fecha de
002710     05  PARM-OPERADOR-ID             PIC X(08).
002720     05  PARM-MODO                    PIC X(01).
002730     05  PARM-REINICIO                PIC X(01).
002731     05  PARM-FECHA                   PIC 9(08).
002732
002733*El layout del evento de seguridad vive en el copybook SEGEVENT
002734*porque el reporte SEGREPORTE lee este mismo registro.
002735 FD  SECURITY-LOG-FILE.
002736 01  SECURITY-LOG-RECORD.
002737     COPY SEGEVENT.
002738
002739*Un renglon por lote procesado en balance, con la fecha que
002740*anuncio su encabezado; el archivo crece de corrida en corrida.
002741 FD  LOTE-REGISTER-FILE.
002742 01  LOTE-REGISTER-RECORD.
002743     05  LREG-LOTE-ID                 PIC X(08).
002744     05  LREG-FECHA                   PIC 9(08).
002745
002746*El layout del control de liberacion vive en el copybook LCTLREC
002747*porque CAPTLOTE y LIBERALOTE escriben este mismo archivo.
002748 FD  LOTE-CONTROL-FILE.
002749 01  LOTE-CONTROL-RECORD.
002750     COPY LCTLREC.
002751
002752*El layout de la corrida vive en el copybook RUNREC porque el
002753*reporte RUNREPORTE lee este mismo registro.
002754 FD  RUN-CONTROL-FILE.
002755 01  RUN-CONTROL-RECORD.
002756     COPY RUNREC.
002762
002767*El layout del control de periodos vive en el copybook PERREC
002768*porque CIERRE y los programas de fin de dia lo comparten.
002769 FD  PERIOD-CONTROL-FILE.
002770 01  PERIOD-CONTROL-RECORD.
002771     COPY PERREC.
002772
002773*El layout del tipo de cambio vive en el copybook TCAMREC porque
002774*TIPOCAMBIO mantiene este mismo maestro.
002775 FD  EXCHANGE-RATE-FILE.
002776 01  EXCHANGE-RATE-RECORD.
002777     COPY TCAMREC.
002778
002779*Cada calculo terminado queda aqui bajo su identificador de
002780*transaccion, con fecha, hora y operador; la parte del calculo
002781*es el mismo layout CALCREC de la bitacora.  El layout vive en
002783*el copybook HISTREC porque los programas que verifican,
002786*concilian y contabilizan leen este mismo registro.
002790 FD  HISTORY-FILE.
002800 01  HISTORY-RECORD.
002810     COPY HISTREC.
002860
002870 WORKING-STORAGE SECTION.
002880*El calculo en curso (opcion elegida, los dos operandos y el
002910*acuerdo en los mismos campos en lugar de redefinirlos cada uno por
002920*su lado.  CALC-RESULTADO lleva signo para que Resta no trunque
002930*respuestas negativas, y dos decimales para que Dividir y
002940*Porcentaje conserven precision.  Tenemos 8 opciones (0-7); los 88
002950*se agregan por REPLACING porque deben seguir inmediatamente a
002960*CALC-OPCION dentro del registro.
002970 01  CALC-TRANSACCION-ACTUAL.
003040                       88 Dividir VALUE 4.
003050                       88 Porcentaje VALUE 5.
003060                       88 Modulo VALUE 6.
003064                       88 Convertir VALUE 7.
003071                       88 Salir VALUE 0.
003080                       88 GuardarMemoria VALUE 8.
003090                       88 LimpiarMemoria VALUE 9.==.
003100
003150     COPY CALCLOTE.
003160*Vista en texto de los operandos del registro de trabajo, para
003170*reconocer la M de encadenamiento antes de usarlos como
003175*numeros (una M no es un valor numerico valido).  En la
003180*conversion de moneda el segundo operando trae el codigo de la
003185*moneda en sus tres primeros bytes.
003190 01  CALC-REGISTRO-TRABAJO-TXT REDEFINES CALC-REGISTRO-TRABAJO.
003200     05  FILLER                       PIC X(10).
003206     05  CALC-TRABAJO-OPCION-TXT      PIC X(01).
003212         88  CALC-TRABAJO-CONVERSION  VALUE "7".
003220     05  CALC-TRABAJO-NUM1-TXT        PIC X(08).
003230     05  CALC-TRABAJO-NUM2-TXT        PIC X(08).
003232     05  CALC-TRABAJO-NUM2-MON REDEFINES CALC-TRABAJO-NUM2-TXT.
003234         10  CALC-TRABAJO-MONEDA      PIC X(03).
003236         10  FILLER                   PIC X(05).
003240
003242*Suspenso en curso del ciclo de reproceso: el registro del
003243*maestro tal como se leyo, para regrabarlo con su estado nuevo
003330     88 CALC-MODO-LOTES VALUES "B" "R".
003340     88 CALC-MODO-MANTENIMIENTO VALUE "M".
003350     88 CALC-MODO-CONSULTA VALUE "C".
003355     88 CALC-MODO-ANULACION VALUE "A".
003360
003370 77  CALC-SW-MODO-ELEGIDO PIC X(01) VALUE "N".
003380     88 CALC-MODO-ELEGIDO VALUE "S".
003930         10  CALC-OPER-LOTE           PIC X(01).
003940         10  CALC-OPER-ADMIN          PIC X(01).
003950         10  CALC-OPER-PERMISOS       PIC X(07).
003952         10  CALC-OPER-SUPERV         PIC X(01).
003954         10  CALC-OPER-TESOR          PIC X(01).
003956         10  CALC-OPER-LIBERA         PIC X(01).
003958         10  CALC-OPER-CONVER         PIC X(01).
003960
003970*Datos del operador firmado: su nombre para los mensajes y sus
003980*permisos para autorizar el modo de lotes y cada operacion del
003986*menu (una posicion S/N por opcion 1-6; la septima ya no se usa,
003992*la conversion tiene su propio permiso).
004000 01  CALC-OPER-ACTUAL.
004010     05  CALC-OPER-ACTUAL-NOMBRE      PIC X(30).
004020     05  CALC-OPER-ACTUAL-LOTE        PIC X(01).
004050     05  CALC-OPER-ACTUAL-PERM REDEFINES
004060             CALC-OPER-ACTUAL-PERMISOS
004070             PIC X(01) OCCURS 7 TIMES.
004071     05  CALC-OPER-ACTUAL-SUPERV      PIC X(01).
004072     05  CALC-OPER-ACTUAL-CONVER      PIC X(01).
004073
004074*Permiso que corresponde a la opcion en curso, sea la posicion
004075*de la operacion o el de conversion.
004076 77  CALC-PERMISO-OPCION PIC X(01) VALUE SPACES.
004077     88 CALC-OPCION-AUTORIZADA VALUE "S".
004080
004090*Interruptores y auxiliares de la firma y el mantenimiento del
004100*maestro de operadores.
004450 77  CALC-ENT-OPER-ESTADO PIC X(01) VALUE SPACES.
004460 77  CALC-ENT-OPER-LOTE PIC X(01) VALUE SPACES.
004470 77  CALC-ENT-OPER-ADMIN PIC X(01) VALUE SPACES.
004472 77  CALC-ENT-OPER-SUPERV PIC X(01) VALUE SPACES.
004474 77  CALC-ENT-OPER-TESOR PIC X(01) VALUE SPACES.
004476 77  CALC-ENT-OPER-LIBERA PIC X(01) VALUE SPACES.
004478 77  CALC-ENT-OPER-CONVER PIC X(01) VALUE SPACES.
004480 01  CALC-ENT-OPER-PERMISOS.
004490     05  CALC-ENT-OPER-PERM PIC X(01) OCCURS 7 TIMES.
004500
004880 77  CALC-HORA-SISTEMA PIC 9(08) VALUE ZEROS.
004890 77  CALC-FECHA-EDITADA PIC 9999/99/99.
004900
004901*Resultado editado con signo para mensajes y reporte.
004902 77  CALC-RESULTADO-EDITADO PIC -(10)9.99 VALUE ZERO.
004903
004904*Cantidad editada para las secciones por lote del reporte.
004905 77  CALC-CANTIDAD-EDITADA PIC ZZZZZZZ9 VALUE ZERO.
004906
004907*Control de paginas del reporte: lineas escritas en la pagina
004908*en curso, numero de pagina y el corte fijo de 50 lineas por
004909*pagina que pidio Contabilidad.
004910 77  CALC-RPT-LINEAS PIC 9(02) COMP VALUE ZERO.
004911 77  CALC-RPT-PAGINA PIC 9(04) VALUE ZERO.
004912 77  CALC-RPT-LINEAS-MAX PIC 9(02) COMP VALUE 50.
004913 77  CALC-PAGINA-EDITADA PIC ZZZ9 VALUE ZERO.
004914
004915*Subtotales por operacion (1 Suma ... 7 Conversion).  En el
004916*proceso de lote se imprimen y reinician al cierre de cada
004917*lote; en los demas modos se imprimen en la pagina de control.
004918 01  CALC-TABLA-SUBTOTALES.
004919     05  CALC-SUBTOT-ENT OCCURS 7 TIMES.
004920         10  CALC-SUBTOT-CANTIDAD     PIC 9(08) COMP.
004921         10  CALC-SUBTOT-TOTAL        PIC S9(12)V99.
004922
004923 77  CALC-SUB-RPT PIC 9(02) COMP VALUE ZERO.
004924
004925*Linea de subtotal con columnas fijas.
004926 01  CALC-LINEA-SUBTOTAL.
004927     05  FILLER                       PIC X(02) VALUE SPACES.
004928     05  FILLER                       PIC X(09)
004929                                      VALUE "SUBTOTAL ".
004930     05  CALC-SUBT-OPERACION          PIC X(14).
004931     05  FILLER                       PIC X(01) VALUE SPACES.
004932     05  CALC-SUBT-CANTIDAD           PIC ZZZZZZZ9.
004933     05  FILLER                       PIC X(02) VALUE SPACES.
004934     05  CALC-SUBT-TOTAL              PIC -(12)9.99.
004935     05  FILLER                       PIC X(28) VALUE SPACES.
004936
004937*Datos del evento de seguridad en curso: el tipo y el detalle
004938*los pone quien detecta el evento, y 4600 los escribe con la
004939*fecha, la hora y el operador firmado (o el que lo intento).
004940*Las imagenes solo las llena el mantenimiento del maestro (y
004941*la anulacion, con las dos transacciones); los permisos de
004942*supervisor, de tesoreria, de liberacion de lotes y de
004943*conversion van en su propia posicion al final del evento.
004944 77  CALC-SEG-TIPO PIC X(02) VALUE SPACES.
004945 77  CALC-SEG-DETALLE PIC X(30) VALUE SPACES.
004946 01  CALC-SEG-ANTES.
004947     05  CALC-SEG-ANTES-IMAGEN        PIC X(48).
004948     05  CALC-SEG-ANTES-SUPERV        PIC X(01).
004949     05  CALC-SEG-ANTES-TESOR         PIC X(01).
004950     05  CALC-SEG-ANTES-LIBERA        PIC X(01).
004951     05  CALC-SEG-ANTES-CONVER        PIC X(01).
004952 01  CALC-SEG-DESPUES.
004953     05  CALC-SEG-DESPUES-IMAGEN      PIC X(48).
004954     05  CALC-SEG-DESPUES-SUPERV      PIC X(01).
004955     05  CALC-SEG-DESPUES-TESOR       PIC X(01).
004956     05  CALC-SEG-DESPUES-LIBERA      PIC X(01).
004957     05  CALC-SEG-DESPUES-CONVER      PIC X(01).
004963
004964*Imagen de trabajo de un registro del maestro, con el mismo
004965*layout de OPERMAST, para armar el antes y el despues de un
004971     05  CALC-SEG-IMG-LOTE            PIC X(01).
004972     05  CALC-SEG-IMG-ADMIN           PIC X(01).
004973     05  CALC-SEG-IMG-PERMISOS        PIC X(07).
004974     05  CALC-SEG-IMG-SUPERV          PIC X(01).
004975     05  CALC-SEG-IMG-TESOR           PIC X(01).
004976     05  CALC-SEG-IMG-LIBERA          PIC X(01).
004977     05  CALC-SEG-IMG-CONVER          PIC X(01).
004978
004979*Totales de la sesion interactiva (resumen al salir).
004980 77  CALC-CONTADOR-CALCULOS PIC 9(06) VALUE ZERO.
004981 77  CALC-GRAN-TOTAL PIC S9(12)V99 VALUE ZERO.
004982 77  CALC-GRAN-TOTAL-EDITADO PIC -(12)9.99 VALUE ZERO.
004983
004990*Cociente que se descarta al calcular el modulo.
005000 77  CALC-COCIENTE-TEMP PIC S9(08) COMP VALUE ZERO.
005010
005030 77  CALC-CONTADOR-REGISTROS PIC 9(08) COMP VALUE ZERO.
005040 77  CALC-SKIP-COUNT PIC 9(08) COMP VALUE ZERO.
005050 77  CALC-CONTADOR-RECHAZOS PIC 9(08) COMP VALUE ZERO.
005051
005052*Cifras de control del lote en curso: lo que anuncio el
005053*encabezado, lo que espera su cola y lo que de verdad se
005054*acumulo leyendo.  El total hash suma CALC-NUMERO-1 y
005055*CALC-NUMERO-2 de cada detalle, incluyendo los que un reinicio
005056*vuelve a saltar, para que la conciliacion siempre cubra el
005057*lote completo.  El contador de detalles y el hash se reinician
005058*con cada encabezado: cada lote se balancea por su cuenta.
005059 77  CALC-LOTE-ID PIC X(08) VALUE SPACES.
005060 77  CALC-LOTE-FECHA PIC 9(08) VALUE ZEROS.
005061 77  CALC-COLA-ESPERADOS PIC 9(08) VALUE ZEROS.
005062 77  CALC-COLA-HASH-ESP PIC S9(09)V99
005063         SIGN LEADING SEPARATE VALUE ZEROS.
005064 77  CALC-HASH-OPERANDOS PIC S9(09)V99 COMP VALUE ZERO.
005065 77  CALC-LOTE-DETALLES PIC 9(08) COMP VALUE ZERO.
005066
005067*Cuantos lotes cerro esta corrida, cuantos se rechazaron por
005068*ya estar en el registro LOTEREG o por su fecha cerrada,
005069*cuantos se retuvieron pendientes de liberacion (con el ultimo
005070*de ellos, para el maestro de corridas) y cuantos se descartaron
005071*sin procesar porque la liberacion los rechazo o no pueden
005072*liberarse.
005073 77  CALC-LOTES-PROCESADOS PIC 9(04) COMP VALUE ZERO.
005074 77  CALC-LOTES-RECHAZADOS PIC 9(04) COMP VALUE ZERO.
005075 77  CALC-LOTES-RETENIDOS PIC 9(04) COMP VALUE ZERO.
005076 77  CALC-ULTIMO-RETENIDO PIC X(08) VALUE SPACES.
005077 77  CALC-LOTES-DESCARTADOS PIC 9(04) COMP VALUE ZERO.
005078
005079*Tabla en memoria del registro de lotes procesados; doscientos
005080*lotes cubren de sobra un anio de corridas nocturnas.  Un lote
005081*recien balanceado tambien se agrega aqui, para rechazar un
005082*identificador repetido dentro del mismo BATCHIN.
005083 01  CALC-TABLA-LOTES.
005084     05  CALC-LOTES-USADOS            PIC 9(03) COMP VALUE ZERO.
005085     05  CALC-LOTE-ENT OCCURS 200 TIMES
005086             INDEXED BY CALC-NDX-LOTE.
005087         10  CALC-LOTE-REG-ID         PIC X(08).
005088
005089 77  CALC-SW-LOTE-HALLADO PIC X(01) VALUE "N".
005090     88 CALC-LOTE-HALLADO VALUE "S".
005091     88 CALC-LOTE-NO-HALLADO VALUE "N".
005092
005093 77  CALC-SW-FIN-LOTEREG PIC X(01) VALUE "N".
005094     88 CALC-FIN-LOTEREG VALUE "S".
005095
005096 77  CALC-BUSCA-LOTE-ID PIC X(08) VALUE SPACES.
005097
005098*Situacion de cada lote del BATCHIN en el control de liberacion
005099*LOTECTL, segun su ultimo evento, con la fecha y las cifras de
005100*cola que se registraron al capturarlo.  La tabla lleva solo los
005101*lotes que trae el BATCHIN, que ya no guarda mas que los
005102*pendientes y los nuevos; un BATCHIN con mas de mil lotes
005103*cancela la corrida.  Un lote sin evento queda con la situacion
005104*en blanco.
005105 01  CALC-TABLA-LIBERACION.
005106     05  CALC-LIB-USADOS              PIC 9(04) COMP VALUE ZERO.
005107     05  CALC-LIB-ENT OCCURS 1000 TIMES
005108             INDEXED BY CALC-NDX-LIB.
005109         10  CALC-LIB-LOTE-ID         PIC X(08).
005110         10  CALC-LIB-FECHA           PIC 9(08).
005111         10  CALC-LIB-ESTADO          PIC X(01).
005112         10  CALC-LIB-CANT-REG        PIC 9(08).
005113         10  CALC-LIB-HASH            PIC S9(09)V99.
005114
005115 77  CALC-SW-FIN-LOTECTL PIC X(01) VALUE "N".
005116     88 CALC-FIN-LOTECTL VALUE "S".
005117
005118 77  CALC-SW-FIN-BATCH-PREVIO PIC X(01) VALUE "N".
005119     88 CALC-FIN-BATCH-PREVIO VALUE "S".
005120
005121 77  CALC-SW-LOTECTL PIC X(01) VALUE "S".
005122     88 CALC-HAY-LOTECTL VALUE "S".
005123     88 CALC-SIN-LOTECTL VALUE "N".
005124
005125 77  CALC-SW-LIB-HALLADO PIC X(01) VALUE "N".
005126     88 CALC-LIB-HALLADO VALUE "S".
005127     88 CALC-LIB-NO-HALLADO VALUE "N".
005128
005129*El lote en curso salio liberado; sus cifras liberadas se
005130*comparan contra la cola al balancearlo.
005131 77  CALC-SW-LOTE-LIBERADO PIC X(01) VALUE "N".
005132     88 CALC-LOTE-LIBERADO VALUE "S".
005133 77  CALC-LIB-CANT-LOTE PIC 9(08) VALUE ZEROS.
005134 77  CALC-LIB-HASH-LOTE PIC S9(09)V99 VALUE ZERO.
005135 77  CALC-MOTIVO-RETENCION PIC X(30) VALUE SPACES.
005136*El lote en curso sigue pendiente de liberacion y se conserva
005137*en el BATCHIN para otra corrida; o bien no puede procesarse
005138*nunca y se descarta.
005139 77  CALC-SW-LOTE-CONSERVADO PIC X(01) VALUE "N".
005140     88 CALC-LOTE-CONSERVADO VALUE "S".
005141 77  CALC-SW-LOTE-DESCARTADO PIC X(01) VALUE "N".
005142     88 CALC-LOTE-DESCARTADO VALUE "S".
005143
005144*Fin del archivo de trabajo al regrabar el maestro de
005145*suspensos tras el reproceso.
005146 77  CALC-SW-FIN-SUSPWORK PIC X(01) VALUE "N".
005147     88 CALC-FIN-SUSPWORK VALUE "S".
005148*Fin del archivo de trabajo al regrabar el BATCHIN.
005149 77  CALC-SW-FIN-BATCHWRK PIC X(01) VALUE "N".
005150     88 CALC-FIN-BATCHWRK VALUE "S".
005151
005152*Busqueda en el maestro de corridas: fin del archivo y si la
005153*fecha de la tarjeta ya tiene una corrida limpia asentada.
005154 77  CALC-SW-FIN-RUNCTL PIC X(01) VALUE "N".
005155     88 CALC-FIN-RUNCTL VALUE "S".
005156
005157 77  CALC-SW-FECHA-CORRIDA PIC X(01) VALUE "N".
005158     88 CALC-FECHA-YA-CORRIDA VALUE "S".
005159
005160*Fechas de negocio que CIERRE ha cerrado o reabierto, con su
005161*situacion final (C cerrada / A reabierta) segun el ultimo
005162*evento del control de periodos.  Mil fechas son cuatro anios
005163*de dias habiles; si no caben, la corrida no arranca, porque
005164*una fecha cerrada que no estuviera en la tabla pasaria el
005165*candado.
005166 01  CALC-TABLA-CIERRES.
005167     05  CALC-CIERRES-USADOS          PIC 9(04) COMP VALUE ZERO.
005168     05  CALC-CIERRE-ENT OCCURS 1000 TIMES
005169             INDEXED BY CALC-NDX-CIERRE.
005170         10  CALC-CIERRE-FECHA        PIC 9(08).
005171         10  CALC-CIERRE-ESTADO       PIC X(01).
005172
005173 77  CALC-SW-FIN-PERCTL PIC X(01) VALUE "N".
005174     88 CALC-FIN-PERCTL VALUE "S".
005175
005176 77  CALC-SW-CIERRE-HALLADO PIC X(01) VALUE "N".
005177     88 CALC-CIERRE-HALLADO VALUE "S".
005178     88 CALC-CIERRE-NO-HALLADO VALUE "N".
005179
005180 77  CALC-SW-FECHA-CERRADA PIC X(01) VALUE "N".
005181     88 CALC-FECHA-CERRADA VALUE "S".
005182
005183 77  CALC-BUSCA-FECHA PIC 9(08) VALUE ZEROS.
005184
005185*Tipos de cambio de Tesoreria (maestro TIPCAMB) para la
005186*conversion de moneda: cada moneda con las fechas desde las que
005187*rige cada tipo.  Quinientos renglones son el mismo limite del
005188*maestro en TIPOCAMBIO, que depura los tipos superados; un
005189*maestro que no cabe cancela la corrida, porque sin el resto de
005190*los renglones una conversion podria tomar un tipo viejo.
005191 01  CALC-TABLA-TIPOS.
005192     05  CALC-TIPOS-USADOS            PIC 9(04) COMP VALUE ZERO.
005193     05  CALC-TIPO-ENT OCCURS 500 TIMES
005194             INDEXED BY CALC-NDX-TIPO.
005195         10  CALC-TIPO-MONEDA         PIC X(03).
005196         10  CALC-TIPO-FECHA          PIC 9(08).
005197         10  CALC-TIPO-VALOR          PIC 9(05)V9(06).
005198
005199 77  CALC-SW-FIN-TIPCAMB PIC X(01) VALUE "N".
005200     88 CALC-FIN-TIPCAMB VALUE "S".
005201
005202 77  CALC-SW-TIPO-HALLADO PIC X(01) VALUE "N".
005203     88 CALC-TIPO-HALLADO VALUE "S".
005204     88 CALC-TIPO-NO-HALLADO VALUE "N".
005205
005206*Moneda y tipo de cambio del calculo en curso (en blanco y en
005207*cero fuera de la conversion), la fecha para la que se busca el
005208*tipo y la vigencia del mejor tipo hallado hasta el momento.
005209 77  CALC-MONEDA-ACTUAL PIC X(03) VALUE SPACES.
005210 77  CALC-TIPO-CAMBIO-ACTUAL PIC 9(05)V9(06) VALUE ZERO.
005211 77  CALC-TIPO-FECHA-CALCULO PIC 9(08) VALUE ZEROS.
005212 77  CALC-TIPO-FECHA-VIGENTE PIC 9(08) VALUE ZEROS.
005213 77  CALC-TIPO-CAMBIO-EDITADO PIC 9(05).9(06) VALUE ZERO.
005214
005215*Codigos de estado de archivo.
005216 77  CALC-BATCH-STATUS PIC XX VALUE "00".
005217 77  CALC-REPORT-STATUS PIC XX VALUE "00".
005218 77  CALC-AUDIT-STATUS PIC XX VALUE "00".
005219 77  CALC-CHECKPOINT-STATUS PIC XX VALUE "00".
005220 77  CALC-SUSPMAST-STATUS PIC XX VALUE "00".
005221 77  CALC-SUSPWORK-STATUS PIC XX VALUE "00".
005222 77  CALC-BATCHWRK-STATUS PIC XX VALUE "00".
005223 77  CALC-OPERMAST-STATUS PIC XX VALUE "00".
005224 77  CALC-EXTRACT-STATUS PIC XX VALUE "00".
005225 77  CALC-PARAM-STATUS PIC XX VALUE "00".
005226 77  CALC-SEGULOG-STATUS PIC XX VALUE "00".
005227 77  CALC-LOTEREG-STATUS PIC XX VALUE "00".
005228 77  CALC-LOTECTL-STATUS PIC XX VALUE "00".
005234 77  CALC-RUNCTL-STATUS PIC XX VALUE "00".
005244 77  CALC-PERCTL-STATUS PIC XX VALUE "00".
005254 77  CALC-TIPCAMB-STATUS PIC XX VALUE "00".
005264 77  CALC-RC-EDIT PIC 99 VALUE ZERO.
005300 77  CALC-HISTORY-STATUS PIC XX VALUE "00".
005310
005320*El historico puede no estar disponible (por ejemplo si el
005350     88 CALC-HISTORIA-ACTIVA VALUE "S".
005360
005370*Identificador de transaccion del calculo en curso.  En lotes
005371*viene en el registro; en el modo interactivo se genera con una
005372*I, el dia juliano AADDD y un consecutivo de cuatro cifras que
005373*se salta los que ya estan en el historico (de otra sesion del
005374*mismo dia), para que dos calculos nunca compartan transaccion.
005375 77  CALC-TRANS-ID-ACTUAL PIC X(10) VALUE SPACES.
005376
005377*Lote de origen del calculo en curso y fecha de su encabezado,
005378*como quedan en HISTCALC y en AUDITLOG.
005379 77  CALC-ORIGEN-LOTE-ID PIC X(08) VALUE SPACES.
005380 77  CALC-ORIGEN-LOTE-FECHA PIC 9(08) VALUE ZEROS.
005381 77  CALC-HIST-SEQ PIC 9(04) VALUE ZERO.
005382 77  CALC-ENT-CONSULTA PIC X(10) VALUE SPACES.
005383
005384*Dia juliano AAAADDD del sistema; del anio se usan las dos
005385*ultimas cifras.
005386 01  CALC-FECHA-JULIANA               PIC 9(07) VALUE ZEROS.
005387 01  CALC-FECHA-JULIANA-R REDEFINES CALC-FECHA-JULIANA.
005388     05  FILLER                       PIC 9(02).
005389     05  CALC-JULIANA-AADDD           PIC 9(05).
005390
005391*El calculo interactivo quedo grabado o se dejo de intentar
005392*(consecutivos agotados o falla del archivo).
005393 77  CALC-SW-HIST-GRABADA PIC X(01) VALUE "N".
005394     88 CALC-HIST-GRABADA VALUE "S".
005395
005396*En un reinicio, el primer registro despues del checkpoint
005397*pudo quedar grabado en el historico antes de la interrupcion;
005398*si el historico trae exactamente el mismo calculo no se
005399*rechaza como repetido ni se vuelve a grabar.
005400 77  CALC-SW-YA-GRABADA PIC X(01) VALUE "N".
005401     88 CALC-YA-GRABADA VALUE "S".
005402*La excepcion vale solo para ese primer registro: el interruptor
005403*se prende al terminar el salto del reinicio y se apaga en
005404*cuanto ese registro se procesa.
005405 77  CALC-SW-PRIMERO-REINICIO PIC X(01) VALUE "N".
005406     88 CALC-PRIMERO-REINICIO VALUE "S".
005407
005408*Anulacion en curso: el registro original tal como se leyo del
005409*historico (un PIC X holgado, igual que el archivo de trabajo
005410*de suspensos), el motivo y la confirmacion tecleados, y la
005411*transaccion del reverso: una A, el dia juliano AADDD y un
005412*consecutivo propio que salta los ya ocupados, como el de la
005413*transaccion interactiva.
005414 01  CALC-HIST-ORIGINAL               PIC X(200) VALUE SPACES.
005415 77  CALC-ENT-MOTIVO PIC X(30) VALUE SPACES.
005416 77  CALC-IND-CONFIRMA PIC X(01) VALUE SPACES.
005417 77  CALC-TRANS-ID-REVERSO PIC X(10) VALUE SPACES.
005418 77  CALC-REV-SEQ PIC 9(04) VALUE ZERO.
005419 77  CALC-SW-REV-GRABADO PIC X(01) VALUE "N".
005420     88 CALC-REV-GRABADO VALUE "S".
005421     88 CALC-REV-FALLIDO VALUE "F".
005430
005440*Memoria de calculadora del modo interactivo y resultado del
005450*registro anterior para el encadenamiento en lotes.  Ambos
005780             IF CALC-MODO-CONSULTA
005790                 PERFORM 7000-CONSULTA-HISTORIA THRU 7000-EXIT
005800             ELSE
005802                 IF CALC-MODO-ANULACION
005804                     PERFORM 7500-ANULACION-CALCULOS
005806                         THRU 7500-EXIT
005808                 ELSE
005810                     PERFORM 2000-MENU-PRINCIPAL THRU 2000-EXIT
005815                 END-IF
005820             END-IF
005830         END-IF
005840     END-IF
006004*limpian antes de escribir detalle alguno.
006006     PERFORM 4750-LIMPIAR-SUBTOTAL THRU 4750-EXIT
006008         VARYING CALC-SUB-RPT FROM 1 BY 1
006009         UNTIL CALC-SUB-RPT > 7
006010     PERFORM 1100-SOLICITAR-MODO THRU 1100-EXIT
006020     PERFORM 1200-ABRIR-ARCHIVOS THRU 1200-EXIT.
006030 1000-EXIT.
006910         TO CALC-OPER-ACTUAL-ADMIN
006920     MOVE CALC-OPER-PERMISOS (CALC-NDX-OPER)
006930         TO CALC-OPER-ACTUAL-PERMISOS
006932     MOVE CALC-OPER-SUPERV (CALC-NDX-OPER)
006934         TO CALC-OPER-ACTUAL-SUPERV
006936     MOVE CALC-OPER-CONVER (CALC-NDX-OPER)
006938         TO CALC-OPER-ACTUAL-CONVER
006940     SET CALC-OPERADOR-VALIDO TO TRUE
006942*La firma de la tarjeta tambien queda en la bitacora de
006944*seguridad, igual que la firma de consola.
007178*mismo ciclo de lotes pero leyendo el archivo de suspensos ya
007180*corregido en lugar del BATCHIN original.  Los modos de lote
007190*exigen el permiso de lotes del maestro, y sin maestro solo se
007200*puede entrar al mantenimiento para crearlo.  La anulacion de
007205*calculos exige el permiso de supervisor.
007210 1120-ELEGIR-MODO.
007220     DISPLAY "Elija el modo de operacion:"
007230     DISPLAY "1-Calculo interactivo"
007250     DISPLAY "3-Reproceso de suspensos corregidos (SUSPMAST)"
007260     DISPLAY "4-Mantenimiento de operadores"
007270     DISPLAY "5-Consulta de calculos (por transaccion)"
007275     DISPLAY "6-Anulacion de calculos (supervisor)"
007280     ACCEPT CALC-IND-MODO
007290     IF CALC-MAESTRO-AUSENTE AND CALC-IND-MODO NOT = "4"
007300         DISPLAY "Sin maestro de operadores solo esta "
007590         WHEN "5"
007600             SET CALC-MODO-CONSULTA TO TRUE
007610             SET CALC-MODO-ELEGIDO TO TRUE
007611         WHEN "6"
007612             IF CALC-OPER-ACTUAL-SUPERV = "S"
007613                 SET CALC-MODO-ANULACION TO TRUE
007614                 SET CALC-MODO-ELEGIDO TO TRUE
007615             ELSE
007616                 DISPLAY "El operador no esta autorizado para "
007617                         "anular calculos."
007618                 MOVE "RA" TO CALC-SEG-TIPO
007619                 MOVE "Sin permiso de supervisor"
007620                     TO CALC-SEG-DETALLE
007621                 PERFORM 4600-ESCRIBIR-SEGURIDAD THRU 4600-EXIT
007622             END-IF
007623         WHEN OTHER
007630             DISPLAY "Modo invalido. Intentar de nuevo."
007640     END-EVALUATE.
007650 1120-EXIT.
008220         MOVE OPM-PERMISO-ADMIN
008230             TO CALC-OPER-ADMIN (CALC-NDX-OPER)
008240         MOVE OPM-PERMISOS TO CALC-OPER-PERMISOS (CALC-NDX-OPER)
008241         MOVE OPM-PERMISO-SUPERV
008242             TO CALC-OPER-SUPERV (CALC-NDX-OPER)
008243         MOVE OPM-PERMISO-TESOR
008244             TO CALC-OPER-TESOR (CALC-NDX-OPER)
008245         MOVE OPM-PERMISO-LIBERA
008246             TO CALC-OPER-LIBERA (CALC-NDX-OPER)
008247         MOVE OPM-PERMISO-CONVER
008248             TO CALC-OPER-CONVER (CALC-NDX-OPER)
008250     ELSE
008260         DISPLAY "Aviso: maestro de operadores con mas de 100 "
008270                 "registros; el excedente se ignora."
008580         MOVE ALL "N" TO CALC-OPER-ACTUAL-PERMISOS
008590         MOVE "N" TO CALC-OPER-ACTUAL-LOTE
008600         MOVE "N" TO CALC-OPER-ACTUAL-ADMIN
008603         MOVE "N" TO CALC-OPER-ACTUAL-SUPERV
008606         MOVE "N" TO CALC-OPER-ACTUAL-CONVER
008610         MOVE SPACES TO CALC-OPER-ACTUAL-NOMBRE
008620         SET CALC-OPERADOR-VALIDO TO TRUE
008630         GO TO 1150-EXIT
008820         TO CALC-OPER-ACTUAL-ADMIN
008830     MOVE CALC-OPER-PERMISOS (CALC-NDX-OPER)
008840         TO CALC-OPER-ACTUAL-PERMISOS
008842     MOVE CALC-OPER-SUPERV (CALC-NDX-OPER)
008844         TO CALC-OPER-ACTUAL-SUPERV
008846     MOVE CALC-OPER-CONVER (CALC-NDX-OPER)
008848         TO CALC-OPER-ACTUAL-CONVER
008850     SET CALC-OPERADOR-VALIDO TO TRUE
008852     MOVE "FO" TO CALC-SEG-TIPO
008854     MOVE "Firma correcta" TO CALC-SEG-DETALLE
009040     IF CALC-MODO-MANTENIMIENTO OR CALC-MODO-CONSULTA
009050         GO TO 1200-EXIT
009060     END-IF
009061*La anulacion solo necesita la bitacora de auditoria y el
009062*historico; no lleva reporte ni extracto.  Carga los cierres
009063*para no grabar un reverso en una fecha cerrada.
009064     IF CALC-MODO-ANULACION
009065         PERFORM 1280-CARGAR-CIERRES THRU 1280-EXIT
009066         PERFORM 1250-ABRIR-AUDITORIA THRU 1250-EXIT
009067         PERFORM 1270-ABRIR-HISTORIA THRU 1270-EXIT
009068         GO TO 1200-EXIT
009069     END-IF
009070*Nada se postea en una fecha que ya se cerro: la fecha de
009071*negocio de la corrida (la de la tarjeta, o la del sistema en
009072*una corrida atendida) se busca en el control de periodos
009073*antes de abrir nada.  La tabla queda cargada para revisar
009074*ademas la fecha del encabezado de cada lote.
009075     PERFORM 1280-CARGAR-CIERRES THRU 1280-EXIT
009076     PERFORM 4500-OBTENER-FECHA THRU 4500-EXIT
009077     MOVE CALC-FECHA-SISTEMA TO CALC-BUSCA-FECHA
009078     PERFORM 1290-BUSCAR-CIERRE THRU 1290-EXIT
009079     IF CALC-FECHA-CERRADA
009080         DISPLAY "La fecha de negocio " CALC-FECHA-SISTEMA
009081                 " esta cerrada; no se puede postear en ella."
009082         MOVE 12 TO RETURN-CODE
009083         IF CALC-DESATENDIDO
009084             PERFORM 9300-GRABAR-CORRIDA THRU 9300-EXIT
009085         END-IF
009086         STOP RUN
009087     END-IF
009088     PERFORM 1300-CARGAR-TIPOS-CAMBIO THRU 1300-EXIT
009089     IF CALC-MODO-BATCH
009090         OPEN INPUT BATCH-INPUT-FILE
009091         IF CALC-BATCH-STATUS NOT = "00"
009100             DISPLAY "No se pudo abrir el archivo de entrada "
009110                     "BATCHIN. Estado: " CALC-BATCH-STATUS
009120             MOVE 12 TO RETURN-CODE
009130             STOP RUN
009140         END-IF
009142         PERFORM 1260-CARGAR-LOTES THRU 1260-EXIT
009143         PERFORM 1266-CARGAR-LIBERACIONES THRU 1266-EXIT
009144         OPEN OUTPUT BATCH-WORK-FILE
009145         IF CALC-BATCHWRK-STATUS NOT = "00"
009146             DISPLAY "No se pudo abrir el archivo de trabajo "
009147                     "BATCHWRK. Estado: " CALC-BATCHWRK-STATUS
009148             MOVE 12 TO RETURN-CODE
009149             STOP RUN
009150         END-IF
009151     END-IF
009160     IF CALC-MODO-REPROCESO
009170         OPEN INPUT SUSPENSE-MASTER-FILE
009180         IF CALC-SUSPMAST-STATUS NOT = "00"
009698 1265-EXIT.
009699     EXIT.
009700
009702*El historico se abre en I-O para poder buscar una transaccion
009704*antes de grabarla; si aun no existe (estado "35") se crea con
009706*OPEN OUTPUT y se reabre en I-O, para que la busqueda de una
009708*transaccion repetida funcione igual en la primera corrida que
009710*en las siguientes.  Si no queda disponible, el calculo sigue
009712*sin historico y solo se avisa.
009720 1270-ABRIR-HISTORIA.
009730     OPEN I-O HISTORY-FILE
009740     IF CALC-HISTORY-STATUS = "35"
009760     END-IF
009770     IF CALC-HISTORY-STATUS = "00"
009780         SET CALC-HISTORIA-ACTIVA TO TRUE
009781     ELSE
009782         DISPLAY "Aviso: historico HISTCALC no disponible. "
009783                 "Estado: " CALC-HISTORY-STATUS
009784     END-IF.
009785 1270-EXIT.
009786     EXIT.
009787
009788*Primero se anotan en la tabla los lotes que trae el BATCHIN y
009789*el archivo se vuelve a abrir desde el principio.  Despues el
009790*control de liberacion se recorre completo en el orden en que se
009791*escribio: cada evento de un lote anotado lo deja en su estado,
009792*asi que en la tabla queda el ultimo; los eventos de lotes que ya
009793*salieron del BATCHIN no ocupan lugar.  Si el control todavia no
009794*existe ningun lote se ha liberado y todos quedan retenidos.
009795 1266-CARGAR-LIBERACIONES.
009796     PERFORM 1269-ANOTAR-LOTE-BATCHIN THRU 1269-EXIT
009797         UNTIL CALC-FIN-BATCH-PREVIO
009798     CLOSE BATCH-INPUT-FILE
009799     OPEN INPUT BATCH-INPUT-FILE
009800     IF CALC-BATCH-STATUS NOT = "00"
009801         DISPLAY "No se pudo reabrir el archivo de entrada "
009802                 "BATCHIN. Estado: " CALC-BATCH-STATUS
009803         MOVE 12 TO RETURN-CODE
009804         STOP RUN
009805     END-IF
009806     OPEN INPUT LOTE-CONTROL-FILE
009807     IF CALC-LOTECTL-STATUS = "35"
009808         DISPLAY "Aviso: no existe el control de liberacion "
009809                 "LOTECTL; ningun lote esta liberado."
009810         SET CALC-SIN-LOTECTL TO TRUE
009811         GO TO 1266-EXIT
009812     END-IF
009813     IF CALC-LOTECTL-STATUS NOT = "00"
009814         DISPLAY "No se pudo abrir el control de liberacion "
009815                 "LOTECTL. Estado: " CALC-LOTECTL-STATUS
009816         MOVE 12 TO RETURN-CODE
009817         STOP RUN
009818     END-IF
009819     PERFORM 1267-LEER-LOTECTL THRU 1267-EXIT
009820         UNTIL CALC-FIN-LOTECTL
009821     CLOSE LOTE-CONTROL-FILE.
009822 1266-EXIT.
009823     EXIT.
009824
009825 1267-LEER-LOTECTL.
009826     READ LOTE-CONTROL-FILE
009827         AT END
009828             SET CALC-FIN-LOTECTL TO TRUE
009829             GO TO 1267-EXIT
009830     END-READ
009831     MOVE LCT-LOTE-ID TO CALC-BUSCA-LOTE-ID
009832     PERFORM 1268-BUSCAR-LIBERACION THRU 1268-EXIT
009833     IF CALC-LIB-NO-HALLADO
009834         GO TO 1267-EXIT
009835     END-IF
009836     MOVE LCT-FECHA TO CALC-LIB-FECHA (CALC-NDX-LIB)
009837     MOVE LCT-ESTADO TO CALC-LIB-ESTADO (CALC-NDX-LIB)
009838     MOVE LCT-CANT-REG TO CALC-LIB-CANT-REG (CALC-NDX-LIB)
009839     MOVE LCT-HASH TO CALC-LIB-HASH (CALC-NDX-LIB).
009840 1267-EXIT.
009841     EXIT.
009842
009843*Busqueda en la tabla de liberaciones por CALC-BUSCA-LOTE-ID;
009844*deja el indice en el lote hallado.
009845 1268-BUSCAR-LIBERACION.
009846     SET CALC-LIB-NO-HALLADO TO TRUE
009847     IF CALC-LIB-USADOS = ZERO
009848         GO TO 1268-EXIT
009849     END-IF
009850     SET CALC-NDX-LIB TO 1
009851     SEARCH CALC-LIB-ENT
009852         AT END
009853             GO TO 1268-EXIT
009854         WHEN CALC-NDX-LIB > CALC-LIB-USADOS
009855             GO TO 1268-EXIT
009856         WHEN CALC-LIB-LOTE-ID (CALC-NDX-LIB) = CALC-BUSCA-LOTE-ID
009857             SET CALC-LIB-HALLADO TO TRUE
009858     END-SEARCH.
009859 1268-EXIT.
009860     EXIT.
009861
009862*Un lote repetido en el BATCHIN se anota una sola vez.
009863 1269-ANOTAR-LOTE-BATCHIN.
009864     READ BATCH-INPUT-FILE
009865         AT END
009866             SET CALC-FIN-BATCH-PREVIO TO TRUE
009867             GO TO 1269-EXIT
009868     END-READ
009869     IF NOT BATCH-REG-ENCABEZADO
009870         GO TO 1269-EXIT
009871     END-IF
009872     MOVE BATCH-ENC-LOTE-ID TO CALC-BUSCA-LOTE-ID
009873     PERFORM 1268-BUSCAR-LIBERACION THRU 1268-EXIT
009874     IF CALC-LIB-HALLADO
009875         GO TO 1269-EXIT
009876     END-IF
009877     IF CALC-LIB-USADOS NOT < 1000
009878         DISPLAY "BATCHIN con mas de 1000 lotes; se cancela "
009879                 "la corrida."
009880         MOVE 12 TO RETURN-CODE
009881         STOP RUN
009882     END-IF
009883     ADD 1 TO CALC-LIB-USADOS
009884     SET CALC-NDX-LIB TO CALC-LIB-USADOS
009885     MOVE BATCH-ENC-LOTE-ID TO CALC-LIB-LOTE-ID (CALC-NDX-LIB)
009886     MOVE ZERO TO CALC-LIB-FECHA (CALC-NDX-LIB)
009887     MOVE SPACE TO CALC-LIB-ESTADO (CALC-NDX-LIB)
009888     MOVE ZERO TO CALC-LIB-CANT-REG (CALC-NDX-LIB)
009889     MOVE ZERO TO CALC-LIB-HASH (CALC-NDX-LIB).
009890 1269-EXIT.
009891     EXIT.
009892
009893*El control de periodos se recorre completo en el orden en que
009894*se escribio: cada cierre (CI) o reapertura (RE) deja la fecha
009895*en la situacion de su ultimo evento.  Si todavia no existe
009896*(estado "35") nunca se ha cerrado nada.
009897 1280-CARGAR-CIERRES.
009898     OPEN INPUT PERIOD-CONTROL-FILE
009899     IF CALC-PERCTL-STATUS = "35"
009900         GO TO 1280-EXIT
009901     END-IF
009902     IF CALC-PERCTL-STATUS NOT = "00"
009903         DISPLAY "No se pudo abrir el control de periodos "
009904                 "PERCTL. Estado: " CALC-PERCTL-STATUS
009905         MOVE 12 TO RETURN-CODE
009906         STOP RUN
009907     END-IF
009908     PERFORM 1285-LEER-PERCTL THRU 1285-EXIT
009909         UNTIL CALC-FIN-PERCTL
009910     CLOSE PERIOD-CONTROL-FILE.
009911 1280-EXIT.
009912     EXIT.
009913
009914 1285-LEER-PERCTL.
009915     READ PERIOD-CONTROL-FILE
009916         AT END
009917             SET CALC-FIN-PERCTL TO TRUE
009918             GO TO 1285-EXIT
009919     END-READ
009920     IF NOT PER-CIERRE AND NOT PER-REAPERTURA
009921         GO TO 1285-EXIT
009922     END-IF
009923     MOVE PER-FECHA TO CALC-BUSCA-FECHA
009924     PERFORM 1290-BUSCAR-CIERRE THRU 1290-EXIT
009925     IF CALC-CIERRE-NO-HALLADO
009926         IF CALC-CIERRES-USADOS NOT < 1000
009927             DISPLAY "Control de periodos con mas de 1000 "
009928                     "fechas cerradas; se cancela la corrida."
009929             MOVE 12 TO RETURN-CODE
009930             STOP RUN
009931         END-IF
009932         ADD 1 TO CALC-CIERRES-USADOS
009933         SET CALC-NDX-CIERRE TO CALC-CIERRES-USADOS
009934         MOVE PER-FECHA TO CALC-CIERRE-FECHA (CALC-NDX-CIERRE)
009935     END-IF
009936     IF PER-CIERRE
009937         MOVE "C" TO CALC-CIERRE-ESTADO (CALC-NDX-CIERRE)
009938     ELSE
009939         MOVE "A" TO CALC-CIERRE-ESTADO (CALC-NDX-CIERRE)
009940     END-IF.
009941 1285-EXIT.
009942     EXIT.
009943
009944*Busqueda en la tabla de cierres por CALC-BUSCA-FECHA; deja el
009945*indice en la entrada hallada y dice si la fecha esta cerrada.
009946 1290-BUSCAR-CIERRE.
009947     SET CALC-CIERRE-NO-HALLADO TO TRUE
009948     MOVE "N" TO CALC-SW-FECHA-CERRADA
009949     IF CALC-CIERRES-USADOS = ZERO
009950         GO TO 1290-EXIT
009951     END-IF
009952     SET CALC-NDX-CIERRE TO 1
009953     SEARCH CALC-CIERRE-ENT
009954         AT END
009955             GO TO 1290-EXIT
009956         WHEN CALC-NDX-CIERRE > CALC-CIERRES-USADOS
009957             GO TO 1290-EXIT
009958         WHEN CALC-CIERRE-FECHA (CALC-NDX-CIERRE)
009959                 = CALC-BUSCA-FECHA
009960             SET CALC-CIERRE-HALLADO TO TRUE
009961     END-SEARCH
009962     IF CALC-CIERRE-ESTADO (CALC-NDX-CIERRE) = "C"
009963         SET CALC-FECHA-CERRADA TO TRUE
009964     END-IF.
009965 1290-EXIT.
009966     EXIT.
009967
009968*Los tipos de cambio se cargan completos a la tabla al iniciar.
009969*Si el maestro todavia no existe (estado "35") la tabla queda
009970*vacia y toda conversion se rechaza por falta de tipo.
009971 1300-CARGAR-TIPOS-CAMBIO.
009972     OPEN INPUT EXCHANGE-RATE-FILE
009973     IF CALC-TIPCAMB-STATUS = "35"
009974         GO TO 1300-EXIT
009975     END-IF
009976     IF CALC-TIPCAMB-STATUS NOT = "00"
009977         DISPLAY "No se pudo abrir el maestro de tipos de cambio "
009978                 "TIPCAMB. Estado: " CALC-TIPCAMB-STATUS
009979         MOVE 12 TO RETURN-CODE
009980         STOP RUN
009981     END-IF
009982     PERFORM 1305-LEER-TIPCAMB THRU 1305-EXIT
009983         UNTIL CALC-FIN-TIPCAMB
009984     CLOSE EXCHANGE-RATE-FILE.
009985 1300-EXIT.
009986     EXIT.
009987
009988 1305-LEER-TIPCAMB.
009989     READ EXCHANGE-RATE-FILE
009990         AT END
009991             SET CALC-FIN-TIPCAMB TO TRUE
009992             GO TO 1305-EXIT
009993     END-READ
009994     IF CALC-TIPOS-USADOS NOT < 500
009995         DISPLAY "Maestro de tipos de cambio con mas de 500 "
009996                 "renglones; se cancela la corrida."
009997         MOVE 12 TO RETURN-CODE
009998         STOP RUN
009999     END-IF
010000     ADD 1 TO CALC-TIPOS-USADOS
010001     SET CALC-NDX-TIPO TO CALC-TIPOS-USADOS
010002     MOVE TCAM-MONEDA TO CALC-TIPO-MONEDA (CALC-NDX-TIPO)
010003     MOVE TCAM-FECHA TO CALC-TIPO-FECHA (CALC-NDX-TIPO)
010004     MOVE TCAM-TIPO TO CALC-TIPO-VALOR (CALC-NDX-TIPO).
010012 1305-EXIT.
010013     EXIT.
010014
010015*-----------------------------------------------------------------
010016*    2000-MENU-PRINCIPAL
010017*    Ciclo del modo interactivo: pide una opcion y la ejecuta
010018*    hasta que el usuario elija Salir.
010019*-----------------------------------------------------------------
010020 2000-MENU-PRINCIPAL.
010021     PERFORM 2100-ACEPTAR-OPCION THRU 2100-EXIT
010022     PERFORM 2300-EJECUTAR-OPCION THRU 2300-EXIT
010023     PERFORM 2050-CICLO-MENU THRU 2050-EXIT
010024         UNTIL Salir.
010025 2000-EXIT.
010026     EXIT.
010027
010028*La opcion se lee y se ejecuta dentro del mismo ciclo, para
010029*que Salir tambien se ejecute (y no solo se detecte) apenas
010030*se elige.
010031 2050-CICLO-MENU.
010032     PERFORM 2100-ACEPTAR-OPCION THRU 2100-EXIT
010040     PERFORM 2300-EJECUTAR-OPCION THRU 2300-EXIT.
010050 2050-EXIT.
010060     EXIT.
010130     DISPLAY "4-Dividir (/)"
010140     DISPLAY "5-Porcentaje (%)"
010150     DISPLAY "6-Modulo (residuo)"
010154     DISPLAY "7-Convertir moneda"
010161     DISPLAY "0-Salir"
010170     DISPLAY "8-Guardar resultado en memoria"
010180     DISPLAY "9-Limpiar memoria"
010190     DISPLAY "   (una M como operando recupera la memoria)"
010210 2100-EXIT.
010220     EXIT.
010230
010240*Con las opciones 0-9 vamos a la PERFORM correspondiente.  Una
010250*opcion invalida no corre ninguna operacion, asi que tampoco
010260*debe reportarse, auditarse ni sumarse al total (igual que el
010270*WHEN OTHER de 5200-PROCESAR-REGISTRO en el modo por lotes).
010280 2300-EJECUTAR-OPCION.
010290     SET CALC-REGISTRO-SIN-ERROR TO TRUE
010291*La transaccion la asigna 4410 al grabar el historico; sin
010292*historico el calculo queda sin transaccion y no arrastra la
010293*del calculo anterior a la bitacora.
010294     MOVE SPACES TO CALC-TRANS-ID-ACTUAL
010295     MOVE SPACES TO CALC-MONEDA-ACTUAL
010296     MOVE ZERO TO CALC-TIPO-CAMBIO-ACTUAL
010300*Las operaciones 1-6 se autorizan contra los permisos del
010306*operador firmado y la conversion contra su propio permiso; un
010312*rechazo se audita para dejar rastro.
010320*Salir no se restringe: nadie debe quedar preso en el menu.
010330     PERFORM 2310-PERMISO-OPCION THRU 2310-EXIT
010340     IF NOT CALC-OPCION-AUTORIZADA
010350         DISPLAY "Operacion no autorizada para este "
010360                 "operador."
010370         MOVE "Operacion no autorizada" TO CALC-MOTIVO-ERROR
010380         MOVE ZERO
010390             TO CALC-RESULTADO OF CALC-TRANSACCION-ACTUAL
010400         SET CALC-REGISTRO-CON-ERROR TO TRUE
010410         PERFORM 4200-ESCRIBIR-AUDITORIA THRU 4200-EXIT
010420         MOVE "RA" TO CALC-SEG-TIPO
010430         MOVE "Operacion no autorizada"
010440             TO CALC-SEG-DETALLE
010450         PERFORM 4600-ESCRIBIR-SEGURIDAD THRU 4600-EXIT
010460         GO TO 2300-EXIT
010470     END-IF
010480     EVALUATE TRUE
010490         WHEN Sumar
010580             PERFORM 3400-PORCENTAJE-PROC THRU 3400-EXIT
010590         WHEN Modulo
010600             PERFORM 3500-MODULO-PROC THRU 3500-EXIT
010603         WHEN Convertir
010606             PERFORM 3800-CONVERTIR-PROC THRU 3800-EXIT
010610         WHEN Salir
010620             PERFORM 8000-SALIR-PROC THRU 8000-EXIT
010630         WHEN GuardarMemoria
010800             TO CALC-GRAN-TOTAL
010810     END-IF.
010820 2300-EXIT.
010821     EXIT.
010822
010823*Deja en CALC-PERMISO-OPCION el permiso del operador firmado para
010824*la opcion en curso: la posicion de la operacion para 1-6 y el
010825*permiso de conversion para la 7.  Las demas no se restringen.
010826 2310-PERMISO-OPCION.
010827     MOVE "S" TO CALC-PERMISO-OPCION
010828     IF CALC-OPCION OF CALC-TRANSACCION-ACTUAL NOT < 1 AND
010829        CALC-OPCION OF CALC-TRANSACCION-ACTUAL NOT > 6
010830         MOVE CALC-OPER-ACTUAL-PERM
010831                 (CALC-OPCION OF CALC-TRANSACCION-ACTUAL)
010832             TO CALC-PERMISO-OPCION
010833     END-IF
010834     IF Convertir
010835         MOVE CALC-OPER-ACTUAL-CONVER TO CALC-PERMISO-OPCION
010836     END-IF.
010837 2310-EXIT.
010838     EXIT.
010840
010850*-----------------------------------------------------------------
010860*    2200-SOLICITAR-NUMEROS
013910     DISPLAY "Resultado guardado en memoria: "
013920             CALC-RESULTADO-EDITADO.
013930 3600-EXIT.
013931     EXIT.
013932
013933 3700-LIMPIAR-MEMORIA.
013934     MOVE ZERO TO CALC-MEMORIA
013935     MOVE "N" TO CALC-SW-MEMORIA
013936     DISPLAY "Memoria limpia.".
013937 3700-EXIT.
013938     EXIT.
013939
013940*-----------------------------------------------------------------
013941*    3800-CONVERTIR-PROC
013942*    Conversion de moneda: el importe (CALC-NUMERO-1) en la moneda
013943*    de CALC-MONEDA-ACTUAL se lleva a moneda local con el tipo de
013944*    cambio de Tesoreria vigente para la fecha del calculo: la
013945*    fecha de negocio en el modo interactivo, la del encabezado
013946*    del lote en el modo por lotes y, en el reproceso, la del
013947*    encabezado del lote de origen que guarda el suspenso (o la
013948*    del suspenso si no la trae).  El segundo operando no se usa
013949*    y queda en cero; la moneda y el tipo acompanan al calculo
013950*    hasta la bitacora, el historico y el extracto.
013951*-----------------------------------------------------------------
013952 3800-CONVERTIR-PROC.
013953     IF CALC-MODO-INTERACTIVO
013954         DISPLAY "Has elegido Conversion de moneda"
013955         SET CALC-NUMERO1-INVALIDO TO TRUE
013956         PERFORM 2210-OBTENER-NUMERO-1 THRU 2210-EXIT
013957             UNTIL CALC-NUMERO1-VALIDO
013958         DISPLAY "Codigo de la moneda del importe (ej. USD):"
013959         ACCEPT CALC-MONEDA-ACTUAL
013960         INSPECT CALC-MONEDA-ACTUAL CONVERTING
013961             "abcdefghijklmnopqrstuvwxyz"
013962             TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
013963         PERFORM 4500-OBTENER-FECHA THRU 4500-EXIT
013964         MOVE CALC-FECHA-SISTEMA TO CALC-TIPO-FECHA-CALCULO
013965     ELSE
013966         IF CALC-MODO-REPROCESO
013967             MOVE SUSP-FECHA OF CALC-SUSPENSO-ACTUAL
013968                 TO CALC-TIPO-FECHA-CALCULO
013969             IF SUSP-LOTE-FECHA OF CALC-SUSPENSO-ACTUAL
013970                 IS NUMERIC
013971                 IF SUSP-LOTE-FECHA OF CALC-SUSPENSO-ACTUAL
013972                     NOT = ZERO
013973                     MOVE SUSP-LOTE-FECHA OF CALC-SUSPENSO-ACTUAL
013974                         TO CALC-TIPO-FECHA-CALCULO
013975                 END-IF
013976             END-IF
013977         ELSE
013978             MOVE CALC-LOTE-FECHA TO CALC-TIPO-FECHA-CALCULO
013979         END-IF
013980     END-IF
013981     MOVE ZERO TO CALC-NUMERO-2 OF CALC-TRANSACCION-ACTUAL
013982     PERFORM 3850-BUSCAR-TIPO-CAMBIO THRU 3850-EXIT
013983     IF CALC-TIPO-NO-HALLADO
013984         IF CALC-MODO-INTERACTIVO
013985             DISPLAY "No hay tipo de cambio de "
013986                       CALC-MONEDA-ACTUAL
013987                     " vigente al " CALC-TIPO-FECHA-CALCULO
013988                     "; la conversion no se hace."
013989         ELSE
013990             DISPLAY "Registro " CALC-CONTADOR-REGISTROS
013991                     " omitido: sin tipo de cambio "
013992                     CALC-MONEDA-ACTUAL "."
013993         END-IF
013994         MOVE "Sin tipo de cambio" TO CALC-MOTIVO-ERROR
013995         MOVE ZERO
013996             TO CALC-RESULTADO OF CALC-TRANSACCION-ACTUAL
013997         SET CALC-REGISTRO-CON-ERROR TO TRUE
013998         GO TO 3800-EXIT
013999     END-IF
014000     MULTIPLY CALC-NUMERO-1 OF CALC-TRANSACCION-ACTUAL
014001         BY CALC-TIPO-CAMBIO-ACTUAL
014002         GIVING CALC-RESULTADO OF CALC-TRANSACCION-ACTUAL ROUNDED
014003     IF CALC-MODO-INTERACTIVO
014004         MOVE CALC-TIPO-CAMBIO-ACTUAL TO CALC-TIPO-CAMBIO-EDITADO
014005         MOVE CALC-RESULTADO OF CALC-TRANSACCION-ACTUAL
014006             TO CALC-RESULTADO-EDITADO
014007         DISPLAY "Tipo de cambio " CALC-MONEDA-ACTUAL ": "
014008                 CALC-TIPO-CAMBIO-EDITADO
014009         DISPLAY "El importe convertido es: "
014010                 CALC-RESULTADO-EDITADO
014011     END-IF.
014012 3800-EXIT.
014013     EXIT.
014014
014015*Busca en la tabla el tipo de CALC-MONEDA-ACTUAL que rige en
014016*CALC-TIPO-FECHA-CALCULO: el de mayor fecha de vigencia que no
014017*pase de esa fecha.  La tabla no viene ordenada, asi que se
014018*recorre completa.
014019 3850-BUSCAR-TIPO-CAMBIO.
014020     SET CALC-TIPO-NO-HALLADO TO TRUE
014021     MOVE ZERO TO CALC-TIPO-CAMBIO-ACTUAL
014022     MOVE ZEROS TO CALC-TIPO-FECHA-VIGENTE
014023     IF CALC-TIPOS-USADOS = ZERO OR CALC-MONEDA-ACTUAL = SPACES
014024         GO TO 3850-EXIT
014025     END-IF
014026     PERFORM 3860-COMPARAR-TIPO THRU 3860-EXIT
014027         VARYING CALC-NDX-TIPO FROM 1 BY 1
014028         UNTIL CALC-NDX-TIPO > CALC-TIPOS-USADOS.
014029 3850-EXIT.
014030     EXIT.
014031
014032 3860-COMPARAR-TIPO.
014033     IF CALC-TIPO-MONEDA (CALC-NDX-TIPO) NOT = CALC-MONEDA-ACTUAL
014034        OR CALC-TIPO-FECHA (CALC-NDX-TIPO)
014035            > CALC-TIPO-FECHA-CALCULO
014036         GO TO 3860-EXIT
014037     END-IF
014038     IF CALC-TIPO-HALLADO
014039        AND CALC-TIPO-FECHA (CALC-NDX-TIPO)
014040            NOT > CALC-TIPO-FECHA-VIGENTE
014041         GO TO 3860-EXIT
014042     END-IF
014043     SET CALC-TIPO-HALLADO TO TRUE
014044     MOVE CALC-TIPO-FECHA (CALC-NDX-TIPO)
014045         TO CALC-TIPO-FECHA-VIGENTE
014046     MOVE CALC-TIPO-VALOR (CALC-NDX-TIPO)
014047         TO CALC-TIPO-CAMBIO-ACTUAL.
014048 3860-EXIT.
014049     EXIT.
014050
014051
014052*-----------------------------------------------------------------
014053*    4000-4200  Reporte impreso y bitacora de auditoria.
014060*-----------------------------------------------------------------
014061*Encabezado de pagina: se escribe al abrir el reporte y en
014062*cada corte de pagina, con el numero de pagina, la fecha de
014405*operacion, que el cierre de lote (o la pagina de control)
014406*imprime y reinicia.
014407     IF CALC-OPCION OF CALC-TRANSACCION-ACTUAL NOT < 1 AND
014408        CALC-OPCION OF CALC-TRANSACCION-ACTUAL NOT > 7
014409         ADD 1 TO CALC-SUBTOT-CANTIDAD
014410             (CALC-OPCION OF CALC-TRANSACCION-ACTUAL)
014411         ADD CALC-RESULTADO OF CALC-TRANSACCION-ACTUAL
014570             MOVE "PORCENTAJE" TO CALC-NOMBRE-OPERACION
014580         WHEN Modulo
014590             MOVE "MODULO" TO CALC-NOMBRE-OPERACION
014593         WHEN Convertir
014596             MOVE "CONVERSION" TO CALC-NOMBRE-OPERACION
014600         WHEN OTHER
014610             MOVE "DESCONOCIDA" TO CALC-NOMBRE-OPERACION
014620     END-EVALUATE.
014660*Linea del extracto para la hoja del mayor; se apoya en el
014670*nombre de operacion que 4100 acaba de resolver, por lo que
014680*siempre se escribe despues del detalle del reporte.
014683*Las dos ultimas columnas llevan la moneda y el tipo de cambio
014686*de una conversion (en blanco y en cero en las demas).
014690 4150-ESCRIBIR-EXTRACTO.
014700     PERFORM 4500-OBTENER-FECHA THRU 4500-EXIT
014710     MOVE CALC-NUMERO-1 OF CALC-TRANSACCION-ACTUAL
014740         TO CALC-EXT-NUM2-EDIT
014750     MOVE CALC-RESULTADO OF CALC-TRANSACCION-ACTUAL
014760         TO CALC-EXT-RESULT-EDIT
014765     MOVE CALC-TIPO-CAMBIO-ACTUAL TO CALC-TIPO-CAMBIO-EDITADO
014770     MOVE SPACES TO EXTRACT-RECORD
014780     STRING CALC-FECHA-SISTEMA DELIMITED BY SIZE
014790         ";" DELIMITED BY SIZE
014860         CALC-EXT-NUM2-EDIT DELIMITED BY SIZE
014870         ";" DELIMITED BY SIZE
014880         CALC-EXT-RESULT-EDIT DELIMITED BY SIZE
014882         ";" DELIMITED BY SIZE
014884         CALC-MONEDA-ACTUAL DELIMITED BY SIZE
014886         ";" DELIMITED BY SIZE
014888         CALC-TIPO-CAMBIO-EDITADO DELIMITED BY SIZE
014890         INTO EXTRACT-RECORD
014900     WRITE EXTRACT-RECORD.
014910 4150-EXIT.
015090         TO CALC-NUMERO-2 OF AUDIT-LOG-RECORD
015100     MOVE CALC-RESULTADO OF CALC-TRANSACCION-ACTUAL
015110         TO CALC-RESULTADO OF AUDIT-LOG-RECORD
015111     MOVE CALC-MONEDA-ACTUAL TO AUD-MONEDA
015112     MOVE CALC-TIPO-CAMBIO-ACTUAL TO AUD-TIPO-CAMBIO
015113*La anulacion se audita con la transaccion anulada, su reverso
015114*y el motivo; todo otro calculo con su propia transaccion.
015115     IF CALC-MODO-ANULACION
015116         MOVE CALC-ENT-CONSULTA TO AUD-TRANSACCION-ID
015117         MOVE CALC-TRANS-ID-REVERSO TO AUD-ENLACE-ID
015118         MOVE CALC-ENT-MOTIVO TO AUD-MOTIVO-ANULA
015119     ELSE
015120         MOVE CALC-TRANS-ID-ACTUAL TO AUD-TRANSACCION-ID
015121         MOVE SPACES TO AUD-ENLACE-ID
015122         MOVE SPACES TO AUD-MOTIVO-ANULA
015123     END-IF
015124     PERFORM 4420-OBTENER-LOTE-ORIGEN THRU 4420-EXIT
015125     MOVE CALC-ORIGEN-LOTE-ID TO AUD-LOTE-ID
015126     MOVE CALC-ORIGEN-LOTE-FECHA TO AUD-LOTE-FECHA
015127     IF CALC-REGISTRO-SIN-ERROR
015130         MOVE "OK" TO AUD-ESTADO
015140     ELSE
015150         MOVE CALC-MOTIVO-ERROR TO AUD-ESTADO
015280             TO SUSP-FECHA OF SUSPENSE-MASTER-RECORD
015282         MOVE CALC-LOTE-ID
015284             TO SUSP-LOTE-ID OF SUSPENSE-MASTER-RECORD
015285         MOVE CALC-LOTE-FECHA
015286             TO SUSP-LOTE-FECHA OF SUSPENSE-MASTER-RECORD
015287         MOVE CALC-REGISTRO-TRABAJO
015288             TO SUSP-DATOS OF SUSPENSE-MASTER-RECORD
015290         MOVE CALC-MOTIVO-ERROR
015292             TO SUSP-MOTIVO OF SUSPENSE-MASTER-RECORD
015390     ELSE
015400         ACCEPT CALC-FECHA-SISTEMA FROM DATE YYYYMMDD
015410     END-IF.
015411 4500-EXIT.
015412     EXIT.
015413
015414*Evento de seguridad: quien lo detecta deja el tipo y el
015415*detalle (y las imagenes, si es mantenimiento) y aqui se
015416*escribe con fecha, hora y operador.  La bitacora se abre y
015417*cierra por evento porque una firma fallida ocurre antes de
015418*abrir los archivos del modo; si no existe (estado "35") se
015419*crea, igual que la de auditoria.  Las imagenes se limpian al
015420*salir para que un evento de firma no arrastre las del
015421*mantenimiento anterior.
015422 4600-ESCRIBIR-SEGURIDAD.
015423     OPEN EXTEND SECURITY-LOG-FILE
015424     IF CALC-SEGULOG-STATUS = "35"
015425         OPEN OUTPUT SECURITY-LOG-FILE
015426     END-IF
015427     IF CALC-SEGULOG-STATUS NOT = "00"
015428         DISPLAY "Aviso: no se pudo escribir la bitacora de "
015429                 "seguridad SEGULOG. Estado: "
015430                 CALC-SEGULOG-STATUS
015431         GO TO 4600-LIMPIAR
015432     END-IF
015433     PERFORM 4500-OBTENER-FECHA THRU 4500-EXIT
015434     ACCEPT CALC-HORA-SISTEMA FROM TIME
015435     MOVE CALC-FECHA-SISTEMA TO SEG-FECHA
015436     MOVE CALC-HORA-SISTEMA TO SEG-HORA
015437     MOVE CALC-OPERADOR-ID TO SEG-OPERADOR-ID
015438     MOVE CALC-SEG-TIPO TO SEG-TIPO-EVENTO
015439     MOVE CALC-SEG-DETALLE TO SEG-DETALLE
015440     MOVE CALC-SEG-ANTES-IMAGEN TO SEG-IMAGEN-ANTES
015441     MOVE CALC-SEG-DESPUES-IMAGEN TO SEG-IMAGEN-DESPUES
015442     MOVE CALC-SEG-ANTES-SUPERV TO SEG-SUPERV-ANTES
015443     MOVE CALC-SEG-DESPUES-SUPERV TO SEG-SUPERV-DESPUES
015444     MOVE CALC-SEG-ANTES-TESOR TO SEG-TESOR-ANTES
015445     MOVE CALC-SEG-DESPUES-TESOR TO SEG-TESOR-DESPUES
015446     MOVE CALC-SEG-ANTES-LIBERA TO SEG-LIBERA-ANTES
015447     MOVE CALC-SEG-DESPUES-LIBERA TO SEG-LIBERA-DESPUES
015448     MOVE CALC-SEG-ANTES-CONVER TO SEG-CONVER-ANTES
015449     MOVE CALC-SEG-DESPUES-CONVER TO SEG-CONVER-DESPUES
015450     WRITE SECURITY-LOG-RECORD
015451     CLOSE SECURITY-LOG-FILE.
015452 4600-LIMPIAR.
015453     MOVE SPACES TO CALC-SEG-ANTES
015454     MOVE SPACES TO CALC-SEG-DESPUES.
015455 4600-EXIT.
015456     EXIT.
015457
015458*Arma la imagen OPERMAST de la entrada de la tabla en la que
015459*este posicionado CALC-NDX-OPER, para el antes o el despues de
015460*un movimiento de mantenimiento.
015461 4650-IMAGEN-OPERADOR.
015462     MOVE CALC-OPER-ID (CALC-NDX-OPER) TO CALC-SEG-IMG-ID
015463     MOVE CALC-OPER-NOMBRE (CALC-NDX-OPER)
015464         TO CALC-SEG-IMG-NOMBRE
015465     MOVE CALC-OPER-ESTADO (CALC-NDX-OPER)
015466         TO CALC-SEG-IMG-ESTADO
015467     MOVE CALC-OPER-LOTE (CALC-NDX-OPER) TO CALC-SEG-IMG-LOTE
015468     MOVE CALC-OPER-ADMIN (CALC-NDX-OPER) TO CALC-SEG-IMG-ADMIN
015469     MOVE CALC-OPER-PERMISOS (CALC-NDX-OPER)
015470         TO CALC-SEG-IMG-PERMISOS
015471     MOVE CALC-OPER-SUPERV (CALC-NDX-OPER)
015472         TO CALC-SEG-IMG-SUPERV
015473     MOVE CALC-OPER-TESOR (CALC-NDX-OPER)
015474         TO CALC-SEG-IMG-TESOR
015475     MOVE CALC-OPER-LIBERA (CALC-NDX-OPER)
015476         TO CALC-SEG-IMG-LIBERA
015477     MOVE CALC-OPER-CONVER (CALC-NDX-OPER)
015478         TO CALC-SEG-IMG-CONVER.
015481 4650-EXIT.
015482     EXIT.
015484
015514     EXIT.
015515
015516*Cada calculo terminado se guarda bajo su transaccion.  En el
015517*modo interactivo la transaccion se genera aqui (4410); en
015518*lotes viene en el registro, y un registro sin transaccion
015519*simplemente no queda en el historico.  Una transaccion que ya
015520*existe nunca se regraba: el ciclo de lotes la rechaza antes
015521*en 5220, y el que un reinicio ya habia grabado no se repite.
015522 4400-GRABAR-HISTORIA.
015523     IF NOT CALC-HISTORIA-ACTIVA
015524         GO TO 4400-EXIT
015540     END-IF
015550     IF CALC-YA-GRABADA
015560         GO TO 4400-EXIT
015620     END-IF
015630     IF CALC-TRANS-ID-ACTUAL = SPACES
015635        AND NOT CALC-MODO-INTERACTIVO
015640         GO TO 4400-EXIT
015650     END-IF
015660     PERFORM 4500-OBTENER-FECHA THRU 4500-EXIT
015770         TO CALC-NUMERO-2 OF HISTORY-RECORD
015780     MOVE CALC-RESULTADO OF CALC-TRANSACCION-ACTUAL
015790         TO CALC-RESULTADO OF HISTORY-RECORD
015791     MOVE CALC-MONEDA-ACTUAL TO HIST-MONEDA
015792     MOVE CALC-TIPO-CAMBIO-ACTUAL TO HIST-TIPO-CAMBIO
015793*Todo calculo nuevo nace vigente, sin enlace de anulacion.
015794     MOVE "A" TO HIST-ESTADO
015795     MOVE SPACES TO HIST-ENLACE-ID
015796     MOVE ZEROS TO HIST-FECHA-ANULA
015797     MOVE SPACES TO HIST-MOTIVO-ANULA
015798     PERFORM 4420-OBTENER-LOTE-ORIGEN THRU 4420-EXIT
015799     MOVE CALC-ORIGEN-LOTE-ID TO HIST-LOTE-ID
015800     MOVE CALC-ORIGEN-LOTE-FECHA TO HIST-LOTE-FECHA
015801     IF CALC-MODO-INTERACTIVO
015802         ACCEPT CALC-FECHA-JULIANA FROM DAY YYYYDDD
015803         MOVE "N" TO CALC-SW-HIST-GRABADA
015804         PERFORM 4410-GRABAR-INTERACTIVA THRU 4410-EXIT
015805             UNTIL CALC-HIST-GRABADA
015806         GO TO 4400-EXIT
015807     END-IF
015808     WRITE HISTORY-RECORD
015810         INVALID KEY
015815             DISPLAY "No se pudo grabar la transaccion "
015820                     HIST-TRANSACCION-ID " en el historico. "
015825                     "Estado: " CALC-HISTORY-STATUS
015830     END-WRITE.
015840 4400-EXIT.
015850     EXIT.
015860
015861*Transaccion interactiva: I, dia juliano AADDD y el siguiente
015862*consecutivo.  Si otra sesion ya lo ocupo (estado "22") se
015863*prueba el que sigue; cualquier otra falla, o los consecutivos
015864*del dia agotados, dejan el calculo fuera del historico con
015865*un aviso, igual que un historico no disponible.
015866 4410-GRABAR-INTERACTIVA.
015867     IF CALC-HIST-SEQ NOT < 9999
015868         DISPLAY "Aviso: se agotaron los consecutivos del dia; "
015869                 "el calculo no queda en el historico."
015870         SET CALC-HIST-GRABADA TO TRUE
015871         GO TO 4410-EXIT
015872     END-IF
015873     ADD 1 TO CALC-HIST-SEQ
015874     MOVE SPACES TO CALC-TRANS-ID-ACTUAL
015875     STRING "I" DELIMITED BY SIZE
015876         CALC-JULIANA-AADDD DELIMITED BY SIZE
015877         CALC-HIST-SEQ DELIMITED BY SIZE
015878         INTO CALC-TRANS-ID-ACTUAL
015879     MOVE CALC-TRANS-ID-ACTUAL TO HIST-TRANSACCION-ID
015880     WRITE HISTORY-RECORD
015890         INVALID KEY
015891             IF CALC-HISTORY-STATUS NOT = "22"
015892                 DISPLAY "No se pudo grabar la transaccion "
015893                         HIST-TRANSACCION-ID " en el historico. "
015894                         "Estado: " CALC-HISTORY-STATUS
015895                 SET CALC-HIST-GRABADA TO TRUE
015896             END-IF
015897             GO TO 4410-EXIT
015898     END-WRITE
015899     SET CALC-HIST-GRABADA TO TRUE
015900     DISPLAY "Transaccion: " CALC-TRANS-ID-ACTUAL.
015901 4410-EXIT.
015902     EXIT.
015903
015904*El lote de origen y la fecha de su encabezado: los del lote en
015905*curso, o en el reproceso los que guardo el suspenso (en ceros
015906*si el suspenso es anterior a que se guardara la fecha).  Un
015907*calculo interactivo o una anulacion no vienen de ningun lote.
015908 4420-OBTENER-LOTE-ORIGEN.
015909     EVALUATE TRUE
015910         WHEN CALC-MODO-BATCH
015911             MOVE CALC-LOTE-ID TO CALC-ORIGEN-LOTE-ID
015912             MOVE CALC-LOTE-FECHA TO CALC-ORIGEN-LOTE-FECHA
015913         WHEN CALC-MODO-REPROCESO
015914             MOVE SUSP-LOTE-ID OF CALC-SUSPENSO-ACTUAL
015915                 TO CALC-ORIGEN-LOTE-ID
015916             IF SUSP-LOTE-FECHA OF CALC-SUSPENSO-ACTUAL
015917                 IS NUMERIC
015918                 MOVE SUSP-LOTE-FECHA OF CALC-SUSPENSO-ACTUAL
015919                     TO CALC-ORIGEN-LOTE-FECHA
015920             ELSE
015921                 MOVE ZEROS TO CALC-ORIGEN-LOTE-FECHA
015922             END-IF
015923         WHEN OTHER
015924             MOVE SPACES TO CALC-ORIGEN-LOTE-ID
015925             MOVE ZEROS TO CALC-ORIGEN-LOTE-FECHA
015926     END-EVALUATE.
015927 4420-EXIT.
015940     EXIT.
015950
015960*-----------------------------------------------------------------
016094         PERFORM 5180-REGRABAR-SUSPENSOS THRU 5180-EXIT
016100     ELSE
016110         CLOSE BATCH-INPUT-FILE
016113         CLOSE BATCH-WORK-FILE
016116         PERFORM 5190-REGRABAR-BATCHIN THRU 5190-EXIT
016120     END-IF.
016130 5000-EXIT.
016140     EXIT.
016360*aqui, al leer, para que los registros que un reinicio salta
016362*tambien cuenten en el balance.  Los detalles de un lote
016364*omitido por repetido se cuentan (el checkpoint los necesita)
016365*pero no se procesan.  Cada registro de un lote que sigue
016366*pendiente de liberacion se copia al archivo de trabajo para
016367*que el BATCHIN lo conserve.
016370 5110-LEER-BATCHIN.
016380     READ BATCH-INPUT-FILE
016390         AT END
016440     EVALUATE TRUE
016450         WHEN BATCH-REG-ENCABEZADO
016460             PERFORM 5120-INICIAR-LOTE THRU 5120-EXIT
016465             IF CALC-LOTE-CONSERVADO
016470                 PERFORM 5170-CONSERVAR-REGISTRO THRU 5170-EXIT
016475             END-IF
016480             GO TO 5110-LEER-BATCHIN
016490         WHEN BATCH-REG-COLA
016492*Una cola sin lote abierto (por ejemplo una linea de cola
016506                 SET CALC-LOTE-DESBALANCEADO TO TRUE
016508                 GO TO 5100-EXIT
016510             END-IF
016514             IF CALC-LOTE-CONSERVADO
016518                 PERFORM 5170-CONSERVAR-REGISTRO THRU 5170-EXIT
016522             END-IF
016523             PERFORM 5130-CERRAR-LOTE THRU 5130-EXIT
016524             GO TO 5110-LEER-BATCHIN
016525         WHEN BATCH-REG-DETALLE
016526             IF CALC-LOTE-OMITIDO
016527                 ADD 1 TO CALC-CONTADOR-REGISTROS
016528                 IF CALC-LOTE-CONSERVADO
016529                     PERFORM 5170-CONSERVAR-REGISTRO
016530                         THRU 5170-EXIT
016531                 END-IF
016532                 GO TO 5110-LEER-BATCHIN
016533             END-IF
016534*Un detalle sin lote abierto quedaria fuera de toda
016535*conciliacion; no se procesa y la corrida queda fuera de
016536*balance, como el caso inverso del lote truncado.
016537             IF NOT CALC-LOTE-ABIERTO
016538                 MOVE BATCH-DATOS-DET TO CALC-REGISTRO-TRABAJO
016539                 ADD 1 TO CALC-CONTADOR-REGISTROS
016540                 SET CALC-REG-FUERA-DE-LOTE TO TRUE
016541                 SET CALC-LOTE-DESBALANCEADO TO TRUE
016542                 GO TO 5100-EXIT
016543             END-IF
016544             MOVE BATCH-DATOS-DET TO CALC-REGISTRO-TRABAJO
016545             ADD 1 TO CALC-CONTADOR-REGISTROS
016546             ADD 1 TO CALC-LOTE-DETALLES
016547*Un operando M (encadenado) no es un numero: cuenta como cero
016548*en el total hash, igual que lo calcula Captura.  Tampoco entra
016549*el codigo de moneda que la conversion trae en el segundo.
016550             IF CALC-TRABAJO-NUM1-TXT NOT = "M"
016551                 ADD CALC-NUMERO-1 OF CALC-REGISTRO-TRABAJO
016552                     TO CALC-HASH-OPERANDOS
016553             END-IF
016554             IF CALC-TRABAJO-NUM2-TXT NOT = "M"
016555                AND NOT CALC-TRABAJO-CONVERSION
016556                 ADD CALC-NUMERO-2 OF CALC-REGISTRO-TRABAJO
016557                     TO CALC-HASH-OPERANDOS
016558             END-IF
016559         WHEN OTHER
016560             IF CALC-LOTE-OMITIDO
016561                 ADD 1 TO CALC-CONTADOR-REGISTROS
016562                 IF CALC-LOTE-CONSERVADO
016563                     PERFORM 5170-CONSERVAR-REGISTRO
016564                         THRU 5170-EXIT
016565                 END-IF
016566                 GO TO 5110-LEER-BATCHIN
016567             END-IF
016568             IF NOT CALC-LOTE-ABIERTO
016569                 MOVE BATCH-DATOS-DET TO CALC-REGISTRO-TRABAJO
016570                 ADD 1 TO CALC-CONTADOR-REGISTROS
016571                 SET CALC-REG-FUERA-DE-LOTE TO TRUE
016572                 SET CALC-LOTE-DESBALANCEADO TO TRUE
016573                 GO TO 5100-EXIT
016574             END-IF
016575             MOVE BATCH-DATOS-DET TO CALC-REGISTRO-TRABAJO
016576             ADD 1 TO CALC-CONTADOR-REGISTROS
016577             ADD 1 TO CALC-LOTE-DETALLES
016578             SET CALC-TIPO-REG-INVALIDO TO TRUE
016579     END-EVALUATE.
016580 5100-EXIT.
016581     EXIT.
016582
016583*Un encabezado abre un lote nuevo: reinicia las cifras de
016584*control y el encadenamiento (una M no debe tomar resultados
016585*de otro lote) y consulta el registro LOTEREG; un lote que ya
016586*se proceso en una corrida anterior se omite completo para no
016587*postearlo dos veces.  Durante el salto de un reinicio no se
016588*consulta el registro: esos lotes los cerro el tramo
016589*interrumpido de esta misma corrida.  Un lote cuya fecha de
016590*encabezado ya esta cerrada tambien se omite completo; esa
016591*revision si se hace durante el salto, porque la tabla de
016592*cierres no cambia en la corrida y los detalles que siguen al
016593*salto no deben procesarse.  Por la misma razon tambien se
016594*revisa en el salto la liberacion: un lote que un segundo
016595*operador todavia no libera en LOTECTL se retiene completo y
016596*se conserva en el BATCHIN para otra corrida; uno que la
016597*liberacion rechazo, sin registro de captura o que llega con
016598*otra fecha que la liberada no podra procesarse nunca y se
016599*descarta.  Ni uno ni otro afecta el balance.
016600 5120-INICIAR-LOTE.
016601     IF CALC-LOTE-ABIERTO
016602         PERFORM 5140-LOTE-TRUNCADO THRU 5140-EXIT
016603     END-IF
016604     MOVE BATCH-ENC-LOTE-ID TO CALC-LOTE-ID
016605     MOVE BATCH-ENC-FECHA TO CALC-LOTE-FECHA
016606     MOVE ZERO TO CALC-LOTE-DETALLES
016607     MOVE ZERO TO CALC-HASH-OPERANDOS
016608     MOVE "N" TO CALC-SW-COLA
016609     MOVE "N" TO CALC-SW-ANTERIOR
016610     MOVE "N" TO CALC-SW-LOTE-OMITIDO
016611     MOVE "N" TO CALC-SW-LOTE-LIBERADO
016612     MOVE "N" TO CALC-SW-LOTE-CONSERVADO
016613     MOVE "N" TO CALC-SW-LOTE-DESCARTADO
016614     SET CALC-LOTE-ABIERTO TO TRUE
016615     MOVE CALC-LOTE-FECHA TO CALC-BUSCA-FECHA
016616     PERFORM 1290-BUSCAR-CIERRE THRU 1290-EXIT
016617     IF CALC-FECHA-CERRADA
016618         SET CALC-LOTE-OMITIDO TO TRUE
016619         SET CALC-LOTE-DESBALANCEADO TO TRUE
016620         ADD 1 TO CALC-LOTES-RECHAZADOS
016621         IF NOT CALC-SALTANDO
016622             DISPLAY "Lote " CALC-LOTE-ID " rechazado: su fecha "
016623                     CALC-LOTE-FECHA " esta cerrada."
016624             PERFORM 5630-SECCION-LOTE-CERRADO THRU 5630-EXIT
016625         END-IF
016626         GO TO 5120-EXIT
016627     END-IF
016628     PERFORM 5127-REVISAR-LIBERACION THRU 5127-EXIT
016629     IF CALC-LOTE-DESCARTADO
016630         SET CALC-LOTE-OMITIDO TO TRUE
016631         ADD 1 TO CALC-LOTES-DESCARTADOS
016632         IF NOT CALC-SALTANDO
016633             DISPLAY "Lote " CALC-LOTE-ID " descartado: "
016634                     CALC-MOTIVO-RETENCION
016635             PERFORM 5650-SECCION-LOTE-DESCARTADO THRU 5650-EXIT
016636         END-IF
016637         GO TO 5120-EXIT
016638     END-IF
016639     IF NOT CALC-LOTE-LIBERADO
016640         SET CALC-LOTE-OMITIDO TO TRUE
016641         SET CALC-LOTE-CONSERVADO TO TRUE
016642         ADD 1 TO CALC-LOTES-RETENIDOS
016643         MOVE CALC-LOTE-ID TO CALC-ULTIMO-RETENIDO
016644         IF NOT CALC-SALTANDO
016645             DISPLAY "Lote " CALC-LOTE-ID " retenido: "
016646                     CALC-MOTIVO-RETENCION
016647             PERFORM 5640-SECCION-LOTE-RETENIDO THRU 5640-EXIT
016648         END-IF
016649         GO TO 5120-EXIT
016650     END-IF
016651     IF CALC-SALTANDO
016652         GO TO 5120-EXIT
016653     END-IF
016654     MOVE CALC-LOTE-ID TO CALC-BUSCA-LOTE-ID
016655     PERFORM 5125-BUSCAR-LOTE THRU 5125-EXIT
016656     IF CALC-LOTE-HALLADO
016657         SET CALC-LOTE-OMITIDO TO TRUE
016658         SET CALC-LOTE-DESBALANCEADO TO TRUE
016659         ADD 1 TO CALC-LOTES-RECHAZADOS
016660         DISPLAY "Lote " CALC-LOTE-ID " rechazado: ya se "
016661                 "proceso en una corrida anterior."
016662         PERFORM 5620-SECCION-LOTE-OMITIDO THRU 5620-EXIT
016663     ELSE
016664         PERFORM 5600-SECCION-LOTE THRU 5600-EXIT
016665     END-IF.
016666 5120-EXIT.
016667     EXIT.
016668
016669*Busqueda en la tabla de lotes procesados por
016670*CALC-BUSCA-LOTE-ID.
016671 5125-BUSCAR-LOTE.
016672     SET CALC-LOTE-NO-HALLADO TO TRUE
016673     IF CALC-LOTES-USADOS = ZERO
016674         GO TO 5125-EXIT
016675     END-IF
016676     SET CALC-NDX-LOTE TO 1
016677     SEARCH CALC-LOTE-ENT
016678         AT END
016679             GO TO 5125-EXIT
016680         WHEN CALC-NDX-LOTE > CALC-LOTES-USADOS
016681             GO TO 5125-EXIT
016682         WHEN CALC-LOTE-REG-ID (CALC-NDX-LOTE)
016683                 = CALC-BUSCA-LOTE-ID
016684             SET CALC-LOTE-HALLADO TO TRUE
016685     END-SEARCH.
016686 5125-EXIT.
016687     EXIT.
016688
016689*Un lote solo se procesa si el ultimo evento de LOTECTL es su
016690*liberacion y el encabezado trae la fecha que se libero; las
016691*cifras liberadas quedan para compararlas con la cola.  Solo un
016692*lote pendiente (P) puede liberarse mas adelante; los demas que
016693*no salen liberados se descartan.  Sin el control LOTECTL no se
016694*sabe nada de ningun lote y todos se retienen sin descartar.
016695 5127-REVISAR-LIBERACION.
016696     MOVE CALC-LOTE-ID TO CALC-BUSCA-LOTE-ID
016697     PERFORM 1268-BUSCAR-LIBERACION THRU 1268-EXIT
016698     IF CALC-SIN-LOTECTL
016699         MOVE "NO EXISTE EL CONTROL LOTECTL"
016700             TO CALC-MOTIVO-RETENCION
016701         GO TO 5127-EXIT
016702     END-IF
016703     IF CALC-LIB-HALLADO
016704         IF CALC-LIB-ESTADO (CALC-NDX-LIB) = SPACE
016705             SET CALC-LIB-NO-HALLADO TO TRUE
016706         END-IF
016707     END-IF
016708     IF CALC-LIB-NO-HALLADO
016709         MOVE "SIN REGISTRO DE CAPTURA" TO CALC-MOTIVO-RETENCION
016710         SET CALC-LOTE-DESCARTADO TO TRUE
016711         GO TO 5127-EXIT
016712     END-IF
016713     IF CALC-LIB-ESTADO (CALC-NDX-LIB) = "P"
016714         MOVE "PENDIENTE DE LIBERACION" TO CALC-MOTIVO-RETENCION
016715         GO TO 5127-EXIT
016716     END-IF
016717     IF CALC-LIB-ESTADO (CALC-NDX-LIB) NOT = "L"
016718         MOVE "RECHAZADO EN LA LIBERACION"
016719             TO CALC-MOTIVO-RETENCION
016720         SET CALC-LOTE-DESCARTADO TO TRUE
016721         GO TO 5127-EXIT
016722     END-IF
016723     IF CALC-LIB-FECHA (CALC-NDX-LIB) NOT = CALC-LOTE-FECHA
016724         MOVE "FECHA DISTINTA A LA LIBERADA"
016725             TO CALC-MOTIVO-RETENCION
016726         SET CALC-LOTE-DESCARTADO TO TRUE
016727         GO TO 5127-EXIT
016728     END-IF
016729     MOVE CALC-LIB-CANT-REG (CALC-NDX-LIB) TO CALC-LIB-CANT-LOTE
016730     MOVE CALC-LIB-HASH (CALC-NDX-LIB) TO CALC-LIB-HASH-LOTE
016731     SET CALC-LOTE-LIBERADO TO TRUE.
016732 5127-EXIT.
016733     EXIT.
016734
016735*La cola concilia y cierra el lote en curso; un lote que salio
016736*en balance queda asentado en el registro LOTEREG para que
016737*ninguna corrida posterior lo vuelva a postear.  Las cifras de
016738*control del lote quedan en cero al cerrar, para que un
016739*sobrante nunca pueda balancear contra una cola extraviada.
016740 5130-CERRAR-LOTE.
016741     SET CALC-COLA-LEIDA TO TRUE
016742     MOVE BATCH-COLA-CANT-REG TO CALC-COLA-ESPERADOS
016743     MOVE BATCH-COLA-HASH TO CALC-COLA-HASH-ESP
016744     IF CALC-LOTE-OMITIDO
016745         PERFORM 5150-LIMPIAR-CIFRAS-LOTE THRU 5150-EXIT
016746         MOVE "N" TO CALC-SW-LOTE-ABIERTO
016747         MOVE "N" TO CALC-SW-LOTE-OMITIDO
016748         MOVE "N" TO CALC-SW-LOTE-CONSERVADO
016749         GO TO 5130-EXIT
016750     END-IF
016751     PERFORM 5500-BALANCEAR-LOTE THRU 5500-EXIT
016752     ADD 1 TO CALC-LOTES-PROCESADOS
016753     IF NOT CALC-SALTANDO
016754         PERFORM 5610-SECCION-LOTE-CIERRE THRU 5610-EXIT
016755         IF CALC-ESTE-LOTE-BALANCEADO
016756             PERFORM 5560-REGISTRAR-LOTE THRU 5560-EXIT
016757         END-IF
016758     END-IF
016759     PERFORM 5150-LIMPIAR-CIFRAS-LOTE THRU 5150-EXIT
016760     MOVE "N" TO CALC-SW-LOTE-ABIERTO.
016761 5130-EXIT.
016762     EXIT.
016763
016764 5150-LIMPIAR-CIFRAS-LOTE.
016765     MOVE ZERO TO CALC-LOTE-DETALLES
016766     MOVE ZERO TO CALC-HASH-OPERANDOS.
016767 5150-EXIT.
016768     EXIT.
016769*Un lote que termina (o cuyo encabezado sucesor llega) sin
016770*cola se considera truncado en la transferencia: queda fuera
016771*de balance y no se asienta en el registro.
016772 5140-LOTE-TRUNCADO.
016773     SET CALC-LOTE-DESBALANCEADO TO TRUE
016774     SET CALC-ESTE-LOTE-DESBALANCEADO TO TRUE
016775     DISPLAY "Lote " CALC-LOTE-ID " sin registro de cola: "
016776             "archivo posiblemente truncado."
016777     IF NOT CALC-LOTE-OMITIDO
016778         ADD 1 TO CALC-LOTES-PROCESADOS
016779         IF NOT CALC-SALTANDO
016780             PERFORM 5610-SECCION-LOTE-CIERRE THRU 5610-EXIT
016781         END-IF
016782     END-IF
016783     PERFORM 5150-LIMPIAR-CIFRAS-LOTE THRU 5150-EXIT
016784     MOVE "N" TO CALC-SW-LOTE-OMITIDO
016785     MOVE "N" TO CALC-SW-LOTE-CONSERVADO
016786     MOVE "N" TO CALC-SW-LOTE-ABIERTO.
016787 5140-EXIT.
016788     EXIT.
016789
016790*Al agotarse el BATCHIN: un lote abierto quedo truncado, y un
016791*archivo del que no salio lote alguno (ni siquiera uno retenido
016792*en espera de su liberacion o uno descartado) tampoco puede
016793*darse por bueno.
016794 5160-TERMINAR-BATCHIN.
016795     IF CALC-LOTE-ABIERTO
016796         PERFORM 5140-LOTE-TRUNCADO THRU 5140-EXIT
016797     END-IF
016798     IF CALC-LOTES-PROCESADOS = ZERO
016799        AND CALC-LOTES-RECHAZADOS = ZERO
016800        AND CALC-LOTES-RETENIDOS = ZERO
016801        AND CALC-LOTES-DESCARTADOS = ZERO
016802         SET CALC-LOTE-DESBALANCEADO TO TRUE
016803         DISPLAY "El BATCHIN no trajo ningun lote H...T "
016804                 "completo."
016805     END-IF.
016806 5160-EXIT.
016807     EXIT.
016808
016809 5170-CONSERVAR-REGISTRO.
016810     WRITE BATCH-WORK-RECORD FROM BATCH-INPUT-RECORD.
016811 5170-EXIT.
016812     EXIT.
016813
016814*Segunda pasada del reproceso: el maestro de suspensos se
016815*regraba desde el archivo de trabajo con los estados ya
016816*actualizados, igual que AUDARCHIVO regraba la bitacora.
016817 5180-REGRABAR-SUSPENSOS.
016818     OPEN INPUT SUSPENSE-WORK-FILE
016819     IF CALC-SUSPWORK-STATUS NOT = "00"
016820         DISPLAY "No se pudo releer el archivo de trabajo "
016821                 "SUSPWORK. Estado: " CALC-SUSPWORK-STATUS
016822         MOVE 12 TO RETURN-CODE
016823         STOP RUN
016824     END-IF
016825     OPEN OUTPUT SUSPENSE-MASTER-FILE
016826     IF CALC-SUSPMAST-STATUS NOT = "00"
016827         DISPLAY "No se pudo regrabar el maestro de suspensos "
016828                 "SUSPMAST. Estado: " CALC-SUSPMAST-STATUS
016829         MOVE 12 TO RETURN-CODE
016830         STOP RUN
016831     END-IF
016832     PERFORM 5185-COPIAR-SUSPENSO THRU 5185-EXIT
016833         UNTIL CALC-FIN-SUSPWORK
016834     CLOSE SUSPENSE-WORK-FILE
016835     CLOSE SUSPENSE-MASTER-FILE.
016836 5180-EXIT.
016837     EXIT.
016838
016839 5185-COPIAR-SUSPENSO.
016840     READ SUSPENSE-WORK-FILE
016841         AT END
016842             SET CALC-FIN-SUSPWORK TO TRUE
016843             GO TO 5185-EXIT
016844     END-READ
016845     MOVE SUSPENSE-WORK-RECORD TO SUSPENSE-MASTER-RECORD
016846     WRITE SUSPENSE-MASTER-RECORD.
016847 5185-EXIT.
016852     EXIT.
016853
016854*Segunda pasada del proceso de lote: el BATCHIN se regraba
016855*desde el archivo de trabajo solo con los lotes que siguen
016856*pendientes de liberacion; lo procesado, lo rechazado y lo
016857*descartado sale del archivo.  Como las posiciones de los
016858*registros cambian, el checkpoint vuelve a cero.
016859 5190-REGRABAR-BATCHIN.
016860     OPEN INPUT BATCH-WORK-FILE
016861     IF CALC-BATCHWRK-STATUS NOT = "00"
016862         DISPLAY "No se pudo releer el archivo de trabajo "
016863                 "BATCHWRK. Estado: " CALC-BATCHWRK-STATUS
016864         MOVE 12 TO RETURN-CODE
016865         STOP RUN
016866     END-IF
016867     OPEN OUTPUT BATCH-INPUT-FILE
016868     IF CALC-BATCH-STATUS NOT = "00"
016869         DISPLAY "No se pudo regrabar el archivo de entrada "
016870                 "BATCHIN. Estado: " CALC-BATCH-STATUS
016871         MOVE 12 TO RETURN-CODE
016872         STOP RUN
016873     END-IF
016874     PERFORM 5195-COPIAR-LOTE THRU 5195-EXIT
016875         UNTIL CALC-FIN-BATCHWRK
016876     CLOSE BATCH-WORK-FILE
016877     CLOSE BATCH-INPUT-FILE
016878     OPEN OUTPUT CHECKPOINT-FILE
016879     MOVE ZERO TO CKPT-LAST-RECORD
016880     WRITE CHECKPOINT-RECORD
016881     CLOSE CHECKPOINT-FILE.
016882 5190-EXIT.
016883     EXIT.
016884
016885 5195-COPIAR-LOTE.
016886     READ BATCH-WORK-FILE
016887         AT END
016888             SET CALC-FIN-BATCHWRK TO TRUE
016889             GO TO 5195-EXIT
016890     END-READ
016891     WRITE BATCH-INPUT-RECORD FROM BATCH-WORK-RECORD.
016892 5195-EXIT.
016893     EXIT.
016894
016895*El checkpoint se escribe despues de cada registro, no cada
016896*varios, para que un reinicio nunca repita un registro que ya
016897*quedo posteado en el reporte y la bitacora de auditoria.
016898 5250-CICLO-LOTE.
016899     PERFORM 5200-PROCESAR-REGISTRO THRU 5200-EXIT
016900     MOVE "N" TO CALC-SW-PRIMERO-REINICIO
016901     IF CALC-MODO-BATCH
016902         PERFORM 5350-ESCRIBIR-CHECKPOINT THRU 5350-EXIT
016903     END-IF
016916         TO CALC-TRANS-ID-ACTUAL
016917     SET CALC-REGISTRO-SIN-ERROR TO TRUE
016918     MOVE SPACES TO CALC-MOTIVO-ERROR
016919     MOVE "N" TO CALC-SW-YA-GRABADA
016920     MOVE SPACES TO CALC-MONEDA-ACTUAL
016921     MOVE ZERO TO CALC-TIPO-CAMBIO-ACTUAL
016922*Un registro leido sin lote abierto no entra a ninguna
016925*conciliacion: se audita, va a suspensos y no se calcula,
016930*igual que un tipo de registro invalido.
016935     IF CALC-REG-FUERA-DE-LOTE
017040         SET CALC-REGISTRO-CON-ERROR TO TRUE
017050         GO TO 5200-AUDITAR
017060     END-IF
017061*La conversion trae el codigo de moneda en el lugar del segundo
017062*operando, que no es un numero: se toma la moneda y el operando
017063*queda en cero.
017064     IF CALC-TRABAJO-CONVERSION
017065         MOVE CALC-TRABAJO-MONEDA TO CALC-MONEDA-ACTUAL
017066         MOVE ZERO TO CALC-NUMERO-2 OF CALC-TRANSACCION-ACTUAL
017067     END-IF
017070*Misma autorizacion por operacion que en el modo interactivo;
017080*el registro rechazado queda auditado y va a suspensos.
017090     PERFORM 2310-PERMISO-OPCION THRU 2310-EXIT
017100     IF NOT CALC-OPCION-AUTORIZADA
017110         DISPLAY "Registro " CALC-CONTADOR-REGISTROS
017120                 " omitido: operacion no autorizada."
017130         MOVE "Operacion no autorizada" TO CALC-MOTIVO-ERROR
017140         MOVE ZERO
017150             TO CALC-RESULTADO OF CALC-TRANSACCION-ACTUAL
017160         SET CALC-REGISTRO-CON-ERROR TO TRUE
017170         MOVE "RA" TO CALC-SEG-TIPO
017180         MOVE "Operacion no autorizada"
017190             TO CALC-SEG-DETALLE
017200         PERFORM 4600-ESCRIBIR-SEGURIDAD THRU 4600-EXIT
017210         GO TO 5200-AUDITAR
017220     END-IF
017230     PERFORM 5210-RESOLVER-ENCADENADO THRU 5210-EXIT
017240     IF CALC-REGISTRO-CON-ERROR
017370             PERFORM 3400-PORCENTAJE-PROC THRU 3400-EXIT
017380         WHEN Modulo
017390             PERFORM 3500-MODULO-PROC THRU 3500-EXIT
017393         WHEN Convertir
017396             PERFORM 3800-CONVERTIR-PROC THRU 3800-EXIT
017400         WHEN OTHER
017410             DISPLAY "Registro " CALC-CONTADOR-REGISTROS
017420                     " omitido: opcion invalida."
017440             MOVE ZERO
017450                 TO CALC-RESULTADO OF CALC-TRANSACCION-ACTUAL
017460             SET CALC-REGISTRO-CON-ERROR TO TRUE
017470     END-EVALUATE
017471*Un calculo bueno cuya transaccion ya esta en el historico no
017472*debe pisar al anterior: se rechaza a suspensos.
017473     IF CALC-REGISTRO-SIN-ERROR
017474         PERFORM 5220-VERIFICAR-REPETIDA THRU 5220-EXIT
017475     END-IF.
017480 5200-AUDITAR.
017490     PERFORM 4200-ESCRIBIR-AUDITORIA THRU 4200-EXIT
017500     IF CALC-REGISTRO-SIN-ERROR
017660*Encadenamiento: un operando M toma el resultado del registro
017670*anterior que haya terminado bien.  Sin resultado previo, o si
017680*este no cabe en un operando, el registro se omite y va a
017686*suspensos como cualquier otro rechazo.  En la conversion el
017692*segundo operando es el codigo de moneda y no se encadena.
017700 5210-RESOLVER-ENCADENADO.
017701*El operando con la M se deja primero en cero: si la
017702*resolucion falla, a la bitacora no deben llegar los bytes de
017706         MOVE ZERO TO CALC-NUMERO-1 OF CALC-TRANSACCION-ACTUAL
017707     END-IF
017708     IF CALC-TRABAJO-NUM2-TXT = "M"
017710          AND NOT CALC-TRABAJO-CONVERSION
017712         MOVE ZERO TO CALC-NUMERO-2 OF CALC-TRANSACCION-ACTUAL
017714     END-IF
017716     IF CALC-TRABAJO-NUM1-TXT = "M"
017720         PERFORM 5215-TOMAR-ANTERIOR THRU 5215-EXIT
017730         IF CALC-REGISTRO-SIN-ERROR
017740             MOVE CALC-RESULTADO-ANTERIOR
017760         END-IF
017770     END-IF
017780     IF CALC-REGISTRO-SIN-ERROR AND CALC-TRABAJO-NUM2-TXT = "M"
017782        AND NOT CALC-TRABAJO-CONVERSION
017790         PERFORM 5215-TOMAR-ANTERIOR THRU 5215-EXIT
017800         IF CALC-REGISTRO-SIN-ERROR
017810             MOVE CALC-RESULTADO-ANTERIOR
018060         SET CALC-REGISTRO-CON-ERROR TO TRUE
018070     END-IF.
018080 5215-EXIT.
018081     EXIT.
018082
018083*La transaccion del registro se busca en el historico antes de
018084*reportar, extraer o grabar nada.  Si ya existe, el registro va
018085*a suspensos con el motivo "Transaccion repetida" y queda en la
018086*bitacora de auditoria con ese motivo, para que Captura le
018087*asigne otra transaccion; el calculo anterior queda intacto.
018088*La unica excepcion es el reinicio: el primer registro despues
018089*del checkpoint pudo grabarse antes de la interrupcion, y si el
018090*historico trae el mismo calculo para la misma fecha se da por
018091*bueno sin volver a grabarlo.
018092 5220-VERIFICAR-REPETIDA.
018093     IF NOT CALC-HISTORIA-ACTIVA
018094         GO TO 5220-EXIT
018095     END-IF
018096     IF CALC-TRANS-ID-ACTUAL = SPACES
018097         GO TO 5220-EXIT
018098     END-IF
018099     MOVE CALC-TRANS-ID-ACTUAL TO HIST-TRANSACCION-ID
018100     READ HISTORY-FILE
018101         INVALID KEY
018102             GO TO 5220-EXIT
018103     END-READ
018104     PERFORM 4500-OBTENER-FECHA THRU 4500-EXIT
018105     IF CALC-PRIMERO-REINICIO
018106        AND HIST-FECHA = CALC-FECHA-SISTEMA
018107        AND CALC-OPCION OF HISTORY-RECORD
018108            = CALC-OPCION OF CALC-TRANSACCION-ACTUAL
018109        AND CALC-NUMERO-1 OF HISTORY-RECORD
018110            = CALC-NUMERO-1 OF CALC-TRANSACCION-ACTUAL
018111        AND CALC-NUMERO-2 OF HISTORY-RECORD
018112            = CALC-NUMERO-2 OF CALC-TRANSACCION-ACTUAL
018113        AND CALC-RESULTADO OF HISTORY-RECORD
018114            = CALC-RESULTADO OF CALC-TRANSACCION-ACTUAL
018115         SET CALC-YA-GRABADA TO TRUE
018116         DISPLAY "Registro " CALC-CONTADOR-REGISTROS
018117                 ": transaccion " CALC-TRANS-ID-ACTUAL
018118                 " ya grabada antes del reinicio."
018119         GO TO 5220-EXIT
018120     END-IF
018121     DISPLAY "Registro " CALC-CONTADOR-REGISTROS
018122             " omitido: transaccion repetida "
018123             CALC-TRANS-ID-ACTUAL "."
018124     MOVE "Transaccion repetida" TO CALC-MOTIVO-ERROR
018125     MOVE ZERO TO CALC-RESULTADO OF CALC-TRANSACCION-ACTUAL
018126     SET CALC-REGISTRO-CON-ERROR TO TRUE.
018127 5220-EXIT.
018128     EXIT.
018129
018130
018131 5350-ESCRIBIR-CHECKPOINT.
018132     OPEN OUTPUT CHECKPOINT-FILE
018140     MOVE CALC-CONTADOR-REGISTROS TO CKPT-LAST-RECORD
018150     WRITE CHECKPOINT-RECORD
018160     CLOSE CHECKPOINT-FILE.
018380     PERFORM 5450-OMITIR-REGISTROS THRU 5450-EXIT
018390         UNTIL CALC-CONTADOR-REGISTROS >= CALC-SKIP-COUNT
018400            OR CALC-FIN-LOTE
018403     MOVE "N" TO CALC-SW-SALTANDO
018406     SET CALC-PRIMERO-REINICIO TO TRUE.
018410 5400-EXIT.
018420     EXIT.
018430
018690                 "operandos fuera de balance. Esperado: "
018700                 CALC-COLA-HASH-ESP
018705                 " Acumulado: " CALC-HASH-OPERANDOS
018706     END-IF
018707*La cola tambien debe anunciar las cifras que el segundo
018708*operador reviso al liberar el lote; otra cosa es un lote
018709*cambiado despues de la liberacion.
018710     IF CALC-COLA-ESPERADOS NOT = CALC-LIB-CANT-LOTE
018711        OR CALC-COLA-HASH-ESP NOT = CALC-LIB-HASH-LOTE
018712         SET CALC-ESTE-LOTE-DESBALANCEADO TO TRUE
018713         SET CALC-LOTE-DESBALANCEADO TO TRUE
018714         DISPLAY "Lote " CALC-LOTE-ID ": la cola no coincide "
018715                 "con las cifras liberadas. Liberados: "
018716                 CALC-LIB-CANT-LOTE " Hash: " CALC-LIB-HASH-LOTE
018717     END-IF.
018720 5500-EXIT.
018730     EXIT.
018732
018802     ADD 1 TO CALC-RPT-LINEAS
018803     PERFORM 4760-LINEA-SUBTOTAL THRU 4760-EXIT
018804         VARYING CALC-SUB-RPT FROM 1 BY 1
018805         UNTIL CALC-SUB-RPT > 7
018806     PERFORM 4750-LIMPIAR-SUBTOTAL THRU 4750-EXIT
018807         VARYING CALC-SUB-RPT FROM 1 BY 1
018808         UNTIL CALC-SUB-RPT > 7.
018809 5610-EXIT.
018810     EXIT.
018811
018824 5620-EXIT.
018825     EXIT.
018826
018827 5630-SECCION-LOTE-CERRADO.
018828     PERFORM 4050-VERIFICAR-PAGINA THRU 4050-EXIT
018829     MOVE CALC-LOTE-FECHA TO CALC-FECHA-EDITADA
018830     MOVE SPACES TO REPORT-HEADER-LINE-1
018831     WRITE REPORT-HEADER-LINE-1
018832     MOVE SPACES TO REPORT-HEADER-LINE-1
018833     STRING "LOTE: " DELIMITED BY SIZE
018834         CALC-LOTE-ID DELIMITED BY SIZE
018835         "  RECHAZADO: FECHA " DELIMITED BY SIZE
018836         CALC-FECHA-EDITADA DELIMITED BY SIZE
018837         " CERRADA" DELIMITED BY SIZE
018838         INTO REPORT-HEADER-LINE-1
018839     WRITE REPORT-HEADER-LINE-1
018840     ADD 2 TO CALC-RPT-LINEAS.
018841 5630-EXIT.
018842     EXIT.
018843
018844 5640-SECCION-LOTE-RETENIDO.
018845     PERFORM 4050-VERIFICAR-PAGINA THRU 4050-EXIT
018846     MOVE SPACES TO REPORT-HEADER-LINE-1
018847     WRITE REPORT-HEADER-LINE-1
018848     MOVE SPACES TO REPORT-HEADER-LINE-1
018849     STRING "LOTE: " DELIMITED BY SIZE
018850         CALC-LOTE-ID DELIMITED BY SIZE
018851         "  RETENIDO: " DELIMITED BY SIZE
018852         CALC-MOTIVO-RETENCION DELIMITED BY SIZE
018853         INTO REPORT-HEADER-LINE-1
018854     WRITE REPORT-HEADER-LINE-1
018855     ADD 2 TO CALC-RPT-LINEAS.
018856 5640-EXIT.
018857     EXIT.
018858
018859 5650-SECCION-LOTE-DESCARTADO.
018860     PERFORM 4050-VERIFICAR-PAGINA THRU 4050-EXIT
018861     MOVE SPACES TO REPORT-HEADER-LINE-1
018862     WRITE REPORT-HEADER-LINE-1
018863     MOVE SPACES TO REPORT-HEADER-LINE-1
018864     STRING "LOTE: " DELIMITED BY SIZE
018865         CALC-LOTE-ID DELIMITED BY SIZE
018866         "  DESCARTADO: " DELIMITED BY SIZE
018867         CALC-MOTIVO-RETENCION DELIMITED BY SIZE
018868         INTO REPORT-HEADER-LINE-1
018869     WRITE REPORT-HEADER-LINE-1
018870     ADD 2 TO CALC-RPT-LINEAS.
018871 5650-EXIT.
018872     EXIT.
018873
018874*-----------------------------------------------------------------
018875*    6000-6550  Mantenimiento del maestro de operadores: altas,
018876*    desactivaciones y cambios sobre la tabla en memoria, que al
018877*    terminar se regraba completa en OPERMAST.
018878*-----------------------------------------------------------------
018879 6000-MANTENIMIENTO-OPER.
018880     PERFORM 6100-CICLO-MANTENIMIENTO THRU 6100-EXIT
018881         UNTIL CALC-FIN-MANTENIMIENTO
018882     PERFORM 6500-GRABAR-MAESTRO THRU 6500-EXIT.
018883 6000-EXIT.
018884     EXIT.
018885
018886 6100-CICLO-MANTENIMIENTO.
018887     DISPLAY "Mantenimiento del maestro de operadores:"
018890     DISPLAY "1-Alta de operador"
018900     DISPLAY "2-Desactivar operador"
018910     DISPLAY "3-Actualizar operador"
019340     MOVE CALC-ENT-OPER-ADMIN
019350         TO CALC-OPER-ADMIN (CALC-NDX-OPER)
019360     MOVE CALC-ENT-OPER-PERMISOS
019361         TO CALC-OPER-PERMISOS (CALC-NDX-OPER)
019362     MOVE CALC-ENT-OPER-SUPERV
019363         TO CALC-OPER-SUPERV (CALC-NDX-OPER)
019364     MOVE CALC-ENT-OPER-TESOR
019365         TO CALC-OPER-TESOR (CALC-NDX-OPER)
019366     MOVE CALC-ENT-OPER-LIBERA
019367         TO CALC-OPER-LIBERA (CALC-NDX-OPER)
019368     MOVE CALC-ENT-OPER-CONVER
019369         TO CALC-OPER-CONVER (CALC-NDX-OPER)
019371*Queda en la bitacora de seguridad quien dio el alta y con que
019372*permisos; un alta no tiene imagen anterior.
019373     PERFORM 4650-IMAGEN-OPERADOR THRU 4650-EXIT
019400     EXIT.
019410
019420*Captura comun del alta y la actualizacion: nombre, permiso de
019426*lotes, de administrador, de supervisor, de tesoreria, de
019432*liberacion de lotes y de conversion, y los seis permisos de
019438*operacion (la septima posicion, que era la de Salir, queda en
019444*"N").  Todo lo que no sea una "S" explicita queda como "N".
019450 6250-CAPTURAR-DATOS-OPER.
019460     DISPLAY "Nombre del operador (30 car.):"
019470     ACCEPT CALC-ENT-OPER-NOMBRE
019550     IF CALC-ENT-OPER-ADMIN NOT = "S"
019560         MOVE "N" TO CALC-ENT-OPER-ADMIN
019570     END-IF
019571     DISPLAY "Puede anular calculos (supervisor)? (S/N):"
019572     ACCEPT CALC-ENT-OPER-SUPERV
019573     IF CALC-ENT-OPER-SUPERV NOT = "S"
019574         MOVE "N" TO CALC-ENT-OPER-SUPERV
019575     END-IF
019576     DISPLAY "Puede mantener tipos de cambio (tesoreria)? (S/N):"
019577     ACCEPT CALC-ENT-OPER-TESOR
019578     IF CALC-ENT-OPER-TESOR NOT = "S"
019579         MOVE "N" TO CALC-ENT-OPER-TESOR
019580     END-IF
019581     DISPLAY "Puede liberar lotes de otros capturistas? (S/N):"
019582     ACCEPT CALC-ENT-OPER-LIBERA
019583     IF CALC-ENT-OPER-LIBERA NOT = "S"
019584         MOVE "N" TO CALC-ENT-OPER-LIBERA
019585     END-IF
019586     DISPLAY "Puede convertir moneda? (S/N):"
019587     ACCEPT CALC-ENT-OPER-CONVER
019588     IF CALC-ENT-OPER-CONVER NOT = "S"
019589         MOVE "N" TO CALC-ENT-OPER-CONVER
019590     END-IF
019591     DISPLAY "Permisos de operacion, seis posiciones S/N"
019592     DISPLAY "(1 Suma 2 Resta 3 Multip 4 Division 5 Porcentaje"
019593     DISPLAY " 6 Modulo), por ejemplo SSSSSS:"
019610     ACCEPT CALC-ENT-OPER-PERMISOS
019620     PERFORM 6260-NORMALIZAR-PERMISO THRU 6260-EXIT
019630         VARYING CALC-SUB-PERMISO FROM 1 BY 1
019636         UNTIL CALC-SUB-PERMISO > 6
019642     MOVE "N" TO CALC-ENT-OPER-PERM (7).
019650 6250-EXIT.
019660     EXIT.
019670
020120     MOVE CALC-ENT-OPER-ADMIN
020130         TO CALC-OPER-ADMIN (CALC-NDX-OPER)
020140     MOVE CALC-ENT-OPER-PERMISOS
020141         TO CALC-OPER-PERMISOS (CALC-NDX-OPER)
020142     MOVE CALC-ENT-OPER-SUPERV
020143         TO CALC-OPER-SUPERV (CALC-NDX-OPER)
020144     MOVE CALC-ENT-OPER-TESOR
020145         TO CALC-OPER-TESOR (CALC-NDX-OPER)
020146     MOVE CALC-ENT-OPER-LIBERA
020147         TO CALC-OPER-LIBERA (CALC-NDX-OPER)
020148     MOVE CALC-ENT-OPER-CONVER
020149         TO CALC-OPER-CONVER (CALC-NDX-OPER)
020152     PERFORM 4650-IMAGEN-OPERADOR THRU 4650-EXIT
020154     MOVE CALC-SEG-IMAGEN TO CALC-SEG-DESPUES
020156     MOVE "MC" TO CALC-SEG-TIPO
020640     MOVE CALC-OPER-LOTE (CALC-NDX-OPER) TO OPM-PERMISO-LOTE
020650     MOVE CALC-OPER-ADMIN (CALC-NDX-OPER) TO OPM-PERMISO-ADMIN
020660     MOVE CALC-OPER-PERMISOS (CALC-NDX-OPER) TO OPM-PERMISOS
020662     MOVE CALC-OPER-SUPERV (CALC-NDX-OPER) TO OPM-PERMISO-SUPERV
020664     MOVE CALC-OPER-TESOR (CALC-NDX-OPER) TO OPM-PERMISO-TESOR
020666     MOVE CALC-OPER-LIBERA (CALC-NDX-OPER) TO OPM-PERMISO-LIBERA
020668     MOVE CALC-OPER-CONVER (CALC-NDX-OPER) TO OPM-PERMISO-CONVER
020670     WRITE OPERATOR-MASTER-RECORD.
020680 6550-EXIT.
020690     EXIT.
021000                     CALC-ENT-CONSULTA
021010             GO TO 7100-EXIT
021020     END-READ
021021     PERFORM 7110-MOSTRAR-TRANSACCION THRU 7110-EXIT.
021022 7100-EXIT.
021023     EXIT.
021024
021025*Muestra la transaccion que esta en el registro del historico;
021026*la usan la consulta y la anulacion.
021027 7110-MOSTRAR-TRANSACCION.
021030     MOVE CALC-OPCION OF HISTORY-RECORD
021040         TO CALC-OPCION OF CALC-TRANSACCION-ACTUAL
021050     PERFORM 4110-NOMBRAR-OPERACION THRU 4110-EXIT
021170         TO CALC-RESULTADO-EDITADO
021180     DISPLAY "  Numero 1:    " CALC-EXT-NUM1-EDIT
021190     DISPLAY "  Numero 2:    " CALC-EXT-NUM2-EDIT
021191     DISPLAY "  Resultado:   " CALC-RESULTADO-EDITADO
021192     IF HIST-MONEDA NOT = SPACES
021193         MOVE HIST-TIPO-CAMBIO TO CALC-TIPO-CAMBIO-EDITADO
021194         DISPLAY "  Moneda:      " HIST-MONEDA
021195         DISPLAY "  Tipo cambio: " CALC-TIPO-CAMBIO-EDITADO
021196     END-IF
021197     PERFORM 7150-MOSTRAR-ANULACION THRU 7150-EXIT.
021198 7110-EXIT.
021199     EXIT.
021200
021201*Situacion de anulacion de la transaccion mostrada: una
021202*anulada senala su reverso y un reverso la transaccion que
021203*anulo, ambos con la fecha y el motivo de la anulacion.
021204 7150-MOSTRAR-ANULACION.
021205     IF HIST-VIGENTE
021206         GO TO 7150-EXIT
021207     END-IF
021208     IF HIST-ANULADA
021209         DISPLAY "  Estado:      ANULADA - reverso "
021210                 HIST-ENLACE-ID
021211     ELSE
021212         DISPLAY "  Estado:      REVERSO de la transaccion "
021213                 HIST-ENLACE-ID
021214     END-IF
021215     MOVE HIST-FECHA-ANULA TO CALC-FECHA-EDITADA
021216     DISPLAY "  Anulada el:  " CALC-FECHA-EDITADA
021217     DISPLAY "  Motivo:      " HIST-MOTIVO-ANULA.
021218 7150-EXIT.
021219     EXIT.
021220
021221*-----------------------------------------------------------------
021222*    7500-7700  Anulacion de calculos: el supervisor teclea la
021223*    transaccion y el motivo; la original queda marcada como
021224*    anulada y se graba un reverso enlazado con la fecha de la
021225*    anulacion, que es la que contabiliza el reverso.  Todo
021226*    queda en la bitacora de auditoria y en la de seguridad.
021227*-----------------------------------------------------------------
021228 7500-ANULACION-CALCULOS.
021229     IF NOT CALC-HISTORIA-ACTIVA
021230         DISPLAY "Sin historico HISTCALC no hay calculos que "
021231                 "anular."
021232         GO TO 7500-EXIT
021233     END-IF
021234     PERFORM 7600-ANULAR-TRANSACCION THRU 7600-EXIT
021235         UNTIL CALC-ENT-CONSULTA = "FIN".
021236 7500-EXIT.
021237     EXIT.
021238
021239*Solo se anula un calculo vigente: una transaccion ya anulada o
021240*un reverso se rechazan, para que el par quede siempre uno a
021241*uno.  El reverso se graba primero; si no se pudo grabar, la
021242*original no se toca.  El reverso se contabiliza en la fecha de
021243*la anulacion: si esa fecha ya esta cerrada no se anula nada, el
021244*rechazo queda en la bitacora de seguridad y la sesion termina
021245*con 12, como el proceso de lote.
021246 7600-ANULAR-TRANSACCION.
021247     DISPLAY "Transaccion a anular (FIN para terminar):"
021248     ACCEPT CALC-ENT-CONSULTA
021249     IF CALC-ENT-CONSULTA = "FIN" OR CALC-ENT-CONSULTA = SPACES
021250         MOVE "FIN" TO CALC-ENT-CONSULTA
021251         GO TO 7600-EXIT
021252     END-IF
021253     MOVE CALC-ENT-CONSULTA TO HIST-TRANSACCION-ID
021254     READ HISTORY-FILE
021255         INVALID KEY
021256             DISPLAY "Transaccion no encontrada: "
021257                     CALC-ENT-CONSULTA
021258             GO TO 7600-EXIT
021259     END-READ
021260     IF HIST-ANULADA
021261         DISPLAY "La transaccion ya esta anulada; su reverso es "
021262                 HIST-ENLACE-ID
021263         GO TO 7600-EXIT
021264     END-IF
021265     IF HIST-REVERSO
021266         DISPLAY "La transaccion es un reverso y no se anula."
021267         GO TO 7600-EXIT
021268     END-IF
021269     IF NOT HIST-VIGENTE
021270         DISPLAY "Estado de la transaccion desconocido: "
021271                 HIST-ESTADO
021272         GO TO 7600-EXIT
021273     END-IF
021274     PERFORM 4500-OBTENER-FECHA THRU 4500-EXIT
021275     MOVE CALC-FECHA-SISTEMA TO CALC-BUSCA-FECHA
021276     PERFORM 1290-BUSCAR-CIERRE THRU 1290-EXIT
021277     IF CALC-FECHA-CERRADA
021278         DISPLAY "La fecha " CALC-FECHA-SISTEMA " esta cerrada; "
021279                 "no se puede anular en ella."
021280         MOVE "RA" TO CALC-SEG-TIPO
021281         MOVE "Anulacion en fecha cerrada" TO CALC-SEG-DETALLE
021282         MOVE CALC-ENT-CONSULTA TO CALC-SEG-ANTES
021283         PERFORM 4600-ESCRIBIR-SEGURIDAD THRU 4600-EXIT
021284         MOVE 12 TO RETURN-CODE
021285         MOVE "FIN" TO CALC-ENT-CONSULTA
021286         GO TO 7600-EXIT
021287     END-IF
021288     PERFORM 7110-MOSTRAR-TRANSACCION THRU 7110-EXIT
021289     DISPLAY "Motivo de la anulacion (obligatorio, 30 car.):"
021290     ACCEPT CALC-ENT-MOTIVO
021291     IF CALC-ENT-MOTIVO = SPACES
021292         DISPLAY "Sin motivo no se anula la transaccion."
021293         GO TO 7600-EXIT
021294     END-IF
021295     DISPLAY "Confirma la anulacion? (S/N):"
021296     ACCEPT CALC-IND-CONFIRMA
021297     IF CALC-IND-CONFIRMA NOT = "S" AND
021298        CALC-IND-CONFIRMA NOT = "s"
021299         DISPLAY "Anulacion cancelada."
021300         GO TO 7600-EXIT
021301     END-IF
021302     MOVE HISTORY-RECORD TO CALC-HIST-ORIGINAL
021303     PERFORM 4500-OBTENER-FECHA THRU 4500-EXIT
021304     ACCEPT CALC-HORA-SISTEMA FROM TIME
021305*El reverso repite el calculo de la original con la fecha, la
021306*hora y el supervisor de la anulacion.
021307     MOVE CALC-FECHA-SISTEMA TO HIST-FECHA
021308     MOVE CALC-HORA-SISTEMA TO HIST-HORA
021309     MOVE CALC-OPERADOR-ID TO HIST-OPERADOR-ID
021310     MOVE "R" TO HIST-ESTADO
021311     MOVE CALC-ENT-CONSULTA TO HIST-ENLACE-ID
021312     MOVE CALC-FECHA-SISTEMA TO HIST-FECHA-ANULA
021313     MOVE CALC-ENT-MOTIVO TO HIST-MOTIVO-ANULA
021314*El reverso es del supervisor, no del lote de la original.
021315     MOVE SPACES TO HIST-LOTE-ID
021316     MOVE ZEROS TO HIST-LOTE-FECHA
021317     ACCEPT CALC-FECHA-JULIANA FROM DAY YYYYDDD
021318     MOVE "N" TO CALC-SW-REV-GRABADO
021319     PERFORM 7650-GRABAR-REVERSO THRU 7650-EXIT
021320         UNTIL CALC-REV-GRABADO OR CALC-REV-FALLIDO
021321     IF CALC-REV-FALLIDO
021322         DISPLAY "La transaccion no se anulo."
021323         GO TO 7600-EXIT
021324     END-IF
021325*La original conserva su fecha y su calculo; solo cambia su
021326*estado y queda enlazada al reverso.
021327     MOVE CALC-HIST-ORIGINAL TO HISTORY-RECORD
021328     MOVE "V" TO HIST-ESTADO
021329     MOVE CALC-TRANS-ID-REVERSO TO HIST-ENLACE-ID
021330     MOVE CALC-FECHA-SISTEMA TO HIST-FECHA-ANULA
021331     MOVE CALC-ENT-MOTIVO TO HIST-MOTIVO-ANULA
021332     REWRITE HISTORY-RECORD
021333         INVALID KEY
021334             DISPLAY "No se pudo marcar la transaccion "
021335                     HIST-TRANSACCION-ID " como anulada. "
021336                     "Estado: " CALC-HISTORY-STATUS
021337             DISPLAY "El reverso " CALC-TRANS-ID-REVERSO
021338                     " quedo grabado; avisar a sistemas."
021339             MOVE 12 TO RETURN-CODE
021340             GO TO 7600-EXIT
021341     END-REWRITE
021342     PERFORM 7700-AUDITAR-ANULACION THRU 7700-EXIT
021343     DISPLAY "Transaccion " CALC-ENT-CONSULTA " anulada. "
021344             "Reverso: " CALC-TRANS-ID-REVERSO.
021345 7600-EXIT.
021346     EXIT.
021347
021348*Transaccion del reverso: A, dia juliano AADDD y el siguiente
021349*consecutivo.  Un consecutivo ya ocupado (estado "22") se salta;
021350*cualquier otra falla, o los consecutivos del dia agotados,
021351*dejan la anulacion sin hacer.
021352 7650-GRABAR-REVERSO.
021353     IF CALC-REV-SEQ NOT < 9999
021354         DISPLAY "Aviso: se agotaron los consecutivos de "
021355                 "reverso del dia."
021356         SET CALC-REV-FALLIDO TO TRUE
021357         GO TO 7650-EXIT
021358     END-IF
021359     ADD 1 TO CALC-REV-SEQ
021360     MOVE SPACES TO CALC-TRANS-ID-REVERSO
021361     STRING "A" DELIMITED BY SIZE
021362         CALC-JULIANA-AADDD DELIMITED BY SIZE
021363         CALC-REV-SEQ DELIMITED BY SIZE
021364         INTO CALC-TRANS-ID-REVERSO
021365     MOVE CALC-TRANS-ID-REVERSO TO HIST-TRANSACCION-ID
021366     WRITE HISTORY-RECORD
021367         INVALID KEY
021368             IF CALC-HISTORY-STATUS NOT = "22"
021369                 DISPLAY "No se pudo grabar el reverso "
021370                         HIST-TRANSACCION-ID " en el historico. "
021371                         "Estado: " CALC-HISTORY-STATUS
021372                 SET CALC-REV-FALLIDO TO TRUE
021373             END-IF
021374             GO TO 7650-EXIT
021375     END-WRITE
021376     SET CALC-REV-GRABADO TO TRUE.
021377 7650-EXIT.
021378     EXIT.
021379
021380*La anulacion queda en la bitacora de auditoria con el calculo
021381*de la original y el estado ANULACION (asi la concilia el
021382*reverso del historico), y en la de seguridad como evento AN
021383*con el motivo y las dos transacciones.
021384 7700-AUDITAR-ANULACION.
021385     MOVE CALC-OPCION OF HISTORY-RECORD
021386         TO CALC-OPCION OF CALC-TRANSACCION-ACTUAL
021387     MOVE CALC-NUMERO-1 OF HISTORY-RECORD
021388         TO CALC-NUMERO-1 OF CALC-TRANSACCION-ACTUAL
021389     MOVE CALC-NUMERO-2 OF HISTORY-RECORD
021390         TO CALC-NUMERO-2 OF CALC-TRANSACCION-ACTUAL
021391     MOVE CALC-RESULTADO OF HISTORY-RECORD
021392         TO CALC-RESULTADO OF CALC-TRANSACCION-ACTUAL
021393     IF HIST-MONEDA = SPACES
021394         MOVE SPACES TO CALC-MONEDA-ACTUAL
021395         MOVE ZERO TO CALC-TIPO-CAMBIO-ACTUAL
021396     ELSE
021397         MOVE HIST-MONEDA TO CALC-MONEDA-ACTUAL
021398         MOVE HIST-TIPO-CAMBIO TO CALC-TIPO-CAMBIO-ACTUAL
021399     END-IF
021400     SET CALC-REGISTRO-CON-ERROR TO TRUE
021401     MOVE "ANULACION" TO CALC-MOTIVO-ERROR
021402     PERFORM 4200-ESCRIBIR-AUDITORIA THRU 4200-EXIT
021403     MOVE CALC-ENT-CONSULTA TO CALC-SEG-ANTES
021404     MOVE CALC-TRANS-ID-REVERSO TO CALC-SEG-DESPUES
021405     MOVE "AN" TO CALC-SEG-TIPO
021406     MOVE CALC-ENT-MOTIVO TO CALC-SEG-DETALLE
021407     PERFORM 4600-ESCRIBIR-SEGURIDAD THRU 4600-EXIT.
021408 7700-EXIT.
021409     EXIT.
021410
021411*-----------------------------------------------------------------
021412*    8000-SALIR-PROC
021413*    Se ejecuta cuando el usuario elige la opcion Salir en el
021414*    menu interactivo: muestra el resumen de la sesion (cuantos
021415*    calculos se hicieron y el total acumulado) y despide.
021416*-----------------------------------------------------------------
021417 8000-SALIR-PROC.
021418     MOVE CALC-GRAN-TOTAL TO CALC-GRAN-TOTAL-EDITADO
021419     DISPLAY "============================================"
021420     DISPLAY "Resumen de la sesion:"
021421     DISPLAY "  Calculos realizados: " CALC-CONTADOR-CALCULOS
021422     DISPLAY "  Total acumulado:     " CALC-GRAN-TOTAL-EDITADO
021423     DISPLAY "============================================"
021424     DISPLAY "Saliendo del programa...".
021425 8000-EXIT.
021426     EXIT.
021427
021428*-----------------------------------------------------------------
021429*    9000-TERMINAR
021430*    Cierra los archivos abiertos por esta corrida. En el modo
021440*    por lotes tambien muestra el resumen final del lote.
021450*-----------------------------------------------------------------
021514                     CALC-LOTES-PROCESADOS
021516             DISPLAY "  Lotes rechazados:    "
021518                     CALC-LOTES-RECHAZADOS
021520             DISPLAY "  Lotes retenidos:     "
021522                     CALC-LOTES-RETENIDOS
021524             DISPLAY "  Lotes descartados:   "
021526                     CALC-LOTES-DESCARTADOS
021530             IF CALC-LOTE-BALANCEADO
021540                 DISPLAY "  Estado general:      EN BALANCE"
021550             ELSE
021654         END-IF
021660     END-IF
021670*Codigo de retorno para el planificador: 8 = lote fuera de
021677*balance, 4 = termino pero dejo suspensos, lotes retenidos sin
021684*liberar o lotes descartados, 0 = limpio.  Una falla ya habra
021691*terminado antes con 12.
021700     IF CALC-MODO-LOTES
021710         EVALUATE TRUE
021720             WHEN CALC-MODO-BATCH AND CALC-LOTE-DESBALANCEADO
021730                 MOVE 8 TO RETURN-CODE
021732             WHEN CALC-LOTES-RETENIDOS > ZERO
021734                 MOVE 4 TO RETURN-CODE
021736             WHEN CALC-LOTES-DESCARTADOS > ZERO
021738                 MOVE 4 TO RETURN-CODE
021740             WHEN CALC-CONTADOR-RECHAZOS > ZERO
021750                 MOVE 4 TO RETURN-CODE
021760             WHEN OTHER
021820*El mantenimiento y la consulta no abren reporte, extracto
021830*ni bitacora.
021840     IF CALC-MODO-MANTENIMIENTO OR CALC-MODO-CONSULTA
021841         GO TO 9000-EXIT
021842     END-IF
021843*La anulacion solo abrio la bitacora y el historico.
021844     IF CALC-MODO-ANULACION
021845         IF CALC-HISTORIA-ACTIVA
021846             CLOSE HISTORY-FILE
021847         END-IF
021848         CLOSE AUDIT-LOG-FILE
021850         GO TO 9000-EXIT
021860     END-IF
021865     PERFORM 9200-PAGINA-CONTROL THRU 9200-EXIT
022220     IF NOT CALC-MODO-BATCH
022230         PERFORM 4760-LINEA-SUBTOTAL THRU 4760-EXIT
022240             VARYING CALC-SUB-RPT FROM 1 BY 1
022250             UNTIL CALC-SUB-RPT > 7
022260     END-IF
022270     MOVE CALC-CONTADOR-REGISTROS TO CALC-CANTIDAD-EDITADA
022280     MOVE SPACES TO REPORT-HEADER-LINE-1
022550             CALC-CANTIDAD-EDITADA DELIMITED BY SIZE
022560             INTO REPORT-HEADER-LINE-1
022570         WRITE REPORT-HEADER-LINE-1
022571         MOVE CALC-LOTES-RETENIDOS TO CALC-CANTIDAD-EDITADA
022572         MOVE SPACES TO REPORT-HEADER-LINE-1
022573         STRING "LOTES RETENIDOS:       " DELIMITED BY SIZE
022574             CALC-CANTIDAD-EDITADA DELIMITED BY SIZE
022575             INTO REPORT-HEADER-LINE-1
022576         WRITE REPORT-HEADER-LINE-1
022577         MOVE CALC-LOTES-DESCARTADOS TO CALC-CANTIDAD-EDITADA
022578         MOVE SPACES TO REPORT-HEADER-LINE-1
022579         STRING "LOTES DESCARTADOS:     " DELIMITED BY SIZE
022580             CALC-CANTIDAD-EDITADA DELIMITED BY SIZE
022581             INTO REPORT-HEADER-LINE-1
022582         WRITE REPORT-HEADER-LINE-1
022583         MOVE SPACES TO REPORT-HEADER-LINE-1
022590         IF CALC-LOTE-BALANCEADO
022600             STRING "RESULTADO DEL BALANCE: EN BALANCE"
022610                 DELIMITED BY SIZE INTO REPORT-HEADER-LINE-1
022730     WRITE REPORT-HEADER-LINE-1.
022740 9200-EXIT.
022750     EXIT.
022751
022752*Asienta la corrida desatendida en RUNCTL: fecha de negocio
022753*de la tarjeta, modo, ultimo lote, cifras, codigo de retorno,
022754*los lotes retenidos sin liberar, los descartados y la fecha y
022755*hora reales.
022756*Tambien se llama desde los rechazos de la tarjeta en 1115,
022757*que quedan con codigo 12 y cifras en cero.  Se crea con
022758*OPEN OUTPUT si aun no existe, como la bitacora; una falla al
022759*asentar solo se avisa, porque el dictamen de la corrida ya
022760*esta tomado.
022761 9300-GRABAR-CORRIDA.
022762     OPEN EXTEND RUN-CONTROL-FILE
022763     IF CALC-RUNCTL-STATUS = "35"
022764         OPEN OUTPUT RUN-CONTROL-FILE
022765     END-IF
022766     IF CALC-RUNCTL-STATUS NOT = "00"
022767         DISPLAY "Aviso: no se pudo asentar la corrida en "
022768                 "RUNCTL. Estado: " CALC-RUNCTL-STATUS
022769         GO TO 9300-EXIT
022770     END-IF
022771     MOVE CALC-FECHA-PARM TO RUN-FECHA
022772     MOVE CALC-IND-MODO TO RUN-MODO
022773     MOVE CALC-LOTE-ID TO RUN-LOTE-ID
022774     MOVE CALC-CONTADOR-REGISTROS TO RUN-LEIDOS
022775     MOVE CALC-CONTADOR-CALCULOS TO RUN-PROCESADOS
022776     MOVE CALC-CONTADOR-RECHAZOS TO RUN-RECHAZADOS
022777     MOVE CALC-LOTES-RETENIDOS TO RUN-LOTES-RETENIDOS
022778     MOVE CALC-ULTIMO-RETENIDO TO RUN-ULTIMO-RETENIDO
022779     MOVE CALC-LOTES-DESCARTADOS TO RUN-LOTES-DESCARTADOS
022784     MOVE RETURN-CODE TO RUN-RETORNO
022785     ACCEPT RUN-FECHA-REAL FROM DATE YYYYMMDD
022786     ACCEPT CALC-HORA-SISTEMA FROM TIME
