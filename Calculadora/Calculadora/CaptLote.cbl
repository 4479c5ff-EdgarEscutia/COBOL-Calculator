000130*                 encabezado (H) y una cola (T) cuya cantidad de
000140*                 registros y total hash calcula el propio
000150*                 programa, para que un lote capturado nunca
000153*                 salga fuera de balance.  El capturista firma
000156*                 contra el maestro OPERMAST y el lote queda
000159*                 registrado en el control LOTECTL como pendiente
000162*                 de liberacion: la CALCULADORA no lo procesa
000165*                 hasta que otro operador lo libere (LIBERALOTE).
000170*    Tectonics:   cobc
000180*-----------------------------------------------------------------
000190*    Modification History
000220*    2026-09-02 EE    Version original - captura de BATCHIN con
000230*                      registros de control generados (cantidad
000240*                      y total hash calculados al capturar).
000241*    2026-10-15 EE    Conversion de moneda (opcion 7): en lugar
000242*                      del segundo numero se pide el codigo de la
000243*                      moneda, que va en los bytes del segundo
000244*                      operando y no entra al total hash.
000245*    2026-10-15 EE    Firma del capturista contra OPERMAST (con
000246*                      sus eventos en SEGULOG) y registro de cada
000247*                      lote capturado como pendiente de liberacion
000248*                      en el control LOTECTL, con su cantidad y
000249*                      total hash.
000250*    2026-10-15 EE    BATCHIN se abre en extension (o se crea
000251*                      si no existe) para no borrar los lotes que
000252*                      ya esperan proceso o liberacion.
000253*    2026-10-15 EE    No acepta una identificacion de lote que ya
000254*                      existe en LOTECTL.  LOTECTL se abre antes
000255*                      que BATCHIN y el lote no se escribe si el
000256*                      control no abre.  La firma guarda el estado
000257*                      y el nombre del operador al leerlo.
000258*****************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. CAPTLOTE.
000280 AUTHOR. EQUIPO DE SISTEMAS ADMINISTRATIVOS.
000360     SELECT BATCH-OUTPUT-FILE ASSIGN TO "BATCHIN"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS CAP-BATCH-STATUS.
000381
000382*Maestro de operadores: el capturista firma contra el.
000383     SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
000384         ORGANIZATION IS LINE SEQUENTIAL
000385         FILE STATUS IS CAP-OPERMAST-STATUS.
000386
000387*Control de liberacion: cada lote capturado se agrega como
000388*pendiente; el archivo solo crece.
000389     SELECT LOTE-CONTROL-FILE ASSIGN TO "LOTECTL"
000390         ORGANIZATION IS LINE SEQUENTIAL
000391         FILE STATUS IS CAP-LOTECTL-STATUS.
000392
000393*Bitacora de seguridad: firma correcta o fallida del capturista.
000394     SELECT SECURITY-LOG-FILE ASSIGN TO "SEGULOG"
000395         ORGANIZATION IS LINE SEQUENTIAL
000396         FILE STATUS IS CAP-SEGULOG-STATUS.
000397
000400 DATA DIVISION.
000410 FILE SECTION.
000420*El registro debe coincidir byte a byte con el BATCH-INPUT-RECORD
000700                                     SIGN LEADING SEPARATE.
000710         10  FILLER                  PIC X(07).
000720
000721 FD  OPERATOR-MASTER-FILE.
000722 01  OPERATOR-MASTER-RECORD.
000723     COPY OPERREC.
000724
000725 FD  LOTE-CONTROL-FILE.
000726 01  LOTE-CONTROL-RECORD.
000727     COPY LCTLREC.
000728
000729 FD  SECURITY-LOG-FILE.
000730 01  SECURITY-LOG-RECORD.
000731     COPY SEGEVENT.
000732
000733 WORKING-STORAGE SECTION.
000740*Detalle en armado: mismo layout CALCLOTE que el registro de
000750*trabajo del ciclo de lotes de CALCULADORA, con su vista en
000760*texto para poder dejar una M de encadenamiento como operando.
000810     05  FILLER                       PIC X(01).
000820     05  CAP-TRABAJO-NUM1-TXT         PIC X(08).
000830     05  CAP-TRABAJO-NUM2-TXT         PIC X(08).
000832     05  CAP-TRABAJO-NUM2-MON REDEFINES CAP-TRABAJO-NUM2-TXT.
000834         10  CAP-TRABAJO-MONEDA       PIC X(03).
000836         10  FILLER                   PIC X(05).
000840
000850*Interruptores de control del programa.
000860 77  CAP-SW-FIN-CAPTURA PIC X(01) VALUE "N".
001040 77  CAP-SW-OPERANDO-M PIC X(01) VALUE "N".
001050     88 CAP-OPERANDO-M VALUE "S".
001060
001061 77  CAP-SW-FIN-OPERADORES PIC X(01) VALUE "N".
001062     88 CAP-FIN-OPERADORES VALUE "S".
001063
001064 77  CAP-SW-FIN-LOTECTL PIC X(01) VALUE "N".
001065     88 CAP-FIN-LOTECTL VALUE "S".
001066
001067 77  CAP-SW-OPERADOR PIC X(01) VALUE "N".
001068     88 CAP-OPERADOR-HALLADO VALUE "S".
001069     88 CAP-OPERADOR-NO-HALLADO VALUE "N".
001070
001071*Capturista firmado; queda en el registro del lote para que no
001072*pueda liberar su propia captura.
001073 77  CAP-OPERADOR-ID PIC X(08) VALUE SPACES.
001074 77  CAP-OPERADOR-NOMBRE PIC X(30) VALUE SPACES.
001075 77  CAP-OPERADOR-ESTADO PIC X(01) VALUE SPACES.
001076
001077*Fecha y hora del sistema para el registro y los eventos.
001078 77  CAP-FECHA-SISTEMA PIC 9(08) VALUE ZEROS.
001079 77  CAP-HORA-COMPLETA PIC 9(08) VALUE ZEROS.
001080
001081*Evento de seguridad en armado.
001082 77  CAP-SEG-TIPO PIC X(02) VALUE SPACES.
001083 77  CAP-SEG-DETALLE PIC X(30) VALUE SPACES.
001084
001085*Identificacion del lote capturado.
001086 77  CAP-LOTE-ID PIC X(08) VALUE SPACES.
001090 77  CAP-ENTRADA-FECHA PIC X(08) VALUE SPACES.
001100 77  CAP-LOTE-FECHA PIC 9(08) VALUE ZEROS.
001110
001112*Opcion capturada del detalle en curso (1-7; 0 termina).
001130 77  CAP-ENTRADA-OPCION PIC X(01) VALUE SPACES.
001131     88 CAP-OPCION-CONVERSION VALUE "7".
001132
001133*Codigo de moneda de una conversion: tres letras.
001134 77  CAP-ENTRADA-MONEDA PIC X(03) VALUE SPACES.
001135 77  CAP-SW-MONEDA PIC X(01) VALUE "N".
001136     88 CAP-MONEDA-VALIDA VALUE "S".
001137     88 CAP-MONEDA-INVALIDA VALUE "N".
001138 77  CAP-MONEDA-ESPACIOS PIC 9(02) COMP VALUE ZERO.
001140
001150*El identificador de transaccion se arma con el lote y un
001160*consecutivo de dos cifras, asi que un lote capturado admite
001630
001640*Codigos de estado de archivo.
001650 77  CAP-BATCH-STATUS PIC XX VALUE "00".
001652 77  CAP-OPERMAST-STATUS PIC XX VALUE "00".
001654 77  CAP-LOTECTL-STATUS PIC XX VALUE "00".
001656 77  CAP-SEGULOG-STATUS PIC XX VALUE "00".
001660
001670 PROCEDURE DIVISION.
001680*-----------------------------------------------------------------
001790
001800*-----------------------------------------------------------------
001810*    1000-INICIALIZAR
001813*    Firma del capturista, solicita la identificacion y fecha
001816*    del lote, abre LOTECTL y BATCHIN y escribe el registro de
001819*    encabezado.  LOTECTL se abre primero: si el lote no podra
001822*    registrarse, BATCHIN no se toca.
001825*    BATCHIN se abre en extension, como en GENLOTE e IMPORTASUC,
001828*    para que el lote nuevo quede despues de los que ya esperan
001831*    su liberacion o el proceso de la noche; si todavia no existe
001834*    (estado "35") se crea.
001840*-----------------------------------------------------------------
001850 1000-INICIALIZAR.
001860     DISPLAY "CAPTLOTE - Captura del archivo de lotes BATCHIN"
001863     ACCEPT CAP-FECHA-SISTEMA FROM DATE YYYYMMDD
001866     PERFORM 1050-FIRMAR-OPERADOR THRU 1050-EXIT
001870     PERFORM 1100-SOLICITAR-LOTE THRU 1100-EXIT
001880         UNTIL CAP-LOTE-ID NOT = SPACES
001890     PERFORM 1200-SOLICITAR-FECHA THRU 1200-EXIT
001900         UNTIL CAP-LOTE-FECHA > ZERO
001901     OPEN EXTEND LOTE-CONTROL-FILE
001902     IF CAP-LOTECTL-STATUS = "35"
001903         OPEN OUTPUT LOTE-CONTROL-FILE
001904     END-IF
001905     IF CAP-LOTECTL-STATUS NOT = "00"
001906         DISPLAY "No se pudo abrir el control de liberacion "
001907                 "LOTECTL. Estado: " CAP-LOTECTL-STATUS
001908         MOVE 12 TO RETURN-CODE
001909         STOP RUN
001910     END-IF
001911     OPEN EXTEND BATCH-OUTPUT-FILE
001912     IF CAP-BATCH-STATUS = "35"
001913         OPEN OUTPUT BATCH-OUTPUT-FILE
001914     END-IF
001920     IF CAP-BATCH-STATUS NOT = "00"
001930         DISPLAY "No se pudo abrir el archivo de salida "
001940                 "BATCHIN. Estado: " CAP-BATCH-STATUS
001945         CLOSE LOTE-CONTROL-FILE
001950         MOVE 12 TO RETURN-CODE
001960         STOP RUN
001970     END-IF
001980     PERFORM 1300-ESCRIBIR-ENCABEZADO THRU 1300-EXIT.
001990 1000-EXIT.
002000     EXIT.
002001
002002*La firma busca el identificador en el maestro de operadores;
002003*uno desconocido o inactivo queda en SEGULOG y termina la
002004*captura, igual que en el cierre de fechas.
002005 1050-FIRMAR-OPERADOR.
002006     DISPLAY "Introduzca su identificador de operador (8 car.):"
002007     ACCEPT CAP-OPERADOR-ID
002008     OPEN INPUT OPERATOR-MASTER-FILE
002009     IF CAP-OPERMAST-STATUS NOT = "00"
002010         DISPLAY "No se pudo abrir el maestro de operadores "
002011                 "OPERMAST. Estado: " CAP-OPERMAST-STATUS
002012         MOVE 12 TO RETURN-CODE
002013         STOP RUN
002014     END-IF
002015     SET CAP-OPERADOR-NO-HALLADO TO TRUE
002016     PERFORM 1060-LEER-OPERADOR THRU 1060-EXIT
002017         UNTIL CAP-FIN-OPERADORES OR CAP-OPERADOR-HALLADO
002018     CLOSE OPERATOR-MASTER-FILE
002019     IF CAP-OPERADOR-NO-HALLADO
002020         DISPLAY "Operador desconocido."
002021         MOVE "FF" TO CAP-SEG-TIPO
002022         MOVE "Operador desconocido" TO CAP-SEG-DETALLE
002023         PERFORM 8000-ESCRIBIR-SEGURIDAD THRU 8000-EXIT
002024         MOVE 12 TO RETURN-CODE
002025         STOP RUN
002026     END-IF
002027     IF CAP-OPERADOR-ESTADO NOT = "A"
002028         DISPLAY "Operador inactivo."
002029         MOVE "FF" TO CAP-SEG-TIPO
002030         MOVE "Operador inactivo" TO CAP-SEG-DETALLE
002031         PERFORM 8000-ESCRIBIR-SEGURIDAD THRU 8000-EXIT
002032         MOVE 12 TO RETURN-CODE
002033         STOP RUN
002034     END-IF
002035     MOVE "FO" TO CAP-SEG-TIPO
002036     MOVE "Firma correcta" TO CAP-SEG-DETALLE
002037     PERFORM 8000-ESCRIBIR-SEGURIDAD THRU 8000-EXIT
002038     DISPLAY "Bienvenido, " CAP-OPERADOR-NOMBRE.
002039 1050-EXIT.
002040     EXIT.
002041
002042 1060-LEER-OPERADOR.
002043     READ OPERATOR-MASTER-FILE
002044         AT END
002045             SET CAP-FIN-OPERADORES TO TRUE
002046             GO TO 1060-EXIT
002047     END-READ
002048     IF OPM-ID = CAP-OPERADOR-ID
002049         SET CAP-OPERADOR-HALLADO TO TRUE
002050         MOVE OPM-ESTADO TO CAP-OPERADOR-ESTADO
002051         MOVE OPM-NOMBRE TO CAP-OPERADOR-NOMBRE
002052     END-IF.
002053 1060-EXIT.
002054     EXIT.
002055
002056 1100-SOLICITAR-LOTE.
002057     DISPLAY "Identificacion del lote (8 car.):"
002058     ACCEPT CAP-LOTE-ID
002059     IF CAP-LOTE-ID = SPACES
002060         DISPLAY "La identificacion no puede quedar en blanco."
002063     ELSE
002066         PERFORM 1150-BUSCAR-LOTECTL THRU 1150-EXIT
002070     END-IF.
002080 1100-EXIT.
002081     EXIT.
002082
002083*Una identificacion que ya tiene eventos en LOTECTL no se
002084*acepta: el control no distinguiria el lote nuevo del anterior
002085*y la liberacion de uno valdria para el otro.  Sin control
002086*todavia no existe ningun lote.
002087 1150-BUSCAR-LOTECTL.
002088     OPEN INPUT LOTE-CONTROL-FILE
002089     IF CAP-LOTECTL-STATUS = "35"
002090         GO TO 1150-EXIT
002091     END-IF
002092     IF CAP-LOTECTL-STATUS NOT = "00"
002093         DISPLAY "No se pudo abrir el control de liberacion "
002094                 "LOTECTL. Estado: " CAP-LOTECTL-STATUS
002095         MOVE 12 TO RETURN-CODE
002096         STOP RUN
002097     END-IF
002098     MOVE "N" TO CAP-SW-FIN-LOTECTL
002099     PERFORM 1160-LEER-LOTECTL THRU 1160-EXIT
002100         UNTIL CAP-FIN-LOTECTL
002101     CLOSE LOTE-CONTROL-FILE.
002102 1150-EXIT.
002103     EXIT.
002104
002105 1160-LEER-LOTECTL.
002106     READ LOTE-CONTROL-FILE
002107         AT END
002108             SET CAP-FIN-LOTECTL TO TRUE
002109             GO TO 1160-EXIT
002110     END-READ
002111     IF LCT-LOTE-ID = CAP-LOTE-ID
002112         DISPLAY "El lote " CAP-LOTE-ID " ya existe en el "
002113                 "control LOTECTL; use otra identificacion."
002114         MOVE SPACES TO CAP-LOTE-ID
002115         SET CAP-FIN-LOTECTL TO TRUE
002116     END-IF.
002117 1160-EXIT.
002118     EXIT.
002119
002120 1200-SOLICITAR-FECHA.
002121     DISPLAY "Fecha del lote AAAAMMDD:"
002130     ACCEPT CAP-ENTRADA-FECHA
002140     IF CAP-ENTRADA-FECHA IS NUMERIC
002150        AND CAP-ENTRADA-FECHA NOT = "00000000"
002570     SET CAP-NUMERO1-INVALIDO TO TRUE
002580     PERFORM 2300-OBTENER-NUMERO-1 THRU 2300-EXIT
002590         UNTIL CAP-NUMERO1-VALIDO
002594     IF CAP-OPCION-CONVERSION
002598         SET CAP-MONEDA-INVALIDA TO TRUE
002602         PERFORM 2450-OBTENER-MONEDA THRU 2450-EXIT
002606             UNTIL CAP-MONEDA-VALIDA
002610     ELSE
002614         SET CAP-NUMERO2-INVALIDO TO TRUE
002618         PERFORM 2400-OBTENER-NUMERO-2 THRU 2400-EXIT
002622             UNTIL CAP-NUMERO2-VALIDO
002626     END-IF
002630     PERFORM 2600-ESCRIBIR-DETALLE THRU 2600-EXIT.
002640 2100-EXIT.
002650     EXIT.
002660
002670*La opcion del detalle se valida igual que el menu de la
002680*CALCULADORA: solo las operaciones 1 a 7 pueden ir en un lote.
002690 2200-SOLICITAR-OPCION.
002700     DISPLAY "Opcion del calculo:"
002710     DISPLAY "1-Sumar 2-Restar 3-Multiplicar 4-Dividir"
002716     DISPLAY "5-Porcentaje 6-Modulo 7-Convertir moneda"
002722     DISPLAY "(0 termina la captura)"
002730     ACCEPT CAP-ENTRADA-OPCION
002740     IF CAP-ENTRADA-OPCION = "0"
002750         SET CAP-FIN-CAPTURA TO TRUE
002760         GO TO 2200-EXIT
002770     END-IF
002780     IF CAP-ENTRADA-OPCION < "1" OR CAP-ENTRADA-OPCION > "7"
002790         DISPLAY "Opcion invalida. Intentar de nuevo."
002800         SET CAP-OPCION-INVALIDA TO TRUE
002810     ELSE
003380         SET CAP-NUMERO2-INVALIDO TO TRUE
003390     END-IF.
003400 2400-EXIT.
003401     EXIT.
003402
003403*En la conversion el segundo operando es el codigo de la moneda
003404*(tres letras, que se pasan a mayusculas); el tipo de cambio lo
003405*pone la CALCULADORA desde el maestro de Tesoreria.
003406 2450-OBTENER-MONEDA.
003407     DISPLAY "Codigo de la moneda del importe (ej. USD):"
003408     MOVE SPACES TO CAP-ENTRADA-MONEDA
003409     ACCEPT CAP-ENTRADA-MONEDA
003410     INSPECT CAP-ENTRADA-MONEDA CONVERTING
003411         "abcdefghijklmnopqrstuvwxyz"
003412         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
003413     MOVE ZERO TO CAP-MONEDA-ESPACIOS
003414     INSPECT CAP-ENTRADA-MONEDA
003415         TALLYING CAP-MONEDA-ESPACIOS FOR ALL SPACES
003416     IF CAP-ENTRADA-MONEDA IS NOT ALPHABETIC
003417        OR CAP-MONEDA-ESPACIOS NOT = ZERO
003418         DISPLAY "Moneda invalida. Escriba tres letras."
003419         SET CAP-MONEDA-INVALIDA TO TRUE
003420         GO TO 2450-EXIT
003421     END-IF
003422     MOVE SPACES TO CAP-TRABAJO-NUM2-TXT
003423     MOVE CAP-ENTRADA-MONEDA TO CAP-TRABAJO-MONEDA
003424     SET CAP-MONEDA-VALIDA TO TRUE.
003425 2450-EXIT.
003426     EXIT.
003427
003430*Conversion comun de lo tecleado (en CAP-ENT-TRABAJO) a un
003440*valor con signo y dos decimales en CAP-ENT-VALOR: las mismas
003450*reglas del paragrafo de conversion de CALCULADORA, para que
004410     EXIT.
004420
004430*-----------------------------------------------------------------
004431*    8000-ESCRIBIR-SEGURIDAD
004432*    Agrega a la bitacora SEGULOG el evento armado en CAP-SEG-TIPO
004433*    y CAP-SEG-DETALLE.  Si la bitacora no puede abrirse se avisa
004434*    y la captura continua.
004435*-----------------------------------------------------------------
004436 8000-ESCRIBIR-SEGURIDAD.
004437     OPEN EXTEND SECURITY-LOG-FILE
004438     IF CAP-SEGULOG-STATUS = "35"
004439         OPEN OUTPUT SECURITY-LOG-FILE
004440     END-IF
004441     IF CAP-SEGULOG-STATUS NOT = "00"
004442         DISPLAY "Aviso: no se pudo escribir la bitacora de "
004443                 "seguridad SEGULOG. Estado: "
004444                 CAP-SEGULOG-STATUS
004445         GO TO 8000-EXIT
004446     END-IF
004447     ACCEPT CAP-HORA-COMPLETA FROM TIME
004448     MOVE SPACES TO SECURITY-LOG-RECORD
004449     MOVE CAP-FECHA-SISTEMA TO SEG-FECHA
004450     MOVE CAP-HORA-COMPLETA TO SEG-HORA
004451     MOVE CAP-OPERADOR-ID TO SEG-OPERADOR-ID
004452     MOVE CAP-SEG-TIPO TO SEG-TIPO-EVENTO
004453     MOVE CAP-SEG-DETALLE TO SEG-DETALLE
004454     WRITE SECURITY-LOG-RECORD
004455     CLOSE SECURITY-LOG-FILE.
004456 8000-EXIT.
004457     EXIT.
004458
004459*-----------------------------------------------------------------
004460*    9000-TERMINAR
004461*    Cierra BATCHIN, registra el lote como pendiente de
004462*    liberacion en LOTECTL y deja constancia en consola del lote
004463*    capturado y sus cifras de control.
004470*-----------------------------------------------------------------
004480 9000-TERMINAR.
004490     CLOSE BATCH-OUTPUT-FILE
004494     PERFORM 9100-REGISTRAR-LOTE THRU 9100-EXIT
004500     MOVE CAP-CANT-REGISTROS TO CAP-CANTIDAD-EDITADA
004510     MOVE CAP-HASH-OPERANDOS TO CAP-HASH-EDITADO
004520     DISPLAY "============================================"
004550     DISPLAY "  Detalles capturados: " CAP-CANTIDAD-EDITADA
004560     DISPLAY "  Total hash:          " CAP-HASH-EDITADO
004570     DISPLAY "============================================"
004576     DISPLAY "Lote pendiente de liberacion: otro operador debe "
004582             "liberarlo con LIBERALOTE antes del proceso.".
004590 9000-EXIT.
004600     EXIT.
004610
004620*-----------------------------------------------------------------
004630*    9100-REGISTRAR-LOTE
004640*    Agrega al control LOTECTL, que quedo abierto desde
004650*    1000-INICIALIZAR, el evento pendiente del lote con las
004660*    cifras de su cola y el capturista firmado.  Una falla
004670*    detiene la corrida: sin el registro el lote no puede
004680*    liberarse y la CALCULADORA lo descartaria.
004690*-----------------------------------------------------------------
004700 9100-REGISTRAR-LOTE.
004710     MOVE SPACES TO LOTE-CONTROL-RECORD
004720     MOVE CAP-LOTE-ID TO LCT-LOTE-ID
004730     MOVE CAP-LOTE-FECHA TO LCT-FECHA
004740     SET LCT-PENDIENTE TO TRUE
004750     MOVE CAP-CANT-REGISTROS TO LCT-CANT-REG
004760     MOVE CAP-HASH-OPERANDOS TO LCT-HASH
004770     MOVE CAP-OPERADOR-ID TO LCT-CAPTURISTA-ID
004780     MOVE CAP-OPERADOR-ID TO LCT-OPERADOR-ID
004790     MOVE CAP-FECHA-SISTEMA TO LCT-FECHA-REAL
004800     ACCEPT LCT-HORA-REAL FROM TIME
004810     WRITE LOTE-CONTROL-RECORD
004820     IF CAP-LOTECTL-STATUS NOT = "00"
004830         DISPLAY "No se pudo registrar el lote en el control de "
004840                 "liberacion LOTECTL. Estado: " CAP-LOTECTL-STATUS
004850         DISPLAY "El lote " CAP-LOTE-ID " quedo en BATCHIN sin "
004860                 "registro de captura: no podra liberarse y la "
004870                 "CALCULADORA lo descartara."
004880         DISPLAY "Avise a sistemas antes de volver a capturarlo."
004890         CLOSE LOTE-CONTROL-FILE
004900         MOVE 12 TO RETURN-CODE
004910         STOP RUN
004920     END-IF
004930     CLOSE LOTE-CONTROL-FILE.
004940 9100-EXIT.
004950     EXIT.
004960
004970 END PROGRAM CAPTLOTE.
