000010*****************************************************************
000020*    Program:     HISTCONVIERTE
000030*    Author:      Equipo de Sistemas Administrativos
000040*    Installation: Departamento de Contabilidad
000050*    Date-Written: 2026-10-15
000060*    Date-Compiled:
000070*    Purpose:     Conversion por unica vez del historico
000080*                 HISTCALC al layout del copybook HISTREC.  El
000090*                 layout viejo era la llave, la fecha, la hora y
000100*                 el operador (34 posiciones) seguidos del
000110*                 calculo de CALCREC; cada registro se reescribe
000120*                 con los mismos datos y los campos agregados
000130*                 despues (estado, enlace, fecha y motivo de la
000140*                 anulacion, moneda, tipo de cambio, lote y
000150*                 fecha del lote) en blanco o en cero: un estado
000160*                 en blanco es una transaccion vigente.  Primero
000170*                 se copia todo al archivo de trabajo HISTCONV y
000180*                 despues se recrea HISTCALC desde ahi, igual que
000190*                 AUDCONVIERTE con la bitacora; HISTCONV se
000200*                 conserva como respaldo del historico viejo.
000210*                 Un HISTCALC que ya tiene el layout nuevo no se
000220*                 deja abrir con el viejo (estado 39) y no se
000230*                 toca.  Debe correrse antes de la primera
000240*                 CALCULADORA con el layout nuevo.
000250*    Tectonics:   cobc
000260*-----------------------------------------------------------------
000270*    Modification History
000280*    Date       Init  Description
000290*    ---------- ----  -------------------------------------------
000300*    2026-10-15 EE    Version original - conversion del layout
000310*                      viejo de HISTCALC al layout HISTREC.
000320*****************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. HISTCONVIERTE.
000350 AUTHOR. EQUIPO DE SISTEMAS ADMINISTRATIVOS.
000360 INSTALLATION. DEPARTAMENTO DE CONTABILIDAD.
000370 DATE-WRITTEN. 2026-10-15.
000380 DATE-COMPILED.
000390
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430*El historico viejo y el nuevo son el mismo archivo HISTCALC
000440*visto con cada layout; nunca estan abiertos a la vez.
000450     SELECT OLD-HISTORY-FILE ASSIGN TO "HISTCALC"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS SEQUENTIAL
000480         RECORD KEY IS HCV-V-TRANSACCION-ID
000490         FILE STATUS IS HCV-VIEJO-STATUS.
000500
000510     SELECT HISTORY-FILE ASSIGN TO "HISTCALC"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS SEQUENTIAL
000540         RECORD KEY IS HCV-N-TRANSACCION-ID
000550         FILE STATUS IS HCV-HISTORY-STATUS.
000560
000570     SELECT WORK-FILE ASSIGN TO "HISTCONV"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS HCV-TRABAJO-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630*Layout viejo del historico, tal como lo grababa CALCULADORA
000640*antes del copybook HISTREC: la llave y los datos de la
000650*transaccion seguidos del calculo de CALCREC.
000660 FD  OLD-HISTORY-FILE.
000670 01  HCV-REGISTRO-VIEJO.
000680     05  HCV-V-TRANSACCION-ID         PIC X(10).
000690     05  HCV-V-FECHA                  PIC 9(08).
000700     05  HCV-V-HORA                   PIC 9(08).
000710     05  HCV-V-OPERADOR-ID            PIC X(08).
000720     COPY CALCREC.
000730
000740*El historico nuevo se graba crudo desde el archivo de trabajo:
000750*solo la llave se desglosa, el resto tiene la longitud del
000760*layout HISTREC (143 posiciones en total).
000770 FD  HISTORY-FILE.
000780 01  HISTORY-RECORD.
000790     05  HCV-N-TRANSACCION-ID         PIC X(10).
000800     05  FILLER                       PIC X(133).
000810
000820 FD  WORK-FILE.
000830 01  WORK-RECORD                      PIC X(200).
000840
000850 WORKING-STORAGE SECTION.
000860*Layout nuevo: viene del copybook HISTREC para que esta
000870*conversion nunca se desalinee de lo que graba CALCULADORA.
000880 01  HCV-REGISTRO-NUEVO.
000890     COPY HISTREC.
000900
000910*Interruptores de control del programa.
000920 77  HCV-SW-FIN-VIEJO PIC X(01) VALUE "N".
000930     88 HCV-FIN-VIEJO VALUE "S".
000940
000950 77  HCV-SW-FIN-TRABAJO PIC X(01) VALUE "N".
000960     88 HCV-FIN-TRABAJO VALUE "S".
000970
000980*Contadores del corte de conversion.
000990 77  HCV-REGISTROS-LEIDOS PIC 9(08) COMP VALUE ZERO.
001000 77  HCV-REGISTROS-CONVERTIDOS PIC 9(08) COMP VALUE ZERO.
001010 77  HCV-REGISTROS-GRABADOS PIC 9(08) COMP VALUE ZERO.
001020 77  HCV-CANTIDAD-EDITADA PIC ZZZZZZZ9.
001030
001040*Codigos de estado de archivo.
001050 77  HCV-VIEJO-STATUS PIC XX VALUE "00".
001060 77  HCV-HISTORY-STATUS PIC XX VALUE "00".
001070 77  HCV-TRABAJO-STATUS PIC XX VALUE "00".
001080
001090 PROCEDURE DIVISION.
001100*-----------------------------------------------------------------
001110*    0000-PRINCIPAL
001120*    Punto de entrada: convierte el historico al archivo de
001130*    trabajo y lo recrea desde ahi en el layout nuevo.
001140*-----------------------------------------------------------------
001150 0000-PRINCIPAL.
001160     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
001170     PERFORM 2000-CONVERTIR-HISTORIA THRU 2000-EXIT
001180     PERFORM 3000-RECREAR-HISTORIA THRU 3000-EXIT
001190     PERFORM 9000-TERMINAR THRU 9000-EXIT
001200     STOP RUN.
001210
001220*-----------------------------------------------------------------
001230*    1000-INICIALIZAR
001240*    Abre el historico con el layout viejo y el archivo de
001250*    trabajo.  El estado 39 (longitud de registro distinta) es
001260*    un historico que ya esta convertido.
001270*-----------------------------------------------------------------
001280 1000-INICIALIZAR.
001290     DISPLAY "HISTCONVIERTE - Conversion de layout de HISTCALC"
001300     OPEN INPUT OLD-HISTORY-FILE
001310     IF HCV-VIEJO-STATUS = "39"
001320         DISPLAY "HISTCALC ya esta en el layout nuevo; no se "
001330                 "convierte."
001340         STOP RUN
001350     END-IF
001360     IF HCV-VIEJO-STATUS NOT = "00"
001370         DISPLAY "No se pudo abrir el historico HISTCALC. "
001380                 "Estado: " HCV-VIEJO-STATUS
001390         MOVE 12 TO RETURN-CODE
001400         STOP RUN
001410     END-IF
001420     OPEN OUTPUT WORK-FILE
001430     IF HCV-TRABAJO-STATUS NOT = "00"
001440         DISPLAY "No se pudo abrir el archivo de trabajo "
001450                 "HISTCONV. Estado: " HCV-TRABAJO-STATUS
001460         MOVE 12 TO RETURN-CODE
001470         STOP RUN
001480     END-IF.
001490 1000-EXIT.
001500     EXIT.
001510
001520*-----------------------------------------------------------------
001530*    2000-CONVERTIR-HISTORIA
001540*    Ciclo de lectura: cada registro viejo se pasa al layout
001550*    nuevo en el archivo de trabajo, en orden de llave.
001560*-----------------------------------------------------------------
001570 2000-CONVERTIR-HISTORIA.
001580     PERFORM 2100-LEER-VIEJO THRU 2100-EXIT
001590     PERFORM 2050-CICLO-HISTORIA THRU 2050-EXIT
001600         UNTIL HCV-FIN-VIEJO
001610     CLOSE OLD-HISTORY-FILE
001620     CLOSE WORK-FILE.
001630 2000-EXIT.
001640     EXIT.
001650
001660 2050-CICLO-HISTORIA.
001670     PERFORM 2200-CONVERTIR-REGISTRO THRU 2200-EXIT
001680     PERFORM 2100-LEER-VIEJO THRU 2100-EXIT.
001690 2050-EXIT.
001700     EXIT.
001710
001720*Un registro que no se deja leer detiene la conversion antes de
001730*tocar HISTCALC: el historico viejo queda como estaba.
001740 2100-LEER-VIEJO.
001750     READ OLD-HISTORY-FILE
001760         AT END
001770             SET HCV-FIN-VIEJO TO TRUE
001780             GO TO 2100-EXIT
001790     END-READ
001800     IF HCV-VIEJO-STATUS NOT = "00"
001810         DISPLAY "Registro ilegible en HISTCALC despues de "
001820                 HCV-REGISTROS-LEIDOS " registros. Estado: "
001830                 HCV-VIEJO-STATUS
001840         DISPLAY "No se convirtio nada."
001850         MOVE 12 TO RETURN-CODE
001860         STOP RUN
001870     END-IF
001880     ADD 1 TO HCV-REGISTROS-LEIDOS.
001890 2100-EXIT.
001900     EXIT.
001910
001920*Los datos de la transaccion y el calculo pasan tal cual; los
001930*campos agregados despues quedan en blanco o en cero, que es
001940*como los lee CALCULADORA en una transaccion vigente sin moneda
001950*ni lote.
001960 2200-CONVERTIR-REGISTRO.
001970     MOVE SPACES TO HCV-REGISTRO-NUEVO
001980     MOVE HCV-V-TRANSACCION-ID TO HIST-TRANSACCION-ID
001990     MOVE HCV-V-FECHA TO HIST-FECHA
002000     MOVE HCV-V-HORA TO HIST-HORA
002010     MOVE HCV-V-OPERADOR-ID TO HIST-OPERADOR-ID
002020     MOVE CALC-OPCION OF HCV-REGISTRO-VIEJO
002030         TO CALC-OPCION OF HCV-REGISTRO-NUEVO
002040     MOVE CALC-NUMERO-1 OF HCV-REGISTRO-VIEJO
002050         TO CALC-NUMERO-1 OF HCV-REGISTRO-NUEVO
002060     MOVE CALC-NUMERO-2 OF HCV-REGISTRO-VIEJO
002070         TO CALC-NUMERO-2 OF HCV-REGISTRO-NUEVO
002080     MOVE CALC-RESULTADO OF HCV-REGISTRO-VIEJO
002090         TO CALC-RESULTADO OF HCV-REGISTRO-NUEVO
002100     MOVE SPACES TO HIST-ESTADO
002110     MOVE SPACES TO HIST-ENLACE-ID
002120     MOVE ZERO TO HIST-FECHA-ANULA
002130     MOVE SPACES TO HIST-MOTIVO-ANULA
002140     MOVE SPACES TO HIST-MONEDA
002150     MOVE ZERO TO HIST-TIPO-CAMBIO
002160     MOVE SPACES TO HIST-LOTE-ID
002170     MOVE ZERO TO HIST-LOTE-FECHA
002180     MOVE SPACES TO WORK-RECORD
002190     MOVE HCV-REGISTRO-NUEVO TO WORK-RECORD
002200     WRITE WORK-RECORD
002210     ADD 1 TO HCV-REGISTROS-CONVERTIDOS.
002220 2200-EXIT.
002230     EXIT.
002240
002250*-----------------------------------------------------------------
002260*    3000-RECREAR-HISTORIA
002270*    Segunda pasada: HISTCALC se recrea vacio con el layout
002280*    nuevo y se carga desde el archivo de trabajo, que ya viene
002290*    en orden de llave.
002300*-----------------------------------------------------------------
002310 3000-RECREAR-HISTORIA.
002320     OPEN INPUT WORK-FILE
002330     IF HCV-TRABAJO-STATUS NOT = "00"
002340         DISPLAY "No se pudo releer el archivo de trabajo "
002350                 "HISTCONV. Estado: " HCV-TRABAJO-STATUS
002360         MOVE 12 TO RETURN-CODE
002370         STOP RUN
002380     END-IF
002390     OPEN OUTPUT HISTORY-FILE
002400     IF HCV-HISTORY-STATUS NOT = "00"
002410         DISPLAY "No se pudo recrear el historico HISTCALC. "
002420                 "Estado: " HCV-HISTORY-STATUS
002430         DISPLAY "El historico convertido quedo en HISTCONV."
002440         MOVE 12 TO RETURN-CODE
002450         STOP RUN
002460     END-IF
002470     PERFORM 3100-CARGAR-REGISTRO THRU 3100-EXIT
002480         UNTIL HCV-FIN-TRABAJO
002490     CLOSE WORK-FILE
002500     CLOSE HISTORY-FILE.
002510 3000-EXIT.
002520     EXIT.
002530
002540 3100-CARGAR-REGISTRO.
002550     READ WORK-FILE
002560         AT END
002570             SET HCV-FIN-TRABAJO TO TRUE
002580             GO TO 3100-EXIT
002590     END-READ
002600     MOVE WORK-RECORD TO HISTORY-RECORD
002610     WRITE HISTORY-RECORD
002620         INVALID KEY
002630             DISPLAY "No se pudo grabar la transaccion "
002640                     HCV-N-TRANSACCION-ID ". Estado: "
002650                     HCV-HISTORY-STATUS
002660             DISPLAY "El historico convertido quedo en HISTCONV."
002670             MOVE 12 TO RETURN-CODE
002680             STOP RUN
002690     END-WRITE
002700     ADD 1 TO HCV-REGISTROS-GRABADOS.
002710 3100-EXIT.
002720     EXIT.
002730
002740*-----------------------------------------------------------------
002750*    9000-TERMINAR
002760*    Deja constancia en consola de la conversion.
002770*-----------------------------------------------------------------
002780 9000-TERMINAR.
002790     MOVE HCV-REGISTROS-LEIDOS TO HCV-CANTIDAD-EDITADA
002800     DISPLAY "Registros leidos del historico:  "
002810             HCV-CANTIDAD-EDITADA
002820     MOVE HCV-REGISTROS-CONVERTIDOS TO HCV-CANTIDAD-EDITADA
002830     DISPLAY "Registros convertidos:           "
002840             HCV-CANTIDAD-EDITADA
002850     MOVE HCV-REGISTROS-GRABADOS TO HCV-CANTIDAD-EDITADA
002860     DISPLAY "Registros grabados en HISTCALC:  "
002870             HCV-CANTIDAD-EDITADA
002880     DISPLAY "Historico HISTCALC recreado en el layout nuevo.".
002890 9000-EXIT.
002900     EXIT.
002910
002920 END PROGRAM HISTCONVIERTE.
