000217*                      salieron del archivo, para que un rango
000218*                      que cruza el corte mensual ya no se
000219*                      quede corto en silencio.
000221*    2026-10-15 EE    Conversion de moneda (opcion 7) en los
000223*                      conteos por operacion.  Layout de la
000225*                      bitacora al copybook AUDREC.
000226*    2026-10-15 EE    El archivo mensual se lee en 200
000227*                      posiciones, como lo deja AUDARCHIVO.
000228*****************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. AUDRESUMEN.
000250 AUTHOR. EQUIPO DE SISTEMAS ADMINISTRATIVOS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430*El registro de la bitacora debe coincidir campo a campo con el
000440*AUDIT-LOG-RECORD que escribe CALCULADORA; todo el registro
000450*viene del mismo copybook AUDREC para que ambos programas no se
000460*desalineen cuando el layout cambie.
000470 FD  AUDIT-LOG-FILE.
000480 01  AUDIT-LOG-RECORD.
000490     COPY AUDREC.
000540
000542*El archivo mensual trae el mismo registro; se lee crudo y se
000543*pasa al area de trabajo comun, igual que cada registro de la
000544*bitacora viva, para que los acumuladores no distingan de
000545*donde vino.
000546 FD  ARCHIVE-FILE.
000547 01  ARCHIVE-RECORD                   PIC X(200).
000548
000550 FD  RESUMEN-FILE.
000560 01  RESUMEN-LINEA                    PIC X(80).
000910         10  RES-OPERADOR-ID          PIC X(08).
000920         10  RES-OPERADOR-TOTAL       PIC 9(08) COMP.
000930
000940*Conteos por tipo de operacion (1=SUMA ... 7=CONVERSION).
000950 01  RES-TABLA-OPERACIONES.
000960     05  RES-OPERACION-TOTAL PIC 9(08) COMP OCCURS 7 TIMES.
000970
002530     ADD 1 TO RES-REGISTROS-RANGO
002540     PERFORM 2300-ACUMULAR-OPERADOR THRU 2300-EXIT
002550     IF CALC-OPCION OF RES-REGISTRO-TRABAJO > 0
002560        AND CALC-OPCION OF RES-REGISTRO-TRABAJO < 8
002570         ADD 1 TO RES-OPERACION-TOTAL
002580             (CALC-OPCION OF RES-REGISTRO-TRABAJO)
002590     END-IF
004160         INTO RESUMEN-LINEA
004170     WRITE RESUMEN-LINEA
004180     PERFORM 3310-LINEA-OPERACION THRU 3310-EXIT
004190         VARYING RES-SUB FROM 1 BY 1 UNTIL RES-SUB > 7
004200     MOVE SPACES TO RESUMEN-LINEA
004210     WRITE RESUMEN-LINEA.
004220 3300-EXIT.
004360             MOVE "PORCENTAJE" TO RES-NOMBRE-OPERACION
004370         WHEN 6
004380             MOVE "MODULO" TO RES-NOMBRE-OPERACION
004383         WHEN 7
004386             MOVE "CONVERSION" TO RES-NOMBRE-OPERACION
004390     END-EVALUATE
004400     MOVE RES-OPERACION-TOTAL (RES-SUB) TO RES-CANTIDAD-EDITADA
004410     MOVE SPACES TO RESUMEN-LINEA
