000210*    2026-09-02 EE    Version original - listado de eventos de
000220*                      seguridad por rango de fechas y
000230*                      operador.
000231*    2026-10-15 EE    Evento AN (anulacion de calculo) con la
000232*                      transaccion anulada y su reverso, y el
000233*                      permiso de supervisor junto a la imagen
000234*                      del maestro en los movimientos.
000235*    2026-10-15 EE    Eventos CF y RF (cierre y reapertura de
000236*                      la fecha de negocio desde CIERRE).
000237*    2026-10-15 EE    Permiso de tesoreria junto al de
000238*                      supervisor en los movimientos del maestro,
000239*                      y eventos TA y TC (alta y cambio de tipo de
000240*                      cambio desde TIPOCAMBIO) con el antes y el
000241*                      despues.
000242*    2026-10-15 EE    Permiso de liberacion de lotes en los
000243*                      movimientos del maestro, y eventos LL y LR
000244*                      (liberacion y rechazo de lotes desde
000245*                      LIBERALOTE) con el evento de LOTECTL.
000246*    2026-10-15 EE    Eventos PA, PC y PB (alta, cambio y
000247*                      retiro de plantillas desde PLANTILLA) con
000248*                      el antes y el despues.
000249*    2026-10-15 EE    Permiso de conversion de moneda en los
000250*                      movimientos del maestro.
000251*    2026-10-15 EE    Evento TD (depuracion de tipos de cambio
000252*                      superados desde TIPOCAMBIO).
000253*****************************************************************
000254 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. SEGREPORTE.
000270 AUTHOR. EQUIPO DE SISTEMAS ADMINISTRATIVOS.
000280 INSTALLATION. DEPARTAMENTO DE CONTABILIDAD.
002260     EXIT.
002270
002280*Un movimiento de mantenimiento imprime ademas la imagen del
002290*registro del maestro antes y despues del cambio, con el
002292*permiso de supervisor que el evento lleva aparte (en blanco en
002294*los eventos anteriores a ese permiso).  Una anulacion imprime
002296*la transaccion anulada y la de su reverso.
002300 2200-LISTAR-EVENTO.
002310     ADD 1 TO SGR-EVENTOS-LISTADOS
002320     PERFORM 2300-NOMBRAR-EVENTO THRU 2300-EXIT
002500         MOVE SPACES TO REPORTE-LINEA
002510         STRING "    ANTES:   " DELIMITED BY SIZE
002520             SEG-IMAGEN-ANTES DELIMITED BY SIZE
002521             " SUPERV: " DELIMITED BY SIZE
002522             SEG-SUPERV-ANTES DELIMITED BY SIZE
002523             " TESOR: " DELIMITED BY SIZE
002524             SEG-TESOR-ANTES DELIMITED BY SIZE
002525             " LIBERA: " DELIMITED BY SIZE
002526             SEG-LIBERA-ANTES DELIMITED BY SIZE
002527             " CONVER: " DELIMITED BY SIZE
002528             SEG-CONVER-ANTES DELIMITED BY SIZE
002530             INTO REPORTE-LINEA
002540         WRITE REPORTE-LINEA
002550         MOVE SPACES TO REPORTE-LINEA
002560         STRING "    DESPUES: " DELIMITED BY SIZE
002570             SEG-IMAGEN-DESPUES DELIMITED BY SIZE
002571             " SUPERV: " DELIMITED BY SIZE
002572             SEG-SUPERV-DESPUES DELIMITED BY SIZE
002573             " TESOR: " DELIMITED BY SIZE
002574             SEG-TESOR-DESPUES DELIMITED BY SIZE
002575             " LIBERA: " DELIMITED BY SIZE
002576             SEG-LIBERA-DESPUES DELIMITED BY SIZE
002577             " CONVER: " DELIMITED BY SIZE
002578             SEG-CONVER-DESPUES DELIMITED BY SIZE
002580             INTO REPORTE-LINEA
002590         WRITE REPORTE-LINEA
002591     END-IF
002592     IF SEG-TIPO-EVENTO = "AN"
002593         MOVE SPACES TO REPORTE-LINEA
002594         STRING "    ANULADA: " DELIMITED BY SIZE
002595             SEG-IMAGEN-ANTES DELIMITED BY SPACE
002596             "  REVERSO: " DELIMITED BY SIZE
002597             SEG-IMAGEN-DESPUES DELIMITED BY SPACE
002598             INTO REPORTE-LINEA
002599         WRITE REPORTE-LINEA
002600     END-IF
002601*Los movimientos de tipos de cambio y de plantillas traen el
002602*registro antes y despues; un alta solo trae el despues.
002603     IF SEG-TIPO-EVENTO = "TA" OR SEG-TIPO-EVENTO = "TC"
002604        OR SEG-TIPO-EVENTO = "PA" OR SEG-TIPO-EVENTO = "PC"
002605        OR SEG-TIPO-EVENTO = "PB"
002606         IF SEG-TIPO-EVENTO NOT = "TA" AND
002607            SEG-TIPO-EVENTO NOT = "PA"
002608             MOVE SPACES TO REPORTE-LINEA
002609             STRING "    ANTES:   " DELIMITED BY SIZE
002610                 SEG-IMAGEN-ANTES DELIMITED BY SIZE
002611                 INTO REPORTE-LINEA
002612             WRITE REPORTE-LINEA
002613         END-IF
002614         MOVE SPACES TO REPORTE-LINEA
002615         STRING "    DESPUES: " DELIMITED BY SIZE
002616             SEG-IMAGEN-DESPUES DELIMITED BY SIZE
002617             INTO REPORTE-LINEA
002618         WRITE REPORTE-LINEA
002619     END-IF
002620*La fecha cerrada o reabierta viaja en la imagen anterior; el
002621*motivo de la reapertura ya salio como detalle del evento.
002622     IF SEG-TIPO-EVENTO = "CF" OR SEG-TIPO-EVENTO = "RF"
002623         MOVE SPACES TO REPORTE-LINEA
002624         STRING "    FECHA DE NEGOCIO: " DELIMITED BY SIZE
002625             SEG-IMAGEN-ANTES DELIMITED BY SPACE
002626             INTO REPORTE-LINEA
002627         WRITE REPORTE-LINEA
002628     END-IF
002629*La liberacion y el rechazo traen el evento grabado en LOTECTL
002630*(lote, fecha, estado, cantidad, total hash y capturista); el
002631*rechazo trae ademas su motivo.
002632     IF SEG-TIPO-EVENTO = "LL" OR SEG-TIPO-EVENTO = "LR"
002633         MOVE SPACES TO REPORTE-LINEA
002634         STRING "    LOTECTL: " DELIMITED BY SIZE
002635             SEG-IMAGEN-ANTES DELIMITED BY SIZE
002636             INTO REPORTE-LINEA
002637         WRITE REPORTE-LINEA
002638         IF SEG-TIPO-EVENTO = "LR"
002639             MOVE SPACES TO REPORTE-LINEA
002640             STRING "    MOTIVO:  " DELIMITED BY SIZE
002641                 SEG-IMAGEN-DESPUES DELIMITED BY SIZE
002642                 INTO REPORTE-LINEA
002643             WRITE REPORTE-LINEA
002644         END-IF
002645     END-IF.
002646 2200-EXIT.
002647     EXIT.
002648
002649 2300-NOMBRAR-EVENTO.
002650     EVALUATE SEG-TIPO-EVENTO
002660         WHEN "FF"
002670             MOVE "FIRMA FALLIDA" TO SGR-NOMBRE-EVENTO
002790             MOVE "BAJA DE OPERADOR" TO SGR-NOMBRE-EVENTO
002800         WHEN "MC"
002810             MOVE "CAMBIO DE OPERADOR" TO SGR-NOMBRE-EVENTO
002811         WHEN "AN"
002812             MOVE "ANULACION DE CALCULO" TO SGR-NOMBRE-EVENTO
002813         WHEN "CF"
002814             MOVE "CIERRE DE FECHA" TO SGR-NOMBRE-EVENTO
002815         WHEN "RF"
002816             MOVE "REAPERTURA DE FECHA" TO SGR-NOMBRE-EVENTO
002817         WHEN "TA"
002818             MOVE "ALTA DE TIPO DE CAMBIO" TO SGR-NOMBRE-EVENTO
002819         WHEN "TC"
002820             MOVE "CAMBIO DE TIPO DE CAMBIO" TO SGR-NOMBRE-EVENTO
002821         WHEN "TD"
002822             MOVE "DEPURACION DE TIPOS DE CAMBIO"
002823                 TO SGR-NOMBRE-EVENTO
002824         WHEN "LL"
002825             MOVE "LIBERACION DE LOTE" TO SGR-NOMBRE-EVENTO
002826         WHEN "LR"
002827             MOVE "RECHAZO DE LOTE" TO SGR-NOMBRE-EVENTO
002828         WHEN "PA"
002829             MOVE "ALTA DE PLANTILLA" TO SGR-NOMBRE-EVENTO
002830         WHEN "PC"
002831             MOVE "CAMBIO DE PLANTILLA" TO SGR-NOMBRE-EVENTO
002832         WHEN "PB"
002833             MOVE "RETIRO DE PLANTILLA" TO SGR-NOMBRE-EVENTO
002834         WHEN OTHER
002835             MOVE "EVENTO DESCONOCIDO" TO SGR-NOMBRE-EVENTO
002840     END-EVALUATE.
002850 2300-EXIT.
002860     EXIT.
