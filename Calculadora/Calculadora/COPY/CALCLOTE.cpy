000182*    Modificado: 2026-08-23 EE - identificador de transaccion
000184*    al frente del registro; con el se guarda cada calculo en
000186*    el historico HISTCALC y se consulta despues.
000187*    Modificado: 2026-10-15 EE - conversion de moneda (opcion
000188*    7): el primer operando es el importe y los tres primeros
000189*    bytes del segundo llevan el codigo de moneda en lugar de
000190*    un numero; el tipo de cambio sale del maestro TIPCAMB.
000191*****************************************************************
000195     05  CALC-TRANSACCION-ID      PIC X(10).
000200     05  CALC-OPCION              PIC 9.
000210     05  CALC-NUMERO-1            PIC S9(05)V99
