000010*****************************************************************
000020*    PLANREC.CPY
000030*    Registro del maestro de plantillas de calculo PLANTIL: un
000040*    calculo que se repite (tasas de provision, prorrateos,
000050*    comisiones fijas) con su opcion, el importe base que va
000060*    como primer numero, el operando fijo que va como segundo
000070*    (en la conversion de moneda, el codigo de la moneda en su
000080*    lugar) y la frecuencia con que vence:
000090*      D diaria: todas las fechas de negocio
000100*      S semanal: el dia de la semana indicado (1 lunes a
000110*        7 domingo)
000120*      M fin de mes: el ultimo dia del mes
000130*    Una plantilla retirada (R) ya no genera, pero se conserva
000140*    para saber que existio.  Cada registro queda con quien y
000150*    cuando lo grabo.  PLANTILLA mantiene el maestro y GENLOTE
000160*    lo lee para armar en BATCHIN los lotes de una fecha.
000170*    Se incluye bajo un nivel 01 provisto por cada programa que
000180*    lo use, de forma que el mismo layout sirva para quien
000190*    mantiene el maestro y para quien lo consulta.
000200*    Modificado: 2026-10-15 EE - creado con la generacion
000210*    automatica de lotes desde plantillas.
000220*****************************************************************
000230     05  PLN-ID                   PIC X(08).
000240     05  PLN-DESCRIPCION          PIC X(30).
000250     05  PLN-OPCION               PIC 9(01).
000260     05  PLN-NUMERO-BASE          PIC S9(05)V99
000270                                  SIGN LEADING SEPARATE.
000280     05  PLN-OPERANDO-FIJO        PIC S9(05)V99
000290                                  SIGN LEADING SEPARATE.
000300     05  PLN-MONEDA               PIC X(03).
000310     05  PLN-FRECUENCIA           PIC X(01).
000320         88  PLN-DIARIA           VALUE "D".
000330         88  PLN-SEMANAL          VALUE "S".
000340         88  PLN-FIN-DE-MES       VALUE "M".
000350     05  PLN-DIA-SEMANA           PIC 9(01).
000360     05  PLN-ESTADO               PIC X(01).
000370         88  PLN-ACTIVA           VALUE "A".
000380         88  PLN-RETIRADA         VALUE "R".
000390     05  PLN-OPERADOR-ID          PIC X(08).
000400     05  PLN-FECHA-REAL           PIC 9(08).
