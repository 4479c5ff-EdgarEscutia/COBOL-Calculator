000010*****************************************************************
000020*    TCAMREC.CPY
000030*    Registro del maestro de tipos de cambio TIPCAMB: codigo de
000040*    moneda, fecha desde la que rige el tipo, el tipo mismo
000050*    (unidades de moneda local por unidad de la moneda, con
000060*    seis decimales) y quien y cuando lo grabo.
000070*    Para una fecha dada rige el registro de la misma moneda
000080*    con la mayor fecha de vigencia que no la supere; una
000090*    moneda sin registro vigente para la fecha no tiene tipo.
000100*    Lo mantiene Tesoreria con TIPOCAMBIO; la CALCULADORA lo
000110*    lee para la conversion de moneda (opcion 7).
000120*    Se incluye bajo un nivel 01 provisto por cada programa que
000130*    lo use.
000140*    Modificado: 2026-10-15 EE - creado con la conversion de
000150*    moneda.
000160*****************************************************************
000170     05  TCAM-MONEDA              PIC X(03).
000180     05  TCAM-FECHA               PIC 9(08).
000190     05  TCAM-TIPO                PIC 9(05)V9(06).
000200     05  TCAM-OPERADOR-ID         PIC X(08).
000210     05  TCAM-FECHA-REAL          PIC 9(08).
