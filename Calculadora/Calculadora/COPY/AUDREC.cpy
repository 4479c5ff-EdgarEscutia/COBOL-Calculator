000010*****************************************************************
000020*    AUDREC.CPY
000030*    Registro de la bitacora de auditoria AUDITLOG y de sus
000040*    archivos mensuales AUDARCHAAAAMM: operador, fecha y hora
000050*    del calculo, el calculo mismo con el layout CALCREC y el
000060*    estado (OK, ANULACION o el motivo del error).
000070*    La conversion de moneda (opcion 7) deja ademas la moneda
000080*    y el tipo de cambio usados; los registros grabados antes
000090*    de que existieran terminan en el estado y se leen con
000100*    esos campos en blanco, lo que equivale a "sin conversion".
000110*    Se incluye bajo un nivel 01 provisto por cada programa que
000120*    lo use, de forma que el mismo layout sirva para quien
000130*    escribe la bitacora y para quien la archiva, la resume o
000140*    la concilia.
000142*    Al final van la transaccion del calculo (la misma llave
000144*    que en HISTCALC) y el lote de origen con la fecha de su
000146*    encabezado; en la linea ANULACION la transaccion es la
000148*    anulada y el enlace y el motivo son los del reverso.  Con
000150*    esto el historico puede reconstruirse desde la bitacora.
000152*    Los registros anteriores terminan antes y se leen con la
000154*    transaccion en blanco: no se pueden llevar al historico.
000157*    Modificado: 2026-10-15 EE - creado al sacar el layout de
000160*    los FD de cada programa y agregarle la moneda y el tipo de
000170*    cambio de la conversion.
000172*    Modificado: 2026-10-15 EE - transaccion, enlace y motivo de
000174*    la anulacion y lote de origen, para reconstruir HISTCALC.
000180*****************************************************************
000190     05  AUD-OPERATOR-ID          PIC X(08).
000200     05  AUD-FECHA                PIC 9(08).
000210     05  AUD-HORA                 PIC 9(08).
000220     COPY CALCREC.
000230     05  AUD-ESTADO               PIC X(25).
000240     05  AUD-MONEDA               PIC X(03).
000250     05  AUD-TIPO-CAMBIO          PIC 9(05)V9(06).
000260     05  AUD-TRANSACCION-ID       PIC X(10).
000270     05  AUD-ENLACE-ID            PIC X(10).
000280     05  AUD-MOTIVO-ANULA         PIC X(30).
000290     05  AUD-LOTE-ID              PIC X(08).
000300     05  AUD-LOTE-FECHA           PIC 9(08).
