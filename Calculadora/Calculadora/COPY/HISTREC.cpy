000010*****************************************************************
000020*    HISTREC.CPY
000030*    Registro del historico indexado HISTCALC: la transaccion
000040*    (llave), fecha, hora y operador del calculo, el calculo
000050*    mismo con el layout CALCREC de la bitacora, y su situacion
000060*    de anulacion.
000070*    Estado de la transaccion:
000080*      A (o espacio, registros anteriores) vigente
000090*      V anulada: el enlace apunta a la transaccion de reverso
000100*      R reverso: el enlace apunta a la transaccion anulada
000110*    La anulada conserva su fecha original; el reverso lleva
000120*    como fecha la de la anulacion, que es cuando se contabiliza.
000130*    Ambos llevan la fecha de anulacion y el motivo tecleado por
000140*    el supervisor.
000150*    Se incluye bajo un nivel 01 provisto por cada programa
000160*    que lo use, de forma que el mismo layout sirva para quien
000170*    graba el historico y para quien lo verifica, lo concilia
000180*    o lo contabiliza.
000190*    Modificado: 2026-10-15 EE - creado al agregar la anulacion
000200*    de calculos con su reverso enlazado.
000202*    Modificado: 2026-10-15 EE - moneda y tipo de cambio usados
000204*    en la conversion (opcion 7), para recalcularla y
000206*    contabilizarla; en blanco en las demas operaciones.
000207*    Modificado: 2026-10-15 EE - lote de origen y fecha de su
000208*    encabezado (BATCH-ENC-FECHA), para rastrear el lote; en
000209*    blanco y ceros en los calculos interactivos y los reversos.
000210*****************************************************************
000220     05  HIST-TRANSACCION-ID      PIC X(10).
000230     05  HIST-FECHA               PIC 9(08).
000240     05  HIST-HORA                PIC 9(08).
000250     05  HIST-OPERADOR-ID         PIC X(08).
000260     COPY CALCREC.
000270     05  HIST-ESTADO              PIC X(01).
000280         88  HIST-VIGENTE         VALUES "A" " ".
000290         88  HIST-ANULADA         VALUE "V".
000300         88  HIST-REVERSO         VALUE "R".
000310     05  HIST-ENLACE-ID           PIC X(10).
000320     05  HIST-FECHA-ANULA         PIC 9(08).
000330     05  HIST-MOTIVO-ANULA        PIC X(30).
000340     05  HIST-MONEDA              PIC X(03).
000350     05  HIST-TIPO-CAMBIO         PIC 9(05)V9(06).
000360     05  HIST-LOTE-ID             PIC X(08).
000370     05  HIST-LOTE-FECHA          PIC 9(08).
