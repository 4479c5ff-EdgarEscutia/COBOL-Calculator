000010*****************************************************************
000020*    LCTLREC.CPY
000030*    Registro del control de liberacion de lotes LOTECTL: una
000040*    linea por evento de un lote de BATCHIN, en el orden en que
000050*    ocurrieron (el archivo solo crece).  CAPTLOTE registra cada
000060*    lote capturado como pendiente con las cifras de su cola, y
000070*    LIBERALOTE deja la liberacion o el rechazo que hace un
000080*    segundo operador.  El ultimo evento de un lote dice en que
000090*    situacion esta; la CALCULADORA solo procesa un lote cuyo
000100*    ultimo evento es la liberacion.
000110*    Estados:
000120*      P pendiente de liberacion (CAPTLOTE, IMPORTASUC o
000125*        GENLOTE): el operador que capturo o importo el lote,
000128*        o GENLOTE en los lotes generados desde plantillas
000140*      L liberado (LIBERALOTE): el operador que lo libero
000150*      R rechazado (LIBERALOTE): el operador que lo rechazo y
000160*        el motivo
000170*    La cantidad de detalles y el total hash son los de la cola
000180*    del lote; el capturista se repite en cada evento para que
000190*    la liberacion pueda compararlo sin buscar el pendiente.
000200*    Se incluye bajo un nivel 01 provisto por cada programa que
000210*    lo use, de forma que el mismo layout sirva para quien
000220*    escribe el control y para quien lo consulta.
000230*    Modificado: 2026-10-15 EE - creado con la liberacion de
000240*    lotes por un segundo operador.
000245*    Modificado: 2026-10-15 EE - pendientes de los lotes
000248*    generados (GENLOTE) e importados de sucursales
000249*    (IMPORTASUC).
000250*****************************************************************
000260     05  LCT-LOTE-ID              PIC X(08).
000270     05  LCT-FECHA                PIC 9(08).
000280     05  LCT-ESTADO               PIC X(01).
000290         88  LCT-PENDIENTE        VALUE "P".
000300         88  LCT-LIBERADO         VALUE "L".
000310         88  LCT-RECHAZADO        VALUE "R".
000320     05  LCT-CANT-REG             PIC 9(08).
000330     05  LCT-HASH                 PIC S9(09)V99
000340                                  SIGN LEADING SEPARATE.
000350     05  LCT-CAPTURISTA-ID        PIC X(08).
000360     05  LCT-OPERADOR-ID          PIC X(08).
000370     05  LCT-MOTIVO               PIC X(30).
000380     05  LCT-FECHA-REAL           PIC 9(08).
000390     05  LCT-HORA-REAL            PIC 9(08).
