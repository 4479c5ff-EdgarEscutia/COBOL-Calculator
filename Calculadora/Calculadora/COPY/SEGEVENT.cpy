000040*    y operador del evento, el tipo de evento, un detalle
000050*    legible y, para el mantenimiento del maestro de
000060*    operadores, la imagen del registro antes y despues del
000070*    cambio (los 48 bytes originales de OPERMAST; los permisos
000072*    agregados despues van al final del registro).
000080*    Tipos de evento:
000090*      FF firma fallida          FO firma correcta
000100*      FC firma cortada al tercer intento
000110*      RA rechazo de autorizacion
000120*      MA alta de operador       MB baja de operador
000130*      MC cambio de operador
000131*      AN anulacion de un calculo: el detalle lleva el motivo,
000132*         la imagen anterior la transaccion anulada y la
000133*         posterior la transaccion de su reverso
000134*      CF cierre de la fecha de negocio (CIERRE): la imagen
000135*         anterior lleva la fecha cerrada
000136*      RF reapertura de la fecha: el detalle lleva el motivo y
000137*         la imagen anterior la fecha reabierta
000138*      TA alta de un tipo de cambio   TC cambio de un tipo de
000139*         cambio (TIPOCAMBIO): las imagenes llevan el registro
000140*         de TIPCAMB antes y despues
000141*      LL liberacion de un lote   LR rechazo de un lote
000142*         (LIBERALOTE): el detalle lleva el lote, la imagen
000143*         anterior el evento de LOTECTL que se grabo y la
000144*         posterior el motivo del rechazo
000145*      PA alta de plantilla   PC cambio de plantilla
000146*      PB retiro de plantilla (PLANTILLA): las imagenes llevan
000147*         la plantilla (identificador, opcion, base, operando
000148*         fijo o moneda, frecuencia y estado) antes y despues
000149*    Se incluye bajo un nivel 01 provisto por cada programa que
000150*    lo use, de forma que el mismo layout sirva para quien
000160*    escribe la bitacora y para quien la reporta.
000170*    Modificado: 2026-09-02 EE - creado al introducir la
000180*    bitacora de seguridad, separada de la de auditoria.
000181*    Modificado: 2026-10-15 EE - permiso de supervisor antes y
000182*    despues al final del registro (OPERMAST crecio despues de
000183*    las imagenes de 48 bytes, que se conservan para que los
000184*    eventos ya grabados se sigan leyendo igual); tipo AN.
000185*    Modificado: 2026-10-15 EE - tipos CF y RF del cierre y la
000186*    reapertura de la fecha de negocio.
000187*    Modificado: 2026-10-15 EE - permiso de tesoreria antes y
000188*    despues al final del registro; tipos TA y TC.
000189*    Modificado: 2026-10-15 EE - permiso de liberacion de lotes
000190*    antes y despues al final del registro; tipos LL y LR.
000191*    Modificado: 2026-10-15 EE - tipos PA, PC y PB del maestro
000192*    de plantillas.
000193*    Modificado: 2026-10-15 EE - permiso de conversion de moneda
000194*    antes y despues al final del registro.
000195*****************************************************************
000200     05  SEG-FECHA                PIC 9(08).
000210     05  SEG-HORA                 PIC 9(08).
000220     05  SEG-OPERADOR-ID          PIC X(08).
000240     05  SEG-DETALLE              PIC X(30).
000250     05  SEG-IMAGEN-ANTES         PIC X(48).
000260     05  SEG-IMAGEN-DESPUES       PIC X(48).
000270     05  SEG-SUPERV-ANTES         PIC X(01).
000280     05  SEG-SUPERV-DESPUES       PIC X(01).
000290     05  SEG-TESOR-ANTES          PIC X(01).
000300     05  SEG-TESOR-DESPUES        PIC X(01).
000310     05  SEG-LIBERA-ANTES         PIC X(01).
000320     05  SEG-LIBERA-DESPUES       PIC X(01).
000330     05  SEG-CONVER-ANTES         PIC X(01).
000340     05  SEG-CONVER-DESPUES       PIC X(01).
