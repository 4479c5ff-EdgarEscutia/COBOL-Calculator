000010*****************************************************************
000020*    OPERREC.CPY
000030*    Registro del maestro de operadores OPERMAST:
000040*    identificador, nombre, estado (A activo / I inactivo),
000050*    permiso para correr lotes (S/N, que tambien autoriza el
000055*    maestro de plantillas PLANTIL), permiso de administrador
000060*    del maestro (S/N) y siete posiciones S/N de permisos de
000065*    operacion (seis en uso, una por cada operacion del menu
000070*    de la 1 a la 6; la septima fue la de Salir y ya no se
000075*    usa).  Los permisos agregados despues (supervisor para la
000080*    anulacion de calculos, tesoreria para el maestro de tipos
000083*    de cambio, liberacion de lotes, conversion de moneda) van
000086*    al final del registro para que un maestro anterior se lea
000090*    igual: en blanco no autorizan.
000110*    Se incluye bajo un nivel 01 provisto por cada programa que
000120*    lo use, de forma que el mismo layout sirva para la
000130*    CALCULADORA, que lo mantiene, y para los programas que
000140*    solo firman al operador contra el.
000150*    Modificado: 2026-10-15 EE - creado al sacar el layout del
000160*    FD de CALCULADORA para que el cierre de fechas firme contra
000170*    el mismo maestro.
000173*    Modificado: 2026-10-15 EE - permiso de tesoreria para
000176*    mantener el maestro de tipos de cambio TIPCAMB.
000177*    Modificado: 2026-10-15 EE - permiso para liberar o rechazar
000178*    lotes capturados por otro operador (LIBERALOTE).
000179*    Modificado: 2026-10-15 EE - el permiso de lotes autoriza
000182*    tambien el mantenimiento de plantillas (PLANTILLA).
000183*    Modificado: 2026-10-15 EE - permiso propio para la
000184*    conversion de moneda; la septima posicion de OPM-PERMISOS
000185*    (la antigua de Salir) ya no autoriza nada.
000186*****************************************************************
000190     05  OPM-ID                   PIC X(08).
000200     05  OPM-NOMBRE               PIC X(30).
000210     05  OPM-ESTADO               PIC X(01).
000220     05  OPM-PERMISO-LOTE         PIC X(01).
000230     05  OPM-PERMISO-ADMIN        PIC X(01).
000240     05  OPM-PERMISOS             PIC X(07).
000250     05  OPM-PERMISO-SUPERV       PIC X(01).
000260     05  OPM-PERMISO-TESOR        PIC X(01).
000270     05  OPM-PERMISO-LIBERA       PIC X(01).
000280     05  OPM-PERMISO-CONVER       PIC X(01).
