000030*    Registro del maestro de suspensos SUSPMAST: el estado del
000040*    suspenso, la fecha y el lote de la corrida que lo
000050*    rechazo, el registro de lote original tal cual se leyo
000056*    (layout CALCLOTE, 27 bytes), el motivo del rechazo, el
000062*    numero de registro dentro de su lote y la fecha que traia
000068*    el encabezado del lote (al final del registro; en blanco en
000074*    los suspensos anteriores).
000080*    Estados:
000090*      P pendiente de correccion (lo deja el ciclo de lotes)
000100*      C corregido, listo para reprocesar (lo marca Captura al
000160*    Modificado: 2026-09-02 EE - creado al sustituir los
000170*    archivos sueltos SUSPOUT/SUSPIN por el maestro de
000180*    suspensos persistente con estado.
000183*    Modificado: 2026-10-15 EE - fecha del encabezado del lote,
000186*    para que el reproceso la deje en HISTCALC.
000190*****************************************************************
000200     05  SUSP-ESTADO              PIC X(01).
000210     05  SUSP-FECHA               PIC 9(08).
000230     05  SUSP-DATOS               PIC X(27).
000240     05  SUSP-MOTIVO              PIC X(25).
000250     05  SUSP-NUM-REGISTRO        PIC 9(08).
000260     05  SUSP-LOTE-FECHA          PIC 9(08).
