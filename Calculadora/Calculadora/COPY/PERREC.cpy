000010*****************************************************************
000020*    PERREC.CPY
000030*    Registro del control de periodos PERCTL: una linea por
000040*    evento de cierre de una fecha de negocio, en el orden en
000050*    que ocurrieron (el archivo solo crece).  Los programas de
000060*    fin de dia dejan su resultado y el programa CIERRE lo lee
000070*    para decidir si la fecha puede cerrarse; el cierre y la
000080*    reapertura quedan en el mismo archivo, de modo que el
000090*    ultimo evento CI o RE de una fecha dice si esta cerrada.
000100*    Eventos:
000110*      CN conciliacion (CONCILIA): cantidad = calculos de la
000120*         fecha en el historico (reversos incluidos), importe =
000130*         total de resultados, importe 2 = total de reversos
000140*      VE verificacion (HISTVERIFICA): cubre el historico
000150*         completo y lleva como fecha la del dia en que corrio;
000160*         cantidad = registros leidos
000170*      CO contabilizacion (CONTABILIZA): cantidad = calculos
000180*         posteados de la fecha, importe = total de cargos,
000190*         importe 2 = total de abonos
000200*      CI cierre de la fecha (CIERRE): cantidad e importe de la
000210*         conciliacion, importe 2 = cargos de la poliza; el
000220*         operador que cerro
000230*      RE reapertura de la fecha (CIERRE): el administrador que
000240*         la reabrio y el motivo
000250*    El codigo de retorno es el con que termino el programa;
000260*    la fecha y hora reales son las del evento.
000270*    Se incluye bajo un nivel 01 provisto por cada programa que
000280*    lo use, de forma que el mismo layout sirva para quien
000290*    escribe el control y para quien lo consulta.
000300*    Modificado: 2026-10-15 EE - creado al introducir el cierre
000310*    de fechas de negocio con candado de periodo cerrado.
000320*****************************************************************
000330     05  PER-FECHA                PIC 9(08).
000340     05  PER-EVENTO               PIC X(02).
000350         88  PER-CONCILIACION     VALUE "CN".
000360         88  PER-VERIFICACION     VALUE "VE".
000370         88  PER-CONTABILIZACION  VALUE "CO".
000380         88  PER-CIERRE           VALUE "CI".
000390         88  PER-REAPERTURA       VALUE "RE".
000400     05  PER-RETORNO              PIC 9(02).
000410     05  PER-CANTIDAD             PIC 9(08).
000420     05  PER-IMPORTE              PIC S9(13)V99
000430                                  SIGN LEADING SEPARATE.
000440     05  PER-IMPORTE-2            PIC S9(13)V99
000450                                  SIGN LEADING SEPARATE.
000460     05  PER-OPERADOR-ID          PIC X(08).
000470     05  PER-MOTIVO               PIC X(30).
000480     05  PER-FECHA-REAL           PIC 9(08).
000490     05  PER-HORA-REAL            PIC 9(08).
