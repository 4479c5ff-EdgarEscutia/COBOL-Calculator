000070*    codigo de retorno final y la fecha y hora reales en que
000080*    corrio.  Con el se rechaza una tarjeta montada dos veces
000090*    para la misma fecha y se arma el reporte matutino de
000094*    corridas.  Los lotes retenidos son los que la corrida no
000098*    proceso por no estar liberados en LOTECTL; se anota el
000102*    ultimo de ellos.  Los descartados son los que no podran
000106*    procesarse nunca y salieron del BATCHIN sin postearse.
000110*    Se incluye bajo un nivel 01 provisto por cada programa
000120*    que lo use, de forma que el mismo layout sirva para quien
000130*    escribe el maestro y para quien lo reporta.
000140*    Modificado: 2026-09-02 EE - creado al introducir el
000150*    maestro de corridas desatendidas.
000152*    Modificado: 2026-10-15 EE - lotes retenidos por falta de
000154*    liberacion al final del registro.
000156*    Modificado: 2026-10-15 EE - lotes descartados al final del
000158*    registro.
000160*****************************************************************
000170     05  RUN-FECHA                PIC 9(08).
000180     05  RUN-MODO                 PIC X(01).
000230     05  RUN-RETORNO              PIC 9(02).
000240     05  RUN-FECHA-REAL           PIC 9(08).
000250     05  RUN-HORA-REAL            PIC 9(08).
000260     05  RUN-LOTES-RETENIDOS      PIC 9(04).
000270     05  RUN-ULTIMO-RETENIDO      PIC X(08).
000280     05  RUN-LOTES-DESCARTADOS    PIC 9(04).
