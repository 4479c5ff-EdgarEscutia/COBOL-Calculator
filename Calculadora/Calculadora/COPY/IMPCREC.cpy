000010*****************************************************************
000020*    IMPCREC.CPY
000030*    Registro del control de importaciones IMPCTL: una linea por
000040*    cada archivo de sucursal que IMPORTASUC cargo en BATCHIN, en
000050*    el orden en que se importaron (el archivo solo crece).  El
000060*    nombre del archivo recibido (en mayusculas) y su fecha lo
000070*    identifican: un archivo con el mismo nombre y fecha que ya
000080*    esta aqui se rechaza para no cargarlo dos veces.  Lleva el
000090*    lote en que quedo, las lineas leidas, aceptadas y
000100*    rechazadas, el total hash de la cola y quien lo importo.
000110*    Un archivo que no llego a cargarse no se registra.
000120*    Se incluye bajo un nivel 01 provisto por cada programa que
000130*    lo use, de forma que el mismo layout sirva para quien
000140*    escribe el control y para quien lo consulta.
000150*    Modificado: 2026-10-15 EE - creado con la importacion de
000160*    archivos de sucursales.
000170*****************************************************************
000180     05  ICT-ARCHIVO              PIC X(30).
000190     05  ICT-FECHA-ARCHIVO        PIC 9(08).
000200     05  ICT-LOTE-ID              PIC X(08).
000210     05  ICT-LINEAS-LEIDAS        PIC 9(05).
000220     05  ICT-ACEPTADAS            PIC 9(05).
000230     05  ICT-RECHAZADAS           PIC 9(05).
000240     05  ICT-HASH                 PIC S9(09)V99
000250                                  SIGN LEADING SEPARATE.
000260     05  ICT-OPERADOR-ID          PIC X(08).
000270     05  ICT-FECHA-REAL           PIC 9(08).
000280     05  ICT-HORA-REAL            PIC 9(08).
