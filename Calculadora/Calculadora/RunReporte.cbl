000110*                 procesados y rechazados y el codigo de
000120*                 retorno final, para que operaciones revise el
000130*                 trabajo de la noche sin escarbar en la
000135*                 consola.  Los lotes retenidos por falta de
000140*                 liberacion y los descartados se cuentan cada
000145*                 uno en su propia columna.
000150*                 Termina con codigo de retorno 4 si alguna
000155*                 corrida listada no termino limpia.
000160*    Tectonics:   cobc
000170*-----------------------------------------------------------------
000180*    Modification History
000200*    ---------- ----  -------------------------------------------
000210*    2026-09-02 EE    Version original - listado de corridas
000220*                      desatendidas del maestro RUNCTL.
000222*    2026-10-15 EE    Columna de lotes retenidos por falta de
000224*                      liberacion en LOTECTL.
000226*    2026-10-15 EE    Columna de lotes descartados sin procesar.
000230*****************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. RUNREPORTE.
000620 77  RNR-CORRIDAS-SUCIAS PIC 9(08) COMP VALUE ZERO.
000630
000640*Linea de detalle con columnas fijas: fecha de negocio, modo,
000646*lote, cifras, lotes retenidos y descartados, retorno y
000652*fecha/hora reales.
000660 01  RNR-LINEA-CORRIDA.
000670     05  RNR-LIN-FECHA                PIC 9999/99/99.
000680     05  FILLER                       PIC X(01) VALUE SPACES.
000750     05  RNR-LIN-PROCESADOS           PIC ZZZZZZZ9.
000760     05  FILLER                       PIC X(01) VALUE SPACES.
000770     05  RNR-LIN-RECHAZADOS           PIC ZZZZZZZ9.
000772     05  FILLER                       PIC X(02) VALUE SPACES.
000774     05  RNR-LIN-RETENIDOS            PIC ZZZ9.
000776     05  FILLER                       PIC X(02) VALUE SPACES.
000778     05  RNR-LIN-DESCARTADOS          PIC ZZZ9.
000780     05  FILLER                       PIC X(05) VALUE "  RC=".
000790     05  RNR-LIN-RETORNO              PIC 99.
000800     05  FILLER                       PIC X(01) VALUE SPACES.
000810     05  RNR-LIN-FECHA-REAL           PIC 9999/99/99.
000820     05  FILLER                       PIC X(01) VALUE SPACES.
000830     05  RNR-LIN-HORA                 PIC X(08).
000840     05  FILLER                       PIC X(13) VALUE SPACES.
000850
000860*La hora llega como HHMMSSCC; se imprime HH:MM:SS.
000870 01  RNR-HORA-COMPLETA                PIC 9(08) VALUE ZEROS.
001400     MOVE SPACES TO REPORTE-LINEA
001410     STRING "FECHA NEG. M LOTE        LEIDOS PROCESAD RECHAZAD"
001420         DELIMITED BY SIZE
001423         " RETEN" DELIMITED BY SIZE
001426         "  DESC" DELIMITED BY SIZE
001430         "      CORRIO EL" DELIMITED BY SIZE
001440         INTO REPORTE-LINEA
001450     WRITE REPORTE-LINEA.
001800     MOVE RUN-LEIDOS TO RNR-LIN-LEIDOS
001810     MOVE RUN-PROCESADOS TO RNR-LIN-PROCESADOS
001820     MOVE RUN-RECHAZADOS TO RNR-LIN-RECHAZADOS
001821*Las corridas asentadas antes de la liberacion de lotes no
001822*traen la cantidad de retenidos.
001823     IF RUN-LOTES-RETENIDOS IS NOT NUMERIC
001824         MOVE ZERO TO RUN-LOTES-RETENIDOS
001825     END-IF
001826     MOVE RUN-LOTES-RETENIDOS TO RNR-LIN-RETENIDOS
001827*Tampoco traen los descartados las asentadas antes de que el
001828*BATCHIN se regrabara al final de cada corrida.
001829     IF RUN-LOTES-DESCARTADOS IS NOT NUMERIC
001830         MOVE ZERO TO RUN-LOTES-DESCARTADOS
001831     END-IF
001832     MOVE RUN-LOTES-DESCARTADOS TO RNR-LIN-DESCARTADOS
001833     MOVE RUN-RETORNO TO RNR-LIN-RETORNO
001840     MOVE RUN-FECHA-REAL TO RNR-LIN-FECHA-REAL
001850     MOVE RUN-HORA-REAL TO RNR-HORA-COMPLETA
001860     MOVE SPACES TO RNR-LIN-HORA
