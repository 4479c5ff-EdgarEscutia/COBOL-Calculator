000240*    2026-08-23 EE    Version original - conversion del layout
000250*                      viejo de AUDITLOG al layout CALCREC con
000260*                      signo separado y dos decimales.
000262*    2026-10-15 EE    Lectura y copia en 200 posiciones, para
000264*                      que un registro con transaccion y lote
000266*                      se copie entero.
000270*****************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. AUDCONVIERTE.
000531*copia tal cual, para que releer un archivo ya convertido
000532*nunca lo altere.
000540 FD  AUDIT-LOG-FILE.
000550 01  AUDIT-ENTRADA                    PIC X(200).
000560 01  AUDIT-ENTRADA-DESGLOSE.
000570     05  FILLER                       PIC X(25).
000580     05  AUDIT-MARCA-SIGNO            PIC X(01).
000590     05  FILLER                       PIC X(174).
000600
000610 FD  WORK-FILE.
000620 01  WORK-RECORD                      PIC X(200).
000630
000640 WORKING-STORAGE SECTION.
000650*Layout viejo de la bitacora, tal como se escribio hasta el
