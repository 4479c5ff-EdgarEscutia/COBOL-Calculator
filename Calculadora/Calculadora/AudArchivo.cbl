000200*    2026-08-23 EE    Version original - corte mensual, archivo
000210*                      fechado por mes, regrabado de la bitacora
000220*                      viva y resumen de lo archivado.
000222*    2026-10-15 EE    Layout de la bitacora al copybook AUDREC,
000224*                      que agrega la moneda y el tipo de cambio
000226*                      de la conversion al final del registro.
000227*    2026-10-15 EE    Los archivos mensual y de trabajo pasan a
000228*                      200 posiciones: la bitacora ya lleva la
000229*                      transaccion, la anulacion y el lote.
000230*****************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. AUDARCHIVO.
000530 DATA DIVISION.
000540 FILE SECTION.
000550*El registro de la bitacora debe coincidir campo a campo con el
000560*AUDIT-LOG-RECORD que escribe CALCULADORA; todo el registro
000570*viene del mismo copybook AUDREC para que ambos programas no se
000580*desalineen cuando el layout cambie.
000590 FD  AUDIT-LOG-FILE.
000600 01  AUDIT-LOG-RECORD.
000610     COPY AUDREC.
000660
000670*Los archivos mensual y de trabajo copian el registro tal cual;
000680*un PIC X holgado evita reescribir este programa cuando el
000690*layout de la bitacora crezca (los espacios finales no se
000700*graban en archivos de lineas).
000710 FD  ARCHIVE-FILE.
000720 01  ARCHIVE-RECORD                   PIC X(200).
000730
000740 FD  WORK-FILE.
000750 01  WORK-RECORD                      PIC X(200).
000760
000770 FD  RESUMEN-FILE.
000780 01  RESUMEN-LINEA                    PIC X(80).
