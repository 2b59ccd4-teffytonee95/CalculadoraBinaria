      * --- y cada línea cuesta una lectura por clave en lugar de un
      * --- barrido completo, así una corrida sobre el mes entero
      * --- concilia todas las claves sin descartar ninguna. ---
      * --- Los cálculos de un lote anulado (estado A en LOTES.DAT) ya
      * --- no cuentan: se apartan en un total propio por archivo. Las
      * --- líneas de reversa de EXPORT.DAT (REVERSA=) tampoco son
      * --- cálculos y se cuentan aparte. ---

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CONC-FILE ASSIGN TO "CONCILIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONC-STATUS.
           SELECT LOTES-FILE ASSIGN TO "LOTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LT-LOTE-ID
               FILE STATUS IS WS-LOTES-STATUS.
           SELECT TRABAJO-FILE ASSIGN TO "RECONWRK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RW-CLAVE
               FILE STATUS IS WS-TRABAJO-STATUS.
           SELECT FECHAPRO-FILE ASSIGN TO "FECHAPRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FECHAPRO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONC-FILE.
       01  CONC-RECORD            PIC X(320).

      * --- Mismo trazado del registro de lotes de BIN-CALC. ---
       FD  LOTES-FILE.
       01  LOTES-RECORD.
           05 LT-LOTE-ID          PIC X(10).
           05 LT-ESTADO           PIC X(1).
              88 LT-ANULADO       VALUE "A".
           05 LT-DEPARTAMENTO     PIC X(20).
           05 LT-FECHA-RECIBIDO   PIC X(8).
           05 LT-FECHA-PROCESO    PIC X(8).
           05 LT-POSTEADOS        PIC 9(9).
           05 LT-RECHAZADOS       PIC 9(9).
           05 LT-REENVIOS         PIC 9(2).

      * --- Archivo de trabajo de la conciliación: una entrada por
      * --- clave con su conteo por archivo. Se trunca al arrancar:
      * --- solo vale para la corrida en curso. ---
           05 RW-CONT-AUD         PIC 9(9).
           05 RW-CONT-EXP         PIC 9(9).

      * --- Mismo trazado del control de la fecha de proceso de
      * --- BIN-CIERRE, que es el único que lo graba. ---
       FD  FECHAPRO-FILE.
       01  FECHAPRO-RECORD.
           05 FP-FECHA-PROCESO    PIC X(8).
           05 FP-ESTADO           PIC X(1).
              88 FP-ABIERTO       VALUE "A".
              88 FP-RETENIDO      VALUE "R".
           05 FP-ULTIMO-CIERRE    PIC X(8).
           05 FP-ACTUALIZADO      PIC X(21).
           05 FP-MOTIVO           PIC X(60).

       WORKING-STORAGE SECTION.

       01 WS-REPORT-STATUS   PIC X(2).
       01 WS-EXPORT-STATUS   PIC X(2).
       01 WS-CONC-STATUS     PIC X(2).
       01 WS-TRABAJO-STATUS  PIC X(2).
       01 WS-LOTES-STATUS    PIC X(2).
       01 WS-FECHAPRO-STATUS PIC X(2).
       01 WS-LOTES-DISPONIBLE PIC X VALUE "N".
          88 LOTES-DISPONIBLE VALUE "S".

       01 WS-EOF-ARCHIVO     PIC X VALUE "N".
          88 FIN-ARCHIVO     VALUE "S".
       01 WS-HALLADO         PIC X VALUE "N".
          88 CLAVE-HALLADA   VALUE "S".

      * --- Lote de la línea en curso: en AUDITLOG.DAT y EXPORT.DAT
      * --- viene en el sufijo LOTE=; en REPORTE.DAT, de la última
      * --- cabecera de lote leída. El último lote consultado en
      * --- LOTES.DAT se recuerda para no releerlo en cada línea. ---
       01 WS-LOTE-LINEA      PIC X(10).
       01 WS-LOTE-REPORTE    PIC X(10) VALUE SPACES.
       01 WS-LOTE-CONSULTADO PIC X(10) VALUE SPACES.
       01 WS-LOTE-ES-ANULADO PIC X VALUE "N".
          88 LOTE-ES-ANULADO VALUE "S".

      * --- Totales de control ---
       01 WS-TOT-REP         PIC 9(9) VALUE 0.
       01 WS-TOT-AUD         PIC 9(9) VALUE 0.
       01 WS-TOT-EXP         PIC 9(9) VALUE 0.
       01 WS-TOT-CLAVES      PIC 9(9) VALUE 0.
       01 WS-TOT-DISCREP     PIC 9(9) VALUE 0.
       01 WS-ANUL-REP        PIC 9(9) VALUE 0.
       01 WS-ANUL-AUD        PIC 9(9) VALUE 0.
       01 WS-ANUL-EXP        PIC 9(9) VALUE 0.
       01 WS-TOT-REVERSAS    PIC 9(9) VALUE 0.

       01 WS-TIMESTAMP       PIC X(21).
       01 WS-LINEA-CONC      PIC X(320).
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT LOTES-FILE.
           IF WS-LOTES-STATUS = "00"
               MOVE "S" TO WS-LOTES-DISPONIBLE
           ELSE
               DISPLAY "AVISO: no se pudo abrir LOTES.DAT (status "
                   WS-LOTES-STATUS "); no se apartan los lotes "
                   "anulados."
           END-IF.
           MOVE 1 TO WS-ARCHIVO-ACTUAL.
           PERFORM CARGAR-REPORTE.
           MOVE 2 TO WS-ARCHIVO-ACTUAL.
           PERFORM CARGAR-EXPORTACION.
           PERFORM EMITIR-CONCILIACION.
           CLOSE TRABAJO-FILE.
           IF LOTES-DISPONIBLE
               CLOSE LOTES-FILE
           END-IF.
           STOP RUN.

      * --- Trunca el archivo de trabajo de la corrida anterior y lo
                       MOVE "S" TO WS-EOF-ARCHIVO
                   NOT AT END
                       MOVE REPORT-RECORD TO WS-LINEA
                       IF WS-LINEA(1:5) = "LOTE="
                           MOVE WS-LINEA(6:10) TO WS-LOTE-REPORTE
                       END-IF
                       PERFORM CLASIFICAR-LINEA
               END-READ
           END-PERFORM.
               INTO WS-DESCARTE WS-RESTO.
           MOVE WS-RESTO(1:64) TO WS-CL-BIN2.

           MOVE 0 TO WS-CANT-DELIM.
           INSPECT WS-LINEA TALLYING WS-CANT-DELIM FOR ALL "REVERSA=".
           IF WS-CANT-DELIM > 0
               ADD 1 TO WS-TOT-REVERSAS
               EXIT PARAGRAPH
           END-IF.
           PERFORM RESOLVER-LOTE-LINEA.
           IF LOTE-ES-ANULADO
               EVALUATE WS-ARCHIVO-ACTUAL
                   WHEN 1
                       ADD 1 TO WS-ANUL-REP
                   WHEN 2
                       ADD 1 TO WS-ANUL-AUD
                   WHEN 3
                       ADD 1 TO WS-ANUL-EXP
               END-EVALUATE
               EXIT PARAGRAPH
           END-IF.

           EVALUATE WS-ARCHIVO-ACTUAL
               WHEN 1
                   ADD 1 TO WS-TOT-REP
           END-EVALUATE.
           PERFORM ACUMULAR-CLAVE.

      * --- Deja en LOTE-ES-ANULADO si la línea en curso pertenece a un
      * --- lote anulado. Las líneas interactivas no tienen lote. ---
       RESOLVER-LOTE-LINEA.
           MOVE SPACES TO WS-LOTE-LINEA.
           IF WS-ARCHIVO-ACTUAL = 1
               MOVE WS-LOTE-REPORTE TO WS-LOTE-LINEA
           ELSE
               MOVE 0 TO WS-CANT-DELIM
               INSPECT WS-LINEA TALLYING WS-CANT-DELIM
                   FOR ALL "LOTE="
               IF WS-CANT-DELIM > 0
                   UNSTRING WS-LINEA DELIMITED BY "LOTE="
                       INTO WS-DESCARTE WS-RESTO
                   MOVE WS-RESTO(1:10) TO WS-LOTE-LINEA
               END-IF
           END-IF.
           IF WS-LOTE-LINEA = WS-LOTE-CONSULTADO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LOTE-LINEA TO WS-LOTE-CONSULTADO.
           MOVE "N" TO WS-LOTE-ES-ANULADO.
           IF WS-LOTE-LINEA = SPACES OR NOT LOTES-DISPONIBLE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LOTE-LINEA TO LT-LOTE-ID.
           READ LOTES-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LT-ANULADO
                       MOVE "S" TO WS-LOTE-ES-ANULADO
                   END-IF
           END-READ.

      * --- Lee la clave en el archivo de trabajo (alta si es nueva) y
      * --- suma 1 al contador del archivo en curso. ---
       ACUMULAR-CLAVE.
                   "(status " WS-CONC-STATUS ")."
               EXIT PARAGRAPH
           END-IF.
           PERFORM LEER-FECHA-PROCESO.
           MOVE SPACES TO WS-LINEA-CONC.
           STRING "CONCILIACION REPORTE/AUDITORIA/EXPORTACION FECHA="
               WS-TIMESTAMP
               " EXPORTACION=" WS-TOT-EXP
               DELIMITED BY SIZE INTO WS-LINEA-CONC.
           PERFORM ESCRIBIR-LINEA-CONC.
           MOVE SPACES TO WS-LINEA-CONC.
           STRING "ANULADOS REPORTE=" WS-ANUL-REP
               " AUDITORIA=" WS-ANUL-AUD
               " EXPORTACION=" WS-ANUL-EXP
               " REVERSAS=" WS-TOT-REVERSAS
               DELIMITED BY SIZE INTO WS-LINEA-CONC.
           PERFORM ESCRIBIR-LINEA-CONC.

           MOVE 0 TO WS-TOT-DISCREP.
           MOVE LOW-VALUES TO RW-CLAVE.
               DISPLAY "ERROR: fallo al escribir en CONCILIA.DAT "
                   "(status " WS-CONC-STATUS ")."
           END-IF.

      * --- Marca de tiempo con la fecha de proceso de FECHAPRO.DAT
      * --- (que solo graba BIN-CIERRE) y la hora del sistema; sin el
      * --- archivo queda la fecha del sistema. ---
       LEER-FECHA-PROCESO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           OPEN INPUT FECHAPRO-FILE.
           IF WS-FECHAPRO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ FECHAPRO-FILE
               AT END
                   MOVE SPACES TO FECHAPRO-RECORD
           END-READ.
           CLOSE FECHAPRO-FILE.
           IF FP-FECHA-PROCESO IS NUMERIC
               MOVE FP-FECHA-PROCESO TO WS-TIMESTAMP(1:8)
           END-IF.
