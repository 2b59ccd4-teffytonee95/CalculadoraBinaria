      * --- retienen. En ARCHCTL.DAT queda el registro de control de
      * --- cada corrida: cuántas líneas se leyeron, cuántas fueron a
      * --- cada destino y cuántas se retuvieron, para probar que no
      * --- se perdió nada. El corte no puede ser posterior a la fecha
      * --- de proceso de FECHAPRO.DAT: se archivarían líneas de un
      * --- día que todavía no cerró. RETURN-CODE: 0=limpio, 8=sin
      * --- parámetro de corte, corte posterior a la fecha de proceso
      * --- o falla de archivo. ---

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CTL-FILE ASSIGN TO "ARCHCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT FECHAPRO-FILE ASSIGN TO "FECHAPRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FECHAPRO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-RECORD             PIC X(200).

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

       01 WS-PARAM-STATUS    PIC X(2).
       01 WS-TRABAJO-STATUS  PIC X(2).
       01 WS-RESGUARDO-STATUS PIC X(2).
       01 WS-CTL-STATUS      PIC X(2).
       01 WS-FECHAPRO-STATUS PIC X(2).

       01 WS-ORIGEN-NOMBRE   PIC X(64).
       01 WS-TRABAJO-NOMBRE  PIC X(64).
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LEER-FECHA-PROCESO.
           IF WS-CORTE > WS-TIMESTAMP(1:8)
               DISPLAY "ERROR: CORTE=" WS-CORTE " es posterior a la "
                   "fecha de proceso " WS-TIMESTAMP(1:8) "; no se "
                   "depura nada."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND CTL-FILE.
           IF WS-CTL-STATUS = "35"
               OPEN OUTPUT CTL-FILE
      * --- una línea por mes de destino. LEIDAS debe ser igual a
      * --- ARCHIVADAS + RETENIDAS. ---
       EMITIR-CONTROL.
           PERFORM LEER-FECHA-PROCESO.
           MOVE SPACES TO WS-LINEA-CTL.
           STRING "CONTROL ARCHIVO=" WS-ORIGEN-NOMBRE
               " FECHA=" WS-TIMESTAMP
               DISPLAY "ERROR: fallo al escribir en ARCHCTL.DAT "
                   "(status " WS-CTL-STATUS ")."
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
