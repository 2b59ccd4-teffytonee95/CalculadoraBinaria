      * --- CONCILIA.DAT informa TOTAL DISCREPANCIAS mayor que cero o
      * --- si BIN-VERIF halló diferencias aritméticas (el cierre
      * --- lleva un control de integridad aritmética, no solo de
      * --- conteos). Al final corre siempre BIN-SEGUR (también si el
      * --- día ya quedó retenido: una corrida rechazada por clave es
      * --- justamente un incidente); sus incidentes no retienen el
      * --- día pero se copian a CIERRE.DAT, y solo una falla del paso
      * --- lo retiene. El informe consolidado queda en CIERRE.DAT: qué
      * --- pasos corrieron, sus RC, los incidentes de seguridad y el
      * --- veredicto final.
      * --- El cierre es el único dueño de FECHAPRO.DAT, el control de
      * --- la fecha de proceso con que todos los programas fechan su
      * --- trabajo: lo crea con la fecha del sistema si no existe,
      * --- y al cerrar el día anota la fecha como último cierre y
      * --- avanza al día siguiente. Un día retenido queda marcado R
      * --- con su motivo y la fecha NO avanza: el cierre se vuelve a
      * --- correr sobre el mismo día hasta que cierre, aunque sea a
      * --- la mañana siguiente. Una fecha de proceso que no es
      * --- posterior al último cierre se rechaza sin correr nada.
      * --- RETURN-CODE: 0=día cerrado, 8=día retenido. ---

       ENVIRONMENT DIVISION.
           SELECT CIERRE-FILE ASSIGN TO "CIERRE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIERRE-STATUS.
           SELECT SEGUR-FILE ASSIGN TO "SEGURIDAD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEGUR-STATUS.
           SELECT FECHAPRO-FILE ASSIGN TO "FECHAPRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FECHAPRO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CIERRE-FILE.
       01  CIERRE-RECORD          PIC X(132).

       FD  SEGUR-FILE.
       01  SEGUR-RECORD           PIC X(132).

      * --- Control de la fecha de proceso, un solo registro: la
      * --- fecha del día hábil en curso, su estado (A=abierto,
      * --- R=retenido por el último cierre), la fecha del último día
      * --- cerrado, cuándo se actualizó y el motivo de la retención.
      * --- Los demás programas solo lo leen. ---
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
       01 WS-CONC-STATUS     PIC X(2).
       01 WS-CIERRE-STATUS   PIC X(2).
       01 WS-SEGUR-STATUS    PIC X(2).
       01 WS-FECHAPRO-STATUS PIC X(2).

      * --- Fecha de proceso del día que se cierra y la que queda
      * --- para el día siguiente si cierra. ---
       01 WS-FECHA-PROCESO   PIC X(8).
       01 WS-FECHA-PROCESO-N REDEFINES WS-FECHA-PROCESO PIC 9(8).
       01 WS-FECHA-SIGUIENTE PIC X(8) VALUE SPACES.
       01 WS-FECHA-SIGUIENTE-N REDEFINES WS-FECHA-SIGUIENTE
                             PIC 9(8).
       01 WS-DIA-PROCESO     PIC 9(9) COMP.

      * --- Estado de cada paso de la secuencia: N=no corrió,
      * --- S=corrió. El RC es el RETURN-CODE que dejó el paso
          88 AUDIT-CORRIO    VALUE "S".
       01 WS-PASO-VERIF      PIC X VALUE "N".
          88 VERIF-CORRIO    VALUE "S".
       01 WS-PASO-SEGUR      PIC X VALUE "N".
          88 SEGUR-CORRIO    VALUE "S".
       01 WS-RC-CALC         PIC S9(4) VALUE 0.
       01 WS-RC-RECON        PIC S9(4) VALUE 0.
       01 WS-RC-AUDIT        PIC S9(4) VALUE 0.
       01 WS-RC-VERIF        PIC S9(4) VALUE 0.
       01 WS-RC-SEGUR        PIC S9(4) VALUE 0.
       01 WS-RC-ED           PIC -9(4).

       01 WS-COMANDO         PIC X(64).
       01 WS-TIMESTAMP       PIC X(21).
       01 WS-LINEA-CIERRE    PIC X(132).

      * --- Copia de los hallazgos de SEGURIDAD.DAT: las líneas que
      * --- empiezan con "***" y el total de incidentes. Pasado el
      * --- máximo se remite al informe completo. ---
       01 WS-EOF-SEGUR       PIC X VALUE "N".
          88 FIN-SEGUR-FILE  VALUE "S".
       01 WS-HALLAZGOS       PIC 9(4) COMP VALUE 0.
       01 WS-HALLAZGOS-MAX   PIC 9(4) COMP VALUE 40.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "Cierre de día: inicio de la secuencia nocturna.".
           PERFORM ABRIR-FECHA-PROCESO.
           PERFORM EJECUTAR-CALC.
           IF WS-MOTIVO-RETENIDO = SPACES
               PERFORM EJECUTAR-RECON
               PERFORM EJECUTAR-VERIF
               PERFORM CONTROLAR-CONCILIACION
           END-IF.
           PERFORM EJECUTAR-SEGUR.
           PERFORM ACTUALIZAR-FECHA-PROCESO.
           PERFORM EMITIR-INFORME-CIERRE.
           IF WS-MOTIVO-RETENIDO = SPACES
               DISPLAY "Cierre de día: DIA CERRADO."
           END-IF.
           STOP RUN.

      * --- Lee FECHAPRO.DAT antes de lanzar ningún paso; si no
      * --- existe lo crea abierto con la fecha del sistema. Una fecha
      * --- ilegible o que no es posterior al último cierre detiene el
      * --- cierre: correr sobre un día ya cerrado lo postearía dos
      * --- veces. ---
       ABRIR-FECHA-PROCESO.
           OPEN INPUT FECHAPRO-FILE.
           IF WS-FECHAPRO-STATUS = "35"
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               MOVE SPACES TO FECHAPRO-RECORD
               MOVE WS-TIMESTAMP(1:8) TO FP-FECHA-PROCESO
               MOVE "A" TO FP-ESTADO
               MOVE WS-TIMESTAMP TO FP-ACTUALIZADO
               PERFORM GRABAR-FECHA-PROCESO
               IF WS-FECHAPRO-STATUS NOT = "00"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "AVISO: FECHAPRO.DAT no existía; se crea con "
                   "fecha de proceso " FP-FECHA-PROCESO "."
           ELSE
               IF WS-FECHAPRO-STATUS NOT = "00"
                   DISPLAY "ERROR: no se pudo abrir FECHAPRO.DAT "
                       "(status " WS-FECHAPRO-STATUS "); no se "
                       "cierra."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ FECHAPRO-FILE
                   AT END
                       MOVE SPACES TO FECHAPRO-RECORD
               END-READ
               CLOSE FECHAPRO-FILE
           END-IF.
           MOVE FP-FECHA-PROCESO TO WS-FECHA-PROCESO.
           IF WS-FECHA-PROCESO IS NOT NUMERIC
               DISPLAY "ERROR: FECHAPRO.DAT sin fecha de proceso "
                   "legible; no se cierra."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-FECHA-PROCESO-N)
                   NOT = 0
               DISPLAY "ERROR: fecha de proceso inválida en "
                   "FECHAPRO.DAT: " WS-FECHA-PROCESO "; no se cierra."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF FP-ULTIMO-CIERRE NOT = SPACES
                   AND WS-FECHA-PROCESO NOT > FP-ULTIMO-CIERRE
               DISPLAY "ERROR: la fecha de proceso " WS-FECHA-PROCESO
                   " ya está cerrada (último cierre "
                   FP-ULTIMO-CIERRE "); no se cierra."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF FP-RETENIDO
               DISPLAY "Cierre de día: se reintenta el día retenido "
                   WS-FECHA-PROCESO " (" FP-MOTIVO ")."
           ELSE
               DISPLAY "Cierre de día: fecha de proceso "
                   WS-FECHA-PROCESO "."
           END-IF.

      * --- Día cerrado: la fecha pasa a último cierre y avanza al
      * --- día siguiente. Día retenido: queda R con su motivo y la
      * --- fecha no se mueve. Si el control no puede grabarse el día
      * --- no puede darse por cerrado. ---
       ACTUALIZAR-FECHA-PROCESO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP TO FP-ACTUALIZADO.
           IF WS-MOTIVO-RETENIDO = SPACES
               COMPUTE WS-DIA-PROCESO =
                   FUNCTION INTEGER-OF-DATE (WS-FECHA-PROCESO-N) + 1
               COMPUTE WS-FECHA-SIGUIENTE-N =
                   FUNCTION DATE-OF-INTEGER (WS-DIA-PROCESO)
               MOVE WS-FECHA-PROCESO TO FP-ULTIMO-CIERRE
               MOVE WS-FECHA-SIGUIENTE TO FP-FECHA-PROCESO
               MOVE "A" TO FP-ESTADO
               MOVE SPACES TO FP-MOTIVO
           ELSE
               MOVE WS-FECHA-PROCESO TO FP-FECHA-PROCESO
               MOVE "R" TO FP-ESTADO
               MOVE WS-MOTIVO-RETENIDO TO FP-MOTIVO
           END-IF.
           PERFORM GRABAR-FECHA-PROCESO.
           IF WS-FECHAPRO-STATUS NOT = "00"
               MOVE SPACES TO WS-FECHA-SIGUIENTE
               IF WS-MOTIVO-RETENIDO = SPACES
                   MOVE "no se pudo avanzar la fecha en FECHAPRO.DAT"
                       TO WS-MOTIVO-RETENIDO
               END-IF
           END-IF.

       GRABAR-FECHA-PROCESO.
           OPEN OUTPUT FECHAPRO-FILE.
           IF WS-FECHAPRO-STATUS NOT = "00"
               DISPLAY "ERROR: no se pudo grabar FECHAPRO.DAT "
                   "(status " WS-FECHAPRO-STATUS ")."
               EXIT PARAGRAPH
           END-IF.
           WRITE FECHAPRO-RECORD.
           IF WS-FECHAPRO-STATUS NOT = "00"
               DISPLAY "ERROR: fallo al escribir en FECHAPRO.DAT "
                   "(status " WS-FECHAPRO-STATUS ")."
           END-IF.
           CLOSE FECHAPRO-FILE.

      * --- Paso 1: BIN-CALC desatendido. Sin BINCALC.PRM el programa
      * --- arrancaría interactivo y dejaría colgada la corrida
      * --- nocturna, así que su presencia se verifica antes. ---
               END-IF
           END-IF.

      * --- Paso 5: informe de seguridad de accesos (RC 4 = hay
      * --- incidentes: se informan en CIERRE.DAT, no retienen). ---
       EJECUTAR-SEGUR.
           MOVE "./bin-segur" TO WS-COMANDO.
           PERFORM EJECUTAR-COMANDO.
           MOVE RETURN-CODE TO WS-RC-SEGUR.
           MOVE 0 TO RETURN-CODE.
           MOVE "S" TO WS-PASO-SEGUR.
           DISPLAY "Paso BIN-SEGUR finalizado. RC=" WS-RC-SEGUR.
           IF WS-RC-SEGUR > 4 OR WS-RC-SEGUR < 0
               IF WS-MOTIVO-RETENIDO = SPACES
                   MOVE "BIN-SEGUR fallo (RC distinto de 0/4)"
                       TO WS-MOTIVO-RETENIDO
               END-IF
           END-IF.

      * --- Lanza el comando del paso en curso; el RC del paso queda
      * --- en RETURN-CODE. CALL "SYSTEM" devuelve el estado de espera
      * --- crudo, no el código de salida del hijo: un paso que
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE SPACES TO WS-LINEA-CIERRE.
           STRING "INFORME DE CIERRE DE DIA  FECHA="
               WS-FECHA-PROCESO "  EMITIDO=" WS-TIMESTAMP
               DELIMITED BY SIZE INTO WS-LINEA-CIERRE.
           PERFORM ESCRIBIR-LINEA-CIERRE.
           PERFORM INFORMAR-PASO-CALC.
           PERFORM INFORMAR-PASO-RECON.
           PERFORM INFORMAR-PASO-AUDIT.
           PERFORM INFORMAR-PASO-VERIF.
           PERFORM INFORMAR-PASO-SEGUR.
           MOVE SPACES TO WS-LINEA-CIERRE.
           STRING "TOTAL DISCREPANCIAS CONCILIADAS="
               WS-DISCREPANCIAS
               DELIMITED BY SIZE INTO WS-LINEA-CIERRE.
           PERFORM ESCRIBIR-LINEA-CIERRE.
           PERFORM COPIAR-HALLAZGOS-SEGUR.
           MOVE SPACES TO WS-LINEA-CIERRE.
           IF WS-MOTIVO-RETENIDO = SPACES
               MOVE "VEREDICTO: DIA CERRADO" TO WS-LINEA-CIERRE
                   DELIMITED BY SIZE INTO WS-LINEA-CIERRE
           END-IF.
           PERFORM ESCRIBIR-LINEA-CIERRE.
           MOVE SPACES TO WS-LINEA-CIERRE.
           IF WS-FECHA-SIGUIENTE NOT = SPACES
               STRING "FECHA DE PROCESO SIGUIENTE="
                   WS-FECHA-SIGUIENTE
                   DELIMITED BY SIZE INTO WS-LINEA-CIERRE
           ELSE
               STRING "FECHA DE PROCESO SIN AVANZAR="
                   WS-FECHA-PROCESO
                   DELIMITED BY SIZE INTO WS-LINEA-CIERRE
           END-IF.
           PERFORM ESCRIBIR-LINEA-CIERRE.
           CLOSE CIERRE-FILE.
           DISPLAY "Informe de cierre emitido. Ver CIERRE.DAT".

           END-IF.
           PERFORM ESCRIBIR-LINEA-CIERRE.

       INFORMAR-PASO-SEGUR.
           MOVE SPACES TO WS-LINEA-CIERRE.
           IF SEGUR-CORRIO
               MOVE WS-RC-SEGUR TO WS-RC-ED
               STRING "PASO BIN-SEGUR: CORRIO RC=" WS-RC-ED
                   DELIMITED BY SIZE INTO WS-LINEA-CIERRE
           ELSE
               MOVE "PASO BIN-SEGUR: NO CORRIO" TO WS-LINEA-CIERRE
           END-IF.
           PERFORM ESCRIBIR-LINEA-CIERRE.

      * --- Incidentes de seguridad del día, tal como los emitió
      * --- BIN-SEGUR, para que queden en el registro del cierre. ---
       COPIAR-HALLAZGOS-SEGUR.
           IF NOT SEGUR-CORRIO OR WS-RC-SEGUR > 4 OR WS-RC-SEGUR < 0
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT SEGUR-FILE.
           IF WS-SEGUR-STATUS NOT = "00"
               MOVE SPACES TO WS-LINEA-CIERRE
               STRING "INCIDENTES DE SEGURIDAD: no se pudo leer "
                   "SEGURIDAD.DAT"
                   DELIMITED BY SIZE INTO WS-LINEA-CIERRE
               PERFORM ESCRIBIR-LINEA-CIERRE
               EXIT PARAGRAPH
           END-IF.
           MOVE "INCIDENTES DE SEGURIDAD:" TO WS-LINEA-CIERRE.
           PERFORM ESCRIBIR-LINEA-CIERRE.
           MOVE 0 TO WS-HALLAZGOS.
           MOVE "N" TO WS-EOF-SEGUR.
           PERFORM UNTIL FIN-SEGUR-FILE
               READ SEGUR-FILE
                   AT END
                       MOVE "S" TO WS-EOF-SEGUR
                   NOT AT END
                       EVALUATE TRUE
                           WHEN SEGUR-RECORD(1:3) = "***"
                               ADD 1 TO WS-HALLAZGOS
                               IF WS-HALLAZGOS <= WS-HALLAZGOS-MAX
                                   MOVE SEGUR-RECORD
                                       TO WS-LINEA-CIERRE
                                   PERFORM ESCRIBIR-LINEA-CIERRE
                               END-IF
                           WHEN SEGUR-RECORD(1:17) =
                                   "TOTAL INCIDENTES="
                               IF WS-HALLAZGOS > WS-HALLAZGOS-MAX
                                   MOVE "*** ... (ver SEGURIDAD.DAT)"
                                       TO WS-LINEA-CIERRE
                                   PERFORM ESCRIBIR-LINEA-CIERRE
                               END-IF
                               MOVE SEGUR-RECORD TO WS-LINEA-CIERRE
                               PERFORM ESCRIBIR-LINEA-CIERRE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE SEGUR-FILE.

       ESCRIBIR-LINEA-CIERRE.
           WRITE CIERRE-RECORD FROM WS-LINEA-CIERRE.
           IF WS-CIERRE-STATUS NOT = "00"
