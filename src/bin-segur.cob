       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIN-SEGUR.

      * --- Informe diario de seguridad de accesos. Lee los eventos
      * --- de sesión que BIN-CALC deja en AUDITLOG.DAT (CLAVE-FALLIDA,
      * --- BLOQUEO, OPER-INACTIVO, OPER-BLOQUEADO, OPER-INEXIST), que
      * --- BIN-AUDIT y BIN-RECON saltean a propósito, y emite en
      * --- SEGURIDAD.DAT, paginado como INFORME.DAT: los accesos
      * --- fallidos por operador, los bloqueos, las corridas
      * --- desatendidas rechazadas por la clave o el operador de
      * --- BINCALC.PRM, y dos alertas: fallas de varios operadores
      * --- distintos dentro de una ventana corta (un intento de
      * --- adivinar claves recorriendo identificadores) e intentos
      * --- contra operadores inactivos. Cada hallazgo sale en una
      * --- línea que empieza con "***" y el informe termina con
      * --- "TOTAL INCIDENTES=", que es lo que BIN-CIERRE copia a
      * --- CIERRE.DAT. SEGUR.PRM admite FECHA=AAAAMMDD (por omisión
      * --- la fecha de proceso de FECHAPRO.DAT), VENTANA=minutos
      * --- (10) y UMBRAL=operadores distintos (3). RETURN-CODE:
      * --- 0=sin incidentes, 4=hay incidentes, 8=parámetro inválido
      * --- o falla de archivo. ---

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE ASSIGN TO "SEGUR.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT INF-FILE ASSIGN TO "SEGURIDAD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INF-STATUS.
           SELECT FECHAPRO-FILE ASSIGN TO "FECHAPRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FECHAPRO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       01  PARAM-RECORD           PIC X(80).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD           PIC X(512).

       FD  INF-FILE.
       01  INF-RECORD             PIC X(132).

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
       01 WS-AUDIT-STATUS    PIC X(2).
       01 WS-INF-STATUS      PIC X(2).
       01 WS-FECHAPRO-STATUS PIC X(2).

       01 WS-EOF-PARAM       PIC X VALUE "N".
          88 FIN-PARAM-FILE  VALUE "S".
       01 WS-EOF-AUDIT       PIC X VALUE "N".
          88 FIN-AUDIT-FILE  VALUE "S".

       01 WS-PRM-CLAVE       PIC X(20).
       01 WS-PRM-VALOR       PIC X(64).
       01 WS-PRM-ERROR       PIC X VALUE "N".
          88 PARAMETRO-INVALIDO VALUE "S".
       01 WS-NUM-TXT         PIC X(3).
       01 WS-NUM-VALOR       PIC 9(3).

      * --- Fecha informada, ventana (minutos) y umbral de operadores
      * --- distintos para la alerta ---
       01 WS-TIMESTAMP       PIC X(21).
       01 WS-FECHA           PIC X(8) VALUE SPACES.
       01 WS-VENTANA         PIC 9(3) VALUE 10.
       01 WS-UMBRAL          PIC 9(3) VALUE 3.

       01 WS-LINEA           PIC X(512).
       01 WS-DESCARTE        PIC X(512).
       01 WS-RESTO           PIC X(512).
       01 WS-CANT-DELIM      PIC 9(4) COMP.

      * --- Campos extraídos del evento en curso. Las líneas grabadas
      * --- antes de que existiera ORIGEN= quedan "(SIN DATO)". ---
       01 WS-OPERADOR        PIC X(10).
       01 WS-FECHA-EVENTO    PIC X(21).
       01 WS-EVENTO          PIC X(14).
          88 EV-CLAVE-FALLIDA VALUE "CLAVE-FALLIDA".
          88 EV-BLOQUEO      VALUE "BLOQUEO".
          88 EV-INACTIVO     VALUE "OPER-INACTIVO".
          88 EV-BLOQUEADO    VALUE "OPER-BLOQUEADO".
          88 EV-INEXISTENTE  VALUE "OPER-INEXIST".
          88 EV-FALLA-ACCESO VALUE "CLAVE-FALLIDA" "OPER-INACTIVO"
                                   "OPER-BLOQUEADO" "OPER-INEXIST".
       01 WS-ORIGEN          PIC X(11).
          88 ORIGEN-DESATENDIDO VALUE "DESATENDIDO".
       01 WS-HORA-ED         PIC X(8).
       01 WS-MINUTO          PIC 9(4).

      * --- Eventos por operador ---
       01 OPR-CANT           PIC 9(4) COMP VALUE 0.
       01 OPR-MAX            PIC 9(4) COMP VALUE 200.
       01 OPR-TABLA.
          05 OPR-ENT OCCURS 200 TIMES.
             10 OPR-ID       PIC X(10).
             10 OPR-FALLIDAS PIC 9(6).
             10 OPR-BLOQUEOS PIC 9(6).
             10 OPR-INACTIVO PIC 9(6).
             10 OPR-BLOQUEADO PIC 9(6).
             10 OPR-INEXIST  PIC 9(6).
             10 OPR-DESAT    PIC 9(6).

      * --- Fallas de acceso del día en orden de llegada, para el
      * --- análisis por ventana (una entrada de más, que el recorrido
      * --- de la ventana puede mirar al pasar el final) ---
       01 FAL-CANT           PIC 9(4) COMP VALUE 0.
       01 FAL-MAX            PIC 9(4) COMP VALUE 2000.
       01 FAL-TABLA.
          05 FAL-ENT OCCURS 2001 TIMES.
             10 FAL-MINUTO   PIC 9(4).
             10 FAL-OPERADOR PIC X(10).

      * --- Hallazgos a listar: bloqueos, corridas desatendidas
      * --- rechazadas e intentos contra operadores inactivos ---
       01 HAL-MAX            PIC 9(4) COMP VALUE 200.
       01 BLQ-CANT           PIC 9(4) COMP VALUE 0.
       01 BLQ-TABLA.
          05 BLQ-ENT OCCURS 200 TIMES.
             10 BLQ-OPERADOR PIC X(10).
             10 BLQ-HORA     PIC X(8).
             10 BLQ-ORIGEN   PIC X(11).
       01 DES-CANT           PIC 9(4) COMP VALUE 0.
       01 DES-TABLA.
          05 DES-ENT OCCURS 200 TIMES.
             10 DES-OPERADOR PIC X(10).
             10 DES-HORA     PIC X(8).
             10 DES-EVENTO   PIC X(14).
       01 INA-CANT           PIC 9(4) COMP VALUE 0.
       01 INA-TABLA.
          05 INA-ENT OCCURS 200 TIMES.
             10 INA-OPERADOR PIC X(10).
             10 INA-HORA     PIC X(8).
             10 INA-ORIGEN   PIC X(11).

      * --- Operadores distintos dentro de la ventana en análisis ---
       01 VEN-CANT           PIC 9(4) COMP VALUE 0.
       01 VEN-TABLA.
          05 VEN-ID OCCURS 200 TIMES PIC X(10).
       01 WS-VEN-FIN         PIC 9(4) COMP.
       01 WS-VEN-LIMITE      PIC 9(5).
       01 WS-VEN-DESDE-ED    PIC X(5).
       01 WS-VEN-HASTA-ED    PIC X(5).
       01 WS-VEN-HH          PIC 9(2).
       01 WS-VEN-MM          PIC 9(2).

       01 I                  PIC 9(4) COMP.
       01 J                  PIC 9(4) COMP.
       01 K                  PIC 9(4) COMP.
       01 WS-HALLADO         PIC X VALUE "N".
          88 ENTRADA-HALLADA VALUE "S".
       01 WS-CANT-ED         PIC 9(4).
       01 WS-CANT-DES-ED     PIC 9(4).

      * --- Totales de la corrida ---
       01 WS-TOT-EVENTOS     PIC 9(9) VALUE 0.
       01 WS-TOT-ALERTAS     PIC 9(9) VALUE 0.
       01 WS-TOT-INCIDENTES  PIC 9(9) VALUE 0.

      * --- Paginación del informe, como INFORME.DAT ---
       01 WS-PAGINA          PIC 9(4) VALUE 0.
       01 WS-LIN-PAG         PIC 9(4) COMP VALUE 99.
       01 WS-LIN-MAX         PIC 9(4) COMP VALUE 55.
       01 WS-LINEA-INF       PIC X(132).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM LEER-FECHA-PROCESO.
           MOVE WS-TIMESTAMP(1:8) TO WS-FECHA.
           PERFORM LEER-PARAMETROS.
           IF PARAMETRO-INVALIDO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR: no se pudo abrir AUDITLOG.DAT "
                   "(status " WS-AUDIT-STATUS ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT INF-FILE.
           IF WS-INF-STATUS NOT = "00"
               DISPLAY "ERROR: no se pudo abrir SEGURIDAD.DAT "
                   "(status " WS-INF-STATUS ")."
               CLOSE AUDIT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL FIN-AUDIT-FILE
               READ AUDIT-FILE
                   AT END
                       MOVE "S" TO WS-EOF-AUDIT
                   NOT AT END
                       MOVE AUDIT-RECORD TO WS-LINEA
                       PERFORM PROCESAR-LINEA
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.

           PERFORM EMITIR-OPERADORES.
           PERFORM EMITIR-BLOQUEOS.
           PERFORM EMITIR-DESATENDIDAS.
           PERFORM EMITIR-ALERTAS.
           PERFORM EMITIR-TOTALES.
           CLOSE INF-FILE.
           DISPLAY "Informe de seguridad generado. Fecha=" WS-FECHA
               " Eventos=" WS-TOT-EVENTOS
               " Incidentes=" WS-TOT-INCIDENTES
               ". Ver SEGURIDAD.DAT".
           IF WS-TOT-INCIDENTES > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * --- Lee SEGUR.PRM, líneas CLAVE=VALOR como BINCALC.PRM. ---
       LEER-PARAMETROS.
           OPEN INPUT PARAM-FILE.
           IF WS-PARAM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-PARAM.
           PERFORM UNTIL FIN-PARAM-FILE
               READ PARAM-FILE
                   AT END
                       MOVE "S" TO WS-EOF-PARAM
                   NOT AT END
                       MOVE SPACES TO WS-PRM-CLAVE
                       MOVE SPACES TO WS-PRM-VALOR
                       UNSTRING PARAM-RECORD DELIMITED BY "="
                           INTO WS-PRM-CLAVE WS-PRM-VALOR
                       EVALUATE WS-PRM-CLAVE
                           WHEN "FECHA"
                               IF WS-PRM-VALOR(1:8) IS NUMERIC
                                   MOVE WS-PRM-VALOR(1:8) TO WS-FECHA
                               ELSE
                                   DISPLAY "ERROR: FECHA= inválida en "
                                       "SEGUR.PRM: " WS-PRM-VALOR(1:10)
                                   MOVE "S" TO WS-PRM-ERROR
                               END-IF
                           WHEN "VENTANA"
                               PERFORM TOMAR-NUMERO
                               IF NOT PARAMETRO-INVALIDO
                                   MOVE WS-NUM-VALOR TO WS-VENTANA
                               END-IF
                           WHEN "UMBRAL"
                               PERFORM TOMAR-NUMERO
                               IF NOT PARAMETRO-INVALIDO
                                   MOVE WS-NUM-VALOR TO WS-UMBRAL
                               END-IF
                           WHEN SPACES
                               CONTINUE
                           WHEN OTHER
                               DISPLAY "AVISO: parámetro desconocido "
                                   "en SEGUR.PRM: " WS-PRM-CLAVE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE PARAM-FILE.
           IF WS-VENTANA = 0 OR WS-UMBRAL < 2
               DISPLAY "ERROR: VENTANA debe ser mayor que cero y "
                   "UMBRAL al menos 2 en SEGUR.PRM."
               MOVE "S" TO WS-PRM-ERROR
           END-IF.

      * --- Valor numérico de 1 a 3 dígitos de la línea en curso. ---
       TOMAR-NUMERO.
           MOVE SPACES TO WS-NUM-TXT.
           UNSTRING WS-PRM-VALOR DELIMITED BY SPACE
               INTO WS-NUM-TXT.
           EVALUATE TRUE
               WHEN WS-NUM-TXT(1:3) IS NUMERIC
                   MOVE WS-NUM-TXT(1:3) TO WS-NUM-VALOR
               WHEN WS-NUM-TXT(1:2) IS NUMERIC AND
                       WS-NUM-TXT(3:1) = SPACE
                   MOVE WS-NUM-TXT(1:2) TO WS-NUM-VALOR
               WHEN WS-NUM-TXT(1:1) IS NUMERIC AND
                       WS-NUM-TXT(2:2) = SPACES
                   MOVE WS-NUM-TXT(1:1) TO WS-NUM-VALOR
               WHEN OTHER
                   DISPLAY "ERROR: valor inválido en SEGUR.PRM: "
                       WS-PRM-CLAVE " " WS-PRM-VALOR(1:10)
                   MOVE "S" TO WS-PRM-ERROR
           END-EVALUATE.

      * --- Solo interesan las líneas de evento de sesión de la fecha
      * --- informada; los cálculos y los demás eventos se saltean. ---
       PROCESAR-LINEA.
           MOVE 0 TO WS-CANT-DELIM.
           INSPECT WS-LINEA TALLYING WS-CANT-DELIM FOR ALL "EVENTO=".
           IF WS-CANT-DELIM = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-CANT-DELIM.
           INSPECT WS-LINEA TALLYING WS-CANT-DELIM
               FOR ALL "OPERADOR=".
           IF WS-CANT-DELIM = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-CANT-DELIM.
           INSPECT WS-LINEA TALLYING WS-CANT-DELIM FOR ALL "FECHA=".
           IF WS-CANT-DELIM = 0
               EXIT PARAGRAPH
           END-IF.

           UNSTRING WS-LINEA DELIMITED BY "EVENTO="
               INTO WS-DESCARTE WS-RESTO.
           MOVE WS-RESTO(1:14) TO WS-EVENTO.
           IF NOT EV-FALLA-ACCESO AND NOT EV-BLOQUEO
               EXIT PARAGRAPH
           END-IF.
           UNSTRING WS-LINEA DELIMITED BY "FECHA="
               INTO WS-DESCARTE WS-RESTO.
           MOVE WS-RESTO(1:21) TO WS-FECHA-EVENTO.
           IF WS-FECHA-EVENTO(1:8) NOT = WS-FECHA
               EXIT PARAGRAPH
           END-IF.
           UNSTRING WS-LINEA DELIMITED BY "OPERADOR="
               INTO WS-DESCARTE WS-RESTO.
           MOVE WS-RESTO(1:10) TO WS-OPERADOR.
           MOVE "(SIN DATO)" TO WS-ORIGEN.
           MOVE 0 TO WS-CANT-DELIM.
           INSPECT WS-LINEA TALLYING WS-CANT-DELIM FOR ALL "ORIGEN=".
           IF WS-CANT-DELIM > 0
               UNSTRING WS-LINEA DELIMITED BY "ORIGEN="
                   INTO WS-DESCARTE WS-RESTO
               MOVE WS-RESTO(1:11) TO WS-ORIGEN
           END-IF.
           MOVE SPACES TO WS-HORA-ED.
           STRING WS-FECHA-EVENTO(9:2) ":" WS-FECHA-EVENTO(11:2) ":"
               WS-FECHA-EVENTO(13:2)
               DELIMITED BY SIZE INTO WS-HORA-ED.
           MOVE 0 TO WS-MINUTO.
           IF WS-FECHA-EVENTO(9:4) IS NUMERIC
               MOVE WS-FECHA-EVENTO(9:2) TO WS-VEN-HH
               MOVE WS-FECHA-EVENTO(11:2) TO WS-VEN-MM
               COMPUTE WS-MINUTO = WS-VEN-HH * 60 + WS-VEN-MM
           END-IF.

           ADD 1 TO WS-TOT-EVENTOS.
           PERFORM ACUMULAR-OPERADOR.
           IF EV-FALLA-ACCESO
               PERFORM REGISTRAR-FALLA
           END-IF.
           IF EV-BLOQUEO
               PERFORM REGISTRAR-BLOQUEO
           END-IF.
           IF EV-INACTIVO
               PERFORM REGISTRAR-INACTIVO
           END-IF.
      * --- El bloqueo de una corrida desatendida ya sale en su propia
      * --- línea; acá va la falla que rechazó la corrida. ---
           IF ORIGEN-DESATENDIDO AND EV-FALLA-ACCESO
               PERFORM REGISTRAR-DESATENDIDA
           END-IF.

       ACUMULAR-OPERADOR.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > OPR-CANT
               IF OPR-ID (I) = WS-OPERADOR
                   MOVE "S" TO WS-HALLADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT ENTRADA-HALLADA
               IF OPR-CANT >= OPR-MAX
                   DISPLAY "AVISO: tabla de operadores llena ("
                       OPR-MAX "); el evento no se acumula."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO OPR-CANT
               MOVE OPR-CANT TO I
               MOVE WS-OPERADOR TO OPR-ID (I)
               MOVE 0 TO OPR-FALLIDAS (I)
               MOVE 0 TO OPR-BLOQUEOS (I)
               MOVE 0 TO OPR-INACTIVO (I)
               MOVE 0 TO OPR-BLOQUEADO (I)
               MOVE 0 TO OPR-INEXIST (I)
               MOVE 0 TO OPR-DESAT (I)
           END-IF.
           EVALUATE TRUE
               WHEN EV-CLAVE-FALLIDA
                   ADD 1 TO OPR-FALLIDAS (I)
               WHEN EV-BLOQUEO
                   ADD 1 TO OPR-BLOQUEOS (I)
               WHEN EV-INACTIVO
                   ADD 1 TO OPR-INACTIVO (I)
               WHEN EV-BLOQUEADO
                   ADD 1 TO OPR-BLOQUEADO (I)
               WHEN EV-INEXISTENTE
                   ADD 1 TO OPR-INEXIST (I)
           END-EVALUATE.
           IF ORIGEN-DESATENDIDO AND EV-FALLA-ACCESO
               ADD 1 TO OPR-DESAT (I)
           END-IF.

       REGISTRAR-FALLA.
           IF FAL-CANT >= FAL-MAX
               DISPLAY "AVISO: tabla de fallas llena (" FAL-MAX
                   "); el análisis por ventana queda incompleto."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO FAL-CANT.
           MOVE WS-MINUTO TO FAL-MINUTO (FAL-CANT).
           MOVE WS-OPERADOR TO FAL-OPERADOR (FAL-CANT).

       REGISTRAR-BLOQUEO.
           IF BLQ-CANT >= HAL-MAX
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO BLQ-CANT.
           MOVE WS-OPERADOR TO BLQ-OPERADOR (BLQ-CANT).
           MOVE WS-HORA-ED TO BLQ-HORA (BLQ-CANT).
           MOVE WS-ORIGEN TO BLQ-ORIGEN (BLQ-CANT).

       REGISTRAR-DESATENDIDA.
           IF DES-CANT >= HAL-MAX
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO DES-CANT.
           MOVE WS-OPERADOR TO DES-OPERADOR (DES-CANT).
           MOVE WS-HORA-ED TO DES-HORA (DES-CANT).
           MOVE WS-EVENTO TO DES-EVENTO (DES-CANT).

       REGISTRAR-INACTIVO.
           IF INA-CANT >= HAL-MAX
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO INA-CANT.
           MOVE WS-OPERADOR TO INA-OPERADOR (INA-CANT).
           MOVE WS-HORA-ED TO INA-HORA (INA-CANT).
           MOVE WS-ORIGEN TO INA-ORIGEN (INA-CANT).

       EMITIR-OPERADORES.
           MOVE "ACCESOS FALLIDOS POR OPERADOR" TO WS-LINEA-INF.
           PERFORM ESCRIBIR-INF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > OPR-CANT
               MOVE SPACES TO WS-LINEA-INF
               STRING "  OPERADOR=" OPR-ID (I)
                   " CLAVE FALLIDA=" OPR-FALLIDAS (I)
                   " BLOQUEOS=" OPR-BLOQUEOS (I)
                   " INACTIVO=" OPR-INACTIVO (I)
                   " BLOQUEADO=" OPR-BLOQUEADO (I)
                   " INEXISTENTE=" OPR-INEXIST (I)
                   " DESATENDIDO=" OPR-DESAT (I)
                   DELIMITED BY SIZE INTO WS-LINEA-INF
               PERFORM ESCRIBIR-INF
           END-PERFORM.
           IF OPR-CANT = 0
               MOVE "  SIN EVENTOS DE ACCESO EN LA FECHA"
                   TO WS-LINEA-INF
               PERFORM ESCRIBIR-INF
           END-IF.
           MOVE SPACES TO WS-LINEA-INF.
           PERFORM ESCRIBIR-INF.

       EMITIR-BLOQUEOS.
           MOVE "OPERADORES BLOQUEADOS" TO WS-LINEA-INF.
           PERFORM ESCRIBIR-INF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > BLQ-CANT
               MOVE SPACES TO WS-LINEA-INF
               STRING "*** BLOQUEO: OPERADOR=" BLQ-OPERADOR (I)
                   " HORA=" BLQ-HORA (I)
                   " ORIGEN=" BLQ-ORIGEN (I)
                   DELIMITED BY SIZE INTO WS-LINEA-INF
               PERFORM ESCRIBIR-INF
               ADD 1 TO WS-TOT-INCIDENTES
           END-PERFORM.
           IF BLQ-CANT = 0
               MOVE "  NINGUNO" TO WS-LINEA-INF
               PERFORM ESCRIBIR-INF
           END-IF.
           MOVE SPACES TO WS-LINEA-INF.
           PERFORM ESCRIBIR-INF.

       EMITIR-DESATENDIDAS.
           MOVE "CORRIDAS DESATENDIDAS RECHAZADAS" TO WS-LINEA-INF.
           PERFORM ESCRIBIR-INF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DES-CANT
               MOVE SPACES TO WS-LINEA-INF
               STRING "*** DESATENDIDA RECHAZADA: OPERADOR="
                   DES-OPERADOR (I)
                   " HORA=" DES-HORA (I)
                   " EVENTO=" DES-EVENTO (I)
                   DELIMITED BY SIZE INTO WS-LINEA-INF
               PERFORM ESCRIBIR-INF
               ADD 1 TO WS-TOT-INCIDENTES
           END-PERFORM.
           IF DES-CANT = 0
               MOVE "  NINGUNA" TO WS-LINEA-INF
               PERFORM ESCRIBIR-INF
           END-IF.
           MOVE SPACES TO WS-LINEA-INF.
           PERFORM ESCRIBIR-INF.

      * --- Alertas: ventanas con fallas de UMBRAL o más operadores
      * --- distintos, e intentos contra operadores inactivos. ---
       EMITIR-ALERTAS.
           MOVE "ALERTAS" TO WS-LINEA-INF.
           PERFORM ESCRIBIR-INF.
           PERFORM ANALIZAR-VENTANAS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > INA-CANT
               MOVE SPACES TO WS-LINEA-INF
               STRING "*** ALERTA: INTENTO CON OPERADOR INACTIVO "
                   INA-OPERADOR (I)
                   " HORA=" INA-HORA (I)
                   " ORIGEN=" INA-ORIGEN (I)
                   DELIMITED BY SIZE INTO WS-LINEA-INF
               PERFORM ESCRIBIR-INF
               ADD 1 TO WS-TOT-ALERTAS
           END-PERFORM.
           IF WS-TOT-ALERTAS = 0
               MOVE "  NINGUNA" TO WS-LINEA-INF
               PERFORM ESCRIBIR-INF
           END-IF.
           ADD WS-TOT-ALERTAS TO WS-TOT-INCIDENTES.
           MOVE SPACES TO WS-LINEA-INF.
           PERFORM ESCRIBIR-INF.

      * --- Las fallas vienen en orden de llegada. Para cada una se
      * --- cuentan los operadores distintos que fallaron desde su
      * --- minuto hasta VENTANA minutos después; si llegan al umbral
      * --- se alerta y el análisis sigue después de esa ventana, para
      * --- no informar la misma ráfaga varias veces. ---
       ANALIZAR-VENTANAS.
           MOVE 1 TO I.
           PERFORM UNTIL I > FAL-CANT
               COMPUTE WS-VEN-LIMITE = FAL-MINUTO (I) + WS-VENTANA
               MOVE 0 TO VEN-CANT
               MOVE I TO WS-VEN-FIN
               PERFORM VARYING J FROM I BY 1
                       UNTIL J > FAL-CANT
                          OR FAL-MINUTO (J) >= WS-VEN-LIMITE
                   MOVE J TO WS-VEN-FIN
                   PERFORM CONTAR-OPERADOR-VENTANA
               END-PERFORM
               IF VEN-CANT >= WS-UMBRAL
                   PERFORM EMITIR-ALERTA-VENTANA
                   COMPUTE I = WS-VEN-FIN + 1
               ELSE
                   ADD 1 TO I
               END-IF
           END-PERFORM.

       CONTAR-OPERADOR-VENTANA.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > VEN-CANT
               IF VEN-ID (K) = FAL-OPERADOR (J)
                   MOVE "S" TO WS-HALLADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT ENTRADA-HALLADA AND VEN-CANT < 200
               ADD 1 TO VEN-CANT
               MOVE FAL-OPERADOR (J) TO VEN-ID (VEN-CANT)
           END-IF.

       EMITIR-ALERTA-VENTANA.
           DIVIDE FAL-MINUTO (I) BY 60 GIVING WS-VEN-HH
               REMAINDER WS-VEN-MM.
           MOVE SPACES TO WS-VEN-DESDE-ED.
           STRING WS-VEN-HH ":" WS-VEN-MM
               DELIMITED BY SIZE INTO WS-VEN-DESDE-ED.
           DIVIDE FAL-MINUTO (WS-VEN-FIN) BY 60 GIVING WS-VEN-HH
               REMAINDER WS-VEN-MM.
           MOVE SPACES TO WS-VEN-HASTA-ED.
           STRING WS-VEN-HH ":" WS-VEN-MM
               DELIMITED BY SIZE INTO WS-VEN-HASTA-ED.
           MOVE VEN-CANT TO WS-CANT-ED.
           MOVE SPACES TO WS-LINEA-INF.
           STRING "*** ALERTA: FALLAS DE " WS-CANT-ED
               " OPERADORES DISTINTOS ENTRE " WS-VEN-DESDE-ED
               " Y " WS-VEN-HASTA-ED
               " (VENTANA=" WS-VENTANA " MIN UMBRAL=" WS-UMBRAL ")"
               DELIMITED BY SIZE INTO WS-LINEA-INF.
           PERFORM ESCRIBIR-INF.
           ADD 1 TO WS-TOT-ALERTAS.

       EMITIR-TOTALES.
           MOVE SPACES TO WS-LINEA-INF.
           MOVE BLQ-CANT TO WS-CANT-ED.
           MOVE DES-CANT TO WS-CANT-DES-ED.
           STRING "TOTAL INCIDENTES=" WS-TOT-INCIDENTES
               " EVENTOS=" WS-TOT-EVENTOS
               " BLOQUEOS=" WS-CANT-ED
               " DESATENDIDAS=" WS-CANT-DES-ED
               " ALERTAS=" WS-TOT-ALERTAS
               DELIMITED BY SIZE INTO WS-LINEA-INF.
           PERFORM ESCRIBIR-INF.

      * --- Escribe una línea del informe controlando el corte de
      * --- página, igual que BIN-AUDIT. ---
       ESCRIBIR-INF.
           IF WS-LIN-PAG >= WS-LIN-MAX
               PERFORM ENCABEZADO-PAGINA
           END-IF.
           WRITE INF-RECORD FROM WS-LINEA-INF.
           IF WS-INF-STATUS NOT = "00"
               DISPLAY "ERROR: fallo al escribir en SEGURIDAD.DAT "
                   "(status " WS-INF-STATUS ")."
           END-IF.
           ADD 1 TO WS-LIN-PAG.

       ENCABEZADO-PAGINA.
           ADD 1 TO WS-PAGINA.
           MOVE SPACES TO INF-RECORD.
           STRING "INFORME DE SEGURIDAD DE ACCESOS  FECHA=" WS-FECHA
               "  VENTANA=" WS-VENTANA " MIN  UMBRAL=" WS-UMBRAL
               "  PAGINA " WS-PAGINA
               DELIMITED BY SIZE INTO INF-RECORD.
           WRITE INF-RECORD.
           MOVE ALL "=" TO INF-RECORD(1:60).
           MOVE SPACES TO INF-RECORD(61:72).
           WRITE INF-RECORD.
           MOVE SPACES TO INF-RECORD.
           WRITE INF-RECORD.
           IF WS-INF-STATUS NOT = "00"
               DISPLAY "ERROR: fallo al escribir en SEGURIDAD.DAT "
                   "(status " WS-INF-STATUS ")."
           END-IF.
           MOVE 3 TO WS-LIN-PAG.

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
