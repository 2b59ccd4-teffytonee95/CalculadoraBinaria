       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIN-ACUSE.

      * --- Conciliación de acuses del mayor contable contra el
      * --- registro de envíos ENVIOS.DAT que deja BIN-EXTRAC. Por cada
      * --- fecha de extracto el mayor devuelve ACUSE-AAAAMMDD.DAT con
      * --- una línea: la marca de generación de la cabecera que
      * --- cargó, el resultado (A=aceptado, R=rechazado), sus propios
      * --- total de registros y hash, la fecha de carga y el motivo
      * --- del rechazo. Cada envío sin acuse se busca en su archivo;
      * --- el acuse que coincide en total y hash deja el envío
      * --- aceptado o rechazado, el que no coincide lo deja en
      * --- discrepancia, y el que trae otra marca de generación es
      * --- de un envío anterior y se ignora. En ACUSES.DAT, paginado
      * --- como INFORME.DAT, se listan los envíos sin acuse pasados
      * --- los días configurados, los rechazados, las discrepancias y
      * --- los acuses ilegibles. ACUSE.PRM admite DIAS=nnn (espera
      * --- máxima del acuse, 2 por omisión), FECHA=AAAAMMDD (fecha de
      * --- corte; por omisión la fecha de proceso de FECHAPRO.DAT) y
      * --- REENVIAR=AAAAMMDD: regenera y reenvía con BIN-EXTRAC esa
      * --- fecha, que debe estar rechazada o en discrepancia; el
      * --- reenvío queda contado en el registro y anotado en el
      * --- informe. RETURN-CODE: 0=todo conciliado,
      * --- 4=hay envíos para atender, 8=parámetro inválido, reenvío
      * --- fallido o falla de archivo. ---

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE ASSIGN TO "ACUSE.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT EXTRAC-PRM-FILE ASSIGN TO "EXTRAC.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRAC-PRM-STATUS.
           SELECT ENVIOS-FILE ASSIGN TO "ENVIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-FECHA-EXTRACTO
               FILE STATUS IS WS-ENVIOS-STATUS.
           SELECT ACUSE-FILE ASSIGN TO DYNAMIC WS-ACUSE-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACUSE-STATUS.
           SELECT INF-FILE ASSIGN TO "ACUSES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INF-STATUS.
           SELECT FECHAPRO-FILE ASSIGN TO "FECHAPRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FECHAPRO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       01  PARAM-RECORD           PIC X(80).

       FD  EXTRAC-PRM-FILE.
       01  EXTRAC-PRM-RECORD      PIC X(80).

      * --- Mismo trazado del registro de envíos de BIN-EXTRAC. ---
       FD  ENVIOS-FILE.
       01  ENVIO-RECORD.
           05 EN-FECHA-EXTRACTO   PIC X(8).
           05 EN-ESTADO           PIC X(1).
              88 EN-ENVIADO       VALUE "E".
              88 EN-ACEPTADO      VALUE "A".
              88 EN-RECHAZADO     VALUE "R".
              88 EN-DISCREPANTE   VALUE "D".
           05 EN-FECHA-GENERACION PIC X(21).
           05 EN-FECHA-PRIMER-ENVIO PIC X(8).
           05 EN-TOTAL-REGISTROS  PIC 9(9).
           05 EN-HASH-TOTAL       PIC 9(18).
           05 EN-TOTAL-REVERSAS   PIC 9(9).
           05 EN-REENVIOS         PIC 9(4).
           05 EN-ESTADO-PREVIO    PIC X(1).
           05 EN-FECHA-ACUSE      PIC X(8).
           05 EN-ACUSE-RESULTADO  PIC X(1).
           05 EN-ACUSE-TOTAL      PIC 9(9).
           05 EN-ACUSE-HASH       PIC 9(18).
           05 EN-ACUSE-MOTIVO     PIC X(40).

      * --- Acuse del mayor, una línea en columnas fijas. ---
       FD  ACUSE-FILE.
       01  ACUSE-RECORD.
           05 AC-FECHA-EXTRACTO   PIC X(8).
           05 AC-FECHA-GENERACION PIC X(21).
           05 AC-RESULTADO        PIC X(1).
              88 AC-ACEPTADO      VALUE "A".
              88 AC-RECHAZADO     VALUE "R".
           05 AC-TOTAL-REGISTROS  PIC X(9).
           05 AC-TOTAL-N REDEFINES AC-TOTAL-REGISTROS PIC 9(9).
           05 AC-HASH-TOTAL       PIC X(18).
           05 AC-HASH-N REDEFINES AC-HASH-TOTAL PIC 9(18).
           05 AC-FECHA-CARGA      PIC X(8).
           05 AC-MOTIVO           PIC X(40).

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
       01 WS-EXTRAC-PRM-STATUS PIC X(2).
       01 WS-ENVIOS-STATUS   PIC X(2).
       01 WS-ACUSE-STATUS    PIC X(2).
       01 WS-INF-STATUS      PIC X(2).
       01 WS-FECHAPRO-STATUS PIC X(2).
       01 WS-ACUSE-NOMBRE    PIC X(64).

       01 WS-EOF-PARAM       PIC X VALUE "N".
          88 FIN-PARAM-FILE  VALUE "S".
       01 WS-EOF-ENVIOS      PIC X VALUE "N".
          88 FIN-ENVIOS-FILE VALUE "S".
       01 WS-ENVIOS-DISPONIBLE PIC X VALUE "N".
          88 ENVIOS-DISPONIBLE VALUE "S".

       01 WS-PRM-CLAVE       PIC X(20).
       01 WS-PRM-VALOR       PIC X(64).
       01 WS-PRM-ERROR       PIC X VALUE "N".
          88 PARAMETRO-INVALIDO VALUE "S".

      * --- Espera máxima del acuse y fecha de corte del informe ---
       01 WS-DIAS-LIMITE     PIC 9(3) VALUE 2.
       01 WS-DIAS-TXT        PIC X(3).
       01 WS-TIMESTAMP       PIC X(21).
       01 WS-FECHA-CORTE     PIC X(8) VALUE SPACES.
       01 WS-FECHA-CORTE-N REDEFINES WS-FECHA-CORTE PIC 9(8).
       01 WS-FECHA-AUX       PIC X(8).
       01 WS-FECHA-AUX-N REDEFINES WS-FECHA-AUX PIC 9(8).
       01 WS-DIA-CORTE       PIC 9(9) COMP.
       01 WS-DIAS            PIC 9(5) VALUE 0.
       01 WS-VENCIDO         PIC X VALUE "N".
          88 ACUSE-VENCIDO   VALUE "S".

      * --- Reenvío pedido en ACUSE.PRM. Mientras BIN-EXTRAC corre,
      * --- EXTRAC.PRM lleva la fecha a reenviar; las líneas
      * --- originales se guardan acá y se restituyen al terminar. ---
       01 WS-FECHA-REENVIO   PIC X(8) VALUE SPACES.
       01 WS-COMANDO         PIC X(64).
       01 WS-RC-EXTRAC       PIC S9(4) VALUE 0.
       01 WS-RC-ED           PIC -9(4).
       01 WS-EOF-EXTRAC-PRM  PIC X VALUE "N".
          88 FIN-EXTRAC-PRM  VALUE "S".
       01 PRM-CANT           PIC 9(4) COMP VALUE 0.
       01 PRM-MAX            PIC 9(4) COMP VALUE 50.
       01 PRM-TABLA.
          05 PRM-LINEA OCCURS 50 TIMES PIC X(80).
       01 I                  PIC 9(4) COMP.
       01 WS-REENVIO-LINEA   PIC X(132) VALUE SPACES.

      * --- Resultado de la conciliación del envío en curso ---
       01 WS-SITUACION       PIC X(12).
       01 WS-HALLAZGO        PIC X(80).
       01 WS-CON-ACUSE       PIC X VALUE "N".
          88 HAY-ACUSE       VALUE "S".
       01 WS-LISTAR          PIC X VALUE "N".
          88 ENVIO-A-LISTAR  VALUE "S".
       01 WS-ACUSE-ANTERIOR  PIC X VALUE "N".
          88 ACUSE-ANTERIOR  VALUE "S".

      * --- Totales de la corrida ---
       01 WS-TOT-ENVIOS      PIC 9(9) VALUE 0.
       01 WS-TOT-ACEPTADOS   PIC 9(9) VALUE 0.
       01 WS-TOT-ACEP-HOY    PIC 9(9) VALUE 0.
       01 WS-TOT-ESPERA      PIC 9(9) VALUE 0.
       01 WS-TOT-VENCIDOS    PIC 9(9) VALUE 0.
       01 WS-TOT-RECHAZADOS  PIC 9(9) VALUE 0.
       01 WS-TOT-DISCREP     PIC 9(9) VALUE 0.
       01 WS-TOT-ILEGIBLES   PIC 9(9) VALUE 0.
       01 WS-TOT-INCIDENTES  PIC 9(9) VALUE 0.

       01 WS-RC              PIC 9(4) VALUE 0.

      * --- Paginación del informe, como INFORME.DAT ---
       01 WS-PAGINA          PIC 9(4) VALUE 0.
       01 WS-LIN-PAG         PIC 9(4) COMP VALUE 99.
       01 WS-LIN-MAX         PIC 9(4) COMP VALUE 55.
       01 WS-LINEA-INF       PIC X(132).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM LEER-FECHA-PROCESO.
           MOVE WS-TIMESTAMP(1:8) TO WS-FECHA-CORTE.
           PERFORM LEER-PARAMETROS.
           IF PARAMETRO-INVALIDO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-DIA-CORTE =
               FUNCTION INTEGER-OF-DATE (WS-FECHA-CORTE-N).

           IF WS-FECHA-REENVIO NOT = SPACES
               PERFORM REENVIAR-EXTRACTO
           END-IF.

      * --- Sin ENVIOS.DAT todavía no se envió ningún extracto: el
      * --- informe sale igual, vacío. ---
           OPEN I-O ENVIOS-FILE.
           EVALUATE WS-ENVIOS-STATUS
               WHEN "00"
                   MOVE "S" TO WS-ENVIOS-DISPONIBLE
               WHEN "35"
                   DISPLAY "AVISO: ENVIOS.DAT no existe; no hay "
                       "extractos registrados."
               WHEN OTHER
                   DISPLAY "ERROR: no se pudo abrir ENVIOS.DAT "
                       "(status " WS-ENVIOS-STATUS ")."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT INF-FILE.
           IF WS-INF-STATUS NOT = "00"
               DISPLAY "ERROR: no se pudo abrir ACUSES.DAT "
                   "(status " WS-INF-STATUS ")."
               IF ENVIOS-DISPONIBLE
                   CLOSE ENVIOS-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-REENVIO-LINEA NOT = SPACES
               MOVE WS-REENVIO-LINEA TO WS-LINEA-INF
               PERFORM ESCRIBIR-INF
               MOVE SPACES TO WS-LINEA-INF
               PERFORM ESCRIBIR-INF
           END-IF.
           IF ENVIOS-DISPONIBLE
               PERFORM UNTIL FIN-ENVIOS-FILE
                   READ ENVIOS-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF-ENVIOS
                       NOT AT END
                           PERFORM CONCILIAR-ENVIO
                   END-READ
               END-PERFORM
           END-IF.
           PERFORM EMITIR-TOTALES.

           IF ENVIOS-DISPONIBLE
               CLOSE ENVIOS-FILE
           END-IF.
           CLOSE INF-FILE.
           DISPLAY "Conciliación de acuses generada. Fecha="
               WS-FECHA-CORTE " Envíos=" WS-TOT-ENVIOS
               " Incidentes=" WS-TOT-INCIDENTES
               ". Ver ACUSES.DAT".
           IF WS-RC = 0 AND WS-TOT-INCIDENTES > 0
               MOVE 4 TO WS-RC
           END-IF.
           MOVE WS-RC TO RETURN-CODE.
           STOP RUN.

      * --- Lee ACUSE.PRM, líneas CLAVE=VALOR como BINCALC.PRM. ---
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
                           WHEN "DIAS"
                               PERFORM TOMAR-DIAS
                           WHEN "FECHA"
                               PERFORM TOMAR-FECHA
                               IF NOT PARAMETRO-INVALIDO
                                   MOVE WS-FECHA-AUX TO WS-FECHA-CORTE
                               END-IF
                           WHEN "REENVIAR"
                               PERFORM TOMAR-FECHA
                               IF NOT PARAMETRO-INVALIDO
                                   MOVE WS-FECHA-AUX
                                       TO WS-FECHA-REENVIO
                               END-IF
                           WHEN SPACES
                               CONTINUE
                           WHEN OTHER
                               DISPLAY "AVISO: parámetro desconocido "
                                   "en ACUSE.PRM: " WS-PRM-CLAVE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE PARAM-FILE.

      * --- DIAS= admite de 1 a 3 dígitos. ---
       TOMAR-DIAS.
           MOVE SPACES TO WS-DIAS-TXT.
           UNSTRING WS-PRM-VALOR DELIMITED BY SPACE
               INTO WS-DIAS-TXT.
           EVALUATE TRUE
               WHEN WS-DIAS-TXT(1:3) IS NUMERIC
                   MOVE WS-DIAS-TXT(1:3) TO WS-DIAS-LIMITE
               WHEN WS-DIAS-TXT(1:2) IS NUMERIC AND
                       WS-DIAS-TXT(3:1) = SPACE
                   MOVE WS-DIAS-TXT(1:2) TO WS-DIAS-LIMITE
               WHEN WS-DIAS-TXT(1:1) IS NUMERIC AND
                       WS-DIAS-TXT(2:2) = SPACES
                   MOVE WS-DIAS-TXT(1:1) TO WS-DIAS-LIMITE
               WHEN OTHER
                   DISPLAY "ERROR: DIAS= inválido en ACUSE.PRM: "
                       WS-PRM-VALOR(1:10)
                   MOVE "S" TO WS-PRM-ERROR
           END-EVALUATE.

      * --- Valida una fecha AAAAMMDD de ACUSE.PRM en WS-FECHA-AUX. ---
       TOMAR-FECHA.
           MOVE WS-PRM-VALOR(1:8) TO WS-FECHA-AUX.
           IF WS-FECHA-AUX IS NOT NUMERIC
               DISPLAY "ERROR: " WS-PRM-CLAVE(1:8) "= inválida en "
                   "ACUSE.PRM: " WS-PRM-VALOR(1:10)
               MOVE "S" TO WS-PRM-ERROR
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-FECHA-AUX-N) NOT = 0
               DISPLAY "ERROR: " WS-PRM-CLAVE(1:8) "= inválida en "
                   "ACUSE.PRM: " WS-PRM-VALOR(1:10)
               MOVE "S" TO WS-PRM-ERROR
           END-IF.

      * --- Reenvío de una fecha rechazada o en discrepancia: se
      * --- controla el registro, se deja en EXTRAC.PRM la fecha con
      * --- REENVIO=S, se corre BIN-EXTRAC (que regenera INTERFAZ.DAT y
      * --- cuenta el reenvío en ENVIOS.DAT) y se restituye EXTRAC.PRM.
      * --- El registro se cierra antes de lanzar BIN-EXTRAC, que lo
      * --- abre por su cuenta. ---
       REENVIAR-EXTRACTO.
           OPEN INPUT ENVIOS-FILE.
           IF WS-ENVIOS-STATUS NOT = "00"
               DISPLAY "ERROR: no se pudo abrir ENVIOS.DAT "
                   "(status " WS-ENVIOS-STATUS "); no se reenvía."
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FECHA-REENVIO TO EN-FECHA-EXTRACTO.
           READ ENVIOS-FILE
               INVALID KEY
                   MOVE SPACES TO EN-ESTADO
           END-READ.
           CLOSE ENVIOS-FILE.
           MOVE SPACES TO WS-REENVIO-LINEA.
           IF NOT EN-RECHAZADO AND NOT EN-DISCREPANTE
               IF EN-ESTADO = SPACES
                   DISPLAY "ERROR: el extracto del " WS-FECHA-REENVIO
                       " no está en ENVIOS.DAT; no se reenvía."
                   STRING "REENVIO EXTRACTO=" WS-FECHA-REENVIO
                       "  NO REALIZADO: la fecha no figura en el "
                       "registro de envíos"
                       DELIMITED BY SIZE INTO WS-REENVIO-LINEA
               ELSE
                   DISPLAY "ERROR: el extracto del " WS-FECHA-REENVIO
                       " no está rechazado ni en discrepancia (estado "
                       EN-ESTADO "); no se reenvía."
                   STRING "REENVIO EXTRACTO=" WS-FECHA-REENVIO
                       "  NO REALIZADO: el envío no está rechazado "
                       "ni en discrepancia (estado " EN-ESTADO ")"
                       DELIMITED BY SIZE INTO WS-REENVIO-LINEA
               END-IF
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.

           PERFORM GUARDAR-EXTRAC-PRM.
           IF WS-RC NOT = 0
               MOVE SPACES TO WS-REENVIO-LINEA
               STRING "REENVIO EXTRACTO=" WS-FECHA-REENVIO
                   "  NO REALIZADO: no se pudo preparar EXTRAC.PRM"
                   DELIMITED BY SIZE INTO WS-REENVIO-LINEA
               EXIT PARAGRAPH
           END-IF.
           MOVE "./bin-extrac" TO WS-COMANDO.
           DISPLAY "Ejecutando: " WS-COMANDO.
           CALL "SYSTEM" USING WS-COMANDO.
           IF RETURN-CODE >= 256
               COMPUTE RETURN-CODE = RETURN-CODE / 256
           END-IF.
           MOVE RETURN-CODE TO WS-RC-EXTRAC.
           MOVE 0 TO RETURN-CODE.
           PERFORM RESTITUIR-EXTRAC-PRM.
           MOVE WS-RC-EXTRAC TO WS-RC-ED.
           IF WS-RC-EXTRAC = 0
               DISPLAY "Reenvío del extracto " WS-FECHA-REENVIO
                   " generado. Ver INTERFAZ.DAT"
               STRING "REENVIO EXTRACTO=" WS-FECHA-REENVIO
                   "  REGENERADO (estado anterior " EN-ESTADO
                   ")  RC BIN-EXTRAC=" WS-RC-ED
                   DELIMITED BY SIZE INTO WS-REENVIO-LINEA
           ELSE
               DISPLAY "ERROR: BIN-EXTRAC terminó con RC=" WS-RC-ED
                   "; el extracto " WS-FECHA-REENVIO
                   " no se reenvió."
               STRING "REENVIO EXTRACTO=" WS-FECHA-REENVIO
                   "  FALLIDO  RC BIN-EXTRAC=" WS-RC-ED
                   DELIMITED BY SIZE INTO WS-REENVIO-LINEA
               MOVE 8 TO WS-RC
           END-IF.

      * --- Guarda las líneas de EXTRAC.PRM (puede no existir) y lo
      * --- regraba con la fecha a reenviar. ---
       GUARDAR-EXTRAC-PRM.
           MOVE 0 TO PRM-CANT.
           OPEN INPUT EXTRAC-PRM-FILE.
           IF WS-EXTRAC-PRM-STATUS = "00"
               MOVE "N" TO WS-EOF-EXTRAC-PRM
               PERFORM UNTIL FIN-EXTRAC-PRM
                   READ EXTRAC-PRM-FILE
                       AT END
                           MOVE "S" TO WS-EOF-EXTRAC-PRM
                       NOT AT END
                           IF PRM-CANT >= PRM-MAX
                               DISPLAY "ERROR: EXTRAC.PRM tiene más "
                                   "de " PRM-MAX " líneas; no se "
                                   "reenvía."
                               MOVE 8 TO WS-RC
                               MOVE "S" TO WS-EOF-EXTRAC-PRM
                           ELSE
                               ADD 1 TO PRM-CANT
                               MOVE EXTRAC-PRM-RECORD
                                   TO PRM-LINEA (PRM-CANT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXTRAC-PRM-FILE
           END-IF.
           IF WS-RC NOT = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT EXTRAC-PRM-FILE.
           IF WS-EXTRAC-PRM-STATUS NOT = "00"
               DISPLAY "ERROR: no se pudo regrabar EXTRAC.PRM "
                   "(status " WS-EXTRAC-PRM-STATUS "); no se reenvía."
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO EXTRAC-PRM-RECORD.
           STRING "FECHA=" WS-FECHA-REENVIO
               DELIMITED BY SIZE INTO EXTRAC-PRM-RECORD.
           WRITE EXTRAC-PRM-RECORD.
           MOVE "REENVIO=S" TO EXTRAC-PRM-RECORD.
           WRITE EXTRAC-PRM-RECORD.
           CLOSE EXTRAC-PRM-FILE.

       RESTITUIR-EXTRAC-PRM.
           OPEN OUTPUT EXTRAC-PRM-FILE.
           IF WS-EXTRAC-PRM-STATUS NOT = "00"
               DISPLAY "ERROR: no se pudo restituir EXTRAC.PRM "
                   "(status " WS-EXTRAC-PRM-STATUS "); quedó con "
                   "FECHA=" WS-FECHA-REENVIO " REENVIO=S."
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > PRM-CANT
               WRITE EXTRAC-PRM-RECORD FROM PRM-LINEA (I)
           END-PERFORM.
           CLOSE EXTRAC-PRM-FILE.

      * --- Concilia un envío del registro. Los aceptados de corridas
      * --- anteriores solo se cuentan; los demás se listan con su
      * --- situación y, si corresponde, el hallazgo. ---
       CONCILIAR-ENVIO.
           ADD 1 TO WS-TOT-ENVIOS.
           MOVE SPACES TO WS-HALLAZGO.
           MOVE "N" TO WS-CON-ACUSE.
           MOVE "N" TO WS-ACUSE-ANTERIOR.
           MOVE "S" TO WS-LISTAR.
           EVALUATE TRUE
               WHEN EN-ACEPTADO
                   ADD 1 TO WS-TOT-ACEPTADOS
                   MOVE "N" TO WS-LISTAR
               WHEN EN-RECHAZADO
                   MOVE "RECHAZADO" TO WS-SITUACION
                   MOVE "S" TO WS-CON-ACUSE
                   ADD 1 TO WS-TOT-RECHAZADOS
                   PERFORM ARMAR-HALLAZGO-RECHAZO
               WHEN EN-DISCREPANTE
                   MOVE "DISCREPANCIA" TO WS-SITUACION
                   MOVE "S" TO WS-CON-ACUSE
                   ADD 1 TO WS-TOT-DISCREP
                   PERFORM ARMAR-HALLAZGO-DISCREP
               WHEN OTHER
                   PERFORM BUSCAR-ACUSE
           END-EVALUATE.
           IF ENVIO-A-LISTAR
               PERFORM EMITIR-ENVIO
           END-IF.

      * --- Envío sin acuse todavía: se busca ACUSE-AAAAMMDD.DAT. ---
       BUSCAR-ACUSE.
           MOVE SPACES TO WS-ACUSE-NOMBRE.
           STRING "ACUSE-" EN-FECHA-EXTRACTO ".DAT"
               DELIMITED BY SIZE INTO WS-ACUSE-NOMBRE.
           OPEN INPUT ACUSE-FILE.
           IF WS-ACUSE-STATUS NOT = "00"
               PERFORM CONTROLAR-ESPERA
               EXIT PARAGRAPH
           END-IF.
           READ ACUSE-FILE
               AT END
                   MOVE SPACES TO ACUSE-RECORD
           END-READ.
           CLOSE ACUSE-FILE.
           IF AC-FECHA-EXTRACTO NOT = EN-FECHA-EXTRACTO
                   OR (NOT AC-ACEPTADO AND NOT AC-RECHAZADO)
                   OR AC-TOTAL-REGISTROS IS NOT NUMERIC
                   OR AC-HASH-TOTAL IS NOT NUMERIC
               MOVE "ILEGIBLE" TO WS-SITUACION
               ADD 1 TO WS-TOT-ILEGIBLES
               STRING "*** ACUSE ILEGIBLE: revisar "
                   WS-ACUSE-NOMBRE
                   DELIMITED BY SIZE INTO WS-HALLAZGO
               EXIT PARAGRAPH
           END-IF.
           IF AC-FECHA-GENERACION NOT = EN-FECHA-GENERACION
               MOVE "S" TO WS-ACUSE-ANTERIOR
               PERFORM CONTROLAR-ESPERA
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO WS-CON-ACUSE.
           MOVE WS-FECHA-CORTE TO EN-FECHA-ACUSE.
           MOVE AC-RESULTADO TO EN-ACUSE-RESULTADO.
           MOVE AC-TOTAL-N TO EN-ACUSE-TOTAL.
           MOVE AC-HASH-N TO EN-ACUSE-HASH.
           MOVE AC-MOTIVO TO EN-ACUSE-MOTIVO.
           EVALUATE TRUE
               WHEN EN-ACUSE-TOTAL NOT = EN-TOTAL-REGISTROS
                       OR EN-ACUSE-HASH NOT = EN-HASH-TOTAL
                   MOVE "D" TO EN-ESTADO
                   MOVE "DISCREPANCIA" TO WS-SITUACION
                   ADD 1 TO WS-TOT-DISCREP
                   PERFORM ARMAR-HALLAZGO-DISCREP
               WHEN AC-RECHAZADO
                   MOVE "R" TO EN-ESTADO
                   MOVE "RECHAZADO" TO WS-SITUACION
                   ADD 1 TO WS-TOT-RECHAZADOS
                   PERFORM ARMAR-HALLAZGO-RECHAZO
               WHEN OTHER
                   MOVE "A" TO EN-ESTADO
                   MOVE "ACEPTADO" TO WS-SITUACION
                   ADD 1 TO WS-TOT-ACEPTADOS
                   ADD 1 TO WS-TOT-ACEP-HOY
           END-EVALUATE.
           REWRITE ENVIO-RECORD
               INVALID KEY
                   DISPLAY "ERROR: no se pudo actualizar ENVIOS.DAT "
                       "(status " WS-ENVIOS-STATUS ") para el "
                       "extracto " EN-FECHA-EXTRACTO "."
                   MOVE 8 TO WS-RC
           END-REWRITE.

      * --- Sin acuse del envío vigente: se cuentan los días desde la
      * --- generación del último envío; pasado el límite se reclama
      * --- al mayor. ---
       CONTROLAR-ESPERA.
           MOVE 0 TO WS-DIAS.
           MOVE "N" TO WS-VENCIDO.
           MOVE EN-FECHA-GENERACION(1:8) TO WS-FECHA-AUX.
           IF WS-FECHA-AUX IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-FECHA-AUX-N) = 0
                   AND WS-FECHA-AUX-N < WS-FECHA-CORTE-N
                   COMPUTE WS-DIAS = WS-DIA-CORTE -
                       FUNCTION INTEGER-OF-DATE (WS-FECHA-AUX-N)
               END-IF
           END-IF.
           IF WS-DIAS > WS-DIAS-LIMITE
               MOVE "S" TO WS-VENCIDO
           END-IF.
           IF ACUSE-VENCIDO
               MOVE "SIN ACUSE" TO WS-SITUACION
               ADD 1 TO WS-TOT-VENCIDOS
               STRING "*** SIN ACUSE HACE " WS-DIAS
                   " DIAS: reclamar al mayor"
                   DELIMITED BY SIZE INTO WS-HALLAZGO
           ELSE
               MOVE "EN ESPERA" TO WS-SITUACION
               ADD 1 TO WS-TOT-ESPERA
           END-IF.

       ARMAR-HALLAZGO-RECHAZO.
           STRING "*** RECHAZADO POR EL MAYOR: " EN-ACUSE-MOTIVO
               " -- REENVIAR=" EN-FECHA-EXTRACTO
               DELIMITED BY SIZE INTO WS-HALLAZGO.

       ARMAR-HALLAZGO-DISCREP.
           STRING "*** DISCREPANCIA DE TOTAL O HASH CON EL ACUSE"
               " -- REENVIAR=" EN-FECHA-EXTRACTO
               DELIMITED BY SIZE INTO WS-HALLAZGO.

      * --- Bloque del envío: datos del registro, el acuse si lo hay
      * --- y el hallazgo. Un acuse que trae otra marca de generación
      * --- se nombra aparte para que no se lo tome por el vigente. ---
       EMITIR-ENVIO.
           MOVE SPACES TO WS-LINEA-INF.
           STRING "EXTRACTO=" EN-FECHA-EXTRACTO
               " SITUACION=" WS-SITUACION
               " ENVIADO=" EN-FECHA-GENERACION(1:8)
               " PRIMER ENVIO=" EN-FECHA-PRIMER-ENVIO
               " REENVIOS=" EN-REENVIOS
               " REGISTROS=" EN-TOTAL-REGISTROS
               " HASH=" EN-HASH-TOTAL
               DELIMITED BY SIZE INTO WS-LINEA-INF.
           PERFORM ESCRIBIR-INF.
           IF HAY-ACUSE
               MOVE SPACES TO WS-LINEA-INF
               STRING "  ACUSE: RESULTADO=" EN-ACUSE-RESULTADO
                   " CONCILIADO=" EN-FECHA-ACUSE
                   " REGISTROS=" EN-ACUSE-TOTAL
                   " HASH=" EN-ACUSE-HASH
                   " MOTIVO=" EN-ACUSE-MOTIVO
                   DELIMITED BY SIZE INTO WS-LINEA-INF
               PERFORM ESCRIBIR-INF
           END-IF.
           IF ACUSE-ANTERIOR
               MOVE SPACES TO WS-LINEA-INF
               STRING "  ACUSE IGNORADO: corresponde al envío "
                   "generado " AC-FECHA-GENERACION
                   DELIMITED BY SIZE INTO WS-LINEA-INF
               PERFORM ESCRIBIR-INF
           END-IF.
           IF WS-HALLAZGO NOT = SPACES
               MOVE SPACES TO WS-LINEA-INF
               MOVE WS-HALLAZGO TO WS-LINEA-INF(3:80)
               PERFORM ESCRIBIR-INF
           END-IF.

       EMITIR-TOTALES.
           IF WS-TOT-ENVIOS = 0
               MOVE "SIN EXTRACTOS REGISTRADOS" TO WS-LINEA-INF
               PERFORM ESCRIBIR-INF
           END-IF.
           COMPUTE WS-TOT-INCIDENTES = WS-TOT-VENCIDOS
               + WS-TOT-RECHAZADOS + WS-TOT-DISCREP
               + WS-TOT-ILEGIBLES.
           MOVE SPACES TO WS-LINEA-INF.
           PERFORM ESCRIBIR-INF.
           MOVE SPACES TO WS-LINEA-INF.
           STRING "TOTAL: ENVIOS=" WS-TOT-ENVIOS
               " ACEPTADOS=" WS-TOT-ACEPTADOS
               " (EN ESTA CORRIDA=" WS-TOT-ACEP-HOY ")"
               " EN ESPERA=" WS-TOT-ESPERA
               DELIMITED BY SIZE INTO WS-LINEA-INF.
           PERFORM ESCRIBIR-INF.
           MOVE SPACES TO WS-LINEA-INF.
           STRING "       SIN ACUSE=" WS-TOT-VENCIDOS
               " RECHAZADOS=" WS-TOT-RECHAZADOS
               " DISCREPANCIAS=" WS-TOT-DISCREP
               " ILEGIBLES=" WS-TOT-ILEGIBLES
               DELIMITED BY SIZE INTO WS-LINEA-INF.
           PERFORM ESCRIBIR-INF.
           MOVE SPACES TO WS-LINEA-INF.
           STRING "TOTAL INCIDENTES=" WS-TOT-INCIDENTES
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
               DISPLAY "ERROR: fallo al escribir en ACUSES.DAT "
                   "(status " WS-INF-STATUS ")."
           END-IF.
           ADD 1 TO WS-LIN-PAG.

       ENCABEZADO-PAGINA.
           ADD 1 TO WS-PAGINA.
           MOVE SPACES TO INF-RECORD.
           STRING "CONCILIACION DE ACUSES DEL MAYOR  FECHA="
               WS-FECHA-CORTE
               "  ESPERA=" WS-DIAS-LIMITE " DIAS"
               "  PAGINA " WS-PAGINA
               DELIMITED BY SIZE INTO INF-RECORD.
           WRITE INF-RECORD.
           MOVE ALL "=" TO INF-RECORD(1:60).
           MOVE SPACES TO INF-RECORD(61:72).
           WRITE INF-RECORD.
           MOVE SPACES TO INF-RECORD.
           WRITE INF-RECORD.
           IF WS-INF-STATUS NOT = "00"
               DISPLAY "ERROR: fallo al escribir en ACUSES.DAT "
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
