      * --- corrió. El mes a informar se configura en DEPTO.PRM con
      * --- MES=AAAAMM. Las líneas cuyo operador no está en el maestro
      * --- (o sin maestro disponible) se agrupan bajo
      * --- "(SIN DEPARTAMENTO)". Los cálculos de un lote anulado no
      * --- se facturan: se informan aparte como ANULADOS. RETURN-CODE:
      * --- 0=limpio, 8=sin parámetro de mes o falla de archivo. ---

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  LOTES-RECORD.
           05 LT-LOTE-ID          PIC X(10).
           05 LT-ESTADO           PIC X(1).
              88 LT-ANULADO       VALUE "A".
           05 LT-DEPARTAMENTO     PIC X(20).
           05 LT-FECHA-RECIBIDO   PIC X(8).
           05 LT-FECHA-PROCESO    PIC X(8).
       01 WS-ES-LOTE         PIC X.
          88 LINEA-DE-LOTE   VALUE "S".
       01 WS-DEPARTAMENTO    PIC X(20).
       01 WS-LOTE-ANULADO    PIC X VALUE "N".
          88 LINEA-ANULADA   VALUE "S".

      * --- Acumuladores del mes por departamento, con el desglose por
      * --- operación dentro de cada entrada. ---
             10 DEP-ERR      PIC 9(9).
             10 DEP-LOTE     PIC 9(9).
             10 DEP-INTER    PIC 9(9).
             10 DEP-ANUL     PIC 9(9).
             10 DEP-OPX-CANT PIC 9(4) COMP.
             10 DEP-OPX-ENT OCCURS 20 TIMES.
                15 DEP-OPX-OP  PIC X(1).
      * --- Totales de la corrida ---
       01 WS-TOT-LINEAS      PIC 9(9) VALUE 0.
       01 WS-TOT-MES         PIC 9(9) VALUE 0.
       01 WS-TOT-ANUL        PIC 9(9) VALUE 0.
       01 WS-DEP-CANT-ED     PIC 9(4).

      * --- Paginación del informe, como INFORME.DAT ---
           IF WS-FECHA(1:6) NOT = WS-MES
               EXIT PARAGRAPH
           END-IF.
           PERFORM RESOLVER-DEPARTAMENTO.
           IF LINEA-ANULADA
               ADD 1 TO WS-TOT-ANUL
           ELSE
               ADD 1 TO WS-TOT-MES
           END-IF.
           PERFORM ACUMULAR-DEPARTAMENTO.

      * --- Departamento de la línea: el de la cabecera del lote si la
      * --- línea vino de un lote registrado, si no el del operador en
      * --- el maestro; sin ninguno de los dos, el grupo genérico. De
      * --- paso se marca si el lote de la línea está anulado. ---
       RESOLVER-DEPARTAMENTO.
           MOVE SPACES TO WS-DEPARTAMENTO.
           MOVE "N" TO WS-LOTE-ANULADO.
           IF LINEA-DE-LOTE AND LOTES-DISPONIBLE
               MOVE WS-LOTE TO LT-LOTE-ID
               READ LOTES-FILE
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LT-DEPARTAMENTO TO WS-DEPARTAMENTO
                       IF LT-ANULADO
                           MOVE "S" TO WS-LOTE-ANULADO
                       END-IF
               END-READ
           END-IF.
           IF WS-DEPARTAMENTO = SPACES AND OPER-DISPONIBLE
               MOVE 0 TO DEP-ERR (I)
               MOVE 0 TO DEP-LOTE (I)
               MOVE 0 TO DEP-INTER (I)
               MOVE 0 TO DEP-ANUL (I)
               MOVE 0 TO DEP-OPX-CANT (I)
           END-IF.
           IF LINEA-ANULADA
               ADD 1 TO DEP-ANUL (I)
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO DEP-TOT (I).
           IF WS-ESTADO NOT = "OK"
               ADD 1 TO DEP-ERR (I)
                   " ERRORES=" DEP-ERR (I)
                   " LOTE=" DEP-LOTE (I)
                   " INTERACTIVO=" DEP-INTER (I)
                   " ANULADOS=" DEP-ANUL (I)
                   DELIMITED BY SIZE INTO WS-LINEA-INF
               PERFORM ESCRIBIR-INF
               PERFORM VARYING J FROM 1 BY 1
           MOVE SPACES TO WS-LINEA-INF.
           MOVE DEP-CANT TO WS-DEP-CANT-ED.
           STRING "TOTAL DEL MES: CALCULOS=" WS-TOT-MES
               " ANULADOS=" WS-TOT-ANUL
               " DEPARTAMENTOS=" WS-DEP-CANT-ED
               DELIMITED BY SIZE INTO WS-LINEA-INF.
           PERFORM ESCRIBIR-INF.
