       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIN-CUPO.

      * --- Informe de consumo del cupo mensual por departamento.
      * --- Para cada departamento de DEPTOS.DAT con cupo cargado
      * --- (DP-CUPO-MENSUAL) suma los cálculos de lote posteados en el
      * --- mes en RESULTADOS.DAT, sin los anulados, tomando el
      * --- departamento del lote en LOTES.DAT: es la misma medida con
      * --- la que BIN-CALC retiene un lote al recibirlo. Emite en
      * --- CUPOS.DAT, paginado como INFORME.DAT, los departamentos que
      * --- ya pasaron el 80% y el 100% de su cupo, y la lista de lotes
      * --- retenidos por cupo que esperan la liberación del
      * --- supervisor. El mes se configura en CUPO.PRM con
      * --- MES=AAAAMM (por omisión, el de la fecha de proceso de
      * --- FECHAPRO.DAT). Los cálculos interactivos no consumen cupo.
      * --- RETURN-CODE: 0=nada que avisar, 4=departamentos sobre el
      * --- 80% o lotes retenidos, 8=parámetro inválido o falla de
      * --- archivo. ---

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE ASSIGN TO "CUPO.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT DEPTOS-FILE ASSIGN TO "DEPTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DP-NOMBRE
               FILE STATUS IS WS-DEPTOS-STATUS.
           SELECT LOTES-FILE ASSIGN TO "LOTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-LOTE-ID
               FILE STATUS IS WS-LOTES-STATUS.
           SELECT RES-FILE ASSIGN TO "RESULTADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RS-CLAVE
               FILE STATUS IS WS-RES-STATUS.
           SELECT INF-FILE ASSIGN TO "CUPOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INF-STATUS.
           SELECT FECHAPRO-FILE ASSIGN TO "FECHAPRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FECHAPRO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       01  PARAM-RECORD           PIC X(80).

      * --- Mismo trazado de la referencia de departamentos de
      * --- BIN-CALC. ---
       FD  DEPTOS-FILE.
       01  DEPTOS-RECORD.
           05 DP-NOMBRE           PIC X(20).
           05 DP-DESCRIPCION      PIC X(30).
           05 DP-ESTADO           PIC X(1).
              88 DP-ACTIVO        VALUE "A".
              88 DP-INACTIVO      VALUE "I".
           05 DP-CUPO-MENSUAL     PIC 9(9).

      * --- Mismo trazado del registro de lotes de BIN-CALC. ---
       FD  LOTES-FILE.
       01  LOTES-RECORD.
           05 LT-LOTE-ID          PIC X(10).
           05 LT-ESTADO           PIC X(1).
              88 LT-RETENIDO      VALUE "H".
           05 LT-DEPARTAMENTO     PIC X(20).
           05 LT-FECHA-RECIBIDO   PIC X(8).
           05 LT-FECHA-PROCESO    PIC X(8).
           05 LT-POSTEADOS        PIC 9(9).
           05 LT-RECHAZADOS       PIC 9(9).
           05 LT-REENVIOS         PIC 9(2).

      * --- Mismo trazado del maestro de resultados de BIN-CALC. ---
       FD  RES-FILE.
       01  RES-RECORD.
           05 RS-CLAVE.
              10 RS-LOTE-ID       PIC X(10).
              10 RS-FECHA         PIC X(8).
              10 RS-SECUENCIA     PIC 9(9).
           05 RS-OPERADOR         PIC X(10).
           05 RS-OP               PIC X(1).
           05 RS-BIN1             PIC X(64).
           05 RS-BIN2             PIC X(64).
           05 RS-RESULTADO        PIC X(64).
           05 RS-ESTADO           PIC X(5).
           05 RS-DEC1             PIC X(21).
           05 RS-DEC2             PIC X(21).
           05 RS-EXPORTADO        PIC X(1).
           05 RS-ANULACION        PIC X(1).
              88 RS-ANULADO       VALUE "A".

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
       01 WS-DEPTOS-STATUS   PIC X(2).
       01 WS-LOTES-STATUS    PIC X(2).
       01 WS-RES-STATUS      PIC X(2).
       01 WS-INF-STATUS      PIC X(2).
       01 WS-FECHAPRO-STATUS PIC X(2).

       01 WS-EOF-PARAM       PIC X VALUE "N".
          88 FIN-PARAM-FILE  VALUE "S".
       01 WS-EOF-DEPTOS      PIC X VALUE "N".
          88 FIN-DEPTOS-FILE VALUE "S".
       01 WS-EOF-LOTES       PIC X VALUE "N".
          88 FIN-LOTES-FILE  VALUE "S".
       01 WS-EOF-RES         PIC X VALUE "N".
          88 FIN-RES-FILE    VALUE "S".
       01 WS-LOTES-DISPONIBLE PIC X VALUE "N".
          88 LOTES-DISPONIBLE VALUE "S".
       01 WS-RES-DISPONIBLE  PIC X VALUE "N".
          88 RES-DISPONIBLE  VALUE "S".

       01 WS-PRM-CLAVE       PIC X(20).
       01 WS-PRM-VALOR       PIC X(64).
       01 WS-PRM-ERROR       PIC X VALUE "N".
          88 PARAMETRO-INVALIDO VALUE "S".

      * --- Mes informado y marca de emisión ---
       01 WS-TIMESTAMP       PIC X(21).
       01 WS-MES             PIC X(6) VALUE SPACES.
       01 WS-MES-AUX         PIC X(6).
       01 WS-MES-AUX-N REDEFINES WS-MES-AUX PIC 9(6).

      * --- Departamentos con cupo: cupo, cálculos de lote del mes,
      * --- porcentaje consumido y lotes retenidos. ---
       01 DEP-CANT           PIC 9(4) COMP VALUE 0.
       01 DEP-MAX            PIC 9(4) COMP VALUE 200.
       01 DEP-TABLA.
          05 DEP-ENT OCCURS 200 TIMES.
             10 DEP-NOMBRE   PIC X(20).
             10 DEP-CUPO     PIC 9(9).
             10 DEP-USADO    PIC 9(9).
             10 DEP-PORC     PIC 9(5).
             10 DEP-RETENIDOS PIC 9(4).

       01 I                  PIC 9(4) COMP.
       01 WS-HALLADO         PIC X VALUE "N".
          88 ENTRADA-HALLADA VALUE "S".
       01 WS-DEPARTAMENTO    PIC X(20).

      * --- Último lote consultado en LOTES.DAT: los resultados vienen
      * --- ordenados por lote, así que se lee una vez por lote. ---
       01 WS-LOTE-ANTERIOR   PIC X(10) VALUE SPACES.
       01 WS-DEPTO-LOTE      PIC X(20) VALUE SPACES.

      * --- Totales de la corrida ---
       01 WS-TOT-80          PIC 9(4) VALUE 0.
       01 WS-TOT-100         PIC 9(4) VALUE 0.
       01 WS-TOT-RETENIDOS   PIC 9(4) VALUE 0.
       01 WS-TOT-CALCULOS    PIC 9(9) VALUE 0.
       01 WS-DEP-CANT-ED     PIC 9(4).

      * --- Paginación del informe, como INFORME.DAT ---
       01 WS-PAGINA          PIC 9(4) VALUE 0.
       01 WS-LIN-PAG         PIC 9(4) COMP VALUE 99.
       01 WS-LIN-MAX         PIC 9(4) COMP VALUE 55.
       01 WS-LINEA-INF       PIC X(132).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM LEER-FECHA-PROCESO.
           MOVE WS-TIMESTAMP(1:6) TO WS-MES.
           PERFORM LEER-PARAMETROS.
           IF PARAMETRO-INVALIDO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * --- Sin DEPTOS.DAT no hay cupos que controlar; sin LOTES.DAT
      * --- o RESULTADOS.DAT todavía no se posteó nada. El informe sale
      * --- igual. Cualquier otra falla de apertura corta. ---
           OPEN INPUT DEPTOS-FILE.
           EVALUATE WS-DEPTOS-STATUS
               WHEN "00"
                   PERFORM CARGAR-DEPARTAMENTOS
                   CLOSE DEPTOS-FILE
               WHEN "35"
                   DISPLAY "AVISO: DEPTOS.DAT no existe; no hay cupos "
                       "cargados."
               WHEN OTHER
                   DISPLAY "ERROR: no se pudo abrir DEPTOS.DAT "
                       "(status " WS-DEPTOS-STATUS ")."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN INPUT LOTES-FILE.
           EVALUATE WS-LOTES-STATUS
               WHEN "00"
                   MOVE "S" TO WS-LOTES-DISPONIBLE
               WHEN "35"
                   DISPLAY "AVISO: LOTES.DAT no existe; no hay lotes "
                       "registrados."
               WHEN OTHER
                   DISPLAY "ERROR: no se pudo abrir LOTES.DAT "
                       "(status " WS-LOTES-STATUS ")."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN INPUT RES-FILE.
           EVALUATE WS-RES-STATUS
               WHEN "00"
                   MOVE "S" TO WS-RES-DISPONIBLE
               WHEN "35"
                   DISPLAY "AVISO: RESULTADOS.DAT no existe; no hay "
                       "cálculos posteados."
               WHEN OTHER
                   DISPLAY "ERROR: no se pudo abrir RESULTADOS.DAT "
                       "(status " WS-RES-STATUS ")."
                   IF LOTES-DISPONIBLE
                       CLOSE LOTES-FILE
                   END-IF
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT INF-FILE.
           IF WS-INF-STATUS NOT = "00"
               DISPLAY "ERROR: no se pudo abrir CUPOS.DAT "
                   "(status " WS-INF-STATUS ")."
               IF LOTES-DISPONIBLE
                   CLOSE LOTES-FILE
               END-IF
               IF RES-DISPONIBLE
                   CLOSE RES-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF RES-DISPONIBLE AND LOTES-DISPONIBLE
               PERFORM UNTIL FIN-RES-FILE
                   READ RES-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF-RES
                       NOT AT END
                           PERFORM ACUMULAR-RESULTADO
                   END-READ
               END-PERFORM
           END-IF.
           IF LOTES-DISPONIBLE
               PERFORM CONTAR-RETENIDOS
           END-IF.
           PERFORM EMITIR-INFORME.

           IF LOTES-DISPONIBLE
               CLOSE LOTES-FILE
           END-IF.
           IF RES-DISPONIBLE
               CLOSE RES-FILE
           END-IF.
           CLOSE INF-FILE.
           DISPLAY "Informe de cupos mensuales generado. Mes="
               WS-MES " Sobre el 80%=" WS-TOT-80
               " Sobre el 100%=" WS-TOT-100
               " Lotes retenidos=" WS-TOT-RETENIDOS
               ". Ver CUPOS.DAT".
           IF WS-TOT-80 > 0 OR WS-TOT-100 > 0 OR WS-TOT-RETENIDOS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * --- Lee CUPO.PRM, líneas CLAVE=VALOR como BINCALC.PRM. ---
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
                           WHEN "MES"
                               PERFORM TOMAR-MES
                           WHEN SPACES
                               CONTINUE
                           WHEN OTHER
                               DISPLAY "AVISO: parámetro desconocido "
                                   "en CUPO.PRM: " WS-PRM-CLAVE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE PARAM-FILE.

       TOMAR-MES.
           MOVE WS-PRM-VALOR(1:6) TO WS-MES-AUX.
           IF WS-MES-AUX IS NOT NUMERIC OR
                   WS-PRM-VALOR(7:1) NOT = SPACE
               DISPLAY "ERROR: MES= inválido en CUPO.PRM: "
                   WS-PRM-VALOR(1:10)
               MOVE "S" TO WS-PRM-ERROR
               EXIT PARAGRAPH
           END-IF.
           IF WS-MES-AUX(5:2) < "01" OR WS-MES-AUX(5:2) > "12"
               DISPLAY "ERROR: MES= inválido en CUPO.PRM: "
                   WS-PRM-VALOR(1:10)
               MOVE "S" TO WS-PRM-ERROR
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MES-AUX TO WS-MES.

      * --- Arma la tabla con los departamentos que tienen cupo; un
      * --- registro sin el campo cargado cuenta como sin cupo. ---
       CARGAR-DEPARTAMENTOS.
           MOVE "N" TO WS-EOF-DEPTOS.
           PERFORM UNTIL FIN-DEPTOS-FILE
               READ DEPTOS-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-DEPTOS
                   NOT AT END
                       IF DP-CUPO-MENSUAL IS NUMERIC AND
                               DP-CUPO-MENSUAL > 0
                           PERFORM AGREGAR-DEPARTAMENTO
                       END-IF
               END-READ
           END-PERFORM.

       AGREGAR-DEPARTAMENTO.
           IF DEP-CANT >= DEP-MAX
               DISPLAY "AVISO: tabla de departamentos llena ("
                   DEP-MAX "); " DP-NOMBRE " no se controla."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO DEP-CANT.
           MOVE DP-NOMBRE TO DEP-NOMBRE (DEP-CANT).
           MOVE DP-CUPO-MENSUAL TO DEP-CUPO (DEP-CANT).
           MOVE 0 TO DEP-USADO (DEP-CANT).
           MOVE 0 TO DEP-PORC (DEP-CANT).
           MOVE 0 TO DEP-RETENIDOS (DEP-CANT).

      * --- Un resultado del mes, de lote y no anulado, suma en el
      * --- departamento de su lote. ---
       ACUMULAR-RESULTADO.
           IF RS-FECHA(1:6) NOT = WS-MES OR RS-ANULADO
               EXIT PARAGRAPH
           END-IF.
           IF RS-LOTE-ID = "INTERACT"
               EXIT PARAGRAPH
           END-IF.
           IF RS-LOTE-ID NOT = WS-LOTE-ANTERIOR
               MOVE RS-LOTE-ID TO WS-LOTE-ANTERIOR
               MOVE SPACES TO WS-DEPTO-LOTE
               MOVE RS-LOTE-ID TO LT-LOTE-ID
               READ LOTES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LT-DEPARTAMENTO TO WS-DEPTO-LOTE
               END-READ
           END-IF.
           IF WS-DEPTO-LOTE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DEPTO-LOTE TO WS-DEPARTAMENTO.
           PERFORM BUSCAR-DEPARTAMENTO.
           IF ENTRADA-HALLADA
               ADD 1 TO DEP-USADO (I)
               ADD 1 TO WS-TOT-CALCULOS
           END-IF.

       BUSCAR-DEPARTAMENTO.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DEP-CANT
               IF DEP-NOMBRE (I) = WS-DEPARTAMENTO
                   MOVE "S" TO WS-HALLADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * --- Lotes retenidos por cupo, de cualquier mes: siguen
      * --- esperando al supervisor. ---
       CONTAR-RETENIDOS.
           MOVE LOW-VALUES TO LT-LOTE-ID.
           START LOTES-FILE KEY IS >= LT-LOTE-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           MOVE "N" TO WS-EOF-LOTES.
           PERFORM UNTIL FIN-LOTES-FILE
               READ LOTES-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-LOTES
                   NOT AT END
                       IF LT-RETENIDO
                           ADD 1 TO WS-TOT-RETENIDOS
                           MOVE LT-DEPARTAMENTO TO WS-DEPARTAMENTO
                           PERFORM BUSCAR-DEPARTAMENTO
                           IF ENTRADA-HALLADA
                               ADD 1 TO DEP-RETENIDOS (I)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * --- Primero los departamentos que pasaron el 100%, después los
      * --- que pasaron el 80%, y al final los lotes retenidos. ---
       EMITIR-INFORME.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DEP-CANT
               COMPUTE DEP-PORC (I) =
                   DEP-USADO (I) * 100 / DEP-CUPO (I)
               IF DEP-PORC (I) >= 100
                   ADD 1 TO WS-TOT-100
               ELSE
                   IF DEP-PORC (I) >= 80
                       ADD 1 TO WS-TOT-80
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "DEPARTAMENTOS QUE PASARON EL 100% DEL CUPO:"
               TO WS-LINEA-INF.
           PERFORM ESCRIBIR-INF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DEP-CANT
               IF DEP-PORC (I) >= 100
                   PERFORM EMITIR-LINEA-DEPTO
                   MOVE "*** CUPO AGOTADO ***"
                       TO WS-LINEA-INF(106:20)
                   PERFORM ESCRIBIR-INF
               END-IF
           END-PERFORM.
           IF WS-TOT-100 = 0
               MOVE "  NINGUNO" TO WS-LINEA-INF
               PERFORM ESCRIBIR-INF
           END-IF.
           MOVE SPACES TO WS-LINEA-INF.
           PERFORM ESCRIBIR-INF.
           MOVE "DEPARTAMENTOS QUE PASARON EL 80% DEL CUPO:"
               TO WS-LINEA-INF.
           PERFORM ESCRIBIR-INF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DEP-CANT
               IF DEP-PORC (I) >= 80 AND DEP-PORC (I) < 100
                   PERFORM EMITIR-LINEA-DEPTO
                   MOVE "*** SOBRE EL 80% ***"
                       TO WS-LINEA-INF(106:20)
                   PERFORM ESCRIBIR-INF
               END-IF
           END-PERFORM.
           IF WS-TOT-80 = 0
               MOVE "  NINGUNO" TO WS-LINEA-INF
               PERFORM ESCRIBIR-INF
           END-IF.
           MOVE SPACES TO WS-LINEA-INF.
           PERFORM ESCRIBIR-INF.
           MOVE "LOTES RETENIDOS POR CUPO:" TO WS-LINEA-INF.
           PERFORM ESCRIBIR-INF.
           IF WS-TOT-RETENIDOS = 0
               MOVE "  NINGUNO" TO WS-LINEA-INF
               PERFORM ESCRIBIR-INF
           ELSE
               PERFORM EMITIR-RETENIDOS
           END-IF.
           MOVE SPACES TO WS-LINEA-INF.
           PERFORM ESCRIBIR-INF.
           MOVE DEP-CANT TO WS-DEP-CANT-ED.
           STRING "TOTAL: DEPARTAMENTOS CON CUPO=" WS-DEP-CANT-ED
               " CALCULOS DE LOTE DEL MES=" WS-TOT-CALCULOS
               " SOBRE EL 100%=" WS-TOT-100
               " SOBRE EL 80%=" WS-TOT-80
               " LOTES RETENIDOS=" WS-TOT-RETENIDOS
               DELIMITED BY SIZE INTO WS-LINEA-INF.
           PERFORM ESCRIBIR-INF.

       EMITIR-LINEA-DEPTO.
           MOVE SPACES TO WS-LINEA-INF.
           STRING "  DEPARTAMENTO=" DEP-NOMBRE (I)
               " CUPO=" DEP-CUPO (I)
               " USADO=" DEP-USADO (I)
               " PORCENTAJE=" DEP-PORC (I)
               " RETENIDOS=" DEP-RETENIDOS (I)
               DELIMITED BY SIZE INTO WS-LINEA-INF.

       EMITIR-RETENIDOS.
           MOVE LOW-VALUES TO LT-LOTE-ID.
           START LOTES-FILE KEY IS >= LT-LOTE-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           MOVE "N" TO WS-EOF-LOTES.
           PERFORM UNTIL FIN-LOTES-FILE
               READ LOTES-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-LOTES
                   NOT AT END
                       IF LT-RETENIDO
                           MOVE SPACES TO WS-LINEA-INF
                           STRING "  LOTE=" LT-LOTE-ID
                               " DEPARTAMENTO=" LT-DEPARTAMENTO
                               " RECIBIDO=" LT-FECHA-RECIBIDO
                               " REENVIOS=" LT-REENVIOS
                               DELIMITED BY SIZE INTO WS-LINEA-INF
                           PERFORM ESCRIBIR-INF
                       END-IF
               END-READ
           END-PERFORM.

      * --- Escribe una línea del informe controlando el corte de
      * --- página, igual que BIN-AUDIT. ---
       ESCRIBIR-INF.
           IF WS-LIN-PAG >= WS-LIN-MAX
               PERFORM ENCABEZADO-PAGINA
           END-IF.
           WRITE INF-RECORD FROM WS-LINEA-INF.
           IF WS-INF-STATUS NOT = "00"
               DISPLAY "ERROR: fallo al escribir en CUPOS.DAT "
                   "(status " WS-INF-STATUS ")."
           END-IF.
           ADD 1 TO WS-LIN-PAG.

       ENCABEZADO-PAGINA.
           ADD 1 TO WS-PAGINA.
           MOVE SPACES TO INF-RECORD.
           STRING "INFORME DE CUPOS MENSUALES POR DEPARTAMENTO  MES="
               WS-MES
               "  EMITIDO=" WS-TIMESTAMP(1:8)
               "  PAGINA " WS-PAGINA
               DELIMITED BY SIZE INTO INF-RECORD.
           WRITE INF-RECORD.
           MOVE ALL "=" TO INF-RECORD(1:60).
           MOVE SPACES TO INF-RECORD(61:72).
           WRITE INF-RECORD.
           MOVE SPACES TO INF-RECORD.
           WRITE INF-RECORD.
           IF WS-INF-STATUS NOT = "00"
               DISPLAY "ERROR: fallo al escribir en CUPOS.DAT "
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
