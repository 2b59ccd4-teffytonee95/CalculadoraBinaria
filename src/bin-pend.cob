       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIN-PEND.

      * --- Informe semanal de antigüedad de rechazos pendientes.
      * --- Lee RECHPEND.DAT, donde BIN-CALC deja abierto cada registro
      * --- rechazado de un lote hasta que un reenvío del mismo lote lo
      * --- postea, y emite en PENDIENTES.DAT, paginado como
      * --- INFORME.DAT, por cada departamento: cuántos rechazos tiene
      * --- abiertos, con qué motivos (OP/B1/B2/AN/TP), su antigüedad
      * --- en días desde el primer rechazo por tramos, y el detalle de
      * --- cada uno. Los que superan la antigüedad configurada se
      * --- marcan "*** ESCALAR ***" para que operaciones reclame al
      * --- departamento. PEND.PRM admite DIAS=nnn (límite, 15 por
      * --- omisión) y FECHA=AAAAMMDD (fecha de corte; por omisión
      * --- la fecha de proceso de FECHAPRO.DAT). RETURN-CODE:
      * --- 0=nada para escalar, 4=hay rechazos para escalar,
      * --- 8=parámetro inválido o falla de archivo. ---

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE ASSIGN TO "PEND.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT PEND-FILE ASSIGN TO "RECHPEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-CLAVE
               FILE STATUS IS WS-PEND-STATUS.
           SELECT INF-FILE ASSIGN TO "PENDIENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INF-STATUS.
           SELECT FECHAPRO-FILE ASSIGN TO "FECHAPRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FECHAPRO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       01  PARAM-RECORD           PIC X(80).

      * --- Mismo trazado de los rechazos pendientes de BIN-CALC.
      * --- Estados: P abierto, C corregido por un reenvío, A anulado
      * --- junto con su lote (ya no puede reenviarse; no se informa
      * --- ni se escala). ---
       FD  PEND-FILE.
       01  PEND-RECORD.
           05 PD-CLAVE.
              10 PD-LOTE-ID       PIC X(10).
              10 PD-REGISTRO      PIC 9(9).
           05 PD-DEPARTAMENTO     PIC X(20).
           05 PD-MOTIVO           PIC X(2).
           05 PD-FECHA-PRIMERO    PIC X(8).
           05 PD-FECHA-ULTIMO     PIC X(8).
           05 PD-VECES            PIC 9(4).
           05 PD-ESTADO           PIC X(1).
              88 PD-ABIERTO       VALUE "P".
              88 PD-CORREGIDO     VALUE "C".
              88 PD-ANULADO       VALUE "A".
           05 PD-FECHA-CIERRE     PIC X(8).
           05 PD-TIPO             PIC X(1).
           05 PD-DATOS            PIC X(129).

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
       01 WS-PEND-STATUS     PIC X(2).
       01 WS-INF-STATUS      PIC X(2).
       01 WS-FECHAPRO-STATUS PIC X(2).

       01 WS-EOF-PARAM       PIC X VALUE "N".
          88 FIN-PARAM-FILE  VALUE "S".
       01 WS-EOF-PEND        PIC X VALUE "N".
          88 FIN-PEND-FILE   VALUE "S".
       01 WS-PEND-DISPONIBLE PIC X VALUE "N".
          88 PEND-DISPONIBLE VALUE "S".

       01 WS-PRM-CLAVE       PIC X(20).
       01 WS-PRM-VALOR       PIC X(64).
       01 WS-PRM-ERROR       PIC X VALUE "N".
          88 PARAMETRO-INVALIDO VALUE "S".

      * --- Límite de antigüedad y fecha de corte del informe ---
       01 WS-DIAS-LIMITE     PIC 9(3) VALUE 15.
       01 WS-DIAS-TXT        PIC X(3).
       01 WS-TIMESTAMP       PIC X(21).
       01 WS-FECHA-CORTE     PIC X(8) VALUE SPACES.
       01 WS-FECHA-CORTE-N REDEFINES WS-FECHA-CORTE PIC 9(8).
       01 WS-FECHA-AUX       PIC X(8).
       01 WS-FECHA-AUX-N REDEFINES WS-FECHA-AUX PIC 9(8).
       01 WS-DIA-CORTE       PIC 9(9) COMP.
       01 WS-DIAS            PIC 9(5) VALUE 0.
       01 WS-VENCIDO         PIC X VALUE "N".
          88 RECHAZO-VENCIDO VALUE "S".

      * --- Acumuladores por departamento: rechazos abiertos por
      * --- motivo y por tramo de antigüedad, vencidos, antigüedad
      * --- máxima y corregidos. ---
       01 DEP-CANT           PIC 9(4) COMP VALUE 0.
       01 DEP-MAX            PIC 9(4) COMP VALUE 200.
       01 DEP-TABLA.
          05 DEP-ENT OCCURS 200 TIMES.
             10 DEP-NOMBRE   PIC X(20).
             10 DEP-ABIERTOS PIC 9(9).
             10 DEP-CORREG   PIC 9(9).
             10 DEP-VENCIDOS PIC 9(9).
             10 DEP-MAX-DIAS PIC 9(5).
             10 DEP-MOT-OP   PIC 9(9).
             10 DEP-MOT-B1   PIC 9(9).
             10 DEP-MOT-B2   PIC 9(9).
             10 DEP-MOT-AN   PIC 9(9).
             10 DEP-MOT-TP   PIC 9(9).
             10 DEP-MOT-OTRO PIC 9(9).
             10 DEP-TRAMO-1  PIC 9(9).
             10 DEP-TRAMO-2  PIC 9(9).
             10 DEP-TRAMO-3  PIC 9(9).
             10 DEP-TRAMO-4  PIC 9(9).

       01 I                  PIC 9(4) COMP.
       01 WS-HALLADO         PIC X VALUE "N".
          88 ENTRADA-HALLADA VALUE "S".
       01 WS-DEPARTAMENTO    PIC X(20).

      * --- Totales de la corrida ---
       01 WS-TOT-ABIERTOS    PIC 9(9) VALUE 0.
       01 WS-TOT-VENCIDOS    PIC 9(9) VALUE 0.
       01 WS-TOT-CORREG      PIC 9(9) VALUE 0.
       01 WS-DEP-CANT-ED     PIC 9(4).

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

      * --- Sin RECHPEND.DAT todavía no hubo rechazos: el informe sale
      * --- igual, vacío. Cualquier otra falla de apertura corta. ---
           OPEN INPUT PEND-FILE.
           EVALUATE WS-PEND-STATUS
               WHEN "00"
                   MOVE "S" TO WS-PEND-DISPONIBLE
               WHEN "35"
                   DISPLAY "AVISO: RECHPEND.DAT no existe; no hay "
                       "rechazos registrados."
               WHEN OTHER
                   DISPLAY "ERROR: no se pudo abrir RECHPEND.DAT "
                       "(status " WS-PEND-STATUS ")."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT INF-FILE.
           IF WS-INF-STATUS NOT = "00"
               DISPLAY "ERROR: no se pudo abrir PENDIENTES.DAT "
                   "(status " WS-INF-STATUS ")."
               IF PEND-DISPONIBLE
                   CLOSE PEND-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF PEND-DISPONIBLE
               PERFORM UNTIL FIN-PEND-FILE
                   READ PEND-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF-PEND
                       NOT AT END
                           PERFORM ACUMULAR-RECHAZO
                   END-READ
               END-PERFORM
           END-IF.
           PERFORM EMITIR-INFORME.

           IF PEND-DISPONIBLE
               CLOSE PEND-FILE
           END-IF.
           CLOSE INF-FILE.
           DISPLAY "Informe de rechazos pendientes generado. Fecha="
               WS-FECHA-CORTE " Abiertos=" WS-TOT-ABIERTOS
               " Para escalar=" WS-TOT-VENCIDOS
               ". Ver PENDIENTES.DAT".
           IF WS-TOT-VENCIDOS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * --- Lee PEND.PRM, líneas CLAVE=VALOR como BINCALC.PRM. ---
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
                           WHEN SPACES
                               CONTINUE
                           WHEN OTHER
                               DISPLAY "AVISO: parámetro desconocido "
                                   "en PEND.PRM: " WS-PRM-CLAVE
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
                   DISPLAY "ERROR: DIAS= inválido en PEND.PRM: "
                       WS-PRM-VALOR(1:10)
                   MOVE "S" TO WS-PRM-ERROR
           END-EVALUATE.

       TOMAR-FECHA.
           MOVE WS-PRM-VALOR(1:8) TO WS-FECHA-AUX.
           IF WS-FECHA-AUX IS NOT NUMERIC
               DISPLAY "ERROR: FECHA= inválida en PEND.PRM: "
                   WS-PRM-VALOR(1:10)
               MOVE "S" TO WS-PRM-ERROR
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-FECHA-AUX-N) NOT = 0
               DISPLAY "ERROR: FECHA= inválida en PEND.PRM: "
                   WS-PRM-VALOR(1:10)
               MOVE "S" TO WS-PRM-ERROR
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FECHA-AUX TO WS-FECHA-CORTE.

      * --- Días transcurridos desde el primer rechazo hasta la fecha
      * --- de corte; una fecha ilegible o posterior al corte cuenta
      * --- como cero. ---
       CALCULAR-ANTIGUEDAD.
           MOVE 0 TO WS-DIAS.
           MOVE "N" TO WS-VENCIDO.
           MOVE PD-FECHA-PRIMERO TO WS-FECHA-AUX.
           IF WS-FECHA-AUX IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-FECHA-AUX-N) NOT = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-FECHA-AUX-N >= WS-FECHA-CORTE-N
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DIAS = WS-DIA-CORTE -
               FUNCTION INTEGER-OF-DATE (WS-FECHA-AUX-N).
           IF WS-DIAS > WS-DIAS-LIMITE
               MOVE "S" TO WS-VENCIDO
           END-IF.

      * --- Primera pasada: arma la tabla de departamentos. Los
      * --- corregidos solo se cuentan; el resto de los indicadores es
      * --- sobre los abiertos. ---
       ACUMULAR-RECHAZO.
           MOVE PD-DEPARTAMENTO TO WS-DEPARTAMENTO.
           IF WS-DEPARTAMENTO = SPACES
               MOVE "(SIN DEPARTAMENTO)" TO WS-DEPARTAMENTO
           END-IF.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DEP-CANT
               IF DEP-NOMBRE (I) = WS-DEPARTAMENTO
                   MOVE "S" TO WS-HALLADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT ENTRADA-HALLADA
               IF DEP-CANT >= DEP-MAX
                   DISPLAY "AVISO: tabla de departamentos llena ("
                       DEP-MAX "); el rechazo no se acumula."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO DEP-CANT
               MOVE DEP-CANT TO I
               MOVE WS-DEPARTAMENTO TO DEP-NOMBRE (I)
               MOVE 0 TO DEP-ABIERTOS (I)
               MOVE 0 TO DEP-CORREG (I)
               MOVE 0 TO DEP-VENCIDOS (I)
               MOVE 0 TO DEP-MAX-DIAS (I)
               MOVE 0 TO DEP-MOT-OP (I)
               MOVE 0 TO DEP-MOT-B1 (I)
               MOVE 0 TO DEP-MOT-B2 (I)
               MOVE 0 TO DEP-MOT-AN (I)
               MOVE 0 TO DEP-MOT-TP (I)
               MOVE 0 TO DEP-MOT-OTRO (I)
               MOVE 0 TO DEP-TRAMO-1 (I)
               MOVE 0 TO DEP-TRAMO-2 (I)
               MOVE 0 TO DEP-TRAMO-3 (I)
               MOVE 0 TO DEP-TRAMO-4 (I)
           END-IF.
           IF PD-CORREGIDO
               ADD 1 TO DEP-CORREG (I)
               ADD 1 TO WS-TOT-CORREG
               EXIT PARAGRAPH
           END-IF.
           IF NOT PD-ABIERTO
               EXIT PARAGRAPH
           END-IF.
           PERFORM CALCULAR-ANTIGUEDAD.
           ADD 1 TO DEP-ABIERTOS (I).
           ADD 1 TO WS-TOT-ABIERTOS.
           IF RECHAZO-VENCIDO
               ADD 1 TO DEP-VENCIDOS (I)
               ADD 1 TO WS-TOT-VENCIDOS
           END-IF.
           IF WS-DIAS > DEP-MAX-DIAS (I)
               MOVE WS-DIAS TO DEP-MAX-DIAS (I)
           END-IF.
           EVALUATE PD-MOTIVO
               WHEN "OP"
                   ADD 1 TO DEP-MOT-OP (I)
               WHEN "B1"
                   ADD 1 TO DEP-MOT-B1 (I)
               WHEN "B2"
                   ADD 1 TO DEP-MOT-B2 (I)
               WHEN "AN"
                   ADD 1 TO DEP-MOT-AN (I)
               WHEN "TP"
                   ADD 1 TO DEP-MOT-TP (I)
               WHEN OTHER
                   ADD 1 TO DEP-MOT-OTRO (I)
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WS-DIAS <= 7
                   ADD 1 TO DEP-TRAMO-1 (I)
               WHEN WS-DIAS <= 14
                   ADD 1 TO DEP-TRAMO-2 (I)
               WHEN WS-DIAS <= 30
                   ADD 1 TO DEP-TRAMO-3 (I)
               WHEN OTHER
                   ADD 1 TO DEP-TRAMO-4 (I)
           END-EVALUATE.

      * --- Un bloque por departamento: resumen, motivos, tramos de
      * --- antigüedad y el detalle de sus rechazos abiertos. ---
       EMITIR-INFORME.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DEP-CANT
               MOVE SPACES TO WS-LINEA-INF
               STRING "DEPARTAMENTO=" DEP-NOMBRE (I)
                   DELIMITED BY SIZE INTO WS-LINEA-INF
               PERFORM ESCRIBIR-INF
               MOVE SPACES TO WS-LINEA-INF
               STRING "  ABIERTOS=" DEP-ABIERTOS (I)
                   " PARA ESCALAR=" DEP-VENCIDOS (I)
                   " MAX DIAS=" DEP-MAX-DIAS (I)
                   " CORREGIDOS=" DEP-CORREG (I)
                   DELIMITED BY SIZE INTO WS-LINEA-INF
               PERFORM ESCRIBIR-INF
               IF DEP-ABIERTOS (I) > 0
                   MOVE SPACES TO WS-LINEA-INF
                   STRING "  MOTIVOS OP=" DEP-MOT-OP (I)
                       " B1=" DEP-MOT-B1 (I)
                       " B2=" DEP-MOT-B2 (I)
                       " AN=" DEP-MOT-AN (I)
                       " TP=" DEP-MOT-TP (I)
                       " OTROS=" DEP-MOT-OTRO (I)
                       DELIMITED BY SIZE INTO WS-LINEA-INF
                   PERFORM ESCRIBIR-INF
                   MOVE SPACES TO WS-LINEA-INF
                   STRING "  DIAS 0-7=" DEP-TRAMO-1 (I)
                       " 8-14=" DEP-TRAMO-2 (I)
                       " 15-30=" DEP-TRAMO-3 (I)
                       " MAS DE 30=" DEP-TRAMO-4 (I)
                       DELIMITED BY SIZE INTO WS-LINEA-INF
                   PERFORM ESCRIBIR-INF
                   PERFORM EMITIR-DETALLE-DEPTO
               END-IF
               MOVE SPACES TO WS-LINEA-INF
               PERFORM ESCRIBIR-INF
           END-PERFORM.
           IF DEP-CANT = 0
               MOVE "SIN RECHAZOS REGISTRADOS" TO WS-LINEA-INF
               PERFORM ESCRIBIR-INF
           END-IF.
           MOVE SPACES TO WS-LINEA-INF.
           MOVE DEP-CANT TO WS-DEP-CANT-ED.
           STRING "TOTAL: ABIERTOS=" WS-TOT-ABIERTOS
               " PARA ESCALAR=" WS-TOT-VENCIDOS
               " CORREGIDOS=" WS-TOT-CORREG
               " DEPARTAMENTOS=" WS-DEP-CANT-ED
               DELIMITED BY SIZE INTO WS-LINEA-INF.
           PERFORM ESCRIBIR-INF.

      * --- Segunda pasada, por departamento: recorre RECHPEND.DAT
      * --- desde el principio y lista los abiertos del departamento I
      * --- en orden de lote y registro. ---
       EMITIR-DETALLE-DEPTO.
           MOVE LOW-VALUES TO PD-CLAVE.
           START PEND-FILE KEY IS >= PD-CLAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           MOVE "N" TO WS-EOF-PEND.
           PERFORM UNTIL FIN-PEND-FILE
               READ PEND-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-PEND
                   NOT AT END
                       MOVE PD-DEPARTAMENTO TO WS-DEPARTAMENTO
                       IF WS-DEPARTAMENTO = SPACES
                           MOVE "(SIN DEPARTAMENTO)"
                               TO WS-DEPARTAMENTO
                       END-IF
                       IF PD-ABIERTO AND
                               WS-DEPARTAMENTO = DEP-NOMBRE (I)
                           PERFORM EMITIR-LINEA-RECHAZO
                       END-IF
               END-READ
           END-PERFORM.

       EMITIR-LINEA-RECHAZO.
           PERFORM CALCULAR-ANTIGUEDAD.
           MOVE SPACES TO WS-LINEA-INF.
           STRING "    LOTE=" PD-LOTE-ID
               " REGISTRO=" PD-REGISTRO
               " MOTIVO=" PD-MOTIVO
               " DESDE=" PD-FECHA-PRIMERO
               " ULTIMO=" PD-FECHA-ULTIMO
               " VECES=" PD-VECES
               " DIAS=" WS-DIAS
               DELIMITED BY SIZE INTO WS-LINEA-INF.
           IF RECHAZO-VENCIDO
               MOVE "*** ESCALAR ***" TO WS-LINEA-INF(104:15)
           END-IF.
           PERFORM ESCRIBIR-INF.

      * --- Escribe una línea del informe controlando el corte de
      * --- página, igual que BIN-AUDIT. ---
       ESCRIBIR-INF.
           IF WS-LIN-PAG >= WS-LIN-MAX
               PERFORM ENCABEZADO-PAGINA
           END-IF.
           WRITE INF-RECORD FROM WS-LINEA-INF.
           IF WS-INF-STATUS NOT = "00"
               DISPLAY "ERROR: fallo al escribir en PENDIENTES.DAT "
                   "(status " WS-INF-STATUS ")."
           END-IF.
           ADD 1 TO WS-LIN-PAG.

       ENCABEZADO-PAGINA.
           ADD 1 TO WS-PAGINA.
           MOVE SPACES TO INF-RECORD.
           STRING "INFORME DE RECHAZOS PENDIENTES  FECHA="
               WS-FECHA-CORTE
               "  LIMITE=" WS-DIAS-LIMITE " DIAS"
               "  PAGINA " WS-PAGINA
               DELIMITED BY SIZE INTO INF-RECORD.
           WRITE INF-RECORD.
           MOVE ALL "=" TO INF-RECORD(1:60).
           MOVE SPACES TO INF-RECORD(61:72).
           WRITE INF-RECORD.
           MOVE SPACES TO INF-RECORD.
           WRITE INF-RECORD.
           IF WS-INF-STATUS NOT = "00"
               DISPLAY "ERROR: fallo al escribir en PENDIENTES.DAT "
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
