       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIN-RECUP.

      * --- Reconstrucción y verificación del maestro RESULTADOS.DAT a
      * --- partir de la pista de auditoría. Cada cálculo que BIN-CALC
      * --- graba en el maestro queda también como línea de
      * --- AUDITLOG.DAT (y, después del archivado mensual, en los
      * --- resguardos AUDIT-AAAAMM.DAT de BIN-ARCH) con operador,
      * --- fecha, operación, binarios, resultado, estado, el sufijo
      * --- LOTE= de los cálculos de lote, la marca EXPORTADO= y los
      * --- decimales DEC1=/DEC2=. Las fuentes se leen en orden: los
      * --- resguardos del rango DESDE=AAAAMM a HASTA=AAAAMM de
      * --- RECUP.PRM (HASTA= por omisión igual a DESDE=; sin DESDE=
      * --- solo se lee AUDITLOG.DAT) y al final AUDITLOG.DAT. El lote
      * --- sale del sufijo LOTE= (INTERACT si no lo hay) y la
      * --- secuencia se asigna de 1 en adelante por lote y fecha en
      * --- el orden de la pista. Los cálculos de un lote con
      * --- EVENTO=ANULACION en la pista quedan marcados como anulados;
      * --- por eso las fuentes se recorren dos veces.
      * --- MODO=COMPARAR (por omisión) no toca el maestro: contrasta
      * --- la pista con RESULTADOS.DAT por lote y fecha, en orden de
      * --- secuencia, y lista los cálculos que faltan en el maestro,
      * --- los que sobran (de meses presentes en la pista) y los que
      * --- difieren, con los campos que no coinciden. Las secuencias
      * --- del maestro vienen de la sesión de BIN-CALC y pueden no ser
      * --- correlativas; por eso se compara por posición dentro del
      * --- lote y fecha y no por clave.
      * --- MODO=RECONSTRUIR regraba RESULTADOS.DAT completo con lo que
      * --- hay en la pista. Si el maestro ya existe (aunque esté
      * --- dañado) hace falta REEMPLAZAR=S. Debe correrse con BIN-CALC
      * --- detenido. El listado de la corrida sale en RECUPERA.DAT,
      * --- paginado como INFORME.DAT. RETURN-CODE: 0=limpio,
      * --- 4=diferencias o fuentes faltantes, 8=parámetro inválido o
      * --- falla de archivo (en reconstrucción, el maestro puede haber
      * --- quedado incompleto). ---

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE ASSIGN TO "RECUP.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT FUENTE-FILE ASSIGN TO DYNAMIC WS-FUENTE-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUENTE-STATUS.
           SELECT RES-FILE ASSIGN TO "RESULTADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-CLAVE
               FILE STATUS IS WS-RES-STATUS.
           SELECT INF-FILE ASSIGN TO "RECUPERA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INF-STATUS.
           SELECT FECHAPRO-FILE ASSIGN TO "FECHAPRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FECHAPRO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       01  PARAM-RECORD           PIC X(80).

       FD  FUENTE-FILE.
       01  FUENTE-RECORD          PIC X(512).

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
       01 WS-FUENTE-STATUS   PIC X(2).
       01 WS-RES-STATUS      PIC X(2).
       01 WS-INF-STATUS      PIC X(2).
       01 WS-FECHAPRO-STATUS PIC X(2).

       01 WS-EOF-PARAM       PIC X VALUE "N".
          88 FIN-PARAM-FILE  VALUE "S".
       01 WS-EOF-FUENTE      PIC X VALUE "N".
          88 FIN-FUENTE-FILE VALUE "S".
       01 WS-EOF-RES         PIC X VALUE "N".
          88 FIN-RES-FILE    VALUE "S".
       01 WS-RES-ABIERTO     PIC X VALUE "N".
          88 RES-ABIERTO     VALUE "S".

      * --- Parámetros de RECUP.PRM ---
       01 WS-PRM-CLAVE       PIC X(20).
       01 WS-PRM-VALOR       PIC X(64).
       01 WS-PRM-ERROR       PIC X VALUE "N".
          88 PARAMETRO-INVALIDO VALUE "S".
       01 WS-MODO            PIC X(12) VALUE "COMPARAR".
          88 MODO-COMPARAR   VALUE "COMPARAR".
          88 MODO-RECONSTRUIR VALUE "RECONSTRUIR".
       01 WS-REEMPLAZAR      PIC X VALUE "N".
          88 REEMPLAZO-AUTORIZADO VALUE "S".
       01 WS-DESDE           PIC X(6) VALUE SPACES.
       01 WS-HASTA           PIC X(6) VALUE SPACES.
       01 WS-MES-AUX         PIC X(6).
       01 WS-MES-VALIDO      PIC X VALUE "N".
          88 MES-VALIDO      VALUE "S".

      * --- Mes del resguardo en curso, para avanzar de a un mes ---
       01 WS-MES-ACT         PIC X(6).
       01 WS-MES-ACT-R REDEFINES WS-MES-ACT.
          05 WS-MES-ACT-ANIO PIC 9(4).
          05 WS-MES-ACT-MES  PIC 9(2).

      * --- Fuente en curso y pasada (1=anulaciones, 2=cálculos) ---
       01 WS-FUENTE-NOMBRE   PIC X(64).
       01 WS-PASADA          PIC 9 VALUE 1.
          88 PASADA-ANULACIONES VALUE 1.
          88 PASADA-CALCULOS VALUE 2.
       01 WS-FALLA           PIC X VALUE "N".
          88 CORRIDA-FALLIDA VALUE "S".
       01 WS-RC              PIC 9(4) VALUE 0.
       01 WS-TIMESTAMP       PIC X(21).

       01 WS-LINEA           PIC X(512).
       01 WS-DESCARTE        PIC X(512).
       01 WS-RESTO           PIC X(512).
       01 WS-CANT-DELIM      PIC 9(4) COMP.
       01 WS-ES-CALCULO      PIC X VALUE "N".
          88 LINEA-DE-CALCULO VALUE "S".
       01 WS-LOTE-ANUL       PIC X(10).

      * --- Resultado rearmado desde la línea de auditoría en curso,
      * --- con el trazado de RESULTADOS.DAT. ---
       01 WS-RES-AUD.
          05 AU-CLAVE.
             10 AU-LOTE-ID   PIC X(10).
             10 AU-FECHA     PIC X(8).
             10 AU-SECUENCIA PIC 9(9).
          05 AU-OPERADOR     PIC X(10).
          05 AU-OP           PIC X(1).
          05 AU-BIN1         PIC X(64).
          05 AU-BIN2         PIC X(64).
          05 AU-RESULTADO    PIC X(64).
          05 AU-ESTADO       PIC X(5).
          05 AU-DEC1         PIC X(21).
          05 AU-DEC2         PIC X(21).
          05 AU-EXPORTADO    PIC X(1).
          05 AU-ANULACION    PIC X(1).

      * --- Lotes anulados según la pista (EVENTO=ANULACION) ---
       01 ANU-CANT           PIC 9(4) COMP VALUE 0.
       01 ANU-MAX            PIC 9(4) COMP VALUE 500.
       01 ANU-TABLA.
          05 ANU-LOTE OCCURS 500 TIMES PIC X(10).

      * --- Lote y fecha de la pista: última secuencia asignada y,
      * --- en la comparación, la última secuencia del maestro que se
      * --- contrastó y si el maestro ya no tiene más registros. ---
       01 GRP-CANT           PIC 9(5) COMP VALUE 0.
       01 GRP-MAX            PIC 9(5) COMP VALUE 20000.
       01 GRP-TABLA.
          05 GRP-ENT OCCURS 20000 TIMES.
             10 GRP-LOTE     PIC X(10).
             10 GRP-FECHA    PIC X(8).
             10 GRP-SECUENCIA PIC 9(9).
             10 GRP-ULT-RES  PIC 9(9).
             10 GRP-AGOTADO  PIC X(1).
       01 G                  PIC 9(5) COMP VALUE 0.

      * --- Meses presentes en la pista: fuera de ellos un registro
      * --- del maestro no puede verificarse. ---
       01 MES-CANT           PIC 9(4) COMP VALUE 0.
       01 MES-MAX            PIC 9(4) COMP VALUE 240.
       01 MES-TABLA.
          05 MES-ID OCCURS 240 TIMES PIC X(6).

       01 I                  PIC 9(5) COMP.
       01 WS-HALLADO         PIC X VALUE "N".
          88 ENTRADA-HALLADA VALUE "S".
       01 WS-TABLA-LLENA     PIC X VALUE "N".
          88 TABLA-LLENA     VALUE "S".

      * --- Campos que difieren entre la pista y el maestro ---
       01 WS-CAMPOS          PIC X(80).
       01 WS-CAMPO           PIC X(10).
       01 WS-PUNTERO         PIC 9(4) COMP.

      * --- Contadores de la fuente en curso y totales ---
       01 WS-CONT-LINEAS     PIC 9(9) VALUE 0.
       01 WS-CONT-CALCULOS   PIC 9(9) VALUE 0.
       01 WS-TOT-LINEAS      PIC 9(9) VALUE 0.
       01 WS-TOT-CALCULOS    PIC 9(9) VALUE 0.
       01 WS-TOT-ILEGIBLES   PIC 9(9) VALUE 0.
       01 WS-TOT-GRABADOS    PIC 9(9) VALUE 0.
       01 WS-TOT-ANULADOS    PIC 9(9) VALUE 0.
       01 WS-TOT-FUENTES-FALTAN PIC 9(4) VALUE 0.
       01 WS-TOT-COINCIDEN   PIC 9(9) VALUE 0.
       01 WS-TOT-FALTAN      PIC 9(9) VALUE 0.
       01 WS-TOT-SOBRAN      PIC 9(9) VALUE 0.
       01 WS-TOT-DIFIEREN    PIC 9(9) VALUE 0.
       01 WS-TOT-FUERA       PIC 9(9) VALUE 0.
       01 WS-ANU-CANT-ED     PIC 9(4).

      * --- Paginación del informe, como INFORME.DAT ---
       01 WS-PAGINA          PIC 9(4) VALUE 0.
       01 WS-LIN-PAG         PIC 9(4) COMP VALUE 99.
       01 WS-LIN-MAX         PIC 9(4) COMP VALUE 55.
       01 WS-LINEA-INF       PIC X(132).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM LEER-FECHA-PROCESO.
           PERFORM LEER-PARAMETROS.
           IF WS-DESDE = SPACES AND WS-HASTA NOT = SPACES
               DISPLAY "ERROR: HASTA= sin DESDE= en RECUP.PRM."
               MOVE "S" TO WS-PRM-ERROR
           END-IF.
           IF WS-DESDE NOT = SPACES AND WS-HASTA = SPACES
               MOVE WS-DESDE TO WS-HASTA
           END-IF.
           IF WS-DESDE > WS-HASTA
               DISPLAY "ERROR: DESDE=" WS-DESDE " es posterior a "
                   "HASTA=" WS-HASTA " en RECUP.PRM."
               MOVE "S" TO WS-PRM-ERROR
           END-IF.
           IF PARAMETRO-INVALIDO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT INF-FILE.
           IF WS-INF-STATUS NOT = "00"
               DISPLAY "ERROR: no se pudo abrir RECUPERA.DAT "
                   "(status " WS-INF-STATUS ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-LINEA-INF.
           IF WS-DESDE = SPACES
               STRING "MODO=" WS-MODO
                   " FUENTES: AUDITLOG.DAT"
                   DELIMITED BY SIZE INTO WS-LINEA-INF
           ELSE
               STRING "MODO=" WS-MODO
                   " FUENTES: AUDIT-" WS-DESDE ".DAT A AUDIT-"
                   WS-HASTA ".DAT Y AUDITLOG.DAT"
                   DELIMITED BY SIZE INTO WS-LINEA-INF
           END-IF.
           PERFORM ESCRIBIR-INF.
           MOVE SPACES TO WS-LINEA-INF.
           PERFORM ESCRIBIR-INF.

      * --- Pasada 1: lotes anulados. Si la pista no puede leerse
      * --- entera, el maestro no se toca. ---
           MOVE 1 TO WS-PASADA.
           PERFORM RECORRER-FUENTES.
           IF CORRIDA-FALLIDA
               PERFORM TERMINAR-CORRIDA
           END-IF.
           PERFORM ABRIR-MAESTRO.
           IF CORRIDA-FALLIDA
               PERFORM TERMINAR-CORRIDA
           END-IF.

      * --- Pasada 2: cada cálculo se graba o se contrasta. ---
           MOVE 2 TO WS-PASADA.
           PERFORM RECORRER-FUENTES.
           IF MODO-COMPARAR AND NOT CORRIDA-FALLIDA
               PERFORM BUSCAR-SOBRANTES
           END-IF.
           PERFORM EMITIR-TOTALES.
           PERFORM TERMINAR-CORRIDA.

      * --- Cierra lo abierto, informa el resultado y termina con el
      * --- RETURN-CODE de la corrida. ---
       TERMINAR-CORRIDA.
           IF RES-ABIERTO
               CLOSE RES-FILE
           END-IF.
           IF CORRIDA-FALLIDA
               MOVE 8 TO WS-RC
               MOVE SPACES TO WS-LINEA-INF
               IF MODO-RECONSTRUIR AND RES-ABIERTO
                   STRING "*** FALLA: RESULTADOS.DAT PUEDE HABER "
                       "QUEDADO INCOMPLETO; CORREGIR Y VOLVER A "
                       "CORRER ***"
                       DELIMITED BY SIZE INTO WS-LINEA-INF
               ELSE
                   STRING "*** FALLA: LA CORRIDA NO TERMINO; "
                       "RESULTADOS.DAT NO SE MODIFICO ***"
                       DELIMITED BY SIZE INTO WS-LINEA-INF
               END-IF
               PERFORM ESCRIBIR-INF
           END-IF.
           CLOSE INF-FILE.
           DISPLAY "Recuperación de resultados finalizada. Modo="
               WS-MODO " RC=" WS-RC ". Ver RECUPERA.DAT".
           MOVE WS-RC TO RETURN-CODE.
           STOP RUN.

      * --- Lee RECUP.PRM, líneas CLAVE=VALOR como BINCALC.PRM. ---
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
                           WHEN "MODO"
                               MOVE WS-PRM-VALOR(1:12) TO WS-MODO
                               IF NOT MODO-COMPARAR AND
                                       NOT MODO-RECONSTRUIR
                                   DISPLAY "ERROR: MODO= inválido en "
                                       "RECUP.PRM: " WS-PRM-VALOR(1:12)
                                   MOVE "S" TO WS-PRM-ERROR
                               END-IF
                           WHEN "DESDE"
                               PERFORM VALIDAR-MES-PARAM
                               IF MES-VALIDO
                                   MOVE WS-MES-AUX TO WS-DESDE
                               END-IF
                           WHEN "HASTA"
                               PERFORM VALIDAR-MES-PARAM
                               IF MES-VALIDO
                                   MOVE WS-MES-AUX TO WS-HASTA
                               END-IF
                           WHEN "REEMPLAZAR"
                               MOVE WS-PRM-VALOR(1:1) TO WS-REEMPLAZAR
                           WHEN SPACES
                               CONTINUE
                           WHEN OTHER
                               DISPLAY "AVISO: parámetro desconocido "
                                   "en RECUP.PRM: " WS-PRM-CLAVE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE PARAM-FILE.

       VALIDAR-MES-PARAM.
           MOVE "N" TO WS-MES-VALIDO.
           MOVE WS-PRM-VALOR(1:6) TO WS-MES-AUX.
           IF WS-MES-AUX IS NOT NUMERIC OR
                   WS-PRM-VALOR(7:1) NOT = SPACE OR
                   WS-MES-AUX(5:2) < "01" OR WS-MES-AUX(5:2) > "12"
               DISPLAY "ERROR: " WS-PRM-CLAVE(1:5) "= inválido en "
                   "RECUP.PRM: " WS-PRM-VALOR(1:10)
               MOVE "S" TO WS-PRM-ERROR
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-MES-VALIDO.

      * --- En comparación el maestro tiene que existir. En
      * --- reconstrucción se regraba desde cero, y si ya existe (o no
      * --- puede abrirse porque está dañado) solo con REEMPLAZAR=S. ---
       ABRIR-MAESTRO.
           IF MODO-COMPARAR
               OPEN INPUT RES-FILE
               IF WS-RES-STATUS NOT = "00"
                   DISPLAY "ERROR: no se pudo abrir RESULTADOS.DAT "
                       "(status " WS-RES-STATUS "); no hay maestro "
                       "que comparar."
                   MOVE "S" TO WS-FALLA
                   EXIT PARAGRAPH
               END-IF
               MOVE "S" TO WS-RES-ABIERTO
               EXIT PARAGRAPH
           END-IF.
           IF NOT REEMPLAZO-AUTORIZADO
               OPEN INPUT RES-FILE
               EVALUATE WS-RES-STATUS
                   WHEN "35"
                       CONTINUE
                   WHEN "00"
                       CLOSE RES-FILE
                       DISPLAY "ERROR: RESULTADOS.DAT ya existe; para "
                           "reconstruirlo indique REEMPLAZAR=S en "
                           "RECUP.PRM."
                       MOVE "S" TO WS-FALLA
                       EXIT PARAGRAPH
                   WHEN OTHER
                       DISPLAY "ERROR: RESULTADOS.DAT existe pero no "
                           "puede abrirse (status " WS-RES-STATUS
                           "); para reconstruirlo indique "
                           "REEMPLAZAR=S en RECUP.PRM."
                       MOVE "S" TO WS-FALLA
                       EXIT PARAGRAPH
               END-EVALUATE
           END-IF.
           OPEN OUTPUT RES-FILE.
           IF WS-RES-STATUS NOT = "00"
               DISPLAY "ERROR: no se pudo crear RESULTADOS.DAT "
                   "(status " WS-RES-STATUS ")."
               MOVE "S" TO WS-FALLA
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-RES-ABIERTO.

      * --- Los resguardos del rango, del más viejo al más nuevo, y
      * --- después la bitácora viva. ---
       RECORRER-FUENTES.
           IF WS-DESDE NOT = SPACES
               MOVE WS-DESDE TO WS-MES-ACT
               PERFORM UNTIL WS-MES-ACT > WS-HASTA OR CORRIDA-FALLIDA
                   MOVE SPACES TO WS-FUENTE-NOMBRE
                   STRING "AUDIT-" WS-MES-ACT ".DAT"
                       DELIMITED BY SIZE INTO WS-FUENTE-NOMBRE
                   PERFORM LEER-FUENTE
                   IF WS-MES-ACT-MES = 12
                       ADD 1 TO WS-MES-ACT-ANIO
                       MOVE 1 TO WS-MES-ACT-MES
                   ELSE
                       ADD 1 TO WS-MES-ACT-MES
                   END-IF
               END-PERFORM
           END-IF.
           IF NOT CORRIDA-FALLIDA
               MOVE "AUDITLOG.DAT" TO WS-FUENTE-NOMBRE
               PERFORM LEER-FUENTE
           END-IF.

      * --- Una fuente faltante se informa una sola vez (pasada 1) y
      * --- deja la corrida con RC 4: lo reconstruido o comparado no
      * --- cubre ese mes. ---
       LEER-FUENTE.
           MOVE 0 TO WS-CONT-LINEAS.
           MOVE 0 TO WS-CONT-CALCULOS.
           MOVE "N" TO WS-EOF-FUENTE.
           OPEN INPUT FUENTE-FILE.
           IF WS-FUENTE-STATUS = "35"
               IF PASADA-ANULACIONES
                   DISPLAY "AVISO: " WS-FUENTE-NOMBRE " no existe; "
                       "sus cálculos no se recuperan."
                   MOVE SPACES TO WS-LINEA-INF
                   STRING "*** FALTA LA FUENTE " WS-FUENTE-NOMBRE
                       DELIMITED BY SPACE
                       " ***" DELIMITED BY SIZE
                       INTO WS-LINEA-INF
                   PERFORM ESCRIBIR-INF
                   ADD 1 TO WS-TOT-FUENTES-FALTAN
                   IF WS-RC < 4
                       MOVE 4 TO WS-RC
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-FUENTE-STATUS NOT = "00"
               DISPLAY "ERROR: no se pudo abrir " WS-FUENTE-NOMBRE
                   " (status " WS-FUENTE-STATUS ")."
               MOVE "S" TO WS-FALLA
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-FUENTE-FILE OR CORRIDA-FALLIDA
               READ FUENTE-FILE
                   AT END
                       MOVE "S" TO WS-EOF-FUENTE
                   NOT AT END
                       ADD 1 TO WS-CONT-LINEAS
                       MOVE FUENTE-RECORD TO WS-LINEA
                       IF PASADA-ANULACIONES
                           PERFORM REGISTRAR-ANULACION
                       ELSE
                           PERFORM PROCESAR-CALCULO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FUENTE-FILE.
           IF PASADA-CALCULOS
               ADD WS-CONT-LINEAS TO WS-TOT-LINEAS
               MOVE SPACES TO WS-LINEA-INF
               STRING "FUENTE=" WS-FUENTE-NOMBRE(1:20)
                   " LINEAS=" WS-CONT-LINEAS
                   " CALCULOS=" WS-CONT-CALCULOS
                   DELIMITED BY SIZE INTO WS-LINEA-INF
               PERFORM ESCRIBIR-INF
           END-IF.

      * --- Línea EVENTO=ANULACION: el lote queda anulado entero (un
      * --- lote anulado no vuelve a admitirse en BIN-CALC). ---
       REGISTRAR-ANULACION.
           MOVE 0 TO WS-CANT-DELIM.
           INSPECT WS-LINEA TALLYING WS-CANT-DELIM
               FOR ALL "EVENTO=ANULACION".
           IF WS-CANT-DELIM = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-CANT-DELIM.
           INSPECT WS-LINEA TALLYING WS-CANT-DELIM FOR ALL "LOTE=".
           IF WS-CANT-DELIM = 0
               EXIT PARAGRAPH
           END-IF.
           UNSTRING WS-LINEA DELIMITED BY "LOTE="
               INTO WS-DESCARTE WS-RESTO.
           MOVE WS-RESTO(1:10) TO WS-LOTE-ANUL.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ANU-CANT
               IF ANU-LOTE (I) = WS-LOTE-ANUL
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF ANU-CANT >= ANU-MAX
               DISPLAY "ERROR: tabla de lotes anulados llena ("
                   ANU-MAX "); no se puede seguir."
               MOVE "S" TO WS-FALLA
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO ANU-CANT.
           MOVE WS-LOTE-ANUL TO ANU-LOTE (ANU-CANT).

       PROCESAR-CALCULO.
           PERFORM EXTRAER-CALCULO.
           IF NOT LINEA-DE-CALCULO
               EXIT PARAGRAPH
           END-IF.
           PERFORM TOMAR-GRUPO.
           IF TABLA-LLENA
               DISPLAY "ERROR: tabla de lotes y fechas llena ("
                   GRP-MAX "); no se puede seguir."
               MOVE "S" TO WS-FALLA
               EXIT PARAGRAPH
           END-IF.
           PERFORM REGISTRAR-MES.
           ADD 1 TO WS-CONT-CALCULOS.
           ADD 1 TO WS-TOT-CALCULOS.
           IF AU-ANULACION = "A"
               ADD 1 TO WS-TOT-ANULADOS
           END-IF.
           ADD 1 TO GRP-SECUENCIA (G).
           MOVE GRP-SECUENCIA (G) TO AU-SECUENCIA.
           IF MODO-RECONSTRUIR
               PERFORM GRABAR-RECONSTRUIDO
           ELSE
               PERFORM CONTRASTAR-RESULTADO
           END-IF.

      * --- Arma el resultado desde la línea, con los mismos campos y
      * --- anchos que escribe REGISTRAR-AUDITORIA de BIN-CALC. Las
      * --- líneas sin OPERADOR=/FECHA=/OP=/ESTADO=, o con EVENTO=
      * --- (sesión, liberación, anulación), no son cálculos. Las
      * --- líneas anteriores a la marca de exportación no traen
      * --- EXPORTADO=/DEC1=/DEC2= y esos campos quedan en blanco,
      * --- igual que en el maestro. ---
       EXTRAER-CALCULO.
           MOVE "N" TO WS-ES-CALCULO.
           MOVE 0 TO WS-CANT-DELIM.
           INSPECT WS-LINEA TALLYING WS-CANT-DELIM FOR ALL "EVENTO=".
           IF WS-CANT-DELIM > 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-CANT-DELIM.
           INSPECT WS-LINEA TALLYING WS-CANT-DELIM
               FOR ALL "OPERADOR=".
           IF WS-CANT-DELIM = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-CANT-DELIM.
           INSPECT WS-LINEA TALLYING WS-CANT-DELIM FOR ALL " OP=".
           IF WS-CANT-DELIM = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-CANT-DELIM.
           INSPECT WS-LINEA TALLYING WS-CANT-DELIM FOR ALL "ESTADO=".
           IF WS-CANT-DELIM = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-CANT-DELIM.
           INSPECT WS-LINEA TALLYING WS-CANT-DELIM FOR ALL "FECHA=".
           IF WS-CANT-DELIM = 0
               EXIT PARAGRAPH
           END-IF.
           UNSTRING WS-LINEA DELIMITED BY "FECHA="
               INTO WS-DESCARTE WS-RESTO.
           IF WS-RESTO(1:8) IS NOT NUMERIC
               ADD 1 TO WS-TOT-ILEGIBLES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-RES-AUD.
           MOVE WS-RESTO(1:8) TO AU-FECHA.
           UNSTRING WS-LINEA DELIMITED BY "OPERADOR="
               INTO WS-DESCARTE WS-RESTO.
           MOVE WS-RESTO(1:10) TO AU-OPERADOR.
           UNSTRING WS-LINEA DELIMITED BY " OP="
               INTO WS-DESCARTE WS-RESTO.
           MOVE WS-RESTO(1:1) TO AU-OP.
           UNSTRING WS-LINEA DELIMITED BY "BIN1="
               INTO WS-DESCARTE WS-RESTO.
           MOVE WS-RESTO(1:64) TO AU-BIN1.
           UNSTRING WS-LINEA DELIMITED BY "BIN2="
               INTO WS-DESCARTE WS-RESTO.
           MOVE WS-RESTO(1:64) TO AU-BIN2.
           UNSTRING WS-LINEA DELIMITED BY "RESULTADO="
               INTO WS-DESCARTE WS-RESTO.
           MOVE WS-RESTO(1:64) TO AU-RESULTADO.
           UNSTRING WS-LINEA DELIMITED BY "ESTADO="
               INTO WS-DESCARTE WS-RESTO.
           MOVE WS-RESTO(1:5) TO AU-ESTADO.
           MOVE "INTERACT" TO AU-LOTE-ID.
           MOVE 0 TO WS-CANT-DELIM.
           INSPECT WS-LINEA TALLYING WS-CANT-DELIM FOR ALL "LOTE=".
           IF WS-CANT-DELIM > 0
               UNSTRING WS-LINEA DELIMITED BY "LOTE="
                   INTO WS-DESCARTE WS-RESTO
               IF WS-RESTO(1:10) NOT = SPACES
                   MOVE WS-RESTO(1:10) TO AU-LOTE-ID
               END-IF
           END-IF.
           MOVE 0 TO WS-CANT-DELIM.
           INSPECT WS-LINEA TALLYING WS-CANT-DELIM
               FOR ALL "EXPORTADO=".
           IF WS-CANT-DELIM > 0
               UNSTRING WS-LINEA DELIMITED BY "EXPORTADO="
                   INTO WS-DESCARTE WS-RESTO
               MOVE WS-RESTO(1:1) TO AU-EXPORTADO
           END-IF.
           MOVE 0 TO WS-CANT-DELIM.
           INSPECT WS-LINEA TALLYING WS-CANT-DELIM FOR ALL "DEC1=".
           IF WS-CANT-DELIM > 0
               UNSTRING WS-LINEA DELIMITED BY "DEC1="
                   INTO WS-DESCARTE WS-RESTO
               MOVE WS-RESTO(1:21) TO AU-DEC1
           END-IF.
           MOVE 0 TO WS-CANT-DELIM.
           INSPECT WS-LINEA TALLYING WS-CANT-DELIM FOR ALL "DEC2=".
           IF WS-CANT-DELIM > 0
               UNSTRING WS-LINEA DELIMITED BY "DEC2="
                   INTO WS-DESCARTE WS-RESTO
               MOVE WS-RESTO(1:21) TO AU-DEC2
           END-IF.
           IF AU-LOTE-ID NOT = "INTERACT"
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > ANU-CANT
                   IF ANU-LOTE (I) = AU-LOTE-ID
                       MOVE "A" TO AU-ANULACION
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           MOVE "S" TO WS-ES-CALCULO.

      * --- Entrada del lote y fecha del cálculo en curso (G). Los
      * --- cálculos de un lote vienen seguidos, así que primero se
      * --- prueba la última entrada usada. ---
       TOMAR-GRUPO.
           MOVE "N" TO WS-TABLA-LLENA.
           IF G > 0
               IF GRP-LOTE (G) = AU-LOTE-ID AND
                       GRP-FECHA (G) = AU-FECHA
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM BUSCAR-GRUPO.
           IF ENTRADA-HALLADA
               EXIT PARAGRAPH
           END-IF.
           IF GRP-CANT >= GRP-MAX
               MOVE "S" TO WS-TABLA-LLENA
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO GRP-CANT.
           MOVE GRP-CANT TO G.
           MOVE AU-LOTE-ID TO GRP-LOTE (G).
           MOVE AU-FECHA TO GRP-FECHA (G).
           MOVE 0 TO GRP-SECUENCIA (G).
           MOVE 0 TO GRP-ULT-RES (G).
           MOVE "N" TO GRP-AGOTADO (G).

       BUSCAR-GRUPO.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > GRP-CANT
               IF GRP-LOTE (I) = AU-LOTE-ID AND
                       GRP-FECHA (I) = AU-FECHA
                   MOVE "S" TO WS-HALLADO
                   MOVE I TO G
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       REGISTRAR-MES.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > MES-CANT
               IF MES-ID (I) = AU-FECHA(1:6)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF MES-CANT < MES-MAX
               ADD 1 TO MES-CANT
               MOVE AU-FECHA(1:6) TO MES-ID (MES-CANT)
           END-IF.

       GRABAR-RECONSTRUIDO.
           MOVE WS-RES-AUD TO RES-RECORD.
           WRITE RES-RECORD
               INVALID KEY
                   DISPLAY "ERROR: fallo al escribir en RESULTADOS.DAT "
                       "(status " WS-RES-STATUS ")."
                   MOVE "S" TO WS-FALLA
               NOT INVALID KEY
                   ADD 1 TO WS-TOT-GRABADOS
           END-WRITE.

      * --- El cálculo en curso es el n-ésimo de su lote y fecha en la
      * --- pista; su par en el maestro es el registro siguiente al
      * --- último contrastado de ese lote y fecha. ---
       CONTRASTAR-RESULTADO.
           IF GRP-AGOTADO (G) = "S"
               PERFORM INFORMAR-FALTANTE
               EXIT PARAGRAPH
           END-IF.
           MOVE AU-LOTE-ID TO RS-LOTE-ID.
           MOVE AU-FECHA TO RS-FECHA.
           MOVE GRP-ULT-RES (G) TO RS-SECUENCIA.
           START RES-FILE KEY IS > RS-CLAVE
               INVALID KEY
                   MOVE "S" TO GRP-AGOTADO (G)
           END-START.
           IF GRP-AGOTADO (G) NOT = "S"
               READ RES-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO GRP-AGOTADO (G)
                   NOT AT END
                       IF RS-LOTE-ID NOT = AU-LOTE-ID OR
                               RS-FECHA NOT = AU-FECHA
                           MOVE "S" TO GRP-AGOTADO (G)
                       END-IF
               END-READ
           END-IF.
           IF GRP-AGOTADO (G) = "S"
               PERFORM INFORMAR-FALTANTE
               EXIT PARAGRAPH
           END-IF.
           MOVE RS-SECUENCIA TO GRP-ULT-RES (G).
           PERFORM COMPARAR-CAMPOS.

       COMPARAR-CAMPOS.
           MOVE SPACES TO WS-CAMPOS.
           MOVE 1 TO WS-PUNTERO.
           IF RS-OPERADOR NOT = AU-OPERADOR
               MOVE "OPERADOR" TO WS-CAMPO
               PERFORM AGREGAR-CAMPO
           END-IF.
           IF RS-OP NOT = AU-OP
               MOVE "OP" TO WS-CAMPO
               PERFORM AGREGAR-CAMPO
           END-IF.
           IF RS-BIN1 NOT = AU-BIN1
               MOVE "BIN1" TO WS-CAMPO
               PERFORM AGREGAR-CAMPO
           END-IF.
           IF RS-BIN2 NOT = AU-BIN2
               MOVE "BIN2" TO WS-CAMPO
               PERFORM AGREGAR-CAMPO
           END-IF.
           IF RS-RESULTADO NOT = AU-RESULTADO
               MOVE "RESULTADO" TO WS-CAMPO
               PERFORM AGREGAR-CAMPO
           END-IF.
           IF RS-ESTADO NOT = AU-ESTADO
               MOVE "ESTADO" TO WS-CAMPO
               PERFORM AGREGAR-CAMPO
           END-IF.
           IF RS-DEC1 NOT = AU-DEC1
               MOVE "DEC1" TO WS-CAMPO
               PERFORM AGREGAR-CAMPO
           END-IF.
           IF RS-DEC2 NOT = AU-DEC2
               MOVE "DEC2" TO WS-CAMPO
               PERFORM AGREGAR-CAMPO
           END-IF.
           IF RS-EXPORTADO NOT = AU-EXPORTADO
               MOVE "EXPORTADO" TO WS-CAMPO
               PERFORM AGREGAR-CAMPO
           END-IF.
           IF RS-ANULACION NOT = AU-ANULACION
               MOVE "ANULACION" TO WS-CAMPO
               PERFORM AGREGAR-CAMPO
           END-IF.
           IF WS-CAMPOS = SPACES
               ADD 1 TO WS-TOT-COINCIDEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TOT-DIFIEREN.
           IF WS-RC < 4
               MOVE 4 TO WS-RC
           END-IF.
           MOVE SPACES TO WS-LINEA-INF.
           STRING "DIFIERE LOTE=" RS-LOTE-ID
               " FECHA=" RS-FECHA
               " SEC=" RS-SECUENCIA
               " CAMPOS=" WS-CAMPOS
               DELIMITED BY SIZE INTO WS-LINEA-INF.
           PERFORM ESCRIBIR-INF.

       AGREGAR-CAMPO.
           STRING WS-CAMPO DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               INTO WS-CAMPOS WITH POINTER WS-PUNTERO.

       INFORMAR-FALTANTE.
           ADD 1 TO WS-TOT-FALTAN.
           IF WS-RC < 4
               MOVE 4 TO WS-RC
           END-IF.
           MOVE SPACES TO WS-LINEA-INF.
           STRING "FALTA   LOTE=" AU-LOTE-ID
               " FECHA=" AU-FECHA
               " ORDEN=" AU-SECUENCIA
               " OPERADOR=" AU-OPERADOR
               " OP=" AU-OP
               " ESTADO=" AU-ESTADO
               DELIMITED BY SIZE INTO WS-LINEA-INF.
           PERFORM ESCRIBIR-INF.
           MOVE SPACES TO WS-LINEA-INF.
           STRING "        RESULTADO=" AU-RESULTADO
               DELIMITED BY SIZE INTO WS-LINEA-INF.
           PERFORM ESCRIBIR-INF.

      * --- Recorre el maestro entero: sobra todo registro de un mes
      * --- presente en la pista que no tuvo par, sea de un lote y
      * --- fecha que la pista no trae o posterior al último
      * --- contrastado del suyo. Los meses que la pista no cubre no
      * --- se juzgan. ---
       BUSCAR-SOBRANTES.
           MOVE LOW-VALUES TO RS-CLAVE.
           START RES-FILE KEY IS >= RS-CLAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           MOVE "N" TO WS-EOF-RES.
           PERFORM UNTIL FIN-RES-FILE
               READ RES-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-RES
                   NOT AT END
                       PERFORM REVISAR-REGISTRO-MAESTRO
               END-READ
           END-PERFORM.

       REVISAR-REGISTRO-MAESTRO.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > MES-CANT
               IF MES-ID (I) = RS-FECHA(1:6)
                   MOVE "S" TO WS-HALLADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT ENTRADA-HALLADA
               ADD 1 TO WS-TOT-FUERA
               EXIT PARAGRAPH
           END-IF.
           MOVE RS-LOTE-ID TO AU-LOTE-ID.
           MOVE RS-FECHA TO AU-FECHA.
           PERFORM BUSCAR-GRUPO.
           IF ENTRADA-HALLADA
               IF RS-SECUENCIA NOT > GRP-ULT-RES (G)
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD 1 TO WS-TOT-SOBRAN.
           IF WS-RC < 4
               MOVE 4 TO WS-RC
           END-IF.
           MOVE SPACES TO WS-LINEA-INF.
           STRING "SOBRA   LOTE=" RS-LOTE-ID
               " FECHA=" RS-FECHA
               " SEC=" RS-SECUENCIA
               " OPERADOR=" RS-OPERADOR
               " OP=" RS-OP
               " ESTADO=" RS-ESTADO
               DELIMITED BY SIZE INTO WS-LINEA-INF.
           PERFORM ESCRIBIR-INF.
           MOVE SPACES TO WS-LINEA-INF.
           STRING "        RESULTADO=" RS-RESULTADO
               DELIMITED BY SIZE INTO WS-LINEA-INF.
           PERFORM ESCRIBIR-INF.

       EMITIR-TOTALES.
           MOVE SPACES TO WS-LINEA-INF.
           PERFORM ESCRIBIR-INF.
           MOVE ANU-CANT TO WS-ANU-CANT-ED.
           MOVE SPACES TO WS-LINEA-INF.
           STRING "TOTAL: LINEAS LEIDAS=" WS-TOT-LINEAS
               " CALCULOS=" WS-TOT-CALCULOS
               " ANULADOS=" WS-TOT-ANULADOS
               " LOTES ANULADOS=" WS-ANU-CANT-ED
               " SIN FECHA=" WS-TOT-ILEGIBLES
               DELIMITED BY SIZE INTO WS-LINEA-INF.
           PERFORM ESCRIBIR-INF.
           MOVE SPACES TO WS-LINEA-INF.
           IF MODO-RECONSTRUIR
               STRING "       GRABADOS EN RESULTADOS.DAT="
                   WS-TOT-GRABADOS
                   " FUENTES FALTANTES=" WS-TOT-FUENTES-FALTAN
                   DELIMITED BY SIZE INTO WS-LINEA-INF
           ELSE
               STRING "       COINCIDEN=" WS-TOT-COINCIDEN
                   " FALTAN=" WS-TOT-FALTAN
                   " SOBRAN=" WS-TOT-SOBRAN
                   " DIFIEREN=" WS-TOT-DIFIEREN
                   " FUERA DE LA PISTA=" WS-TOT-FUERA
                   " FUENTES FALTANTES=" WS-TOT-FUENTES-FALTAN
                   DELIMITED BY SIZE INTO WS-LINEA-INF
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
               DISPLAY "ERROR: fallo al escribir en RECUPERA.DAT "
                   "(status " WS-INF-STATUS ")."
           END-IF.
           ADD 1 TO WS-LIN-PAG.

       ENCABEZADO-PAGINA.
           ADD 1 TO WS-PAGINA.
           MOVE SPACES TO INF-RECORD.
           STRING "RECUPERACION DE RESULTADOS.DAT DESDE LA AUDITORIA"
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
               DISPLAY "ERROR: fallo al escribir en RECUPERA.DAT "
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
