       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIN-CAMBIO.

      * --- Informe de cambios en los maestros para auditoría interna.
      * --- Lee el diario CAMBIOS.DAT, donde BIN-CALC deja cada alta,
      * --- modificación y baja de OPERADORES.DAT y DEPTOS.DAT con el
      * --- supervisor que la hizo y la imagen antes y después del
      * --- registro, y emite en INFCAMB.DAT, paginado como
      * --- INFORME.DAT, cada cambio del período con las dos imágenes
      * --- campo por campo. Las elevaciones de rol a supervisor, los
      * --- desbloqueos, las reactivaciones, los cambios de
      * --- departamento y los de cupo mensual de un departamento se
      * --- destacan con "***". Al final van los
      * --- totales y un bloque de conformidad para la firma del
      * --- auditor. El período se configura en CAMBIO.PRM con
      * --- DESDE=AAAAMMDD y HASTA=AAAAMMDD (sin ellos, todo el
      * --- diario). RETURN-CODE: 0=sin cambios destacados, 4=hay
      * --- cambios destacados para revisar, 8=parámetro inválido o
      * --- falla de archivo. ---

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE ASSIGN TO "CAMBIO.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT CAMBIOS-FILE ASSIGN TO "CAMBIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMBIOS-STATUS.
           SELECT INF-FILE ASSIGN TO "INFCAMB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       01  PARAM-RECORD           PIC X(80).

      * --- Mismo trazado del diario de cambios de BIN-CALC, con las
      * --- imágenes vistas como registro de operador o de
      * --- departamento según el maestro. ---
       FD  CAMBIOS-FILE.
       01  CAMBIOS-RECORD.
           05 CB-FECHA            PIC X(21).
           05 CB-SUPERVISOR       PIC X(10).
           05 CB-MAESTRO          PIC X(1).
              88 CB-OPERADORES    VALUE "O".
              88 CB-DEPARTAMENTOS VALUE "D".
           05 CB-ACCION           PIC X(1).
              88 CB-ALTA          VALUE "A".
              88 CB-MODIFICACION  VALUE "M".
              88 CB-BAJA          VALUE "B".
           05 CB-CLAVE-REGISTRO   PIC X(20).
           05 CB-CLAVE-CAMBIADA   PIC X(1).
           05 CB-ANTES            PIC X(100).
           05 CB-ANTES-OPER REDEFINES CB-ANTES.
              10 AO-ID            PIC X(10).
              10 AO-NOMBRE        PIC X(30).
              10 AO-DEPARTAMENTO  PIC X(20).
              10 AO-ESTADO        PIC X(1).
              10 AO-ANCHO-BITS    PIC X(2).
              10 AO-MODO-SIGNO    PIC X(1).
              10 AO-EXPORTAR      PIC X(1).
              10 AO-CLAVE         PIC X(10).
              10 AO-ROL           PIC X(1).
              10 AO-INTENTOS      PIC X(2).
              10 FILLER           PIC X(22).
           05 CB-ANTES-DEPTO REDEFINES CB-ANTES.
              10 AD-NOMBRE        PIC X(20).
              10 AD-DESCRIPCION   PIC X(30).
              10 AD-ESTADO        PIC X(1).
              10 AD-CUPO-MENSUAL  PIC X(9).
              10 FILLER           PIC X(40).
           05 CB-DESPUES          PIC X(100).
           05 CB-DESPUES-OPER REDEFINES CB-DESPUES.
              10 DO-ID            PIC X(10).
              10 DO-NOMBRE        PIC X(30).
              10 DO-DEPARTAMENTO  PIC X(20).
              10 DO-ESTADO        PIC X(1).
              10 DO-ANCHO-BITS    PIC X(2).
              10 DO-MODO-SIGNO    PIC X(1).
              10 DO-EXPORTAR      PIC X(1).
              10 DO-CLAVE         PIC X(10).
              10 DO-ROL           PIC X(1).
              10 DO-INTENTOS      PIC X(2).
              10 FILLER           PIC X(22).
           05 CB-DESPUES-DEPTO REDEFINES CB-DESPUES.
              10 DD-NOMBRE        PIC X(20).
              10 DD-DESCRIPCION   PIC X(30).
              10 DD-ESTADO        PIC X(1).
              10 DD-CUPO-MENSUAL  PIC X(9).
              10 FILLER           PIC X(40).

       FD  INF-FILE.
       01  INF-RECORD             PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-PARAM-STATUS    PIC X(2).
       01 WS-CAMBIOS-STATUS  PIC X(2).
       01 WS-INF-STATUS      PIC X(2).

       01 WS-EOF-PARAM       PIC X VALUE "N".
          88 FIN-PARAM-FILE  VALUE "S".
       01 WS-EOF-CAMBIOS     PIC X VALUE "N".
          88 FIN-CAMBIOS-FILE VALUE "S".
       01 WS-CAMBIOS-DISPONIBLE PIC X VALUE "N".
          88 CAMBIOS-DISPONIBLE VALUE "S".

       01 WS-PRM-CLAVE       PIC X(20).
       01 WS-PRM-VALOR       PIC X(64).
       01 WS-PRM-ERROR       PIC X VALUE "N".
          88 PARAMETRO-INVALIDO VALUE "S".

      * --- Período del informe ---
       01 WS-DESDE           PIC X(8) VALUE "00000000".
       01 WS-HASTA           PIC X(8) VALUE "99999999".
       01 WS-DESDE-TXT       PIC X(8) VALUE "(INICIO)".
       01 WS-HASTA-TXT       PIC X(8) VALUE "(FIN)".
       01 WS-FECHA-AUX       PIC X(8).

      * --- Textos de la línea en curso ---
       01 WS-MAESTRO-TXT     PIC X(13).
       01 WS-ACCION-TXT      PIC X(12).

      * --- Totales del período ---
       01 WS-TOT-CAMBIOS     PIC 9(9) VALUE 0.
       01 WS-TOT-ALTAS       PIC 9(9) VALUE 0.
       01 WS-TOT-MODIF       PIC 9(9) VALUE 0.
       01 WS-TOT-BAJAS       PIC 9(9) VALUE 0.
       01 WS-TOT-ELEVACIONES PIC 9(9) VALUE 0.
       01 WS-TOT-DESBLOQUEOS PIC 9(9) VALUE 0.
       01 WS-TOT-REACTIVAC   PIC 9(9) VALUE 0.
       01 WS-TOT-CAMBIO-DEPTO PIC 9(9) VALUE 0.
       01 WS-TOT-CAMBIO-CLAVE PIC 9(9) VALUE 0.
       01 WS-TOT-CAMBIO-CUPO PIC 9(9) VALUE 0.

      * --- Paginación del informe, como INFORME.DAT ---
       01 WS-PAGINA          PIC 9(4) VALUE 0.
       01 WS-LIN-PAG         PIC 9(4) COMP VALUE 99.
       01 WS-LIN-MAX         PIC 9(4) COMP VALUE 55.
       01 WS-LINEA-INF       PIC X(132).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM LEER-PARAMETROS.
           IF PARAMETRO-INVALIDO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-DESDE > WS-HASTA
               DISPLAY "ERROR: DESDE= posterior a HASTA= en "
                   "CAMBIO.PRM; no se emite el informe."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * --- Sin CAMBIOS.DAT todavía no hubo mantenimiento: el informe
      * --- sale igual, vacío, para que conste la revisión. ---
           OPEN INPUT CAMBIOS-FILE.
           EVALUATE WS-CAMBIOS-STATUS
               WHEN "00"
                   MOVE "S" TO WS-CAMBIOS-DISPONIBLE
               WHEN "35"
                   DISPLAY "AVISO: CAMBIOS.DAT no existe; no hay "
                       "cambios registrados."
               WHEN OTHER
                   DISPLAY "ERROR: no se pudo abrir CAMBIOS.DAT "
                       "(status " WS-CAMBIOS-STATUS ")."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT INF-FILE.
           IF WS-INF-STATUS NOT = "00"
               DISPLAY "ERROR: no se pudo abrir INFCAMB.DAT "
                   "(status " WS-INF-STATUS ")."
               IF CAMBIOS-DISPONIBLE
                   CLOSE CAMBIOS-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF CAMBIOS-DISPONIBLE
               PERFORM UNTIL FIN-CAMBIOS-FILE
                   READ CAMBIOS-FILE
                       AT END
                           MOVE "S" TO WS-EOF-CAMBIOS
                       NOT AT END
                           PERFORM PROCESAR-CAMBIO
                   END-READ
               END-PERFORM
               CLOSE CAMBIOS-FILE
           END-IF.
           PERFORM EMITIR-TOTALES.
           PERFORM EMITIR-CONFORMIDAD.
           CLOSE INF-FILE.
           DISPLAY "Informe de cambios en maestros generado. Cambios="
               WS-TOT-CAMBIOS " Elevaciones=" WS-TOT-ELEVACIONES
               " Desbloqueos=" WS-TOT-DESBLOQUEOS
               ". Ver INFCAMB.DAT".
           IF WS-TOT-ELEVACIONES > 0 OR WS-TOT-DESBLOQUEOS > 0 OR
                   WS-TOT-REACTIVAC > 0 OR WS-TOT-CAMBIO-DEPTO > 0
                   OR WS-TOT-CAMBIO-CUPO > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * --- Lee CAMBIO.PRM, líneas CLAVE=VALOR como BINCALC.PRM. ---
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
                       MOVE WS-PRM-VALOR(1:8) TO WS-FECHA-AUX
                       EVALUATE WS-PRM-CLAVE
                           WHEN "DESDE"
                               IF WS-FECHA-AUX IS NUMERIC
                                   MOVE WS-FECHA-AUX TO WS-DESDE
                                   MOVE WS-FECHA-AUX TO WS-DESDE-TXT
                               ELSE
                                   DISPLAY "ERROR: DESDE= inválido en "
                                       "CAMBIO.PRM: " WS-FECHA-AUX
                                   MOVE "S" TO WS-PRM-ERROR
                               END-IF
                           WHEN "HASTA"
                               IF WS-FECHA-AUX IS NUMERIC
                                   MOVE WS-FECHA-AUX TO WS-HASTA
                                   MOVE WS-FECHA-AUX TO WS-HASTA-TXT
                               ELSE
                                   DISPLAY "ERROR: HASTA= inválido en "
                                       "CAMBIO.PRM: " WS-FECHA-AUX
                                   MOVE "S" TO WS-PRM-ERROR
                               END-IF
                           WHEN SPACES
                               CONTINUE
                           WHEN OTHER
                               DISPLAY "AVISO: parámetro desconocido "
                                   "en CAMBIO.PRM: " WS-PRM-CLAVE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE PARAM-FILE.

      * --- Un bloque por cambio del período: cabecera, imágenes
      * --- antes/después y las marcas de lo que hay que mirar. ---
       PROCESAR-CAMBIO.
           IF CB-FECHA(1:8) < WS-DESDE OR CB-FECHA(1:8) > WS-HASTA
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TOT-CAMBIOS.
           EVALUATE TRUE
               WHEN CB-OPERADORES
                   MOVE "OPERADORES" TO WS-MAESTRO-TXT
               WHEN CB-DEPARTAMENTOS
                   MOVE "DEPARTAMENTOS" TO WS-MAESTRO-TXT
               WHEN OTHER
                   MOVE "DESCONOCIDO" TO WS-MAESTRO-TXT
           END-EVALUATE.
           EVALUATE TRUE
               WHEN CB-ALTA
                   MOVE "ALTA" TO WS-ACCION-TXT
                   ADD 1 TO WS-TOT-ALTAS
               WHEN CB-MODIFICACION
                   MOVE "MODIFICACION" TO WS-ACCION-TXT
                   ADD 1 TO WS-TOT-MODIF
               WHEN CB-BAJA
                   MOVE "BAJA" TO WS-ACCION-TXT
                   ADD 1 TO WS-TOT-BAJAS
               WHEN OTHER
                   MOVE "DESCONOCIDA" TO WS-ACCION-TXT
           END-EVALUATE.
           MOVE SPACES TO WS-LINEA-INF.
           STRING "FECHA=" CB-FECHA(1:8)
               " HORA=" CB-FECHA(9:6)
               " SUPERVISOR=" CB-SUPERVISOR
               " MAESTRO=" WS-MAESTRO-TXT
               " ACCION=" WS-ACCION-TXT
               " CLAVE=" CB-CLAVE-REGISTRO
               DELIMITED BY SIZE INTO WS-LINEA-INF.
           PERFORM ESCRIBIR-INF.
           IF CB-OPERADORES
               PERFORM EMITIR-IMAGENES-OPERADOR
               PERFORM DESTACAR-CAMBIO-OPERADOR
           ELSE
               PERFORM EMITIR-IMAGENES-DEPTO
               PERFORM DESTACAR-CAMBIO-DEPTO
           END-IF.
           MOVE SPACES TO WS-LINEA-INF.
           PERFORM ESCRIBIR-INF.

       EMITIR-IMAGENES-OPERADOR.
           IF CB-ANTES NOT = SPACES
               MOVE SPACES TO WS-LINEA-INF
               STRING "  ANTES:   NOMBRE=" AO-NOMBRE
                   " DEPTO=" AO-DEPARTAMENTO
                   " ESTADO=" AO-ESTADO
                   " ROL=" AO-ROL
                   " INTENTOS=" AO-INTENTOS
                   " ANCHO=" AO-ANCHO-BITS
                   " SIGNO=" AO-MODO-SIGNO
                   " EXPORTAR=" AO-EXPORTAR
                   DELIMITED BY SIZE INTO WS-LINEA-INF
               PERFORM ESCRIBIR-INF
           END-IF.
           MOVE SPACES TO WS-LINEA-INF.
           STRING "  DESPUES: NOMBRE=" DO-NOMBRE
               " DEPTO=" DO-DEPARTAMENTO
               " ESTADO=" DO-ESTADO
               " ROL=" DO-ROL
               " INTENTOS=" DO-INTENTOS
               " ANCHO=" DO-ANCHO-BITS
               " SIGNO=" DO-MODO-SIGNO
               " EXPORTAR=" DO-EXPORTAR
               DELIMITED BY SIZE INTO WS-LINEA-INF.
           PERFORM ESCRIBIR-INF.

       EMITIR-IMAGENES-DEPTO.
           IF CB-ANTES NOT = SPACES
               MOVE SPACES TO WS-LINEA-INF
               STRING "  ANTES:   DESCRIPCION=" AD-DESCRIPCION
                   " ESTADO=" AD-ESTADO
                   " CUPO=" AD-CUPO-MENSUAL
                   DELIMITED BY SIZE INTO WS-LINEA-INF
               PERFORM ESCRIBIR-INF
           END-IF.
           MOVE SPACES TO WS-LINEA-INF.
           STRING "  DESPUES: DESCRIPCION=" DD-DESCRIPCION
               " ESTADO=" DD-ESTADO
               " CUPO=" DD-CUPO-MENSUAL
               DELIMITED BY SIZE INTO WS-LINEA-INF.
           PERFORM ESCRIBIR-INF.

      * --- Lo que auditoría pide ver: un operador que pasa a
      * --- supervisor (por alta o por modificación), uno bloqueado
      * --- que vuelve a activo, uno inactivo que se reactiva, y un
      * --- cambio de departamento. El cambio de clave solo se
      * --- informa: la clave nunca está en el diario. ---
       DESTACAR-CAMBIO-OPERADOR.
           IF DO-ROL = "S" AND
                   (CB-ALTA OR (CB-MODIFICACION AND AO-ROL NOT = "S"))
               MOVE "  *** ELEVACION DE ROL A SUPERVISOR ***"
                   TO WS-LINEA-INF
               PERFORM ESCRIBIR-INF
               ADD 1 TO WS-TOT-ELEVACIONES
           END-IF.
           IF CB-MODIFICACION AND AO-ESTADO = "B" AND DO-ESTADO = "A"
               MOVE "  *** DESBLOQUEO DE OPERADOR ***" TO WS-LINEA-INF
               PERFORM ESCRIBIR-INF
               ADD 1 TO WS-TOT-DESBLOQUEOS
           END-IF.
           IF CB-MODIFICACION AND AO-ESTADO = "I" AND DO-ESTADO = "A"
               MOVE "  *** REACTIVACION DE OPERADOR ***"
                   TO WS-LINEA-INF
               PERFORM ESCRIBIR-INF
               ADD 1 TO WS-TOT-REACTIVAC
           END-IF.
           IF CB-MODIFICACION AND AO-DEPARTAMENTO NOT = DO-DEPARTAMENTO
               MOVE SPACES TO WS-LINEA-INF
               STRING "  *** CAMBIO DE DEPARTAMENTO: "
                   AO-DEPARTAMENTO " -> " DO-DEPARTAMENTO " ***"
                   DELIMITED BY SIZE INTO WS-LINEA-INF
               PERFORM ESCRIBIR-INF
               ADD 1 TO WS-TOT-CAMBIO-DEPTO
           END-IF.
           IF CB-MODIFICACION AND CB-CLAVE-CAMBIADA = "S"
               MOVE "  CLAVE DE ACCESO MODIFICADA" TO WS-LINEA-INF
               PERFORM ESCRIBIR-INF
               ADD 1 TO WS-TOT-CAMBIO-CLAVE
           END-IF.

       DESTACAR-CAMBIO-DEPTO.
           IF CB-MODIFICACION AND AD-ESTADO = "I" AND DD-ESTADO = "A"
               MOVE "  *** REACTIVACION DE DEPARTAMENTO ***"
                   TO WS-LINEA-INF
               PERFORM ESCRIBIR-INF
               ADD 1 TO WS-TOT-REACTIVAC
           END-IF.
      * --- El cupo mensual decide qué lotes se retienen: todo cambio
      * --- se destaca (un alta con cupo no, es la carga inicial). ---
           IF CB-MODIFICACION AND AD-CUPO-MENSUAL NOT = DD-CUPO-MENSUAL
               MOVE SPACES TO WS-LINEA-INF
               STRING "  *** CAMBIO DE CUPO MENSUAL: "
                   AD-CUPO-MENSUAL " -> " DD-CUPO-MENSUAL " ***"
                   DELIMITED BY SIZE INTO WS-LINEA-INF
               PERFORM ESCRIBIR-INF
               ADD 1 TO WS-TOT-CAMBIO-CUPO
           END-IF.

       EMITIR-TOTALES.
           IF WS-TOT-CAMBIOS = 0
               MOVE "SIN CAMBIOS EN EL PERIODO INFORMADO"
                   TO WS-LINEA-INF
               PERFORM ESCRIBIR-INF
               MOVE SPACES TO WS-LINEA-INF
               PERFORM ESCRIBIR-INF
           END-IF.
           MOVE SPACES TO WS-LINEA-INF.
           STRING "TOTAL DEL PERIODO: CAMBIOS=" WS-TOT-CAMBIOS
               " ALTAS=" WS-TOT-ALTAS
               " MODIFICACIONES=" WS-TOT-MODIF
               " BAJAS=" WS-TOT-BAJAS
               DELIMITED BY SIZE INTO WS-LINEA-INF.
           PERFORM ESCRIBIR-INF.
           MOVE SPACES TO WS-LINEA-INF.
           STRING "DESTACADOS: ELEVACIONES=" WS-TOT-ELEVACIONES
               " DESBLOQUEOS=" WS-TOT-DESBLOQUEOS
               " REACTIVACIONES=" WS-TOT-REACTIVAC
               " CAMBIOS DEPTO=" WS-TOT-CAMBIO-DEPTO
               " CAMBIOS CLAVE=" WS-TOT-CAMBIO-CLAVE
               DELIMITED BY SIZE INTO WS-LINEA-INF.
           PERFORM ESCRIBIR-INF.
           MOVE SPACES TO WS-LINEA-INF.
           STRING "            CAMBIOS CUPO=" WS-TOT-CAMBIO-CUPO
               DELIMITED BY SIZE INTO WS-LINEA-INF.
           PERFORM ESCRIBIR-INF.

      * --- Bloque de conformidad: el auditor firma el informe impreso.
      * --- Se fuerza en una sola página. ---
       EMITIR-CONFORMIDAD.
           IF WS-LIN-PAG + 7 > WS-LIN-MAX
               PERFORM ENCABEZADO-PAGINA
           END-IF.
           MOVE SPACES TO WS-LINEA-INF.
           PERFORM ESCRIBIR-INF.
           MOVE "CONFORMIDAD DE AUDITORIA INTERNA" TO WS-LINEA-INF.
           PERFORM ESCRIBIR-INF.
           MOVE SPACES TO WS-LINEA-INF.
           PERFORM ESCRIBIR-INF.
           MOVE "REVISADO POR: ______________________________"
               TO WS-LINEA-INF.
           PERFORM ESCRIBIR-INF.
           MOVE SPACES TO WS-LINEA-INF.
           PERFORM ESCRIBIR-INF.
           MOVE SPACES TO WS-LINEA-INF.
           STRING "FIRMA:        ______________________________"
               "   FECHA: __________"
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
               DISPLAY "ERROR: fallo al escribir en INFCAMB.DAT "
                   "(status " WS-INF-STATUS ")."
           END-IF.
           ADD 1 TO WS-LIN-PAG.

       ENCABEZADO-PAGINA.
           ADD 1 TO WS-PAGINA.
           MOVE SPACES TO INF-RECORD.
           STRING "INFORME DE CAMBIOS EN MAESTROS  DESDE="
               WS-DESDE-TXT
               " HASTA=" WS-HASTA-TXT
               "  PAGINA " WS-PAGINA
               DELIMITED BY SIZE INTO INF-RECORD.
           WRITE INF-RECORD.
           MOVE ALL "=" TO INF-RECORD(1:60).
           MOVE SPACES TO INF-RECORD(61:72).
           WRITE INF-RECORD.
           MOVE SPACES TO INF-RECORD.
           WRITE INF-RECORD.
           IF WS-INF-STATUS NOT = "00"
               DISPLAY "ERROR: fallo al escribir en INFCAMB.DAT "
                   "(status " WS-INF-STATUS ")."
           END-IF.
           MOVE 3 TO WS-LIN-PAG.
