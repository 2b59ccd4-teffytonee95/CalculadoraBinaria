      * --- operandos decimales en valor absoluto, módulo 10^18), para
      * --- que el cargador de destino valide la completitud antes de
      * --- postear. El día a extraer se configura en EXTRAC.PRM con
      * --- FECHA=AAAAMMDD; sin parámetro se extrae el último día
      * --- cerrado según FECHAPRO.DAT (el día que el cierre acaba de
      * --- dar por terminado, aunque la extracción corra pasada la
      * --- medianoche), o el día de la corrida si todavía no hubo
      * --- ningún cierre. Un día que aún no cerró se extrae igual,
      * --- con aviso: puede faltarle lo que se postee después. Las
      * --- líneas de otra fecha se omiten; las líneas
      * --- sin fecha (formato viejo de EXPORT.DAT) no pueden fecharse
      * --- y se cuentan aparte. Las líneas de reversa que deja la
      * --- anulación de un lote (REVERSA=) salen como registros "R":
      * --- el mismo cálculo original, para que el mayor lo asiente
      * --- como contrapartida; entran en el total y en el hash de la
      * --- cola igual que un detalle. Además de EXPORT.DAT se lee,
      * --- si existe, el resguardo EXPORT-AAAAMM.DAT del mes del
      * --- extracto, así un día ya depurado por BIN-ARCH puede
      * --- volver a generarse. Cada extracto queda en el registro de
      * --- envíos ENVIOS.DAT (clave: fecha del extracto) con su
      * --- marca de generación, total y hash, que BIN-ACUSE concilia
      * --- contra el acuse del mayor. Una fecha ya registrada solo se
      * --- regenera con REENVIO=S en EXTRAC.PRM y el reenvío queda
      * --- contado en el registro; una fecha que el mayor ya aceptó
      * --- no se regenera nunca (se asentaría dos veces).
      * --- RETURN-CODE: 0=limpio, 8=falla de archivo o fecha ya
      * --- enviada. ---

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT EXPORT-FILE ASSIGN TO "EXPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-STATUS.
           SELECT HIST-FILE ASSIGN TO DYNAMIC WS-HIST-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT INTF-FILE ASSIGN TO "INTERFAZ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTF-STATUS.
           SELECT FECHAPRO-FILE ASSIGN TO "FECHAPRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FECHAPRO-STATUS.
           SELECT ENVIOS-FILE ASSIGN TO "ENVIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-FECHA-EXTRACTO
               FILE STATUS IS WS-ENVIOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXPORT-FILE.
       01  EXPORT-RECORD          PIC X(512).

      * --- Resguardo mensual de EXPORT.DAT que deja BIN-ARCH. ---
       FD  HIST-FILE.
       01  HIST-RECORD            PIC X(512).

      * --- Registro de interfaz en columnas fijas, con el mismo byte
      * --- de tipo que TRANSACC.DAT: "H" cabecera, "D" detalle, "R"
      * --- reversa de un detalle de un lote anulado, "T" cola. Los
      * --- operandos decimales conservan los 21 caracteres (signo + 20
      * --- dígitos) con los que EXPORT.DAT los emite. El lote y la
      * --- clave del resultado revertido van al final del registro. ---
       FD  INTF-FILE.
       01  INTF-RECORD.
           05 IF-TIPO             PIC X(1).
              10 IF-BIN2          PIC X(64).
              10 IF-RESULTADO     PIC X(64).
              10 IF-ESTADO        PIC X(5).
              10 IF-LOTE-ID       PIC X(10).
              10 IF-REVERSA-DE    PIC X(17).
           05 IF-CABECERA REDEFINES IF-DATOS.
              10 IF-FECHA-EXTRACTO PIC X(8).
              10 IF-FECHA-GENERACION PIC X(21).
              10 FILLER           PIC X(256).
           05 IF-COLA REDEFINES IF-DATOS.
              10 IF-TOTAL-REGISTROS PIC 9(9).
              10 IF-HASH-TOTAL    PIC 9(18).
              10 IF-TOTAL-REVERSAS PIC 9(9).
              10 FILLER           PIC X(249).

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

      * --- Registro de envíos: una entrada por fecha de extracto.
      * --- Estado: E=enviado sin acuse, A=aceptado por el mayor,
      * --- R=rechazado por el mayor, D=acuse con total o hash que no
      * --- coincide. La marca de generación es la de la cabecera del
      * --- último envío; el acuse que no la repite es de un envío
      * --- anterior. Los campos del acuse los completa BIN-ACUSE. ---
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

       WORKING-STORAGE SECTION.

       01 WS-PARAM-STATUS    PIC X(2).
       01 WS-EXPORT-STATUS   PIC X(2).
       01 WS-INTF-STATUS     PIC X(2).
       01 WS-HIST-STATUS     PIC X(2).
       01 WS-ENVIOS-STATUS   PIC X(2).
       01 WS-FECHAPRO-STATUS PIC X(2).
       01 WS-HIST-NOMBRE     PIC X(64).

       01 WS-EOF-PARAM       PIC X VALUE "N".
          88 FIN-PARAM-FILE  VALUE "S".
       01 WS-EOF-EXPORT      PIC X VALUE "N".
          88 FIN-EXPORT-FILE VALUE "S".
       01 WS-EOF-HIST        PIC X VALUE "N".
          88 FIN-HIST-FILE   VALUE "S".

       01 WS-PRM-CLAVE       PIC X(20).
       01 WS-PRM-VALOR       PIC X(64).
       01 WS-FECHA-EXTRACTO  PIC X(8) VALUE SPACES.
       01 WS-ULTIMO-CIERRE   PIC X(8) VALUE SPACES.
       01 WS-REENVIO         PIC X VALUE "N".
          88 REENVIO-PEDIDO  VALUE "S".

      * --- Situación de la fecha en el registro de envíos ---
       01 WS-ENVIO-NUEVO     PIC X VALUE "S".
          88 ENVIO-NUEVO     VALUE "S".

       01 WS-LINEA           PIC X(512).
       01 WS-DESCARTE        PIC X(512).
       01 WS-BIN2            PIC X(64).
       01 WS-RESULTADO       PIC X(64).
       01 WS-ESTADO          PIC X(5).
       01 WS-LOTE-ID         PIC X(10).
       01 WS-REVERSA-DE      PIC X(17).
       01 WS-ES-REVERSA      PIC X VALUE "N".
          88 LINEA-REVERSA   VALUE "S".
       01 WS-SIN-FECHA       PIC X.
          88 LINEA-SIN-FECHA VALUE "S".

       01 WS-CONT-OTRA-FECHA PIC 9(9) VALUE 0.
       01 WS-CONT-SINFECHA   PIC 9(9) VALUE 0.
       01 WS-CONT-OMITIDAS   PIC 9(9) VALUE 0.
       01 WS-CONT-REVERSAS   PIC 9(9) VALUE 0.

       01 WS-RC              PIC 9(4) VALUE 0.
       01 WS-TIMESTAMP       PIC X(21).
       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM LEER-PARAMETROS.
           PERFORM LEER-FECHA-PROCESO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           IF WS-FECHA-EXTRACTO = SPACES
                   OR WS-FECHA-EXTRACTO(1:8) NOT NUMERIC
               IF WS-ULTIMO-CIERRE IS NUMERIC
                   MOVE WS-ULTIMO-CIERRE TO WS-FECHA-EXTRACTO
               ELSE
                   MOVE WS-TIMESTAMP(1:8) TO WS-FECHA-EXTRACTO
               END-IF
               DISPLAY "AVISO: sin FECHA=AAAAMMDD en EXTRAC.PRM; se "
                   "extrae el día " WS-FECHA-EXTRACTO "."
           END-IF.
           IF WS-ULTIMO-CIERRE IS NUMERIC
                   AND WS-FECHA-EXTRACTO > WS-ULTIMO-CIERRE
               DISPLAY "AVISO: el día " WS-FECHA-EXTRACTO " todavía "
                   "no está cerrado (último cierre " WS-ULTIMO-CIERRE
                   "); el extracto puede quedar incompleto."
           END-IF.
           OPEN INPUT EXPORT-FILE.
           IF WS-EXPORT-STATUS NOT = "00"
               DISPLAY "ERROR: no se pudo abrir EXPORT.DAT "
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ABRIR-ENVIOS.
           PERFORM CONTROLAR-REENVIO.
           IF WS-RC NOT = 0
               CLOSE ENVIOS-FILE
               CLOSE EXPORT-FILE
               MOVE WS-RC TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT INTF-FILE.
           IF WS-INTF-STATUS NOT = "00"
               DISPLAY "ERROR: no se pudo abrir INTERFAZ.DAT "
                   "(status " WS-INTF-STATUS ")."
               CLOSE ENVIOS-FILE
               CLOSE EXPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
                       PERFORM PROCESAR-LINEA
               END-READ
           END-PERFORM.
           PERFORM LEER-RESGUARDO.
           PERFORM ESCRIBIR-COLA.
           CLOSE EXPORT-FILE.
           CLOSE INTF-FILE.
           IF WS-RC = 0
               PERFORM REGISTRAR-ENVIO
           ELSE
               DISPLAY "AVISO: el extracto tuvo fallas de escritura; "
                   "no se registra como enviado."
           END-IF.
           CLOSE ENVIOS-FILE.
           DISPLAY "Extracto de interfaz generado. Fecha="
               WS-FECHA-EXTRACTO " Detalles=" WS-CONT-DETALLE
               " Otra fecha=" WS-CONT-OTRA-FECHA
               " Sin fecha=" WS-CONT-SINFECHA
               " Reversas=" WS-CONT-REVERSAS
               " Omitidas=" WS-CONT-OMITIDAS
               ". Ver INTERFAZ.DAT".
           MOVE WS-RC TO RETURN-CODE.
                           WHEN "FECHA"
                               MOVE WS-PRM-VALOR(1:8)
                                   TO WS-FECHA-EXTRACTO
                           WHEN "REENVIO"
                               IF WS-PRM-VALOR(1:1) = "S"
                                   MOVE "S" TO WS-REENVIO
                               END-IF
                           WHEN SPACES
                               CONTINUE
                           WHEN OTHER
           END-PERFORM.
           CLOSE PARAM-FILE.

      * --- Lee el último cierre de FECHAPRO.DAT; sin el archivo no
      * --- hubo cierres todavía. ---
       LEER-FECHA-PROCESO.
           OPEN INPUT FECHAPRO-FILE.
           IF WS-FECHAPRO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ FECHAPRO-FILE
               AT END
                   MOVE SPACES TO FECHAPRO-RECORD
           END-READ.
           CLOSE FECHAPRO-FILE.
           MOVE FP-ULTIMO-CIERRE TO WS-ULTIMO-CIERRE.

      * --- El resguardo del mes del extracto es opcional: si
      * --- BIN-ARCH todavía no depuró ese mes, no existe y todas las
      * --- líneas están en EXPORT.DAT. Cada línea está en uno solo de
      * --- los dos archivos, así que no hay duplicados. ---
       LEER-RESGUARDO.
           MOVE SPACES TO WS-HIST-NOMBRE.
           STRING "EXPORT-" WS-FECHA-EXTRACTO(1:6) ".DAT"
               DELIMITED BY SIZE INTO WS-HIST-NOMBRE.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "ERROR: no se pudo abrir " WS-HIST-NOMBRE
                   " (status " WS-HIST-STATUS ")."
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-HIST.
           PERFORM UNTIL FIN-HIST-FILE
               READ HIST-FILE
                   AT END
                       MOVE "S" TO WS-EOF-HIST
                   NOT AT END
                       ADD 1 TO WS-CONT-LEIDAS
                       MOVE HIST-RECORD TO WS-LINEA
                       PERFORM PROCESAR-LINEA
               END-READ
           END-PERFORM.
           CLOSE HIST-FILE.

      * --- Abre el registro de envíos; si no existe se crea vacío.
      * --- Sin registro no se extrae: un envío que no queda anotado
      * --- no puede conciliarse contra el acuse del mayor. ---
       ABRIR-ENVIOS.
           OPEN I-O ENVIOS-FILE.
           IF WS-ENVIOS-STATUS = "35"
               OPEN OUTPUT ENVIOS-FILE
               IF WS-ENVIOS-STATUS = "00"
                   CLOSE ENVIOS-FILE
                   OPEN I-O ENVIOS-FILE
               END-IF
           END-IF.
           IF WS-ENVIOS-STATUS NOT = "00"
               DISPLAY "ERROR: no se pudo abrir ENVIOS.DAT "
                   "(status " WS-ENVIOS-STATUS "); no se extrae "
                   "sin registro de envíos."
               CLOSE EXPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * --- Una fecha que ya está en el registro se regenera solo con
      * --- REENVIO=S, y nunca si el mayor ya la aceptó. ---
       CONTROLAR-REENVIO.
           MOVE WS-FECHA-EXTRACTO TO EN-FECHA-EXTRACTO.
           READ ENVIOS-FILE
               INVALID KEY
                   MOVE "S" TO WS-ENVIO-NUEVO
               NOT INVALID KEY
                   MOVE "N" TO WS-ENVIO-NUEVO
           END-READ.
           IF ENVIO-NUEVO
               EXIT PARAGRAPH
           END-IF.
           IF EN-ACEPTADO
               DISPLAY "ERROR: el extracto del " WS-FECHA-EXTRACTO
                   " ya fue aceptado por el mayor (acuse del "
                   EN-FECHA-ACUSE "); no se regenera."
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           IF NOT REENVIO-PEDIDO
               DISPLAY "ERROR: el extracto del " WS-FECHA-EXTRACTO
                   " ya fue enviado el " EN-FECHA-GENERACION(1:8)
                   "; para regenerarlo indique REENVIO=S en "
                   "EXTRAC.PRM."
               MOVE 8 TO WS-RC
           END-IF.

      * --- Anota el envío con los totales de la cola. En un reenvío
      * --- se cuenta el reenvío, se guarda el estado que tenía y se
      * --- limpia el acuse anterior: el envío nuevo espera el suyo. ---
       REGISTRAR-ENVIO.
           IF ENVIO-NUEVO
               MOVE SPACES TO ENVIO-RECORD
               MOVE WS-FECHA-EXTRACTO TO EN-FECHA-EXTRACTO
               MOVE WS-TIMESTAMP(1:8) TO EN-FECHA-PRIMER-ENVIO
               MOVE 0 TO EN-REENVIOS
           ELSE
               MOVE EN-ESTADO TO EN-ESTADO-PREVIO
               ADD 1 TO EN-REENVIOS
           END-IF.
           MOVE "E" TO EN-ESTADO.
           MOVE WS-TIMESTAMP TO EN-FECHA-GENERACION.
           MOVE WS-CONT-DETALLE TO EN-TOTAL-REGISTROS.
           MOVE WS-HASH TO EN-HASH-TOTAL.
           MOVE WS-CONT-REVERSAS TO EN-TOTAL-REVERSAS.
           MOVE SPACES TO EN-FECHA-ACUSE.
           MOVE SPACES TO EN-ACUSE-RESULTADO.
           MOVE 0 TO EN-ACUSE-TOTAL.
           MOVE 0 TO EN-ACUSE-HASH.
           MOVE SPACES TO EN-ACUSE-MOTIVO.
           IF ENVIO-NUEVO
               WRITE ENVIO-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: no se pudo registrar el envío "
                           "en ENVIOS.DAT (status " WS-ENVIOS-STATUS
                           ")."
                       MOVE 8 TO WS-RC
               END-WRITE
           ELSE
               REWRITE ENVIO-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: no se pudo registrar el "
                           "reenvío en ENVIOS.DAT (status "
                           WS-ENVIOS-STATUS ")."
                       MOVE 8 TO WS-RC
                   NOT INVALID KEY
                       DISPLAY "Reenvío registrado. Fecha="
                           WS-FECHA-EXTRACTO " Reenvíos="
                           EN-REENVIOS
               END-REWRITE
           END-IF.

      * --- Extrae los campos de la línea de exportación. Las líneas
      * --- sin DEC1= no son de cálculo y se omiten; las líneas sin
      * --- FECHA= (formato viejo) no pueden asignarse a un día. Los
           UNSTRING WS-LINEA DELIMITED BY "OPERADOR="
               INTO WS-DESCARTE WS-RESTO.
           MOVE WS-RESTO(1:10) TO WS-OPERADOR.
           MOVE SPACES TO WS-LOTE-ID.
           MOVE 0 TO WS-CANT-DELIM.
           INSPECT WS-LINEA TALLYING WS-CANT-DELIM FOR ALL "LOTE=".
           IF WS-CANT-DELIM > 0
               UNSTRING WS-LINEA DELIMITED BY "LOTE="
                   INTO WS-DESCARTE WS-RESTO
               MOVE WS-RESTO(1:10) TO WS-LOTE-ID
           END-IF.
           MOVE "N" TO WS-ES-REVERSA.
           MOVE SPACES TO WS-REVERSA-DE.
           MOVE 0 TO WS-CANT-DELIM.
           INSPECT WS-LINEA TALLYING WS-CANT-DELIM FOR ALL "REVERSA=".
           IF WS-CANT-DELIM > 0
               MOVE "S" TO WS-ES-REVERSA
               UNSTRING WS-LINEA DELIMITED BY "REVERSA="
                   INTO WS-DESCARTE WS-RESTO
               MOVE WS-RESTO(1:17) TO WS-REVERSA-DE
           END-IF.

           IF WS-DEC1(2:20) NOT NUMERIC OR
                   WS-DEC2(2:20) NOT NUMERIC

       ESCRIBIR-DETALLE.
           MOVE SPACES TO INTF-RECORD.
           IF LINEA-REVERSA
               MOVE "R" TO IF-TIPO
               ADD 1 TO WS-CONT-REVERSAS
           ELSE
               MOVE "D" TO IF-TIPO
           END-IF.
           MOVE WS-FECHA TO IF-FECHA.
           MOVE WS-OPERADOR TO IF-OPERADOR.
           MOVE WS-OP TO IF-OP.
           MOVE WS-BIN2 TO IF-BIN2.
           MOVE WS-RESULTADO TO IF-RESULTADO.
           MOVE WS-ESTADO TO IF-ESTADO.
           MOVE WS-LOTE-ID TO IF-LOTE-ID.
           MOVE WS-REVERSA-DE TO IF-REVERSA-DE.
           WRITE INTF-RECORD.
           IF WS-INTF-STATUS NOT = "00"
               DISPLAY "ERROR: fallo al escribir en INTERFAZ.DAT "
           MOVE "T" TO IF-TIPO.
           MOVE WS-CONT-DETALLE TO IF-TOTAL-REGISTROS.
           MOVE WS-HASH TO IF-HASH-TOTAL.
           MOVE WS-CONT-REVERSAS TO IF-TOTAL-REVERSAS.
           WRITE INTF-RECORD.
           IF WS-INTF-STATUS NOT = "00"
               DISPLAY "ERROR: fallo al escribir en INTERFAZ.DAT "
