           SELECT TRANS-FILE ASSIGN TO DYNAMIC WS-TRANS-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT CONSOL-FILE ASSIGN TO "REPORTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSOL-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT RESUMEN-FILE ASSIGN TO "RESUMEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESUMEN-STATUS.
           SELECT RECH-FILE ASSIGN TO DYNAMIC WS-RECH-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECH-STATUS.
           SELECT COLA-FILE ASSIGN TO DYNAMIC WS-COLA-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLA-STATUS.
           SELECT CAMBIOS-FILE ASSIGN TO "CAMBIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMBIOS-STATUS.
           SELECT FECHAPRO-FILE ASSIGN TO "FECHAPRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FECHAPRO-STATUS.
           SELECT PREVAL-FILE ASSIGN TO "PREVAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREVAL-STATUS.
           SELECT CONFIRMA-FILE ASSIGN TO DYNAMIC WS-CONF-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONF-STATUS.
           SELECT OPER-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-NOMBRE
               FILE STATUS IS WS-DEPTOS-STATUS.
           SELECT PEND-FILE ASSIGN TO "RECHPEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-CLAVE
               FILE STATUS IS WS-PEND-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * --- final de cada registro, para que un archivo de rechazos
      * --- corregido se reprocese tal cual; al postear se ignora. ---
           05 TR-MOTIVO           PIC X(2).
      * --- Número de registro del rechazo en el lote original, que
      * --- RECHAZOS.DAT también agrega al final: en un reenvío es lo
      * --- que permite cerrar el rechazo pendiente correspondiente. ---
           05 TR-REG-ORIGEN       PIC 9(9).

      * --- REPORTE.DAT en la corrida común; en la corrida por cola
      * --- cada lote escribe su propio REPORTE-<lote>.DAT. ---
       FD  REPORT-FILE.
       01  REPORT-RECORD          PIC X(512).

      * --- REPORTE.DAT consolidado de la corrida por cola: al terminar
      * --- cada lote se le agrega su reporte, para que BIN-RECON y
      * --- BIN-VERIF sigan viendo en un solo archivo todo lo posteado
      * --- en la noche. ---
       FD  CONSOL-FILE.
       01  CONSOL-RECORD          PIC X(512).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD           PIC X(512).

      * --- retome el total en curso; un punto de control viejo sin el
      * --- campo llega en espacios y equivale a acumulador en cero. ---
           05 CK-ACUMULADOR       PIC X(64).
      * --- Corrida por cola: archivo de cola y número de la entrada
      * --- en curso (o de la siguiente, entre un lote y otro), para
      * --- que una corrida interrumpida retome la cola donde quedó y
      * --- no vuelva a postear los lotes ya terminados. ---
           05 CK-COLA-NOMBRE      PIC X(64).
           05 CK-COLA-ENTRADA     PIC 9(4).

      * --- Archivo de parámetros del modo desatendido: líneas
      * --- CLAVE=VALOR (OPERADOR, CLAVE, ANCHO, SIGNO, EXPORTAR,
      * --- ARCHIVO, COLA, FECHA, VALIDAR). CLAVE es la clave de
      * --- acceso del operador, que se verifica contra el maestro
      * --- igual que en la sesión interactiva. Su sola presencia
      * --- activa la corrida sin operador. ---
       FD  PARAM-FILE.
       01  PARAM-RECORD           PIC X(80).

       FD  RESUMEN-FILE.
       01  RESUMEN-RECORD         PIC X(80).

      * --- Cola de lotes de la corrida desatendida (COLA= en
      * --- BINCALC.PRM): un nombre de archivo de transacciones por
      * --- línea, en el orden en que deben postearse. Las líneas en
      * --- blanco y las que empiezan con "*" se ignoran. ---
       FD  COLA-FILE.
       01  COLA-RECORD            PIC X(80).

      * --- Diario de cambios de los maestros: una línea por cada
      * --- alta, modificación o baja de OPERADORES.DAT o DEPTOS.DAT,
      * --- con el supervisor que la hizo, la fecha, la clave del
      * --- registro y su imagen antes y después (en un alta la imagen
      * --- anterior va en blanco). La clave de acceso del operador
      * --- nunca se graba: la imagen la lleva enmascarada y
      * --- CB-CLAVE-CAMBIADA indica si cambió. BIN-CAMBIO lo lee para
      * --- el informe de auditoría. ---
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
           05 CB-DESPUES          PIC X(100).

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

      * --- Reporte de preedición: por cada lote revisado, su
      * --- cabecera, cada registro que el posteo rechazaría (número
      * --- de registro en el lote y código de motivo) y la cantidad
      * --- que se postearía. ---
       FD  PREVAL-FILE.
       01  PREVAL-RECORD          PIC X(512).

      * --- Aviso de confirmación para el departamento que envió el
      * --- lote, uno por lote (CONFIRMA-<lote>.DAT). Cada envío agrega
      * --- su aviso al final, de modo que el archivo guarda la
      * --- historia completa del lote. ---
       FD  CONFIRMA-FILE.
       01  CONFIRMA-RECORD        PIC X(132).

      * --- Registros rechazados por el lote, con el mismo trazado que
      * --- TRANS-RECORD más un código de motivo al final: OP=código de
      * --- operación inválido, B1/B2=operando no binario, AN=operando
      * --- supera el ancho configurado, TP=tipo de registro
      * --- desconocido. El archivo lleva su propia cabecera y cola,
      * --- así que una vez corregido se reprocesa tal cual por la
      * --- opción de lote. Cada rechazo lleva además su número de
      * --- registro en el lote original (en un reenvío, el que ya
      * --- traía), que es la clave del rechazo en RECHPEND.DAT. ---
       FD  RECH-FILE.
       01  RECH-RECORD.
           05 RH-TIPO             PIC X(1).
           05 RH-DATOS            PIC X(129).
           05 RH-MOTIVO           PIC X(2).
           05 RH-REGISTRO         PIC 9(9).

      * --- Maestro de operadores, indexado por identificador. Guarda,
      * --- además de los datos del operador, sus preferencias de sesión
      * --- Registro de lotes, indexado por el identificador de lote de
      * --- la cabecera de TRANSACC.DAT. Lleva el ciclo de vida de cada
      * --- lote que mandan los departamentos: R=recibido, P=procesado
      * --- limpio, E=procesado con rechazos, A=anulado por un
      * --- supervisor. Un lote ya procesado limpio se rechaza en
      * --- VERIFICAR-LOTE para que la misma remesa no se postee dos
      * --- veces; uno procesado con rechazos puede reenviarse y se
      * --- cuenta en LT-REENVIOS; uno anulado no se vuelve a admitir
      * --- con el mismo identificador. Un lote que supera el cupo
      * --- mensual de su departamento queda retenido (H) sin
      * --- postearse; cuando un supervisor lo libera (L) se admite en
      * --- el próximo procesamiento sin volver a medir el cupo. ---
       FD  LOTES-FILE.
       01  LOTES-RECORD.
           05 LT-LOTE-ID          PIC X(10).
              88 LT-RECIBIDO      VALUE "R".
              88 LT-PROCESADO     VALUE "P".
              88 LT-CON-RECHAZOS  VALUE "E".
              88 LT-ANULADO       VALUE "A".
              88 LT-RETENIDO      VALUE "H".
              88 LT-LIBERADO      VALUE "L".
           05 LT-DEPARTAMENTO     PIC X(20).
           05 LT-FECHA-RECIBIDO   PIC X(8).
           05 LT-FECHA-PROCESO    PIC X(8).
           05 RS-BIN2             PIC X(64).
           05 RS-RESULTADO        PIC X(64).
           05 RS-ESTADO           PIC X(5).
      * --- Operandos decimales tal como salieron (o habrían salido) a
      * --- EXPORT.DAT, si el cálculo se exportó (S/N) y la marca de
      * --- anulación: un lote anulado no se borra, sus resultados
      * --- quedan marcados con A y, los que se exportaron, con su
      * --- línea de reversa en EXPORT.DAT. ---
           05 RS-DEC1             PIC X(21).
           05 RS-DEC2             PIC X(21).
           05 RS-EXPORTADO        PIC X(1).
           05 RS-ANULACION        PIC X(1).
              88 RS-ANULADO       VALUE "A".

      * --- Referencia de departamentos, indexada por nombre. Es la
      * --- lista autorizada contra la que se validan la cabecera de
           05 DP-ESTADO           PIC X(1).
              88 DP-ACTIVO        VALUE "A".
              88 DP-INACTIVO      VALUE "I".
      * --- Cupo mensual: cantidad de cálculos de lote que el
      * --- departamento puede postear en el mes. En cero (o en un
      * --- registro cargado antes de existir el campo) no hay cupo. ---
           05 DP-CUPO-MENSUAL     PIC 9(9).

      * --- Rechazos pendientes, indexados por lote + número de
      * --- registro en el lote original. RECHAZOS.DAT se regraba en
      * --- cada corrida; aquí cada rechazo queda abierto (P) hasta
      * --- que un reenvío del mismo lote lo postea, y entonces pasa a
      * --- corregido (C) con su fecha de cierre. Si el reenvío lo
      * --- vuelve a rechazar se actualizan el motivo, la fecha del
      * --- último rechazo y la cantidad de veces. Si el lote se anula
      * --- ya no puede reenviarse, y sus rechazos abiertos pasan a
      * --- anulado (A) con la fecha de la anulación como cierre.
      * --- BIN-PEND lo lee para el informe de antigüedad por
      * --- departamento. ---
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

       WORKING-STORAGE SECTION.

          88 COLA-VISTA      VALUE "S".
       01 WS-REG-VERIF       PIC 9(9) VALUE 0.
       01 WS-CONT-DETALLE    PIC 9(9) VALUE 0.
      * --- Solo los registros D y A: los que generan un cálculo en
      * --- RESULTADOS.DAT y por eso cuentan contra el cupo. ---
       01 WS-CONT-CALCULOS   PIC 9(9) VALUE 0.
       01 WS-COLA-TOTAL      PIC 9(9) VALUE 0.
       01 WS-LOTE-ID         PIC X(10).
       01 WS-LOTE-FECHA      PIC X(8).
       01 WS-FECHA-HOY       PIC X(8).
       01 WS-CONT-LOTES      PIC 9(6) VALUE 0.

      * --- Rechazos pendientes: si RECHPEND.DAT no puede abrirse, el
      * --- lote se procesa igual y solo se pierde el seguimiento. El
      * --- número de registro de origen es el que trae el registro
      * --- (reenvío de RECHAZOS.DAT) o, si no trae, su posición en
      * --- el archivo. ---
       01 WS-PEND-STATUS     PIC X(2).
       01 WS-PEND-DISPONIBLE PIC X VALUE "N".
          88 PEND-DISPONIBLE VALUE "S".
       01 WS-EOF-PEND        PIC X VALUE "N".
          88 FIN-PEND-FILE   VALUE "S".
       01 WS-REG-ORIGEN      PIC 9(9) VALUE 0.

      * --- Referencia de departamentos: si DEPTOS.DAT no puede
      * --- abrirse, o existe pero todavía no tiene departamentos
      * --- cargados, la validación queda deshabilitada (igual
       01 WS-ALTA-DEPTO-NOM  PIC X(20).
       01 WS-ALTA-DEPTO-DESC PIC X(30).
       01 WS-ALTA-DEPTO-EST  PIC X.
       01 WS-ALTA-DEPTO-CUPO PIC 9(9).
       01 WS-CONT-DEPTOS     PIC 9(4) VALUE 0.

      * --- Maestro de resultados: si RESULTADOS.DAT no puede abrirse,
             10 CONS-RESULT  PIC X(64).
       01 WS-CONS-SEL        PIC 9(4).

      * --- Anulación de un lote ya posteado (solo supervisor): el lote
      * --- pasa a estado A, sus resultados quedan marcados como
      * --- anulados y cada cálculo que había salido a EXPORT.DAT
      * --- recibe una línea de reversa (REVERSA=) que BIN-EXTRAC
      * --- manda al mayor como asiento de contrapartida. ---
       01 WS-ANUL-LOTE       PIC X(10).
       01 WS-ANUL-REGISTROS  PIC 9(9) VALUE 0.
       01 WS-ANUL-REVERSAS   PIC 9(9) VALUE 0.
       01 WS-ANUL-SIN-MARCA  PIC 9(9) VALUE 0.
       01 WS-ANUL-PENDIENTES PIC 9(9) VALUE 0.

      * --- Cupo mensual del departamento al recibir un lote: a los
      * --- registros de trabajo del lote se suman los cálculos ya
      * --- posteados en el mes de la fecha de proceso por los lotes
      * --- del mismo departamento (RESULTADOS.DAT, sin los anulados).
      * --- Si el total supera el cupo, el lote queda retenido en
      * --- LOTES.DAT hasta que un supervisor lo libere; la corrida
      * --- sigue y termina con RC 4. ---
       01 WS-CUPO-DEPTO      PIC 9(9) VALUE 0.
       01 WS-CUPO-USADO      PIC 9(9) VALUE 0.
       01 WS-CUPO-TOTAL      PIC 9(10) VALUE 0.
       01 WS-CUPO-MES        PIC X(6).
       01 WS-CUPO-EXCEDIDO   PIC X VALUE "N".
          88 CUPO-EXCEDIDO   VALUE "S".
       01 WS-LOTE-RETENIDO   PIC X VALUE "N".
          88 LOTE-RETENIDO   VALUE "S".
       01 WS-LIB-LOTE        PIC X(10).

      * --- Aviso de confirmación del lote: situación del envío,
      * --- fechas, hash de control de los resultados posteados (suma
      * --- de los resultados con ESTADO=OK leídos como binario sin
      * --- signo, módulo 10^18) y los resúmenes de los envíos
      * --- anteriores tomados del mismo archivo. ---
       01 WS-CONF-NOMBRE     PIC X(64).
       01 WS-CONF-STATUS     PIC X(2).
       01 WS-CONF-EOF        PIC X VALUE "N".
          88 FIN-CONF-LECTURA VALUE "S".
       01 WS-CONF-LINEA      PIC X(132).
       01 WS-CONF-SITUACION  PIC X(12).
       01 WS-CONF-RECIBIDO   PIC X(8).
       01 WS-CONF-PROCESADO  PIC X(8).
       01 WS-CONF-REENVIOS   PIC 9(2) VALUE 0.
       01 WS-CONF-ERRORES    PIC 9(9) VALUE 0.
       01 WS-CONF-SUBTOTALES PIC 9(4) VALUE 0.
       01 WS-CONF-RECHAZOS   PIC 9(9) VALUE 0.
       01 WS-CONF-POSTEADOS  PIC 9(9) VALUE 0.
       01 WS-CONF-RECH-LOTE  PIC 9(9) VALUE 0.
       01 WS-CONF-HASH       PIC 9(18) VALUE 0.
       01 WS-CONF-VALOR      PIC 9(20) VALUE 0.
       01 WS-CONF-POS        PIC 9(4) COMP.
       01 WS-CONF-RESULTADO  PIC X(64).
       01 WS-CONF-DESCARTE   PIC X(512).
       01 WS-CONF-RESTO      PIC X(512).
       01 WS-CONF-CANT-DELIM PIC 9(4) COMP.
       01 WS-CONF-MOTIVO-DESC PIC X(40).
       01 HCONF-CANT         PIC 9(4) COMP VALUE 0.
       01 HCONF-MAX          PIC 9(4) COMP VALUE 100.
       01 HCONF-TABLA.
          05 HCONF-LINEA OCCURS 100 TIMES PIC X(132).
       01 HCONF-I            PIC 9(4) COMP.

      * --- Auxiliares de INVERTIR-RESULTADO ---
       01 R-LEN              PIC 9(4) COMP.
       01 R-TEMP              PIC X(64).
      * --- intentos fallidos antes del bloqueo automático. Cada
      * --- intento fallido y cada bloqueo dejan una línea de evento
      * --- en AUDITLOG.DAT (sin ESTADO=, para que BIN-AUDIT y
      * --- BIN-RECON no la cuenten como cálculo), igual que los
      * --- intentos con un operador inexistente, inactivo o bloqueado.
      * --- El origen distingue la terminal de la corrida desatendida
      * --- (clave de BINCALC.PRM); BIN-SEGUR lee estos eventos. ---
       01 WS-CLAVE-INGRESADA  PIC X(10).
       01 WS-CLAVE-VALIDA     PIC X VALUE "N".
          88 CLAVE-VALIDA     VALUE "S".
          88 SESION-SUPERVISOR VALUE "S".
       01 WS-MAX-INTENTOS     PIC 9(2) VALUE 3.
       01 WS-EVENTO-SESION    PIC X(14).
       01 WS-ORIGEN-SESION    PIC X(11) VALUE "TERMINAL".
       01 WS-PRM-CLAVE-ACCESO PIC X(10) VALUE SPACES.

      * --- Diario de cambios de los maestros: se abre al entrar al
      * --- mantenimiento y, si no puede abrirse, el mantenimiento no
      * --- se permite (un cambio sin rastro es justo lo que se quiere
      * --- evitar). La imagen del operador es la del registro con la
      * --- clave enmascarada. ---
       01 WS-CAMBIOS-STATUS   PIC X(2).
       01 WS-CAMBIOS-ABIERTO  PIC X VALUE "N".
          88 CAMBIOS-ABIERTO  VALUE "S".
       01 WS-CAMBIO-ANTES     PIC X(100).
       01 WS-CAMBIO-DESPUES   PIC X(100).
       01 WS-CAMBIO-CLAVE-ANT PIC X(10).
       01 WS-IMAGEN-OPER.
          05 IM-ID            PIC X(10).
          05 IM-NOMBRE        PIC X(30).
          05 IM-DEPARTAMENTO  PIC X(20).
          05 IM-ESTADO        PIC X(1).
          05 IM-ANCHO-BITS    PIC 9(2).
          05 IM-MODO-SIGNO    PIC X(1).
          05 IM-EXPORTAR      PIC X(1).
          05 IM-CLAVE         PIC X(10).
          05 IM-ROL           PIC X(1).
          05 IM-INTENTOS      PIC 9(2).

      * --- Bitácora de auditoría ---
       01 WS-OPERATOR-ID      PIC X(10).
       01 WS-TIMESTAMP        PIC X(21).

      * --- Fecha de proceso: todo lo que se fecha (FECHA= de la
      * --- bitácora y la exportación, RS-FECHA, fechas de LOTES.DAT,
      * --- RECHPEND.DAT y CAMBIOS.DAT) lleva el día hábil de
      * --- FECHAPRO.DAT con la hora del sistema, así un lote que
      * --- postea pasada la medianoche queda en el día que se está
      * --- cerrando. Sin FECHAPRO.DAT se usa la fecha del sistema.
      * --- FECHA= en BINCALC.PRM declara el día que la corrida
      * --- desatendida espera postear; si no coincide, o si la fecha
      * --- de proceso ya está cerrada, no se postea nada. ---
       01 WS-FECHAPRO-STATUS  PIC X(2).
       01 WS-FECHA-PROCESO    PIC X(8) VALUE SPACES.
       01 WS-ULTIMO-CIERRE    PIC X(8) VALUE SPACES.
       01 WS-PRM-FECHA        PIC X(8) VALUE SPACES.

      * --- Preedición (VALIDAR=S en BINCALC.PRM u opción 19 del
      * --- menú): el lote pasa por la verificación de cabecera y
      * --- cola, el departamento, el control de duplicados contra
      * --- LOTES.DAT y los controles de cada registro, pero no se
      * --- graba nada en los archivos del posteo ni en el punto de
      * --- control. El resultado va a PREVAL.DAT. ---
       01 WS-PREVALIDAR       PIC X VALUE "N".
          88 MODO-PREVALIDAR  VALUE "S".
       01 WS-PRM-VALIDAR      PIC X VALUE SPACE.
       01 WS-PREVAL-STATUS    PIC X(2).
       01 WS-PREVAL-ABIERTO   PIC X VALUE "N".
          88 PREVAL-ABIERTO   VALUE "S".
       01 WS-PREVAL-REENVIO   PIC X VALUE "N".
          88 PREVAL-REENVIO   VALUE "S".
       01 WS-AUDIT-LINE       PIC X(512).
       01 WS-AUDIT-STATUS     PIC X(2).

       01 WS-LOTE-OK          PIC X VALUE "N".
          88 LOTE-COMPLETO    VALUE "S".
       01 WS-RESUMEN-LINEA    PIC X(80).
       01 WS-RESUMEN-ABIERTO  PIC X VALUE "N".
          88 RESUMEN-ABIERTO  VALUE "S".
       01 WS-TOT-POSTEADOS    PIC 9(9) VALUE 0.
       01 WS-TOT-RECHAZADOS   PIC 9(9) VALUE 0.

      * --- Corrida por cola: con COLA= en BINCALC.PRM la corrida
      * --- desatendida postea uno tras otro todos los lotes de la
      * --- cola. Cada lote deja su reporte y sus rechazos en archivos
      * --- propios (REPORTE-<lote>.DAT, RECHAZOS-<lote>.DAT) y una
      * --- línea en RESUMEN.DAT; un lote fallido se saltea sin
      * --- detener a los demás y el RC final es el del peor lote. ---
       01 WS-COLA-NOMBRE      PIC X(64) VALUE SPACES.
       01 WS-COLA-STATUS      PIC X(2).
       01 WS-CONSOL-STATUS    PIC X(2).
       01 WS-EN-COLA          PIC X VALUE "N".
          88 COLA-ACTIVA      VALUE "S".
       01 WS-EOF-COLA         PIC X VALUE "N".
          88 FIN-COLA-FILE    VALUE "S".
       01 WS-EOF-REPORTE      PIC X VALUE "N".
          88 FIN-REPORT-FILE  VALUE "S".
       01 WS-REPORT-NOMBRE    PIC X(64) VALUE "REPORTE.DAT".
       01 WS-RECH-NOMBRE      PIC X(64) VALUE "RECHAZOS.DAT".
       01 WS-COLA-POS         PIC 9(4) VALUE 0.
       01 WS-COLA-POS-ED      PIC 9(4).
       01 WS-COLA-INICIO      PIC 9(4) VALUE 1.
       01 WS-COLA-LOTES       PIC 9(4) VALUE 0.
       01 WS-COLA-FALLIDOS    PIC 9(4) VALUE 0.
       01 WS-COLA-OMITIDOS    PIC 9(4) VALUE 0.
       01 WS-CK-COLA-NOMBRE   PIC X(64) VALUE SPACES.
       01 WS-CK-COLA-ENTRADA  PIC 9(4) VALUE 0.
       01 WS-RC-LOTE          PIC 9(4) VALUE 0.

      * --- División con resto y modo fraccional: la división entrega
      * --- también el resto en binario, y con el modo fraccional activo
                   "registrará."
           END-IF.
           PERFORM LEER-PARAMETROS.
           PERFORM LEER-FECHA-PROCESO.
           PERFORM CONTROLAR-FECHA-PROCESO.
           PERFORM ABRIR-OPERADORES.
           PERFORM ABRIR-LOTES.
           PERFORM ABRIR-RESULTADOS.
           PERFORM ABRIR-DEPTOS.
           PERFORM ABRIR-PENDIENTES.
           IF MODO-DESATENDIDO
               PERFORM EJECUTAR-DESATENDIDO
           ELSE
               PERFORM INICIAR-SESION
               PERFORM MENU-LOOP UNTIL OPCION-MENU = 21
               PERFORM MOSTRAR-RESUMEN
           END-IF.
           CLOSE AUDIT-FILE.
           IF DEPTOS-DISPONIBLE
               CLOSE DEPTOS-FILE
           END-IF.
           IF PEND-DISPONIBLE
               CLOSE PEND-FILE
           END-IF.
           IF MODO-DESATENDIDO
               MOVE WS-RC TO RETURN-CODE
           END-IF.
                   MOVE WS-PRM-VALOR(1:1) TO WS-PRM-EXPORTAR
               WHEN "ARCHIVO"
                   MOVE WS-PRM-VALOR TO WS-TRANS-NOMBRE
               WHEN "COLA"
                   MOVE WS-PRM-VALOR TO WS-COLA-NOMBRE
               WHEN "FECHA"
                   MOVE WS-PRM-VALOR(1:8) TO WS-PRM-FECHA
               WHEN "VALIDAR"
                   MOVE WS-PRM-VALOR(1:1) TO WS-PRM-VALIDAR
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                       "BINCALC.PRM: " WS-PRM-CLAVE
           END-EVALUATE.

      * --- Lee la fecha de proceso de FECHAPRO.DAT. ---
       LEER-FECHA-PROCESO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP(1:8) TO WS-FECHA-PROCESO.
           MOVE SPACES TO WS-ULTIMO-CIERRE.
           OPEN INPUT FECHAPRO-FILE.
           IF WS-FECHAPRO-STATUS NOT = "00"
               DISPLAY "AVISO: FECHAPRO.DAT no disponible (status "
                   WS-FECHAPRO-STATUS "); se usa la fecha del "
                   "sistema " WS-FECHA-PROCESO "."
               EXIT PARAGRAPH
           END-IF.
           READ FECHAPRO-FILE
               AT END
                   MOVE SPACES TO FECHAPRO-RECORD
           END-READ.
           CLOSE FECHAPRO-FILE.
           IF FP-FECHA-PROCESO IS NUMERIC
               MOVE FP-FECHA-PROCESO TO WS-FECHA-PROCESO
               MOVE FP-ULTIMO-CIERRE TO WS-ULTIMO-CIERRE
           ELSE
               DISPLAY "AVISO: FECHAPRO.DAT sin fecha legible; se "
                   "usa la fecha del sistema " WS-FECHA-PROCESO "."
           END-IF.

      * --- Nada se postea sobre un día ya cerrado ni sobre otro día
      * --- que el que la corrida desatendida declara en FECHA=. ---
       CONTROLAR-FECHA-PROCESO.
           IF WS-ULTIMO-CIERRE NOT = SPACES
                   AND WS-FECHA-PROCESO NOT > WS-ULTIMO-CIERRE
               DISPLAY "ERROR: la fecha de proceso " WS-FECHA-PROCESO
                   " ya está cerrada (último cierre "
                   WS-ULTIMO-CIERRE "); no se postea."
               PERFORM CANCELAR-POR-FECHA
           END-IF.
           IF WS-PRM-FECHA = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-ULTIMO-CIERRE NOT = SPACES
                   AND WS-PRM-FECHA NOT > WS-ULTIMO-CIERRE
               DISPLAY "ERROR: FECHA=" WS-PRM-FECHA " de BINCALC.PRM "
                   "ya está cerrada (último cierre "
                   WS-ULTIMO-CIERRE "); no se postea."
               PERFORM CANCELAR-POR-FECHA
           END-IF.
           IF WS-PRM-FECHA NOT = WS-FECHA-PROCESO
               DISPLAY "ERROR: FECHA=" WS-PRM-FECHA " de BINCALC.PRM "
                   "no es la fecha de proceso " WS-FECHA-PROCESO
                   "; no se postea."
               PERFORM CANCELAR-POR-FECHA
           END-IF.

       CANCELAR-POR-FECHA.
           CLOSE AUDIT-FILE.
           CLOSE EXPORT-FILE.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

      * --- Marca de tiempo de todo lo que se graba: la fecha de
      * --- proceso con la hora del sistema. ---
       TOMAR-MARCA-TIEMPO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-FECHA-PROCESO TO WS-TIMESTAMP(1:8).

      * --- Corrida completa sin operador en la terminal: valida el
      * --- operador del archivo de parámetros contra el maestro, aplica
      * --- sus preferencias, pisa lo que el archivo de parámetros traiga
      * --- WS-RC queda en 0 (limpio), 4 (con rechazos) u 8 (falló). ---
       EJECUTAR-DESATENDIDO.
           MOVE 0 TO WS-RC.
           MOVE "DESATENDIDO" TO WS-ORIGEN-SESION.
           IF WS-PRM-OPERADOR NOT = SPACES
               MOVE WS-PRM-OPERADOR TO WS-OPERATOR-ID
           END-IF.
                       DISPLAY "ERROR: operador " WS-OPERATOR-ID
                           " no registrado; no se corre el lote."
                       MOVE 8 TO WS-RC
                       MOVE "OPER-INEXIST" TO WS-EVENTO-SESION
                       PERFORM AUDITAR-ACCESO-RECHAZADO
                   WHEN OM-INACTIVO
                       DISPLAY "ERROR: operador " WS-OPERATOR-ID
                           " inactivo; no se corre el lote."
                       MOVE 8 TO WS-RC
                       MOVE "OPER-INACTIVO" TO WS-EVENTO-SESION
                       PERFORM AUDITAR-EVENTO-SESION
                   WHEN OM-BLOQUEADO
                       DISPLAY "ERROR: operador " WS-OPERATOR-ID
                           " bloqueado; no se corre el lote."
                       MOVE 8 TO WS-RC
                       MOVE "OPER-BLOQUEADO" TO WS-EVENTO-SESION
                       PERFORM AUDITAR-EVENTO-SESION
                   WHEN OTHER
      * --- La clave del archivo de parámetros se verifica igual que
      * --- en la sesión interactiva: los intentos fallidos se
                   MOVE "N" TO WS-EXPORTAR
               END-IF
           END-IF.
      * --- Con VALIDAR=S la corrida solo hace la preedición: no se
      * --- abre RESUMEN.DAT ni se postea nada. ---
           IF WS-PRM-VALIDAR = "S" OR WS-PRM-VALIDAR = "s"
               MOVE "S" TO WS-PREVALIDAR
               PERFORM PREVALIDAR-DESATENDIDO
               DISPLAY "Preedición desatendida finalizada. RC=" WS-RC
               EXIT PARAGRAPH
           END-IF.
      * --- RESUMEN.DAT se abre antes de postear: en la corrida por
      * --- cola cada lote deja su línea a medida que termina. ---
           MOVE "N" TO WS-RESUMEN-ABIERTO.
           OPEN OUTPUT RESUMEN-FILE.
           IF WS-RESUMEN-STATUS NOT = "00"
               DISPLAY "ERROR: no se pudo abrir RESUMEN.DAT "
                   "(status " WS-RESUMEN-STATUS ")."
           ELSE
               MOVE "S" TO WS-RESUMEN-ABIERTO
           END-IF.
           IF WS-RC NOT = 8
               IF WS-COLA-NOMBRE NOT = SPACES
                   PERFORM PROCESAR-COLA
               ELSE
                   PERFORM PROCESAR-LOTE
                   PERFORM EVALUAR-RC-LOTE
                   MOVE WS-RC-LOTE TO WS-RC
               END-IF
           END-IF.
           IF RESUMEN-ABIERTO
               PERFORM MOSTRAR-RESUMEN
               MOVE SPACES TO WS-RESUMEN-LINEA
               IF WS-COLA-NOMBRE NOT = SPACES
                   EVALUATE WS-RC
                       WHEN 0
                           STRING "RESULTADO DE LA COLA: LIMPIA RC=0"
                               DELIMITED BY SIZE INTO WS-RESUMEN-LINEA
                       WHEN 4
                           STRING "RESULTADO DE LA COLA: CON RECHAZOS "
                               "O LOTES RETENIDOS RC=4"
                               DELIMITED BY SIZE INTO WS-RESUMEN-LINEA
                       WHEN OTHER
                           STRING "RESULTADO DE LA COLA: CON LOTES "
                               "FALLIDOS RC=8"
                               DELIMITED BY SIZE INTO WS-RESUMEN-LINEA
                   END-EVALUATE
               ELSE
                   EVALUATE TRUE
                       WHEN WS-RC = 0
                           STRING "RESULTADO DEL LOTE: LIMPIO RC=0"
                               DELIMITED BY SIZE INTO WS-RESUMEN-LINEA
                       WHEN LOTE-RETENIDO
                           STRING "RESULTADO DEL LOTE: RETENIDO POR "
                               "CUPO RC=4"
                               DELIMITED BY SIZE INTO WS-RESUMEN-LINEA
                       WHEN WS-RC = 4
                           STRING "RESULTADO DEL LOTE: CON RECHAZOS "
                               "RC=4"
                               DELIMITED BY SIZE INTO WS-RESUMEN-LINEA
                       WHEN OTHER
                           STRING "RESULTADO DEL LOTE: FALLIDO RC=8"
                               DELIMITED BY SIZE INTO WS-RESUMEN-LINEA
                   END-EVALUATE
               END-IF
               PERFORM EMITIR-RESUMEN
               CLOSE RESUMEN-FILE
               MOVE "N" TO WS-RESUMEN-ABIERTO
           END-IF.
           DISPLAY "Corrida desatendida finalizada. RC=" WS-RC.

      * --- RC de un lote: 4 si quedó retenido por cupo, 8 si no
      * --- llegó a completarse (rechazado o archivo inaccesible), 4
      * --- si completó con rechazos, 0 si completó limpio. ---
       EVALUAR-RC-LOTE.
           EVALUATE TRUE
               WHEN LOTE-RETENIDO
                   MOVE 4 TO WS-RC-LOTE
               WHEN NOT LOTE-COMPLETO
                   MOVE 8 TO WS-RC-LOTE
               WHEN WS-CONT-RECHAZADOS > 0
                   MOVE 4 TO WS-RC-LOTE
               WHEN OTHER
                   MOVE 0 TO WS-RC-LOTE
           END-EVALUATE.

      * --- Corrida por cola: recorre el archivo de cola y postea cada
      * --- lote con PROCESAR-LOTE. Si el punto de control dejado por
      * --- una corrida interrumpida corresponde a esta misma cola, las
      * --- entradas anteriores a la que estaba en curso se informan
      * --- como omitidas (ya se postearon) y la cola sigue desde
      * --- allí. En la preedición cada lote solo se revisa: no se
      * --- lee ni se graba el punto de control y REPORTE.DAT no se
      * --- toca. ---
       PROCESAR-COLA.
           MOVE "S" TO WS-EN-COLA.
           MOVE 0 TO WS-COLA-LOTES.
           MOVE 0 TO WS-COLA-FALLIDOS.
           MOVE 0 TO WS-COLA-OMITIDOS.
           MOVE 1 TO WS-COLA-INICIO.
           IF NOT MODO-PREVALIDAR
               PERFORM LEER-PUNTO-CONTROL
           END-IF.
           IF WS-CK-COLA-NOMBRE = WS-COLA-NOMBRE AND
                   WS-CK-COLA-ENTRADA > 1
               MOVE WS-CK-COLA-ENTRADA TO WS-COLA-INICIO
               DISPLAY "Reanudación de la cola " WS-COLA-NOMBRE
                   " desde la entrada " WS-COLA-INICIO "."
           END-IF.
           OPEN INPUT COLA-FILE.
           IF WS-COLA-STATUS NOT = "00"
               DISPLAY "ERROR: no se pudo abrir la cola "
                   WS-COLA-NOMBRE " (status " WS-COLA-STATUS ")."
               MOVE 8 TO WS-RC
               MOVE "N" TO WS-EN-COLA
               EXIT PARAGRAPH
           END-IF.
           IF NOT MODO-PREVALIDAR
               PERFORM INICIAR-CONSOLIDADO
           END-IF.
           MOVE 0 TO WS-COLA-POS.
           MOVE "N" TO WS-EOF-COLA.
           PERFORM UNTIL FIN-COLA-FILE
               READ COLA-FILE
                   AT END
                       MOVE "S" TO WS-EOF-COLA
                   NOT AT END
                       IF COLA-RECORD NOT = SPACES AND
                               COLA-RECORD(1:1) NOT = "*"
                           ADD 1 TO WS-COLA-POS
                           PERFORM PROCESAR-ENTRADA-COLA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COLA-FILE.
           MOVE "N" TO WS-EN-COLA.
           IF NOT MODO-PREVALIDAR
               PERFORM BORRAR-PUNTO-CONTROL
           END-IF.
           IF WS-COLA-POS = 0
               DISPLAY "AVISO: la cola " WS-COLA-NOMBRE " no tiene "
                   "lotes."
               IF WS-RC < 4
                   MOVE 4 TO WS-RC
               END-IF
           END-IF.
           MOVE "REPORTE.DAT" TO WS-REPORT-NOMBRE.
           MOVE "RECHAZOS.DAT" TO WS-RECH-NOMBRE.

      * --- El REPORTE.DAT consolidado arranca vacío, salvo que se
      * --- retome una cola interrumpida: ahí ya tiene los reportes
      * --- de los lotes terminados antes de la caída. ---
       INICIAR-CONSOLIDADO.
           IF WS-COLA-INICIO > 1
               OPEN EXTEND CONSOL-FILE
               IF WS-CONSOL-STATUS = "35"
                   OPEN OUTPUT CONSOL-FILE
               END-IF
           ELSE
               OPEN OUTPUT CONSOL-FILE
           END-IF.
           IF WS-CONSOL-STATUS NOT = "00"
               DISPLAY "ERROR: no se pudo abrir REPORTE.DAT "
                   "(status " WS-CONSOL-STATUS "). Los reportes "
                   "quedan solo en los archivos de cada lote."
           ELSE
               CLOSE CONSOL-FILE
           END-IF.

      * --- Un lote de la cola: se postea, su RC entra en el peor de la
      * --- corrida, su reporte se agrega al REPORTE.DAT consolidado y
      * --- su línea va a RESUMEN.DAT. ---
       PROCESAR-ENTRADA-COLA.
           MOVE COLA-RECORD(1:64) TO WS-TRANS-NOMBRE.
           IF WS-COLA-POS < WS-COLA-INICIO
               ADD 1 TO WS-COLA-OMITIDOS
               MOVE SPACES TO WS-RESUMEN-LINEA
               STRING "ENTRADA " WS-COLA-POS
                   " OMITIDA: posteada antes de la interrupcion"
                   DELIMITED BY SIZE INTO WS-RESUMEN-LINEA
               PERFORM EMITIR-RESUMEN
               MOVE SPACES TO WS-RESUMEN-LINEA
               STRING "  ARCHIVO=" WS-TRANS-NOMBRE
                   DELIMITED BY SIZE INTO WS-RESUMEN-LINEA
               PERFORM EMITIR-RESUMEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-COLA-LOTES.
           DISPLAY "Cola: entrada " WS-COLA-POS " archivo "
               WS-TRANS-NOMBRE.
           MOVE SPACES TO WS-LOTE-ID.
           MOVE SPACES TO WS-MOTIVO-RECHAZO.
           MOVE SPACES TO WS-REPORT-NOMBRE.
           MOVE SPACES TO WS-RECH-NOMBRE.
           MOVE 0 TO WS-CONT-POSTEADOS.
           MOVE 0 TO WS-CONT-RECHAZADOS.
           IF MODO-PREVALIDAR
               PERFORM PREVALIDAR-LOTE
           ELSE
               PERFORM PROCESAR-LOTE
           END-IF.
           PERFORM EVALUAR-RC-LOTE.
           IF WS-RC-LOTE = 8
               ADD 1 TO WS-COLA-FALLIDOS
           END-IF.
           IF WS-RC-LOTE > WS-RC
               MOVE WS-RC-LOTE TO WS-RC
           END-IF.
           IF NOT MODO-PREVALIDAR
               PERFORM ACUMULAR-REPORTE-COLA
               PERFORM MARCAR-AVANCE-COLA
           END-IF.
           MOVE SPACES TO WS-RESUMEN-LINEA.
           STRING "LOTE=" WS-LOTE-ID
               " RC=" WS-RC-LOTE
               " POSTEADOS=" WS-CONT-POSTEADOS
               " RECHAZADOS=" WS-CONT-RECHAZADOS
               DELIMITED BY SIZE INTO WS-RESUMEN-LINEA.
           PERFORM EMITIR-RESUMEN.
           MOVE SPACES TO WS-RESUMEN-LINEA.
           STRING "  ARCHIVO=" WS-TRANS-NOMBRE
               DELIMITED BY SIZE INTO WS-RESUMEN-LINEA.
           PERFORM EMITIR-RESUMEN.
           IF WS-RC-LOTE = 8 OR LOTE-RETENIDO
               MOVE SPACES TO WS-RESUMEN-LINEA
               STRING "  MOTIVO=" WS-MOTIVO-RECHAZO
                   DELIMITED BY SIZE INTO WS-RESUMEN-LINEA
               PERFORM EMITIR-RESUMEN
           END-IF.

      * --- Nombres de REPORTE/RECHAZOS del lote en curso: los de
      * --- siempre fuera de la cola; dentro de la cola, los del
      * --- identificador del lote (o el número de entrada, si el
      * --- archivo ni siquiera trae cabecera). ---
       ARMAR-NOMBRES-LOTE.
           IF NOT COLA-ACTIVA
               MOVE "REPORTE.DAT" TO WS-REPORT-NOMBRE
               MOVE "RECHAZOS.DAT" TO WS-RECH-NOMBRE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-REPORT-NOMBRE.
           MOVE SPACES TO WS-RECH-NOMBRE.
           IF WS-LOTE-ID = SPACES
               MOVE WS-COLA-POS TO WS-COLA-POS-ED
               STRING "REPORTE-COLA" WS-COLA-POS-ED ".DAT"
                   DELIMITED BY SIZE INTO WS-REPORT-NOMBRE
               STRING "RECHAZOS-COLA" WS-COLA-POS-ED ".DAT"
                   DELIMITED BY SIZE INTO WS-RECH-NOMBRE
           ELSE
               STRING "REPORTE-" DELIMITED BY SIZE
                   WS-LOTE-ID DELIMITED BY SPACE
                   ".DAT" DELIMITED BY SIZE
                   INTO WS-REPORT-NOMBRE
               STRING "RECHAZOS-" DELIMITED BY SIZE
                   WS-LOTE-ID DELIMITED BY SPACE
                   ".DAT" DELIMITED BY SIZE
                   INTO WS-RECH-NOMBRE
           END-IF.

      * --- Agrega el reporte del lote recién terminado al REPORTE.DAT
      * --- consolidado de la corrida. ---
       ACUMULAR-REPORTE-COLA.
           IF WS-REPORT-NOMBRE = SPACES
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND CONSOL-FILE.
           IF WS-CONSOL-STATUS = "35"
               OPEN OUTPUT CONSOL-FILE
           END-IF.
           IF WS-CONSOL-STATUS NOT = "00"
               DISPLAY "ERROR: no se pudo abrir REPORTE.DAT "
                   "(status " WS-CONSOL-STATUS ")."
               CLOSE REPORT-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-REPORTE.
           PERFORM UNTIL FIN-REPORT-FILE
               READ REPORT-FILE
                   AT END
                       MOVE "S" TO WS-EOF-REPORTE
                   NOT AT END
                       WRITE CONSOL-RECORD FROM REPORT-RECORD
                       IF WS-CONSOL-STATUS NOT = "00"
                           DISPLAY "ERROR: fallo al escribir en "
                               "REPORTE.DAT (status "
                               WS-CONSOL-STATUS ")."
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REPORT-FILE.
           CLOSE CONSOL-FILE.

      * --- Entre un lote y otro el punto de control apunta a la
      * --- próxima entrada de la cola: si la corrida cae ahí, la
      * --- siguiente no repite los lotes ya terminados. ---
       MARCAR-AVANCE-COLA.
           OPEN OUTPUT CHECK-FILE.
           IF WS-CHECK-STATUS = "00"
               MOVE 0 TO CK-ULT-REGISTRO
               MOVE 0 TO CK-POSTEADOS
               MOVE 0 TO CK-RECHAZADOS
               MOVE SPACES TO CK-LOTE-ID
               MOVE SPACES TO CK-ARCHIVO
               MOVE SPACES TO CK-ACUMULADOR
               MOVE WS-COLA-NOMBRE TO CK-COLA-NOMBRE
               COMPUTE CK-COLA-ENTRADA = WS-COLA-POS + 1
               WRITE CHECK-RECORD
               CLOSE CHECK-FILE
           ELSE
               DISPLAY "ERROR: no se pudo grabar CHECKPT.DAT "
                   "(status " WS-CHECK-STATUS ")."
           END-IF.

       ABRIR-OPERADORES.
           MOVE "N" TO WS-OPER-DISPONIBLE.
           MOVE "N" TO WS-OPER-NUEVO.
                   "quedarán registrados para consulta."
           END-IF.

       ABRIR-PENDIENTES.
           MOVE "N" TO WS-PEND-DISPONIBLE.
           OPEN I-O PEND-FILE.
           IF WS-PEND-STATUS = "35"
               OPEN OUTPUT PEND-FILE
               IF WS-PEND-STATUS = "00"
                   CLOSE PEND-FILE
                   OPEN I-O PEND-FILE
               END-IF
           END-IF.
           IF WS-PEND-STATUS = "00"
               MOVE "S" TO WS-PEND-DISPONIBLE
           ELSE
               DISPLAY "ERROR: no se pudo abrir RECHPEND.DAT "
                   "(status " WS-PEND-STATUS "). Se continúa sin "
                   "seguimiento de rechazos pendientes."
           END-IF.

       ABRIR-DEPTOS.
           MOVE "N" TO WS-DEPTOS-DISPONIBLE.
           MOVE "S" TO WS-DEPTOS-VACIO.
                       WHEN OPER-HALLADO AND OM-INACTIVO
                           DISPLAY "ERROR: el operador "
                               WS-OPERATOR-ID " está inactivo."
                           MOVE "OPER-INACTIVO" TO WS-EVENTO-SESION
                           PERFORM AUDITAR-EVENTO-SESION
                       WHEN OPER-HALLADO AND OM-BLOQUEADO
                           DISPLAY "ERROR: el operador "
                               WS-OPERATOR-ID " está bloqueado por "
                               "intentos fallidos; pida a un "
                               "supervisor que lo reactive."
                           MOVE "OPER-BLOQUEADO" TO WS-EVENTO-SESION
                           PERFORM AUDITAR-EVENTO-SESION
                       WHEN OPER-HALLADO
                           DISPLAY "Clave: "
                           ACCEPT WS-CLAVE-INGRESADA
                       WHEN OTHER
                           DISPLAY "ERROR: operador no registrado "
                               "en OPERADORES.DAT. Reintente."
                           MOVE "OPER-INEXIST" TO WS-EVENTO-SESION
                           PERFORM AUDITAR-ACCESO-RECHAZADO
                   END-EVALUATE
               END-IF
           END-PERFORM.
      * --- ESTADO= ni BIN1=, así que los informes y la conciliación
      * --- no la cuentan como cálculo. ---
       AUDITAR-EVENTO-SESION.
           PERFORM TOMAR-MARCA-TIEMPO.
           MOVE SPACES TO WS-AUDIT-LINE.
           STRING "OPERADOR=" OM-ID
               " FECHA=" WS-TIMESTAMP
               " EVENTO=" WS-EVENTO-SESION
               " INTENTOS=" OM-INTENTOS
               " ORIGEN=" WS-ORIGEN-SESION
               DELIMITED BY SIZE INTO WS-AUDIT-LINE.
           WRITE AUDIT-RECORD FROM WS-AUDIT-LINE.
           IF WS-AUDIT-STATUS NOT = "00"
                   "(status " WS-AUDIT-STATUS ")."
           END-IF.

      * --- Intento con un identificador que no está en el maestro:
      * --- no hay registro leído, así que el evento lleva el
      * --- identificador ingresado y cero intentos. ---
       AUDITAR-ACCESO-RECHAZADO.
           MOVE WS-OPERATOR-ID TO OM-ID.
           MOVE 0 TO OM-INTENTOS.
           PERFORM AUDITAR-EVENTO-SESION.

      * --- Busca en el maestro el operador cuyo id ya está en OM-ID. ---
       LEER-OPERADOR.
           MOVE "N" TO WS-OPER-HALLADO.
               NOT INVALID KEY
                   DISPLAY "Operador " WS-OPERATOR-ID " dado de alta "
                       "en OPERADORES.DAT como supervisor."
                   PERFORM ABRIR-CAMBIOS
                   IF CAMBIOS-ABIERTO
                       MOVE SPACES TO WS-CAMBIO-ANTES
                       MOVE SPACES TO WS-CAMBIO-CLAVE-ANT
                       MOVE "A" TO CB-ACCION
                       PERFORM REGISTRAR-CAMBIO-OPERADOR
                       PERFORM CERRAR-CAMBIOS
                   END-IF
           END-WRITE.

       MENU-LOOP.
           DISPLAY "15) Registro de lotes recibidos".
           DISPLAY "16) Consulta de resultados históricos".
           DISPLAY "17) Mantenimiento de departamentos (supervisor)".
           DISPLAY "18) Anulación de lote posteado (supervisor)".
           DISPLAY "19) Validar archivo de transacciones (preedición)".
           DISPLAY "20) Liberar lote retenido por cupo (supervisor)".
           DISPLAY "21) Salir".
           DISPLAY "Seleccione una opción: ".
           ACCEPT OPCION-MENU.

               WHEN 17
                   PERFORM MANTENER-DEPARTAMENTOS
               WHEN 18
                   PERFORM ANULAR-LOTE
               WHEN 19
                   PERFORM PREVALIDAR-DESDE-MENU
               WHEN 20
                   PERFORM LIBERAR-LOTE
               WHEN 21
                   DISPLAY "Saliendo..."
               WHEN OTHER
                   DISPLAY "Opción inválida"
                   "reservado a los supervisores."
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRIR-CAMBIOS.
           IF NOT CAMBIOS-ABIERTO
               DISPLAY "ERROR: sin diario de cambios el mantenimiento "
                   "de operadores queda deshabilitado."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "1) Alta de operador".
           DISPLAY "2) Actualizar operador".
           DISPLAY "3) Desactivar operador".
               WHEN OTHER
                   DISPLAY "Opción inválida"
           END-EVALUATE.
           PERFORM CERRAR-CAMBIOS.

       ALTA-OPERADOR.
           DISPLAY "Identificador del nuevo operador: ".
                       "(status " WS-OPER-STATUS ")."
               NOT INVALID KEY
                   DISPLAY "Operador " WS-ALTA-ID " dado de alta."
                   MOVE SPACES TO WS-CAMBIO-ANTES
                   MOVE SPACES TO WS-CAMBIO-CLAVE-ANT
                   MOVE "A" TO CB-ACCION
                   PERFORM REGISTRAR-CAMBIO-OPERADOR
           END-WRITE.

       ACTUALIZAR-OPERADOR.
           ACCEPT WS-ALTA-ESTADO.
           PERFORM PEDIR-PREFERENCIAS-OPERADOR.
           PERFORM PEDIR-CLAVE-ROL-OPERADOR.
           PERFORM TOMAR-IMAGEN-OPERADOR.
           MOVE WS-IMAGEN-OPER TO WS-CAMBIO-ANTES.
           MOVE OM-CLAVE TO WS-CAMBIO-CLAVE-ANT.
           MOVE WS-ALTA-NOMBRE TO OM-NOMBRE.
           MOVE WS-ALTA-DEPTO TO OM-DEPARTAMENTO.
      * --- Reactivar (estado A) también desbloquea: el contador de
                       "(status " WS-OPER-STATUS ")."
               NOT INVALID KEY
                   DISPLAY "Operador " WS-ALTA-ID " actualizado."
                   MOVE "M" TO CB-ACCION
                   PERFORM REGISTRAR-CAMBIO-OPERADOR
           END-REWRITE.

       DESACTIVAR-OPERADOR.
               DISPLAY "ERROR: operador " WS-ALTA-ID " no registrado."
               EXIT PARAGRAPH
           END-IF.
           PERFORM TOMAR-IMAGEN-OPERADOR.
           MOVE WS-IMAGEN-OPER TO WS-CAMBIO-ANTES.
           MOVE OM-CLAVE TO WS-CAMBIO-CLAVE-ANT.
           MOVE "I" TO OM-ESTADO.
           REWRITE OPER-RECORD
               INVALID KEY
                       "(status " WS-OPER-STATUS ")."
               NOT INVALID KEY
                   DISPLAY "Operador " WS-ALTA-ID " desactivado."
                   MOVE "B" TO CB-ACCION
                   PERFORM REGISTRAR-CAMBIO-OPERADOR
           END-REWRITE.

      * --- Imagen del registro de operador en curso para el diario
      * --- de cambios, con la clave de acceso enmascarada. ---
       TOMAR-IMAGEN-OPERADOR.
           MOVE OPER-RECORD TO WS-IMAGEN-OPER.
           IF IM-CLAVE NOT = SPACES
               MOVE ALL "*" TO IM-CLAVE
           END-IF.

      * --- Línea del diario para el operador recién grabado: la
      * --- acción ya viene en CB-ACCION y la imagen anterior (o
      * --- espacios, en un alta) en WS-CAMBIO-ANTES. ---
       REGISTRAR-CAMBIO-OPERADOR.
           PERFORM TOMAR-IMAGEN-OPERADOR.
           MOVE WS-IMAGEN-OPER TO WS-CAMBIO-DESPUES.
           MOVE "O" TO CB-MAESTRO.
           MOVE OM-ID TO CB-CLAVE-REGISTRO.
           IF OM-CLAVE = WS-CAMBIO-CLAVE-ANT
               MOVE "N" TO CB-CLAVE-CAMBIADA
           ELSE
               MOVE "S" TO CB-CLAVE-CAMBIADA
           END-IF.
           PERFORM ESCRIBIR-CAMBIO.

      * --- Línea del diario para el departamento recién grabado, con
      * --- la misma convención que la del operador. ---
       REGISTRAR-CAMBIO-DEPTO.
           MOVE DEPTOS-RECORD TO WS-CAMBIO-DESPUES.
           MOVE "D" TO CB-MAESTRO.
           MOVE DP-NOMBRE TO CB-CLAVE-REGISTRO.
           MOVE "N" TO CB-CLAVE-CAMBIADA.
           PERFORM ESCRIBIR-CAMBIO.

       ESCRIBIR-CAMBIO.
           PERFORM TOMAR-MARCA-TIEMPO.
           MOVE WS-TIMESTAMP TO CB-FECHA.
           MOVE WS-OPERATOR-ID TO CB-SUPERVISOR.
           MOVE WS-CAMBIO-ANTES TO CB-ANTES.
           MOVE WS-CAMBIO-DESPUES TO CB-DESPUES.
           WRITE CAMBIOS-RECORD.
           IF WS-CAMBIOS-STATUS NOT = "00"
               DISPLAY "ERROR: fallo al escribir en CAMBIOS.DAT "
                   "(status " WS-CAMBIOS-STATUS ")."
           END-IF.

       ABRIR-CAMBIOS.
           MOVE "N" TO WS-CAMBIOS-ABIERTO.
           OPEN EXTEND CAMBIOS-FILE.
           IF WS-CAMBIOS-STATUS = "35"
               OPEN OUTPUT CAMBIOS-FILE
           END-IF.
           IF WS-CAMBIOS-STATUS = "00"
               MOVE "S" TO WS-CAMBIOS-ABIERTO
           ELSE
               DISPLAY "ERROR: no se pudo abrir CAMBIOS.DAT "
                   "(status " WS-CAMBIOS-STATUS ")."
           END-IF.

       CERRAR-CAMBIOS.
           IF CAMBIOS-ABIERTO
               CLOSE CAMBIOS-FILE
               MOVE "N" TO WS-CAMBIOS-ABIERTO
           END-IF.

       PEDIR-PREFERENCIAS-OPERADOR.
           MOVE "N" TO WS-ANCHO-VALIDO.
           PERFORM UNTIL ANCHO-VALIDO
                   "reservado a los supervisores."
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRIR-CAMBIOS.
           IF NOT CAMBIOS-ABIERTO
               DISPLAY "ERROR: sin diario de cambios el mantenimiento "
                   "de departamentos queda deshabilitado."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "1) Alta de departamento".
           DISPLAY "2) Actualizar departamento".
           DISPLAY "3) Desactivar departamento".
               WHEN OTHER
                   DISPLAY "Opción inválida"
           END-EVALUATE.
           PERFORM CERRAR-CAMBIOS.

       ALTA-DEPARTAMENTO.
           DISPLAY "Nombre del nuevo departamento: ".
           END-IF.
           DISPLAY "Descripción: ".
           ACCEPT WS-ALTA-DEPTO-DESC.
           DISPLAY "Cupo mensual de cálculos de lote (0=sin cupo): ".
           ACCEPT WS-ALTA-DEPTO-CUPO.
           MOVE WS-ALTA-DEPTO-NOM TO DP-NOMBRE.
           MOVE WS-ALTA-DEPTO-DESC TO DP-DESCRIPCION.
           MOVE "A" TO DP-ESTADO.
           MOVE WS-ALTA-DEPTO-CUPO TO DP-CUPO-MENSUAL.
           WRITE DEPTOS-RECORD
               INVALID KEY
                   DISPLAY "ERROR: no se pudo grabar el alta "
                   MOVE "N" TO WS-DEPTOS-VACIO
                   DISPLAY "Departamento " WS-ALTA-DEPTO-NOM
                       " dado de alta."
                   MOVE SPACES TO WS-CAMBIO-ANTES
                   MOVE "A" TO CB-ACCION
                   PERFORM REGISTRAR-CAMBIO-DEPTO
           END-WRITE.

       ACTUALIZAR-DEPARTAMENTO.
           END-IF.
           DISPLAY "Departamento: " DP-NOMBRE
               " Descripción: " DP-DESCRIPCION
               " Estado: " DP-ESTADO
               " Cupo mensual: " DP-CUPO-MENSUAL.
           DISPLAY "Nueva descripción: ".
           ACCEPT WS-ALTA-DEPTO-DESC.
           DISPLAY "Estado (A=activo, I=inactivo): ".
           ACCEPT WS-ALTA-DEPTO-EST.
           DISPLAY "Cupo mensual de cálculos de lote (0=sin cupo): ".
           ACCEPT WS-ALTA-DEPTO-CUPO.
           MOVE DEPTOS-RECORD TO WS-CAMBIO-ANTES.
           MOVE WS-ALTA-DEPTO-DESC TO DP-DESCRIPCION.
           MOVE WS-ALTA-DEPTO-CUPO TO DP-CUPO-MENSUAL.
           IF WS-ALTA-DEPTO-EST = "I" OR WS-ALTA-DEPTO-EST = "i"
               MOVE "I" TO DP-ESTADO
           ELSE
               NOT INVALID KEY
                   DISPLAY "Departamento " WS-ALTA-DEPTO-NOM
                       " actualizado."
                   MOVE "M" TO CB-ACCION
                   PERFORM REGISTRAR-CAMBIO-DEPTO
           END-REWRITE.

       DESACTIVAR-DEPARTAMENTO.
                   " no registrado."
               EXIT PARAGRAPH
           END-IF.
           MOVE DEPTOS-RECORD TO WS-CAMBIO-ANTES.
           MOVE "I" TO DP-ESTADO.
           REWRITE DEPTOS-RECORD
               INVALID KEY
               NOT INVALID KEY
                   DISPLAY "Departamento " WS-ALTA-DEPTO-NOM
                       " desactivado."
                   MOVE "B" TO CB-ACCION
                   PERFORM REGISTRAR-CAMBIO-DEPTO
           END-REWRITE.

       LISTAR-DEPARTAMENTOS.
                       ADD 1 TO WS-CONT-DEPTOS
                       DISPLAY "  DEPARTAMENTO=" DP-NOMBRE
                           " ESTADO=" DP-ESTADO
                           " CUPO=" DP-CUPO-MENSUAL
                           " DESCRIPCION=" DP-DESCRIPCION
               END-READ
           END-PERFORM.
           PERFORM EXPORTAR-RESULTADO.

       REGISTRAR-AUDITORIA.
           PERFORM TOMAR-MARCA-TIEMPO.
           IF RESULTADO-ERROR
               MOVE "ERROR" TO WS-ESTADO
           ELSE
               STRING " LOTE=" WS-LOTE-ID
                   DELIMITED BY SIZE INTO WS-SUFIJO-LOTE
           END-IF.
           MOVE DEC1 TO WS-EXPORT-DEC1.
           MOVE DEC2 TO WS-EXPORT-DEC2.
      * --- EXPORTADO/DEC1/DEC2 van al final: con ellos la bitácora
      * --- alcanza para rehacer el registro de RESULTADOS.DAT y, si
      * --- el lote se anula, su reversa. ---
           MOVE SPACES TO WS-AUDIT-LINE.
           STRING "OPERADOR=" WS-OPERATOR-ID
               " FECHA=" WS-TIMESTAMP
               " ESTADO=" WS-ESTADO
               WS-SUFIJO-DIV
               WS-SUFIJO-LOTE
               " EXPORTADO=" WS-EXPORTAR
               " DEC1=" WS-EXPORT-DEC1
               " DEC2=" WS-EXPORT-DEC2
               DELIMITED BY SIZE INTO WS-AUDIT-LINE.
           WRITE AUDIT-RECORD FROM WS-AUDIT-LINE.
           IF WS-AUDIT-STATUS NOT = "00"
           MOVE WS-BIN2-ORIG TO RS-BIN2.
           MOVE RESULT-BIN TO RS-RESULTADO.
           MOVE WS-ESTADO TO RS-ESTADO.
           MOVE WS-EXPORT-DEC1 TO RS-DEC1.
           MOVE WS-EXPORT-DEC2 TO RS-DEC2.
           MOVE WS-EXPORTAR TO RS-EXPORTADO.
           MOVE SPACE TO RS-ANULACION.
           MOVE "N" TO WS-RES-GRABADO.
           PERFORM UNTIL RES-GRABADO
               ADD 1 TO WS-RES-SECUENCIA
               MOVE SPACES TO WS-EXPORT-LINE
      * --- BIN1/BIN2/OPERADOR van al final para no mover de lugar los
      * --- campos que los consumidores del archivo ya conocen; son los
      * --- campos con los que concilia BIN-RECON. El lote (si lo hay)
      * --- va último, como en AUDITLOG.DAT. ---
               PERFORM ARMAR-SUFIJO-DIVISION
               MOVE SPACES TO WS-SUFIJO-LOTE
               IF EN-LOTE
                   STRING " LOTE=" WS-LOTE-ID
                       DELIMITED BY SIZE INTO WS-SUFIJO-LOTE
               END-IF
               STRING "DEC1=" WS-EXPORT-DEC1
                   " OP=" OP
                   " DEC2=" WS-EXPORT-DEC2
                   " OPERADOR=" WS-OPERATOR-ID
                   " FECHA=" WS-TIMESTAMP
                   WS-SUFIJO-DIV
                   WS-SUFIJO-LOTE
                   DELIMITED BY SIZE INTO WS-EXPORT-LINE
               WRITE EXPORT-RECORD FROM WS-EXPORT-LINE
               IF WS-EXPORT-STATUS NOT = "00"
           STRING "Registros rechazados en lote: " WS-CONT-RECHAZADOS
               DELIMITED BY SIZE INTO WS-RESUMEN-LINEA.
           PERFORM EMITIR-RESUMEN.
           IF WS-COLA-NOMBRE NOT = SPACES AND MODO-DESATENDIDO
               MOVE SPACES TO WS-RESUMEN-LINEA
               STRING "Cola de lotes: " WS-COLA-NOMBRE
                   DELIMITED BY SIZE INTO WS-RESUMEN-LINEA
               PERFORM EMITIR-RESUMEN
               MOVE SPACES TO WS-RESUMEN-LINEA
               STRING "Lotes procesados en la cola: " WS-COLA-LOTES
                   DELIMITED BY SIZE INTO WS-RESUMEN-LINEA
               PERFORM EMITIR-RESUMEN
               MOVE SPACES TO WS-RESUMEN-LINEA
               STRING "Lotes fallidos en la cola: " WS-COLA-FALLIDOS
                   DELIMITED BY SIZE INTO WS-RESUMEN-LINEA
               PERFORM EMITIR-RESUMEN
               MOVE SPACES TO WS-RESUMEN-LINEA
               STRING "Entradas omitidas (ya posteadas): "
                   WS-COLA-OMITIDOS
                   DELIMITED BY SIZE INTO WS-RESUMEN-LINEA
               PERFORM EMITIR-RESUMEN
               MOVE SPACES TO WS-RESUMEN-LINEA
               STRING "Total posteados en la cola: " WS-TOT-POSTEADOS
                   DELIMITED BY SIZE INTO WS-RESUMEN-LINEA
               PERFORM EMITIR-RESUMEN
               MOVE SPACES TO WS-RESUMEN-LINEA
               STRING "Total rechazados en la cola: " WS-TOT-RECHAZADOS
                   DELIMITED BY SIZE INTO WS-RESUMEN-LINEA
               PERFORM EMITIR-RESUMEN
           END-IF.

       EMITIR-RESUMEN.
           IF MODO-DESATENDIDO AND RESUMEN-ABIERTO
               WRITE RESUMEN-RECORD FROM WS-RESUMEN-LINEA
               IF WS-RESUMEN-STATUS NOT = "00"
                   DISPLAY "ERROR: fallo al escribir en RESUMEN.DAT "

       PROCESAR-LOTE.
           MOVE "N" TO WS-LOTE-OK.
           MOVE "N" TO WS-LOTE-RETENIDO.
      * --- El lote regraba RECHAZOS.DAT con sus propios rechazos:
      * --- tomarlo a la vez como entrada lo truncaría mientras se lee
      * --- y borraría los registros corregidos. Se rechaza la corrida
      * --- antes de abrir nada; el archivo corregido debe copiarse con
      * --- otro nombre para reprocesarse. ---
      * --- En la corrida por cola vale lo mismo para los rechazos
      * --- por lote (RECHAZOS-<lote>.DAT). ---
           IF WS-TRANS-NOMBRE = "RECHAZOS.DAT" OR
                   (COLA-ACTIVA AND WS-TRANS-NOMBRE(1:9) = "RECHAZOS-")
               DISPLAY "ERROR: no se puede usar " WS-TRANS-NOMBRE
                   " como archivo de entrada: el lote lo regraba con "
                   "sus propios rechazos. Copie el archivo corregido "
                   "con otro nombre (por ejemplo TRANSACC.DAT) y "
                   "reintente."
               MOVE "archivo de rechazos usado como entrada"
                   TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF.
           PERFORM VERIFICAR-LOTE.
           PERFORM ARMAR-NOMBRES-LOTE.
           IF NOT LOTE-VERIFICADO
               IF LOTE-RETENIDO
                   PERFORM INFORMAR-LOTE-RETENIDO
               ELSE
                   PERFORM RECHAZAR-LOTE
               END-IF
               PERFORM EMITIR-CONFIRMACION
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-TRANS.
           END-IF.
           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR: no se pudo abrir " WS-TRANS-NOMBRE
                   " (status " WS-TRANS-STATUS ")."
               MOVE "no se pudo abrir el archivo de entrada"
                   TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF.
      * --- Al reanudar, REPORTE.DAT y RECHAZOS.DAT se reabren en EXTEND
               OPEN OUTPUT REPORT-FILE
           END-IF.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: no se pudo abrir " WS-REPORT-NOMBRE
                   " (status " WS-REPORT-STATUS ")."
               MOVE "no se pudo abrir el reporte del lote"
                   TO WS-MOTIVO-RECHAZO
               CLOSE TRANS-FILE
               EXIT PARAGRAPH
           END-IF.
               OPEN OUTPUT RECH-FILE
           END-IF.
           IF WS-RECH-STATUS NOT = "00"
               DISPLAY "ERROR: no se pudo abrir " WS-RECH-NOMBRE
                   " (status " WS-RECH-STATUS ")."
               MOVE "no se pudo abrir el archivo de rechazos"
                   TO WS-MOTIVO-RECHAZO
               CLOSE TRANS-FILE
               CLOSE REPORT-FILE
               EXIT PARAGRAPH
                   NOT AT END
                       ADD 1 TO WS-REG-LEIDOS
                       IF WS-REG-LEIDOS > WS-CK-ULT-REGISTRO
                           IF TR-REG-ORIGEN IS NUMERIC AND
                                   TR-REG-ORIGEN > 0
                               MOVE TR-REG-ORIGEN TO WS-REG-ORIGEN
                           ELSE
                               MOVE WS-REG-LEIDOS TO WS-REG-ORIGEN
                           END-IF
                           EVALUATE TRUE
                               WHEN TR-ES-CABECERA
                                   PERFORM REPORTAR-CABECERA-LOTE
           PERFORM BORRAR-PUNTO-CONTROL.
           PERFORM ACTUALIZAR-REGISTRO-LOTE.
           MOVE "S" TO WS-LOTE-OK.
           PERFORM EMITIR-CONFIRMACION.
           ADD WS-CONT-POSTEADOS TO WS-TOT-POSTEADOS.
           ADD WS-CONT-RECHAZADOS TO WS-TOT-RECHAZADOS.
           DISPLAY "Procesamiento por lotes completado. Registros "
               "posteados: " WS-CONT-POSTEADOS
               " Rechazados: " WS-CONT-RECHAZADOS
               ". Ver " WS-REPORT-NOMBRE.

      * --- Controles de un registro de detalle, los mismos para el
      * --- posteo y para la preedición: dejan OP-VALIDO, BIN-VALIDO
      * --- y el código de motivo del primer defecto. ---
       VALIDAR-REGISTRO-LOTE.
           MOVE TR-OP   TO OP.
           MOVE TR-BIN1 TO BIN1.
           MOVE TR-BIN2 TO BIN2.
                   END-IF
               END-IF
           END-IF.

       PROCESAR-REGISTRO-LOTE.
           PERFORM VALIDAR-REGISTRO-LOTE.
           IF NOT BIN-VALIDO OR NOT OP-VALIDO
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING "OP=" OP
               END-IF
               PERFORM REGISTRAR-AUDITORIA
               PERFORM EXPORTAR-RESULTADO
               PERFORM CERRAR-PENDIENTE
               ADD 1 TO WS-CONT-POSTEADOS
           END-IF.

      * --- Controles de un registro "A", los mismos para el posteo
      * --- y para la preedición. ---
       VALIDAR-REGISTRO-ACUM.
           MOVE TR-OP   TO OP.
           MOVE WS-ACUM-BIN TO BIN1.
           MOVE TR-BIN1 TO BIN2.
                   END-IF
               END-IF
           END-IF.

      * --- Registro "A": la operación se aplica entre el acumulador
      * --- corriente (primer operando) y el operando del registro
      * --- (que viaja en la posición de BIN1; BIN2 queda vacío). El
      * --- resultado se postea como cualquier cálculo y pasa a ser el
      * --- nuevo acumulador; un resultado en error deja el acumulador
      * --- como estaba. Con "!" se niega el acumulador y el operando
      * --- del registro se ignora. ---
       PROCESAR-REGISTRO-ACUM.
           PERFORM VALIDAR-REGISTRO-ACUM.
           IF NOT BIN-VALIDO OR NOT OP-VALIDO
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING "OP=" OP
               END-IF
               PERFORM REGISTRAR-AUDITORIA
               PERFORM EXPORTAR-RESULTADO
               PERFORM CERRAR-PENDIENTE
               ADD 1 TO WS-CONT-POSTEADOS
               IF NOT RESULTADO-ERROR
                   MOVE RESULT-BIN TO WS-ACUM-BIN
           MOVE TR-TIPO TO RH-TIPO.
           MOVE TR-DATOS TO RH-DATOS.
           MOVE WS-MOTIVO-RECH TO RH-MOTIVO.
           MOVE WS-REG-ORIGEN TO RH-REGISTRO.
           WRITE RECH-RECORD.
           IF WS-RECH-STATUS NOT = "00"
               DISPLAY "ERROR: fallo al escribir en RECHAZOS.DAT "
                   "(status " WS-RECH-STATUS ")."
           END-IF.
           ADD 1 TO WS-CONT-RECHAZADOS.
           PERFORM REGISTRAR-PENDIENTE.

      * --- Abre el rechazo en RECHPEND.DAT o, si ya estaba (reenvío
      * --- que lo vuelve a rechazar), actualiza motivo, fecha del
      * --- último rechazo y cantidad de veces; un rechazo que estaba
      * --- corregido vuelve a quedar abierto. ---
       REGISTRAR-PENDIENTE.
           IF NOT PEND-DISPONIBLE OR WS-LOTE-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM TOMAR-MARCA-TIEMPO.
           MOVE WS-LOTE-ID TO PD-LOTE-ID.
           MOVE WS-REG-ORIGEN TO PD-REGISTRO.
           READ PEND-FILE
               INVALID KEY
                   MOVE WS-LOTE-DEPTO TO PD-DEPARTAMENTO
                   MOVE WS-MOTIVO-RECH TO PD-MOTIVO
                   MOVE WS-TIMESTAMP(1:8) TO PD-FECHA-PRIMERO
                   MOVE WS-TIMESTAMP(1:8) TO PD-FECHA-ULTIMO
                   MOVE 1 TO PD-VECES
                   MOVE "P" TO PD-ESTADO
                   MOVE SPACES TO PD-FECHA-CIERRE
                   MOVE TR-TIPO TO PD-TIPO
                   MOVE TR-DATOS TO PD-DATOS
                   WRITE PEND-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: no se pudo registrar el "
                               "rechazo en RECHPEND.DAT (status "
                               WS-PEND-STATUS ")."
                   END-WRITE
                   EXIT PARAGRAPH
           END-READ.
           MOVE WS-MOTIVO-RECH TO PD-MOTIVO.
           MOVE WS-TIMESTAMP(1:8) TO PD-FECHA-ULTIMO.
           IF PD-VECES < 9999
               ADD 1 TO PD-VECES
           END-IF.
           MOVE "P" TO PD-ESTADO.
           MOVE SPACES TO PD-FECHA-CIERRE.
           MOVE TR-TIPO TO PD-TIPO.
           MOVE TR-DATOS TO PD-DATOS.
           REWRITE PEND-RECORD
               INVALID KEY
                   DISPLAY "ERROR: no se pudo regrabar el rechazo en "
                       "RECHPEND.DAT (status " WS-PEND-STATUS ")."
           END-REWRITE.

      * --- Un registro posteado cierra su rechazo pendiente, si lo
      * --- tenía: es el reenvío corregido de un rechazo anterior. ---
       CERRAR-PENDIENTE.
           IF NOT PEND-DISPONIBLE OR WS-LOTE-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LOTE-ID TO PD-LOTE-ID.
           MOVE WS-REG-ORIGEN TO PD-REGISTRO.
           READ PEND-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF NOT PD-ABIERTO
               EXIT PARAGRAPH
           END-IF.
           PERFORM TOMAR-MARCA-TIEMPO.
           MOVE "C" TO PD-ESTADO.
           MOVE WS-TIMESTAMP(1:8) TO PD-FECHA-CIERRE.
           REWRITE PEND-RECORD
               INVALID KEY
                   DISPLAY "ERROR: no se pudo regrabar el rechazo en "
                       "RECHPEND.DAT (status " WS-PEND-STATUS ")."
           END-REWRITE.

      * --- Cola del archivo de rechazos, con el total de registros de
      * --- detalle rechazados, para que el archivo corregido pase la
           MOVE SPACES TO RECH-RECORD.
           MOVE "T" TO RH-TIPO.
           MOVE WS-CONT-RECHAZADOS TO RH-DATOS(1:9).
           MOVE 0 TO RH-REGISTRO.
           WRITE RECH-RECORD.
           IF WS-RECH-STATUS NOT = "00"
               DISPLAY "ERROR: fallo al escribir en RECHAZOS.DAT "
                   "(status " WS-RECH-STATUS ")."
           END-IF.

      * --- Aviso de confirmación del lote para el departamento de la
      * --- cabecera, al final de CONFIRMA-<lote>.DAT: fechas de
      * --- recepción y proceso, control de la cola, situación del
      * --- envío y, si se posteó, los subtotales del acumulador, los
      * --- rechazos con su número de registro y motivo, los contadores
      * --- y el hash de control de los resultados. Los subtotales y
      * --- los resultados se toman del reporte del lote y los rechazos
      * --- de su archivo de rechazos, que en una reanudación
      * --- conservan lo emitido antes de la caída. Los envíos
      * --- anteriores salen de las líneas RESUMEN ENVIO de los avisos
      * --- ya grabados. Un archivo sin cabecera no tiene a quién
      * --- avisar. ---
       EMITIR-CONFIRMACION.
           IF WS-LOTE-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM TOMAR-MARCA-TIEMPO.
           EVALUATE TRUE
               WHEN LOTE-COMPLETO AND WS-CONT-RECHAZADOS = 0
                   MOVE "POSTEADO" TO WS-CONF-SITUACION
               WHEN LOTE-COMPLETO
                   MOVE "CON RECHAZOS" TO WS-CONF-SITUACION
               WHEN LOTE-RETENIDO
                   MOVE "RETENIDO" TO WS-CONF-SITUACION
               WHEN OTHER
                   MOVE "RECHAZADO" TO WS-CONF-SITUACION
           END-EVALUATE.
           MOVE WS-TIMESTAMP(1:8) TO WS-CONF-RECIBIDO.
           MOVE "--------" TO WS-CONF-PROCESADO.
           MOVE 0 TO WS-CONF-POSTEADOS.
           MOVE 0 TO WS-CONF-RECH-LOTE.
           IF LOTE-COMPLETO
               MOVE WS-TIMESTAMP(1:8) TO WS-CONF-PROCESADO
               MOVE WS-CONT-POSTEADOS TO WS-CONF-POSTEADOS
               MOVE WS-CONT-RECHAZADOS TO WS-CONF-RECH-LOTE
           END-IF.
           MOVE 0 TO WS-CONF-REENVIOS.
           IF LOTES-DISPONIBLE
               MOVE WS-LOTE-ID TO LT-LOTE-ID
               READ LOTES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LT-REENVIOS TO WS-CONF-REENVIOS
                       IF LOTE-COMPLETO OR LOTE-RETENIDO
                           MOVE LT-FECHA-RECIBIDO TO WS-CONF-RECIBIDO
                       END-IF
                       IF LOTE-COMPLETO AND
                               LT-FECHA-PROCESO NOT = SPACES
                           MOVE LT-FECHA-PROCESO TO WS-CONF-PROCESADO
                       END-IF
               END-READ
           END-IF.
           MOVE 0 TO WS-CONF-ERRORES.
           MOVE 0 TO WS-CONF-SUBTOTALES.
           MOVE 0 TO WS-CONF-RECHAZOS.
           MOVE 0 TO WS-CONF-HASH.
           MOVE SPACES TO WS-CONF-NOMBRE.
           STRING "CONFIRMA-" DELIMITED BY SIZE
               WS-LOTE-ID DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-CONF-NOMBRE.
           PERFORM LEER-CONFIRMACIONES-PREVIAS.
           OPEN EXTEND CONFIRMA-FILE.
           IF WS-CONF-STATUS = "35"
               OPEN OUTPUT CONFIRMA-FILE
           END-IF.
           IF WS-CONF-STATUS NOT = "00"
               DISPLAY "ERROR: no se pudo abrir " WS-CONF-NOMBRE
                   " (status " WS-CONF-STATUS "). El aviso de "
                   "confirmación no se emite."
               EXIT PARAGRAPH
           END-IF.
           MOVE ALL "=" TO WS-CONF-LINEA.
           MOVE SPACES TO WS-CONF-LINEA(61:72).
           PERFORM ESCRIBIR-CONFIRMACION.
           MOVE SPACES TO WS-CONF-LINEA.
           STRING "AVISO DE CONFIRMACION DE LOTE  LOTE=" WS-LOTE-ID
               "  EMITIDO=" WS-TIMESTAMP(1:8)
               DELIMITED BY SIZE INTO WS-CONF-LINEA.
           PERFORM ESCRIBIR-CONFIRMACION.
           MOVE SPACES TO WS-CONF-LINEA.
           STRING "PARA: DEPARTAMENTO " WS-LOTE-DEPTO
               DELIMITED BY SIZE INTO WS-CONF-LINEA.
           PERFORM ESCRIBIR-CONFIRMACION.
           MOVE ALL "=" TO WS-CONF-LINEA.
           MOVE SPACES TO WS-CONF-LINEA(61:72).
           PERFORM ESCRIBIR-CONFIRMACION.
           MOVE SPACES TO WS-CONF-LINEA.
           STRING "ARCHIVO=" WS-TRANS-NOMBRE
               " FECHA DE CREACION=" WS-LOTE-FECHA
               DELIMITED BY SIZE INTO WS-CONF-LINEA.
           PERFORM ESCRIBIR-CONFIRMACION.
           MOVE SPACES TO WS-CONF-LINEA.
           STRING "FECHA DE RECEPCION=" WS-CONF-RECIBIDO
               "  FECHA DE PROCESO=" WS-CONF-PROCESADO
               DELIMITED BY SIZE INTO WS-CONF-LINEA.
           PERFORM ESCRIBIR-CONFIRMACION.
           MOVE SPACES TO WS-CONF-LINEA.
           STRING "CONTROL DE COLA: TOTAL DECLARADO=" WS-COLA-TOTAL
               " REGISTROS LEIDOS=" WS-CONT-DETALLE
               DELIMITED BY SIZE INTO WS-CONF-LINEA.
           IF WS-COLA-TOTAL = WS-CONT-DETALLE
               MOVE "(COINCIDE)" TO WS-CONF-LINEA(71:10)
           ELSE
               MOVE "(NO COINCIDE)" TO WS-CONF-LINEA(71:13)
           END-IF.
           PERFORM ESCRIBIR-CONFIRMACION.
           MOVE SPACES TO WS-CONF-LINEA.
           EVALUATE WS-CONF-SITUACION
               WHEN "POSTEADO"
                   MOVE "SITUACION: POSTEADO COMPLETO, SIN RECHAZOS"
                       TO WS-CONF-LINEA
               WHEN "CON RECHAZOS"
                   STRING "SITUACION: POSTEADO CON RECHAZOS; REENVIE "
                       "LOS REGISTROS CORREGIDOS CON EL MISMO LOTE"
                       DELIMITED BY SIZE INTO WS-CONF-LINEA
               WHEN "RETENIDO"
                   STRING "SITUACION: RETENIDO POR CUPO MENSUAL, NO SE "
                       "POSTEO; REENVIE CUANDO EL SUPERVISOR LO LIBERE"
                       DELIMITED BY SIZE INTO WS-CONF-LINEA
               WHEN OTHER
                   STRING "SITUACION: RECHAZADO, NO SE POSTEO NINGUN "
                       "REGISTRO"
                       DELIMITED BY SIZE INTO WS-CONF-LINEA
           END-EVALUATE.
           PERFORM ESCRIBIR-CONFIRMACION.
           IF NOT LOTE-COMPLETO
               MOVE SPACES TO WS-CONF-LINEA
               STRING "MOTIVO: " WS-MOTIVO-RECHAZO
                   DELIMITED BY SIZE INTO WS-CONF-LINEA
               PERFORM ESCRIBIR-CONFIRMACION
           END-IF.
           IF LOTE-COMPLETO
               PERFORM CONFIRMAR-POSTEO
           END-IF.
           MOVE SPACES TO WS-CONF-LINEA.
           STRING "ENVIOS ANTERIORES DEL LOTE (REENVIOS REGISTRADOS="
               WS-CONF-REENVIOS "):"
               DELIMITED BY SIZE INTO WS-CONF-LINEA.
           PERFORM ESCRIBIR-CONFIRMACION.
           PERFORM VARYING HCONF-I FROM 1 BY 1
                   UNTIL HCONF-I > HCONF-CANT
               MOVE SPACES TO WS-CONF-LINEA
               STRING "  " HCONF-LINEA (HCONF-I)(15:118)
                   DELIMITED BY SIZE INTO WS-CONF-LINEA
               PERFORM ESCRIBIR-CONFIRMACION
           END-PERFORM.
           IF HCONF-CANT = 0
               MOVE "  NINGUNO" TO WS-CONF-LINEA
               PERFORM ESCRIBIR-CONFIRMACION
           END-IF.
           MOVE SPACES TO WS-CONF-LINEA.
           STRING "RESUMEN ENVIO RECIBIDO=" WS-CONF-RECIBIDO
               " PROCESADO=" WS-CONF-PROCESADO
               " SITUACION=" WS-CONF-SITUACION
               " POSTEADOS=" WS-CONF-POSTEADOS
               " RECHAZADOS=" WS-CONF-RECH-LOTE
               " EMITIDO=" WS-TIMESTAMP(1:8)
               DELIMITED BY SIZE INTO WS-CONF-LINEA.
           PERFORM ESCRIBIR-CONFIRMACION.
           MOVE SPACES TO WS-CONF-LINEA.
           PERFORM ESCRIBIR-CONFIRMACION.
           CLOSE CONFIRMA-FILE.
           DISPLAY "Aviso de confirmación del lote: " WS-CONF-NOMBRE.

      * --- Lote posteado: subtotales del acumulador, rechazos,
      * --- contadores y hash de control. ---
       CONFIRMAR-POSTEO.
           MOVE "SUBTOTALES DEL ACUMULADOR POSTEADOS:"
               TO WS-CONF-LINEA.
           PERFORM ESCRIBIR-CONFIRMACION.
           PERFORM CONFIRMAR-REPORTE.
           IF WS-CONF-SUBTOTALES = 0
               MOVE "  NINGUNO" TO WS-CONF-LINEA
               PERFORM ESCRIBIR-CONFIRMACION
           END-IF.
           MOVE "REGISTROS RECHAZADOS:" TO WS-CONF-LINEA.
           PERFORM ESCRIBIR-CONFIRMACION.
           PERFORM CONFIRMAR-RECHAZOS.
           IF WS-CONF-RECHAZOS = 0
               MOVE "  NINGUNO" TO WS-CONF-LINEA
               PERFORM ESCRIBIR-CONFIRMACION
           END-IF.
           MOVE SPACES TO WS-CONF-LINEA.
           STRING "REGISTROS POSTEADOS=" WS-CONT-POSTEADOS
               " (CON ESTADO ERROR=" WS-CONF-ERRORES ")"
               " RECHAZADOS=" WS-CONT-RECHAZADOS
               DELIMITED BY SIZE INTO WS-CONF-LINEA.
           PERFORM ESCRIBIR-CONFIRMACION.
           MOVE SPACES TO WS-CONF-LINEA.
           STRING "HASH DE CONTROL DE LOS RESULTADOS POSTEADOS="
               WS-CONF-HASH
               DELIMITED BY SIZE INTO WS-CONF-LINEA.
           PERFORM ESCRIBIR-CONFIRMACION.
           MOVE SPACES TO WS-CONF-LINEA.
           STRING "  (SUMA DE LOS RESULTADOS CON ESTADO=OK LEIDOS COMO "
               "BINARIO SIN SIGNO, MODULO 10^18)"
               DELIMITED BY SIZE INTO WS-CONF-LINEA.
           PERFORM ESCRIBIR-CONFIRMACION.

      * --- Relee el reporte del lote: cada SUBTOTAL va al aviso y
      * --- cada línea posteada (la que trae RESULTADO=) entra en el
      * --- hash o, si quedó en error, en su contador. ---
       CONFIRMAR-REPORTE.
           OPEN INPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE SPACES TO WS-CONF-LINEA
               STRING "  (NO SE PUDO LEER " WS-REPORT-NOMBRE ")"
                   DELIMITED BY SIZE INTO WS-CONF-LINEA
               PERFORM ESCRIBIR-CONFIRMACION
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-CONF-EOF.
           PERFORM UNTIL FIN-CONF-LECTURA
               READ REPORT-FILE
                   AT END
                       MOVE "S" TO WS-CONF-EOF
                   NOT AT END
                       PERFORM CONFIRMAR-LINEA-REPORTE
               END-READ
           END-PERFORM.
           CLOSE REPORT-FILE.

       CONFIRMAR-LINEA-REPORTE.
           IF REPORT-RECORD(1:14) = "SUBTOTAL LOTE="
               ADD 1 TO WS-CONF-SUBTOTALES
               UNSTRING REPORT-RECORD DELIMITED BY "ACUMULADOR="
                   INTO WS-CONF-DESCARTE WS-CONF-RESTO
               MOVE SPACES TO WS-CONF-LINEA
               STRING "  SUBTOTAL " WS-CONF-SUBTOTALES
                   " ACUMULADOR=" WS-CONF-RESTO(1:64)
                   DELIMITED BY SIZE INTO WS-CONF-LINEA
               PERFORM ESCRIBIR-CONFIRMACION
               EXIT PARAGRAPH
           END-IF.
           IF REPORT-RECORD(1:3) NOT = "OP="
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-CONF-CANT-DELIM.
           INSPECT REPORT-RECORD TALLYING WS-CONF-CANT-DELIM
               FOR ALL "RESULTADO=".
           IF WS-CONF-CANT-DELIM = 0
               EXIT PARAGRAPH
           END-IF.
           UNSTRING REPORT-RECORD DELIMITED BY "RESULTADO="
               INTO WS-CONF-DESCARTE WS-CONF-RESTO.
           MOVE WS-CONF-RESTO(1:64) TO WS-CONF-RESULTADO.
           UNSTRING REPORT-RECORD DELIMITED BY "ESTADO="
               INTO WS-CONF-DESCARTE WS-CONF-RESTO.
           IF WS-CONF-RESTO(1:5) NOT = "OK"
               ADD 1 TO WS-CONF-ERRORES
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-CONF-VALOR.
           PERFORM VARYING WS-CONF-POS FROM 1 BY 1
                   UNTIL WS-CONF-POS > 64
               IF WS-CONF-RESULTADO(WS-CONF-POS:1) = "1"
                   COMPUTE WS-CONF-VALOR = WS-CONF-VALOR * 2 + 1
               ELSE
                   IF WS-CONF-RESULTADO(WS-CONF-POS:1) = "0"
                       COMPUTE WS-CONF-VALOR = WS-CONF-VALOR * 2
                   ELSE
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE WS-CONF-HASH = FUNCTION MOD(
               WS-CONF-HASH + WS-CONF-VALOR
               1000000000000000000).

      * --- Relee el archivo de rechazos del lote: cada registro con
      * --- motivo va al aviso con su número de registro. ---
       CONFIRMAR-RECHAZOS.
           OPEN INPUT RECH-FILE.
           IF WS-RECH-STATUS NOT = "00"
               MOVE SPACES TO WS-CONF-LINEA
               STRING "  (NO SE PUDO LEER " WS-RECH-NOMBRE ")"
                   DELIMITED BY SIZE INTO WS-CONF-LINEA
               PERFORM ESCRIBIR-CONFIRMACION
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-CONF-EOF.
           PERFORM UNTIL FIN-CONF-LECTURA
               READ RECH-FILE
                   AT END
                       MOVE "S" TO WS-CONF-EOF
                   NOT AT END
                       IF RH-MOTIVO NOT = SPACES
                           PERFORM CONFIRMAR-RECHAZO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RECH-FILE.

       CONFIRMAR-RECHAZO.
           ADD 1 TO WS-CONF-RECHAZOS.
           EVALUATE RH-MOTIVO
               WHEN "OP"
                   MOVE "codigo de operacion invalido"
                       TO WS-CONF-MOTIVO-DESC
               WHEN "B1"
                   MOVE "primer operando no binario"
                       TO WS-CONF-MOTIVO-DESC
               WHEN "B2"
                   MOVE "segundo operando no binario"
                       TO WS-CONF-MOTIVO-DESC
               WHEN "AN"
                   MOVE "operando supera el ancho de bits"
                       TO WS-CONF-MOTIVO-DESC
               WHEN "TP"
                   MOVE "tipo de registro desconocido"
                       TO WS-CONF-MOTIVO-DESC
               WHEN OTHER
                   MOVE SPACES TO WS-CONF-MOTIVO-DESC
           END-EVALUATE.
           MOVE SPACES TO WS-CONF-LINEA.
           STRING "  REGISTRO=" RH-REGISTRO
               " TIPO=" RH-TIPO
               " MOTIVO=" RH-MOTIVO
               " " WS-CONF-MOTIVO-DESC
               DELIMITED BY SIZE INTO WS-CONF-LINEA.
           PERFORM ESCRIBIR-CONFIRMACION.

      * --- Resúmenes de los envíos anteriores, de los avisos que ya
      * --- están en el archivo del lote. ---
       LEER-CONFIRMACIONES-PREVIAS.
           MOVE 0 TO HCONF-CANT.
           OPEN INPUT CONFIRMA-FILE.
           IF WS-CONF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-CONF-EOF.
           PERFORM UNTIL FIN-CONF-LECTURA
               READ CONFIRMA-FILE
                   AT END
                       MOVE "S" TO WS-CONF-EOF
                   NOT AT END
                       IF CONFIRMA-RECORD(1:14) = "RESUMEN ENVIO "
                               AND HCONF-CANT < HCONF-MAX
                           ADD 1 TO HCONF-CANT
                           MOVE CONFIRMA-RECORD
                               TO HCONF-LINEA (HCONF-CANT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONFIRMA-FILE.

       ESCRIBIR-CONFIRMACION.
           WRITE CONFIRMA-RECORD FROM WS-CONF-LINEA.
           IF WS-CONF-STATUS NOT = "00"
               DISPLAY "ERROR: fallo al escribir en " WS-CONF-NOMBRE
                   " (status " WS-CONF-STATUS ")."
           END-IF.

      * --- Preedición desatendida: el lote del archivo de
      * --- parámetros, o cada lote de la cola, se revisa sin postear.
      * --- RC 0 si todo se postearía limpio, 4 si habría rechazos de
      * --- registros, 8 si algún lote no se admitiría. ---
       PREVALIDAR-DESATENDIDO.
           IF WS-RC = 8
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRIR-PREVAL.
           IF NOT PREVAL-ABIERTO
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           IF WS-COLA-NOMBRE NOT = SPACES
               PERFORM PROCESAR-COLA
           ELSE
               PERFORM PREVALIDAR-LOTE
               PERFORM EVALUAR-RC-LOTE
               MOVE WS-RC-LOTE TO WS-RC
           END-IF.
           PERFORM CERRAR-PREVAL.

      * --- Opción del menú: preedición del archivo de transacciones
      * --- que tomaría la opción de lote. ---
       PREVALIDAR-DESDE-MENU.
           MOVE "S" TO WS-PREVALIDAR.
           MOVE 0 TO WS-RC.
           PERFORM ABRIR-PREVAL.
           IF PREVAL-ABIERTO
               PERFORM PREVALIDAR-LOTE
               PERFORM EVALUAR-RC-LOTE
               MOVE WS-RC-LOTE TO WS-RC
               PERFORM CERRAR-PREVAL
           END-IF.
           MOVE "N" TO WS-PREVALIDAR.

       ABRIR-PREVAL.
           MOVE "N" TO WS-PREVAL-ABIERTO.
           OPEN OUTPUT PREVAL-FILE.
           IF WS-PREVAL-STATUS NOT = "00"
               DISPLAY "ERROR: no se pudo abrir PREVAL.DAT (status "
                   WS-PREVAL-STATUS "); no se hace la preedición."
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-PREVAL-ABIERTO.
           PERFORM TOMAR-MARCA-TIEMPO.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING "PREEDICION DE LOTES FECHA=" WS-FECHA-PROCESO
               " EMITIDO=" WS-TIMESTAMP(1:14)
               " OPERADOR=" WS-OPERATOR-ID
               " ANCHO=" WS-BIT-WIDTH
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           PERFORM ESCRIBIR-PREVAL.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING "(NADA DE ESTE REPORTE SE POSTEO: ES EL RESULTADO "
               "QUE TENDRIA EL LOTE SI SE PROCESARA)"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           PERFORM ESCRIBIR-PREVAL.

       CERRAR-PREVAL.
           MOVE SPACES TO WS-LINEA-REPORTE.
           PERFORM ESCRIBIR-PREVAL.
           EVALUATE WS-RC
               WHEN 0
                   STRING "RESULTADO DE LA PREEDICION: LIMPIA RC=0"
                       DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               WHEN 4
                   STRING "RESULTADO DE LA PREEDICION: CON RECHAZOS "
                       "O LOTES RETENIDOS RC=4"
                       DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               WHEN OTHER
                   STRING "RESULTADO DE LA PREEDICION: CON LOTES NO "
                       "ADMITIDOS RC=8"
                       DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           END-EVALUATE.
           PERFORM ESCRIBIR-PREVAL.
           CLOSE PREVAL-FILE.
           MOVE "N" TO WS-PREVAL-ABIERTO.

       ESCRIBIR-PREVAL.
           WRITE PREVAL-RECORD FROM WS-LINEA-REPORTE.
           IF WS-PREVAL-STATUS NOT = "00"
               DISPLAY "ERROR: fallo al escribir en PREVAL.DAT "
                   "(status " WS-PREVAL-STATUS ")."
           END-IF.

      * --- Preedición de un lote: VERIFICAR-LOTE completo (cabecera,
      * --- cola, departamento y duplicados, sin grabar en LOTES.DAT)
      * --- y los controles de cada registro de PROCESAR-LOTE, sin
      * --- calcular ni postear. Cada registro que se rechazaría va a
      * --- PREVAL.DAT con su número y motivo; al final, cuántos se
      * --- postearían. Un lote que no pasaría la verificación queda
      * --- como no completo, igual que en el posteo. ---
       PREVALIDAR-LOTE.
           MOVE "N" TO WS-LOTE-OK.
           MOVE "N" TO WS-PREVAL-REENVIO.
           MOVE 0 TO WS-CONT-POSTEADOS.
           MOVE 0 TO WS-CONT-RECHAZADOS.
           MOVE 0 TO WS-REG-LEIDOS.
           MOVE SPACES TO WS-LINEA-REPORTE.
           PERFORM ESCRIBIR-PREVAL.
           STRING "ARCHIVO=" WS-TRANS-NOMBRE
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           PERFORM ESCRIBIR-PREVAL.
           PERFORM VERIFICAR-LOTE.
           IF NOT LOTE-VERIFICADO AND NOT LOTE-RETENIDO
               DISPLAY "ERROR: el lote no se admitiría: "
                   WS-MOTIVO-RECHAZO
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING "*** LOTE NO ADMITIDO: " WS-MOTIVO-RECHAZO
                   " ***"
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM ESCRIBIR-PREVAL
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING "*** LOTE=" WS-LOTE-ID
                   " DETALLES LEIDOS=" WS-CONT-DETALLE
                   " TOTAL EN COLA=" WS-COLA-TOTAL " ***"
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM ESCRIBIR-PREVAL
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING "LOTE=" WS-LOTE-ID
               " FECHA=" WS-LOTE-FECHA
               " DEPARTAMENTO=" WS-LOTE-DEPTO
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           PERFORM ESCRIBIR-PREVAL.
      * --- Un lote que quedaría retenido se revisa igual, para que
      * --- llegue corregido cuando el supervisor lo libere. ---
           IF LOTE-RETENIDO
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING "*** LOTE QUEDARIA RETENIDO: " WS-MOTIVO-RECHAZO
                   " ***"
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM ESCRIBIR-PREVAL
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING "*** CUPO MENSUAL=" WS-CUPO-DEPTO
                   " USADO EN EL MES=" WS-CUPO-USADO
                   " CALCULOS DEL LOTE=" WS-CONT-CALCULOS " ***"
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM ESCRIBIR-PREVAL
           END-IF.
           IF PREVAL-REENVIO
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING "AVISO: el lote ya se posteo con rechazos; se "
                   "admitiria como reenvio"
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM ESCRIBIR-PREVAL
           END-IF.
           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR: no se pudo abrir " WS-TRANS-NOMBRE
                   " (status " WS-TRANS-STATUS ")."
               MOVE "no se pudo abrir el archivo de entrada"
                   TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-TRANS.
           PERFORM UNTIL FIN-TRANS-FILE
               READ TRANS-FILE
                   AT END
                       MOVE "S" TO WS-EOF-TRANS
                   NOT AT END
                       ADD 1 TO WS-REG-LEIDOS
                       IF TR-REG-ORIGEN IS NUMERIC AND
                               TR-REG-ORIGEN > 0
                           MOVE TR-REG-ORIGEN TO WS-REG-ORIGEN
                       ELSE
                           MOVE WS-REG-LEIDOS TO WS-REG-ORIGEN
                       END-IF
                       PERFORM PREVALIDAR-REGISTRO
               END-READ
           END-PERFORM.
           CLOSE TRANS-FILE.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING "FIN DE LOTE=" WS-LOTE-ID
               " REGISTROS LEIDOS=" WS-REG-LEIDOS
               " SE POSTEARIAN=" WS-CONT-POSTEADOS
               " SE RECHAZARIAN=" WS-CONT-RECHAZADOS
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           PERFORM ESCRIBIR-PREVAL.
           MOVE "S" TO WS-LOTE-OK.
           DISPLAY "Preedición del lote " WS-LOTE-ID " completada. "
               "Se postearían: " WS-CONT-POSTEADOS
               " Se rechazarían: " WS-CONT-RECHAZADOS
               ". Ver PREVAL.DAT.".

      * --- Un registro de la preedición: los mismos controles y
      * --- códigos de motivo que en el posteo (OP, B1, B2, AN, TP).
      * --- Cabecera, cola y subtotal no se postean ni se rechazan. ---
       PREVALIDAR-REGISTRO.
           MOVE SPACES TO WS-MOTIVO-RECH.
           EVALUATE TRUE
               WHEN TR-ES-CABECERA OR TR-ES-COLA OR TR-ES-SUBTOTAL
                   EXIT PARAGRAPH
               WHEN TR-ES-DETALLE
                   PERFORM VALIDAR-REGISTRO-LOTE
               WHEN TR-ES-ACUM
                   PERFORM VALIDAR-REGISTRO-ACUM
               WHEN OTHER
                   MOVE "TP" TO WS-MOTIVO-RECH
           END-EVALUATE.
           IF WS-MOTIVO-RECH = SPACES
               ADD 1 TO WS-CONT-POSTEADOS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CONT-RECHAZADOS.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING "REGISTRO=" WS-REG-ORIGEN
               " MOTIVO=" WS-MOTIVO-RECH
               " TIPO=" TR-TIPO
               " OP=" TR-OP
               " BIN1=" TR-BIN1
               " BIN2=" TR-BIN2
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           PERFORM ESCRIBIR-PREVAL.

      * --- Primera pasada de control sobre TRANSACC.DAT, solo lectura:
      * --- exige cabecera en el primer registro y cola al final, y
      * --- compara el total de la cola con los detalles leídos. Si algo
      * --- falla deja el motivo en WS-MOTIVO-RECHAZO y el lote no se
      * --- contabiliza. ---
       VERIFICAR-LOTE.
           MOVE "N" TO WS-LOTE-VERIFICADO.
           MOVE "N" TO WS-LOTE-RETENIDO.
           MOVE SPACES TO WS-LOTE-ID.
           MOVE SPACES TO WS-LOTE-FECHA.
           MOVE SPACES TO WS-LOTE-DEPTO.
           MOVE "N" TO WS-CABECERA-VISTA.
           MOVE "N" TO WS-COLA-VISTA.
           MOVE 0 TO WS-REG-VERIF.
           MOVE 0 TO WS-CONT-DETALLE.
           MOVE 0 TO WS-CONT-CALCULOS.
           MOVE 0 TO WS-COLA-TOTAL.
           MOVE SPACES TO WS-MOTIVO-RECHAZO.
           MOVE "N" TO WS-EOF-TRANS.
           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-STATUS NOT = "00"
               MOVE "no se pudo abrir TRANSACC.DAT"
                   TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-TRANS-FILE
               READ TRANS-FILE
                   AT END
                       MOVE "S" TO WS-EOF-TRANS
                   NOT AT END
                       ADD 1 TO WS-REG-VERIF
                       EVALUATE TRUE
                           WHEN TR-ES-CABECERA
                               IF WS-REG-VERIF = 1
                                   MOVE "S" TO WS-CABECERA-VISTA
                                   MOVE TR-LOTE-ID TO WS-LOTE-ID
                                   MOVE TR-FECHA-CREACION
                                       TO WS-LOTE-FECHA
                                   MOVE TR-DEPARTAMENTO
                                       TO WS-LOTE-DEPTO
                               ELSE
                                   MOVE "cabecera fuera de lugar"
                                       TO WS-MOTIVO-RECHAZO
                               END-IF
                           WHEN TR-ES-COLA
                               MOVE "S" TO WS-COLA-VISTA
                                   TO WS-COLA-TOTAL
                           WHEN TR-ES-DETALLE
                               ADD 1 TO WS-CONT-DETALLE
                               ADD 1 TO WS-CONT-CALCULOS
                           WHEN TR-ES-ACUM
                               ADD 1 TO WS-CONT-DETALLE
                               ADD 1 TO WS-CONT-CALCULOS
                           WHEN TR-ES-SUBTOTAL
                               ADD 1 TO WS-CONT-DETALLE
                           WHEN OTHER
      * --- referencia; un lote de un departamento desconocido se
      * --- rechaza antes de registrarlo en LOTES.DAT. ---
           MOVE WS-LOTE-DEPTO TO WS-DEPTO-BUSCADO.
           MOVE "N" TO WS-DEPTO-HALLADO.
           PERFORM VALIDAR-DEPARTAMENTO.
           IF NOT DEPTO-VALIDO
               MOVE "departamento desconocido en la cabecera"
                   TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-CUPO-DEPTO.
           IF DEPTO-HALLADO AND DP-CUPO-MENSUAL IS NUMERIC
               MOVE DP-CUPO-MENSUAL TO WS-CUPO-DEPTO
           END-IF.
           PERFORM CONTROLAR-REGISTRO-LOTE.
           IF WS-MOTIVO-RECHAZO NOT = SPACES
               EXIT PARAGRAPH
      * --- cabecera: un lote ya procesado limpio se rechaza (es la
      * --- misma remesa corriendo dos veces); uno procesado con
      * --- rechazos se admite como reenvío y suma LT-REENVIOS; uno
      * --- anulado se rechaza; uno desconocido se da de alta como
      * --- recibido. Un lote nuevo o un reenvío que supera el cupo
      * --- del departamento queda retenido (H); uno retenido sigue
      * --- así hasta que el supervisor lo libera (L), y uno liberado
      * --- se admite sin medir el cupo. En la preedición solo se
      * --- consulta: ni el alta, ni el reenvío, ni la retención se
      * --- graban. ---
       CONTROLAR-REGISTRO-LOTE.
           IF NOT LOTES-DISPONIBLE
               EXIT PARAGRAPH
           END-IF.
           PERFORM TOMAR-MARCA-TIEMPO.
           MOVE WS-TIMESTAMP(1:8) TO WS-FECHA-HOY.
           PERFORM LEER-LOTE-RECIBIDO.
      * --- El cupo se mide para un lote nuevo y para un reenvío; uno
      * --- liberado por el supervisor ya se admitió fuera de cupo.
      * --- La medición recorre LOTES.DAT, así que después se relee
      * --- el registro del lote. ---
           MOVE "N" TO WS-CUPO-EXCEDIDO.
           IF NOT LOTE-HALLADO OR LT-CON-RECHAZOS
               PERFORM CONTROLAR-CUPO
               IF LOTE-HALLADO
                   PERFORM LEER-LOTE-RECIBIDO
               END-IF
           END-IF.
           IF CUPO-EXCEDIDO
               PERFORM RETENER-POR-CUPO
           END-IF.
           IF NOT LOTE-HALLADO AND MODO-PREVALIDAR
               EXIT PARAGRAPH
           END-IF.
           IF NOT LOTE-HALLADO
               MOVE WS-LOTE-ID TO LT-LOTE-ID
               IF CUPO-EXCEDIDO
                   MOVE "H" TO LT-ESTADO
               ELSE
                   MOVE "R" TO LT-ESTADO
               END-IF
               MOVE WS-LOTE-DEPTO TO LT-DEPARTAMENTO
               MOVE WS-FECHA-HOY TO LT-FECHA-RECIBIDO
               MOVE SPACES TO LT-FECHA-PROCESO
               WHEN LT-PROCESADO
                   MOVE "lote ya procesado (duplicado)"
                       TO WS-MOTIVO-RECHAZO
               WHEN LT-ANULADO
                   MOVE "lote anulado; reenvie con otro identificador"
                       TO WS-MOTIVO-RECHAZO
               WHEN LT-RETENIDO
                   MOVE "S" TO WS-LOTE-RETENIDO
                   MOVE "lote retenido por cupo; espera la liberacion"
                       TO WS-MOTIVO-RECHAZO
               WHEN LT-CON-RECHAZOS AND MODO-PREVALIDAR
                   MOVE "S" TO WS-PREVAL-REENVIO
               WHEN LT-CON-RECHAZOS
                   ADD 1 TO LT-REENVIOS
                   IF CUPO-EXCEDIDO
                       MOVE "H" TO LT-ESTADO
                   ELSE
                       MOVE "R" TO LT-ESTADO
                   END-IF
                   MOVE WS-FECHA-HOY TO LT-FECHA-RECIBIDO
                   REWRITE LOTES-RECORD
                       INVALID KEY
                               "lote en LOTES.DAT (status "
                               WS-LOTES-STATUS ")."
                   END-REWRITE
                   IF NOT CUPO-EXCEDIDO
                       DISPLAY "Lote " WS-LOTE-ID " admitido como "
                           "reenvío (reenvíos: " LT-REENVIOS ")."
                   END-IF
               WHEN LT-LIBERADO AND MODO-PREVALIDAR
                   CONTINUE
               WHEN LT-LIBERADO
                   MOVE "R" TO LT-ESTADO
                   REWRITE LOTES-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: no se pudo regrabar el "
                               "lote en LOTES.DAT (status "
                               WS-LOTES-STATUS ")."
                   END-REWRITE
                   DISPLAY "Lote " WS-LOTE-ID " liberado por el "
                       "supervisor; se admite fuera de cupo."
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LEER-LOTE-RECIBIDO.
           MOVE "N" TO WS-LOTE-HALLADO.
           MOVE WS-LOTE-ID TO LT-LOTE-ID.
           READ LOTES-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-LOTE-HALLADO
           END-READ.

      * --- Compara los cálculos del lote (registros D y A; un
      * --- subtotal S no genera resultado) más lo ya posteado en el
      * --- mes por el departamento contra su cupo. Sin cupo cargado
      * --- no hay límite. ---
       CONTROLAR-CUPO.
           MOVE "N" TO WS-CUPO-EXCEDIDO.
           MOVE 0 TO WS-CUPO-USADO.
           IF WS-CUPO-DEPTO = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM CALCULAR-USO-MES.
           COMPUTE WS-CUPO-TOTAL = WS-CUPO-USADO + WS-CONT-CALCULOS.
           IF WS-CUPO-TOTAL > WS-CUPO-DEPTO
               MOVE "S" TO WS-CUPO-EXCEDIDO
           END-IF.

      * --- Cálculos posteados en el mes de la fecha de proceso por los
      * --- lotes del departamento: se recorren sus lotes en LOTES.DAT
      * --- y, de cada uno, sus resultados del mes en RESULTADOS.DAT
      * --- que no están anulados. ---
       CALCULAR-USO-MES.
           MOVE 0 TO WS-CUPO-USADO.
           IF NOT RES-DISPONIBLE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FECHA-PROCESO(1:6) TO WS-CUPO-MES.
           MOVE LOW-VALUES TO LT-LOTE-ID.
           MOVE "N" TO WS-EOF-LOTES.
           START LOTES-FILE KEY IS >= LT-LOTE-ID
               INVALID KEY
                   MOVE "S" TO WS-EOF-LOTES
           END-START.
           PERFORM UNTIL FIN-LOTES-FILE
               READ LOTES-FILE NEXT
                   AT END
                       MOVE "S" TO WS-EOF-LOTES
                   NOT AT END
                       IF LT-DEPARTAMENTO = WS-LOTE-DEPTO
                           PERFORM SUMAR-USO-LOTE
                       END-IF
               END-READ
           END-PERFORM.

       SUMAR-USO-LOTE.
           MOVE LT-LOTE-ID TO RS-LOTE-ID.
           MOVE WS-CUPO-MES TO RS-FECHA(1:6).
           MOVE "01" TO RS-FECHA(7:2).
           MOVE 0 TO RS-SECUENCIA.
           MOVE "N" TO WS-EOF-RES.
           START RES-FILE KEY IS >= RS-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-RES
           END-START.
           PERFORM UNTIL FIN-RES-FILE
               READ RES-FILE NEXT
                   AT END
                       MOVE "S" TO WS-EOF-RES
                   NOT AT END
                       IF RS-LOTE-ID NOT = LT-LOTE-ID OR
                               RS-FECHA(1:6) NOT = WS-CUPO-MES
                           MOVE "S" TO WS-EOF-RES
                       ELSE
                           IF NOT RS-ANULADO
                               ADD 1 TO WS-CUPO-USADO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       RETENER-POR-CUPO.
           MOVE "S" TO WS-LOTE-RETENIDO.
           MOVE "lote retenido: supera el cupo mensual del depto."
               TO WS-MOTIVO-RECHAZO.
           DISPLAY "AVISO: lote " WS-LOTE-ID " retenido. Cupo mensual "
               "de " WS-LOTE-DEPTO ": " WS-CUPO-DEPTO
               " Usado en el mes: " WS-CUPO-USADO
               " Cálculos del lote: " WS-CONT-CALCULOS.

      * --- Cierra el ciclo de vida del lote en el registro: procesado
      * --- limpio o con rechazos, con fecha y contadores. ---
       ACTUALIZAR-REGISTRO-LOTE.
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           PERFORM TOMAR-MARCA-TIEMPO.
           IF WS-CONT-RECHAZADOS > 0
               MOVE "E" TO LT-ESTADO
           ELSE
               END-READ
           END-PERFORM.
           DISPLAY "Total de lotes registrados: " WS-CONT-LOTES
               " (R=recibido, P=procesado limpio, E=con rechazos, "
               "A=anulado, H=retenido por cupo, L=liberado).".

      * --- Consulta del maestro de resultados por lote, por operador
      * --- o por rango de fechas. Las primeras 20 coincidencias se
               " OPERADOR=" RS-OPERADOR
               " OP=" RS-OP
               " ESTADO=" RS-ESTADO.
           IF RS-ANULADO
               DISPLAY "     *** ANULADO: el lote fue dado de baja ***"
           END-IF.
           DISPLAY "     BIN1=" RS-BIN1.
           DISPLAY "     BIN2=" RS-BIN2.
           DISPLAY "     RESULTADO=" RS-RESULTADO.

      * --- Liberación de un lote retenido por cupo, para el
      * --- supervisor: el lote pasa a L y en su próximo procesamiento
      * --- se admite sin volver a medir el cupo. La liberación queda
      * --- en AUDITLOG.DAT. ---
       LIBERAR-LOTE.
           IF NOT LOTES-DISPONIBLE
               DISPLAY "ERROR: LOTES.DAT no está disponible; la "
                   "liberación queda deshabilitada."
               EXIT PARAGRAPH
           END-IF.
           IF NOT SESION-SUPERVISOR
               DISPLAY "ERROR: la liberación de lotes está reservada "
                   "a los supervisores."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Identificador del lote a liberar: ".
           ACCEPT WS-LIB-LOTE.
           MOVE WS-LIB-LOTE TO LT-LOTE-ID.
           READ LOTES-FILE
               INVALID KEY
                   DISPLAY "ERROR: el lote " WS-LIB-LOTE
                       " no está registrado en LOTES.DAT."
                   EXIT PARAGRAPH
           END-READ.
           IF NOT LT-RETENIDO
               DISPLAY "ERROR: el lote " WS-LIB-LOTE " no está "
                   "retenido por cupo (estado " LT-ESTADO ")."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Lote " LT-LOTE-ID " DEPARTAMENTO=" LT-DEPARTAMENTO
               " RECIBIDO=" LT-FECHA-RECIBIDO
               " REENVIOS=" LT-REENVIOS.
           DISPLAY "¿Confirma la liberación del lote fuera de cupo? "
               "(S/N): ".
           ACCEPT WS-RESPUESTA.
           IF WS-RESPUESTA NOT = "S" AND WS-RESPUESTA NOT = "s"
               DISPLAY "Liberación cancelada."
               EXIT PARAGRAPH
           END-IF.
           MOVE "L" TO LT-ESTADO.
           REWRITE LOTES-RECORD
               INVALID KEY
                   DISPLAY "ERROR: no se pudo regrabar el lote en "
                       "LOTES.DAT (status " WS-LOTES-STATUS ")."
                   EXIT PARAGRAPH
           END-REWRITE.
           PERFORM TOMAR-MARCA-TIEMPO.
           MOVE SPACES TO WS-AUDIT-LINE.
           STRING "OPERADOR=" WS-OPERATOR-ID
               " FECHA=" WS-TIMESTAMP
               " EVENTO=LIBERACION"
               " LOTE=" WS-LIB-LOTE
               " DEPARTAMENTO=" LT-DEPARTAMENTO
               DELIMITED BY SIZE INTO WS-AUDIT-LINE.
           WRITE AUDIT-RECORD FROM WS-AUDIT-LINE.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR: fallo al escribir en AUDITLOG.DAT "
                   "(status " WS-AUDIT-STATUS ")."
           END-IF.
           DISPLAY "Lote " WS-LIB-LOTE " liberado; se admite en su "
               "próximo procesamiento.".

      * --- Anulación de un lote posteado, para el supervisor: marca
      * --- como anulados los resultados del lote en RESULTADOS.DAT (no
      * --- se borran), escribe en EXPORT.DAT una línea de reversa por
      * --- cada cálculo que se había exportado, deja el lote en estado
      * --- A y audita la anulación en AUDITLOG.DAT. Solo se anula un
      * --- lote terminado (P o E). ---
       ANULAR-LOTE.
           IF NOT LOTES-DISPONIBLE OR NOT RES-DISPONIBLE
               DISPLAY "ERROR: LOTES.DAT o RESULTADOS.DAT no está "
                   "disponible; la anulación queda deshabilitada."
               EXIT PARAGRAPH
           END-IF.
           IF NOT SESION-SUPERVISOR
               DISPLAY "ERROR: la anulación de lotes está reservada "
                   "a los supervisores."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Identificador del lote a anular: ".
           ACCEPT WS-ANUL-LOTE.
           MOVE WS-ANUL-LOTE TO LT-LOTE-ID.
           READ LOTES-FILE
               INVALID KEY
                   DISPLAY "ERROR: el lote " WS-ANUL-LOTE
                       " no está registrado en LOTES.DAT."
                   EXIT PARAGRAPH
           END-READ.
           EVALUATE TRUE
               WHEN LT-ANULADO
                   DISPLAY "ERROR: el lote " WS-ANUL-LOTE
                       " ya está anulado."
                   EXIT PARAGRAPH
               WHEN LT-PROCESADO OR LT-CON-RECHAZOS
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR: el lote " WS-ANUL-LOTE " no "
                       "terminó de postearse (estado " LT-ESTADO
                       "); no hay nada que anular."
                   EXIT PARAGRAPH
           END-EVALUATE.
      * --- Sin EXPORT.DAT no pueden escribirse las reversas: anular
      * --- igual dejaría al mayor con asientos que ya no existen. ---
           IF WS-EXPORT-STATUS NOT = "00"
               DISPLAY "ERROR: EXPORT.DAT no está disponible (status "
                   WS-EXPORT-STATUS "); no se anula el lote."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Lote " LT-LOTE-ID " DEPARTAMENTO=" LT-DEPARTAMENTO
               " PROCESADO=" LT-FECHA-PROCESO
               " POSTEADOS=" LT-POSTEADOS.
           DISPLAY "¿Confirma la anulación del lote? (S/N): ".
           ACCEPT WS-RESPUESTA.
           IF WS-RESPUESTA NOT = "S" AND WS-RESPUESTA NOT = "s"
               DISPLAY "Anulación cancelada."
               EXIT PARAGRAPH
           END-IF.
           PERFORM TOMAR-MARCA-TIEMPO.
           MOVE 0 TO WS-ANUL-REGISTROS.
           MOVE 0 TO WS-ANUL-REVERSAS.
           MOVE 0 TO WS-ANUL-SIN-MARCA.
           MOVE 0 TO WS-ANUL-PENDIENTES.
           MOVE WS-ANUL-LOTE TO RS-LOTE-ID.
           MOVE LOW-VALUES TO RS-FECHA.
           MOVE 0 TO RS-SECUENCIA.
           MOVE "N" TO WS-EOF-RES.
           START RES-FILE KEY IS >= RS-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-RES
           END-START.
           PERFORM UNTIL FIN-RES-FILE
               READ RES-FILE NEXT
                   AT END
                       MOVE "S" TO WS-EOF-RES
                   NOT AT END
                       IF RS-LOTE-ID NOT = WS-ANUL-LOTE
                           MOVE "S" TO WS-EOF-RES
                       ELSE
                           PERFORM ANULAR-RESULTADO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-ANUL-LOTE TO LT-LOTE-ID.
           READ LOTES-FILE
               INVALID KEY
                   DISPLAY "ERROR: el lote " WS-ANUL-LOTE
                       " desapareció de LOTES.DAT (status "
                       WS-LOTES-STATUS ")."
               NOT INVALID KEY
                   MOVE "A" TO LT-ESTADO
                   REWRITE LOTES-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: no se pudo regrabar el "
                               "lote en LOTES.DAT (status "
                               WS-LOTES-STATUS ")."
                   END-REWRITE
           END-READ.
           PERFORM ANULAR-PENDIENTES.
           MOVE SPACES TO WS-AUDIT-LINE.
           STRING "OPERADOR=" WS-OPERATOR-ID
               " FECHA=" WS-TIMESTAMP
               " EVENTO=ANULACION"
               " LOTE=" WS-ANUL-LOTE
               " REGISTROS=" WS-ANUL-REGISTROS
               " REVERSAS=" WS-ANUL-REVERSAS
               " PENDIENTES=" WS-ANUL-PENDIENTES
               DELIMITED BY SIZE INTO WS-AUDIT-LINE.
           WRITE AUDIT-RECORD FROM WS-AUDIT-LINE.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR: fallo al escribir en AUDITLOG.DAT "
                   "(status " WS-AUDIT-STATUS ")."
           END-IF.
           DISPLAY "Lote " WS-ANUL-LOTE " anulado. Resultados "
               "marcados: " WS-ANUL-REGISTROS
               " Reversas a EXPORT.DAT: " WS-ANUL-REVERSAS
               " Rechazos pendientes cerrados: " WS-ANUL-PENDIENTES.
           IF WS-ANUL-SIN-MARCA > 0
               DISPLAY "AVISO: " WS-ANUL-SIN-MARCA " resultados "
                   "anteriores a la marca de exportación; verifique "
                   "a mano si salieron al mayor."
           END-IF.

      * --- Un lote anulado no puede reenviarse con el mismo
      * --- identificador, así que sus rechazos abiertos en RECHPEND.DAT
      * --- ya no se corregirán: pasan a anulado (A) con la fecha de la
      * --- anulación y BIN-PEND deja de reclamarlos. ---
       ANULAR-PENDIENTES.
           IF NOT PEND-DISPONIBLE
               DISPLAY "AVISO: RECHPEND.DAT no está disponible; los "
                   "rechazos abiertos del lote quedan sin cerrar."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ANUL-LOTE TO PD-LOTE-ID.
           MOVE 0 TO PD-REGISTRO.
           MOVE "N" TO WS-EOF-PEND.
           START PEND-FILE KEY IS >= PD-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-PEND
           END-START.
           PERFORM UNTIL FIN-PEND-FILE
               READ PEND-FILE NEXT
                   AT END
                       MOVE "S" TO WS-EOF-PEND
                   NOT AT END
                       IF PD-LOTE-ID NOT = WS-ANUL-LOTE
                           MOVE "S" TO WS-EOF-PEND
                       ELSE
                           PERFORM ANULAR-PENDIENTE
                       END-IF
               END-READ
           END-PERFORM.

       ANULAR-PENDIENTE.
           IF NOT PD-ABIERTO
               EXIT PARAGRAPH
           END-IF.
           MOVE "A" TO PD-ESTADO.
           MOVE WS-TIMESTAMP(1:8) TO PD-FECHA-CIERRE.
           REWRITE PEND-RECORD
               INVALID KEY
                   DISPLAY "ERROR: no se pudo regrabar el rechazo en "
                       "RECHPEND.DAT (status " WS-PEND-STATUS ")."
                   EXIT PARAGRAPH
           END-REWRITE.
           ADD 1 TO WS-ANUL-PENDIENTES.

      * --- Un resultado del lote: se marca como anulado y, si se
      * --- había exportado, se escribe su reversa. Uno ya marcado (de
      * --- una anulación interrumpida) no se vuelve a revertir. ---
       ANULAR-RESULTADO.
           IF RS-ANULADO
               EXIT PARAGRAPH
           END-IF.
           MOVE "A" TO RS-ANULACION.
           REWRITE RES-RECORD
               INVALID KEY
                   DISPLAY "ERROR: no se pudo regrabar el resultado "
                       "en RESULTADOS.DAT (status " WS-RES-STATUS ")."
                   EXIT PARAGRAPH
           END-REWRITE.
           ADD 1 TO WS-ANUL-REGISTROS.
           EVALUATE RS-EXPORTADO
               WHEN "S"
                   PERFORM ESCRIBIR-REVERSA
               WHEN "N"
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-ANUL-SIN-MARCA
           END-EVALUATE.

      * --- Línea de reversa en EXPORT.DAT: los mismos campos que la
      * --- exportación original, con la fecha de la anulación (así
      * --- entra en el extracto del día) y REVERSA= con la clave del
      * --- resultado revertido (fecha + secuencia). ---
       ESCRIBIR-REVERSA.
           MOVE SPACES TO WS-EXPORT-LINE.
           STRING "DEC1=" RS-DEC1
               " OP=" RS-OP
               " DEC2=" RS-DEC2
               " RESULTADO=" RS-RESULTADO
               " ESTADO=" RS-ESTADO
               " BIN1=" RS-BIN1
               " BIN2=" RS-BIN2
               " OPERADOR=" RS-OPERADOR
               " FECHA=" WS-TIMESTAMP
               " LOTE=" RS-LOTE-ID
               " REVERSA=" RS-FECHA RS-SECUENCIA
               DELIMITED BY SIZE INTO WS-EXPORT-LINE.
           WRITE EXPORT-RECORD FROM WS-EXPORT-LINE.
           IF WS-EXPORT-STATUS NOT = "00"
               DISPLAY "ERROR: fallo al escribir en EXPORT.DAT "
                   "(status " WS-EXPORT-STATUS ")."
           ELSE
               ADD 1 TO WS-ANUL-REVERSAS
           END-IF.

      * --- Deja constancia bien visible del rechazo en REPORTE.DAT y en
      * --- pantalla. AUDITLOG.DAT y EXPORT.DAT no se tocan. ---
       RECHAZAR-LOTE.
           DISPLAY "ERROR: LOTE RECHAZADO: " WS-MOTIVO-RECHAZO.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: no se pudo abrir " WS-REPORT-NOMBRE
                   " (status " WS-REPORT-STATUS ")."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-LINEA-REPORTE.
           END-IF.
           CLOSE REPORT-FILE.

      * --- Un lote retenido por cupo no se postea ni se rechaza: el
      * --- reporte del lote lo informa con el cupo y lo ya usado, y
      * --- el lote espera en LOTES.DAT la liberación del
      * --- supervisor. ---
       INFORMAR-LOTE-RETENIDO.
           DISPLAY "AVISO: LOTE RETENIDO: " WS-MOTIVO-RECHAZO.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: no se pudo abrir " WS-REPORT-NOMBRE
                   " (status " WS-REPORT-STATUS ")."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING "*** LOTE RETENIDO: " WS-MOTIVO-RECHAZO " ***"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           WRITE REPORT-RECORD FROM WS-LINEA-REPORTE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: fallo al escribir en REPORTE.DAT "
                   "(status " WS-REPORT-STATUS ")."
           END-IF.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING "*** LOTE=" WS-LOTE-ID
               " DEPARTAMENTO=" WS-LOTE-DEPTO
               " CUPO MENSUAL=" WS-CUPO-DEPTO
               " USADO EN EL MES=" WS-CUPO-USADO
               " CALCULOS DEL LOTE=" WS-CONT-CALCULOS " ***"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           WRITE REPORT-RECORD FROM WS-LINEA-REPORTE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: fallo al escribir en REPORTE.DAT "
                   "(status " WS-REPORT-STATUS ")."
           END-IF.
           CLOSE REPORT-FILE.

      * --- Además de informarla en REPORTE.DAT, la cabecera del lote
      * --- se copia a RECHAZOS.DAT para que el archivo de rechazos
      * --- corregido pueda reprocesarse directamente. ---
           MOVE TR-TIPO TO RH-TIPO.
           MOVE TR-DATOS TO RH-DATOS.
           MOVE SPACES TO RH-MOTIVO.
           MOVE 0 TO RH-REGISTRO.
           WRITE RECH-RECORD.
           IF WS-RECH-STATUS NOT = "00"
               DISPLAY "ERROR: fallo al escribir en RECHAZOS.DAT "
           MOVE 0 TO WS-CK-ULT-REGISTRO.
           MOVE SPACES TO WS-CK-LOTE-ID.
           MOVE SPACES TO WS-CK-ARCHIVO.
           MOVE SPACES TO WS-CK-COLA-NOMBRE.
           MOVE 0 TO WS-CK-COLA-ENTRADA.
           OPEN INPUT CHECK-FILE.
           IF WS-CHECK-STATUS = "00"
               READ CHECK-FILE
                       END-IF
                       MOVE CK-LOTE-ID TO WS-CK-LOTE-ID
                       MOVE CK-ARCHIVO TO WS-CK-ARCHIVO
                       MOVE CK-COLA-NOMBRE TO WS-CK-COLA-NOMBRE
                       IF CK-COLA-ENTRADA IS NUMERIC
                           MOVE CK-COLA-ENTRADA TO WS-CK-COLA-ENTRADA
                       END-IF
                       IF CK-POSTEADOS IS NUMERIC
                           MOVE CK-POSTEADOS TO WS-CONT-POSTEADOS
                       ELSE
               MOVE WS-LOTE-ID TO CK-LOTE-ID
               MOVE WS-TRANS-NOMBRE TO CK-ARCHIVO
               MOVE WS-ACUM-BIN TO CK-ACUMULADOR
               IF COLA-ACTIVA
                   MOVE WS-COLA-NOMBRE TO CK-COLA-NOMBRE
                   MOVE WS-COLA-POS TO CK-COLA-ENTRADA
               ELSE
                   MOVE SPACES TO CK-COLA-NOMBRE
                   MOVE 0 TO CK-COLA-ENTRADA
               END-IF
               WRITE CHECK-RECORD
               CLOSE CHECK-FILE
           ELSE
                   "(status " WS-CHECK-STATUS ")."
           END-IF.

      * --- Un lote que termina limpio deja el punto de control en 0.
      * --- En la cola queda apuntando a la entrada siguiente. ---
       BORRAR-PUNTO-CONTROL.
           OPEN OUTPUT CHECK-FILE.
           IF WS-CHECK-STATUS = "00"
               MOVE SPACES TO CK-LOTE-ID
               MOVE SPACES TO CK-ARCHIVO
               MOVE SPACES TO CK-ACUMULADOR
               IF COLA-ACTIVA
                   MOVE WS-COLA-NOMBRE TO CK-COLA-NOMBRE
                   COMPUTE CK-COLA-ENTRADA = WS-COLA-POS + 1
               ELSE
                   MOVE SPACES TO CK-COLA-NOMBRE
                   MOVE 0 TO CK-COLA-ENTRADA
               END-IF
               WRITE CHECK-RECORD
               CLOSE CHECK-FILE
           ELSE
