      $set ilusing"System.Configuration"
      $set ilusing"System.Data.SqlClient"

      *============================================================
      * BATCHNOCHE: lanzador de la cadena nocturna. Ejecuta, en el
      * orden en que aparecen, los pasos definidos en NOCHE.CFG (una
      * línea por paso, campos separados por ';'):
      *   PROCESO;PROGRAMA;DEPENDE DE;DIAS;MINUTOS
      *  - PROCESO: el nombre con que el programa se registra en
      *    BATCH_EJECUCIONES (BATCHRECON, BATCHSEPA, ...).
      *  - PROGRAMA: la orden que lo lanza (BatchRecon.exe, ...).
      *  - DEPENDE DE: procesos de pasos anteriores, separados por
      *    comas (hasta 5). Si uno de ellos falla o no se lanza, este
      *    paso tampoco se lanza.
      *  - DIAS: DIARIO (o en blanco), letras del día de la semana
      *    L M X J V S D, días del mes 1..31 y UD (último día del
      *    mes), separados por comas. Se miran contra la fecha en que
      *    arrancó la noche.
      *  - MINUTOS: duración habitual del paso; si se pasa en más de
      *    un MARGENLENTO por ciento (clave de DBCONFIG.CFG, 50 si no
      *    está) se avisa. En blanco o cero no se controla.
      * Las líneas en blanco o que empiezan por '*' se ignoran. Un
      * error en NOCHE.CFG para la cadena entera antes de lanzar nada.
      * Cada programa deja su fila en BATCH_EJECUCIONES; un paso va
      * bien si tras lanzarlo hay una ejecución correcta ('O') más de
      * su PROCESO. Si la última noche no acabó bien (fila de
      * BATCHNOCHE en 'E' o que se quedó en 'A', de hoy o de ayer),
      * esta ejecución la reanuda: los pasos con una ejecución
      * correcta desde que arrancó aquella noche no se repiten y los
      * días se miran contra su fecha. Al final deja el resumen de la
      * noche en NOCHE_AAAAMMDD.PRN y, si algún paso falló, no se
      * lanzó o tardó más de lo habitual, un correo a operaciones
      * (clave CORREOOPS de DBCONFIG.CFG) en NOTIFICACIONES_EMAIL.
      *============================================================
       id division.
       program-id. BatchNoche as "CobolConsole.BatchNoche".
       environment division.
       configuration section.
       special-names.
           crt status is key-status.
       input-output section.
       file-control.
           select F-DBCONFIG assign to "DBCONFIG.CFG"
               organization is line sequential
               file status is WM-CFG-STATUS.
           select F-PASOS assign to "NOCHE.CFG"
               organization is line sequential
               file status is WM-PAS-STATUS.
           select F-INFORME assign to WM-INFORME-NOMBRE
               organization is line sequential.
       data division.
       file section.
       fd F-DBCONFIG.
       01 FL-DBCONFIG-REG PIC X(80).

       fd F-PASOS.
       01 FL-PASOS-REG PIC X(132).

       fd F-INFORME.
       01 FL-INFORME-REG PIC X(132).

       WORKING-STORAGE SECTION.

       01 key-status.
           05 key-type pic x.
           05 key-code-1 pic 9(2) comp-x.
           05 filler pic x.

       01 MSG-ERR PIC X(80) VALUE SPACES.

      *============================================================
      * INCLUDE SQLCA
      *============================================================
       01 FILLER PIC X(20) VALUE 'SQLCA678901234567890'.
           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.

      * Datos de conexión a la base de datos, leídos de DBCONFIG.CFG
      * igual que en el resto de programas batch del proyecto.
       01 WM-CFG-STATUS PIC XX value spaces.
       01 WM-CFG-DATOS.
         03 WM-CFG-USER    PIC X(30) value 'sa'.
         03 WM-CFG-PASS    PIC X(30) value 'CHANGE_ME'.
         03 WM-CFG-SOURCE  PIC X(30) value 'cobolDB'.
         03 WM-CFG-DRIVER  PIC X(30) value 'SQLADO32'.
       01 WM-CFG-CLAVE PIC X(20) value spaces.
       01 WM-CFG-VALOR PIC X(60) value spaces.
       01 WM-CFG-PUNTERO PIC 9(4) value 1.
      * Destinatario del aviso de incidencias y margen, en tanto por
      * ciento sobre los minutos habituales, para dar un paso por lento.
       01 WM-CFG-CORREO-OPS PIC X(20) value spaces.
       01 WM-CFG-MARGEN     PIC 9(03) value 50.

       01 DB2-SQLCODE PIC S9(9).
       01 DB2-SQLCODE-Z PIC -ZZZZZZZZ9.
       01 DB2-ERROR.
           05 DB2-ERR-MSG PIC X(50).
           05 DB2-ERR-CODE PIC X(20).

       01 WM-FECHA PIC 9(08) value zeros.
       01 WM-HORA  PIC 9(06) value zeros.

      * Definición de la cadena leída de NOCHE.CFG.
       01 WM-PAS-STATUS PIC XX value spaces.
       01 WM-DEF-LINEA-NUM PIC 9(03) value zero.
       01 WM-DEF-CAMPOS.
         03 WM-DEF-PROCESO PIC X(20) value spaces.
         03 WM-DEF-COMANDO PIC X(60) value spaces.
         03 WM-DEF-DEPENDE PIC X(60) value spaces.
         03 WM-DEF-DIAS    PIC X(40) value spaces.
         03 WM-DEF-MINUTOS PIC X(10) value spaces.
       01 WM-DEF-CLAVE  PIC X(20) value spaces.
       01 WM-DEF-DEPS.
         03 WM-DEF-DEP PIC X(20) OCCURS 5 TIMES.
       01 WM-DEF-MIN-X  PIC X(05) value spaces.
       01 WM-DEF-CUENTA PIC 9(02) value zero.
       01 WM-DEF-MINUTOS-OK PIC X value 'S'.
           88 MINUTOS-VALIDOS   VALUE 'S'.
           88 MINUTOS-INVALIDOS VALUE 'N'.
       01 WM-DEF-FALLO  PIC X(60) value spaces.
       01 WM-DEF-MENSAJE PIC X(100) value spaces.
       01 WM-DEF-ESTADO PIC X value 'S'.
           88 DEF-CORRECTA VALUE 'S'.
           88 DEF-ERRONEA  VALUE 'N'.

      * Pasos de la noche, en el orden de NOCHE.CFG.
       01 WM-NUM-PASOS PIC 9(02) value zero.
       01 TABLA-PASOS.
         02 PASO OCCURS 20 TIMES.
           03 PAS-PROCESO   PIC X(10).
           03 PAS-COMANDO   PIC X(60).
           03 PAS-NUM-DEP   PIC 9(01).
           03 PAS-DEPENDE   PIC X(10) OCCURS 5 TIMES.
           03 PAS-DIAS      PIC X(40).
           03 PAS-MINUTOS   PIC 9(04).
           03 PAS-ESTADO    PIC X(01).
               88 PAS-PENDIENTE VALUE ' '.
               88 PAS-CORRECTO  VALUE 'O'.
               88 PAS-PREVIO    VALUE 'P'.
               88 PAS-FALLIDO   VALUE 'E'.
               88 PAS-OMITIDO   VALUE 'S'.
               88 PAS-NO-TOCA   VALUE 'N'.
           03 PAS-FEC-INI   PIC 9(08).
           03 PAS-HOR-INI   PIC 9(06).
           03 PAS-FEC-FIN   PIC 9(08).
           03 PAS-HOR-FIN   PIC 9(06).
           03 PAS-SEGUNDOS  PIC 9(07).
           03 PAS-LENTO     PIC X(01).
               88 PAS-ES-LENTO VALUE 'S'.
           03 PAS-MOTIVO    PIC X(50).
       01 WM-PAS-IDX PIC 9(02) value zero.
       01 WM-BUS-IDX PIC 9(02) value zero.
       01 WM-DEP-IDX PIC 9(02) value zero.

      * Fecha y hora de arranque de la noche (la de esta ejecución o,
      * al reanudar, la de la noche que quedó a medias).
       01 WM-NOCHE-FECHA PIC 9(08) value zeros.
       01 WM-NOCHE-FECHA-R REDEFINES WM-NOCHE-FECHA.
         03 WM-NOCHE-ANIO PIC 9(04).
         03 WM-NOCHE-MES  PIC 9(02).
         03 WM-NOCHE-DIA  PIC 9(02).
       01 WM-NOCHE-HORA  PIC 9(06) value zeros.
       01 WM-NOCHE-MODO PIC X value 'N'.
           88 NOCHE-NUEVA     VALUE 'N'.
           88 NOCHE-REANUDADA VALUE 'R'.
       01 WM-NOCHE-LETRA PIC X(01) value spaces.
       01 WM-NOCHE-ULTIMO PIC X value 'N'.
           88 NOCHE-FIN-DE-MES VALUE 'S'.
       01 WM-LETRAS-SEMANA PIC X(07) value 'LMXJVSD'.
       01 WM-DIA-SEMANA PIC 9(01) value zero.
       01 WM-DIAS-ENTERO PIC 9(07) value zero.
       01 WM-MANANA PIC 9(08) value zeros.
       01 WM-MANANA-R REDEFINES WM-MANANA.
         03 FILLER        PIC 9(06).
         03 WM-MANANA-DIA PIC 9(02).
       01 WM-AYER PIC 9(08) value zeros.
       01 WM-OK-FECHA PIC 9(08) value zeros.
       01 WM-OK-HORA  PIC 9(06) value zeros.

      * Revisión de la columna DIAS de un paso.
       01 WM-DIAS-TEXTO PIC X(40) value spaces.
       01 WM-DIAS-TOKENS.
         03 WM-DIA-TOK PIC X(10) OCCURS 10 TIMES.
       01 WM-DIA-TOKEN PIC X(10) value spaces.
       01 WM-DIA-NUM   PIC 9(02) value zero.
       01 WM-TOK-IDX   PIC 9(02) value zero.
       01 WM-DIAS-VALIDOS PIC X value 'S'.
           88 DIAS-VALIDOS   VALUE 'S'.
           88 DIAS-INVALIDOS VALUE 'N'.
       01 WM-TOCA PIC X value 'N'.
           88 TOCA-HOY    VALUE 'S'.
           88 NO-TOCA-HOY VALUE 'N'.

      * Lanzamiento de un paso y reloj propio (HHMMSSCC) para medir
      * su duración.
       01 WM-COMANDO    PIC X(61) value spaces.
       01 WM-COMANDO-RC PIC S9(9) value zero.
       01 WM-COMANDO-RC-Z PIC -ZZZZZZZZ9.
       01 WM-RELOJ-INI PIC 9(08) value zeros.
       01 WM-RELOJ-INI-R REDEFINES WM-RELOJ-INI.
         03 WM-RINI-HH PIC 9(02).
         03 WM-RINI-MM PIC 9(02).
         03 WM-RINI-SS PIC 9(02).
         03 WM-RINI-CC PIC 9(02).
       01 WM-RELOJ-FIN PIC 9(08) value zeros.
       01 WM-RELOJ-FIN-R REDEFINES WM-RELOJ-FIN.
         03 WM-RFIN-HH PIC 9(02).
         03 WM-RFIN-MM PIC 9(02).
         03 WM-RFIN-SS PIC 9(02).
         03 WM-RFIN-CC PIC 9(02).
       01 WM-LIMITE-SEG PIC 9(09) value zero.

      * Ejecuciones del PROCESO de un paso en BATCH_EJECUCIONES,
      * antes y después de lanzarlo.
       01 WM-CON-PROCESO PIC X(10) value spaces.
       01 WM-CON-FECHA   PIC 9(08) value zeros.
       01 WM-CON-TOTAL   PIC 9(09) value zero.
       01 WM-CON-OK      PIC 9(09) value zero.
       01 WM-ANT-TOTAL   PIC 9(09) value zero.
       01 WM-ANT-OK      PIC 9(09) value zero.

      * Aviso a operaciones, con las mismas columnas que graba
      * G910-NOTIFICAR-EMAIL de Program1.
       01 WM-EMAIL.
         03 WM-EMAIL-CIF     PIC X(09) value spaces.
         03 WM-EMAIL-DEST    PIC X(20) value spaces.
         03 WM-EMAIL-ASUNTO  PIC X(40) value spaces.
         03 WM-EMAIL-CUERPO  PIC X(80) value spaces.
         03 WM-EMAIL-FECHA   PIC 9(08) value zeros.
         03 WM-EMAIL-HORA    PIC 9(06) value zeros.

      * Totales de la noche.
       01 WM-CORRECTOS-COUNT PIC 9(03) value zero.
       01 WM-FALLIDOS-COUNT  PIC 9(03) value zero.
       01 WM-OMITIDOS-COUNT  PIC 9(03) value zero.
       01 WM-NO-TOCA-COUNT   PIC 9(03) value zero.
       01 WM-LENTOS-COUNT    PIC 9(03) value zero.
       01 WM-COUNT-Z PIC ZZ9.
       01 WM-COUNT2-Z PIC ZZ9.
       01 WM-COUNT3-Z PIC ZZ9.

      * Línea de un paso en el resumen.
       01 WM-LIN-RESULTADO PIC X(12) value spaces.
       01 WM-LIN-INICIO    PIC X(15) value spaces.
       01 WM-LIN-FIN       PIC X(15) value spaces.
       01 WM-LIN-DURACION  PIC X(07) value spaces.
       01 WM-LIN-HABITUAL  PIC X(04) value spaces.
       01 WM-LIN-MIN-Z     PIC ZZZ9.
       01 WM-LIN-SEG       PIC 9(02) value zero.
       01 WM-LIN-MINUTOS   PIC 9(05) value zero.

      * Error SQL a mitad de noche (la enciende G999-ERROR-DB2): la
      * ejecución se cierra con estado 'E' en BATCH_EJECUCIONES.
       01 WM-HUBO-ERROR PIC X value 'N'.
           88 HUBO-ERROR VALUE 'S'.
           88 SIN-ERROR  VALUE 'N'.

      * Nombre fechado del informe.
       01 WM-INFORME-NOMBRE PIC X(30) value spaces.

      * Registro de la ejecución en BATCH_EJECUCIONES, igual que
      * G500/G510 de Program1 y del resto de batch.
       01 WM-RUN.
         03 WM-RUN-PROCESO   PIC X(10) value 'BATCHNOCHE'.
         03 WM-RUN-OPERADOR  PIC X(10) value 'BATCH'.
         03 WM-RUN-FECHA-INI PIC 9(08) value zeros.
         03 WM-RUN-HORA-INI  PIC 9(06) value zeros.
         03 WM-RUN-FECHA-FIN PIC 9(08) value zeros.
         03 WM-RUN-HORA-FIN  PIC 9(06) value zeros.
         03 WM-RUN-ESTADO    PIC X(01) value 'O'.
         03 WM-RUN-FICHERO   PIC X(30) value spaces.
         03 WM-RUN-CONT1     PIC 9(09) value zero.
         03 WM-RUN-CONT2     PIC 9(09) value zero.
         03 WM-RUN-CONT3     PIC 9(09) value zero.

       PROCEDURE DIVISION.

           EXEC SQL
                WHENEVER  SQLERROR    CONTINUE
           END-EXEC.
           EXEC SQL
                WHENEVER  SQLWARNING  CONTINUE
           END-EXEC.
           EXEC SQL
                WHENEVER  NOT FOUND   CONTINUE
           END-EXEC.

           ACCEPT WM-FECHA FROM DATE YYYYMMDD.
           ACCEPT WM-HORA  FROM TIME.
           MOVE WM-FECHA TO WM-NOCHE-FECHA.
           MOVE WM-HORA  TO WM-NOCHE-HORA.

           PERFORM G010-LEER-CONFIG.
           PERFORM G020-LEER-PASOS.

           exec sql
             connect :WM-CFG-USER identified by :WM-CFG-PASS at :WM-CFG-SOURCE using :WM-CFG-DRIVER
           end-exec.

           IF SQLCODE NOT = 0
               PERFORM G999-ERROR-DB2
               DISPLAY MSG-ERR
               PERFORM G015-ABRIR-INFORME
               MOVE 'NO SE PUDO CONECTAR A LA BASE DE DATOS: NO SE LANZA NINGUN PASO.'
                 TO FL-INFORME-REG
               WRITE FL-INFORME-REG
           ELSE
               PERFORM G030-DETERMINAR-NOCHE
               PERFORM G015-ABRIR-INFORME
               MOVE WM-INFORME-NOMBRE TO WM-RUN-FICHERO
               PERFORM G500-REGISTRAR-INICIO

               IF DEF-CORRECTA AND SIN-ERROR
                   PERFORM G040-EJECUTAR-PASOS
               END-IF

               PERFORM G049-CONTAR-RESULTADOS
               MOVE WM-CORRECTOS-COUNT TO WM-RUN-CONT1
               MOVE WM-FALLIDOS-COUNT  TO WM-RUN-CONT2
               MOVE WM-OMITIDOS-COUNT  TO WM-RUN-CONT3
               IF HUBO-ERROR OR DEF-ERRONEA
                  OR WM-FALLIDOS-COUNT > ZERO
                  OR WM-OMITIDOS-COUNT > ZERO
                   MOVE 'E' TO WM-RUN-ESTADO
               ELSE
                   MOVE 'O' TO WM-RUN-ESTADO
               END-IF

               IF WM-RUN-ESTADO = 'E' OR WM-LENTOS-COUNT > ZERO
                   PERFORM G060-AVISAR-OPERACIONES
               END-IF

               PERFORM G510-REGISTRAR-FIN

               exec sql
                 disconnect current
               end-exec

               PERFORM G050-GRABAR-RESUMEN
           END-IF.

           CLOSE F-INFORME.

           STOP RUN.

      *============================================================
      * LEE LA CONFIGURACION DE CONEXION (USER/PASS/SOURCE/DRIVER)
      * DE DBCONFIG.CFG. IGUAL QUE G010-LEER-CONFIG DE PROGRAM1.
      *============================================================
       G010-LEER-CONFIG.

           OPEN INPUT F-DBCONFIG.

           IF WM-CFG-STATUS = '00'
               PERFORM UNTIL WM-CFG-STATUS NOT = '00'
                   READ F-DBCONFIG
                   IF WM-CFG-STATUS = '00'
                       PERFORM G011-PROCESAR-LINEA-CONFIG
                   END-IF
               END-PERFORM
               CLOSE F-DBCONFIG
           END-IF.

       G011-PROCESAR-LINEA-CONFIG.

           MOVE SPACES TO WM-CFG-CLAVE WM-CFG-VALOR.
           MOVE 1 TO WM-CFG-PUNTERO.

           UNSTRING FL-DBCONFIG-REG DELIMITED BY '='
               INTO WM-CFG-CLAVE
               WITH POINTER WM-CFG-PUNTERO.

           IF WM-CFG-PUNTERO <= FUNCTION LENGTH(FL-DBCONFIG-REG)
               MOVE FL-DBCONFIG-REG(WM-CFG-PUNTERO:) TO WM-CFG-VALOR
           END-IF.

           EVALUATE WM-CFG-CLAVE
               WHEN 'USER'
                   MOVE WM-CFG-VALOR TO WM-CFG-USER
               WHEN 'PASS'
                   MOVE WM-CFG-VALOR TO WM-CFG-PASS
               WHEN 'SOURCE'
                   MOVE WM-CFG-VALOR TO WM-CFG-SOURCE
               WHEN 'DRIVER'
                   MOVE WM-CFG-VALOR TO WM-CFG-DRIVER
               WHEN 'CORREOOPS'
                   MOVE WM-CFG-VALOR TO WM-CFG-CORREO-OPS
               WHEN 'MARGENLENTO'
                   IF WM-CFG-VALOR(1:3) IS NUMERIC
                       MOVE WM-CFG-VALOR(1:3) TO WM-CFG-MARGEN
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *============================================================
      * ABRE NOCHE_AAAAMMDD.PRN (FECHA DE ARRANQUE DE LA NOCHE; UNA
      * REANUDACION REESCRIBE EL DE SU NOCHE CON EL RESUMEN ENTERO)
      * Y ESCRIBE LA CABECERA.
      *============================================================
       G015-ABRIR-INFORME.

           MOVE SPACES TO WM-INFORME-NOMBRE.
           STRING 'NOCHE_'       DELIMITED BY SIZE
                  WM-NOCHE-FECHA DELIMITED BY SIZE
                  '.PRN'         DELIMITED BY SIZE
             INTO WM-INFORME-NOMBRE.

           OPEN OUTPUT F-INFORME.

           MOVE SPACES TO FL-INFORME-REG.
           STRING 'CADENA NOCTURNA DEL ' DELIMITED BY SIZE
                  WM-NOCHE-FECHA DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WM-NOCHE-HORA DELIMITED BY SIZE
             INTO FL-INFORME-REG.
           WRITE FL-INFORME-REG.

           IF NOCHE-REANUDADA
               MOVE SPACES TO FL-INFORME-REG
               STRING 'REANUDADA EL ' DELIMITED BY SIZE
                      WM-FECHA DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WM-HORA DELIMITED BY SIZE
                      ': NO SE REPITEN LOS PASOS YA TERMINADOS BIEN.'
                      DELIMITED BY SIZE
                 INTO FL-INFORME-REG
               WRITE FL-INFORME-REG
           END-IF.

           MOVE SPACES TO FL-INFORME-REG.
           WRITE FL-INFORME-REG.

      *============================================================
      * CARGA LA DEFINICION DE LA CADENA DE NOCHE.CFG EN TABLA-PASOS.
      * SE PARA EN EL PRIMER ERROR; SIN FICHERO O SIN PASOS NO SE
      * LANZA NADA.
      *============================================================
       G020-LEER-PASOS.

           INITIALIZE TABLA-PASOS.
           MOVE ZERO TO WM-NUM-PASOS WM-DEF-LINEA-NUM.
           SET DEF-CORRECTA TO TRUE.

           OPEN INPUT F-PASOS.

           IF WM-PAS-STATUS NOT = '00'
               SET DEF-ERRONEA TO TRUE
               MOVE 'NO SE PUDO ABRIR NOCHE.CFG: NO SE LANZA NINGUN PASO.'
                 TO WM-DEF-MENSAJE
           ELSE
               PERFORM UNTIL WM-PAS-STATUS NOT = '00' OR DEF-ERRONEA
                   READ F-PASOS
                   IF WM-PAS-STATUS = '00'
                       ADD 1 TO WM-DEF-LINEA-NUM
                       PERFORM G021-PROCESAR-LINEA-PASO
                   END-IF
               END-PERFORM
               CLOSE F-PASOS
               IF DEF-CORRECTA AND WM-NUM-PASOS = ZERO
                   SET DEF-ERRONEA TO TRUE
                   MOVE 'NOCHE.CFG NO DEFINE NINGUN PASO.'
                     TO WM-DEF-MENSAJE
               END-IF
           END-IF.

       G021-PROCESAR-LINEA-PASO.

           IF FL-PASOS-REG = SPACES OR FL-PASOS-REG(1:1) = '*'
               CONTINUE
           ELSE
               MOVE SPACES TO WM-DEF-CAMPOS WM-DEF-FALLO
               UNSTRING FL-PASOS-REG DELIMITED BY ';'
                   INTO WM-DEF-PROCESO WM-DEF-COMANDO WM-DEF-DEPENDE
                        WM-DEF-DIAS WM-DEF-MINUTOS
               PERFORM G022-VALIDAR-PASO
               IF WM-DEF-FALLO NOT = SPACES
                   SET DEF-ERRONEA TO TRUE
                   MOVE SPACES TO WM-DEF-MENSAJE
                   STRING 'NOCHE.CFG LINEA ' DELIMITED BY SIZE
                          WM-DEF-LINEA-NUM   DELIMITED BY SIZE
                          ': '               DELIMITED BY SIZE
                          WM-DEF-FALLO       DELIMITED BY SIZE
                     INTO WM-DEF-MENSAJE
               END-IF
           END-IF.

      *============================================================
      * VALIDA UNA LINEA DE NOCHE.CFG Y, SI ES BUENA, LA AÑADE COMO
      * PASO. DEJA EN WM-DEF-FALLO EL MOTIVO DEL RECHAZO.
      *============================================================
       G022-VALIDAR-PASO.

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WM-DEF-PROCESO))
             TO WM-DEF-CLAVE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WM-DEF-DIAS))
             TO WM-DIAS-TEXTO.
           MOVE FUNCTION TRIM(WM-DEF-MINUTOS) TO WM-DEF-MIN-X.
           MOVE ZERO TO WM-DEF-CUENTA.
           INSPECT WM-DEF-MIN-X TALLYING WM-DEF-CUENTA
               FOR CHARACTERS BEFORE INITIAL SPACE.
           SET MINUTOS-VALIDOS TO TRUE.
           IF WM-DEF-CUENTA > 4
               SET MINUTOS-INVALIDOS TO TRUE
           ELSE
               IF WM-DEF-CUENTA > ZERO
                   IF WM-DEF-MIN-X(1:WM-DEF-CUENTA) IS NOT NUMERIC
                      OR WM-DEF-MIN-X(WM-DEF-CUENTA + 1:) NOT = SPACES
                       SET MINUTOS-INVALIDOS TO TRUE
                   END-IF
               END-IF
           END-IF.
           PERFORM G025-REVISAR-DIAS.

           EVALUATE TRUE
               WHEN WM-DEF-CLAVE = SPACES
                   MOVE 'FALTA EL PROCESO.' TO WM-DEF-FALLO
               WHEN WM-DEF-CLAVE(11:) NOT = SPACES
                   MOVE 'EL PROCESO PASA DE 10 CARACTERES.'
                     TO WM-DEF-FALLO
               WHEN WM-DEF-COMANDO = SPACES
                   MOVE 'FALTA EL PROGRAMA A LANZAR.' TO WM-DEF-FALLO
               WHEN WM-NUM-PASOS = 20
                   MOVE 'NO CABEN MAS DE 20 PASOS.' TO WM-DEF-FALLO
               WHEN DIAS-INVALIDOS
                   MOVE 'DIAS NO VALIDOS (DIARIO, L M X J V S D, 1..31, UD).'
                     TO WM-DEF-FALLO
               WHEN MINUTOS-INVALIDOS
                   MOVE 'MINUTOS NO VALIDOS.' TO WM-DEF-FALLO
               WHEN OTHER
                   PERFORM VARYING WM-BUS-IDX FROM 1 BY 1
                           UNTIL WM-BUS-IDX > WM-NUM-PASOS
                       IF PAS-PROCESO(WM-BUS-IDX) = WM-DEF-CLAVE
                           MOVE 'PROCESO REPETIDO.' TO WM-DEF-FALLO
                       END-IF
                   END-PERFORM
           END-EVALUATE.

           IF WM-DEF-FALLO = SPACES
               ADD 1 TO WM-NUM-PASOS
               MOVE WM-NUM-PASOS  TO WM-PAS-IDX
               MOVE WM-DEF-CLAVE  TO PAS-PROCESO(WM-PAS-IDX)
               MOVE FUNCTION TRIM(WM-DEF-COMANDO)
                 TO PAS-COMANDO(WM-PAS-IDX)
               MOVE WM-DIAS-TEXTO TO PAS-DIAS(WM-PAS-IDX)
               MOVE ZERO TO PAS-MINUTOS(WM-PAS-IDX)
               IF WM-DEF-CUENTA > ZERO
                   MOVE WM-DEF-MIN-X(1:WM-DEF-CUENTA)
                     TO PAS-MINUTOS(WM-PAS-IDX)
               END-IF
               PERFORM G023-CARGAR-DEPENDENCIAS
               IF WM-DEF-FALLO NOT = SPACES
                   SUBTRACT 1 FROM WM-NUM-PASOS
               END-IF
           END-IF.

      *============================================================
      * DEPENDENCIAS DEL PASO WM-PAS-IDX: CADA UNA TIENE QUE SER EL
      * PROCESO DE UN PASO ANTERIOR, QUE ES EL QUE DECIDE SI ESTE SE
      * LANZA.
      *============================================================
       G023-CARGAR-DEPENDENCIAS.

           MOVE SPACES TO WM-DEF-DEPS.
           MOVE ZERO TO PAS-NUM-DEP(WM-PAS-IDX).

           UNSTRING WM-DEF-DEPENDE DELIMITED BY ','
               INTO WM-DEF-DEP(1) WM-DEF-DEP(2) WM-DEF-DEP(3)
                    WM-DEF-DEP(4) WM-DEF-DEP(5)
               ON OVERFLOW
                   MOVE 'NO CABEN MAS DE 5 DEPENDENCIAS.'
                     TO WM-DEF-FALLO
           END-UNSTRING.

           PERFORM VARYING WM-DEP-IDX FROM 1 BY 1
                   UNTIL WM-DEP-IDX > 5 OR WM-DEF-FALLO NOT = SPACES
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                    WM-DEF-DEP(WM-DEP-IDX))) TO WM-DEF-CLAVE
               IF WM-DEF-CLAVE NOT = SPACES
                   PERFORM VARYING WM-BUS-IDX FROM 1 BY 1
                           UNTIL WM-BUS-IDX >= WM-PAS-IDX
                              OR PAS-PROCESO(WM-BUS-IDX) = WM-DEF-CLAVE
                       CONTINUE
                   END-PERFORM
                   IF WM-BUS-IDX >= WM-PAS-IDX
                       STRING 'DEPENDE DE ' DELIMITED BY SIZE
                              WM-DEF-CLAVE  DELIMITED BY SPACE
                              ', QUE NO ES UN PASO ANTERIOR.'
                              DELIMITED BY SIZE
                         INTO WM-DEF-FALLO
                   ELSE
                       ADD 1 TO PAS-NUM-DEP(WM-PAS-IDX)
                       MOVE WM-DEF-CLAVE TO PAS-DEPENDE(WM-PAS-IDX,
                            PAS-NUM-DEP(WM-PAS-IDX))
                   END-IF
               END-IF
           END-PERFORM.

      *============================================================
      * REVISA LA LISTA DE DIAS DE WM-DIAS-TEXTO: DEJA SI ES VALIDA Y
      * SI INCLUYE EL DIA DE LA NOCHE (WM-NOCHE-*). EN BLANCO, DIARIO.
      *============================================================
       G025-REVISAR-DIAS.

           SET DIAS-VALIDOS TO TRUE.
           SET NO-TOCA-HOY TO TRUE.

           IF WM-DIAS-TEXTO = SPACES
               SET TOCA-HOY TO TRUE
           ELSE
               MOVE SPACES TO WM-DIAS-TOKENS
               UNSTRING WM-DIAS-TEXTO DELIMITED BY ','
                   INTO WM-DIA-TOK(1) WM-DIA-TOK(2) WM-DIA-TOK(3)
                        WM-DIA-TOK(4) WM-DIA-TOK(5) WM-DIA-TOK(6)
                        WM-DIA-TOK(7) WM-DIA-TOK(8) WM-DIA-TOK(9)
                        WM-DIA-TOK(10)
                   ON OVERFLOW
                       SET DIAS-INVALIDOS TO TRUE
               END-UNSTRING
               PERFORM VARYING WM-TOK-IDX FROM 1 BY 1
                       UNTIL WM-TOK-IDX > 10
                   MOVE FUNCTION TRIM(WM-DIA-TOK(WM-TOK-IDX))
                     TO WM-DIA-TOKEN
                   MOVE ZERO TO WM-DIA-NUM
                   IF WM-DIA-TOKEN(1:2) IS NUMERIC
                      AND WM-DIA-TOKEN(3:) = SPACES
                       MOVE WM-DIA-TOKEN(1:2) TO WM-DIA-NUM
                   END-IF
                   IF WM-DIA-TOKEN(1:1) IS NUMERIC
                      AND WM-DIA-TOKEN(2:) = SPACES
                       MOVE WM-DIA-TOKEN(1:1) TO WM-DIA-NUM
                   END-IF
                   EVALUATE TRUE
                       WHEN WM-DIA-TOKEN = SPACES
                           CONTINUE
                       WHEN WM-DIA-TOKEN = 'DIARIO'
                           SET TOCA-HOY TO TRUE
                       WHEN WM-DIA-TOKEN = 'UD'
                           IF NOCHE-FIN-DE-MES
                               SET TOCA-HOY TO TRUE
                           END-IF
                       WHEN WM-DIA-TOKEN = 'L' OR 'M' OR 'X' OR 'J'
                                        OR 'V' OR 'S' OR 'D'
                           IF WM-DIA-TOKEN = WM-NOCHE-LETRA
                               SET TOCA-HOY TO TRUE
                           END-IF
                       WHEN WM-DIA-NUM >= 1 AND WM-DIA-NUM <= 31
                           IF WM-DIA-NUM = WM-NOCHE-DIA
                               SET TOCA-HOY TO TRUE
                           END-IF
                       WHEN OTHER
                           SET DIAS-INVALIDOS TO TRUE
                   END-EVALUATE
               END-PERFORM
           END-IF.

      *============================================================
      * DECIDE SI ES UNA NOCHE NUEVA O LA REANUDACION DE UNA QUE NO
      * ACABO BIEN: LA PRIMERA EJECUCION DE BATCHNOCHE POSTERIOR A LA
      * ULTIMA CORRECTA, SI ARRANCO HOY O AYER. LAS MAS ANTIGUAS SE
      * DAN POR ABANDONADAS Y SE EMPIEZA UNA NOCHE NUEVA.
      *============================================================
       G030-DETERMINAR-NOCHE.

           SET NOCHE-NUEVA TO TRUE.
           MOVE ZEROS TO WM-OK-FECHA WM-OK-HORA.

           EXEC SQL
               SELECT TOP 1 FECHA_INI, HORA_INI
                 INTO :WM-OK-FECHA, :WM-OK-HORA
                 FROM BATCH_EJECUCIONES
                WHERE PROCESO = :WM-RUN-PROCESO
                  AND ESTADO = 'O'
                ORDER BY FECHA_INI DESC, HORA_INI DESC
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM G999-ERROR-DB2
               DISPLAY MSG-ERR
           ELSE
               COMPUTE WM-AYER = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WM-FECHA) - 1)
               EXEC SQL
                   SELECT TOP 1 FECHA_INI, HORA_INI
                     INTO :WM-NOCHE-FECHA, :WM-NOCHE-HORA
                     FROM BATCH_EJECUCIONES
                    WHERE PROCESO = :WM-RUN-PROCESO
                      AND ESTADO <> 'O'
                      AND FECHA_INI >= :WM-AYER
                      AND (FECHA_INI > :WM-OK-FECHA
                           OR (FECHA_INI = :WM-OK-FECHA
                               AND HORA_INI > :WM-OK-HORA))
                    ORDER BY FECHA_INI, HORA_INI
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = 0
                       SET NOCHE-REANUDADA TO TRUE
                   WHEN SQLCODE = 100
                       MOVE WM-FECHA TO WM-NOCHE-FECHA
                       MOVE WM-HORA  TO WM-NOCHE-HORA
                   WHEN OTHER
                       MOVE WM-FECHA TO WM-NOCHE-FECHA
                       MOVE WM-HORA  TO WM-NOCHE-HORA
                       PERFORM G999-ERROR-DB2
                       DISPLAY MSG-ERR
               END-EVALUATE
           END-IF.

           PERFORM G031-DATOS-NOCHE.

      *============================================================
      * DIA DE LA SEMANA (1601-01-01, DIA 1 DEL CALENDARIO, FUE LUNES)
      * Y SI LA NOCHE CAE EN EL ULTIMO DIA DEL MES.
      *============================================================
       G031-DATOS-NOCHE.

           COMPUTE WM-DIAS-ENTERO =
               FUNCTION INTEGER-OF-DATE(WM-NOCHE-FECHA).
           COMPUTE WM-DIA-SEMANA =
               FUNCTION MOD(WM-DIAS-ENTERO - 1, 7) + 1.
           MOVE WM-LETRAS-SEMANA(WM-DIA-SEMANA:1) TO WM-NOCHE-LETRA.

           COMPUTE WM-MANANA =
               FUNCTION DATE-OF-INTEGER(WM-DIAS-ENTERO + 1).
           IF WM-MANANA-DIA = 1
               SET NOCHE-FIN-DE-MES TO TRUE
           ELSE
               MOVE 'N' TO WM-NOCHE-ULTIMO
           END-IF.

      *============================================================
      * RECORRE LOS PASOS EN ORDEN.
      *============================================================
       G040-EJECUTAR-PASOS.

           PERFORM VARYING WM-PAS-IDX FROM 1 BY 1
                   UNTIL WM-PAS-IDX > WM-NUM-PASOS
               PERFORM G041-TRATAR-PASO
           END-PERFORM.

      *============================================================
      * UN PASO: SI YA TERMINO BIEN EN ESTA NOCHE NO SE REPITE; SI NO
      * LE TOCA HOY O FALLO ALGUNO DEL QUE DEPENDE, NO SE LANZA; SI
      * NO, SE LANZA Y SE MIRA COMO ACABO.
      *============================================================
       G041-TRATAR-PASO.

           IF NOCHE-REANUDADA
               PERFORM G042-BUSCAR-PREVIO
           END-IF.

           IF PAS-PENDIENTE(WM-PAS-IDX)
               MOVE PAS-DIAS(WM-PAS-IDX) TO WM-DIAS-TEXTO
               PERFORM G025-REVISAR-DIAS
               IF NO-TOCA-HOY
                   SET PAS-NO-TOCA(WM-PAS-IDX) TO TRUE
                   MOVE SPACES TO PAS-MOTIVO(WM-PAS-IDX)
                   STRING 'SOLO LOS DIAS ' DELIMITED BY SIZE
                          PAS-DIAS(WM-PAS-IDX) DELIMITED BY SIZE
                     INTO PAS-MOTIVO(WM-PAS-IDX)
               END-IF
           END-IF.

           IF PAS-PENDIENTE(WM-PAS-IDX)
               PERFORM G043-COMPROBAR-DEPENDENCIAS
           END-IF.

           IF PAS-PENDIENTE(WM-PAS-IDX)
               PERFORM G044-LANZAR-PASO
           END-IF.

      *============================================================
      * AL REANUDAR: EL PASO YA TERMINO BIEN SI SU PROCESO TIENE UNA
      * EJECUCION CORRECTA DESDE QUE ARRANCO LA NOCHE.
      *============================================================
       G042-BUSCAR-PREVIO.

           MOVE PAS-PROCESO(WM-PAS-IDX) TO WM-CON-PROCESO.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WM-CON-OK
                 FROM BATCH_EJECUCIONES
                WHERE PROCESO = :WM-CON-PROCESO
                  AND ESTADO = 'O'
                  AND (FECHA_INI > :WM-NOCHE-FECHA
                       OR (FECHA_INI = :WM-NOCHE-FECHA
                           AND HORA_INI >= :WM-NOCHE-HORA))
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   PERFORM G999-ERROR-DB2
                   DISPLAY MSG-ERR
                   SET PAS-FALLIDO(WM-PAS-IDX) TO TRUE
                   MOVE 'ERROR SQL AL CONSULTAR BATCH_EJECUCIONES.'
                     TO PAS-MOTIVO(WM-PAS-IDX)
               WHEN WM-CON-OK > ZERO
                   SET PAS-PREVIO(WM-PAS-IDX) TO TRUE
                   MOVE 'TERMINO BIEN EN EL INTENTO ANTERIOR.'
                     TO PAS-MOTIVO(WM-PAS-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *============================================================
      * SI ALGUNO DE LOS PASOS DE LOS QUE DEPENDE FALLO O NO SE LANZO,
      * ESTE TAMPOCO SE LANZA. UN PASO AL QUE HOY NO LE TOCA NO
      * FRENA A LOS QUE DEPENDEN DE EL.
      *============================================================
       G043-COMPROBAR-DEPENDENCIAS.

           PERFORM VARYING WM-DEP-IDX FROM 1 BY 1
                   UNTIL WM-DEP-IDX > PAS-NUM-DEP(WM-PAS-IDX)
                      OR NOT PAS-PENDIENTE(WM-PAS-IDX)
               PERFORM VARYING WM-BUS-IDX FROM 1 BY 1
                       UNTIL WM-BUS-IDX >= WM-PAS-IDX
                          OR PAS-PROCESO(WM-BUS-IDX) =
                             PAS-DEPENDE(WM-PAS-IDX, WM-DEP-IDX)
                   CONTINUE
               END-PERFORM
               IF WM-BUS-IDX < WM-PAS-IDX
                   IF PAS-FALLIDO(WM-BUS-IDX) OR PAS-OMITIDO(WM-BUS-IDX)
                       SET PAS-OMITIDO(WM-PAS-IDX) TO TRUE
                       MOVE SPACES TO PAS-MOTIVO(WM-PAS-IDX)
                       STRING 'NO SE LANZA: FALLO '  DELIMITED BY SIZE
                              PAS-PROCESO(WM-BUS-IDX) DELIMITED BY SPACE
                         INTO PAS-MOTIVO(WM-PAS-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      *============================================================
      * LANZA EL PROGRAMA DEL PASO Y ESPERA A QUE TERMINE. VA BIEN SI
      * DEJO UNA EJECUCION CORRECTA MAS DE SU PROCESO EN
      * BATCH_EJECUCIONES; SI DEJO UNA FILA EN 'E' O EN 'A', O NINGUNA
      * (NO ARRANCO O NO LLEGO A CONECTAR), EL PASO HA FALLADO.
      *============================================================
       G044-LANZAR-PASO.

           MOVE PAS-PROCESO(WM-PAS-IDX) TO WM-CON-PROCESO.
           ACCEPT WM-CON-FECHA FROM DATE YYYYMMDD.
           PERFORM G045-CONTAR-EJECUCIONES.
           MOVE WM-CON-TOTAL TO WM-ANT-TOTAL.
           MOVE WM-CON-OK    TO WM-ANT-OK.

           IF SQLCODE NOT = 0
               SET PAS-FALLIDO(WM-PAS-IDX) TO TRUE
               MOVE 'ERROR SQL AL CONSULTAR BATCH_EJECUCIONES.'
                 TO PAS-MOTIVO(WM-PAS-IDX)
           ELSE
               MOVE SPACES TO WM-COMANDO
               STRING PAS-COMANDO(WM-PAS-IDX) DELIMITED BY '  '
                      X'00'                   DELIMITED BY SIZE
                 INTO WM-COMANDO

               MOVE WM-CON-FECHA TO PAS-FEC-INI(WM-PAS-IDX)
               ACCEPT WM-RELOJ-INI FROM TIME
               CALL 'SYSTEM' USING WM-COMANDO
               MOVE RETURN-CODE TO WM-COMANDO-RC
               ACCEPT PAS-FEC-FIN(WM-PAS-IDX) FROM DATE YYYYMMDD
               ACCEPT WM-RELOJ-FIN FROM TIME
               PERFORM G046-CALCULAR-DURACION

               PERFORM G045-CONTAR-EJECUCIONES
               EVALUATE TRUE
                   WHEN SQLCODE NOT = 0
                       SET PAS-FALLIDO(WM-PAS-IDX) TO TRUE
                       MOVE 'ERROR SQL AL CONSULTAR BATCH_EJECUCIONES.'
                         TO PAS-MOTIVO(WM-PAS-IDX)
                   WHEN WM-CON-OK > WM-ANT-OK
                       SET PAS-CORRECTO(WM-PAS-IDX) TO TRUE
                   WHEN WM-CON-TOTAL > WM-ANT-TOTAL
                       SET PAS-FALLIDO(WM-PAS-IDX) TO TRUE
                       MOVE 'TERMINO CON ERROR O SIN CERRAR (VER MENU13).'
                         TO PAS-MOTIVO(WM-PAS-IDX)
                   WHEN OTHER
                       SET PAS-FALLIDO(WM-PAS-IDX) TO TRUE
                       MOVE WM-COMANDO-RC TO WM-COMANDO-RC-Z
                       MOVE SPACES TO PAS-MOTIVO(WM-PAS-IDX)
                       STRING 'NO DEJO EJECUCION REGISTRADA. RC='
                              DELIMITED BY SIZE
                              FUNCTION TRIM(WM-COMANDO-RC-Z)
                              DELIMITED BY SIZE
                         INTO PAS-MOTIVO(WM-PAS-IDX)
               END-EVALUATE
           END-IF.

      *============================================================
      * EJECUCIONES (TODAS Y CORRECTAS) DEL PROCESO WM-CON-PROCESO
      * ARRANCADAS DESDE WM-CON-FECHA.
      *============================================================
       G045-CONTAR-EJECUCIONES.

           EXEC SQL
               SELECT COUNT(*)
                    , ISNULL(SUM(CASE WHEN ESTADO = 'O'
                                      THEN 1 ELSE 0 END), 0)
                 INTO :WM-CON-TOTAL, :WM-CON-OK
                 FROM BATCH_EJECUCIONES
                WHERE PROCESO = :WM-CON-PROCESO
                  AND FECHA_INI >= :WM-CON-FECHA
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM G999-ERROR-DB2
               DISPLAY MSG-ERR
           END-IF.

      *============================================================
      * DURACION DEL PASO EN SEGUNDOS CON EL RELOJ PROPIO, Y SI SE
      * PASA DE SUS MINUTOS HABITUALES MAS EL MARGEN.
      *============================================================
       G046-CALCULAR-DURACION.

           COMPUTE PAS-HOR-INI(WM-PAS-IDX) =
               WM-RINI-HH * 10000 + WM-RINI-MM * 100 + WM-RINI-SS.
           COMPUTE PAS-HOR-FIN(WM-PAS-IDX) =
               WM-RFIN-HH * 10000 + WM-RFIN-MM * 100 + WM-RFIN-SS.

           COMPUTE PAS-SEGUNDOS(WM-PAS-IDX) =
               (FUNCTION INTEGER-OF-DATE(PAS-FEC-FIN(WM-PAS-IDX))
              - FUNCTION INTEGER-OF-DATE(PAS-FEC-INI(WM-PAS-IDX)))
               * 86400
             + WM-RFIN-HH * 3600 + WM-RFIN-MM * 60 + WM-RFIN-SS
             - WM-RINI-HH * 3600 - WM-RINI-MM * 60 - WM-RINI-SS.

           IF PAS-MINUTOS(WM-PAS-IDX) > ZERO
               COMPUTE WM-LIMITE-SEG =
                   PAS-MINUTOS(WM-PAS-IDX) * 60
                   * (100 + WM-CFG-MARGEN) / 100
               IF PAS-SEGUNDOS(WM-PAS-IDX) > WM-LIMITE-SEG
                   MOVE 'S' TO PAS-LENTO(WM-PAS-IDX)
               END-IF
           END-IF.

      *============================================================
      * TOTALES DE LA NOCHE POR RESULTADO. LOS PASOS TERMINADOS EN UN
      * INTENTO ANTERIOR CUENTAN COMO CORRECTOS.
      *============================================================
       G049-CONTAR-RESULTADOS.

           MOVE ZERO TO WM-CORRECTOS-COUNT WM-FALLIDOS-COUNT
                        WM-OMITIDOS-COUNT WM-NO-TOCA-COUNT
                        WM-LENTOS-COUNT.

           PERFORM VARYING WM-PAS-IDX FROM 1 BY 1
                   UNTIL WM-PAS-IDX > WM-NUM-PASOS
               EVALUATE TRUE
                   WHEN PAS-CORRECTO(WM-PAS-IDX)
                   WHEN PAS-PREVIO(WM-PAS-IDX)
                       ADD 1 TO WM-CORRECTOS-COUNT
                   WHEN PAS-FALLIDO(WM-PAS-IDX)
                       ADD 1 TO WM-FALLIDOS-COUNT
                   WHEN PAS-OMITIDO(WM-PAS-IDX)
                       ADD 1 TO WM-OMITIDOS-COUNT
                   WHEN PAS-NO-TOCA(WM-PAS-IDX)
                       ADD 1 TO WM-NO-TOCA-COUNT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF PAS-ES-LENTO(WM-PAS-IDX)
                   ADD 1 TO WM-LENTOS-COUNT
               END-IF
           END-PERFORM.

      *============================================================
      * RESUMEN DE LA NOCHE: UNA LINEA POR PASO Y TOTALES.
      *============================================================
       G050-GRABAR-RESUMEN.

           IF DEF-ERRONEA
               MOVE WM-DEF-MENSAJE TO FL-INFORME-REG
               WRITE FL-INFORME-REG
               MOVE 'CORRIJA NOCHE.CFG Y RELANCE: NO SE HA LANZADO NINGUN PASO.'
                 TO FL-INFORME-REG
               WRITE FL-INFORME-REG
               MOVE SPACES TO FL-INFORME-REG
               WRITE FL-INFORME-REG
           END-IF.

           MOVE SPACES TO FL-INFORME-REG.
           STRING 'PASO       RESULTADO    INICIO          FIN     '
                  DELIMITED BY SIZE
                  '        DURACION HABIT OBSERVACIONES'
                  DELIMITED BY SIZE
             INTO FL-INFORME-REG.
           WRITE FL-INFORME-REG.
           MOVE ALL '-' TO FL-INFORME-REG.
           WRITE FL-INFORME-REG.

           PERFORM VARYING WM-PAS-IDX FROM 1 BY 1
                   UNTIL WM-PAS-IDX > WM-NUM-PASOS
               PERFORM G051-LINEA-PASO
           END-PERFORM.

           MOVE SPACES TO FL-INFORME-REG.
           WRITE FL-INFORME-REG.
           MOVE ALL '-' TO FL-INFORME-REG.
           WRITE FL-INFORME-REG.

           MOVE WM-CORRECTOS-COUNT TO WM-COUNT-Z.
           MOVE SPACES TO FL-INFORME-REG.
           STRING 'PASOS CORRECTOS          : ' DELIMITED BY SIZE
                  WM-COUNT-Z DELIMITED BY SIZE
             INTO FL-INFORME-REG
           WRITE FL-INFORME-REG.

           MOVE WM-FALLIDOS-COUNT TO WM-COUNT-Z.
           MOVE SPACES TO FL-INFORME-REG.
           STRING 'PASOS CON ERROR          : ' DELIMITED BY SIZE
                  WM-COUNT-Z DELIMITED BY SIZE
             INTO FL-INFORME-REG
           WRITE FL-INFORME-REG.

           MOVE WM-OMITIDOS-COUNT TO WM-COUNT-Z.
           MOVE SPACES TO FL-INFORME-REG.
           STRING 'NO LANZADOS POR UN FALLO : ' DELIMITED BY SIZE
                  WM-COUNT-Z DELIMITED BY SIZE
             INTO FL-INFORME-REG
           WRITE FL-INFORME-REG.

           MOVE WM-NO-TOCA-COUNT TO WM-COUNT-Z.
           MOVE SPACES TO FL-INFORME-REG.
           STRING 'NO TOCABAN HOY           : ' DELIMITED BY SIZE
                  WM-COUNT-Z DELIMITED BY SIZE
             INTO FL-INFORME-REG
           WRITE FL-INFORME-REG.

           MOVE WM-LENTOS-COUNT TO WM-COUNT-Z.
           MOVE SPACES TO FL-INFORME-REG.
           STRING 'MAS LENTOS DE LO HABITUAL: ' DELIMITED BY SIZE
                  WM-COUNT-Z DELIMITED BY SIZE
             INTO FL-INFORME-REG
           WRITE FL-INFORME-REG.

           MOVE SPACES TO FL-INFORME-REG.
           WRITE FL-INFORME-REG.

           IF WM-FALLIDOS-COUNT > ZERO OR WM-OMITIDOS-COUNT > ZERO
               MOVE 'AL RELANZAR BATCHNOCHE SE REANUDA DESDE LOS PASOS PENDIENTES; LOS CORRECTOS NO SE REPITEN.'
                 TO FL-INFORME-REG
               WRITE FL-INFORME-REG
           END-IF.

           IF HUBO-ERROR
               MOVE 'NOCHE CON ERROR SQL EN EL LANZADOR: REVISE BATCH_EJECUCIONES Y RELANCE.'
                 TO FL-INFORME-REG
               WRITE FL-INFORME-REG
           END-IF.

           IF WM-RUN-ESTADO = 'E' OR WM-LENTOS-COUNT > ZERO
               IF WM-CFG-CORREO-OPS = SPACES
                   MOVE 'SIN CORREOOPS EN DBCONFIG.CFG: NO SE HA AVISADO A OPERACIONES POR CORREO.'
                     TO FL-INFORME-REG
               ELSE
                   MOVE SPACES TO FL-INFORME-REG
                   STRING 'AVISO DE INCIDENCIAS ENCOLADO PARA '
                          DELIMITED BY SIZE
                          WM-CFG-CORREO-OPS DELIMITED BY SIZE
                     INTO FL-INFORME-REG
               END-IF
               WRITE FL-INFORME-REG
           END-IF.

       G051-LINEA-PASO.

           EVALUATE TRUE
               WHEN PAS-CORRECTO(WM-PAS-IDX)
                   MOVE 'CORRECTO' TO WM-LIN-RESULTADO
               WHEN PAS-PREVIO(WM-PAS-IDX)
                   MOVE 'YA HECHO' TO WM-LIN-RESULTADO
               WHEN PAS-FALLIDO(WM-PAS-IDX)
                   MOVE 'ERROR' TO WM-LIN-RESULTADO
               WHEN PAS-OMITIDO(WM-PAS-IDX)
                   MOVE 'NO LANZADO' TO WM-LIN-RESULTADO
               WHEN PAS-NO-TOCA(WM-PAS-IDX)
                   MOVE 'NO TOCA HOY' TO WM-LIN-RESULTADO
               WHEN OTHER
                   MOVE 'SIN LANZAR' TO WM-LIN-RESULTADO
           END-EVALUATE.

           MOVE SPACES TO WM-LIN-INICIO WM-LIN-FIN WM-LIN-DURACION
                          WM-LIN-HABITUAL.

           IF PAS-FEC-INI(WM-PAS-IDX) NOT = ZERO
               STRING PAS-FEC-INI(WM-PAS-IDX) DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      PAS-HOR-INI(WM-PAS-IDX) DELIMITED BY SIZE
                 INTO WM-LIN-INICIO
               STRING PAS-FEC-FIN(WM-PAS-IDX) DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      PAS-HOR-FIN(WM-PAS-IDX) DELIMITED BY SIZE
                 INTO WM-LIN-FIN
               DIVIDE PAS-SEGUNDOS(WM-PAS-IDX) BY 60
                   GIVING WM-LIN-MINUTOS REMAINDER WM-LIN-SEG
               MOVE WM-LIN-MINUTOS TO WM-LIN-MIN-Z
               STRING WM-LIN-MIN-Z DELIMITED BY SIZE
                      ':'          DELIMITED BY SIZE
                      WM-LIN-SEG   DELIMITED BY SIZE
                 INTO WM-LIN-DURACION
           END-IF.

           IF PAS-MINUTOS(WM-PAS-IDX) > ZERO
               MOVE PAS-MINUTOS(WM-PAS-IDX) TO WM-LIN-MIN-Z
               MOVE WM-LIN-MIN-Z TO WM-LIN-HABITUAL
           END-IF.

           IF PAS-ES-LENTO(WM-PAS-IDX) AND PAS-MOTIVO(WM-PAS-IDX) = SPACES
               MOVE 'MAS LENTO DE LO HABITUAL.' TO PAS-MOTIVO(WM-PAS-IDX)
           END-IF.

           MOVE SPACES TO FL-INFORME-REG.
           STRING PAS-PROCESO(WM-PAS-IDX) DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WM-LIN-RESULTADO        DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WM-LIN-INICIO           DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WM-LIN-FIN              DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WM-LIN-DURACION         DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WM-LIN-HABITUAL         DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  PAS-MOTIVO(WM-PAS-IDX)  DELIMITED BY SIZE
             INTO FL-INFORME-REG.
           WRITE FL-INFORME-REG.

      *============================================================
      * DEJA EN NOTIFICACIONES_EMAIL EL AVISO A OPERACIONES: QUE HA
      * FALLADO, QUE NO SE HA LANZADO Y QUE HA IDO LENTO, CON EL
      * NOMBRE DEL RESUMEN. SIN CORREOOPS NO SE AVISA.
      *============================================================
       G060-AVISAR-OPERACIONES.

           IF WM-CFG-CORREO-OPS NOT = SPACES
               MOVE SPACES TO WM-EMAIL-CIF WM-EMAIL-ASUNTO
                              WM-EMAIL-CUERPO
               MOVE WM-CFG-CORREO-OPS TO WM-EMAIL-DEST
               ACCEPT WM-EMAIL-FECHA FROM DATE YYYYMMDD
               ACCEPT WM-EMAIL-HORA FROM TIME

               STRING 'CADENA NOCTURNA ' DELIMITED BY SIZE
                      WM-NOCHE-FECHA     DELIMITED BY SIZE
                      ' CON INCIDENCIAS' DELIMITED BY SIZE
                 INTO WM-EMAIL-ASUNTO

               IF DEF-ERRONEA
                   STRING 'ERROR EN NOCHE.CFG, NO SE LANZO NADA. VER '
                          DELIMITED BY SIZE
                          WM-INFORME-NOMBRE DELIMITED BY SPACE
                     INTO WM-EMAIL-CUERPO
               ELSE
                   MOVE WM-FALLIDOS-COUNT TO WM-COUNT-Z
                   MOVE WM-OMITIDOS-COUNT TO WM-COUNT2-Z
                   MOVE WM-LENTOS-COUNT   TO WM-COUNT3-Z
                   STRING 'ERROR=' DELIMITED BY SIZE
                          FUNCTION TRIM(WM-COUNT-Z) DELIMITED BY SIZE
                          ' NO LANZADOS=' DELIMITED BY SIZE
                          FUNCTION TRIM(WM-COUNT2-Z) DELIMITED BY SIZE
                          ' LENTOS=' DELIMITED BY SIZE
                          FUNCTION TRIM(WM-COUNT3-Z) DELIMITED BY SIZE
                          '. DETALLE EN ' DELIMITED BY SIZE
                          WM-INFORME-NOMBRE DELIMITED BY SPACE
                     INTO WM-EMAIL-CUERPO
               END-IF

               EXEC SQL
                 INSERT
                   INTO NOTIFICACIONES_EMAIL(
                        CIF
                      , DESTINATARIO
                      , ASUNTO
                      , MENSAJE
                      , FECHA
                      , HORA
                      , ENVIADO)
                   VALUES(
                        :WM-EMAIL-CIF
                      , :WM-EMAIL-DEST
                      , :WM-EMAIL-ASUNTO
                      , :WM-EMAIL-CUERPO
                      , :WM-EMAIL-FECHA
                      , :WM-EMAIL-HORA
                      , 'N')
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM G999-ERROR-DB2
                   DISPLAY MSG-ERR
               END-IF
               EXEC SQL COMMIT END-EXEC
           END-IF.

      *============================================================
      * DA DE ALTA LA EJECUCION EN BATCH_EJECUCIONES CON ESTADO 'A',
      * IGUAL QUE EN EL RESTO DE BATCH. USA LA CONEXION YA ABIERTA.
      *============================================================
       G500-REGISTRAR-INICIO.

           ACCEPT WM-RUN-FECHA-INI FROM DATE YYYYMMDD.
           ACCEPT WM-RUN-HORA-INI FROM TIME.

           EXEC SQL
             INSERT
               INTO BATCH_EJECUCIONES(
                    PROCESO, FECHA_INI, HORA_INI
                  , FECHA_FIN, HORA_FIN
                  , OPERADOR, ESTADO, FICHERO
                  , CONTADOR1, CONTADOR2, CONTADOR3)
               VALUES(
                    :WM-RUN-PROCESO, :WM-RUN-FECHA-INI, :WM-RUN-HORA-INI
                  , 0, 0
                  , :WM-RUN-OPERADOR, 'A', :WM-RUN-FICHERO
                  , 0, 0, 0)
           END-EXEC.
           EXEC SQL COMMIT END-EXEC.

      *============================================================
      * CIERRA LA EJECUCION CON SU ESTADO FINAL Y CONTADORES (PASOS
      * CORRECTOS / CON ERROR / NO LANZADOS POR UN FALLO).
      *============================================================
       G510-REGISTRAR-FIN.

           ACCEPT WM-RUN-FECHA-FIN FROM DATE YYYYMMDD.
           ACCEPT WM-RUN-HORA-FIN FROM TIME.

           EXEC SQL
               UPDATE BATCH_EJECUCIONES
                  SET FECHA_FIN = :WM-RUN-FECHA-FIN
                    , HORA_FIN  = :WM-RUN-HORA-FIN
                    , ESTADO    = :WM-RUN-ESTADO
                    , FICHERO   = :WM-RUN-FICHERO
                    , CONTADOR1 = :WM-RUN-CONT1
                    , CONTADOR2 = :WM-RUN-CONT2
                    , CONTADOR3 = :WM-RUN-CONT3
                WHERE PROCESO   = :WM-RUN-PROCESO
                  AND FECHA_INI = :WM-RUN-FECHA-INI
                  AND HORA_INI  = :WM-RUN-HORA-INI
           END-EXEC.
           EXEC SQL COMMIT END-EXEC.

      *============================================================
      * RECUPERA EL TEXTO DE UN ERROR DE DB2 EN MSG-ERR, IGUAL QUE
      * G999-ERROR-DB2 DE PROGRAM1 Y DEL RESTO DE BATCH, Y DEJA
      * MARCADA LA NOCHE COMO ERRONEA: LA EJECUCION SE CIERRA CON
      * ESTADO 'E'.
      *============================================================
       G999-ERROR-DB2.
           MOVE SQLCODE TO DB2-SQLCODE
           MOVE DB2-SQLCODE TO DB2-SQLCODE-Z
           MOVE DB2-SQLCODE-Z TO DB2-ERR-CODE
           MOVE SQLERRMC TO DB2-ERR-MSG.
           MOVE DB2-ERROR TO MSG-ERR.
           SET HUBO-ERROR TO TRUE.
