      $set ilusing"System.Configuration"
      $set ilusing"System.Data.SqlClient"

      *============================================================
      * BATCHREBOTE: aplica el informe de rebotes del servidor de
      * correo a la cola NOTIFICACIONES_EMAIL. Lee REBOTES.DAT (ancho
      * fijo, una línea por correo rebotado; las líneas en blanco se
      * ignoran):
      *      FECHA DEL REBOTE(8, AAAAMMDD) + CODIGO(5, código SMTP
      *      ampliado: 5.1.1 buzón inexistente, 5.2.2 buzón lleno,
      *      ...) + CORREO(60, dirección rebotada) + MOTIVO(40)
      * Por cada línea, en una sola transacción:
      * - los mensajes enviados (ENVIADO = 'S') a esa dirección en
      *   la fecha del rebote o antes pasan a R=REBOTADO, con código
      *   y motivo en NOTIFICACIONES_EMAIL.INCIDENCIA;
      * - los contactos de CONTACTOS_USRDATOS con esa dirección
      *   quedan marcados (CORREO_REBOTADO = 'S'): MENU02 y MENU05
      *   avisan al operador para que pida una dirección nueva;
      * - se deja una gestión en GESTIONES a cada cliente afectado,
      *   solo con el código: la dirección no queda en las notas.
      * Relanzar el mismo fichero no cambia nada: los mensajes ya
      * rebotados y los contactos ya marcados no se vuelven a tocar.
      * Una línea que no casa con ningún mensaje ni contacto se lista
      * en el informe. El detalle y el resumen quedan en
      * REBOTES_AAAAMMDD.PRN.
      *============================================================
       id division.
       program-id. BatchRebote as "CobolConsole.BatchRebote".
       environment division.
       configuration section.
       special-names.
           crt status is key-status.
       input-output section.
       file-control.
           select F-DBCONFIG assign to "DBCONFIG.CFG"
               organization is line sequential
               file status is WM-CFG-STATUS.
           select F-REBOTES assign to "REBOTES.DAT"
               organization is line sequential
               file status is WM-REBOTES-STATUS.
           select F-INFORME assign to WM-INFORME-NOMBRE
               organization is line sequential.
       data division.
       file section.
       fd F-DBCONFIG.
       01 FL-DBCONFIG-REG PIC X(80).

       fd F-REBOTES.
       01 FL-REBOTES-REG PIC X(113).

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

       01 DB2-SQLCODE PIC S9(9).
       01 DB2-SQLCODE-Z PIC -ZZZZZZZZ9.
       01 DB2-ERROR.
           05 DB2-ERR-MSG PIC X(50).
           05 DB2-ERR-CODE PIC X(20).

       01 WM-FECHA PIC 9(08) value zeros.
       01 WM-HORA  PIC 9(06) value zeros.

       01 WM-REBOTES-STATUS PIC XX value spaces.

      * Línea leída de REBOTES.DAT. La dirección viene a 60 como la
      * da el servidor de correo; en base (DESTINATARIO de la cola y
      * CORREO de los contactos) caben 20, así que una dirección más
      * larga no puede estar en la cola y se rechaza.
       01 WM-REB-FILA.
         03 WM-REB-FECHA    PIC 9(08).
         03 WM-REB-CODIGO   PIC X(05).
         03 WM-REB-CORREO.
           05 WM-REB-CORREO-BD  PIC X(20).
           05 WM-REB-CORREO-RESTO PIC X(40).
         03 WM-REB-MOTIVO   PIC X(40).

      * Código y motivo tal como quedan en INCIDENCIA.
       01 WM-REB-INCIDENCIA PIC X(40) value spaces.

      * Lo que hay en base para la dirección rebotada: mensajes
      * enviados aún sin rebotar y contactos aún sin marcar.
       01 WM-REB-MENSAJES PIC 9(07) value zero.
       01 WM-REB-CONTACTOS PIC 9(07) value zero.

       01 WM-MOTIVO-RECHAZO PIC X(70) value spaces.

      * Gestión que se deja a cada cliente afectado, con las mismas
      * columnas que graba G064-GUARDAR-GESTION de Program1.
       01 WM-GESTION.
         03 WM-GES-FECHA   PIC 9(08) value zeros.
         03 WM-GES-HORA    PIC 9(06) value zeros.
         03 WM-GES-OPERADOR PIC X(10) value 'BATCHREBOT'.
         03 WM-GES-NOTA    PIC X(60) value spaces.

      * Totales de la pasada.
       01 WM-LEIDOS-COUNT    PIC 9(7) value zero.
       01 WM-APLICADOS-COUNT PIC 9(7) value zero.
       01 WM-MENSAJES-COUNT  PIC 9(7) value zero.
       01 WM-CONTACTOS-COUNT PIC 9(7) value zero.
       01 WM-RECHAZOS-COUNT  PIC 9(7) value zero.
       01 WM-COUNT-Z PIC ZZZZZZ9.
       01 WM-LINEA-MEN-Z PIC ZZZZZZ9.
       01 WM-LINEA-CON-Z PIC ZZZZZZ9.

      * Error SQL a mitad de pasada (la enciende G999-ERROR-DB2): la
      * ejecución se cierra con estado 'E' en BATCH_EJECUCIONES. Una
      * línea sin coincidencias NO es error: queda en el contador de
      * rechazadas y en el informe. Tampoco lo es que no llegue
      * fichero: hay días sin rebotes.
       01 WM-HUBO-ERROR PIC X value 'N'.
           88 HUBO-ERROR VALUE 'S'.
           88 SIN-ERROR  VALUE 'N'.

      * Nombre fechado del informe.
       01 WM-INFORME-NOMBRE PIC X(30) value spaces.

      * Registro de la ejecución en BATCH_EJECUCIONES, igual que
      * G500/G510 de Program1 y del resto de batch.
       01 WM-RUN.
         03 WM-RUN-PROCESO   PIC X(10) value 'BATCHREBOT'.
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

           PERFORM G010-LEER-CONFIG.

           MOVE SPACES TO WM-INFORME-NOMBRE.
           STRING 'REBOTES_' DELIMITED BY SIZE
                  WM-FECHA   DELIMITED BY SIZE
                  '.PRN'     DELIMITED BY SIZE
             INTO WM-INFORME-NOMBRE.

           OPEN OUTPUT F-INFORME.

           exec sql
             connect :WM-CFG-USER identified by :WM-CFG-PASS at :WM-CFG-SOURCE using :WM-CFG-DRIVER
           end-exec.

           IF SQLCODE NOT = 0
               PERFORM G999-ERROR-DB2
               DISPLAY MSG-ERR
               MOVE 'NO SE PUDO CONECTAR A LA BASE DE DATOS.'
                 TO FL-INFORME-REG
               WRITE FL-INFORME-REG
           ELSE
               MOVE WM-INFORME-NOMBRE TO WM-RUN-FICHERO
               PERFORM G500-REGISTRAR-INICIO

               PERFORM G030-PROCESAR-REBOTES

               MOVE WM-MENSAJES-COUNT  TO WM-RUN-CONT1
               MOVE WM-CONTACTOS-COUNT TO WM-RUN-CONT2
               MOVE WM-RECHAZOS-COUNT  TO WM-RUN-CONT3
               IF HUBO-ERROR
                   MOVE 'E' TO WM-RUN-ESTADO
               ELSE
                   MOVE 'O' TO WM-RUN-ESTADO
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
      * LEE LA CONFIGURACION (USER/PASS/SOURCE/DRIVER) DE
      * DBCONFIG.CFG. IGUAL QUE G010-LEER-CONFIG DE PROGRAM1.
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
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *============================================================
      * RECORRE REBOTES.DAT Y APLICA CADA REBOTE. SIN FICHERO NO HAY
      * NADA QUE APLICAR (NO ES ERROR).
      *============================================================
       G030-PROCESAR-REBOTES.

           OPEN INPUT F-REBOTES.

           IF WM-REBOTES-STATUS NOT = '00'
               MOVE 'SIN FICHERO REBOTES.DAT: NO HAY REBOTES QUE APLICAR.'
                 TO FL-INFORME-REG
               WRITE FL-INFORME-REG
           ELSE
               PERFORM UNTIL WM-REBOTES-STATUS NOT = '00'
                          OR HUBO-ERROR
                   READ F-REBOTES
                   IF WM-REBOTES-STATUS = '00'
                      AND FL-REBOTES-REG NOT = SPACES
                       MOVE FL-REBOTES-REG TO WM-REB-FILA
                       ADD 1 TO WM-LEIDOS-COUNT
                       PERFORM G031-PROCESAR-REBOTE
                   END-IF
               END-PERFORM
               CLOSE F-REBOTES
           END-IF.

      *============================================================
      * UN REBOTE: CUENTA LOS MENSAJES ENVIADOS A ESA DIRECCION QUE
      * AUN NO ESTAN REBOTADOS Y LOS CONTACTOS AUN SIN MARCAR. SI NO
      * HAY NADA QUE TOCAR, LO LISTA Y SIGUE.
      *============================================================
       G031-PROCESAR-REBOTE.

           MOVE SPACES TO WM-MOTIVO-RECHAZO.
           MOVE ZERO TO WM-REB-MENSAJES WM-REB-CONTACTOS.

           EVALUATE TRUE
               WHEN WM-REB-FECHA IS NOT NUMERIC
                 OR WM-REB-CORREO = SPACES
                   MOVE 'LINEA MAL FORMADA (FECHA O CORREO).'
                     TO WM-MOTIVO-RECHAZO
               WHEN WM-REB-CORREO-RESTO NOT = SPACES
                   MOVE 'DIRECCION DE MAS DE 20 POSICIONES: NO PUEDE ESTAR EN LA COLA.'
                     TO WM-MOTIVO-RECHAZO
               WHEN OTHER
                   EXEC SQL
                        SELECT COUNT(*)
                          INTO :WM-REB-MENSAJES
                          FROM NOTIFICACIONES_EMAIL
                         WHERE DESTINATARIO = :WM-REB-CORREO-BD
                           AND ENVIADO      = 'S'
                           AND FECHA       <= :WM-REB-FECHA
                   END-EXEC
                   IF SQLCODE = 0
                       EXEC SQL
                            SELECT COUNT(*)
                              INTO :WM-REB-CONTACTOS
                              FROM CONTACTOS_USRDATOS
                             WHERE CORREO = :WM-REB-CORREO-BD
                               AND CORREO_REBOTADO <> 'S'
                       END-EXEC
                   END-IF
                   EVALUATE TRUE
                       WHEN SQLCODE NOT = 0
                           PERFORM G999-ERROR-DB2
                           MOVE MSG-ERR TO WM-MOTIVO-RECHAZO
                       WHEN WM-REB-MENSAJES = ZERO
                        AND WM-REB-CONTACTOS = ZERO
                           MOVE 'SIN MENSAJES ENVIADOS NI CONTACTOS CON ESA DIRECCION (O YA APLICADO).'
                             TO WM-MOTIVO-RECHAZO
                       WHEN OTHER
                           PERFORM G033-APLICAR-REBOTE
                   END-EVALUATE
           END-EVALUATE.

           IF WM-MOTIVO-RECHAZO NOT = SPACES
               PERFORM G032-RECHAZAR-REBOTE
           END-IF.

      *============================================================
      * LISTA EN EL INFORME UNA LINEA QUE NO SE HA PODIDO APLICAR,
      * CON SU MOTIVO, PARA REVISARLA A MANO.
      *============================================================
       G032-RECHAZAR-REBOTE.

           ADD 1 TO WM-RECHAZOS-COUNT.

           MOVE SPACES TO FL-INFORME-REG.
           STRING '  RECHAZADO CORREO=' DELIMITED BY SIZE
                  WM-REB-CORREO-BD     DELIMITED BY SIZE
                  ' CODIGO='           DELIMITED BY SIZE
                  WM-REB-CODIGO        DELIMITED BY SIZE
                  ' - '                DELIMITED BY SIZE
                  WM-MOTIVO-RECHAZO    DELIMITED BY SIZE
             INTO FL-INFORME-REG.
           WRITE FL-INFORME-REG.

      *============================================================
      * APLICA UN REBOTE EN UNA SOLA TRANSACCION: DEJA LA GESTION A
      * CADA CLIENTE AFECTADO (UNA SOLA AUNQUE TENGA VARIOS MENSAJES
      * O CONTACTOS CON ESA DIRECCION), PASA LOS MENSAJES A REBOTADO
      * Y MARCA LOS CONTACTOS. LA GESTION VA PRIMERO PORQUE SE SACA
      * DE LO QUE AUN NO ESTA REBOTADO NI MARCADO.
      *============================================================
       G033-APLICAR-REBOTE.

           MOVE SPACES TO WM-REB-INCIDENCIA.
           STRING WM-REB-CODIGO DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  WM-REB-MOTIVO DELIMITED BY SIZE
             INTO WM-REB-INCIDENCIA.

           MOVE WM-FECHA TO WM-GES-FECHA.
           ACCEPT WM-GES-HORA FROM TIME.
           MOVE SPACES TO WM-GES-NOTA.
      *    Ni la dirección ni el motivo del servidor (que suele
      *    repetirla) van en la nota: MENU14 no anonimiza GESTIONES.
      *    El detalle queda en NOTIFICACIONES_EMAIL.INCIDENCIA.
           STRING 'CORREO REBOTADO, CODIGO ' DELIMITED BY SIZE
                  WM-REB-CODIGO     DELIMITED BY SIZE
                  ' (VER MENU15)'   DELIMITED BY SIZE
             INTO WM-GES-NOTA.

           EXEC SQL
               INSERT
                 INTO GESTIONES(CIF, FECHA, HORA, OPERADOR, NOTA)
               SELECT CIF, :WM-GES-FECHA, :WM-GES-HORA
                    , :WM-GES-OPERADOR, :WM-GES-NOTA
                 FROM NOTIFICACIONES_EMAIL
                WHERE DESTINATARIO = :WM-REB-CORREO-BD
                  AND ENVIADO      = 'S'
                  AND FECHA       <= :WM-REB-FECHA
                  AND CIF         <> ' '
               UNION
               SELECT CIF, :WM-GES-FECHA, :WM-GES-HORA
                    , :WM-GES-OPERADOR, :WM-GES-NOTA
                 FROM CONTACTOS_USRDATOS
                WHERE CORREO = :WM-REB-CORREO-BD
                  AND CORREO_REBOTADO <> 'S'
           END-EXEC.

           IF SQLCODE = 0 OR SQLCODE = 100
               EXEC SQL
                   UPDATE NOTIFICACIONES_EMAIL
                      SET ENVIADO    = 'R'
                        , INCIDENCIA = :WM-REB-INCIDENCIA
                    WHERE DESTINATARIO = :WM-REB-CORREO-BD
                      AND ENVIADO      = 'S'
                      AND FECHA       <= :WM-REB-FECHA
               END-EXEC
           END-IF.

           IF SQLCODE = 0 OR SQLCODE = 100
               EXEC SQL
                   UPDATE CONTACTOS_USRDATOS
                      SET CORREO_REBOTADO = 'S'
                    WHERE CORREO = :WM-REB-CORREO-BD
                      AND CORREO_REBOTADO <> 'S'
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM G999-ERROR-DB2
               MOVE MSG-ERR TO WM-MOTIVO-RECHAZO
               EXEC SQL ROLLBACK END-EXEC
           ELSE
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WM-APLICADOS-COUNT
               ADD WM-REB-MENSAJES  TO WM-MENSAJES-COUNT
               ADD WM-REB-CONTACTOS TO WM-CONTACTOS-COUNT
               MOVE WM-REB-MENSAJES  TO WM-LINEA-MEN-Z
               MOVE WM-REB-CONTACTOS TO WM-LINEA-CON-Z
               MOVE SPACES TO FL-INFORME-REG
               STRING '  REBOTADO  CORREO=' DELIMITED BY SIZE
                      WM-REB-CORREO-BD     DELIMITED BY SIZE
                      ' CODIGO='           DELIMITED BY SIZE
                      WM-REB-CODIGO        DELIMITED BY SIZE
                      ' MENSAJES='         DELIMITED BY SIZE
                      WM-LINEA-MEN-Z       DELIMITED BY SIZE
                      ' CONTACTOS MARCADOS=' DELIMITED BY SIZE
                      WM-LINEA-CON-Z       DELIMITED BY SIZE
                 INTO FL-INFORME-REG
               WRITE FL-INFORME-REG
           END-IF.

      *============================================================
      * RESUMEN DE LA PASADA EN REBOTES_AAAAMMDD.PRN.
      *============================================================
       G050-GRABAR-RESUMEN.

           MOVE SPACES TO FL-INFORME-REG.
           WRITE FL-INFORME-REG.

           MOVE ALL '-' TO FL-INFORME-REG.
           WRITE FL-INFORME-REG.

           MOVE SPACES TO FL-INFORME-REG.
           STRING 'REBOTES DE CORREO - ' DELIMITED BY SIZE
                  WM-FECHA DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WM-HORA DELIMITED BY SIZE
             INTO FL-INFORME-REG
           WRITE FL-INFORME-REG.

           MOVE WM-LEIDOS-COUNT TO WM-COUNT-Z.
           MOVE SPACES TO FL-INFORME-REG.
           STRING 'REBOTES LEIDOS         : ' DELIMITED BY SIZE
                  WM-COUNT-Z DELIMITED BY SIZE
             INTO FL-INFORME-REG
           WRITE FL-INFORME-REG.

           MOVE WM-APLICADOS-COUNT TO WM-COUNT-Z.
           MOVE SPACES TO FL-INFORME-REG.
           STRING 'REBOTES APLICADOS      : ' DELIMITED BY SIZE
                  WM-COUNT-Z DELIMITED BY SIZE
             INTO FL-INFORME-REG
           WRITE FL-INFORME-REG.

           MOVE WM-MENSAJES-COUNT TO WM-COUNT-Z.
           MOVE SPACES TO FL-INFORME-REG.
           STRING '  MENSAJES A REBOTADO  : ' DELIMITED BY SIZE
                  WM-COUNT-Z DELIMITED BY SIZE
             INTO FL-INFORME-REG
           WRITE FL-INFORME-REG.

           MOVE WM-CONTACTOS-COUNT TO WM-COUNT-Z.
           MOVE SPACES TO FL-INFORME-REG.
           STRING '  CONTACTOS MARCADOS   : ' DELIMITED BY SIZE
                  WM-COUNT-Z DELIMITED BY SIZE
             INTO FL-INFORME-REG
           WRITE FL-INFORME-REG.

           MOVE WM-RECHAZOS-COUNT TO WM-COUNT-Z.
           MOVE SPACES TO FL-INFORME-REG.
           STRING 'REBOTES RECHAZADOS     : ' DELIMITED BY SIZE
                  WM-COUNT-Z DELIMITED BY SIZE
             INTO FL-INFORME-REG
           WRITE FL-INFORME-REG.

           IF HUBO-ERROR
               MOVE SPACES TO FL-INFORME-REG
               WRITE FL-INFORME-REG

               MOVE 'PASADA CON ERROR SQL: REVISE EL DETALLE Y RELANCE EL PROCESO.'
                 TO FL-INFORME-REG
               WRITE FL-INFORME-REG

               MOVE 'LAS LINEAS YA APLICADAS SE RECHAZARAN AL RELANZAR (YA APLICADAS).'
                 TO FL-INFORME-REG
               WRITE FL-INFORME-REG
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
      * CIERRA LA EJECUCION CON SU ESTADO FINAL Y CONTADORES
      * (MENSAJES REBOTADOS / CONTACTOS MARCADOS / RECHAZADOS).
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
      * MARCADA LA PASADA COMO ERRONEA: LA EJECUCION SE CIERRA CON
      * ESTADO 'E'.
      *============================================================
       G999-ERROR-DB2.
           MOVE SQLCODE TO DB2-SQLCODE
           MOVE DB2-SQLCODE TO DB2-SQLCODE-Z
           MOVE DB2-SQLCODE-Z TO DB2-ERR-CODE
           MOVE SQLERRMC TO DB2-ERR-MSG.
           MOVE DB2-ERROR TO MSG-ERR.
           SET HUBO-ERROR TO TRUE.
