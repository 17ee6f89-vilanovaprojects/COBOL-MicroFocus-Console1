      $set ilusing"System.Configuration"
      $set ilusing"System.Data.SqlClient"

      *============================================================
      * BATCHRIESGO: control nocturno del riesgo de clientes. Lista
      * en RIESGO_AAAAMMDD.PRN a los clientes activos que:
      *  - deben más que su límite de crédito (LIMITE_CREDITO > 0 y
      *    lo pendiente de sus facturas, IMPORTE - COBRADO - ABONADO
      *    de las P=PENDIENTE, por encima), o
      *  - tienen facturas pendientes con un recibo SEPA devuelto
      *    (FACTURAS.DEVOLUCION, que anota BatchDevol).
      * Los que no estaban ya bloqueados quedan retenidos
      * (USRDATOS.RIESGO = 'B'): MENU09 no les deja anotar facturas
      * y BatchFactura no les factura la cuota. Cada retención deja
      * su fila en AUDITORIA_USRDATOS (riesgo antes/después, con
      * USUARIO 'BATCHRIESG') y una gestión en GESTIONES, en la
      * misma transacción. El desbloqueo es manual, en MENU04, por
      * un operador con permiso de riesgo, y también queda en la
      * auditoría (G041/G900 de Program1).
      * Un desbloqueo manual se respeta: si la última fila de
      * AUDITORIA_USRDATOS que saca al cliente de 'B' es de un
      * operador (USUARIO distinto de 'BATCHRIESG'), el cliente solo
      * se vuelve a retener si después de ese desbloqueo aparece un
      * motivo nuevo:
      *  - un recibo devuelto nuevo (gestión 'DEV.SEPA' de BatchDevol
      *    de un día posterior al del desbloqueo), si tiene
      *    devoluciones, o
      *  - una factura pendiente nueva (FECHA posterior al día del
      *    desbloqueo), si está sobre su límite.
      * Se compara solo el día: la HORA de GESTIONES y de la
      * auditoría no ordena dentro del día. Lo ocurrido el mismo
      * día del desbloqueo lo tuvo a la vista el operador.
      * Mientras tanto sale en el informe como LIBERADO, con la
      * fecha del desbloqueo, y no se toca.
      * El desbloqueo se busca solo en AUDITORIA_USRDATOS: cuando
      * BatchPurge lo pasa a AUDIT_AAAAMMDD.ARC (más antiguo que
      * RETENTION días) deja de contar y el cliente, si sigue en
      * riesgo, se retiene de nuevo.
      *============================================================
       id division.
       program-id. BatchRiesgo as "CobolConsole.BatchRiesgo".
       environment division.
       configuration section.
       special-names.
           crt status is key-status.
       input-output section.
       file-control.
           select F-DBCONFIG assign to "DBCONFIG.CFG"
               organization is line sequential
               file status is WM-CFG-STATUS.
           select F-INFORME assign to WM-INFORME-NOMBRE
               organization is line sequential.
       data division.
       file section.
       fd F-DBCONFIG.
       01 FL-DBCONFIG-REG PIC X(80).

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

      * Cliente en riesgo leído en cada vuelta (marcador de CIF).
       01 WM-RIE-MARCADOR PIC X(09) value spaces.
       01 WM-RIESGO.
         03 WM-RIE-CIF       PIC X(09) value spaces.
         03 WM-RIE-NOMBRE    PIC X(20) value spaces.
         03 WM-RIE-DIR       PIC X(35) value spaces.
         03 WM-RIE-TLF       PIC X(09) value spaces.
         03 WM-RIE-COR       PIC X(20) value spaces.
         03 WM-RIE-SECTOR    PIC X(04) value spaces.
         03 WM-RIE-LIMITE    PIC 9(7)V99 value zeros.
         03 WM-RIE-ESTADO    PIC X(01) value spaces.
             88 RIE-YA-BLOQUEADO VALUE 'B'.
         03 WM-RIE-SALDO     PIC 9(9)V99 value zeros.
         03 WM-RIE-DEVUELTAS PIC 9(05) value zero.
       01 WM-RIE-MOTIVO    PIC X(40) value spaces.
       01 WM-RIE-PTR       PIC 9(02) value 1.
       01 WM-RIE-LIMITE-Z  PIC ZZZZZZ9.99.
       01 WM-RIE-SALDO-Z   PIC ZZZZZZZZ9.99.
       01 WM-RIE-DEV-Z     PIC ZZZZ9.

      * Último desbloqueo manual del cliente (G033) y motivos nuevos
      * aparecidos desde entonces.
       01 WM-LIBERACION.
         03 WM-LIB-FECHA      PIC 9(08) value zeros.
         03 WM-LIB-USUARIO    PIC X(30) value spaces.
         03 WM-LIB-DEV-NUEVAS PIC 9(05) value zero.
         03 WM-LIB-FAC-NUEVAS PIC 9(05) value zero.
       01 WM-LIB-RESPETAR PIC X value 'N'.
           88 LIB-RESPETADA    VALUE 'S'.
           88 LIB-NO-RESPETADA VALUE 'N'.

      * Fila de auditoría de la retención, con las mismas columnas
      * que G900-AUDITORIA de Program1. Los datos personales van
      * igual antes y después: solo cambia el riesgo.
       01 WM-AUDIT.
         03 WM-AUDIT-CIF        PIC X(09)  value spaces.
         03 WM-AUDIT-OPERACION  PIC X(01)  value 'M'.
         03 WM-AUDIT-FECHA      PIC 9(08)  value zeros.
         03 WM-AUDIT-HORA       PIC 9(06)  value zeros.
         03 WM-AUDIT-USUARIO    PIC X(30)  value 'BATCHRIESG'.
         03 WM-AUDIT-EQUIPO     PIC X(30)  value spaces.
         03 WM-AUDIT-RIESGO-ANT PIC X(01)  value spaces.
         03 WM-AUDIT-RIESGO-NUE PIC X(01)  value 'B'.

      * Gestión que se deja al cliente retenido, con las mismas
      * columnas que graba G064-GUARDAR-GESTION de Program1.
       01 WM-GESTION.
         03 WM-GES-CIF     PIC X(09) value spaces.
         03 WM-GES-FECHA   PIC 9(08) value zeros.
         03 WM-GES-HORA    PIC 9(06) value zeros.
         03 WM-GES-OPERADOR PIC X(10) value 'BATCH'.
         03 WM-GES-NOTA    PIC X(60) value spaces.

      * Totales de la pasada.
       01 WM-LISTADOS-COUNT  PIC 9(7) value zero.
       01 WM-RETENIDOS-COUNT PIC 9(7) value zero.
       01 WM-YA-BLOQ-COUNT   PIC 9(7) value zero.
       01 WM-LIBERADOS-COUNT PIC 9(7) value zero.
       01 WM-COUNT-Z PIC ZZZZZZ9.

       01 WM-FIN-CURSOR PIC X value 'N'.
           88 FIN-CURSOR  VALUE 'S'.
           88 NFIN-CURSOR VALUE 'N'.

      * Error SQL a mitad de pasada (la enciende G999-ERROR-DB2): la
      * ejecución se cierra con estado 'E' en BATCH_EJECUCIONES.
       01 WM-HUBO-ERROR PIC X value 'N'.
           88 HUBO-ERROR VALUE 'S'.
           88 SIN-ERROR  VALUE 'N'.

      * Nombre fechado del informe.
       01 WM-INFORME-NOMBRE PIC X(30) value spaces.

      * Registro de la ejecución en BATCH_EJECUCIONES, igual que
      * G500/G510 de Program1 y del resto de batch.
       01 WM-RUN.
         03 WM-RUN-PROCESO   PIC X(10) value 'BATCHRIESG'.
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
           STRING 'RIESGO_'  DELIMITED BY SIZE
                  WM-FECHA   DELIMITED BY SIZE
                  '.PRN'     DELIMITED BY SIZE
             INTO WM-INFORME-NOMBRE.

           OPEN OUTPUT F-INFORME.

           MOVE SPACES TO FL-INFORME-REG.
           STRING 'CLIENTES SOBRE SU LIMITE O CON DEVOLUCIONES A '
                  DELIMITED BY SIZE
                  WM-FECHA DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WM-HORA DELIMITED BY SIZE
             INTO FL-INFORME-REG.
           WRITE FL-INFORME-REG.
           MOVE SPACES TO FL-INFORME-REG.
           WRITE FL-INFORME-REG.

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

               ACCEPT WM-AUDIT-EQUIPO FROM ENVIRONMENT "COMPUTERNAME"
               PERFORM G030-REVISAR-CLIENTES

               MOVE WM-LISTADOS-COUNT  TO WM-RUN-CONT1
               MOVE WM-RETENIDOS-COUNT TO WM-RUN-CONT2
               MOVE WM-YA-BLOQ-COUNT   TO WM-RUN-CONT3
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
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *============================================================
      * RECORRE UNO A UNO, EN ORDEN DE CIF, LOS CLIENTES ACTIVOS
      * SOBRE SU LIMITE O CON RECIBOS DEVUELTOS PENDIENTES. CADA
      * RETENCION VA EN SU PROPIA TRANSACCION; EL COMMIT CERRARIA UN
      * CURSOR ABIERTO, ASI QUE SE AVANZA CON UN MARCADOR DE CIF.
      * FACTURAS.DEVOLUCION NO SE LIMPIA AL REMESAR DE NUEVO, ASI QUE
      * UN CLIENTE DESBLOQUEADO A MANO SIGUE SALIENDO AQUI: G033
      * DECIDE SI SU DESBLOQUEO SIGUE VIGENTE (SIN DEVOLUCIONES NI
      * FACTURAS NUEVAS DESDE ENTONCES) Y EN ESE CASO NO SE RETIENE.
      *============================================================
       G030-REVISAR-CLIENTES.

           MOVE SPACES TO WM-RIE-MARCADOR.
           SET NFIN-CURSOR TO TRUE.

           PERFORM UNTIL FIN-CURSOR OR HUBO-ERROR
               EXEC SQL
                   SELECT TOP 1 U.CIF, U.NOMBRE, U.DIRECCION, U.TLF
                        , U.CORREO, U.SECTOR
                        , U.LIMITE_CREDITO, U.RIESGO
                        , SUM(F.IMPORTE - F.COBRADO - F.ABONADO)
                        , SUM(CASE WHEN F.DEVOLUCION <> ' '
                                   THEN 1 ELSE 0 END)
                     INTO :WM-RIE-CIF, :WM-RIE-NOMBRE, :WM-RIE-DIR
                        , :WM-RIE-TLF, :WM-RIE-COR, :WM-RIE-SECTOR
                        , :WM-RIE-LIMITE, :WM-RIE-ESTADO
                        , :WM-RIE-SALDO, :WM-RIE-DEVUELTAS
                     FROM USRDATOS U, FACTURAS F
                    WHERE F.CIF = U.CIF
                      AND F.ESTADO = 'P'
                      AND U.ESTADO = 'A'
                      AND U.CIF > :WM-RIE-MARCADOR
                    GROUP BY U.CIF, U.NOMBRE, U.DIRECCION, U.TLF
                           , U.CORREO, U.SECTOR
                           , U.LIMITE_CREDITO, U.RIESGO
                   HAVING (U.LIMITE_CREDITO > 0
                           AND SUM(F.IMPORTE - F.COBRADO - F.ABONADO)
                               > U.LIMITE_CREDITO)
                       OR SUM(CASE WHEN F.DEVOLUCION <> ' '
                                   THEN 1 ELSE 0 END) > 0
                    ORDER BY U.CIF
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = 0
                       MOVE WM-RIE-CIF TO WM-RIE-MARCADOR
                       PERFORM G031-TRATAR-CLIENTE
                   WHEN SQLCODE = 100
                       SET FIN-CURSOR TO TRUE
                   WHEN OTHER
                       SET FIN-CURSOR TO TRUE
                       PERFORM G999-ERROR-DB2
                       DISPLAY MSG-ERR
               END-EVALUATE
           END-PERFORM.

      *============================================================
      * UN CLIENTE EN RIESGO: MOTIVO, RETENCION SI NO ESTABA YA
      * BLOQUEADO NI TIENE UN DESBLOQUEO MANUAL VIGENTE (G033), Y SU
      * LINEA EN EL INFORME.
      *============================================================
       G031-TRATAR-CLIENTE.

           ADD 1 TO WM-LISTADOS-COUNT.

           MOVE WM-RIE-LIMITE    TO WM-RIE-LIMITE-Z.
           MOVE WM-RIE-SALDO     TO WM-RIE-SALDO-Z.
           MOVE WM-RIE-DEVUELTAS TO WM-RIE-DEV-Z.

           MOVE SPACES TO WM-RIE-MOTIVO.
           MOVE 1 TO WM-RIE-PTR.
           IF WM-RIE-LIMITE > ZERO AND WM-RIE-SALDO > WM-RIE-LIMITE
               STRING 'SOBRE LIMITE ' DELIMITED BY SIZE
                 INTO WM-RIE-MOTIVO WITH POINTER WM-RIE-PTR
           END-IF.
           IF WM-RIE-DEVUELTAS > ZERO
               STRING 'DEVUELTAS=' DELIMITED BY SIZE
                      FUNCTION TRIM(WM-RIE-DEV-Z) DELIMITED BY SIZE
                 INTO WM-RIE-MOTIVO WITH POINTER WM-RIE-PTR
           END-IF.

           SET LIB-NO-RESPETADA TO TRUE.
           IF NOT RIE-YA-BLOQUEADO
               PERFORM G033-COMPROBAR-LIBERACION
           END-IF.

           EVALUATE TRUE
               WHEN HUBO-ERROR
                   MOVE SPACES TO FL-INFORME-REG
                   STRING '  ERROR AL REVISAR CIF=' DELIMITED BY SIZE
                          WM-RIE-CIF               DELIMITED BY SIZE
                          ' - '                    DELIMITED BY SIZE
                          MSG-ERR                  DELIMITED BY SIZE
                     INTO FL-INFORME-REG
                   WRITE FL-INFORME-REG
               WHEN LIB-RESPETADA
                   ADD 1 TO WM-LIBERADOS-COUNT
                   MOVE SPACES TO FL-INFORME-REG
                   STRING '  LIBERADO     CIF=' DELIMITED BY SIZE
                          WM-RIE-CIF        DELIMITED BY SIZE
                          ' '               DELIMITED BY SIZE
                          WM-RIE-NOMBRE     DELIMITED BY SIZE
                          ' LIMITE='        DELIMITED BY SIZE
                          WM-RIE-LIMITE-Z   DELIMITED BY SIZE
                          ' DEBE='          DELIMITED BY SIZE
                          WM-RIE-SALDO-Z    DELIMITED BY SIZE
                          ' '               DELIMITED BY SIZE
                          WM-RIE-MOTIVO     DELIMITED BY SIZE
                     INTO FL-INFORME-REG
                   WRITE FL-INFORME-REG
                   MOVE SPACES TO FL-INFORME-REG
                   STRING '               DESBLOQUEADO EN MENU04 EL '
                                            DELIMITED BY SIZE
                          WM-LIB-FECHA      DELIMITED BY SIZE
                          ' POR '           DELIMITED BY SIZE
                          WM-LIB-USUARIO    DELIMITED BY SIZE
                     INTO FL-INFORME-REG
                   WRITE FL-INFORME-REG
               WHEN RIE-YA-BLOQUEADO
                   ADD 1 TO WM-YA-BLOQ-COUNT
                   MOVE SPACES TO FL-INFORME-REG
                   STRING '  YA BLOQUEADO CIF=' DELIMITED BY SIZE
                          WM-RIE-CIF        DELIMITED BY SIZE
                          ' '               DELIMITED BY SIZE
                          WM-RIE-NOMBRE     DELIMITED BY SIZE
                          ' LIMITE='        DELIMITED BY SIZE
                          WM-RIE-LIMITE-Z   DELIMITED BY SIZE
                          ' DEBE='          DELIMITED BY SIZE
                          WM-RIE-SALDO-Z    DELIMITED BY SIZE
                          ' '               DELIMITED BY SIZE
                          WM-RIE-MOTIVO     DELIMITED BY SIZE
                     INTO FL-INFORME-REG
                   WRITE FL-INFORME-REG
               WHEN OTHER
                   PERFORM G032-RETENER-CLIENTE
           END-EVALUATE.

      *============================================================
      * RETIENE AL CLIENTE: RIESGO A 'B', FILA DE AUDITORIA Y
      * GESTION, TODO EN UNA TRANSACCION. EL UPDATE EXIGE QUE EL
      * RIESGO SIGA SIENDO EL LEIDO, POR SI UN OPERADOR LO ESTA
      * CAMBIANDO EN MENU04 A LA VEZ.
      *============================================================
       G032-RETENER-CLIENTE.

           MOVE WM-RIE-CIF    TO WM-AUDIT-CIF WM-GES-CIF.
           MOVE WM-RIE-ESTADO TO WM-AUDIT-RIESGO-ANT.
           ACCEPT WM-AUDIT-FECHA FROM DATE YYYYMMDD.
           ACCEPT WM-AUDIT-HORA FROM TIME.
           MOVE WM-AUDIT-FECHA TO WM-GES-FECHA.
           MOVE WM-AUDIT-HORA  TO WM-GES-HORA.
           MOVE SPACES TO WM-GES-NOTA.
           STRING 'RETENIDO POR RIESGO: ' DELIMITED BY SIZE
                  WM-RIE-MOTIVO DELIMITED BY SIZE
             INTO WM-GES-NOTA.

           EXEC SQL
               UPDATE USRDATOS
                  SET RIESGO = 'B'
                WHERE CIF = :WM-RIE-CIF
                  AND RIESGO = :WM-RIE-ESTADO
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL
                 INSERT
                   INTO AUDITORIA_USRDATOS(
                        CIF
                      , OPERACION
                      , FECHA
                      , HORA
                      , USUARIO
                      , EQUIPO
                      , NOMBRE_ANTES,    NOMBRE_DESPUES
                      , DIRECCION_ANTES, DIRECCION_DESPUES
                      , TLF_ANTES,       TLF_DESPUES
                      , CORREO_ANTES,    CORREO_DESPUES
                      , SECTOR_ANTES,    SECTOR_DESPUES
                      , RIESGO_ANTES,    RIESGO_DESPUES
                      , LIMITE_ANTES,    LIMITE_DESPUES)
                   VALUES(
                        :WM-AUDIT-CIF
                      , :WM-AUDIT-OPERACION
                      , :WM-AUDIT-FECHA
                      , :WM-AUDIT-HORA
                      , :WM-AUDIT-USUARIO
                      , :WM-AUDIT-EQUIPO
                      , :WM-RIE-NOMBRE, :WM-RIE-NOMBRE
                      , :WM-RIE-DIR,    :WM-RIE-DIR
                      , :WM-RIE-TLF,    :WM-RIE-TLF
                      , :WM-RIE-COR,    :WM-RIE-COR
                      , :WM-RIE-SECTOR, :WM-RIE-SECTOR
                      , :WM-AUDIT-RIESGO-ANT, :WM-AUDIT-RIESGO-NUE
                      , :WM-RIE-LIMITE, :WM-RIE-LIMITE)
               END-EXEC
           END-IF.

           IF SQLCODE = 0
               EXEC SQL
                   INSERT
                     INTO GESTIONES(CIF, FECHA, HORA, OPERADOR, NOTA)
                     VALUES(:WM-GES-CIF, :WM-GES-FECHA, :WM-GES-HORA,
                            :WM-GES-OPERADOR, :WM-GES-NOTA)
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               IF SQLCODE = 100
      *            El riesgo cambió entre la lectura y la retención:
      *            lo revisará la próxima pasada.
                   MOVE 'RIESGO CAMBIADO DURANTE LA PASADA.' TO MSG-ERR
               ELSE
                   PERFORM G999-ERROR-DB2
                   DISPLAY MSG-ERR
               END-IF
               EXEC SQL ROLLBACK END-EXEC
               MOVE SPACES TO FL-INFORME-REG
               STRING '  ERROR AL RETENER CIF=' DELIMITED BY SIZE
                      WM-RIE-CIF               DELIMITED BY SIZE
                      ' - '                    DELIMITED BY SIZE
                      MSG-ERR                  DELIMITED BY SIZE
                 INTO FL-INFORME-REG
               WRITE FL-INFORME-REG
           ELSE
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WM-RETENIDOS-COUNT
               MOVE SPACES TO FL-INFORME-REG
               STRING '  RETENIDO     CIF=' DELIMITED BY SIZE
                      WM-RIE-CIF        DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      WM-RIE-NOMBRE     DELIMITED BY SIZE
                      ' LIMITE='        DELIMITED BY SIZE
                      WM-RIE-LIMITE-Z   DELIMITED BY SIZE
                      ' DEBE='          DELIMITED BY SIZE
                      WM-RIE-SALDO-Z    DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      WM-RIE-MOTIVO     DELIMITED BY SIZE
                 INTO FL-INFORME-REG
               WRITE FL-INFORME-REG
           END-IF.

      *============================================================
      * DESBLOQUEO MANUAL VIGENTE. BUSCA LA ULTIMA FILA DE AUDITORIA
      * EN LA QUE UN OPERADOR (NO ESTE PROCESO) SACO AL CLIENTE DE
      * 'B'. COMO AHORA NO ESTA BLOQUEADO, ESE DESBLOQUEO ES POSTERIOR
      * A LA ULTIMA RETENCION. SE RESPETA SALVO QUE DESDE ENTONCES
      * HAYA UNA DEVOLUCION NUEVA (GESTION 'DEV.SEPA' DE BATCHDEVOL)
      * Y EL CLIENTE TENGA DEVOLUCIONES, O UNA FACTURA PENDIENTE CON
      * FECHA POSTERIOR Y EL CLIENTE ESTE SOBRE SU LIMITE. SOLO
      * CUENTA EL DIA (FECHA), NO LA HORA.
      *============================================================
       G033-COMPROBAR-LIBERACION.

           MOVE ZEROS  TO WM-LIB-FECHA.
           MOVE ZERO   TO WM-LIB-DEV-NUEVAS WM-LIB-FAC-NUEVAS.
           MOVE SPACES TO WM-LIB-USUARIO.

           EXEC SQL
               SELECT TOP 1 FECHA, USUARIO
                 INTO :WM-LIB-FECHA, :WM-LIB-USUARIO
                 FROM AUDITORIA_USRDATOS
                WHERE CIF = :WM-RIE-CIF
                  AND RIESGO_ANTES = 'B'
                  AND RIESGO_DESPUES <> 'B'
                  AND USUARIO <> :WM-AUDIT-USUARIO
                ORDER BY FECHA DESC
           END-EXEC.

           IF SQLCODE = 0
               PERFORM G034-MOTIVOS-NUEVOS
           ELSE
               IF SQLCODE NOT = 100
                   PERFORM G999-ERROR-DB2
                   DISPLAY MSG-ERR
               END-IF
           END-IF.

      *============================================================
      * HAY DESBLOQUEO MANUAL: CUENTA LAS DEVOLUCIONES Y FACTURAS
      * PENDIENTES POSTERIORES Y DECIDE SI EL DESBLOQUEO SIGUE
      * VIGENTE.
      *============================================================
       G034-MOTIVOS-NUEVOS.

           EXEC SQL
               SELECT (SELECT COUNT(*)
                         FROM GESTIONES G
                        WHERE G.CIF = :WM-RIE-CIF
                          AND G.NOTA LIKE 'DEV.SEPA %'
                          AND G.FECHA > :WM-LIB-FECHA)
                    , (SELECT COUNT(*)
                         FROM FACTURAS F
                        WHERE F.CIF = :WM-RIE-CIF
                          AND F.ESTADO = 'P'
                          AND F.FECHA > :WM-LIB-FECHA)
                 INTO :WM-LIB-DEV-NUEVAS, :WM-LIB-FAC-NUEVAS
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM G999-ERROR-DB2
               DISPLAY MSG-ERR
           ELSE
               SET LIB-RESPETADA TO TRUE
               IF WM-RIE-DEVUELTAS > ZERO
                  AND WM-LIB-DEV-NUEVAS > ZERO
                   SET LIB-NO-RESPETADA TO TRUE
               END-IF
               IF WM-RIE-LIMITE > ZERO
                  AND WM-RIE-SALDO > WM-RIE-LIMITE
                  AND WM-LIB-FAC-NUEVAS > ZERO
                   SET LIB-NO-RESPETADA TO TRUE
               END-IF
           END-IF.

      *============================================================
      * RESUMEN DE LA PASADA AL FINAL DE RIESGO_AAAAMMDD.PRN.
      *============================================================
       G050-GRABAR-RESUMEN.

           MOVE SPACES TO FL-INFORME-REG.
           WRITE FL-INFORME-REG.

           MOVE ALL '-' TO FL-INFORME-REG.
           WRITE FL-INFORME-REG.

           MOVE WM-LISTADOS-COUNT TO WM-COUNT-Z.
           MOVE SPACES TO FL-INFORME-REG.
           STRING 'CLIENTES EN RIESGO       : ' DELIMITED BY SIZE
                  WM-COUNT-Z DELIMITED BY SIZE
             INTO FL-INFORME-REG
           WRITE FL-INFORME-REG.

           MOVE WM-RETENIDOS-COUNT TO WM-COUNT-Z.
           MOVE SPACES TO FL-INFORME-REG.
           STRING '  RETENIDOS EN ESTA PASADA: ' DELIMITED BY SIZE
                  WM-COUNT-Z DELIMITED BY SIZE
             INTO FL-INFORME-REG
           WRITE FL-INFORME-REG.

           MOVE WM-YA-BLOQ-COUNT TO WM-COUNT-Z.
           MOVE SPACES TO FL-INFORME-REG.
           STRING '  YA ESTABAN BLOQUEADOS  : ' DELIMITED BY SIZE
                  WM-COUNT-Z DELIMITED BY SIZE
             INTO FL-INFORME-REG
           WRITE FL-INFORME-REG.

           MOVE WM-LIBERADOS-COUNT TO WM-COUNT-Z.
           MOVE SPACES TO FL-INFORME-REG.
           STRING '  LIBERADOS EN MENU04    : ' DELIMITED BY SIZE
                  WM-COUNT-Z DELIMITED BY SIZE
             INTO FL-INFORME-REG
           WRITE FL-INFORME-REG.

           MOVE SPACES TO FL-INFORME-REG.
           WRITE FL-INFORME-REG.
           MOVE 'EL DESBLOQUEO SE HACE EN MENU04 (OPERADOR CON PERMISO DE RIESGO) Y QUEDA AUDITADO.'
             TO FL-INFORME-REG.
           WRITE FL-INFORME-REG.
           MOVE 'UN LIBERADO SOLO SE RETIENE DE NUEVO SI TIENE UNA DEVOLUCION O UNA FACTURA POSTERIOR AL DESBLOQUEO.'
             TO FL-INFORME-REG.
           WRITE FL-INFORME-REG.

           IF HUBO-ERROR
               MOVE 'PASADA CON ERROR SQL: REVISION INCOMPLETA. RELANCE EL PROCESO.'
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
      * (CLIENTES EN RIESGO / RETENIDOS / YA BLOQUEADOS).
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
