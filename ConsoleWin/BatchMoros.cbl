      $set ilusing"System.Configuration"
      $set ilusing"System.Data.SqlClient"

      *============================================================
      * BATCHMOROS: antigüedad de la deuda y reclamaciones de cobro.
      * 1) Informe de antigüedad de saldos en MOROSIDAD_AAAAMMDD.PRN:
      *    lo pendiente de cada factura (IMPORTE - COBRADO - ABONADO
      *    de las P=PENDIENTE) repartido por los días transcurridos
      *    desde su vencimiento en tramos 0-30 / 31-60 / 61-90 / >90
      *    (lo aún no vencido cuenta en 0-30). Una línea por
      *    cliente, y después los subtotales por sector (catálogo
      *    SECTORES; los que no tienen, "SIN CLASIFICAR") y por
      *    provincia (USRDATOS.PROVINCIA; en blanco, "SIN
      *    PROVINCIA"), con el total general. Las facturas antiguas
      *    sin vencimiento (VENCIMIENTO = 0) vencen en su fecha.
      * 2) Reclamaciones escalonadas a los clientes con facturas
      *    vencidas (sin contar las que van en una remesa SEPA, que
      *    están en cobro): 1=recordatorio amistoso, 2=requerimiento
      *    formal, 3=aviso final. Cada nivel se envía una sola vez
      *    (USRDATOS.RECLAMACION_NIVEL / RECLAMACION_FECHA) y solo
      *    si la factura vencida más antigua ha alcanzado los días
      *    del nivel y han pasado WM-DIAS-ENTRE-AVISOS desde el
      *    anterior. El aviso se deja en NOTIFICACIONES_EMAIL para el
      *    contacto de facturación (CONTACTOS_USRDATOS, TIPO 'F'; si
      *    no hay, el CORREO del cliente) y queda anotado en
      *    GESTIONES. No se reclama a quien tenga una promesa de
      *    pago reciente: una gestión de los últimos
      *    WM-DIAS-PROMESA días cuya nota empiece por 'PROMESA' (así
      *    se indica en MENU08). Cuando un cliente deja de tener
      *    deuda vencida su nivel vuelve a cero.
      *============================================================
       id division.
       program-id. BatchMoros as "CobolConsole.BatchMoros".
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
       01 WM-DIAS-HOY PIC 9(09) value zero.

      * Límites de los tramos: una factura que venció en WM-LIM-30 o
      * después lleva 30 días o menos vencida, etc.
       01 WM-LIM-30 PIC 9(08) value zeros.
       01 WM-LIM-60 PIC 9(08) value zeros.
       01 WM-LIM-90 PIC 9(08) value zeros.

      * Días de la factura vencida más antigua a partir de los que
      * se envía cada nivel de reclamación, días mínimos entre dos
      * niveles y vigencia de una promesa de pago.
       01 WM-DIAS-NIVEL-1 PIC 9(03) value 1.
       01 WM-DIAS-NIVEL-2 PIC 9(03) value 31.
       01 WM-DIAS-NIVEL-3 PIC 9(03) value 61.
       01 WM-DIAS-ENTRE-AVISOS PIC 9(03) value 15.
       01 WM-DIAS-PROMESA PIC 9(03) value 15.
       01 WM-FEC-AVISO-ANT PIC 9(08) value zeros.
       01 WM-FEC-PROMESA   PIC 9(08) value zeros.

      * Fila de antigüedad: clave (cliente, sector o provincia) y los
      * cuatro tramos más el total. La usan las tres secciones.
       01 WM-ANT-CLAVE    PIC X(09) value spaces.
       01 WM-ANT-NOMBRE   PIC X(30) value spaces.
       01 WM-ANT-SECTOR   PIC X(04) value spaces.
       01 WM-ANT-PROV     PIC X(20) value spaces.
       01 WM-ANT-IMPORTES.
         03 WM-ANT-T030   PIC 9(9)V99 value zeros.
         03 WM-ANT-T060   PIC 9(9)V99 value zeros.
         03 WM-ANT-T090   PIC 9(9)V99 value zeros.
         03 WM-ANT-TMAS   PIC 9(9)V99 value zeros.
         03 WM-ANT-TOTAL  PIC 9(9)V99 value zeros.
       01 WM-GEN-IMPORTES.
         03 WM-GEN-T030   PIC 9(9)V99 value zeros.
         03 WM-GEN-T060   PIC 9(9)V99 value zeros.
         03 WM-GEN-T090   PIC 9(9)V99 value zeros.
         03 WM-GEN-TMAS   PIC 9(9)V99 value zeros.
         03 WM-GEN-TOTAL  PIC 9(9)V99 value zeros.

      * Línea del informe de antigüedad.
       01 WM-LIN-ANT.
         03 WM-LIN-CLAVE  PIC X(09).
         03 FILLER        PIC X(01) value space.
         03 WM-LIN-NOMBRE PIC X(30).
         03 FILLER        PIC X(01) value space.
         03 WM-LIN-SECTOR PIC X(04).
         03 FILLER        PIC X(01) value space.
         03 WM-LIN-PROV   PIC X(20).
         03 FILLER        PIC X(01) value space.
         03 WM-LIN-T030   PIC ZZZZZZZZ9.99.
         03 FILLER        PIC X(01) value space.
         03 WM-LIN-T060   PIC ZZZZZZZZ9.99.
         03 FILLER        PIC X(01) value space.
         03 WM-LIN-T090   PIC ZZZZZZZZ9.99.
         03 FILLER        PIC X(01) value space.
         03 WM-LIN-TMAS   PIC ZZZZZZZZ9.99.
         03 FILLER        PIC X(01) value space.
         03 WM-LIN-TOTAL  PIC ZZZZZZZZ9.99.
       01 WM-LIN-CABECERA.
         03 FILLER PIC X(67) value
           'CLAVE     NOMBRE / DESCRIPCION           SECT PROVINCIA            '.
         03 FILLER PIC X(65) value
           '   0-30 DIAS   31-60 DIAS   61-90 DIAS     >90 DIAS        TOTAL'.

      * Cliente con deuda vencida (fase de reclamaciones).
       01 WM-REC-MARCADOR PIC X(09) value spaces.
       01 WM-REC-CIF      PIC X(09) value spaces.
       01 WM-REC-NOMBRE   PIC X(20) value spaces.
       01 WM-REC-CORREO   PIC X(20) value spaces.
       01 WM-REC-NIVEL    PIC 9(01) value zero.
       01 WM-REC-FECHA    PIC 9(08) value zeros.
       01 WM-REC-VTO-MIN  PIC 9(08) value zeros.
       01 WM-REC-VENCIDO  PIC 9(9)V99 value zeros.
       01 WM-REC-DIAS     PIC 9(05) value zero.
       01 WM-REC-DIAS-Z   PIC ZZZZ9.
       01 WM-REC-IMPORTE-Z PIC ZZZZZZZZ9.99.
       01 WM-REC-PROMESAS PIC 9(05) value zero.
      *    Nivel que toca enviar ahora (el siguiente al ya enviado).
       01 WM-REC-SIGUIENTE PIC 9(01) value zero.
           88 REC-AMISTOSA VALUE 1.
           88 REC-FORMAL   VALUE 2.
           88 REC-FINAL    VALUE 3.
      *    Resultado de G042-DECIDIR-RECLAMACION: motivo por el que no
      *    se reclama (en blanco = se envía WM-REC-SIGUIENTE).
       01 WM-REC-OMISION PIC X(50) value spaces.

      * Aviso que se deja en NOTIFICACIONES_EMAIL, con las mismas
      * columnas que graba G910-NOTIFICAR-EMAIL de Program1.
       01 WM-EMAIL.
         03 WM-EMAIL-CIF     PIC X(09) value spaces.
         03 WM-EMAIL-DEST    PIC X(20) value spaces.
         03 WM-EMAIL-ASUNTO  PIC X(40) value spaces.
         03 WM-EMAIL-CUERPO  PIC X(80) value spaces.
         03 WM-EMAIL-FECHA   PIC 9(08) value zeros.
         03 WM-EMAIL-HORA    PIC 9(06) value zeros.

      * Gestión que se deja al cliente por cada aviso, con las mismas
      * columnas que graba G064-GUARDAR-GESTION de Program1.
       01 WM-GESTION.
         03 WM-GES-CIF     PIC X(09) value spaces.
         03 WM-GES-FECHA   PIC 9(08) value zeros.
         03 WM-GES-HORA    PIC 9(06) value zeros.
         03 WM-GES-OPERADOR PIC X(10) value 'BATCH'.
         03 WM-GES-NOTA    PIC X(60) value spaces.

      * Totales de la pasada.
       01 WM-CLIENTES-COUNT  PIC 9(7) value zero.
       01 WM-VENCIDOS-COUNT  PIC 9(7) value zero.
       01 WM-AVISOS-COUNT    PIC 9(7) value zero.
       01 WM-NIVEL1-COUNT    PIC 9(7) value zero.
       01 WM-NIVEL2-COUNT    PIC 9(7) value zero.
       01 WM-NIVEL3-COUNT    PIC 9(7) value zero.
       01 WM-PROMESA-COUNT   PIC 9(7) value zero.
       01 WM-SINCORREO-COUNT PIC 9(7) value zero.
       01 WM-RESET-COUNT     PIC 9(7) value zero.
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
         03 WM-RUN-PROCESO   PIC X(10) value 'BATCHMOROS'.
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
           PERFORM G015-CALCULAR-LIMITES.

           MOVE SPACES TO WM-INFORME-NOMBRE.
           STRING 'MOROSIDAD_' DELIMITED BY SIZE
                  WM-FECHA     DELIMITED BY SIZE
                  '.PRN'       DELIMITED BY SIZE
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

               PERFORM G030-INFORME-ANTIGUEDAD
               IF SIN-ERROR
                   PERFORM G040-RECLAMACIONES
               END-IF

               MOVE WM-CLIENTES-COUNT TO WM-RUN-CONT1
               MOVE WM-AVISOS-COUNT   TO WM-RUN-CONT2
               COMPUTE WM-RUN-CONT3 = WM-PROMESA-COUNT
                                    + WM-SINCORREO-COUNT
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
      * LIMITES DE LOS TRAMOS (HOY MENOS 30, 60 Y 90 DIAS), FECHA
      * DESDE LA QUE CUENTA UNA PROMESA DE PAGO Y FECHA HASTA LA QUE
      * UN AVISO ANTERIOR PERMITE ENVIAR EL SIGUIENTE.
      *============================================================
       G015-CALCULAR-LIMITES.

           COMPUTE WM-DIAS-HOY = FUNCTION INTEGER-OF-DATE(WM-FECHA).
           COMPUTE WM-LIM-30 = FUNCTION DATE-OF-INTEGER(WM-DIAS-HOY - 30).
           COMPUTE WM-LIM-60 = FUNCTION DATE-OF-INTEGER(WM-DIAS-HOY - 60).
           COMPUTE WM-LIM-90 = FUNCTION DATE-OF-INTEGER(WM-DIAS-HOY - 90).
           COMPUTE WM-FEC-PROMESA = FUNCTION DATE-OF-INTEGER(
               WM-DIAS-HOY - WM-DIAS-PROMESA).
           COMPUTE WM-FEC-AVISO-ANT = FUNCTION DATE-OF-INTEGER(
               WM-DIAS-HOY - WM-DIAS-ENTRE-AVISOS).

      *============================================================
      * INFORME DE ANTIGUEDAD: POR CLIENTE, POR SECTOR, POR
      * PROVINCIA Y TOTAL GENERAL. LAS TRES CONSULTAS PARTEN DE LA
      * MISMA TABLA DERIVADA: LO PENDIENTE DE CADA FACTURA Y SU
      * VENCIMIENTO EFECTIVO.
      *============================================================
       G030-INFORME-ANTIGUEDAD.

           MOVE SPACES TO FL-INFORME-REG.
           STRING 'ANTIGUEDAD DE SALDOS PENDIENTES A ' DELIMITED BY SIZE
                  WM-FECHA DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WM-HORA DELIMITED BY SIZE
             INTO FL-INFORME-REG.
           WRITE FL-INFORME-REG.

           MOVE SPACES TO FL-INFORME-REG.
           WRITE FL-INFORME-REG.
           MOVE 'POR CLIENTE' TO FL-INFORME-REG.
           WRITE FL-INFORME-REG.
           MOVE WM-LIN-CABECERA TO FL-INFORME-REG.
           WRITE FL-INFORME-REG.

           EXEC SQL
               DECLARE CURS-ANT-CLI CURSOR FOR
                   SELECT U.CIF, U.NOMBRE, U.SECTOR, U.PROVINCIA
                        , SUM(CASE WHEN F.VTO >= :WM-LIM-30
                                   THEN F.PTE ELSE 0 END)
                        , SUM(CASE WHEN F.VTO <  :WM-LIM-30
                                    AND F.VTO >= :WM-LIM-60
                                   THEN F.PTE ELSE 0 END)
                        , SUM(CASE WHEN F.VTO <  :WM-LIM-60
                                    AND F.VTO >= :WM-LIM-90
                                   THEN F.PTE ELSE 0 END)
                        , SUM(CASE WHEN F.VTO <  :WM-LIM-90
                                   THEN F.PTE ELSE 0 END)
                        , SUM(F.PTE)
                     FROM (SELECT CIF
                                , IMPORTE - COBRADO - ABONADO AS PTE
                                , CASE WHEN VENCIMIENTO = 0 THEN FECHA
                                       ELSE VENCIMIENTO END AS VTO
                             FROM FACTURAS
                            WHERE ESTADO = 'P'
                              AND IMPORTE - COBRADO - ABONADO > 0) F
                        , USRDATOS U
                    WHERE U.CIF = F.CIF
                    GROUP BY U.CIF, U.NOMBRE, U.SECTOR, U.PROVINCIA
                    ORDER BY U.CIF
           END-EXEC.

           EXEC SQL OPEN CURS-ANT-CLI END-EXEC.

           SET NFIN-CURSOR TO TRUE.
           PERFORM UNTIL FIN-CURSOR
               MOVE SPACES TO WM-ANT-NOMBRE
               EXEC SQL
                   FETCH CURS-ANT-CLI
                    INTO :WM-ANT-CLAVE, :WM-ANT-NOMBRE,
                         :WM-ANT-SECTOR, :WM-ANT-PROV,
                         :WM-ANT-T030, :WM-ANT-T060,
                         :WM-ANT-T090, :WM-ANT-TMAS,
                         :WM-ANT-TOTAL
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = 0
                       ADD 1 TO WM-CLIENTES-COUNT
                       IF WM-ANT-T060 > ZERO OR WM-ANT-T090 > ZERO
                          OR WM-ANT-TMAS > ZERO
                           ADD 1 TO WM-VENCIDOS-COUNT
                       END-IF
                       ADD WM-ANT-T030 TO WM-GEN-T030
                       ADD WM-ANT-T060 TO WM-GEN-T060
                       ADD WM-ANT-T090 TO WM-GEN-T090
                       ADD WM-ANT-TMAS TO WM-GEN-TMAS
                       ADD WM-ANT-TOTAL TO WM-GEN-TOTAL
                       PERFORM G035-LINEA-ANTIGUEDAD
                   WHEN SQLCODE = 100
                       SET FIN-CURSOR TO TRUE
                   WHEN OTHER
                       SET FIN-CURSOR TO TRUE
                       PERFORM G999-ERROR-DB2
                       DISPLAY MSG-ERR
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CURS-ANT-CLI END-EXEC.

           IF SIN-ERROR
               PERFORM G031-SUBTOTAL-SECTORES
           END-IF.
           IF SIN-ERROR
               PERFORM G032-SUBTOTAL-PROVINCIAS
           END-IF.

      *    Total general (suma de las líneas de cliente).
           MOVE SPACES TO FL-INFORME-REG.
           WRITE FL-INFORME-REG.
           MOVE 'TOTAL' TO WM-ANT-CLAVE.
           MOVE 'TOTAL GENERAL' TO WM-ANT-NOMBRE.
           MOVE SPACES TO WM-ANT-SECTOR WM-ANT-PROV.
           MOVE WM-GEN-T030  TO WM-LIN-T030.
           MOVE WM-GEN-T060  TO WM-LIN-T060.
           MOVE WM-GEN-T090  TO WM-LIN-T090.
           MOVE WM-GEN-TMAS  TO WM-LIN-TMAS.
           MOVE WM-GEN-TOTAL TO WM-LIN-TOTAL.
           MOVE WM-ANT-CLAVE  TO WM-LIN-CLAVE.
           MOVE WM-ANT-NOMBRE TO WM-LIN-NOMBRE.
           MOVE SPACES TO WM-LIN-SECTOR WM-LIN-PROV.
           MOVE WM-LIN-ANT TO FL-INFORME-REG.
           WRITE FL-INFORME-REG.

      *============================================================
      * SUBTOTALES POR SECTOR. EL LEFT JOIN DEJA LOS CLIENTES SIN
      * SECTOR (O CON UN CODIGO RETIRADO DEL CATALOGO) EN UNA LINEA
      * "SIN CLASIFICAR", PARA QUE LOS SUBTOTALES CUADREN CON EL
      * TOTAL, IGUAL QUE HACE G070-INFORME-SECTORES DE PROGRAM1.
      *============================================================
       G031-SUBTOTAL-SECTORES.

           MOVE SPACES TO FL-INFORME-REG.
           WRITE FL-INFORME-REG.
           MOVE 'POR SECTOR' TO FL-INFORME-REG.
           WRITE FL-INFORME-REG.
           MOVE WM-LIN-CABECERA TO FL-INFORME-REG.
           WRITE FL-INFORME-REG.

           EXEC SQL
               DECLARE CURS-ANT-SEC CURSOR FOR
                   SELECT ISNULL(S.CODIGO, '----')
                        , ISNULL(S.DESCRIPCION, 'SIN CLASIFICAR')
                        , SUM(CASE WHEN F.VTO >= :WM-LIM-30
                                   THEN F.PTE ELSE 0 END)
                        , SUM(CASE WHEN F.VTO <  :WM-LIM-30
                                    AND F.VTO >= :WM-LIM-60
                                   THEN F.PTE ELSE 0 END)
                        , SUM(CASE WHEN F.VTO <  :WM-LIM-60
                                    AND F.VTO >= :WM-LIM-90
                                   THEN F.PTE ELSE 0 END)
                        , SUM(CASE WHEN F.VTO <  :WM-LIM-90
                                   THEN F.PTE ELSE 0 END)
                        , SUM(F.PTE)
                     FROM (SELECT CIF
                                , IMPORTE - COBRADO - ABONADO AS PTE
                                , CASE WHEN VENCIMIENTO = 0 THEN FECHA
                                       ELSE VENCIMIENTO END AS VTO
                             FROM FACTURAS
                            WHERE ESTADO = 'P'
                              AND IMPORTE - COBRADO - ABONADO > 0) F
                     JOIN USRDATOS U
                       ON U.CIF = F.CIF
                     LEFT JOIN SECTORES S
                       ON S.CODIGO = U.SECTOR
                    GROUP BY S.CODIGO, S.DESCRIPCION
                    ORDER BY S.CODIGO
           END-EXEC.

           EXEC SQL OPEN CURS-ANT-SEC END-EXEC.

           SET NFIN-CURSOR TO TRUE.
           PERFORM UNTIL FIN-CURSOR
               MOVE SPACES TO WM-ANT-NOMBRE
               EXEC SQL
                   FETCH CURS-ANT-SEC
                    INTO :WM-ANT-SECTOR, :WM-ANT-NOMBRE,
                         :WM-ANT-T030, :WM-ANT-T060,
                         :WM-ANT-T090, :WM-ANT-TMAS,
                         :WM-ANT-TOTAL
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = 0
                       MOVE SPACES TO WM-ANT-CLAVE WM-ANT-PROV
                       PERFORM G035-LINEA-ANTIGUEDAD
                   WHEN SQLCODE = 100
                       SET FIN-CURSOR TO TRUE
                   WHEN OTHER
                       SET FIN-CURSOR TO TRUE
                       PERFORM G999-ERROR-DB2
                       DISPLAY MSG-ERR
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CURS-ANT-SEC END-EXEC.

      *============================================================
      * SUBTOTALES POR PROVINCIA (USRDATOS.PROVINCIA, DERIVADA DEL
      * CP AL GRABAR). LOS CLIENTES SIN DESGLOSAR SALEN COMO "SIN
      * PROVINCIA", IGUAL QUE EN G075-INFORME-PROVINCIAS DE PROGRAM1.
      *============================================================
       G032-SUBTOTAL-PROVINCIAS.

           MOVE SPACES TO FL-INFORME-REG.
           WRITE FL-INFORME-REG.
           MOVE 'POR PROVINCIA' TO FL-INFORME-REG.
           WRITE FL-INFORME-REG.
           MOVE WM-LIN-CABECERA TO FL-INFORME-REG.
           WRITE FL-INFORME-REG.

           EXEC SQL
               DECLARE CURS-ANT-PRO CURSOR FOR
                   SELECT U.PROVINCIA
                        , SUM(CASE WHEN F.VTO >= :WM-LIM-30
                                   THEN F.PTE ELSE 0 END)
                        , SUM(CASE WHEN F.VTO <  :WM-LIM-30
                                    AND F.VTO >= :WM-LIM-60
                                   THEN F.PTE ELSE 0 END)
                        , SUM(CASE WHEN F.VTO <  :WM-LIM-60
                                    AND F.VTO >= :WM-LIM-90
                                   THEN F.PTE ELSE 0 END)
                        , SUM(CASE WHEN F.VTO <  :WM-LIM-90
                                   THEN F.PTE ELSE 0 END)
                        , SUM(F.PTE)
                     FROM (SELECT CIF
                                , IMPORTE - COBRADO - ABONADO AS PTE
                                , CASE WHEN VENCIMIENTO = 0 THEN FECHA
                                       ELSE VENCIMIENTO END AS VTO
                             FROM FACTURAS
                            WHERE ESTADO = 'P'
                              AND IMPORTE - COBRADO - ABONADO > 0) F
                        , USRDATOS U
                    WHERE U.CIF = F.CIF
                    GROUP BY U.PROVINCIA
                    ORDER BY U.PROVINCIA
           END-EXEC.

           EXEC SQL OPEN CURS-ANT-PRO END-EXEC.

           SET NFIN-CURSOR TO TRUE.
           PERFORM UNTIL FIN-CURSOR
               EXEC SQL
                   FETCH CURS-ANT-PRO
                    INTO :WM-ANT-PROV,
                         :WM-ANT-T030, :WM-ANT-T060,
                         :WM-ANT-T090, :WM-ANT-TMAS,
                         :WM-ANT-TOTAL
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = 0
                       MOVE SPACES TO WM-ANT-CLAVE WM-ANT-NOMBRE
                                      WM-ANT-SECTOR
                       IF WM-ANT-PROV = SPACES
                           MOVE 'SIN PROVINCIA' TO WM-ANT-PROV
                       END-IF
                       PERFORM G035-LINEA-ANTIGUEDAD
                   WHEN SQLCODE = 100
                       SET FIN-CURSOR TO TRUE
                   WHEN OTHER
                       SET FIN-CURSOR TO TRUE
                       PERFORM G999-ERROR-DB2
                       DISPLAY MSG-ERR
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CURS-ANT-PRO END-EXEC.

      *============================================================
      * ESCRIBE UNA LINEA DE ANTIGUEDAD CON LO QUE HAYA EN WM-ANT-*.
      *============================================================
       G035-LINEA-ANTIGUEDAD.

           MOVE WM-ANT-CLAVE  TO WM-LIN-CLAVE.
           MOVE WM-ANT-NOMBRE TO WM-LIN-NOMBRE.
           MOVE WM-ANT-SECTOR TO WM-LIN-SECTOR.
           MOVE WM-ANT-PROV   TO WM-LIN-PROV.
           MOVE WM-ANT-T030   TO WM-LIN-T030.
           MOVE WM-ANT-T060   TO WM-LIN-T060.
           MOVE WM-ANT-T090   TO WM-LIN-T090.
           MOVE WM-ANT-TMAS   TO WM-LIN-TMAS.
           MOVE WM-ANT-TOTAL  TO WM-LIN-TOTAL.
           MOVE WM-LIN-ANT TO FL-INFORME-REG.
           WRITE FL-INFORME-REG.

      *============================================================
      * RECLAMACIONES. PRIMERO VUELVE A NIVEL CERO A QUIEN YA NO
      * TIENE NADA VENCIDO (CONTANDO LO QUE ESTA EN REMESA: MIENTRAS
      * NO SE COBRE, LA DEUDA SIGUE AHI). DESPUES RECORRE UNO A UNO
      * LOS CLIENTES CON FACTURAS VENCIDAS FUERA DE REMESA. CADA
      * AVISO VA EN SU PROPIA TRANSACCION; EL COMMIT CERRARIA UN
      * CURSOR ABIERTO, ASI QUE SE AVANZA CON UN MARCADOR DE CIF.
      *============================================================
       G040-RECLAMACIONES.

           MOVE SPACES TO FL-INFORME-REG.
           WRITE FL-INFORME-REG.
           MOVE 'RECLAMACIONES' TO FL-INFORME-REG.
           WRITE FL-INFORME-REG.

           EXEC SQL
               UPDATE USRDATOS
                  SET RECLAMACION_NIVEL = 0
                    , RECLAMACION_FECHA = 0
                WHERE RECLAMACION_NIVEL > 0
                  AND NOT EXISTS
                      (SELECT 1
                         FROM FACTURAS F
                        WHERE F.CIF = USRDATOS.CIF
                          AND F.ESTADO = 'P'
                          AND F.IMPORTE - F.COBRADO - F.ABONADO > 0
                          AND CASE WHEN F.VENCIMIENTO = 0 THEN F.FECHA
                                   ELSE F.VENCIMIENTO END < :WM-FECHA)
           END-EXEC.

           IF SQLCODE = 0
               MOVE SQLERRD(3) TO WM-RESET-COUNT
               EXEC SQL COMMIT END-EXEC
           ELSE
               IF SQLCODE NOT = 100
                   PERFORM G999-ERROR-DB2
                   DISPLAY MSG-ERR
               END-IF
           END-IF.

           MOVE SPACES TO WM-REC-MARCADOR.
           SET NFIN-CURSOR TO TRUE.
           PERFORM UNTIL FIN-CURSOR OR HUBO-ERROR
               EXEC SQL
                   SELECT TOP 1 U.CIF, U.NOMBRE, U.CORREO
                        , U.RECLAMACION_NIVEL, U.RECLAMACION_FECHA
                        , MIN(F.VTO), SUM(F.PTE)
                     INTO :WM-REC-CIF, :WM-REC-NOMBRE, :WM-REC-CORREO
                        , :WM-REC-NIVEL, :WM-REC-FECHA
                        , :WM-REC-VTO-MIN, :WM-REC-VENCIDO
                     FROM (SELECT CIF
                                , IMPORTE - COBRADO - ABONADO AS PTE
                                , CASE WHEN VENCIMIENTO = 0 THEN FECHA
                                       ELSE VENCIMIENTO END AS VTO
                             FROM FACTURAS
                            WHERE ESTADO = 'P'
                              AND REMESA = ' '
                              AND IMPORTE - COBRADO - ABONADO > 0) F
                        , USRDATOS U
                    WHERE U.CIF = F.CIF
                      AND U.CIF > :WM-REC-MARCADOR
                      AND F.VTO < :WM-FECHA
                    GROUP BY U.CIF, U.NOMBRE, U.CORREO
                           , U.RECLAMACION_NIVEL, U.RECLAMACION_FECHA
                    ORDER BY U.CIF
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = 0
                       MOVE WM-REC-CIF TO WM-REC-MARCADOR
                       PERFORM G041-RECLAMAR-CLIENTE
                   WHEN SQLCODE = 100
                       SET FIN-CURSOR TO TRUE
                   WHEN OTHER
                       SET FIN-CURSOR TO TRUE
                       PERFORM G999-ERROR-DB2
                       DISPLAY MSG-ERR
               END-EVALUATE
           END-PERFORM.

      *============================================================
      * UN CLIENTE CON DEUDA VENCIDA: DECIDE SI TOCA AVISO Y, SI
      * TOCA, LO ENVIA. LO QUE NO SE ENVIA SE LISTA CON SU MOTIVO
      * SOLO SI ES ALGO QUE HAY QUE MIRAR (PROMESA, SIN CORREO).
      *============================================================
       G041-RECLAMAR-CLIENTE.

           COMPUTE WM-REC-DIAS = WM-DIAS-HOY
               - FUNCTION INTEGER-OF-DATE(WM-REC-VTO-MIN).
           MOVE WM-REC-DIAS TO WM-REC-DIAS-Z.
           MOVE WM-REC-VENCIDO TO WM-REC-IMPORTE-Z.

           PERFORM G042-DECIDIR-RECLAMACION.

           IF WM-REC-OMISION = SPACES
               PERFORM G043-BUSCAR-CORREO
           END-IF.

           IF WM-REC-OMISION = SPACES
               PERFORM G044-ENVIAR-RECLAMACION
           ELSE
               IF WM-REC-OMISION NOT = 'NADA'
                   MOVE SPACES TO FL-INFORME-REG
                   STRING '  SIN AVISO CIF=' DELIMITED BY SIZE
                          WM-REC-CIF         DELIMITED BY SIZE
                          ' VENCIDO='        DELIMITED BY SIZE
                          WM-REC-IMPORTE-Z   DELIMITED BY SIZE
                          ' DIAS='           DELIMITED BY SIZE
                          WM-REC-DIAS-Z      DELIMITED BY SIZE
                          ' - '              DELIMITED BY SIZE
                          WM-REC-OMISION     DELIMITED BY SIZE
                     INTO FL-INFORME-REG
                   WRITE FL-INFORME-REG
               END-IF
           END-IF.

      *============================================================
      * DEJA EN WM-REC-SIGUIENTE EL NIVEL QUE TOCA Y EN
      * WM-REC-OMISION POR QUE NO SE ENVIA ('NADA' CUANDO
      * SIMPLEMENTE NO TOCA TODAVIA, QUE NO SE LISTA).
      *============================================================
       G042-DECIDIR-RECLAMACION.

           MOVE SPACES TO WM-REC-OMISION.
           COMPUTE WM-REC-SIGUIENTE = WM-REC-NIVEL + 1.

           EVALUATE TRUE
               WHEN WM-REC-NIVEL >= 3
                   MOVE 'NADA' TO WM-REC-OMISION
               WHEN REC-FORMAL AND WM-REC-DIAS < WM-DIAS-NIVEL-2
                   MOVE 'NADA' TO WM-REC-OMISION
               WHEN REC-FINAL AND WM-REC-DIAS < WM-DIAS-NIVEL-3
                   MOVE 'NADA' TO WM-REC-OMISION
               WHEN WM-REC-DIAS < WM-DIAS-NIVEL-1
                   MOVE 'NADA' TO WM-REC-OMISION
               WHEN WM-REC-NIVEL > 0
                AND WM-REC-FECHA > WM-FEC-AVISO-ANT
                   MOVE 'NADA' TO WM-REC-OMISION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WM-REC-OMISION = SPACES
               MOVE ZERO TO WM-REC-PROMESAS
               EXEC SQL
                    SELECT COUNT(*)
                      INTO :WM-REC-PROMESAS
                      FROM GESTIONES
                     WHERE CIF   = :WM-REC-CIF
                       AND FECHA >= :WM-FEC-PROMESA
                       AND NOTA LIKE 'PROMESA%'
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE NOT = 0
                       PERFORM G999-ERROR-DB2
                       MOVE MSG-ERR TO WM-REC-OMISION
                   WHEN WM-REC-PROMESAS > ZERO
                       ADD 1 TO WM-PROMESA-COUNT
                       MOVE 'PROMESA DE PAGO RECIENTE EN GESTIONES.'
                         TO WM-REC-OMISION
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *============================================================
      * CORREO DEL CONTACTO DE FACTURACION (CONTACTOS_USRDATOS, TIPO
      * 'F'); SI NO HAY NINGUNO CON CORREO, EL CORREO DEL CLIENTE.
      * UN CORREO QUE BATCHREBOTE HA MARCADO COMO REBOTADO NO CUENTA.
      *============================================================
       G043-BUSCAR-CORREO.

           MOVE SPACES TO WM-EMAIL-DEST.

           EXEC SQL
                SELECT TOP 1 CORREO
                  INTO :WM-EMAIL-DEST
                  FROM CONTACTOS_USRDATOS
                 WHERE CIF    = :WM-REC-CIF
                   AND TIPO   = 'F'
                   AND CORREO <> ' '
                   AND CORREO_REBOTADO <> 'S'
                 ORDER BY NOMBRE
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   CONTINUE
               WHEN SQLCODE = 100
                   MOVE WM-REC-CORREO TO WM-EMAIL-DEST
               WHEN OTHER
                   PERFORM G999-ERROR-DB2
                   MOVE MSG-ERR TO WM-REC-OMISION
           END-EVALUATE.

           IF WM-REC-OMISION = SPACES AND WM-EMAIL-DEST = SPACES
               ADD 1 TO WM-SINCORREO-COUNT
               MOVE 'SIN CORREO DE FACTURACION (MENU05) NI DEL CLIENTE.'
                 TO WM-REC-OMISION
           END-IF.

      *============================================================
      * ENVIA EL NIVEL WM-REC-SIGUIENTE: AVISO EN LA COLA DE CORREO,
      * GESTION AL CLIENTE Y NIVEL NUEVO EN USRDATOS, TODO EN UNA
      * TRANSACCION. EL UPDATE EXIGE QUE EL NIVEL SIGA SIENDO EL
      * LEIDO: UN MISMO NIVEL NO SE ENVIA DOS VECES.
      *============================================================
       G044-ENVIAR-RECLAMACION.

           MOVE WM-REC-CIF TO WM-EMAIL-CIF WM-GES-CIF.
           MOVE WM-FECHA   TO WM-EMAIL-FECHA WM-GES-FECHA.
           ACCEPT WM-EMAIL-HORA FROM TIME.
           MOVE WM-EMAIL-HORA TO WM-GES-HORA.
           MOVE SPACES TO WM-EMAIL-ASUNTO WM-EMAIL-CUERPO WM-GES-NOTA.

           EVALUATE TRUE
               WHEN REC-AMISTOSA
                   MOVE 'RECORDATORIO DE PAGO' TO WM-EMAIL-ASUNTO
                   STRING 'Le recordamos que tiene facturas vencidas por '
                          DELIMITED BY SIZE
                          FUNCTION TRIM(WM-REC-IMPORTE-Z) DELIMITED BY SIZE
                          ' EUR. CIF: ' DELIMITED BY SIZE
                          WM-REC-CIF DELIMITED BY SIZE
                     INTO WM-EMAIL-CUERPO
                   STRING 'RECLAMACION 1 (AMISTOSA) POR CORREO '
                          DELIMITED BY SIZE
                          FUNCTION TRIM(WM-REC-IMPORTE-Z) DELIMITED BY SIZE
                     INTO WM-GES-NOTA
               WHEN REC-FORMAL
                   MOVE 'REQUERIMIENTO FORMAL DE PAGO' TO WM-EMAIL-ASUNTO
                   STRING 'Le requerimos el pago de '
                          DELIMITED BY SIZE
                          FUNCTION TRIM(WM-REC-IMPORTE-Z) DELIMITED BY SIZE
                          ' EUR vencidos hace ' DELIMITED BY SIZE
                          FUNCTION TRIM(WM-REC-DIAS-Z) DELIMITED BY SIZE
                          ' dias. CIF: ' DELIMITED BY SIZE
                          WM-REC-CIF DELIMITED BY SIZE
                     INTO WM-EMAIL-CUERPO
                   STRING 'RECLAMACION 2 (FORMAL) POR CORREO '
                          DELIMITED BY SIZE
                          FUNCTION TRIM(WM-REC-IMPORTE-Z) DELIMITED BY SIZE
                     INTO WM-GES-NOTA
               WHEN OTHER
                   MOVE 'AVISO FINAL DE PAGO' TO WM-EMAIL-ASUNTO
                   STRING 'Ultimo aviso: abone '
                          DELIMITED BY SIZE
                          FUNCTION TRIM(WM-REC-IMPORTE-Z) DELIMITED BY SIZE
                          ' EUR vencidos o iniciaremos el cobro. CIF: '
                          DELIMITED BY SIZE
                          WM-REC-CIF DELIMITED BY SIZE
                     INTO WM-EMAIL-CUERPO
                   STRING 'RECLAMACION 3 (AVISO FINAL) POR CORREO '
                          DELIMITED BY SIZE
                          FUNCTION TRIM(WM-REC-IMPORTE-Z) DELIMITED BY SIZE
                     INTO WM-GES-NOTA
           END-EVALUATE.

           EXEC SQL
               UPDATE USRDATOS
                  SET RECLAMACION_NIVEL = :WM-REC-SIGUIENTE
                    , RECLAMACION_FECHA = :WM-FECHA
                WHERE CIF = :WM-REC-CIF
                  AND RECLAMACION_NIVEL = :WM-REC-NIVEL
           END-EXEC.

           IF SQLCODE = 0
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
      *            Otro proceso cambió el nivel entre la lectura y el
      *            envío: no se envía nada, lo recogerá la siguiente
      *            pasada.
                   MOVE 'NIVEL CAMBIADO DURANTE LA PASADA.' TO MSG-ERR
               ELSE
                   PERFORM G999-ERROR-DB2
                   DISPLAY MSG-ERR
               END-IF
               EXEC SQL ROLLBACK END-EXEC
               MOVE SPACES TO FL-INFORME-REG
               STRING '  ERROR AL RECLAMAR CIF=' DELIMITED BY SIZE
                      WM-REC-CIF                 DELIMITED BY SIZE
                      ' - '                      DELIMITED BY SIZE
                      MSG-ERR                    DELIMITED BY SIZE
                 INTO FL-INFORME-REG
               WRITE FL-INFORME-REG
           ELSE
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WM-AVISOS-COUNT
               EVALUATE TRUE
                   WHEN REC-AMISTOSA
                       ADD 1 TO WM-NIVEL1-COUNT
                   WHEN REC-FORMAL
                       ADD 1 TO WM-NIVEL2-COUNT
                   WHEN OTHER
                       ADD 1 TO WM-NIVEL3-COUNT
               END-EVALUATE
               MOVE SPACES TO FL-INFORME-REG
               STRING '  AVISO ' DELIMITED BY SIZE
                      WM-REC-SIGUIENTE  DELIMITED BY SIZE
                      ' CIF=' DELIMITED BY SIZE
                      WM-REC-CIF        DELIMITED BY SIZE
                      ' VENCIDO='       DELIMITED BY SIZE
                      WM-REC-IMPORTE-Z  DELIMITED BY SIZE
                      ' DIAS='          DELIMITED BY SIZE
                      WM-REC-DIAS-Z     DELIMITED BY SIZE
                      ' A '             DELIMITED BY SIZE
                      WM-EMAIL-DEST     DELIMITED BY SIZE
                      ' - '             DELIMITED BY SIZE
                      WM-EMAIL-ASUNTO   DELIMITED BY SIZE
                 INTO FL-INFORME-REG
               WRITE FL-INFORME-REG
           END-IF.

      *============================================================
      * RESUMEN DE LA PASADA AL FINAL DE MOROSIDAD_AAAAMMDD.PRN.
      *============================================================
       G050-GRABAR-RESUMEN.

           MOVE SPACES TO FL-INFORME-REG.
           WRITE FL-INFORME-REG.

           MOVE ALL '-' TO FL-INFORME-REG.
           WRITE FL-INFORME-REG.

           MOVE WM-CLIENTES-COUNT TO WM-COUNT-Z.
           MOVE SPACES TO FL-INFORME-REG.
           STRING 'CLIENTES CON SALDO PENDIENTE : ' DELIMITED BY SIZE
                  WM-COUNT-Z DELIMITED BY SIZE
             INTO FL-INFORME-REG
           WRITE FL-INFORME-REG.

           MOVE WM-VENCIDOS-COUNT TO WM-COUNT-Z.
           MOVE SPACES TO FL-INFORME-REG.
           STRING '  CON DEUDA DE MAS DE 30 DIAS: ' DELIMITED BY SIZE
                  WM-COUNT-Z DELIMITED BY SIZE
             INTO FL-INFORME-REG
           WRITE FL-INFORME-REG.

           MOVE WM-AVISOS-COUNT TO WM-COUNT-Z.
           MOVE SPACES TO FL-INFORME-REG.
           STRING 'AVISOS ENVIADOS              : ' DELIMITED BY SIZE
                  WM-COUNT-Z DELIMITED BY SIZE
             INTO FL-INFORME-REG
           WRITE FL-INFORME-REG.

           MOVE WM-NIVEL1-COUNT TO WM-COUNT-Z.
           MOVE SPACES TO FL-INFORME-REG.
           STRING '  1 RECORDATORIO AMISTOSO    : ' DELIMITED BY SIZE
                  WM-COUNT-Z DELIMITED BY SIZE
             INTO FL-INFORME-REG
           WRITE FL-INFORME-REG.

           MOVE WM-NIVEL2-COUNT TO WM-COUNT-Z.
           MOVE SPACES TO FL-INFORME-REG.
           STRING '  2 REQUERIMIENTO FORMAL     : ' DELIMITED BY SIZE
                  WM-COUNT-Z DELIMITED BY SIZE
             INTO FL-INFORME-REG
           WRITE FL-INFORME-REG.

           MOVE WM-NIVEL3-COUNT TO WM-COUNT-Z.
           MOVE SPACES TO FL-INFORME-REG.
           STRING '  3 AVISO FINAL              : ' DELIMITED BY SIZE
                  WM-COUNT-Z DELIMITED BY SIZE
             INTO FL-INFORME-REG
           WRITE FL-INFORME-REG.

           MOVE WM-PROMESA-COUNT TO WM-COUNT-Z.
           MOVE SPACES TO FL-INFORME-REG.
           STRING 'OMITIDOS POR PROMESA DE PAGO : ' DELIMITED BY SIZE
                  WM-COUNT-Z DELIMITED BY SIZE
             INTO FL-INFORME-REG
           WRITE FL-INFORME-REG.

           MOVE WM-SINCORREO-COUNT TO WM-COUNT-Z.
           MOVE SPACES TO FL-INFORME-REG.
           STRING 'OMITIDOS SIN CORREO          : ' DELIMITED BY SIZE
                  WM-COUNT-Z DELIMITED BY SIZE
             INTO FL-INFORME-REG
           WRITE FL-INFORME-REG.

           MOVE WM-RESET-COUNT TO WM-COUNT-Z.
           MOVE SPACES TO FL-INFORME-REG.
           STRING 'CLIENTES YA AL CORRIENTE     : ' DELIMITED BY SIZE
                  WM-COUNT-Z DELIMITED BY SIZE
             INTO FL-INFORME-REG
           WRITE FL-INFORME-REG.

           IF HUBO-ERROR
               MOVE SPACES TO FL-INFORME-REG
               WRITE FL-INFORME-REG

               MOVE 'PASADA CON ERROR SQL: INFORME O RECLAMACIONES INCOMPLETOS.'
                 TO FL-INFORME-REG
               WRITE FL-INFORME-REG

               MOVE 'RELANCE EL PROCESO: LOS AVISOS YA ENVIADOS NO SE REPITEN.'
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
      * (CLIENTES CON SALDO / AVISOS ENVIADOS / OMITIDOS).
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
