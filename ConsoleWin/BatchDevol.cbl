      $set ilusing"System.Configuration"
      $set ilusing"System.Data.SqlClient"

      *============================================================
      * BATCHDEVOL: cierre del ciclo de la remesa SEPA. Hace dos
      * cosas, en este orden:
      * 1) Lee el fichero de devoluciones del banco, DEVOLUCIONES.DAT
      *    (ancho fijo, una línea por adeudo devuelto; las líneas de
      *    otro tipo, cabecera y totales, se ignoran):
      *      '2' + CIF(9) + REFERENCIA REMESA(14) + IMPORTE(11,
      *            9(9)V99 sin coma) + FECHA DEVOLUCION(8) +
      *            MOTIVO(4, código SEPA: AM04 sin fondos, AC04
      *            cuenta cancelada, MD01 sin mandato, ...)
      *    La referencia es la que BatchSepa escribió en el adeudo.
      *    Las facturas del cliente marcadas con esa remesa vuelven a
      *    pendientes sin remesar (FACTURAS.REMESA en blanco) con el
      *    motivo en FACTURAS.DEVOLUCION, y se deja una gestión en
      *    GESTIONES. Con AC04 o MD01 el IBAN del cliente queda
      *    bloqueado (USRDATOS.IBAN_BLOQUEO = motivo): BatchSepa no lo
      *    vuelve a domiciliar hasta que se corrija en MENU04. Una
      *    línea que no cuadra (remesa sin facturas pendientes de ese
      *    cliente, importe distinto del remesado) no toca la base:
      *    se lista en el informe para revisarla a mano.
      *    Leído entero y sin error SQL, el fichero se renombra a
      *    DEVOLUCIONES_AAAAMMDD.DAT (fecha de la pasada) para que la
      *    noche siguiente no se vuelva a aplicar; si la pasada corta
      *    por error se deja con su nombre para relanzarla.
      * 2) Da por cobradas las facturas remesadas que no se han
      *    devuelto en plazo: las de remesas de hace más de
      *    PLAZODEVOL días (clave de DBCONFIG.CFG; 7 si no está).
      *    Por cada adeudo (cliente y remesa) se graba un cobro en
      *    PAGOS (método S=SEPA, referencia = la de la remesa, fecha
      *    = la del cargo) aplicado en PAGOS_FACTURAS a cada factura,
      *    que pasa a C=COBRADA, igual que un cobro de MENU09.
      * El detalle y el resumen quedan en DEVOL_AAAAMMDD.PRN.
      *============================================================
       id division.
       program-id. BatchDevol as "CobolConsole.BatchDevol".
       environment division.
       configuration section.
       special-names.
           crt status is key-status.
       input-output section.
       file-control.
           select F-DBCONFIG assign to "DBCONFIG.CFG"
               organization is line sequential
               file status is WM-CFG-STATUS.
           select F-DEVOL assign to "DEVOLUCIONES.DAT"
               organization is line sequential
               file status is WM-DEVOL-STATUS.
           select F-INFORME assign to WM-INFORME-NOMBRE
               organization is line sequential.
       data division.
       file section.
       fd F-DBCONFIG.
       01 FL-DBCONFIG-REG PIC X(80).

       fd F-DEVOL.
       01 FL-DEVOL-REG PIC X(47).

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
      * PLAZODEVOL son los días que se espera una devolución antes de
      * dar por cobrado un adeudo remesado.
       01 WM-CFG-STATUS PIC XX value spaces.
       01 WM-CFG-DATOS.
         03 WM-CFG-USER    PIC X(30) value 'sa'.
         03 WM-CFG-PASS    PIC X(30) value 'CHANGE_ME'.
         03 WM-CFG-SOURCE  PIC X(30) value 'cobolDB'.
         03 WM-CFG-DRIVER  PIC X(30) value 'SQLADO32'.
       01 WM-CFG-CLAVE PIC X(20) value spaces.
       01 WM-CFG-VALOR PIC X(60) value spaces.
       01 WM-CFG-PUNTERO PIC 9(4) value 1.
       01 WM-CFG-PLAZO PIC 9(3) value 7.

       01 DB2-SQLCODE PIC S9(9).
       01 DB2-SQLCODE-Z PIC -ZZZZZZZZ9.
       01 DB2-ERROR.
           05 DB2-ERR-MSG PIC X(50).
           05 DB2-ERR-CODE PIC X(20).

       01 WM-FECHA PIC 9(08) value zeros.
       01 WM-HORA  PIC 9(06) value zeros.

      * Fecha de corte de la segunda fase: las remesas de esa fecha o
      * anteriores ya no pueden devolverse. Se compara contra los
      * ocho primeros caracteres de FACTURAS.REMESA, por eso se
      * guarda también en alfanumérico.
       01 WM-DIAS-ENTERO PIC 9(09) value zero.
       01 WM-FEC-CORTE   PIC 9(08) value zeros.
       01 WM-FEC-CORTE-X REDEFINES WM-FEC-CORTE PIC X(08).

       01 WM-DEVOL-STATUS PIC XX value spaces.

      * Nombre fechado con el que se guarda DEVOLUCIONES.DAT una vez
      * aplicado (G035).
       01 WM-DEVOL-ARCHIVO PIC X(30) value spaces.

      * Línea leída de DEVOLUCIONES.DAT.
       01 WM-DEV-FILA.
         03 WM-DEV-TIPO     PIC X(01).
         03 WM-DEV-CIF      PIC X(09).
         03 WM-DEV-REMESA   PIC X(14).
         03 WM-DEV-IMPORTE  PIC 9(9)V99.
         03 WM-DEV-FECHA    PIC 9(08).
         03 WM-DEV-MOTIVO   PIC X(04).
      *      Cuenta cancelada o sin mandato: el IBAN queda bloqueado.
             88 DEV-BLOQUEA-IBAN VALUES 'AC04' 'MD01'.

      * Lo que hay en base para el adeudo devuelto: facturas de ese
      * cliente marcadas con esa remesa y aún pendientes.
       01 WM-DEV-FACTURAS PIC 9(07) value zero.
       01 WM-DEV-PENDIENTE PIC 9(9)V99 value zeros.

       01 WM-MOTIVO-RECHAZO PIC X(70) value spaces.

      * Gestión que se deja al cliente por cada devolución, con las
      * mismas columnas que graba G064-GUARDAR-GESTION de Program1.
       01 WM-GESTION.
         03 WM-GES-CIF     PIC X(09) value spaces.
         03 WM-GES-FECHA   PIC 9(08) value zeros.
         03 WM-GES-HORA    PIC 9(06) value zeros.
         03 WM-GES-OPERADOR PIC X(10) value 'BATCH'.
         03 WM-GES-NOTA    PIC X(60) value spaces.

      * Adeudo remesado vencido (fase 2): cliente, remesa y lo que
      * queda por cobrar de sus facturas.
       01 WM-VEN-CIF      PIC X(09) value spaces.
       01 WM-VEN-REMESA.
         03 WM-VEN-REM-FECHA PIC 9(08) value zeros.
         03 WM-VEN-REM-HORA  PIC X(06) value spaces.
       01 WM-VEN-IMPORTE  PIC 9(9)V99 value zeros.
       01 WM-VEN-FACTURAS PIC 9(07) value zero.

      * Clave del cobro en PAGOS (CIF + FECHA_ALTA + HORA_ALTA, con
      * centésimas, igual que los cobros de MENU09). Dos adeudos del
      * mismo cliente en la misma centésima no pueden pisarse: si el
      * reloj no ha avanzado se suma una centésima a la anterior.
       01 WM-PAG-HORA     PIC 9(08) value zeros.
       01 WM-PAG-HORA-ANT PIC 9(08) value zeros.

      * Totales de la pasada.
       01 WM-LEIDOS-COUNT    PIC 9(7) value zero.
       01 WM-DEVUELTOS-COUNT PIC 9(7) value zero.
       01 WM-RECHAZOS-COUNT  PIC 9(7) value zero.
       01 WM-BLOQUEOS-COUNT  PIC 9(7) value zero.
       01 WM-FAC-DEV-COUNT   PIC 9(7) value zero.
       01 WM-COBRADOS-COUNT  PIC 9(7) value zero.
       01 WM-FAC-COB-COUNT   PIC 9(7) value zero.
       01 WM-IMPORTE-DEV     PIC 9(11)V99 value zeros.
       01 WM-IMPORTE-COB     PIC 9(11)V99 value zeros.
       01 WM-COUNT-Z PIC ZZZZZZ9.
       01 WM-IMPORTE-Z PIC ZZZZZZZZZZ9.99.
       01 WM-LINEA-IMP-Z PIC ZZZZZZZZ9.99.

       01 WM-FIN-CURSOR PIC X value 'N'.
           88 FIN-CURSOR  VALUE 'S'.
           88 NFIN-CURSOR VALUE 'N'.

      * Error SQL a mitad de pasada (la enciende G999-ERROR-DB2): la
      * ejecución se cierra con estado 'E' en BATCH_EJECUCIONES. Una
      * línea rechazada porque no cuadra NO es error: queda en el
      * contador de rechazadas y en el informe. Tampoco lo es que no
      * llegue fichero: hay días sin devoluciones.
       01 WM-HUBO-ERROR PIC X value 'N'.
           88 HUBO-ERROR VALUE 'S'.
           88 SIN-ERROR  VALUE 'N'.

      * Nombre fechado del informe.
       01 WM-INFORME-NOMBRE PIC X(30) value spaces.

      * Registro de la ejecución en BATCH_EJECUCIONES, igual que
      * G500/G510 de Program1 y del resto de batch.
       01 WM-RUN.
         03 WM-RUN-PROCESO   PIC X(10) value 'BATCHDEVOL'.
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
           PERFORM G015-CALCULAR-CORTE.

           MOVE SPACES TO WM-INFORME-NOMBRE.
           STRING 'DEVOL_'  DELIMITED BY SIZE
                  WM-FECHA  DELIMITED BY SIZE
                  '.PRN'    DELIMITED BY SIZE
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

               PERFORM G030-PROCESAR-DEVOLUCIONES
      *        Con un error en las devoluciones no se da nada por
      *        cobrado: una devolución sin aplicar pasaría a cobro.
               IF SIN-ERROR
                   PERFORM G040-COBRAR-VENCIDAS
               END-IF

               MOVE WM-DEVUELTOS-COUNT TO WM-RUN-CONT1
               MOVE WM-RECHAZOS-COUNT  TO WM-RUN-CONT2
               MOVE WM-COBRADOS-COUNT  TO WM-RUN-CONT3
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
      * LEE LA CONFIGURACION (USER/PASS/SOURCE/DRIVER/PLAZODEVOL) DE
      * DBCONFIG.CFG. IGUAL QUE G010-LEER-CONFIG DE PROGRAM1, MAS LA
      * CLAVE PLAZODEVOL (DIAS DE ESPERA DE UNA DEVOLUCION).
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
               WHEN 'PLAZODEVOL'
                   IF WM-CFG-VALOR(1:3) IS NUMERIC
                       MOVE WM-CFG-VALOR(1:3) TO WM-CFG-PLAZO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *============================================================
      * FECHA DE CORTE = HOY MENOS WM-CFG-PLAZO DIAS. UN ADEUDO DE
      * UNA REMESA DE ESA FECHA O ANTERIOR YA NO SE PUEDE DEVOLVER.
      *============================================================
       G015-CALCULAR-CORTE.

           COMPUTE WM-DIAS-ENTERO =
               FUNCTION INTEGER-OF-DATE(WM-FECHA) - WM-CFG-PLAZO.
           COMPUTE WM-FEC-CORTE =
               FUNCTION DATE-OF-INTEGER(WM-DIAS-ENTERO).

      *============================================================
      * RECORRE DEVOLUCIONES.DAT Y APLICA CADA ADEUDO DEVUELTO. SIN
      * FICHERO NO HAY NADA QUE APLICAR (NO ES ERROR).
      *============================================================
       G030-PROCESAR-DEVOLUCIONES.

           OPEN INPUT F-DEVOL.

           IF WM-DEVOL-STATUS NOT = '00'
               MOVE 'SIN FICHERO DEVOLUCIONES.DAT: NO HAY DEVOLUCIONES QUE APLICAR.'
                 TO FL-INFORME-REG
               WRITE FL-INFORME-REG
           ELSE
               PERFORM UNTIL WM-DEVOL-STATUS NOT = '00'
                          OR HUBO-ERROR
                   READ F-DEVOL
                   IF WM-DEVOL-STATUS = '00'
                       MOVE FL-DEVOL-REG TO WM-DEV-FILA
                       IF WM-DEV-TIPO = '2'
                           ADD 1 TO WM-LEIDOS-COUNT
                           PERFORM G031-PROCESAR-DEVOLUCION
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE F-DEVOL
               IF SIN-ERROR
                   PERFORM G035-ARCHIVAR-FICHERO
               END-IF
           END-IF.

      *============================================================
      * UN ADEUDO DEVUELTO: COMPRUEBA QUE CUADRA CON LO REMESADO
      * (MISMO CLIENTE, MISMA REMESA, MISMO IMPORTE PENDIENTE) Y LO
      * APLICA. SI NO CUADRA, LO LISTA Y SIGUE.
      *============================================================
       G031-PROCESAR-DEVOLUCION.

           MOVE SPACES TO WM-MOTIVO-RECHAZO.
           MOVE ZERO TO WM-DEV-FACTURAS WM-DEV-PENDIENTE.

           IF WM-DEV-CIF = SPACES OR WM-DEV-REMESA = SPACES
              OR WM-DEV-MOTIVO = SPACES
              OR WM-DEV-IMPORTE IS NOT NUMERIC
               MOVE 'LINEA MAL FORMADA (CIF, REMESA, IMPORTE O MOTIVO).'
                 TO WM-MOTIVO-RECHAZO
           ELSE
               EXEC SQL
                    SELECT COUNT(*)
                         , ISNULL(SUM(IMPORTE - COBRADO - ABONADO), 0)
                      INTO :WM-DEV-FACTURAS
                         , :WM-DEV-PENDIENTE
                      FROM FACTURAS
                     WHERE CIF    = :WM-DEV-CIF
                       AND REMESA = :WM-DEV-REMESA
                       AND ESTADO = 'P'
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE NOT = 0
                       PERFORM G999-ERROR-DB2
                       MOVE MSG-ERR TO WM-MOTIVO-RECHAZO
                   WHEN WM-DEV-FACTURAS = ZERO
                       MOVE 'SIN FACTURAS PENDIENTES EN ESA REMESA (YA DEVUELTA O YA COBRADA).'
                         TO WM-MOTIVO-RECHAZO
                   WHEN WM-DEV-PENDIENTE NOT = WM-DEV-IMPORTE
                       MOVE 'EL IMPORTE NO CUADRA CON EL ADEUDO REMESADO.'
                         TO WM-MOTIVO-RECHAZO
                   WHEN OTHER
                       PERFORM G033-APLICAR-DEVOLUCION
               END-EVALUATE
           END-IF.

           IF WM-MOTIVO-RECHAZO NOT = SPACES
               PERFORM G032-RECHAZAR-DEVOLUCION
           END-IF.

      *============================================================
      * LISTA EN EL INFORME UNA LINEA QUE NO SE HA PODIDO APLICAR,
      * CON SU MOTIVO, PARA REVISARLA A MANO.
      *============================================================
       G032-RECHAZAR-DEVOLUCION.

           ADD 1 TO WM-RECHAZOS-COUNT.

           MOVE SPACES TO FL-INFORME-REG.
           STRING '  RECHAZADA CIF=' DELIMITED BY SIZE
                  WM-DEV-CIF        DELIMITED BY SIZE
                  ' REMESA='        DELIMITED BY SIZE
                  WM-DEV-REMESA     DELIMITED BY SIZE
                  ' - '             DELIMITED BY SIZE
                  WM-MOTIVO-RECHAZO DELIMITED BY SIZE
             INTO FL-INFORME-REG.
           WRITE FL-INFORME-REG.

      *============================================================
      * APLICA UNA DEVOLUCION EN UNA SOLA TRANSACCION: LAS FACTURAS
      * VUELVEN A PENDIENTES SIN REMESAR CON EL MOTIVO, SE BLOQUEA EL
      * IBAN SI EL MOTIVO LO PIDE Y SE DEJA LA GESTION AL CLIENTE.
      *============================================================
       G033-APLICAR-DEVOLUCION.

           EXEC SQL
               UPDATE FACTURAS
                  SET REMESA     = ' '
                    , DEVOLUCION = :WM-DEV-MOTIVO
                WHERE CIF    = :WM-DEV-CIF
                  AND REMESA = :WM-DEV-REMESA
                  AND ESTADO = 'P'
           END-EXEC.

           IF SQLCODE = 0 AND DEV-BLOQUEA-IBAN
               EXEC SQL
                   UPDATE USRDATOS
                      SET IBAN_BLOQUEO = :WM-DEV-MOTIVO
                    WHERE CIF = :WM-DEV-CIF
               END-EXEC
           END-IF.

           IF SQLCODE = 0
               MOVE WM-DEV-CIF TO WM-GES-CIF
               MOVE WM-FECHA   TO WM-GES-FECHA
               ACCEPT WM-GES-HORA FROM TIME
               MOVE WM-DEV-IMPORTE TO WM-LINEA-IMP-Z
               MOVE SPACES TO WM-GES-NOTA
               IF DEV-BLOQUEA-IBAN
                   STRING 'DEV.SEPA '      DELIMITED BY SIZE
                          WM-DEV-MOTIVO    DELIMITED BY SIZE
                          ' REMESA '       DELIMITED BY SIZE
                          WM-DEV-REMESA    DELIMITED BY SIZE
                          ' '              DELIMITED BY SIZE
                          WM-LINEA-IMP-Z   DELIMITED BY SIZE
                          ' IBAN BLOQ.'    DELIMITED BY SIZE
                     INTO WM-GES-NOTA
               ELSE
                   STRING 'DEV.SEPA '      DELIMITED BY SIZE
                          WM-DEV-MOTIVO    DELIMITED BY SIZE
                          ' REMESA '       DELIMITED BY SIZE
                          WM-DEV-REMESA    DELIMITED BY SIZE
                          ' '              DELIMITED BY SIZE
                          WM-LINEA-IMP-Z   DELIMITED BY SIZE
                     INTO WM-GES-NOTA
               END-IF
               EXEC SQL
                   INSERT
                     INTO GESTIONES(CIF, FECHA, HORA, OPERADOR, NOTA)
                     VALUES(:WM-GES-CIF, :WM-GES-FECHA, :WM-GES-HORA,
                            :WM-GES-OPERADOR, :WM-GES-NOTA)
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               PERFORM G999-ERROR-DB2
               MOVE MSG-ERR TO WM-MOTIVO-RECHAZO
               EXEC SQL ROLLBACK END-EXEC
           ELSE
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WM-DEVUELTOS-COUNT
               ADD WM-DEV-FACTURAS TO WM-FAC-DEV-COUNT
               ADD WM-DEV-IMPORTE TO WM-IMPORTE-DEV
               MOVE SPACES TO FL-INFORME-REG
               IF DEV-BLOQUEA-IBAN
                   ADD 1 TO WM-BLOQUEOS-COUNT
                   STRING '  DEVUELTA  CIF=' DELIMITED BY SIZE
                          WM-DEV-CIF         DELIMITED BY SIZE
                          ' MOTIVO='         DELIMITED BY SIZE
                          WM-DEV-MOTIVO      DELIMITED BY SIZE
                          ' FECHA='          DELIMITED BY SIZE
                          WM-DEV-FECHA       DELIMITED BY SIZE
                          ' IMPORTE='        DELIMITED BY SIZE
                          WM-LINEA-IMP-Z     DELIMITED BY SIZE
                          ' - IBAN BLOQUEADO HASTA CORREGIRLO EN MENU04.'
                          DELIMITED BY SIZE
                     INTO FL-INFORME-REG
               ELSE
                   STRING '  DEVUELTA  CIF=' DELIMITED BY SIZE
                          WM-DEV-CIF         DELIMITED BY SIZE
                          ' MOTIVO='         DELIMITED BY SIZE
                          WM-DEV-MOTIVO      DELIMITED BY SIZE
                          ' FECHA='          DELIMITED BY SIZE
                          WM-DEV-FECHA       DELIMITED BY SIZE
                          ' IMPORTE='        DELIMITED BY SIZE
                          WM-LINEA-IMP-Z     DELIMITED BY SIZE
                     INTO FL-INFORME-REG
               END-IF
               WRITE FL-INFORME-REG
           END-IF.

      *============================================================
      * GUARDA EL FICHERO YA APLICADO CON LA FECHA DE LA PASADA, IGUAL
      * QUE LOS INFORMES .PRN, PARA QUE NO SE VUELVA A LEER. SI NO SE
      * PUEDE RENOMBRAR (YA HAY UNO CON ESE NOMBRE DE OTRA PASADA DEL
      * MISMO DIA) SE AVISA: HAY QUE MOVERLO A MANO ANTES DE RELANZAR.
      *============================================================
       G035-ARCHIVAR-FICHERO.

           MOVE SPACES TO WM-DEVOL-ARCHIVO.
           STRING 'DEVOLUCIONES_' DELIMITED BY SIZE
                  WM-FECHA        DELIMITED BY SIZE
                  '.DAT'          DELIMITED BY SIZE
             INTO WM-DEVOL-ARCHIVO.

           CALL 'CBL_RENAME_FILE' USING 'DEVOLUCIONES.DAT',
                                        WM-DEVOL-ARCHIVO.

           MOVE SPACES TO FL-INFORME-REG.
           IF RETURN-CODE = 0
               STRING 'DEVOLUCIONES.DAT APLICADO Y GUARDADO COMO '
                      DELIMITED BY SIZE
                      WM-DEVOL-ARCHIVO DELIMITED BY SIZE
                 INTO FL-INFORME-REG
           ELSE
               STRING 'NO SE PUDO RENOMBRAR DEVOLUCIONES.DAT A '
                      DELIMITED BY SIZE
                      WM-DEVOL-ARCHIVO DELIMITED BY SPACE
                      ': MUEVALO A MANO ANTES DE LA PROXIMA PASADA.'
                      DELIMITED BY SIZE
                 INTO FL-INFORME-REG
           END-IF.
           WRITE FL-INFORME-REG.

      *============================================================
      * DA POR COBRADOS, UNO A UNO, LOS ADEUDOS (CLIENTE Y REMESA)
      * DE REMESAS ANTERIORES AL CORTE QUE SIGUEN PENDIENTES. CADA
      * ADEUDO VA EN SU PROPIA TRANSACCION; EL COMMIT CERRARIA UN
      * CURSOR ABIERTO, ASI QUE SE RELEE CADA VEZ EL PRIMERO QUE
      * QUEDA (LOS YA COBRADOS DEJAN DE ESTAR PENDIENTES).
      *============================================================
       G040-COBRAR-VENCIDAS.

           SET NFIN-CURSOR TO TRUE.
           PERFORM UNTIL FIN-CURSOR
               EXEC SQL
                   SELECT TOP 1 CIF, REMESA
                        , SUM(IMPORTE - COBRADO - ABONADO)
                        , COUNT(*)
                     INTO :WM-VEN-CIF, :WM-VEN-REMESA
                        , :WM-VEN-IMPORTE, :WM-VEN-FACTURAS
                     FROM FACTURAS
                    WHERE ESTADO = 'P'
                      AND REMESA <> ' '
                      AND SUBSTRING(REMESA, 1, 8) <= :WM-FEC-CORTE-X
                    GROUP BY CIF, REMESA
                    ORDER BY CIF, REMESA
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = 0
                       PERFORM G041-COBRAR-ADEUDO
                       IF HUBO-ERROR
                           SET FIN-CURSOR TO TRUE
                       END-IF
                   WHEN SQLCODE = 100
                       SET FIN-CURSOR TO TRUE
                   WHEN OTHER
                       SET FIN-CURSOR TO TRUE
                       PERFORM G999-ERROR-DB2
                       DISPLAY MSG-ERR
               END-EVALUATE
           END-PERFORM.

      *============================================================
      * UN ADEUDO VENCIDO SIN DEVOLUCION: GRABA EL COBRO EN PAGOS
      * (METODO S=SEPA, FECHA DEL CARGO, REFERENCIA DE LA REMESA),
      * LO APLICA A CADA FACTURA EN PAGOS_FACTURAS POR LO QUE LE
      * QUEDABA PENDIENTE Y LAS CIERRA COMO COBRADAS.
      *============================================================
       G041-COBRAR-ADEUDO.

           ACCEPT WM-PAG-HORA FROM TIME.
           IF WM-PAG-HORA NOT > WM-PAG-HORA-ANT
               COMPUTE WM-PAG-HORA = WM-PAG-HORA-ANT + 1
           END-IF.
           MOVE WM-PAG-HORA TO WM-PAG-HORA-ANT.

           EXEC SQL
               INSERT
                 INTO PAGOS(CIF, FECHA_ALTA, HORA_ALTA, FECHA
                          , IMPORTE, METODO, REFERENCIA, OPERADOR)
                 VALUES(:WM-VEN-CIF, :WM-FECHA, :WM-PAG-HORA
                      , :WM-VEN-REM-FECHA, :WM-VEN-IMPORTE, 'S'
                      , :WM-VEN-REMESA, :WM-RUN-OPERADOR)
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL
                   INSERT
                     INTO PAGOS_FACTURAS(CIF, FECHA_ALTA, HORA_ALTA
                                       , NUMERO, IMPORTE)
                   SELECT CIF, :WM-FECHA, :WM-PAG-HORA
                        , NUMERO, IMPORTE - COBRADO - ABONADO
                     FROM FACTURAS
                    WHERE CIF    = :WM-VEN-CIF
                      AND REMESA = :WM-VEN-REMESA
                      AND ESTADO = 'P'
               END-EXEC
           END-IF.

           IF SQLCODE = 0
               EXEC SQL
                   UPDATE FACTURAS
                      SET COBRADO = IMPORTE - ABONADO
                        , ESTADO  = 'C'
                    WHERE CIF    = :WM-VEN-CIF
                      AND REMESA = :WM-VEN-REMESA
                      AND ESTADO = 'P'
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               PERFORM G999-ERROR-DB2
               DISPLAY MSG-ERR
               EXEC SQL ROLLBACK END-EXEC
               MOVE SPACES TO FL-INFORME-REG
               STRING '  ERROR AL COBRAR CIF=' DELIMITED BY SIZE
                      WM-VEN-CIF               DELIMITED BY SIZE
                      ' REMESA='               DELIMITED BY SIZE
                      WM-VEN-REMESA            DELIMITED BY SIZE
                      ' - '                    DELIMITED BY SIZE
                      MSG-ERR                  DELIMITED BY SIZE
                 INTO FL-INFORME-REG
               WRITE FL-INFORME-REG
           ELSE
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WM-COBRADOS-COUNT
               ADD WM-VEN-FACTURAS TO WM-FAC-COB-COUNT
               ADD WM-VEN-IMPORTE TO WM-IMPORTE-COB
               MOVE WM-VEN-IMPORTE TO WM-LINEA-IMP-Z
               MOVE SPACES TO FL-INFORME-REG
               STRING '  COBRADA   CIF=' DELIMITED BY SIZE
                      WM-VEN-CIF         DELIMITED BY SIZE
                      ' REMESA='         DELIMITED BY SIZE
                      WM-VEN-REMESA      DELIMITED BY SIZE
                      ' IMPORTE='        DELIMITED BY SIZE
                      WM-LINEA-IMP-Z     DELIMITED BY SIZE
                      ' (SIN DEVOLUCION EN PLAZO)' DELIMITED BY SIZE
                 INTO FL-INFORME-REG
               WRITE FL-INFORME-REG
           END-IF.

      *============================================================
      * RESUMEN DE LA PASADA EN DEVOL_AAAAMMDD.PRN.
      *============================================================
       G050-GRABAR-RESUMEN.

           MOVE SPACES TO FL-INFORME-REG.
           WRITE FL-INFORME-REG.

           MOVE ALL '-' TO FL-INFORME-REG.
           WRITE FL-INFORME-REG.

           MOVE SPACES TO FL-INFORME-REG.
           STRING 'DEVOLUCIONES SEPA - ' DELIMITED BY SIZE
                  WM-FECHA DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WM-HORA DELIMITED BY SIZE
             INTO FL-INFORME-REG
           WRITE FL-INFORME-REG.

           MOVE WM-LEIDOS-COUNT TO WM-COUNT-Z.
           MOVE SPACES TO FL-INFORME-REG.
           STRING 'DEVOLUCIONES LEIDAS    : ' DELIMITED BY SIZE
                  WM-COUNT-Z DELIMITED BY SIZE
             INTO FL-INFORME-REG
           WRITE FL-INFORME-REG.

           MOVE WM-DEVUELTOS-COUNT TO WM-COUNT-Z.
           MOVE SPACES TO FL-INFORME-REG.
           STRING 'DEVOLUCIONES APLICADAS : ' DELIMITED BY SIZE
                  WM-COUNT-Z DELIMITED BY SIZE
             INTO FL-INFORME-REG
           WRITE FL-INFORME-REG.

           MOVE WM-FAC-DEV-COUNT TO WM-COUNT-Z.
           MOVE SPACES TO FL-INFORME-REG.
           STRING '  FACTURAS A PENDIENTE : ' DELIMITED BY SIZE
                  WM-COUNT-Z DELIMITED BY SIZE
             INTO FL-INFORME-REG
           WRITE FL-INFORME-REG.

           MOVE WM-IMPORTE-DEV TO WM-IMPORTE-Z.
           MOVE SPACES TO FL-INFORME-REG.
           STRING '  IMPORTE DEVUELTO     : ' DELIMITED BY SIZE
                  WM-IMPORTE-Z DELIMITED BY SIZE
             INTO FL-INFORME-REG
           WRITE FL-INFORME-REG.

           MOVE WM-BLOQUEOS-COUNT TO WM-COUNT-Z.
           MOVE SPACES TO FL-INFORME-REG.
           STRING '  IBAN BLOQUEADOS      : ' DELIMITED BY SIZE
                  WM-COUNT-Z DELIMITED BY SIZE
             INTO FL-INFORME-REG
           WRITE FL-INFORME-REG.

           MOVE WM-RECHAZOS-COUNT TO WM-COUNT-Z.
           MOVE SPACES TO FL-INFORME-REG.
           STRING 'DEVOLUCIONES RECHAZADAS: ' DELIMITED BY SIZE
                  WM-COUNT-Z DELIMITED BY SIZE
             INTO FL-INFORME-REG
           WRITE FL-INFORME-REG.

           MOVE SPACES TO FL-INFORME-REG.
           STRING 'CORTE DE COBRO (REMESAS HASTA): ' DELIMITED BY SIZE
                  WM-FEC-CORTE DELIMITED BY SIZE
             INTO FL-INFORME-REG
           WRITE FL-INFORME-REG.

           MOVE WM-COBRADOS-COUNT TO WM-COUNT-Z.
           MOVE SPACES TO FL-INFORME-REG.
           STRING 'ADEUDOS DADOS POR COBRADOS: ' DELIMITED BY SIZE
                  WM-COUNT-Z DELIMITED BY SIZE
             INTO FL-INFORME-REG
           WRITE FL-INFORME-REG.

           MOVE WM-FAC-COB-COUNT TO WM-COUNT-Z.
           MOVE SPACES TO FL-INFORME-REG.
           STRING '  FACTURAS COBRADAS       : ' DELIMITED BY SIZE
                  WM-COUNT-Z DELIMITED BY SIZE
             INTO FL-INFORME-REG
           WRITE FL-INFORME-REG.

           MOVE WM-IMPORTE-COB TO WM-IMPORTE-Z.
           MOVE SPACES TO FL-INFORME-REG.
           STRING '  IMPORTE COBRADO         : ' DELIMITED BY SIZE
                  WM-IMPORTE-Z DELIMITED BY SIZE
             INTO FL-INFORME-REG
           WRITE FL-INFORME-REG.

           IF HUBO-ERROR
               MOVE SPACES TO FL-INFORME-REG
               WRITE FL-INFORME-REG

               MOVE 'PASADA CON ERROR SQL: REVISE EL DETALLE Y RELANCE EL PROCESO.'
                 TO FL-INFORME-REG
               WRITE FL-INFORME-REG

               MOVE 'LAS LINEAS YA APLICADAS SE RECHAZARAN AL RELANZAR (YA DEVUELTAS).'
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
      * (DEVOLUCIONES APLICADAS / RECHAZADAS / ADEUDOS COBRADOS).
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
