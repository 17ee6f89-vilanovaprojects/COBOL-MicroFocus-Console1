      $set ilusing"System.Configuration"
      $set ilusing"System.Data.SqlClient"

      *============================================================
      * BATCHINTEG: auditoría de integridad y calidad de datos de
      * las tablas de clientes. Complementa a BatchRecon, que solo
      * cuenta y controla USRDATOS: aquí se cruzan las tablas
      * satélite con USRDATOS y se revisan los datos de cada cliente
      * con los mismos criterios que usa Program1. Reglas:
      *   01 CONTACTOS_USRDATOS sin su CIF en USRDATOS
      *   02 GESTIONES sin su CIF en USRDATOS
      *   03 FACTURAS sin su CIF en USRDATOS
      *   04 NOTIFICACIONES_EMAIL sin su CIF en USRDATOS (los
      *      avisos internos, con CIF en blanco, no cuentan)
      *   05 clientes de baja con facturas pendientes
      *   06 clientes de baja con FECHA_BAJA a cero
      *   07 SECTOR que no está en SECTORES
      *   08 PROVINCIA que no es la que da el prefijo del CP según
      *      G220-PROVINCIA-DE-CP (salvo clientes anonimizados en
      *      MENU14, que conservan la provincia sin el CP)
      *   09 IBAN que no pasa G230-VALIDAR-IBAN
      *   10 CIF que no pasa G200-VALIDAR-CIF
      * En INTEGRIDAD_AAAAMMDD.PRN sale cada regla con las claves de
      * las filas afectadas y su total, y al final el cuadro de
      * totales por regla. Solo lee: la limpieza la hace el back
      * office (MENU04, MENU05, MENU11).
      *============================================================
       id division.
       program-id. BatchInteg as "CobolConsole.BatchInteg".
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

      * Reglas de la auditoría: descripción y total de incidencias.
       01 TABLA-REGLAS-DEF.
         03 FILLER PIC X(45) VALUE 'CONTACTOS SIN CLIENTE EN USRDATOS'.
         03 FILLER PIC X(45) VALUE 'GESTIONES SIN CLIENTE EN USRDATOS'.
         03 FILLER PIC X(45) VALUE 'FACTURAS SIN CLIENTE EN USRDATOS'.
         03 FILLER PIC X(45) VALUE 'CORREOS SIN CLIENTE EN USRDATOS'.
         03 FILLER PIC X(45) VALUE 'CLIENTES DE BAJA CON FACTURAS PENDIENTES'.
         03 FILLER PIC X(45) VALUE 'CLIENTES DE BAJA SIN FECHA DE BAJA'.
         03 FILLER PIC X(45) VALUE 'SECTOR QUE NO EXISTE EN SECTORES'.
         03 FILLER PIC X(45) VALUE 'PROVINCIA QUE NO CUADRA CON EL CP'.
         03 FILLER PIC X(45) VALUE 'IBAN QUE NO PASA EL CONTROL'.
         03 FILLER PIC X(45) VALUE 'CIF CON FORMATO NO VALIDO'.
       01 TABLA-REGLAS REDEFINES TABLA-REGLAS-DEF.
         03 REGLA-DESC PIC X(45) OCCURS 10 TIMES.
       01 TABLA-REGLAS-CUENTA.
         03 REGLA-CUENTA PIC 9(07) OCCURS 10 TIMES.
       01 WM-REGLA PIC 9(02) value zero.

      * Fila afectada por la regla en curso: su CIF y el resto de su
      * clave o el dato que falla, ya montado como texto.
       01 WM-INC-CIF     PIC X(09) value spaces.
       01 WM-INC-DETALLE PIC X(100) value spaces.

      * Cliente leído en las reglas 08 a 10.
       01 WM-CLI.
         03 WM-CLI-CIF    PIC X(09) value spaces.
         03 WM-CLI-NOMBRE PIC X(20) value spaces.
      *      Nombre que deja G145-ANONIMIZAR-CLIENTE de Program1.
             88 CLI-ANONIMIZADO VALUE 'ANONIMIZADO'.
         03 WM-CLI-CP     PIC X(05) value spaces.
         03 WM-CLI-PROV   PIC X(20) value spaces.
         03 WM-CLI-IBAN   PIC X(24) value spaces.
       01 WM-CLIENTES-COUNT PIC 9(07) value zero.

      * Provincia derivada del prefijo del CP, igual que
      * G220-PROVINCIA-DE-CP de Program1.
       01 WM-PROV-CALC PIC X(20) value spaces.

      * Tabla fija de provincias por prefijo de código postal, igual
      * que la de Program1. Se duplica aquí porque este es un
      * programa batch independiente, sin COPY compartido en el
      * resto del proyecto.
       01 TABLA-PROVINCIAS-DEF.
         03 FILLER PIC X(22) VALUE '01ALAVA'.
         03 FILLER PIC X(22) VALUE '02ALBACETE'.
         03 FILLER PIC X(22) VALUE '03ALICANTE'.
         03 FILLER PIC X(22) VALUE '04ALMERIA'.
         03 FILLER PIC X(22) VALUE '05AVILA'.
         03 FILLER PIC X(22) VALUE '06BADAJOZ'.
         03 FILLER PIC X(22) VALUE '07BALEARES'.
         03 FILLER PIC X(22) VALUE '08BARCELONA'.
         03 FILLER PIC X(22) VALUE '09BURGOS'.
         03 FILLER PIC X(22) VALUE '10CACERES'.
         03 FILLER PIC X(22) VALUE '11CADIZ'.
         03 FILLER PIC X(22) VALUE '12CASTELLON'.
         03 FILLER PIC X(22) VALUE '13CIUDAD REAL'.
         03 FILLER PIC X(22) VALUE '14CORDOBA'.
         03 FILLER PIC X(22) VALUE '15A CORUNA'.
         03 FILLER PIC X(22) VALUE '16CUENCA'.
         03 FILLER PIC X(22) VALUE '17GIRONA'.
         03 FILLER PIC X(22) VALUE '18GRANADA'.
         03 FILLER PIC X(22) VALUE '19GUADALAJARA'.
         03 FILLER PIC X(22) VALUE '20GUIPUZCOA'.
         03 FILLER PIC X(22) VALUE '21HUELVA'.
         03 FILLER PIC X(22) VALUE '22HUESCA'.
         03 FILLER PIC X(22) VALUE '23JAEN'.
         03 FILLER PIC X(22) VALUE '24LEON'.
         03 FILLER PIC X(22) VALUE '25LLEIDA'.
         03 FILLER PIC X(22) VALUE '26LA RIOJA'.
         03 FILLER PIC X(22) VALUE '27LUGO'.
         03 FILLER PIC X(22) VALUE '28MADRID'.
         03 FILLER PIC X(22) VALUE '29MALAGA'.
         03 FILLER PIC X(22) VALUE '30MURCIA'.
         03 FILLER PIC X(22) VALUE '31NAVARRA'.
         03 FILLER PIC X(22) VALUE '32OURENSE'.
         03 FILLER PIC X(22) VALUE '33ASTURIAS'.
         03 FILLER PIC X(22) VALUE '34PALENCIA'.
         03 FILLER PIC X(22) VALUE '35LAS PALMAS'.
         03 FILLER PIC X(22) VALUE '36PONTEVEDRA'.
         03 FILLER PIC X(22) VALUE '37SALAMANCA'.
         03 FILLER PIC X(22) VALUE '38STA.CRUZ TENERIFE'.
         03 FILLER PIC X(22) VALUE '39CANTABRIA'.
         03 FILLER PIC X(22) VALUE '40SEGOVIA'.
         03 FILLER PIC X(22) VALUE '41SEVILLA'.
         03 FILLER PIC X(22) VALUE '42SORIA'.
         03 FILLER PIC X(22) VALUE '43TARRAGONA'.
         03 FILLER PIC X(22) VALUE '44TERUEL'.
         03 FILLER PIC X(22) VALUE '45TOLEDO'.
         03 FILLER PIC X(22) VALUE '46VALENCIA'.
         03 FILLER PIC X(22) VALUE '47VALLADOLID'.
         03 FILLER PIC X(22) VALUE '48VIZCAYA'.
         03 FILLER PIC X(22) VALUE '49ZAMORA'.
         03 FILLER PIC X(22) VALUE '50ZARAGOZA'.
         03 FILLER PIC X(22) VALUE '51CEUTA'.
         03 FILLER PIC X(22) VALUE '52MELILLA'.
       01 TABLA-PROVINCIAS REDEFINES TABLA-PROVINCIAS-DEF.
         03 PROVFILA OCCURS 52 TIMES.
           05 PROV-PREF PIC X(02).
           05 PROV-NOM  PIC X(20).
       01 WM-PROV-IDX PIC 9(02) value zero.

      * Validación de formato del CIF, igual que G200-VALIDAR-CIF de
      * Program1.
       01 WM-CIF-VAL PIC X(09) value spaces.
       01 WM-CIF-VALIDO PIC X value 'N'.
           88 CIF-VALIDO   VALUE 'S'.
           88 CIF-INVALIDO VALUE 'N'.

      * Validación módulo 97 del IBAN, igual que G230-VALIDAR-IBAN
      * de Program1.
       01 WM-IBAN-VALIDO PIC X value 'N'.
           88 IBAN-VALIDO   VALUE 'S'.
           88 IBAN-INVALIDO VALUE 'N'.
       01 WM-IBAN-DIGITOS PIC X(26) value spaces.
       01 WM-IBAN-RESTO   PIC 9(04) value zero.
       01 WM-IBAN-IDX     PIC 9(02) value zero.
       01 WM-IBAN-DIG     PIC 9(01) value zero.

      * Totales de la pasada.
       01 WM-INCIDENCIAS-COUNT PIC 9(7) value zero.
       01 WM-REGLAS-COUNT      PIC 9(7) value zero.
       01 WM-COUNT-Z PIC ZZZZZZ9.
       01 WM-REGLA-Z PIC 99.

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
         03 WM-RUN-PROCESO   PIC X(10) value 'BATCHINTEG'.
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
           STRING 'INTEGRIDAD_' DELIMITED BY SIZE
                  WM-FECHA      DELIMITED BY SIZE
                  '.PRN'        DELIMITED BY SIZE
             INTO WM-INFORME-NOMBRE.

           OPEN OUTPUT F-INFORME.

           MOVE SPACES TO FL-INFORME-REG.
           STRING 'AUDITORIA DE INTEGRIDAD DE CLIENTES A '
                  DELIMITED BY SIZE
                  WM-FECHA DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WM-HORA DELIMITED BY SIZE
             INTO FL-INFORME-REG.
           WRITE FL-INFORME-REG.

           INITIALIZE TABLA-REGLAS-CUENTA.

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

               PERFORM G030-CONTACTOS-HUERFANOS
               PERFORM G031-GESTIONES-HUERFANAS
               PERFORM G032-FACTURAS-HUERFANAS
               PERFORM G033-CORREOS-HUERFANOS
               PERFORM G034-BAJAS-CON-PENDIENTE
               PERFORM G035-BAJAS-SIN-FECHA
               PERFORM G036-SECTORES-INEXISTENTES
               MOVE 8 TO WM-REGLA
               PERFORM G040-REVISAR-CLIENTES
               MOVE 9 TO WM-REGLA
               PERFORM G040-REVISAR-CLIENTES
               MOVE 10 TO WM-REGLA
               PERFORM G040-REVISAR-CLIENTES

               PERFORM VARYING WM-REGLA FROM 1 BY 1
                       UNTIL WM-REGLA > 10
                   ADD REGLA-CUENTA(WM-REGLA) TO WM-INCIDENCIAS-COUNT
                   IF REGLA-CUENTA(WM-REGLA) > ZERO
                       ADD 1 TO WM-REGLAS-COUNT
                   END-IF
               END-PERFORM

               MOVE WM-CLIENTES-COUNT    TO WM-RUN-CONT1
               MOVE WM-INCIDENCIAS-COUNT TO WM-RUN-CONT2
               MOVE WM-REGLAS-COUNT      TO WM-RUN-CONT3
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
      * REGLA 01: CONTACTOS CUYO CIF NO ESTA EN USRDATOS.
      *============================================================
       G030-CONTACTOS-HUERFANOS.

           MOVE 1 TO WM-REGLA.
           PERFORM G045-CABECERA-REGLA.

           EXEC SQL
               DECLARE CURS-R01 CURSOR FOR
                   SELECT C.CIF
                        , 'TIPO=' + C.TIPO + ' NOMBRE=' + C.NOMBRE
                          + ' TLF=' + C.TELEFONO
                     FROM CONTACTOS_USRDATOS C
                    WHERE NOT EXISTS (SELECT 1 FROM USRDATOS U
                                       WHERE U.CIF = C.CIF)
                    ORDER BY C.CIF, C.TIPO, C.NOMBRE
           END-EXEC.

           EXEC SQL OPEN CURS-R01 END-EXEC.

           SET NFIN-CURSOR TO TRUE.
           PERFORM UNTIL FIN-CURSOR
               EXEC SQL
                   FETCH CURS-R01 INTO :WM-INC-CIF, :WM-INC-DETALLE
               END-EXEC
               PERFORM G046-TRATAR-FETCH
           END-PERFORM.

           EXEC SQL CLOSE CURS-R01 END-EXEC.

           PERFORM G047-TOTAL-REGLA.

      *============================================================
      * REGLA 02: GESTIONES CUYO CIF NO ESTA EN USRDATOS.
      *============================================================
       G031-GESTIONES-HUERFANAS.

           MOVE 2 TO WM-REGLA.
           PERFORM G045-CABECERA-REGLA.

           EXEC SQL
               DECLARE CURS-R02 CURSOR FOR
                   SELECT G.CIF
                        , 'FECHA=' + CONVERT(CHAR(8), G.FECHA)
                          + ' HORA=' + CONVERT(CHAR(6), G.HORA)
                          + ' OPERADOR=' + G.OPERADOR
                     FROM GESTIONES G
                    WHERE NOT EXISTS (SELECT 1 FROM USRDATOS U
                                       WHERE U.CIF = G.CIF)
                    ORDER BY G.CIF, G.FECHA, G.HORA
           END-EXEC.

           EXEC SQL OPEN CURS-R02 END-EXEC.

           SET NFIN-CURSOR TO TRUE.
           PERFORM UNTIL FIN-CURSOR
               EXEC SQL
                   FETCH CURS-R02 INTO :WM-INC-CIF, :WM-INC-DETALLE
               END-EXEC
               PERFORM G046-TRATAR-FETCH
           END-PERFORM.

           EXEC SQL CLOSE CURS-R02 END-EXEC.

           PERFORM G047-TOTAL-REGLA.

      *============================================================
      * REGLA 03: FACTURAS CUYO CIF NO ESTA EN USRDATOS.
      *============================================================
       G032-FACTURAS-HUERFANAS.

           MOVE 3 TO WM-REGLA.
           PERFORM G045-CABECERA-REGLA.

           EXEC SQL
               DECLARE CURS-R03 CURSOR FOR
                   SELECT F.CIF
                        , 'NUMERO=' + F.NUMERO
                          + ' FECHA=' + CONVERT(CHAR(8), F.FECHA)
                          + ' ESTADO=' + F.ESTADO
                          + ' IMPORTE=' + CONVERT(VARCHAR(15), F.IMPORTE)
                     FROM FACTURAS F
                    WHERE NOT EXISTS (SELECT 1 FROM USRDATOS U
                                       WHERE U.CIF = F.CIF)
                    ORDER BY F.CIF, F.NUMERO
           END-EXEC.

           EXEC SQL OPEN CURS-R03 END-EXEC.

           SET NFIN-CURSOR TO TRUE.
           PERFORM UNTIL FIN-CURSOR
               EXEC SQL
                   FETCH CURS-R03 INTO :WM-INC-CIF, :WM-INC-DETALLE
               END-EXEC
               PERFORM G046-TRATAR-FETCH
           END-PERFORM.

           EXEC SQL CLOSE CURS-R03 END-EXEC.

           PERFORM G047-TOTAL-REGLA.

      *============================================================
      * REGLA 04: CORREOS ENCOLADOS CUYO CIF NO ESTA EN USRDATOS. LOS
      * AVISOS INTERNOS (A OPERACIONES) VAN SIN CIF Y NO CUENTAN.
      *============================================================
       G033-CORREOS-HUERFANOS.

           MOVE 4 TO WM-REGLA.
           PERFORM G045-CABECERA-REGLA.

           EXEC SQL
               DECLARE CURS-R04 CURSOR FOR
                   SELECT N.CIF
                        , 'FECHA=' + CONVERT(CHAR(8), N.FECHA)
                          + ' HORA=' + CONVERT(CHAR(6), N.HORA)
                          + ' DESTINATARIO=' + N.DESTINATARIO
                     FROM NOTIFICACIONES_EMAIL N
                    WHERE N.CIF <> ' '
                      AND NOT EXISTS (SELECT 1 FROM USRDATOS U
                                       WHERE U.CIF = N.CIF)
                    ORDER BY N.CIF, N.FECHA, N.HORA
           END-EXEC.

           EXEC SQL OPEN CURS-R04 END-EXEC.

           SET NFIN-CURSOR TO TRUE.
           PERFORM UNTIL FIN-CURSOR
               EXEC SQL
                   FETCH CURS-R04 INTO :WM-INC-CIF, :WM-INC-DETALLE
               END-EXEC
               PERFORM G046-TRATAR-FETCH
           END-PERFORM.

           EXEC SQL CLOSE CURS-R04 END-EXEC.

           PERFORM G047-TOTAL-REGLA.

      *============================================================
      * REGLA 05: CLIENTES DE BAJA QUE TODAVIA TIENEN FACTURAS
      * PENDIENTES (IMPORTE - COBRADO - ABONADO, COMO EL SALDO).
      *============================================================
       G034-BAJAS-CON-PENDIENTE.

           MOVE 5 TO WM-REGLA.
           PERFORM G045-CABECERA-REGLA.

           EXEC SQL
               DECLARE CURS-R05 CURSOR FOR
                   SELECT U.CIF
                        , 'FACTURAS=' + CONVERT(VARCHAR(7), COUNT(*))
                          + ' PENDIENTE='
                          + CONVERT(VARCHAR(15),
                                SUM(F.IMPORTE - F.COBRADO - F.ABONADO))
                          + ' BAJA=' + CONVERT(CHAR(8), U.FECHA_BAJA)
                     FROM USRDATOS U, FACTURAS F
                    WHERE F.CIF = U.CIF
                      AND U.ESTADO = 'B'
                      AND F.ESTADO = 'P'
                    GROUP BY U.CIF, U.FECHA_BAJA
                    ORDER BY U.CIF
           END-EXEC.

           EXEC SQL OPEN CURS-R05 END-EXEC.

           SET NFIN-CURSOR TO TRUE.
           PERFORM UNTIL FIN-CURSOR
               EXEC SQL
                   FETCH CURS-R05 INTO :WM-INC-CIF, :WM-INC-DETALLE
               END-EXEC
               PERFORM G046-TRATAR-FETCH
           END-PERFORM.

           EXEC SQL CLOSE CURS-R05 END-EXEC.

           PERFORM G047-TOTAL-REGLA.

      *============================================================
      * REGLA 06: CLIENTES DE BAJA CON FECHA_BAJA A CERO (NO ENTRAN
      * EN LOS LISTADOS DE BAJAS NI EN LA PURGA POR ANTIGÜEDAD).
      *============================================================
       G035-BAJAS-SIN-FECHA.

           MOVE 6 TO WM-REGLA.
           PERFORM G045-CABECERA-REGLA.

           EXEC SQL
               DECLARE CURS-R06 CURSOR FOR
                   SELECT CIF
                        , 'NOMBRE=' + NOMBRE
                     FROM USRDATOS
                    WHERE ESTADO = 'B'
                      AND FECHA_BAJA = 0
                    ORDER BY CIF
           END-EXEC.

           EXEC SQL OPEN CURS-R06 END-EXEC.

           SET NFIN-CURSOR TO TRUE.
           PERFORM UNTIL FIN-CURSOR
               EXEC SQL
                   FETCH CURS-R06 INTO :WM-INC-CIF, :WM-INC-DETALLE
               END-EXEC
               PERFORM G046-TRATAR-FETCH
           END-PERFORM.

           EXEC SQL CLOSE CURS-R06 END-EXEC.

           PERFORM G047-TOTAL-REGLA.

      *============================================================
      * REGLA 07: CLIENTES CON UN SECTOR QUE NO ESTA EN SECTORES (EL
      * BLANCO ES "SIN CLASIFICAR" Y VALE, COMO EN G044).
      *============================================================
       G036-SECTORES-INEXISTENTES.

           MOVE 7 TO WM-REGLA.
           PERFORM G045-CABECERA-REGLA.

           EXEC SQL
               DECLARE CURS-R07 CURSOR FOR
                   SELECT U.CIF
                        , 'SECTOR=' + U.SECTOR
                     FROM USRDATOS U
                    WHERE U.SECTOR <> ' '
                      AND NOT EXISTS (SELECT 1 FROM SECTORES S
                                       WHERE S.CODIGO = U.SECTOR)
                    ORDER BY U.CIF
           END-EXEC.

           EXEC SQL OPEN CURS-R07 END-EXEC.

           SET NFIN-CURSOR TO TRUE.
           PERFORM UNTIL FIN-CURSOR
               EXEC SQL
                   FETCH CURS-R07 INTO :WM-INC-CIF, :WM-INC-DETALLE
               END-EXEC
               PERFORM G046-TRATAR-FETCH
           END-PERFORM.

           EXEC SQL CLOSE CURS-R07 END-EXEC.

           PERFORM G047-TOTAL-REGLA.

      *============================================================
      * REGLAS 08, 09 Y 10 (SEGUN WM-REGLA): RECORRE USRDATOS EN
      * ORDEN DE CIF Y REVISA PROVINCIA, IBAN O CIF DE CADA CLIENTE
      * CON LOS MISMOS CRITERIOS QUE PROGRAM1. UN CLIENTE ANONIMIZADO
      * NO TIENE CP PERO CONSERVA LA PROVINCIA: LA REGLA 08 LO SALTA.
      *============================================================
       G040-REVISAR-CLIENTES.

           PERFORM G045-CABECERA-REGLA.

           EXEC SQL
               DECLARE CURS-CLI CURSOR FOR
                   SELECT CIF, NOMBRE, CODPOSTAL, PROVINCIA, IBAN
                     FROM USRDATOS
                    ORDER BY CIF
           END-EXEC.

           EXEC SQL OPEN CURS-CLI END-EXEC.

           SET NFIN-CURSOR TO TRUE.
           PERFORM UNTIL FIN-CURSOR
               EXEC SQL
                   FETCH CURS-CLI
                    INTO :WM-CLI-CIF, :WM-CLI-NOMBRE, :WM-CLI-CP,
                         :WM-CLI-PROV, :WM-CLI-IBAN
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = 0
                       PERFORM G041-REVISAR-CLIENTE
                   WHEN SQLCODE = 100
                       SET FIN-CURSOR TO TRUE
                   WHEN OTHER
                       SET FIN-CURSOR TO TRUE
                       PERFORM G999-ERROR-DB2
                       DISPLAY MSG-ERR
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CURS-CLI END-EXEC.

           PERFORM G047-TOTAL-REGLA.

       G041-REVISAR-CLIENTE.

           MOVE WM-CLI-CIF TO WM-INC-CIF.
           MOVE SPACES TO WM-INC-DETALLE.

           EVALUATE WM-REGLA
               WHEN 8
                   ADD 1 TO WM-CLIENTES-COUNT
                   PERFORM G220-PROVINCIA-DE-CP
                   IF WM-CLI-PROV NOT = WM-PROV-CALC
                      AND NOT CLI-ANONIMIZADO
                       STRING 'CP=' DELIMITED BY SIZE
                              WM-CLI-CP DELIMITED BY SIZE
                              ' PROVINCIA=' DELIMITED BY SIZE
                              WM-CLI-PROV DELIMITED BY SIZE
                              ' SEGUN CP=' DELIMITED BY SIZE
                              WM-PROV-CALC DELIMITED BY SIZE
                         INTO WM-INC-DETALLE
                       PERFORM G048-ANOTAR-INCIDENCIA
                   END-IF
               WHEN 9
                   PERFORM G230-VALIDAR-IBAN
                   IF IBAN-INVALIDO
                       STRING 'IBAN=' DELIMITED BY SIZE
                              WM-CLI-IBAN DELIMITED BY SIZE
                         INTO WM-INC-DETALLE
                       PERFORM G048-ANOTAR-INCIDENCIA
                   END-IF
               WHEN 10
                   MOVE WM-CLI-CIF TO WM-CIF-VAL
                   PERFORM G200-VALIDAR-CIF
                   IF CIF-INVALIDO
                       PERFORM G048-ANOTAR-INCIDENCIA
                   END-IF
           END-EVALUATE.

      *============================================================
      * CABECERA DE LA SECCION DE LA REGLA WM-REGLA.
      *============================================================
       G045-CABECERA-REGLA.

           MOVE WM-REGLA TO WM-REGLA-Z.

           MOVE SPACES TO FL-INFORME-REG.
           WRITE FL-INFORME-REG.
           MOVE SPACES TO FL-INFORME-REG.
           STRING 'REGLA ' DELIMITED BY SIZE
                  WM-REGLA-Z DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  REGLA-DESC(WM-REGLA) DELIMITED BY SIZE
             INTO FL-INFORME-REG.
           WRITE FL-INFORME-REG.

      *============================================================
      * RESULTADO DE UN FETCH DE LAS REGLAS 01 A 07: FILA AFECTADA,
      * FIN DE DATOS O ERROR (QUE NO ES FIN DE DATOS: LA REGLA QUEDA
      * A MEDIAS Y LA PASADA SE CIERRA CON ERROR).
      *============================================================
       G046-TRATAR-FETCH.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   PERFORM G048-ANOTAR-INCIDENCIA
               WHEN SQLCODE = 100
                   SET FIN-CURSOR TO TRUE
               WHEN OTHER
                   SET FIN-CURSOR TO TRUE
                   PERFORM G999-ERROR-DB2
                   DISPLAY MSG-ERR
                   MOVE SPACES TO FL-INFORME-REG
                   STRING '  ERROR SQL, REGLA INCOMPLETA: '
                          DELIMITED BY SIZE
                          MSG-ERR DELIMITED BY SIZE
                     INTO FL-INFORME-REG
                   WRITE FL-INFORME-REG
           END-EVALUATE.

      *============================================================
      * TOTAL DE LA REGLA WM-REGLA AL PIE DE SU SECCION.
      *============================================================
       G047-TOTAL-REGLA.

           MOVE REGLA-CUENTA(WM-REGLA) TO WM-COUNT-Z.
           MOVE SPACES TO FL-INFORME-REG.
           IF REGLA-CUENTA(WM-REGLA) = ZERO
               MOVE '  SIN INCIDENCIAS.' TO FL-INFORME-REG
           ELSE
               STRING '  TOTAL: ' DELIMITED BY SIZE
                      WM-COUNT-Z DELIMITED BY SIZE
                 INTO FL-INFORME-REG
           END-IF.
           WRITE FL-INFORME-REG.

      *============================================================
      * UNA FILA AFECTADA: CLAVE Y DETALLE EN EL INFORME Y UNA MAS EN
      * EL TOTAL DE LA REGLA.
      *============================================================
       G048-ANOTAR-INCIDENCIA.

           ADD 1 TO REGLA-CUENTA(WM-REGLA).

           MOVE SPACES TO FL-INFORME-REG.
           STRING '  CIF=' DELIMITED BY SIZE
                  WM-INC-CIF DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WM-INC-DETALLE DELIMITED BY SIZE
             INTO FL-INFORME-REG.
           WRITE FL-INFORME-REG.

      *============================================================
      * CUADRO FINAL DE TOTALES POR REGLA.
      *============================================================
       G050-GRABAR-RESUMEN.

           MOVE SPACES TO FL-INFORME-REG.
           WRITE FL-INFORME-REG.

           MOVE ALL '-' TO FL-INFORME-REG.
           WRITE FL-INFORME-REG.

           MOVE 'TOTALES POR REGLA' TO FL-INFORME-REG.
           WRITE FL-INFORME-REG.

           PERFORM VARYING WM-REGLA FROM 1 BY 1 UNTIL WM-REGLA > 10
               MOVE WM-REGLA TO WM-REGLA-Z
               MOVE REGLA-CUENTA(WM-REGLA) TO WM-COUNT-Z
               MOVE SPACES TO FL-INFORME-REG
               STRING '  ' DELIMITED BY SIZE
                      WM-REGLA-Z DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      REGLA-DESC(WM-REGLA) DELIMITED BY SIZE
                      ': ' DELIMITED BY SIZE
                      WM-COUNT-Z DELIMITED BY SIZE
                 INTO FL-INFORME-REG
               WRITE FL-INFORME-REG
           END-PERFORM.

           MOVE SPACES TO FL-INFORME-REG.
           WRITE FL-INFORME-REG.

           MOVE WM-CLIENTES-COUNT TO WM-COUNT-Z.
           MOVE SPACES TO FL-INFORME-REG.
           STRING 'CLIENTES REVISADOS       : ' DELIMITED BY SIZE
                  WM-COUNT-Z DELIMITED BY SIZE
             INTO FL-INFORME-REG
           WRITE FL-INFORME-REG.

           MOVE WM-INCIDENCIAS-COUNT TO WM-COUNT-Z.
           MOVE SPACES TO FL-INFORME-REG.
           STRING 'INCIDENCIAS              : ' DELIMITED BY SIZE
                  WM-COUNT-Z DELIMITED BY SIZE
             INTO FL-INFORME-REG
           WRITE FL-INFORME-REG.

           MOVE WM-REGLAS-COUNT TO WM-COUNT-Z.
           MOVE SPACES TO FL-INFORME-REG.
           STRING 'REGLAS CON INCIDENCIAS   : ' DELIMITED BY SIZE
                  WM-COUNT-Z DELIMITED BY SIZE
             INTO FL-INFORME-REG
           WRITE FL-INFORME-REG.

           IF HUBO-ERROR
               MOVE 'PASADA CON ERROR SQL: ALGUNA REGLA HA QUEDADO INCOMPLETA. RELANCE EL PROCESO.'
                 TO FL-INFORME-REG
               WRITE FL-INFORME-REG
           END-IF.

      *============================================================
      * VALIDA EL FORMATO DE WM-CIF-VAL, IGUAL QUE G200-VALIDAR-CIF
      * DE PROGRAM1: LETRA + 8 DIGITOS U 8 DIGITOS + LETRA.
      *============================================================
       G200-VALIDAR-CIF.

           SET CIF-INVALIDO TO TRUE.

           IF (WM-CIF-VAL(1:1) IS ALPHABETIC-UPPER OR
               WM-CIF-VAL(1:1) IS ALPHABETIC-LOWER) AND
              WM-CIF-VAL(2:8) IS NUMERIC
               SET CIF-VALIDO TO TRUE
           ELSE
               IF WM-CIF-VAL(1:8) IS NUMERIC AND
                  (WM-CIF-VAL(9:1) IS ALPHABETIC-UPPER OR
                   WM-CIF-VAL(9:1) IS ALPHABETIC-LOWER)
                   SET CIF-VALIDO TO TRUE
               END-IF
           END-IF.

      *============================================================
      * DERIVA WM-PROV-CALC DEL PREFIJO DE WM-CLI-CP, IGUAL QUE
      * G220-PROVINCIA-DE-CP DE PROGRAM1. CP EN BLANCO (O CON UN
      * PREFIJO QUE NO ES DE PROVINCIA) DEJA LA PROVINCIA EN BLANCO.
      *============================================================
       G220-PROVINCIA-DE-CP.

           MOVE SPACES TO WM-PROV-CALC.

           IF WM-CLI-CP NOT = SPACES
               PERFORM VARYING WM-PROV-IDX FROM 1 BY 1
                       UNTIL WM-PROV-IDX > 52
                   IF PROV-PREF(WM-PROV-IDX) = WM-CLI-CP(1:2)
                       MOVE PROV-NOM(WM-PROV-IDX) TO WM-PROV-CALC
                   END-IF
               END-PERFORM
           END-IF.

      *============================================================
      * VALIDA WM-CLI-IBAN CON EL MODULO 97, IGUAL QUE
      * G230-VALIDAR-IBAN DE PROGRAM1: EL BLANCO VALE (CLIENTE SIN
      * DOMICILIAR).
      *============================================================
       G230-VALIDAR-IBAN.

           SET IBAN-INVALIDO TO TRUE.

           IF WM-CLI-IBAN = SPACES
               SET IBAN-VALIDO TO TRUE
           ELSE
           IF (WM-CLI-IBAN(1:2) = 'ES' OR WM-CLI-IBAN(1:2) = 'es')
              AND WM-CLI-IBAN(3:22) IS NUMERIC
               MOVE SPACES TO WM-IBAN-DIGITOS
               STRING WM-CLI-IBAN(5:20) DELIMITED BY SIZE
                      '1428'            DELIMITED BY SIZE
                      WM-CLI-IBAN(3:2)  DELIMITED BY SIZE
                 INTO WM-IBAN-DIGITOS

               MOVE ZERO TO WM-IBAN-RESTO
               PERFORM VARYING WM-IBAN-IDX FROM 1 BY 1
                       UNTIL WM-IBAN-IDX > 26
                   MOVE WM-IBAN-DIGITOS(WM-IBAN-IDX:1) TO WM-IBAN-DIG
                   COMPUTE WM-IBAN-RESTO = FUNCTION MOD(
                       WM-IBAN-RESTO * 10 + WM-IBAN-DIG, 97)
               END-PERFORM

               IF WM-IBAN-RESTO = 1
                   SET IBAN-VALIDO TO TRUE
               END-IF
           END-IF
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
      * (CLIENTES REVISADOS / INCIDENCIAS / REGLAS CON INCIDENCIAS).
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
