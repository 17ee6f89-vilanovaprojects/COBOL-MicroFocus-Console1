      $set ilusing"System.Configuration"
      $set ilusing"System.Data.SqlClient"

      *============================================================
      * BATCHM347: declaración anual de operaciones con terceros
      * (Modelo 347). Suma por CIF lo facturado en el ejercicio
      * (clave EJERCICIO de DBCONFIG.CFG; sin ella, o a cero, el año
      * anterior al de hoy), en total y por trimestre, y lo lista
      * entero en M347_AAAAMMDD.PRN para la gestoría. Los terceros
      * que pasan de 3.005,06 EUR van al fichero MODELO347_AAAA.DAT
      * con el CIF, NOMBRE y CODPOSTAL de USRDATOS (la provincia se
      * declara por su código, el prefijo del CP). Si el CIF o el
      * código postal están incompletos no se pueden declarar: se
      * dejan fuera y se listan aparte para
      * completarlos en MENU04 y relanzar. Importes con IVA
      * (IMPORTE de FACTURAS, que es el total), menos los abonos
      * (ABONOS), cada uno en el trimestre de su fecha. Ancho fijo:
      *   '1' + EJERCICIO(4) + NIF DECLARANTE(9) + NOMBRE(40) +
      *         DECLARADOS(9) + SIGNO(1) + IMPORTE(15, 9(13)V99
      *         sin coma)
      *   '2' + EJERCICIO(4) + NIF DECLARANTE(9) + NIF(9) +
      *         NOMBRE(40) + COD.PROVINCIA(2) + CP(5) + CLAVE 'B' +
      *         ANUAL y 1T..4T, cada uno SIGNO(1) + IMPORTE(15)
      * El signo es 'N' si el importe es negativo y blanco si no.
      * NIF del declarante: clave NIFEMPRESA de DBCONFIG.CFG.
      *============================================================
       id division.
       program-id. BatchM347 as "CobolConsole.BatchM347".
       environment division.
       configuration section.
       special-names.
           crt status is key-status.
       input-output section.
       file-control.
           select F-DBCONFIG assign to "DBCONFIG.CFG"
               organization is line sequential
               file status is WM-CFG-STATUS.
           select F-M347 assign to WM-M347-NOMBRE
               organization is line sequential
               file status is WM-M347-STATUS.
           select F-INFORME assign to WM-INFORME-NOMBRE
               organization is line sequential.
       data division.
       file section.
       fd F-DBCONFIG.
       01 FL-DBCONFIG-REG PIC X(80).

       fd F-M347.
       01 FL-M347-REG PIC X(160).

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
      * igual que en el resto de programas batch del proyecto, más
      * el ejercicio a declarar y el NIF de la empresa declarante.
       01 WM-CFG-STATUS PIC XX value spaces.
       01 WM-CFG-DATOS.
         03 WM-CFG-USER    PIC X(30) value 'sa'.
         03 WM-CFG-PASS    PIC X(30) value 'CHANGE_ME'.
         03 WM-CFG-SOURCE  PIC X(30) value 'cobolDB'.
         03 WM-CFG-DRIVER  PIC X(30) value 'SQLADO32'.
       01 WM-CFG-EJERCICIO  PIC 9(04) value zero.
       01 WM-CFG-NIFEMPRESA PIC X(09) value spaces.
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

      * Ejercicio declarado y límites de fecha del año y de cada
      * trimestre (AAAAMMDD), para el cursor.
       01 WM-EJERCICIO PIC 9(04) value zero.
       01 WM-EJ-FECHAS.
         03 WM-EJ-DESDE   PIC 9(08) value zeros.
         03 WM-EJ-HASTA   PIC 9(08) value zeros.
         03 WM-EJ-T1-HASTA PIC 9(08) value zeros.
         03 WM-EJ-T2-HASTA PIC 9(08) value zeros.
         03 WM-EJ-T3-HASTA PIC 9(08) value zeros.

      * Umbral de la declaración: se declaran los terceros cuyo
      * total anual lo SUPERA.
       01 WM-UMBRAL PIC 9(7)V99 value 3005.06.

      * Fichero de la declaración.
       01 WM-M347-NOMBRE PIC X(30) value spaces.
       01 WM-M347-STATUS PIC XX value spaces.

      * Fila del cursor: un tercero con lo facturado por trimestre.
      * Con signo: un abono puede dejar un trimestre en negativo.
       01 WM-TER.
         03 WM-TER-CIF    PIC X(09) value spaces.
         03 WM-TER-NOM    PIC X(20) value spaces.
         03 WM-TER-CP     PIC X(05) value spaces.
         03 WM-TER-T1     PIC S9(11)V99 value zeros.
         03 WM-TER-T2     PIC S9(11)V99 value zeros.
         03 WM-TER-T3     PIC S9(11)V99 value zeros.
         03 WM-TER-T4     PIC S9(11)V99 value zeros.
         03 WM-TER-ANUAL  PIC S9(11)V99 value zeros.

      * Situación del tercero en la declaración.
       01 WM-TER-SITUACION PIC X(01) value spaces.
           88 TER-BAJO-UMBRAL VALUE 'U'.
           88 TER-DECLARADO   VALUE 'D'.
           88 TER-EXCLUIDO    VALUE 'X'.
       01 WM-MOTIVO PIC X(40) value spaces.

      * Validación de formato del CIF, igual que G200-VALIDAR-CIF de
      * Program1, y del código postal, igual que G210-VALIDAR-CP
      * pero sin admitir el blanco: sin CP no hay provincia que
      * declarar.
       01 WM-CIF-VAL PIC X(09) value spaces.
       01 WM-CIF-VALIDO PIC X value 'N'.
           88 CIF-VALIDO   VALUE 'S'.
           88 CIF-INVALIDO VALUE 'N'.
       01 WM-CP-VALIDO PIC X value 'N'.
           88 CP-VALIDO   VALUE 'S'.
           88 CP-INVALIDO VALUE 'N'.

      * Registros de la declaración, con los importes sin coma
      * decimal y el signo aparte.
       01 WM-REG-DECLARANTE.
         03 FILLER          PIC X(01) value '1'.
         03 WM-DEC-EJERCICIO PIC 9(04).
         03 WM-DEC-NIF      PIC X(09).
         03 WM-DEC-NOMBRE   PIC X(40) value 'VILANOVA S.L.U'.
         03 WM-DEC-TERCEROS PIC 9(09).
         03 WM-DEC-SIGNO    PIC X(01).
         03 WM-DEC-IMPORTE  PIC 9(13)V99.
       01 WM-REG-TERCERO.
         03 FILLER          PIC X(01) value '2'.
         03 WM-REG-EJERCICIO PIC 9(04).
         03 WM-REG-NIF-DEC  PIC X(09).
         03 WM-REG-NIF      PIC X(09).
         03 WM-REG-NOMBRE   PIC X(40).
         03 WM-REG-COD-PROV PIC X(02).
         03 WM-REG-CP       PIC X(05).
         03 WM-REG-CLAVE    PIC X(01) value 'B'.
         03 WM-REG-IMPORTES.
           05 WM-REG-IMPORTE OCCURS 5 TIMES.
             07 WM-REG-SIGNO PIC X(01).
             07 WM-REG-VALOR PIC 9(13)V99.
       01 WM-IMP-IDX PIC 9(01) value zero.
       01 WM-IMP-AUX PIC S9(11)V99 value zeros.

      * Totales de la pasada. La primera pasada (listado) cuenta y
      * suma lo que se va a declarar, para poder escribir primero
      * el registro del declarante; la segunda escribe el fichero y
      * vuelve a contar, y si no cuadra con la primera (alguien
      * facturó con fecha del ejercicio entre medias) la pasada se
      * da por errónea.
       01 WM-TERCEROS-COUNT    PIC 9(7) value zero.
       01 WM-DECLARADOS-COUNT  PIC 9(7) value zero.
       01 WM-EXCLUIDOS-COUNT   PIC 9(7) value zero.
       01 WM-DECLARADO-TOTAL   PIC S9(13)V99 value zeros.
       01 WM-ESCRITOS-COUNT    PIC 9(7) value zero.
       01 WM-ESCRITO-TOTAL     PIC S9(13)V99 value zeros.
       01 WM-COUNT-Z   PIC ZZZZZZ9.
       01 WM-IMPORTE-Z PIC -ZZZZZZZZZZZ9.99.
       01 WM-LIN-IMP-Z PIC -ZZZZZZZZ9.99.

      * Línea de detalle del listado por tercero.
       01 WM-LIN-TERCERO.
         03 WM-LIN-CIF   PIC X(09).
         03 FILLER       PIC X(01) value space.
         03 WM-LIN-NOM   PIC X(20).
         03 WM-LIN-T1    PIC -ZZZZZZZZ9.99.
         03 WM-LIN-T2    PIC -ZZZZZZZZ9.99.
         03 WM-LIN-T3    PIC -ZZZZZZZZ9.99.
         03 WM-LIN-T4    PIC -ZZZZZZZZ9.99.
         03 WM-LIN-ANUAL PIC -ZZZZZZZZ9.99.
         03 FILLER       PIC X(02) value spaces.
         03 WM-LIN-SIT   PIC X(10).

       01 WM-FIN-CURSOR PIC X value 'N'.
           88 FIN-CURSOR  VALUE 'S'.
           88 NFIN-CURSOR VALUE 'N'.

      * Error SQL a mitad de pasada (la enciende G999-ERROR-DB2): el
      * fichero de la declaración queda incompleto y la ejecución
      * se cierra con estado 'E'.
       01 WM-HUBO-ERROR PIC X value 'N'.
           88 HUBO-ERROR VALUE 'S'.
           88 SIN-ERROR  VALUE 'N'.

      * Nombre fechado del informe.
       01 WM-INFORME-NOMBRE PIC X(30) value spaces.

      * Registro de la ejecución en BATCH_EJECUCIONES, igual que
      * G500/G510 de Program1 y del resto de batch.
       01 WM-RUN.
         03 WM-RUN-PROCESO   PIC X(10) value 'BATCHM347'.
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
           PERFORM G015-CALCULAR-EJERCICIO.

           MOVE SPACES TO WM-M347-NOMBRE.
           STRING 'MODELO347_'  DELIMITED BY SIZE
                  WM-EJERCICIO  DELIMITED BY SIZE
                  '.DAT'        DELIMITED BY SIZE
             INTO WM-M347-NOMBRE.

           MOVE SPACES TO WM-INFORME-NOMBRE.
           STRING 'M347_'  DELIMITED BY SIZE
                  WM-FECHA DELIMITED BY SIZE
                  '.PRN'   DELIMITED BY SIZE
             INTO WM-INFORME-NOMBRE.

           OPEN OUTPUT F-INFORME.

           MOVE SPACES TO FL-INFORME-REG.
           STRING 'MODELO 347 - OPERACIONES CON TERCEROS - EJERCICIO '
                  DELIMITED BY SIZE
                  WM-EJERCICIO DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WM-FECHA DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WM-HORA DELIMITED BY SIZE
             INTO FL-INFORME-REG
           WRITE FL-INFORME-REG.

           MOVE ALL '-' TO FL-INFORME-REG.
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
               MOVE WM-M347-NOMBRE TO WM-RUN-FICHERO
               PERFORM G500-REGISTRAR-INICIO

               PERFORM G030-LISTAR-TERCEROS
               IF SIN-ERROR
                   PERFORM G040-GENERAR-FICHERO
               END-IF

               MOVE WM-DECLARADOS-COUNT TO WM-RUN-CONT1
               MOVE WM-EXCLUIDOS-COUNT  TO WM-RUN-CONT2
               MOVE WM-TERCEROS-COUNT   TO WM-RUN-CONT3
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
      * DBCONFIG.CFG, IGUAL QUE G010-LEER-CONFIG DE PROGRAM1, MAS
      * LAS CLAVES EJERCICIO (AAAA) Y NIFEMPRESA.
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
               WHEN 'EJERCICIO'
                   IF WM-CFG-VALOR(1:4) IS NUMERIC
                       MOVE WM-CFG-VALOR(1:4) TO WM-CFG-EJERCICIO
                   END-IF
               WHEN 'NIFEMPRESA'
                   MOVE WM-CFG-VALOR TO WM-CFG-NIFEMPRESA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *============================================================
      * EJERCICIO A DECLARAR (EL DE LA CONFIGURACION O, SI NO VIENE,
      * EL AÑO ANTERIOR AL DE HOY: LA DECLARACION SE PRESENTA EN
      * FEBRERO DEL SIGUIENTE) Y LIMITES DE FECHA DE SUS TRIMESTRES.
      *============================================================
       G015-CALCULAR-EJERCICIO.

           IF WM-CFG-EJERCICIO = ZERO
               MOVE WM-FECHA(1:4) TO WM-EJERCICIO
               SUBTRACT 1 FROM WM-EJERCICIO
           ELSE
               MOVE WM-CFG-EJERCICIO TO WM-EJERCICIO
           END-IF.

           COMPUTE WM-EJ-DESDE    = WM-EJERCICIO * 10000 + 0101.
           COMPUTE WM-EJ-T1-HASTA = WM-EJERCICIO * 10000 + 0331.
           COMPUTE WM-EJ-T2-HASTA = WM-EJERCICIO * 10000 + 0630.
           COMPUTE WM-EJ-T3-HASTA = WM-EJERCICIO * 10000 + 0930.
           COMPUTE WM-EJ-HASTA    = WM-EJERCICIO * 10000 + 1231.

      *============================================================
      * PRIMERA PASADA: LISTA CADA TERCERO FACTURADO EN EL EJERCICIO
      * CON SUS CUATRO TRIMESTRES Y EL TOTAL, Y SI SE DECLARA, QUEDA
      * POR DEBAJO DEL UMBRAL O SE EXCLUYE POR DATOS INCOMPLETOS.
      * CUENTA Y SUMA LO DECLARADO PARA EL REGISTRO DEL DECLARANTE.
      *============================================================
       G030-LISTAR-TERCEROS.

           MOVE SPACES TO FL-INFORME-REG.
           STRING 'CIF       NOMBRE                 '
                  DELIMITED BY SIZE
                  '1ER TRIM     2O TRIM     3ER TRIM'
                  DELIMITED BY SIZE
                  '     4O TRIM   TOTAL ANUAL  SITUACION'
                  DELIMITED BY SIZE
             INTO FL-INFORME-REG
           WRITE FL-INFORME-REG.

           EXEC SQL
               DECLARE CURS-347 CURSOR FOR
                   SELECT F.CIF, U.NOMBRE, U.CODPOSTAL
                        , ISNULL(SUM(CASE WHEN F.FECHA <= :WM-EJ-T1-HASTA
                                          THEN F.IMPORTE ELSE 0 END), 0)
                        , ISNULL(SUM(CASE WHEN F.FECHA >  :WM-EJ-T1-HASTA
                                           AND F.FECHA <= :WM-EJ-T2-HASTA
                                          THEN F.IMPORTE ELSE 0 END), 0)
                        , ISNULL(SUM(CASE WHEN F.FECHA >  :WM-EJ-T2-HASTA
                                           AND F.FECHA <= :WM-EJ-T3-HASTA
                                          THEN F.IMPORTE ELSE 0 END), 0)
                        , ISNULL(SUM(CASE WHEN F.FECHA >  :WM-EJ-T3-HASTA
                                          THEN F.IMPORTE ELSE 0 END), 0)
                     FROM (SELECT CIF, FECHA, IMPORTE
                             FROM FACTURAS
                           UNION ALL
                           SELECT CIF, FECHA, 0 - IMPORTE
                             FROM ABONOS) F
                        , USRDATOS U
                    WHERE U.CIF = F.CIF
                      AND F.FECHA >= :WM-EJ-DESDE
                      AND F.FECHA <= :WM-EJ-HASTA
                    GROUP BY F.CIF, U.NOMBRE, U.CODPOSTAL
                    ORDER BY F.CIF
           END-EXEC.

           EXEC SQL OPEN CURS-347 END-EXEC.

           SET NFIN-CURSOR TO TRUE.
           PERFORM UNTIL FIN-CURSOR
               PERFORM G031-LEER-TERCERO
               IF NFIN-CURSOR
                   ADD 1 TO WM-TERCEROS-COUNT
                   PERFORM G032-CLASIFICAR-TERCERO
                   IF TER-DECLARADO
                       ADD 1 TO WM-DECLARADOS-COUNT
                       ADD WM-TER-ANUAL TO WM-DECLARADO-TOTAL
                   END-IF
                   IF TER-EXCLUIDO
                       ADD 1 TO WM-EXCLUIDOS-COUNT
                   END-IF
                   PERFORM G033-LINEA-TERCERO
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CURS-347 END-EXEC.

      *============================================================
      * SIGUIENTE TERCERO DEL CURSOR EN WM-TER. FIN DE DATOS O ERROR
      * ENCIENDEN FIN-CURSOR; EL ERROR ADEMAS HUBO-ERROR.
      *============================================================
       G031-LEER-TERCERO.

           EXEC SQL
               FETCH CURS-347
                INTO :WM-TER-CIF, :WM-TER-NOM, :WM-TER-CP
                   , :WM-TER-T1, :WM-TER-T2, :WM-TER-T3, :WM-TER-T4
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   COMPUTE WM-TER-ANUAL =
                       WM-TER-T1 + WM-TER-T2 + WM-TER-T3 + WM-TER-T4
               WHEN SQLCODE = 100
                   SET FIN-CURSOR TO TRUE
               WHEN OTHER
                   SET FIN-CURSOR TO TRUE
                   PERFORM G999-ERROR-DB2
                   DISPLAY MSG-ERR
           END-EVALUATE.

      *============================================================
      * SITUACION DEL TERCERO: POR DEBAJO DEL UMBRAL NO SE DECLARA;
      * POR ENCIMA SE DECLARA SI TIENE CIF Y CODIGO POSTAL COMPLETOS
      * Y SI NO SE EXCLUYE CON EL MOTIVO EN WM-MOTIVO.
      *============================================================
       G032-CLASIFICAR-TERCERO.

           MOVE SPACES TO WM-MOTIVO.

           IF WM-TER-ANUAL NOT > WM-UMBRAL
               SET TER-BAJO-UMBRAL TO TRUE
           ELSE
               MOVE WM-TER-CIF TO WM-CIF-VAL
               PERFORM G200-VALIDAR-CIF
               PERFORM G210-VALIDAR-CP
               EVALUATE TRUE
                   WHEN CIF-INVALIDO AND CP-INVALIDO
                       MOVE 'CIF Y CODIGO POSTAL INCOMPLETOS'
                         TO WM-MOTIVO
                   WHEN CIF-INVALIDO
                       MOVE 'CIF INCOMPLETO' TO WM-MOTIVO
                   WHEN CP-INVALIDO
                       MOVE 'CODIGO POSTAL INCOMPLETO' TO WM-MOTIVO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WM-MOTIVO = SPACES
                   SET TER-DECLARADO TO TRUE
               ELSE
                   SET TER-EXCLUIDO TO TRUE
               END-IF
           END-IF.

      *============================================================
      * LINEA DEL LISTADO PARA EL TERCERO EN CURSO.
      *============================================================
       G033-LINEA-TERCERO.

           MOVE WM-TER-CIF   TO WM-LIN-CIF.
           MOVE WM-TER-NOM   TO WM-LIN-NOM.
           MOVE WM-TER-T1    TO WM-LIN-T1.
           MOVE WM-TER-T2    TO WM-LIN-T2.
           MOVE WM-TER-T3    TO WM-LIN-T3.
           MOVE WM-TER-T4    TO WM-LIN-T4.
           MOVE WM-TER-ANUAL TO WM-LIN-ANUAL.

           EVALUATE TRUE
               WHEN TER-DECLARADO
                   MOVE 'DECLARADO' TO WM-LIN-SIT
               WHEN TER-EXCLUIDO
                   MOVE 'EXCLUIDO'  TO WM-LIN-SIT
               WHEN OTHER
                   MOVE SPACES      TO WM-LIN-SIT
           END-EVALUATE.

           MOVE WM-LIN-TERCERO TO FL-INFORME-REG.
           WRITE FL-INFORME-REG.

      *============================================================
      * SEGUNDA PASADA: ESCRIBE MODELO347_AAAA.DAT (DECLARANTE CON
      * LOS TOTALES DE LA PRIMERA PASADA Y UN REGISTRO POR TERCERO
      * DECLARADO) Y LISTA APARTE LOS EXCLUIDOS Y SU MOTIVO.
      *============================================================
       G040-GENERAR-FICHERO.

           OPEN OUTPUT F-M347.

           MOVE WM-EJERCICIO        TO WM-DEC-EJERCICIO.
           MOVE WM-CFG-NIFEMPRESA   TO WM-DEC-NIF.
           MOVE WM-DECLARADOS-COUNT TO WM-DEC-TERCEROS.
           IF WM-DECLARADO-TOTAL < ZERO
               MOVE 'N' TO WM-DEC-SIGNO
           ELSE
               MOVE SPACE TO WM-DEC-SIGNO
           END-IF.
           MOVE WM-DECLARADO-TOTAL  TO WM-DEC-IMPORTE.
           MOVE WM-REG-DECLARANTE TO FL-M347-REG.
           WRITE FL-M347-REG.

           MOVE SPACES TO FL-INFORME-REG.
           WRITE FL-INFORME-REG.
           MOVE 'TERCEROS EXCLUIDOS POR DATOS INCOMPLETOS (COMPLETELOS EN MENU04 Y RELANCE):'
             TO FL-INFORME-REG.
           WRITE FL-INFORME-REG.

           EXEC SQL OPEN CURS-347 END-EXEC.

           SET NFIN-CURSOR TO TRUE.
           PERFORM UNTIL FIN-CURSOR
               PERFORM G031-LEER-TERCERO
               IF NFIN-CURSOR
                   PERFORM G032-CLASIFICAR-TERCERO
                   EVALUATE TRUE
                       WHEN TER-DECLARADO
                           PERFORM G041-ESCRIBIR-TERCERO
                       WHEN TER-EXCLUIDO
                           PERFORM G042-ANOTAR-EXCLUIDO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CURS-347 END-EXEC.

           CLOSE F-M347.

           IF SIN-ERROR
              AND (WM-ESCRITOS-COUNT NOT = WM-DECLARADOS-COUNT
                   OR WM-ESCRITO-TOTAL NOT = WM-DECLARADO-TOTAL)
               SET HUBO-ERROR TO TRUE
               MOVE SPACES TO FL-INFORME-REG
               WRITE FL-INFORME-REG
               MOVE 'LAS FACTURAS DEL EJERCICIO CAMBIARON DURANTE LA PASADA: EL FICHERO NO CUADRA.'
                 TO FL-INFORME-REG
               WRITE FL-INFORME-REG
           END-IF.

      *============================================================
      * REGISTRO DE UN TERCERO DECLARADO: CODIGO DE PROVINCIA = LOS
      * DOS PRIMEROS DIGITOS DEL CP; IMPORTES ANUAL Y POR TRIMESTRE.
      *============================================================
       G041-ESCRIBIR-TERCERO.

           MOVE WM-EJERCICIO      TO WM-REG-EJERCICIO.
           MOVE WM-CFG-NIFEMPRESA TO WM-REG-NIF-DEC.
           MOVE WM-TER-CIF        TO WM-REG-NIF.
           MOVE WM-TER-NOM        TO WM-REG-NOMBRE.
           MOVE WM-TER-CP(1:2)    TO WM-REG-COD-PROV.
           MOVE WM-TER-CP         TO WM-REG-CP.

           MOVE WM-TER-ANUAL TO WM-IMP-AUX.
           MOVE 1 TO WM-IMP-IDX.
           PERFORM G043-IMPORTE-REGISTRO.
           MOVE WM-TER-T1 TO WM-IMP-AUX.
           MOVE 2 TO WM-IMP-IDX.
           PERFORM G043-IMPORTE-REGISTRO.
           MOVE WM-TER-T2 TO WM-IMP-AUX.
           MOVE 3 TO WM-IMP-IDX.
           PERFORM G043-IMPORTE-REGISTRO.
           MOVE WM-TER-T3 TO WM-IMP-AUX.
           MOVE 4 TO WM-IMP-IDX.
           PERFORM G043-IMPORTE-REGISTRO.
           MOVE WM-TER-T4 TO WM-IMP-AUX.
           MOVE 5 TO WM-IMP-IDX.
           PERFORM G043-IMPORTE-REGISTRO.

           MOVE WM-REG-TERCERO TO FL-M347-REG.
           WRITE FL-M347-REG.

           ADD 1 TO WM-ESCRITOS-COUNT.
           ADD WM-TER-ANUAL TO WM-ESCRITO-TOTAL.

      *============================================================
      * TERCERO EXCLUIDO: UNA LINEA CON CIF, NOMBRE, CP, IMPORTE Y
      * EL MOTIVO.
      *============================================================
       G042-ANOTAR-EXCLUIDO.

           MOVE WM-TER-ANUAL TO WM-LIN-IMP-Z.
           MOVE SPACES TO FL-INFORME-REG.
           STRING '  EXCLUIDO CIF=' DELIMITED BY SIZE
                  WM-TER-CIF        DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WM-TER-NOM        DELIMITED BY SIZE
                  ' CP='            DELIMITED BY SIZE
                  WM-TER-CP         DELIMITED BY SIZE
                  ' TOTAL='         DELIMITED BY SIZE
                  WM-LIN-IMP-Z      DELIMITED BY SIZE
                  ' - '             DELIMITED BY SIZE
                  WM-MOTIVO         DELIMITED BY SIZE
             INTO FL-INFORME-REG
           WRITE FL-INFORME-REG.

      *============================================================
      * PASA WM-IMP-AUX AL IMPORTE WM-IMP-IDX DEL REGISTRO: SIGNO
      * 'N' SI ES NEGATIVO Y EL VALOR ABSOLUTO SIN COMA.
      *============================================================
       G043-IMPORTE-REGISTRO.

           IF WM-IMP-AUX < ZERO
               MOVE 'N' TO WM-REG-SIGNO(WM-IMP-IDX)
           ELSE
               MOVE SPACE TO WM-REG-SIGNO(WM-IMP-IDX)
           END-IF.
           MOVE WM-IMP-AUX TO WM-REG-VALOR(WM-IMP-IDX).

      *============================================================
      * RESUMEN DE LA PASADA: TERCEROS FACTURADOS, DECLARADOS,
      * EXCLUIDOS E IMPORTE DECLARADO.
      *============================================================
       G050-GRABAR-RESUMEN.

           MOVE SPACES TO FL-INFORME-REG.
           WRITE FL-INFORME-REG.

           MOVE ALL '-' TO FL-INFORME-REG.
           WRITE FL-INFORME-REG.

           MOVE SPACES TO FL-INFORME-REG.
           STRING 'FICHERO GENERADO    : ' DELIMITED BY SIZE
                  WM-M347-NOMBRE DELIMITED BY SIZE
             INTO FL-INFORME-REG
           WRITE FL-INFORME-REG.

           MOVE WM-TERCEROS-COUNT TO WM-COUNT-Z.
           MOVE SPACES TO FL-INFORME-REG.
           STRING 'TERCEROS FACTURADOS : ' DELIMITED BY SIZE
                  WM-COUNT-Z DELIMITED BY SIZE
             INTO FL-INFORME-REG
           WRITE FL-INFORME-REG.

           MOVE WM-DECLARADOS-COUNT TO WM-COUNT-Z.
           MOVE SPACES TO FL-INFORME-REG.
           STRING 'TERCEROS DECLARADOS : ' DELIMITED BY SIZE
                  WM-COUNT-Z DELIMITED BY SIZE
             INTO FL-INFORME-REG
           WRITE FL-INFORME-REG.

           MOVE WM-DECLARADO-TOTAL TO WM-IMPORTE-Z.
           MOVE SPACES TO FL-INFORME-REG.
           STRING 'IMPORTE DECLARADO   : ' DELIMITED BY SIZE
                  WM-IMPORTE-Z DELIMITED BY SIZE
             INTO FL-INFORME-REG
           WRITE FL-INFORME-REG.

           MOVE WM-EXCLUIDOS-COUNT TO WM-COUNT-Z.
           MOVE SPACES TO FL-INFORME-REG.
           STRING 'TERCEROS EXCLUIDOS  : ' DELIMITED BY SIZE
                  WM-COUNT-Z DELIMITED BY SIZE
             INTO FL-INFORME-REG
           WRITE FL-INFORME-REG.

           IF WM-CFG-NIFEMPRESA = SPACES
               MOVE SPACES TO FL-INFORME-REG
               WRITE FL-INFORME-REG
               MOVE 'FALTA LA CLAVE NIFEMPRESA EN DBCONFIG.CFG: EL FICHERO SALE SIN NIF DEL DECLARANTE.'
                 TO FL-INFORME-REG
               WRITE FL-INFORME-REG
           END-IF.

           IF HUBO-ERROR
               MOVE SPACES TO FL-INFORME-REG
               WRITE FL-INFORME-REG

               MOVE 'PASADA CON ERROR: DECLARACION INCOMPLETA.'
                 TO FL-INFORME-REG
               WRITE FL-INFORME-REG

               MOVE 'NO PRESENTE ESTE FICHERO; RELANCE EL PROCESO.'
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
      * (DECLARADOS / EXCLUIDOS / TERCEROS FACTURADOS).
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
      * VALIDA WM-TER-CP: 5 DIGITOS CON PREFIJO DE PROVINCIA 01-52,
      * COMO G210-VALIDAR-CP DE PROGRAM1 PERO SIN DAR POR BUENO EL
      * BLANCO.
      *============================================================
       G210-VALIDAR-CP.

           SET CP-INVALIDO TO TRUE.

           IF WM-TER-CP IS NUMERIC
               IF WM-TER-CP(1:2) >= '01' AND
                  WM-TER-CP(1:2) <= '52'
                   SET CP-VALIDO TO TRUE
               END-IF
           END-IF.

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
