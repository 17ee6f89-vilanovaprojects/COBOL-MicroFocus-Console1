      $set ilusing"System.Configuration"
      $set ilusing"System.Data.SqlClient"

      *============================================================
      * BATCHFACTURA: facturación periódica de cuotas. Cada cliente
      * puede llevar en USRDATOS una cuota fija (CUOTA_IMPORTE), su
      * periodicidad (CUOTA_PERIODO M=mensual, T=trimestral,
      * S=semestral, A=anual; en blanco = sin cuota) y su vigencia
      * (CUOTA_DESDE / CUOTA_HASTA, 0 = sin fin), mantenidas en
      * MENU04. CUOTA_ULT_FAC guarda el último periodo facturado.
      * En cada pasada se factura, con fecha del día, todo periodo
      * vencido (CUOTA_DESDE y luego cada periodo desde el último
      * facturado) hasta hoy, con número correlativo de la serie
      * anual SERIES_FACTURAS (AAAA/NNNNN), la misma que usa MENU09
      * al anotar una factura a mano. Los clientes de baja y las
      * cuotas ya finalizadas no se facturan: se listan como
      * omitidos para retirar la cuota en MENU04. Tampoco los
      * bloqueados por riesgo (RIESGO='B'), cuyos periodos esperan
      * al desbloqueo. Al final se repasa la serie entera en
      * FACTURAS y se listan los huecos
      * (números que faltan) y repetidos, que Hacienda no admite.
      * La cuota es la base imponible: cada factura lleva el IVA del
      * tipo general del catálogo TIPOS_IVA (código 'G') y su
      * IMPORTE es el total, igual que las que se anotan en MENU09.
      * Vencen a los DIASVTO días (clave de DBCONFIG.CFG, 30 si no
      * está), el mismo plazo por defecto que aplica MENU09.
      * Resultado en FACTURACION_AAAAMMDD.PRN.
      *============================================================
       id division.
       program-id. BatchFactura as "CobolConsole.BatchFactura".
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
       01 WM-CFG-DIAS-VTO PIC 9(3) value 30.

       01 DB2-SQLCODE PIC S9(9).
       01 DB2-SQLCODE-Z PIC -ZZZZZZZZ9.
       01 DB2-ERROR.
           05 DB2-ERR-MSG PIC X(50).
           05 DB2-ERR-CODE PIC X(20).

       01 WM-FECHA PIC 9(08) value zeros.
       01 WM-HORA  PIC 9(06) value zeros.

      * Cliente con cuota leído de USRDATOS. WM-ULT-CIF es el
      * marcador de avance: cada factura se confirma con su COMMIT y
      * el COMMIT cierra los cursores abiertos, así que en vez de un
      * cursor se relee la siguiente fila por CIF > marcador, como
      * hace BatchRecon al reanudar.
       01 WM-ULT-CIF PIC X(09) value spaces.
       01 WM-CUOTA.
         03 WM-CUO-CIF     PIC X(09) value spaces.
         03 WM-CUO-NOM     PIC X(20) value spaces.
         03 WM-CUO-ESTADO  PIC X(01) value spaces.
             88 CUO-CLIENTE-BAJA VALUE 'B'.
         03 WM-CUO-IMPORTE PIC 9(7)V99 value zeros.
         03 WM-CUO-PERIODO PIC X(01) value spaces.
         03 WM-CUO-DESDE   PIC 9(08) value zeros.
         03 WM-CUO-HASTA   PIC 9(08) value zeros.
         03 WM-CUO-ULT-FAC PIC 9(08) value zeros.
      *    Cliente retenido por riesgo (USRDATOS.RIESGO='B'): no se le
      *    factura; los periodos quedan pendientes y salen en la
      *    primera pasada tras el desbloqueo.
         03 WM-CUO-RIESGO  PIC X(01) value spaces.
             88 CUO-CLIENTE-BLOQUEADO VALUE 'B'.

      * Periodo a facturar y meses entre periodos según
      * CUOTA_PERIODO.
       01 WM-VTO-FECHA PIC 9(08) value zeros.
       01 WM-VTO-PARTES REDEFINES WM-VTO-FECHA.
         03 WM-VTO-ANIO PIC 9(04).
         03 WM-VTO-MES  PIC 9(02).
         03 WM-VTO-DIA  PIC 9(02).
       01 WM-VTO-MESES PIC 9(02) value zero.
       01 WM-VTO-DIA-BASE PIC 9(02) value zero.
       01 WM-VTO-MES-TOTAL PIC 9(06) value zero.
       01 WM-VTO-ULT-DIA PIC 9(02) value zero.

      * Días de cada mes (febrero se corrige en los bisiestos).
       01 TABLA-DIAS-MES-DEF PIC X(24) value '312831303130313130313031'.
       01 TABLA-DIAS-MES REDEFINES TABLA-DIAS-MES-DEF.
         03 DIAS-MES PIC 9(02) OCCURS 12 TIMES.

      * Tope de periodos atrasados que se facturan de una vez a un
      * mismo cliente: una CUOTA_DESDE mal tecleada (p.ej. de hace
      * veinte años) no debe disparar cientos de facturas.
       01 WM-MAX-PERIODOS PIC 9(02) value 12.
       01 WM-PERIODOS PIC 9(02) value zero.

       01 WM-CLIENTE-FIN PIC X value 'N'.
           88 CLIENTE-TERMINADO VALUE 'S'.
           88 CLIENTE-PENDIENTE VALUE 'N'.

      * Serie anual de numeración (SERIES_FACTURAS: ANIO, ULTIMO),
      * igual que G096-SIGUIENTE-NUMERO de Program1. El número es
      * AAAA/NNNNN, que cabe en el NUMERO X(10) de FACTURAS.
       01 WM-SERIE.
         03 WM-SERIE-ANIO   PIC 9(04) value zero.
         03 WM-SERIE-ULTIMO PIC 9(05) value zero.
       01 WM-SERIE-ESTADO PIC X value 'N'.
           88 SERIE-OK    VALUE 'S'.
           88 SERIE-ERROR VALUE 'N'.
       01 WM-FAC-NUMERO PIC X(10) value spaces.

      * Tipo de IVA de las cuotas (TIPOS_IVA, se lee una vez al
      * empezar) y desglose de la factura en curso.
       01 WM-IVA-CODIGO PIC X(01) value 'G'.
       01 WM-IVA-PCT    PIC 9(2)V99 value zeros.
       01 WM-FAC-CUOTA-IVA PIC 9(7)V99 value zeros.
       01 WM-FAC-TOTAL     PIC 9(7)V99 value zeros.
       01 WM-FAC-VENCIMIENTO PIC 9(08) value zeros.

      * Repaso de la serie: número leído de FACTURAS partido en año
      * y correlativo, y el anterior de la misma serie.
       01 WM-REV-NUMERO PIC X(10) value spaces.
       01 WM-REV-PARTES REDEFINES WM-REV-NUMERO.
         03 WM-REV-ANIO  PIC X(04).
         03 WM-REV-BARRA PIC X(01).
         03 WM-REV-SEC   PIC X(05).
       01 WM-REV-SEC-N     PIC 9(05) value zero.
       01 WM-REV-ANT-ANIO  PIC X(04) value spaces.
       01 WM-REV-ANT-SEC   PIC 9(05) value zero.
       01 WM-REV-ULTIMO    PIC 9(05) value zero.
       01 WM-HUECO-DESDE   PIC 9(05) value zero.
       01 WM-HUECO-HASTA   PIC 9(05) value zero.

      * Totales de la pasada.
       01 WM-FACTURADAS-COUNT PIC 9(7) value zero.
       01 WM-OMITIDAS-COUNT   PIC 9(7) value zero.
       01 WM-HUECOS-COUNT     PIC 9(7) value zero.
       01 WM-IMPORTE-TOTAL    PIC 9(11)V99 value zeros.
       01 WM-COUNT-Z   PIC ZZZZZZ9.
       01 WM-IMPORTE-Z PIC ZZZZZZZZZZ9.99.
       01 WM-CUOTA-Z   PIC ZZZZZZ9.99.
       01 WM-MOTIVO    PIC X(70) value spaces.

       01 WM-FIN-CURSOR PIC X value 'N'.
           88 FIN-CURSOR  VALUE 'S'.
           88 NFIN-CURSOR VALUE 'N'.

      * Error SQL a mitad de pasada (la enciende G999-ERROR-DB2): la
      * factura en curso se deshace con ROLLBACK (ni número de serie
      * consumido ni periodo marcado) y la ejecución se cierra con
      * estado 'E'; relanzar factura lo que quedó pendiente.
       01 WM-HUBO-ERROR PIC X value 'N'.
           88 HUBO-ERROR VALUE 'S'.
           88 SIN-ERROR  VALUE 'N'.

      * Nombre fechado del informe.
       01 WM-INFORME-NOMBRE PIC X(30) value spaces.

      * Registro de la ejecución en BATCH_EJECUCIONES, igual que
      * G500/G510 de Program1 y del resto de batch.
       01 WM-RUN.
         03 WM-RUN-PROCESO   PIC X(10) value 'BATCHFACT'.
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

      *    Todas las facturas de la pasada llevan la fecha del día y
      *    vencen igual.
           COMPUTE WM-FAC-VENCIMIENTO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WM-FECHA) + WM-CFG-DIAS-VTO).

           MOVE SPACES TO WM-INFORME-NOMBRE.
           STRING 'FACTURACION_' DELIMITED BY SIZE
                  WM-FECHA       DELIMITED BY SIZE
                  '.PRN'         DELIMITED BY SIZE
             INTO WM-INFORME-NOMBRE.

           OPEN OUTPUT F-INFORME.

           MOVE SPACES TO FL-INFORME-REG.
           STRING 'FACTURACION PERIODICA DE CUOTAS - ' DELIMITED BY SIZE
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
               MOVE WM-INFORME-NOMBRE TO WM-RUN-FICHERO
               PERFORM G500-REGISTRAR-INICIO

               PERFORM G020-LEER-TIPO-IVA
               IF SIN-ERROR
                   PERFORM G030-FACTURAR-CUOTAS
               END-IF
               PERFORM G040-REVISAR-SERIE

               MOVE WM-FACTURADAS-COUNT TO WM-RUN-CONT1
               MOVE WM-OMITIDAS-COUNT   TO WM-RUN-CONT2
               MOVE WM-HUECOS-COUNT     TO WM-RUN-CONT3
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
               WHEN 'DIASVTO'
                   IF WM-CFG-VALOR(1:3) IS NUMERIC
                       MOVE WM-CFG-VALOR(1:3) TO WM-CFG-DIAS-VTO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *============================================================
      * PORCENTAJE DEL TIPO GENERAL DE IVA EN TIPOS_IVA. SIN EL NO
      * SE FACTURA NADA: LA PASADA SE CIERRA CON ERROR PARA QUE SE
      * DE DE ALTA EL TIPO Y SE RELANCE.
      *============================================================
       G020-LEER-TIPO-IVA.

           EXEC SQL
                SELECT PORCENTAJE
                  INTO :WM-IVA-PCT
                  FROM TIPOS_IVA
                 WHERE CODIGO = :WM-IVA-CODIGO
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM G999-ERROR-DB2
               DISPLAY MSG-ERR
               MOVE SPACES TO FL-INFORME-REG
               STRING 'NO SE ENCUENTRA EL TIPO DE IVA ' DELIMITED BY SIZE
                      WM-IVA-CODIGO DELIMITED BY SIZE
                      ' EN TIPOS_IVA. NO SE FACTURA NINGUNA CUOTA.'
                      DELIMITED BY SIZE
                 INTO FL-INFORME-REG
               WRITE FL-INFORME-REG
           END-IF.

      *============================================================
      * RECORRE EN ORDEN DE CIF LOS CLIENTES CON CUOTA Y FACTURA
      * LOS PERIODOS VENCIDOS DE CADA UNO. UN ERROR SQL CORTA LA
      * PASADA: LO YA CONFIRMADO QUEDA Y EL RELANZAMIENTO SIGUE
      * DONDE SE QUEDO (CUOTA_ULT_FAC).
      *============================================================
       G030-FACTURAR-CUOTAS.

           MOVE SPACES TO WM-ULT-CIF.
           SET NFIN-CURSOR TO TRUE.

           PERFORM UNTIL FIN-CURSOR
               EXEC SQL
                   SELECT TOP 1
                          CIF, NOMBRE, ESTADO
                        , CUOTA_IMPORTE, CUOTA_PERIODO
                        , CUOTA_DESDE, CUOTA_HASTA, CUOTA_ULT_FAC
                        , RIESGO
                     INTO :WM-CUO-CIF, :WM-CUO-NOM, :WM-CUO-ESTADO
                        , :WM-CUO-IMPORTE, :WM-CUO-PERIODO
                        , :WM-CUO-DESDE, :WM-CUO-HASTA, :WM-CUO-ULT-FAC
                        , :WM-CUO-RIESGO
                     FROM USRDATOS
                    WHERE CIF > :WM-ULT-CIF
                      AND CUOTA_PERIODO <> ' '
                      AND CUOTA_IMPORTE > 0
                    ORDER BY CIF
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = 0
                       MOVE WM-CUO-CIF TO WM-ULT-CIF
                       PERFORM G031-FACTURAR-CLIENTE
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
      * PERIODOS VENCIDOS DE UN CLIENTE: EL PRIMERO ES CUOTA_DESDE
      * Y CADA SIGUIENTE, EL ULTIMO FACTURADO MAS LOS MESES DE LA
      * PERIODICIDAD. SE FACTURA MIENTRAS EL PERIODO NO PASE DE HOY,
      * SALVO CLIENTE DE BAJA O CUOTA YA FINALIZADA (SE OMITE Y SE
      * LISTA PARA RETIRAR LA CUOTA EN MENU04).
      *============================================================
       G031-FACTURAR-CLIENTE.

           EVALUATE WM-CUO-PERIODO
               WHEN 'M'
                   MOVE 1 TO WM-VTO-MESES
               WHEN 'T'
                   MOVE 3 TO WM-VTO-MESES
               WHEN 'S'
                   MOVE 6 TO WM-VTO-MESES
               WHEN 'A'
                   MOVE 12 TO WM-VTO-MESES
               WHEN OTHER
                   MOVE ZERO TO WM-VTO-MESES
           END-EVALUATE.

           SET CLIENTE-PENDIENTE TO TRUE.
           MOVE ZERO TO WM-PERIODOS.

           IF WM-VTO-MESES = ZERO OR WM-CUO-DESDE = ZEROS
               MOVE 'CUOTA MAL DEFINIDA (PERIODO O FECHA DESDE). REVISELA EN MENU04.'
                 TO WM-MOTIVO
               PERFORM G034-ANOTAR-OMITIDO
               SET CLIENTE-TERMINADO TO TRUE
           ELSE
               MOVE WM-CUO-DESDE(7:2) TO WM-VTO-DIA-BASE
               IF WM-CUO-ULT-FAC = ZEROS
                   MOVE WM-CUO-DESDE TO WM-VTO-FECHA
               ELSE
                   MOVE WM-CUO-ULT-FAC TO WM-VTO-FECHA
                   PERFORM G032-SIGUIENTE-PERIODO
               END-IF
           END-IF.

           PERFORM UNTIL CLIENTE-TERMINADO
               EVALUATE TRUE
                   WHEN WM-VTO-FECHA > WM-FECHA
                       SET CLIENTE-TERMINADO TO TRUE
                   WHEN CUO-CLIENTE-BAJA
                       MOVE 'CLIENTE DE BAJA CON CUOTA. RETIRE LA CUOTA EN MENU04.'
                         TO WM-MOTIVO
                       PERFORM G034-ANOTAR-OMITIDO
                       SET CLIENTE-TERMINADO TO TRUE
                   WHEN CUO-CLIENTE-BLOQUEADO
                       MOVE 'CLIENTE BLOQUEADO POR RIESGO. SE FACTURARA AL DESBLOQUEARLO.'
                         TO WM-MOTIVO
                       PERFORM G034-ANOTAR-OMITIDO
                       SET CLIENTE-TERMINADO TO TRUE
                   WHEN WM-CUO-HASTA NOT = ZEROS
                        AND WM-VTO-FECHA > WM-CUO-HASTA
                       MOVE 'CUOTA FINALIZADA (HASTA VENCIDO). RETIRELA EN MENU04.'
                         TO WM-MOTIVO
                       PERFORM G034-ANOTAR-OMITIDO
                       SET CLIENTE-TERMINADO TO TRUE
                   WHEN WM-PERIODOS >= WM-MAX-PERIODOS
                       MOVE 'DEMASIADOS PERIODOS ATRASADOS. REVISE CUOTA DESDE EN MENU04.'
                         TO WM-MOTIVO
                       PERFORM G034-ANOTAR-OMITIDO
                       SET CLIENTE-TERMINADO TO TRUE
                   WHEN OTHER
                       PERFORM G033-GRABAR-FACTURA
                       IF HUBO-ERROR
                           SET CLIENTE-TERMINADO TO TRUE
                       ELSE
                           ADD 1 TO WM-PERIODOS
                           PERFORM G032-SIGUIENTE-PERIODO
                       END-IF
               END-EVALUATE
           END-PERFORM.

      *============================================================
      * AVANZA WM-VTO-FECHA WM-VTO-MESES MESES, CONSERVANDO EL DIA
      * DE CUOTA_DESDE (RECORTADO AL ULTIMO DIA DEL MES SI NO
      * EXISTE: UNA CUOTA DEL 31 SE FACTURA EL 30 EN ABRIL).
      *============================================================
       G032-SIGUIENTE-PERIODO.

           COMPUTE WM-VTO-MES-TOTAL =
               WM-VTO-ANIO * 12 + WM-VTO-MES - 1 + WM-VTO-MESES.
           COMPUTE WM-VTO-ANIO = WM-VTO-MES-TOTAL / 12.
           COMPUTE WM-VTO-MES =
               FUNCTION MOD(WM-VTO-MES-TOTAL, 12) + 1.

           MOVE DIAS-MES(WM-VTO-MES) TO WM-VTO-ULT-DIA.
           IF WM-VTO-MES = 2
              AND FUNCTION MOD(WM-VTO-ANIO, 4) = 0
              AND (FUNCTION MOD(WM-VTO-ANIO, 100) NOT = 0
                   OR FUNCTION MOD(WM-VTO-ANIO, 400) = 0)
               MOVE 29 TO WM-VTO-ULT-DIA
           END-IF.

           IF WM-VTO-DIA-BASE > WM-VTO-ULT-DIA
               MOVE WM-VTO-ULT-DIA TO WM-VTO-DIA
           ELSE
               MOVE WM-VTO-DIA-BASE TO WM-VTO-DIA
           END-IF.

      *============================================================
      * UNA FACTURA DE CUOTA: NUMERO DE LA SERIE DEL AÑO, ALTA EN
      * FACTURAS CON FECHA DE HOY Y CUOTA_ULT_FAC AL PERIODO RECIEN
      * FACTURADO, TODO EN LA MISMA TRANSACCION: O QUEDAN LAS TRES
      * COSAS O NINGUNA (UN NUMERO CONSUMIDO SIN FACTURA SERIA UN
      * HUECO EN LA SERIE).
      *============================================================
       G033-GRABAR-FACTURA.

           COMPUTE WM-FAC-CUOTA-IVA ROUNDED =
               WM-CUO-IMPORTE * WM-IVA-PCT / 100.
           COMPUTE WM-FAC-TOTAL = WM-CUO-IMPORTE + WM-FAC-CUOTA-IVA.

           MOVE WM-FECHA(1:4) TO WM-SERIE-ANIO.
           PERFORM G035-SIGUIENTE-NUMERO.

           IF SERIE-OK
               EXEC SQL
                   INSERT
                     INTO FACTURAS(CIF, NUMERO, FECHA, IMPORTE, ESTADO
                                 , BASE, COD_IVA, PCT_IVA, CUOTA_IVA
                                 , COBRADO, ABONADO, VENCIMIENTO)
                     VALUES(:WM-CUO-CIF, :WM-FAC-NUMERO, :WM-FECHA,
                            :WM-FAC-TOTAL, 'P'
                          , :WM-CUO-IMPORTE, :WM-IVA-CODIGO
                          , :WM-IVA-PCT, :WM-FAC-CUOTA-IVA
                          , 0, 0, :WM-FAC-VENCIMIENTO)
               END-EXEC
               IF SQLCODE NOT = 0
                   SET SERIE-ERROR TO TRUE
               END-IF
           END-IF.

           IF SERIE-OK
               EXEC SQL
                   UPDATE USRDATOS
                      SET CUOTA_ULT_FAC = :WM-VTO-FECHA
                    WHERE CIF = :WM-CUO-CIF
               END-EXEC
               IF SQLCODE NOT = 0
                   SET SERIE-ERROR TO TRUE
               END-IF
           END-IF.

           IF SERIE-OK
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WM-FACTURADAS-COUNT
               ADD WM-FAC-TOTAL TO WM-IMPORTE-TOTAL
               MOVE WM-FAC-TOTAL TO WM-CUOTA-Z
               MOVE SPACES TO FL-INFORME-REG
               STRING '  FACTURADO CIF=' DELIMITED BY SIZE
                      WM-CUO-CIF        DELIMITED BY SIZE
                      ' NUMERO='        DELIMITED BY SIZE
                      WM-FAC-NUMERO     DELIMITED BY SIZE
                      ' PERIODO='       DELIMITED BY SIZE
                      WM-VTO-FECHA      DELIMITED BY SIZE
                      ' TOTAL='         DELIMITED BY SIZE
                      WM-CUOTA-Z        DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      WM-CUO-NOM        DELIMITED BY SIZE
                 INTO FL-INFORME-REG
               WRITE FL-INFORME-REG
           ELSE
               PERFORM G999-ERROR-DB2
               DISPLAY MSG-ERR
               EXEC SQL ROLLBACK END-EXEC
               MOVE SPACES TO FL-INFORME-REG
               STRING '  ERROR AL FACTURAR CIF=' DELIMITED BY SIZE
                      WM-CUO-CIF DELIMITED BY SIZE
                      ': ' DELIMITED BY SIZE
                      MSG-ERR DELIMITED BY SIZE
                 INTO FL-INFORME-REG
               WRITE FL-INFORME-REG
           END-IF.

      *============================================================
      * CLIENTE O CUOTA QUE NO SE FACTURA: UNA LINEA EN EL INFORME
      * CON EL MOTIVO QUE HAYA DEJADO EL LLAMADOR EN WM-MOTIVO.
      *============================================================
       G034-ANOTAR-OMITIDO.

           ADD 1 TO WM-OMITIDAS-COUNT.
           MOVE SPACES TO FL-INFORME-REG.
           STRING '  OMITIDO   CIF=' DELIMITED BY SIZE
                  WM-CUO-CIF        DELIMITED BY SIZE
                  ' - '             DELIMITED BY SIZE
                  WM-MOTIVO         DELIMITED BY SIZE
             INTO FL-INFORME-REG
           WRITE FL-INFORME-REG.

      *============================================================
      * SIGUIENTE NUMERO DE LA SERIE WM-SERIE-ANIO EN WM-FAC-NUMERO,
      * IGUAL QUE G096-SIGUIENTE-NUMERO DE PROGRAM1. EL UPDATE
      * BLOQUEA LA FILA DEL AÑO HASTA EL COMMIT/ROLLBACK DEL
      * LLAMADOR, ASI QUE MENU09 Y ESTE PROCESO NO PUEDEN SACAR EL
      * MISMO NUMERO. PRIMERA FACTURA DEL AÑO: SE CREA LA FILA.
      *============================================================
       G035-SIGUIENTE-NUMERO.

           SET SERIE-OK TO TRUE.

           EXEC SQL
               UPDATE SERIES_FACTURAS
                  SET ULTIMO = ULTIMO + 1
                WHERE ANIO = :WM-SERIE-ANIO
           END-EXEC.

           IF SQLCODE = 100
               EXEC SQL
                   INSERT
                     INTO SERIES_FACTURAS(ANIO, ULTIMO)
                     VALUES(:WM-SERIE-ANIO, 1)
               END-EXEC
           END-IF.

           IF SQLCODE = 0
               EXEC SQL
                   SELECT ULTIMO
                     INTO :WM-SERIE-ULTIMO
                     FROM SERIES_FACTURAS
                    WHERE ANIO = :WM-SERIE-ANIO
               END-EXEC
           END-IF.

           IF SQLCODE = 0
               MOVE SPACES TO WM-FAC-NUMERO
               STRING WM-SERIE-ANIO   DELIMITED BY SIZE
                      '/'             DELIMITED BY SIZE
                      WM-SERIE-ULTIMO DELIMITED BY SIZE
                 INTO WM-FAC-NUMERO
           ELSE
               SET SERIE-ERROR TO TRUE
           END-IF.

      *============================================================
      * REPASA LA NUMERACION DE FACTURAS EN ORDEN (SOLO NUMEROS CON
      * FORMATO DE SERIE AAAA/NNNNN; LOS ANTIGUOS TECLEADOS A MANO
      * NO SIGUEN NINGUNA SERIE) Y LISTA CADA HUECO Y CADA NUMERO
      * REPETIDO. UNA SERIE DEBE EMPEZAR EN 1 Y LLEGAR HASTA EL
      * ULTIMO QUE DICE SERIES_FACTURAS: LO QUE FALTE AL FINAL
      * (NUMEROS CONSUMIDOS SIN FACTURA) TAMBIEN ES HUECO.
      *============================================================
       G040-REVISAR-SERIE.

           MOVE SPACES TO FL-INFORME-REG.
           WRITE FL-INFORME-REG.
           MOVE 'REVISION DE LA SERIE DE NUMERACION:' TO FL-INFORME-REG.
           WRITE FL-INFORME-REG.

           MOVE SPACES TO WM-REV-ANT-ANIO.
           MOVE ZERO TO WM-REV-ANT-SEC.

           EXEC SQL
               DECLARE CURS-SERIE CURSOR FOR
                   SELECT NUMERO
                     FROM FACTURAS
                    WHERE NUMERO LIKE '[0-9][0-9][0-9][0-9]/[0-9][0-9][0-9][0-9][0-9]'
                    ORDER BY NUMERO
           END-EXEC.

           EXEC SQL OPEN CURS-SERIE END-EXEC.

           SET NFIN-CURSOR TO TRUE.
           PERFORM UNTIL FIN-CURSOR
               EXEC SQL
                   FETCH CURS-SERIE INTO :WM-REV-NUMERO
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = 0
                       PERFORM G041-REVISAR-NUMERO
                   WHEN SQLCODE = 100
                       SET FIN-CURSOR TO TRUE
                   WHEN OTHER
                       SET FIN-CURSOR TO TRUE
                       PERFORM G999-ERROR-DB2
                       DISPLAY MSG-ERR
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CURS-SERIE END-EXEC.

      *    Cola de la última serie leída.
           IF WM-REV-ANT-ANIO NOT = SPACES
               PERFORM G042-CERRAR-SERIE
           END-IF.

           IF WM-HUECOS-COUNT = ZERO
               MOVE '  SIN HUECOS NI REPETIDOS.' TO FL-INFORME-REG
               WRITE FL-INFORME-REG
           END-IF.

       G041-REVISAR-NUMERO.

           IF WM-REV-SEC IS NUMERIC
               MOVE WM-REV-SEC TO WM-REV-SEC-N
           ELSE
               MOVE ZERO TO WM-REV-SEC-N
           END-IF.

      *    Cambio de año: se cierra la serie anterior y la nueva
      *    tiene que arrancar en 1.
           IF WM-REV-ANIO NOT = WM-REV-ANT-ANIO
               IF WM-REV-ANT-ANIO NOT = SPACES
                   PERFORM G042-CERRAR-SERIE
               END-IF
               MOVE WM-REV-ANIO TO WM-REV-ANT-ANIO
               MOVE ZERO TO WM-REV-ANT-SEC
           END-IF.

           EVALUATE TRUE
               WHEN WM-REV-SEC-N = WM-REV-ANT-SEC
                   ADD 1 TO WM-HUECOS-COUNT
                   MOVE SPACES TO FL-INFORME-REG
                   STRING '  NUMERO REPETIDO: ' DELIMITED BY SIZE
                          WM-REV-NUMERO DELIMITED BY SIZE
                     INTO FL-INFORME-REG
                   WRITE FL-INFORME-REG
               WHEN WM-REV-SEC-N > WM-REV-ANT-SEC + 1
                   COMPUTE WM-HUECO-DESDE = WM-REV-ANT-SEC + 1
                   COMPUTE WM-HUECO-HASTA = WM-REV-SEC-N - 1
                   PERFORM G043-ANOTAR-HUECO
           END-EVALUATE.

           MOVE WM-REV-SEC-N TO WM-REV-ANT-SEC.

      *============================================================
      * FIN DE LA SERIE WM-REV-ANT-ANIO: SI SERIES_FACTURAS DICE QUE
      * SE LLEGO MAS ALLA DEL ULTIMO NUMERO ENCONTRADO, ESOS NUMEROS
      * SE CONSUMIERON SIN FACTURA.
      *============================================================
       G042-CERRAR-SERIE.

           MOVE ZERO TO WM-REV-ULTIMO.
           MOVE WM-REV-ANT-ANIO TO WM-SERIE-ANIO.

           EXEC SQL
               SELECT ULTIMO
                 INTO :WM-REV-ULTIMO
                 FROM SERIES_FACTURAS
                WHERE ANIO = :WM-SERIE-ANIO
           END-EXEC.

           IF SQLCODE = 0 AND WM-REV-ULTIMO > WM-REV-ANT-SEC
               COMPUTE WM-HUECO-DESDE = WM-REV-ANT-SEC + 1
               MOVE WM-REV-ULTIMO TO WM-HUECO-HASTA
               PERFORM G043-ANOTAR-HUECO
           END-IF.

       G043-ANOTAR-HUECO.

           ADD 1 TO WM-HUECOS-COUNT.
           MOVE SPACES TO FL-INFORME-REG.
           STRING '  HUECO EN LA SERIE ' DELIMITED BY SIZE
                  WM-REV-ANT-ANIO DELIMITED BY SIZE
                  ': FALTAN DEL '  DELIMITED BY SIZE
                  WM-HUECO-DESDE   DELIMITED BY SIZE
                  ' AL '           DELIMITED BY SIZE
                  WM-HUECO-HASTA   DELIMITED BY SIZE
             INTO FL-INFORME-REG
           WRITE FL-INFORME-REG.

      *============================================================
      * RESUMEN DE LA PASADA: FACTURAS EMITIDAS, IMPORTE, OMITIDAS
      * Y HUECOS DE LA SERIE.
      *============================================================
       G050-GRABAR-RESUMEN.

           MOVE SPACES TO FL-INFORME-REG.
           WRITE FL-INFORME-REG.

           MOVE ALL '-' TO FL-INFORME-REG.
           WRITE FL-INFORME-REG.

           MOVE WM-FACTURADAS-COUNT TO WM-COUNT-Z.
           MOVE SPACES TO FL-INFORME-REG.
           STRING 'FACTURAS EMITIDAS   : ' DELIMITED BY SIZE
                  WM-COUNT-Z DELIMITED BY SIZE
             INTO FL-INFORME-REG
           WRITE FL-INFORME-REG.

           MOVE WM-IMPORTE-TOTAL TO WM-IMPORTE-Z.
           MOVE SPACES TO FL-INFORME-REG.
           STRING 'IMPORTE FACTURADO   : ' DELIMITED BY SIZE
                  WM-IMPORTE-Z DELIMITED BY SIZE
             INTO FL-INFORME-REG
           WRITE FL-INFORME-REG.

           MOVE WM-OMITIDAS-COUNT TO WM-COUNT-Z.
           MOVE SPACES TO FL-INFORME-REG.
           STRING 'CUOTAS OMITIDAS     : ' DELIMITED BY SIZE
                  WM-COUNT-Z DELIMITED BY SIZE
             INTO FL-INFORME-REG
           WRITE FL-INFORME-REG.

           MOVE WM-HUECOS-COUNT TO WM-COUNT-Z.
           MOVE SPACES TO FL-INFORME-REG.
           STRING 'HUECOS/REPETIDOS    : ' DELIMITED BY SIZE
                  WM-COUNT-Z DELIMITED BY SIZE
             INTO FL-INFORME-REG
           WRITE FL-INFORME-REG.

           IF HUBO-ERROR
               MOVE SPACES TO FL-INFORME-REG
               WRITE FL-INFORME-REG

               MOVE 'PASADA CON ERROR SQL: FACTURACION INCOMPLETA.'
                 TO FL-INFORME-REG
               WRITE FL-INFORME-REG

               MOVE 'RELANCE EL PROCESO: SOLO FACTURA LO QUE QUEDO PENDIENTE.'
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
      * (FACTURAS EMITIDAS / CUOTAS OMITIDAS / HUECOS EN LA SERIE).
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
