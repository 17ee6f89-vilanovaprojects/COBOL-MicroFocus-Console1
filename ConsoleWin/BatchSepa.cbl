      * (petición 025). Recorre los clientes activos con IBAN
      * informado y saldo vivo de facturas pendientes (FACTURAS,
      * petición 020) y escribe el fichero de ancho fijo que ingiere
      * el banco, REMESA_AAAAMMDDHHMMSS.DAT, con un registro de
      * cabecera, un adeudo por cliente y un registro de totales:
      *   '1' + FECHA(8) + HORA(6) + PRESENTADOR(30)
      *   '2' + CIF(9) + NOMBRE(20) + IBAN(24) + IMPORTE(11, 9(9)V99
      *         sin coma) + FECHA CARGO(8) + REFERENCIA REMESA(14)
      *   '9' + ADEUDOS(7) + SUMA IMPORTES(13, 9(11)V99 sin coma)
      * El resumen de la pasada queda en REMESA.PRN. El IBAN se
      * revalida aquí con el mismo módulo 97 de G230-VALIDAR-IBAN de
      * Program1: un IBAN corrupto no entra en la remesa, se anota
      * en el resumen y se sigue. Tampoco entra un IBAN bloqueado
      * por una devolución (IBAN_BLOQUEO, que anota BatchDevol)
      * hasta que se corrija en MENU04.
      * Cada factura que entra en la remesa queda marcada con su
      * referencia (FACTURAS.REMESA = fecha y hora de la pasada) y
      * ya no vuelve a entrar en la siguiente: relanzar el proceso
      * no carga dos veces la misma deuda. La referencia viaja en
      * cada adeudo y el banco la devuelve en el fichero de
      * devoluciones, que procesa BatchDevol; el mismo BatchDevol da
      * por cobradas las facturas remesadas que no se devuelven en
      * plazo. Marcas y fichero van juntos: con un error SQL se
      * deshacen las marcas (ROLLBACK) y la remesa sale sin totales.
      *============================================================
       id division.
       program-id. BatchSepa as "CobolConsole.BatchSepa".
       01 WM-FECHA PIC 9(08) value zeros.
       01 WM-HORA  PIC 9(06) value zeros.

      * Nombre del fichero de remesa, con la fecha y la hora de la
      * pasada: dos pasadas el mismo día no se pisan el fichero.
       01 WM-REMESA-NOMBRE PIC X(30) value spaces.
      * Referencia de la remesa (AAAAMMDDHHMMSS) con la que se marcan
      * las facturas en FACTURAS.REMESA.
       01 WM-REMESA-HORA   PIC 9(08) value zeros.
       01 WM-REMESA-ID.
         03 WM-REMESA-ID-FECHA PIC 9(08) value zeros.
         03 WM-REMESA-ID-HORA  PIC 9(06) value zeros.
       01 WM-REMESA-STATUS PIC XX value spaces.

      * Fila leída del cursor de adeudos. El importe es la SUMA de
      * lo que queda por cobrar de las facturas pendientes (total
      * menos lo ya cobrado y abonado; cada una hasta 9(7)V99), así
      * que se dimensiona como el acumulado, 9(9)V99, igual que
      * WM-FAC-SALDO en Program1 y que WM-ADE-IMPORTE del registro.
       01 WM-SEPA-CIF     PIC X(09) value spaces.
       01 WM-SEPA-NOM     PIC X(20) value spaces.
       01 WM-SEPA-IBAN    PIC X(24) value spaces.
       01 WM-SEPA-IMPORTE PIC 9(9)V99 value zeros.
       01 WM-SEPA-BLOQUEO PIC X(04) value spaces.
       01 WM-SEPA-FACTURAS PIC 9(07) value zero.

      * Registros de la remesa, con los importes sin coma decimal
      * (el banco los lee por posiciones).
         03 WM-ADE-IBAN     PIC X(24).
         03 WM-ADE-IMPORTE  PIC 9(9)V99.
         03 WM-ADE-FECHA    PIC 9(08).
         03 WM-ADE-REMESA   PIC X(14).
       01 WM-REG-TOTALES.
         03 FILLER          PIC X(01) value '9'.
         03 WM-TOT-ADEUDOS  PIC 9(07).
      * Totales acumulados de la pasada.
       01 WM-ADEUDOS-COUNT PIC 9(7) value zero.
       01 WM-OMITIDOS-COUNT PIC 9(7) value zero.
       01 WM-BLOQUEADOS-COUNT PIC 9(7) value zero.
       01 WM-FACTURAS-COUNT PIC 9(7) value zero.
       01 WM-IMPORTE-TOTAL PIC 9(11)V99 value zeros.
       01 WM-COUNT-Z PIC ZZZZZZ9.
       01 WM-IMPORTE-Z PIC ZZZZZZZZZZ9.99.

           ACCEPT WM-FECHA FROM DATE YYYYMMDD.
           ACCEPT WM-HORA  FROM TIME.
           ACCEPT WM-REMESA-HORA FROM TIME.
           MOVE WM-FECHA TO WM-REMESA-ID-FECHA.
           MOVE WM-REMESA-HORA(1:6) TO WM-REMESA-ID-HORA.

           PERFORM G010-LEER-CONFIG.

           MOVE SPACES TO WM-REMESA-NOMBRE.
           STRING 'REMESA_'    DELIMITED BY SIZE
                  WM-REMESA-ID DELIMITED BY SIZE
                  '.DAT'       DELIMITED BY SIZE
             INTO WM-REMESA-NOMBRE.

      *    Informe fechado (petición 027).
               PERFORM G030-GENERAR-REMESA

               MOVE WM-ADEUDOS-COUNT  TO WM-RUN-CONT1
               COMPUTE WM-RUN-CONT2 = WM-OMITIDOS-COUNT
                                    + WM-BLOQUEADOS-COUNT
               MOVE WM-FACTURAS-COUNT TO WM-RUN-CONT3
               IF HUBO-ERROR
                   MOVE 'E' TO WM-RUN-ESTADO
               ELSE
           END-EVALUATE.

      *============================================================
      * MARCA CON LA REFERENCIA DE ESTA REMESA LAS FACTURAS
      * PENDIENTES Y AUN NO REMESADAS DE LOS CLIENTES ACTIVOS CON
      * IBAN, Y RECORRE LO MARCADO ESCRIBIENDO LA REMESA: CABECERA,
      * UN ADEUDO POR CLIENTE (POR LO QUE QUEDA POR COBRAR DE SUS
      * FACTURAS MARCADAS) Y TOTALES. LAS MARCAS SOLO SE CONFIRMAN
      * (COMMIT) SI LA PASADA TERMINA SIN ERROR.
      *============================================================
       G030-GENERAR-REMESA.

           MOVE WM-REG-CABECERA TO FL-REMESA-REG.
           WRITE FL-REMESA-REG.

      *    Primero se marca y luego se lee lo marcado: el importe de
      *    cada adeudo es exactamente lo de sus facturas marcadas,
      *    aunque entre tanto se dé de alta otra factura en MENU09.
           EXEC SQL
               UPDATE FACTURAS
                  SET REMESA = :WM-REMESA-ID
                WHERE ESTADO = 'P'
                  AND REMESA = ' '
                  AND IMPORTE - COBRADO - ABONADO > 0
                  AND CIF IN (SELECT U.CIF
                                FROM USRDATOS U
                               WHERE U.ESTADO = 'A'
                                 AND U.IBAN <> ' ')
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM G999-ERROR-DB2
               DISPLAY MSG-ERR
           ELSE
               PERFORM G032-LEER-MARCADAS
           END-IF.

      *    Con error no se escribe el registro de totales: la remesa
      *    queda manifiestamente incompleta y el banco la rechaza. Y
      *    las facturas vuelven a quedar sin remesar.
           IF SIN-ERROR
               MOVE WM-ADEUDOS-COUNT TO WM-TOT-ADEUDOS
               MOVE WM-IMPORTE-TOTAL TO WM-TOT-IMPORTE
               MOVE WM-REG-TOTALES TO FL-REMESA-REG
               WRITE FL-REMESA-REG
               EXEC SQL COMMIT END-EXEC
           ELSE
               EXEC SQL ROLLBACK END-EXEC
           END-IF.

           CLOSE F-REMESA.

      *============================================================
      * RECORRE, AGRUPADAS POR CLIENTE, LAS FACTURAS MARCADAS CON LA
      * REFERENCIA DE ESTA REMESA Y ESCRIBE UN ADEUDO POR CLIENTE.
      *============================================================
       G032-LEER-MARCADAS.

           EXEC SQL
               DECLARE CURS-SEPA CURSOR FOR
                   SELECT U.CIF, U.NOMBRE, U.IBAN, U.IBAN_BLOQUEO
                        , ISNULL(SUM(F.IMPORTE - F.COBRADO - F.ABONADO), 0)
                        , COUNT(*)
                     FROM USRDATOS U, FACTURAS F
                    WHERE F.REMESA = :WM-REMESA-ID
                      AND F.CIF = U.CIF
                    GROUP BY U.CIF, U.NOMBRE, U.IBAN, U.IBAN_BLOQUEO
                    ORDER BY U.CIF
           END-EXEC.

               EXEC SQL
                   FETCH CURS-SEPA
                    INTO :WM-SEPA-CIF, :WM-SEPA-NOM,
                         :WM-SEPA-IBAN, :WM-SEPA-BLOQUEO,
                         :WM-SEPA-IMPORTE, :WM-SEPA-FACTURAS
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = 0

           EXEC SQL CLOSE CURS-SEPA END-EXEC.

      *============================================================
      * UN ADEUDO: REVALIDA EL IBAN (MOD 97) ANTES DE ESCRIBIRLO.
      * UN IBAN CORRUPTO EN BASE, O BLOQUEADO POR UNA DEVOLUCION,
      * NO ENTRA EN LA REMESA: SE QUITA LA MARCA A SUS FACTURAS, SE
      * ANOTA EN EL RESUMEN PARA CORREGIRLO EN MENU04 Y SE SIGUE.
      *============================================================
       G031-ESCRIBIR-ADEUDO.

           PERFORM G230-VALIDAR-IBAN.

           IF IBAN-INVALIDO OR WM-SEPA-BLOQUEO NOT = SPACES
               PERFORM G033-DESMARCAR-CLIENTE
               MOVE SPACES TO FL-INFORME-REG
               IF WM-SEPA-BLOQUEO NOT = SPACES
                   ADD 1 TO WM-BLOQUEADOS-COUNT
                   STRING '  OMITIDO CIF=' DELIMITED BY SIZE
                          WM-SEPA-CIF      DELIMITED BY SIZE
                          ' - IBAN BLOQUEADO POR DEVOLUCION '
                          DELIMITED BY SIZE
                          WM-SEPA-BLOQUEO  DELIMITED BY SIZE
                          '. CORRIJALO EN MENU04.'
                          DELIMITED BY SIZE
                     INTO FL-INFORME-REG
               ELSE
                   ADD 1 TO WM-OMITIDOS-COUNT
                   STRING '  OMITIDO CIF=' DELIMITED BY SIZE
                          WM-SEPA-CIF      DELIMITED BY SIZE
                          ' - IBAN INVALIDO EN BASE. CORRIJALO EN MENU04.'
                          DELIMITED BY SIZE
                     INTO FL-INFORME-REG
               END-IF
               WRITE FL-INFORME-REG
           ELSE
               MOVE WM-SEPA-CIF     TO WM-ADE-CIF
               MOVE WM-SEPA-IBAN    TO WM-ADE-IBAN
               MOVE WM-SEPA-IMPORTE TO WM-ADE-IMPORTE
               MOVE WM-FECHA        TO WM-ADE-FECHA
               MOVE WM-REMESA-ID    TO WM-ADE-REMESA
               MOVE WM-REG-ADEUDO TO FL-REMESA-REG
               WRITE FL-REMESA-REG
               ADD 1 TO WM-ADEUDOS-COUNT
               ADD WM-SEPA-FACTURAS TO WM-FACTURAS-COUNT
               ADD WM-SEPA-IMPORTE TO WM-IMPORTE-TOTAL
           END-IF.

      *============================================================
      * QUITA LA MARCA DE ESTA REMESA A LAS FACTURAS DE UN CLIENTE
      * QUE SE HA QUEDADO FUERA: SIGUEN PENDIENTES Y ENTRARAN EN LA
      * PRIMERA REMESA DESPUES DE CORREGIR EL IBAN. SIN COMMIT: LO
      * CONFIRMA G030 AL FINAL DE LA PASADA, CON EL CURSOR CERRADO.
      *============================================================
       G033-DESMARCAR-CLIENTE.

           EXEC SQL
               UPDATE FACTURAS
                  SET REMESA = ' '
                WHERE CIF    = :WM-SEPA-CIF
                  AND REMESA = :WM-REMESA-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM G999-ERROR-DB2
               DISPLAY MSG-ERR
           END-IF.

      *============================================================
      * VALIDA WM-SEPA-IBAN CON EL MODULO 97, IGUAL QUE
      * G230-VALIDAR-IBAN DE PROGRAM1 (AQUI EL BLANCO NO VALE: EL
             INTO FL-INFORME-REG
           WRITE FL-INFORME-REG.

           MOVE WM-FACTURAS-COUNT TO WM-COUNT-Z.
           MOVE SPACES TO FL-INFORME-REG.
           STRING 'FACTURAS REMESADAS  : ' DELIMITED BY SIZE
                  WM-COUNT-Z DELIMITED BY SIZE
             INTO FL-INFORME-REG
           WRITE FL-INFORME-REG.

           MOVE SPACES TO FL-INFORME-REG.
           STRING 'REFERENCIA REMESA   : ' DELIMITED BY SIZE
                  WM-REMESA-ID DELIMITED BY SIZE
             INTO FL-INFORME-REG
           WRITE FL-INFORME-REG.

           MOVE WM-OMITIDOS-COUNT TO WM-COUNT-Z.
           MOVE SPACES TO FL-INFORME-REG.
           STRING 'OMITIDOS (IBAN MALO): ' DELIMITED BY SIZE
             INTO FL-INFORME-REG
           WRITE FL-INFORME-REG.

           MOVE WM-BLOQUEADOS-COUNT TO WM-COUNT-Z.
           MOVE SPACES TO FL-INFORME-REG.
           STRING 'OMITIDOS (BLOQUEO)  : ' DELIMITED BY SIZE
                  WM-COUNT-Z DELIMITED BY SIZE
             INTO FL-INFORME-REG
           WRITE FL-INFORME-REG.

           IF HUBO-ERROR
               MOVE SPACES TO FL-INFORME-REG
               WRITE FL-INFORME-REG
                 TO FL-INFORME-REG
               WRITE FL-INFORME-REG

               MOVE 'LAS FACTURAS NO HAN QUEDADO MARCADAS COMO REMESADAS.'
                 TO FL-INFORME-REG
               WRITE FL-INFORME-REG

               MOVE 'NO ENVIE ESTE FICHERO AL BANCO; RELANCE EL PROCESO.'
                 TO FL-INFORME-REG
               WRITE FL-INFORME-REG

      *============================================================
      * CIERRA LA EJECUCION CON SU ESTADO FINAL Y CONTADORES
      * (ADEUDOS EMITIDOS / OMITIDOS / FACTURAS REMESADAS).
      *============================================================
       G510-REGISTRAR-FIN.

