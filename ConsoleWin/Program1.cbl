               organization is line sequential.
           select F-PROVINCIAS assign to WM-PROVINCIAS-NOMBRE
               organization is line sequential.
           select F-RGPD assign to WM-RGPD-NOMBRE
               organization is line sequential.
           select F-ARCHIVO assign to WM-ARCHIVO-NOMBRE
               organization is line sequential
               file status is WM-ARCHIVO-STATUS.
           select F-ARCHIVO-NUEVO assign to WM-ARCHIVO-NUEVO
               organization is line sequential
               file status is WM-ARCHIVO-NUE-STATUS.
       data division.
       file section.
       fd F-LISTADO.
       fd F-PROVINCIAS.
       01 FL-PROVINCIAS-REG PIC X(132).

       fd F-RGPD.
       01 FL-RGPD-REG PIC X(132).

      * Ficheros AUDIT_/GESTIO_AAAAMMDD.ARC de BatchPurge (el de
      * gestiones es más corto: el resto del registro llega en blanco;
      * igual los AUDIT_ de antes de guardar riesgo y límite).
       fd F-ARCHIVO.
       01 FL-ARCHIVO-REG PIC X(280).

      * Copia de un AUDIT_AAAAMMDD.ARC con los datos personales de un
      * cliente anonimizado en blanco (G147); sustituye al original.
       fd F-ARCHIVO-NUEVO.
       01 FL-ARCHIVO-NUE-REG PIC X(280).

       WORKING-STORAGE SECTION.

      *-----------------------*
       01 WM-CFG-CLAVE PIC X(20) value spaces.
       01 WM-CFG-VALOR PIC X(60) value spaces.
       01 WM-CFG-PUNTERO PIC 9(4) value 1.
      * Plazo de pago por defecto (días desde la fecha de factura)
      * para el vencimiento de una factura anotada en MENU09 sin
      * vencimiento tecleado. Clave DIASVTO; la misma usa
      * BatchFactura.
       01 WM-CFG-DIAS-VTO PIC 9(3) value 30.
      * Días que se conservan los datos personales de un cliente de
      * baja antes de poder anonimizarlo en MENU14. Clave
      * RETENCIONBAJA, cinco dígitos; por defecto seis años.
       01 WM-CFG-RET-BAJA PIC 9(5) value 2190.

      * Estado de la conexión única de la sesión (petición 028): el
      * programa ya no conecta y desconecta en cada rutina, abre la
      *    (un IBAN mal tecleado no llega nunca a la base). En blanco
      *    vale: cliente sin domiciliar.
         03 WM-DATOS-IBAN     PIC X(24)   value spaces.
      *    Motivo de la devolución SEPA que dejó bloqueado el IBAN
      *    (AC04 cuenta cancelada, MD01 sin mandato; lo anota
      *    BatchDevol). Mientras no esté en blanco, BatchSepa no
      *    domicilia al cliente. Se limpia al guardar en MENU04 con
      *    otro IBAN, o borrándolo a mano si el mandato se regularizó.
         03 WM-DATOS-IBAN-BLOQ PIC X(04)  value spaces.
      *    Cuota periódica del cliente, que factura BatchFactura:
      *    importe, periodicidad (M=mensual, T=trimestral,
      *    S=semestral, A=anual; en blanco = sin cuota) y vigencia
      *    (HASTA a cero = sin fin). ULT-FAC es el último periodo ya
      *    facturado; lo mantiene el batch y MENU04 solo lo enseña.
         03 WM-DATOS-CUOTA-IMP   PIC 9(7)V99 value zeros.
         03 WM-DATOS-CUOTA-PER   PIC X(01)   value spaces.
             88 CUOTA-PER-VALIDO VALUES 'M' 'T' 'S' 'A' ' '.
         03 WM-DATOS-CUOTA-DESDE PIC 9(08)   value zeros.
         03 WM-DATOS-CUOTA-HASTA PIC 9(08)   value zeros.
         03 WM-DATOS-CUOTA-ULT   PIC 9(08)   value zeros.
      *    Límite de crédito (lo que puede llegar a deber, a cero =
      *    sin límite) y situación de riesgo del cliente: N=normal,
      *    V=vigilancia (no se le factura por encima del límite),
      *    B=bloqueado (no se le factura nada). En blanco, de antes
      *    de existir el campo, cuenta como normal. Solo los toca en
      *    MENU04 un operador con RIESGO='S' en MENU12; BatchRiesgo
      *    bloquea cada noche a los que se pasan o tienen recibos
      *    devueltos, y el desbloqueo queda en la auditoría.
         03 WM-DATOS-LIMITE      PIC 9(7)V99 value zeros.
         03 WM-DATOS-RIESGO      PIC X(01)   value 'N'.
             88 RIESGO-VALIDO      VALUES 'N' 'V' 'B'.
             88 RIESGO-VIGILANCIA  VALUE 'V'.
             88 RIESGO-BLOQUEADO   VALUE 'B'.

      * Copia del registro tal y como se cargó de USRDATOS, usada en
      * PARRAFO-MENU04 para saber qué cambió (auditoría) y para poder
         03 WM-DATOS-ORIG-POB    PIC X(20)   value spaces.
         03 WM-DATOS-ORIG-CP     PIC X(05)   value spaces.
         03 WM-DATOS-ORIG-IBAN   PIC X(24)   value spaces.
         03 WM-DATOS-ORIG-IBAN-BLOQ PIC X(04) value spaces.
         03 WM-DATOS-ORIG-CUOTA-IMP   PIC 9(7)V99 value zeros.
         03 WM-DATOS-ORIG-CUOTA-PER   PIC X(01)   value spaces.
         03 WM-DATOS-ORIG-CUOTA-DESDE PIC 9(08)   value zeros.
         03 WM-DATOS-ORIG-CUOTA-HASTA PIC 9(08)   value zeros.
         03 WM-DATOS-ORIG-LIMITE      PIC 9(7)V99 value zeros.
         03 WM-DATOS-ORIG-RIESGO      PIC X(01)   value spaces.

      * Búsqueda por nombre parcial en MENU02 (petición 007): si se
      * rellena en vez del CIF, MENU02 delega en G030-CARGAR-LISTADO
             88 WM-AUDIT-ALTA       VALUE 'A'.
             88 WM-AUDIT-MODIFICA   VALUE 'M'.
             88 WM-AUDIT-BAJA       VALUE 'B'.
             88 WM-AUDIT-ANONIMIZA  VALUE 'N'.
         03 WM-AUDIT-FECHA      PIC 9(08)  value zeros.
         03 WM-AUDIT-HORA       PIC 9(06)  value zeros.
         03 WM-AUDIT-USUARIO    PIC X(30)  value spaces.
         03 WM-AUDIT-COR-NUE    PIC X(20)  value spaces.
         03 WM-AUDIT-SECTOR-ANT PIC X(04)  value spaces.
         03 WM-AUDIT-SECTOR-NUE PIC X(04)  value spaces.
      *    Límite de crédito y riesgo: solo los rellena G041 (MENU04);
      *    G900 los deja otra vez en blanco/cero tras grabar para que
      *    el resto de llamadores no arrastren valores de otra fila.
         03 WM-AUDIT-RIESGO-ANT PIC X(01)  value spaces.
         03 WM-AUDIT-RIESGO-NUE PIC X(01)  value spaces.
         03 WM-AUDIT-LIMITE-ANT PIC 9(7)V99 value zeros.
         03 WM-AUDIT-LIMITE-NUE PIC 9(7)V99 value zeros.

      * Notificación saliente al cliente (petición 013): el programa
      * no manda el correo directamente, sólo deja la fila en
         03 WM-EMAIL-CUERPO  PIC X(80) value spaces.
         03 WM-EMAIL-FECHA   PIC 9(08) value zeros.
         03 WM-EMAIL-HORA    PIC 9(06) value zeros.
      *    SQLCODE del INSERT de G910, para el llamador que necesita
      *    saber si la fila ha quedado de verdad en la cola (el del
      *    COMMIT que le sigue no lo dice).
         03 WM-EMAIL-SQLCODE PIC S9(9) value zero.

      * Sesión del operador que ha iniciado sesión en MENU00 (login de
      * aplicación, no el usuario de Windows): se guarda en memoria
             88 WM-SES-ES-ADMIN VALUE 'S'.
             88 WM-SES-NO-ADMIN VALUE 'N'.
         03 WM-SES-PERMISOS  PIC X(20) value spaces.
      *    Gestión del riesgo: RIESGO='S' (lo da un ADMIN en MENU12)
      *    permite cambiar límite de crédito y situación de riesgo
      *    de los clientes en MENU04. Un ADMIN también puede.
         03 WM-SES-RIESGO    PIC X(01) value 'N'.
             88 WM-SES-GESTIONA-RIESGO VALUE 'S'.

      * Campos de la pantalla de login (MENULOG).
       01 WM-LOGIN.
         03 WM12-ADMIN    PIC X(01) value 'N'.
         03 WM12-ACTIVO   PIC X(01) value 'S'.
         03 WM12-PERMISOS PIC X(20) value spaces.
         03 WM12-RIESGO   PIC X(01) value 'N'.
       01 WM12-BLOQUEADO PIC X(01) value spaces.
       01 WM12-INTENTOS  PIC 9(02) value zero.
       01 WM12-EXISTE PIC X value 'N'.
         03 WM00-LINP PIC X(22) value spaces.
         03 WM00-LINO PIC X(22) value spaces.
         03 WM00-LINH PIC X(22) value spaces.
         03 WM00-LINR PIC X(22) value spaces.
         03 WM00-LINE PIC X(22) value spaces.

      * Contacto asociado a un CIF: CONTACTOS_USRDATOS guarda tantos
      * contactos como haga falta por cliente (facturación, entrega,
           03 CONTTLF  PIC X(09).
           03 FILLER   PIC X(03).
           03 CONTCOR  PIC X(20).
      *    CONTACTOS_USRDATOS.CORREO_REBOTADO: llega 'S' del cursor y
      *    G061 la cambia por el aviso que se ve en la fila.
           03 FILLER   PIC X(02).
           03 CONTREB  PIC X(08).
       01 WM-05-CONTACTOS.
         03 WM05C-FILA1 PIC X(71) value spaces.
         03 WM05C-FILA2 PIC X(71) value spaces.
         03 WM05C-FILA3 PIC X(71) value spaces.
         03 WM05C-FILA4 PIC X(71) value spaces.
         03 WM05C-FILA5 PIC X(71) value spaces.
      * Algún contacto de la lista tiene el correo rebotado (lo marca
      * BatchRebote con el informe del servidor de correo).
       01 WM05-REBOTE PIC X value 'N'.
           88 WM05-HAY-REBOTE VALUE 'S'.
           88 WM05-SIN-REBOTE VALUE 'N'.

      * Nota de gestión libre sobre un CIF (GESTIONES), independiente
      * del histórico de cambios de campo de AUDITORIA_USRDATOS: no
         03 WM-FAC-ESTADO  PIC X(01) value 'P'.
             88 FAC-PENDIENTE VALUE 'P'.
             88 FAC-COBRADA   VALUE 'C'.
             88 FAC-ABONADA   VALUE 'A'.
      *    Desglose de IVA: IMPORTE sigue siendo el total de la
      *    factura (lo que suman el saldo y la remesa); BASE, el tipo
      *    aplicado (código del catálogo TIPOS_IVA y su porcentaje en
      *    la fecha de alta) y la CUOTA_IVA se guardan aparte para
      *    las declaraciones. Los calcula G097-CALCULAR-IVA.
         03 WM-FAC-BASE      PIC 9(7)V99 value zeros.
         03 WM-FAC-COD-IVA   PIC X(01)   value spaces.
         03 WM-FAC-PCT-IVA   PIC 9(2)V99 value zeros.
         03 WM-FAC-CUOTA-IVA PIC 9(7)V99 value zeros.
      *    Lo cobrado (suma de lo aplicado desde PAGOS_FACTURAS) y lo
      *    abonado (suma de ABONOS) de la factura: queda pendiente
      *    IMPORTE - COBRADO - ABONADO, y la factura solo pasa a
      *    C=COBRADA cuando eso llega a cero (A=ABONADA si la anuló
      *    entera un abono sin ningún cobro).
         03 WM-FAC-COBRADO   PIC 9(7)V99 value zeros.
         03 WM-FAC-ABONADO   PIC 9(7)V99 value zeros.
      *    Remesa SEPA en la que va la factura (fecha y hora de la
      *    pasada de BatchSepa; en blanco = no remesada) y motivo de
      *    la última devolución del banco (lo anota BatchDevol al
      *    devolverla a pendiente). Una factura remesada sigue
      *    pendiente hasta el cargo, pero no admite cobros ni abonos
      *    a mano: el cobro lo dará por hecho BatchDevol al vencer el
      *    plazo de devolución.
         03 WM-FAC-REMESA    PIC X(14)   value spaces.
         03 WM-FAC-DEVOLUCION PIC X(04)  value spaces.
      *    Fecha de vencimiento: la tecleada en MENU09 o, a cero, la
      *    fecha de la factura más WM-CFG-DIAS-VTO. De ella sale la
      *    antigüedad de la deuda y las reclamaciones de BatchMoros.
         03 WM-FAC-VENCIMIENTO PIC 9(08) value zeros.

      * Resultado de G097-CALCULAR-IVA: el código tecleado existe en
      * TIPOS_IVA.
       01 WM-IVA-ESTADO PIC X value 'N'.
           88 IVA-OK    VALUE 'S'.
           88 IVA-ERROR VALUE 'N'.

      * Serie anual de numeración de facturas (SERIES_FACTURAS: ANIO,
      * ULTIMO): el número ya no se teclea, lo da G096-SIGUIENTE-
      * NUMERO con el formato AAAA/NNNNN (cabe en NUMERO X(10)), la
      * misma serie que consume BatchFactura con las cuotas.
       01 WM-SERIE.
         03 WM-SERIE-ANIO   PIC 9(04) value zero.
         03 WM-SERIE-ULTIMO PIC 9(05) value zero.
       01 WM-SERIE-ESTADO PIC X value 'N'.
           88 SERIE-OK    VALUE 'S'.
           88 SERIE-ERROR VALUE 'N'.

      * Zona de cobro/abono de MENU09. Un cobro (PAGOS: fecha,
      * importe, método T=transferencia S=SEPA E=efectivo C=cheque y
      * referencia) se aplica a las filas marcadas con X, de la más
      * antigua a la más reciente, hasta agotarlo (PAGOS_FACTURAS);
      * no puede superar lo pendiente de esas filas. Un abono
      * (ABONOS) rebaja o anula una sola factura marcada conservando
      * su número; con importe a cero abona todo lo pendiente. Cobros
      * y abonos guardan el operador y el momento del alta
      * (FECHA_ALTA/HORA_ALTA, que con el CIF identifican el cobro).
       01 WM-09-COBRO.
         03 WM09-PAG-FECHA   PIC 9(08)   value zeros.
         03 WM09-PAG-IMPORTE PIC 9(7)V99 value zeros.
         03 WM09-PAG-METODO  PIC X(01)   value spaces.
             88 WM09-METODO-VALIDO VALUES 'T' 'S' 'E' 'C'.
         03 WM09-PAG-REF     PIC X(20)   value spaces.
       01 WM09-ALTA-FECHA PIC 9(08) value zeros.
       01 WM09-ALTA-HORA  PIC 9(08) value zeros.
       01 WM09-MARCAS.
         03 WM09-SEL1 PIC X(01) value spaces.
         03 WM09-SEL2 PIC X(01) value spaces.
         03 WM09-SEL3 PIC X(01) value spaces.
         03 WM09-SEL4 PIC X(01) value spaces.
         03 WM09-SEL5 PIC X(01) value spaces.
       01 WM09-MARCAS-TABLA REDEFINES WM09-MARCAS.
         03 WM09-SEL PIC X(01) OCCURS 5 TIMES.
       01 WM09-NUM-MARCADAS PIC 9(01) value zero.
       01 WM09-EN-REMESA    PIC 9(01) value zero.
       01 WM09-FILA         PIC 9(01) value zero.
       01 WM09-PTE-MARCADO  PIC 9(9)V99 value zeros.
       01 WM09-RESTO        PIC 9(7)V99 value zeros.
       01 WM09-APLICA       PIC 9(7)V99 value zeros.
       01 WM09-APLICADAS    PIC 9(01) value zero.
       01 WM09-ABO-PCT      PIC 9(2)V99 value zeros.
       01 WM09-ABO-BASE     PIC 9(7)V99 value zeros.
       01 WM09-ABO-IVA      PIC 9(7)V99 value zeros.
       01 WM09-IMPORTE-Z    PIC ZZZZZZ9.99.
       01 WM09-ERROR PIC X value 'N'.
           88 WM09-HAY-ERROR VALUE 'S'.
           88 WM09-SIN-ERROR VALUE 'N'.
       01 WM09-OPERACION PIC X value 'C'.
           88 WM09-ES-COBRO VALUE 'C'.
           88 WM09-ES-ABONO VALUE 'A'.

      * Resultado de G095-COMPROBAR-CIF-FACTURA: mismo criterio que
      * G065-COMPROBAR-CIF-CONTACTO pero sobre el CIF de MENU09.

      * Tabla de las hasta 5 facturas mostradas en MENU09; FACNUM se
      * guarda tal cual llega del cursor para poder usarlo luego como
      * clave de los UPDATE de cobro y abono, y el resto de la
      * fila ya queda formateado para pantalla, igual que
      * CONTFILA/WM05C-FILAn en MENU05. FACPTE-N guarda aparte, sin
      * editar, lo pendiente de cada fila para repartir los cobros.
       01 TABLA-FACTURAS.
         02 FACFILA OCCURS 5 TIMES.
           03 FACNUM   PIC X(10).
           03 FILLER   PIC X(01).
           03 FACFEC   PIC 9(08).
           03 FILLER   PIC X(01).
           03 FACIMP   PIC ZZZZZZ9.99.
           03 FILLER   PIC X(01).
           03 FACCOB   PIC ZZZZZZ9.99.
           03 FILLER   PIC X(01).
           03 FACPTE   PIC ZZZZZZ9.99.
           03 FILLER   PIC X(01).
           03 FACEST   PIC X(09).
       01 TABLA-FAC-PENDIENTE.
         02 FACPTE-N PIC 9(7)V99 OCCURS 5 TIMES.
      * Fila en remesa SEPA ('S'): no se puede marcar para cobro ni
      * abono.
       01 TABLA-FAC-REMESA.
         02 FACREM   PIC X(01) OCCURS 5 TIMES.
       01 WM-09-FACTURAS.
         03 WM09-FILA1 PIC X(62) value spaces.
         03 WM09-FILA2 PIC X(62) value spaces.
         03 WM09-FILA3 PIC X(62) value spaces.
         03 WM09-FILA4 PIC X(62) value spaces.
         03 WM09-FILA5 PIC X(62) value spaces.

      * Facturas pendientes y saldo vivo del CIF consultado (petición
      * 020): los carga G094-CARGAR-SALDO-FACTURAS con la conexión del
       01 WM-FAC-SALDO   PIC 9(9)V99 value zero.
       01 WM-FAC-SALDO-Z PIC ZZZZZZZZ9.99.

      * Crédito disponible del CIF consultado: límite menos saldo
      * vivo (negativo si ya se ha pasado). Lo calcula G089-CALCULAR-
      * DISPONIBLE para MENU02 y para la comprobación de riesgo de
      * G088 antes de anotar una factura; sin límite se enseña
      * 'SIN LIMITE'.
       01 WM-FAC-LIMITE     PIC 9(7)V99 value zeros.
       01 WM-FAC-RIESGO     PIC X(01)   value spaces.
       01 WM-FAC-DISPONIBLE PIC S9(9)V99 value zero.
       01 WM-FAC-DISP-Z     PIC -ZZZZZZZ9.99.
       01 WM-FAC-DISP-X     PIC X(12) value spaces.
       01 WM02-RIESGO-DESC  PIC X(10) value spaces.

      * Aviso de MENU02 cuando el correo de la ficha o el de algún
      * contacto del CIF ha rebotado: el operador debe pedir uno
      * nuevo. Lo monta G178-AVISO-CORREO-REBOTADO.
       01 WM02-AVISO-CORREO PIC X(70) value spaces.
       01 WM02-REB-FICHA     PIC 9(05) value zero.
       01 WM02-REB-CONTACTOS PIC 9(05) value zero.

      * Resultado de G088-COMPROBAR-RIESGO. Si la factura deja al
      * cliente normal por encima del límite se avisa y se pide un
      * segundo INTRO: el aviso vale solo para el mismo CIF e
      * importe que se avisaron.
       01 WM09-RIESGO PIC X value 'S'.
           88 WM09-RIESGO-PERMITE VALUE 'S'.
           88 WM09-RIESGO-RECHAZA VALUE 'N'.
       01 WM09-AVISO-CIF     PIC X(09)   value spaces.
       01 WM09-AVISO-IMPORTE PIC 9(7)V99 value zeros.

      * Consulta de AUDITORIA_USRDATOS en pantalla (petición 021):
      * filtros de MENU10 (en blanco/cero = sin filtrar) y marcador
      * de paginación por FECHA/HORA, al estilo del marcador de CIF
           03 AUD-COR-NUE    PIC X(20).
           03 AUD-SECTOR-ANT PIC X(04).
           03 AUD-SECTOR-NUE PIC X(04).
           03 AUD-RIESGO-ANT PIC X(01).
           03 AUD-RIESGO-NUE PIC X(01).
           03 AUD-LIMITE-ANT PIC 9(7)V99.
           03 AUD-LIMITE-NUE PIC 9(7)V99.

      * Lineas ya formateadas de la lista y del detalle de MENU10.
       01 TABLA-AUD-LINEAS.

      * Auxiliares de formateo de la lista de MENU10.
       01 WM10-OPER-DESC PIC X(05) value spaces.
       01 WM10-CAMPOS    PIC X(27) value spaces.
       01 WM10-LIM-ANT-Z PIC ZZZZZZ9.99.
       01 WM10-LIM-NUE-Z PIC ZZZZZZ9.99.
       01 WM10-PTR       PIC 9(04) value 1.

      * Fusión de clientes duplicados (petición 023): MENU11 recibe
      * Nota de fusión que queda en GESTIONES del superviviente.
       01 WM11-NOTA PIC X(60) value spaces.

      * Datos personales de un cliente (MENU14). F5 vuelca a
      * RGPD_<CIF>_AAAAMMDD.TXT todo lo que se guarda del CIF: ficha,
      * contactos, gestiones, facturas y cobros, correos, historial
      * de AUDITORIA_USRDATOS y lo que BatchPurge pasó a los .ARC. F8
      * (dos veces, solo ADMIN) anonimiza a un cliente de baja desde
      * hace más de RETENCIONBAJA días: nombres, teléfonos, correos,
      * dirección e IBAN, en la base y en los AUDIT_*.ARC. Facturas,
      * cobros e importes no se tocan.
       01 WM-14.
         03 WM14-CIF       PIC X(09) value spaces.
         03 WM14-NOM       PIC X(20) value spaces.
         03 WM14-ESTADO    PIC X(01) value spaces.
         03 WM14-FEC-BAJA  PIC 9(08) value zeros.
         03 WM14-SITUACION PIC X(60) value spaces.

      * Resto de la ficha, para la exportación y como valores ANTES
      * de la fila de anonimización en la auditoría.
       01 WM14-DATOS.
         03 WM14-DIR       PIC X(35)   value spaces.
         03 WM14-TLF       PIC X(09)   value spaces.
         03 WM14-COR       PIC X(20)   value spaces.
         03 WM14-POB       PIC X(20)   value spaces.
         03 WM14-CP        PIC X(05)   value spaces.
         03 WM14-PROV      PIC X(20)   value spaces.
         03 WM14-IBAN      PIC X(24)   value spaces.
         03 WM14-SECTOR    PIC X(04)   value spaces.
         03 WM14-FEC-ALTA  PIC 9(08)   value zeros.
         03 WM14-LIMITE    PIC 9(7)V99 value zeros.
         03 WM14-RIESGO    PIC X(01)   value spaces.

      * CIF tal y como quedó VERIFICADO (INTRO o F6): exportación y
      * anonimización usan siempre este, como WM11-ORIG-PERD.
       01 WM14-ORIG-CIF PIC X(09) value spaces.
       01 WM14-VERIFICADO PIC X value 'N'.
           88 WM14-OK    VALUE 'S'.
           88 WM14-NO-OK VALUE 'N'.
      * El cliente cumple las condiciones para anonimizarlo: de baja,
      * con FECHA_BAJA anterior al corte, sin facturas pendientes y
      * sin anonimizar todavía.
       01 WM14-CADUCADO PIC X value 'N'.
           88 WM14-ANONIMIZABLE    VALUE 'S'.
           88 WM14-NO-ANONIMIZABLE VALUE 'N'.
       01 WM14-PENDIENTE PIC X value space.
           88 WM14-PEND-ANONIMIZAR VALUE 'X'.
           88 WM14-SIN-PEND        VALUE SPACE.
       01 WM14-ERROR PIC X value 'N'.
           88 WM14-HAY-ERROR VALUE 'S'.
           88 WM14-SIN-ERROR VALUE 'N'.

      * Valor que sustituye a los datos personales: también es la
      * marca de "ya anonimizado" en USRDATOS.NOMBRE.
       01 WM14-ANONIMO PIC X(20) value 'ANONIMIZADO'.
       01 WM14-FEC-CORTE PIC 9(08) value zeros.
       01 WM14-CIF-DESDE PIC X(09) value spaces.
       01 WM14-PTES PIC 9(05) value zero.

      * Exportación: nombre del fichero, contadores y campos de
      * trabajo de cada apartado.
       01 WM-RGPD-NOMBRE PIC X(30) value spaces.
       01 WM14-LINEAS  PIC 9(07) value zero.
       01 WM14-CONT    PIC 9(07) value zero.
       01 WM14-CONT-Z  PIC ZZZZZZ9.
       01 WM14-IMP1-Z  PIC ZZZZZZ9.99.
       01 WM14-IMP2-Z  PIC ZZZZZZ9.99.
       01 WM14-IMP3-Z  PIC ZZZZZZ9.99.
       01 WM14-OPER-DESC PIC X(05) value spaces.
       01 WM14-TITULO    PIC X(60) value spaces.
       01 WM14-ARC-FICHEROS PIC 9(05) value zero.
       01 WM14-ARC-EN-FICHERO PIC 9(07) value zero.
       01 WM14-EXP.
         03 WM14-EXP-TIPO    PIC X(01)   value spaces.
         03 WM14-EXP-NOM     PIC X(20)   value spaces.
         03 WM14-EXP-TLF     PIC X(09)   value spaces.
         03 WM14-EXP-COR     PIC X(20)   value spaces.
         03 WM14-EXP-FECHA   PIC 9(08)   value zeros.
         03 WM14-EXP-HORA    PIC 9(06)   value zeros.
         03 WM14-EXP-OPER    PIC X(10)   value spaces.
         03 WM14-EXP-NOTA    PIC X(60)   value spaces.
         03 WM14-EXP-NUMERO  PIC X(10)   value spaces.
         03 WM14-EXP-VTO     PIC 9(08)   value zeros.
         03 WM14-EXP-IMPORTE PIC 9(7)V99 value zeros.
         03 WM14-EXP-COBRADO PIC 9(7)V99 value zeros.
         03 WM14-EXP-ABONADO PIC 9(7)V99 value zeros.
         03 WM14-EXP-ESTADO  PIC X(01)   value spaces.
         03 WM14-EXP-METODO  PIC X(01)   value spaces.
         03 WM14-EXP-REF     PIC X(20)   value spaces.
         03 WM14-EXP-ASUNTO  PIC X(40)   value spaces.
         03 WM14-EXP-ENVIADO PIC X(01)   value spaces.
         03 WM14-EXP-RIE-ANT PIC X(01)   value spaces.
         03 WM14-EXP-RIE-NUE PIC X(01)   value spaces.
         03 WM14-EXP-LIM-ANT PIC 9(7)V99 value zeros.
         03 WM14-EXP-LIM-NUE PIC 9(7)V99 value zeros.

      * Una línea de cambio del historial (ANTES -> DESPUES), común a
      * las filas de AUDITORIA_USRDATOS y a las del archivo .ARC.
       01 WM14-CAMBIO.
         03 WM14-CAM-ETIQ PIC X(10) value spaces.
         03 WM14-CAM-ANT  PIC X(35) value spaces.
         03 WM14-CAM-NUE  PIC X(35) value spaces.

      * Ficheros .ARC de BatchPurge: se localizan por las fechas de
      * sus ejecuciones en BATCH_EJECUCIONES (cada pasada nueva los
      * nombra con su fecha de arranque). Uno que no exista (una
      * reanudación al día siguiente conserva los nombres del primer
      * día) se salta sin más.
       01 WM-ARCHIVO-NOMBRE PIC X(30) value spaces.
       01 WM-ARCHIVO-STATUS PIC XX value spaces.
       01 WM-ARCHIVO-NUEVO PIC X(30) value spaces.
       01 WM-ARCHIVO-NUE-STATUS PIC XX value spaces.
      * Resultado de limpiar los .ARC al anonimizar (G146/G147): el
      * último fichero que no se pudo reescribir.
       01 WM14-ARC-LIMPIEZA PIC X value 'N'.
           88 WM14-ARC-FALLO  VALUE 'S'.
           88 WM14-ARC-LIMPIO VALUE 'N'.
       01 WM14-ARC-FALLO-NOMBRE PIC X(30) value spaces.
       01 WM14-ARC-FECHA PIC 9(08) value zeros.
       01 WM14-ARC-TIPO PIC X(01) value spaces.
           88 WM14-ARC-AUDIT  VALUE 'A'.
           88 WM14-ARC-GESTIO VALUE 'G'.
       01 WM14-ARC-LEIDOS PIC 9(07) value zero.

      * Registro de AUDIT_AAAAMMDD.ARC, con el mismo desglose que
      * graba BatchPurge (280 posiciones; 260 en los ficheros de
      * antes de guardar riesgo y límite, con el resto en blanco).
       01 WM14-ARC-AUD.
         03 ARCA-CIF        PIC X(09).
         03 ARCA-OPERACION  PIC X(01).
         03 ARCA-FECHA      PIC 9(08).
         03 ARCA-HORA       PIC 9(06).
         03 ARCA-USUARIO    PIC X(30).
         03 ARCA-EQUIPO     PIC X(30).
         03 ARCA-NOM-ANT    PIC X(20).
         03 ARCA-NOM-NUE    PIC X(20).
         03 ARCA-DIR-ANT    PIC X(35).
         03 ARCA-DIR-NUE    PIC X(35).
         03 ARCA-TLF-ANT    PIC X(09).
         03 ARCA-TLF-NUE    PIC X(09).
         03 ARCA-COR-ANT    PIC X(20).
         03 ARCA-COR-NUE    PIC X(20).
         03 ARCA-SECTOR-ANT PIC X(04).
         03 ARCA-SECTOR-NUE PIC X(04).
         03 ARCA-RIESGO-ANT PIC X(01).
         03 ARCA-RIESGO-NUE PIC X(01).
         03 ARCA-LIMITE-ANT PIC 9(7)V99.
         03 ARCA-LIMITE-NUE PIC 9(7)V99.
      * Registro de GESTIO_AAAAMMDD.ARC (93 posiciones).
       01 WM14-ARC-GES REDEFINES WM14-ARC-AUD.
         03 ARCG-CIF        PIC X(09).
         03 ARCG-FECHA      PIC 9(08).
         03 ARCG-HORA       PIC 9(06).
         03 ARCG-OPERADOR   PIC X(10).
         03 ARCG-NOTA       PIC X(60).
         03 FILLER          PIC X(187).

      * Cola de correo saliente (NOTIFICACIONES_EMAIL) en MENU15:
      * filtros (en blanco/cero = sin filtrar) y marcador de
      * paginación por ID, de más reciente a más antiguo como en
      * MENU10. Estados de ENVIADO: N pendiente (G910), S enviado y
      * F fallido (los pone el proceso externo de envío), R rebotado
      * (BatchRebote) y C cancelado (F6 de MENU15).
       01 WM-15-FILTROS.
         03 WM15-CIF       PIC X(09) value spaces.
         03 WM15-FEC-DESDE PIC 9(08) value zeros.
         03 WM15-FEC-HASTA PIC 9(08) value zeros.
         03 WM15-ESTADO    PIC X(01) value spaces.
             88 WM15-ESTADO-VALIDO VALUES ' ' 'N' 'S' 'F' 'R' 'C'.
       01 WM-15-NAV.
         03 WM15-ULT-ID    PIC 9(09) value 999999999.
         03 WM15-FIN       PIC X(01) value 'N'.
             88 WM15-NO-HAY-MAS VALUE 'S'.
             88 WM15-HAY-MAS    VALUE 'N'.

      * Fila de la lista sobre la que actúan F5/F6/F7 (1-7) y
      * dirección nueva para F7.
       01 WM15-FILA      PIC 9(01) value zero.
       01 WM15-NUEVO-COR PIC X(20) value spaces.
       01 WM15-FILA-CHECK PIC X value 'N'.
           88 WM15-FILA-OK   VALUE 'S'.
           88 WM15-FILA-MALA VALUE 'N'.
       01 WM15-ERROR PIC X value 'N'.
           88 WM15-HAY-ERROR VALUE 'S'.
           88 WM15-SIN-ERROR VALUE 'N'.
       01 WM15-ARROBAS   PIC 9(02) value zero.
       01 WM15-EN-FICHA  PIC 9(05) value zero.
       01 WM15-RESULTADO PIC X(74) value spaces.
       01 WM15-INCIDENCIA PIC X(40) value spaces.

      * Las hasta 7 filas de la página actual, completas: la acción
      * trabaja siempre con el ID y los valores tal y como se
      * cargaron, no con lo que haya en pantalla.
       01 TABLA-CORREOS.
         02 CORFILA OCCURS 7 TIMES.
           03 COR-ID         PIC 9(09).
           03 COR-CIF        PIC X(09).
           03 COR-DEST       PIC X(20).
           03 COR-ASUNTO     PIC X(40).
           03 COR-MENSAJE    PIC X(80).
           03 COR-FECHA      PIC 9(08).
           03 COR-HORA       PIC 9(06).
           03 COR-ENVIADO    PIC X(01).
           03 COR-INCIDENCIA PIC X(40).

      * Líneas ya formateadas de la lista de MENU15.
       01 TABLA-COR-LINEAS.
         02 CORLIN OCCURS 7 TIMES.
           03 CORL-FECHA  PIC 9(08).
           03 FILLER      PIC X(01).
           03 CORL-HORA   PIC 9(06).
           03 FILLER      PIC X(01).
           03 CORL-CIF    PIC X(09).
           03 FILLER      PIC X(01).
           03 CORL-DEST   PIC X(20).
           03 FILLER      PIC X(01).
           03 CORL-ESTADO PIC X(09).
           03 FILLER      PIC X(01).
           03 CORL-TEXTO  PIC X(21).
       01 WM-15-FILAS.
         03 WM15-FILA1 PIC X(78) value spaces.
         03 WM15-FILA2 PIC X(78) value spaces.
         03 WM15-FILA3 PIC X(78) value spaces.
         03 WM15-FILA4 PIC X(78) value spaces.
         03 WM15-FILA5 PIC X(78) value spaces.
         03 WM15-FILA6 PIC X(78) value spaces.
         03 WM15-FILA7 PIC X(78) value spaces.

      * Catálogo de sectores de actividad (SECTORES), mantenido desde
      * MENU06 y usado como lista de valores del campo SECTOR de
      * USRDATOS en MENU01/MENU04.
         03 WM-CHK-POB    PIC X(20) value spaces.
         03 WM-CHK-CP     PIC X(05) value spaces.
         03 WM-CHK-IBAN   PIC X(24) value spaces.
         03 WM-CHK-IBAN-BLOQ PIC X(04) value spaces.
         03 WM-CHK-CUOTA-IMP   PIC 9(7)V99 value zeros.
         03 WM-CHK-CUOTA-PER   PIC X(01) value spaces.
         03 WM-CHK-CUOTA-DESDE PIC 9(08) value zeros.
         03 WM-CHK-CUOTA-HASTA PIC 9(08) value zeros.
         03 WM-CHK-LIMITE      PIC 9(7)V99 value zeros.
         03 WM-CHK-RIESGO      PIC X(01) value spaces.

      * Resultado de G043-COMPROBAR-CONCURRENCIA.
       01 WM04-CONCURRENCIA PIC X value 'N'.
       01 WM-IBAN-IDX     PIC 9(02) value zero.
       01 WM-IBAN-DIG     PIC 9(01) value zero.

      * Resultado de G045-VALIDAR-CUOTA: sin cuota (periodicidad en
      * blanco) el importe tiene que ser cero; con cuota, importe,
      * fecha DESDE válida y HASTA a cero o posterior a DESDE.
       01 WM-CUOTA-VALIDA PIC X value 'N'.
           88 CUOTA-VALIDA   VALUE 'S'.
           88 CUOTA-INVALIDA VALUE 'N'.

      * Resultado de G046-VALIDAR-RIESGO: código de riesgo correcto,
      * incorrecto, o límite/riesgo cambiados sin tener permiso.
       01 WM-RIESGO-CHECK PIC X value 'S'.
           88 RIESGO-CORRECTO    VALUE 'S'.
           88 RIESGO-INCORRECTO  VALUE 'N'.
           88 RIESGO-SIN-PERMISO VALUE 'P'.
       01 WM-RIESGO-ORIG PIC X(01) value spaces.

      * Entrada y resultado de G240-VALIDAR-FECHA: el llamador deja
      * en WM-FEC-VAL una fecha AAAAMMDD y recibe si es una fecha
      * real (año 2000-2099, mes 01-12, día dentro del mes).
       01 WM-FEC-VAL PIC 9(08) value zeros.
       01 WM-FEC-VAL-PARTES REDEFINES WM-FEC-VAL.
         03 WM-FEC-VAL-ANIO PIC 9(04).
         03 WM-FEC-VAL-MES  PIC 9(02).
         03 WM-FEC-VAL-DIA  PIC 9(02).
       01 WM-FEC-VALIDA PIC X value 'N'.
           88 FECHA-VALIDA   VALUE 'S'.
           88 FECHA-INVALIDA VALUE 'N'.
       01 WM-FEC-ULT-DIA PIC 9(02) value zero.
       01 TABLA-DIAS-MES-DEF PIC X(24) value '312831303130313130313031'.
       01 TABLA-DIAS-MES REDEFINES TABLA-DIAS-MES-DEF.
         03 DIAS-MES PIC 9(02) OCCURS 12 TIMES.

      * Tabla fija de provincias por prefijo de código postal
      * (petición 024): G210-VALIDAR-CP la usa para validar y
      * G220-PROVINCIA-DE-CP para derivar el nombre que se guarda en
         05 WI00-LINP PIC X(22) LINE 11 COLUMN 57 FROM WM00-LINP FOREGROUND-COLOR 2.
         05 WI00-LINO PIC X(22) LINE 12 COLUMN 57 FROM WM00-LINO FOREGROUND-COLOR 2.
         05 WI00-LINH PIC X(22) LINE 13 COLUMN 57 FROM WM00-LINH FOREGROUND-COLOR 2.
         05 WI00-LINR PIC X(22) LINE 14 COLUMN 57 FROM WM00-LINR FOREGROUND-COLOR 2.
         05 WI00-LINE PIC X(22) LINE 15 COLUMN 57 FROM WM00-LINE FOREGROUND-COLOR 2.
         05 LINE 18 COLUMN 26 VALUE IS 'OPERADOR:' FOREGROUND-COLOR 2.
         05 WI00-SESOP PIC X(10) LINE 18 COLUMN 36 FROM WM-SES-OPERADOR FOREGROUND-COLOR 14.
         05 LINE 19 COLUMN 26 VALUE IS 'OPCION:' FOREGROUND-COLOR 2.
         05 LINE 3 COLUMN 28 VALUE IS 'VILANOVA S.L.U' FOREGROUND-COLOR 4.
         05 LINE 4 COLUMN 1 VALUE IS '-------------------------------------------------------------------------------' FOREGROUND-COLOR 1.
         05 LINE 7 COLUMN 26 VALUE IS 'BUSCAR REGISTRO' FOREGROUND-COLOR 2.
      *    Correo de la ficha o de algún contacto rebotado.
         05 WI02-AVISO PIC X(70) LINE 8 COLUMN 7 FROM WM02-AVISO-CORREO FOREGROUND-COLOR 4.
         05 LINE 10 COLUMN 7 VALUE IS 'INTRODUZCA EL CIF:' FOREGROUND-COLOR 2.
         05 WI02-CIF PIC X(9) LINE 10 COLUMN 26 USING WM-DATOS-CIF FOREGROUND-COLOR 3.
         05 LINE 11 COLUMN 7 VALUE IS 'O POR NOMBRE (PARCIAL):' FOREGROUND-COLOR 2.
         05 WI02-DIR PIC X(35) LINE 13 COLUMN 26 FROM WM-DATOS-DIR FOREGROUND-COLOR 14.
         05 LINE 13 COLUMN 62 VALUE IS 'SALDO:' FOREGROUND-COLOR 2.
         05 WI02-FACS PIC ZZZZZZZZ9.99 LINE 13 COLUMN 68 FROM WM-FAC-SALDO-Z FOREGROUND-COLOR 14.
      *    Crédito disponible (límite - saldo) y situación de riesgo.
         05 LINE 14 COLUMN 62 VALUE IS 'DISP.:' FOREGROUND-COLOR 2.
         05 WI02-DISP PIC X(12) LINE 14 COLUMN 68 FROM WM-FAC-DISP-X FOREGROUND-COLOR 14.
         05 LINE 15 COLUMN 62 VALUE IS 'RIESGO:' FOREGROUND-COLOR 2.
         05 WI02-RIES PIC X(10) LINE 15 COLUMN 70 FROM WM02-RIESGO-DESC FOREGROUND-COLOR 14.
         05 LINE 14 COLUMN 10 VALUE IS '           TLF:' FOREGROUND-COLOR 2.
         05 WI02-TLF PIC X(9) LINE 14 COLUMN 26 FROM WM-DATOS-TLF FOREGROUND-COLOR 14.
         05 LINE 15 COLUMN 10 VALUE IS '        CORREO:' FOREGROUND-COLOR 2.
      *    Cuenta de domiciliación (petición 025), igual que MENU01.
         05 LINE 18 COLUMN 10 VALUE IS '          IBAN:' FOREGROUND-COLOR 2.
         05 WI04-IBAN PIC X(24) LINE 18 COLUMN 26 USING WM-DATOS-IBAN FOREGROUND-COLOR 3.
      *    Bloqueo por devolución del banco: se puede borrar, no
      *    teclear (G041 solo conserva el motivo que ya tenía).
         05 LINE 18 COLUMN 52 VALUE IS 'BLOQ.DEVOL:' FOREGROUND-COLOR 2.
         05 WI04-IBLQ PIC X(4) LINE 18 COLUMN 64 USING WM-DATOS-IBAN-BLOQ FOREGROUND-COLOR 3.
      *    Cuota periódica que factura BatchFactura. ULT.FACT es el
      *    último periodo facturado: lo mantiene el batch.
         05 LINE 19 COLUMN 10 VALUE IS '         CUOTA:' FOREGROUND-COLOR 2.
         05 WI04-CUOTA PIC 9(7)V99 LINE 19 COLUMN 26 USING WM-DATOS-CUOTA-IMP FOREGROUND-COLOR 3.
         05 LINE 19 COLUMN 37 VALUE IS 'PERIODO:' FOREGROUND-COLOR 2.
         05 WI04-CPER PIC X(1) LINE 19 COLUMN 46 USING WM-DATOS-CUOTA-PER FOREGROUND-COLOR 3.
         05 LINE 19 COLUMN 48 VALUE IS '(M/T/S/A, BLANCO=SIN CUOTA)' FOREGROUND-COLOR 2.
         05 LINE 20 COLUMN 10 VALUE IS '   CUOTA DESDE:' FOREGROUND-COLOR 2.
         05 WI04-CDES PIC 9(8) LINE 20 COLUMN 26 USING WM-DATOS-CUOTA-DESDE FOREGROUND-COLOR 3.
         05 LINE 20 COLUMN 37 VALUE IS 'HASTA:' FOREGROUND-COLOR 2.
         05 WI04-CHAS PIC 9(8) LINE 20 COLUMN 44 USING WM-DATOS-CUOTA-HASTA FOREGROUND-COLOR 3.
         05 LINE 20 COLUMN 55 VALUE IS 'ULT.FACT:' FOREGROUND-COLOR 2.
         05 WI04-CULT PIC 9(8) LINE 20 COLUMN 65 FROM WM-DATOS-CUOTA-ULT FOREGROUND-COLOR 14.
      *    Límite de crédito y riesgo: solo con RIESGO='S' en MENU12.
         05 LINE 21 COLUMN 10 VALUE IS 'LIMITE CREDITO:' FOREGROUND-COLOR 2.
         05 WI04-LIMI PIC 9(7)V99 LINE 21 COLUMN 26 USING WM-DATOS-LIMITE FOREGROUND-COLOR 3.
         05 LINE 21 COLUMN 37 VALUE IS 'RIESGO:' FOREGROUND-COLOR 2.
         05 WI04-RIES PIC X(1) LINE 21 COLUMN 45 USING WM-DATOS-RIESGO FOREGROUND-COLOR 3.
         05 LINE 21 COLUMN 48 VALUE IS '(N/V=VIGILANCIA/B=BLOQUEADO)' FOREGROUND-COLOR 2.
         05 LINE 22 COLUMN 1 VALUE IS '-------------------------------------------------------------------------------' FOREGROUND-COLOR 1.
         05 LINE 23 COLUMN 1 VALUE IS 'MSG:' FOREGROUND-COLOR 1.
         05 WI04-ERR PIC X(74) LINE 23 COLUMN 6 FROM MSG-ERR FOREGROUND-COLOR 7.
         05 LINE 10 COLUMN 8 VALUE IS 'NOMBRE' FOREGROUND-COLOR 2.
         05 LINE 10 COLUMN 30 VALUE IS 'TELEFONO' FOREGROUND-COLOR 2.
         05 LINE 10 COLUMN 42 VALUE IS 'CORREO' FOREGROUND-COLOR 2.
         05 LINE 10 COLUMN 64 VALUE IS 'AVISO' FOREGROUND-COLOR 2.
         05 WI05-FILA1 PIC X(71) LINE 11 COLUMN 1 FROM WM05C-FILA1 FOREGROUND-COLOR 7.
         05 WI05-FILA2 PIC X(71) LINE 12 COLUMN 1 FROM WM05C-FILA2 FOREGROUND-COLOR 7.
         05 WI05-FILA3 PIC X(71) LINE 13 COLUMN 1 FROM WM05C-FILA3 FOREGROUND-COLOR 7.
         05 WI05-FILA4 PIC X(71) LINE 14 COLUMN 1 FROM WM05C-FILA4 FOREGROUND-COLOR 7.
         05 WI05-FILA5 PIC X(71) LINE 15 COLUMN 1 FROM WM05C-FILA5 FOREGROUND-COLOR 7.
         05 LINE 17 COLUMN 1 VALUE IS 'NUEVO CONTACTO (F=FACTURACION E=ENTREGA T=TECNICO O=OTRO):' FOREGROUND-COLOR 2.
         05 LINE 18 COLUMN 1 VALUE IS 'TIPO:' FOREGROUND-COLOR 2.
         05 WI05-TIPO PIC X(1) LINE 18 COLUMN 7 USING WM-CONT-TIPO FOREGROUND-COLOR 3.
         05 WI08-CIF PIC X(9) LINE 8 COLUMN 15 FROM WM-GES-CIF FOREGROUND-COLOR 14.
         05 LINE 10 COLUMN 10 VALUE IS 'NOTA:' FOREGROUND-COLOR 2.
         05 WI08-NOTA PIC X(60) LINE 11 COLUMN 10 USING WM-GES-NOTA FOREGROUND-COLOR 3.
      *    Una promesa de pago anotada así deja al cliente fuera de
      *    las reclamaciones de BatchMoros durante unos días.
         05 LINE 12 COLUMN 10 VALUE IS '(PROMESA DE PAGO: EMPIECE LA NOTA POR "PROMESA")' FOREGROUND-COLOR 2.
         05 WI08G-TIT PIC X(38) LINE 13 COLUMN 1 FROM WM-02-GES-TITULO FOREGROUND-COLOR 2.
         05 WI08G-FILA1 PIC X(67) LINE 14 COLUMN 1 FROM WM02G-FILA1 FOREGROUND-COLOR 7.
         05 WI08G-FILA2 PIC X(67) LINE 15 COLUMN 1 FROM WM02G-FILA2 FOREGROUND-COLOR 7.
         05 LINE 24 COLUMN 13 VALUE IS 'INTRO=GUARDAR' FOREGROUND-COLOR 1.

      * Alta/consulta de facturas de un CIF (petición 020): lista las
      * 5 más recientes con lo cobrado y lo pendiente, deja anotar
      * una nueva y registrar cobros y abonos sobre las filas
      * marcadas, al estilo de la gestión de contactos de MENU05.
       01 MENU09 BLANK SCREEN.
         05 LINE 1 COLUMN 1 VALUE IS 'MENU09' FOREGROUND-COLOR 1.
         05 LINE 1 COLUMN 65 VALUE IS 'VER: 08/07/2023' FOREGROUND-COLOR 1.
         05 LINE 8 COLUMN 50 VALUE IS 'SALDO:' FOREGROUND-COLOR 2.
         05 WI09-SALDO PIC ZZZZZZZZ9.99 LINE 8 COLUMN 57 FROM WM-FAC-SALDO-Z FOREGROUND-COLOR 14.
         05 LINE 10 COLUMN 1 VALUE IS 'NUMERO' FOREGROUND-COLOR 2.
         05 LINE 10 COLUMN 12 VALUE IS 'FECHA' FOREGROUND-COLOR 2.
         05 LINE 10 COLUMN 26 VALUE IS 'TOTAL' FOREGROUND-COLOR 2.
         05 LINE 10 COLUMN 35 VALUE IS 'COBRADO' FOREGROUND-COLOR 2.
         05 LINE 10 COLUMN 44 VALUE IS 'PENDIENTE' FOREGROUND-COLOR 2.
         05 LINE 10 COLUMN 54 VALUE IS 'ESTADO' FOREGROUND-COLOR 2.
         05 LINE 10 COLUMN 65 VALUE IS 'X' FOREGROUND-COLOR 2.
         05 WI09-FILA1 PIC X(62) LINE 11 COLUMN 1 FROM WM09-FILA1 FOREGROUND-COLOR 7.
         05 WI09-FILA2 PIC X(62) LINE 12 COLUMN 1 FROM WM09-FILA2 FOREGROUND-COLOR 7.
         05 WI09-FILA3 PIC X(62) LINE 13 COLUMN 1 FROM WM09-FILA3 FOREGROUND-COLOR 7.
         05 WI09-FILA4 PIC X(62) LINE 14 COLUMN 1 FROM WM09-FILA4 FOREGROUND-COLOR 7.
         05 WI09-FILA5 PIC X(62) LINE 15 COLUMN 1 FROM WM09-FILA5 FOREGROUND-COLOR 7.
      *    Marca (X) de las filas a las que se aplica el cobro, o de
      *    la única fila que se abona.
         05 WI09-SEL1 PIC X(1) LINE 11 COLUMN 65 USING WM09-SEL1 FOREGROUND-COLOR 3.
         05 WI09-SEL2 PIC X(1) LINE 12 COLUMN 65 USING WM09-SEL2 FOREGROUND-COLOR 3.
         05 WI09-SEL3 PIC X(1) LINE 13 COLUMN 65 USING WM09-SEL3 FOREGROUND-COLOR 3.
         05 WI09-SEL4 PIC X(1) LINE 14 COLUMN 65 USING WM09-SEL4 FOREGROUND-COLOR 3.
         05 WI09-SEL5 PIC X(1) LINE 15 COLUMN 65 USING WM09-SEL5 FOREGROUND-COLOR 3.
         05 LINE 17 COLUMN 1 VALUE IS 'NUEVA FACTURA:' FOREGROUND-COLOR 2.
         05 LINE 17 COLUMN 22 VALUE IS '(VENCIMIENTO A CERO = FECHA + PLAZO DE PAGO)' FOREGROUND-COLOR 2.
      *    El número ya no se teclea: lo asigna la serie anual al
      *    anotar y aquí solo se enseña el recién asignado.
         05 LINE 18 COLUMN 1 VALUE IS 'NUMERO:' FOREGROUND-COLOR 2.
         05 WI09-NUM PIC X(10) LINE 18 COLUMN 9 FROM WM-FAC-NUMERO FOREGROUND-COLOR 14.
         05 LINE 18 COLUMN 22 VALUE IS 'FECHA (AAAAMMDD):' FOREGROUND-COLOR 2.
         05 WI09-FEC PIC 9(8) LINE 18 COLUMN 40 USING WM-FAC-FECHA FOREGROUND-COLOR 3.
         05 LINE 18 COLUMN 50 VALUE IS 'VENCIMIENTO:' FOREGROUND-COLOR 2.
         05 WI09-VTO PIC 9(8) LINE 18 COLUMN 63 USING WM-FAC-VENCIMIENTO FOREGROUND-COLOR 3.
      *    Se teclea la base y el código de IVA; cuota y total los
      *    calcula el programa al anotar.
         05 LINE 19 COLUMN 1 VALUE IS 'BASE:' FOREGROUND-COLOR 2.
         05 WI09-BASE PIC 9(7)V99 LINE 19 COLUMN 10 USING WM-FAC-BASE FOREGROUND-COLOR 3.
         05 LINE 19 COLUMN 22 VALUE IS 'IVA (COD):' FOREGROUND-COLOR 2.
         05 WI09-CIVA PIC X(1) LINE 19 COLUMN 33 USING WM-FAC-COD-IVA FOREGROUND-COLOR 3.
         05 LINE 19 COLUMN 36 VALUE IS 'CUOTA IVA:' FOREGROUND-COLOR 2.
         05 WI09-CUOTA PIC ZZZZZZ9.99 LINE 19 COLUMN 47 FROM WM-FAC-CUOTA-IVA FOREGROUND-COLOR 14.
         05 LINE 19 COLUMN 59 VALUE IS 'TOTAL:' FOREGROUND-COLOR 2.
         05 WI09-TOTAL PIC ZZZZZZ9.99 LINE 19 COLUMN 66 FROM WM-FAC-IMPORTE FOREGROUND-COLOR 14.
         05 LINE 20 COLUMN 1 VALUE IS 'COBRO/ABONO FECHA:' FOREGROUND-COLOR 2.
         05 WI09-PFEC PIC 9(8) LINE 20 COLUMN 20 USING WM09-PAG-FECHA FOREGROUND-COLOR 3.
         05 LINE 20 COLUMN 30 VALUE IS 'IMPORTE:' FOREGROUND-COLOR 2.
         05 WI09-PIMP PIC 9(7)V99 LINE 20 COLUMN 39 USING WM09-PAG-IMPORTE FOREGROUND-COLOR 3.
         05 LINE 20 COLUMN 50 VALUE IS 'METODO (T/S/E/C):' FOREGROUND-COLOR 2.
         05 WI09-PMET PIC X(1) LINE 20 COLUMN 68 USING WM09-PAG-METODO FOREGROUND-COLOR 3.
         05 LINE 21 COLUMN 1 VALUE IS 'REFERENCIA/MOTIVO:' FOREGROUND-COLOR 2.
         05 WI09-PREF PIC X(20) LINE 21 COLUMN 20 USING WM09-PAG-REF FOREGROUND-COLOR 3.
         05 LINE 21 COLUMN 42 VALUE IS '(MARQUE CON X LAS FILAS)' FOREGROUND-COLOR 2.
         05 LINE 22 COLUMN 1 VALUE IS '-------------------------------------------------------------------------------' FOREGROUND-COLOR 1.
         05 LINE 23 COLUMN 1 VALUE IS 'MSG:' FOREGROUND-COLOR 1.
         05 WI09-ERR PIC X(74) LINE 23 COLUMN 6 FROM MSG-ERR FOREGROUND-COLOR 7.
         05 LINE 24 COLUMN 1 VALUE IS 'F3=SALIR' FOREGROUND-COLOR 1.
         05 LINE 24 COLUMN 13 VALUE IS 'INTRO=BUSCAR/ANADIR' FOREGROUND-COLOR 1.
         05 LINE 24 COLUMN 36 VALUE IS 'F8=REGISTRAR COBRO' FOREGROUND-COLOR 1.
         05 LINE 24 COLUMN 57 VALUE IS 'F7=ABONO' FOREGROUND-COLOR 1.

      * Consulta de AUDITORIA_USRDATOS (petición 021): filtros por
      * CIF, operador y rango de fechas, lista paginada de más
         05 LINE 12 COLUMN 20 VALUE IS '(S/N)' FOREGROUND-COLOR 2.
         05 LINE 13 COLUMN 5 VALUE IS 'PERMISOS:' FOREGROUND-COLOR 2.
         05 WI12-PER PIC X(20) LINE 13 COLUMN 15 USING WM12-PERMISOS FOREGROUND-COLOR 3.
         05 LINE 13 COLUMN 37 VALUE IS '(OPCIONES DE MENU00, EJ. 123456789FADPOHRE)' FOREGROUND-COLOR 2.
         05 LINE 14 COLUMN 5 VALUE IS 'RIESGO..:' FOREGROUND-COLOR 2.
         05 WI12-RIE PIC X(1) LINE 14 COLUMN 15 USING WM12-RIESGO FOREGROUND-COLOR 3.
         05 LINE 14 COLUMN 20 VALUE IS '(S/N: LIMITE DE CREDITO Y RIESGO EN MENU04)' FOREGROUND-COLOR 2.
         05 LINE 15 COLUMN 5 VALUE IS 'BLOQUEADO:' FOREGROUND-COLOR 2.
         05 WI12-BLO PIC X(1) LINE 15 COLUMN 16 FROM WM12-BLOQUEADO FOREGROUND-COLOR 14.
         05 LINE 15 COLUMN 20 VALUE IS 'INTENTOS FALLIDOS:' FOREGROUND-COLOR 2.
         05 LINE 24 COLUMN 1 VALUE IS 'F3=SALIR' FOREGROUND-COLOR 1.
         05 LINE 24 COLUMN 13 VALUE IS 'INTRO=REFRESCAR' FOREGROUND-COLOR 1.

      * Datos personales de un cliente: exportación de todo lo que
      * se guarda de un CIF y anonimización de los clientes de baja
      * fuera del plazo de conservación.
       01 MENU14 BLANK SCREEN.
         05 LINE 1 COLUMN 1 VALUE IS 'MENU14' FOREGROUND-COLOR 1.
         05 LINE 1 COLUMN 65 VALUE IS 'VER: 08/07/2023' FOREGROUND-COLOR 1.
         05 LINE 2 COLUMN 1 VALUE IS '-------------------------------------------------------------------------------' FOREGROUND-COLOR 1.
         05 LINE 3 COLUMN 28 VALUE IS 'VILANOVA S.L.U' FOREGROUND-COLOR 4.
         05 LINE 4 COLUMN 1 VALUE IS '-------------------------------------------------------------------------------' FOREGROUND-COLOR 1.
         05 LINE 6 COLUMN 24 VALUE IS 'DATOS PERSONALES DEL CLIENTE' FOREGROUND-COLOR 2.
         05 LINE 8 COLUMN 5 VALUE IS 'CIF.......:' FOREGROUND-COLOR 2.
         05 WI14-CIF PIC X(9) LINE 8 COLUMN 17 USING WM14-CIF FOREGROUND-COLOR 3.
         05 LINE 9 COLUMN 5 VALUE IS 'NOMBRE....:' FOREGROUND-COLOR 2.
         05 WI14-NOM PIC X(20) LINE 9 COLUMN 17 FROM WM14-NOM FOREGROUND-COLOR 14.
         05 LINE 10 COLUMN 5 VALUE IS 'ESTADO....:' FOREGROUND-COLOR 2.
         05 WI14-EST PIC X(1) LINE 10 COLUMN 17 FROM WM14-ESTADO FOREGROUND-COLOR 14.
         05 LINE 10 COLUMN 22 VALUE IS 'FECHA BAJA:' FOREGROUND-COLOR 2.
         05 WI14-FBA PIC 9(8) LINE 10 COLUMN 34 FROM WM14-FEC-BAJA FOREGROUND-COLOR 14.
         05 LINE 11 COLUMN 5 VALUE IS 'SITUACION.:' FOREGROUND-COLOR 2.
         05 WI14-SIT PIC X(60) LINE 11 COLUMN 17 FROM WM14-SITUACION FOREGROUND-COLOR 14.
         05 LINE 13 COLUMN 5 VALUE IS 'F5 DEJA EN RGPD_<CIF>_AAAAMMDD.TXT FICHA, CONTACTOS, GESTIONES,' FOREGROUND-COLOR 2.
         05 LINE 14 COLUMN 5 VALUE IS 'FACTURAS Y COBROS, CORREOS, AUDITORIA Y EL ARCHIVO DE BATCHPURGE.' FOREGROUND-COLOR 2.
         05 LINE 16 COLUMN 5 VALUE IS 'F8 (SOLO ADMIN) ANONIMIZA NOMBRES, TELEFONOS, CORREOS, DIRECCION E' FOREGROUND-COLOR 2.
         05 LINE 17 COLUMN 5 VALUE IS 'IBAN DE UN CLIENTE DE BAJA FUERA DE PLAZO. LAS FACTURAS NO SE' FOREGROUND-COLOR 2.
         05 LINE 18 COLUMN 5 VALUE IS 'TOCAN. NO SE DESHACE. F6 BUSCA EL SIGUIENTE CLIENTE EN ESA SITUACION.' FOREGROUND-COLOR 2.
         05 LINE 22 COLUMN 1 VALUE IS '-------------------------------------------------------------------------------' FOREGROUND-COLOR 1.
         05 LINE 23 COLUMN 1 VALUE IS 'MSG:' FOREGROUND-COLOR 1.
         05 WI14-ERR PIC X(74) LINE 23 COLUMN 6 FROM MSG-ERR FOREGROUND-COLOR 7.
         05 LINE 24 COLUMN 1 VALUE IS 'F3=SALIR' FOREGROUND-COLOR 1.
         05 LINE 24 COLUMN 11 VALUE IS 'INTRO=VERIFICAR' FOREGROUND-COLOR 1.
         05 LINE 24 COLUMN 28 VALUE IS 'F5=EXPORTAR' FOREGROUND-COLOR 1.
         05 LINE 24 COLUMN 41 VALUE IS 'F6=CANDIDATO' FOREGROUND-COLOR 1.
         05 LINE 24 COLUMN 55 VALUE IS 'F8=ANONIMIZAR' FOREGROUND-COLOR 1.

      * Cola de correo saliente: qué se ha mandado a cada cliente y
      * en qué quedó; reenvío, cancelación y corrección de dirección.
       01 MENU15 BLANK SCREEN.
         05 LINE 1 COLUMN 1 VALUE IS 'MENU15' FOREGROUND-COLOR 1.
         05 LINE 1 COLUMN 65 VALUE IS 'VER: 08/07/2023' FOREGROUND-COLOR 1.
         05 LINE 2 COLUMN 1 VALUE IS '-------------------------------------------------------------------------------' FOREGROUND-COLOR 1.
         05 LINE 3 COLUMN 28 VALUE IS 'VILANOVA S.L.U' FOREGROUND-COLOR 4.
         05 LINE 4 COLUMN 1 VALUE IS '-------------------------------------------------------------------------------' FOREGROUND-COLOR 1.
         05 LINE 6 COLUMN 26 VALUE IS 'COLA DE CORREO SALIENTE' FOREGROUND-COLOR 2.
         05 LINE 7 COLUMN 1 VALUE IS 'CIF:' FOREGROUND-COLOR 2.
         05 WI15-CIF PIC X(9) LINE 7 COLUMN 6 USING WM15-CIF FOREGROUND-COLOR 3.
         05 LINE 7 COLUMN 17 VALUE IS 'DESDE:' FOREGROUND-COLOR 2.
         05 WI15-DESDE PIC 9(8) LINE 7 COLUMN 24 USING WM15-FEC-DESDE FOREGROUND-COLOR 3.
         05 LINE 7 COLUMN 34 VALUE IS 'HASTA:' FOREGROUND-COLOR 2.
         05 WI15-HASTA PIC 9(8) LINE 7 COLUMN 41 USING WM15-FEC-HASTA FOREGROUND-COLOR 3.
         05 LINE 7 COLUMN 51 VALUE IS 'ESTADO:' FOREGROUND-COLOR 2.
         05 WI15-EST PIC X(1) LINE 7 COLUMN 59 USING WM15-ESTADO FOREGROUND-COLOR 3.
         05 LINE 7 COLUMN 61 VALUE IS '(N/S/F/R/C)' FOREGROUND-COLOR 2.
         05 LINE 8 COLUMN 1 VALUE IS 'FECHA' FOREGROUND-COLOR 2.
         05 LINE 8 COLUMN 10 VALUE IS 'HORA' FOREGROUND-COLOR 2.
         05 LINE 8 COLUMN 17 VALUE IS 'CIF' FOREGROUND-COLOR 2.
         05 LINE 8 COLUMN 27 VALUE IS 'DESTINATARIO' FOREGROUND-COLOR 2.
         05 LINE 8 COLUMN 48 VALUE IS 'ESTADO' FOREGROUND-COLOR 2.
         05 LINE 8 COLUMN 58 VALUE IS 'ASUNTO / INCIDENCIA' FOREGROUND-COLOR 2.
         05 WI15-FILA1 PIC X(78) LINE 9  COLUMN 1 FROM WM15-FILA1 FOREGROUND-COLOR 7.
         05 WI15-FILA2 PIC X(78) LINE 10 COLUMN 1 FROM WM15-FILA2 FOREGROUND-COLOR 7.
         05 WI15-FILA3 PIC X(78) LINE 11 COLUMN 1 FROM WM15-FILA3 FOREGROUND-COLOR 7.
         05 WI15-FILA4 PIC X(78) LINE 12 COLUMN 1 FROM WM15-FILA4 FOREGROUND-COLOR 7.
         05 WI15-FILA5 PIC X(78) LINE 13 COLUMN 1 FROM WM15-FILA5 FOREGROUND-COLOR 7.
         05 WI15-FILA6 PIC X(78) LINE 14 COLUMN 1 FROM WM15-FILA6 FOREGROUND-COLOR 7.
         05 WI15-FILA7 PIC X(78) LINE 15 COLUMN 1 FROM WM15-FILA7 FOREGROUND-COLOR 7.
         05 LINE 17 COLUMN 1 VALUE IS 'FILA (1-7):' FOREGROUND-COLOR 2.
         05 WI15-FILA PIC 9(1) LINE 17 COLUMN 13 USING WM15-FILA FOREGROUND-COLOR 3.
         05 LINE 17 COLUMN 17 VALUE IS 'CORREO NUEVO (F7):' FOREGROUND-COLOR 2.
         05 WI15-NUEVO PIC X(20) LINE 17 COLUMN 36 USING WM15-NUEVO-COR FOREGROUND-COLOR 3.
         05 LINE 19 COLUMN 1 VALUE IS 'N=PENDIENTE S=ENVIADO F=FALLIDO R=REBOTADO C=CANCELADO' FOREGROUND-COLOR 2.
         05 LINE 20 COLUMN 1 VALUE IS 'F5 VUELVE A ENCOLAR LA FILA, F6 CANCELA UNA PENDIENTE Y F7 LA ENCOLA' FOREGROUND-COLOR 2.
         05 LINE 21 COLUMN 1 VALUE IS 'CON EL CORREO NUEVO (Y LO CAMBIA EN LOS CONTACTOS DEL CIF).' FOREGROUND-COLOR 2.
         05 LINE 22 COLUMN 1 VALUE IS '-------------------------------------------------------------------------------' FOREGROUND-COLOR 1.
         05 LINE 23 COLUMN 1 VALUE IS 'MSG:' FOREGROUND-COLOR 1.
         05 WI15-ERR PIC X(74) LINE 23 COLUMN 6 FROM MSG-ERR FOREGROUND-COLOR 7.
         05 LINE 24 COLUMN 1 VALUE IS 'F3=SALIR' FOREGROUND-COLOR 1.
         05 LINE 24 COLUMN 11 VALUE IS 'INTRO=BUSCAR' FOREGROUND-COLOR 1.
         05 LINE 24 COLUMN 25 VALUE IS 'F5=REENVIAR' FOREGROUND-COLOR 1.
         05 LINE 24 COLUMN 38 VALUE IS 'F6=CANCELAR' FOREGROUND-COLOR 1.
         05 LINE 24 COLUMN 51 VALUE IS 'F7=CORREGIR' FOREGROUND-COLOR 1.
         05 LINE 24 COLUMN 64 VALUE IS 'F11=SIGUIENTES' FOREGROUND-COLOR 1.


       PROCEDURE DIVISION.

      *            el mismo motivo que las gestiones.
                   MOVE ZERO TO WM-FAC-PTES WM-FAC-SALDO
                   MOVE ZERO TO WM-FAC-PTES-Z WM-FAC-SALDO-Z
                   MOVE SPACES TO WM02-AVISO-CORREO
                   perform PARRAFO-MENU02
               WHEN 3
                   initialize WM-03
               WHEN 'F'
               WHEN 'f'
                   initialize WM-FACTURA
                   initialize WM-09-COBRO
                   initialize WM09-MARCAS
                   initialize TABLA-FACTURAS
                   initialize WM-09-FACTURAS
                   MOVE ZERO TO WM-FAC-PTES WM-FAC-SALDO
                   initialize TABLA-EJECUCIONES
                   perform G130-CARGAR-EJECUCIONES
                   perform PARRAFO-MENU13
               WHEN 'R'
               WHEN 'r'
                   initialize WM-14
                   initialize WM14-DATOS
                   MOVE SPACES TO WM14-ORIG-CIF
                   MOVE SPACE TO WM14-PENDIENTE
                   SET WM14-NO-OK TO TRUE
                   SET WM14-NO-ANONIMIZABLE TO TRUE
                   perform PARRAFO-MENU14
               WHEN 'E'
               WHEN 'e'
                   initialize WM-15-FILTROS
                   initialize WM-15-FILAS
                   MOVE SPACES TO TABLA-CORREOS
                   MOVE ZERO TO WM15-FILA
                   MOVE SPACES TO WM15-NUEVO-COR
                   perform PARRAFO-MENU15
               WHEN other
                   MOVE 'OPCION NO VALIDA.' TO MSG-ERR
                   perform PARRAFO-MENU00
                       , TLF
                       , CORREO
                       , SECTOR
                       , LIMITE_CREDITO
                       , RIESGO
                    INTO
                         :WM-DATOS-CIF
                       , :WM-DATOS-NOM
                       , :WM-DATOS-TLF
                       , :WM-DATOS-COR
                       , :WM-DATOS-SECTOR
                       , :WM-FAC-LIMITE
                       , :WM-FAC-RIESGO
                    FROM USRDATOS
                    WHERE CIF = :WM-DATOS-CIF
               END-EXEC
      *                conexion de la busqueda todavia abierta.
                       MOVE WM-DATOS-CIF TO WM-FAC-CIF
                       PERFORM G094-CARGAR-SALDO-FACTURAS
                       PERFORM G089-CALCULAR-DISPONIBLE
                       PERFORM G178-AVISO-CORREO-REBOTADO

                   WHEN SQLCODE = +100
                       MOVE 'LA EMPRESA NO EXISTE.' TO MSG-ERR
                       MOVE SPACES TO WM-GES-CIF
                       MOVE SPACES TO WM02-AVISO-CORREO
                       initialize WM-DATOS
                       MOVE ZERO TO WM-FAC-PTES WM-FAC-SALDO
                       MOVE ZERO TO WM-FAC-PTES-Z WM-FAC-SALDO-Z
                       MOVE SPACES TO WM-FAC-DISP-X WM02-RIESGO-DESC

                   WHEN OTHER
      *                RECUPERAR POSIBLE ERROR DE DB2
                       MOVE 'ERROR DESCONOCIDO. CONTACTE CON SOPORTE: correo@moisescampaña.es' TO MSG-ERR
                       MOVE SPACES TO WM-GES-CIF
                       MOVE SPACES TO WM02-AVISO-CORREO
                       PERFORM G999-ERROR-DB2
               END-EVALUATE

                       , CODPOSTAL
                       , PROVINCIA
                       , IBAN
                       , IBAN_BLOQUEO
                       , CUOTA_IMPORTE
                       , CUOTA_PERIODO
                       , CUOTA_DESDE
                       , CUOTA_HASTA
                       , CUOTA_ULT_FAC
                       , LIMITE_CREDITO
                       , RIESGO
                    INTO
                         :WM-DATOS-NOM
                       , :WM-DATOS-DIR
                       , :WM-DATOS-CP
                       , :WM-DATOS-PROV
                       , :WM-DATOS-IBAN
                       , :WM-DATOS-IBAN-BLOQ
                       , :WM-DATOS-CUOTA-IMP
                       , :WM-DATOS-CUOTA-PER
                       , :WM-DATOS-CUOTA-DESDE
                       , :WM-DATOS-CUOTA-HASTA
                       , :WM-DATOS-CUOTA-ULT
                       , :WM-DATOS-LIMITE
                       , :WM-DATOS-RIESGO
                    FROM USRDATOS
                    WHERE CIF = :WM-DATOS-CIF
               END-EXEC
                       MOVE WM-DATOS-POB    TO WM-DATOS-ORIG-POB
                       MOVE WM-DATOS-CP     TO WM-DATOS-ORIG-CP
                       MOVE WM-DATOS-IBAN   TO WM-DATOS-ORIG-IBAN
                       MOVE WM-DATOS-IBAN-BLOQ TO WM-DATOS-ORIG-IBAN-BLOQ
                       MOVE WM-DATOS-CUOTA-IMP   TO WM-DATOS-ORIG-CUOTA-IMP
                       MOVE WM-DATOS-CUOTA-PER   TO WM-DATOS-ORIG-CUOTA-PER
                       MOVE WM-DATOS-CUOTA-DESDE TO WM-DATOS-ORIG-CUOTA-DESDE
                       MOVE WM-DATOS-CUOTA-HASTA TO WM-DATOS-ORIG-CUOTA-HASTA
                       MOVE WM-DATOS-LIMITE      TO WM-DATOS-ORIG-LIMITE
                       MOVE WM-DATOS-RIESGO      TO WM-DATOS-ORIG-RIESGO
                       IF WM-DATOS-BAJA
                           MOVE 'REGISTRO DE BAJA. F5=REACTIVAR AL GUARDAR, F8=BORRAR.' TO MSG-ERR
                       ELSE
                       IF WM-DATOS-IBAN-BLOQ NOT = SPACES
                           MOVE 'IBAN BLOQUEADO POR DEVOLUCION: CORRIJALO (O BORRE EL BLOQUEO) Y F5.' TO MSG-ERR
                       ELSE
                       IF RIESGO-BLOQUEADO
                           MOVE 'CLIENTE BLOQUEADO POR RIESGO: NO SE LE PUEDE FACTURAR.' TO MSG-ERR
                       ELSE
                           MOVE 'REGISTRO ENCONTRADO. EDITE Y PULSE F5 (GUARDAR) O F8 (BORRAR).' TO MSG-ERR
                       END-IF
                       END-IF
                       END-IF
                   WHEN SQLCODE = +100
                       MOVE 'LA EMPRESA NO EXISTE.' TO MSG-ERR
                       MOVE SPACES TO WM-DATOS-ORIG-CIF
                       MOVE SPACES TO WM-DATOS-NOM WM-DATOS-DIR
                                      WM-DATOS-TLF WM-DATOS-COR
                       MOVE SPACES TO WM-DATOS-CUOTA-PER
                       MOVE ZEROS  TO WM-DATOS-CUOTA-IMP WM-DATOS-CUOTA-DESDE
                                      WM-DATOS-CUOTA-HASTA WM-DATOS-CUOTA-ULT
                       MOVE ZEROS  TO WM-DATOS-LIMITE
                       MOVE 'N'    TO WM-DATOS-RIESGO
                   WHEN OTHER
                       MOVE 'ERROR DESCONOCIDO. CONTACTE CON SOPORTE: correo@moisescampaña.es' TO MSG-ERR
                       MOVE SPACES TO WM-DATOS-ORIG-CIF
                   , POBLACION
                   , CODPOSTAL
                   , IBAN
                   , IBAN_BLOQUEO
                   , CUOTA_IMPORTE
                   , CUOTA_PERIODO
                   , CUOTA_DESDE
                   , CUOTA_HASTA
                   , LIMITE_CREDITO
                   , RIESGO
                INTO
                     :WM-CHK-NOM
                   , :WM-CHK-DIR
                   , :WM-CHK-POB
                   , :WM-CHK-CP
                   , :WM-CHK-IBAN
                   , :WM-CHK-IBAN-BLOQ
                   , :WM-CHK-CUOTA-IMP
                   , :WM-CHK-CUOTA-PER
                   , :WM-CHK-CUOTA-DESDE
                   , :WM-CHK-CUOTA-HASTA
                   , :WM-CHK-LIMITE
                   , :WM-CHK-RIESGO
                FROM USRDATOS
                WHERE CIF = :WM-DATOS-ORIG-CIF
           END-EXEC.
                  OR WM-CHK-POB    NOT = WM-DATOS-ORIG-POB
                  OR WM-CHK-CP     NOT = WM-DATOS-ORIG-CP
                  OR WM-CHK-IBAN   NOT = WM-DATOS-ORIG-IBAN
                  OR WM-CHK-IBAN-BLOQ NOT = WM-DATOS-ORIG-IBAN-BLOQ
                  OR WM-CHK-CUOTA-IMP   NOT = WM-DATOS-ORIG-CUOTA-IMP
                  OR WM-CHK-CUOTA-PER   NOT = WM-DATOS-ORIG-CUOTA-PER
                  OR WM-CHK-CUOTA-DESDE NOT = WM-DATOS-ORIG-CUOTA-DESDE
                  OR WM-CHK-CUOTA-HASTA NOT = WM-DATOS-ORIG-CUOTA-HASTA
                  OR WM-CHK-LIMITE      NOT = WM-DATOS-ORIG-LIMITE
                  OR WM-CHK-RIESGO      NOT = WM-DATOS-ORIG-RIESGO
                   SET WM04-CONFLICTO-CONCURRENCIA TO TRUE
               END-IF
           END-IF.
               END-IF
           END-IF.

      *============================================================
      * Valida la cuota periódica de WM-DATOS-CUOTA-*, que factura
      * BatchFactura: sin periodicidad (en blanco) no hay cuota y el
      * importe tiene que ser cero; con periodicidad M/T/S/A hace
      * falta importe, una fecha desde válida y una fecha hasta a
      * cero (sin fin) o no anterior a la de inicio.
      *============================================================
       G045-VALIDAR-CUOTA.

           SET CUOTA-INVALIDA TO TRUE.
           MOVE FUNCTION UPPER-CASE(WM-DATOS-CUOTA-PER)
             TO WM-DATOS-CUOTA-PER.

           IF WM-DATOS-CUOTA-PER = SPACE
               IF WM-DATOS-CUOTA-IMP = ZEROS
                   SET CUOTA-VALIDA TO TRUE
               END-IF
           ELSE
               IF CUOTA-PER-VALIDO AND WM-DATOS-CUOTA-IMP > ZEROS
                   MOVE WM-DATOS-CUOTA-DESDE TO WM-FEC-VAL
                   PERFORM G240-VALIDAR-FECHA
                   IF FECHA-VALIDA
                      AND (WM-DATOS-CUOTA-HASTA = ZEROS
                           OR WM-DATOS-CUOTA-HASTA >= WM-DATOS-CUOTA-DESDE)
                       SET CUOTA-VALIDA TO TRUE
                   END-IF
               END-IF
           END-IF.

      *============================================================
      * Límite de crédito y riesgo de MENU04: solo un operador con
      * RIESGO='S' en MENU12 (o un ADMIN) puede cambiarlos; para el
      * resto tienen que quedar como se cargaron. El riesgo ha de
      * ser N, V o B; en blanco se guarda como N, y un blanco antiguo
      * de BD cuenta como N al comparar.
      *============================================================
       G046-VALIDAR-RIESGO.

           SET RIESGO-CORRECTO TO TRUE.
           MOVE FUNCTION UPPER-CASE(WM-DATOS-RIESGO) TO WM-DATOS-RIESGO.
           IF WM-DATOS-RIESGO = SPACE
               MOVE 'N' TO WM-DATOS-RIESGO
           END-IF.
           MOVE WM-DATOS-ORIG-RIESGO TO WM-RIESGO-ORIG.
           IF WM-RIESGO-ORIG = SPACE
               MOVE 'N' TO WM-RIESGO-ORIG
           END-IF.

           IF NOT RIESGO-VALIDO
               SET RIESGO-INCORRECTO TO TRUE
           ELSE
           IF WM-DATOS-RIESGO NOT = WM-RIESGO-ORIG
              OR WM-DATOS-LIMITE NOT = WM-DATOS-ORIG-LIMITE
               IF NOT WM-SES-GESTIONA-RIESGO AND NOT WM-SES-ES-ADMIN
                   SET RIESGO-SIN-PERMISO TO TRUE
               END-IF
           END-IF
           END-IF.

       G041-GUARDAR-CAMBIOS.

      *    Denegar por defecto: solo EDITA='S' da permiso; cualquier
                   PERFORM G044-VALIDAR-SECTOR
                   PERFORM G210-VALIDAR-CP
                   PERFORM G230-VALIDAR-IBAN
                   PERFORM G045-VALIDAR-CUOTA
                   PERFORM G046-VALIDAR-RIESGO

                   IF WM04-CONFLICTO-CONCURRENCIA
                       MOVE 'EL REGISTRO FUE MODIFICADO POR OTRO OPERADOR. VUELVA A BUSCARLO.' TO MSG-ERR
                       MOVE 'IBAN INVALIDO: ES + 22 DIGITOS CON CONTROL MOD-97, O EN BLANCO.' TO MSG-ERR
                       MOVE SPACE TO WM04-PENDIENTE
                   ELSE
                   IF CUOTA-INVALIDA
                       MOVE 'CUOTA INVALIDA: PERIODO M/T/S/A, IMPORTE Y DESDE (HASTA 0 O POSTERIOR).' TO MSG-ERR
                       MOVE SPACE TO WM04-PENDIENTE
                   ELSE
                   IF RIESGO-INCORRECTO
                       MOVE 'RIESGO INVALIDO: N=NORMAL, V=VIGILANCIA O B=BLOQUEADO.' TO MSG-ERR
                       MOVE SPACE TO WM04-PENDIENTE
                   ELSE
                   IF RIESGO-SIN-PERMISO
                       MOVE 'SIN PERMISO DE RIESGO (MENU12): DEJE LIMITE Y RIESGO COMO ESTABAN.' TO MSG-ERR
                       MOVE SPACE TO WM04-PENDIENTE
                   ELSE
                   PERFORM G220-PROVINCIA-DE-CP
      *            El bloqueo por devolución solo se levanta: con un
      *            IBAN distinto, o si el operador lo ha borrado. Lo
      *            que se haya tecleado encima se descarta.
                   IF WM-DATOS-IBAN NOT = WM-DATOS-ORIG-IBAN
                      OR WM-DATOS-IBAN-BLOQ = SPACES
                       MOVE SPACES TO WM-DATOS-IBAN-BLOQ
                   ELSE
                       MOVE WM-DATOS-ORIG-IBAN-BLOQ TO WM-DATOS-IBAN-BLOQ
                   END-IF
      *            Se actualiza por WM-DATOS-ORIG-CIF (el CIF que se
      *            buscó de verdad), no por WM-DATOS-CIF: éste pudo
      *            haberse editado en pantalla tras la búsqueda.
                            , CODPOSTAL  = :WM-DATOS-CP
                            , PROVINCIA  = :WM-DATOS-PROV
                            , IBAN       = :WM-DATOS-IBAN
                            , IBAN_BLOQUEO = :WM-DATOS-IBAN-BLOQ
                            , CUOTA_IMPORTE = :WM-DATOS-CUOTA-IMP
                            , CUOTA_PERIODO = :WM-DATOS-CUOTA-PER
                            , CUOTA_DESDE   = :WM-DATOS-CUOTA-DESDE
                            , CUOTA_HASTA   = :WM-DATOS-CUOTA-HASTA
                            , LIMITE_CREDITO = :WM-DATOS-LIMITE
                            , RIESGO         = :WM-DATOS-RIESGO
                        WHERE CIF = :WM-DATOS-ORIG-CIF
                   END-EXEC
                   EXEC SQL COMMIT END-EXEC
                       MOVE WM-DATOS-TLF      TO WM-AUDIT-TLF-NUE
                       MOVE WM-DATOS-COR      TO WM-AUDIT-COR-NUE
                       MOVE WM-DATOS-SECTOR   TO WM-AUDIT-SECTOR-NUE
      *                El desbloqueo de riesgo (B a N/V) queda aquí:
      *                quién, cuándo y desde qué equipo.
                       MOVE WM-RIESGO-ORIG       TO WM-AUDIT-RIESGO-ANT
                       MOVE WM-DATOS-ORIG-LIMITE TO WM-AUDIT-LIMITE-ANT
                       MOVE WM-DATOS-RIESGO   TO WM-AUDIT-RIESGO-NUE
                       MOVE WM-DATOS-LIMITE   TO WM-AUDIT-LIMITE-NUE
                       PERFORM G900-AUDITORIA
      *                Se restaura el CIF en pantalla al realmente
      *                buscado, por si el usuario lo había tocado, y
                       MOVE WM-DATOS-POB    TO WM-DATOS-ORIG-POB
                       MOVE WM-DATOS-CP     TO WM-DATOS-ORIG-CP
                       MOVE WM-DATOS-IBAN   TO WM-DATOS-ORIG-IBAN
                       MOVE WM-DATOS-IBAN-BLOQ TO WM-DATOS-ORIG-IBAN-BLOQ
                       MOVE WM-DATOS-CUOTA-IMP   TO WM-DATOS-ORIG-CUOTA-IMP
                       MOVE WM-DATOS-CUOTA-PER   TO WM-DATOS-ORIG-CUOTA-PER
                       MOVE WM-DATOS-CUOTA-DESDE TO WM-DATOS-ORIG-CUOTA-DESDE
                       MOVE WM-DATOS-CUOTA-HASTA TO WM-DATOS-ORIG-CUOTA-HASTA
                       MOVE WM-DATOS-LIMITE      TO WM-DATOS-ORIG-LIMITE
                       MOVE WM-DATOS-RIESGO      TO WM-DATOS-ORIG-RIESGO
                   ELSE
                       MOVE 'ERROR AL MODIFICAR.' TO MSG-ERR
                       PERFORM G999-ERROR-DB2
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF

               ELSE
                   SET WM04-PEND-MODIFICAR TO TRUE
                  , DIRECCION_ANTES, DIRECCION_DESPUES
                  , TLF_ANTES,       TLF_DESPUES
                  , CORREO_ANTES,    CORREO_DESPUES
                  , SECTOR_ANTES,    SECTOR_DESPUES
                  , RIESGO_ANTES,    RIESGO_DESPUES
                  , LIMITE_ANTES,    LIMITE_DESPUES)
               VALUES(
                    :WM-AUDIT-CIF
                  , :WM-AUDIT-OPERACION
                  , :WM-AUDIT-DIR-ANT,  :WM-AUDIT-DIR-NUE
                  , :WM-AUDIT-TLF-ANT,  :WM-AUDIT-TLF-NUE
                  , :WM-AUDIT-COR-ANT,  :WM-AUDIT-COR-NUE
                  , :WM-AUDIT-SECTOR-ANT, :WM-AUDIT-SECTOR-NUE
                  , :WM-AUDIT-RIESGO-ANT, :WM-AUDIT-RIESGO-NUE
                  , :WM-AUDIT-LIMITE-ANT, :WM-AUDIT-LIMITE-NUE)
           END-EXEC.
           EXEC SQL COMMIT END-EXEC.

               MOVE 'AVISO: NO SE PUDO REGISTRAR LA AUDITORIA.' TO MSG-ERR
           END-IF.

           MOVE SPACES TO WM-AUDIT-RIESGO-ANT WM-AUDIT-RIESGO-NUE.
           MOVE ZEROS  TO WM-AUDIT-LIMITE-ANT WM-AUDIT-LIMITE-NUE.

      *============================================================
      * Deja en NOTIFICACIONES_EMAIL la notificación de alta/baja/
      * reactivación para WM-EMAIL-CIF (petición 013); el envío real
      * lo hace un proceso externo que va vaciando esta cola. Se usa
      * la conexión ya abierta del llamador, igual que G900-AUDITORIA,
      * y un fallo al grabar no deshace el cambio ya confirmado. Con
      * el INSERT bien se confirma también lo que el llamador tenga
      * pendiente (MENU15 reencola así en una sola transacción); si
      * falla se deshace, y el resultado queda en WM-EMAIL-SQLCODE.
      *============================================================
       G910-NOTIFICAR-EMAIL.

                  , :WM-EMAIL-HORA
                  , 'N')
           END-EXEC.
           MOVE SQLCODE TO WM-EMAIL-SQLCODE.
           IF WM-EMAIL-SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
           ELSE
               EXEC SQL ROLLBACK END-EXEC
           END-IF.

      *============================================================
      * Da de alta la ejecución en BATCH_EJECUCIONES (petición 027)

           INITIALIZE WM-05-CONTACTOS.
           INITIALIZE TABLA-CONTACTOS.
           SET WM05-SIN-REBOTE TO TRUE.

           PERFORM G990-ASEGURAR-CONEXION

           EXEC SQL
               DECLARE CURSC CURSOR FOR
                   SELECT TIPO, NOMBRE, TELEFONO, CORREO
                        , CORREO_REBOTADO
                     FROM CONTACTOS_USRDATOS
                    WHERE CIF = :WM-CONT-CIF
                    ORDER BY TIPO, NOMBRE
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > 5 OR FIN-CURSOR
               EXEC SQL
                   FETCH CURSC INTO :CONTTIPO(F), :CONTNOM(F),
                                     :CONTTLF(F), :CONTCOR(F),
                                     :CONTREB(F)
               END-EXEC
               IF SQLCODE = 100
                   SET FIN-CURSOR TO TRUE
               ELSE
                   IF CONTREB(F) = 'S'
                       MOVE 'REBOTADO' TO CONTREB(F)
                       SET WM05-HAY-REBOTE TO TRUE
                   ELSE
                       MOVE SPACES TO CONTREB(F)
                   END-IF
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CURSC END-EXEC.

      *    Un contacto con el correo rebotado no recibe nada: se pide
      *    uno nuevo (se borra la fila con F8 y se da de alta otra).
           IF WM05-HAY-REBOTE AND MSG-ERR = SPACES
               MOVE 'HAY CORREOS REBOTADOS: PIDA UNA DIRECCION NUEVA AL CLIENTE.' TO MSG-ERR
           END-IF.

           MOVE CONTFILA(1) TO WM05C-FILA1.
           MOVE CONTFILA(2) TO WM05C-FILA2.
           MOVE CONTFILA(3) TO WM05C-FILA3.
      * -----------MENU09 (FACTURAS)--------------------------------
      * Alta/consulta de facturas de un CIF y marcado de cobro
      * (petición 020): INTRO busca las facturas del CIF y, si la
      * zona "NUEVA FACTURA" viene rellena, la anota; F8 registra el
      * cobro de la zona COBRO/ABONO y lo aplica a las filas
      * marcadas; F7 abona la única fila marcada.
      *============================================================
       PARRAFO-MENU09.

                   ELSE
                       PERFORM G095-COMPROBAR-CIF-FACTURA
                       IF WM09-CIF-OK
      *                    Sin número tecleado, la zona de alta se
      *                    considera rellena en cuanto trae fecha o
      *                    base; el número lo pone G091 y la cuota de
      *                    IVA y el total, G097.
                           IF WM-FAC-FECHA NOT = ZEROS
                              OR WM-FAC-BASE NOT = ZEROS
                               IF NOT WM-SES-PUEDE-EDITAR
                                   MOVE 'SU OPERADOR NO TIENE PERMISO DE EDICION.' TO MSG-ERR
                               ELSE
                               MOVE WM-FAC-FECHA TO WM-FEC-VAL
                               PERFORM G240-VALIDAR-FECHA
                               IF FECHA-INVALIDA OR WM-FAC-BASE = ZEROS
                                   MOVE 'INDIQUE FECHA (AAAAMMDD) Y BASE DE LA FACTURA.' TO MSG-ERR
                               ELSE
      *                            Vencimiento tecleado: fecha válida
      *                            y no anterior a la de la factura.
                                   IF WM-FAC-VENCIMIENTO NOT = ZEROS
                                       MOVE WM-FAC-VENCIMIENTO TO WM-FEC-VAL
                                       PERFORM G240-VALIDAR-FECHA
                                       IF WM-FAC-VENCIMIENTO < WM-FAC-FECHA
                                           SET FECHA-INVALIDA TO TRUE
                                       END-IF
                                   END-IF
                                   IF FECHA-INVALIDA
                                       MOVE 'VENCIMIENTO INVALIDO: AAAAMMDD NO ANTERIOR A LA FECHA, O 0.' TO MSG-ERR
                                   ELSE
                                   PERFORM G097-CALCULAR-IVA
                                   IF IVA-ERROR
                                       MOVE 'CODIGO DE IVA NO CATALOGADO EN TIPOS_IVA.' TO MSG-ERR
                                   ELSE
                                       PERFORM G091-GUARDAR-FACTURA
                                   END-IF
                                   END-IF
                               END-IF
                               END-IF
                           END-IF
                       when 3
                           perform PARRAFO-MENU00
                       when 8
                       when 7
                           IF WM-FAC-CIF = SPACES
                               MOVE 'INTRODUZCA UN CIF.' TO MSG-ERR
                           ELSE
                           IF NOT WM-SES-PUEDE-EDITAR
                               MOVE 'SU OPERADOR NO TIENE PERMISO DE EDICION.' TO MSG-ERR
                           ELSE
                               IF key-code-1 = 8
                                   SET WM09-ES-COBRO TO TRUE
                               ELSE
                                   SET WM09-ES-ABONO TO TRUE
                               END-IF
                               PERFORM G093-VALIDAR-COBRO-ABONO
                               IF WM09-SIN-ERROR
                                   IF WM09-ES-COBRO
                                       PERFORM G092-REGISTRAR-COBRO
                                   ELSE
                                       PERFORM G098-REGISTRAR-ABONO
                                   END-IF
                                   PERFORM G090-CARGAR-FACTURAS
                               END-IF
                           END-IF
                           END-IF

           INITIALIZE WM-09-FACTURAS.
           INITIALIZE TABLA-FACTURAS.
           INITIALIZE TABLA-FAC-PENDIENTE.
           INITIALIZE TABLA-FAC-REMESA.
      *    Las marcas de la carga anterior ya no valen: las filas
      *    pueden haber cambiado de sitio.
           INITIALIZE WM09-MARCAS.

           PERFORM G990-ASEGURAR-CONEXION

           EXEC SQL
               DECLARE CURSF CURSOR FOR
                   SELECT NUMERO, FECHA, IMPORTE, ESTADO
                        , COBRADO, ABONADO, REMESA, DEVOLUCION
                     FROM FACTURAS
                    WHERE CIF = :WM-FAC-CIF
                    ORDER BY FECHA DESC, NUMERO DESC
               IF NFIN-CURSOR
                   EXEC SQL
                       FETCH CURSF INTO :FACNUM(F), :FACFEC(F),
                                         :WM-FAC-IMPORTE, :WM-FAC-ESTADO,
                                         :WM-FAC-COBRADO, :WM-FAC-ABONADO,
                                         :WM-FAC-REMESA, :WM-FAC-DEVOLUCION
                   END-EXEC
                   IF SQLCODE = 100
                       SET FIN-CURSOR TO TRUE
                       MOVE SPACES TO FACFILA(F)
                   ELSE
                       MOVE WM-FAC-IMPORTE TO FACIMP(F)
                       MOVE WM-FAC-COBRADO TO FACCOB(F)
                       IF FAC-PENDIENTE
                           COMPUTE FACPTE-N(F) = WM-FAC-IMPORTE
                               - WM-FAC-COBRADO - WM-FAC-ABONADO
                       END-IF
                       MOVE FACPTE-N(F) TO FACPTE(F)
                       IF FAC-PENDIENTE AND WM-FAC-REMESA NOT = SPACES
                           MOVE 'S' TO FACREM(F)
                       END-IF
                       EVALUATE TRUE
                           WHEN FAC-COBRADA
                               MOVE 'COBRADA'   TO FACEST(F)
                           WHEN FAC-ABONADA
                               MOVE 'ABONADA'   TO FACEST(F)
                           WHEN FACREM(F) = 'S'
                               MOVE 'REMESADA'  TO FACEST(F)
                           WHEN WM-FAC-DEVOLUCION NOT = SPACES
                               MOVE 'DEVUELTA'  TO FACEST(F)
                           WHEN WM-FAC-COBRADO > ZERO
                             OR WM-FAC-ABONADO > ZERO
                               MOVE 'PARCIAL'   TO FACEST(F)
                           WHEN OTHER
                               MOVE 'PENDIENTE' TO FACEST(F)
                       END-EVALUATE
                   END-IF
               ELSE
                   MOVE SPACES TO FACFILA(F)

      *    El importe de la zona de alta queda a cero tras la carga:
      *    el FETCH lo ha reutilizado como variable receptora.
           MOVE ZEROS TO WM-FAC-IMPORTE WM-FAC-COBRADO WM-FAC-ABONADO.
           MOVE SPACES TO WM-FAC-REMESA WM-FAC-DEVOLUCION.
           SET FAC-PENDIENTE TO TRUE.

      *============================================================
      * Inserta la factura tecleada en la zona "NUEVA FACTURA" de
      * MENU09, siempre con estado P=PENDIENTE, con el siguiente
      * número de la serie del año de su fecha, y limpia fecha e
      * importe para poder teclear la siguiente (el número asignado
      * se queda en pantalla). Número y factura van en la misma
      * transacción: si el INSERT falla, el ROLLBACK devuelve el
      * número a la serie y no queda hueco.
      *============================================================
       G091-GUARDAR-FACTURA.

           PERFORM G990-ASEGURAR-CONEXION.

      *    Límite de crédito y riesgo antes de gastar un número de la
      *    serie: si G088 rechaza o avisa, MSG-ERR ya lo explica.
           PERFORM G088-COMPROBAR-RIESGO.

           IF WM09-RIESGO-PERMITE
               MOVE WM-FAC-FECHA(1:4) TO WM-SERIE-ANIO
               PERFORM G096-SIGUIENTE-NUMERO

               IF WM-FAC-VENCIMIENTO = ZEROS
                   COMPUTE WM-FAC-VENCIMIENTO = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WM-FAC-FECHA)
                       + WM-CFG-DIAS-VTO)
               END-IF

               IF SERIE-OK
                   EXEC SQL
                       INSERT
                         INTO FACTURAS(CIF, NUMERO, FECHA, IMPORTE, ESTADO
                                     , BASE, COD_IVA, PCT_IVA, CUOTA_IVA
                                     , COBRADO, ABONADO, VENCIMIENTO)
                         VALUES(:WM-FAC-CIF, :WM-FAC-NUMERO, :WM-FAC-FECHA,
                                :WM-FAC-IMPORTE, 'P'
                              , :WM-FAC-BASE, :WM-FAC-COD-IVA
                              , :WM-FAC-PCT-IVA, :WM-FAC-CUOTA-IVA
                              , 0, 0, :WM-FAC-VENCIMIENTO)
                   END-EXEC
               END-IF

               IF SERIE-OK AND SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
                   MOVE SPACES TO MSG-ERR
                   STRING 'FACTURA ANOTADA CON NUMERO ' DELIMITED BY SIZE
                          WM-FAC-NUMERO DELIMITED BY SIZE
                          '.' DELIMITED BY SIZE
                     INTO MSG-ERR
                   MOVE ZEROS TO WM-FAC-FECHA WM-FAC-IMPORTE
                   MOVE ZEROS TO WM-FAC-BASE WM-FAC-PCT-IVA WM-FAC-CUOTA-IVA
                   MOVE ZEROS TO WM-FAC-VENCIMIENTO
                   MOVE SPACES TO WM09-AVISO-CIF
                   MOVE ZEROS TO WM09-AVISO-IMPORTE
               ELSE
                   MOVE 'ERROR AL ANOTAR LA FACTURA.' TO MSG-ERR
                   PERFORM G999-ERROR-DB2
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE SPACES TO WM-FAC-NUMERO
               END-IF
           END-IF.

      *============================================================
      * Registra el cobro de la zona COBRO/ABONO (ya validado por
      * G093-VALIDAR-COBRO-ABONO) en PAGOS y lo reparte entre las
      * filas marcadas empezando por la más antigua (la lista va de
      * más reciente a más antigua, así que se recorre de abajo
      * arriba), cada una hasta cubrir lo que tenga pendiente. Alta
      * del cobro, aplicaciones y facturas saldadas van en una sola
      * transacción: si algo falla no queda nada.
      *============================================================
       G092-REGISTRAR-COBRO.

           PERFORM G990-ASEGURAR-CONEXION.

           SET WM09-SIN-ERROR TO TRUE.
           MOVE ZERO TO WM09-APLICADAS.
           ACCEPT WM09-ALTA-FECHA FROM DATE YYYYMMDD.
           ACCEPT WM09-ALTA-HORA FROM TIME.

           EXEC SQL
               INSERT
                 INTO PAGOS(CIF, FECHA_ALTA, HORA_ALTA, FECHA, IMPORTE
                          , METODO, REFERENCIA, OPERADOR)
                 VALUES(:WM-FAC-CIF, :WM09-ALTA-FECHA, :WM09-ALTA-HORA
                      , :WM09-PAG-FECHA, :WM09-PAG-IMPORTE
                      , :WM09-PAG-METODO, :WM09-PAG-REF
                      , :WM-SES-OPERADOR)
           END-EXEC.
           IF SQLCODE NOT = 0
               SET WM09-HAY-ERROR TO TRUE
           END-IF.

           MOVE WM09-PAG-IMPORTE TO WM09-RESTO.
           PERFORM VARYING F FROM 5 BY -1
                   UNTIL F < 1 OR WM09-HAY-ERROR OR WM09-RESTO = ZERO
               IF WM09-SEL(F) = 'X'
                   PERFORM G099-APLICAR-COBRO-FILA
               END-IF
           END-PERFORM.

           IF WM09-HAY-ERROR
               IF SQLCODE = 100
                   MOVE 'UNA FACTURA MARCADA CAMBIO MIENTRAS TANTO. REVISE LA LISTA Y REPITA.' TO MSG-ERR
               ELSE
                   MOVE 'ERROR AL REGISTRAR EL COBRO.' TO MSG-ERR
                   PERFORM G999-ERROR-DB2
               END-IF
               EXEC SQL ROLLBACK END-EXEC
           ELSE
               EXEC SQL COMMIT END-EXEC
               MOVE WM09-PAG-IMPORTE TO WM09-IMPORTE-Z
               MOVE SPACES TO MSG-ERR
               STRING 'COBRO DE ' DELIMITED BY SIZE
                      WM09-IMPORTE-Z DELIMITED BY SIZE
                      ' REGISTRADO Y APLICADO A ' DELIMITED BY SIZE
                      WM09-APLICADAS DELIMITED BY SIZE
                      ' FACTURA(S).' DELIMITED BY SIZE
                 INTO MSG-ERR
               INITIALIZE WM-09-COBRO
           END-IF.

      *============================================================
      * Comprueba la zona COBRO/ABONO y las marcas de MENU09 antes de
      * registrar un cobro (WM09-ES-COBRO) o un abono (WM09-ES-ABONO):
      * solo se marcan filas con algo pendiente; el cobro necesita
      * importe, método T/S/E/C y no pasar de lo pendiente de las
      * filas marcadas; el abono, una sola fila marcada y un importe
      * no mayor que su pendiente (a cero, abona todo lo pendiente).
      * Deja WM09-HAY-ERROR y el motivo en MSG-ERR si algo falla.
      *============================================================
       G093-VALIDAR-COBRO-ABONO.

           SET WM09-SIN-ERROR TO TRUE.
           MOVE ZERO TO WM09-NUM-MARCADAS WM09-FILA WM09-PTE-MARCADO
                        WM09-EN-REMESA.
           MOVE FUNCTION UPPER-CASE(WM09-MARCAS) TO WM09-MARCAS.
           MOVE FUNCTION UPPER-CASE(WM09-PAG-METODO) TO WM09-PAG-METODO.

           PERFORM VARYING F FROM 1 BY 1 UNTIL F > 5
               IF WM09-SEL(F) NOT = SPACE
                   IF WM09-SEL(F) = 'X' AND FACREM(F) = 'S'
                       ADD 1 TO WM09-EN-REMESA
                   END-IF
                   IF WM09-SEL(F) = 'X' AND FACPTE-N(F) > ZERO
                       ADD 1 TO WM09-NUM-MARCADAS
                       ADD FACPTE-N(F) TO WM09-PTE-MARCADO
                       MOVE F TO WM09-FILA
                   ELSE
                       SET WM09-HAY-ERROR TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

           MOVE WM09-PAG-FECHA TO WM-FEC-VAL.
           PERFORM G240-VALIDAR-FECHA.

           EVALUATE TRUE
               WHEN WM09-EN-REMESA > ZERO
                   MOVE 'FACTURA EN REMESA SEPA: ESPERE AL CARGO O A LA DEVOLUCION.' TO MSG-ERR
               WHEN WM09-HAY-ERROR
                   MOVE 'MARQUE CON X SOLO FILAS CON IMPORTE PENDIENTE.' TO MSG-ERR
               WHEN WM09-NUM-MARCADAS = ZERO
                   MOVE 'MARQUE CON X LA FILA O FILAS PENDIENTES.' TO MSG-ERR
               WHEN FECHA-INVALIDA
                   MOVE 'INDIQUE LA FECHA (AAAAMMDD) DEL COBRO O DEL ABONO.' TO MSG-ERR
               WHEN WM09-ES-COBRO AND WM09-PAG-IMPORTE = ZERO
                   MOVE 'INDIQUE EL IMPORTE COBRADO.' TO MSG-ERR
               WHEN WM09-ES-COBRO AND NOT WM09-METODO-VALIDO
                   MOVE 'METODO: T=TRANSFERENCIA S=SEPA E=EFECTIVO C=CHEQUE.' TO MSG-ERR
               WHEN WM09-ES-COBRO AND WM09-PAG-IMPORTE > WM09-PTE-MARCADO
                   MOVE 'EL COBRO SUPERA LO PENDIENTE DE LAS FILAS MARCADAS.' TO MSG-ERR
               WHEN WM09-ES-ABONO AND WM09-NUM-MARCADAS > 1
                   MOVE 'MARQUE UNA SOLA FILA PARA EL ABONO.' TO MSG-ERR
               WHEN WM09-ES-ABONO AND WM09-PAG-IMPORTE > WM09-PTE-MARCADO
                   MOVE 'EL ABONO SUPERA LO PENDIENTE DE LA FACTURA.' TO MSG-ERR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF MSG-ERR NOT = SPACES
               SET WM09-HAY-ERROR TO TRUE
           END-IF.

      *============================================================
      * Deja en WM-FAC-PTES/WM-FAC-SALDO el numero de facturas
      * pendientes y el saldo vivo de WM-FAC-CIF (petición 020). El
      * saldo es lo que de verdad falta por cobrar: el total de cada
      * factura pendiente menos lo ya cobrado y abonado.
      * Se invoca con la conexión del llamador ya abierta, igual que
      * G043-COMPROBAR-CONCURRENCIA. ISNULL: sin facturas, SUM
      * devolveria NULL y el INTO fallaria.

           EXEC SQL
                SELECT COUNT(*)
                     , ISNULL(SUM(IMPORTE - COBRADO - ABONADO), 0)
                  INTO :WM-FAC-PTES
                     , :WM-FAC-SALDO
                  FROM FACTURAS
           MOVE WM-FAC-PTES  TO WM-FAC-PTES-Z.
           MOVE WM-FAC-SALDO TO WM-FAC-SALDO-Z.

      *============================================================
      * Riesgo del cliente antes de anotar la factura de MENU09
      * (WM-FAC-CIF, con WM-FAC-IMPORTE ya calculado por G097): a un
      * cliente bloqueado no se le factura; si la factura lo deja por
      * encima de su límite de crédito, en vigilancia se rechaza y en
      * normal se avisa y hace falta un segundo INTRO con el mismo
      * CIF e importe. Deja el veredicto en WM09-RIESGO. Se invoca
      * con la conexión del llamador ya abierta.
      *============================================================
       G088-COMPROBAR-RIESGO.

           SET WM09-RIESGO-PERMITE TO TRUE.
           MOVE ZEROS TO WM-FAC-LIMITE.
           MOVE SPACES TO WM-FAC-RIESGO.

           EXEC SQL
                SELECT LIMITE_CREDITO, RIESGO
                  INTO :WM-FAC-LIMITE, :WM-FAC-RIESGO
                  FROM USRDATOS
                 WHERE CIF = :WM-FAC-CIF
           END-EXEC.

           IF SQLCODE NOT = 0
               SET WM09-RIESGO-RECHAZA TO TRUE
               MOVE 'ERROR AL CONSULTAR EL RIESGO DEL CLIENTE.' TO MSG-ERR
               PERFORM G999-ERROR-DB2
           ELSE
               PERFORM G094-CARGAR-SALDO-FACTURAS
               PERFORM G089-CALCULAR-DISPONIBLE
               EVALUATE TRUE
                   WHEN WM-FAC-RIESGO = 'B'
                       SET WM09-RIESGO-RECHAZA TO TRUE
                       MOVE 'CLIENTE BLOQUEADO POR RIESGO: NO SE LE PUEDE FACTURAR (VER MENU04).' TO MSG-ERR
                   WHEN WM-FAC-LIMITE = ZEROS
                     OR WM-FAC-IMPORTE <= WM-FAC-DISPONIBLE
                       CONTINUE
                   WHEN WM-FAC-RIESGO = 'V'
                       SET WM09-RIESGO-RECHAZA TO TRUE
                       MOVE SPACES TO MSG-ERR
                       STRING 'CLIENTE EN VIGILANCIA: SUPERA EL LIMITE (DISPONIBLE '
                              DELIMITED BY SIZE
                              FUNCTION TRIM(WM-FAC-DISP-X) DELIMITED BY SIZE
                              ').' DELIMITED BY SIZE
                         INTO MSG-ERR
                   WHEN WM09-AVISO-CIF = WM-FAC-CIF
                    AND WM09-AVISO-IMPORTE = WM-FAC-IMPORTE
                       CONTINUE
                   WHEN OTHER
                       SET WM09-RIESGO-RECHAZA TO TRUE
                       MOVE WM-FAC-CIF     TO WM09-AVISO-CIF
                       MOVE WM-FAC-IMPORTE TO WM09-AVISO-IMPORTE
                       MOVE SPACES TO MSG-ERR
                       STRING 'SUPERA EL LIMITE (DISPONIBLE ' DELIMITED BY SIZE
                              FUNCTION TRIM(WM-FAC-DISP-X) DELIMITED BY SIZE
                              '). INTRO OTRA VEZ PARA ANOTARLA.'
                              DELIMITED BY SIZE
                         INTO MSG-ERR
               END-EVALUATE
           END-IF.

      *============================================================
      * Crédito disponible (WM-FAC-LIMITE - WM-FAC-SALDO) y
      * descripción del riesgo WM-FAC-RIESGO, para MENU02 y para
      * G088-COMPROBAR-RIESGO. Sin límite no hay disponible que
      * calcular.
      *============================================================
       G089-CALCULAR-DISPONIBLE.

           COMPUTE WM-FAC-DISPONIBLE = WM-FAC-LIMITE - WM-FAC-SALDO.

           IF WM-FAC-LIMITE = ZEROS
               MOVE 'SIN LIMITE' TO WM-FAC-DISP-X
           ELSE
               MOVE WM-FAC-DISPONIBLE TO WM-FAC-DISP-Z
               MOVE WM-FAC-DISP-Z TO WM-FAC-DISP-X
           END-IF.

           EVALUATE WM-FAC-RIESGO
               WHEN 'V'
                   MOVE 'VIGILANCIA' TO WM02-RIESGO-DESC
               WHEN 'B'
                   MOVE 'BLOQUEADO' TO WM02-RIESGO-DESC
               WHEN OTHER
                   MOVE 'NORMAL' TO WM02-RIESGO-DESC
           END-EVALUATE.

      *============================================================
      * Comprueba el CIF tecleado en MENU09: formato NIF/CIF y
      * existencia en USRDATOS, igual que G065-COMPROBAR-CIF-CONTACTO
           END-IF.

      *============================================================
      * Deja en WM-FAC-NUMERO el siguiente número de la serie del
      * año WM-SERIE-ANIO (AAAA/NNNNN) y SERIE-OK si lo consiguió.
      * El UPDATE bloquea la fila del año hasta el COMMIT/ROLLBACK
      * del llamador, así que dos operadores (o un operador y
      * BatchFactura) no pueden sacar el mismo número. La primera
      * factura del año crea la fila de la serie. No confirma: el
      * llamador hace COMMIT junto con el INSERT de la factura, o
      * ROLLBACK si éste falla, para no dejar números consumidos
      * sin factura. Conexión del llamador ya abierta.
      *============================================================
       G096-SIGUIENTE-NUMERO.

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
      * Busca en el catálogo TIPOS_IVA (CODIGO, DESCRIPCION,
      * PORCENTAJE) el código tecleado en MENU09 y calcula la cuota
      * de IVA sobre la base (redondeada al céntimo) y el total de
      * la factura, que es lo que se guarda en IMPORTE. El código se
      * admite en minúsculas. Deja IVA-OK si el código existe.
      *============================================================
       G097-CALCULAR-IVA.

           SET IVA-ERROR TO TRUE.
           MOVE ZEROS TO WM-FAC-PCT-IVA WM-FAC-CUOTA-IVA WM-FAC-IMPORTE.
           MOVE FUNCTION UPPER-CASE(WM-FAC-COD-IVA) TO WM-FAC-COD-IVA.

           IF WM-FAC-COD-IVA NOT = SPACE
               PERFORM G990-ASEGURAR-CONEXION

               EXEC SQL
                    SELECT PORCENTAJE
                      INTO :WM-FAC-PCT-IVA
                      FROM TIPOS_IVA
                     WHERE CODIGO = :WM-FAC-COD-IVA
               END-EXEC

               IF SQLCODE = 0
                   SET IVA-OK TO TRUE
                   COMPUTE WM-FAC-CUOTA-IVA ROUNDED =
                       WM-FAC-BASE * WM-FAC-PCT-IVA / 100
                   COMPUTE WM-FAC-IMPORTE =
                       WM-FAC-BASE + WM-FAC-CUOTA-IVA
               END-IF
           END-IF.

      *============================================================
      * Registra un abono (ABONOS) sobre la única fila marcada, ya
      * validado por G093-VALIDAR-COBRO-ABONO. Conserva el número de
      * la factura original, rebaja su pendiente y, si la deja a
      * cero, la cierra: A=ABONADA si no tenía nada cobrado, o
      * C=COBRADA si el resto ya estaba cobrado. El abono se desglosa
      * en base y cuota con el mismo tipo de IVA de la factura. El
      * UPDATE solo prospera si la factura sigue pendiente y con al
      * menos ese importe sin cubrir: si otro operador la ha tocado
      * entretanto, no se abona nada.
      *============================================================
       G098-REGISTRAR-ABONO.

           PERFORM G990-ASEGURAR-CONEXION.

           SET WM09-SIN-ERROR TO TRUE.
           MOVE WM09-FILA TO F.
           IF WM09-PAG-IMPORTE = ZERO
               MOVE FACPTE-N(F) TO WM09-PAG-IMPORTE
           END-IF.
           ACCEPT WM09-ALTA-FECHA FROM DATE YYYYMMDD.
           ACCEPT WM09-ALTA-HORA FROM TIME.

           EXEC SQL
                SELECT PCT_IVA
                  INTO :WM09-ABO-PCT
                  FROM FACTURAS
                 WHERE CIF    = :WM-FAC-CIF
                   AND NUMERO = :FACNUM(F)
           END-EXEC.
           IF SQLCODE NOT = 0
               SET WM09-HAY-ERROR TO TRUE
           ELSE
               COMPUTE WM09-ABO-BASE ROUNDED =
                   WM09-PAG-IMPORTE * 100 / (100 + WM09-ABO-PCT)
               COMPUTE WM09-ABO-IVA = WM09-PAG-IMPORTE - WM09-ABO-BASE
           END-IF.

           IF WM09-SIN-ERROR
               EXEC SQL
                   UPDATE FACTURAS
                      SET ABONADO = ABONADO + :WM09-PAG-IMPORTE
                        , ESTADO  = CASE
                              WHEN IMPORTE - COBRADO - ABONADO
                                   - :WM09-PAG-IMPORTE > 0 THEN 'P'
                              WHEN COBRADO = 0 THEN 'A'
                              ELSE 'C' END
                    WHERE CIF    = :WM-FAC-CIF
                      AND NUMERO = :FACNUM(F)
                      AND ESTADO = 'P'
                      AND REMESA = ' '
                      AND IMPORTE - COBRADO - ABONADO >= :WM09-PAG-IMPORTE
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WM09-HAY-ERROR TO TRUE
               END-IF
           END-IF.

           IF WM09-SIN-ERROR
               EXEC SQL
                   INSERT
                     INTO ABONOS(CIF, NUMERO, FECHA, IMPORTE, BASE
                               , CUOTA_IVA, MOTIVO, OPERADOR
                               , FECHA_ALTA, HORA_ALTA)
                     VALUES(:WM-FAC-CIF, :FACNUM(F), :WM09-PAG-FECHA
                          , :WM09-PAG-IMPORTE, :WM09-ABO-BASE
                          , :WM09-ABO-IVA, :WM09-PAG-REF
                          , :WM-SES-OPERADOR
                          , :WM09-ALTA-FECHA, :WM09-ALTA-HORA)
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WM09-HAY-ERROR TO TRUE
               END-IF
           END-IF.

           IF WM09-HAY-ERROR
               IF SQLCODE = 100
                   MOVE 'LA FACTURA CAMBIO MIENTRAS TANTO. REVISE LA LISTA Y REPITA.' TO MSG-ERR
               ELSE
                   MOVE 'ERROR AL REGISTRAR EL ABONO.' TO MSG-ERR
                   PERFORM G999-ERROR-DB2
               END-IF
               EXEC SQL ROLLBACK END-EXEC
           ELSE
               EXEC SQL COMMIT END-EXEC
               MOVE WM09-PAG-IMPORTE TO WM09-IMPORTE-Z
               MOVE SPACES TO MSG-ERR
               STRING 'ABONO DE ' DELIMITED BY SIZE
                      WM09-IMPORTE-Z DELIMITED BY SIZE
                      ' SOBRE LA FACTURA ' DELIMITED BY SIZE
                      FACNUM(F) DELIMITED BY SIZE
                      ' REGISTRADO.' DELIMITED BY SIZE
                 INTO MSG-ERR
               INITIALIZE WM-09-COBRO
           END-IF.

      *============================================================
      * Aplica a la fila F del cobro en curso lo que quede por
      * repartir (WM09-RESTO), hasta cubrir su pendiente: suma lo
      * aplicado a COBRADO, cierra la factura (C=COBRADA) si queda
      * cubierta y anota la aplicación en PAGOS_FACTURAS. Igual que
      * en el abono, el UPDATE exige que la factura siga pendiente
      * con al menos ese importe sin cubrir.
      *============================================================
       G099-APLICAR-COBRO-FILA.

           IF WM09-RESTO > FACPTE-N(F)
               MOVE FACPTE-N(F) TO WM09-APLICA
           ELSE
               MOVE WM09-RESTO TO WM09-APLICA
           END-IF.

           EXEC SQL
               UPDATE FACTURAS
                  SET COBRADO = COBRADO + :WM09-APLICA
                    , ESTADO  = CASE
                          WHEN IMPORTE - COBRADO - ABONADO
                               - :WM09-APLICA > 0 THEN 'P'
                          ELSE 'C' END
                WHERE CIF    = :WM-FAC-CIF
                  AND NUMERO = :FACNUM(F)
                  AND ESTADO = 'P'
                  AND REMESA = ' '
                  AND IMPORTE - COBRADO - ABONADO >= :WM09-APLICA
           END-EXEC.

           IF SQLCODE NOT = 0
               SET WM09-HAY-ERROR TO TRUE
           ELSE
               EXEC SQL
                   INSERT
                     INTO PAGOS_FACTURAS(CIF, FECHA_ALTA, HORA_ALTA
                                       , NUMERO, IMPORTE)
                     VALUES(:WM-FAC-CIF, :WM09-ALTA-FECHA
                          , :WM09-ALTA-HORA, :FACNUM(F), :WM09-APLICA)
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WM09-HAY-ERROR TO TRUE
               ELSE
                   SUBTRACT WM09-APLICA FROM WM09-RESTO
                   ADD 1 TO WM09-APLICADAS
               END-IF
           END-IF.

      *============================================================
      * -----------MENU10 (CONSULTA DE AUDITORIA)-------------------
      * Consulta paginada de AUDITORIA_USRDATOS (petición 021):
      * INTRO aplica los filtros y carga la primera página, F11 pasa
      * a la siguiente (más antigua), F5 muestra el detalle
      * ANTES/DESPUES de la fila indicada. F3 vuelve a la pantalla
      * desde la que se entró (MENU00 o MENU04).
      *============================================================
       PARRAFO-MENU10.

           call x"af" using flag
                            user-key-control.

           display MENU10.

           accept MENU10.

           INITIALIZE MSG-ERR.
           evaluate key-type
               when 0
                   PERFORM G100-CARGAR-AUDITORIA

               when 1
                   evaluate key-code-1
                       when 3
                           IF WM10-DESDE-MENU04
                               perform PARRAFO-MENU04
                           ELSE
                               perform PARRAFO-MENU00
                           END-IF
                       when 5
                           IF WM10-DETALLE >= 1 AND WM10-DETALLE <= 7
                               IF AUDFILA(WM10-DETALLE) NOT = SPACES
                                   PERFORM G102-MOSTRAR-DETALLE
                               ELSE
                                   MOVE 'LA FILA INDICADA ESTA VACIA.' TO MSG-ERR
                                   MOVE ZERO TO WM10-DETALLE
                               END-IF
                           ELSE
                               MOVE 'INDIQUE LA FILA (1-7) A DETALLAR.' TO MSG-ERR
                               MOVE ZERO TO WM10-DETALLE
                           END-IF
                       when 11
                           IF WM10-HAY-MAS
                               PERFORM G101-CARGAR-PAGINA-AUDITORIA
                           ELSE
                               MOVE 'NO HAY MAS MOVIMIENTOS.' TO MSG-ERR
                           END-IF
                       when other
                           continue
                   end-evaluate
           end-evaluate.

           perform PARRAFO-MENU10.

      *============================================================
      * Primera página de la consulta: reinicia el marcador de
      * paginación (FECHA/HORA máximos) y el detalle, y carga la
      * página con los filtros tecleados.
      *============================================================
       G100-CARGAR-AUDITORIA.

           MOVE 99999999 TO WM10-ULT-FECHA.
           MOVE 999999   TO WM10-ULT-HORA.
           MOVE ZERO TO WM10-SALTAR.
           SET WM10-HAY-MAS TO TRUE.
           INITIALIZE WM-10-DETALLE-LINEAS.
           MOVE ZERO TO WM10-DETALLE.

           PERFORM G101-CARGAR-PAGINA-AUDITORIA.

      *============================================================
      * Carga en AUDFILA(1-7) la siguiente página de auditoría según
      * los filtros (en blanco/cero = sin filtrar) y el marcador
      * FECHA/HORA, de más reciente a más antiguo. Como FECHA+HORA
      * no es único, la página se pide con <= sobre el segundo del
                        , TLF_ANTES,       TLF_DESPUES
                        , CORREO_ANTES,    CORREO_DESPUES
                        , SECTOR_ANTES,    SECTOR_DESPUES
                        , RIESGO_ANTES,    RIESGO_DESPUES
                        , LIMITE_ANTES,    LIMITE_DESPUES
                     FROM AUDITORIA_USRDATOS
                    WHERE (:WM10-CIF = ' ' OR CIF = :WM10-CIF)
                      AND (:WM10-USUARIO = ' '
                                      :AUD-TLF-ANT(1), :AUD-TLF-NUE(1),
                                      :AUD-COR-ANT(1), :AUD-COR-NUE(1),
                                      :AUD-SECTOR-ANT(1),
                                      :AUD-SECTOR-NUE(1),
                                      :AUD-RIESGO-ANT(1), :AUD-RIESGO-NUE(1),
                                      :AUD-LIMITE-ANT(1), :AUD-LIMITE-NUE(1)
               END-EXEC
               IF SQLCODE = 100
                   SET FIN-CURSOR TO TRUE
                                          :AUD-TLF-ANT(F), :AUD-TLF-NUE(F),
                                          :AUD-COR-ANT(F), :AUD-COR-NUE(F),
                                          :AUD-SECTOR-ANT(F),
                                          :AUD-SECTOR-NUE(F),
                                          :AUD-RIESGO-ANT(F), :AUD-RIESGO-NUE(F),
                                          :AUD-LIMITE-ANT(F), :AUD-LIMITE-NUE(F)
                   END-EXEC
                   IF SQLCODE = 100
                       SET FIN-CURSOR TO TRUE
                           MOVE 'MODIF' TO WM10-OPER-DESC
                       WHEN 'B'
                           MOVE 'BAJA ' TO WM10-OPER-DESC
                       WHEN 'N'
                           MOVE 'ANONI' TO WM10-OPER-DESC
                       WHEN OTHER
                           MOVE '?    ' TO WM10-OPER-DESC
                   END-EVALUATE
                         INTO WM10-CAMPOS WITH POINTER WM10-PTR
                   END-IF
                   IF AUD-SECTOR-ANT(F) NOT = AUD-SECTOR-NUE(F)
                       STRING 'SEC ' DELIMITED BY SIZE
                         INTO WM10-CAMPOS WITH POINTER WM10-PTR
                   END-IF
                   IF AUD-RIESGO-ANT(F) NOT = AUD-RIESGO-NUE(F)
                       STRING 'RIE ' DELIMITED BY SIZE
                         INTO WM10-CAMPOS WITH POINTER WM10-PTR
                   END-IF
                   IF AUD-LIMITE-ANT(F) NOT = AUD-LIMITE-NUE(F)
                       STRING 'LIM'  DELIMITED BY SIZE
                         INTO WM10-CAMPOS WITH POINTER WM10-PTR
                   END-IF

           MOVE SPACES TO WM10-DET2.
           STRING 'DIR.ANT: [' DELIMITED BY SIZE
                  AUD-DIR-ANT(WM10-DETALLE) DELIMITED BY SIZE
                  ']  RIESGO: [' DELIMITED BY SIZE
                  AUD-RIESGO-ANT(WM10-DETALLE) DELIMITED BY SIZE
                  '] -> ['     DELIMITED BY SIZE
                  AUD-RIESGO-NUE(WM10-DETALLE) DELIMITED BY SIZE
                  ']'          DELIMITED BY SIZE
             INTO WM10-DET2.

           MOVE SPACES TO WM10-DET3.
           MOVE AUD-LIMITE-ANT(WM10-DETALLE) TO WM10-LIM-ANT-Z.
           MOVE AUD-LIMITE-NUE(WM10-DETALLE) TO WM10-LIM-NUE-Z.
           STRING 'DIR.NUE: [' DELIMITED BY SIZE
                  AUD-DIR-NUE(WM10-DETALLE) DELIMITED BY SIZE
                  ']  LIM:'    DELIMITED BY SIZE
                  WM10-LIM-ANT-Z DELIMITED BY SIZE
                  '->'         DELIMITED BY SIZE
                  WM10-LIM-NUE-Z DELIMITED BY SIZE
             INTO WM10-DET3.

           MOVE SPACES TO WM10-DET4.
               END-IF
           END-IF

           IF WM11-SIN-ERROR
               EXEC SQL
                   UPDATE PAGOS
                      SET CIF = :WM11-ORIG-SUPE
                    WHERE CIF = :WM11-ORIG-PERD
               END-EXEC
               IF SQLCODE < 0
                   SET WM11-HAY-ERROR TO TRUE
               END-IF
           END-IF

           IF WM11-SIN-ERROR
               EXEC SQL
                   UPDATE PAGOS_FACTURAS
                      SET CIF = :WM11-ORIG-SUPE
                    WHERE CIF = :WM11-ORIG-PERD
               END-EXEC
               IF SQLCODE < 0
                   SET WM11-HAY-ERROR TO TRUE
               END-IF
           END-IF

           IF WM11-SIN-ERROR
               EXEC SQL
                   UPDATE ABONOS
                      SET CIF = :WM11-ORIG-SUPE
                    WHERE CIF = :WM11-ORIG-PERD
               END-EXEC
               IF SQLCODE < 0
                   SET WM11-HAY-ERROR TO TRUE
               END-IF
           END-IF

           IF WM11-SIN-ERROR
               EXEC SQL
                   UPDATE USRDATOS
                   MOVE WM-CFG-VALOR TO WM-CFG-SOURCE
               WHEN 'DRIVER'
                   MOVE WM-CFG-VALOR TO WM-CFG-DRIVER
               WHEN 'DIASVTO'
                   IF WM-CFG-VALOR(1:3) IS NUMERIC
                       MOVE WM-CFG-VALOR(1:3) TO WM-CFG-DIAS-VTO
                   END-IF
               WHEN 'RETENCIONBAJA'
                   IF WM-CFG-VALOR(1:5) IS NUMERIC
                       MOVE WM-CFG-VALOR(1:5) TO WM-CFG-RET-BAJA
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           END-IF
           END-IF.

      *============================================================
      * VALIDA LA FECHA AAAAMMDD DE WM-FEC-VAL: AÑO 2000-2099, MES
      * 01-12 Y DIA DENTRO DEL MES (29 DE FEBRERO SOLO EN BISIESTO).
      * LA USAN LA FECHA DE FACTURA DE MENU09 (DE ELLA SALE EL AÑO
      * DE LA SERIE) Y LAS FECHAS DE CUOTA DE MENU04.
      *============================================================
       G240-VALIDAR-FECHA.

           SET FECHA-INVALIDA TO TRUE.

           IF WM-FEC-VAL-ANIO >= 2000 AND WM-FEC-VAL-ANIO <= 2099
              AND WM-FEC-VAL-MES >= 1 AND WM-FEC-VAL-MES <= 12
               MOVE DIAS-MES(WM-FEC-VAL-MES) TO WM-FEC-ULT-DIA
               IF WM-FEC-VAL-MES = 2
                  AND FUNCTION MOD(WM-FEC-VAL-ANIO, 4) = 0
                   MOVE 29 TO WM-FEC-ULT-DIA
               END-IF
               IF WM-FEC-VAL-DIA >= 1 AND WM-FEC-VAL-DIA <= WM-FEC-ULT-DIA
                   SET FECHA-VALIDA TO TRUE
               END-IF
           END-IF.

      *============================================================
      * Abre la conexión única de la sesión si no está ya abierta
      * (petición 028): paginar MENU03 o cargar las gestiones de
                           WM-SES-PERMISOS.
           SET WM-SES-NO-PUEDE-EDITAR TO TRUE.
           SET WM-SES-NO-ADMIN TO TRUE.
           MOVE 'N' TO WM-SES-RIESGO.

           PERFORM G990-ASEGURAR-CONEXION

                     , BLOQUEADO
                     , CAMBIO_PASS
                     , INTENTOS
                     , RIESGO
                  INTO :WM-SES-NOMBRE
                     , :WM-LOGIN-CHK-PASS
                     , :WM-SES-EDITA
                     , :WM-LOGIN-BLOQUEADO
                     , :WM-LOGIN-CAMBIO
                     , :WM-LOGIN-INTENTOS
                     , :WM-SES-RIESGO
                  FROM OPERADORES
                 WHERE CODIGO = :WM-LOGIN-OPERADOR
           END-EXEC
                       MOVE SPACES TO WM-SES-NOMBRE WM-SES-PERMISOS
                       SET WM-SES-NO-PUEDE-EDITAR TO TRUE
                       SET WM-SES-NO-ADMIN TO TRUE
                       MOVE 'N' TO WM-SES-RIESGO
                       MOVE 'CAMBIO DE CONTRASEÑA CANCELADO.' TO MSG-ERR
                   END-IF
           END-EVALUATE.
               MOVE 'H-HISTORIAL PROCESOS' TO WM00-LINH
           END-IF.

           MOVE 'R' TO WM00-OPC-MAY.
           PERFORM G421-PERMISO-DE-OPCION.
           IF WM00-PERMITIDO
               MOVE 'R-DATOS PERSONALES' TO WM00-LINR
           END-IF.

           MOVE 'E' TO WM00-OPC-MAY.
           PERFORM G421-PERMISO-DE-OPCION.
           IF WM00-PERMITIDO
               MOVE 'E-COLA DE CORREO' TO WM00-LINE
           END-IF.

      *============================================================
      * Comprueba la opción tecleada en MENU00 contra los permisos
      * de la sesión. En blanco se deja pasar (el EVALUATE de abajo

           EXEC SQL
                SELECT NOMBRE, EDITA, ADMIN, ACTIVO, PERMISOS
                     , BLOQUEADO, INTENTOS, RIESGO
                  INTO :WM12-NOMBRE, :WM12-EDITA, :WM12-ADMIN
                     , :WM12-ACTIVO, :WM12-PERMISOS
                     , :WM12-BLOQUEADO, :WM12-INTENTOS, :WM12-RIESGO
                  FROM OPERADORES
                 WHERE CODIGO = :WM12-CODIGO
           END-EXEC

               WHEN SQLCODE = +100
                   MOVE SPACES TO WM12-NOMBRE WM12-PERMISOS
                   MOVE 'N' TO WM12-EDITA WM12-ADMIN WM12-RIESGO
                   MOVE 'S' TO WM12-ACTIVO
                   MOVE SPACES TO WM12-BLOQUEADO
                   MOVE ZERO TO WM12-INTENTOS
           ELSE
           IF WM12-ADMIN NOT = 'S' AND WM12-ADMIN NOT = 'N'
               MOVE 'ADMIN DEBE SER S O N.' TO MSG-ERR
           ELSE
           IF WM12-RIESGO NOT = 'S' AND WM12-RIESGO NOT = 'N'
               MOVE 'RIESGO DEBE SER S O N.' TO MSG-ERR
           ELSE
               PERFORM G990-ASEGURAR-CONEXION

                            , ADMIN    = :WM12-ADMIN
                            , ACTIVO   = :WM12-ACTIVO
                            , PERMISOS = :WM12-PERMISOS
                            , RIESGO   = :WM12-RIESGO
                        WHERE CODIGO = :WM12-CODIGO
                   END-EXEC
                   EXEC SQL COMMIT END-EXEC
                         INTO OPERADORES(
                              CODIGO, NOMBRE, PASSWORD, EDITA, ADMIN
                            , ACTIVO, PERMISOS, CAMBIO_PASS
                            , INTENTOS, BLOQUEADO, RIESGO)
                         VALUES(
                              :WM12-CODIGO, :WM12-NOMBRE, :WM12-CODIGO
                            , :WM12-EDITA, :WM12-ADMIN
                            , :WM12-ACTIVO, :WM12-PERMISOS, 'S'
                            , 0, 'N', :WM12-RIESGO)
                   END-EXEC
                   EXEC SQL COMMIT END-EXEC
                   IF SQLCODE = 0
                   END-IF
               END-IF

           END-IF
           END-IF
           END-IF
           END-IF.
               END-IF
           END-PERFORM.


      *============================================================
      * -----------MENU14 (DATOS PERSONALES)-----------------------
      * INTRO verifica el CIF y dice si se puede anonimizar, F5
      * exporta todo lo que se guarda de él, F6 salta al siguiente
      * cliente de baja fuera de plazo y F8 (dos veces, solo ADMIN)
      * lo anonimiza.
      *============================================================
       PARRAFO-MENU14.

           call x"af" using flag
                            user-key-control.

           display MENU14.

           accept MENU14.

           INITIALIZE MSG-ERR.
           evaluate key-type
               when 0
                   PERFORM G140-VERIFICAR-CLIENTE

               when 1
                   evaluate key-code-1
                       when 3
                           perform PARRAFO-MENU00
                       when 5
                           MOVE SPACE TO WM14-PENDIENTE
                           IF WM14-NO-OK OR WM14-CIF NOT = WM14-ORIG-CIF
                               MOVE 'VERIFIQUE PRIMERO EL CIF (INTRO).' TO MSG-ERR
                           ELSE
                               PERFORM G144-EXPORTAR-DATOS
                           END-IF
                       when 6
                           PERFORM G141-SIGUIENTE-CANDIDATO
                       when 8
      *                    Como la fusión de MENU11: no se deshace, así
      *                    que es cosa de un ADMIN y pide confirmación.
                           IF NOT WM-SES-ES-ADMIN
                               MOVE 'SOLO UN ADMINISTRADOR PUEDE ANONIMIZAR.' TO MSG-ERR
                           ELSE
                           IF WM14-NO-OK OR WM14-CIF NOT = WM14-ORIG-CIF
                               MOVE 'VERIFIQUE PRIMERO EL CIF (INTRO).' TO MSG-ERR
                           ELSE
                           IF WM14-NO-ANONIMIZABLE
                               MOVE 'ESTE CLIENTE NO SE PUEDE ANONIMIZAR (VEA LA SITUACION).' TO MSG-ERR
                           ELSE
                               IF WM14-PEND-ANONIMIZAR
                                   PERFORM G145-ANONIMIZAR-CLIENTE
                               ELSE
                                   SET WM14-PEND-ANONIMIZAR TO TRUE
                                   MOVE 'PULSE F8 DE NUEVO PARA CONFIRMAR LA ANONIMIZACION.' TO MSG-ERR
                               END-IF
                           END-IF
                           END-IF
                           END-IF
                       when other
                           continue
                   end-evaluate
           end-evaluate.

           perform PARRAFO-MENU14.

      *============================================================
      * Carga la ficha del CIF tecleado y deja en WM14-SITUACION si
      * se puede anonimizar o por qué no.
      *============================================================
       G140-VERIFICAR-CLIENTE.

           SET WM14-NO-OK TO TRUE.
           SET WM14-NO-ANONIMIZABLE TO TRUE.
           MOVE SPACE TO WM14-PENDIENTE.
           MOVE SPACES TO WM14-ORIG-CIF WM14-NOM WM14-ESTADO
                          WM14-SITUACION.
           MOVE ZEROS TO WM14-FEC-BAJA.
           INITIALIZE WM14-DATOS.

           IF WM14-CIF = SPACES
               MOVE 'INTRODUZCA UN CIF.' TO MSG-ERR
           ELSE
               PERFORM G990-ASEGURAR-CONEXION

               EXEC SQL
                    SELECT NOMBRE, DIRECCION, TLF, CORREO, ESTADO
                         , FECHA_ALTA, FECHA_BAJA, SECTOR, POBLACION
                         , CODPOSTAL, PROVINCIA, IBAN
                         , LIMITE_CREDITO, RIESGO
                      INTO :WM14-NOM, :WM14-DIR, :WM14-TLF, :WM14-COR
                         , :WM14-ESTADO, :WM14-FEC-ALTA, :WM14-FEC-BAJA
                         , :WM14-SECTOR, :WM14-POB, :WM14-CP
                         , :WM14-PROV, :WM14-IBAN
                         , :WM14-LIMITE, :WM14-RIESGO
                      FROM USRDATOS
                     WHERE CIF = :WM14-CIF
               END-EXEC

               EVALUATE TRUE
                   WHEN SQLCODE = +100
                       MOVE 'EL CIF NO EXISTE.' TO MSG-ERR
                   WHEN SQLCODE NOT = 0
                       MOVE 'ERROR AL BUSCAR EL CIF.' TO MSG-ERR
                       PERFORM G999-ERROR-DB2
                   WHEN OTHER
                       SET WM14-OK TO TRUE
                       MOVE WM14-CIF TO WM14-ORIG-CIF
                       PERFORM G142-SITUACION-CLIENTE
                       MOVE 'VERIFICADO. F5 EXPORTA SUS DATOS.' TO MSG-ERR
               END-EVALUATE
           END-IF.

      *============================================================
      * Siguiente cliente (por CIF, a partir del de pantalla) que se
      * puede anonimizar: de baja con FECHA_BAJA anterior al corte,
      * sin anonimizar y sin facturas pendientes.
      *============================================================
       G141-SIGUIENTE-CANDIDATO.

           PERFORM G143-CALCULAR-CORTE.
           MOVE WM14-CIF TO WM14-CIF-DESDE.

           PERFORM G990-ASEGURAR-CONEXION

           EXEC SQL
                SELECT TOP 1 U.CIF
                  INTO :WM14-CIF
                  FROM USRDATOS U
                 WHERE U.ESTADO = 'B'
                   AND U.FECHA_BAJA > 0
                   AND U.FECHA_BAJA <= :WM14-FEC-CORTE
                   AND U.NOMBRE <> :WM14-ANONIMO
                   AND U.CIF > :WM14-CIF-DESDE
                   AND NOT EXISTS
                       (SELECT 1
                          FROM FACTURAS F
                         WHERE F.CIF = U.CIF
                           AND F.ESTADO = 'P')
                 ORDER BY U.CIF
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = +100
                   MOVE WM14-CIF-DESDE TO WM14-CIF
                   MOVE 'NO HAY MAS CLIENTES PARA ANONIMIZAR A PARTIR DE ESTE CIF.' TO MSG-ERR
               WHEN SQLCODE NOT = 0
                   MOVE WM14-CIF-DESDE TO WM14-CIF
                   MOVE 'ERROR AL BUSCAR CANDIDATOS.' TO MSG-ERR
                   PERFORM G999-ERROR-DB2
               WHEN OTHER
                   PERFORM G140-VERIFICAR-CLIENTE
           END-EVALUATE.

      *============================================================
      * Situación del cliente verificado frente a la anonimización.
      * Con facturas pendientes no se anonimiza: hay que poder
      * reclamarlas.
      *============================================================
       G142-SITUACION-CLIENTE.

           PERFORM G143-CALCULAR-CORTE.

           MOVE ZERO TO WM14-PTES.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WM14-PTES
                  FROM FACTURAS
                 WHERE CIF = :WM14-ORIG-CIF
                   AND ESTADO = 'P'
           END-EXEC.

           EVALUATE TRUE
               WHEN WM14-NOM = WM14-ANONIMO
                   MOVE 'YA ANONIMIZADO.' TO WM14-SITUACION
               WHEN WM14-ESTADO NOT = 'B'
                   MOVE 'CLIENTE ACTIVO: SOLO SE PUEDEN EXPORTAR SUS DATOS.' TO WM14-SITUACION
               WHEN WM14-FEC-BAJA = ZERO
                   MOVE 'DE BAJA SIN FECHA DE BAJA: REVISE LA FICHA EN MENU04.' TO WM14-SITUACION
               WHEN WM14-FEC-BAJA > WM14-FEC-CORTE
                   MOVE 'DE BAJA DENTRO DEL PLAZO DE CONSERVACION.' TO WM14-SITUACION
               WHEN WM14-PTES > ZERO
                   MOVE 'DE BAJA FUERA DE PLAZO, PERO CON FACTURAS PENDIENTES.' TO WM14-SITUACION
               WHEN OTHER
                   SET WM14-ANONIMIZABLE TO TRUE
                   MOVE 'DE BAJA FUERA DE PLAZO: SE PUEDE ANONIMIZAR (F8).' TO WM14-SITUACION
           END-EVALUATE.

      *============================================================
      * Fecha de corte: hoy menos RETENCIONBAJA días. Una baja de
      * esa fecha o anterior ya ha cumplido el plazo.
      *============================================================
       G143-CALCULAR-CORTE.

           ACCEPT WM-HOY FROM DATE YYYYMMDD.
           COMPUTE WM14-FEC-CORTE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WM-HOY) - WM-CFG-RET-BAJA).

      *============================================================
      * Vuelca a RGPD_<CIF>_AAAAMMDD.TXT todo lo que se guarda del
      * CIF verificado. Queda registrado en BATCH_EJECUCIONES (como
      * el listado de G050) y con una gestión en el propio cliente,
      * para saber quién sacó sus datos y cuándo.
      *============================================================
       G144-EXPORTAR-DATOS.

           SET WM14-SIN-ERROR TO TRUE.
           MOVE ZERO TO WM14-LINEAS WM14-ARC-LEIDOS.

           ACCEPT WM-HOY FROM DATE YYYYMMDD.
           MOVE SPACES TO WM-RGPD-NOMBRE.
           STRING 'RGPD_'                      DELIMITED BY SIZE
                  FUNCTION TRIM(WM14-ORIG-CIF) DELIMITED BY SIZE
                  '_'                          DELIMITED BY SIZE
                  WM-HOY                       DELIMITED BY SIZE
                  '.TXT'                       DELIMITED BY SIZE
             INTO WM-RGPD-NOMBRE.

           OPEN OUTPUT F-RGPD.

           PERFORM G990-ASEGURAR-CONEXION

           MOVE 'RGPD' TO WM-RUN-PROCESO.
           MOVE WM-RGPD-NOMBRE TO WM-RUN-FICHERO.
           PERFORM G500-REGISTRAR-INICIO.

           MOVE ALL '=' TO FL-RGPD-REG.
           PERFORM G163-ESCRIBIR-LINEA.
           MOVE SPACES TO FL-RGPD-REG.
           STRING 'DATOS PERSONALES DEL CLIENTE ' DELIMITED BY SIZE
                  WM14-ORIG-CIF                   DELIMITED BY SIZE
                  ' - VILANOVA S.L.U'             DELIMITED BY SIZE
             INTO FL-RGPD-REG.
           PERFORM G163-ESCRIBIR-LINEA.
           MOVE SPACES TO FL-RGPD-REG.
           STRING 'GENERADO EL ' DELIMITED BY SIZE
                  WM-HOY         DELIMITED BY SIZE
                  ' POR '        DELIMITED BY SIZE
                  WM-SES-OPERADOR DELIMITED BY SIZE
             INTO FL-RGPD-REG.
           PERFORM G163-ESCRIBIR-LINEA.
           MOVE ALL '=' TO FL-RGPD-REG.
           PERFORM G163-ESCRIBIR-LINEA.

           PERFORM G150-EXP-FICHA.
           PERFORM G151-EXP-CONTACTOS.
           PERFORM G152-EXP-GESTIONES.
           PERFORM G153-EXP-FACTURAS.
           PERFORM G154-EXP-COBROS.
           PERFORM G155-EXP-CORREOS.
           PERFORM G156-EXP-AUDITORIA.
           PERFORM G157-EXP-ARCHIVO.

           MOVE SPACES TO FL-RGPD-REG.
           PERFORM G163-ESCRIBIR-LINEA.
           MOVE ALL '=' TO FL-RGPD-REG.
           PERFORM G163-ESCRIBIR-LINEA.
           MOVE SPACES TO FL-RGPD-REG.
           IF WM14-HAY-ERROR
               MOVE '*** INFORME INCOMPLETO: HUBO ERRORES DE BASE DE DATOS ***'
                 TO FL-RGPD-REG
           ELSE
               MOVE 'FIN DEL INFORME.' TO FL-RGPD-REG
           END-IF.
           PERFORM G163-ESCRIBIR-LINEA.

           CLOSE F-RGPD.

           MOVE WM14-LINEAS TO WM-RUN-CONT1.
           MOVE WM14-ARC-LEIDOS TO WM-RUN-CONT2.
           IF WM14-HAY-ERROR
               MOVE 'E' TO WM-RUN-ESTADO
           ELSE
               MOVE 'O' TO WM-RUN-ESTADO
           END-IF.
           PERFORM G510-REGISTRAR-FIN.

           ACCEPT WM-GES-FECHA FROM DATE YYYYMMDD.
           ACCEPT WM-GES-HORA FROM TIME.
           MOVE WM-SES-OPERADOR TO WM-GES-OPERADOR.
           MOVE SPACES TO WM-GES-NOTA.
           STRING 'EXPORTADOS SUS DATOS PERSONALES A ' DELIMITED BY SIZE
                  WM-RGPD-NOMBRE                      DELIMITED BY SIZE
             INTO WM-GES-NOTA.
           EXEC SQL
               INSERT
                 INTO GESTIONES(CIF, FECHA, HORA, OPERADOR, NOTA)
                 VALUES(:WM14-ORIG-CIF, :WM-GES-FECHA, :WM-GES-HORA,
                        :WM-GES-OPERADOR, :WM-GES-NOTA)
           END-EXEC.
           EXEC SQL COMMIT END-EXEC.

           MOVE WM14-LINEAS TO WM14-CONT-Z.
           MOVE SPACES TO MSG-ERR.
           IF WM14-HAY-ERROR
               STRING 'EXPORTACION INCOMPLETA EN ' DELIMITED BY SIZE
                      FUNCTION TRIM(WM-RGPD-NOMBRE) DELIMITED BY SIZE
                      '. REVISE LA CONEXION.'      DELIMITED BY SIZE
                 INTO MSG-ERR
           ELSE
               STRING 'DATOS EXPORTADOS A '        DELIMITED BY SIZE
                      FUNCTION TRIM(WM-RGPD-NOMBRE) DELIMITED BY SIZE
                      ': '                         DELIMITED BY SIZE
                      WM14-CONT-Z                  DELIMITED BY SIZE
                      ' LINEAS.'                   DELIMITED BY SIZE
                 INTO MSG-ERR
           END-IF.

      *============================================================
      * Anonimiza el cliente verificado. Los UPDATE van en una sola
      * transacción, como la fusión de G111: ficha, contactos,
      * destinatarios de la cola de correo y los datos personales
      * del historial de AUDITORIA_USRDATOS. FACTURAS, PAGOS y
      * ABONOS no se tocan: el CIF se conserva y con él todos los
      * importes. Tras el COMMIT se limpian también las filas del
      * cliente en los AUDIT_AAAAMMDD.ARC de BatchPurge (G146: mismos
      * campos que en AUDITORIA_USRDATOS); si alguno no se puede
      * reescribir se avisa, y la exportación de MENU14 tampoco
      * muestra sus datos (G159). Después queda la fila 'N' de
      * auditoría (sin los datos borrados, claro) y una gestión.
      * GESTIONES no se toca: las notas que graban los procesos
      * (reclamaciones, rebotes, correcciones de MENU15) no llevan
      * direcciones de correo; las notas libres de los operadores
      * se revisan a mano.
      *============================================================
       G145-ANONIMIZAR-CLIENTE.

           SET WM14-SIN-ERROR TO TRUE.

           PERFORM G990-ASEGURAR-CONEXION

           EXEC SQL
               UPDATE USRDATOS
                  SET NOMBRE    = :WM14-ANONIMO
                    , DIRECCION = ' '
                    , TLF       = ' '
                    , CORREO    = ' '
                    , POBLACION = ' '
                    , CODPOSTAL = ' '
                    , IBAN      = ' '
                WHERE CIF = :WM14-ORIG-CIF
                  AND ESTADO = 'B'
           END-EXEC
           IF SQLCODE NOT = 0
               SET WM14-HAY-ERROR TO TRUE
           END-IF

           IF WM14-SIN-ERROR
               EXEC SQL
                   UPDATE CONTACTOS_USRDATOS
                      SET NOMBRE   = :WM14-ANONIMO
                        , TELEFONO = ' '
                        , CORREO   = ' '
                        , CORREO_REBOTADO = ' '
                    WHERE CIF = :WM14-ORIG-CIF
               END-EXEC
               IF SQLCODE < 0
                   SET WM14-HAY-ERROR TO TRUE
               END-IF
           END-IF

           IF WM14-SIN-ERROR
               EXEC SQL
                   UPDATE NOTIFICACIONES_EMAIL
                      SET DESTINATARIO = ' '
                    WHERE CIF = :WM14-ORIG-CIF
               END-EXEC
               IF SQLCODE < 0
                   SET WM14-HAY-ERROR TO TRUE
               END-IF
           END-IF

           IF WM14-SIN-ERROR
               EXEC SQL
                   UPDATE AUDITORIA_USRDATOS
                      SET NOMBRE_ANTES      = ' '
                        , NOMBRE_DESPUES    = ' '
                        , DIRECCION_ANTES   = ' '
                        , DIRECCION_DESPUES = ' '
                        , TLF_ANTES         = ' '
                        , TLF_DESPUES       = ' '
                        , CORREO_ANTES      = ' '
                        , CORREO_DESPUES    = ' '
                    WHERE CIF = :WM14-ORIG-CIF
               END-EXEC
               IF SQLCODE < 0
                   SET WM14-HAY-ERROR TO TRUE
               END-IF
           END-IF

           IF WM14-HAY-ERROR
               MOVE 'ERROR AL ANONIMIZAR: NO SE HA CAMBIADO NADA.' TO MSG-ERR
               PERFORM G999-ERROR-DB2
               EXEC SQL ROLLBACK END-EXEC
           ELSE
               EXEC SQL COMMIT END-EXEC

               PERFORM G146-ANONIMIZAR-ARCHIVOS

               MOVE WM14-ORIG-CIF TO WM-AUDIT-CIF
               SET WM-AUDIT-ANONIMIZA TO TRUE
               MOVE SPACES        TO WM-AUDIT-NOM-ANT WM-AUDIT-DIR-ANT
                                     WM-AUDIT-TLF-ANT WM-AUDIT-COR-ANT
                                     WM-AUDIT-DIR-NUE WM-AUDIT-TLF-NUE
                                     WM-AUDIT-COR-NUE
               MOVE WM14-ANONIMO  TO WM-AUDIT-NOM-NUE
               MOVE WM14-SECTOR   TO WM-AUDIT-SECTOR-ANT
                                     WM-AUDIT-SECTOR-NUE
               PERFORM G900-AUDITORIA

               ACCEPT WM-GES-FECHA FROM DATE YYYYMMDD
               ACCEPT WM-GES-HORA FROM TIME
               MOVE WM-SES-OPERADOR TO WM-GES-OPERADOR
               MOVE 'DATOS PERSONALES ANONIMIZADOS: PLAZO DE CONSERVACION CUMPLIDO.'
                 TO WM-GES-NOTA
               EXEC SQL
                   INSERT
                     INTO GESTIONES(CIF, FECHA, HORA, OPERADOR, NOTA)
                     VALUES(:WM14-ORIG-CIF, :WM-GES-FECHA, :WM-GES-HORA,
                            :WM-GES-OPERADOR, :WM-GES-NOTA)
               END-EXEC
               EXEC SQL COMMIT END-EXEC

               MOVE WM14-ORIG-CIF TO WM14-CIF
               PERFORM G140-VERIFICAR-CLIENTE
               IF WM14-ARC-FALLO
                   MOVE SPACES TO MSG-ERR
                   STRING 'CLIENTE ANONIMIZADO. NO SE PUDO LIMPIAR '
                                                DELIMITED BY SIZE
                          WM14-ARC-FALLO-NOMBRE DELIMITED BY SPACE
                          ': REVISELO.' DELIMITED BY SIZE
                     INTO MSG-ERR
               ELSE
                   MOVE 'CLIENTE ANONIMIZADO. FACTURAS E IMPORTES SE CONSERVAN.' TO MSG-ERR
               END-IF
           END-IF

           MOVE SPACE TO WM14-PENDIENTE.

      *============================================================
      * Limpia el cliente anonimizado de los AUDIT_AAAAMMDD.ARC de
      * BatchPurge, localizados como en G157 por las fechas de sus
      * ejecuciones. Los GESTIO_ se dejan como GESTIONES: las notas
      * de los procesos no llevan datos personales y las libres se
      * revisan a mano.
      *============================================================
       G146-ANONIMIZAR-ARCHIVOS.

           SET WM14-ARC-LIMPIO TO TRUE.
           MOVE SPACES TO WM14-ARC-FALLO-NOMBRE.

           EXEC SQL
               DECLARE CURSRN CURSOR FOR
                   SELECT DISTINCT FECHA_INI
                     FROM BATCH_EJECUCIONES
                    WHERE PROCESO = 'BATCHPURGE'
                    ORDER BY FECHA_INI
           END-EXEC

           EXEC SQL OPEN CURSRN END-EXEC

           SET NFIN-CURSOR TO TRUE
           PERFORM UNTIL FIN-CURSOR
               EXEC SQL
                   FETCH CURSRN INTO :WM14-ARC-FECHA
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = 0
                       MOVE SPACES TO WM-ARCHIVO-NOMBRE
                                      WM-ARCHIVO-NUEVO
                       STRING 'AUDIT_' WM14-ARC-FECHA '.ARC'
                         DELIMITED BY SIZE INTO WM-ARCHIVO-NOMBRE
                       STRING 'AUDIT_' WM14-ARC-FECHA '.ANO'
                         DELIMITED BY SIZE INTO WM-ARCHIVO-NUEVO
                       PERFORM G147-ANONIMIZAR-FICHERO
                   WHEN SQLCODE = 100
                       SET FIN-CURSOR TO TRUE
                   WHEN OTHER
                       PERFORM G999-ERROR-DB2
                       SET WM14-ARC-FALLO TO TRUE
                       MOVE 'AUDIT_*.ARC' TO WM14-ARC-FALLO-NOMBRE
                       SET FIN-CURSOR TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL CLOSE CURSRN END-EXEC.

      *============================================================
      * Reescribe un .ARC: copia cada registro a WM-ARCHIVO-NUEVO con
      * los del CIF en blanco (G148) y, si había alguno y la copia
      * llegó entera hasta el fin de fichero, la pone en lugar del
      * original como hace BatchRecon con su foto. Si no, se borra la
      * copia y el original queda como estaba. Uno que no exista se
      * salta sin más, igual que en G159.
      *============================================================
       G147-ANONIMIZAR-FICHERO.

           MOVE ZERO TO WM14-ARC-EN-FICHERO.

           OPEN INPUT F-ARCHIVO.

           IF WM-ARCHIVO-STATUS = '00'
               OPEN OUTPUT F-ARCHIVO-NUEVO
               IF WM-ARCHIVO-NUE-STATUS NOT = '00'
                   CLOSE F-ARCHIVO
                   SET WM14-ARC-FALLO TO TRUE
                   MOVE WM-ARCHIVO-NOMBRE TO WM14-ARC-FALLO-NOMBRE
               ELSE
                   PERFORM UNTIL WM-ARCHIVO-STATUS(1:1) NOT = '0'
                              OR WM-ARCHIVO-NUE-STATUS NOT = '00'
                       READ F-ARCHIVO
                       IF WM-ARCHIVO-STATUS(1:1) = '0'
                           MOVE FL-ARCHIVO-REG TO WM14-ARC-AUD
                           IF ARCA-CIF = WM14-ORIG-CIF
                               PERFORM G148-BLANQUEAR-ARCHIVADO
                               ADD 1 TO WM14-ARC-EN-FICHERO
                           END-IF
                           MOVE WM14-ARC-AUD TO FL-ARCHIVO-NUE-REG
                           WRITE FL-ARCHIVO-NUE-REG
                       END-IF
                   END-PERFORM
                   CLOSE F-ARCHIVO F-ARCHIVO-NUEVO
                   IF WM-ARCHIVO-STATUS NOT = '10'
                      OR WM-ARCHIVO-NUE-STATUS NOT = '00'
                       CALL 'CBL_DELETE_FILE' USING WM-ARCHIVO-NUEVO
                       SET WM14-ARC-FALLO TO TRUE
                       MOVE WM-ARCHIVO-NOMBRE TO WM14-ARC-FALLO-NOMBRE
                   ELSE
                       IF WM14-ARC-EN-FICHERO = ZERO
                           CALL 'CBL_DELETE_FILE' USING WM-ARCHIVO-NUEVO
                       ELSE
                           CALL 'CBL_DELETE_FILE' USING WM-ARCHIVO-NOMBRE
                           CALL 'CBL_RENAME_FILE' USING WM-ARCHIVO-NUEVO,
                                                        WM-ARCHIVO-NOMBRE
                           IF RETURN-CODE NOT = 0
                               SET WM14-ARC-FALLO TO TRUE
                               MOVE WM-ARCHIVO-NUEVO
                                 TO WM14-ARC-FALLO-NOMBRE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *============================================================
      * Deja en blanco los datos personales de una fila archivada
      * (ARCA-*): los mismos campos que G145 borra en la base.
      *============================================================
       G148-BLANQUEAR-ARCHIVADO.

           MOVE SPACES TO ARCA-NOM-ANT ARCA-NOM-NUE
                          ARCA-DIR-ANT ARCA-DIR-NUE
                          ARCA-TLF-ANT ARCA-TLF-NUE
                          ARCA-COR-ANT ARCA-COR-NUE.

      *============================================================
      * Apartado 1 de la exportación: la ficha de USRDATOS, ya
      * cargada por G140-VERIFICAR-CLIENTE.
      *============================================================
       G150-EXP-FICHA.

           MOVE '1. FICHA DEL CLIENTE (USRDATOS)' TO WM14-TITULO.
           PERFORM G160-TITULO-APARTADO.

           MOVE SPACES TO FL-RGPD-REG.
           STRING 'CIF..............: ' WM14-ORIG-CIF
             DELIMITED BY SIZE INTO FL-RGPD-REG.
           PERFORM G163-ESCRIBIR-LINEA.
           MOVE SPACES TO FL-RGPD-REG.
           STRING 'NOMBRE...........: ' WM14-NOM
             DELIMITED BY SIZE INTO FL-RGPD-REG.
           PERFORM G163-ESCRIBIR-LINEA.
           MOVE SPACES TO FL-RGPD-REG.
           STRING 'DIRECCION........: ' WM14-DIR
             DELIMITED BY SIZE INTO FL-RGPD-REG.
           PERFORM G163-ESCRIBIR-LINEA.
           MOVE SPACES TO FL-RGPD-REG.
           STRING 'POBLACION........: ' WM14-POB
             DELIMITED BY SIZE INTO FL-RGPD-REG.
           PERFORM G163-ESCRIBIR-LINEA.
           MOVE SPACES TO FL-RGPD-REG.
           STRING 'CODIGO POSTAL....: ' WM14-CP
             DELIMITED BY SIZE INTO FL-RGPD-REG.
           PERFORM G163-ESCRIBIR-LINEA.
           MOVE SPACES TO FL-RGPD-REG.
           STRING 'PROVINCIA........: ' WM14-PROV
             DELIMITED BY SIZE INTO FL-RGPD-REG.
           PERFORM G163-ESCRIBIR-LINEA.
           MOVE SPACES TO FL-RGPD-REG.
           STRING 'TELEFONO.........: ' WM14-TLF
             DELIMITED BY SIZE INTO FL-RGPD-REG.
           PERFORM G163-ESCRIBIR-LINEA.
           MOVE SPACES TO FL-RGPD-REG.
           STRING 'CORREO...........: ' WM14-COR
             DELIMITED BY SIZE INTO FL-RGPD-REG.
           PERFORM G163-ESCRIBIR-LINEA.
           MOVE SPACES TO FL-RGPD-REG.
           STRING 'IBAN.............: ' WM14-IBAN
             DELIMITED BY SIZE INTO FL-RGPD-REG.
           PERFORM G163-ESCRIBIR-LINEA.
           MOVE SPACES TO FL-RGPD-REG.
           STRING 'SECTOR...........: ' WM14-SECTOR
             DELIMITED BY SIZE INTO FL-RGPD-REG.
           PERFORM G163-ESCRIBIR-LINEA.
           MOVE SPACES TO FL-RGPD-REG.
           STRING 'ESTADO (A/B).....: ' WM14-ESTADO
             DELIMITED BY SIZE INTO FL-RGPD-REG.
           PERFORM G163-ESCRIBIR-LINEA.
           MOVE SPACES TO FL-RGPD-REG.
           STRING 'FECHA DE ALTA....: ' WM14-FEC-ALTA
             DELIMITED BY SIZE INTO FL-RGPD-REG.
           PERFORM G163-ESCRIBIR-LINEA.
           MOVE SPACES TO FL-RGPD-REG.
           STRING 'FECHA DE BAJA....: ' WM14-FEC-BAJA
             DELIMITED BY SIZE INTO FL-RGPD-REG.
           PERFORM G163-ESCRIBIR-LINEA.
           MOVE WM14-LIMITE TO WM14-IMP1-Z.
           MOVE SPACES TO FL-RGPD-REG.
           STRING 'LIMITE DE CREDITO: ' WM14-IMP1-Z
             DELIMITED BY SIZE INTO FL-RGPD-REG.
           PERFORM G163-ESCRIBIR-LINEA.
           MOVE SPACES TO FL-RGPD-REG.
           STRING 'SITUACION RIESGO.: ' WM14-RIESGO
             DELIMITED BY SIZE INTO FL-RGPD-REG.
           PERFORM G163-ESCRIBIR-LINEA.

      *============================================================
      * Apartado 2: contactos del cliente.
      *============================================================
       G151-EXP-CONTACTOS.

           MOVE '2. CONTACTOS (CONTACTOS_USRDATOS)' TO WM14-TITULO.
           PERFORM G160-TITULO-APARTADO.
           MOVE 'T NOMBRE               TELEFONO  CORREO' TO FL-RGPD-REG.
           PERFORM G163-ESCRIBIR-LINEA.

           MOVE ZERO TO WM14-CONT.

           EXEC SQL
               DECLARE CURSRC CURSOR FOR
                   SELECT TIPO, NOMBRE, TELEFONO, CORREO
                     FROM CONTACTOS_USRDATOS
                    WHERE CIF = :WM14-ORIG-CIF
                    ORDER BY TIPO, NOMBRE
           END-EXEC

           EXEC SQL OPEN CURSRC END-EXEC

           SET NFIN-CURSOR TO TRUE
           PERFORM UNTIL FIN-CURSOR
               EXEC SQL
                   FETCH CURSRC INTO :WM14-EXP-TIPO, :WM14-EXP-NOM,
                                     :WM14-EXP-TLF, :WM14-EXP-COR
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = 0
                       ADD 1 TO WM14-CONT
                       MOVE SPACES TO FL-RGPD-REG
                       STRING WM14-EXP-TIPO ' ' WM14-EXP-NOM ' '
                              WM14-EXP-TLF ' ' WM14-EXP-COR
                         DELIMITED BY SIZE INTO FL-RGPD-REG
                       PERFORM G163-ESCRIBIR-LINEA
                   WHEN SQLCODE = 100
                       SET FIN-CURSOR TO TRUE
                   WHEN OTHER
                       PERFORM G161-ERROR-APARTADO
               END-EVALUATE
           END-PERFORM

           EXEC SQL CLOSE CURSRC END-EXEC.

           PERFORM G162-TOTAL-APARTADO.

      *============================================================
      * Apartado 3: gestiones anotadas en línea (las archivadas por
      * BatchPurge salen en el apartado 8).
      *============================================================
       G152-EXP-GESTIONES.

           MOVE '3. GESTIONES' TO WM14-TITULO.
           PERFORM G160-TITULO-APARTADO.
           MOVE 'FECHA    HORA   OPERADOR   NOTA' TO FL-RGPD-REG.
           PERFORM G163-ESCRIBIR-LINEA.

           MOVE ZERO TO WM14-CONT.

           EXEC SQL
               DECLARE CURSRG CURSOR FOR
                   SELECT FECHA, HORA, OPERADOR, NOTA
                     FROM GESTIONES
                    WHERE CIF = :WM14-ORIG-CIF
                    ORDER BY FECHA, HORA
           END-EXEC

           EXEC SQL OPEN CURSRG END-EXEC

           SET NFIN-CURSOR TO TRUE
           PERFORM UNTIL FIN-CURSOR
               EXEC SQL
                   FETCH CURSRG INTO :WM14-EXP-FECHA, :WM14-EXP-HORA,
                                     :WM14-EXP-OPER, :WM14-EXP-NOTA
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = 0
                       ADD 1 TO WM14-CONT
                       MOVE SPACES TO FL-RGPD-REG
                       STRING WM14-EXP-FECHA ' ' WM14-EXP-HORA ' '
                              WM14-EXP-OPER ' ' WM14-EXP-NOTA
                         DELIMITED BY SIZE INTO FL-RGPD-REG
                       PERFORM G163-ESCRIBIR-LINEA
                   WHEN SQLCODE = 100
                       SET FIN-CURSOR TO TRUE
                   WHEN OTHER
                       PERFORM G161-ERROR-APARTADO
               END-EVALUATE
           END-PERFORM

           EXEC SQL CLOSE CURSRG END-EXEC.

           PERFORM G162-TOTAL-APARTADO.

      *============================================================
      * Apartado 4: facturas, con lo cobrado y abonado de cada una.
      *============================================================
       G153-EXP-FACTURAS.

           MOVE '4. FACTURAS' TO WM14-TITULO.
           PERFORM G160-TITULO-APARTADO.
           MOVE 'NUMERO     FECHA    VENCIMIE    IMPORTE    COBRADO    ABONADO E'
             TO FL-RGPD-REG.
           PERFORM G163-ESCRIBIR-LINEA.

           MOVE ZERO TO WM14-CONT.

           EXEC SQL
               DECLARE CURSRF CURSOR FOR
                   SELECT NUMERO, FECHA, VENCIMIENTO, IMPORTE
                        , COBRADO, ABONADO, ESTADO
                     FROM FACTURAS
                    WHERE CIF = :WM14-ORIG-CIF
                    ORDER BY FECHA, NUMERO
           END-EXEC

           EXEC SQL OPEN CURSRF END-EXEC

           SET NFIN-CURSOR TO TRUE
           PERFORM UNTIL FIN-CURSOR
               EXEC SQL
                   FETCH CURSRF INTO :WM14-EXP-NUMERO, :WM14-EXP-FECHA,
                                     :WM14-EXP-VTO, :WM14-EXP-IMPORTE,
                                     :WM14-EXP-COBRADO, :WM14-EXP-ABONADO,
                                     :WM14-EXP-ESTADO
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = 0
                       ADD 1 TO WM14-CONT
                       MOVE WM14-EXP-IMPORTE TO WM14-IMP1-Z
                       MOVE WM14-EXP-COBRADO TO WM14-IMP2-Z
                       MOVE WM14-EXP-ABONADO TO WM14-IMP3-Z
                       MOVE SPACES TO FL-RGPD-REG
                       STRING WM14-EXP-NUMERO ' ' WM14-EXP-FECHA ' '
                              WM14-EXP-VTO ' ' WM14-IMP1-Z ' '
                              WM14-IMP2-Z ' ' WM14-IMP3-Z ' '
                              WM14-EXP-ESTADO
                         DELIMITED BY SIZE INTO FL-RGPD-REG
                       PERFORM G163-ESCRIBIR-LINEA
                   WHEN SQLCODE = 100
                       SET FIN-CURSOR TO TRUE
                   WHEN OTHER
                       PERFORM G161-ERROR-APARTADO
               END-EVALUATE
           END-PERFORM

           EXEC SQL CLOSE CURSRF END-EXEC.

           PERFORM G162-TOTAL-APARTADO.

      *============================================================
      * Apartado 5: cobros y abonos registrados.
      *============================================================
       G154-EXP-COBROS.

           MOVE '5. COBROS (PAGOS) Y ABONOS' TO WM14-TITULO.
           PERFORM G160-TITULO-APARTADO.
           MOVE 'TIPO   FECHA       IMPORTE M/FACTURA  REFERENCIA/MOTIVO'
             TO FL-RGPD-REG.
           PERFORM G163-ESCRIBIR-LINEA.

           MOVE ZERO TO WM14-CONT.

           EXEC SQL
               DECLARE CURSRP CURSOR FOR
                   SELECT FECHA, IMPORTE, METODO, REFERENCIA
                     FROM PAGOS
                    WHERE CIF = :WM14-ORIG-CIF
                    ORDER BY FECHA
           END-EXEC

           EXEC SQL OPEN CURSRP END-EXEC

           SET NFIN-CURSOR TO TRUE
           PERFORM UNTIL FIN-CURSOR
               EXEC SQL
                   FETCH CURSRP INTO :WM14-EXP-FECHA, :WM14-EXP-IMPORTE,
                                     :WM14-EXP-METODO, :WM14-EXP-REF
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = 0
                       ADD 1 TO WM14-CONT
                       MOVE WM14-EXP-IMPORTE TO WM14-IMP1-Z
                       MOVE SPACES TO FL-RGPD-REG
                       STRING 'COBRO  ' WM14-EXP-FECHA ' '
                              WM14-IMP1-Z ' ' WM14-EXP-METODO
                              '            ' WM14-EXP-REF
                         DELIMITED BY SIZE INTO FL-RGPD-REG
                       PERFORM G163-ESCRIBIR-LINEA
                   WHEN SQLCODE = 100
                       SET FIN-CURSOR TO TRUE
                   WHEN OTHER
                       PERFORM G161-ERROR-APARTADO
               END-EVALUATE
           END-PERFORM

           EXEC SQL CLOSE CURSRP END-EXEC.

           EXEC SQL
               DECLARE CURSRB CURSOR FOR
                   SELECT NUMERO, FECHA, IMPORTE, MOTIVO
                     FROM ABONOS
                    WHERE CIF = :WM14-ORIG-CIF
                    ORDER BY FECHA
           END-EXEC

           EXEC SQL OPEN CURSRB END-EXEC

           SET NFIN-CURSOR TO TRUE
           PERFORM UNTIL FIN-CURSOR
               EXEC SQL
                   FETCH CURSRB INTO :WM14-EXP-NUMERO, :WM14-EXP-FECHA,
                                     :WM14-EXP-IMPORTE, :WM14-EXP-REF
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = 0
                       ADD 1 TO WM14-CONT
                       MOVE WM14-EXP-IMPORTE TO WM14-IMP1-Z
                       MOVE SPACES TO FL-RGPD-REG
                       STRING 'ABONO  ' WM14-EXP-FECHA ' '
                              WM14-IMP1-Z '   ' WM14-EXP-NUMERO
                              ' ' WM14-EXP-REF
                         DELIMITED BY SIZE INTO FL-RGPD-REG
                       PERFORM G163-ESCRIBIR-LINEA
                   WHEN SQLCODE = 100
                       SET FIN-CURSOR TO TRUE
                   WHEN OTHER
                       PERFORM G161-ERROR-APARTADO
               END-EVALUATE
           END-PERFORM

           EXEC SQL CLOSE CURSRB END-EXEC.

           PERFORM G162-TOTAL-APARTADO.

      *============================================================
      * Apartado 6: correos que se le han dejado en la cola.
      *============================================================
       G155-EXP-CORREOS.

           MOVE '6. CORREOS ENVIADOS (NOTIFICACIONES_EMAIL)' TO WM14-TITULO.
           PERFORM G160-TITULO-APARTADO.
           MOVE 'FECHA    HORA   DESTINATARIO         ASUNTO                                   E'
             TO FL-RGPD-REG.
           PERFORM G163-ESCRIBIR-LINEA.

           MOVE ZERO TO WM14-CONT.

           EXEC SQL
               DECLARE CURSRE CURSOR FOR
                   SELECT FECHA, HORA, DESTINATARIO, ASUNTO, ENVIADO
                     FROM NOTIFICACIONES_EMAIL
                    WHERE CIF = :WM14-ORIG-CIF
                    ORDER BY FECHA, HORA
           END-EXEC

           EXEC SQL OPEN CURSRE END-EXEC

           SET NFIN-CURSOR TO TRUE
           PERFORM UNTIL FIN-CURSOR
               EXEC SQL
                   FETCH CURSRE INTO :WM14-EXP-FECHA, :WM14-EXP-HORA,
                                     :WM14-EXP-COR, :WM14-EXP-ASUNTO,
                                     :WM14-EXP-ENVIADO
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = 0
                       ADD 1 TO WM14-CONT
                       MOVE SPACES TO FL-RGPD-REG
                       STRING WM14-EXP-FECHA ' ' WM14-EXP-HORA ' '
                              WM14-EXP-COR ' ' WM14-EXP-ASUNTO ' '
                              WM14-EXP-ENVIADO
                         DELIMITED BY SIZE INTO FL-RGPD-REG
                       PERFORM G163-ESCRIBIR-LINEA
                   WHEN SQLCODE = 100
                       SET FIN-CURSOR TO TRUE
                   WHEN OTHER
                       PERFORM G161-ERROR-APARTADO
               END-EVALUATE
           END-PERFORM

           EXEC SQL CLOSE CURSRE END-EXEC.

           PERFORM G162-TOTAL-APARTADO.

      *============================================================
      * Apartado 7: historial de cambios en línea. Cada fila sale
      * con una línea por campo cambiado (ANTES -> DESPUES).
      *============================================================
       G156-EXP-AUDITORIA.

           MOVE '7. HISTORIAL DE CAMBIOS (AUDITORIA_USRDATOS)' TO WM14-TITULO.
           PERFORM G160-TITULO-APARTADO.
           MOVE 'OPER  FECHA    HORA   USUARIO                        EQUIPO'
             TO FL-RGPD-REG.
           PERFORM G163-ESCRIBIR-LINEA.

           MOVE ZERO TO WM14-CONT.

           EXEC SQL
               DECLARE CURSRA CURSOR FOR
                   SELECT OPERACION, FECHA, HORA, USUARIO, EQUIPO
                        , NOMBRE_ANTES, NOMBRE_DESPUES
                        , DIRECCION_ANTES, DIRECCION_DESPUES
                        , TLF_ANTES, TLF_DESPUES
                        , CORREO_ANTES, CORREO_DESPUES
                        , SECTOR_ANTES, SECTOR_DESPUES
                        , RIESGO_ANTES, RIESGO_DESPUES
                        , LIMITE_ANTES, LIMITE_DESPUES
                     FROM AUDITORIA_USRDATOS
                    WHERE CIF = :WM14-ORIG-CIF
                    ORDER BY FECHA, HORA
           END-EXEC

           EXEC SQL OPEN CURSRA END-EXEC

           SET NFIN-CURSOR TO TRUE
           PERFORM UNTIL FIN-CURSOR
               EXEC SQL
                   FETCH CURSRA INTO :ARCA-OPERACION, :ARCA-FECHA,
                                     :ARCA-HORA, :ARCA-USUARIO,
                                     :ARCA-EQUIPO,
                                     :ARCA-NOM-ANT, :ARCA-NOM-NUE,
                                     :ARCA-DIR-ANT, :ARCA-DIR-NUE,
                                     :ARCA-TLF-ANT, :ARCA-TLF-NUE,
                                     :ARCA-COR-ANT, :ARCA-COR-NUE,
                                     :ARCA-SECTOR-ANT, :ARCA-SECTOR-NUE,
                                     :WM14-EXP-RIE-ANT, :WM14-EXP-RIE-NUE,
                                     :WM14-EXP-LIM-ANT, :WM14-EXP-LIM-NUE
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = 0
                       ADD 1 TO WM14-CONT
                       PERFORM G158-EXP-FILA-AUDITORIA
                   WHEN SQLCODE = 100
                       SET FIN-CURSOR TO TRUE
                   WHEN OTHER
                       PERFORM G161-ERROR-APARTADO
               END-EVALUATE
           END-PERFORM

           EXEC SQL CLOSE CURSRA END-EXEC.

           PERFORM G162-TOTAL-APARTADO.

      *============================================================
      * Apartado 8: lo que BatchPurge sacó de la base a los ficheros
      * AUDIT_/GESTIO_AAAAMMDD.ARC. Se abren los de cada fecha en que
      * hubo purga y se copian las filas del CIF.
      *============================================================
       G157-EXP-ARCHIVO.

           MOVE '8. HISTORICO ARCHIVADO POR BATCHPURGE (FICHEROS .ARC)' TO WM14-TITULO.
           PERFORM G160-TITULO-APARTADO.

           MOVE ZERO TO WM14-CONT WM14-ARC-FICHEROS.

           EXEC SQL
               DECLARE CURSRH CURSOR FOR
                   SELECT DISTINCT FECHA_INI
                     FROM BATCH_EJECUCIONES
                    WHERE PROCESO = 'BATCHPURGE'
                    ORDER BY FECHA_INI
           END-EXEC

           EXEC SQL OPEN CURSRH END-EXEC

           SET NFIN-CURSOR TO TRUE
           PERFORM UNTIL FIN-CURSOR
               EXEC SQL
                   FETCH CURSRH INTO :WM14-ARC-FECHA
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = 0
                       SET WM14-ARC-AUDIT TO TRUE
                       MOVE SPACES TO WM-ARCHIVO-NOMBRE
                       STRING 'AUDIT_' WM14-ARC-FECHA '.ARC'
                         DELIMITED BY SIZE INTO WM-ARCHIVO-NOMBRE
                       PERFORM G159-LEER-ARCHIVO
                       SET WM14-ARC-GESTIO TO TRUE
                       MOVE SPACES TO WM-ARCHIVO-NOMBRE
                       STRING 'GESTIO_' WM14-ARC-FECHA '.ARC'
                         DELIMITED BY SIZE INTO WM-ARCHIVO-NOMBRE
                       PERFORM G159-LEER-ARCHIVO
                   WHEN SQLCODE = 100
                       SET FIN-CURSOR TO TRUE
                   WHEN OTHER
                       PERFORM G161-ERROR-APARTADO
               END-EVALUATE
           END-PERFORM

           EXEC SQL CLOSE CURSRH END-EXEC.

           MOVE WM14-ARC-FICHEROS TO WM14-CONT-Z.
           MOVE SPACES TO FL-RGPD-REG.
           STRING 'FICHEROS DE ARCHIVO LEIDOS: ' WM14-CONT-Z
             DELIMITED BY SIZE INTO FL-RGPD-REG.
           PERFORM G163-ESCRIBIR-LINEA.
           MOVE WM14-CONT TO WM14-ARC-LEIDOS.
           PERFORM G162-TOTAL-APARTADO.

      *============================================================
      * Una fila de auditoría (de la base o del .ARC, ya en ARCA-*):
      * cabecera con operación, momento, usuario y equipo, y una
      * línea por cada campo que cambió.
      *============================================================
       G158-EXP-FILA-AUDITORIA.

           EVALUATE ARCA-OPERACION
               WHEN 'A'
                   MOVE 'ALTA ' TO WM14-OPER-DESC
               WHEN 'M'
                   MOVE 'MODIF' TO WM14-OPER-DESC
               WHEN 'B'
                   MOVE 'BAJA ' TO WM14-OPER-DESC
               WHEN 'N'
                   MOVE 'ANONI' TO WM14-OPER-DESC
               WHEN OTHER
                   MOVE '?    ' TO WM14-OPER-DESC
           END-EVALUATE.

           MOVE SPACES TO FL-RGPD-REG.
           STRING WM14-OPER-DESC ' ' ARCA-FECHA ' ' ARCA-HORA ' '
                  ARCA-USUARIO ' ' ARCA-EQUIPO
             DELIMITED BY SIZE INTO FL-RGPD-REG.
           PERFORM G163-ESCRIBIR-LINEA.

           MOVE 'NOMBRE'    TO WM14-CAM-ETIQ.
           MOVE ARCA-NOM-ANT TO WM14-CAM-ANT.
           MOVE ARCA-NOM-NUE TO WM14-CAM-NUE.
           PERFORM G164-LINEA-CAMBIO.
           MOVE 'DIRECCION' TO WM14-CAM-ETIQ.
           MOVE ARCA-DIR-ANT TO WM14-CAM-ANT.
           MOVE ARCA-DIR-NUE TO WM14-CAM-NUE.
           PERFORM G164-LINEA-CAMBIO.
           MOVE 'TELEFONO'  TO WM14-CAM-ETIQ.
           MOVE ARCA-TLF-ANT TO WM14-CAM-ANT.
           MOVE ARCA-TLF-NUE TO WM14-CAM-NUE.
           PERFORM G164-LINEA-CAMBIO.
           MOVE 'CORREO'    TO WM14-CAM-ETIQ.
           MOVE ARCA-COR-ANT TO WM14-CAM-ANT.
           MOVE ARCA-COR-NUE TO WM14-CAM-NUE.
           PERFORM G164-LINEA-CAMBIO.
           MOVE 'SECTOR'    TO WM14-CAM-ETIQ.
           MOVE ARCA-SECTOR-ANT TO WM14-CAM-ANT.
           MOVE ARCA-SECTOR-NUE TO WM14-CAM-NUE.
           PERFORM G164-LINEA-CAMBIO.
           MOVE 'RIESGO'    TO WM14-CAM-ETIQ.
           MOVE WM14-EXP-RIE-ANT TO WM14-CAM-ANT.
           MOVE WM14-EXP-RIE-NUE TO WM14-CAM-NUE.
           PERFORM G164-LINEA-CAMBIO.
           IF WM14-EXP-LIM-ANT NOT = WM14-EXP-LIM-NUE
               MOVE 'LIMITE'    TO WM14-CAM-ETIQ
               MOVE WM14-EXP-LIM-ANT TO WM14-IMP1-Z
               MOVE WM14-EXP-LIM-NUE TO WM14-IMP2-Z
               MOVE WM14-IMP1-Z TO WM14-CAM-ANT
               MOVE WM14-IMP2-Z TO WM14-CAM-NUE
               PERFORM G164-LINEA-CAMBIO
           END-IF.

      *============================================================
      * Copia al informe las filas del CIF de un fichero .ARC. Uno
      * que no exista se salta sin aviso (ver WM-ARCHIVO-NOMBRE).
      *============================================================
       G159-LEER-ARCHIVO.

           MOVE ZERO TO WM14-ARC-EN-FICHERO.

           OPEN INPUT F-ARCHIVO.

           IF WM-ARCHIVO-STATUS = '00'
               ADD 1 TO WM14-ARC-FICHEROS
               PERFORM UNTIL WM-ARCHIVO-STATUS(1:1) NOT = '0'
                   READ F-ARCHIVO
                   IF WM-ARCHIVO-STATUS(1:1) = '0'
                      AND FL-ARCHIVO-REG(1:9) = WM14-ORIG-CIF
                       IF WM14-ARC-EN-FICHERO = ZERO
                           MOVE SPACES TO FL-RGPD-REG
                           STRING 'DE ' WM-ARCHIVO-NOMBRE
                             DELIMITED BY SIZE INTO FL-RGPD-REG
                           PERFORM G163-ESCRIBIR-LINEA
                       END-IF
                       ADD 1 TO WM14-ARC-EN-FICHERO
                       ADD 1 TO WM14-CONT
                       MOVE FL-ARCHIVO-REG TO WM14-ARC-AUD
                       IF WM14-ARC-AUDIT
                           MOVE ARCA-RIESGO-ANT TO WM14-EXP-RIE-ANT
                           MOVE ARCA-RIESGO-NUE TO WM14-EXP-RIE-NUE
      *                    Un fichero de antes de guardar el límite
      *                    trae esas posiciones en blanco.
                           IF ARCA-LIMITE-ANT IS NUMERIC
                              AND ARCA-LIMITE-NUE IS NUMERIC
                               MOVE ARCA-LIMITE-ANT TO WM14-EXP-LIM-ANT
                               MOVE ARCA-LIMITE-NUE TO WM14-EXP-LIM-NUE
                           ELSE
                               MOVE ZEROS TO WM14-EXP-LIM-ANT
                                             WM14-EXP-LIM-NUE
                           END-IF
      *                    Cliente anonimizado con un .ARC que G145 no
      *                    pudo limpiar: tampoco aquí salen sus datos.
                           IF WM14-NOM = WM14-ANONIMO
                               PERFORM G148-BLANQUEAR-ARCHIVADO
                           END-IF
                           PERFORM G158-EXP-FILA-AUDITORIA
                       ELSE
                           MOVE SPACES TO FL-RGPD-REG
                           STRING 'GESTION ' ARCG-FECHA ' ' ARCG-HORA
                                  ' ' ARCG-OPERADOR ' ' ARCG-NOTA
                             DELIMITED BY SIZE INTO FL-RGPD-REG
                           PERFORM G163-ESCRIBIR-LINEA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE F-ARCHIVO
           END-IF.

      *============================================================
      * Rótulo de un apartado de la exportación (WM14-TITULO).
      *============================================================
       G160-TITULO-APARTADO.

           MOVE SPACES TO FL-RGPD-REG.
           PERFORM G163-ESCRIBIR-LINEA.
           MOVE WM14-TITULO TO FL-RGPD-REG.
           PERFORM G163-ESCRIBIR-LINEA.
           MOVE ALL '-' TO FL-RGPD-REG.
           PERFORM G163-ESCRIBIR-LINEA.

      *============================================================
      * Error de base de datos leyendo un apartado: queda escrito en
      * el propio fichero, que ya no se da por completo.
      *============================================================
       G161-ERROR-APARTADO.

           SET WM14-HAY-ERROR TO TRUE.
           PERFORM G999-ERROR-DB2.
           MOVE '*** ERROR DE BASE DE DATOS: APARTADO INCOMPLETO ***'
             TO FL-RGPD-REG.
           PERFORM G163-ESCRIBIR-LINEA.
           SET FIN-CURSOR TO TRUE.

       G162-TOTAL-APARTADO.

           MOVE WM14-CONT TO WM14-CONT-Z.
           MOVE SPACES TO FL-RGPD-REG.
           STRING 'TOTAL REGISTROS: ' WM14-CONT-Z
             DELIMITED BY SIZE INTO FL-RGPD-REG.
           PERFORM G163-ESCRIBIR-LINEA.

       G163-ESCRIBIR-LINEA.

           WRITE FL-RGPD-REG.
           ADD 1 TO WM14-LINEAS.

      *============================================================
      * Línea "CAMPO: ANTES -> DESPUES" de G158, solo si el campo
      * cambió.
      *============================================================
       G164-LINEA-CAMBIO.

           IF WM14-CAM-ANT NOT = WM14-CAM-NUE
               MOVE SPACES TO FL-RGPD-REG
               STRING '      ' WM14-CAM-ETIQ ': ' WM14-CAM-ANT
                      ' -> ' WM14-CAM-NUE
                 DELIMITED BY SIZE INTO FL-RGPD-REG
               PERFORM G163-ESCRIBIR-LINEA
           END-IF.

      *============================================================
      * -----------MENU15 (COLA DE CORREO)--------------------------
      * Consulta paginada de NOTIFICACIONES_EMAIL por CIF, fechas y
      * estado: INTRO aplica los filtros y carga la primera página,
      * F11 pasa a la siguiente (más antigua). Sobre la fila
      * indicada, F5 vuelve a encolar el mensaje, F6 cancela uno
      * pendiente y F7 lo encola con el correo nuevo tecleado.
      *============================================================
       PARRAFO-MENU15.

           call x"af" using flag
                            user-key-control.

           display MENU15.

           accept MENU15.

           INITIALIZE MSG-ERR.
           MOVE SPACES TO WM15-RESULTADO.
           evaluate key-type
               when 0
                   IF NOT WM15-ESTADO-VALIDO
                       MOVE 'ESTADO INVALIDO (N/S/F/R/C O EN BLANCO).' TO MSG-ERR
                   ELSE
                       PERFORM G170-CARGAR-CORREOS
                   END-IF

               when 1
                   evaluate key-code-1
                       when 3
                           perform PARRAFO-MENU00
                       when 5
                           PERFORM G173-COMPROBAR-FILA
                           IF WM15-FILA-OK
                               PERFORM G174-REENVIAR-CORREO
                           END-IF
                       when 6
                           PERFORM G173-COMPROBAR-FILA
                           IF WM15-FILA-OK
                               PERFORM G175-CANCELAR-CORREO
                           END-IF
                       when 7
                           PERFORM G173-COMPROBAR-FILA
                           IF WM15-FILA-OK
                               PERFORM G176-CORREGIR-CORREO
                           END-IF
                       when 11
                           IF WM15-HAY-MAS
                               PERFORM G171-CARGAR-PAGINA-CORREOS
                           ELSE
                               MOVE 'NO HAY MAS CORREOS.' TO MSG-ERR
                           END-IF
                       when other
                           continue
                   end-evaluate
           end-evaluate.

      *    Acción hecha: la lista vuelve a la primera página para que
      *    se vea la fila nueva o el estado cambiado, y la gestión
      *    queda anotada al cliente.
           IF WM15-RESULTADO NOT = SPACES
               PERFORM G170-CARGAR-CORREOS
               PERFORM G177-ANOTAR-GESTION-CORREO
           END-IF.

           perform PARRAFO-MENU15.

      *============================================================
      * Primera página de la cola: reinicia el marcador (ID máximo)
      * y la fila elegida, y carga la página con los filtros.
      *============================================================
       G170-CARGAR-CORREOS.

           MOVE 999999999 TO WM15-ULT-ID.
           SET WM15-HAY-MAS TO TRUE.
           MOVE ZERO TO WM15-FILA.

           PERFORM G171-CARGAR-PAGINA-CORREOS.

      *============================================================
      * Carga en CORFILA(1-7) la siguiente página de la cola según
      * los filtros (en blanco/cero = sin filtrar), de la fila más
      * reciente a la más antigua. ID es único, así que el marcador
      * es simplemente el último ID mostrado.
      *============================================================
       G171-CARGAR-PAGINA-CORREOS.

           PERFORM G990-ASEGURAR-CONEXION

           EXEC SQL
               DECLARE CURSCO CURSOR FOR
                   SELECT ID, CIF, DESTINATARIO, ASUNTO, MENSAJE
                        , FECHA, HORA, ENVIADO
                        , ISNULL(INCIDENCIA, ' ')
                     FROM NOTIFICACIONES_EMAIL
                    WHERE (:WM15-CIF = ' ' OR CIF = :WM15-CIF)
                      AND (:WM15-FEC-DESDE = 0
                           OR FECHA >= :WM15-FEC-DESDE)
                      AND (:WM15-FEC-HASTA = 0
                           OR FECHA <= :WM15-FEC-HASTA)
                      AND (:WM15-ESTADO = ' '
                           OR ENVIADO = :WM15-ESTADO)
                      AND ID < :WM15-ULT-ID
                    ORDER BY ID DESC
           END-EXEC

           EXEC SQL OPEN CURSCO END-EXEC

           SET NFIN-CURSOR TO TRUE
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > 7
               IF NFIN-CURSOR
                   EXEC SQL
                       FETCH CURSCO INTO :COR-ID(F), :COR-CIF(F),
                                          :COR-DEST(F), :COR-ASUNTO(F),
                                          :COR-MENSAJE(F),
                                          :COR-FECHA(F), :COR-HORA(F),
                                          :COR-ENVIADO(F),
                                          :COR-INCIDENCIA(F)
                   END-EXEC
                   IF SQLCODE NOT = 0
                       SET FIN-CURSOR TO TRUE
                       MOVE SPACES TO CORFILA(F)
                       IF SQLCODE NOT = 100
                           PERFORM G999-ERROR-DB2
                       END-IF
                   END-IF
               ELSE
                   MOVE SPACES TO CORFILA(F)
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CURSCO END-EXEC.

           IF FIN-CURSOR
               SET WM15-NO-HAY-MAS TO TRUE
           END-IF.

           IF CORFILA(1) = SPACES AND MSG-ERR = SPACES
               MOVE 'NO HAY CORREOS PARA ESOS FILTROS.' TO MSG-ERR
           END-IF.

      *    Marcador: ID de la última fila mostrada. Página vacía: se
      *    deja como estaba.
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > 7
               IF CORFILA(F) NOT = SPACES
                   MOVE COR-ID(F) TO WM15-ULT-ID
               END-IF
           END-PERFORM.

           PERFORM G172-FORMATEAR-LINEAS-COR.

           MOVE CORLIN(1) TO WM15-FILA1.
           MOVE CORLIN(2) TO WM15-FILA2.
           MOVE CORLIN(3) TO WM15-FILA3.
           MOVE CORLIN(4) TO WM15-FILA4.
           MOVE CORLIN(5) TO WM15-FILA5.
           MOVE CORLIN(6) TO WM15-FILA6.
           MOVE CORLIN(7) TO WM15-FILA7.

      *============================================================
      * Da formato de línea de lista a cada CORFILA cargada. En un
      * rebotado o fallido se enseña el motivo en vez del asunto.
      *============================================================
       G172-FORMATEAR-LINEAS-COR.

           PERFORM VARYING F FROM 1 BY 1 UNTIL F > 7
               MOVE SPACES TO CORLIN(F)
               IF CORFILA(F) NOT = SPACES
                   MOVE COR-FECHA(F) TO CORL-FECHA(F)
                   MOVE COR-HORA(F)  TO CORL-HORA(F)
                   MOVE COR-CIF(F)   TO CORL-CIF(F)
                   MOVE COR-DEST(F)  TO CORL-DEST(F)
                   EVALUATE COR-ENVIADO(F)
                       WHEN 'N'
                           MOVE 'PENDIENTE' TO CORL-ESTADO(F)
                       WHEN 'S'
                           MOVE 'ENVIADO'   TO CORL-ESTADO(F)
                       WHEN 'F'
                           MOVE 'FALLIDO'   TO CORL-ESTADO(F)
                       WHEN 'R'
                           MOVE 'REBOTADO'  TO CORL-ESTADO(F)
                       WHEN 'C'
                           MOVE 'CANCELADO' TO CORL-ESTADO(F)
                       WHEN OTHER
                           MOVE COR-ENVIADO(F) TO CORL-ESTADO(F)
                   END-EVALUATE
                   IF (COR-ENVIADO(F) = 'R' OR COR-ENVIADO(F) = 'F')
                      AND COR-INCIDENCIA(F) NOT = SPACES
                       MOVE COR-INCIDENCIA(F) TO CORL-TEXTO(F)
                   ELSE
                       MOVE COR-ASUNTO(F) TO CORL-TEXTO(F)
                   END-IF
               END-IF
           END-PERFORM.

      *============================================================
      * La fila indicada (1-7) tiene que tener un correo cargado:
      * CORFILA es OCCURS 7 y las acciones la usan como subíndice.
      *============================================================
       G173-COMPROBAR-FILA.

           SET WM15-FILA-MALA TO TRUE.

           IF WM15-FILA >= 1 AND WM15-FILA <= 7
               IF CORFILA(WM15-FILA) NOT = SPACES
                   SET WM15-FILA-OK TO TRUE
               ELSE
                   MOVE 'LA FILA INDICADA ESTA VACIA.' TO MSG-ERR
                   MOVE ZERO TO WM15-FILA
               END-IF
           ELSE
               MOVE 'INDIQUE LA FILA (1-7) DEL CORREO.' TO MSG-ERR
               MOVE ZERO TO WM15-FILA
           END-IF.

      *============================================================
      * F5: deja en la cola una copia pendiente del mensaje de la
      * fila, al mismo destinatario. La fila original no se toca: es
      * el historial de lo que pasó. Un rebotado no se reenvía a la
      * misma dirección (volvería a rebotar): para eso está F7.
      *============================================================
       G174-REENVIAR-CORREO.

           EVALUATE TRUE
               WHEN COR-ENVIADO(WM15-FILA) = 'N'
                   MOVE 'EL CORREO YA ESTA PENDIENTE DE ENVIO.' TO MSG-ERR
               WHEN COR-ENVIADO(WM15-FILA) = 'R'
                   MOVE 'CORREO REBOTADO: TECLEE EL CORREO NUEVO Y PULSE F7.' TO MSG-ERR
               WHEN COR-DEST(WM15-FILA) = SPACES
                   MOVE 'EL CORREO NO TIENE DESTINATARIO: TECLEE UNO Y PULSE F7.' TO MSG-ERR
               WHEN OTHER
                   PERFORM G990-ASEGURAR-CONEXION
                   MOVE COR-CIF(WM15-FILA)     TO WM-EMAIL-CIF
                   MOVE COR-DEST(WM15-FILA)    TO WM-EMAIL-DEST
                   MOVE COR-ASUNTO(WM15-FILA)  TO WM-EMAIL-ASUNTO
                   MOVE COR-MENSAJE(WM15-FILA) TO WM-EMAIL-CUERPO
                   PERFORM G910-NOTIFICAR-EMAIL
                   IF WM-EMAIL-SQLCODE = 0
                       MOVE COR-CIF(WM15-FILA) TO WM-GES-CIF
                       MOVE SPACES TO WM-GES-NOTA
                       STRING 'CORREO REENVIADO: ' DELIMITED BY SIZE
                              COR-ASUNTO(WM15-FILA) DELIMITED BY SIZE
                         INTO WM-GES-NOTA
                       MOVE SPACES TO WM15-RESULTADO
                       STRING 'CORREO ENCOLADO DE NUEVO PARA ' DELIMITED BY SIZE
                              COR-DEST(WM15-FILA) DELIMITED BY SPACE
                              '.' DELIMITED BY SIZE
                         INTO WM15-RESULTADO
                   ELSE
                       PERFORM G179-ERROR-ENCOLAR
                   END-IF
           END-EVALUATE.

      *============================================================
      * F6: cancela un mensaje todavía pendiente. Si el proceso de
      * envío lo ha tomado entretanto, el UPDATE no encuentra la
      * fila en 'N' y se avisa en vez de pisar su estado.
      *============================================================
       G175-CANCELAR-CORREO.

           IF COR-ENVIADO(WM15-FILA) NOT = 'N'
               MOVE 'SOLO SE PUEDE CANCELAR UN CORREO PENDIENTE.' TO MSG-ERR
           ELSE
               PERFORM G990-ASEGURAR-CONEXION
               MOVE SPACES TO WM15-INCIDENCIA
               STRING 'CANCELADO POR ' DELIMITED BY SIZE
                      WM-SES-OPERADOR  DELIMITED BY SIZE
                 INTO WM15-INCIDENCIA

               EXEC SQL
                   UPDATE NOTIFICACIONES_EMAIL
                      SET ENVIADO    = 'C'
                        , INCIDENCIA = :WM15-INCIDENCIA
                    WHERE ID      = :COR-ID(WM15-FILA)
                      AND ENVIADO = 'N'
               END-EXEC

               EVALUATE TRUE
                   WHEN SQLCODE = 0
                       EXEC SQL COMMIT END-EXEC
                       MOVE COR-CIF(WM15-FILA) TO WM-GES-CIF
                       MOVE SPACES TO WM-GES-NOTA
                       STRING 'CORREO CANCELADO: ' DELIMITED BY SIZE
                              COR-ASUNTO(WM15-FILA) DELIMITED BY SIZE
                         INTO WM-GES-NOTA
                       MOVE 'CORREO CANCELADO.' TO WM15-RESULTADO
                   WHEN SQLCODE = 100
                       EXEC SQL ROLLBACK END-EXEC
                       MOVE 'EL CORREO YA NO ESTA PENDIENTE (LO HA TOMADO EL ENVIO). BUSQUE DE NUEVO.' TO MSG-ERR
                   WHEN OTHER
                       PERFORM G999-ERROR-DB2
                       EXEC SQL ROLLBACK END-EXEC
               END-EVALUATE
           END-IF.

      *============================================================
      * F7: encola el mensaje de la fila con el correo nuevo, en una
      * sola transacción: si el original seguía pendiente se cancela
      * (no saldría a la dirección mala), los contactos del CIF con
      * la dirección vieja pasan a la nueva y pierden la marca de
      * rebote, y G910 graba la fila nueva y lo confirma todo. El
      * correo de la ficha (USRDATOS) no se toca aquí: se cambia en
      * MENU04, que deja su auditoría; solo se avisa.
      *============================================================
       G176-CORREGIR-CORREO.

           MOVE ZERO TO WM15-ARROBAS.
           INSPECT WM15-NUEVO-COR TALLYING WM15-ARROBAS FOR ALL '@'.

           EVALUATE TRUE
               WHEN WM15-NUEVO-COR = SPACES OR WM15-ARROBAS NOT = 1
                   MOVE 'TECLEE EL CORREO NUEVO (CON UNA @) Y PULSE F7.' TO MSG-ERR
               WHEN WM15-NUEVO-COR = COR-DEST(WM15-FILA)
                   MOVE 'EL CORREO NUEVO ES IGUAL AL DE LA FILA.' TO MSG-ERR
               WHEN OTHER
                   PERFORM G990-ASEGURAR-CONEXION
                   SET WM15-SIN-ERROR TO TRUE
                   MOVE ZERO TO WM15-EN-FICHA

                   IF COR-ENVIADO(WM15-FILA) = 'N'
                       MOVE 'DIRECCION CORREGIDA, ENCOLADO DE NUEVO'
                         TO WM15-INCIDENCIA
                       EXEC SQL
                           UPDATE NOTIFICACIONES_EMAIL
                              SET ENVIADO    = 'C'
                                , INCIDENCIA = :WM15-INCIDENCIA
                            WHERE ID      = :COR-ID(WM15-FILA)
                              AND ENVIADO = 'N'
                       END-EXEC
                       IF SQLCODE < 0
                           SET WM15-HAY-ERROR TO TRUE
                       END-IF
                   END-IF

                   IF WM15-SIN-ERROR
                      AND COR-CIF(WM15-FILA) NOT = SPACES
                      AND COR-DEST(WM15-FILA) NOT = SPACES
                       EXEC SQL
                           UPDATE CONTACTOS_USRDATOS
                              SET CORREO          = :WM15-NUEVO-COR
                                , CORREO_REBOTADO = ' '
                            WHERE CIF    = :COR-CIF(WM15-FILA)
                              AND CORREO = :COR-DEST(WM15-FILA)
                       END-EXEC
                       IF SQLCODE < 0
                           SET WM15-HAY-ERROR TO TRUE
                       END-IF
                   END-IF

                   IF WM15-SIN-ERROR
                      AND COR-CIF(WM15-FILA) NOT = SPACES
                      AND COR-DEST(WM15-FILA) NOT = SPACES
                       EXEC SQL
                           SELECT COUNT(*)
                             INTO :WM15-EN-FICHA
                             FROM USRDATOS
                            WHERE CIF    = :COR-CIF(WM15-FILA)
                              AND CORREO = :COR-DEST(WM15-FILA)
                       END-EXEC
                       IF SQLCODE NOT = 0
                           SET WM15-HAY-ERROR TO TRUE
                       END-IF
                   END-IF

                   IF WM15-HAY-ERROR
                       PERFORM G999-ERROR-DB2
                       EXEC SQL ROLLBACK END-EXEC
                   ELSE
                       MOVE COR-CIF(WM15-FILA)     TO WM-EMAIL-CIF
                       MOVE WM15-NUEVO-COR         TO WM-EMAIL-DEST
                       MOVE COR-ASUNTO(WM15-FILA)  TO WM-EMAIL-ASUNTO
                       MOVE COR-MENSAJE(WM15-FILA) TO WM-EMAIL-CUERPO
                       PERFORM G910-NOTIFICAR-EMAIL
                       IF WM-EMAIL-SQLCODE = 0
                           MOVE COR-CIF(WM15-FILA) TO WM-GES-CIF
                           MOVE SPACES TO WM-GES-NOTA
      *                    Sin las direcciones: la nota sobrevive
      *                    a la anonimización (G145).
                           STRING 'CORREO CORREGIDO Y REENCOLADO (AVISO '
                                                      DELIMITED BY SIZE
                                  COR-ID(WM15-FILA)   DELIMITED BY SIZE
                                  ')'                 DELIMITED BY SIZE
                             INTO WM-GES-NOTA
                           MOVE SPACES TO WM15-RESULTADO
                           IF WM15-EN-FICHA > 0
                               STRING 'ENCOLADO PARA ' DELIMITED BY SIZE
                                      WM15-NUEVO-COR  DELIMITED BY SPACE
                                      '. CAMBIELO TAMBIEN EN LA FICHA (MENU04).'
                                      DELIMITED BY SIZE
                                 INTO WM15-RESULTADO
                           ELSE
                               STRING 'CORREO ENCOLADO PARA ' DELIMITED BY SIZE
                                      WM15-NUEVO-COR  DELIMITED BY SPACE
                                      '.' DELIMITED BY SIZE
                                 INTO WM15-RESULTADO
                           END-IF
                           MOVE SPACES TO WM15-NUEVO-COR
                       ELSE
                           PERFORM G179-ERROR-ENCOLAR
                       END-IF
                   END-IF
           END-EVALUATE.

      *============================================================
      * Anota en GESTIONES del cliente la acción hecha en MENU15
      * (WM-GES-CIF/WM-GES-NOTA los deja la acción) y deja su
      * resultado en MSG-ERR. Un correo sin CIF (p.ej. los avisos a
      * operaciones de BatchNoche) no lleva gestión.
      *============================================================
       G177-ANOTAR-GESTION-CORREO.

           IF WM-GES-CIF NOT = SPACES
               PERFORM G064-GUARDAR-GESTION
               IF SQLCODE = 0
                   MOVE WM15-RESULTADO TO MSG-ERR
               END-IF
           ELSE
               MOVE WM15-RESULTADO TO MSG-ERR
           END-IF.

      *============================================================
      * Aviso de MENU02 para el CIF encontrado: contactos marcados
      * por BatchRebote y correo de la ficha cuyo último envío a esa
      * dirección rebotó (si después salió bien otro, ya no avisa).
      * Usa la conexión ya abierta de la búsqueda.
      *============================================================
       G178-AVISO-CORREO-REBOTADO.

           MOVE SPACES TO WM02-AVISO-CORREO.
           MOVE ZERO TO WM02-REB-FICHA WM02-REB-CONTACTOS.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WM02-REB-CONTACTOS
                 FROM CONTACTOS_USRDATOS
                WHERE CIF = :WM-DATOS-CIF
                  AND CORREO_REBOTADO = 'S'
           END-EXEC.

           IF SQLCODE = 0 AND WM-DATOS-COR NOT = SPACES
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WM02-REB-FICHA
                     FROM NOTIFICACIONES_EMAIL N
                    WHERE N.CIF          = :WM-DATOS-CIF
                      AND N.DESTINATARIO = :WM-DATOS-COR
                      AND N.ENVIADO      = 'R'
                      AND NOT EXISTS (SELECT 1
                                        FROM NOTIFICACIONES_EMAIL S
                                       WHERE S.DESTINATARIO = N.DESTINATARIO
                                         AND S.ENVIADO      = 'S'
                                         AND S.ID           > N.ID)
               END-EXEC
           END-IF.

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   CONTINUE
               WHEN WM02-REB-FICHA > 0 AND WM02-REB-CONTACTOS > 0
                   MOVE 'AVISO: HA REBOTADO EL CORREO DE LA FICHA Y EL DE CONTACTOS. PIDA OTRO.'
                     TO WM02-AVISO-CORREO
               WHEN WM02-REB-FICHA > 0
                   MOVE 'AVISO: HA REBOTADO EL CORREO DE LA FICHA. PIDA OTRO (MENU04).'
                     TO WM02-AVISO-CORREO
               WHEN WM02-REB-CONTACTOS > 0
                   MOVE 'AVISO: HA REBOTADO EL CORREO DE CONTACTOS. PIDA OTRO (MENU05).'
                     TO WM02-AVISO-CORREO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *============================================================
      * El INSERT de G910 falló (y G910 ya lo ha deshecho todo):
      * se enseña su SQLCODE, el de la sesión es ya el del ROLLBACK.
      *============================================================
       G179-ERROR-ENCOLAR.

           MOVE WM-EMAIL-SQLCODE TO DB2-SQLCODE-Z.
           MOVE SPACES TO MSG-ERR.
           STRING 'ERROR AL ENCOLAR EL CORREO. SQLCODE: ' DELIMITED BY SIZE
                  DB2-SQLCODE-Z DELIMITED BY SIZE
             INTO MSG-ERR.
