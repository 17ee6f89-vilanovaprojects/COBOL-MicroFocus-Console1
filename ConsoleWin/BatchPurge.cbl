      * que graba G900-AUDITORIA, uno detrás de otro:
      * CIF(9)+OPERACION(1)+FECHA(8)+HORA(6)+USUARIO(30)+EQUIPO(30)+
      * NOMBRE A/D(20+20)+DIRECCION A/D(35+35)+TLF A/D(9+9)+
      * CORREO A/D(20+20)+SECTOR A/D(4+4)+RIESGO A/D(1+1)+
      * LIMITE A/D(9+9, 9(7)V99 sin coma) = 280 posiciones. Los
      * ficheros de antes de guardar riesgo y límite tienen las 260
      * primeras.
       fd F-ARC-AUD.
       01 FL-ARC-AUD-REG PIC X(280).

      * Registro de archivo de gestiones:
      * CIF(9)+FECHA(8)+HORA(6)+OPERADOR(10)+NOTA(60) = 93.
         03 WM-AUD-COR-NUE    PIC X(20).
         03 WM-AUD-SECTOR-ANT PIC X(04).
         03 WM-AUD-SECTOR-NUE PIC X(04).
         03 WM-AUD-RIESGO-ANT PIC X(01).
         03 WM-AUD-RIESGO-NUE PIC X(01).
         03 WM-AUD-LIMITE-ANT PIC 9(7)V99.
         03 WM-AUD-LIMITE-NUE PIC 9(7)V99.

      * Fila de GESTIONES leída para archivar, igual que
      * FL-ARC-GES-REG.
                            , TLF_ANTES,       TLF_DESPUES
                            , CORREO_ANTES,    CORREO_DESPUES
                            , SECTOR_ANTES,    SECTOR_DESPUES
                            , RIESGO_ANTES,    RIESGO_DESPUES
                            , LIMITE_ANTES,    LIMITE_DESPUES
                         FROM AUDITORIA_USRDATOS
                        WHERE FECHA < :WM-FEC-CORTE
                          AND (FECHA > :WM-AUD-MARCA-FECHA
                             :WM-AUD-DIR-ANT, :WM-AUD-DIR-NUE,
                             :WM-AUD-TLF-ANT, :WM-AUD-TLF-NUE,
                             :WM-AUD-COR-ANT, :WM-AUD-COR-NUE,
                             :WM-AUD-SECTOR-ANT, :WM-AUD-SECTOR-NUE,
                             :WM-AUD-RIESGO-ANT, :WM-AUD-RIESGO-NUE,
                             :WM-AUD-LIMITE-ANT, :WM-AUD-LIMITE-NUE
                   END-EXEC
                   EVALUATE TRUE
                       WHEN SQLCODE = 0
