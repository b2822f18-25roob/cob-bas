      *    CATALOGO DE CUENTAS CONTABLES DE LA POLIZA (CTA-CON).
      *    UN REGISTRO POR TIPO DE MOVIMIENTO Y TIPO DE TARJETA,
      *    LLAVE: TIP-CTA + TAR-CTA. TAR-CTA = 0 ES LA CUENTA DEL
      *    MOVIMIENTO PARA CUALQUIER TARJETA; UN REGISTRO CON LA CLAVE
      *    DE TARJETA (CLA-TAR DEL CLIENTE) LA SUSTITUYE PARA ESE TIPO
      *    (POR EJEMPLO, INGRESOS DE ANUALIDADES POR TARJETA).
      *    TIPOS: CAJA EFECTIVO, BANC BANCOS, CLIE CLIENTES, ESTI
      *    ESTIMACION DE INCOBRABLES, ANUA ANUALIDADES, RMOR
      *    RECARGOS, CCHQ COMISION DE CHEQUE, RPLA REPOSICION DE
      *    PLASTICO, IVAT IVA TRASLADADO, NCPP NOTAS DE CREDITO POR
      *    PAGAR. SEG-CTA = "S" LA CUENTA LLEVA EL CENTRO DE COSTO
      *    DE LA SUCURSAL (SUC-PAG EN CAJA Y BANCOS, SUC-CLI EN LAS
      *    DEMAS); "N" SIN SEGMENTO.
      *    MANTENIDO POR GEN-CTA (CADA CAMBIO QUEDA EN CTA-LOG);
      *    LEIDO POR POL-DIA Y CUA-CAR.
       01 REG-CTA.
           03 LLAVE-CTA.
               05 TIP-CTA    PIC X(04).
               05 TAR-CTA    PIC 9.
           03 CTA-CTA        PIC 9(04).
           03 SEG-CTA        PIC X.
           03 DES-CTA        PIC X(30).
           03 OPER-CTA       PIC X(08).
           03 FEC-CTA        PIC 9(08).
