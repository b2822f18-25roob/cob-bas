      *    REGISTRO DE TASAS DE IVA (IVA-TAB).
      *    UN REGISTRO POR FECHA DE VIGENCIA, LLAVE: FEC-EFE-IVA. LA
      *    TASA APLICABLE A UNA FECHA ES LA DEL REGISTRO CON FECHA DE
      *    VIGENCIA MAS RECIENTE QUE NO REBASA LA FECHA PEDIDA, IGUAL
      *    QUE LAS TARIFAS DE TAR-TAB. LA TASA ES PORCENTAJE (EJEMPLO:
      *    16.00 = 16 POR CIENTO). SIN TASA VIGENTE EL IVA ES CERO.
      *    MANTENIDO POR GEN-IVA; LOS IMPORTES DEL SISTEMA (ANUA,
      *    IMP-FAC, IMP-PAG, IMP-NCR) YA INCLUYEN EL IVA Y LA TASA
      *    SOLO SIRVE PARA DESGLOSARLO.
       01 REG-IVA.
           03 FEC-EFE-IVA    PIC 9(08).
           03 TASA-IVA       PIC 9(02)V99.
           03 OPER-IVA       PIC X(08).
           03 FEC-CAP-IVA    PIC 9(08).
