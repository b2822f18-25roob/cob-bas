      *    REGISTRO DE DESGLOSE DE IVA POR FOLIO (FAC-IVA).
      *    UN REGISTRO POR FOLIO DE FAC-CLI, LLAVE: FOLIO; LLAVE
      *    ALTERNA FEC-FIV (DIA DE EMISION) PARA EL REPORTE MENSUAL
      *    DE IVA. SE GRABA AL EMITIR EL FOLIO CON LA TASA VIGENTE EN
      *    ESE DIA (VER IVA-TAB) Y YA NO CAMBIA: SUB-FIV + IVA-FIV ES
      *    EL IMP-FAC DEL FOLIO.
      *    UN FOLIO EMITIDO ANTES DEL DESGLOSE NO TIENE REGISTRO; LOS
      *    PROGRAMAS LO DESGLOSAN CON LA TASA VIGENTE EN SU FECHA DE
      *    EMISION.
      *    LO GRABAN GEN-FACT, CAN-PAG, REC-MOR Y MAN-CLI.
       01 REG-FIV.
           03 FOLIO-FIV      PIC 9(06).
           03 FEC-FIV        PIC 9(08).
           03 TASA-FIV       PIC 9(02)V99.
           03 SUB-FIV        PIC 9(05)V99.
           03 IVA-FIV        PIC 9(05)V99.
