      *    REGISTRO DE APLICACION DE RECIBOS A FOLIOS (APL-PAG).
      *    UN REGISTRO POR CADA ABONO DE UN RECIBO DE PAG-CLI A UN
      *    FOLIO DE FAC-CLI, LLAVE: FOLIO DEL RECIBO + FOLIO DE LA
      *    FACTURA, PARA PODER DESHACER EXACTAMENTE LO QUE UN RECIBO
      *    LIQUIDO SI DESPUES SE CANCELA.
      *    ORI-APL: "R" ABONO DIRECTO DEL RECIBO (GEN-PAG, RET-DOM),
      *    "S" ABONO DEL SALDO A FAVOR DEL RECIBO (GEN-FACT),
      *    "K" RECUPERACION: ABONO DEL RECIBO A UN FOLIO CASTIGADO
      *    (GEN-PAG, VER CAS-CLI).
      *    EST-APL: "A" APLICADO, "C" CANCELADO (VER CAN-PAG).
      *    LO GRABAN GEN-PAG, RET-DOM Y GEN-FACT; LO REVIERTE CAN-PAG.
       01 REG-APL.
           03 LLAVE-APL.
               05 FOLIO-PAG-APL  PIC 9(06).
               05 FOLIO-FAC-APL  PIC 9(06).
           03 ID-CLIENTE-APL     PIC 9(03).
           03 IMP-APL            PIC 9(05)V99.
           03 FEC-APL            PIC 9(08).
           03 ORI-APL            PIC X.
           03 EST-APL            PIC X.
