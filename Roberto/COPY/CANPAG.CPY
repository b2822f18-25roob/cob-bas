      *    REGISTRO DE RECIBOS CANCELADOS (CAN-PAG).
      *    UN REGISTRO POR RECIBO DE PAG-CLI CANCELADO POR UN
      *    SUPERVISOR, LLAVE: FOLIO DEL RECIBO; LLAVE ALTERNA: FECHA
      *    DE LA CANCELACION (CON DUPLICADOS) PARA EL CORTE DE CAJA
      *    Y LA POLIZA DEL DIA. EL RECIBO ORIGINAL NO SE BORRA.
      *    MOT-CAN: "1" ERROR DE CAPTURA, "2" CLIENTE EQUIVOCADO,
      *    "3" CHEQUE DEVUELTO.
      *    SUC-CAN, MET-CAN, OPE-PAG-CAN Y FEC-PAG-CAN SON LOS DEL
      *    RECIBO ORIGINAL (OPE-PAG-CAN "DOMICIL " EN LOS COBROS DEL
      *    BANCO); OPER-CAN ES EL SUPERVISOR QUE CANCELO.
      *    FOL-CARGO-CAN/IMP-CARGO-CAN: FOLIO DE FAC-CLI DE LA
      *    COMISION POR CHEQUE DEVUELTO (CERO SI NO SE COBRO).
      *    ESCRITO POR CAN-PAG; LO LEEN COR-CAJ, POL-DIA Y EDO-CTA.
       01 REG-CAN.
           03 FOLIO-PAG-CAN      PIC 9(06).
           03 ID-CLIENTE-CAN     PIC 9(03).
           03 FEC-CAN            PIC 9(08).
           03 HOR-CAN            PIC 9(06).
           03 IMP-CAN            PIC 9(05)V99.
           03 MOT-CAN            PIC X.
           03 DES-CAN            PIC X(30).
           03 OPER-CAN           PIC X(08).
           03 SUC-CAN            PIC 9(02).
           03 MET-CAN            PIC X.
           03 OPE-PAG-CAN        PIC X(08).
           03 FEC-PAG-CAN        PIC 9(08).
           03 FOL-CARGO-CAN      PIC 9(06).
           03 IMP-CARGO-CAN      PIC 9(05)V99.
