      *    REGISTRO DE MOVIMIENTOS EN PERIODO REABIERTO (PER-MOV).
      *    UNA LINEA POR CADA MOVIMIENTO DE DINERO GRABADO CON FECHA
      *    DE UN MES REABIERTO EN PER-CON: PERIODO Y NUMERO DE
      *    REAPERTURA, PROGRAMA, TIPO ("PAG" RECIBO, "REE" PAGO DE
      *    REEMBOLSO), FOLIO, CLIENTE, FECHA E IMPORTE DEL
      *    MOVIMIENTO, Y QUIEN Y CUANDO LO CAPTURO.
      *    ESCRITO POR GEN-PAG, RET-DOM Y CNF-NCR; LO LISTA CIE-PER
      *    AL VOLVER A CERRAR EL MES.
       01 REG-PMV.
           03 PER-PMV        PIC 9(06).
           03 NUM-PMV        PIC 9(03).
           03 PRO-PMV        PIC X(08).
           03 TIP-PMV        PIC X(03).
           03 FOLIO-PMV      PIC 9(06).
           03 ID-CLIENTE-PMV PIC 9(03).
           03 FEC-PMV        PIC 9(08).
           03 IMP-PMV        PIC 9(07)V99.
           03 OPER-PMV       PIC X(08).
           03 FEC-CAP-PMV    PIC 9(08).
           03 HOR-CAP-PMV    PIC 9(06).
