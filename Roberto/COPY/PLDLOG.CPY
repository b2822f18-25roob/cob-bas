      *    REGISTRO DE LA BITACORA DE AUTORIZACIONES PLD (PLD-LOG).
      *    UNA LINEA POR RECIBO EN EFECTIVO QUE HACE REBASAR A UN
      *    CLIENTE EL UMBRAL MENSUAL DE PLD-TAB, AUTORIZADO O NO.
      *    ACU-PLG ES EL EFECTIVO DEL MES ANTES DE ESTE RECIBO.
      *    RES-PLG: "A" AUTORIZADO POR EL SUPERVISOR SUP-PLG (EL
      *    RECIBO QUEDA EN FOL-PLG), "D" NEGADO (NO HAY RECIBO,
      *    FOL-PLG EN CEROS).
      *    ESCRITO POR GEN-PAG; LO LEE REP-PLD.
       01 REG-PLG.
           03 FEC-PLG        PIC 9(08).
           03 HOR-PLG        PIC 9(06).
           03 ID-CLIENTE-PLG PIC 9(03).
           03 SUC-PLG        PIC 9(02).
           03 FOL-PLG        PIC 9(06).
           03 IMP-PLG        PIC 9(05)V99.
           03 ACU-PLG        PIC 9(07)V99.
           03 UMB-PLG        PIC 9(07)V99.
           03 OPER-PLG       PIC X(08).
           03 SUP-PLG        PIC X(08).
           03 RES-PLG        PIC X.
