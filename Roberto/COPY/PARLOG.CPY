      *    REGISTRO DE LA BITACORA DE CAMBIOS DE PARAMETROS (PAR-LOG).
      *    UNA LINEA POR CADA PARAMETRO DE PAR-SIS MODIFICADO EN
      *    GEN-PAR, CON EL VALOR ANTERIOR Y EL NUEVO Y EL SUPERVISOR
      *    QUE LO CAMBIO. TIP-PRL: "M" MODIFICACION; "A" ALTA DE UNA
      *    CLAVE NUEVA QUE GEN-PAR GRABA CON SU VALOR DE SIEMPRE
      *    (ANT-PRL EN CEROS, OPER-PRL EL SUPERVISOR QUE ENTRO).
       01 REG-PRL.
           03 FEC-PRL        PIC 9(08).
           03 HOR-PRL        PIC 9(06).
           03 OPER-PRL       PIC X(08).
           03 CLA-PRL        PIC X(08).
           03 ANT-PRL        PIC 9(07)V99.
           03 NVO-PRL        PIC 9(07)V99.
           03 TIP-PRL        PIC X.
