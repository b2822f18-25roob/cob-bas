      *    REGISTRO DE LA BITACORA DE CAMBIOS AL CATALOGO DE CUENTAS
      *    (CTA-LOG). UNA LINEA POR ALTA, MODIFICACION O BAJA HECHA
      *    EN GEN-CTA, CON LA CUENTA Y EL SEGMENTO ANTERIORES Y LOS
      *    NUEVOS Y EL SUPERVISOR QUE LO HIZO. TIP-CTL: "A" ALTA
      *    (ANT-CTL EN CEROS; LAS CUENTAS DE SIEMPRE QUE GEN-CTA DA
      *    DE ALTA AL ABRIR EL CATALOGO TAMBIEN QUEDAN AQUI), "M"
      *    MODIFICACION, "B" BAJA (NVO-CTL EN CEROS).
       01 REG-CTL.
           03 FEC-CTL        PIC 9(08).
           03 HOR-CTL        PIC 9(06).
           03 OPER-CTL       PIC X(08).
           03 TIP-MOV-CTL    PIC X(04).
           03 TAR-CTL        PIC 9.
           03 ANT-CTL        PIC 9(04).
           03 ANT-SEG-CTL    PIC X.
           03 NVO-CTL        PIC 9(04).
           03 NVO-SEG-CTL    PIC X.
           03 TIP-CTL        PIC X.
