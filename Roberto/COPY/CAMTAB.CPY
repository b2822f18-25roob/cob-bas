      *    REGISTRO DEL CATALOGO DE CAMPANAS PROMOCIONALES (CAM-TAB).
      *    UN REGISTRO POR CAMPANA, LLAVE: CODIGO DE CAMPANA.
      *    SOLO LAS ALTAS CON FECHA DE INGRESO ENTRE FEC-INI-CAM Y
      *    FEC-FIN-CAM PUEDEN USAR EL CODIGO. TAR-CAM TIENE UNA
      *    POSICION POR CLAVE DE TARJETA (1 A 9) CON "S" SI LA
      *    CAMPANA APLICA A ESE TIPO; EN BLANCO APLICA A TODOS.
      *    TIP-DES-CAM: "P" PORCENTAJE DE LA ANUALIDAD EN VAL-DES-CAM
      *    (100 ES SIN CARGO), "M" MONTO FIJO QUE SE DESCUENTA (SIN
      *    BAJAR LA ANUALIDAD DE CERO).
      *    PRI-REN-CAM ES LA PRIMERA ANUALIDAD CON DESCUENTO (0 LA
      *    DEL ALTA, 1 LA PRIMERA RENOVACION, ETC.) Y NUM-REN-CAM
      *    CUANTAS ANUALIDADES SEGUIDAS LO LLEVAN. ADI-CAM "S": SOLO
      *    SE OTORGA SI EN EL ALTA SE AGREGA UNA TARJETA ADICIONAL.
      *    MAX-USO-CAM: ALTAS PERMITIDAS (0 SIN LIMITE); USO-CAM: LAS
      *    YA LIGADAS. EST-CAM: "A" VIGENTE, "B" CANCELADA.
      *    MANTENIDO POR CAP-CAM; GEN-INDR LO VALIDA Y SUMA USO-CAM;
      *    LO LEE REP-CAM.
       01 REG-CAM.
           03 CLA-CAM            PIC X(08).
           03 DES-CAM            PIC X(30).
           03 FEC-INI-CAM        PIC 9(08).
           03 FEC-FIN-CAM        PIC 9(08).
           03 TAR-CAM            PIC X(09).
           03 TIP-DES-CAM        PIC X.
           03 VAL-DES-CAM        PIC 9(05)V99.
           03 PRI-REN-CAM        PIC 9(02).
           03 NUM-REN-CAM        PIC 9(02).
           03 ADI-CAM            PIC X.
           03 MAX-USO-CAM        PIC 9(05).
           03 USO-CAM            PIC 9(05).
           03 EST-CAM            PIC X.
           03 FEC-ALT-CAM        PIC 9(08).
