      *    REGISTRO DE CLIENTES CON OPOSICION VIGENTE (OPO-CLI).
      *    UN REGISTRO POR CLIENTE QUE SE OPUSO AL USO DE SUS DATOS,
      *    LLAVE: ID-CLIENTE. MIENTRAS EXISTA, EL CLIENTE NO RECIBE
      *    CARTAS DE CAR-CLI NI SALE EN LOS EXTRACTOS DE EXT-CLI Y
      *    DEL-CLI. SOLO VALE SI FEC-ING-OPO ES EL INGRESO ACTUAL DEL
      *    CLIENTE (LOS ID DEPURADOS POR DEP-CLI SE REUSAN).
      *    SEC-DER-OPO ES LA SOLICITUD DE DER-CLI QUE LA ORIGINO.
      *    LO GRABA Y LO BORRA CAP-DER.
       01 REG-OPO.
           03 ID-CLIENTE-OPO     PIC 9(03).
           03 FEC-ING-OPO        PIC 9(08).
           03 SEC-DER-OPO        PIC 9(03).
           03 FEC-OPO            PIC 9(08).
           03 OPER-OPO           PIC X(08).
