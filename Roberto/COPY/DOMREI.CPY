      *    REGISTRO DE REPRESENTACIONES DE CARGOS DOMICILIADOS
      *    (DOM-REI). UN REGISTRO POR CARGO DE DOM-CTL QUE FORMA PARTE
      *    DE UNA CADENA DE REINTENTOS POR FONDOS INSUFICIENTES,
      *    LLAVE: LA MISMA DEL CARGO EN DOM-CTL (CLIENTE + FECHA).
      *    FEC-ORI-REI ES LA FECHA DEL PRIMER CARGO RECHAZADO DE LA
      *    CADENA; NUM-INT-REI ES EL NUMERO DE REPRESENTACION (0 EL
      *    CARGO ORIGINAL). EST-REI: " " CADENA VIGENTE, "X" CADENA
      *    TERMINADA POR AGOTAR LOS REINTENTOS (EL MANDATO SE
      *    SUSPENDIO; SI SE REACTIVA, EL CARGO YA NO SE REPRESENTA).
      *    UN CARGO SIN REGISTRO AQUI ES UN CARGO ORIGINAL.
      *    ESCRITO POR EXP-DOM.
       01 REG-REI.
           03 LLAVE-REI.
               05 ID-CLIENTE-REI PIC 9(03).
               05 FEC-CARGO-REI  PIC 9(08).
           03 FEC-ORI-REI        PIC 9(08).
           03 NUM-INT-REI        PIC 9(02).
           03 EST-REI            PIC X.
