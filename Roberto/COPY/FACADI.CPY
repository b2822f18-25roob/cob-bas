      *    REGISTRO DE DATOS ADICIONALES DE FOLIOS (FAC-ADI).
      *    LOS FOLIOS DE FAC-CLI QUE NO SON RENOVACION DE ANUALIDAD
      *    LLEVAN AQUI SU TIPO Y SU REFERENCIA, LLAVE: FOLIO DE
      *    FAC-CLI. UN FOLIO SIN REGISTRO ES CARGO DE RENOVACION.
      *    TIP-ADI: "C" COMISION POR CHEQUE DEVUELTO (REF-ADI ES EL
      *    RECIBO CANCELADO, VER CAN-PAG).
      *    TIP-ADI: "M" RECARGO MORATORIO (REF-ADI ES EL FOLIO VENCIDO
      *    QUE LO ORIGINO, VER REC-MOR Y CND-MOR).
      *    TIP-ADI: "T" AJUSTE DE ANUALIDAD POR CAMBIO A UNA TARJETA
      *    MAS CARA (REF-ADI EN CEROS, VER MAN-CLI).
      *    TIP-ADI: "R" CUOTA DE REPOSICION DE UN PLASTICO PERDIDO,
      *    ROBADO O DANADO (REF-ADI EN CEROS, VER MAN-CLI E INC-TAR).
      *    LA POLIZA DEL DIA Y EL ESTADO DE CUENTA LO USAN PARA
      *    LLEVAR CADA CARGO A SU CUENTA Y DESCRIPCION.
       01 REG-ADI.
           03 FOLIO-ADI          PIC 9(06).
           03 TIP-ADI            PIC X.
           03 REF-ADI            PIC 9(06).
           03 FEC-ADI            PIC 9(08).
