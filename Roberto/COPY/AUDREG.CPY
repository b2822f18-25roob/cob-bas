      *    COMPARTIDO POR GEN-INDR Y MAN-CLI.
      *    HIST-ACCION: "A" ALTA, "C" CAMBIO, "D" BAJA,
      *    "R" SOLICITUD DE BAJA RECHAZADA (VER AUT-BAJ),
      *    "T" TRASPASO DE SUCURSAL (VER TRA-SUC),
      *    "P" CANCELACION DE UN RECIBO DE PAGO (VER CAN-PAG; LAS
      *    IMAGENES LLEVAN EL RECIBO Y EL MOTIVO, NO EL CLIENTE).
      *    "J" AJUSTE DE ANUALIDAD POR CAMBIO DE TARJETA (VER
      *    MAN-CLI; LA IMAGEN DESPUES LLEVA EL FOLIO O LA NOTA
      *    EMITIDA, NO EL CLIENTE).
      *    "O" OPOSICION AL USO DE DATOS REGISTRADA O LEVANTADA
      *    (VER CAP-DER; LAS IMAGENES LLEVAN TEXTO, NO EL CLIENTE).
      *    HIST-SUCURSAL: SUCURSAL DONDE SE HIZO EL MOVIMIENTO.
      *    OJO: LAS IMAGENES ANTES/DESPUES SE AMPLIARON DE X(99) A
      *    X(120), ASI QUE LAS LINEAS ESCRITAS CON EL LAYOUT VIEJO
