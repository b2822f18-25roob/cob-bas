      *    + CLAVE DE TARJETA (LA MISMA LLAVE QUE TAR-CLI).
      *    EST-EMB: "S" SOLICITADA, "E" ENVIADA AL PROVEEDOR,
      *    "R" RECIBIDA EN OFICINA, "T" ENTREGADA AL CLIENTE.
      *    MOT-EMB: "N" TARJETA NUEVA, "V" REPOSICION POR VENCIMIENTO
      *    (VEN-TAR), "P" PERDIDA, "R" ROBO, "D" DANADA (REPORTE DEL
      *    CLIENTE EN MAN-CLI, VER INC-TAR); EN ESPACIO LAS
      *    SOLICITUDES ANTERIORES AL MOTIVO.
      *    OJO: EL LAYOUT SE AMPLIO CON EL MOTIVO; UNA COLA ANTERIOR
      *    AL CAMBIO DEBE PASARSE UNA SOLA VEZ POR CNV-EMB Y
      *    RECARGARSE CON REC-EMB ANTES DE SEGUIR.
      *    ENCOLADO POR GEN-INDR Y MAN-CLI AL GRABAR TARJETAS;
      *    CORTADO, ACTUALIZADO Y CONSULTADO POR EMB-TAR.
       01 REG-EMB.
           03 FEC-SOL-EMB        PIC 9(08).
           03 FEC-ENV-EMB        PIC 9(08).
           03 EST-EMB            PIC X.
           03 MOT-EMB            PIC X.
