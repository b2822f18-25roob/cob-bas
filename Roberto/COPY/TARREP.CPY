      *    REGISTRO DE CUOTAS DE REPOSICION DE PLASTICO (TAR-REP).
      *    UN REGISTRO POR CLAVE DE TARJETA Y FECHA DE VIGENCIA,
      *    IGUAL QUE LAS TARIFAS DE TAR-TAB: LA CUOTA APLICABLE A
      *    UNA FECHA ES LA DEL REGISTRO CON FECHA DE VIGENCIA MAS
      *    RECIENTE QUE NO REBASA LA FECHA PEDIDA. SIN CUOTA VIGENTE
      *    LA REPOSICION NO SE COBRA. EL IMPORTE INCLUYE EL IVA.
      *    MANTENIDO POR GEN-REP; LO CONSULTA MAN-CLI AL REPONER UN
      *    PLASTICO PERDIDO, ROBADO O DANADO.
       01 REG-TRP.
           03 LLAVE-TRP.
               05 CLA-TAR-TRP    PIC 9.
               05 FEC-EFE-TRP    PIC 9(08).
           03 IMP-TRP            PIC 9(05)V99.
           03 OPER-TRP           PIC X(08).
           03 FEC-CAP-TRP        PIC 9(08).
