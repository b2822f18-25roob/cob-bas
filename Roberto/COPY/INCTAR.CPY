      *    REGISTRO DE REPORTES DE PLASTICOS (INC-TAR).
      *    UN REGISTRO POR PLASTICO BLOQUEADO A PETICION DEL CLIENTE,
      *    LLAVE: CLIENTE + CLAVE DE TARJETA + FECHA Y HORA DEL
      *    REPORTE; LLAVE ALTERNA NOM-TAR-INC PARA EL REPORTE POR
      *    TIPO DE TARJETA.
      *    TIP-INC: "P" PERDIDA, "R" ROBO, "D" DANADA.
      *    EL PLASTICO BLOQUEADO ES EL QUE VENCIA EN VEN-ANT-INC; EL
      *    DE REPOSICION SE PIDE EN EMB-CLI CON EL MISMO MOTIVO Y
      *    VENCE EN VEN-NVO-INC. SUC-INC ES LA SUCURSAL DEL CLIENTE.
      *    FOL-CGO-INC ES EL FOLIO DE FAC-CLI DE LA CUOTA DE
      *    REPOSICION (EN CEROS SI NO SE COBRO, VER TAR-REP).
      *    GRABADO POR MAN-CLI; LISTADO POR REP-INC.
       01 REG-INC.
           03 LLAVE-INC.
               05 ID-CLIENTE-INC PIC 9(03).
               05 CLA-TAR-INC    PIC 9.
               05 FEC-INC        PIC 9(08).
               05 HOR-INC        PIC 9(06).
           03 TIP-INC            PIC X.
           03 NOM-TAR-INC        PIC X(20).
           03 SUC-INC            PIC 9(02).
           03 VEN-ANT-INC        PIC 9(08).
           03 VEN-NVO-INC        PIC 9(08).
           03 OPER-INC           PIC X(08).
           03 FOL-CGO-INC        PIC 9(06).
           03 IMP-CGO-INC        PIC 9(05)V99.
