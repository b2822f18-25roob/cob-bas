      *    REGISTRO DE PARTIDAS DE CONCILIACION BANCARIA (CNC-PAR).
      *    UNA PARTIDA POR CADA CONCEPTO REVISADO EN LA CONCILIACION
      *    DIARIA CONTRA EL ESTADO DE CUENTA DEL BANCO, LLAVE: FECHA
      *    DEL ESTADO DE CUENTA EN QUE SURGIO + CONSECUTIVO.
      *    ORI-CNC: "C" CORTE DE CAJA DE UNA SUCURSAL (COR-CTL),
      *             "D" COBRANZA DOMICILIADA DE UN DIA (DOM-CTL "P"),
      *             "B" ABONO DEL BANCO SIN CONTRAPARTE.
      *    TIP-CNC: "C" CONCILIADO EL MISMO DIA, "F" FALTA EN EL
      *             BANCO, "N" ABONO NO IDENTIFICADO, "D" DIFERENCIA
      *             DE IMPORTE.
      *    EST-CNC: "P" PENDIENTE (SE ARRASTRA A LAS CONCILIACIONES
      *             SIGUIENTES), "C" CONCILIADO (FEC-RES-CNC ES EL DIA
      *             EN QUE CUADRO), "L" LIBERADO POR UN SUPERVISOR CON
      *             SU EXPLICACION EN OBS-CNC (VER LIB-CNC).
      *    FEC-DOC-CNC ES LA FECHA DEL CORTE, DEL CARGO DOMICILIADO O
      *    DEL ABONO DEL BANCO; SUC-CNC EN CEROS SI NO APLICA.
      *    ESCRITO POR CNC-BAN; LIBERADO POR LIB-CNC.
       01 REG-CNC.
           03 LLAVE-CNC.
               05 FEC-PRO-CNC    PIC 9(08).
               05 SEC-CNC        PIC 9(04).
           03 ORI-CNC            PIC X.
           03 TIP-CNC            PIC X.
           03 EST-CNC            PIC X.
           03 FEC-DOC-CNC        PIC 9(08).
           03 SUC-CNC            PIC 9(02).
           03 IMP-SIS-CNC        PIC 9(09)V99.
           03 IMP-BAN-CNC        PIC 9(09)V99.
           03 FEC-BAN-CNC        PIC 9(08).
           03 REF-BAN-CNC        PIC X(20).
           03 FEC-RES-CNC        PIC 9(08).
           03 OPER-RES-CNC       PIC X(08).
           03 OBS-CNC            PIC X(40).
