      *    REGISTRO DE CONTROL DEL CUADRE DE CARTERA (CUA-CTL).
      *    UN REGISTRO POR FECHA DE POLIZA CUADRADA, LLAVE: FECHA.
      *    SAL-ANT-CUA ES EL CIERRE DEL CUADRE ANTERIOR; LOS
      *    MOVIMIENTOS SON LOS FECHADOS DESPUES DE ESE CIERRE Y HASTA
      *    FEC-CUA: FOLIOS EMITIDOS, RECIBOS (SIN LO RECUPERADO DE
      *    CARTERA CASTIGADA), NOTAS DE CREDITO ABONADAS A FOLIO,
      *    CONDONACIONES, CASTIGOS Y RECIBOS CANCELADOS.
      *    SAL-CAR-CUA ES EL CIERRE DE LA CARTERA, IGUAL A LOS SALDOS
      *    ABIERTOS DE FAC-CLI (SAL-FOL-CUA) MENOS LOS SALDOS A FAVOR
      *    SIN APLICAR (SAL-SAF-CUA); SAL-GL-CUA ES EL ACUMULADO DE LA
      *    CUENTA 1201 (CLIENTES) SEGUN LAS POLIZAS DE POL-DIA. SOLO
      *    SE GRABA CUANDO LAS TRES CIFRAS COINCIDEN.
      *    ESCRITO POR CUA-CAR.
       01 REG-CUA.
           03 FEC-CUA            PIC 9(08).
           03 FEC-ANT-CUA        PIC 9(08).
           03 SAL-ANT-CUA        PIC S9(09)V99.
           03 IMP-EMI-CUA        PIC 9(09)V99.
           03 IMP-COB-CUA        PIC 9(09)V99.
           03 IMP-NCR-CUA        PIC 9(09)V99.
           03 IMP-CND-CUA        PIC 9(09)V99.
           03 IMP-CAS-CUA        PIC 9(09)V99.
           03 IMP-CAN-CUA        PIC 9(09)V99.
           03 SAL-CAR-CUA        PIC S9(09)V99.
           03 SAL-FOL-CUA        PIC 9(09)V99.
           03 SAL-SAF-CUA        PIC 9(09)V99.
           03 SAL-GL-CUA         PIC S9(09)V99.
           03 FEC-CAP-CUA        PIC 9(08).
           03 HOR-CAP-CUA        PIC 9(06).
