      *    REGISTRO DE CLIENTES DADOS DE ALTA CON CAMPANA (CAM-CLI).
      *    UN REGISTRO POR ALTA, LLAVE: ID-CLIENTE + FECHA DE INGRESO
      *    (LOS ID DEPURADOS POR DEP-CLI SE REUSAN); LLAVE ALTERNA
      *    CAMPANA + SUCURSAL DEL ALTA, CON DUPLICADOS, PARA EL
      *    REPORTE DE RESULTADOS.
      *    LAS CONDICIONES DEL DESCUENTO (TIPO, VALOR, PRIMERA
      *    ANUALIDAD Y CUANTAS) SE COPIAN DE CAM-TAB AL LIGARLO: UNA
      *    CORRECCION POSTERIOR DE LA CAMPANA NO CAMBIA LO PROMETIDO.
      *    DES-ACU-CCL ACUMULA LO QUE SE DEJO DE COBRAR Y PER-DES-CCL
      *    CUANTAS ANUALIDADES LLEVARON DESCUENTO. PER-PLE-CCL Y
      *    FOL-PLE-CCL SON EL PERIODO Y EL PRIMER FOLIO DE LA PRIMERA
      *    RENOVACION A PRECIO COMPLETO DESPUES DE LA PROMOCION (EN
      *    CEROS MIENTRAS NO LLEGA).
      *    LO GRABA GEN-INDR; LO ACTUALIZA GEN-FACT; LO LEE REP-CAM.
       01 REG-CCL.
           03 LLAVE-CCL.
               05 ID-CLIENTE-CCL PIC 9(03).
               05 FEC-ING-CCL    PIC 9(08).
           03 LLAVE-CAM-CCL.
               05 CLA-CAM-CCL    PIC X(08).
               05 SUC-CCL        PIC 9(02).
           03 CLA-TAR-CCL        PIC 9.
           03 TIP-DES-CCL        PIC X.
           03 VAL-DES-CCL        PIC 9(05)V99.
           03 PRI-REN-CCL        PIC 9(02).
           03 NUM-REN-CCL        PIC 9(02).
           03 DES-ACU-CCL        PIC 9(07)V99.
           03 PER-DES-CCL        PIC 9(02).
           03 PER-PLE-CCL        PIC 9(06).
           03 FOL-PLE-CCL        PIC 9(06).
           03 FEC-ALT-CCL        PIC 9(08).
           03 OPER-CCL           PIC X(08).
