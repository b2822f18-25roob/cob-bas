      *    REGISTRO DE NOTAS DE CREDITO (NOT-CRE).
      *    UNA NOTA POR REEMBOLSO PRORRATEADO DE ANUALIDAD NO
      *    DISFRUTADA, LLAVE: FOLIO CONSECUTIVO (VER NCR-CTL).
      *    LAS NOTAS POR ACLARACION A FAVOR DEL CLIENTE (ACL-CLI)
      *    LLEVAN EN MOT-NCR "ACLARACION " + TIPO + FOLIO ACLARADO:
      *    TIPO "F" ABONADA AL SALDO DEL FOLIO, "R" A REEMBOLSAR.
      *    LAS DE MOT-NCR "CAMBIO DE TARJETA" LAS EMITE MAN-CLI AL
      *    CAMBIAR A UNA TARJETA MAS BARATA A MEDIO ANO.
      *    EST-NCR: "P" PENDIENTE DE ENTREGAR AL CLIENTE,
      *    "A" APLICADA (YA REEMBOLSADA O ABONADA AL FOLIO).
      *    EMITIDA POR GEN-NCR; LAS PENDIENTES SE LISTAN EN REP-CXC.
       01 REG-NCR.
           03 FOLIO-NCR      PIC 9(06).
