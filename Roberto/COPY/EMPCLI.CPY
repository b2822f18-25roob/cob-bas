      *    REGISTRO DE CLIENTES LIGADOS A UNA EMPRESA (EMP-CLI).
      *    UN REGISTRO POR CLIENTE, LLAVE: ID-CLIENTE; LLAVE ALTERNA
      *    CLAVE DE EMPRESA, CON DUPLICADOS, PARA RECORRER LOS
      *    CLIENTES DE CADA EMPRESA.
      *    EST-ECL: "A" LA EMPRESA PAGA SU ANUALIDAD (GEN-FACT LA
      *    COBRA EN EL FOLIO CONSOLIDADO DE LA EMPRESA), "B" DEJO LA
      *    EMPRESA EN FEC-BAJ-ECL Y SE FACTURA SOLO DESDE SU
      *    SIGUIENTE ANIVERSARIO.
      *    EL REGISTRO SOLO VALE SI FEC-ING-ECL ES IGUAL AL FEC-ING
      *    ACTUAL DEL CLIENTE (LOS ID DEPURADOS POR DEP-CLI SE REUSAN).
      *    LO GRABA MAN-CLI (EMPRESA PAGADORA); LO LEEN CAP-EMP Y
      *    GEN-FACT.
       01 REG-ECL.
           03 ID-CLIENTE-ECL     PIC 9(03).
           03 FEC-ING-ECL        PIC 9(08).
           03 CLA-EMP-ECL        PIC 9(04).
           03 EST-ECL            PIC X.
           03 FEC-ALT-ECL        PIC 9(08).
           03 FEC-BAJ-ECL        PIC 9(08).
           03 OPER-ECL           PIC X(08).
