      *    LLAVE: FOLIO CONSECUTIVO; LLAVE ALTERNA ID-CLIENTE-FAC
      *    PARA RECORRER LOS FOLIOS DE UN CLIENTE AL APLICAR PAGOS.
      *    IMP-PAG-FAC ACUMULA LO ABONADO AL FOLIO; EST-FAC: "P"
      *    PENDIENTE, "L" LIQUIDADO, "C" CONDONADO (SOLO RECARGOS
      *    MORATORIOS, VER CND-MOR), "K" CASTIGADO (INCOBRABLE
      *    AUTORIZADO EN AUT-CAS, VER CAS-CLI). FEC-EMI-FAC ES EL
      *    DIA EN QUE GEN-FACT EMITIO EL CARGO (LA POLIZA DIARIA
      *    CARGA POR DIA DE EMISION).
      *    LOS CARGOS QUE NO SON RENOVACION (COMISIONES, ETC.) TIENEN
      *    SU TIPO EN FAC-ADI Y LLEVAN PER-FAC EN CEROS.
      *    UN FOLIO CON ID-CLIENTE-FAC EN CEROS ES EL CONSOLIDADO DE
      *    UNA EMPRESA: SUS CLIENTES Y LA EMPRESA ESTAN EN EMP-FAC.
      *    EL CLIENTE 000 NO EXISTE EN CLI-INDD; AUD-ORF NO TOMA COMO
      *    HUERFANO UN FOLIO SUYO CON LINEAS EN EMP-FAC NI UN RECIBO
      *    SUYO CUYAS APLICACIONES VAN A ESOS FOLIOS.
      *    OJO: EL LAYOUT SE AMPLIO CON IMPORTE PAGADO, ESTADO Y
      *    FECHA DE EMISION, Y EL ARCHIVO GANO LA LLAVE ALTERNA; UN
      *    ARCHIVO ANTERIOR AL CAMBIO DEBE PASARSE UNA SOLA VEZ POR
