      *    REGISTRO DE REEMBOLSOS DE NOTAS DE CREDITO (REE-NCR).
      *    UN REGISTRO POR NOTA PENDIENTE QUE SALE A PAGO, LLAVE: EL
      *    FOLIO DE LA NOTA EN NOT-CRE; LLAVE ALTERNA: FECHA DE PAGO.
      *    MED-REE: "S" TRANSFERENCIA SPEI A LA CLABE DE DOM-MAN,
      *             "C" CHEQUE (NUM-CHQ-REE),
      *             "M" ENTREGA EN MOSTRADOR (GEN-NCR OPCION 2).
      *    EST-REE: "E" ENVIADO AL BANCO O CHEQUE EMITIDO, EN ESPERA
      *             DE CONFIRMACION; "P" PAGADO (FEC-PAG-REE Y
      *             REF-PAG-REE DE LA CONFIRMACION, LA NOTA QUEDA
      *             "A"); "R" RECHAZADO POR EL BANCO, LA NOTA SIGUE
      *             "P" Y LA SIGUIENTE CORRIDA LA PAGA CON CHEQUE.
      *    ESCRITO POR PAG-NCR Y GEN-NCR; CONFIRMADO POR CNF-NCR;
      *    CONTABILIZADO POR POL-DIA EN SU FECHA DE PAGO.
       01 REG-REE.
           03 FOLIO-REE          PIC 9(06).
           03 ID-CLIENTE-REE     PIC 9(03).
           03 IMP-REE            PIC 9(05)V99.
           03 MED-REE            PIC X.
           03 EST-REE            PIC X.
           03 FEC-ENV-REE        PIC 9(08).
           03 CLABE-REE          PIC X(18).
           03 NUM-CHQ-REE        PIC 9(06).
           03 FEC-PAG-REE        PIC 9(08).
           03 REF-PAG-REE        PIC X(20).
           03 MOT-REC-REE        PIC X(02).
