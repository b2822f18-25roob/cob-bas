      *    REGISTRO DE SOLICITUDES DE DERECHOS ARCO (DER-CLI).
      *    UN REGISTRO POR SOLICITUD QUE EL CLIENTE PRESENTA SOBRE
      *    SUS DATOS PERSONALES, LLAVE: CLIENTE + SECUENCIA; LLAVE
      *    ALTERNA FEC-LIM-DER PARA EL REPORTE DE PLAZOS (REP-DER).
      *    TIP-DER: "A" ACCESO, "R" RECTIFICACION, "C" CANCELACION,
      *    "O" OPOSICION.
      *    FEC-LIM-DER ES EL VENCIMIENTO LEGAL: DER-DIAS DIAS HABILES
      *    (VER CAL-TAB Y GEN-PAR) DESPUES DE FEC-REC-DER.
      *    FEC-ING-DER ES EL INGRESO DEL CLIENTE AL PRESENTARLA (LOS
      *    ID DEPURADOS POR DEP-CLI SE REUSAN).
      *    EST-DER: "P" PENDIENTE, "A" ATENDIDA, "N" NEGADA.
      *    FEC-EXP-DER: ULTIMA IMPRESION DEL EXPEDIENTE COMPLETO.
      *    LA CAPTURA, LA RESPUESTA Y EL EXPEDIENTE SE HACEN EN
      *    CAP-DER.
       01 REG-DER.
           03 LLAVE-DER.
               05 ID-CLIENTE-DER PIC 9(03).
               05 SEC-DER        PIC 9(03).
           03 TIP-DER            PIC X.
           03 FEC-REC-DER        PIC 9(08).
           03 FEC-LIM-DER        PIC 9(08).
           03 FEC-ING-DER        PIC 9(08).
           03 SUC-DER            PIC 9(02).
           03 DES-DER            PIC X(40).
           03 OPER-REC-DER       PIC X(08).
           03 EST-DER            PIC X.
           03 FEC-RES-DER        PIC 9(08).
           03 OPER-RES-DER       PIC X(08).
           03 RES-DER            PIC X(40).
           03 FEC-EXP-DER        PIC 9(08).
