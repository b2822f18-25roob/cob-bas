      *    REGISTRO DE ACLARACIONES DE CARGOS (ACL-CLI).
      *    UN REGISTRO POR CADA ACLARACION QUE UN CLIENTE ABRE SOBRE
      *    UN FOLIO DE FAC-CLI, LLAVE: CLIENTE + FOLIO + SECUENCIA
      *    (UN FOLIO PUEDE TENER VARIAS ACLARACIONES, UNA A LA VEZ).
      *    LLAVE ALTERNA SUC-ACL (SUCURSAL DEL CLIENTE AL ABRIRLA)
      *    PARA EL REPORTE DE ANTIGUEDAD POR SUCURSAL (REP-ACL).
      *    EST-ACL: "A" ABIERTA (EL FOLIO NO ENTRA A GEN-DUN, SUS-AUT
      *    REC-MOR NI PRO-CAS), "I" IMPROCEDENTE (EL CARGO SE
      *    SOSTIENE), "F" A FAVOR DEL CLIENTE, PENDIENTE DE NOTA DE
      *    CREDITO POR IMP-FAV-ACL, "N" NOTA EMITIDA EN GEN-NCR
      *    (FOL-NCR-ACL).
      *    LA CAPTURA Y EL CIERRE SE HACEN EN CAP-ACL.
       01 REG-ACL.
           03 LLAVE-ACL.
               05 ID-CLIENTE-ACL PIC 9(03).
               05 FOLIO-ACL      PIC 9(06).
               05 SEC-ACL        PIC 9(02).
           03 SUC-ACL            PIC 9(02).
           03 IMP-ACL            PIC 9(05)V99.
           03 MOT-ACL            PIC X(40).
           03 OPER-ABR-ACL       PIC X(08).
           03 FEC-ABR-ACL        PIC 9(08).
           03 EST-ACL            PIC X.
           03 FEC-CIE-ACL        PIC 9(08).
           03 OPER-CIE-ACL       PIC X(08).
           03 RES-ACL            PIC X(40).
           03 IMP-FAV-ACL        PIC 9(05)V99.
           03 FOL-NCR-ACL        PIC 9(06).
