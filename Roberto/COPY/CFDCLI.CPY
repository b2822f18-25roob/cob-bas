      *    REGISTRO DE CONTROL DE FACTURA ELECTRONICA (CFD-CLI).
      *    UN REGISTRO POR COMPROBANTE MANDADO AL PAC PARA TIMBRAR,
      *    LLAVE: TIPO + NUMERO + SECUENCIA.
      *    TIP-CFD: "F" FOLIO DE FAC-CLI, "N" NOTA DE NOT-CRE (EN
      *    AMBOS NUM-CFD ES EL FOLIO Y SEC-CFD VA EN CEROS), "G"
      *    FACTURA GLOBAL A PUBLICO EN GENERAL (NUM-CFD ES LA FECHA
      *    DEL DIA Y SEC-CFD EL NUMERO DE GLOBAL DE ESE DIA).
      *    EST-CFD: "E" ENVIADO, "T" TIMBRADO, "R" RECHAZADO (MOT-CFD
      *    GUARDA LA CAUSA; SE VUELVE A MANDAR EN LA SIGUIENTE
      *    CORRIDA), "G" FOLIO INCLUIDO EN LA GLOBAL DE LLAVE-GLB-CFD
      *    (TOMA EL UUID DE LA GLOBAL AL TIMBRARSE ESTA).
      *    LLAVE ALTERNA LLAVE-GLB-CFD PARA RECORRER LOS FOLIOS DE
      *    UNA GLOBAL.
      *    COMPARTIDO POR EXP-CFD (ENVIO) Y RES-CFD (RESPUESTA).
       01 REG-CFD.
           03 LLAVE-CFD.
               05 TIP-CFD        PIC X.
               05 NUM-CFD        PIC 9(08).
               05 SEC-CFD        PIC 9(02).
           03 ID-CLIENTE-CFD     PIC 9(03).
           03 RFC-CFD            PIC X(13).
           03 FEC-DOC-CFD        PIC 9(08).
           03 IMP-CFD            PIC 9(07)V99.
           03 SUB-CFD            PIC 9(07)V99.
           03 IVA-CFD            PIC 9(07)V99.
           03 EST-CFD            PIC X.
           03 FEC-ENV-CFD        PIC 9(08).
           03 LLAVE-GLB-CFD.
               05 GLB-FEC-CFD    PIC 9(08).
               05 GLB-SEC-CFD    PIC 9(02).
           03 UUID-CFD           PIC X(36).
           03 FEC-TIM-CFD        PIC 9(08).
           03 MOT-CFD            PIC X(40).
