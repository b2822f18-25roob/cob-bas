      *    REGISTRO DEL HISTORICO DE FOLIOS LIQUIDADOS (FAC-ARC).
      *    UNA LINEA POR REGISTRO RETIRADO DE LOS ARCHIVOS VIVOS POR
      *    DEP-FAC, CON SU ETIQUETA: "FAC" FOLIO DE FAC-CLI, "PAG"
      *    RECIBO DE PAG-CLI, "APL" APLICACION DE APL-PAG Y "SAF"
      *    SALDO A FAVOR YA CONSUMIDO DE SAL-FAV; IMG-FAR LLEVA LA
      *    IMAGEN COMPLETA DEL REGISTRO. FEC-FAR/HOR-FAR SON LOS DE
      *    LA CORRIDA QUE LO ARCHIVO; CADA CORRIDA CIERRA CON UNA
      *    LINEA "TOT" (ID EN CEROS) CON SUS CIFRAS DE CONTROL.
      *    ESCRITO POR DEP-FAC; LO CONSULTAN CON-360 Y EDO-CTA.
       01 REG-FAR.
           03 TIP-FAR            PIC X(03).
           03 ID-CLIENTE-FAR     PIC 9(03).
           03 FEC-FAR            PIC 9(08).
           03 HOR-FAR            PIC 9(06).
           03 IMG-FAR            PIC X(80).
           03 FAC-FAR REDEFINES IMG-FAR.
               05 FOLIO-FAC-FAR  PIC 9(06).
               05 FILLER         PIC X(23).
               05 IMP-FAC-FAR    PIC 9(05)V99.
               05 FEC-VEN-FAR    PIC 9(08).
               05 FILLER         PIC X(14).
               05 FEC-EMI-FAR    PIC 9(08).
               05 FILLER         PIC X(14).
           03 PAG-FAR REDEFINES IMG-FAR.
               05 FOLIO-PAG-FAR  PIC 9(06).
               05 FILLER         PIC X(03).
               05 FEC-PAG-FAR    PIC 9(08).
               05 IMP-PAG-FAR    PIC 9(05)V99.
               05 OPER-PAG-FAR   PIC X(08).
               05 FILLER         PIC X(48).
           03 TOT-FAR REDEFINES IMG-FAR.
               05 TOT-COR-FAR    PIC 9(08).
               05 TOT-NFAC-FAR   PIC 9(06).
               05 TOT-IFAC-FAR   PIC 9(09)V99.
               05 TOT-NPAG-FAR   PIC 9(06).
               05 TOT-IPAG-FAR   PIC 9(09)V99.
               05 TOT-NAPL-FAR   PIC 9(06).
               05 TOT-NSAF-FAR   PIC 9(06).
               05 FILLER         PIC X(26).
