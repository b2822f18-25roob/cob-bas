      *    REGISTRO DEL DETALLE DE FOLIOS CONSOLIDADOS (EMP-FAC).
      *    UNA LINEA POR CLIENTE CUYA ANUALIDAD ENTRO EN EL FOLIO
      *    CONSOLIDADO DE SU EMPRESA, LLAVE: FOLIO DE FAC-CLI + ID
      *    DEL CLIENTE; LLAVE ALTERNA CLAVE DE EMPRESA, CON
      *    DUPLICADOS. EL FOLIO EN FAC-CLI VA A NOMBRE DEL CLIENTE
      *    000 POR LA SUMA DE SUS LINEAS; LA PRIMERA LINEA DE UN
      *    FOLIO DICE DE QUE EMPRESA ES.
      *    ESCRITO POR GEN-FACT; REC-MOR Y CAN-PAG AGREGAN LA LINEA
      *    UNICA (ID-CLIENTE-EFA EN CEROS) DEL RECARGO MORATORIO O DE
      *    LA COMISION POR CHEQUE DEVUELTO QUE CARGAN A LA EMPRESA.
      *    LO LEEN GEN-PAG, EDO-CTA, EXP-CFD, REP-CXC Y AUD-ORF.
       01 REG-EFA.
           03 LLAVE-EFA.
               05 FOLIO-EFA      PIC 9(06).
               05 ID-CLIENTE-EFA PIC 9(03).
           03 CLA-EMP-EFA        PIC 9(04).
           03 PER-EFA            PIC 9(06).
           03 NOM-TAR-EFA        PIC X(20).
           03 IMP-EFA            PIC 9(05)V99.
