      *    REGISTRO DE SALDOS A FAVOR DEL CLIENTE (SAL-FAV).
      *    UN REGISTRO POR CADA SOBRANTE DE PAGO QUE NO ALCANZO FOLIO
      *    ABIERTO QUE CUBRIR. LLAVE: FOLIO DEL RECIBO DE PAG-CLI QUE
      *    LO ORIGINO; LLAVE ALTERNA: ID DEL CLIENTE (CON DUPLICADOS).
      *    IMP-SAF ES EL SOBRANTE ORIGINAL; IMP-APL-SAF LO QUE YA SE
      *    HA USADO CONTRA FOLIOS NUEVOS (FOL-FAC-SAF/FEC-APL-SAF DAN
      *    EL ULTIMO FOLIO AL QUE SE APLICO).
      *    EST-SAF: "P" CON SALDO PENDIENTE DE APLICAR,
      *    "A" APLICADO POR COMPLETO, "C" CANCELADO JUNTO CON SU
      *    RECIBO (VER CAN-PAG).
      *    LO GRABAN GEN-PAG Y RET-DOM; LO CONSUME GEN-FACT AL
      *    FACTURAR; LO MUESTRAN CON-360, EDO-CTA, REP-CXC Y REP-SAF.
       01 REG-SAF.
           03 FOLIO-PAG-SAF  PIC 9(06).
           03 ID-CLIENTE-SAF PIC 9(03).
           03 FEC-SAF        PIC 9(08).
           03 IMP-SAF        PIC 9(05)V99.
           03 IMP-APL-SAF    PIC 9(05)V99.
           03 FOL-FAC-SAF    PIC 9(06).
           03 FEC-APL-SAF    PIC 9(08).
           03 EST-SAF        PIC X.
