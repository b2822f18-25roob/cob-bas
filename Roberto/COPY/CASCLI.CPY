      *    REGISTRO DE CASTIGO DE CARTERA (CAS-CLI).
      *    UN REGISTRO POR FOLIO DE FAC-CLI PROPUESTO PARA CASTIGO
      *    POR PRO-CAS, LLAVE: FOLIO; LLAVE ALTERNA FEC-AUT-CAS PARA
      *    QUE LA POLIZA DEL DIA TOME LOS CASTIGOS DE LA FECHA.
      *    EST-CAS: "P" PROPUESTO, "A" AUTORIZADO (EL FOLIO QUEDA EN
      *    FAC-CLI CON EST-FAC "K" CASTIGADO), "R" RECHAZADO (UNA
      *    PROPUESTA POSTERIOR LO PUEDE VOLVER A PROPONER).
      *    IMP-CAS ES EL SALDO DEL FOLIO AL PROPONERLO Y, YA
      *    AUTORIZADO, EL SALDO QUE SE CASTIGO; FEC-AUT-CAS Y
      *    OPER-AUT-CAS SON DEL SUPERVISOR QUE RESOLVIO EN AUT-CAS.
      *    IMP-REC-CAS ACUMULA LO QUE GEN-PAG HA RECUPERADO DESPUES
      *    DEL CASTIGO (CAN-PAG LO REGRESA SI CANCELA EL RECIBO).
       01 REG-CAS.
           03 FOLIO-CAS          PIC 9(06).
           03 ID-CLIENTE-CAS     PIC 9(03).
           03 IMP-CAS            PIC 9(05)V99.
           03 FEC-VEN-CAS        PIC 9(08).
           03 DIAS-CAS           PIC 9(05).
           03 FEC-PRO-CAS        PIC 9(08).
           03 EST-CAS            PIC X.
           03 FEC-AUT-CAS        PIC 9(08).
           03 OPER-AUT-CAS       PIC X(08).
           03 IMP-REC-CAS        PIC 9(05)V99.
           03 FEC-REC-CAS        PIC 9(08).
