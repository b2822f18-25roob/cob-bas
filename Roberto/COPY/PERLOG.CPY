      *    REGISTRO DE LA BITACORA DE CIERRES CONTABLES (PER-LOG).
      *    UNA LINEA POR CADA CIERRE O REAPERTURA DE UN MES EN
      *    CIE-PER, CON EL SUPERVISOR QUE LO HIZO.
      *    ACC-PEL: "C" CIERRE, "R" REAPERTURA (MOT-PEL ES EL
      *    MOTIVO CAPTURADO; NUM-PEL EL NUMERO DE REAPERTURA).
       01 REG-PEL.
           03 FEC-PEL        PIC 9(08).
           03 HOR-PEL        PIC 9(06).
           03 OPER-PEL       PIC X(08).
           03 PER-PEL        PIC 9(06).
           03 ACC-PEL        PIC X.
           03 NUM-PEL        PIC 9(03).
           03 MOT-PEL        PIC X(40).
