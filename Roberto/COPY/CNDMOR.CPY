      *    REGISTRO DE CONDONACIONES DE RECARGOS (CND-MOR).
      *    UN REGISTRO POR FOLIO DE RECARGO MORATORIO CONDONADO POR
      *    UN SUPERVISOR EN CND-MOR, LLAVE: FOLIO DEL RECARGO; LLAVE
      *    ALTERNA FEC-CND PARA QUE LA POLIZA DEL DIA TOME LAS
      *    CONDONACIONES DE LA FECHA. IMP-CND ES LO QUE SE PERDONO
      *    (EL SALDO DEL FOLIO AL CONDONARLO); FOL-ORI-CND ES EL FOLIO
      *    VENCIDO QUE ORIGINO EL RECARGO.
      *    EL FOLIO DE RECARGO QUEDA EN FAC-CLI CON EST-FAC "C".
       01 REG-CND.
           03 FOLIO-CND          PIC 9(06).
           03 ID-CLIENTE-CND     PIC 9(03).
           03 FOL-ORI-CND        PIC 9(06).
           03 FEC-CND            PIC 9(08).
           03 HOR-CND            PIC 9(06).
           03 IMP-CND            PIC 9(05)V99.
           03 MOT-CND            PIC X(30).
           03 OPER-CND           PIC X(08).
