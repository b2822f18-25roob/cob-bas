      *    REGISTRO DEL CALENDARIO CONTABLE (PER-CON).
      *    UN REGISTRO POR MES QUE YA SE CERRO ALGUNA VEZ, LLAVE:
      *    AAAAMM. UN MES SIN REGISTRO ESTA ABIERTO.
      *    EST-PER: "C" CERRADO (SUS POLIZAS YA SE ENTREGARON A
      *             CONTABILIDAD; NINGUN PROGRAMA GRABA MOVIMIENTOS
      *             DE DINERO CON FECHA DE ESE MES),
      *             "R" REABIERTO POR UN SUPERVISOR (SE ACEPTAN
      *             MOVIMIENTOS Y CADA UNO QUEDA EN PER-MOV CON EL
      *             NUMERO DE REAPERTURA NUM-REA-PER).
      *    FEC/OPER-CIE-PER: ULTIMO CIERRE; FEC/OPER/MOT-REA-PER:
      *    ULTIMA REAPERTURA.
      *    MANTENIDO POR CIE-PER (CADA CIERRE Y REAPERTURA QUEDA EN
      *    PER-LOG); CONSULTADO POR LOS PROGRAMAS QUE ACEPTAN UNA
      *    FECHA ANTERIOR A HOY PARA UN MOVIMIENTO DE DINERO.
       01 REG-PER.
           03 PER-PER        PIC 9(06).
           03 EST-PER        PIC X.
           03 FEC-CIE-PER    PIC 9(08).
           03 OPER-CIE-PER   PIC X(08).
           03 FEC-REA-PER    PIC 9(08).
           03 OPER-REA-PER   PIC X(08).
           03 MOT-REA-PER    PIC X(40).
           03 NUM-REA-PER    PIC 9(03).
