      *    REGISTRO DE CONTROL DE RECARGOS MORATORIOS (MOR-CTL).
      *    UN REGISTRO POR PERIODO (AAAAMM) EN QUE REC-MOR YA CARGO
      *    RECARGOS, PARA NO COBRARLOS DOS VECES EN EL MISMO MES.
      *    GUARDA LOS DATOS CON QUE SE CORRIO (DIAS DE GRACIA, TIPO
      *    "P" PORCENTAJE O "F" CUOTA FIJA, Y SU VALOR) Y LOS TOTALES.
      *    MANTENIDO POR REC-MOR.
       01 REG-MOR-CTL.
           03 PER-MOR        PIC 9(06).
           03 FEC-MOR        PIC 9(08).
           03 DIAS-MOR       PIC 9(03).
           03 TIP-MOR        PIC X.
           03 VAL-MOR        PIC 9(05)V99.
           03 CARGOS-MOR     PIC 9(05).
           03 IMP-MOR        PIC 9(07)V99.
