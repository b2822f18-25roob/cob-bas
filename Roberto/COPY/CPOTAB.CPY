      *    REGISTRO DEL CATALOGO DE CODIGOS POSTALES (CPO-TAB).
      *    UN REGISTRO POR CODIGO POSTAL, LLAVE: CODIGO POSTAL, CON
      *    LA CIUDAD QUE LE CORRESPONDE ESCRITA COMO SE CAPTURA EN
      *    CIUDAD-CON.
      *    MANTENIDO POR CAP-CPO; VALIDADO POR GEN-INDR Y MAN-CLI.
       01 REG-CPO.
           03 CLA-CPO        PIC 9(05).
           03 CIU-CPO        PIC X(20).
