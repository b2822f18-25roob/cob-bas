      *    REGISTRO DE CORREO DEVUELTO (DEV-COR).
      *    UN REGISTRO POR CLIENTE CUYO DOMICILIO DE CON-CLI QUEDO
      *    MARCADO COMO NO ENTREGABLE, LLAVE: ID-CLIENTE. MIENTRAS
      *    EXISTA, CAR-CLI, GEN-DUN Y EDO-CTA NO LE MANDAN NADA Y LO
      *    LISTAN PARA QUE LA SUCURSAL LE LLAME.
      *    LA MARCA SOLO VALE SI FEC-ING-DEV ES IGUAL AL FEC-ING
      *    ACTUAL DEL CLIENTE (LOS ID DEPURADOS POR DEP-CLI SE REUSAN).
      *    DOC-DEV: LO QUE REGRESO EL CORREO LA ULTIMA VEZ, "C" CARTA
      *    (CAR-CLI), "A" AVISO DE COBRANZA (GEN-DUN), "E" ESTADO DE
      *    CUENTA (EDO-CTA), "O" OTRO.
      *    NUM-DEV: PIEZAS DEVUELTAS DESDE QUE SE MARCO.
      *    LO GRABA MAN-CLI (CORREO DEVUELTO) Y LO BORRA EL MISMO
      *    MAN-CLI AL CORREGIR EL DOMICILIO.
       01 REG-DEV.
           03 ID-CLIENTE-DEV     PIC 9(03).
           03 FEC-ING-DEV        PIC 9(08).
           03 FEC-PRI-DEV        PIC 9(08).
           03 FEC-DEV            PIC 9(08).
           03 DOC-DEV            PIC X.
           03 MOT-DEV            PIC X(30).
           03 OPER-DEV           PIC X(08).
           03 NUM-DEV            PIC 9(03).
