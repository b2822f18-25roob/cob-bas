      *    UN REGISTRO POR DIA FERIADO, LLAVE: FECHA. LOS SABADOS Y
      *    DOMINGOS NO SE CAPTURAN: SE CALCULAN. UN DIA ES HABIL SI
      *    NO ES FIN DE SEMANA NI ESTA AQUI.
      *    MANTENIDO POR CAP-CAL; CONSULTADO POR CON-PEN Y CAP-DER.
       01 REG-CAL.
           03 FEC-CAL        PIC 9(08).
           03 DES-CAL        PIC X(30).
