      *    UN REGISTRO POR CARGO ENVIADO AL BANCO, LLAVE: CLIENTE +
      *    FECHA DE CARGO. EST-DOM: "E" ENVIADO, "P" PAGADO,
      *    "R" RECHAZADO (MOT-DOM GUARDA LA CAUSA DEL BANCO).
      *    CAUSAS DEL BANCO CON TRATAMIENTO AUTOMATICO:
      *    "04" FONDOS INSUFICIENTES: EXP-DOM LO REPRESENTA EN LOS
      *         SIGUIENTES CICLOS HASTA EL MAXIMO DE REINTENTOS
      *         (VER DOM-REI), DESPUES SUSPENDE EL MANDATO.
      *    "01" CUENTA INEXISTENTE, "03" CUENTA CANCELADA Y "08"
      *         MANDATO REVOCADO POR EL CLIENTE SON DEFINITIVAS:
      *         RET-DOM CANCELA EL MANDATO E IMPRIME EL AVISO.
      *    LAS DEMAS CAUSAS SOLO QUEDAN REGISTRADAS.
      *    COMPARTIDO POR EXP-DOM Y RET-DOM.
       01 REG-DOM.
           03 LLAVE-DOM.
