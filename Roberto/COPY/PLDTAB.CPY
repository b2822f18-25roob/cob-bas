      *    REGISTRO DE UMBRALES DE EFECTIVO PLD (PLD-TAB).
      *    UN REGISTRO POR FECHA DE VIGENCIA, LLAVE: FEC-EFE-PLD. EL
      *    UMBRAL APLICABLE A UNA FECHA ES EL DEL REGISTRO CON FECHA
      *    DE VIGENCIA MAS RECIENTE QUE NO REBASA LA FECHA PEDIDA,
      *    IGUAL QUE LAS TASAS DE IVA-TAB. UMB-PLD ES EL TOTAL DE
      *    RECIBOS EN EFECTIVO QUE UN CLIENTE PUEDE PAGAR EN UN MES
      *    CALENDARIO, SUMANDO TODAS LAS SUCURSALES, SIN AUTORIZACION
      *    DE UN SUPERVISOR. SIN UMBRAL VIGENTE NO HAY CONTROL.
      *    MANTENIDO POR GEN-PLD; LO CONSULTAN GEN-PAG Y REP-PLD.
       01 REG-PLD.
           03 FEC-EFE-PLD    PIC 9(08).
           03 UMB-PLD        PIC 9(07)V99.
           03 OPER-PLD       PIC X(08).
           03 FEC-CAP-PLD    PIC 9(08).
