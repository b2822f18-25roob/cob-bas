      *    REGISTRO DE PARAMETROS DEL SISTEMA (PAR-SIS).
      *    UN REGISTRO POR REGLA DE NEGOCIO, LLAVE: CLAVE DEL
      *    PARAMETRO (VER EL CATALOGO EN 1100-CARGA-CATALOGO DE
      *    GEN-PAR). VAL-PRM ES SIEMPRE NUMERICO (DIAS, MESES, ANOS,
      *    VECES, PORCENTAJE O IMPORTE, O UN CODIGO NUMERICO DESCRITO
      *    EN DES-PRM); MIN-PRM Y MAX-PRM SON LOS LIMITES QUE GEN-PAR
      *    ACEPTA AL MODIFICARLO. OPER-PRM Y FEC-PRM: ULTIMO CAMBIO.
      *    CADA PROGRAMA LEE SUS PARAMETROS AL ARRANCAR; SI EL
      *    ARCHIVO O LA CLAVE NO EXISTEN USA SU VALOR DE SIEMPRE.
      *    MANTENIDO POR GEN-PAR (CADA CAMBIO QUEDA EN PAR-LOG).
       01 REG-PRM.
           03 CLA-PRM        PIC X(08).
           03 DES-PRM        PIC X(40).
           03 VAL-PRM        PIC 9(07)V99.
           03 MIN-PRM        PIC 9(07)V99.
           03 MAX-PRM        PIC 9(07)V99.
           03 OPER-PRM       PIC X(08).
           03 FEC-PRM        PIC 9(08).
