      *    EL CAJERO Y LA DIFERENCIA, PARA QUE UN DIA NO SE CORTE
      *    DOS VECES Y PARA QUE BATCH-DIA PUEDA RECLAMAR EL CORTE
      *    ANTES DEL FIN DE DIA.
      *    ESCRITO POR COR-CAJ; CONSULTADO POR BATCH-DIA Y REV-OPE.
       01 REG-COR.
           03 LLAVE-COR.
               05 FEC-COR        PIC 9(08).
