      *    INCORRECTA, "X" OPERADOR NO REGISTRADO, "I" OPERADOR
      *    INHABILITADO, "B" BLOQUEADO EN ESTE INTENTO POR
      *    ACUMULAR FALLAS.
      *    CONSULTADA POR CON-FIR Y POR LA REVISION DE ACCESOS REV-OPE.
       01 REG-FIR.
           03 FIR-PROGRAMA   PIC X(08).
           03 FIR-OPERADOR   PIC X(08).
