      *    REGISTRO DEL CATALOGO DE EMPRESAS (EMP-TAB).
      *    UNA EMPRESA QUE PAGA LA ANUALIDAD DE UN GRUPO DE CLIENTES
      *    (CUENTA CORPORATIVA), LLAVE: CLAVE DE EMPRESA. EL DOMICILIO
      *    ES EL DE ENVIO DE SU ESTADO DE CUENTA.
      *    EST-EMP: "A" ACTIVA, "B" DADA DE BAJA (SOLO SIN CLIENTES
      *    LIGADOS EN EMP-CLI).
      *    MANTENIDO POR CAP-EMP; LO LEEN MAN-CLI, GEN-FACT, GEN-PAG,
      *    EDO-CTA, REC-MOR, EXP-CFD Y REP-CXC.
       01 REG-EMP.
           03 CLA-EMP            PIC 9(04).
           03 NOM-EMP            PIC X(40).
           03 RFC-EMP            PIC X(13).
           03 CON-EMP            PIC X(30).
           03 TEL-EMP            PIC X(12).
           03 DIR1-EMP           PIC X(30).
           03 DIR2-EMP           PIC X(30).
           03 CIU-EMP            PIC X(20).
           03 CP-EMP             PIC 9(05).
           03 EST-EMP            PIC X.
           03 FEC-ALT-EMP        PIC 9(08).
