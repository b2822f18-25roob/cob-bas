      *    NIV-OPE: 1 CAPTURISTA, 2 SUPERVISOR.
      *    EST-OPE: "A" ACTIVO, "I" INHABILITADO.
      *    MANTENIDO POR GEN-OPE; VALIDADO EN LA FIRMA DE ENTRADA DE
      *    GEN-INDR, MAN-CLI Y GEN-TAR. REV-OPE LO REVISA CADA
      *    TRIMESTRE Y PUEDE INHABILITAR LAS CUENTAS INACTIVAS; CADA
      *    UNA QUE INHABILITA QUEDA EN OPE-LOG.
       01 REG-OPE.
           03 CLA-OPE       PIC X(08).
           03 NOM-OPE       PIC X(30).
