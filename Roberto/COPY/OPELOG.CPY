      *    REGISTRO DE LA BITACORA DE INHABILITACIONES DE OPERADORES
      *    (OPE-LOG). UNA LINEA POR CADA CUENTA QUE LA REVISION
      *    TRIMESTRAL (REV-OPE, CON OPE-AUTO EN 1) PASA A "I" EN
      *    OPE-TAB: EL OPERADOR INHABILITADO, SU NIVEL, LOS DIAS SIN
      *    FIRMA CORRECTA (99999 SI NUNCA FIRMO), EL TRIMESTRE
      *    REVISADO Y EL SUPERVISOR QUE CORRIO LA REVISION.
       01 REG-OLG.
           03 FEC-OLG        PIC 9(08).
           03 HOR-OLG        PIC 9(06).
           03 OPER-OLG       PIC X(08).
           03 PRG-OLG        PIC X(08).
           03 CLA-OLG        PIC X(08).
           03 NIV-OLG        PIC 9.
           03 DIAS-OLG       PIC 9(05).
           03 TRI-OLG        PIC 9(05).
           03 EST-ANT-OLG    PIC X.
           03 EST-NVO-OLG    PIC X.
