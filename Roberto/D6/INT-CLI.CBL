           SELECT REJ-CLI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REP-IMP ASSIGN TO PRINTER.
           SELECT PAR-SIS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLA-PRM
           FILE STATUS IS WKS-STAT-PRM.
       DATA DIVISION.
       FILE SECTION.
       FD OPE-TAB.
       FD REP-IMP.
       01 LINEAI           PIC X(132).

       FD PAR-SIS.
           COPY SISPAR.

       WORKING-STORAGE SECTION.
       77 WKS-FIN          PIC 9.
       77 WKS-STAT-OPE     PIC XX.
       77 WKS-STAT-PRM     PIC XX.
       77 WKS-STAT-IMP     PIC XX.
       77 WKS-STAT-CLI     PIC XX.
       77 WKS-STAT-TAR     PIC XX.
           03 WKS-CAP-MES  PIC 9(02).
           03 WKS-CAP-DIA  PIC 9(02).
       01 WKS-HOY-N        PIC 9(08).
      *    VIGENCIA DEL PLASTICO EN ANOS (PLA-ANOS DE PAR-SIS).
       77 WKS-PLA-ANOS     PIC 9(02).
       01 WKS-VEN-PLA.
           03 WKS-VEN-PLA-ANO PIC 9(04).
           03 WKS-VEN-PLA-MES PIC 9(02).

       1000-INICIO.
           PERFORM 1005-FIRMA-OPERADOR.
           PERFORM 1001-LEE-PAR-PLASTICO.

           OPEN INPUT IMP-CLI.
           IF WKS-STAT-IMP = "35"
           MOVE 0 TO WKS-CARGADOS.
           MOVE 0 TO WKS-RECHAZADOS.

       1001-LEE-PAR-PLASTICO.
      *    LOS ANOS DE VIGENCIA DEL PLASTICO SE TOMAN DE PAR-SIS
      *    (PLA-ANOS, VER GEN-PAR); SIN ARCHIVO O SIN LA CLAVE QUEDAN
      *    LOS 3 ANOS DE SIEMPRE.
           MOVE 3 TO WKS-PLA-ANOS.
           OPEN INPUT PAR-SIS.
           IF WKS-STAT-PRM NOT = "35"
               MOVE "PLA-ANOS" TO CLA-PRM
               READ PAR-SIS
                   NOT INVALID KEY MOVE VAL-PRM TO WKS-PLA-ANOS
               END-READ
               CLOSE PAR-SIS
           END-IF.

       1005-FIRMA-OPERADOR.
      *    LA FIRMA SE VALIDA CONTRA EL CATALOGO DE OPERADORES ANTES
      *    DE TOCAR NINGUN OTRO ARCHIVO; TRES INTENTOS FALLIDOS
                   REWRITE REG-TAR-CLI.

       2550-CALCULA-VEN-PLASTICO.
      *    EL PLASTICO VALE LOS ANOS DE PLA-ANOS DESDE SU ALTA; UN
      *    ALTA DEL 29/02 VENCE EL 28/02 DEL ANO NO BISIESTO.
           MOVE FEC-ALTA-DET TO WKS-VEN-PLA-N.
           ADD WKS-PLA-ANOS TO WKS-VEN-PLA-ANO.
           IF WKS-VEN-PLA-MES = 02 AND WKS-VEN-PLA-DIA > 28
               MOVE 28 TO WKS-VEN-PLA-DIA.
           MOVE WKS-VEN-PLA-N TO FEC-VEN-DET.
