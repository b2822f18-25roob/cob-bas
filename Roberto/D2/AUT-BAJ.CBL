           FILE STATUS IS WKS-STAT-SEG.
           SELECT FIR-LOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAR-SIS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLA-PRM
           FILE STATUS IS WKS-STAT-PRM.
           SELECT SES-TOK ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WKS-STAT-TOK.
       FD FIR-LOG.
           COPY FIRLOG.

       FD PAR-SIS.
           COPY SISPAR.

       FD SES-TOK.
           COPY SESTOK.

       77 WKS-STAT-TOK       PIC XX.
       77 WKS-TOK-OK         PIC 9.
       77 WKS-PWD-DIAS       PIC 9(03) VALUE 90.
       77 WKS-MAX-FALLAS     PIC 9(02) VALUE 5.
       77 WKS-STAT-PRM       PIC XX.
       77 WKS-PWD-OK         PIC 9.
       77 WKS-PWD-N1         PIC X(08).
       77 WKS-PWD-N2         PIC X(08).
                   MOVE 1 TO WKS-FIN
           END-START.

       1002-LEE-PAR-FIRMA.
      *    LA VIGENCIA DE LA CONTRASENA Y LAS FALLAS PARA EL BLOQUEO
      *    SE TOMAN DE PAR-SIS (VER GEN-PAR); SIN ARCHIVO O SIN LA
      *    CLAVE QUEDAN LOS 90 DIAS Y LAS 5 FALLAS DE SIEMPRE.
           OPEN INPUT PAR-SIS.
           IF WKS-STAT-PRM NOT = "35"
               MOVE "PWD-DIAS" TO CLA-PRM
               READ PAR-SIS
                   NOT INVALID KEY MOVE VAL-PRM TO WKS-PWD-DIAS
               END-READ
               MOVE "FIR-FALL" TO CLA-PRM
               READ PAR-SIS
                   NOT INVALID KEY MOVE VAL-PRM TO WKS-MAX-FALLAS
               END-READ
               CLOSE PAR-SIS
           END-IF.

       1005-FIRMA-OPERADOR.
      *    APLICAR O RECHAZAR BAJAS ES FUNCION DE SUPERVISOR
      *    (NIV-OPE 2); TRES INTENTOS FALLIDOS TERMINAN EL PROGRAMA.
               OPEN OUTPUT OPE-SEG
               CLOSE OPE-SEG
               OPEN I-O OPE-SEG.
           PERFORM 1002-LEE-PAR-FIRMA.
           MOVE 0 TO WKS-FIRMA-OK.
           MOVE 0 TO WKS-INTENTOS.
           PERFORM 1004-FIRMA-DEL-MENU.

       1007-VALIDA-OPERADOR.
      *    LAS FALLAS SE ACUMULAN EN OPE-SEG AUNQUE EL PROGRAMA SE
      *    REINICIE: LAS SEGUIDAS QUE MARCA FIR-FALL EN PAR-SIS
      *    (CINCO SI NO ESTA) INHABILITAN AL OPERADOR EN
      *    OPE-TAB HASTA QUE UN SUPERVISOR LO REACTIVE EN GEN-OPE.
           MOVE WKS-OPERADOR TO CLA-OPE-SEG.
           READ OPE-SEG
                   DISPLAY "CONTRASENA INCORRECTA" LINE 09 POSITION 45
                   MOVE "F" TO WKS-FIR-RES
                   ADD 1 TO FALLAS-SEG
                   IF FALLAS-SEG >= WKS-MAX-FALLAS
                       MOVE "I" TO EST-OPE
                       REWRITE REG-OPE
                       DISPLAY "OPERADOR BLOQUEADO POR INTENTOS"
