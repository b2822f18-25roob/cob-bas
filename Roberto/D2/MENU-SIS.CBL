           FILE STATUS IS WKS-STAT-SEG.
           SELECT FIR-LOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAR-SIS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLA-PRM
           FILE STATUS IS WKS-STAT-PRM.
           SELECT SES-TOK ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG ASSIGN TO DISK
       FD FIR-LOG.
           COPY FIRLOG.

       FD PAR-SIS.
           COPY SISPAR.

       FD SES-TOK.
           COPY SESTOK.

       77 WKS-STAT-SEG       PIC XX.
       77 WKS-FIR-RES        PIC X.
       77 WKS-PWD-DIAS       PIC 9(03) VALUE 90.
       77 WKS-MAX-FALLAS     PIC 9(02) VALUE 5.
       77 WKS-STAT-PRM       PIC XX.
       77 WKS-PWD-OK         PIC 9.
       77 WKS-PWD-N1         PIC X(08).
       77 WKS-PWD-N2         PIC X(08).

           PERFORM 1005-FIRMA-OPERADOR.

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
           OPEN I-O OPE-TAB.
           IF WKS-STAT-OPE = "35"
               OPEN OUTPUT OPE-SEG
               CLOSE OPE-SEG
               OPEN I-O OPE-SEG.
           PERFORM 1002-LEE-PAR-FIRMA.
           MOVE 0 TO WKS-FIRMA-OK.
           MOVE 0 TO WKS-INTENTOS.
           PERFORM 1006-PIDE-FIRMA UNTIL WKS-FIRMA-OK = 1.

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
               DISPLAY "15 REPRECIO DE ANUALIDADES   (ACT-ANU)"
               DISPLAY "16 NOTAS DE CREDITO          (GEN-NCR)"
               DISPLAY "17 TASAS DE COMISION         (GEN-COM)"
               DISPLAY "18 FIN DE DIA                (BATCH-DIA)"
               DISPLAY "19 CANCELACION DE RECIBOS    (CAN-PAG)"
               DISPLAY "20 CONDONACION DE RECARGOS   (CND-MOR)"
               DISPLAY "21 TASAS DE IVA              (GEN-IVA)"
               DISPLAY "22 AUTORIZAR CASTIGOS        (AUT-CAS)"
               DISPLAY "23 ACLARACIONES              (CAP-ACL)"
               DISPLAY "24 CUOTAS DE REPOSICION      (GEN-REP)"
               DISPLAY "25 PARTIDAS DE CONCILIACION  (LIB-CNC)"
               DISPLAY "26 UMBRAL DE EFECTIVO PLD    (GEN-PLD)"
               DISPLAY "27 PARAMETROS DEL SISTEMA    (GEN-PAR)"
               DISPLAY "28 CIERRE CONTABLE           (CIE-PER)"
               DISPLAY "29 CATALOGO DE CUENTAS       (GEN-CTA)"
               DISPLAY "30 DERECHOS ARCO             (CAP-DER)".
           DISPLAY "31 SALIR".
           DISPLAY "ELEGIR OPCION:".
           ACCEPT WKS-OPCION.

           IF WKS-OPCION > 10 AND WKS-OPCION < 31
               AND WKS-NIV-OPE < 2
               DISPLAY "OPCION RESERVADA AL SUPERVISOR."
           ELSE
               WHEN 16 PERFORM 2116-ARMA-CON-FIRMA-NCR
               WHEN 17 PERFORM 2117-ARMA-CON-FIRMA-COM
               WHEN 18 MOVE "BATCH-DIA" TO WKS-CMD
               WHEN 19 PERFORM 2120-ARMA-CON-FIRMA-CAN
               WHEN 20 PERFORM 2121-ARMA-CON-FIRMA-CND
               WHEN 21 PERFORM 2122-ARMA-CON-FIRMA-IVA
               WHEN 22 PERFORM 2123-ARMA-CON-FIRMA-CAS
               WHEN 23 PERFORM 2124-ARMA-CON-FIRMA-ACL
               WHEN 24 PERFORM 2125-ARMA-CON-FIRMA-REP
               WHEN 25 PERFORM 2126-ARMA-CON-FIRMA-CNC
               WHEN 26 PERFORM 2127-ARMA-CON-FIRMA-PLD
               WHEN 27 PERFORM 2128-ARMA-CON-FIRMA-PAR
               WHEN 28 PERFORM 2129-ARMA-CON-FIRMA-PER
               WHEN 29 PERFORM 2130-ARMA-CON-FIRMA-CTA
               WHEN 30 PERFORM 2131-ARMA-CON-FIRMA-DER
               WHEN 31 MOVE 1 TO WKS-FIN
               WHEN OTHER DISPLAY "OPCION INVALIDA."
           END-EVALUATE.

               INTO WKS-CMD
           END-STRING.

       2120-ARMA-CON-FIRMA-CAN.
           STRING "CAN-PAG FIRMA=" DELIMITED BY SIZE
                  WKS-OPERADOR     DELIMITED BY SIZE
               INTO WKS-CMD
           END-STRING.

       2121-ARMA-CON-FIRMA-CND.
           STRING "CND-MOR FIRMA=" DELIMITED BY SIZE
                  WKS-OPERADOR     DELIMITED BY SIZE
               INTO WKS-CMD
           END-STRING.

       2122-ARMA-CON-FIRMA-IVA.
           STRING "GEN-IVA FIRMA=" DELIMITED BY SIZE
                  WKS-OPERADOR     DELIMITED BY SIZE
               INTO WKS-CMD
           END-STRING.

       2123-ARMA-CON-FIRMA-CAS.
           STRING "AUT-CAS FIRMA=" DELIMITED BY SIZE
                  WKS-OPERADOR      DELIMITED BY SIZE
               INTO WKS-CMD
           END-STRING.

       2124-ARMA-CON-FIRMA-ACL.
           STRING "CAP-ACL FIRMA=" DELIMITED BY SIZE
                  WKS-OPERADOR      DELIMITED BY SIZE
               INTO WKS-CMD
           END-STRING.

       2125-ARMA-CON-FIRMA-REP.
           STRING "GEN-REP FIRMA=" DELIMITED BY SIZE
                  WKS-OPERADOR      DELIMITED BY SIZE
               INTO WKS-CMD
           END-STRING.

       2126-ARMA-CON-FIRMA-CNC.
           STRING "LIB-CNC FIRMA=" DELIMITED BY SIZE
                  WKS-OPERADOR      DELIMITED BY SIZE
               INTO WKS-CMD
           END-STRING.

       2127-ARMA-CON-FIRMA-PLD.
           STRING "GEN-PLD FIRMA=" DELIMITED BY SIZE
                  WKS-OPERADOR      DELIMITED BY SIZE
               INTO WKS-CMD
           END-STRING.

       2128-ARMA-CON-FIRMA-PAR.
           STRING "GEN-PAR FIRMA=" DELIMITED BY SIZE
                  WKS-OPERADOR      DELIMITED BY SIZE
               INTO WKS-CMD
           END-STRING.

       2129-ARMA-CON-FIRMA-PER.
           STRING "CIE-PER FIRMA=" DELIMITED BY SIZE
                  WKS-OPERADOR      DELIMITED BY SIZE
               INTO WKS-CMD
           END-STRING.

       2130-ARMA-CON-FIRMA-CTA.
           STRING "GEN-CTA FIRMA=" DELIMITED BY SIZE
                  WKS-OPERADOR      DELIMITED BY SIZE
               INTO WKS-CMD
           END-STRING.

       2131-ARMA-CON-FIRMA-DER.
           STRING "CAP-DER FIRMA=" DELIMITED BY SIZE
                  WKS-OPERADOR      DELIMITED BY SIZE
               INTO WKS-CMD
           END-STRING.

       8400-ESCRIBE-FIR-LOG.
      *    TODA FIRMA, BUENA O MALA, QUEDA EN LA BITACORA FIR-LOG;
      *    CON-FIR LA CONSULTA.
