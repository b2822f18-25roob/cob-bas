           ACCESS MODE IS RANDOM
           RECORD KEY IS COD-DEL-CTL
           FILE STATUS IS WKS-STAT-CTL.
           SELECT OPO-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ID-CLIENTE-OPO
           FILE STATUS IS WKS-STAT-OPO.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEL-SAL ASSIGN TO DISK
       FD DEL-CTL.
           COPY DELCTL.

       FD OPO-CLI.
           COPY OPOCLI.

       FD RUN-LOG.
           COPY RUNLOG.

       77 WKS-STAT-HIS     PIC XX.
       77 WKS-STAT-CLI     PIC XX.
       77 WKS-STAT-CTL     PIC XX.
       77 WKS-STAT-OPO     PIC XX.
       77 WKS-HAY-OPO      PIC 9.
       77 WKS-IX           PIC 9(04).
       77 WKS-CLI-OK       PIC 9.
       77 WKS-DETALLES     PIC 9(06).
               MOVE 1 TO WKS-FIN
               STOP RUN.

      *    UN CLIENTE CON OPOSICION VIGENTE (VER CAP-DER) VIAJA COMO
      *    RETIRADO; AL LEVANTARSE, LA "O" DE LA BITACORA LO REGRESA
      *    COMO CAMBIO CON SU IMAGEN.
           MOVE 1 TO WKS-HAY-OPO.
           OPEN INPUT OPO-CLI.
           IF WKS-STAT-OPO = "35"
               MOVE 0 TO WKS-HAY-OPO.

           OPEN INPUT HIST-CLI.
           IF WKS-STAT-HIS = "35"
               DISPLAY "NO EXISTE LA BITACORA (HIST-CLI); NADA QUE"
                       MOVE "A" TO WKS-ACC (WKS-IX)
                   WHEN "C"
                   WHEN "T"
                   WHEN "O"
                       IF WKS-ACC (WKS-IX) = SPACE
                           OR WKS-ACC (WKS-IX) = "B"
                           MOVE "C" TO WKS-ACC (WKS-IX)
       2520-EMITE-CLIENTE.
      *    PARA "A" Y "C" SE MANDA LA IMAGEN ACTUAL DEL MAESTRO; SI
      *    EL REGISTRO YA NO EXISTE (DEPURADO O FUSIONADO DESPUES
      *    DEL MOVIMIENTO) O EL CLIENTE TIENE OPOSICION VIGENTE, SE
      *    DEGRADA A "B". PARA "B" SOLO VIAJA EL ID.
           IF WKS-ACC (WKS-IX) = SPACE
               CONTINUE
           ELSE
                   READ CLI-INDD
                       INVALID KEY MOVE 0 TO WKS-CLI-OK
                   END-READ
                   IF WKS-CLI-OK = 1
                       PERFORM 8600-CHECA-OPOSICION
                   END-IF
                   IF WKS-CLI-OK = 1
                       MOVE REG-CLI TO WKS-D-IMAGEN
                   ELSE
               ADD 1 TO WKS-RUN-ESC.
           ADD 1 TO WKS-IX.

       8600-CHECA-OPOSICION.
      *    LA OPOSICION SOLO VALE PARA EL CLIENTE QUE LA PRESENTO, NO
      *    PARA UN CLIENTE NUEVO QUE REUSE SU ID.
           IF WKS-HAY-OPO = 1
               MOVE ID-CLIENTE TO ID-CLIENTE-OPO
               READ OPO-CLI
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF FEC-ING-OPO = FEC-ING
                           MOVE 0 TO WKS-CLI-OK
                       END-IF
               END-READ
           END-IF.

       8500-ESCRIBE-RUN-LOG.
      *    UN SOLO REGISTRO POR CORRIDA, ESCRITO AL TERMINAR, CON LA
      *    HORA DE INICIO CAPTURADA EN 1000-INICIO.
           IF WKS-STAT-HIS NOT = "35"
               CLOSE HIST-CLI.
           CLOSE CLI-INDD.
           IF WKS-HAY-OPO = 1
               CLOSE OPO-CLI.
           CLOSE DEL-CTL.
