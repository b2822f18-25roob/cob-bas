           ACCESS MODE IS RANDOM
           RECORD KEY IS ID-CLIENTE-CON
           FILE STATUS IS WKS-STAT-CON.
           SELECT OPO-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ID-CLIENTE-OPO
           FILE STATUS IS WKS-STAT-OPO.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REP-EXT ASSIGN TO DISK
       FD CON-CLI.
           COPY CONCLI.

       FD OPO-CLI.
           COPY OPOCLI.

       FD RUN-LOG.
           COPY RUNLOG.

       77 WKS-ARG-CMD          PIC X(10).
       77 WKS-STAT-CON         PIC XX.
       77 WKS-HAY-CON          PIC 9.
       77 WKS-STAT-OPO         PIC XX.
       77 WKS-HAY-OPO          PIC 9.
       77 WKS-OPUESTO          PIC 9.
       77 WKS-OMITIDOS         PIC 9(05) VALUE 0.
       01 WKS-ANUA-ED          PIC ZZZZ9.99.
       77 WKS-OPERADOR         PIC X(08).

           IF WKS-STAT-CON = "35"
               MOVE 0 TO WKS-HAY-CON.

      *    UN CLIENTE CON OPOSICION VIGENTE AL USO DE SUS DATOS (VER
      *    CAP-DER) NO SALE EN EL EXTRACTO, NI AUN CON "TODOS".
           MOVE 1 TO WKS-HAY-OPO.
           OPEN INPUT OPO-CLI.
           IF WKS-STAT-OPO = "35"
               MOVE 0 TO WKS-HAY-OPO.

           MOVE SPACES TO LINEA-EXT.
           STRING "ID_CLIENTE" DELIMITED BY SIZE
                  ","          DELIMITED BY SIZE

       2000-PROCESO.
           IF WKS-INCLUYE-TODOS = 1 OR EST-CLI = "A"
               PERFORM 2015-FILTRA-OPOSICION.
           PERFORM 2010-LEE-ARCHIVO.

       2010-LEE-ARCHIVO.
               AT END MOVE 1 TO WKS-FIN
               NOT AT END ADD 1 TO WKS-RUN-LEI.

       2015-FILTRA-OPOSICION.
           PERFORM 8600-CHECA-OPOSICION.
           IF WKS-OPUESTO = 1
               ADD 1 TO WKS-OMITIDOS
           ELSE
               PERFORM 2020-ESCRIBE-LIN.

       2020-ESCRIBE-LIN.
           MOVE ANUA TO WKS-ANUA-ED.
           PERFORM 2030-LEE-CONTACTO.
               END-READ
           END-IF.

       8600-CHECA-OPOSICION.
      *    LA OPOSICION SOLO VALE PARA EL CLIENTE QUE LA PRESENTO, NO
      *    PARA UN CLIENTE NUEVO QUE REUSE SU ID.
           MOVE 0 TO WKS-OPUESTO.
           IF WKS-HAY-OPO = 1
               MOVE ID-CLIENTE TO ID-CLIENTE-OPO
               READ OPO-CLI
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF FEC-ING-OPO = FEC-ING
                           MOVE 1 TO WKS-OPUESTO
                       END-IF
               END-READ
           END-IF.

       8500-ESCRIBE-RUN-LOG.
      *    UN SOLO REGISTRO POR CORRIDA, ESCRITO AL TERMINAR, CON LA
      *    HORA DE INICIO CAPTURADA EN 1000-INICIO.
           CLOSE CLI-INDD.
           IF WKS-HAY-CON = 1
               CLOSE CON-CLI.
           IF WKS-HAY-OPO = 1
               CLOSE OPO-CLI.
           CLOSE REP-EXT.
           DISPLAY "ARCHIVO GENERADO: REP-EXT".
           DISPLAY "OMITIDOS POR OPOSICION: " WKS-OMITIDOS.
