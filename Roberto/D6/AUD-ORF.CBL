           RECORD KEY IS FOLIO-FAC
           ALTERNATE RECORD KEY IS ID-CLIENTE-FAC WITH DUPLICATES
           FILE STATUS IS WKS-STAT-FAC.
           SELECT EMP-FAC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LLAVE-EFA
           ALTERNATE RECORD KEY IS CLA-EMP-EFA WITH DUPLICATES
           FILE STATUS IS WKS-STAT-EFA.
           SELECT APL-PAG ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LLAVE-APL
           FILE STATUS IS WKS-STAT-APL.
           SELECT DOM-CTL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
       FD FAC-CLI.
           COPY FACCLI.

       FD EMP-FAC.
           COPY EMPFAC.

       FD APL-PAG.
           COPY APLPAG.

       FD DOM-CTL.
           COPY DOMCTL.

       77 WKS-STAT-PAG     PIC XX.
       77 WKS-STAT-FAC     PIC XX.
       77 WKS-STAT-DOM     PIC XX.
       77 WKS-STAT-EFA     PIC XX.
       77 WKS-STAT-APL     PIC XX.
       77 WKS-STAT-LCK     PIC XX.
       77 WKS-STAT-HLD     PIC XX.
       77 WKS-CUARENTENA   PIC 9.
       77 WKS-HAY-TAR      PIC 9.
       77 WKS-HAY-EMP      PIC 9.
       77 WKS-FIN-APL      PIC 9.
       77 WKS-APL-CNT      PIC 9(03).
       77 WKS-CLI-OK       PIC 9.
       77 WKS-CLA-OK       PIC 9.
       77 WKS-FIN-SEC      PIC 9.
           OPEN I-O FAC-CLI.
           OPEN I-O DOM-CTL.

      *    LOS FOLIOS Y RECIBOS DEL CLIENTE 000 SON DE EMPRESAS (VER
      *    EMP-FAC): SIN EMP-FAC O SIN APL-PAG NO SE PUEDEN REVISAR Y
      *    SE DEJAN COMO ESTAN.
           MOVE 1 TO WKS-HAY-EMP.
           OPEN INPUT EMP-FAC.
           IF WKS-STAT-EFA = "35"
               MOVE 0 TO WKS-HAY-EMP
           ELSE
               OPEN INPUT APL-PAG
               IF WKS-STAT-APL = "35"
                   MOVE 0 TO WKS-HAY-EMP
                   CLOSE EMP-FAC
               END-IF
           END-IF.
           IF WKS-HAY-EMP = 0
               DISPLAY "SIN EMP-FAC/APL-PAG NO SE REVISAN LOS FOLIOS"
                   " Y PAGOS DE EMPRESA (CLIENTE 000).".

           IF WKS-CUARENTENA = 1
               OPEN EXTEND ORF-HLD
               IF WKS-STAT-HLD = "35"
               AT END MOVE 1 TO WKS-FIN-SEC
               NOT AT END
                   ADD 1 TO WKS-REVISADOS
                   IF ID-CLIENTE-PAG = 0
                       PERFORM 2320-ES-PAGO-EMPRESA
                   ELSE
                       MOVE ID-CLIENTE-PAG TO ID-CLIENTE
                       PERFORM 2000-EXISTE-CLIENTE
                   END-IF
                   IF WKS-CLI-OK = 0
                       ADD 1 TO WKS-ORF-PAG
                       MOVE SPACES TO WKS-DETALLE
                       IF ID-CLIENTE-PAG = 0
                           STRING "PAGO DE EMPRESA " FOLIO-PAG
                               " SIN FOLIOS DE EMPRESA EN APL-PAG"
                               DELIMITED BY SIZE INTO WKS-DETALLE
                           END-STRING
                       ELSE
                           STRING "CLIENTE " ID-CLIENTE-PAG
                               " NO EXISTE, PAGO DEL " FEC-PAG
                               DELIMITED BY SIZE INTO WKS-DETALLE
                           END-STRING
                       END-IF
                       MOVE "PAG-CLI " TO WKS-DARCH
                       PERFORM 2900-ESCRIBE-HALLAZGO
                       IF WKS-CUARENTENA = 1
                   END-IF
           END-READ.

       2320-ES-PAGO-EMPRESA.
      *    UN RECIBO DEL CLIENTE 000 ES EL PAGO DE UNA EMPRESA (GEN-PAG)
      *    Y ES VALIDO SI TODAS SUS APLICACIONES VAN A FOLIOS DE
      *    EMPRESA; UN PAGO DE EMPRESA NUNCA DEJA SALDO A FAVOR, ASI
      *    QUE SIN APLICACIONES ES HUERFANO.
           IF WKS-HAY-EMP = 0
               MOVE 1 TO WKS-CLI-OK
           ELSE
               MOVE 1 TO WKS-CLI-OK
               MOVE 0 TO WKS-APL-CNT
               MOVE FOLIO-PAG TO FOLIO-PAG-APL
               MOVE ZEROES TO FOLIO-FAC-APL
               MOVE 0 TO WKS-FIN-APL
               START APL-PAG KEY IS GREATER THAN OR EQUAL TO LLAVE-APL
                   INVALID KEY MOVE 1 TO WKS-FIN-APL
               END-START
               PERFORM 2325-REVISA-APLICACION UNTIL WKS-FIN-APL = 1
               IF WKS-APL-CNT = 0
                   MOVE 0 TO WKS-CLI-OK
               END-IF
           END-IF.

       2325-REVISA-APLICACION.
           READ APL-PAG NEXT
               AT END MOVE 1 TO WKS-FIN-APL
               NOT AT END
                   IF FOLIO-PAG-APL NOT = FOLIO-PAG
                       MOVE 1 TO WKS-FIN-APL
                   ELSE
                       ADD 1 TO WKS-APL-CNT
                       MOVE FOLIO-FAC-APL TO FOLIO-FAC
                       READ FAC-CLI
                           INVALID KEY MOVE 0 TO WKS-CLI-OK
                           NOT INVALID KEY
                               IF ID-CLIENTE-FAC = 0
                                   PERFORM 2450-ES-FOLIO-EMPRESA
                               ELSE
                                   MOVE 0 TO WKS-CLI-OK
                               END-IF
                       END-READ
                       IF WKS-CLI-OK = 0
                           MOVE 1 TO WKS-FIN-APL
                       END-IF
                   END-IF
           END-READ.

       2400-REVISA-FOLIOS.
           IF WKS-STAT-FAC = "35"
               CONTINUE
               AT END MOVE 1 TO WKS-FIN-SEC
               NOT AT END
                   ADD 1 TO WKS-REVISADOS
                   IF ID-CLIENTE-FAC = 0
                       MOVE 1 TO WKS-CLI-OK
                       IF WKS-HAY-EMP = 1
                           PERFORM 2450-ES-FOLIO-EMPRESA
                       END-IF
                   ELSE
                       MOVE ID-CLIENTE-FAC TO ID-CLIENTE
                       PERFORM 2000-EXISTE-CLIENTE
                   END-IF
                   IF WKS-CLI-OK = 0
                       ADD 1 TO WKS-ORF-FAC
                       MOVE SPACES TO WKS-DETALLE
                       IF ID-CLIENTE-FAC = 0
                           STRING "FOLIO DE EMPRESA " FOLIO-FAC
                               " SIN LINEAS EN EMP-FAC"
                               DELIMITED BY SIZE INTO WKS-DETALLE
                           END-STRING
                       ELSE
                           STRING "CLIENTE " ID-CLIENTE-FAC
                               " NO EXISTE, FOLIO " FOLIO-FAC
                               DELIMITED BY SIZE INTO WKS-DETALLE
                           END-STRING
                       END-IF
                       MOVE "FAC-CLI " TO WKS-DARCH
                       PERFORM 2900-ESCRIBE-HALLAZGO
                       IF WKS-CUARENTENA = 1
                   END-IF
           END-READ.

       2450-ES-FOLIO-EMPRESA.
      *    UN FOLIO DEL CLIENTE 000 ES EL CONSOLIDADO DE UNA EMPRESA SI
      *    TIENE AL MENOS UNA LINEA EN EMP-FAC (LA PRIMERA DICE DE QUE
      *    EMPRESA ES, IGUAL QUE EN GEN-PAG).
           MOVE 0 TO WKS-CLI-OK.
           MOVE FOLIO-FAC TO FOLIO-EFA.
           MOVE 0 TO ID-CLIENTE-EFA.
           START EMP-FAC KEY IS GREATER THAN OR EQUAL TO LLAVE-EFA
               INVALID KEY MOVE "23" TO WKS-STAT-EFA
           END-START.
           IF WKS-STAT-EFA = "00"
               READ EMP-FAC NEXT
                   AT END CONTINUE
                   NOT AT END
                       IF FOLIO-EFA = FOLIO-FAC
                           MOVE 1 TO WKS-CLI-OK
                       END-IF
               END-READ
           END-IF.

       2500-REVISA-DOMICILIADOS.
           IF WKS-STAT-DOM = "35"
               CONTINUE
               CLOSE FAC-CLI.
           IF WKS-STAT-DOM NOT = "35"
               CLOSE DOM-CTL.
           IF WKS-HAY-EMP = 1
               CLOSE EMP-FAC
               CLOSE APL-PAG.
           IF WKS-CUARENTENA = 1
               CLOSE ORF-HLD.
           CLOSE REP-ORF.
