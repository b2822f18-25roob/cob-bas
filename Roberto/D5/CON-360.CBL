           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LLAVE-DOM
           FILE STATUS IS WKS-STAT-DOM.
           SELECT SAL-FAV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOLIO-PAG-SAF
           ALTERNATE RECORD KEY IS ID-CLIENTE-SAF WITH DUPLICATES
           FILE STATUS IS WKS-STAT-SAF.
           SELECT HIST-CLI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WKS-STAT-HIS.
           SELECT FAC-ARC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WKS-STAT-ARC.
       DATA DIVISION.
       FILE SECTION.
       FD CLI-INDD.
       FD DOM-CTL.
           COPY DOMCTL.

       FD SAL-FAV.
           COPY SALFAV.

       FD HIST-CLI.
           COPY AUDREG.

       FD FAC-ARC.
           COPY FACARC.

       WORKING-STORAGE SECTION.
       77 WKS-FIN          PIC 9.
       77 WKS-DESC         PIC X.
       77 WKS-HAY-PAG      PIC 9.
       77 WKS-HAY-DOM      PIC 9.
       77 WKS-HAY-HIS      PIC 9.
       77 WKS-STAT-SAF     PIC XX.
       77 WKS-HAY-SAF      PIC 9.
       77 WKS-FIN-SEC      PIC 9.
       77 WKS-STAT-ARC     PIC XX.
       77 WKS-FEC-DOC      PIC 9(08).
       77 WKS-MOSTRADOS    PIC 9(03).
       77 WKS-IX           PIC 99.
       77 WKS-SIG          PIC 99.
           IF WKS-STAT-DOM = "35"
               MOVE 0 TO WKS-HAY-DOM.

           MOVE 1 TO WKS-HAY-SAF.
           OPEN INPUT SAL-FAV.
           IF WKS-STAT-SAF = "35"
               MOVE 0 TO WKS-HAY-SAF.

       2000-PROCESO.
           DISPLAY SPACES.
           DISPLAY "ID DEL CLIENTE A CONSULTAR:".
                   DISPLAY "ACEPTAR"
                   ACCEPT WKS-DESC
                   PERFORM 2400-MUESTRA-FOLIOS
                   PERFORM 2450-MUESTRA-SALDO-FAVOR
                   PERFORM 2500-MUESTRA-PAGOS
                   PERFORM 2600-MUESTRA-DOMICILIADOS
                   DISPLAY "ACEPTAR"
                   ACCEPT WKS-DESC
                   PERFORM 2700-MUESTRA-MOVIMIENTOS
                   DISPLAY "DESEA VER EL HISTORICO ARCHIVADO?:(S/N)"
                   ACCEPT WKS-DESC
                   IF WKS-DESC = "S"
                       PERFORM 2800-MUESTRA-ARCHIVADO
                   END-IF
           END-READ.

           DISPLAY "DESEA CONSULTAR OTRO CLIENTE?:(S/N)".
                   END-IF
           END-READ.

       2450-MUESTRA-SALDO-FAVOR.
      *    SOBRANTES DE PAGO QUE AUN NO SE APLICAN A NINGUN FOLIO;
      *    SOLO APARECE LA SECCION SI EL CLIENTE TIENE ALGUNO.
           MOVE 0 TO WKS-MOSTRADOS.
           IF WKS-HAY-SAF = 1
               MOVE ID-CLIENTE TO ID-CLIENTE-SAF
               MOVE 0 TO WKS-FIN-SEC
               START SAL-FAV KEY IS GREATER THAN OR EQUAL TO
                   ID-CLIENTE-SAF
                   INVALID KEY MOVE 1 TO WKS-FIN-SEC
               END-START
               PERFORM 2460-MUESTRA-SALDO UNTIL WKS-FIN-SEC = 1.

       2460-MUESTRA-SALDO.
           READ SAL-FAV NEXT
               AT END MOVE 1 TO WKS-FIN-SEC
               NOT AT END
                   IF ID-CLIENTE-SAF NOT = ID-CLIENTE
                       MOVE 1 TO WKS-FIN-SEC
                   ELSE
                       IF EST-SAF = "P"
                           IF WKS-MOSTRADOS = 0
                               DISPLAY "SALDO A FAVOR SIN APLICAR:"
                           END-IF
                           COMPUTE WKS-SALDO = IMP-SAF - IMP-APL-SAF
                           MOVE WKS-SALDO TO WKS-SALDO-ED
                           DISPLAY "  RECIBO " FOLIO-PAG-SAF
                               "  DEL " FEC-SAF
                               "  SALDO " WKS-SALDO-ED
                           ADD 1 TO WKS-MOSTRADOS
                       END-IF
                   END-IF
           END-READ.

       2500-MUESTRA-PAGOS.
      *    LOS ULTIMOS 5 RECIBOS DEL CLIENTE, EN UN ANILLO COMO EL
      *    DE CON-RUN.
               MOVE 1 TO WKS-SIG.
           SUBTRACT 1 FROM WKS-GUARDADAS.

       2800-MUESTRA-ARCHIVADO.
      *    FOLIOS Y RECIBOS QUE DEP-FAC SACO DE LOS ARCHIVOS VIVOS.
      *    DEP-CLI REUSA LOS ID DEPURADOS, ASI QUE SOLO SE MUESTRA LO
      *    FECHADO DESDE EL INGRESO DEL CLIENTE ACTUAL. EL HISTORICO
      *    SE ABRE Y SE CIERRA EN CADA CONSULTA, COMO LA BITACORA.
           DISPLAY "HISTORICO ARCHIVADO (FOLIOS LIQUIDADOS Y RECIBOS):".
           MOVE 0 TO WKS-MOSTRADOS.
           OPEN INPUT FAC-ARC.
           IF WKS-STAT-ARC NOT = "35"
               MOVE 0 TO WKS-FIN-SEC
               PERFORM 2810-MUESTRA-LINEA-ARC UNTIL WKS-FIN-SEC = 1
               CLOSE FAC-ARC.
           IF WKS-MOSTRADOS = 0
               DISPLAY "  (SIN FOLIOS NI RECIBOS ARCHIVADOS)".

       2810-MUESTRA-LINEA-ARC.
           READ FAC-ARC
               AT END MOVE 1 TO WKS-FIN-SEC
               NOT AT END
                   IF ID-CLIENTE-FAR = ID-CLIENTE
                       PERFORM 2820-MUESTRA-DOCUMENTO
                   END-IF
           END-READ.

       2820-MUESTRA-DOCUMENTO.
           IF TIP-FAR = "FAC"
               MOVE FEC-EMI-FAR TO WKS-FEC-DOC
               IF WKS-FEC-DOC = 0
                   MOVE FEC-VEN-FAR TO WKS-FEC-DOC
               END-IF
               IF WKS-FEC-DOC NOT < FEC-ING
                   MOVE IMP-FAC-FAR TO WKS-IMP-ED
                   DISPLAY "  FOLIO  " FOLIO-FAC-FAR
                       "  VENCE " FEC-VEN-FAR
                       "  " WKS-IMP-ED
                       "  ARCHIVADO " FEC-FAR
                   ADD 1 TO WKS-MOSTRADOS
               END-IF
           ELSE IF TIP-FAR = "PAG"
               IF FEC-PAG-FAR NOT < FEC-ING
                   MOVE IMP-PAG-FAR TO WKS-IMP-ED
                   DISPLAY "  RECIBO " FOLIO-PAG-FAR
                       "  FECHA " FEC-PAG-FAR
                       "  " WKS-IMP-ED
                       "  ARCHIVADO " FEC-FAR
                   ADD 1 TO WKS-MOSTRADOS.

       3000-FIN.
           CLOSE CLI-INDD.
           IF WKS-HAY-DET = 1
               CLOSE PAG-CLI.
           IF WKS-HAY-DOM = 1
               CLOSE DOM-CTL.
           IF WKS-HAY-SAF = 1
               CLOSE SAL-FAV.
