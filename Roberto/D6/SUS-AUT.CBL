           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REP-SUS ASSIGN TO PRINTER.
           SELECT ACL-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LLAVE-ACL
           ALTERNATE RECORD KEY IS SUC-ACL WITH DUPLICATES
           FILE STATUS IS WKS-STAT-ACL.
           SELECT PAR-SIS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLA-PRM
           FILE STATUS IS WKS-STAT-PRM.
       DATA DIVISION.
       FILE SECTION.
       FD CLI-INDD.
       FD REP-SUS.
       01 LINEAS           PIC X(132).

       FD ACL-CLI.
           COPY ACLCLI.

       FD PAR-SIS.
           COPY SISPAR.

       WORKING-STORAGE SECTION.
       77 WKS-FIN          PIC 9.
       77 WKS-STAT-CLI     PIC XX.
       77 WKS-STAT-PRM     PIC XX.
       77 WKS-STAT-FAC     PIC XX.
       77 WKS-STAT-ACL     PIC XX.
       77 WKS-HAY-ACL      PIC 9.
       77 WKS-FIN-ACL      PIC 9.
       77 WKS-EN-ACL       PIC 9.
       77 WKS-OMI-ACL      PIC 9(05).
       77 WKS-STAT-CNT     PIC XX.
       77 WKS-STAT-LCK     PIC XX.
       77 WKS-DIAS-GRACIA  PIC 9(03).
       77 WKS-CLI-OK       PIC 9.
       77 WKS-SUSPENDIDOS  PIC 9(05).
       77 WKS-REACTIVADOS  PIC 9(05).
           MOVE "N" TO WKS-RUN-RES.

           DISPLAY "SUSPENSION AUTOMATICA POR FALTA DE PAGO".
           PERFORM 1010-LEE-PARAMETROS.

           ACCEPT WKS-HOY-N FROM DATE YYYYMMDD.
           COMPUTE WKS-DIA-HOY =
           READ CNT-CLI
               INVALID KEY MOVE 0 TO CNT-CLI-ACT.

      *    UN FOLIO CON ACLARACION ABIERTA (VER CAP-ACL) SE DEJA
      *    FUERA DE ESTA CORRIDA.
           MOVE 1 TO WKS-HAY-ACL.
           OPEN INPUT ACL-CLI.
           IF WKS-STAT-ACL = "35"
               MOVE 0 TO WKS-HAY-ACL.
           MOVE 0 TO WKS-OMI-ACL.

           OPEN OUTPUT REP-SUS.
           MOVE SPACES TO LINEAS.
           MOVE WKS-ENC1 TO LINEAS.
               INVALID KEY MOVE 1 TO WKS-FIN
           END-START.

       1010-LEE-PARAMETROS.
      *    LOS DIAS DE GRACIA TRAS EL VENCIMIENTO SON LOS DE
      *    SUS-GRAC EN PAR-SIS (VER GEN-PAR), IGUALES EN CADA CORRIDA.
           MOVE 30 TO WKS-DIAS-GRACIA.
           OPEN INPUT PAR-SIS.
           IF WKS-STAT-PRM NOT = "35"
               MOVE "SUS-GRAC" TO CLA-PRM
               READ PAR-SIS
                   NOT INVALID KEY MOVE VAL-PRM TO WKS-DIAS-GRACIA
               END-READ
               CLOSE PAR-SIS
           END-IF.
           DISPLAY "DIAS DE GRACIA TRAS EL VENCIMIENTO: "
               WKS-DIAS-GRACIA.

       2000-PROCESO.
           READ FAC-CLI NEXT
                       MOVE 0 TO WKS-VENC-ALGO
                   END-IF
                   IF EST-FAC = "P" AND FEC-VEN-FAC < WKS-HOY-N
                       PERFORM 8600-BUSCA-ACLARACION
                       IF WKS-EN-ACL = 1
                           ADD 1 TO WKS-OMI-ACL
                       ELSE
                           PERFORM 2050-REVISA-VENCIDO
                       END-IF
                   END-IF
           END-READ.

       2050-REVISA-VENCIDO.
           MOVE 1 TO WKS-VENC-ALGO.
           COMPUTE WKS-DIA-VENC =
               FUNCTION INTEGER-OF-DATE (FEC-VEN-FAC).
           COMPUTE WKS-DIAS-VEN = WKS-DIA-HOY - WKS-DIA-VENC.
           IF WKS-DIAS-VEN > WKS-DIAS-GRACIA
               MOVE 1 TO WKS-VENC-GRACIA.

       2100-RESUELVE-CLIENTE.
      *    AL CORTE DE CADA CLIENTE: UN ACTIVO CON FOLIO VENCIDO MAS
      *    ALLA DE LA GRACIA SE SUSPENDE CON MOTIVO "FP"; UN
           WRITE REG-RUN.
           CLOSE RUN-LOG.

       8600-BUSCA-ACLARACION.
      *    WKS-EN-ACL QUEDA EN 1 SI EL FOLIO DE REG-FAC TIENE UNA
      *    ACLARACION ABIERTA EN ACL-CLI.
           MOVE 0 TO WKS-EN-ACL.
           IF WKS-HAY-ACL = 1
               MOVE ID-CLIENTE-FAC TO ID-CLIENTE-ACL
               MOVE FOLIO-FAC TO FOLIO-ACL
               MOVE 0 TO SEC-ACL
               START ACL-CLI KEY IS GREATER THAN OR EQUAL TO LLAVE-ACL
                   INVALID KEY MOVE 1 TO WKS-FIN-ACL
               END-START
               IF WKS-STAT-ACL = "00"
                   MOVE 0 TO WKS-FIN-ACL
                   PERFORM 8605-LEE-ACLARACION UNTIL WKS-FIN-ACL = 1
               END-IF
           END-IF.

       8605-LEE-ACLARACION.
           READ ACL-CLI NEXT
               AT END MOVE 1 TO WKS-FIN-ACL
               NOT AT END
                   IF ID-CLIENTE-ACL NOT = ID-CLIENTE-FAC
                       OR FOLIO-ACL NOT = FOLIO-FAC
                       MOVE 1 TO WKS-FIN-ACL
                   ELSE
                       IF EST-ACL = "A"
                           MOVE 1 TO WKS-EN-ACL
                           MOVE 1 TO WKS-FIN-ACL
                       END-IF
                   END-IF
           END-READ.

       3000-FIN.
           PERFORM 8500-ESCRIBE-RUN-LOG.
           MOVE 0 TO LOCK-ACTIVO.
           REWRITE REG-LOCK-CLI.
           CLOSE CLI-INDD.
           CLOSE FAC-CLI.
           IF WKS-HAY-ACL = 1
               CLOSE ACL-CLI.
           IF WKS-HAY-PLA = 1
               CLOSE PLA-CLI.
           CLOSE HIST-CLI.
           DISPLAY "CLIENTES SUSPENDIDOS: " WKS-SUSPENDIDOS.
           DISPLAY "CLIENTES REACTIVADOS: " WKS-REACTIVADOS.
           DISPLAY "PLANES ROTOS:         " WKS-PLANES-ROTOS.
           DISPLAY "FOLIOS EN ACLARACION: " WKS-OMI-ACL.
