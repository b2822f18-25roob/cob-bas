       IDENTIFICATION DIVISION.
       PROGRAM-ID. REC-EMB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMB-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LLAVE-EMB
           FILE STATUS IS WKS-STAT-EMB.
           SELECT EMB-SEC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WKS-STAT-SEC.
       DATA DIVISION.
       FILE SECTION.
       FD EMB-CLI.
           COPY EMBCLI.

       FD EMB-SEC.
       01 LINEA-SEC        PIC X(110).

       WORKING-STORAGE SECTION.
       77 WKS-FIN          PIC 9.
       77 WKS-DESC         PIC X.
       77 WKS-STAT-EMB     PIC XX.
       77 WKS-STAT-SEC     PIC XX.
       77 WKS-RECARGADOS   PIC 9(06).
       77 WKS-RECHAZADOS   PIC 9(05).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-FIN = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
      *    RECARGA DE LA COLA DE GRABADO DESDE EL ARCHIVO DE TRABAJO
      *    DEJADO POR CNV-EMB. EL ARCHIVO DE TRABAJO SE VERIFICA
      *    ANTES DE TRUNCAR EL INDEXADO, PARA NO VACIARLO SIN TENER
      *    DE DONDE RECARGAR.
           DISPLAY "RECARGA DE LA COLA DE GRABADO (EMB-CLI)".
           DISPLAY "RECONSTRUYE EL ARCHIVO INDEXADO CON EL LAYOUT".
           DISPLAY "ACTUAL A PARTIR DE EMB-SEC.".
           DISPLAY "DESEA CONTINUAR?:(S/N)".
           ACCEPT WKS-DESC.
           IF WKS-DESC NOT = "S"
               MOVE 1 TO WKS-FIN.

           IF WKS-FIN = 0
               OPEN INPUT EMB-SEC
               IF WKS-STAT-SEC = "35"
                   DISPLAY "NO EXISTE EL ARCHIVO DE TRABAJO (EMB-SEC)."
                   DISPLAY "EJECUTE CNV-EMB ANTES DE RECARGAR."
                   MOVE 1 TO WKS-FIN
               ELSE
                   OPEN OUTPUT EMB-CLI
                   MOVE 0 TO WKS-RECARGADOS
                   MOVE 0 TO WKS-RECHAZADOS
               END-IF
           END-IF.

       2000-PROCESO.
           READ EMB-SEC
               AT END MOVE 1 TO WKS-FIN
               NOT AT END
                   MOVE LINEA-SEC TO REG-EMB
                   WRITE REG-EMB
                       INVALID KEY
                           ADD 1 TO WKS-RECHAZADOS
                           DISPLAY "RECHAZADO AL RECARGAR LA SOLICITUD "
                               LLAVE-EMB
                       NOT INVALID KEY
                           ADD 1 TO WKS-RECARGADOS
                   END-WRITE
           END-READ.

       3000-FIN.
           IF WKS-RECARGADOS > 0 OR WKS-RECHAZADOS > 0
               CLOSE EMB-CLI EMB-SEC
               DISPLAY "SOLICITUDES RECARGADAS: " WKS-RECARGADOS
               DISPLAY "SOLICITUDES RECHAZADAS: " WKS-RECHAZADOS.
