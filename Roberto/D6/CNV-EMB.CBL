       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNV-EMB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMB-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LLAVE-EMB-VIE
           FILE STATUS IS WKS-STAT-EMB.
           SELECT EMB-SEC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *    LA COLA DE GRABADO SE ABRE CON SU LAYOUT VIEJO DE 101
      *    BYTES (SIN MOTIVO DE LA SOLICITUD), QUE ES EL QUE TIENE
      *    EN DISCO UNA COLA ANTERIOR A ESTE CAMPO.
       FD EMB-CLI.
       01 REG-EMB-VIE.
           03 LLAVE-EMB-VIE.
               05 ID-CLIENTE-VIE PIC 9(03).
               05 CLA-TAR-VIE    PIC 9.
           03 NOM-VIE            PIC X(60).
           03 NOM-TAR-VIE        PIC X(20).
           03 FEC-SOL-VIE        PIC 9(08).
           03 FEC-ENV-VIE        PIC 9(08).
           03 EST-VIE            PIC X.

       FD EMB-SEC.
       01 LINEA-SEC        PIC X(110).

       WORKING-STORAGE SECTION.
       77 WKS-FIN          PIC 9.
       77 WKS-DESC         PIC X.
       77 WKS-STAT-EMB     PIC XX.
       77 WKS-CONVERTIDOS  PIC 9(06).

      *    CONVERSION UNICA DE LA COLA DE GRABADO AL LAYOUT ACTUAL
      *    DE EMBCLI: CADA SOLICITUD VIEJA SALE AL ARCHIVO DE
      *    TRABAJO EMB-SEC CON EL MOTIVO EN ESPACIO (NO SE SABE SI
      *    FUE ALTA O REPOSICION). DESPUES EJECUTE REC-EMB, QUE
      *    RECONSTRUYE EL ARCHIVO INDEXADO A PARTIR DE EMB-SEC.
           COPY EMBCLI.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-FIN = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           DISPLAY "CONVERSION DE LA COLA DE GRABADO AL LAYOUT".
           DISPLAY "ACTUAL. EJECUTE UNA SOLA VEZ SOBRE UNA COLA".
           DISPLAY "ANTERIOR AL MOTIVO DE SOLICITUD, Y DESPUES".
           DISPLAY "CORRA REC-EMB PARA RECONSTRUIR EL ARCHIVO.".
           DISPLAY "DESEA CONTINUAR?:(S/N)".
           ACCEPT WKS-DESC.
           IF WKS-DESC NOT = "S"
               MOVE 1 TO WKS-FIN.

           IF WKS-FIN = 0
               OPEN INPUT EMB-CLI
               IF WKS-STAT-EMB = "35"
                   DISPLAY "NO EXISTE LA COLA DE GRABADO (EMB-CLI)."
                   MOVE 1 TO WKS-FIN
               ELSE
                   OPEN OUTPUT EMB-SEC
                   MOVE 0 TO WKS-CONVERTIDOS
                   MOVE ZEROES TO LLAVE-EMB-VIE
                   START EMB-CLI KEY IS GREATER THAN OR EQUAL TO
                       LLAVE-EMB-VIE
                       INVALID KEY MOVE 1 TO WKS-FIN
                   END-START
               END-IF
           END-IF.

       2000-PROCESO.
           READ EMB-CLI NEXT
               AT END MOVE 1 TO WKS-FIN
               NOT AT END PERFORM 2100-CONVIERTE-SOLICITUD
           END-READ.

       2100-CONVIERTE-SOLICITUD.
           MOVE ID-CLIENTE-VIE TO ID-CLIENTE-EMB.
           MOVE CLA-TAR-VIE    TO CLA-TAR-EMB.
           MOVE NOM-VIE        TO NOM-EMB.
           MOVE NOM-TAR-VIE    TO NOM-TAR-EMB.
           MOVE FEC-SOL-VIE    TO FEC-SOL-EMB.
           MOVE FEC-ENV-VIE    TO FEC-ENV-EMB.
           MOVE EST-VIE        TO EST-EMB.
           MOVE SPACE          TO MOT-EMB.
           MOVE SPACES TO LINEA-SEC.
           MOVE REG-EMB TO LINEA-SEC.
           WRITE LINEA-SEC.
           ADD 1 TO WKS-CONVERTIDOS.

       3000-FIN.
           IF WKS-CONVERTIDOS > 0
               CLOSE EMB-CLI EMB-SEC
               DISPLAY "SOLICITUDES CONVERTIDAS: " WKS-CONVERTIDOS
               DISPLAY "EJECUTE REC-EMB PARA RECONSTRUIR EL ARCHIVO"
               DISPLAY "INDEXADO CON EL LAYOUT NUEVO.".
