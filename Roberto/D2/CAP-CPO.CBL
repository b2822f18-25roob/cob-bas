       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP-CPO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CPO-TAB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLA-CPO
           FILE STATUS IS WKS-STAT-CPO.
       DATA DIVISION.
       FILE SECTION.
       FD CPO-TAB.
           COPY CPOTAB.

       WORKING-STORAGE SECTION.
       77 WKS-FIN            PIC 9.
       77 WKS-DESC           PIC X.
       77 WKS-OPCION         PIC 9.
       77 WKS-STAT-CPO       PIC XX.
       01 WKS-CIU-CAP        PIC X(20).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-FIN = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
      *    ABRIR EL CATALOGO EXISTENTE.
      *    SI NO EXISTE TODAVIA, CREARLO.
           OPEN I-O CPO-TAB.
           IF WKS-STAT-CPO = "35"
               OPEN OUTPUT CPO-TAB
               CLOSE CPO-TAB
               OPEN I-O CPO-TAB.

       2000-PROCESO.
           DISPLAY SPACES.
           DISPLAY "CATALOGO DE CODIGOS POSTALES".
           DISPLAY "AGREGAR O CORREGIR C.P.  (1)".
           DISPLAY "QUITAR C.P.              (2)".
           DISPLAY "CONSULTAR C.P.           (3)".
           DISPLAY "SALIR                    (4)".
           DISPLAY "ELEGIR OPCION:".
           ACCEPT WKS-OPCION.

           IF WKS-OPCION = 1
               PERFORM 2100-AGREGA-CODIGO
           ELSE IF WKS-OPCION = 2
               PERFORM 2200-QUITA-CODIGO
               ELSE IF WKS-OPCION = 3
                   PERFORM 2300-CONSULTA-CODIGO
                   ELSE IF WKS-OPCION = 4
                       MOVE 1 TO WKS-FIN.

       2100-AGREGA-CODIGO.
           MOVE 0 TO CLA-CPO.
           PERFORM 2110-CAPTURA-CODIGO UNTIL CLA-CPO > 0.
           MOVE SPACES TO WKS-CIU-CAP.
           PERFORM 2120-CAPTURA-CIUDAD UNTIL WKS-CIU-CAP NOT = SPACES.
           READ CPO-TAB
               INVALID KEY
                   MOVE WKS-CIU-CAP TO CIU-CPO
                   WRITE REG-CPO
                   DISPLAY "CODIGO POSTAL AGREGADO."
               NOT INVALID KEY
                   DISPLAY "YA EXISTIA CON LA CIUDAD: " CIU-CPO
                   DISPLAY "CONFIRMA CAMBIARLA?:(S/N)"
                   ACCEPT WKS-DESC
                   IF WKS-DESC = "S"
                       MOVE WKS-CIU-CAP TO CIU-CPO
                       REWRITE REG-CPO
                       DISPLAY "CODIGO POSTAL CORREGIDO."
                   END-IF
           END-READ.

       2110-CAPTURA-CODIGO.
           DISPLAY "CODIGO POSTAL:(5 DIGITOS)".
           ACCEPT CLA-CPO.
           IF CLA-CPO = 0
               DISPLAY "CODIGO INVALIDO, REINTENTE".

       2120-CAPTURA-CIUDAD.
           DISPLAY "CIUDAD QUE LE CORRESPONDE:".
           ACCEPT WKS-CIU-CAP.

       2200-QUITA-CODIGO.
      *    LOS DOMICILIOS YA CAPTURADOS CON ESE CODIGO NO CAMBIAN;
      *    SOLO SE RECHAZA EN LAS CAPTURAS SIGUIENTES.
           DISPLAY "CODIGO POSTAL A QUITAR:".
           ACCEPT CLA-CPO.
           DELETE CPO-TAB
               INVALID KEY
                   DISPLAY "NO EXISTE ESE CODIGO POSTAL."
               NOT INVALID KEY
                   DISPLAY "CODIGO POSTAL QUITADO.".

       2300-CONSULTA-CODIGO.
           DISPLAY "CODIGO POSTAL A CONSULTAR:".
           ACCEPT CLA-CPO.
           READ CPO-TAB
               INVALID KEY
                   DISPLAY "NO EXISTE ESE CODIGO POSTAL."
               NOT INVALID KEY
                   DISPLAY "CIUDAD: " CIU-CPO
           END-READ.

       3000-FIN.
           CLOSE CPO-TAB.
