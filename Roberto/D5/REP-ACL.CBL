       IDENTIFICATION DIVISION.
       PROGRAM-ID. REP-ACL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACL-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LLAVE-ACL
           ALTERNATE RECORD KEY IS SUC-ACL WITH DUPLICATES
           FILE STATUS IS WKS-STAT-ACL.
           SELECT CLI-INDD ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ID-CLIENTE
           ALTERNATE RECORD KEY IS NOM-TAR WITH DUPLICATES
           ALTERNATE RECORD KEY IS FEC-ING WITH DUPLICATES
           ALTERNATE RECORD KEY IS NOM-CLI WITH DUPLICATES
           FILE STATUS IS WKS-STAT-CLI.
           SELECT SUC-TAB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLA-SUC-TAB
           FILE STATUS IS WKS-STAT-SUC.
           SELECT REP-ACL ASSIGN TO PRINTER.
           SELECT PAR-SIS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLA-PRM
           FILE STATUS IS WKS-STAT-PRM.
       DATA DIVISION.
       FILE SECTION.
       FD ACL-CLI.
           COPY ACLCLI.

       FD CLI-INDD.
           COPY REGCLI.

       FD SUC-TAB.
           COPY SUCTAB.

       FD REP-ACL.
       01 LINEAA           PIC X(132).

       FD PAR-SIS.
           COPY SISPAR.

       WORKING-STORAGE SECTION.
       77 WKS-FIN          PIC 9.
       77 WKS-STAT-ACL     PIC XX.
       77 WKS-STAT-PRM     PIC XX.
       77 WKS-STAT-CLI     PIC XX.
       77 WKS-STAT-SUC     PIC XX.
       77 WKS-HAY-CLI      PIC 9.
       77 WKS-HAY-SUC      PIC 9.
       77 WKS-CONT-LIN     PIC 99.
       77 WKS-LIN-MAX      PIC 99 VALUE 60.
       77 WKS-NUM-PAG      PIC 9(02).
       77 WKS-PRIMERA      PIC 9.
       77 WKS-SUC-ANT      PIC 9(02).

       01 WKS-FEC-PROCESO  PIC 9(08).
       01 WKS-HOY          PIC 9(08).
      *    PLAZO DE RESPUESTA PROMETIDO AL CLIENTE, EN DIAS
      *    NATURALES DESDE QUE SE ABRIO LA ACLARACION.
       01 WKS-PLAZO        PIC 9(03).
       01 WKS-DIAS         PIC S9(05).
       01 WKS-NOM-COMPLETO PIC X(62).

      *    SUBTOTAL POR SUCURSAL Y TOTAL GENERAL: CASOS ABIERTOS,
      *    CUANTOS YA REBASARON EL PLAZO E IMPORTE EN ACLARACION.
       01 WKS-SUB-CNT      PIC 9(05).
       01 WKS-SUB-VEN      PIC 9(05).
       01 WKS-SUB-IMP      PIC 9(07)V99.
       01 WKS-TOT-CNT      PIC 9(05).
       01 WKS-TOT-VEN      PIC 9(05).
       01 WKS-TOT-IMP      PIC 9(09)V99.

       01 WKS-ENC1.
           03 FILLER       PIC X(28) VALUE SPACES.
           03 FILLER       PIC X(40)
                     VALUE "ACLARACIONES ABIERTAS POR SUCURSAL".

       01 WKS-ENC2.
           03 FILLER       PIC X(18)
                     VALUE "FECHA DE PROCESO: ".
           03 WKS-EFEC     PIC 9(08).
           03 FILLER       PIC X(05) VALUE SPACES.
           03 FILLER       PIC X(19) VALUE "PLAZO DE RESPUESTA:".
           03 WKS-EPLA     PIC ZZ9.
           03 FILLER       PIC X(06) VALUE " DIAS.".
           03 FILLER       PIC X(05) VALUE SPACES.
           03 FILLER       PIC X(07) VALUE "PAG. : ".
           03 WKS-EPAG     PIC 9(02).

       01 WKS-ENC3.
           03 FILLER       PIC X(10) VALUE "ID-CLIENTE".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(06) VALUE "NOMBRE".
           03 FILLER       PIC X(26) VALUE SPACES.
           03 FILLER       PIC X(05) VALUE "FOLIO".
           03 FILLER       PIC X(05) VALUE SPACES.
           03 FILLER       PIC X(07) VALUE "ABIERTA".
           03 FILLER       PIC X(03) VALUE SPACES.
           03 FILLER       PIC X(04) VALUE "DIAS".
           03 FILLER       PIC X(06) VALUE SPACES.
           03 FILLER       PIC X(07) VALUE "IMPORTE".
           03 FILLER       PIC X(03) VALUE SPACES.
           03 FILLER       PIC X(08) VALUE "OPERADOR".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(06) VALUE "MOTIVO".

       01 WKS-ENCS.
           03 FILLER       PIC X(10) VALUE "SUCURSAL: ".
           03 WKS-ESUC     PIC 9(02).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-ESUCNOM  PIC X(20).

       01 WKS-DET1.
           03 WKS-DID      PIC 999.
           03 FILLER       PIC X(09) VALUE SPACES.
           03 WKS-DNOM     PIC X(30).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-DFOL     PIC 9(06).
           03 FILLER       PIC X(01) VALUE "-".
           03 WKS-DSEC     PIC 99.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 WKS-DFEC     PIC 9(08).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-DDIAS    PIC ZZZZ9.
           03 WKS-DVEN     PIC X(02).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 WKS-DIMP     PIC $$$,$$9.99.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-DOPE     PIC X(08).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-DMOT     PIC X(40).

       01 WKS-SUB1.
           03 FILLER       PIC X(24) VALUE
                "TOTAL DE LA SUCURSAL  : ".
           03 WKS-SCNT     PIC ZZZZ9.
           03 FILLER       PIC X(08) VALUE " CASOS, ".
           03 WKS-SVEN     PIC ZZZZ9.
           03 FILLER       PIC X(18) VALUE " FUERA DE PLAZO.  ".
           03 WKS-SIMP     PIC $$$$,$$9.99.

       01 WKS-TOT1.
           03 FILLER       PIC X(24) VALUE
                "TOTAL GENERAL         : ".
           03 WKS-TCNT     PIC ZZZZ9.
           03 FILLER       PIC X(08) VALUE " CASOS, ".
           03 WKS-TVEN     PIC ZZZZ9.
           03 FILLER       PIC X(18) VALUE " FUERA DE PLAZO.  ".
           03 WKS-TIMP     PIC $$$,$$$,$$9.99.

       01 WKS-NOTA1.
           03 FILLER       PIC X(50) VALUE
                "** = ACLARACION CON MAS DIAS ABIERTA QUE EL PLAZO.".

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-FIN = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           DISPLAY "REPORTE DE ACLARACIONES ABIERTAS POR SUCURSAL".
           DISPLAY "FECHA DE PROCESO A IMPRIMIR(AAAAMMDD,0=HOY):".
           ACCEPT WKS-FEC-PROCESO.
           ACCEPT WKS-HOY FROM DATE YYYYMMDD.
           IF WKS-FEC-PROCESO = 0
               MOVE WKS-HOY TO WKS-FEC-PROCESO.
           PERFORM 1020-LEE-PARAMETROS.

           OPEN INPUT ACL-CLI.
           IF WKS-STAT-ACL = "35"
               DISPLAY "NO EXISTE EL ARCHIVO DE ACLARACIONES (ACL-CLI)."
               DISPLAY "NO SE HA ABIERTO NINGUNA ACLARACION."
               STOP RUN.

      *    SIN MAESTRO DE CLIENTES EL REPORTE SALE SIN NOMBRES.
           MOVE 1 TO WKS-HAY-CLI.
           OPEN INPUT CLI-INDD.
           IF WKS-STAT-CLI = "35"
               MOVE 0 TO WKS-HAY-CLI.

           MOVE 1 TO WKS-HAY-SUC.
           OPEN INPUT SUC-TAB.
           IF WKS-STAT-SUC = "35"
               MOVE 0 TO WKS-HAY-SUC.

           OPEN OUTPUT REP-ACL.
           MOVE 0 TO WKS-NUM-PAG.
           MOVE 0 TO WKS-TOT-CNT.
           MOVE 0 TO WKS-TOT-VEN.
           MOVE 0 TO WKS-TOT-IMP.
           MOVE 1 TO WKS-PRIMERA.
           PERFORM 2100-GENERA-ENCABEZADO.

      *    BARRIDO POR LA LLAVE ALTERNA: LAS ACLARACIONES DE UNA
      *    MISMA SUCURSAL SALEN JUNTAS.
           MOVE 0 TO WKS-FIN.
           MOVE ZEROES TO SUC-ACL.
           START ACL-CLI KEY IS GREATER THAN OR EQUAL TO SUC-ACL
               INVALID KEY MOVE 1 TO WKS-FIN
           END-START.

       1020-LEE-PARAMETROS.
      *    EL PLAZO DE RESPUESTA DE UNA ACLARACION ES ACL-PLAZ EN
      *    PAR-SIS (VER GEN-PAR).
           MOVE 45 TO WKS-PLAZO.
           OPEN INPUT PAR-SIS.
           IF WKS-STAT-PRM NOT = "35"
               MOVE "ACL-PLAZ" TO CLA-PRM
               READ PAR-SIS
                   NOT INVALID KEY MOVE VAL-PRM TO WKS-PLAZO
               END-READ
               CLOSE PAR-SIS
           END-IF.
           DISPLAY "PLAZO DE RESPUESTA EN DIAS: " WKS-PLAZO.

       2000-PROCESO.
           READ ACL-CLI NEXT
               AT END MOVE 1 TO WKS-FIN
               NOT AT END
                   IF EST-ACL = "A"
                       PERFORM 2010-ESCRIBE-DETALLE
                   END-IF
           END-READ.

       2010-ESCRIBE-DETALLE.
           IF WKS-PRIMERA = 1
               MOVE 0 TO WKS-PRIMERA
               PERFORM 2200-INICIA-SUCURSAL
           ELSE
               IF SUC-ACL NOT = WKS-SUC-ANT
                   PERFORM 2300-CIERRA-SUCURSAL
                   PERFORM 2200-INICIA-SUCURSAL
               END-IF
           END-IF.

           MOVE 0 TO WKS-DIAS.
           IF WKS-FEC-PROCESO > FEC-ABR-ACL
               COMPUTE WKS-DIAS =
                   FUNCTION INTEGER-OF-DATE (WKS-FEC-PROCESO)
                   - FUNCTION INTEGER-OF-DATE (FEC-ABR-ACL).

           PERFORM 2020-BUSCA-NOMBRE.

           IF WKS-CONT-LIN > WKS-LIN-MAX
               PERFORM 2100-GENERA-ENCABEZADO.

           MOVE ID-CLIENTE-ACL TO WKS-DID.
           MOVE WKS-NOM-COMPLETO TO WKS-DNOM.
           MOVE FOLIO-ACL TO WKS-DFOL.
           MOVE SEC-ACL TO WKS-DSEC.
           MOVE FEC-ABR-ACL TO WKS-DFEC.
           MOVE WKS-DIAS TO WKS-DDIAS.
           MOVE SPACES TO WKS-DVEN.
           IF WKS-DIAS > WKS-PLAZO
               MOVE "**" TO WKS-DVEN
               ADD 1 TO WKS-SUB-VEN.
           MOVE IMP-ACL TO WKS-DIMP.
           MOVE OPER-ABR-ACL TO WKS-DOPE.
           MOVE MOT-ACL TO WKS-DMOT.
           MOVE WKS-DET1 TO LINEAA.
           WRITE LINEAA AFTER 1.
           ADD 1 TO WKS-CONT-LIN.
           ADD 1 TO WKS-SUB-CNT.
           ADD IMP-ACL TO WKS-SUB-IMP.

       2020-BUSCA-NOMBRE.
           MOVE SPACES TO WKS-NOM-COMPLETO.
           IF WKS-HAY-CLI = 1
               MOVE ID-CLIENTE-ACL TO ID-CLIENTE
               READ CLI-INDD
                   INVALID KEY
                       MOVE "(CLIENTE NO ENCONTRADO)"
                           TO WKS-NOM-COMPLETO
                   NOT INVALID KEY
                       STRING FUNCTION TRIM (NOMBRE)  DELIMITED BY SIZE
                              " "                     DELIMITED BY SIZE
                              FUNCTION TRIM (APE-PAT) DELIMITED BY SIZE
                              " "                     DELIMITED BY SIZE
                              FUNCTION TRIM (APE-MAT) DELIMITED BY SIZE
                           INTO WKS-NOM-COMPLETO
                       END-STRING
               END-READ
           END-IF.

       2100-GENERA-ENCABEZADO.
           ADD 1 TO WKS-NUM-PAG.
           MOVE SPACES TO LINEAA.
           MOVE WKS-ENC1 TO LINEAA.
           WRITE LINEAA AFTER PAGE.

           MOVE WKS-FEC-PROCESO TO WKS-EFEC.
           MOVE WKS-PLAZO TO WKS-EPLA.
           MOVE WKS-NUM-PAG TO WKS-EPAG.
           MOVE WKS-ENC2 TO LINEAA.
           WRITE LINEAA AFTER 1.

           MOVE WKS-ENC3 TO LINEAA.
           WRITE LINEAA AFTER 2.
           MOVE 4 TO WKS-CONT-LIN.

       2200-INICIA-SUCURSAL.
           MOVE SUC-ACL TO WKS-SUC-ANT.
           MOVE 0 TO WKS-SUB-CNT.
           MOVE 0 TO WKS-SUB-VEN.
           MOVE 0 TO WKS-SUB-IMP.
           MOVE SUC-ACL TO WKS-ESUC.
           MOVE SPACES TO WKS-ESUCNOM.
           IF SUC-ACL = 0
               MOVE "SIN SUCURSAL" TO WKS-ESUCNOM
           ELSE
               IF WKS-HAY-SUC = 1
                   MOVE SUC-ACL TO CLA-SUC-TAB
                   READ SUC-TAB
                       INVALID KEY MOVE SPACES TO NOM-SUC-TAB
                   END-READ
                   MOVE NOM-SUC-TAB TO WKS-ESUCNOM
               END-IF.
           IF WKS-CONT-LIN > WKS-LIN-MAX - 3
               PERFORM 2100-GENERA-ENCABEZADO.
           MOVE WKS-ENCS TO LINEAA.
           WRITE LINEAA AFTER 2.
           ADD 2 TO WKS-CONT-LIN.

       2300-CIERRA-SUCURSAL.
           MOVE WKS-SUB-CNT TO WKS-SCNT.
           MOVE WKS-SUB-VEN TO WKS-SVEN.
           MOVE WKS-SUB-IMP TO WKS-SIMP.
           MOVE WKS-SUB1 TO LINEAA.
           WRITE LINEAA AFTER 1.
           ADD 1 TO WKS-CONT-LIN.
           ADD WKS-SUB-CNT TO WKS-TOT-CNT.
           ADD WKS-SUB-VEN TO WKS-TOT-VEN.
           ADD WKS-SUB-IMP TO WKS-TOT-IMP.

       3000-FIN.
           IF WKS-PRIMERA = 0
               PERFORM 2300-CIERRA-SUCURSAL.

           MOVE WKS-TOT-CNT TO WKS-TCNT.
           MOVE WKS-TOT-VEN TO WKS-TVEN.
           MOVE WKS-TOT-IMP TO WKS-TIMP.
           MOVE WKS-TOT1 TO LINEAA.
           WRITE LINEAA AFTER 3.
           MOVE WKS-NOTA1 TO LINEAA.
           WRITE LINEAA AFTER 2.

           CLOSE ACL-CLI.
           IF WKS-HAY-CLI = 1
               CLOSE CLI-INDD.
           IF WKS-HAY-SUC = 1
               CLOSE SUC-TAB.
           CLOSE REP-ACL.
           DISPLAY "ACLARACIONES ABIERTAS: " WKS-TOT-CNT
               "   FUERA DE PLAZO: " WKS-TOT-VEN.
           DISPLAY "REPORTE GENERADO".
