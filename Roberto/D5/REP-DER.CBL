       IDENTIFICATION DIVISION.
       PROGRAM-ID. REP-DER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DER-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LLAVE-DER
           ALTERNATE RECORD KEY IS FEC-LIM-DER WITH DUPLICATES
           FILE STATUS IS WKS-STAT-DER.
           SELECT CLI-INDD ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ID-CLIENTE
           ALTERNATE RECORD KEY IS NOM-TAR WITH DUPLICATES
           ALTERNATE RECORD KEY IS FEC-ING WITH DUPLICATES
           ALTERNATE RECORD KEY IS NOM-CLI WITH DUPLICATES
           FILE STATUS IS WKS-STAT-CLI.
           SELECT REP-DER ASSIGN TO PRINTER.
           SELECT PAR-SIS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLA-PRM
           FILE STATUS IS WKS-STAT-PRM.
       DATA DIVISION.
       FILE SECTION.
       FD DER-CLI.
           COPY DERCLI.

       FD CLI-INDD.
           COPY REGCLI.

       FD REP-DER.
       01 LINEAD           PIC X(132).

       FD PAR-SIS.
           COPY SISPAR.

       WORKING-STORAGE SECTION.
       77 WKS-FIN          PIC 9.
       77 WKS-STAT-DER     PIC XX.
       77 WKS-STAT-PRM     PIC XX.
       77 WKS-STAT-CLI     PIC XX.
       77 WKS-HAY-CLI      PIC 9.
       77 WKS-CONT-LIN     PIC 99.
       77 WKS-LIN-MAX      PIC 99 VALUE 60.
       77 WKS-NUM-PAG      PIC 9(02).

       01 WKS-FEC-PROCESO  PIC 9(08).
       01 WKS-HOY          PIC 9(08).
      *    DIAS NATURALES DE ANTICIPACION CON QUE UNA SOLICITUD
      *    PENDIENTE ENTRA AL REPORTE ANTES DE SU VENCIMIENTO LEGAL.
       01 WKS-AVISO        PIC 9(03).
       01 WKS-FEC-TOPE     PIC 9(08).
       01 WKS-DIAS         PIC S9(05).
       01 WKS-NOM-COMPLETO PIC X(62).

       01 WKS-TOT-CNT      PIC 9(05).
       01 WKS-TOT-VEN      PIC 9(05).

       01 WKS-ENC1.
           03 FILLER       PIC X(28) VALUE SPACES.
           03 FILLER       PIC X(44) VALUE
                "SOLICITUDES ARCO PENDIENTES POR VENCIMIENTO".

       01 WKS-ENC2.
           03 FILLER       PIC X(18)
                     VALUE "FECHA DE PROCESO: ".
           03 WKS-EFEC     PIC 9(08).
           03 FILLER       PIC X(05) VALUE SPACES.
           03 FILLER       PIC X(16) VALUE "VENCEN HASTA EL ".
           03 WKS-ETOP     PIC 9(08).
           03 FILLER       PIC X(05) VALUE SPACES.
           03 FILLER       PIC X(07) VALUE "PAG. : ".
           03 WKS-EPAG     PIC 9(02).

       01 WKS-ENC3.
           03 FILLER       PIC X(10) VALUE "ID-CLIENTE".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(06) VALUE "NOMBRE".
           03 FILLER       PIC X(26) VALUE SPACES.
           03 FILLER       PIC X(03) VALUE "SEC".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(04) VALUE "TIPO".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(08) VALUE "RECIBIDA".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(05) VALUE "VENCE".
           03 FILLER       PIC X(05) VALUE SPACES.
           03 FILLER       PIC X(05) VALUE "DIAS ".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(09) VALUE "SITUACION".
           03 FILLER       PIC X(03) VALUE SPACES.
           03 FILLER       PIC X(08) VALUE "OPERADOR".

       01 WKS-DET1.
           03 WKS-DID      PIC 999.
           03 FILLER       PIC X(09) VALUE SPACES.
           03 WKS-DNOM     PIC X(30).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-DSEC     PIC 999.
           03 FILLER       PIC X(04) VALUE SPACES.
           03 WKS-DTIP     PIC X.
           03 FILLER       PIC X(03) VALUE SPACES.
           03 WKS-DREC     PIC 9(08).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-DLIM     PIC 9(08).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-DDIAS    PIC -ZZZ9.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-DSIT     PIC X(10).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-DOPE     PIC X(08).

       01 WKS-TOT1.
           03 FILLER       PIC X(24) VALUE
                "TOTAL DE SOLICITUDES  : ".
           03 WKS-TCNT     PIC ZZZZ9.
           03 FILLER       PIC X(10) VALUE ", DE ELLAS".
           03 WKS-TVEN     PIC ZZZZ9.
           03 FILLER       PIC X(25) VALUE " YA VENCIDAS.".

       01 WKS-NOTA1.
           03 FILLER       PIC X(60) VALUE
                "DIAS = NATURALES QUE FALTAN PARA VENCER.".
       01 WKS-NOTA2.
           03 FILLER       PIC X(31) VALUE
                "TIPO: A ACCESO, R RECTIFICACION".
           03 FILLER       PIC X(30) VALUE
                ", C CANCELACION, O OPOSICION.".

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-FIN = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           DISPLAY "REPORTE DE PLAZOS DE SOLICITUDES ARCO".
           DISPLAY "FECHA DE PROCESO A IMPRIMIR(AAAAMMDD,0=HOY):".
           ACCEPT WKS-FEC-PROCESO.
           ACCEPT WKS-HOY FROM DATE YYYYMMDD.
           IF WKS-FEC-PROCESO = 0
               MOVE WKS-HOY TO WKS-FEC-PROCESO.
           PERFORM 1020-LEE-PARAMETROS.
           COMPUTE WKS-FEC-TOPE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WKS-FEC-PROCESO) + WKS-AVISO).

           OPEN INPUT DER-CLI.
           IF WKS-STAT-DER = "35"
               DISPLAY "NO EXISTE EL ARCHIVO DE SOLICITUDES (DER-CLI)."
               DISPLAY "NO SE HA REGISTRADO NINGUNA SOLICITUD."
               STOP RUN.

      *    SIN MAESTRO DE CLIENTES EL REPORTE SALE SIN NOMBRES.
           MOVE 1 TO WKS-HAY-CLI.
           OPEN INPUT CLI-INDD.
           IF WKS-STAT-CLI = "35"
               MOVE 0 TO WKS-HAY-CLI.

           OPEN OUTPUT REP-DER.
           MOVE 0 TO WKS-NUM-PAG.
           MOVE 0 TO WKS-TOT-CNT.
           MOVE 0 TO WKS-TOT-VEN.
           PERFORM 2100-GENERA-ENCABEZADO.

      *    BARRIDO POR LA LLAVE ALTERNA: LAS SOLICITUDES SALEN DE LA
      *    MAS ATRASADA A LA MAS HOLGADA Y SE CORTA EN LA FECHA TOPE.
           MOVE 0 TO WKS-FIN.
           MOVE ZEROES TO FEC-LIM-DER.
           START DER-CLI KEY IS GREATER THAN OR EQUAL TO FEC-LIM-DER
               INVALID KEY MOVE 1 TO WKS-FIN
           END-START.

       1020-LEE-PARAMETROS.
      *    LOS DIAS DE AVISO SON DER-AVIS EN PAR-SIS (VER GEN-PAR).
           MOVE 5 TO WKS-AVISO.
           OPEN INPUT PAR-SIS.
           IF WKS-STAT-PRM NOT = "35"
               MOVE "DER-AVIS" TO CLA-PRM
               READ PAR-SIS
                   NOT INVALID KEY MOVE VAL-PRM TO WKS-AVISO
               END-READ
               CLOSE PAR-SIS
           END-IF.
           DISPLAY "DIAS DE AVISO ANTES DEL VENCIMIENTO: " WKS-AVISO.

       2000-PROCESO.
           READ DER-CLI NEXT
               AT END MOVE 1 TO WKS-FIN
               NOT AT END
                   IF FEC-LIM-DER > WKS-FEC-TOPE
                       MOVE 1 TO WKS-FIN
                   ELSE
                       IF EST-DER = "P"
                           PERFORM 2010-ESCRIBE-DETALLE
                       END-IF
                   END-IF
           END-READ.

       2010-ESCRIBE-DETALLE.
           COMPUTE WKS-DIAS =
               FUNCTION INTEGER-OF-DATE (FEC-LIM-DER)
               - FUNCTION INTEGER-OF-DATE (WKS-FEC-PROCESO).

           PERFORM 2020-BUSCA-NOMBRE.

           IF WKS-CONT-LIN > WKS-LIN-MAX
               PERFORM 2100-GENERA-ENCABEZADO.

           MOVE ID-CLIENTE-DER TO WKS-DID.
           MOVE WKS-NOM-COMPLETO TO WKS-DNOM.
           MOVE SEC-DER TO WKS-DSEC.
           MOVE TIP-DER TO WKS-DTIP.
           MOVE FEC-REC-DER TO WKS-DREC.
           MOVE FEC-LIM-DER TO WKS-DLIM.
           MOVE WKS-DIAS TO WKS-DDIAS.
           IF WKS-DIAS < 0
               MOVE "VENCIDA" TO WKS-DSIT
               ADD 1 TO WKS-TOT-VEN
           ELSE
               MOVE "POR VENCER" TO WKS-DSIT.
           MOVE OPER-REC-DER TO WKS-DOPE.
           MOVE WKS-DET1 TO LINEAD.
           WRITE LINEAD AFTER 1.
           ADD 1 TO WKS-CONT-LIN.
           ADD 1 TO WKS-TOT-CNT.

       2020-BUSCA-NOMBRE.
           MOVE SPACES TO WKS-NOM-COMPLETO.
           IF WKS-HAY-CLI = 1
               MOVE ID-CLIENTE-DER TO ID-CLIENTE
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
           MOVE SPACES TO LINEAD.
           MOVE WKS-ENC1 TO LINEAD.
           WRITE LINEAD AFTER PAGE.

           MOVE WKS-FEC-PROCESO TO WKS-EFEC.
           MOVE WKS-FEC-TOPE TO WKS-ETOP.
           MOVE WKS-NUM-PAG TO WKS-EPAG.
           MOVE WKS-ENC2 TO LINEAD.
           WRITE LINEAD AFTER 1.

           MOVE WKS-ENC3 TO LINEAD.
           WRITE LINEAD AFTER 2.
           MOVE 4 TO WKS-CONT-LIN.

       3000-FIN.
           MOVE WKS-TOT-CNT TO WKS-TCNT.
           MOVE WKS-TOT-VEN TO WKS-TVEN.
           MOVE WKS-TOT1 TO LINEAD.
           WRITE LINEAD AFTER 3.
           MOVE WKS-NOTA1 TO LINEAD.
           WRITE LINEAD AFTER 2.
           MOVE WKS-NOTA2 TO LINEAD.
           WRITE LINEAD AFTER 1.

           CLOSE DER-CLI.
           IF WKS-HAY-CLI = 1
               CLOSE CLI-INDD.
           CLOSE REP-DER.
           DISPLAY "SOLICITUDES PENDIENTES: " WKS-TOT-CNT
               "   VENCIDAS: " WKS-TOT-VEN.
           DISPLAY "REPORTE GENERADO".
