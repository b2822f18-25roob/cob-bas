       IDENTIFICATION DIVISION.
       PROGRAM-ID. REP-PLD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAG-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOLIO-PAG
           ALTERNATE RECORD KEY IS LLAVE-PAG WITH DUPLICATES
           FILE STATUS IS WKS-STAT-PAG.
           SELECT CAN-PAG ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FOLIO-PAG-CAN
           ALTERNATE RECORD KEY IS FEC-CAN WITH DUPLICATES
           FILE STATUS IS WKS-STAT-CAN.
           SELECT PLD-TAB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FEC-EFE-PLD
           FILE STATUS IS WKS-STAT-PLD.
           SELECT CLI-INDD ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ID-CLIENTE
           ALTERNATE RECORD KEY IS NOM-TAR WITH DUPLICATES
           ALTERNATE RECORD KEY IS FEC-ING WITH DUPLICATES
           ALTERNATE RECORD KEY IS NOM-CLI WITH DUPLICATES
           FILE STATUS IS WKS-STAT-CLI.
           SELECT PLD-LOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WKS-STAT-PLG.
           SELECT PLD-UIF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REP-PLD ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD PAG-CLI.
           COPY PAGCLI.

       FD CAN-PAG.
           COPY CANPAG.

       FD PLD-TAB.
           COPY PLDTAB.

       FD CLI-INDD.
           COPY REGCLI.

       FD PLD-LOG.
           COPY PLDLOG.

      *    ARCHIVO PARA LA AUTORIDAD, LAYOUT FIJO: TIPO ("R"
      *    OPERACION RELEVANTE, "I" OPERACION INUSUAL), PERIODO,
      *    CLIENTE, NOMBRE, FECHA, SUCURSAL Y FOLIO DEL RECIBO,
      *    IMPORTE EN CENTAVOS E INSTRUMENTO MONETARIO.
       FD PLD-UIF.
       01 REG-UIF.
           03 UIF-TIPO     PIC X.
           03 UIF-PERIODO  PIC 9(06).
           03 UIF-CLIENTE  PIC 9(03).
           03 UIF-NOMBRE   PIC X(62).
           03 UIF-FECHA    PIC 9(08).
           03 UIF-SUCURSAL PIC 9(02).
           03 UIF-FOLIO    PIC 9(06).
           03 UIF-IMPORTE  PIC 9(09).
           03 UIF-INSTRUM  PIC X(08).

       FD REP-PLD.
       01 LINEAM           PIC X(132).

       WORKING-STORAGE SECTION.
       77 WKS-FIN          PIC 9.
       77 WKS-FIN-PLD      PIC 9.
       77 WKS-FIN-PLG      PIC 9.
       77 WKS-STAT-PAG     PIC XX.
       77 WKS-STAT-CAN     PIC XX.
       77 WKS-STAT-PLD     PIC XX.
       77 WKS-STAT-CLI     PIC XX.
       77 WKS-STAT-PLG     PIC XX.
       77 WKS-HAY-CAN      PIC 9.
       77 WKS-HAY-PLD      PIC 9.
       77 WKS-HAY-CLI      PIC 9.
       77 WKS-HAY-UMBRAL   PIC 9.
       77 WKS-CONT-LIN     PIC 99.
       77 WKS-LIN-MAX      PIC 99 VALUE 60.
       77 WKS-NUM-PAG      PIC 9(02).
       77 WKS-PER-OK       PIC 9.
       77 WKS-PRIMERA      PIC 9.
       77 WKS-INUSUAL      PIC 9.
       77 WKS-IX           PIC 9(03).
       77 WKS-JX           PIC 9(03).
       77 WKS-LX           PIC 9(03).
       77 WKS-REC-MAX      PIC 9(03) VALUE 200.
       77 WKS-LOG-MAX      PIC 9(03) VALUE 500.
       77 WKS-RECS         PIC 9(03).
       77 WKS-LOGS         PIC 9(03).
       77 WKS-CLI-REL      PIC 9(05).
       77 WKS-OPE-INU      PIC 9(05).
       77 WKS-NEGADAS      PIC 9(05).
       77 WKS-UIF-ESC      PIC 9(05).

       01 WKS-PERIODO.
           03 WKS-PER-ANO  PIC 9(04).
           03 WKS-PER-MES  PIC 9(02).
       01 WKS-PERIODO-N REDEFINES WKS-PERIODO PIC 9(06).
      *    EL UMBRAL DEL REPORTE ES EL VIGENTE AL CIERRE DEL MES.
       01 WKS-FIN-MES.
           03 WKS-FIN-MES-PER PIC 9(06).
           03 WKS-FIN-MES-DIA PIC 9(02).
       01 WKS-FIN-MES-N REDEFINES WKS-FIN-MES PIC 9(08).
       01 WKS-UMBRAL       PIC 9(07)V99.
       01 WKS-HOY          PIC 9(08).
       01 WKS-NOM-COMPLETO PIC X(62).
       01 WKS-CENTAVOS     PIC 9(09).

      *    RECIBOS EN EFECTIVO VIGENTES DEL CLIENTE EN CURSO EN EL
      *    PERIODO: LOS RECIBOS DE UN CLIENTE LLEGAN JUNTOS POR
      *    LLAVE-PAG.
       01 WKS-CLI-ACT      PIC 9(03).
       01 WKS-C-TOT        PIC 9(07)V99.
       01 WKS-TAB-REC.
           03 WKS-REC-ENT OCCURS 200.
               05 WKS-R-FOL  PIC 9(06).
               05 WKS-R-FEC  PIC 9(08).
               05 WKS-R-SUC  PIC 9(02).
               05 WKS-R-IMP  PIC 9(05)V99.
               05 WKS-R-INU  PIC 9.

      *    AUTORIZACIONES DEL PERIODO TOMADAS DE PLD-LOG.
       01 WKS-TAB-LOG.
           03 WKS-LOG-ENT OCCURS 500.
               05 WKS-L-FOL  PIC 9(06).
               05 WKS-L-SUP  PIC X(08).
       01 WKS-SUP-REC      PIC X(08).

       01 WKS-T-REL        PIC 9(09)V99.
       01 WKS-T-INU        PIC 9(09)V99.

       01 WKS-ENC1.
           03 FILLER       PIC X(28) VALUE SPACES.
           03 FILLER       PIC X(50) VALUE
                "OPERACIONES EN EFECTIVO RELEVANTES E INUSUALES".

       01 WKS-ENC2.
           03 FILLER       PIC X(09) VALUE "PERIODO: ".
           03 WKS-EPER     PIC 9(06).
           03 FILLER       PIC X(05) VALUE SPACES.
           03 FILLER       PIC X(08) VALUE "UMBRAL: ".
           03 WKS-EUMB     PIC $$,$$$,$$9.99.
           03 FILLER       PIC X(05) VALUE SPACES.
           03 FILLER       PIC X(18)
                     VALUE "FECHA DE PROCESO: ".
           03 WKS-EFEC     PIC 9(08).
           03 FILLER       PIC X(05) VALUE SPACES.
           03 FILLER       PIC X(07) VALUE "PAG. : ".
           03 WKS-EPAG     PIC 9(02).

       01 WKS-ENC3.
           03 FILLER       PIC X(02) VALUE "T".
           03 FILLER       PIC X(05) VALUE "ID".
           03 FILLER       PIC X(32) VALUE "CLIENTE".
           03 FILLER       PIC X(10) VALUE "FECHA".
           03 FILLER       PIC X(05) VALUE "SUC".
           03 FILLER       PIC X(08) VALUE "FOLIO".
           03 FILLER       PIC X(14) VALUE "     IMPORTE".
           03 FILLER       PIC X(16) VALUE "  TOTAL DEL MES".
           03 FILLER       PIC X(12) VALUE "  AUTORIZO".

       01 WKS-DET1.
           03 WKS-DTIPO    PIC X.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 WKS-DID      PIC 9(03).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-DNOM     PIC X(30).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-DFEC     PIC 9(08).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-DSUC     PIC 9(02).
           03 FILLER       PIC X(03) VALUE SPACES.
           03 WKS-DFOL     PIC 9(06).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-DIMP     PIC $$$,$$9.99.
           03 FILLER       PIC X(04) VALUE SPACES.
           03 WKS-DTOT     PIC $$,$$$,$$9.99.
           03 FILLER       PIC X(04) VALUE SPACES.
           03 WKS-DSUP     PIC X(08).

       01 WKS-TOT1.
           03 FILLER       PIC X(30) VALUE
                "CLIENTES CON OPER. RELEVANTES:".
           03 WKS-TCLI     PIC ZZZZ9.
           03 FILLER       PIC X(05) VALUE SPACES.
           03 FILLER       PIC X(08) VALUE "IMPORTE:".
           03 WKS-TREL     PIC $$$$,$$$,$$9.99.

       01 WKS-TOT2.
           03 FILLER       PIC X(30) VALUE
                "RECIBOS INUSUALES (MULTISUC.):".
           03 WKS-TINU     PIC ZZZZ9.
           03 FILLER       PIC X(05) VALUE SPACES.
           03 FILLER       PIC X(08) VALUE "IMPORTE:".
           03 WKS-TIMP     PIC $$$$,$$$,$$9.99.

       01 WKS-TOT3.
           03 FILLER       PIC X(30) VALUE
                "COBROS NEGADOS POR EL UMBRAL: ".
           03 WKS-TNEG     PIC ZZZZ9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-FIN = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           DISPLAY "REPORTE MENSUAL DE EFECTIVO (PLD)".
           MOVE 0 TO WKS-PER-OK.
           PERFORM 1010-CAPTURA-PERIODO UNTIL WKS-PER-OK = 1.
           ACCEPT WKS-HOY FROM DATE YYYYMMDD.

           OPEN INPUT PAG-CLI.
           IF WKS-STAT-PAG = "35"
               DISPLAY "NO EXISTE EL ARCHIVO DE PAGOS (PAG-CLI)."
               STOP RUN.

      *    SIN UMBRAL CAPTURADO NO HAY OPERACIONES RELEVANTES, PERO
      *    LAS INUSUALES SI SE REPORTAN.
           MOVE 0 TO WKS-UMBRAL.
           MOVE 0 TO WKS-HAY-UMBRAL.
           MOVE WKS-PERIODO-N TO WKS-FIN-MES-PER.
           MOVE 31 TO WKS-FIN-MES-DIA.
           MOVE 1 TO WKS-HAY-PLD.
           OPEN INPUT PLD-TAB.
           IF WKS-STAT-PLD = "35"
               MOVE 0 TO WKS-HAY-PLD
               DISPLAY "NO HAY UMBRAL CAPTURADO (PLD-TAB); CAPTURELO"
               DISPLAY "EN GEN-PLD. SOLO SE REPORTAN INUSUALES."
           ELSE
               PERFORM 8300-BUSCA-UMBRAL
               CLOSE PLD-TAB.

           MOVE 1 TO WKS-HAY-CAN.
           OPEN INPUT CAN-PAG.
           IF WKS-STAT-CAN = "35"
               MOVE 0 TO WKS-HAY-CAN.
           MOVE 1 TO WKS-HAY-CLI.
           OPEN INPUT CLI-INDD.
           IF WKS-STAT-CLI = "35"
               MOVE 0 TO WKS-HAY-CLI.

           MOVE 0 TO WKS-NEGADAS.
           PERFORM 1100-CARGA-AUTORIZACIONES.

           OPEN OUTPUT REP-PLD.
           OPEN OUTPUT PLD-UIF.
           MOVE 0 TO WKS-NUM-PAG.
           MOVE 0 TO WKS-CLI-REL.
           MOVE 0 TO WKS-OPE-INU.
           MOVE 0 TO WKS-UIF-ESC.
           MOVE 0 TO WKS-T-REL.
           MOVE 0 TO WKS-T-INU.
           MOVE 1 TO WKS-PRIMERA.
           PERFORM 2100-GENERA-ENCABEZADO.

           MOVE 0 TO WKS-FIN.
           MOVE ZEROES TO LLAVE-PAG.
           START PAG-CLI KEY IS GREATER THAN OR EQUAL TO LLAVE-PAG
               INVALID KEY MOVE 1 TO WKS-FIN
           END-START.

       1010-CAPTURA-PERIODO.
           DISPLAY "PERIODO DEL REPORTE:(AAAAMM)".
           ACCEPT WKS-PERIODO.
           MOVE 1 TO WKS-PER-OK.
           IF WKS-PER-MES < 1 OR WKS-PER-MES > 12
               MOVE 0 TO WKS-PER-OK
               DISPLAY "PERIODO INVALIDO, REINTENTE".

       1100-CARGA-AUTORIZACIONES.
      *    LAS AUTORIZACIONES DE LA BITACORA SE BUSCAN POR FOLIO AL
      *    IMPRIMIR; LAS NEGADAS SOLO SE CUENTAN.
           MOVE 0 TO WKS-LOGS.
           MOVE 0 TO WKS-FIN-PLG.
           OPEN INPUT PLD-LOG.
           IF WKS-STAT-PLG = "35"
               MOVE 1 TO WKS-FIN-PLG.
           PERFORM 1110-LEE-AUTORIZACION UNTIL WKS-FIN-PLG = 1.
           IF WKS-STAT-PLG NOT = "35"
               CLOSE PLD-LOG.

       1110-LEE-AUTORIZACION.
           READ PLD-LOG
               AT END MOVE 1 TO WKS-FIN-PLG
               NOT AT END
                   IF FEC-PLG(1:6) = WKS-PERIODO-N
                       IF RES-PLG = "A"
                           PERFORM 1120-GUARDA-AUTORIZACION
                       ELSE
                           ADD 1 TO WKS-NEGADAS
                       END-IF
                   END-IF
           END-READ.

       1120-GUARDA-AUTORIZACION.
           IF WKS-LOGS < WKS-LOG-MAX
               ADD 1 TO WKS-LOGS
               MOVE FOL-PLG TO WKS-L-FOL (WKS-LOGS)
               MOVE SUP-PLG TO WKS-L-SUP (WKS-LOGS)
           ELSE
               DISPLAY "MAS DE 500 AUTORIZACIONES EN EL PERIODO,"
               DISPLAY "SIN SUPERVISOR EN EL REPORTE: " FOL-PLG.

       2000-PROCESO.
           READ PAG-CLI NEXT
               AT END
                   MOVE 1 TO WKS-FIN
                   IF WKS-PRIMERA = 0
                       PERFORM 2200-CIERRA-CLIENTE
                   END-IF
               NOT AT END
                   PERFORM 2010-ACUMULA
           END-READ.

       2010-ACUMULA.
           IF WKS-PRIMERA = 1
               MOVE 0 TO WKS-PRIMERA
               PERFORM 2020-INICIA-CLIENTE
           ELSE
               IF ID-CLIENTE-PAG NOT = WKS-CLI-ACT
                   PERFORM 2200-CIERRA-CLIENTE
                   PERFORM 2020-INICIA-CLIENTE
               END-IF
           END-IF.

           IF FEC-PAG(1:6) = WKS-PERIODO-N AND MET-PAG = "E"
               PERFORM 2030-GUARDA-SI-VIGENTE.

       2020-INICIA-CLIENTE.
           MOVE ID-CLIENTE-PAG TO WKS-CLI-ACT.
           MOVE 0 TO WKS-RECS.
           MOVE 0 TO WKS-C-TOT.

       2030-GUARDA-SI-VIGENTE.
      *    UN RECIBO CANCELADO EN CAN-PAG NO ES EFECTIVO RECIBIDO.
           IF WKS-HAY-CAN = 1
               MOVE FOLIO-PAG TO FOLIO-PAG-CAN
               READ CAN-PAG
                   INVALID KEY PERFORM 2040-GUARDA-RECIBO
               END-READ
           ELSE
               PERFORM 2040-GUARDA-RECIBO.

       2040-GUARDA-RECIBO.
           ADD IMP-PAG TO WKS-C-TOT.
           IF WKS-RECS < WKS-REC-MAX
               ADD 1 TO WKS-RECS
               MOVE FOLIO-PAG TO WKS-R-FOL (WKS-RECS)
               MOVE FEC-PAG TO WKS-R-FEC (WKS-RECS)
               MOVE SUC-PAG TO WKS-R-SUC (WKS-RECS)
               MOVE IMP-PAG TO WKS-R-IMP (WKS-RECS)
               MOVE 0 TO WKS-R-INU (WKS-RECS)
           ELSE
               DISPLAY "MAS DE 200 RECIBOS DEL CLIENTE " WKS-CLI-ACT
               DISPLAY "EN EL PERIODO, FUERA DEL DETALLE: " FOLIO-PAG.

       2100-GENERA-ENCABEZADO.
           ADD 1 TO WKS-NUM-PAG.
           MOVE SPACES TO LINEAM.
           MOVE WKS-ENC1 TO LINEAM.
           WRITE LINEAM AFTER PAGE.

           MOVE WKS-PERIODO-N TO WKS-EPER.
           MOVE WKS-UMBRAL TO WKS-EUMB.
           MOVE WKS-HOY TO WKS-EFEC.
           MOVE WKS-NUM-PAG TO WKS-EPAG.
           MOVE WKS-ENC2 TO LINEAM.
           WRITE LINEAM AFTER 1.
           MOVE WKS-ENC3 TO LINEAM.
           WRITE LINEAM AFTER 2.
           MOVE 5 TO WKS-CONT-LIN.

       2200-CIERRA-CLIENTE.
      *    RELEVANTE: EL EFECTIVO DEL MES REBASA EL UMBRAL; SE
      *    REPORTAN TODOS SUS RECIBOS. INUSUAL: EL MISMO DIA PAGO EN
      *    EFECTIVO EN DOS O MAS SUCURSALES; SE REPORTAN ESOS RECIBOS.
           IF WKS-RECS > 0
               PERFORM 2210-MARCA-INUSUALES
               MOVE 0 TO WKS-INUSUAL
               MOVE 1 TO WKS-IX
               PERFORM 2230-CHECA-INUSUAL UNTIL WKS-IX > WKS-RECS
               IF (WKS-HAY-UMBRAL = 1 AND WKS-C-TOT > WKS-UMBRAL)
                   OR WKS-INUSUAL = 1
                   PERFORM 2300-IMPRIME-CLIENTE
               END-IF
           END-IF.

       2210-MARCA-INUSUALES.
           MOVE 1 TO WKS-IX.
           PERFORM 2215-COMPARA-RECIBO UNTIL WKS-IX > WKS-RECS.

       2215-COMPARA-RECIBO.
           MOVE 1 TO WKS-JX.
           PERFORM 2220-COMPARA-CONTRA UNTIL WKS-JX > WKS-RECS.
           ADD 1 TO WKS-IX.

       2220-COMPARA-CONTRA.
           IF WKS-R-FEC (WKS-JX) = WKS-R-FEC (WKS-IX)
               AND WKS-R-SUC (WKS-JX) NOT = WKS-R-SUC (WKS-IX)
               MOVE 1 TO WKS-R-INU (WKS-IX).
           ADD 1 TO WKS-JX.

       2230-CHECA-INUSUAL.
           IF WKS-R-INU (WKS-IX) = 1
               MOVE 1 TO WKS-INUSUAL.
           ADD 1 TO WKS-IX.

       2300-IMPRIME-CLIENTE.
           MOVE SPACES TO WKS-NOM-COMPLETO.
           IF WKS-HAY-CLI = 1
               MOVE WKS-CLI-ACT TO ID-CLIENTE
               READ CLI-INDD
                   INVALID KEY
                       MOVE "CLIENTE NO REGISTRADO" TO WKS-NOM-COMPLETO
                   NOT INVALID KEY
                       STRING FUNCTION TRIM (NOMBRE) DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              FUNCTION TRIM (APE-PAT) DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              FUNCTION TRIM (APE-MAT) DELIMITED BY SIZE
                           INTO WKS-NOM-COMPLETO
                       END-STRING
               END-READ
           END-IF.

           IF WKS-HAY-UMBRAL = 1 AND WKS-C-TOT > WKS-UMBRAL
               ADD 1 TO WKS-CLI-REL
               ADD WKS-C-TOT TO WKS-T-REL.

           MOVE 1 TO WKS-IX.
           PERFORM 2310-IMPRIME-RECIBO UNTIL WKS-IX > WKS-RECS.

       2310-IMPRIME-RECIBO.
           IF WKS-HAY-UMBRAL = 1 AND WKS-C-TOT > WKS-UMBRAL
               MOVE "R" TO WKS-DTIPO
               PERFORM 2320-ESCRIBE-DETALLE.
           IF WKS-R-INU (WKS-IX) = 1
               ADD 1 TO WKS-OPE-INU
               ADD WKS-R-IMP (WKS-IX) TO WKS-T-INU
               MOVE "I" TO WKS-DTIPO
               PERFORM 2320-ESCRIBE-DETALLE.
           ADD 1 TO WKS-IX.

       2320-ESCRIBE-DETALLE.
           IF WKS-CONT-LIN > WKS-LIN-MAX
               PERFORM 2100-GENERA-ENCABEZADO.
           PERFORM 2330-BUSCA-SUPERVISOR.
           MOVE WKS-CLI-ACT TO WKS-DID.
           MOVE WKS-NOM-COMPLETO TO WKS-DNOM.
           MOVE WKS-R-FEC (WKS-IX) TO WKS-DFEC.
           MOVE WKS-R-SUC (WKS-IX) TO WKS-DSUC.
           MOVE WKS-R-FOL (WKS-IX) TO WKS-DFOL.
           MOVE WKS-R-IMP (WKS-IX) TO WKS-DIMP.
           MOVE WKS-C-TOT TO WKS-DTOT.
           MOVE WKS-SUP-REC TO WKS-DSUP.
           MOVE WKS-DET1 TO LINEAM.
           WRITE LINEAM AFTER 1.
           ADD 1 TO WKS-CONT-LIN.

           MOVE WKS-DTIPO TO UIF-TIPO.
           MOVE WKS-PERIODO-N TO UIF-PERIODO.
           MOVE WKS-CLI-ACT TO UIF-CLIENTE.
           MOVE WKS-NOM-COMPLETO TO UIF-NOMBRE.
           MOVE WKS-R-FEC (WKS-IX) TO UIF-FECHA.
           MOVE WKS-R-SUC (WKS-IX) TO UIF-SUCURSAL.
           MOVE WKS-R-FOL (WKS-IX) TO UIF-FOLIO.
           COMPUTE WKS-CENTAVOS = WKS-R-IMP (WKS-IX) * 100.
           MOVE WKS-CENTAVOS TO UIF-IMPORTE.
           MOVE "EFECTIVO" TO UIF-INSTRUM.
           WRITE REG-UIF.
           ADD 1 TO WKS-UIF-ESC.

       2330-BUSCA-SUPERVISOR.
           MOVE SPACES TO WKS-SUP-REC.
           MOVE 1 TO WKS-LX.
           PERFORM 2335-COMPARA-FOLIO UNTIL WKS-LX > WKS-LOGS.

       2335-COMPARA-FOLIO.
           IF WKS-L-FOL (WKS-LX) = WKS-R-FOL (WKS-IX)
               MOVE WKS-L-SUP (WKS-LX) TO WKS-SUP-REC
               MOVE WKS-LOGS TO WKS-LX.
           ADD 1 TO WKS-LX.

       8300-BUSCA-UMBRAL.
      *    EL UMBRAL VIGENTE AL CIERRE DEL MES ES EL DE FECHA DE
      *    VIGENCIA MAS ALTA QUE NO REBASA EL ULTIMO DIA DEL PERIODO.
           MOVE 0 TO FEC-EFE-PLD.
           START PLD-TAB KEY IS GREATER THAN OR EQUAL TO FEC-EFE-PLD
               INVALID KEY MOVE 1 TO WKS-FIN-PLD
           END-START.
           IF WKS-STAT-PLD = "00"
               MOVE 0 TO WKS-FIN-PLD
               PERFORM 8305-LEE-UMBRAL-SIG UNTIL WKS-FIN-PLD = 1
           END-IF.

       8305-LEE-UMBRAL-SIG.
           READ PLD-TAB NEXT
               AT END MOVE 1 TO WKS-FIN-PLD
               NOT AT END
                   IF FEC-EFE-PLD > WKS-FIN-MES-N
                       MOVE 1 TO WKS-FIN-PLD
                   ELSE
                       MOVE 1 TO WKS-HAY-UMBRAL
                       MOVE UMB-PLD TO WKS-UMBRAL
                   END-IF
           END-READ.

       3000-FIN.
           MOVE WKS-CLI-REL TO WKS-TCLI.
           MOVE WKS-T-REL TO WKS-TREL.
           MOVE WKS-TOT1 TO LINEAM.
           WRITE LINEAM AFTER 2.
           MOVE WKS-OPE-INU TO WKS-TINU.
           MOVE WKS-T-INU TO WKS-TIMP.
           MOVE WKS-TOT2 TO LINEAM.
           WRITE LINEAM AFTER 1.
           MOVE WKS-NEGADAS TO WKS-TNEG.
           MOVE WKS-TOT3 TO LINEAM.
           WRITE LINEAM AFTER 1.

           CLOSE PAG-CLI.
           CLOSE REP-PLD.
           CLOSE PLD-UIF.
           IF WKS-HAY-CAN = 1
               CLOSE CAN-PAG.
           IF WKS-HAY-CLI = 1
               CLOSE CLI-INDD.
           DISPLAY "REPORTE PLD IMPRESO.".
           DISPLAY "REGISTROS EN EL ARCHIVO PLD-UIF: " WKS-UIF-ESC.
