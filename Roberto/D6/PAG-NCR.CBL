       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAG-NCR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOT-CRE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOLIO-NCR
           FILE STATUS IS WKS-STAT-NCR.
           SELECT REE-NCR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FOLIO-REE
           ALTERNATE RECORD KEY IS FEC-PAG-REE WITH DUPLICATES
           FILE STATUS IS WKS-STAT-REE.
           SELECT CLI-INDD ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ID-CLIENTE
           ALTERNATE RECORD KEY IS NOM-TAR WITH DUPLICATES
           ALTERNATE RECORD KEY IS FEC-ING WITH DUPLICATES
           ALTERNATE RECORD KEY IS NOM-CLI WITH DUPLICATES
           FILE STATUS IS WKS-STAT-CLI.
           SELECT DOM-MAN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ID-CLIENTE-DMN
           FILE STATUS IS WKS-STAT-DMN.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REE-SPE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REG-CHQ ASSIGN TO PRINTER.
           SELECT REP-EXC ASSIGN TO PRINTER.
           SELECT PAR-SIS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLA-PRM
           FILE STATUS IS WKS-STAT-PRM.
       DATA DIVISION.
       FILE SECTION.
       FD NOT-CRE.
           COPY NOTCRE.

       FD REE-NCR.
           COPY REENCR.

       FD CLI-INDD.
           COPY REGCLI.

       FD DOM-MAN.
           COPY DOMMAN.

       FD RUN-LOG.
           COPY RUNLOG.

      *    ARCHIVO DE TRANSFERENCIAS SPEI EN EL LAYOUT FIJO DEL BANCO:
      *    REFERENCIA NUMERICA (FOLIO DE LA NOTA), CLABE DESTINO,
      *    BENEFICIARIO, IMPORTE EN CENTAVOS, FECHA DE APLICACION Y
      *    CONCEPTO.
       FD REE-SPE.
       01 REG-SPE.
           03 SPE-FOLIO    PIC 9(06).
           03 SPE-CLABE    PIC X(18).
           03 SPE-BENEF    PIC X(40).
           03 SPE-IMPORTE  PIC 9(09).
           03 SPE-FEC      PIC 9(08).
           03 SPE-CONCEPTO PIC X(30).

       FD REG-CHQ.
       01 LINEAQ           PIC X(132).

       FD REP-EXC.
       01 LINEAX           PIC X(132).

       FD PAR-SIS.
           COPY SISPAR.

       WORKING-STORAGE SECTION.
       77 WKS-FIN          PIC 9.
       77 WKS-STAT-NCR     PIC XX.
       77 WKS-STAT-PRM     PIC XX.
       77 WKS-STAT-REE     PIC XX.
       77 WKS-STAT-CLI     PIC XX.
       77 WKS-STAT-DMN     PIC XX.
       77 WKS-HAY-CLI      PIC 9.
       77 WKS-HAY-DMN      PIC 9.
       77 WKS-HAY-REE      PIC 9.
       77 WKS-FEC-OK       PIC 9.
       77 WKS-MAX-DIA      PIC 99.
       77 WKS-EMITE        PIC 9.
       77 WKS-CHQ-OK       PIC 9.
       77 WKS-NUM-CHQ      PIC 9(06).
       77 WKS-CNT-SPE      PIC 9(05).
       77 WKS-CNT-CHQ      PIC 9(05).
       77 WKS-CNT-PROC     PIC 9(05).
       77 WKS-CNT-EXC      PIC 9(05).
       01 WKS-IMP-SPE      PIC 9(07)V99.
       01 WKS-IMP-CHQ      PIC 9(07)V99.
       01 WKS-IMP-EXC      PIC 9(07)V99.
       01 WKS-DIAS-LIM     PIC 9(03).
       01 WKS-DIA-PAGO     PIC S9(07).
       01 WKS-DIAS-NOTA    PIC S9(05).
       01 WKS-EST-EXC      PIC X(20).
       01 WKS-NOM-COMPLETO PIC X(62).
       01 WKS-HOY          PIC 9(08).
       01 WKS-FEC-PAGO     PIC 9(08).
       01 WKS-FEC-CAP.
           03 WKS-FEC-CAP-ANO PIC 9(04).
           03 WKS-FEC-CAP-MES PIC 9(02).
           03 WKS-FEC-CAP-DIA PIC 9(02).
       01 WKS-CONCEPTO.
           03 FILLER       PIC X(15) VALUE "REEMBOLSO NOTA ".
           03 WKS-CON-FOL  PIC 9(06).
           03 FILLER       PIC X(09) VALUE SPACES.
       01 WKS-CONT-LIN     PIC 99.
       01 WKS-LIN-MAX      PIC 99 VALUE 60.
       01 WKS-NUM-PAG      PIC 99.
       01 WKS-CONT-LIX     PIC 99.
       01 WKS-NUM-PAX      PIC 99.

      *    DATOS DE LA CORRIDA PARA LA BITACORA RUN-LOG.
       77 WKS-RUN-PROG     PIC X(08).
       77 WKS-RUN-FEC-INI  PIC 9(08).
       77 WKS-RUN-HOR-INI  PIC 9(06).
       77 WKS-RUN-FEC-FIN  PIC 9(08).
       77 WKS-RUN-LEI      PIC 9(06).
       77 WKS-RUN-ESC      PIC 9(06).
       77 WKS-RUN-REC      PIC 9(06).
       77 WKS-RUN-RES      PIC X.
       01 WKS-RUN-HORA.
           03 WKS-RUN-HHMMSS PIC 9(06).
           03 FILLER         PIC 9(02).

      *    REGISTRO DE CHEQUES Y TRANSFERENCIAS EMITIDOS EN LA CORRIDA.
       01 WKS-ENC1.
           03 FILLER       PIC X(28) VALUE SPACES.
           03 FILLER       PIC X(44) VALUE
                "REGISTRO DE REEMBOLSOS DE NOTAS DE CREDITO".

       01 WKS-ENC2.
           03 FILLER       PIC X(16) VALUE "FECHA DE PAGO:  ".
           03 WKS-EFEC     PIC 9(08).
           03 FILLER       PIC X(61) VALUE SPACES.
           03 FILLER       PIC X(07) VALUE "PAG. : ".
           03 WKS-EPAG     PIC 9(02).

       01 WKS-ENC3.
           03 FILLER       PIC X(06) VALUE "MEDIO ".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(06) VALUE "CHEQUE".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(06) VALUE "NOTA  ".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(03) VALUE "ID ".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(30) VALUE "BENEFICIARIO".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(20) VALUE "BANCO".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(18) VALUE "CLABE".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(11) VALUE "    IMPORTE".

       01 WKS-DET1.
           03 WKS-DMED     PIC X(06).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-DCHQ     PIC Z(06).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-DFOL     PIC 9(06).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-DID      PIC 999.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-DNOM     PIC X(30).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-DBCO     PIC X(20).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-DCLA     PIC X(18).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-DIMP     PIC $$$,$$9.99.

       01 WKS-TOT1.
           03 FILLER       PIC X(28) VALUE
                "TRANSFERENCIAS SPEI       : ".
           03 WKS-TCNS     PIC ZZZZ9.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-TIMS     PIC $$$$,$$9.99.

       01 WKS-TOT2.
           03 FILLER       PIC X(28) VALUE
                "CHEQUES EMITIDOS          : ".
           03 WKS-TCNC     PIC ZZZZ9.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-TIMC     PIC $$$$,$$9.99.

      *    NOTAS QUE SIGUEN SIN COBRARSE PASADO EL PLAZO.
       01 WKS-ENX1.
           03 FILLER       PIC X(28) VALUE SPACES.
           03 FILLER       PIC X(39) VALUE
                "NOTAS DE CREDITO SIN PAGAR DESPUES DE ".
           03 WKS-XLIM     PIC ZZ9.
           03 FILLER       PIC X(05) VALUE " DIAS".

       01 WKS-ENX2.
           03 FILLER       PIC X(16) VALUE "FECHA DE CORTE: ".
           03 WKS-XFEC     PIC 9(08).
           03 FILLER       PIC X(61) VALUE SPACES.
           03 FILLER       PIC X(07) VALUE "PAG. : ".
           03 WKS-XPAG     PIC 9(02).

       01 WKS-ENX3.
           03 FILLER       PIC X(06) VALUE "NOTA  ".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(03) VALUE "ID ".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(30) VALUE "NOMBRE".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(08) VALUE "EMITIDA ".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(05) VALUE " DIAS".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(10) VALUE "   IMPORTE".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(20) VALUE "SITUACION".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(08) VALUE "ENVIO   ".

       01 WKS-DEX1.
           03 WKS-XFOL     PIC 9(06).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-XID      PIC 999.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-XNOM     PIC X(30).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-XEMI     PIC 9(08).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-XDIA     PIC ZZZZ9.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-XIMP     PIC $$$,$$9.99.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-XEST     PIC X(20).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-XENV     PIC 9(08).

       01 WKS-TOX1.
           03 FILLER       PIC X(28) VALUE
                "NOTAS SIN PAGAR           : ".
           03 WKS-TCNX     PIC ZZZZ9.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-TIMX     PIC $$$$,$$9.99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-FIN = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           MOVE "PAG-NCR " TO WKS-RUN-PROG.
           ACCEPT WKS-RUN-FEC-INI FROM DATE YYYYMMDD.
           ACCEPT WKS-RUN-HORA FROM TIME.
           MOVE WKS-RUN-HHMMSS TO WKS-RUN-HOR-INI.
           MOVE 0 TO WKS-RUN-LEI.
           MOVE 0 TO WKS-RUN-ESC.
           MOVE 0 TO WKS-RUN-REC.
           MOVE "N" TO WKS-RUN-RES.

           DISPLAY "PAGO DE REEMBOLSOS DE NOTAS DE CREDITO".
           PERFORM 1040-LEE-PARAMETROS.
           ACCEPT WKS-HOY FROM DATE YYYYMMDD.
           MOVE 0 TO WKS-FEC-OK.
           PERFORM 1010-CAPTURA-FECHA UNTIL WKS-FEC-OK = 1.
           COMPUTE WKS-DIA-PAGO =
               FUNCTION INTEGER-OF-DATE (WKS-FEC-PAGO).

      *    LOS CHEQUES SE FOLIAN CON LA CHEQUERA FISICA QUE SE VA A
      *    USAR EN LA CORRIDA.
           MOVE 0 TO WKS-CHQ-OK.
           PERFORM 1030-CAPTURA-CHEQUE UNTIL WKS-CHQ-OK = 1.

           OPEN INPUT NOT-CRE.
           IF WKS-STAT-NCR = "35"
               DISPLAY "NO EXISTE EL ARCHIVO DE NOTAS (NOT-CRE)."
               DISPLAY "SIN NOTAS DE CREDITO NO HAY NADA QUE PAGAR."
               STOP RUN.

           OPEN I-O REE-NCR.
           IF WKS-STAT-REE = "35"
               OPEN OUTPUT REE-NCR
               CLOSE REE-NCR
               OPEN I-O REE-NCR.

           MOVE 1 TO WKS-HAY-CLI.
           OPEN INPUT CLI-INDD.
           IF WKS-STAT-CLI = "35"
               MOVE 0 TO WKS-HAY-CLI.

      *    SIN MANDATOS NO HAY CLABES CONOCIDAS: TODO SALE EN CHEQUE.
           MOVE 1 TO WKS-HAY-DMN.
           OPEN INPUT DOM-MAN.
           IF WKS-STAT-DMN = "35"
               MOVE 0 TO WKS-HAY-DMN.

           OPEN OUTPUT REE-SPE.
           OPEN OUTPUT REG-CHQ.
           OPEN OUTPUT REP-EXC.
           MOVE 0 TO WKS-NUM-PAG.
           MOVE 0 TO WKS-NUM-PAX.
           PERFORM 2100-GENERA-ENCABEZADO.
           PERFORM 2150-ENCABEZADO-EXCEPCION.

           MOVE 0 TO WKS-CNT-SPE.
           MOVE 0 TO WKS-CNT-CHQ.
           MOVE 0 TO WKS-CNT-PROC.
           MOVE 0 TO WKS-CNT-EXC.
           MOVE 0 TO WKS-IMP-SPE.
           MOVE 0 TO WKS-IMP-CHQ.
           MOVE 0 TO WKS-IMP-EXC.

           MOVE 0 TO WKS-FIN.
           MOVE ZEROES TO FOLIO-NCR.
           START NOT-CRE KEY IS GREATER THAN OR EQUAL TO FOLIO-NCR
               INVALID KEY MOVE 1 TO WKS-FIN
           END-START.

       1010-CAPTURA-FECHA.
           DISPLAY "FECHA DE PAGO:(AAAAMMDD,0=HOY)".
           ACCEPT WKS-FEC-PAGO.
           IF WKS-FEC-PAGO = 0
               MOVE WKS-HOY TO WKS-FEC-PAGO.
           MOVE WKS-FEC-PAGO TO WKS-FEC-CAP.

           MOVE 1 TO WKS-FEC-OK.
           IF WKS-FEC-CAP-MES < 1 OR WKS-FEC-CAP-MES > 12
               MOVE 0 TO WKS-FEC-OK.

           IF WKS-FEC-OK = 1
               PERFORM 1020-MAX-DIA-DEL-MES
               IF WKS-FEC-CAP-DIA < 1 OR WKS-FEC-CAP-DIA > WKS-MAX-DIA
                   MOVE 0 TO WKS-FEC-OK.

           IF WKS-FEC-OK = 0
               DISPLAY "FECHA INVALIDA, REINTENTE".

       1020-MAX-DIA-DEL-MES.
           EVALUATE WKS-FEC-CAP-MES
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WKS-MAX-DIA
               WHEN 2
                   IF FUNCTION MOD (WKS-FEC-CAP-ANO, 4) = 0 AND
                      (FUNCTION MOD (WKS-FEC-CAP-ANO, 100) NOT = 0 OR
                       FUNCTION MOD (WKS-FEC-CAP-ANO, 400) = 0)
                       MOVE 29 TO WKS-MAX-DIA
                   ELSE
                       MOVE 28 TO WKS-MAX-DIA
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WKS-MAX-DIA
           END-EVALUATE.

       1030-CAPTURA-CHEQUE.
           DISPLAY "NUMERO DEL PRIMER CHEQUE DE LA CORRIDA:".
           ACCEPT WKS-NUM-CHQ.
           MOVE 1 TO WKS-CHQ-OK.
           IF WKS-NUM-CHQ = 0
               MOVE 0 TO WKS-CHQ-OK
               DISPLAY "NUMERO INVALIDO, REINTENTE".

       1040-LEE-PARAMETROS.
      *    UNA NOTA QUE TARDA MAS DE NCR-DIAS EN PAGARSE (VER
      *    GEN-PAR) SALE EN EL REPORTE DE EXCEPCIONES.
           MOVE 30 TO WKS-DIAS-LIM.
           OPEN INPUT PAR-SIS.
           IF WKS-STAT-PRM NOT = "35"
               MOVE "NCR-DIAS" TO CLA-PRM
               READ PAR-SIS
                   NOT INVALID KEY MOVE VAL-PRM TO WKS-DIAS-LIM
               END-READ
               CLOSE PAR-SIS
           END-IF.
           MOVE WKS-DIAS-LIM TO WKS-XLIM.

       2000-PROCESO.
           READ NOT-CRE NEXT
               AT END MOVE 1 TO WKS-FIN
               NOT AT END
                   ADD 1 TO WKS-RUN-LEI
                   IF EST-NCR = "P"
                       PERFORM 2200-REVISA-NOTA
                   END-IF
           END-READ.

       2100-GENERA-ENCABEZADO.
           ADD 1 TO WKS-NUM-PAG.
           MOVE SPACES TO LINEAQ.
           MOVE WKS-ENC1 TO LINEAQ.
           WRITE LINEAQ AFTER PAGE.
           MOVE WKS-FEC-PAGO TO WKS-EFEC.
           MOVE WKS-NUM-PAG TO WKS-EPAG.
           MOVE WKS-ENC2 TO LINEAQ.
           WRITE LINEAQ AFTER 1.
           MOVE WKS-ENC3 TO LINEAQ.
           WRITE LINEAQ AFTER 2.
           MOVE 3 TO WKS-CONT-LIN.

       2150-ENCABEZADO-EXCEPCION.
           ADD 1 TO WKS-NUM-PAX.
           MOVE SPACES TO LINEAX.
           MOVE WKS-ENX1 TO LINEAX.
           WRITE LINEAX AFTER PAGE.
           MOVE WKS-FEC-PAGO TO WKS-XFEC.
           MOVE WKS-NUM-PAX TO WKS-XPAG.
           MOVE WKS-ENX2 TO LINEAX.
           WRITE LINEAX AFTER 1.
           MOVE WKS-ENX3 TO LINEAX.
           WRITE LINEAX AFTER 2.
           MOVE 3 TO WKS-CONT-LIX.

       2200-REVISA-NOTA.
      *    UNA NOTA YA ENVIADA AL BANCO O CON CHEQUE EMITIDO ESPERA
      *    SU CONFIRMACION (CNF-NCR) Y NO SE VUELVE A PAGAR; LA QUE
      *    EL BANCO RECHAZO SALE AHORA EN CHEQUE.
           MOVE 1 TO WKS-HAY-REE.
           MOVE FOLIO-NCR TO FOLIO-REE.
           READ REE-NCR
               INVALID KEY MOVE 0 TO WKS-HAY-REE
           END-READ.

           MOVE 1 TO WKS-EMITE.
           IF WKS-HAY-REE = 1
               IF EST-REE NOT = "R"
                   MOVE 0 TO WKS-EMITE
                   ADD 1 TO WKS-CNT-PROC
               END-IF
           END-IF.

           PERFORM 2250-NOMBRE-CLIENTE.
           IF WKS-EMITE = 1
               PERFORM 2300-EMITE-PAGO.

           COMPUTE WKS-DIAS-NOTA = WKS-DIA-PAGO
               - FUNCTION INTEGER-OF-DATE (FEC-NCR).
           IF WKS-DIAS-NOTA > WKS-DIAS-LIM
               PERFORM 2600-ESCRIBE-EXCEPCION.

       2250-NOMBRE-CLIENTE.
           MOVE SPACES TO WKS-NOM-COMPLETO.
           IF WKS-HAY-CLI = 1
               MOVE ID-CLIENTE-NCR TO ID-CLIENTE
               READ CLI-INDD
                   INVALID KEY CONTINUE
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

       2300-EMITE-PAGO.
      *    CON MANDATO VIGENTE (NO CANCELADO) Y CLABE CAPTURADA EL
      *    REEMBOLSO VA POR SPEI A ESA CUENTA; SI NO, O SI EL BANCO YA
      *    RECHAZO UNA TRANSFERENCIA DE ESTA NOTA, SALE UN CHEQUE.
           MOVE SPACES TO CLABE-DMN.
           MOVE SPACES TO BANCO-DMN.
           MOVE "C" TO MED-REE.
           IF WKS-HAY-DMN = 1
               MOVE ID-CLIENTE-NCR TO ID-CLIENTE-DMN
               READ DOM-MAN
                   INVALID KEY
                       MOVE SPACES TO CLABE-DMN
                       MOVE SPACES TO BANCO-DMN
                   NOT INVALID KEY
                       IF EST-DMN NOT = "C"
                           AND CLABE-DMN NOT = SPACES
                           MOVE "S" TO MED-REE
                       END-IF
               END-READ
           END-IF.
           IF WKS-HAY-REE = 1
               IF MED-REE = "S" AND CLABE-REE = CLABE-DMN
                   MOVE "C" TO MED-REE.

           MOVE FOLIO-NCR TO FOLIO-REE.
           MOVE ID-CLIENTE-NCR TO ID-CLIENTE-REE.
           MOVE IMP-NCR TO IMP-REE.
           MOVE "E" TO EST-REE.
           MOVE WKS-FEC-PAGO TO FEC-ENV-REE.
           MOVE 0 TO FEC-PAG-REE.
           MOVE SPACES TO REF-PAG-REE.
           MOVE SPACES TO MOT-REC-REE.
           IF MED-REE = "S"
               MOVE CLABE-DMN TO CLABE-REE
               MOVE 0 TO NUM-CHQ-REE
               PERFORM 2400-ESCRIBE-SPEI
           ELSE
               MOVE SPACES TO CLABE-REE
               MOVE WKS-NUM-CHQ TO NUM-CHQ-REE
               ADD 1 TO WKS-NUM-CHQ
               ADD 1 TO WKS-CNT-CHQ
               ADD IMP-NCR TO WKS-IMP-CHQ.

           IF WKS-HAY-REE = 1
               REWRITE REG-REE
           ELSE
               WRITE REG-REE
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR EL PAGO DE LA NOTA "
                           FOLIO-NCR
                       ADD 1 TO WKS-RUN-REC
               END-WRITE
           END-IF.
           ADD 1 TO WKS-RUN-ESC.
           PERFORM 2500-ESCRIBE-DETALLE.

       2400-ESCRIBE-SPEI.
           MOVE FOLIO-NCR TO SPE-FOLIO.
           MOVE CLABE-DMN TO SPE-CLABE.
           MOVE WKS-NOM-COMPLETO TO SPE-BENEF.
           COMPUTE SPE-IMPORTE = IMP-NCR * 100.
           MOVE WKS-FEC-PAGO TO SPE-FEC.
           MOVE FOLIO-NCR TO WKS-CON-FOL.
           MOVE WKS-CONCEPTO TO SPE-CONCEPTO.
           WRITE REG-SPE.
           ADD 1 TO WKS-CNT-SPE.
           ADD IMP-NCR TO WKS-IMP-SPE.

       2500-ESCRIBE-DETALLE.
           IF WKS-CONT-LIN > WKS-LIN-MAX
               PERFORM 2100-GENERA-ENCABEZADO.
           MOVE SPACES TO WKS-DBCO.
           MOVE SPACES TO WKS-DCLA.
           MOVE 0 TO WKS-DCHQ.
           IF MED-REE = "S"
               MOVE "SPEI" TO WKS-DMED
               MOVE BANCO-DMN TO WKS-DBCO
               MOVE CLABE-DMN TO WKS-DCLA
           ELSE
               MOVE "CHEQUE" TO WKS-DMED
               MOVE NUM-CHQ-REE TO WKS-DCHQ.
           MOVE FOLIO-NCR TO WKS-DFOL.
           MOVE ID-CLIENTE-NCR TO WKS-DID.
           MOVE WKS-NOM-COMPLETO TO WKS-DNOM.
           MOVE IMP-NCR TO WKS-DIMP.
           MOVE WKS-DET1 TO LINEAQ.
           WRITE LINEAQ AFTER 1.
           ADD 1 TO WKS-CONT-LIN.

       2600-ESCRIBE-EXCEPCION.
      *    LA NOTA SIGUE SIN PAGAR: SE INFORMA EN QUE PUNTO ESTA.
           IF WKS-CONT-LIX > WKS-LIN-MAX
               PERFORM 2150-ENCABEZADO-EXCEPCION.
           MOVE 0 TO WKS-XENV.
           IF WKS-EMITE = 1
               IF MED-REE = "S"
                   MOVE "SPEI ENVIADO HOY" TO WKS-EST-EXC
               ELSE
                   MOVE "CHEQUE EMITIDO HOY" TO WKS-EST-EXC
               END-IF
           ELSE
               MOVE FEC-ENV-REE TO WKS-XENV
               EVALUATE MED-REE
                   WHEN "S"
                       MOVE "SPEI SIN CONFIRMAR" TO WKS-EST-EXC
                   WHEN "C"
                       MOVE "CHEQUE SIN COBRAR" TO WKS-EST-EXC
                   WHEN OTHER
                       MOVE "PAGO SIN CONFIRMAR" TO WKS-EST-EXC
               END-EVALUATE
           END-IF.
           MOVE FOLIO-NCR TO WKS-XFOL.
           MOVE ID-CLIENTE-NCR TO WKS-XID.
           MOVE WKS-NOM-COMPLETO TO WKS-XNOM.
           MOVE FEC-NCR TO WKS-XEMI.
           MOVE WKS-DIAS-NOTA TO WKS-XDIA.
           MOVE IMP-NCR TO WKS-XIMP.
           MOVE WKS-EST-EXC TO WKS-XEST.
           MOVE WKS-DEX1 TO LINEAX.
           WRITE LINEAX AFTER 1.
           ADD 1 TO WKS-CONT-LIX.
           ADD 1 TO WKS-CNT-EXC.
           ADD IMP-NCR TO WKS-IMP-EXC.

       8500-ESCRIBE-RUN-LOG.
      *    UN SOLO REGISTRO POR CORRIDA, ESCRITO AL TERMINAR, CON LA
      *    HORA DE INICIO CAPTURADA EN 1000-INICIO.
           OPEN EXTEND RUN-LOG.
           MOVE WKS-RUN-PROG TO RUN-PROGRAMA.
           MOVE SPACES TO RUN-OPERADOR.
           MOVE WKS-RUN-FEC-INI TO RUN-FEC-INI.
           MOVE WKS-RUN-HOR-INI TO RUN-HOR-INI.
           ACCEPT WKS-RUN-FEC-FIN FROM DATE YYYYMMDD.
           ACCEPT WKS-RUN-HORA FROM TIME.
           MOVE WKS-RUN-FEC-FIN TO RUN-FEC-FIN.
           MOVE WKS-RUN-HHMMSS TO RUN-HOR-FIN.
           MOVE WKS-RUN-LEI TO RUN-LEIDOS.
           MOVE WKS-RUN-ESC TO RUN-ESCRITOS.
           MOVE WKS-RUN-REC TO RUN-RECHAZADOS.
           MOVE WKS-RUN-RES TO RUN-RESULTADO.
           WRITE REG-RUN.
           CLOSE RUN-LOG.

       3000-FIN.
           MOVE WKS-CNT-SPE TO WKS-TCNS.
           MOVE WKS-IMP-SPE TO WKS-TIMS.
           MOVE WKS-TOT1 TO LINEAQ.
           WRITE LINEAQ AFTER 2.
           MOVE WKS-CNT-CHQ TO WKS-TCNC.
           MOVE WKS-IMP-CHQ TO WKS-TIMC.
           MOVE WKS-TOT2 TO LINEAQ.
           WRITE LINEAQ AFTER 1.
           MOVE WKS-CNT-EXC TO WKS-TCNX.
           MOVE WKS-IMP-EXC TO WKS-TIMX.
           MOVE WKS-TOX1 TO LINEAX.
           WRITE LINEAX AFTER 2.

           PERFORM 8500-ESCRIBE-RUN-LOG.
           CLOSE NOT-CRE.
           CLOSE REE-NCR.
           IF WKS-HAY-CLI = 1
               CLOSE CLI-INDD.
           IF WKS-HAY-DMN = 1
               CLOSE DOM-MAN.
           CLOSE REE-SPE.
           CLOSE REG-CHQ.
           CLOSE REP-EXC.
           DISPLAY "ARCHIVO GENERADO: REE-SPE".
           DISPLAY "TRANSFERENCIAS SPEI: " WKS-CNT-SPE.
           DISPLAY "CHEQUES EMITIDOS: " WKS-CNT-CHQ.
           DISPLAY "NOTAS EN ESPERA DE CONFIRMACION: " WKS-CNT-PROC.
           DISPLAY "NOTAS SIN PAGAR DESPUES DE 30 DIAS: " WKS-CNT-EXC.
