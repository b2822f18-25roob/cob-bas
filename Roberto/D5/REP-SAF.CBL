       IDENTIFICATION DIVISION.
       PROGRAM-ID. REP-SAF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAL-FAV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOLIO-PAG-SAF
           ALTERNATE RECORD KEY IS ID-CLIENTE-SAF WITH DUPLICATES
           FILE STATUS IS WKS-STAT-SAF.
           SELECT CLI-INDD ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ID-CLIENTE
           ALTERNATE RECORD KEY IS NOM-TAR WITH DUPLICATES
           ALTERNATE RECORD KEY IS FEC-ING WITH DUPLICATES
           ALTERNATE RECORD KEY IS NOM-CLI WITH DUPLICATES
           FILE STATUS IS WKS-STAT-CLI.
           SELECT REP-SAF ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD SAL-FAV.
           COPY SALFAV.

       FD CLI-INDD.
           COPY REGCLI.

       FD REP-SAF.
       01 LINEAS           PIC X(132).

       WORKING-STORAGE SECTION.
       77 WKS-FIN          PIC 9.
       77 WKS-STAT-SAF     PIC XX.
       77 WKS-STAT-CLI     PIC XX.
       77 WKS-HAY-CLI      PIC 9.
       77 WKS-CONT-LIN     PIC 99.
       77 WKS-LIN-MAX      PIC 99 VALUE 60.
       77 WKS-NUM-PAG      PIC 9(02).
       77 WKS-RENGLONES    PIC 9(05).
       77 WKS-CLIENTES     PIC 9(05).
       77 WKS-ID-ANT       PIC 9(03).

       01 WKS-FEC-PROCESO  PIC 9(08).
       01 WKS-HOY          PIC 9(08).
       01 WKS-DIAS         PIC S9(05).
       01 WKS-PENDIENTE    PIC 9(05)V99.
       01 WKS-TOT-PEND     PIC 9(07)V99.
       01 WKS-NOM-COMPLETO PIC X(62).

      *    ANTIGUEDAD DEL SALDO: HASTA 30 DIAS, 31 A 90, 91 A 180 Y
      *    MAS DE 180 DIAS DESDE EL PAGO QUE LO ORIGINO.
       01 WKS-RANGOS.
           03 WKS-RNG OCCURS 4.
               05 WKS-R-CNT PIC 9(05).
               05 WKS-R-IMP PIC 9(07)V99.
       77 WKS-RX           PIC 9.

       01 WKS-ENC1.
           03 FILLER       PIC X(28) VALUE SPACES.
           03 FILLER       PIC X(40)
                     VALUE "SALDOS A FAVOR SIN APLICAR".

       01 WKS-ENC2.
           03 FILLER       PIC X(18)
                     VALUE "FECHA DE PROCESO: ".
           03 WKS-EFEC     PIC 9(08).
           03 FILLER       PIC X(33) VALUE SPACES.
           03 FILLER       PIC X(07) VALUE "PAG. : ".
           03 WKS-EPAG     PIC 9(02).

       01 WKS-ENC3.
           03 FILLER       PIC X(10) VALUE "ID-CLIENTE".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(06) VALUE "NOMBRE".
           03 FILLER       PIC X(26) VALUE SPACES.
           03 FILLER       PIC X(06) VALUE "RECIBO".
           03 FILLER       PIC X(03) VALUE SPACES.
           03 FILLER       PIC X(05) VALUE "FECHA".
           03 FILLER       PIC X(06) VALUE SPACES.
           03 FILLER       PIC X(04) VALUE "DIAS".
           03 FILLER       PIC X(06) VALUE SPACES.
           03 FILLER       PIC X(05) VALUE "SALDO".

       01 WKS-DET1.
           03 WKS-DID      PIC 999.
           03 FILLER       PIC X(09) VALUE SPACES.
           03 WKS-DNOM     PIC X(30).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-DREC     PIC 9(06).
           03 FILLER       PIC X(03) VALUE SPACES.
           03 WKS-DFEC     PIC 9(08).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-DDIAS    PIC ZZZZ9.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-DIMP     PIC $$$,$$9.99.

       01 WKS-ENCR.
           03 FILLER       PIC X(30) VALUE
                "ANTIGUEDAD DE LOS SALDOS:".

       01 WKS-DETR.
           03 WKS-RDES     PIC X(20).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-RCNT     PIC ZZZZ9.
           03 FILLER       PIC X(05) VALUE SPACES.
           03 WKS-RIMP     PIC $$$$,$$9.99.

       01 WKS-TOT1.
           03 FILLER       PIC X(20) VALUE "CLIENTES CON SALDO :".
           03 WKS-TCLI     PIC ZZZZ9.
           03 FILLER       PIC X(05) VALUE SPACES.
           03 FILLER       PIC X(16) VALUE "TOTAL A FAVOR : ".
           03 WKS-TIMP     PIC $$$$,$$9.99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-FIN = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           DISPLAY "REPORTE DE SALDOS A FAVOR SIN APLICAR".
           DISPLAY "FECHA DE PROCESO A IMPRIMIR(AAAAMMDD,0=HOY):".
           ACCEPT WKS-FEC-PROCESO.
           ACCEPT WKS-HOY FROM DATE YYYYMMDD.
           IF WKS-FEC-PROCESO = 0
               MOVE WKS-HOY TO WKS-FEC-PROCESO.

           OPEN INPUT SAL-FAV.
           IF WKS-STAT-SAF = "35"
               DISPLAY "NO EXISTE EL ARCHIVO DE SALDOS (SAL-FAV)."
               DISPLAY "NINGUN PAGO HA DEJADO SALDO A FAVOR."
               STOP RUN.

      *    SIN MAESTRO DE CLIENTES EL REPORTE SALE SIN NOMBRES.
           MOVE 1 TO WKS-HAY-CLI.
           OPEN INPUT CLI-INDD.
           IF WKS-STAT-CLI = "35"
               MOVE 0 TO WKS-HAY-CLI.

           OPEN OUTPUT REP-SAF.
           MOVE 0 TO WKS-NUM-PAG.
           MOVE 0 TO WKS-RENGLONES.
           MOVE 0 TO WKS-CLIENTES.
           MOVE 0 TO WKS-ID-ANT.
           MOVE 0 TO WKS-TOT-PEND.
           MOVE 1 TO WKS-RX.
           PERFORM 1010-LIMPIA-RANGO UNTIL WKS-RX > 4.
           PERFORM 2100-GENERA-ENCABEZADO.

      *    BARRIDO POR LA LLAVE ALTERNA: LOS SALDOS DE UN MISMO
      *    CLIENTE SALEN JUNTOS.
           MOVE 0 TO WKS-FIN.
           MOVE ZEROES TO ID-CLIENTE-SAF.
           START SAL-FAV KEY IS GREATER THAN OR EQUAL TO
               ID-CLIENTE-SAF
               INVALID KEY MOVE 1 TO WKS-FIN
           END-START.

       1010-LIMPIA-RANGO.
           MOVE 0 TO WKS-R-CNT (WKS-RX).
           MOVE 0 TO WKS-R-IMP (WKS-RX).
           ADD 1 TO WKS-RX.

       2000-PROCESO.
           READ SAL-FAV NEXT
               AT END MOVE 1 TO WKS-FIN
               NOT AT END
                   IF EST-SAF = "P"
                       PERFORM 2010-ESCRIBE-DETALLE
                   END-IF
           END-READ.

       2010-ESCRIBE-DETALLE.
           COMPUTE WKS-PENDIENTE = IMP-SAF - IMP-APL-SAF.
           MOVE 0 TO WKS-DIAS.
           IF WKS-FEC-PROCESO > FEC-SAF
               COMPUTE WKS-DIAS =
                   FUNCTION INTEGER-OF-DATE (WKS-FEC-PROCESO)
                   - FUNCTION INTEGER-OF-DATE (FEC-SAF).

           IF ID-CLIENTE-SAF NOT = WKS-ID-ANT
               ADD 1 TO WKS-CLIENTES
               MOVE ID-CLIENTE-SAF TO WKS-ID-ANT
               PERFORM 2020-BUSCA-NOMBRE.

           IF WKS-CONT-LIN > WKS-LIN-MAX
               PERFORM 2100-GENERA-ENCABEZADO.

           MOVE ID-CLIENTE-SAF TO WKS-DID.
           MOVE WKS-NOM-COMPLETO TO WKS-DNOM.
           MOVE FOLIO-PAG-SAF TO WKS-DREC.
           MOVE FEC-SAF TO WKS-DFEC.
           MOVE WKS-DIAS TO WKS-DDIAS.
           MOVE WKS-PENDIENTE TO WKS-DIMP.
           MOVE WKS-DET1 TO LINEAS.
           WRITE LINEAS AFTER 1.
           ADD 1 TO WKS-CONT-LIN.
           ADD 1 TO WKS-RENGLONES.
           ADD WKS-PENDIENTE TO WKS-TOT-PEND.

           IF WKS-DIAS > 180
               MOVE 4 TO WKS-RX
           ELSE
               IF WKS-DIAS > 90
                   MOVE 3 TO WKS-RX
               ELSE
                   IF WKS-DIAS > 30
                       MOVE 2 TO WKS-RX
                   ELSE
                       MOVE 1 TO WKS-RX.
           ADD 1 TO WKS-R-CNT (WKS-RX).
           ADD WKS-PENDIENTE TO WKS-R-IMP (WKS-RX).

       2020-BUSCA-NOMBRE.
           MOVE SPACES TO WKS-NOM-COMPLETO.
           IF WKS-HAY-CLI = 1
               MOVE ID-CLIENTE-SAF TO ID-CLIENTE
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
           MOVE SPACES TO LINEAS.
           MOVE WKS-ENC1 TO LINEAS.
           WRITE LINEAS AFTER PAGE.

           MOVE WKS-FEC-PROCESO TO WKS-EFEC.
           MOVE WKS-NUM-PAG TO WKS-EPAG.
           MOVE WKS-ENC2 TO LINEAS.
           WRITE LINEAS AFTER 1.

           MOVE WKS-ENC3 TO LINEAS.
           WRITE LINEAS AFTER 2.
           MOVE 4 TO WKS-CONT-LIN.

       2200-ESCRIBE-RANGO.
           EVALUATE WKS-RX
               WHEN 1 MOVE "HASTA 30 DIAS" TO WKS-RDES
               WHEN 2 MOVE "DE 31 A 90 DIAS" TO WKS-RDES
               WHEN 3 MOVE "DE 91 A 180 DIAS" TO WKS-RDES
               WHEN OTHER MOVE "MAS DE 180 DIAS" TO WKS-RDES
           END-EVALUATE.
           MOVE WKS-R-CNT (WKS-RX) TO WKS-RCNT.
           MOVE WKS-R-IMP (WKS-RX) TO WKS-RIMP.
           MOVE WKS-DETR TO LINEAS.
           WRITE LINEAS AFTER 1.
           ADD 1 TO WKS-RX.

       3000-FIN.
           MOVE WKS-ENCR TO LINEAS.
           WRITE LINEAS AFTER 3.
           MOVE 1 TO WKS-RX.
           PERFORM 2200-ESCRIBE-RANGO UNTIL WKS-RX > 4.

           MOVE WKS-CLIENTES TO WKS-TCLI.
           MOVE WKS-TOT-PEND TO WKS-TIMP.
           MOVE WKS-TOT1 TO LINEAS.
           WRITE LINEAS AFTER 2.

           CLOSE SAL-FAV.
           IF WKS-HAY-CLI = 1
               CLOSE CLI-INDD.
           CLOSE REP-SAF.
           DISPLAY "SALDOS LISTADOS: " WKS-RENGLONES.
           DISPLAY "REPORTE GENERADO".
