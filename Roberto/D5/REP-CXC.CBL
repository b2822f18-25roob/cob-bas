           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOLIO-NCR
           FILE STATUS IS WKS-STAT-NCR.
           SELECT SAL-FAV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOLIO-PAG-SAF
           ALTERNATE RECORD KEY IS ID-CLIENTE-SAF WITH DUPLICATES
           FILE STATUS IS WKS-STAT-SAF.
           SELECT FAC-ADI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FOLIO-ADI
           FILE STATUS IS WKS-STAT-ADI.
           SELECT LOCK-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS COD-LOCK-CLI
           FILE STATUS IS WKS-STAT-LCK.
           SELECT EMP-TAB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLA-EMP
           FILE STATUS IS WKS-STAT-EMP.
           SELECT EMP-FAC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LLAVE-EFA
           ALTERNATE RECORD KEY IS CLA-EMP-EFA WITH DUPLICATES
           FILE STATUS IS WKS-STAT-EFA.
           SELECT REP-CXC ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD NOT-CRE.
           COPY NOTCRE.

       FD SAL-FAV.
           COPY SALFAV.

       FD FAC-ADI.
           COPY FACADI.

       FD LOCK-CLI.
           COPY LCKCLI.

       FD EMP-TAB.
           COPY EMPTAB.

       FD EMP-FAC.
           COPY EMPFAC.

       FD REP-CXC.
       01 LINEAX           PIC X(132).

       77 WKS-HAY-NCR      PIC 9.
       77 WKS-FIN-NCR      PIC 9.
       01 WKS-NCR-TOT      PIC 9(07)V99.
       77 WKS-STAT-SAF     PIC XX.
       77 WKS-HAY-SAF      PIC 9.
       77 WKS-FIN-SAF      PIC 9.
       01 WKS-SAF-TOT      PIC 9(07)V99.
       77 WKS-STAT-ADI     PIC XX.
       77 WKS-HAY-ADI      PIC 9.
      *    FOLIOS DE EMPRESA (CLIENTE 000), VER 2500.
       77 WKS-STAT-EMP     PIC XX.
       77 WKS-HAY-EMP      PIC 9.
       77 WKS-STAT-EFA     PIC XX.
       77 WKS-HAY-EFA      PIC 9.
       77 WKS-ES-EMPRESA   PIC 9 VALUE 0.
       77 WKS-EMP-MODO     PIC 9.
       01 WKS-EMP-CLA      PIC 9(04).
       01 WKS-EMP-ULT      PIC S9(05).
       01 WKS-EMP-SIG      PIC 9(05).
       01 WKS-EMP-NOM      PIC X(40).

       01 WKS-FEC-PROCESO  PIC 9(08).
       01 WKS-FEC-PROC-D REDEFINES WKS-FEC-PROCESO.
       01 WKS-TOT-ANUA     PIC 9(07)V99.
       01 WKS-TOT-PAGA     PIC 9(07)V99.
       01 WKS-TOT-SALD     PIC 9(07)V99.
      *    DE LO ANTERIOR, LO QUE SON RECARGOS MORATORIOS (FOLIOS
      *    "M" DE FAC-ADI, VER REC-MOR).
       01 WKS-MOR-CNT      PIC 9(05).
       01 WKS-MOR-SALD     PIC 9(07)V99.

       01 WKS-ENC1.
           03 FILLER       PIC X(28) VALUE SPACES.
                "TIPO DE TARJETA:".
           03 WKS-NOM-TARB PIC X(20).

       01 WKS-ENCBE.
           03 FILLER       PIC X(20) VALUE
                "EMPRESA:".
           03 WKS-NOM-EMPB PIC X(40).

       01 WKS-ENC3.
           03 FILLER       PIC X(10) VALUE "ID-CLIENTE".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(05) VALUE "SALDO".
           03 FILLER       PIC X(03) VALUE SPACES.
           03 FILLER       PIC X(10) VALUE "DIAS VENC.".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(08) VALUE "CONCEPTO".

       01 WKS-DET1.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-SALC     PIC $$$,$$9.99.
           03 FILLER       PIC X(05) VALUE SPACES.
           03 WKS-DIAC     PIC ZZZZ9.
           03 FILLER       PIC X(04) VALUE SPACES.
           03 WKS-CONC     PIC X(10).

       01 WKS-TOTT.
           03 FILLER       PIC X(10) VALUE SPACES.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-TSALC    PIC $$$$,$$9.99.

       01 WKS-TOTE.
           03 FILLER       PIC X(10) VALUE SPACES.
           03 FILLER       PIC X(16) VALUE "TOTAL EMPRESA  :".
           03 FILLER       PIC X(16) VALUE SPACES.
           03 WKS-EANUC    PIC $$$$,$$9.99.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-EPAGC    PIC $$$$,$$9.99.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-ESALC    PIC $$$$,$$9.99.

       01 WKS-ENCN.
           03 FILLER       PIC X(34) VALUE
                "NOTAS DE CREDITO PENDIENTES:".
           03 FILLER       PIC X(16) VALUE "TOTAL A FAVOR : ".
           03 WKS-NTOT     PIC $$$$,$$9.99.

       01 WKS-ENCS.
           03 FILLER       PIC X(34) VALUE
                "SALDOS A FAVOR SIN APLICAR:".

       01 WKS-ENCS2.
           03 FILLER       PIC X(06) VALUE "RECIBO".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(10) VALUE "ID-CLIENTE".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(05) VALUE "FECHA".
           03 FILLER       PIC X(06) VALUE SPACES.
           03 FILLER       PIC X(07) VALUE "SALDO".

       01 WKS-DETS.
           03 WKS-SFOL     PIC 9(06).
           03 FILLER       PIC X(05) VALUE SPACES.
           03 WKS-SID      PIC 999.
           03 FILLER       PIC X(06) VALUE SPACES.
           03 WKS-SFEC     PIC 9(08).
           03 FILLER       PIC X(03) VALUE SPACES.
           03 WKS-SIMP     PIC $$$,$$9.99.

       01 WKS-TOTS.
           03 FILLER       PIC X(20) VALUE SPACES.
           03 FILLER       PIC X(16) VALUE "TOTAL A FAVOR : ".
           03 WKS-STOT     PIC $$$$,$$9.99.

       01 WKS-TOTG.
           03 FILLER       PIC X(10) VALUE SPACES.
           03 FILLER       PIC X(16) VALUE "TOTAL GENERAL  :".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-GSALC    PIC $$$$,$$9.99.

       01 WKS-TOTM.
           03 FILLER       PIC X(10) VALUE SPACES.
           03 FILLER       PIC X(24) VALUE "INCLUYE RECARGOS MORAT.:".
           03 WKS-MCNT     PIC ZZZZ9.
           03 FILLER       PIC X(09) VALUE " FOLIOS, ".
           03 FILLER       PIC X(06) VALUE "SALDO ".
           03 FILLER       PIC X(14) VALUE SPACES.
           03 WKS-MSALC    PIC $$$$,$$9.99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
               CLOSE CLI-INDD
               STOP RUN.

      *    FAC-ADI SOLO DISTINGUE COMISIONES Y RECARGOS DE LAS
      *    RENOVACIONES; SIN EL TODO FOLIO ES RENOVACION.
           MOVE 1 TO WKS-HAY-ADI.
           OPEN INPUT FAC-ADI.
           IF WKS-STAT-ADI = "35"
               MOVE 0 TO WKS-HAY-ADI.

      *    SIN EMP-FAC LOS FOLIOS DE EMPRESA SALEN JUNTOS COMO "SIN
      *    EMPRESA"; SIN EMP-TAB SALEN CON LA CLAVE DE LA EMPRESA.
           MOVE 1 TO WKS-HAY-EFA.
           OPEN INPUT EMP-FAC.
           IF WKS-STAT-EFA = "35"
               MOVE 0 TO WKS-HAY-EFA.
           MOVE 1 TO WKS-HAY-EMP.
           OPEN INPUT EMP-TAB.
           IF WKS-STAT-EMP = "35"
               MOVE 0 TO WKS-HAY-EMP.

           OPEN OUTPUT REP-CXC.

           MOVE 0 TO WKS-NUM-PAG.
           MOVE 0 TO WKS-TOT-ANUA.
           MOVE 0 TO WKS-TOT-PAGA.
           MOVE 0 TO WKS-TOT-SALD.
           MOVE 0 TO WKS-MOR-CNT.
           MOVE 0 TO WKS-MOR-SALD.
           MOVE SPACES TO WKS-CUTTER.

           MOVE SPACES TO NOM-TAR.
           MOVE WKS-ENC2 TO LINEAX.
           WRITE LINEAX AFTER 1.

           IF WKS-ES-EMPRESA = 1
               MOVE WKS-EMP-NOM TO WKS-NOM-EMPB
               MOVE WKS-ENCBE TO LINEAX
           ELSE
               MOVE NOM-TAR TO WKS-NOM-TARB
               MOVE WKS-ENCBB TO LINEAX.
           WRITE LINEAX AFTER 2.

           MOVE WKS-ENC3 TO LINEAX.
               INTO WKS-NOM-COMPLETO
           END-STRING.
           MOVE WKS-NOM-COMPLETO TO WKS-NOMB.
           IF WKS-ES-EMPRESA = 1
               MOVE ID-CLIENTE-FAC TO WKS-ID
               MOVE WKS-EMP-NOM TO WKS-NOMB.
           MOVE FOLIO-FAC TO WKS-FOLC.
           MOVE IMP-FAC TO WKS-ANUC.
           MOVE IMP-PAG-FAC TO WKS-PAGC.
           MOVE WKS-SALDO TO WKS-SALC.
           MOVE WKS-DIAS TO WKS-DIAC.
           PERFORM 2410-CONCEPTO-FOLIO.

           MOVE WKS-DET1 TO LINEAX.
           WRITE LINEAX AFTER 1.
           ADD IMP-PAG-FAC TO WKS-TOT-PAGA.
           ADD WKS-SALDO TO WKS-TOT-SALD.

       2410-CONCEPTO-FOLIO.
      *    UN FOLIO SIN REGISTRO EN FAC-ADI ES RENOVACION.
           MOVE "RENOVACION" TO WKS-CONC.
           IF WKS-HAY-ADI = 1
               MOVE FOLIO-FAC TO FOLIO-ADI
               READ FAC-ADI
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       EVALUATE TIP-ADI
                           WHEN "C"
                               MOVE "COMISION" TO WKS-CONC
                           WHEN "T"
                               MOVE "AJUSTE TAR" TO WKS-CONC
                           WHEN "R"
                               MOVE "REPOSICION" TO WKS-CONC
                           WHEN "M"
                               MOVE "RECARGO" TO WKS-CONC
                               ADD 1 TO WKS-MOR-CNT
                               ADD WKS-SALDO TO WKS-MOR-SALD
                       END-EVALUATE
               END-READ
           END-IF.

       2500-FOLIOS-EMPRESA.
      *    LOS FOLIOS DEL CLIENTE 000 SON DE EMPRESAS (CUENTAS
      *    CORPORATIVAS) Y NO TIENEN CLIENTE EN CLI-INDD: SALEN
      *    DESPUES DE LOS TIPOS DE TARJETA, UNA EMPRESA POR HOJA EN
      *    ORDEN DE CLAVE, CON LA EMPRESA DE LA PRIMERA LINEA DEL
      *    FOLIO EN EMP-FAC (IGUAL QUE EN GEN-PAG), Y ENTRAN AL
      *    TOTAL GENERAL. CADA PASADA POR LOS FOLIOS DEL CLIENTE 000
      *    BUSCA LA SIGUIENTE EMPRESA CON FOLIOS PENDIENTES.
           MOVE 1 TO WKS-ES-EMPRESA.
           MOVE -1 TO WKS-EMP-ULT.
           PERFORM 2510-SIGUIENTE-EMPRESA.
           PERFORM 2520-IMPRIME-EMPRESA UNTIL WKS-EMP-SIG > 9999.
           MOVE 0 TO WKS-ES-EMPRESA.

       2510-SIGUIENTE-EMPRESA.
           MOVE 10000 TO WKS-EMP-SIG.
           MOVE 1 TO WKS-EMP-MODO.
           PERFORM 2530-RECORRE-EMPRESA.

       2520-IMPRIME-EMPRESA.
           PERFORM 2540-NOMBRE-EMPRESA.
           MOVE 0 TO WKS-TIP-ANUA.
           MOVE 0 TO WKS-TIP-PAGA.
           MOVE 0 TO WKS-TIP-SALD.
           PERFORM 2100-GENERA-ENCABEZADO.
           MOVE 2 TO WKS-EMP-MODO.
           PERFORM 2530-RECORRE-EMPRESA.
           MOVE WKS-TIP-ANUA TO WKS-EANUC.
           MOVE WKS-TIP-PAGA TO WKS-EPAGC.
           MOVE WKS-TIP-SALD TO WKS-ESALC.
           MOVE WKS-TOTE TO LINEAX.
           WRITE LINEAX AFTER 2.
           ADD 2 TO WKS-CONT-LIN.
           MOVE WKS-EMP-SIG TO WKS-EMP-ULT.
           PERFORM 2510-SIGUIENTE-EMPRESA.

       2530-RECORRE-EMPRESA.
      *    MODO 1: BUSCA LA MENOR CLAVE DE EMPRESA MAYOR QUE LA YA
      *    IMPRESA. MODO 2: IMPRIME LOS FOLIOS DE ESA EMPRESA.
           MOVE 0 TO ID-CLIENTE-FAC.
           MOVE 0 TO WKS-FIN-FAC.
           START FAC-CLI KEY IS GREATER THAN OR EQUAL TO
               ID-CLIENTE-FAC
               INVALID KEY MOVE 1 TO WKS-FIN-FAC
           END-START.
           PERFORM 2535-LEE-FOLIO-EMPRESA UNTIL WKS-FIN-FAC = 1.

       2535-LEE-FOLIO-EMPRESA.
           READ FAC-CLI NEXT
               AT END MOVE 1 TO WKS-FIN-FAC
               NOT AT END
                   IF ID-CLIENTE-FAC NOT = 0
                       MOVE 1 TO WKS-FIN-FAC
                   ELSE
                       IF EST-FAC = "P"
                           PERFORM 2550-EMPRESA-DEL-FOLIO
                           PERFORM 2537-CLASIFICA-FOLIO
                       END-IF
                   END-IF
           END-READ.

       2537-CLASIFICA-FOLIO.
           IF WKS-EMP-MODO = 1
               IF WKS-EMP-CLA > WKS-EMP-ULT
                   AND WKS-EMP-CLA < WKS-EMP-SIG
                   MOVE WKS-EMP-CLA TO WKS-EMP-SIG
               END-IF
           ELSE
               IF WKS-EMP-CLA = WKS-EMP-SIG
                   PERFORM 2400-ESCRIBE-DETALLE.

       2540-NOMBRE-EMPRESA.
      *    CLAVE 0: FOLIOS DEL CLIENTE 000 SIN LINEAS EN EMP-FAC.
           IF WKS-EMP-SIG = 0
               MOVE "SIN EMPRESA EN EMP-FAC" TO WKS-EMP-NOM
           ELSE
               MOVE SPACES TO WKS-EMP-NOM
               STRING "EMPRESA " DELIMITED BY SIZE
                      WKS-EMP-SIG (2:4) DELIMITED BY SIZE
                   INTO WKS-EMP-NOM
               END-STRING
               IF WKS-HAY-EMP = 1
                   MOVE WKS-EMP-SIG TO CLA-EMP
                   READ EMP-TAB
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE NOM-EMP TO WKS-EMP-NOM
                   END-READ
               END-IF
           END-IF.

       2550-EMPRESA-DEL-FOLIO.
           MOVE 0 TO WKS-EMP-CLA.
           IF WKS-HAY-EFA = 1
               MOVE FOLIO-FAC TO FOLIO-EFA
               MOVE 0 TO ID-CLIENTE-EFA
               START EMP-FAC KEY IS GREATER THAN OR EQUAL TO LLAVE-EFA
                   INVALID KEY MOVE "23" TO WKS-STAT-EFA
               END-START
               IF WKS-STAT-EFA = "00"
                   READ EMP-FAC NEXT
                       AT END CONTINUE
                       NOT AT END
                           IF FOLIO-EFA = FOLIO-FAC
                               MOVE CLA-EMP-EFA TO WKS-EMP-CLA
                           END-IF
                   END-READ
               END-IF
           END-IF.

       3000-FIN.
           PERFORM 2200-GENERA-PIE-TIPO.
           PERFORM 2500-FOLIOS-EMPRESA.

           MOVE WKS-TOT-ANUA TO WKS-GANUC.
           MOVE WKS-TOT-PAGA TO WKS-GPAGC.
           MOVE WKS-TOT-SALD TO WKS-GSALC.
           MOVE WKS-TOTG TO LINEAX.
           WRITE LINEAX AFTER 2.
           IF WKS-MOR-CNT > 0
               MOVE WKS-MOR-CNT TO WKS-MCNT
               MOVE WKS-MOR-SALD TO WKS-MSALC
               MOVE WKS-TOTM TO LINEAX
               WRITE LINEAX AFTER 1.

           PERFORM 3500-LISTA-NOTAS-CREDITO.
           PERFORM 3600-LISTA-SALDOS-FAVOR.

           CLOSE CLI-INDD.
           CLOSE FAC-CLI.
           IF WKS-HAY-ADI = 1
               CLOSE FAC-ADI.
           IF WKS-HAY-EFA = 1
               CLOSE EMP-FAC.
           IF WKS-HAY-EMP = 1
               CLOSE EMP-TAB.
           CLOSE REP-CXC.
           DISPLAY "REPORTE GENERADO".

                       ADD IMP-NCR TO WKS-NCR-TOT
                   END-IF
           END-READ.

       3600-LISTA-SALDOS-FAVOR.
      *    LOS SOBRANTES DE PAGO QUE AUN NO SE APLICAN A UN FOLIO
      *    TAMBIEN SON DINERO DEL CLIENTE: SE LISTAN DESPUES DE LAS
      *    NOTAS DE CREDITO, CON LO QUE LES QUEDA POR APLICAR.
           MOVE 1 TO WKS-HAY-SAF.
           OPEN INPUT SAL-FAV.
           IF WKS-STAT-SAF = "35"
               MOVE 0 TO WKS-HAY-SAF.
           IF WKS-HAY-SAF = 1
               MOVE 0 TO WKS-SAF-TOT
               MOVE WKS-ENCS TO LINEAX
               WRITE LINEAX AFTER 3
               MOVE WKS-ENCS2 TO LINEAX
               WRITE LINEAX AFTER 1
               MOVE ZEROES TO FOLIO-PAG-SAF
               MOVE 0 TO WKS-FIN-SAF
               START SAL-FAV KEY IS GREATER THAN OR EQUAL TO
                   FOLIO-PAG-SAF
                   INVALID KEY MOVE 1 TO WKS-FIN-SAF
               END-START
               PERFORM 3610-LEE-SALDO UNTIL WKS-FIN-SAF = 1
               MOVE WKS-SAF-TOT TO WKS-STOT
               MOVE WKS-TOTS TO LINEAX
               WRITE LINEAX AFTER 2
               CLOSE SAL-FAV.

       3610-LEE-SALDO.
           READ SAL-FAV NEXT
               AT END MOVE 1 TO WKS-FIN-SAF
               NOT AT END
                   IF EST-SAF = "P"
                       MOVE FOLIO-PAG-SAF TO WKS-SFOL
                       MOVE ID-CLIENTE-SAF TO WKS-SID
                       MOVE FEC-SAF TO WKS-SFEC
                       COMPUTE WKS-SIMP = IMP-SAF - IMP-APL-SAF
                       MOVE WKS-DETS TO LINEAX
                       WRITE LINEAX AFTER 1
                       COMPUTE WKS-SAF-TOT =
                           WKS-SAF-TOT + IMP-SAF - IMP-APL-SAF
                   END-IF
           END-READ.
