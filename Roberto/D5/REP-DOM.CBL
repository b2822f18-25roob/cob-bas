       IDENTIFICATION DIVISION.
       PROGRAM-ID. REP-DOM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOM-CTL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LLAVE-DOM
           FILE STATUS IS WKS-STAT-DOM.
           SELECT DOM-MAN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ID-CLIENTE-DMN
           FILE STATUS IS WKS-STAT-DMN.
           SELECT CLI-INDD ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-CLIENTE
           ALTERNATE RECORD KEY IS NOM-TAR WITH DUPLICATES
           ALTERNATE RECORD KEY IS FEC-ING WITH DUPLICATES
           ALTERNATE RECORD KEY IS NOM-CLI WITH DUPLICATES
           FILE STATUS IS WKS-STAT-CLI.
           SELECT REP-DOM ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD DOM-CTL.
           COPY DOMCTL.

       FD DOM-MAN.
           COPY DOMMAN.

       FD CLI-INDD.
           COPY REGCLI.

       FD REP-DOM.
       01 LINEAM           PIC X(132).

       WORKING-STORAGE SECTION.
       77 WKS-FIN          PIC 9.
       77 WKS-STAT-DOM     PIC XX.
       77 WKS-STAT-DMN     PIC XX.
       77 WKS-STAT-CLI     PIC XX.
       77 WKS-HAY-DMN      PIC 9.
       77 WKS-HAY-CLI      PIC 9.
       77 WKS-CONT-LIN     PIC 99.
       77 WKS-LIN-MAX      PIC 99 VALUE 60.
       77 WKS-NUM-PAG      PIC 9(02).
       77 WKS-PER-OK       PIC 9.
       77 WKS-SECCION      PIC 9.
       77 WKS-PRIMERA      PIC 9.
       77 WKS-CX           PIC 9.
       77 WKS-BX           PIC 9(03).
       77 WKS-HALLADO      PIC 9(03).
       77 WKS-CLI-LIST     PIC 9(05).

       01 WKS-PERIODO.
           03 WKS-PER-ANO  PIC 9(04).
           03 WKS-PER-MES  PIC 9(02).
       01 WKS-PERIODO-N REDEFINES WKS-PERIODO PIC 9(06).
      *    PRIMER MES DE LOS DOCE QUE TERMINAN EN EL PERIODO, PARA
      *    VER SI UN CLIENTE RECHAZA SEGUIDO O FUE UN CASO AISLADO.
       01 WKS-DESDE.
           03 WKS-DES-ANO  PIC 9(04).
           03 WKS-DES-MES  PIC 9(02).
       01 WKS-DESDE-N REDEFINES WKS-DESDE PIC 9(06).
       01 WKS-MES-CGO      PIC 9(06).
       01 WKS-HOY          PIC 9(08).

      *    ACUMULADO DEL CLIENTE EN CURSO: LOS CARGOS DE UN CLIENTE
      *    LLEGAN JUNTOS POR LA LLAVE DE DOM-CTL.
       01 WKS-CLI-ACT      PIC 9(03).
       01 WKS-C-PRE        PIC 9(03).
       01 WKS-C-REJ        PIC 9(03).
       01 WKS-C-R12        PIC 9(03).
       01 WKS-C-IMP        PIC 9(07)V99.
       01 WKS-C-MOT        PIC X(02).
       01 WKS-C-CAU-TAB.
           03 WKS-C-CAU    PIC 9(03) OCCURS 5.
       01 WKS-BANCO        PIC X(20).
       01 WKS-NOM-COMPLETO PIC X(62).

      *    CAUSAS DEL BANCO EN COLUMNAS: 1 "04" FONDOS INSUFICIENTES,
      *    2 "01" CUENTA INEXISTENTE, 3 "03" CUENTA CANCELADA, 4 "08"
      *    MANDATO REVOCADO, 5 CUALQUIER OTRA CAUSA.
       77 WKS-BAN-MAX      PIC 9(03) VALUE 50.
       77 WKS-BANS         PIC 9(03).
       01 WKS-TAB-BCO.
           03 WKS-BCO-ENT OCCURS 50.
               05 WKS-B-NOM  PIC X(20).
               05 WKS-B-PRE  PIC 9(05).
               05 WKS-B-REJ  PIC 9(05).
               05 WKS-B-IMP  PIC 9(09)V99.
               05 WKS-B-CAU  PIC 9(05) OCCURS 5.
       01 WKS-TAB-CAU.
           03 WKS-CAU-ENT OCCURS 5.
               05 WKS-K-CNT  PIC 9(05).
               05 WKS-K-IMP  PIC 9(09)V99.
       01 WKS-T-PRE        PIC 9(05).
       01 WKS-T-REJ        PIC 9(05).
       01 WKS-T-IMP        PIC 9(09)V99.

       01 WKS-ENC1.
           03 FILLER       PIC X(28) VALUE SPACES.
           03 FILLER       PIC X(50) VALUE
                "ESTADISTICA MENSUAL DE RECHAZOS DE DOMICILIACION".

       01 WKS-ENC2.
           03 FILLER       PIC X(09) VALUE "PERIODO: ".
           03 WKS-EPER     PIC 9(06).
           03 FILLER       PIC X(05) VALUE SPACES.
           03 FILLER       PIC X(18)
                     VALUE "FECHA DE PROCESO: ".
           03 WKS-EFEC     PIC 9(08).
           03 FILLER       PIC X(05) VALUE SPACES.
           03 FILLER       PIC X(07) VALUE "PAG. : ".
           03 WKS-EPAG     PIC 9(02).

       01 WKS-ENC3.
           03 FILLER       PIC X(05) VALUE "ID".
           03 FILLER       PIC X(32) VALUE "CLIENTE".
           03 FILLER       PIC X(22) VALUE "BANCO".
           03 FILLER       PIC X(06) VALUE " CARG.".
           03 FILLER       PIC X(06) VALUE "  RECH".
           03 FILLER       PIC X(14) VALUE "   IMP. RECH.".
           03 FILLER       PIC X(10) VALUE " RECH.12M.".
           03 FILLER       PIC X(12) VALUE "  ULT.CAUSA".

       01 WKS-ENC4.
           03 FILLER       PIC X(22) VALUE "BANCO".
           03 FILLER       PIC X(07) VALUE "  CARG.".
           03 FILLER       PIC X(07) VALUE "   RECH".
           03 FILLER       PIC X(08) VALUE "  % RECH".
           03 FILLER       PIC X(07) VALUE "   F.IN".
           03 FILLER       PIC X(07) VALUE "  C.INX".
           03 FILLER       PIC X(07) VALUE "  C.CAN".
           03 FILLER       PIC X(07) VALUE "  REVOC".
           03 FILLER       PIC X(07) VALUE "  OTRAS".
           03 FILLER       PIC X(16) VALUE "    IMPORTE RECH".

       01 WKS-ENCC.
           03 FILLER       PIC X(31) VALUE
                "CLIENTES CON RECHAZOS EN EL MES".
       01 WKS-ENCB.
           03 FILLER       PIC X(28) VALUE
                "RECHAZOS POR BANCO Y CAUSA".
       01 WKS-ENCK.
           03 FILLER       PIC X(20) VALUE
                "RECHAZOS POR CAUSA".

       01 WKS-DET1.
           03 WKS-DID      PIC 9(03).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-DNOM     PIC X(30).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-DBCO     PIC X(20).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-DPRE     PIC ZZZ9.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-DREJ     PIC ZZZ9.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-DIMP     PIC $$$$,$$9.99.
           03 FILLER       PIC X(04) VALUE SPACES.
           03 WKS-DR12     PIC ZZZ9.
           03 FILLER       PIC X(08) VALUE SPACES.
           03 WKS-DMOT     PIC X(02).

       01 WKS-DET2.
           03 WKS-BNOM     PIC X(20).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-BPRE     PIC ZZZZ9.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-BREJ     PIC ZZZZ9.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-BPOR     PIC ZZ9.99.
           03 WKS-BCAU-TAB.
               05 WKS-BCAU-ENT OCCURS 5.
                   07 FILLER     PIC X(02).
                   07 WKS-BCAU   PIC ZZZZ9.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-BIMP     PIC $$$$,$$$,$$9.99.

       01 WKS-DET3.
           03 WKS-KMOT     PIC X(06).
           03 WKS-KNOM     PIC X(32).
           03 WKS-KCNT     PIC ZZZZ9.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-KPOR     PIC ZZ9.99.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-KIMP     PIC $$$$,$$$,$$9.99.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-KTRA     PIC X(40).

       01 WKS-NADA1.
           03 FILLER       PIC X(40) VALUE
                "SIN RECHAZOS DE DOMICILIACION EN EL MES.".

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-FIN = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           DISPLAY "ESTADISTICA MENSUAL DE RECHAZOS DE DOMICILIACION".
           MOVE 0 TO WKS-PER-OK.
           PERFORM 1010-CAPTURA-PERIODO UNTIL WKS-PER-OK = 1.
           ACCEPT WKS-HOY FROM DATE YYYYMMDD.
           IF WKS-PER-MES = 12
               MOVE WKS-PER-ANO TO WKS-DES-ANO
               MOVE 1 TO WKS-DES-MES
           ELSE
               COMPUTE WKS-DES-ANO = WKS-PER-ANO - 1
               COMPUTE WKS-DES-MES = WKS-PER-MES + 1.

           OPEN INPUT DOM-CTL.
           IF WKS-STAT-DOM = "35"
               DISPLAY "NO EXISTE EL CONTROL DE CARGOS (DOM-CTL)."
               STOP RUN.

      *    EL BANCO DE CADA CLIENTE ES EL DE SU MANDATO ACTUAL.
           MOVE 1 TO WKS-HAY-DMN.
           OPEN INPUT DOM-MAN.
           IF WKS-STAT-DMN = "35"
               MOVE 0 TO WKS-HAY-DMN.
           MOVE 1 TO WKS-HAY-CLI.
           OPEN INPUT CLI-INDD.
           IF WKS-STAT-CLI = "35"
               MOVE 0 TO WKS-HAY-CLI.

           OPEN OUTPUT REP-DOM.
           MOVE 0 TO WKS-NUM-PAG.
           MOVE 0 TO WKS-CLI-LIST.
           MOVE 0 TO WKS-BANS.
           INITIALIZE WKS-TAB-BCO.
           INITIALIZE WKS-TAB-CAU.
           MOVE 1 TO WKS-PRIMERA.
           MOVE 1 TO WKS-SECCION.
           PERFORM 2100-GENERA-ENCABEZADO.

           MOVE 0 TO WKS-FIN.
           MOVE ZEROES TO LLAVE-DOM.
           START DOM-CTL KEY IS GREATER THAN OR EQUAL TO LLAVE-DOM
               INVALID KEY MOVE 1 TO WKS-FIN
           END-START.

       1010-CAPTURA-PERIODO.
           DISPLAY "PERIODO DEL REPORTE:(AAAAMM)".
           ACCEPT WKS-PERIODO.
           MOVE 1 TO WKS-PER-OK.
           IF WKS-PER-MES < 1 OR WKS-PER-MES > 12
               MOVE 0 TO WKS-PER-OK
               DISPLAY "PERIODO INVALIDO, REINTENTE".

       2000-PROCESO.
           READ DOM-CTL NEXT
               AT END MOVE 1 TO WKS-FIN
               NOT AT END
                   PERFORM 2010-ACUMULA
           END-READ.

       2010-ACUMULA.
           IF WKS-PRIMERA = 1
               MOVE 0 TO WKS-PRIMERA
               PERFORM 2020-INICIA-CLIENTE
           ELSE
               IF ID-CLIENTE-DOM NOT = WKS-CLI-ACT
                   PERFORM 2200-CIERRA-CLIENTE
                   PERFORM 2020-INICIA-CLIENTE
               END-IF
           END-IF.

           MOVE FEC-CARGO-DOM (1:6) TO WKS-MES-CGO.
           IF WKS-MES-CGO = WKS-PERIODO-N
               ADD 1 TO WKS-C-PRE
               IF EST-DOM = "R"
                   ADD 1 TO WKS-C-REJ
                   ADD IMP-DOM TO WKS-C-IMP
                   MOVE MOT-DOM TO WKS-C-MOT
                   PERFORM 8000-CLASIFICA-CAUSA
                   ADD 1 TO WKS-C-CAU (WKS-CX)
               END-IF
           END-IF.
           IF EST-DOM = "R"
               AND WKS-MES-CGO NOT < WKS-DESDE-N
               AND WKS-MES-CGO NOT > WKS-PERIODO-N
               ADD 1 TO WKS-C-R12.

       2020-INICIA-CLIENTE.
           MOVE ID-CLIENTE-DOM TO WKS-CLI-ACT.
           MOVE 0 TO WKS-C-PRE.
           MOVE 0 TO WKS-C-REJ.
           MOVE 0 TO WKS-C-R12.
           MOVE 0 TO WKS-C-IMP.
           MOVE SPACES TO WKS-C-MOT.
           INITIALIZE WKS-C-CAU-TAB.

       2100-GENERA-ENCABEZADO.
           ADD 1 TO WKS-NUM-PAG.
           MOVE SPACES TO LINEAM.
           MOVE WKS-ENC1 TO LINEAM.
           WRITE LINEAM AFTER PAGE.

           MOVE WKS-PERIODO TO WKS-EPER.
           MOVE WKS-HOY TO WKS-EFEC.
           MOVE WKS-NUM-PAG TO WKS-EPAG.
           MOVE WKS-ENC2 TO LINEAM.
           WRITE LINEAM AFTER 1.

           EVALUATE WKS-SECCION
               WHEN 1 MOVE WKS-ENCC TO LINEAM
               WHEN 2 MOVE WKS-ENCB TO LINEAM
               WHEN OTHER MOVE WKS-ENCK TO LINEAM
           END-EVALUATE.
           WRITE LINEAM AFTER 2.
           IF WKS-SECCION = 1
               MOVE WKS-ENC3 TO LINEAM
               WRITE LINEAM AFTER 1
           ELSE
               IF WKS-SECCION = 2
                   MOVE WKS-ENC4 TO LINEAM
                   WRITE LINEAM AFTER 1
               END-IF
           END-IF.
           MOVE SPACES TO LINEAM.
           WRITE LINEAM AFTER 1.
           MOVE 7 TO WKS-CONT-LIN.

       2200-CIERRA-CLIENTE.
      *    SOLO LOS CLIENTES CON CARGOS EN EL MES CUENTAN PARA SU
      *    BANCO; SOLO LOS QUE TUVIERON RECHAZOS SE LISTAN.
           IF WKS-C-PRE > 0
               PERFORM 2210-BANCO-DEL-CLIENTE
               PERFORM 8100-BUSCA-BANCO
               ADD WKS-C-PRE TO WKS-B-PRE (WKS-HALLADO)
               ADD WKS-C-REJ TO WKS-B-REJ (WKS-HALLADO)
               ADD WKS-C-IMP TO WKS-B-IMP (WKS-HALLADO)
               MOVE 1 TO WKS-CX
               PERFORM 2220-SUMA-CAUSA-BANCO UNTIL WKS-CX > 5
               IF WKS-C-REJ > 0
                   PERFORM 2230-IMPRIME-CLIENTE
               END-IF
           END-IF.

       2210-BANCO-DEL-CLIENTE.
           MOVE "SIN MANDATO" TO WKS-BANCO.
           IF WKS-HAY-DMN = 1
               MOVE WKS-CLI-ACT TO ID-CLIENTE-DMN
               READ DOM-MAN
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE BANCO-DMN TO WKS-BANCO
               END-READ
           END-IF.

       2220-SUMA-CAUSA-BANCO.
           ADD WKS-C-CAU (WKS-CX) TO WKS-B-CAU (WKS-HALLADO, WKS-CX).
           ADD 1 TO WKS-CX.

       2230-IMPRIME-CLIENTE.
           MOVE SPACES TO WKS-NOM-COMPLETO.
           IF WKS-HAY-CLI = 1
               MOVE WKS-CLI-ACT TO ID-CLIENTE
               READ CLI-INDD
                   INVALID KEY
                       MOVE "CLIENTE NO ENCONTRADO" TO WKS-NOM-COMPLETO
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
           MOVE WKS-NOM-COMPLETO TO WKS-DNOM.
           IF WKS-CONT-LIN > WKS-LIN-MAX
               PERFORM 2100-GENERA-ENCABEZADO.
           MOVE WKS-CLI-ACT TO WKS-DID.
           MOVE WKS-BANCO TO WKS-DBCO.
           MOVE WKS-C-PRE TO WKS-DPRE.
           MOVE WKS-C-REJ TO WKS-DREJ.
           MOVE WKS-C-IMP TO WKS-DIMP.
           MOVE WKS-C-R12 TO WKS-DR12.
           MOVE WKS-C-MOT TO WKS-DMOT.
           MOVE WKS-DET1 TO LINEAM.
           WRITE LINEAM AFTER 1.
           ADD 1 TO WKS-CONT-LIN.
           ADD 1 TO WKS-CLI-LIST.

       2400-RESUMEN-BANCOS.
           MOVE 2 TO WKS-SECCION.
           PERFORM 2100-GENERA-ENCABEZADO.
           MOVE 0 TO WKS-T-PRE.
           MOVE 0 TO WKS-T-REJ.
           MOVE 0 TO WKS-T-IMP.
           MOVE 1 TO WKS-BX.
           PERFORM 2410-RENGLON-BANCO UNTIL WKS-BX > WKS-BANS.

       2410-RENGLON-BANCO.
           IF WKS-CONT-LIN > WKS-LIN-MAX
               PERFORM 2100-GENERA-ENCABEZADO.
           MOVE WKS-B-NOM (WKS-BX) TO WKS-BNOM.
           MOVE WKS-B-PRE (WKS-BX) TO WKS-BPRE.
           MOVE WKS-B-REJ (WKS-BX) TO WKS-BREJ.
           COMPUTE WKS-BPOR ROUNDED =
               WKS-B-REJ (WKS-BX) * 100 / WKS-B-PRE (WKS-BX).
           MOVE 1 TO WKS-CX.
           PERFORM 2420-COLUMNA-CAUSA UNTIL WKS-CX > 5.
           MOVE WKS-B-IMP (WKS-BX) TO WKS-BIMP.
           MOVE WKS-DET2 TO LINEAM.
           WRITE LINEAM AFTER 1.
           ADD 1 TO WKS-CONT-LIN.
           ADD WKS-B-PRE (WKS-BX) TO WKS-T-PRE.
           ADD WKS-B-REJ (WKS-BX) TO WKS-T-REJ.
           ADD WKS-B-IMP (WKS-BX) TO WKS-T-IMP.
           ADD 1 TO WKS-BX.

       2420-COLUMNA-CAUSA.
           MOVE SPACES TO WKS-BCAU-ENT (WKS-CX).
           MOVE WKS-B-CAU (WKS-BX, WKS-CX) TO WKS-BCAU (WKS-CX).
           ADD WKS-B-CAU (WKS-BX, WKS-CX) TO WKS-K-CNT (WKS-CX).
           ADD 1 TO WKS-CX.

       2450-TOTAL-BANCOS.
           MOVE "TOTAL" TO WKS-BNOM.
           MOVE WKS-T-PRE TO WKS-BPRE.
           MOVE WKS-T-REJ TO WKS-BREJ.
           MOVE 0 TO WKS-BPOR.
           IF WKS-T-PRE > 0
               COMPUTE WKS-BPOR ROUNDED = WKS-T-REJ * 100 / WKS-T-PRE.
           MOVE 1 TO WKS-CX.
           PERFORM 2455-COLUMNA-TOTAL UNTIL WKS-CX > 5.
           MOVE WKS-T-IMP TO WKS-BIMP.
           MOVE WKS-DET2 TO LINEAM.
           WRITE LINEAM AFTER 2.
           ADD 2 TO WKS-CONT-LIN.

       2455-COLUMNA-TOTAL.
           MOVE SPACES TO WKS-BCAU-ENT (WKS-CX).
           MOVE WKS-K-CNT (WKS-CX) TO WKS-BCAU (WKS-CX).
           ADD 1 TO WKS-CX.

       2500-RESUMEN-CAUSAS.
           MOVE 3 TO WKS-SECCION.
           PERFORM 2100-GENERA-ENCABEZADO.
           MOVE 1 TO WKS-CX.
           PERFORM 2510-RENGLON-CAUSA UNTIL WKS-CX > 5.

       2510-RENGLON-CAUSA.
           EVALUATE WKS-CX
               WHEN 1
                   MOVE "04" TO WKS-KMOT
                   MOVE "FONDOS INSUFICIENTES" TO WKS-KNOM
                   MOVE "SE REPRESENTA (EXP-DOM)" TO WKS-KTRA
               WHEN 2
                   MOVE "01" TO WKS-KMOT
                   MOVE "CUENTA INEXISTENTE" TO WKS-KNOM
                   MOVE "CANCELA EL MANDATO (RET-DOM)" TO WKS-KTRA
               WHEN 3
                   MOVE "03" TO WKS-KMOT
                   MOVE "CUENTA CANCELADA" TO WKS-KNOM
                   MOVE "CANCELA EL MANDATO (RET-DOM)" TO WKS-KTRA
               WHEN 4
                   MOVE "08" TO WKS-KMOT
                   MOVE "MANDATO REVOCADO" TO WKS-KNOM
                   MOVE "CANCELA EL MANDATO (RET-DOM)" TO WKS-KTRA
               WHEN OTHER
                   MOVE "OTRAS" TO WKS-KMOT
                   MOVE "OTRAS CAUSAS" TO WKS-KNOM
                   MOVE "SOLO SE REGISTRA" TO WKS-KTRA
           END-EVALUATE.
           MOVE WKS-K-CNT (WKS-CX) TO WKS-KCNT.
           MOVE 0 TO WKS-KPOR.
           IF WKS-T-REJ > 0
               COMPUTE WKS-KPOR ROUNDED =
                   WKS-K-CNT (WKS-CX) * 100 / WKS-T-REJ.
           MOVE WKS-K-IMP (WKS-CX) TO WKS-KIMP.
           MOVE WKS-DET3 TO LINEAM.
           WRITE LINEAM AFTER 1.
           ADD 1 TO WKS-CONT-LIN.
           ADD 1 TO WKS-CX.

       8000-CLASIFICA-CAUSA.
           EVALUATE MOT-DOM
               WHEN "04" MOVE 1 TO WKS-CX
               WHEN "01" MOVE 2 TO WKS-CX
               WHEN "03" MOVE 3 TO WKS-CX
               WHEN "08" MOVE 4 TO WKS-CX
               WHEN OTHER MOVE 5 TO WKS-CX
           END-EVALUATE.
           ADD IMP-DOM TO WKS-K-IMP (WKS-CX).

       8100-BUSCA-BANCO.
      *    EL BANCO SE CAPTURA COMO TEXTO EN CAP-DOM; LOS BANCOS QUE
      *    NO CABEN EN LA TABLA SE JUNTAN EN EL ULTIMO RENGLON.
           MOVE 0 TO WKS-HALLADO.
           MOVE 1 TO WKS-BX.
           PERFORM 8105-REVISA-BANCO
               UNTIL WKS-BX > WKS-BANS OR WKS-HALLADO > 0.
           IF WKS-HALLADO = 0
               IF WKS-BANS < WKS-BAN-MAX
                   ADD 1 TO WKS-BANS
                   MOVE WKS-BANCO TO WKS-B-NOM (WKS-BANS)
               ELSE
                   MOVE "OTROS BANCOS" TO WKS-B-NOM (WKS-BANS)
               END-IF
               MOVE WKS-BANS TO WKS-HALLADO
           END-IF.

       8105-REVISA-BANCO.
           IF WKS-B-NOM (WKS-BX) = WKS-BANCO
               MOVE WKS-BX TO WKS-HALLADO.
           ADD 1 TO WKS-BX.

       3000-FIN.
           IF WKS-PRIMERA = 0
               PERFORM 2200-CIERRA-CLIENTE.
           IF WKS-CLI-LIST = 0
               MOVE WKS-NADA1 TO LINEAM
               WRITE LINEAM AFTER 1
           ELSE
               PERFORM 2400-RESUMEN-BANCOS
               PERFORM 2450-TOTAL-BANCOS
               PERFORM 2500-RESUMEN-CAUSAS.

           CLOSE DOM-CTL.
           IF WKS-HAY-DMN = 1
               CLOSE DOM-MAN.
           IF WKS-HAY-CLI = 1
               CLOSE CLI-INDD.
           CLOSE REP-DOM.
           DISPLAY "CLIENTES CON RECHAZOS EN EL MES: " WKS-CLI-LIST.
           DISPLAY "REPORTE GENERADO".
