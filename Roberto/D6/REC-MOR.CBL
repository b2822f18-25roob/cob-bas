       IDENTIFICATION DIVISION.
       PROGRAM-ID. REC-MOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLI-INDD ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-CLIENTE
           ALTERNATE RECORD KEY IS NOM-TAR WITH DUPLICATES
           ALTERNATE RECORD KEY IS FEC-ING WITH DUPLICATES
           ALTERNATE RECORD KEY IS NOM-CLI WITH DUPLICATES
           FILE STATUS IS WKS-STAT-CLI.
           SELECT FAC-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOLIO-FAC
           ALTERNATE RECORD KEY IS ID-CLIENTE-FAC WITH DUPLICATES
           FILE STATUS IS WKS-STAT-FAC.
           SELECT FAC-CTL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS COD-FAC-CTL
           FILE STATUS IS WKS-STAT-CTL.
           SELECT FAC-ADI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FOLIO-ADI
           FILE STATUS IS WKS-STAT-ADI.
           SELECT MOR-CTL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PER-MOR
           FILE STATUS IS WKS-STAT-MOR.
           SELECT LOCK-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS COD-LOCK-CLI
           FILE STATUS IS WKS-STAT-LCK.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT IVA-TAB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FEC-EFE-IVA
           FILE STATUS IS WKS-STAT-IVA.
           SELECT FAC-IVA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOLIO-FIV
           ALTERNATE RECORD KEY IS FEC-FIV WITH DUPLICATES
           FILE STATUS IS WKS-STAT-FIV.
           SELECT REP-MOR ASSIGN TO PRINTER.
           SELECT ACL-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LLAVE-ACL
           ALTERNATE RECORD KEY IS SUC-ACL WITH DUPLICATES
           FILE STATUS IS WKS-STAT-ACL.
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
           SELECT PAR-SIS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLA-PRM
           FILE STATUS IS WKS-STAT-PRM.
       DATA DIVISION.
       FILE SECTION.
       FD CLI-INDD.
           COPY REGCLI.

       FD FAC-CLI.
           COPY FACCLI.

       FD FAC-CTL.
           COPY FACCTL.

       FD FAC-ADI.
           COPY FACADI.

       FD MOR-CTL.
           COPY MORCTL.

       FD LOCK-CLI.
           COPY LCKCLI.

       FD RUN-LOG.
           COPY RUNLOG.

       FD IVA-TAB.
           COPY IVATAB.

       FD FAC-IVA.
           COPY FACIVA.

       FD REP-MOR.
       01 LINEAM           PIC X(132).

       FD ACL-CLI.
           COPY ACLCLI.

       FD PAR-SIS.
           COPY SISPAR.

       FD EMP-TAB.
           COPY EMPTAB.

       FD EMP-FAC.
           COPY EMPFAC.

       WORKING-STORAGE SECTION.
       77 WKS-FIN          PIC 9.
       77 WKS-STAT-CLI     PIC XX.
       77 WKS-STAT-PRM     PIC XX.
       77 WKS-STAT-FAC     PIC XX.
       77 WKS-STAT-ACL     PIC XX.
       77 WKS-HAY-ACL      PIC 9.
       77 WKS-FIN-ACL      PIC 9.
       77 WKS-EN-ACL       PIC 9.
       77 WKS-OMI-ACL      PIC 9(05).
       77 WKS-STAT-CTL     PIC XX.
       77 WKS-STAT-ADI     PIC XX.
       77 WKS-STAT-MOR     PIC XX.
       77 WKS-STAT-LCK     PIC XX.
       77 WKS-PER-OK       PIC 9.
       77 WKS-TIP-PRM      PIC 9.
       77 WKS-CLI-OK       PIC 9.
       77 WKS-ES-RENOV     PIC 9.
       77 WKS-DIAS-GRACIA  PIC 9(03).
       77 WKS-TIP-REC      PIC X.
       77 WKS-FOLIO        PIC 9(06).
       77 WKS-FOLIO-TOPE   PIC 9(06).
       77 WKS-CARGADOS     PIC 9(05).
       01 WKS-VAL-REC      PIC 9(05)V99.
       01 WKS-SALDO        PIC 9(05)V99.
       01 WKS-IMP-REC      PIC 9(05)V99.
       01 WKS-IMP-TOTAL    PIC 9(07)V99.
       01 WKS-SAL-TOTAL    PIC 9(07)V99.
       01 WKS-HOY-N        PIC 9(08).
       01 WKS-DIA-HOY      PIC S9(07).
       01 WKS-DIA-VENC     PIC S9(07).
       01 WKS-DIAS-VEN     PIC S9(05).
       01 WKS-PERIODO      PIC 9(06).
       01 WKS-PERIODO-D REDEFINES WKS-PERIODO.
           03 WKS-PER-ANO  PIC 9(04).
           03 WKS-PER-MES  PIC 9(02).
       01 WKS-NOM-COMPLETO PIC X(62).
       01 WKS-CONT-LIN     PIC 99.
       01 WKS-LIN-MAX      PIC 99 VALUE 60.
       01 WKS-NUM-PAG      PIC 99.

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

       01 WKS-ENC1.
           03 FILLER       PIC X(28) VALUE SPACES.
           03 FILLER       PIC X(40)
                              VALUE "RECARGOS MORATORIOS".

       01 WKS-ENC2.
           03 FILLER       PIC X(09) VALUE "PERIODO: ".
           03 WKS-EPER     PIC 9(06).
           03 FILLER       PIC X(03) VALUE SPACES.
           03 FILLER       PIC X(16) VALUE "DIAS DE GRACIA: ".
           03 WKS-EDIA     PIC 9(03).
           03 FILLER       PIC X(03) VALUE SPACES.
           03 WKS-ETIP     PIC X(22).
           03 FILLER       PIC X(05) VALUE SPACES.
           03 FILLER       PIC X(07) VALUE "PAG. : ".
           03 WKS-EPAG     PIC 9(02).

       01 WKS-ENC3.
           03 FILLER       PIC X(03) VALUE "ID ".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(24) VALUE "NOMBRE".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(06) VALUE "FOLIO ".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(08) VALUE "VENCIO  ".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(05) VALUE "DIAS ".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(10) VALUE "     SALDO".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(10) VALUE "   RECARGO".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(11) VALUE "FOLIO NUEVO".

       01 WKS-DET1.
           03 WKS-DID      PIC 999.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-DNOM     PIC X(24).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-DFOL     PIC 9(06).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-DVEN     PIC 9(08).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-DDIA     PIC ZZZZ9.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-DSAL     PIC $$$,$$9.99.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-DREC     PIC $$$,$$9.99.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-DNVO     PIC 9(06).

       01 WKS-TOT1.
           03 FILLER       PIC X(20) VALUE SPACES.
           03 FILLER       PIC X(20) VALUE "RECARGOS GENERADOS :".
           03 WKS-TCNT     PIC ZZZZ9.
           03 FILLER       PIC X(05) VALUE SPACES.
           03 FILLER       PIC X(16) VALUE "SALDO VENCIDO : ".
           03 WKS-TSAL     PIC $$$$,$$9.99.
           03 FILLER       PIC X(05) VALUE SPACES.
           03 FILLER       PIC X(10) VALUE "RECARGOS: ".
           03 WKS-TIMP     PIC $$$$,$$9.99.
      *    DESGLOSE DE IVA (VER IVA-TAB Y FAC-IVA): 8350 DEJA EN
      *    WKS-TASA-IVA LA TASA VIGENTE EN WKS-BUS-FEC-IVA Y 8360
      *    PARTE WKS-DES-TOT EN SUBTOTAL E IVA.
       77 WKS-STAT-IVA     PIC XX.
       77 WKS-HAY-IVA      PIC 9.
       77 WKS-FIN-IVA      PIC 9.
       01 WKS-BUS-FEC-IVA  PIC 9(08).
       01 WKS-TASA-IVA     PIC 9(02)V99.
       01 WKS-DES-TOT      PIC 9(05)V99.
       01 WKS-DES-SUB      PIC 9(05)V99.
       01 WKS-DES-IVA      PIC 9(05)V99.
       77 WKS-STAT-FIV     PIC XX.
       77 WKS-HAY-FIV      PIC 9.
       77 WKS-TIENE-FIV    PIC 9.
      *    FOLIOS CONSOLIDADOS DE EMPRESA (CLIENTE 000, VER EMP-FAC):
      *    SU RECARGO TAMBIEN VA AL CLIENTE 000, CON UNA LINEA EN
      *    EMP-FAC A NOMBRE DE LA EMPRESA DEL FOLIO VENCIDO PARA QUE
      *    GEN-PAG LO COBRE Y EDO-CTA LO IMPRIMA.
       77 WKS-STAT-EMP     PIC XX.
       77 WKS-STAT-EFA     PIC XX.
       77 WKS-HAY-EMP      PIC 9.
       77 WKS-HAY-ETB      PIC 9.
       77 WKS-ES-EMP       PIC 9.
       01 WKS-EMP-CLA      PIC 9(04).
       01 WKS-EMP-NOM      PIC X(40).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-FIN = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           MOVE "REC-MOR " TO WKS-RUN-PROG.
           ACCEPT WKS-RUN-FEC-INI FROM DATE YYYYMMDD.
           ACCEPT WKS-RUN-HORA FROM TIME.
           MOVE WKS-RUN-HHMMSS TO WKS-RUN-HOR-INI.
           MOVE 0 TO WKS-RUN-LEI.
           MOVE 0 TO WKS-RUN-ESC.
           MOVE 0 TO WKS-RUN-REC.
           MOVE "N" TO WKS-RUN-RES.

           DISPLAY "RECARGOS MORATORIOS SOBRE FOLIOS VENCIDOS".
           ACCEPT WKS-HOY-N FROM DATE YYYYMMDD.
           COMPUTE WKS-DIA-HOY =
               FUNCTION INTEGER-OF-DATE (WKS-HOY-N).
           MOVE 0 TO WKS-PER-OK.
           PERFORM 1010-CAPTURA-PERIODO UNTIL WKS-PER-OK = 1.
           PERFORM 1020-LEE-PARAMETROS.

      *    REVISAR EL LOCK ANTES DE LEER, IGUAL QUE GEN-FACT, PARA
      *    NO CARGAR RECARGOS CON DATOS A MEDIO ACTUALIZAR.
           OPEN I-O LOCK-CLI.
           IF WKS-STAT-LCK NOT = "35"
               MOVE 1 TO COD-LOCK-CLI
               READ LOCK-CLI
                   INVALID KEY MOVE 0 TO LOCK-ACTIVO
               END-READ
               IF LOCK-ACTIVO = 1
                   DISPLAY "ARCHIVO DE CLIENTES EN USO POR "
                       LOCK-PROGRAMA
                   DISPLAY "REINTENTE MAS TARDE."
                   CLOSE LOCK-CLI
                   STOP RUN
               END-IF
               CLOSE LOCK-CLI.

           OPEN INPUT CLI-INDD.
           IF WKS-STAT-CLI = "35"
               DISPLAY "NO EXISTE EL ARCHIVO DE CLIENTES (CLI-INDD)."
               STOP RUN.

           OPEN I-O FAC-CLI.
           IF WKS-STAT-FAC = "35"
               DISPLAY "NO EXISTE EL ARCHIVO DE FACTURAS (FAC-CLI)."
               DISPLAY "SIN FACTURACION NO HAY NADA QUE RECARGAR."
               CLOSE CLI-INDD
               STOP RUN.

      *    RECHAZAR EL PERIODO SI YA SE LE CARGARON RECARGOS, PARA
      *    NO COBRAR DOS VECES EL MISMO MES.
           OPEN I-O MOR-CTL.
           IF WKS-STAT-MOR = "35"
               OPEN OUTPUT MOR-CTL
               CLOSE MOR-CTL
               OPEN I-O MOR-CTL.
           MOVE WKS-PERIODO TO PER-MOR.
           READ MOR-CTL
               INVALID KEY
                   NEXT SENTENCE
               NOT INVALID KEY
                   DISPLAY "EL PERIODO " WKS-PERIODO
                       " YA TIENE RECARGOS. PROCESO CANCELADO."
                   CLOSE CLI-INDD FAC-CLI MOR-CTL
                   STOP RUN.

           OPEN I-O FAC-CTL.
           IF WKS-STAT-CTL = "35"
               OPEN OUTPUT FAC-CTL
               MOVE 0 TO COD-FAC-CTL
               MOVE 0 TO CTL-FOLIO-ULT
               MOVE 0 TO CTL-GENERADOS
               MOVE 0 TO CTL-IMPORTE
               WRITE REG-FAC-CTL
               CLOSE FAC-CTL
               OPEN I-O FAC-CTL.

      *    LOS FOLIOS DE RECARGO SE NUMERAN DESPUES DEL ULTIMO FOLIO
      *    EMITIDO; EL BARRIDO SE DETIENE EN ESE TOPE PARA NO VOLVER
      *    A LEER LOS RECARGOS QUE ESTA MISMA CORRIDA VA ESCRIBIENDO.
           MOVE 0 TO COD-FAC-CTL.
           READ FAC-CTL
               INVALID KEY MOVE 0 TO CTL-FOLIO-ULT.
           MOVE CTL-FOLIO-ULT TO WKS-FOLIO.
           MOVE CTL-FOLIO-ULT TO WKS-FOLIO-TOPE.

           OPEN I-O FAC-ADI.
           IF WKS-STAT-ADI = "35"
               OPEN OUTPUT FAC-ADI
               CLOSE FAC-ADI
               OPEN I-O FAC-ADI.

      *    SIN TABLA DE TASAS NO HAY IVA QUE DESGLOSAR.
           MOVE 1 TO WKS-HAY-IVA.
           OPEN INPUT IVA-TAB.
           IF WKS-STAT-IVA = "35"
               MOVE 0 TO WKS-HAY-IVA.
           OPEN I-O FAC-IVA.
           IF WKS-STAT-FIV = "35"
               OPEN OUTPUT FAC-IVA
               CLOSE FAC-IVA
               OPEN I-O FAC-IVA.

      *    UN FOLIO CON ACLARACION ABIERTA (VER CAP-ACL) SE DEJA
      *    FUERA DE ESTA CORRIDA.
           MOVE 1 TO WKS-HAY-ACL.
           OPEN INPUT ACL-CLI.
           IF WKS-STAT-ACL = "35"
               MOVE 0 TO WKS-HAY-ACL.
           MOVE 0 TO WKS-OMI-ACL.

           MOVE 1 TO WKS-HAY-EMP.
           MOVE 0 TO WKS-HAY-ETB.
           OPEN I-O EMP-FAC.
           IF WKS-STAT-EFA = "35"
               MOVE 0 TO WKS-HAY-EMP
           ELSE
               OPEN INPUT EMP-TAB
               IF WKS-STAT-EMP NOT = "35"
                   MOVE 1 TO WKS-HAY-ETB
               END-IF
           END-IF.

           OPEN OUTPUT REP-MOR.
           MOVE 0 TO WKS-NUM-PAG.
           MOVE 0 TO WKS-CARGADOS.
           MOVE 0 TO WKS-IMP-TOTAL.
           MOVE 0 TO WKS-SAL-TOTAL.
           PERFORM 2100-GENERA-ENCABEZADO.

           MOVE ZEROES TO FOLIO-FAC.
           START FAC-CLI KEY IS GREATER THAN OR EQUAL TO FOLIO-FAC
               INVALID KEY MOVE 1 TO WKS-FIN
           END-START.

       1010-CAPTURA-PERIODO.
           DISPLAY "PERIODO DE LOS RECARGOS:(AAAAMM)".
           ACCEPT WKS-PERIODO.
           MOVE 1 TO WKS-PER-OK.
           IF WKS-PER-MES < 1 OR WKS-PER-MES > 12
               MOVE 0 TO WKS-PER-OK
               DISPLAY "PERIODO INVALIDO, REINTENTE".

       1020-LEE-PARAMETROS.
      *    LOS DIAS DE GRACIA, EL TIPO DE RECARGO (1 PORCENTAJE
      *    DEL SALDO, 2 CUOTA FIJA POR FOLIO) Y SU VALOR SON LOS DE
      *    MOR-GRAC, MOR-TIPO Y MOR-VALR EN PAR-SIS (VER GEN-PAR).
           MOVE 10 TO WKS-DIAS-GRACIA.
           MOVE 1 TO WKS-TIP-PRM.
           MOVE 3 TO WKS-VAL-REC.
           OPEN INPUT PAR-SIS.
           IF WKS-STAT-PRM NOT = "35"
               MOVE "MOR-GRAC" TO CLA-PRM
               READ PAR-SIS
                   NOT INVALID KEY MOVE VAL-PRM TO WKS-DIAS-GRACIA
               END-READ
               MOVE "MOR-TIPO" TO CLA-PRM
               READ PAR-SIS
                   NOT INVALID KEY MOVE VAL-PRM TO WKS-TIP-PRM
               END-READ
               MOVE "MOR-VALR" TO CLA-PRM
               READ PAR-SIS
                   NOT INVALID KEY MOVE VAL-PRM TO WKS-VAL-REC
               END-READ
               CLOSE PAR-SIS
           END-IF.
           IF WKS-TIP-PRM = 2
               MOVE "F" TO WKS-TIP-REC
           ELSE
               MOVE "P" TO WKS-TIP-REC.
           IF WKS-TIP-REC = "P" AND WKS-VAL-REC > 100
               DISPLAY "PORCENTAJE DE RECARGO MAYOR A 100 EN PAR-SIS"
               DISPLAY "(MOR-VALR). CORRIJALO EN GEN-PAR Y REINTENTE."
               STOP RUN.
           DISPLAY "DIAS DE GRACIA TRAS EL VENCIMIENTO: "
               WKS-DIAS-GRACIA.
           IF WKS-TIP-REC = "P"
               DISPLAY "PORCENTAJE SOBRE EL SALDO VENCIDO: " WKS-VAL-REC
           ELSE
               DISPLAY "IMPORTE FIJO POR FOLIO VENCIDO: " WKS-VAL-REC.

       2000-PROCESO.
           READ FAC-CLI NEXT
               AT END MOVE 1 TO WKS-FIN
               NOT AT END
                   IF FOLIO-FAC > WKS-FOLIO-TOPE
                       MOVE 1 TO WKS-FIN
                   ELSE
                       ADD 1 TO WKS-RUN-LEI
                       IF EST-FAC = "P" AND FEC-VEN-FAC < WKS-HOY-N
                           PERFORM 8600-BUSCA-ACLARACION
                           IF WKS-EN-ACL = 1
                               ADD 1 TO WKS-OMI-ACL
                           ELSE
                               PERFORM 2200-REVISA-FOLIO
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       2100-GENERA-ENCABEZADO.
           ADD 1 TO WKS-NUM-PAG.
           MOVE SPACES TO LINEAM.
           MOVE WKS-ENC1 TO LINEAM.
           WRITE LINEAM AFTER PAGE.

           MOVE WKS-PERIODO TO WKS-EPER.
           MOVE WKS-DIAS-GRACIA TO WKS-EDIA.
           IF WKS-TIP-REC = "P"
               MOVE "PORCENTAJE DEL SALDO" TO WKS-ETIP
           ELSE
               MOVE "CUOTA FIJA POR FOLIO" TO WKS-ETIP.
           MOVE WKS-NUM-PAG TO WKS-EPAG.
           MOVE WKS-ENC2 TO LINEAM.
           WRITE LINEAM AFTER 1.

           MOVE WKS-ENC3 TO LINEAM.
           WRITE LINEAM AFTER 2.
           MOVE 3 TO WKS-CONT-LIN.

       2200-REVISA-FOLIO.
      *    SOLO LOS FOLIOS DE RENOVACION GENERAN RECARGO: LAS
      *    COMISIONES Y LOS PROPIOS RECARGOS TIENEN REGISTRO EN
      *    FAC-ADI Y NO SE RECARGAN.
           MOVE 1 TO WKS-ES-RENOV.
           MOVE FOLIO-FAC TO FOLIO-ADI.
           READ FAC-ADI
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 0 TO WKS-ES-RENOV
           END-READ.
           IF WKS-ES-RENOV = 1
               COMPUTE WKS-DIA-VENC =
                   FUNCTION INTEGER-OF-DATE (FEC-VEN-FAC)
               COMPUTE WKS-DIAS-VEN = WKS-DIA-HOY - WKS-DIA-VENC
               IF WKS-DIAS-VEN > WKS-DIAS-GRACIA
                   PERFORM 2300-CALCULA-RECARGO
               END-IF
           END-IF.

       2300-CALCULA-RECARGO.
           COMPUTE WKS-SALDO = IMP-FAC - IMP-PAG-FAC.
           IF WKS-TIP-REC = "P"
               COMPUTE WKS-IMP-REC ROUNDED =
                   WKS-SALDO * WKS-VAL-REC / 100
           ELSE
               MOVE WKS-VAL-REC TO WKS-IMP-REC.

           MOVE 1 TO WKS-CLI-OK.
           MOVE 0 TO WKS-ES-EMP.
           MOVE ID-CLIENTE-FAC TO ID-CLIENTE.
           IF ID-CLIENTE-FAC = 0
               PERFORM 2310-BUSCA-EMPRESA
           ELSE
               READ CLI-INDD
                   INVALID KEY MOVE 0 TO WKS-CLI-OK
               END-READ
           END-IF.
           IF WKS-CLI-OK = 0
               IF ID-CLIENTE-FAC = 0
                   DISPLAY "FOLIO " FOLIO-FAC " DEL CLIENTE 000 SIN "
                       "EMPRESA EN EMP-FAC, NO SE RECARGA"
               ELSE
                   DISPLAY "FOLIO " FOLIO-FAC
                       " DE UN CLIENTE INEXISTENTE "
                       ID-CLIENTE-FAC ", NO SE RECARGA"
               END-IF
               ADD 1 TO WKS-RUN-REC
           ELSE
               IF WKS-SALDO > 0 AND WKS-IMP-REC > 0
                   PERFORM 2400-GRABA-RECARGO
               END-IF
           END-IF.

       2310-BUSCA-EMPRESA.
      *    LA PRIMERA LINEA DEL FOLIO EN EMP-FAC DICE DE QUE EMPRESA
      *    ES (IGUAL QUE EN GEN-PAG); EL NOMBRE DE LA EMPRESA VA AL
      *    REPORTE EN LUGAR DEL DEL CLIENTE.
           MOVE 0 TO WKS-CLI-OK.
           IF WKS-HAY-EMP = 1
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
                               MOVE 1 TO WKS-CLI-OK
                               MOVE 1 TO WKS-ES-EMP
                           END-IF
                   END-READ
               END-IF
           END-IF.
           MOVE "EMPRESA" TO WKS-EMP-NOM.
           IF WKS-ES-EMP = 1 AND WKS-HAY-ETB = 1
               MOVE WKS-EMP-CLA TO CLA-EMP
               READ EMP-TAB
                   NOT INVALID KEY MOVE NOM-EMP TO WKS-EMP-NOM
               END-READ
           END-IF.

       2400-GRABA-RECARGO.
      *    EL RECARGO SE FACTURA COMO FOLIO PROPIO QUE VENCE EL DIA
      *    DE LA CORRIDA, LIGADO AL FOLIO VENCIDO POR FAC-ADI; EL
      *    REGISTRO DEL FOLIO ORIGINAL SE GUARDA PARA EL REPORTE.
           MOVE FOLIO-FAC TO WKS-DFOL.
           MOVE FEC-VEN-FAC TO WKS-DVEN.
           MOVE WKS-DIAS-VEN TO WKS-DDIA.
           MOVE WKS-SALDO TO WKS-DSAL.

           ADD 1 TO WKS-FOLIO.
           MOVE WKS-FOLIO           TO FOLIO-FAC.
           MOVE ID-CLIENTE          TO ID-CLIENTE-FAC.
           MOVE "RECARGO MORATORIO" TO NOM-TAR-FAC.
           MOVE WKS-IMP-REC         TO IMP-FAC.
           MOVE WKS-HOY-N           TO FEC-VEN-FAC.
           MOVE 0                   TO PER-FAC.
           MOVE 0                   TO IMP-PAG-FAC.
           MOVE "P"                 TO EST-FAC.
           MOVE WKS-HOY-N           TO FEC-EMI-FAC.
           WRITE REG-FAC
               INVALID KEY
                   DISPLAY "FOLIO DUPLICADO " WKS-FOLIO
                       ", VERIFIQUE FAC-CTL"
                   SUBTRACT 1 FROM WKS-FOLIO
                   ADD 1 TO WKS-RUN-REC
               NOT INVALID KEY
                   PERFORM 8370-GRABA-DESGLOSE
                   IF WKS-ES-EMP = 1
                       PERFORM 2450-GRABA-LINEA-EMPRESA
                   END-IF
                   MOVE WKS-FOLIO TO FOLIO-ADI
                   MOVE "M"       TO TIP-ADI
                   MOVE WKS-DFOL  TO REF-ADI
                   MOVE WKS-HOY-N TO FEC-ADI
                   WRITE REG-ADI
                       INVALID KEY
                           REWRITE REG-ADI
                   END-WRITE
                   ADD 1 TO WKS-CARGADOS
                   ADD 1 TO WKS-RUN-ESC
                   ADD WKS-IMP-REC TO WKS-IMP-TOTAL
                   ADD WKS-SALDO TO WKS-SAL-TOTAL
                   MOVE WKS-FOLIO TO WKS-DNVO
                   MOVE WKS-IMP-REC TO WKS-DREC
                   PERFORM 2500-ESCRIBE-DETALLE
           END-WRITE.

      *    VOLVER A COLOCAR EL BARRIDO DESPUES DEL FOLIO ORIGINAL,
      *    YA QUE LA ESCRITURA MOVIO LA POSICION DEL ARCHIVO.
           MOVE WKS-DFOL TO FOLIO-FAC.
           START FAC-CLI KEY IS GREATER THAN FOLIO-FAC
               INVALID KEY MOVE 1 TO WKS-FIN
           END-START.

       2450-GRABA-LINEA-EMPRESA.
           MOVE WKS-FOLIO           TO FOLIO-EFA.
           MOVE 0                   TO ID-CLIENTE-EFA.
           MOVE WKS-EMP-CLA         TO CLA-EMP-EFA.
           MOVE 0                   TO PER-EFA.
           MOVE "RECARGO MORATORIO" TO NOM-TAR-EFA.
           MOVE WKS-IMP-REC         TO IMP-EFA.
           WRITE REG-EFA
               INVALID KEY
                   DISPLAY "LINEA DUPLICADA EN EL FOLIO " WKS-FOLIO
           END-WRITE.

       2500-ESCRIBE-DETALLE.
           IF WKS-CONT-LIN > WKS-LIN-MAX
               PERFORM 2100-GENERA-ENCABEZADO.
           MOVE ID-CLIENTE TO WKS-DID.
           MOVE SPACES TO WKS-NOM-COMPLETO.
           IF WKS-ES-EMP = 1
               MOVE WKS-EMP-NOM TO WKS-NOM-COMPLETO
           ELSE
               STRING FUNCTION TRIM (NOMBRE)  DELIMITED BY SIZE
                      " "                     DELIMITED BY SIZE
                      FUNCTION TRIM (APE-PAT) DELIMITED BY SIZE
                      " "                     DELIMITED BY SIZE
                      FUNCTION TRIM (APE-MAT) DELIMITED BY SIZE
                   INTO WKS-NOM-COMPLETO
               END-STRING.
           MOVE WKS-NOM-COMPLETO TO WKS-DNOM.
           MOVE WKS-DET1 TO LINEAM.
           WRITE LINEAM AFTER 1.
           ADD 1 TO WKS-CONT-LIN.

       8350-BUSCA-TASA-IVA.
      *    LA TASA VIGENTE EN WKS-BUS-FEC-IVA ES LA DE FECHA DE
      *    VIGENCIA MAS ALTA QUE NO REBASA LA FECHA PEDIDA, IGUAL
      *    QUE 8300-BUSCA-TARIFA EN TAR-TAB.
           MOVE 0 TO WKS-TASA-IVA.
           IF WKS-HAY-IVA = 1
               MOVE 0 TO FEC-EFE-IVA
               START IVA-TAB KEY IS GREATER THAN OR EQUAL TO
                   FEC-EFE-IVA
                   INVALID KEY MOVE 1 TO WKS-FIN-IVA
               END-START
               IF WKS-STAT-IVA = "00"
                   MOVE 0 TO WKS-FIN-IVA
                   PERFORM 8355-LEE-TASA-SIG UNTIL WKS-FIN-IVA = 1
               END-IF
           END-IF.

       8355-LEE-TASA-SIG.
           READ IVA-TAB NEXT
               AT END MOVE 1 TO WKS-FIN-IVA
               NOT AT END
                   IF FEC-EFE-IVA > WKS-BUS-FEC-IVA
                       MOVE 1 TO WKS-FIN-IVA
                   ELSE
                       MOVE TASA-IVA TO WKS-TASA-IVA
                   END-IF
           END-READ.

       8360-DESGLOSA-IMPORTE.
      *    LOS IMPORTES YA TRAEN EL IVA INCLUIDO: EL SUBTOTAL SE
      *    SACA DIVIDIENDO ENTRE 1 + TASA Y EL IVA ES LA DIFERENCIA,
      *    ASI QUE SUBTOTAL + IVA SIEMPRE DA EL TOTAL EXACTO.
           COMPUTE WKS-DES-SUB ROUNDED =
               WKS-DES-TOT * 100 / (100 + WKS-TASA-IVA).
           COMPUTE WKS-DES-IVA = WKS-DES-TOT - WKS-DES-SUB.

       8370-GRABA-DESGLOSE.
      *    EL DESGLOSE DEL FOLIO RECIEN EMITIDO SE GUARDA CON LA TASA
      *    VIGENTE EN SU FECHA DE EMISION Y YA NO CAMBIA.
           MOVE FEC-EMI-FAC TO WKS-BUS-FEC-IVA.
           PERFORM 8350-BUSCA-TASA-IVA.
           MOVE IMP-FAC TO WKS-DES-TOT.
           PERFORM 8360-DESGLOSA-IMPORTE.
           MOVE FOLIO-FAC    TO FOLIO-FIV.
           MOVE FEC-EMI-FAC  TO FEC-FIV.
           MOVE WKS-TASA-IVA TO TASA-FIV.
           MOVE WKS-DES-SUB  TO SUB-FIV.
           MOVE WKS-DES-IVA  TO IVA-FIV.
           WRITE REG-FIV
               INVALID KEY
                   REWRITE REG-FIV
           END-WRITE.

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

       8600-BUSCA-ACLARACION.
      *    WKS-EN-ACL QUEDA EN 1 SI EL FOLIO DE REG-FAC TIENE UNA
      *    ACLARACION ABIERTA EN ACL-CLI.
           MOVE 0 TO WKS-EN-ACL.
           IF WKS-HAY-ACL = 1
               MOVE ID-CLIENTE-FAC TO ID-CLIENTE-ACL
               MOVE FOLIO-FAC TO FOLIO-ACL
               MOVE 0 TO SEC-ACL
               START ACL-CLI KEY IS GREATER THAN OR EQUAL TO LLAVE-ACL
                   INVALID KEY MOVE 1 TO WKS-FIN-ACL
               END-START
               IF WKS-STAT-ACL = "00"
                   MOVE 0 TO WKS-FIN-ACL
                   PERFORM 8605-LEE-ACLARACION UNTIL WKS-FIN-ACL = 1
               END-IF
           END-IF.

       8605-LEE-ACLARACION.
           READ ACL-CLI NEXT
               AT END MOVE 1 TO WKS-FIN-ACL
               NOT AT END
                   IF ID-CLIENTE-ACL NOT = ID-CLIENTE-FAC
                       OR FOLIO-ACL NOT = FOLIO-FAC
                       MOVE 1 TO WKS-FIN-ACL
                   ELSE
                       IF EST-ACL = "A"
                           MOVE 1 TO WKS-EN-ACL
                           MOVE 1 TO WKS-FIN-ACL
                       END-IF
                   END-IF
           END-READ.

       3000-FIN.
           MOVE WKS-CARGADOS TO WKS-TCNT.
           MOVE WKS-SAL-TOTAL TO WKS-TSAL.
           MOVE WKS-IMP-TOTAL TO WKS-TIMP.
           MOVE WKS-TOT1 TO LINEAM.
           WRITE LINEAM AFTER 2.

      *    MARCAR EL PERIODO COMO RECARGADO Y GUARDAR EL ULTIMO FOLIO.
           MOVE WKS-PERIODO TO PER-MOR.
           MOVE WKS-HOY-N TO FEC-MOR.
           MOVE WKS-DIAS-GRACIA TO DIAS-MOR.
           MOVE WKS-TIP-REC TO TIP-MOR.
           MOVE WKS-VAL-REC TO VAL-MOR.
           MOVE WKS-CARGADOS TO CARGOS-MOR.
           MOVE WKS-IMP-TOTAL TO IMP-MOR.
           WRITE REG-MOR-CTL.

           MOVE 0 TO COD-FAC-CTL.
           READ FAC-CTL
               INVALID KEY NEXT SENTENCE.
           MOVE WKS-FOLIO TO CTL-FOLIO-ULT.
           REWRITE REG-FAC-CTL.

           PERFORM 8500-ESCRIBE-RUN-LOG.
           CLOSE CLI-INDD.
           CLOSE FAC-CLI.
           IF WKS-HAY-ACL = 1
               CLOSE ACL-CLI.
           IF WKS-HAY-EMP = 1
               CLOSE EMP-FAC
               IF WKS-HAY-ETB = 1
                   CLOSE EMP-TAB
               END-IF
           END-IF.
           CLOSE FAC-CTL.
           CLOSE FAC-ADI.
           IF WKS-HAY-IVA = 1
               CLOSE IVA-TAB.
           CLOSE FAC-IVA.
           CLOSE MOR-CTL.
           CLOSE REP-MOR.
           DISPLAY "RECARGOS GENERADOS: " WKS-CARGADOS.
           DISPLAY "FOLIOS EN ACLARACION OMITIDOS: " WKS-OMI-ACL.
           DISPLAY "REPORTE DE RECARGOS IMPRESO.".
