       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRO-CAS.
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
           SELECT CAS-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOLIO-CAS
           ALTERNATE RECORD KEY IS FEC-AUT-CAS WITH DUPLICATES
           FILE STATUS IS WKS-STAT-CAS.
           SELECT LOCK-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS COD-LOCK-CLI
           FILE STATUS IS WKS-STAT-LCK.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REP-CAS ASSIGN TO PRINTER.
           SELECT ACL-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LLAVE-ACL
           ALTERNATE RECORD KEY IS SUC-ACL WITH DUPLICATES
           FILE STATUS IS WKS-STAT-ACL.
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

       FD CAS-CLI.
           COPY CASCLI.

       FD LOCK-CLI.
           COPY LCKCLI.

       FD RUN-LOG.
           COPY RUNLOG.

       FD REP-CAS.
       01 LINEAK           PIC X(132).

       FD ACL-CLI.
           COPY ACLCLI.

       FD PAR-SIS.
           COPY SISPAR.

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
       77 WKS-STAT-CAS     PIC XX.
       77 WKS-STAT-LCK     PIC XX.
       77 WKS-HAY-CAS      PIC 9.
       77 WKS-DIAS-MIN     PIC 9(04).
       77 WKS-PROPUESTOS   PIC 9(05).
       01 WKS-SALDO        PIC 9(05)V99.
       01 WKS-SAL-TOTAL    PIC 9(07)V99.
       01 WKS-HOY-N        PIC 9(08).
       01 WKS-DIA-HOY      PIC S9(07).
       01 WKS-DIA-VENC     PIC S9(07).
       01 WKS-DIAS-VEN     PIC S9(05).
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
                              VALUE "PROPUESTA DE CASTIGO DE CARTERA".

       01 WKS-ENC2.
           03 FILLER       PIC X(07) VALUE "FECHA: ".
           03 WKS-EFEC     PIC 9(08).
           03 FILLER       PIC X(03) VALUE SPACES.
           03 FILLER       PIC X(25) VALUE "DIAS VENCIDO MAS DE:     ".
           03 WKS-EDIA     PIC ZZZ9.
           03 FILLER       PIC X(21) VALUE SPACES.
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
           03 FILLER       PIC X(06) VALUE "ESTADO".

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
           03 WKS-DEST     PIC X(10).

       01 WKS-TOT1.
           03 FILLER       PIC X(20) VALUE SPACES.
           03 FILLER       PIC X(20) VALUE "FOLIOS PROPUESTOS  :".
           03 WKS-TCNT     PIC ZZZZ9.
           03 FILLER       PIC X(05) VALUE SPACES.
           03 FILLER       PIC X(16) VALUE "SALDO A CASTIGAR".
           03 FILLER       PIC X(02) VALUE ": ".
           03 WKS-TSAL     PIC $$$$,$$9.99.

       01 WKS-PIE1.
           03 FILLER       PIC X(50) VALUE
                "LA PROPUESTA SE AUTORIZA O RECHAZA FOLIO POR FOLIO".
           03 FILLER       PIC X(30) VALUE
                " EN AUT-CAS (SUPERVISOR).".

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-FIN = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           MOVE "PRO-CAS " TO WKS-RUN-PROG.
           ACCEPT WKS-RUN-FEC-INI FROM DATE YYYYMMDD.
           ACCEPT WKS-RUN-HORA FROM TIME.
           MOVE WKS-RUN-HHMMSS TO WKS-RUN-HOR-INI.
           MOVE 0 TO WKS-RUN-LEI.
           MOVE 0 TO WKS-RUN-ESC.
           MOVE 0 TO WKS-RUN-REC.
           MOVE "N" TO WKS-RUN-RES.

           DISPLAY "PROPUESTA DE CASTIGO DE CARTERA INCOBRABLE".
           ACCEPT WKS-HOY-N FROM DATE YYYYMMDD.
           COMPUTE WKS-DIA-HOY =
               FUNCTION INTEGER-OF-DATE (WKS-HOY-N).
           PERFORM 1020-LEE-PARAMETROS.

      *    REVISAR EL LOCK ANTES DE LEER, IGUAL QUE REC-MOR, PARA
      *    NO PROPONER CON DATOS A MEDIO ACTUALIZAR.
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

           OPEN INPUT FAC-CLI.
           IF WKS-STAT-FAC = "35"
               DISPLAY "NO EXISTE EL ARCHIVO DE FACTURAS (FAC-CLI)."
               DISPLAY "SIN FACTURACION NO HAY NADA QUE CASTIGAR."
               CLOSE CLI-INDD
               STOP RUN.

           OPEN I-O CAS-CLI.
           IF WKS-STAT-CAS = "35"
               OPEN OUTPUT CAS-CLI
               CLOSE CAS-CLI
               OPEN I-O CAS-CLI.

      *    UN FOLIO CON ACLARACION ABIERTA (VER CAP-ACL) SE DEJA
      *    FUERA DE ESTA CORRIDA.
           MOVE 1 TO WKS-HAY-ACL.
           OPEN INPUT ACL-CLI.
           IF WKS-STAT-ACL = "35"
               MOVE 0 TO WKS-HAY-ACL.
           MOVE 0 TO WKS-OMI-ACL.

           OPEN OUTPUT REP-CAS.
           MOVE 0 TO WKS-NUM-PAG.
           MOVE 0 TO WKS-PROPUESTOS.
           MOVE 0 TO WKS-SAL-TOTAL.
           PERFORM 2100-GENERA-ENCABEZADO.

           MOVE 0 TO WKS-FIN.
           MOVE ZEROES TO FOLIO-FAC.
           START FAC-CLI KEY IS GREATER THAN OR EQUAL TO FOLIO-FAC
               INVALID KEY MOVE 1 TO WKS-FIN
           END-START.

       1020-LEE-PARAMETROS.
      *    LOS DIAS DE VENCIDO PARA PROPONER EL CASTIGO SON LOS
      *    DE CAS-DIAS EN PAR-SIS (VER GEN-PAR).
           MOVE 180 TO WKS-DIAS-MIN.
           OPEN INPUT PAR-SIS.
           IF WKS-STAT-PRM NOT = "35"
               MOVE "CAS-DIAS" TO CLA-PRM
               READ PAR-SIS
                   NOT INVALID KEY MOVE VAL-PRM TO WKS-DIAS-MIN
               END-READ
               CLOSE PAR-SIS
           END-IF.
           DISPLAY "DIAS DE VENCIDO PARA PROPONER EL CASTIGO: "
               WKS-DIAS-MIN.

       2000-PROCESO.
           READ FAC-CLI NEXT
               AT END MOVE 1 TO WKS-FIN
               NOT AT END
                   ADD 1 TO WKS-RUN-LEI
                   IF EST-FAC = "P" AND FEC-VEN-FAC < WKS-HOY-N
                       PERFORM 8600-BUSCA-ACLARACION
                       IF WKS-EN-ACL = 1
                           ADD 1 TO WKS-OMI-ACL
                       ELSE
                           PERFORM 2200-REVISA-FOLIO
                       END-IF
                   END-IF
           END-READ.

       2100-GENERA-ENCABEZADO.
           ADD 1 TO WKS-NUM-PAG.
           MOVE SPACES TO LINEAK.
           MOVE WKS-ENC1 TO LINEAK.
           WRITE LINEAK AFTER PAGE.
           MOVE WKS-HOY-N TO WKS-EFEC.
           MOVE WKS-DIAS-MIN TO WKS-EDIA.
           MOVE WKS-NUM-PAG TO WKS-EPAG.
           MOVE WKS-ENC2 TO LINEAK.
           WRITE LINEAK AFTER 1.
           MOVE WKS-ENC3 TO LINEAK.
           WRITE LINEAK AFTER 2.
           MOVE 3 TO WKS-CONT-LIN.

       2200-REVISA-FOLIO.
           COMPUTE WKS-DIA-VENC =
               FUNCTION INTEGER-OF-DATE (FEC-VEN-FAC).
           COMPUTE WKS-DIAS-VEN = WKS-DIA-HOY - WKS-DIA-VENC.
           COMPUTE WKS-SALDO = IMP-FAC - IMP-PAG-FAC.
           IF WKS-DIAS-VEN > WKS-DIAS-MIN AND WKS-SALDO > 0
               PERFORM 2300-PROPONE-FOLIO.

       2300-PROPONE-FOLIO.
      *    UN FOLIO YA PROPUESTO SE ACTUALIZA CON SU SALDO Y SU
      *    ANTIGUEDAD DE HOY; UNO RECHAZADO ANTES SE VUELVE A
      *    PROPONER. EL CASTIGO SOLO LO APLICA AUT-CAS.
           MOVE 1 TO WKS-HAY-CAS.
           MOVE FOLIO-FAC TO FOLIO-CAS.
           READ CAS-CLI
               INVALID KEY MOVE 0 TO WKS-HAY-CAS
           END-READ.
           MOVE SPACES TO WKS-DEST.
           IF WKS-HAY-CAS = 1
               IF EST-CAS = "P"
                   MOVE "RENOVADA" TO WKS-DEST
               ELSE
                   MOVE "REPROPUESTA" TO WKS-DEST
               END-IF
           ELSE
               MOVE "NUEVA" TO WKS-DEST.
           MOVE FOLIO-FAC      TO FOLIO-CAS.
           MOVE ID-CLIENTE-FAC TO ID-CLIENTE-CAS.
           MOVE WKS-SALDO      TO IMP-CAS.
           MOVE FEC-VEN-FAC    TO FEC-VEN-CAS.
           MOVE WKS-DIAS-VEN   TO DIAS-CAS.
           MOVE WKS-HOY-N      TO FEC-PRO-CAS.
           MOVE "P"            TO EST-CAS.
           MOVE 0              TO FEC-AUT-CAS.
           MOVE SPACES         TO OPER-AUT-CAS.
           MOVE 0              TO IMP-REC-CAS.
           MOVE 0              TO FEC-REC-CAS.
           IF WKS-HAY-CAS = 1
               REWRITE REG-CAS
           ELSE
               WRITE REG-CAS
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR LA PROPUESTA DEL "
                           "FOLIO " FOLIO-FAC
                       ADD 1 TO WKS-RUN-REC
               END-WRITE
           END-IF.
           ADD 1 TO WKS-PROPUESTOS.
           ADD 1 TO WKS-RUN-ESC.
           ADD WKS-SALDO TO WKS-SAL-TOTAL.
           PERFORM 2500-ESCRIBE-DETALLE.

       2500-ESCRIBE-DETALLE.
           IF WKS-CONT-LIN > WKS-LIN-MAX
               PERFORM 2100-GENERA-ENCABEZADO.
           MOVE SPACES TO WKS-NOM-COMPLETO.
           MOVE ID-CLIENTE-FAC TO ID-CLIENTE.
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
           END-READ.
           MOVE ID-CLIENTE-FAC TO WKS-DID.
           MOVE WKS-NOM-COMPLETO TO WKS-DNOM.
           MOVE FOLIO-FAC TO WKS-DFOL.
           MOVE FEC-VEN-FAC TO WKS-DVEN.
           MOVE WKS-DIAS-VEN TO WKS-DDIA.
           MOVE WKS-SALDO TO WKS-DSAL.
           MOVE WKS-DET1 TO LINEAK.
           WRITE LINEAK AFTER 1.
           ADD 1 TO WKS-CONT-LIN.

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
           MOVE WKS-PROPUESTOS TO WKS-TCNT.
           MOVE WKS-SAL-TOTAL TO WKS-TSAL.
           MOVE WKS-TOT1 TO LINEAK.
           WRITE LINEAK AFTER 2.
           MOVE WKS-PIE1 TO LINEAK.
           WRITE LINEAK AFTER 2.

           PERFORM 8500-ESCRIBE-RUN-LOG.
           CLOSE CLI-INDD.
           CLOSE FAC-CLI.
           IF WKS-HAY-ACL = 1
               CLOSE ACL-CLI.
           CLOSE CAS-CLI.
           CLOSE REP-CAS.
           DISPLAY "FOLIOS PROPUESTOS PARA CASTIGO: " WKS-PROPUESTOS.
           DISPLAY "FOLIOS EN ACLARACION OMITIDOS:  " WKS-OMI-ACL.
           DISPLAY "REPORTE DE LA PROPUESTA IMPRESO.".
