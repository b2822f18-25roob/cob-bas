       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEP-FAC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPE-TAB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLA-OPE
           FILE STATUS IS WKS-STAT-OPE.
           SELECT OPE-SEG ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLA-OPE-SEG
           FILE STATUS IS WKS-STAT-SEG.
           SELECT FIR-LOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAR-SIS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLA-PRM
           FILE STATUS IS WKS-STAT-PRM.
           SELECT SES-TOK ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WKS-STAT-TOK.
           SELECT FAC-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOLIO-FAC
           ALTERNATE RECORD KEY IS ID-CLIENTE-FAC WITH DUPLICATES
           FILE STATUS IS WKS-STAT-FAC.
           SELECT PAG-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOLIO-PAG
           ALTERNATE RECORD KEY IS LLAVE-PAG WITH DUPLICATES
           FILE STATUS IS WKS-STAT-PAG.
           SELECT APL-PAG ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LLAVE-APL
           FILE STATUS IS WKS-STAT-APL.
           SELECT SAL-FAV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOLIO-PAG-SAF
           ALTERNATE RECORD KEY IS ID-CLIENTE-SAF WITH DUPLICATES
           FILE STATUS IS WKS-STAT-SAF.
           SELECT ACL-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LLAVE-ACL
           ALTERNATE RECORD KEY IS SUC-ACL WITH DUPLICATES
           FILE STATUS IS WKS-STAT-ACL.
           SELECT LOCK-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS COD-LOCK-CLI
           FILE STATUS IS WKS-STAT-LCK.
           SELECT FAC-ARC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WKS-STAT-ARC.
           SELECT REP-DFA ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD OPE-TAB.
           COPY OPETAB.

       FD OPE-SEG.
           COPY OPESEG.

       FD FIR-LOG.
           COPY FIRLOG.

       FD PAR-SIS.
           COPY SISPAR.

       FD SES-TOK.
           COPY SESTOK.

       FD FAC-CLI.
           COPY FACCLI.

       FD PAG-CLI.
           COPY PAGCLI.

       FD APL-PAG.
           COPY APLPAG.

       FD SAL-FAV.
           COPY SALFAV.

       FD ACL-CLI.
           COPY ACLCLI.

       FD LOCK-CLI.
           COPY LCKCLI.

       FD FAC-ARC.
           COPY FACARC.

       FD REP-DFA.
       01 LINEAD           PIC X(132).

       WORKING-STORAGE SECTION.
       77 WKS-FIN            PIC 9.
       77 WKS-DESC           PIC X.
       77 WKS-OPCION         PIC 9.
       77 WKS-STAT-OPE       PIC XX.
       77 WKS-STAT-FAC       PIC XX.
       77 WKS-STAT-PAG       PIC XX.
       77 WKS-STAT-APL       PIC XX.
       77 WKS-STAT-SAF       PIC XX.
       77 WKS-STAT-ACL       PIC XX.
       77 WKS-STAT-LCK       PIC XX.
       77 WKS-STAT-ARC       PIC XX.
       77 WKS-OPERADOR       PIC X(08).
       77 WKS-PASSWORD       PIC X(08).
       77 WKS-NIV-OPE        PIC 9.
       77 WKS-FIRMA-OK       PIC 9.
       77 WKS-INTENTOS       PIC 9.
       77 WKS-STAT-SEG       PIC XX.
       77 WKS-FIR-RES        PIC X.
       77 WKS-ARG-FIRMA      PIC X(20).
       77 WKS-STAT-TOK       PIC XX.
       77 WKS-TOK-OK         PIC 9.
       77 WKS-PWD-DIAS       PIC 9(03) VALUE 90.
       77 WKS-MAX-FALLAS     PIC 9(02) VALUE 5.
       77 WKS-STAT-PRM       PIC XX.
       77 WKS-PWD-OK         PIC 9.
       77 WKS-PWD-N1         PIC X(08).
       77 WKS-PWD-N2         PIC X(08).
       77 WKS-ANOS           PIC 9(02).
       77 WKS-LOCK-TOMADO    PIC 9.
       77 WKS-HAY-ACL        PIC 9.
       77 WKS-HAY-SAF        PIC 9.
       77 WKS-FIN-CLI        PIC 9.
       77 WKS-FIN-SEC        PIC 9.
       77 WKS-SIGUE          PIC 9.
       77 WKS-CAMBIO         PIC 9.
       77 WKS-DESBORDE       PIC 9.
       77 WKS-EN-ACL         PIC 9.
       77 WKS-CUADRA         PIC 9.
       77 WKS-CLI-ACT        PIC 9(03).
       77 WKS-CLI-SIG        PIC 9(04).
       77 WKS-NF             PIC 9(03).
       77 WKS-NR             PIC 9(03).
       77 WKS-NL             PIC 9(03).
       77 WKS-IX             PIC 9(03).
       77 WKS-JX             PIC 9(03).
       77 WKS-RX             PIC 9(03).
       77 WKS-FX             PIC 9(03).
       77 WKS-CONT-LIN       PIC 99.
       77 WKS-LIN-MAX        PIC 99 VALUE 60.
       77 WKS-NUM-PAG        PIC 9(02).
       01 WKS-FIR-HOY        PIC 9(08).
       01 WKS-DIAS-PWD       PIC S9(05).
       01 WKS-FIR-HORA.
           03 WKS-FIR-HHMMSS PIC 9(06).
           03 FILLER         PIC 9(02).

       01 WKS-HOY.
           03 WKS-HOY-ANO    PIC 9(04).
           03 WKS-HOY-MES    PIC 9(02).
           03 WKS-HOY-DIA    PIC 9(02).
       01 WKS-HOY-N REDEFINES WKS-HOY PIC 9(08).
       01 WKS-FEC-CORTE.
           03 WKS-COR-ANO    PIC 9(04).
           03 WKS-COR-MES    PIC 9(02).
           03 WKS-COR-DIA    PIC 9(02).
       01 WKS-FEC-CORTE-N REDEFINES WKS-FEC-CORTE PIC 9(08).
       01 WKS-AHORA.
           03 WKS-AHORA-HHMMSS PIC 9(06).
           03 FILLER           PIC 9(02).
       01 WKS-FEC-FOLIO      PIC 9(08).

      *    FOLIOS Y RECIBOS DEL CLIENTE EN TURNO Y LAS APLICACIONES
      *    QUE LOS LIGAN. UN FOLIO SE ARCHIVA SOLO JUNTO CON TODOS LOS
      *    RECIBOS QUE LO PAGARON, Y UN RECIBO SOLO JUNTO CON TODOS
      *    LOS FOLIOS A LOS QUE SE APLICO. UN CLIENTE QUE NO CABE EN
      *    LAS TABLAS NO SE ARCHIVA EN ESTA CORRIDA.
       01 WKS-FOL-TAB.
           03 WKS-FOL OCCURS 300.
               05 WKS-F-FOL  PIC 9(06).
               05 WKS-F-IMP  PIC 9(05)V99.
               05 WKS-F-VIE  PIC 9.
               05 WKS-F-CAN  PIC 9.
       01 WKS-REC-TAB.
           03 WKS-REC OCCURS 300.
               05 WKS-R-FOL  PIC 9(06).
               05 WKS-R-IMP  PIC 9(05)V99.
               05 WKS-R-APL  PIC 9(07)V99.
               05 WKS-R-CAN  PIC 9.
       01 WKS-LIG-TAB.
           03 WKS-LIG OCCURS 600.
               05 WKS-L-REC  PIC 9(03).
               05 WKS-L-FOL  PIC 9(03).

      *    CIFRAS DEL CLIENTE EN TURNO Y DE LA CORRIDA. LAS DE
      *    FAC-CLI Y PAG-CLI ANTES Y DESPUES MAS LO ARCHIVADO, Y LO
      *    RELEIDO DE FAC-ARC, PRUEBAN QUE NO SE PERDIO NADA.
       01 WKS-C-NFAC         PIC 9(03).
       01 WKS-C-IFAC         PIC 9(07)V99.
       01 WKS-C-NPAG         PIC 9(03).
       01 WKS-C-IPAG         PIC 9(07)V99.
       01 WKS-C-RET          PIC 9(03).
       01 WKS-C-ACL          PIC 9(03).
       01 WKS-CIFRAS.
           03 WKS-ANT-NFAC   PIC 9(07).
           03 WKS-ANT-IFAC   PIC 9(09)V99.
           03 WKS-ANT-NPAG   PIC 9(07).
           03 WKS-ANT-IPAG   PIC 9(09)V99.
           03 WKS-ARC-NFAC   PIC 9(07).
           03 WKS-ARC-IFAC   PIC 9(09)V99.
           03 WKS-ARC-NPAG   PIC 9(07).
           03 WKS-ARC-IPAG   PIC 9(09)V99.
           03 WKS-ARC-NAPL   PIC 9(07).
           03 WKS-ARC-NSAF   PIC 9(07).
           03 WKS-DES-NFAC   PIC 9(07).
           03 WKS-DES-IFAC   PIC 9(09)V99.
           03 WKS-DES-NPAG   PIC 9(07).
           03 WKS-DES-IPAG   PIC 9(09)V99.
           03 WKS-REL-NFAC   PIC 9(07).
           03 WKS-REL-IFAC   PIC 9(09)V99.
           03 WKS-REL-NPAG   PIC 9(07).
           03 WKS-REL-IPAG   PIC 9(09)V99.
           03 WKS-REL-NAPL   PIC 9(07).
           03 WKS-REL-NSAF   PIC 9(07).
           03 WKS-REL-TOT    PIC 9(03).
       01 WKS-CLIENTES       PIC 9(03).
       01 WKS-RETENIDOS      PIC 9(05).
       01 WKS-EN-ACLARACION  PIC 9(05).
       01 WKS-NUM-AUX        PIC 9(07).
       01 WKS-IMP-AUX        PIC 9(09)V99.

       01 WKS-ENC1.
           03 FILLER       PIC X(28) VALUE SPACES.
           03 FILLER       PIC X(44)
                VALUE "ARCHIVO DE FOLIOS LIQUIDADOS Y SUS RECIBOS".

       01 WKS-ENC2.
           03 FILLER       PIC X(18)
                     VALUE "FECHA DE PROCESO: ".
           03 WKS-EFEC     PIC 9(08).
           03 FILLER       PIC X(05) VALUE SPACES.
           03 FILLER       PIC X(20) VALUE "EMITIDOS ANTES DE:  ".
           03 WKS-ECOR     PIC 9(08).
           03 FILLER       PIC X(05) VALUE SPACES.
           03 FILLER       PIC X(07) VALUE "PAG. : ".
           03 WKS-EPAG     PIC 9(02).

       01 WKS-ENC3.
           03 FILLER       PIC X(09) VALUE "CLIENTE".
           03 FILLER       PIC X(08) VALUE "FOLIOS".
           03 FILLER       PIC X(15) VALUE "IMPORTE".
           03 FILLER       PIC X(08) VALUE "RECIBOS".
           03 FILLER       PIC X(15) VALUE "IMPORTE".
           03 FILLER       PIC X(11) VALUE "RETENIDOS".
           03 FILLER       PIC X(13) VALUE "EN ACLARACION".

       01 WKS-DET1.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-DID      PIC 999.
           03 FILLER       PIC X(04) VALUE SPACES.
           03 WKS-DNFAC    PIC ZZ9.
           03 FILLER       PIC X(03) VALUE SPACES.
           03 WKS-DIFAC    PIC Z,ZZZ,ZZ9.99.
           03 FILLER       PIC X(05) VALUE SPACES.
           03 WKS-DNPAG    PIC ZZ9.
           03 FILLER       PIC X(03) VALUE SPACES.
           03 WKS-DIPAG    PIC Z,ZZZ,ZZ9.99.
           03 FILLER       PIC X(07) VALUE SPACES.
           03 WKS-DRET     PIC ZZ9.
           03 FILLER       PIC X(10) VALUE SPACES.
           03 WKS-DACL     PIC ZZ9.

       01 WKS-DETX.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-XID      PIC 999.
           03 FILLER       PIC X(04) VALUE SPACES.
           03 FILLER       PIC X(48) VALUE
                "DEMASIADOS FOLIOS O RECIBOS, NO SE ARCHIVA".

       01 WKS-CTL-ENC.
           03 FILLER       PIC X(30) VALUE "CIFRAS DE CONTROL".
           03 FILLER       PIC X(10) VALUE "    FOLIOS".
           03 FILLER       PIC X(18) VALUE "    IMPORTE FOLIOS".
           03 FILLER       PIC X(10) VALUE "   RECIBOS".
           03 FILLER       PIC X(18) VALUE "   IMPORTE RECIBOS".

       01 WKS-CTL-DET.
           03 WKS-CTXT     PIC X(30).
           03 WKS-CNFAC    PIC Z,ZZZ,ZZ9.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-CIFAC    PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER       PIC X(03) VALUE SPACES.
           03 WKS-CNPAG    PIC Z,ZZZ,ZZ9.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-CIPAG    PIC ZZZ,ZZZ,ZZ9.99.

       01 WKS-CTL-APL.
           03 WKS-ATXT     PIC X(30).
           03 WKS-ANUM     PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-FIN = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           PERFORM 1005-FIRMA-OPERADOR.
           MOVE 0 TO WKS-LOCK-TOMADO.

       1002-LEE-PAR-FIRMA.
      *    LA VIGENCIA DE LA CONTRASENA Y LAS FALLAS PARA EL BLOQUEO
      *    SE TOMAN DE PAR-SIS (VER GEN-PAR); SIN ARCHIVO O SIN LA
      *    CLAVE QUEDAN LOS 90 DIAS Y LAS 5 FALLAS DE SIEMPRE.
           OPEN INPUT PAR-SIS.
           IF WKS-STAT-PRM NOT = "35"
               MOVE "PWD-DIAS" TO CLA-PRM
               READ PAR-SIS
                   NOT INVALID KEY MOVE VAL-PRM TO WKS-PWD-DIAS
               END-READ
               MOVE "FIR-FALL" TO CLA-PRM
               READ PAR-SIS
                   NOT INVALID KEY MOVE VAL-PRM TO WKS-MAX-FALLAS
               END-READ
               CLOSE PAR-SIS
           END-IF.

       1005-FIRMA-OPERADOR.
      *    ARCHIVAR FOLIOS Y RECIBOS ES FUNCION DE SUPERVISOR
      *    (NIV-OPE 2); TRES INTENTOS FALLIDOS TERMINAN EL PROGRAMA.
           OPEN I-O OPE-TAB.
           IF WKS-STAT-OPE = "35"
               DISPLAY "NO EXISTE EL CATALOGO DE OPERADORES (OPE-TAB)."
               DISPLAY "EJECUTE GEN-OPE PARA CREARLO."
               STOP RUN.
           OPEN I-O OPE-SEG.
           IF WKS-STAT-SEG = "35"
               OPEN OUTPUT OPE-SEG
               CLOSE OPE-SEG
               OPEN I-O OPE-SEG.
           PERFORM 1002-LEE-PAR-FIRMA.
           MOVE 0 TO WKS-FIRMA-OK.
           MOVE 0 TO WKS-INTENTOS.
           PERFORM 1004-FIRMA-DEL-MENU.
           IF WKS-FIRMA-OK = 0
               PERFORM 1006-PIDE-FIRMA UNTIL WKS-FIRMA-OK = 1.
           CLOSE OPE-TAB OPE-SEG.

           IF WKS-NIV-OPE < 2
               DISPLAY "SOLO UN SUPERVISOR PUEDE ARCHIVAR."
               STOP RUN.

       1004-FIRMA-DEL-MENU.
      *    EL MENU DEL SISTEMA (MENU-SIS) YA VALIDO LA CONTRASENA
      *    DEL OPERADOR: DEJA SU CLAVE EN LA LINEA DE COMANDOS
      *    ("FIRMA=CLAVE") Y UN BOLETO DE UN SOLO USO EN SES-TOK.
      *    LA CLAVE SOLA NO BASTA (APARECE IMPRESA EN RECIBOS Y
      *    REPORTES): SIN BOLETO VIGENTE DEL DIA Y DE ESE MISMO
      *    OPERADOR SE PIDE LA CONTRASENA NORMAL, Y EL BOLETO SE
      *    CONSUME AQUI MISMO PARA QUE NO SIRVA DOS VECES.
           MOVE SPACES TO WKS-ARG-FIRMA.
           ACCEPT WKS-ARG-FIRMA FROM COMMAND-LINE.
           IF WKS-ARG-FIRMA (1:6) NOT = "FIRMA="
               CONTINUE
           ELSE
               PERFORM 1003-CONSUME-BOLETO
               IF WKS-TOK-OK = 1
                   MOVE WKS-ARG-FIRMA (7:8) TO WKS-OPERADOR
                   MOVE WKS-OPERADOR TO CLA-OPE
                   READ OPE-TAB
                       INVALID KEY
                           DISPLAY "OPERADOR NO REGISTRADO"
                               LINE 09 POSITION 45
                       NOT INVALID KEY
                           IF EST-OPE = "A"
                               MOVE 1 TO WKS-FIRMA-OK
                               MOVE "N" TO WKS-FIR-RES
                               MOVE NIV-OPE TO WKS-NIV-OPE
                               PERFORM 8400-ESCRIBE-FIR-LOG
                           ELSE
                               DISPLAY "OPERADOR INHABILITADO"
                                   LINE 09 POSITION 45
                           END-IF
                   END-READ
               END-IF
           END-IF.

       1003-CONSUME-BOLETO.
      *    EL BOLETO VALE SI ES DEL MISMO OPERADOR DE "FIRMA=" Y DE
      *    HOY; VALGA O NO, SE CONSUME DEJANDO EL ARCHIVO VACIO.
           MOVE 0 TO WKS-TOK-OK.
           OPEN INPUT SES-TOK.
           IF WKS-STAT-TOK = "35"
               CONTINUE
           ELSE
               READ SES-TOK
                   AT END CONTINUE
                   NOT AT END
                       ACCEPT WKS-FIR-HOY FROM DATE YYYYMMDD
                       IF TOK-OPERADOR = WKS-ARG-FIRMA (7:8)
                           AND TOK-FECHA = WKS-FIR-HOY
                           MOVE 1 TO WKS-TOK-OK
                       END-IF
               END-READ
               CLOSE SES-TOK
               OPEN OUTPUT SES-TOK
               CLOSE SES-TOK.

       1006-PIDE-FIRMA.
           DISPLAY "CLAVE DE OPERADOR:" LINE 08 POSITION 05.
           ACCEPT WKS-OPERADOR LINE 08 POSITION 33.
           DISPLAY "CONTRASENA:" LINE 08 POSITION 45.
           ACCEPT WKS-PASSWORD LINE 08 POSITION 58.

           MOVE 0 TO WKS-FIRMA-OK.
           MOVE WKS-OPERADOR TO CLA-OPE.
           READ OPE-TAB
               INVALID KEY
                   DISPLAY "OPERADOR NO REGISTRADO" LINE 09 POSITION 45
                   MOVE "X" TO WKS-FIR-RES
               NOT INVALID KEY
                   PERFORM 1007-VALIDA-OPERADOR
           END-READ.
           PERFORM 8400-ESCRIBE-FIR-LOG.

           IF WKS-FIRMA-OK = 0
               ADD 1 TO WKS-INTENTOS
               IF WKS-INTENTOS >= 3
                   DISPLAY "ACCESO DENEGADO."
                   CLOSE OPE-TAB OPE-SEG
                   STOP RUN
               END-IF
           END-IF.

       1007-VALIDA-OPERADOR.
      *    LAS FALLAS SE ACUMULAN EN OPE-SEG AUNQUE EL PROGRAMA SE
      *    REINICIE: LAS SEGUIDAS QUE MARCA FIR-FALL EN PAR-SIS
      *    (CINCO SI NO ESTA) INHABILITAN AL OPERADOR EN
      *    OPE-TAB HASTA QUE UN SUPERVISOR LO REACTIVE EN GEN-OPE.
           MOVE WKS-OPERADOR TO CLA-OPE-SEG.
           READ OPE-SEG
               INVALID KEY
                   MOVE WKS-OPERADOR TO CLA-OPE-SEG
                   MOVE 0 TO FEC-PWD-SEG
                   MOVE 0 TO FALLAS-SEG
           END-READ.

           IF EST-OPE NOT = "A"
               DISPLAY "OPERADOR INHABILITADO" LINE 09 POSITION 45
               MOVE "I" TO WKS-FIR-RES
           ELSE
               IF PWD-OPE NOT = WKS-PASSWORD
                   DISPLAY "CONTRASENA INCORRECTA" LINE 09 POSITION 45
                   MOVE "F" TO WKS-FIR-RES
                   ADD 1 TO FALLAS-SEG
                   IF FALLAS-SEG >= WKS-MAX-FALLAS
                       MOVE "I" TO EST-OPE
                       REWRITE REG-OPE
                       DISPLAY "OPERADOR BLOQUEADO POR INTENTOS"
                           LINE 10 POSITION 45
                       MOVE "B" TO WKS-FIR-RES
                   END-IF
                   PERFORM 8450-GRABA-SEG
               ELSE
                   MOVE 0 TO FALLAS-SEG
                   PERFORM 1008-CHECA-VIGENCIA-PWD
                   PERFORM 8450-GRABA-SEG
                   MOVE 1 TO WKS-FIRMA-OK
                   MOVE "N" TO WKS-FIR-RES
                   MOVE NIV-OPE TO WKS-NIV-OPE
               END-IF
           END-IF.

       1008-CHECA-VIGENCIA-PWD.
      *    LA PRIMERA FIRMA ARRANCA EL PLAZO; A LOS 90 DIAS LA
      *    CONTRASENA VENCE Y SE CAMBIA AQUI MISMO ANTES DE ENTRAR.
           ACCEPT WKS-FIR-HOY FROM DATE YYYYMMDD.
           IF FEC-PWD-SEG = 0
               MOVE WKS-FIR-HOY TO FEC-PWD-SEG
           ELSE
               COMPUTE WKS-DIAS-PWD =
                   FUNCTION INTEGER-OF-DATE (WKS-FIR-HOY)
                   - FUNCTION INTEGER-OF-DATE (FEC-PWD-SEG)
               IF WKS-DIAS-PWD >= WKS-PWD-DIAS
                   DISPLAY "SU CONTRASENA VENCIO, DEBE CAMBIARLA"
                       LINE 10 POSITION 05
                   MOVE 0 TO WKS-PWD-OK
                   PERFORM 1009-CAMBIA-PWD UNTIL WKS-PWD-OK = 1
                   MOVE WKS-FIR-HOY TO FEC-PWD-SEG
               END-IF
           END-IF.

       1009-CAMBIA-PWD.
           DISPLAY "NUEVA CONTRASENA:" LINE 11 POSITION 05.
           ACCEPT WKS-PWD-N1 LINE 11 POSITION 33.
           DISPLAY "REPITA LA CONTRASENA:" LINE 12 POSITION 05.
           ACCEPT WKS-PWD-N2 LINE 12 POSITION 33.

           MOVE 1 TO WKS-PWD-OK.
           IF WKS-PWD-N1 = SPACES
               OR WKS-PWD-N1 NOT = WKS-PWD-N2
               OR WKS-PWD-N1 = PWD-OPE
               MOVE 0 TO WKS-PWD-OK
               DISPLAY "CONTRASENA INVALIDA, REINTENTE"
                   LINE 13 POSITION 05.
           IF WKS-PWD-OK = 1
               MOVE WKS-PWD-N1 TO PWD-OPE
               REWRITE REG-OPE.

       2000-PROCESO.
           DISPLAY SPACES.
           DISPLAY "ARCHIVO DE FOLIOS LIQUIDADOS Y SUS RECIBOS".
           DISPLAY "ARCHIVAR LIQUIDADOS ANTIGUOS  (1)".
           DISPLAY "SALIR                         (2)".
           DISPLAY "ELEGIR OPCION:".
           ACCEPT WKS-OPCION.

           IF WKS-OPCION = 1
               PERFORM 2100-ARCHIVA
           ELSE IF WKS-OPCION = 2
               MOVE 1 TO WKS-FIN.

       2100-ARCHIVA.
      *    CORRIDA ANUAL: LOS FOLIOS LIQUIDADOS EMITIDOS ANTES DEL
      *    CORTE Y SUS RECIBOS YA APLICADOS POR COMPLETO SALEN A
      *    FAC-ARC Y SE BORRAN DE LOS ARCHIVOS VIVOS. NUNCA SE
      *    ARCHIVA UN FOLIO ABIERTO O EN ACLARACION, NI UN RECIBO
      *    APLICADO A UNO DE ELLOS.
           PERFORM 2110-LEE-PARAMETROS.

           ACCEPT WKS-HOY FROM DATE YYYYMMDD.
           MOVE WKS-HOY TO WKS-FEC-CORTE.
           SUBTRACT WKS-ANOS FROM WKS-COR-ANO.
           IF WKS-COR-MES = 02 AND WKS-COR-DIA > 28
               MOVE 28 TO WKS-COR-DIA.
           DISPLAY "SE ARCHIVARAN LOS LIQUIDADOS EMITIDOS ANTES DEL "
               WKS-FEC-CORTE-N.
           DISPLAY "CONFIRMA ARCHIVAR?:(S/N)".
           ACCEPT WKS-DESC.
           IF WKS-DESC NOT = "S"
               CONTINUE
           ELSE
               PERFORM 8100-TOMA-LOCK
               IF WKS-LOCK-TOMADO = 1
                   PERFORM 2120-ABRE-ARCHIVOS
                   IF WKS-STAT-FAC = "35"
                       DISPLAY "NO EXISTE EL ARCHIVO DE FOLIOS."
                   ELSE
                       PERFORM 2150-CORRE-ARCHIVO
                   END-IF
                   PERFORM 2130-CIERRA-ARCHIVOS
                   PERFORM 8200-SUELTA-LOCK
               END-IF
           END-IF.

       2110-LEE-PARAMETROS.
      *    LOS ANOS DE RETENCION FISCAL SON LOS DE ARC-ANOS EN
      *    PAR-SIS (VER GEN-PAR).
           MOVE 5 TO WKS-ANOS.
           OPEN INPUT PAR-SIS.
           IF WKS-STAT-PRM NOT = "35"
               MOVE "ARC-ANOS" TO CLA-PRM
               READ PAR-SIS
                   NOT INVALID KEY MOVE VAL-PRM TO WKS-ANOS
               END-READ
               CLOSE PAR-SIS
           END-IF.
           DISPLAY "ANOS DE RETENCION EN LOS ARCHIVOS VIVOS: " WKS-ANOS.

       2120-ABRE-ARCHIVOS.
           OPEN I-O FAC-CLI.
           OPEN I-O PAG-CLI.
           IF WKS-STAT-PAG = "35"
               OPEN OUTPUT PAG-CLI
               CLOSE PAG-CLI
               OPEN I-O PAG-CLI.
           OPEN I-O APL-PAG.
           IF WKS-STAT-APL = "35"
               OPEN OUTPUT APL-PAG
               CLOSE APL-PAG
               OPEN I-O APL-PAG.
           MOVE 1 TO WKS-HAY-SAF.
           OPEN I-O SAL-FAV.
           IF WKS-STAT-SAF = "35"
               MOVE 0 TO WKS-HAY-SAF.
           MOVE 1 TO WKS-HAY-ACL.
           OPEN INPUT ACL-CLI.
           IF WKS-STAT-ACL = "35"
               MOVE 0 TO WKS-HAY-ACL.

       2130-CIERRA-ARCHIVOS.
           IF WKS-STAT-FAC NOT = "35"
               CLOSE FAC-CLI.
           CLOSE PAG-CLI.
           CLOSE APL-PAG.
           IF WKS-HAY-SAF = 1
               CLOSE SAL-FAV.
           IF WKS-HAY-ACL = 1
               CLOSE ACL-CLI.

       2150-CORRE-ARCHIVO.
           INITIALIZE WKS-CIFRAS.
           MOVE 0 TO WKS-CLIENTES.
           MOVE 0 TO WKS-RETENIDOS.
           MOVE 0 TO WKS-EN-ACLARACION.
           PERFORM 2160-CUENTA-VIVOS.
           MOVE WKS-NUM-AUX TO WKS-ANT-NFAC.
           MOVE WKS-IMP-AUX TO WKS-ANT-IFAC.
           PERFORM 2170-CUENTA-RECIBOS.
           MOVE WKS-NUM-AUX TO WKS-ANT-NPAG.
           MOVE WKS-IMP-AUX TO WKS-ANT-IPAG.

           ACCEPT WKS-AHORA FROM TIME.
           OPEN EXTEND FAC-ARC.
           IF WKS-STAT-ARC = "35"
               OPEN OUTPUT FAC-ARC.
           OPEN OUTPUT REP-DFA.
           MOVE 0 TO WKS-NUM-PAG.
           PERFORM 2900-GENERA-ENCABEZADO.

           MOVE 0 TO WKS-CLI-SIG.
           MOVE 0 TO WKS-FIN-CLI.
           PERFORM 2200-PROCESA-CLIENTE UNTIL WKS-FIN-CLI = 1.

           MOVE SPACES TO REG-FAR.
           MOVE "TOT" TO TIP-FAR.
           MOVE 0 TO ID-CLIENTE-FAR.
           MOVE WKS-HOY-N TO FEC-FAR.
           MOVE WKS-AHORA-HHMMSS TO HOR-FAR.
           MOVE WKS-FEC-CORTE-N TO TOT-COR-FAR.
           MOVE WKS-ARC-NFAC TO TOT-NFAC-FAR.
           MOVE WKS-ARC-IFAC TO TOT-IFAC-FAR.
           MOVE WKS-ARC-NPAG TO TOT-NPAG-FAR.
           MOVE WKS-ARC-IPAG TO TOT-IPAG-FAR.
           MOVE WKS-ARC-NAPL TO TOT-NAPL-FAR.
           MOVE WKS-ARC-NSAF TO TOT-NSAF-FAR.
           WRITE REG-FAR.
           CLOSE FAC-ARC.

           PERFORM 2160-CUENTA-VIVOS.
           MOVE WKS-NUM-AUX TO WKS-DES-NFAC.
           MOVE WKS-IMP-AUX TO WKS-DES-IFAC.
           PERFORM 2170-CUENTA-RECIBOS.
           MOVE WKS-NUM-AUX TO WKS-DES-NPAG.
           MOVE WKS-IMP-AUX TO WKS-DES-IPAG.
           PERFORM 2600-RELEE-ARCHIVO.
           PERFORM 2700-CIFRAS-CONTROL.
           CLOSE REP-DFA.

           DISPLAY "FOLIOS ARCHIVADOS: " WKS-ARC-NFAC
               " RECIBOS: " WKS-ARC-NPAG.
           DISPLAY "FOLIOS RETENIDOS POR UN RECIBO VIVO: "
               WKS-RETENIDOS.
           DISPLAY "FOLIOS EN ACLARACION, NO ARCHIVADOS: "
               WKS-EN-ACLARACION.
           IF WKS-CUADRA = 1
               DISPLAY "CIFRAS DE CONTROL CUADRADAS."
           ELSE
               DISPLAY "*** LAS CIFRAS DE CONTROL NO CUADRAN, VEA EL"
               DISPLAY "REPORTE ANTES DE VOLVER A OPERAR ***".

       2160-CUENTA-VIVOS.
           MOVE 0 TO WKS-NUM-AUX.
           MOVE 0 TO WKS-IMP-AUX.
           MOVE ZEROES TO FOLIO-FAC.
           MOVE 0 TO WKS-FIN-SEC.
           START FAC-CLI KEY IS GREATER THAN OR EQUAL TO FOLIO-FAC
               INVALID KEY MOVE 1 TO WKS-FIN-SEC
           END-START.
           PERFORM 2165-CUENTA-FOLIO UNTIL WKS-FIN-SEC = 1.

       2165-CUENTA-FOLIO.
           READ FAC-CLI NEXT
               AT END MOVE 1 TO WKS-FIN-SEC
               NOT AT END
                   ADD 1 TO WKS-NUM-AUX
                   ADD IMP-FAC TO WKS-IMP-AUX
           END-READ.

       2170-CUENTA-RECIBOS.
           MOVE 0 TO WKS-NUM-AUX.
           MOVE 0 TO WKS-IMP-AUX.
           MOVE ZEROES TO FOLIO-PAG.
           MOVE 0 TO WKS-FIN-SEC.
           START PAG-CLI KEY IS GREATER THAN OR EQUAL TO FOLIO-PAG
               INVALID KEY MOVE 1 TO WKS-FIN-SEC
           END-START.
           PERFORM 2175-CUENTA-RECIBO UNTIL WKS-FIN-SEC = 1.

       2175-CUENTA-RECIBO.
           READ PAG-CLI NEXT
               AT END MOVE 1 TO WKS-FIN-SEC
               NOT AT END
                   ADD 1 TO WKS-NUM-AUX
                   ADD IMP-PAG TO WKS-IMP-AUX
           END-READ.

       2200-PROCESA-CLIENTE.
      *    LOS CLIENTES SE RECORREN POR LA LLAVE ALTERNA DE FAC-CLI;
      *    DESPUES DE ARCHIVAR UNO SE REPOSICIONA EN EL SIGUIENTE ID
      *    PORQUE LOS BORRADOS INVALIDAN EL RECORRIDO.
           MOVE WKS-CLI-SIG TO ID-CLIENTE-FAC.
           START FAC-CLI KEY IS GREATER THAN OR EQUAL TO
               ID-CLIENTE-FAC
               INVALID KEY MOVE 1 TO WKS-FIN-CLI
           END-START.
           IF WKS-FIN-CLI = 0
               READ FAC-CLI NEXT
                   AT END MOVE 1 TO WKS-FIN-CLI
               END-READ
           END-IF.
           IF WKS-FIN-CLI = 0
               MOVE ID-CLIENTE-FAC TO WKS-CLI-ACT
               PERFORM 2210-CARGA-FOLIOS
               PERFORM 2220-CARGA-RECIBOS
               PERFORM 2230-CARGA-LIGAS
               PERFORM 2240-CIERRA-LIGAS
               PERFORM 2300-ARCHIVA-CLIENTE
               IF WKS-CLI-ACT = 999
                   MOVE 1 TO WKS-FIN-CLI
               ELSE
                   COMPUTE WKS-CLI-SIG = WKS-CLI-ACT + 1
               END-IF
           END-IF.

       2210-CARGA-FOLIOS.
      *    CANDIDATO: LIQUIDADO, EMITIDO ANTES DEL CORTE (LOS FOLIOS
      *    ANTERIORES A LA FECHA DE EMISION SE TOMAN POR SU
      *    VENCIMIENTO) Y SIN ACLARACION ABIERTA NI PENDIENTE DE SU
      *    NOTA DE CREDITO.
           MOVE 0 TO WKS-NF.
           MOVE 0 TO WKS-DESBORDE.
           MOVE 0 TO WKS-C-ACL.
           MOVE WKS-CLI-ACT TO ID-CLIENTE-FAC.
           MOVE 0 TO WKS-FIN-SEC.
           START FAC-CLI KEY IS GREATER THAN OR EQUAL TO
               ID-CLIENTE-FAC
               INVALID KEY MOVE 1 TO WKS-FIN-SEC
           END-START.
           PERFORM 2215-GUARDA-FOLIO UNTIL WKS-FIN-SEC = 1.

       2215-GUARDA-FOLIO.
           READ FAC-CLI NEXT
               AT END MOVE 1 TO WKS-FIN-SEC
               NOT AT END
                   IF ID-CLIENTE-FAC NOT = WKS-CLI-ACT
                       MOVE 1 TO WKS-FIN-SEC
                   ELSE
                       IF WKS-NF < 300
                           ADD 1 TO WKS-NF
                           MOVE FOLIO-FAC TO WKS-F-FOL (WKS-NF)
                           MOVE IMP-FAC TO WKS-F-IMP (WKS-NF)
                           PERFORM 2217-CALIFICA-FOLIO
                       ELSE
                           MOVE 1 TO WKS-DESBORDE
                       END-IF
                   END-IF
           END-READ.

       2217-CALIFICA-FOLIO.
           MOVE 0 TO WKS-F-VIE (WKS-NF).
           MOVE 0 TO WKS-F-CAN (WKS-NF).
           MOVE FEC-EMI-FAC TO WKS-FEC-FOLIO.
           IF WKS-FEC-FOLIO = 0
               MOVE FEC-VEN-FAC TO WKS-FEC-FOLIO.
           IF EST-FAC = "L" AND WKS-FEC-FOLIO < WKS-FEC-CORTE-N
               PERFORM 2218-BUSCA-ACLARACION
               IF WKS-EN-ACL = 1
                   ADD 1 TO WKS-C-ACL
               ELSE
                   MOVE 1 TO WKS-F-VIE (WKS-NF)
                   MOVE 1 TO WKS-F-CAN (WKS-NF)
               END-IF
           END-IF.

       2218-BUSCA-ACLARACION.
           MOVE 0 TO WKS-EN-ACL.
           IF WKS-HAY-ACL = 1
               MOVE WKS-CLI-ACT TO ID-CLIENTE-ACL
               MOVE FOLIO-FAC TO FOLIO-ACL
               MOVE 0 TO SEC-ACL
               MOVE 0 TO WKS-SIGUE
               START ACL-CLI KEY IS GREATER THAN OR EQUAL TO LLAVE-ACL
                   INVALID KEY MOVE 1 TO WKS-SIGUE
               END-START
               PERFORM 2219-LEE-ACLARACION UNTIL WKS-SIGUE = 1
           END-IF.

       2219-LEE-ACLARACION.
           READ ACL-CLI NEXT
               AT END MOVE 1 TO WKS-SIGUE
               NOT AT END
                   IF ID-CLIENTE-ACL NOT = WKS-CLI-ACT
                       OR FOLIO-ACL NOT = FOLIO-FAC
                       MOVE 1 TO WKS-SIGUE
                   ELSE
                       IF EST-ACL = "A" OR EST-ACL = "F"
                           MOVE 1 TO WKS-EN-ACL
                       END-IF
                   END-IF
           END-READ.

       2220-CARGA-RECIBOS.
      *    CANDIDATO: COBRADO ANTES DEL CORTE. QUE ESTE APLICADO POR
      *    COMPLETO SE COMPRUEBA AL SUMAR SUS APLICACIONES.
           MOVE 0 TO WKS-NR.
           MOVE WKS-CLI-ACT TO ID-CLIENTE-PAG.
           MOVE ZEROES TO FEC-PAG.
           MOVE 0 TO WKS-FIN-SEC.
           START PAG-CLI KEY IS GREATER THAN OR EQUAL TO LLAVE-PAG
               INVALID KEY MOVE 1 TO WKS-FIN-SEC
           END-START.
           PERFORM 2225-GUARDA-RECIBO UNTIL WKS-FIN-SEC = 1.

       2225-GUARDA-RECIBO.
           READ PAG-CLI NEXT
               AT END MOVE 1 TO WKS-FIN-SEC
               NOT AT END
                   IF ID-CLIENTE-PAG NOT = WKS-CLI-ACT
                       MOVE 1 TO WKS-FIN-SEC
                   ELSE
                       IF WKS-NR < 300
                           ADD 1 TO WKS-NR
                           MOVE FOLIO-PAG TO WKS-R-FOL (WKS-NR)
                           MOVE IMP-PAG TO WKS-R-IMP (WKS-NR)
                           MOVE 0 TO WKS-R-APL (WKS-NR)
                           MOVE 0 TO WKS-R-CAN (WKS-NR)
                           IF FEC-PAG < WKS-FEC-CORTE-N
                               MOVE 1 TO WKS-R-CAN (WKS-NR)
                           END-IF
                       ELSE
                           MOVE 1 TO WKS-DESBORDE
                       END-IF
                   END-IF
           END-READ.

       2230-CARGA-LIGAS.
      *    LAS APLICACIONES VIGENTES DE CADA RECIBO LO LIGAN A SUS
      *    FOLIOS. UN RECIBO CUYAS APLICACIONES NO SUMAN SU IMPORTE
      *    (CANCELADO, O CON SALDO A FAVOR SIN CONSUMIR) NO ESTA
      *    APLICADO POR COMPLETO Y SE QUEDA.
           MOVE 0 TO WKS-NL.
           MOVE 1 TO WKS-RX.
           PERFORM 2232-LIGAS-RECIBO UNTIL WKS-RX > WKS-NR.

       2232-LIGAS-RECIBO.
           MOVE WKS-R-FOL (WKS-RX) TO FOLIO-PAG-APL.
           MOVE ZEROES TO FOLIO-FAC-APL.
           MOVE 0 TO WKS-FIN-SEC.
           START APL-PAG KEY IS GREATER THAN OR EQUAL TO LLAVE-APL
               INVALID KEY MOVE 1 TO WKS-FIN-SEC
           END-START.
           PERFORM 2234-LEE-APLICACION UNTIL WKS-FIN-SEC = 1.
           IF WKS-R-APL (WKS-RX) NOT = WKS-R-IMP (WKS-RX)
               MOVE 0 TO WKS-R-CAN (WKS-RX).
           ADD 1 TO WKS-RX.

       2234-LEE-APLICACION.
           READ APL-PAG NEXT
               AT END MOVE 1 TO WKS-FIN-SEC
               NOT AT END
                   IF FOLIO-PAG-APL NOT = WKS-R-FOL (WKS-RX)
                       MOVE 1 TO WKS-FIN-SEC
                   ELSE
                       IF EST-APL = "A"
                           ADD IMP-APL TO WKS-R-APL (WKS-RX)
                           PERFORM 2236-GUARDA-LIGA
                       END-IF
                   END-IF
           END-READ.

       2236-GUARDA-LIGA.
           MOVE 0 TO WKS-FX.
           MOVE 1 TO WKS-JX.
           PERFORM 2238-BUSCA-FOLIO
               UNTIL WKS-JX > WKS-NF OR WKS-FX > 0.
           IF WKS-FX = 0
               MOVE 0 TO WKS-R-CAN (WKS-RX)
           ELSE
               IF WKS-NL < 600
                   ADD 1 TO WKS-NL
                   MOVE WKS-RX TO WKS-L-REC (WKS-NL)
                   MOVE WKS-FX TO WKS-L-FOL (WKS-NL)
               ELSE
                   MOVE 1 TO WKS-DESBORDE
               END-IF
           END-IF.

       2238-BUSCA-FOLIO.
           IF WKS-F-FOL (WKS-JX) = FOLIO-FAC-APL
               MOVE WKS-JX TO WKS-FX.
           ADD 1 TO WKS-JX.

       2240-CIERRA-LIGAS.
      *    SI UN EXTREMO DE UNA LIGA SE QUEDA EN LOS ARCHIVOS VIVOS,
      *    EL OTRO TAMBIEN; SE REPASA HASTA QUE YA NADA CAMBIA.
           IF WKS-DESBORDE = 1
               MOVE 1 TO WKS-IX
               PERFORM 2246-APAGA-FOLIO UNTIL WKS-IX > WKS-NF
               MOVE 1 TO WKS-IX
               PERFORM 2247-APAGA-RECIBO UNTIL WKS-IX > WKS-NR
           ELSE
               MOVE 1 TO WKS-CAMBIO
               PERFORM 2242-REPASA-LIGAS UNTIL WKS-CAMBIO = 0.

       2242-REPASA-LIGAS.
           MOVE 0 TO WKS-CAMBIO.
           PERFORM 2244-REVISA-LIGA
               VARYING WKS-IX FROM 1 BY 1 UNTIL WKS-IX > WKS-NL.

       2244-REVISA-LIGA.
           MOVE WKS-L-REC (WKS-IX) TO WKS-RX.
           MOVE WKS-L-FOL (WKS-IX) TO WKS-FX.
           IF WKS-R-CAN (WKS-RX) NOT = WKS-F-CAN (WKS-FX)
               MOVE 0 TO WKS-R-CAN (WKS-RX)
               MOVE 0 TO WKS-F-CAN (WKS-FX)
               MOVE 1 TO WKS-CAMBIO.

       2246-APAGA-FOLIO.
           MOVE 0 TO WKS-F-CAN (WKS-IX).
           ADD 1 TO WKS-IX.

       2247-APAGA-RECIBO.
           MOVE 0 TO WKS-R-CAN (WKS-IX).
           ADD 1 TO WKS-IX.

       2300-ARCHIVA-CLIENTE.
      *    CADA REGISTRO SE ESCRIBE EN FAC-ARC ANTES DE BORRARSE,
      *    IGUAL QUE DEP-CLI ARCHIVA ANTES DE DEPURAR.
           MOVE 0 TO WKS-C-NFAC.
           MOVE 0 TO WKS-C-IFAC.
           MOVE 0 TO WKS-C-NPAG.
           MOVE 0 TO WKS-C-IPAG.
           MOVE 0 TO WKS-C-RET.
           PERFORM 2310-ARCHIVA-FOLIO
               VARYING WKS-IX FROM 1 BY 1 UNTIL WKS-IX > WKS-NF.
           PERFORM 2320-ARCHIVA-RECIBO
               VARYING WKS-IX FROM 1 BY 1 UNTIL WKS-IX > WKS-NR.
           ADD WKS-C-RET TO WKS-RETENIDOS.
           ADD WKS-C-ACL TO WKS-EN-ACLARACION.
           IF WKS-DESBORDE = 1
               PERFORM 2390-ESCRIBE-DESBORDE
           ELSE
               IF WKS-C-NFAC > 0 OR WKS-C-NPAG > 0
                   OR WKS-C-RET > 0 OR WKS-C-ACL > 0
                   PERFORM 2380-ESCRIBE-RENGLON
               END-IF
           END-IF.

       2310-ARCHIVA-FOLIO.
           IF WKS-F-VIE (WKS-IX) = 1 AND WKS-F-CAN (WKS-IX) = 0
               ADD 1 TO WKS-C-RET.
           IF WKS-F-CAN (WKS-IX) = 1
               MOVE WKS-F-FOL (WKS-IX) TO FOLIO-FAC
               READ FAC-CLI
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO REG-FAR
                       MOVE "FAC" TO TIP-FAR
                       MOVE REG-FAC TO IMG-FAR
                       PERFORM 8300-ESCRIBE-ARCHIVO
                       DELETE FAC-CLI
                           INVALID KEY
                               DISPLAY "NO SE PUDO BORRAR EL FOLIO "
                                   FOLIO-FAC
                           NOT INVALID KEY
                               ADD 1 TO WKS-C-NFAC
                               ADD IMP-FAC TO WKS-C-IFAC
                               ADD 1 TO WKS-ARC-NFAC
                               ADD IMP-FAC TO WKS-ARC-IFAC
                       END-DELETE
               END-READ
           END-IF.

       2320-ARCHIVA-RECIBO.
           IF WKS-R-CAN (WKS-IX) = 1
               MOVE WKS-R-FOL (WKS-IX) TO FOLIO-PAG
               READ PAG-CLI
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO REG-FAR
                       MOVE "PAG" TO TIP-FAR
                       MOVE REG-PAG TO IMG-FAR
                       PERFORM 8300-ESCRIBE-ARCHIVO
                       DELETE PAG-CLI
                           INVALID KEY
                               DISPLAY "NO SE PUDO BORRAR EL RECIBO "
                                   FOLIO-PAG
                           NOT INVALID KEY
                               ADD 1 TO WKS-C-NPAG
                               ADD IMP-PAG TO WKS-C-IPAG
                               ADD 1 TO WKS-ARC-NPAG
                               ADD IMP-PAG TO WKS-ARC-IPAG
                       END-DELETE
               END-READ
               MOVE 1 TO WKS-SIGUE
               PERFORM 2330-ARCHIVA-APLICACION UNTIL WKS-SIGUE = 0
               IF WKS-HAY-SAF = 1
                   PERFORM 2340-ARCHIVA-SALDO-FAVOR
               END-IF
           END-IF.

       2330-ARCHIVA-APLICACION.
      *    CADA BORRADO REPOSICIONA EL ARCHIVO, COMO EN DEP-CLI.
           MOVE WKS-R-FOL (WKS-IX) TO FOLIO-PAG-APL.
           MOVE ZEROES TO FOLIO-FAC-APL.
           START APL-PAG KEY IS GREATER THAN OR EQUAL TO LLAVE-APL
               INVALID KEY MOVE 0 TO WKS-SIGUE
           END-START.
           IF WKS-SIGUE = 1
               READ APL-PAG NEXT
                   AT END MOVE 0 TO WKS-SIGUE
                   NOT AT END
                       IF FOLIO-PAG-APL NOT = WKS-R-FOL (WKS-IX)
                           MOVE 0 TO WKS-SIGUE
                       ELSE
                           MOVE SPACES TO REG-FAR
                           MOVE "APL" TO TIP-FAR
                           MOVE REG-APL TO IMG-FAR
                           PERFORM 8300-ESCRIBE-ARCHIVO
                           DELETE APL-PAG
                               INVALID KEY MOVE 0 TO WKS-SIGUE
                               NOT INVALID KEY ADD 1 TO WKS-ARC-NAPL
                           END-DELETE
                       END-IF
               END-READ
           END-IF.

       2340-ARCHIVA-SALDO-FAVOR.
      *    EL SOBRANTE DE UN RECIBO ARCHIVADO YA SE CONSUMIO (SUS
      *    APLICACIONES SUMAN EL RECIBO): SALE CON EL.
           MOVE WKS-R-FOL (WKS-IX) TO FOLIO-PAG-SAF.
           READ SAL-FAV
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO REG-FAR
                   MOVE "SAF" TO TIP-FAR
                   MOVE REG-SAF TO IMG-FAR
                   PERFORM 8300-ESCRIBE-ARCHIVO
                   DELETE SAL-FAV
                       INVALID KEY CONTINUE
                       NOT INVALID KEY ADD 1 TO WKS-ARC-NSAF
                   END-DELETE
           END-READ.

       2380-ESCRIBE-RENGLON.
           IF WKS-CONT-LIN > WKS-LIN-MAX
               PERFORM 2900-GENERA-ENCABEZADO.
           ADD 1 TO WKS-CLIENTES.
           MOVE WKS-CLI-ACT TO WKS-DID.
           MOVE WKS-C-NFAC TO WKS-DNFAC.
           MOVE WKS-C-IFAC TO WKS-DIFAC.
           MOVE WKS-C-NPAG TO WKS-DNPAG.
           MOVE WKS-C-IPAG TO WKS-DIPAG.
           MOVE WKS-C-RET TO WKS-DRET.
           MOVE WKS-C-ACL TO WKS-DACL.
           MOVE WKS-DET1 TO LINEAD.
           WRITE LINEAD AFTER 1.
           ADD 1 TO WKS-CONT-LIN.

       2390-ESCRIBE-DESBORDE.
           IF WKS-CONT-LIN > WKS-LIN-MAX
               PERFORM 2900-GENERA-ENCABEZADO.
           MOVE WKS-CLI-ACT TO WKS-XID.
           MOVE WKS-DETX TO LINEAD.
           WRITE LINEAD AFTER 1.
           ADD 1 TO WKS-CONT-LIN.

       2600-RELEE-ARCHIVO.
      *    SE RELEE FAC-ARC Y SE SUMAN SOLO LAS LINEAS DE ESTA
      *    CORRIDA (SU FECHA Y HORA), PARA PROBAR QUE LO ARCHIVADO
      *    QUEDO ESCRITO.
           OPEN INPUT FAC-ARC.
           MOVE 0 TO WKS-FIN-SEC.
           PERFORM 2610-RELEE-LINEA UNTIL WKS-FIN-SEC = 1.
           CLOSE FAC-ARC.

       2610-RELEE-LINEA.
           READ FAC-ARC
               AT END MOVE 1 TO WKS-FIN-SEC
               NOT AT END
                   IF FEC-FAR = WKS-HOY-N
                       AND HOR-FAR = WKS-AHORA-HHMMSS
                       EVALUATE TIP-FAR
                           WHEN "FAC"
                               ADD 1 TO WKS-REL-NFAC
                               ADD IMP-FAC-FAR TO WKS-REL-IFAC
                           WHEN "PAG"
                               ADD 1 TO WKS-REL-NPAG
                               ADD IMP-PAG-FAR TO WKS-REL-IPAG
                           WHEN "APL"
                               ADD 1 TO WKS-REL-NAPL
                           WHEN "SAF"
                               ADD 1 TO WKS-REL-NSAF
                           WHEN "TOT"
                               ADD 1 TO WKS-REL-TOT
                       END-EVALUATE
                   END-IF
           END-READ.

       2700-CIFRAS-CONTROL.
      *    ANTES = DESPUES + ARCHIVADO EN CADA ARCHIVO VIVO, Y LO
      *    RELEIDO DE FAC-ARC = LO ARCHIVADO.
           IF WKS-CONT-LIN > WKS-LIN-MAX - 10
               PERFORM 2900-GENERA-ENCABEZADO.
           MOVE WKS-CTL-ENC TO LINEAD.
           WRITE LINEAD AFTER 3.
           MOVE "EN FAC-CLI/PAG-CLI ANTES" TO WKS-CTXT.
           MOVE WKS-ANT-NFAC TO WKS-CNFAC.
           MOVE WKS-ANT-IFAC TO WKS-CIFAC.
           MOVE WKS-ANT-NPAG TO WKS-CNPAG.
           MOVE WKS-ANT-IPAG TO WKS-CIPAG.
           MOVE WKS-CTL-DET TO LINEAD.
           WRITE LINEAD AFTER 2.
           MOVE "ARCHIVADOS EN FAC-ARC" TO WKS-CTXT.
           MOVE WKS-ARC-NFAC TO WKS-CNFAC.
           MOVE WKS-ARC-IFAC TO WKS-CIFAC.
           MOVE WKS-ARC-NPAG TO WKS-CNPAG.
           MOVE WKS-ARC-IPAG TO WKS-CIPAG.
           MOVE WKS-CTL-DET TO LINEAD.
           WRITE LINEAD AFTER 1.
           MOVE "EN FAC-CLI/PAG-CLI DESPUES" TO WKS-CTXT.
           MOVE WKS-DES-NFAC TO WKS-CNFAC.
           MOVE WKS-DES-IFAC TO WKS-CIFAC.
           MOVE WKS-DES-NPAG TO WKS-CNPAG.
           MOVE WKS-DES-IPAG TO WKS-CIPAG.
           MOVE WKS-CTL-DET TO LINEAD.
           WRITE LINEAD AFTER 1.
           MOVE "RELEIDOS DE FAC-ARC" TO WKS-CTXT.
           MOVE WKS-REL-NFAC TO WKS-CNFAC.
           MOVE WKS-REL-IFAC TO WKS-CIFAC.
           MOVE WKS-REL-NPAG TO WKS-CNPAG.
           MOVE WKS-REL-IPAG TO WKS-CIPAG.
           MOVE WKS-CTL-DET TO LINEAD.
           WRITE LINEAD AFTER 1.
           MOVE "APLICACIONES ARCHIVADAS" TO WKS-ATXT.
           MOVE WKS-ARC-NAPL TO WKS-ANUM.
           MOVE WKS-CTL-APL TO LINEAD.
           WRITE LINEAD AFTER 2.
           MOVE "SALDOS A FAVOR ARCHIVADOS" TO WKS-ATXT.
           MOVE WKS-ARC-NSAF TO WKS-ANUM.
           MOVE WKS-CTL-APL TO LINEAD.
           WRITE LINEAD AFTER 1.
           MOVE "FOLIOS RETENIDOS POR RECIBO" TO WKS-ATXT.
           MOVE WKS-RETENIDOS TO WKS-ANUM.
           MOVE WKS-CTL-APL TO LINEAD.
           WRITE LINEAD AFTER 1.
           MOVE "FOLIOS EN ACLARACION" TO WKS-ATXT.
           MOVE WKS-EN-ACLARACION TO WKS-ANUM.
           MOVE WKS-CTL-APL TO LINEAD.
           WRITE LINEAD AFTER 1.

           MOVE 1 TO WKS-CUADRA.
           IF WKS-ANT-NFAC NOT = WKS-DES-NFAC + WKS-ARC-NFAC
               OR WKS-ANT-IFAC NOT = WKS-DES-IFAC + WKS-ARC-IFAC
               OR WKS-ANT-NPAG NOT = WKS-DES-NPAG + WKS-ARC-NPAG
               OR WKS-ANT-IPAG NOT = WKS-DES-IPAG + WKS-ARC-IPAG
               MOVE 0 TO WKS-CUADRA.
           IF WKS-REL-NFAC NOT = WKS-ARC-NFAC
               OR WKS-REL-IFAC NOT = WKS-ARC-IFAC
               OR WKS-REL-NPAG NOT = WKS-ARC-NPAG
               OR WKS-REL-IPAG NOT = WKS-ARC-IPAG
               OR WKS-REL-NAPL NOT = WKS-ARC-NAPL
               OR WKS-REL-NSAF NOT = WKS-ARC-NSAF
               OR WKS-REL-TOT NOT = 1
               MOVE 0 TO WKS-CUADRA.
           MOVE SPACES TO LINEAD.
           IF WKS-CUADRA = 1
               MOVE "CIFRAS DE CONTROL CUADRADAS: NADA SE PERDIO."
                   TO LINEAD
           ELSE
               MOVE "*** LAS CIFRAS DE CONTROL NO CUADRAN ***"
                   TO LINEAD.
           WRITE LINEAD AFTER 2.

       2900-GENERA-ENCABEZADO.
           ADD 1 TO WKS-NUM-PAG.
           MOVE SPACES TO LINEAD.
           MOVE WKS-ENC1 TO LINEAD.
           WRITE LINEAD AFTER PAGE.
           MOVE WKS-HOY-N TO WKS-EFEC.
           MOVE WKS-FEC-CORTE-N TO WKS-ECOR.
           MOVE WKS-NUM-PAG TO WKS-EPAG.
           MOVE WKS-ENC2 TO LINEAD.
           WRITE LINEAD AFTER 1.
           MOVE WKS-ENC3 TO LINEAD.
           WRITE LINEAD AFTER 2.
           MOVE 4 TO WKS-CONT-LIN.

       8300-ESCRIBE-ARCHIVO.
           MOVE WKS-CLI-ACT TO ID-CLIENTE-FAR.
           MOVE WKS-HOY-N TO FEC-FAR.
           MOVE WKS-AHORA-HHMMSS TO HOR-FAR.
           WRITE REG-FAR.

       8100-TOMA-LOCK.
      *    VERIFICAR Y TOMAR EL LOCK ANTES DE ABRIR NINGUN ARCHIVO
      *    COMPARTIDO, IGUAL QUE GEN-INDR Y MAN-CLI.
           MOVE 0 TO WKS-LOCK-TOMADO.
           OPEN I-O LOCK-CLI.
           IF WKS-STAT-LCK = "35"
               OPEN OUTPUT LOCK-CLI
               MOVE 1 TO COD-LOCK-CLI
               MOVE 0 TO LOCK-ACTIVO
               MOVE SPACES TO LOCK-PROGRAMA
               WRITE REG-LOCK-CLI
               CLOSE LOCK-CLI
               OPEN I-O LOCK-CLI.
           MOVE 1 TO COD-LOCK-CLI.
           READ LOCK-CLI
               INVALID KEY MOVE 0 TO LOCK-ACTIVO.
           IF LOCK-ACTIVO = 1
               DISPLAY "ARCHIVO DE CLIENTES EN USO POR " LOCK-PROGRAMA
               DISPLAY "REINTENTE MAS TARDE."
               CLOSE LOCK-CLI
           ELSE
               MOVE 1 TO LOCK-ACTIVO
               MOVE "DEP-FAC" TO LOCK-PROGRAMA
               REWRITE REG-LOCK-CLI
               MOVE 1 TO WKS-LOCK-TOMADO.

       8200-SUELTA-LOCK.
           MOVE 0 TO LOCK-ACTIVO.
           MOVE SPACES TO LOCK-PROGRAMA.
           REWRITE REG-LOCK-CLI.
           CLOSE LOCK-CLI.
           MOVE 0 TO WKS-LOCK-TOMADO.

       8400-ESCRIBE-FIR-LOG.
      *    TODA FIRMA, BUENA O MALA, QUEDA EN LA BITACORA FIR-LOG;
      *    CON-FIR LA CONSULTA.
           OPEN EXTEND FIR-LOG.
           MOVE "DEP-FAC " TO FIR-PROGRAMA.
           MOVE WKS-OPERADOR TO FIR-OPERADOR.
           ACCEPT WKS-FIR-HOY FROM DATE YYYYMMDD.
           ACCEPT WKS-FIR-HORA FROM TIME.
           MOVE WKS-FIR-HOY TO FIR-FECHA.
           MOVE WKS-FIR-HHMMSS TO FIR-HORA.
           MOVE WKS-FIR-RES TO FIR-RESULTADO.
           WRITE REG-FIR.
           CLOSE FIR-LOG.

       8450-GRABA-SEG.
           WRITE REG-SEG
               INVALID KEY
                   REWRITE REG-SEG.


       3000-FIN.
           CONTINUE.
