       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAN-PAG.
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
           SELECT CLI-INDR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ID-CLIENTE
           FILE STATUS IS WKS-STAT-CLI.
           SELECT PAG-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FOLIO-PAG
           ALTERNATE RECORD KEY IS LLAVE-PAG WITH DUPLICATES
           FILE STATUS IS WKS-STAT-PAG.
           SELECT CAN-PAG ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FOLIO-PAG-CAN
           ALTERNATE RECORD KEY IS FEC-CAN WITH DUPLICATES
           FILE STATUS IS WKS-STAT-CAN.
           SELECT APL-PAG ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LLAVE-APL
           FILE STATUS IS WKS-STAT-APL.
           SELECT CAS-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FOLIO-CAS
           ALTERNATE RECORD KEY IS FEC-AUT-CAS WITH DUPLICATES
           FILE STATUS IS WKS-STAT-CAS.
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
           SELECT EMP-FAC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LLAVE-EFA
           ALTERNATE RECORD KEY IS CLA-EMP-EFA WITH DUPLICATES
           FILE STATUS IS WKS-STAT-EFA.
           SELECT SAL-FAV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FOLIO-PAG-SAF
           ALTERNATE RECORD KEY IS ID-CLIENTE-SAF WITH DUPLICATES
           FILE STATUS IS WKS-STAT-SAF.
           SELECT HIST-CLI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CNT-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS COD-CNT-CLI
           FILE STATUS IS WKS-STAT-CNT.
           SELECT LOCK-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS COD-LOCK-CLI
           FILE STATUS IS WKS-STAT-LCK.
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
           SELECT REP-CAN ASSIGN TO PRINTER.
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

       FD CLI-INDR.
           COPY REGCLI.

       FD PAG-CLI.
           COPY PAGCLI.

       FD CAN-PAG.
           COPY CANPAG.

       FD APL-PAG.
           COPY APLPAG.

       FD CAS-CLI.
           COPY CASCLI.

       FD FAC-CLI.
           COPY FACCLI.

       FD FAC-CTL.
           COPY FACCTL.

       FD FAC-ADI.
           COPY FACADI.

       FD EMP-FAC.
           COPY EMPFAC.

       FD SAL-FAV.
           COPY SALFAV.

       FD HIST-CLI.
           COPY AUDREG.

       FD CNT-CLI.
           COPY CNTCLI.

       FD LOCK-CLI.
           COPY LCKCLI.

       FD IVA-TAB.
           COPY IVATAB.

       FD FAC-IVA.
           COPY FACIVA.

       FD REP-CAN.
       01 LINEAC           PIC X(132).

       WORKING-STORAGE SECTION.
       77 WKS-FIN          PIC 9.
       77 WKS-DESC         PIC X.
       77 WKS-STAT-OPE     PIC XX.
       77 WKS-STAT-CLI     PIC XX.
       77 WKS-STAT-PAG     PIC XX.
       77 WKS-STAT-CAN     PIC XX.
       77 WKS-STAT-APL     PIC XX.
       77 WKS-STAT-CAS     PIC XX.
       77 WKS-STAT-FAC     PIC XX.
       77 WKS-STAT-CTL     PIC XX.
       77 WKS-STAT-ADI     PIC XX.
       77 WKS-STAT-SAF     PIC XX.
       77 WKS-STAT-CNT     PIC XX.
       77 WKS-STAT-LCK     PIC XX.
       77 WKS-OPERADOR     PIC X(08).
       77 WKS-PASSWORD     PIC X(08).
       77 WKS-NIV-OPE      PIC 9.
       77 WKS-FIRMA-OK     PIC 9.
       77 WKS-INTENTOS     PIC 9.
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
       01 WKS-FIR-HOY        PIC 9(08).
       01 WKS-DIAS-PWD       PIC S9(05).
       01 WKS-FIR-HORA.
           03 WKS-FIR-HHMMSS PIC 9(06).
           03 FILLER         PIC 9(02).
       77 WKS-HAY-FAC      PIC 9.
       77 WKS-FIN-FAC      PIC 9.
       77 WKS-FIN-APL      PIC 9.
       77 WKS-HAY-SAF      PIC 9.
       77 WKS-HAY-VENC     PIC 9.
       77 WKS-MOT-OK       PIC 9.
       77 WKS-NUM-APL      PIC 9(03).
       77 WKS-REABIERTOS   PIC 9(03).
       77 WKS-FOLIO        PIC 9(06).
       77 WKS-MOTIVO       PIC X.
       77 WKS-DES-CAN      PIC X(30).
       77 WKS-FOL-CARGO    PIC 9(06).
      *    LA COMISION DE UN RECIBO DE EMPRESA (CLIENTE 000) LLEVA SU
      *    LINEA EN EMP-FAC A NOMBRE DE LA EMPRESA DEL PRIMER FOLIO
      *    QUE PAGABA EL RECIBO, PARA QUE GEN-PAG LA PUEDA COBRAR.
       77 WKS-STAT-EFA     PIC XX.
       77 WKS-HAY-EFA      PIC 9.
       77 WKS-EMP-OK       PIC 9.
       01 WKS-EMP-CLA      PIC 9(04).
       01 WKS-IMP-CARGO    PIC 9(05)V99.
       01 WKS-IMP-APL      PIC 9(05)V99.
       01 WKS-IMP-ED       PIC $$$,$$9.99.
       01 WKS-HOY          PIC 9(08).
       01 WKS-AHORA.
           03 WKS-AHORA-HOR  PIC 9(02).
           03 WKS-AHORA-MIN  PIC 9(02).
           03 WKS-AHORA-SEG  PIC 9(02).
           03 FILLER         PIC 9(04).
       01 WKS-HORA-N       PIC 9(06).
       01 WKS-REG-ANTES    PIC X(120).
       01 WKS-NOM-COMPLETO PIC X(62).
       01 WKS-MET-TEXTO    PIC X(14).
       01 WKS-MOT-TEXTO    PIC X(20).

      *    IMAGEN DEL RECIBO QUE SE CANCELA, PARA LA BITACORA.
       01 WKS-HIST-REC.
           03 FILLER       PIC X(07) VALUE "RECIBO ".
           03 WKS-HREC     PIC 9(06).
           03 FILLER       PIC X(07) VALUE " FECHA ".
           03 WKS-HFEC     PIC 9(08).
           03 FILLER       PIC X(09) VALUE " IMPORTE ".
           03 WKS-HIMP     PIC $$$,$$9.99.
           03 FILLER       PIC X(08) VALUE " METODO ".
           03 WKS-HMET     PIC X.
           03 FILLER       PIC X(10) VALUE " SUCURSAL ".
           03 WKS-HSUC     PIC 9(02).
           03 FILLER       PIC X(10) VALUE " OPERADOR ".
           03 WKS-HOPE     PIC X(08).

       01 WKS-HIST-CAN.
           03 FILLER       PIC X(17) VALUE "CANCELADO MOTIVO ".
           03 WKS-HMOT     PIC X.
           03 FILLER       PIC X(01) VALUE SPACE.
           03 WKS-HDES     PIC X(30).
           03 FILLER       PIC X(07) VALUE " CARGO ".
           03 WKS-HCAR     PIC 9(06).

       01 WKS-ENC1.
           03 FILLER       PIC X(24) VALUE SPACES.
           03 FILLER       PIC X(40)
                     VALUE "COMPROBANTE DE CANCELACION DE RECIBO".

       01 WKS-CAN-L1.
           03 FILLER       PIC X(08) VALUE "RECIBO: ".
           03 WKS-PREC     PIC 9(06).
           03 FILLER       PIC X(05) VALUE SPACES.
           03 FILLER       PIC X(13) VALUE "FECHA PAGO:  ".
           03 WKS-PFPA     PIC 9(08).
           03 FILLER       PIC X(05) VALUE SPACES.
           03 FILLER       PIC X(13) VALUE "CANCELADO EL ".
           03 WKS-PFCA     PIC 9(08).

       01 WKS-CAN-L2.
           03 FILLER       PIC X(09) VALUE "CLIENTE: ".
           03 WKS-PID      PIC 9(03).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-PNOM     PIC X(62).

       01 WKS-CAN-L3.
           03 FILLER       PIC X(09) VALUE "IMPORTE: ".
           03 WKS-PIMP     PIC $$$,$$9.99.
           03 FILLER       PIC X(05) VALUE SPACES.
           03 FILLER       PIC X(08) VALUE "METODO: ".
           03 WKS-PMET     PIC X(14).

       01 WKS-CAN-L4.
           03 FILLER       PIC X(09) VALUE "MOTIVO:  ".
           03 WKS-PMOT     PIC X(20).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-PDES     PIC X(30).

       01 WKS-CAN-L5.
           03 FILLER       PIC X(21) VALUE "FOLIOS REABIERTOS:   ".
           03 WKS-PREA     PIC ZZ9.
           03 FILLER       PIC X(05) VALUE SPACES.
           03 FILLER       PIC X(18) VALUE "IMPORTE REVERTIDO:".
           03 WKS-PREV     PIC $$$,$$9.99.

       01 WKS-CAN-L6.
           03 FILLER       PIC X(31)
                     VALUE "COMISION POR CHEQUE DEVUELTO: ".
           03 WKS-PCAR     PIC $$$,$$9.99.
           03 FILLER       PIC X(08) VALUE "  FOLIO ".
           03 WKS-PFCAR    PIC 9(06).

       01 WKS-CAN-L7.
           03 FILLER       PIC X(12) VALUE "AUTORIZO:   ".
           03 WKS-PSUP     PIC X(08).
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

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-FIN = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           PERFORM 1005-FIRMA-OPERADOR.

      *    REVISAR EL LOCK ANTES DE LEER CLIENTES, IGUAL QUE GEN-PAG:
      *    ESTE PROGRAMA SOLO TOCA CLI-INDR PARA REGRESAR A "FP" AL
      *    CLIENTE QUE SE HABIA REACTIVADO CON EL RECIBO CANCELADO.
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
               STOP RUN.
           CLOSE LOCK-CLI.

           OPEN I-O CLI-INDR.
           IF WKS-STAT-CLI = "35"
               DISPLAY "NO EXISTE EL ARCHIVO DE CLIENTES (CLI-INDR)."
               STOP RUN.

           OPEN INPUT PAG-CLI.
           IF WKS-STAT-PAG = "35"
               DISPLAY "NO EXISTE EL ARCHIVO DE PAGOS (PAG-CLI)."
               CLOSE CLI-INDR
               STOP RUN.

           OPEN I-O CAN-PAG.
           IF WKS-STAT-CAN = "35"
               OPEN OUTPUT CAN-PAG
               CLOSE CAN-PAG
               OPEN I-O CAN-PAG.

           OPEN I-O APL-PAG.
           IF WKS-STAT-APL = "35"
               OPEN OUTPUT APL-PAG
               CLOSE APL-PAG
               OPEN I-O APL-PAG.

      *    UN ABONO A UN FOLIO CASTIGADO (ORI-APL "K") TAMBIEN SE
      *    DESCUENTA DE LO RECUPERADO EN CAS-CLI.
           OPEN I-O CAS-CLI.
           IF WKS-STAT-CAS = "35"
               OPEN OUTPUT CAS-CLI
               CLOSE CAS-CLI
               OPEN I-O CAS-CLI.

           MOVE 1 TO WKS-HAY-FAC.
           OPEN I-O FAC-CLI.
           IF WKS-STAT-FAC = "35"
               MOVE 0 TO WKS-HAY-FAC.

           MOVE 1 TO WKS-HAY-EFA.
           OPEN I-O EMP-FAC.
           IF WKS-STAT-EFA = "35"
               MOVE 0 TO WKS-HAY-EFA.

           OPEN I-O SAL-FAV.
           IF WKS-STAT-SAF = "35"
               OPEN OUTPUT SAL-FAV
               CLOSE SAL-FAV
               OPEN I-O SAL-FAV.

      *    LA COMISION POR CHEQUE DEVUELTO ES UN FOLIO MAS DE
      *    FAC-CLI, FOLIADO DESDE EL MISMO CONTROL QUE GEN-FACT.
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

           OPEN EXTEND HIST-CLI.

           OPEN I-O CNT-CLI.
           MOVE 1 TO COD-CNT-CLI.
           READ CNT-CLI
               INVALID KEY MOVE 0 TO CNT-CLI-ACT.

           OPEN OUTPUT REP-CAN.

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
      *    CANCELAR RECIBOS DE PAGO ES FUNCION DE
      *    SUPERVISOR (NIV-OPE 2); TRES INTENTOS FALLIDOS TERMINAN
      *    EL PROGRAMA.
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
               DISPLAY "SOLO UN SUPERVISOR PUEDE CANCELAR RECIBOS."
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

       8400-ESCRIBE-FIR-LOG.
      *    TODA FIRMA, BUENA O MALA, QUEDA EN LA BITACORA FIR-LOG;
      *    CON-FIR LA CONSULTA.
           OPEN EXTEND FIR-LOG.
           MOVE "CAN-PAG " TO FIR-PROGRAMA.
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

       2000-PROCESO.
           DISPLAY SPACES.
           DISPLAY "CANCELACION DE RECIBOS DE PAGO".
           PERFORM 2100-CANCELA-RECIBO.
           DISPLAY "DESEA CANCELAR OTRO RECIBO?:(S/N)".
           ACCEPT WKS-DESC.
           IF WKS-DESC = "N"
               MOVE 1 TO WKS-FIN.

       2100-CANCELA-RECIBO.
           DISPLAY "FOLIO DEL RECIBO A CANCELAR:".
           ACCEPT FOLIO-PAG.
           READ PAG-CLI
               INVALID KEY
                   DISPLAY "NO EXISTE ESE RECIBO."
               NOT INVALID KEY
                   PERFORM 2200-VALIDA-RECIBO
           END-READ.

       2200-VALIDA-RECIBO.
      *    UN RECIBO SE CANCELA UNA SOLA VEZ, Y SOLO SI SE SABE QUE
      *    FOLIOS LIQUIDO (APL-PAG) O SI QUEDO COMO SALDO A FAVOR;
      *    SIN ESE DETALLE NO HAY FORMA SEGURA DE DESHACERLO.
           MOVE FOLIO-PAG TO FOLIO-PAG-CAN.
           READ CAN-PAG
               INVALID KEY
                   PERFORM 2210-BUSCA-APLICACION
                   MOVE 1 TO WKS-HAY-SAF
                   MOVE FOLIO-PAG TO FOLIO-PAG-SAF
                   READ SAL-FAV
                       INVALID KEY MOVE 0 TO WKS-HAY-SAF
                   END-READ
                   IF WKS-NUM-APL = 0 AND WKS-HAY-SAF = 0
                       DISPLAY "EL RECIBO NO TIENE DETALLE DE"
                       DISPLAY "APLICACION; CANCELACION IMPROCEDENTE."
                   ELSE
                       PERFORM 2300-MUESTRA-RECIBO
                   END-IF
               NOT INVALID KEY
                   DISPLAY "ESE RECIBO YA FUE CANCELADO EL " FEC-CAN
           END-READ.

       2210-BUSCA-APLICACION.
           MOVE 0 TO WKS-NUM-APL.
           MOVE FOLIO-PAG TO FOLIO-PAG-APL.
           MOVE 0 TO FOLIO-FAC-APL.
           MOVE 0 TO WKS-FIN-APL.
           START APL-PAG KEY IS GREATER THAN OR EQUAL TO LLAVE-APL
               INVALID KEY MOVE 1 TO WKS-FIN-APL
           END-START.
           PERFORM 2220-LEE-APLICACION UNTIL WKS-FIN-APL = 1.

       2220-LEE-APLICACION.
           READ APL-PAG NEXT
               AT END MOVE 1 TO WKS-FIN-APL
               NOT AT END
                   IF FOLIO-PAG-APL NOT = FOLIO-PAG
                       MOVE 1 TO WKS-FIN-APL
                   ELSE
                       IF EST-APL = "A"
                           ADD 1 TO WKS-NUM-APL
                       END-IF
                   END-IF
           END-READ.

       2300-MUESTRA-RECIBO.
           MOVE ID-CLIENTE-PAG TO ID-CLIENTE.
           READ CLI-INDR
               INVALID KEY
                   MOVE SPACES TO NOM-CLI
                   MOVE SPACES TO EST-CLI
           END-READ.
           MOVE SPACES TO WKS-NOM-COMPLETO.
           STRING FUNCTION TRIM (NOMBRE)  DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  FUNCTION TRIM (APE-PAT) DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  FUNCTION TRIM (APE-MAT) DELIMITED BY SIZE
               INTO WKS-NOM-COMPLETO
           END-STRING.
           EVALUATE MET-PAG
               WHEN "E" MOVE "EFECTIVO" TO WKS-MET-TEXTO
               WHEN "C" MOVE "CHEQUE" TO WKS-MET-TEXTO
               WHEN "T" MOVE "TRANSFERENCIA" TO WKS-MET-TEXTO
               WHEN OTHER MOVE SPACES TO WKS-MET-TEXTO
           END-EVALUATE.
           MOVE IMP-PAG TO WKS-IMP-ED.
           DISPLAY "CLIENTE:  " ID-CLIENTE-PAG " " WKS-NOM-COMPLETO.
           DISPLAY "FECHA:    " FEC-PAG "   SUCURSAL: " SUC-PAG
               "   CAJERO: " OPER-PAG.
           DISPLAY "IMPORTE:  " WKS-IMP-ED "   METODO: " WKS-MET-TEXTO.
           DISPLAY "FOLIOS QUE LIQUIDO: " WKS-NUM-APL.
           IF WKS-HAY-SAF = 1
               MOVE IMP-SAF TO WKS-IMP-ED
               DISPLAY "DEJO SALDO A FAVOR: " WKS-IMP-ED.

           MOVE 0 TO WKS-MOT-OK.
           PERFORM 2310-CAPTURA-MOTIVO UNTIL WKS-MOT-OK = 1.
           DISPLAY "DESCRIPCION DEL MOTIVO:".
           MOVE SPACES TO WKS-DES-CAN.
           ACCEPT WKS-DES-CAN.

           DISPLAY "CONFIRMA LA CANCELACION DEL RECIBO?:(S/N)".
           ACCEPT WKS-DESC.
           IF WKS-DESC = "S"
               PERFORM 2400-GRABA-CANCELACION
           ELSE
               DISPLAY "RECIBO NO CANCELADO.".

       2310-CAPTURA-MOTIVO.
      *    EL CHEQUE DEVUELTO SOLO APLICA A RECIBOS PAGADOS CON
      *    CHEQUE.
           DISPLAY "MOTIVO (1=ERROR DE CAPTURA 2=CLIENTE EQUIVOCADO".
           DISPLAY "        3=CHEQUE DEVUELTO):".
           ACCEPT WKS-MOTIVO.
           MOVE 1 TO WKS-MOT-OK.
           IF WKS-MOTIVO NOT = "1" AND WKS-MOTIVO NOT = "2"
               AND WKS-MOTIVO NOT = "3"
               MOVE 0 TO WKS-MOT-OK
               DISPLAY "MOTIVO INVALIDO, REINTENTE".
           IF WKS-MOTIVO = "3" AND MET-PAG NOT = "C"
               MOVE 0 TO WKS-MOT-OK
               DISPLAY "EL RECIBO NO SE PAGO CON CHEQUE, REINTENTE".

       2400-GRABA-CANCELACION.
      *    SE DESHACE LO QUE EL RECIBO LIQUIDO FOLIO POR FOLIO, SE
      *    ANULA SU SALDO A FAVOR, SE COBRA LA COMISION SI LA HAY Y
      *    AL FINAL SE REGISTRA LA CANCELACION.
           ACCEPT WKS-HOY FROM DATE YYYYMMDD.
           ACCEPT WKS-AHORA FROM TIME.
           MOVE WKS-AHORA-HOR TO WKS-HORA-N (1:2).
           MOVE WKS-AHORA-MIN TO WKS-HORA-N (3:2).
           MOVE WKS-AHORA-SEG TO WKS-HORA-N (5:2).
           MOVE 0 TO WKS-REABIERTOS.
           MOVE 0 TO WKS-IMP-APL.
           IF WKS-NUM-APL > 0
               PERFORM 2410-REVIERTE-FOLIOS.

      *    LO QUE EL SALDO A FAVOR YA CUBRIO DE FOLIOS NUEVOS VIENE
      *    EN APL-PAG CON ORIGEN "S" Y SE REVIRTIO ARRIBA; AQUI SOLO
      *    SE ANULA LO QUE QUEDABA PENDIENTE.
           IF WKS-HAY-SAF = 1
               MOVE "C" TO EST-SAF
               REWRITE REG-SAF
                   INVALID KEY
                       DISPLAY "NO SE PUDO ANULAR EL SALDO A FAVOR"
               END-REWRITE.

           MOVE 0 TO WKS-FOL-CARGO.
           MOVE 0 TO WKS-IMP-CARGO.
           IF WKS-MOTIVO = "3" AND WKS-HAY-FAC = 1
               PERFORM 2500-CARGO-CHEQUE.

           MOVE FOLIO-PAG      TO FOLIO-PAG-CAN.
           MOVE ID-CLIENTE-PAG TO ID-CLIENTE-CAN.
           MOVE WKS-HOY        TO FEC-CAN.
           MOVE WKS-HORA-N     TO HOR-CAN.
           MOVE IMP-PAG        TO IMP-CAN.
           MOVE WKS-MOTIVO     TO MOT-CAN.
           MOVE WKS-DES-CAN    TO DES-CAN.
           MOVE WKS-OPERADOR   TO OPER-CAN.
           MOVE SUC-PAG        TO SUC-CAN.
           MOVE MET-PAG        TO MET-CAN.
           MOVE OPER-PAG       TO OPE-PAG-CAN.
           MOVE FEC-PAG        TO FEC-PAG-CAN.
           MOVE WKS-FOL-CARGO  TO FOL-CARGO-CAN.
           MOVE WKS-IMP-CARGO  TO IMP-CARGO-CAN.
           WRITE REG-CAN
               INVALID KEY
                   DISPLAY "NO SE PUDO REGISTRAR LA CANCELACION"
               NOT INVALID KEY
                   PERFORM 8000-ESCRIBE-HIST-CAN
                   IF WKS-HAY-FAC = 1
                       PERFORM 2600-CHECA-SUSPENSION
                   END-IF
                   PERFORM 2700-IMPRIME-COMPROBANTE
                   DISPLAY "RECIBO " FOLIO-PAG " CANCELADO."
           END-WRITE.

       2410-REVIERTE-FOLIOS.
           MOVE FOLIO-PAG TO FOLIO-PAG-APL.
           MOVE 0 TO FOLIO-FAC-APL.
           MOVE 0 TO WKS-FIN-APL.
           START APL-PAG KEY IS GREATER THAN OR EQUAL TO LLAVE-APL
               INVALID KEY MOVE 1 TO WKS-FIN-APL
           END-START.
           PERFORM 2420-REVIERTE-FOLIO-SIG UNTIL WKS-FIN-APL = 1.

       2420-REVIERTE-FOLIO-SIG.
           READ APL-PAG NEXT
               AT END MOVE 1 TO WKS-FIN-APL
               NOT AT END
                   IF FOLIO-PAG-APL NOT = FOLIO-PAG
                       MOVE 1 TO WKS-FIN-APL
                   ELSE
                       IF EST-APL = "A"
                           PERFORM 2430-REVIERTE-FOLIO
                       END-IF
                   END-IF
           END-READ.

       2430-REVIERTE-FOLIO.
      *    EL FOLIO PIERDE LO QUE ESTE RECIBO LE ABONO; SI YA NO
      *    QUEDA CUBIERTO REGRESA DE "L" A "P".
           IF WKS-HAY-FAC = 1
               MOVE FOLIO-FAC-APL TO FOLIO-FAC
               READ FAC-CLI
                   INVALID KEY
                       DISPLAY "NO EXISTE EL FOLIO " FOLIO-FAC-APL
                   NOT INVALID KEY
                       IF IMP-APL > IMP-PAG-FAC
                           MOVE 0 TO IMP-PAG-FAC
                       ELSE
                           SUBTRACT IMP-APL FROM IMP-PAG-FAC
                       END-IF
                       IF IMP-PAG-FAC < IMP-FAC AND EST-FAC = "L"
                           MOVE "P" TO EST-FAC
                           ADD 1 TO WKS-REABIERTOS
                       END-IF
                       REWRITE REG-FAC
                       DISPLAY "FOLIO " FOLIO-FAC " REGRESA A "
                           EST-FAC
               END-READ
           END-IF.
           IF ORI-APL = "K"
               PERFORM 2440-REVIERTE-RECUPERACION.
           ADD IMP-APL TO WKS-IMP-APL.
           MOVE "C" TO EST-APL.
           REWRITE REG-APL.

       2440-REVIERTE-RECUPERACION.
      *    EL FOLIO SIGUE CASTIGADO ("K"); SOLO SE QUITA DE LO
      *    RECUPERADO LO QUE ESTE RECIBO HABIA ABONADO.
           MOVE FOLIO-FAC-APL TO FOLIO-CAS.
           READ CAS-CLI
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF IMP-APL > IMP-REC-CAS
                       MOVE 0 TO IMP-REC-CAS
                   ELSE
                       SUBTRACT IMP-APL FROM IMP-REC-CAS
                   END-IF
                   REWRITE REG-CAS
           END-READ.

       2500-CARGO-CHEQUE.
      *    LA COMISION ES OPCIONAL Y LA FIJA EL SUPERVISOR; SE
      *    FACTURA COMO FOLIO PROPIO QUE VENCE EL MISMO DIA, CON
      *    SU REGISTRO EN FAC-ADI PARA QUE LA POLIZA LA LLEVE A SU
      *    CUENTA DE INGRESOS Y NO A ANUALIDADES.
           DISPLAY "COBRAR COMISION POR CHEQUE DEVUELTO?:(S/N)".
           ACCEPT WKS-DESC.
           IF WKS-DESC = "S"
               DISPLAY "IMPORTE DE LA COMISION:"
               ACCEPT WKS-IMP-CARGO
               IF WKS-IMP-CARGO > 0
                   PERFORM 2510-GRABA-FOLIO-CARGO
               END-IF
           END-IF.

       2510-GRABA-FOLIO-CARGO.
           MOVE 0 TO COD-FAC-CTL.
           READ FAC-CTL
               INVALID KEY MOVE 0 TO CTL-FOLIO-ULT.
           COMPUTE WKS-FOLIO = CTL-FOLIO-ULT + 1.

           MOVE WKS-FOLIO         TO FOLIO-FAC.
           MOVE ID-CLIENTE-PAG    TO ID-CLIENTE-FAC.
           MOVE "CHEQUE DEVUELTO" TO NOM-TAR-FAC.
           MOVE WKS-IMP-CARGO     TO IMP-FAC.
           MOVE WKS-HOY           TO FEC-VEN-FAC.
           MOVE 0                 TO PER-FAC.
           MOVE 0                 TO IMP-PAG-FAC.
           MOVE "P"               TO EST-FAC.
           MOVE WKS-HOY           TO FEC-EMI-FAC.
           WRITE REG-FAC
               INVALID KEY
                   DISPLAY "FOLIO DUPLICADO " WKS-FOLIO
                       ", VERIFIQUE FAC-CTL"
                   MOVE 0 TO WKS-IMP-CARGO
               NOT INVALID KEY
                   MOVE WKS-FOLIO TO CTL-FOLIO-ULT
                   REWRITE REG-FAC-CTL
                   PERFORM 8370-GRABA-DESGLOSE
                   MOVE WKS-FOLIO TO WKS-FOL-CARGO
                   MOVE WKS-FOLIO TO FOLIO-ADI
                   MOVE "C"       TO TIP-ADI
                   MOVE FOLIO-PAG TO REF-ADI
                   MOVE WKS-HOY   TO FEC-ADI
                   WRITE REG-ADI
                       INVALID KEY
                           REWRITE REG-ADI
                   END-WRITE
                   IF ID-CLIENTE-PAG = 0
                       PERFORM 2520-GRABA-LINEA-EMPRESA
                   END-IF
                   DISPLAY "COMISION FACTURADA EN EL FOLIO " WKS-FOLIO
           END-WRITE.

       2520-GRABA-LINEA-EMPRESA.
      *    LA EMPRESA ES LA DE LA PRIMERA LINEA (EMP-FAC) DEL FOLIO DE
      *    LA PRIMERA APLICACION DEL RECIBO.
           MOVE 0 TO WKS-EMP-OK.
           IF WKS-HAY-EFA = 1
               MOVE FOLIO-PAG TO FOLIO-PAG-APL
               MOVE 0 TO FOLIO-FAC-APL
               START APL-PAG KEY IS GREATER THAN OR EQUAL TO LLAVE-APL
                   INVALID KEY MOVE "23" TO WKS-STAT-APL
               END-START
               IF WKS-STAT-APL = "00"
                   READ APL-PAG NEXT
                       AT END CONTINUE
                       NOT AT END
                           IF FOLIO-PAG-APL = FOLIO-PAG
                               PERFORM 2525-BUSCA-EMPRESA
                           END-IF
                   END-READ
               END-IF
           END-IF.
           IF WKS-EMP-OK = 0
               DISPLAY "RECIBO DE EMPRESA SIN EMPRESA EN EMP-FAC; EL "
                   "FOLIO " WKS-FOLIO " QUEDA SIN LINEA"
           ELSE
               MOVE WKS-FOLIO         TO FOLIO-EFA
               MOVE 0                 TO ID-CLIENTE-EFA
               MOVE WKS-EMP-CLA       TO CLA-EMP-EFA
               MOVE 0                 TO PER-EFA
               MOVE "CHEQUE DEVUELTO" TO NOM-TAR-EFA
               MOVE WKS-IMP-CARGO     TO IMP-EFA
               WRITE REG-EFA
                   INVALID KEY
                       DISPLAY "LINEA DUPLICADA EN EL FOLIO " WKS-FOLIO
               END-WRITE
           END-IF.

       2525-BUSCA-EMPRESA.
           MOVE FOLIO-FAC-APL TO FOLIO-EFA.
           MOVE 0 TO ID-CLIENTE-EFA.
           START EMP-FAC KEY IS GREATER THAN OR EQUAL TO LLAVE-EFA
               INVALID KEY MOVE "23" TO WKS-STAT-EFA
           END-START.
           IF WKS-STAT-EFA = "00"
               READ EMP-FAC NEXT
                   AT END CONTINUE
                   NOT AT END
                       IF FOLIO-EFA = FOLIO-FAC-APL
                           MOVE CLA-EMP-EFA TO WKS-EMP-CLA
                           MOVE 1 TO WKS-EMP-OK
                       END-IF
               END-READ
           END-IF.

       2600-CHECA-SUSPENSION.
      *    EL MISMO CRITERIO CON QUE GEN-PAG Y RET-DOM REACTIVAN, AL
      *    REVES: SI EL CLIENTE SE REACTIVO DESPUES DEL PAGO (FECHA
      *    DE ESTADO NO ANTERIOR AL RECIBO) Y AL CANCELARLO VUELVE A
      *    TENER FOLIOS VENCIDOS, REGRESA A SUSPENDIDO POR FALTA DE
      *    PAGO. LOS DEMAS CLIENTES LOS REVISA SUS-AUT CON SU GRACIA.
           MOVE ID-CLIENTE-PAG TO ID-CLIENTE.
           READ CLI-INDR
               INVALID KEY
                   MOVE SPACES TO EST-CLI
           END-READ.
           IF EST-CLI = "A" AND FEC-EST-CLI NOT < FEC-PAG
               PERFORM 2610-BUSCA-VENCIDO
               IF WKS-HAY-VENC = 1
                   MOVE REG-CLI TO WKS-REG-ANTES
                   MOVE "S" TO EST-CLI
                   MOVE "FP" TO MOT-EST
                   MOVE WKS-HOY TO FEC-EST-CLI
                   REWRITE REG-CLI
                       INVALID KEY
                           DISPLAY "NO SE PUDO SUSPENDER AL CLIENTE"
                       NOT INVALID KEY
                           IF CNT-CLI-ACT > 0
                               SUBTRACT 1 FROM CNT-CLI-ACT
                           END-IF
                           REWRITE REG-CNT-CLI
                           PERFORM 8100-ESCRIBE-HIST-SUSP
                           DISPLAY "CLIENTE REGRESA A SUSPENDIDO (FP)"
                   END-REWRITE
               END-IF
           END-IF.

       2610-BUSCA-VENCIDO.
           MOVE 0 TO WKS-HAY-VENC.
           MOVE ID-CLIENTE TO ID-CLIENTE-FAC.
           START FAC-CLI KEY IS GREATER THAN OR EQUAL TO
               ID-CLIENTE-FAC
               INVALID KEY MOVE 1 TO WKS-FIN-FAC
           END-START.
           IF WKS-STAT-FAC = "00"
               MOVE 0 TO WKS-FIN-FAC
               PERFORM 2620-LEE-VENCIDO UNTIL WKS-FIN-FAC = 1
           END-IF.

       2620-LEE-VENCIDO.
           READ FAC-CLI NEXT
               AT END MOVE 1 TO WKS-FIN-FAC
               NOT AT END
                   IF ID-CLIENTE-FAC NOT = ID-CLIENTE
                       MOVE 1 TO WKS-FIN-FAC
                   ELSE
                       IF EST-FAC = "P" AND FEC-VEN-FAC < WKS-HOY
                           MOVE 1 TO WKS-HAY-VENC
                           MOVE 1 TO WKS-FIN-FAC
                       END-IF
                   END-IF
           END-READ.

       2700-IMPRIME-COMPROBANTE.
           MOVE SPACES TO LINEAC.
           MOVE WKS-ENC1 TO LINEAC.
           WRITE LINEAC AFTER PAGE.

           MOVE FOLIO-PAG-CAN TO WKS-PREC.
           MOVE FEC-PAG-CAN TO WKS-PFPA.
           MOVE FEC-CAN TO WKS-PFCA.
           MOVE WKS-CAN-L1 TO LINEAC.
           WRITE LINEAC AFTER 2.

           MOVE ID-CLIENTE-CAN TO WKS-PID.
           MOVE WKS-NOM-COMPLETO TO WKS-PNOM.
           MOVE WKS-CAN-L2 TO LINEAC.
           WRITE LINEAC AFTER 1.

           MOVE IMP-CAN TO WKS-PIMP.
           MOVE WKS-MET-TEXTO TO WKS-PMET.
           MOVE WKS-CAN-L3 TO LINEAC.
           WRITE LINEAC AFTER 1.

           EVALUATE MOT-CAN
               WHEN "1" MOVE "ERROR DE CAPTURA" TO WKS-MOT-TEXTO
               WHEN "2" MOVE "CLIENTE EQUIVOCADO" TO WKS-MOT-TEXTO
               WHEN "3" MOVE "CHEQUE DEVUELTO" TO WKS-MOT-TEXTO
           END-EVALUATE.
           MOVE WKS-MOT-TEXTO TO WKS-PMOT.
           MOVE DES-CAN TO WKS-PDES.
           MOVE WKS-CAN-L4 TO LINEAC.
           WRITE LINEAC AFTER 1.

           MOVE WKS-REABIERTOS TO WKS-PREA.
           MOVE WKS-IMP-APL TO WKS-PREV.
           MOVE WKS-CAN-L5 TO LINEAC.
           WRITE LINEAC AFTER 2.

           IF FOL-CARGO-CAN > 0
               MOVE IMP-CARGO-CAN TO WKS-PCAR
               MOVE FOL-CARGO-CAN TO WKS-PFCAR
               MOVE WKS-CAN-L6 TO LINEAC
               WRITE LINEAC AFTER 1.

           MOVE OPER-CAN TO WKS-PSUP.
           MOVE WKS-CAN-L7 TO LINEAC.
           WRITE LINEAC AFTER 2.

       8000-ESCRIBE-HIST-CAN.
      *    LA CANCELACION QUEDA EN LA BITACORA CON ACCION "P": LA
      *    IMAGEN "ANTES" ES EL RECIBO Y LA "DESPUES" EL MOTIVO; EL
      *    OPERADOR ES EL SUPERVISOR QUE LA AUTORIZO.
           MOVE FOLIO-PAG  TO WKS-HREC.
           MOVE FEC-PAG    TO WKS-HFEC.
           MOVE IMP-PAG    TO WKS-HIMP.
           MOVE MET-PAG    TO WKS-HMET.
           MOVE SUC-PAG    TO WKS-HSUC.
           MOVE OPER-PAG   TO WKS-HOPE.
           MOVE MOT-CAN    TO WKS-HMOT.
           MOVE DES-CAN    TO WKS-HDES.
           MOVE FOL-CARGO-CAN TO WKS-HCAR.

           MOVE WKS-OPERADOR    TO HIST-OPERADOR.
           MOVE WKS-HOY         TO HIST-FECHA.
           MOVE WKS-HORA-N      TO HIST-HORA.
           MOVE "P"             TO HIST-ACCION.
           MOVE ID-CLIENTE-PAG  TO HIST-ID-CLIENTE.
           MOVE SUC-PAG         TO HIST-SUCURSAL.
           MOVE WKS-HIST-REC    TO HIST-ANTES.
           MOVE WKS-HIST-CAN    TO HIST-DESPUES.
           WRITE REG-HIST.

       8100-ESCRIBE-HIST-SUSP.
      *    LA SUSPENSION DEJA LA MISMA HUELLA "C" QUE SUS-AUT.
           MOVE WKS-OPERADOR    TO HIST-OPERADOR.
           MOVE WKS-HOY         TO HIST-FECHA.
           MOVE WKS-HORA-N      TO HIST-HORA.
           MOVE "C"             TO HIST-ACCION.
           MOVE ID-CLIENTE      TO HIST-ID-CLIENTE.
           MOVE SUC-CLI         TO HIST-SUCURSAL.
           MOVE WKS-REG-ANTES   TO HIST-ANTES.
           MOVE REG-CLI         TO HIST-DESPUES.
           WRITE REG-HIST.

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

       3000-FIN.
           CLOSE CLI-INDR.
           CLOSE PAG-CLI.
           CLOSE CAN-PAG.
           CLOSE APL-PAG.
           CLOSE CAS-CLI.
           IF WKS-HAY-FAC = 1
               CLOSE FAC-CLI.
           CLOSE FAC-CTL.
           CLOSE FAC-ADI.
           IF WKS-HAY-IVA = 1
               CLOSE IVA-TAB.
           CLOSE FAC-IVA.
           IF WKS-HAY-EFA = 1
               CLOSE EMP-FAC.
           CLOSE SAL-FAV.
           CLOSE HIST-CLI.
           CLOSE CNT-CLI.
           CLOSE REP-CAN.
