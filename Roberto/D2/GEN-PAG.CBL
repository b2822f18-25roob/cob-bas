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
           FILE STATUS IS WKS-STAT-CLI.
           SELECT PAG-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOLIO-PAG
           ALTERNATE RECORD KEY IS LLAVE-PAG WITH DUPLICATES
           FILE STATUS IS WKS-STAT-PAG.
           ACCESS MODE IS RANDOM
           RECORD KEY IS COD-LOCK-CLI
           FILE STATUS IS WKS-STAT-LCK.
           SELECT SAL-FAV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FOLIO-PAG-SAF
           ALTERNATE RECORD KEY IS ID-CLIENTE-SAF WITH DUPLICATES
           FILE STATUS IS WKS-STAT-SAF.
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
           SELECT APL-PAG ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LLAVE-APL
           FILE STATUS IS WKS-STAT-APL.
           SELECT CAS-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FOLIO-CAS
           ALTERNATE RECORD KEY IS FEC-AUT-CAS WITH DUPLICATES
           FILE STATUS IS WKS-STAT-CAS.
           SELECT PLD-TAB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FEC-EFE-PLD
           FILE STATUS IS WKS-STAT-PLD.
           SELECT CAN-PAG ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FOLIO-PAG-CAN
           ALTERNATE RECORD KEY IS FEC-CAN WITH DUPLICATES
           FILE STATUS IS WKS-STAT-CAN.
           SELECT PLD-LOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PER-CON ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PER-PER
           FILE STATUS IS WKS-STAT-PER.
           SELECT PER-MOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
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
       DATA DIVISION.
       FILE SECTION.
       FD OPE-TAB.
       FD FIR-LOG.
           COPY FIRLOG.

       FD PAR-SIS.
           COPY SISPAR.

       FD SES-TOK.
           COPY SESTOK.

       FD LOCK-CLI.
           COPY LCKCLI.

       FD SAL-FAV.
           COPY SALFAV.

       FD IVA-TAB.
           COPY IVATAB.

       FD FAC-IVA.
           COPY FACIVA.

       FD APL-PAG.
           COPY APLPAG.

       FD CAS-CLI.
           COPY CASCLI.

       FD PLD-TAB.
           COPY PLDTAB.

       FD CAN-PAG.
           COPY CANPAG.

       FD PLD-LOG.
           COPY PLDLOG.

       FD PER-CON.
           COPY PERCON.

       FD PER-MOV.
           COPY PERMOV.

       FD EMP-TAB.
           COPY EMPTAB.

       FD EMP-FAC.
           COPY EMPFAC.

       WORKING-STORAGE SECTION.
       77 WKS-FIN            PIC 9.
       77 WKS-DESC           PIC X.
       77 WKS-STAT-PAG       PIC XX.
       77 WKS-STAT-FAC       PIC XX.
       77 WKS-STAT-LCK       PIC XX.
       77 WKS-STAT-SAF       PIC XX.
       77 WKS-STAT-APL       PIC XX.
       77 WKS-STAT-CAS       PIC XX.
       77 WKS-EST-BUS        PIC X.
       77 WKS-HAY-FAC        PIC 9.
       77 WKS-FIN-FAC        PIC 9.
       77 WKS-STAT-CNT       PIC XX.
       77 WKS-STAT-TOK       PIC XX.
       77 WKS-TOK-OK         PIC 9.
       77 WKS-PWD-DIAS       PIC 9(03) VALUE 90.
       77 WKS-MAX-FALLAS     PIC 9(02) VALUE 5.
       77 WKS-STAT-PRM       PIC XX.
       77 WKS-PWD-OK         PIC 9.
       77 WKS-PWD-N1         PIC X(08).
       77 WKS-PWD-N2         PIC X(08).
       01 WKS-ANUA-ED        PIC $$$,$$9.99.
       01 WKS-NOM-COMPLETO   PIC X(62).
       01 WKS-MET-TEXTO      PIC X(14).
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
       01 WKS-IVA-ABONO      PIC 9(05)V99.
       01 WKS-REC-IVA        PIC 9(05)V99.
       01 WKS-REC-RECUP      PIC 9(05)V99.
      *    CONTROL DE EFECTIVO PLD (VER PLD-TAB Y PLD-LOG): EL
      *    EFECTIVO DEL CLIENTE EN EL MES DEL RECIBO, SIN LOS RECIBOS
      *    CANCELADOS, MAS EL RECIBO QUE SE CAPTURA NO DEBE REBASAR
      *    EL UMBRAL VIGENTE SIN LA FIRMA DE UN SUPERVISOR.
       77 WKS-STAT-PLD       PIC XX.
       77 WKS-STAT-CAN       PIC XX.
       77 WKS-HAY-PLD        PIC 9.
       77 WKS-HAY-CAN        PIC 9.
       77 WKS-HAY-UMBRAL     PIC 9.
       77 WKS-FIN-PLD        PIC 9.
       77 WKS-PLD-OK         PIC 9.
       77 WKS-PLD-AUT        PIC 9.
       77 WKS-PLD-SUP        PIC X(08).
       77 WKS-PLD-PWD        PIC X(08).
       77 WKS-PLD-RES        PIC X.
       77 WKS-PLD-MET        PIC X.
       01 WKS-PLD-IMP        PIC 9(05)V99.
       01 WKS-PLD-ACU        PIC 9(07)V99.
       01 WKS-PLD-UMB        PIC 9(07)V99.
       01 WKS-PLD-ED         PIC $$,$$$,$$9.99.
       01 WKS-PLD-FEC.
           03 WKS-PLD-AAAAMM PIC 9(06).
           03 WKS-PLD-DIA    PIC 9(02).
       01 WKS-PLD-FEC-N REDEFINES WKS-PLD-FEC PIC 9(08).
       01 WKS-PLD-INI.
           03 WKS-PLD-INI-MES PIC 9(06).
           03 WKS-PLD-INI-DIA PIC 9(02).
       01 WKS-PLD-INI-N REDEFINES WKS-PLD-INI PIC 9(08).
       01 WKS-PLD-HORA.
           03 WKS-PLD-HHMMSS PIC 9(06).
           03 FILLER         PIC 9(02).

       01 WKS-REC-ENC.
           03 FILLER       PIC X(28) VALUE SPACES.
           03 FILLER       PIC X(10) VALUE "OPERADOR: ".
           03 WKS-ROPE     PIC X(08).

       01 WKS-REC-L4.
           03 FILLER       PIC X(10) VALUE "SUBTOTAL: ".
           03 WKS-RSUB     PIC $$$,$$9.99.
           03 FILLER       PIC X(05) VALUE SPACES.
           03 FILLER       PIC X(05) VALUE "IVA: ".
           03 WKS-RIVA     PIC $$$,$$9.99.

       01 WKS-REC-L6.
           03 FILLER       PIC X(09) VALUE "EMPRESA: ".
           03 WKS-RCLA     PIC 9(04).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-RENOM    PIC X(40).

       01 WKS-REC-L5.
           03 FILLER       PIC X(35)
                   VALUE "RECUPERACION DE CARTERA CASTIGADA: ".
           03 WKS-RREC     PIC $$$,$$9.99.

       01 WKS-HOY.
           03 WKS-HOY-ANO    PIC 9(04).
           03 WKS-HOY-MES    PIC 9(02).
           03 WKS-FEC-CAP-MES PIC 9(02).
           03 WKS-FEC-CAP-DIA PIC 9(02).

      *    CALENDARIO CONTABLE (VER PER-CON Y CIE-PER): 8700 DEJA EN
      *    WKS-PER-EST EL ESTADO DEL MES DE WKS-PER-FEC ("A" ABIERTO,
      *    "C" CERRADO, "R" REABIERTO) Y EN WKS-PER-NUM SU NUMERO DE
      *    REAPERTURA; 8710 ANOTA EN PER-MOV EL MOVIMIENTO GRABADO
      *    CON FECHA DE UN MES REABIERTO.
       77 WKS-STAT-PER     PIC XX.
       77 WKS-HAY-PER      PIC 9.
       77 WKS-PER-EST      PIC X.
       77 WKS-PER-NUM      PIC 9(03).
       77 WKS-PMV-TIP      PIC X(03).
       77 WKS-PMV-FOL      PIC 9(06).
       77 WKS-PMV-CLI      PIC 9(03).
       01 WKS-PMV-IMP      PIC 9(07)V99.
       01 WKS-PER-FEC      PIC 9(08).
       01 WKS-PMV-HORA.
           03 WKS-PMV-HHMMSS PIC 9(06).
           03 FILLER         PIC 9(02).

      *    PAGO DE EMPRESA (CUENTA CORPORATIVA, VER EMP-TAB): SE
      *    CAPTURA CON ID DE CLIENTE 000, SOLO LIQUIDA LOS FOLIOS
      *    CONSOLIDADOS DE ESA EMPRESA (VER EMP-FAC) Y NO PUEDE
      *    PASAR DE SU ADEUDO. 8800 DEJA WKS-FOL-OK EN 1 SI EL FOLIO
      *    DE REG-FAC ES DE LA EMPRESA WKS-EMP-CLA.
       77 WKS-STAT-EMP     PIC XX.
       77 WKS-STAT-EFA     PIC XX.
       77 WKS-HAY-EMP      PIC 9.
       77 WKS-ES-EMP       PIC 9.
       77 WKS-FOL-OK       PIC 9.
       77 WKS-IMP-OK       PIC 9.
       77 WKS-EMP-CLA      PIC 9(04).
       01 WKS-EMP-ADEUDO   PIC 9(07)V99.
       01 WKS-ADEUDO-ED    PIC $$,$$$,$$9.99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           IF WKS-STAT-FAC = "35"
               MOVE 0 TO WKS-HAY-FAC.

      *    LO QUE SOBRA DE UN PAGO DESPUES DE CUBRIR FOLIOS QUEDA
      *    REGISTRADO EN SAL-FAV PARA QUE GEN-FACT LO APLIQUE AL
      *    SIGUIENTE FOLIO DEL CLIENTE.
           OPEN I-O SAL-FAV.
           IF WKS-STAT-SAF = "35"
               OPEN OUTPUT SAL-FAV
               CLOSE SAL-FAV
               OPEN I-O SAL-FAV.

      *    CADA ABONO DE UN RECIBO A UN FOLIO QUEDA EN APL-PAG, PARA
      *    QUE CAN-PAG PUEDA DESHACERLO SI EL RECIBO SE CANCELA.
           OPEN I-O APL-PAG.
           IF WKS-STAT-APL = "35"
               OPEN OUTPUT APL-PAG
               CLOSE APL-PAG
               OPEN I-O APL-PAG.

      *    LOS ABONOS A FOLIOS CASTIGADOS ("K") SE ACUMULAN COMO
      *    RECUPERACION EN SU REGISTRO DE CAS-CLI.
           OPEN I-O CAS-CLI.
           IF WKS-STAT-CAS = "35"
               OPEN OUTPUT CAS-CLI
               CLOSE CAS-CLI
               OPEN I-O CAS-CLI.

      *    SIN TABLA DE UMBRALES NO HAY CONTROL DE EFECTIVO PLD;
      *    SIN RECIBOS CANCELADOS TODOS LOS RECIBOS CUENTAN.
           MOVE 1 TO WKS-HAY-PLD.
           OPEN INPUT PLD-TAB.
           IF WKS-STAT-PLD = "35"
               MOVE 0 TO WKS-HAY-PLD.
           MOVE 1 TO WKS-HAY-CAN.
           OPEN INPUT CAN-PAG.
           IF WKS-STAT-CAN = "35"
               MOVE 0 TO WKS-HAY-CAN.
      *    SIN CALENDARIO CONTABLE TODOS LOS MESES ESTAN ABIERTOS.
           MOVE 1 TO WKS-HAY-PER.
           OPEN INPUT PER-CON.
           IF WKS-STAT-PER = "35"
               MOVE 0 TO WKS-HAY-PER.

      *    SIN TABLA DE TASAS NO HAY IVA QUE DESGLOSAR.
           MOVE 1 TO WKS-HAY-IVA.
           OPEN INPUT IVA-TAB.
           IF WKS-STAT-IVA = "35"
               MOVE 0 TO WKS-HAY-IVA.
      *    EL IVA DE CADA ABONO SE TOMA DEL DESGLOSE DEL FOLIO.
           MOVE 1 TO WKS-HAY-FIV.
           OPEN INPUT FAC-IVA.
           IF WKS-STAT-FIV = "35"
               MOVE 0 TO WKS-HAY-FIV.

      *    SIN CATALOGO DE EMPRESAS O SIN FOLIOS CONSOLIDADOS NO HAY
      *    PAGOS DE EMPRESA.
           MOVE 1 TO WKS-HAY-EMP.
           OPEN INPUT EMP-TAB.
           IF WKS-STAT-EMP = "35"
               MOVE 0 TO WKS-HAY-EMP
           ELSE
               OPEN INPUT EMP-FAC
               IF WKS-STAT-EFA = "35"
                   MOVE 0 TO WKS-HAY-EMP
                   CLOSE EMP-TAB
               END-IF
           END-IF.

           OPEN EXTEND HIST-CLI.

           OPEN I-O CNT-CLI.
               NOT INVALID KEY
                   MOVE 1 TO WKS-SUC-OK.

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
      *    LA FIRMA SE VALIDA CONTRA EL CATALOGO DE OPERADORES ANTES
      *    DE TOCAR NINGUN OTRO ARCHIVO; TRES INTENTOS FALLIDOS
               OPEN OUTPUT OPE-SEG
               CLOSE OPE-SEG
               OPEN I-O OPE-SEG.
           PERFORM 1002-LEE-PAR-FIRMA.
           MOVE 0 TO WKS-FIRMA-OK.
           MOVE 0 TO WKS-INTENTOS.
           PERFORM 1004-FIRMA-DEL-MENU.

       1007-VALIDA-OPERADOR.
      *    LAS FALLAS SE ACUMULAN EN OPE-SEG AUNQUE EL PROGRAMA SE
      *    REINICIE: LAS SEGUIDAS QUE MARCA FIR-FALL EN PAR-SIS
      *    (CINCO SI NO ESTA) INHABILITAN AL OPERADOR EN
      *    OPE-TAB HASTA QUE UN SUPERVISOR LO REACTIVE EN GEN-OPE.
           MOVE WKS-OPERADOR TO CLA-OPE-SEG.
           READ OPE-SEG
                   DISPLAY "CONTRASENA INCORRECTA" LINE 09 POSITION 45
                   MOVE "F" TO WKS-FIR-RES
                   ADD 1 TO FALLAS-SEG
                   IF FALLAS-SEG >= WKS-MAX-FALLAS
                       MOVE "I" TO EST-OPE
                       REWRITE REG-OPE
                       DISPLAY "OPERADOR BLOQUEADO POR INTENTOS"
               MOVE 1 TO WKS-FIN.

       2010-CAPTURA-CLIENTE.
           MOVE 0 TO WKS-ES-EMP.
           DISPLAY "ID CLIENTE (0=EMPRESA):" LINE 10 POSITION 05.
           ACCEPT ID-CLIENTE LINE 10 POSITION 33.

           IF ID-CLIENTE = 0 AND WKS-HAY-EMP = 1
               PERFORM 2011-CAPTURA-EMPRESA
           ELSE
               PERFORM 2012-LEE-CLIENTE.

       2011-CAPTURA-EMPRESA.
           DISPLAY "CLAVE DE EMPRESA:" LINE 11 POSITION 05.
           ACCEPT WKS-EMP-CLA LINE 11 POSITION 33.
           MOVE WKS-EMP-CLA TO CLA-EMP.
           READ EMP-TAB
               INVALID KEY
                   DISPLAY "NO EXISTE ESA EMPRESA, REINTENTE"
                       LINE 11 POSITION 45
                   MOVE 0 TO WKS-CLI-OK
               NOT INVALID KEY
                   PERFORM 2013-ADEUDO-EMPRESA
                   MOVE WKS-EMP-ADEUDO TO WKS-ADEUDO-ED
                   DISPLAY NOM-EMP LINE 12 POSITION 05
                   DISPLAY "ADEUDO:" LINE 12 POSITION 50
                   DISPLAY WKS-ADEUDO-ED LINE 12 POSITION 58
                   IF WKS-EMP-ADEUDO = 0
                       DISPLAY "EMPRESA SIN FOLIOS PENDIENTES"
                           LINE 11 POSITION 45
                       MOVE 0 TO WKS-CLI-OK
                   ELSE
                       MOVE 1 TO WKS-ES-EMP
                       MOVE 1 TO WKS-CLI-OK
                   END-IF
           END-READ.

       2013-ADEUDO-EMPRESA.
      *    LO PENDIENTE DE LOS FOLIOS ABIERTOS Y CASTIGADOS DEL
      *    CLIENTE 000 QUE SON DE LA EMPRESA.
           MOVE 0 TO WKS-EMP-ADEUDO.
           IF WKS-HAY-FAC = 1
               MOVE 0 TO ID-CLIENTE-FAC
               START FAC-CLI KEY IS GREATER THAN OR EQUAL TO
                   ID-CLIENTE-FAC
                   INVALID KEY MOVE 1 TO WKS-FIN-FAC
               END-START
               IF WKS-STAT-FAC = "00"
                   MOVE 0 TO WKS-FIN-FAC
                   PERFORM 2014-SUMA-FOLIO-EMPRESA
                       UNTIL WKS-FIN-FAC = 1
               END-IF
           END-IF.

       2014-SUMA-FOLIO-EMPRESA.
           READ FAC-CLI NEXT
               AT END MOVE 1 TO WKS-FIN-FAC
               NOT AT END
                   IF ID-CLIENTE-FAC NOT = 0
                       MOVE 1 TO WKS-FIN-FAC
                   ELSE
                       IF (EST-FAC = "P" OR EST-FAC = "K")
                           AND IMP-PAG-FAC < IMP-FAC
                           PERFORM 8800-CHECA-DUENO-FOLIO
                           IF WKS-FOL-OK = 1
                               COMPUTE WKS-EMP-ADEUDO = WKS-EMP-ADEUDO
                                   + IMP-FAC - IMP-PAG-FAC
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       2012-LEE-CLIENTE.
           READ CLI-INDR
               INVALID KEY
                   DISPLAY "NO EXISTE ESE ID, REINTENTE"
           IF WKS-FEC-OK = 0
               DISPLAY "FECHA INVALIDA, REINTENTE" LINE 13 POSITION 45.

      *    UN MES CERRADO EN CIE-PER YA SE ENTREGO A CONTABILIDAD: EL
      *    PAGO ATRASADO SE CAPTURA CON FECHA DEL PERIODO ABIERTO.
           IF WKS-FEC-OK = 1
               MOVE FEC-PAG TO WKS-PER-FEC
               PERFORM 8700-VALIDA-PERIODO
               IF WKS-PER-EST = "C"
                   MOVE 0 TO WKS-FEC-OK
                   DISPLAY "PERIODO CERRADO, REINTENTE"
                       LINE 13 POSITION 45
               END-IF
           END-IF.

       2016-MAX-DIA-DEL-MES.
           EVALUATE WKS-FEC-CAP-MES
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
       2020-GRABA-PAGO.
      *    EL RECIBO SE FOLIA DESDE PAG-CTL: UN CLIENTE PUEDE PAGAR
      *    VARIAS VECES EL MISMO DIA Y CADA PAGO ES SU PROPIO FOLIO.
           MOVE 0 TO WKS-IMP-OK.
           PERFORM 2019-CAPTURA-IMPORTE UNTIL WKS-IMP-OK = 1.

           MOVE 0 TO WKS-MET-OK.
           PERFORM 2018-CAPTURA-METODO UNTIL WKS-MET-OK = 1.

           MOVE 1 TO WKS-PLD-OK.
           MOVE 0 TO WKS-PLD-AUT.
           IF MET-PAG = "E" AND WKS-HAY-PLD = 1
               PERFORM 2030-REVISA-UMBRAL-PLD.

           IF WKS-PLD-OK = 1
               PERFORM 2022-FOLIA-PAGO
           ELSE
               DISPLAY "PAGO NO AUTORIZADO, NO SE GRABO"
                   LINE 14 POSITION 45
               MOVE 1 TO WKS-GRABADO.

       2022-FOLIA-PAGO.
           MOVE 0 TO COD-PAG-CTL.
           READ PAG-CTL
               INVALID KEY MOVE 0 TO CTL-PAG-ULT.
                   MOVE 1 TO WKS-GRABADO
                   MOVE WKS-FOLIO TO CTL-PAG-ULT
                   REWRITE REG-PAG-CTL
                   IF WKS-PER-EST = "R"
                       PERFORM 2023-ANOTA-REAPERTURA
                   END-IF
                   IF WKS-PLD-AUT = 1
                       MOVE "A" TO WKS-PLD-RES
                       PERFORM 8600-ESCRIBE-PLD-LOG
                   END-IF
                   PERFORM 2040-APLICA-FOLIOS
                   PERFORM 2025-IMPRIME-RECIBO.

       2023-ANOTA-REAPERTURA.
      *    UN RECIBO CON FECHA DE UN MES REABIERTO SE LISTA AL
      *    VOLVER A CERRARLO (VER CIE-PER).
           MOVE FEC-PAG TO WKS-PER-FEC.
           MOVE "PAG" TO WKS-PMV-TIP.
           MOVE FOLIO-PAG TO WKS-PMV-FOL.
           MOVE ID-CLIENTE-PAG TO WKS-PMV-CLI.
           MOVE IMP-PAG TO WKS-PMV-IMP.
           PERFORM 8710-ESCRIBE-PER-MOV.

       2019-CAPTURA-IMPORTE.
           DISPLAY "IMPORTE RECIBIDO:" LINE 14 POSITION 05.
           ACCEPT IMP-PAG LINE 14 POSITION 33.

      *    EL PAGO DE UNA EMPRESA NO DEJA SALDO A FAVOR: NO HAY FOLIO
      *    DE LA EMPRESA EN EL QUE GEN-FACT PUDIERA APLICARLO.
           MOVE 1 TO WKS-IMP-OK.
           IF WKS-ES-EMP = 1
               IF IMP-PAG = 0 OR IMP-PAG > WKS-EMP-ADEUDO
                   MOVE 0 TO WKS-IMP-OK
                   DISPLAY "IMPORTE MAYOR AL ADEUDO, REINTENTE"
                       LINE 14 POSITION 45
               END-IF
           END-IF.

       2018-CAPTURA-METODO.
           DISPLAY "METODO (E=EFECTIVO C=CHEQUE T=TRANSF.):"
               MOVE 0 TO WKS-MET-OK
               DISPLAY "METODO INVALIDO, REINTENTE"
                   LINE 15 POSITION 52.
      *    EL EFECTIVO PLD SE ACUMULA POR CLIENTE Y TODAS LAS EMPRESAS
      *    PAGAN COMO CLIENTE 000: LAS EMPRESAS NO PAGAN EN EFECTIVO.
           IF WKS-ES-EMP = 1 AND MET-PAG = "E"
               MOVE 0 TO WKS-MET-OK
               DISPLAY "EMPRESA: SOLO CHEQUE O TRANSF."
                   LINE 15 POSITION 52.

       2030-REVISA-UMBRAL-PLD.
      *    EL RECORRIDO DEL MES POR LLAVE-PAG USA EL AREA DEL
      *    REGISTRO: EL IMPORTE, EL METODO Y LA FECHA CAPTURADOS SE
      *    GUARDAN ANTES Y SE REPONEN AL TERMINAR.
           MOVE IMP-PAG TO WKS-PLD-IMP.
           MOVE MET-PAG TO WKS-PLD-MET.
           MOVE FEC-PAG TO WKS-PLD-FEC-N.
           PERFORM 8300-BUSCA-UMBRAL-PLD.
           IF WKS-HAY-UMBRAL = 1
               PERFORM 2032-ACUMULA-EFECTIVO-MES
               IF WKS-PLD-ACU + WKS-PLD-IMP > WKS-PLD-UMB
                   PERFORM 2035-AUTORIZA-PLD
               END-IF
           END-IF.
           MOVE WKS-PLD-IMP TO IMP-PAG.
           MOVE WKS-PLD-MET TO MET-PAG.
           MOVE WKS-PLD-FEC-N TO FEC-PAG.

       2032-ACUMULA-EFECTIVO-MES.
           MOVE 0 TO WKS-PLD-ACU.
           MOVE WKS-PLD-AAAAMM TO WKS-PLD-INI-MES.
           MOVE 1 TO WKS-PLD-INI-DIA.
           MOVE ID-CLIENTE TO ID-CLIENTE-PAG.
           MOVE WKS-PLD-INI-N TO FEC-PAG.
           MOVE 0 TO WKS-FIN-PLD.
           START PAG-CLI KEY IS NOT LESS THAN LLAVE-PAG
               INVALID KEY MOVE 1 TO WKS-FIN-PLD.
           PERFORM 2033-LEE-PAGO-MES UNTIL WKS-FIN-PLD = 1.

       2033-LEE-PAGO-MES.
           READ PAG-CLI NEXT
               AT END MOVE 1 TO WKS-FIN-PLD
               NOT AT END
                   IF ID-CLIENTE-PAG NOT = ID-CLIENTE
                       OR FEC-PAG(1:6) NOT = WKS-PLD-AAAAMM
                       MOVE 1 TO WKS-FIN-PLD
                   ELSE
                       IF MET-PAG = "E"
                           PERFORM 2034-SUMA-SI-VIGENTE
                       END-IF
                   END-IF
           END-READ.

       2034-SUMA-SI-VIGENTE.
      *    UN RECIBO CANCELADO EN CAN-PAG YA NO ES EFECTIVO RECIBIDO.
           IF WKS-HAY-CAN = 0
               ADD IMP-PAG TO WKS-PLD-ACU
           ELSE
               MOVE FOLIO-PAG TO FOLIO-PAG-CAN
               READ CAN-PAG
                   INVALID KEY ADD IMP-PAG TO WKS-PLD-ACU
               END-READ
           END-IF.

       2035-AUTORIZA-PLD.
      *    EL SUPERVISOR FIRMA EN LA MISMA CAJA CON SU CLAVE Y SU
      *    CONTRASENA; NO PUEDE AUTORIZAR SU PROPIA CAPTURA. LA
      *    AUTORIZACION O LA NEGATIVA QUEDA EN PLD-LOG.
           MOVE WKS-PLD-ACU TO WKS-PLD-ED.
           DISPLAY "EFECTIVO DEL MES:" LINE 16 POSITION 05.
           DISPLAY WKS-PLD-ED LINE 16 POSITION 23.
           MOVE WKS-PLD-UMB TO WKS-PLD-ED.
           DISPLAY "REBASA EL UMBRAL DE" LINE 16 POSITION 38.
           DISPLAY WKS-PLD-ED LINE 16 POSITION 58.
           DISPLAY "SUPERVISOR QUE AUTORIZA:" LINE 18 POSITION 05.
           ACCEPT WKS-PLD-SUP LINE 18 POSITION 33.
           DISPLAY "CONTRASENA:" LINE 18 POSITION 45.
           ACCEPT WKS-PLD-PWD LINE 18 POSITION 58.

           MOVE 0 TO WKS-PLD-OK.
           OPEN INPUT OPE-TAB.
           MOVE WKS-PLD-SUP TO CLA-OPE.
           READ OPE-TAB
               INVALID KEY
                   DISPLAY "SUPERVISOR NO REGISTRADO"
                       LINE 19 POSITION 05
               NOT INVALID KEY
                   PERFORM 2036-VALIDA-SUPERVISOR
           END-READ.
           CLOSE OPE-TAB.

           IF WKS-PLD-OK = 1
               MOVE 1 TO WKS-PLD-AUT
           ELSE
               MOVE "D" TO WKS-PLD-RES
               MOVE 0 TO FOLIO-PAG
               PERFORM 8600-ESCRIBE-PLD-LOG.

       2036-VALIDA-SUPERVISOR.
           IF NIV-OPE NOT = 2 OR EST-OPE NOT = "A"
               DISPLAY "SOLO UN SUPERVISOR ACTIVO PUEDE AUTORIZAR"
                   LINE 19 POSITION 05
           ELSE
               IF PWD-OPE NOT = WKS-PLD-PWD
                   DISPLAY "CONTRASENA INCORRECTA" LINE 19 POSITION 05
               ELSE
                   IF WKS-PLD-SUP = WKS-OPERADOR
                       DISPLAY "EL SUPERVISOR NO PUEDE AUTORIZAR SU "
                           "PROPIO COBRO" LINE 19 POSITION 05
                   ELSE
                       MOVE 1 TO WKS-PLD-OK
                   END-IF
               END-IF
           END-IF.

       2025-IMPRIME-RECIBO.
      *    UN RECIBO NUMERADO POR PAGINA PARA EL CLIENTE.
           END-STRING.
           MOVE WKS-NOM-COMPLETO TO WKS-RNOM.
           MOVE WKS-REC-L2 TO LINEAR.
           IF WKS-ES-EMP = 1
               MOVE WKS-EMP-CLA TO WKS-RCLA
               MOVE NOM-EMP TO WKS-RENOM
               MOVE WKS-REC-L6 TO LINEAR.
           WRITE LINEAR AFTER 1.

           MOVE IMP-PAG TO WKS-RIMP.
           MOVE WKS-REC-L3 TO LINEAR.
           WRITE LINEAR AFTER 2.

      *    EL IVA DEL RECIBO ES LA SUMA DEL IVA DE LO ABONADO A CADA
      *    FOLIO MAS EL DEL SALDO A FAVOR (VER 2040-APLICA-FOLIOS).
           COMPUTE WKS-DES-SUB = IMP-PAG - WKS-REC-IVA.
           MOVE WKS-DES-SUB TO WKS-RSUB.
           MOVE WKS-REC-IVA TO WKS-RIVA.
           MOVE WKS-REC-L4 TO LINEAR.
           WRITE LINEAR AFTER 1.
           IF WKS-REC-RECUP > 0
               MOVE WKS-REC-RECUP TO WKS-RREC
               MOVE WKS-REC-L5 TO LINEAR
               WRITE LINEAR AFTER 1.

       2040-APLICA-FOLIOS.
      *    EL RECIBO SE ABONA A LOS FOLIOS ABIERTOS DEL CLIENTE EN
      *    ORDEN DE FOLIO (EL MAS VIEJO PRIMERO); LO QUE SOBRA
      *    QUEDA COMO SALDO A FAVOR EN SAL-FAV.
      *    LOS FOLIOS CASTIGADOS ("K") SOLO RECIBEN LO QUE SOBRA
      *    DESPUES DE CUBRIR LOS ABIERTOS: ES RECUPERACION DE CARTERA.
      *    SIN FACTURACION TODO EL PAGO QUEDA COMO SALDO A FAVOR.
           MOVE IMP-PAG TO WKS-RESTA.
           MOVE 0 TO WKS-REC-IVA.
           MOVE 0 TO WKS-REC-RECUP.
           IF WKS-HAY-FAC = 1
               MOVE "P" TO WKS-EST-BUS
               PERFORM 2041-RECORRE-FOLIOS
               IF WKS-RESTA > 0
                   MOVE "K" TO WKS-EST-BUS
                   PERFORM 2041-RECORRE-FOLIOS
               END-IF
           END-IF.
      *    EL SALDO A FAVOR NO TIENE FOLIO: SU IVA ES EL DE LA TASA
      *    VIGENTE EN LA FECHA DEL PAGO.
           IF WKS-RESTA > 0
               MOVE FEC-PAG TO WKS-BUS-FEC-IVA
               PERFORM 8350-BUSCA-TASA-IVA
               MOVE WKS-RESTA TO WKS-DES-TOT
               PERFORM 8360-DESGLOSA-IMPORTE
               ADD WKS-DES-IVA TO WKS-REC-IVA
               PERFORM 2050-GRABA-SALDO-FAVOR.
           IF WKS-HAY-FAC = 1 AND WKS-ES-EMP = 0
               PERFORM 2060-CHECA-REACTIVACION.

       2041-RECORRE-FOLIOS.
           MOVE ID-CLIENTE TO ID-CLIENTE-FAC.
           START FAC-CLI KEY IS GREATER THAN OR EQUAL TO
               ID-CLIENTE-FAC
               INVALID KEY MOVE 1 TO WKS-FIN-FAC
           END-START.
           IF WKS-STAT-FAC = "00"
               MOVE 0 TO WKS-FIN-FAC
               PERFORM 2045-ABONA-FOLIO-SIG UNTIL WKS-FIN-FAC = 1.

       2045-ABONA-FOLIO-SIG.
           READ FAC-CLI NEXT
                   IF ID-CLIENTE-FAC NOT = ID-CLIENTE
                       MOVE 1 TO WKS-FIN-FAC
                   ELSE
                       IF EST-FAC = WKS-EST-BUS AND WKS-RESTA > 0
                           AND IMP-PAG-FAC < IMP-FAC
                           MOVE 1 TO WKS-FOL-OK
                           IF WKS-ES-EMP = 1
                               PERFORM 8800-CHECA-DUENO-FOLIO
                           END-IF
                           IF WKS-FOL-OK = 1
                               PERFORM 2046-ABONA-FOLIO
                           END-IF
                       END-IF
                   END-IF
           END-READ.
           COMPUTE WKS-ABONO = IMP-FAC - IMP-PAG-FAC.
           IF WKS-ABONO > WKS-RESTA
               MOVE WKS-RESTA TO WKS-ABONO.
      *    EL ABONO LLEVA EL IVA EN LA MISMA PROPORCION QUE EL FOLIO.
           PERFORM 8380-LEE-DESGLOSE.
           MOVE 0 TO WKS-IVA-ABONO.
           IF WKS-DES-TOT > 0
               COMPUTE WKS-IVA-ABONO ROUNDED =
                   WKS-ABONO * WKS-DES-IVA / WKS-DES-TOT.
           ADD WKS-IVA-ABONO TO WKS-REC-IVA.
           ADD WKS-ABONO TO IMP-PAG-FAC.
           SUBTRACT WKS-ABONO FROM WKS-RESTA.
      *    UN FOLIO CASTIGADO SIGUE "K" AUNQUE SE RECUPERE COMPLETO.
           IF IMP-PAG-FAC >= IMP-FAC AND EST-FAC = "P"
               MOVE "L" TO EST-FAC.
           REWRITE REG-FAC.
           PERFORM 2047-GRABA-APLICACION.
           IF EST-FAC = "K"
               PERFORM 2048-REGISTRA-RECUPERACION.
           DISPLAY "ABONADO AL FOLIO:" LINE 15 POSITION 05.
           DISPLAY FOLIO-FAC LINE 15 POSITION 24.

       2047-GRABA-APLICACION.
           MOVE FOLIO-PAG TO FOLIO-PAG-APL.
           MOVE FOLIO-FAC TO FOLIO-FAC-APL.
           MOVE ID-CLIENTE TO ID-CLIENTE-APL.
           MOVE WKS-ABONO TO IMP-APL.
           MOVE FEC-PAG TO FEC-APL.
           IF EST-FAC = "K"
               MOVE "K" TO ORI-APL
           ELSE
               MOVE "R" TO ORI-APL.
           MOVE "A" TO EST-APL.
           WRITE REG-APL
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR LA APLICACION DEL FOLIO"
                       LINE 16 POSITION 05
           END-WRITE.

       2048-REGISTRA-RECUPERACION.
           ADD WKS-ABONO TO WKS-REC-RECUP.
           MOVE FOLIO-FAC TO FOLIO-CAS.
           READ CAS-CLI
               INVALID KEY
                   DISPLAY "FOLIO CASTIGADO SIN REGISTRO EN CAS-CLI"
                       LINE 16 POSITION 05
               NOT INVALID KEY
                   ADD WKS-ABONO TO IMP-REC-CAS
                   MOVE FEC-PAG TO FEC-REC-CAS
                   REWRITE REG-CAS
           END-READ.

       2050-GRABA-SALDO-FAVOR.
      *    EL SOBRANTE QUEDA LIGADO AL FOLIO DEL RECIBO QUE LO
      *    ORIGINO, CON LA FECHA DEL PAGO PARA MEDIR SU ANTIGUEDAD.
           MOVE FOLIO-PAG TO FOLIO-PAG-SAF.
           MOVE ID-CLIENTE TO ID-CLIENTE-SAF.
           MOVE FEC-PAG TO FEC-SAF.
           MOVE WKS-RESTA TO IMP-SAF.
           MOVE 0 TO IMP-APL-SAF.
           MOVE 0 TO FOL-FAC-SAF.
           MOVE 0 TO FEC-APL-SAF.
           MOVE "P" TO EST-SAF.
           WRITE REG-SAF
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR EL SALDO A FAVOR"
                       LINE 16 POSITION 05
               NOT INVALID KEY
                   MOVE WKS-RESTA TO WKS-RESTA-ED
                   DISPLAY "SALDO A FAVOR SIN FOLIO QUE CUBRIR:"
                       LINE 15 POSITION 05
                   DISPLAY WKS-RESTA-ED LINE 15 POSITION 42
           END-WRITE.

       2060-CHECA-REACTIVACION.
      *    UN CLIENTE SUSPENDIDO POR FALTA DE PAGO ("FP", VER
      *    SUS-AUT) REGRESA A ACTIVO EN CUANTO EL PAGO DEJA SUS
           MOVE REG-CLI         TO HIST-DESPUES.
           WRITE REG-HIST.

       8300-BUSCA-UMBRAL-PLD.
      *    EL UMBRAL VIGENTE EN LA FECHA DEL RECIBO ES EL DE FECHA DE
      *    VIGENCIA MAS ALTA QUE NO LA REBASA, IGUAL QUE EL IVA.
           MOVE 0 TO WKS-HAY-UMBRAL.
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
                   IF FEC-EFE-PLD > WKS-PLD-FEC-N
                       MOVE 1 TO WKS-FIN-PLD
                   ELSE
                       MOVE 1 TO WKS-HAY-UMBRAL
                       MOVE UMB-PLD TO WKS-PLD-UMB
                   END-IF
           END-READ.

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

       8380-LEE-DESGLOSE.
      *    DESGLOSE DEL FOLIO EN REG-FAC: EL GRABADO AL EMITIRLO, O,
      *    SI EL FOLIO ES ANTERIOR AL DESGLOSE, EL QUE RESULTA DE LA
      *    TASA VIGENTE EN SU FECHA DE EMISION.
           MOVE 0 TO WKS-TIENE-FIV.
           IF WKS-HAY-FIV = 1
               MOVE FOLIO-FAC TO FOLIO-FIV
               READ FAC-IVA
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 1 TO WKS-TIENE-FIV
               END-READ
           END-IF.
           IF WKS-TIENE-FIV = 1
               MOVE TASA-FIV TO WKS-TASA-IVA
               MOVE SUB-FIV TO WKS-DES-SUB
               MOVE IVA-FIV TO WKS-DES-IVA
               COMPUTE WKS-DES-TOT = SUB-FIV + IVA-FIV
           ELSE
               MOVE FEC-EMI-FAC TO WKS-BUS-FEC-IVA
               PERFORM 8350-BUSCA-TASA-IVA
               MOVE IMP-FAC TO WKS-DES-TOT
               PERFORM 8360-DESGLOSA-IMPORTE.

       8600-ESCRIBE-PLD-LOG.
      *    FOLIO-PAG TRAE EL RECIBO GRABADO, O CEROS SI SE NEGO.
           OPEN EXTEND PLD-LOG.
           ACCEPT WKS-PLD-HORA FROM TIME.
           ACCEPT FEC-PLG FROM DATE YYYYMMDD.
           MOVE WKS-PLD-HHMMSS TO HOR-PLG.
           MOVE ID-CLIENTE TO ID-CLIENTE-PLG.
           MOVE WKS-SUCURSAL TO SUC-PLG.
           MOVE FOLIO-PAG TO FOL-PLG.
           MOVE WKS-PLD-IMP TO IMP-PLG.
           MOVE WKS-PLD-ACU TO ACU-PLG.
           MOVE WKS-PLD-UMB TO UMB-PLG.
           MOVE WKS-OPERADOR TO OPER-PLG.
           MOVE WKS-PLD-SUP TO SUP-PLG.
           MOVE WKS-PLD-RES TO RES-PLG.
           WRITE REG-PLG.
           CLOSE PLD-LOG.

       8800-CHECA-DUENO-FOLIO.
      *    LA PRIMERA LINEA DEL FOLIO EN EMP-FAC DICE DE QUE EMPRESA
      *    ES; UN FOLIO DEL CLIENTE 000 SIN LINEAS NO ES DE NINGUNA.
           MOVE 0 TO WKS-FOL-OK.
           MOVE FOLIO-FAC TO FOLIO-EFA.
           MOVE 0 TO ID-CLIENTE-EFA.
           START EMP-FAC KEY IS GREATER THAN OR EQUAL TO LLAVE-EFA
               INVALID KEY MOVE "23" TO WKS-STAT-EFA
           END-START.
           IF WKS-STAT-EFA = "00"
               READ EMP-FAC NEXT
                   AT END CONTINUE
                   NOT AT END
                       IF FOLIO-EFA = FOLIO-FAC
                           AND CLA-EMP-EFA = WKS-EMP-CLA
                           MOVE 1 TO WKS-FOL-OK
                       END-IF
               END-READ
           END-IF.

       8700-VALIDA-PERIODO.
      *    UN MES SIN REGISTRO EN PER-CON ESTA ABIERTO.
           MOVE "A" TO WKS-PER-EST.
           MOVE 0 TO WKS-PER-NUM.
           IF WKS-HAY-PER = 1
               MOVE WKS-PER-FEC (1:6) TO PER-PER
               READ PER-CON
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE EST-PER TO WKS-PER-EST
                       MOVE NUM-REA-PER TO WKS-PER-NUM
               END-READ
           END-IF.

       8710-ESCRIBE-PER-MOV.
      *    EL LLAMADOR DEJA TIPO, FOLIO, CLIENTE, IMPORTE Y FECHA
      *    DEL MOVIMIENTO EN WKS-PMV-* Y WKS-PER-FEC.
           OPEN EXTEND PER-MOV.
           MOVE WKS-PER-FEC (1:6) TO PER-PMV.
           MOVE WKS-PER-NUM TO NUM-PMV.
           MOVE "GEN-PAG " TO PRO-PMV.
           MOVE WKS-PMV-TIP TO TIP-PMV.
           MOVE WKS-PMV-FOL TO FOLIO-PMV.
           MOVE WKS-PMV-CLI TO ID-CLIENTE-PMV.
           MOVE WKS-PER-FEC TO FEC-PMV.
           MOVE WKS-PMV-IMP TO IMP-PMV.
           MOVE WKS-OPERADOR TO OPER-PMV.
           ACCEPT FEC-CAP-PMV FROM DATE YYYYMMDD.
           ACCEPT WKS-PMV-HORA FROM TIME.
           MOVE WKS-PMV-HHMMSS TO HOR-CAP-PMV.
           WRITE REG-PMV.
           CLOSE PER-MOV.

       3000-FIN.
           CLOSE CLI-INDR.
           CLOSE PAG-CLI.
           CLOSE REC-PAG.
           CLOSE HIST-CLI.
           CLOSE CNT-CLI.
           CLOSE SAL-FAV.
           CLOSE APL-PAG.
           CLOSE CAS-CLI.
           IF WKS-HAY-FAC = 1
               CLOSE FAC-CLI.
           IF WKS-HAY-IVA = 1
               CLOSE IVA-TAB.
           IF WKS-HAY-FIV = 1
               CLOSE FAC-IVA.
           IF WKS-HAY-PLD = 1
               CLOSE PLD-TAB.
           IF WKS-HAY-CAN = 1
               CLOSE CAN-PAG.
           IF WKS-HAY-PER = 1
               CLOSE PER-CON.
           IF WKS-HAY-EMP = 1
               CLOSE EMP-TAB
               CLOSE EMP-FAC.
