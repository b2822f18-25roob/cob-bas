           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LLAVE-DOM
           FILE STATUS IS WKS-STAT-DOM.
           SELECT SAL-FAV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOLIO-PAG-SAF
           ALTERNATE RECORD KEY IS ID-CLIENTE-SAF WITH DUPLICATES
           FILE STATUS IS WKS-STAT-SAF.
           SELECT CAN-PAG ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FOLIO-PAG-CAN
           ALTERNATE RECORD KEY IS FEC-CAN WITH DUPLICATES
           FILE STATUS IS WKS-STAT-CAN.
           SELECT FAC-ADI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FOLIO-ADI
           FILE STATUS IS WKS-STAT-ADI.
           SELECT CND-MOR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FOLIO-CND
           ALTERNATE RECORD KEY IS FEC-CND WITH DUPLICATES
           FILE STATUS IS WKS-STAT-CND.
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
           SELECT FAC-ARC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WKS-STAT-ARC.
           SELECT REP-EDO ASSIGN TO PRINTER.
           SELECT DEV-COR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ID-CLIENTE-DEV
           FILE STATUS IS WKS-STAT-DEV.
           SELECT REP-DVE ASSIGN TO PRINTER.
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
           SELECT APL-PAG ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LLAVE-APL
           FILE STATUS IS WKS-STAT-APL.
       DATA DIVISION.
       FILE SECTION.
       FD CLI-INDD.
       FD DOM-CTL.
           COPY DOMCTL.

       FD SAL-FAV.
           COPY SALFAV.

       FD CAN-PAG.
           COPY CANPAG.

       FD FAC-ADI.
           COPY FACADI.

       FD CND-MOR.
           COPY CNDMOR.

       FD IVA-TAB.
           COPY IVATAB.

       FD FAC-IVA.
           COPY FACIVA.

       FD FAC-ARC.
           COPY FACARC.

       FD REP-EDO.
       01 LINEAE           PIC X(132).

       FD DEV-COR.
           COPY DEVCOR.

       FD REP-DVE.
       01 LINEAV           PIC X(132).

       FD EMP-TAB.
           COPY EMPTAB.

       FD EMP-FAC.
           COPY EMPFAC.

       FD APL-PAG.
           COPY APLPAG.

       WORKING-STORAGE SECTION.
       77 WKS-FIN          PIC 9.
       77 WKS-FIN-CLI      PIC 9.
       77 WKS-HAY-FAC      PIC 9.
       77 WKS-HAY-PAG      PIC 9.
       77 WKS-HAY-DOM      PIC 9.
       77 WKS-STAT-SAF     PIC XX.
       77 WKS-HAY-SAF      PIC 9.
       77 WKS-FIN-SAF      PIC 9.
       77 WKS-STAT-CAN     PIC XX.
       77 WKS-HAY-CAN      PIC 9.
       77 WKS-STAT-CND     PIC XX.
       77 WKS-HAY-CND      PIC 9.
       77 WKS-STAT-ADI     PIC XX.
       77 WKS-HAY-ADI      PIC 9.
       77 WKS-ID-PEDIDO    PIC 9(03).
       77 WKS-UNO-SOLO     PIC 9.
       77 WKS-INC-ARC      PIC X.
       77 WKS-STAT-ARC     PIC XX.
       77 WKS-FIN-ARC      PIC 9.
       77 WKS-FEC-DOC      PIC 9(08).
       77 WKS-ESTADOS      PIC 9(05).
       77 WKS-MOVS         PIC 9(03).
       77 WKS-IX           PIC 9(03).
       77 WKS-CONT-LIN     PIC 99.
       77 WKS-LIN-MAX      PIC 99 VALUE 60.

      *    CLIENTES CON EL DOMICILIO MARCADO COMO NO ENTREGABLE EN
      *    DEV-COR (VER MAN-CLI): EN LA CORRIDA DE TODA LA CARTERA NO
      *    SE LES IMPRIME ESTADO Y SALEN EN REP-DVE PARA QUE LA
      *    SUCURSAL LES LLAME.
       77 WKS-STAT-DEV     PIC XX.
       77 WKS-HAY-DEV      PIC 9.
       77 WKS-DEVUELTO     PIC 9.
       77 WKS-NO-ENTREGA   PIC 9(05).
       77 WKS-VCONT-LIN    PIC 99.
       77 WKS-VNUM-PAG     PIC 9(02).

      *    ESTADO DE UNA EMPRESA (CUENTA CORPORATIVA, VER EMP-TAB):
      *    CARGOS SON SUS FOLIOS CONSOLIDADOS DE FAC-CLI (CLIENTE 000,
      *    VER GEN-FACT Y EMP-FAC) Y ABONOS LO QUE LES APLICARON LOS
      *    RECIBOS DE EMPRESA EN APL-PAG (VER GEN-PAG). 8800 DEJA
      *    WKS-FOL-OK EN 1 SI EL FOLIO WKS-BUS-FOL ES DE LA EMPRESA.
       77 WKS-STAT-EMP     PIC XX.
       77 WKS-STAT-EFA     PIC XX.
       77 WKS-STAT-APL     PIC XX.
       77 WKS-HAY-EMP      PIC 9.
       77 WKS-HAY-APL      PIC 9.
       77 WKS-FIN-EFA      PIC 9.
       77 WKS-FIN-APL      PIC 9.
       77 WKS-FOL-OK       PIC 9.
       77 WKS-EMP-PEDIDA   PIC 9(04).
       77 WKS-FOL-ANT      PIC 9(06).
       77 WKS-BUS-FOL      PIC 9(06).

       01 WKS-HOY          PIC 9(08).
       01 WKS-SALDO        PIC S9(07)V99.
       01 WKS-SAL-FAVOR    PIC 9(07)V99.
       01 WKS-NOM-COMPLETO PIC X(62).
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
       01 WKS-CAR-SUB      PIC 9(07)V99.
       01 WKS-CAR-IVA      PIC 9(07)V99.
       01 WKS-CAR-TOT      PIC 9(07)V99.

      *    MOVIMIENTOS DEL CLIENTE EN CURSO, INSERTADOS EN ORDEN DE
      *    FECHA AL CARGARLOS: CARGOS DE FAC-CLI, ABONOS DE PAG-CLI
      *    Y LINEAS INFORMATIVAS DE DOM-CTL (EL COBRO BANCARIO "P"
      *    YA ENTRO COMO ABONO VIA PAG-CLI, VER RET-DOM, ASI QUE DE
      *    DOM-CTL SOLO SE INFORMAN ENVIADOS Y RECHAZADOS). UN
      *    RECIBO CANCELADO (VER CAN-PAG) CONSERVA SU ABONO Y SE
      *    REGRESA CON UN CARGO EN LA FECHA DE LA CANCELACION; UN
      *    RECARGO CONDONADO (VER CND-MOR) CONSERVA SU CARGO Y SE
      *    SALDA CON UN ABONO EN LA FECHA DE LA CONDONACION.
       01 WKS-MOV-TAB.
           03 WKS-MOV-ENT OCCURS 100.
               05 WKS-M-FEC   PIC 9(08).
           03 FILLER       PIC X(34) VALUE SPACES.
           03 WKS-TSAL     PIC -ZZZ,ZZ9.99.

       01 WKS-TOT2.
           03 FILLER       PIC X(26) VALUE
                "SALDO A FAVOR SIN APLICAR:".
           03 FILLER       PIC X(32) VALUE SPACES.
           03 WKS-TFAV     PIC -ZZZ,ZZ9.99.

       01 WKS-TOT3.
           03 FILLER       PIC X(19) VALUE
                "CARGOS:  SUBTOTAL: ".
           03 WKS-TCSUB    PIC ZZZ,ZZ9.99.
           03 FILLER       PIC X(07) VALUE "  IVA: ".
           03 WKS-TCIVA    PIC ZZZ,ZZ9.99.
           03 FILLER       PIC X(09) VALUE "  TOTAL: ".
           03 WKS-TCTOT    PIC ZZZ,ZZ9.99.

       01 WKS-EMP-L1.
           03 FILLER       PIC X(09) VALUE "EMPRESA: ".
           03 WKS-HCLA     PIC 9(04).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-HENOM    PIC X(40).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(05) VALUE "RFC: ".
           03 WKS-HRFC     PIC X(13).

       01 WKS-TOT4.
           03 FILLER       PIC X(26) VALUE
                "SALDO FINAL DE LA EMPRESA:".
           03 FILLER       PIC X(32) VALUE SPACES.
           03 WKS-TESAL    PIC -ZZZ,ZZ9.99.

       01 WKS-SOC-ENC.
           03 FILLER       PIC X(41) VALUE
                "CLIENTES CUBIERTOS EN LOS FOLIOS VIGENTES".
       01 WKS-SOC-ENC2.
           03 FILLER       PIC X(05) VALUE "FOLIO".
           03 FILLER       PIC X(03) VALUE SPACES.
           03 FILLER       PIC X(07) VALUE "PERIODO".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(03) VALUE "ID ".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(06) VALUE "NOMBRE".
           03 FILLER       PIC X(26) VALUE SPACES.
           03 FILLER       PIC X(07) VALUE "TARJETA".
           03 FILLER       PIC X(15) VALUE SPACES.
           03 FILLER       PIC X(09) VALUE "ANUALIDAD".
       01 WKS-SOC-DET.
           03 WKS-SFOL     PIC 9(06).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-SPER     PIC 9(06).
           03 FILLER       PIC X(03) VALUE SPACES.
           03 WKS-SID      PIC 999.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-SNOM     PIC X(30).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-STAR     PIC X(20).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-SIMP     PIC ZZ,ZZ9.99.

       01 WKS-VENC1.
           03 FILLER       PIC X(20) VALUE SPACES.
           03 FILLER       PIC X(52) VALUE
                "CLIENTES SIN ESTADO DE CUENTA POR DOMICILIO DEVUELTO".

       01 WKS-VENC2.
           03 FILLER       PIC X(18)
                     VALUE "FECHA DE PROCESO: ".
           03 WKS-VEFEC    PIC 9(08).
           03 FILLER       PIC X(05) VALUE SPACES.
           03 FILLER       PIC X(25)
                     VALUE "LLAMAR DESDE LA SUCURSAL".
           03 FILLER       PIC X(05) VALUE SPACES.
           03 FILLER       PIC X(07) VALUE "PAG. : ".
           03 WKS-VEPAG    PIC 9(02).

       01 WKS-VENC3.
           03 FILLER       PIC X(03) VALUE "SUC".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(03) VALUE "ID ".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(06) VALUE "NOMBRE".
           03 FILLER       PIC X(26) VALUE SPACES.
           03 FILLER       PIC X(08) VALUE "TELEFONO".
           03 FILLER       PIC X(06) VALUE SPACES.
           03 FILLER       PIC X(08) VALUE "DEVUELTO".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(03) VALUE "DOC".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(06) VALUE "PIEZAS".

       01 WKS-VDET1.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 WKS-VSUC     PIC 99.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-VID      PIC 999.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-VNOM     PIC X(30).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-VTEL     PIC X(12).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-VFEC     PIC 9(08).
           03 FILLER       PIC X(03) VALUE SPACES.
           03 WKS-VDOC     PIC X.
           03 FILLER       PIC X(06) VALUE SPACES.
           03 WKS-VNUM     PIC ZZ9.

       01 WKS-VTOT1.
           03 FILLER       PIC X(24) VALUE
                "TOTAL DE CLIENTES     : ".
           03 WKS-VTCNT    PIC ZZZZ9.
       01 WKS-VNOTA1.
           03 FILLER       PIC X(31) VALUE
                "DOC: LO ULTIMO QUE REGRESO EL C".
           03 FILLER       PIC X(37) VALUE
                "ORREO (C CARTA, A AVISO, E ESTADO, O".
           03 FILLER       PIC X(08) VALUE " OTRO).".

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
       1000-INICIO.
           DISPLAY "ESTADO DE CUENTA POR CLIENTE".
           ACCEPT WKS-HOY FROM DATE YYYYMMDD.

      *    CON EMPRESAS Y FOLIOS CONSOLIDADOS SE PUEDE PEDIR EL ESTADO
      *    DE UNA EMPRESA EN LUGAR DEL DE LOS CLIENTES.
           MOVE 0 TO WKS-EMP-PEDIDA.
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
           IF WKS-HAY-EMP = 1
               DISPLAY "CLAVE DE EMPRESA (0=ESTADO DE CLIENTES):"
               ACCEPT WKS-EMP-PEDIDA.
           MOVE 1 TO WKS-HAY-APL.
           OPEN INPUT APL-PAG.
           IF WKS-STAT-APL = "35"
               MOVE 0 TO WKS-HAY-APL.

           IF WKS-EMP-PEDIDA > 0
               MOVE 1 TO WKS-UNO-SOLO
           ELSE
               DISPLAY "ID DE CLIENTE (0=TODA LA CARTERA):"
               ACCEPT WKS-ID-PEDIDO
               IF WKS-ID-PEDIDO = 0
                   MOVE 0 TO WKS-UNO-SOLO
               ELSE
                   MOVE 1 TO WKS-UNO-SOLO
               END-IF
           END-IF.

      *    EL HISTORICO ARCHIVADO POR DEP-FAC SOLO SE PUEDE INCLUIR
      *    EN EL ESTADO DE UN SOLO CLIENTE (SE RELEE COMPLETO).
           MOVE "N" TO WKS-INC-ARC.
           IF WKS-UNO-SOLO = 1 AND WKS-EMP-PEDIDA = 0
               DISPLAY "INCLUIR FOLIOS Y RECIBOS ARCHIVADOS?:(S/N)"
               ACCEPT WKS-INC-ARC.

           OPEN INPUT CLI-INDD.
           IF WKS-STAT-CLI = "35"
           IF WKS-STAT-DOM = "35"
               MOVE 0 TO WKS-HAY-DOM.

           MOVE 1 TO WKS-HAY-SAF.
           OPEN INPUT SAL-FAV.
           IF WKS-STAT-SAF = "35"
               MOVE 0 TO WKS-HAY-SAF.

           MOVE 1 TO WKS-HAY-CAN.
           OPEN INPUT CAN-PAG.
           IF WKS-STAT-CAN = "35"
               MOVE 0 TO WKS-HAY-CAN.

           MOVE 1 TO WKS-HAY-ADI.
           OPEN INPUT FAC-ADI.
           IF WKS-STAT-ADI = "35"
               MOVE 0 TO WKS-HAY-ADI.

           MOVE 1 TO WKS-HAY-CND.
           OPEN INPUT CND-MOR.
           IF WKS-STAT-CND = "35"
               MOVE 0 TO WKS-HAY-CND.

      *    SIN TABLA DE TASAS NO HAY IVA QUE DESGLOSAR.
           MOVE 1 TO WKS-HAY-IVA.
           OPEN INPUT IVA-TAB.
           IF WKS-STAT-IVA = "35"
               MOVE 0 TO WKS-HAY-IVA.
           MOVE 1 TO WKS-HAY-FIV.
           OPEN INPUT FAC-IVA.
           IF WKS-STAT-FIV = "35"
               MOVE 0 TO WKS-HAY-FIV.

           MOVE 1 TO WKS-HAY-DEV.
           OPEN INPUT DEV-COR.
           IF WKS-STAT-DEV = "35"
               MOVE 0 TO WKS-HAY-DEV.
           MOVE 0 TO WKS-NO-ENTREGA.

           OPEN OUTPUT REP-EDO.
           MOVE 0 TO WKS-NUM-PAG.
           MOVE 0 TO WKS-ESTADOS.

      *    EL ESTADO DE UN SOLO CLIENTE SE PIDE A PROPOSITO (PARA
      *    ENTREGARLO EN SUCURSAL): SALE AUNQUE EL DOMICILIO ESTE
      *    MARCADO, SOLO CON EL AVISO EN PANTALLA.
           IF WKS-EMP-PEDIDA > 0
               PERFORM 2150-ESTADO-EMPRESA
               MOVE 1 TO WKS-FIN.
           IF WKS-UNO-SOLO = 1 AND WKS-EMP-PEDIDA = 0
               MOVE WKS-ID-PEDIDO TO ID-CLIENTE
               READ CLI-INDD
                   INVALID KEY
                       DISPLAY "NO EXISTE ESE ID."
                       MOVE 1 TO WKS-FIN
                   NOT INVALID KEY
                       PERFORM 8700-CHECA-DEVOLUCION
                       IF WKS-DEVUELTO = 1
                           DISPLAY "OJO: DOMICILIO NO ENTREGABLE DESDE "
                               FEC-PRI-DEV ", NO LO ENVIE POR CORREO."
                       END-IF
                       PERFORM 2100-GENERA-ESTADO
                       MOVE 1 TO WKS-FIN
               END-READ
           ELSE
               OPEN OUTPUT REP-DVE
               MOVE 0 TO WKS-VNUM-PAG
               PERFORM 2960-ENCABEZADO-DEVUELTOS
               MOVE ZEROES TO ID-CLIENTE
               START CLI-INDD KEY IS GREATER THAN OR EQUAL TO
                   ID-CLIENTE
               NOT AT END
      *            LOS CANCELADOS YA NO RECIBEN ESTADO DE CUENTA.
                   IF EST-CLI NOT = "C"
                       PERFORM 8700-CHECA-DEVOLUCION
                       IF WKS-DEVUELTO = 1
                           PERFORM 2950-LISTA-DEVUELTO
                       ELSE
                           PERFORM 2100-GENERA-ESTADO
                       END-IF
                   END-IF
           END-READ.

       2100-GENERA-ESTADO.
           MOVE 0 TO WKS-MOVS.
           MOVE 0 TO WKS-CAR-SUB.
           MOVE 0 TO WKS-CAR-IVA.
           MOVE 0 TO WKS-CAR-TOT.
           IF WKS-HAY-FAC = 1
               PERFORM 2200-CARGA-FACTURAS.
           IF WKS-HAY-PAG = 1
               PERFORM 2300-CARGA-PAGOS.
           IF WKS-HAY-DOM = 1
               PERFORM 2400-CARGA-DOMICILIADOS.
           IF WKS-INC-ARC = "S"
               PERFORM 2800-CARGA-ARCHIVADOS.

           ADD 1 TO WKS-ESTADOS.
           PERFORM 2500-ENCABEZA-ESTADO.
           MOVE WKS-TOT1 TO LINEAE.
           WRITE LINEAE AFTER 2.

      *    LOS CARGOS DEL ESTADO SE DESGLOSAN EN SUBTOTAL E IVA.
           IF WKS-CAR-TOT > 0
               MOVE WKS-CAR-SUB TO WKS-TCSUB
               MOVE WKS-CAR-IVA TO WKS-TCIVA
               MOVE WKS-CAR-TOT TO WKS-TCTOT
               MOVE WKS-TOT3 TO LINEAE
               WRITE LINEAE AFTER 1.

      *    EL SOBRANTE DE PAGOS QUE AUN NO SE APLICA A UN FOLIO SE
      *    INFORMA APARTE PARA QUE EL CLIENTE SEPA QUE LO TIENE.
           IF WKS-HAY-SAF = 1
               PERFORM 2700-SUMA-SALDO-FAVOR
               IF WKS-SAL-FAVOR > 0
                   MOVE WKS-SAL-FAVOR TO WKS-TFAV
                   MOVE WKS-TOT2 TO LINEAE
                   WRITE LINEAE AFTER 1
               END-IF
           END-IF.

       2150-ESTADO-EMPRESA.
           MOVE WKS-EMP-PEDIDA TO CLA-EMP.
           READ EMP-TAB
               INVALID KEY
                   DISPLAY "NO EXISTE ESA EMPRESA."
               NOT INVALID KEY
                   PERFORM 2155-GENERA-ESTADO-EMPRESA
           END-READ.

       2155-GENERA-ESTADO-EMPRESA.
      *    MISMO FORMATO QUE EL DE UN CLIENTE, MAS LA LISTA DE LOS
      *    CLIENTES QUE CUBRE CADA FOLIO. LOS FOLIOS QUE DEP-FAC YA
      *    ARCHIVO NO ENTRAN, NI LO QUE SE LES APLICO.
           MOVE 0 TO WKS-MOVS.
           MOVE 0 TO WKS-CAR-SUB.
           MOVE 0 TO WKS-CAR-IVA.
           MOVE 0 TO WKS-CAR-TOT.
           IF WKS-HAY-FAC = 1
               PERFORM 2160-CARGA-FOLIOS-EMPRESA.
           IF WKS-HAY-FAC = 1 AND WKS-HAY-PAG = 1 AND WKS-HAY-APL = 1
               PERFORM 2170-CARGA-PAGOS-EMPRESA.

           ADD 1 TO WKS-ESTADOS.
           PERFORM 2500-ENCABEZA-ESTADO.
           MOVE 0 TO WKS-SALDO.
           MOVE 1 TO WKS-IX.
           PERFORM 2600-IMPRIME-MOVIMIENTO UNTIL WKS-IX > WKS-MOVS.

           MOVE WKS-SALDO TO WKS-TESAL.
           MOVE WKS-TOT4 TO LINEAE.
           WRITE LINEAE AFTER 2.
           IF WKS-CAR-TOT > 0
               MOVE WKS-CAR-SUB TO WKS-TCSUB
               MOVE WKS-CAR-IVA TO WKS-TCIVA
               MOVE WKS-CAR-TOT TO WKS-TCTOT
               MOVE WKS-TOT3 TO LINEAE
               WRITE LINEAE AFTER 1.
           ADD 3 TO WKS-CONT-LIN.
           IF WKS-HAY-FAC = 1
               PERFORM 2190-LISTA-CLIENTES-EMPRESA.

       2160-CARGA-FOLIOS-EMPRESA.
           MOVE WKS-EMP-PEDIDA TO CLA-EMP-EFA.
           MOVE 0 TO WKS-FOL-ANT.
           MOVE 0 TO WKS-FIN-EFA.
           START EMP-FAC KEY IS GREATER THAN OR EQUAL TO CLA-EMP-EFA
               INVALID KEY MOVE 1 TO WKS-FIN-EFA
           END-START.
           PERFORM 2165-LEE-LINEA-EMPRESA UNTIL WKS-FIN-EFA = 1.

       2165-LEE-LINEA-EMPRESA.
      *    LAS LINEAS DE UN FOLIO SE GRABARON SEGUIDAS: EL CARGO SE
      *    AGREGA UNA VEZ, CON LA PRIMERA.
           READ EMP-FAC NEXT
               AT END MOVE 1 TO WKS-FIN-EFA
               NOT AT END
                   IF CLA-EMP-EFA NOT = WKS-EMP-PEDIDA
                       MOVE 1 TO WKS-FIN-EFA
                   ELSE
                       IF FOLIO-EFA NOT = WKS-FOL-ANT
                           MOVE FOLIO-EFA TO WKS-FOL-ANT
                           PERFORM 2166-AGREGA-FOLIO-EMPRESA
                       END-IF
                   END-IF
           END-READ.

       2166-AGREGA-FOLIO-EMPRESA.
           MOVE FOLIO-EFA TO FOLIO-FAC.
           READ FAC-CLI
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   PERFORM 2167-AGREGA-CARGO-EMPRESA
           END-READ.

       2167-AGREGA-CARGO-EMPRESA.
      *    IGUAL QUE 2215, PERO UN FOLIO SIN FAC-ADI ES EL CARGO
      *    CONSOLIDADO DE LAS ANUALIDADES; UN RECARGO CONDONADO EN
      *    CND-MOR SALE CON SU ABONO.
           MOVE FEC-EMI-FAC TO WKS-A-FEC.
           PERFORM 2220-DESCRIBE-CARGO.
           IF WKS-A-DES = "CARGO RENOVACION"
               MOVE "CARGO CONSOLIDADO" TO WKS-A-DES.
           MOVE SPACES TO WKS-A-REF.
           MOVE FOLIO-FAC TO WKS-A-REF (1:6).
           MOVE IMP-FAC TO WKS-A-CARGO.
           MOVE 0 TO WKS-A-ABONO.
           PERFORM 2900-INSERTA-MOVIMIENTO.
           PERFORM 8380-LEE-DESGLOSE.
           ADD WKS-DES-SUB TO WKS-CAR-SUB.
           ADD WKS-DES-IVA TO WKS-CAR-IVA.
           ADD WKS-DES-TOT TO WKS-CAR-TOT.
           IF EST-FAC = "C" AND WKS-HAY-CND = 1
               PERFORM 2230-BUSCA-CONDONACION.

       2170-CARGA-PAGOS-EMPRESA.
      *    TODAS LAS EMPRESAS PAGAN COMO CLIENTE 000: DE CADA RECIBO
      *    SOLO CUENTA LO APLICADO A FOLIOS DE ESTA EMPRESA.
           MOVE 0 TO ID-CLIENTE-PAG.
           MOVE ZEROES TO FEC-PAG.
           MOVE 0 TO WKS-FIN-PAG.
           START PAG-CLI KEY IS GREATER THAN OR EQUAL TO LLAVE-PAG
               INVALID KEY MOVE 1 TO WKS-FIN-PAG
           END-START.
           PERFORM 2172-LEE-PAGO-EMPRESA UNTIL WKS-FIN-PAG = 1.

       2172-LEE-PAGO-EMPRESA.
           READ PAG-CLI NEXT
               AT END MOVE 1 TO WKS-FIN-PAG
               NOT AT END
                   IF ID-CLIENTE-PAG NOT = 0
                       MOVE 1 TO WKS-FIN-PAG
                   ELSE
                       PERFORM 2174-CARGA-APLICACIONES
                   END-IF
           END-READ.

       2174-CARGA-APLICACIONES.
           MOVE FOLIO-PAG TO FOLIO-PAG-APL.
           MOVE 0 TO FOLIO-FAC-APL.
           MOVE 0 TO WKS-FIN-APL.
           START APL-PAG KEY IS GREATER THAN OR EQUAL TO LLAVE-APL
               INVALID KEY MOVE 1 TO WKS-FIN-APL
           END-START.
           PERFORM 2176-LEE-APLICACION UNTIL WKS-FIN-APL = 1.

       2176-LEE-APLICACION.
           READ APL-PAG NEXT
               AT END MOVE 1 TO WKS-FIN-APL
               NOT AT END
                   IF FOLIO-PAG-APL NOT = FOLIO-PAG
                       MOVE 1 TO WKS-FIN-APL
                   ELSE
                       MOVE FOLIO-FAC-APL TO WKS-BUS-FOL
                       PERFORM 8800-CHECA-DUENO-FOLIO
                       IF WKS-FOL-OK = 1
                           PERFORM 2178-AGREGA-APLICACION
                       END-IF
                   END-IF
           END-READ.

       2178-AGREGA-APLICACION.
      *    UN RECIBO CANCELADO CONSERVA SU ABONO Y SE REGRESA CON UN
      *    CARGO EN LA FECHA DE LA CANCELACION, COMO EN 2320.
           MOVE FOLIO-FAC-APL TO FOLIO-FAC.
           READ FAC-CLI
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE FEC-APL TO WKS-A-FEC
                   MOVE "PAGO RECIBIDO" TO WKS-A-DES
                   MOVE SPACES TO WKS-A-REF
                   MOVE FOLIO-PAG-APL TO WKS-A-REF (1:6)
                   MOVE 0 TO WKS-A-CARGO
                   MOVE IMP-APL TO WKS-A-ABONO
                   PERFORM 2900-INSERTA-MOVIMIENTO
                   IF EST-APL = "C" AND WKS-HAY-CAN = 1
                       PERFORM 2179-BUSCA-CANCELACION-APL
                   END-IF
           END-READ.

       2179-BUSCA-CANCELACION-APL.
           MOVE FOLIO-PAG-APL TO FOLIO-PAG-CAN.
           READ CAN-PAG
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE FEC-CAN TO WKS-A-FEC
                   IF MOT-CAN = "3"
                       MOVE "CHEQUE DEVUELTO" TO WKS-A-DES
                   ELSE
                       MOVE "RECIBO CANCELADO" TO WKS-A-DES
                   END-IF
                   MOVE SPACES TO WKS-A-REF
                   MOVE FOLIO-PAG-CAN TO WKS-A-REF (1:6)
                   MOVE IMP-APL TO WKS-A-CARGO
                   MOVE 0 TO WKS-A-ABONO
                   PERFORM 2900-INSERTA-MOVIMIENTO
           END-READ.

       2190-LISTA-CLIENTES-EMPRESA.
           IF WKS-CONT-LIN > WKS-LIN-MAX - 4
               PERFORM 2500-ENCABEZA-ESTADO.
           MOVE WKS-SOC-ENC TO LINEAE.
           WRITE LINEAE AFTER 2.
           MOVE WKS-SOC-ENC2 TO LINEAE.
           WRITE LINEAE AFTER 1.
           ADD 3 TO WKS-CONT-LIN.
           MOVE WKS-EMP-PEDIDA TO CLA-EMP-EFA.
           MOVE 0 TO WKS-FIN-EFA.
           START EMP-FAC KEY IS GREATER THAN OR EQUAL TO CLA-EMP-EFA
               INVALID KEY MOVE 1 TO WKS-FIN-EFA
           END-START.
           PERFORM 2192-LEE-CLIENTE-EMPRESA UNTIL WKS-FIN-EFA = 1.

       2192-LEE-CLIENTE-EMPRESA.
           READ EMP-FAC NEXT
               AT END MOVE 1 TO WKS-FIN-EFA
               NOT AT END
                   IF CLA-EMP-EFA NOT = WKS-EMP-PEDIDA
                       MOVE 1 TO WKS-FIN-EFA
                   ELSE
                       MOVE FOLIO-EFA TO FOLIO-FAC
                       READ FAC-CLI
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               PERFORM 2194-IMPRIME-CLIENTE-EMPRESA
                       END-READ
                   END-IF
           END-READ.

       2194-IMPRIME-CLIENTE-EMPRESA.
           IF WKS-CONT-LIN > WKS-LIN-MAX
               PERFORM 2500-ENCABEZA-ESTADO.
           MOVE ID-CLIENTE-EFA TO ID-CLIENTE.
           READ CLI-INDD
               INVALID KEY
                   MOVE SPACES TO NOMBRE APE-PAT APE-MAT
           END-READ.
           MOVE SPACES TO WKS-NOM-COMPLETO.
           STRING FUNCTION TRIM (NOMBRE)  DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  FUNCTION TRIM (APE-PAT) DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  FUNCTION TRIM (APE-MAT) DELIMITED BY SIZE
               INTO WKS-NOM-COMPLETO
           END-STRING.
           MOVE FOLIO-EFA TO WKS-SFOL.
           MOVE PER-EFA TO WKS-SPER.
           MOVE ID-CLIENTE-EFA TO WKS-SID.
           MOVE WKS-NOM-COMPLETO TO WKS-SNOM.
           MOVE NOM-TAR-EFA TO WKS-STAR.
           MOVE IMP-EFA TO WKS-SIMP.
           MOVE WKS-SOC-DET TO LINEAE.
           WRITE LINEAE AFTER 1.
           ADD 1 TO WKS-CONT-LIN.

       2200-CARGA-FACTURAS.
           MOVE ID-CLIENTE TO ID-CLIENTE-FAC.
           MOVE 0 TO WKS-FIN-FAC.
                   IF ID-CLIENTE-FAC NOT = ID-CLIENTE
                       MOVE 1 TO WKS-FIN-FAC
                   ELSE
                       PERFORM 2215-AGREGA-FACTURA
                   END-IF
           END-READ.

       2215-AGREGA-FACTURA.
           MOVE FEC-EMI-FAC TO WKS-A-FEC.
           PERFORM 2220-DESCRIBE-CARGO.
           MOVE SPACES TO WKS-A-REF.
           MOVE FOLIO-FAC TO WKS-A-REF (1:6).
           MOVE IMP-FAC TO WKS-A-CARGO.
           MOVE 0 TO WKS-A-ABONO.
           PERFORM 2900-INSERTA-MOVIMIENTO.
           PERFORM 8380-LEE-DESGLOSE.
           ADD WKS-DES-SUB TO WKS-CAR-SUB.
           ADD WKS-DES-IVA TO WKS-CAR-IVA.
           ADD WKS-DES-TOT TO WKS-CAR-TOT.
           IF EST-FAC = "C" AND WKS-HAY-CND = 1
               PERFORM 2230-BUSCA-CONDONACION.

       2220-DESCRIBE-CARGO.
      *    UN FOLIO SIN REGISTRO EN FAC-ADI ES RENOVACION.
           MOVE "CARGO RENOVACION" TO WKS-A-DES.
           IF WKS-HAY-ADI = 1
               MOVE FOLIO-FAC TO FOLIO-ADI
               READ FAC-ADI
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       EVALUATE TIP-ADI
                           WHEN "C"
                               MOVE "COMISION CHEQUE DEV." TO WKS-A-DES
                           WHEN "M"
                               MOVE "RECARGO MORATORIO" TO WKS-A-DES
                           WHEN "T"
                               MOVE "AJUSTE CAMBIO TARJ." TO WKS-A-DES
                           WHEN "R"
                               MOVE "REPOSICION PLASTICO" TO WKS-A-DES
                       END-EVALUATE
               END-READ
           END-IF.

       2230-BUSCA-CONDONACION.
           MOVE FOLIO-FAC TO FOLIO-CND.
           READ CND-MOR
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE FEC-CND TO WKS-A-FEC
                   MOVE "RECARGO CONDONADO" TO WKS-A-DES
                   MOVE SPACES TO WKS-A-REF
                   MOVE FOLIO-CND TO WKS-A-REF (1:6)
                   MOVE 0 TO WKS-A-CARGO
                   MOVE IMP-CND TO WKS-A-ABONO
                   PERFORM 2900-INSERTA-MOVIMIENTO
           END-READ.

       2300-CARGA-PAGOS.
           MOVE ID-CLIENTE TO ID-CLIENTE-PAG.
           MOVE ZEROES TO FEC-PAG.
                   IF ID-CLIENTE-PAG NOT = ID-CLIENTE
                       MOVE 1 TO WKS-FIN-PAG
                   ELSE
                       PERFORM 2315-AGREGA-PAGO
                   END-IF
           END-READ.

       2315-AGREGA-PAGO.
           MOVE FEC-PAG TO WKS-A-FEC.
           IF OPER-PAG = "DOMICIL "
               MOVE "COBRO BANCARIO" TO WKS-A-DES
           ELSE
               MOVE "PAGO RECIBIDO" TO WKS-A-DES.
           MOVE OPER-PAG TO WKS-A-REF.
           MOVE 0 TO WKS-A-CARGO.
           MOVE IMP-PAG TO WKS-A-ABONO.
           PERFORM 2900-INSERTA-MOVIMIENTO.
           IF WKS-HAY-CAN = 1
               PERFORM 2320-BUSCA-CANCELACION.

       2320-BUSCA-CANCELACION.
           MOVE FOLIO-PAG TO FOLIO-PAG-CAN.
           READ CAN-PAG
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE FEC-CAN TO WKS-A-FEC
                   IF MOT-CAN = "3"
                       MOVE "CHEQUE DEVUELTO" TO WKS-A-DES
                   ELSE
                       MOVE "RECIBO CANCELADO" TO WKS-A-DES
                   END-IF
                   MOVE SPACES TO WKS-A-REF
                   MOVE FOLIO-PAG-CAN TO WKS-A-REF (1:6)
                   MOVE IMP-CAN TO WKS-A-CARGO
                   MOVE 0 TO WKS-A-ABONO
                   PERFORM 2900-INSERTA-MOVIMIENTO
           END-READ.

       2400-CARGA-DOMICILIADOS.
           MOVE WKS-ENC2 TO LINEAE.
           WRITE LINEAE AFTER 1.

           IF WKS-EMP-PEDIDA > 0
               PERFORM 2520-DATOS-EMPRESA
           ELSE
               PERFORM 2505-DATOS-CLIENTE.

           MOVE WKS-ENC3 TO LINEAE.
           WRITE LINEAE AFTER 2.
           MOVE 8 TO WKS-CONT-LIN.

       2505-DATOS-CLIENTE.
           MOVE ID-CLIENTE TO WKS-HID.
           MOVE SPACES TO WKS-NOM-COMPLETO.
           STRING FUNCTION TRIM (NOMBRE)  DELIMITED BY SIZE
           MOVE WKS-CLI-L3 TO LINEAE.
           WRITE LINEAE AFTER 1.

       2520-DATOS-EMPRESA.
           MOVE CLA-EMP TO WKS-HCLA.
           MOVE NOM-EMP TO WKS-HENOM.
           MOVE RFC-EMP TO WKS-HRFC.
           MOVE WKS-EMP-L1 TO LINEAE.
           WRITE LINEAE AFTER 2.
           MOVE DIR1-EMP TO WKS-HDIR1.
           MOVE DIR2-EMP TO WKS-HDIR2.
           MOVE WKS-CLI-L2 TO LINEAE.
           WRITE LINEAE AFTER 1.
           MOVE CIU-EMP TO WKS-HCIU.
           MOVE CP-EMP TO WKS-HCP.
           MOVE WKS-CLI-L3 TO LINEAE.
           WRITE LINEAE AFTER 1.

       2510-LEE-CONTACTO.
           MOVE SPACES TO DIR1-CON DIR2-CON CIUDAD-CON.
           ADD 1 TO WKS-CONT-LIN.
           ADD 1 TO WKS-IX.

       2700-SUMA-SALDO-FAVOR.
           MOVE 0 TO WKS-SAL-FAVOR.
           MOVE ID-CLIENTE TO ID-CLIENTE-SAF.
           MOVE 0 TO WKS-FIN-SAF.
           START SAL-FAV KEY IS GREATER THAN OR EQUAL TO
               ID-CLIENTE-SAF
               INVALID KEY MOVE 1 TO WKS-FIN-SAF
           END-START.
           PERFORM 2710-LEE-SALDO-FAVOR UNTIL WKS-FIN-SAF = 1.

       2710-LEE-SALDO-FAVOR.
           READ SAL-FAV NEXT
               AT END MOVE 1 TO WKS-FIN-SAF
               NOT AT END
                   IF ID-CLIENTE-SAF NOT = ID-CLIENTE
                       MOVE 1 TO WKS-FIN-SAF
                   ELSE
                       IF EST-SAF = "P"
                           COMPUTE WKS-SAL-FAVOR = WKS-SAL-FAVOR
                               + IMP-SAF - IMP-APL-SAF
                       END-IF
                   END-IF
           END-READ.

       2800-CARGA-ARCHIVADOS.
      *    LOS FOLIOS Y RECIBOS QUE DEP-FAC SACO DE FAC-CLI Y PAG-CLI
      *    ENTRAN COMO LOS VIVOS: LA IMAGEN ARCHIVADA SE REGRESA AL
      *    REGISTRO Y SE AGREGA IGUAL. DEP-CLI REUSA LOS ID, ASI QUE
      *    SOLO CUENTA LO FECHADO DESDE EL INGRESO DEL CLIENTE.
           OPEN INPUT FAC-ARC.
           IF WKS-STAT-ARC NOT = "35"
               MOVE 0 TO WKS-FIN-ARC
               PERFORM 2810-LEE-ARCHIVADO UNTIL WKS-FIN-ARC = 1
               CLOSE FAC-ARC.

       2810-LEE-ARCHIVADO.
           READ FAC-ARC
               AT END MOVE 1 TO WKS-FIN-ARC
               NOT AT END
                   IF ID-CLIENTE-FAR = ID-CLIENTE
                       PERFORM 2820-AGREGA-ARCHIVADO
                   END-IF
           END-READ.

       2820-AGREGA-ARCHIVADO.
           IF TIP-FAR = "FAC"
               MOVE FEC-EMI-FAR TO WKS-FEC-DOC
               IF WKS-FEC-DOC = 0
                   MOVE FEC-VEN-FAR TO WKS-FEC-DOC
               END-IF
               IF WKS-FEC-DOC NOT < FEC-ING
                   MOVE IMG-FAR TO REG-FAC
                   PERFORM 2215-AGREGA-FACTURA
               END-IF
           ELSE IF TIP-FAR = "PAG"
               IF FEC-PAG-FAR NOT < FEC-ING
                   MOVE IMG-FAR TO REG-PAG
                   PERFORM 2315-AGREGA-PAGO.

       2900-INSERTA-MOVIMIENTO.
      *    INSERCION EN ORDEN DE FECHA: SE BUSCA LA POSICION Y SE
      *    RECORREN LOS QUE SIGUEN. MAS DE 100 MOVIMIENTOS DE UN
           MOVE WKS-MOV-ENT (WKS-JX) TO WKS-MOV-ENT (WKS-JX + 1).
           SUBTRACT 1 FROM WKS-JX.

       2950-LISTA-DEVUELTO.
           ADD 1 TO WKS-NO-ENTREGA.
           MOVE SPACES TO WKS-NOM-COMPLETO.
           STRING FUNCTION TRIM (NOMBRE)  DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  FUNCTION TRIM (APE-PAT) DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  FUNCTION TRIM (APE-MAT) DELIMITED BY SIZE
               INTO WKS-NOM-COMPLETO
           END-STRING.
           MOVE SPACES TO TEL-CON.
           PERFORM 2510-LEE-CONTACTO.

           IF WKS-VCONT-LIN > WKS-LIN-MAX
               PERFORM 2960-ENCABEZADO-DEVUELTOS.
           MOVE SUC-CLI TO WKS-VSUC.
           MOVE ID-CLIENTE TO WKS-VID.
           MOVE WKS-NOM-COMPLETO TO WKS-VNOM.
           MOVE TEL-CON TO WKS-VTEL.
           MOVE FEC-DEV TO WKS-VFEC.
           MOVE DOC-DEV TO WKS-VDOC.
           MOVE NUM-DEV TO WKS-VNUM.
           MOVE WKS-VDET1 TO LINEAV.
           WRITE LINEAV AFTER 1.
           ADD 1 TO WKS-VCONT-LIN.

       2960-ENCABEZADO-DEVUELTOS.
           ADD 1 TO WKS-VNUM-PAG.
           MOVE WKS-VENC1 TO LINEAV.
           WRITE LINEAV AFTER PAGE.
           MOVE WKS-HOY TO WKS-VEFEC.
           MOVE WKS-VNUM-PAG TO WKS-VEPAG.
           MOVE WKS-VENC2 TO LINEAV.
           WRITE LINEAV AFTER 1.
           MOVE WKS-VENC3 TO LINEAV.
           WRITE LINEAV AFTER 2.
           MOVE 4 TO WKS-VCONT-LIN.

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

       8700-CHECA-DEVOLUCION.
      *    WKS-DEVUELTO QUEDA EN 1 SI EL CLIENTE DE REG-CLI TIENE EL
      *    DOMICILIO MARCADO EN DEV-COR. UNA MARCA CON OTRA FECHA DE
      *    INGRESO ES DE UN CLIENTE ANTERIOR CON EL MISMO ID.
           MOVE 0 TO WKS-DEVUELTO.
           IF WKS-HAY-DEV = 1
               MOVE ID-CLIENTE TO ID-CLIENTE-DEV
               READ DEV-COR
                   NOT INVALID KEY
                       IF FEC-ING-DEV = FEC-ING
                           MOVE 1 TO WKS-DEVUELTO
                       END-IF
               END-READ
           END-IF.

       8800-CHECA-DUENO-FOLIO.
      *    LA PRIMERA LINEA DEL FOLIO EN EMP-FAC DICE DE QUE EMPRESA
      *    ES; UN FOLIO SIN LINEAS NO ES DE NINGUNA.
           MOVE 0 TO WKS-FOL-OK.
           MOVE WKS-BUS-FOL TO FOLIO-EFA.
           MOVE 0 TO ID-CLIENTE-EFA.
           START EMP-FAC KEY IS GREATER THAN OR EQUAL TO LLAVE-EFA
               INVALID KEY MOVE "23" TO WKS-STAT-EFA
           END-START.
           IF WKS-STAT-EFA = "00"
               READ EMP-FAC NEXT
                   AT END CONTINUE
                   NOT AT END
                       IF FOLIO-EFA = WKS-BUS-FOL
                           AND CLA-EMP-EFA = WKS-EMP-PEDIDA
                           MOVE 1 TO WKS-FOL-OK
                       END-IF
               END-READ
           END-IF.

       3000-FIN.
           IF WKS-UNO-SOLO = 0
               MOVE WKS-NO-ENTREGA TO WKS-VTCNT
               MOVE WKS-VTOT1 TO LINEAV
               WRITE LINEAV AFTER 3
               MOVE WKS-VNOTA1 TO LINEAV
               WRITE LINEAV AFTER 2
               CLOSE REP-DVE
               DISPLAY "SIN ESTADO POR DOMICILIO DEVUELTO: "
                   WKS-NO-ENTREGA.
           IF WKS-HAY-DEV = 1
               CLOSE DEV-COR.
           CLOSE CLI-INDD.
           IF WKS-HAY-CON = 1
               CLOSE CON-CLI.
               CLOSE PAG-CLI.
           IF WKS-HAY-DOM = 1
               CLOSE DOM-CTL.
           IF WKS-HAY-SAF = 1
               CLOSE SAL-FAV.
           IF WKS-HAY-CAN = 1
               CLOSE CAN-PAG.
           IF WKS-HAY-ADI = 1
               CLOSE FAC-ADI.
           IF WKS-HAY-CND = 1
               CLOSE CND-MOR.
           IF WKS-HAY-IVA = 1
               CLOSE IVA-TAB.
           IF WKS-HAY-FIV = 1
               CLOSE FAC-IVA.
           IF WKS-HAY-EMP = 1
               CLOSE EMP-TAB
               CLOSE EMP-FAC.
           IF WKS-HAY-APL = 1
               CLOSE APL-PAG.
           CLOSE REP-EDO.
           DISPLAY "ESTADOS DE CUENTA IMPRESOS: " WKS-ESTADOS.
