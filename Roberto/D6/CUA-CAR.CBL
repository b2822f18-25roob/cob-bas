       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUA-CAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT CAN-PAG ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOLIO-PAG-CAN
           ALTERNATE RECORD KEY IS FEC-CAN WITH DUPLICATES
           FILE STATUS IS WKS-STAT-CAN.
           SELECT NOT-CRE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOLIO-NCR
           FILE STATUS IS WKS-STAT-NCR.
           SELECT CND-MOR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOLIO-CND
           ALTERNATE RECORD KEY IS FEC-CND WITH DUPLICATES
           FILE STATUS IS WKS-STAT-CND.
           SELECT CAS-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOLIO-CAS
           ALTERNATE RECORD KEY IS FEC-AUT-CAS WITH DUPLICATES
           FILE STATUS IS WKS-STAT-CAS.
           SELECT SAL-FAV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOLIO-PAG-SAF
           ALTERNATE RECORD KEY IS ID-CLIENTE-SAF WITH DUPLICATES
           FILE STATUS IS WKS-STAT-SAF.
           SELECT CUA-CTL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FEC-CUA
           FILE STATUS IS WKS-STAT-CUA.
           SELECT CTA-CON ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LLAVE-CTA
           FILE STATUS IS WKS-STAT-CTA.
           SELECT POL-SAL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WKS-STAT-POL.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REP-CUA ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD FAC-CLI.
           COPY FACCLI.

       FD PAG-CLI.
           COPY PAGCLI.

       FD APL-PAG.
           COPY APLPAG.

       FD CAN-PAG.
           COPY CANPAG.

       FD NOT-CRE.
           COPY NOTCRE.

       FD CND-MOR.
           COPY CNDMOR.

       FD CAS-CLI.
           COPY CASCLI.

       FD SAL-FAV.
           COPY SALFAV.

       FD CUA-CTL.
           COPY CUACTL.

       FD CTA-CON.
           COPY CTACON.

      *    ARCHIVO DE POLIZA QUE DEJA POL-DIA, LAYOUT FIJO: FECHA,
      *    CUENTA, NATURALEZA ("C" CARGO / "A" ABONO), IMPORTE EN
      *    CENTAVOS, DESCRIPCION Y SUCURSAL.
       FD POL-SAL.
       01 REG-POL.
           03 POL-FECHA    PIC 9(08).
           03 POL-CUENTA   PIC 9(04).
           03 POL-NAT      PIC X.
           03 POL-IMPORTE  PIC 9(11).
           03 POL-DESC     PIC X(30).
           03 POL-SUC      PIC 9(02).

       FD RUN-LOG.
           COPY RUNLOG.

       FD REP-CUA.
       01 LINEAC           PIC X(132).

       WORKING-STORAGE SECTION.
       77 WKS-FIN          PIC 9.
       77 WKS-FIN-APL      PIC 9.
       77 WKS-STAT-FAC     PIC XX.
       77 WKS-STAT-PAG     PIC XX.
       77 WKS-STAT-APL     PIC XX.
       77 WKS-STAT-CAN     PIC XX.
       77 WKS-STAT-NCR     PIC XX.
       77 WKS-STAT-CND     PIC XX.
       77 WKS-STAT-CAS     PIC XX.
       77 WKS-STAT-SAF     PIC XX.
       77 WKS-STAT-CUA     PIC XX.
       77 WKS-STAT-POL     PIC XX.
       77 WKS-STAT-CTA     PIC XX.
       77 WKS-HAY-FAC      PIC 9.
       77 WKS-HAY-PAG      PIC 9.
       77 WKS-HAY-APL      PIC 9.
       77 WKS-HAY-CAN      PIC 9.
       77 WKS-HAY-NCR      PIC 9.
       77 WKS-HAY-CND      PIC 9.
       77 WKS-HAY-CAS      PIC 9.
       77 WKS-HAY-SAF      PIC 9.
       77 WKS-FEC-OK       PIC 9.
       77 WKS-CUA-OK       PIC 9.
       77 WKS-HAY-ANT      PIC 9.
       77 WKS-HAY-POS      PIC 9.
       77 WKS-EXISTE       PIC 9.
       77 WKS-LISTA        PIC 9.
       77 WKS-CNT-POL      PIC 9(05).
      *    CUENTAS DE CLIENTES DEL CATALOGO CTA-CON (LA GENERAL Y
      *    LAS POR TARJETA); SIN CATALOGO SE TOMA LA 1201.
       01 WKS-CTAS-CLI.
           03 WKS-C-CTA     PIC 9(04) OCCURS 10.
       77 WKS-NUM-CTAS     PIC 9(02).
       77 WKS-CX           PIC 9(02).
       77 WKS-ES-CLI       PIC 9.
       77 WKS-CNT-INC      PIC 9(05).
       77 WKS-CONT-LIN     PIC 99.
       77 WKS-LIN-MAX      PIC 99 VALUE 60.
       77 WKS-NUM-PAG      PIC 9(02).
       77 WKS-MX           PIC 9.

       01 WKS-FEC-CUADRE   PIC 9(08).
       01 WKS-FEC-CUADRE-D REDEFINES WKS-FEC-CUADRE.
           03 WKS-CUA-ANO  PIC 9(04).
           03 WKS-CUA-MES  PIC 9(02).
           03 WKS-CUA-DIA  PIC 9(02).
       01 WKS-HOY          PIC 9(08).
       01 WKS-FEC-ANT      PIC 9(08).
       01 WKS-RECUP        PIC 9(07)V99.
       01 WKS-MOT-ACL.
           03 WKS-MOT-PRE  PIC X(11).
           03 WKS-MOT-TIPO PIC X.
           03 FILLER       PIC X(08).

      *    MOVIMIENTOS DE LA CARTERA: 1 FOLIOS EMITIDOS, 2 RECIBOS
      *    COBRADOS (SIN LO QUE RECUPERARON DE FOLIOS CASTIGADOS, QUE
      *    NO ABONA A CLIENTES), 3 NOTAS DE CREDITO ABONADAS A FOLIO,
      *    4 RECARGOS CONDONADOS, 5 FOLIOS CASTIGADOS Y 6 RECIBOS
      *    CANCELADOS. LOS FECHADOS DESPUES DE LA FECHA DEL CUADRE
      *    (WKS-M-POS) SOLO SIRVEN PARA LLEVAR A ESA FECHA LA CARTERA
      *    RECALCULADA HOY.
       01 WKS-MOVS.
           03 WKS-MOV OCCURS 6.
               05 WKS-M-CNT PIC 9(05).
               05 WKS-M-DIA PIC 9(09)V99.
               05 WKS-M-POS PIC 9(09)V99.
       01 WKS-NOMBRES-MOV.
           03 FILLER       PIC X(24) VALUE "(+) FOLIOS EMITIDOS".
           03 FILLER       PIC X(24) VALUE "(-) RECIBOS COBRADOS".
           03 FILLER       PIC X(24) VALUE "(-) NOTAS DE CREDITO".
           03 FILLER       PIC X(24) VALUE "(-) RECARGOS CONDONADOS".
           03 FILLER       PIC X(24) VALUE "(-) FOLIOS CASTIGADOS".
           03 FILLER       PIC X(24) VALUE "(+) RECIBOS CANCELADOS".
       01 WKS-NOMBRES-R REDEFINES WKS-NOMBRES-MOV.
           03 WKS-NOM-MOV  PIC X(24) OCCURS 6.

      *    MOVIMIENTO EN TURNO PARA 8100-ACUMULA-MOVIMIENTO.
       77 WKS-MOV-TIP      PIC 9.
       01 WKS-MOV-FEC      PIC 9(08).
       01 WKS-MOV-FOL      PIC 9(06).
       01 WKS-MOV-CLI      PIC 9(03).
       01 WKS-MOV-IMP      PIC 9(07)V99.
       01 WKS-MOV-OBS      PIC X(20).

       01 WKS-NETO-DIA     PIC S9(09)V99.
       01 WKS-NETO-POS     PIC S9(09)V99.
       01 WKS-SAL-ANT      PIC S9(09)V99.
       01 WKS-GL-ANT       PIC S9(09)V99.
       01 WKS-GL-DIA       PIC S9(09)V99.
       01 WKS-SAL-FOL      PIC S9(09)V99.
       01 WKS-SAL-SAF      PIC 9(09)V99.
       01 WKS-SAL-HOY      PIC S9(09)V99.
       01 WKS-SAL-REC      PIC S9(09)V99.
       01 WKS-SAL-CAR      PIC S9(09)V99.
       01 WKS-SAL-GL       PIC S9(09)V99.
       01 WKS-DIF-REC      PIC S9(09)V99.
       01 WKS-DIF-GL       PIC S9(09)V99.

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
                     VALUE "CUADRE DIARIO DE CARTERA (CTA CLIENTES)".

       01 WKS-ENC2.
           03 FILLER       PIC X(18)
                     VALUE "FECHA DE POLIZA:  ".
           03 WKS-EFEC     PIC 9(08).
           03 FILLER       PIC X(33) VALUE SPACES.
           03 FILLER       PIC X(07) VALUE "PAG. : ".
           03 WKS-EPAG     PIC 9(02).

       01 WKS-ENC3.
           03 FILLER       PIC X(24) VALUE "MOVIMIENTO".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(06) VALUE "FOLIO ".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(07) VALUE "CLIENTE".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(08) VALUE "FECHA".
           03 FILLER       PIC X(04) VALUE SPACES.
           03 FILLER       PIC X(10) VALUE "   IMPORTE".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(11) VALUE "OBSERVACION".

       01 WKS-TIT.
           03 WKS-TIT-TXT  PIC X(60).

       01 WKS-DET1.
           03 WKS-DMOV     PIC X(24).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-DFOL     PIC 9(06).
           03 FILLER       PIC X(04) VALUE SPACES.
           03 WKS-DCLI     PIC 999.
           03 FILLER       PIC X(04) VALUE SPACES.
           03 WKS-DFEC     PIC 9(08).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-DIMP     PIC $$$,$$$,$$9.99.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-DOBS     PIC X(20).

       01 WKS-RES1.
           03 WKS-RDES     PIC X(42).
           03 WKS-RCNT     PIC ZZZZ9 BLANK WHEN ZERO.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-RIMP     PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           IF WKS-CUA-OK = 1
               PERFORM 2000-RECORRE-MOVIMIENTOS
               PERFORM 2500-COMPARA-SALDOS.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           MOVE "CUA-CAR " TO WKS-RUN-PROG.
           ACCEPT WKS-RUN-FEC-INI FROM DATE YYYYMMDD.
           ACCEPT WKS-RUN-HORA FROM TIME.
           MOVE WKS-RUN-HHMMSS TO WKS-RUN-HOR-INI.
           MOVE 0 TO WKS-RUN-LEI.
           MOVE 0 TO WKS-RUN-ESC.
           MOVE 0 TO WKS-RUN-REC.
           MOVE "N" TO WKS-RUN-RES.

           DISPLAY "CUADRE DIARIO DE CARTERA CONTRA CLIENTES".
           DISPLAY "CORRA POL-DIA DE LA MISMA FECHA ANTES DEL CUADRE.".
           ACCEPT WKS-HOY FROM DATE YYYYMMDD.
           MOVE 0 TO WKS-FEC-OK.
           PERFORM 1010-CAPTURA-FECHA UNTIL WKS-FEC-OK = 1.

           MOVE 1 TO WKS-HAY-FAC.
           OPEN INPUT FAC-CLI.
           IF WKS-STAT-FAC = "35"
               MOVE 0 TO WKS-HAY-FAC.

           MOVE 1 TO WKS-HAY-PAG.
           OPEN INPUT PAG-CLI.
           IF WKS-STAT-PAG = "35"
               MOVE 0 TO WKS-HAY-PAG.

           MOVE 1 TO WKS-HAY-APL.
           OPEN INPUT APL-PAG.
           IF WKS-STAT-APL = "35"
               MOVE 0 TO WKS-HAY-APL.

           MOVE 1 TO WKS-HAY-CAN.
           OPEN INPUT CAN-PAG.
           IF WKS-STAT-CAN = "35"
               MOVE 0 TO WKS-HAY-CAN.

           MOVE 1 TO WKS-HAY-NCR.
           OPEN INPUT NOT-CRE.
           IF WKS-STAT-NCR = "35"
               MOVE 0 TO WKS-HAY-NCR.

           MOVE 1 TO WKS-HAY-CND.
           OPEN INPUT CND-MOR.
           IF WKS-STAT-CND = "35"
               MOVE 0 TO WKS-HAY-CND.

           MOVE 1 TO WKS-HAY-CAS.
           OPEN INPUT CAS-CLI.
           IF WKS-STAT-CAS = "35"
               MOVE 0 TO WKS-HAY-CAS.

           MOVE 1 TO WKS-HAY-SAF.
           OPEN INPUT SAL-FAV.
           IF WKS-STAT-SAF = "35"
               MOVE 0 TO WKS-HAY-SAF.

           OPEN I-O CUA-CTL.
           IF WKS-STAT-CUA = "35"
               OPEN OUTPUT CUA-CTL
               CLOSE CUA-CTL
               OPEN I-O CUA-CTL.

           MOVE 1 TO WKS-MX.
           PERFORM 1030-LIMPIA-MOVIMIENTO UNTIL WKS-MX > 6.
           MOVE 0 TO WKS-SAL-FOL.
           MOVE 0 TO WKS-SAL-SAF.
           MOVE 0 TO WKS-GL-DIA.
           MOVE 0 TO WKS-CNT-POL.
           MOVE 0 TO WKS-CNT-INC.
           MOVE 0 TO WKS-LISTA.

           PERFORM 1020-LEE-CONTROL.

           OPEN OUTPUT REP-CUA.
           MOVE 0 TO WKS-NUM-PAG.
           PERFORM 2900-GENERA-ENCABEZADO.

       1010-CAPTURA-FECHA.
           DISPLAY "FECHA DE LA POLIZA A CUADRAR:(AAAAMMDD,0=HOY)".
           ACCEPT WKS-FEC-CUADRE.
           IF WKS-FEC-CUADRE = 0
               MOVE WKS-HOY TO WKS-FEC-CUADRE.
           MOVE 1 TO WKS-FEC-OK.
           IF WKS-CUA-MES < 1 OR WKS-CUA-MES > 12
               OR WKS-CUA-DIA < 1 OR WKS-CUA-DIA > 31
               OR WKS-FEC-CUADRE > WKS-HOY
               MOVE 0 TO WKS-FEC-OK
               DISPLAY "FECHA INVALIDA, REINTENTE".

       1020-LEE-CONTROL.
      *    EL SALDO INICIAL ES EL DEL ULTIMO CUADRE ANTERIOR A LA
      *    FECHA. UNA FECHA YA CUADRADA SE PUEDE REPETIR, PERO NO SI
      *    YA HAY UN CUADRE POSTERIOR (SU SALDO INICIAL CAMBIARIA).
           MOVE 1 TO WKS-CUA-OK.
           MOVE 0 TO WKS-HAY-ANT.
           MOVE 0 TO WKS-HAY-POS.
           MOVE 0 TO WKS-EXISTE.
           MOVE 0 TO WKS-SAL-ANT.
           MOVE 0 TO WKS-GL-ANT.
      *    SIN CUADRE ANTERIOR SOLO CUENTAN LOS MOVIMIENTOS DE LA
      *    FECHA: RESTAR UNO A LA FECHA DEJA UN VALOR MENOR QUE ELLA
      *    Y MAYOR QUE CUALQUIER FECHA ANTERIOR, QUE ES LO QUE SE
      *    COMPARA.
           COMPUTE WKS-FEC-ANT = WKS-FEC-CUADRE - 1.
           MOVE 0 TO WKS-FIN.
           MOVE ZEROES TO FEC-CUA.
           START CUA-CTL KEY IS GREATER THAN OR EQUAL TO FEC-CUA
               INVALID KEY MOVE 1 TO WKS-FIN
           END-START.
           PERFORM 1025-LEE-CUADRE UNTIL WKS-FIN = 1.

           IF WKS-HAY-POS = 1
               DISPLAY "YA HAY UN CUADRE POSTERIOR A ESA FECHA "
                   "(CUA-CTL); NO SE PUEDE REPETIR."
               MOVE 0 TO WKS-CUA-OK
               MOVE "A" TO WKS-RUN-RES.
           IF WKS-HAY-ANT = 0 AND WKS-CUA-OK = 1
               DISPLAY "SIN CUADRE ANTERIOR: EL SALDO INICIAL SE TOMA "
                   "DE LA CARTERA RECALCULADA.".

       1025-LEE-CUADRE.
           READ CUA-CTL NEXT
               AT END MOVE 1 TO WKS-FIN
               NOT AT END
                   IF FEC-CUA < WKS-FEC-CUADRE
                       MOVE 1 TO WKS-HAY-ANT
                       MOVE FEC-CUA TO WKS-FEC-ANT
                       MOVE SAL-CAR-CUA TO WKS-SAL-ANT
                       MOVE SAL-GL-CUA TO WKS-GL-ANT
                   ELSE
                       IF FEC-CUA = WKS-FEC-CUADRE
                           MOVE 1 TO WKS-EXISTE
                       ELSE
                           MOVE 1 TO WKS-HAY-POS
                       END-IF
                   END-IF
           END-READ.

       1030-LIMPIA-MOVIMIENTO.
           MOVE 0 TO WKS-M-CNT (WKS-MX).
           MOVE 0 TO WKS-M-DIA (WKS-MX).
           MOVE 0 TO WKS-M-POS (WKS-MX).
           ADD 1 TO WKS-MX.

       2000-RECORRE-MOVIMIENTOS.
      *    LA PRIMERA PASADA ACUMULA (WKS-LISTA = 0); SI EL CUADRE NO
      *    SALE, LA SEGUNDA (WKS-LISTA = 1) RECORRE LOS MISMOS
      *    ARCHIVOS E IMPRIME CADA FOLIO Y RECIBO QUE ENTRO A LAS
      *    CIFRAS DEL DIA.
           PERFORM 2100-RECORRE-FOLIOS.
           PERFORM 2200-RECORRE-RECIBOS.
           PERFORM 2300-RECORRE-NOTAS.
           PERFORM 2400-RECORRE-CONDONACIONES.
           PERFORM 2420-RECORRE-CASTIGOS.
           PERFORM 2440-RECORRE-CANCELADOS.
           IF WKS-LISTA = 0
               PERFORM 2460-RECORRE-SALDOS-FAVOR
               PERFORM 2480-LEE-POLIZA.

       2100-RECORRE-FOLIOS.
           IF WKS-HAY-FAC = 1
               MOVE 0 TO WKS-FIN
               MOVE ZEROES TO FOLIO-FAC
               START FAC-CLI KEY IS GREATER THAN OR EQUAL TO FOLIO-FAC
                   INVALID KEY MOVE 1 TO WKS-FIN
               END-START
               PERFORM 2110-LEE-FOLIO UNTIL WKS-FIN = 1.

       2110-LEE-FOLIO.
      *    LA CARTERA DE HOY ES LO QUE DEBEN LOS FOLIOS PENDIENTES; LOS
      *    LIQUIDADOS, CONDONADOS Y CASTIGADOS YA NO SON CLIENTES.
           READ FAC-CLI NEXT
               AT END MOVE 1 TO WKS-FIN
               NOT AT END
                   MOVE 1 TO WKS-MOV-TIP
                   MOVE FEC-EMI-FAC TO WKS-MOV-FEC
                   MOVE FOLIO-FAC TO WKS-MOV-FOL
                   MOVE ID-CLIENTE-FAC TO WKS-MOV-CLI
                   MOVE IMP-FAC TO WKS-MOV-IMP
                   MOVE NOM-TAR-FAC TO WKS-MOV-OBS
                   PERFORM 8100-ACUMULA-MOVIMIENTO
                   IF WKS-LISTA = 0
                       ADD 1 TO WKS-RUN-LEI
                       IF EST-FAC = "P"
                           COMPUTE WKS-SAL-FOL = WKS-SAL-FOL
                               + IMP-FAC - IMP-PAG-FAC
                       END-IF
                   ELSE
                       PERFORM 2120-REVISA-FOLIO
                   END-IF
           END-READ.

       2120-REVISA-FOLIO.
      *    UN FOLIO CUYO ESTADO NO CORRESPONDE A LO ABONADO CAMBIA LA
      *    CARTERA SIN MOVIMIENTO QUE LO EXPLIQUE.
           MOVE SPACES TO WKS-MOV-OBS.
           IF EST-FAC = "P" AND IMP-PAG-FAC NOT < IMP-FAC
               MOVE "PENDIENTE SIN SALDO" TO WKS-MOV-OBS.
           IF EST-FAC = "L" AND IMP-PAG-FAC < IMP-FAC
               MOVE "LIQUIDADO CON SALDO" TO WKS-MOV-OBS.
           IF WKS-MOV-OBS NOT = SPACES
               ADD 1 TO WKS-CNT-INC
               MOVE "FOLIO INCONSISTENTE" TO WKS-DMOV
               MOVE FEC-EMI-FAC TO WKS-MOV-FEC
               COMPUTE WKS-MOV-IMP = IMP-FAC - IMP-PAG-FAC
               PERFORM 2930-ESCRIBE-DETALLE.

       2200-RECORRE-RECIBOS.
           IF WKS-HAY-PAG = 1
               MOVE 0 TO WKS-FIN
               MOVE ZEROES TO FOLIO-PAG
               START PAG-CLI KEY IS GREATER THAN OR EQUAL TO FOLIO-PAG
                   INVALID KEY MOVE 1 TO WKS-FIN
               END-START
               PERFORM 2210-LEE-RECIBO UNTIL WKS-FIN = 1.

       2210-LEE-RECIBO.
      *    EL RECIBO CUENTA EL DIA QUE SE COBRO AUNQUE DESPUES SE
      *    CANCELE: LA CANCELACION ENTRA EL DIA QUE SE HIZO, IGUAL
      *    QUE EN LA POLIZA.
           READ PAG-CLI NEXT
               AT END MOVE 1 TO WKS-FIN
               NOT AT END
                   IF WKS-LISTA = 0
                       ADD 1 TO WKS-RUN-LEI
                   END-IF
                   IF FEC-PAG > WKS-FEC-ANT
                       MOVE FOLIO-PAG TO WKS-MOV-FOL
                       PERFORM 8000-SUMA-RECUPERACION
                       MOVE 2 TO WKS-MOV-TIP
                       MOVE FEC-PAG TO WKS-MOV-FEC
                       MOVE ID-CLIENTE-PAG TO WKS-MOV-CLI
                       COMPUTE WKS-MOV-IMP = IMP-PAG - WKS-RECUP
                       MOVE OPER-PAG TO WKS-MOV-OBS
                       PERFORM 8100-ACUMULA-MOVIMIENTO
                   END-IF
           END-READ.

       2300-RECORRE-NOTAS.
           IF WKS-HAY-NCR = 1
               MOVE 0 TO WKS-FIN
               MOVE ZEROES TO FOLIO-NCR
               START NOT-CRE KEY IS GREATER THAN OR EQUAL TO FOLIO-NCR
                   INVALID KEY MOVE 1 TO WKS-FIN
               END-START
               PERFORM 2310-LEE-NOTA UNTIL WKS-FIN = 1.

       2310-LEE-NOTA.
      *    SOLO LA NOTA POR ACLARACION ABONADA AL FOLIO ("F") BAJA LA
      *    CARTERA; LAS DE REEMBOLSO VAN A NOTAS DE CREDITO POR PAGAR.
           READ NOT-CRE NEXT
               AT END MOVE 1 TO WKS-FIN
               NOT AT END
                   MOVE MOT-NCR TO WKS-MOT-ACL
                   IF WKS-MOT-PRE = "ACLARACION "
                       AND WKS-MOT-TIPO = "F"
                       MOVE 3 TO WKS-MOV-TIP
                       MOVE FEC-NCR TO WKS-MOV-FEC
                       MOVE FOLIO-NCR TO WKS-MOV-FOL
                       MOVE ID-CLIENTE-NCR TO WKS-MOV-CLI
                       MOVE IMP-NCR TO WKS-MOV-IMP
                       MOVE MOT-NCR TO WKS-MOV-OBS
                       PERFORM 8100-ACUMULA-MOVIMIENTO
                   END-IF
           END-READ.

       2400-RECORRE-CONDONACIONES.
           IF WKS-HAY-CND = 1
               MOVE 0 TO WKS-FIN
               MOVE ZEROES TO FOLIO-CND
               START CND-MOR KEY IS GREATER THAN OR EQUAL TO FOLIO-CND
                   INVALID KEY MOVE 1 TO WKS-FIN
               END-START
               PERFORM 2410-LEE-CONDONACION UNTIL WKS-FIN = 1.

       2410-LEE-CONDONACION.
           READ CND-MOR NEXT
               AT END MOVE 1 TO WKS-FIN
               NOT AT END
                   MOVE 4 TO WKS-MOV-TIP
                   MOVE FEC-CND TO WKS-MOV-FEC
                   MOVE FOLIO-CND TO WKS-MOV-FOL
                   MOVE ID-CLIENTE-CND TO WKS-MOV-CLI
                   MOVE IMP-CND TO WKS-MOV-IMP
                   MOVE OPER-CND TO WKS-MOV-OBS
                   PERFORM 8100-ACUMULA-MOVIMIENTO
           END-READ.

       2420-RECORRE-CASTIGOS.
           IF WKS-HAY-CAS = 1
               MOVE 0 TO WKS-FIN
               MOVE ZEROES TO FOLIO-CAS
               START CAS-CLI KEY IS GREATER THAN OR EQUAL TO FOLIO-CAS
                   INVALID KEY MOVE 1 TO WKS-FIN
               END-START
               PERFORM 2430-LEE-CASTIGO UNTIL WKS-FIN = 1.

       2430-LEE-CASTIGO.
           READ CAS-CLI NEXT
               AT END MOVE 1 TO WKS-FIN
               NOT AT END
                   IF EST-CAS = "A"
                       MOVE 5 TO WKS-MOV-TIP
                       MOVE FEC-AUT-CAS TO WKS-MOV-FEC
                       MOVE FOLIO-CAS TO WKS-MOV-FOL
                       MOVE ID-CLIENTE-CAS TO WKS-MOV-CLI
                       MOVE IMP-CAS TO WKS-MOV-IMP
                       MOVE OPER-AUT-CAS TO WKS-MOV-OBS
                       PERFORM 8100-ACUMULA-MOVIMIENTO
                   END-IF
           END-READ.

       2440-RECORRE-CANCELADOS.
           IF WKS-HAY-CAN = 1
               MOVE 0 TO WKS-FIN
               MOVE ZEROES TO FOLIO-PAG-CAN
               START CAN-PAG KEY IS GREATER THAN OR EQUAL TO
                   FOLIO-PAG-CAN
                   INVALID KEY MOVE 1 TO WKS-FIN
               END-START
               PERFORM 2450-LEE-CANCELADO UNTIL WKS-FIN = 1.

       2450-LEE-CANCELADO.
      *    EL RECIBO CANCELADO REGRESA A CLIENTES LO QUE LES HABIA
      *    ABONADO; LO RECUPERADO DE FOLIOS CASTIGADOS REGRESA A LA
      *    ESTIMACION.
           READ CAN-PAG NEXT
               AT END MOVE 1 TO WKS-FIN
               NOT AT END
                   IF FEC-CAN > WKS-FEC-ANT
                       MOVE FOLIO-PAG-CAN TO WKS-MOV-FOL
                       PERFORM 8000-SUMA-RECUPERACION
                       MOVE 6 TO WKS-MOV-TIP
                       MOVE FEC-CAN TO WKS-MOV-FEC
                       MOVE ID-CLIENTE-CAN TO WKS-MOV-CLI
                       COMPUTE WKS-MOV-IMP = IMP-CAN - WKS-RECUP
                       MOVE OPER-CAN TO WKS-MOV-OBS
                       PERFORM 8100-ACUMULA-MOVIMIENTO
                   END-IF
           END-READ.

       2460-RECORRE-SALDOS-FAVOR.
      *    LO COBRADO DE MAS SE ABONO A CLIENTES EN LA POLIZA Y QUEDA
      *    EN SAL-FAV MIENTRAS NO SE APLICA: RESTA DE LA CARTERA.
           IF WKS-HAY-SAF = 1
               MOVE 0 TO WKS-FIN
               MOVE ZEROES TO FOLIO-PAG-SAF
               START SAL-FAV KEY IS GREATER THAN OR EQUAL TO
                   FOLIO-PAG-SAF
                   INVALID KEY MOVE 1 TO WKS-FIN
               END-START
               PERFORM 2470-LEE-SALDO-FAVOR UNTIL WKS-FIN = 1.

       2470-LEE-SALDO-FAVOR.
           READ SAL-FAV NEXT
               AT END MOVE 1 TO WKS-FIN
               NOT AT END
                   IF EST-SAF = "P"
                       COMPUTE WKS-SAL-SAF = WKS-SAL-SAF
                           + IMP-SAF - IMP-APL-SAF
                   END-IF
           END-READ.

       2480-LEE-POLIZA.
      *    LA CUENTA DE CLIENTES SE MUEVE CON LAS LINEAS DE LA POLIZA
      *    QUE DEJO POL-DIA: CARGO SUMA, ABONO RESTA. UNA POLIZA DE
      *    OTRA FECHA NO CUENTA. LA CUENTA (O LAS CUENTAS, SI HAY
      *    CUENTA POR TARJETA) SALE DEL CATALOGO DE CUENTAS, TODAS
      *    SUS SUCURSALES JUNTAS.
           PERFORM 2485-CUENTAS-CLIENTES.
           OPEN INPUT POL-SAL.
           IF WKS-STAT-POL = "35"
               DISPLAY "NO EXISTE LA POLIZA (POL-SAL)."
           ELSE
               MOVE 0 TO WKS-FIN
               PERFORM 2490-LEE-LINEA-POLIZA UNTIL WKS-FIN = 1
               CLOSE POL-SAL.
           IF WKS-CNT-POL = 0
               DISPLAY "SIN LINEAS DE CLIENTES PARA LA FECHA.".

       2485-CUENTAS-CLIENTES.
           MOVE 0 TO WKS-NUM-CTAS.
           OPEN INPUT CTA-CON.
           IF WKS-STAT-CTA NOT = "35"
               MOVE "CLIE" TO TIP-CTA
               MOVE 0 TO TAR-CTA
               MOVE 0 TO WKS-FIN
               START CTA-CON KEY IS GREATER THAN OR EQUAL TO LLAVE-CTA
                   INVALID KEY MOVE 1 TO WKS-FIN
               END-START
               PERFORM 2487-LEE-CUENTA UNTIL WKS-FIN = 1
               CLOSE CTA-CON.
           IF WKS-NUM-CTAS = 0
               MOVE 1 TO WKS-NUM-CTAS
               MOVE 1201 TO WKS-C-CTA (1).

       2487-LEE-CUENTA.
           READ CTA-CON NEXT
               AT END MOVE 1 TO WKS-FIN
               NOT AT END
                   IF TIP-CTA NOT = "CLIE"
                       MOVE 1 TO WKS-FIN
                   ELSE
                       IF WKS-NUM-CTAS < 10
                           ADD 1 TO WKS-NUM-CTAS
                           MOVE CTA-CTA TO WKS-C-CTA (WKS-NUM-CTAS)
                       END-IF
                   END-IF
           END-READ.

       2490-LEE-LINEA-POLIZA.
           READ POL-SAL
               AT END MOVE 1 TO WKS-FIN
               NOT AT END
                   PERFORM 2495-ES-CUENTA-CLIENTES
                   IF WKS-ES-CLI = 1
                       AND POL-FECHA > WKS-FEC-ANT
                       AND POL-FECHA NOT > WKS-FEC-CUADRE
                       ADD 1 TO WKS-CNT-POL
                       IF POL-NAT = "C"
                           COMPUTE WKS-GL-DIA =
                               WKS-GL-DIA + POL-IMPORTE / 100
                       ELSE
                           COMPUTE WKS-GL-DIA =
                               WKS-GL-DIA - POL-IMPORTE / 100
                       END-IF
                   END-IF
           END-READ.

       2495-ES-CUENTA-CLIENTES.
           MOVE 0 TO WKS-ES-CLI.
           PERFORM 2497-COMPARA-CUENTA VARYING WKS-CX FROM 1 BY 1
               UNTIL WKS-CX > WKS-NUM-CTAS.

       2497-COMPARA-CUENTA.
           IF WKS-C-CTA (WKS-CX) = POL-CUENTA
               MOVE 1 TO WKS-ES-CLI.

       2500-COMPARA-SALDOS.
      *    TRES CIFRAS DEBEN COINCIDIR: EL SALDO ANTERIOR MAS LOS
      *    MOVIMIENTOS; LA CARTERA RECALCULADA DE FAC-CLI Y SAL-FAV
      *    (LLEVADA A LA FECHA DEL CUADRE); Y EL ACUMULADO DE LA
      *    CUENTA DE CLIENTES SEGUN LAS POLIZAS.
           COMPUTE WKS-NETO-DIA = WKS-M-DIA (1) - WKS-M-DIA (2)
               - WKS-M-DIA (3) - WKS-M-DIA (4) - WKS-M-DIA (5)
               + WKS-M-DIA (6).
           COMPUTE WKS-NETO-POS = WKS-M-POS (1) - WKS-M-POS (2)
               - WKS-M-POS (3) - WKS-M-POS (4) - WKS-M-POS (5)
               + WKS-M-POS (6).
           COMPUTE WKS-SAL-HOY = WKS-SAL-FOL - WKS-SAL-SAF.
           COMPUTE WKS-SAL-REC = WKS-SAL-HOY - WKS-NETO-POS.
           IF WKS-HAY-ANT = 0
               COMPUTE WKS-SAL-ANT = WKS-SAL-REC - WKS-NETO-DIA
               MOVE WKS-SAL-ANT TO WKS-GL-ANT.
           COMPUTE WKS-SAL-CAR = WKS-SAL-ANT + WKS-NETO-DIA.
           COMPUTE WKS-SAL-GL = WKS-GL-ANT + WKS-GL-DIA.
           COMPUTE WKS-DIF-REC = WKS-SAL-REC - WKS-SAL-CAR.
           COMPUTE WKS-DIF-GL = WKS-SAL-GL - WKS-SAL-CAR.

           PERFORM 2510-IMPRIME-RESUMEN.

           IF WKS-DIF-REC = 0 AND WKS-DIF-GL = 0
               PERFORM 2600-GRABA-CUADRE
               MOVE "CARTERA CUADRADA; CIERRE GRABADO EN CUA-CTL."
                   TO WKS-TIT-TXT
               MOVE WKS-TIT TO LINEAC
               WRITE LINEAC AFTER 2
               DISPLAY "CARTERA CUADRADA; CIERRE GRABADO."
           ELSE
               MOVE "A" TO WKS-RUN-RES
               MOVE "CARTERA DESCUADRADA; NO SE GRABA EL CIERRE."
                   TO WKS-TIT-TXT
               MOVE WKS-TIT TO LINEAC
               WRITE LINEAC AFTER 2
               DISPLAY "CARTERA DESCUADRADA; NO SE GRABA EL CIERRE."
               DISPLAY "DIFERENCIA CONTRA FAC-CLI: " WKS-DIF-REC
               DISPLAY "DIFERENCIA CONTRA CLIENTES:" WKS-DIF-GL
               PERFORM 2700-LISTA-DIFERENCIAS.

       2510-IMPRIME-RESUMEN.
           MOVE "CONCILIACION DE LA CARTERA" TO WKS-TIT-TXT.
           PERFORM 2910-TITULO-SECCION.

           MOVE "SALDO DEL CUADRE ANTERIOR" TO WKS-RDES.
           MOVE 0 TO WKS-RCNT.
           MOVE WKS-SAL-ANT TO WKS-RIMP.
           PERFORM 2940-ESCRIBE-RESUMEN.
           MOVE 1 TO WKS-MX.
           PERFORM 2520-RESUMEN-MOVIMIENTO UNTIL WKS-MX > 6.
           MOVE "(=) SALDO SEGUN MOVIMIENTOS" TO WKS-RDES.
           MOVE 0 TO WKS-RCNT.
           MOVE WKS-SAL-CAR TO WKS-RIMP.
           PERFORM 2940-ESCRIBE-RESUMEN.

           MOVE "CARTERA RECALCULADA (FAC-CLI Y SAL-FAV)"
               TO WKS-TIT-TXT.
           PERFORM 2910-TITULO-SECCION.
           MOVE "SALDOS ABIERTOS DE FOLIOS HOY" TO WKS-RDES.
           MOVE WKS-SAL-FOL TO WKS-RIMP.
           PERFORM 2940-ESCRIBE-RESUMEN.
           MOVE "(-) SALDOS A FAVOR SIN APLICAR HOY" TO WKS-RDES.
           MOVE WKS-SAL-SAF TO WKS-RIMP.
           PERFORM 2940-ESCRIBE-RESUMEN.
           MOVE "(-) MOVIMIENTOS POSTERIORES A LA FECHA" TO WKS-RDES.
           MOVE WKS-NETO-POS TO WKS-RIMP.
           PERFORM 2940-ESCRIBE-RESUMEN.
           MOVE "(=) CARTERA A LA FECHA" TO WKS-RDES.
           MOVE WKS-SAL-REC TO WKS-RIMP.
           PERFORM 2940-ESCRIBE-RESUMEN.
           MOVE "DIFERENCIA CONTRA MOVIMIENTOS" TO WKS-RDES.
           MOVE WKS-DIF-REC TO WKS-RIMP.
           PERFORM 2940-ESCRIBE-RESUMEN.

           MOVE "CUENTA DE CLIENTES (POLIZAS DE POL-DIA)"
               TO WKS-TIT-TXT.
           PERFORM 2910-TITULO-SECCION.
           MOVE "ACUMULADO ANTERIOR" TO WKS-RDES.
           MOVE WKS-GL-ANT TO WKS-RIMP.
           PERFORM 2940-ESCRIBE-RESUMEN.
           MOVE "(+/-) CARGOS MENOS ABONOS DE LA POLIZA" TO WKS-RDES.
           MOVE WKS-CNT-POL TO WKS-RCNT.
           MOVE WKS-GL-DIA TO WKS-RIMP.
           PERFORM 2940-ESCRIBE-RESUMEN.
           MOVE "(=) ACUMULADO DE LA CUENTA CLIENTES" TO WKS-RDES.
           MOVE 0 TO WKS-RCNT.
           MOVE WKS-SAL-GL TO WKS-RIMP.
           PERFORM 2940-ESCRIBE-RESUMEN.
           MOVE "DIFERENCIA CONTRA MOVIMIENTOS" TO WKS-RDES.
           MOVE WKS-DIF-GL TO WKS-RIMP.
           PERFORM 2940-ESCRIBE-RESUMEN.

       2520-RESUMEN-MOVIMIENTO.
           MOVE WKS-NOM-MOV (WKS-MX) TO WKS-RDES.
           MOVE WKS-M-CNT (WKS-MX) TO WKS-RCNT.
           MOVE WKS-M-DIA (WKS-MX) TO WKS-RIMP.
           PERFORM 2940-ESCRIBE-RESUMEN.
           ADD 1 TO WKS-MX.

       2600-GRABA-CUADRE.
           MOVE WKS-FEC-CUADRE TO FEC-CUA.
           MOVE WKS-FEC-ANT TO FEC-ANT-CUA.
           IF WKS-HAY-ANT = 0
               MOVE 0 TO FEC-ANT-CUA.
           MOVE WKS-SAL-ANT TO SAL-ANT-CUA.
           MOVE WKS-M-DIA (1) TO IMP-EMI-CUA.
           MOVE WKS-M-DIA (2) TO IMP-COB-CUA.
           MOVE WKS-M-DIA (3) TO IMP-NCR-CUA.
           MOVE WKS-M-DIA (4) TO IMP-CND-CUA.
           MOVE WKS-M-DIA (5) TO IMP-CAS-CUA.
           MOVE WKS-M-DIA (6) TO IMP-CAN-CUA.
           MOVE WKS-SAL-CAR TO SAL-CAR-CUA.
           COMPUTE SAL-FOL-CUA = WKS-SAL-FOL.
           MOVE WKS-SAL-SAF TO SAL-SAF-CUA.
           MOVE WKS-SAL-GL TO SAL-GL-CUA.
           ACCEPT FEC-CAP-CUA FROM DATE YYYYMMDD.
           ACCEPT WKS-RUN-HORA FROM TIME.
           MOVE WKS-RUN-HHMMSS TO HOR-CAP-CUA.
           IF WKS-EXISTE = 1
               REWRITE REG-CUA
           ELSE
               WRITE REG-CUA.
           ADD 1 TO WKS-RUN-ESC.

       2700-LISTA-DIFERENCIAS.
      *    LOS FOLIOS Y RECIBOS QUE FORMAN LAS CIFRAS DEL DIA, MAS LOS
      *    FOLIOS CON ESTADO QUE NO CORRESPONDE A SU SALDO.
           PERFORM 2900-GENERA-ENCABEZADO.
           MOVE "MOVIMIENTOS DEL DIA QUE FORMAN EL CUADRE"
               TO WKS-TIT-TXT.
           PERFORM 2910-TITULO-SECCION.
           MOVE 1 TO WKS-LISTA.
           PERFORM 2000-RECORRE-MOVIMIENTOS.
           IF WKS-CNT-INC > 0
               DISPLAY "FOLIOS CON ESTADO INCONSISTENTE: " WKS-CNT-INC.

       2900-GENERA-ENCABEZADO.
           ADD 1 TO WKS-NUM-PAG.
           MOVE SPACES TO LINEAC.
           MOVE WKS-ENC1 TO LINEAC.
           WRITE LINEAC AFTER PAGE.
           MOVE WKS-FEC-CUADRE TO WKS-EFEC.
           MOVE WKS-NUM-PAG TO WKS-EPAG.
           MOVE WKS-ENC2 TO LINEAC.
           WRITE LINEAC AFTER 1.
           MOVE WKS-ENC3 TO LINEAC.
           WRITE LINEAC AFTER 2.
           MOVE 4 TO WKS-CONT-LIN.

       2910-TITULO-SECCION.
           IF WKS-CONT-LIN > WKS-LIN-MAX - 4
               PERFORM 2900-GENERA-ENCABEZADO.
           MOVE WKS-TIT TO LINEAC.
           WRITE LINEAC AFTER 2.
           ADD 2 TO WKS-CONT-LIN.

       2930-ESCRIBE-DETALLE.
           IF WKS-CONT-LIN > WKS-LIN-MAX
               PERFORM 2900-GENERA-ENCABEZADO.
           MOVE WKS-MOV-FOL TO WKS-DFOL.
           MOVE WKS-MOV-CLI TO WKS-DCLI.
           MOVE WKS-MOV-FEC TO WKS-DFEC.
           MOVE WKS-MOV-IMP TO WKS-DIMP.
           MOVE WKS-MOV-OBS TO WKS-DOBS.
           MOVE WKS-DET1 TO LINEAC.
           WRITE LINEAC AFTER 1.
           ADD 1 TO WKS-CONT-LIN.

       2940-ESCRIBE-RESUMEN.
           IF WKS-CONT-LIN > WKS-LIN-MAX
               PERFORM 2900-GENERA-ENCABEZADO.
           MOVE WKS-RES1 TO LINEAC.
           WRITE LINEAC AFTER 1.
           ADD 1 TO WKS-CONT-LIN.

       8000-SUMA-RECUPERACION.
      *    SUMA LO QUE EL RECIBO WKS-MOV-FOL ABONO A FOLIOS
      *    CASTIGADOS, ESTE O NO CANCELADO DESPUES (IGUAL QUE
      *    POL-DIA).
           MOVE 0 TO WKS-RECUP.
           IF WKS-HAY-APL = 1
               MOVE WKS-MOV-FOL TO FOLIO-PAG-APL
               MOVE ZEROES TO FOLIO-FAC-APL
               START APL-PAG KEY IS GREATER THAN OR EQUAL TO LLAVE-APL
                   INVALID KEY MOVE 1 TO WKS-FIN-APL
               END-START
               IF WKS-STAT-APL = "00"
                   MOVE 0 TO WKS-FIN-APL
                   PERFORM 8005-LEE-APLICACION UNTIL WKS-FIN-APL = 1
               END-IF
           END-IF.

       8005-LEE-APLICACION.
           READ APL-PAG NEXT
               AT END MOVE 1 TO WKS-FIN-APL
               NOT AT END
                   IF FOLIO-PAG-APL NOT = WKS-MOV-FOL
                       MOVE 1 TO WKS-FIN-APL
                   ELSE
                       IF ORI-APL = "K"
                           ADD IMP-APL TO WKS-RECUP
                       END-IF
                   END-IF
           END-READ.

       8100-ACUMULA-MOVIMIENTO.
      *    LO ANTERIOR AL ULTIMO CUADRE YA ESTA EN SU SALDO; LO
      *    POSTERIOR A LA FECHA DEL CUADRE SOLO AJUSTA LA CARTERA
      *    RECALCULADA. EN LA SEGUNDA PASADA SE IMPRIME LO DEL DIA.
           IF WKS-MOV-FEC > WKS-FEC-ANT
               IF WKS-MOV-FEC > WKS-FEC-CUADRE
                   IF WKS-LISTA = 0
                       ADD WKS-MOV-IMP TO WKS-M-POS (WKS-MOV-TIP)
                   END-IF
               ELSE
                   IF WKS-LISTA = 0
                       ADD 1 TO WKS-M-CNT (WKS-MOV-TIP)
                       ADD WKS-MOV-IMP TO WKS-M-DIA (WKS-MOV-TIP)
                   ELSE
                       MOVE WKS-NOM-MOV (WKS-MOV-TIP) TO WKS-DMOV
                       PERFORM 2930-ESCRIBE-DETALLE
                   END-IF
               END-IF
           END-IF.

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
           PERFORM 8500-ESCRIBE-RUN-LOG.
           IF WKS-HAY-FAC = 1
               CLOSE FAC-CLI.
           IF WKS-HAY-PAG = 1
               CLOSE PAG-CLI.
           IF WKS-HAY-APL = 1
               CLOSE APL-PAG.
           IF WKS-HAY-CAN = 1
               CLOSE CAN-PAG.
           IF WKS-HAY-NCR = 1
               CLOSE NOT-CRE.
           IF WKS-HAY-CND = 1
               CLOSE CND-MOR.
           IF WKS-HAY-CAS = 1
               CLOSE CAS-CLI.
           IF WKS-HAY-SAF = 1
               CLOSE SAL-FAV.
           CLOSE CUA-CTL.
           CLOSE REP-CUA.
           DISPLAY "CUADRE DE CARTERA TERMINADO.".
