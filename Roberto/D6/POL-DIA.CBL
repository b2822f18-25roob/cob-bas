           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LLAVE-DOM
           FILE STATUS IS WKS-STAT-DOM.
           SELECT CAN-PAG ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
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
           ACCESS MODE IS DYNAMIC
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
           SELECT APL-PAG ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LLAVE-APL
           FILE STATUS IS WKS-STAT-APL.
           SELECT CAS-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOLIO-CAS
           ALTERNATE RECORD KEY IS FEC-AUT-CAS WITH DUPLICATES
           FILE STATUS IS WKS-STAT-CAS.
           SELECT NOT-CRE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOLIO-NCR
           FILE STATUS IS WKS-STAT-NCR.
           SELECT REE-NCR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOLIO-REE
           ALTERNATE RECORD KEY IS FEC-PAG-REE WITH DUPLICATES
           FILE STATUS IS WKS-STAT-REE.
           SELECT CLI-INDD ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ID-CLIENTE
           ALTERNATE RECORD KEY IS NOM-TAR WITH DUPLICATES
           ALTERNATE RECORD KEY IS FEC-ING WITH DUPLICATES
           ALTERNATE RECORD KEY IS NOM-CLI WITH DUPLICATES
           FILE STATUS IS WKS-STAT-CLI.
           SELECT CTA-CON ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LLAVE-CTA
           FILE STATUS IS WKS-STAT-CTA.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POL-SAL ASSIGN TO DISK
       FD DOM-CTL.
           COPY DOMCTL.

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

       FD APL-PAG.
           COPY APLPAG.

       FD CAS-CLI.
           COPY CASCLI.

       FD NOT-CRE.
           COPY NOTCRE.

       FD REE-NCR.
           COPY REENCR.

       FD CLI-INDD.
           COPY REGCLI.

       FD CTA-CON.
           COPY CTACON.

       FD RUN-LOG.
           COPY RUNLOG.

      *    ARCHIVO DE POLIZA EN LAYOUT FIJO PARA CONTABILIDAD:
      *    FECHA, CUENTA, NATURALEZA ("C" CARGO / "A" ABONO),
      *    IMPORTE EN CENTAVOS, DESCRIPCION Y SUCURSAL (CENTRO DE
      *    COSTO; CERO SI LA CUENTA NO LLEVA SEGMENTO EN CTA-CON).
       FD POL-SAL.
       01 REG-POL.
           03 POL-FECHA    PIC 9(08).
           03 POL-NAT      PIC X.
           03 POL-IMPORTE  PIC 9(11).
           03 POL-DESC     PIC X(30).
           03 POL-SUC      PIC 9(02).

       FD REP-POL.
       01 LINEAP           PIC X(132).
       77 WKS-HAY-PAG      PIC 9.
       77 WKS-HAY-FAC      PIC 9.
       77 WKS-HAY-DOM      PIC 9.
       77 WKS-FIN-CAN      PIC 9.
       77 WKS-STAT-CAN     PIC XX.
       77 WKS-STAT-ADI     PIC XX.
       77 WKS-HAY-CAN      PIC 9.
       77 WKS-HAY-ADI      PIC 9.
       77 WKS-FIN-CND      PIC 9.
       77 WKS-STAT-CND     PIC XX.
       77 WKS-HAY-CND      PIC 9.
       77 WKS-STAT-APL     PIC XX.
       77 WKS-HAY-APL      PIC 9.
       77 WKS-FIN-APL      PIC 9.
       77 WKS-FOL-REC      PIC 9(06).
       77 WKS-STAT-CAS     PIC XX.
       77 WKS-HAY-CAS      PIC 9.
       77 WKS-FIN-CAS      PIC 9.
       77 WKS-STAT-NCR     PIC XX.
       77 WKS-HAY-NCR      PIC 9.
       77 WKS-FIN-NCR      PIC 9.
       77 WKS-STAT-REE     PIC XX.
       77 WKS-HAY-REE      PIC 9.
       77 WKS-FIN-REE      PIC 9.
       77 WKS-OPERADOR     PIC X(08).
       77 WKS-STAT-CLI     PIC XX.
       77 WKS-HAY-CLI      PIC 9.
       77 WKS-STAT-CTA     PIC XX.
       77 WKS-HAY-CTA      PIC 9.
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

       01 WKS-FEC-POLIZA   PIC 9(08).
       01 WKS-HOY          PIC 9(08).

      *    LOS COBROS DEL BANCO ENTRAN A PAG-CLI CON OPERADOR
      *    "DOMICIL" (VER RET-DOM), ASI QUE CAJA Y BANCOS SE SEPARAN
      *    POR ESE OPERADOR. LOS CARGOS RECHAZADOS NO TIENEN ASIENTO
      *    (AL ENVIARSE NO SE CONTABILIZO NADA) PERO SE INFORMAN AL
      *    PIE DE LA POLIZA.
       01 WKS-IMP-RECH     PIC 9(09)V99.
       01 WKS-IVA-UNO      PIC 9(05)V99.
      *    CARTERA CASTIGADA (VER CAS-CLI): LO QUE UN RECIBO ABONA A
      *    UN FOLIO CASTIGADO (APL-PAG ORIGEN "K") REGRESA A LA
      *    ESTIMACION EN LUGAR DE ABONARSE A CLIENTES, Y AL
      *    CANCELARSE EL RECIBO SE REVIERTE IGUAL.
       01 WKS-RECUP-UNO    PIC 9(07)V99.
      *    NOTAS DE CREDITO POR ACLARACION EMITIDAS EN EL DIA (VER
      *    GEN-NCR Y ACL-CLI): REVIERTEN EL INGRESO DEL FOLIO
      *    ACLARADO SEGUN SU TIPO Y SU PARTE DE IVA; LO ABONADO AL
      *    FOLIO SALE DE CLIENTES Y LO QUE SE VA A REEMBOLSAR QUEDA
      *    COMO NOTAS DE CREDITO POR PAGAR. LAS DE CAMBIO DE TARJETA
      *    (MAN-CLI) SE TOMAN COMO ANUALIDAD A REEMBOLSAR SIN FOLIO.
       01 WKS-MOT-ACL.
           03 WKS-MOT-PRE  PIC X(11).
           03 WKS-MOT-TIPO PIC X.
           03 WKS-MOT-FOL  PIC 9(06).
           03 FILLER       PIC X(02).
       01 WKS-CNT-RECH     PIC 9(05).
       01 WKS-TOT-CARGO    PIC 9(11)V99.
       01 WKS-TOT-ABONO    PIC 9(11)V99.
       01 WKS-LINEAS-POL   PIC 9(02).
       77 WKS-LINS         PIC 9(03).
       77 WKS-LX           PIC 9(03).
       77 WKS-ENC          PIC 9(03).
       77 WKS-LIN-MAX-POL  PIC 9(03) VALUE 300.
       77 WKS-LLENA        PIC 9.

      *    RENGLONES DE LA POLIZA, EN EL ORDEN EN QUE SE IMPRIMEN:
      *    TIPO DE MOVIMIENTO DE CTA-CON, NATURALEZA Y DESCRIPCION.
      *    CADA MOVIMIENTO DEL DIA SE ASIENTA EN SU RENGLON (8600);
      *    LA CUENTA SALE DEL CATALOGO SEGUN LA TARJETA DEL CLIENTE
      *    Y, SI LA CUENTA LLEVA SEGMENTO, EL RENGLON SE ABRE POR
      *    SUCURSAL: LA DEL RECIBO EN CAJA Y BANCOS, LA DEL CLIENTE
      *    EN LAS DEMAS.
       01 WKS-REN-V.
           03 FILLER       PIC X(35) VALUE
               "CAJACEFECTIVO RECIBIDO EN CAJA     ".
           03 FILLER       PIC X(35) VALUE
               "BANCCCOBRANZA BANCARIA DOMICILIADA ".
           03 FILLER       PIC X(35) VALUE
               "CLIEACUENTAS POR COBRAR CLIENTES   ".
           03 FILLER       PIC X(35) VALUE
               "ESTIARECUPERACION CARTERA CASTIGADA".
           03 FILLER       PIC X(35) VALUE
               "CLIECCUENTAS POR COBRAR CLIENTES   ".
           03 FILLER       PIC X(35) VALUE
               "ANUAAINGRESOS POR ANUALIDADES      ".
           03 FILLER       PIC X(35) VALUE
               "CLIECCUENTAS POR COBRAR CLIENTES   ".
           03 FILLER       PIC X(35) VALUE
               "CCHQACOMISION POR CHEQUE DEVUELTO  ".
           03 FILLER       PIC X(35) VALUE
               "CLIECCUENTAS POR COBRAR CLIENTES   ".
           03 FILLER       PIC X(35) VALUE
               "RMORAINGRESOS POR RECARGOS MORATOR.".
           03 FILLER       PIC X(35) VALUE
               "CLIECCUENTAS POR COBRAR CLIENTES   ".
           03 FILLER       PIC X(35) VALUE
               "RPLAAINGRESOS POR REPOSICION PLAST.".
           03 FILLER       PIC X(35) VALUE
               "IVATAIVA TRASLADADO POR PAGAR      ".
           03 FILLER       PIC X(35) VALUE
               "RMORCRECARGOS CONDONADOS           ".
           03 FILLER       PIC X(35) VALUE
               "IVATCIVA DE RECARGOS CONDONADOS    ".
           03 FILLER       PIC X(35) VALUE
               "CLIEACLIENTES: RECARGOS CONDONADOS ".
           03 FILLER       PIC X(35) VALUE
               "ESTICESTIMACION CTAS INCOBRABLES   ".
           03 FILLER       PIC X(35) VALUE
               "CLIEACLIENTES: CARTERA CASTIGADA   ".
           03 FILLER       PIC X(35) VALUE
               "ANUACNOTAS CREDITO: ANUALIDADES    ".
           03 FILLER       PIC X(35) VALUE
               "CCHQCNOTAS CREDITO: COMISION CHEQUE".
           03 FILLER       PIC X(35) VALUE
               "RMORCNOTAS CREDITO: RECARGOS       ".
           03 FILLER       PIC X(35) VALUE
               "RPLACNOTAS CREDITO: REPOSICIONES   ".
           03 FILLER       PIC X(35) VALUE
               "IVATCIVA DE NOTAS DE CREDITO       ".
           03 FILLER       PIC X(35) VALUE
               "CLIEACLIENTES: ACLARACIONES        ".
           03 FILLER       PIC X(35) VALUE
               "NCPPANOTAS DE CREDITO POR PAGAR    ".
           03 FILLER       PIC X(35) VALUE
               "NCPPCNOTAS DE CREDITO PAGADAS      ".
           03 FILLER       PIC X(35) VALUE
               "ANUACREEMBOLSOS: ANUALIDADES       ".
           03 FILLER       PIC X(35) VALUE
               "IVATCIVA DE REEMBOLSOS             ".
           03 FILLER       PIC X(35) VALUE
               "CAJAACAJA: REEMBOLSOS ENTREGADOS   ".
           03 FILLER       PIC X(35) VALUE
               "BANCABANCOS: REEMBOLSOS PAGADOS    ".
           03 FILLER       PIC X(35) VALUE
               "CLIECCLIENTES: RECIBOS CANCELADOS  ".
           03 FILLER       PIC X(35) VALUE
               "ESTICRECUPERACION CANCELADA        ".
           03 FILLER       PIC X(35) VALUE
               "CAJAACAJA: RECIBOS CANCELADOS      ".
           03 FILLER       PIC X(35) VALUE
               "BANCABANCOS: COBROS CANCELADOS     ".

       01 WKS-REN-TAB REDEFINES WKS-REN-V.
           03 WKS-REN-ENT OCCURS 34.
               05 WKS-R-TIP PIC X(04).
               05 WKS-R-NAT PIC X.
               05 WKS-R-DES PIC X(30).
       77 WKS-NUM-REN      PIC 9(02) VALUE 34.
       77 WKS-RX           PIC 9(02).

      *    DATOS DEL ASIENTO QUE RECIBE 8600-ASIENTA: RENGLON,
      *    IMPORTE, SUCURSAL DEL MOVIMIENTO Y TARJETA DEL CLIENTE.
       01 WKS-A-REN        PIC 9(02).
       01 WKS-A-IMP        PIC 9(09)V99.
       01 WKS-A-SUC        PIC 9(02).
       01 WKS-A-TAR        PIC 9.
       01 WKS-A-CLI        PIC 9(03).
       01 WKS-B-SUC        PIC 9(02).
       77 WKS-CTA-OK       PIC 9.
      *    SUCURSAL Y TARJETA DEL ULTIMO CLIENTE LEIDO DE CLI-INDD.
       01 WKS-CLI-ANT      PIC 9(04).
       01 WKS-CLI-SUC      PIC 9(02).
       01 WKS-CLI-TAR      PIC 9.

      *    LAS LINEAS DE LA POLIZA SE ARMAN PRIMERO AQUI; LAS SUMAS
      *    DE CARGO Y ABONO SE TOMAN DE ESTAS MISMAS LINEAS Y SE
      *    COTEJAN ANTES DE ESCRIBIR NADA A POL-SAL.
       01 WKS-POL-TAB.
           03 WKS-POL-ENT OCCURS 300.
               05 WKS-L-REN PIC 9(02).
               05 WKS-L-CTA PIC 9(04).
               05 WKS-L-SUC PIC 9(02).
               05 WKS-L-SEG PIC X.
               05 WKS-L-NAT PIC X.
               05 WKS-L-IMP PIC 9(09)V99.
               05 WKS-L-DES PIC X(30).

      *    MOVIMIENTOS SIN CUENTA EN EL CATALOGO: SI HAY ALGUNO LA
      *    POLIZA NO SE ESCRIBE.
       01 WKS-FAL-TAB.
           03 WKS-FAL-ENT OCCURS 20.
               05 WKS-F-TIP PIC X(04).
               05 WKS-F-TAR PIC 9.
       77 WKS-FALS         PIC 9(02).
       77 WKS-FX           PIC 9(02).
       77 WKS-FAL-ENC      PIC 9.

      *    DATOS DE LA CORRIDA PARA LA BITACORA RUN-LOG.
       77 WKS-RUN-PROG     PIC X(08).
       77 WKS-RUN-FEC-INI  PIC 9(08).

       01 WKS-DET1.
           03 WKS-DCTA     PIC 9(04).
           03 WKS-DSEG     PIC X(03).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-DDES     PIC X(30).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-DCAR     PIC $$$$,$$$,$$9.99.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-TABO     PIC $$$$,$$$,$$9.99.

       01 WKS-SEG-ED.
           03 FILLER       PIC X VALUE "-".
           03 WKS-SEG-SUC  PIC 9(02).

       01 WKS-MEMO1.
           03 FILLER       PIC X(38) VALUE
                "CARGOS RECHAZADOS POR EL BANCO (SIN".
           PERFORM 2000-ACUMULA-PAGOS UNTIL WKS-FIN-PAG = 1.
           PERFORM 2200-ACUMULA-CARGOS UNTIL WKS-FIN-FAC = 1.
           PERFORM 2400-ACUMULA-RECHAZOS UNTIL WKS-FIN-DOM = 1.
           PERFORM 2500-ACUMULA-CANCELADOS UNTIL WKS-FIN-CAN = 1.
           PERFORM 2550-ACUMULA-CONDONADOS UNTIL WKS-FIN-CND = 1.
           PERFORM 2570-ACUMULA-CASTIGOS UNTIL WKS-FIN-CAS = 1.
           PERFORM 2580-ACUMULA-ACLARACIONES UNTIL WKS-FIN-NCR = 1.
           PERFORM 2590-ACUMULA-REEMBOLSOS UNTIL WKS-FIN-REE = 1.
           PERFORM 2600-PRUEBA-Y-ESCRIBE.
           PERFORM 3000-FIN.
           STOP RUN.
           IF WKS-FEC-POLIZA = 0
               MOVE WKS-HOY TO WKS-FEC-POLIZA.

           MOVE 0 TO WKS-IMP-RECH.
           MOVE 0 TO WKS-CNT-RECH.
           MOVE 0 TO WKS-LINS.
           MOVE 0 TO WKS-LLENA.
           MOVE 0 TO WKS-FALS.
           MOVE 9999 TO WKS-CLI-ANT.
           MOVE 0 TO WKS-LINEAS-POL.

      *    SIN CATALOGO DE CUENTAS NO HAY POLIZA (VER 2600); SIN
      *    CLIENTES LOS MOVIMIENTOS VAN SIN TARJETA NI SUCURSAL.
           MOVE 1 TO WKS-HAY-CTA.
           OPEN INPUT CTA-CON.
           IF WKS-STAT-CTA = "35"
               MOVE 0 TO WKS-HAY-CTA.
           MOVE 1 TO WKS-HAY-CLI.
           OPEN INPUT CLI-INDD.
           IF WKS-STAT-CLI = "35"
               MOVE 0 TO WKS-HAY-CLI.

      *    SIN TABLA DE TASAS NO HAY IVA QUE DESGLOSAR.
           MOVE 1 TO WKS-HAY-IVA.
           OPEN INPUT IVA-TAB.
           IF WKS-STAT-IVA = "35"
               MOVE 0 TO WKS-HAY-IVA.
           MOVE 1 TO WKS-HAY-FIV.
           OPEN INPUT FAC-IVA.
           IF WKS-STAT-FIV = "35"
               MOVE 0 TO WKS-HAY-FIV.

           MOVE 1 TO WKS-HAY-PAG.
           MOVE 0 TO WKS-FIN-PAG.
           OPEN INPUT PAG-CLI.
                   INVALID KEY MOVE 1 TO WKS-FIN-DOM
               END-START.

           MOVE 1 TO WKS-HAY-CAN.
           MOVE 0 TO WKS-FIN-CAN.
           OPEN INPUT CAN-PAG.
           IF WKS-STAT-CAN = "35"
               MOVE 0 TO WKS-HAY-CAN
               MOVE 1 TO WKS-FIN-CAN
           ELSE
               MOVE WKS-FEC-POLIZA TO FEC-CAN
               START CAN-PAG KEY IS EQUAL TO FEC-CAN
                   INVALID KEY MOVE 1 TO WKS-FIN-CAN
               END-START.

           MOVE 1 TO WKS-HAY-ADI.
           OPEN INPUT FAC-ADI.
           IF WKS-STAT-ADI = "35"
               MOVE 0 TO WKS-HAY-ADI.

           MOVE 1 TO WKS-HAY-CND.
           MOVE 0 TO WKS-FIN-CND.
           OPEN INPUT CND-MOR.
           IF WKS-STAT-CND = "35"
               MOVE 0 TO WKS-HAY-CND
               MOVE 1 TO WKS-FIN-CND
           ELSE
               MOVE WKS-FEC-POLIZA TO FEC-CND
               START CND-MOR KEY IS EQUAL TO FEC-CND
                   INVALID KEY MOVE 1 TO WKS-FIN-CND
               END-START.

           MOVE 1 TO WKS-HAY-APL.
           OPEN INPUT APL-PAG.
           IF WKS-STAT-APL = "35"
               MOVE 0 TO WKS-HAY-APL.

           MOVE 1 TO WKS-HAY-CAS.
           MOVE 0 TO WKS-FIN-CAS.
           OPEN INPUT CAS-CLI.
           IF WKS-STAT-CAS = "35"
               MOVE 0 TO WKS-HAY-CAS
               MOVE 1 TO WKS-FIN-CAS
           ELSE
               MOVE WKS-FEC-POLIZA TO FEC-AUT-CAS
               START CAS-CLI KEY IS EQUAL TO FEC-AUT-CAS
                   INVALID KEY MOVE 1 TO WKS-FIN-CAS
               END-START.

           MOVE 1 TO WKS-HAY-NCR.
           MOVE 0 TO WKS-FIN-NCR.
           OPEN INPUT NOT-CRE.
           IF WKS-STAT-NCR = "35"
               MOVE 0 TO WKS-HAY-NCR
               MOVE 1 TO WKS-FIN-NCR
           ELSE
               MOVE ZEROES TO FOLIO-NCR
               START NOT-CRE KEY IS GREATER THAN OR EQUAL TO FOLIO-NCR
                   INVALID KEY MOVE 1 TO WKS-FIN-NCR
               END-START.

           MOVE 1 TO WKS-HAY-REE.
           MOVE 0 TO WKS-FIN-REE.
           OPEN INPUT REE-NCR.
           IF WKS-STAT-REE = "35"
               MOVE 0 TO WKS-HAY-REE
               MOVE 1 TO WKS-FIN-REE
           ELSE
               MOVE WKS-FEC-POLIZA TO FEC-PAG-REE
               START REE-NCR KEY IS EQUAL TO FEC-PAG-REE
                   INVALID KEY MOVE 1 TO WKS-FIN-REE
               END-START.

       2000-ACUMULA-PAGOS.
           READ PAG-CLI NEXT
               AT END MOVE 1 TO WKS-FIN-PAG
               NOT AT END
                   ADD 1 TO WKS-RUN-LEI
                   IF FEC-PAG = WKS-FEC-POLIZA
                       PERFORM 2005-ASIENTA-PAGO
                   END-IF
           END-READ.

       2005-ASIENTA-PAGO.
      *    CARGO A CAJA O BANCOS POR LA SUCURSAL DEL RECIBO; ABONO A
      *    CLIENTES Y, POR LO RECUPERADO, A LA ESTIMACION.
           MOVE FOLIO-PAG TO WKS-FOL-REC.
           PERFORM 2010-SUMA-RECUPERACION.
           MOVE ID-CLIENTE-PAG TO WKS-A-CLI.
           PERFORM 8650-DATOS-CLIENTE.
           MOVE WKS-CLI-TAR TO WKS-A-TAR.
           MOVE SUC-PAG TO WKS-A-SUC.
           IF OPER-PAG = "DOMICIL "
               MOVE 2 TO WKS-A-REN
           ELSE
               MOVE 1 TO WKS-A-REN.
           MOVE IMP-PAG TO WKS-A-IMP.
           PERFORM 8600-ASIENTA.
           MOVE WKS-CLI-SUC TO WKS-A-SUC.
           IF IMP-PAG > WKS-RECUP-UNO
               MOVE 3 TO WKS-A-REN
               COMPUTE WKS-A-IMP = IMP-PAG - WKS-RECUP-UNO
               PERFORM 8600-ASIENTA.
           MOVE 4 TO WKS-A-REN.
           MOVE WKS-RECUP-UNO TO WKS-A-IMP.
           PERFORM 8600-ASIENTA.

       2010-SUMA-RECUPERACION.
      *    SUMA LO QUE EL RECIBO WKS-FOL-REC ABONO A FOLIOS
      *    CASTIGADOS, ESTE O NO CANCELADO DESPUES.
           MOVE 0 TO WKS-RECUP-UNO.
           IF WKS-HAY-APL = 1
               MOVE WKS-FOL-REC TO FOLIO-PAG-APL
               MOVE ZEROES TO FOLIO-FAC-APL
               START APL-PAG KEY IS GREATER THAN OR EQUAL TO LLAVE-APL
                   INVALID KEY MOVE 1 TO WKS-FIN-APL
               END-START
               IF WKS-STAT-APL = "00"
                   MOVE 0 TO WKS-FIN-APL
                   PERFORM 2015-LEE-APLICACION UNTIL WKS-FIN-APL = 1
               END-IF
           END-IF.

       2015-LEE-APLICACION.
           READ APL-PAG NEXT
               AT END MOVE 1 TO WKS-FIN-APL
               NOT AT END
                   IF FOLIO-PAG-APL NOT = WKS-FOL-REC
                       MOVE 1 TO WKS-FIN-APL
                   ELSE
                       IF ORI-APL = "K"
                           ADD IMP-APL TO WKS-RECUP-UNO
                       END-IF
                   END-IF
           END-READ.
               NOT AT END
                   ADD 1 TO WKS-RUN-LEI
                   IF FEC-EMI-FAC = WKS-FEC-POLIZA
                       PERFORM 2210-CLASIFICA-CARGO
                   END-IF
           END-READ.

       2210-CLASIFICA-CARGO.
      *    CARGO A CLIENTES POR EL FOLIO, ABONO A LA CUENTA DE
      *    INGRESOS DE SU TIPO SIN IVA Y AL IVA TRASLADADO POR SU
      *    IVA. UN FOLIO SIN REGISTRO EN FAC-ADI ES RENOVACION.
           MOVE SPACE TO TIP-ADI.
           IF WKS-HAY-ADI = 1
               MOVE FOLIO-FAC TO FOLIO-ADI
               READ FAC-ADI
                   INVALID KEY MOVE SPACE TO TIP-ADI
               END-READ
           END-IF.
           PERFORM 8380-LEE-DESGLOSE.
           MOVE ID-CLIENTE-FAC TO WKS-A-CLI.
           PERFORM 8650-DATOS-CLIENTE.
           MOVE WKS-CLI-TAR TO WKS-A-TAR.
           MOVE WKS-CLI-SUC TO WKS-A-SUC.
           EVALUATE TIP-ADI
               WHEN "C"
                   MOVE 7 TO WKS-A-REN
               WHEN "M"
                   MOVE 9 TO WKS-A-REN
               WHEN "R"
                   MOVE 11 TO WKS-A-REN
               WHEN OTHER
                   MOVE 5 TO WKS-A-REN
           END-EVALUATE.
           MOVE IMP-FAC TO WKS-A-IMP.
           PERFORM 8600-ASIENTA.
           ADD 1 TO WKS-A-REN.
           COMPUTE WKS-A-IMP = IMP-FAC - WKS-DES-IVA.
           PERFORM 8600-ASIENTA.
           MOVE 13 TO WKS-A-REN.
           MOVE WKS-DES-IVA TO WKS-A-IMP.
           PERFORM 8600-ASIENTA.

       2400-ACUMULA-RECHAZOS.
           READ DOM-CTL NEXT
               AT END MOVE 1 TO WKS-FIN-DOM
                   END-IF
           END-READ.

       2500-ACUMULA-CANCELADOS.
           READ CAN-PAG NEXT
               AT END MOVE 1 TO WKS-FIN-CAN
               NOT AT END
                   IF FEC-CAN NOT = WKS-FEC-POLIZA
                       MOVE 1 TO WKS-FIN-CAN
                   ELSE
                       ADD 1 TO WKS-RUN-LEI
                       PERFORM 2505-ASIENTA-CANCELADO
                   END-IF
           END-READ.

       2505-ASIENTA-CANCELADO.
      *    LA CANCELACION DE UN RECIBO ES EL COBRO AL REVES: CARGO A
      *    CLIENTES (O A LA ESTIMACION POR LO QUE HABIA RECUPERADO),
      *    ABONO A CAJA O BANCOS POR LA SUCURSAL DEL RECIBO.
           MOVE FOLIO-PAG-CAN TO WKS-FOL-REC.
           PERFORM 2010-SUMA-RECUPERACION.
           MOVE ID-CLIENTE-CAN TO WKS-A-CLI.
           PERFORM 8650-DATOS-CLIENTE.
           MOVE WKS-CLI-TAR TO WKS-A-TAR.
           MOVE WKS-CLI-SUC TO WKS-A-SUC.
           IF IMP-CAN > WKS-RECUP-UNO
               MOVE 31 TO WKS-A-REN
               COMPUTE WKS-A-IMP = IMP-CAN - WKS-RECUP-UNO
               PERFORM 8600-ASIENTA.
           MOVE 32 TO WKS-A-REN.
           MOVE WKS-RECUP-UNO TO WKS-A-IMP.
           PERFORM 8600-ASIENTA.
           MOVE SUC-CAN TO WKS-A-SUC.
           IF OPE-PAG-CAN = "DOMICIL "
               MOVE 34 TO WKS-A-REN
           ELSE
               MOVE 33 TO WKS-A-REN.
           MOVE IMP-CAN TO WKS-A-IMP.
           PERFORM 8600-ASIENTA.

       2550-ACUMULA-CONDONADOS.
           READ CND-MOR NEXT
               AT END MOVE 1 TO WKS-FIN-CND
               NOT AT END
                   IF FEC-CND NOT = WKS-FEC-POLIZA
                       MOVE 1 TO WKS-FIN-CND
                   ELSE
                       ADD 1 TO WKS-RUN-LEI
                       PERFORM 2560-IVA-CONDONADO
                       PERFORM 2565-ASIENTA-CONDONADO
                   END-IF
           END-READ.

       2560-IVA-CONDONADO.
      *    LO CONDONADO LLEVA EL IVA EN LA MISMA PROPORCION QUE EL
      *    FOLIO DE RECARGO; SIN EL FOLIO SE TOMA LA TASA DEL DIA
      *    DE LA CONDONACION.
           MOVE 0 TO WKS-IVA-UNO.
           MOVE 0 TO WKS-DES-TOT.
           IF WKS-HAY-FAC = 1
               MOVE FOLIO-CND TO FOLIO-FAC
               READ FAC-CLI
                   INVALID KEY CONTINUE
                   NOT INVALID KEY PERFORM 8380-LEE-DESGLOSE
               END-READ
           END-IF.
           IF WKS-DES-TOT > 0
               COMPUTE WKS-IVA-UNO ROUNDED =
                   IMP-CND * WKS-DES-IVA / WKS-DES-TOT
           ELSE
               MOVE FEC-CND TO WKS-BUS-FEC-IVA
               PERFORM 8350-BUSCA-TASA-IVA
               MOVE IMP-CND TO WKS-DES-TOT
               PERFORM 8360-DESGLOSA-IMPORTE
               MOVE WKS-DES-IVA TO WKS-IVA-UNO.

       2565-ASIENTA-CONDONADO.
      *    LA CONDONACION ES EL RECARGO AL REVES: CARGO A LA CUENTA
      *    DE RECARGOS Y AL IVA TRASLADADO, ABONO A CLIENTES.
           MOVE ID-CLIENTE-CND TO WKS-A-CLI.
           PERFORM 8650-DATOS-CLIENTE.
           MOVE WKS-CLI-TAR TO WKS-A-TAR.
           MOVE WKS-CLI-SUC TO WKS-A-SUC.
           MOVE 14 TO WKS-A-REN.
           COMPUTE WKS-A-IMP = IMP-CND - WKS-IVA-UNO.
           PERFORM 8600-ASIENTA.
           MOVE 15 TO WKS-A-REN.
           MOVE WKS-IVA-UNO TO WKS-A-IMP.
           PERFORM 8600-ASIENTA.
           MOVE 16 TO WKS-A-REN.
           MOVE IMP-CND TO WKS-A-IMP.
           PERFORM 8600-ASIENTA.

       2570-ACUMULA-CASTIGOS.
      *    LA FECHA DE AUTORIZACION TAMBIEN SE GRABA AL RECHAZAR UNA
      *    PROPUESTA; SOLO LOS CASTIGOS AUTORIZADOS TIENEN ASIENTO:
      *    SALEN DE CLIENTES CONTRA LA ESTIMACION.
           READ CAS-CLI NEXT
               AT END MOVE 1 TO WKS-FIN-CAS
               NOT AT END
                   IF FEC-AUT-CAS NOT = WKS-FEC-POLIZA
                       MOVE 1 TO WKS-FIN-CAS
                   ELSE
                       ADD 1 TO WKS-RUN-LEI
                       IF EST-CAS = "A"
                           PERFORM 2575-ASIENTA-CASTIGO
                       END-IF
                   END-IF
           END-READ.

       2575-ASIENTA-CASTIGO.
           MOVE ID-CLIENTE-CAS TO WKS-A-CLI.
           PERFORM 8650-DATOS-CLIENTE.
           MOVE WKS-CLI-TAR TO WKS-A-TAR.
           MOVE WKS-CLI-SUC TO WKS-A-SUC.
           MOVE IMP-CAS TO WKS-A-IMP.
           MOVE 17 TO WKS-A-REN.
           PERFORM 8600-ASIENTA.
           MOVE 18 TO WKS-A-REN.
           PERFORM 8600-ASIENTA.

       2580-ACUMULA-ACLARACIONES.
           READ NOT-CRE NEXT
               AT END MOVE 1 TO WKS-FIN-NCR
               NOT AT END
                   MOVE MOT-NCR TO WKS-MOT-ACL
                   IF MOT-NCR = "CAMBIO DE TARJETA"
                       MOVE "ACLARACION " TO WKS-MOT-PRE
                       MOVE "R" TO WKS-MOT-TIPO
                       MOVE 0 TO WKS-MOT-FOL
                   END-IF
                   IF FEC-NCR = WKS-FEC-POLIZA
                       AND WKS-MOT-PRE = "ACLARACION "
                       ADD 1 TO WKS-RUN-LEI
                       PERFORM 2585-CLASIFICA-ACLARACION
                   END-IF
           END-READ.

       2585-CLASIFICA-ACLARACION.
      *    LA NOTA ES EL CARGO AL REVES: CARGO A LA CUENTA DE
      *    INGRESOS DEL FOLIO Y AL IVA TRASLADADO, ABONO A CLIENTES
      *    POR LO ABONADO AL FOLIO Y A NOTAS DE CREDITO POR PAGAR POR
      *    LO QUE SE VA A REEMBOLSAR. LLEVA EL IVA EN LA MISMA
      *    PROPORCION QUE EL FOLIO ACLARADO, IGUAL QUE LA
      *    CONDONACION; SIN EL FOLIO SE TOMA COMO ANUALIDAD A LA TASA
      *    DEL DIA DE LA NOTA.
           MOVE ID-CLIENTE-NCR TO WKS-A-CLI.
           PERFORM 8650-DATOS-CLIENTE.
           MOVE WKS-CLI-TAR TO WKS-A-TAR.
           MOVE WKS-CLI-SUC TO WKS-A-SUC.
           IF WKS-MOT-TIPO = "F"
               MOVE 24 TO WKS-A-REN
           ELSE
               MOVE 25 TO WKS-A-REN.
           MOVE IMP-NCR TO WKS-A-IMP.
           PERFORM 8600-ASIENTA.
           MOVE SPACE TO TIP-ADI.
           IF WKS-HAY-ADI = 1
               MOVE WKS-MOT-FOL TO FOLIO-ADI
               READ FAC-ADI
                   INVALID KEY MOVE SPACE TO TIP-ADI
               END-READ
           END-IF.
           MOVE 0 TO WKS-IVA-UNO.
           MOVE 0 TO WKS-DES-TOT.
           IF WKS-HAY-FAC = 1
               MOVE WKS-MOT-FOL TO FOLIO-FAC
               READ FAC-CLI
                   INVALID KEY CONTINUE
                   NOT INVALID KEY PERFORM 8380-LEE-DESGLOSE
               END-READ
           END-IF.
           IF WKS-DES-TOT > 0
               COMPUTE WKS-IVA-UNO ROUNDED =
                   IMP-NCR * WKS-DES-IVA / WKS-DES-TOT
           ELSE
               MOVE FEC-NCR TO WKS-BUS-FEC-IVA
               PERFORM 8350-BUSCA-TASA-IVA
               MOVE IMP-NCR TO WKS-DES-TOT
               PERFORM 8360-DESGLOSA-IMPORTE
               MOVE WKS-DES-IVA TO WKS-IVA-UNO.
           MOVE 23 TO WKS-A-REN.
           MOVE WKS-IVA-UNO TO WKS-A-IMP.
           PERFORM 8600-ASIENTA.
           EVALUATE TIP-ADI
               WHEN "C"
                   MOVE 20 TO WKS-A-REN
               WHEN "M"
                   MOVE 21 TO WKS-A-REN
               WHEN "R"
                   MOVE 22 TO WKS-A-REN
               WHEN OTHER
                   MOVE 19 TO WKS-A-REN
           END-EVALUATE.
           COMPUTE WKS-A-IMP = IMP-NCR - WKS-IVA-UNO.
           PERFORM 8600-ASIENTA.

       2590-ACUMULA-REEMBOLSOS.
           READ REE-NCR NEXT
               AT END MOVE 1 TO WKS-FIN-REE
               NOT AT END
                   IF FEC-PAG-REE NOT = WKS-FEC-POLIZA
                       MOVE 1 TO WKS-FIN-REE
                   ELSE
                       IF EST-REE = "P"
                           ADD 1 TO WKS-RUN-LEI
                           PERFORM 2595-CLASIFICA-REEMBOLSO
                       END-IF
                   END-IF
           END-READ.

       2595-CLASIFICA-REEMBOLSO.
      *    EL REEMBOLSO PAGADO: CARGO A NOTAS DE CREDITO POR PAGAR,
      *    ABONO A CAJA SI SE ENTREGO EN MOSTRADOR O A BANCOS SI SE
      *    PAGO POR SPEI O CHEQUE. LA NOTA DE CANCELACION
      *    PRORRATEADA, QUE NO TIENE ASIENTO AL EMITIRSE, REVIERTE
      *    AQUI LA ANUALIDAD Y SU IVA A LA TASA DEL DIA DE LA NOTA.
      *    EL REEMBOLSO NO TRAE SUCURSAL: VA A LA DEL CLIENTE.
           MOVE ID-CLIENTE-REE TO WKS-A-CLI.
           PERFORM 8650-DATOS-CLIENTE.
           MOVE WKS-CLI-TAR TO WKS-A-TAR.
           MOVE WKS-CLI-SUC TO WKS-A-SUC.
           IF MED-REE = "M"
               MOVE 29 TO WKS-A-REN
           ELSE
               MOVE 30 TO WKS-A-REN.
           MOVE IMP-REE TO WKS-A-IMP.
           PERFORM 8600-ASIENTA.
           MOVE SPACES TO MOT-NCR.
           IF WKS-HAY-NCR = 1
               MOVE FOLIO-REE TO FOLIO-NCR
               READ NOT-CRE
                   INVALID KEY MOVE SPACES TO MOT-NCR
               END-READ
           END-IF.
           IF MOT-NCR = "CANCELACION PRORRATA"
               MOVE FEC-NCR TO WKS-BUS-FEC-IVA
               PERFORM 8350-BUSCA-TASA-IVA
               MOVE IMP-REE TO WKS-DES-TOT
               PERFORM 8360-DESGLOSA-IMPORTE
               MOVE 27 TO WKS-A-REN
               MOVE WKS-DES-SUB TO WKS-A-IMP
               PERFORM 8600-ASIENTA
               MOVE 28 TO WKS-A-REN
               MOVE WKS-DES-IVA TO WKS-A-IMP
               PERFORM 8600-ASIENTA
           ELSE
               MOVE 26 TO WKS-A-REN
               MOVE IMP-REE TO WKS-A-IMP
               PERFORM 8600-ASIENTA.

       2600-PRUEBA-Y-ESCRIBE.
      *    LAS LINEAS DE LA POLIZA SE ARMARON EN MEMORIA AL ASENTAR
      *    CADA MOVIMIENTO Y LAS SUMAS DE CARGO Y ABONO SE TOMAN DE
      *    ESAS MISMAS LINEAS, CADA UNA POR SU NATURALEZA: SOLO SI
      *    TODO MOVIMIENTO TUVO CUENTA EN EL CATALOGO Y LAS DOS SUMAS
      *    COINCIDEN SE ESCRIBEN POL-SAL Y LA POLIZA IMPRESA. UNA
      *    POLIZA INCOMPLETA O DESCUADRADA NO SALE DE AQUI Y LA
      *    CORRIDA QUEDA ABORTADA EN RUN-LOG.
           MOVE 0 TO WKS-TOT-CARGO.
           MOVE 0 TO WKS-TOT-ABONO.
           MOVE 1 TO WKS-LX.
           PERFORM 2607-SUMA-LINEA UNTIL WKS-LX > WKS-LINS.

           IF WKS-HAY-CTA = 0
               DISPLAY "NO EXISTE EL CATALOGO DE CUENTAS (CTA-CON);"
               DISPLAY "CORRA GEN-CTA. NO SE ESCRIBE LA POLIZA."
               MOVE "A" TO WKS-RUN-RES
           ELSE IF WKS-FALS > 0
               DISPLAY "MOVIMIENTOS SIN CUENTA EN EL CATALOGO;"
               DISPLAY "NO SE ESCRIBE LA POLIZA. CORRA GEN-CTA:"
               MOVE 1 TO WKS-FX
               PERFORM 2603-MUESTRA-FALTANTE UNTIL WKS-FX > WKS-FALS
               MOVE "A" TO WKS-RUN-RES
           ELSE IF WKS-LLENA = 1
               DISPLAY "LA POLIZA PASA DE " WKS-LIN-MAX-POL
                   " LINEAS; NO SE ESCRIBE NADA."
               MOVE "A" TO WKS-RUN-RES
           ELSE IF WKS-TOT-CARGO NOT = WKS-TOT-ABONO
               DISPLAY "LA POLIZA NO CUADRA; NO SE ESCRIBE NADA."
               DISPLAY "CARGOS: " WKS-TOT-CARGO
                   " ABONOS: " WKS-TOT-ABONO
               MOVE "A" TO WKS-RUN-RES
           ELSE IF WKS-LINS = 0 AND WKS-CNT-RECH = 0
               DISPLAY "SIN MOVIMIENTOS DEL DIA; NO HAY POLIZA."
           ELSE
               PERFORM 2610-ESCRIBE-POLIZA.

       2603-MUESTRA-FALTANTE.
           DISPLAY "  TIPO: " WKS-F-TIP (WKS-FX)
               "  TARJETA: " WKS-F-TAR (WKS-FX).
           ADD 1 TO WKS-FX.

       2607-SUMA-LINEA.
           IF WKS-L-NAT (WKS-LX) = "C"
           MOVE WKS-ENC3 TO LINEAP.
           WRITE LINEAP AFTER 2.

      *    LAS LINEAS SALEN EN EL ORDEN DE LOS RENGLONES; LAS DE UN
      *    MISMO RENGLON (OTRA CUENTA O SUCURSAL) VAN JUNTAS.
           MOVE 1 TO WKS-RX.
           PERFORM 2680-GRABA-RENGLON UNTIL WKS-RX > WKS-NUM-REN.

           MOVE WKS-TOT-CARGO TO WKS-TCAR.
           MOVE WKS-TOT-ABONO TO WKS-TABO.
           CLOSE REP-POL.
           DISPLAY "POLIZA CUADRADA, ARCHIVO POL-SAL GENERADO.".

       2680-GRABA-RENGLON.
           MOVE 1 TO WKS-LX.
           PERFORM 2685-LINEA-DEL-RENGLON UNTIL WKS-LX > WKS-LINS.
           ADD 1 TO WKS-RX.

       2685-LINEA-DEL-RENGLON.
           IF WKS-L-REN (WKS-LX) = WKS-RX
               PERFORM 2690-GRABA-LINEA.
           ADD 1 TO WKS-LX.

       2690-GRABA-LINEA.
           MOVE WKS-FEC-POLIZA TO POL-FECHA.
           MOVE WKS-L-CTA (WKS-LX) TO POL-CUENTA.
           MOVE WKS-L-NAT (WKS-LX) TO POL-NAT.
           COMPUTE POL-IMPORTE = WKS-L-IMP (WKS-LX) * 100.
           MOVE WKS-L-DES (WKS-LX) TO POL-DESC.
           MOVE WKS-L-SUC (WKS-LX) TO POL-SUC.
           WRITE REG-POL.
           ADD 1 TO WKS-RUN-ESC.
           ADD 1 TO WKS-LINEAS-POL.

           MOVE WKS-L-CTA (WKS-LX) TO WKS-DCTA.
           MOVE SPACES TO WKS-DSEG.
           IF WKS-L-SEG (WKS-LX) = "S"
               MOVE WKS-L-SUC (WKS-LX) TO WKS-SEG-SUC
               MOVE WKS-SEG-ED TO WKS-DSEG.
           MOVE WKS-L-DES (WKS-LX) TO WKS-DDES.
           IF WKS-L-NAT (WKS-LX) = "C"
               MOVE WKS-L-IMP (WKS-LX) TO WKS-DCAR
               MOVE WKS-L-IMP (WKS-LX) TO WKS-DABO.
           MOVE WKS-DET1 TO LINEAP.
           WRITE LINEAP AFTER 1.

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

       8600-ASIENTA.
      *    SUMA WKS-A-IMP AL RENGLON WKS-A-REN CON LA CUENTA QUE EL
      *    CATALOGO DA A SU TIPO DE MOVIMIENTO PARA LA TARJETA
      *    WKS-A-TAR (O, SI NO HAY, PARA CUALQUIER TARJETA). SI LA
      *    CUENTA LLEVA SEGMENTO LA LINEA ES DE LA SUCURSAL WKS-A-SUC.
           IF WKS-A-IMP > 0 AND WKS-HAY-CTA = 1
               PERFORM 8610-BUSCA-CUENTA
               IF WKS-CTA-OK = 1
                   PERFORM 8620-SUMA-A-LINEA
               END-IF
           END-IF.

       8610-BUSCA-CUENTA.
           MOVE WKS-R-TIP (WKS-A-REN) TO TIP-CTA.
           MOVE WKS-A-TAR TO TAR-CTA.
           MOVE 1 TO WKS-CTA-OK.
           READ CTA-CON
               INVALID KEY MOVE 0 TO WKS-CTA-OK.
           IF WKS-CTA-OK = 0 AND WKS-A-TAR NOT = 0
               MOVE 0 TO TAR-CTA
               MOVE 1 TO WKS-CTA-OK
               READ CTA-CON
                   INVALID KEY MOVE 0 TO WKS-CTA-OK.
           IF WKS-CTA-OK = 0
               PERFORM 8630-ANOTA-FALTANTE.

       8620-SUMA-A-LINEA.
           IF SEG-CTA = "S"
               MOVE WKS-A-SUC TO WKS-B-SUC
           ELSE
               MOVE 0 TO WKS-B-SUC.
           MOVE 0 TO WKS-ENC.
           MOVE 1 TO WKS-LX.
           PERFORM 8625-COMPARA-LINEA
               UNTIL WKS-LX > WKS-LINS OR WKS-ENC > 0.
           IF WKS-ENC > 0
               ADD WKS-A-IMP TO WKS-L-IMP (WKS-ENC)
           ELSE IF WKS-LINS NOT < WKS-LIN-MAX-POL
               MOVE 1 TO WKS-LLENA
           ELSE
               ADD 1 TO WKS-LINS
               MOVE WKS-A-REN TO WKS-L-REN (WKS-LINS)
               MOVE CTA-CTA TO WKS-L-CTA (WKS-LINS)
               MOVE WKS-B-SUC TO WKS-L-SUC (WKS-LINS)
               MOVE SEG-CTA TO WKS-L-SEG (WKS-LINS)
               MOVE WKS-R-NAT (WKS-A-REN) TO WKS-L-NAT (WKS-LINS)
               MOVE WKS-A-IMP TO WKS-L-IMP (WKS-LINS)
               MOVE WKS-R-DES (WKS-A-REN) TO WKS-L-DES (WKS-LINS).

       8625-COMPARA-LINEA.
           IF WKS-L-REN (WKS-LX) = WKS-A-REN
               AND WKS-L-CTA (WKS-LX) = CTA-CTA
               AND WKS-L-SUC (WKS-LX) = WKS-B-SUC
               MOVE WKS-LX TO WKS-ENC.
           ADD 1 TO WKS-LX.

       8630-ANOTA-FALTANTE.
           MOVE 0 TO WKS-FAL-ENC.
           MOVE 1 TO WKS-FX.
           PERFORM 8635-COMPARA-FALTANTE
               UNTIL WKS-FX > WKS-FALS OR WKS-FAL-ENC = 1.
           IF WKS-FAL-ENC = 0 AND WKS-FALS < 20
               ADD 1 TO WKS-FALS
               MOVE WKS-R-TIP (WKS-A-REN) TO WKS-F-TIP (WKS-FALS)
               MOVE WKS-A-TAR TO WKS-F-TAR (WKS-FALS).

       8635-COMPARA-FALTANTE.
           IF WKS-F-TIP (WKS-FX) = WKS-R-TIP (WKS-A-REN)
               AND WKS-F-TAR (WKS-FX) = WKS-A-TAR
               MOVE 1 TO WKS-FAL-ENC.
           ADD 1 TO WKS-FX.

       8650-DATOS-CLIENTE.
      *    SUCURSAL Y TARJETA DEL CLIENTE WKS-A-CLI; SIN EL CLIENTE
      *    QUEDAN EN CERO (CUENTA GENERAL, SIN SUCURSAL).
           IF WKS-A-CLI NOT = WKS-CLI-ANT
               MOVE WKS-A-CLI TO WKS-CLI-ANT
               MOVE 0 TO WKS-CLI-SUC
               MOVE 0 TO WKS-CLI-TAR
               IF WKS-HAY-CLI = 1
                   MOVE WKS-A-CLI TO ID-CLIENTE
                   READ CLI-INDD
                       NOT INVALID KEY
                           MOVE SUC-CLI TO WKS-CLI-SUC
                           MOVE CLA-TAR TO WKS-CLI-TAR
                   END-READ
               END-IF
           END-IF.

       8500-ESCRIBE-RUN-LOG.
      *    UN SOLO REGISTRO POR CORRIDA, ESCRITO AL TERMINAR, CON LA
      *    HORA DE INICIO CAPTURADA EN 1000-INICIO.
               CLOSE FAC-CLI.
           IF WKS-HAY-DOM = 1
               CLOSE DOM-CTL.
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
           IF WKS-HAY-APL = 1
               CLOSE APL-PAG.
           IF WKS-HAY-CAS = 1
               CLOSE CAS-CLI.
           IF WKS-HAY-NCR = 1
               CLOSE NOT-CRE.
           IF WKS-HAY-REE = 1
               CLOSE REE-NCR.
           IF WKS-HAY-CLI = 1
               CLOSE CLI-INDD.
           IF WKS-HAY-CTA = 1
               CLOSE CTA-CON.
           DISPLAY "LINEAS DE POLIZA ESCRITAS: " WKS-LINEAS-POL.
