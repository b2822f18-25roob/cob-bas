       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNC-BAN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDO-BAN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WKS-STAT-BAN.
           SELECT COR-CTL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LLAVE-COR
           FILE STATUS IS WKS-STAT-COR.
           SELECT DOM-CTL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LLAVE-DOM
           FILE STATUS IS WKS-STAT-DOM.
           SELECT CNC-PAR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LLAVE-CNC
           FILE STATUS IS WKS-STAT-CNC.
           SELECT REP-CNC ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
      *    ESTADO DE CUENTA DIARIO DEL BANCO, LAYOUT FIJO: FECHA
      *    VALOR, TIPO DE MOVIMIENTO ("E" DEPOSITO DE SUCURSAL, "D"
      *    ABONO POR DOMICILIACION, "O" OTRO ABONO, "C" CARGO), CLAVE
      *    DE SUCURSAL QUE LLEVA LA FICHA DE DEPOSITO COMO REFERENCIA
      *    (CEROS SI NO LA TRAE), REFERENCIA DEL BANCO E IMPORTE.
       FD EDO-BAN.
       01 REG-BAN.
           03 BAN-FEC      PIC 9(08).
           03 BAN-TIP      PIC X.
           03 BAN-SUC      PIC 9(02).
           03 BAN-REF      PIC X(20).
           03 BAN-IMP      PIC 9(09)V99.

       FD COR-CTL.
           COPY CORCTL.

       FD DOM-CTL.
           COPY DOMCTL.

       FD CNC-PAR.
           COPY CNCPAR.

       FD REP-CNC.
       01 LINEAC           PIC X(132).

       WORKING-STORAGE SECTION.
       77 WKS-FIN          PIC 9.
       77 WKS-STAT-BAN     PIC XX.
       77 WKS-STAT-COR     PIC XX.
       77 WKS-STAT-DOM     PIC XX.
       77 WKS-STAT-CNC     PIC XX.
       77 WKS-HAY-COR      PIC 9.
       77 WKS-HAY-DOM      PIC 9.
       77 WKS-FIN-COR      PIC 9.
       77 WKS-FIN-DOM      PIC 9.
       77 WKS-FIN-CNC      PIC 9.
       77 WKS-CONT-LIN     PIC 99.
       77 WKS-LIN-MAX      PIC 99 VALUE 60.
       77 WKS-NUM-PAG      PIC 9(02).
       77 WKS-SEC          PIC 9(04).
       77 WKS-CARGOS-BAN   PIC 9(05).
       77 WKS-CAT          PIC 9.
       77 WKS-RX           PIC 9.

       01 WKS-FEC-EDO      PIC 9(08).
       01 WKS-HOY          PIC 9(08).

      *    ABONOS DEL ESTADO DE CUENTA; WKS-B-USO QUEDA EN 1 CUANDO
      *    EL ABONO YA SE CASO CON UN CORTE O CON LA DOMICILIACION.
       77 WKS-BAN-MAX      PIC 9(03) VALUE 300.
       77 WKS-BANS         PIC 9(03).
       77 WKS-BX           PIC 9(03).
       77 WKS-HALLADO      PIC 9(03).
       01 WKS-TAB-BAN.
           03 WKS-BAN-ENT OCCURS 300.
               05 WKS-B-FEC  PIC 9(08).
               05 WKS-B-TIP  PIC X.
               05 WKS-B-SUC  PIC 9(02).
               05 WKS-B-REF  PIC X(20).
               05 WKS-B-IMP  PIC 9(09)V99.
               05 WKS-B-USO  PIC 9.

      *    CRITERIO DE BUSQUEDA DE UN ABONO: TIPO, SUCURSAL, IMPORTE
      *    Y FECHA MINIMA (UN DEPOSITO NO PUEDE SER ANTERIOR AL CORTE).
       01 WKS-BUS-TIP      PIC X.
       01 WKS-BUS-SUC      PIC 9(02).
       01 WKS-BUS-IMP      PIC 9(09)V99.
       01 WKS-BUS-FEC      PIC 9(08).

       01 WKS-DOM-FEC      PIC 9(08).
       01 WKS-DOM-SUM      PIC 9(09)V99.
       01 WKS-BAN-DOM      PIC 9(09)V99.
       01 WKS-DIF          PIC S9(09)V99.

      *    CIFRAS POR RESULTADO: 1 CONCILIADO EN EL DIA, 2 CONCILIADO
      *    DE DIAS ANTERIORES, 3 FALTA EN EL BANCO, 4 ABONO NO
      *    IDENTIFICADO, 5 DIFERENCIA DE IMPORTE, 6 PENDIENTE DE DIAS
      *    ANTERIORES. EL IMPORTE ES EL DEL SISTEMA EN 1 A 3, EL DEL
      *    BANCO EN 4 Y LA DIFERENCIA (BANCO MENOS SISTEMA) EN 5 Y 6.
       01 WKS-TAB-RES.
           03 WKS-RES-ENT OCCURS 6.
               05 WKS-RES-CNT  PIC 9(05).
               05 WKS-RES-IMP  PIC S9(11)V99.
       01 WKS-RES-NOM      PIC X(30).

       01 WKS-ENC1.
           03 FILLER       PIC X(36) VALUE SPACES.
           03 FILLER       PIC X(40)
                     VALUE "CONCILIACION BANCARIA DIARIA".

       01 WKS-ENC2.
           03 FILLER       PIC X(26)
                     VALUE "ESTADO DE CUENTA DEL DIA: ".
           03 WKS-EEDO     PIC 9(08).
           03 FILLER       PIC X(05) VALUE SPACES.
           03 FILLER       PIC X(18)
                     VALUE "FECHA DE PROCESO: ".
           03 WKS-EFEC     PIC 9(08).
           03 FILLER       PIC X(05) VALUE SPACES.
           03 FILLER       PIC X(07) VALUE "PAG. : ".
           03 WKS-EPAG     PIC 9(02).

       01 WKS-ENC3.
           03 FILLER       PIC X(15) VALUE "PARTIDA".
           03 FILLER       PIC X(09) VALUE "ORIGEN".
           03 FILLER       PIC X(04) VALUE "SUC".
           03 FILLER       PIC X(10) VALUE "FECHA DOC".
           03 FILLER       PIC X(16) VALUE "   IMP. SISTEMA".
           03 FILLER       PIC X(10) VALUE "FEC.BANCO".
           03 FILLER       PIC X(16) VALUE "     IMP. BANCO".
           03 FILLER       PIC X(17) VALUE "       DIFERENCIA".
           03 FILLER       PIC X(09) VALUE "RESULTADO".

       01 WKS-DET1.
           03 WKS-DPRO     PIC 9(08).
           03 FILLER       PIC X(01) VALUE "-".
           03 WKS-DSEC     PIC 9(04).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-DORI     PIC X(08).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 WKS-DSUC     PIC 9(02).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-DDOC     PIC 9(08).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-DSIS     PIC $$$,$$$,$$9.99.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-DFBA     PIC 9(08).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-DBAN     PIC $$$,$$$,$$9.99.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-DDIF     PIC -$$$,$$$,$$9.99.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-DRES     PIC X(30).

       01 WKS-RES1.
           03 WKS-RNOM     PIC X(30).
           03 FILLER       PIC X(02) VALUE ": ".
           03 WKS-RCNT     PIC ZZZZ9.
           03 FILLER       PIC X(10) VALUE " PARTIDAS ".
           03 WKS-RIMP     PIC -$$,$$$,$$$,$$9.99.

       01 WKS-NOTA1.
           03 FILLER       PIC X(52) VALUE
           "LAS PARTIDAS PENDIENTES SE ARRASTRAN A LA SIGUIENTE".
           03 FILLER       PIC X(48) VALUE
           " CONCILIACION HASTA QUE CUADREN O SE LIBEREN.".

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-ARRASTRE UNTIL WKS-FIN-CNC = 1.
           PERFORM 2200-CONCILIA-CORTES.
           PERFORM 2400-CONCILIA-DOMICILIACION.
           PERFORM 2600-NO-IDENTIFICADOS.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           DISPLAY "CONCILIACION BANCARIA CONTRA EL ESTADO DE CUENTA".
           ACCEPT WKS-HOY FROM DATE YYYYMMDD.
           DISPLAY "FECHA DEL ESTADO DE CUENTA:(AAAAMMDD,0=HOY)".
           ACCEPT WKS-FEC-EDO.
           IF WKS-FEC-EDO = 0
               MOVE WKS-HOY TO WKS-FEC-EDO.

           OPEN INPUT EDO-BAN.
           IF WKS-STAT-BAN = "35"
               DISPLAY "NO EXISTE EL ESTADO DE CUENTA DEL BANCO."
               STOP RUN.

           OPEN I-O CNC-PAR.
           IF WKS-STAT-CNC = "35"
               OPEN OUTPUT CNC-PAR
               CLOSE CNC-PAR
               OPEN I-O CNC-PAR.

      *    UN ESTADO DE CUENTA YA CONCILIADO NO SE VUELVE A CONCILIAR:
      *    SUS ABONOS CASARIAN DOS VECES.
           MOVE WKS-FEC-EDO TO FEC-PRO-CNC.
           MOVE 0 TO SEC-CNC.
           START CNC-PAR KEY IS GREATER THAN OR EQUAL TO LLAVE-CNC
               INVALID KEY CONTINUE
           END-START.
           IF WKS-STAT-CNC = "00"
               READ CNC-PAR NEXT
                   AT END CONTINUE
                   NOT AT END
                       IF FEC-PRO-CNC = WKS-FEC-EDO
                           DISPLAY "EL ESTADO DE CUENTA DEL "
                               WKS-FEC-EDO " YA SE CONCILIO."
                           CLOSE EDO-BAN
                           CLOSE CNC-PAR
                           STOP RUN
                       END-IF
               END-READ
           END-IF.

           MOVE 1 TO WKS-HAY-COR.
           OPEN INPUT COR-CTL.
           IF WKS-STAT-COR = "35"
               MOVE 0 TO WKS-HAY-COR.
           MOVE 1 TO WKS-HAY-DOM.
           OPEN INPUT DOM-CTL.
           IF WKS-STAT-DOM = "35"
               MOVE 0 TO WKS-HAY-DOM.

           MOVE 0 TO WKS-BANS.
           MOVE 0 TO WKS-CARGOS-BAN.
           MOVE 0 TO WKS-FIN.
           PERFORM 1100-CARGA-ABONO UNTIL WKS-FIN = 1.
           CLOSE EDO-BAN.

           INITIALIZE WKS-TAB-RES.
           MOVE 0 TO WKS-SEC.
           OPEN OUTPUT REP-CNC.
           MOVE 0 TO WKS-NUM-PAG.
           PERFORM 2100-GENERA-ENCABEZADO.

      *    PRIMERO LAS PARTIDAS PENDIENTES DE DIAS ANTERIORES, EN
      *    ORDEN DE LLAVE: LAS MAS VIEJAS TOMAN PRIMERO LOS ABONOS.
           MOVE 0 TO WKS-FIN-CNC.
           MOVE 0 TO FEC-PRO-CNC.
           MOVE 0 TO SEC-CNC.
           START CNC-PAR KEY IS GREATER THAN OR EQUAL TO LLAVE-CNC
               INVALID KEY MOVE 1 TO WKS-FIN-CNC
           END-START.

       1100-CARGA-ABONO.
      *    LOS CARGOS DEL BANCO NO ENTRAN A ESTA CONCILIACION; SOLO
      *    SE CUENTAN.
           READ EDO-BAN
               AT END MOVE 1 TO WKS-FIN
               NOT AT END
                   IF BAN-TIP = "C"
                       ADD 1 TO WKS-CARGOS-BAN
                   ELSE
                       IF WKS-BANS = WKS-BAN-MAX
                           DISPLAY "MAS DE " WKS-BAN-MAX
                               " ABONOS EN EL ESTADO DE CUENTA."
                           DISPLAY "PROCESO CANCELADO."
                           CLOSE EDO-BAN
                           CLOSE CNC-PAR
                           STOP RUN
                       END-IF
                       ADD 1 TO WKS-BANS
                       MOVE BAN-FEC TO WKS-B-FEC (WKS-BANS)
                       MOVE BAN-TIP TO WKS-B-TIP (WKS-BANS)
                       MOVE BAN-SUC TO WKS-B-SUC (WKS-BANS)
                       MOVE BAN-REF TO WKS-B-REF (WKS-BANS)
                       MOVE BAN-IMP TO WKS-B-IMP (WKS-BANS)
                       MOVE 0       TO WKS-B-USO (WKS-BANS)
                   END-IF
           END-READ.

       2000-ARRASTRE.
           READ CNC-PAR NEXT
               AT END MOVE 1 TO WKS-FIN-CNC
               NOT AT END
                   IF FEC-PRO-CNC NOT < WKS-FEC-EDO
                       MOVE 1 TO WKS-FIN-CNC
                   ELSE
                       IF EST-CNC = "P"
                           PERFORM 2010-REVISA-PENDIENTE
                       END-IF
                   END-IF
           END-READ.

       2010-REVISA-PENDIENTE.
      *    UN CORTE QUE FALTABA SE BUSCA EN LOS DEPOSITOS DE HOY; LA
      *    DOMICILIACION SE VUELVE A SUMAR PORQUE RET-DOM PUDO MARCAR
      *    CARGOS "P" DESPUES. LAS DIFERENCIAS DE CORTES Y LOS ABONOS
      *    NO IDENTIFICADOS SOLO LOS CIERRA UN SUPERVISOR (LIB-CNC).
           MOVE 6 TO WKS-CAT.
           IF ORI-CNC = "C" AND TIP-CNC = "F"
               MOVE "E"          TO WKS-BUS-TIP
               MOVE SUC-CNC      TO WKS-BUS-SUC
               MOVE IMP-SIS-CNC  TO WKS-BUS-IMP
               MOVE FEC-DOC-CNC  TO WKS-BUS-FEC
               PERFORM 8300-BUSCA-ABONO
               IF WKS-HALLADO > 0
                   PERFORM 8350-TOMA-ABONO
                   MOVE 2 TO WKS-CAT
               END-IF
           END-IF.
           IF ORI-CNC = "D"
               MOVE FEC-DOC-CNC TO WKS-DOM-FEC
               PERFORM 8400-SUMA-DOMICILIADOS
               MOVE WKS-DOM-SUM TO IMP-SIS-CNC
               IF TIP-CNC = "F"
                   MOVE "D"          TO WKS-BUS-TIP
                   MOVE 0            TO WKS-BUS-SUC
                   MOVE IMP-SIS-CNC  TO WKS-BUS-IMP
                   MOVE FEC-DOC-CNC  TO WKS-BUS-FEC
                   PERFORM 8300-BUSCA-ABONO
                   IF WKS-HALLADO > 0
                       PERFORM 8350-TOMA-ABONO
                       MOVE 2 TO WKS-CAT
                   END-IF
               ELSE
                   IF IMP-SIS-CNC = IMP-BAN-CNC
                       MOVE 2 TO WKS-CAT
                   END-IF
               END-IF
           END-IF.
           IF WKS-CAT = 2
               MOVE "C"         TO EST-CNC
               MOVE WKS-FEC-EDO TO FEC-RES-CNC
               MOVE "CNC-BAN "  TO OPER-RES-CNC.
           REWRITE REG-CNC
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR LA PARTIDA "
                       FEC-PRO-CNC "-" SEC-CNC
           END-REWRITE.
           PERFORM 8200-IMPRIME-PARTIDA.

       2100-GENERA-ENCABEZADO.
           ADD 1 TO WKS-NUM-PAG.
           MOVE SPACES TO LINEAC.
           MOVE WKS-ENC1 TO LINEAC.
           WRITE LINEAC AFTER PAGE.

           MOVE WKS-FEC-EDO TO WKS-EEDO.
           MOVE WKS-HOY TO WKS-EFEC.
           MOVE WKS-NUM-PAG TO WKS-EPAG.
           MOVE WKS-ENC2 TO LINEAC.
           WRITE LINEAC AFTER 1.

           MOVE WKS-ENC3 TO LINEAC.
           WRITE LINEAC AFTER 2.
           MOVE 4 TO WKS-CONT-LIN.

       2200-CONCILIA-CORTES.
      *    CADA CORTE DEL DIA SE CASA CON UN DEPOSITO DE SU SUCURSAL
      *    (O SIN SUCURSAL EN LA FICHA) POR EL MISMO IMPORTE CONTADO;
      *    SI SOLO HAY UN DEPOSITO DE LA SUCURSAL CON OTRO IMPORTE ES
      *    DIFERENCIA, Y SI NO HAY NINGUNO FALTA EN EL BANCO.
           IF WKS-HAY-COR = 1
               MOVE WKS-FEC-EDO TO FEC-COR
               MOVE 0 TO SUC-COR
               MOVE 0 TO WKS-FIN-COR
               START COR-CTL KEY IS GREATER THAN OR EQUAL TO LLAVE-COR
                   INVALID KEY MOVE 1 TO WKS-FIN-COR
               END-START
               PERFORM 2210-LEE-CORTE UNTIL WKS-FIN-COR = 1
           END-IF.

       2210-LEE-CORTE.
           READ COR-CTL NEXT
               AT END MOVE 1 TO WKS-FIN-COR
               NOT AT END
                   IF FEC-COR NOT = WKS-FEC-EDO
                       MOVE 1 TO WKS-FIN-COR
                   ELSE
                       IF IMP-CON-COR > 0
                           PERFORM 2220-CONCILIA-CORTE
                       END-IF
                   END-IF
           END-READ.

       2220-CONCILIA-CORTE.
           PERFORM 8100-INICIA-PARTIDA.
           MOVE "C"         TO ORI-CNC.
           MOVE FEC-COR     TO FEC-DOC-CNC.
           MOVE SUC-COR     TO SUC-CNC.
           MOVE IMP-CON-COR TO IMP-SIS-CNC.

           MOVE "E"         TO WKS-BUS-TIP.
           MOVE SUC-COR     TO WKS-BUS-SUC.
           MOVE IMP-CON-COR TO WKS-BUS-IMP.
           MOVE FEC-COR     TO WKS-BUS-FEC.
           PERFORM 8300-BUSCA-ABONO.
           IF WKS-HALLADO > 0
               PERFORM 8350-TOMA-ABONO
               MOVE "C" TO TIP-CNC
               MOVE 1 TO WKS-CAT
           ELSE
               PERFORM 8310-BUSCA-DEPOSITO-SUC
               IF WKS-HALLADO > 0
                   PERFORM 8350-TOMA-ABONO
                   MOVE "D" TO TIP-CNC
                   MOVE 5 TO WKS-CAT
               ELSE
                   MOVE "F" TO TIP-CNC
                   MOVE 3 TO WKS-CAT
               END-IF
           END-IF.
           PERFORM 8150-GRABA-PARTIDA.

       2400-CONCILIA-DOMICILIACION.
      *    EL BANCO ABONA LA COBRANZA DOMICILIADA DEL DIA EN UNO O
      *    VARIOS MOVIMIENTOS "D": SU SUMA SE COMPARA CONTRA LOS
      *    CARGOS DE ESA FECHA QUE RET-DOM MARCO PAGADOS.
           MOVE 0 TO WKS-DOM-SUM.
           IF WKS-HAY-DOM = 1
               MOVE WKS-FEC-EDO TO WKS-DOM-FEC
               PERFORM 8400-SUMA-DOMICILIADOS.
           MOVE 0 TO WKS-BAN-DOM.
           MOVE 1 TO WKS-BX.
           PERFORM 2410-SUMA-ABONO-DOM UNTIL WKS-BX > WKS-BANS.

           IF WKS-DOM-SUM > 0 OR WKS-BAN-DOM > 0
               PERFORM 8100-INICIA-PARTIDA
               MOVE "D"         TO ORI-CNC
               MOVE WKS-FEC-EDO TO FEC-DOC-CNC
               MOVE 0           TO SUC-CNC
               MOVE WKS-DOM-SUM TO IMP-SIS-CNC
               MOVE WKS-BAN-DOM TO IMP-BAN-CNC
               IF WKS-BAN-DOM > 0
                   MOVE WKS-FEC-EDO TO FEC-BAN-CNC
                   MOVE "ABONOS DOMICILIACION" TO REF-BAN-CNC
               END-IF
               EVALUATE TRUE
                   WHEN WKS-DOM-SUM = WKS-BAN-DOM
                       MOVE "C" TO TIP-CNC
                       MOVE 1 TO WKS-CAT
                   WHEN WKS-BAN-DOM = 0
                       MOVE "F" TO TIP-CNC
                       MOVE 3 TO WKS-CAT
                   WHEN OTHER
                       MOVE "D" TO TIP-CNC
                       MOVE 5 TO WKS-CAT
               END-EVALUATE
               PERFORM 8150-GRABA-PARTIDA
               MOVE 1 TO WKS-BX
               PERFORM 2420-MARCA-ABONO-DOM UNTIL WKS-BX > WKS-BANS
           END-IF.

       2410-SUMA-ABONO-DOM.
           IF WKS-B-USO (WKS-BX) = 0 AND WKS-B-TIP (WKS-BX) = "D"
               ADD WKS-B-IMP (WKS-BX) TO WKS-BAN-DOM.
           ADD 1 TO WKS-BX.

       2420-MARCA-ABONO-DOM.
           IF WKS-B-USO (WKS-BX) = 0 AND WKS-B-TIP (WKS-BX) = "D"
               MOVE 1 TO WKS-B-USO (WKS-BX).
           ADD 1 TO WKS-BX.

       2600-NO-IDENTIFICADOS.
      *    TODO ABONO QUE NO SE CASO CON NADA QUEDA PENDIENTE COMO NO
      *    IDENTIFICADO HASTA QUE UN SUPERVISOR LO ACLARE.
           MOVE 1 TO WKS-BX.
           PERFORM 2610-REVISA-ABONO UNTIL WKS-BX > WKS-BANS.

       2610-REVISA-ABONO.
           IF WKS-B-USO (WKS-BX) = 0
               PERFORM 8100-INICIA-PARTIDA
               MOVE "B" TO ORI-CNC
               MOVE "N" TO TIP-CNC
               MOVE WKS-B-FEC (WKS-BX) TO FEC-DOC-CNC
               MOVE WKS-B-SUC (WKS-BX) TO SUC-CNC
               MOVE WKS-B-FEC (WKS-BX) TO FEC-BAN-CNC
               MOVE WKS-B-IMP (WKS-BX) TO IMP-BAN-CNC
               MOVE WKS-B-REF (WKS-BX) TO REF-BAN-CNC
               MOVE 1 TO WKS-B-USO (WKS-BX)
               MOVE 4 TO WKS-CAT
               PERFORM 8150-GRABA-PARTIDA.
           ADD 1 TO WKS-BX.

       8100-INICIA-PARTIDA.
           MOVE SPACES TO REG-CNC.
           ADD 1 TO WKS-SEC.
           MOVE WKS-FEC-EDO TO FEC-PRO-CNC.
           MOVE WKS-SEC     TO SEC-CNC.
           MOVE 0 TO FEC-DOC-CNC.
           MOVE 0 TO SUC-CNC.
           MOVE 0 TO IMP-SIS-CNC.
           MOVE 0 TO IMP-BAN-CNC.
           MOVE 0 TO FEC-BAN-CNC.
           MOVE 0 TO FEC-RES-CNC.

       8150-GRABA-PARTIDA.
      *    LO CONCILIADO QUEDA CERRADO DESDE SU DIA; LO DEMAS QUEDA
      *    PENDIENTE PARA LAS SIGUIENTES CONCILIACIONES.
           IF TIP-CNC = "C"
               MOVE "C"         TO EST-CNC
               MOVE WKS-FEC-EDO TO FEC-RES-CNC
               MOVE "CNC-BAN "  TO OPER-RES-CNC
           ELSE
               MOVE "P" TO EST-CNC.
           WRITE REG-CNC
               INVALID KEY
                   DISPLAY "PARTIDA DUPLICADA " FEC-PRO-CNC "-" SEC-CNC
           END-WRITE.
           PERFORM 8200-IMPRIME-PARTIDA.

       8200-IMPRIME-PARTIDA.
           COMPUTE WKS-DIF = IMP-BAN-CNC - IMP-SIS-CNC.
           MOVE WKS-CAT TO WKS-RX.
           PERFORM 8250-NOMBRE-RESULTADO.
           ADD 1 TO WKS-RES-CNT (WKS-CAT).
           EVALUATE WKS-CAT
               WHEN 1 THRU 3
                   ADD IMP-SIS-CNC TO WKS-RES-IMP (WKS-CAT)
               WHEN 4
                   ADD IMP-BAN-CNC TO WKS-RES-IMP (WKS-CAT)
               WHEN OTHER
                   ADD WKS-DIF TO WKS-RES-IMP (WKS-CAT)
           END-EVALUATE.

           IF WKS-CONT-LIN > WKS-LIN-MAX
               PERFORM 2100-GENERA-ENCABEZADO.
           MOVE FEC-PRO-CNC TO WKS-DPRO.
           MOVE SEC-CNC     TO WKS-DSEC.
           EVALUATE ORI-CNC
               WHEN "C" MOVE "CORTE"    TO WKS-DORI
               WHEN "D" MOVE "DOMICIL." TO WKS-DORI
               WHEN OTHER MOVE "BANCO"  TO WKS-DORI
           END-EVALUATE.
           MOVE SUC-CNC     TO WKS-DSUC.
           MOVE FEC-DOC-CNC TO WKS-DDOC.
           MOVE IMP-SIS-CNC TO WKS-DSIS.
           MOVE FEC-BAN-CNC TO WKS-DFBA.
           MOVE IMP-BAN-CNC TO WKS-DBAN.
           MOVE WKS-DIF     TO WKS-DDIF.
           MOVE WKS-RES-NOM TO WKS-DRES.
           MOVE WKS-DET1 TO LINEAC.
           WRITE LINEAC AFTER 1.
           ADD 1 TO WKS-CONT-LIN.

       8250-NOMBRE-RESULTADO.
           EVALUATE WKS-RX
               WHEN 1 MOVE "CONCILIADO" TO WKS-RES-NOM
               WHEN 2 MOVE "CONCILIADO DE DIAS ANTERIORES"
                          TO WKS-RES-NOM
               WHEN 3 MOVE "FALTA EN EL BANCO" TO WKS-RES-NOM
               WHEN 4 MOVE "ABONO NO IDENTIFICADO" TO WKS-RES-NOM
               WHEN 5 MOVE "DIFERENCIA DE IMPORTE" TO WKS-RES-NOM
               WHEN OTHER MOVE "PENDIENTE DE DIAS ANTERIORES"
                          TO WKS-RES-NOM
           END-EVALUATE.

       8300-BUSCA-ABONO.
           MOVE 0 TO WKS-HALLADO.
           MOVE 1 TO WKS-BX.
           PERFORM 8305-REVISA-ABONO
               UNTIL WKS-BX > WKS-BANS OR WKS-HALLADO > 0.

       8305-REVISA-ABONO.
           IF WKS-B-USO (WKS-BX) = 0
               AND WKS-B-TIP (WKS-BX) = WKS-BUS-TIP
               AND WKS-B-IMP (WKS-BX) = WKS-BUS-IMP
               AND WKS-B-FEC (WKS-BX) NOT < WKS-BUS-FEC
               AND (WKS-B-SUC (WKS-BX) = WKS-BUS-SUC
                    OR WKS-B-SUC (WKS-BX) = 0)
               MOVE WKS-BX TO WKS-HALLADO.
           ADD 1 TO WKS-BX.

       8310-BUSCA-DEPOSITO-SUC.
           MOVE 0 TO WKS-HALLADO.
           MOVE 1 TO WKS-BX.
           PERFORM 8315-REVISA-DEPOSITO-SUC
               UNTIL WKS-BX > WKS-BANS OR WKS-HALLADO > 0.

       8315-REVISA-DEPOSITO-SUC.
           IF WKS-B-USO (WKS-BX) = 0
               AND WKS-B-TIP (WKS-BX) = "E"
               AND WKS-B-SUC (WKS-BX) = WKS-BUS-SUC
               AND WKS-B-FEC (WKS-BX) NOT < WKS-BUS-FEC
               MOVE WKS-BX TO WKS-HALLADO.
           ADD 1 TO WKS-BX.

       8350-TOMA-ABONO.
           MOVE 1 TO WKS-B-USO (WKS-HALLADO).
           MOVE WKS-B-FEC (WKS-HALLADO) TO FEC-BAN-CNC.
           MOVE WKS-B-IMP (WKS-HALLADO) TO IMP-BAN-CNC.
           MOVE WKS-B-REF (WKS-HALLADO) TO REF-BAN-CNC.

       8400-SUMA-DOMICILIADOS.
           MOVE 0 TO WKS-DOM-SUM.
           IF WKS-HAY-DOM = 1
               MOVE ZEROES TO LLAVE-DOM
               MOVE 0 TO WKS-FIN-DOM
               START DOM-CTL KEY IS GREATER THAN OR EQUAL TO LLAVE-DOM
                   INVALID KEY MOVE 1 TO WKS-FIN-DOM
               END-START
               PERFORM 8405-LEE-DOMICILIADO UNTIL WKS-FIN-DOM = 1
           END-IF.

       8405-LEE-DOMICILIADO.
           READ DOM-CTL NEXT
               AT END MOVE 1 TO WKS-FIN-DOM
               NOT AT END
                   IF EST-DOM = "P" AND FEC-CARGO-DOM = WKS-DOM-FEC
                       ADD IMP-DOM TO WKS-DOM-SUM
                   END-IF
           END-READ.

       3000-FIN.
           MOVE 1 TO WKS-RX.
           WRITE LINEAC FROM WKS-NOTA1 AFTER 2.
           PERFORM 3010-ESCRIBE-RESUMEN UNTIL WKS-RX > 6.

           CLOSE CNC-PAR.
           IF WKS-HAY-COR = 1
               CLOSE COR-CTL.
           IF WKS-HAY-DOM = 1
               CLOSE DOM-CTL.
           CLOSE REP-CNC.
           DISPLAY "ABONOS DEL BANCO LEIDOS:  " WKS-BANS.
           DISPLAY "CARGOS DEL BANCO OMITIDOS: " WKS-CARGOS-BAN.
           DISPLAY "CONCILIADOS EN EL DIA:    " WKS-RES-CNT (1).
           DISPLAY "CONCILIADOS ANTERIORES:   " WKS-RES-CNT (2).
           DISPLAY "PENDIENTES NUEVOS:        "
               WKS-RES-CNT (3) " " WKS-RES-CNT (4) " " WKS-RES-CNT (5).
           DISPLAY "PENDIENTES ANTERIORES:    " WKS-RES-CNT (6).
           DISPLAY "REPORTE GENERADO".

       3010-ESCRIBE-RESUMEN.
           PERFORM 8250-NOMBRE-RESULTADO.
           MOVE WKS-RES-NOM TO WKS-RNOM.
           MOVE WKS-RES-CNT (WKS-RX) TO WKS-RCNT.
           MOVE WKS-RES-IMP (WKS-RX) TO WKS-RIMP.
           MOVE WKS-RES1 TO LINEAC.
           IF WKS-RX = 1
               WRITE LINEAC AFTER 2
           ELSE
               WRITE LINEAC AFTER 1.
           ADD 1 TO WKS-RX.
