           FILE STATUS IS WKS-STAT-CLI.
           SELECT DOM-CTL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LLAVE-DOM
           FILE STATUS IS WKS-STAT-DOM.
           SELECT LOCK-CLI ASSIGN TO DISK
           ACCESS MODE IS RANDOM
           RECORD KEY IS ID-CLIENTE-DMN
           FILE STATUS IS WKS-STAT-DMN.
           SELECT DOM-REI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LLAVE-REI
           FILE STATUS IS WKS-STAT-REI.
           SELECT DOM-ENV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REP-REJ ASSIGN TO PRINTER.
           SELECT PAR-SIS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLA-PRM
           FILE STATUS IS WKS-STAT-PRM.
       DATA DIVISION.
       FILE SECTION.
       FD CLI-INDD.
       FD DOM-MAN.
           COPY DOMMAN.

       FD DOM-REI.
           COPY DOMREI.

       FD LOCK-CLI.
           COPY LCKCLI.

       FD REP-REJ.
       01 LINEAJ           PIC X(132).

       FD PAR-SIS.
           COPY SISPAR.

       WORKING-STORAGE SECTION.
       77 WKS-FIN            PIC 9.
       77 WKS-STAT-CLI       PIC XX.
       77 WKS-STAT-PRM       PIC XX.
       77 WKS-STAT-LCK     PIC XX.
       77 WKS-STAT-DOM       PIC XX.
       77 WKS-STAT-DMN       PIC XX.
       77 WKS-RECHAZADOS     PIC 9(05).
       77 WKS-HAY-DMN        PIC 9.
       77 WKS-MANDATO-OK     PIC 9.
       77 WKS-STAT-REI       PIC XX.
       77 WKS-HAY-REI        PIC 9.
       77 WKS-MAX-INT        PIC 9(02).
       77 WKS-REPRESENTA     PIC 9.
       77 WKS-REPRESENTADOS  PIC 9(05).
       77 WKS-AGOTADOS       PIC 9(05).
       77 WKS-FIN-DOM        PIC 9.
       77 WKS-HAY-ULT        PIC 9.
      *    ULTIMO CARGO DEL CLIENTE ANTERIOR A ESTE CICLO.
       01 WKS-ULT-FEC        PIC 9(08).
       01 WKS-ULT-EST        PIC X.
       01 WKS-ULT-MOT        PIC X(02).
       01 WKS-ULT-IMP        PIC 9(05)V99.
       01 WKS-ULT-ORI        PIC 9(08).
       01 WKS-ULT-INT        PIC 9(02).
       01 WKS-IMP-CARGO      PIC 9(05)V99.
       01 WKS-MOT-RECHAZO    PIC X(20).
       01 WKS-FEC-CARGO      PIC 9(08).
       01 WKS-FEC-CAP.
           MOVE 0 TO WKS-FEC-OK.
           PERFORM 1010-CAPTURA-FECHA UNTIL WKS-FEC-OK = 1.

           PERFORM 1020-LEE-PARAMETROS.

      *    REVISAR EL LOCK ANTES DE LEER, IGUAL QUE PROFIN2U, PARA
      *    NO MANDAR CARGOS AL BANCO CON DATOS A MEDIO ACTUALIZAR.
           OPEN I-O LOCK-CLI.
               OPEN I-O DOM-CTL.

      *    SIN MANDATOS FIRMADOS NO SE MANDA NADA AL BANCO: UN CARGO
      *    SIN AUTORIZACION SOLO PUEDE REBOTAR. SE ABRE I-O PORQUE
      *    AL AGOTAR LOS REINTENTOS EL MANDATO SE SUSPENDE AQUI.
           OPEN I-O DOM-MAN.
           IF WKS-STAT-DMN = "35"
               DISPLAY "NO EXISTE EL ARCHIVO DE MANDATOS (DOM-MAN)."
               DISPLAY "CAPTURE MANDATOS EN CAP-DOM Y REINTENTE."
               CLOSE CLI-INDD DOM-CTL
               STOP RUN.

           OPEN I-O DOM-REI.
           IF WKS-STAT-REI = "35"
               OPEN OUTPUT DOM-REI
               CLOSE DOM-REI
               OPEN I-O DOM-REI.

           OPEN OUTPUT DOM-ENV.
           OPEN OUTPUT REP-REJ.
           MOVE WKS-ENCR TO LINEAJ.
           MOVE 0 TO WKS-GENERADOS.
           MOVE 0 TO WKS-OMITIDOS.
           MOVE 0 TO WKS-RECHAZADOS.
           MOVE 0 TO WKS-REPRESENTADOS.
           MOVE 0 TO WKS-AGOTADOS.
           MOVE 0 TO WKS-FIN.
           PERFORM 2010-LEE-ARCHIVO.

                   MOVE 31 TO WKS-MAX-DIA
           END-EVALUATE.

       1020-LEE-PARAMETROS.
      *    VECES QUE UN CARGO RECHAZADO POR FONDOS INSUFICIENTES SE
      *    VUELVE A PRESENTAR ANTES DE SUSPENDER EL MANDATO: DOM-REIN
      *    EN PAR-SIS (VER GEN-PAR).
           MOVE 3 TO WKS-MAX-INT.
           OPEN INPUT PAR-SIS.
           IF WKS-STAT-PRM NOT = "35"
               MOVE "DOM-REIN" TO CLA-PRM
               READ PAR-SIS
                   NOT INVALID KEY MOVE VAL-PRM TO WKS-MAX-INT
               END-READ
               CLOSE PAR-SIS
           END-IF.
           DISPLAY "MAXIMO DE REINTENTOS POR FONDOS INSUFICIENTES: "
               WKS-MAX-INT.

       2000-PROCESO.
      *    SOLO SE DOMICILIAN CLIENTES ACTIVOS CON MANDATO ACTIVO;
      *    EL RESTO SALE AL REPORTE DE RECHAZOS.
           IF EST-CLI = "A"
               PERFORM 2015-CHECA-MANDATO
               MOVE 0 TO WKS-REPRESENTA
               IF WKS-MANDATO-OK = 1
                   PERFORM 2016-BUSCA-ULTIMO-CARGO
               END-IF
               IF WKS-MANDATO-OK = 1
                   PERFORM 2020-ESCRIBE-CARGO
               ELSE
               END-EVALUATE
           END-IF.

       2016-BUSCA-ULTIMO-CARGO.
      *    EL CARGO MAS RECIENTE DEL CLIENTE ANTES DE ESTE CICLO
      *    DECIDE SI SE MANDA EL CARGO NORMAL O SI SE REPRESENTA UN
      *    RECHAZO POR FONDOS INSUFICIENTES (CAUSA "04").
           MOVE 0 TO WKS-HAY-ULT.
           MOVE ID-CLIENTE TO ID-CLIENTE-DOM.
           MOVE 0 TO FEC-CARGO-DOM.
           MOVE 0 TO WKS-FIN-DOM.
           START DOM-CTL KEY IS GREATER THAN OR EQUAL TO LLAVE-DOM
               INVALID KEY MOVE 1 TO WKS-FIN-DOM
           END-START.
           PERFORM 2017-LEE-CARGO-ANT UNTIL WKS-FIN-DOM = 1.
           IF WKS-HAY-ULT = 1 AND WKS-ULT-EST = "R"
               AND WKS-ULT-MOT = "04"
               PERFORM 2018-REVISA-REINTENTOS.

       2017-LEE-CARGO-ANT.
           READ DOM-CTL NEXT
               AT END MOVE 1 TO WKS-FIN-DOM
               NOT AT END
                   IF ID-CLIENTE-DOM NOT = ID-CLIENTE
                       OR FEC-CARGO-DOM NOT < WKS-FEC-CARGO
                       MOVE 1 TO WKS-FIN-DOM
                   ELSE
                       MOVE 1 TO WKS-HAY-ULT
                       MOVE FEC-CARGO-DOM TO WKS-ULT-FEC
                       MOVE EST-DOM TO WKS-ULT-EST
                       MOVE MOT-DOM TO WKS-ULT-MOT
                       MOVE IMP-DOM TO WKS-ULT-IMP
                   END-IF
           END-READ.

       2018-REVISA-REINTENTOS.
      *    EL CARGO RECHAZADO SIN REGISTRO EN DOM-REI ES EL ORIGINAL
      *    (REPRESENTACION 0) Y ABRE LA CADENA.
           MOVE 1 TO WKS-HAY-REI.
           MOVE ID-CLIENTE TO ID-CLIENTE-REI.
           MOVE WKS-ULT-FEC TO FEC-CARGO-REI.
           READ DOM-REI
               INVALID KEY
                   MOVE 0 TO WKS-HAY-REI
                   MOVE ID-CLIENTE TO ID-CLIENTE-REI
                   MOVE WKS-ULT-FEC TO FEC-CARGO-REI
                   MOVE WKS-ULT-FEC TO FEC-ORI-REI
                   MOVE 0 TO NUM-INT-REI
                   MOVE SPACE TO EST-REI
           END-READ.

           IF EST-REI NOT = "X"
               IF NUM-INT-REI < WKS-MAX-INT
                   MOVE 1 TO WKS-REPRESENTA
                   MOVE FEC-ORI-REI TO WKS-ULT-ORI
                   COMPUTE WKS-ULT-INT = NUM-INT-REI + 1
               ELSE
                   PERFORM 2019-AGOTA-REINTENTOS
               END-IF
           END-IF.

       2019-AGOTA-REINTENTOS.
      *    SIN MAS REINTENTOS EL MANDATO SE SUSPENDE Y EL CLIENTE
      *    QUEDA PARA COBRO EN SUCURSAL. LA CADENA SE CIERRA PARA
      *    QUE, SI CAP-DOM REACTIVA EL MANDATO, NO SE REPRESENTE.
           MOVE "X" TO EST-REI.
           IF WKS-HAY-REI = 1
               REWRITE REG-REI
           ELSE
               WRITE REG-REI.
           MOVE "S" TO EST-DMN.
           REWRITE REG-DMN.
           ADD 1 TO WKS-AGOTADOS.
           MOVE 0 TO WKS-MANDATO-OK.
           MOVE "REINTENTOS AGOTADOS" TO WKS-MOT-RECHAZO.

       2060-ESCRIBE-RECHAZO.
           ADD 1 TO WKS-RECHAZADOS.
           MOVE ID-CLIENTE TO WKS-RID.
       2020-ESCRIBE-CARGO.
      *    EL CONTROL EVITA MANDAR DOS VECES EL MISMO CARGO: SI YA
      *    EXISTE UN CARGO DE ESE CLIENTE EN ESA FECHA, SE OMITE.
      *    UNA REPRESENTACION VUELVE A COBRAR EL IMPORTE RECHAZADO.
           MOVE ID-CLIENTE TO ID-CLIENTE-DOM.
           MOVE WKS-FEC-CARGO TO FEC-CARGO-DOM.
           IF WKS-REPRESENTA = 1
               MOVE WKS-ULT-IMP TO WKS-IMP-CARGO
           ELSE
               MOVE ANUA TO WKS-IMP-CARGO.
           MOVE WKS-IMP-CARGO TO IMP-DOM.
           MOVE "E" TO EST-DOM.
           MOVE SPACES TO MOT-DOM.
           WRITE REG-DOM
                   ADD 1 TO WKS-OMITIDOS
               NOT INVALID KEY
                   PERFORM 2030-ESCRIBE-LIN-BANCO
                   ADD 1 TO WKS-GENERADOS
                   IF WKS-REPRESENTA = 1
                       PERFORM 2025-GRABA-REPRESENTACION
                   END-IF.

       2025-GRABA-REPRESENTACION.
           MOVE ID-CLIENTE TO ID-CLIENTE-REI.
           MOVE WKS-FEC-CARGO TO FEC-CARGO-REI.
           MOVE WKS-ULT-ORI TO FEC-ORI-REI.
           MOVE WKS-ULT-INT TO NUM-INT-REI.
           MOVE SPACE TO EST-REI.
           WRITE REG-REI
               INVALID KEY
                   REWRITE REG-REI.
           ADD 1 TO WKS-REPRESENTADOS.

       2030-ESCRIBE-LIN-BANCO.
           MOVE ID-CLIENTE TO ENV-ID.
               INTO WKS-NOM-COMPLETO
           END-STRING.
           MOVE WKS-NOM-COMPLETO TO ENV-NOMBRE.
           COMPUTE ENV-IMPORTE = WKS-IMP-CARGO * 100.
           MOVE WKS-FEC-CARGO TO ENV-FEC.
           WRITE REG-ENV.

           CLOSE CLI-INDD.
           CLOSE DOM-CTL.
           CLOSE DOM-MAN.
           CLOSE DOM-REI.
           CLOSE DOM-ENV.
           CLOSE REP-REJ.
           DISPLAY "ARCHIVO GENERADO: DOM-ENV".
           DISPLAY "CARGOS OMITIDOS (YA ENVIADOS): " WKS-OMITIDOS.
           DISPLAY "SIN MANDATO ACTIVO (VER REPORTE): "
               WKS-RECHAZADOS.
           DISPLAY "REPRESENTADOS (FONDOS INSUFICIENTES): "
               WKS-REPRESENTADOS.
           DISPLAY "MANDATOS SUSPENDIDOS POR REINTENTOS: "
               WKS-AGOTADOS.
