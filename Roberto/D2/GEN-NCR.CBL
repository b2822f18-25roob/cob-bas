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
           ACCESS MODE IS RANDOM
           RECORD KEY IS COD-NCR-CTL
           FILE STATUS IS WKS-STAT-NCT.
           SELECT IVA-TAB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FEC-EFE-IVA
           FILE STATUS IS WKS-STAT-IVA.
           SELECT ACL-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LLAVE-ACL
           ALTERNATE RECORD KEY IS SUC-ACL WITH DUPLICATES
           FILE STATUS IS WKS-STAT-ACL.
           SELECT REE-NCR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FOLIO-REE
           ALTERNATE RECORD KEY IS FEC-PAG-REE WITH DUPLICATES
           FILE STATUS IS WKS-STAT-REE.
           SELECT REP-NCR ASSIGN TO PRINTER.
           SELECT PER-CON ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PER-PER
           FILE STATUS IS WKS-STAT-PER.
       DATA DIVISION.
       FILE SECTION.
       FD OPE-TAB.
       FD FIR-LOG.
           COPY FIRLOG.

       FD PAR-SIS.
           COPY SISPAR.

       FD SES-TOK.
           COPY SESTOK.

       FD NCR-CTL.
           COPY NCRCTL.

       FD IVA-TAB.
           COPY IVATAB.

       FD ACL-CLI.
           COPY ACLCLI.

       FD REE-NCR.
           COPY REENCR.

       FD REP-NCR.
       01 LINEAN           PIC X(132).

       FD PER-CON.
           COPY PERCON.

       WORKING-STORAGE SECTION.
       77 WKS-FIN          PIC 9.
       77 WKS-DESC         PIC X.
       77 WKS-STAT-FAC     PIC XX.
       77 WKS-STAT-NCR     PIC XX.
       77 WKS-STAT-NCT     PIC XX.
       77 WKS-STAT-ACL     PIC XX.
       77 WKS-STAT-REE     PIC XX.
       77 WKS-HAY-REE      PIC 9.
       77 WKS-FIN-ACL      PIC 9.
       77 WKS-HAY-CASO     PIC 9.
       77 WKS-OPERADOR     PIC X(08).
       77 WKS-PASSWORD     PIC X(08).
       77 WKS-NIV-OPE      PIC 9.
       77 WKS-STAT-TOK       PIC XX.
       77 WKS-TOK-OK         PIC 9.
       77 WKS-PWD-DIAS       PIC 9(03) VALUE 90.
       77 WKS-MAX-FALLAS     PIC 9(02) VALUE 5.
       77 WKS-STAT-PRM       PIC XX.
       77 WKS-PWD-OK         PIC 9.
       77 WKS-PWD-N1         PIC X(08).
       77 WKS-PWD-N2         PIC X(08).
       01 WKS-PER-MAX      PIC 9(06).
       01 WKS-SUMA-PER     PIC 9(05)V99.
       01 WKS-IMPORTE      PIC 9(05)V99.
       01 WKS-MOT-NCR      PIC X(20).
       01 WKS-EST-NCR      PIC X.
      *    UNA ACLARACION A FAVOR DEL CLIENTE (VER CAP-ACL) PRIMERO
      *    CUBRE LO QUE EL FOLIO ACLARADO TODAVIA DEBE (NOTA "F",
      *    YA APLICADA) Y LO QUE SOBRA SE LE REEMBOLSA (NOTA "R",
      *    PENDIENTE DE ENTREGAR).
       01 WKS-MOT-ACL.
           03 FILLER       PIC X(11) VALUE "ACLARACION ".
           03 WKS-MOT-TIPO PIC X.
           03 WKS-MOT-FOL  PIC 9(06).
           03 FILLER       PIC X(02) VALUE SPACES.
       01 WKS-SALDO-FOL    PIC 9(05)V99.
       01 WKS-APLICA       PIC 9(05)V99.
       01 WKS-REEMBOLSO    PIC 9(05)V99.
       01 WKS-IMP-ED       PIC $$$,$$9.99.
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

       01 WKS-ENC1.
           03 FILLER       PIC X(28) VALUE SPACES.
                     VALUE "IMPORTE A FAVOR:          ".
           03 WKS-PIMP     PIC $$$,$$9.99.

       01 WKS-NCR-L5.
           03 FILLER       PIC X(10) VALUE "SUBTOTAL: ".
           03 WKS-PSUB     PIC $$$,$$9.99.
           03 FILLER       PIC X(06) VALUE SPACES.
           03 FILLER       PIC X(05) VALUE "IVA: ".
           03 WKS-PIVA     PIC $$$,$$9.99.

      *    CALENDARIO CONTABLE (VER PER-CON Y CIE-PER): 8700 DEJA EN
      *    WKS-PER-EST EL ESTADO DEL MES DE WKS-PER-FEC ("A" ABIERTO,
      *    "C" CERRADO, "R" REABIERTO).
       77 WKS-STAT-PER     PIC XX.
       77 WKS-HAY-PER      PIC 9.
       77 WKS-PER-EST      PIC X.
       77 WKS-PER-NUM      PIC 9(03).
       01 WKS-PER-FEC      PIC 9(08).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.

      *    LA BASE DEL PRORRATEO ES EL ULTIMO FOLIO LIQUIDADO DEL
      *    CLIENTE; SIN FACTURACION SE TOMA LA ANUALIDAD DEL MAESTRO.
      *    LA NOTA POR ACLARACION ABONA AL FOLIO ACLARADO.
           MOVE 1 TO WKS-HAY-FAC.
           OPEN I-O FAC-CLI.
           IF WKS-STAT-FAC = "35"
               MOVE 0 TO WKS-HAY-FAC.

           READ NCR-CTL
               INVALID KEY MOVE 0 TO CTL-NCR-ULT.

      *    LA NOTA DESGLOSA EL IVA CON LA TASA VIGENTE EN SU FECHA.
      *    SIN TABLA DE TASAS NO HAY IVA QUE DESGLOSAR.
           MOVE 1 TO WKS-HAY-IVA.
           OPEN INPUT IVA-TAB.
           IF WKS-STAT-IVA = "35"
               MOVE 0 TO WKS-HAY-IVA.

           OPEN I-O ACL-CLI.
           IF WKS-STAT-ACL = "35"
               OPEN OUTPUT ACL-CLI
               CLOSE ACL-CLI
               OPEN I-O ACL-CLI.

      *    LA ENTREGA EN MOSTRADOR QUEDA EN REE-NCR COMO PAGO "M"
      *    PARA QUE POL-DIA LA CONTABILICE Y PAG-NCR NO LA PAGUE.
           OPEN I-O REE-NCR.
           IF WKS-STAT-REE = "35"
               OPEN OUTPUT REE-NCR
               CLOSE REE-NCR
               OPEN I-O REE-NCR.

           OPEN OUTPUT REP-NCR.

      *    SIN CALENDARIO CONTABLE TODOS LOS MESES ESTAN ABIERTOS.
           MOVE 1 TO WKS-HAY-PER.
           OPEN INPUT PER-CON.
           IF WKS-STAT-PER = "35"
               MOVE 0 TO WKS-HAY-PER.

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
      *    EMITIR O ENTREGAR NOTAS DE CREDITO ES FUNCION DE
      *    SUPERVISOR (NIV-OPE 2); TRES INTENTOS FALLIDOS TERMINAN
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
           DISPLAY "NOTAS DE CREDITO".
           DISPLAY "EMITIR NOTA POR CANCELACION   (1)".
           DISPLAY "ENTREGAR NOTA PENDIENTE       (2)".
           DISPLAY "EMITIR NOTA POR ACLARACION    (3)".
           DISPLAY "SALIR                         (4)".
           DISPLAY "ELEGIR OPCION:".
           ACCEPT WKS-OPCION.

           ELSE IF WKS-OPCION = 2
               PERFORM 2700-ENTREGA-NOTA
               ELSE IF WKS-OPCION = 3
                   PERFORM 2800-NOTA-ACLARACION
                   ELSE IF WKS-OPCION = 4
                       MOVE 1 TO WKS-FIN.

       2100-EMITE-NOTA.
           DISPLAY "ID DEL CLIENTE CANCELADO:".
               DISPLAY "CONFIRMA EMITIR LA NOTA?:(S/N)"
               ACCEPT WKS-DESC
               IF WKS-DESC = "S"
                   MOVE "CANCELACION PRORRATA" TO WKS-MOT-NCR
                   MOVE "P" TO WKS-EST-NCR
                   PERFORM 2300-GRABA-NOTA
               END-IF
           END-IF.
           IF WKS-FEC-OK = 0
               DISPLAY "FECHA INVALIDA, REINTENTE".

      *    LA FECHA DE CANCELACION SOLO DA LOS MESES A PRORRATEAR; LA
      *    NOTA SE GRABA CON FECHA DE HOY, QUE SIEMPRE CAE EN MES
      *    ABIERTO. SE AVISA CUANDO EL MES DE LA CANCELACION YA CERRO.
           IF WKS-FEC-OK = 1
               MOVE WKS-FEC-CAN TO WKS-PER-FEC
               PERFORM 8700-VALIDA-PERIODO
               IF WKS-PER-EST = "C"
                   DISPLAY "MES DE LA CANCELACION CERRADO, LA NOTA SE "
                       "REGISTRA CON FECHA DE HOY".

       2220-MAX-DIA-DEL-MES.
           EVALUATE WKS-CAN-MES
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
           ACCEPT WKS-HOY FROM DATE YYYYMMDD.
           MOVE WKS-HOY TO FEC-NCR.
           MOVE WKS-IMPORTE TO IMP-NCR.
           MOVE WKS-MOT-NCR TO MOT-NCR.
           MOVE WKS-EST-NCR TO EST-NCR.
           WRITE REG-NCR
               INVALID KEY
                   DISPLAY "FOLIO DUPLICADO " WKS-FOLIO
           MOVE WKS-NCR-L4 TO LINEAN.
           WRITE LINEAN AFTER 2.

           MOVE FEC-NCR TO WKS-BUS-FEC-IVA.
           PERFORM 8350-BUSCA-TASA-IVA.
           MOVE IMP-NCR TO WKS-DES-TOT.
           PERFORM 8360-DESGLOSA-IMPORTE.
           MOVE WKS-DES-SUB TO WKS-PSUB.
           MOVE WKS-DES-IVA TO WKS-PIVA.
           MOVE WKS-NCR-L5 TO LINEAN.
           WRITE LINEAN AFTER 1.

       2700-ENTREGA-NOTA.
      *    LA ENTREGA DEL REEMBOLSO CIERRA LA NOTA: SALE DE LA LISTA
      *    DE PENDIENTES DE REP-CXC. UNA NOTA QUE PAG-NCR YA MANDO
      *    AL BANCO O EN CHEQUE NO SE ENTREGA EN MOSTRADOR.
           DISPLAY "FOLIO DE LA NOTA A ENTREGAR:".
           ACCEPT FOLIO-NCR.
           READ NOT-CRE
                   IF EST-NCR = "A"
                       DISPLAY "ESA NOTA YA FUE ENTREGADA."
                   ELSE
                       PERFORM 2710-BUSCA-PAGO
                   END-IF
           END-READ.

       2710-BUSCA-PAGO.
           MOVE 1 TO WKS-HAY-REE.
           MOVE FOLIO-NCR TO FOLIO-REE.
           READ REE-NCR
               INVALID KEY MOVE 0 TO WKS-HAY-REE
           END-READ.
           IF WKS-HAY-REE = 1 AND EST-REE NOT = "R"
               DISPLAY "ESA NOTA YA SALIO A PAGO EL " FEC-ENV-REE
               DISPLAY "ESPERE LA CONFIRMACION DEL BANCO (CNF-NCR)."
           ELSE
               MOVE IMP-NCR TO WKS-IMP-ED
               DISPLAY "CLIENTE: " ID-CLIENTE-NCR
                   "  IMPORTE: " WKS-IMP-ED
               DISPLAY "CONFIRMA LA ENTREGA?:(S/N)"
               ACCEPT WKS-DESC
               IF WKS-DESC = "S"
                   MOVE "A" TO EST-NCR
                   REWRITE REG-NCR
                   PERFORM 2720-GRABA-ENTREGA
                   DISPLAY "NOTA ENTREGADA."
               END-IF
           END-IF.

       2720-GRABA-ENTREGA.
           ACCEPT WKS-HOY FROM DATE YYYYMMDD.
           MOVE FOLIO-NCR TO FOLIO-REE.
           MOVE ID-CLIENTE-NCR TO ID-CLIENTE-REE.
           MOVE IMP-NCR TO IMP-REE.
           MOVE "M" TO MED-REE.
           MOVE "P" TO EST-REE.
           MOVE WKS-HOY TO FEC-ENV-REE.
           MOVE SPACES TO CLABE-REE.
           MOVE 0 TO NUM-CHQ-REE.
           MOVE WKS-HOY TO FEC-PAG-REE.
           MOVE SPACES TO REF-PAG-REE.
           STRING "MOSTRADOR "  DELIMITED BY SIZE
                  WKS-OPERADOR  DELIMITED BY SIZE
               INTO REF-PAG-REE
           END-STRING.
           MOVE SPACES TO MOT-REC-REE.
           IF WKS-HAY-REE = 1
               REWRITE REG-REE
           ELSE
               WRITE REG-REE.

       2800-NOTA-ACLARACION.
           DISPLAY "ID DEL CLIENTE:".
           ACCEPT ID-CLIENTE.
           READ CLI-INDR
               INVALID KEY
                   DISPLAY "NO EXISTE ESE ID."
               NOT INVALID KEY
                   PERFORM 2810-CAPTURA-FOLIO-ACL
           END-READ.

       2810-CAPTURA-FOLIO-ACL.
           DISPLAY "FOLIO ACLARADO:".
           ACCEPT WKS-FOLIO.
           MOVE 0 TO WKS-HAY-CASO.
           MOVE ID-CLIENTE TO ID-CLIENTE-ACL.
           MOVE WKS-FOLIO TO FOLIO-ACL.
           MOVE 0 TO SEC-ACL.
           START ACL-CLI KEY IS GREATER THAN OR EQUAL TO LLAVE-ACL
               INVALID KEY MOVE 1 TO WKS-FIN-ACL
           END-START.
           IF WKS-STAT-ACL = "00"
               MOVE 0 TO WKS-FIN-ACL
               PERFORM 2815-LEE-ACLARACION UNTIL WKS-FIN-ACL = 1.
           IF WKS-HAY-CASO = 0
               DISPLAY "ESE FOLIO NO TIENE ACLARACION A FAVOR DEL "
                   "CLIENTE PENDIENTE DE NOTA."
           ELSE
               PERFORM 2820-CALCULA-NOTA-ACL.

       2815-LEE-ACLARACION.
           READ ACL-CLI NEXT
               AT END MOVE 1 TO WKS-FIN-ACL
               NOT AT END
                   IF ID-CLIENTE-ACL NOT = ID-CLIENTE
                       OR FOLIO-ACL NOT = WKS-FOLIO
                       MOVE 1 TO WKS-FIN-ACL
                   ELSE
                       IF EST-ACL = "F"
                           MOVE 1 TO WKS-HAY-CASO
                           MOVE 1 TO WKS-FIN-ACL
                       END-IF
                   END-IF
           END-READ.

       2820-CALCULA-NOTA-ACL.
      *    LO QUE EL FOLIO TODAVIA DEBE SE CUBRE CON LA NOTA; SI EL
      *    CLIENTE YA LO HABIA PAGADO, LO QUE RESTA SE LE REEMBOLSA.
           MOVE 0 TO WKS-SALDO-FOL.
           IF WKS-HAY-FAC = 1
               MOVE WKS-FOLIO TO FOLIO-FAC
               READ FAC-CLI
                   INVALID KEY MOVE SPACE TO EST-FAC
               END-READ
               IF EST-FAC = "P"
                   COMPUTE WKS-SALDO-FOL = IMP-FAC - IMP-PAG-FAC
               END-IF
           END-IF.
           MOVE IMP-FAV-ACL TO WKS-APLICA.
           IF WKS-APLICA > WKS-SALDO-FOL
               MOVE WKS-SALDO-FOL TO WKS-APLICA.
           COMPUTE WKS-REEMBOLSO = IMP-FAV-ACL - WKS-APLICA.

           DISPLAY "MOTIVO:  " MOT-ACL.
           DISPLAY "RESOLUCION: " RES-ACL.
           MOVE IMP-FAV-ACL TO WKS-IMP-ED.
           DISPLAY "IMPORTE A FAVOR:      " WKS-IMP-ED.
           MOVE WKS-APLICA TO WKS-IMP-ED.
           DISPLAY "ABONO AL FOLIO:       " WKS-IMP-ED.
           MOVE WKS-REEMBOLSO TO WKS-IMP-ED.
           DISPLAY "A REEMBOLSAR:         " WKS-IMP-ED.
           DISPLAY "CONFIRMA EMITIR LA NOTA?:(S/N)".
           ACCEPT WKS-DESC.
           IF WKS-DESC = "S"
               PERFORM 2830-GRABA-NOTA-ACL.

       2830-GRABA-NOTA-ACL.
           MOVE WKS-FOLIO TO WKS-MOT-FOL.
           IF WKS-APLICA > 0
               ADD WKS-APLICA TO IMP-PAG-FAC
               IF IMP-PAG-FAC >= IMP-FAC
                   MOVE "L" TO EST-FAC
               END-IF
               REWRITE REG-FAC
               MOVE "F" TO WKS-MOT-TIPO
               MOVE WKS-MOT-ACL TO WKS-MOT-NCR
               MOVE "A" TO WKS-EST-NCR
               MOVE WKS-APLICA TO WKS-IMPORTE
               PERFORM 2300-GRABA-NOTA.
           IF WKS-REEMBOLSO > 0
               MOVE "R" TO WKS-MOT-TIPO
               MOVE WKS-MOT-ACL TO WKS-MOT-NCR
               MOVE "P" TO WKS-EST-NCR
               MOVE WKS-REEMBOLSO TO WKS-IMPORTE
               PERFORM 2300-GRABA-NOTA.
      *    LA ACLARACION GUARDA LA ULTIMA NOTA EMITIDA.
           MOVE "N" TO EST-ACL.
           MOVE FOLIO-NCR TO FOL-NCR-ACL.
           REWRITE REG-ACL.

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

       3000-FIN.
           CLOSE CLI-INDR.
           IF WKS-HAY-FAC = 1
               CLOSE FAC-CLI.
           CLOSE NOT-CRE.
           CLOSE NCR-CTL.
           CLOSE ACL-CLI.
           CLOSE REE-NCR.
           IF WKS-HAY-IVA = 1
               CLOSE IVA-TAB.
           CLOSE REP-NCR.
           IF WKS-HAY-PER = 1
               CLOSE PER-CON.
