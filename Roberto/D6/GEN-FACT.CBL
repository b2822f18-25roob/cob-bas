           ACCESS MODE IS RANDOM
           RECORD KEY IS COD-LOCK-CLI
           FILE STATUS IS WKS-STAT-LCK.
           SELECT SAL-FAV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOLIO-PAG-SAF
           ALTERNATE RECORD KEY IS ID-CLIENTE-SAF WITH DUPLICATES
           FILE STATUS IS WKS-STAT-SAF.
           SELECT APL-PAG ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LLAVE-APL
           FILE STATUS IS WKS-STAT-APL.
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
           SELECT EMP-TAB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLA-EMP
           FILE STATUS IS WKS-STAT-EMP.
           SELECT EMP-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-CLIENTE-ECL
           ALTERNATE RECORD KEY IS CLA-EMP-ECL WITH DUPLICATES
           FILE STATUS IS WKS-STAT-ECL.
           SELECT EMP-FAC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LLAVE-EFA
           ALTERNATE RECORD KEY IS CLA-EMP-EFA WITH DUPLICATES
           FILE STATUS IS WKS-STAT-EFA.
           SELECT CAM-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LLAVE-CCL
           ALTERNATE RECORD KEY IS LLAVE-CAM-CCL WITH DUPLICATES
           FILE STATUS IS WKS-STAT-CCL.
           SELECT REP-FAC ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD LOCK-CLI.
           COPY LCKCLI.

       FD SAL-FAV.
           COPY SALFAV.

       FD APL-PAG.
           COPY APLPAG.

       FD IVA-TAB.
           COPY IVATAB.

       FD FAC-IVA.
           COPY FACIVA.

       FD EMP-TAB.
           COPY EMPTAB.

       FD EMP-CLI.
           COPY EMPCLI.

       FD EMP-FAC.
           COPY EMPFAC.

       FD CAM-CLI.
           COPY CAMCLI.

       FD REP-FAC.
       01 LINEAG           PIC X(132).

       WORKING-STORAGE SECTION.
       77 WKS-FIN            PIC 9.
       77 WKS-DESC           PIC X.
       77 WKS-STAT-CLI       PIC XX.
       77 WKS-STAT-LCK     PIC XX.
       77 WKS-STAT-FAC       PIC XX.
       77 WKS-NUM-PAR        PIC 9(02).
       77 WKS-PAR            PIC 9(02).
       77 WKS-T-MES          PIC 9(04).
       77 WKS-STAT-SAF       PIC XX.
       77 WKS-HAY-SAF        PIC 9.
       77 WKS-FIN-SAF        PIC 9.
       77 WKS-STAT-APL       PIC XX.
       01 WKS-ABONO          PIC 9(05)V99.
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
      *    CUENTAS CORPORATIVAS (VER EMP-TAB, EMP-CLI Y EMP-FAC): CON
      *    WKS-CONSOL EN 1 LOS CLIENTES LIGADOS A UNA EMPRESA NO
      *    RECIBEN FOLIO PROPIO Y 4000 LE EMITE A CADA EMPRESA UN
      *    FOLIO CONSOLIDADO CON LAS ANUALIDADES DE SUS CLIENTES QUE
      *    CUMPLEN ANIVERSARIO EN EL PERIODO.
       77 WKS-STAT-EMP     PIC XX.
       77 WKS-STAT-ECL     PIC XX.
       77 WKS-STAT-EFA     PIC XX.
       77 WKS-HAY-EMP      PIC 9.
       77 WKS-HAY-ECL      PIC 9.
       77 WKS-CONSOL       PIC 9.
       77 WKS-EN-EMP       PIC 9.
       77 WKS-CLI-OK       PIC 9.
       77 WKS-FIN-ECL      PIC 9.
       77 WKS-EMP-ACT      PIC 9(04).
       77 WKS-EMP-FOL      PIC 9(06).
       77 WKS-EMP-MIE      PIC 9(03).
       77 WKS-EMP-FOLIOS   PIC 9(05).
       77 WKS-EMP-SOCIOS   PIC 9(05).
       01 WKS-EMP-IMP      PIC 9(05)V99.
       01 WKS-EMP-PRU      PIC 9(06)V99.
       01 WKS-EMP-VEN      PIC 9(08).
      *    CAMPANAS PROMOCIONALES (VER CAM-CLI): WKS-ANUA-FAC ES LA
      *    ANUALIDAD QUE SE FACTURA, ANUA MENOS EL DESCUENTO QUE LE
      *    TOQUE A LA RENOVACION WKS-NUM-REN DEL CLIENTE.
       77 WKS-STAT-CCL     PIC XX.
       77 WKS-HAY-CCL      PIC 9.
       77 WKS-CON-CAM      PIC 9.
       77 WKS-NUM-REN      PIC 9(04).
       77 WKS-FOL-PRI      PIC 9(06).
       77 WKS-CAM-SIN      PIC 9(05).
       01 WKS-ANUA-FAC     PIC 9(05)V99.
       01 WKS-DES-CAM      PIC 9(05)V99.
       01 WKS-CAM-DES-TOT  PIC 9(07)V99.
       01 WKS-ING-FEC.
           03 WKS-ING-ANO  PIC 9(04).
           03 FILLER       PIC 9(04).
       01 WKS-SUB-TOTAL      PIC 9(07)V99.
       01 WKS-IVA-TOTAL      PIC 9(07)V99.
       01 WKS-IMP-SALDO      PIC 9(07)V99.
       01 WKS-HOY            PIC 9(08).
       01 WKS-IMP-PAR        PIC 9(05)V99.
       01 WKS-IMP-ESTA       PIC 9(05)V99.
           03 FILLER       PIC X(11) VALUE "VENCIMIENTO".
           03 FILLER       PIC X(04) VALUE SPACES.
           03 FILLER       PIC X(07) VALUE "IMPORTE".
           03 FILLER       PIC X(08) VALUE SPACES.
           03 FILLER       PIC X(08) VALUE "SUBTOTAL".
           03 FILLER       PIC X(09) VALUE SPACES.
           03 FILLER       PIC X(03) VALUE "IVA".

       01 WKS-DET1.
           03 WKS-DFOL     PIC 9(06).
           03 WKS-DVEN     PIC 9(08).
           03 FILLER       PIC X(04) VALUE SPACES.
           03 WKS-DIMP     PIC $$$,$$9.99.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-DSUB     PIC $$$,$$9.99.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-DIVA     PIC $$$,$$9.99.

       01 WKS-ENC4.
           03 FILLER       PIC X(28) VALUE SPACES.
           03 FILLER       PIC X(40)
                     VALUE "FOLIOS CONSOLIDADOS DE EMPRESAS".

       01 WKS-DET2.
           03 WKS-MFOL     PIC 9(06).
           03 FILLER       PIC X(05) VALUE SPACES.
           03 WKS-MID      PIC 999.
           03 FILLER       PIC X(06) VALUE SPACES.
           03 WKS-MNOM     PIC X(30).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-MTAR     PIC X(20).
           03 FILLER       PIC X(14) VALUE SPACES.
           03 WKS-MIMP     PIC $$$,$$9.99.

       01 WKS-DET3.
           03 WKS-EFOL     PIC 9(06).
           03 FILLER       PIC X(04) VALUE SPACES.
           03 WKS-ECLA     PIC 9(04).
           03 FILLER       PIC X(06) VALUE SPACES.
           03 WKS-ENOM     PIC X(30).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(09) VALUE "CLIENTES:".
           03 WKS-ESOC     PIC ZZ9.
           03 FILLER       PIC X(08) VALUE SPACES.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-EVEN     PIC 9(08).
           03 FILLER       PIC X(04) VALUE SPACES.
           03 WKS-EIMP     PIC $$$,$$9.99.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-ESUB     PIC $$$,$$9.99.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-EIVA     PIC $$$,$$9.99.

       01 WKS-TOT1.
           03 FILLER       PIC X(20) VALUE SPACES.
           03 FILLER       PIC X(16) VALUE "IMPORTE TOTAL : ".
           03 WKS-TIMP     PIC $$$$,$$9.99.

       01 WKS-TOT2.
           03 FILLER       PIC X(20) VALUE SPACES.
           03 FILLER       PIC X(30)
                     VALUE "SALDO A FAVOR APLICADO       :".
           03 FILLER       PIC X(11) VALUE SPACES.
           03 WKS-TSAF     PIC $$$$,$$9.99.

       01 WKS-TOT3.
           03 FILLER       PIC X(20) VALUE SPACES.
           03 FILLER       PIC X(30)
                     VALUE "SUBTOTAL SIN IVA             :".
           03 FILLER       PIC X(11) VALUE SPACES.
           03 WKS-TSUB     PIC $$$$,$$9.99.

       01 WKS-TOT4.
           03 FILLER       PIC X(20) VALUE SPACES.
           03 FILLER       PIC X(30)
                     VALUE "IVA TRASLADADO               :".
           03 FILLER       PIC X(11) VALUE SPACES.
           03 WKS-TIVA     PIC $$$$,$$9.99.

       01 WKS-TOT5.
           03 FILLER       PIC X(20) VALUE SPACES.
           03 FILLER       PIC X(20) VALUE "FOLIOS DE EMPRESA  :".
           03 WKS-TEFO     PIC ZZZZ9.
           03 FILLER       PIC X(05) VALUE SPACES.
           03 FILLER       PIC X(21) VALUE "CLIENTES QUE CUBREN: ".
           03 WKS-TESO     PIC ZZZZ9.

       01 WKS-TOT6.
           03 FILLER       PIC X(20) VALUE SPACES.
           03 FILLER       PIC X(30)
                     VALUE "DESCUENTOS DE CAMPANAS       :".
           03 FILLER       PIC X(11) VALUE SPACES.
           03 WKS-TCAM     PIC $$$$,$$9.99.
           03 FILLER       PIC X(05) VALUE SPACES.
           03 FILLER       PIC X(21) VALUE "RENOVACIONES GRATIS: ".
           03 WKS-TCSC     PIC ZZZZ9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-FIN = 1.
           IF WKS-CONSOL = 1
               PERFORM 4000-CONSOLIDA-EMPRESAS.
           PERFORM 3000-FIN.
           STOP RUN.

           IF WKS-STAT-PLA = "35"
               MOVE 0 TO WKS-HAY-PLA.

      *    EL SALDO A FAVOR QUE DEJARON GEN-PAG Y RET-DOM SE USA
      *    PRIMERO PARA CUBRIR EL FOLIO NUEVO DEL CLIENTE.
           MOVE 1 TO WKS-HAY-SAF.
           OPEN I-O SAL-FAV.
           IF WKS-STAT-SAF = "35"
               MOVE 0 TO WKS-HAY-SAF.
           MOVE 0 TO WKS-IMP-SALDO.
      *    LO QUE SE ABONA DE UN SALDO A FAVOR QUEDA EN APL-PAG A
      *    NOMBRE DEL RECIBO QUE LO ORIGINO.
           IF WKS-HAY-SAF = 1
               OPEN I-O APL-PAG
               IF WKS-STAT-APL = "35"
                   OPEN OUTPUT APL-PAG
                   CLOSE APL-PAG
                   OPEN I-O APL-PAG
               END-IF
           END-IF.

      *    SIN TABLA DE TASAS NO HAY IVA QUE DESGLOSAR.
           MOVE 1 TO WKS-HAY-IVA.
           OPEN INPUT IVA-TAB.
           IF WKS-STAT-IVA = "35"
               MOVE 0 TO WKS-HAY-IVA.
      *    CADA FOLIO NUEVO DEJA SU DESGLOSE DE IVA EN FAC-IVA.
           OPEN I-O FAC-IVA.
           IF WKS-STAT-FIV = "35"
               OPEN OUTPUT FAC-IVA
               CLOSE FAC-IVA
               OPEN I-O FAC-IVA.
           MOVE 0 TO WKS-SUB-TOTAL.
           MOVE 0 TO WKS-IVA-TOTAL.

      *    SIN CLIENTES LIGADOS A EMPRESAS (VER MAN-CLI) TODOS SE
      *    FACTURAN SOLOS. CON ELLOS, EL OPERADOR DECIDE SI ESTA
      *    CORRIDA EMITE LOS FOLIOS CONSOLIDADOS; SI NO, LOS LIGADOS
      *    TAMBIEN RECIBEN SU FOLIO PROPIO.
           MOVE 0 TO WKS-CONSOL.
           MOVE 1 TO WKS-HAY-ECL.
           OPEN INPUT EMP-CLI.
           IF WKS-STAT-ECL = "35"
               MOVE 0 TO WKS-HAY-ECL.
           IF WKS-HAY-ECL = 1
               DISPLAY "EMITIR FOLIOS CONSOLIDADOS DE EMPRESAS?:(S/N)"
               ACCEPT WKS-DESC
               IF WKS-DESC = "S"
                   MOVE 1 TO WKS-CONSOL
               END-IF
           END-IF.
           MOVE 0 TO WKS-EMP-FOLIOS.
           MOVE 0 TO WKS-EMP-SOCIOS.
           IF WKS-CONSOL = 1
               MOVE 1 TO WKS-HAY-EMP
               OPEN INPUT EMP-TAB
               IF WKS-STAT-EMP = "35"
                   MOVE 0 TO WKS-HAY-EMP
               END-IF
               OPEN I-O EMP-FAC
               IF WKS-STAT-EFA = "35"
                   OPEN OUTPUT EMP-FAC
                   CLOSE EMP-FAC
                   OPEN I-O EMP-FAC
               END-IF
           END-IF.

      *    SIN ALTAS CON CAMPANA (VER GEN-INDR) NO HAY DESCUENTOS.
           MOVE 1 TO WKS-HAY-CCL.
           OPEN I-O CAM-CLI.
           IF WKS-STAT-CCL = "35"
               MOVE 0 TO WKS-HAY-CCL.
           MOVE 0 TO WKS-CAM-DES-TOT.
           MOVE 0 TO WKS-CAM-SIN.

           OPEN OUTPUT REP-FAC.
           MOVE 0 TO WKS-NUM-PAG.
           MOVE 0 TO WKS-GENERADOS.
      *    SOLO SE FACTURAN RENOVACIONES DE CLIENTES ACTIVOS, Y SOLO
      *    A PARTIR DEL PRIMER ANIVERSARIO: UN CLIENTE CAPTURADO EN
      *    EL MISMO PERIODO YA PAGO SU ANUALIDAD AL CONTRATAR.
      *    LOS LIGADOS A UNA EMPRESA SE DEJAN PARA SU CONSOLIDADO.
           IF FEC-ING(5:2) = WKS-PER-MES AND EST-CLI = "A"
               AND FEC-ING(1:4) < WKS-PER-ANO
               PERFORM 2022-CHECA-EMPRESA
               IF WKS-EN-EMP = 0
                   PERFORM 2020-GENERA-FACTURA
               END-IF
           END-IF.
           PERFORM 2010-LEE-ARCHIVO.

       2010-LEE-ARCHIVO.
               AT END MOVE 1 TO WKS-FIN.

       2020-GENERA-FACTURA.
      *    UNA RENOVACION QUE LA CAMPANA DEJA SIN CARGO NO EMITE
      *    FOLIO; SOLO SE ANOTA EN CAM-CLI LO QUE SE DEJO DE COBRAR.
           PERFORM 2024-CHECA-CAMPANA.
           COMPUTE WKS-FOL-PRI = WKS-FOLIO + 1.
           IF WKS-ANUA-FAC > 0
               PERFORM 2021-EMITE-FOLIOS
           ELSE
               ADD 1 TO WKS-CAM-SIN.
           IF WKS-CON-CAM = 1
               PERFORM 2026-ACTUALIZA-CAMPANA.

       2021-EMITE-FOLIOS.
      *    UN CLIENTE CON PLAN DE PARCIALIDADES ACTIVO RECIBE UN
      *    FOLIO POR PARCIALIDAD CON VENCIMIENTOS MENSUALES; LA
      *    PRIMERA PARCIALIDAD CARGA CON EL RESIDUO DE LA DIVISION.
               PERFORM 2025-CHECA-PLAN.
           PERFORM 2030-CALCULA-VENCIMIENTO.

           COMPUTE WKS-IMP-PAR = WKS-ANUA-FAC / WKS-NUM-PAR.
           COMPUTE WKS-IMP-ESTA =
               WKS-ANUA-FAC - WKS-IMP-PAR * (WKS-NUM-PAR - 1).
           MOVE 1 TO WKS-PAR.
           PERFORM 2027-GENERA-PARCIALIDAD
               UNTIL WKS-PAR > WKS-NUM-PAR.

       2022-CHECA-EMPRESA.
      *    WKS-EN-EMP QUEDA EN 1 SI LA EMPRESA PAGA LA ANUALIDAD DEL
      *    CLIENTE DE REG-CLI. UN REGISTRO CON OTRA FECHA DE INGRESO
      *    ES DE UN CLIENTE ANTERIOR CON EL MISMO ID.
           MOVE 0 TO WKS-EN-EMP.
           IF WKS-CONSOL = 1
               MOVE ID-CLIENTE TO ID-CLIENTE-ECL
               READ EMP-CLI
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF EST-ECL = "A" AND FEC-ING-ECL = FEC-ING
                           MOVE 1 TO WKS-EN-EMP
                       END-IF
               END-READ
           END-IF.

       2024-CHECA-CAMPANA.
      *    UN CLIENTE DADO DE ALTA CON CAMPANA (VER GEN-INDR) LLEVA EL
      *    DESCUENTO QUE SE LE PROMETIO EN LAS RENOVACIONES DE LA
      *    PROMOCION. SE CALCULA AL FACTURAR SIN TOCAR ANUA, ASI QUE
      *    UN REPRECIO DE ACT-ANU NO LO DESHACE.
           MOVE ANUA TO WKS-ANUA-FAC.
           MOVE 0 TO WKS-DES-CAM.
           MOVE 0 TO WKS-CON-CAM.
           IF WKS-HAY-CCL = 1
               MOVE ID-CLIENTE TO ID-CLIENTE-CCL
               MOVE FEC-ING TO FEC-ING-CCL
               READ CAM-CLI
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 1 TO WKS-CON-CAM
               END-READ
           END-IF.
           IF WKS-CON-CAM = 1
               MOVE FEC-ING TO WKS-ING-FEC
               COMPUTE WKS-NUM-REN = WKS-PER-ANO - WKS-ING-ANO
               IF WKS-NUM-REN NOT < PRI-REN-CCL
                   AND WKS-NUM-REN < PRI-REN-CCL + NUM-REN-CCL
                   PERFORM 8380-CALCULA-DESCUENTO
                   COMPUTE WKS-ANUA-FAC = ANUA - WKS-DES-CAM
               END-IF
           END-IF.

       2026-ACTUALIZA-CAMPANA.
      *    LA PRIMERA RENOVACION A PRECIO COMPLETO DESPUES DE LA
      *    PROMOCION QUEDA ANOTADA CON SU PRIMER FOLIO (WKS-FOL-PRI)
      *    PARA QUE REP-CAM VEA SI EL CLIENTE LA PAGO.
           IF WKS-DES-CAM > 0
               ADD WKS-DES-CAM TO DES-ACU-CCL
               ADD 1 TO PER-DES-CCL
               ADD WKS-DES-CAM TO WKS-CAM-DES-TOT
           ELSE
               IF WKS-NUM-REN NOT < PRI-REN-CCL + NUM-REN-CCL
                   AND PER-PLE-CCL = 0
                   MOVE WKS-PERIODO TO PER-PLE-CCL
                   MOVE WKS-FOL-PRI TO FOL-PLE-CCL
               END-IF
           END-IF.
           REWRITE REG-CCL
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR LA CAMPANA DEL "
                       "CLIENTE " ID-CLIENTE
           END-REWRITE.

       2025-CHECA-PLAN.
           MOVE 1 TO WKS-CON-PLAN.
           MOVE ID-CLIENTE TO ID-CLIENTE-PLA.
           MOVE 0 TO IMP-PAG-FAC.
           MOVE "P" TO EST-FAC.
           MOVE WKS-HOY TO FEC-EMI-FAC.
      *    EL SALDO A FAVOR SOLO SE APLICA A UN FOLIO YA GRABADO: UN
      *    FOLIO DUPLICADO NO DEBE CONSUMIR EL SALDO DEL CLIENTE.
           WRITE REG-FAC
               INVALID KEY
                   DISPLAY "FOLIO DUPLICADO " WKS-FOLIO
               NOT INVALID KEY
                   ADD 1 TO WKS-GENERADOS
                   ADD IMP-FAC TO WKS-IMP-TOTAL
                   PERFORM 8370-GRABA-DESGLOSE
                   ADD WKS-DES-SUB TO WKS-SUB-TOTAL
                   ADD WKS-DES-IVA TO WKS-IVA-TOTAL
                   IF WKS-HAY-SAF = 1
                       PERFORM 2028-APLICA-SALDO-FAVOR
                   END-IF
                   PERFORM 2040-ESCRIBE-REGISTRO.
           ADD 1 TO WKS-PAR.

       2028-APLICA-SALDO-FAVOR.
      *    LOS SALDOS PENDIENTES DEL CLIENTE SE CONSUMEN DEL MAS
      *    VIEJO AL MAS NUEVO HASTA CUBRIR EL FOLIO O AGOTARSE.
           MOVE ID-CLIENTE TO ID-CLIENTE-SAF.
           MOVE 0 TO WKS-FIN-SAF.
           START SAL-FAV KEY IS GREATER THAN OR EQUAL TO
               ID-CLIENTE-SAF
               INVALID KEY MOVE 1 TO WKS-FIN-SAF
           END-START.
           PERFORM 2029-APLICA-SALDO-SIG UNTIL WKS-FIN-SAF = 1.
           IF IMP-PAG-FAC > 0
               REWRITE REG-FAC
                   INVALID KEY
                       DISPLAY "NO SE PUDO ACTUALIZAR EL FOLIO "
                           FOLIO-FAC " CON EL SALDO A FAVOR"
               END-REWRITE
           END-IF.

       2029-APLICA-SALDO-SIG.
           READ SAL-FAV NEXT
               AT END MOVE 1 TO WKS-FIN-SAF
               NOT AT END
                   IF ID-CLIENTE-SAF NOT = ID-CLIENTE
                       MOVE 1 TO WKS-FIN-SAF
                   ELSE
                       IF EST-SAF = "P"
                           PERFORM 2031-ABONA-SALDO
                       END-IF
                       IF EST-FAC = "L"
                           MOVE 1 TO WKS-FIN-SAF
                       END-IF
                   END-IF
           END-READ.

       2031-ABONA-SALDO.
           COMPUTE WKS-ABONO = IMP-FAC - IMP-PAG-FAC.
           IF WKS-ABONO > IMP-SAF - IMP-APL-SAF
               COMPUTE WKS-ABONO = IMP-SAF - IMP-APL-SAF.
           ADD WKS-ABONO TO IMP-PAG-FAC.
           ADD WKS-ABONO TO IMP-APL-SAF.
           ADD WKS-ABONO TO WKS-IMP-SALDO.
           IF IMP-PAG-FAC >= IMP-FAC
               MOVE "L" TO EST-FAC.
           IF IMP-APL-SAF >= IMP-SAF
               MOVE "A" TO EST-SAF.
           MOVE FOLIO-FAC TO FOL-FAC-SAF.
           MOVE WKS-HOY TO FEC-APL-SAF.
           REWRITE REG-SAF.
           MOVE FOLIO-PAG-SAF TO FOLIO-PAG-APL.
           MOVE FOLIO-FAC TO FOLIO-FAC-APL.
           MOVE ID-CLIENTE TO ID-CLIENTE-APL.
           MOVE WKS-ABONO TO IMP-APL.
           MOVE WKS-HOY TO FEC-APL.
           MOVE "S" TO ORI-APL.
           MOVE "A" TO EST-APL.
           WRITE REG-APL
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR APLICACION, RECIBO "
                       FOLIO-PAG-SAF
           END-WRITE.

       2032-VENCE-PARCIALIDAD.
      *    LA PARCIALIDAD K VENCE K-1 MESES DESPUES DEL ANIVERSARIO,
      *    CON EL DIA RECORTADO AL ULTIMO DEL MES DESTINO.
           MOVE NOM-TAR TO WKS-DTAR.
           MOVE FEC-VEN-FAC TO WKS-DVEN.
           MOVE IMP-FAC TO WKS-DIMP.
           MOVE WKS-DES-SUB TO WKS-DSUB.
           MOVE WKS-DES-IVA TO WKS-DIVA.
           MOVE WKS-DET1 TO LINEAG.
           WRITE LINEAG AFTER 1.
           ADD 1 TO WKS-CONT-LIN.
           WRITE LINEAG AFTER 2.
           MOVE 3 TO WKS-CONT-LIN.

       4000-CONSOLIDA-EMPRESAS.
      *    RECORRIDO DE EMP-CLI POR EMPRESA: CADA EMPRESA CON CLIENTES
      *    DE ANIVERSARIO EN EL PERIODO RECIBE UN FOLIO A NOMBRE DEL
      *    CLIENTE 000 POR LA SUMA DE SUS ANUALIDADES, EN UNA SOLA
      *    EXHIBICION, CON UNA LINEA POR CLIENTE EN EMP-FAC. EL SALDO
      *    A FAVOR DE CADA CLIENTE SE QUEDA CON EL CLIENTE.
           MOVE 0 TO WKS-EMP-ACT.
           MOVE 0 TO WKS-EMP-MIE.
           PERFORM 4050-ENCABEZA-CONSOLIDADOS.
           MOVE 0 TO CLA-EMP-ECL.
           MOVE 0 TO WKS-FIN-ECL.
           START EMP-CLI KEY IS GREATER THAN OR EQUAL TO CLA-EMP-ECL
               INVALID KEY MOVE 1 TO WKS-FIN-ECL
           END-START.
           PERFORM 4100-LEE-LIGADO UNTIL WKS-FIN-ECL = 1.
           IF WKS-EMP-MIE > 0
               PERFORM 4300-EMITE-FOLIO-EMPRESA.

       4050-ENCABEZA-CONSOLIDADOS.
           IF WKS-CONT-LIN > WKS-LIN-MAX - 3
               PERFORM 2100-GENERA-ENCABEZADO.
           MOVE WKS-ENC4 TO LINEAG.
           WRITE LINEAG AFTER 2.
           ADD 2 TO WKS-CONT-LIN.

       4100-LEE-LIGADO.
           READ EMP-CLI NEXT
               AT END MOVE 1 TO WKS-FIN-ECL
               NOT AT END
                   IF CLA-EMP-ECL NOT = WKS-EMP-ACT
                       IF WKS-EMP-MIE > 0
                           PERFORM 4300-EMITE-FOLIO-EMPRESA
                       END-IF
                       MOVE CLA-EMP-ECL TO WKS-EMP-ACT
                   END-IF
                   IF EST-ECL = "A"
                       PERFORM 4200-CHECA-LIGADO
                   END-IF
           END-READ.

       4200-CHECA-LIGADO.
      *    EL MISMO CRITERIO DE 2000-PROCESO PARA FACTURAR.
           MOVE ID-CLIENTE-ECL TO ID-CLIENTE.
           MOVE 1 TO WKS-CLI-OK.
           READ CLI-INDD
               INVALID KEY MOVE 0 TO WKS-CLI-OK
           END-READ.
           IF WKS-CLI-OK = 1 AND FEC-ING = FEC-ING-ECL
               AND FEC-ING(5:2) = WKS-PER-MES AND EST-CLI = "A"
               AND FEC-ING(1:4) < WKS-PER-ANO
               PERFORM 4210-AGREGA-LIGADO.

       4210-AGREGA-LIGADO.
      *    LA CAMPANA DEL CLIENTE SE RESPETA TAMBIEN CUANDO PAGA SU
      *    EMPRESA; SIN CARGO NO ENTRA AL CONSOLIDADO.
           PERFORM 2024-CHECA-CAMPANA.
           IF WKS-ANUA-FAC > 0
               PERFORM 4215-AGREGA-LINEA
           ELSE
               ADD 1 TO WKS-CAM-SIN
               PERFORM 2026-ACTUALIZA-CAMPANA.

       4215-AGREGA-LINEA.
      *    EL IMPORTE DE UN FOLIO NO CABE EN MAS DE 99,999.99: UNA
      *    EMPRESA QUE LO REBASA SIGUE EN OTRO FOLIO DEL MISMO PERIODO.
      *    EL CONSOLIDADO VENCE EN EL PRIMER ANIVERSARIO DEL GRUPO.
           COMPUTE WKS-EMP-PRU = WKS-EMP-IMP + WKS-ANUA-FAC.
           IF WKS-EMP-MIE > 0 AND WKS-EMP-PRU > 99999.99
               PERFORM 4300-EMITE-FOLIO-EMPRESA.
           IF WKS-EMP-MIE = 0
               ADD 1 TO WKS-FOLIO
               MOVE WKS-FOLIO TO WKS-EMP-FOL
               MOVE 0 TO WKS-EMP-IMP
               MOVE 99999999 TO WKS-EMP-VEN.
           MOVE WKS-EMP-FOL TO WKS-FOL-PRI.
           PERFORM 2030-CALCULA-VENCIMIENTO.
           IF WKS-FEC-VENC-N < WKS-EMP-VEN
               MOVE WKS-FEC-VENC-N TO WKS-EMP-VEN.
           MOVE WKS-EMP-FOL TO FOLIO-EFA.
           MOVE ID-CLIENTE  TO ID-CLIENTE-EFA.
           MOVE WKS-EMP-ACT TO CLA-EMP-EFA.
           MOVE WKS-PERIODO TO PER-EFA.
           MOVE NOM-TAR     TO NOM-TAR-EFA.
           MOVE WKS-ANUA-FAC TO IMP-EFA.
           WRITE REG-EFA
               INVALID KEY
                   DISPLAY "LINEA DUPLICADA EN EL FOLIO " WKS-EMP-FOL
                       ", CLIENTE " ID-CLIENTE
               NOT INVALID KEY
                   ADD 1 TO WKS-EMP-MIE
                   ADD 1 TO WKS-EMP-SOCIOS
                   ADD WKS-ANUA-FAC TO WKS-EMP-IMP
                   PERFORM 4220-ESCRIBE-LIGADO
                   IF WKS-CON-CAM = 1
                       PERFORM 2026-ACTUALIZA-CAMPANA
                   END-IF
           END-WRITE.

       4220-ESCRIBE-LIGADO.
           IF WKS-CONT-LIN > WKS-LIN-MAX
               PERFORM 2100-GENERA-ENCABEZADO.
           MOVE WKS-EMP-FOL TO WKS-MFOL.
           MOVE ID-CLIENTE TO WKS-MID.
           MOVE SPACES TO WKS-NOM-COMPLETO.
           STRING FUNCTION TRIM (NOMBRE)  DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  FUNCTION TRIM (APE-PAT) DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  FUNCTION TRIM (APE-MAT) DELIMITED BY SIZE
               INTO WKS-NOM-COMPLETO
           END-STRING.
           MOVE WKS-NOM-COMPLETO TO WKS-MNOM.
           MOVE NOM-TAR TO WKS-MTAR.
           MOVE WKS-ANUA-FAC TO WKS-MIMP.
           MOVE WKS-DET2 TO LINEAG.
           WRITE LINEAG AFTER 1.
           ADD 1 TO WKS-CONT-LIN.

       4300-EMITE-FOLIO-EMPRESA.
           MOVE WKS-EMP-FOL TO FOLIO-FAC.
           MOVE 0 TO ID-CLIENTE-FAC.
           MOVE SPACES TO NOM-TAR-FAC.
           STRING "EMPRESA " WKS-EMP-ACT DELIMITED BY SIZE
               INTO NOM-TAR-FAC
           END-STRING.
           MOVE WKS-EMP-IMP TO IMP-FAC.
           MOVE WKS-EMP-VEN TO FEC-VEN-FAC.
           MOVE WKS-PERIODO TO PER-FAC.
           MOVE 0 TO IMP-PAG-FAC.
           MOVE "P" TO EST-FAC.
           MOVE WKS-HOY TO FEC-EMI-FAC.
           WRITE REG-FAC
               INVALID KEY
                   DISPLAY "FOLIO DUPLICADO " WKS-EMP-FOL
                       ", VERIFIQUE FAC-CTL"
               NOT INVALID KEY
                   ADD 1 TO WKS-GENERADOS
                   ADD 1 TO WKS-EMP-FOLIOS
                   ADD IMP-FAC TO WKS-IMP-TOTAL
                   PERFORM 8370-GRABA-DESGLOSE
                   ADD WKS-DES-SUB TO WKS-SUB-TOTAL
                   ADD WKS-DES-IVA TO WKS-IVA-TOTAL
                   PERFORM 4310-ESCRIBE-FOLIO-EMPRESA
           END-WRITE.
           MOVE 0 TO WKS-EMP-MIE.

       4310-ESCRIBE-FOLIO-EMPRESA.
           MOVE SPACES TO NOM-EMP.
           IF WKS-HAY-EMP = 1
               MOVE WKS-EMP-ACT TO CLA-EMP
               READ EMP-TAB
                   INVALID KEY MOVE SPACES TO NOM-EMP
               END-READ
           END-IF.
           IF WKS-CONT-LIN > WKS-LIN-MAX
               PERFORM 2100-GENERA-ENCABEZADO.
           MOVE FOLIO-FAC TO WKS-EFOL.
           MOVE WKS-EMP-ACT TO WKS-ECLA.
           MOVE NOM-EMP TO WKS-ENOM.
           MOVE WKS-EMP-MIE TO WKS-ESOC.
           MOVE FEC-VEN-FAC TO WKS-EVEN.
           MOVE IMP-FAC TO WKS-EIMP.
           MOVE WKS-DES-SUB TO WKS-ESUB.
           MOVE WKS-DES-IVA TO WKS-EIVA.
           MOVE WKS-DET3 TO LINEAG.
           WRITE LINEAG AFTER 1.
           MOVE SPACES TO LINEAG.
           WRITE LINEAG AFTER 1.
           ADD 2 TO WKS-CONT-LIN.

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

       8380-CALCULA-DESCUENTO.
      *    DESCUENTO DE LA CAMPANA DE REG-CCL SOBRE ANUA, SIN PASAR
      *    DE ELLA (MISMO CALCULO QUE GEN-INDR EN EL ALTA).
           IF TIP-DES-CCL = "P"
               COMPUTE WKS-DES-CAM ROUNDED = ANUA * VAL-DES-CCL / 100
           ELSE
               MOVE VAL-DES-CCL TO WKS-DES-CAM.
           IF WKS-DES-CAM > ANUA
               MOVE ANUA TO WKS-DES-CAM.

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
           MOVE WKS-GENERADOS TO WKS-TCNT.
           MOVE WKS-IMP-TOTAL TO WKS-TIMP.
           MOVE WKS-TOT1 TO LINEAG.
           WRITE LINEAG AFTER 2.
           IF WKS-IMP-SALDO > 0
               MOVE WKS-IMP-SALDO TO WKS-TSAF
               MOVE WKS-TOT2 TO LINEAG
               WRITE LINEAG AFTER 1.
           MOVE WKS-SUB-TOTAL TO WKS-TSUB.
           MOVE WKS-TOT3 TO LINEAG.
           WRITE LINEAG AFTER 1.
           MOVE WKS-IVA-TOTAL TO WKS-TIVA.
           MOVE WKS-TOT4 TO LINEAG.
           WRITE LINEAG AFTER 1.
           IF WKS-CONSOL = 1
               MOVE WKS-EMP-FOLIOS TO WKS-TEFO
               MOVE WKS-EMP-SOCIOS TO WKS-TESO
               MOVE WKS-TOT5 TO LINEAG
               WRITE LINEAG AFTER 1.
           IF WKS-CAM-DES-TOT > 0
               MOVE WKS-CAM-DES-TOT TO WKS-TCAM
               MOVE WKS-CAM-SIN TO WKS-TCSC
               MOVE WKS-TOT6 TO LINEAG
               WRITE LINEAG AFTER 1.

      *    MARCAR EL PERIODO COMO FACTURADO Y GUARDAR EL ULTIMO FOLIO.
           MOVE WKS-PERIODO TO COD-FAC-CTL.
           CLOSE FAC-CTL.
           IF WKS-HAY-PLA = 1
               CLOSE PLA-CLI.
           IF WKS-HAY-SAF = 1
               CLOSE SAL-FAV
               CLOSE APL-PAG.
           IF WKS-HAY-IVA = 1
               CLOSE IVA-TAB.
           CLOSE FAC-IVA.
           IF WKS-HAY-ECL = 1
               CLOSE EMP-CLI.
           IF WKS-HAY-CCL = 1
               CLOSE CAM-CLI.
           IF WKS-CONSOL = 1
               CLOSE EMP-FAC
               IF WKS-HAY-EMP = 1
                   CLOSE EMP-TAB
               END-IF
           END-IF.
           CLOSE REP-FAC.
           DISPLAY "FACTURAS GENERADAS: " WKS-GENERADOS.
           DISPLAY "REGISTRO DE FACTURACION IMPRESO.".
