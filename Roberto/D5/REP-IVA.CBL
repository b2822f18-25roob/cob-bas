       IDENTIFICATION DIVISION.
       PROGRAM-ID. REP-IVA.
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
           ACCESS MODE IS RANDOM
           RECORD KEY IS FOLIO-PAG-CAN
           ALTERNATE RECORD KEY IS FEC-CAN WITH DUPLICATES
           FILE STATUS IS WKS-STAT-CAN.
           SELECT NOT-CRE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOLIO-NCR
           FILE STATUS IS WKS-STAT-NCR.
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
           SELECT REP-IVA ASSIGN TO PRINTER.
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

       FD IVA-TAB.
           COPY IVATAB.

       FD FAC-IVA.
           COPY FACIVA.

       FD REP-IVA.
       01 LINEAV           PIC X(132).

       WORKING-STORAGE SECTION.
       77 WKS-FIN          PIC 9.
       77 WKS-FIN-APL      PIC 9.
       77 WKS-STAT-FAC     PIC XX.
       77 WKS-STAT-PAG     PIC XX.
       77 WKS-STAT-APL     PIC XX.
       77 WKS-STAT-CAN     PIC XX.
       77 WKS-STAT-NCR     PIC XX.
       77 WKS-HAY-FAC      PIC 9.
       77 WKS-HAY-PAG      PIC 9.
       77 WKS-HAY-APL      PIC 9.
       77 WKS-HAY-CAN      PIC 9.
       77 WKS-HAY-NCR      PIC 9.
       77 WKS-CANCELADO    PIC 9.
       77 WKS-PER-OK       PIC 9.
       77 WKS-CONT-LIN     PIC 99.
       77 WKS-LIN-MAX      PIC 99 VALUE 60.
       77 WKS-NUM-PAG      PIC 9(02).
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

       01 WKS-PERIODO      PIC 9(06).
       01 WKS-PERIODO-D REDEFINES WKS-PERIODO.
           03 WKS-PER-ANO  PIC 9(04).
           03 WKS-PER-MES  PIC 9(02).
       01 WKS-FEC-INI      PIC 9(08).
       01 WKS-FEC-FIN      PIC 9(08).
       01 WKS-APLICADO     PIC 9(05)V99.
       01 WKS-IVA-REC      PIC 9(05)V99.
       01 WKS-IVA-UNO      PIC 9(05)V99.

      *    TOTALES POR SECCION: 1 FOLIOS EMITIDOS (IVA TRASLADADO),
      *    2 RECIBOS COBRADOS (IVA COBRADO), 3 NOTAS DE CREDITO.
       01 WKS-SECCIONES.
           03 WKS-SEC OCCURS 3.
               05 WKS-S-CNT PIC 9(05).
               05 WKS-S-SUB PIC 9(07)V99.
               05 WKS-S-IVA PIC 9(07)V99.
               05 WKS-S-TOT PIC 9(07)V99.
       77 WKS-SX           PIC 9.
       77 WKS-CNT-CAN      PIC 9(05).
       01 WKS-DIFERENCIA   PIC S9(07)V99.

       01 WKS-ENC1.
           03 FILLER       PIC X(28) VALUE SPACES.
           03 FILLER       PIC X(40)
                     VALUE "REPORTE MENSUAL DE IVA".

       01 WKS-ENC2.
           03 FILLER       PIC X(18)
                     VALUE "PERIODO:          ".
           03 WKS-EPER     PIC 9(06).
           03 FILLER       PIC X(35) VALUE SPACES.
           03 FILLER       PIC X(07) VALUE "PAG. : ".
           03 WKS-EPAG     PIC 9(02).

       01 WKS-ENC3.
           03 FILLER       PIC X(06) VALUE "FOLIO ".
           03 FILLER       PIC X(03) VALUE SPACES.
           03 FILLER       PIC X(11) VALUE "CLIENTE".
           03 FILLER       PIC X(11) VALUE "FECHA".
           03 FILLER       PIC X(08) VALUE "TASA".
           03 FILLER       PIC X(12) VALUE "  SUBTOTAL".
           03 FILLER       PIC X(12) VALUE "       IVA".
           03 FILLER       PIC X(12) VALUE "     TOTAL".
           03 FILLER       PIC X(11) VALUE "OBSERVACION".

       01 WKS-TIT.
           03 WKS-TIT-TXT  PIC X(50).

       01 WKS-DET1.
           03 WKS-DFOL     PIC 9(06).
           03 FILLER       PIC X(03) VALUE SPACES.
           03 WKS-DID      PIC 999.
           03 FILLER       PIC X(08) VALUE SPACES.
           03 WKS-DFEC     PIC 9(08).
           03 FILLER       PIC X(03) VALUE SPACES.
           03 WKS-DTAS     PIC Z9.99 BLANK WHEN ZERO.
           03 FILLER       PIC X(03) VALUE SPACES.
           03 WKS-DSUB     PIC $$$,$$9.99.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-DIVA     PIC $$$,$$9.99.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-DTOT     PIC $$$,$$9.99.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-DOBS     PIC X(20).

       01 WKS-TOTS.
           03 FILLER       PIC X(09) VALUE "TOTAL:   ".
           03 WKS-SCNT     PIC ZZZZ9.
           03 FILLER       PIC X(24) VALUE SPACES.
           03 WKS-SSUB     PIC $$$$,$$9.99.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 WKS-SIVA     PIC $$$$,$$9.99.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 WKS-STOT     PIC $$$$,$$9.99.

       01 WKS-RES1.
           03 WKS-RDES     PIC X(42).
           03 WKS-RIMP     PIC -Z,ZZZ,ZZ9.99.

       01 WKS-RES2.
           03 WKS-RDES2    PIC X(42).
           03 FILLER       PIC X(05) VALUE SPACES.
           03 WKS-RCNT     PIC ZZZZ9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2100-FOLIOS-EMITIDOS.
           PERFORM 2200-RECIBOS-COBRADOS.
           PERFORM 2300-NOTAS-CREDITO.
           PERFORM 2400-RESUMEN.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           DISPLAY "REPORTE MENSUAL DE IVA TRASLADADO Y COBRADO".
           MOVE 0 TO WKS-PER-OK.
           PERFORM 1010-CAPTURA-PERIODO UNTIL WKS-PER-OK = 1.
           COMPUTE WKS-FEC-INI = WKS-PERIODO * 100 + 1.
           COMPUTE WKS-FEC-FIN = WKS-PERIODO * 100 + 31.

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

      *    SIN TABLA DE TASAS NO HAY IVA QUE DESGLOSAR.
           MOVE 1 TO WKS-HAY-IVA.
           OPEN INPUT IVA-TAB.
           IF WKS-STAT-IVA = "35"
               MOVE 0 TO WKS-HAY-IVA.
           MOVE 1 TO WKS-HAY-FIV.
           OPEN INPUT FAC-IVA.
           IF WKS-STAT-FIV = "35"
               MOVE 0 TO WKS-HAY-FIV.

           MOVE 1 TO WKS-SX.
           PERFORM 1020-LIMPIA-SECCION UNTIL WKS-SX > 3.
           MOVE 0 TO WKS-CNT-CAN.

           OPEN OUTPUT REP-IVA.
           MOVE 0 TO WKS-NUM-PAG.
           PERFORM 2900-GENERA-ENCABEZADO.

       1010-CAPTURA-PERIODO.
           DISPLAY "PERIODO A REPORTAR:(AAAAMM)".
           ACCEPT WKS-PERIODO.
           MOVE 1 TO WKS-PER-OK.
           IF WKS-PER-MES < 1 OR WKS-PER-MES > 12
               MOVE 0 TO WKS-PER-OK
               DISPLAY "PERIODO INVALIDO, REINTENTE".

       1020-LIMPIA-SECCION.
           MOVE 0 TO WKS-S-CNT (WKS-SX).
           MOVE 0 TO WKS-S-SUB (WKS-SX).
           MOVE 0 TO WKS-S-IVA (WKS-SX).
           MOVE 0 TO WKS-S-TOT (WKS-SX).
           ADD 1 TO WKS-SX.

       2100-FOLIOS-EMITIDOS.
      *    IVA TRASLADADO: TODO FOLIO EMITIDO EN EL MES, CON EL
      *    DESGLOSE GRABADO AL EMITIRLO (O EL DE LA TASA VIGENTE EN
      *    SU FECHA DE EMISION SI ES ANTERIOR AL DESGLOSE).
           MOVE 1 TO WKS-SX.
           MOVE "IVA TRASLADADO EN FOLIOS EMITIDOS" TO WKS-TIT-TXT.
           PERFORM 2910-TITULO-SECCION.
           IF WKS-HAY-FAC = 1
               MOVE 0 TO WKS-FIN
               MOVE ZEROES TO FOLIO-FAC
               START FAC-CLI KEY IS GREATER THAN OR EQUAL TO FOLIO-FAC
                   INVALID KEY MOVE 1 TO WKS-FIN
               END-START
               PERFORM 2110-LEE-FOLIO UNTIL WKS-FIN = 1
           END-IF.
           PERFORM 2920-TOTAL-SECCION.

       2110-LEE-FOLIO.
           READ FAC-CLI NEXT
               AT END MOVE 1 TO WKS-FIN
               NOT AT END
                   IF FEC-EMI-FAC NOT < WKS-FEC-INI
                       AND FEC-EMI-FAC NOT > WKS-FEC-FIN
                       PERFORM 2120-DETALLE-FOLIO
                   END-IF
           END-READ.

       2120-DETALLE-FOLIO.
           PERFORM 8380-LEE-DESGLOSE.
           MOVE FOLIO-FAC TO WKS-DFOL.
           MOVE ID-CLIENTE-FAC TO WKS-DID.
           MOVE FEC-EMI-FAC TO WKS-DFEC.
           MOVE WKS-TASA-IVA TO WKS-DTAS.
           MOVE SPACES TO WKS-DOBS.
           IF WKS-TIENE-FIV = 0
               MOVE "SIN DESGLOSE GRABADO" TO WKS-DOBS.
           PERFORM 2930-ESCRIBE-DETALLE.

       2200-RECIBOS-COBRADOS.
      *    IVA COBRADO: CADA RECIBO DEL MES LLEVA EL IVA DE LO QUE
      *    ABONO A CADA FOLIO (VER APL-PAG), EN LA PROPORCION DEL
      *    FOLIO, MAS EL DEL SOBRANTE A LA TASA DEL DIA DEL PAGO;
      *    ES EL MISMO DESGLOSE QUE IMPRIME EL RECIBO DE GEN-PAG.
      *    LOS RECIBOS CANCELADOS (CAN-PAG) NO SE CUENTAN.
           MOVE 2 TO WKS-SX.
           MOVE "IVA COBRADO EN RECIBOS DE PAGO" TO WKS-TIT-TXT.
           PERFORM 2910-TITULO-SECCION.
           IF WKS-HAY-PAG = 1
               MOVE 0 TO WKS-FIN
               MOVE ZEROES TO FOLIO-PAG
               START PAG-CLI KEY IS GREATER THAN OR EQUAL TO FOLIO-PAG
                   INVALID KEY MOVE 1 TO WKS-FIN
               END-START
               PERFORM 2210-LEE-RECIBO UNTIL WKS-FIN = 1
           END-IF.
           PERFORM 2920-TOTAL-SECCION.

       2210-LEE-RECIBO.
           READ PAG-CLI NEXT
               AT END MOVE 1 TO WKS-FIN
               NOT AT END
                   IF FEC-PAG NOT < WKS-FEC-INI
                       AND FEC-PAG NOT > WKS-FEC-FIN
                       PERFORM 2220-DETALLE-RECIBO
                   END-IF
           END-READ.

       2220-DETALLE-RECIBO.
           MOVE 0 TO WKS-CANCELADO.
           IF WKS-HAY-CAN = 1
               MOVE FOLIO-PAG TO FOLIO-PAG-CAN
               READ CAN-PAG
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 1 TO WKS-CANCELADO
               END-READ
           END-IF.
           IF WKS-CANCELADO = 1
               ADD 1 TO WKS-CNT-CAN
           ELSE
               PERFORM 2230-IVA-DEL-RECIBO
               MOVE FOLIO-PAG TO WKS-DFOL
               MOVE ID-CLIENTE-PAG TO WKS-DID
               MOVE FEC-PAG TO WKS-DFEC
               MOVE 0 TO WKS-DTAS
               MOVE IMP-PAG TO WKS-DES-TOT
               MOVE WKS-IVA-REC TO WKS-DES-IVA
               COMPUTE WKS-DES-SUB = IMP-PAG - WKS-IVA-REC
               MOVE SPACES TO WKS-DOBS
               PERFORM 2930-ESCRIBE-DETALLE.

       2230-IVA-DEL-RECIBO.
           MOVE 0 TO WKS-APLICADO.
           MOVE 0 TO WKS-IVA-REC.
           IF WKS-HAY-APL = 1
               MOVE FOLIO-PAG TO FOLIO-PAG-APL
               MOVE ZEROES TO FOLIO-FAC-APL
               MOVE 0 TO WKS-FIN-APL
               START APL-PAG KEY IS GREATER THAN OR EQUAL TO LLAVE-APL
                   INVALID KEY MOVE 1 TO WKS-FIN-APL
               END-START
               PERFORM 2240-LEE-APLICACION UNTIL WKS-FIN-APL = 1
           END-IF.
           IF IMP-PAG > WKS-APLICADO
               MOVE FEC-PAG TO WKS-BUS-FEC-IVA
               PERFORM 8350-BUSCA-TASA-IVA
               COMPUTE WKS-DES-TOT = IMP-PAG - WKS-APLICADO
               PERFORM 8360-DESGLOSA-IMPORTE
               ADD WKS-DES-IVA TO WKS-IVA-REC.

       2240-LEE-APLICACION.
      *    SOLO LOS ABONOS DIRECTOS DEL RECIBO ("R", O "K" SI EL
      *    FOLIO ESTA CASTIGADO); LO QUE GEN-FACT APLICA DESPUES DEL
      *    SALDO A FAVOR ("S") YA SE CONTO COMO SOBRANTE EN EL MES
      *    DEL PAGO.
           READ APL-PAG NEXT
               AT END MOVE 1 TO WKS-FIN-APL
               NOT AT END
                   IF FOLIO-PAG-APL NOT = FOLIO-PAG
                       MOVE 1 TO WKS-FIN-APL
                   ELSE
                       IF ORI-APL = "R" OR ORI-APL = "K"
                           PERFORM 2250-IVA-APLICACION
                       END-IF
                   END-IF
           END-READ.

       2250-IVA-APLICACION.
           ADD IMP-APL TO WKS-APLICADO.
           MOVE 0 TO WKS-IVA-UNO.
           MOVE 0 TO WKS-DES-TOT.
           IF WKS-HAY-FAC = 1
               MOVE FOLIO-FAC-APL TO FOLIO-FAC
               READ FAC-CLI
                   INVALID KEY CONTINUE
                   NOT INVALID KEY PERFORM 8380-LEE-DESGLOSE
               END-READ
           END-IF.
           IF WKS-DES-TOT > 0
               COMPUTE WKS-IVA-UNO ROUNDED =
                   IMP-APL * WKS-DES-IVA / WKS-DES-TOT.
           ADD WKS-IVA-UNO TO WKS-IVA-REC.

       2300-NOTAS-CREDITO.
      *    LAS NOTAS DE CREDITO DEL MES REGRESAN IVA AL CLIENTE; SE
      *    DESGLOSAN CON LA TASA VIGENTE EN SU FECHA, COMO LAS IMPRIME
      *    GEN-NCR.
           MOVE 3 TO WKS-SX.
           MOVE "IVA EN NOTAS DE CREDITO" TO WKS-TIT-TXT.
           PERFORM 2910-TITULO-SECCION.
           IF WKS-HAY-NCR = 1
               MOVE 0 TO WKS-FIN
               MOVE ZEROES TO FOLIO-NCR
               START NOT-CRE KEY IS GREATER THAN OR EQUAL TO FOLIO-NCR
                   INVALID KEY MOVE 1 TO WKS-FIN
               END-START
               PERFORM 2310-LEE-NOTA UNTIL WKS-FIN = 1
           END-IF.
           PERFORM 2920-TOTAL-SECCION.

       2310-LEE-NOTA.
           READ NOT-CRE NEXT
               AT END MOVE 1 TO WKS-FIN
               NOT AT END
                   IF FEC-NCR NOT < WKS-FEC-INI
                       AND FEC-NCR NOT > WKS-FEC-FIN
                       PERFORM 2320-DETALLE-NOTA
                   END-IF
           END-READ.

       2320-DETALLE-NOTA.
           MOVE FEC-NCR TO WKS-BUS-FEC-IVA.
           PERFORM 8350-BUSCA-TASA-IVA.
           MOVE IMP-NCR TO WKS-DES-TOT.
           PERFORM 8360-DESGLOSA-IMPORTE.
           MOVE FOLIO-NCR TO WKS-DFOL.
           MOVE ID-CLIENTE-NCR TO WKS-DID.
           MOVE FEC-NCR TO WKS-DFEC.
           MOVE WKS-TASA-IVA TO WKS-DTAS.
           MOVE MOT-NCR TO WKS-DOBS.
           PERFORM 2930-ESCRIBE-DETALLE.

       2400-RESUMEN.
           IF WKS-CONT-LIN > WKS-LIN-MAX - 6
               PERFORM 2900-GENERA-ENCABEZADO.
           MOVE "RESUMEN DEL PERIODO" TO WKS-TIT-TXT.
           MOVE WKS-TIT TO LINEAV.
           WRITE LINEAV AFTER 3.

           MOVE "IVA TRASLADADO EN FOLIOS EMITIDOS:" TO WKS-RDES.
           MOVE WKS-S-IVA (1) TO WKS-RIMP.
           MOVE WKS-RES1 TO LINEAV.
           WRITE LINEAV AFTER 2.

           MOVE "IVA COBRADO EN RECIBOS DE PAGO:" TO WKS-RDES.
           MOVE WKS-S-IVA (2) TO WKS-RIMP.
           MOVE WKS-RES1 TO LINEAV.
           WRITE LINEAV AFTER 1.

           COMPUTE WKS-DIFERENCIA = WKS-S-IVA (1) - WKS-S-IVA (2).
           MOVE "TRASLADADO MENOS COBRADO:" TO WKS-RDES.
           MOVE WKS-DIFERENCIA TO WKS-RIMP.
           MOVE WKS-RES1 TO LINEAV.
           WRITE LINEAV AFTER 1.

           MOVE "IVA DEVUELTO EN NOTAS DE CREDITO:" TO WKS-RDES.
           MOVE WKS-S-IVA (3) TO WKS-RIMP.
           MOVE WKS-RES1 TO LINEAV.
           WRITE LINEAV AFTER 1.

           MOVE "RECIBOS CANCELADOS NO CONSIDERADOS:" TO WKS-RDES2.
           MOVE WKS-CNT-CAN TO WKS-RCNT.
           MOVE WKS-RES2 TO LINEAV.
           WRITE LINEAV AFTER 1.

       2900-GENERA-ENCABEZADO.
           ADD 1 TO WKS-NUM-PAG.
           MOVE SPACES TO LINEAV.
           MOVE WKS-ENC1 TO LINEAV.
           WRITE LINEAV AFTER PAGE.
           MOVE WKS-PERIODO TO WKS-EPER.
           MOVE WKS-NUM-PAG TO WKS-EPAG.
           MOVE WKS-ENC2 TO LINEAV.
           WRITE LINEAV AFTER 1.
           MOVE WKS-ENC3 TO LINEAV.
           WRITE LINEAV AFTER 2.
           MOVE 4 TO WKS-CONT-LIN.

       2910-TITULO-SECCION.
           IF WKS-CONT-LIN > WKS-LIN-MAX - 4
               PERFORM 2900-GENERA-ENCABEZADO.
           MOVE WKS-TIT TO LINEAV.
           WRITE LINEAV AFTER 2.
           ADD 2 TO WKS-CONT-LIN.

       2920-TOTAL-SECCION.
           MOVE WKS-S-CNT (WKS-SX) TO WKS-SCNT.
           MOVE WKS-S-SUB (WKS-SX) TO WKS-SSUB.
           MOVE WKS-S-IVA (WKS-SX) TO WKS-SIVA.
           MOVE WKS-S-TOT (WKS-SX) TO WKS-STOT.
           MOVE WKS-TOTS TO LINEAV.
           WRITE LINEAV AFTER 2.
           ADD 2 TO WKS-CONT-LIN.

       2930-ESCRIBE-DETALLE.
           IF WKS-CONT-LIN > WKS-LIN-MAX
               PERFORM 2900-GENERA-ENCABEZADO.
           MOVE WKS-DES-SUB TO WKS-DSUB.
           MOVE WKS-DES-IVA TO WKS-DIVA.
           MOVE WKS-DES-TOT TO WKS-DTOT.
           MOVE WKS-DET1 TO LINEAV.
           WRITE LINEAV AFTER 1.
           ADD 1 TO WKS-CONT-LIN.
           ADD 1 TO WKS-S-CNT (WKS-SX).
           ADD WKS-DES-SUB TO WKS-S-SUB (WKS-SX).
           ADD WKS-DES-IVA TO WKS-S-IVA (WKS-SX).
           ADD WKS-DES-TOT TO WKS-S-TOT (WKS-SX).

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

       3000-FIN.
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
           IF WKS-HAY-IVA = 1
               CLOSE IVA-TAB.
           IF WKS-HAY-FIV = 1
               CLOSE FAC-IVA.
           CLOSE REP-IVA.
           DISPLAY "REPORTE DE IVA IMPRESO.".
