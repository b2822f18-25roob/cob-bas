           ACCESS MODE IS RANDOM
           RECORD KEY IS LLAVE-COR
           FILE STATUS IS WKS-STAT-COR.
           SELECT CAN-PAG ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOLIO-PAG-CAN
           ALTERNATE RECORD KEY IS FEC-CAN WITH DUPLICATES
           FILE STATUS IS WKS-STAT-CAN.
           SELECT REP-COR ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD COR-CTL.
           COPY CORCTL.

       FD CAN-PAG.
           COPY CANPAG.

       FD REP-COR.
       01 LINEAK           PIC X(132).

       77 WKS-STAT-PAG     PIC XX.
       77 WKS-STAT-SUC     PIC XX.
       77 WKS-STAT-COR     PIC XX.
       77 WKS-STAT-CAN     PIC XX.
       77 WKS-HAY-CAN      PIC 9.
       77 WKS-FIN-CAN      PIC 9.
       77 WKS-CANCELADOS   PIC 9(05).
       77 WKS-OPERADOR     PIC X(08).
       77 WKS-SUC-OK       PIC 9.
       77 WKS-SUCURSAL     PIC 9(02).
       01 WKS-TOT-SIS      PIC 9(07)V99.
       01 WKS-TOT-CON      PIC 9(07)V99.
       01 WKS-TOT-DIF      PIC S9(07)V99.
       01 WKS-TOT-CAN      PIC 9(07)V99.

      *    ACUMULADO POR OPERADOR DE LOS RECIBOS DEL DIA. LOS COBROS
      *    DEL BANCO (OPERADOR "DOMICIL") NO PASAN POR NINGUN CAJON
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-TDIF     PIC -$$$,$$9.99.

      *    RECIBOS CANCELADOS POR UN SUPERVISOR EN EL DIA DEL CORTE
      *    (VER CAN-PAG). SOLO SE INFORMAN: LOS DEL MISMO DIA YA NO
      *    ENTRAN AL CAJON Y LOS DE DIAS ANTERIORES SE CORTARON EN
      *    SU DIA.
       01 WKS-ENC4.
           03 FILLER       PIC X(40)
                     VALUE "RECIBOS CANCELADOS EN EL DIA".

       01 WKS-ENC5.
           03 FILLER       PIC X(08) VALUE "RECIBO  ".
           03 FILLER       PIC X(10) VALUE "FECHA PAGO".
           03 FILLER       PIC X(03) VALUE SPACES.
           03 FILLER       PIC X(08) VALUE "CAJERO  ".
           03 FILLER       PIC X(06) VALUE SPACES.
           03 FILLER       PIC X(07) VALUE "IMPORTE".
           03 FILLER       PIC X(03) VALUE SPACES.
           03 FILLER       PIC X(03) VALUE "MOT".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(08) VALUE "AUTORIZO".

       01 WKS-DET2.
           03 WKS-CREC     PIC 9(06).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-CFEC     PIC 9(08).
           03 FILLER       PIC X(05) VALUE SPACES.
           03 WKS-COPE     PIC X(08).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-CIMP     PIC $$$,$$9.99.
           03 FILLER       PIC X(04) VALUE SPACES.
           03 WKS-CMOT     PIC X.
           03 FILLER       PIC X(03) VALUE SPACES.
           03 WKS-CSUP     PIC X(08).

       01 WKS-TOT2.
           03 FILLER       PIC X(29)
                     VALUE "TOTAL CANCELADO EN EL DIA:   ".
           03 WKS-TCAN     PIC $$$$,$$9.99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           MOVE 0 TO WKS-TOT-CON.
           MOVE 0 TO WKS-TOT-DIF.

      *    LOS RECIBOS CANCELADOS NO CUENTAN EN EL CAJON.
           MOVE 1 TO WKS-HAY-CAN.
           OPEN INPUT CAN-PAG.
           IF WKS-STAT-CAN = "35"
               MOVE 0 TO WKS-HAY-CAN.
           MOVE 0 TO WKS-CANCELADOS.
           MOVE 0 TO WKS-TOT-CAN.

           MOVE 0 TO WKS-FIN-PAG.
           MOVE ZEROES TO LLAVE-PAG.
           START PAG-CLI KEY IS GREATER THAN OR EQUAL TO LLAVE-PAG
                   IF FEC-PAG = WKS-FEC-CORTE
                       AND SUC-PAG = WKS-SUCURSAL
                       AND OPER-PAG NOT = "DOMICIL "
                       PERFORM 2050-CHECA-CANCELADO
                   END-IF
           END-READ.

       2050-CHECA-CANCELADO.
           IF WKS-HAY-CAN = 1
               MOVE FOLIO-PAG TO FOLIO-PAG-CAN
               READ CAN-PAG
                   INVALID KEY
                       PERFORM 2100-SUMA-A-OPERADOR
                   NOT INVALID KEY
                       ADD 1 TO WKS-CANCELADOS
               END-READ
           ELSE
               PERFORM 2100-SUMA-A-OPERADOR.

       2100-SUMA-A-OPERADOR.
           ADD 1 TO WKS-RECIBOS.
           ADD IMP-PAG TO WKS-TOT-SIS.
           MOVE WKS-TOT-DIF TO WKS-TDIF.
           MOVE WKS-TOT1 TO LINEAK.
           WRITE LINEAK AFTER 2.
           IF WKS-HAY-CAN = 1
               PERFORM 2350-IMPRIME-CANCELADOS.
           CLOSE REP-COR.

       2350-IMPRIME-CANCELADOS.
           MOVE WKS-ENC4 TO LINEAK.
           WRITE LINEAK AFTER 3.
           MOVE WKS-ENC5 TO LINEAK.
           WRITE LINEAK AFTER 1.
           MOVE WKS-FEC-CORTE TO FEC-CAN.
           MOVE 0 TO WKS-FIN-CAN.
           START CAN-PAG KEY IS EQUAL TO FEC-CAN
               INVALID KEY MOVE 1 TO WKS-FIN-CAN
           END-START.
           PERFORM 2360-LEE-CANCELADO UNTIL WKS-FIN-CAN = 1.
           MOVE WKS-TOT-CAN TO WKS-TCAN.
           MOVE WKS-TOT2 TO LINEAK.
           WRITE LINEAK AFTER 2.

       2360-LEE-CANCELADO.
           READ CAN-PAG NEXT
               AT END MOVE 1 TO WKS-FIN-CAN
               NOT AT END
                   IF FEC-CAN NOT = WKS-FEC-CORTE
                       MOVE 1 TO WKS-FIN-CAN
                   ELSE
                       IF SUC-CAN = WKS-SUCURSAL
                           AND OPE-PAG-CAN NOT = "DOMICIL "
                           MOVE FOLIO-PAG-CAN TO WKS-CREC
                           MOVE FEC-PAG-CAN TO WKS-CFEC
                           MOVE OPE-PAG-CAN TO WKS-COPE
                           MOVE IMP-CAN TO WKS-CIMP
                           MOVE MOT-CAN TO WKS-CMOT
                           MOVE OPER-CAN TO WKS-CSUP
                           MOVE WKS-DET2 TO LINEAK
                           WRITE LINEAK AFTER 1
                           ADD IMP-CAN TO WKS-TOT-CAN
                       END-IF
                   END-IF
           END-READ.

       2310-IMPRIME-CAJON.
           MOVE WKS-O-CLA (WKS-IX) TO WKS-DOPE.
           MOVE WKS-O-IMP (WKS-IX) TO WKS-DSIS.
               CLOSE SUC-TAB.
           IF WKS-STAT-COR NOT = "35"
               CLOSE COR-CTL.
           IF WKS-HAY-CAN = 1
               CLOSE CAN-PAG.
           DISPLAY "RECIBOS CORTADOS: " WKS-RECIBOS.
           IF WKS-CANCELADOS > 0
               DISPLAY "RECIBOS CANCELADOS FUERA DEL CORTE: "
                   WKS-CANCELADOS.
           DISPLAY "CORTE REGISTRADO E IMPRESO.".
