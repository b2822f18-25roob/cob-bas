           ACCESS MODE IS RANDOM
           RECORD KEY IS COD-CNT-CLI
           FILE STATUS IS WKS-STAT-CNT.
           SELECT SAL-FAV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FOLIO-PAG-SAF
           ALTERNATE RECORD KEY IS ID-CLIENTE-SAF WITH DUPLICATES
           FILE STATUS IS WKS-STAT-SAF.
           SELECT APL-PAG ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LLAVE-APL
           FILE STATUS IS WKS-STAT-APL.
           SELECT DOM-MAN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ID-CLIENTE-DMN
           FILE STATUS IS WKS-STAT-DMN.
           SELECT AVI-DOM ASSIGN TO PRINTER.
           SELECT PER-CON ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PER-PER
           FILE STATUS IS WKS-STAT-PER.
           SELECT PER-MOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *    ARCHIVO DE RESPUESTA DEL BANCO, LAYOUT FIJO: CLIENTE, FECHA
       FD CNT-CLI.
           COPY CNTCLI.

       FD SAL-FAV.
           COPY SALFAV.

       FD APL-PAG.
           COPY APLPAG.

       FD DOM-MAN.
           COPY DOMMAN.

       FD AVI-DOM.
       01 LINEAV           PIC X(132).

       FD PER-CON.
           COPY PERCON.

       FD PER-MOV.
           COPY PERMOV.

       WORKING-STORAGE SECTION.
       77 WKS-FIN            PIC 9.
       77 WKS-STAT-RET       PIC XX.
       77 WKS-CLI-OK         PIC 9.
       77 WKS-HAY-VENC       PIC 9.
       77 WKS-REACTIVADOS    PIC 9(05).
       77 WKS-STAT-SAF       PIC XX.
       77 WKS-STAT-APL       PIC XX.
       77 WKS-CON-SALDO      PIC 9(05).
       77 WKS-STAT-DMN       PIC XX.
       77 WKS-HAY-DMN        PIC 9.
       77 WKS-DMN-OK         PIC 9.
       77 WKS-CANCELADOS     PIC 9(05).
       77 WKS-FEC-HOY        PIC 9(05).
       01 WKS-NOM-COMPLETO   PIC X(62).
       01 WKS-CAUSA          PIC X(30).
       01 WKS-RESTA          PIC 9(05)V99.
       01 WKS-ABONO          PIC 9(05)V99.
       01 WKS-REG-ANTES      PIC X(120).
           03 WKS-AHORA-SEG  PIC 9(02).
           03 FILLER         PIC 9(04).

      *    AVISO AL CLIENTE CUYA DOMICILIACION SE CANCELA POR UNA
      *    CAUSA DEFINITIVA DEL BANCO; UNA HOJA POR CLIENTE.
       01 WKS-AVI1.
           03 FILLER       PIC X(20) VALUE SPACES.
           03 FILLER       PIC X(48) VALUE
                "AVISO DE CANCELACION DE CARGO AUTOMATICO".
           03 FILLER       PIC X(07) VALUE "FECHA: ".
           03 WKS-AFEC     PIC 9(08).

       01 WKS-AVI2.
           03 FILLER       PIC X(09) VALUE "CLIENTE: ".
           03 WKS-AID      PIC 9(03).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-ANOM     PIC X(62).
           03 FILLER       PIC X(11) VALUE " SUCURSAL: ".
           03 WKS-ASUC     PIC 9(02).

       01 WKS-AVI3.
           03 FILLER       PIC X(07) VALUE "BANCO: ".
           03 WKS-ABCO     PIC X(20).
           03 FILLER       PIC X(22) VALUE "  CUENTA TERMINADA EN ".
           03 WKS-ACTA     PIC X(04).

       01 WKS-AVI4.
           03 FILLER       PIC X(30) VALUE
                "EL BANCO RECHAZO EL CARGO DEL ".
           03 WKS-AFCA     PIC 9(08).
           03 FILLER       PIC X(05) VALUE " POR ".
           03 WKS-AIMP     PIC $$$,$$9.99.
           03 FILLER       PIC X(09) VALUE ", CAUSA ".
           03 WKS-AMOT     PIC X(02).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 WKS-ACAU     PIC X(31).

       01 WKS-AVI5.
           03 FILLER       PIC X(35) VALUE
           "POR ESTE MOTIVO SE CANCELO EL CARGO".
           03 FILLER       PIC X(24) VALUE
           " AUTOMATICO A SU CUENTA.".

       01 WKS-AVI6.
           03 FILLER       PIC X(54) VALUE
           "A PARTIR DE ESTA FECHA SUS PAGOS DEBERAN HACERSE EN SU".
           03 FILLER       PIC X(42) VALUE
           " SUCURSAL O EN CUALQUIERA DE LAS NUESTRAS.".

       01 WKS-AVI7.
           03 FILLER       PIC X(49) VALUE
           "PARA VOLVER A DOMICILIAR SUS PAGOS PRESENTE EN SU".
           03 FILLER       PIC X(39) VALUE
           " SUCURSAL LOS DATOS DE SU NUEVA CUENTA.".

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

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           IF WKS-STAT-CLI = "35"
               MOVE 0 TO WKS-HAY-CLI.

      *    EL SOBRANTE DE UN COBRO QUEDA EN SAL-FAV IGUAL QUE EN
      *    LOS PAGOS DE MOSTRADOR DE GEN-PAG.
           OPEN I-O SAL-FAV.
           IF WKS-STAT-SAF = "35"
               OPEN OUTPUT SAL-FAV
               CLOSE SAL-FAV
               OPEN I-O SAL-FAV.

      *    EL DETALLE DE LO QUE CADA COBRO LIQUIDO VA A APL-PAG,
      *    IGUAL QUE EN GEN-PAG.
           OPEN I-O APL-PAG.
           IF WKS-STAT-APL = "35"
               OPEN OUTPUT APL-PAG
               CLOSE APL-PAG
               OPEN I-O APL-PAG.

      *    UN RECHAZO DEFINITIVO CANCELA AQUI EL MANDATO DEL CLIENTE
      *    Y SALE SU AVISO EN AVI-DOM.
           MOVE 1 TO WKS-HAY-DMN.
           OPEN I-O DOM-MAN.
           IF WKS-STAT-DMN = "35"
               MOVE 0 TO WKS-HAY-DMN.
           OPEN OUTPUT AVI-DOM.
           MOVE 0 TO WKS-CANCELADOS.

      *    SIN CALENDARIO CONTABLE TODOS LOS MESES ESTAN ABIERTOS.
           MOVE 1 TO WKS-HAY-PER.
           OPEN INPUT PER-CON.
           IF WKS-STAT-PER = "35"
               MOVE 0 TO WKS-HAY-PER.

           OPEN EXTEND HIST-CLI.

           OPEN I-O CNT-CLI.
               INVALID KEY MOVE 0 TO CNT-CLI-ACT.

           MOVE 0 TO WKS-REACTIVADOS.
           MOVE 0 TO WKS-CON-SALDO.
           MOVE 0 TO WKS-YA-APLICADOS.
           MOVE 0 TO WKS-PAGADOS.
           MOVE 0 TO WKS-RECHAZADOS.
           MOVE 0 TO WKS-SIN-CARGO.
           MOVE 0 TO WKS-FEC-HOY.
           MOVE 0 TO WKS-FIN.
           PERFORM 2010-LEE-RESPUESTA.

           ELSE
               MOVE "R" TO EST-DOM
               MOVE RET-MOT TO MOT-DOM
               ADD 1 TO WKS-RECHAZADOS
               IF RET-MOT = "01" OR RET-MOT = "03" OR RET-MOT = "08"
                   PERFORM 2070-CANCELA-MANDATO
               END-IF.
           REWRITE REG-DOM.

       2040-ABONA-PAGO.

           MOVE WKS-FOLIO TO FOLIO-PAG.
           MOVE ID-CLIENTE-DOM TO ID-CLIENTE-PAG.
           PERFORM 2045-FECHA-DEL-ABONO.
           MOVE IMP-DOM TO IMP-PAG.
           MOVE "DOMICIL " TO OPER-PAG.
           MOVE "T" TO MET-PAG.
               NOT INVALID KEY
                   MOVE WKS-FOLIO TO CTL-PAG-ULT
                   REWRITE REG-PAG-CTL
                   IF WKS-PER-EST = "R"
                       MOVE "PAG" TO WKS-PMV-TIP
                       MOVE FOLIO-PAG TO WKS-PMV-FOL
                       MOVE ID-CLIENTE-PAG TO WKS-PMV-CLI
                       MOVE IMP-PAG TO WKS-PMV-IMP
                       PERFORM 8710-ESCRIBE-PER-MOV
                   END-IF
                   PERFORM 2050-APLICA-FOLIOS.

       2045-FECHA-DEL-ABONO.
      *    EL RECIBO LLEVA LA FECHA DEL CARGO, SALVO QUE SU MES YA
      *    ESTE CERRADO EN CIE-PER: ENTONCES SE ABONA CON FECHA DE
      *    HOY (PERIODO ABIERTO) Y EL CARGO ORIGINAL SIGUE EN DOM-CTL
      *    CON SU FECHA COMO REFERENCIA.
           MOVE FEC-CARGO-DOM TO WKS-PER-FEC.
           PERFORM 8700-VALIDA-PERIODO.
           IF WKS-PER-EST = "C"
               ACCEPT WKS-HOY-N FROM DATE YYYYMMDD
               MOVE WKS-HOY-N TO FEC-PAG
               ADD 1 TO WKS-FEC-HOY
               DISPLAY "CARGO DEL " FEC-CARGO-DOM " CLIENTE "
                   ID-CLIENTE-DOM " EN PERIODO CERRADO, SE ABONA HOY"
               MOVE WKS-HOY-N TO WKS-PER-FEC
               PERFORM 8700-VALIDA-PERIODO
           ELSE
               MOVE FEC-CARGO-DOM TO FEC-PAG.

       2050-APLICA-FOLIOS.
      *    EL COBRO SE ABONA A LOS FOLIOS ABIERTOS DEL CLIENTE EN
      *    ORDEN DE FOLIO (EL MAS VIEJO PRIMERO); LO QUE SOBRA
      *    QUEDA COMO SALDO A FAVOR EN SAL-FAV.
           MOVE IMP-PAG TO WKS-RESTA.
           IF WKS-HAY-FAC = 1
               MOVE ID-CLIENTE-PAG TO ID-CLIENTE-FAC
               START FAC-CLI KEY IS GREATER THAN OR EQUAL TO
                   ID-CLIENTE-FAC
                   MOVE 0 TO WKS-FIN-FAC
                   PERFORM 2055-ABONA-FOLIO-SIG UNTIL WKS-FIN-FAC = 1
               END-IF
           END-IF.
           IF WKS-RESTA > 0
               PERFORM 2058-GRABA-SALDO-FAVOR.
           IF WKS-HAY-FAC = 1
               PERFORM 2060-CHECA-REACTIVACION.

       2055-ABONA-FOLIO-SIG.
           READ FAC-CLI NEXT
           IF IMP-PAG-FAC >= IMP-FAC
               MOVE "L" TO EST-FAC.
           REWRITE REG-FAC.
           PERFORM 2057-GRABA-APLICACION.

       2057-GRABA-APLICACION.
           MOVE FOLIO-PAG TO FOLIO-PAG-APL.
           MOVE FOLIO-FAC TO FOLIO-FAC-APL.
           MOVE ID-CLIENTE-PAG TO ID-CLIENTE-APL.
           MOVE WKS-ABONO TO IMP-APL.
           MOVE FEC-PAG TO FEC-APL.
           MOVE "R" TO ORI-APL.
           MOVE "A" TO EST-APL.
           WRITE REG-APL
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR APLICACION, RECIBO "
                       FOLIO-PAG
           END-WRITE.

       2058-GRABA-SALDO-FAVOR.
      *    EL SOBRANTE QUEDA LIGADO AL FOLIO DEL ABONO QUE LO
      *    ORIGINO, CON LA FECHA DEL CARGO COMO FECHA DE ORIGEN.
           MOVE FOLIO-PAG TO FOLIO-PAG-SAF.
           MOVE ID-CLIENTE-PAG TO ID-CLIENTE-SAF.
           MOVE FEC-PAG TO FEC-SAF.
           MOVE WKS-RESTA TO IMP-SAF.
           MOVE 0 TO IMP-APL-SAF.
           MOVE 0 TO FOL-FAC-SAF.
           MOVE 0 TO FEC-APL-SAF.
           MOVE "P" TO EST-SAF.
           WRITE REG-SAF
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR SALDO A FAVOR, RECIBO "
                       FOLIO-PAG
               NOT INVALID KEY
                   ADD 1 TO WKS-CON-SALDO
           END-WRITE.

       2060-CHECA-REACTIVACION.
      *    UN CLIENTE SUSPENDIDO POR FALTA DE PAGO ("FP", VER
                   PERFORM 8000-ESCRIBE-HIST-REACT
           END-REWRITE.

       2070-CANCELA-MANDATO.
      *    CUENTA INEXISTENTE, CUENTA CANCELADA O MANDATO REVOCADO:
      *    REINTENTAR NO SIRVE. EL MANDATO SE CANCELA ("C") PARA QUE
      *    EXP-DOM YA NO MANDE CARGOS Y EL CLIENTE PASA A PAGAR EN
      *    SUCURSAL. SI YA ESTABA CANCELADO (REPROCESO DEL MISMO
      *    ARCHIVO) NO SE REPITE EL AVISO.
           MOVE 0 TO WKS-DMN-OK.
           IF WKS-HAY-DMN = 1
               MOVE 1 TO WKS-DMN-OK
               MOVE ID-CLIENTE-DOM TO ID-CLIENTE-DMN
               READ DOM-MAN
                   INVALID KEY MOVE 0 TO WKS-DMN-OK
               END-READ
           END-IF.
           IF WKS-DMN-OK = 1 AND EST-DMN NOT = "C"
               MOVE "C" TO EST-DMN
               REWRITE REG-DMN
               ADD 1 TO WKS-CANCELADOS
               PERFORM 2075-IMPRIME-AVISO.

       2075-IMPRIME-AVISO.
           MOVE SPACES TO WKS-NOM-COMPLETO.
           MOVE 0 TO WKS-ASUC.
           IF WKS-HAY-CLI = 1
               MOVE ID-CLIENTE-DOM TO ID-CLIENTE
               READ CLI-INDD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       STRING FUNCTION TRIM (NOMBRE)  DELIMITED BY SIZE
                              " "                     DELIMITED BY SIZE
                              FUNCTION TRIM (APE-PAT) DELIMITED BY SIZE
                              " "                     DELIMITED BY SIZE
                              FUNCTION TRIM (APE-MAT) DELIMITED BY SIZE
                           INTO WKS-NOM-COMPLETO
                       END-STRING
                       MOVE SUC-CLI TO WKS-ASUC
               END-READ
           END-IF.
           EVALUATE RET-MOT
               WHEN "01" MOVE "CUENTA INEXISTENTE" TO WKS-CAUSA
               WHEN "03" MOVE "CUENTA CANCELADA" TO WKS-CAUSA
               WHEN OTHER
                   MOVE "MANDATO REVOCADO POR EL CLIENTE" TO WKS-CAUSA
           END-EVALUATE.

           ACCEPT WKS-HOY-N FROM DATE YYYYMMDD.
           MOVE WKS-HOY-N TO WKS-AFEC.
           MOVE WKS-AVI1 TO LINEAV.
           WRITE LINEAV AFTER PAGE.
           MOVE ID-CLIENTE-DOM TO WKS-AID.
           MOVE WKS-NOM-COMPLETO TO WKS-ANOM.
           MOVE WKS-AVI2 TO LINEAV.
           WRITE LINEAV AFTER 3.
           MOVE BANCO-DMN TO WKS-ABCO.
           MOVE CLABE-DMN (15:4) TO WKS-ACTA.
           MOVE WKS-AVI3 TO LINEAV.
           WRITE LINEAV AFTER 1.
           MOVE FEC-CARGO-DOM TO WKS-AFCA.
           MOVE IMP-DOM TO WKS-AIMP.
           MOVE RET-MOT TO WKS-AMOT.
           MOVE WKS-CAUSA TO WKS-ACAU.
           MOVE WKS-AVI4 TO LINEAV.
           WRITE LINEAV AFTER 2.
           MOVE WKS-AVI5 TO LINEAV.
           WRITE LINEAV AFTER 1.
           MOVE WKS-AVI6 TO LINEAV.
           WRITE LINEAV AFTER 2.
           MOVE WKS-AVI7 TO LINEAV.
           WRITE LINEAV AFTER 1.

       8000-ESCRIBE-HIST-REACT.
      *    LA REACTIVACION AUTOMATICA DEJA LA MISMA HUELLA "C" QUE
      *    UN CAMBIO DE ESTADO HECHO EN MAN-CLI, CON EL NOMBRE DEL
           MOVE REG-CLI          TO HIST-DESPUES.
           WRITE REG-HIST.

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
           MOVE "RET-DOM " TO PRO-PMV.
           MOVE WKS-PMV-TIP TO TIP-PMV.
           MOVE WKS-PMV-FOL TO FOLIO-PMV.
           MOVE WKS-PMV-CLI TO ID-CLIENTE-PMV.
           MOVE WKS-PER-FEC TO FEC-PMV.
           MOVE WKS-PMV-IMP TO IMP-PMV.
           MOVE OPER-PAG TO OPER-PMV.
           ACCEPT FEC-CAP-PMV FROM DATE YYYYMMDD.
           ACCEPT WKS-PMV-HORA FROM TIME.
           MOVE WKS-PMV-HHMMSS TO HOR-CAP-PMV.
           WRITE REG-PMV.
           CLOSE PER-MOV.

       3000-FIN.
           CLOSE DOM-RET.
           CLOSE DOM-CTL.
           CLOSE PAG-CTL.
           CLOSE HIST-CLI.
           CLOSE CNT-CLI.
           CLOSE SAL-FAV.
           CLOSE APL-PAG.
           CLOSE AVI-DOM.
           IF WKS-HAY-DMN = 1
               CLOSE DOM-MAN.
           IF WKS-HAY-FAC = 1
               CLOSE FAC-CLI.
           IF WKS-HAY-CLI = 1
               CLOSE CLI-INDD.
           IF WKS-HAY-PER = 1
               CLOSE PER-CON.
           DISPLAY "CARGOS PAGADOS:    " WKS-PAGADOS.
           DISPLAY "CARGOS RECHAZADOS: " WKS-RECHAZADOS.
           DISPLAY "SIN CARGO PREVIO:  " WKS-SIN-CARGO.
           DISPLAY "YA APLICADOS:      " WKS-YA-APLICADOS.
           DISPLAY "REACTIVADOS:       " WKS-REACTIVADOS.
           DISPLAY "CON SALDO A FAVOR: " WKS-CON-SALDO.
           DISPLAY "MANDATOS CANCELADOS (VER AVI-DOM): " WKS-CANCELADOS.
           DISPLAY "ABONADOS HOY POR PERIODO CERRADO: " WKS-FEC-HOY.
