       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNF-NCR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REE-CNF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WKS-STAT-CNF.
           SELECT REE-NCR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FOLIO-REE
           ALTERNATE RECORD KEY IS FEC-PAG-REE WITH DUPLICATES
           FILE STATUS IS WKS-STAT-REE.
           SELECT NOT-CRE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FOLIO-NCR
           FILE STATUS IS WKS-STAT-NCR.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PER-CON ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PER-PER
           FILE STATUS IS WKS-STAT-PER.
           SELECT PER-MOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *    ARCHIVO DE CONFIRMACION DEL BANCO, LAYOUT FIJO: FOLIO DE LA
      *    NOTA (REFERENCIA DE LA TRANSFERENCIA O DEL CHEQUE),
      *    RESULTADO ("P" PAGADO / "R" RECHAZADO), FECHA DE PAGO,
      *    REFERENCIA DEL BANCO (CLAVE DE RASTREO SPEI O CHEQUE
      *    COBRADO) Y CAUSA DEL RECHAZO.
       FD REE-CNF.
       01 REG-CNF.
           03 CNF-FOLIO    PIC 9(06).
           03 CNF-RES      PIC X.
           03 CNF-FEC      PIC 9(08).
           03 CNF-REF      PIC X(20).
           03 CNF-MOT      PIC X(02).

       FD REE-NCR.
           COPY REENCR.

       FD NOT-CRE.
           COPY NOTCRE.

       FD RUN-LOG.
           COPY RUNLOG.

       FD PER-CON.
           COPY PERCON.

       FD PER-MOV.
           COPY PERMOV.

       WORKING-STORAGE SECTION.
       77 WKS-FIN            PIC 9.
       77 WKS-STAT-CNF       PIC XX.
       77 WKS-STAT-REE       PIC XX.
       77 WKS-STAT-NCR       PIC XX.
       77 WKS-PAGADOS        PIC 9(05).
       77 WKS-RECHAZADOS     PIC 9(05).
       77 WKS-YA-APLICADOS   PIC 9(05).
       77 WKS-SIN-PAGO       PIC 9(05).
       77 WKS-FEC-HOY        PIC 9(05).
       01 WKS-IMP-PAGADO     PIC 9(07)V99.

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
           PERFORM 2000-PROCESO UNTIL WKS-FIN = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           MOVE "CNF-NCR " TO WKS-RUN-PROG.
           ACCEPT WKS-RUN-FEC-INI FROM DATE YYYYMMDD.
           ACCEPT WKS-RUN-HORA FROM TIME.
           MOVE WKS-RUN-HHMMSS TO WKS-RUN-HOR-INI.
           MOVE 0 TO WKS-RUN-LEI.
           MOVE 0 TO WKS-RUN-ESC.
           MOVE 0 TO WKS-RUN-REC.
           MOVE "N" TO WKS-RUN-RES.

           DISPLAY "CONFIRMACION DEL BANCO (REEMBOLSOS DE NOTAS)".
           OPEN INPUT REE-CNF.
           IF WKS-STAT-CNF = "35"
               DISPLAY "NO EXISTE EL ARCHIVO DE CONFIRMACION (REE-CNF)."
               STOP RUN.

           OPEN I-O REE-NCR.
           IF WKS-STAT-REE = "35"
               DISPLAY "NO EXISTE EL CONTROL DE REEMBOLSOS (REE-NCR)."
               DISPLAY "EJECUTE PAG-NCR ANTES DE PROCESAR "
                   "CONFIRMACIONES."
               CLOSE REE-CNF
               STOP RUN.

           OPEN I-O NOT-CRE.
           IF WKS-STAT-NCR = "35"
               DISPLAY "NO EXISTE EL ARCHIVO DE NOTAS (NOT-CRE)."
               CLOSE REE-CNF REE-NCR
               STOP RUN.

      *    SIN CALENDARIO CONTABLE TODOS LOS MESES ESTAN ABIERTOS.
           MOVE 1 TO WKS-HAY-PER.
           OPEN INPUT PER-CON.
           IF WKS-STAT-PER = "35"
               MOVE 0 TO WKS-HAY-PER.

           MOVE 0 TO WKS-PAGADOS.
           MOVE 0 TO WKS-RECHAZADOS.
           MOVE 0 TO WKS-YA-APLICADOS.
           MOVE 0 TO WKS-SIN-PAGO.
           MOVE 0 TO WKS-FEC-HOY.
           MOVE 0 TO WKS-IMP-PAGADO.
           MOVE 0 TO WKS-FIN.
           PERFORM 2010-LEE-CONFIRMACION.

       2000-PROCESO.
           PERFORM 2020-APLICA-CONFIRMACION.
           PERFORM 2010-LEE-CONFIRMACION.

       2010-LEE-CONFIRMACION.
           READ REE-CNF
               AT END MOVE 1 TO WKS-FIN
               NOT AT END ADD 1 TO WKS-RUN-LEI.

       2020-APLICA-CONFIRMACION.
           MOVE CNF-FOLIO TO FOLIO-REE.
           READ REE-NCR
               INVALID KEY
                   DISPLAY "CONFIRMACION SIN PAGO EMITIDO: NOTA "
                       CNF-FOLIO
                   ADD 1 TO WKS-SIN-PAGO
                   ADD 1 TO WKS-RUN-REC
               NOT INVALID KEY
                   PERFORM 2030-MARCA-PAGO.

       2030-MARCA-PAGO.
      *    UN PAGO QUE YA ESTA "P" YA CERRO SU NOTA: REPROCESAR EL
      *    MISMO ARCHIVO NO DEBE CAMBIAR LA FECHA NI LA REFERENCIA.
           IF EST-REE = "P"
               ADD 1 TO WKS-YA-APLICADOS
           ELSE
               IF CNF-RES = "P"
                   MOVE "P" TO EST-REE
                   PERFORM 2035-FECHA-DEL-PAGO
                   MOVE CNF-REF TO REF-PAG-REE
                   MOVE SPACES TO MOT-REC-REE
                   REWRITE REG-REE
                   IF WKS-PER-EST = "R"
                       MOVE "REE" TO WKS-PMV-TIP
                       MOVE FOLIO-REE TO WKS-PMV-FOL
                       MOVE ID-CLIENTE-REE TO WKS-PMV-CLI
                       MOVE IMP-REE TO WKS-PMV-IMP
                       PERFORM 8710-ESCRIBE-PER-MOV
                   END-IF
                   ADD 1 TO WKS-PAGADOS
                   ADD IMP-REE TO WKS-IMP-PAGADO
                   ADD 1 TO WKS-RUN-ESC
                   PERFORM 2040-APLICA-NOTA
               ELSE
                   MOVE "R" TO EST-REE
                   MOVE CNF-MOT TO MOT-REC-REE
                   REWRITE REG-REE
                   ADD 1 TO WKS-RECHAZADOS
                   DISPLAY "PAGO RECHAZADO: NOTA " CNF-FOLIO
                       " CAUSA " CNF-MOT
               END-IF
           END-IF.

       2035-FECHA-DEL-PAGO.
      *    EL PAGO LLEVA LA FECHA DE LA CONFIRMACION, SALVO QUE SU MES
      *    YA ESTE CERRADO EN CIE-PER: ENTONCES SE REGISTRA CON FECHA
      *    DE HOY Y LA REFERENCIA DEL BANCO IDENTIFICA EL PAGO.
           MOVE CNF-FEC TO WKS-PER-FEC.
           PERFORM 8700-VALIDA-PERIODO.
           IF WKS-PER-EST = "C"
               MOVE WKS-RUN-FEC-INI TO FEC-PAG-REE
               ADD 1 TO WKS-FEC-HOY
               DISPLAY "PAGO DEL " CNF-FEC " NOTA " CNF-FOLIO
                   " EN PERIODO CERRADO, SE REGISTRA HOY"
               MOVE WKS-RUN-FEC-INI TO WKS-PER-FEC
               PERFORM 8700-VALIDA-PERIODO
           ELSE
               MOVE CNF-FEC TO FEC-PAG-REE.

       2040-APLICA-NOTA.
      *    LA NOTA PAGADA SALE DE LA LISTA DE PENDIENTES DE REP-CXC.
           MOVE FOLIO-REE TO FOLIO-NCR.
           READ NOT-CRE
               INVALID KEY
                   DISPLAY "NO EXISTE LA NOTA " FOLIO-REE
               NOT INVALID KEY
                   MOVE "A" TO EST-NCR
                   REWRITE REG-NCR
           END-READ.

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
           MOVE "CNF-NCR " TO PRO-PMV.
           MOVE WKS-PMV-TIP TO TIP-PMV.
           MOVE WKS-PMV-FOL TO FOLIO-PMV.
           MOVE WKS-PMV-CLI TO ID-CLIENTE-PMV.
           MOVE WKS-PER-FEC TO FEC-PMV.
           MOVE WKS-PMV-IMP TO IMP-PMV.
           MOVE SPACES TO OPER-PMV.
           ACCEPT FEC-CAP-PMV FROM DATE YYYYMMDD.
           ACCEPT WKS-PMV-HORA FROM TIME.
           MOVE WKS-PMV-HHMMSS TO HOR-CAP-PMV.
           WRITE REG-PMV.
           CLOSE PER-MOV.

       3000-FIN.
           PERFORM 8500-ESCRIBE-RUN-LOG.
           CLOSE REE-CNF.
           CLOSE REE-NCR.
           CLOSE NOT-CRE.
           IF WKS-HAY-PER = 1
               CLOSE PER-CON.
           DISPLAY "NOTAS PAGADAS: " WKS-PAGADOS.
           DISPLAY "IMPORTE PAGADO: " WKS-IMP-PAGADO.
           DISPLAY "PAGOS RECHAZADOS (SE REPITEN EN EL SIGUIENTE "
               "PAGO): " WKS-RECHAZADOS.
           DISPLAY "YA APLICADAS ANTES: " WKS-YA-APLICADOS.
           DISPLAY "REGISTRADAS HOY POR PERIODO CERRADO: " WKS-FEC-HOY.
           DISPLAY "SIN PAGO EMITIDO: " WKS-SIN-PAGO.
