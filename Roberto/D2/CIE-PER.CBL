       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIE-PER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPE-TAB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLA-OPE
           FILE STATUS IS WKS-STAT-OPE.
           SELECT OPE-SEG ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLA-OPE-SEG
           FILE STATUS IS WKS-STAT-SEG.
           SELECT FIR-LOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SES-TOK ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WKS-STAT-TOK.
           SELECT PAR-SIS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLA-PRM
           FILE STATUS IS WKS-STAT-PRM.
           SELECT PER-CON ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PER-PER
           FILE STATUS IS WKS-STAT-PER.
           SELECT PER-LOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PER-MOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WKS-STAT-PMV.
           SELECT REP-PER ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD OPE-TAB.
           COPY OPETAB.

       FD OPE-SEG.
           COPY OPESEG.

       FD FIR-LOG.
           COPY FIRLOG.

       FD SES-TOK.
           COPY SESTOK.

       FD PAR-SIS.
           COPY SISPAR.

       FD PER-CON.
           COPY PERCON.

       FD PER-LOG.
           COPY PERLOG.

       FD PER-MOV.
           COPY PERMOV.

       FD REP-PER.
       01 LINEAP             PIC X(132).

       WORKING-STORAGE SECTION.
       77 WKS-FIN            PIC 9.
       77 WKS-DESC           PIC X.
       77 WKS-STAT-PRM       PIC XX.
       77 WKS-STAT-OPE       PIC XX.
       77 WKS-OPERADOR       PIC X(08).
       77 WKS-PASSWORD       PIC X(08).
       77 WKS-NIV-OPE        PIC 9.
       77 WKS-FIRMA-OK       PIC 9.
       77 WKS-INTENTOS       PIC 9.
       77 WKS-STAT-SEG       PIC XX.
       77 WKS-FIR-RES        PIC X.
       77 WKS-ARG-FIRMA      PIC X(20).
       77 WKS-STAT-TOK       PIC XX.
       77 WKS-TOK-OK         PIC 9.
       77 WKS-PWD-DIAS       PIC 9(03) VALUE 90.
       77 WKS-MAX-FALLAS     PIC 9(02) VALUE 5.
       77 WKS-PWD-OK         PIC 9.
       77 WKS-PWD-N1         PIC X(08).
       77 WKS-PWD-N2         PIC X(08).
       01 WKS-FIR-HOY        PIC 9(08).
       01 WKS-DIAS-PWD       PIC S9(05).
       01 WKS-FIR-HORA.
           03 WKS-FIR-HHMMSS PIC 9(06).
           03 FILLER         PIC 9(02).
       77 WKS-OPCION         PIC 9.
       77 WKS-STAT-PER       PIC XX.
       77 WKS-STAT-PMV       PIC XX.
       77 WKS-FIN-PER        PIC 9.
       77 WKS-FIN-PMV        PIC 9.
       77 WKS-PER-OK         PIC 9.
       77 WKS-EXISTE         PIC 9.
       77 WKS-NUM-REA        PIC 9(03).
       77 WKS-CNT-MOV        PIC 9(05).
       01 WKS-HOY            PIC 9(08).
       01 WKS-HOY-D REDEFINES WKS-HOY.
           03 WKS-HOY-AAAAMM PIC 9(06).
           03 WKS-HOY-DIA    PIC 9(02).
       01 WKS-PERIODO.
           03 WKS-PER-ANO    PIC 9(04).
           03 WKS-PER-MES    PIC 9(02).
       01 WKS-PERIODO-N REDEFINES WKS-PERIODO PIC 9(06).
       01 WKS-MOTIVO         PIC X(40).
       01 WKS-IMP-MOV        PIC 9(09)V99.
       01 WKS-PEL-HORA.
           03 WKS-PEL-HHMMSS PIC 9(06).
           03 FILLER         PIC 9(02).
       01 WKS-CONT-LIN       PIC 99.
       01 WKS-LIN-MAX        PIC 99 VALUE 60.
       01 WKS-NUM-PAG        PIC 99.

      *    LISTA DEL CALENDARIO EN PANTALLA.
       01 WKS-LIS0.
           03 FILLER         PIC X(09) VALUE "PERIODO".
           03 FILLER         PIC X(08) VALUE "ESTADO".
           03 FILLER         PIC X(19) VALUE "ULTIMO CIERRE".
           03 FILLER         PIC X(11) VALUE "REAPERTURAS".
       01 WKS-LIS1.
           03 WKS-LPER       PIC 9(06).
           03 FILLER         PIC X(03) VALUE SPACES.
           03 WKS-LEST       PIC X(08).
           03 WKS-LFEC       PIC 9(08).
           03 FILLER         PIC X(01) VALUE SPACES.
           03 WKS-LOPE       PIC X(08).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-LREA       PIC ZZ9.

      *    LISTADO DE MOVIMIENTOS GRABADOS EN UNA REAPERTURA.
       01 WKS-ENC1.
           03 FILLER         PIC X(28) VALUE SPACES.
           03 FILLER         PIC X(44)
                     VALUE "MOVIMIENTOS GRABADOS EN PERIODO REABIERTO".
           03 FILLER         PIC X(10) VALUE "  PAGINA: ".
           03 WKS-EPAG       PIC Z9.

       01 WKS-ENC2.
           03 FILLER         PIC X(09) VALUE "PERIODO: ".
           03 WKS-EPER       PIC 9(06).
           03 FILLER         PIC X(14) VALUE "  REAPERTURA: ".
           03 WKS-EREA       PIC ZZ9.
           03 FILLER         PIC X(10) VALUE "  MOTIVO: ".
           03 WKS-EMOT       PIC X(40).
           03 FILLER         PIC X(09) VALUE "  FECHA: ".
           03 WKS-EFEC       PIC 9(08).

       01 WKS-ENC3.
           03 FILLER         PIC X(10) VALUE "PROGRAMA".
           03 FILLER         PIC X(06) VALUE "TIPO".
           03 FILLER         PIC X(08) VALUE "FOLIO".
           03 FILLER         PIC X(09) VALUE "CLIENTE".
           03 FILLER         PIC X(10) VALUE "FECHA".
           03 FILLER         PIC X(16) VALUE "         IMPORTE".
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(10) VALUE "OPERADOR".
           03 FILLER         PIC X(10) VALUE "CAPTURA".
           03 FILLER         PIC X(06) VALUE "HORA".

       01 WKS-DET1.
           03 WKS-DPRO       PIC X(08).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DTIP       PIC X(03).
           03 FILLER         PIC X(03) VALUE SPACES.
           03 WKS-DFOL       PIC 9(06).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DCLI       PIC 9(03).
           03 FILLER         PIC X(06) VALUE SPACES.
           03 WKS-DFEC       PIC 9(08).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DIMP       PIC $$$,$$$,$$9.99.
           03 FILLER         PIC X(04) VALUE SPACES.
           03 WKS-DOPE       PIC X(08).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DCAP       PIC 9(08).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-DHOR       PIC 9(06).

       01 WKS-TOT1.
           03 FILLER         PIC X(13) VALUE "MOVIMIENTOS: ".
           03 WKS-TCNT       PIC ZZ,ZZ9.
           03 FILLER         PIC X(22) VALUE SPACES.
           03 WKS-TIMP       PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-FIN = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           PERFORM 1005-FIRMA-OPERADOR.

      *    ABRIR EL CALENDARIO CONTABLE EXISTENTE.
      *    SI NO EXISTE TODAVIA, CREARLO: TODOS LOS MESES ABIERTOS.
           ACCEPT WKS-HOY FROM DATE YYYYMMDD.
           OPEN I-O PER-CON.
           IF WKS-STAT-PER = "35"
               OPEN OUTPUT PER-CON
               CLOSE PER-CON
               OPEN I-O PER-CON.

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
      *    CERRAR Y REABRIR PERIODOS CONTABLES ES FUNCION DE
      *    SUPERVISOR (NIV-OPE 2); TRES INTENTOS FALLIDOS TERMINAN
      *    EL PROGRAMA.
           OPEN I-O OPE-TAB.
           IF WKS-STAT-OPE = "35"
               DISPLAY "NO EXISTE EL CATALOGO DE OPERADORES (OPE-TAB)."
               DISPLAY "EJECUTE GEN-OPE PARA CREARLO."
               STOP RUN.
           OPEN I-O OPE-SEG.
           IF WKS-STAT-SEG = "35"
               OPEN OUTPUT OPE-SEG
               CLOSE OPE-SEG
               OPEN I-O OPE-SEG.
           PERFORM 1002-LEE-PAR-FIRMA.
           MOVE 0 TO WKS-FIRMA-OK.
           MOVE 0 TO WKS-INTENTOS.
           PERFORM 1004-FIRMA-DEL-MENU.
           IF WKS-FIRMA-OK = 0
               PERFORM 1006-PIDE-FIRMA UNTIL WKS-FIRMA-OK = 1.
           CLOSE OPE-TAB OPE-SEG.

           IF WKS-NIV-OPE < 2
               DISPLAY "SOLO UN SUPERVISOR PUEDE CERRAR PERIODOS."
               STOP RUN.

       1004-FIRMA-DEL-MENU.
      *    EL MENU DEL SISTEMA (MENU-SIS) YA VALIDO LA CONTRASENA
      *    DEL OPERADOR: DEJA SU CLAVE EN LA LINEA DE COMANDOS
      *    ("FIRMA=CLAVE") Y UN BOLETO DE UN SOLO USO EN SES-TOK.
      *    LA CLAVE SOLA NO BASTA (APARECE IMPRESA EN RECIBOS Y
      *    REPORTES): SIN BOLETO VIGENTE DEL DIA Y DE ESE MISMO
      *    OPERADOR SE PIDE LA CONTRASENA NORMAL, Y EL BOLETO SE
      *    CONSUME AQUI MISMO PARA QUE NO SIRVA DOS VECES.
           MOVE SPACES TO WKS-ARG-FIRMA.
           ACCEPT WKS-ARG-FIRMA FROM COMMAND-LINE.
           IF WKS-ARG-FIRMA (1:6) NOT = "FIRMA="
               CONTINUE
           ELSE
               PERFORM 1003-CONSUME-BOLETO
               IF WKS-TOK-OK = 1
                   MOVE WKS-ARG-FIRMA (7:8) TO WKS-OPERADOR
                   MOVE WKS-OPERADOR TO CLA-OPE
                   READ OPE-TAB
                       INVALID KEY
                           DISPLAY "OPERADOR NO REGISTRADO"
                               LINE 09 POSITION 45
                       NOT INVALID KEY
                           IF EST-OPE = "A"
                               MOVE 1 TO WKS-FIRMA-OK
                               MOVE "N" TO WKS-FIR-RES
                               MOVE NIV-OPE TO WKS-NIV-OPE
                               PERFORM 8400-ESCRIBE-FIR-LOG
                           ELSE
                               DISPLAY "OPERADOR INHABILITADO"
                                   LINE 09 POSITION 45
                           END-IF
                   END-READ
               END-IF
           END-IF.

       1003-CONSUME-BOLETO.
      *    EL BOLETO VALE SI ES DEL MISMO OPERADOR DE "FIRMA=" Y DE
      *    HOY; VALGA O NO, SE CONSUME DEJANDO EL ARCHIVO VACIO.
           MOVE 0 TO WKS-TOK-OK.
           OPEN INPUT SES-TOK.
           IF WKS-STAT-TOK = "35"
               CONTINUE
           ELSE
               READ SES-TOK
                   AT END CONTINUE
                   NOT AT END
                       ACCEPT WKS-FIR-HOY FROM DATE YYYYMMDD
                       IF TOK-OPERADOR = WKS-ARG-FIRMA (7:8)
                           AND TOK-FECHA = WKS-FIR-HOY
                           MOVE 1 TO WKS-TOK-OK
                       END-IF
               END-READ
               CLOSE SES-TOK
               OPEN OUTPUT SES-TOK
               CLOSE SES-TOK.

       1006-PIDE-FIRMA.
           DISPLAY "CLAVE DE OPERADOR:" LINE 08 POSITION 05.
           ACCEPT WKS-OPERADOR LINE 08 POSITION 33.
           DISPLAY "CONTRASENA:" LINE 08 POSITION 45.
           ACCEPT WKS-PASSWORD LINE 08 POSITION 58.

           MOVE 0 TO WKS-FIRMA-OK.
           MOVE WKS-OPERADOR TO CLA-OPE.
           READ OPE-TAB
               INVALID KEY
                   DISPLAY "OPERADOR NO REGISTRADO" LINE 09 POSITION 45
                   MOVE "X" TO WKS-FIR-RES
               NOT INVALID KEY
                   PERFORM 1007-VALIDA-OPERADOR
           END-READ.
           PERFORM 8400-ESCRIBE-FIR-LOG.

           IF WKS-FIRMA-OK = 0
               ADD 1 TO WKS-INTENTOS
               IF WKS-INTENTOS >= 3
                   DISPLAY "ACCESO DENEGADO."
                   CLOSE OPE-TAB OPE-SEG
                   STOP RUN
               END-IF
           END-IF.

       1007-VALIDA-OPERADOR.
      *    LAS FALLAS SE ACUMULAN EN OPE-SEG AUNQUE EL PROGRAMA SE
      *    REINICIE: LAS SEGUIDAS QUE MARCA FIR-FALL EN PAR-SIS
      *    (CINCO SI NO ESTA) INHABILITAN AL OPERADOR EN
      *    OPE-TAB HASTA QUE UN SUPERVISOR LO REACTIVE EN GEN-OPE.
           MOVE WKS-OPERADOR TO CLA-OPE-SEG.
           READ OPE-SEG
               INVALID KEY
                   MOVE WKS-OPERADOR TO CLA-OPE-SEG
                   MOVE 0 TO FEC-PWD-SEG
                   MOVE 0 TO FALLAS-SEG
           END-READ.

           IF EST-OPE NOT = "A"
               DISPLAY "OPERADOR INHABILITADO" LINE 09 POSITION 45
               MOVE "I" TO WKS-FIR-RES
           ELSE
               IF PWD-OPE NOT = WKS-PASSWORD
                   DISPLAY "CONTRASENA INCORRECTA" LINE 09 POSITION 45
                   MOVE "F" TO WKS-FIR-RES
                   ADD 1 TO FALLAS-SEG
                   IF FALLAS-SEG >= WKS-MAX-FALLAS
                       MOVE "I" TO EST-OPE
                       REWRITE REG-OPE
                       DISPLAY "OPERADOR BLOQUEADO POR INTENTOS"
                           LINE 10 POSITION 45
                       MOVE "B" TO WKS-FIR-RES
                   END-IF
                   PERFORM 8450-GRABA-SEG
               ELSE
                   MOVE 0 TO FALLAS-SEG
                   PERFORM 1008-CHECA-VIGENCIA-PWD
                   PERFORM 8450-GRABA-SEG
                   MOVE 1 TO WKS-FIRMA-OK
                   MOVE "N" TO WKS-FIR-RES
                   MOVE NIV-OPE TO WKS-NIV-OPE
               END-IF
           END-IF.

       1008-CHECA-VIGENCIA-PWD.
      *    LA PRIMERA FIRMA ARRANCA EL PLAZO; A LOS 90 DIAS LA
      *    CONTRASENA VENCE Y SE CAMBIA AQUI MISMO ANTES DE ENTRAR.
           ACCEPT WKS-FIR-HOY FROM DATE YYYYMMDD.
           IF FEC-PWD-SEG = 0
               MOVE WKS-FIR-HOY TO FEC-PWD-SEG
           ELSE
               COMPUTE WKS-DIAS-PWD =
                   FUNCTION INTEGER-OF-DATE (WKS-FIR-HOY)
                   - FUNCTION INTEGER-OF-DATE (FEC-PWD-SEG)
               IF WKS-DIAS-PWD >= WKS-PWD-DIAS
                   DISPLAY "SU CONTRASENA VENCIO, DEBE CAMBIARLA"
                       LINE 10 POSITION 05
                   MOVE 0 TO WKS-PWD-OK
                   PERFORM 1009-CAMBIA-PWD UNTIL WKS-PWD-OK = 1
                   MOVE WKS-FIR-HOY TO FEC-PWD-SEG
               END-IF
           END-IF.

       1009-CAMBIA-PWD.
           DISPLAY "NUEVA CONTRASENA:" LINE 11 POSITION 05.
           ACCEPT WKS-PWD-N1 LINE 11 POSITION 33.
           DISPLAY "REPITA LA CONTRASENA:" LINE 12 POSITION 05.
           ACCEPT WKS-PWD-N2 LINE 12 POSITION 33.

           MOVE 1 TO WKS-PWD-OK.
           IF WKS-PWD-N1 = SPACES
               OR WKS-PWD-N1 NOT = WKS-PWD-N2
               OR WKS-PWD-N1 = PWD-OPE
               MOVE 0 TO WKS-PWD-OK
               DISPLAY "CONTRASENA INVALIDA, REINTENTE"
                   LINE 13 POSITION 05.
           IF WKS-PWD-OK = 1
               MOVE WKS-PWD-N1 TO PWD-OPE
               REWRITE REG-OPE.

       8400-ESCRIBE-FIR-LOG.
      *    TODA FIRMA, BUENA O MALA, QUEDA EN LA BITACORA FIR-LOG;
      *    CON-FIR LA CONSULTA.
           OPEN EXTEND FIR-LOG.
           MOVE "CIE-PER " TO FIR-PROGRAMA.
           MOVE WKS-OPERADOR TO FIR-OPERADOR.
           ACCEPT WKS-FIR-HOY FROM DATE YYYYMMDD.
           ACCEPT WKS-FIR-HORA FROM TIME.
           MOVE WKS-FIR-HOY TO FIR-FECHA.
           MOVE WKS-FIR-HHMMSS TO FIR-HORA.
           MOVE WKS-FIR-RES TO FIR-RESULTADO.
           WRITE REG-FIR.
           CLOSE FIR-LOG.

       8450-GRABA-SEG.
           WRITE REG-SEG
               INVALID KEY
                   REWRITE REG-SEG.

       2000-PROCESO.
           DISPLAY SPACES.
           DISPLAY "CALENDARIO CONTABLE".
           DISPLAY "LISTAR PERIODOS            (1)".
           DISPLAY "CERRAR PERIODO             (2)".
           DISPLAY "REABRIR PERIODO            (3)".
           DISPLAY "MOVIMIENTOS DE REAPERTURA  (4)".
           DISPLAY "SALIR                      (5)".
           DISPLAY "ELEGIR OPCION:".
           ACCEPT WKS-OPCION.

           IF WKS-OPCION = 1
               PERFORM 2100-LISTA-PERIODOS
           ELSE IF WKS-OPCION = 2
               PERFORM 2200-CIERRA-PERIODO
               ELSE IF WKS-OPCION = 3
                   PERFORM 2300-REABRE-PERIODO
                   ELSE IF WKS-OPCION = 4
                       PERFORM 2400-MOVIMIENTOS-REAPERTURA
                       ELSE IF WKS-OPCION = 5
                           MOVE 1 TO WKS-FIN.

       2100-LISTA-PERIODOS.
      *    SOLO APARECEN LOS MESES QUE SE HAN CERRADO ALGUNA VEZ; LOS
      *    DEMAS ESTAN ABIERTOS.
           DISPLAY SPACES.
           DISPLAY WKS-LIS0.
           MOVE 0 TO PER-PER.
           MOVE 0 TO WKS-FIN-PER.
           START PER-CON KEY IS GREATER THAN PER-PER
               INVALID KEY MOVE 1 TO WKS-FIN-PER
           END-START.
           PERFORM 2110-LISTA-SIGUIENTE UNTIL WKS-FIN-PER = 1.
           DISPLAY "ENTER PARA CONTINUAR".
           ACCEPT WKS-DESC.

       2110-LISTA-SIGUIENTE.
           READ PER-CON NEXT
               AT END MOVE 1 TO WKS-FIN-PER
               NOT AT END
                   MOVE PER-PER TO WKS-LPER
                   IF EST-PER = "C"
                       MOVE "CERRADO" TO WKS-LEST
                   ELSE
                       MOVE "REABIER" TO WKS-LEST
                   END-IF
                   MOVE FEC-CIE-PER TO WKS-LFEC
                   MOVE OPER-CIE-PER TO WKS-LOPE
                   MOVE NUM-REA-PER TO WKS-LREA
                   DISPLAY WKS-LIS1
           END-READ.

       2200-CIERRA-PERIODO.
      *    UN MES SE CIERRA CUANDO SUS POLIZAS DE POL-DIA YA SE
      *    ENTREGARON A CONTABILIDAD, Y SOLO SI YA TERMINO: LO QUE SE
      *    GRABA CON FECHA DE HOY SIEMPRE CAE EN UN MES ABIERTO.
      *    AL VOLVER A CERRAR UN MES REABIERTO SE IMPRIME TODO LO
      *    QUE SE GRABO MIENTRAS ESTUVO ABIERTO.
           MOVE 0 TO WKS-PER-OK.
           PERFORM 2500-CAPTURA-PERIODO UNTIL WKS-PER-OK = 1.
           PERFORM 2510-LEE-PERIODO.
           IF WKS-EXISTE = 1 AND EST-PER = "C"
               DISPLAY "EL PERIODO YA ESTA CERRADO" LINE 12 POSITION 05
           ELSE
               IF WKS-EXISTE = 1
                   DISPLAY "PERIODO REABIERTO; AL CERRAR SE IMPRIMEN"
                       LINE 12 POSITION 05
                   DISPLAY "LOS MOVIMIENTOS DE LA REAPERTURA"
                       LINE 13 POSITION 05
               END-IF
               DISPLAY "CONFIRMA CERRAR EL PERIODO?:(S/N)"
                   LINE 14 POSITION 05
               ACCEPT WKS-DESC LINE 14 POSITION 40
               IF WKS-DESC = "S"
                   PERFORM 2210-GRABA-CIERRE
               ELSE
                   DISPLAY "PERIODO NO CERRADO" LINE 15 POSITION 05
               END-IF
           END-IF.
           DISPLAY "ENTER PARA CONTINUAR" LINE 17 POSITION 05.
           ACCEPT WKS-DESC LINE 17 POSITION 33.

       2210-GRABA-CIERRE.
           IF WKS-EXISTE = 1
               MOVE NUM-REA-PER TO WKS-NUM-REA
               MOVE MOT-REA-PER TO WKS-MOTIVO
               PERFORM 2410-IMPRIME-MOVIMIENTOS
           ELSE
               MOVE WKS-PERIODO-N TO PER-PER
               MOVE 0 TO FEC-REA-PER
               MOVE SPACES TO OPER-REA-PER
               MOVE SPACES TO MOT-REA-PER
               MOVE 0 TO NUM-REA-PER.
           MOVE "C" TO EST-PER.
           MOVE WKS-HOY TO FEC-CIE-PER.
           MOVE WKS-OPERADOR TO OPER-CIE-PER.
           IF WKS-EXISTE = 1
               REWRITE REG-PER
           ELSE
               WRITE REG-PER.
           MOVE "C" TO ACC-PEL.
           MOVE SPACES TO WKS-MOTIVO.
           PERFORM 8500-ESCRIBE-PER-LOG.
           DISPLAY "PERIODO CERRADO" LINE 15 POSITION 05.

       2300-REABRE-PERIODO.
      *    LA REAPERTURA PIDE MOTIVO Y QUEDA EN PER-LOG; MIENTRAS EL
      *    MES ESTE REABIERTO, CADA MOVIMIENTO CON FECHA DE ESE MES
      *    SE ANOTA EN PER-MOV CON EL NUMERO DE ESTA REAPERTURA.
           MOVE 0 TO WKS-PER-OK.
           PERFORM 2500-CAPTURA-PERIODO UNTIL WKS-PER-OK = 1.
           PERFORM 2510-LEE-PERIODO.
           IF WKS-EXISTE = 0 OR EST-PER NOT = "C"
               DISPLAY "EL PERIODO NO ESTA CERRADO" LINE 12 POSITION 05
           ELSE
               MOVE SPACES TO WKS-MOTIVO
               PERFORM 2310-CAPTURA-MOTIVO UNTIL WKS-MOTIVO NOT = SPACES
               DISPLAY "CONFIRMA REABRIR EL PERIODO?:(S/N)"
                   LINE 14 POSITION 05
               ACCEPT WKS-DESC LINE 14 POSITION 40
               IF WKS-DESC = "S"
                   PERFORM 2320-GRABA-REAPERTURA
               ELSE
                   DISPLAY "PERIODO NO REABIERTO" LINE 15 POSITION 05
               END-IF
           END-IF.
           DISPLAY "ENTER PARA CONTINUAR" LINE 17 POSITION 05.
           ACCEPT WKS-DESC LINE 17 POSITION 33.

       2310-CAPTURA-MOTIVO.
           DISPLAY "MOTIVO DE LA REAPERTURA:" LINE 12 POSITION 05.
           ACCEPT WKS-MOTIVO LINE 13 POSITION 05.

       2320-GRABA-REAPERTURA.
           ADD 1 TO NUM-REA-PER.
           MOVE "R" TO EST-PER.
           MOVE WKS-HOY TO FEC-REA-PER.
           MOVE WKS-OPERADOR TO OPER-REA-PER.
           MOVE WKS-MOTIVO TO MOT-REA-PER.
           REWRITE REG-PER.
           MOVE "R" TO ACC-PEL.
           PERFORM 8500-ESCRIBE-PER-LOG.
           DISPLAY "PERIODO REABIERTO, REAPERTURA " LINE 15 POSITION 05.
           DISPLAY NUM-REA-PER LINE 15 POSITION 36.

       2400-MOVIMIENTOS-REAPERTURA.
      *    REIMPRIME LOS MOVIMIENTOS DE UNA REAPERTURA, ESTE O NO
      *    CERRADO OTRA VEZ EL MES (0 = LA ULTIMA REAPERTURA).
           MOVE 0 TO WKS-PER-OK.
           PERFORM 2500-CAPTURA-PERIODO UNTIL WKS-PER-OK = 1.
           PERFORM 2510-LEE-PERIODO.
           IF WKS-EXISTE = 0 OR NUM-REA-PER = 0
               DISPLAY "EL PERIODO NO SE HA REABIERTO"
                   LINE 12 POSITION 05
           ELSE
               DISPLAY "NUMERO DE REAPERTURA:(0=ULTIMA)"
                   LINE 12 POSITION 05
               ACCEPT WKS-NUM-REA LINE 12 POSITION 40
               IF WKS-NUM-REA = 0 OR WKS-NUM-REA > NUM-REA-PER
                   MOVE NUM-REA-PER TO WKS-NUM-REA
               END-IF
               MOVE SPACES TO WKS-MOTIVO
               IF WKS-NUM-REA = NUM-REA-PER
                   MOVE MOT-REA-PER TO WKS-MOTIVO
               END-IF
               PERFORM 2410-IMPRIME-MOVIMIENTOS
           END-IF.
           DISPLAY "ENTER PARA CONTINUAR" LINE 17 POSITION 05.
           ACCEPT WKS-DESC LINE 17 POSITION 33.

       2410-IMPRIME-MOVIMIENTOS.
           MOVE 0 TO WKS-CNT-MOV.
           MOVE 0 TO WKS-IMP-MOV.
           MOVE 0 TO WKS-NUM-PAG.
           OPEN OUTPUT REP-PER.
           PERFORM 2420-GENERA-ENCABEZADO.
           OPEN INPUT PER-MOV.
           IF WKS-STAT-PMV NOT = "35"
               MOVE 0 TO WKS-FIN-PMV
               PERFORM 2430-LEE-MOVIMIENTO UNTIL WKS-FIN-PMV = 1
               CLOSE PER-MOV
           END-IF.
           MOVE WKS-CNT-MOV TO WKS-TCNT.
           MOVE WKS-IMP-MOV TO WKS-TIMP.
           MOVE WKS-TOT1 TO LINEAP.
           WRITE LINEAP AFTER 2.
           CLOSE REP-PER.
           DISPLAY "MOVIMIENTOS IMPRESOS:" LINE 16 POSITION 05.
           DISPLAY WKS-CNT-MOV LINE 16 POSITION 28.

       2420-GENERA-ENCABEZADO.
           ADD 1 TO WKS-NUM-PAG.
           MOVE WKS-NUM-PAG TO WKS-EPAG.
           MOVE WKS-ENC1 TO LINEAP.
           WRITE LINEAP AFTER PAGE.
           MOVE WKS-PERIODO-N TO WKS-EPER.
           MOVE WKS-NUM-REA TO WKS-EREA.
           MOVE WKS-MOTIVO TO WKS-EMOT.
           MOVE WKS-HOY TO WKS-EFEC.
           MOVE WKS-ENC2 TO LINEAP.
           WRITE LINEAP AFTER 1.
           MOVE WKS-ENC3 TO LINEAP.
           WRITE LINEAP AFTER 2.
           MOVE 5 TO WKS-CONT-LIN.

       2430-LEE-MOVIMIENTO.
           READ PER-MOV
               AT END MOVE 1 TO WKS-FIN-PMV
               NOT AT END
                   IF PER-PMV = WKS-PERIODO-N
                       AND NUM-PMV = WKS-NUM-REA
                       PERFORM 2440-IMPRIME-DETALLE
                   END-IF
           END-READ.

       2440-IMPRIME-DETALLE.
           IF WKS-CONT-LIN > WKS-LIN-MAX
               PERFORM 2420-GENERA-ENCABEZADO.
           MOVE PRO-PMV TO WKS-DPRO.
           MOVE TIP-PMV TO WKS-DTIP.
           MOVE FOLIO-PMV TO WKS-DFOL.
           MOVE ID-CLIENTE-PMV TO WKS-DCLI.
           MOVE FEC-PMV TO WKS-DFEC.
           MOVE IMP-PMV TO WKS-DIMP.
           MOVE OPER-PMV TO WKS-DOPE.
           MOVE FEC-CAP-PMV TO WKS-DCAP.
           MOVE HOR-CAP-PMV TO WKS-DHOR.
           MOVE WKS-DET1 TO LINEAP.
           WRITE LINEAP AFTER 1.
           ADD 1 TO WKS-CONT-LIN.
           ADD 1 TO WKS-CNT-MOV.
           ADD IMP-PMV TO WKS-IMP-MOV.

       2500-CAPTURA-PERIODO.
           DISPLAY "PERIODO:(AAAAMM)" LINE 10 POSITION 05.
           ACCEPT WKS-PERIODO-N LINE 10 POSITION 33.
           MOVE 1 TO WKS-PER-OK.
           IF WKS-PER-MES < 1 OR WKS-PER-MES > 12
               MOVE 0 TO WKS-PER-OK.
           IF WKS-PER-OK = 1 AND WKS-PERIODO-N NOT < WKS-HOY-AAAAMM
               MOVE 0 TO WKS-PER-OK.
           IF WKS-PER-OK = 0
               DISPLAY "PERIODO INVALIDO O NO TERMINADO, REINTENTE"
                   LINE 11 POSITION 05.

       2510-LEE-PERIODO.
           MOVE 1 TO WKS-EXISTE.
           MOVE WKS-PERIODO-N TO PER-PER.
           READ PER-CON
               INVALID KEY MOVE 0 TO WKS-EXISTE.

       8500-ESCRIBE-PER-LOG.
           OPEN EXTEND PER-LOG.
           MOVE WKS-HOY TO FEC-PEL.
           ACCEPT WKS-PEL-HORA FROM TIME.
           MOVE WKS-PEL-HHMMSS TO HOR-PEL.
           MOVE WKS-OPERADOR TO OPER-PEL.
           MOVE PER-PER TO PER-PEL.
           MOVE NUM-REA-PER TO NUM-PEL.
           MOVE WKS-MOTIVO TO MOT-PEL.
           WRITE REG-PEL.
           CLOSE PER-LOG.

       3000-FIN.
           CLOSE PER-CON.
