       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIB-CNC.
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
           SELECT PAR-SIS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLA-PRM
           FILE STATUS IS WKS-STAT-PRM.
           SELECT SES-TOK ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WKS-STAT-TOK.
           SELECT CNC-PAR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LLAVE-CNC
           FILE STATUS IS WKS-STAT-CNC.
       DATA DIVISION.
       FILE SECTION.
       FD OPE-TAB.
           COPY OPETAB.

       FD OPE-SEG.
           COPY OPESEG.

       FD FIR-LOG.
           COPY FIRLOG.

       FD PAR-SIS.
           COPY SISPAR.

       FD SES-TOK.
           COPY SESTOK.

       FD CNC-PAR.
           COPY CNCPAR.

       WORKING-STORAGE SECTION.
       77 WKS-FIN            PIC 9.
       77 WKS-DESC           PIC X.
       77 WKS-STAT-CNC       PIC XX.
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
       77 WKS-STAT-PRM       PIC XX.
       77 WKS-PWD-OK         PIC 9.
       77 WKS-PWD-N1         PIC X(08).
       77 WKS-PWD-N2         PIC X(08).
       01 WKS-FIR-HOY        PIC 9(08).
       01 WKS-DIAS-PWD       PIC S9(05).
       01 WKS-FIR-HORA.
           03 WKS-FIR-HHMMSS PIC 9(06).
           03 FILLER         PIC 9(02).
       77 WKS-HOY            PIC 9(08).
       77 WKS-HAY-PAR        PIC 9.
       77 WKS-FEC-PAR        PIC 9(08).
       77 WKS-SEC-PAR        PIC 9(04).
       77 WKS-OBS            PIC X(40).
       01 WKS-IMP-ED         PIC $$$,$$$,$$9.99.
       01 WKS-DIF            PIC S9(09)V99.
       01 WKS-DIF-ED         PIC -$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-FIN = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           PERFORM 1005-FIRMA-OPERADOR.

      *    LAS PARTIDAS LAS GENERA CNC-BAN; SIN ELLAS NO HAY NADA
      *    QUE LIBERAR.
           OPEN I-O CNC-PAR.
           IF WKS-STAT-CNC = "35"
               DISPLAY "NO EXISTE EL ARCHIVO DE PARTIDAS (CNC-PAR)."
               DISPLAY "EJECUTE CNC-BAN PARA GENERARLO."
               STOP RUN.

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
      *    LIBERAR PARTIDAS DE CONCILIACION ES FUNCION DE
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
               DISPLAY "SOLO UN SUPERVISOR PUEDE LIBERAR PARTIDAS."
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
           MOVE "LIB-CNC " TO FIR-PROGRAMA.
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
           DISPLAY "FECHA DE LA PARTIDA:(AAAAMMDD,0=TERMINAR)"
               LINE 10 POSITION 05.
           ACCEPT WKS-FEC-PAR LINE 10 POSITION 48.
           IF WKS-FEC-PAR = 0
               MOVE 1 TO WKS-FIN
           ELSE
               PERFORM 2010-CAPTURA-PARTIDA.

       2010-CAPTURA-PARTIDA.
           DISPLAY "CONSECUTIVO:" LINE 11 POSITION 05.
           ACCEPT WKS-SEC-PAR LINE 11 POSITION 48.
           MOVE WKS-FEC-PAR TO FEC-PRO-CNC.
           MOVE WKS-SEC-PAR TO SEC-CNC.
           MOVE 1 TO WKS-HAY-PAR.
           READ CNC-PAR
               INVALID KEY MOVE 0 TO WKS-HAY-PAR.

           IF WKS-HAY-PAR = 0
               DISPLAY "PARTIDA NO EXISTE" LINE 12 POSITION 05
           ELSE
               PERFORM 2020-MUESTRA-PARTIDA
               IF EST-CNC NOT = "P"
                   DISPLAY "LA PARTIDA NO ESTA PENDIENTE"
                       LINE 16 POSITION 05
               ELSE
                   PERFORM 2030-LIBERA-PARTIDA
               END-IF
           END-IF.

       2020-MUESTRA-PARTIDA.
           EVALUATE ORI-CNC
               WHEN "C"
                   DISPLAY "CORTE DE CAJA    " LINE 12 POSITION 05
               WHEN "D"
                   DISPLAY "DOMICILIACION    " LINE 12 POSITION 05
               WHEN OTHER
                   DISPLAY "ABONO DEL BANCO  " LINE 12 POSITION 05
           END-EVALUATE.
           EVALUATE TIP-CNC
               WHEN "C"
                   DISPLAY "CONCILIADO           " LINE 12 POSITION 24
               WHEN "F"
                   DISPLAY "FALTA EN EL BANCO    " LINE 12 POSITION 24
               WHEN "N"
                   DISPLAY "NO IDENTIFICADO      " LINE 12 POSITION 24
               WHEN OTHER
                   DISPLAY "DIFERENCIA DE IMPORTE" LINE 12 POSITION 24
           END-EVALUATE.
           DISPLAY "SUC:" LINE 12 POSITION 48.
           DISPLAY SUC-CNC LINE 12 POSITION 53.
           DISPLAY "FECHA:" LINE 12 POSITION 57.
           DISPLAY FEC-DOC-CNC LINE 12 POSITION 64.

           MOVE IMP-SIS-CNC TO WKS-IMP-ED.
           DISPLAY "IMPORTE SISTEMA:" LINE 13 POSITION 05.
           DISPLAY WKS-IMP-ED LINE 13 POSITION 24.
           MOVE IMP-BAN-CNC TO WKS-IMP-ED.
           DISPLAY "IMPORTE BANCO:" LINE 13 POSITION 42.
           DISPLAY WKS-IMP-ED LINE 13 POSITION 58.
           COMPUTE WKS-DIF = IMP-BAN-CNC - IMP-SIS-CNC.
           MOVE WKS-DIF TO WKS-DIF-ED.
           DISPLAY "DIFERENCIA:" LINE 14 POSITION 05.
           DISPLAY WKS-DIF-ED LINE 14 POSITION 23.
           DISPLAY "REF:" LINE 14 POSITION 42.
           DISPLAY REF-BAN-CNC LINE 14 POSITION 47.
           IF EST-CNC NOT = "P"
               DISPLAY "RESUELTA:" LINE 15 POSITION 05
               DISPLAY FEC-RES-CNC LINE 15 POSITION 15
               DISPLAY OPER-RES-CNC LINE 15 POSITION 25
               DISPLAY OBS-CNC LINE 15 POSITION 35.

       2030-LIBERA-PARTIDA.
      *    UNA PARTIDA SOLO SE LIBERA CON LA EXPLICACION DE QUIEN LA
      *    ACLARO; DEJA DE ARRASTRARSE EN LAS CONCILIACIONES.
           DISPLAY "EXPLICACION:" LINE 16 POSITION 05.
           ACCEPT WKS-OBS LINE 16 POSITION 18.
           IF WKS-OBS = SPACES
               DISPLAY "SE REQUIERE LA EXPLICACION, NO SE LIBERO"
                   LINE 17 POSITION 05
           ELSE
               DISPLAY "LIBERAR LA PARTIDA?:(S/N)" LINE 17 POSITION 05
               ACCEPT WKS-DESC LINE 17 POSITION 43
               IF WKS-DESC = "S"
                   ACCEPT WKS-HOY FROM DATE YYYYMMDD
                   MOVE "L" TO EST-CNC
                   MOVE WKS-HOY TO FEC-RES-CNC
                   MOVE WKS-OPERADOR TO OPER-RES-CNC
                   MOVE WKS-OBS TO OBS-CNC
                   REWRITE REG-CNC
                   DISPLAY "PARTIDA LIBERADA" LINE 18 POSITION 05
               ELSE
                   DISPLAY "PARTIDA NO LIBERADA" LINE 18 POSITION 05
               END-IF
           END-IF.

       3000-FIN.
           CLOSE CNC-PAR.
