       IDENTIFICATION DIVISION.
       PROGRAM-ID. GEN-CTA.
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
           SELECT CTA-CON ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LLAVE-CTA
           FILE STATUS IS WKS-STAT-CTA.
           SELECT CTA-LOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
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

       FD CTA-CON.
           COPY CTACON.

       FD CTA-LOG.
           COPY CTALOG.

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
       77 WKS-STAT-CTA       PIC XX.
       77 WKS-FIN-CTA        PIC 9.
       77 WKS-VAL-OK         PIC 9.
       77 WKS-EXISTE         PIC 9.
       77 WKS-ALTAS          PIC 9(02).
       77 WKS-IX             PIC 99.
       01 WKS-HOY            PIC 9(08).
       01 WKS-TIP-CAP        PIC X(04).
       01 WKS-TAR-CAP        PIC 9.
       01 WKS-CTA-CAP        PIC 9(04).
       01 WKS-SEG-CAP        PIC X.
       01 WKS-DES-CAP        PIC X(30).
       01 WKS-CTA-ANT        PIC 9(04).
       01 WKS-SEG-ANT        PIC X.
       01 WKS-CTL-HORA.
           03 WKS-CTL-HHMMSS PIC 9(06).
           03 FILLER         PIC 9(02).

      *    TIPOS DE MOVIMIENTO QUE POL-DIA ASIENTA (VER CTACON).
       01 WKS-TIPOS-V        PIC X(40)
               VALUE "CAJABANCCLIEESTIANUARMORCCHQRPLAIVATNCPP".
       01 WKS-TIPOS REDEFINES WKS-TIPOS-V.
           03 WKS-TIPO       PIC X(04) OCCURS 10.

      *    LISTA DEL CATALOGO EN PANTALLA.
       01 WKS-LIS0.
           03 FILLER         PIC X(06) VALUE "TIPO".
           03 FILLER         PIC X(05) VALUE "TAR".
           03 FILLER         PIC X(08) VALUE "CUENTA".
           03 FILLER         PIC X(05) VALUE "SEG".
           03 FILLER         PIC X(31) VALUE "DESCRIPCION".
           03 FILLER         PIC X(08) VALUE "CAMBIO".
       01 WKS-LIS1.
           03 WKS-LTIP       PIC X(04).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-LTAR       PIC 9.
           03 FILLER         PIC X(04) VALUE SPACES.
           03 WKS-LCTA       PIC 9(04).
           03 FILLER         PIC X(04) VALUE SPACES.
           03 WKS-LSEG       PIC X.
           03 FILLER         PIC X(04) VALUE SPACES.
           03 WKS-LDES       PIC X(30).
           03 FILLER         PIC X(01) VALUE SPACES.
           03 WKS-LOPE       PIC X(08).
           03 FILLER         PIC X(01) VALUE SPACES.
           03 WKS-LFEC       PIC 9(08).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-FIN = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           PERFORM 1005-FIRMA-OPERADOR.

      *    ABRIR EL CATALOGO DE CUENTAS EXISTENTE. SI NO EXISTE
      *    TODAVIA, CREARLO; EN LOS DOS CASOS SE DAN DE ALTA LAS
      *    CUENTAS GENERALES QUE AUN NO ESTEN, CON LA CUENTA DE
      *    SIEMPRE, PARA QUE NINGUN MOVIMIENTO QUEDE SIN CUENTA.
           ACCEPT WKS-HOY FROM DATE YYYYMMDD.
           OPEN I-O CTA-CON.
           IF WKS-STAT-CTA = "35"
               OPEN OUTPUT CTA-CON
               CLOSE CTA-CON
               OPEN I-O CTA-CON.
           MOVE 0 TO WKS-ALTAS.
           PERFORM 1100-CARGA-CATALOGO.
           IF WKS-ALTAS > 0
               DISPLAY "CUENTAS NUEVAS DADAS DE ALTA: " WKS-ALTAS.

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
      *    CAMBIAR EL CATALOGO DE CUENTAS ES FUNCION DE
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
               DISPLAY "SOLO UN SUPERVISOR PUEDE CAMBIAR CUENTAS."
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
           MOVE "GEN-CTA " TO FIR-PROGRAMA.
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
           DISPLAY "CATALOGO DE CUENTAS CONTABLES".
           DISPLAY "LISTAR CATALOGO            (1)".
           DISPLAY "ALTA O CAMBIO DE CUENTA    (2)".
           DISPLAY "BAJA DE CUENTA POR TARJETA (3)".
           DISPLAY "SALIR                      (4)".
           DISPLAY "ELEGIR OPCION:".
           ACCEPT WKS-OPCION.

           IF WKS-OPCION = 1
               PERFORM 2100-LISTA-CUENTAS
           ELSE IF WKS-OPCION = 2
               PERFORM 2200-ALTA-O-CAMBIO
               ELSE IF WKS-OPCION = 3
                   PERFORM 2300-BAJA-CUENTA
                   ELSE IF WKS-OPCION = 4
                       MOVE 1 TO WKS-FIN.

       1100-CARGA-CATALOGO.
      *    CUENTAS GENERALES (TARJETA 0) DE CADA TIPO DE MOVIMIENTO,
      *    LAS QUE LA POLIZA USO SIEMPRE, SIN SEGMENTO DE SUCURSAL.
      *    EL SUPERVISOR LAS CAMBIA O AGREGA CUENTAS POR TARJETA; UN
      *    TIPO NUEVO SE AGREGA AQUI, EN WKS-TIPOS Y EN POL-DIA.
           MOVE 0 TO TAR-CTA.
           MOVE "N" TO SEG-CTA.
           MOVE "CAJA" TO TIP-CTA.
           MOVE 1101 TO CTA-CTA.
           MOVE "CAJA" TO DES-CTA.
           PERFORM 1110-ALTA-CUENTA.
           MOVE "BANC" TO TIP-CTA.
           MOVE 1102 TO CTA-CTA.
           MOVE "BANCOS" TO DES-CTA.
           PERFORM 1110-ALTA-CUENTA.
           MOVE "CLIE" TO TIP-CTA.
           MOVE 1201 TO CTA-CTA.
           MOVE "CUENTAS POR COBRAR CLIENTES" TO DES-CTA.
           PERFORM 1110-ALTA-CUENTA.
           MOVE "ESTI" TO TIP-CTA.
           MOVE 1209 TO CTA-CTA.
           MOVE "ESTIMACION CTAS INCOBRABLES" TO DES-CTA.
           PERFORM 1110-ALTA-CUENTA.
           MOVE "ANUA" TO TIP-CTA.
           MOVE 4101 TO CTA-CTA.
           MOVE "INGRESOS POR ANUALIDADES" TO DES-CTA.
           PERFORM 1110-ALTA-CUENTA.
           MOVE "RMOR" TO TIP-CTA.
           MOVE 4102 TO CTA-CTA.
           MOVE "INGRESOS POR RECARGOS MORATOR." TO DES-CTA.
           PERFORM 1110-ALTA-CUENTA.
           MOVE "CCHQ" TO TIP-CTA.
           MOVE 4103 TO CTA-CTA.
           MOVE "COMISION POR CHEQUE DEVUELTO" TO DES-CTA.
           PERFORM 1110-ALTA-CUENTA.
           MOVE "RPLA" TO TIP-CTA.
           MOVE 4104 TO CTA-CTA.
           MOVE "INGRESOS POR REPOSICION PLAST." TO DES-CTA.
           PERFORM 1110-ALTA-CUENTA.
           MOVE "IVAT" TO TIP-CTA.
           MOVE 2104 TO CTA-CTA.
           MOVE "IVA TRASLADADO POR PAGAR" TO DES-CTA.
           PERFORM 1110-ALTA-CUENTA.
           MOVE "NCPP" TO TIP-CTA.
           MOVE 2105 TO CTA-CTA.
           MOVE "NOTAS DE CREDITO POR PAGAR" TO DES-CTA.
           PERFORM 1110-ALTA-CUENTA.

       1110-ALTA-CUENTA.
           MOVE WKS-OPERADOR TO OPER-CTA.
           MOVE WKS-HOY TO FEC-CTA.
           WRITE REG-CTA
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WKS-ALTAS
                   MOVE 0 TO WKS-CTA-ANT
                   MOVE SPACES TO WKS-SEG-ANT
                   MOVE CTA-CTA TO WKS-CTA-CAP
                   MOVE SEG-CTA TO WKS-SEG-CAP
                   MOVE "A" TO TIP-CTL
                   PERFORM 8500-ESCRIBE-CTA-LOG
           END-WRITE.

       2100-LISTA-CUENTAS.
           DISPLAY SPACES.
           DISPLAY WKS-LIS0.
           MOVE LOW-VALUES TO LLAVE-CTA.
           MOVE 0 TO WKS-FIN-CTA.
           START CTA-CON KEY IS GREATER THAN LLAVE-CTA
               INVALID KEY MOVE 1 TO WKS-FIN-CTA
           END-START.
           PERFORM 2110-LISTA-SIGUIENTE UNTIL WKS-FIN-CTA = 1.
           DISPLAY "ENTER PARA CONTINUAR".
           ACCEPT WKS-DESC.

       2110-LISTA-SIGUIENTE.
           READ CTA-CON NEXT
               AT END MOVE 1 TO WKS-FIN-CTA
               NOT AT END
                   MOVE TIP-CTA TO WKS-LTIP
                   MOVE TAR-CTA TO WKS-LTAR
                   MOVE CTA-CTA TO WKS-LCTA
                   MOVE SEG-CTA TO WKS-LSEG
                   MOVE DES-CTA TO WKS-LDES
                   MOVE OPER-CTA TO WKS-LOPE
                   MOVE FEC-CTA TO WKS-LFEC
                   DISPLAY WKS-LIS1
           END-READ.

       2200-ALTA-O-CAMBIO.
      *    CON TARJETA 0 SE CAMBIA LA CUENTA GENERAL DEL TIPO; CON
      *    UNA CLAVE DE TARJETA SE DA DE ALTA (O SE CAMBIA) LA CUENTA
      *    QUE LA SUSTITUYE PARA LOS CLIENTES DE ESA TARJETA.
           PERFORM 2210-CAPTURA-LLAVE.
           MOVE WKS-TIP-CAP TO TIP-CTA.
           MOVE WKS-TAR-CAP TO TAR-CTA.
           MOVE 1 TO WKS-EXISTE.
           READ CTA-CON
               INVALID KEY MOVE 0 TO WKS-EXISTE.
           IF WKS-EXISTE = 1
               MOVE CTA-CTA TO WKS-CTA-ANT
               MOVE SEG-CTA TO WKS-SEG-ANT
               MOVE DES-CTA TO WKS-DES-CAP
               DISPLAY "CUENTA ACTUAL:" LINE 12 POSITION 05
               DISPLAY CTA-CTA LINE 12 POSITION 25
               DISPLAY SEG-CTA LINE 12 POSITION 31
               DISPLAY DES-CTA LINE 12 POSITION 34
           ELSE
               MOVE 0 TO WKS-CTA-ANT
               MOVE SPACES TO WKS-SEG-ANT
               MOVE SPACES TO WKS-DES-CAP
               DISPLAY "CUENTA NUEVA PARA ESA TARJETA"
                   LINE 12 POSITION 05.

           MOVE 0 TO WKS-VAL-OK.
           PERFORM 2220-CAPTURA-CUENTA UNTIL WKS-VAL-OK = 1.
           MOVE 0 TO WKS-VAL-OK.
           PERFORM 2230-CAPTURA-SEGMENTO UNTIL WKS-VAL-OK = 1.
           DISPLAY "DESCRIPCION:" LINE 15 POSITION 05.
           ACCEPT WKS-DES-CAP LINE 15 POSITION 25.

           IF WKS-EXISTE = 1 AND WKS-CTA-CAP = CTA-CTA
                             AND WKS-SEG-CAP = SEG-CTA
                             AND WKS-DES-CAP = DES-CTA
               DISPLAY "SIN CAMBIO" LINE 16 POSITION 05
           ELSE
               DISPLAY "CONFIRMA LA CUENTA?:(S/N)" LINE 16 POSITION 05
               ACCEPT WKS-DESC LINE 16 POSITION 33
               IF WKS-DESC = "S"
                   PERFORM 2240-GRABA-CUENTA
               ELSE
                   DISPLAY "CUENTA NO GRABADA" LINE 17 POSITION 05
               END-IF
           END-IF.
           DISPLAY "ENTER PARA CONTINUAR" LINE 18 POSITION 05.
           ACCEPT WKS-DESC LINE 18 POSITION 33.

       2210-CAPTURA-LLAVE.
           MOVE 0 TO WKS-VAL-OK.
           PERFORM 2211-CAPTURA-TIPO UNTIL WKS-VAL-OK = 1.
           DISPLAY "TARJETA (0 = TODAS):" LINE 11 POSITION 05.
           ACCEPT WKS-TAR-CAP LINE 11 POSITION 33.

       2211-CAPTURA-TIPO.
           DISPLAY "TIPO DE MOVIMIENTO:" LINE 10 POSITION 05.
           ACCEPT WKS-TIP-CAP LINE 10 POSITION 33.
           MOVE 0 TO WKS-VAL-OK.
           PERFORM 2212-BUSCA-TIPO VARYING WKS-IX FROM 1 BY 1
               UNTIL WKS-IX > 10.
           IF WKS-VAL-OK = 0
               DISPLAY "TIPO NO EXISTE, REINTENTE" LINE 10 POSITION 40.

       2212-BUSCA-TIPO.
           IF WKS-TIPO (WKS-IX) = WKS-TIP-CAP
               MOVE 1 TO WKS-VAL-OK.

       2220-CAPTURA-CUENTA.
           DISPLAY "CUENTA NUEVA:" LINE 13 POSITION 05.
           ACCEPT WKS-CTA-CAP LINE 13 POSITION 25.
           MOVE 1 TO WKS-VAL-OK.
           IF WKS-CTA-CAP = 0
               MOVE 0 TO WKS-VAL-OK
               DISPLAY "CUENTA INVALIDA, REINTENTE"
                   LINE 13 POSITION 40.

       2230-CAPTURA-SEGMENTO.
           DISPLAY "SEGMENTO SUCURSAL (S/N):" LINE 14 POSITION 05.
           ACCEPT WKS-SEG-CAP LINE 14 POSITION 33.
           MOVE 1 TO WKS-VAL-OK.
           IF WKS-SEG-CAP NOT = "S" AND WKS-SEG-CAP NOT = "N"
               MOVE 0 TO WKS-VAL-OK
               DISPLAY "S O N, REINTENTE" LINE 14 POSITION 40.

       2240-GRABA-CUENTA.
      *    LA CUENTA Y EL SEGMENTO ANTERIORES Y LOS NUEVOS QUEDAN EN
      *    CTA-LOG.
           MOVE WKS-CTA-CAP TO CTA-CTA.
           MOVE WKS-SEG-CAP TO SEG-CTA.
           MOVE WKS-DES-CAP TO DES-CTA.
           MOVE WKS-OPERADOR TO OPER-CTA.
           MOVE WKS-HOY TO FEC-CTA.
           IF WKS-EXISTE = 1
               REWRITE REG-CTA
               MOVE "M" TO TIP-CTL
           ELSE
               WRITE REG-CTA
               MOVE "A" TO TIP-CTL.
           PERFORM 8500-ESCRIBE-CTA-LOG.
           DISPLAY "CUENTA GRABADA" LINE 17 POSITION 05.

       2300-BAJA-CUENTA.
      *    SOLO SE DAN DE BAJA LAS CUENTAS POR TARJETA (LA TARJETA
      *    VUELVE A LA CUENTA GENERAL); LA GENERAL SOLO SE CAMBIA,
      *    PARA QUE NINGUN MOVIMIENTO SE QUEDE SIN CUENTA.
           PERFORM 2210-CAPTURA-LLAVE.
           MOVE WKS-TIP-CAP TO TIP-CTA.
           MOVE WKS-TAR-CAP TO TAR-CTA.
           IF WKS-TAR-CAP = 0
               DISPLAY "LA CUENTA GENERAL NO SE DA DE BAJA"
                   LINE 12 POSITION 05
           ELSE
               READ CTA-CON
                   INVALID KEY
                       DISPLAY "NO EXISTE CUENTA PARA ESA TARJETA"
                           LINE 12 POSITION 05
                   NOT INVALID KEY
                       PERFORM 2310-CONFIRMA-BAJA
               END-READ
           END-IF.
           DISPLAY "ENTER PARA CONTINUAR" LINE 18 POSITION 05.
           ACCEPT WKS-DESC LINE 18 POSITION 33.

       2310-CONFIRMA-BAJA.
           DISPLAY "CUENTA:" LINE 12 POSITION 05.
           DISPLAY CTA-CTA LINE 12 POSITION 25.
           DISPLAY DES-CTA LINE 12 POSITION 34.
           DISPLAY "CONFIRMA LA BAJA?:(S/N)" LINE 16 POSITION 05.
           ACCEPT WKS-DESC LINE 16 POSITION 33.
           IF WKS-DESC = "S"
               MOVE CTA-CTA TO WKS-CTA-ANT
               MOVE SEG-CTA TO WKS-SEG-ANT
               MOVE 0 TO WKS-CTA-CAP
               MOVE SPACES TO WKS-SEG-CAP
               DELETE CTA-CON
               MOVE "B" TO TIP-CTL
               PERFORM 8500-ESCRIBE-CTA-LOG
               DISPLAY "CUENTA DADA DE BAJA" LINE 17 POSITION 05
           ELSE
               DISPLAY "CUENTA NO BORRADA" LINE 17 POSITION 05.

       8500-ESCRIBE-CTA-LOG.
           OPEN EXTEND CTA-LOG.
           MOVE WKS-HOY TO FEC-CTL.
           ACCEPT WKS-CTL-HORA FROM TIME.
           MOVE WKS-CTL-HHMMSS TO HOR-CTL.
           MOVE WKS-OPERADOR TO OPER-CTL.
           MOVE TIP-CTA TO TIP-MOV-CTL.
           MOVE TAR-CTA TO TAR-CTL.
           MOVE WKS-CTA-ANT TO ANT-CTL.
           MOVE WKS-SEG-ANT TO ANT-SEG-CTL.
           MOVE WKS-CTA-CAP TO NVO-CTL.
           MOVE WKS-SEG-CAP TO NVO-SEG-CTL.
           WRITE REG-CTL.
           CLOSE CTA-LOG.

       3000-FIN.
           CLOSE CTA-CON.
