       IDENTIFICATION DIVISION.
       PROGRAM-ID. GEN-REP.
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
           SELECT TAR-TAB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LLAVE-TAR-TAB
           FILE STATUS IS WKS-STAT-TAR.
           SELECT TAR-REP ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LLAVE-TRP
           FILE STATUS IS WKS-STAT-TRP.
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

       FD TAR-TAB.
           COPY TARTAB.

       FD TAR-REP.
           COPY TARREP.

       WORKING-STORAGE SECTION.
       77 WKS-FIN            PIC 9.
       77 WKS-DESC           PIC X.
       77 WKS-STAT-TAR       PIC XX.
       77 WKS-STAT-TRP       PIC XX.
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
       77 WKS-FIN-TAR        PIC 9.
       77 WKS-FIN-TRP        PIC 9.
       77 WKS-HAY-TARIFA     PIC 9.
       77 WKS-HAY-CUOTA      PIC 9.
       77 WKS-EXISTE         PIC 9.
       77 WKS-HOY            PIC 9(08).
       77 WKS-VIG-OK         PIC 9.
       77 WKS-MAX-DIA        PIC 99.
       77 WKS-CLA-CAP        PIC 9.
       77 WKS-TARIFA-NOM     PIC X(20).
       77 WKS-CUOTA-HOY      PIC 9(05)V99.
       77 WKS-VIG-HOY        PIC 9(08).
       77 WKS-CUOTA-CAP      PIC 9(05)V99.
       01 WKS-CUOTA-ED       PIC $$$,$$9.99.
       01 WKS-FEC-CAP        PIC 9(08).
       01 WKS-FEC-CAP-D REDEFINES WKS-FEC-CAP.
           03 WKS-CAP-ANO    PIC 9(04).
           03 WKS-CAP-MES    PIC 9(02).
           03 WKS-CAP-DIA    PIC 9(02).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-FIN = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           PERFORM 1005-FIRMA-OPERADOR.

      *    LAS TARIFAS SOLO SE CONSULTAN PARA VALIDAR LA CLAVE DE
      *    TARJETA. LA TABLA DE CUOTAS SE CREA SI NO EXISTE.
           OPEN INPUT TAR-TAB.
           IF WKS-STAT-TAR = "35"
               DISPLAY "NO EXISTE EL ARCHIVO DE TARIFAS (TAR-TAB)."
               STOP RUN.

           OPEN I-O TAR-REP.
           IF WKS-STAT-TRP = "35"
               OPEN OUTPUT TAR-REP
               CLOSE TAR-REP
               OPEN I-O TAR-REP.

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
      *    CAMBIAR LAS CUOTAS DE REPOSICION ES FUNCION DE
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
               DISPLAY "SOLO UN SUPERVISOR PUEDE CAMBIAR CUOTAS."
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
           MOVE "GEN-REP " TO FIR-PROGRAMA.
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
           DISPLAY "CLAVE DE TARJETA:" LINE 10 POSITION 05.
           ACCEPT WKS-CLA-CAP LINE 10 POSITION 36.

      *    LA CLAVE DEBE TENER TARIFA EN TAR-TAB; SE MUESTRA LA
      *    CUOTA VIGENTE HOY ANTES DE CAPTURAR LA NUEVA.
           ACCEPT WKS-HOY FROM DATE YYYYMMDD.
           PERFORM 8000-BUSCA-TARIFA.
           IF WKS-HAY-TARIFA = 0
               DISPLAY "CLAVE SIN TARIFA EN TAR-TAB" LINE 11 POSITION 05
           ELSE
               PERFORM 2010-CAPTURA-CUOTA.

           DISPLAY "DESEA CAPTURAR OTRA CUOTA?:(S/N)"
               LINE 17 POSITION 05.
           ACCEPT WKS-DESC LINE 17 POSITION 43.
           IF WKS-DESC = "N"
               MOVE 1 TO WKS-FIN.

       2010-CAPTURA-CUOTA.
           DISPLAY WKS-TARIFA-NOM LINE 10 POSITION 40.
           PERFORM 8100-BUSCA-CUOTA-HOY.
           IF WKS-HAY-CUOTA = 0
               DISPLAY "SIN CUOTA VIGENTE (NO SE COBRA)"
                   LINE 11 POSITION 05
           ELSE
               MOVE WKS-CUOTA-HOY TO WKS-CUOTA-ED
               DISPLAY "CUOTA VIGENTE HOY:" LINE 11 POSITION 05
               DISPLAY WKS-CUOTA-ED LINE 11 POSITION 28
               DISPLAY "DESDE:" LINE 11 POSITION 42
               DISPLAY WKS-VIG-HOY LINE 11 POSITION 49.

           MOVE 0 TO WKS-VIG-OK.
           PERFORM 2050-CAPTURA-VIGENCIA UNTIL WKS-VIG-OK = 1.
           DISPLAY "CUOTA CON IVA:(0=NO SE COBRA)" LINE 13 POSITION 05.
           ACCEPT WKS-CUOTA-CAP LINE 13 POSITION 36.

      *    UNA VIGENCIA YA PASADA NO CAMBIA LO YA COBRADO, SOLO
      *    DEJA CONSTANCIA DE LA CUOTA; SE CONFIRMA.
           MOVE "S" TO WKS-DESC.
           IF WKS-FEC-CAP < WKS-HOY
               DISPLAY "VIGENCIA ANTERIOR A HOY, CONFIRMA?:(S/N)"
                   LINE 14 POSITION 05
               ACCEPT WKS-DESC LINE 14 POSITION 47.

           IF WKS-DESC = "S"
               PERFORM 2100-GRABA-CUOTA
           ELSE
               DISPLAY "CUOTA NO GRABADA" LINE 15 POSITION 05.

       2050-CAPTURA-VIGENCIA.
      *    LA VIGENCIA ES PARTE DE LA LLAVE DE TAR-REP: SE VALIDA
      *    COMO TODA FECHA CAPTURADA, IGUAL QUE EN GEN-TAR.
           DISPLAY "FECHA DE VIGENCIA:(AAAAMMDD)" LINE 12 POSITION 05.
           ACCEPT WKS-FEC-CAP LINE 12 POSITION 36.

           MOVE 1 TO WKS-VIG-OK.
           IF WKS-CAP-MES < 1 OR WKS-CAP-MES > 12
               MOVE 0 TO WKS-VIG-OK.

           IF WKS-VIG-OK = 1
               PERFORM 2055-MAX-DIA-DEL-MES
               IF WKS-CAP-DIA < 1 OR WKS-CAP-DIA > WKS-MAX-DIA
                   MOVE 0 TO WKS-VIG-OK.

           IF WKS-VIG-OK = 0
               DISPLAY "FECHA INVALIDA, REINTENTE" LINE 12 POSITION 48.

       2055-MAX-DIA-DEL-MES.
           EVALUATE WKS-CAP-MES
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WKS-MAX-DIA
               WHEN 2
                   IF FUNCTION MOD (WKS-CAP-ANO, 4) = 0 AND
                      (FUNCTION MOD (WKS-CAP-ANO, 100) NOT = 0 OR
                       FUNCTION MOD (WKS-CAP-ANO, 400) = 0)
                       MOVE 29 TO WKS-MAX-DIA
                   ELSE
                       MOVE 28 TO WKS-MAX-DIA
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WKS-MAX-DIA
           END-EVALUATE.

       2100-GRABA-CUOTA.
           MOVE 1 TO WKS-EXISTE.
           MOVE WKS-CLA-CAP TO CLA-TAR-TRP.
           MOVE WKS-FEC-CAP TO FEC-EFE-TRP.
           READ TAR-REP
               INVALID KEY MOVE 0 TO WKS-EXISTE.

           MOVE WKS-CLA-CAP TO CLA-TAR-TRP.
           MOVE WKS-FEC-CAP TO FEC-EFE-TRP.
           MOVE WKS-CUOTA-CAP TO IMP-TRP.
           MOVE WKS-OPERADOR TO OPER-TRP.
           MOVE WKS-HOY TO FEC-CAP-TRP.
           IF WKS-EXISTE = 1
               REWRITE REG-TRP
               DISPLAY "CUOTA MODIFICADA" LINE 15 POSITION 05
           ELSE
               WRITE REG-TRP
               DISPLAY "CUOTA AGREGADA" LINE 15 POSITION 05.

       8000-BUSCA-TARIFA.
      *    BASTA CON QUE LA CLAVE TENGA ALGUN RENGLON EN TAR-TAB; SE
      *    MUESTRA EL NOMBRE DEL MAS RECIENTE.
           MOVE 0 TO WKS-HAY-TARIFA.
           MOVE WKS-CLA-CAP TO CLA-TAR-TAB.
           MOVE 0 TO FEC-EFE-TAB.
           START TAR-TAB KEY IS GREATER THAN OR EQUAL TO LLAVE-TAR-TAB
               INVALID KEY MOVE 1 TO WKS-FIN-TAR
           END-START.
           IF WKS-STAT-TAR = "00"
               MOVE 0 TO WKS-FIN-TAR
               PERFORM 8005-LEE-TARIFA-SIG UNTIL WKS-FIN-TAR = 1
           END-IF.

       8005-LEE-TARIFA-SIG.
           READ TAR-TAB NEXT
               AT END MOVE 1 TO WKS-FIN-TAR
               NOT AT END
                   IF CLA-TAR-TAB NOT = WKS-CLA-CAP
                       MOVE 1 TO WKS-FIN-TAR
                   ELSE
                       MOVE 1 TO WKS-HAY-TARIFA
                       MOVE NOM-TAR-TAB TO WKS-TARIFA-NOM
                   END-IF
           END-READ.

       8100-BUSCA-CUOTA-HOY.
      *    LA CUOTA VIGENTE HOY ES LA DE FECHA DE VIGENCIA MAS ALTA
      *    QUE NO REBASA LA FECHA DE HOY PARA ESA CLAVE.
           MOVE 0 TO WKS-HAY-CUOTA.
           MOVE WKS-CLA-CAP TO CLA-TAR-TRP.
           MOVE 0 TO FEC-EFE-TRP.
           START TAR-REP KEY IS GREATER THAN OR EQUAL TO LLAVE-TRP
               INVALID KEY MOVE 1 TO WKS-FIN-TRP
           END-START.
           IF WKS-STAT-TRP = "00"
               MOVE 0 TO WKS-FIN-TRP
               PERFORM 8105-LEE-CUOTA-SIG UNTIL WKS-FIN-TRP = 1
           END-IF.

       8105-LEE-CUOTA-SIG.
           READ TAR-REP NEXT
               AT END MOVE 1 TO WKS-FIN-TRP
               NOT AT END
                   IF CLA-TAR-TRP NOT = WKS-CLA-CAP
                       OR FEC-EFE-TRP > WKS-HOY
                       MOVE 1 TO WKS-FIN-TRP
                   ELSE
                       MOVE 1 TO WKS-HAY-CUOTA
                       MOVE IMP-TRP TO WKS-CUOTA-HOY
                       MOVE FEC-EFE-TRP TO WKS-VIG-HOY
                   END-IF
           END-READ.

       3000-FIN.
           CLOSE TAR-TAB.
           CLOSE TAR-REP.
