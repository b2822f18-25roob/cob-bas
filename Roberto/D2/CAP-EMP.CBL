       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP-EMP.
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
           SELECT CLI-INDD ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-CLIENTE
           ALTERNATE RECORD KEY IS NOM-TAR WITH DUPLICATES
           ALTERNATE RECORD KEY IS FEC-ING WITH DUPLICATES
           ALTERNATE RECORD KEY IS NOM-CLI WITH DUPLICATES
           FILE STATUS IS WKS-STAT-CLI.
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

       FD EMP-TAB.
           COPY EMPTAB.

       FD EMP-CLI.
           COPY EMPCLI.

       FD CLI-INDD.
           COPY REGCLI.

       WORKING-STORAGE SECTION.
       77 WKS-FIN            PIC 9.
       77 WKS-DESC           PIC X.
       77 WKS-OPCION         PIC 9.
       77 WKS-STAT-EMP       PIC XX.
       77 WKS-STAT-ECL       PIC XX.
       77 WKS-STAT-CLI       PIC XX.
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
       77 WKS-HAY-ECL        PIC 9.
       77 WKS-HAY-CLI        PIC 9.
       77 WKS-FIN-ECL        PIC 9.
       77 WKS-LISTA          PIC 9.
       77 WKS-SOCIOS         PIC 9(03).
       01 WKS-NOM-CAP        PIC X(40).
       01 WKS-HOY            PIC 9(08).
       01 WKS-NOM-COMPLETO   PIC X(62).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-FIN = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           PERFORM 1005-FIRMA-OPERADOR.

      *    ABRIR EL CATALOGO EXISTENTE.
      *    SI NO EXISTE TODAVIA, CREARLO.
           OPEN I-O EMP-TAB.
           IF WKS-STAT-EMP = "35"
               OPEN OUTPUT EMP-TAB
               CLOSE EMP-TAB
               OPEN I-O EMP-TAB.

      *    SIN CLIENTES LIGADOS (VER MAN-CLI) NINGUNA EMPRESA TIENE
      *    SOCIOS QUE IMPIDAN SU BAJA.
           MOVE 1 TO WKS-HAY-ECL.
           OPEN INPUT EMP-CLI.
           IF WKS-STAT-ECL = "35"
               MOVE 0 TO WKS-HAY-ECL.
           MOVE 1 TO WKS-HAY-CLI.
           OPEN INPUT CLI-INDD.
           IF WKS-STAT-CLI = "35"
               MOVE 0 TO WKS-HAY-CLI.

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
      *    LAS EMPRESAS DECIDEN LA FACTURACION CONSOLIDADA (GEN-FACT)
      *    Y LOS PAGOS DE EMPRESA (GEN-PAG): MANTENERLAS ES FUNCION DE
      *    SUPERVISOR (NIV-OPE 2); TRES INTENTOS FALLIDOS TERMINAN EL
      *    PROGRAMA.
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
               DISPLAY "SOLO UN SUPERVISOR PUEDE MANTENER EMPRESAS."
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
           MOVE "CAP-EMP " TO FIR-PROGRAMA.
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
           DISPLAY "CATALOGO DE EMPRESAS (CUENTAS CORPORATIVAS)".
           DISPLAY "AGREGAR O CORREGIR EMPRESA  (1)".
           DISPLAY "DAR DE BAJA EMPRESA         (2)".
           DISPLAY "CONSULTAR EMPRESA           (3)".
           DISPLAY "SALIR                       (4)".
           DISPLAY "ELEGIR OPCION:".
           ACCEPT WKS-OPCION.

           IF WKS-OPCION = 1
               PERFORM 2100-AGREGA-EMPRESA
           ELSE IF WKS-OPCION = 2
               PERFORM 2200-BAJA-EMPRESA
               ELSE IF WKS-OPCION = 3
                   PERFORM 2300-CONSULTA-EMPRESA
                   ELSE IF WKS-OPCION = 4
                       MOVE 1 TO WKS-FIN.

       2100-AGREGA-EMPRESA.
           MOVE 0 TO CLA-EMP.
           PERFORM 2110-CAPTURA-CLAVE UNTIL CLA-EMP > 0.
           READ EMP-TAB
               INVALID KEY
                   PERFORM 2120-CAPTURA-DATOS
                   MOVE "A" TO EST-EMP
                   ACCEPT WKS-HOY FROM DATE YYYYMMDD
                   MOVE WKS-HOY TO FEC-ALT-EMP
                   WRITE REG-EMP
                   DISPLAY "EMPRESA AGREGADA."
               NOT INVALID KEY
                   DISPLAY "YA EXISTIA: " NOM-EMP
                   IF EST-EMP = "B"
                       DISPLAY "(DADA DE BAJA)"
                   END-IF
                   DISPLAY "CONFIRMA CORREGIR SUS DATOS?:(S/N)"
                   ACCEPT WKS-DESC
                   IF WKS-DESC = "S"
                       PERFORM 2120-CAPTURA-DATOS
                       MOVE "A" TO EST-EMP
                       REWRITE REG-EMP
                       DISPLAY "EMPRESA CORREGIDA."
                   END-IF
           END-READ.

       2110-CAPTURA-CLAVE.
           DISPLAY "CLAVE DE EMPRESA:(4 DIGITOS)".
           ACCEPT CLA-EMP.
           IF CLA-EMP = 0
               DISPLAY "CLAVE INVALIDA, REINTENTE".

       2120-CAPTURA-DATOS.
           MOVE SPACES TO WKS-NOM-CAP.
           PERFORM 2125-CAPTURA-NOMBRE UNTIL WKS-NOM-CAP NOT = SPACES.
           MOVE WKS-NOM-CAP TO NOM-EMP.
           DISPLAY "RFC:".
           ACCEPT RFC-EMP.
           DISPLAY "PERSONA DE CONTACTO:".
           ACCEPT CON-EMP.
           DISPLAY "TELEFONO:".
           ACCEPT TEL-EMP.
           DISPLAY "DOMICILIO (CALLE Y NUMERO):".
           ACCEPT DIR1-EMP.
           DISPLAY "DOMICILIO (COLONIA):".
           ACCEPT DIR2-EMP.
           DISPLAY "CIUDAD:".
           ACCEPT CIU-EMP.
           DISPLAY "CODIGO POSTAL:".
           ACCEPT CP-EMP.

       2125-CAPTURA-NOMBRE.
           DISPLAY "RAZON SOCIAL:".
           ACCEPT WKS-NOM-CAP.

       2200-BAJA-EMPRESA.
      *    UNA EMPRESA CON CLIENTES LIGADOS NO SE DA DE BAJA: PRIMERO
      *    SE DESLIGAN EN MAN-CLI PARA QUE VUELVAN A FACTURARSE SOLOS.
           DISPLAY "CLAVE DE EMPRESA A DAR DE BAJA:".
           ACCEPT CLA-EMP.
           READ EMP-TAB
               INVALID KEY
                   DISPLAY "NO EXISTE ESA EMPRESA."
               NOT INVALID KEY
                   MOVE 0 TO WKS-LISTA
                   PERFORM 8100-CUENTA-SOCIOS
                   IF WKS-SOCIOS > 0
                       DISPLAY "TIENE " WKS-SOCIOS
                           " CLIENTES LIGADOS, DESLIGUELOS EN MAN-CLI."
                   ELSE
                       DISPLAY NOM-EMP
                       DISPLAY "CONFIRMA LA BAJA?:(S/N)"
                       ACCEPT WKS-DESC
                       IF WKS-DESC = "S"
                           MOVE "B" TO EST-EMP
                           REWRITE REG-EMP
                           DISPLAY "EMPRESA DADA DE BAJA."
                       END-IF
                   END-IF
           END-READ.

       2300-CONSULTA-EMPRESA.
           DISPLAY "CLAVE DE EMPRESA A CONSULTAR:".
           ACCEPT CLA-EMP.
           READ EMP-TAB
               INVALID KEY
                   DISPLAY "NO EXISTE ESA EMPRESA."
               NOT INVALID KEY
                   DISPLAY "RAZON SOCIAL: " NOM-EMP
                   DISPLAY "RFC:          " RFC-EMP
                   DISPLAY "CONTACTO:     " CON-EMP "  TEL. " TEL-EMP
                   DISPLAY "DOMICILIO:    " DIR1-EMP " " DIR2-EMP
                   DISPLAY "              " CIU-EMP " C.P. " CP-EMP
                   DISPLAY "ESTADO:       " EST-EMP
                       "  DESDE: " FEC-ALT-EMP
                   DISPLAY "CLIENTES QUE PAGA:"
                   MOVE 1 TO WKS-LISTA
                   PERFORM 8100-CUENTA-SOCIOS
                   DISPLAY "TOTAL: " WKS-SOCIOS
           END-READ.

       8100-CUENTA-SOCIOS.
      *    CUENTA LOS CLIENTES LIGADOS A CLA-EMP (Y LOS LISTA CON
      *    WKS-LISTA EN 1). UN REGISTRO CON OTRA FECHA DE INGRESO ES
      *    DE UN CLIENTE ANTERIOR CON EL MISMO ID Y NO CUENTA.
           MOVE 0 TO WKS-SOCIOS.
           IF WKS-HAY-ECL = 1
               MOVE CLA-EMP TO CLA-EMP-ECL
               MOVE 0 TO WKS-FIN-ECL
               START EMP-CLI KEY IS GREATER THAN OR EQUAL TO
                   CLA-EMP-ECL
                   INVALID KEY MOVE 1 TO WKS-FIN-ECL
               END-START
               PERFORM 8110-LEE-SOCIO UNTIL WKS-FIN-ECL = 1
           END-IF.

       8110-LEE-SOCIO.
           READ EMP-CLI NEXT
               AT END MOVE 1 TO WKS-FIN-ECL
               NOT AT END
                   IF CLA-EMP-ECL NOT = CLA-EMP
                       MOVE 1 TO WKS-FIN-ECL
                   ELSE
                       IF EST-ECL = "A"
                           PERFORM 8120-CHECA-SOCIO
                       END-IF
                   END-IF
           END-READ.

       8120-CHECA-SOCIO.
           MOVE ID-CLIENTE-ECL TO ID-CLIENTE.
           MOVE SPACES TO NOMBRE APE-PAT APE-MAT.
           IF WKS-HAY-CLI = 1
               READ CLI-INDD
                   INVALID KEY MOVE 0 TO FEC-ING
               END-READ
           ELSE
               MOVE FEC-ING-ECL TO FEC-ING.
           IF FEC-ING = FEC-ING-ECL
               ADD 1 TO WKS-SOCIOS
               IF WKS-LISTA = 1
                   MOVE SPACES TO WKS-NOM-COMPLETO
                   STRING FUNCTION TRIM (NOMBRE)  DELIMITED BY SIZE
                          " "                     DELIMITED BY SIZE
                          FUNCTION TRIM (APE-PAT) DELIMITED BY SIZE
                          " "                     DELIMITED BY SIZE
                          FUNCTION TRIM (APE-MAT) DELIMITED BY SIZE
                       INTO WKS-NOM-COMPLETO
                   END-STRING
                   DISPLAY "  " ID-CLIENTE-ECL "  " WKS-NOM-COMPLETO
                       "  DESDE " FEC-ALT-ECL
               END-IF
           END-IF.

       3000-FIN.
           CLOSE EMP-TAB.
           IF WKS-HAY-ECL = 1
               CLOSE EMP-CLI.
           IF WKS-HAY-CLI = 1
               CLOSE CLI-INDD.
