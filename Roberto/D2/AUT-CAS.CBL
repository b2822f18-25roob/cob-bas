       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUT-CAS.
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
           SELECT CLI-INDR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ID-CLIENTE
           FILE STATUS IS WKS-STAT-CLI.
           SELECT FAC-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOLIO-FAC
           ALTERNATE RECORD KEY IS ID-CLIENTE-FAC WITH DUPLICATES
           FILE STATUS IS WKS-STAT-FAC.
           SELECT CAS-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOLIO-CAS
           ALTERNATE RECORD KEY IS FEC-AUT-CAS WITH DUPLICATES
           FILE STATUS IS WKS-STAT-CAS.
           SELECT LOCK-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS COD-LOCK-CLI
           FILE STATUS IS WKS-STAT-LCK.
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

       FD CLI-INDR.
           COPY REGCLI.

       FD FAC-CLI.
           COPY FACCLI.

       FD CAS-CLI.
           COPY CASCLI.

       FD LOCK-CLI.
           COPY LCKCLI.

       WORKING-STORAGE SECTION.
       77 WKS-FIN          PIC 9.
       77 WKS-DESC         PIC X.
       77 WKS-STAT-OPE     PIC XX.
       77 WKS-STAT-CLI     PIC XX.
       77 WKS-STAT-FAC     PIC XX.
       77 WKS-STAT-CAS     PIC XX.
       77 WKS-STAT-LCK     PIC XX.
       77 WKS-OPERADOR     PIC X(08).
       77 WKS-PASSWORD     PIC X(08).
       77 WKS-NIV-OPE      PIC 9.
       77 WKS-FIRMA-OK     PIC 9.
       77 WKS-INTENTOS     PIC 9.
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
       77 WKS-PENDIENTES   PIC 9(05).
       77 WKS-AUTORIZADOS  PIC 9(05).
       77 WKS-RECHAZADOS   PIC 9(05).
       01 WKS-SALDO        PIC 9(05)V99.
       01 WKS-AUT-TOTAL    PIC 9(07)V99.
       01 WKS-IMP-ED       PIC $$$,$$9.99.
       01 WKS-TOT-ED       PIC $$$$,$$9.99.
       01 WKS-HOY          PIC 9(08).
       01 WKS-NOM-COMPLETO PIC X(62).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-FIN = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           PERFORM 1005-FIRMA-OPERADOR.

      *    REVISAR EL LOCK ANTES DE LEER CLIENTES, IGUAL QUE CND-MOR.
           OPEN I-O LOCK-CLI.
           IF WKS-STAT-LCK = "35"
               OPEN OUTPUT LOCK-CLI
               MOVE 1 TO COD-LOCK-CLI
               MOVE 0 TO LOCK-ACTIVO
               MOVE SPACES TO LOCK-PROGRAMA
               WRITE REG-LOCK-CLI
               CLOSE LOCK-CLI
               OPEN I-O LOCK-CLI.
           MOVE 1 TO COD-LOCK-CLI.
           READ LOCK-CLI
               INVALID KEY MOVE 0 TO LOCK-ACTIVO.
           IF LOCK-ACTIVO = 1
               DISPLAY "ARCHIVO DE CLIENTES EN USO POR " LOCK-PROGRAMA
               DISPLAY "REINTENTE MAS TARDE."
               CLOSE LOCK-CLI
               STOP RUN.
           CLOSE LOCK-CLI.

           OPEN I-O CAS-CLI.
           IF WKS-STAT-CAS = "35"
               DISPLAY "NO HAY PROPUESTAS DE CASTIGO (CAS-CLI)."
               DISPLAY "EJECUTE PRO-CAS PARA GENERARLAS."
               STOP RUN.

           OPEN INPUT CLI-INDR.
           IF WKS-STAT-CLI = "35"
               DISPLAY "NO EXISTE EL ARCHIVO DE CLIENTES (CLI-INDR)."
               CLOSE CAS-CLI
               STOP RUN.

           OPEN I-O FAC-CLI.
           IF WKS-STAT-FAC = "35"
               DISPLAY "NO EXISTE EL ARCHIVO DE FACTURAS (FAC-CLI)."
               CLOSE CAS-CLI CLI-INDR
               STOP RUN.

           ACCEPT WKS-HOY FROM DATE YYYYMMDD.
           MOVE 0 TO WKS-PENDIENTES.
           MOVE 0 TO WKS-AUTORIZADOS.
           MOVE 0 TO WKS-RECHAZADOS.
           MOVE 0 TO WKS-AUT-TOTAL.
           MOVE 0 TO WKS-FIN.
           MOVE ZEROES TO FOLIO-CAS.
           START CAS-CLI KEY IS GREATER THAN OR EQUAL TO FOLIO-CAS
               INVALID KEY MOVE 1 TO WKS-FIN
           END-START.

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
      *    AUTORIZAR CASTIGOS DE CARTERA ES FUNCION DE
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
               DISPLAY "SOLO UN SUPERVISOR PUEDE AUTORIZAR CASTIGOS."
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
           MOVE "AUT-CAS " TO FIR-PROGRAMA.
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
           READ CAS-CLI NEXT
               AT END
                   MOVE 1 TO WKS-FIN
               NOT AT END
                   IF EST-CAS = "P"
                       PERFORM 2100-REVISA-PROPUESTA
                   END-IF
           END-READ.

       2100-REVISA-PROPUESTA.
           ADD 1 TO WKS-PENDIENTES.
           MOVE ID-CLIENTE-CAS TO ID-CLIENTE.
           READ CLI-INDR
               INVALID KEY
                   MOVE SPACES TO NOM-CLI
           END-READ.
           MOVE SPACES TO WKS-NOM-COMPLETO.
           STRING FUNCTION TRIM (NOMBRE)  DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  FUNCTION TRIM (APE-PAT) DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  FUNCTION TRIM (APE-MAT) DELIMITED BY SIZE
               INTO WKS-NOM-COMPLETO
           END-STRING.
           DISPLAY SPACES.
           DISPLAY "PROPUESTA DE CASTIGO PENDIENTE".
           DISPLAY "FOLIO:      " FOLIO-CAS.
           DISPLAY "CLIENTE:    " ID-CLIENTE-CAS " " WKS-NOM-COMPLETO.
           DISPLAY "VENCIO:     " FEC-VEN-CAS "   DIAS VENCIDO: "
               DIAS-CAS.
           DISPLAY "PROPUESTO:  " FEC-PRO-CAS.
           MOVE IMP-CAS TO WKS-IMP-ED.
           DISPLAY "SALDO:      " WKS-IMP-ED.
           DISPLAY "AUTORIZAR(A) RECHAZAR(R) DEJAR PENDIENTE(N):".
           ACCEPT WKS-DESC.

           IF WKS-DESC = "A"
               PERFORM 2200-AUTORIZA-CASTIGO
           ELSE IF WKS-DESC = "R"
               PERFORM 2300-RECHAZA-CASTIGO.

       2200-AUTORIZA-CASTIGO.
      *    EL FOLIO SE RELEE: SI YA SE PAGO, SE CANCELO O SE CONDONO
      *    DESDE LA PROPUESTA, NO HAY NADA QUE CASTIGAR. SI SIGUE
      *    PENDIENTE QUEDA "K" Y SALE DE LA CARTERA; EL IMPORTE
      *    CASTIGADO ES EL SALDO DE HOY, NO EL DE LA PROPUESTA.
           MOVE FOLIO-CAS TO FOLIO-FAC.
           READ FAC-CLI
               INVALID KEY
                   MOVE "C" TO EST-FAC
           END-READ.
           COMPUTE WKS-SALDO = IMP-FAC - IMP-PAG-FAC.
           IF EST-FAC NOT = "P" OR WKS-SALDO = 0
               DISPLAY "EL FOLIO YA NO ESTA PENDIENTE; LA PROPUESTA "
                   "SE RECHAZA."
               PERFORM 2300-RECHAZA-CASTIGO
           ELSE
               MOVE "K" TO EST-FAC
               REWRITE REG-FAC
                   INVALID KEY
                       DISPLAY "NO SE PUDO ACTUALIZAR EL FOLIO "
                           FOLIO-FAC
                   NOT INVALID KEY
                       MOVE WKS-SALDO    TO IMP-CAS
                       MOVE "A"          TO EST-CAS
                       MOVE WKS-HOY      TO FEC-AUT-CAS
                       MOVE WKS-OPERADOR TO OPER-AUT-CAS
                       REWRITE REG-CAS
                       ADD 1 TO WKS-AUTORIZADOS
                       ADD WKS-SALDO TO WKS-AUT-TOTAL
                       DISPLAY "FOLIO " FOLIO-FAC " CASTIGADO."
               END-REWRITE
           END-IF.

       2300-RECHAZA-CASTIGO.
      *    LA PROPUESTA RECHAZADA SE CONSERVA; PRO-CAS LA VUELVE A
      *    PROPONER SI EL FOLIO SIGUE VENCIDO EN LA SIGUIENTE CORRIDA.
           MOVE "R"          TO EST-CAS.
           MOVE WKS-HOY      TO FEC-AUT-CAS.
           MOVE WKS-OPERADOR TO OPER-AUT-CAS.
           REWRITE REG-CAS.
           ADD 1 TO WKS-RECHAZADOS.
           DISPLAY "PROPUESTA DEL FOLIO " FOLIO-CAS " RECHAZADA.".

       3000-FIN.
           IF WKS-PENDIENTES = 0
               DISPLAY "NO HABIA PROPUESTAS DE CASTIGO PENDIENTES."
           ELSE
               MOVE WKS-AUT-TOTAL TO WKS-TOT-ED
               DISPLAY "FOLIOS CASTIGADOS: " WKS-AUTORIZADOS
                   "   IMPORTE: " WKS-TOT-ED
               DISPLAY "PROPUESTAS RECHAZADAS: " WKS-RECHAZADOS.
           CLOSE CLI-INDR.
           CLOSE FAC-CLI.
           CLOSE CAS-CLI.
