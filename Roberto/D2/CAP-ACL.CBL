       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP-ACL.
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
           SELECT ACL-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LLAVE-ACL
           ALTERNATE RECORD KEY IS SUC-ACL WITH DUPLICATES
           FILE STATUS IS WKS-STAT-ACL.
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

       FD ACL-CLI.
           COPY ACLCLI.

       FD LOCK-CLI.
           COPY LCKCLI.

       WORKING-STORAGE SECTION.
       77 WKS-FIN          PIC 9.
       77 WKS-DESC         PIC X.
       77 WKS-OPCION       PIC 9.
       77 WKS-STAT-OPE     PIC XX.
       77 WKS-STAT-CLI     PIC XX.
       77 WKS-STAT-FAC     PIC XX.
       77 WKS-STAT-ACL     PIC XX.
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
       77 WKS-FIN-ACL      PIC 9.
       77 WKS-HAY-CASO     PIC 9.
       77 WKS-CASOS        PIC 9(03).
       77 WKS-FOLIO        PIC 9(06).
       77 WKS-SEC-MAX      PIC 9(02).
       01 WKS-IMP-FAV      PIC 9(05)V99.
       01 WKS-RESOLUCION   PIC X.
       01 WKS-LLAVE-CASO   PIC X(11).
       01 WKS-IMP-ED       PIC $$$,$$9.99.
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

           OPEN INPUT CLI-INDR.
           IF WKS-STAT-CLI = "35"
               DISPLAY "NO EXISTE EL ARCHIVO DE CLIENTES (CLI-INDR)."
               STOP RUN.

           OPEN INPUT FAC-CLI.
           IF WKS-STAT-FAC = "35"
               DISPLAY "NO EXISTE EL ARCHIVO DE FACTURAS (FAC-CLI)."
               CLOSE CLI-INDR
               STOP RUN.

           OPEN I-O ACL-CLI.
           IF WKS-STAT-ACL = "35"
               OPEN OUTPUT ACL-CLI
               CLOSE ACL-CLI
               OPEN I-O ACL-CLI.

           ACCEPT WKS-HOY FROM DATE YYYYMMDD.
           MOVE 0 TO WKS-FIN.

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
      *    ATENDER ACLARACIONES ES FUNCION DE
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
               DISPLAY "SOLO UN SUPERVISOR PUEDE ATENDER ACLARACIONES."
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
           MOVE "CAP-ACL " TO FIR-PROGRAMA.
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
           DISPLAY "ACLARACIONES DE FACTURACION".
           DISPLAY "ABRIR ACLARACION              (1)".
           DISPLAY "CERRAR ACLARACION             (2)".
           DISPLAY "CONSULTAR ACLARACIONES        (3)".
           DISPLAY "SALIR                         (4)".
           DISPLAY "ELEGIR OPCION:".
           ACCEPT WKS-OPCION.

           IF WKS-OPCION = 1
               PERFORM 2100-ABRE-ACLARACION
           ELSE IF WKS-OPCION = 2
               PERFORM 2300-CIERRA-ACLARACION
               ELSE IF WKS-OPCION = 3
                   PERFORM 2500-CONSULTA-ACLARACIONES
                   ELSE IF WKS-OPCION = 4
                       MOVE 1 TO WKS-FIN.

       2100-ABRE-ACLARACION.
           PERFORM 2150-CAPTURA-CLIENTE-FOLIO.
           IF WKS-HAY-CASO = 9
               NEXT SENTENCE
           ELSE IF EST-FAC = "C"
               DISPLAY "EL FOLIO ESTA CANCELADO; NO PROCEDE ACLARACION."
               ELSE IF WKS-HAY-CASO = 1
                   DISPLAY "EL FOLIO YA TIENE UNA ACLARACION ABIERTA."
                   ELSE
                       PERFORM 2110-CAPTURA-MOTIVO.

       2110-CAPTURA-MOTIVO.
           MOVE IMP-FAC TO WKS-IMP-ED.
           DISPLAY "IMPORTE DEL FOLIO: " WKS-IMP-ED
               "   ESTADO: " EST-FAC.
           MOVE SPACES TO MOT-ACL.
           PERFORM 2115-ACEPTA-MOTIVO UNTIL MOT-ACL NOT = SPACES.
           DISPLAY "CONFIRMA ABRIR LA ACLARACION?:(S/N)".
           ACCEPT WKS-DESC.
           IF WKS-DESC = "S"
               PERFORM 2120-GRABA-ACLARACION.

       2115-ACEPTA-MOTIVO.
           DISPLAY "MOTIVO DE LA ACLARACION:".
           ACCEPT MOT-ACL.

       2120-GRABA-ACLARACION.
      *    MIENTRAS EL CASO ESTE "A" EL FOLIO QUEDA FUERA DE LA
      *    COBRANZA (GEN-DUN), LA SUSPENSION (SUS-AUT), LOS RECARGOS
      *    (REC-MOR) Y LAS PROPUESTAS DE CASTIGO (PRO-CAS).
           MOVE ID-CLIENTE   TO ID-CLIENTE-ACL.
           MOVE WKS-FOLIO    TO FOLIO-ACL.
           ADD 1 WKS-SEC-MAX GIVING SEC-ACL.
           MOVE SUC-CLI      TO SUC-ACL.
           MOVE IMP-FAC      TO IMP-ACL.
           MOVE WKS-OPERADOR TO OPER-ABR-ACL.
           MOVE WKS-HOY      TO FEC-ABR-ACL.
           MOVE "A"          TO EST-ACL.
           MOVE ZEROES       TO FEC-CIE-ACL.
           MOVE SPACES       TO OPER-CIE-ACL.
           MOVE SPACES       TO RES-ACL.
           MOVE ZEROES       TO IMP-FAV-ACL.
           MOVE ZEROES       TO FOL-NCR-ACL.
           WRITE REG-ACL
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR LA ACLARACION."
               NOT INVALID KEY
                   DISPLAY "ACLARACION " FOLIO-ACL "-" SEC-ACL
                       " ABIERTA."
           END-WRITE.

       2150-CAPTURA-CLIENTE-FOLIO.
      *    DEJA WKS-HAY-CASO EN 9 SI EL CLIENTE O EL FOLIO NO SIRVEN,
      *    EN 1 SI EL FOLIO TIENE UN CASO ABIERTO (QUEDA LEIDO EN
      *    REG-ACL) Y EN 0 SI NO; WKS-SEC-MAX ES LA ULTIMA SECUENCIA.
           MOVE 9 TO WKS-HAY-CASO.
           DISPLAY "ID DEL CLIENTE:".
           ACCEPT ID-CLIENTE.
           READ CLI-INDR
               INVALID KEY
                   DISPLAY "NO EXISTE ESE ID."
               NOT INVALID KEY
                   PERFORM 2160-CAPTURA-FOLIO
           END-READ.

       2160-CAPTURA-FOLIO.
           PERFORM 8200-ARMA-NOMBRE.
           DISPLAY "CLIENTE: " WKS-NOM-COMPLETO.
           DISPLAY "FOLIO:".
           ACCEPT WKS-FOLIO.
           MOVE WKS-FOLIO TO FOLIO-FAC.
           READ FAC-CLI
               INVALID KEY
                   DISPLAY "NO EXISTE ESE FOLIO."
               NOT INVALID KEY
                   IF ID-CLIENTE-FAC NOT = ID-CLIENTE
                       DISPLAY "EL FOLIO NO ES DE ESE CLIENTE."
                   ELSE
                       PERFORM 2170-BUSCA-CASO-ABIERTO
                   END-IF
           END-READ.

       2170-BUSCA-CASO-ABIERTO.
           MOVE 0 TO WKS-HAY-CASO.
           MOVE 0 TO WKS-SEC-MAX.
           MOVE ID-CLIENTE TO ID-CLIENTE-ACL.
           MOVE WKS-FOLIO TO FOLIO-ACL.
           MOVE 0 TO SEC-ACL.
           MOVE 0 TO WKS-FIN-ACL.
           START ACL-CLI KEY IS GREATER THAN OR EQUAL TO LLAVE-ACL
               INVALID KEY MOVE 1 TO WKS-FIN-ACL
           END-START.
           PERFORM 2175-LEE-CASO UNTIL WKS-FIN-ACL = 1.
           IF WKS-HAY-CASO = 1
               MOVE WKS-LLAVE-CASO TO LLAVE-ACL
               READ ACL-CLI
                   INVALID KEY MOVE 0 TO WKS-HAY-CASO
               END-READ
           END-IF.

       2175-LEE-CASO.
           READ ACL-CLI NEXT
               AT END MOVE 1 TO WKS-FIN-ACL
               NOT AT END
                   IF ID-CLIENTE-ACL NOT = ID-CLIENTE
                       OR FOLIO-ACL NOT = WKS-FOLIO
                       MOVE 1 TO WKS-FIN-ACL
                   ELSE
                       MOVE SEC-ACL TO WKS-SEC-MAX
                       IF EST-ACL = "A"
                           MOVE 1 TO WKS-HAY-CASO
                           MOVE LLAVE-ACL TO WKS-LLAVE-CASO
                       END-IF
                   END-IF
           END-READ.

       2300-CIERRA-ACLARACION.
           PERFORM 2150-CAPTURA-CLIENTE-FOLIO.
           IF WKS-HAY-CASO = 0
               DISPLAY "EL FOLIO NO TIENE ACLARACION ABIERTA."
           ELSE IF WKS-HAY-CASO = 1
               PERFORM 2310-CAPTURA-RESOLUCION.

       2310-CAPTURA-RESOLUCION.
           PERFORM 2600-MUESTRA-CASO.
           MOVE SPACE TO WKS-RESOLUCION.
           PERFORM 2315-ACEPTA-RESOLUCION
               UNTIL WKS-RESOLUCION = "I" OR WKS-RESOLUCION = "F".
           MOVE SPACES TO RES-ACL.
           PERFORM 2320-ACEPTA-DICTAMEN UNTIL RES-ACL NOT = SPACES.
           MOVE 0 TO WKS-IMP-FAV.
           IF WKS-RESOLUCION = "F"
               PERFORM 2325-ACEPTA-IMPORTE
                   UNTIL WKS-IMP-FAV > 0 AND WKS-IMP-FAV <= IMP-ACL.
           DISPLAY "CONFIRMA CERRAR LA ACLARACION?:(S/N)".
           ACCEPT WKS-DESC.
           IF WKS-DESC = "S"
               PERFORM 2330-GRABA-CIERRE.

       2315-ACEPTA-RESOLUCION.
           DISPLAY "IMPROCEDENTE(I) A FAVOR DEL CLIENTE(F):".
           ACCEPT WKS-RESOLUCION.

       2320-ACEPTA-DICTAMEN.
           DISPLAY "DICTAMEN:".
           ACCEPT RES-ACL.

       2325-ACEPTA-IMPORTE.
           MOVE IMP-ACL TO WKS-IMP-ED.
           DISPLAY "IMPORTE A FAVOR DEL CLIENTE (HASTA " WKS-IMP-ED
               "):".
           ACCEPT WKS-IMP-FAV.

       2330-GRABA-CIERRE.
      *    EL CASO A FAVOR QUEDA "F" HASTA QUE GEN-NCR EMITA LA NOTA;
      *    EL FOLIO VUELVE A LA COBRANZA NORMAL DESDE EL CIERRE.
           MOVE WKS-RESOLUCION TO EST-ACL.
           MOVE WKS-HOY        TO FEC-CIE-ACL.
           MOVE WKS-OPERADOR   TO OPER-CIE-ACL.
           MOVE WKS-IMP-FAV    TO IMP-FAV-ACL.
           REWRITE REG-ACL
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR LA ACLARACION."
               NOT INVALID KEY
                   DISPLAY "ACLARACION " FOLIO-ACL "-" SEC-ACL
                       " CERRADA."
                   IF EST-ACL = "F"
                       DISPLAY "EMITA LA NOTA DE CREDITO EN GEN-NCR, "
                           "OPCION 3."
                   END-IF
           END-REWRITE.

       2500-CONSULTA-ACLARACIONES.
           DISPLAY "ID DEL CLIENTE:".
           ACCEPT ID-CLIENTE.
           READ CLI-INDR
               INVALID KEY
                   DISPLAY "NO EXISTE ESE ID."
               NOT INVALID KEY
                   PERFORM 2510-LISTA-CASOS
           END-READ.

       2510-LISTA-CASOS.
           PERFORM 8200-ARMA-NOMBRE.
           DISPLAY "CLIENTE: " WKS-NOM-COMPLETO.
           MOVE 0 TO WKS-CASOS.
           MOVE ID-CLIENTE TO ID-CLIENTE-ACL.
           MOVE 0 TO FOLIO-ACL.
           MOVE 0 TO SEC-ACL.
           MOVE 0 TO WKS-FIN-ACL.
           START ACL-CLI KEY IS GREATER THAN OR EQUAL TO LLAVE-ACL
               INVALID KEY MOVE 1 TO WKS-FIN-ACL
           END-START.
           PERFORM 2520-LEE-CASO-CLIENTE UNTIL WKS-FIN-ACL = 1.
           IF WKS-CASOS = 0
               DISPLAY "EL CLIENTE NO TIENE ACLARACIONES.".

       2520-LEE-CASO-CLIENTE.
           READ ACL-CLI NEXT
               AT END MOVE 1 TO WKS-FIN-ACL
               NOT AT END
                   IF ID-CLIENTE-ACL NOT = ID-CLIENTE
                       MOVE 1 TO WKS-FIN-ACL
                   ELSE
                       ADD 1 TO WKS-CASOS
                       PERFORM 2600-MUESTRA-CASO
                   END-IF
           END-READ.

       2600-MUESTRA-CASO.
           DISPLAY SPACES.
           DISPLAY "ACLARACION: " FOLIO-ACL "-" SEC-ACL
               "   ESTADO: " EST-ACL.
           MOVE IMP-ACL TO WKS-IMP-ED.
           DISPLAY "IMPORTE:    " WKS-IMP-ED.
           DISPLAY "MOTIVO:     " MOT-ACL.
           DISPLAY "ABIERTA:    " FEC-ABR-ACL " POR " OPER-ABR-ACL.
           IF EST-ACL NOT = "A"
               DISPLAY "CERRADA:    " FEC-CIE-ACL " POR " OPER-CIE-ACL
               DISPLAY "DICTAMEN:   " RES-ACL.
           IF IMP-FAV-ACL > 0
               MOVE IMP-FAV-ACL TO WKS-IMP-ED
               DISPLAY "A FAVOR:    " WKS-IMP-ED.
           IF EST-ACL = "N"
               DISPLAY "NOTA:       " FOL-NCR-ACL.

       8200-ARMA-NOMBRE.
           MOVE SPACES TO WKS-NOM-COMPLETO.
           STRING FUNCTION TRIM (NOMBRE)  DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  FUNCTION TRIM (APE-PAT) DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  FUNCTION TRIM (APE-MAT) DELIMITED BY SIZE
               INTO WKS-NOM-COMPLETO
           END-STRING.

       3000-FIN.
           CLOSE CLI-INDR.
           CLOSE FAC-CLI.
           CLOSE ACL-CLI.
