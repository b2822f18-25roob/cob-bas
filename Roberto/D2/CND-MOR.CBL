       IDENTIFICATION DIVISION.
       PROGRAM-ID. CND-MOR.
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
           SELECT FAC-ADI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FOLIO-ADI
           FILE STATUS IS WKS-STAT-ADI.
           SELECT CND-MOR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FOLIO-CND
           ALTERNATE RECORD KEY IS FEC-CND WITH DUPLICATES
           FILE STATUS IS WKS-STAT-CND.
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

       FD FAC-ADI.
           COPY FACADI.

       FD CND-MOR.
           COPY CNDMOR.

       FD LOCK-CLI.
           COPY LCKCLI.

       WORKING-STORAGE SECTION.
       77 WKS-FIN          PIC 9.
       77 WKS-DESC         PIC X.
       77 WKS-STAT-OPE     PIC XX.
       77 WKS-STAT-CLI     PIC XX.
       77 WKS-STAT-FAC     PIC XX.
       77 WKS-STAT-ADI     PIC XX.
       77 WKS-STAT-CND     PIC XX.
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
       77 WKS-ES-RECARGO   PIC 9.
       77 WKS-FOL-ORI      PIC 9(06).
       77 WKS-MOT-CND      PIC X(30).
       01 WKS-SALDO        PIC 9(05)V99.
       01 WKS-IMP-ED       PIC $$$,$$9.99.
       01 WKS-HOY          PIC 9(08).
       01 WKS-AHORA.
           03 WKS-AHORA-HOR  PIC 9(02).
           03 WKS-AHORA-MIN  PIC 9(02).
           03 WKS-AHORA-SEG  PIC 9(02).
           03 FILLER         PIC 9(04).
       01 WKS-HORA-N       PIC 9(06).
       01 WKS-NOM-COMPLETO PIC X(62).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-FIN = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           PERFORM 1005-FIRMA-OPERADOR.

      *    REVISAR EL LOCK ANTES DE LEER CLIENTES, IGUAL QUE GEN-PAG.
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

           OPEN I-O FAC-CLI.
           IF WKS-STAT-FAC = "35"
               DISPLAY "NO EXISTE EL ARCHIVO DE FACTURAS (FAC-CLI)."
               CLOSE CLI-INDR
               STOP RUN.

      *    SIN FAC-ADI NO HAY RECARGOS QUE CONDONAR.
           OPEN INPUT FAC-ADI.
           IF WKS-STAT-ADI = "35"
               DISPLAY "NO HAY RECARGOS MORATORIOS REGISTRADOS."
               CLOSE CLI-INDR FAC-CLI
               STOP RUN.

           OPEN I-O CND-MOR.
           IF WKS-STAT-CND = "35"
               OPEN OUTPUT CND-MOR
               CLOSE CND-MOR
               OPEN I-O CND-MOR.

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
      *    CONDONAR RECARGOS MORATORIOS ES FUNCION DE
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
               DISPLAY "SOLO UN SUPERVISOR PUEDE CONDONAR RECARGOS."
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
           MOVE "CND-MOR " TO FIR-PROGRAMA.
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
           DISPLAY "CONDONACION DE RECARGOS MORATORIOS".
           PERFORM 2100-CAPTURA-FOLIO.
           DISPLAY "DESEA CONDONAR OTRO RECARGO?:(S/N)".
           ACCEPT WKS-DESC.
           IF WKS-DESC = "N"
               MOVE 1 TO WKS-FIN.

       2100-CAPTURA-FOLIO.
           DISPLAY "FOLIO DEL RECARGO A CONDONAR:".
           ACCEPT FOLIO-FAC.
           READ FAC-CLI
               INVALID KEY
                   DISPLAY "NO EXISTE ESE FOLIO."
               NOT INVALID KEY
                   PERFORM 2200-VALIDA-FOLIO
           END-READ.

       2200-VALIDA-FOLIO.
      *    SOLO SE CONDONAN FOLIOS DE RECARGO MORATORIO (FAC-ADI
      *    TIPO "M") QUE SIGAN PENDIENTES; SE PERDONA LO QUE FALTE
      *    POR PAGAR.
           MOVE 0 TO WKS-ES-RECARGO.
           MOVE FOLIO-FAC TO FOLIO-ADI.
           READ FAC-ADI
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF TIP-ADI = "M"
                       MOVE 1 TO WKS-ES-RECARGO
                       MOVE REF-ADI TO WKS-FOL-ORI
                   END-IF
           END-READ.
           IF WKS-ES-RECARGO = 0
               DISPLAY "ESE FOLIO NO ES UN RECARGO MORATORIO."
           ELSE
               IF EST-FAC = "C"
                   DISPLAY "ESE RECARGO YA FUE CONDONADO."
               ELSE
                   IF EST-FAC NOT = "P"
                       DISPLAY "ESE RECARGO YA ESTA LIQUIDADO."
                   ELSE
                       PERFORM 2300-MUESTRA-RECARGO
                   END-IF
               END-IF
           END-IF.

       2300-MUESTRA-RECARGO.
           MOVE ID-CLIENTE-FAC TO ID-CLIENTE.
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
           COMPUTE WKS-SALDO = IMP-FAC - IMP-PAG-FAC.
           DISPLAY "CLIENTE:  " ID-CLIENTE-FAC " " WKS-NOM-COMPLETO.
           DISPLAY "EMITIDO:  " FEC-EMI-FAC "   FOLIO VENCIDO: "
               WKS-FOL-ORI.
           MOVE IMP-FAC TO WKS-IMP-ED.
           DISPLAY "IMPORTE:  " WKS-IMP-ED.
           MOVE IMP-PAG-FAC TO WKS-IMP-ED.
           DISPLAY "PAGADO:   " WKS-IMP-ED.
           MOVE WKS-SALDO TO WKS-IMP-ED.
           DISPLAY "A CONDONAR: " WKS-IMP-ED.

           MOVE SPACES TO WKS-MOT-CND.
           PERFORM 2310-CAPTURA-MOTIVO UNTIL WKS-MOT-CND NOT = SPACES.

           DISPLAY "CONFIRMA LA CONDONACION DEL RECARGO?:(S/N)".
           ACCEPT WKS-DESC.
           IF WKS-DESC = "S"
               PERFORM 2400-GRABA-CONDONACION
           ELSE
               DISPLAY "RECARGO NO CONDONADO.".

       2310-CAPTURA-MOTIVO.
           DISPLAY "MOTIVO DE LA CONDONACION:".
           ACCEPT WKS-MOT-CND.
           IF WKS-MOT-CND = SPACES
               DISPLAY "EL MOTIVO ES OBLIGATORIO, REINTENTE".

       2400-GRABA-CONDONACION.
      *    EL FOLIO QUEDA "C" Y YA NO ES SALDO DEL CLIENTE; EL
      *    REGISTRO DE CND-MOR LLEVA EL IMPORTE PERDONADO A LA POLIZA
      *    DEL DIA Y AL ESTADO DE CUENTA.
           ACCEPT WKS-HOY FROM DATE YYYYMMDD.
           ACCEPT WKS-AHORA FROM TIME.
           MOVE WKS-AHORA-HOR TO WKS-HORA-N (1:2).
           MOVE WKS-AHORA-MIN TO WKS-HORA-N (3:2).
           MOVE WKS-AHORA-SEG TO WKS-HORA-N (5:2).

           MOVE "C" TO EST-FAC.
           REWRITE REG-FAC
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR EL FOLIO " FOLIO-FAC
               NOT INVALID KEY
                   MOVE FOLIO-FAC       TO FOLIO-CND
                   MOVE ID-CLIENTE-FAC  TO ID-CLIENTE-CND
                   MOVE WKS-FOL-ORI     TO FOL-ORI-CND
                   MOVE WKS-HOY         TO FEC-CND
                   MOVE WKS-HORA-N      TO HOR-CND
                   MOVE WKS-SALDO       TO IMP-CND
                   MOVE WKS-MOT-CND     TO MOT-CND
                   MOVE WKS-OPERADOR    TO OPER-CND
                   WRITE REG-CND
                       INVALID KEY
                           REWRITE REG-CND
                   END-WRITE
                   DISPLAY "RECARGO " FOLIO-FAC " CONDONADO."
           END-REWRITE.

       3000-FIN.
           CLOSE CLI-INDR.
           CLOSE FAC-CLI.
           CLOSE FAC-ADI.
           CLOSE CND-MOR.
