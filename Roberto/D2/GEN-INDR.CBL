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
           ACCESS MODE IS RANDOM
           RECORD KEY IS COD-LOCK-CLI
           FILE STATUS IS WKS-STAT-LCK.
           SELECT CPO-TAB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLA-CPO
           FILE STATUS IS WKS-STAT-CPO.
           SELECT CAM-TAB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLA-CAM
           FILE STATUS IS WKS-STAT-CAM.
           SELECT CAM-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LLAVE-CCL
           ALTERNATE RECORD KEY IS LLAVE-CAM-CCL WITH DUPLICATES
           FILE STATUS IS WKS-STAT-CCL.
       DATA DIVISION.
       FILE SECTION.
       FD OPE-TAB.
       FD FIR-LOG.
           COPY FIRLOG.

       FD PAR-SIS.
           COPY SISPAR.

       FD SES-TOK.
           COPY SESTOK.

       FD LOCK-CLI.
           COPY LCKCLI.

       FD CPO-TAB.
           COPY CPOTAB.

       FD CAM-TAB.
           COPY CAMTAB.

       FD CAM-CLI.
           COPY CAMCLI.

       WORKING-STORAGE SECTION.
       77 WKS-FIN            PIC 9.
       77 WKS-DESC           PIC X.
       77 WKS-STAT-TOK       PIC XX.
       77 WKS-TOK-OK         PIC 9.
       77 WKS-PWD-DIAS       PIC 9(03) VALUE 90.
       77 WKS-MAX-FALLAS     PIC 9(02) VALUE 5.
       77 WKS-STAT-PRM       PIC XX.
       77 WKS-PWD-OK         PIC 9.
       77 WKS-PWD-N1         PIC X(08).
       77 WKS-PWD-N2         PIC X(08).
       77 WKS-RFC-LET        PIC 9.
       77 WKS-RX             PIC 99.
       77 WKS-RFC-DUP        PIC 9.
      *    CATALOGO DE CODIGOS POSTALES (CPO-TAB).
       77 WKS-STAT-CPO       PIC XX.
       77 WKS-HAY-CPO        PIC 9.
       77 WKS-CP-OK          PIC 9.
       77 WKS-CP-CAT         PIC 9.
       77 WKS-RFC-DUP-ID     PIC 9(03).
      *    CAMPANAS PROMOCIONALES (CAM-TAB Y CAM-CLI). WKS-NUM-ADI
      *    CUENTA LAS TARJETAS ADICIONALES AGREGADAS EN EL ALTA.
       77 WKS-STAT-CAM       PIC XX.
       77 WKS-STAT-CCL       PIC XX.
       77 WKS-HAY-CAM        PIC 9.
       77 WKS-CAM-OK         PIC 9.
       77 WKS-NUM-ADI        PIC 9(02).
       01 WKS-CAM-CAP        PIC X(08).
       01 WKS-DES-CAM        PIC 9(05)V99.
       01 WKS-ANUA-ALTA      PIC 9(05)V99.
       01 WKS-ANUA-ED        PIC ZZ,ZZ9.99.
       77 WKS-FIN-CON        PIC 9.
       77 WKS-RFC-CAP        PIC X(13).
       01 WKS-REG-CON-SAV    PIC X(113).
       01 WKS-NOM-COMPLETO   PIC X(62).
      *    VIGENCIA DEL PLASTICO EN ANOS (PLA-ANOS DE PAR-SIS).
       77 WKS-PLA-ANOS     PIC 9(02).
       01 WKS-VEN-PLA.
           03 WKS-VEN-PLA-ANO PIC 9(04).
           03 WKS-VEN-PLA-MES PIC 9(02).
           MOVE "N" TO WKS-RUN-RES.

           PERFORM 1005-FIRMA-OPERADOR.
           PERFORM 1001-LEE-PAR-PLASTICO.

      *    VERIFICAR Y TOMAR EL LOCK ANTES DE ABRIR NINGUN ARCHIVO
      *    COMPARTIDO, PARA QUE DOS OPERADORES NO PUEDAN ABRIR
               CLOSE CON-CLI
               OPEN I-O CON-CLI.

      *    SIN CATALOGO DE CODIGOS POSTALES EL C.P. NO SE VALIDA.
           MOVE 1 TO WKS-HAY-CPO.
           OPEN INPUT CPO-TAB.
           IF WKS-STAT-CPO = "35"
               MOVE 0 TO WKS-HAY-CPO.

      *    SIN CATALOGO DE CAMPANAS (VER CAP-CAM) NO SE PIDE CODIGO.
           MOVE 1 TO WKS-HAY-CAM.
           OPEN I-O CAM-TAB.
           IF WKS-STAT-CAM = "35"
               MOVE 0 TO WKS-HAY-CAM
           ELSE
               OPEN I-O CAM-CLI
               IF WKS-STAT-CCL = "35"
                   OPEN OUTPUT CAM-CLI
                   CLOSE CAM-CLI
                   OPEN I-O CAM-CLI
               END-IF
           END-IF.

           OPEN I-O EMB-CLI.
           IF WKS-STAT-EMB = "35"
               OPEN OUTPUT EMB-CLI
           READ CNT-CLI
               INVALID KEY MOVE 0 TO CNT-CLI-ACT.

       1001-LEE-PAR-PLASTICO.
      *    LOS ANOS DE VIGENCIA DEL PLASTICO SE TOMAN DE PAR-SIS
      *    (PLA-ANOS, VER GEN-PAR); SIN ARCHIVO O SIN LA CLAVE QUEDAN
      *    LOS 3 ANOS DE SIEMPRE.
           MOVE 3 TO WKS-PLA-ANOS.
           OPEN INPUT PAR-SIS.
           IF WKS-STAT-PRM NOT = "35"
               MOVE "PLA-ANOS" TO CLA-PRM
               READ PAR-SIS
                   NOT INVALID KEY MOVE VAL-PRM TO WKS-PLA-ANOS
               END-READ
               CLOSE PAR-SIS
           END-IF.

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
      *    LA FIRMA SE VALIDA CONTRA EL CATALOGO DE OPERADORES ANTES
      *    DE TOCAR NINGUN OTRO ARCHIVO; TRES INTENTOS FALLIDOS
               OPEN OUTPUT OPE-SEG
               CLOSE OPE-SEG
               OPEN I-O OPE-SEG.
           PERFORM 1002-LEE-PAR-FIRMA.
           MOVE 0 TO WKS-FIRMA-OK.
           MOVE 0 TO WKS-INTENTOS.
           PERFORM 1004-FIRMA-DEL-MENU.

       1007-VALIDA-OPERADOR.
      *    LAS FALLAS SE ACUMULAN EN OPE-SEG AUNQUE EL PROGRAMA SE
      *    REINICIE: LAS SEGUIDAS QUE MARCA FIR-FALL EN PAR-SIS
      *    (CINCO SI NO ESTA) INHABILITAN AL OPERADOR EN
      *    OPE-TAB HASTA QUE UN SUPERVISOR LO REACTIVE EN GEN-OPE.
           MOVE WKS-OPERADOR TO CLA-OPE-SEG.
           READ OPE-SEG
                   DISPLAY "CONTRASENA INCORRECTA" LINE 09 POSITION 45
                   MOVE "F" TO WKS-FIR-RES
                   ADD 1 TO FALLAS-SEG
                   IF FALLAS-SEG >= WKS-MAX-FALLAS
                       MOVE "I" TO EST-OPE
                       REWRITE REG-OPE
                       DISPLAY "OPERADOR BLOQUEADO POR INTENTOS"
                   PERFORM 2042-GRABA-CONTACTO
               END-IF
               MOVE 0 TO WKS-MAS-TAR
               MOVE 0 TO WKS-NUM-ADI
               PERFORM 2030-CAPTURA-TARJETA-ADIC UNTIL WKS-MAS-TAR = 1
               IF WKS-HAY-CAM = 1
                   MOVE 0 TO WKS-CAM-OK
                   PERFORM 2050-CAPTURA-CAMPANA UNTIL WKS-CAM-OK = 1
               END-IF
           ELSE
               DISPLAY "ALTA ABANDONADA POR EL OPERADOR"
                   LINE 17 POSITION 05.
                       DISPLAY "EL CLIENTE YA TIENE ESA TARJETA"
                           LINE 16 POSITION 45
                   NOT INVALID KEY
                       ADD 1 TO WKS-NUM-ADI
                       PERFORM 8100-ESCRIBE-HIST-TARJETA
                       MOVE WKS-BUS-CLA TO WKS-EMB-CLA
                       MOVE WKS-TARIFA-NOM TO WKS-EMB-NOM
           ACCEPT DIR2-CON LINE 11 POSITION 33.
           DISPLAY "CIUDAD:" LINE 12 POSITION 05.
           ACCEPT CIUDAD-CON LINE 12 POSITION 33.
           MOVE 0 TO WKS-CP-OK.
           PERFORM 2043-CAPTURA-CP UNTIL WKS-CP-OK = 1.
           IF WKS-CP-CAT = 1
               PERFORM 2044-COMPARA-CIUDAD.
           DISPLAY "TELEFONO:" LINE 14 POSITION 05.
           ACCEPT TEL-CON LINE 14 POSITION 33.

               INVALID KEY
                   REWRITE REG-CON.

       2043-CAPTURA-CP.
           DISPLAY "CODIGO POSTAL:" LINE 13 POSITION 05.
           ACCEPT CP-CON LINE 13 POSITION 33.
           PERFORM 8370-VALIDA-CP.
           IF WKS-CP-OK = 0
               DISPLAY "C.P. NO EXISTE, REINTENTE" LINE 13 POSITION 50.

       2044-COMPARA-CIUDAD.
      *    SIN CIUDAD CAPTURADA SE TOMA LA DEL CATALOGO; SI NO
      *    COINCIDE, EL OPERADOR DECIDE CUAL SE QUEDA.
           IF CIUDAD-CON = SPACES
               MOVE CIU-CPO TO CIUDAD-CON
               DISPLAY CIUDAD-CON LINE 12 POSITION 33
           ELSE
               IF CIUDAD-CON NOT = CIU-CPO
                   DISPLAY "AVISO: ESE C.P. CORRESPONDE A"
                       LINE 18 POSITION 05
                   DISPLAY CIU-CPO LINE 18 POSITION 36
                   DISPLAY "TOMAR LA CIUDAD DEL CATALOGO?:(S/N)"
                       LINE 19 POSITION 05
                   ACCEPT WKS-DESC LINE 19 POSITION 45
                   IF WKS-DESC = "S"
                       MOVE CIU-CPO TO CIUDAD-CON
                       DISPLAY CIUDAD-CON LINE 12 POSITION 33
                   END-IF
               END-IF
           END-IF.

       2050-CAPTURA-CAMPANA.
      *    EL CODIGO SE PIDE AL FINAL DEL ALTA PORQUE HAY CAMPANAS
      *    QUE EXIGEN HABER AGREGADO UNA TARJETA ADICIONAL.
           DISPLAY "CODIGO DE CAMPANA (EN BLANCO=NINGUNO):"
               LINE 18 POSITION 05.
           MOVE SPACES TO WKS-CAM-CAP.
           ACCEPT WKS-CAM-CAP LINE 18 POSITION 45.
           IF WKS-CAM-CAP = SPACES
               MOVE 1 TO WKS-CAM-OK
           ELSE
               PERFORM 2055-VALIDA-CAMPANA
               IF WKS-CAM-OK = 1
                   PERFORM 2058-LIGA-CAMPANA
               END-IF
           END-IF.

       2055-VALIDA-CAMPANA.
           MOVE 0 TO WKS-CAM-OK.
           MOVE WKS-CAM-CAP TO CLA-CAM.
           READ CAM-TAB
               INVALID KEY
                   DISPLAY "CAMPANA NO EXISTE, REINTENTE"
                       LINE 19 POSITION 05
               NOT INVALID KEY
                   PERFORM 2056-CHECA-CONDICIONES
           END-READ.

       2056-CHECA-CONDICIONES.
           MOVE 1 TO WKS-CAM-OK.
           IF EST-CAM NOT = "A"
               MOVE 0 TO WKS-CAM-OK
               DISPLAY "CAMPANA CANCELADA, REINTENTE"
                   LINE 19 POSITION 05.
           IF WKS-CAM-OK = 1
               AND (FEC-ING < FEC-INI-CAM OR FEC-ING > FEC-FIN-CAM)
               MOVE 0 TO WKS-CAM-OK
               DISPLAY "CAMPANA NO VIGENTE EN LA FECHA DE INGRESO"
                   LINE 19 POSITION 05.
           IF WKS-CAM-OK = 1
               AND MAX-USO-CAM > 0 AND USO-CAM NOT < MAX-USO-CAM
               MOVE 0 TO WKS-CAM-OK
               DISPLAY "CAMPANA AGOTADA, REINTENTE"
                   LINE 19 POSITION 05.
           IF WKS-CAM-OK = 1 AND ADI-CAM = "S" AND WKS-NUM-ADI = 0
               MOVE 0 TO WKS-CAM-OK
               DISPLAY "LA CAMPANA EXIGE TARJETA ADICIONAL"
                   LINE 19 POSITION 05.
           IF WKS-CAM-OK = 1 AND TAR-CAM NOT = SPACES
               PERFORM 2057-CHECA-TARJETA-CAMPANA.

       2057-CHECA-TARJETA-CAMPANA.
           IF CLA-TAR = 0
               MOVE 0 TO WKS-CAM-OK
           ELSE
               IF TAR-CAM (CLA-TAR:1) NOT = "S"
                   MOVE 0 TO WKS-CAM-OK
               END-IF
           END-IF.
           IF WKS-CAM-OK = 0
               DISPLAY "LA CAMPANA NO APLICA A ESA TARJETA"
                   LINE 19 POSITION 05.

       2058-LIGA-CAMPANA.
      *    LAS CONDICIONES SE COPIAN AL CLIENTE. SI LA PRIMERA
      *    ANUALIDAD CON DESCUENTO ES LA DEL ALTA, SE DESCUENTA AQUI
      *    DEL COBRO DEL ALTA; LAS RENOVACIONES LAS DESCUENTA
      *    GEN-FACT. ANUA QUEDA CON LA TARIFA COMPLETA.
           MOVE ID-CLIENTE  TO ID-CLIENTE-CCL.
           MOVE FEC-ING     TO FEC-ING-CCL.
           MOVE CLA-CAM     TO CLA-CAM-CCL.
           MOVE SUC-CLI     TO SUC-CCL.
           MOVE CLA-TAR     TO CLA-TAR-CCL.
           MOVE TIP-DES-CAM TO TIP-DES-CCL.
           MOVE VAL-DES-CAM TO VAL-DES-CCL.
           MOVE PRI-REN-CAM TO PRI-REN-CCL.
           MOVE NUM-REN-CAM TO NUM-REN-CCL.
           MOVE 0 TO DES-ACU-CCL.
           MOVE 0 TO PER-DES-CCL.
           MOVE 0 TO PER-PLE-CCL.
           MOVE 0 TO FOL-PLE-CCL.
           ACCEPT WKS-HOY FROM DATE YYYYMMDD.
           MOVE WKS-HOY TO FEC-ALT-CCL.
           MOVE WKS-OPERADOR TO OPER-CCL.
           IF PRI-REN-CCL = 0
               PERFORM 8380-CALCULA-DESCUENTO
               MOVE WKS-DES-CAM TO DES-ACU-CCL
               MOVE 1 TO PER-DES-CCL.
           WRITE REG-CCL
               INVALID KEY
                   DISPLAY "EL ALTA YA TENIA CAMPANA"
                       LINE 19 POSITION 05
               NOT INVALID KEY
                   ADD 1 TO USO-CAM
                   REWRITE REG-CAM
                   IF PRI-REN-CCL = 0
                       COMPUTE WKS-ANUA-ALTA = ANUA - WKS-DES-CAM
                       MOVE WKS-ANUA-ALTA TO WKS-ANUA-ED
                       DISPLAY "ANUALIDAD A COBRAR EN EL ALTA:"
                           LINE 19 POSITION 05
                       DISPLAY WKS-ANUA-ED LINE 19 POSITION 37
                   END-IF
           END-WRITE.

       8350-VALIDA-RFC.
      *    ESTRUCTURA DEL RFC: 4 LETRAS + 6 DIGITOS DE FECHA + 3 DE
      *    HOMOCLAVE (PERSONA FISICA, 13 POSICIONES) O 3 LETRAS +
                   END-IF
           END-READ.

       8370-VALIDA-CP.
      *    EL C.P. DEBE EXISTIR EN CPO-TAB (QUEDA LEIDO EN REG-CPO CON
      *    WKS-CP-CAT EN 1). EN CEROS SE ACEPTA: SIN DOMICILIO NO HAY
      *    C.P.; SIN CATALOGO TAMPOCO SE VALIDA.
           MOVE 1 TO WKS-CP-OK.
           MOVE 0 TO WKS-CP-CAT.
           IF CP-CON = 0 OR WKS-HAY-CPO = 0
               CONTINUE
           ELSE
               MOVE CP-CON TO CLA-CPO
               READ CPO-TAB
                   INVALID KEY MOVE 0 TO WKS-CP-OK
                   NOT INVALID KEY MOVE 1 TO WKS-CP-CAT
               END-READ
           END-IF.

       8000-ESCRIBE-HIST.
           ACCEPT WKS-HOY FROM DATE YYYYMMDD.
           ACCEPT WKS-AHORA FROM TIME.
           WRITE REG-HIST.

       8250-CALCULA-VEN-PLASTICO.
      *    EL PLASTICO VALE LOS ANOS DE PLA-ANOS DESDE SU ALTA; UN
      *    ALTA DEL 29/02 VENCE EL 28/02 DEL ANO NO BISIESTO.
           MOVE FEC-ALTA-DET TO WKS-VEN-PLA-N.
           ADD WKS-PLA-ANOS TO WKS-VEN-PLA-ANO.
           IF WKS-VEN-PLA-MES = 02 AND WKS-VEN-PLA-DIA > 28
               MOVE 28 TO WKS-VEN-PLA-DIA.
           MOVE WKS-VEN-PLA-N TO FEC-VEN-DET.
           MOVE WKS-HOY TO FEC-SOL-EMB.
           MOVE 0 TO FEC-ENV-EMB.
           MOVE "S" TO EST-EMB.
           MOVE "N" TO MOT-EMB.
           WRITE REG-EMB
               INVALID KEY
                   REWRITE REG-EMB.
                   END-IF
           END-READ.

       8380-CALCULA-DESCUENTO.
      *    DESCUENTO DE LA CAMPANA DE REG-CCL SOBRE ANUA, SIN PASAR
      *    DE ELLA.
           IF TIP-DES-CCL = "P"
               COMPUTE WKS-DES-CAM ROUNDED = ANUA * VAL-DES-CCL / 100
           ELSE
               MOVE VAL-DES-CCL TO WKS-DES-CAM.
           IF WKS-DES-CAM > ANUA
               MOVE ANUA TO WKS-DES-CAM.

       8500-ESCRIBE-RUN-LOG.
      *    UN SOLO REGISTRO POR CORRIDA, ESCRITO AL TERMINAR, CON LA
      *    HORA DE INICIO CAPTURADA EN 1000-INICIO.
           CLOSE SUC-TAB.
           CLOSE TAR-CLI.
           CLOSE CON-CLI.
           IF WKS-HAY-CPO = 1
               CLOSE CPO-TAB.
           IF WKS-HAY-CAM = 1
               CLOSE CAM-TAB
               CLOSE CAM-CLI.
           CLOSE EMB-CLI.
           CLOSE HIST-CLI.
           CLOSE CNT-CLI.
