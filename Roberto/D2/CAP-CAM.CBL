       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP-CAM.
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
           SELECT CAM-TAB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLA-CAM
           FILE STATUS IS WKS-STAT-CAM.
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

       FD CAM-TAB.
           COPY CAMTAB.

       WORKING-STORAGE SECTION.
       77 WKS-FIN            PIC 9.
       77 WKS-DESC           PIC X.
       77 WKS-OPCION         PIC 9.
       77 WKS-STAT-CAM       PIC XX.
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
       77 WKS-DAT-OK         PIC 9.
       77 WKS-TX             PIC 99.
       77 WKS-TAR-DIG        PIC 9.
       01 WKS-CLA-CAP        PIC X(08).
       01 WKS-TAR-CAP        PIC X(09).
       01 WKS-HOY            PIC 9(08).

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
           OPEN I-O CAM-TAB.
           IF WKS-STAT-CAM = "35"
               OPEN OUTPUT CAM-TAB
               CLOSE CAM-TAB
               OPEN I-O CAM-TAB.

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
      *    LAS CAMPANAS DAN DESCUENTOS SOBRE LA ANUALIDAD FUERA DE LA
      *    AUTORIZACION DE TARIFAS (GEN-TAR/AUT-TAR): MANTENERLAS ES
      *    FUNCION DE SUPERVISOR (NIV-OPE 2); TRES INTENTOS FALLIDOS
      *    TERMINAN EL PROGRAMA.
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
               DISPLAY "SOLO UN SUPERVISOR PUEDE MANTENER CAMPANAS."
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
           MOVE "CAP-CAM " TO FIR-PROGRAMA.
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
           DISPLAY "CATALOGO DE CAMPANAS PROMOCIONALES".
           DISPLAY "AGREGAR O CORREGIR CAMPANA  (1)".
           DISPLAY "CANCELAR CAMPANA            (2)".
           DISPLAY "CONSULTAR CAMPANA           (3)".
           DISPLAY "SALIR                       (4)".
           DISPLAY "ELEGIR OPCION:".
           ACCEPT WKS-OPCION.

           IF WKS-OPCION = 1
               PERFORM 2100-AGREGA-CAMPANA
           ELSE IF WKS-OPCION = 2
               PERFORM 2200-CANCELA-CAMPANA
               ELSE IF WKS-OPCION = 3
                   PERFORM 2300-CONSULTA-CAMPANA
                   ELSE IF WKS-OPCION = 4
                       MOVE 1 TO WKS-FIN.

       2100-AGREGA-CAMPANA.
           MOVE SPACES TO WKS-CLA-CAP.
           PERFORM 2110-CAPTURA-CLAVE UNTIL WKS-CLA-CAP NOT = SPACES.
           MOVE WKS-CLA-CAP TO CLA-CAM.
           READ CAM-TAB
               INVALID KEY
                   MOVE WKS-CLA-CAP TO CLA-CAM
                   PERFORM 2120-CAPTURA-DATOS
                   MOVE 0 TO USO-CAM
                   MOVE "A" TO EST-CAM
                   ACCEPT WKS-HOY FROM DATE YYYYMMDD
                   MOVE WKS-HOY TO FEC-ALT-CAM
                   WRITE REG-CAM
                   DISPLAY "CAMPANA AGREGADA."
               NOT INVALID KEY
                   DISPLAY "YA EXISTIA: " DES-CAM
                   DISPLAY "ALTAS LIGADAS: " USO-CAM
                   IF EST-CAM = "B"
                       DISPLAY "(CANCELADA)"
                   END-IF
      *            LOS CLIENTES YA LIGADOS CONSERVAN LAS CONDICIONES
      *            QUE SE LES DIERON (VER CAM-CLI).
                   DISPLAY "CONFIRMA CORREGIR SUS DATOS?:(S/N)"
                   ACCEPT WKS-DESC
                   IF WKS-DESC = "S"
                       PERFORM 2120-CAPTURA-DATOS
                       MOVE "A" TO EST-CAM
                       REWRITE REG-CAM
                       DISPLAY "CAMPANA CORREGIDA."
                   END-IF
           END-READ.

       2110-CAPTURA-CLAVE.
           DISPLAY "CODIGO DE CAMPANA:(8 POSICIONES)".
           ACCEPT WKS-CLA-CAP.
           IF WKS-CLA-CAP = SPACES
               DISPLAY "CODIGO INVALIDO, REINTENTE".

       2120-CAPTURA-DATOS.
           DISPLAY "DESCRIPCION:".
           ACCEPT DES-CAM.
           MOVE 0 TO WKS-DAT-OK.
           PERFORM 2125-CAPTURA-VIGENCIA UNTIL WKS-DAT-OK = 1.
           MOVE 0 TO WKS-DAT-OK.
           PERFORM 2130-CAPTURA-TARJETAS UNTIL WKS-DAT-OK = 1.
           MOVE 0 TO WKS-DAT-OK.
           PERFORM 2140-CAPTURA-DESCUENTO UNTIL WKS-DAT-OK = 1.
           MOVE 0 TO WKS-DAT-OK.
           PERFORM 2145-CAPTURA-ANUALIDADES UNTIL WKS-DAT-OK = 1.
           DISPLAY "EXIGE TARJETA ADICIONAL EN EL ALTA?:(S/N)".
           ACCEPT ADI-CAM.
           IF ADI-CAM NOT = "S"
               MOVE "N" TO ADI-CAM.
           DISPLAY "ALTAS PERMITIDAS (0=SIN LIMITE):".
           ACCEPT MAX-USO-CAM.

       2125-CAPTURA-VIGENCIA.
           DISPLAY "ALTAS DESDE:(AAAAMMDD)".
           ACCEPT FEC-INI-CAM.
           DISPLAY "ALTAS HASTA:(AAAAMMDD)".
           ACCEPT FEC-FIN-CAM.
           MOVE 1 TO WKS-DAT-OK.
           IF FEC-INI-CAM = 0 OR FEC-FIN-CAM < FEC-INI-CAM
               MOVE 0 TO WKS-DAT-OK
               DISPLAY "VIGENCIA INVALIDA, REINTENTE".

       2130-CAPTURA-TARJETAS.
      *    LAS CLAVES SE CAPTURAN SEGUIDAS (EJ. 135) Y SE GUARDAN
      *    COMO UNA MARCA POR POSICION EN TAR-CAM.
           DISPLAY "CLAVES DE TARJETA QUE APLICAN (EJ. 135,".
           DISPLAY "EN BLANCO TODAS):".
           MOVE SPACES TO WKS-TAR-CAP.
           ACCEPT WKS-TAR-CAP.
           MOVE SPACES TO TAR-CAM.
           MOVE 1 TO WKS-DAT-OK.
           MOVE 1 TO WKS-TX.
           PERFORM 2135-MARCA-TARJETA UNTIL WKS-TX > 9.
           IF WKS-DAT-OK = 0
               DISPLAY "CLAVE DE TARJETA INVALIDA, REINTENTE".

       2135-MARCA-TARJETA.
           IF WKS-TAR-CAP (WKS-TX:1) NOT = SPACE
               IF WKS-TAR-CAP (WKS-TX:1) IS NUMERIC
                   AND WKS-TAR-CAP (WKS-TX:1) NOT = "0"
                   MOVE WKS-TAR-CAP (WKS-TX:1) TO WKS-TAR-DIG
                   MOVE "S" TO TAR-CAM (WKS-TAR-DIG:1)
               ELSE
                   MOVE 0 TO WKS-DAT-OK
               END-IF
           END-IF.
           ADD 1 TO WKS-TX.

       2140-CAPTURA-DESCUENTO.
           DISPLAY "TIPO DE DESCUENTO (P=PORCENTAJE, M=MONTO):".
           ACCEPT TIP-DES-CAM.
           DISPLAY "VALOR DEL DESCUENTO (100=SIN CARGO):".
           ACCEPT VAL-DES-CAM.
           MOVE 1 TO WKS-DAT-OK.
           IF TIP-DES-CAM NOT = "P" AND TIP-DES-CAM NOT = "M"
               MOVE 0 TO WKS-DAT-OK.
           IF VAL-DES-CAM = 0
               MOVE 0 TO WKS-DAT-OK.
           IF TIP-DES-CAM = "P" AND VAL-DES-CAM > 100
               MOVE 0 TO WKS-DAT-OK.
           IF WKS-DAT-OK = 0
               DISPLAY "DESCUENTO INVALIDO, REINTENTE".

       2145-CAPTURA-ANUALIDADES.
           DISPLAY "PRIMERA ANUALIDAD CON DESCUENTO (0=LA DEL ALTA,".
           DISPLAY "1=PRIMERA RENOVACION...):".
           ACCEPT PRI-REN-CAM.
           DISPLAY "CUANTAS ANUALIDADES SEGUIDAS:".
           ACCEPT NUM-REN-CAM.
           MOVE 1 TO WKS-DAT-OK.
           IF NUM-REN-CAM = 0
               MOVE 0 TO WKS-DAT-OK
               DISPLAY "DEBE SER AL MENOS UNA, REINTENTE".

       2200-CANCELA-CAMPANA.
      *    CANCELAR SOLO CIERRA EL CODIGO PARA ALTAS NUEVAS: LOS
      *    CLIENTES YA LIGADOS CONSERVAN SU DESCUENTO.
           DISPLAY "CODIGO DE CAMPANA A CANCELAR:".
           ACCEPT CLA-CAM.
           READ CAM-TAB
               INVALID KEY
                   DISPLAY "NO EXISTE ESA CAMPANA."
               NOT INVALID KEY
                   DISPLAY DES-CAM
                   DISPLAY "CONFIRMA LA CANCELACION?:(S/N)"
                   ACCEPT WKS-DESC
                   IF WKS-DESC = "S"
                       MOVE "B" TO EST-CAM
                       REWRITE REG-CAM
                       DISPLAY "CAMPANA CANCELADA."
                   END-IF
           END-READ.

       2300-CONSULTA-CAMPANA.
           DISPLAY "CODIGO DE CAMPANA A CONSULTAR:".
           ACCEPT CLA-CAM.
           READ CAM-TAB
               INVALID KEY
                   DISPLAY "NO EXISTE ESA CAMPANA."
               NOT INVALID KEY
                   DISPLAY "DESCRIPCION:  " DES-CAM
                   DISPLAY "ALTAS DEL:    " FEC-INI-CAM
                       " AL " FEC-FIN-CAM
                   IF TAR-CAM = SPACES
                       DISPLAY "TARJETAS:     TODAS"
                   ELSE
                       DISPLAY "TARJETAS:     " TAR-CAM
                           " (S EN LA POSICION DE LA CLAVE)"
                   END-IF
                   DISPLAY "DESCUENTO:    " TIP-DES-CAM " "
                       VAL-DES-CAM
                   DISPLAY "ANUALIDADES:  DESDE LA " PRI-REN-CAM
                       ", " NUM-REN-CAM " SEGUIDAS"
                   DISPLAY "EXIGE ADIC.:  " ADI-CAM
                   DISPLAY "ALTAS:        " USO-CAM
                       " DE " MAX-USO-CAM " (0=SIN LIMITE)"
                   DISPLAY "ESTADO:       " EST-CAM
                       "  DESDE: " FEC-ALT-CAM
           END-READ.

       3000-FIN.
           CLOSE CAM-TAB.
