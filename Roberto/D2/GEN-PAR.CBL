       IDENTIFICATION DIVISION.
       PROGRAM-ID. GEN-PAR.
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
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLA-PRM
           FILE STATUS IS WKS-STAT-PRM.
           SELECT PAR-LOG ASSIGN TO DISK
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

       FD PAR-LOG.
           COPY PARLOG.

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
       77 WKS-FIN-PRM        PIC 9.
       77 WKS-VAL-OK         PIC 9.
       77 WKS-ALTAS          PIC 9(02).
       01 WKS-HOY            PIC 9(08).
       01 WKS-VAL-ANT        PIC 9(07)V99.
       01 WKS-VAL-CAP        PIC 9(07)V99.
       01 WKS-VAL-ED         PIC Z,ZZZ,ZZ9.99.
       01 WKS-MIN-ED         PIC Z,ZZZ,ZZ9.99.
       01 WKS-MAX-ED         PIC Z,ZZZ,ZZ9.99.
       01 WKS-PRL-HORA.
           03 WKS-PRL-HHMMSS PIC 9(06).
           03 FILLER         PIC 9(02).

      *    LISTA DE PARAMETROS EN PANTALLA.
       01 WKS-LIS0.
           03 FILLER         PIC X(10) VALUE "CLAVE".
           03 FILLER         PIC X(41) VALUE "DESCRIPCION".
           03 FILLER         PIC X(12) VALUE "       VALOR".
       01 WKS-LIS1.
           03 WKS-LCLA       PIC X(08).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 WKS-LDES       PIC X(40).
           03 FILLER         PIC X(01) VALUE SPACES.
           03 WKS-LVAL       PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-FIN = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           PERFORM 1005-FIRMA-OPERADOR.

      *    ABRIR EL ARCHIVO DE PARAMETROS EXISTENTE. SI NO EXISTE
      *    TODAVIA, CREARLO; EN LOS DOS CASOS SE DAN DE ALTA LAS
      *    CLAVES DEL CATALOGO QUE AUN NO ESTEN, CON SU VALOR DE
      *    SIEMPRE, PARA QUE EL SUPERVISOR SOLO TENGA QUE AJUSTARLAS.
           ACCEPT WKS-HOY FROM DATE YYYYMMDD.
           OPEN I-O PAR-SIS.
           IF WKS-STAT-PRM = "35"
               OPEN OUTPUT PAR-SIS
               CLOSE PAR-SIS
               OPEN I-O PAR-SIS.
           MOVE 0 TO WKS-ALTAS.
           PERFORM 1100-CARGA-CATALOGO.
           IF WKS-ALTAS > 0
               DISPLAY "PARAMETROS NUEVOS DADOS DE ALTA: " WKS-ALTAS.

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
      *    CAMBIAR LOS PARAMETROS DEL SISTEMA ES FUNCION DE
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
               DISPLAY "SOLO UN SUPERVISOR PUEDE CAMBIAR PARAMETROS."
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
           MOVE "GEN-PAR " TO FIR-PROGRAMA.
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
           DISPLAY "PARAMETROS DEL SISTEMA".
           DISPLAY "LISTAR PARAMETROS          (1)".
           DISPLAY "MODIFICAR PARAMETRO        (2)".
           DISPLAY "SALIR                      (3)".
           DISPLAY "ELEGIR OPCION:".
           ACCEPT WKS-OPCION.

           IF WKS-OPCION = 1
               PERFORM 2100-LISTA-PARAMETROS
           ELSE IF WKS-OPCION = 2
               PERFORM 2200-MODIFICA-PARAMETRO
               ELSE IF WKS-OPCION = 3
                   MOVE 1 TO WKS-FIN.

       1100-CARGA-CATALOGO.
      *    CATALOGO DE REGLAS QUE LOS PROGRAMAS TOMAN DE PAR-SIS; EL
      *    VALOR ES EL QUE CADA PROGRAMA USABA ANTES DE ESTE ARCHIVO
      *    (O EL QUE SE CAPTURABA EN CADA CORRIDA). UNA REGLA NUEVA
      *    SE AGREGA AQUI Y EN EL PROGRAMA QUE LA LEE.
           MOVE "PWD-DIAS" TO CLA-PRM.
           MOVE "DIAS DE VIGENCIA DE LA CONTRASENA"
               TO DES-PRM.
           MOVE 90 TO VAL-PRM.
           MOVE 1 TO MIN-PRM.
           MOVE 999 TO MAX-PRM.
           PERFORM 1110-ALTA-PARAMETRO.
           MOVE "FIR-FALL" TO CLA-PRM.
           MOVE "FALLAS DE FIRMA SEGUIDAS PARA BLOQUEAR"
               TO DES-PRM.
           MOVE 5 TO VAL-PRM.
           MOVE 1 TO MIN-PRM.
           MOVE 99 TO MAX-PRM.
           PERFORM 1110-ALTA-PARAMETRO.
           MOVE "SUS-GRAC" TO CLA-PRM.
           MOVE "SUS-AUT: DIAS DE GRACIA PARA SUSPENDER"
               TO DES-PRM.
           MOVE 30 TO VAL-PRM.
           MOVE 1 TO MIN-PRM.
           MOVE 999 TO MAX-PRM.
           PERFORM 1110-ALTA-PARAMETRO.
           MOVE "VEN-MESE" TO CLA-PRM.
           MOVE "VEN-TAR: MESES DE ANTICIPACION"
               TO DES-PRM.
           MOVE 2 TO VAL-PRM.
           MOVE 1 TO MIN-PRM.
           MOVE 24 TO MAX-PRM.
           PERFORM 1110-ALTA-PARAMETRO.
           MOVE "PLA-ANOS" TO CLA-PRM.
           MOVE "ANOS DE VIGENCIA DEL PLASTICO"
               TO DES-PRM.
           MOVE 3 TO VAL-PRM.
           MOVE 1 TO MIN-PRM.
           MOVE 10 TO MAX-PRM.
           PERFORM 1110-ALTA-PARAMETRO.
           MOVE "DUN-DIA2" TO CLA-PRM.
           MOVE "GEN-DUN: DIAS ENTRE EL AVISO 1 Y EL 2"
               TO DES-PRM.
           MOVE 1 TO VAL-PRM.
           MOVE 1 TO MIN-PRM.
           MOVE 999 TO MAX-PRM.
           PERFORM 1110-ALTA-PARAMETRO.
           MOVE "DUN-DIA3" TO CLA-PRM.
           MOVE "GEN-DUN: DIAS ENTRE EL AVISO 2 Y EL 3"
               TO DES-PRM.
           MOVE 1 TO VAL-PRM.
           MOVE 1 TO MIN-PRM.
           MOVE 999 TO MAX-PRM.
           PERFORM 1110-ALTA-PARAMETRO.
           MOVE "MOR-GRAC" TO CLA-PRM.
           MOVE "REC-MOR: DIAS DE GRACIA DEL RECARGO"
               TO DES-PRM.
           MOVE 10 TO VAL-PRM.
           MOVE 1 TO MIN-PRM.
           MOVE 999 TO MAX-PRM.
           PERFORM 1110-ALTA-PARAMETRO.
           MOVE "MOR-TIPO" TO CLA-PRM.
           MOVE "REC-MOR: RECARGO 1=PORCENTAJE 2=FIJO"
               TO DES-PRM.
           MOVE 1 TO VAL-PRM.
           MOVE 1 TO MIN-PRM.
           MOVE 2 TO MAX-PRM.
           PERFORM 1110-ALTA-PARAMETRO.
           MOVE "MOR-VALR" TO CLA-PRM.
           MOVE "REC-MOR: PORCENTAJE O CUOTA FIJA"
               TO DES-PRM.
           MOVE 3 TO VAL-PRM.
           MOVE 0.01 TO MIN-PRM.
           MOVE 99999.99 TO MAX-PRM.
           PERFORM 1110-ALTA-PARAMETRO.
           MOVE "CAS-DIAS" TO CLA-PRM.
           MOVE "PRO-CAS: DIAS DE VENCIDO PARA CASTIGO"
               TO DES-PRM.
           MOVE 180 TO VAL-PRM.
           MOVE 1 TO MIN-PRM.
           MOVE 9999 TO MAX-PRM.
           PERFORM 1110-ALTA-PARAMETRO.
           MOVE "ACL-PLAZ" TO CLA-PRM.
           MOVE "REP-ACL: PLAZO DE RESPUESTA EN DIAS"
               TO DES-PRM.
           MOVE 45 TO VAL-PRM.
           MOVE 1 TO MIN-PRM.
           MOVE 999 TO MAX-PRM.
           PERFORM 1110-ALTA-PARAMETRO.
           MOVE "DOM-REIN" TO CLA-PRM.
           MOVE "EXP-DOM: REINTENTOS FONDOS INSUFICIENTES"
               TO DES-PRM.
           MOVE 3 TO VAL-PRM.
           MOVE 1 TO MIN-PRM.
           MOVE 99 TO MAX-PRM.
           PERFORM 1110-ALTA-PARAMETRO.
           MOVE "NCR-DIAS" TO CLA-PRM.
           MOVE "PAG-NCR: DIAS PARA PAGAR UNA NOTA"
               TO DES-PRM.
           MOVE 30 TO VAL-PRM.
           MOVE 1 TO MIN-PRM.
           MOVE 999 TO MAX-PRM.
           PERFORM 1110-ALTA-PARAMETRO.
           MOVE "DEP-ANOS" TO CLA-PRM.
           MOVE "DEP-CLI: ANOS DE CANCELADO PARA DEPURAR"
               TO DES-PRM.
           MOVE 5 TO VAL-PRM.
           MOVE 1 TO MIN-PRM.
           MOVE 99 TO MAX-PRM.
           PERFORM 1110-ALTA-PARAMETRO.
           MOVE "ARC-ANOS" TO CLA-PRM.
           MOVE "DEP-FAC: ANOS PARA ARCHIVAR LIQUIDADOS"
               TO DES-PRM.
           MOVE 5 TO VAL-PRM.
           MOVE 1 TO MIN-PRM.
           MOVE 99 TO MAX-PRM.
           PERFORM 1110-ALTA-PARAMETRO.
           MOVE "DER-DIAS" TO CLA-PRM.
           MOVE "CAP-DER: DIAS HABILES PARA RESPONDER"
               TO DES-PRM.
           MOVE 20 TO VAL-PRM.
           MOVE 1 TO MIN-PRM.
           MOVE 60 TO MAX-PRM.
           PERFORM 1110-ALTA-PARAMETRO.
           MOVE "DER-AVIS" TO CLA-PRM.
           MOVE "REP-DER: DIAS DE AVISO ANTES DEL PLAZO"
               TO DES-PRM.
           MOVE 5 TO VAL-PRM.
           MOVE 1 TO MIN-PRM.
           MOVE 30 TO MAX-PRM.
           PERFORM 1110-ALTA-PARAMETRO.
           MOVE "OPE-INAC" TO CLA-PRM.
           MOVE "REV-OPE: DIAS SIN FIRMA PARA INACTIVO"
               TO DES-PRM.
           MOVE 90 TO VAL-PRM.
           MOVE 1 TO MIN-PRM.
           MOVE 999 TO MAX-PRM.
           PERFORM 1110-ALTA-PARAMETRO.
           MOVE "OPE-AUTO" TO CLA-PRM.
           MOVE "REV-OPE: INHABILITAR INACTIVOS (1=SI)"
               TO DES-PRM.
           MOVE 0 TO VAL-PRM.
           MOVE 0 TO MIN-PRM.
           MOVE 1 TO MAX-PRM.
           PERFORM 1110-ALTA-PARAMETRO.

       1110-ALTA-PARAMETRO.
           MOVE WKS-OPERADOR TO OPER-PRM.
           MOVE WKS-HOY TO FEC-PRM.
           WRITE REG-PRM
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WKS-ALTAS
                   MOVE 0 TO WKS-VAL-ANT
                   MOVE VAL-PRM TO WKS-VAL-CAP
                   MOVE "A" TO TIP-PRL
                   PERFORM 8500-ESCRIBE-PAR-LOG
           END-WRITE.

       2100-LISTA-PARAMETROS.
           DISPLAY SPACES.
           DISPLAY WKS-LIS0.
           MOVE LOW-VALUES TO CLA-PRM.
           MOVE 0 TO WKS-FIN-PRM.
           START PAR-SIS KEY IS GREATER THAN CLA-PRM
               INVALID KEY MOVE 1 TO WKS-FIN-PRM
           END-START.
           PERFORM 2110-LISTA-SIGUIENTE UNTIL WKS-FIN-PRM = 1.
           DISPLAY "ENTER PARA CONTINUAR".
           ACCEPT WKS-DESC.

       2110-LISTA-SIGUIENTE.
           READ PAR-SIS NEXT
               AT END MOVE 1 TO WKS-FIN-PRM
               NOT AT END
                   MOVE CLA-PRM TO WKS-LCLA
                   MOVE DES-PRM TO WKS-LDES
                   MOVE VAL-PRM TO WKS-LVAL
                   DISPLAY WKS-LIS1
           END-READ.

       2200-MODIFICA-PARAMETRO.
           DISPLAY "CLAVE DEL PARAMETRO:" LINE 10 POSITION 05.
           ACCEPT CLA-PRM LINE 10 POSITION 33.
           READ PAR-SIS
               INVALID KEY
                   DISPLAY "NO EXISTE ESE PARAMETRO" LINE 11 POSITION 05
               NOT INVALID KEY
                   PERFORM 2210-CAPTURA-VALOR
           END-READ.

       2210-CAPTURA-VALOR.
           MOVE VAL-PRM TO WKS-VAL-ED.
           MOVE MIN-PRM TO WKS-MIN-ED.
           MOVE MAX-PRM TO WKS-MAX-ED.
           DISPLAY DES-PRM LINE 11 POSITION 05.
           DISPLAY "VALOR ACTUAL:" LINE 12 POSITION 05.
           DISPLAY WKS-VAL-ED LINE 12 POSITION 20.
           DISPLAY "MINIMO:" LINE 13 POSITION 05.
           DISPLAY WKS-MIN-ED LINE 13 POSITION 20.
           DISPLAY "MAXIMO:" LINE 13 POSITION 38.
           DISPLAY WKS-MAX-ED LINE 13 POSITION 47.

           MOVE 0 TO WKS-VAL-OK.
           PERFORM 2220-ACEPTA-VALOR UNTIL WKS-VAL-OK = 1.

           IF WKS-VAL-CAP = VAL-PRM
               DISPLAY "SIN CAMBIO" LINE 15 POSITION 05
           ELSE
               DISPLAY "CONFIRMA EL CAMBIO?:(S/N)" LINE 15 POSITION 05
               ACCEPT WKS-DESC LINE 15 POSITION 33
               IF WKS-DESC = "S"
                   PERFORM 2230-GRABA-PARAMETRO
               ELSE
                   DISPLAY "PARAMETRO NO GRABADO" LINE 16 POSITION 05
               END-IF
           END-IF.
           DISPLAY "ENTER PARA CONTINUAR" LINE 17 POSITION 05.
           ACCEPT WKS-DESC LINE 17 POSITION 33.

       2220-ACEPTA-VALOR.
           DISPLAY "VALOR NUEVO:" LINE 14 POSITION 05.
           ACCEPT WKS-VAL-CAP LINE 14 POSITION 20.
           MOVE 1 TO WKS-VAL-OK.
           IF WKS-VAL-CAP < MIN-PRM OR WKS-VAL-CAP > MAX-PRM
               MOVE 0 TO WKS-VAL-OK
               DISPLAY "FUERA DE LIMITES, REINTENTE"
                   LINE 14 POSITION 38.

       2230-GRABA-PARAMETRO.
      *    EL VALOR ANTERIOR Y EL NUEVO QUEDAN EN PAR-LOG.
           MOVE VAL-PRM TO WKS-VAL-ANT.
           MOVE WKS-VAL-CAP TO VAL-PRM.
           MOVE WKS-OPERADOR TO OPER-PRM.
           MOVE WKS-HOY TO FEC-PRM.
           REWRITE REG-PRM.
           MOVE "M" TO TIP-PRL.
           PERFORM 8500-ESCRIBE-PAR-LOG.
           DISPLAY "PARAMETRO MODIFICADO" LINE 16 POSITION 05.

       8500-ESCRIBE-PAR-LOG.
           OPEN EXTEND PAR-LOG.
           MOVE WKS-HOY TO FEC-PRL.
           ACCEPT WKS-PRL-HORA FROM TIME.
           MOVE WKS-PRL-HHMMSS TO HOR-PRL.
           MOVE WKS-OPERADOR TO OPER-PRL.
           MOVE CLA-PRM TO CLA-PRL.
           MOVE WKS-VAL-ANT TO ANT-PRL.
           MOVE WKS-VAL-CAP TO NVO-PRL.
           WRITE REG-PRL.
           CLOSE PAR-LOG.

       3000-FIN.
           CLOSE PAR-SIS.
