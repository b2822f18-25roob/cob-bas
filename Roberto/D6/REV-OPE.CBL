       IDENTIFICATION DIVISION.
       PROGRAM-ID. REV-OPE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPE-TAB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLA-OPE
           FILE STATUS IS WKS-STAT-OPE.
           SELECT OPE-SEG ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLA-OPE-SEG
           FILE STATUS IS WKS-STAT-SEG.
           SELECT FIR-LOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WKS-STAT-FIR.
           SELECT HIST-CLI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WKS-STAT-HIS.
           SELECT TAR-LOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WKS-STAT-TLG.
           SELECT PAG-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOLIO-PAG
           ALTERNATE RECORD KEY IS LLAVE-PAG WITH DUPLICATES
           FILE STATUS IS WKS-STAT-PAG.
           SELECT COR-CTL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LLAVE-COR
           FILE STATUS IS WKS-STAT-COR.
           SELECT PAR-SIS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLA-PRM
           FILE STATUS IS WKS-STAT-PRM.
           SELECT SES-TOK ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WKS-STAT-TOK.
           SELECT OPE-LOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REP-OPE ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD OPE-TAB.
           COPY OPETAB.

       FD OPE-SEG.
           COPY OPESEG.

       FD FIR-LOG.
           COPY FIRLOG.

       FD HIST-CLI.
           COPY AUDREG.

       FD TAR-LOG.
           COPY TARLOG.

       FD PAG-CLI.
           COPY PAGCLI.

       FD COR-CTL.
           COPY CORCTL.

       FD PAR-SIS.
           COPY SISPAR.

       FD SES-TOK.
           COPY SESTOK.

       FD OPE-LOG.
           COPY OPELOG.

       FD RUN-LOG.
           COPY RUNLOG.

       FD REP-OPE.
       01 LINEAO           PIC X(132).

       WORKING-STORAGE SECTION.
       77 WKS-FIN          PIC 9.
       77 WKS-STAT-OPE     PIC XX.
       77 WKS-STAT-SEG     PIC XX.
       77 WKS-STAT-FIR     PIC XX.
       77 WKS-STAT-HIS     PIC XX.
       77 WKS-STAT-TLG     PIC XX.
       77 WKS-STAT-PAG     PIC XX.
       77 WKS-STAT-COR     PIC XX.
       77 WKS-STAT-PRM     PIC XX.
       77 WKS-HAY-SEG      PIC 9.
       77 WKS-HAY-COR      PIC 9.
       77 WKS-PER-OK       PIC 9.
       77 WKS-OPES         PIC 9(03).
       77 WKS-IX           PIC 9(03).
       77 WKS-HALLADO      PIC 9.
       77 WKS-SODS         PIC 9(03).
       77 WKS-SX           PIC 9(03).
       77 WKS-SOLS         PIC 9(03).
       77 WKS-TX           PIC 9(03).
       77 WKS-SUPERV-ACT   PIC 9(03).
       77 WKS-INACTIVOS    PIC 9(03).
       77 WKS-INHABILITA   PIC 9(03).
       77 WKS-HIS-SIN-CAT  PIC 9(05).
       77 WKS-CONT-LIN     PIC 99.
       77 WKS-LIN-MAX      PIC 99 VALUE 60.
       77 WKS-NUM-PAG      PIC 9(02).
       77 WKS-SECCION      PIC 9.

      *    FIRMA DEL SUPERVISOR QUE CORRE LA REVISION.
       77 WKS-OPERADOR     PIC X(08).
       77 WKS-PASSWORD     PIC X(08).
       77 WKS-NIV-OPE      PIC 9.
       77 WKS-FIRMA-OK     PIC 9.
       77 WKS-INTENTOS     PIC 9.
       77 WKS-FIR-RES      PIC X.
       77 WKS-ARG-FIRMA    PIC X(20).
       77 WKS-STAT-TOK     PIC XX.
       77 WKS-TOK-OK       PIC 9.
       77 WKS-PWD-DIAS     PIC 9(03) VALUE 90.
       77 WKS-MAX-FALLAS   PIC 9(02) VALUE 5.
       77 WKS-PWD-OK       PIC 9.
       77 WKS-PWD-N1       PIC X(08).
       77 WKS-PWD-N2       PIC X(08).
       01 WKS-FIR-HOY      PIC 9(08).
       01 WKS-DIAS-PWD     PIC S9(05).
       01 WKS-FIR-HORA.
           03 WKS-FIR-HHMMSS PIC 9(06).
           03 FILLER         PIC 9(02).

      *    DATOS DE LA CORRIDA PARA LA BITACORA RUN-LOG.
       77 WKS-RUN-PROG     PIC X(08).
       77 WKS-RUN-FEC-INI  PIC 9(08).
       77 WKS-RUN-HOR-INI  PIC 9(06).
       77 WKS-RUN-FEC-FIN  PIC 9(08).
       77 WKS-RUN-LEI      PIC 9(06).
       77 WKS-RUN-ESC      PIC 9(06).
       77 WKS-RUN-REC      PIC 9(06).
       77 WKS-RUN-RES      PIC X.
       01 WKS-RUN-HORA.
           03 WKS-RUN-HHMMSS PIC 9(06).
           03 FILLER         PIC 9(02).
       01 WKS-OLG-HORA.
           03 WKS-OLG-HHMMSS PIC 9(06).
           03 FILLER         PIC 9(02).

       01 WKS-HOY          PIC 9(08).
       01 WKS-DIAS         PIC S9(05).
       01 WKS-FEC-REF      PIC 9(08).
       01 WKS-BUS-CLA      PIC X(08).
       01 WKS-BUS-TIPO     PIC X.

      *    TRIMESTRE REVISADO: LOS MOVIMIENTOS Y LAS VIOLACIONES SE
      *    CUENTAN ENTRE WKS-FEC-DESDE Y WKS-FEC-HASTA.
       01 WKS-TRIMESTRE    PIC 9(05).
       01 WKS-TRIMESTRE-D REDEFINES WKS-TRIMESTRE.
           03 WKS-TRI-ANO  PIC 9(04).
           03 WKS-TRI-NUM  PIC 9.
       01 WKS-FEC-DESDE    PIC 9(08).
       01 WKS-FEC-DESDE-D REDEFINES WKS-FEC-DESDE.
           03 WKS-DES-ANO  PIC 9(04).
           03 WKS-DES-MES  PIC 9(02).
           03 WKS-DES-DIA  PIC 9(02).
       01 WKS-FEC-HASTA    PIC 9(08).
       01 WKS-FEC-HASTA-D REDEFINES WKS-FEC-HASTA.
           03 WKS-HAS-ANO  PIC 9(04).
           03 WKS-HAS-MES  PIC 9(02).
           03 WKS-HAS-DIA  PIC 9(02).

      *    PARAMETROS (GEN-PAR): DIAS SIN FIRMA CORRECTA PARA
      *    CONSIDERAR INACTIVA UNA CUENTA (OPE-INAC) Y SI LA REVISION
      *    LAS INHABILITA SOLA (OPE-AUTO EN 1).
       01 WKS-DIAS-INAC    PIC 9(03).
       01 WKS-AUTO         PIC 9.

      *    CATALOGO DE OPERADORES CARGADO EN MEMORIA CON LO QUE SE
      *    JUNTA DE LAS BITACORAS: ULTIMA FIRMA CORRECTA (FIR-LOG,
      *    SIN LIMITE DE FECHA) Y MOVIMIENTOS DEL TRIMESTRE (HIST-CLI).
       01 WKS-OPE-TABLA.
           03 WKS-OPE-ENT OCCURS 100.
               05 WKS-O-CLA      PIC X(08).
               05 WKS-O-NOM      PIC X(30).
               05 WKS-O-NIV      PIC 9.
               05 WKS-O-EST      PIC X.
               05 WKS-O-FIR-FEC  PIC 9(08).
               05 WKS-O-FIR-PRG  PIC X(08).
               05 WKS-O-MOVS     PIC 9(05).
               05 WKS-O-SIT      PIC X(20).

      *    SOLICITUDES DE TARIFA VISTAS EN TAR-LOG, POR LLAVE DE
      *    TARIFA: LA APROBACION SE COMPARA CONTRA LA ULTIMA "S".
       01 WKS-SOL-TABLA.
           03 WKS-SOL-ENT OCCURS 100.
               05 WKS-S-CLA      PIC 9.
               05 WKS-S-VIG      PIC 9(08).
               05 WKS-S-OPE      PIC X(08).

      *    VIOLACIONES A LA SEPARACION DE FUNCIONES DEL TRIMESTRE.
      *    TIPO "B" BAJA AUTORIZADA POR QUIEN LA SOLICITO, "T" TARIFA
      *    APROBADA POR QUIEN LA SOLICITO, "C" COBROS Y CORTE DE CAJA
      *    DEL MISMO DIA Y SUCURSAL POR EL MISMO OPERADOR.
       01 WKS-SOD-TABLA.
           03 WKS-SOD-ENT OCCURS 200.
               05 WKS-V-TIPO     PIC X.
               05 WKS-V-FEC      PIC 9(08).
               05 WKS-V-SUC      PIC 9(02).
               05 WKS-V-OPE      PIC X(08).
               05 WKS-V-REF      PIC 9(08).
               05 WKS-V-CNT      PIC 9(03).
               05 WKS-V-IMP      PIC 9(07)V99.

       01 WKS-ENC1.
           03 FILLER       PIC X(24) VALUE SPACES.
           03 FILLER       PIC X(50) VALUE
                "REVISION TRIMESTRAL DE ACCESOS DE OPERADORES".

       01 WKS-ENC2.
           03 FILLER       PIC X(18)
                     VALUE "FECHA DE PROCESO: ".
           03 WKS-EFEC     PIC 9(08).
           03 FILLER       PIC X(05) VALUE SPACES.
           03 FILLER       PIC X(11) VALUE "TRIMESTRE: ".
           03 WKS-EDES     PIC 9(08).
           03 FILLER       PIC X(03) VALUE " A ".
           03 WKS-EHAS     PIC 9(08).
           03 FILLER       PIC X(05) VALUE SPACES.
           03 FILLER       PIC X(07) VALUE "PAG. : ".
           03 WKS-EPAG     PIC 9(02).

       01 WKS-ENC3.
           03 FILLER       PIC X(08) VALUE "OPERADOR".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(06) VALUE "NOMBRE".
           03 FILLER       PIC X(26) VALUE SPACES.
           03 FILLER       PIC X(05) VALUE "NIVEL".
           03 FILLER       PIC X(07) VALUE SPACES.
           03 FILLER       PIC X(03) VALUE "EST".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(12) VALUE "ULTIMA FIRMA".
           03 FILLER       PIC X(08) VALUE SPACES.
           03 FILLER       PIC X(04) VALUE "DIAS".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(05) VALUE "MOVS.".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(09) VALUE "SITUACION".

       01 WKS-ENC4.
           03 FILLER       PIC X(04) VALUE "TIPO".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(05) VALUE "FECHA".
           03 FILLER       PIC X(05) VALUE SPACES.
           03 FILLER       PIC X(03) VALUE "SUC".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(08) VALUE "OPERADOR".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(07) VALUE "DETALLE".

       01 WKS-TIT1.
           03 FILLER       PIC X(40) VALUE
                "OPERADORES DEL CATALOGO (OPE-TAB)".
       01 WKS-TIT2.
           03 FILLER       PIC X(48) VALUE
                "VIOLACIONES A LA SEPARACION DE FUNCIONES".

       01 WKS-DET1.
           03 WKS-DCLA     PIC X(08).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-DNOM     PIC X(30).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-DNIV     PIC X(10).
           03 FILLER       PIC X(03) VALUE SPACES.
           03 WKS-DEST     PIC X.
           03 FILLER       PIC X(03) VALUE SPACES.
           03 WKS-DFEC     PIC X(08).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 WKS-DPRG     PIC X(08).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-DDIAS    PIC ZZZZ9.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 WKS-DMOVS    PIC ZZZZ9.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-DSIT     PIC X(20).

       01 WKS-DET2.
           03 WKS-VDTIP    PIC X(04).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-VDFEC    PIC 9(08).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-VDSUC    PIC 99.
           03 FILLER       PIC X(03) VALUE SPACES.
           03 WKS-VDOPE    PIC X(08).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-VDDET    PIC X(70).

       01 WKS-TOT1.
           03 FILLER       PIC X(24) VALUE
                "OPERADORES REVISADOS  : ".
           03 WKS-TOPE     PIC ZZ9.
           03 FILLER       PIC X(14) VALUE ",  INACTIVOS: ".
           03 WKS-TINA     PIC ZZ9.
           03 FILLER       PIC X(19) VALUE ",  INHABILITADOS: ".
           03 WKS-TINH     PIC ZZ9.
       01 WKS-TOT2.
           03 FILLER       PIC X(24) VALUE
                "VIOLACIONES           : ".
           03 WKS-TSOD     PIC ZZ9.
       01 WKS-NOTA1.
           03 FILLER       PIC X(32) VALUE
                "INACTIVO: SIN FIRMA CORRECTA EN ".
           03 WKS-NDIAS    PIC ZZ9.
           03 FILLER       PIC X(34) VALUE
                " DIAS O MAS; QUIEN NUNCA FIRMO SE ".
           03 FILLER       PIC X(27) VALUE
                "CUENTA DESDE SU CONTRASENA.".
       01 WKS-NOTA2.
           03 FILLER       PIC X(36) VALUE
                "TIPO: BAJA AUTORIZADA POR SU SOLICIT".
           03 FILLER       PIC X(36) VALUE
                "ANTE, TARIFA APROBADA POR SU SOLICIT".
           03 FILLER       PIC X(36) VALUE
                "ANTE, CAJA COBRO Y CORTE DEL MISMO D".
           03 FILLER       PIC X(04) VALUE "IA.".

       01 WKS-IMP-ED       PIC $$$,$$9.99.
       01 WKS-CNT-ED       PIC ZZ9.
       01 WKS-REF-ED       PIC ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-LEE-FIRMAS.
           PERFORM 2100-LEE-BITACORA.
           PERFORM 2200-LEE-TARIFAS.
           PERFORM 2300-LEE-COBROS.
           PERFORM 2400-REVISA-INACTIVOS.
           PERFORM 2500-IMPRIME-REVISION.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           DISPLAY "REVISION TRIMESTRAL DE ACCESOS DE OPERADORES".
           PERFORM 1005-FIRMA-OPERADOR.
           MOVE "REV-OPE " TO WKS-RUN-PROG.
           ACCEPT WKS-RUN-FEC-INI FROM DATE YYYYMMDD.
           ACCEPT WKS-RUN-HORA FROM TIME.
           MOVE WKS-RUN-HHMMSS TO WKS-RUN-HOR-INI.
           MOVE 0 TO WKS-RUN-LEI.
           MOVE 0 TO WKS-RUN-ESC.
           MOVE 0 TO WKS-RUN-REC.
           MOVE "N" TO WKS-RUN-RES.
           ACCEPT WKS-HOY FROM DATE YYYYMMDD.
           MOVE 0 TO WKS-PER-OK.
           PERFORM 1010-CAPTURA-TRIMESTRE UNTIL WKS-PER-OK = 1.
           PERFORM 1020-LEE-PARAMETROS.

      *    CON LA INHABILITACION AUTOMATICA EL CATALOGO SE ABRE PARA
      *    ACTUALIZAR; SI NO, LA REVISION SOLO LO CONSULTA.
           IF WKS-AUTO = 1
               OPEN I-O OPE-TAB
           ELSE
               OPEN INPUT OPE-TAB.
           IF WKS-STAT-OPE = "35"
               DISPLAY "NO EXISTE EL CATALOGO DE OPERADORES (OPE-TAB)."
               STOP RUN.

           MOVE 1 TO WKS-HAY-SEG.
           OPEN INPUT OPE-SEG.
           IF WKS-STAT-SEG = "35"
               MOVE 0 TO WKS-HAY-SEG.

           MOVE 0 TO WKS-OPES.
           MOVE 0 TO WKS-SUPERV-ACT.
           MOVE 0 TO WKS-FIN.
           PERFORM 1100-CARGA-OPERADOR UNTIL WKS-FIN = 1.

           MOVE 0 TO WKS-SODS.
           MOVE 0 TO WKS-SOLS.
           MOVE 0 TO WKS-INACTIVOS.
           MOVE 0 TO WKS-INHABILITA.
           MOVE 0 TO WKS-HIS-SIN-CAT.
           MOVE 0 TO WKS-NUM-PAG.

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
      *    LA REVISION DE ACCESOS PUEDE INHABILITAR CUENTAS EN
      *    OPE-TAB: ES FUNCION DE SUPERVISOR (NIV-OPE 2); TRES
      *    INTENTOS FALLIDOS TERMINAN EL PROGRAMA.
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
               DISPLAY "SOLO UN SUPERVISOR PUEDE REVISAR ACCESOS."
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
           MOVE "REV-OPE " TO FIR-PROGRAMA.
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


       1010-CAPTURA-TRIMESTRE.
           DISPLAY "TRIMESTRE A REVISAR:(AAAAT, T DE 1 A 4)".
           ACCEPT WKS-TRIMESTRE.
           MOVE 1 TO WKS-PER-OK.
           IF WKS-TRI-NUM < 1 OR WKS-TRI-NUM > 4
               MOVE 0 TO WKS-PER-OK
               DISPLAY "TRIMESTRE INVALIDO, REINTENTE"
           ELSE
               MOVE WKS-TRI-ANO TO WKS-DES-ANO WKS-HAS-ANO
               COMPUTE WKS-DES-MES = WKS-TRI-NUM * 3 - 2
               MOVE 1 TO WKS-DES-DIA
               COMPUTE WKS-HAS-MES = WKS-TRI-NUM * 3
               IF WKS-TRI-NUM = 2 OR WKS-TRI-NUM = 3
                   MOVE 30 TO WKS-HAS-DIA
               ELSE
                   MOVE 31 TO WKS-HAS-DIA.

       1020-LEE-PARAMETROS.
      *    SIN ARCHIVO DE PARAMETROS O SIN LA CLAVE: 90 DIAS Y SOLO
      *    SE SENALAN LAS CUENTAS, SIN INHABILITARLAS.
           MOVE 90 TO WKS-DIAS-INAC.
           MOVE 0 TO WKS-AUTO.
           OPEN INPUT PAR-SIS.
           IF WKS-STAT-PRM NOT = "35"
               MOVE "OPE-INAC" TO CLA-PRM
               READ PAR-SIS
                   NOT INVALID KEY MOVE VAL-PRM TO WKS-DIAS-INAC
               END-READ
               MOVE "OPE-AUTO" TO CLA-PRM
               READ PAR-SIS
                   NOT INVALID KEY MOVE VAL-PRM TO WKS-AUTO
               END-READ
               CLOSE PAR-SIS
           END-IF.
           DISPLAY "DIAS SIN FIRMA PARA INACTIVO: " WKS-DIAS-INAC
               "  INHABILITAR: " WKS-AUTO.

       1100-CARGA-OPERADOR.
           READ OPE-TAB NEXT
               AT END MOVE 1 TO WKS-FIN
               NOT AT END
                   IF WKS-OPES < 100
                       ADD 1 TO WKS-OPES
                       MOVE CLA-OPE TO WKS-O-CLA (WKS-OPES)
                       MOVE NOM-OPE TO WKS-O-NOM (WKS-OPES)
                       MOVE NIV-OPE TO WKS-O-NIV (WKS-OPES)
                       MOVE EST-OPE TO WKS-O-EST (WKS-OPES)
                       MOVE 0 TO WKS-O-FIR-FEC (WKS-OPES)
                       MOVE SPACES TO WKS-O-FIR-PRG (WKS-OPES)
                       MOVE 0 TO WKS-O-MOVS (WKS-OPES)
                       MOVE SPACES TO WKS-O-SIT (WKS-OPES)
                       IF NIV-OPE = 2 AND EST-OPE = "A"
                           ADD 1 TO WKS-SUPERV-ACT
                       END-IF
                   ELSE
                       DISPLAY "MAS DE 100 OPERADORES, FUERA DE LA "
                           "REVISION: " CLA-OPE
                       ADD 1 TO WKS-RUN-REC
                   END-IF
           END-READ.

       2000-LEE-FIRMAS.
      *    LA ULTIMA FIRMA CORRECTA DE CADA OPERADOR, DE TODA LA
      *    BITACORA: LA INACTIVIDAD NO SE MIDE SOLO EN EL TRIMESTRE.
           OPEN INPUT FIR-LOG.
           IF WKS-STAT-FIR NOT = "35"
               MOVE 0 TO WKS-FIN
               PERFORM 2010-LEE-FIRMA UNTIL WKS-FIN = 1
               CLOSE FIR-LOG.

       2010-LEE-FIRMA.
           READ FIR-LOG
               AT END MOVE 1 TO WKS-FIN
               NOT AT END
                   IF FIR-RESULTADO = "N"
                       MOVE FIR-OPERADOR TO WKS-BUS-CLA
                       PERFORM 8100-BUSCA-OPERADOR
                       IF WKS-HALLADO = 1
                           PERFORM 2020-GUARDA-FIRMA
                       END-IF
                   END-IF
           END-READ.

       2020-GUARDA-FIRMA.
           IF FIR-FECHA >= WKS-O-FIR-FEC (WKS-IX)
               MOVE FIR-FECHA TO WKS-O-FIR-FEC (WKS-IX)
               MOVE FIR-PROGRAMA TO WKS-O-FIR-PRG (WKS-IX).

       2100-LEE-BITACORA.
           OPEN INPUT HIST-CLI.
           IF WKS-STAT-HIS NOT = "35"
               MOVE 0 TO WKS-FIN
               PERFORM 2110-LEE-MOVIMIENTO UNTIL WKS-FIN = 1
               CLOSE HIST-CLI.

       2110-LEE-MOVIMIENTO.
      *    LOS MOVIMIENTOS DE PROCESOS BATCH O DE CLAVES QUE YA NO
      *    ESTAN EN EL CATALOGO SOLO SE CUENTAN EN EL TOTAL APARTE.
           READ HIST-CLI
               AT END MOVE 1 TO WKS-FIN
               NOT AT END
                   IF HIST-FECHA >= WKS-FEC-DESDE
                       AND HIST-FECHA <= WKS-FEC-HASTA
                       MOVE HIST-OPERADOR TO WKS-BUS-CLA
                       PERFORM 8100-BUSCA-OPERADOR
                       IF WKS-HALLADO = 1
                           ADD 1 TO WKS-O-MOVS (WKS-IX)
                       ELSE
                           ADD 1 TO WKS-HIS-SIN-CAT
                       END-IF
                       PERFORM 2120-CHECA-AUTO-BAJA
                   END-IF
           END-READ.

       2120-CHECA-AUTO-BAJA.
      *    AUT-BAJ GRABA LA BAJA ("D") CON EL SUPERVISOR QUE LA
      *    APLICA Y DEJA "SOLICITO: " Y LA CLAVE DE QUIEN LA PIDIO EN
      *    LA IMAGEN POSTERIOR.
           IF HIST-ACCION = "D"
               AND HIST-DESPUES (1:10) = "SOLICITO: "
               AND HIST-DESPUES (11:8) = HIST-OPERADOR
               MOVE "B" TO WKS-BUS-TIPO
               PERFORM 8200-AGREGA-VIOLACION
               IF WKS-HALLADO = 1
                   MOVE HIST-FECHA TO WKS-V-FEC (WKS-SX)
                   MOVE HIST-SUCURSAL TO WKS-V-SUC (WKS-SX)
                   MOVE HIST-OPERADOR TO WKS-V-OPE (WKS-SX)
                   MOVE HIST-ID-CLIENTE TO WKS-V-REF (WKS-SX)
               END-IF
           END-IF.

       2200-LEE-TARIFAS.
           OPEN INPUT TAR-LOG.
           IF WKS-STAT-TLG NOT = "35"
               MOVE 0 TO WKS-FIN
               PERFORM 2210-LEE-PASO-TARIFA UNTIL WKS-FIN = 1
               CLOSE TAR-LOG.

       2210-LEE-PASO-TARIFA.
      *    LA BITACORA VA EN ORDEN DE TIEMPO: CADA "S" QUEDA COMO LA
      *    SOLICITUD VIGENTE DE SU TARIFA HASTA QUE LLEGA LA "A".
           READ TAR-LOG
               AT END MOVE 1 TO WKS-FIN
               NOT AT END
                   IF TLOG-ACCION = "S"
                       PERFORM 2220-GUARDA-SOLICITUD
                   ELSE
                       IF TLOG-ACCION = "A"
                           AND TLOG-FECHA >= WKS-FEC-DESDE
                           AND TLOG-FECHA <= WKS-FEC-HASTA
                           PERFORM 2230-CHECA-AUTO-TARIFA
                       END-IF
                   END-IF
           END-READ.

       2220-GUARDA-SOLICITUD.
           PERFORM 8300-BUSCA-SOLICITUD.
           IF WKS-HALLADO = 0
               IF WKS-SOLS < 100
                   ADD 1 TO WKS-SOLS
                   MOVE WKS-SOLS TO WKS-TX
                   MOVE 1 TO WKS-HALLADO
               ELSE
                   DISPLAY "MAS DE 100 TARIFAS SOLICITADAS, SIN "
                       "REVISAR: " TLOG-CLA " " TLOG-VIG
               END-IF.
           IF WKS-HALLADO = 1
               MOVE TLOG-CLA TO WKS-S-CLA (WKS-TX)
               MOVE TLOG-VIG TO WKS-S-VIG (WKS-TX)
               MOVE TLOG-OPERADOR TO WKS-S-OPE (WKS-TX).

       2230-CHECA-AUTO-TARIFA.
           PERFORM 8300-BUSCA-SOLICITUD.
           IF WKS-HALLADO = 1
               IF WKS-S-OPE (WKS-TX) = TLOG-OPERADOR
                   MOVE "T" TO WKS-BUS-TIPO
                   PERFORM 8200-AGREGA-VIOLACION
                   IF WKS-HALLADO = 1
                       MOVE TLOG-FECHA TO WKS-V-FEC (WKS-SX)
                       MOVE 0 TO WKS-V-SUC (WKS-SX)
                       MOVE TLOG-OPERADOR TO WKS-V-OPE (WKS-SX)
                       MOVE TLOG-VIG TO WKS-V-REF (WKS-SX)
                       MOVE TLOG-CLA TO WKS-V-CNT (WKS-SX)
                   END-IF
               END-IF
           END-IF.

       2300-LEE-COBROS.
      *    UN RECIBO COBRADO EN CAJA CUYO DIA Y SUCURSAL CORTO EL
      *    MISMO OPERADOR EN COR-CAJ: SE JUNTAN POR DIA, SUCURSAL Y
      *    OPERADOR. LOS COBROS DEL BANCO (SUCURSAL 00) NO CUENTAN.
           MOVE 1 TO WKS-HAY-COR.
           OPEN INPUT COR-CTL.
           IF WKS-STAT-COR = "35"
               MOVE 0 TO WKS-HAY-COR.
           OPEN INPUT PAG-CLI.
           IF WKS-STAT-PAG NOT = "35" AND WKS-HAY-COR = 1
               MOVE 0 TO WKS-FIN
               PERFORM 2310-LEE-COBRO UNTIL WKS-FIN = 1.
           IF WKS-STAT-PAG NOT = "35"
               CLOSE PAG-CLI.
           IF WKS-HAY-COR = 1
               CLOSE COR-CTL.

       2310-LEE-COBRO.
           READ PAG-CLI NEXT
               AT END MOVE 1 TO WKS-FIN
               NOT AT END
                   IF FEC-PAG >= WKS-FEC-DESDE
                       AND FEC-PAG <= WKS-FEC-HASTA
                       AND SUC-PAG > 0
                       MOVE FEC-PAG TO FEC-COR
                       MOVE SUC-PAG TO SUC-COR
                       READ COR-CTL
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               IF OPER-COR = OPER-PAG
                                   PERFORM 2320-ACUMULA-CAJA
                               END-IF
                       END-READ
                   END-IF
           END-READ.

       2320-ACUMULA-CAJA.
           MOVE 0 TO WKS-HALLADO.
           MOVE 1 TO WKS-SX.
           PERFORM 2330-COMPARA-CAJA UNTIL WKS-HALLADO = 1
               OR WKS-SX > WKS-SODS.
           IF WKS-HALLADO = 0
               MOVE "C" TO WKS-BUS-TIPO
               PERFORM 8200-AGREGA-VIOLACION
               IF WKS-HALLADO = 1
                   MOVE FEC-PAG TO WKS-V-FEC (WKS-SX)
                   MOVE SUC-PAG TO WKS-V-SUC (WKS-SX)
                   MOVE OPER-PAG TO WKS-V-OPE (WKS-SX)
                   MOVE 0 TO WKS-V-REF (WKS-SX)
               END-IF
           END-IF.
           IF WKS-HALLADO = 1
               ADD 1 TO WKS-V-CNT (WKS-SX)
               ADD IMP-PAG TO WKS-V-IMP (WKS-SX).

       2330-COMPARA-CAJA.
           IF WKS-V-TIPO (WKS-SX) = "C"
               AND WKS-V-FEC (WKS-SX) = FEC-PAG
               AND WKS-V-SUC (WKS-SX) = SUC-PAG
               AND WKS-V-OPE (WKS-SX) = OPER-PAG
               MOVE 1 TO WKS-HALLADO
           ELSE
               ADD 1 TO WKS-SX.

       2400-REVISA-INACTIVOS.
           MOVE 1 TO WKS-IX.
           PERFORM 2410-REVISA-OPERADOR UNTIL WKS-IX > WKS-OPES.

       2410-REVISA-OPERADOR.
      *    LA INACTIVIDAD SE CUENTA DESDE LA ULTIMA FIRMA CORRECTA;
      *    QUIEN NUNCA HA FIRMADO SE CUENTA DESDE SU CONTRASENA
      *    INICIAL (OPE-SEG). LAS CUENTAS YA INHABILITADAS SOLO SE
      *    LISTAN.
           MOVE WKS-O-FIR-FEC (WKS-IX) TO WKS-FEC-REF.
           IF WKS-FEC-REF = 0 AND WKS-HAY-SEG = 1
               MOVE WKS-O-CLA (WKS-IX) TO CLA-OPE-SEG
               READ OPE-SEG
                   NOT INVALID KEY MOVE FEC-PWD-SEG TO WKS-FEC-REF
               END-READ
           END-IF.
           IF WKS-FEC-REF = 0
               MOVE 99999 TO WKS-DIAS
           ELSE
               COMPUTE WKS-DIAS =
                   FUNCTION INTEGER-OF-DATE (WKS-HOY) -
                   FUNCTION INTEGER-OF-DATE (WKS-FEC-REF).

           IF WKS-O-EST (WKS-IX) = "A" AND WKS-DIAS >= WKS-DIAS-INAC
               ADD 1 TO WKS-INACTIVOS
               MOVE "INACTIVO" TO WKS-O-SIT (WKS-IX)
               IF WKS-AUTO = 1
                   PERFORM 2420-INHABILITA-OPERADOR
               END-IF
           END-IF.
           ADD 1 TO WKS-IX.

       2420-INHABILITA-OPERADOR.
      *    NUNCA SE INHABILITA AL ULTIMO SUPERVISOR ACTIVO: SIN EL
      *    NADIE PODRIA REACTIVAR CUENTAS EN GEN-OPE.
           IF WKS-O-NIV (WKS-IX) = 2 AND WKS-SUPERV-ACT < 2
               MOVE "INACTIVO, ULT.SUPERV" TO WKS-O-SIT (WKS-IX)
           ELSE
               MOVE WKS-O-CLA (WKS-IX) TO CLA-OPE
               READ OPE-TAB
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "I" TO EST-OPE
                       REWRITE REG-OPE
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               PERFORM 8550-ESCRIBE-OPE-LOG
                               MOVE "I" TO WKS-O-EST (WKS-IX)
                               MOVE "INHABILITADO HOY"
                                   TO WKS-O-SIT (WKS-IX)
                               ADD 1 TO WKS-INHABILITA
                               IF WKS-O-NIV (WKS-IX) = 2
                                   SUBTRACT 1 FROM WKS-SUPERV-ACT
                               END-IF
                       END-REWRITE
               END-READ
           END-IF.

       2500-IMPRIME-REVISION.
           OPEN OUTPUT REP-OPE.
           MOVE 1 TO WKS-SECCION.
           PERFORM 2900-ENCABEZADO.
           MOVE 1 TO WKS-IX.
           PERFORM 2510-IMPRIME-OPERADOR UNTIL WKS-IX > WKS-OPES.
           MOVE WKS-OPES TO WKS-TOPE.
           MOVE WKS-INACTIVOS TO WKS-TINA.
           MOVE WKS-INHABILITA TO WKS-TINH.
           MOVE WKS-TOT1 TO LINEAO.
           WRITE LINEAO AFTER 2.
           MOVE WKS-DIAS-INAC TO WKS-NDIAS.
           MOVE WKS-NOTA1 TO LINEAO.
           WRITE LINEAO AFTER 1.

           MOVE 2 TO WKS-SECCION.
           PERFORM 2900-ENCABEZADO.
           MOVE 1 TO WKS-SX.
           PERFORM 2520-IMPRIME-VIOLACION UNTIL WKS-SX > WKS-SODS.
           MOVE WKS-SODS TO WKS-TSOD.
           MOVE WKS-TOT2 TO LINEAO.
           WRITE LINEAO AFTER 2.
           MOVE WKS-NOTA2 TO LINEAO.
           WRITE LINEAO AFTER 1.
           CLOSE REP-OPE.

       2510-IMPRIME-OPERADOR.
           IF WKS-CONT-LIN > WKS-LIN-MAX
               PERFORM 2900-ENCABEZADO.
           MOVE WKS-O-CLA (WKS-IX) TO WKS-DCLA.
           MOVE WKS-O-NOM (WKS-IX) TO WKS-DNOM.
           IF WKS-O-NIV (WKS-IX) = 2
               MOVE "SUPERVISOR" TO WKS-DNIV
           ELSE
               MOVE "CAPTURA" TO WKS-DNIV.
           MOVE WKS-O-EST (WKS-IX) TO WKS-DEST.
           IF WKS-O-FIR-FEC (WKS-IX) = 0
               MOVE "NUNCA" TO WKS-DFEC
               MOVE SPACES TO WKS-DPRG
               MOVE 0 TO WKS-DDIAS
           ELSE
               MOVE WKS-O-FIR-FEC (WKS-IX) TO WKS-DFEC
               MOVE WKS-O-FIR-PRG (WKS-IX) TO WKS-DPRG
               COMPUTE WKS-DDIAS =
                   FUNCTION INTEGER-OF-DATE (WKS-HOY) -
                   FUNCTION INTEGER-OF-DATE (WKS-O-FIR-FEC (WKS-IX)).
           MOVE WKS-O-MOVS (WKS-IX) TO WKS-DMOVS.
           MOVE WKS-O-SIT (WKS-IX) TO WKS-DSIT.
           MOVE WKS-DET1 TO LINEAO.
           WRITE LINEAO AFTER 1.
           ADD 1 TO WKS-CONT-LIN.
           ADD 1 TO WKS-IX.

       2520-IMPRIME-VIOLACION.
           IF WKS-CONT-LIN > WKS-LIN-MAX
               PERFORM 2900-ENCABEZADO.
           MOVE WKS-V-FEC (WKS-SX) TO WKS-VDFEC.
           MOVE WKS-V-SUC (WKS-SX) TO WKS-VDSUC.
           MOVE WKS-V-OPE (WKS-SX) TO WKS-VDOPE.
           MOVE SPACES TO WKS-VDDET.
           IF WKS-V-TIPO (WKS-SX) = "B"
               MOVE "BAJA" TO WKS-VDTIP
               MOVE WKS-V-REF (WKS-SX) TO WKS-REF-ED
               STRING "SOLICITO Y AUTORIZO LA BAJA DEL CLIENTE "
                          DELIMITED BY SIZE
                      WKS-REF-ED DELIMITED BY SIZE
                   INTO WKS-VDDET
               END-STRING
           ELSE
               IF WKS-V-TIPO (WKS-SX) = "T"
                   MOVE "TAR." TO WKS-VDTIP
                   STRING "SOLICITO Y APROBO LA TARIFA CLAVE "
                              DELIMITED BY SIZE
                          WKS-V-CNT (WKS-SX) (3:1) DELIMITED BY SIZE
                          " VIGENTE DESDE " DELIMITED BY SIZE
                          WKS-V-REF (WKS-SX) DELIMITED BY SIZE
                       INTO WKS-VDDET
                   END-STRING
               ELSE
                   MOVE "CAJA" TO WKS-VDTIP
                   MOVE WKS-V-CNT (WKS-SX) TO WKS-CNT-ED
                   MOVE WKS-V-IMP (WKS-SX) TO WKS-IMP-ED
                   STRING "COBRO " DELIMITED BY SIZE
                          WKS-CNT-ED DELIMITED BY SIZE
                          " RECIBOS POR " DELIMITED BY SIZE
                          FUNCTION TRIM (WKS-IMP-ED)
                              DELIMITED BY SIZE
                          " Y CORTO LA CAJA DEL DIA"
                              DELIMITED BY SIZE
                       INTO WKS-VDDET
                   END-STRING
               END-IF
           END-IF.
           MOVE WKS-DET2 TO LINEAO.
           WRITE LINEAO AFTER 1.
           ADD 1 TO WKS-CONT-LIN.
           ADD 1 TO WKS-SX.

       2900-ENCABEZADO.
      *    CADA SECCION ARRANCA EN HOJA NUEVA CON SU TITULO Y SUS
      *    COLUMNAS.
           ADD 1 TO WKS-NUM-PAG.
           MOVE WKS-ENC1 TO LINEAO.
           WRITE LINEAO AFTER PAGE.
           MOVE WKS-HOY TO WKS-EFEC.
           MOVE WKS-FEC-DESDE TO WKS-EDES.
           MOVE WKS-FEC-HASTA TO WKS-EHAS.
           MOVE WKS-NUM-PAG TO WKS-EPAG.
           MOVE WKS-ENC2 TO LINEAO.
           WRITE LINEAO AFTER 1.
           IF WKS-SECCION = 1
               MOVE WKS-TIT1 TO LINEAO
               WRITE LINEAO AFTER 2
               MOVE WKS-ENC3 TO LINEAO
           ELSE
               MOVE WKS-TIT2 TO LINEAO
               WRITE LINEAO AFTER 2
               MOVE WKS-ENC4 TO LINEAO.
           WRITE LINEAO AFTER 2.
           MOVE 7 TO WKS-CONT-LIN.

       8100-BUSCA-OPERADOR.
      *    BUSCA LA CLAVE WKS-BUS-CLA EN EL CATALOGO CARGADO; DEJA
      *    SU RENGLON EN WKS-IX.
           MOVE 0 TO WKS-HALLADO.
           MOVE 1 TO WKS-IX.
           PERFORM 8110-COMPARA-OPERADOR UNTIL WKS-HALLADO = 1
               OR WKS-IX > WKS-OPES.

       8110-COMPARA-OPERADOR.
           IF WKS-O-CLA (WKS-IX) = WKS-BUS-CLA
               MOVE 1 TO WKS-HALLADO
           ELSE
               ADD 1 TO WKS-IX.

       8200-AGREGA-VIOLACION.
      *    DA DE ALTA UN RENGLON DE VIOLACION DEL TIPO QUE TRAE
      *    WKS-BUS-TIPO Y LO DEJA EN WKS-SX.
           MOVE 0 TO WKS-HALLADO.
           IF WKS-SODS < 200
               ADD 1 TO WKS-SODS
               MOVE WKS-SODS TO WKS-SX
               MOVE WKS-BUS-TIPO TO WKS-V-TIPO (WKS-SX)
               MOVE 0 TO WKS-V-CNT (WKS-SX)
               MOVE 0 TO WKS-V-IMP (WKS-SX)
               MOVE 1 TO WKS-HALLADO
           ELSE
               DISPLAY "MAS DE 200 VIOLACIONES, NO SE LISTAN TODAS".

       8300-BUSCA-SOLICITUD.
      *    BUSCA LA TARIFA DE REG-TLOG EN LAS SOLICITUDES GUARDADAS;
      *    DEJA SU RENGLON EN WKS-TX.
           MOVE 0 TO WKS-HALLADO.
           MOVE 1 TO WKS-TX.
           PERFORM 8310-COMPARA-SOLICITUD UNTIL WKS-HALLADO = 1
               OR WKS-TX > WKS-SOLS.

       8310-COMPARA-SOLICITUD.
           IF WKS-S-CLA (WKS-TX) = TLOG-CLA
               AND WKS-S-VIG (WKS-TX) = TLOG-VIG
               MOVE 1 TO WKS-HALLADO
           ELSE
               ADD 1 TO WKS-TX.

       8500-ESCRIBE-RUN-LOG.
      *    UN SOLO REGISTRO POR CORRIDA, ESCRITO AL TERMINAR, CON LA
      *    HORA DE INICIO CAPTURADA EN 1000-INICIO: LEIDOS SON LOS
      *    OPERADORES REVISADOS, ESCRITOS LOS INHABILITADOS Y
      *    RECHAZADOS LOS QUE NO CUPIERON EN LA REVISION.
           OPEN EXTEND RUN-LOG.
           MOVE WKS-RUN-PROG TO RUN-PROGRAMA.
           MOVE WKS-OPERADOR TO RUN-OPERADOR.
           MOVE WKS-RUN-FEC-INI TO RUN-FEC-INI.
           MOVE WKS-RUN-HOR-INI TO RUN-HOR-INI.
           ACCEPT WKS-RUN-FEC-FIN FROM DATE YYYYMMDD.
           ACCEPT WKS-RUN-HORA FROM TIME.
           MOVE WKS-RUN-FEC-FIN TO RUN-FEC-FIN.
           MOVE WKS-RUN-HHMMSS TO RUN-HOR-FIN.
           MOVE WKS-RUN-LEI TO RUN-LEIDOS.
           MOVE WKS-RUN-ESC TO RUN-ESCRITOS.
           MOVE WKS-RUN-REC TO RUN-RECHAZADOS.
           MOVE WKS-RUN-RES TO RUN-RESULTADO.
           WRITE REG-RUN.
           CLOSE RUN-LOG.

       8550-ESCRIBE-OPE-LOG.
      *    CADA CUENTA QUE LA REVISION INHABILITA QUEDA EN OPE-LOG
      *    CON EL SUPERVISOR QUE CORRIO LA REVISION.
           OPEN EXTEND OPE-LOG.
           MOVE WKS-HOY TO FEC-OLG.
           ACCEPT WKS-OLG-HORA FROM TIME.
           MOVE WKS-OLG-HHMMSS TO HOR-OLG.
           MOVE WKS-OPERADOR TO OPER-OLG.
           MOVE "REV-OPE " TO PRG-OLG.
           MOVE WKS-O-CLA (WKS-IX) TO CLA-OLG.
           MOVE WKS-O-NIV (WKS-IX) TO NIV-OLG.
           MOVE WKS-DIAS TO DIAS-OLG.
           MOVE WKS-TRIMESTRE TO TRI-OLG.
           MOVE WKS-O-EST (WKS-IX) TO EST-ANT-OLG.
           MOVE "I" TO EST-NVO-OLG.
           WRITE REG-OLG.
           CLOSE OPE-LOG.

       3000-FIN.
           MOVE WKS-OPES TO WKS-RUN-LEI.
           MOVE WKS-INHABILITA TO WKS-RUN-ESC.
           PERFORM 8500-ESCRIBE-RUN-LOG.
           IF WKS-HAY-SEG = 1
               CLOSE OPE-SEG.
           CLOSE OPE-TAB.
           DISPLAY "OPERADORES REVISADOS:   " WKS-OPES.
           DISPLAY "CUENTAS INACTIVAS:      " WKS-INACTIVOS.
           DISPLAY "INHABILITADAS HOY:      " WKS-INHABILITA.
           DISPLAY "VIOLACIONES DE FUNCION: " WKS-SODS.
           DISPLAY "MOVS. SIN OPERADOR DE CATALOGO: " WKS-HIS-SIN-CAT.
           DISPLAY "REPORTE GENERADO".
