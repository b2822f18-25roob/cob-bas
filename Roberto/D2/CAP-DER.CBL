       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP-DER.
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
           SELECT CON-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ID-CLIENTE-CON
           FILE STATUS IS WKS-STAT-CON.
           SELECT DOM-MAN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ID-CLIENTE-DMN
           FILE STATUS IS WKS-STAT-DMN.
           SELECT TAR-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LLAVE-TAR-CLI
           ALTERNATE RECORD KEY IS NOM-TAR-DET WITH DUPLICATES
           FILE STATUS IS WKS-STAT-DET.
           SELECT FAC-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOLIO-FAC
           ALTERNATE RECORD KEY IS ID-CLIENTE-FAC WITH DUPLICATES
           FILE STATUS IS WKS-STAT-FAC.
           SELECT PAG-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOLIO-PAG
           ALTERNATE RECORD KEY IS LLAVE-PAG WITH DUPLICATES
           FILE STATUS IS WKS-STAT-PAG.
           SELECT HIST-CLI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WKS-STAT-HIS.
           SELECT FAC-ARC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WKS-STAT-ARC.
           SELECT CAL-TAB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FEC-CAL
           FILE STATUS IS WKS-STAT-CAL.
           SELECT DER-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LLAVE-DER
           ALTERNATE RECORD KEY IS FEC-LIM-DER WITH DUPLICATES
           FILE STATUS IS WKS-STAT-DER.
           SELECT OPO-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ID-CLIENTE-OPO
           FILE STATUS IS WKS-STAT-OPO.
           SELECT LOCK-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS COD-LOCK-CLI
           FILE STATUS IS WKS-STAT-LCK.
           SELECT EXP-DER ASSIGN TO PRINTER.
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

       FD CON-CLI.
           COPY CONCLI.

       FD DOM-MAN.
           COPY DOMMAN.

       FD TAR-CLI.
           COPY TARCLI.

       FD FAC-CLI.
           COPY FACCLI.

       FD PAG-CLI.
           COPY PAGCLI.

       FD HIST-CLI.
           COPY AUDREG.

       FD FAC-ARC.
           COPY FACARC.

       FD CAL-TAB.
           COPY CALTAB.

       FD DER-CLI.
           COPY DERCLI.

       FD OPO-CLI.
           COPY OPOCLI.

       FD LOCK-CLI.
           COPY LCKCLI.

       FD EXP-DER.
       01 LINEAX           PIC X(132).

       WORKING-STORAGE SECTION.
       77 WKS-FIN          PIC 9.
       77 WKS-DESC         PIC X.
       77 WKS-OPCION       PIC 9.
       77 WKS-STAT-OPE     PIC XX.
       77 WKS-STAT-CLI     PIC XX.
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
       77 WKS-STAT-CON     PIC XX.
       77 WKS-STAT-DMN     PIC XX.
       77 WKS-STAT-DET     PIC XX.
       77 WKS-STAT-FAC     PIC XX.
       77 WKS-STAT-PAG     PIC XX.
       77 WKS-STAT-HIS     PIC XX.
       77 WKS-STAT-ARC     PIC XX.
       77 WKS-STAT-CAL     PIC XX.
       77 WKS-STAT-DER     PIC XX.
       77 WKS-STAT-OPO     PIC XX.
       77 WKS-HAY-CON      PIC 9.
       77 WKS-HAY-DMN      PIC 9.
       77 WKS-HAY-DET      PIC 9.
       77 WKS-HAY-FAC      PIC 9.
       77 WKS-HAY-PAG      PIC 9.
       77 WKS-HAY-CAL      PIC 9.
       77 WKS-FIN-SEC      PIC 9.
       77 WKS-HAY-SOL      PIC 9.
       77 WKS-HAY-OPO      PIC 9.
       77 WKS-HABIL        PIC 9.
       77 WKS-DIA-SEM      PIC 9.
       77 WKS-SEC-MAX      PIC 9(03).
       77 WKS-SEC          PIC 9(03).
       77 WKS-SOLICITUDES  PIC 9(03).
       77 WKS-MOSTRADOS    PIC 9(05).
       77 WKS-HABILES      PIC 9(03).
       77 WKS-DER-DIAS     PIC 9(03).
       77 WKS-CONT-LIN     PIC 99.
       77 WKS-LIN-MAX      PIC 99 VALUE 60.
       77 WKS-NUM-PAG      PIC 9(02).
       01 WKS-TIPO         PIC X.
       01 WKS-RESOLUCION   PIC X.
       01 WKS-HOY          PIC 9(08).
       01 WKS-FEC-REC      PIC 9(08).
       01 WKS-FEC-LIM      PIC 9(08).
       01 WKS-FEC-DOC      PIC 9(08).
       01 WKS-DIA-ENT      PIC S9(07).
       01 WKS-NOM-COMPLETO PIC X(62).
       01 WKS-TXT-HIS      PIC X(40).
       01 WKS-SALVA-LIN    PIC X(132).
       01 WKS-AHORA.
           03 WKS-AHORA-HHMMSS PIC 9(06).
           03 FILLER           PIC 9(02).

      *    RENGLONES DEL EXPEDIENTE COMPLETO (OPCION 3).
       01 WKS-ENC1.
           03 FILLER       PIC X(28) VALUE SPACES.
           03 FILLER       PIC X(44)
                     VALUE "EXPEDIENTE COMPLETO DE DATOS PERSONALES".

       01 WKS-ENC2.
           03 FILLER       PIC X(09) VALUE "CLIENTE: ".
           03 WKS-EID      PIC 9(03).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-ENOM     PIC X(62).
           03 FILLER       PIC X(08) VALUE "FECHA: ".
           03 WKS-EFEC     PIC 9(08).
           03 FILLER       PIC X(05) VALUE SPACES.
           03 FILLER       PIC X(07) VALUE "PAG. : ".
           03 WKS-EPAG     PIC 9(02).

       01 WKS-TIT.
           03 FILLER       PIC X(04) VALUE "*** ".
           03 WKS-TIT-TXT  PIC X(50).

       01 WKS-VACIO.
           03 FILLER       PIC X(04) VALUE SPACES.
           03 WKS-VAC-TXT  PIC X(50).

       01 WKS-LG1.
           03 FILLER       PIC X(16) VALUE "  NOMBRE      : ".
           03 WKS-G-NOM    PIC X(62).

       01 WKS-LG2.
           03 FILLER       PIC X(16) VALUE "  TARJETA     : ".
           03 WKS-G-CLA    PIC 9.
           03 FILLER       PIC X VALUE SPACE.
           03 WKS-G-TAR    PIC X(20).
           03 FILLER       PIC X(13) VALUE "  ANUALIDAD: ".
           03 WKS-G-ANU    PIC $$$,$$9.99.

       01 WKS-LG3.
           03 FILLER       PIC X(16) VALUE "  INGRESO     : ".
           03 WKS-G-ING    PIC 9(08).
           03 FILLER       PIC X(10) VALUE "  ESTADO: ".
           03 WKS-G-EST    PIC X.
           03 FILLER       PIC X VALUE SPACE.
           03 WKS-G-MOT    PIC X(02).
           03 FILLER       PIC X(07) VALUE " DESDE ".
           03 WKS-G-FES    PIC 9(08).
           03 FILLER       PIC X(12) VALUE "  SUCURSAL: ".
           03 WKS-G-SUC    PIC 9(02).

       01 WKS-LC1.
           03 FILLER       PIC X(16) VALUE "  DOMICILIO   : ".
           03 WKS-C-DIR1   PIC X(30).
           03 FILLER       PIC X VALUE SPACE.
           03 WKS-C-DIR2   PIC X(30).

       01 WKS-LC2.
           03 FILLER       PIC X(16) VALUE "  CIUDAD      : ".
           03 WKS-C-CIU    PIC X(20).
           03 FILLER       PIC X(06) VALUE " C.P. ".
           03 WKS-C-CP     PIC 9(05).

       01 WKS-LC3.
           03 FILLER       PIC X(16) VALUE "  TELEFONO    : ".
           03 WKS-C-TEL    PIC X(12).
           03 FILLER       PIC X(07) VALUE "  RFC: ".
           03 WKS-C-RFC    PIC X(13).

      *    LA CLABE NUNCA SE IMPRIME COMPLETA: SOLO EL BANCO (LOS
      *    TRES PRIMEROS DIGITOS) Y LOS CUATRO ULTIMOS.
       01 WKS-LD1.
           03 FILLER       PIC X(16) VALUE "  BANCO       : ".
           03 WKS-D-BAN    PIC X(20).
           03 FILLER       PIC X(09) VALUE "  CLABE: ".
           03 WKS-D-CLA.
               05 WKS-D-CLA-INI PIC X(03).
               05 WKS-D-CLA-MED PIC X(11).
               05 WKS-D-CLA-FIN PIC X(04).
           03 FILLER       PIC X(09) VALUE "  FIRMA: ".
           03 WKS-D-FIR    PIC 9(08).
           03 FILLER       PIC X(10) VALUE "  ESTADO: ".
           03 WKS-D-EST    PIC X.

       01 WKS-LT1.
           03 FILLER       PIC X(04) VALUE SPACES.
           03 WKS-T-CLA    PIC 9.
           03 FILLER       PIC X VALUE SPACE.
           03 WKS-T-NOM    PIC X(20).
           03 FILLER       PIC X VALUE SPACE.
           03 WKS-T-ANU    PIC $$$,$$9.99.
           03 FILLER       PIC X(07) VALUE "  ALTA ".
           03 WKS-T-ALT    PIC 9(08).
           03 FILLER       PIC X(08) VALUE "  VENCE ".
           03 WKS-T-VEN    PIC 9(08).

       01 WKS-LF1.
           03 FILLER       PIC X(04) VALUE SPACES.
           03 WKS-F-FOL    PIC 9(06).
           03 FILLER       PIC X VALUE SPACE.
           03 WKS-F-TAR    PIC X(20).
           03 FILLER       PIC X VALUE SPACE.
           03 WKS-F-IMP    PIC $$$,$$9.99.
           03 FILLER       PIC X(07) VALUE " VENCE ".
           03 WKS-F-VEN    PIC 9(08).
           03 FILLER       PIC X(09) VALUE " EMITIDO ".
           03 WKS-F-EMI    PIC 9(08).
           03 FILLER       PIC X(08) VALUE " ESTADO ".
           03 WKS-F-EST    PIC X.
           03 FILLER       PIC X(08) VALUE " PAGADO ".
           03 WKS-F-PAG    PIC $$$,$$9.99.

       01 WKS-LP1.
           03 FILLER       PIC X(04) VALUE SPACES.
           03 WKS-P-FOL    PIC 9(06).
           03 FILLER       PIC X(07) VALUE " FECHA ".
           03 WKS-P-FEC    PIC 9(08).
           03 FILLER       PIC X VALUE SPACE.
           03 WKS-P-IMP    PIC $$$,$$9.99.
           03 FILLER       PIC X(10) VALUE " OPERADOR ".
           03 WKS-P-OPE    PIC X(08).
           03 FILLER       PIC X(08) VALUE " METODO ".
           03 WKS-P-MET    PIC X.
           03 FILLER       PIC X(10) VALUE " SUCURSAL ".
           03 WKS-P-SUC    PIC 9(02).

       01 WKS-LA1.
           03 FILLER       PIC X(04) VALUE SPACES.
           03 WKS-A-TIP    PIC X(07).
           03 WKS-A-FOL    PIC 9(06).
           03 FILLER       PIC X(07) VALUE " FECHA ".
           03 WKS-A-FEC    PIC 9(08).
           03 FILLER       PIC X VALUE SPACE.
           03 WKS-A-IMP    PIC $$$,$$9.99.
           03 FILLER       PIC X(11) VALUE " ARCHIVADO ".
           03 WKS-A-ARC    PIC 9(08).

       01 WKS-LH1.
           03 FILLER       PIC X(04) VALUE SPACES.
           03 WKS-H-FEC    PIC 9(08).
           03 FILLER       PIC X VALUE SPACE.
           03 WKS-H-HOR    PIC 9(06).
           03 FILLER       PIC X(08) VALUE " ACCION ".
           03 WKS-H-ACC    PIC X.
           03 FILLER       PIC X(10) VALUE " OPERADOR ".
           03 WKS-H-OPE    PIC X(08).
           03 FILLER       PIC X(10) VALUE " SUCURSAL ".
           03 WKS-H-SUC    PIC 9(02).

       01 WKS-LS1.
           03 FILLER       PIC X(04) VALUE SPACES.
           03 WKS-S-SEC    PIC 9(03).
           03 FILLER       PIC X(06) VALUE " TIPO ".
           03 WKS-S-TIP    PIC X.
           03 FILLER       PIC X(10) VALUE " RECIBIDA ".
           03 WKS-S-REC    PIC 9(08).
           03 FILLER       PIC X(08) VALUE " LIMITE ".
           03 WKS-S-LIM    PIC 9(08).
           03 FILLER       PIC X(08) VALUE " ESTADO ".
           03 WKS-S-EST    PIC X.
           03 FILLER       PIC X VALUE SPACE.
           03 WKS-S-DES    PIC X(40).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-FIN = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           PERFORM 1005-FIRMA-OPERADOR.

      *    REVISAR EL LOCK ANTES DE LEER CLIENTES, IGUAL QUE CAP-ACL.
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

           OPEN I-O DER-CLI.
           IF WKS-STAT-DER = "35"
               OPEN OUTPUT DER-CLI
               CLOSE DER-CLI
               OPEN I-O DER-CLI.

           OPEN I-O OPO-CLI.
           IF WKS-STAT-OPO = "35"
               OPEN OUTPUT OPO-CLI
               CLOSE OPO-CLI
               OPEN I-O OPO-CLI.

      *    EL RESTO DEL EXPEDIENTE ES OPCIONAL: LO QUE NO EXISTA
      *    SALE COMO SECCION VACIA.
           MOVE 1 TO WKS-HAY-CON.
           OPEN INPUT CON-CLI.
           IF WKS-STAT-CON = "35"
               MOVE 0 TO WKS-HAY-CON.
           MOVE 1 TO WKS-HAY-DMN.
           OPEN INPUT DOM-MAN.
           IF WKS-STAT-DMN = "35"
               MOVE 0 TO WKS-HAY-DMN.
           MOVE 1 TO WKS-HAY-DET.
           OPEN INPUT TAR-CLI.
           IF WKS-STAT-DET = "35"
               MOVE 0 TO WKS-HAY-DET.
           MOVE 1 TO WKS-HAY-FAC.
           OPEN INPUT FAC-CLI.
           IF WKS-STAT-FAC = "35"
               MOVE 0 TO WKS-HAY-FAC.
           MOVE 1 TO WKS-HAY-PAG.
           OPEN INPUT PAG-CLI.
           IF WKS-STAT-PAG = "35"
               MOVE 0 TO WKS-HAY-PAG.
           MOVE 1 TO WKS-HAY-CAL.
           OPEN INPUT CAL-TAB.
           IF WKS-STAT-CAL = "35"
               MOVE 0 TO WKS-HAY-CAL.

           PERFORM 1010-LEE-PARAMETROS.
           ACCEPT WKS-HOY FROM DATE YYYYMMDD.
           MOVE 0 TO WKS-FIN.

       1010-LEE-PARAMETROS.
      *    EL PLAZO LEGAL DE RESPUESTA, EN DIAS HABILES, ES DER-DIAS
      *    EN PAR-SIS (VER GEN-PAR).
           MOVE 20 TO WKS-DER-DIAS.
           OPEN INPUT PAR-SIS.
           IF WKS-STAT-PRM NOT = "35"
               MOVE "DER-DIAS" TO CLA-PRM
               READ PAR-SIS
                   NOT INVALID KEY MOVE VAL-PRM TO WKS-DER-DIAS
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
      *    ATENDER SOLICITUDES DE DERECHOS ARCO ES FUNCION DE
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
               DISPLAY "SOLO UN SUPERVISOR PUEDE ATENDER DERECHOS ARCO."
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
           MOVE "CAP-DER " TO FIR-PROGRAMA.
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
           DISPLAY "SOLICITUDES DE DERECHOS ARCO".
           DISPLAY "REGISTRAR SOLICITUD           (1)".
           DISPLAY "RESPONDER SOLICITUD           (2)".
           DISPLAY "IMPRIMIR EXPEDIENTE COMPLETO  (3)".
           DISPLAY "LEVANTAR OPOSICION            (4)".
           DISPLAY "CONSULTAR SOLICITUDES         (5)".
           DISPLAY "SALIR                         (6)".
           DISPLAY "ELEGIR OPCION:".
           ACCEPT WKS-OPCION.

           IF WKS-OPCION = 1
               PERFORM 2100-REGISTRA-SOLICITUD
           ELSE IF WKS-OPCION = 2
               PERFORM 2300-RESPONDE-SOLICITUD
               ELSE IF WKS-OPCION = 3
                   PERFORM 2500-IMPRIME-EXPEDIENTE
                   ELSE IF WKS-OPCION = 4
                       PERFORM 2400-LEVANTA-OPOSICION
                       ELSE IF WKS-OPCION = 5
                           PERFORM 2700-CONSULTA-SOLICITUDES
                           ELSE IF WKS-OPCION = 6
                               MOVE 1 TO WKS-FIN.

       2100-REGISTRA-SOLICITUD.
           DISPLAY "ID DEL CLIENTE:".
           ACCEPT ID-CLIENTE.
           READ CLI-INDR
               INVALID KEY
                   DISPLAY "NO EXISTE ESE ID."
               NOT INVALID KEY
                   PERFORM 2110-CAPTURA-SOLICITUD
           END-READ.

       2110-CAPTURA-SOLICITUD.
           PERFORM 8200-ARMA-NOMBRE.
           DISPLAY "CLIENTE: " WKS-NOM-COMPLETO.
           MOVE SPACE TO WKS-TIPO.
           PERFORM 2112-ACEPTA-TIPO
               UNTIL WKS-TIPO = "A" OR WKS-TIPO = "R"
                  OR WKS-TIPO = "C" OR WKS-TIPO = "O".
           MOVE 99999999 TO WKS-FEC-REC.
           PERFORM 2114-ACEPTA-FECHA UNTIL WKS-FEC-REC NOT > WKS-HOY.
           MOVE SPACES TO DES-DER.
           PERFORM 2116-ACEPTA-DESCRIPCION UNTIL DES-DER NOT = SPACES.
           PERFORM 8300-CALCULA-LIMITE.
           DISPLAY "VENCIMIENTO LEGAL (" WKS-DER-DIAS
               " DIAS HABILES): " WKS-FEC-LIM.
           IF WKS-TIPO = "O"
               DISPLAY "AL REGISTRARLA, EL CLIENTE QUEDA FUERA DE"
               DISPLAY "CARTAS Y EXTRACTOS MIENTRAS SE RESUELVE.".
           DISPLAY "CONFIRMA REGISTRAR LA SOLICITUD?:(S/N)".
           ACCEPT WKS-DESC.
           IF WKS-DESC = "S"
               PERFORM 2120-GRABA-SOLICITUD.

       2112-ACEPTA-TIPO.
           DISPLAY "ACCESO(A) RECTIFICACION(R) CANCELACION(C)".
           DISPLAY "OPOSICION(O):".
           ACCEPT WKS-TIPO.

       2114-ACEPTA-FECHA.
           DISPLAY "FECHA DE RECEPCION(AAAAMMDD,0=HOY):".
           ACCEPT WKS-FEC-REC.
           IF WKS-FEC-REC = 0
               MOVE WKS-HOY TO WKS-FEC-REC.
           IF WKS-FEC-REC > WKS-HOY
               DISPLAY "LA FECHA NO PUEDE SER POSTERIOR A HOY.".

       2116-ACEPTA-DESCRIPCION.
           DISPLAY "QUE SOLICITA EL CLIENTE:".
           ACCEPT DES-DER.

       2120-GRABA-SOLICITUD.
      *    LA SECUENCIA ES LA SIGUIENTE A LA ULTIMA DEL CLIENTE.
           PERFORM 2170-BUSCA-ULTIMA-SEC.
           MOVE ID-CLIENTE   TO ID-CLIENTE-DER.
           ADD 1 WKS-SEC-MAX GIVING SEC-DER.
           MOVE WKS-TIPO     TO TIP-DER.
           MOVE WKS-FEC-REC  TO FEC-REC-DER.
           MOVE WKS-FEC-LIM  TO FEC-LIM-DER.
           MOVE FEC-ING      TO FEC-ING-DER.
           MOVE SUC-CLI      TO SUC-DER.
           MOVE WKS-OPERADOR TO OPER-REC-DER.
           MOVE "P"          TO EST-DER.
           MOVE ZEROES       TO FEC-RES-DER.
           MOVE SPACES       TO OPER-RES-DER.
           MOVE SPACES       TO RES-DER.
           MOVE ZEROES       TO FEC-EXP-DER.
           WRITE REG-DER
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR LA SOLICITUD."
               NOT INVALID KEY
                   DISPLAY "SOLICITUD " ID-CLIENTE-DER "-" SEC-DER
                       " REGISTRADA."
                   IF TIP-DER = "O"
                       PERFORM 2130-GRABA-OPOSICION
                   END-IF
           END-WRITE.

       2130-GRABA-OPOSICION.
      *    LA OPOSICION SURTE EFECTO DESDE QUE SE RECIBE; SI LA
      *    SOLICITUD SE NIEGA, SE LEVANTA AL RESPONDERLA.
           MOVE ID-CLIENTE TO ID-CLIENTE-OPO.
           READ OPO-CLI
               INVALID KEY MOVE 0 TO WKS-HAY-OPO
               NOT INVALID KEY MOVE 1 TO WKS-HAY-OPO
           END-READ.
           IF WKS-HAY-OPO = 1 AND FEC-ING-OPO = FEC-ING
               DISPLAY "EL CLIENTE YA TENIA OPOSICION VIGENTE "
                   "(SOLICITUD " SEC-DER-OPO ")."
           ELSE
               MOVE ID-CLIENTE   TO ID-CLIENTE-OPO
               MOVE FEC-ING      TO FEC-ING-OPO
               MOVE SEC-DER      TO SEC-DER-OPO
               MOVE WKS-HOY      TO FEC-OPO
               MOVE WKS-OPERADOR TO OPER-OPO
               IF WKS-HAY-OPO = 1
                   REWRITE REG-OPO
               ELSE
                   WRITE REG-OPO
               END-IF
               MOVE "OPOSICION REGISTRADA, SOLICITUD" TO WKS-TXT-HIS
               MOVE SEC-DER TO WKS-TXT-HIS (33:3)
               PERFORM 8100-ESCRIBE-HIST-OPOSICION
               DISPLAY "OPOSICION VIGENTE: FUERA DE CAR-CLI, EXT-CLI "
                   "Y DEL-CLI.".

       2170-BUSCA-ULTIMA-SEC.
           MOVE 0 TO WKS-SEC-MAX.
           MOVE ID-CLIENTE TO ID-CLIENTE-DER.
           MOVE 0 TO SEC-DER.
           MOVE 0 TO WKS-FIN-SEC.
           START DER-CLI KEY IS GREATER THAN OR EQUAL TO LLAVE-DER
               INVALID KEY MOVE 1 TO WKS-FIN-SEC
           END-START.
           PERFORM 2175-LEE-SEC UNTIL WKS-FIN-SEC = 1.

       2175-LEE-SEC.
           READ DER-CLI NEXT
               AT END MOVE 1 TO WKS-FIN-SEC
               NOT AT END
                   IF ID-CLIENTE-DER NOT = ID-CLIENTE
                       MOVE 1 TO WKS-FIN-SEC
                   ELSE
                       MOVE SEC-DER TO WKS-SEC-MAX
                   END-IF
           END-READ.

       2300-RESPONDE-SOLICITUD.
           DISPLAY "ID DEL CLIENTE:".
           ACCEPT ID-CLIENTE.
           DISPLAY "SECUENCIA DE LA SOLICITUD:".
           ACCEPT WKS-SEC.
           MOVE ID-CLIENTE TO ID-CLIENTE-DER.
           MOVE WKS-SEC TO SEC-DER.
           READ DER-CLI
               INVALID KEY
                   DISPLAY "NO EXISTE ESA SOLICITUD."
               NOT INVALID KEY
                   IF EST-DER NOT = "P"
                       DISPLAY "LA SOLICITUD YA FUE RESPONDIDA."
                   ELSE
                       PERFORM 2310-CAPTURA-RESPUESTA
                   END-IF
           END-READ.

       2310-CAPTURA-RESPUESTA.
           PERFORM 2800-MUESTRA-SOLICITUD.
           MOVE SPACE TO WKS-RESOLUCION.
           PERFORM 2315-ACEPTA-RESOLUCION
               UNTIL WKS-RESOLUCION = "A" OR WKS-RESOLUCION = "N".
           MOVE SPACES TO RES-DER.
           PERFORM 2320-ACEPTA-RESPUESTA UNTIL RES-DER NOT = SPACES.
           DISPLAY "CONFIRMA RESPONDER LA SOLICITUD?:(S/N)".
           ACCEPT WKS-DESC.
           IF WKS-DESC = "S"
               PERFORM 2330-GRABA-RESPUESTA.

       2315-ACEPTA-RESOLUCION.
           DISPLAY "ATENDIDA(A) NEGADA(N):".
           ACCEPT WKS-RESOLUCION.

       2320-ACEPTA-RESPUESTA.
           DISPLAY "RESPUESTA DADA AL CLIENTE:".
           ACCEPT RES-DER.

       2330-GRABA-RESPUESTA.
      *    LA RECTIFICACION Y LA CANCELACION SE EJECUTAN EN MAN-CLI Y
      *    AUT-BAJ; AQUI SOLO QUEDA LA RESPUESTA Y SU FECHA.
           MOVE WKS-RESOLUCION TO EST-DER.
           MOVE WKS-HOY        TO FEC-RES-DER.
           MOVE WKS-OPERADOR   TO OPER-RES-DER.
           REWRITE REG-DER
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR LA SOLICITUD."
               NOT INVALID KEY
                   DISPLAY "SOLICITUD " ID-CLIENTE-DER "-" SEC-DER
                       " RESPONDIDA."
                   IF FEC-RES-DER > FEC-LIM-DER
                       DISPLAY "OJO: SE RESPONDIO FUERA DE PLAZO."
                   END-IF
                   IF TIP-DER = "O" AND EST-DER = "N"
                       PERFORM 2340-QUITA-OPOSICION-NEGADA
                   END-IF
           END-REWRITE.

       2340-QUITA-OPOSICION-NEGADA.
      *    SOLO SE LEVANTA LA OPOSICION QUE ESTA SOLICITUD ABRIO.
           MOVE ID-CLIENTE-DER TO ID-CLIENTE-OPO.
           READ OPO-CLI
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF SEC-DER-OPO = SEC-DER
                       AND FEC-ING-OPO = FEC-ING-DER
                       MOVE ID-CLIENTE-DER TO ID-CLIENTE
                       READ CLI-INDR
                           INVALID KEY MOVE ZEROES TO SUC-CLI
                       END-READ
                       PERFORM 2450-BORRA-OPOSICION
                   END-IF
           END-READ.

       2400-LEVANTA-OPOSICION.
      *    EL CLIENTE RETIRA SU OPOSICION: VUELVE A CARTAS Y
      *    EXTRACTOS (DEL-CLI LO MANDA DE NUEVO COMO CAMBIO).
           DISPLAY "ID DEL CLIENTE:".
           ACCEPT ID-CLIENTE.
           READ CLI-INDR
               INVALID KEY
                   DISPLAY "NO EXISTE ESE ID."
               NOT INVALID KEY
                   PERFORM 2410-CONFIRMA-LEVANTAR
           END-READ.

       2410-CONFIRMA-LEVANTAR.
           PERFORM 8200-ARMA-NOMBRE.
           DISPLAY "CLIENTE: " WKS-NOM-COMPLETO.
           PERFORM 8600-CHECA-OPOSICION.
           IF WKS-HAY-OPO = 0
               DISPLAY "EL CLIENTE NO TIENE OPOSICION VIGENTE."
           ELSE
               DISPLAY "OPOSICION DESDE " FEC-OPO " POR " OPER-OPO
                   " (SOLICITUD " SEC-DER-OPO ")"
               DISPLAY "CONFIRMA LEVANTAR LA OPOSICION?:(S/N)"
               ACCEPT WKS-DESC
               IF WKS-DESC = "S"
                   PERFORM 2450-BORRA-OPOSICION
               END-IF
           END-IF.

       2450-BORRA-OPOSICION.
           DELETE OPO-CLI
               INVALID KEY
                   DISPLAY "NO SE PUDO LEVANTAR LA OPOSICION."
               NOT INVALID KEY
                   MOVE "OPOSICION LEVANTADA, SOLICITUD" TO WKS-TXT-HIS
                   MOVE SEC-DER-OPO TO WKS-TXT-HIS (32:3)
                   PERFORM 8100-ESCRIBE-HIST-OPOSICION
                   DISPLAY "OPOSICION LEVANTADA."
           END-DELETE.

       2500-IMPRIME-EXPEDIENTE.
           DISPLAY "ID DEL CLIENTE:".
           ACCEPT ID-CLIENTE.
           READ CLI-INDR
               INVALID KEY
                   DISPLAY "NO EXISTE ESE ID."
               NOT INVALID KEY
                   PERFORM 2505-GENERA-EXPEDIENTE
           END-READ.

       2505-GENERA-EXPEDIENTE.
      *    TODO LO QUE SE GUARDA DEL CLIENTE, SECCION POR SECCION.
      *    LO ANTERIOR A SU INGRESO ES DE UN CLIENTE DEPURADO QUE
      *    TUVO EL MISMO ID Y NO SE INCLUYE.
           PERFORM 8200-ARMA-NOMBRE.
           OPEN OUTPUT EXP-DER.
           MOVE 0 TO WKS-NUM-PAG.
           PERFORM 2900-GENERA-ENCABEZADO.
           PERFORM 2510-SECCION-GENERALES.
           PERFORM 2520-SECCION-CONTACTO.
           PERFORM 2530-SECCION-DOMICILIACION.
           PERFORM 2540-SECCION-TARJETAS.
           PERFORM 2550-SECCION-FOLIOS.
           PERFORM 2560-SECCION-PAGOS.
           PERFORM 2570-SECCION-ARCHIVADOS.
           PERFORM 2580-SECCION-MOVIMIENTOS.
           PERFORM 2590-SECCION-SOLICITUDES.
           CLOSE EXP-DER.
           DISPLAY "EXPEDIENTE GENERADO (EXP-DER).".
           DISPLAY "ACEPTAR".
           ACCEPT WKS-DESC.

       2510-SECCION-GENERALES.
           MOVE "DATOS GENERALES (CLI-INDD)" TO WKS-TIT-TXT.
           PERFORM 2950-ESCRIBE-TITULO.
           MOVE WKS-NOM-COMPLETO TO WKS-G-NOM.
           MOVE WKS-LG1 TO LINEAX.
           PERFORM 2960-ESCRIBE-RENGLON.
           MOVE CLA-TAR TO WKS-G-CLA.
           MOVE NOM-TAR TO WKS-G-TAR.
           MOVE ANUA TO WKS-G-ANU.
           MOVE WKS-LG2 TO LINEAX.
           PERFORM 2960-ESCRIBE-RENGLON.
           MOVE FEC-ING TO WKS-G-ING.
           MOVE EST-CLI TO WKS-G-EST.
           MOVE MOT-EST TO WKS-G-MOT.
           MOVE FEC-EST-CLI TO WKS-G-FES.
           MOVE SUC-CLI TO WKS-G-SUC.
           MOVE WKS-LG3 TO LINEAX.
           PERFORM 2960-ESCRIBE-RENGLON.

       2520-SECCION-CONTACTO.
           MOVE "DATOS DE CONTACTO (CON-CLI)" TO WKS-TIT-TXT.
           PERFORM 2950-ESCRIBE-TITULO.
           MOVE 0 TO WKS-MOSTRADOS.
           IF WKS-HAY-CON = 1
               MOVE ID-CLIENTE TO ID-CLIENTE-CON
               READ CON-CLI
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE DIR1-CON TO WKS-C-DIR1
                       MOVE DIR2-CON TO WKS-C-DIR2
                       MOVE WKS-LC1 TO LINEAX
                       PERFORM 2960-ESCRIBE-RENGLON
                       MOVE CIUDAD-CON TO WKS-C-CIU
                       MOVE CP-CON TO WKS-C-CP
                       MOVE WKS-LC2 TO LINEAX
                       PERFORM 2960-ESCRIBE-RENGLON
                       MOVE TEL-CON TO WKS-C-TEL
                       MOVE RFC-CON TO WKS-C-RFC
                       MOVE WKS-LC3 TO LINEAX
                       PERFORM 2960-ESCRIBE-RENGLON
                       MOVE 1 TO WKS-MOSTRADOS
               END-READ
           END-IF.
           IF WKS-MOSTRADOS = 0
               MOVE "(SIN DATOS DE CONTACTO)" TO WKS-VAC-TXT
               PERFORM 2970-ESCRIBE-VACIO.

       2530-SECCION-DOMICILIACION.
           MOVE "MANDATO DE DOMICILIACION (DOM-MAN)" TO WKS-TIT-TXT.
           PERFORM 2950-ESCRIBE-TITULO.
           MOVE 0 TO WKS-MOSTRADOS.
           IF WKS-HAY-DMN = 1
               MOVE ID-CLIENTE TO ID-CLIENTE-DMN
               READ DOM-MAN
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE BANCO-DMN TO WKS-D-BAN
                       MOVE CLABE-DMN (1:3) TO WKS-D-CLA-INI
                       MOVE ALL "*" TO WKS-D-CLA-MED
                       MOVE CLABE-DMN (15:4) TO WKS-D-CLA-FIN
                       MOVE FEC-FIRMA-DMN TO WKS-D-FIR
                       MOVE EST-DMN TO WKS-D-EST
                       MOVE WKS-LD1 TO LINEAX
                       PERFORM 2960-ESCRIBE-RENGLON
                       MOVE 1 TO WKS-MOSTRADOS
               END-READ
           END-IF.
           IF WKS-MOSTRADOS = 0
               MOVE "(SIN MANDATO DE DOMICILIACION)" TO WKS-VAC-TXT
               PERFORM 2970-ESCRIBE-VACIO.

       2540-SECCION-TARJETAS.
           MOVE "TARJETAS (TAR-CLI)" TO WKS-TIT-TXT.
           PERFORM 2950-ESCRIBE-TITULO.
           MOVE 0 TO WKS-MOSTRADOS.
           IF WKS-HAY-DET = 1
               MOVE ID-CLIENTE TO ID-CLIENTE-DET
               MOVE 0 TO CLA-TAR-DET
               MOVE 0 TO WKS-FIN-SEC
               START TAR-CLI KEY IS GREATER THAN OR EQUAL TO
                   LLAVE-TAR-CLI
                   INVALID KEY MOVE 1 TO WKS-FIN-SEC
               END-START
               PERFORM 2545-LEE-TARJETA UNTIL WKS-FIN-SEC = 1.
           IF WKS-MOSTRADOS = 0
               MOVE "(SIN TARJETAS EN EL DETALLE)" TO WKS-VAC-TXT
               PERFORM 2970-ESCRIBE-VACIO.

       2545-LEE-TARJETA.
           READ TAR-CLI NEXT
               AT END MOVE 1 TO WKS-FIN-SEC
               NOT AT END
                   IF ID-CLIENTE-DET NOT = ID-CLIENTE
                       MOVE 1 TO WKS-FIN-SEC
                   ELSE
                       MOVE CLA-TAR-DET TO WKS-T-CLA
                       MOVE NOM-TAR-DET TO WKS-T-NOM
                       MOVE ANUA-DET TO WKS-T-ANU
                       MOVE FEC-ALTA-DET TO WKS-T-ALT
                       MOVE FEC-VEN-DET TO WKS-T-VEN
                       MOVE WKS-LT1 TO LINEAX
                       PERFORM 2960-ESCRIBE-RENGLON
                       ADD 1 TO WKS-MOSTRADOS
                   END-IF
           END-READ.

       2550-SECCION-FOLIOS.
           MOVE "FOLIOS DE COBRO (FAC-CLI)" TO WKS-TIT-TXT.
           PERFORM 2950-ESCRIBE-TITULO.
           MOVE 0 TO WKS-MOSTRADOS.
           IF WKS-HAY-FAC = 1
               MOVE ID-CLIENTE TO ID-CLIENTE-FAC
               MOVE 0 TO WKS-FIN-SEC
               START FAC-CLI KEY IS GREATER THAN OR EQUAL TO
                   ID-CLIENTE-FAC
                   INVALID KEY MOVE 1 TO WKS-FIN-SEC
               END-START
               PERFORM 2555-LEE-FOLIO UNTIL WKS-FIN-SEC = 1.
           IF WKS-MOSTRADOS = 0
               MOVE "(SIN FOLIOS)" TO WKS-VAC-TXT
               PERFORM 2970-ESCRIBE-VACIO.

       2555-LEE-FOLIO.
           READ FAC-CLI NEXT
               AT END MOVE 1 TO WKS-FIN-SEC
               NOT AT END
                   IF ID-CLIENTE-FAC NOT = ID-CLIENTE
                       MOVE 1 TO WKS-FIN-SEC
                   ELSE
                       MOVE FOLIO-FAC TO WKS-F-FOL
                       MOVE NOM-TAR-FAC TO WKS-F-TAR
                       MOVE IMP-FAC TO WKS-F-IMP
                       MOVE FEC-VEN-FAC TO WKS-F-VEN
                       MOVE FEC-EMI-FAC TO WKS-F-EMI
                       MOVE EST-FAC TO WKS-F-EST
                       MOVE IMP-PAG-FAC TO WKS-F-PAG
                       MOVE WKS-LF1 TO LINEAX
                       PERFORM 2960-ESCRIBE-RENGLON
                       ADD 1 TO WKS-MOSTRADOS
                   END-IF
           END-READ.

       2560-SECCION-PAGOS.
           MOVE "RECIBOS DE PAGO (PAG-CLI)" TO WKS-TIT-TXT.
           PERFORM 2950-ESCRIBE-TITULO.
           MOVE 0 TO WKS-MOSTRADOS.
           IF WKS-HAY-PAG = 1
               MOVE ID-CLIENTE TO ID-CLIENTE-PAG
               MOVE ZEROES TO FEC-PAG
               MOVE 0 TO WKS-FIN-SEC
               START PAG-CLI KEY IS GREATER THAN OR EQUAL TO LLAVE-PAG
                   INVALID KEY MOVE 1 TO WKS-FIN-SEC
               END-START
               PERFORM 2565-LEE-PAGO UNTIL WKS-FIN-SEC = 1.
           IF WKS-MOSTRADOS = 0
               MOVE "(SIN RECIBOS)" TO WKS-VAC-TXT
               PERFORM 2970-ESCRIBE-VACIO.

       2565-LEE-PAGO.
           READ PAG-CLI NEXT
               AT END MOVE 1 TO WKS-FIN-SEC
               NOT AT END
                   IF ID-CLIENTE-PAG NOT = ID-CLIENTE
                       MOVE 1 TO WKS-FIN-SEC
                   ELSE
                       MOVE FOLIO-PAG TO WKS-P-FOL
                       MOVE FEC-PAG TO WKS-P-FEC
                       MOVE IMP-PAG TO WKS-P-IMP
                       MOVE OPER-PAG TO WKS-P-OPE
                       MOVE MET-PAG TO WKS-P-MET
                       MOVE SUC-PAG TO WKS-P-SUC
                       MOVE WKS-LP1 TO LINEAX
                       PERFORM 2960-ESCRIBE-RENGLON
                       ADD 1 TO WKS-MOSTRADOS
                   END-IF
           END-READ.

       2570-SECCION-ARCHIVADOS.
           MOVE "FOLIOS Y RECIBOS ARCHIVADOS (FAC-ARC)" TO WKS-TIT-TXT.
           PERFORM 2950-ESCRIBE-TITULO.
           MOVE 0 TO WKS-MOSTRADOS.
           OPEN INPUT FAC-ARC.
           IF WKS-STAT-ARC NOT = "35"
               MOVE 0 TO WKS-FIN-SEC
               PERFORM 2575-LEE-ARCHIVADO UNTIL WKS-FIN-SEC = 1
               CLOSE FAC-ARC.
           IF WKS-MOSTRADOS = 0
               MOVE "(SIN FOLIOS NI RECIBOS ARCHIVADOS)" TO WKS-VAC-TXT
               PERFORM 2970-ESCRIBE-VACIO.

       2575-LEE-ARCHIVADO.
           READ FAC-ARC
               AT END MOVE 1 TO WKS-FIN-SEC
               NOT AT END
                   IF ID-CLIENTE-FAR = ID-CLIENTE
                       PERFORM 2577-ESCRIBE-ARCHIVADO
                   END-IF
           END-READ.

       2577-ESCRIBE-ARCHIVADO.
           MOVE 0 TO WKS-FEC-DOC.
           IF TIP-FAR = "FAC"
               MOVE FEC-EMI-FAR TO WKS-FEC-DOC
               IF WKS-FEC-DOC = 0
                   MOVE FEC-VEN-FAR TO WKS-FEC-DOC
               END-IF
               MOVE "FOLIO  " TO WKS-A-TIP
               MOVE FOLIO-FAC-FAR TO WKS-A-FOL
               MOVE IMP-FAC-FAR TO WKS-A-IMP
           ELSE IF TIP-FAR = "PAG"
               MOVE FEC-PAG-FAR TO WKS-FEC-DOC
               MOVE "RECIBO " TO WKS-A-TIP
               MOVE FOLIO-PAG-FAR TO WKS-A-FOL
               MOVE IMP-PAG-FAR TO WKS-A-IMP.
           IF WKS-FEC-DOC > 0 AND WKS-FEC-DOC NOT < FEC-ING
               MOVE WKS-FEC-DOC TO WKS-A-FEC
               MOVE FEC-FAR TO WKS-A-ARC
               MOVE WKS-LA1 TO LINEAX
               PERFORM 2960-ESCRIBE-RENGLON
               ADD 1 TO WKS-MOSTRADOS.

       2580-SECCION-MOVIMIENTOS.
      *    DE LA BITACORA SOLO SE INFORMA QUIEN, CUANDO Y QUE TIPO
      *    DE MOVIMIENTO; LAS IMAGENES YA SALEN ARRIBA AL DIA.
           MOVE "MOVIMIENTOS EN LA BITACORA (HIST-CLI)" TO WKS-TIT-TXT.
           PERFORM 2950-ESCRIBE-TITULO.
           MOVE 0 TO WKS-MOSTRADOS.
           OPEN INPUT HIST-CLI.
           IF WKS-STAT-HIS NOT = "35"
               MOVE 0 TO WKS-FIN-SEC
               PERFORM 2585-LEE-MOVIMIENTO UNTIL WKS-FIN-SEC = 1
               CLOSE HIST-CLI.
           IF WKS-MOSTRADOS = 0
               MOVE "(SIN MOVIMIENTOS)" TO WKS-VAC-TXT
               PERFORM 2970-ESCRIBE-VACIO.

       2585-LEE-MOVIMIENTO.
           READ HIST-CLI
               AT END MOVE 1 TO WKS-FIN-SEC
               NOT AT END
                   IF HIST-ID-CLIENTE = ID-CLIENTE
                       AND HIST-FECHA NOT < FEC-ING
                       MOVE HIST-FECHA TO WKS-H-FEC
                       MOVE HIST-HORA TO WKS-H-HOR
                       MOVE HIST-ACCION TO WKS-H-ACC
                       MOVE HIST-OPERADOR TO WKS-H-OPE
                       MOVE HIST-SUCURSAL TO WKS-H-SUC
                       MOVE WKS-LH1 TO LINEAX
                       PERFORM 2960-ESCRIBE-RENGLON
                       ADD 1 TO WKS-MOSTRADOS
                   END-IF
           END-READ.

       2590-SECCION-SOLICITUDES.
      *    LAS SOLICITUDES DE ACCESO PENDIENTES QUEDAN MARCADAS CON
      *    LA FECHA EN QUE SE IMPRIMIO EL EXPEDIENTE.
           MOVE "SOLICITUDES DE DERECHOS ARCO (DER-CLI)" TO WKS-TIT-TXT.
           PERFORM 2950-ESCRIBE-TITULO.
           MOVE 0 TO WKS-MOSTRADOS.
           MOVE ID-CLIENTE TO ID-CLIENTE-DER.
           MOVE 0 TO SEC-DER.
           MOVE 0 TO WKS-FIN-SEC.
           START DER-CLI KEY IS GREATER THAN OR EQUAL TO LLAVE-DER
               INVALID KEY MOVE 1 TO WKS-FIN-SEC
           END-START.
           PERFORM 2595-LEE-SOLICITUD UNTIL WKS-FIN-SEC = 1.
           IF WKS-MOSTRADOS = 0
               MOVE "(SIN SOLICITUDES)" TO WKS-VAC-TXT
               PERFORM 2970-ESCRIBE-VACIO.

       2595-LEE-SOLICITUD.
           READ DER-CLI NEXT
               AT END MOVE 1 TO WKS-FIN-SEC
               NOT AT END
                   IF ID-CLIENTE-DER NOT = ID-CLIENTE
                       MOVE 1 TO WKS-FIN-SEC
                   ELSE
                       IF FEC-ING-DER = FEC-ING
                           MOVE SEC-DER TO WKS-S-SEC
                           MOVE TIP-DER TO WKS-S-TIP
                           MOVE FEC-REC-DER TO WKS-S-REC
                           MOVE FEC-LIM-DER TO WKS-S-LIM
                           MOVE EST-DER TO WKS-S-EST
                           MOVE DES-DER TO WKS-S-DES
                           MOVE WKS-LS1 TO LINEAX
                           PERFORM 2960-ESCRIBE-RENGLON
                           ADD 1 TO WKS-MOSTRADOS
                           IF TIP-DER = "A" AND EST-DER = "P"
                               MOVE WKS-HOY TO FEC-EXP-DER
                               REWRITE REG-DER
                                   INVALID KEY CONTINUE
                               END-REWRITE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       2700-CONSULTA-SOLICITUDES.
           DISPLAY "ID DEL CLIENTE:".
           ACCEPT ID-CLIENTE.
           READ CLI-INDR
               INVALID KEY
                   DISPLAY "NO EXISTE ESE ID."
               NOT INVALID KEY
                   PERFORM 2710-LISTA-SOLICITUDES
           END-READ.

       2710-LISTA-SOLICITUDES.
           PERFORM 8200-ARMA-NOMBRE.
           DISPLAY "CLIENTE: " WKS-NOM-COMPLETO.
           PERFORM 8600-CHECA-OPOSICION.
           IF WKS-HAY-OPO = 1
               DISPLAY "OPOSICION VIGENTE DESDE " FEC-OPO
                   " (SOLICITUD " SEC-DER-OPO ")".
           MOVE 0 TO WKS-SOLICITUDES.
           MOVE ID-CLIENTE TO ID-CLIENTE-DER.
           MOVE 0 TO SEC-DER.
           MOVE 0 TO WKS-FIN-SEC.
           START DER-CLI KEY IS GREATER THAN OR EQUAL TO LLAVE-DER
               INVALID KEY MOVE 1 TO WKS-FIN-SEC
           END-START.
           PERFORM 2720-LEE-SOLICITUD-CLIENTE UNTIL WKS-FIN-SEC = 1.
           IF WKS-SOLICITUDES = 0
               DISPLAY "EL CLIENTE NO TIENE SOLICITUDES.".

       2720-LEE-SOLICITUD-CLIENTE.
           READ DER-CLI NEXT
               AT END MOVE 1 TO WKS-FIN-SEC
               NOT AT END
                   IF ID-CLIENTE-DER NOT = ID-CLIENTE
                       MOVE 1 TO WKS-FIN-SEC
                   ELSE
                       ADD 1 TO WKS-SOLICITUDES
                       PERFORM 2800-MUESTRA-SOLICITUD
                   END-IF
           END-READ.

       2800-MUESTRA-SOLICITUD.
           DISPLAY SPACES.
           DISPLAY "SOLICITUD:  " ID-CLIENTE-DER "-" SEC-DER
               "   TIPO: " TIP-DER "   ESTADO: " EST-DER.
           DISPLAY "SOLICITA:   " DES-DER.
           DISPLAY "RECIBIDA:   " FEC-REC-DER " POR " OPER-REC-DER
               "   VENCE: " FEC-LIM-DER.
           IF FEC-ING-DER NOT = FEC-ING
               DISPLAY "OJO: ES DE UN CLIENTE ANTERIOR CON ESTE ID.".
           IF FEC-EXP-DER > 0
               DISPLAY "EXPEDIENTE: IMPRESO EL " FEC-EXP-DER.
           IF EST-DER NOT = "P"
               DISPLAY "RESPONDIDA: " FEC-RES-DER " POR " OPER-RES-DER
               DISPLAY "RESPUESTA:  " RES-DER.

       2900-GENERA-ENCABEZADO.
           ADD 1 TO WKS-NUM-PAG.
           MOVE SPACES TO LINEAX.
           MOVE WKS-ENC1 TO LINEAX.
           WRITE LINEAX AFTER PAGE.
           MOVE ID-CLIENTE TO WKS-EID.
           MOVE WKS-NOM-COMPLETO TO WKS-ENOM.
           MOVE WKS-HOY TO WKS-EFEC.
           MOVE WKS-NUM-PAG TO WKS-EPAG.
           MOVE WKS-ENC2 TO LINEAX.
           WRITE LINEAX AFTER 1.
           MOVE 2 TO WKS-CONT-LIN.

       2950-ESCRIBE-TITULO.
           IF WKS-CONT-LIN > WKS-LIN-MAX - 3
               PERFORM 2900-GENERA-ENCABEZADO.
           MOVE WKS-TIT TO LINEAX.
           WRITE LINEAX AFTER 2.
           ADD 2 TO WKS-CONT-LIN.

       2960-ESCRIBE-RENGLON.
      *    EL RENGLON YA VIENE ARMADO EN LINEAX.
           IF WKS-CONT-LIN > WKS-LIN-MAX
               MOVE LINEAX TO WKS-SALVA-LIN
               PERFORM 2900-GENERA-ENCABEZADO
               MOVE WKS-SALVA-LIN TO LINEAX.
           WRITE LINEAX AFTER 1.
           ADD 1 TO WKS-CONT-LIN.

       2970-ESCRIBE-VACIO.
           MOVE WKS-VACIO TO LINEAX.
           PERFORM 2960-ESCRIBE-RENGLON.

       8100-ESCRIBE-HIST-OPOSICION.
      *    LA OPOSICION Y SU LEVANTAMIENTO QUEDAN EN LA BITACORA CON
      *    ACCION "O"; DEL-CLI LOS RECOGE PARA EL SIGUIENTE DELTA.
           ACCEPT WKS-AHORA FROM TIME.
           OPEN EXTEND HIST-CLI.
           IF WKS-STAT-HIS = "35"
               OPEN OUTPUT HIST-CLI.
           MOVE WKS-OPERADOR     TO HIST-OPERADOR.
           MOVE WKS-HOY          TO HIST-FECHA.
           MOVE WKS-AHORA-HHMMSS TO HIST-HORA.
           MOVE "O"              TO HIST-ACCION.
           MOVE ID-CLIENTE       TO HIST-ID-CLIENTE.
           MOVE SUC-CLI          TO HIST-SUCURSAL.
           MOVE SPACES           TO HIST-ANTES.
           MOVE WKS-TXT-HIS      TO HIST-DESPUES.
           WRITE REG-HIST.
           CLOSE HIST-CLI.

       8200-ARMA-NOMBRE.
           MOVE SPACES TO WKS-NOM-COMPLETO.
           STRING FUNCTION TRIM (NOMBRE)  DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  FUNCTION TRIM (APE-PAT) DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  FUNCTION TRIM (APE-MAT) DELIMITED BY SIZE
               INTO WKS-NOM-COMPLETO
           END-STRING.

       8300-CALCULA-LIMITE.
      *    SE CUENTAN DER-DIAS DIAS HABILES A PARTIR DEL DIA SIGUIENTE
      *    A LA RECEPCION: NI SABADO NI DOMINGO NI FERIADO DE CAL-TAB
      *    (EL DIA 1 DEL CALENDARIO GREGORIANO DE LA FUNCION FUE
      *    LUNES, IGUAL QUE EN CON-PEN).
           COMPUTE WKS-DIA-ENT = FUNCTION INTEGER-OF-DATE (WKS-FEC-REC).
           MOVE 0 TO WKS-HABILES.
           PERFORM 8310-SIGUIENTE-DIA UNTIL WKS-HABILES = WKS-DER-DIAS.

       8310-SIGUIENTE-DIA.
           ADD 1 TO WKS-DIA-ENT.
           COMPUTE WKS-FEC-LIM = FUNCTION DATE-OF-INTEGER (WKS-DIA-ENT).
           COMPUTE WKS-DIA-SEM = FUNCTION MOD (WKS-DIA-ENT - 1, 7).
           MOVE 1 TO WKS-HABIL.
           IF WKS-DIA-SEM > 4
               MOVE 0 TO WKS-HABIL.
           IF WKS-HABIL = 1 AND WKS-HAY-CAL = 1
               MOVE WKS-FEC-LIM TO FEC-CAL
               READ CAL-TAB
                   NOT INVALID KEY MOVE 0 TO WKS-HABIL
               END-READ
           END-IF.
           IF WKS-HABIL = 1
               ADD 1 TO WKS-HABILES.

       8600-CHECA-OPOSICION.
      *    DEJA WKS-HAY-OPO EN 1 SI EL CLIENTE EN REG-CLI TIENE UNA
      *    OPOSICION VIGENTE (QUEDA LEIDA EN REG-OPO).
           MOVE 0 TO WKS-HAY-OPO.
           MOVE ID-CLIENTE TO ID-CLIENTE-OPO.
           READ OPO-CLI
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF FEC-ING-OPO = FEC-ING
                       MOVE 1 TO WKS-HAY-OPO
                   END-IF
           END-READ.

       3000-FIN.
           CLOSE CLI-INDR.
           CLOSE DER-CLI.
           CLOSE OPO-CLI.
           IF WKS-HAY-CON = 1
               CLOSE CON-CLI.
           IF WKS-HAY-DMN = 1
               CLOSE DOM-MAN.
           IF WKS-HAY-DET = 1
               CLOSE TAR-CLI.
           IF WKS-HAY-FAC = 1
               CLOSE FAC-CLI.
           IF WKS-HAY-PAG = 1
               CLOSE PAG-CLI.
           IF WKS-HAY-CAL = 1
               CLOSE CAL-TAB.
