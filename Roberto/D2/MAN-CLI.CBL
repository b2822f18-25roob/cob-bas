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
           RECORD KEY IS ID-CLIENTE-PEN
           FILE STATUS IS WKS-STAT-PEN.
           SELECT FAC-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOLIO-FAC
           ALTERNATE RECORD KEY IS ID-CLIENTE-FAC WITH DUPLICATES
           FILE STATUS IS WKS-STAT-FAC.
           SELECT FAC-CTL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS COD-FAC-CTL
           FILE STATUS IS WKS-STAT-FCT.
           SELECT FAC-ADI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FOLIO-ADI
           FILE STATUS IS WKS-STAT-ADI.
           SELECT IVA-TAB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FEC-EFE-IVA
           FILE STATUS IS WKS-STAT-IVA.
           SELECT FAC-IVA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOLIO-FIV
           ALTERNATE RECORD KEY IS FEC-FIV WITH DUPLICATES
           FILE STATUS IS WKS-STAT-FIV.
           SELECT NOT-CRE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FOLIO-NCR
           FILE STATUS IS WKS-STAT-NCR.
           SELECT NCR-CTL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS COD-NCR-CTL
           FILE STATUS IS WKS-STAT-NCT.
           SELECT INC-TAR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LLAVE-INC
           ALTERNATE RECORD KEY IS NOM-TAR-INC WITH DUPLICATES
           FILE STATUS IS WKS-STAT-INC.
           SELECT TAR-REP ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LLAVE-TRP
           FILE STATUS IS WKS-STAT-TRP.
           SELECT HIST-CLI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG ASSIGN TO DISK
           ACCESS MODE IS RANDOM
           RECORD KEY IS COD-LOCK-CLI
           FILE STATUS IS WKS-STAT-LCK.
           SELECT CPO-TAB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLA-CPO
           FILE STATUS IS WKS-STAT-CPO.
           SELECT DEV-COR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ID-CLIENTE-DEV
           FILE STATUS IS WKS-STAT-DEV.
           SELECT EMP-TAB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLA-EMP
           FILE STATUS IS WKS-STAT-EMP.
           SELECT EMP-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ID-CLIENTE-ECL
           ALTERNATE RECORD KEY IS CLA-EMP-ECL WITH DUPLICATES
           FILE STATUS IS WKS-STAT-ECL.
       DATA DIVISION.
       FILE SECTION.
       FD OPE-TAB.
       FD FIR-LOG.
           COPY FIRLOG.

       FD PAR-SIS.
           COPY SISPAR.

       FD SES-TOK.
           COPY SESTOK.

       FD PEN-BAJ.
           COPY PENBAJ.

       FD FAC-CLI.
           COPY FACCLI.

       FD FAC-CTL.
           COPY FACCTL.

       FD FAC-ADI.
           COPY FACADI.

       FD IVA-TAB.
           COPY IVATAB.

       FD FAC-IVA.
           COPY FACIVA.

       FD NOT-CRE.
           COPY NOTCRE.

       FD NCR-CTL.
           COPY NCRCTL.

       FD INC-TAR.
           COPY INCTAR.

       FD TAR-REP.
           COPY TARREP.

       FD HIST-CLI.
           COPY AUDREG.

       FD LOCK-CLI.
           COPY LCKCLI.

       FD CPO-TAB.
           COPY CPOTAB.

       FD DEV-COR.
           COPY DEVCOR.

       FD EMP-TAB.
           COPY EMPTAB.

       FD EMP-CLI.
           COPY EMPCLI.

       WORKING-STORAGE SECTION.
       77 WKS-FIN            PIC 9.
       77 WKS-DESC           PIC X.
       77 WKS-NUM-PAR-CAP    PIC 9(02).
       77 WKS-EMB-CLA        PIC 9.
       77 WKS-EMB-NOM        PIC X(20).
       77 WKS-EMB-MOT        PIC X.
       77 WKS-RFC-OK         PIC 9.
       77 WKS-RFC-LET        PIC 9.
       77 WKS-RX             PIC 99.
       77 WKS-RFC-CAP        PIC X(13).
       01 WKS-REG-CON-SAV    PIC X(113).
       01 WKS-NOM-COMPLETO   PIC X(62).
      *    VIGENCIA DEL PLASTICO EN ANOS (PLA-ANOS DE PAR-SIS).
       77 WKS-PLA-ANOS     PIC 9(02).
       01 WKS-VEN-PLA.
           03 WKS-VEN-PLA-ANO PIC 9(04).
           03 WKS-VEN-PLA-MES PIC 9(02).
       77 WKS-STAT-TOK       PIC XX.
       77 WKS-TOK-OK         PIC 9.
       77 WKS-PWD-DIAS       PIC 9(03) VALUE 90.
       77 WKS-MAX-FALLAS     PIC 9(02) VALUE 5.
       77 WKS-STAT-PRM       PIC XX.
       77 WKS-PWD-OK         PIC 9.
       77 WKS-PWD-N1         PIC X(08).
       77 WKS-PWD-N2         PIC X(08).
       01 WKS-DET-ANTES      PIC X(120).
       01 WKS-DET-DESPUES    PIC X(120).

      *    AJUSTE POR CAMBIO DE TARJETA A MEDIO ANO: LA DIFERENCIA
      *    DE ANUALIDAD POR LOS MESES QUE FALTAN AL ANIVERSARIO DE
      *    FEC-ING (MES EMPEZADO CUENTA COMPLETO). SI LA TARJETA
      *    NUEVA ES MAS CARA SE FACTURA UN FOLIO COMPLEMENTARIO
      *    (FAC-ADI TIPO "T"); SI ES MAS BARATA SE EMITE UNA NOTA
      *    DE CREDITO PENDIENTE DE ENTREGAR EN GEN-NCR.
       77 WKS-STAT-FAC       PIC XX.
       77 WKS-STAT-FCT       PIC XX.
       77 WKS-STAT-ADI       PIC XX.
       77 WKS-STAT-NCR       PIC XX.
       77 WKS-STAT-NCT       PIC XX.
       77 WKS-FOLIO          PIC 9(06).
       77 WKS-CLA-ANT        PIC 9.
       01 WKS-ANUA-ANT       PIC 9(05)V99.
       01 WKS-AJU-MESES      PIC 9(03).
       01 WKS-AJU-DIF        PIC 9(05)V99.
       01 WKS-AJU-IMP        PIC 9(05)V99.
       01 WKS-AJU-TIPO       PIC X.
       01 WKS-AJU-ED         PIC $$$,$$9.99.
       01 WKS-ANIV.
           03 WKS-ANIV-ANO   PIC 9(04).
           03 WKS-ANIV-MES   PIC 9(02).
           03 WKS-ANIV-DIA   PIC 9(02).
       01 WKS-ANIV-N REDEFINES WKS-ANIV PIC 9(08).
      *    IMAGEN DEL AJUSTE PARA LA BITACORA (ACCION "J").
       01 WKS-AJU-IMAGEN.
           03 WKS-AJI-TIPO     PIC X.
           03 WKS-AJI-DOC      PIC 9(06).
           03 WKS-AJI-CLA-ANT  PIC 9.
           03 WKS-AJI-ANUA-ANT PIC 9(05)V99.
           03 WKS-AJI-CLA-NUE  PIC 9.
           03 WKS-AJI-ANUA-NUE PIC 9(05)V99.
           03 WKS-AJI-ANIV     PIC 9(08).
           03 WKS-AJI-MESES    PIC 9(02).
           03 WKS-AJI-IMP      PIC 9(05)V99.
           03 FILLER           PIC X(80).
      *    DESGLOSE DE IVA (VER IVA-TAB Y FAC-IVA): 8600 DEJA EN
      *    WKS-TASA-IVA LA TASA VIGENTE EN WKS-BUS-FEC-IVA Y 8610
      *    PARTE WKS-DES-TOT EN SUBTOTAL E IVA.
       77 WKS-STAT-IVA       PIC XX.
       77 WKS-HAY-IVA        PIC 9.
       77 WKS-FIN-IVA        PIC 9.
       01 WKS-BUS-FEC-IVA    PIC 9(08).
       01 WKS-TASA-IVA       PIC 9(02)V99.
       01 WKS-DES-TOT        PIC 9(05)V99.
       01 WKS-DES-SUB        PIC 9(05)V99.
       01 WKS-DES-IVA        PIC 9(05)V99.
      *    REPORTE DE PLASTICO PERDIDO, ROBADO O DANADO (INC-TAR) Y
      *    CUOTA DE REPOSICION VIGENTE PARA LA TARJETA (TAR-REP).
       77 WKS-STAT-INC       PIC XX.
       77 WKS-STAT-TRP       PIC XX.
       77 WKS-HAY-TRP        PIC 9.
       77 WKS-FIN-TRP        PIC 9.
       77 WKS-HAY-EMB        PIC 9.
       77 WKS-CLA-INC        PIC 9.
       77 WKS-TIP-INC        PIC X.
       01 WKS-INC-FEC        PIC 9(08).
       01 WKS-INC-HOR        PIC 9(06).
       01 WKS-VEN-ANT        PIC 9(08).
       01 WKS-CUOTA-REP      PIC 9(05)V99.
       77 WKS-STAT-FIV       PIC XX.
      *    CATALOGO DE CODIGOS POSTALES (CPO-TAB) Y MARCA DE CORREO
      *    DEVUELTO (DEV-COR).
       77 WKS-STAT-CPO       PIC XX.
       77 WKS-HAY-CPO        PIC 9.
       77 WKS-CP-OK          PIC 9.
       77 WKS-CP-CAT         PIC 9.
       77 WKS-STAT-DEV       PIC XX.
       77 WKS-HAY-DEV        PIC 9.
       77 WKS-DOC-DEV        PIC X.
       01 WKS-TXT-MOT        PIC X(30).
       77 WKS-STAT-EMP       PIC XX.
       77 WKS-HAY-EMP        PIC 9.
       77 WKS-STAT-ECL       PIC XX.
       77 WKS-HAY-ECL        PIC 9.
       77 WKS-EMP-CLA        PIC 9(04).

      *    DATOS DE LA CORRIDA PARA LA BITACORA RUN-LOG.
       77 WKS-RUN-PROG     PIC X(08).
       77 WKS-RUN-FEC-INI  PIC 9(08).
           03 WKS-HOY-ANO    PIC 9(04).
           03 WKS-HOY-MES    PIC 9(02).
           03 WKS-HOY-DIA    PIC 9(02).
       01 WKS-HOY-N REDEFINES WKS-HOY PIC 9(08).
       01 WKS-AHORA.
           03 WKS-AHORA-HOR  PIC 9(02).
           03 WKS-AHORA-MIN  PIC 9(02).
           MOVE "N" TO WKS-RUN-RES.

           PERFORM 1005-FIRMA-OPERADOR.
           PERFORM 1001-LEE-PAR-PLASTICO.

      *    VERIFICAR Y TOMAR EL LOCK ANTES DE ABRIR NINGUN ARCHIVO
      *    COMPARTIDO, PARA QUE DOS OPERADORES NO PUEDAN ABRIR
               CLOSE PEN-BAJ
               OPEN I-O PEN-BAJ.

           OPEN I-O FAC-CLI.
           IF WKS-STAT-FAC = "35"
               OPEN OUTPUT FAC-CLI
               CLOSE FAC-CLI
               OPEN I-O FAC-CLI.

      *    EL FOLIO COMPLEMENTARIO SE FOLIA DESDE EL MISMO CONTROL
      *    QUE GEN-FACT, Y LA NOTA DESDE EL MISMO CONTROL QUE GEN-NCR.
           OPEN I-O FAC-CTL.
           IF WKS-STAT-FCT = "35"
               OPEN OUTPUT FAC-CTL
               MOVE 0 TO COD-FAC-CTL
               MOVE 0 TO CTL-FOLIO-ULT
               MOVE 0 TO CTL-GENERADOS
               MOVE 0 TO CTL-IMPORTE
               WRITE REG-FAC-CTL
               CLOSE FAC-CTL
               OPEN I-O FAC-CTL.

           OPEN I-O FAC-ADI.
           IF WKS-STAT-ADI = "35"
               OPEN OUTPUT FAC-ADI
               CLOSE FAC-ADI
               OPEN I-O FAC-ADI.

      *    SIN TABLA DE TASAS NO HAY IVA QUE DESGLOSAR.
           MOVE 1 TO WKS-HAY-IVA.
           OPEN INPUT IVA-TAB.
           IF WKS-STAT-IVA = "35"
               MOVE 0 TO WKS-HAY-IVA.
           OPEN I-O FAC-IVA.
           IF WKS-STAT-FIV = "35"
               OPEN OUTPUT FAC-IVA
               CLOSE FAC-IVA
               OPEN I-O FAC-IVA.

           OPEN I-O NOT-CRE.
           IF WKS-STAT-NCR = "35"
               OPEN OUTPUT NOT-CRE
               CLOSE NOT-CRE
               OPEN I-O NOT-CRE.

           OPEN I-O NCR-CTL.
           IF WKS-STAT-NCT = "35"
               OPEN OUTPUT NCR-CTL
               MOVE 0 TO COD-NCR-CTL
               MOVE 0 TO CTL-NCR-ULT
               MOVE 0 TO CTL-NCR-EMIT
               MOVE 0 TO CTL-NCR-IMP
               WRITE REG-NCR-CTL
               CLOSE NCR-CTL
               OPEN I-O NCR-CTL.

           OPEN I-O INC-TAR.
           IF WKS-STAT-INC = "35"
               OPEN OUTPUT INC-TAR
               CLOSE INC-TAR
               OPEN I-O INC-TAR.
      *    SIN TABLA DE CUOTAS LA REPOSICION NO SE COBRA.
           MOVE 1 TO WKS-HAY-TRP.
           OPEN INPUT TAR-REP.
           IF WKS-STAT-TRP = "35"
               MOVE 0 TO WKS-HAY-TRP.

      *    SIN CATALOGO DE CODIGOS POSTALES EL C.P. NO SE VALIDA.
           MOVE 1 TO WKS-HAY-CPO.
           OPEN INPUT CPO-TAB.
           IF WKS-STAT-CPO = "35"
               MOVE 0 TO WKS-HAY-CPO.

           OPEN I-O DEV-COR.
           IF WKS-STAT-DEV = "35"
               OPEN OUTPUT DEV-COR
               CLOSE DEV-COR
               OPEN I-O DEV-COR.

      *    SIN CATALOGO DE EMPRESAS (VER CAP-EMP) NO HAY A QUIEN
      *    LIGAR CLIENTES.
           MOVE 1 TO WKS-HAY-EMP.
           OPEN INPUT EMP-TAB.
           IF WKS-STAT-EMP = "35"
               MOVE 0 TO WKS-HAY-EMP.
           OPEN I-O EMP-CLI.
           IF WKS-STAT-ECL = "35"
               OPEN OUTPUT EMP-CLI
               CLOSE EMP-CLI
               OPEN I-O EMP-CLI.

           OPEN EXTEND HIST-CLI.

           OPEN I-O CNT-CLI.
           MOVE 0 TO WKS-SUC-OK.
           PERFORM 1030-CAPTURA-SUCURSAL UNTIL WKS-SUC-OK = 1.

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
           DISPLAY "9) QUITAR TARJETA" LINE 16 POSITION 62.
           DISPLAY "10) CONTACTO" LINE 17 POSITION 62.
           DISPLAY "11) PLAN DE PAGOS" LINE 18 POSITION 62.
           DISPLAY "12) ROBO O EXTRAVIO" LINE 18 POSITION 40.
           DISPLAY "13) CORREO DEVUELTO" LINE 19 POSITION 40.
           DISPLAY "14) EMPRESA PAGADORA" LINE 19 POSITION 62.
           DISPLAY "ELEGIR OPCION:" LINE 19 POSITION 05.
           ACCEPT WKS-OPCION LINE 19 POSITION 25.

                                       ELSE IF WKS-OPCION = 10
                                           PERFORM 2950-DATOS-CONTACTO
                                           ELSE IF WKS-OPCION = 11
                                               PERFORM 2960-PLAN-PAGOS
                                               ELSE IF WKS-OPCION = 12
                                                   PERFORM
                                                     2980-ROBO-EXTRAVIO
                                                   ELSE IF WKS-OPCION
                                                       = 13
                                                       PERFORM
                                                     2940-DEVOLUCION
                                                   ELSE IF WKS-OPCION
                                                       = 14
                                                       PERFORM
                                                 2945-EMPRESA-PAGADORA.

       2200-MODIFICA-NOMBRE.
           DISPLAY "NUEVO NOMBRE DEL CLIENTE:" LINE 12 POSITION 05.
           END-REWRITE.

       2300-MODIFICA-TARJETA.
           MOVE CLA-TAR TO WKS-CLA-ANT.
           MOVE ANUA TO WKS-ANUA-ANT.
           MOVE 0 TO WKS-CLA-OK.
           PERFORM 2310-CAPTURA-CLA-TAR UNTIL WKS-CLA-OK = 1.

      *    EL OPERADOR VE EL AJUSTE Y CONFIRMA ANTES DE GRABAR; SI
      *    NO CONFIRMA, EL CLIENTE SE QUEDA CON SU TARJETA.
           PERFORM 2330-CALCULA-AJUSTE.
           MOVE "S" TO WKS-DESC.
           IF WKS-AJU-IMP > 0
               PERFORM 2335-MUESTRA-AJUSTE.
           IF WKS-DESC NOT = "S"
               MOVE WKS-REG-ANTES TO REG-CLI
               DISPLAY "CAMBIO DE TARJETA DESCARTADO"
                   LINE 18 POSITION 05
           ELSE
               REWRITE REG-CLI
                   INVALID KEY
                       DISPLAY "NO SE PUDO ACTUALIZAR"
                           LINE 13 POSITION 05
                   NOT INVALID KEY
                       MOVE "C" TO WKS-ACCION
                       PERFORM 8000-ESCRIBE-HIST
                       PERFORM 2320-SUSTITUYE-DETALLE
                       IF WKS-AJU-IMP > 0
                           PERFORM 2340-GRABA-AJUSTE
                       END-IF
               END-REWRITE
           END-IF.

       2310-CAPTURA-CLA-TAR.
           DISPLAY "NUEVA CLAVE DE LA TARJETA:" LINE 12 POSITION 05.
      *    EL CAMBIO DE TARJETA PIDE SU PLASTICO NUEVO AL PROVEEDOR.
           MOVE CLA-TAR TO WKS-EMB-CLA.
           MOVE NOM-TAR TO WKS-EMB-NOM.
           MOVE "N" TO WKS-EMB-MOT.
           PERFORM 8200-ENCOLA-GRABADO.

       2330-CALCULA-AJUSTE.
      *    EL SIGUIENTE ANIVERSARIO ES EL DIA Y MES DE FEC-ING EN
      *    ESTE ANO, O EN EL SIGUIENTE SI YA PASO (O ES HOY, PORQUE
      *    ESE CARGO YA LO HACE GEN-FACT CON LA TARJETA NUEVA).
           MOVE 0 TO WKS-AJU-IMP.
           MOVE 0 TO WKS-AJU-MESES.
           MOVE SPACE TO WKS-AJU-TIPO.
           ACCEPT WKS-HOY FROM DATE YYYYMMDD.
           MOVE FEC-ING TO WKS-ANIV-N.
           MOVE WKS-HOY-ANO TO WKS-ANIV-ANO.
           IF WKS-ANIV-N NOT > WKS-HOY-N
               ADD 1 TO WKS-ANIV-ANO.
           IF WKS-ANIV-MES = 02 AND WKS-ANIV-DIA > 28
               MOVE 28 TO WKS-ANIV-DIA.
           COMPUTE WKS-AJU-MESES =
               (WKS-ANIV-ANO * 12 + WKS-ANIV-MES)
               - (WKS-HOY-ANO * 12 + WKS-HOY-MES).
           IF WKS-HOY-DIA < WKS-ANIV-DIA
               ADD 1 TO WKS-AJU-MESES.
           IF WKS-AJU-MESES > 12
               MOVE 12 TO WKS-AJU-MESES.

           IF CLA-TAR NOT = WKS-CLA-ANT
               IF ANUA > WKS-ANUA-ANT
                   MOVE "F" TO WKS-AJU-TIPO
                   COMPUTE WKS-AJU-DIF = ANUA - WKS-ANUA-ANT
               ELSE
                   MOVE "N" TO WKS-AJU-TIPO
                   COMPUTE WKS-AJU-DIF = WKS-ANUA-ANT - ANUA
               END-IF
               COMPUTE WKS-AJU-IMP ROUNDED =
                   WKS-AJU-DIF * WKS-AJU-MESES / 12
           END-IF.

       2335-MUESTRA-AJUSTE.
           MOVE WKS-AJU-IMP TO WKS-AJU-ED.
           DISPLAY "MESES AL ANIVERSARIO:" LINE 14 POSITION 05.
           DISPLAY WKS-AJU-MESES LINE 14 POSITION 28.
           DISPLAY WKS-ANIV-N LINE 14 POSITION 33.
           IF WKS-AJU-TIPO = "F"
               DISPLAY "SE FACTURA FOLIO COMPLEMENTARIO DE:"
                   LINE 15 POSITION 05
           ELSE
               DISPLAY "SE EMITE NOTA DE CREDITO POR:"
                   LINE 15 POSITION 05.
           DISPLAY WKS-AJU-ED LINE 15 POSITION 42.
           DISPLAY "CONFIRMA EL CAMBIO DE TARJETA?:(S/N)"
               LINE 16 POSITION 05.
           ACCEPT WKS-DESC LINE 16 POSITION 45.

       2340-GRABA-AJUSTE.
           MOVE 0 TO WKS-FOLIO.
           IF WKS-AJU-TIPO = "F"
               PERFORM 2345-GRABA-FOLIO-AJUSTE
           ELSE
               PERFORM 2350-GRABA-NOTA-AJUSTE.
           IF WKS-FOLIO > 0
               PERFORM 8150-ESCRIBE-HIST-AJUSTE.

       2345-GRABA-FOLIO-AJUSTE.
      *    EL FOLIO COMPLEMENTARIO VENCE EL MISMO DIA, COMO LA
      *    COMISION DE CAN-PAG; SU REGISTRO EN FAC-ADI LO DISTINGUE
      *    DE LA RENOVACION (NO GENERA RECARGOS) PERO LA POLIZA LO
      *    LLEVA A INGRESOS POR ANUALIDADES.
           MOVE 0 TO COD-FAC-CTL.
           READ FAC-CTL
               INVALID KEY MOVE 0 TO CTL-FOLIO-ULT.
           COMPUTE WKS-FOLIO = CTL-FOLIO-ULT + 1.

           MOVE WKS-FOLIO    TO FOLIO-FAC.
           MOVE ID-CLIENTE   TO ID-CLIENTE-FAC.
           MOVE NOM-TAR      TO NOM-TAR-FAC.
           MOVE WKS-AJU-IMP  TO IMP-FAC.
           MOVE WKS-HOY      TO FEC-VEN-FAC.
           MOVE 0            TO PER-FAC.
           MOVE 0            TO IMP-PAG-FAC.
           MOVE "P"          TO EST-FAC.
           MOVE WKS-HOY      TO FEC-EMI-FAC.
           WRITE REG-FAC
               INVALID KEY
                   DISPLAY "FOLIO DUPLICADO, VERIFIQUE FAC-CTL"
                       LINE 17 POSITION 05
                   MOVE 0 TO WKS-FOLIO
               NOT INVALID KEY
                   MOVE WKS-FOLIO TO CTL-FOLIO-ULT
                   REWRITE REG-FAC-CTL
                   PERFORM 8620-GRABA-DESGLOSE
                   MOVE WKS-FOLIO TO FOLIO-ADI
                   MOVE "T"       TO TIP-ADI
                   MOVE 0         TO REF-ADI
                   MOVE WKS-HOY   TO FEC-ADI
                   WRITE REG-ADI
                       INVALID KEY
                           REWRITE REG-ADI
                   END-WRITE
                   DISPLAY "AJUSTE FACTURADO EN EL FOLIO"
                       LINE 17 POSITION 05
                   DISPLAY WKS-FOLIO LINE 17 POSITION 35
           END-WRITE.

       2350-GRABA-NOTA-AJUSTE.
      *    LA NOTA QUEDA PENDIENTE; SE ENTREGA AL CLIENTE EN GEN-NCR
      *    (ENTREGAR NOTA PENDIENTE) Y SALE EN LA LISTA DE REP-CXC.
           MOVE 0 TO COD-NCR-CTL.
           READ NCR-CTL
               INVALID KEY MOVE 0 TO CTL-NCR-ULT.
           COMPUTE WKS-FOLIO = CTL-NCR-ULT + 1.

           MOVE WKS-FOLIO           TO FOLIO-NCR.
           MOVE ID-CLIENTE          TO ID-CLIENTE-NCR.
           MOVE WKS-HOY             TO FEC-NCR.
           MOVE WKS-AJU-IMP         TO IMP-NCR.
           MOVE "CAMBIO DE TARJETA" TO MOT-NCR.
           MOVE "P"                 TO EST-NCR.
           WRITE REG-NCR
               INVALID KEY
                   DISPLAY "NOTA DUPLICADA, VERIFIQUE NCR-CTL"
                       LINE 17 POSITION 05
                   MOVE 0 TO WKS-FOLIO
               NOT INVALID KEY
                   MOVE WKS-FOLIO TO CTL-NCR-ULT
                   ADD 1 TO CTL-NCR-EMIT
                   ADD WKS-AJU-IMP TO CTL-NCR-IMP
                   REWRITE REG-NCR-CTL
                   DISPLAY "NOTA DE CREDITO EMITIDA:"
                       LINE 17 POSITION 05
                   DISPLAY WKS-FOLIO LINE 17 POSITION 35
           END-WRITE.

       2400-ELIMINA-REGISTRO.
      *    LA BAJA YA NO ES INMEDIATA: LA SOLICITUD QUEDA EN PEN-BAJ
      *    CON LA CLAVE DEL SOLICITANTE Y LA IMAGEN DEL REGISTRO, Y
                   PERFORM 8100-ESCRIBE-HIST-IMAGEN
                   MOVE WKS-BUS-CLA TO WKS-EMB-CLA
                   MOVE WKS-TARIFA-NOM TO WKS-EMB-NOM
                   MOVE "N" TO WKS-EMB-MOT
                   PERFORM 8200-ENCOLA-GRABADO
           END-WRITE.

                   PERFORM 8000-ESCRIBE-HIST
           END-REWRITE.

       2940-DEVOLUCION.
      *    EL CORREO REGRESO UNA PIEZA DEL CLIENTE: SU DOMICILIO QUEDA
      *    MARCADO COMO NO ENTREGABLE EN DEV-COR HASTA QUE SE CORRIJA
      *    EN LA OPCION DE CONTACTO.
           MOVE ID-CLIENTE TO ID-CLIENTE-DEV.
           MOVE 1 TO WKS-HAY-DEV.
           READ DEV-COR
               INVALID KEY MOVE 0 TO WKS-HAY-DEV
           END-READ.
           IF WKS-HAY-DEV = 1 AND FEC-ING-DEV = FEC-ING
               DISPLAY "YA MARCADO DESDE:" LINE 12 POSITION 05
               DISPLAY FEC-PRI-DEV LINE 12 POSITION 23
               DISPLAY "PIEZAS DEVUELTAS:" LINE 12 POSITION 35
               DISPLAY NUM-DEV LINE 12 POSITION 53.
           MOVE SPACE TO WKS-DOC-DEV.
           PERFORM 2941-CAPTURA-DOC-DEV
               UNTIL WKS-DOC-DEV = "C" OR "A" OR "E" OR "O".
           DISPLAY "MOTIVO DEL CORREO:" LINE 14 POSITION 05.
           MOVE SPACES TO WKS-TXT-MOT.
           ACCEPT WKS-TXT-MOT LINE 14 POSITION 33.
           DISPLAY "CONFIRMA MARCAR EL DOMICILIO NO ENTREGABLE?:(S/N)"
               LINE 15 POSITION 05.
           ACCEPT WKS-DESC LINE 15 POSITION 56.
           IF WKS-DESC = "S"
               PERFORM 2942-GRABA-DEVOLUCION
           ELSE
               DISPLAY "DEVOLUCION DESCARTADA" LINE 16 POSITION 05.

       2941-CAPTURA-DOC-DEV.
           DISPLAY "(C)ARTA (A)VISO (E)STADO DE CTA (O)TRO:"
               LINE 13 POSITION 05.
           ACCEPT WKS-DOC-DEV LINE 13 POSITION 46.
           IF WKS-DOC-DEV NOT = "C" AND NOT = "A" AND NOT = "E"
               AND NOT = "O"
               DISPLAY "TIPO INVALIDO" LINE 13 POSITION 50.

       2942-GRABA-DEVOLUCION.
      *    UNA MARCA DE UN CLIENTE ANTERIOR CON EL MISMO ID SE
      *    REEMPLAZA; LA VIGENTE SOLO SUMA LA PIEZA DEVUELTA.
           ACCEPT WKS-HOY FROM DATE YYYYMMDD.
           IF WKS-HAY-DEV = 1
               MOVE REG-DEV TO WKS-DET-ANTES
           ELSE
               MOVE SPACES TO WKS-DET-ANTES.
           IF WKS-HAY-DEV = 0 OR FEC-ING-DEV NOT = FEC-ING
               MOVE ID-CLIENTE TO ID-CLIENTE-DEV
               MOVE FEC-ING    TO FEC-ING-DEV
               MOVE WKS-HOY-N  TO FEC-PRI-DEV
               MOVE 0          TO NUM-DEV.
           ADD 1 TO NUM-DEV.
           MOVE WKS-HOY-N    TO FEC-DEV.
           MOVE WKS-DOC-DEV  TO DOC-DEV.
           MOVE WKS-TXT-MOT  TO MOT-DEV.
           MOVE WKS-OPERADOR TO OPER-DEV.
           IF WKS-HAY-DEV = 1
               REWRITE REG-DEV
                   INVALID KEY MOVE 9 TO WKS-HAY-DEV
               END-REWRITE
           ELSE
               WRITE REG-DEV
                   INVALID KEY MOVE 9 TO WKS-HAY-DEV
               END-WRITE.
           IF WKS-HAY-DEV = 9
               DISPLAY "NO SE PUDO GRABAR LA MARCA" LINE 16 POSITION 05
           ELSE
               MOVE REG-DEV TO WKS-DET-DESPUES
               PERFORM 8100-ESCRIBE-HIST-IMAGEN
               DISPLAY "DOMICILIO MARCADO COMO NO ENTREGABLE"
                   LINE 16 POSITION 05.

       2945-EMPRESA-PAGADORA.
      *    LA ANUALIDAD DE UN CLIENTE LIGADO A UNA EMPRESA SE COBRA EN
      *    EL FOLIO CONSOLIDADO DE LA EMPRESA (VER GEN-FACT). AL
      *    DESLIGARLO VUELVE A FACTURARSE SOLO DESDE SU SIGUIENTE
      *    ANIVERSARIO: EL ANO EN CURSO YA LO COBRO LA EMPRESA.
           MOVE ID-CLIENTE TO ID-CLIENTE-ECL.
           MOVE 1 TO WKS-HAY-ECL.
           READ EMP-CLI
               INVALID KEY MOVE 0 TO WKS-HAY-ECL
           END-READ.
           IF WKS-HAY-ECL = 1 AND EST-ECL = "A"
               AND FEC-ING-ECL = FEC-ING
               PERFORM 2947-DESLIGA-EMPRESA
           ELSE
               IF WKS-HAY-EMP = 0
                   DISPLAY "NO HAY EMPRESAS REGISTRADAS (VER CAP-EMP)"
                       LINE 12 POSITION 05
               ELSE
                   PERFORM 2946-LIGA-EMPRESA
               END-IF
           END-IF.

       2946-LIGA-EMPRESA.
           DISPLAY "CLAVE DE LA EMPRESA PAGADORA:" LINE 12 POSITION 05.
           ACCEPT WKS-EMP-CLA LINE 12 POSITION 36.
           MOVE WKS-EMP-CLA TO CLA-EMP.
           READ EMP-TAB
               INVALID KEY
                   DISPLAY "NO EXISTE ESA EMPRESA" LINE 13 POSITION 05
               NOT INVALID KEY
                   IF EST-EMP NOT = "A"
                       DISPLAY "EMPRESA DADA DE BAJA"
                           LINE 13 POSITION 05
                   ELSE
                       PERFORM 2948-CONFIRMA-LIGA
                   END-IF
           END-READ.

       2947-DESLIGA-EMPRESA.
           MOVE CLA-EMP-ECL TO CLA-EMP.
           MOVE SPACES TO NOM-EMP.
           IF WKS-HAY-EMP = 1
               READ EMP-TAB
                   INVALID KEY MOVE SPACES TO NOM-EMP
               END-READ
           END-IF.
           DISPLAY "LO PAGA LA EMPRESA:" LINE 12 POSITION 05.
           DISPLAY CLA-EMP-ECL LINE 12 POSITION 25.
           DISPLAY NOM-EMP LINE 12 POSITION 31.
           DISPLAY "DESDE:" LINE 13 POSITION 05.
           DISPLAY FEC-ALT-ECL LINE 13 POSITION 12.
           DISPLAY "CONFIRMA QUE DEJA LA EMPRESA?:(S/N)"
               LINE 14 POSITION 05.
           ACCEPT WKS-DESC LINE 14 POSITION 43.
           IF WKS-DESC = "S"
               ACCEPT WKS-HOY FROM DATE YYYYMMDD
               MOVE REG-ECL TO WKS-DET-ANTES
               MOVE "B" TO EST-ECL
               MOVE WKS-HOY-N TO FEC-BAJ-ECL
               MOVE WKS-OPERADOR TO OPER-ECL
               REWRITE REG-ECL
                   INVALID KEY
                       DISPLAY "NO SE PUDO DESLIGAR" LINE 16 POSITION 05
                   NOT INVALID KEY
                       MOVE REG-ECL TO WKS-DET-DESPUES
                       PERFORM 8100-ESCRIBE-HIST-IMAGEN
                       DISPLAY "DESLIGADO: SE FACTURA SOLO DESDE SU "
                           "SIGUIENTE ANIVERSARIO" LINE 16 POSITION 05
               END-REWRITE
           ELSE
               DISPLAY "SIN CAMBIOS" LINE 16 POSITION 05.

       2948-CONFIRMA-LIGA.
      *    UN REGISTRO ANTERIOR DEL CLIENTE (OTRA EMPRESA, YA
      *    DESLIGADO O DE UN ID REUSADO) SE REEMPLAZA.
           DISPLAY NOM-EMP LINE 13 POSITION 05.
           DISPLAY "CONFIRMA QUE LA EMPRESA PAGA SU ANUALIDAD?:(S/N)"
               LINE 14 POSITION 05.
           ACCEPT WKS-DESC LINE 14 POSITION 55.
           IF WKS-DESC = "S"
               ACCEPT WKS-HOY FROM DATE YYYYMMDD
               IF WKS-HAY-ECL = 1
                   MOVE REG-ECL TO WKS-DET-ANTES
               ELSE
                   MOVE SPACES TO WKS-DET-ANTES
               END-IF
               MOVE ID-CLIENTE   TO ID-CLIENTE-ECL
               MOVE FEC-ING      TO FEC-ING-ECL
               MOVE WKS-EMP-CLA  TO CLA-EMP-ECL
               MOVE "A"          TO EST-ECL
               MOVE WKS-HOY-N    TO FEC-ALT-ECL
               MOVE 0            TO FEC-BAJ-ECL
               MOVE WKS-OPERADOR TO OPER-ECL
               IF WKS-HAY-ECL = 1
                   REWRITE REG-ECL
                       INVALID KEY MOVE 9 TO WKS-HAY-ECL
                   END-REWRITE
               ELSE
                   WRITE REG-ECL
                       INVALID KEY MOVE 9 TO WKS-HAY-ECL
                   END-WRITE
               END-IF
               IF WKS-HAY-ECL = 9
                   DISPLAY "NO SE PUDO LIGAR" LINE 16 POSITION 05
               ELSE
                   MOVE REG-ECL TO WKS-DET-DESPUES
                   PERFORM 8100-ESCRIBE-HIST-IMAGEN
                   DISPLAY "CLIENTE LIGADO A LA EMPRESA"
                       LINE 16 POSITION 05
               END-IF
           ELSE
               DISPLAY "SIN CAMBIOS" LINE 16 POSITION 05.

       2950-DATOS-CONTACTO.
      *    ALTA O CORRECCION DE LOS DATOS DE CONTACTO DEL CLIENTE.
      *    SI YA HAY REGISTRO SE MUESTRA LO CAPTURADO ANTES.
           ACCEPT DIR2-CON LINE 13 POSITION 33.
           DISPLAY "CIUDAD:" LINE 14 POSITION 05.
           ACCEPT CIUDAD-CON LINE 14 POSITION 33.
           MOVE 0 TO WKS-CP-OK.
           PERFORM 2952-CAPTURA-CP UNTIL WKS-CP-OK = 1.
           IF WKS-CP-CAT = 1
               PERFORM 2953-COMPARA-CIUDAD.
           DISPLAY "TELEFONO:" LINE 16 POSITION 05.
           ACCEPT TEL-CON LINE 16 POSITION 33.
           MOVE 0 TO WKS-RFC-OK.
           MOVE REG-CON TO WKS-DET-DESPUES.
           PERFORM 8100-ESCRIBE-HIST-IMAGEN.

      *    UN DOMICILIO CORREGIDO (CALLE, COLONIA, CIUDAD O C.P.)
      *    QUITA LA MARCA DE CORREO DEVUELTO.
           IF WKS-DET-ANTES(4:85) NOT = REG-CON(4:85)
               PERFORM 2954-QUITA-MARCA-DEVOLUCION.

       2952-CAPTURA-CP.
           DISPLAY "CODIGO POSTAL:" LINE 15 POSITION 05.
           ACCEPT CP-CON LINE 15 POSITION 33.
           PERFORM 8370-VALIDA-CP.
           IF WKS-CP-OK = 0
               DISPLAY "C.P. NO EXISTE, REINTENTE" LINE 15 POSITION 50.

       2953-COMPARA-CIUDAD.
      *    SIN CIUDAD CAPTURADA SE TOMA LA DEL CATALOGO; SI NO
      *    COINCIDE, EL OPERADOR DECIDE CUAL SE QUEDA.
           IF CIUDAD-CON = SPACES
               MOVE CIU-CPO TO CIUDAD-CON
               DISPLAY CIUDAD-CON LINE 14 POSITION 33
           ELSE
               IF CIUDAD-CON NOT = CIU-CPO
                   DISPLAY "AVISO: ESE C.P. CORRESPONDE A"
                       LINE 19 POSITION 05
                   DISPLAY CIU-CPO LINE 19 POSITION 36
                   DISPLAY "TOMAR LA CIUDAD DEL CATALOGO?:(S/N)"
                       LINE 20 POSITION 05
                   ACCEPT WKS-DESC LINE 20 POSITION 45
                   IF WKS-DESC = "S"
                       MOVE CIU-CPO TO CIUDAD-CON
                       DISPLAY CIUDAD-CON LINE 14 POSITION 33
                   END-IF
               END-IF
           END-IF.

       2954-QUITA-MARCA-DEVOLUCION.
           MOVE ID-CLIENTE TO ID-CLIENTE-DEV.
           READ DEV-COR
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE REG-DEV TO WKS-DET-ANTES
                   DELETE DEV-COR
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE SPACES TO WKS-DET-DESPUES
                           PERFORM 8100-ESCRIBE-HIST-IMAGEN
                           DISPLAY "SE QUITO LA MARCA DE DEVOLUCION"
                               LINE 20 POSITION 05
                   END-DELETE
           END-READ.

       2955-CAPTURA-RFC.
           DISPLAY "RFC:" LINE 17 POSITION 05.
           ACCEPT RFC-CON LINE 17 POSITION 33.
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

       8250-CALCULA-VEN-PLASTICO.
      *    EL PLASTICO VALE LOS ANOS DE PLA-ANOS DESDE SU ALTA; UN
      *    ALTA DEL 29/02 VENCE EL 28/02 DEL ANO NO BISIESTO.
           MOVE FEC-ALTA-DET TO WKS-VEN-PLA-N.
           ADD WKS-PLA-ANOS TO WKS-VEN-PLA-ANO.
           IF WKS-VEN-PLA-MES = 02 AND WKS-VEN-PLA-DIA > 28
               MOVE 28 TO WKS-VEN-PLA-DIA.
           MOVE WKS-VEN-PLA-N TO FEC-VEN-DET.
      *    CADA TARJETA NUEVA PIDE SU PLASTICO AL PROVEEDOR: QUEDA
      *    EN LA COLA DE GRABADO CON EL NOMBRE COMPLETO DEL CLIENTE,
      *    LISTA PARA QUE EMB-TAR CORTE EL ARCHIVO DE PRODUCCION.
      *    WKS-EMB-CLA Y WKS-EMB-NOM TRAEN LA TARJETA A GRABAR Y
      *    WKS-EMB-MOT EL MOTIVO DE LA SOLICITUD (VER EMBCLI).
           MOVE ID-CLIENTE TO ID-CLIENTE-EMB.
           MOVE WKS-EMB-CLA TO CLA-TAR-EMB.
           MOVE SPACES TO WKS-NOM-COMPLETO.
           MOVE WKS-HOY TO FEC-SOL-EMB.
           MOVE 0 TO FEC-ENV-EMB.
           MOVE "S" TO EST-EMB.
           MOVE WKS-EMB-MOT TO MOT-EMB.
           WRITE REG-EMB
               INVALID KEY
                   REWRITE REG-EMB.
           DISPLAY "FACTURACION DE SU ANIVERSARIO"
               LINE 15 POSITION 05.

       2980-ROBO-EXTRAVIO.
      *    EL CLIENTE REPORTA SU PLASTICO PERDIDO, ROBADO O DANADO:
      *    EL PLASTICO QUEDA BLOQUEADO EN INC-TAR Y SE PIDE UNO NUEVO
      *    A GRABADO CON EL MISMO MOTIVO, QUE VENCE PLA-ANOS DESPUES DEL
      *    REPORTE. LA TARJETA Y SU FACTURACION NO CAMBIAN.
           IF EST-CLI = "C"
               DISPLAY "CLIENTE CANCELADO, NO SE REPONEN PLASTICOS"
                   LINE 12 POSITION 05
           ELSE
               DISPLAY "CLAVE DE LA TARJETA REPORTADA:"
                   LINE 12 POSITION 05
               ACCEPT WKS-CLA-INC LINE 12 POSITION 40
               MOVE ID-CLIENTE  TO ID-CLIENTE-DET
               MOVE WKS-CLA-INC TO CLA-TAR-DET
               READ TAR-CLI
                   INVALID KEY
                       DISPLAY "EL CLIENTE NO TIENE ESA TARJETA"
                           LINE 13 POSITION 05
                   NOT INVALID KEY
                       PERFORM 2982-CONFIRMA-REPORTE
               END-READ
           END-IF.

       2982-CONFIRMA-REPORTE.
           MOVE SPACE TO WKS-TIP-INC.
           PERFORM 2983-CAPTURA-TIPO-INC
               UNTIL WKS-TIP-INC = "P" OR "R" OR "D".
           DISPLAY "CONFIRMA BLOQUEAR ESTE PLASTICO?:(S/N)"
               LINE 14 POSITION 05.
           ACCEPT WKS-DESC LINE 14 POSITION 45.
           IF WKS-DESC = "S"
               PERFORM 2984-BLOQUEA-PLASTICO
           ELSE
               DISPLAY "REPORTE DESCARTADO" LINE 15 POSITION 05.

       2983-CAPTURA-TIPO-INC.
           DISPLAY "(P)ERDIDA (R)OBO (D)ANADA:" LINE 13 POSITION 05.
           ACCEPT WKS-TIP-INC LINE 13 POSITION 33.
           IF WKS-TIP-INC NOT = "P" AND NOT = "R" AND NOT = "D"
               DISPLAY "TIPO INVALIDO" LINE 13 POSITION 40.

       2984-BLOQUEA-PLASTICO.
      *    EL NUEVO VENCIMIENTO SE CUENTA DESDE HOY, COMO EN LA
      *    ENTREGA DE EMB-TAR (UN REPORTE DEL 29/02 VENCE EL 28/02).
           ACCEPT WKS-HOY FROM DATE YYYYMMDD.
           ACCEPT WKS-AHORA FROM TIME.
           MOVE WKS-HOY-N     TO WKS-INC-FEC.
           MOVE WKS-AHORA-HOR TO WKS-INC-HOR (1:2).
           MOVE WKS-AHORA-MIN TO WKS-INC-HOR (3:2).
           MOVE WKS-AHORA-SEG TO WKS-INC-HOR (5:2).
           MOVE REG-TAR-CLI TO WKS-DET-ANTES.
           MOVE FEC-VEN-DET TO WKS-VEN-ANT.
           MOVE WKS-HOY-N TO WKS-VEN-PLA-N.
           ADD WKS-PLA-ANOS TO WKS-VEN-PLA-ANO.
           IF WKS-VEN-PLA-MES = 02 AND WKS-VEN-PLA-DIA > 28
               MOVE 28 TO WKS-VEN-PLA-DIA.
           MOVE WKS-VEN-PLA-N TO FEC-VEN-DET.
           REWRITE REG-TAR-CLI
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR LA TARJETA"
                       LINE 15 POSITION 05
               NOT INVALID KEY
                   MOVE REG-TAR-CLI TO WKS-DET-DESPUES
                   PERFORM 8100-ESCRIBE-HIST-IMAGEN
                   PERFORM 2986-ENCOLA-REPOSICION
                   PERFORM 2988-COBRA-REPOSICION
                   PERFORM 2995-GRABA-INCIDENTE
           END-REWRITE.

       2986-ENCOLA-REPOSICION.
      *    SI LA TARJETA YA TIENE UN PLASTICO EN LA COLA SIN
      *    ENTREGAR, ESE MISMO SIRVE DE REPOSICION Y NO SE PIDE OTRO.
           MOVE ID-CLIENTE  TO ID-CLIENTE-EMB.
           MOVE WKS-CLA-INC TO CLA-TAR-EMB.
           MOVE 1 TO WKS-HAY-EMB.
           READ EMB-CLI
               INVALID KEY MOVE 0 TO WKS-HAY-EMB.
           IF WKS-HAY-EMB = 1 AND EST-EMB NOT = "T"
               DISPLAY "YA HAY UN PLASTICO EN PROCESO, NO SE PIDE OTRO"
                   LINE 15 POSITION 05
           ELSE
               MOVE WKS-CLA-INC TO WKS-EMB-CLA
               MOVE NOM-TAR-DET TO WKS-EMB-NOM
               MOVE WKS-TIP-INC TO WKS-EMB-MOT
               PERFORM 8200-ENCOLA-GRABADO
               DISPLAY "PLASTICO DE REPOSICION SOLICITADO A GRABADO"
                   LINE 15 POSITION 05.

       2988-COBRA-REPOSICION.
      *    LA CUOTA VIGENTE DE TAR-REP SOLO SE FACTURA SI EL OPERADOR
      *    LO CONFIRMA (POR EJEMPLO, NO SE COBRA UN DANO DE FABRICA).
           MOVE 0 TO WKS-FOLIO.
           PERFORM 8700-BUSCA-CUOTA-REP.
           IF WKS-CUOTA-REP > 0
               MOVE WKS-CUOTA-REP TO WKS-AJU-ED
               DISPLAY "CUOTA DE REPOSICION:" LINE 16 POSITION 05
               DISPLAY WKS-AJU-ED LINE 16 POSITION 28
               DISPLAY "COBRARLA?:(S/N)" LINE 16 POSITION 42
               ACCEPT WKS-DESC LINE 16 POSITION 60
               IF WKS-DESC = "S"
                   PERFORM 2990-GRABA-FOLIO-REPOSICION
               END-IF
           END-IF.

       2990-GRABA-FOLIO-REPOSICION.
      *    IGUAL QUE EL FOLIO COMPLEMENTARIO DEL CAMBIO DE TARJETA:
      *    VENCE EL MISMO DIA Y SU TIPO "R" EN FAC-ADI LO DISTINGUE
      *    (NO GENERA RECARGOS; LA POLIZA LO LLEVA A INGRESOS POR
      *    REPOSICION DE PLASTICOS).
           MOVE 0 TO COD-FAC-CTL.
           READ FAC-CTL
               INVALID KEY MOVE 0 TO CTL-FOLIO-ULT.
           COMPUTE WKS-FOLIO = CTL-FOLIO-ULT + 1.

           MOVE WKS-FOLIO     TO FOLIO-FAC.
           MOVE ID-CLIENTE    TO ID-CLIENTE-FAC.
           MOVE NOM-TAR-DET   TO NOM-TAR-FAC.
           MOVE WKS-CUOTA-REP TO IMP-FAC.
           MOVE WKS-HOY       TO FEC-VEN-FAC.
           MOVE 0             TO PER-FAC.
           MOVE 0             TO IMP-PAG-FAC.
           MOVE "P"           TO EST-FAC.
           MOVE WKS-HOY       TO FEC-EMI-FAC.
           WRITE REG-FAC
               INVALID KEY
                   DISPLAY "FOLIO DUPLICADO, VERIFIQUE FAC-CTL"
                       LINE 17 POSITION 05
                   MOVE 0 TO WKS-FOLIO
               NOT INVALID KEY
                   MOVE WKS-FOLIO TO CTL-FOLIO-ULT
                   REWRITE REG-FAC-CTL
                   PERFORM 8620-GRABA-DESGLOSE
                   MOVE WKS-FOLIO TO FOLIO-ADI
                   MOVE "R"       TO TIP-ADI
                   MOVE 0         TO REF-ADI
                   MOVE WKS-HOY   TO FEC-ADI
                   WRITE REG-ADI
                       INVALID KEY
                           REWRITE REG-ADI
                   END-WRITE
                   DISPLAY "REPOSICION FACTURADA EN EL FOLIO"
                       LINE 17 POSITION 05
                   DISPLAY WKS-FOLIO LINE 17 POSITION 39
           END-WRITE.

       2995-GRABA-INCIDENTE.
           MOVE ID-CLIENTE    TO ID-CLIENTE-INC.
           MOVE WKS-CLA-INC   TO CLA-TAR-INC.
           MOVE WKS-INC-FEC   TO FEC-INC.
           MOVE WKS-INC-HOR   TO HOR-INC.
           MOVE WKS-TIP-INC   TO TIP-INC.
           MOVE NOM-TAR-DET   TO NOM-TAR-INC.
           MOVE SUC-CLI       TO SUC-INC.
           MOVE WKS-VEN-ANT   TO VEN-ANT-INC.
           MOVE FEC-VEN-DET   TO VEN-NVO-INC.
           MOVE WKS-OPERADOR  TO OPER-INC.
           MOVE WKS-FOLIO     TO FOL-CGO-INC.
           IF WKS-FOLIO > 0
               MOVE WKS-CUOTA-REP TO IMP-CGO-INC
           ELSE
               MOVE 0 TO IMP-CGO-INC.
           WRITE REG-INC
               INVALID KEY
                   DISPLAY "REPORTE DUPLICADO, NO SE REGISTRO"
                       LINE 18 POSITION 05
               NOT INVALID KEY
                   DISPLAY "PLASTICO BLOQUEADO" LINE 18 POSITION 05
           END-WRITE.

       8300-BUSCA-TARIFA.
      *    BUSCA LA TARIFA DE LA CLASE WKS-BUS-CLA VIGENTE EN LA
      *    FECHA WKS-BUS-FECHA: LA DE FECHA DE VIGENCIA MAS ALTA QUE
           WRITE REG-HIST.
           ADD 1 TO WKS-RUN-ESC.

       8150-ESCRIBE-HIST-AJUSTE.
      *    EL AJUSTE QUEDA EN LA BITACORA JUNTO AL CAMBIO DE TARJETA:
      *    LA IMAGEN ES EL DOCUMENTO EMITIDO, NO EL REGISTRO.
           MOVE SPACES          TO WKS-AJU-IMAGEN.
           MOVE WKS-AJU-TIPO    TO WKS-AJI-TIPO.
           MOVE WKS-FOLIO       TO WKS-AJI-DOC.
           MOVE WKS-CLA-ANT     TO WKS-AJI-CLA-ANT.
           MOVE WKS-ANUA-ANT    TO WKS-AJI-ANUA-ANT.
           MOVE CLA-TAR         TO WKS-AJI-CLA-NUE.
           MOVE ANUA            TO WKS-AJI-ANUA-NUE.
           MOVE WKS-ANIV-N      TO WKS-AJI-ANIV.
           MOVE WKS-AJU-MESES   TO WKS-AJI-MESES.
           MOVE WKS-AJU-IMP     TO WKS-AJI-IMP.
           ACCEPT WKS-HOY FROM DATE YYYYMMDD.
           ACCEPT WKS-AHORA FROM TIME.

           MOVE WKS-OPERADOR    TO HIST-OPERADOR.
           MOVE WKS-HOY         TO HIST-FECHA.
           MOVE WKS-AHORA-HOR   TO HIST-HORA (1:2).
           MOVE WKS-AHORA-MIN   TO HIST-HORA (3:2).
           MOVE WKS-AHORA-SEG   TO HIST-HORA (5:2).
           MOVE "J"             TO HIST-ACCION.
           MOVE ID-CLIENTE      TO HIST-ID-CLIENTE.
           MOVE WKS-SUCURSAL    TO HIST-SUCURSAL.
           MOVE SPACES          TO HIST-ANTES.
           MOVE WKS-AJU-IMAGEN  TO HIST-DESPUES.
           WRITE REG-HIST.
           ADD 1 TO WKS-RUN-ESC.

       8600-BUSCA-TASA-IVA.
      *    LA TASA VIGENTE EN WKS-BUS-FEC-IVA ES LA DE FECHA DE
      *    VIGENCIA MAS ALTA QUE NO REBASA LA FECHA PEDIDA, IGUAL
      *    QUE 8300-BUSCA-TARIFA EN TAR-TAB.
           MOVE 0 TO WKS-TASA-IVA.
           IF WKS-HAY-IVA = 1
               MOVE 0 TO FEC-EFE-IVA
               START IVA-TAB KEY IS GREATER THAN OR EQUAL TO
                   FEC-EFE-IVA
                   INVALID KEY MOVE 1 TO WKS-FIN-IVA
               END-START
               IF WKS-STAT-IVA = "00"
                   MOVE 0 TO WKS-FIN-IVA
                   PERFORM 8605-LEE-TASA-SIG UNTIL WKS-FIN-IVA = 1
               END-IF
           END-IF.

       8605-LEE-TASA-SIG.
           READ IVA-TAB NEXT
               AT END MOVE 1 TO WKS-FIN-IVA
               NOT AT END
                   IF FEC-EFE-IVA > WKS-BUS-FEC-IVA
                       MOVE 1 TO WKS-FIN-IVA
                   ELSE
                       MOVE TASA-IVA TO WKS-TASA-IVA
                   END-IF
           END-READ.

       8610-DESGLOSA-IMPORTE.
      *    LOS IMPORTES YA TRAEN EL IVA INCLUIDO: EL SUBTOTAL SE
      *    SACA DIVIDIENDO ENTRE 1 + TASA Y EL IVA ES LA DIFERENCIA,
      *    ASI QUE SUBTOTAL + IVA SIEMPRE DA EL TOTAL EXACTO.
           COMPUTE WKS-DES-SUB ROUNDED =
               WKS-DES-TOT * 100 / (100 + WKS-TASA-IVA).
           COMPUTE WKS-DES-IVA = WKS-DES-TOT - WKS-DES-SUB.

       8620-GRABA-DESGLOSE.
      *    EL DESGLOSE DEL FOLIO RECIEN EMITIDO SE GUARDA CON LA TASA
      *    VIGENTE EN SU FECHA DE EMISION Y YA NO CAMBIA.
           MOVE FEC-EMI-FAC TO WKS-BUS-FEC-IVA.
           PERFORM 8600-BUSCA-TASA-IVA.
           MOVE IMP-FAC TO WKS-DES-TOT.
           PERFORM 8610-DESGLOSA-IMPORTE.
           MOVE FOLIO-FAC    TO FOLIO-FIV.
           MOVE FEC-EMI-FAC  TO FEC-FIV.
           MOVE WKS-TASA-IVA TO TASA-FIV.
           MOVE WKS-DES-SUB  TO SUB-FIV.
           MOVE WKS-DES-IVA  TO IVA-FIV.
           WRITE REG-FIV
               INVALID KEY
                   REWRITE REG-FIV
           END-WRITE.

       8700-BUSCA-CUOTA-REP.
      *    LA CUOTA VIGENTE HOY PARA LA TARJETA REPORTADA ES LA DE
      *    FECHA DE VIGENCIA MAS ALTA QUE NO REBASA LA FECHA DE HOY.
           MOVE 0 TO WKS-CUOTA-REP.
           IF WKS-HAY-TRP = 1
               MOVE WKS-CLA-INC TO CLA-TAR-TRP
               MOVE 0 TO FEC-EFE-TRP
               START TAR-REP KEY IS GREATER THAN OR EQUAL TO LLAVE-TRP
                   INVALID KEY MOVE 1 TO WKS-FIN-TRP
               END-START
               IF WKS-STAT-TRP = "00"
                   MOVE 0 TO WKS-FIN-TRP
                   PERFORM 8705-LEE-CUOTA-SIG UNTIL WKS-FIN-TRP = 1
               END-IF
           END-IF.

       8705-LEE-CUOTA-SIG.
           READ TAR-REP NEXT
               AT END MOVE 1 TO WKS-FIN-TRP
               NOT AT END
                   IF CLA-TAR-TRP NOT = WKS-CLA-INC
                       OR FEC-EFE-TRP > WKS-HOY-N
                       MOVE 1 TO WKS-FIN-TRP
                   ELSE
                       MOVE IMP-TRP TO WKS-CUOTA-REP
                   END-IF
           END-READ.

       8500-ESCRIBE-RUN-LOG.
      *    UN SOLO REGISTRO POR CORRIDA, ESCRITO AL TERMINAR, CON LA
      *    HORA DE INICIO CAPTURADA EN 1000-INICIO.
           CLOSE ARC-CLI.
           CLOSE PEN-BAJ.
           CLOSE CON-CLI.
           CLOSE FAC-CLI.
           CLOSE FAC-CTL.
           CLOSE FAC-ADI.
           IF WKS-HAY-IVA = 1
               CLOSE IVA-TAB.
           CLOSE FAC-IVA.
           CLOSE NOT-CRE.
           CLOSE NCR-CTL.
           CLOSE INC-TAR.
           IF WKS-HAY-TRP = 1
               CLOSE TAR-REP.
           CLOSE HIST-CLI.
           CLOSE CNT-CLI.
           IF WKS-HAY-CPO = 1
               CLOSE CPO-TAB.
           CLOSE DEV-COR.
           IF WKS-HAY-EMP = 1
               CLOSE EMP-TAB.
           CLOSE EMP-CLI.
           CLOSE LOCK-CLI.
