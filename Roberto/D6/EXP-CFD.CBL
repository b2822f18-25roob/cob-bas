       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXP-CFD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLI-INDD ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-CLIENTE
           ALTERNATE RECORD KEY IS NOM-TAR WITH DUPLICATES
           ALTERNATE RECORD KEY IS FEC-ING WITH DUPLICATES
           ALTERNATE RECORD KEY IS NOM-CLI WITH DUPLICATES
           FILE STATUS IS WKS-STAT-CLI.
           SELECT CON-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ID-CLIENTE-CON
           FILE STATUS IS WKS-STAT-CON.
           SELECT FAC-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOLIO-FAC
           ALTERNATE RECORD KEY IS ID-CLIENTE-FAC WITH DUPLICATES
           FILE STATUS IS WKS-STAT-FAC.
           SELECT NOT-CRE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOLIO-NCR
           FILE STATUS IS WKS-STAT-NCR.
           SELECT CFD-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LLAVE-CFD
           ALTERNATE RECORD KEY IS LLAVE-GLB-CFD WITH DUPLICATES
           FILE STATUS IS WKS-STAT-CFD.
           SELECT LOCK-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS COD-LOCK-CLI
           FILE STATUS IS WKS-STAT-LCK.
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
           SELECT EMP-TAB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLA-EMP
           FILE STATUS IS WKS-STAT-EMP.
           SELECT EMP-FAC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LLAVE-EFA
           ALTERNATE RECORD KEY IS CLA-EMP-EFA WITH DUPLICATES
           FILE STATUS IS WKS-STAT-EFA.
           SELECT CFD-ENV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REP-CFD ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD CLI-INDD.
           COPY REGCLI.

       FD CON-CLI.
           COPY CONCLI.

       FD FAC-CLI.
           COPY FACCLI.

       FD NOT-CRE.
           COPY NOTCRE.

       FD CFD-CLI.
           COPY CFDCLI.

       FD LOCK-CLI.
           COPY LCKCLI.

       FD IVA-TAB.
           COPY IVATAB.

       FD FAC-IVA.
           COPY FACIVA.

       FD EMP-TAB.
           COPY EMPTAB.

       FD EMP-FAC.
           COPY EMPFAC.

      *    ARCHIVO DE COMPROBANTES EN EL LAYOUT FIJO DEL PAC: TIPO DE
      *    COMPROBANTE ("I" INGRESO, "E" EGRESO), SERIE ("F" FOLIO,
      *    "N" NOTA, "G" GLOBAL), FOLIO Y SECUENCIA (LOS DE CFD-CLI),
      *    FECHA, RFC, NOMBRE Y CODIGO POSTAL DEL RECEPTOR, SUBTOTAL,
      *    TASA DE IVA, IVA Y TOTAL (IMPORTES EN CENTAVOS, TASA CON
      *    DOS DECIMALES) Y CONCEPTO.
       FD CFD-ENV.
       01 REG-ENV.
           03 ENV-TIPO     PIC X.
           03 ENV-SERIE    PIC X.
           03 ENV-FOLIO    PIC 9(08).
           03 ENV-SEC      PIC 9(02).
           03 ENV-FEC      PIC 9(08).
           03 ENV-RFC      PIC X(13).
           03 ENV-NOMBRE   PIC X(60).
           03 ENV-CP       PIC 9(05).
           03 ENV-SUBTOTAL PIC 9(09).
           03 ENV-TASA     PIC 9(04).
           03 ENV-IVA      PIC 9(09).
           03 ENV-TOTAL    PIC 9(09).
           03 ENV-CONCEPTO PIC X(20).

       FD REP-CFD.
       01 LINEAJ           PIC X(132).

       WORKING-STORAGE SECTION.
       77 WKS-FIN            PIC 9.
       77 WKS-FIN-NCR        PIC 9.
       77 WKS-FIN-CFD        PIC 9.
       77 WKS-STAT-CLI       PIC XX.
       77 WKS-STAT-CON       PIC XX.
       77 WKS-STAT-FAC       PIC XX.
       77 WKS-STAT-NCR       PIC XX.
       77 WKS-STAT-CFD       PIC XX.
       77 WKS-STAT-LCK       PIC XX.
       77 WKS-HAY-CLI        PIC 9.
       77 WKS-HAY-CON        PIC 9.
       77 WKS-HAY-FAC        PIC 9.
       77 WKS-HAY-NCR        PIC 9.
       77 WKS-HAY-CFD        PIC 9.
       77 WKS-FEC-OK         PIC 9.
       77 WKS-MAX-DIA        PIC 99.
       77 WKS-RFC-OK         PIC 9.
       77 WKS-RFC-LET        PIC 9.
       77 WKS-RX             PIC 99.
       77 WKS-TIPO-RFC       PIC X.
       77 WKS-ENVIADOS       PIC 9(05).
       77 WKS-EN-GLOBAL      PIC 9(05).
       77 WKS-REENVIOS       PIC 9(05).
       77 WKS-RECHAZADOS     PIC 9(05).
       77 WKS-GLB-SEC        PIC 9(02).
       77 WKS-GLB-NUM        PIC 9(05).
       01 WKS-GLB-IMP        PIC 9(07)V99.
       01 WKS-GLB-SUB        PIC 9(07)V99.
       01 WKS-GLB-IVA        PIC 9(07)V99.
       01 WKS-FEC-PRO        PIC 9(08).
       01 WKS-FEC-CAP.
           03 WKS-FEC-CAP-ANO PIC 9(04).
           03 WKS-FEC-CAP-MES PIC 9(02).
           03 WKS-FEC-CAP-DIA PIC 9(02).
       01 WKS-NOM-COMPLETO   PIC X(62).
       01 WKS-RFC-DOC        PIC X(13).
       01 WKS-CP-DOC         PIC 9(05).
       01 WKS-CONCEPTO       PIC X(20).
       01 WKS-MOT-RECHAZO    PIC X(40).
      *    RFC GENERICO QUE EL SAT ASIGNA AL PUBLICO EN GENERAL.
       01 WKS-RFC-GENERICO   PIC X(13) VALUE "XAXX010101000".
      *    DESGLOSE DE IVA (VER IVA-TAB Y FAC-IVA): 8350 DEJA EN
      *    WKS-TASA-IVA LA TASA VIGENTE EN WKS-BUS-FEC-IVA Y 8360
      *    PARTE WKS-DES-TOT EN SUBTOTAL E IVA.
       77 WKS-STAT-IVA     PIC XX.
       77 WKS-HAY-IVA      PIC 9.
       77 WKS-FIN-IVA      PIC 9.
       01 WKS-BUS-FEC-IVA  PIC 9(08).
       01 WKS-TASA-IVA     PIC 9(02)V99.
       01 WKS-DES-TOT      PIC 9(05)V99.
       01 WKS-DES-SUB      PIC 9(05)V99.
       01 WKS-DES-IVA      PIC 9(05)V99.
       77 WKS-STAT-FIV     PIC XX.
       77 WKS-HAY-FIV      PIC 9.
       77 WKS-TIENE-FIV    PIC 9.
      *    FOLIO DE EMPRESA (CLIENTE 000): EL RECEPTOR ES LA EMPRESA
      *    DE SU PRIMERA LINEA EN EMP-FAC.
       77 WKS-STAT-EMP     PIC XX.
       77 WKS-STAT-EFA     PIC XX.
       77 WKS-HAY-EMP      PIC 9.
       01 WKS-EMP-FOLIO    PIC 9(06).

       01 WKS-ENCR.
           03 FILLER       PIC X(47) VALUE
                "COMPROBANTES NO ENVIADOS AL PAC (RFC INVALIDO):".

       01 WKS-ENCR2.
           03 FILLER       PIC X(04) VALUE "TIPO".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(06) VALUE "FOLIO".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(10) VALUE "ID-CLIENTE".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(06) VALUE "NOMBRE".
           03 FILLER       PIC X(26) VALUE SPACES.
           03 FILLER       PIC X(03) VALUE "RFC".

       01 WKS-DETR.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-RTIP     PIC X.
           03 FILLER       PIC X(03) VALUE SPACES.
           03 WKS-RFOL     PIC 9(06).
           03 FILLER       PIC X(04) VALUE SPACES.
           03 WKS-RID      PIC 999.
           03 FILLER       PIC X(07) VALUE SPACES.
           03 WKS-RNOM     PIC X(30).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-RRFC     PIC X(13).

       01 WKS-PIER.
           03 FILLER       PIC X(48) VALUE
                "CORRIJA EL RFC EN MAN-CLI (DATOS DE CONTACTO); ".
           03 FILLER       PIC X(45) VALUE
                "SE VUELVEN A REVISAR EN LA SIGUIENTE CORRIDA.".

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-FIN = 1.
           PERFORM 2500-NOTAS.
           PERFORM 2700-GLOBALES-RECHAZADAS.
           PERFORM 2800-ESCRIBE-GLOBAL.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           DISPLAY "EXPORTACION DE COMPROBANTES AL PAC (CFDI)".
           MOVE 0 TO WKS-FEC-OK.
           PERFORM 1010-CAPTURA-FECHA UNTIL WKS-FEC-OK = 1.

      *    REVISAR EL LOCK ANTES DE LEER, IGUAL QUE EXP-DOM, PARA NO
      *    MANDAR AL PAC DATOS DE CLIENTES A MEDIO ACTUALIZAR.
           OPEN I-O LOCK-CLI.
           IF WKS-STAT-LCK NOT = "35"
               MOVE 1 TO COD-LOCK-CLI
               READ LOCK-CLI
                   INVALID KEY MOVE 0 TO LOCK-ACTIVO
               END-READ
               IF LOCK-ACTIVO = 1
                   DISPLAY "ARCHIVO DE CLIENTES EN USO POR "
                       LOCK-PROGRAMA
                   DISPLAY "REINTENTE MAS TARDE."
                   CLOSE LOCK-CLI
                   STOP RUN
               END-IF
               CLOSE LOCK-CLI.

           MOVE 1 TO WKS-HAY-CLI.
           OPEN INPUT CLI-INDD.
           IF WKS-STAT-CLI = "35"
               MOVE 0 TO WKS-HAY-CLI.

      *    SIN DATOS DE CONTACTO NINGUN CLIENTE TIENE RFC: TODO VA A
      *    LA GLOBAL DEL DIA.
           MOVE 1 TO WKS-HAY-CON.
           OPEN INPUT CON-CLI.
           IF WKS-STAT-CON = "35"
               MOVE 0 TO WKS-HAY-CON.

           MOVE 1 TO WKS-HAY-FAC.
           OPEN INPUT FAC-CLI.
           IF WKS-STAT-FAC = "35"
               MOVE 0 TO WKS-HAY-FAC.

           MOVE 1 TO WKS-HAY-NCR.
           OPEN INPUT NOT-CRE.
           IF WKS-STAT-NCR = "35"
               MOVE 0 TO WKS-HAY-NCR.

           OPEN I-O CFD-CLI.
           IF WKS-STAT-CFD = "35"
               OPEN OUTPUT CFD-CLI
               CLOSE CFD-CLI
               OPEN I-O CFD-CLI.

      *    SIN TABLA DE TASAS NO HAY IVA QUE DESGLOSAR.
           MOVE 1 TO WKS-HAY-IVA.
           OPEN INPUT IVA-TAB.
           IF WKS-STAT-IVA = "35"
               MOVE 0 TO WKS-HAY-IVA.

           MOVE 1 TO WKS-HAY-FIV.
           OPEN INPUT FAC-IVA.
           IF WKS-STAT-FIV = "35"
               MOVE 0 TO WKS-HAY-FIV.

           MOVE 1 TO WKS-HAY-EMP.
           OPEN INPUT EMP-TAB.
           IF WKS-STAT-EMP = "35"
               MOVE 0 TO WKS-HAY-EMP
           ELSE
               OPEN INPUT EMP-FAC
               IF WKS-STAT-EFA = "35"
                   CLOSE EMP-TAB
                   MOVE 0 TO WKS-HAY-EMP
               END-IF
           END-IF.

           OPEN OUTPUT CFD-ENV.
           OPEN OUTPUT REP-CFD.
           MOVE WKS-ENCR TO LINEAJ.
           WRITE LINEAJ AFTER PAGE.
           MOVE WKS-ENCR2 TO LINEAJ.
           WRITE LINEAJ AFTER 2.

           PERFORM 1030-BUSCA-SEC-GLOBAL.
           MOVE 0 TO WKS-GLB-NUM.
           MOVE 0 TO WKS-GLB-IMP.
           MOVE 0 TO WKS-GLB-SUB.
           MOVE 0 TO WKS-GLB-IVA.
           MOVE 0 TO WKS-ENVIADOS.
           MOVE 0 TO WKS-EN-GLOBAL.
           MOVE 0 TO WKS-REENVIOS.
           MOVE 0 TO WKS-RECHAZADOS.

           MOVE 1 TO WKS-FIN.
           IF WKS-HAY-FAC = 1
               MOVE ZEROES TO FOLIO-FAC
               START FAC-CLI KEY IS GREATER THAN OR EQUAL TO FOLIO-FAC
                   INVALID KEY MOVE 1 TO WKS-FIN
               END-START
               IF WKS-STAT-FAC = "00"
                   MOVE 0 TO WKS-FIN
                   PERFORM 2010-LEE-FOLIO
               END-IF
           END-IF.

       1010-CAPTURA-FECHA.
           DISPLAY "FECHA DE EMISION A TIMBRAR:(AAAAMMDD)".
           ACCEPT WKS-FEC-PRO.
           MOVE WKS-FEC-PRO TO WKS-FEC-CAP.

           MOVE 1 TO WKS-FEC-OK.
           IF WKS-FEC-CAP-MES < 1 OR WKS-FEC-CAP-MES > 12
               MOVE 0 TO WKS-FEC-OK.

           IF WKS-FEC-OK = 1
               PERFORM 1020-MAX-DIA-DEL-MES
               IF WKS-FEC-CAP-DIA < 1 OR WKS-FEC-CAP-DIA > WKS-MAX-DIA
                   MOVE 0 TO WKS-FEC-OK.

           IF WKS-FEC-OK = 0
               DISPLAY "FECHA INVALIDA, REINTENTE".

       1020-MAX-DIA-DEL-MES.
           EVALUATE WKS-FEC-CAP-MES
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WKS-MAX-DIA
               WHEN 2
                   IF FUNCTION MOD (WKS-FEC-CAP-ANO, 4) = 0 AND
                      (FUNCTION MOD (WKS-FEC-CAP-ANO, 100) NOT = 0 OR
                       FUNCTION MOD (WKS-FEC-CAP-ANO, 400) = 0)
                       MOVE 29 TO WKS-MAX-DIA
                   ELSE
                       MOVE 28 TO WKS-MAX-DIA
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WKS-MAX-DIA
           END-EVALUATE.

       1030-BUSCA-SEC-GLOBAL.
      *    NORMALMENTE HAY UNA SOLA GLOBAL POR DIA; SI EL DIA SE
      *    VUELVE A CORRER PARA MANDAR FOLIOS QUE FALTARON, LA NUEVA
      *    GLOBAL TOMA LA SIGUIENTE SECUENCIA LIBRE DE ESA FECHA.
           MOVE 0 TO WKS-GLB-SEC.
           MOVE 1 TO WKS-HAY-CFD.
           PERFORM 1035-PRUEBA-SEC-GLOBAL UNTIL WKS-HAY-CFD = 0.

       1035-PRUEBA-SEC-GLOBAL.
           ADD 1 TO WKS-GLB-SEC.
           MOVE "G" TO TIP-CFD.
           MOVE WKS-FEC-PRO TO NUM-CFD.
           MOVE WKS-GLB-SEC TO SEC-CFD.
           READ CFD-CLI
               INVALID KEY MOVE 0 TO WKS-HAY-CFD
           END-READ.

       2000-PROCESO.
      *    SE MANDAN LOS FOLIOS EMITIDOS EN LA FECHA PEDIDA QUE AUN
      *    NO ESTAN EN CFD-CLI, Y LOS QUE EL PAC RECHAZO ANTES (DE
      *    CUALQUIER FECHA). LOS RECARGOS CONDONADOS NO SE TIMBRAN.
           IF EST-FAC NOT = "C"
               MOVE "F" TO TIP-CFD
               MOVE FOLIO-FAC TO NUM-CFD
               MOVE 0 TO SEC-CFD
               PERFORM 2015-LEE-CONTROL
               IF WKS-HAY-CFD = 0 AND FEC-EMI-FAC = WKS-FEC-PRO
                   PERFORM 2020-MANDA-FOLIO
               END-IF
               IF WKS-HAY-CFD = 1 AND EST-CFD = "R"
                   ADD 1 TO WKS-REENVIOS
                   PERFORM 2020-MANDA-FOLIO
               END-IF
           END-IF.
           PERFORM 2010-LEE-FOLIO.

       2010-LEE-FOLIO.
           READ FAC-CLI NEXT
               AT END MOVE 1 TO WKS-FIN.

       2015-LEE-CONTROL.
           MOVE 1 TO WKS-HAY-CFD.
           READ CFD-CLI
               INVALID KEY MOVE 0 TO WKS-HAY-CFD
           END-READ.

       2020-MANDA-FOLIO.
           PERFORM 8380-LEE-DESGLOSE.
           MOVE ID-CLIENTE-FAC TO ID-CLIENTE-CFD.
           MOVE FOLIO-FAC TO WKS-EMP-FOLIO.
           PERFORM 2040-DATOS-CLIENTE.
           MOVE "F" TO TIP-CFD.
           MOVE FOLIO-FAC TO NUM-CFD.
           MOVE 0 TO SEC-CFD.
           MOVE FEC-EMI-FAC TO FEC-DOC-CFD.
           MOVE NOM-TAR-FAC TO WKS-CONCEPTO.
           PERFORM 2030-ARMA-CONTROL.
      *    SIN RFC EL FOLIO SE SUMA A LA FACTURA GLOBAL A PUBLICO EN
      *    GENERAL DE ESTA CORRIDA; CON RFC MAL FORMADO NO SE MANDA Y
      *    SALE AL REPORTE PARA CORREGIRLO.
           EVALUATE WKS-TIPO-RFC
               WHEN "V"
                   PERFORM 2060-MANDA-INDIVIDUAL
               WHEN "B"
                   MOVE WKS-RFC-GENERICO TO RFC-CFD
                   MOVE "G" TO EST-CFD
                   MOVE WKS-FEC-PRO TO GLB-FEC-CFD
                   MOVE WKS-GLB-SEC TO GLB-SEC-CFD
                   ADD 1 TO WKS-GLB-NUM
                   ADD IMP-CFD TO WKS-GLB-IMP
                   ADD SUB-CFD TO WKS-GLB-SUB
                   ADD IVA-CFD TO WKS-GLB-IVA
                   ADD 1 TO WKS-EN-GLOBAL
                   PERFORM 2090-GRABA-CONTROL
               WHEN OTHER
                   PERFORM 2070-RECHAZA-LOCAL
           END-EVALUATE.

       2030-ARMA-CONTROL.
           MOVE WKS-RFC-DOC TO RFC-CFD.
           MOVE WKS-DES-TOT TO IMP-CFD.
           MOVE WKS-DES-SUB TO SUB-CFD.
           MOVE WKS-DES-IVA TO IVA-CFD.
           MOVE WKS-FEC-PRO TO FEC-ENV-CFD.
           MOVE ZEROES TO LLAVE-GLB-CFD.
           MOVE SPACES TO UUID-CFD.
           MOVE 0 TO FEC-TIM-CFD.
           MOVE SPACES TO MOT-CFD.

       2040-DATOS-CLIENTE.
      *    NOMBRE DE CLI-INDD Y RFC Y CODIGO POSTAL DE CON-CLI.
      *    WKS-TIPO-RFC: "V" VALIDO, "B" EN BLANCO, "I" INVALIDO.
           MOVE SPACES TO WKS-NOM-COMPLETO.
           IF WKS-HAY-CLI = 1
               MOVE ID-CLIENTE-CFD TO ID-CLIENTE
               READ CLI-INDD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       STRING FUNCTION TRIM (NOMBRE)  DELIMITED BY SIZE
                              " "                     DELIMITED BY SIZE
                              FUNCTION TRIM (APE-PAT) DELIMITED BY SIZE
                              " "                     DELIMITED BY SIZE
                              FUNCTION TRIM (APE-MAT) DELIMITED BY SIZE
                           INTO WKS-NOM-COMPLETO
                       END-STRING
               END-READ
           END-IF.
           MOVE SPACES TO WKS-RFC-DOC.
           MOVE 0 TO WKS-CP-DOC.
           IF WKS-HAY-CON = 1
               MOVE ID-CLIENTE-CFD TO ID-CLIENTE-CON
               READ CON-CLI
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE RFC-CON TO WKS-RFC-DOC
                       MOVE CP-CON TO WKS-CP-DOC
               END-READ
           END-IF.
           IF ID-CLIENTE-CFD = 0 AND WKS-EMP-FOLIO > 0
               AND WKS-HAY-EMP = 1
               PERFORM 2045-DATOS-EMPRESA.
           IF WKS-RFC-DOC = SPACES
               MOVE "B" TO WKS-TIPO-RFC
           ELSE
               PERFORM 8400-VALIDA-RFC
               IF WKS-RFC-OK = 1
                   MOVE "V" TO WKS-TIPO-RFC
               ELSE
                   MOVE "I" TO WKS-TIPO-RFC
               END-IF
           END-IF.

       2045-DATOS-EMPRESA.
      *    EL FOLIO DEL CLIENTE 000 ES DE UNA EMPRESA: NOMBRE, RFC Y
      *    CODIGO POSTAL SALEN DE EMP-TAB, CON LA EMPRESA DE LA PRIMERA
      *    LINEA DEL FOLIO EN EMP-FAC (IGUAL QUE EN GEN-PAG), PARA
      *    TIMBRARLO A SU NOMBRE Y NO EN LA GLOBAL.
           MOVE WKS-EMP-FOLIO TO FOLIO-EFA.
           MOVE 0 TO ID-CLIENTE-EFA.
           START EMP-FAC KEY IS GREATER THAN OR EQUAL TO LLAVE-EFA
               INVALID KEY MOVE "23" TO WKS-STAT-EFA
           END-START.
           IF WKS-STAT-EFA = "00"
               READ EMP-FAC NEXT
                   AT END MOVE "10" TO WKS-STAT-EFA
               END-READ
               IF WKS-STAT-EFA = "00" AND FOLIO-EFA = WKS-EMP-FOLIO
                   MOVE CLA-EMP-EFA TO CLA-EMP
                   READ EMP-TAB
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE NOM-EMP TO WKS-NOM-COMPLETO
                           MOVE RFC-EMP TO WKS-RFC-DOC
                           MOVE CP-EMP TO WKS-CP-DOC
                   END-READ
               END-IF
           END-IF.

       2060-MANDA-INDIVIDUAL.
           MOVE "E" TO EST-CFD.
           PERFORM 2090-GRABA-CONTROL.
           PERFORM 2900-ESCRIBE-LIN-PAC.
           ADD 1 TO WKS-ENVIADOS.

       2070-RECHAZA-LOCAL.
      *    QUEDA COMO RECHAZADO PARA QUE LA SIGUIENTE CORRIDA LO
      *    VUELVA A TOMAR EN CUANTO SE CORRIJA EL RFC.
           MOVE "R" TO EST-CFD.
           MOVE "RFC CON ESTRUCTURA INVALIDA" TO MOT-CFD.
           PERFORM 2090-GRABA-CONTROL.
           ADD 1 TO WKS-RECHAZADOS.
           MOVE TIP-CFD TO WKS-RTIP.
           MOVE NUM-CFD TO WKS-RFOL.
           MOVE ID-CLIENTE-CFD TO WKS-RID.
           MOVE WKS-NOM-COMPLETO TO WKS-RNOM.
           MOVE RFC-CFD TO WKS-RRFC.
           MOVE WKS-DETR TO LINEAJ.
           WRITE LINEAJ AFTER 1.

       2090-GRABA-CONTROL.
           IF WKS-HAY-CFD = 1
               REWRITE REG-CFD
           ELSE
               WRITE REG-CFD
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR CFD-CLI " LLAVE-CFD
               END-WRITE
           END-IF.

       2500-NOTAS.
      *    LAS NOTAS DE CREDITO SE MANDAN COMO EGRESO, UNA POR UNA;
      *    LA DE UN CLIENTE SIN RFC VA AL RFC GENERICO.
           IF WKS-HAY-NCR = 1
               MOVE ZEROES TO FOLIO-NCR
               MOVE 0 TO WKS-FIN-NCR
               START NOT-CRE KEY IS GREATER THAN OR EQUAL TO FOLIO-NCR
                   INVALID KEY MOVE 1 TO WKS-FIN-NCR
               END-START
               PERFORM 2510-LEE-NOTA UNTIL WKS-FIN-NCR = 1.

       2510-LEE-NOTA.
           READ NOT-CRE NEXT
               AT END MOVE 1 TO WKS-FIN-NCR
               NOT AT END
                   MOVE "N" TO TIP-CFD
                   MOVE FOLIO-NCR TO NUM-CFD
                   MOVE 0 TO SEC-CFD
                   PERFORM 2015-LEE-CONTROL
                   IF WKS-HAY-CFD = 0 AND FEC-NCR = WKS-FEC-PRO
                       PERFORM 2520-MANDA-NOTA
                   END-IF
                   IF WKS-HAY-CFD = 1 AND EST-CFD = "R"
                       ADD 1 TO WKS-REENVIOS
                       PERFORM 2520-MANDA-NOTA
                   END-IF
           END-READ.

       2520-MANDA-NOTA.
           MOVE FEC-NCR TO WKS-BUS-FEC-IVA.
           PERFORM 8350-BUSCA-TASA-IVA.
           MOVE IMP-NCR TO WKS-DES-TOT.
           PERFORM 8360-DESGLOSA-IMPORTE.
           MOVE ID-CLIENTE-NCR TO ID-CLIENTE-CFD.
           MOVE 0 TO WKS-EMP-FOLIO.
           PERFORM 2040-DATOS-CLIENTE.
           MOVE "N" TO TIP-CFD.
           MOVE FOLIO-NCR TO NUM-CFD.
           MOVE 0 TO SEC-CFD.
           MOVE FEC-NCR TO FEC-DOC-CFD.
           MOVE MOT-NCR TO WKS-CONCEPTO.
           PERFORM 2030-ARMA-CONTROL.
           EVALUATE WKS-TIPO-RFC
               WHEN "V"
                   PERFORM 2060-MANDA-INDIVIDUAL
               WHEN "B"
                   MOVE WKS-RFC-GENERICO TO RFC-CFD
                   PERFORM 2060-MANDA-INDIVIDUAL
               WHEN OTHER
                   PERFORM 2070-RECHAZA-LOCAL
           END-EVALUATE.

       2700-GLOBALES-RECHAZADAS.
      *    UNA GLOBAL RECHAZADA SE VUELVE A MANDAR CON LOS MISMOS
      *    TOTALES: SUS FOLIOS YA QUEDARON LIGADOS A ELLA.
           MOVE "G" TO TIP-CFD.
           MOVE ZEROES TO NUM-CFD.
           MOVE ZEROES TO SEC-CFD.
           MOVE 0 TO WKS-FIN-CFD.
           START CFD-CLI KEY IS GREATER THAN OR EQUAL TO LLAVE-CFD
               INVALID KEY MOVE 1 TO WKS-FIN-CFD
           END-START.
           PERFORM 2710-LEE-GLOBAL UNTIL WKS-FIN-CFD = 1.

       2710-LEE-GLOBAL.
           READ CFD-CLI NEXT
               AT END MOVE 1 TO WKS-FIN-CFD
               NOT AT END
                   IF TIP-CFD NOT = "G"
                       MOVE 1 TO WKS-FIN-CFD
                   ELSE
                       IF EST-CFD = "R"
                           PERFORM 2720-REENVIA-GLOBAL
                       END-IF
                   END-IF
           END-READ.

       2720-REENVIA-GLOBAL.
           MOVE "E" TO EST-CFD.
           MOVE WKS-FEC-PRO TO FEC-ENV-CFD.
           MOVE SPACES TO MOT-CFD.
           REWRITE REG-CFD.
           MOVE FEC-DOC-CFD TO WKS-BUS-FEC-IVA.
           PERFORM 8350-BUSCA-TASA-IVA.
           MOVE "PUBLICO EN GENERAL" TO WKS-NOM-COMPLETO.
           MOVE 0 TO WKS-CP-DOC.
           MOVE "VENTAS DEL DIA" TO WKS-CONCEPTO.
           PERFORM 2900-ESCRIBE-LIN-PAC.
           ADD 1 TO WKS-REENVIOS.

       2800-ESCRIBE-GLOBAL.
           IF WKS-GLB-NUM > 0
               MOVE "G" TO TIP-CFD
               MOVE WKS-FEC-PRO TO NUM-CFD
               MOVE WKS-GLB-SEC TO SEC-CFD
               MOVE 0 TO ID-CLIENTE-CFD
               MOVE WKS-RFC-GENERICO TO RFC-CFD
               MOVE WKS-FEC-PRO TO FEC-DOC-CFD
               MOVE WKS-GLB-IMP TO IMP-CFD
               MOVE WKS-GLB-SUB TO SUB-CFD
               MOVE WKS-GLB-IVA TO IVA-CFD
               MOVE "E" TO EST-CFD
               MOVE WKS-FEC-PRO TO FEC-ENV-CFD
               MOVE ZEROES TO LLAVE-GLB-CFD
               MOVE SPACES TO UUID-CFD
               MOVE 0 TO FEC-TIM-CFD
               MOVE SPACES TO MOT-CFD
               MOVE 0 TO WKS-HAY-CFD
               PERFORM 2090-GRABA-CONTROL
               MOVE WKS-FEC-PRO TO WKS-BUS-FEC-IVA
               PERFORM 8350-BUSCA-TASA-IVA
               MOVE "PUBLICO EN GENERAL" TO WKS-NOM-COMPLETO
               MOVE 0 TO WKS-CP-DOC
               MOVE "VENTAS DEL DIA" TO WKS-CONCEPTO
               PERFORM 2900-ESCRIBE-LIN-PAC.

       2900-ESCRIBE-LIN-PAC.
      *    LA LINEA SALE DEL REGISTRO DE CONTROL RECIEN GRABADO, ASI
      *    QUE LO MANDADO Y LO GUARDADO SIEMPRE COINCIDEN.
           IF TIP-CFD = "N"
               MOVE "E" TO ENV-TIPO
           ELSE
               MOVE "I" TO ENV-TIPO.
           MOVE TIP-CFD TO ENV-SERIE.
           MOVE NUM-CFD TO ENV-FOLIO.
           MOVE SEC-CFD TO ENV-SEC.
           MOVE FEC-DOC-CFD TO ENV-FEC.
           MOVE RFC-CFD TO ENV-RFC.
           MOVE WKS-NOM-COMPLETO TO ENV-NOMBRE.
           MOVE WKS-CP-DOC TO ENV-CP.
           COMPUTE ENV-SUBTOTAL = SUB-CFD * 100.
           COMPUTE ENV-TASA = WKS-TASA-IVA * 100.
           COMPUTE ENV-IVA = IVA-CFD * 100.
           COMPUTE ENV-TOTAL = IMP-CFD * 100.
           MOVE WKS-CONCEPTO TO ENV-CONCEPTO.
           WRITE REG-ENV.

       8350-BUSCA-TASA-IVA.
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
                   PERFORM 8355-LEE-TASA-SIG UNTIL WKS-FIN-IVA = 1
               END-IF
           END-IF.

       8355-LEE-TASA-SIG.
           READ IVA-TAB NEXT
               AT END MOVE 1 TO WKS-FIN-IVA
               NOT AT END
                   IF FEC-EFE-IVA > WKS-BUS-FEC-IVA
                       MOVE 1 TO WKS-FIN-IVA
                   ELSE
                       MOVE TASA-IVA TO WKS-TASA-IVA
                   END-IF
           END-READ.

       8360-DESGLOSA-IMPORTE.
      *    LOS IMPORTES YA TRAEN EL IVA INCLUIDO: EL SUBTOTAL SE
      *    SACA DIVIDIENDO ENTRE 1 + TASA Y EL IVA ES LA DIFERENCIA,
      *    ASI QUE SUBTOTAL + IVA SIEMPRE DA EL TOTAL EXACTO.
           COMPUTE WKS-DES-SUB ROUNDED =
               WKS-DES-TOT * 100 / (100 + WKS-TASA-IVA).
           COMPUTE WKS-DES-IVA = WKS-DES-TOT - WKS-DES-SUB.

       8380-LEE-DESGLOSE.
      *    DESGLOSE DEL FOLIO EN REG-FAC: EL GRABADO AL EMITIRLO, O,
      *    SI EL FOLIO ES ANTERIOR AL DESGLOSE, EL QUE RESULTA DE LA
      *    TASA VIGENTE EN SU FECHA DE EMISION.
           MOVE 0 TO WKS-TIENE-FIV.
           IF WKS-HAY-FIV = 1
               MOVE FOLIO-FAC TO FOLIO-FIV
               READ FAC-IVA
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 1 TO WKS-TIENE-FIV
               END-READ
           END-IF.
           IF WKS-TIENE-FIV = 1
               MOVE TASA-FIV TO WKS-TASA-IVA
               MOVE SUB-FIV TO WKS-DES-SUB
               MOVE IVA-FIV TO WKS-DES-IVA
               COMPUTE WKS-DES-TOT = SUB-FIV + IVA-FIV
           ELSE
               MOVE FEC-EMI-FAC TO WKS-BUS-FEC-IVA
               PERFORM 8350-BUSCA-TASA-IVA
               MOVE IMP-FAC TO WKS-DES-TOT
               PERFORM 8360-DESGLOSA-IMPORTE.

       8400-VALIDA-RFC.
      *    MISMA REVISION DE ESTRUCTURA QUE 8350-VALIDA-RFC DE
      *    MAN-CLI: 4 LETRAS + 6 DIGITOS DE FECHA + 3 DE HOMOCLAVE
      *    (PERSONA FISICA) O 3 + 6 + 3 (MORAL, POSICION 13 EN
      *    BLANCO). UN RFC CAPTURADO ANTES DE ESA REVISION PUEDE
      *    NO CUMPLIRLA.
           MOVE 1 TO WKS-RFC-OK.
           IF WKS-RFC-DOC (13:1) = SPACE
               MOVE 3 TO WKS-RFC-LET
           ELSE
               MOVE 4 TO WKS-RFC-LET.
           MOVE 1 TO WKS-RX.
           PERFORM 8401-CHECA-LETRA
               UNTIL WKS-RX > WKS-RFC-LET OR WKS-RFC-OK = 0.
           IF WKS-RFC-OK = 1
               IF WKS-RFC-DOC (WKS-RFC-LET + 1:6) IS NOT NUMERIC
                   MOVE 0 TO WKS-RFC-OK.
           IF WKS-RFC-OK = 1
               IF WKS-RFC-DOC (WKS-RFC-LET + 3:2) < "01"
                   OR WKS-RFC-DOC (WKS-RFC-LET + 3:2) > "12"
                   MOVE 0 TO WKS-RFC-OK.
           IF WKS-RFC-OK = 1
               COMPUTE WKS-RX = WKS-RFC-LET + 7
               PERFORM 8402-CHECA-HOMOCLAVE
                   UNTIL WKS-RX > WKS-RFC-LET + 9
                   OR WKS-RFC-OK = 0.

       8401-CHECA-LETRA.
           IF WKS-RFC-DOC (WKS-RX:1) = SPACE
               OR WKS-RFC-DOC (WKS-RX:1) IS NOT ALPHABETIC
               MOVE 0 TO WKS-RFC-OK.
           ADD 1 TO WKS-RX.

       8402-CHECA-HOMOCLAVE.
           IF WKS-RFC-DOC (WKS-RX:1) = SPACE
               MOVE 0 TO WKS-RFC-OK.
           ADD 1 TO WKS-RX.

       3000-FIN.
           IF WKS-RECHAZADOS > 0
               MOVE WKS-PIER TO LINEAJ
               WRITE LINEAJ AFTER 2.
           IF WKS-HAY-CLI = 1
               CLOSE CLI-INDD.
           IF WKS-HAY-CON = 1
               CLOSE CON-CLI.
           IF WKS-HAY-FAC = 1
               CLOSE FAC-CLI.
           IF WKS-HAY-NCR = 1
               CLOSE NOT-CRE.
           IF WKS-HAY-IVA = 1
               CLOSE IVA-TAB.
           IF WKS-HAY-FIV = 1
               CLOSE FAC-IVA.
           IF WKS-HAY-EMP = 1
               CLOSE EMP-TAB
               CLOSE EMP-FAC.
           CLOSE CFD-CLI.
           CLOSE CFD-ENV.
           CLOSE REP-CFD.
           DISPLAY "ARCHIVO GENERADO: CFD-ENV".
           DISPLAY "COMPROBANTES CON RFC:         " WKS-ENVIADOS.
           DISPLAY "FOLIOS EN LA GLOBAL:          " WKS-EN-GLOBAL.
           DISPLAY "RECHAZADOS VUELTOS A REVISAR:" WKS-REENVIOS.
           DISPLAY "RFC INVALIDO (VER REPORTE):   " WKS-RECHAZADOS.
