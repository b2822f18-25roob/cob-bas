       IDENTIFICATION DIVISION.
       PROGRAM-ID. RES-CFD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFD-RES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WKS-STAT-RES.
           SELECT CFD-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LLAVE-CFD
           ALTERNATE RECORD KEY IS LLAVE-GLB-CFD WITH DUPLICATES
           FILE STATUS IS WKS-STAT-CFD.
           SELECT CLI-INDD ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-CLIENTE
           ALTERNATE RECORD KEY IS NOM-TAR WITH DUPLICATES
           ALTERNATE RECORD KEY IS FEC-ING WITH DUPLICATES
           ALTERNATE RECORD KEY IS NOM-CLI WITH DUPLICATES
           FILE STATUS IS WKS-STAT-CLI.
           SELECT REP-RCH ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
      *    ARCHIVO DE RESPUESTA DEL PAC, LAYOUT FIJO: SERIE, FOLIO Y
      *    SECUENCIA DEL COMPROBANTE (LOS MISMOS DE CFD-ENV),
      *    RESULTADO ("T" TIMBRADO / "R" RECHAZADO), UUID FISCAL,
      *    FECHA DE TIMBRADO Y CAUSA DEL RECHAZO.
       FD CFD-RES.
       01 REG-RES.
           03 RES-SERIE    PIC X.
           03 RES-FOLIO    PIC 9(08).
           03 RES-SEC      PIC 9(02).
           03 RES-RES      PIC X.
           03 RES-UUID     PIC X(36).
           03 RES-FEC-TIM  PIC 9(08).
           03 RES-MOT      PIC X(40).

       FD CFD-CLI.
           COPY CFDCLI.

       FD CLI-INDD.
           COPY REGCLI.

       FD REP-RCH.
       01 LINEAJ           PIC X(132).

       WORKING-STORAGE SECTION.
       77 WKS-FIN            PIC 9.
       77 WKS-FIN-GLB        PIC 9.
       77 WKS-STAT-RES       PIC XX.
       77 WKS-STAT-CFD       PIC XX.
       77 WKS-STAT-CLI       PIC XX.
       77 WKS-HAY-CLI        PIC 9.
       77 WKS-TIMBRADOS      PIC 9(05).
       77 WKS-RECHAZADOS     PIC 9(05).
       77 WKS-SIN-ENVIO      PIC 9(05).
       77 WKS-YA-APLICADOS   PIC 9(05).
       77 WKS-FOL-GLOBAL     PIC 9(05).
       01 WKS-LLAVE-GLB.
           03 WKS-GLB-FEC    PIC 9(08).
           03 WKS-GLB-SEC    PIC 9(02).
       01 WKS-UUID           PIC X(36).
       01 WKS-FEC-TIM        PIC 9(08).
       01 WKS-NOM-COMPLETO   PIC X(62).

       01 WKS-ENCR.
           03 FILLER       PIC X(34) VALUE
                "COMPROBANTES RECHAZADOS POR EL PAC".

       01 WKS-ENCR2.
           03 FILLER       PIC X(04) VALUE "TIPO".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(08) VALUE "FOLIO".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(10) VALUE "ID-CLIENTE".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(06) VALUE "NOMBRE".
           03 FILLER       PIC X(26) VALUE SPACES.
           03 FILLER       PIC X(03) VALUE "RFC".
           03 FILLER       PIC X(12) VALUE SPACES.
           03 FILLER       PIC X(05) VALUE "CAUSA".

       01 WKS-DETR.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-RTIP     PIC X.
           03 FILLER       PIC X(03) VALUE SPACES.
           03 WKS-RFOL     PIC 9(08).
           03 FILLER       PIC X(04) VALUE SPACES.
           03 WKS-RID      PIC 999.
           03 FILLER       PIC X(07) VALUE SPACES.
           03 WKS-RNOM     PIC X(30).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-RRFC     PIC X(13).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-RMOT     PIC X(40).

       01 WKS-PIER.
           03 FILLER       PIC X(48) VALUE
                "CORRIJA EL RFC EN MAN-CLI (DATOS DE CONTACTO) Y ".
           03 FILLER       PIC X(49) VALUE
                "VUELVA A CORRER EXP-CFD: LOS RECHAZADOS SE MANDAN".
           03 FILLER       PIC X(10) VALUE
                " DE NUEVO.".

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-FIN = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           DISPLAY "PROCESO DE RESPUESTA DEL PAC (CFDI)".
           OPEN INPUT CFD-RES.
           IF WKS-STAT-RES = "35"
               DISPLAY "NO EXISTE EL ARCHIVO DE RESPUESTA (CFD-RES)."
               STOP RUN.

           OPEN I-O CFD-CLI.
           IF WKS-STAT-CFD = "35"
               DISPLAY "NO EXISTE EL CONTROL DE COMPROBANTES (CFD-CLI)."
               DISPLAY "EJECUTE EXP-CFD ANTES DE PROCESAR RESPUESTAS."
               CLOSE CFD-RES
               STOP RUN.

           MOVE 1 TO WKS-HAY-CLI.
           OPEN INPUT CLI-INDD.
           IF WKS-STAT-CLI = "35"
               MOVE 0 TO WKS-HAY-CLI.

           OPEN OUTPUT REP-RCH.
           MOVE WKS-ENCR TO LINEAJ.
           WRITE LINEAJ AFTER PAGE.
           MOVE WKS-ENCR2 TO LINEAJ.
           WRITE LINEAJ AFTER 2.

           MOVE 0 TO WKS-TIMBRADOS.
           MOVE 0 TO WKS-RECHAZADOS.
           MOVE 0 TO WKS-SIN-ENVIO.
           MOVE 0 TO WKS-YA-APLICADOS.
           MOVE 0 TO WKS-FOL-GLOBAL.
           MOVE 0 TO WKS-FIN.
           PERFORM 2010-LEE-RESPUESTA.

       2000-PROCESO.
           PERFORM 2020-APLICA-RESPUESTA.
           PERFORM 2010-LEE-RESPUESTA.

       2010-LEE-RESPUESTA.
           READ CFD-RES
               AT END MOVE 1 TO WKS-FIN.

       2020-APLICA-RESPUESTA.
           MOVE RES-SERIE TO TIP-CFD.
           MOVE RES-FOLIO TO NUM-CFD.
           MOVE RES-SEC TO SEC-CFD.
           READ CFD-CLI
               INVALID KEY
                   DISPLAY "RESPUESTA SIN COMPROBANTE ENVIADO: "
                       RES-SERIE " " RES-FOLIO " " RES-SEC
                   ADD 1 TO WKS-SIN-ENVIO
               NOT INVALID KEY
                   PERFORM 2030-MARCA-COMPROBANTE.

       2030-MARCA-COMPROBANTE.
      *    UN COMPROBANTE YA TIMBRADO NO CAMBIA: REPROCESAR EL MISMO
      *    ARCHIVO DE RESPUESTA NO DEBE TOCARLO.
           IF EST-CFD = "T"
               ADD 1 TO WKS-YA-APLICADOS
           ELSE
               IF RES-RES = "T"
                   MOVE "T" TO EST-CFD
                   MOVE RES-UUID TO UUID-CFD
                   MOVE RES-FEC-TIM TO FEC-TIM-CFD
                   MOVE SPACES TO MOT-CFD
                   REWRITE REG-CFD
                   ADD 1 TO WKS-TIMBRADOS
                   IF TIP-CFD = "G"
                       PERFORM 2040-TIMBRA-FOLIOS-GLOBAL
                   END-IF
               ELSE
                   MOVE "R" TO EST-CFD
                   MOVE RES-MOT TO MOT-CFD
                   REWRITE REG-CFD
                   ADD 1 TO WKS-RECHAZADOS
                   PERFORM 2060-ESCRIBE-RECHAZO
               END-IF
           END-IF.

       2040-TIMBRA-FOLIOS-GLOBAL.
      *    CADA FOLIO DE LA GLOBAL GUARDA EL UUID Y LA FECHA DE
      *    TIMBRADO DE ESTA; SU ESTADO SIGUE "G".
           MOVE NUM-CFD TO WKS-GLB-FEC.
           MOVE SEC-CFD TO WKS-GLB-SEC.
           MOVE UUID-CFD TO WKS-UUID.
           MOVE FEC-TIM-CFD TO WKS-FEC-TIM.
           MOVE WKS-LLAVE-GLB TO LLAVE-GLB-CFD.
           MOVE 0 TO WKS-FIN-GLB.
           START CFD-CLI KEY IS EQUAL TO LLAVE-GLB-CFD
               INVALID KEY MOVE 1 TO WKS-FIN-GLB
           END-START.
           PERFORM 2045-TIMBRA-FOLIO-SIG UNTIL WKS-FIN-GLB = 1.

       2045-TIMBRA-FOLIO-SIG.
           READ CFD-CLI NEXT
               AT END MOVE 1 TO WKS-FIN-GLB
               NOT AT END
                   IF LLAVE-GLB-CFD NOT = WKS-LLAVE-GLB
                       MOVE 1 TO WKS-FIN-GLB
                   ELSE
                       MOVE WKS-UUID TO UUID-CFD
                       MOVE WKS-FEC-TIM TO FEC-TIM-CFD
                       REWRITE REG-CFD
                       ADD 1 TO WKS-FOL-GLOBAL
                   END-IF
           END-READ.

       2060-ESCRIBE-RECHAZO.
           MOVE SPACES TO WKS-NOM-COMPLETO.
           IF TIP-CFD = "G"
               MOVE "PUBLICO EN GENERAL" TO WKS-NOM-COMPLETO
           ELSE
               IF WKS-HAY-CLI = 1
                   MOVE ID-CLIENTE-CFD TO ID-CLIENTE
                   READ CLI-INDD
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           STRING FUNCTION TRIM (NOMBRE)
                                      DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  FUNCTION TRIM (APE-PAT)
                                      DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  FUNCTION TRIM (APE-MAT)
                                      DELIMITED BY SIZE
                               INTO WKS-NOM-COMPLETO
                           END-STRING
                   END-READ
               END-IF
           END-IF.
           MOVE TIP-CFD TO WKS-RTIP.
           MOVE NUM-CFD TO WKS-RFOL.
           MOVE ID-CLIENTE-CFD TO WKS-RID.
           MOVE WKS-NOM-COMPLETO TO WKS-RNOM.
           MOVE RFC-CFD TO WKS-RRFC.
           MOVE MOT-CFD TO WKS-RMOT.
           MOVE WKS-DETR TO LINEAJ.
           WRITE LINEAJ AFTER 1.

       3000-FIN.
           IF WKS-RECHAZADOS > 0
               MOVE WKS-PIER TO LINEAJ
               WRITE LINEAJ AFTER 2.
           CLOSE CFD-RES.
           CLOSE CFD-CLI.
           IF WKS-HAY-CLI = 1
               CLOSE CLI-INDD.
           CLOSE REP-RCH.
           DISPLAY "COMPROBANTES TIMBRADOS:  " WKS-TIMBRADOS.
           DISPLAY "FOLIOS DE GLOBALES:      " WKS-FOL-GLOBAL.
           DISPLAY "RECHAZADOS (VER REPORTE):" WKS-RECHAZADOS.
           DISPLAY "SIN ENVIO PREVIO:        " WKS-SIN-ENVIO.
           DISPLAY "YA TIMBRADOS:            " WKS-YA-APLICADOS.
