       IDENTIFICATION DIVISION.
       PROGRAM-ID. REP-INC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INC-TAR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LLAVE-INC
           ALTERNATE RECORD KEY IS NOM-TAR-INC WITH DUPLICATES
           FILE STATUS IS WKS-STAT-INC.
           SELECT SUC-TAB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLA-SUC-TAB
           FILE STATUS IS WKS-STAT-SUC.
           SELECT REP-INC ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD INC-TAR.
           COPY INCTAR.

       FD SUC-TAB.
           COPY SUCTAB.

       FD REP-INC.
       01 LINEAI           PIC X(132).

       WORKING-STORAGE SECTION.
       77 WKS-FIN          PIC 9.
       77 WKS-STAT-INC     PIC XX.
       77 WKS-STAT-SUC     PIC XX.
       77 WKS-HAY-SUC      PIC 9.
       77 WKS-CONT-LIN     PIC 99.
       77 WKS-LIN-MAX      PIC 99 VALUE 60.
       77 WKS-NUM-PAG      PIC 9(02).
       77 WKS-PRIMERA      PIC 9.
       77 WKS-PER-OK       PIC 9.
       77 WKS-IX           PIC 9(03).
       77 WKS-SX           PIC 9(03).
       77 WKS-NOM-ANT      PIC X(20).
       77 WKS-LEIDOS       PIC 9(05).

       01 WKS-PERIODO.
           03 WKS-PER-ANO  PIC 9(04).
           03 WKS-PER-MES  PIC 9(02).
       01 WKS-HOY          PIC 9(08).

      *    CONTADORES POR SUCURSAL, UN RENGLON POR CLAVE DE SUCURSAL
      *    (RENGLON = CLAVE + 1): LOS DEL TIPO DE TARJETA EN CURSO Y
      *    LOS DEL MES COMPLETO PARA EL RESUMEN FINAL. EL INCIDENTE
      *    SE CUENTA EN LA SUCURSAL DEL CLIENTE (VER INC-TAR).
       01 WKS-TAB-TIPO.
           03 WKS-T-ENT OCCURS 100.
               05 WKS-T-PER  PIC 9(05).
               05 WKS-T-ROB  PIC 9(05).
               05 WKS-T-DAN  PIC 9(05).
               05 WKS-T-IMP  PIC 9(07)V99.
       01 WKS-TAB-MES.
           03 WKS-M-ENT OCCURS 100.
               05 WKS-M-PER  PIC 9(05).
               05 WKS-M-ROB  PIC 9(05).
               05 WKS-M-DAN  PIC 9(05).
               05 WKS-M-IMP  PIC 9(07)V99.

      *    RENGLON A IMPRIMIR Y SUMAS DEL BLOQUE EN CURSO.
       01 WKS-R-PER        PIC 9(05).
       01 WKS-R-ROB        PIC 9(05).
       01 WKS-R-DAN        PIC 9(05).
       01 WKS-R-IMP        PIC 9(07)V99.
       01 WKS-SUB-PER      PIC 9(05).
       01 WKS-SUB-ROB      PIC 9(05).
       01 WKS-SUB-DAN      PIC 9(05).
       01 WKS-SUB-IMP      PIC 9(09)V99.

       01 WKS-ENC1.
           03 FILLER       PIC X(24) VALUE SPACES.
           03 FILLER       PIC X(50) VALUE
                "PLASTICOS PERDIDOS, ROBADOS O DANADOS DEL MES".

       01 WKS-ENC2.
           03 FILLER       PIC X(09) VALUE "PERIODO: ".
           03 WKS-EPER     PIC 9(06).
           03 FILLER       PIC X(05) VALUE SPACES.
           03 FILLER       PIC X(18)
                     VALUE "FECHA DE PROCESO: ".
           03 WKS-EFEC     PIC 9(08).
           03 FILLER       PIC X(05) VALUE SPACES.
           03 FILLER       PIC X(07) VALUE "PAG. : ".
           03 WKS-EPAG     PIC 9(02).

       01 WKS-ENC3.
           03 FILLER       PIC X(24) VALUE "SUCURSAL".
           03 FILLER       PIC X(08) VALUE " PERDIDA".
           03 FILLER       PIC X(08) VALUE "    ROBO".
           03 FILLER       PIC X(08) VALUE "  DANADA".
           03 FILLER       PIC X(08) VALUE "   TOTAL".
           03 FILLER       PIC X(14) VALUE "  CUOTAS COBR.".

       01 WKS-ENCT.
           03 FILLER       PIC X(17) VALUE "TIPO DE TARJETA: ".
           03 WKS-ENOM     PIC X(20).

       01 WKS-ENCR.
           03 FILLER       PIC X(28) VALUE
                "RESUMEN DEL MES POR SUCURSAL".

       01 WKS-DET1.
           03 WKS-DSUC     PIC 9(02).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-DSUCNOM  PIC X(20).
           03 FILLER       PIC X(03) VALUE SPACES.
           03 WKS-DPER     PIC ZZZZ9.
           03 FILLER       PIC X(03) VALUE SPACES.
           03 WKS-DROB     PIC ZZZZ9.
           03 FILLER       PIC X(03) VALUE SPACES.
           03 WKS-DDAN     PIC ZZZZ9.
           03 FILLER       PIC X(03) VALUE SPACES.
           03 WKS-DTOT     PIC ZZZZ9.
           03 FILLER       PIC X(03) VALUE SPACES.
           03 WKS-DIMP     PIC $$$$,$$9.99.

       01 WKS-SUB1.
           03 WKS-SLAB     PIC X(24).
           03 FILLER       PIC X(03) VALUE SPACES.
           03 WKS-SPER     PIC ZZZZ9.
           03 FILLER       PIC X(03) VALUE SPACES.
           03 WKS-SROB     PIC ZZZZ9.
           03 FILLER       PIC X(03) VALUE SPACES.
           03 WKS-SDAN     PIC ZZZZ9.
           03 FILLER       PIC X(03) VALUE SPACES.
           03 WKS-STOT     PIC ZZZZ9.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 WKS-SIMP     PIC $$,$$$,$$9.99.

       01 WKS-NADA1.
           03 FILLER       PIC X(32) VALUE
                "SIN PLASTICOS REPORTADOS EN EL ".
           03 FILLER       PIC X(08) VALUE "PERIODO.".

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-FIN = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           DISPLAY "REPORTE MENSUAL DE PLASTICOS PERDIDOS, ROBADOS O "
               "DANADOS".
           MOVE 0 TO WKS-PER-OK.
           PERFORM 1010-CAPTURA-PERIODO UNTIL WKS-PER-OK = 1.
           ACCEPT WKS-HOY FROM DATE YYYYMMDD.

           OPEN INPUT INC-TAR.
           IF WKS-STAT-INC = "35"
               DISPLAY "NO EXISTE EL ARCHIVO DE REPORTES (INC-TAR)."
               DISPLAY "NO SE HA BLOQUEADO NINGUN PLASTICO."
               STOP RUN.

           MOVE 1 TO WKS-HAY-SUC.
           OPEN INPUT SUC-TAB.
           IF WKS-STAT-SUC = "35"
               MOVE 0 TO WKS-HAY-SUC.

           OPEN OUTPUT REP-INC.
           MOVE 0 TO WKS-NUM-PAG.
           MOVE 0 TO WKS-LEIDOS.
           MOVE 1 TO WKS-PRIMERA.
           INITIALIZE WKS-TAB-TIPO.
           INITIALIZE WKS-TAB-MES.
           PERFORM 2100-GENERA-ENCABEZADO.

      *    BARRIDO POR LA LLAVE ALTERNA: LOS REPORTES DE UN MISMO
      *    TIPO DE TARJETA SALEN JUNTOS.
           MOVE 0 TO WKS-FIN.
           MOVE LOW-VALUES TO NOM-TAR-INC.
           START INC-TAR KEY IS GREATER THAN OR EQUAL TO NOM-TAR-INC
               INVALID KEY MOVE 1 TO WKS-FIN
           END-START.

       1010-CAPTURA-PERIODO.
           DISPLAY "PERIODO DEL REPORTE:(AAAAMM)".
           ACCEPT WKS-PERIODO.
           MOVE 1 TO WKS-PER-OK.
           IF WKS-PER-MES < 1 OR WKS-PER-MES > 12
               MOVE 0 TO WKS-PER-OK
               DISPLAY "PERIODO INVALIDO, REINTENTE".

       2000-PROCESO.
           READ INC-TAR NEXT
               AT END MOVE 1 TO WKS-FIN
               NOT AT END
                   IF FEC-INC (1:6) = WKS-PERIODO
                       PERFORM 2010-ACUMULA
                   END-IF
           END-READ.

       2010-ACUMULA.
           IF WKS-PRIMERA = 1
               MOVE 0 TO WKS-PRIMERA
               MOVE NOM-TAR-INC TO WKS-NOM-ANT
           ELSE
               IF NOM-TAR-INC NOT = WKS-NOM-ANT
                   PERFORM 2300-CIERRA-TIPO
                   MOVE NOM-TAR-INC TO WKS-NOM-ANT
               END-IF
           END-IF.

           COMPUTE WKS-SX = SUC-INC + 1.
           EVALUATE TIP-INC
               WHEN "P"
                   ADD 1 TO WKS-T-PER (WKS-SX)
                   ADD 1 TO WKS-M-PER (WKS-SX)
               WHEN "R"
                   ADD 1 TO WKS-T-ROB (WKS-SX)
                   ADD 1 TO WKS-M-ROB (WKS-SX)
               WHEN OTHER
                   ADD 1 TO WKS-T-DAN (WKS-SX)
                   ADD 1 TO WKS-M-DAN (WKS-SX)
           END-EVALUATE.
           ADD IMP-CGO-INC TO WKS-T-IMP (WKS-SX).
           ADD IMP-CGO-INC TO WKS-M-IMP (WKS-SX).
           ADD 1 TO WKS-LEIDOS.

       2100-GENERA-ENCABEZADO.
           ADD 1 TO WKS-NUM-PAG.
           MOVE SPACES TO LINEAI.
           MOVE WKS-ENC1 TO LINEAI.
           WRITE LINEAI AFTER PAGE.

           MOVE WKS-PERIODO TO WKS-EPER.
           MOVE WKS-HOY TO WKS-EFEC.
           MOVE WKS-NUM-PAG TO WKS-EPAG.
           MOVE WKS-ENC2 TO LINEAI.
           WRITE LINEAI AFTER 1.

           MOVE WKS-ENC3 TO LINEAI.
           WRITE LINEAI AFTER 2.
           MOVE 4 TO WKS-CONT-LIN.

       2200-INICIA-BLOQUE.
           MOVE 0 TO WKS-SUB-PER.
           MOVE 0 TO WKS-SUB-ROB.
           MOVE 0 TO WKS-SUB-DAN.
           MOVE 0 TO WKS-SUB-IMP.
           IF WKS-CONT-LIN > WKS-LIN-MAX - 3
               PERFORM 2100-GENERA-ENCABEZADO.
           WRITE LINEAI AFTER 2.
           ADD 2 TO WKS-CONT-LIN.

       2300-CIERRA-TIPO.
      *    UN BLOQUE POR TIPO DE TARJETA CON LAS SUCURSALES QUE
      *    TUVIERON REPORTES; LA TABLA QUEDA LISTA PARA EL SIGUIENTE.
           MOVE WKS-NOM-ANT TO WKS-ENOM.
           MOVE WKS-ENCT TO LINEAI.
           PERFORM 2200-INICIA-BLOQUE.
           MOVE 1 TO WKS-IX.
           PERFORM 2310-RENGLON-TIPO UNTIL WKS-IX > 100.
           MOVE "TOTAL DEL TIPO" TO WKS-SLAB.
           PERFORM 2450-ESCRIBE-SUBTOTAL.
           INITIALIZE WKS-TAB-TIPO.

       2310-RENGLON-TIPO.
           IF WKS-T-PER (WKS-IX) + WKS-T-ROB (WKS-IX)
               + WKS-T-DAN (WKS-IX) > 0
               MOVE WKS-T-PER (WKS-IX) TO WKS-R-PER
               MOVE WKS-T-ROB (WKS-IX) TO WKS-R-ROB
               MOVE WKS-T-DAN (WKS-IX) TO WKS-R-DAN
               MOVE WKS-T-IMP (WKS-IX) TO WKS-R-IMP
               PERFORM 2400-ESCRIBE-RENGLON.
           ADD 1 TO WKS-IX.

       2400-ESCRIBE-RENGLON.
           COMPUTE WKS-DSUC = WKS-IX - 1.
           MOVE SPACES TO WKS-DSUCNOM.
           IF WKS-DSUC = 0
               MOVE "SIN SUCURSAL" TO WKS-DSUCNOM
           ELSE
               IF WKS-HAY-SUC = 1
                   MOVE WKS-DSUC TO CLA-SUC-TAB
                   READ SUC-TAB
                       INVALID KEY MOVE SPACES TO NOM-SUC-TAB
                   END-READ
                   MOVE NOM-SUC-TAB TO WKS-DSUCNOM
               END-IF.
           IF WKS-CONT-LIN > WKS-LIN-MAX
               PERFORM 2100-GENERA-ENCABEZADO.
           MOVE WKS-R-PER TO WKS-DPER.
           MOVE WKS-R-ROB TO WKS-DROB.
           MOVE WKS-R-DAN TO WKS-DDAN.
           COMPUTE WKS-DTOT = WKS-R-PER + WKS-R-ROB + WKS-R-DAN.
           MOVE WKS-R-IMP TO WKS-DIMP.
           MOVE WKS-DET1 TO LINEAI.
           WRITE LINEAI AFTER 1.
           ADD 1 TO WKS-CONT-LIN.
           ADD WKS-R-PER TO WKS-SUB-PER.
           ADD WKS-R-ROB TO WKS-SUB-ROB.
           ADD WKS-R-DAN TO WKS-SUB-DAN.
           ADD WKS-R-IMP TO WKS-SUB-IMP.

       2450-ESCRIBE-SUBTOTAL.
           MOVE WKS-SUB-PER TO WKS-SPER.
           MOVE WKS-SUB-ROB TO WKS-SROB.
           MOVE WKS-SUB-DAN TO WKS-SDAN.
           COMPUTE WKS-STOT = WKS-SUB-PER + WKS-SUB-ROB + WKS-SUB-DAN.
           MOVE WKS-SUB-IMP TO WKS-SIMP.
           MOVE WKS-SUB1 TO LINEAI.
           WRITE LINEAI AFTER 1.
           ADD 1 TO WKS-CONT-LIN.

       2500-RESUMEN-SUCURSAL.
      *    TODOS LOS TIPOS DE TARJETA JUNTOS, PARA VER QUE SUCURSAL
      *    CONCENTRA LOS ROBOS DEL MES.
           MOVE WKS-ENCR TO LINEAI.
           PERFORM 2200-INICIA-BLOQUE.
           MOVE 1 TO WKS-IX.
           PERFORM 2510-RENGLON-MES UNTIL WKS-IX > 100.
           MOVE "TOTAL DEL MES" TO WKS-SLAB.
           PERFORM 2450-ESCRIBE-SUBTOTAL.

       2510-RENGLON-MES.
           IF WKS-M-PER (WKS-IX) + WKS-M-ROB (WKS-IX)
               + WKS-M-DAN (WKS-IX) > 0
               MOVE WKS-M-PER (WKS-IX) TO WKS-R-PER
               MOVE WKS-M-ROB (WKS-IX) TO WKS-R-ROB
               MOVE WKS-M-DAN (WKS-IX) TO WKS-R-DAN
               MOVE WKS-M-IMP (WKS-IX) TO WKS-R-IMP
               PERFORM 2400-ESCRIBE-RENGLON.
           ADD 1 TO WKS-IX.

       3000-FIN.
           IF WKS-PRIMERA = 0
               PERFORM 2300-CIERRA-TIPO
               PERFORM 2500-RESUMEN-SUCURSAL
           ELSE
               MOVE WKS-NADA1 TO LINEAI
               WRITE LINEAI AFTER 2.

           CLOSE INC-TAR.
           IF WKS-HAY-SUC = 1
               CLOSE SUC-TAB.
           CLOSE REP-INC.
           DISPLAY "PLASTICOS REPORTADOS EN EL PERIODO: " WKS-LEIDOS.
           DISPLAY "REPORTE GENERADO".
