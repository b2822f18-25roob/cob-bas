       IDENTIFICATION DIVISION.
       PROGRAM-ID. REP-CAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAM-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LLAVE-CCL
           ALTERNATE RECORD KEY IS LLAVE-CAM-CCL WITH DUPLICATES
           FILE STATUS IS WKS-STAT-CCL.
           SELECT CAM-TAB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLA-CAM
           FILE STATUS IS WKS-STAT-CAM.
           SELECT FAC-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FOLIO-FAC
           ALTERNATE RECORD KEY IS ID-CLIENTE-FAC WITH DUPLICATES
           FILE STATUS IS WKS-STAT-FAC.
           SELECT SUC-TAB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLA-SUC-TAB
           FILE STATUS IS WKS-STAT-SUC.
           SELECT REP-CAM ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD CAM-CLI.
           COPY CAMCLI.

       FD CAM-TAB.
           COPY CAMTAB.

       FD FAC-CLI.
           COPY FACCLI.

       FD SUC-TAB.
           COPY SUCTAB.

       FD REP-CAM.
       01 LINEAC           PIC X(132).

       WORKING-STORAGE SECTION.
       77 WKS-FIN          PIC 9.
       77 WKS-STAT-CCL     PIC XX.
       77 WKS-STAT-CAM     PIC XX.
       77 WKS-STAT-FAC     PIC XX.
       77 WKS-STAT-SUC     PIC XX.
       77 WKS-HAY-CAM      PIC 9.
       77 WKS-HAY-FAC      PIC 9.
       77 WKS-HAY-SUC      PIC 9.
       77 WKS-CONT-LIN     PIC 99.
       77 WKS-LIN-MAX      PIC 99 VALUE 60.
       77 WKS-NUM-PAG      PIC 9(02).
       77 WKS-PRIMERA      PIC 9.
       77 WKS-SUC-ANT      PIC 9(02).

       01 WKS-FEC-PROCESO  PIC 9(08).
      *    CAMPANA A REPORTAR; EN BLANCO TODAS.
       01 WKS-CAM-FIL      PIC X(08).
       01 WKS-CAM-ANT      PIC X(08).
       01 WKS-POR          PIC 9(03)V9.
       01 WKS-POR-LLE      PIC 9(05).
       01 WKS-POR-REN      PIC 9(05).

      *    POR SUCURSAL, POR CAMPANA Y TOTAL GENERAL: ALTAS CON LA
      *    CAMPANA, LO QUE SE DEJO DE COBRAR, CUANTOS YA LLEGARON A
      *    LA PRIMERA RENOVACION A PRECIO COMPLETO Y CUANTOS LA
      *    PAGARON.
       01 WKS-SUC-ALT      PIC 9(05).
       01 WKS-SUC-DES      PIC 9(07)V99.
       01 WKS-SUC-LLE      PIC 9(05).
       01 WKS-SUC-REN      PIC 9(05).
       01 WKS-CAM-ALT      PIC 9(05).
       01 WKS-CAM-DES      PIC 9(09)V99.
       01 WKS-CAM-LLE      PIC 9(05).
       01 WKS-CAM-REN      PIC 9(05).
       01 WKS-TOT-ALT      PIC 9(05).
       01 WKS-TOT-DES      PIC 9(09)V99.
       01 WKS-TOT-LLE      PIC 9(05).
       01 WKS-TOT-REN      PIC 9(05).

       01 WKS-ENC1.
           03 FILLER       PIC X(28) VALUE SPACES.
           03 FILLER       PIC X(40)
                     VALUE "RESULTADOS DE CAMPANAS PROMOCIONALES".

       01 WKS-ENC2.
           03 FILLER       PIC X(18)
                     VALUE "FECHA DE PROCESO: ".
           03 WKS-EFEC     PIC 9(08).
           03 FILLER       PIC X(05) VALUE SPACES.
           03 FILLER       PIC X(09) VALUE "CAMPANA: ".
           03 WKS-EFIL     PIC X(08).
           03 FILLER       PIC X(22) VALUE SPACES.
           03 FILLER       PIC X(07) VALUE "PAG. : ".
           03 WKS-EPAG     PIC 9(02).

       01 WKS-ENC3.
           03 FILLER       PIC X(50) VALUE SPACES.
           03 FILLER       PIC X(10) VALUE "LLEGARON A".
           03 FILLER       PIC X(07) VALUE SPACES.
           03 FILLER       PIC X(11) VALUE "RENOVARON A".

       01 WKS-ENC4.
           03 FILLER       PIC X(03) VALUE "SUC".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(20) VALUE "SUCURSAL".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(05) VALUE "ALTAS".
           03 FILLER       PIC X(03) VALUE SPACES.
           03 FILLER       PIC X(13) VALUE "   NO COBRADO".
           03 FILLER       PIC X(01) VALUE SPACES.
           03 FILLER       PIC X(13) VALUE "PRECIO COMPL.".
           03 FILLER       PIC X(04) VALUE SPACES.
           03 FILLER       PIC X(13) VALUE "PRECIO COMPL.".
           03 FILLER       PIC X(03) VALUE SPACES.
           03 FILLER       PIC X(08) VALUE "% RENOV.".

       01 WKS-ENCC.
           03 FILLER       PIC X(09) VALUE "CAMPANA: ".
           03 WKS-ECAM     PIC X(08).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-EDES     PIC X(30).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-EEST     PIC X(11).

       01 WKS-ENCD.
           03 FILLER       PIC X(09) VALUE SPACES.
           03 FILLER       PIC X(10) VALUE "ALTAS DEL ".
           03 WKS-EINI     PIC 9(08).
           03 FILLER       PIC X(04) VALUE " AL ".
           03 WKS-EFIN     PIC 9(08).
           03 FILLER       PIC X(14) VALUE ", DESCUENTO: ".
           03 WKS-ETIP     PIC X(01).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 WKS-EVAL     PIC ZZ,ZZ9.99.
           03 FILLER       PIC X(15) VALUE ", ANUALIDADES: ".
           03 WKS-EPRI     PIC Z9.
           03 FILLER       PIC X(03) VALUE " A ".
           03 WKS-EULT     PIC Z9.

       01 WKS-DET1.
           03 WKS-DSUC     PIC 99.
           03 FILLER       PIC X(03) VALUE SPACES.
           03 WKS-DNOM     PIC X(20).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-DALT     PIC ZZZZ9.
           03 FILLER       PIC X(03) VALUE SPACES.
           03 WKS-DDES     PIC $$,$$$,$$9.99.
           03 FILLER       PIC X(05) VALUE SPACES.
           03 WKS-DLLE     PIC ZZZZ9.
           03 FILLER       PIC X(13) VALUE SPACES.
           03 WKS-DREN     PIC ZZZZ9.
           03 FILLER       PIC X(08) VALUE SPACES.
           03 WKS-DPOR     PIC ZZ9.9.
           03 FILLER       PIC X(01) VALUE "%".

       01 WKS-SUB1.
           03 WKS-SLEY     PIC X(27).
           03 WKS-SALT     PIC ZZZZ9.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 WKS-SDES     PIC $$$$,$$$,$$9.99.
           03 FILLER       PIC X(05) VALUE SPACES.
           03 WKS-SLLE     PIC ZZZZ9.
           03 FILLER       PIC X(13) VALUE SPACES.
           03 WKS-SREN     PIC ZZZZ9.
           03 FILLER       PIC X(08) VALUE SPACES.
           03 WKS-SPOR     PIC ZZ9.9.
           03 FILLER       PIC X(01) VALUE "%".

       01 WKS-NOTA1.
           03 FILLER       PIC X(45) VALUE
                "LLEGARON = YA SE LES FACTURO LA PRIMERA RENOV".
           03 FILLER       PIC X(47) VALUE
                "ACION SIN DESCUENTO DESPUES DE LA PROMOCION.".

       01 WKS-NOTA2.
           03 FILLER       PIC X(35) VALUE
                "RENOVARON = PAGARON ESA RENOVACION ".
           03 FILLER       PIC X(49) VALUE
                "(FOLIO LIQUIDADO O YA ARCHIVADO POR DEP-FAC).".

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-FIN = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           DISPLAY "REPORTE DE RESULTADOS DE CAMPANAS PROMOCIONALES".
           DISPLAY "CODIGO DE CAMPANA (EN BLANCO TODAS):".
           MOVE SPACES TO WKS-CAM-FIL.
           ACCEPT WKS-CAM-FIL.
           ACCEPT WKS-FEC-PROCESO FROM DATE YYYYMMDD.

           OPEN INPUT CAM-CLI.
           IF WKS-STAT-CCL = "35"
               DISPLAY "NO EXISTE EL ARCHIVO DE ALTAS CON CAMPANA "
                   "(CAM-CLI)."
               DISPLAY "NO SE HA DADO DE ALTA NINGUN CLIENTE CON "
                   "CAMPANA."
               STOP RUN.

      *    SIN CATALOGO EL REPORTE SALE SIN DESCRIPCION DE CAMPANA.
           MOVE 1 TO WKS-HAY-CAM.
           OPEN INPUT CAM-TAB.
           IF WKS-STAT-CAM = "35"
               MOVE 0 TO WKS-HAY-CAM.

      *    SIN FOLIOS NADIE HA PAGADO TODAVIA SU RENOVACION.
           MOVE 1 TO WKS-HAY-FAC.
           OPEN INPUT FAC-CLI.
           IF WKS-STAT-FAC = "35"
               MOVE 0 TO WKS-HAY-FAC.

           MOVE 1 TO WKS-HAY-SUC.
           OPEN INPUT SUC-TAB.
           IF WKS-STAT-SUC = "35"
               MOVE 0 TO WKS-HAY-SUC.

           OPEN OUTPUT REP-CAM.
           MOVE 0 TO WKS-NUM-PAG.
           MOVE 0 TO WKS-TOT-ALT.
           MOVE 0 TO WKS-TOT-DES.
           MOVE 0 TO WKS-TOT-LLE.
           MOVE 0 TO WKS-TOT-REN.
           MOVE 1 TO WKS-PRIMERA.
           PERFORM 2100-GENERA-ENCABEZADO.

      *    BARRIDO POR LA LLAVE ALTERNA: LAS ALTAS DE UNA CAMPANA
      *    SALEN JUNTAS Y, DENTRO DE ELLA, POR SUCURSAL.
           MOVE 0 TO WKS-FIN.
           MOVE WKS-CAM-FIL TO CLA-CAM-CCL.
           MOVE ZEROES TO SUC-CCL.
           START CAM-CLI KEY IS GREATER THAN OR EQUAL TO LLAVE-CAM-CCL
               INVALID KEY MOVE 1 TO WKS-FIN
           END-START.

       2000-PROCESO.
           READ CAM-CLI NEXT
               AT END MOVE 1 TO WKS-FIN
               NOT AT END
                   IF WKS-CAM-FIL NOT = SPACES
                       AND CLA-CAM-CCL NOT = WKS-CAM-FIL
                       MOVE 1 TO WKS-FIN
                   ELSE
                       PERFORM 2010-ACUMULA
                   END-IF
           END-READ.

       2010-ACUMULA.
           IF WKS-PRIMERA = 1
               MOVE 0 TO WKS-PRIMERA
               PERFORM 2200-INICIA-CAMPANA
               PERFORM 2250-INICIA-SUCURSAL
           ELSE
               IF CLA-CAM-CCL NOT = WKS-CAM-ANT
                   PERFORM 2300-CIERRA-SUCURSAL
                   PERFORM 2350-CIERRA-CAMPANA
                   PERFORM 2200-INICIA-CAMPANA
                   PERFORM 2250-INICIA-SUCURSAL
               ELSE
                   IF SUC-CCL NOT = WKS-SUC-ANT
                       PERFORM 2300-CIERRA-SUCURSAL
                       PERFORM 2250-INICIA-SUCURSAL
                   END-IF
               END-IF
           END-IF.

           ADD 1 TO WKS-SUC-ALT.
           ADD DES-ACU-CCL TO WKS-SUC-DES.
           IF PER-PLE-CCL > 0
               ADD 1 TO WKS-SUC-LLE
               PERFORM 2020-CHECA-PAGO.

       2020-CHECA-PAGO.
      *    RENOVO A PRECIO COMPLETO QUIEN PAGO ESE FOLIO: LIQUIDADO EN
      *    FAC-CLI O YA RETIRADO POR DEP-FAC, QUE SOLO ARCHIVA FOLIOS
      *    LIQUIDADOS. UN FOLIO CONSOLIDADO LO PAGA LA EMPRESA.
           IF WKS-HAY-FAC = 1
               MOVE FOL-PLE-CCL TO FOLIO-FAC
               READ FAC-CLI
                   INVALID KEY ADD 1 TO WKS-SUC-REN
                   NOT INVALID KEY
                       IF EST-FAC = "L"
                           ADD 1 TO WKS-SUC-REN
                       END-IF
               END-READ
           END-IF.

       2100-GENERA-ENCABEZADO.
           ADD 1 TO WKS-NUM-PAG.
           MOVE SPACES TO LINEAC.
           MOVE WKS-ENC1 TO LINEAC.
           WRITE LINEAC AFTER PAGE.

           MOVE WKS-FEC-PROCESO TO WKS-EFEC.
           MOVE WKS-CAM-FIL TO WKS-EFIL.
           IF WKS-CAM-FIL = SPACES
               MOVE "TODAS" TO WKS-EFIL.
           MOVE WKS-NUM-PAG TO WKS-EPAG.
           MOVE WKS-ENC2 TO LINEAC.
           WRITE LINEAC AFTER 1.

           MOVE WKS-ENC3 TO LINEAC.
           WRITE LINEAC AFTER 2.
           MOVE WKS-ENC4 TO LINEAC.
           WRITE LINEAC AFTER 1.
           MOVE 5 TO WKS-CONT-LIN.

       2200-INICIA-CAMPANA.
           MOVE CLA-CAM-CCL TO WKS-CAM-ANT.
           MOVE 0 TO WKS-CAM-ALT.
           MOVE 0 TO WKS-CAM-DES.
           MOVE 0 TO WKS-CAM-LLE.
           MOVE 0 TO WKS-CAM-REN.
           MOVE CLA-CAM-CCL TO WKS-ECAM.
           MOVE SPACES TO WKS-EDES.
           MOVE SPACES TO WKS-EEST.
           MOVE 0 TO WKS-EINI.
           MOVE 0 TO WKS-EFIN.
      *    LAS CONDICIONES QUE SE IMPRIMEN SON LAS DEL ALTA (VER
      *    CAM-CLI), NO LAS DE UNA CORRECCION POSTERIOR DEL CATALOGO.
           MOVE TIP-DES-CCL TO WKS-ETIP.
           MOVE VAL-DES-CCL TO WKS-EVAL.
           MOVE PRI-REN-CCL TO WKS-EPRI.
           COMPUTE WKS-EULT = PRI-REN-CCL + NUM-REN-CCL - 1.
           IF WKS-HAY-CAM = 1
               MOVE CLA-CAM-CCL TO CLA-CAM
               READ CAM-TAB
                   INVALID KEY
                       MOVE "(CAMPANA NO ENCONTRADA)" TO WKS-EDES
                   NOT INVALID KEY
                       MOVE DES-CAM TO WKS-EDES
                       MOVE FEC-INI-CAM TO WKS-EINI
                       MOVE FEC-FIN-CAM TO WKS-EFIN
                       IF EST-CAM = "B"
                           MOVE "(CANCELADA)" TO WKS-EEST
                       END-IF
               END-READ
           END-IF.
           IF WKS-CONT-LIN > WKS-LIN-MAX - 5
               PERFORM 2100-GENERA-ENCABEZADO.
           MOVE WKS-ENCC TO LINEAC.
           WRITE LINEAC AFTER 2.
           MOVE WKS-ENCD TO LINEAC.
           WRITE LINEAC AFTER 1.
           ADD 3 TO WKS-CONT-LIN.

       2250-INICIA-SUCURSAL.
           MOVE SUC-CCL TO WKS-SUC-ANT.
           MOVE 0 TO WKS-SUC-ALT.
           MOVE 0 TO WKS-SUC-DES.
           MOVE 0 TO WKS-SUC-LLE.
           MOVE 0 TO WKS-SUC-REN.

       2300-CIERRA-SUCURSAL.
           IF WKS-CONT-LIN > WKS-LIN-MAX
               PERFORM 2100-GENERA-ENCABEZADO.
           MOVE WKS-SUC-ANT TO WKS-DSUC.
           MOVE SPACES TO WKS-DNOM.
           IF WKS-SUC-ANT = 0
               MOVE "SIN SUCURSAL" TO WKS-DNOM
           ELSE
               IF WKS-HAY-SUC = 1
                   MOVE WKS-SUC-ANT TO CLA-SUC-TAB
                   READ SUC-TAB
                       INVALID KEY MOVE SPACES TO NOM-SUC-TAB
                   END-READ
                   MOVE NOM-SUC-TAB TO WKS-DNOM
               END-IF.
           MOVE WKS-SUC-ALT TO WKS-DALT.
           MOVE WKS-SUC-DES TO WKS-DDES.
           MOVE WKS-SUC-LLE TO WKS-DLLE.
           MOVE WKS-SUC-REN TO WKS-DREN.
           MOVE WKS-SUC-LLE TO WKS-POR-LLE.
           MOVE WKS-SUC-REN TO WKS-POR-REN.
           PERFORM 8100-CALCULA-PORCENTAJE.
           MOVE WKS-POR TO WKS-DPOR.
           MOVE WKS-DET1 TO LINEAC.
           WRITE LINEAC AFTER 1.
           ADD 1 TO WKS-CONT-LIN.
           ADD WKS-SUC-ALT TO WKS-CAM-ALT.
           ADD WKS-SUC-DES TO WKS-CAM-DES.
           ADD WKS-SUC-LLE TO WKS-CAM-LLE.
           ADD WKS-SUC-REN TO WKS-CAM-REN.

       2350-CIERRA-CAMPANA.
           MOVE "TOTAL DE LA CAMPANA      : " TO WKS-SLEY.
           MOVE WKS-CAM-ALT TO WKS-SALT.
           MOVE WKS-CAM-DES TO WKS-SDES.
           MOVE WKS-CAM-LLE TO WKS-SLLE.
           MOVE WKS-CAM-REN TO WKS-SREN.
           MOVE WKS-CAM-LLE TO WKS-POR-LLE.
           MOVE WKS-CAM-REN TO WKS-POR-REN.
           PERFORM 8100-CALCULA-PORCENTAJE.
           MOVE WKS-POR TO WKS-SPOR.
           MOVE WKS-SUB1 TO LINEAC.
           WRITE LINEAC AFTER 1.
           ADD 1 TO WKS-CONT-LIN.
           ADD WKS-CAM-ALT TO WKS-TOT-ALT.
           ADD WKS-CAM-DES TO WKS-TOT-DES.
           ADD WKS-CAM-LLE TO WKS-TOT-LLE.
           ADD WKS-CAM-REN TO WKS-TOT-REN.

       8100-CALCULA-PORCENTAJE.
      *    PORCENTAJE DE LOS QUE LLEGARON A PRECIO COMPLETO QUE SI
      *    PAGARON SU RENOVACION.
           MOVE 0 TO WKS-POR.
           IF WKS-POR-LLE > 0
               COMPUTE WKS-POR ROUNDED =
                   WKS-POR-REN * 100 / WKS-POR-LLE.

       3000-FIN.
           IF WKS-PRIMERA = 0
               PERFORM 2300-CIERRA-SUCURSAL
               PERFORM 2350-CIERRA-CAMPANA.

           MOVE "TOTAL GENERAL            : " TO WKS-SLEY.
           MOVE WKS-TOT-ALT TO WKS-SALT.
           MOVE WKS-TOT-DES TO WKS-SDES.
           MOVE WKS-TOT-LLE TO WKS-SLLE.
           MOVE WKS-TOT-REN TO WKS-SREN.
           MOVE WKS-TOT-LLE TO WKS-POR-LLE.
           MOVE WKS-TOT-REN TO WKS-POR-REN.
           PERFORM 8100-CALCULA-PORCENTAJE.
           MOVE WKS-POR TO WKS-SPOR.
           MOVE WKS-SUB1 TO LINEAC.
           WRITE LINEAC AFTER 3.
           MOVE WKS-NOTA1 TO LINEAC.
           WRITE LINEAC AFTER 2.
           MOVE WKS-NOTA2 TO LINEAC.
           WRITE LINEAC AFTER 1.

           CLOSE CAM-CLI.
           IF WKS-HAY-CAM = 1
               CLOSE CAM-TAB.
           IF WKS-HAY-FAC = 1
               CLOSE FAC-CLI.
           IF WKS-HAY-SUC = 1
               CLOSE SUC-TAB.
           CLOSE REP-CAM.
           DISPLAY "ALTAS CON CAMPANA: " WKS-TOT-ALT
               "   RENOVARON A PRECIO COMPLETO: " WKS-TOT-REN.
           DISPLAY "REPORTE GENERADO".
