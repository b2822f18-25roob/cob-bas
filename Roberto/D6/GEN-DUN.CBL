           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WKS-STAT-TX3.
           SELECT REP-DUN ASSIGN TO PRINTER.
           SELECT ACL-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LLAVE-ACL
           ALTERNATE RECORD KEY IS SUC-ACL WITH DUPLICATES
           FILE STATUS IS WKS-STAT-ACL.
           SELECT PAR-SIS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLA-PRM
           FILE STATUS IS WKS-STAT-PRM.
           SELECT DEV-COR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ID-CLIENTE-DEV
           FILE STATUS IS WKS-STAT-DEV.
           SELECT CON-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ID-CLIENTE-CON
           FILE STATUS IS WKS-STAT-CON.
           SELECT REP-DVD ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD CLI-INDD.
       FD REP-DUN.
       01 LINEAD           PIC X(132).

       FD ACL-CLI.
           COPY ACLCLI.

       FD PAR-SIS.
           COPY SISPAR.

       FD DEV-COR.
           COPY DEVCOR.

       FD CON-CLI.
           COPY CONCLI.

       FD REP-DVD.
       01 LINEAV           PIC X(132).

       WORKING-STORAGE SECTION.
       77 WKS-FIN          PIC 9.
       77 WKS-FIN-FAC      PIC 9.
       77 WKS-FIN-TXT      PIC 9.
       77 WKS-FIN-DUN      PIC 9.
       77 WKS-STAT-CLI     PIC XX.
       77 WKS-STAT-PRM     PIC XX.
       77 WKS-STAT-FAC     PIC XX.
       77 WKS-STAT-ACL     PIC XX.
       77 WKS-HAY-ACL      PIC 9.
       77 WKS-FIN-ACL      PIC 9.
       77 WKS-EN-ACL       PIC 9.
       77 WKS-OMI-ACL      PIC 9(05).
       77 WKS-STAT-DUN     PIC XX.
       77 WKS-STAT-LCK     PIC XX.
       77 WKS-STAT-TX1     PIC XX.
       77 WKS-OMITIDOS     PIC 9(05).
       77 WKS-REINICIADOS  PIC 9(05).

      *    CLIENTES CON EL DOMICILIO MARCADO COMO NO ENTREGABLE EN
      *    DEV-COR (VER MAN-CLI): NO SE LES MANDA AVISO NI SE LES SUBE
      *    EL NIVEL; SALEN EN REP-DVD PARA QUE LA SUCURSAL LES LLAME.
       77 WKS-STAT-DEV     PIC XX.
       77 WKS-HAY-DEV      PIC 9.
       77 WKS-DEVUELTO     PIC 9.
       77 WKS-STAT-CON     PIC XX.
       77 WKS-HAY-CON      PIC 9.
       77 WKS-NO-ENTREGA   PIC 9(05).
       77 WKS-CONT-LIN     PIC 99.
       77 WKS-LIN-MAX      PIC 99 VALUE 60.
       77 WKS-NUM-PAG      PIC 9(02).

       01 WKS-HOY          PIC 9(08).

      *    DIAS MINIMOS ENTRE UN NIVEL DE AVISO Y EL SIGUIENTE, DEL
      *    ARCHIVO DE PARAMETROS (DUN-DIA2 Y DUN-DIA3).
       77 WKS-DIAS-NIV2    PIC 9(03).
       77 WKS-DIAS-NIV3    PIC 9(03).
       77 WKS-DIAS-TRANS   PIC S9(07).

      *    ACUMULADO DEL CLIENTE EN CURSO DEL BARRIDO DE FOLIOS POR
      *    LA LLAVE ALTERNA: LOS FOLIOS DE UN CLIENTE LLEGAN JUNTOS.
       01 WKS-CLI-ACT      PIC 9(03).
       01 WKS-SALDO-ED     PIC $$$,$$9.99.
       01 WKS-FOLIO-ED     PIC 9(06).

       01 WKS-VENC1.
           03 FILLER       PIC X(24) VALUE SPACES.
           03 FILLER       PIC X(48) VALUE
                "CLIENTES SIN AVISO POR DOMICILIO NO ENTREGABLE".

       01 WKS-VENC2.
           03 FILLER       PIC X(18)
                     VALUE "FECHA DE PROCESO: ".
           03 WKS-VEFEC    PIC 9(08).
           03 FILLER       PIC X(05) VALUE SPACES.
           03 FILLER       PIC X(25)
                     VALUE "LLAMAR DESDE LA SUCURSAL".
           03 FILLER       PIC X(05) VALUE SPACES.
           03 FILLER       PIC X(07) VALUE "PAG. : ".
           03 WKS-VEPAG    PIC 9(02).

       01 WKS-VENC3.
           03 FILLER       PIC X(03) VALUE "SUC".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(03) VALUE "ID ".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(06) VALUE "NOMBRE".
           03 FILLER       PIC X(26) VALUE SPACES.
           03 FILLER       PIC X(08) VALUE "TELEFONO".
           03 FILLER       PIC X(06) VALUE SPACES.
           03 FILLER       PIC X(08) VALUE "DEVUELTO".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(03) VALUE "DOC".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(06) VALUE "PIEZAS".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(04) VALUE "NIV.".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(13) VALUE "SALDO VENCIDO".

       01 WKS-VDET1.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 WKS-VSUC     PIC 99.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-VID      PIC 999.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-VNOM     PIC X(30).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-VTEL     PIC X(12).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-VFEC     PIC 9(08).
           03 FILLER       PIC X(03) VALUE SPACES.
           03 WKS-VDOC     PIC X.
           03 FILLER       PIC X(06) VALUE SPACES.
           03 WKS-VNUM     PIC ZZ9.
           03 FILLER       PIC X(04) VALUE SPACES.
           03 WKS-VNIV     PIC 9.
           03 FILLER       PIC X(04) VALUE SPACES.
           03 WKS-VSAL     PIC $$$,$$9.99.

       01 WKS-VTOT1.
           03 FILLER       PIC X(24) VALUE
                "TOTAL DE CLIENTES     : ".
           03 WKS-VTCNT    PIC ZZZZ9.
       01 WKS-VNOTA1.
           03 FILLER       PIC X(31) VALUE
                "DOC: LO ULTIMO QUE REGRESO EL C".
           03 FILLER       PIC X(37) VALUE
                "ORREO (C CARTA, A AVISO, E ESTADO, O".
           03 FILLER       PIC X(08) VALUE " OTRO).".
       01 WKS-VNOTA2.
           03 FILLER       PIC X(34) VALUE
                "NIV.: ULTIMO AVISO YA MANDADO; EL ".
           03 FILLER       PIC X(36) VALUE
                "SIGUIENTE SALE AL CORREGIR EL DOMICI".
           03 FILLER       PIC X(05) VALUE "LIO.".

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
       1000-INICIO.
           DISPLAY "GENERACION DE AVISOS DE COBRANZA (DUNNING)".
           ACCEPT WKS-HOY FROM DATE YYYYMMDD.
           PERFORM 1010-LEE-PARAMETROS.

      *    REVISAR EL LOCK ANTES DE LEER, IGUAL QUE PROFIN2U, PARA
      *    NO COBRAR CON DATOS A MEDIO ACTUALIZAR.
               CLOSE DUN-CLI
               OPEN I-O DUN-CLI.

      *    UN FOLIO CON ACLARACION ABIERTA (VER CAP-ACL) SE DEJA
      *    FUERA DE ESTA CORRIDA.
           MOVE 1 TO WKS-HAY-ACL.
           OPEN INPUT ACL-CLI.
           IF WKS-STAT-ACL = "35"
               MOVE 0 TO WKS-HAY-ACL.
           MOVE 0 TO WKS-OMI-ACL.

           MOVE 1 TO WKS-HAY-DEV.
           OPEN INPUT DEV-COR.
           IF WKS-STAT-DEV = "35"
               MOVE 0 TO WKS-HAY-DEV.
           MOVE 1 TO WKS-HAY-CON.
           OPEN INPUT CON-CLI.
           IF WKS-STAT-CON = "35"
               MOVE 0 TO WKS-HAY-CON.
           MOVE 0 TO WKS-NO-ENTREGA.
           MOVE 0 TO WKS-NUM-PAG.

           OPEN OUTPUT REP-DUN.
           OPEN OUTPUT REP-DVD.
           PERFORM 2920-ENCABEZADO-DEVUELTOS.

           MOVE 0 TO WKS-AVISOS-1.
           MOVE 0 TO WKS-AVISOS-2.
               INVALID KEY MOVE 1 TO WKS-FIN
           END-START.

       1010-LEE-PARAMETROS.
      *    SIN ARCHIVO DE PARAMETROS O SIN LA CLAVE, UN DIA ENTRE
      *    NIVELES: EL AVISO SIGUIENTE NO SALE EL MISMO DIA.
           MOVE 1 TO WKS-DIAS-NIV2.
           MOVE 1 TO WKS-DIAS-NIV3.
           OPEN INPUT PAR-SIS.
           IF WKS-STAT-PRM NOT = "35"
               MOVE "DUN-DIA2" TO CLA-PRM
               READ PAR-SIS
                   NOT INVALID KEY MOVE VAL-PRM TO WKS-DIAS-NIV2
               END-READ
               MOVE "DUN-DIA3" TO CLA-PRM
               READ PAR-SIS
                   NOT INVALID KEY MOVE VAL-PRM TO WKS-DIAS-NIV3
               END-READ
               CLOSE PAR-SIS
           END-IF.
           DISPLAY "DIAS ENTRE AVISOS NIVEL 1-2: " WKS-DIAS-NIV2
               "  NIVEL 2-3: " WKS-DIAS-NIV3.

       1100-CARGA-PLANTILLAS.
      *    LOS TRES NIVELES DEBEN TENER PLANTILLA: SIN TEXTO NO HAY
      *    AVISO QUE MANDAR Y LA ESCALACION QUEDARIA COJA.
                       MOVE 0 TO WKS-FOLIO-VIEJO
                   END-IF
                   IF EST-FAC = "P" AND FEC-VEN-FAC < WKS-HOY
                       PERFORM 8600-BUSCA-ACLARACION
                       IF WKS-EN-ACL = 1
                           ADD 1 TO WKS-OMI-ACL
                       ELSE
                           ADD 1 TO WKS-VENCIDOS
                           COMPUTE WKS-SALDO-VEN =
                               WKS-SALDO-VEN + IMP-FAC - IMP-PAG-FAC
                           IF WKS-FOLIO-VIEJO = 0
                               MOVE FOLIO-FAC TO WKS-FOLIO-VIEJO
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       2100-RESUELVE-CLIENTE.
      *    AL CORTE DE CADA CLIENTE: SI TRAE FOLIOS VENCIDOS SIN
      *    CUBRIR, SE LE MANDA EL SIGUIENTE NIVEL DE AVISO. NUNCA SE
      *    SALTA UN NIVEL NI SE MANDA ANTES DE LOS DIAS MINIMOS DESDE
      *    EL NIVEL ANTERIOR, Y DESPUES DEL AVISO FINAL YA NO SE MANDA
      *    NADA MAS.
           IF WKS-CLI-ACT = 0 OR WKS-VENCIDOS = 0
               CONTINUE
           ELSE
                       IF EST-CLI = "C"
                           ADD 1 TO WKS-OMITIDOS
                       ELSE
                           PERFORM 8700-CHECA-DEVOLUCION
                           IF WKS-DEVUELTO = 1
                               PERFORM 2900-LISTA-DEVUELTO
                           ELSE
                               PERFORM 2200-ESCALA-AVISO
                           END-IF
                       END-IF
               END-READ
           END-IF.
                   MOVE 0 TO FEC-NIV3-DUN
           END-READ.

           MOVE 99999 TO WKS-DIAS-TRANS.
           IF NIV-DUN = 1 AND FEC-NIV1-DUN > 0
               COMPUTE WKS-DIAS-TRANS =
                   FUNCTION INTEGER-OF-DATE (WKS-HOY) -
                   FUNCTION INTEGER-OF-DATE (FEC-NIV1-DUN).
           IF NIV-DUN = 2 AND FEC-NIV2-DUN > 0
               COMPUTE WKS-DIAS-TRANS =
                   FUNCTION INTEGER-OF-DATE (WKS-HOY) -
                   FUNCTION INTEGER-OF-DATE (FEC-NIV2-DUN).

           IF NIV-DUN >= 3
               ADD 1 TO WKS-OMITIDOS
           ELSE
               IF (NIV-DUN = 1 AND WKS-DIAS-TRANS < WKS-DIAS-NIV2)
                   OR (NIV-DUN = 2 AND WKS-DIAS-TRANS < WKS-DIAS-NIV3)
                   ADD 1 TO WKS-OMITIDOS
               ELSE
                   COMPUTE WKS-NIVEL = NIV-DUN + 1
                       MOVE 1 TO WKS-FIN-FAC
                   ELSE
                       IF EST-FAC = "P" AND FEC-VEN-FAC < WKS-HOY
                           PERFORM 8600-BUSCA-ACLARACION
                           IF WKS-EN-ACL = 0
                               MOVE 1 TO WKS-HAY-PEND
                               MOVE 1 TO WKS-FIN-FAC
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       2900-LISTA-DEVUELTO.
      *    EL AVISO NO SE MANDA Y EL NIVEL DE DUN-CLI SE QUEDA DONDE
      *    ESTABA: AL CORREGIR EL DOMICILIO SALE EL QUE SIGUE.
           ADD 1 TO WKS-NO-ENTREGA.
           MOVE SPACES TO WKS-NOM-COMPLETO.
           STRING FUNCTION TRIM (NOMBRE)  DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  FUNCTION TRIM (APE-PAT) DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  FUNCTION TRIM (APE-MAT) DELIMITED BY SIZE
               INTO WKS-NOM-COMPLETO
           END-STRING.
           MOVE SPACES TO TEL-CON.
           IF WKS-HAY-CON = 1
               MOVE WKS-CLI-ACT TO ID-CLIENTE-CON
               READ CON-CLI
                   INVALID KEY MOVE SPACES TO TEL-CON
               END-READ
           END-IF.
           MOVE WKS-CLI-ACT TO ID-CLIENTE-DUN.
           READ DUN-CLI
               INVALID KEY MOVE 0 TO NIV-DUN
           END-READ.

           IF WKS-CONT-LIN > WKS-LIN-MAX
               PERFORM 2920-ENCABEZADO-DEVUELTOS.
           MOVE SUC-CLI TO WKS-VSUC.
           MOVE ID-CLIENTE TO WKS-VID.
           MOVE WKS-NOM-COMPLETO TO WKS-VNOM.
           MOVE TEL-CON TO WKS-VTEL.
           MOVE FEC-DEV TO WKS-VFEC.
           MOVE DOC-DEV TO WKS-VDOC.
           MOVE NUM-DEV TO WKS-VNUM.
           MOVE NIV-DUN TO WKS-VNIV.
           MOVE WKS-SALDO-VEN TO WKS-VSAL.
           MOVE WKS-VDET1 TO LINEAV.
           WRITE LINEAV AFTER 1.
           ADD 1 TO WKS-CONT-LIN.

       2920-ENCABEZADO-DEVUELTOS.
           ADD 1 TO WKS-NUM-PAG.
           MOVE WKS-VENC1 TO LINEAV.
           WRITE LINEAV AFTER PAGE.
           MOVE WKS-HOY TO WKS-VEFEC.
           MOVE WKS-NUM-PAG TO WKS-VEPAG.
           MOVE WKS-VENC2 TO LINEAV.
           WRITE LINEAV AFTER 1.
           MOVE WKS-VENC3 TO LINEAV.
           WRITE LINEAV AFTER 2.
           MOVE 4 TO WKS-CONT-LIN.

       8600-BUSCA-ACLARACION.
      *    WKS-EN-ACL QUEDA EN 1 SI EL FOLIO DE REG-FAC TIENE UNA
      *    ACLARACION ABIERTA EN ACL-CLI.
           MOVE 0 TO WKS-EN-ACL.
           IF WKS-HAY-ACL = 1
               MOVE ID-CLIENTE-FAC TO ID-CLIENTE-ACL
               MOVE FOLIO-FAC TO FOLIO-ACL
               MOVE 0 TO SEC-ACL
               START ACL-CLI KEY IS GREATER THAN OR EQUAL TO LLAVE-ACL
                   INVALID KEY MOVE 1 TO WKS-FIN-ACL
               END-START
               IF WKS-STAT-ACL = "00"
                   MOVE 0 TO WKS-FIN-ACL
                   PERFORM 8605-LEE-ACLARACION UNTIL WKS-FIN-ACL = 1
               END-IF
           END-IF.

       8605-LEE-ACLARACION.
           READ ACL-CLI NEXT
               AT END MOVE 1 TO WKS-FIN-ACL
               NOT AT END
                   IF ID-CLIENTE-ACL NOT = ID-CLIENTE-FAC
                       OR FOLIO-ACL NOT = FOLIO-FAC
                       MOVE 1 TO WKS-FIN-ACL
                   ELSE
                       IF EST-ACL = "A"
                           MOVE 1 TO WKS-EN-ACL
                           MOVE 1 TO WKS-FIN-ACL
                       END-IF
                   END-IF
           END-READ.

       8700-CHECA-DEVOLUCION.
      *    WKS-DEVUELTO QUEDA EN 1 SI EL CLIENTE DE REG-CLI TIENE EL
      *    DOMICILIO MARCADO EN DEV-COR. UNA MARCA CON OTRA FECHA DE
      *    INGRESO ES DE UN CLIENTE ANTERIOR CON EL MISMO ID.
           MOVE 0 TO WKS-DEVUELTO.
           IF WKS-HAY-DEV = 1
               MOVE ID-CLIENTE TO ID-CLIENTE-DEV
               READ DEV-COR
                   NOT INVALID KEY
                       IF FEC-ING-DEV = FEC-ING
                           MOVE 1 TO WKS-DEVUELTO
                       END-IF
               END-READ
           END-IF.

       3000-FIN.
           MOVE WKS-NO-ENTREGA TO WKS-VTCNT.
           MOVE WKS-VTOT1 TO LINEAV.
           WRITE LINEAV AFTER 3.
           MOVE WKS-VNOTA1 TO LINEAV.
           WRITE LINEAV AFTER 2.
           MOVE WKS-VNOTA2 TO LINEAV.
           WRITE LINEAV AFTER 1.

           CLOSE CLI-INDD.
           CLOSE FAC-CLI.
           IF WKS-HAY-ACL = 1
               CLOSE ACL-CLI.
           IF WKS-HAY-DEV = 1
               CLOSE DEV-COR.
           IF WKS-HAY-CON = 1
               CLOSE CON-CLI.
           CLOSE DUN-CLI.
           CLOSE REP-DUN.
           CLOSE REP-DVD.
           DISPLAY "PRIMEROS AVISOS:      " WKS-AVISOS-1.
           DISPLAY "SEGUNDOS AVISOS:      " WKS-AVISOS-2.
           DISPLAY "AVISOS FINALES:       " WKS-AVISOS-3.
           DISPLAY "OMITIDOS:             " WKS-OMITIDOS.
           DISPLAY "FOLIOS EN ACLARACION: " WKS-OMI-ACL.
           DISPLAY "DOMICILIO DEVUELTO:   " WKS-NO-ENTREGA.
           DISPLAY "CONTROLES REINICIADOS:" WKS-REINICIADOS.
