           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WKS-STAT-TXR.
           SELECT REP-CAR ASSIGN TO PRINTER.
           SELECT OPO-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ID-CLIENTE-OPO
           FILE STATUS IS WKS-STAT-OPO.
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
           SELECT REP-DVC ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD CLI-INDD.
       FD REP-CAR.
       01 LINEAC           PIC X(132).

       FD OPO-CLI.
           COPY OPOCLI.

       FD DEV-COR.
           COPY DEVCOR.

       FD CON-CLI.
           COPY CONCLI.

       FD REP-DVC.
       01 LINEAV           PIC X(132).

       WORKING-STORAGE SECTION.
       77 WKS-FIN          PIC 9.
       77 WKS-FIN-CLI      PIC 9.
       77 WKS-STAT-LCK     PIC XX.
       77 WKS-STAT-TXB     PIC XX.
       77 WKS-STAT-TXR     PIC XX.
       77 WKS-STAT-OPO     PIC XX.
       77 WKS-HAY-OPO      PIC 9.
       77 WKS-OPUESTO      PIC 9.
       77 WKS-OMITIDAS     PIC 9(05).
       77 WKS-OPCION       PIC 9.
       77 WKS-DESC         PIC X.
       77 WKS-CARTAS       PIC 9(05).
       77 WKS-C1           PIC 9(03).
       77 WKS-PTR          PIC 9(03).

      *    CLIENTES CON EL DOMICILIO MARCADO COMO NO ENTREGABLE EN
      *    DEV-COR (VER MAN-CLI): NO RECIBEN CARTA Y SALEN EN REP-DVC
      *    PARA QUE LA SUCURSAL LES LLAME.
       77 WKS-STAT-DEV     PIC XX.
       77 WKS-HAY-DEV      PIC 9.
       77 WKS-DEVUELTO     PIC 9.
       77 WKS-STAT-CON     PIC XX.
       77 WKS-HAY-CON      PIC 9.
       77 WKS-NO-ENTREGA   PIC 9(05).
       77 WKS-CONT-LIN     PIC 99.
       77 WKS-LIN-MAX      PIC 99 VALUE 60.
       77 WKS-NUM-PAG      PIC 9(02).

      *    EL TEXTO DE LA CARTA VIVE EN UN ARCHIVO EDITABLE (TXT-BIEN
      *    O TXT-RENO, HASTA 40 RENGLONES) Y SE CARGA UNA SOLA VEZ.
      *    LOS RENGLONES PUEDEN TRAER LAS MARCAS <NOMBRE>, <TARJETA>
       01 WKS-NOM-COMPLETO PIC X(62).
       01 WKS-ANUA-ED      PIC $$$,$$9.99.

       01 WKS-VENC1.
           03 FILLER       PIC X(24) VALUE SPACES.
           03 FILLER       PIC X(48) VALUE
                "CLIENTES SIN CARTA POR DOMICILIO NO ENTREGABLE".

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

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
               DISPLAY "NO EXISTE EL ARCHIVO DE CLIENTES (CLI-INDD)."
               MOVE 1 TO WKS-FIN.

      *    LOS CLIENTES CON OPOSICION VIGENTE AL USO DE SUS DATOS
      *    (VER CAP-DER) NO RECIBEN CARTAS.
           MOVE 1 TO WKS-HAY-OPO.
           OPEN INPUT OPO-CLI.
           IF WKS-STAT-OPO = "35"
               MOVE 0 TO WKS-HAY-OPO.

           MOVE 1 TO WKS-HAY-DEV.
           OPEN INPUT DEV-COR.
           IF WKS-STAT-DEV = "35"
               MOVE 0 TO WKS-HAY-DEV.
           MOVE 1 TO WKS-HAY-CON.
           OPEN INPUT CON-CLI.
           IF WKS-STAT-CON = "35"
               MOVE 0 TO WKS-HAY-CON.

       2000-PROCESO.
           DISPLAY SPACES.
           DISPLAY "GENERACION DE CARTAS A CLIENTES".
       2300-RECORRE-POR-FECHA.
      *    LAS BIENVENIDAS SALEN POR RANGO DE FECHA DE CAPTURA,
      *    BARRIENDO LA LLAVE ALTERNA FEC-ING.
           ACCEPT WKS-HOY-N FROM DATE YYYYMMDD.
           OPEN OUTPUT REP-CAR.
           PERFORM 2700-ABRE-DEVUELTOS.
           MOVE 0 TO WKS-CARTAS.
           MOVE 0 TO WKS-OMITIDAS.
           MOVE 0 TO WKS-FIN-CLI.
           MOVE WKS-FEC-DESDE TO FEC-ING.
           START CLI-INDD KEY IS GREATER THAN OR EQUAL TO FEC-ING
           END-START.
           PERFORM 2310-LEE-POR-FECHA UNTIL WKS-FIN-CLI = 1.
           CLOSE REP-CAR.
           PERFORM 2730-CIERRA-DEVUELTOS.
           DISPLAY "CARTAS GENERADAS: " WKS-CARTAS.
           DISPLAY "OMITIDAS POR OPOSICION: " WKS-OMITIDAS.
           DISPLAY "OMITIDAS POR DOMICILIO DEVUELTO: " WKS-NO-ENTREGA.
           DISPLAY "ACEPTAR".
           ACCEPT WKS-DESC.

                       MOVE 1 TO WKS-FIN-CLI
                   ELSE
                       IF EST-CLI = "A"
                           PERFORM 2450-CARTA-SI-PROCEDE
                       END-IF
                   END-IF
           END-READ.
      *    FECHA DE INGRESO, RECORRIENDO TODO EL ARCHIVO.
           ACCEPT WKS-HOY-N FROM DATE YYYYMMDD.
           OPEN OUTPUT REP-CAR.
           PERFORM 2700-ABRE-DEVUELTOS.
           MOVE 0 TO WKS-CARTAS.
           MOVE 0 TO WKS-OMITIDAS.
           MOVE 0 TO WKS-FIN-CLI.
           MOVE ZEROES TO ID-CLIENTE.
           START CLI-INDD KEY IS GREATER THAN OR EQUAL TO ID-CLIENTE
           END-START.
           PERFORM 2410-LEE-POR-MES UNTIL WKS-FIN-CLI = 1.
           CLOSE REP-CAR.
           PERFORM 2730-CIERRA-DEVUELTOS.
           DISPLAY "AVISOS GENERADOS: " WKS-CARTAS.
           DISPLAY "OMITIDOS POR OPOSICION: " WKS-OMITIDAS.
           DISPLAY "OMITIDOS POR DOMICILIO DEVUELTO: " WKS-NO-ENTREGA.
           DISPLAY "ACEPTAR".
           ACCEPT WKS-DESC.

      *            ANO TODAVIA NO RENUEVA.
                   IF FEC-ING(5:2) = WKS-MES-RENO AND EST-CLI = "A"
                       AND FEC-ING(1:4) < WKS-HOY-N(1:4)
                       PERFORM 2450-CARTA-SI-PROCEDE
                   END-IF
           END-READ.

       2450-CARTA-SI-PROCEDE.
           PERFORM 8600-CHECA-OPOSICION.
           IF WKS-OPUESTO = 1
               ADD 1 TO WKS-OMITIDAS
           ELSE
               PERFORM 8700-CHECA-DEVOLUCION
               IF WKS-DEVUELTO = 1
                   PERFORM 2710-LISTA-DEVUELTO
               ELSE
                   PERFORM 2500-IMPRIME-CARTA.

       2500-IMPRIME-CARTA.
      *    UNA CARTA POR PAGINA: CADA RENGLON DE LA PLANTILLA SE
      *    IMPRIME CON SUS MARCAS YA SUSTITUIDAS.
           END-STRING.
           MOVE WKS-SALIDA TO WKS-LIN.

       2700-ABRE-DEVUELTOS.
           OPEN OUTPUT REP-DVC.
           MOVE 0 TO WKS-NO-ENTREGA.
           MOVE 0 TO WKS-NUM-PAG.
           PERFORM 2720-ENCABEZADO-DEVUELTOS.

       2710-LISTA-DEVUELTO.
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
               MOVE ID-CLIENTE TO ID-CLIENTE-CON
               READ CON-CLI
                   INVALID KEY MOVE SPACES TO TEL-CON
               END-READ
           END-IF.

           IF WKS-CONT-LIN > WKS-LIN-MAX
               PERFORM 2720-ENCABEZADO-DEVUELTOS.
           MOVE SUC-CLI TO WKS-VSUC.
           MOVE ID-CLIENTE TO WKS-VID.
           MOVE WKS-NOM-COMPLETO TO WKS-VNOM.
           MOVE TEL-CON TO WKS-VTEL.
           MOVE FEC-DEV TO WKS-VFEC.
           MOVE DOC-DEV TO WKS-VDOC.
           MOVE NUM-DEV TO WKS-VNUM.
           MOVE WKS-VDET1 TO LINEAV.
           WRITE LINEAV AFTER 1.
           ADD 1 TO WKS-CONT-LIN.

       2720-ENCABEZADO-DEVUELTOS.
           ADD 1 TO WKS-NUM-PAG.
           MOVE WKS-VENC1 TO LINEAV.
           WRITE LINEAV AFTER PAGE.
           MOVE WKS-HOY-N TO WKS-VEFEC.
           MOVE WKS-NUM-PAG TO WKS-VEPAG.
           MOVE WKS-VENC2 TO LINEAV.
           WRITE LINEAV AFTER 1.
           MOVE WKS-VENC3 TO LINEAV.
           WRITE LINEAV AFTER 2.
           MOVE 4 TO WKS-CONT-LIN.

       2730-CIERRA-DEVUELTOS.
           MOVE WKS-NO-ENTREGA TO WKS-VTCNT.
           MOVE WKS-VTOT1 TO LINEAV.
           WRITE LINEAV AFTER 3.
           MOVE WKS-VNOTA1 TO LINEAV.
           WRITE LINEAV AFTER 2.
           CLOSE REP-DVC.

       8600-CHECA-OPOSICION.
      *    LA OPOSICION SOLO VALE PARA EL CLIENTE QUE LA PRESENTO, NO
      *    PARA UN CLIENTE NUEVO QUE REUSE SU ID.
           MOVE 0 TO WKS-OPUESTO.
           IF WKS-HAY-OPO = 1
               MOVE ID-CLIENTE TO ID-CLIENTE-OPO
               READ OPO-CLI
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF FEC-ING-OPO = FEC-ING
                           MOVE 1 TO WKS-OPUESTO
                       END-IF
               END-READ
           END-IF.

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
           IF WKS-STAT-CLI NOT = "35"
               CLOSE CLI-INDD.
           IF WKS-HAY-OPO = 1
               CLOSE OPO-CLI.
           IF WKS-HAY-DEV = 1
               CLOSE DEV-COR.
           IF WKS-HAY-CON = 1
               CLOSE CON-CLI.
