           FILE STATUS IS WKS-STAT-CTL.
           SELECT RES-REG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HIS-REC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WKS-STAT-HRC.
           SELECT HIS-POS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WKS-STAT-HPO.
           SELECT REP-REC ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD CLI-INDD.
       FD RES-REG.
       01 LINEA-RES        PIC X(132).

      *    COPIA DE TRABAJO DE HIST-CLI QUE SE REPRODUCE EN LA
      *    RECUPERACION HACIA ADELANTE.
       FD HIS-REC.
       01 LINEA-HRC        PIC X(268).

      *    MOVIMIENTOS DE HIST-CLI POSTERIORES AL CORTE DE LA ULTIMA
      *    RECUPERACION. SE SEPARAN DE LA BITACORA PORQUE YA NO ESTAN
      *    EN CLI-INDD; QUEDAN AQUI PARA RECAPTURARLOS.
       FD HIS-POS.
       01 LINEA-HPO        PIC X(268).

       FD REP-REC.
       01 LINEAR           PIC X(132).

       WORKING-STORAGE SECTION.
       77 WKS-FIN          PIC 9.
       77 WKS-FIN-ARCH     PIC 9.
       77 WKS-STAT-BC5     PIC XX.
       77 WKS-STAT-CTL     PIC XX.
       77 WKS-VERIF-OK     PIC 9.
       77 WKS-STAT-HRC     PIC XX.
       77 WKS-STAT-HPO     PIC XX.
       77 WKS-EXISTE       PIC 9.
       77 WKS-IMG-CLI      PIC 9.
       77 WKS-COR-OK       PIC 9.
       77 WKS-CONT-LIN     PIC 99.
       77 WKS-LIN-MAX      PIC 99 VALUE 60.
       77 WKS-NUM-PAG      PIC 9(02).

       01 WKS-C-CLI        PIC 9(06).
       01 WKS-C-ANUA       PIC 9(09)V99.
           03 WKS-AHORA-HHMMSS PIC 9(06).
           03 FILLER           PIC 9(02).

      *    MARCAS DE TIEMPO (AAAAMMDDHHMMSS) DE LA RECUPERACION:
      *    EL RESPALDO, EL CORTE Y EL MOVIMIENTO EN TURNO.
       01 WKS-RES-TS.
           03 WKS-RES-FEC  PIC 9(08).
           03 WKS-RES-HOR  PIC 9(06).
       01 WKS-RES-TSN REDEFINES WKS-RES-TS PIC 9(14).
       01 WKS-COR-TS.
           03 WKS-COR-FEC  PIC 9(08).
           03 WKS-COR-HOR  PIC 9(06).
       01 WKS-COR-TSN REDEFINES WKS-COR-TS PIC 9(14).
       01 WKS-MOV-TS.
           03 WKS-MOV-FEC  PIC 9(08).
           03 WKS-MOV-HOR  PIC 9(06).
       01 WKS-MOV-TSN REDEFINES WKS-MOV-TS PIC 9(14).
       01 WKS-ANT-TSN      PIC 9(14).

       01 WKS-R-LEI        PIC 9(06).
       01 WKS-R-PRE        PIC 9(06).
       01 WKS-R-APL        PIC 9(06).
       01 WKS-R-OMI        PIC 9(06).
       01 WKS-R-CNF        PIC 9(06).
       01 WKS-R-POS        PIC 9(06).
       01 WKS-R-ACT        PIC 9(06).
       01 WKS-RESULTADO    PIC X(10).
       01 WKS-MOTIVO       PIC X(40).

       01 WKS-ENC1.
           03 FILLER       PIC X(30) VALUE SPACES.
           03 FILLER       PIC X(46)
                 VALUE "RECUPERACION DE CLI-INDD DESDE HIST-CLI".
       01 WKS-ENC2.
           03 FILLER       PIC X(10) VALUE "RESPALDO: ".
           03 WKS-ERFEC    PIC 9(08).
           03 FILLER       PIC X     VALUE SPACE.
           03 WKS-ERHOR    PIC 9(06).
           03 FILLER       PIC X(10) VALUE "  CORTE: ".
           03 WKS-ECFEC    PIC 9(08).
           03 FILLER       PIC X     VALUE SPACE.
           03 WKS-ECHOR    PIC 9(06).
           03 FILLER       PIC X(20) VALUE SPACES.
           03 FILLER       PIC X(07) VALUE "PAG. : ".
           03 WKS-EPAG     PIC 9(02).
       01 WKS-ENC3.
           03 FILLER       PIC X(09) VALUE "FECHA".
           03 FILLER       PIC X(07) VALUE "HORA".
           03 FILLER       PIC X(04) VALUE "ACC".
           03 FILLER       PIC X(05) VALUE "CLI".
           03 FILLER       PIC X(09) VALUE "OPERADOR".
           03 FILLER       PIC X(11) VALUE "RESULTADO".
           03 FILLER       PIC X(40) VALUE "MOTIVO".
       01 WKS-DET.
           03 WKS-DFEC     PIC 9(08).
           03 FILLER       PIC X     VALUE SPACE.
           03 WKS-DHOR     PIC 9(06).
           03 FILLER       PIC X     VALUE SPACE.
           03 WKS-DACC     PIC X.
           03 FILLER       PIC X(03) VALUE SPACES.
           03 WKS-DCLI     PIC 9(03).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-DOPE     PIC X(08).
           03 FILLER       PIC X     VALUE SPACE.
           03 WKS-DRES     PIC X(10).
           03 FILLER       PIC X     VALUE SPACE.
           03 WKS-DMOT     PIC X(40).
       01 WKS-TOT.
           03 WKS-TTXT     PIC X(40).
           03 WKS-TVAL     PIC ZZZ,ZZ9.

       01 WKS-REG-LIN.
           03 WKS-RL-TIPO  PIC X(10).
           03 WKS-RL-FEC   PIC 9(08).
           DISPLAY "RESPALDAR   (1)".
           DISPLAY "VERIFICAR   (2)".
           DISPLAY "RESTAURAR   (3)".
           DISPLAY "RECUPERAR   (4)".
           DISPLAY "SALIR       (5)".
           DISPLAY "ELEGIR OPCION:".
           ACCEPT WKS-OPCION.

               ELSE IF WKS-OPCION = 3
                   PERFORM 2600-RESTAURA
                   ELSE IF WKS-OPCION = 4
                       PERFORM 2700-RECUPERA
                       ELSE IF WKS-OPCION = 5
                           MOVE 1 TO WKS-FIN.

       2100-RESPALDA.
           MOVE 0 TO WKS-C-CLI.
               AND WKS-C-TOT = CTL-CNT-TOT-R
               AND WKS-C-HIS = CTL-CNT-HIS-R
               MOVE 1 TO WKS-VERIF-OK
               MOVE CTL-FEC-RES TO WKS-RES-FEC
               MOVE CTL-HOR-RES TO WKS-RES-HOR
               DISPLAY "EL RESPALDO RECONCILIA CON SU CONTROL."
               DISPLAY "FECHA DEL JUEGO: " CTL-FEC-RES
               DISPLAY "CLIENTES: " CTL-CNT-CLI-R
                   WRITE REG-HIST
           END-READ.

       2700-RECUPERA.
      *    RECUPERACION HACIA ADELANTE: SE RECARGA CLI-INDD DEL ULTIMO
      *    RESPALDO VERIFICADO Y SE REPRODUCEN LAS IMAGENES POSTERIORES
      *    DE HIST-CLI HASTA EL CORTE QUE INDIQUE EL OPERADOR.
           PERFORM 2410-RECUENTA-RESPALDO.
           IF WKS-VERIF-OK = 9
               DISPLAY "NO HAY JUEGO DE RESPALDO DESDE DONDE RECUPERAR."
           ELSE
               PERFORM 2450-COMPARA-CONTROL
               IF WKS-VERIF-OK = 0
                   DISPLAY "RECUPERACION CANCELADA: EL JUEGO NO"
                   DISPLAY "RECONCILIA CON SU CONTROL."
               ELSE
                   MOVE 0 TO WKS-COR-OK
                   PERFORM 2710-CAPTURA-CORTE UNTIL WKS-COR-OK = 1
                   DISPLAY "SE RECARGARA CLI-INDD DEL RESPALDO Y SE"
                   DISPLAY "REPRODUCIRA HIST-CLI HASTA EL CORTE."
                   DISPLAY "CONFIRMA RECUPERAR?:(S/N)"
                   ACCEPT WKS-DESC
                   IF WKS-DESC = "S"
                       PERFORM 2720-COPIA-BITACORA
                   END-IF
               END-IF
           END-IF.
           DISPLAY "ACEPTAR".
           ACCEPT WKS-DESC.

       2710-CAPTURA-CORTE.
      *    EL CORTE NO PUEDE SER ANTERIOR AL RESPALDO. CERO EN LA
      *    FECHA REPRODUCE TODA LA BITACORA.
           DISPLAY "FECHA DE CORTE:(AAAAMMDD,0=TODA LA BITACORA)".
           ACCEPT WKS-COR-FEC.
           IF WKS-COR-FEC = 0
               MOVE 99999999 TO WKS-COR-FEC
               MOVE 999999 TO WKS-COR-HOR
           ELSE
               DISPLAY "HORA DE CORTE:(HHMMSS)"
               ACCEPT WKS-COR-HOR.
           MOVE 1 TO WKS-COR-OK.
           IF WKS-COR-FEC NOT = 99999999
               AND (WKS-COR-FEC(5:2) < "01" OR WKS-COR-FEC(5:2) > "12"
               OR WKS-COR-FEC(7:2) < "01" OR WKS-COR-FEC(7:2) > "31"
               OR WKS-COR-HOR > 235959)
               MOVE 0 TO WKS-COR-OK
               DISPLAY "FECHA U HORA INVALIDA, REINTENTE".
           IF WKS-COR-OK = 1 AND WKS-COR-TSN < WKS-RES-TSN
               MOVE 0 TO WKS-COR-OK
               DISPLAY "EL CORTE ES ANTERIOR AL RESPALDO DEL "
                   WKS-RES-FEC " " WKS-RES-HOR ", REINTENTE".

       2720-COPIA-BITACORA.
      *    LA BITACORA EN VIVO ES EL DIARIO A REPRODUCIR: SE COPIA A
      *    HIS-REC Y SE REESCRIBE HASTA EL CORTE DURANTE LA CORRIDA.
           OPEN INPUT HIST-CLI.
           IF WKS-STAT-HIS = "35"
               DISPLAY "NO EXISTE LA BITACORA HIST-CLI; NO HAY QUE"
               DISPLAY "REPRODUCIR. UTILICE RESTAURAR."
           ELSE
               OPEN OUTPUT HIS-REC
               MOVE 0 TO WKS-FIN-ARCH
               PERFORM 2725-COPIA-MOVIMIENTO UNTIL WKS-FIN-ARCH = 1
               CLOSE HIST-CLI HIS-REC
               PERFORM 2730-RECUPERA-ARCHIVOS.

       2725-COPIA-MOVIMIENTO.
           READ HIST-CLI
               AT END MOVE 1 TO WKS-FIN-ARCH
               NOT AT END
                   MOVE SPACES TO LINEA-HRC
                   MOVE REG-HIST TO LINEA-HRC
                   WRITE LINEA-HRC
           END-READ.

       2730-RECUPERA-ARCHIVOS.
      *    SOLO CLI-INDD SE RECARGA DEL RESPALDO: TAR-TAB Y TOT-CLI NO
      *    SE REGISTRAN EN HIST-CLI Y SE CONSERVAN COMO ESTAN; CNT-CLI
      *    SE RECONSTRUYE AL FINAL CON LOS CLIENTES ACTIVOS.
           MOVE 0 TO WKS-R-LEI.
           MOVE 0 TO WKS-R-PRE.
           MOVE 0 TO WKS-R-APL.
           MOVE 0 TO WKS-R-OMI.
           MOVE 0 TO WKS-R-CNF.
           MOVE 0 TO WKS-R-POS.
           MOVE 0 TO WKS-NUM-PAG.

           OPEN OUTPUT CLI-INDD.
           OPEN INPUT BCK-CLI.
           MOVE 0 TO WKS-FIN-ARCH.
           PERFORM 2615-RECARGA-CLIENTE UNTIL WKS-FIN-ARCH = 1.
           CLOSE CLI-INDD BCK-CLI.

           OPEN I-O CLI-INDD.
           OPEN INPUT HIS-REC.
           OPEN OUTPUT HIST-CLI.
           OPEN OUTPUT HIS-POS.
           OPEN OUTPUT REP-REC.
           PERFORM 2900-GENERA-ENCABEZADO.
           MOVE 0 TO WKS-FIN-ARCH.
           PERFORM 2735-LEE-MOVIMIENTO UNTIL WKS-FIN-ARCH = 1.
           CLOSE HIS-REC HIST-CLI HIS-POS.

           PERFORM 2770-RECONSTRUYE-CNT.
           CLOSE CLI-INDD.
           PERFORM 2960-ESCRIBE-TOTALES.
           CLOSE REP-REC.

           ACCEPT WKS-HOY FROM DATE YYYYMMDD.
           ACCEPT WKS-AHORA FROM TIME.
           MOVE 0 TO WKS-C-TAR.
           MOVE 1 TO WKS-C-CNT.
           MOVE 0 TO WKS-C-TOT.
           COMPUTE WKS-C-HIS = WKS-R-LEI - WKS-R-POS.
           MOVE "RECUPERADO" TO WKS-RL-TIPO.
           PERFORM 2160-ESCRIBE-REGISTRO.
           DISPLAY "RECUPERACION TERMINADA.".
           DISPLAY "APLICADOS: " WKS-R-APL " OMITIDOS: " WKS-R-OMI
               " CONFLICTOS: " WKS-R-CNF.
           DISPLAY "POSTERIORES AL CORTE (EN HIS-POS): " WKS-R-POS.
           DISPLAY "CLIENTES ACTIVOS (CNT-CLI): " WKS-R-ACT.

       2735-LEE-MOVIMIENTO.
           READ HIS-REC
               AT END MOVE 1 TO WKS-FIN-ARCH
               NOT AT END
                   MOVE LINEA-HRC TO REG-HIST
                   ADD 1 TO WKS-R-LEI
                   MOVE HIST-FECHA TO WKS-MOV-FEC
                   MOVE HIST-HORA TO WKS-MOV-HOR
                   PERFORM 2740-CLASIFICA-MOVIMIENTO
           END-READ.

       2740-CLASIFICA-MOVIMIENTO.
      *    HIST-CLI SE ESCRIBE AL MOMENTO DE CADA CAMBIO, DE MODO QUE
      *    SU ORDEN FISICO ES EL DE FECHA Y HORA. LO ANTERIOR O IGUAL
      *    AL RESPALDO YA ESTA EN EL JUEGO; LO POSTERIOR AL CORTE SE
      *    SEPARA EN HIS-POS Y SALE DE LA BITACORA.
           IF WKS-MOV-TSN > WKS-COR-TSN
               MOVE LINEA-HRC TO LINEA-HPO
               WRITE LINEA-HPO
               ADD 1 TO WKS-R-POS
               MOVE "POSTERIOR" TO WKS-RESULTADO
               MOVE "DESPUES DEL CORTE, SE SEPARA EN HIS-POS"
                   TO WKS-MOTIVO
               PERFORM 2950-ESCRIBE-DETALLE
           ELSE
               IF WKS-MOV-TSN > WKS-RES-TSN
                   PERFORM 2745-REAPLICA
               ELSE
                   ADD 1 TO WKS-R-PRE
               END-IF
               MOVE LINEA-HRC TO REG-HIST
               WRITE REG-HIST
           END-IF.

       2745-REAPLICA.
      *    UNA IMAGEN DE CLIENTE EN HIST-DESPUES EMPIEZA CON SU LLAVE
      *    Y TRAE NUMERICOS CLA-TAR, ANUA, FEC-ING Y FEC-EST-CLI, Y
      *    UN EST-CLI VALIDO; LAS DE TAR-CLI, LAS DE CON-CLI (CUYO
      *    TELEFONO CAE DONDE IRIA FEC-ING) Y LOS TEXTOS NO.
           MOVE 0 TO WKS-IMG-CLI.
           IF HIST-DESPUES(1:3) = HIST-ID-CLIENTE
               AND HIST-DESPUES(64:1) IS NUMERIC
               AND HIST-DESPUES(85:7) IS NUMERIC
               AND HIST-DESPUES(92:8) IS NUMERIC
               AND HIST-DESPUES(105:8) IS NUMERIC
               AND (HIST-DESPUES(100:1) = "A" OR "S" OR "C")
               MOVE 1 TO WKS-IMG-CLI.
           MOVE HIST-ID-CLIENTE TO ID-CLIENTE.
           MOVE 1 TO WKS-EXISTE.
           READ CLI-INDD
               INVALID KEY MOVE 0 TO WKS-EXISTE.
           MOVE SPACES TO WKS-MOTIVO.

           IF HIST-ACCION = "D"
               PERFORM 2750-APLICA-BAJA
           ELSE IF WKS-IMG-CLI = 1
               AND (HIST-ACCION = "A" OR "C" OR "T")
               PERFORM 2755-APLICA-IMAGEN
               ELSE
                   PERFORM 2760-SIN-IMAGEN.
           PERFORM 2950-ESCRIBE-DETALLE.

       2750-APLICA-BAJA.
           IF WKS-EXISTE = 1
               DELETE CLI-INDD RECORD
               ADD 1 TO WKS-R-APL
               MOVE "APLICADO" TO WKS-RESULTADO
           ELSE
               ADD 1 TO WKS-R-CNF
               MOVE "CONFLICTO" TO WKS-RESULTADO
               MOVE "BAJA DE UN CLIENTE QUE NO EXISTE" TO WKS-MOTIVO.

       2755-APLICA-IMAGEN.
      *    LA IMAGEN SE APLICA AUN EN CONFLICTO (ES EL ULTIMO ESTADO
      *    CAPTURADO); EL CONFLICTO QUEDA EN EL REPORTE PARA REVISION.
           IF WKS-EXISTE = 1 AND HIST-ACCION = "A"
               MOVE "ALTA DE UN CLIENTE QUE YA EXISTIA; APLICADA"
                   TO WKS-MOTIVO.
           IF WKS-EXISTE = 1 AND HIST-ACCION NOT = "A"
               AND HIST-ANTES(1:112) NOT = REG-CLI
               MOVE "IMAGEN ANTERIOR NO COINCIDE; APLICADA"
                   TO WKS-MOTIVO.
           IF WKS-EXISTE = 0 AND HIST-ACCION NOT = "A"
               MOVE "CAMBIO DE CLIENTE INEXISTENTE; DADO DE ALTA"
                   TO WKS-MOTIVO.
           MOVE HIST-DESPUES TO REG-CLI.
           IF WKS-EXISTE = 1
               REWRITE REG-CLI
                   INVALID KEY
                       MOVE "NO SE PUDO REGRABAR EL CLIENTE"
                           TO WKS-MOTIVO
               END-REWRITE
           ELSE
               WRITE REG-CLI
                   INVALID KEY
                       MOVE "NO SE PUDO GRABAR EL CLIENTE"
                           TO WKS-MOTIVO
               END-WRITE.
           IF WKS-MOTIVO = SPACES
               ADD 1 TO WKS-R-APL
               MOVE "APLICADO" TO WKS-RESULTADO
           ELSE
               ADD 1 TO WKS-R-CNF
               MOVE "CONFLICTO" TO WKS-RESULTADO.

       2760-SIN-IMAGEN.
      *    UN ALTA SIN IMAGEN DEL CLIENTE (P.EJ. RESTAURADO DE DEP-ARC)
      *    NO SE PUEDE REPRODUCIR Y SE REPORTA COMO CONFLICTO; EL RESTO
      *    NO MODIFICA CLI-INDD O NO TRAE IMAGEN Y SE OMITE.
           IF HIST-ACCION = "A" AND HIST-DESPUES(1:3) IS NOT NUMERIC
               ADD 1 TO WKS-R-CNF
               MOVE "CONFLICTO" TO WKS-RESULTADO
               MOVE "ALTA SIN IMAGEN DEL CLIENTE; RECAPTURAR"
                   TO WKS-MOTIVO
           ELSE
               ADD 1 TO WKS-R-OMI
               MOVE "OMITIDO" TO WKS-RESULTADO
               IF HIST-ACCION = "P" OR "J" OR "R" OR "O"
                   MOVE "NO MODIFICA CLI-INDD" TO WKS-MOTIVO
               ELSE IF HIST-DESPUES(1:3) IS NUMERIC
                   MOVE "IMAGEN DE TARJETA (TAR-CLI)" TO WKS-MOTIVO
                   ELSE
                       MOVE "SIN IMAGEN DEL CLIENTE" TO WKS-MOTIVO
                   END-IF
               END-IF
           END-IF.

       2770-RECONSTRUYE-CNT.
      *    CNT-CLI SE MANTIENE SOLO CON LOS CLIENTES EN ESTADO "A".
           MOVE 0 TO WKS-R-ACT.
           MOVE 0 TO WKS-C-CLI.
           MOVE 0 TO WKS-C-ANUA.
           MOVE 0 TO WKS-FIN-ARCH.
           MOVE ZEROES TO ID-CLIENTE.
           START CLI-INDD KEY IS GREATER THAN OR EQUAL TO ID-CLIENTE
               INVALID KEY MOVE 1 TO WKS-FIN-ARCH.
           PERFORM 2775-CUENTA-CLIENTE UNTIL WKS-FIN-ARCH = 1.
           OPEN OUTPUT CNT-CLI.
           MOVE 1 TO COD-CNT-CLI.
           MOVE WKS-R-ACT TO CNT-CLI-ACT.
           WRITE REG-CNT-CLI.
           CLOSE CNT-CLI.

       2775-CUENTA-CLIENTE.
           READ CLI-INDD NEXT
               AT END MOVE 1 TO WKS-FIN-ARCH
               NOT AT END
                   ADD 1 TO WKS-C-CLI
                   ADD ANUA TO WKS-C-ANUA
                   IF EST-CLI = "A"
                       ADD 1 TO WKS-R-ACT
                   END-IF
           END-READ.

       2900-GENERA-ENCABEZADO.
           ADD 1 TO WKS-NUM-PAG.
           MOVE SPACES TO LINEAR.
           MOVE WKS-ENC1 TO LINEAR.
           WRITE LINEAR AFTER PAGE.
           MOVE WKS-RES-FEC TO WKS-ERFEC.
           MOVE WKS-RES-HOR TO WKS-ERHOR.
           MOVE WKS-COR-FEC TO WKS-ECFEC.
           MOVE WKS-COR-HOR TO WKS-ECHOR.
           MOVE WKS-NUM-PAG TO WKS-EPAG.
           MOVE WKS-ENC2 TO LINEAR.
           WRITE LINEAR AFTER 1.
           MOVE WKS-ENC3 TO LINEAR.
           WRITE LINEAR AFTER 2.
           MOVE 4 TO WKS-CONT-LIN.

       2950-ESCRIBE-DETALLE.
           IF WKS-CONT-LIN > WKS-LIN-MAX
               PERFORM 2900-GENERA-ENCABEZADO.
           MOVE HIST-FECHA TO WKS-DFEC.
           MOVE HIST-HORA TO WKS-DHOR.
           MOVE HIST-ACCION TO WKS-DACC.
           MOVE HIST-ID-CLIENTE TO WKS-DCLI.
           MOVE HIST-OPERADOR TO WKS-DOPE.
           MOVE WKS-RESULTADO TO WKS-DRES.
           MOVE WKS-MOTIVO TO WKS-DMOT.
           MOVE WKS-DET TO LINEAR.
           WRITE LINEAR AFTER 1.
           ADD 1 TO WKS-CONT-LIN.

       2960-ESCRIBE-TOTALES.
           IF WKS-CONT-LIN > WKS-LIN-MAX - 8
               PERFORM 2900-GENERA-ENCABEZADO.
           MOVE SPACES TO LINEAR.
           WRITE LINEAR AFTER 1.
           MOVE "MOVIMIENTOS LEIDOS DE HIST-CLI" TO WKS-TTXT.
           MOVE WKS-R-LEI TO WKS-TVAL.
           PERFORM 2965-ESCRIBE-TOTAL.
           MOVE "YA INCLUIDOS EN EL RESPALDO" TO WKS-TTXT.
           MOVE WKS-R-PRE TO WKS-TVAL.
           PERFORM 2965-ESCRIBE-TOTAL.
           MOVE "APLICADOS" TO WKS-TTXT.
           MOVE WKS-R-APL TO WKS-TVAL.
           PERFORM 2965-ESCRIBE-TOTAL.
           MOVE "OMITIDOS" TO WKS-TTXT.
           MOVE WKS-R-OMI TO WKS-TVAL.
           PERFORM 2965-ESCRIBE-TOTAL.
           MOVE "EN CONFLICTO" TO WKS-TTXT.
           MOVE WKS-R-CNF TO WKS-TVAL.
           PERFORM 2965-ESCRIBE-TOTAL.
           MOVE "POSTERIORES AL CORTE (HIS-POS)" TO WKS-TTXT.
           MOVE WKS-R-POS TO WKS-TVAL.
           PERFORM 2965-ESCRIBE-TOTAL.
           MOVE "CLIENTES EN CLI-INDD" TO WKS-TTXT.
           MOVE WKS-C-CLI TO WKS-TVAL.
           PERFORM 2965-ESCRIBE-TOTAL.
           MOVE "CLIENTES ACTIVOS (CNT-CLI)" TO WKS-TTXT.
           MOVE WKS-R-ACT TO WKS-TVAL.
           PERFORM 2965-ESCRIBE-TOTAL.

       2965-ESCRIBE-TOTAL.
           MOVE WKS-TOT TO LINEAR.
           WRITE LINEAR AFTER 1.
           ADD 1 TO WKS-CONT-LIN.

       3000-FIN.
           MOVE 0 TO LOCK-ACTIVO.
           MOVE SPACES TO LOCK-PROGRAMA.
