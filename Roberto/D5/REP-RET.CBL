       IDENTIFICATION DIVISION.
       PROGRAM-ID. REP-RET.
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
           SELECT ARC-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-CLIENTE-ARC
           FILE STATUS IS WKS-STAT-ARC.
           SELECT HIST-CLI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WKS-STAT-HIS.
           SELECT SUC-TAB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLA-SUC-TAB
           FILE STATUS IS WKS-STAT-SUC.
           SELECT LOCK-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS COD-LOCK-CLI
           FILE STATUS IS WKS-STAT-LCK.
           SELECT REP-RET ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD CLI-INDD.
           COPY REGCLI.

       FD ARC-CLI.
           COPY ARCCLI.

       FD HIST-CLI.
           COPY AUDREG.

       FD SUC-TAB.
           COPY SUCTAB.

       FD LOCK-CLI.
           COPY LCKCLI.

       FD REP-RET.
       01 LINEAR           PIC X(132).

       WORKING-STORAGE SECTION.
       77 WKS-STAT-CLI     PIC XX.
       77 WKS-STAT-ARC     PIC XX.
       77 WKS-STAT-HIS     PIC XX.
       77 WKS-STAT-SUC     PIC XX.
       77 WKS-STAT-LCK     PIC XX.
       77 WKS-HAY-ARC      PIC 9.
       77 WKS-HAY-HIS      PIC 9.
       77 WKS-HAY-SUC      PIC 9.
       77 WKS-FIN-CLI      PIC 9.
       77 WKS-FIN-ARC      PIC 9.
       77 WKS-FIN-HIS      PIC 9.
       77 WKS-HALLADO      PIC 9.
       77 WKS-IMG-OK       PIC 9.
       77 WKS-AVISO        PIC 9.
       77 WKS-PRIMERA      PIC 9.
       77 WKS-SECCION      PIC 9.
       77 WKS-IX           PIC 9(04).
       77 WKS-CX           PIC 9(04).
       77 WKS-JX           PIC 9(04).
       77 WKS-TX           PIC 9(03).
       77 WKS-K            PIC 9.
       77 WKS-INGS         PIC 9(04).
       77 WKS-COHS         PIC 9(04).
       77 WKS-MOTS         PIC 9(03).
       77 WKS-CONT-LIN     PIC 99.
       77 WKS-LIN-MAX      PIC 99 VALUE 60.
       77 WKS-NUM-PAG      PIC 9(02).

      *    COHORTE POR MES ("M") O POR ANO ("A") DE INGRESO; LOS
      *    INGRESOS DEL RANGO SON LA POBLACION DE LA PRIMERA SECCION Y
      *    EL PERIODO DE MOVIMIENTOS EL DE LA SEGUNDA.
       01 WKS-TIPO-COH     PIC X.
       01 WKS-ING-DESDE    PIC 9(08).
       01 WKS-ING-HASTA    PIC 9(08).
       01 WKS-MOV-DESDE    PIC 9(08).
       01 WKS-MOV-HASTA    PIC 9(08).
       01 WKS-HOY          PIC 9(08).
       01 WKS-ANIV         PIC 9(08).
       01 WKS-POR          PIC 9(03)V9.
       01 WKS-EST-ANIV     PIC X.
       01 WKS-EST-ANT      PIC X.

      *    IMAGEN DE REG-CLI COMO LA GRABAN HIST-CLI Y ARC-CLI (VER
      *    REGCLI). SU POSICION 4 ES EL NOMBRE; EN LAS IMAGENES DE
      *    TARJETAS ADICIONALES ES LA CLAVE NUMERICA DE LA TARJETA.
       01 WKS-IMG.
           03 WKS-M-ID     PIC X(03).
           03 WKS-M-NOM1   PIC X(01).
           03 FILLER       PIC X(59).
           03 WKS-M-TAR    PIC X(01).
           03 WKS-M-NTAR   PIC X(20).
           03 WKS-M-ANUA   PIC X(07).
           03 WKS-M-ING    PIC X(08).
           03 WKS-M-EST    PIC X(01).
           03 WKS-M-MOT    PIC X(02).
           03 WKS-M-SUC    PIC X(02).
           03 WKS-M-FEST   PIC X(08).
           03 FILLER       PIC X(08).

      *    LLAVE DEL INGRESO A BUSCAR (LOS ID DEPURADOS SE REUSAN) Y
      *    ULTIMO ESTADO CONOCIDO PARA EL RESPALDO.
       01 WKS-BUS-ID       PIC 9(03).
       01 WKS-BUS-ING      PIC 9(08).
       01 WKS-R-EST        PIC X.
       01 WKS-R-FEST       PIC 9(08).
       01 WKS-R-BAJ        PIC 9(08).
       01 WKS-EV-EST       PIC X.
       01 WKS-EV-FEC       PIC 9(08).

      *    UN RENGLON POR INGRESO (ID + FECHA DE INGRESO) DEL RANGO.
      *    EL ESTADO EN CADA ANIVERSARIO SE RECONSTRUYE DE DOS
      *    MANERAS: WKS-N-BIT REPITIENDO EN ORDEN LOS CAMBIOS DE
      *    ESTADO DE LA BITACORA, Y WKS-N-RES CON EL ULTIMO ESTADO
      *    CONOCIDO Y SU FECHA (EST-CLI/FEC-EST-CLI, O LA BAJA DE
      *    ARC-CLI). SE USA LA BITACORA SI TIENE MOVIMIENTOS DEL
      *    CLIENTE. UN DUPLICADO FUSIONADO (FUS-CLI) NO CUENTA.
       01 WKS-ING-TAB.
           03 WKS-ING-ENT OCCURS 2000.
               05 WKS-N-ID      PIC 9(03).
               05 WKS-N-ING     PIC 9(08).
               05 WKS-N-SUC     PIC 9(02).
               05 WKS-N-FUS     PIC 9.
               05 WKS-N-HIS     PIC 9.
               05 WKS-N-RESS.
                   07 WKS-N-RES PIC X OCCURS 3.
               05 WKS-N-BITS.
                   07 WKS-N-BIT PIC X OCCURS 3.

      *    UN RENGLON POR COHORTE Y SUCURSAL; LA LLAVE ES AAAAMMSS
      *    (MES EN CEROS SI LA COHORTE ES POR ANO). WKS-C-ELE SON LOS
      *    QUE YA CUMPLIERON EL ANIVERSARIO Y WKS-C-ACT LOS QUE ESE
      *    DIA SEGUIAN ACTIVOS.
       01 WKS-COH-TAB.
           03 WKS-COH-ENT OCCURS 600.
               05 WKS-C-CLA     PIC 9(08).
               05 WKS-C-CIF.
                   07 WKS-C-ALT PIC 9(05).
                   07 WKS-C-ANI OCCURS 3.
                       09 WKS-C-ELE PIC 9(05).
                       09 WKS-C-ACT PIC 9(05).

       01 WKS-BUS-COH      PIC 9(08).
       01 WKS-ULT-CLA      PIC 9(08).
       01 WKS-MENOR        PIC 9(08).
       01 WKS-CLA-DES.
           03 WKS-CLA-ANO  PIC 9(04).
           03 WKS-CLA-MES  PIC 9(02).
           03 WKS-CLA-SUC  PIC 9(02).
       01 WKS-COH-ANT      PIC 9(06).
       01 WKS-COH-ACT      PIC 9(06).
       01 WKS-ING-FEC.
           03 WKS-ING-ANO  PIC 9(04).
           03 WKS-ING-MES  PIC 9(02).
           03 WKS-ING-DIA  PIC 9(02).

      *    CIFRAS DEL RENGLON A IMPRIMIR, SUBTOTAL DE LA COHORTE Y
      *    TOTAL GENERAL, CON LA MISMA FORMA QUE WKS-C-CIF.
       01 WKS-W-CIF.
           03 WKS-W-ALT    PIC 9(05).
           03 WKS-W-ANI OCCURS 3.
               05 WKS-W-ELE PIC 9(05).
               05 WKS-W-ACT PIC 9(05).
       01 WKS-S-CIF.
           03 WKS-S-ALT    PIC 9(05).
           03 WKS-S-ANI OCCURS 3.
               05 WKS-S-ELE PIC 9(05).
               05 WKS-S-ACT PIC 9(05).
       01 WKS-G-CIF.
           03 WKS-G-ALT    PIC 9(05).
           03 WKS-G-ANI OCCURS 3.
               05 WKS-G-ELE PIC 9(05).
               05 WKS-G-ACT PIC 9(05).

      *    SEGUNDA SECCION: UN RENGLON POR TIPO DE MOVIMIENTO ("B"
      *    BAJA APLICADA, "C" CANCELACION, "S" SUSPENSION), MOTIVO
      *    (MOT-EST) Y CLAVE DE TARJETA.
       01 WKS-MOT-TAB.
           03 WKS-MOT-ENT OCCURS 300.
               05 WKS-T-CLA.
                   07 WKS-T-TIPO PIC X.
                   07 WKS-T-MOT  PIC X(02).
                   07 WKS-T-TAR  PIC X.
               05 WKS-T-NTAR    PIC X(20).
               05 WKS-T-CNT     PIC 9(05).

       01 WKS-BUS-MOT.
           03 WKS-BUS-TIPO PIC X.
           03 WKS-BUS-MOTV PIC X(02).
           03 WKS-BUS-TAR  PIC X.
       01 WKS-BUS-NTAR     PIC X(20).
       01 WKS-ULT-MOT      PIC X(04).
       01 WKS-MENOR-MOT    PIC X(04).
       01 WKS-TIPO-ANT     PIC X.
       01 WKS-CNT-B        PIC 9(05).
       01 WKS-CNT-C        PIC 9(05).
       01 WKS-CNT-S        PIC 9(05).
       01 WKS-CNT-TIPO     PIC 9(05).
       01 WKS-SUB-TIPO     PIC 9(05).
       01 WKS-NOM-TIPO     PIC X(15).

       01 WKS-ENC1.
           03 FILLER       PIC X(28) VALUE SPACES.
           03 FILLER       PIC X(44)
                     VALUE "RETENCION DE CARTERA Y CAUSAS DE BAJA".

       01 WKS-ENC2.
           03 FILLER       PIC X(18)
                     VALUE "FECHA DE PROCESO: ".
           03 WKS-EFEC     PIC 9(08).
           03 FILLER       PIC X(46) VALUE SPACES.
           03 FILLER       PIC X(07) VALUE "PAG. : ".
           03 WKS-EPAG     PIC 9(02).

       01 WKS-ENCS1.
           03 FILLER       PIC X(33)
                     VALUE "RETENCION POR COHORTE DE INGRESO ".
           03 FILLER       PIC X(04) VALUE "POR ".
           03 WKS-ETCOH    PIC X(03).
           03 FILLER       PIC X(26)
                     VALUE " Y SUCURSAL. INGRESOS DEL ".
           03 WKS-EIDE     PIC 9(08).
           03 FILLER       PIC X(04) VALUE " AL ".
           03 WKS-EIHA     PIC 9(08).

       01 WKS-ENC3.
           03 FILLER       PIC X(40) VALUE SPACES.
           03 FILLER       PIC X(23)
                     VALUE "   ---1ER ANIVERSARIO--".
           03 FILLER       PIC X(23)
                     VALUE "   ---2DO ANIVERSARIO--".
           03 FILLER       PIC X(23)
                     VALUE "   ---3ER ANIVERSARIO--".

       01 WKS-ENC4.
           03 FILLER       PIC X(07) VALUE "COHORTE".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(03) VALUE "SUC".
           03 FILLER       PIC X(01) VALUE SPACES.
           03 FILLER       PIC X(20) VALUE "SUCURSAL".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(05) VALUE "ALTAS".
           03 FILLER       PIC X(23)
                     VALUE "   ELEG.  ACTIV  % ACT.".
           03 FILLER       PIC X(23)
                     VALUE "   ELEG.  ACTIV  % ACT.".
           03 FILLER       PIC X(23)
                     VALUE "   ELEG.  ACTIV  % ACT.".

       01 WKS-DET1.
           03 WKS-DPRE.
               05 WKS-DCOH     PIC X(07).
               05 FILLER       PIC X(02).
               05 WKS-DSUC     PIC 99.
               05 FILLER       PIC X(02).
               05 WKS-DNOM     PIC X(20).
               05 FILLER       PIC X(02).
           03 WKS-DLEY REDEFINES WKS-DPRE PIC X(35).
           03 WKS-DALT     PIC ZZZZ9.
           03 WKS-DANI OCCURS 3.
               05 FILLER       PIC X(03).
               05 WKS-DELE     PIC ZZZZ9.
               05 FILLER       PIC X(02).
               05 WKS-DACT     PIC ZZZZ9.
               05 FILLER       PIC X(02).
               05 WKS-DPORX.
                   07 WKS-DPOR PIC ZZ9.9.
                   07 WKS-DSIG PIC X.

       01 WKS-COH-ED.
           03 WKS-COH-EANO PIC 9(04).
           03 WKS-COH-EGUI PIC X.
           03 WKS-COH-EMES PIC 99.

       01 WKS-NOTA1.
           03 FILLER       PIC X(46) VALUE
                "ELEG. = INGRESOS QUE YA CUMPLIERON ESE ANIVERS".
           03 FILLER       PIC X(46) VALUE
                "ARIO; ACTIV = LOS QUE ESE DIA SEGUIAN ACTIVOS.".

       01 WKS-NOTA2.
           03 FILLER       PIC X(47) VALUE
                "EL ESTADO DE CADA ANIVERSARIO SALE DE HIST-CLI;".
           03 FILLER       PIC X(48) VALUE
                " SIN BITACORA DEL CLIENTE, DE EST-CLI/FEC-EST-CL".
           03 FILLER       PIC X(15) VALUE
                "I Y DE ARC-CLI.".

       01 WKS-ENCS2.
           03 FILLER       PIC X(29)
                     VALUE "CANCELACIONES Y SUSPENSIONES ".
           03 FILLER       PIC X(29)
                     VALUE "POR MOTIVO Y TARJETA. PERIODO".
           03 FILLER       PIC X(05) VALUE " DEL ".
           03 WKS-EMDE     PIC 9(08).
           03 FILLER       PIC X(04) VALUE " AL ".
           03 WKS-EMHA     PIC 9(08).

       01 WKS-ENC5.
           03 FILLER       PIC X(15) VALUE "MOVIMIENTO".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(06) VALUE "MOTIVO".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(20) VALUE "TIPO DE TARJETA".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 FILLER       PIC X(05) VALUE "CASOS".
           03 FILLER       PIC X(03) VALUE SPACES.
           03 FILLER       PIC X(10) VALUE "% DEL TIPO".

       01 WKS-DET2.
           03 WKS-XTIP     PIC X(15).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-XMOT     PIC X(06).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-XTAR     PIC X(20).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 WKS-XCNT     PIC ZZZZ9.
           03 FILLER       PIC X(05) VALUE SPACES.
           03 WKS-XPOR     PIC ZZ9.9.
           03 FILLER       PIC X(01) VALUE "%".

       01 WKS-SUB2.
           03 FILLER       PIC X(06) VALUE "TOTAL ".
           03 WKS-YTIP     PIC X(15).
           03 FILLER       PIC X(26) VALUE SPACES.
           03 WKS-YCNT     PIC ZZZZ9.

       01 WKS-TOT2.
           03 FILLER       PIC X(47) VALUE
                "TOTAL DE CANCELACIONES, SUSPENSIONES Y BAJAS : ".
           03 WKS-ZCNT     PIC ZZZZ9.

       01 WKS-NOTA3.
           03 FILLER       PIC X(45) VALUE
                "BAJA APLICADA = CLIENTE ARCHIVADO POR AUT-BAJ".
           03 FILLER       PIC X(45) VALUE
                " O MAN-CLI; (S/M) = SIN MOTIVO CAPTURADO.".

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-LEE-BITACORA UNTIL WKS-FIN-HIS = 1.
           PERFORM 2300-LEE-ARCHIVADOS UNTIL WKS-FIN-ARC = 1.
           PERFORM 2400-LEE-CLIENTES UNTIL WKS-FIN-CLI = 1.
           MOVE 1 TO WKS-IX.
           PERFORM 2600-ACUMULA-INGRESO UNTIL WKS-IX > WKS-INGS.
           OPEN OUTPUT REP-RET.
           MOVE 0 TO WKS-NUM-PAG.
           PERFORM 2800-IMPRIME-RETENCION.
           PERFORM 2900-IMPRIME-MOTIVOS.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
      *    REVISAR EL LOCK ANTES DE LEER, IGUAL QUE DUP-CLI, PARA
      *    NO REPORTAR DATOS A MEDIO ACTUALIZAR.
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

           DISPLAY "REPORTE DE RETENCION POR COHORTE Y CAUSAS DE BAJA".
           DISPLAY "COHORTES POR MES O POR ANO DE INGRESO:(M/A)".
           ACCEPT WKS-TIPO-COH.
           IF WKS-TIPO-COH NOT = "A"
               MOVE "M" TO WKS-TIPO-COH.
           DISPLAY "INGRESOS DESDE:(AAAAMMDD)".
           ACCEPT WKS-ING-DESDE.
           DISPLAY "INGRESOS HASTA:(AAAAMMDD,0=HOY)".
           ACCEPT WKS-ING-HASTA.
           DISPLAY "CANCELACIONES Y SUSPENSIONES DESDE:(AAAAMMDD)".
           ACCEPT WKS-MOV-DESDE.
           DISPLAY "CANCELACIONES Y SUSPENSIONES HASTA:"
               "(AAAAMMDD,0=HOY)".
           ACCEPT WKS-MOV-HASTA.
           ACCEPT WKS-HOY FROM DATE YYYYMMDD.
           IF WKS-ING-HASTA = 0
               MOVE WKS-HOY TO WKS-ING-HASTA.
           IF WKS-MOV-HASTA = 0
               MOVE WKS-HOY TO WKS-MOV-HASTA.

           OPEN INPUT CLI-INDD.
           IF WKS-STAT-CLI = "35"
               DISPLAY "NO EXISTE EL ARCHIVO DE CLIENTES (CLI-INDD)."
               STOP RUN.
           MOVE 0 TO WKS-FIN-CLI.

      *    SIN BITACORA EL ESTADO DE CADA ANIVERSARIO SE DEDUCE DEL
      *    ULTIMO CAMBIO DE ESTADO, Y LA SEGUNDA SECCION SE ARMA CON
      *    EL ESTADO ACTUAL DE LOS CLIENTES Y CON ARC-CLI.
           MOVE 1 TO WKS-HAY-HIS.
           MOVE 0 TO WKS-FIN-HIS.
           OPEN INPUT HIST-CLI.
           IF WKS-STAT-HIS = "35"
               MOVE 0 TO WKS-HAY-HIS
               MOVE 1 TO WKS-FIN-HIS.

           MOVE 1 TO WKS-HAY-ARC.
           MOVE 0 TO WKS-FIN-ARC.
           OPEN INPUT ARC-CLI.
           IF WKS-STAT-ARC = "35"
               MOVE 0 TO WKS-HAY-ARC
               MOVE 1 TO WKS-FIN-ARC.

           MOVE 1 TO WKS-HAY-SUC.
           OPEN INPUT SUC-TAB.
           IF WKS-STAT-SUC = "35"
               MOVE 0 TO WKS-HAY-SUC.

           MOVE 0 TO WKS-INGS.
           MOVE 0 TO WKS-COHS.
           MOVE 0 TO WKS-MOTS.
           MOVE 0 TO WKS-AVISO.
           MOVE 0 TO WKS-CNT-B.
           MOVE 0 TO WKS-CNT-C.
           MOVE 0 TO WKS-CNT-S.

       2000-LEE-BITACORA.
      *    LA BITACORA VA EN ORDEN CRONOLOGICO, ASI QUE CADA CAMBIO
      *    DE ESTADO SE APLICA SOBRE EL ANTERIOR.
           READ HIST-CLI
               AT END MOVE 1 TO WKS-FIN-HIS
               NOT AT END
                   IF HIST-ACCION = "A"
                       PERFORM 2020-MOVIMIENTO-ALTA
                   ELSE IF HIST-ACCION = "C"
                       PERFORM 2030-MOVIMIENTO-CAMBIO
                       ELSE IF HIST-ACCION = "D"
                           PERFORM 2040-MOVIMIENTO-BAJA
                       END-IF
                   END-IF
           END-READ.

       2020-MOVIMIENTO-ALTA.
      *    ALTA, REINSTALACION O CARGA POR INTERFAZ; LAS ALTAS DE
      *    TARJETAS ADICIONALES Y LAS RESTAURACIONES DE DEP-CLI NO
      *    LLEVAN LA IMAGEN DEL CLIENTE.
           MOVE HIST-DESPUES TO WKS-IMG.
           PERFORM 8050-VALIDA-IMAGEN.
           IF WKS-IMG-OK = 1
               MOVE 0 TO WKS-R-BAJ
               PERFORM 2050-REGISTRA-IMAGEN
               IF WKS-HALLADO = 1
                   MOVE WKS-M-EST TO WKS-EV-EST
                   MOVE HIST-FECHA TO WKS-EV-FEC
                   PERFORM 8300-APLICA-EVENTO
               END-IF
           END-IF.

       2030-MOVIMIENTO-CAMBIO.
      *    SOLO INTERESAN LOS CAMBIOS QUE MUEVEN EST-CLI; LOS DEMAS
      *    (DATOS, TARJETA, TRASPASO, ANUALIDAD) NO AFECTAN LA
      *    RETENCION.
           MOVE HIST-ANTES TO WKS-IMG.
           MOVE WKS-M-EST TO WKS-EST-ANT.
           MOVE HIST-DESPUES TO WKS-IMG.
           PERFORM 8050-VALIDA-IMAGEN.
           IF WKS-IMG-OK = 1
               AND WKS-M-EST NOT = WKS-EST-ANT
               MOVE 0 TO WKS-R-BAJ
               PERFORM 2050-REGISTRA-IMAGEN
               MOVE WKS-M-EST TO WKS-EV-EST
               MOVE HIST-FECHA TO WKS-EV-FEC
               IF WKS-HALLADO = 1
                   PERFORM 8300-APLICA-EVENTO
               END-IF
               IF WKS-M-EST = "S" OR WKS-M-EST = "C"
                   MOVE WKS-M-EST TO WKS-BUS-TIPO
                   PERFORM 2700-CUENTA-MOTIVO
               END-IF
           END-IF.

       2040-MOVIMIENTO-BAJA.
      *    "D" ES UNA BAJA APLICADA (AUT-BAJ, MAN-CLI), UNA
      *    DEPURACION DE DEP-CLI (EL CLIENTE YA ESTABA CANCELADO) O
      *    UN DUPLICADO QUE FUS-CLI FUSIONO CON OTRO CLIENTE.
           MOVE HIST-ANTES TO WKS-IMG.
           PERFORM 8050-VALIDA-IMAGEN.
           IF WKS-IMG-OK = 1
               IF HIST-DESPUES (1:9) = "FUSIONADO"
                   MOVE 0 TO WKS-R-BAJ
                   PERFORM 2050-REGISTRA-IMAGEN
                   IF WKS-HALLADO = 1
                       MOVE 1 TO WKS-N-FUS (WKS-IX)
                   END-IF
               ELSE
                   IF HIST-DESPUES (1:8) = "DEPURADO"
                       MOVE 0 TO WKS-R-BAJ
                       PERFORM 2050-REGISTRA-IMAGEN
                   ELSE
                       MOVE HIST-FECHA TO WKS-R-BAJ
                       PERFORM 2050-REGISTRA-IMAGEN
                       MOVE "B" TO WKS-EV-EST
                       MOVE HIST-FECHA TO WKS-EV-FEC
                       IF WKS-HALLADO = 1
                           PERFORM 8300-APLICA-EVENTO
                       END-IF
                       MOVE "B" TO WKS-BUS-TIPO
                       PERFORM 2700-CUENTA-MOTIVO
                   END-IF
               END-IF
           END-IF.

       2050-REGISTRA-IMAGEN.
      *    DA DE ALTA (O ENCUENTRA) EL INGRESO DE LA IMAGEN EN WKS-IMG
      *    Y LE DEJA COMO RESPALDO EL ESTADO DE ESA IMAGEN; WKS-R-BAJ
      *    TRAE LA FECHA DE BAJA, SI LA HUBO. CADA FUENTE POSTERIOR
      *    (ARC-CLI Y AL FINAL CLI-INDD) SOBREESCRIBE A LA ANTERIOR.
           MOVE WKS-M-ID TO WKS-BUS-ID.
           MOVE WKS-M-ING TO WKS-BUS-ING.
           PERFORM 8100-BUSCA-INGRESO.
           IF WKS-HALLADO = 1
               MOVE WKS-M-EST TO WKS-R-EST
               MOVE 0 TO WKS-R-FEST
               IF WKS-M-FEST IS NUMERIC
                   MOVE WKS-M-FEST TO WKS-R-FEST
               END-IF
               IF WKS-M-SUC IS NUMERIC
                   MOVE WKS-M-SUC TO WKS-N-SUC (WKS-IX)
               END-IF
               PERFORM 8200-ESTADO-RESPALDO
           END-IF.

       2300-LEE-ARCHIVADOS.
      *    UN CLIENTE ARCHIVADO SIGUE CONTANDO EN SU COHORTE: DEJO DE
      *    ESTAR ACTIVO EL DIA DE SU BAJA.
           READ ARC-CLI NEXT
               AT END MOVE 1 TO WKS-FIN-ARC
               NOT AT END
                   MOVE IMAGEN-ARC TO WKS-IMG
                   MOVE ID-CLIENTE-ARC TO WKS-M-ID
                   IF WKS-M-ING IS NUMERIC
                       MOVE FEC-BAJA-ARC TO WKS-R-BAJ
                       PERFORM 2050-REGISTRA-IMAGEN
                       IF WKS-HAY-HIS = 0
                           MOVE "B" TO WKS-BUS-TIPO
                           MOVE FEC-BAJA-ARC TO WKS-EV-FEC
                           PERFORM 2700-CUENTA-MOTIVO
                       END-IF
                   END-IF
           END-READ.

       2400-LEE-CLIENTES.
           READ CLI-INDD NEXT
               AT END MOVE 1 TO WKS-FIN-CLI
               NOT AT END
                   MOVE REG-CLI TO WKS-IMG
                   MOVE 0 TO WKS-R-BAJ
                   PERFORM 2050-REGISTRA-IMAGEN
                   IF WKS-HAY-HIS = 0
                       AND (EST-CLI = "S" OR EST-CLI = "C")
                       MOVE EST-CLI TO WKS-BUS-TIPO
                       MOVE FEC-EST-CLI TO WKS-EV-FEC
                       PERFORM 2700-CUENTA-MOTIVO
                   END-IF
           END-READ.

       2600-ACUMULA-INGRESO.
           IF WKS-N-FUS (WKS-IX) = 0
               MOVE WKS-N-ING (WKS-IX) TO WKS-ING-FEC
               IF WKS-TIPO-COH = "A"
                   MOVE 0 TO WKS-ING-MES
               END-IF
               COMPUTE WKS-BUS-COH = WKS-ING-ANO * 10000
                   + WKS-ING-MES * 100 + WKS-N-SUC (WKS-IX)
               PERFORM 2610-BUSCA-COHORTE
               IF WKS-HALLADO = 1
                   ADD 1 TO WKS-C-ALT (WKS-CX)
                   MOVE 1 TO WKS-K
                   PERFORM 2620-ACUMULA-ANIVERSARIO UNTIL WKS-K > 3
               END-IF
           END-IF.
           ADD 1 TO WKS-IX.

       2610-BUSCA-COHORTE.
           MOVE 0 TO WKS-HALLADO.
           MOVE 1 TO WKS-CX.
           PERFORM 2615-COMPARA-COHORTE UNTIL WKS-HALLADO = 1
               OR WKS-CX > WKS-COHS.
           IF WKS-HALLADO = 0
               IF WKS-COHS < 600
                   ADD 1 TO WKS-COHS
                   MOVE WKS-COHS TO WKS-CX
                   MOVE WKS-BUS-COH TO WKS-C-CLA (WKS-CX)
                   MOVE ZEROES TO WKS-C-CIF (WKS-CX)
                   MOVE 1 TO WKS-HALLADO
               ELSE
                   IF WKS-AVISO < 2
                       MOVE 2 TO WKS-AVISO
                       DISPLAY "MAS DE 600 COHORTES; ACORTE EL RANGO."
                   END-IF
               END-IF.

       2615-COMPARA-COHORTE.
           IF WKS-C-CLA (WKS-CX) = WKS-BUS-COH
               MOVE 1 TO WKS-HALLADO
           ELSE
               ADD 1 TO WKS-CX.

       2620-ACUMULA-ANIVERSARIO.
      *    SOLO CUENTA EL ANIVERSARIO QUE YA LLEGO.
           COMPUTE WKS-ANIV = WKS-N-ING (WKS-IX) + WKS-K * 10000.
           IF WKS-ANIV NOT > WKS-HOY
               ADD 1 TO WKS-C-ELE (WKS-CX, WKS-K)
               IF WKS-N-HIS (WKS-IX) = 1
                   MOVE WKS-N-BIT (WKS-IX, WKS-K) TO WKS-EST-ANIV
               ELSE
                   MOVE WKS-N-RES (WKS-IX, WKS-K) TO WKS-EST-ANIV
               END-IF
               IF WKS-EST-ANIV = "A"
                   ADD 1 TO WKS-C-ACT (WKS-CX, WKS-K)
               END-IF
           END-IF.
           ADD 1 TO WKS-K.

       2700-CUENTA-MOTIVO.
      *    WKS-BUS-TIPO TRAE EL TIPO, WKS-EV-FEC LA FECHA Y WKS-IMG
      *    (O REG-CLI) EL MOTIVO Y LA TARJETA DEL CLIENTE.
           IF WKS-EV-FEC NOT < WKS-MOV-DESDE
               AND WKS-EV-FEC NOT > WKS-MOV-HASTA
               MOVE WKS-M-MOT TO WKS-BUS-MOTV
               MOVE WKS-M-TAR TO WKS-BUS-TAR
               MOVE WKS-M-NTAR TO WKS-BUS-NTAR
               PERFORM 2710-BUSCA-MOTIVO
               IF WKS-HALLADO = 1
                   ADD 1 TO WKS-T-CNT (WKS-TX)
                   IF WKS-BUS-TIPO = "B"
                       ADD 1 TO WKS-CNT-B
                   ELSE IF WKS-BUS-TIPO = "C"
                       ADD 1 TO WKS-CNT-C
                       ELSE
                           ADD 1 TO WKS-CNT-S
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2710-BUSCA-MOTIVO.
           MOVE 0 TO WKS-HALLADO.
           MOVE 1 TO WKS-TX.
           PERFORM 2715-COMPARA-MOTIVO UNTIL WKS-HALLADO = 1
               OR WKS-TX > WKS-MOTS.
           IF WKS-HALLADO = 0
               IF WKS-MOTS < 300
                   ADD 1 TO WKS-MOTS
                   MOVE WKS-MOTS TO WKS-TX
                   MOVE WKS-BUS-MOT TO WKS-T-CLA (WKS-TX)
                   MOVE WKS-BUS-NTAR TO WKS-T-NTAR (WKS-TX)
                   MOVE 0 TO WKS-T-CNT (WKS-TX)
                   MOVE 1 TO WKS-HALLADO
               ELSE
                   IF WKS-AVISO < 3
                       MOVE 3 TO WKS-AVISO
                       DISPLAY "MAS DE 300 MOTIVOS; ACORTE EL PERIODO."
                   END-IF
               END-IF.

       2715-COMPARA-MOTIVO.
           IF WKS-T-CLA (WKS-TX) = WKS-BUS-MOT
               MOVE 1 TO WKS-HALLADO
           ELSE
               ADD 1 TO WKS-TX.

       2100-GENERA-ENCABEZADO.
           ADD 1 TO WKS-NUM-PAG.
           MOVE SPACES TO LINEAR.
           MOVE WKS-ENC1 TO LINEAR.
           WRITE LINEAR AFTER PAGE.
           MOVE WKS-HOY TO WKS-EFEC.
           MOVE WKS-NUM-PAG TO WKS-EPAG.
           MOVE WKS-ENC2 TO LINEAR.
           WRITE LINEAR AFTER 1.
           IF WKS-SECCION = 1
               MOVE "MES" TO WKS-ETCOH
               IF WKS-TIPO-COH = "A"
                   MOVE "ANO" TO WKS-ETCOH
               END-IF
               MOVE WKS-ING-DESDE TO WKS-EIDE
               MOVE WKS-ING-HASTA TO WKS-EIHA
               MOVE WKS-ENCS1 TO LINEAR
               WRITE LINEAR AFTER 2
               MOVE WKS-ENC3 TO LINEAR
               WRITE LINEAR AFTER 2
               MOVE WKS-ENC4 TO LINEAR
               WRITE LINEAR AFTER 1
           ELSE
               MOVE WKS-MOV-DESDE TO WKS-EMDE
               MOVE WKS-MOV-HASTA TO WKS-EMHA
               MOVE WKS-ENCS2 TO LINEAR
               WRITE LINEAR AFTER 2
               MOVE WKS-ENC5 TO LINEAR
               WRITE LINEAR AFTER 2.
           MOVE 8 TO WKS-CONT-LIN.

       2800-IMPRIME-RETENCION.
      *    LAS COHORTES SALEN EN ORDEN DE LLAVE (COHORTE Y SUCURSAL)
      *    BUSCANDO CADA VEZ LA MENOR QUE FALTA POR IMPRIMIR.
           MOVE 1 TO WKS-SECCION.
           PERFORM 2100-GENERA-ENCABEZADO.
           MOVE ZEROES TO WKS-G-CIF.
           MOVE 0 TO WKS-ULT-CLA.
           MOVE 1 TO WKS-PRIMERA.
           PERFORM 2810-BUSCA-MENOR.
           PERFORM 2820-IMPRIME-COHORTE UNTIL WKS-CX = 0.
           IF WKS-PRIMERA = 0
               PERFORM 2840-CIERRA-COHORTE.

           MOVE SPACES TO WKS-DET1.
           MOVE "TOTAL GENERAL" TO WKS-DLEY.
           MOVE WKS-G-CIF TO WKS-W-CIF.
           PERFORM 2860-EDITA-CIFRAS.
           MOVE WKS-DET1 TO LINEAR.
           WRITE LINEAR AFTER 2.
           MOVE WKS-NOTA1 TO LINEAR.
           WRITE LINEAR AFTER 2.
           MOVE WKS-NOTA2 TO LINEAR.
           WRITE LINEAR AFTER 1.

       2810-BUSCA-MENOR.
           MOVE 0 TO WKS-CX.
           MOVE 99999999 TO WKS-MENOR.
           MOVE 1 TO WKS-JX.
           PERFORM 2815-COMPARA-MENOR UNTIL WKS-JX > WKS-COHS.

       2815-COMPARA-MENOR.
           IF WKS-C-CLA (WKS-JX) > WKS-ULT-CLA
               AND WKS-C-CLA (WKS-JX) < WKS-MENOR
               MOVE WKS-C-CLA (WKS-JX) TO WKS-MENOR
               MOVE WKS-JX TO WKS-CX.
           ADD 1 TO WKS-JX.

       2820-IMPRIME-COHORTE.
           MOVE WKS-C-CLA (WKS-CX) TO WKS-ULT-CLA.
           MOVE WKS-ULT-CLA TO WKS-CLA-DES.
           COMPUTE WKS-COH-ACT = WKS-CLA-ANO * 100 + WKS-CLA-MES.
           IF WKS-PRIMERA = 1
               MOVE 0 TO WKS-PRIMERA
               PERFORM 2830-INICIA-COHORTE
           ELSE
               IF WKS-COH-ACT NOT = WKS-COH-ANT
                   PERFORM 2840-CIERRA-COHORTE
                   PERFORM 2830-INICIA-COHORTE
                   MOVE WKS-ULT-CLA TO WKS-CLA-DES
               END-IF
           END-IF.

           IF WKS-CONT-LIN > WKS-LIN-MAX
               PERFORM 2100-GENERA-ENCABEZADO.
           MOVE SPACES TO WKS-DET1.
           PERFORM 2850-EDITA-COHORTE.
           MOVE WKS-COH-ED TO WKS-DCOH.
           MOVE WKS-CLA-SUC TO WKS-DSUC.
           PERFORM 8500-NOMBRE-SUCURSAL.
           MOVE WKS-C-CIF (WKS-CX) TO WKS-W-CIF.
           PERFORM 2860-EDITA-CIFRAS.
           MOVE WKS-DET1 TO LINEAR.
           WRITE LINEAR AFTER 1.
           ADD 1 TO WKS-CONT-LIN.

           ADD WKS-W-ALT TO WKS-S-ALT.
           MOVE 1 TO WKS-K.
           PERFORM 2825-SUMA-COHORTE UNTIL WKS-K > 3.
           PERFORM 2810-BUSCA-MENOR.

       2825-SUMA-COHORTE.
           ADD WKS-W-ELE (WKS-K) TO WKS-S-ELE (WKS-K).
           ADD WKS-W-ACT (WKS-K) TO WKS-S-ACT (WKS-K).
           ADD 1 TO WKS-K.

       2830-INICIA-COHORTE.
           MOVE WKS-COH-ACT TO WKS-COH-ANT.
           MOVE ZEROES TO WKS-S-CIF.

       2840-CIERRA-COHORTE.
           IF WKS-CONT-LIN > WKS-LIN-MAX
               PERFORM 2100-GENERA-ENCABEZADO.
           MOVE SPACES TO WKS-DET1.
           MOVE WKS-COH-ANT TO WKS-CLA-DES (1:6).
           PERFORM 2850-EDITA-COHORTE.
           MOVE "TOTAL DE LA COHORTE" TO WKS-DLEY.
           MOVE WKS-COH-ED TO WKS-DLEY (21:7).
           MOVE WKS-S-CIF TO WKS-W-CIF.
           PERFORM 2860-EDITA-CIFRAS.
           MOVE WKS-DET1 TO LINEAR.
           WRITE LINEAR AFTER 1.
           MOVE SPACES TO LINEAR.
           WRITE LINEAR AFTER 1.
           ADD 2 TO WKS-CONT-LIN.

           ADD WKS-S-ALT TO WKS-G-ALT.
           MOVE 1 TO WKS-K.
           PERFORM 2845-SUMA-GENERAL UNTIL WKS-K > 3.

       2845-SUMA-GENERAL.
           ADD WKS-S-ELE (WKS-K) TO WKS-G-ELE (WKS-K).
           ADD WKS-S-ACT (WKS-K) TO WKS-G-ACT (WKS-K).
           ADD 1 TO WKS-K.

       2850-EDITA-COHORTE.
      *    AAAA-MM PARA COHORTES MENSUALES, AAAA PARA ANUALES.
           MOVE SPACES TO WKS-COH-ED.
           MOVE WKS-CLA-ANO TO WKS-COH-EANO.
           IF WKS-TIPO-COH = "M"
               MOVE "-" TO WKS-COH-EGUI
               MOVE WKS-CLA-MES TO WKS-COH-EMES.

       2860-EDITA-CIFRAS.
           MOVE WKS-W-ALT TO WKS-DALT.
           MOVE 1 TO WKS-K.
           PERFORM 2865-EDITA-ANIVERSARIO UNTIL WKS-K > 3.

       2865-EDITA-ANIVERSARIO.
      *    SIN NADIE QUE HAYA CUMPLIDO EL ANIVERSARIO NO HAY
      *    PORCENTAJE QUE MOSTRAR.
           MOVE WKS-W-ELE (WKS-K) TO WKS-DELE (WKS-K).
           MOVE WKS-W-ACT (WKS-K) TO WKS-DACT (WKS-K).
           IF WKS-W-ELE (WKS-K) = 0
               MOVE "   -- " TO WKS-DPORX (WKS-K)
           ELSE
               COMPUTE WKS-POR ROUNDED =
                   WKS-W-ACT (WKS-K) * 100 / WKS-W-ELE (WKS-K)
               MOVE WKS-POR TO WKS-DPOR (WKS-K)
               MOVE "%" TO WKS-DSIG (WKS-K).
           ADD 1 TO WKS-K.

       2900-IMPRIME-MOTIVOS.
           MOVE 2 TO WKS-SECCION.
           PERFORM 2100-GENERA-ENCABEZADO.
           MOVE LOW-VALUES TO WKS-ULT-MOT.
           MOVE SPACE TO WKS-TIPO-ANT.
           PERFORM 2910-BUSCA-MENOR-MOTIVO.
           PERFORM 2920-IMPRIME-MOTIVO UNTIL WKS-TX = 0.
           IF WKS-TIPO-ANT NOT = SPACE
               PERFORM 2940-CIERRA-TIPO.

           COMPUTE WKS-ZCNT = WKS-CNT-B + WKS-CNT-C + WKS-CNT-S.
           MOVE WKS-TOT2 TO LINEAR.
           WRITE LINEAR AFTER 2.
           MOVE WKS-NOTA3 TO LINEAR.
           WRITE LINEAR AFTER 2.

       2910-BUSCA-MENOR-MOTIVO.
           MOVE 0 TO WKS-TX.
           MOVE HIGH-VALUES TO WKS-MENOR-MOT.
           MOVE 1 TO WKS-JX.
           PERFORM 2915-COMPARA-MENOR-MOTIVO UNTIL WKS-JX > WKS-MOTS.

       2915-COMPARA-MENOR-MOTIVO.
           IF WKS-T-CLA (WKS-JX) > WKS-ULT-MOT
               AND WKS-T-CLA (WKS-JX) < WKS-MENOR-MOT
               MOVE WKS-T-CLA (WKS-JX) TO WKS-MENOR-MOT
               MOVE WKS-JX TO WKS-TX.
           ADD 1 TO WKS-JX.

       2920-IMPRIME-MOTIVO.
           MOVE WKS-T-CLA (WKS-TX) TO WKS-ULT-MOT.
           IF WKS-T-TIPO (WKS-TX) NOT = WKS-TIPO-ANT
               IF WKS-TIPO-ANT NOT = SPACE
                   PERFORM 2940-CIERRA-TIPO
               END-IF
               PERFORM 2930-INICIA-TIPO
           END-IF.

           IF WKS-CONT-LIN > WKS-LIN-MAX
               PERFORM 2100-GENERA-ENCABEZADO.
           MOVE WKS-NOM-TIPO TO WKS-XTIP.
           MOVE WKS-T-MOT (WKS-TX) TO WKS-XMOT.
           IF WKS-T-MOT (WKS-TX) = SPACES
               MOVE "(S/M)" TO WKS-XMOT.
           MOVE WKS-T-NTAR (WKS-TX) TO WKS-XTAR.
           MOVE WKS-T-CNT (WKS-TX) TO WKS-XCNT.
           MOVE 0 TO WKS-POR.
           IF WKS-CNT-TIPO > 0
               COMPUTE WKS-POR ROUNDED =
                   WKS-T-CNT (WKS-TX) * 100 / WKS-CNT-TIPO.
           MOVE WKS-POR TO WKS-XPOR.
           MOVE WKS-DET2 TO LINEAR.
           WRITE LINEAR AFTER 1.
           ADD 1 TO WKS-CONT-LIN.
           ADD WKS-T-CNT (WKS-TX) TO WKS-SUB-TIPO.
           PERFORM 2910-BUSCA-MENOR-MOTIVO.

       2930-INICIA-TIPO.
           MOVE WKS-T-TIPO (WKS-TX) TO WKS-TIPO-ANT.
           MOVE 0 TO WKS-SUB-TIPO.
           IF WKS-TIPO-ANT = "B"
               MOVE "BAJA APLICADA" TO WKS-NOM-TIPO
               MOVE WKS-CNT-B TO WKS-CNT-TIPO
           ELSE IF WKS-TIPO-ANT = "C"
               MOVE "CANCELACION" TO WKS-NOM-TIPO
               MOVE WKS-CNT-C TO WKS-CNT-TIPO
               ELSE
                   MOVE "SUSPENSION" TO WKS-NOM-TIPO
                   MOVE WKS-CNT-S TO WKS-CNT-TIPO.

       2940-CIERRA-TIPO.
           MOVE WKS-NOM-TIPO TO WKS-YTIP.
           MOVE WKS-SUB-TIPO TO WKS-YCNT.
           MOVE WKS-SUB2 TO LINEAR.
           WRITE LINEAR AFTER 1.
           MOVE SPACES TO LINEAR.
           WRITE LINEAR AFTER 1.
           ADD 2 TO WKS-CONT-LIN.

       8050-VALIDA-IMAGEN.
      *    UNA IMAGEN DE REG-CLI EMPIEZA CON LA LLAVE DEL MOVIMIENTO Y
      *    TRAE NUMERICOS CLA-TAR, ANUA, FEC-ING Y FEC-EST-CLI, Y UN
      *    EST-CLI VALIDO. ASI SE DESCARTAN LAS DE TAR-CLI (CLAVE DE
      *    TARJETA EN LA POSICION 4), LAS DE CON-CLI (CUYO TELEFONO
      *    CAE DONDE IRIA FEC-ING) Y LOS TEXTOS.
           MOVE 0 TO WKS-IMG-OK.
           IF WKS-M-ID = HIST-ID-CLIENTE
               AND WKS-M-NOM1 IS NOT NUMERIC
               AND WKS-M-TAR IS NUMERIC
               AND WKS-M-ANUA IS NUMERIC
               AND WKS-M-ING IS NUMERIC
               AND WKS-M-FEST IS NUMERIC
               AND (WKS-M-EST = "A" OR "S" OR "C")
               MOVE 1 TO WKS-IMG-OK.

       8100-BUSCA-INGRESO.
      *    BUSCA EL INGRESO WKS-BUS-ID / WKS-BUS-ING Y LO DA DE ALTA
      *    SI CAE EN EL RANGO; DEJA SU INDICE EN WKS-IX.
           MOVE 0 TO WKS-HALLADO.
           IF WKS-BUS-ING NOT < WKS-ING-DESDE
               AND WKS-BUS-ING NOT > WKS-ING-HASTA
               MOVE 1 TO WKS-IX
               PERFORM 8110-COMPARA-INGRESO UNTIL WKS-HALLADO = 1
                   OR WKS-IX > WKS-INGS
               IF WKS-HALLADO = 0
                   PERFORM 8120-AGREGA-INGRESO
               END-IF
           END-IF.

       8110-COMPARA-INGRESO.
           IF WKS-N-ID (WKS-IX) = WKS-BUS-ID
               AND WKS-N-ING (WKS-IX) = WKS-BUS-ING
               MOVE 1 TO WKS-HALLADO
           ELSE
               ADD 1 TO WKS-IX.

       8120-AGREGA-INGRESO.
           IF WKS-INGS < 2000
               ADD 1 TO WKS-INGS
               MOVE WKS-INGS TO WKS-IX
               MOVE WKS-BUS-ID TO WKS-N-ID (WKS-IX)
               MOVE WKS-BUS-ING TO WKS-N-ING (WKS-IX)
               MOVE 0 TO WKS-N-SUC (WKS-IX)
               MOVE 0 TO WKS-N-FUS (WKS-IX)
               MOVE 0 TO WKS-N-HIS (WKS-IX)
               MOVE "AAA" TO WKS-N-RESS (WKS-IX)
               MOVE "AAA" TO WKS-N-BITS (WKS-IX)
               MOVE 1 TO WKS-HALLADO
           ELSE
               IF WKS-AVISO = 0
                   MOVE 1 TO WKS-AVISO
                   DISPLAY "MAS DE 2000 INGRESOS; ACORTE EL RANGO."
               END-IF.

       8200-ESTADO-RESPALDO.
      *    CON SOLO EL ULTIMO CAMBIO DE ESTADO: SI FUE DESPUES DEL
      *    ANIVERSARIO, ESE DIA EL CLIENTE SEGUIA ACTIVO.
           MOVE 1 TO WKS-K.
           PERFORM 8210-RESPALDO-ANIVERSARIO UNTIL WKS-K > 3.

       8210-RESPALDO-ANIVERSARIO.
           COMPUTE WKS-ANIV = WKS-N-ING (WKS-IX) + WKS-K * 10000.
           IF WKS-R-BAJ > 0 AND WKS-R-BAJ NOT > WKS-ANIV
               MOVE "B" TO WKS-N-RES (WKS-IX, WKS-K)
           ELSE
               IF WKS-R-EST = "A" OR WKS-R-FEST > WKS-ANIV
                   MOVE "A" TO WKS-N-RES (WKS-IX, WKS-K)
               ELSE
                   MOVE WKS-R-EST TO WKS-N-RES (WKS-IX, WKS-K)
               END-IF
           END-IF.
           ADD 1 TO WKS-K.

       8300-APLICA-EVENTO.
      *    EL CAMBIO A WKS-EV-EST DEL DIA WKS-EV-FEC VALE PARA LOS
      *    ANIVERSARIOS DE ESE DIA EN ADELANTE.
           MOVE 1 TO WKS-N-HIS (WKS-IX).
           MOVE 1 TO WKS-K.
           PERFORM 8310-EVENTO-ANIVERSARIO UNTIL WKS-K > 3.

       8310-EVENTO-ANIVERSARIO.
           COMPUTE WKS-ANIV = WKS-N-ING (WKS-IX) + WKS-K * 10000.
           IF WKS-EV-FEC NOT > WKS-ANIV
               MOVE WKS-EV-EST TO WKS-N-BIT (WKS-IX, WKS-K).
           ADD 1 TO WKS-K.

       8500-NOMBRE-SUCURSAL.
           MOVE SPACES TO WKS-DNOM.
           IF WKS-CLA-SUC = 0
               MOVE "SIN SUCURSAL" TO WKS-DNOM
           ELSE
               IF WKS-HAY-SUC = 1
                   MOVE WKS-CLA-SUC TO CLA-SUC-TAB
                   READ SUC-TAB
                       INVALID KEY MOVE SPACES TO NOM-SUC-TAB
                   END-READ
                   MOVE NOM-SUC-TAB TO WKS-DNOM
               END-IF.

       3000-FIN.
           CLOSE CLI-INDD.
           IF WKS-HAY-HIS = 1
               CLOSE HIST-CLI.
           IF WKS-HAY-ARC = 1
               CLOSE ARC-CLI.
           IF WKS-HAY-SUC = 1
               CLOSE SUC-TAB.
           CLOSE REP-RET.
           DISPLAY "INGRESOS ANALIZADOS: " WKS-INGS
               "   COHORTES: " WKS-COHS.
           DISPLAY "REPORTE GENERADO".
