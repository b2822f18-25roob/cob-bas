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
           RECORD KEY IS ID-CLIENTE-DMN
           FILE STATUS IS WKS-STAT-DMN.
           SELECT DOM-REI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LLAVE-REI
           FILE STATUS IS WKS-STAT-REI.
           SELECT SAL-FAV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOLIO-PAG-SAF
           ALTERNATE RECORD KEY IS ID-CLIENTE-SAF WITH DUPLICATES
           FILE STATUS IS WKS-STAT-SAF.
           SELECT NOT-CRE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOLIO-NCR
           FILE STATUS IS WKS-STAT-NCR.
           SELECT ACL-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LLAVE-ACL
           ALTERNATE RECORD KEY IS SUC-ACL WITH DUPLICATES
           FILE STATUS IS WKS-STAT-ACL.
           SELECT OPO-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ID-CLIENTE-OPO
           FILE STATUS IS WKS-STAT-OPO.
           SELECT PLA-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
       FD FIR-LOG.
           COPY FIRLOG.

       FD PAR-SIS.
           COPY SISPAR.

       FD SES-TOK.
           COPY SESTOK.

       FD DOM-MAN.
           COPY DOMMAN.

       FD DOM-REI.
           COPY DOMREI.

       FD SAL-FAV.
           COPY SALFAV.

       FD NOT-CRE.
           COPY NOTCRE.

       FD ACL-CLI.
           COPY ACLCLI.

       FD OPO-CLI.
           COPY OPOCLI.

       FD PLA-CLI.
           COPY PLACLI.

       77 WKS-STAT-FAC       PIC XX.
       77 WKS-STAT-DOM       PIC XX.
       77 WKS-STAT-DMN       PIC XX.
       77 WKS-STAT-REI       PIC XX.
       77 WKS-STAT-SAF       PIC XX.
       77 WKS-STAT-NCR       PIC XX.
       77 WKS-STAT-ACL       PIC XX.
       77 WKS-STAT-OPO       PIC XX.
       77 WKS-STAT-PLA       PIC XX.
       77 WKS-STAT-DUN       PIC XX.
       77 WKS-STAT-EMB       PIC XX.
       77 WKS-STAT-TOK       PIC XX.
       77 WKS-TOK-OK         PIC 9.
       77 WKS-PWD-DIAS       PIC 9(03) VALUE 90.
       77 WKS-MAX-FALLAS     PIC 9(02) VALUE 5.
       77 WKS-STAT-PRM       PIC XX.
       77 WKS-PWD-OK         PIC 9.
       77 WKS-PWD-N1         PIC X(08).
       77 WKS-PWD-N2         PIC X(08).
       77 WKS-SIGUE          PIC 9.
       77 WKS-COLISIONES     PIC 9(03).
       77 WKS-MOVIDOS        PIC 9(04).
       77 WKS-ACL-OK         PIC 9.
       77 WKS-OPO-SOBRE      PIC 9.
       77 WKS-ING-SOBRE      PIC 9(08).
       77 WKS-ING-DUP        PIC 9(08).
       01 WKS-FIR-HOY        PIC 9(08).
       01 WKS-DIAS-PWD       PIC S9(05).
       01 WKS-FIR-HORA.
               OPEN OUTPUT DOM-MAN
               CLOSE DOM-MAN
               OPEN I-O DOM-MAN.
           OPEN I-O DOM-REI.
           IF WKS-STAT-REI = "35"
               OPEN OUTPUT DOM-REI
               CLOSE DOM-REI
               OPEN I-O DOM-REI.
           OPEN I-O SAL-FAV.
           IF WKS-STAT-SAF = "35"
               OPEN OUTPUT SAL-FAV
               CLOSE SAL-FAV
               OPEN I-O SAL-FAV.
           OPEN I-O NOT-CRE.
           IF WKS-STAT-NCR = "35"
               OPEN OUTPUT NOT-CRE
               CLOSE NOT-CRE
               OPEN I-O NOT-CRE.
           OPEN I-O ACL-CLI.
           IF WKS-STAT-ACL = "35"
               OPEN OUTPUT ACL-CLI
               CLOSE ACL-CLI
               OPEN I-O ACL-CLI.
           OPEN I-O OPO-CLI.
           IF WKS-STAT-OPO = "35"
               OPEN OUTPUT OPO-CLI
               CLOSE OPO-CLI
               OPEN I-O OPO-CLI.
           OPEN I-O PLA-CLI.
           IF WKS-STAT-PLA = "35"
               OPEN OUTPUT PLA-CLI
           READ CNT-CLI
               INVALID KEY MOVE 0 TO CNT-CLI-ACT.

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
      *    FUSIONAR CLIENTES ES FUNCION DE SUPERVISOR (NIV-OPE 2);
      *    TRES INTENTOS FALLIDOS TERMINAN EL PROGRAMA.
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
           ELSE
               MOVE NOM-CLI TO WKS-NOM-SOBRE
               MOVE REG-CLI TO WKS-IMAGEN-SOB
               MOVE FEC-ING TO WKS-ING-SOBRE
               DISPLAY "SOBREVIVE: " WKS-NOM-SOBRE
               PERFORM 2050-CAPTURA-DUPLICADO.

                   MOVE NOM-CLI TO WKS-NOM-DUP
                   MOVE REG-CLI TO WKS-IMAGEN-DUP
                   MOVE EST-CLI TO WKS-EST-DUP
                   MOVE FEC-ING TO WKS-ING-DUP
                   DISPLAY "ABSORBE A: " WKS-NOM-DUP
                   DISPLAY "CONFIRMA LA FUSION?:(S/N)"
                   ACCEPT WKS-DESC
           PERFORM 2300-MUEVE-PAGOS.
           PERFORM 2400-MUEVE-FOLIOS.
           PERFORM 2500-MUEVE-DOMICILIADOS.
           PERFORM 2520-MUEVE-REINTENTOS.
           PERFORM 2540-MUEVE-SALDOS.
           PERFORM 2560-MUEVE-NOTAS.
           PERFORM 2580-MUEVE-ACLARACIONES.
           PERFORM 2600-MUEVE-CONTACTO.
           PERFORM 2620-MUEVE-MANDATO.
           PERFORM 2630-MUEVE-PLAN.
           PERFORM 2640-QUITA-DUNNING.
           PERFORM 2650-MUEVE-OPOSICION.
           PERFORM 2700-ARCHIVA-Y-BORRA-DUP.
           DISPLAY "REGISTROS MOVIDOS:     " WKS-MOVIDOS.
           DISPLAY "COLISIONES DE TARJETA: " WKS-COLISIONES.
               END-READ
           END-IF.

       2520-MUEVE-REINTENTOS.
      *    LAS REPRESENTACIONES VIAJAN CON SUS CARGOS DE DOM-CTL
      *    PARA QUE EL SOBREVIVIENTE CONSERVE LA CUENTA DE REINTENTOS.
           MOVE 1 TO WKS-SIGUE.
           PERFORM 2530-MUEVE-REINTENTO-SIG UNTIL WKS-SIGUE = 0.

       2530-MUEVE-REINTENTO-SIG.
           MOVE WKS-ID-DUP TO ID-CLIENTE-REI.
           MOVE ZEROES TO FEC-CARGO-REI.
           START DOM-REI KEY IS GREATER THAN OR EQUAL TO LLAVE-REI
               INVALID KEY MOVE 0 TO WKS-SIGUE
           END-START.
           IF WKS-SIGUE = 1
               READ DOM-REI NEXT
                   AT END MOVE 0 TO WKS-SIGUE
                   NOT AT END
                       IF ID-CLIENTE-REI NOT = WKS-ID-DUP
                           MOVE 0 TO WKS-SIGUE
                       ELSE
                           DELETE DOM-REI
                               INVALID KEY MOVE 0 TO WKS-SIGUE
                           END-DELETE
                           MOVE WKS-ID-SOBRE TO ID-CLIENTE-REI
                           WRITE REG-REI
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WKS-MOVIDOS
                           END-WRITE
                       END-IF
               END-READ
           END-IF.

       2540-MUEVE-SALDOS.
      *    LOS SALDOS A FAVOR SIGUEN A SUS RECIBOS (2300): LOS
      *    PENDIENTES LOS DEBE APLICAR GEN-FACT AL SOBREVIVIENTE Y
      *    NO A QUIEN REUTILICE EL ID LIBERADO.
           MOVE 1 TO WKS-SIGUE.
           PERFORM 2550-MUEVE-SALDO-SIG UNTIL WKS-SIGUE = 0.

       2550-MUEVE-SALDO-SIG.
           MOVE WKS-ID-DUP TO ID-CLIENTE-SAF.
           START SAL-FAV KEY IS GREATER THAN OR EQUAL TO
               ID-CLIENTE-SAF
               INVALID KEY MOVE 0 TO WKS-SIGUE
           END-START.
           IF WKS-SIGUE = 1
               READ SAL-FAV NEXT
                   AT END MOVE 0 TO WKS-SIGUE
                   NOT AT END
                       IF ID-CLIENTE-SAF NOT = WKS-ID-DUP
                           MOVE 0 TO WKS-SIGUE
                       ELSE
                           MOVE WKS-ID-SOBRE TO ID-CLIENTE-SAF
                           REWRITE REG-SAF
                               INVALID KEY MOVE 0 TO WKS-SIGUE
                               NOT INVALID KEY ADD 1 TO WKS-MOVIDOS
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.

       2560-MUEVE-NOTAS.
      *    LAS NOTAS DE CREDITO CONSERVAN SU FOLIO; LAS PENDIENTES
      *    (EST-NCR "P") SE ENTREGAN AL SOBREVIVIENTE Y LAS APLICADAS
      *    LO ACOMPANAN COMO HISTORIA. NOT-CRE NO TIENE LLAVE POR
      *    CLIENTE: SE RECORRE COMPLETO.
           MOVE 1 TO WKS-SIGUE.
           MOVE 0 TO FOLIO-NCR.
           START NOT-CRE KEY IS GREATER THAN OR EQUAL TO FOLIO-NCR
               INVALID KEY MOVE 0 TO WKS-SIGUE
           END-START.
           PERFORM 2570-MUEVE-NOTA-SIG UNTIL WKS-SIGUE = 0.

       2570-MUEVE-NOTA-SIG.
           READ NOT-CRE NEXT
               AT END MOVE 0 TO WKS-SIGUE
               NOT AT END
                   IF ID-CLIENTE-NCR = WKS-ID-DUP
                       MOVE WKS-ID-SOBRE TO ID-CLIENTE-NCR
                       REWRITE REG-NCR
                           INVALID KEY CONTINUE
                           NOT INVALID KEY ADD 1 TO WKS-MOVIDOS
                       END-REWRITE
                   END-IF
           END-READ.

       2580-MUEVE-ACLARACIONES.
      *    LAS ACLARACIONES VIAJAN CON SUS FOLIOS (2400): UNA ABIERTA
      *    ("A") DEBE SEGUIR FRENANDO GEN-DUN Y SUS-AUT, QUE LA
      *    BUSCAN POR EL CLIENTE DEL FOLIO, Y UNA "F" ESPERA SU NOTA
      *    EN GEN-NCR. LAS CERRADAS VAN TAMBIEN PARA QUE CAP-ACL
      *    SIGA LA SECUENCIA DEL FOLIO.
           MOVE 1 TO WKS-SIGUE.
           PERFORM 2590-MUEVE-ACLARACION-SIG UNTIL WKS-SIGUE = 0.

       2590-MUEVE-ACLARACION-SIG.
           MOVE WKS-ID-DUP TO ID-CLIENTE-ACL.
           MOVE 0 TO FOLIO-ACL.
           MOVE 0 TO SEC-ACL.
           START ACL-CLI KEY IS GREATER THAN OR EQUAL TO LLAVE-ACL
               INVALID KEY MOVE 0 TO WKS-SIGUE
           END-START.
           IF WKS-SIGUE = 1
               READ ACL-CLI NEXT
                   AT END MOVE 0 TO WKS-SIGUE
                   NOT AT END
                       IF ID-CLIENTE-ACL NOT = WKS-ID-DUP
                           MOVE 0 TO WKS-SIGUE
                       ELSE
                           DELETE ACL-CLI
                               INVALID KEY MOVE 0 TO WKS-SIGUE
                           END-DELETE
                           MOVE WKS-ID-SOBRE TO ID-CLIENTE-ACL
                           MOVE 0 TO WKS-ACL-OK
                           PERFORM 2595-GRABA-ACLARACION
                               UNTIL WKS-ACL-OK = 1
                       END-IF
               END-READ
           END-IF.

       2595-GRABA-ACLARACION.
      *    SI EL SOBREVIVIENTE YA TIENE ESA SECUENCIA EN EL FOLIO,
      *    LA ACLARACION TOMA LA SIGUIENTE LIBRE.
           WRITE REG-ACL
               INVALID KEY
                   IF SEC-ACL = 99
                       ADD 1 TO WKS-COLISIONES
                       MOVE 1 TO WKS-ACL-OK
                   ELSE
                       ADD 1 TO SEC-ACL
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WKS-MOVIDOS
                   MOVE 1 TO WKS-ACL-OK
           END-WRITE.

       2600-MUEVE-CONTACTO.
      *    EL CONTACTO DEL SOBREVIVIENTE MANDA; EL DEL DUPLICADO
      *    SOLO SE ADOPTA SI EL SOBREVIVIENTE NO TIENE.
           DELETE DUN-CLI
               INVALID KEY CONTINUE.

       2650-MUEVE-OPOSICION.
      *    LA OPOSICION DEL DUPLICADO NO DEBE QUEDAR EN EL ID
      *    LIBERADO NI PERDERSE: SI EL SOBREVIVIENTE NO TIENE UNA
      *    VIGENTE SE LE PASA CON SU PROPIO INGRESO, QUE ES CONTRA
      *    LO QUE CAR-CLI Y EXT-CLI LA VALIDAN. UNA OPOSICION DEL
      *    DUPLICADO DE UN INGRESO ANTERIOR SOLO SE BORRA.
           MOVE 0 TO WKS-OPO-SOBRE.
           MOVE WKS-ID-SOBRE TO ID-CLIENTE-OPO.
           READ OPO-CLI
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FEC-ING-OPO = WKS-ING-SOBRE
                       MOVE 1 TO WKS-OPO-SOBRE
                   END-IF
           END-READ.

           MOVE WKS-ID-DUP TO ID-CLIENTE-OPO.
           READ OPO-CLI
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE OPO-CLI
                       INVALID KEY CONTINUE
                   END-DELETE
                   IF FEC-ING-OPO = WKS-ING-DUP
                       AND WKS-OPO-SOBRE = 0
                       PERFORM 2660-GRABA-OPOSICION
                   END-IF
           END-READ.

       2660-GRABA-OPOSICION.
           MOVE WKS-ID-SOBRE TO ID-CLIENTE-OPO.
           MOVE WKS-ING-SOBRE TO FEC-ING-OPO.
           WRITE REG-OPO
               INVALID KEY
                   REWRITE REG-OPO
           END-WRITE.
           ADD 1 TO WKS-MOVIDOS.

       2700-ARCHIVA-Y-BORRA-DUP.
      *    EL DUPLICADO SE ARCHIVA ANTES DE BORRARSE, IGUAL QUE LAS
      *    BAJAS DE AUT-BAJ, Y LA FUSION QUEDA DOS VECES EN LA
           CLOSE FAC-CLI.
           CLOSE DOM-CTL.
           CLOSE DOM-MAN.
           CLOSE DOM-REI.
           CLOSE SAL-FAV.
           CLOSE NOT-CRE.
           CLOSE ACL-CLI.
           CLOSE OPO-CLI.
           CLOSE PLA-CLI.
           CLOSE DUN-CLI.
           CLOSE EMB-CLI.
