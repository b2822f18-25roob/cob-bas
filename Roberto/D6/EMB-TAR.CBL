           FILE STATUS IS WKS-STAT-DET.
           SELECT EMB-ENV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAR-SIS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLA-PRM
           FILE STATUS IS WKS-STAT-PRM.
       DATA DIVISION.
       FILE SECTION.
       FD EMB-CLI.
       FD EMB-ENV.
       01 LINEA-ENV        PIC X(90).

       FD PAR-SIS.
           COPY SISPAR.

       WORKING-STORAGE SECTION.
       77 WKS-FIN          PIC 9.
       77 WKS-FIN-EMB      PIC 9.
       77 WKS-STAT-EMB     PIC XX.
       77 WKS-STAT-PRM     PIC XX.
       77 WKS-OPCION       PIC 9.
       77 WKS-DESC         PIC X.
       77 WKS-CORTADAS     PIC 9(06).
       77 WKS-HAY-DET      PIC 9.

       01 WKS-HOY          PIC 9(08).
      *    VIGENCIA DEL PLASTICO EN ANOS (PLA-ANOS DE PAR-SIS).
       77 WKS-PLA-ANOS     PIC 9(02).
       01 WKS-VEN-PLA.
           03 WKS-VEN-PLA-ANO PIC 9(04).
           03 WKS-VEN-PLA-MES PIC 9(02).
       01 WKS-VEN-PLA-N REDEFINES WKS-VEN-PLA PIC 9(08).
       01 WKS-FEC-LOTE     PIC 9(08).
       01 WKS-EST-TEXTO    PIC X(26).
       01 WKS-MOT-TEXTO    PIC X(22).

       01 WKS-ENV-ENC.
           03 FILLER       PIC X(05) VALUE "LOTE ".

       1000-INICIO.
           ACCEPT WKS-HOY FROM DATE YYYYMMDD.
           PERFORM 1001-LEE-PAR-PLASTICO.
           OPEN I-O EMB-CLI.
           IF WKS-STAT-EMB = "35"
               DISPLAY "NO HAY COLA DE GRABADO (EMB-CLI); CAPTURE"
           IF WKS-STAT-DET = "35"
               MOVE 0 TO WKS-HAY-DET.

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

       2000-PROCESO.
           DISPLAY SPACES.
           DISPLAY "COLA DE GRABADO DE PLASTICOS".
           END-READ.

       2460-CORRE-VENCIMIENTO.
      *    EL PLASTICO ENTREGADO VALE PLA-ANOS DESDE HOY (UNA ENTREGA
      *    DEL 29/02 VENCE EL 28/02), IGUAL QUE EL CALCULO DEL ALTA
      *    EN GEN-INDR; SIN ESTE CORRIMIENTO, VEN-TAR ENCONTRARIA
      *    EL VENCIMIENTO VIEJO Y PEDIRIA EL MISMO PLASTICO OTRA
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WKS-HOY TO WKS-VEN-PLA-N
                       ADD WKS-PLA-ANOS TO WKS-VEN-PLA-ANO
                       IF WKS-VEN-PLA-MES = 02
                           AND WKS-VEN-PLA-DIA > 28
                           MOVE 28 TO WKS-VEN-PLA-DIA
               WHEN OTHER MOVE "ESTADO DESCONOCIDO" TO WKS-EST-TEXTO
           END-EVALUATE.

       2455-TEXTO-MOTIVO.
           EVALUATE MOT-EMB
               WHEN "N" MOVE "TARJETA NUEVA" TO WKS-MOT-TEXTO
               WHEN "V" MOVE "VENCIMIENTO" TO WKS-MOT-TEXTO
               WHEN "P" MOVE "REPOSICION POR PERDIDA" TO WKS-MOT-TEXTO
               WHEN "R" MOVE "REPOSICION POR ROBO" TO WKS-MOT-TEXTO
               WHEN "D" MOVE "REPOSICION POR DANO" TO WKS-MOT-TEXTO
               WHEN OTHER MOVE "SIN MOTIVO" TO WKS-MOT-TEXTO
           END-EVALUATE.

       2500-CONSULTA-CLIENTE.
      *    LA CONSULTA DEL MOSTRADOR: DONDE ANDA CADA PLASTICO DEL
      *    CLIENTE.
                       MOVE 1 TO WKS-FIN-EMB
                   ELSE
                       PERFORM 2450-TEXTO-ESTADO
                       PERFORM 2455-TEXTO-MOTIVO
                       DISPLAY "TARJETA " CLA-TAR-EMB " "
                           NOM-TAR-EMB " " WKS-EST-TEXTO
                       DISPLAY "  SOLICITADA: " FEC-SOL-EMB
                           "  ENVIADA: " FEC-ENV-EMB
                           "  MOTIVO: " WKS-MOT-TEXTO
                       ADD 1 TO WKS-MOSTRADAS
                   END-IF
           END-READ.
