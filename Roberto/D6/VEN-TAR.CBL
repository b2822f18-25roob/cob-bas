           RECORD KEY IS CLA-SUC-TAB
           FILE STATUS IS WKS-STAT-SUC.
           SELECT REP-VEN ASSIGN TO PRINTER.
           SELECT PAR-SIS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLA-PRM
           FILE STATUS IS WKS-STAT-PRM.
       DATA DIVISION.
       FILE SECTION.
       FD CLI-INDD.
       FD REP-VEN.
       01 LINEAV           PIC X(132).

       FD PAR-SIS.
           COPY SISPAR.

       WORKING-STORAGE SECTION.
       77 WKS-FIN          PIC 9.
       77 WKS-FIN-DET      PIC 9.
       77 WKS-STAT-CLI     PIC XX.
       77 WKS-STAT-PRM     PIC XX.
       77 WKS-STAT-DET     PIC XX.
       77 WKS-STAT-EMB     PIC XX.
       77 WKS-STAT-SUC     PIC XX.
       77 WKS-HAY-SUC      PIC 9.
       77 WKS-MESES        PIC 99.
       77 WKS-MAX-DIA      PIC 99.
       77 WKS-T-MES        PIC 9(04).
       77 WKS-IX           PIC 99.

       1000-INICIO.
           DISPLAY "REPOSICION DE PLASTICOS POR VENCER".
           PERFORM 1010-LEE-PARAMETROS.

           ACCEPT WKS-HOY FROM DATE YYYYMMDD.
           PERFORM 1020-CALCULA-LIMITE.
               INVALID KEY MOVE 1 TO WKS-FIN
           END-START.

       1010-LEE-PARAMETROS.
      *    LOS MESES DE ANTICIPACION SON LOS DE VEN-MESE EN
      *    PAR-SIS (VER GEN-PAR), IGUALES EN CADA CORRIDA.
           MOVE 2 TO WKS-MESES.
           OPEN INPUT PAR-SIS.
           IF WKS-STAT-PRM NOT = "35"
               MOVE "VEN-MESE" TO CLA-PRM
               READ PAR-SIS
                   NOT INVALID KEY MOVE VAL-PRM TO WKS-MESES
               END-READ
               CLOSE PAR-SIS
           END-IF.
           DISPLAY "MESES DE ANTICIPACION: " WKS-MESES.

       1020-CALCULA-LIMITE.
      *    LA FECHA LIMITE ES HOY MAS N MESES, CON EL DIA RECORTADO
               MOVE WKS-HOY TO FEC-SOL-EMB
               MOVE 0 TO FEC-ENV-EMB
               MOVE "S" TO EST-EMB
               MOVE "V" TO MOT-EMB
               IF WKS-HAY-EMB = 1
                   REWRITE REG-EMB
               ELSE
