      * Program      : FINDIA01.cbl                                    *
      * Purpose      : Chained end-of-day job. Runs the closing chain  *
      *                unattended in a fixed order - BATCHRPT, CHKINV, *
      *                the audit-sequence verification, the period     *
      *                archive of INVENTARIO.DAT, the daily stock      *
      *                snapshot and the replenishment proposal between *
      *                warehouses - writing a step-by-step run log     *
      *                (FINDIA.LOG) with start and end times and       *
      *                outcomes. A failing step stops the chain and    *
      *                leaves a checkpoint, and the next invocation    *
      *                offers to resume from the failed step instead   *
      *                of redoing the completed ones.                  *
      * Date         : 01-sep-2026                                     *
      * Author       : Reinaldo Urquijo                                *
      ******************************************************************
      * 01-sep-2026    R. Urquijo      Unattended release of expired   *
      *                                reservations added as a chain   *
      *                                step.                           *
      * 15-oct-2026    R. Urquijo      The reservation expiry step     *
      *                                skips layaway reservations.     *
      *                                Record layout taken from        *
      *                                RSVSEL/RSVFD.                   *
      * 15-oct-2026    R. Urquijo      Daily stock snapshot            *
      *                                (FOTO_AAAAMMDD.DAT, listed in   *
      *                                FOTOS.LOG) added as the last    *
      *                                chain step.                     *
      * 15-oct-2026    R. Urquijo      Replenishment proposal between  *
      *                                warehouses (REPOSIC.DAT, shared *
      *                                with REPALM01) added as the last*
      *                                chain step.                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINDIA01.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FDC-STATUS.
      *
       copy "RSVSEL.cpy".
       copy "SALSEL.cpy".
       copy "FTOSEL.cpy".
       copy "ALMSEL.cpy".
       copy "TRSSEL.cpy".
       copy "RPSSEL.cpy".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
           02 FDC-FECHA             PIC X(08).
           02 FDC-PASO              PIC 9(01).
      *
       copy "RSVFD.cpy".
      *
       copy "SALFD.cpy".
      *
       copy "FTOFD.cpy".
      *
       copy "ALMFD.cpy".
      *
       copy "TRSFD.cpy".
      *
       copy "RPSFD.cpy".
      *
       WORKING-STORAGE SECTION.
       copy "WKST.cpy".
      *
       copy "RPSWS.cpy".
      *
      *-----------------------------------------------------------------
      * VARIABLES SPECIFIC TO THIS PROGRAM
      *-----------------------------------------------------------------
           77 WS-FDL-STATUS      PIC XX.
           77 WS-FDC-STATUS      PIC XX.
           77 WS-FD-PASO         PIC 9(02) VALUE 0.
           77 WS-FD-DESDE        PIC 9(01) VALUE 1.
           77 WS-FD-HOY          PIC X(08).
           77 WS-FD-NOMBRE       PIC X(20).
           77 WS-RS-LIM-N        PIC 9(08).
           77 WS-RS-FREED        PIC 9(4) VALUE 0.
           77 WS-RS-FREED-ED     PIC ZZZ9.
           77 WS-SAL-STATUS      PIC XX.
           77 WS-FT-CNT          PIC 9(07) VALUE 0.
           77 WS-FT-CNT-ED       PIC ZZZZZZ9.
           77 WS-FT-SFIN         PIC 9 VALUE 0.
           77 WS-ALM-STATUS      PIC XX.
           77 WS-TRS-STATUS      PIC XX.
           77 WS-RP-CNT-ED       PIC ZZZZ9.
           77 WS-RP-SOR-ED       PIC ZZZZ9.
      *
           77 WS-ST-FD     PIC X(25) VALUE 'CIERRE DE DIA EN CADENA  '.
           77 WS-MSG-FDRS PIC X(80) VALUE ' La corrida de hoy quedo '-
           PERFORM 0100-CHECK-RESUME
           SET WS-FD-FALLA TO 0
           PERFORM VARYING WS-FD-PASO FROM WS-FD-DESDE BY 1
                   UNTIL WS-FD-PASO > 9
                      OR WS-FD-FALLA = 1
              PERFORM 0100-RUN-STEP
           END-PERFORM
           END-READ
           CLOSE FINDIACHK
           IF FDC-FECHA = WS-FD-HOY
           AND FDC-PASO > 0 AND FDC-PASO < 9 THEN
              DISPLAY WS-MSG-FDRS LINE 08 COL 01
              ACCEPT WS-OPTX LINE 08 COL 70
              IF WS-OPTX = 's' OR WS-OPTX = 'S' THEN
                 MOVE 'LIBERA RESERVAS     ' TO WS-FD-NOMBRE
              WHEN 6
                 MOVE 'VERIFICA AUDITORIA  ' TO WS-FD-NOMBRE
              WHEN 7
                 MOVE 'ARCHIVO DE PERIODO  ' TO WS-FD-NOMBRE
              WHEN 8
                 MOVE 'FOTO DE EXISTENCIAS ' TO WS-FD-NOMBRE
              WHEN OTHER
                 MOVE 'REPOSICION ALMACEN  ' TO WS-FD-NOMBRE
           END-EVALUATE
           MOVE 'INICIO' TO WS-FD-RESULT
           PERFORM 0100-LOG-STEP
                 PERFORM 0100-RELEASE-RSV-FD
              WHEN 6
                 PERFORM 0100-VERIFY-AUDIT
              WHEN 7
                 PERFORM 0100-ARCHIVE-PERIOD-FD
              WHEN 8
                 PERFORM 0100-SNAPSHOT-FD
              WHEN OTHER
                 PERFORM 0100-REPOSIC-FD
           END-EVALUATE
           MOVE 0 TO RETURN-CODE
           IF WS-FD-RC = 0 THEN
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SNAPSHOT-FD : Today's stock snapshot FOTO_AAAAMMDD.DAT
      *    for the inventory reports as of a past date: per article
      *    its total quantity, average cost, category and consigned
      *    units, then its quantity per warehouse (01 and 02 from the
      *    legacy fields, the other locations from STOCKALM.DAT, as
      *    ALMACEN01 shows them). The date goes to FOTOS.LOG.
      *-----------------------------------------------------------------
       0100-SNAPSHOT-FD.
           MOVE SPACES TO WS-FTO-FNAME
           STRING 'FOTO_' WS-FD-HOY '.DAT'
           DELIMITED BY SIZE INTO WS-FTO-FNAME
           MOVE 0 TO WS-FT-CNT
           OPEN INPUT INVENTARIO
           IF WS-FILE-STATUS = '35' THEN
              CLOSE INVENTARIO
              MOVE 8 TO WS-FD-RC
              GO TO 0100-SNAPSHOT-FD-FIN
           END-IF
           OPEN INPUT STOCKALM
           OPEN INPUT CONSIGNA
           OPEN OUTPUT FOTOSTK
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ INVENTARIO NEXT RECORD
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    PERFORM 0100-SNAPSHOT-ART-FD
              END-READ
           END-PERFORM
           CLOSE FOTOSTK
           CLOSE CONSIGNA
           CLOSE STOCKALM
           CLOSE INVENTARIO
           OPEN EXTEND FOTOLOG
           MOVE WS-FD-HOY TO FTL-RECORD
           WRITE FTL-RECORD
           CLOSE FOTOLOG
           MOVE WS-FT-CNT TO WS-FT-CNT-ED
           OPEN EXTEND FINDIALOG
           MOVE SPACES TO FDL-RECORD
           STRING WS-DATETIME(1:8) ' ' WS-DATETIME(9:6)
                  ' PASO ' WS-FD-PASO
                  ' ARTICULOS EN LA FOTO ' WS-FT-CNT-ED
           DELIMITED BY SIZE INTO FDL-RECORD
           WRITE FDL-RECORD
           CLOSE FINDIALOG.
       0100-SNAPSHOT-FD-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SNAPSHOT-ART-FD : The records of the article in
      *    INVENT-REG.
      *-----------------------------------------------------------------
       0100-SNAPSHOT-ART-FD.
           ADD 1 TO WS-FT-CNT
           MOVE SPACES TO FTO-REG
           MOVE WS-FD-HOY TO FTO-FECHA
           MOVE CODART TO FTO-CODART
           MOVE CANT TO FTO-CANT
           MOVE AVGCOST TO FTO-AVGCOST
           MOVE CATEGORY TO FTO-CATEGORY
           MOVE 0 TO FTO-CSGCANT
           IF WS-CSG-STATUS = '00' OR WS-CSG-STATUS = '23' THEN
              MOVE CODART TO CSG-CODART
              READ CONSIGNA
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE CSG-CANT TO FTO-CSGCANT
              END-READ
           END-IF
           WRITE FTO-REG
           MOVE 0 TO FTO-CSGCANT
           MOVE CANT-ALM1 TO WS-V-CANT
           IF WS-V-CANT > 0 THEN
              MOVE '01' TO FTO-ALM
              MOVE WS-V-CANT TO FTO-CANT
              WRITE FTO-REG
           END-IF
           MOVE CANT-ALM2 TO WS-V-CANT
           IF WS-V-CANT > 0 THEN
              MOVE '02' TO FTO-ALM
              MOVE WS-V-CANT TO FTO-CANT
              WRITE FTO-REG
           END-IF
           IF WS-SAL-STATUS NOT = '00' AND WS-SAL-STATUS NOT = '23'
           AND WS-SAL-STATUS NOT = '10' THEN
              GO TO 0100-SNAPSHOT-ART-FD-FIN
           END-IF
           MOVE CODART TO SAL-CODART
           MOVE LOW-VALUES TO SAL-ALM
           START STOCKALM KEY IS NOT LESS THAN SAL-CLAVE
              INVALID KEY
                 GO TO 0100-SNAPSHOT-ART-FD-FIN
           END-START
           MOVE 0 TO WS-FT-SFIN
           PERFORM UNTIL WS-FT-SFIN = 1
              READ STOCKALM NEXT RECORD
                 AT END
                    MOVE 1 TO WS-FT-SFIN
                 NOT AT END
                    IF SAL-CODART NOT = CODART THEN
                       MOVE 1 TO WS-FT-SFIN
                    ELSE
                       IF SAL-ALM NOT = '01' AND SAL-ALM NOT = '02'
                       AND SAL-CANT > 0 THEN
                          MOVE SAL-ALM TO FTO-ALM
                          MOVE SAL-CANT TO FTO-CANT
                          WRITE FTO-REG
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
       0100-SNAPSHOT-ART-FD-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-REPOSIC-FD : Recomputes the replenishment proposal
      *    between warehouses (the same calculation REPALM01 runs on
      *    demand), so the dispatcher finds it ready in the morning,
      *    and leaves its line counts in the run log.
      *-----------------------------------------------------------------
       0100-REPOSIC-FD.
           MOVE WS-OPERATOR-ID TO WS-RPS-OPERADOR
           PERFORM 0100-RPS-CALC THRU 0100-RPS-CALC-FIN
           MOVE WS-RPS-LINEAS TO WS-RP-CNT-ED
           MOVE WS-RPS-FALTAS TO WS-RP-SOR-ED
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           OPEN EXTEND FINDIALOG
           MOVE SPACES TO FDL-RECORD
           STRING WS-DATETIME(1:8) ' ' WS-DATETIME(9:6)
                  ' PASO ' WS-FD-PASO
                  ' TRASLADOS ' WS-RP-CNT-ED
                  ' SIN ORIGEN ' WS-RP-SOR-ED
           DELIMITED BY SIZE INTO FDL-RECORD
           WRITE FDL-RECORD
           CLOSE FINDIALOG
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RELEASE-RSV-FD : Frees every active reservation older
      *    than the PAR-RSVDIAS parameter without asking anything -
      *    the same rule RESERV01 applies on demand - and leaves the
                    SET WS-END-FILE TO 1
                 NOT AT END
                    IF RSV-EST-ACTIVA
                    AND NOT RSV-TIPO-SEPARE
                    AND RSV-FECHA < WS-RS-LIM THEN
                       ADD 1 TO WS-RS-FREED
                       MOVE RSV-CODART TO WS-RS-CODART
           DELIMITED BY SIZE INTO WS-MOV-REF
           PERFORM 0100-WRITE-MOV-REC
           EXIT.
      *
       copy "RPSALM.cpy".
      *
       copy "RPSCALC.cpy".
      *
       copy "LOGIN.cpy".
      *
