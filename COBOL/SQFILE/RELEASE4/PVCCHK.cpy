      *-----------------------------------------------------------------
      *    0100-PVC-FIND : Looks up the item code WS-PVC-CODPROV of
      *    vendor WS-PVC-PROV. WS-PVC-HAY ends 1 with our article in
      *    WS-PVC-CODART when the code is mapped. Shared by the
      *    supplier price file, the article import and the vendor
      *    item code maintenance.
      *-----------------------------------------------------------------
       0100-PVC-FIND.
           SET WS-PVC-HAY TO 0
           MOVE SPACES TO WS-PVC-CODART
           IF WS-PVC-PROV = SPACES OR WS-PVC-CODPROV = SPACES THEN
              GO TO 0100-PVC-FIND-FIN
           END-IF
           OPEN INPUT PROVCOD
           IF WS-PVC-STATUS NOT = '00' THEN
              CLOSE PROVCOD
              GO TO 0100-PVC-FIND-FIN
           END-IF
           MOVE WS-PVC-PROV TO PVC-PROV
           MOVE WS-PVC-CODPROV TO PVC-CODPROV
           READ PROVCOD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF NOT PVC-SIN-ASOCIAR THEN
                    SET WS-PVC-HAY TO 1
                    MOVE PVC-CODART TO WS-PVC-CODART
                 END-IF
           END-READ
           CLOSE PROVCOD.
       0100-PVC-FIND-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-PVC-OF-ARTICLE : The item code vendor WS-PVC-PROV uses
      *    for our article WS-PVC-CODART, in WS-PVC-CODPROV (spaces
      *    when the vendor has none mapped to it).
      *-----------------------------------------------------------------
       0100-PVC-OF-ARTICLE.
           MOVE SPACES TO WS-PVC-CODPROV
           IF WS-PVC-PROV = SPACES OR WS-PVC-CODART = SPACES THEN
              GO TO 0100-PVC-OF-ARTICLE-FIN
           END-IF
           OPEN INPUT PROVCOD
           IF WS-PVC-STATUS NOT = '00' THEN
              CLOSE PROVCOD
              GO TO 0100-PVC-OF-ARTICLE-FIN
           END-IF
           MOVE WS-PVC-PROV TO PVC-PROV
           MOVE LOW-VALUES TO PVC-CODPROV
           SET WS-PVC-FIN TO 0
           START PROVCOD KEY IS NOT LESS THAN PVC-CLAVE
              INVALID KEY
                 SET WS-PVC-FIN TO 1
           END-START
           PERFORM UNTIL WS-PVC-FIN = 1
              READ PROVCOD NEXT RECORD
                 AT END
                    SET WS-PVC-FIN TO 1
                 NOT AT END
                    IF PVC-PROV NOT = WS-PVC-PROV THEN
                       SET WS-PVC-FIN TO 1
                    ELSE
                       IF PVC-CODART = WS-PVC-CODART THEN
                          MOVE PVC-CODPROV TO WS-PVC-CODPROV
                          SET WS-PVC-FIN TO 1
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PROVCOD.
       0100-PVC-OF-ARTICLE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-PVC-PENDING : Keeps the unmatched item code
      *    WS-PVC-CODPROV of vendor WS-PVC-PROV (description
      *    WS-PVC-DESC, seen by WS-PVC-ORIGEN) as waiting to be mapped.
      *    WS-PVC-NUEVO ends 1 when it was not on file before.
      *-----------------------------------------------------------------
       0100-PVC-PENDING.
           SET WS-PVC-NUEVO TO 0
           IF WS-PVC-PROV = SPACES OR WS-PVC-CODPROV = SPACES THEN
              GO TO 0100-PVC-PENDING-FIN
           END-IF
           OPEN I-O PROVCOD
           IF WS-PVC-STATUS = '35' THEN
              OPEN OUTPUT PROVCOD
              CLOSE PROVCOD
              OPEN I-O PROVCOD
           END-IF
           MOVE WS-PVC-PROV TO PVC-PROV
           MOVE WS-PVC-CODPROV TO PVC-CODPROV
           READ PROVCOD
              INVALID KEY
                 MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
                 MOVE SPACES TO PVC-REG
                 MOVE WS-PVC-PROV TO PVC-PROV
                 MOVE WS-PVC-CODPROV TO PVC-CODPROV
                 MOVE WS-PVC-DESC TO PVC-DESC
                 MOVE WS-PVC-ORIGEN TO PVC-ORIGEN
                 MOVE WS-DATETIME(1:8) TO PVC-FECHA
                 MOVE WS-OPERATOR-ID TO PVC-OPERADOR
                 WRITE PVC-REG
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       SET WS-PVC-NUEVO TO 1
                 END-WRITE
              NOT INVALID KEY
                 CONTINUE
           END-READ
           CLOSE PROVCOD.
       0100-PVC-PENDING-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-PVC-MAP : Maps item code WS-PVC-CODPROV of vendor
      *    WS-PVC-PROV to our article WS-PVC-CODART, replacing any
      *    earlier mapping or pending entry of the code.
      *-----------------------------------------------------------------
       0100-PVC-MAP.
           IF WS-PVC-PROV = SPACES OR WS-PVC-CODPROV = SPACES THEN
              GO TO 0100-PVC-MAP-FIN
           END-IF
           OPEN I-O PROVCOD
           IF WS-PVC-STATUS = '35' THEN
              OPEN OUTPUT PROVCOD
              CLOSE PROVCOD
              OPEN I-O PROVCOD
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-PVC-PROV TO PVC-PROV
           MOVE WS-PVC-CODPROV TO PVC-CODPROV
           READ PROVCOD
              INVALID KEY
                 MOVE SPACES TO PVC-REG
                 MOVE WS-PVC-PROV TO PVC-PROV
                 MOVE WS-PVC-CODPROV TO PVC-CODPROV
                 MOVE WS-PVC-CODART TO PVC-CODART
                 MOVE WS-PVC-DESC TO PVC-DESC
                 MOVE WS-PVC-ORIGEN TO PVC-ORIGEN
                 MOVE WS-DATETIME(1:8) TO PVC-FECHA
                 MOVE WS-OPERATOR-ID TO PVC-OPERADOR
                 WRITE PVC-REG
              NOT INVALID KEY
                 MOVE WS-PVC-CODART TO PVC-CODART
                 IF PVC-DESC = SPACES THEN
                    MOVE WS-PVC-DESC TO PVC-DESC
                 END-IF
                 MOVE WS-DATETIME(1:8) TO PVC-FECHA
                 MOVE WS-OPERATOR-ID TO PVC-OPERADOR
                 REWRITE PVC-REG
           END-READ
           CLOSE PROVCOD.
       0100-PVC-MAP-FIN.
           EXIT.
