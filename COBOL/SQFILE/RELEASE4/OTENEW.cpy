      *-----------------------------------------------------------------
      *    0100-OTE-CREATE : Plans a work order for WS-V-OTE-CANT kits
      *    WS-OTE-KIT on WS-OTE-FPLAN: the next number of PARAMS.DAT,
      *    the header and one line per component of COMPONEN.DAT with
      *    its standard quantity. WS-OTE-ORIGEN marks who planned it.
      *    WS-OTE-NUM ends with the number, 0 when the kit has no
      *    components. COMPONEN and ORDENSAM must be closed.
      *-----------------------------------------------------------------
       0100-OTE-CREATE.
           MOVE 0 TO WS-OTE-NUM
           OPEN INPUT COMPONEN
           IF WS-KIT-STATUS NOT = '00' THEN
              CLOSE COMPONEN
              GO TO 0100-OTE-CREATE-FIN
           END-IF
           MOVE WS-OTE-KIT TO KIT-PADRE
           MOVE LOW-VALUES TO KIT-COMP
           START COMPONEN KEY IS NOT LESS THAN KIT-CLAVE
              INVALID KEY
                 CLOSE COMPONEN
                 GO TO 0100-OTE-CREATE-FIN
           END-START
           READ COMPONEN NEXT RECORD
              AT END
                 MOVE SPACES TO KIT-PADRE
           END-READ
           IF KIT-PADRE NOT = WS-OTE-KIT THEN
              CLOSE COMPONEN
              GO TO 0100-OTE-CREATE-FIN
           END-IF
           PERFORM 0100-LOAD-PARAMS
           MOVE WS-PAR-NEXTOTE TO WS-OTE-NUM
           IF WS-OTE-NUM = 0 THEN
              MOVE 1 TO WS-OTE-NUM
           END-IF
           COMPUTE WS-PAR-NEXTOTE = WS-OTE-NUM + 1
           PERFORM 0100-SAVE-PARAMS
           OPEN I-O ORDENSAM
           IF WS-OTE-STATUS = '35' THEN
              OPEN OUTPUT ORDENSAM
              CLOSE ORDENSAM
              OPEN I-O ORDENSAM
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           INITIALIZE OTE-REG
           MOVE WS-OTE-NUM TO OTE-NUM
           MOVE 0 TO OTE-LIN
           MOVE WS-OTE-KIT TO OTE-CODART
           MOVE WS-V-OTE-CANT TO OTE-CANT-PLAN
           MOVE WS-OTE-FPLAN TO OTE-FPLAN
           SET OTE-EST-PLANEADA TO TRUE
           MOVE WS-OTE-ORIGEN TO OTE-ORIGEN
           MOVE WS-OPERATOR-ID TO OTE-OPERADOR
           WRITE OTE-REG
              INVALID KEY
                 CONTINUE
           END-WRITE
           MOVE 0 TO WS-OTE-LIN
           SET WS-OTE-FIN TO 0
           PERFORM UNTIL WS-OTE-FIN = 1
              IF KIT-PADRE NOT = WS-OTE-KIT THEN
                 SET WS-OTE-FIN TO 1
              ELSE
                 PERFORM 0100-OTE-CREATE-LINE
                 READ COMPONEN NEXT RECORD
                    AT END
                       SET WS-OTE-FIN TO 1
                 END-READ
              END-IF
           END-PERFORM
           CLOSE ORDENSAM
           CLOSE COMPONEN.
       0100-OTE-CREATE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-OTE-CREATE-LINE : The work order line of the component
      *    in KIT-REG.
      *-----------------------------------------------------------------
       0100-OTE-CREATE-LINE.
           ADD 1 TO WS-OTE-LIN
           MOVE KIT-CANT TO WS-V-OTE-KCANT
           INITIALIZE OTE-REG
           MOVE WS-OTE-NUM TO OTE-NUM
           MOVE WS-OTE-LIN TO OTE-LIN
           MOVE KIT-COMP TO OTE-CODART
           MOVE WS-V-OTE-KCANT TO OTE-CANT-KIT
           COMPUTE OTE-CANT-PLAN = WS-V-OTE-KCANT * WS-V-OTE-CANT
           MOVE WS-OTE-FPLAN TO OTE-FPLAN
           SET OTE-EST-PLANEADA TO TRUE
           MOVE WS-OTE-ORIGEN TO OTE-ORIGEN
           MOVE WS-OPERATOR-ID TO OTE-OPERADOR
           WRITE OTE-REG
              INVALID KEY
                 CONTINUE
           END-WRITE
           EXIT.
