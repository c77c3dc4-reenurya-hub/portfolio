      *-----------------------------------------------------------------
      *    0100-PMS-WINDOW : Frozen forecast demand of article
      *    WS-PMS-CODART over the next WS-PMS-DIAS days from today.
      *    Each month of PRONMES.DAT counts by the share of its days
      *    that falls in the window. WS-V-PMS-DEMANDA ends with the
      *    demand and WS-PMS-HAY 1 when some frozen month was found.
      *    PRONMES must be closed.
      *-----------------------------------------------------------------
       0100-PMS-WINDOW.
           MOVE 0 TO WS-V-PMS-DEMANDA
           SET WS-PMS-HAY TO 0
           OPEN INPUT PRONMES
           IF WS-PMS-STATUS NOT = '00' THEN
              CLOSE PRONMES
              GO TO 0100-PMS-WINDOW-FIN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:8) TO WS-PMS-FECHA-N
           COMPUTE WS-PMS-POS =
              FUNCTION INTEGER-OF-DATE(WS-PMS-FECHA-N)
           MOVE WS-PMS-DIAS TO WS-PMS-RESTA
           PERFORM UNTIL WS-PMS-RESTA = 0
              COMPUTE WS-PMS-FECHA-N =
                 FUNCTION DATE-OF-INTEGER(WS-PMS-POS)
              COMPUTE WS-PMS-MES = WS-PMS-FECHA-N / 100
              IF WS-PMS-FECHA-N(5:2) = '12' THEN
                 COMPUTE WS-PMS-SIG-N = (WS-PMS-MES + 89) * 100 + 1
              ELSE
                 COMPUTE WS-PMS-SIG-N = (WS-PMS-MES + 1) * 100 + 1
              END-IF
              COMPUTE WS-PMS-DMES =
                 FUNCTION INTEGER-OF-DATE(WS-PMS-SIG-N)
                 - FUNCTION INTEGER-OF-DATE(WS-PMS-MES * 100 + 1)
              COMPUTE WS-PMS-TOMA =
                 FUNCTION INTEGER-OF-DATE(WS-PMS-SIG-N) - WS-PMS-POS
              IF WS-PMS-TOMA > WS-PMS-RESTA THEN
                 MOVE WS-PMS-RESTA TO WS-PMS-TOMA
              END-IF
              MOVE WS-PMS-CODART TO PMS-CODART
              MOVE WS-PMS-MES TO PMS-MES
              READ PRONMES
                 KEY IS PMS-CLAVE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF PMS-EST-CONGELADO THEN
                       SET WS-PMS-HAY TO 1
                       COMPUTE WS-V-PMS-DEMANDA ROUNDED =
                          WS-V-PMS-DEMANDA
                          + (PMS-CANT * WS-PMS-TOMA / WS-PMS-DMES)
                    END-IF
              END-READ
              ADD WS-PMS-TOMA TO WS-PMS-POS
              SUBTRACT WS-PMS-TOMA FROM WS-PMS-RESTA
           END-PERFORM
           CLOSE PRONMES.
       0100-PMS-WINDOW-FIN.
           EXIT.
