      *-----------------------------------------------------------------
      *    0100-WRITE-CRC-REC : Appends the cost of one receipt to
      *    COSTOREC.DAT. The caller loads WS-V-CRC-QTY (stock units),
      *    WS-V-CRC-COSTO (loaded unit cost), WS-V-CRC-STD (the
      *    article's standard cost), WS-CRC-PROV, WS-CRC-CATEG,
      *    WS-CRC-ORIGEN and WS-CRC-REF, with the article already in
      *    WS-CODART. Shared by the programs that receive purchases.
      *-----------------------------------------------------------------
       0100-WRITE-CRC-REC.
           IF WS-V-CRC-QTY = 0 THEN
              GO TO 0100-WRITE-CRC-FIN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           OPEN EXTEND COSTOREC
           MOVE SPACES TO CRC-REG
           MOVE WS-DATETIME(1:8) TO CRC-FECHA
           MOVE WS-CODART TO CRC-CODART
           MOVE WS-CRC-PROV TO CRC-PROV
           MOVE WS-CRC-CATEG TO CRC-CATEGORY
           MOVE WS-V-CRC-QTY TO CRC-CANT
           MOVE WS-V-CRC-COSTO TO CRC-COSTO
           MOVE WS-V-CRC-STD TO CRC-STDCOST
           MOVE WS-CRC-ORIGEN TO CRC-ORIGEN
           MOVE WS-CRC-REF TO CRC-REF
           MOVE WS-OPERATOR-ID TO CRC-OPERADOR
           WRITE CRC-REG
           CLOSE COSTOREC.
       0100-WRITE-CRC-FIN.
           EXIT.
