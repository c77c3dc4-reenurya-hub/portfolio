      *-----------------------------------------------------------------
      *    0100-CLI-PLAZO : Takes the payment terms of the customer
      *    record just read into WS-VEN-PLAZO. A customer created
      *    before terms were kept reads blank and gets the default
      *    PAR-PLAZO of PARAMS.DAT.
      *-----------------------------------------------------------------
       0100-CLI-PLAZO.
           IF CLI-PLAZO NUMERIC THEN
              MOVE CLI-PLAZO TO WS-VEN-PLAZO
           ELSE
              MOVE WS-PAR-PLAZO TO WS-VEN-PLAZO
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CALC-VENCE : Due date of a receivable. The caller loads
      *    WS-VEN-FECHA with the document date and WS-VEN-PLAZO with
      *    the terms; WS-VEN-FVENCE comes back as YYYYMMDD.
      *-----------------------------------------------------------------
       0100-CALC-VENCE.
           COMPUTE WS-VEN-FVEN-N = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-VEN-FECHA) + WS-VEN-PLAZO)
           MOVE WS-VEN-FVEN-N TO WS-VEN-FVENCE
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-DIAS-MORA : Days past due of the CARTERA.DAT item in
      *    the record area as of WS-VEN-HOY-N; zero or negative while
      *    the item is not yet due. Items opened before due dates were
      *    stamped fall due PAR-PLAZO days after their CXC-FECHA.
      *-----------------------------------------------------------------
       0100-DIAS-MORA.
           IF CXC-FVENCE NUMERIC THEN
              MOVE CXC-FVENCE TO WS-VEN-FVEN-N
           ELSE
              MOVE CXC-FECHA TO WS-VEN-FECHA
              MOVE WS-PAR-PLAZO TO WS-VEN-PLAZO
              PERFORM 0100-CALC-VENCE
           END-IF
           COMPUTE WS-VEN-DIAS =
              FUNCTION INTEGER-OF-DATE(WS-VEN-HOY-N)
              - FUNCTION INTEGER-OF-DATE(WS-VEN-FVEN-N)
           EXIT.
