      *    Date        Author          Description                     *
      *----------------------------------------------------------------*
      * 01-sep-2026    R. Urquijo      Creation of program.            *
      * 15-oct-2026    R. Urquijo      Voided invoices earn no         *
      *                                commission.                     *
      * 15-oct-2026    R. Urquijo      Reads only the period, on the   *
      *                                FAC-FECHA alternate key.        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDE01.
      *
      *-----------------------------------------------------------------
      *    0100-SCAN-VENTAS : Adds the month's invoice headers to the
      *    bucket of their salesperson. Voided invoices earn nothing.
      *    Only the month is read, through the FAC-FECHA key.
      *-----------------------------------------------------------------
       0100-SCAN-VENTAS.
           OPEN INPUT FACTURAS
              CLOSE FACTURAS
           ELSE
              SET WS-END-FILE TO 0
              MOVE WS-VD-MES TO FAC-FECHA(1:6)
              MOVE '00' TO FAC-FECHA(7:2)
              START FACTURAS KEY IS NOT LESS THAN FAC-FECHA
                 INVALID KEY
                    SET WS-END-FILE TO 1
              END-START
              PERFORM UNTIL WS-END-FILE = 1
                 READ FACTURAS NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF FAC-FECHA(1:6) > WS-VD-MES THEN
                          SET WS-END-FILE TO 1
                       END-IF
                       IF FAC-LIN = 0
                       AND NOT FAC-ANULADA
                       AND FAC-FECHA(1:6) = WS-VD-MES THEN
                          MOVE FAC-TOTAL TO WS-V-VD-VAL
                          MOVE FAC-VENDEDOR TO WS-VD-VENDEDOR
