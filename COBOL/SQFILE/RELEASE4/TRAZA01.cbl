      *    Date        Author          Description                     *
      *----------------------------------------------------------------*
      * 01-sep-2026    R. Urquijo      Creation of program.            *
      * 15-oct-2026    R. Urquijo      A voided invoice names no       *
      *                                customer on the recall sheet.   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAZA01.
      *
      *-----------------------------------------------------------------
      *    0100-RESOLVE-CUSTOMER : The customer (and phone) behind one
      *    FAC reference, onto the recall sheet. A voided invoice gave
      *    its lot back, so it names no customer.
      *-----------------------------------------------------------------
       0100-RESOLVE-CUSTOMER.
           COMPUTE WS-TZ-FACNUM = FUNCTION NUMVAL(MOV-REF(5:6))
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF NOT FAC-ANULADA THEN
                       MOVE FAC-CLIENTE TO WS-TZ-CLIENTE
                    END-IF
              END-READ
              CLOSE FACTURAS
           ELSE
