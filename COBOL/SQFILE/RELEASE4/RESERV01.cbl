      *    Date        Author          Description                     *
      *----------------------------------------------------------------*
      * 01-sep-2026    R. Urquijo      Creation of program.            *
      * 15-oct-2026    R. Urquijo      Layaway reservations are kept   *
      *                                out of the expiry release and   *
      *                                can only be freed by cancelling *
      *                                the layaway. Record layout moved*
      *                                to RSVSEL/RSVFD.                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESERV01.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "FILE.cpy".
       copy "RSVSEL.cpy".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       copy "FILED.cpy".
      *
       copy "RSVFD.cpy".
      *
       WORKING-STORAGE SECTION.
       copy "WKST.cpy".
       'ometido rebajado.                                      '.
           77 WS-MSG-RSVN PIC X(80) VALUE ' Reservas vencidas libera'-
       'das:                                                   '.
           77 WS-MSG-RSSP PIC X(80) VALUE ' Reserva de un plan separ'-
       'e: se libera anulando el separe.                       '.
           77 WS-LB-RS    PIC X(78) VALUE 'SEQ  FECHA    CLIENTE    '-
       ' OPERADOR   REFERENCIA           CANTIDAD EST'.
      *
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF RSV-EST-ACTIVA AND RSV-TIPO-SEPARE THEN
                       SET WS-RS-FOUND TO 2
                    END-IF
                    IF RSV-EST-ACTIVA AND NOT RSV-TIPO-SEPARE THEN
                       SET WS-RS-FOUND TO 1
                       MOVE RSV-CANT TO WS-V-RS-CANT
                       SET RSV-EST-LIBERADA TO TRUE
              END-READ
           END-IF
           CLOSE RESERVAS
           IF WS-RS-FOUND = 2 THEN
              DISPLAY WS-MSG-RSSP LINE 24 COL 01
              GO TO 0100-RELEASE-ONE-FIN
           END-IF
           IF WS-RS-FOUND = 0 THEN
              DISPLAY WS-MSG-RSNX LINE 24 COL 01
              GO TO 0100-RELEASE-ONE-FIN
                    SET WS-END-FILE TO 1
                 NOT AT END
                    IF RSV-EST-ACTIVA
                    AND NOT RSV-TIPO-SEPARE
                    AND RSV-FECHA < WS-RS-LIM THEN
                       ADD 1 TO WS-RS-FREED
                       MOVE RSV-CODART TO WS-RS-CODART
