      *    Date        Author          Description                     *
      *----------------------------------------------------------------*
      * 01-sep-2026    R. Urquijo      Creation of program.            *
      * 15-oct-2026    R. Urquijo      New articles without a price    *
      *                                show no price; discontinued ones*
      *                                show their replacement.         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KIOSCO01.
       FILE-CONTROL.
       copy "FILE.cpy".
       copy "PMOSEL.cpy".
       copy "ESASEL.cpy".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       copy "FILED.cpy".
      *
       copy "PMOFD.cpy".
      *
       copy "ESAFD.cpy".
      *
       WORKING-STORAGE SECTION.
       copy "WKST.cpy".
                 IF WS-KS-FOUND = 0 THEN
                    DISPLAY WS-MSG-KSNF LINE 12 COL 01
                 ELSE
                    PERFORM 0100-ESA-VENTA THRU 0100-ESA-VENTA-FIN
                    IF WS-ESA-VENDE = 0 THEN
                       DISPLAY DESCART LINE 11 COL 01
                       DISPLAY WS-MSG-ESNP LINE 13 COL 01
                    ELSE
                       PERFORM 0100-SHOW-PRICE
                       IF WS-ESA-ES-DESCONT
                       AND WS-ESA-REEMPLAZO NOT = SPACES THEN
                          DISPLAY WS-MSG-ESRE LINE 17 COL 01
                          DISPLAY WS-ESA-REEMPLAZO LINE 17 COL 56
                       END-IF
                    END-IF
                 END-IF
                 ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
              END-IF
           CLOSE PROMOS.
       0100-CHECK-PROMO-FIN.
           EXIT.
      *
       copy "ESACHK.cpy".
      *
       copy "LOGIN.cpy".
      *
