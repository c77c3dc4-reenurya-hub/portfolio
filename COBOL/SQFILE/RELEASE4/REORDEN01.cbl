      *    Date        Author          Description                     *
      *----------------------------------------------------------------*
      * 22-aug-2026    R. Urquijo      Creation of program.            *
      * 15-oct-2026    R. Urquijo      Phase-out and discontinued      *
      *                                articles can not be accepted.   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORDEN01.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "FILE.cpy".
       copy "ESASEL.cpy".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       copy "FILED.cpy".
      *
       copy "ESAFD.cpy".
      *
       WORKING-STORAGE SECTION.
       copy "WKST.cpy".
      *-----------------------------------------------------------------
      *    0100-SUGGEST-ONE : Shows the suggested reorder point of one
      *    article next to the current MINSTOCK and applies it with an
      *    audit record when the operator accepts the line. Articles
      *    in phase-out or discontinued are shown but not accepted, as
      *    they are no longer bought.
      *-----------------------------------------------------------------
       0100-SUGGEST-ONE.
           COMPUTE WS-V-RDN-DIARIO ROUNDED =
                 DISPLAY WS-CANT LINE WS-ROWCTRL COL 38
                 DISPLAY MINSTOCK LINE WS-ROWCTRL COL 48
                 DISPLAY WS-RDN-SUGER LINE WS-ROWCTRL COL 58
                 MOVE WS-CODART TO WS-ESA-CODART
                 PERFORM 0100-ESA-GET THRU 0100-ESA-GET-FIN
                 IF WS-ESA-NO-COMPRA THEN
                    DISPLAY WS-MSG-ESNC LINE 24 COL 01
                    ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
                    DISPLAY WS-SPC LINE 24 COL 01
                 ELSE
                    DISPLAY WS-MSG-RDAP LINE 24 COL 01
                    ACCEPT WS-OPTX LINE 24 COL 60
                    DISPLAY WS-SPC LINE 24 COL 01
                    IF WS-OPTX = 's' OR WS-OPTX = 'S' THEN
                       PERFORM 0100-APPLY-ONE
                       ADD 1 TO WS-RDN-APLIC
                    END-IF
                 END-IF
                 ADD 1 TO WS-ROWCTRL
           END-READ
           END-READ
           CLOSE INVENTARIO
           EXIT.
      *
       copy "ESACHK.cpy".
      *
       copy "LOGIN.cpy".
      *
