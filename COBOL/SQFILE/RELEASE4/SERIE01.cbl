      *    Date        Author          Description                     *
      *----------------------------------------------------------------*
      * 01-sep-2026    R. Urquijo      Creation of program.            *
      * 15-oct-2026    R. Urquijo      Warranty months per article.    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SERIE01.
           77 WS-SE-FOUND        PIC 9 VALUE 0.
           77 WS-SE-FAC-ED       PIC ZZZZZ9.
           77 WS-SE-PED-ED       PIC ZZZZZ9.
           77 WS-SE-GARIN        PIC X(03).
           77 WS-SE-GAR          PIC 9(03) VALUE 0.
           77 WS-SE-GAR-ED       PIC ZZ9.
      *
           77 WS-ST-SE     PIC X(25) VALUE 'SERIALES DE ARTICULOS    '.
           77 WS-MSG-SEOP PIC X(80) VALUE ' 1-MARCA 2-CONSULTA 3-LIS'-
       '                                                       '.
           77 WS-MSG-SEMK PIC X(80) VALUE ' Serializado? (S=si / N=n'-
       'o):                                                    '.
           77 WS-MSG-SEGM PIC X(80) VALUE ' Meses de garantia (vacio'-
       ' = sin cambio):                                        '.
           77 WS-MSG-SERG PIC X(80) VALUE ' Marca de serializacion r'-
       'egistrada.                                             '.
           77 WS-MSG-SESN PIC X(80) VALUE ' Numero de serie a consul'-
           DISPLAY WS-MSG-SEMK LINE 08 COL 01
           MOVE SPACE TO WS-OPTX
           ACCEPT WS-OPTX LINE 08 COL 32
           DISPLAY WS-MSG-SEGM LINE 09 COL 01
           MOVE SPACES TO WS-SE-GARIN
           ACCEPT WS-SE-GARIN LINE 09 COL 42
           OPEN I-O SERART
           MOVE WS-SE-CODART TO SRA-CODART
           READ SERART
                    MOVE 'N' TO SRA-ACTFLAG
                 END-IF
                 MOVE SPACES TO SRA-FILLER
                 MOVE 0 TO SRA-GARMESES
                 PERFORM 0100-MARK-WARRANTY
                 WRITE SRA-REG
              NOT INVALID KEY
                 IF WS-OPTX = 's' OR WS-OPTX = 'S' THEN
                 ELSE
                    MOVE 'N' TO SRA-ACTFLAG
                 END-IF
                 IF SRA-GARMESES NOT NUMERIC THEN
                    MOVE 0 TO SRA-GARMESES
                 END-IF
                 PERFORM 0100-MARK-WARRANTY
                 REWRITE SRA-REG
           END-READ
           CLOSE SERART
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-MARK-WARRANTY : Takes the warranty months typed for the
      *    article; blank keeps the months already on file.
      *-----------------------------------------------------------------
       0100-MARK-WARRANTY.
           IF WS-SE-GARIN NOT = SPACES
           AND WS-SE-GARIN NOT = LOW-VALUE THEN
              COMPUTE WS-SE-GAR = FUNCTION NUMVAL(WS-SE-GARIN)
              MOVE WS-SE-GAR TO SRA-GARMESES
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-QUERY-SERIAL : Finds one serial across all articles
      *    and shows its receipt and its invoice.
      *-----------------------------------------------------------------
