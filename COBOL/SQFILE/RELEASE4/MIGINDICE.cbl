      ******************************************************************
      * Program      : MIGINDICE.cbl                                   *
      * Purpose      : One-time rebuild of FACTURAS.DAT and            *
      *                CARTERA.DAT under their alternate record keys   *
      *                (invoices by FAC-FECHA and FAC-CLIENTE, open    *
      *                items by CXC-FECHA). Each file is read on its   *
      *                prime key alone, copied to a .MIG sequential    *
      *                file and loaded again, so files built before    *
      *                the keys existed can be opened by the programs  *
      *                that now START on them.                         *
      * Date         : 15-oct-2026                                     *
      * Author       : Reinaldo Urquijo                                *
      ******************************************************************
      *    Changes                                                     *
      ******************************************************************
      *    Date        Author          Description                     *
      *----------------------------------------------------------------*
      * 15-oct-2026    R. Urquijo      Creation of program.            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGINDICE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "FILE.cpy".
       copy "FACSEL.cpy".
       copy "CXCSEL.cpy".
      *    THE SAME PHYSICAL FILES UNDER THEIR FORMER DEFINITION, WITH
      *    THE PRIME KEY ONLY, TO READ WHAT WAS BUILT BEFORE THE
      *    ALTERNATE KEYS.
           SELECT FACANT ASSIGN TO "FACTURAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS FAO-CLAVE
           FILE STATUS  IS WS-FAO-STATUS.
      *
           SELECT CXCANT ASSIGN TO "CARTERA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS CXO-CLAVE
           FILE STATUS  IS WS-CXO-STATUS.
      *
           SELECT FACMIG ASSIGN TO "FACTURAS.MIG"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FMG-STATUS.
      *
           SELECT CXCMIG ASSIGN TO "CARTERA.MIG"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-CMG-STATUS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       copy "FILED.cpy".
      *
       copy "FACFD.cpy".
      *
       copy "CXCFD.cpy".
      *
       FD FACANT.
       01 FAO-REG.
           02 FAO-CLAVE            PIC X(09).
           02 FAO-RESTO            PIC X(234).
      *
       FD CXCANT.
       01 CXO-REG.
           02 CXO-CLAVE            PIC X(17).
           02 CXO-RESTO            PIC X(47).
      *
       FD FACMIG.
       01 FMG-REG                  PIC X(243).
      *
       FD CXCMIG.
       01 CMG-REG                  PIC X(64).
      *
       WORKING-STORAGE SECTION.
       copy "WKST.cpy".
      *
      *    VARIABLES SPECIFIC TO THIS UTILITY (THE FORMER DEFINITIONS
      *    OF FACTURAS.DAT AND CARTERA.DAT ARE NOT PART OF THE SHARED
      *    COPYBOOKS, SINCE NO OTHER RELEASE4 PROGRAM NEEDS THEM).
           77 WS-FAC-STATUS      PIC XX.
           77 WS-CXC-STATUS      PIC XX.
           77 WS-FAO-STATUS      PIC XX.
           77 WS-CXO-STATUS      PIC XX.
           77 WS-FMG-STATUS      PIC XX.
           77 WS-CMG-STATUS      PIC XX.
           77 WS-MI-KEY          PIC X.
           77 WS-MI-LEIDOS       PIC 9(07) VALUE 0.
           77 WS-MI-CARGADOS     PIC 9(07) VALUE 0.
           77 WS-MI-OMITIDOS     PIC 9(07) VALUE 0.
           77 WS-MI-LEIDOS-ED    PIC ZZZZZZ9.
           77 WS-MI-CARGADOS-ED  PIC ZZZZZZ9.
           77 WS-MI-OMITIDOS-ED  PIC ZZZZZZ9.
           77 WS-MI-ESTADO       PIC XX.
      *
           77 WS-ST-MI     PIC X(25) VALUE 'REINDEXADO FACT./CARTERA '.
           77 WS-LB-MI     PIC X(40) VALUE 'ARCHIVO       LEIDOS  CAR'-
       'GADOS  OMITIDOS'.
           77 WS-MSG-MI1 PIC X(80) VALUE ' Se reconstruyen FACTURAS'-
       '.DAT (llaves por fecha y cliente) y                    '.
           77 WS-MSG-MI2 PIC X(80) VALUE ' CARTERA.DAT (llave por f'-
       'echa). Cada archivo queda copiado en .MIG.             '.
           77 WS-MSG-MINO PIC X(80) VALUE ' El reindexado fue cancel'-
       'ado.                                                   '.
           77 WS-MSG-MINF  PIC X(50) VALUE 'No existe o no se pudo le'-
       'er; no se toco. Estado:'.
           77 WS-MSG-MIWR  PIC X(51) VALUE 'No se pudo crear la copia'-
       ' .MIG; no se toco. Estado:'.
           77 WS-MSG-MIOK PIC X(80) VALUE ' Reindexado terminado. La'-
       's copias .MIG pueden borrarse.                         '.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      *    0000-MAIN : Main paragraph of the program.
      *-----------------------------------------------------------------
       0000-MAIN.
           CALL 'SYSTEM' USING 'CLS'
           DISPLAY WS-BLANK  LINE 01 COL 01 ERASE EOS
              WS-HEAD1       LINE 02 COL 01
              WS-HEAD2       LINE 03 COL 01
              WS-ST-MI       LINE 04 COL 01
              WS-HYPHNS      LINE 05 COL 01
           DISPLAY WS-MSG-MI1 LINE 08 COL 01
           DISPLAY WS-MSG-MI2 LINE 09 COL 01
           DISPLAY WS-MSG-CFMD LINE 20 COL 01
           ACCEPT WS-OPTX LINE 21 COL 78 PROMPT
           IF WS-OPTX = 's' OR WS-OPTX = 'S' THEN
              DISPLAY WS-LB-MI LINE 11 COL 01
              MOVE 12 TO WS-ROWCTRL
              PERFORM 0100-MI-FACTURAS THRU 0100-MI-FACTURAS-FIN
              MOVE 13 TO WS-ROWCTRL
              PERFORM 0100-MI-CARTERA THRU 0100-MI-CARTERA-FIN
              DISPLAY WS-MSG-MIOK LINE 20 COL 01
           ELSE
              DISPLAY WS-MSG-MINO LINE 20 COL 01
           END-IF
           DISPLAY WS-MSG-AN1 LINE 24 COL 01
           ACCEPT WS-MI-KEY LINE 24 COL 79
           STOP RUN.
      *
      *-----------------------------------------------------------------
      *    0100-MI-FACTURAS : Copies every record of FACTURAS.DAT, read
      *    on its prime key, to FACTURAS.MIG, then builds FACTURAS.DAT
      *    again from that copy under the current definition. Header
      *    and lines go back in key order, so on the date and customer
      *    keys each invoice keeps its header ahead of its lines.
      *-----------------------------------------------------------------
       0100-MI-FACTURAS.
           MOVE 0 TO WS-MI-LEIDOS
           MOVE 0 TO WS-MI-CARGADOS
           MOVE 0 TO WS-MI-OMITIDOS
           DISPLAY 'FACTURAS.DAT' LINE WS-ROWCTRL COL 01
           OPEN INPUT FACANT
           IF WS-FAO-STATUS NOT = '00' THEN
              MOVE WS-FAO-STATUS TO WS-MI-ESTADO
              CLOSE FACANT
              DISPLAY WS-MSG-MINF LINE WS-ROWCTRL COL 14
              DISPLAY WS-MI-ESTADO LINE WS-ROWCTRL COL 64
              GO TO 0100-MI-FACTURAS-FIN
           END-IF
           OPEN OUTPUT FACMIG
           IF WS-FMG-STATUS NOT = '00' THEN
              MOVE WS-FMG-STATUS TO WS-MI-ESTADO
              CLOSE FACANT
              CLOSE FACMIG
              DISPLAY WS-MSG-MIWR LINE WS-ROWCTRL COL 14
              DISPLAY WS-MI-ESTADO LINE WS-ROWCTRL COL 64
              GO TO 0100-MI-FACTURAS-FIN
           END-IF
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ FACANT NEXT RECORD
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    MOVE FAO-REG TO FMG-REG
                    WRITE FMG-REG
                    ADD 1 TO WS-MI-LEIDOS
              END-READ
           END-PERFORM
           CLOSE FACANT
           CLOSE FACMIG
           OPEN INPUT FACMIG
           OPEN OUTPUT FACTURAS
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ FACMIG NEXT RECORD
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    MOVE FMG-REG TO FAC-REG
                    WRITE FAC-REG
                       INVALID KEY
                          ADD 1 TO WS-MI-OMITIDOS
                       NOT INVALID KEY
                          ADD 1 TO WS-MI-CARGADOS
                    END-WRITE
              END-READ
           END-PERFORM
           CLOSE FACMIG
           CLOSE FACTURAS
           PERFORM 0100-MI-SHOW-COUNTS.
       0100-MI-FACTURAS-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-MI-CARTERA : The same copy and rebuild for CARTERA.DAT.
      *-----------------------------------------------------------------
       0100-MI-CARTERA.
           MOVE 0 TO WS-MI-LEIDOS
           MOVE 0 TO WS-MI-CARGADOS
           MOVE 0 TO WS-MI-OMITIDOS
           DISPLAY 'CARTERA.DAT' LINE WS-ROWCTRL COL 01
           OPEN INPUT CXCANT
           IF WS-CXO-STATUS NOT = '00' THEN
              MOVE WS-CXO-STATUS TO WS-MI-ESTADO
              CLOSE CXCANT
              DISPLAY WS-MSG-MINF LINE WS-ROWCTRL COL 14
              DISPLAY WS-MI-ESTADO LINE WS-ROWCTRL COL 64
              GO TO 0100-MI-CARTERA-FIN
           END-IF
           OPEN OUTPUT CXCMIG
           IF WS-CMG-STATUS NOT = '00' THEN
              MOVE WS-CMG-STATUS TO WS-MI-ESTADO
              CLOSE CXCANT
              CLOSE CXCMIG
              DISPLAY WS-MSG-MIWR LINE WS-ROWCTRL COL 14
              DISPLAY WS-MI-ESTADO LINE WS-ROWCTRL COL 64
              GO TO 0100-MI-CARTERA-FIN
           END-IF
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ CXCANT NEXT RECORD
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    MOVE CXO-REG TO CMG-REG
                    WRITE CMG-REG
                    ADD 1 TO WS-MI-LEIDOS
              END-READ
           END-PERFORM
           CLOSE CXCANT
           CLOSE CXCMIG
           OPEN INPUT CXCMIG
           OPEN OUTPUT CARTERA
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ CXCMIG NEXT RECORD
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    MOVE CMG-REG TO CXC-REG
                    WRITE CXC-REG
                       INVALID KEY
                          ADD 1 TO WS-MI-OMITIDOS
                       NOT INVALID KEY
                          ADD 1 TO WS-MI-CARGADOS
                    END-WRITE
              END-READ
           END-PERFORM
           CLOSE CXCMIG
           CLOSE CARTERA
           PERFORM 0100-MI-SHOW-COUNTS.
       0100-MI-CARTERA-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-MI-SHOW-COUNTS : Records read, loaded and left out of
      *    the file just rebuilt, on its row of the screen.
      *-----------------------------------------------------------------
       0100-MI-SHOW-COUNTS.
           MOVE WS-MI-LEIDOS TO WS-MI-LEIDOS-ED
           MOVE WS-MI-CARGADOS TO WS-MI-CARGADOS-ED
           MOVE WS-MI-OMITIDOS TO WS-MI-OMITIDOS-ED
           DISPLAY WS-MI-LEIDOS-ED LINE WS-ROWCTRL COL 14
              WS-MI-CARGADOS-ED    LINE WS-ROWCTRL COL 24
              WS-MI-OMITIDOS-ED    LINE WS-ROWCTRL COL 34
           EXIT.
      *
       END PROGRAM MIGINDICE.
