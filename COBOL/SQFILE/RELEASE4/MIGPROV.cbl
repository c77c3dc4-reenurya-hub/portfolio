      ******************************************************************
      * Program      : MIGPROV.cbl                                     *
      * Purpose      : One-time conversion of PROVEEDORES.DAT and      *
      *                FACPROV.DAT to their current record layouts.    *
      *                Vendors grow from 154 to 206 bytes (tax ID,     *
      *                address and bank account, set to spaces) and    *
      *                vendor invoices from 86 to 117 bytes (amount    *
      *                withheld and paid so far, set to zero; approver *
      *                and payer, set to spaces). Each file is read    *
      *                under its former definition, copied to a .MIG   *
      *                sequential file and loaded again under the      *
      *                current one. A file already converted does not  *
      *                open under the former definition and is left    *
      *                as it is. It works on the files of the current  *
      *                directory, so it is run once in EMPRESA1 and    *
      *                once in EMPRESA2; the training data set is then *
      *                refreshed from live with ENTRENA01.             *
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
       PROGRAM-ID. MIGPROV.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "FILE.cpy".
       copy "PRVSEL.cpy".
       copy "FPRSEL.cpy".
      *    THE SAME PHYSICAL FILES UNDER THEIR FORMER DEFINITION.
           SELECT PRVANT ASSIGN TO "PROVEEDORES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS PVO-CODIGO
           FILE STATUS  IS WS-PVO-STATUS.
      *
           SELECT FPRANT ASSIGN TO "FACPROV.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS FPO-CLAVE
           FILE STATUS  IS WS-FPO-STATUS.
      *
           SELECT PRVMIG ASSIGN TO "PROVEEDORES.MIG"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-PMG-STATUS.
      *
           SELECT FPRMIG ASSIGN TO "FACPROV.MIG"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FMG-STATUS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       copy "FILED.cpy".
      *
       copy "PRVFD.cpy".
      *
       copy "FPRFD.cpy".
      *
      *    FORMER VENDOR RECORD: EVERYTHING UP TO PRV-MONEDA, THEN 18
      *    BYTES OF FILLER NOW TAKEN BY THE TAX ID AND BANK FIELDS.
       FD PRVANT.
       01 PVO-REG.
           02 PVO-CODIGO           PIC X(10).
           02 PVO-DATOS            PIC X(126).
           02 PVO-FILLER           PIC X(18).
      *
      *    FORMER VENDOR INVOICE: EVERYTHING UP TO FPR-CONCIL, THEN 11
      *    BYTES OF FILLER.
       FD FPRANT.
       01 FPO-REG.
           02 FPO-CLAVE            PIC X(22).
           02 FPO-DATOS            PIC X(53).
           02 FPO-FILLER           PIC X(11).
      *
       FD PRVMIG.
       01 PMG-REG.
           02 PMG-DATOS            PIC X(136).
           02 PMG-FILLER           PIC X(18).
      *
       FD FPRMIG.
       01 FMG-REG.
           02 FMG-DATOS            PIC X(75).
           02 FMG-FILLER           PIC X(11).
      *
       WORKING-STORAGE SECTION.
       copy "WKST.cpy".
      *
      *    VARIABLES SPECIFIC TO THIS UTILITY (THE FORMER DEFINITIONS
      *    OF PROVEEDORES.DAT AND FACPROV.DAT ARE NOT PART OF THE
      *    SHARED COPYBOOKS, SINCE NO OTHER RELEASE4 PROGRAM NEEDS
      *    THEM).
           77 WS-FPR-STATUS      PIC XX.
           77 WS-PVO-STATUS      PIC XX.
           77 WS-FPO-STATUS      PIC XX.
           77 WS-PMG-STATUS      PIC XX.
           77 WS-FMG-STATUS      PIC XX.
           77 WS-MP-KEY          PIC X.
           77 WS-MP-LEIDOS       PIC 9(07) VALUE 0.
           77 WS-MP-CARGADOS     PIC 9(07) VALUE 0.
           77 WS-MP-OMITIDOS     PIC 9(07) VALUE 0.
           77 WS-MP-LEIDOS-ED    PIC ZZZZZZ9.
           77 WS-MP-CARGADOS-ED  PIC ZZZZZZ9.
           77 WS-MP-OMITIDOS-ED  PIC ZZZZZZ9.
           77 WS-MP-ESTADO       PIC XX.
      *
           77 WS-ST-MP     PIC X(25) VALUE 'CONVERSION PROVEEDORES   '.
           77 WS-LB-MP     PIC X(42) VALUE 'ARCHIVO         LEIDOS  '-
       'CARGADOS  OMITIDOS'.
           77 WS-MSG-MP1 PIC X(80) VALUE ' Se convierten PROVEEDORE'-
       'S.DAT (NIT, direccion y cuenta) y FACPROV.DAT          '.
           77 WS-MSG-MP2 PIC X(80) VALUE ' (retenido, abonado, apro'-
       'bador y pagador) de este directorio de empresa.        '.
           77 WS-MSG-MPNO PIC X(80) VALUE ' La conversion fue cancel'-
       'ada.                                                   '.
           77 WS-MSG-MPNF  PIC X(48) VALUE 'No existe o ya fue conver'-
       'tido; no se toco. Est:'.
           77 WS-MSG-MPWR  PIC X(48) VALUE 'No se pudo crear la copia'-
       ' .MIG; no se toco. Est:'.
           77 WS-MSG-MPOK PIC X(80) VALUE ' Conversion terminada. La'-
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
              WS-ST-MP       LINE 04 COL 01
              WS-HYPHNS      LINE 05 COL 01
           DISPLAY WS-MSG-MP1 LINE 08 COL 01
           DISPLAY WS-MSG-MP2 LINE 09 COL 01
           DISPLAY WS-MSG-CFMD LINE 20 COL 01
           ACCEPT WS-OPTX LINE 21 COL 78 PROMPT
           IF WS-OPTX = 's' OR WS-OPTX = 'S' THEN
              DISPLAY WS-LB-MP LINE 11 COL 01
              MOVE 12 TO WS-ROWCTRL
              PERFORM 0100-MP-PROVEEDORES THRU 0100-MP-PROVEEDORES-FIN
              MOVE 13 TO WS-ROWCTRL
              PERFORM 0100-MP-FACPROV THRU 0100-MP-FACPROV-FIN
              DISPLAY WS-MSG-MPOK LINE 20 COL 01
           ELSE
              DISPLAY WS-MSG-MPNO LINE 20 COL 01
           END-IF
           DISPLAY WS-MSG-AN1 LINE 24 COL 01
           ACCEPT WS-MP-KEY LINE 24 COL 79
           STOP RUN.
      *
      *-----------------------------------------------------------------
      *    0100-MP-PROVEEDORES : Copies every vendor, read under the
      *    154-byte definition, to PROVEEDORES.MIG, then builds
      *    PROVEEDORES.DAT again from that copy with the tax ID,
      *    address and bank fields blank, to be filled in PROVEE01.
      *-----------------------------------------------------------------
       0100-MP-PROVEEDORES.
           MOVE 0 TO WS-MP-LEIDOS
           MOVE 0 TO WS-MP-CARGADOS
           MOVE 0 TO WS-MP-OMITIDOS
           DISPLAY 'PROVEEDORES.DAT' LINE WS-ROWCTRL COL 01
           OPEN INPUT PRVANT
           IF WS-PVO-STATUS NOT = '00' THEN
              MOVE WS-PVO-STATUS TO WS-MP-ESTADO
              CLOSE PRVANT
              DISPLAY WS-MSG-MPNF LINE WS-ROWCTRL COL 17
              DISPLAY WS-MP-ESTADO LINE WS-ROWCTRL COL 66
              GO TO 0100-MP-PROVEEDORES-FIN
           END-IF
           OPEN OUTPUT PRVMIG
           IF WS-PMG-STATUS NOT = '00' THEN
              MOVE WS-PMG-STATUS TO WS-MP-ESTADO
              CLOSE PRVANT
              CLOSE PRVMIG
              DISPLAY WS-MSG-MPWR LINE WS-ROWCTRL COL 17
              DISPLAY WS-MP-ESTADO LINE WS-ROWCTRL COL 66
              GO TO 0100-MP-PROVEEDORES-FIN
           END-IF
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ PRVANT NEXT RECORD
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    MOVE PVO-REG TO PMG-REG
                    WRITE PMG-REG
                    ADD 1 TO WS-MP-LEIDOS
              END-READ
           END-PERFORM
           CLOSE PRVANT
           CLOSE PRVMIG
           OPEN INPUT PRVMIG
           OPEN OUTPUT PROVEEDORES
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ PRVMIG NEXT RECORD
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    MOVE SPACES TO REG-PROVEEDOR
                    MOVE PMG-DATOS TO REG-PROVEEDOR(1:136)
                    WRITE REG-PROVEEDOR
                       INVALID KEY
                          ADD 1 TO WS-MP-OMITIDOS
                       NOT INVALID KEY
                          ADD 1 TO WS-MP-CARGADOS
                    END-WRITE
              END-READ
           END-PERFORM
           CLOSE PRVMIG
           CLOSE PROVEEDORES
           PERFORM 0100-MP-SHOW-COUNTS.
       0100-MP-PROVEEDORES-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-MP-FACPROV : The same copy and rebuild for the vendor
      *    invoices, read under the 86-byte definition. Withheld and
      *    paid so far start at zero, as for an invoice just entered;
      *    approver and payer stay blank, as on an invoice approved
      *    on entry.
      *-----------------------------------------------------------------
       0100-MP-FACPROV.
           MOVE 0 TO WS-MP-LEIDOS
           MOVE 0 TO WS-MP-CARGADOS
           MOVE 0 TO WS-MP-OMITIDOS
           DISPLAY 'FACPROV.DAT' LINE WS-ROWCTRL COL 01
           OPEN INPUT FPRANT
           IF WS-FPO-STATUS NOT = '00' THEN
              MOVE WS-FPO-STATUS TO WS-MP-ESTADO
              CLOSE FPRANT
              DISPLAY WS-MSG-MPNF LINE WS-ROWCTRL COL 17
              DISPLAY WS-MP-ESTADO LINE WS-ROWCTRL COL 66
              GO TO 0100-MP-FACPROV-FIN
           END-IF
           OPEN OUTPUT FPRMIG
           IF WS-FMG-STATUS NOT = '00' THEN
              MOVE WS-FMG-STATUS TO WS-MP-ESTADO
              CLOSE FPRANT
              CLOSE FPRMIG
              DISPLAY WS-MSG-MPWR LINE WS-ROWCTRL COL 17
              DISPLAY WS-MP-ESTADO LINE WS-ROWCTRL COL 66
              GO TO 0100-MP-FACPROV-FIN
           END-IF
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ FPRANT NEXT RECORD
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    MOVE FPO-REG TO FMG-REG
                    WRITE FMG-REG
                    ADD 1 TO WS-MP-LEIDOS
              END-READ
           END-PERFORM
           CLOSE FPRANT
           CLOSE FPRMIG
           OPEN INPUT FPRMIG
           OPEN OUTPUT FACPROV
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ FPRMIG NEXT RECORD
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    MOVE SPACES TO FPR-REG
                    MOVE FMG-DATOS TO FPR-REG(1:75)
                    MOVE 0 TO FPR-RETENIDO
                    MOVE 0 TO FPR-ABONADO
                    WRITE FPR-REG
                       INVALID KEY
                          ADD 1 TO WS-MP-OMITIDOS
                       NOT INVALID KEY
                          ADD 1 TO WS-MP-CARGADOS
                    END-WRITE
              END-READ
           END-PERFORM
           CLOSE FPRMIG
           CLOSE FACPROV
           PERFORM 0100-MP-SHOW-COUNTS.
       0100-MP-FACPROV-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-MP-SHOW-COUNTS : Records read, loaded and left out of
      *    the file just converted, on its row of the screen.
      *-----------------------------------------------------------------
       0100-MP-SHOW-COUNTS.
           MOVE WS-MP-LEIDOS TO WS-MP-LEIDOS-ED
           MOVE WS-MP-CARGADOS TO WS-MP-CARGADOS-ED
           MOVE WS-MP-OMITIDOS TO WS-MP-OMITIDOS-ED
           DISPLAY WS-MP-LEIDOS-ED LINE WS-ROWCTRL COL 16
              WS-MP-CARGADOS-ED    LINE WS-ROWCTRL COL 26
              WS-MP-OMITIDOS-ED    LINE WS-ROWCTRL COL 36
           EXIT.
      *
       END PROGRAM MIGPROV.
