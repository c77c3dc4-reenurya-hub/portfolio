      * Purpose      : Bin-level stock per article and warehouse in    *
      *                BINES.DAT: several bins per article, each with  *
      *                its own quantity, one flagged as the pick face  *
      *                with a replenishment minimum and the maximum it *
      *                holds. Carries the bin-to-bin move (logged to   *
      *                MOVIMIENTOS.DAT), the replenishment suggestions *
      *                from overstock to a low pick bin, and the count *
      *                sheet broken out by bin (CONTEOBIN.PRN) so      *
      *                counters stop double-counting split stock.      *
      * Date         : 01-sep-2026                                     *
      * Author       : Reinaldo Urquijo                                *
      ******************************************************************
      *    Date        Author          Description                     *
      *----------------------------------------------------------------*
      * 01-sep-2026    R. Urquijo      Creation of program.            *
      * 15-oct-2026    R. Urquijo      Warehouse layout moved to       *
      *                                ALMSEL/ALMFD copybooks.         *
      * 15-oct-2026    R. Urquijo      Bin layout moved to BINSEL/BINFD*
      *                                copybooks; pick bins carry a    *
      *                                maximum for the receipt putaway.*
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BINES01.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "FILE.cpy".
       copy "BINSEL.cpy".
      *
       copy "ALMSEL.cpy".
      *
           SELECT OPTIONAL CNTBIN ASSIGN TO "CONTEOBIN.PRN"
           ORGANIZATION IS LINE SEQUENTIAL.
       FILE SECTION.
       copy "FILED.cpy".
      *
       copy "BINFD.cpy".
      *
       FD CNTBIN.
       01 CNTBIN-RECORD        PIC X(80).
      *
       copy "ALMFD.cpy".
      *
       WORKING-STORAGE SECTION.
       copy "WKST.cpy".
       'N                                                      '.
           77 WS-MSG-BNMN PIC X(80) VALUE ' Minimo de reposicion del'-
       ' bin (0 = sin minimo):                                 '.
           77 WS-MSG-BNMX PIC X(80) VALUE ' Maximo que admite el bin'-
       ' (0 = sin maximo):                                     '.
           77 WS-MSG-BNRG PIC X(80) VALUE ' Bin registrado.         '-
       '                                                       '.
           77 WS-MSG-BNN0 PIC X(80) VALUE ' El articulo no tiene bin'-
           77 WS-MSG-BNCS PIC X(80) VALUE ' Planilla de conteo por b'-
       'in generada en CONTEOBIN.PRN.                          '.
           77 WS-LB-BN    PIC X(70) VALUE 'ALM BIN          CANTIDAD'-
       '  PICK  MINIMO    MAXIMO'.
      *
      *-----------------------------------------------------------------
       LINKAGE SECTION.
                          MOVE BIN-MIN TO WS-BN-CANT-IN
                          DISPLAY WS-BN-CANT-IN
                             LINE WS-ROWCTRL COL 34
                          IF BIN-MAXIMO NOT = SPACES THEN
                             MOVE BIN-MAX TO WS-BN-CANT-IN
                             DISPLAY WS-BN-CANT-IN
                                LINE WS-ROWCTRL COL 44
                          END-IF
                          ADD 1 TO WS-ROWCTRL
                       END-IF
                 END-READ
                 MOVE WS-BN-BIN TO BIN-BIN
                 MOVE WS-V-BN-CANT TO BIN-CANT
                 MOVE 0 TO BIN-MIN
                 MOVE SPACES TO BIN-MAXIMO
                 MOVE SPACES TO BIN-FILLER
                 IF WS-OPTX = 's' OR WS-OPTX = 'S' THEN
                    MOVE 'P' TO BIN-PICK
              ACCEPT WS-BN-CANT-IN LINE 11 COL 50
              MOVE WS-BN-CANT-IN TO WS-V-BN-CANT
              MOVE WS-V-BN-CANT TO BIN-MIN
              DISPLAY WS-MSG-BNMX LINE 12 COL 01
              MOVE WS-ZERO TO WS-BN-CANT-IN
              ACCEPT WS-BN-CANT-IN LINE 12 COL 50
              MOVE WS-BN-CANT-IN TO WS-V-BN-CANT
              IF WS-V-BN-CANT = 0 THEN
                 MOVE SPACES TO BIN-MAXIMO
              ELSE
                 MOVE WS-V-BN-CANT TO BIN-MAX
              END-IF
              REWRITE BIN-REG
           END-IF
           CLOSE BINES
                 MOVE WS-V-BN-CANT TO BIN-CANT
                 MOVE SPACE TO BIN-PICK
                 MOVE 0 TO BIN-MIN
                 MOVE SPACES TO BIN-MAXIMO
                 MOVE SPACES TO BIN-FILLER
                 WRITE BIN-REG
              NOT INVALID KEY
