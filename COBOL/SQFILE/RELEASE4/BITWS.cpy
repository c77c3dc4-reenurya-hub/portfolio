      *-----------------------------------------------------------------
      *    WORK AREA OF THE POSTING JOURNAL ROUTINES OF BITREC.CPY. THE
      *    POSTING PROGRAM LOADS THE DOCUMENT (SERIES, NUMBER, ITS OWN
      *    NAME, CUSTOMER AND TOTAL) BEFORE OPENING THE JOURNAL, THEN
      *    THE STEP KEY AND WS-BIT-DET BEFORE WRITING OR MARKING EACH
      *    STEP. THE RECOVERY LEAVES IN WS-BIT-DET THE STEP IT HANDS TO
      *    THE PROGRAM TO BE REDONE.
      *-----------------------------------------------------------------
       01 WS-BITACORA.
           03 WS-BIT-STATUS          PIC XX.
           03 WS-RCP-STATUS          PIC XX.
           03 WS-BIT-ACTIVA          PIC 9 VALUE 0.
           03 WS-BIT-SERIE           PIC X(03).
           03 WS-BIT-NUM             PIC 9(06) VALUE 0.
           03 WS-BIT-NUM-ED          PIC ZZZZZ9.
           03 WS-BIT-PASO            PIC 9(02) VALUE 0.
           03 WS-BIT-LINEA           PIC 9(03) VALUE 0.
           03 WS-BIT-EST             PIC X(01).
               88 WS-BIT-EST-INI         VALUE 'I'.
               88 WS-BIT-EST-HECHO       VALUE 'H'.
               88 WS-BIT-EST-COMPLETO    VALUE 'C'.
               88 WS-BIT-EST-TERMINADO   VALUE 'T'.
               88 WS-BIT-EST-REVERTIDO   VALUE 'R'.
           03 WS-BIT-PROGRAMA        PIC X(10).
           03 WS-BIT-CLIENTE         PIC X(10).
           03 WS-V-BIT-TOTAL         PIC 9(7)V99 VALUE 0.
           03 WS-BIT-FECHA           PIC X(08).
           03 WS-BIT-DET.
               05 WS-BIT-CODART      PIC X(10).
               05 WS-V-BIT-CANT      PIC 9(5)V99.
               05 WS-V-BIT-VALOR     PIC 9(7)V99.
               05 WS-V-BIT-ANTES     PIC S9(7)V99.
               05 WS-BIT-MONEDA      PIC X(03).
               05 WS-V-BIT-TASA      PIC 9(5)V9(4).
               05 WS-V-BIT-VALME     PIC 9(7)V99.
               05 WS-BIT-REF         PIC X(20).
               05 WS-BIT-DET-FILLER  PIC X(04).
           03 WS-V-BIT-ACTUAL        PIC S9(7)V99 VALUE 0.
           03 WS-BIT-FIN             PIC 9 VALUE 0.
           03 WS-BIT-DOC-OK          PIC 9 VALUE 0.
           03 WS-BIT-YA              PIC 9 VALUE 0.
           03 WS-BIT-ACCION          PIC X(10).
           03 WS-BIT-DETALLE         PIC X(50).
           03 WS-BIT-AHORA           PIC X(21).
           03 WS-BIT-TERMIN          PIC 9(03) VALUE 0.
           03 WS-BIT-REVERT          PIC 9(03) VALUE 0.
           03 WS-BIT-VERIF           PIC 9(03) VALUE 0.
           03 WS-BIT-AJENOS          PIC 9(03) VALUE 0.
           03 WS-BIT-CNT-ED          PIC ZZ9.
           03 WS-BIT-PD-CNT          PIC 9(02) VALUE 0.
           03 WS-BIT-PD-IDX          PIC 9(02) VALUE 0.
           03 WS-BIT-PENDS.
               05 WS-BIT-PD OCCURS 20 TIMES.
                   07 WS-BIT-PD-SERIE   PIC X(03).
                   07 WS-BIT-PD-NUM     PIC 9(06).
                   07 WS-BIT-PD-CLIENTE PIC X(10).
                   07 WS-BIT-PD-TOTAL   PIC 9(7)V99.
                   07 WS-BIT-PD-FECHA   PIC X(08).
           03 WS-BIT-PS-CNT          PIC 9(03) VALUE 0.
           03 WS-BIT-PS-IDX          PIC 9(03) VALUE 0.
           03 WS-BIT-PASOS.
               05 WS-BIT-PS OCCURS 60 TIMES.
                   07 WS-BIT-PS-PASO    PIC 9(02).
                   07 WS-BIT-PS-LINEA   PIC 9(03).
                   07 WS-BIT-PS-EST     PIC X(01).
                   07 WS-BIT-PS-DET     PIC X(80).
           03 WS-MSG-BTNO PIC X(80) VALUE ' ERROR: no se pudo abrir '-
       'la bitacora BITACORA.DAT. NADA fue grabado.            '.
           03 WS-MSG-BTRC PIC X(80) VALUE ' Habia posteos interrumpi'-
       'dos; fueron atendidos. Detalle en RECUPERA.LOG.        '.
           03 WS-MSG-BTCT PIC X(80) VALUE ' Terminados:      Reverti'-
       'dos:      A verificar:      De otros programas:        '.
