      *-----------------------------------------------------------------
      *    POSTING JOURNAL OF THE SALES DOCUMENTS. BEFORE A DOCUMENT
      *    TOUCHES ANY FILE ITS PROGRAM WRITES HERE EVERY CHANGE IT IS
      *    ABOUT TO MAKE: A HEADER (BIT-PASO 00) AND ONE STEP PER
      *    CHANGE, KEYED IN THE ORDER THEY ARE APPLIED (10 DOCUMENT,
      *    20 STOCK OF LINE BIT-LINEA, 30 CUSTOMER BALANCE, 40 OPEN
      *    ITEM, 50 NEXT NUMBER OF PARAMS.DAT, 60 FOLLOW-UP OF THE
      *    DOCUMENT). A STEP IS MARKED STARTED ('I', WITH THE VALUE IT
      *    FOUND IN BIT-ANTES) AND DONE ('H') AS IT LANDS, AND THE
      *    HEADER IS CLOSED ('C') AFTER THE LAST ONE. A HEADER STILL
      *    PENDING ('P') WHEN ITS PROGRAM STARTS AGAIN IS A POSTING CUT
      *    SHORT: FINISHED ('T') WHEN ITS DOCUMENT WAS WRITTEN, ROLLED
      *    BACK ('R') OTHERWISE. WHAT THE RECOVERY DID GOES TO
      *    RECUPERA.LOG.
      *-----------------------------------------------------------------
       FD BITACORA.
       01 BIT-REG.
           02 BIT-CLAVE.
               03 BIT-SERIE         PIC X(03).
               03 BIT-NUM           PIC 9(06).
               03 BIT-PASO          PIC 9(02).
                   88 BIT-CABECERA      VALUE 00.
                   88 BIT-P-DOC         VALUE 10.
                   88 BIT-P-STK         VALUE 20.
                   88 BIT-P-CLI         VALUE 30.
                   88 BIT-P-CXC         VALUE 40.
                   88 BIT-P-PAR         VALUE 50.
                   88 BIT-P-OTR         VALUE 60.
               03 BIT-LINEA         PIC 9(03).
           02 BIT-ESTADO            PIC X(01).
               88 BIT-PENDIENTE         VALUE 'P'.
               88 BIT-COMPLETO          VALUE 'C'.
               88 BIT-TERMINADO         VALUE 'T'.
               88 BIT-REVERTIDO         VALUE 'R'.
               88 BIT-INICIADO          VALUE 'I'.
               88 BIT-HECHO             VALUE 'H'.
           02 BIT-DATOS             PIC X(80).
           02 BIT-CAB REDEFINES BIT-DATOS.
               03 BIT-PROGRAMA      PIC X(10).
               03 BIT-OPERADOR      PIC X(10).
               03 BIT-FECHA         PIC X(08).
               03 BIT-HORA          PIC X(06).
               03 BIT-CLIENTE       PIC X(10).
               03 BIT-TOTAL         PIC 9(7)V99.
               03 BIT-CAB-FILLER    PIC X(27).
           02 BIT-DET REDEFINES BIT-DATOS.
               03 BIT-CODART        PIC X(10).
               03 BIT-CANT          PIC 9(5)V99.
               03 BIT-VALOR         PIC 9(7)V99.
               03 BIT-ANTES         PIC S9(7)V99.
               03 BIT-MONEDA        PIC X(03).
               03 BIT-TASA          PIC 9(5)V9(4).
               03 BIT-VALME         PIC 9(7)V99.
               03 BIT-REF           PIC X(20).
               03 BIT-DET-FILLER    PIC X(04).
      *
       FD RECUPERA.
       01 RCP-REG.
           02 RCP-FECHA             PIC X(08).
           02 RCP-FILLER1           PIC X(01).
           02 RCP-HORA              PIC X(06).
           02 RCP-FILLER2           PIC X(01).
           02 RCP-PROGRAMA          PIC X(10).
           02 RCP-FILLER3           PIC X(01).
           02 RCP-DOC               PIC X(10).
           02 RCP-FILLER4           PIC X(01).
           02 RCP-ACCION            PIC X(10).
           02 RCP-FILLER5           PIC X(01).
           02 RCP-DETALLE           PIC X(50).
           02 RCP-FILLER6           PIC X(01).
           02 RCP-OPERADOR          PIC X(10).
