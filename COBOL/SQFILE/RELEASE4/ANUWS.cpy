      *-----------------------------------------------------------------
      *    WORK AREA OF THE VOIDED-INVOICE CHECK OF ANUCHK.CPY, FOR THE
      *    SCANS OF FACTURAS.DAT BY AN ALTERNATE KEY (FAC-FECHA,
      *    FAC-CLIENTE), WHERE THE RECORDS OF INVOICES OF THE SAME KEY
      *    VALUE MAY COME INTERLEAVED. THE NUMBERS OF THE VOIDED HEADERS
      *    READ ARE KEPT IN THE TABLE; WS-ANU-ANULADA COMES BACK 1 FOR
      *    THE HEADER OF A VOIDED INVOICE AND FOR EVERY LINE OF IT.
      *-----------------------------------------------------------------
       01 WS-ANULADAS.
           03 WS-ANU-ANULADA         PIC 9 VALUE 0.
           03 WS-ANU-CNT             PIC 9(04) VALUE 0.
           03 WS-ANU-IDX             PIC 9(04) VALUE 0.
           03 WS-ANU-ULT             PIC 9(06) VALUE 0.
           03 WS-ANU-ULT-ANUL        PIC 9 VALUE 0.
           03 WS-ANU-TABLA.
               05 WS-ANU-T-NUM       PIC 9(06) OCCURS 5000 TIMES.
