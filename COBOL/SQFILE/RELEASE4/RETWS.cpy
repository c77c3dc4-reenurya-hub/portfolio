      *-----------------------------------------------------------------
      *    WORK AREA OF THE WITHHOLDING ROUTINES OF RETCALC.CPY. THE
      *    CALLER LOADS THE PARTY (P = VENDOR, C = CUSTOMER), ITS CODE,
      *    THE BASE BEFORE IVA AND THE IVA OF THE DOCUMENT; THE TABLE
      *    COMES BACK WITH ONE ENTRY PER CONCEPT THAT APPLIES.
      *-----------------------------------------------------------------
       01 WS-RETENCION.
           03 WS-RTC-STATUS          PIC XX.
           03 WS-RTT-STATUS          PIC XX.
           03 WS-RTM-STATUS          PIC XX.
           03 WS-RET-TERC-TIPO       PIC X(01).
           03 WS-RET-TERCERO         PIC X(10).
           03 WS-RET-DOC             PIC X(12).
           03 WS-RET-FECHA           PIC X(08).
           03 WS-RET-OPERADOR        PIC X(10).
           03 WS-V-RET-BASE          PIC 9(9)V99 VALUE 0.
           03 WS-V-RET-IVA           PIC 9(9)V99 VALUE 0.
           03 WS-V-RET-SUJETA        PIC 9(9)V99 VALUE 0.
           03 WS-V-RET-TOTAL         PIC 9(9)V99 VALUE 0.
           03 WS-RET-CNT             PIC 9(02) VALUE 0.
           03 WS-RET-IDX             PIC 9(02) VALUE 0.
           03 WS-RET-FIN             PIC 9 VALUE 0.
           03 WS-RET-HAY             PIC 9 VALUE 0.
           03 WS-RET-ED              PIC ZZZZZZZZ9.99.
           03 WS-RET-TAR-ED          PIC Z9.999.
           03 WS-RET-TABLA.
               05 WS-RET-T OCCURS 10 TIMES.
                   07 WS-RET-T-COD      PIC X(06).
                   07 WS-RET-T-NOMBRE   PIC X(30).
                   07 WS-RET-T-TIPO     PIC X(01).
                   07 WS-RET-T-BASE     PIC 9(9)V99.
                   07 WS-RET-T-TARIFA   PIC 9(02)V999.
                   07 WS-RET-T-VALOR    PIC 9(9)V99.
