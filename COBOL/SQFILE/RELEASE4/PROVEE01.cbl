      *    Date        Author          Description                     *
      *----------------------------------------------------------------*
      * 22-aug-2026    R. Urquijo      Creation of program.            *
      * 15-oct-2026    R. Urquijo      Tax ID with check digit (field  *
      *                                8) and address (field 9).       *
      * 15-oct-2026    R. Urquijo      Bank, account type and account  *
      *                                (field 10) for the vendor       *
      *                                payment run.                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVEE01.
           03 WS-PRV-EMAIL        PIC X(30).
           03 WS-PRV-PLAZO        PIC 9(03).
           03 WS-PRV-MONEDA       PIC X(03).
           03 WS-PRV-NIT          PIC X(10).
           03 WS-PRV-NITDV        PIC X(01).
           03 WS-PRV-DIR          PIC X(30).
           03 WS-PRV-BANCO        PIC X(04).
           03 WS-PRV-CTA-TIPO     PIC X(01).
               88 WS-PRV-CTA-OK       VALUES 'A' 'C' SPACE.
           03 WS-PRV-CUENTA       PIC X(17).
       01  SCREEN-CHARS.
           03  GUIONES            PIC X(80) VALUES ALL "-".
           03  OPC                PIC 9.
                   "5-Email      :"  LINE 09 COL 03
                   "6-Plazo(dias):"  LINE 10 COL 03
                   "7-Moneda     :"  LINE 11 COL 03
                   "8-NIT        :"  LINE 12 COL 03
                   "DV"              LINE 12 COL 30
                   "9-Direccion  :"  LINE 13 COL 03
                   "10-Banco     :"  LINE 14 COL 03
                   "Tipo(A/C)"       LINE 14 COL 24
                   "Cta"             LINE 14 COL 37
                   GUIONES           LINE 22 COL 01.
       0110-OPCIONES.
           DISPLAY MSG-OPCION            LINE 02 COL 01
           ACCEPT WS-PRV-MONEDA LINE 11 COL 18 PROMPT
           MOVE FUNCTION UPPER-CASE(WS-PRV-MONEDA)
              TO WS-PRV-MONEDA.
      *
      *    0170-ENT-PRV-NIT : tax ID digits and check digit, as the
      *    yearly third-party report needs them.
       0170-ENT-PRV-NIT.
           ACCEPT WS-PRV-NIT LINE 12 COL 18 PROMPT
           ACCEPT WS-PRV-NITDV LINE 12 COL 33 PROMPT.
       0175-ENT-PRV-DIR.
           ACCEPT WS-PRV-DIR LINE 13 COL 18 PROMPT.
      *
      *    0180-ENT-PRV-BANCO : bank code, account type (A=savings,
      *    C=checking) and account the payment run transfers to.
       0180-ENT-PRV-BANCO.
           ACCEPT WS-PRV-BANCO LINE 14 COL 18 PROMPT
           MOVE FUNCTION UPPER-CASE(WS-PRV-BANCO) TO WS-PRV-BANCO.
       0181-ENT-PRV-CTA-TIPO.
           ACCEPT WS-PRV-CTA-TIPO LINE 14 COL 34 PROMPT
           MOVE FUNCTION UPPER-CASE(WS-PRV-CTA-TIPO)
              TO WS-PRV-CTA-TIPO
           IF NOT WS-PRV-CTA-OK
               GO TO 0181-ENT-PRV-CTA-TIPO
           END-IF.
       0182-ENT-PRV-CUENTA.
           ACCEPT WS-PRV-CUENTA LINE 14 COL 41 PROMPT.
       0240-GRAB-FILE.
           MOVE WS-PRV-CODIGO TO PRV-CODIGO.
           MOVE WS-PRV-NOMBRE TO PRV-NOMBRE.
           MOVE 0 TO PRV-SALDO.
           SET PRV-ACTIVO TO TRUE.
           MOVE SPACES TO PRV-FILLER.
           MOVE WS-PRV-NIT TO PRV-NIT.
           MOVE WS-PRV-NITDV TO PRV-NITDV.
           MOVE WS-PRV-DIR TO PRV-DIR.
           MOVE WS-PRV-BANCO TO PRV-BANCO.
           MOVE WS-PRV-CTA-TIPO TO PRV-CTA-TIPO.
           MOVE WS-PRV-CUENTA TO PRV-CUENTA.
           WRITE REG-PROVEEDOR
               INVALID KEY
                   DISPLAY MSG-DUP-ID    LINE 02 COL 41
           MOVE PRV-EMAIL TO WS-PRV-EMAIL.
           MOVE PRV-PLAZO TO WS-PRV-PLAZO.
           MOVE PRV-MONEDA TO WS-PRV-MONEDA.
           MOVE PRV-NIT TO WS-PRV-NIT.
           MOVE PRV-NITDV TO WS-PRV-NITDV.
           MOVE PRV-DIR TO WS-PRV-DIR.
           MOVE PRV-BANCO TO WS-PRV-BANCO.
           MOVE PRV-CTA-TIPO TO WS-PRV-CTA-TIPO.
           MOVE PRV-CUENTA TO WS-PRV-CUENTA.
           DISPLAY WS-PRV-CODIGO   LINE 05 COL 18.
           DISPLAY WS-PRV-NOMBRE   LINE 06 COL 18.
           DISPLAY WS-PRV-CONTACTO LINE 07 COL 18.
           DISPLAY WS-PRV-EMAIL    LINE 09 COL 18.
           DISPLAY WS-PRV-PLAZO    LINE 10 COL 18.
           DISPLAY WS-PRV-MONEDA   LINE 11 COL 18.
           DISPLAY WS-PRV-NIT      LINE 12 COL 18.
           DISPLAY WS-PRV-NITDV    LINE 12 COL 33.
           DISPLAY WS-PRV-DIR      LINE 13 COL 18.
           DISPLAY WS-PRV-BANCO    LINE 14 COL 18.
           DISPLAY WS-PRV-CTA-TIPO LINE 14 COL 34.
           DISPLAY WS-PRV-CUENTA   LINE 14 COL 41.
           PERFORM 0271-SEL-CAMPO.
           MOVE WS-PRV-NOMBRE TO PRV-NOMBRE.
           MOVE WS-PRV-CONTACTO TO PRV-CONTACTO.
           MOVE WS-PRV-EMAIL TO PRV-EMAIL.
           MOVE WS-PRV-PLAZO TO PRV-PLAZO.
           MOVE WS-PRV-MONEDA TO PRV-MONEDA.
           MOVE WS-PRV-NIT TO PRV-NIT.
           MOVE WS-PRV-NITDV TO PRV-NITDV.
           MOVE WS-PRV-DIR TO PRV-DIR.
           MOVE WS-PRV-BANCO TO PRV-BANCO.
           MOVE WS-PRV-CTA-TIPO TO PRV-CTA-TIPO.
           MOVE WS-PRV-CUENTA TO PRV-CUENTA.
           REWRITE REG-PROVEEDOR.
           CLOSE PROVEEDORES.
           DISPLAY MSG-DAT-MOD-OK     LINE 02 COL 41
                   PERFORM 0160-ENT-PRV-PLAZO
               WHEN 7
                   PERFORM 0165-ENT-PRV-MONEDA
               WHEN 8
                   PERFORM 0170-ENT-PRV-NIT
               WHEN 9
                   PERFORM 0175-ENT-PRV-DIR
               WHEN 10
                   PERFORM 0180-ENT-PRV-BANCO
                   THRU    0182-ENT-PRV-CUENTA
               WHEN OTHER
                   GO TO 0271-SEL-CAMPO
           END-EVALUATE.
