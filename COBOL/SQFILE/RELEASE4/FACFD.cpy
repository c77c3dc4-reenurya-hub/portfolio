               03 FAC-LIN           PIC 9(03).
           02 FAC-FECHA             PIC X(08).
           02 FAC-CLIENTE           PIC X(10).
           02 FAC-EMPRESA.
               03 FAC-EMP-RSOCIAL       PIC X(30).
               03 FAC-EMP-ID            PIC X(20).
               03 FAC-EMP-DIR           PIC X(30).
               03 FAC-EMP-TEL           PIC X(20).
      *        THE LINES (FAC-LIN > 0) DO NOT CARRY THE COMPANY: THERE
      *        THE BLOCK HOLDS THE PRICE EXCEPTION OF THE LINE - THE
      *        DEFAULT PRICE, THE LINE AND INVOICE DISCOUNTS, THE
      *        DISCOUNT OVER THE DEFAULT AND THE SUPERVISOR WHO SIGNED.
           02 FAC-PRECIO-EXC REDEFINES FAC-EMPRESA.
               03 FAC-PRC-BASE          PIC ZZZZ9.99.
               03 FAC-PRC-DSCLIN        PIC ZZ9.99.
               03 FAC-PRC-DSCFAC        PIC ZZ9.99.
               03 FAC-PRC-DSCEFE        PIC ZZ9.99.
               03 FAC-PRC-TIPO          PIC X(01).
                   88 FAC-PRC-NORMAL        VALUE SPACE.
                   88 FAC-PRC-CAMBIO        VALUE 'P'.
                   88 FAC-PRC-DESCUENTO     VALUE 'D'.
               03 FAC-PRC-AUTORIZA      PIC X(10).
      *        LINES OF AN INVOICE BILLED IN FOREIGN CURRENCY: THE
      *        CURRENCY, THE TCAMBIO.DAT RATE OF THE INVOICE DATE AND
      *        THE UNIT PRICE AND LINE TOTAL AS PRINTED IN IT.
               03 FAC-ME-MONEDA         PIC X(03).
               03 FAC-ME-TASA           PIC 9(5)V9(4).
               03 FAC-ME-VRUNIT         PIC ZZZZ9.99.
               03 FAC-ME-TOTAL          PIC ZZZZZZZ9.99.
               03 FAC-PRC-FILLER        PIC X(32).
           02 FAC-CODART            PIC X(10).
      *        ON THE HEADER (FAC-LIN 0) OF A VOIDED INVOICE THE CODE
      *        CARRIES THE VOID MARK AND FAC-DESCART THE REASON.
               88 FAC-ANULADA           VALUE '*ANULADA*'.
           02 FAC-DESCART           PIC X(35).
           02 FAC-CANT              PIC ZZZZ9.99.
           02 FAC-VRUNIT            PIC ZZZZ9.99.
