      *-----------------------------------------------------------------
      *    ARTICLE CODE CROSS-REFERENCE: EACH RETIRED CODART WITH THE
      *    CODE THAT REPLACED IT, AND THE LAST DAY THE OLD CODE IS
      *    STILL ACCEPTED ON THE ARTICLE LOOKUPS.
      *-----------------------------------------------------------------
       FD CODXREF.
       01 XRF-REG.
           02 XRF-VIEJO             PIC X(10).
           02 XRF-NUEVO             PIC X(10).
           02 XRF-FECHA             PIC X(08).
           02 XRF-FVENCE            PIC X(08).
           02 XRF-TIPO              PIC X(01).
               88 XRF-TIPO-CAMBIO       VALUE 'C'.
               88 XRF-TIPO-FUSION       VALUE 'F'.
           02 XRF-OPERADOR          PIC X(10).
           02 XRF-FILLER            PIC X(13).
