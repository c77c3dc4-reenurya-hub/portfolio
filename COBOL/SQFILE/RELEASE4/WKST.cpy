       'uelve:                                                  '.
           77  WS-MSG-DVQA PIC X(80) VALUE ' Reingresa a la venta (S'-
       ') o va a cuarentena en Alm.2 (N)?                       '.
           77  WS-DEV-PED     PIC 9(06) VALUE 0.
           77  WS-DEV-PED-OK  PIC 9 VALUE 0.
           77  WS-DEV-NDP     PIC 9(06) VALUE 0.
           77  WS-V-DEV-COSTO PIC 9(5)V99 VALUE 0.
           77  WS-V-DEV-VALOR PIC 9(9)V99 VALUE 0.
           77  WS-MSG-DVPD PIC X(80) VALUE ' Orden de compra de lo d'-
       'evuelto (0 = sin orden):                                '.
           77  WS-MSG-DVPX PIC X(80) VALUE ' Esa orden no trae el ar'-
       'ticulo de ese proveedor.                                '.
           77  WS-MSG-DVND PIC X(80) VALUE ' Nota debito al proveedo'-
       'r numero:                                               '.
      *
      *-----------------------------------------------------------------
      * ARCHIVE COMPARISON VARIABLES
       'ERRADO. Pida al supervisor reabrirlo en CONTAB01.       '.
      *
      *-----------------------------------------------------------------
      * INVOICE NUMBERING RESOLUTION (RESOLUC.DAT) VARIABLES
      *-----------------------------------------------------------------
           77  WS-RES-STATUS  PIC XX.
           77  WS-RES-NUM     PIC 9(06) VALUE 0.
           77  WS-RES-HOY     PIC X(08).
           77  WS-RES-OK      PIC 9 VALUE 1.
           77  WS-RES-HAY     PIC 9 VALUE 0.
           77  WS-RES-FOUND   PIC 9 VALUE 0.
           77  WS-RES-PREFIJO PIC X(04).
           77  WS-RES-LEY1    PIC X(80).
           77  WS-RES-LEY2    PIC X(80).
           77  WS-RES-DESDE-ED PIC ZZZZZ9.
           77  WS-RES-HASTA-ED PIC ZZZZZ9.
           77  WS-RES-QUEDAN  PIC S9(06) VALUE 0.
           77  WS-RES-DIAS    PIC S9(05) VALUE 0.
           77  WS-RES-FV-N    PIC 9(08).
           77  WS-RES-HOY-N   PIC 9(08).
           77  WS-MSG-RESNO PIC X(80) VALUE ' Numero de factura fuera'-
       ' de una resolucion vigente. Revise RESOL01.             '.
      *
      *-----------------------------------------------------------------
      * DELIVERY RESULTS (ENTRESUL.DAT) VARIABLES
      *-----------------------------------------------------------------
           77  WS-ERS-STATUS  PIC XX.
           77  WS-ERS-TIPO    PIC X(01).
           77  WS-ERS-NUM     PIC 9(06) VALUE 0.
           77  WS-ERS-LIN     PIC 9(03) VALUE 0.
           77  WS-ERS-FIN     PIC 9 VALUE 0.
           77  WS-V-ERS-RECH  PIC 9(5)V99 VALUE 0.
      *
      *-----------------------------------------------------------------
      * ARTICLE CODE CROSS-REFERENCE (CODXREF.DAT) VARIABLES
      *-----------------------------------------------------------------
           77  WS-XRF-STATUS  PIC XX.
           77  WS-XRF-CODIGO  PIC X(10).
           77  WS-XRF-NUEVO   PIC X(10).
           77  WS-XRF-HOY     PIC X(08).
           77  WS-XRF-OK      PIC 9 VALUE 0.
           77  WS-XRF-HAY     PIC 9 VALUE 0.
           77  WS-MSG-XRFR PIC X(80) VALUE ' Codigo retirado por reco'-
       'dificacion; se toma el nuevo:                          '.
           77  WS-MSG-XRFU PIC X(80) VALUE ' Codigo retirado por reco'-
       'dificacion, no se puede reusar.                        '.
      *
      *-----------------------------------------------------------------
      * FIFO COST LAYER VARIABLES
      *-----------------------------------------------------------------
           77  WS-CAP-STATUS  PIC XX.
           02 WS-PAR-NEXTCOT  PIC 9(06) VALUE 1.
           02 WS-PAR-NEXTREM  PIC 9(06) VALUE 1.
           02 WS-PAR-RSVDIAS  PIC 9(03) VALUE 30.
           02 WS-PAR-PLAZO    PIC 9(03) VALUE 30.
           02 WS-PAR-CHQCOM   PIC 9(7)V99 VALUE 20000.
           02 WS-PAR-NEXTCGO  PIC 9(06) VALUE 1.
           02 WS-PAR-TASAMORA PIC 9(02)V99 VALUE 2.
           02 WS-PAR-NEXTNDB  PIC 9(06) VALUE 1.
           02 WS-PAR-MEDBCO   PIC X(24) VALUE 'TRANSFTARJCRTARJDB'.
           02 WS-PAR-MEDBCO-T REDEFINES WS-PAR-MEDBCO.
               03 WS-PAR-MEDBCO-C PIC X(06) OCCURS 4 TIMES.
           02 WS-PAR-CONDIAS  PIC 9(02) VALUE 3.
           02 WS-PAR-NEXTCAJ  PIC 9(06) VALUE 1.
           02 WS-PAR-NEXTSEP  PIC 9(06) VALUE 1.
           02 WS-PAR-SEPMULTA PIC 9(02)V99 VALUE 10.
           02 WS-PAR-RESAVF   PIC 9(05) VALUE 100.
           02 WS-PAR-RESAVD   PIC 9(03) VALUE 30.
           02 WS-PAR-DSCOPE   PIC 9(02)V99 VALUE 5.
           02 WS-PAR-DSCSUP   PIC 9(02)V99 VALUE 15.
           02 WS-PAR-TIENDAF  PIC X(14) VALUE SPACES.
           02 WS-PAR-NEXTCSC  PIC 9(06) VALUE 1.
           02 WS-PAR-NEXTAVT  PIC 9(06) VALUE 1.
           02 WS-PAR-CTAPAG   PIC X(17) VALUE SPACES.
           02 WS-PAR-NEXTLPG  PIC 9(06) VALUE 1.
           02 WS-PAR-NEXTNDP  PIC 9(06) VALUE 1.
           02 WS-PAR-NEXTOTE  PIC 9(06) VALUE 1.
           02 WS-PAR-MOKIT    PIC 9(5)V99 VALUE 0.
           02 WS-PAR-CIFKIT   PIC 9(02)V99 VALUE 0.
           02 WS-PAR-NEXTSVC  PIC 9(06) VALUE 1.
           02 WS-PAR-ENTRENA  PIC X(01) VALUE SPACE.
               88 WS-PAR-MODO-ENTRENA VALUE 'S'.
           02 WS-PAR-ICDIR    PIC X(08) VALUE SPACES.
           02 WS-PAR-ICCLI    PIC X(10) VALUE SPACES.
           02 WS-PAR-ICPRV    PIC X(10) VALUE SPACES.
      *
      * Training data set: every printout and report written while the
      * parameter record carries the training flag is framed by this
      * line, top and bottom.
           77  WS-ENT-MARCA   PIC X(80) VALUE
               '  **** ENTRENAMIENTO - SIN VALIDEZ ****  **** ENTRENAMIE
      -        'NTO - SIN VALIDEZ ****  '.
           77  WS-MSG-ENBQ PIC X(80) VALUE ' Datos de ENTRENAMIENTO: '-
       'esta opcion no genera archivos oficiales.              '.
           77  WS-MSG-ETNP PIC X(80) VALUE ' El entrenamiento no ha s'-
       'ido preparado. Un supervisor debe renovarlo.           '.
      *
      *-----------------------------------------------------------------
      * OPERATOR MASTER / PASSWORD LIFECYCLE VARIABLES
       '                                                        '.
           77  WS-MSG-OPNM PIC X(80) VALUE ' Las claves no coinciden'-
       ' o estan vacias. Intente de nuevo.                      '.
           77  WS-SGN-ID      PIC X(10).
           77  WS-SGN-PWD     PIC X(10).
           77  WS-SGN-OK      PIC 9 VALUE 0.
           77  WS-MSG-SGID PIC X(80) VALUE ' Supervisor que autoriza'-
       ':                                                       '.
           77  WS-MSG-SGPW PIC X(80) VALUE ' Clave del supervisor:  '-
       '                                                        '.
           77  WS-MSG-SGFL PIC X(80) VALUE ' Firma de supervisor no '-
       'valida. Operacion no autorizada.                        '.
      *
      *-----------------------------------------------------------------
      * BIN LOCATION (UBICACIONES) VARIABLES
           77  WS-LB-APR   PIC X(80) VALUE 'FECHA    AL CODIGO     D'-
       'ESCRIPCION               SISTEMA   CONTADO'.

      *
      *-----------------------------------------------------------------
      * CUSTOMER PAYMENT TERMS / DUE DATE VARIABLES
      *-----------------------------------------------------------------
           77  WS-VEN-FECHA   PIC 9(08).
           77  WS-VEN-PLAZO   PIC 9(03) VALUE 30.
           77  WS-VEN-FVENCE  PIC X(08).
           77  WS-VEN-FVEN-N  PIC 9(08).
           77  WS-VEN-HOY-N   PIC 9(08).
           77  WS-VEN-DIAS    PIC S9(05).
      *
      *-----------------------------------------------------------------
      * APPROVED VENDOR LIST (PROVART.DAT) VARIABLES
      *-----------------------------------------------------------------
           77  WS-PVA-STATUS  PIC XX.
           77  WS-PVA-CODART  PIC X(10).
           77  WS-PVA-PROV    PIC X(10).
           77  WS-PVA-HAY     PIC 9 VALUE 0.
           77  WS-PVA-LISTA   PIC 9 VALUE 0.
           77  WS-PVA-FIN     PIC 9 VALUE 0.
           77  WS-PVA-MODO    PIC X(01).
               88 WS-PVA-POR-PREFERIDO  VALUE 'P'.
               88 WS-PVA-POR-PRECIO     VALUE 'B'.
               88 WS-PVA-POR-PLAZO      VALUE 'R'.
           77  WS-PVA-MAXPLAZO PIC 9(03) VALUE 0.
           77  WS-PVA-PLAZO   PIC 9(03) VALUE 0.
           77  WS-PVA-PURUNIT PIC X(15).
           77  WS-V-PVA-PRECIO PIC 9(5)V99 VALUE 0.
           77  WS-V-PVA-CANTMIN PIC 9(5)V99 VALUE 0.
           77  WS-V-PVA-TASA  PIC 9(5)V9(4) VALUE 1.
           77  WS-V-PVA-LOCAL PIC 9(9)V99 VALUE 0.
           77  WS-V-PVA-MEJOR PIC 9(9)V99 VALUE 0.
           77  WS-MSG-PVNL PIC X(80) VALUE ' AVISO: el proveedor no e'-
       'sta en la lista aprobada del articulo.                 '.
      *
      *-----------------------------------------------------------------
      * VENDOR ITEM CODES (PROVCOD.DAT) VARIABLES
      *-----------------------------------------------------------------
           77  WS-PVC-STATUS  PIC XX.
           77  WS-PVC-PROV    PIC X(10).
           77  WS-PVC-CODPROV PIC X(20).
           77  WS-PVC-CODART  PIC X(10).
           77  WS-PVC-DESC    PIC X(35).
           77  WS-PVC-ORIGEN  PIC X(10).
           77  WS-PVC-HAY     PIC 9 VALUE 0.
           77  WS-PVC-NUEVO   PIC 9 VALUE 0.
           77  WS-PVC-FIN     PIC 9 VALUE 0.
      *
      *-----------------------------------------------------------------
      * ADVANCE SHIPPING NOTICES (AVISOS.DAT) VARIABLES
      *-----------------------------------------------------------------
           77  WS-AVI-STATUS  PIC XX.
      *
      *-----------------------------------------------------------------
      * RECEIPT COST LOG (COSTOREC.DAT) VARIABLES
      *-----------------------------------------------------------------
           77  WS-CRC-STATUS  PIC XX.
           77  WS-CRC-PROV    PIC X(10).
           77  WS-CRC-CATEG   PIC X(15).
           77  WS-CRC-ORIGEN  PIC X(10).
           77  WS-CRC-REF     PIC X(20).
           77  WS-V-CRC-QTY   PIC 9(5)V99 VALUE 0.
           77  WS-V-CRC-COSTO PIC 9(5)V99 VALUE 0.
           77  WS-V-CRC-STD   PIC 9(5)V99 VALUE 0.
      *
      *-----------------------------------------------------------------
      * DAILY STOCK SNAPSHOT (FOTO_AAAAMMDD.DAT) VARIABLES
      *-----------------------------------------------------------------
           77  WS-FTO-STATUS  PIC XX.
           77  WS-FTL-STATUS  PIC XX.
           77  WS-FTO-FNAME   PIC X(30).
      *
      *-----------------------------------------------------------------
      * ASSEMBLY WORK ORDERS (ORDENSAM.DAT) VARIABLES
      *-----------------------------------------------------------------
           77  WS-OTE-STATUS  PIC XX.
           77  WS-OTE-NUM     PIC 9(06) VALUE 0.
           77  WS-OTE-KIT     PIC X(10).
           77  WS-OTE-FPLAN   PIC X(08).
           77  WS-OTE-ORIGEN  PIC X(01).
           77  WS-OTE-LIN     PIC 9(03) VALUE 0.
           77  WS-OTE-FIN     PIC 9 VALUE 0.
           77  WS-V-OTE-CANT  PIC 9(7)V99 VALUE 0.
           77  WS-V-OTE-KCANT PIC 9(5)V99 VALUE 0.
      *
      *-----------------------------------------------------------------
      * MONTHLY DEMAND FORECAST (PRONMES.DAT) VARIABLES
      *-----------------------------------------------------------------
           77  WS-PMS-STATUS  PIC XX.
           77  WS-PMS-CODART  PIC X(10).
           77  WS-PMS-DIAS    PIC 9(03) VALUE 0.
           77  WS-PMS-HAY     PIC 9 VALUE 0.
           77  WS-PMS-POS     PIC 9(07) VALUE 0.
           77  WS-PMS-RESTA   PIC 9(03) VALUE 0.
           77  WS-PMS-TOMA    PIC 9(03) VALUE 0.
           77  WS-PMS-DMES    PIC 9(03) VALUE 0.
           77  WS-PMS-FECHA-N PIC 9(08) VALUE 0.
           77  WS-PMS-SIG-N   PIC 9(08) VALUE 0.
           77  WS-PMS-MES     PIC 9(06) VALUE 0.
           77  WS-V-PMS-DEMANDA PIC 9(7)V99 VALUE 0.
      *
      *-----------------------------------------------------------------
      * ARTICLE LIFECYCLE STATUS (ESTART.DAT) VARIABLES
      *-----------------------------------------------------------------
           77  WS-ESA-STATUS  PIC XX.
           77  WS-ESH-STATUS  PIC XX.
           77  WS-ESA-CODART  PIC X(10).
           77  WS-ESA-ESTADO  PIC X(01) VALUE 'A'.
               88 WS-ESA-ES-NUEVO       VALUE 'N'.
               88 WS-ESA-ES-ACTIVO      VALUE 'A'.
               88 WS-ESA-ES-FASE        VALUE 'F'.
               88 WS-ESA-ES-DESCONT     VALUE 'D'.
               88 WS-ESA-NO-COMPRA      VALUES 'F' 'D'.
           77  WS-ESA-CAMBIO  PIC X(01).
           77  WS-ESA-ANTES   PIC X(01).
           77  WS-ESA-REEMPLAZO PIC X(10).
           77  WS-ESA-MOTIVO  PIC X(30).
           77  WS-ESA-VENDE   PIC 9 VALUE 1.
           77  WS-V-ESA-PRECIO PIC 9(5)V99 VALUE 0.
           77  WS-MSG-ESNP PIC X(80) VALUE ' Articulo nuevo sin preci'-
       'o: no se vende hasta que tenga precio.                 '.
           77  WS-MSG-ESNC PIC X(80) VALUE ' Articulo en fase de sali'-
       'da o descontinuado: no se compra.                      '.
           77  WS-MSG-ESRE PIC X(80) VALUE ' Articulo descontinuado. '-
       'Su reemplazo es el articulo:                           '.
      *
      *-----------------------------------------------------------------
      * SUBSTITUTE ARTICLES (SUSTIT.DAT) VARIABLES
      *-----------------------------------------------------------------
           77  WS-SUS-STATUS  PIC XX.
           77  WS-SSL-STATUS  PIC XX.
