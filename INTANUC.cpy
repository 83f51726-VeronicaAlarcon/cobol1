      ******************************************************************
      *    LAYOUT DEL HISTORIAL FISCAL DE INTERESES - ARCHIVO
      *    INTANU.DAT. INTACUM LE SUMA CADA MES, DESPUES DE INTERES, EL
      *    DETALLE DEL DEVENGAMIENTO DE INTDET.DAT (UN REGISTRO 'D' POR
      *    CUENTA, CON EL TITULAR DE LA CUENTA A ESA FECHA) Y LA REMESA
      *    FISCAL DE RETFISC.DAT (UN REGISTRO 'R' POR PAIS/MONEDA), Y
      *    CONSERVA EL EJERCICIO EN CURSO Y EL ANTERIOR. DE AQUI SALEN
      *    EN CERTINT LOS CERTIFICADOS ANUALES POR TITULAR Y LA
      *    DECLARACION INFORMATIVA A CADA FISCO, CONCILIADA CONTRA LOS
      *    REGISTROS 'R' DEL EJERCICIO.
      *    NA-PERIODO ES EL AAAAMM DE LA FECHA DE NEGOCIO DEL CIERRE
      *    MENSUAL; EL EJERCICIO FISCAL ES EL ANO CALENDARIO.
      *    EN LOS REGISTROS 'R' LA SUCURSAL, LA CUENTA, EL TITULAR Y LA
      *    TASA VAN EN CERO Y NA-CANTIDAD ES LA CANTIDAD DE CUENTAS DE
      *    LA REMESA; EN LOS 'D' NA-CANTIDAD ES 1.
      *    LA FUNCION DIARIA DE INTACUM SUMA CADA NOCHE EL INTERES QUE
      *    NO PASA POR INTERES: UN REGISTRO 'P' POR PAGO O RENOVACION
      *    DE PLAZO FIJO CON INTERES (PLAZDET.DAT; LA CUENTA ES LA
      *    CUENTA A LA VISTA DEL PLAZO) Y UN REGISTRO 'L' POR
      *    LIQUIDACION DE CIERRE DE CUENTA CON INTERES (CIERLIQ.DAT),
      *    CON NA-CANTIDAD 1 Y EL PERIODO DE LA FECHA DE NEGOCIO. LOS
      *    'P' Y 'L' SE CERTIFICAN Y SE DECLARAN COMO LOS 'D', PERO NO
      *    ESTAN EN RETFISC.DAT: LA CONCILIACION CONTRA LOS 'R' ES SOLO
      *    DE LOS 'D'.
      ******************************************************************
           05 NA-TIPO               PIC X(01).
               88 NA-DETALLE                  VALUE 'D'.
               88 NA-REMESA                   VALUE 'R'.
               88 NA-PLAZO-FIJO               VALUE 'P'.
               88 NA-LIQUIDACION-CIERRE       VALUE 'L'.
           05 NA-PERIODO            PIC 9(06).
           05 NA-PERIODO-R REDEFINES NA-PERIODO.
               10 NA-PER-AAAA           PIC 9(04).
               10 NA-PER-MM             PIC 9(02).
           05 NA-PAIS               PIC X(03).
           05 NA-MONEDA             PIC X(03).
           05 NA-SUCURSAL           PIC 9(02).
           05 NA-NUM-CUENTA         PIC 9(10).
           05 NA-NUM-CLIENTE        PIC 9(08).
           05 NA-CANTIDAD           PIC 9(06).
           05 NA-TASA-RETENCION     PIC 9(02)V9(04).
           05 NA-INTERES-BRUTO      PIC 9(11)V99.
           05 NA-IMPUESTO           PIC 9(11)V99.
           05 NA-INTERES-NETO       PIC 9(11)V99.
