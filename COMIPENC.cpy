      ******************************************************************
      *    LAYOUT DE COMISION PENDIENTE DE COBRO - ARCHIVO COMIPEND.DAT
      *    (UNA LINEA POR COMISION QUE LA CUENTA NO PUDO ABSORBER, CLAVE
      *    PAIS/SUCURSAL/NUMERO DE CUENTA + PERIODO AAAAMM). LA DEJA
      *    COMISION CUANDO EL DISPONIBLE (SALDO + LIMITE DE DESCUBIERTO
      *    - RETENCIONES VIGENTES) NO ALCANZA, Y LA REINTENTA EN CADA
      *    CICLO SIGUIENTE HASTA COBRARLA: UNA COMISION NO COBRADA YA
      *    NO SE PIERDE EN SILENCIO. CP-INTENTOS CUENTA LOS CICLOS EN
      *    QUE SE REINTENTO SIN EXITO.
      ******************************************************************
           05 CP-PAIS              PIC X(03).
           05 CP-SUCURSAL          PIC 9(02).
           05 CP-NUM-CUENTA        PIC 9(10).
           05 CP-MONEDA            PIC X(03).
           05 CP-PERIODO           PIC 9(06).
           05 CP-IMPORTE           PIC 9(07)V99.
           05 CP-FECHA-ALTA        PIC 9(08).
           05 CP-INTENTOS          PIC 9(03).
           05 CP-MOTIVO            PIC X(30).
