      ******************************************************************
      *    LAYOUT DE LA LIQUIDACION DE CIERRE DE CUENTA - ARCHIVO
      *    CIERLIQ.DAT (UN REGISTRO POR CUENTA CERRADA POR CIERCTA EN
      *    LA FECHA DE NEGOCIO). CIERCTA GRABA LA LIQUIDACION COMPLETA
      *    ANTES DE TOCAR LA CUENTA: ES EL PLAN QUE LA RECORRIDA DE UNA
      *    NOCHE QUE ABORTO TERMINA DE APLICAR, Y DE ELLA SALEN EL
      *    CERTIFICADO DE CIERRE (CIERCERT.DAT) Y LOS CHEQUES DE
      *    GERENCIA A EMITIR (CHQGER.DAT).
      *    CADA MOVIMIENTO DE LA LIQUIDACION LLEVA SU REFERENCIA DEL
      *    RANGO RESERVADO A CIERRES (VER MOVHISTC.CPY); REFERENCIA EN
      *    CERO = ESE MOVIMIENTO NO CORRESPONDE (SIN INTERES, SIN
      *    COMISIONES PENDIENTES O SIN SALDO A PAGAR).
      *    - INTERES AL CIERRE: LOS DIAS CORRIDOS DEL MES (MES
      *      COMERCIAL DE 30 DIAS) A LA TASA MENSUAL DE LA CUENTA,
      *      BRUTO, RETENCION DEL PAIS Y NETO (MH-TIPO 'L').
      *    - COMISIONES PENDIENTES DE COMIPEND.DAT: CANTIDAD, PRIMER Y
      *      ULTIMO PERIODO Y TOTAL, EN UN SOLO DEBITO (MH-TIPO 'K').
      *    - PAGO DEL SALDO: 'T' TRANSFERENCIA A LA CUENTA DESTINO
      *      (PATAS 'E' Y 'D' CON LA MISMA REFERENCIA) O 'G' CHEQUE DE
      *      GERENCIA AL BENEFICIARIO (MH-TIPO 'E').
      ******************************************************************
           05 LQ-FECHA              PIC 9(08).
           05 LQ-LINEA-SOLICITUD    PIC 9(06).
           05 LQ-PAIS               PIC X(03).
           05 LQ-SUCURSAL           PIC 9(02).
           05 LQ-NUM-CUENTA         PIC 9(10).
           05 LQ-NUM-CLIENTE        PIC 9(08).
           05 LQ-NOMBRE-TITULAR     PIC X(30).
           05 LQ-MONEDA             PIC X(03).
           05 LQ-SALDO-ANTERIOR     PIC S9(07)V99.
           05 LQ-INTERES.
               10 LQ-TASA           PIC 9(02)V9(04).
               10 LQ-DIAS           PIC 9(02).
               10 LQ-INTERES-BRUTO  PIC 9(07)V99.
               10 LQ-TASA-RETENCION PIC 9(02)V9(04).
               10 LQ-IMPUESTO       PIC 9(07)V99.
               10 LQ-INTERES-NETO   PIC 9(07)V99.
               10 LQ-REF-INTERES    PIC 9(09).
           05 LQ-COMISIONES.
               10 LQ-CANT-COMISIONES
                                    PIC 9(03).
               10 LQ-PERIODO-DESDE  PIC 9(06).
               10 LQ-PERIODO-HASTA  PIC 9(06).
               10 LQ-IMPORTE-COMISIONES
                                    PIC 9(07)V99.
               10 LQ-REF-COMISIONES PIC 9(09).
           05 LQ-PAGO.
               10 LQ-FORMA-PAGO     PIC X(01).
                   88 LQ-PAGO-TRANSFERENCIA       VALUE 'T'.
                   88 LQ-PAGO-CHEQUE              VALUE 'G'.
               10 LQ-IMPORTE-PAGO   PIC 9(07)V99.
               10 LQ-REF-PAGO       PIC 9(09).
               10 LQ-CLAVE-DESTINO.
                   15 LQ-DEST-PAIS      PIC X(03).
                   15 LQ-DEST-SUCURSAL  PIC 9(02).
                   15 LQ-DEST-CUENTA    PIC 9(10).
               10 LQ-BENEFICIARIO   PIC X(30).
