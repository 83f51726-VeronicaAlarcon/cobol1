      ******************************************************************
      *    LAYOUT DE LOS CAMBIOS SENSIBLES EN ESPERA DE APROBACION -
      *    ARCHIVO CTAPEND.DAT (UN REGISTRO POR PEDIDO). MANTCTA NO
      *    APLICA DIRECTO UN CAMBIO DE LIMITE DE DESCUBIERTO, DE
      *    TITULAR O CLIENTE, DE MONEDA, UN DESBLOQUEO ('B' A 'A') NI UN
      *    ALTA CON DESCUBIERTO: LOS DEJA ACA A NOMBRE DEL OPERADOR QUE
      *    LOS CARGO (PE-SOLICITANTE, DE OPERADOR.DAT) Y LOS APLICA
      *    RECIEN CUANDO OTRO OPERADOR CON FACULTAD DE APROBAR LOS
      *    APRUEBA EN UNA CORRIDA POSTERIOR (CTAAPR.DAT).
      *    PE-NUMERO ES LA FECHA DEL PEDIDO MAS UNA SECUENCIA DEL DIA.
      *    PE-TRANSACCION ES LA TRANSACCION DE CTAMANT.DAT TAL COMO
      *    VINO (CTAMANTC.CPY) Y PE-IMAGEN-MAESTRO EL REGISTRO DE
      *    CUENTAS.TXT AL MOMENTO DEL PEDIDO (EN BLANCO PARA UN ALTA):
      *    SI AL APROBAR LA CUENTA YA NO ES LA QUE VIO EL SOLICITANTE
      *    (SALVO EL SALDO) EL PEDIDO SE RECHAZA.
      *    PE-ESTADO: 'P' PENDIENTE, 'A' APROBADO Y APLICADO, 'R'
      *    RECHAZADO (POR EL APROBADOR O PORQUE YA NO PASABA LAS
      *    VALIDACIONES, VER PE-MOTIVO), 'V' VENCIDO SIN APROBACION.
      *    UN PEDIDO RESUELTO SE DEPURA EN LA CORRIDA SIGUIENTE A SU
      *    FECHA DE RESOLUCION.
      ******************************************************************
           05 PE-NUMERO             PIC 9(12).
           05 PE-NUMERO-R REDEFINES PE-NUMERO.
               10 PE-NUM-FECHA          PIC 9(08).
               10 PE-NUM-SECUENCIA      PIC 9(04).
           05 PE-ESTADO             PIC X(01).
               88 PE-PENDIENTE                VALUE 'P'.
               88 PE-APROBADO                 VALUE 'A'.
               88 PE-RECHAZADO                VALUE 'R'.
               88 PE-VENCIDO                  VALUE 'V'.
           05 PE-FECHA-PEDIDO       PIC 9(08).
           05 PE-SOLICITANTE        PIC X(08).
           05 PE-APROBADOR          PIC X(08).
           05 PE-FECHA-RESOLUCION   PIC 9(08).
           05 PE-MOTIVO             PIC X(40).
           05 PE-TRANSACCION        PIC X(95).
           05 PE-IMAGEN-MAESTRO     PIC X(86).
