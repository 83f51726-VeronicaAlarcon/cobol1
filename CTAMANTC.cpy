      ******************************************************************
      *    LAYOUT DE LA TRANSACCION DE MANTENIMIENTO DE CUENTAS -
      *    ARCHIVO CTAMANT.DAT (MISMOS CAMPOS QUE CUENTASC.CPY MAS EL
      *    TIPO DE MOVIMIENTO). HASTA AHORA SOLO MANTCTA DECLARABA EL
      *    REGISTRO; PASA A COPYBOOK AL APARECER DESCMORA, QUE DEJA EN
      *    ESTE MISMO FORMATO (DESCACC.DAT) LOS BLOQUEOS DE CUENTAS
      *    CON DESCUBIERTO DE MAS DE 90 DIAS (MISMO CRITERIO QUE
      *    MOVDIAC.CPY).
      *    T-TIPO-MOV 'B' ES UN BLOQUEO: SOLO USA LA CLAVE DE LA CUENTA
      *    Y PASA CTA-ESTADO A 'B' SIN TOCAR EL RESTO DEL MAESTRO (UN
      *    'C' REESCRIBE EL REGISTRO COMPLETO, SALDO INCLUIDO, Y EL
      *    SALDO DE UN ARCHIVO GENERADO LA NOCHE ANTERIOR YA NO ES EL
      *    VIGENTE). LOS DEMAS CAMPOS VIAJAN SOLO COMO REFERENCIA.
      *    T-PRODUCTO (CODIGO DEL CATALOGO PRODUCTOS.DAT) AGREGADO AL
      *    FINAL JUNTO CON CTA-PRODUCTO DE CUENTASC.CPY.
      *    T-OPERADOR (CODIGO DE OPERADOR.DAT DE QUIEN CARGO LA
      *    TRANSACCION) AGREGADO AL FINAL: ES OBLIGATORIO PARA LOS
      *    CAMBIOS SENSIBLES, QUE MANTCTA DEJA EN ESPERA DE APROBACION
      *    (VER CTAPENDC.CPY); EN BLANCO PARA LAS ACCIONES AUTOMATICAS
      *    COMO LAS DE DESCMORA.
      ******************************************************************
           05 T-TIPO-MOV          PIC X(01).
               88 T-ALTA                      VALUE 'A'.
               88 T-CAMBIO                    VALUE 'C'.
               88 T-BAJA                      VALUE 'D'.
               88 T-BLOQUEO                   VALUE 'B'.
           05 T-PAIS              PIC X(03).
           05 T-SUCURSAL          PIC 9(02).
           05 T-SALDO             PIC S9(07)V99.
           05 T-NUM-CUENTA        PIC 9(10).
           05 T-NOMBRE-TITULAR    PIC X(30).
           05 T-ESTADO            PIC X(01).
               88 T-ESTADO-ACTIVA             VALUE 'A'.
               88 T-ESTADO-INACTIVA           VALUE 'I'.
               88 T-ESTADO-BLOQUEADA          VALUE 'B'.
               88 T-ESTADO-CERRADA            VALUE 'C'.
               88 T-ESTADO-VALIDO             VALUE 'A' 'I'
                                                    'B' 'C'.
           05 T-FECHA-APERTURA    PIC 9(08).
           05 T-MONEDA            PIC X(03).
           05 T-NUM-CLIENTE       PIC 9(08).
           05 T-LIMITE-DESCUBIERTO
                                  PIC 9(07)V99.
           05 T-PRODUCTO          PIC X(03).
           05 T-OPERADOR          PIC X(08).
