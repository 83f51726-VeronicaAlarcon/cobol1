      *    CADA CONSULTA EN EL REGISTRO DE ACCESOS ACCESLOG.DAT, EN EL
      *    ESPIRITU DEL CTAAUD.DAT QUE MANTCTA YA DEJA PARA LAS
      *    ACTUALIZACIONES.
      *    PARA LA CAPTURA DE MOVIMIENTOS EN LINEA (CAPTMOV) EL PERFIL
      *    SUMA AL FINAL OP-LIMITE-CAPTURA (IMPORTE HASTA EL QUE EL
      *    OPERADOR CARGA SIN SEGUNDA FIRMA) Y OP-NIVEL (JERARQUIA:
      *    SOLO UN NIVEL MAYOR AL DE QUIEN CARGO PUEDE APROBAR). UNA
      *    LINEA VIEJA SIN ESTOS CAMPOS VALE LIMITE CERO Y NIVEL CERO:
      *    TODO LO QUE CARGUE QUEDA PENDIENTE Y NO APRUEBA NADA.
      *    OP-APRUEBA-MANT ('S') FACULTA AL OPERADOR A APROBAR LOS
      *    CAMBIOS SENSIBLES DE CUENTAS QUE MANTCTA DEJA EN ESPERA
      *    (CTAPEND.DAT), DENTRO DE SU ALCANCE Y NUNCA LOS PROPIOS. UNA
      *    LINEA SIN EL CAMPO NO APRUEBA.
      ******************************************************************
           05 OP-CODIGO            PIC X(08).
           05 OP-NOMBRE            PIC X(20).
               88 OP-CASA-MATRIZ               VALUE '***'.
           05 OP-SUC               PIC 9(02).
               88 OP-TODO-EL-PAIS              VALUE 0.
           05 OP-LIMITE-CAPTURA    PIC 9(07)V99.
           05 OP-NIVEL             PIC 9(01).
           05 OP-APRUEBA-MANT      PIC X(01).
               88 OP-APRUEBA-CAMBIOS           VALUE 'S'.
