      *    DESCUBIERTO AUTORIZADO CTA-LIMITE-DESCUBIERTO (CERO = SIN
      *    DESCUBIERTO): EL REGISTRO PASA DE 74 A 83 BYTES. APLICMOV
      *    PERMITE DEBITOS HASTA SALDO + LIMITE - RETENCIONES.
      *    CTA-PRODUCTO (CODIGO DEL CATALOGO DE PRODUCTOS PRODUCTOS.DAT,
      *    VER PRODUCC.CPY) AGREGADO AL FINAL: EL REGISTRO PASA DE 83 A
      *    86 BYTES. EN BLANCO = CUENTA SIN PRODUCTO ASIGNADO: SIGUEN
      *    RIGIENDO LOS PARAMETROS PLANOS (TASAINT, COMITAR SIN TRAMO,
      *    DORMPAR Y EL LIMITE DE DESCUBIERTO PROPIO DE LA CUENTA).
      ******************************************************************
           05 CTA-PAIS             PIC X(03).
           05 CTA-SUCURSAL         PIC 9(02).
           05 CTA-NUM-CLIENTE      PIC 9(08).
           05 CTA-LIMITE-DESCUBIERTO
                                   PIC 9(07)V99.
           05 CTA-PRODUCTO         PIC X(03).
