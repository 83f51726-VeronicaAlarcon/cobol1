      ******************************************************************
      *    LAYOUT DEL CATALOGO DE PRODUCTOS (PRODUCTOS.DAT, LINE
      *    SEQUENTIAL, UN REGISTRO POR PRODUCTO, TIPEADO A MANO Y
      *    VALIDADO POR PREVALID COMO LOS DEMAS PARAMETROS). CADA
      *    CUENTA NOMBRA SU PRODUCTO EN CTA-PRODUCTO (CUENTASC.CPY) Y
      *    LOS PROCESOS TOMAN DE AQUI SUS REGLAS EN VEZ DE LOS
      *    PARAMETROS PLANOS:
      *      PRD-MONEDA (1-5)        MONEDAS EN QUE SE PUEDE ABRIR UNA
      *                              CUENTA DEL PRODUCTO (MANTCTA);
      *                              POSICIONES SOBRANTES EN BLANCO
      *      PRD-TASA-INTERES        TASA MENSUAL EN PORCIENTO, MISMO
      *                              FORMATO QUE TASAINT.DAT (INTERES);
      *                              CERO = EL PRODUCTO NO DEVENGA
      *      PRD-TRAMO-COMISION      TRAMO DE LA TARIFA COMITAR.DAT
      *                              (COMISION); EN BLANCO = TARIFA
      *                              GENERAL DEL PAIS/MONEDA
      *      PRD-PERMITE-DESCUBIERTO 'S'/'N' Y PRD-MAX-DESCUBIERTO
      *                              TOPE DEL LIMITE DE CADA CUENTA
      *                              (MANTCTA, APLICMOV Y COMISION)
      *      PRD-MESES-DORMANCIA     MESES SIN ACTIVIDAD PARA PASAR A
      *                              INACTIVA (CTADORM); CERO = RIGE
      *                              DORMPAR.DAT
      *      PRD-SALDO-MINIMO        SALDO QUE LOS DEBITOS NO PUEDEN
      *                              PERFORAR (APLICMOV Y COMISION)
      ******************************************************************
           05 PRD-CODIGO              PIC X(03).
           05 PRD-DESCRIPCION         PIC X(30).
           05 PRD-MONEDAS.
               10 PRD-MONEDA          PIC X(03) OCCURS 5 TIMES.
           05 PRD-TASA-INTERES        PIC 9(02)V9(04).
           05 PRD-TRAMO-COMISION      PIC X(02).
           05 PRD-PERMITE-DESCUBIERTO PIC X(01).
               88 PRD-CON-DESCUBIERTO         VALUE 'S'.
               88 PRD-SIN-DESCUBIERTO         VALUE 'N'.
           05 PRD-MAX-DESCUBIERTO     PIC 9(07)V99.
           05 PRD-MESES-DORMANCIA     PIC 9(03).
           05 PRD-SALDO-MINIMO        PIC 9(07)V99.
