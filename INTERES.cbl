      *                 ENCADENA AL CICLO MENSUAL DE CIERRMES.JCL CON
      *                 EL MISMO CONTROL DE PREDECESORES QUE LOS PASOS
      *                 NOCTURNOS, Y ESTAMPA SU RESULTADO AL FINAL.
      *   2026-10-15  - CATALOGO DE PRODUCTOS: LA TASA DE UNA CUENTA
      *                 CON CTA-PRODUCTO SALE DE PRD-TASA-INTERES DEL
      *                 CATALOGO PRODUCTOS.DAT (VER PRODUCC.CPY) EN
      *                 VEZ DE TASAINT.DAT; UN PRODUCTO CON TASA CERO
      *                 NO DEVENGA. LAS CUENTAS SIN PRODUCTO SIGUEN
      *                 CON LA TASA DE SU PAIS/MONEDA. UNA CUENTA CUYO
      *                 PRODUCTO NO ESTA EN EL CATALOGO NO SE TOCA: SE
      *                 CUENTA Y LA CORRIDA TERMINA CON RETURN-CODE 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTERES.
           SELECT REMESA ASSIGN TO "RETFISC.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-REMESA.
           SELECT PRODUCTOS ASSIGN TO "PRODUCTOS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PRODUCTOS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
               05 RT-TIPO               PIC X(03).
               05 RT-CANT-PAISES        PIC 9(04).
               05 RT-TOTAL-IMPUESTO     PIC 9(13)V99.
       FD  PRODUCTOS.
           01  REG-PRODUCTO.
               COPY PRODUCC.

      ******************************************************************
       WORKING-STORAGE SECTION.
                   88 FS-RETENCION-NO-EXISTE       VALUE '35'.
           05  FS-REMESA               PIC X(02).
                   88 FS-REMESA-OK                 VALUE '00'.
           05  FS-PRODUCTOS            PIC X(02).
                   88 FS-PRODUCTOS-OK              VALUE '00'.
                   88 FS-PRODUCTOS-FIN             VALUE '10'.
                   88 FS-PRODUCTOS-NO-EXISTE       VALUE '35'.
      *-----------------------------------------------------------------*
      *    TABLA DE TASAS MENSUALES POR PAIS/MONEDA
      *-----------------------------------------------------------------*
       01  WSS-SW-TASA                 PIC X(01).
           88 WSS-TASA-ENCONTRADA                  VALUE 'S'.
           88 WSS-TASA-FALTANTE                    VALUE 'N'.
           88 WSS-TASA-SIN-DEVENGO                 VALUE 'X'.
       01  WSS-INTERES                 PIC 9(07)V99.
      *-----------------------------------------------------------------*
      *    TASA MENSUAL DE CADA PRODUCTO DEL CATALOGO (PRODUCTOS.DAT,
      *    OPCIONAL: SIN CATALOGO TODAS LAS CUENTAS USAN TASAINT.DAT)
      *-----------------------------------------------------------------*
       01  WSS-TABLA-PRODUCTOS.
           05 WSS-PRD-CANT             PIC 9(03) VALUE 0.
           05 WSS-PRD-ENTRY OCCURS 1 TO 200 TIMES
                              DEPENDING ON WSS-PRD-CANT
                              INDEXED BY WSS-PRD-IDX.
               10 WSS-PRD-CODIGO       PIC X(03).
               10 WSS-PRD-TASA         PIC 9(02)V9(04).
       01  WSS-SW-PRODUCTO             PIC X(01).
           88 WSS-PRODUCTO-CONOCIDO                VALUE 'S'.
           88 WSS-PRODUCTO-DESCONOCIDO             VALUE 'N'.
       01  WSS-SALDO-ANTERIOR          PIC S9(07)V99.
      *-----------------------------------------------------------------*
      *    TABLA DE TASAS DE RETENCION IMPOSITIVA POR PAIS (RETIMP.DAT,
           05 WSS-ACREDITADAS          PIC 9(06).
           05 WSS-SIN-TASA             PIC 9(06).
           05 WSS-SIN-ACREDITAR        PIC 9(06).
           05 WSS-SIN-PRODUCTO         PIC 9(06).
           05 WSS-NO-DEVENGAN          PIC 9(06).
           05 WSS-INTERES-TOTAL        PIC 9(11)V99.
           05 WSS-IMPUESTO-TOTAL       PIC 9(13)V99.

           CLOSE TASAS

           PERFORM 1200-CARGA-RETENCIONES
           PERFORM 1300-CARGA-PRODUCTOS

           OPEN I-O MAESTRO-CTA
           IF NOT FS-MAESTRO-CTA-OK
           .
       1210-LEE-RETENCION-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CARGO LA TASA DE CADA PRODUCTO DEL CATALOGO. PRODUCTOS.DAT
      *    ES OPCIONAL: SIN ARCHIVO SOLO DEVENGAN LAS CUENTAS SIN
      *    PRODUCTO (CON TASAINT.DAT)
      *-----------------------------------------------------------------*
       1300-CARGA-PRODUCTOS.
           OPEN INPUT PRODUCTOS
           IF FS-PRODUCTOS-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-PRODUCTOS-OK
                   DISPLAY 'ERROR APERTURA PRODUCTOS.DAT FS: '
                            FS-PRODUCTOS
                   PERFORM 9050-ERROR-FATAL
               ELSE
                   PERFORM 1310-LEE-PRODUCTO
                       UNTIL FS-PRODUCTOS-FIN
                   CLOSE PRODUCTOS
               END-IF
           END-IF
           .
       1300-CARGA-PRODUCTOS-EXIT. EXIT.

       1310-LEE-PRODUCTO.
           READ PRODUCTOS
           EVALUATE TRUE
               WHEN FS-PRODUCTOS-OK
                   IF WSS-PRD-CANT < 200
                       ADD 1 TO WSS-PRD-CANT
                       SET WSS-PRD-IDX TO WSS-PRD-CANT
                       MOVE PRD-CODIGO
                            TO WSS-PRD-CODIGO (WSS-PRD-IDX)
                       MOVE PRD-TASA-INTERES
                            TO WSS-PRD-TASA (WSS-PRD-IDX)
                   ELSE
                       DISPLAY 'INTERES: TABLA DE PRODUCTOS LLENA'
                       PERFORM 9050-ERROR-FATAL
                   END-IF
               WHEN FS-PRODUCTOS-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA PRODUCTOS.DAT FS: '
                            FS-PRODUCTOS
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1310-LEE-PRODUCTO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    SOLO LAS CUENTAS ACTIVAS DEVENGAN INTERES
      *-----------------------------------------------------------------*
       2000-PROCESO-EXIT. EXIT.

       2100-DEVENGA-CUENTA.
           PERFORM 2150-DETERMINA-TASA
           EVALUATE TRUE
               WHEN WSS-PRODUCTO-DESCONOCIDO
                   ADD 1 TO WSS-SIN-PRODUCTO
                   DISPLAY 'INTERES: PRODUCTO ' CTA-PRODUCTO
                            ' INEXISTENTE - PAIS ' CTA-PAIS
                            ' SUC ' CTA-SUCURSAL
                            ' CUENTA ' CTA-NUM-CUENTA
               WHEN WSS-TASA-SIN-DEVENGO
                   ADD 1 TO WSS-NO-DEVENGAN
               WHEN WSS-TASA-FALTANTE
                   ADD 1 TO WSS-SIN-TASA
                   DISPLAY 'INTERES: SIN TASA PARA PAIS ' CTA-PAIS
                            ' MONEDA ' CTA-MONEDA
               WHEN OTHER
                   PERFORM 2300-ACREDITA-INTERES
           END-EVALUATE
           .
       2100-DEVENGA-CUENTA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    LA CUENTA CON PRODUCTO TOMA LA TASA DEL CATALOGO; LA CUENTA
      *    SIN PRODUCTO, LA DE SU PAIS/MONEDA EN TASAINT.DAT
      *-----------------------------------------------------------------*
       2150-DETERMINA-TASA.
           SET WSS-PRODUCTO-CONOCIDO TO TRUE
           IF CTA-PRODUCTO = SPACES
               PERFORM 2200-BUSCA-TASA
           ELSE
               PERFORM 2250-TASA-DEL-PRODUCTO
           END-IF
           .
       2150-DETERMINA-TASA-EXIT. EXIT.

       2200-BUSCA-TASA.
           SET WSS-TASA-FALTANTE TO TRUE
           .
       2200-BUSCA-TASA-EXIT. EXIT.

       2250-TASA-DEL-PRODUCTO.
           SET WSS-PRODUCTO-DESCONOCIDO TO TRUE
           SET WSS-TASA-FALTANTE TO TRUE
           MOVE 0 TO WSS-TASA-APLICADA
           IF WSS-PRD-CANT > 0
               SET WSS-PRD-IDX TO 1
               SEARCH WSS-PRD-ENTRY
                   AT END
                       CONTINUE
                   WHEN WSS-PRD-CODIGO (WSS-PRD-IDX) = CTA-PRODUCTO
                       SET WSS-PRODUCTO-CONOCIDO TO TRUE
                       IF WSS-PRD-TASA (WSS-PRD-IDX) = 0
                           SET WSS-TASA-SIN-DEVENGO TO TRUE
                       ELSE
                           MOVE WSS-PRD-TASA (WSS-PRD-IDX)
                                TO WSS-TASA-APLICADA
                           SET WSS-TASA-ENCONTRADA TO TRUE
                       END-IF
               END-SEARCH
           END-IF
           .
       2250-TASA-DEL-PRODUCTO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    INTERES DEL MES = SALDO * TASA / 100. SI LA ACREDITACION
      *    DESBORDARA CTA-SALDO (9(07)V99), LA CUENTA SE SALTEA Y SE
           DISPLAY '- CUENTAS LEIDAS: ' WSS-LEIDAS
           DISPLAY '- CUENTAS ACREDITADAS: ' WSS-ACREDITADAS
           DISPLAY '- CUENTAS SIN TASA: ' WSS-SIN-TASA
           DISPLAY '- CUENTAS CON PRODUCTO INEXISTENTE: '
                    WSS-SIN-PRODUCTO
           DISPLAY '- CUENTAS DE PRODUCTO SIN INTERES: '
                    WSS-NO-DEVENGAN
           DISPLAY '- CUENTAS SIN ACREDITAR (DESBORDE): '
                    WSS-SIN-ACREDITAR
           DISPLAY '- INTERES BRUTO DEVENGADO: ' WSS-INTERES-TOTAL
           DISPLAY '-------------------------------'

           IF RETURN-CODE = 0
              AND (WSS-SIN-TASA > 0 OR WSS-SIN-ACREDITAR > 0
                   OR WSS-SIN-PRODUCTO > 0)
               MOVE 4 TO RETURN-CODE
           END-IF
           .
