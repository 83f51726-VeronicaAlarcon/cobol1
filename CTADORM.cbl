      *                 ENCADENA AL CICLO MENSUAL DE CIERRMES.JCL CON
      *                 EL MISMO CONTROL DE PREDECESORES QUE LOS PASOS
      *                 NOCTURNOS, Y ESTAMPA SU RESULTADO AL FINAL.
      *   2026-10-15  - LAS COMISIONES DE MANTENIMIENTO (MH-TIPO 'C',
      *                 DEBITADAS POR COMISION) NO CUENTAN COMO
      *                 ACTIVIDAD PARA EL RELOJ DE INACTIVIDAD.
      *   2026-10-15  - CATALOGO DE PRODUCTOS: LOS MESES SIN ACTIVIDAD
      *                 DE UNA CUENTA CON CTA-PRODUCTO SALEN DE
      *                 PRD-MESES-DORMANCIA DEL CATALOGO PRODUCTOS.DAT
      *                 (VER PRODUCC.CPY), CON SU PROPIA FECHA DE
      *                 CORTE; CERO EN EL CATALOGO, O CUENTA SIN
      *                 PRODUCTO, SIGUE USANDO DORMPAR.DAT. UNA CUENTA
      *                 CUYO PRODUCTO NO ESTA EN EL CATALOGO SE EVALUA
      *                 CON DORMPAR.DAT, SE CUENTA Y LA CORRIDA
      *                 TERMINA CON RETURN-CODE 4.
      *   2026-10-15  - LOS VENCIMIENTOS DE PLAZO FIJO (MH-TIPO 'V',
      *                 ACREDITADOS POR PLAZOFIJ) NO CUENTAN COMO
      *                 ACTIVIDAD PARA EL RELOJ DE INACTIVIDAD.
      *   2026-10-15  - EL GASTO POR CHEQUE DEVUELTO (MH-TIPO 'G', QUE
      *                 GENERA CANJE) NO CUENTA COMO ACTIVIDAD PARA EL
      *                 RELOJ DE INACTIVIDAD.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTADORM.
           SELECT REPORTE ASSIGN TO "DORMREP.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-REPORTE.
           SELECT PRODUCTOS ASSIGN TO "PRODUCTOS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PRODUCTOS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           01  REG-PARM                 PIC 9(03).
       FD  REPORTE.
           01  REG-REPORTE              PIC X(80).
       FD  PRODUCTOS.
           01  REG-PRODUCTO.
               COPY PRODUCC.

      ******************************************************************
       WORKING-STORAGE SECTION.
                   88 FS-PARM-NO-EXISTE            VALUE '35'.
           05  FS-REPORTE              PIC X(02).
                   88 FS-REPORTE-OK                VALUE '00'.
           05  FS-PRODUCTOS            PIC X(02).
                   88 FS-PRODUCTOS-OK              VALUE '00'.
                   88 FS-PRODUCTOS-FIN             VALUE '10'.
                   88 FS-PRODUCTOS-NO-EXISTE       VALUE '35'.
       01  WSS-MESES-SIN-ACTIVIDAD     PIC 9(03) VALUE 12.
      *-----------------------------------------------------------------*
      *    FECHA DE CORTE DE CADA PRODUCTO DEL CATALOGO (PRODUCTOS.DAT,
      *    OPCIONAL), CALCULADA UNA SOLA VEZ AL CARGARLO
      *-----------------------------------------------------------------*
       01  WSS-TABLA-PRODUCTOS.
           05 WSS-PRD-CANT             PIC 9(03) VALUE 0.
           05 WSS-PRD-ENTRY OCCURS 1 TO 200 TIMES
                              DEPENDING ON WSS-PRD-CANT
                              INDEXED BY WSS-PRD-IDX.
               10 WSS-PRD-CODIGO       PIC X(03).
               10 WSS-PRD-CORTE        PIC 9(08).
       01  WSS-MESES-APLICADOS         PIC 9(03).
       01  WSS-CORTE-GENERAL           PIC 9(08).
       01  WSS-CORTE-CUENTA            PIC 9(08).
       01  WSS-SW-PRODUCTO             PIC X(01).
           88 WSS-PRODUCTO-CONOCIDO                VALUE 'S'.
           88 WSS-PRODUCTO-DESCONOCIDO             VALUE 'N'.
      *-----------------------------------------------------------------*
      *    ULTIMA ACTIVIDAD DE LA CUENTA EN CURSO: SE LEE DIRECTO DE
      *    LA HISTORIA INDEXED (START EN LA CUENTA + READ NEXT), YA
      *    SIN TABLA EN MEMORIA NI TECHO DE 2000 MOVIMIENTOS
           05 WSS-LEIDAS               PIC 9(06).
           05 WSS-MARCADAS             PIC 9(06).
           05 WSS-YA-INACTIVAS         PIC 9(06).
           05 WSS-SIN-PRODUCTO         PIC 9(06).
       01  AREADECOM-CTL.
           COPY CPY003.
      *-----------------------------------------------------------------*
           PERFORM 1100-CARGA-PARAMETRO
           PERFORM 1200-FECHA-DE-CORTE
           PERFORM 1300-ABRE-HISTORIA
           PERFORM 1400-CARGA-PRODUCTOS

           OPEN I-O MAESTRO-CTA
           IF NOT FS-MAESTRO-CTA-OK
           MOVE WSS-FECHA-EJEC-AAAA TO WSS-FECHA-IMP-AAAA
           MOVE WSS-FECHA-IMPRESION TO WSS-ENC2-FECHA

           MOVE WSS-MESES-SIN-ACTIVIDAD TO WSS-MESES-APLICADOS
           PERFORM 1250-CALCULA-CORTE
           MOVE WSS-FECHA-CORTE-NUM TO WSS-CORTE-GENERAL
           .
       1200-FECHA-DE-CORTE-EXIT. EXIT.

       1250-CALCULA-CORTE.
           COMPUTE WSS-MESES-TOTALES =
               WSS-FECHA-EJEC-AAAA * 12 + WSS-FECHA-EJEC-MM - 1
               - WSS-MESES-APLICADOS
           DIVIDE WSS-MESES-TOTALES BY 12
               GIVING WSS-CORTE-AAAA
               REMAINDER WSS-MESES-RESTO
           COMPUTE WSS-CORTE-MM = WSS-MESES-RESTO + 1
           MOVE WSS-FECHA-EJEC-DD TO WSS-CORTE-DD
           .
       1250-CALCULA-CORTE-EXIT. EXIT.

       1300-ABRE-HISTORIA.
           SET WSS-SIN-HISTORIA TO TRUE
           .
       1300-ABRE-HISTORIA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CARGO EL CATALOGO DE PRODUCTOS CON LA FECHA DE CORTE DE
      *    CADA UNO. PRODUCTOS.DAT ES OPCIONAL: SIN ARCHIVO TODAS LAS
      *    CUENTAS SE EVALUAN CON DORMPAR.DAT
      *-----------------------------------------------------------------*
       1400-CARGA-PRODUCTOS.
           OPEN INPUT PRODUCTOS
           IF FS-PRODUCTOS-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-PRODUCTOS-OK
                   DISPLAY 'ERROR APERTURA PRODUCTOS.DAT FS: '
                            FS-PRODUCTOS
                   PERFORM 9050-ERROR-FATAL
               ELSE
                   PERFORM 1410-LEE-PRODUCTO
                       UNTIL FS-PRODUCTOS-FIN
                   CLOSE PRODUCTOS
               END-IF
           END-IF
           .
       1400-CARGA-PRODUCTOS-EXIT. EXIT.

       1410-LEE-PRODUCTO.
           READ PRODUCTOS
           EVALUATE TRUE
               WHEN FS-PRODUCTOS-OK
                   IF WSS-PRD-CANT < 200
                       ADD 1 TO WSS-PRD-CANT
                       SET WSS-PRD-IDX TO WSS-PRD-CANT
                       MOVE PRD-CODIGO
                            TO WSS-PRD-CODIGO (WSS-PRD-IDX)
                       IF PRD-MESES-DORMANCIA = 0
                           MOVE WSS-CORTE-GENERAL
                                TO WSS-PRD-CORTE (WSS-PRD-IDX)
                       ELSE
                           MOVE PRD-MESES-DORMANCIA
                                TO WSS-MESES-APLICADOS
                           PERFORM 1250-CALCULA-CORTE
                           MOVE WSS-FECHA-CORTE-NUM
                                TO WSS-PRD-CORTE (WSS-PRD-IDX)
                       END-IF
                   ELSE
                       DISPLAY 'CTADORM: TABLA DE PRODUCTOS LLENA'
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
       1410-LEE-PRODUCTO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    POSICIONO LA HISTORIA EN LA CUENTA EN CURSO Y TOMO LA FECHA
      *    DE VALOR MAS RECIENTE QUE NO SEA UN REVERSO (MH-TIPO 'R'):
      *    UN REVERSO DESHACE UN ERROR DE TIPEO, NO ES ACTIVIDAD. UNA
      *    COMISION (MH-TIPO 'C') LA DEBITA EL BANCO, TAMPOCO LO ES; NI
      *    EL VENCIMIENTO DE UN PLAZO FIJO (MH-TIPO 'V'), QUE LO
      *    ACREDITA EL BANCO EN LA FECHA PACTADA, NI EL GASTO POR
      *    CHEQUE DEVUELTO (MH-TIPO 'G') QUE LO DEBITA EL BANCO
      *-----------------------------------------------------------------*
       1350-ACTIVIDAD-EN-HISTORIA.
           IF WSS-HAY-HISTORIA
                   IF MH-PAIS = CTA-PAIS
                      AND MH-SUCURSAL = CTA-SUCURSAL
                      AND MH-NUM-CUENTA = CTA-NUM-CUENTA
                       IF MH-TIPO NOT = 'R' AND MH-TIPO NOT = 'C'
                          AND MH-TIPO NOT = 'V' AND MH-TIPO NOT = 'G'
                          AND MH-FECHA-VALOR > WSS-ULT-ACTIVIDAD
                           MOVE MH-FECHA-VALOR TO WSS-ULT-ACTIVIDAD
                       END-IF
       2200-DETERMINA-ACTIVIDAD.
           MOVE CTA-FECHA-APERTURA TO WSS-ULT-ACTIVIDAD
           PERFORM 1350-ACTIVIDAD-EN-HISTORIA
           PERFORM 2250-CORTE-DE-LA-CUENTA

           IF WSS-ULT-ACTIVIDAD < WSS-CORTE-CUENTA
               SET WSS-CUENTA-DORMIDA TO TRUE
           ELSE
               SET WSS-CUENTA-CON-ACTIVIDAD TO TRUE
           .
       2200-DETERMINA-ACTIVIDAD-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    LA CUENTA CON PRODUCTO USA LA FECHA DE CORTE DE SU PRODUCTO;
      *    SIN PRODUCTO (O CON UN PRODUCTO QUE NO ESTA EN EL CATALOGO)
      *    RIGE LA DE DORMPAR.DAT
      *-----------------------------------------------------------------*
       2250-CORTE-DE-LA-CUENTA.
           MOVE WSS-CORTE-GENERAL TO WSS-CORTE-CUENTA
           IF CTA-PRODUCTO NOT = SPACES
               SET WSS-PRODUCTO-DESCONOCIDO TO TRUE
               IF WSS-PRD-CANT > 0
                   SET WSS-PRD-IDX TO 1
                   SEARCH WSS-PRD-ENTRY
                       AT END
                           CONTINUE
                       WHEN WSS-PRD-CODIGO (WSS-PRD-IDX) = CTA-PRODUCTO
                           MOVE WSS-PRD-CORTE (WSS-PRD-IDX)
                                TO WSS-CORTE-CUENTA
                           SET WSS-PRODUCTO-CONOCIDO TO TRUE
                   END-SEARCH
               END-IF
               IF WSS-PRODUCTO-DESCONOCIDO
                   ADD 1 TO WSS-SIN-PRODUCTO
                   DISPLAY 'CTADORM: PRODUCTO ' CTA-PRODUCTO
                            ' INEXISTENTE - PAIS ' CTA-PAIS
                            ' SUC ' CTA-SUCURSAL
                            ' CUENTA ' CTA-NUM-CUENTA
               END-IF
           END-IF
           .
       2250-CORTE-DE-LA-CUENTA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    PASO LA CUENTA DE ACTIVA A INACTIVA EN EL MAESTRO
      *-----------------------------------------------------------------*
           DISPLAY '-------------------------------'
           DISPLAY '- MESES SIN ACTIVIDAD (PARM): '
                    WSS-MESES-SIN-ACTIVIDAD
           DISPLAY '- FECHA DE CORTE (PARM): ' WSS-CORTE-GENERAL
           DISPLAY '- PRODUCTOS EN CATALOGO: ' WSS-PRD-CANT
           DISPLAY '- CUENTAS LEIDAS: ' WSS-LEIDAS
           DISPLAY '- CUENTAS PASADAS A INACTIVA: ' WSS-MARCADAS
           DISPLAY '- CUENTAS YA INACTIVAS: ' WSS-YA-INACTIVAS
           DISPLAY '- CUENTAS CON PRODUCTO INEXISTENTE: '
                    WSS-SIN-PRODUCTO
           DISPLAY '-------------------------------'

           IF RETURN-CODE = 0 AND WSS-SIN-PRODUCTO > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           .
       9100-TOTALES-DE-CONTROL-EXIT. EXIT.
