      *                 PREFIJO 'ANTES:/DESPUES:' MAS LA IMAGEN
      *                 RECORTABA EL CLIENTE Y EL LIMITE DE
      *                 DESCUBIERTO DE CADA IMAGEN GRABADA.
      *   2026-10-15  - EL REGISTRO DE CTAMANT.DAT PASA AL COPYBOOK
      *                 CTAMANTC.CPY Y SE AGREGA EL TIPO 'B' (BLOQUEO):
      *                 PASA UNA CUENTA 'A' O 'I' A 'B' SIN TOCAR EL
      *                 RESTO DEL REGISTRO. ES EL FORMATO DE LAS
      *                 ACCIONES DESCACC.DAT QUE DEJA DESCMORA PARA
      *                 LOS DESCUBIERTOS DE MAS DE 90 DIAS.
      *   2026-10-15  - CATALOGO DE PRODUCTOS (PRODUCTOS.DAT, VER
      *                 PRODUCC.CPY): LA TRANSACCION LLEVA T-PRODUCTO,
      *                 QUE SE COPIA A CTA-PRODUCTO. EN ALTAS Y CAMBIOS
      *                 EL PRODUCTO DEBE ESTAR EN EL CATALOGO, LA
      *                 MONEDA DEBE SER UNA DE LAS QUE ADMITE Y EL
      *                 LIMITE DE DESCUBIERTO CERO SI EL PRODUCTO NO LO
      *                 PERMITE O HASTA SU TOPE SI LO PERMITE. SOLO
      *                 PUEDE QUEDAR SIN PRODUCTO UN CAMBIO DE UNA
      *                 CUENTA QUE NO LO TENIA (O TODA CUENTA SI NO HAY
      *                 CATALOGO). IMAGENES DE AUDITORIA A X(86) Y
      *                 LINEA DE AUDITORIA A X(97).
      *   2026-10-15  - UN CAMBIO A CERRADA SOLO SE ACEPTA CON SALDO
      *                 CERO (EN EL MAESTRO Y EN LA TRANSACCION): UNA
      *                 CUENTA CON SALDO SE CIERRA POR CIERCTA, QUE
      *                 LIQUIDA INTERES Y COMISIONES PENDIENTES Y PAGA
      *                 EL SALDO ANTES DE CERRARLA.
      *   2026-10-15  - DOBLE FIRMA PARA LOS CAMBIOS SENSIBLES: UN
      *                 CAMBIO DE LIMITE DE DESCUBIERTO, TITULAR,
      *                 CLIENTE O MONEDA, UN DESBLOQUEO ('B' A 'A') O UN
      *                 ALTA CON DESCUBIERTO NO SE APLICA: QUEDA EN
      *                 CTAPEND.DAT (VER CTAPENDC.CPY) A NOMBRE DEL
      *                 OPERADOR QUE LO CARGO (T-OPERADOR, VALIDADO
      *                 CONTRA OPERADOR.DAT). EN UNA CORRIDA POSTERIOR
      *                 CTAAPR.DAT LO APRUEBA O RECHAZA; SOLO APRUEBA
      *                 OTRO OPERADOR CON OP-APRUEBA-MANT Y ALCANCE
      *                 SOBRE LA CUENTA, Y AL APROBAR SE VUELVE A
      *                 VALIDAR CONTRA EL MAESTRO VIGENTE. LOS PEDIDOS
      *                 DE MAS DE 5 DIAS VENCEN. CTAAUD.DAT LISTA LOS
      *                 PEDIDOS NUEVOS, APROBADOS, RECHAZADOS, VENCIDOS
      *                 Y EN ESPERA, Y CADA ACTUALIZACION LLEVA QUIEN LA
      *                 CARGO Y QUIEN LA APROBO.
      *   2026-10-15  - MANTCTA YA NO CIERRA CUENTAS: TODO CAMBIO A
      *                 'C' SE RECHAZA Y EL CIERRE VA POR CIERCTA, QUE
      *                 CONTROLA RETENCIONES, CHEQUES EN CANJE Y PLAZOS
      *                 FIJOS Y LIQUIDA ANTES DE CERRAR. TODA SALIDA DEL
      *                 ESTADO 'B' (NO SOLO A 'A') ES CAMBIO SENSIBLE.
      *                 CTAAPR.DAT SOLO SE CIERRA SI SE LLEGO A ABRIR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTCTA.
           SELECT AUDITORIA ASSIGN TO "CTAAUD.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-AUDITORIA.
           SELECT PRODUCTOS ASSIGN TO "PRODUCTOS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PRODUCTOS.
           SELECT OPERADORES ASSIGN TO "OPERADOR.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-OPERADORES.
           SELECT PENDIENTES ASSIGN TO "CTAPEND.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PENDIENTES.
           SELECT APROBACIONES ASSIGN TO "CTAAPR.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-APROBACIONES.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACC.
           01  REG-TRANS.
               COPY CTAMANTC.
       FD  MAESTRO-CTA.
           01  REG-MAESTRO-CTA.
               COPY CUENTASC.
       FD  AUDITORIA.
           01  REG-AUDITORIA          PIC X(97).
       FD  PRODUCTOS.
           01  REG-PRODUCTO.
               COPY PRODUCC.
       FD  OPERADORES.
           01  REG-OPERADOR.
               COPY OPERADRC.
       FD  PENDIENTES.
           01  REG-PENDIENTE.
               COPY CTAPENDC.
      *    CTAAPR.DAT: 'A' APRUEBA Y APLICA EL PEDIDO, 'R' LO RECHAZA.
      *    AP-OPERADOR ES QUIEN APRUEBA O RECHAZA (OPERADOR.DAT)
       FD  APROBACIONES.
           01  REG-APROBACION.
               05 AP-NUMERO             PIC 9(12).
               05 AP-ACCION             PIC X(01).
                   88 AP-APRUEBA                  VALUE 'A'.
                   88 AP-RECHAZA                  VALUE 'R'.
               05 AP-OPERADOR           PIC X(08).

      ******************************************************************
       WORKING-STORAGE SECTION.
                   88 FS-MAESTRO-CTA-DUPLICADA     VALUE '22'.
           05  FS-AUDITORIA            PIC X(02).
                   88 FS-AUDITORIA-OK              VALUE '00'.
           05  FS-PRODUCTOS            PIC X(02).
                   88 FS-PRODUCTOS-OK              VALUE '00'.
                   88 FS-PRODUCTOS-FIN             VALUE '10'.
                   88 FS-PRODUCTOS-NO-EXISTE       VALUE '35'.
           05  FS-OPERADORES           PIC X(02).
                   88 FS-OPERADORES-OK             VALUE '00'.
                   88 FS-OPERADORES-FIN            VALUE '10'.
                   88 FS-OPERADORES-NO-EXISTE      VALUE '35'.
           05  FS-PENDIENTES           PIC X(02).
                   88 FS-PENDIENTES-OK             VALUE '00'.
                   88 FS-PENDIENTES-FIN            VALUE '10'.
                   88 FS-PENDIENTES-NO-EXISTE      VALUE '35'.
           05  FS-APROBACIONES         PIC X(02).
                   88 FS-APROBACIONES-OK           VALUE '00'.
                   88 FS-APROBACIONES-FIN          VALUE '10'.
                   88 FS-APROBACIONES-NO-EXISTE    VALUE '35'.
       01  WSS-SW-TRANSACCION          PIC X(01).
           88 WSS-TRANS-VALIDA                     VALUE 'S'.
           88 WSS-TRANS-INVALIDA                   VALUE 'N'.
       01  WSS-MOTIVO-RECHAZO          PIC X(40).
       01  WSS-IMAGEN-ANTES            PIC X(86).
       01  WSS-IMAGEN-DESPUES          PIC X(86).
       01  WSS-LINEA-AUDITORIA         PIC X(97).
      *    QUIEN CARGO Y QUIEN APROBO LA ACTUALIZACION, PARA LA LINEA
      *    DE AUDITORIA
       01  WSS-FIRMAS                  PIC X(35).
      *-----------------------------------------------------------------*
      *    CATALOGO DE PRODUCTOS (PRODUCTOS.DAT): MONEDAS ADMITIDAS Y
      *    REGLA DE DESCUBIERTO DE CADA PRODUCTO
      *-----------------------------------------------------------------*
       01  WSS-TABLA-PRODUCTOS.
           05 WSS-PRD-CANT             PIC 9(03) VALUE 0.
           05 WSS-PRD-ENTRY OCCURS 1 TO 200 TIMES
                              DEPENDING ON WSS-PRD-CANT
                              INDEXED BY WSS-PRD-IDX.
               10 WSS-PRD-CODIGO       PIC X(03).
               10 WSS-PRD-MONEDAS.
                   15 WSS-PRD-MONEDA   PIC X(03) OCCURS 5 TIMES.
               10 WSS-PRD-PERMITE      PIC X(01).
               10 WSS-PRD-MAXIMO       PIC 9(07)V99.
       01  WSS-PRODUCTO-ACTUAL         PIC X(03).
       01  WSS-SW-PRODUCTO             PIC X(01).
           88 WSS-PRODUCTO-CONOCIDO                VALUE 'S'.
           88 WSS-PRODUCTO-DESCONOCIDO             VALUE 'N'.
      *-----------------------------------------------------------------*
      *    OPERADORES (OPERADOR.DAT) QUE CARGAN Y APRUEBAN CAMBIOS
      *    SENSIBLES
      *-----------------------------------------------------------------*
       01  WSS-TABLA-OPERADORES.
           05 WSS-OPE-CANT             PIC 9(03) VALUE 0.
           05 WSS-OPE-ENTRY OCCURS 1 TO 500 TIMES
                              DEPENDING ON WSS-OPE-CANT
                              INDEXED BY WSS-OPE-IDX.
               10 WSS-OPE-CODIGO       PIC X(08).
               10 WSS-OPE-PAIS         PIC X(03).
               10 WSS-OPE-SUC          PIC 9(02).
               10 WSS-OPE-APRUEBA      PIC X(01).
       01  WSS-OPE-BUSCADO             PIC X(08).
       01  WSS-SW-OPERADOR-EXISTE      PIC X(01).
           88 WSS-OPERADOR-EXISTE                  VALUE 'S'.
           88 WSS-OPERADOR-NO-EXISTE               VALUE 'N'.
       01  WSS-SW-OPERADOR             PIC X(01).
           88 WSS-OPERADOR-HABILITADO              VALUE 'S'.
           88 WSS-OPERADOR-NO-HABILITADO           VALUE 'N'.
       01  WSS-SW-FACULTAD             PIC X(01).
           88 WSS-OPERADOR-FACULTADO               VALUE 'S'.
           88 WSS-OPERADOR-NO-FACULTADO            VALUE 'N'.
      *-----------------------------------------------------------------*
      *    PEDIDOS DE CAMBIOS SENSIBLES (CTAPEND.DAT): SE CARGAN AL
      *    INICIO Y SE REGRABAN AL FINAL
      *-----------------------------------------------------------------*
       01  WSS-TABLA-PENDIENTES.
           05 WSS-PEN-CANT             PIC 9(04) VALUE 0.
           05 WSS-PEN-ENTRY OCCURS 1 TO 1000 TIMES
                              DEPENDING ON WSS-PEN-CANT
                              INDEXED BY WSS-PEN-IDX.
               10 WSS-PEN-NUMERO       PIC 9(12).
               10 WSS-PEN-IMAGEN       PIC X(266).
       01  WSS-P                       PIC 9(04).
       01  WSS-ULTIMA-SECUENCIA        PIC 9(04) VALUE 0.
      *    DIAS CORRIDOS QUE UN PEDIDO ESPERA LA APROBACION ANTES DE
      *    VENCER
       01  WSS-DIAS-VIGENCIA           PIC 9(03) VALUE 5.
       01  WSS-SW-PEDIDO               PIC X(01).
           88 WSS-PEDIDO-HALLADO                   VALUE 'S'.
           88 WSS-PEDIDO-NO-HALLADO                VALUE 'N'.
       01  WSS-SW-APROBACION           PIC X(01) VALUE 'N'.
           88 WSS-APROBANDO                        VALUE 'S'.
           88 WSS-NO-APROBANDO                     VALUE 'N'.
       01  WSS-SW-APR-ABIERTO          PIC X(01) VALUE 'N'.
           88 WSS-APROBACIONES-ABIERTAS            VALUE 'S'.
       01  WSS-SW-SENSIBLE             PIC X(01).
           88 WSS-CAMBIO-SENSIBLE                  VALUE 'S'.
           88 WSS-CAMBIO-NO-SENSIBLE               VALUE 'N'.
      *    LA CUENTA COMO LA VIO EL SOLICITANTE, PARA COMPARARLA AL
      *    APROBAR CON EL MAESTRO VIGENTE
       01  WSS-MAESTRO-PEDIDO.
           COPY CUENTASC REPLACING LEADING ==CTA-== BY ==MPD-==.
      *    FECHA EN DIA JULIANO, PARA LA ANTIGUEDAD DE LOS PEDIDOS
       01  WSS-JUL-HOY                 PIC 9(08).
       01  WSS-JUL-FECHA.
           05 WSS-JUL-AAAA             PIC 9(04).
           05 WSS-JUL-MM               PIC 9(02).
           05 WSS-JUL-DD               PIC 9(02).
       01  WSS-JUL-FECHA-NUM REDEFINES WSS-JUL-FECHA
                                       PIC 9(08).
       01  WSS-JUL-A                   PIC 9(02).
       01  WSS-JUL-Y                   PIC 9(05).
       01  WSS-JUL-M                   PIC 9(02).
       01  WSS-JUL-T1                  PIC 9(05).
       01  WSS-JUL-T2                  PIC 9(05).
       01  WSS-JUL-T3                  PIC 9(05).
       01  WSS-JUL-T4                  PIC 9(05).
       01  WSS-JUL-DIA                 PIC 9(08).
       01  WSS-TOTALES-CONTROL.
           05 WSS-LEIDAS               PIC 9(04).
           05 WSS-ALTAS                PIC 9(04).
           05 WSS-CAMBIOS              PIC 9(04).
           05 WSS-BAJAS                PIC 9(04).
           05 WSS-BLOQUEOS             PIC 9(04).
           05 WSS-RECHAZOS-TRANS       PIC 9(04).
           05 WSS-PED-NUEVOS           PIC 9(04).
           05 WSS-APR-LEIDAS           PIC 9(04).
           05 WSS-APR-INVALIDAS        PIC 9(04).
           05 WSS-PED-APROBADOS        PIC 9(04).
           05 WSS-PED-RECHAZADOS       PIC 9(04).
           05 WSS-PED-VENCIDOS         PIC 9(04).
           05 WSS-PED-EN-ESPERA        PIC 9(04).
           05 WSS-PED-DEPURADOS        PIC 9(04).
       01  WSS-FECHA-EJECUCION         PIC 9(08).
       01  AREADECOM-FEC.
           COPY CPY004.
       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           PERFORM 1000-INICIO
           PERFORM 3500-VENCE-PENDIENTES
           PERFORM 3000-PROCESA-APROBACION UNTIL FS-APROBACIONES-FIN
           PERFORM 5000-LECTURA-TRANS
           PERFORM 2000-PROCESA-TRANS UNTIL FS-TRANSACC-FIN
           PERFORM 4000-GRABA-PENDIENTES
           PERFORM 9000-FINALIZAR
           .

      *-----------------------------------------------------------------*
      *    ABRO ARCHIVOS, INICIALIZO, CARGO PRODUCTOS, OPERADORES Y
      *    PEDIDOS Y LEO LA PRIMERA APROBACION. LA PRIMERA TRANSACCION
      *    SE LEE RECIEN DESPUES DE LAS APROBACIONES, QUE USAN EL
      *    REGISTRO DE CTAMANT.DAT PARA APLICAR LOS PEDIDOS
      *-----------------------------------------------------------------*
       1000-INICIO.
           INITIALIZE WSS-TOTALES-CONTROL
           ACCEPT WSS-FECHA-EJECUCION FROM DATE YYYYMMDD
           MOVE WSS-FECHA-EJECUCION TO WSS-JUL-FECHA-NUM
           PERFORM 6100-DIA-JULIANO
           MOVE WSS-JUL-DIA TO WSS-JUL-HOY

           OPEN INPUT TRANSACC
           IF NOT FS-TRANSACC-OK
                TO REG-AUDITORIA
           WRITE REG-AUDITORIA

           PERFORM 1100-CARGA-PRODUCTOS
           PERFORM 1200-CARGA-OPERADORES
           PERFORM 1300-CARGA-PENDIENTES

      *    CTAAPR.DAT ES OPCIONAL: SIN APROBACIONES LOS PEDIDOS SIGUEN
      *    EN ESPERA
           OPEN INPUT APROBACIONES
           EVALUATE TRUE
               WHEN FS-APROBACIONES-OK
                   SET WSS-APROBACIONES-ABIERTAS TO TRUE
                   PERFORM 5300-LECTURA-APROBACION
               WHEN FS-APROBACIONES-NO-EXISTE
                   SET FS-APROBACIONES-FIN TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR APERTURA CTAAPR.DAT FS: '
                            FS-APROBACIONES
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1000-INICIO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CARGO EL CATALOGO DE PRODUCTOS. PRODUCTOS.DAT ES OPCIONAL:
      *    SIN CATALOGO LAS CUENTAS SE MANTIENEN SIN PRODUCTO
      *-----------------------------------------------------------------*
       1100-CARGA-PRODUCTOS.
           OPEN INPUT PRODUCTOS
           IF FS-PRODUCTOS-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-PRODUCTOS-OK
                   DISPLAY 'ERROR APERTURA PRODUCTOS.DAT FS: '
                            FS-PRODUCTOS
                   PERFORM 9050-ERROR-FATAL
               ELSE
                   PERFORM 1110-LEE-PRODUCTO
                       UNTIL FS-PRODUCTOS-FIN
                   CLOSE PRODUCTOS
               END-IF
           END-IF
           .
       1100-CARGA-PRODUCTOS-EXIT. EXIT.

       1110-LEE-PRODUCTO.
           READ PRODUCTOS
           EVALUATE TRUE
               WHEN FS-PRODUCTOS-OK
                   IF WSS-PRD-CANT < 200
                       ADD 1 TO WSS-PRD-CANT
                       SET WSS-PRD-IDX TO WSS-PRD-CANT
                       MOVE PRD-CODIGO
                            TO WSS-PRD-CODIGO (WSS-PRD-IDX)
                       MOVE PRD-MONEDAS
                            TO WSS-PRD-MONEDAS (WSS-PRD-IDX)
                       MOVE PRD-PERMITE-DESCUBIERTO
                            TO WSS-PRD-PERMITE (WSS-PRD-IDX)
                       MOVE PRD-MAX-DESCUBIERTO
                            TO WSS-PRD-MAXIMO (WSS-PRD-IDX)
                   ELSE
                       DISPLAY 'MANTCTA: TABLA DE PRODUCTOS LLENA'
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
       1110-LEE-PRODUCTO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CARGO LOS OPERADORES. SIN OPERADOR.DAT NINGUN CAMBIO
      *    SENSIBLE PUEDE CARGARSE NI APROBARSE
      *-----------------------------------------------------------------*
       1200-CARGA-OPERADORES.
           OPEN INPUT OPERADORES
           IF FS-OPERADORES-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-OPERADORES-OK
                   DISPLAY 'ERROR APERTURA OPERADOR.DAT FS: '
                            FS-OPERADORES
                   PERFORM 9050-ERROR-FATAL
               END-IF
               PERFORM 1210-LEE-OPERADOR UNTIL FS-OPERADORES-FIN
               CLOSE OPERADORES
           END-IF
           .
       1200-CARGA-OPERADORES-EXIT. EXIT.

       1210-LEE-OPERADOR.
           READ OPERADORES
           EVALUATE TRUE
               WHEN FS-OPERADORES-OK
                   IF WSS-OPE-CANT < 500
                       ADD 1 TO WSS-OPE-CANT
                       SET WSS-OPE-IDX TO WSS-OPE-CANT
                       MOVE OP-CODIGO TO WSS-OPE-CODIGO (WSS-OPE-IDX)
                       MOVE OP-PAIS   TO WSS-OPE-PAIS (WSS-OPE-IDX)
                       MOVE OP-SUC    TO WSS-OPE-SUC (WSS-OPE-IDX)
                       MOVE OP-APRUEBA-MANT
                            TO WSS-OPE-APRUEBA (WSS-OPE-IDX)
                   ELSE
                       DISPLAY 'MANTCTA: TABLA DE OPERADOR.DAT LLENA'
                       PERFORM 9050-ERROR-FATAL
                   END-IF
               WHEN FS-OPERADORES-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA OPERADOR.DAT FS: '
                            FS-OPERADORES
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1210-LEE-OPERADOR-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CARGO LOS PEDIDOS DE CTAPEND.DAT (LA PRIMERA VEZ NO EXISTE).
      *    LA SECUENCIA DE LOS PEDIDOS NUEVOS SIGUE DESDE LA MAYOR DE
      *    LOS PEDIDOS DE HOY, QUE NUNCA SE DEPURAN EL MISMO DIA
      *-----------------------------------------------------------------*
       1300-CARGA-PENDIENTES.
           OPEN INPUT PENDIENTES
           IF FS-PENDIENTES-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-PENDIENTES-OK
                   DISPLAY 'ERROR APERTURA CTAPEND.DAT FS: '
                            FS-PENDIENTES
                   PERFORM 9050-ERROR-FATAL
               END-IF
               PERFORM 1310-LEE-PENDIENTE UNTIL FS-PENDIENTES-FIN
               CLOSE PENDIENTES
           END-IF
           .
       1300-CARGA-PENDIENTES-EXIT. EXIT.

       1310-LEE-PENDIENTE.
           READ PENDIENTES
           EVALUATE TRUE
               WHEN FS-PENDIENTES-OK
                   IF PE-NUM-FECHA = WSS-FECHA-EJECUCION
                      AND PE-NUM-SECUENCIA > WSS-ULTIMA-SECUENCIA
                       MOVE PE-NUM-SECUENCIA TO WSS-ULTIMA-SECUENCIA
                   END-IF
                   PERFORM 1320-AGREGA-PENDIENTE
               WHEN FS-PENDIENTES-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA CTAPEND.DAT FS: '
                            FS-PENDIENTES
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1310-LEE-PENDIENTE-EXIT. EXIT.

       1320-AGREGA-PENDIENTE.
           IF WSS-PEN-CANT < 1000
               ADD 1 TO WSS-PEN-CANT
               SET WSS-PEN-IDX TO WSS-PEN-CANT
               MOVE PE-NUMERO     TO WSS-PEN-NUMERO (WSS-PEN-IDX)
               MOVE REG-PENDIENTE TO WSS-PEN-IMAGEN (WSS-PEN-IDX)
           ELSE
               DISPLAY 'MANTCTA: TABLA DE PEDIDOS PENDIENTES LLENA'
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       1320-AGREGA-PENDIENTE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CADA TRANSACCION DE CTAMANT.DAT LLEVA LA FIRMA DE QUIEN LA
      *    CARGO (SI VIENE) EN LA LINEA DE AUDITORIA
      *-----------------------------------------------------------------*
       2000-PROCESA-TRANS.
           MOVE SPACES TO WSS-FIRMAS
           IF T-OPERADOR NOT = SPACES
               STRING 'OPERADOR: ' T-OPERADOR
                      DELIMITED BY SIZE
                      INTO WSS-FIRMAS
           END-IF

           PERFORM 2010-DESPACHA-TRANS

           PERFORM 5000-LECTURA-TRANS
           .
       2000-PROCESA-TRANS-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    DESPACHO LA TRANSACCION SEGUN SU TIPO DE MOVIMIENTO. LA
      *    USAN TANTO LAS TRANSACCIONES DE CTAMANT.DAT COMO LOS PEDIDOS
      *    APROBADOS (WSS-APROBANDO)
      *-----------------------------------------------------------------*
       2010-DESPACHA-TRANS.
           SET WSS-TRANS-VALIDA TO TRUE
           MOVE SPACES TO WSS-MOTIVO-RECHAZO

                       PERFORM 2200-CAMBIO
                   WHEN T-BAJA
                       PERFORM 2300-BAJA
                   WHEN T-BLOQUEO
                       PERFORM 2500-BLOQUEO
                   WHEN OTHER
                       MOVE 'TIPO-MOV INVALIDO' TO WSS-MOTIVO-RECHAZO
                       PERFORM 2400-GRABO-RECHAZO
               END-EVALUATE
           END-IF
           .
       2010-DESPACHA-TRANS-EXIT. EXIT.

       2040-VALIDA-NUM-CUENTA.
           MOVE T-NUM-CUENTA TO DV-NUM-CUENTA
       2050-VALIDA-FECHA-APERTURA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    ALTA: LA CLAVE NO DEBE EXISTIR Y LA CUENTA NUEVA NACE ACTIVA.
      *    UN ALTA CON LIMITE DE DESCUBIERTO QUEDA EN ESPERA DE
      *    APROBACION (SALVO QUE SEA EL PEDIDO YA APROBADO)
      *-----------------------------------------------------------------*
       2100-ALTA.
           IF NOT T-ESTADO-ACTIVA
                   MOVE 'YA EXISTE LA CUENTA' TO WSS-MOTIVO-RECHAZO
                   PERFORM 2400-GRABO-RECHAZO
               ELSE
                   MOVE SPACES TO WSS-PRODUCTO-ACTUAL
                   PERFORM 2600-VALIDA-PRODUCTO
                   IF WSS-TRANS-VALIDA
                       PERFORM 2700-CLASIFICA-TRANS
                       IF WSS-CAMBIO-SENSIBLE AND WSS-NO-APROBANDO
                           PERFORM 2800-GRABA-PENDIENTE
                       ELSE
                           PERFORM 2110-GRABA-ALTA
                       END-IF
                   ELSE
                       PERFORM 2400-GRABO-RECHAZO
                   END-IF
               END-IF
           END-IF
           .
               WHEN FS-MAESTRO-CTA-OK
                   ADD 1 TO WSS-ALTAS
                   STRING 'ALTA   CUENTA CLAVE: ' T-PAIS T-SUCURSAL
                          T-NUM-CUENTA ' ' WSS-FIRMAS
                          DELIMITED BY SIZE
                          INTO WSS-LINEA-AUDITORIA
                   PERFORM 8000-GRABO-AUDITORIA

      *-----------------------------------------------------------------*
      *    CAMBIO: LA CUENTA DEBE EXISTIR Y LA TRANSICION DE ESTADO
      *    DEBE SER VALIDA; SE REESCRIBE EL REGISTRO COMPLETO. UN
      *    CAMBIO SENSIBLE QUEDA EN ESPERA DE APROBACION. AL APLICAR UN
      *    PEDIDO APROBADO LA CUENTA DEBE SEGUIR COMO LA VIO EL
      *    SOLICITANTE, SALVO EL SALDO, QUE QUEDA EL VIGENTE
      *-----------------------------------------------------------------*
       2200-CAMBIO.
           PERFORM 5100-LEE-MAESTRO
               MOVE 'NO EXISTE LA CUENTA' TO WSS-MOTIVO-RECHAZO
               PERFORM 2400-GRABO-RECHAZO
           ELSE
               IF WSS-APROBANDO
                   PERFORM 2230-VALIDA-VIGENCIA-PEDIDO
               END-IF
               IF WSS-TRANS-VALIDA
                   PERFORM 2210-VALIDA-TRANSICION
               END-IF
               IF WSS-TRANS-VALIDA
                   MOVE CTA-PRODUCTO TO WSS-PRODUCTO-ACTUAL
                   PERFORM 2600-VALIDA-PRODUCTO
               END-IF
               IF WSS-TRANS-VALIDA
                   PERFORM 2700-CLASIFICA-TRANS
                   IF WSS-CAMBIO-SENSIBLE AND WSS-NO-APROBANDO
                       PERFORM 2800-GRABA-PENDIENTE
                   ELSE
                       PERFORM 2220-GRABA-CAMBIO
                   END-IF
               ELSE
                   PERFORM 2400-GRABO-RECHAZO
               END-IF
      *    - UNA CUENTA CERRADA ('C') NO SE REABRE NI SE MODIFICA
      *    - SOLO UNA CUENTA ACTIVA ('A') O INACTIVA ('I') PUEDE
      *      BLOQUEARSE ('B')
      *    - NINGUNA CUENTA PASA A CERRADA POR MANTENIMIENTO: EL
      *      CIERRE LO HACE CIERCTA, QUE CONTROLA RETENCIONES, CHEQUES
      *      EN CANJE Y PLAZOS FIJOS Y LIQUIDA LA CUENTA ANTES
      *-----------------------------------------------------------------*
       2210-VALIDA-TRANSICION.
           EVALUATE TRUE
                   SET WSS-TRANS-INVALIDA TO TRUE
                   MOVE 'SOLO SE BLOQUEA CUENTA A O I'
                        TO WSS-MOTIVO-RECHAZO
               WHEN T-ESTADO-CERRADA
                   SET WSS-TRANS-INVALIDA TO TRUE
                   MOVE 'EL CIERRE DE CUENTA SE HACE POR CIERCTA'
                        TO WSS-MOTIVO-RECHAZO
           END-EVALUATE
           .
       2210-VALIDA-TRANSICION-EXIT. EXIT.
           IF FS-MAESTRO-CTA-OK
               ADD 1 TO WSS-CAMBIOS
               STRING 'CAMBIO CUENTA CLAVE: ' T-PAIS T-SUCURSAL
                      T-NUM-CUENTA ' ' WSS-FIRMAS
                      DELIMITED BY SIZE
                      INTO WSS-LINEA-AUDITORIA
               PERFORM 8000-GRABO-AUDITORIA
           .
       2220-GRABA-CAMBIO-EXIT. EXIT.

       2230-VALIDA-VIGENCIA-PEDIDO.
           MOVE PE-IMAGEN-MAESTRO TO WSS-MAESTRO-PEDIDO
           MOVE CTA-SALDO         TO MPD-SALDO
           IF WSS-MAESTRO-PEDIDO NOT = REG-MAESTRO-CTA
               SET WSS-TRANS-INVALIDA TO TRUE
               MOVE 'CUENTA MODIFICADA DESDE EL PEDIDO'
                    TO WSS-MOTIVO-RECHAZO
           ELSE
               MOVE CTA-SALDO TO T-SALDO
           END-IF
           .
       2230-VALIDA-VIGENCIA-PEDIDO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    BAJA: SOLO SE ELIMINA FISICAMENTE UNA CUENTA YA CERRADA,
      *    PARA QUE UNA BAJA MAL TIPEADA NO BORRE UNA CUENTA VIVA
           IF FS-MAESTRO-CTA-OK
               ADD 1 TO WSS-BAJAS
               STRING 'BAJA   CUENTA CLAVE: ' T-PAIS T-SUCURSAL
                      T-NUM-CUENTA ' ' WSS-FIRMAS
                      DELIMITED BY SIZE
                      INTO WSS-LINEA-AUDITORIA
               PERFORM 8000-GRABO-AUDITORIA
       2310-GRABA-BAJA-EXIT. EXIT.

       2400-GRABO-RECHAZO.
           SET WSS-TRANS-INVALIDA TO TRUE
           ADD 1 TO WSS-RECHAZOS-TRANS
           STRING 'RECHAZADA ' T-TIPO-MOV ' CLAVE: ' T-PAIS T-SUCURSAL
                  T-NUM-CUENTA ' (' WSS-MOTIVO-RECHAZO ')'
           .
       2400-GRABO-RECHAZO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    BLOQUEO: SOLO CAMBIA CTA-ESTADO A 'B' (MISMA REGLA DE
      *    TRANSICION QUE EL CAMBIO: SOLO SE BLOQUEA UNA CUENTA 'A' O
      *    'I'); SALDO, TITULAR Y DEMAS CAMPOS QUEDAN COMO ESTAN EN
      *    EL MAESTRO, NO COMO VIENEN EN LA TRANSACCION
      *-----------------------------------------------------------------*
       2500-BLOQUEO.
           PERFORM 5100-LEE-MAESTRO
           EVALUATE TRUE
               WHEN NOT FS-MAESTRO-CTA-OK
                   MOVE 'NO EXISTE LA CUENTA' TO WSS-MOTIVO-RECHAZO
                   PERFORM 2400-GRABO-RECHAZO
               WHEN CTA-ESTADO-BLOQUEADA
                   MOVE 'CUENTA YA BLOQUEADA' TO WSS-MOTIVO-RECHAZO
                   PERFORM 2400-GRABO-RECHAZO
               WHEN NOT CTA-ESTADO-ACTIVA
                    AND NOT CTA-ESTADO-INACTIVA
                   MOVE 'SOLO SE BLOQUEA CUENTA A O I'
                        TO WSS-MOTIVO-RECHAZO
                   PERFORM 2400-GRABO-RECHAZO
               WHEN OTHER
                   PERFORM 2510-GRABA-BLOQUEO
           END-EVALUATE
           .
       2500-BLOQUEO-EXIT. EXIT.

       2510-GRABA-BLOQUEO.
           MOVE REG-MAESTRO-CTA TO WSS-IMAGEN-ANTES
           SET CTA-ESTADO-BLOQUEADA TO TRUE
           MOVE REG-MAESTRO-CTA TO WSS-IMAGEN-DESPUES

           REWRITE REG-MAESTRO-CTA
           IF FS-MAESTRO-CTA-OK
               ADD 1 TO WSS-BLOQUEOS
               STRING 'BLOQUEO CUENTA CLAVE: ' T-PAIS T-SUCURSAL
                      T-NUM-CUENTA ' ' WSS-FIRMAS
                      DELIMITED BY SIZE
                      INTO WSS-LINEA-AUDITORIA
               PERFORM 8000-GRABO-AUDITORIA
               PERFORM 8100-GRABO-IMAGENES
           ELSE
               DISPLAY 'ERROR REESCRITURA CUENTAS.TXT FS: '
                        FS-MAESTRO-CTA
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       2510-GRABA-BLOQUEO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    PRODUCTO DE UN ALTA O CAMBIO CONTRA EL CATALOGO: DEBE
      *    EXISTIR, ADMITIR LA MONEDA DE LA CUENTA Y RESPETAR SU REGLA
      *    DE DESCUBIERTO. SIN PRODUCTO SOLO PASA UNA CUENTA QUE YA NO
      *    LO TENIA (WSS-PRODUCTO-ACTUAL) O SI NO HAY CATALOGO
      *-----------------------------------------------------------------*
       2600-VALIDA-PRODUCTO.
           SET WSS-PRODUCTO-DESCONOCIDO TO TRUE
           IF T-PRODUCTO NOT = SPACES AND WSS-PRD-CANT > 0
               SET WSS-PRD-IDX TO 1
               SEARCH WSS-PRD-ENTRY
                   AT END
                       CONTINUE
                   WHEN WSS-PRD-CODIGO (WSS-PRD-IDX) = T-PRODUCTO
                       SET WSS-PRODUCTO-CONOCIDO TO TRUE
               END-SEARCH
           END-IF

           EVALUATE TRUE
               WHEN T-PRODUCTO = SPACES
                    AND (WSS-PRODUCTO-ACTUAL = SPACES
                         OR WSS-PRD-CANT = 0)
                   CONTINUE
               WHEN T-PRODUCTO = SPACES
                   SET WSS-TRANS-INVALIDA TO TRUE
                   MOVE 'FALTA EL PRODUCTO' TO WSS-MOTIVO-RECHAZO
               WHEN WSS-PRODUCTO-DESCONOCIDO
                   SET WSS-TRANS-INVALIDA TO TRUE
                   MOVE 'PRODUCTO INEXISTENTE' TO WSS-MOTIVO-RECHAZO
               WHEN T-MONEDA NOT = WSS-PRD-MONEDA (WSS-PRD-IDX, 1)
                AND T-MONEDA NOT = WSS-PRD-MONEDA (WSS-PRD-IDX, 2)
                AND T-MONEDA NOT = WSS-PRD-MONEDA (WSS-PRD-IDX, 3)
                AND T-MONEDA NOT = WSS-PRD-MONEDA (WSS-PRD-IDX, 4)
                AND T-MONEDA NOT = WSS-PRD-MONEDA (WSS-PRD-IDX, 5)
                   SET WSS-TRANS-INVALIDA TO TRUE
                   MOVE 'MONEDA NO ADMITIDA POR EL PRODUCTO'
                        TO WSS-MOTIVO-RECHAZO
               WHEN WSS-PRD-PERMITE (WSS-PRD-IDX) NOT = 'S'
                    AND T-LIMITE-DESCUBIERTO NOT = 0
                   SET WSS-TRANS-INVALIDA TO TRUE
                   MOVE 'PRODUCTO SIN DESCUBIERTO'
                        TO WSS-MOTIVO-RECHAZO
               WHEN T-LIMITE-DESCUBIERTO > WSS-PRD-MAXIMO (WSS-PRD-IDX)
                   SET WSS-TRANS-INVALIDA TO TRUE
                   MOVE 'LIMITE SUPERA TOPE DEL PRODUCTO'
                        TO WSS-MOTIVO-RECHAZO
           END-EVALUATE
           .
       2600-VALIDA-PRODUCTO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CAMBIOS SENSIBLES (DOBLE FIRMA): UN ALTA CON LIMITE DE
      *    DESCUBIERTO, O UN CAMBIO QUE TOQUE EL LIMITE DE DESCUBIERTO,
      *    EL TITULAR, EL CLIENTE, LA MONEDA O QUE SAQUE LA CUENTA DEL
      *    ESTADO 'B' (A CUALQUIER OTRO ESTADO). EN UN CAMBIO EL
      *    MAESTRO YA ESTA LEIDO
      *-----------------------------------------------------------------*
       2700-CLASIFICA-TRANS.
           SET WSS-CAMBIO-NO-SENSIBLE TO TRUE
           EVALUATE TRUE
               WHEN T-ALTA
                   IF T-LIMITE-DESCUBIERTO NOT = 0
                       SET WSS-CAMBIO-SENSIBLE TO TRUE
                   END-IF
               WHEN T-LIMITE-DESCUBIERTO NOT = CTA-LIMITE-DESCUBIERTO
                 OR T-NOMBRE-TITULAR NOT = CTA-NOMBRE-TITULAR
                 OR T-NUM-CLIENTE NOT = CTA-NUM-CLIENTE
                 OR T-MONEDA NOT = CTA-MONEDA
                 OR (CTA-ESTADO-BLOQUEADA AND NOT T-ESTADO-BLOQUEADA)
                   SET WSS-CAMBIO-SENSIBLE TO TRUE
           END-EVALUATE
           .
       2700-CLASIFICA-TRANS-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    UN CAMBIO SENSIBLE NO SE APLICA: QUEDA EN CTAPEND.DAT A
      *    NOMBRE DE QUIEN LO CARGO, QUE DEBE ESTAR EN OPERADOR.DAT CON
      *    ALCANCE SOBRE LA CUENTA. EL LISTADO MUESTRA LA CUENTA COMO
      *    ESTA Y COMO QUEDARIA
      *-----------------------------------------------------------------*
       2800-GRABA-PENDIENTE.
           MOVE T-OPERADOR TO WSS-OPE-BUSCADO
           PERFORM 2900-BUSCA-OPERADOR
           EVALUATE TRUE
               WHEN WSS-OPERADOR-NO-EXISTE
                   MOVE 'CAMBIO SENSIBLE SIN OPERADOR VALIDO'
                        TO WSS-MOTIVO-RECHAZO
                   PERFORM 2400-GRABO-RECHAZO
               WHEN WSS-OPERADOR-NO-HABILITADO
                   MOVE 'OPERADOR SIN ALCANCE SOBRE LA CUENTA'
                        TO WSS-MOTIVO-RECHAZO
                   PERFORM 2400-GRABO-RECHAZO
               WHEN OTHER
                   PERFORM 2810-ALTA-PEDIDO
           END-EVALUATE
           .
       2800-GRABA-PENDIENTE-EXIT. EXIT.

       2810-ALTA-PEDIDO.
           ADD 1 TO WSS-ULTIMA-SECUENCIA
           MOVE SPACES TO REG-PENDIENTE
           MOVE WSS-FECHA-EJECUCION  TO PE-NUM-FECHA
           MOVE WSS-ULTIMA-SECUENCIA TO PE-NUM-SECUENCIA
           SET PE-PENDIENTE TO TRUE
           MOVE WSS-FECHA-EJECUCION  TO PE-FECHA-PEDIDO
           MOVE T-OPERADOR           TO PE-SOLICITANTE
           MOVE 0                    TO PE-FECHA-RESOLUCION
           MOVE REG-TRANS            TO PE-TRANSACCION
           IF T-CAMBIO
               MOVE REG-MAESTRO-CTA TO PE-IMAGEN-MAESTRO
               MOVE REG-MAESTRO-CTA TO WSS-IMAGEN-ANTES
           ELSE
               MOVE SPACES TO WSS-IMAGEN-ANTES
           END-IF
           PERFORM 1320-AGREGA-PENDIENTE
           ADD 1 TO WSS-PED-NUEVOS

      *    EL REGISTRO SE ARMA SOLO PARA LA IMAGEN: NO SE GRABA
           PERFORM 5200-ARMA-REGISTRO
           MOVE REG-MAESTRO-CTA TO WSS-IMAGEN-DESPUES

           STRING 'PENDIENTE ' T-TIPO-MOV ' CLAVE: ' T-PAIS T-SUCURSAL
                  T-NUM-CUENTA ' PEDIDO: ' PE-NUMERO
                  ' SOLICITO: ' T-OPERADOR
                  DELIMITED BY SIZE
                  INTO WSS-LINEA-AUDITORIA
           PERFORM 8000-GRABO-AUDITORIA
           PERFORM 8100-GRABO-IMAGENES
           .
       2810-ALTA-PEDIDO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    BUSCO WSS-OPE-BUSCADO EN OPERADOR.DAT. ALCANCE SOBRE LA
      *    CUENTA DE LA TRANSACCION: CASA MATRIZ ('***') TODO, UN
      *    OPERADOR DE PAIS CON SUCURSAL 00 TODO SU PAIS Y LOS DEMAS
      *    SOLO SU SUCURSAL. FACULTAD DE APROBAR: OP-APRUEBA-MANT 'S'
      *-----------------------------------------------------------------*
       2900-BUSCA-OPERADOR.
           SET WSS-OPERADOR-NO-EXISTE TO TRUE
           SET WSS-OPERADOR-NO-HABILITADO TO TRUE
           SET WSS-OPERADOR-NO-FACULTADO TO TRUE
           IF WSS-OPE-CANT > 0 AND WSS-OPE-BUSCADO NOT = SPACES
               SET WSS-OPE-IDX TO 1
               SEARCH WSS-OPE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WSS-OPE-CODIGO (WSS-OPE-IDX) = WSS-OPE-BUSCADO
                       SET WSS-OPERADOR-EXISTE TO TRUE
                       IF WSS-OPE-PAIS (WSS-OPE-IDX) = '***'
                          OR (WSS-OPE-PAIS (WSS-OPE-IDX) = T-PAIS
                              AND (WSS-OPE-SUC (WSS-OPE-IDX) = 0
                                   OR WSS-OPE-SUC (WSS-OPE-IDX)
                                      = T-SUCURSAL))
                           SET WSS-OPERADOR-HABILITADO TO TRUE
                       END-IF
                       IF WSS-OPE-APRUEBA (WSS-OPE-IDX) = 'S'
                           SET WSS-OPERADOR-FACULTADO TO TRUE
                       END-IF
               END-SEARCH
           END-IF
           .
       2900-BUSCA-OPERADOR-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    APROBACIONES DE CTAAPR.DAT. EL PEDIDO DEBE EXISTIR Y ESTAR
      *    PENDIENTE; QUIEN APRUEBA O RECHAZA DEBE SER OTRO OPERADOR
      *    QUE EL SOLICITANTE, ESTAR EN OPERADOR.DAT, TENER FACULTAD DE
      *    APROBAR Y ALCANCE SOBRE LA CUENTA
      *-----------------------------------------------------------------*
       3000-PROCESA-APROBACION.
           MOVE SPACES TO WSS-MOTIVO-RECHAZO
           PERFORM 3050-BUSCA-PEDIDO
           IF WSS-PEDIDO-HALLADO
               MOVE WSS-PEN-IMAGEN (WSS-PEN-IDX) TO REG-PENDIENTE
               MOVE PE-TRANSACCION TO REG-TRANS
               MOVE AP-OPERADOR    TO WSS-OPE-BUSCADO
               PERFORM 2900-BUSCA-OPERADOR
           END-IF

           EVALUATE TRUE
               WHEN WSS-PEDIDO-NO-HALLADO
                   MOVE 'PEDIDO INEXISTENTE' TO WSS-MOTIVO-RECHAZO
               WHEN PE-VENCIDO
                   MOVE 'PEDIDO VENCIDO' TO WSS-MOTIVO-RECHAZO
               WHEN NOT PE-PENDIENTE
                   MOVE 'PEDIDO YA RESUELTO' TO WSS-MOTIVO-RECHAZO
               WHEN NOT AP-APRUEBA AND NOT AP-RECHAZA
                   MOVE 'ACCION INVALIDA' TO WSS-MOTIVO-RECHAZO
               WHEN AP-OPERADOR = PE-SOLICITANTE
                   MOVE 'APROBADOR IGUAL AL SOLICITANTE'
                        TO WSS-MOTIVO-RECHAZO
               WHEN WSS-OPERADOR-NO-EXISTE
                   MOVE 'APROBADOR INEXISTENTE' TO WSS-MOTIVO-RECHAZO
               WHEN WSS-OPERADOR-NO-FACULTADO
                   MOVE 'APROBADOR SIN FACULTAD DE APROBAR'
                        TO WSS-MOTIVO-RECHAZO
               WHEN WSS-OPERADOR-NO-HABILITADO
                   MOVE 'APROBADOR SIN ALCANCE SOBRE LA CUENTA'
                        TO WSS-MOTIVO-RECHAZO
           END-EVALUATE

           EVALUATE TRUE
               WHEN WSS-MOTIVO-RECHAZO NOT = SPACES
                   PERFORM 3300-GRABO-APR-INVALIDA
               WHEN AP-RECHAZA
                   PERFORM 3400-RECHAZA-PEDIDO
               WHEN OTHER
                   PERFORM 3200-APLICA-PEDIDO
           END-EVALUATE

           PERFORM 5300-LECTURA-APROBACION
           .
       3000-PROCESA-APROBACION-EXIT. EXIT.

       3050-BUSCA-PEDIDO.
           SET WSS-PEDIDO-NO-HALLADO TO TRUE
           IF AP-NUMERO NUMERIC AND WSS-PEN-CANT > 0
               SET WSS-PEN-IDX TO 1
               SEARCH WSS-PEN-ENTRY
                   AT END
                       CONTINUE
                   WHEN WSS-PEN-NUMERO (WSS-PEN-IDX) = AP-NUMERO
                       SET WSS-PEDIDO-HALLADO TO TRUE
               END-SEARCH
           END-IF
           .
       3050-BUSCA-PEDIDO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    PEDIDO APROBADO: LA TRANSACCION SE DESPACHA COMO CUALQUIER
      *    OTRA (MISMAS VALIDACIONES, CONTRA EL MAESTRO DE HOY) PERO SIN
      *    VOLVER A QUEDAR EN ESPERA. SI YA NO PASA, EL PEDIDO QUEDA
      *    RECHAZADO CON EL MOTIVO
      *-----------------------------------------------------------------*
       3200-APLICA-PEDIDO.
           SET WSS-APROBANDO TO TRUE
           MOVE SPACES TO WSS-FIRMAS
           STRING 'SOLICITO: ' PE-SOLICITANTE ' APROBO: ' AP-OPERADOR
                  DELIMITED BY SIZE
                  INTO WSS-FIRMAS
           STRING 'APROBACION PEDIDO: ' PE-NUMERO ' ' WSS-FIRMAS
                  DELIMITED BY SIZE
                  INTO WSS-LINEA-AUDITORIA
           PERFORM 8000-GRABO-AUDITORIA

           PERFORM 2010-DESPACHA-TRANS

           IF WSS-TRANS-VALIDA
               SET PE-APROBADO TO TRUE
               ADD 1 TO WSS-PED-APROBADOS
           ELSE
               SET PE-RECHAZADO TO TRUE
               MOVE WSS-MOTIVO-RECHAZO TO PE-MOTIVO
               ADD 1 TO WSS-PED-RECHAZADOS
           END-IF
           MOVE AP-OPERADOR         TO PE-APROBADOR
           MOVE WSS-FECHA-EJECUCION TO PE-FECHA-RESOLUCION
           MOVE REG-PENDIENTE TO WSS-PEN-IMAGEN (WSS-PEN-IDX)
           SET WSS-NO-APROBANDO TO TRUE
           .
       3200-APLICA-PEDIDO-EXIT. EXIT.

       3300-GRABO-APR-INVALIDA.
           ADD 1 TO WSS-APR-INVALIDAS
           STRING 'APROBACION RECHAZADA PEDIDO: ' AP-NUMERO
                  ' (' WSS-MOTIVO-RECHAZO ')'
                  DELIMITED BY SIZE
                  INTO WSS-LINEA-AUDITORIA
           PERFORM 8000-GRABO-AUDITORIA
           .
       3300-GRABO-APR-INVALIDA-EXIT. EXIT.

       3400-RECHAZA-PEDIDO.
           SET PE-RECHAZADO TO TRUE
           MOVE 'RECHAZADO POR EL APROBADOR' TO PE-MOTIVO
           MOVE AP-OPERADOR         TO PE-APROBADOR
           MOVE WSS-FECHA-EJECUCION TO PE-FECHA-RESOLUCION
           MOVE REG-PENDIENTE TO WSS-PEN-IMAGEN (WSS-PEN-IDX)
           ADD 1 TO WSS-PED-RECHAZADOS

           STRING 'PEDIDO ' PE-NUMERO ' RECHAZADO CLAVE: '
                  T-PAIS T-SUCURSAL T-NUM-CUENTA
                  ' SOLICITO: ' PE-SOLICITANTE ' RECHAZO: ' AP-OPERADOR
                  DELIMITED BY SIZE
                  INTO WSS-LINEA-AUDITORIA
           PERFORM 8000-GRABO-AUDITORIA
           .
       3400-RECHAZA-PEDIDO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    UN PEDIDO QUE LLEVA MAS DE WSS-DIAS-VIGENCIA DIAS CORRIDOS
      *    SIN APROBAR VENCE (ANTES DE LEER LAS APROBACIONES: UN PEDIDO
      *    VENCIDO YA NO SE APRUEBA) Y SE INFORMA EN EL LISTADO
      *-----------------------------------------------------------------*
       3500-VENCE-PENDIENTES.
           PERFORM 3510-REVISA-VIGENCIA
               VARYING WSS-P FROM 1 BY 1
               UNTIL WSS-P > WSS-PEN-CANT
           .
       3500-VENCE-PENDIENTES-EXIT. EXIT.

       3510-REVISA-VIGENCIA.
           MOVE WSS-PEN-IMAGEN (WSS-P) TO REG-PENDIENTE
           IF PE-PENDIENTE
               MOVE PE-FECHA-PEDIDO TO WSS-JUL-FECHA-NUM
               PERFORM 6100-DIA-JULIANO
               IF WSS-JUL-HOY > WSS-JUL-DIA + WSS-DIAS-VIGENCIA
                   SET PE-VENCIDO TO TRUE
                   MOVE 'VENCIDO SIN APROBACION' TO PE-MOTIVO
                   MOVE WSS-FECHA-EJECUCION TO PE-FECHA-RESOLUCION
                   MOVE REG-PENDIENTE TO WSS-PEN-IMAGEN (WSS-P)
                   ADD 1 TO WSS-PED-VENCIDOS

                   MOVE PE-TRANSACCION TO REG-TRANS
                   STRING 'VENCIDO PEDIDO: ' PE-NUMERO ' CLAVE: '
                          T-PAIS T-SUCURSAL T-NUM-CUENTA
                          ' SOLICITO: ' PE-SOLICITANTE
                          ' DEL: ' PE-FECHA-PEDIDO
                          DELIMITED BY SIZE
                          INTO WSS-LINEA-AUDITORIA
                   PERFORM 8000-GRABO-AUDITORIA
               END-IF
           END-IF
           .
       3510-REVISA-VIGENCIA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    REGRABO CTAPEND.DAT. UN PEDIDO RESUELTO SE DEPURA EN LA
      *    CORRIDA SIGUIENTE A SU RESOLUCION; LOS QUE SIGUEN EN ESPERA
      *    SE LISTAN PARA LOS APROBADORES
      *-----------------------------------------------------------------*
       4000-GRABA-PENDIENTES.
           OPEN OUTPUT PENDIENTES
           IF NOT FS-PENDIENTES-OK
               DISPLAY 'ERROR APERTURA CTAPEND.DAT FS: ' FS-PENDIENTES
               PERFORM 9050-ERROR-FATAL
           END-IF
           PERFORM 4010-GRABA-PENDIENTE
               VARYING WSS-P FROM 1 BY 1
               UNTIL WSS-P > WSS-PEN-CANT
           CLOSE PENDIENTES
           .
       4000-GRABA-PENDIENTES-EXIT. EXIT.

       4010-GRABA-PENDIENTE.
           MOVE WSS-PEN-IMAGEN (WSS-P) TO REG-PENDIENTE
           EVALUATE TRUE
               WHEN PE-PENDIENTE
                   PERFORM 4020-ESCRIBE-PENDIENTE
                   ADD 1 TO WSS-PED-EN-ESPERA
                   MOVE PE-TRANSACCION TO REG-TRANS
                   STRING 'EN ESPERA PEDIDO: ' PE-NUMERO ' CLAVE: '
                          T-PAIS T-SUCURSAL T-NUM-CUENTA
                          ' SOLICITO: ' PE-SOLICITANTE
                          ' DEL: ' PE-FECHA-PEDIDO
                          DELIMITED BY SIZE
                          INTO WSS-LINEA-AUDITORIA
                   PERFORM 8000-GRABO-AUDITORIA
               WHEN PE-FECHA-RESOLUCION < WSS-FECHA-EJECUCION
                   ADD 1 TO WSS-PED-DEPURADOS
               WHEN OTHER
                   PERFORM 4020-ESCRIBE-PENDIENTE
           END-EVALUATE
           .
       4010-GRABA-PENDIENTE-EXIT. EXIT.

       4020-ESCRIBE-PENDIENTE.
           WRITE REG-PENDIENTE
           IF NOT FS-PENDIENTES-OK
               DISPLAY 'ERROR ESCRITURA CTAPEND.DAT FS: ' FS-PENDIENTES
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       4020-ESCRIBE-PENDIENTE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    LEO UNA TRANSACCION DE CTAMANT.DAT
      *-----------------------------------------------------------------*
           MOVE T-NUM-CLIENTE      TO CTA-NUM-CLIENTE
           MOVE T-LIMITE-DESCUBIERTO
                                   TO CTA-LIMITE-DESCUBIERTO
           MOVE T-PRODUCTO         TO CTA-PRODUCTO
           .
       5200-ARMA-REGISTRO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    LEO UNA APROBACION DE CTAAPR.DAT
      *-----------------------------------------------------------------*
       5300-LECTURA-APROBACION.
           READ APROBACIONES
           EVALUATE TRUE
               WHEN FS-APROBACIONES-OK
                   ADD 1 TO WSS-APR-LEIDAS
               WHEN FS-APROBACIONES-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA CTAAPR.DAT FS: '
                            FS-APROBACIONES
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       5300-LECTURA-APROBACION-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    DIA JULIANO DE WSS-JUL-FECHA, PARA RESTAR FECHAS
      *-----------------------------------------------------------------*
       6100-DIA-JULIANO.
           COMPUTE WSS-JUL-A  = (14 - WSS-JUL-MM) / 12
           COMPUTE WSS-JUL-Y  = WSS-JUL-AAAA + 4800 - WSS-JUL-A
           COMPUTE WSS-JUL-M  = WSS-JUL-MM + 12 * WSS-JUL-A - 3
           COMPUTE WSS-JUL-T1 = (153 * WSS-JUL-M + 2) / 5
           COMPUTE WSS-JUL-T2 = WSS-JUL-Y / 4
           COMPUTE WSS-JUL-T3 = WSS-JUL-Y / 100
           COMPUTE WSS-JUL-T4 = WSS-JUL-Y / 400
           COMPUTE WSS-JUL-DIA = WSS-JUL-DD + WSS-JUL-T1
                                + 365 * WSS-JUL-Y + WSS-JUL-T2
                                - WSS-JUL-T3 + WSS-JUL-T4 - 32045
           .
       6100-DIA-JULIANO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    ESCRIBO UNA LINEA EN EL LISTADO DE AUDITORIA
      *-----------------------------------------------------------------*
           CLOSE TRANSACC
           CLOSE MAESTRO-CTA
           CLOSE AUDITORIA
           IF WSS-APROBACIONES-ABIERTAS
               CLOSE APROBACIONES
           END-IF
           STOP RUN
           .
       9000-FINALIZAR-EXIT. EXIT.
           DISPLAY '- ALTAS CUENTAS: '         WSS-ALTAS
           DISPLAY '- CAMBIOS CUENTAS: '       WSS-CAMBIOS
           DISPLAY '- BAJAS CUENTAS: '         WSS-BAJAS
           DISPLAY '- BLOQUEOS CUENTAS: '      WSS-BLOQUEOS
           DISPLAY '- TRANS. RECHAZADAS: '     WSS-RECHAZOS-TRANS
           DISPLAY '- PEDIDOS NUEVOS: '        WSS-PED-NUEVOS
           DISPLAY '- APROBACIONES LEIDAS: '   WSS-APR-LEIDAS
           DISPLAY '- APROBACIONES INVALIDAS: ' WSS-APR-INVALIDAS
           DISPLAY '- PEDIDOS APROBADOS: '     WSS-PED-APROBADOS
           DISPLAY '- PEDIDOS RECHAZADOS: '    WSS-PED-RECHAZADOS
           DISPLAY '- PEDIDOS VENCIDOS: '      WSS-PED-VENCIDOS
           DISPLAY '- PEDIDOS EN ESPERA: '     WSS-PED-EN-ESPERA
           DISPLAY '- PEDIDOS DEPURADOS: '     WSS-PED-DEPURADOS
           DISPLAY '-------------------------------'

           IF RETURN-CODE = 0
              AND (WSS-RECHAZOS-TRANS > 0 OR WSS-APR-INVALIDAS > 0
                   OR WSS-PED-VENCIDOS > 0)
               MOVE 4 TO RETURN-CODE
           END-IF
           .
