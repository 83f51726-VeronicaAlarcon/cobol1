      ******************************************************************
      * Author:    VERONICA ALARCON
      * Date:      2026-10-15
      * Purpose:   MANTENIMIENTO BATCH DEL MAESTRO INDEXED DE ORDENES
      *            PERMANENTES ORDPERM.DAT (VER ORDPERC.CPY) A PARTIR
      *            DE UN ARCHIVO DE TRANSACCIONES ALTA/CAMBIO/BAJA
      *            (ORDMANT.DAT), EN EL ESTILO DE MANTCTA: WRITE/
      *            REWRITE/DELETE DIRECTO POR CLAVE Y LISTADO DE
      *            AUDITORIA ORDAUD.DAT CON LA IMAGEN ANTES/DESPUES.
      *            LAS DOS CUENTAS SE VALIDAN CONTRA CUENTAS.TXT
      *            (DIGITO VERIFICADOR, EXISTENCIA, NO CERRADAS, MISMA
      *            MONEDA: LA 'T' NO LLEVA MONEDA) Y LAS FECHAS CON
      *            FECHAVAL. EL CAMBIO CONSERVA LO QUE ADMINISTRA
      *            ORDPERM (REFERENCIA PENDIENTE, ULTIMA EJECUCION);
      *            REACTIVAR UNA ORDEN SUSPENDIDA ('S' A 'A') PONE SUS
      *            FALLAS EN CERO. NO SE DA DE BAJA UNA ORDEN CON UNA
      *            TRANSFERENCIA PENDIENTE DE CONFIRMAR. LA LIBERACION
      *            ('L', SOLO CLAVE) PONE EN CERO LA REFERENCIA
      *            PENDIENTE Y LAS FALLAS DE UNA ORDEN TRABADA, CON SU
      *            IMAGEN ANTES/DESPUES EN ORDAUD.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTORD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      ******************************************************************
       FILE-CONTROL.
           SELECT TRANSACC ASSIGN TO "ORDMANT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-TRANSACC.
           SELECT ORDENES ASSIGN TO "ORDPERM.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OR-CLAVE-ORDEN
                   SOURCE IS OR-PAIS OR-SUCURSAL OR-NUM-CUENTA
                             OR-SECUENCIA
           FILE STATUS FS-ORDENES.
           SELECT MAESTRO-CTA ASSIGN TO "cuentas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-CLAVE-CUENTA
                   SOURCE IS CTA-PAIS CTA-SUCURSAL CTA-NUM-CUENTA
           FILE STATUS FS-MAESTRO-CTA.
           SELECT AUDITORIA ASSIGN TO "ORDAUD.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-AUDITORIA.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACC.
           01  REG-TRANS.
               05 T-TIPO-MOV          PIC X(01).
                   88 T-ALTA                      VALUE 'A'.
                   88 T-CAMBIO                    VALUE 'C'.
                   88 T-BAJA                      VALUE 'D'.
                   88 T-LIBERA                    VALUE 'L'.
               05 T-PAIS              PIC X(03).
               05 T-SUCURSAL          PIC 9(02).
               05 T-NUM-CUENTA        PIC 9(10).
               05 T-SECUENCIA         PIC 9(02).
               05 T-PAIS-DESTINO      PIC X(03).
               05 T-SUC-DESTINO       PIC 9(02).
               05 T-CUENTA-DESTINO    PIC 9(10).
               05 T-IMPORTE           PIC 9(07)V99.
               05 T-FRECUENCIA        PIC X(01).
                   88 T-FRECUENCIA-VALIDA         VALUE 'S' 'M' 'T'
                                                        'A'.
               05 T-DIA-PACTADO       PIC 9(02).
               05 T-FECHA-PROXIMA     PIC 9(08).
               05 T-FECHA-FIN         PIC 9(08).
               05 T-ESTADO            PIC X(01).
                   88 T-ESTADO-ACTIVA             VALUE 'A'.
                   88 T-ESTADO-SUSPENDIDA         VALUE 'S'.
       FD  ORDENES.
           01  REG-ORDEN.
               COPY ORDPERC.
       FD  MAESTRO-CTA.
           01  REG-MAESTRO-CTA.
               COPY CUENTASC.
       FD  AUDITORIA.
           01  REG-AUDITORIA          PIC X(135).

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05  FS-TRANSACC             PIC X(02).
                   88 FS-TRANSACC-OK               VALUE '00'.
                   88 FS-TRANSACC-FIN              VALUE '10'.
           05  FS-ORDENES              PIC X(02).
                   88 FS-ORDENES-OK                VALUE '00'.
                   88 FS-ORDENES-NO-EXISTE         VALUE '23'.
                   88 FS-ORDENES-DUPLICADA         VALUE '22'.
                   88 FS-ORDENES-SIN-ARCHIVO       VALUE '35'.
           05  FS-MAESTRO-CTA          PIC X(02).
                   88 FS-MAESTRO-CTA-OK            VALUE '00'.
                   88 FS-MAESTRO-CTA-NO-EXISTE     VALUE '23'.
           05  FS-AUDITORIA            PIC X(02).
                   88 FS-AUDITORIA-OK              VALUE '00'.
       01  WSS-SW-TRANSACCION          PIC X(01).
           88 WSS-TRANS-VALIDA                     VALUE 'S'.
           88 WSS-TRANS-INVALIDA                   VALUE 'N'.
       01  WSS-MOTIVO-RECHAZO          PIC X(40).
       01  WSS-MONEDA-ORIGEN           PIC X(03).
       01  WSS-IMAGEN-ANTES            PIC X(121).
       01  WSS-IMAGEN-DESPUES          PIC X(121).
       01  WSS-LINEA-AUDITORIA         PIC X(135).
      *    LO QUE ADMINISTRA ORDPERM SE CONSERVA EN UN CAMBIO
       01  WSS-ORDEN-ANTERIOR.
           05 WSS-ANT-ESTADO           PIC X(01).
           05 WSS-ANT-FALLAS           PIC 9(02).
           05 WSS-ANT-REF-PENDIENTE    PIC 9(09).
           05 WSS-ANT-FECHA-ULT-EJEC   PIC 9(08).
           05 WSS-ANT-ULT-MOTIVO       PIC X(30).
       01  WSS-TOTALES-CONTROL.
           05 WSS-LEIDAS               PIC 9(04).
           05 WSS-ALTAS                PIC 9(04).
           05 WSS-CAMBIOS              PIC 9(04).
           05 WSS-BAJAS                PIC 9(04).
           05 WSS-LIBERADAS            PIC 9(04).
           05 WSS-RECHAZOS-TRANS       PIC 9(04).
       01  AREADECOM-FEC.
           COPY CPY004.
       01  AREADECOM-DIG.
           COPY CPY005.

      ******************************************************************
       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESA-TRANS UNTIL FS-TRANSACC-FIN
           PERFORM 9000-FINALIZAR
           .

      *-----------------------------------------------------------------*
      *    ABRO ARCHIVOS, INICIALIZO Y LEO LA PRIMERA TRANSACCION
      *-----------------------------------------------------------------*
       1000-INICIO.
           INITIALIZE WSS-TOTALES-CONTROL

           OPEN INPUT TRANSACC
           IF NOT FS-TRANSACC-OK
               DISPLAY 'ERROR APERTURA ORDMANT.DAT FS: ' FS-TRANSACC
               PERFORM 9050-ERROR-FATAL
           END-IF

      *    LA PRIMERA VEZ EL MAESTRO NO EXISTE: SE CREA VACIO
           OPEN I-O ORDENES
           IF FS-ORDENES-SIN-ARCHIVO
               OPEN OUTPUT ORDENES
               CLOSE ORDENES
               OPEN I-O ORDENES
           END-IF
           IF NOT FS-ORDENES-OK
               DISPLAY 'ERROR APERTURA ORDPERM.DAT FS: ' FS-ORDENES
               PERFORM 9050-ERROR-FATAL
           END-IF

           OPEN INPUT MAESTRO-CTA
           IF NOT FS-MAESTRO-CTA-OK
               DISPLAY 'ERROR APERTURA CUENTAS.TXT FS: ' FS-MAESTRO-CTA
               PERFORM 9050-ERROR-FATAL
           END-IF

           OPEN OUTPUT AUDITORIA
           IF NOT FS-AUDITORIA-OK
               DISPLAY 'ERROR APERTURA ORDAUD.DAT FS: ' FS-AUDITORIA
               PERFORM 9050-ERROR-FATAL
           END-IF

           MOVE '-- AUDITORIA MANTENIMIENTO ORDENES PERMANENTES --'
                TO REG-AUDITORIA
           WRITE REG-AUDITORIA

           PERFORM 5000-LECTURA-TRANS
           .
       1000-INICIO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    DESPACHO CADA TRANSACCION SEGUN SU TIPO DE MOVIMIENTO
      *-----------------------------------------------------------------*
       2000-PROCESA-TRANS.
           SET WSS-TRANS-VALIDA TO TRUE
           MOVE SPACES TO WSS-MOTIVO-RECHAZO

      *    ALTAS Y CAMBIOS TRAEN LA ORDEN COMPLETA: SE VALIDAN LAS
      *    DOS CUENTAS, EL IMPORTE, LA FRECUENCIA Y LAS FECHAS ANTES
      *    DE TOCAR EL MAESTRO
           IF T-ALTA OR T-CAMBIO
               PERFORM 2050-VALIDA-ORDEN
           END-IF

           IF WSS-TRANS-VALIDA
               EVALUATE TRUE
                   WHEN T-ALTA
                       PERFORM 2100-ALTA
                   WHEN T-CAMBIO
                       PERFORM 2200-CAMBIO
                   WHEN T-BAJA
                       PERFORM 2300-BAJA
                   WHEN T-LIBERA
                       PERFORM 2350-LIBERA
                   WHEN OTHER
                       MOVE 'TIPO-MOV INVALIDO' TO WSS-MOTIVO-RECHAZO
                       PERFORM 2400-GRABO-RECHAZO
               END-EVALUATE
           ELSE
               PERFORM 2400-GRABO-RECHAZO
           END-IF

           PERFORM 5000-LECTURA-TRANS
           .
       2000-PROCESA-TRANS-EXIT. EXIT.

       2050-VALIDA-ORDEN.
           EVALUATE TRUE
               WHEN T-IMPORTE NOT NUMERIC OR T-IMPORTE = 0
                   SET WSS-TRANS-INVALIDA TO TRUE
                   MOVE 'IMPORTE INVALIDO' TO WSS-MOTIVO-RECHAZO
               WHEN NOT T-FRECUENCIA-VALIDA
                   SET WSS-TRANS-INVALIDA TO TRUE
                   MOVE 'FRECUENCIA INVALIDA (S/M/T/A)'
                        TO WSS-MOTIVO-RECHAZO
               WHEN T-DIA-PACTADO NOT NUMERIC OR T-DIA-PACTADO > 31
                   SET WSS-TRANS-INVALIDA TO TRUE
                   MOVE 'DIA PACTADO INVALIDO' TO WSS-MOTIVO-RECHAZO
               WHEN NOT T-ESTADO-ACTIVA AND NOT T-ESTADO-SUSPENDIDA
                   SET WSS-TRANS-INVALIDA TO TRUE
                   MOVE 'ESTADO INVALIDO (A/S)' TO WSS-MOTIVO-RECHAZO
               WHEN T-ALTA AND NOT T-ESTADO-ACTIVA
                   SET WSS-TRANS-INVALIDA TO TRUE
                   MOVE 'ALTA SOLO CON ESTADO A' TO WSS-MOTIVO-RECHAZO
           END-EVALUATE

           IF WSS-TRANS-VALIDA
               PERFORM 2060-VALIDA-FECHAS
           END-IF
           IF WSS-TRANS-VALIDA
               PERFORM 2070-VALIDA-ORIGEN
           END-IF
           IF WSS-TRANS-VALIDA
               PERFORM 2080-VALIDA-DESTINO
           END-IF
           .
       2050-VALIDA-ORDEN-EXIT. EXIT.

       2060-VALIDA-FECHAS.
           MOVE T-FECHA-PROXIMA TO FV-FECHA
           MOVE 0               TO FV-FECHA-TOPE
           MOVE SPACES          TO FV-PAIS
           CALL 'FECHAVAL' USING AREADECOM-FEC
           IF NOT FV-FECHA-VALIDA
               SET WSS-TRANS-INVALIDA TO TRUE
               MOVE 'FECHA PROXIMA INVALIDA' TO WSS-MOTIVO-RECHAZO
           END-IF

           IF WSS-TRANS-VALIDA AND T-FECHA-FIN NOT = 0
               MOVE T-FECHA-FIN TO FV-FECHA
               CALL 'FECHAVAL' USING AREADECOM-FEC
               EVALUATE TRUE
                   WHEN NOT FV-FECHA-VALIDA
                       SET WSS-TRANS-INVALIDA TO TRUE
                       MOVE 'FECHA FIN INVALIDA' TO WSS-MOTIVO-RECHAZO
                   WHEN T-FECHA-FIN < T-FECHA-PROXIMA
                       SET WSS-TRANS-INVALIDA TO TRUE
                       MOVE 'FECHA FIN ANTERIOR A LA PROXIMA'
                            TO WSS-MOTIVO-RECHAZO
               END-EVALUATE
           END-IF
           .
       2060-VALIDA-FECHAS-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    LA CUENTA ORIGEN ES LA CLAVE DE LA ORDEN: DIGITO
      *    VERIFICADOR, EXISTENCIA Y QUE NO ESTE CERRADA
      *-----------------------------------------------------------------*
       2070-VALIDA-ORIGEN.
           MOVE T-NUM-CUENTA TO DV-NUM-CUENTA
           CALL 'DIGIVER' USING AREADECOM-DIG
           IF DV-NUMERO-INVALIDO
               SET WSS-TRANS-INVALIDA TO TRUE
               MOVE 'DIGITO VERIFICADOR INVALIDO'
                    TO WSS-MOTIVO-RECHAZO
           ELSE
               MOVE T-PAIS        TO CTA-PAIS
               MOVE T-SUCURSAL    TO CTA-SUCURSAL
               MOVE T-NUM-CUENTA  TO CTA-NUM-CUENTA
               PERFORM 5100-LEE-CUENTA
               EVALUATE TRUE
                   WHEN FS-MAESTRO-CTA-NO-EXISTE
                       SET WSS-TRANS-INVALIDA TO TRUE
                       MOVE 'NO EXISTE LA CUENTA ORIGEN'
                            TO WSS-MOTIVO-RECHAZO
                   WHEN CTA-ESTADO-CERRADA
                       SET WSS-TRANS-INVALIDA TO TRUE
                       MOVE 'CUENTA ORIGEN CERRADA'
                            TO WSS-MOTIVO-RECHAZO
                   WHEN OTHER
                       MOVE CTA-MONEDA TO WSS-MONEDA-ORIGEN
               END-EVALUATE
           END-IF
           .
       2070-VALIDA-ORIGEN-EXIT. EXIT.

       2080-VALIDA-DESTINO.
           MOVE T-CUENTA-DESTINO TO DV-NUM-CUENTA
           CALL 'DIGIVER' USING AREADECOM-DIG
           EVALUATE TRUE
               WHEN DV-NUMERO-INVALIDO
                   SET WSS-TRANS-INVALIDA TO TRUE
                   MOVE 'DIGITO VERIF. DESTINO ERRADO'
                        TO WSS-MOTIVO-RECHAZO
               WHEN T-PAIS-DESTINO = T-PAIS
                    AND T-SUC-DESTINO = T-SUCURSAL
                    AND T-CUENTA-DESTINO = T-NUM-CUENTA
                   SET WSS-TRANS-INVALIDA TO TRUE
                   MOVE 'DESTINO IGUAL AL ORIGEN' TO WSS-MOTIVO-RECHAZO
               WHEN OTHER
                   MOVE T-PAIS-DESTINO    TO CTA-PAIS
                   MOVE T-SUC-DESTINO     TO CTA-SUCURSAL
                   MOVE T-CUENTA-DESTINO  TO CTA-NUM-CUENTA
                   PERFORM 5100-LEE-CUENTA
                   EVALUATE TRUE
                       WHEN FS-MAESTRO-CTA-NO-EXISTE
                           SET WSS-TRANS-INVALIDA TO TRUE
                           MOVE 'NO EXISTE LA CUENTA DESTINO'
                                TO WSS-MOTIVO-RECHAZO
                       WHEN CTA-ESTADO-CERRADA
                           SET WSS-TRANS-INVALIDA TO TRUE
                           MOVE 'CUENTA DESTINO CERRADA'
                                TO WSS-MOTIVO-RECHAZO
                       WHEN CTA-MONEDA NOT = WSS-MONEDA-ORIGEN
                           SET WSS-TRANS-INVALIDA TO TRUE
                           MOVE 'MONEDAS DISTINTAS'
                                TO WSS-MOTIVO-RECHAZO
                   END-EVALUATE
           END-EVALUATE
           .
       2080-VALIDA-DESTINO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    ALTA: LA CLAVE NO DEBE EXISTIR; LA ORDEN NACE ACTIVA, SIN
      *    FALLAS NI REFERENCIA PENDIENTE
      *-----------------------------------------------------------------*
       2100-ALTA.
           PERFORM 5200-LEE-ORDEN
           IF FS-ORDENES-OK
               MOVE 'YA EXISTE LA ORDEN' TO WSS-MOTIVO-RECHAZO
               PERFORM 2400-GRABO-RECHAZO
           ELSE
               INITIALIZE WSS-ORDEN-ANTERIOR
               MOVE 'A' TO WSS-ANT-ESTADO
               PERFORM 5300-ARMA-REGISTRO
               MOVE SPACES     TO WSS-IMAGEN-ANTES
               MOVE REG-ORDEN  TO WSS-IMAGEN-DESPUES

               WRITE REG-ORDEN
               EVALUATE TRUE
                   WHEN FS-ORDENES-OK
                       ADD 1 TO WSS-ALTAS
                       STRING 'ALTA   ORDEN CLAVE: ' T-PAIS T-SUCURSAL
                              T-NUM-CUENTA T-SECUENCIA
                              DELIMITED BY SIZE
                              INTO WSS-LINEA-AUDITORIA
                       PERFORM 8000-GRABO-AUDITORIA
                       PERFORM 8100-GRABO-IMAGENES
                   WHEN FS-ORDENES-DUPLICADA
                       MOVE 'YA EXISTE LA ORDEN' TO WSS-MOTIVO-RECHAZO
                       PERFORM 2400-GRABO-RECHAZO
                   WHEN OTHER
                       DISPLAY 'ERROR ESCRITURA ORDPERM.DAT FS: '
                                FS-ORDENES
                       PERFORM 9050-ERROR-FATAL
               END-EVALUATE
           END-IF
           .
       2100-ALTA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CAMBIO: LA ORDEN DEBE EXISTIR Y NO ESTAR FINALIZADA. SE
      *    CONSERVA LO QUE ADMINISTRA ORDPERM; UNA ORDEN SUSPENDIDA
      *    QUE SE REACTIVA ARRANCA CON LAS FALLAS EN CERO
      *-----------------------------------------------------------------*
       2200-CAMBIO.
           PERFORM 5200-LEE-ORDEN
           EVALUATE TRUE
               WHEN NOT FS-ORDENES-OK
                   MOVE 'NO EXISTE LA ORDEN' TO WSS-MOTIVO-RECHAZO
                   PERFORM 2400-GRABO-RECHAZO
               WHEN OR-ESTADO-FINALIZADA
                   MOVE 'ORDEN FINALIZADA NO SE MODIFICA'
                        TO WSS-MOTIVO-RECHAZO
                   PERFORM 2400-GRABO-RECHAZO
               WHEN OTHER
                   MOVE REG-ORDEN         TO WSS-IMAGEN-ANTES
                   MOVE OR-ESTADO         TO WSS-ANT-ESTADO
                   MOVE OR-FALLAS-CONSEC  TO WSS-ANT-FALLAS
                   MOVE OR-REF-PENDIENTE  TO WSS-ANT-REF-PENDIENTE
                   MOVE OR-FECHA-ULT-EJEC TO WSS-ANT-FECHA-ULT-EJEC
                   MOVE OR-ULT-MOTIVO     TO WSS-ANT-ULT-MOTIVO
                   IF OR-ESTADO-SUSPENDIDA AND T-ESTADO-ACTIVA
                       MOVE 0 TO WSS-ANT-FALLAS
                   END-IF
                   PERFORM 5300-ARMA-REGISTRO
                   MOVE REG-ORDEN TO WSS-IMAGEN-DESPUES
                   PERFORM 2220-GRABA-CAMBIO
           END-EVALUATE
           .
       2200-CAMBIO-EXIT. EXIT.

       2220-GRABA-CAMBIO.
           REWRITE REG-ORDEN
           IF FS-ORDENES-OK
               ADD 1 TO WSS-CAMBIOS
               STRING 'CAMBIO ORDEN CLAVE: ' T-PAIS T-SUCURSAL
                      T-NUM-CUENTA T-SECUENCIA
                      DELIMITED BY SIZE
                      INTO WSS-LINEA-AUDITORIA
               PERFORM 8000-GRABO-AUDITORIA
               PERFORM 8100-GRABO-IMAGENES
           ELSE
               DISPLAY 'ERROR REESCRITURA ORDPERM.DAT FS: '
                        FS-ORDENES
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       2220-GRABA-CAMBIO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    BAJA: NO SE BORRA UNA ORDEN CUYA ULTIMA TRANSFERENCIA TODAVIA
      *    NO CONFIRMO ORDPERM (SE PERDERIA EL RASTRO DEL RECHAZO)
      *-----------------------------------------------------------------*
       2300-BAJA.
           PERFORM 5200-LEE-ORDEN
           EVALUATE TRUE
               WHEN NOT FS-ORDENES-OK
                   MOVE 'NO EXISTE LA ORDEN' TO WSS-MOTIVO-RECHAZO
                   PERFORM 2400-GRABO-RECHAZO
               WHEN OR-REF-PENDIENTE NOT = 0
                   MOVE 'ORDEN CON TRANSFERENCIA PENDIENTE'
                        TO WSS-MOTIVO-RECHAZO
                   PERFORM 2400-GRABO-RECHAZO
               WHEN OTHER
                   PERFORM 2310-GRABA-BAJA
           END-EVALUATE
           .
       2300-BAJA-EXIT. EXIT.

       2310-GRABA-BAJA.
           MOVE REG-ORDEN TO WSS-IMAGEN-ANTES
           MOVE SPACES    TO WSS-IMAGEN-DESPUES

           DELETE ORDENES RECORD
           IF FS-ORDENES-OK
               ADD 1 TO WSS-BAJAS
               STRING 'BAJA   ORDEN CLAVE: ' T-PAIS T-SUCURSAL
                      T-NUM-CUENTA T-SECUENCIA
                      DELIMITED BY SIZE
                      INTO WSS-LINEA-AUDITORIA
               PERFORM 8000-GRABO-AUDITORIA
               PERFORM 8100-GRABO-IMAGENES
           ELSE
               DISPLAY 'ERROR BAJA ORDPERM.DAT FS: ' FS-ORDENES
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       2310-GRABA-BAJA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    LIBERACION: OPERACIONES DESTRABA UNA ORDEN CUYA REFERENCIA
      *    PENDIENTE NO VA A CONFIRMARSE. SE PIDE SOLO DESPUES DE
      *    VERIFICAR QUE APLICMOV NO LA TIENE TODAVIA EN MOVDIA.DAT:
      *    LA ORDEN VUELVE A VENCER EN LA PROXIMA CORRIDA DE ORDPERM.
      *    EL ESTADO NO CAMBIA (UNA SUSPENDIDA SE REACTIVA CON 'C')
      *-----------------------------------------------------------------*
       2350-LIBERA.
           PERFORM 5200-LEE-ORDEN
           EVALUATE TRUE
               WHEN NOT FS-ORDENES-OK
                   MOVE 'NO EXISTE LA ORDEN' TO WSS-MOTIVO-RECHAZO
                   PERFORM 2400-GRABO-RECHAZO
               WHEN OR-REF-PENDIENTE = 0 AND OR-FALLAS-CONSEC = 0
                   MOVE 'ORDEN SIN REFERENCIA NI FALLAS'
                        TO WSS-MOTIVO-RECHAZO
                   PERFORM 2400-GRABO-RECHAZO
               WHEN OTHER
                   PERFORM 2360-GRABA-LIBERACION
           END-EVALUATE
           .
       2350-LIBERA-EXIT. EXIT.

       2360-GRABA-LIBERACION.
           MOVE REG-ORDEN TO WSS-IMAGEN-ANTES
           MOVE 0         TO OR-REF-PENDIENTE
           MOVE 0         TO OR-FALLAS-CONSEC
           MOVE REG-ORDEN TO WSS-IMAGEN-DESPUES

           REWRITE REG-ORDEN
           IF FS-ORDENES-OK
               ADD 1 TO WSS-LIBERADAS
               STRING 'LIBERA ORDEN CLAVE: ' T-PAIS T-SUCURSAL
                      T-NUM-CUENTA T-SECUENCIA
                      DELIMITED BY SIZE
                      INTO WSS-LINEA-AUDITORIA
               PERFORM 8000-GRABO-AUDITORIA
               PERFORM 8100-GRABO-IMAGENES
           ELSE
               DISPLAY 'ERROR REESCRITURA ORDPERM.DAT FS: '
                        FS-ORDENES
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       2360-GRABA-LIBERACION-EXIT. EXIT.

       2400-GRABO-RECHAZO.
           ADD 1 TO WSS-RECHAZOS-TRANS
           STRING 'RECHAZADA ' T-TIPO-MOV ' CLAVE: ' T-PAIS T-SUCURSAL
                  T-NUM-CUENTA T-SECUENCIA ' (' WSS-MOTIVO-RECHAZO ')'
                  DELIMITED BY SIZE
                  INTO WSS-LINEA-AUDITORIA
           PERFORM 8000-GRABO-AUDITORIA
           .
       2400-GRABO-RECHAZO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    LEO UNA TRANSACCION DE ORDMANT.DAT
      *-----------------------------------------------------------------*
       5000-LECTURA-TRANS.
           READ TRANSACC
           EVALUATE TRUE
               WHEN FS-TRANSACC-OK
                   ADD 1 TO WSS-LEIDAS
               WHEN FS-TRANSACC-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA ORDMANT.DAT FS: '
                            FS-TRANSACC
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       5000-LECTURA-TRANS-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    LECTURA DIRECTA DE UNA CUENTA (CLAVE CARGADA POR EL LLAMADOR)
      *-----------------------------------------------------------------*
       5100-LEE-CUENTA.
           READ MAESTRO-CTA
               KEY IS CTA-CLAVE-CUENTA
           IF NOT FS-MAESTRO-CTA-OK
              AND NOT FS-MAESTRO-CTA-NO-EXISTE
               DISPLAY 'ERROR LECTURA CUENTAS.TXT FS: ' FS-MAESTRO-CTA
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       5100-LEE-CUENTA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    LECTURA DIRECTA DE LA ORDEN POR LA CLAVE DE LA TRANSACCION
      *-----------------------------------------------------------------*
       5200-LEE-ORDEN.
           MOVE T-PAIS        TO OR-PAIS
           MOVE T-SUCURSAL    TO OR-SUCURSAL
           MOVE T-NUM-CUENTA  TO OR-NUM-CUENTA
           MOVE T-SECUENCIA   TO OR-SECUENCIA

           READ ORDENES
               KEY IS OR-CLAVE-ORDEN
           IF NOT FS-ORDENES-OK
              AND NOT FS-ORDENES-NO-EXISTE
               DISPLAY 'ERROR LECTURA ORDPERM.DAT FS: ' FS-ORDENES
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       5200-LEE-ORDEN-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    ARMO EL REGISTRO DE LA ORDEN CON LOS CAMPOS DE LA
      *    TRANSACCION Y LO QUE ADMINISTRA ORDPERM. SIN DIA PACTADO
      *    SE TOMA EL DIA DE LA FECHA PROXIMA
      *-----------------------------------------------------------------*
       5300-ARMA-REGISTRO.
           MOVE T-PAIS              TO OR-PAIS
           MOVE T-SUCURSAL          TO OR-SUCURSAL
           MOVE T-NUM-CUENTA        TO OR-NUM-CUENTA
           MOVE T-SECUENCIA         TO OR-SECUENCIA
           MOVE T-PAIS-DESTINO      TO OR-PAIS-DESTINO
           MOVE T-SUC-DESTINO       TO OR-SUC-DESTINO
           MOVE T-CUENTA-DESTINO    TO OR-CUENTA-DESTINO
           MOVE T-IMPORTE           TO OR-IMPORTE
           MOVE T-FRECUENCIA        TO OR-FRECUENCIA
           IF T-DIA-PACTADO = 0
               MOVE T-FECHA-PROXIMA (7:2) TO OR-DIA-PACTADO
           ELSE
               MOVE T-DIA-PACTADO   TO OR-DIA-PACTADO
           END-IF
           MOVE T-FECHA-PROXIMA     TO OR-FECHA-PROXIMA
           MOVE T-FECHA-FIN         TO OR-FECHA-FIN
           MOVE T-ESTADO            TO OR-ESTADO
           MOVE WSS-ANT-FALLAS         TO OR-FALLAS-CONSEC
           MOVE WSS-ANT-REF-PENDIENTE  TO OR-REF-PENDIENTE
           MOVE WSS-ANT-FECHA-ULT-EJEC TO OR-FECHA-ULT-EJEC
           MOVE WSS-ANT-ULT-MOTIVO     TO OR-ULT-MOTIVO
           .
       5300-ARMA-REGISTRO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    ESCRIBO UNA LINEA EN EL LISTADO DE AUDITORIA
      *-----------------------------------------------------------------*
       8000-GRABO-AUDITORIA.
           MOVE WSS-LINEA-AUDITORIA TO REG-AUDITORIA
           WRITE REG-AUDITORIA
           MOVE SPACES TO WSS-LINEA-AUDITORIA
           .
       8000-GRABO-AUDITORIA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    IMAGEN ANTES/DESPUES DEL REGISTRO MODIFICADO
      *-----------------------------------------------------------------*
       8100-GRABO-IMAGENES.
           STRING '  ANTES:   ' WSS-IMAGEN-ANTES
                  DELIMITED BY SIZE
                  INTO WSS-LINEA-AUDITORIA
           PERFORM 8000-GRABO-AUDITORIA
           STRING '  DESPUES: ' WSS-IMAGEN-DESPUES
                  DELIMITED BY SIZE
                  INTO WSS-LINEA-AUDITORIA
           PERFORM 8000-GRABO-AUDITORIA
           .
       8100-GRABO-IMAGENES-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    UN ERROR FATAL DEJA RETURN-CODE EN 8 ANTES DE FINALIZAR, PARA
      *    QUE EL JCL PUEDA SALTEAR LOS PASOS SIGUIENTES DE LA
      *    CANALIZACION (COND=(8,GE) EN CADA PASO POSTERIOR)
      *-----------------------------------------------------------------*
       9050-ERROR-FATAL.
           MOVE 8 TO RETURN-CODE
           PERFORM 9000-FINALIZAR
           .
       9050-ERROR-FATAL-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CIERRO ARCHIVOS, DISPLAYO TOTALES DE CONTROL
      *-----------------------------------------------------------------*
       9000-FINALIZAR.
           PERFORM 9100-TOTALES-DE-CONTROL
           CLOSE TRANSACC
           CLOSE ORDENES
           CLOSE MAESTRO-CTA
           CLOSE AUDITORIA
           STOP RUN
           .
       9000-FINALIZAR-EXIT. EXIT.

       9100-TOTALES-DE-CONTROL.
           DISPLAY '-------------------------------'
           DISPLAY '- TRANSACCIONES LEIDAS: '  WSS-LEIDAS
           DISPLAY '- ALTAS ORDENES: '         WSS-ALTAS
           DISPLAY '- CAMBIOS ORDENES: '       WSS-CAMBIOS
           DISPLAY '- BAJAS ORDENES: '         WSS-BAJAS
           DISPLAY '- ORDENES LIBERADAS: '     WSS-LIBERADAS
           DISPLAY '- TRANS. RECHAZADAS: '     WSS-RECHAZOS-TRANS
           DISPLAY '-------------------------------'

           IF RETURN-CODE = 0 AND WSS-RECHAZOS-TRANS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           .
       9100-TOTALES-DE-CONTROL-EXIT. EXIT.
