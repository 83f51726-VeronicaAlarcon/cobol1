      *                 CADA CONSULTA EN ACCESLOG.DAT CON OPERADOR,
      *                 FECHA/HORA, CLAVE Y RESULTADO, COMO EL
      *                 CTAAUD.DAT DE MANTCTA. LO PIDIO AUDITORIA.
      *   2026-10-15  - LA CONSULTA MUESTRA LOS CHEQUES DEPOSITADOS QUE
      *                 SIGUEN PENDIENTES EN CANJE (CHQCANJ.DAT, VER
      *                 CHQCANJC.CPY), CANTIDAD E IMPORTE, Y LOS
      *                 DESCUENTA DEL DISPONIBLE COMO HACE APLICMOV.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTADIR.
           SELECT RETENCIONES ASSIGN TO "RETENES.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-RETENCIONES.
           SELECT CHEQUES ASSIGN TO "CHQCANJ.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CHEQUES.
           SELECT OPERADORES ASSIGN TO "OPERADOR.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-OPERADORES.
       FD  RETENCIONES.
           01  REG-RETENCION.
               COPY RETENESC.
       FD  CHEQUES.
           01  REG-CHEQUE.
               COPY CHQCANJC.
       FD  OPERADORES.
           01  REG-OPERADOR.
               COPY OPERADRC.
                   88 FS-RETENCIONES-OK             VALUE '00'.
                   88 FS-RETENCIONES-FIN            VALUE '10'.
                   88 FS-RETENCIONES-NO-EXISTE      VALUE '35'.
           05  FS-CHEQUES               PIC X(02).
                   88 FS-CHEQUES-OK                 VALUE '00'.
                   88 FS-CHEQUES-FIN                VALUE '10'.
                   88 FS-CHEQUES-NO-EXISTE          VALUE '35'.
           05  FS-OPERADORES           PIC X(02).
                   88 FS-OPERADORES-OK             VALUE '00'.
                   88 FS-OPERADORES-FIN            VALUE '10'.
       01  WSS-DISPONIBLE              PIC S9(08)V99.
       01  WSS-R                       PIC 9(04).
      *-----------------------------------------------------------------*
      *    CHEQUES PENDIENTES EN CANJE (CHQCANJ.DAT), CARGADOS UNA VEZ
      *    AL INICIO IGUAL QUE LAS RETENCIONES
      *-----------------------------------------------------------------*
       01  WSS-TABLA-CHQ.
           05 WSS-CHQ-CANT             PIC 9(04) VALUE 0.
           05 WSS-CHQ-ENTRY OCCURS 1 TO 2000 TIMES
                              DEPENDING ON WSS-CHQ-CANT
                              INDEXED BY WSS-CHQ-IDX.
               10 WSS-CHQ-PAIS         PIC X(03).
               10 WSS-CHQ-SUC          PIC 9(02).
               10 WSS-CHQ-CUENTA       PIC 9(10).
               10 WSS-CHQ-IMPORTE      PIC 9(07)V99.
       01  WSS-EN-CANJE-CUENTA         PIC 9(08)V99.
       01  WSS-CHEQUES-CUENTA          PIC 9(04).
      *-----------------------------------------------------------------*
      *    SWITCH DE FIN DE MENU Y CLAVE DE BUSQUEDA
      *-----------------------------------------------------------------*
       01  WSS-SW-FIN                   PIC X(01) VALUE 'N'.

           ACCEPT WSS-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 1100-CARGA-RETENCIONES
           PERFORM 1150-CARGA-CHEQUES
           PERFORM 1500-IDENTIFICA-OPERADOR
           .
       1000-INICIO-EXIT. EXIT.
           .
       1110-LEE-RETENCION-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CARGO EN TABLA LOS CHEQUES PENDIENTES EN CANJE. CHQCANJ.DAT
      *    NO EXISTE HASTA EL PRIMER DEPOSITO DE CHEQUE
      *-----------------------------------------------------------------*
       1150-CARGA-CHEQUES.
           OPEN INPUT CHEQUES
           IF FS-CHEQUES-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-CHEQUES-OK
                   DISPLAY 'ERROR APERTURA CHQCANJ.DAT FS: ' FS-CHEQUES
               ELSE
                   PERFORM 1160-LEE-CHEQUE
                       UNTIL FS-CHEQUES-FIN
                   CLOSE CHEQUES
               END-IF
           END-IF
           .
       1150-CARGA-CHEQUES-EXIT. EXIT.

       1160-LEE-CHEQUE.
           READ CHEQUES
           EVALUATE TRUE
               WHEN FS-CHEQUES-OK
                   IF CQ-PENDIENTE
                      AND WSS-CHQ-CANT < 2000
                       ADD 1 TO WSS-CHQ-CANT
                       SET WSS-CHQ-IDX TO WSS-CHQ-CANT
                       MOVE CQ-PAIS
                            TO WSS-CHQ-PAIS (WSS-CHQ-IDX)
                       MOVE CQ-SUCURSAL
                            TO WSS-CHQ-SUC (WSS-CHQ-IDX)
                       MOVE CQ-NUM-CUENTA
                            TO WSS-CHQ-CUENTA (WSS-CHQ-IDX)
                       MOVE CQ-IMPORTE
                            TO WSS-CHQ-IMPORTE (WSS-CHQ-IDX)
                   END-IF
               WHEN FS-CHEQUES-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA CHQCANJ.DAT FS: '
                            FS-CHEQUES
                   MOVE '10' TO FS-CHEQUES
           END-EVALUATE
           .
       1160-LEE-CHEQUE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    IDENTIFICO AL OPERADOR CONTRA OPERADOR.DAT; SIN PERFIL NO
      *    HAY CONSULTA (LO PIDIO AUDITORIA: HASTA AHORA CUALQUIERA EN
           PERFORM 2130-SUMA-RETENCIONES
           COMPUTE WSS-DISPONIBLE =
               CTA-SALDO + CTA-LIMITE-DESCUBIERTO
               - WSS-RETENIDO-CUENTA - WSS-EN-CANJE-CUENTA
           MOVE WSS-RETENIDO-CUENTA TO WSS-RETENIDO-EDITADO
           MOVE WSS-DISPONIBLE      TO WSS-DISPONIBLE-EDITADO
           MOVE CTA-SALDO TO WSS-SALDO-EDITADO
           DISPLAY 'SALDO: ' WSS-SALDO-EDITADO ' ' CTA-MONEDA
           DISPLAY 'RETENIDO (EMBARGOS): ' WSS-RETENIDO-EDITADO
                    ' ' CTA-MONEDA
           MOVE WSS-EN-CANJE-CUENTA TO WSS-RETENIDO-EDITADO
           DISPLAY 'EN CANJE (CHEQUES): ' WSS-RETENIDO-EDITADO
                    ' ' CTA-MONEDA ' - ' WSS-CHEQUES-CUENTA
                    ' CHEQUE(S)'
           MOVE CTA-LIMITE-DESCUBIERTO TO WSS-RETENIDO-EDITADO
           DISPLAY 'LIMITE DESCUBIERTO: ' WSS-RETENIDO-EDITADO
                    ' ' CTA-MONEDA
       2120-TRADUCE-ESTADO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    SUMO LAS RETENCIONES VIGENTES Y LOS CHEQUES EN CANJE DE LA
      *    CUENTA CONSULTADA
      *-----------------------------------------------------------------*
       2130-SUMA-RETENCIONES.
           MOVE 0 TO WSS-RETENIDO-CUENTA
           PERFORM 2140-SUMA-UNA-RETENCION
               VARYING WSS-R FROM 1 BY 1
               UNTIL WSS-R > WSS-RET-CANT
           MOVE 0 TO WSS-EN-CANJE-CUENTA
           MOVE 0 TO WSS-CHEQUES-CUENTA
           PERFORM 2145-SUMA-UN-CHEQUE
               VARYING WSS-R FROM 1 BY 1
               UNTIL WSS-R > WSS-CHQ-CANT
           .
       2130-SUMA-RETENCIONES-EXIT. EXIT.

           .
       2140-SUMA-UNA-RETENCION-EXIT. EXIT.

       2145-SUMA-UN-CHEQUE.
           IF WSS-CHQ-PAIS (WSS-R) = CTA-PAIS
              AND WSS-CHQ-SUC (WSS-R) = CTA-SUCURSAL
              AND WSS-CHQ-CUENTA (WSS-R) = CTA-NUM-CUENTA
               ADD WSS-CHQ-IMPORTE (WSS-R) TO WSS-EN-CANJE-CUENTA
               ADD 1 TO WSS-CHEQUES-CUENTA
           END-IF
           .
       2145-SUMA-UN-CHEQUE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    EL PERFIL MANDA: CASA MATRIZ VE TODO, SUCURSAL 00 VE TODO
      *    SU PAIS, EL RESTO SOLO SU PROPIA SUCURSAL
