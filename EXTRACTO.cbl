      *                 CUENTAS ACTIVAS. EL EXTRACTO QUEDA ORDENADO
      *                 POR FECHA DE VALOR (ORDEN DE LA CLAVE), NO POR
      *                 ORDEN DE APLICACION.
      *   2026-10-15  - LAS COMISIONES DE MANTENIMIENTO (MH-TIPO 'C',
      *                 DEBITADAS POR COMISION) SE IMPRIMEN CON
      *                 CONCEPTO 'COMISION' Y NO COMO EXTRACCION; EL
      *                 REVERSO DE UNA COMISION ACREDITA.
      *   2026-10-15  - LOS MOVIMIENTOS DE PLAZO FIJO DE PLAZOFIJ SE
      *                 IMPRIMEN CON CONCEPTO 'PLAZO FIJO' (MH-TIPO
      *                 'F', DEBITA) Y 'VTO PLAZO' (MH-TIPO 'V',
      *                 ACREDITA).
      *   2026-10-15  - LOS MOVIMIENTOS DE CIERRE DE CUENTA DE CIERCTA
      *                 SE IMPRIMEN CON CONCEPTO 'INT. CIERRE'
      *                 (MH-TIPO 'L', ACREDITA) Y 'COMISION' (MH-TIPO
      *                 'K', DEBITA).
      *   2026-10-15  - LOS DEPOSITOS DE CHEQUE (MH-TIPO 'Q', ACREDITA)
      *                 SE IMPRIMEN CON CONCEPTO 'DEP. CHEQUE' Y EL
      *                 GASTO POR CHEQUE DEVUELTO (MH-TIPO 'G', DEBITA)
      *                 CON 'GASTO CHEQUE'. DEBAJO DEL SALDO FINAL SE
      *                 LISTAN LOS CHEQUES DE LA CUENTA QUE SIGUEN
      *                 PENDIENTES EN CANJE (CHQCANJ.DAT), CON SU
      *                 REFERENCIA Y FECHA ESPERADA DE DISPONIBILIDAD.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRACTO.
                   SOURCE IS MH-PAIS MH-SUCURSAL MH-NUM-CUENTA
                             MH-FECHA-VALOR MH-REFERENCIA
           FILE STATUS FS-HISTORIA.
           SELECT CHEQUES ASSIGN TO "CHQCANJ.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CHEQUES.
           SELECT PARM ASSIGN TO "EXTRPAR.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PARM.
       FD  HISTORIA.
           01  REG-HISTORIA.
               COPY MOVHISTC.
       FD  CHEQUES.
           01  REG-CHEQUE.
               COPY CHQCANJC.
       FD  PARM.
           01  REG-PARM.
               05 EP-ALCANCE            PIC X(01).
                   88 FS-HISTORIA-FIN              VALUE '10'.
                   88 FS-HISTORIA-NO-EXISTE        VALUE '35'.
                   88 FS-HISTORIA-SIN-CLAVE        VALUE '23'.
           05  FS-CHEQUES              PIC X(02).
                   88 FS-CHEQUES-OK                VALUE '00'.
                   88 FS-CHEQUES-FIN               VALUE '10'.
                   88 FS-CHEQUES-NO-EXISTE         VALUE '35'.
           05  FS-PARM                 PIC X(02).
                   88 FS-PARM-OK                   VALUE '00'.
           05  FS-REPORTE              PIC X(02).
           05 WSS-SALDO-INICIAL        PIC S9(07)V99.
           05 WSS-SALDO-FINAL          PIC S9(07)V99.
       01  WSS-FECHA-EDITADA           PIC X(10).
      *-----------------------------------------------------------------*
      *    CHEQUES PENDIENTES EN CANJE (CHQCANJ.DAT), CARGADOS UNA VEZ
      *    AL INICIO PARA LISTARLOS DEBAJO DEL SALDO FINAL
      *-----------------------------------------------------------------*
       01  WSS-TABLA-CHQ.
           05 WSS-CHQ-CANT             PIC 9(04) VALUE 0.
           05 WSS-CHQ-ENTRY OCCURS 1 TO 2000 TIMES
                              DEPENDING ON WSS-CHQ-CANT
                              INDEXED BY WSS-CHQ-IDX.
               10 WSS-CHQ-PAIS         PIC X(03).
               10 WSS-CHQ-SUC          PIC 9(02).
               10 WSS-CHQ-CUENTA       PIC 9(10).
               10 WSS-CHQ-REFERENCIA   PIC 9(09).
               10 WSS-CHQ-IMPORTE      PIC 9(07)V99.
               10 WSS-CHQ-FECHA-DISP   PIC 9(08).
       01  WSS-R                       PIC 9(04).
       01  WSS-OBS-CHEQUE.
           05 FILLER                   PIC X(04) VALUE 'REF '.
           05 WSS-OBS-REFERENCIA       PIC 9(09).
           05 FILLER                   PIC X(06) VALUE ' DISP '.
           05 WSS-OBS-FECHA            PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACES.
       01  WSS-TOTALES-CONTROL.
           05 WSS-CUENTAS-LEIDAS       PIC 9(06).
           05 WSS-EXTRACTOS            PIC 9(06).

           PERFORM 1100-CARGA-PARAMETRO
           PERFORM 1200-ABRE-HISTORIA
           PERFORM 1300-CARGA-CHEQUES

           OPEN INPUT MAESTRO-CTA
           IF NOT FS-MAESTRO-CTA-OK
           .
       1200-ABRE-HISTORIA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CARGO EN TABLA LOS CHEQUES PENDIENTES EN CANJE. CHQCANJ.DAT
      *    NO EXISTE HASTA EL PRIMER DEPOSITO DE CHEQUE
      *-----------------------------------------------------------------*
       1300-CARGA-CHEQUES.
           OPEN INPUT CHEQUES
           EVALUATE TRUE
               WHEN FS-CHEQUES-OK
                   PERFORM 1310-LEE-CHEQUE
                       UNTIL FS-CHEQUES-FIN
                   CLOSE CHEQUES
               WHEN FS-CHEQUES-NO-EXISTE
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR APERTURA CHQCANJ.DAT FS: ' FS-CHEQUES
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1300-CARGA-CHEQUES-EXIT. EXIT.

       1310-LEE-CHEQUE.
           READ CHEQUES
           EVALUATE TRUE
               WHEN FS-CHEQUES-OK
                   IF CQ-PENDIENTE
                       IF WSS-CHQ-CANT >= 2000
                           DISPLAY 'TABLA DE CHEQUES EN CANJE LLENA'
                           PERFORM 9050-ERROR-FATAL
                       END-IF
                       ADD 1 TO WSS-CHQ-CANT
                       SET WSS-CHQ-IDX TO WSS-CHQ-CANT
                       MOVE CQ-PAIS
                            TO WSS-CHQ-PAIS (WSS-CHQ-IDX)
                       MOVE CQ-SUCURSAL
                            TO WSS-CHQ-SUC (WSS-CHQ-IDX)
                       MOVE CQ-NUM-CUENTA
                            TO WSS-CHQ-CUENTA (WSS-CHQ-IDX)
                       MOVE CQ-REFERENCIA
                            TO WSS-CHQ-REFERENCIA (WSS-CHQ-IDX)
                       MOVE CQ-IMPORTE
                            TO WSS-CHQ-IMPORTE (WSS-CHQ-IDX)
                       MOVE CQ-FECHA-DISPONIBLE
                            TO WSS-CHQ-FECHA-DISP (WSS-CHQ-IDX)
                   END-IF
               WHEN FS-CHEQUES-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA CHQCANJ.DAT FS: ' FS-CHEQUES
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1310-LEE-CHEQUE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    ALCANCE C: UNA SOLA CUENTA, LEIDA DIRECTO POR CLAVE COMO
      *    CTADIR
           PERFORM 5100-WRITE-REPORTE

      *    EL SALDO INICIAL SE DESHACE DEL PRIMER MOVIMIENTO: UN
      *    CREDITO (D, Q, V, L, O REVERSO DE UNA E, DE UNA COMISION O
      *    DE UN GASTO DE CHEQUE) SE RESTA, UN DEBITO SE SUMA
           IF WSS-HAY-MOV-EN-CURSO
               IF MH-TIPO = 'D' OR MH-TIPO = 'Q'
                  OR MH-TIPO = 'V' OR MH-TIPO = 'L'
                  OR (MH-TIPO = 'R' AND MH-TIPO-ORIGINAL = 'E')
                  OR (MH-TIPO = 'R' AND MH-TIPO-ORIGINAL = 'C')
                  OR (MH-TIPO = 'R' AND MH-TIPO-ORIGINAL = 'G')
                   COMPUTE WSS-SALDO-INICIAL =
                       MH-SALDO-RESULTANTE - MH-IMPORTE
               ELSE
           MOVE SPACES             TO WSS-SAL-OBSERVACION
           MOVE WSS-LINEA-SALDO    TO WSS-LINEA-REPORTE
           PERFORM 5100-WRITE-REPORTE

           PERFORM 5500-GRABO-CHEQUE-CANJE
               VARYING WSS-R FROM 1 BY 1
               UNTIL WSS-R > WSS-CHQ-CANT
           .
       5000-GENERA-EXTRACTO-EXIT. EXIT.

                   MOVE 'DEPOSITO'   TO WSS-MOV-LIN-CONCEPTO
               WHEN 'R'
                   MOVE 'REVERSO'    TO WSS-MOV-LIN-CONCEPTO
               WHEN 'C'
                   MOVE 'COMISION'   TO WSS-MOV-LIN-CONCEPTO
               WHEN 'F'
                   MOVE 'PLAZO FIJO' TO WSS-MOV-LIN-CONCEPTO
               WHEN 'V'
                   MOVE 'VTO PLAZO'  TO WSS-MOV-LIN-CONCEPTO
               WHEN 'L'
                   MOVE 'INT. CIERRE' TO WSS-MOV-LIN-CONCEPTO
               WHEN 'K'
                   MOVE 'COMISION'   TO WSS-MOV-LIN-CONCEPTO
               WHEN 'Q'
                   MOVE 'DEP. CHEQUE' TO WSS-MOV-LIN-CONCEPTO
               WHEN 'G'
                   MOVE 'GASTO CHEQUE' TO WSS-MOV-LIN-CONCEPTO
               WHEN OTHER
                   MOVE 'EXTRACCION' TO WSS-MOV-LIN-CONCEPTO
           END-EVALUATE
           .
       5400-GRABO-MOVIMIENTO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    UN CHEQUE DE LA CUENTA PENDIENTE EN CANJE: YA ESTA EN EL
      *    SALDO PERO NO ES DISPONIBLE HASTA QUE LA CAMARA LO CONFIRME
      *-----------------------------------------------------------------*
       5500-GRABO-CHEQUE-CANJE.
           IF WSS-CHQ-PAIS (WSS-R) = CTA-PAIS
              AND WSS-CHQ-SUC (WSS-R) = CTA-SUCURSAL
              AND WSS-CHQ-CUENTA (WSS-R) = CTA-NUM-CUENTA
               MOVE WSS-CHQ-FECHA-DISP (WSS-R) TO WSS-FECHA-EDITADA
               STRING WSS-FECHA-EDITADA (7:2) '/'
                      WSS-FECHA-EDITADA (5:2) '/'
                      WSS-FECHA-EDITADA (1:4)
                      DELIMITED BY SIZE INTO WSS-OBS-FECHA
               MOVE WSS-CHQ-REFERENCIA (WSS-R) TO WSS-OBS-REFERENCIA
               MOVE 'EN CANJE:      '          TO WSS-SAL-TEXTO
               MOVE WSS-CHQ-IMPORTE (WSS-R)    TO WSS-SAL-IMPORTE
               MOVE CTA-MONEDA                 TO WSS-SAL-MONEDA
               MOVE WSS-OBS-CHEQUE             TO WSS-SAL-OBSERVACION
               MOVE WSS-LINEA-SALDO            TO WSS-LINEA-REPORTE
               PERFORM 5100-WRITE-REPORTE
           END-IF
           .
       5500-GRABO-CHEQUE-CANJE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    ESCRIBO UNA LINEA DEL REPORTE, CONTROLANDO PAGINADO
      *-----------------------------------------------------------------*
