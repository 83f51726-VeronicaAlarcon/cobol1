      *                 CONSOLID) PARA EL CICLO MENSUAL CIERRMES.JCL:
      *                 GENASIEN YA NO PUEDE ASENTAR DESDE UN
      *                 SALDOS.DAT ANTERIOR AL DEVENGAMIENTO.
      *   2026-10-15  - PLAZOS FIJOS: DESPUES DE SALDOS.DAT SE ASIENTA
      *                 LA CARTERA VIGENTE POR SUCURSAL DE PLAZOFIJ
      *                 (PFSALDOS.DAT, MISMO FORMATO; OPCIONAL) CON EL
      *                 DEBE AL RUBRO 13 (DEPOSITOS A PLAZO) DE LA
      *                 SUCURSAL Y EL HABER A LA MISMA CUENTA DE
      *                 CONTROL DEL PAIS, VALIDADOS CONTRA PLANCTA.DAT
      *                 IGUAL QUE LOS DE SALDOS.DAT.
      *   2026-10-15  - LIQUIDACION ENTRE SUCURSALES: SE PASAN A
      *                 ASIENTOS.DAT LOS LOTES INTERFILIALES (RUBRO 19)
      *                 DEL MES DE NEGOCIO QUE LIQSUC FUE AGREGANDO
      *                 CADA NOCHE A LIQASI.DAT (OPCIONAL), CON SU
      *                 PROPIO NUMERO DE LOTE, PARA QUE VALIDASI LOS
      *                 PRUEBE JUNTO CON LOS DEMAS.
      *   2026-10-15  - ASIENTOS POR FLUJO: SE PASAN TAMBIEN A
      *                 ASIENTOS.DAT LOS LOTES DEL MES DE NEGOCIO QUE
      *                 ASIFLUJ AGREGA A FLUASI.DAT (OPCIONAL), CON
      *                 DEPOSITOS, EXTRACCIONES, INTERES, RETENCION Y
      *                 REVERSOS POR SEPARADO. EL ASIENTO DEL SALDO DE
      *                 SALDOS.DAT NO CAMBIA.
      *   2026-10-15  - PARTIDAS EN SUSPENSO: SE PASAN TAMBIEN A
      *                 ASIENTOS.DAT LOS LOTES DEL MES DE NEGOCIO QUE
      *                 SUSPENSO AGREGA A SUSASI.DAT (OPCIONAL) CON LAS
      *                 ALTAS Y SALIDAS DE LOS DEPOSITOS RECHAZADOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENASIEN.
           SELECT SALDOS ASSIGN TO "SALDOS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALDOS.
           SELECT PLAZOS-PF ASSIGN TO "PFSALDOS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PLAZOS-PF.
           SELECT ASIENTOS ASSIGN TO "ASIENTOS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ASIENTOS.
           SELECT ASIENTOS-SUC ASSIGN TO "LIQASI.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ASIENTOS-SUC.
           SELECT ASIENTOS-FLU ASSIGN TO "FLUASI.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ASIENTOS-FLU.
           SELECT ASIENTOS-SUS ASSIGN TO "SUSASI.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ASIENTOS-SUS.
           SELECT PLAN-CUENTAS ASSIGN TO "PLANCTA.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PLAN-CUENTAS.
               05 SD-CANTIDAD       PIC 9(06).
               05 SD-SALDO          PIC S9(09)V99.
               05 SD-MONEDA         PIC X(03).
       FD  PLAZOS-PF.
           01  REG-PLAZOS-PF.
               05 PP-COD-PAIS       PIC X(03).
               05 PP-COD-SUC        PIC 9(02).
               05 PP-CANTIDAD       PIC 9(06).
               05 PP-SALDO          PIC S9(09)V99.
               05 PP-MONEDA         PIC X(03).
       FD  ASIENTOS.
           01  REG-ASIENTO.
               05 AS-LOTE           PIC 9(06).
                   88 AS-HABER                  VALUE 'H'.
               05 AS-IMPORTE        PIC S9(09)V99.
               05 AS-MONEDA         PIC X(03).
      *    LOTES INTERFILIALES DIARIOS DE LIQSUC (FORMATO ASIENTOS)
       FD  ASIENTOS-SUC.
           01  REG-ASIENTO-SUC.
               05 LA-LOTE           PIC 9(06).
               05 LA-FECHA          PIC 9(08).
               05 LA-FECHA-R REDEFINES LA-FECHA.
                   10 LA-MES        PIC 9(06).
                   10 LA-DIA        PIC 9(02).
               05 LA-CUENTA-MAYOR   PIC X(07).
               05 LA-TIPO-MOV       PIC X(01).
               05 LA-IMPORTE        PIC S9(09)V99.
               05 LA-MONEDA         PIC X(03).
      *    LOTES DE ASIENTOS POR FLUJO DE ASIFLUJ (FORMATO ASIENTOS)
       FD  ASIENTOS-FLU.
           01  REG-ASIENTO-FLU.
               05 LF-LOTE           PIC 9(06).
               05 LF-FECHA          PIC 9(08).
               05 LF-FECHA-R REDEFINES LF-FECHA.
                   10 LF-MES        PIC 9(06).
                   10 LF-DIA        PIC 9(02).
               05 LF-CUENTA-MAYOR   PIC X(07).
               05 LF-TIPO-MOV       PIC X(01).
               05 LF-IMPORTE        PIC S9(09)V99.
               05 LF-MONEDA         PIC X(03).
      *    LOTES DE LAS PARTIDAS EN SUSPENSO (FORMATO ASIENTOS)
       FD  ASIENTOS-SUS.
           01  REG-ASIENTO-SUS.
               05 LS-LOTE           PIC 9(06).
               05 LS-FECHA          PIC 9(08).
               05 LS-FECHA-R REDEFINES LS-FECHA.
                   10 LS-MES        PIC 9(06).
                   10 LS-DIA        PIC 9(02).
               05 LS-CUENTA-MAYOR   PIC X(07).
               05 LS-TIPO-MOV       PIC X(01).
               05 LS-IMPORTE        PIC S9(09)V99.
               05 LS-MONEDA         PIC X(03).
       FD  PLAN-CUENTAS.
           01  REG-PLAN-CUENTAS.
               05 PC-CUENTA-MAYOR.
           05  FS-SALDOS               PIC X(02).
                   88 FS-SALDOS-OK                 VALUE '00'.
                   88 FS-SALDOS-FIN                VALUE '10'.
           05  FS-PLAZOS-PF            PIC X(02).
                   88 FS-PLAZOS-PF-OK              VALUE '00'.
                   88 FS-PLAZOS-PF-FIN             VALUE '10'.
                   88 FS-PLAZOS-PF-NO-EXISTE       VALUE '35'.
           05  FS-ASIENTOS             PIC X(02).
                   88 FS-ASIENTOS-OK               VALUE '00'.
           05  FS-ASIENTOS-SUC         PIC X(02).
                   88 FS-ASIENTOS-SUC-OK           VALUE '00'.
                   88 FS-ASIENTOS-SUC-FIN          VALUE '10'.
                   88 FS-ASIENTOS-SUC-NO-EXISTE    VALUE '35'.
           05  FS-ASIENTOS-FLU         PIC X(02).
                   88 FS-ASIENTOS-FLU-OK           VALUE '00'.
                   88 FS-ASIENTOS-FLU-FIN          VALUE '10'.
                   88 FS-ASIENTOS-FLU-NO-EXISTE    VALUE '35'.
           05  FS-ASIENTOS-SUS         PIC X(02).
                   88 FS-ASIENTOS-SUS-OK           VALUE '00'.
                   88 FS-ASIENTOS-SUS-FIN          VALUE '10'.
                   88 FS-ASIENTOS-SUS-NO-EXISTE    VALUE '35'.
           05  FS-PLAN-CUENTAS         PIC X(02).
                   88 FS-PLAN-CUENTAS-OK           VALUE '00'.
                   88 FS-PLAN-CUENTAS-FIN          VALUE '10'.
      *-----------------------------------------------------------------*
       01  WSS-RUBRO-DISPONIB          PIC X(02) VALUE '11'.
       01  WSS-RUBRO-CONTROL           PIC X(02) VALUE '28'.
       01  WSS-RUBRO-PLAZOS            PIC X(02) VALUE '13'.
      *-----------------------------------------------------------------*
      *    SUCURSAL A ASENTAR (DE SALDOS.DAT O DE PFSALDOS.DAT) Y RUBRO
      *    DEL DEBE QUE LE CORRESPONDE
      *-----------------------------------------------------------------*
       01  WSS-RUBRO-DEBE              PIC X(02).
       01  WSS-ASI-PAIS                PIC X(03).
       01  WSS-ASI-SUC                 PIC 9(02).
       01  WSS-ASI-SALDO               PIC S9(09)V99.
       01  WSS-ASI-MONEDA              PIC X(03).
      *-----------------------------------------------------------------*
      *    PLAN DE CUENTAS DEL MAYOR (PLANCTA.DAT) EN TABLA
      *-----------------------------------------------------------------*
      *-----------------------------------------------------------------*
       01  WSS-LOTE                    PIC 9(06).
       01  WSS-FECHA-EJECUCION         PIC 9(08).
       01  WSS-FECHA-NEGOCIO           PIC 9(08).
       01  WSS-FECHA-NEG-R REDEFINES WSS-FECHA-NEGOCIO.
           05 WSS-MES-NEGOCIO          PIC 9(06).
           05 FILLER                   PIC 9(02).
       01  AREADECOM-CTL.
           COPY CPY003.
       01  WSS-TOTALES-CONTROL.
           05 WSS-LEIDOS               PIC 9(04).
           05 WSS-LEIDOS-PLAZOS        PIC 9(04).
           05 WSS-SUCURSALES-PLAZOS    PIC 9(04).
           05 WSS-SUCURSALES           PIC 9(04).
           05 WSS-ASIENTOS-GRABADOS    PIC 9(04).
           05 WSS-TOTAL-DEBE           PIC S9(11)V99.
           05 WSS-TOTAL-HABER          PIC S9(11)V99.
           05 WSS-SIN-PLAN             PIC 9(04).
           05 WSS-LEIDOS-INTERFIL      PIC 9(06).
           05 WSS-ASIENTOS-INTERFIL    PIC 9(06).
           05 WSS-LEIDOS-FLUJOS        PIC 9(06).
           05 WSS-ASIENTOS-FLUJOS      PIC 9(06).
           05 WSS-LEIDOS-SUSPENSO      PIC 9(06).
           05 WSS-ASIENTOS-SUSPENSO    PIC 9(06).

      ******************************************************************
       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESO UNTIL FS-SALDOS-FIN
           PERFORM 3000-PLAZOS-FIJOS
           PERFORM 3500-INTERFILIALES
           PERFORM 3600-FLUJOS
           PERFORM 3700-SUSPENSO
           PERFORM 9000-FINALIZAR
           .

           INITIALIZE WSS-TOTALES-CONTROL

           ACCEPT WSS-FECHA-EJECUCION FROM DATE YYYYMMDD
           MOVE CTL-FECHA-NEGOCIO TO WSS-FECHA-NEGOCIO
           PERFORM 1100-CARGA-PLAN
           PERFORM 1200-ASIGNA-LOTE

      *-----------------------------------------------------------------*
       2000-PROCESO.
           IF SD-COD-SUC NOT = 0
               MOVE WSS-RUBRO-DISPONIB TO WSS-RUBRO-DEBE
               MOVE SD-COD-PAIS        TO WSS-ASI-PAIS
               MOVE SD-COD-SUC         TO WSS-ASI-SUC
               MOVE SD-SALDO           TO WSS-ASI-SALDO
               MOVE SD-MONEDA          TO WSS-ASI-MONEDA
               PERFORM 2100-GENERA-ASIENTO
           END-IF
           PERFORM 5000-LECTURA-SALDOS

           MOVE WSS-LOTE             TO AS-LOTE
           MOVE WSS-FECHA-EJECUCION  TO AS-FECHA
           MOVE WSS-RUBRO-DEBE       TO AS-CTA-RUBRO
           MOVE WSS-ASI-PAIS         TO AS-CTA-PAIS
           MOVE WSS-ASI-SUC          TO AS-CTA-SUC
           SET AS-DEBE               TO TRUE
           MOVE WSS-ASI-SALDO        TO AS-IMPORTE
           MOVE WSS-ASI-MONEDA       TO AS-MONEDA
           PERFORM 2200-GRABO-ASIENTO
           ADD WSS-ASI-SALDO TO WSS-TOTAL-DEBE

           MOVE WSS-RUBRO-CONTROL    TO AS-CTA-RUBRO
           MOVE 0                    TO AS-CTA-SUC
           SET AS-HABER              TO TRUE
           PERFORM 2200-GRABO-ASIENTO
           ADD WSS-ASI-SALDO TO WSS-TOTAL-HABER
           .
       2110-GRABA-PAR-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    LOS DOS DESTINOS DEL PAR (DISPONIBILIDADES O PLAZOS DE LA
      *    SUCURSAL Y CONTROL DEL PAIS) DEBEN ESTAR DADOS DE ALTA EN
      *    PLANCTA.DAT
      *-----------------------------------------------------------------*
       2050-VALIDA-DESTINOS.
           SET WSS-PAR-VALIDO TO TRUE

           MOVE SPACES               TO WSS-CUENTA-BUSCADA
           MOVE WSS-RUBRO-DEBE       TO WSS-CUENTA-BUSCADA (1:2)
           MOVE WSS-ASI-PAIS         TO WSS-CUENTA-BUSCADA (3:3)
           MOVE WSS-ASI-SUC          TO WSS-CUENTA-BUSCADA (6:2)
           PERFORM 2060-BUSCA-EN-PLAN
           IF WSS-CUENTA-SIN-PLAN
               SET WSS-PAR-INVALIDO TO TRUE

           MOVE SPACES               TO WSS-CUENTA-BUSCADA
           MOVE WSS-RUBRO-CONTROL    TO WSS-CUENTA-BUSCADA (1:2)
           MOVE WSS-ASI-PAIS         TO WSS-CUENTA-BUSCADA (3:3)
           MOVE '00'                 TO WSS-CUENTA-BUSCADA (6:2)
           PERFORM 2060-BUSCA-EN-PLAN
           IF WSS-CUENTA-SIN-PLAN
           .
       2200-GRABO-ASIENTO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CARTERA DE PLAZOS FIJOS POR SUCURSAL. PFSALDOS.DAT ES
      *    OPCIONAL: SIN ARCHIVO NO HAY PLAZOS QUE ASENTAR. LOS
      *    REGISTROS DE PAIS SE SALTEAN COMO LOS DE SALDOS.DAT.
      *-----------------------------------------------------------------*
       3000-PLAZOS-FIJOS.
           OPEN INPUT PLAZOS-PF
           IF FS-PLAZOS-PF-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-PLAZOS-PF-OK
                   DISPLAY 'ERROR APERTURA PFSALDOS.DAT FS: '
                            FS-PLAZOS-PF
                   PERFORM 9050-ERROR-FATAL
               END-IF
               PERFORM 5100-LECTURA-PLAZOS
               PERFORM 3100-ASIENTA-PLAZOS UNTIL FS-PLAZOS-PF-FIN
               CLOSE PLAZOS-PF
           END-IF
           .
       3000-PLAZOS-FIJOS-EXIT. EXIT.

       3100-ASIENTA-PLAZOS.
           IF PP-COD-SUC NOT = 0
               MOVE WSS-RUBRO-PLAZOS TO WSS-RUBRO-DEBE
               MOVE PP-COD-PAIS      TO WSS-ASI-PAIS
               MOVE PP-COD-SUC       TO WSS-ASI-SUC
               MOVE PP-SALDO         TO WSS-ASI-SALDO
               MOVE PP-MONEDA        TO WSS-ASI-MONEDA
               ADD 1 TO WSS-SUCURSALES-PLAZOS
               PERFORM 2100-GENERA-ASIENTO
           END-IF
           PERFORM 5100-LECTURA-PLAZOS
           .
       3100-ASIENTA-PLAZOS-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    LOTES INTERFILIALES DE LIQSUC. LIQASI.DAT ES ACUMULATIVO Y
      *    OPCIONAL: SE COPIAN TAL CUAL (CON SU LOTE, FECHA Y CUENTAS
      *    YA VALIDADAS POR LIQSUC) LAS LINEAS DEL MES DE NEGOCIO.
      *    CADA LOTE DIARIO YA VIENE BALANCEADO Y SUMA IGUAL AL DEBE
      *    QUE AL HABER.
      *-----------------------------------------------------------------*
       3500-INTERFILIALES.
           OPEN INPUT ASIENTOS-SUC
           IF FS-ASIENTOS-SUC-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-ASIENTOS-SUC-OK
                   DISPLAY 'ERROR APERTURA LIQASI.DAT FS: '
                            FS-ASIENTOS-SUC
                   PERFORM 9050-ERROR-FATAL
               END-IF
               PERFORM 5200-LECTURA-INTERFIL
               PERFORM 3510-COPIA-INTERFILIAL
                   UNTIL FS-ASIENTOS-SUC-FIN
               CLOSE ASIENTOS-SUC
           END-IF
           .
       3500-INTERFILIALES-EXIT. EXIT.

       3510-COPIA-INTERFILIAL.
           IF LA-MES = WSS-MES-NEGOCIO
               MOVE REG-ASIENTO-SUC TO REG-ASIENTO
               PERFORM 2200-GRABO-ASIENTO
               ADD 1 TO WSS-ASIENTOS-INTERFIL
               IF AS-DEBE
                   ADD AS-IMPORTE TO WSS-TOTAL-DEBE
               ELSE
                   ADD AS-IMPORTE TO WSS-TOTAL-HABER
               END-IF
           END-IF
           PERFORM 5200-LECTURA-INTERFIL
           .
       3510-COPIA-INTERFILIAL-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    LOTES POR FLUJO DE ASIFLUJ. FLUASI.DAT ES ACUMULATIVO Y
      *    OPCIONAL: SE COPIAN TAL CUAL (CON SU LOTE, FECHA Y CUENTAS
      *    YA VALIDADAS POR ASIFLUJ) LAS LINEAS DEL MES DE NEGOCIO.
      *    CADA LOTE YA VIENE BALANCEADO.
      *-----------------------------------------------------------------*
       3600-FLUJOS.
           OPEN INPUT ASIENTOS-FLU
           IF FS-ASIENTOS-FLU-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-ASIENTOS-FLU-OK
                   DISPLAY 'ERROR APERTURA FLUASI.DAT FS: '
                            FS-ASIENTOS-FLU
                   PERFORM 9050-ERROR-FATAL
               END-IF
               PERFORM 5300-LECTURA-FLUJOS
               PERFORM 3610-COPIA-FLUJO
                   UNTIL FS-ASIENTOS-FLU-FIN
               CLOSE ASIENTOS-FLU
           END-IF
           .
       3600-FLUJOS-EXIT. EXIT.

       3610-COPIA-FLUJO.
           IF LF-MES = WSS-MES-NEGOCIO
               MOVE REG-ASIENTO-FLU TO REG-ASIENTO
               PERFORM 2200-GRABO-ASIENTO
               ADD 1 TO WSS-ASIENTOS-FLUJOS
               IF AS-DEBE
                   ADD AS-IMPORTE TO WSS-TOTAL-DEBE
               ELSE
                   ADD AS-IMPORTE TO WSS-TOTAL-HABER
               END-IF
           END-IF
           PERFORM 5300-LECTURA-FLUJOS
           .
       3610-COPIA-FLUJO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    LOTES DE LAS PARTIDAS EN SUSPENSO. SUSASI.DAT ES ACUMULATIVO
      *    Y OPCIONAL: SE COPIAN TAL CUAL (CON SU LOTE, FECHA Y CUENTAS
      *    YA VALIDADAS POR SUSPENSO) LAS LINEAS DEL MES DE NEGOCIO.
      *    CADA LOTE YA VIENE BALANCEADO.
      *-----------------------------------------------------------------*
       3700-SUSPENSO.
           OPEN INPUT ASIENTOS-SUS
           IF FS-ASIENTOS-SUS-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-ASIENTOS-SUS-OK
                   DISPLAY 'ERROR APERTURA SUSASI.DAT FS: '
                            FS-ASIENTOS-SUS
                   PERFORM 9050-ERROR-FATAL
               END-IF
               PERFORM 5400-LECTURA-SUSPENSO
               PERFORM 3710-COPIA-SUSPENSO
                   UNTIL FS-ASIENTOS-SUS-FIN
               CLOSE ASIENTOS-SUS
           END-IF
           .
       3700-SUSPENSO-EXIT. EXIT.

       3710-COPIA-SUSPENSO.
           IF LS-MES = WSS-MES-NEGOCIO
               MOVE REG-ASIENTO-SUS TO REG-ASIENTO
               PERFORM 2200-GRABO-ASIENTO
               ADD 1 TO WSS-ASIENTOS-SUSPENSO
               IF AS-DEBE
                   ADD AS-IMPORTE TO WSS-TOTAL-DEBE
               ELSE
                   ADD AS-IMPORTE TO WSS-TOTAL-HABER
               END-IF
           END-IF
           PERFORM 5400-LECTURA-SUSPENSO
           .
       3710-COPIA-SUSPENSO-EXIT. EXIT.

       5200-LECTURA-INTERFIL.
           READ ASIENTOS-SUC
           EVALUATE TRUE
               WHEN FS-ASIENTOS-SUC-OK
                   ADD 1 TO WSS-LEIDOS-INTERFIL
               WHEN FS-ASIENTOS-SUC-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA LIQASI.DAT FS: '
                            FS-ASIENTOS-SUC
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       5200-LECTURA-INTERFIL-EXIT. EXIT.

       5300-LECTURA-FLUJOS.
           READ ASIENTOS-FLU
           EVALUATE TRUE
               WHEN FS-ASIENTOS-FLU-OK
                   ADD 1 TO WSS-LEIDOS-FLUJOS
               WHEN FS-ASIENTOS-FLU-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA FLUASI.DAT FS: '
                            FS-ASIENTOS-FLU
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       5300-LECTURA-FLUJOS-EXIT. EXIT.

       5400-LECTURA-SUSPENSO.
           READ ASIENTOS-SUS
           EVALUATE TRUE
               WHEN FS-ASIENTOS-SUS-OK
                   ADD 1 TO WSS-LEIDOS-SUSPENSO
               WHEN FS-ASIENTOS-SUS-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA SUSASI.DAT FS: '
                            FS-ASIENTOS-SUS
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       5400-LECTURA-SUSPENSO-EXIT. EXIT.

       5100-LECTURA-PLAZOS.
           READ PLAZOS-PF
           EVALUATE TRUE
               WHEN FS-PLAZOS-PF-OK
                   ADD 1 TO WSS-LEIDOS-PLAZOS
               WHEN FS-PLAZOS-PF-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA PFSALDOS.DAT FS: '
                            FS-PLAZOS-PF
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       5100-LECTURA-PLAZOS-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    LEO UN REGISTRO DE SALDOS.DAT
      *-----------------------------------------------------------------*
           DISPLAY '-------------------------------'
           DISPLAY '- LOTE: ' WSS-LOTE
           DISPLAY '- REGISTROS SALDOS.DAT LEIDOS: ' WSS-LEIDOS
           DISPLAY '- REGISTROS PFSALDOS.DAT LEIDOS: '
                    WSS-LEIDOS-PLAZOS
           DISPLAY '- SUCURSALES CON PLAZOS FIJOS: '
                    WSS-SUCURSALES-PLAZOS
           DISPLAY '- SUCURSALES ASENTADAS: ' WSS-SUCURSALES
           DISPLAY '- REGISTROS LIQASI.DAT LEIDOS: '
                    WSS-LEIDOS-INTERFIL
           DISPLAY '- ASIENTOS INTERFILIALES DEL MES: '
                    WSS-ASIENTOS-INTERFIL
           DISPLAY '- REGISTROS FLUASI.DAT LEIDOS: '
                    WSS-LEIDOS-FLUJOS
           DISPLAY '- ASIENTOS POR FLUJO DEL MES: '
                    WSS-ASIENTOS-FLUJOS
           DISPLAY '- REGISTROS SUSASI.DAT LEIDOS: '
                    WSS-LEIDOS-SUSPENSO
           DISPLAY '- ASIENTOS DE SUSPENSO DEL MES: '
                    WSS-ASIENTOS-SUSPENSO
           DISPLAY '- ASIENTOS GRABADOS: ' WSS-ASIENTOS-GRABADOS
           DISPLAY '- TOTAL DEBE:  ' WSS-TOTAL-DEBE
           DISPLAY '- TOTAL HABER: ' WSS-TOTAL-HABER
