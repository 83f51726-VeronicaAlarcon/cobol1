      ******************************************************************
      * Author:    VERONICA ALARCON
      * Date:      2026-10-15
      * Purpose:   ASIENTOS CONTABLES POR FLUJO. GENASIEN ASIENTA POR
      *            SUCURSAL EL SALDO DE SALDOS.DAT, QUE ES UN STOCK: EL
      *            MAYOR NUNCA VE CUANTO FUE DEPOSITO, EXTRACCION,
      *            INTERES, RETENCION O REVERSO, Y CONCILIA SOLO PUEDE
      *            DECIR QUE LOS TOTALES NO COINCIDEN, NO POR QUE.
      *            ESTE PASO RESUME LOS MOVIMIENTOS DE LA FECHA DE
      *            NEGOCIO POR PAIS/SUCURSAL/MONEDA Y FLUJO, Y ASIENTA
      *            CADA FLUJO EN SUS CUENTAS DEL MAYOR SEGUN LAS REGLAS
      *            DE REGASI.DAT (VER REGASIC.CPY):
      *            - FLUJO 'M' + MH-TIPO: MOVIMIENTOS DE MOVHIST.DAT
      *              PROCESADOS EN LA FECHA. UN REVERSO 'R' NETEA CON
      *              SIGNO NEGATIVO EN EL FLUJO DE SU MH-TIPO-ORIGINAL.
      *            - FLUJO 'IB'/'IR': INTERES BRUTO Y RETENCION DE
      *              INTDET.DAT (INTERES ACREDITA EL NETO DIRECTO AL
      *              MAESTRO, SIN PASAR POR MOVHIST).
      *            - FLUJO 'P' + CONCEPTO: LO QUE DEJA PLAZOFIJ EN
      *              PLAZDET.DAT EN LA FECHA: 'PB' INTERES BRUTO, 'PR'
      *              RETENCION, 'PN' INTERES NETO ACREDITADO EN LA
      *              CUENTA Y 'PC' INTERES NETO CAPITALIZADO EN UNA
      *              RENOVACION TOTAL. EL 'MV' DE LA HISTORIA SE ASIENTA
      *              SOLO POR EL CAPITAL: SE LE DESCUENTA EL NETO QUE
      *              VA EN 'PN'.
      *            - FLUJO 'L' + CONCEPTO: INTERES BRUTO ('LB') Y
      *              RETENCION ('LR') DE LAS LIQUIDACIONES DE CIERRE DE
      *              CIERLIQ.DAT; EL NETO ES EL 'ML' DE LA HISTORIA.
      *            LA FUNCION SALE DE FLUPAR.DAT (UNA LINEA, FIJA POR
      *            JOB):
      *            'D' DIARIA, EN EL CIERRE NOCTURNO (CONTROL DE
      *                CORRIDAS 'ASIFLUJ', PREDECESOR CIERCTA): TODOS
      *                LOS MOVIMIENTOS DE LA FECHA SALVO LAS COMISIONES
      *                'C', QUE SE COBRAN DESPUES EN EL CICLO MENSUAL,
      *                Y LOS FLUJOS 'P' Y 'L' DE LA FECHA.
      *            'M' MENSUAL, EN CIERRMES (CONTROL 'ASIFLUJM',
      *                PREDECESOR COMISION): LAS COMISIONES 'C' DE LA
      *                FECHA Y EL INTERES/RETENCION DE INTDET.DAT.
      *            UN FLUJO SIN REGLA, O CON UNA CUENTA QUE NO ESTA EN
      *            PLANCTA.DAT, FRENA EL LOTE (RC 8): NADA SE DESCARTA
      *            EN SILENCIO. EL NETO DE CADA FLUJO SE ASIENTA CON SU
      *            SIGNO (UN FLUJO NEGATIVO DA UN PAR DEBE/HABER
      *            NEGATIVO, QUE SIGUE BALANCEADO, COMO EN GENASIEN).
      *            EL LOTE TOMA SU NUMERO DE LOTECTL.DAT Y SE AGREGA AL
      *            ACUMULATIVO FLUASI.DAT (FORMATO ASIENTOS.DAT) RECIEN
      *            CON LA CORRIDA LIMPIA; EN EL CIERRE MENSUAL GENASIEN
      *            PASA A ASIENTOS.DAT LOS LOTES DEL MES Y VALIDASI LOS
      *            PRUEBA JUNTO CON LOS DEMAS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASIFLUJ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      ******************************************************************
       FILE-CONTROL.
           SELECT PARM ASSIGN TO "FLUPAR.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PARM.
           SELECT REGLAS ASSIGN TO "REGASI.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-REGLAS.
           SELECT MAESTRO-CTA ASSIGN TO "cuentas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-CLAVE-CUENTA
                   SOURCE IS CTA-PAIS CTA-SUCURSAL CTA-NUM-CUENTA
           FILE STATUS FS-MAESTRO-CTA.
           SELECT HISTORIA ASSIGN TO "MOVHIST.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MH-CLAVE-MOV
                   SOURCE IS MH-PAIS MH-SUCURSAL MH-NUM-CUENTA
                             MH-FECHA-VALOR MH-REFERENCIA
           FILE STATUS FS-HISTORIA.
           SELECT DETALLE ASSIGN TO "INTDET.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-DETALLE.
           SELECT DETALLE-PLAZO ASSIGN TO "PLAZDET.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-DETALLE-PLAZO.
           SELECT LIQUIDACION ASSIGN TO "CIERLIQ.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-LIQUIDACION.
           SELECT PLAN-CUENTAS ASSIGN TO "PLANCTA.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PLAN-CUENTAS.
           SELECT CONTROL-LOTE ASSIGN TO "LOTECTL.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CONTROL-LOTE.
           SELECT ASIENTOS-FLU ASSIGN TO "FLUASI.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ASIENTOS-FLU.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  PARM.
           01  REG-PARM.
               05 FP-FUNCION            PIC X(01).
       FD  REGLAS.
           01  REG-REGLA.
               COPY REGASIC.
       FD  MAESTRO-CTA.
           01  REG-MAESTRO-CTA.
               COPY CUENTASC.
       FD  HISTORIA.
           01  REG-HISTORIA.
               COPY MOVHISTC.
      *    DETALLE DE INTERESES QUE DEJA INTERES (VER INTERES)
       FD  DETALLE.
           01  REG-DETALLE.
               05 ID-PAIS               PIC X(03).
               05 ID-SUCURSAL           PIC 9(02).
               05 ID-NUM-CUENTA         PIC 9(10).
               05 ID-SALDO-ANTERIOR     PIC S9(07)V99.
               05 ID-TASA               PIC 9(02)V9(04).
               05 ID-INTERES-BRUTO      PIC 9(07)V99.
               05 ID-TASA-RETENCION     PIC 9(02)V9(04).
               05 ID-IMPUESTO           PIC 9(07)V99.
               05 ID-INTERES-NETO       PIC 9(07)V99.
               05 ID-SALDO-NUEVO        PIC S9(07)V99.
               05 ID-MONEDA             PIC X(03).
       FD  DETALLE-PLAZO.
           01  REG-DETALLE-PLAZO.
               COPY PLAZDETC.
       FD  LIQUIDACION.
           01  REG-LIQUIDACION.
               COPY CIERLIQC.
       FD  PLAN-CUENTAS.
           01  REG-PLAN-CUENTAS.
               05 PC-CUENTA-MAYOR   PIC X(07).
               05 PC-DESCRIPCION    PIC X(30).
       FD  CONTROL-LOTE.
           01  REG-CONTROL-LOTE.
               05 LC-ULTIMO-LOTE    PIC 9(06).
      *    MISMO FORMATO QUE ASIENTOS.DAT (VER GENASIEN)
       FD  ASIENTOS-FLU.
           01  REG-ASIENTO.
               05 AS-LOTE           PIC 9(06).
               05 AS-FECHA          PIC 9(08).
               05 AS-CUENTA-MAYOR   PIC X(07).
               05 AS-TIPO-MOV       PIC X(01).
                   88 AS-DEBE                   VALUE 'D'.
                   88 AS-HABER                  VALUE 'H'.
               05 AS-IMPORTE        PIC S9(09)V99.
               05 AS-MONEDA         PIC X(03).

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05  FS-PARM                 PIC X(02).
                   88 FS-PARM-OK                   VALUE '00'.
                   88 FS-PARM-FIN                  VALUE '10'.
           05  FS-REGLAS               PIC X(02).
                   88 FS-REGLAS-OK                 VALUE '00'.
                   88 FS-REGLAS-FIN                VALUE '10'.
           05  FS-MAESTRO-CTA          PIC X(02).
                   88 FS-MAESTRO-CTA-OK            VALUE '00'.
                   88 FS-MAESTRO-CTA-FIN           VALUE '10'.
           05  FS-HISTORIA             PIC X(02).
                   88 FS-HISTORIA-OK               VALUE '00'.
                   88 FS-HISTORIA-FIN              VALUE '10'.
                   88 FS-HISTORIA-NO-EXISTE        VALUE '35'.
                   88 FS-HISTORIA-SIN-CLAVE        VALUE '23'.
           05  FS-DETALLE              PIC X(02).
                   88 FS-DETALLE-OK                VALUE '00'.
                   88 FS-DETALLE-FIN               VALUE '10'.
           05  FS-DETALLE-PLAZO        PIC X(02).
                   88 FS-DETALLE-PLAZO-OK          VALUE '00'.
                   88 FS-DETALLE-PLAZO-FIN         VALUE '10'.
                   88 FS-DETALLE-PLAZO-NO-EXISTE   VALUE '35'.
           05  FS-LIQUIDACION          PIC X(02).
                   88 FS-LIQUIDACION-OK            VALUE '00'.
                   88 FS-LIQUIDACION-FIN           VALUE '10'.
                   88 FS-LIQUIDACION-NO-EXISTE     VALUE '35'.
           05  FS-PLAN-CUENTAS         PIC X(02).
                   88 FS-PLAN-CUENTAS-OK           VALUE '00'.
                   88 FS-PLAN-CUENTAS-FIN          VALUE '10'.
           05  FS-CONTROL-LOTE         PIC X(02).
                   88 FS-CONTROL-LOTE-OK           VALUE '00'.
                   88 FS-CONTROL-LOTE-NO-EXISTE    VALUE '35'.
           05  FS-ASIENTOS-FLU         PIC X(02).
                   88 FS-ASIENTOS-FLU-OK           VALUE '00'.
                   88 FS-ASIENTOS-FLU-NO-EXISTE    VALUE '35'.
      *-----------------------------------------------------------------*
      *    FUNCION DE LA CORRIDA Y SU IDENTIDAD EN EL CONTROL DE
      *    CORRIDAS (LA DIARIA Y LA MENSUAL SE ESTAMPAN POR SEPARADO)
      *-----------------------------------------------------------------*
       01  WSS-FUNCION                 PIC X(01).
           88 WSS-FUNCION-DIARIA                   VALUE 'D'.
           88 WSS-FUNCION-MENSUAL                  VALUE 'M'.
       01  WSS-PROGRAMA                PIC X(08).
       01  WSS-PREDECESOR              PIC X(08).
       01  WSS-SW-HISTORIA             PIC X(01) VALUE 'N'.
           88 WSS-HAY-HISTORIA                     VALUE 'S'.
           88 WSS-SIN-HISTORIA                     VALUE 'N'.
       01  WSS-SW-CUENTA               PIC X(01).
           88 WSS-HAY-MOV-EN-CURSO                 VALUE 'S'.
           88 WSS-FIN-DE-CUENTA                    VALUE 'N'.
      *    EL LOTE SOLO SE EMITE SI LA CORRIDA LLEGO AL FINAL
       01  WSS-SW-PROCESO              PIC X(01) VALUE 'N'.
           88 WSS-PROCESO-COMPLETO                 VALUE 'S'.
           88 WSS-PROCESO-INCOMPLETO               VALUE 'N'.
      *-----------------------------------------------------------------*
      *    PLAN DE CUENTAS DEL MAYOR (PLANCTA.DAT) EN TABLA
      *-----------------------------------------------------------------*
       01  WSS-TABLA-PLAN.
           05 WSS-PLAN-CANT            PIC 9(03) VALUE 0.
           05 WSS-PLAN-ENTRY OCCURS 1 TO 200 TIMES
                              DEPENDING ON WSS-PLAN-CANT
                              INDEXED BY WSS-PLAN-IDX.
               10 WSS-PLAN-CUENTA      PIC X(07).
       01  WSS-PLAN-PERDIDAS           PIC 9(03) VALUE 0.
       01  WSS-CUENTA-BUSCADA          PIC X(07).
       01  WSS-SW-PLAN                 PIC X(01).
           88 WSS-CUENTA-EN-PLAN                   VALUE 'S'.
           88 WSS-CUENTA-SIN-PLAN                  VALUE 'N'.
      *-----------------------------------------------------------------*
      *    REGLAS DE CONTABILIZACION (REGASI.DAT) EN TABLA
      *-----------------------------------------------------------------*
       01  WSS-TABLA-REGLAS.
           05 WSS-REG-CANT             PIC 9(02) VALUE 0.
           05 WSS-REG-ENTRY OCCURS 1 TO 50 TIMES
                              DEPENDING ON WSS-REG-CANT
                              INDEXED BY WSS-REG-IDX.
               10 WSS-REG-FLUJO        PIC X(02).
               10 WSS-REG-RUBRO-DEBE   PIC X(02).
               10 WSS-REG-NIVEL-DEBE   PIC X(01).
               10 WSS-REG-RUBRO-HABER  PIC X(02).
               10 WSS-REG-NIVEL-HABER  PIC X(01).
       01  WSS-REG-PERDIDAS            PIC 9(03) VALUE 0.
       01  WSS-SW-REGLA                PIC X(01).
           88 WSS-REGLA-HALLADA                    VALUE 'S'.
           88 WSS-REGLA-NO-HALLADA                 VALUE 'N'.
      *-----------------------------------------------------------------*
      *    FLUJOS DE LA CORRIDA POR PAIS/SUCURSAL/MONEDA/FLUJO, CON LA
      *    CANTIDAD DE MOVIMIENTOS Y EL IMPORTE NETO (SIGNADO)
      *-----------------------------------------------------------------*
       01  WSS-TABLA-FLUJOS.
           05 WSS-ACU-CANT             PIC 9(04) VALUE 0.
           05 WSS-ACU-ENTRY OCCURS 1 TO 2000 TIMES
                              DEPENDING ON WSS-ACU-CANT
                              INDEXED BY WSS-ACU-IDX.
               10 WSS-ACU-CLAVE.
                   15 WSS-ACU-PAIS     PIC X(03).
                   15 WSS-ACU-SUC      PIC 9(02).
                   15 WSS-ACU-MONEDA   PIC X(03).
                   15 WSS-ACU-FLUJO    PIC X(02).
               10 WSS-ACU-MOVS         PIC 9(07).
               10 WSS-ACU-IMPORTE      PIC S9(11)V99.
       01  WSS-I                       PIC 9(04).
      *-----------------------------------------------------------------*
      *    VENCIMIENTOS DE LA FECHA QUE ACREDITARON EN LA CUENTA (PAGO
      *    O RENOVACION DEL CAPITAL): REFERENCIA DEL 'V' EN LA HISTORIA
      *    Y EL INTERES NETO QUE LLEVA ADENTRO
      *-----------------------------------------------------------------*
       01  WSS-TABLA-VENCIMIENTOS.
           05 WSS-VTO-CANT             PIC 9(04) VALUE 0.
           05 WSS-VTO-ENTRY OCCURS 1 TO 5000 TIMES
                              DEPENDING ON WSS-VTO-CANT
                              INDEXED BY WSS-VTO-IDX.
               10 WSS-VTO-REFERENCIA   PIC 9(09).
               10 WSS-VTO-NETO         PIC 9(07)V99.
      *-----------------------------------------------------------------*
      *    FLUJO EN CURSO: CLAVE E IMPORTE (UN REVERSO RESTA)
      *-----------------------------------------------------------------*
       01  WSS-FLUJO-ACTUAL.
           05 WSS-FA-CLAVE.
               10 WSS-FA-PAIS          PIC X(03).
               10 WSS-FA-SUC           PIC 9(02).
               10 WSS-FA-MONEDA        PIC X(03).
               10 WSS-FA-FLUJO.
                   15 WSS-FA-CLASE     PIC X(01).
                   15 WSS-FA-CONCEPTO  PIC X(01).
           05 WSS-FA-IMPORTE           PIC S9(09)V99.
      *-----------------------------------------------------------------*
      *    CUENTAS DEL MAYOR DEL FLUJO EN CURSO SEGUN SU REGLA
      *-----------------------------------------------------------------*
       01  WSS-CUENTA-DEBE.
           05 WSS-CD-RUBRO             PIC X(02).
           05 WSS-CD-PAIS              PIC X(03).
           05 WSS-CD-SUC               PIC 9(02).
       01  WSS-CUENTA-HABER.
           05 WSS-CH-RUBRO             PIC X(02).
           05 WSS-CH-PAIS              PIC X(03).
           05 WSS-CH-SUC               PIC 9(02).
      *-----------------------------------------------------------------*
      *    EL LOTE ES UN CORRELATIVO TOMADO DE LOTECTL.DAT (EL MISMO
      *    DE GENASIEN); SE CONSUME RECIEN CON LA CORRIDA LIMPIA
      *-----------------------------------------------------------------*
       01  WSS-LOTE                    PIC 9(06).
       01  WSS-FECHA-NEGOCIO           PIC 9(08).
       01  WSS-TOTALES-CONTROL.
           05 WSS-CUENTAS-LEIDAS       PIC 9(06).
           05 WSS-MOVS-LEIDOS          PIC 9(08).
           05 WSS-MOVS-DE-LA-FECHA     PIC 9(07).
           05 WSS-REVERSOS             PIC 9(07).
           05 WSS-INTDET-LEIDOS        PIC 9(07).
           05 WSS-PLAZDET-LEIDOS       PIC 9(07).
           05 WSS-CIERLIQ-LEIDOS       PIC 9(07).
           05 WSS-FLUJOS-A-ASENTAR     PIC 9(05).
           05 WSS-SIN-REGLA            PIC 9(04).
           05 WSS-SIN-PLAN             PIC 9(04).
           05 WSS-ASIENTOS-GRABADOS    PIC 9(05).
           05 WSS-TOTAL-DEBE           PIC S9(11)V99.
           05 WSS-TOTAL-HABER          PIC S9(11)V99.
       01  AREADECOM-CTL.
           COPY CPY003.

      ******************************************************************
       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESO UNTIL FS-MAESTRO-CTA-FIN
           IF WSS-FUNCION-MENSUAL
               PERFORM 2500-INTERESES
           ELSE
               PERFORM 2700-CIERRES
           END-IF
           PERFORM 3000-VALIDA-FLUJO
               VARYING WSS-I FROM 1 BY 1
               UNTIL WSS-I > WSS-ACU-CANT
           SET WSS-PROCESO-COMPLETO TO TRUE
           PERFORM 9000-FINALIZAR
           .

      *-----------------------------------------------------------------*
      *    FUNCION, CONTROL DE CORRIDAS, PLAN, REGLAS, LOTE Y (EN LA
      *    DIARIA) EL DETALLE DE PLAZOS FIJOS; ABRO EL MAESTRO Y LA
      *    HISTORIA
      *-----------------------------------------------------------------*
       1000-INICIO.
           PERFORM 1010-LEE-FUNCION
           PERFORM 1020-CONTROL-DE-CORRIDA
           INITIALIZE WSS-TOTALES-CONTROL
           MOVE CTL-FECHA-NEGOCIO  TO WSS-FECHA-NEGOCIO

           PERFORM 1100-CARGA-PLAN
           PERFORM 1150-CARGA-REGLAS
           PERFORM 1200-ASIGNA-LOTE
           IF WSS-FUNCION-DIARIA
               PERFORM 1300-PLAZOS-FIJOS
           END-IF

           OPEN INPUT MAESTRO-CTA
           IF NOT FS-MAESTRO-CTA-OK
               DISPLAY 'ERROR APERTURA CUENTAS.TXT FS: ' FS-MAESTRO-CTA
               PERFORM 9050-ERROR-FATAL
           END-IF

           SET WSS-SIN-HISTORIA TO TRUE
           OPEN INPUT HISTORIA
           EVALUATE TRUE
               WHEN FS-HISTORIA-OK
                   SET WSS-HAY-HISTORIA TO TRUE
               WHEN FS-HISTORIA-NO-EXISTE
                   DISPLAY 'ASIFLUJ: NO EXISTE MOVHIST.DAT, NO HAY '
                           'MOVIMIENTOS PARA ASENTAR'
               WHEN OTHER
                   DISPLAY 'ERROR APERTURA MOVHIST.DAT FS: '
                            FS-HISTORIA
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE

           PERFORM 5000-LECTURA-CUENTA
           .
       1000-INICIO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    FLUPAR.DAT TRAE LA FUNCION ('D' DIARIA / 'M' MENSUAL). SIN
      *    FUNCION VALIDA NO SE SABE QUE IDENTIDAD ESTAMPAR EN EL
      *    CONTROL DE CORRIDAS: EL PASO NO ARRANCA
      *-----------------------------------------------------------------*
       1010-LEE-FUNCION.
           MOVE SPACES TO WSS-FUNCION
           OPEN INPUT PARM
           IF NOT FS-PARM-OK
               DISPLAY 'ERROR APERTURA FLUPAR.DAT FS: ' FS-PARM
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PARM
           IF FS-PARM-OK
               MOVE FP-FUNCION TO WSS-FUNCION
           END-IF
           CLOSE PARM

           EVALUATE TRUE
               WHEN WSS-FUNCION-DIARIA
                   MOVE 'ASIFLUJ'  TO WSS-PROGRAMA
                   MOVE 'CIERCTA'  TO WSS-PREDECESOR
               WHEN WSS-FUNCION-MENSUAL
                   MOVE 'ASIFLUJM' TO WSS-PROGRAMA
                   MOVE 'COMISION' TO WSS-PREDECESOR
               WHEN OTHER
                   DISPLAY 'FLUPAR.DAT SIN FUNCION VALIDA: '
                            WSS-FUNCION
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .
       1010-LEE-FUNCION-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CONTROL DE CORRIDAS: ME FRENO SI ESTA FUNCION YA COMPLETO LA
      *    FECHA DE NEGOCIO VIGENTE (LA RECORRIDA DUPLICARIA EL LOTE
      *    EN FLUASI.DAT) O SI SU PREDECESOR NO LA COMPLETO: LA DIARIA
      *    ESPERA A CIERCTA, QUE CORRE DETRAS DE PLAZOFIJ (LAS
      *    CONSTITUCIONES Y VENCIMIENTOS DE PLAZO FIJO Y LOS CIERRES DE
      *    CUENTA SON MOVIMIENTOS DE LA FECHA), LA MENSUAL A COMISION
      *-----------------------------------------------------------------*
       1020-CONTROL-DE-CORRIDA.
           SET CTL-FUNCION-INICIO TO TRUE
           MOVE WSS-PROGRAMA   TO CTL-PROGRAMA
           MOVE WSS-PREDECESOR TO CTL-PREDECESOR
           MOVE 0              TO CTL-RETORNO-JOB
           CALL 'RUNCTL' USING AREADECOM-CTL
           EVALUATE TRUE
               WHEN CTL-OK
                   CONTINUE
               WHEN CTL-YA-CORRIO
                   DISPLAY WSS-PROGRAMA ' YA COMPLETADO PARA LA FECHA '
                           'DE NEGOCIO ' CTL-FECHA-NEGOCIO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN CTL-PREDECESOR-PENDIENTE
                   DISPLAY 'ASIFLUJ: ' WSS-PREDECESOR ' NO COMPLETO LA '
                           'FECHA DE NEGOCIO ' CTL-FECHA-NEGOCIO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ASIFLUJ: CONTROL DE CORRIDAS CON ERROR'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .
       1020-CONTROL-DE-CORRIDA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CARGO EL PLAN DE CUENTAS DEL MAYOR. PLANCTA.DAT ES
      *    OBLIGATORIO: SIN PLAN NO HAY CONTRA QUE VALIDAR LAS CUENTAS
      *    DE LAS REGLAS Y EL LOTE NO DEBE EMITIRSE.
      *-----------------------------------------------------------------*
       1100-CARGA-PLAN.
           OPEN INPUT PLAN-CUENTAS
           IF NOT FS-PLAN-CUENTAS-OK
               DISPLAY 'ERROR APERTURA PLANCTA.DAT FS: '
                        FS-PLAN-CUENTAS
               PERFORM 9050-ERROR-FATAL
           END-IF
           PERFORM 1110-LEE-PLAN UNTIL FS-PLAN-CUENTAS-FIN
           CLOSE PLAN-CUENTAS

           IF WSS-PLAN-PERDIDAS > 0
               DISPLAY 'ASIFLUJ: TABLA DEL PLAN LLENA, '
                        WSS-PLAN-PERDIDAS ' CUENTAS SIN CARGAR'
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       1100-CARGA-PLAN-EXIT. EXIT.

       1110-LEE-PLAN.
           READ PLAN-CUENTAS
           EVALUATE TRUE
               WHEN FS-PLAN-CUENTAS-OK
                   IF WSS-PLAN-CANT < 200
                       ADD 1 TO WSS-PLAN-CANT
                       SET WSS-PLAN-IDX TO WSS-PLAN-CANT
                       MOVE PC-CUENTA-MAYOR
                            TO WSS-PLAN-CUENTA (WSS-PLAN-IDX)
                   ELSE
                       ADD 1 TO WSS-PLAN-PERDIDAS
                   END-IF
               WHEN FS-PLAN-CUENTAS-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA PLANCTA.DAT FS: '
                            FS-PLAN-CUENTAS
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1110-LEE-PLAN-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CARGO LAS REGLAS DE CONTABILIZACION. REGASI.DAT ES
      *    OBLIGATORIO Y UNA REGLA QUE NO ENTRA EN LA TABLA DEJARIA SU
      *    FLUJO SIN ASENTAR: LA CORRIDA ABORTA
      *-----------------------------------------------------------------*
       1150-CARGA-REGLAS.
           OPEN INPUT REGLAS
           IF NOT FS-REGLAS-OK
               DISPLAY 'ERROR APERTURA REGASI.DAT FS: ' FS-REGLAS
               PERFORM 9050-ERROR-FATAL
           END-IF
           PERFORM 1160-LEE-REGLA UNTIL FS-REGLAS-FIN
           CLOSE REGLAS

           IF WSS-REG-PERDIDAS > 0
               DISPLAY 'ASIFLUJ: TABLA DE REGLAS LLENA, '
                        WSS-REG-PERDIDAS ' REGLAS SIN CARGAR'
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       1150-CARGA-REGLAS-EXIT. EXIT.

       1160-LEE-REGLA.
           READ REGLAS
           EVALUATE TRUE
               WHEN FS-REGLAS-OK
                   IF WSS-REG-CANT < 50
                       ADD 1 TO WSS-REG-CANT
                       SET WSS-REG-IDX TO WSS-REG-CANT
                       MOVE RA-FLUJO
                            TO WSS-REG-FLUJO (WSS-REG-IDX)
                       MOVE RA-RUBRO-DEBE
                            TO WSS-REG-RUBRO-DEBE (WSS-REG-IDX)
                       MOVE RA-NIVEL-DEBE
                            TO WSS-REG-NIVEL-DEBE (WSS-REG-IDX)
                       MOVE RA-RUBRO-HABER
                            TO WSS-REG-RUBRO-HABER (WSS-REG-IDX)
                       MOVE RA-NIVEL-HABER
                            TO WSS-REG-NIVEL-HABER (WSS-REG-IDX)
                   ELSE
                       ADD 1 TO WSS-REG-PERDIDAS
                   END-IF
               WHEN FS-REGLAS-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA REGASI.DAT FS: ' FS-REGLAS
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1160-LEE-REGLA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    EL LOTE ES EL SIGUIENTE AL ULTIMO EMITIDO SEGUN LOTECTL.DAT
      *    (SI NO EXISTE TODAVIA, LA NUMERACION ARRANCA EN 1). EL
      *    CONTROL SE REGRABA RECIEN AL EMITIR EL LOTE, ASI UNA CORRIDA
      *    ABORTADA O SIN FLUJOS NO CONSUME NUMERO.
      *-----------------------------------------------------------------*
       1200-ASIGNA-LOTE.
           MOVE 0 TO WSS-LOTE
           OPEN INPUT CONTROL-LOTE
           IF FS-CONTROL-LOTE-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-CONTROL-LOTE-OK
                   DISPLAY 'ERROR APERTURA LOTECTL.DAT FS: '
                            FS-CONTROL-LOTE
                   PERFORM 9050-ERROR-FATAL
               ELSE
                   READ CONTROL-LOTE
                   IF FS-CONTROL-LOTE-OK
                       MOVE LC-ULTIMO-LOTE TO WSS-LOTE
                   END-IF
                   CLOSE CONTROL-LOTE
               END-IF
           END-IF
           ADD 1 TO WSS-LOTE
           .
       1200-ASIGNA-LOTE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    SOLO EN LA DIARIA: LAS OPERACIONES DE PLAZO FIJO DE LA FECHA
      *    EN PLAZDET.DAT. SE LEEN ANTES DE LA HISTORIA PORQUE DE ACA
      *    SALE CUANTO DE CADA 'V' ES INTERES NETO Y NO CAPITAL. SIN
      *    ARCHIVO NO HUBO OPERACIONES (PLAZOFIJ TODAVIA NO CORRIO)
      *-----------------------------------------------------------------*
       1300-PLAZOS-FIJOS.
           OPEN INPUT DETALLE-PLAZO
           IF FS-DETALLE-PLAZO-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-DETALLE-PLAZO-OK
                   DISPLAY 'ERROR APERTURA PLAZDET.DAT FS: '
                            FS-DETALLE-PLAZO
                   PERFORM 9050-ERROR-FATAL
               END-IF
               PERFORM 5300-LECTURA-PLAZO
               PERFORM 1310-FLUJOS-DEL-PLAZO
                   UNTIL FS-DETALLE-PLAZO-FIN
               CLOSE DETALLE-PLAZO
           END-IF
           .
       1300-PLAZOS-FIJOS-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    EL BRUTO ('PB') ES GASTO CONTRA INTERESES A PAGAR, QUE SE
      *    CANCELAN CON LA RETENCION ('PR') Y CON EL NETO: ACREDITADO
      *    EN LA CUENTA ('PN') O SUMADO AL CAPITAL EN UNA RENOVACION
      *    TOTAL ('PC'). UNA CONSTITUCION NO TIENE INTERES: SU CAPITAL
      *    ES EL 'MF' DE LA HISTORIA
      *-----------------------------------------------------------------*
       1310-FLUJOS-DEL-PLAZO.
           IF DP-FECHA = WSS-FECHA-NEGOCIO
               ADD 1 TO WSS-PLAZDET-LEIDOS
               MOVE DP-PAIS     TO WSS-FA-PAIS
               MOVE DP-SUCURSAL TO WSS-FA-SUC
               MOVE DP-MONEDA   TO WSS-FA-MONEDA
               MOVE 'P'         TO WSS-FA-CLASE
               IF DP-INTERES > 0
                   MOVE 'B'          TO WSS-FA-CONCEPTO
                   MOVE DP-INTERES   TO WSS-FA-IMPORTE
                   PERFORM 2100-ACUMULA-FLUJO
               END-IF
               IF DP-RETENCION > 0
                   MOVE 'R'          TO WSS-FA-CONCEPTO
                   MOVE DP-RETENCION TO WSS-FA-IMPORTE
                   PERFORM 2100-ACUMULA-FLUJO
               END-IF
               IF DP-NETO > 0
                   IF DP-RENOVACION-TOTAL
                       MOVE 'C'      TO WSS-FA-CONCEPTO
                   ELSE
                       MOVE 'N'      TO WSS-FA-CONCEPTO
                   END-IF
                   MOVE DP-NETO      TO WSS-FA-IMPORTE
                   PERFORM 2100-ACUMULA-FLUJO
               END-IF
               IF (DP-PAGO OR DP-RENOVACION-CAPITAL)
                  AND DP-IMPORTE-CUENTA > 0
                   PERFORM 1320-AGREGA-VENCIMIENTO
               END-IF
           END-IF
           PERFORM 5300-LECTURA-PLAZO
           .
       1310-FLUJOS-DEL-PLAZO-EXIT. EXIT.

       1320-AGREGA-VENCIMIENTO.
           IF WSS-VTO-CANT >= 5000
               DISPLAY 'ASIFLUJ: TABLA DE VENCIMIENTOS LLENA'
               PERFORM 9050-ERROR-FATAL
           END-IF
           ADD 1 TO WSS-VTO-CANT
           SET WSS-VTO-IDX TO WSS-VTO-CANT
           MOVE DP-REFERENCIA TO WSS-VTO-REFERENCIA (WSS-VTO-IDX)
           MOVE DP-NETO       TO WSS-VTO-NETO (WSS-VTO-IDX)
           .
       1320-AGREGA-VENCIMIENTO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    POSICIONO LA HISTORIA EN LA CUENTA EN CURSO Y SUMO SUS
      *    MOVIMIENTOS PROCESADOS EN LA FECHA DE NEGOCIO
      *-----------------------------------------------------------------*
       2000-PROCESO.
           ADD 1 TO WSS-CUENTAS-LEIDAS
           IF WSS-HAY-HISTORIA
               MOVE CTA-PAIS           TO MH-PAIS
               MOVE CTA-SUCURSAL       TO MH-SUCURSAL
               MOVE CTA-NUM-CUENTA     TO MH-NUM-CUENTA
               MOVE 0                  TO MH-FECHA-VALOR
               MOVE 0                  TO MH-REFERENCIA

               START HISTORIA KEY IS NOT LESS THAN MH-CLAVE-MOV
               EVALUATE TRUE
                   WHEN FS-HISTORIA-OK
                       SET WSS-HAY-MOV-EN-CURSO TO TRUE
                       PERFORM 2010-LEE-MOV-CUENTA
                           UNTIL WSS-FIN-DE-CUENTA
                   WHEN FS-HISTORIA-SIN-CLAVE
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERROR START MOVHIST.DAT FS: '
                                FS-HISTORIA
                       PERFORM 9050-ERROR-FATAL
               END-EVALUATE
           END-IF
           PERFORM 5000-LECTURA-CUENTA
           .
       2000-PROCESO-EXIT. EXIT.

       2010-LEE-MOV-CUENTA.
           READ HISTORIA NEXT RECORD
           EVALUATE TRUE
               WHEN FS-HISTORIA-OK
                   IF MH-PAIS = CTA-PAIS
                      AND MH-SUCURSAL = CTA-SUCURSAL
                      AND MH-NUM-CUENTA = CTA-NUM-CUENTA
                       ADD 1 TO WSS-MOVS-LEIDOS
                       IF MH-FECHA-PROCESO = WSS-FECHA-NEGOCIO
                           PERFORM 2020-CLASIFICA-MOV
                       END-IF
                   ELSE
                       SET WSS-FIN-DE-CUENTA TO TRUE
                   END-IF
               WHEN FS-HISTORIA-FIN
                   SET WSS-FIN-DE-CUENTA TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA MOVHIST.DAT FS: '
                            FS-HISTORIA
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       2010-LEE-MOV-CUENTA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    LA DIARIA TOMA TODO SALVO LAS COMISIONES 'C' (LAS COBRA
      *    COMISION EN EL CICLO MENSUAL, DESPUES DE ESTE PASO); LA
      *    MENSUAL TOMA SOLO ESAS. UN REVERSO VA AL FLUJO DEL TIPO
      *    QUE DESHACE, RESTANDO. UN VENCIMIENTO 'V' VA SOLO POR EL
      *    CAPITAL (2030)
      *-----------------------------------------------------------------*
       2020-CLASIFICA-MOV.
           IF (WSS-FUNCION-DIARIA AND MH-TIPO NOT = 'C')
              OR (WSS-FUNCION-MENSUAL AND MH-TIPO = 'C')
               ADD 1 TO WSS-MOVS-DE-LA-FECHA
               MOVE MH-PAIS     TO WSS-FA-PAIS
               MOVE MH-SUCURSAL TO WSS-FA-SUC
               MOVE CTA-MONEDA  TO WSS-FA-MONEDA
               MOVE 'M'         TO WSS-FA-CLASE
               IF MH-TIPO = 'R'
                   ADD 1 TO WSS-REVERSOS
                   MOVE MH-TIPO-ORIGINAL TO WSS-FA-CONCEPTO
                   COMPUTE WSS-FA-IMPORTE = 0 - MH-IMPORTE
               ELSE
                   MOVE MH-TIPO     TO WSS-FA-CONCEPTO
                   MOVE MH-IMPORTE  TO WSS-FA-IMPORTE
                   IF MH-TIPO = 'V'
                       PERFORM 2030-CAPITAL-VENCIDO
                   END-IF
               END-IF
               PERFORM 2100-ACUMULA-FLUJO
           END-IF
           .
       2020-CLASIFICA-MOV-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    EL 'V' ACREDITA CAPITAL MAS INTERES NETO (O SOLO EL NETO SI
      *    SE RENOVO EL CAPITAL); EL NETO YA ESTA EN 'PN'. UN 'V' SIN SU
      *    LINEA EN PLAZDET.DAT DEJARIA EL LOTE DESCUADRADO: ABORTA
      *-----------------------------------------------------------------*
       2030-CAPITAL-VENCIDO.
           IF WSS-VTO-CANT = 0
               PERFORM 2035-VENCIMIENTO-SIN-DETALLE
           ELSE
               SET WSS-VTO-IDX TO 1
               SEARCH WSS-VTO-ENTRY
                   AT END
                       PERFORM 2035-VENCIMIENTO-SIN-DETALLE
                   WHEN WSS-VTO-REFERENCIA (WSS-VTO-IDX)
                        = MH-REFERENCIA
                       SUBTRACT WSS-VTO-NETO (WSS-VTO-IDX)
                           FROM WSS-FA-IMPORTE
               END-SEARCH
           END-IF
           .
       2030-CAPITAL-VENCIDO-EXIT. EXIT.

       2035-VENCIMIENTO-SIN-DETALLE.
           DISPLAY 'ASIFLUJ: VENCIMIENTO SIN DETALLE EN PLAZDET.DAT - '
                   'PAIS ' MH-PAIS ' SUC ' MH-SUCURSAL
                   ' CUENTA ' MH-NUM-CUENTA ' REF ' MH-REFERENCIA
           PERFORM 9050-ERROR-FATAL
           .
       2035-VENCIMIENTO-SIN-DETALLE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    SUMO EL FLUJO EN CURSO A SU ENTRADA DE LA TABLA. CON LA
      *    TABLA LLENA SE PERDERIA UN FLUJO: LA CORRIDA ABORTA
      *-----------------------------------------------------------------*
       2100-ACUMULA-FLUJO.
           IF WSS-ACU-CANT = 0
               PERFORM 2110-AGREGA-FLUJO
           ELSE
               SET WSS-ACU-IDX TO 1
               SEARCH WSS-ACU-ENTRY
                   AT END
                       PERFORM 2110-AGREGA-FLUJO
                   WHEN WSS-ACU-CLAVE (WSS-ACU-IDX) = WSS-FA-CLAVE
                       PERFORM 2120-SUMA-FLUJO
               END-SEARCH
           END-IF
           .
       2100-ACUMULA-FLUJO-EXIT. EXIT.

       2110-AGREGA-FLUJO.
           IF WSS-ACU-CANT < 2000
               ADD 1 TO WSS-ACU-CANT
               SET WSS-ACU-IDX TO WSS-ACU-CANT
               MOVE WSS-FA-CLAVE TO WSS-ACU-CLAVE (WSS-ACU-IDX)
               MOVE 0            TO WSS-ACU-MOVS (WSS-ACU-IDX)
               MOVE 0            TO WSS-ACU-IMPORTE (WSS-ACU-IDX)
               PERFORM 2120-SUMA-FLUJO
           ELSE
               DISPLAY 'ASIFLUJ: TABLA DE FLUJOS LLENA'
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       2110-AGREGA-FLUJO-EXIT. EXIT.

       2120-SUMA-FLUJO.
           ADD 1              TO WSS-ACU-MOVS (WSS-ACU-IDX)
           ADD WSS-FA-IMPORTE TO WSS-ACU-IMPORTE (WSS-ACU-IDX)
           .
       2120-SUMA-FLUJO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    SOLO EN LA MENSUAL: EL INTERES BRUTO ('IB') Y LA RETENCION
      *    ('IR') DE CADA CUENTA QUE DEJO INTERES EN INTDET.DAT. EL
      *    DETALLE ES OBLIGATORIO: INTERES LO GENERA SIEMPRE
      *-----------------------------------------------------------------*
       2500-INTERESES.
           OPEN INPUT DETALLE
           IF NOT FS-DETALLE-OK
               DISPLAY 'ERROR APERTURA INTDET.DAT FS: ' FS-DETALLE
               PERFORM 9050-ERROR-FATAL
           END-IF
           PERFORM 5200-LECTURA-INTERES
           PERFORM 2510-ACUMULA-INTERES UNTIL FS-DETALLE-FIN
           CLOSE DETALLE
           .
       2500-INTERESES-EXIT. EXIT.

       2510-ACUMULA-INTERES.
           ADD 1 TO WSS-INTDET-LEIDOS
           MOVE ID-PAIS     TO WSS-FA-PAIS
           MOVE ID-SUCURSAL TO WSS-FA-SUC
           MOVE ID-MONEDA   TO WSS-FA-MONEDA
           MOVE 'I'         TO WSS-FA-CLASE
           IF ID-INTERES-BRUTO > 0
               MOVE 'B'              TO WSS-FA-CONCEPTO
               MOVE ID-INTERES-BRUTO TO WSS-FA-IMPORTE
               PERFORM 2100-ACUMULA-FLUJO
           END-IF
           IF ID-IMPUESTO > 0
               MOVE 'R'              TO WSS-FA-CONCEPTO
               MOVE ID-IMPUESTO      TO WSS-FA-IMPORTE
               PERFORM 2100-ACUMULA-FLUJO
           END-IF
           PERFORM 5200-LECTURA-INTERES
           .
       2510-ACUMULA-INTERES-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    SOLO EN LA DIARIA: EL INTERES BRUTO ('LB') Y LA RETENCION
      *    ('LR') DE CADA LIQUIDACION DE CIERRE DE LA FECHA EN
      *    CIERLIQ.DAT. SIN ARCHIVO NO HUBO CIERRES
      *-----------------------------------------------------------------*
       2700-CIERRES.
           OPEN INPUT LIQUIDACION
           IF FS-LIQUIDACION-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-LIQUIDACION-OK
                   DISPLAY 'ERROR APERTURA CIERLIQ.DAT FS: '
                            FS-LIQUIDACION
                   PERFORM 9050-ERROR-FATAL
               END-IF
               PERFORM 5400-LECTURA-LIQUIDACION
               PERFORM 2710-ACUMULA-CIERRE
                   UNTIL FS-LIQUIDACION-FIN
               CLOSE LIQUIDACION
           END-IF
           .
       2700-CIERRES-EXIT. EXIT.

       2710-ACUMULA-CIERRE.
           IF LQ-FECHA = WSS-FECHA-NEGOCIO
               ADD 1 TO WSS-CIERLIQ-LEIDOS
               MOVE LQ-PAIS     TO WSS-FA-PAIS
               MOVE LQ-SUCURSAL TO WSS-FA-SUC
               MOVE LQ-MONEDA   TO WSS-FA-MONEDA
               MOVE 'L'         TO WSS-FA-CLASE
               IF LQ-INTERES-BRUTO > 0
                   MOVE 'B'              TO WSS-FA-CONCEPTO
                   MOVE LQ-INTERES-BRUTO TO WSS-FA-IMPORTE
                   PERFORM 2100-ACUMULA-FLUJO
               END-IF
               IF LQ-IMPUESTO > 0
                   MOVE 'R'              TO WSS-FA-CONCEPTO
                   MOVE LQ-IMPUESTO      TO WSS-FA-IMPORTE
                   PERFORM 2100-ACUMULA-FLUJO
               END-IF
           END-IF
           PERFORM 5400-LECTURA-LIQUIDACION
           .
       2710-ACUMULA-CIERRE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CADA FLUJO DEBE TENER SU REGLA, AUNQUE HAYA NETEADO A CERO:
      *    UN TIPO SIN REGLA FRENA EL LOTE EN VEZ DE PERDERSE. LAS DOS
      *    CUENTAS DE UN FLUJO A ASENTAR DEBEN ESTAR EN EL PLAN
      *-----------------------------------------------------------------*
       3000-VALIDA-FLUJO.
           PERFORM 3100-BUSCA-REGLA
           IF WSS-REGLA-NO-HALLADA
               ADD 1 TO WSS-SIN-REGLA
               DISPLAY 'ASIFLUJ: FLUJO ' WSS-ACU-FLUJO (WSS-I)
                       ' SIN REGLA EN REGASI.DAT ('
                       WSS-ACU-PAIS (WSS-I) '/' WSS-ACU-SUC (WSS-I)
                       ' ' WSS-ACU-MONEDA (WSS-I) ')'
           ELSE
               IF WSS-ACU-IMPORTE (WSS-I) NOT = 0
                   ADD 1 TO WSS-FLUJOS-A-ASENTAR
                   PERFORM 3200-ARMA-CUENTAS
                   MOVE WSS-CUENTA-DEBE  TO WSS-CUENTA-BUSCADA
                   PERFORM 3300-BUSCA-EN-PLAN
                   MOVE WSS-CUENTA-HABER TO WSS-CUENTA-BUSCADA
                   PERFORM 3300-BUSCA-EN-PLAN
               END-IF
           END-IF
           .
       3000-VALIDA-FLUJO-EXIT. EXIT.

       3100-BUSCA-REGLA.
           SET WSS-REGLA-NO-HALLADA TO TRUE
           IF WSS-REG-CANT > 0
               SET WSS-REG-IDX TO 1
               SEARCH WSS-REG-ENTRY
                   AT END
                       CONTINUE
                   WHEN WSS-REG-FLUJO (WSS-REG-IDX)
                        = WSS-ACU-FLUJO (WSS-I)
                       SET WSS-REGLA-HALLADA TO TRUE
               END-SEARCH
           END-IF
           .
       3100-BUSCA-REGLA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CUENTAS DEL MAYOR DEL FLUJO WSS-I SEGUN LA REGLA HALLADA:
      *    NIVEL 'P' ES LA CUENTA DEL PAIS (SUCURSAL 00), SI NO LA DE
      *    LA SUCURSAL DEL FLUJO
      *-----------------------------------------------------------------*
       3200-ARMA-CUENTAS.
           MOVE WSS-REG-RUBRO-DEBE (WSS-REG-IDX)  TO WSS-CD-RUBRO
           MOVE WSS-ACU-PAIS (WSS-I)              TO WSS-CD-PAIS
           IF WSS-REG-NIVEL-DEBE (WSS-REG-IDX) = 'P'
               MOVE 0                             TO WSS-CD-SUC
           ELSE
               MOVE WSS-ACU-SUC (WSS-I)           TO WSS-CD-SUC
           END-IF
           MOVE WSS-REG-RUBRO-HABER (WSS-REG-IDX) TO WSS-CH-RUBRO
           MOVE WSS-ACU-PAIS (WSS-I)              TO WSS-CH-PAIS
           IF WSS-REG-NIVEL-HABER (WSS-REG-IDX) = 'P'
               MOVE 0                             TO WSS-CH-SUC
           ELSE
               MOVE WSS-ACU-SUC (WSS-I)           TO WSS-CH-SUC
           END-IF
           .
       3200-ARMA-CUENTAS-EXIT. EXIT.

       3300-BUSCA-EN-PLAN.
           SET WSS-CUENTA-SIN-PLAN TO TRUE
           IF WSS-PLAN-CANT > 0
               SET WSS-PLAN-IDX TO 1
               SEARCH WSS-PLAN-ENTRY
                   AT END
                       CONTINUE
                   WHEN WSS-PLAN-CUENTA (WSS-PLAN-IDX)
                        = WSS-CUENTA-BUSCADA
                       SET WSS-CUENTA-EN-PLAN TO TRUE
               END-SEARCH
           END-IF
           IF WSS-CUENTA-SIN-PLAN
               ADD 1 TO WSS-SIN-PLAN
               DISPLAY 'ASIFLUJ: CUENTA ' WSS-CUENTA-BUSCADA
                       ' DEL FLUJO ' WSS-ACU-FLUJO (WSS-I)
                       ' SIN ALTA EN PLANCTA.DAT'
           END-IF
           .
       3300-BUSCA-EN-PLAN-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    LEO UNA CUENTA DEL MAESTRO (SECUENCIAL POR CLAVE)
      *-----------------------------------------------------------------*
       5000-LECTURA-CUENTA.
           READ MAESTRO-CTA NEXT RECORD
           IF NOT FS-MAESTRO-CTA-OK AND NOT FS-MAESTRO-CTA-FIN
               DISPLAY 'ERROR LECTURA CUENTAS.TXT FS: ' FS-MAESTRO-CTA
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       5000-LECTURA-CUENTA-EXIT. EXIT.

       5200-LECTURA-INTERES.
           READ DETALLE
           EVALUATE TRUE
               WHEN FS-DETALLE-OK
                   CONTINUE
               WHEN FS-DETALLE-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA INTDET.DAT FS: ' FS-DETALLE
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       5200-LECTURA-INTERES-EXIT. EXIT.

       5300-LECTURA-PLAZO.
           READ DETALLE-PLAZO
           EVALUATE TRUE
               WHEN FS-DETALLE-PLAZO-OK
                   CONTINUE
               WHEN FS-DETALLE-PLAZO-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA PLAZDET.DAT FS: '
                            FS-DETALLE-PLAZO
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       5300-LECTURA-PLAZO-EXIT. EXIT.

       5400-LECTURA-LIQUIDACION.
           READ LIQUIDACION
           EVALUATE TRUE
               WHEN FS-LIQUIDACION-OK
                   CONTINUE
               WHEN FS-LIQUIDACION-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA CIERLIQ.DAT FS: '
                            FS-LIQUIDACION
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       5400-LECTURA-LIQUIDACION-EXIT. EXIT.

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
      *    CIERRO ARCHIVOS, DISPLAYO TOTALES DE CONTROL. EL LOTE SE
      *    AGREGA A FLUASI.DAT SOLO EN UNA CORRIDA COMPLETA, CON TODOS
      *    LOS FLUJOS CON REGLA, TODAS LAS CUENTAS EN EL PLAN Y SI HAY
      *    ALGUN FLUJO A ASENTAR
      *-----------------------------------------------------------------*
       9000-FINALIZAR.
           PERFORM 9100-TOTALES-DE-CONTROL
           IF WSS-PROCESO-COMPLETO AND RETURN-CODE < 8
              AND WSS-FLUJOS-A-ASENTAR > 0
               PERFORM 9200-EMITE-LOTE
           END-IF
           PERFORM 9160-ESTAMPA-CORRIDA
           CLOSE MAESTRO-CTA
           CLOSE HISTORIA
           STOP RUN
           .
       9000-FINALIZAR-EXIT. EXIT.

       9100-TOTALES-DE-CONTROL.
           DISPLAY '-------------------------------'
           DISPLAY '- FUNCION: ' WSS-FUNCION ' (' WSS-PROGRAMA ')'
           DISPLAY '- LOTE: ' WSS-LOTE
           DISPLAY '- CUENTAS LEIDAS: '          WSS-CUENTAS-LEIDAS
           DISPLAY '- MOVIMIENTOS LEIDOS: '      WSS-MOVS-LEIDOS
           DISPLAY '- MOVIMIENTOS DE LA FECHA: ' WSS-MOVS-DE-LA-FECHA
           DISPLAY '- DE ELLOS REVERSOS: '       WSS-REVERSOS
           DISPLAY '- DETALLES DE INTERES: '     WSS-INTDET-LEIDOS
           DISPLAY '- OPERACIONES DE PLAZO FIJO: ' WSS-PLAZDET-LEIDOS
           DISPLAY '- LIQUIDACIONES DE CIERRE: ' WSS-CIERLIQ-LEIDOS
           DISPLAY '- FLUJOS: '                  WSS-ACU-CANT
           DISPLAY '- FLUJOS A ASENTAR: '        WSS-FLUJOS-A-ASENTAR
           DISPLAY '- FLUJOS SIN REGLA: '        WSS-SIN-REGLA
           DISPLAY '- CUENTAS FUERA DEL PLAN: '  WSS-SIN-PLAN
           DISPLAY '-------------------------------'

           IF WSS-SIN-REGLA > 0
               DISPLAY 'ASIFLUJ: FLUJOS SIN REGLA DE CONTABILIZACION, '
                       'EL LOTE NO SE EMITE'
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WSS-SIN-PLAN > 0
               DISPLAY 'ASIFLUJ: CUENTAS DE LAS REGLAS FUERA DEL PLAN, '
                       'EL LOTE NO SE EMITE'
               MOVE 8 TO RETURN-CODE
           END-IF
           .
       9100-TOTALES-DE-CONTROL-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    ESTAMPO EL RESULTADO DEL PASO EN EL CONTROL DE CORRIDAS
      *-----------------------------------------------------------------*
       9160-ESTAMPA-CORRIDA.
           SET CTL-FUNCION-FIN TO TRUE
           MOVE WSS-PROGRAMA   TO CTL-PROGRAMA
           MOVE WSS-PREDECESOR TO CTL-PREDECESOR
           MOVE RETURN-CODE TO CTL-RETORNO-JOB
           CALL 'RUNCTL' USING AREADECOM-CTL
      *    EL GOBACK DE LA RUTINA DEJA EN RETURN-CODE EL DE ELLA (0):
      *    REPONGO EL RETORNO DEL PASO PARA QUE LLEGUE INTACTO AL JOB
           MOVE CTL-RETORNO-JOB TO RETURN-CODE
           IF NOT CTL-OK
               DISPLAY 'ASIFLUJ: NO SE PUDO ESTAMPAR EL CONTROL DE '
                       'CORRIDAS'
           END-IF
           .
       9160-ESTAMPA-CORRIDA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    AGREGO EL LOTE AL ACUMULATIVO FLUASI.DAT (LA PRIMERA VEZ NO
      *    EXISTE) Y CONSUMO EL NUMERO DE LOTE
      *-----------------------------------------------------------------*
       9200-EMITE-LOTE.
           OPEN EXTEND ASIENTOS-FLU
           IF FS-ASIENTOS-FLU-NO-EXISTE
               OPEN OUTPUT ASIENTOS-FLU
           END-IF
           IF NOT FS-ASIENTOS-FLU-OK
               DISPLAY 'ERROR APERTURA FLUASI.DAT FS: '
                        FS-ASIENTOS-FLU
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 9210-ASIENTA-FLUJO
                   VARYING WSS-I FROM 1 BY 1
                   UNTIL WSS-I > WSS-ACU-CANT
               CLOSE ASIENTOS-FLU
               DISPLAY '- ASIENTOS GRABADOS: ' WSS-ASIENTOS-GRABADOS
               DISPLAY '- TOTAL DEBE:  ' WSS-TOTAL-DEBE
               DISPLAY '- TOTAL HABER: ' WSS-TOTAL-HABER
               IF RETURN-CODE < 8
                   PERFORM 9300-GRABA-LOTE
               END-IF
           END-IF
           .
       9200-EMITE-LOTE-EXIT. EXIT.

       9210-ASIENTA-FLUJO.
           IF WSS-ACU-IMPORTE (WSS-I) NOT = 0
               PERFORM 3100-BUSCA-REGLA
               PERFORM 3200-ARMA-CUENTAS
               PERFORM 9250-GRABA-PAR
           END-IF
           .
       9210-ASIENTA-FLUJO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    PAR BALANCEADO DEL FLUJO WSS-I POR SU NETO CON SIGNO: DEBE A
      *    LA CUENTA DEBE DE LA REGLA Y HABER A LA CUENTA HABER
      *-----------------------------------------------------------------*
       9250-GRABA-PAR.
           MOVE WSS-LOTE                TO AS-LOTE
           MOVE WSS-FECHA-NEGOCIO       TO AS-FECHA
           MOVE WSS-CUENTA-DEBE         TO AS-CUENTA-MAYOR
           SET AS-DEBE                  TO TRUE
           MOVE WSS-ACU-IMPORTE (WSS-I) TO AS-IMPORTE
           MOVE WSS-ACU-MONEDA (WSS-I)  TO AS-MONEDA
           PERFORM 9260-GRABO-ASIENTO
           ADD WSS-ACU-IMPORTE (WSS-I) TO WSS-TOTAL-DEBE

           MOVE WSS-CUENTA-HABER        TO AS-CUENTA-MAYOR
           SET AS-HABER                 TO TRUE
           PERFORM 9260-GRABO-ASIENTO
           ADD WSS-ACU-IMPORTE (WSS-I) TO WSS-TOTAL-HABER
           .
       9250-GRABA-PAR-EXIT. EXIT.

       9260-GRABO-ASIENTO.
           WRITE REG-ASIENTO
           IF FS-ASIENTOS-FLU-OK
               ADD 1 TO WSS-ASIENTOS-GRABADOS
           ELSE
               DISPLAY 'ERROR ESCRITURA FLUASI.DAT FS: '
                        FS-ASIENTOS-FLU
               MOVE 8 TO RETURN-CODE
           END-IF
           .
       9260-GRABO-ASIENTO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CONSUMO EL NUMERO DE LOTE RECIEN CON EL LOTE EMITIDO
      *-----------------------------------------------------------------*
       9300-GRABA-LOTE.
           OPEN OUTPUT CONTROL-LOTE
           IF NOT FS-CONTROL-LOTE-OK
               DISPLAY 'ERROR REGRABACION LOTECTL.DAT FS: '
                        FS-CONTROL-LOTE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WSS-LOTE TO LC-ULTIMO-LOTE
               WRITE REG-CONTROL-LOTE
               IF NOT FS-CONTROL-LOTE-OK
                   DISPLAY 'ERROR ESCRITURA LOTECTL.DAT FS: '
                            FS-CONTROL-LOTE
                   MOVE 8 TO RETURN-CODE
               END-IF
               CLOSE CONTROL-LOTE
           END-IF
           .
       9300-GRABA-LOTE-EXIT. EXIT.
