      ******************************************************************
      * Author:    VERONICA ALARCON
      * Date:      2026-10-15
      * Purpose:   COBRO MENSUAL DE LA COMISION DE MANTENIMIENTO DE
      *            CUENTA. HASTA AHORA LAS SUCURSALES CARGABAN LA
      *            COMISION EN MOVDIA.DAT COMO UNA EXTRACCION 'E' MAS,
      *            QUE EN EL EXTRACTO PARECIA UN RETIRO DEL CLIENTE.
      *            ESTE PASO RECORRE EL MAESTRO CUENTAS.TXT (READ NEXT,
      *            COMO INTERES) Y A CADA CUENTA ACTIVA LE DEBITA LA
      *            COMISION DE SU PAIS/MONEDA SEGUN EL PARAMETRO DE
      *            TARIFAS COMITAR.DAT, SALVO QUE SU SALDO IGUALE O
      *            SUPERE EL SALDO DE EXENCION DE LA TARIFA. EL DEBITO
      *            SE VALIDA CONTRA EL DISPONIBLE IGUAL QUE LAS
      *            EXTRACCIONES DE APLICMOV (SALDO + LIMITE DE
      *            DESCUBIERTO SEGUN EL PRODUCTO - RETENCIONES
      *            VIGENTES DE RETENES.DAT - CHEQUES PENDIENTES EN
      *            CANJE DE CHQCANJ.DAT) Y
      *            QUEDA EN LA HISTORIA MOVHIST.DAT CON SU PROPIO TIPO
      *            'C' (COMISION) Y UNA REFERENCIA DEL RANGO RESERVADO
      *            A COMISIONES (VER MOVHISTC.CPY), NUMERADA CON EL
      *            CONTROL COMICTL.DAT. LA COMISION QUE LA CUENTA NO
      *            PUEDE ABSORBER NO SE SALTEA: QUEDA EN COMIPEND.DAT
      *            (VER COMIPENC.CPY) Y SE REINTENTA EN CADA CICLO
      *            SIGUIENTE ANTES DE LA DEL PERIODO. SALIDAS PARA
      *            CONTABILIDAD: EL DETALLE DE INGRESOS POR COMISIONES
      *            COMIDET.DAT (UNA LINEA POR COBRO) Y LOS TOTALES POR
      *            PAIS/MONEDA COMITOT.DAT (COBRADO Y PENDIENTE, ENTRE
      *            CABECERA Y CIERRE CON TOTALES DE CONTROL, EL
      *            CONVENIO DE TRANSMISION DE CTASRC.DAT).
      *            EL PERIODO COBRADO QUEDA EN COMICTL.DAT: UN SEGUNDO
      *            COBRO DEL MISMO PERIODO SE FRENA ANTES DE EMPEZAR, Y
      *            LA RECORRIDA DE UN COBRO QUE ABORTO SALTEA LAS
      *            CUENTAS QUE YA TIENEN SU COMISION EN LA HISTORIA O
      *            PENDIENTE EN COMIPEND.DAT.
      * Modificaciones:
      *   2026-10-15  - CATALOGO DE PRODUCTOS: COMITAR.DAT SUMA AL
      *                 FINAL EL TRAMO DE TARIFA (CT-TRAMO; EN BLANCO =
      *                 TARIFA GENERAL DEL PAIS/MONEDA, LAS LINEAS
      *                 EXISTENTES NO CAMBIAN). UNA CUENTA CON
      *                 CTA-PRODUCTO SE COBRA CON LA TARIFA DEL TRAMO
      *                 PRD-TRAMO-COMISION DE SU PRODUCTO EN
      *                 PRODUCTOS.DAT (VER PRODUCC.CPY); SIN PRODUCTO,
      *                 CON LA GENERAL. UNA CUENTA CUYO PRODUCTO NO
      *                 ESTA EN EL CATALOGO NO SE TOCA: SE CUENTA Y LA
      *                 CORRIDA TERMINA CON RETURN-CODE 4.
      *   2026-10-15  - EL DISPONIBLE SE CALCULA COMO EN APLICMOV: LOS
      *                 CHEQUES PENDIENTES EN CANJE DE CHQCANJ.DAT SE
      *                 SUMAN A LO RETENIDO Y EL LIMITE DE DESCUBIERTO
      *                 SIGUE LAS REGLAS DEL PRODUCTO (PERMISO, TOPE Y
      *                 SALDO MINIMO). UNA TARIFA QUE NO ENTRA EN LA
      *                 TABLA ABORTA LA CORRIDA.
      *   2026-10-15  - LA RECORRIDA SALTEA TAMBIEN LAS CUENTAS CON UNA
      *                 PENDIENTE DEL PERIODO EN COMIPEND.DAT (LA DEJO
      *                 LA CORRIDA QUE ABORTO): NI SE LES COBRA DE NUEVO
      *                 NI SE LES REINTENTA. MH-FECHA-PROCESO ES LA
      *                 FECHA DE NEGOCIO, NO LA DEL SISTEMA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      ******************************************************************
       FILE-CONTROL.
           SELECT MAESTRO-CTA ASSIGN TO "cuentas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-CLAVE-CUENTA
                   SOURCE IS CTA-PAIS CTA-SUCURSAL CTA-NUM-CUENTA
           FILE STATUS FS-MAESTRO-CTA.
           SELECT TARIFAS ASSIGN TO "COMITAR.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-TARIFAS.
           SELECT HISTORIA ASSIGN TO "MOVHIST.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MH-CLAVE-MOV
                   SOURCE IS MH-PAIS MH-SUCURSAL MH-NUM-CUENTA
                             MH-FECHA-VALOR MH-REFERENCIA
           FILE STATUS FS-HISTORIA.
           SELECT RETENCIONES ASSIGN TO "RETENES.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-RETENCIONES.
           SELECT PENDIENTES ASSIGN TO "COMIPEND.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PENDIENTES.
           SELECT CONTROL-COMI ASSIGN TO "COMICTL.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CONTROL-COMI.
           SELECT DETALLE ASSIGN TO "COMIDET.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-DETALLE.
           SELECT TOTALES ASSIGN TO "COMITOT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-TOTALES.
           SELECT PRODUCTOS ASSIGN TO "PRODUCTOS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PRODUCTOS.
           SELECT CHEQUES ASSIGN TO "CHQCANJ.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CHEQUES.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO-CTA.
           01  REG-MAESTRO-CTA.
               COPY CUENTASC.
       FD  TARIFAS.
           01  REG-TARIFA.
               05 CT-PAIS               PIC X(03).
               05 CT-MONEDA             PIC X(03).
               05 CT-IMPORTE            PIC 9(05)V99.
      *        SALDO DESDE EL CUAL LA CUENTA QUEDA EXENTA (CERO = SIN
      *        EXENCION POR SALDO)
               05 CT-SALDO-EXENTO       PIC 9(07)V99.
      *        TRAMO DE LA TARIFA (PRD-TRAMO-COMISION DEL PRODUCTO);
      *        EN BLANCO = TARIFA GENERAL DEL PAIS/MONEDA
               05 CT-TRAMO              PIC X(02).
       FD  HISTORIA.
           01  REG-HISTORIA.
               COPY MOVHISTC.
       FD  RETENCIONES.
           01  REG-RETENCION.
               COPY RETENESC.
       FD  PENDIENTES.
           01  REG-PENDIENTE.
               COPY COMIPENC.
       FD  CONTROL-COMI.
           01  REG-CONTROL-COMI.
               05 CC-ULTIMA-REFERENCIA  PIC 9(09).
               05 CC-PERIODO            PIC 9(06).
               05 CC-ESTADO             PIC X(01).
       FD  DETALLE.
           01  REG-DETALLE.
               05 CD-PAIS               PIC X(03).
               05 CD-SUCURSAL           PIC 9(02).
               05 CD-NUM-CUENTA         PIC 9(10).
               05 CD-MONEDA             PIC X(03).
               05 CD-PERIODO            PIC 9(06).
               05 CD-IMPORTE            PIC 9(07)V99.
               05 CD-REFERENCIA         PIC 9(09).
               05 CD-SALDO-NUEVO        PIC S9(07)V99.
      *        'M' COMISION DEL PERIODO / 'P' PENDIENTE RECUPERADA
               05 CD-ORIGEN             PIC X(01).
       FD  TOTALES.
           01  REG-TOTAL.
               05 CO-PAIS               PIC X(03).
               05 CO-MONEDA             PIC X(03).
               05 CO-CANT-COBRADAS      PIC 9(06).
               05 CO-IMPORTE-COBRADO    PIC 9(11)V99.
               05 CO-CANT-PENDIENTES    PIC 9(06).
               05 CO-IMPORTE-PENDIENTE  PIC 9(11)V99.
      *    VISTAS DE LOS REGISTROS DE CONTROL DE LOS TOTALES
           01  REG-TOTAL-HDR.
               05 OH-TIPO               PIC X(03).
               05 OH-ORIGEN             PIC X(08).
               05 OH-FECHA              PIC 9(08).
               05 OH-PERIODO            PIC 9(06).
           01  REG-TOTAL-TRL.
               05 OT-TIPO               PIC X(03).
               05 OT-CANT-PAISES        PIC 9(04).
               05 OT-TOTAL-COBRADO      PIC 9(13)V99.
               05 OT-TOTAL-PENDIENTE    PIC 9(13)V99.
       FD  PRODUCTOS.
           01  REG-PRODUCTO.
               COPY PRODUCC.
       FD  CHEQUES.
           01  REG-CHEQUE.
               COPY CHQCANJC.

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05  FS-MAESTRO-CTA          PIC X(02).
                   88 FS-MAESTRO-CTA-OK            VALUE '00'.
                   88 FS-MAESTRO-CTA-FIN           VALUE '10'.
           05  FS-TARIFAS              PIC X(02).
                   88 FS-TARIFAS-OK                VALUE '00'.
                   88 FS-TARIFAS-FIN               VALUE '10'.
           05  FS-HISTORIA             PIC X(02).
                   88 FS-HISTORIA-OK               VALUE '00'.
                   88 FS-HISTORIA-FIN              VALUE '10'.
                   88 FS-HISTORIA-NO-EXISTE        VALUE '35'.
                   88 FS-HISTORIA-SIN-CLAVE        VALUE '23'.
           05  FS-RETENCIONES          PIC X(02).
                   88 FS-RETENCIONES-OK            VALUE '00'.
                   88 FS-RETENCIONES-FIN           VALUE '10'.
                   88 FS-RETENCIONES-NO-EXISTE     VALUE '35'.
           05  FS-PENDIENTES           PIC X(02).
                   88 FS-PENDIENTES-OK             VALUE '00'.
                   88 FS-PENDIENTES-FIN            VALUE '10'.
                   88 FS-PENDIENTES-NO-EXISTE      VALUE '35'.
           05  FS-CONTROL-COMI         PIC X(02).
                   88 FS-CONTROL-COMI-OK           VALUE '00'.
                   88 FS-CONTROL-COMI-NO-EXISTE    VALUE '35'.
           05  FS-DETALLE              PIC X(02).
                   88 FS-DETALLE-OK                VALUE '00'.
           05  FS-TOTALES              PIC X(02).
                   88 FS-TOTALES-OK                VALUE '00'.
           05  FS-PRODUCTOS            PIC X(02).
                   88 FS-PRODUCTOS-OK              VALUE '00'.
                   88 FS-PRODUCTOS-FIN             VALUE '10'.
                   88 FS-PRODUCTOS-NO-EXISTE       VALUE '35'.
           05  FS-CHEQUES              PIC X(02).
                   88 FS-CHEQUES-OK                VALUE '00'.
                   88 FS-CHEQUES-FIN               VALUE '10'.
                   88 FS-CHEQUES-NO-EXISTE         VALUE '35'.
      *-----------------------------------------------------------------*
      *    TABLA DE TARIFAS POR PAIS/MONEDA/TRAMO (COMITAR.DAT)
      *-----------------------------------------------------------------*
       01  WSS-TABLA-TARIFAS.
           05 WSS-TAR-CANT             PIC 9(03) VALUE 0.
           05 WSS-TAR-ENTRY OCCURS 1 TO 100 TIMES
                              DEPENDING ON WSS-TAR-CANT
                              INDEXED BY WSS-TAR-IDX.
               10 WSS-TAR-PAIS         PIC X(03).
               10 WSS-TAR-MONEDA       PIC X(03).
               10 WSS-TAR-IMPORTE      PIC 9(05)V99.
               10 WSS-TAR-EXENTO       PIC 9(07)V99.
               10 WSS-TAR-TRAMO        PIC X(02).
       01  WSS-SW-TARIFA               PIC X(01).
           88 WSS-TARIFA-ENCONTRADA                VALUE 'S'.
           88 WSS-TARIFA-FALTANTE                  VALUE 'N'.
       01  WSS-TARIFA-IMPORTE          PIC 9(05)V99.
       01  WSS-TARIFA-EXENTO           PIC 9(07)V99.
       01  WSS-TRAMO-CUENTA            PIC X(02).
      *-----------------------------------------------------------------*
      *    TRAMO DE TARIFA Y REGLAS DE DESCUBIERTO DE CADA PRODUCTO DEL
      *    CATALOGO (PRODUCTOS.DAT, OPCIONAL: SIN CATALOGO TODAS LAS
      *    CUENTAS PAGAN LA GENERAL) Y LIMITE EFECTIVO DE LA CUENTA EN
      *    CURSO, COMO EN APLICMOV (NEGATIVO SI EL PRODUCTO EXIGE SALDO
      *    MINIMO)
      *-----------------------------------------------------------------*
       01  WSS-TABLA-PRODUCTOS.
           05 WSS-PRD-CANT             PIC 9(03) VALUE 0.
           05 WSS-PRD-ENTRY OCCURS 1 TO 200 TIMES
                              DEPENDING ON WSS-PRD-CANT
                              INDEXED BY WSS-PRD-IDX.
               10 WSS-PRD-CODIGO       PIC X(03).
               10 WSS-PRD-TRAMO        PIC X(02).
               10 WSS-PRD-PERMITE      PIC X(01).
               10 WSS-PRD-MAXIMO       PIC 9(07)V99.
               10 WSS-PRD-MINIMO       PIC 9(07)V99.
       01  WSS-SW-PRODUCTO             PIC X(01).
           88 WSS-PRODUCTO-CONOCIDO                VALUE 'S'.
           88 WSS-PRODUCTO-DESCONOCIDO             VALUE 'N'.
       01  WSS-LIMITE-CUENTA           PIC S9(08)V99.
      *-----------------------------------------------------------------*
      *    RETENCIONES VIGENTES (RETENES.DAT) Y SUMA DE LO RETENIDO EN
      *    LA CUENTA EN CURSO, CON EL MISMO CRITERIO QUE APLICMOV
      *-----------------------------------------------------------------*
       01  WSS-TABLA-RET.
           05 WSS-RET-CANT             PIC 9(04) VALUE 0.
           05 WSS-RET-ENTRY OCCURS 1 TO 2000 TIMES
                              DEPENDING ON WSS-RET-CANT
                              INDEXED BY WSS-RET-IDX.
               10 WSS-RET-PAIS         PIC X(03).
               10 WSS-RET-SUC          PIC 9(02).
               10 WSS-RET-CUENTA       PIC 9(10).
               10 WSS-RET-IMPORTE      PIC 9(07)V99.
       01  WSS-RET-PERDIDAS            PIC 9(04) VALUE 0.
       01  WSS-RETENIDO-CUENTA         PIC 9(08)V99.
       01  WSS-R                       PIC 9(04).
      *-----------------------------------------------------------------*
      *    CHEQUES PENDIENTES EN CANJE (CHQCANJ.DAT): YA ESTAN EN EL
      *    SALDO PERO NO SON DISPONIBLES, Y SE SUMAN A LO RETENIDO COMO
      *    EN APLICMOV. CON LA TABLA LLENA SE COBRARIA CONTRA CHEQUES
      *    SIN CONFIRMAR: LA CORRIDA ABORTA
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
      *-----------------------------------------------------------------*
      *    COMISIONES PENDIENTES (COMIPEND.DAT): SE CARGAN AL INICIO,
      *    SE MARCAN COBRADAS A MEDIDA QUE SE RECUPERAN Y EL ARCHIVO
      *    SE REGRABA AL FINAL SOLO CON LAS QUE SIGUEN PENDIENTES. CON
      *    LA TABLA LLENA LA CORRIDA ABORTA: UNA PENDIENTE QUE NO
      *    ENTRA SE PERDERIA AL REGRABAR.
      *-----------------------------------------------------------------*
       01  WSS-TABLA-PEND.
           05 WSS-PEND-CANT            PIC 9(04) VALUE 0.
           05 WSS-PEND-ENTRY OCCURS 1 TO 2000 TIMES
                              DEPENDING ON WSS-PEND-CANT
                              INDEXED BY WSS-PEND-IDX.
               10 WSS-PEND-PAIS        PIC X(03).
               10 WSS-PEND-SUC         PIC 9(02).
               10 WSS-PEND-CUENTA      PIC 9(10).
               10 WSS-PEND-MONEDA      PIC X(03).
               10 WSS-PEND-PERIODO     PIC 9(06).
               10 WSS-PEND-IMPORTE     PIC 9(07)V99.
               10 WSS-PEND-FECHA-ALTA  PIC 9(08).
               10 WSS-PEND-INTENTOS    PIC 9(03).
               10 WSS-PEND-MOTIVO      PIC X(30).
               10 WSS-PEND-ESTADO      PIC X(01).
                   88 WSS-PEND-VIGENTE            VALUE 'P'.
                   88 WSS-PEND-COBRADA            VALUE 'C'.
       01  WSS-SW-PEND-CARGADA         PIC X(01) VALUE 'N'.
           88 WSS-PEND-CARGADA                     VALUE 'S'.
       01  WSS-P                       PIC 9(04).
      *-----------------------------------------------------------------*
      *    CONTROL DEL COBRO (COMICTL.DAT): ULTIMA REFERENCIA USADA DEL
      *    RANGO DE COMISIONES Y PERIODO COBRADO ('E' EN PROCESO /
      *    'C' COMPLETADO)
      *-----------------------------------------------------------------*
       01  WSS-ULTIMA-REFERENCIA       PIC 9(09) VALUE 910000000.
       01  WSS-TOPE-REFERENCIA         PIC 9(09) VALUE 919999999.
       01  WSS-SW-RECORRIDA            PIC X(01) VALUE 'N'.
           88 WSS-ES-RECORRIDA                     VALUE 'S'.
       01  WSS-SW-YA-COBRADA           PIC X(01).
           88 WSS-CUENTA-YA-COBRADA                VALUE 'S'.
           88 WSS-CUENTA-SIN-COBRAR                VALUE 'N'.
       01  WSS-SW-COBRO                PIC X(01).
           88 WSS-COBRO-HECHO                      VALUE 'S'.
           88 WSS-COBRO-SIN-FONDOS                 VALUE 'N'.
      *-----------------------------------------------------------------*
      *    DATOS DE LA COMISION QUE SE ESTA COBRANDO
      *-----------------------------------------------------------------*
       01  WSS-COM-IMPORTE             PIC 9(07)V99.
       01  WSS-COM-PERIODO             PIC 9(06).
       01  WSS-COM-ORIGEN              PIC X(01).
      *-----------------------------------------------------------------*
      *    FECHAS: LA FECHA DE VALOR Y DE PROCESO DEL COBRO ES LA
      *    FECHA DE NEGOCIO DEL CONTROL DE CORRIDAS; EL PERIODO ES SU
      *    AAAAMM
      *-----------------------------------------------------------------*
       01  WSS-FECHA-NEGOCIO.
           05 WSS-NEG-PERIODO          PIC 9(06).
           05 WSS-NEG-DD               PIC 9(02).
       01  WSS-FECHA-NEGOCIO-NUM REDEFINES WSS-FECHA-NEGOCIO
                                        PIC 9(08).
      *-----------------------------------------------------------------*
      *    TOTALES POR PAIS/MONEDA PARA CONTABILIDAD
      *-----------------------------------------------------------------*
       01  WSS-TABLA-TOTALES.
           05 WSS-TOT-CANT             PIC 9(02) VALUE 0.
           05 WSS-TOT-ENTRY OCCURS 1 TO 50 TIMES
                              DEPENDING ON WSS-TOT-CANT
                              INDEXED BY WSS-TOT-IDX.
               10 WSS-TOT-PAIS         PIC X(03).
               10 WSS-TOT-MONEDA       PIC X(03).
               10 WSS-TOT-CANT-COB     PIC 9(06).
               10 WSS-TOT-COBRADO      PIC 9(11)V99.
               10 WSS-TOT-CANT-PEND    PIC 9(06).
               10 WSS-TOT-PENDIENTE    PIC 9(11)V99.
       01  WSS-TOT-PERDIDOS            PIC 9(04) VALUE 0.
       01  WSS-TOT-IMPORTE             PIC 9(07)V99.
       01  WSS-SW-TOT-TIPO             PIC X(01).
           88 WSS-TOT-ES-COBRO                     VALUE 'C'.
           88 WSS-TOT-ES-PENDIENTE                 VALUE 'P'.
       01  AREADECOM-CTL.
           COPY CPY003.
       01  WSS-TOTALES-CONTROL.
           05 WSS-LEIDAS               PIC 9(06).
           05 WSS-COBRADAS             PIC 9(06).
           05 WSS-RECUPERADAS          PIC 9(06).
           05 WSS-EXENTAS              PIC 9(06).
           05 WSS-SIN-TARIFA           PIC 9(06).
           05 WSS-SIN-PRODUCTO         PIC 9(06).
           05 WSS-A-PENDIENTE          PIC 9(06).
           05 WSS-YA-COBRADAS          PIC 9(06).
           05 WSS-TOTAL-COBRADO        PIC 9(13)V99.
           05 WSS-TOTAL-PENDIENTE      PIC 9(13)V99.

      ******************************************************************
       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESO UNTIL FS-MAESTRO-CTA-FIN
           PERFORM 9000-FINALIZAR
           .

      *-----------------------------------------------------------------*
      *    ABRO ARCHIVOS, CARGO TARIFAS, RETENCIONES Y PENDIENTES Y
      *    LEO LA PRIMERA CUENTA DEL MAESTRO
      *-----------------------------------------------------------------*
       1000-INICIO.
           PERFORM 1020-CONTROL-DE-CORRIDA
           INITIALIZE WSS-TOTALES-CONTROL
           MOVE CTL-FECHA-NEGOCIO TO WSS-FECHA-NEGOCIO-NUM

           PERFORM 1050-CONTROL-DEL-PERIODO

           OPEN INPUT TARIFAS
           IF NOT FS-TARIFAS-OK
               DISPLAY 'ERROR APERTURA COMITAR.DAT FS: ' FS-TARIFAS
               PERFORM 9050-ERROR-FATAL
           END-IF
           PERFORM 1100-CARGA-TARIFAS UNTIL FS-TARIFAS-FIN
           CLOSE TARIFAS

           PERFORM 1200-CARGA-RETENCIONES
           PERFORM 1300-CARGA-PENDIENTES
           PERFORM 1400-CARGA-PRODUCTOS
           PERFORM 1500-CARGA-CHEQUES

           OPEN I-O MAESTRO-CTA
           IF NOT FS-MAESTRO-CTA-OK
               DISPLAY 'ERROR APERTURA CUENTAS.TXT FS: ' FS-MAESTRO-CTA
               PERFORM 9050-ERROR-FATAL
           END-IF

      *    LA HISTORIA ES UN INDEXED ACUMULATIVO: SI ES LA PRIMERA
      *    VEZ SE CREA VACIA Y SE REABRE EN I-O
           OPEN I-O HISTORIA
           IF FS-HISTORIA-NO-EXISTE
               OPEN OUTPUT HISTORIA
               CLOSE HISTORIA
               OPEN I-O HISTORIA
           END-IF
           IF NOT FS-HISTORIA-OK
               DISPLAY 'ERROR APERTURA MOVHIST.DAT FS: ' FS-HISTORIA
               PERFORM 9050-ERROR-FATAL
           END-IF

      *    EN UNA RECORRIDA EL DETALLE DE LA CORRIDA ABORTADA SE
      *    CONSERVA Y SE CONTINUA A CONTINUACION
           IF WSS-ES-RECORRIDA
               OPEN EXTEND DETALLE
           ELSE
               OPEN OUTPUT DETALLE
           END-IF
           IF NOT FS-DETALLE-OK
               DISPLAY 'ERROR APERTURA COMIDET.DAT FS: ' FS-DETALLE
               PERFORM 9050-ERROR-FATAL
           END-IF

           PERFORM 5000-LECTURA-CUENTA
           .
       1000-INICIO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CONTROL DE CORRIDAS: ME FRENO SI ESTE PASO YA COMPLETO LA
      *    FECHA DE NEGOCIO VIGENTE O SI INTERES NO LA COMPLETO (LA
      *    EXENCION POR SALDO SE JUZGA CON EL INTERES YA ACREDITADO)
      *-----------------------------------------------------------------*
       1020-CONTROL-DE-CORRIDA.
           SET CTL-FUNCION-INICIO TO TRUE
           MOVE 'COMISION' TO CTL-PROGRAMA
           MOVE 'INTERES ' TO CTL-PREDECESOR
           MOVE 0          TO CTL-RETORNO-JOB
           CALL 'RUNCTL' USING AREADECOM-CTL
           EVALUATE TRUE
               WHEN CTL-OK
                   CONTINUE
               WHEN CTL-YA-CORRIO
                   DISPLAY 'COMISION YA COMPLETADO PARA LA FECHA DE '
                           'NEGOCIO ' CTL-FECHA-NEGOCIO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN CTL-PREDECESOR-PENDIENTE
                   DISPLAY 'COMISION: INTERES NO COMPLETO LA FECHA '
                           'DE NEGOCIO ' CTL-FECHA-NEGOCIO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'COMISION: CONTROL DE CORRIDAS CON ERROR'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .
       1020-CONTROL-DE-CORRIDA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    COMICTL.DAT ES OPCIONAL (LA PRIMERA VEZ NO EXISTE: LA
      *    NUMERACION ARRANCA AL PRINCIPIO DEL RANGO). UN PERIODO YA
      *    COMPLETADO NO SE VUELVE A COBRAR; UN PERIODO QUE QUEDO EN
      *    PROCESO ES LA RECORRIDA DE UN COBRO QUE ABORTO. EL PERIODO
      *    QUEDA MARCADO EN PROCESO ANTES DE TOCAR UNA SOLA CUENTA.
      *-----------------------------------------------------------------*
       1050-CONTROL-DEL-PERIODO.
           OPEN INPUT CONTROL-COMI
           IF FS-CONTROL-COMI-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-CONTROL-COMI-OK
                   DISPLAY 'ERROR APERTURA COMICTL.DAT FS: '
                            FS-CONTROL-COMI
                   PERFORM 9050-ERROR-FATAL
               END-IF
               READ CONTROL-COMI
               IF FS-CONTROL-COMI-OK
                   MOVE CC-ULTIMA-REFERENCIA TO WSS-ULTIMA-REFERENCIA
                   IF CC-PERIODO = WSS-NEG-PERIODO
                       IF CC-ESTADO = 'C'
                           DISPLAY 'COMISION: EL PERIODO '
                                    WSS-NEG-PERIODO
                                   ' YA FUE COBRADO'
                           CLOSE CONTROL-COMI
                           PERFORM 9050-ERROR-FATAL
                       ELSE
                           SET WSS-ES-RECORRIDA TO TRUE
                       END-IF
                   END-IF
               END-IF
               CLOSE CONTROL-COMI
           END-IF

           MOVE 'E' TO CC-ESTADO
           PERFORM 9300-GRABA-CONTROL-COMI
           IF NOT FS-CONTROL-COMI-OK
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       1050-CONTROL-DEL-PERIODO-EXIT. EXIT.

       1100-CARGA-TARIFAS.
           READ TARIFAS
           EVALUATE TRUE
               WHEN FS-TARIFAS-OK
                   IF WSS-TAR-CANT < 100
                       ADD 1 TO WSS-TAR-CANT
                       SET WSS-TAR-IDX TO WSS-TAR-CANT
                       MOVE CT-PAIS
                            TO WSS-TAR-PAIS (WSS-TAR-IDX)
                       MOVE CT-MONEDA
                            TO WSS-TAR-MONEDA (WSS-TAR-IDX)
                       MOVE CT-IMPORTE
                            TO WSS-TAR-IMPORTE (WSS-TAR-IDX)
                       MOVE CT-SALDO-EXENTO
                            TO WSS-TAR-EXENTO (WSS-TAR-IDX)
                       MOVE CT-TRAMO
                            TO WSS-TAR-TRAMO (WSS-TAR-IDX)
                   ELSE
                       DISPLAY 'COMISION: TABLA DE TARIFAS LLENA - '
                               'PAIS ' CT-PAIS ' MONEDA ' CT-MONEDA
                               ' TRAMO ' CT-TRAMO
                       PERFORM 9050-ERROR-FATAL
                   END-IF
               WHEN FS-TARIFAS-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA COMITAR.DAT FS: ' FS-TARIFAS
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1100-CARGA-TARIFAS-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CARGO EN TABLA LAS RETENCIONES VIGENTES A LA FECHA DE
      *    NEGOCIO. RETENES.DAT ES OPCIONAL: SIN ARCHIVO NO HAY
      *    IMPORTES RETENIDOS. CON LA TABLA INCOMPLETA SE COBRARIA
      *    CONTRA FONDOS EMBARGADOS: LA CORRIDA ABORTA.
      *-----------------------------------------------------------------*
       1200-CARGA-RETENCIONES.
           OPEN INPUT RETENCIONES
           IF FS-RETENCIONES-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-RETENCIONES-OK
                   DISPLAY 'ERROR APERTURA RETENES.DAT FS: '
                            FS-RETENCIONES
                   PERFORM 9050-ERROR-FATAL
               ELSE
                   PERFORM 1210-LEE-RETENCION
                       UNTIL FS-RETENCIONES-FIN
                   CLOSE RETENCIONES
               END-IF
           END-IF

           IF WSS-RET-PERDIDAS > 0
               DISPLAY 'COMISION: TABLA DE RETENCIONES LLENA, '
                        WSS-RET-PERDIDAS ' RETENCIONES SIN CARGAR'
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       1200-CARGA-RETENCIONES-EXIT. EXIT.

       1210-LEE-RETENCION.
           READ RETENCIONES
           EVALUATE TRUE
               WHEN FS-RETENCIONES-OK
                   IF RT-ESTADO-ACTIVA
                      AND RT-FECHA-DESDE <= WSS-FECHA-NEGOCIO-NUM
                      AND (RT-FECHA-HASTA = 0
                           OR RT-FECHA-HASTA >= WSS-FECHA-NEGOCIO-NUM)
                       PERFORM 1220-AGREGA-RETENCION
                   END-IF
               WHEN FS-RETENCIONES-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA RETENES.DAT FS: '
                            FS-RETENCIONES
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1210-LEE-RETENCION-EXIT. EXIT.

       1220-AGREGA-RETENCION.
           IF WSS-RET-CANT < 2000
               ADD 1 TO WSS-RET-CANT
               SET WSS-RET-IDX TO WSS-RET-CANT
               MOVE RT-PAIS       TO WSS-RET-PAIS (WSS-RET-IDX)
               MOVE RT-SUCURSAL   TO WSS-RET-SUC (WSS-RET-IDX)
               MOVE RT-NUM-CUENTA TO WSS-RET-CUENTA (WSS-RET-IDX)
               MOVE RT-IMPORTE    TO WSS-RET-IMPORTE (WSS-RET-IDX)
           ELSE
               ADD 1 TO WSS-RET-PERDIDAS
           END-IF
           .
       1220-AGREGA-RETENCION-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CARGO LAS COMISIONES PENDIENTES DE CICLOS ANTERIORES.
      *    COMIPEND.DAT ES OPCIONAL: SIN ARCHIVO NO HAY PENDIENTES.
      *-----------------------------------------------------------------*
       1300-CARGA-PENDIENTES.
           OPEN INPUT PENDIENTES
           IF FS-PENDIENTES-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-PENDIENTES-OK
                   DISPLAY 'ERROR APERTURA COMIPEND.DAT FS: '
                            FS-PENDIENTES
                   PERFORM 9050-ERROR-FATAL
               ELSE
                   PERFORM 1310-LEE-PENDIENTE
                       UNTIL FS-PENDIENTES-FIN
                   CLOSE PENDIENTES
               END-IF
           END-IF
           SET WSS-PEND-CARGADA TO TRUE
           .
       1300-CARGA-PENDIENTES-EXIT. EXIT.

       1310-LEE-PENDIENTE.
           READ PENDIENTES
           EVALUATE TRUE
               WHEN FS-PENDIENTES-OK
                   PERFORM 1320-AGREGA-PENDIENTE
               WHEN FS-PENDIENTES-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA COMIPEND.DAT FS: '
                            FS-PENDIENTES
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1310-LEE-PENDIENTE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    AGREGO A LA TABLA LA PENDIENTE QUE ESTA EN REG-PENDIENTE
      *    (LEIDA DEL ARCHIVO O RECIEN ARMADA POR 2600)
      *-----------------------------------------------------------------*
       1320-AGREGA-PENDIENTE.
           IF WSS-PEND-CANT < 2000
               ADD 1 TO WSS-PEND-CANT
               SET WSS-PEND-IDX TO WSS-PEND-CANT
               MOVE CP-PAIS       TO WSS-PEND-PAIS (WSS-PEND-IDX)
               MOVE CP-SUCURSAL   TO WSS-PEND-SUC (WSS-PEND-IDX)
               MOVE CP-NUM-CUENTA TO WSS-PEND-CUENTA (WSS-PEND-IDX)
               MOVE CP-MONEDA     TO WSS-PEND-MONEDA (WSS-PEND-IDX)
               MOVE CP-PERIODO    TO WSS-PEND-PERIODO (WSS-PEND-IDX)
               MOVE CP-IMPORTE    TO WSS-PEND-IMPORTE (WSS-PEND-IDX)
               MOVE CP-FECHA-ALTA
                    TO WSS-PEND-FECHA-ALTA (WSS-PEND-IDX)
               MOVE CP-INTENTOS   TO WSS-PEND-INTENTOS (WSS-PEND-IDX)
               MOVE CP-MOTIVO     TO WSS-PEND-MOTIVO (WSS-PEND-IDX)
               SET WSS-PEND-VIGENTE (WSS-PEND-IDX) TO TRUE
           ELSE
               DISPLAY 'COMISION: TABLA DE PENDIENTES LLENA, '
                       'DEPURAR COMIPEND.DAT'
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       1320-AGREGA-PENDIENTE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CARGO EL TRAMO DE TARIFA DE CADA PRODUCTO. PRODUCTOS.DAT ES
      *    OPCIONAL: SIN ARCHIVO SOLO SE COBRAN LAS CUENTAS SIN
      *    PRODUCTO (TARIFA GENERAL)
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
                       MOVE PRD-TRAMO-COMISION
                            TO WSS-PRD-TRAMO (WSS-PRD-IDX)
                       MOVE PRD-PERMITE-DESCUBIERTO
                            TO WSS-PRD-PERMITE (WSS-PRD-IDX)
                       MOVE PRD-MAX-DESCUBIERTO
                            TO WSS-PRD-MAXIMO (WSS-PRD-IDX)
                       MOVE PRD-SALDO-MINIMO
                            TO WSS-PRD-MINIMO (WSS-PRD-IDX)
                   ELSE
                       DISPLAY 'COMISION: TABLA DE PRODUCTOS LLENA'
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
      *    CARGO LOS CHEQUES PENDIENTES EN CANJE. CHQCANJ.DAT ES
      *    OPCIONAL: SIN ARCHIVO NO HAY CHEQUES EN CANJE
      *-----------------------------------------------------------------*
       1500-CARGA-CHEQUES.
           OPEN INPUT CHEQUES
           IF FS-CHEQUES-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-CHEQUES-OK
                   DISPLAY 'ERROR APERTURA CHQCANJ.DAT FS: ' FS-CHEQUES
                   PERFORM 9050-ERROR-FATAL
               ELSE
                   PERFORM 1510-LEE-CHEQUE
                       UNTIL FS-CHEQUES-FIN
                   CLOSE CHEQUES
               END-IF
           END-IF
           .
       1500-CARGA-CHEQUES-EXIT. EXIT.

       1510-LEE-CHEQUE.
           READ CHEQUES
           EVALUATE TRUE
               WHEN FS-CHEQUES-OK
                   IF CQ-PENDIENTE
                       PERFORM 1520-AGREGA-CHEQUE
                   END-IF
               WHEN FS-CHEQUES-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA CHQCANJ.DAT FS: ' FS-CHEQUES
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1510-LEE-CHEQUE-EXIT. EXIT.

       1520-AGREGA-CHEQUE.
           IF WSS-CHQ-CANT < 2000
               ADD 1 TO WSS-CHQ-CANT
               SET WSS-CHQ-IDX TO WSS-CHQ-CANT
               MOVE CQ-PAIS       TO WSS-CHQ-PAIS (WSS-CHQ-IDX)
               MOVE CQ-SUCURSAL   TO WSS-CHQ-SUC (WSS-CHQ-IDX)
               MOVE CQ-NUM-CUENTA TO WSS-CHQ-CUENTA (WSS-CHQ-IDX)
               MOVE CQ-IMPORTE    TO WSS-CHQ-IMPORTE (WSS-CHQ-IDX)
           ELSE
               DISPLAY 'COMISION: TABLA DE CHEQUES EN CANJE LLENA'
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       1520-AGREGA-CHEQUE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    POR CADA CUENTA: PRIMERO SE REINTENTAN SUS PENDIENTES DE
      *    CICLOS ANTERIORES (ACTIVAS E INACTIVAS: LA DEUDA SIGUE
      *    AUNQUE LA CUENTA SE HAYA DORMIDO) Y DESPUES, SOLO A LAS
      *    ACTIVAS, LA COMISION DEL PERIODO
      *-----------------------------------------------------------------*
       2000-PROCESO.
           ADD 1 TO WSS-LEIDAS
           SET WSS-CUENTA-SIN-COBRAR TO TRUE
           IF WSS-ES-RECORRIDA
               PERFORM 2050-BUSCA-COBRO-PREVIO
               PERFORM 2070-BUSCA-PENDIENTE-PREVIA
                   VARYING WSS-P FROM 1 BY 1
                   UNTIL WSS-P > WSS-PEND-CANT
                      OR WSS-CUENTA-YA-COBRADA
           END-IF

           IF WSS-CUENTA-YA-COBRADA
               ADD 1 TO WSS-YA-COBRADAS
           ELSE
               IF CTA-ESTADO-ACTIVA OR CTA-ESTADO-INACTIVA
                   PERFORM 2250-SUMA-RETENCIONES
                   PERFORM 2100-REINTENTA-PENDIENTE
                       VARYING WSS-P FROM 1 BY 1
                       UNTIL WSS-P > WSS-PEND-CANT
               END-IF
               IF CTA-ESTADO-ACTIVA
                   PERFORM 2200-COMISION-DEL-PERIODO
               END-IF
           END-IF

           PERFORM 5000-LECTURA-CUENTA
           .
       2000-PROCESO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    RECORRIDA: UNA CUENTA CON UN REGISTRO 'C' EN LA HISTORIA
      *    CON LA FECHA DE VALOR DE ESTE COBRO YA FUE PROCESADA POR LA
      *    CORRIDA QUE ABORTO (START EN CUENTA + FECHA, READ NEXT)
      *-----------------------------------------------------------------*
       2050-BUSCA-COBRO-PREVIO.
           MOVE CTA-PAIS              TO MH-PAIS
           MOVE CTA-SUCURSAL          TO MH-SUCURSAL
           MOVE CTA-NUM-CUENTA        TO MH-NUM-CUENTA
           MOVE WSS-FECHA-NEGOCIO-NUM TO MH-FECHA-VALOR
           MOVE 0                     TO MH-REFERENCIA

           START HISTORIA KEY IS NOT LESS THAN MH-CLAVE-MOV
           EVALUATE TRUE
               WHEN FS-HISTORIA-OK
                   PERFORM 2060-LEE-COBRO-PREVIO
                       UNTIL NOT FS-HISTORIA-OK
                       OR WSS-CUENTA-YA-COBRADA
               WHEN FS-HISTORIA-SIN-CLAVE
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR START MOVHIST.DAT FS: ' FS-HISTORIA
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       2050-BUSCA-COBRO-PREVIO-EXIT. EXIT.

       2060-LEE-COBRO-PREVIO.
           READ HISTORIA NEXT RECORD
           EVALUATE TRUE
               WHEN FS-HISTORIA-OK
                   IF MH-PAIS = CTA-PAIS
                      AND MH-SUCURSAL = CTA-SUCURSAL
                      AND MH-NUM-CUENTA = CTA-NUM-CUENTA
                      AND MH-FECHA-VALOR = WSS-FECHA-NEGOCIO-NUM
                       IF MH-TIPO = 'C'
                           SET WSS-CUENTA-YA-COBRADA TO TRUE
                       END-IF
                   ELSE
                       MOVE '10' TO FS-HISTORIA
                   END-IF
               WHEN FS-HISTORIA-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA MOVHIST.DAT FS: '
                            FS-HISTORIA
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       2060-LEE-COBRO-PREVIO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    RECORRIDA: UNA CUENTA CON UNA PENDIENTE VIGENTE DEL PERIODO
      *    TAMBIEN FUE PROCESADA POR LA CORRIDA QUE ABORTO (9000
      *    REGRABA COMIPEND.DAT AUN TRAS UN ERROR FATAL): NO SE LE
      *    COBRA EL PERIODO DE NUEVO NI SE REINTENTAN SUS PENDIENTES
      *-----------------------------------------------------------------*
       2070-BUSCA-PENDIENTE-PREVIA.
           SET WSS-PEND-IDX TO WSS-P
           IF WSS-PEND-VIGENTE (WSS-PEND-IDX)
              AND WSS-PEND-PAIS (WSS-PEND-IDX) = CTA-PAIS
              AND WSS-PEND-SUC (WSS-PEND-IDX) = CTA-SUCURSAL
              AND WSS-PEND-CUENTA (WSS-PEND-IDX) = CTA-NUM-CUENTA
              AND WSS-PEND-PERIODO (WSS-PEND-IDX) = WSS-NEG-PERIODO
               SET WSS-CUENTA-YA-COBRADA TO TRUE
           END-IF
           .
       2070-BUSCA-PENDIENTE-PREVIA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    REINTENTO UNA PENDIENTE DE LA CUENTA EN CURSO; SI TAMPOCO
      *    ESTA VEZ HAY DISPONIBLE, SUMA UN INTENTO Y SIGUE PENDIENTE
      *-----------------------------------------------------------------*
       2100-REINTENTA-PENDIENTE.
           SET WSS-PEND-IDX TO WSS-P
           IF WSS-PEND-VIGENTE (WSS-PEND-IDX)
              AND WSS-PEND-PAIS (WSS-PEND-IDX) = CTA-PAIS
              AND WSS-PEND-SUC (WSS-PEND-IDX) = CTA-SUCURSAL
              AND WSS-PEND-CUENTA (WSS-PEND-IDX) = CTA-NUM-CUENTA
               MOVE WSS-PEND-IMPORTE (WSS-PEND-IDX) TO WSS-COM-IMPORTE
               MOVE WSS-PEND-PERIODO (WSS-PEND-IDX) TO WSS-COM-PERIODO
               MOVE 'P'                             TO WSS-COM-ORIGEN
               PERFORM 2500-COBRA-COMISION
               IF WSS-COBRO-HECHO
                   SET WSS-PEND-COBRADA (WSS-PEND-IDX) TO TRUE
                   ADD 1 TO WSS-RECUPERADAS
               ELSE
                   ADD 1 TO WSS-PEND-INTENTOS (WSS-PEND-IDX)
                   MOVE 'DISPONIBLE INSUFICIENTE'
                        TO WSS-PEND-MOTIVO (WSS-PEND-IDX)
                   MOVE WSS-COM-IMPORTE TO WSS-TOT-IMPORTE
                   SET WSS-TOT-ES-PENDIENTE TO TRUE
                   PERFORM 2700-ACUMULA-TOTALES
               END-IF
           END-IF
           .
       2100-REINTENTA-PENDIENTE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    COMISION DEL PERIODO SEGUN LA TARIFA DEL PAIS/MONEDA: UNA
      *    CUENTA SIN TARIFA NO SE TOCA (SE CUENTA Y LA CORRIDA
      *    TERMINA CON RC 4, COMO UNA CUENTA SIN TASA EN INTERES)
      *-----------------------------------------------------------------*
       2200-COMISION-DEL-PERIODO.
           PERFORM 2205-TRAMO-DE-LA-CUENTA
           IF WSS-PRODUCTO-CONOCIDO
               PERFORM 2210-BUSCA-TARIFA
           END-IF
           EVALUATE TRUE
               WHEN WSS-PRODUCTO-DESCONOCIDO
                   ADD 1 TO WSS-SIN-PRODUCTO
                   DISPLAY 'COMISION: PRODUCTO ' CTA-PRODUCTO
                            ' INEXISTENTE - PAIS ' CTA-PAIS
                            ' SUC ' CTA-SUCURSAL
                            ' CUENTA ' CTA-NUM-CUENTA
               WHEN WSS-TARIFA-FALTANTE
                   ADD 1 TO WSS-SIN-TARIFA
                   DISPLAY 'COMISION: SIN TARIFA PARA PAIS ' CTA-PAIS
                            ' MONEDA ' CTA-MONEDA
                            ' TRAMO ' WSS-TRAMO-CUENTA
               WHEN WSS-TARIFA-IMPORTE = 0
                   ADD 1 TO WSS-EXENTAS
               WHEN WSS-TARIFA-EXENTO > 0
                    AND CTA-SALDO >= WSS-TARIFA-EXENTO
                   ADD 1 TO WSS-EXENTAS
               WHEN OTHER
                   MOVE WSS-TARIFA-IMPORTE TO WSS-COM-IMPORTE
                   MOVE WSS-NEG-PERIODO    TO WSS-COM-PERIODO
                   MOVE 'M'                TO WSS-COM-ORIGEN
                   PERFORM 2500-COBRA-COMISION
                   IF WSS-COBRO-HECHO
                       ADD 1 TO WSS-COBRADAS
                   ELSE
                       PERFORM 2600-DEJA-PENDIENTE
                   END-IF
           END-EVALUATE
           .
       2200-COMISION-DEL-PERIODO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    TRAMO DE TARIFA DE LA CUENTA: EL DE SU PRODUCTO, O LA
      *    TARIFA GENERAL (TRAMO EN BLANCO) SI NO TIENE PRODUCTO
      *-----------------------------------------------------------------*
       2205-TRAMO-DE-LA-CUENTA.
           SET WSS-PRODUCTO-CONOCIDO TO TRUE
           MOVE SPACES TO WSS-TRAMO-CUENTA
           IF CTA-PRODUCTO NOT = SPACES
               SET WSS-PRODUCTO-DESCONOCIDO TO TRUE
               IF WSS-PRD-CANT > 0
                   SET WSS-PRD-IDX TO 1
                   SEARCH WSS-PRD-ENTRY
                       AT END
                           CONTINUE
                       WHEN WSS-PRD-CODIGO (WSS-PRD-IDX) = CTA-PRODUCTO
                           MOVE WSS-PRD-TRAMO (WSS-PRD-IDX)
                                TO WSS-TRAMO-CUENTA
                           SET WSS-PRODUCTO-CONOCIDO TO TRUE
                   END-SEARCH
               END-IF
           END-IF
           .
       2205-TRAMO-DE-LA-CUENTA-EXIT. EXIT.

       2210-BUSCA-TARIFA.
           SET WSS-TARIFA-FALTANTE TO TRUE
           MOVE 0 TO WSS-TARIFA-IMPORTE
           MOVE 0 TO WSS-TARIFA-EXENTO
           IF WSS-TAR-CANT > 0
               SET WSS-TAR-IDX TO 1
               SEARCH WSS-TAR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WSS-TAR-PAIS (WSS-TAR-IDX) = CTA-PAIS
                        AND WSS-TAR-MONEDA (WSS-TAR-IDX) = CTA-MONEDA
                        AND WSS-TAR-TRAMO (WSS-TAR-IDX)
                            = WSS-TRAMO-CUENTA
                       MOVE WSS-TAR-IMPORTE (WSS-TAR-IDX)
                            TO WSS-TARIFA-IMPORTE
                       MOVE WSS-TAR-EXENTO (WSS-TAR-IDX)
                            TO WSS-TARIFA-EXENTO
                       SET WSS-TARIFA-ENCONTRADA TO TRUE
               END-SEARCH
           END-IF
           .
       2210-BUSCA-TARIFA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    SUMO LAS RETENCIONES VIGENTES Y LOS CHEQUES EN CANJE DE LA
      *    CUENTA QUE ESTA EN REG-MAESTRO-CTA Y DETERMINO SU LIMITE DE
      *    DESCUBIERTO; EL DISPONIBLE ES CTA-SALDO + LIMITE MENOS LO
      *    RETENIDO (EL MISMO CALCULO QUE APLICMOV)
      *-----------------------------------------------------------------*
       2250-SUMA-RETENCIONES.
           MOVE 0 TO WSS-RETENIDO-CUENTA
           PERFORM 2260-SUMA-UNA-RETENCION
               VARYING WSS-R FROM 1 BY 1
               UNTIL WSS-R > WSS-RET-CANT
           PERFORM 2265-SUMA-UN-CHEQUE
               VARYING WSS-R FROM 1 BY 1
               UNTIL WSS-R > WSS-CHQ-CANT
           PERFORM 2270-LIMITE-DE-LA-CUENTA
           .
       2250-SUMA-RETENCIONES-EXIT. EXIT.

       2260-SUMA-UNA-RETENCION.
           IF WSS-RET-PAIS (WSS-R) = CTA-PAIS
              AND WSS-RET-SUC (WSS-R) = CTA-SUCURSAL
              AND WSS-RET-CUENTA (WSS-R) = CTA-NUM-CUENTA
               ADD WSS-RET-IMPORTE (WSS-R) TO WSS-RETENIDO-CUENTA
           END-IF
           .
       2260-SUMA-UNA-RETENCION-EXIT. EXIT.

       2265-SUMA-UN-CHEQUE.
           IF WSS-CHQ-PAIS (WSS-R) = CTA-PAIS
              AND WSS-CHQ-SUC (WSS-R) = CTA-SUCURSAL
              AND WSS-CHQ-CUENTA (WSS-R) = CTA-NUM-CUENTA
               ADD WSS-CHQ-IMPORTE (WSS-R) TO WSS-RETENIDO-CUENTA
           END-IF
           .
       2265-SUMA-UN-CHEQUE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    LIMITE DE DESCUBIERTO DE LA CUENTA SEGUN SU PRODUCTO: SIN
      *    DESCUBIERTO, O EL MENOR ENTRE EL DE LA CUENTA Y EL TOPE DEL
      *    PRODUCTO, MENOS EL SALDO MINIMO QUE EXIGE EL PRODUCTO. UNA
      *    CUENTA CON UN PRODUCTO QUE NO ESTA EN EL CATALOGO QUEDA CON
      *    EL LIMITE DE LA CUENTA (SU COMISION DEL PERIODO YA NO SE
      *    COBRA, VER 2200)
      *-----------------------------------------------------------------*
       2270-LIMITE-DE-LA-CUENTA.
           MOVE CTA-LIMITE-DESCUBIERTO TO WSS-LIMITE-CUENTA
           IF CTA-PRODUCTO NOT = SPACES AND WSS-PRD-CANT > 0
               SET WSS-PRD-IDX TO 1
               SEARCH WSS-PRD-ENTRY
                   AT END
                       CONTINUE
                   WHEN WSS-PRD-CODIGO (WSS-PRD-IDX) = CTA-PRODUCTO
                       PERFORM 2280-LIMITE-DEL-PRODUCTO
               END-SEARCH
           END-IF
           .
       2270-LIMITE-DE-LA-CUENTA-EXIT. EXIT.

       2280-LIMITE-DEL-PRODUCTO.
           EVALUATE TRUE
               WHEN WSS-PRD-PERMITE (WSS-PRD-IDX) NOT = 'S'
                   MOVE 0 TO WSS-LIMITE-CUENTA
               WHEN WSS-PRD-MAXIMO (WSS-PRD-IDX) < WSS-LIMITE-CUENTA
                   MOVE WSS-PRD-MAXIMO (WSS-PRD-IDX)
                        TO WSS-LIMITE-CUENTA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           SUBTRACT WSS-PRD-MINIMO (WSS-PRD-IDX) FROM WSS-LIMITE-CUENTA
           .
       2280-LIMITE-DEL-PRODUCTO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    DEBITO LA COMISION SI EL DISPONIBLE LA ABSORBE (MISMO
      *    CRITERIO QUE UNA EXTRACCION EN APLICMOV), REESCRIBO LA
      *    CUENTA Y DEJO EL COBRO EN LA HISTORIA Y EN EL DETALLE
      *-----------------------------------------------------------------*
       2500-COBRA-COMISION.
           IF WSS-COM-IMPORTE
              > CTA-SALDO + WSS-LIMITE-CUENTA - WSS-RETENIDO-CUENTA
               SET WSS-COBRO-SIN-FONDOS TO TRUE
           ELSE
               SET WSS-COBRO-HECHO TO TRUE
               SUBTRACT WSS-COM-IMPORTE FROM CTA-SALDO
               REWRITE REG-MAESTRO-CTA
               IF NOT FS-MAESTRO-CTA-OK
                   DISPLAY 'ERROR REESCRITURA CUENTAS.TXT FS: '
                            FS-MAESTRO-CTA
                   PERFORM 9050-ERROR-FATAL
               END-IF

               PERFORM 2550-PROXIMA-REFERENCIA
               PERFORM 2560-GRABO-HISTORIA
               PERFORM 2570-GRABO-DETALLE

               ADD WSS-COM-IMPORTE TO WSS-TOTAL-COBRADO
               MOVE WSS-COM-IMPORTE TO WSS-TOT-IMPORTE
               SET WSS-TOT-ES-COBRO TO TRUE
               PERFORM 2700-ACUMULA-TOTALES
           END-IF
           .
       2500-COBRA-COMISION-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    LAS REFERENCIAS DE COMISIONES SALEN DE SU PROPIO RANGO, ASI
      *    NUNCA CHOCAN CON LAS QUE ASIGNAN LAS SUCURSALES EN MOVDIA
      *-----------------------------------------------------------------*
       2550-PROXIMA-REFERENCIA.
           IF WSS-ULTIMA-REFERENCIA >= WSS-TOPE-REFERENCIA
               DISPLAY 'COMISION: RANGO DE REFERENCIAS AGOTADO'
               PERFORM 9050-ERROR-FATAL
           END-IF
           ADD 1 TO WSS-ULTIMA-REFERENCIA
           .
       2550-PROXIMA-REFERENCIA-EXIT. EXIT.

       2560-GRABO-HISTORIA.
           MOVE WSS-FECHA-NEGOCIO-NUM TO MH-FECHA-PROCESO
           MOVE CTA-PAIS              TO MH-PAIS
           MOVE CTA-SUCURSAL          TO MH-SUCURSAL
           MOVE CTA-NUM-CUENTA        TO MH-NUM-CUENTA
           MOVE 'C'                   TO MH-TIPO
           MOVE WSS-COM-IMPORTE       TO MH-IMPORTE
           MOVE WSS-FECHA-NEGOCIO-NUM TO MH-FECHA-VALOR
           MOVE CTA-SALDO             TO MH-SALDO-RESULTANTE
           MOVE WSS-ULTIMA-REFERENCIA TO MH-REFERENCIA
           MOVE 0                     TO MH-REF-ORIGINAL
           MOVE SPACES                TO MH-TIPO-ORIGINAL

           WRITE REG-HISTORIA

           IF NOT FS-HISTORIA-OK
               DISPLAY 'ERROR ESCRITURA MOVHIST.DAT FS: ' FS-HISTORIA
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       2560-GRABO-HISTORIA-EXIT. EXIT.

       2570-GRABO-DETALLE.
           MOVE CTA-PAIS              TO CD-PAIS
           MOVE CTA-SUCURSAL          TO CD-SUCURSAL
           MOVE CTA-NUM-CUENTA        TO CD-NUM-CUENTA
           MOVE CTA-MONEDA            TO CD-MONEDA
           MOVE WSS-COM-PERIODO       TO CD-PERIODO
           MOVE WSS-COM-IMPORTE       TO CD-IMPORTE
           MOVE WSS-ULTIMA-REFERENCIA TO CD-REFERENCIA
           MOVE CTA-SALDO             TO CD-SALDO-NUEVO
           MOVE WSS-COM-ORIGEN        TO CD-ORIGEN

           WRITE REG-DETALLE

           IF NOT FS-DETALLE-OK
               DISPLAY 'ERROR ESCRITURA COMIDET.DAT FS: ' FS-DETALLE
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       2570-GRABO-DETALLE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    LA COMISION QUE LA CUENTA NO PUEDE ABSORBER QUEDA PENDIENTE
      *    PARA EL CICLO SIGUIENTE
      *-----------------------------------------------------------------*
       2600-DEJA-PENDIENTE.
           MOVE CTA-PAIS              TO CP-PAIS
           MOVE CTA-SUCURSAL          TO CP-SUCURSAL
           MOVE CTA-NUM-CUENTA        TO CP-NUM-CUENTA
           MOVE CTA-MONEDA            TO CP-MONEDA
           MOVE WSS-COM-PERIODO       TO CP-PERIODO
           MOVE WSS-COM-IMPORTE       TO CP-IMPORTE
           MOVE WSS-FECHA-NEGOCIO-NUM TO CP-FECHA-ALTA
           MOVE 0                     TO CP-INTENTOS
           MOVE 'DISPONIBLE INSUFICIENTE' TO CP-MOTIVO
           PERFORM 1320-AGREGA-PENDIENTE

           ADD 1 TO WSS-A-PENDIENTE
           MOVE WSS-COM-IMPORTE TO WSS-TOT-IMPORTE
           SET WSS-TOT-ES-PENDIENTE TO TRUE
           PERFORM 2700-ACUMULA-TOTALES
           .
       2600-DEJA-PENDIENTE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    ACUMULO EL COBRO O LA PENDIENTE EN EL PAIS/MONEDA DE LA
      *    CUENTA. CON LA TABLA LLENA LOS TOTALES NO CUADRARIAN CON EL
      *    DETALLE: SE CUENTA Y LA CORRIDA TERMINA CON RC 4.
      *-----------------------------------------------------------------*
       2700-ACUMULA-TOTALES.
           IF WSS-TOT-ES-PENDIENTE
               ADD WSS-TOT-IMPORTE TO WSS-TOTAL-PENDIENTE
           END-IF
           SET WSS-TOT-IDX TO 1
           SEARCH WSS-TOT-ENTRY
               AT END
                   IF WSS-TOT-CANT < 50
                       ADD 1 TO WSS-TOT-CANT
                       SET WSS-TOT-IDX TO WSS-TOT-CANT
                       MOVE CTA-PAIS   TO WSS-TOT-PAIS (WSS-TOT-IDX)
                       MOVE CTA-MONEDA TO WSS-TOT-MONEDA (WSS-TOT-IDX)
                       MOVE 0 TO WSS-TOT-CANT-COB (WSS-TOT-IDX)
                       MOVE 0 TO WSS-TOT-COBRADO (WSS-TOT-IDX)
                       MOVE 0 TO WSS-TOT-CANT-PEND (WSS-TOT-IDX)
                       MOVE 0 TO WSS-TOT-PENDIENTE (WSS-TOT-IDX)
                       PERFORM 2710-SUMA-TOTAL
                   ELSE
                       ADD 1 TO WSS-TOT-PERDIDOS
                   END-IF
               WHEN WSS-TOT-PAIS (WSS-TOT-IDX) = CTA-PAIS
                    AND WSS-TOT-MONEDA (WSS-TOT-IDX) = CTA-MONEDA
                   PERFORM 2710-SUMA-TOTAL
           END-SEARCH
           .
       2700-ACUMULA-TOTALES-EXIT. EXIT.

       2710-SUMA-TOTAL.
           IF WSS-TOT-ES-COBRO
               ADD 1 TO WSS-TOT-CANT-COB (WSS-TOT-IDX)
               ADD WSS-TOT-IMPORTE TO WSS-TOT-COBRADO (WSS-TOT-IDX)
           ELSE
               ADD 1 TO WSS-TOT-CANT-PEND (WSS-TOT-IDX)
               ADD WSS-TOT-IMPORTE TO WSS-TOT-PENDIENTE (WSS-TOT-IDX)
           END-IF
           .
       2710-SUMA-TOTAL-EXIT. EXIT.

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
      *    CIERRO ARCHIVOS, DISPLAYO TOTALES DE CONTROL. LAS PENDIENTES
      *    Y EL CONTROL DEL COBRO SE REGRABAN SIEMPRE QUE LA TABLA SE
      *    HAYA CARGADO ENTERA, TAMBIEN TRAS UN ERROR FATAL: LO YA
      *    COBRADO QUEDO EN EL MAESTRO Y EN LA HISTORIA, Y LA
      *    RECORRIDA DEBE ENCONTRAR LAS PENDIENTES Y LA NUMERACION AL
      *    DIA. EL PERIODO SOLO QUEDA COMPLETADO EN UNA CORRIDA SIN
      *    ERROR FATAL.
      *-----------------------------------------------------------------*
       9000-FINALIZAR.
           IF WSS-PEND-CARGADA
               PERFORM 9400-REGRABA-PENDIENTES
               IF RETURN-CODE < 8
                   MOVE 'C' TO CC-ESTADO
               ELSE
                   MOVE 'E' TO CC-ESTADO
               END-IF
               PERFORM 9300-GRABA-CONTROL-COMI
           END-IF
           IF RETURN-CODE < 8
               PERFORM 9200-GRABA-TOTALES
           END-IF
           PERFORM 9100-TOTALES-DE-CONTROL
           PERFORM 9160-ESTAMPA-CORRIDA
           CLOSE MAESTRO-CTA
           CLOSE HISTORIA
           CLOSE DETALLE
           STOP RUN
           .
       9000-FINALIZAR-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    ESTAMPO EL RESULTADO DEL PASO EN EL CONTROL DE CORRIDAS
      *-----------------------------------------------------------------*
       9160-ESTAMPA-CORRIDA.
           SET CTL-FUNCION-FIN TO TRUE
           MOVE 'COMISION' TO CTL-PROGRAMA
           MOVE SPACES     TO CTL-PREDECESOR
           MOVE RETURN-CODE TO CTL-RETORNO-JOB
           CALL 'RUNCTL' USING AREADECOM-CTL
      *    EL GOBACK DE LA RUTINA DEJA EN RETURN-CODE EL DE ELLA (0):
      *    REPONGO EL RETORNO DEL PASO PARA QUE LLEGUE INTACTO AL JOB
           MOVE CTL-RETORNO-JOB TO RETURN-CODE
           IF NOT CTL-OK
               DISPLAY 'COMISION: NO SE PUDO ESTAMPAR EL CONTROL DE '
                       'CORRIDAS'
           END-IF
           .
       9160-ESTAMPA-CORRIDA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    TOTALES POR PAIS/MONEDA PARA CONTABILIDAD: COBRADO Y
      *    PENDIENTE, ENTRE UNA CABECERA Y UN CIERRE CON TOTALES DE
      *    CONTROL (EL CONVENIO DE TRANSMISION DE CTASRC.DAT)
      *-----------------------------------------------------------------*
       9200-GRABA-TOTALES.
           OPEN OUTPUT TOTALES
           IF NOT FS-TOTALES-OK
               DISPLAY 'ERROR APERTURA COMITOT.DAT FS: ' FS-TOTALES
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES                TO REG-TOTAL-HDR
               MOVE 'HDR'                 TO OH-TIPO
               MOVE 'COMISION'            TO OH-ORIGEN
               MOVE WSS-FECHA-NEGOCIO-NUM TO OH-FECHA
               MOVE WSS-NEG-PERIODO       TO OH-PERIODO
               WRITE REG-TOTAL-HDR

               PERFORM 9250-GRABA-TOTAL-PAIS
                   VARYING WSS-TOT-IDX FROM 1 BY 1
                   UNTIL WSS-TOT-IDX > WSS-TOT-CANT

               MOVE SPACES                TO REG-TOTAL-TRL
               MOVE 'TRL'                 TO OT-TIPO
               MOVE WSS-TOT-CANT          TO OT-CANT-PAISES
               MOVE WSS-TOTAL-COBRADO     TO OT-TOTAL-COBRADO
               MOVE WSS-TOTAL-PENDIENTE   TO OT-TOTAL-PENDIENTE
               WRITE REG-TOTAL-TRL
               IF NOT FS-TOTALES-OK
                   DISPLAY 'ERROR ESCRITURA COMITOT.DAT FS: '
                            FS-TOTALES
                   MOVE 8 TO RETURN-CODE
               END-IF
               CLOSE TOTALES
           END-IF
           .
       9200-GRABA-TOTALES-EXIT. EXIT.

       9250-GRABA-TOTAL-PAIS.
           MOVE WSS-TOT-PAIS (WSS-TOT-IDX)      TO CO-PAIS
           MOVE WSS-TOT-MONEDA (WSS-TOT-IDX)    TO CO-MONEDA
           MOVE WSS-TOT-CANT-COB (WSS-TOT-IDX)  TO CO-CANT-COBRADAS
           MOVE WSS-TOT-COBRADO (WSS-TOT-IDX)   TO CO-IMPORTE-COBRADO
           MOVE WSS-TOT-CANT-PEND (WSS-TOT-IDX) TO CO-CANT-PENDIENTES
           MOVE WSS-TOT-PENDIENTE (WSS-TOT-IDX)
                TO CO-IMPORTE-PENDIENTE

           WRITE REG-TOTAL

           IF NOT FS-TOTALES-OK
               DISPLAY 'ERROR ESCRITURA COMITOT.DAT FS: ' FS-TOTALES
               MOVE 8 TO RETURN-CODE
           END-IF
           .
       9250-GRABA-TOTAL-PAIS-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    GRABO EL CONTROL DEL COBRO: ULTIMA REFERENCIA, PERIODO Y
      *    ESTADO (CC-ESTADO VIENE CARGADO POR EL QUE LLAMA)
      *-----------------------------------------------------------------*
       9300-GRABA-CONTROL-COMI.
           MOVE WSS-ULTIMA-REFERENCIA TO CC-ULTIMA-REFERENCIA
           MOVE WSS-NEG-PERIODO       TO CC-PERIODO
           OPEN OUTPUT CONTROL-COMI
           IF FS-CONTROL-COMI-OK
               WRITE REG-CONTROL-COMI
               CLOSE CONTROL-COMI
           END-IF
           IF NOT FS-CONTROL-COMI-OK
               DISPLAY 'ERROR GRABACION COMICTL.DAT FS: '
                        FS-CONTROL-COMI
               MOVE 8 TO RETURN-CODE
           END-IF
           .
       9300-GRABA-CONTROL-COMI-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    REGRABO COMIPEND.DAT SOLO CON LAS COMISIONES QUE SIGUEN
      *    PENDIENTES (LAS DE CICLOS ANTERIORES NO RECUPERADAS Y LAS
      *    NUEVAS DE ESTE PERIODO)
      *-----------------------------------------------------------------*
       9400-REGRABA-PENDIENTES.
           OPEN OUTPUT PENDIENTES
           IF NOT FS-PENDIENTES-OK
               DISPLAY 'ERROR APERTURA COMIPEND.DAT FS: '
                        FS-PENDIENTES
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 9450-GRABA-PENDIENTE
                   VARYING WSS-PEND-IDX FROM 1 BY 1
                   UNTIL WSS-PEND-IDX > WSS-PEND-CANT
               CLOSE PENDIENTES
           END-IF
           .
       9400-REGRABA-PENDIENTES-EXIT. EXIT.

       9450-GRABA-PENDIENTE.
           IF WSS-PEND-VIGENTE (WSS-PEND-IDX)
               MOVE WSS-PEND-PAIS (WSS-PEND-IDX)       TO CP-PAIS
               MOVE WSS-PEND-SUC (WSS-PEND-IDX)        TO CP-SUCURSAL
               MOVE WSS-PEND-CUENTA (WSS-PEND-IDX)     TO CP-NUM-CUENTA
               MOVE WSS-PEND-MONEDA (WSS-PEND-IDX)     TO CP-MONEDA
               MOVE WSS-PEND-PERIODO (WSS-PEND-IDX)    TO CP-PERIODO
               MOVE WSS-PEND-IMPORTE (WSS-PEND-IDX)    TO CP-IMPORTE
               MOVE WSS-PEND-FECHA-ALTA (WSS-PEND-IDX)
                    TO CP-FECHA-ALTA
               MOVE WSS-PEND-INTENTOS (WSS-PEND-IDX)   TO CP-INTENTOS
               MOVE WSS-PEND-MOTIVO (WSS-PEND-IDX)     TO CP-MOTIVO
               WRITE REG-PENDIENTE
               IF NOT FS-PENDIENTES-OK
                   DISPLAY 'ERROR ESCRITURA COMIPEND.DAT FS: '
                            FS-PENDIENTES
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           .
       9450-GRABA-PENDIENTE-EXIT. EXIT.

       9100-TOTALES-DE-CONTROL.
           DISPLAY '-------------------------------'
           DISPLAY '- PERIODO COBRADO: ' WSS-NEG-PERIODO
           DISPLAY '- CUENTAS LEIDAS: ' WSS-LEIDAS
           DISPLAY '- COMISIONES DEL PERIODO COBRADAS: ' WSS-COBRADAS
           DISPLAY '- PENDIENTES ANTERIORES RECUPERADAS: '
                    WSS-RECUPERADAS
           DISPLAY '- CUENTAS EXENTAS: ' WSS-EXENTAS
           DISPLAY '- CUENTAS SIN TARIFA: ' WSS-SIN-TARIFA
           DISPLAY '- CUENTAS CON PRODUCTO INEXISTENTE: '
                    WSS-SIN-PRODUCTO
           DISPLAY '- COMISIONES QUE PASAN A PENDIENTE: '
                    WSS-A-PENDIENTE
           IF WSS-ES-RECORRIDA
               DISPLAY '- CUENTAS YA PROCESADAS (RECORRIDA): '
                        WSS-YA-COBRADAS
           END-IF
           DISPLAY '- IMPORTE COBRADO: ' WSS-TOTAL-COBRADO
           DISPLAY '- IMPORTE PENDIENTE: ' WSS-TOTAL-PENDIENTE
           DISPLAY '- ULTIMA REFERENCIA USADA: ' WSS-ULTIMA-REFERENCIA
           IF WSS-TOT-PERDIDOS > 0
               DISPLAY '- TABLA DE TOTALES LLENA, IMPUTACIONES '
                       'PERDIDAS: ' WSS-TOT-PERDIDOS
           END-IF
           DISPLAY '-------------------------------'

           IF RETURN-CODE = 0
              AND (WSS-SIN-TARIFA > 0 OR WSS-A-PENDIENTE > 0
                   OR WSS-TOT-PERDIDOS > 0 OR WSS-SIN-PRODUCTO > 0)
               MOVE 4 TO RETURN-CODE
           END-IF
           .
       9100-TOTALES-DE-CONTROL-EXIT. EXIT.
