      ******************************************************************
      * Author:    VERONICA ALARCON
      * Date:      2026-10-15
      * Purpose:   LIQUIDACION DE CIERRE DE CUENTAS. HASTA AHORA UNA
      *            CUENTA SE CERRABA CON UN CAMBIO DE MANTCTA A ESTADO
      *            'C' CUALQUIERA FUERA SU SALDO, Y QUEDABA CERRADA CON
      *            PLATA ADENTRO (O EN ROJO) HASTA QUE ARCHCTA LA
      *            ARCHIVABA. ESTE PASO CIERRA LA CUENTA COMO
      *            CORRESPONDE, UNA POR CADA LINEA DE CIERSOL.DAT
      *            (OPCIONAL, TIPEADA POR LA SUCURSAL):
      *            1) LA CUENTA DEBE EXISTIR, NO ESTAR CERRADA NI
      *               BLOQUEADA Y NO TENER NINGUNA RETENCION VIGENTE EN
      *               RETENES.DAT (MIENTRAS HAYA UNA ORDEN DE LEGALES LA
      *               CUENTA NO SE CIERRA), NI CHEQUES DEPOSITADOS QUE
      *               SIGAN PENDIENTES EN CANJE EN CHQCANJ.DAT (SU
      *               IMPORTE ESTA EN EL SALDO PERO LA CAMARA TODAVIA
      *               LO PUEDE DEVOLVER), NI PLAZOS FIJOS VIGENTES EN
      *               PLAZOS.DAT (SU VENCIMIENTO SE ACREDITA EN ESTA
      *               CUENTA).
      *            2) DEVENGA EL INTERES DEL MES HASTA LA FECHA: LOS
      *               DIAS CORRIDOS DEL MES (MES COMERCIAL DE 30 DIAS)
      *               A LA TASA MENSUAL QUE LE APLICARIA INTERES (LA
      *               DEL PRODUCTO O LA DE TASAINT.DAT PARA SU PAIS/
      *               MONEDA), MENOS LA RETENCION DEL PAIS DE
      *               RETIMP.DAT.
      *               COMO EN INTERES, SOLO DEVENGAN LAS CUENTAS
      *               ACTIVAS CON SALDO POSITIVO.
      *            3) COBRA TODAS LAS COMISIONES QUE LA CUENTA TENGA
      *               PENDIENTES EN COMIPEND.DAT, QUE SALEN DEL ARCHIVO.
      *            4) SI EL SALDO QUE QUEDA ES NEGATIVO EL CIERRE SE
      *               RECHAZA (EL DEUDOR DEBE CUBRIRLO ANTES); SI ES
      *               POSITIVO SE PAGA POR TRANSFERENCIA A LA CUENTA
      *               DESTINO QUE INDICA LA SOLICITUD O CON UN CHEQUE DE
      *               GERENCIA AL BENEFICIARIO (CHQGER.DAT, LOS CHEQUES
      *               A EMITIR DE LA FECHA).
      *            5) RECIEN CON TODO ASENTADO EN MOVHIST.DAT LA CUENTA
      *               PASA A 'C' CON SALDO CERO.
      *            LOS MOVIMIENTOS SON MH-TIPO 'L' (INTERES NETO AL
      *            CIERRE), 'K' (COMISIONES PENDIENTES COBRADAS AL
      *            CIERRE) Y EL PAGO ('E' EN LA CUENTA Y, SI ES
      *            TRANSFERENCIA, 'D' EN EL DESTINO CON LA MISMA
      *            REFERENCIA, COMO LAS PATAS QUE GRABA APLICMOV). LAS
      *            REFERENCIAS SALEN DEL RANGO RESERVADO A CIERRES (VER
      *            MOVHISTC.CPY), NUMERADAS CON EL CONTROL CIECTL.DAT,
      *            QUE TAMBIEN MARCA LA FECHA EN PROCESO.
      *            CADA LIQUIDACION SE GRABA ENTERA EN CIERLIQ.DAT (VER
      *            CIERLIQC.CPY) ANTES DE TOCAR LA CUENTA: LA RECORRIDA
      *            DE UNA NOCHE QUE ABORTO TERMINA DE APLICAR LAS
      *            LIQUIDACIONES A MEDIAS Y NO VUELVE A LIQUIDAR LAS
      *            SOLICITUDES YA PROCESADAS. AL FINAL, DE CIERLIQ.DAT
      *            SALEN EL CERTIFICADO DE CIERRE DE CADA CUENTA
      *            (CIERCERT.DAT, PARA QUE LA SUCURSAL SE LO ENTREGUE AL
      *            CLIENTE) Y LOS CHEQUES DE GERENCIA. LAS SOLICITUDES
      *            QUE NO SE PUEDEN CUMPLIR VAN A CIERRECH.DAT CON SU
      *            MOTIVO Y LA CORRIDA TERMINA CON RETURN-CODE 4.
      *            CORRE CADA NOCHE DESPUES DE PLAZOFIJ, SOBRE LA FECHA
      *            DE NEGOCIO DEL CONTROL DE CORRIDAS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERCTA.
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
           SELECT HISTORIA ASSIGN TO "MOVHIST.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MH-CLAVE-MOV
                   SOURCE IS MH-PAIS MH-SUCURSAL MH-NUM-CUENTA
                             MH-FECHA-VALOR MH-REFERENCIA
           FILE STATUS FS-HISTORIA.
           SELECT SOLICITUDES ASSIGN TO "CIERSOL.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SOLICITUDES.
           SELECT TASAS ASSIGN TO "TASAINT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-TASAS.
           SELECT PRODUCTOS ASSIGN TO "PRODUCTOS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PRODUCTOS.
           SELECT RETENCIONES ASSIGN TO "RETENES.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-RETENCIONES.
           SELECT CARTERA-CANJE ASSIGN TO "CHQCANJ.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CARTERA-CANJE.
           SELECT PLAZOS ASSIGN TO "PLAZOS.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PF-CLAVE-PLAZO
           FILE STATUS FS-PLAZOS.
           SELECT IMPUESTOS ASSIGN TO "RETIMP.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-IMPUESTOS.
           SELECT PENDIENTES ASSIGN TO "COMIPEND.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PENDIENTES.
           SELECT CONTROL-CIE ASSIGN TO "CIECTL.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CONTROL-CIE.
           SELECT LIQUIDACION ASSIGN TO "CIERLIQ.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-LIQUIDACION.
           SELECT RECHAZOS ASSIGN TO "CIERRECH.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-RECHAZOS.
           SELECT CERTIFICADOS ASSIGN TO "CIERCERT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CERTIFICADOS.
           SELECT CHEQUES ASSIGN TO "CHQGER.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CHEQUES.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO-CTA.
           01  REG-MAESTRO-CTA.
               COPY CUENTASC.
       FD  HISTORIA.
           01  REG-HISTORIA.
               COPY MOVHISTC.
      *    SOLICITUD DE CIERRE, TIPEADA POR LA SUCURSAL. LOS NUMERICOS
      *    SE RECIBEN COMO TEXTO Y SE VALIDAN CON SU VISTA NUMERICA.
      *    LA CUENTA DESTINO SOLO SE INFORMA PARA EL PAGO POR
      *    TRANSFERENCIA; EL BENEFICIARIO DEL CHEQUE EN BLANCO ES EL
      *    TITULAR DE LA CUENTA
       FD  SOLICITUDES.
           01  REG-SOLICITUD.
               05 CS-PAIS               PIC X(03).
               05 CS-SUCURSAL           PIC X(02).
               05 CS-SUCURSAL-N REDEFINES CS-SUCURSAL
                                        PIC 9(02).
               05 CS-NUM-CUENTA         PIC X(10).
               05 CS-NUM-CUENTA-N REDEFINES CS-NUM-CUENTA
                                        PIC 9(10).
      *        'T' TRANSFERENCIA A CUENTA / 'G' CHEQUE DE GERENCIA
               05 CS-FORMA-PAGO         PIC X(01).
                   88 CS-FORMA-VALIDA             VALUE 'T' 'G'.
                   88 CS-PAGO-TRANSFERENCIA       VALUE 'T'.
               05 CS-DEST-PAIS          PIC X(03).
               05 CS-DEST-SUCURSAL      PIC X(02).
               05 CS-DEST-SUCURSAL-N REDEFINES CS-DEST-SUCURSAL
                                        PIC 9(02).
               05 CS-DEST-CUENTA        PIC X(10).
               05 CS-DEST-CUENTA-N REDEFINES CS-DEST-CUENTA
                                        PIC 9(10).
               05 CS-BENEFICIARIO       PIC X(30).
       FD  TASAS.
           01  REG-TASA.
               05 TI-PAIS               PIC X(03).
               05 TI-MONEDA             PIC X(03).
               05 TI-TASA               PIC 9(02)V9(04).
       FD  PRODUCTOS.
           01  REG-PRODUCTO.
               COPY PRODUCC.
       FD  RETENCIONES.
           01  REG-RETENCION.
               COPY RETENESC.
       FD  CARTERA-CANJE.
           01  REG-CHEQUE-CANJE.
               COPY CHQCANJC.
       FD  PLAZOS.
           01  REG-PLAZO.
               COPY PLAZOFC.
       FD  IMPUESTOS.
           01  REG-IMPUESTO.
               05 RI-PAIS               PIC X(03).
               05 RI-TASA               PIC 9(02)V9(04).
       FD  PENDIENTES.
           01  REG-PENDIENTE.
               COPY COMIPENC.
       FD  CONTROL-CIE.
           01  REG-CONTROL-CIE.
               05 CC-ULTIMA-REFERENCIA  PIC 9(09).
               05 CC-FECHA              PIC 9(08).
      *        'E' EN PROCESO / 'C' COMPLETADA
               05 CC-ESTADO             PIC X(01).
       FD  LIQUIDACION.
           01  REG-LIQUIDACION.
               COPY CIERLIQC.
       FD  RECHAZOS.
           01  REG-RECHAZO.
               05 RZ-LINEA              PIC 9(06).
               05 RZ-SOLICITUD          PIC X(61).
               05 RZ-MOTIVO             PIC X(30).
       FD  CERTIFICADOS.
           01  REG-CERTIFICADO          PIC X(80).
      *    CHEQUE DE GERENCIA A EMITIR POR LA SUCURSAL DE LA CUENTA
       FD  CHEQUES.
           01  REG-CHEQUE.
               05 CG-FECHA              PIC 9(08).
               05 CG-PAIS               PIC X(03).
               05 CG-SUCURSAL           PIC 9(02).
               05 CG-NUM-CUENTA         PIC 9(10).
               05 CG-REFERENCIA         PIC 9(09).
               05 CG-MONEDA             PIC X(03).
               05 CG-IMPORTE            PIC 9(07)V99.
               05 CG-BENEFICIARIO       PIC X(30).

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05  FS-MAESTRO-CTA          PIC X(02).
                   88 FS-MAESTRO-CTA-OK            VALUE '00'.
                   88 FS-MAESTRO-CTA-SIN-CLAVE     VALUE '23'.
           05  FS-HISTORIA             PIC X(02).
                   88 FS-HISTORIA-OK               VALUE '00'.
                   88 FS-HISTORIA-NO-EXISTE        VALUE '35'.
                   88 FS-HISTORIA-SIN-CLAVE        VALUE '23'.
           05  FS-SOLICITUDES          PIC X(02).
                   88 FS-SOLICITUDES-OK            VALUE '00'.
                   88 FS-SOLICITUDES-FIN           VALUE '10'.
                   88 FS-SOLICITUDES-NO-EXISTE     VALUE '35'.
           05  FS-TASAS                PIC X(02).
                   88 FS-TASAS-OK                  VALUE '00'.
                   88 FS-TASAS-FIN                 VALUE '10'.
           05  FS-PRODUCTOS            PIC X(02).
                   88 FS-PRODUCTOS-OK              VALUE '00'.
                   88 FS-PRODUCTOS-FIN             VALUE '10'.
                   88 FS-PRODUCTOS-NO-EXISTE       VALUE '35'.
           05  FS-RETENCIONES          PIC X(02).
                   88 FS-RETENCIONES-OK            VALUE '00'.
                   88 FS-RETENCIONES-FIN           VALUE '10'.
                   88 FS-RETENCIONES-NO-EXISTE     VALUE '35'.
           05  FS-CARTERA-CANJE        PIC X(02).
                   88 FS-CARTERA-CANJE-OK          VALUE '00'.
                   88 FS-CARTERA-CANJE-FIN         VALUE '10'.
                   88 FS-CARTERA-CANJE-NO-EXISTE   VALUE '35'.
           05  FS-PLAZOS               PIC X(02).
                   88 FS-PLAZOS-OK                 VALUE '00'.
                   88 FS-PLAZOS-FIN                VALUE '10'.
                   88 FS-PLAZOS-NO-EXISTE          VALUE '35'.
           05  FS-IMPUESTOS            PIC X(02).
                   88 FS-IMPUESTOS-OK              VALUE '00'.
                   88 FS-IMPUESTOS-FIN             VALUE '10'.
                   88 FS-IMPUESTOS-NO-EXISTE       VALUE '35'.
           05  FS-PENDIENTES           PIC X(02).
                   88 FS-PENDIENTES-OK             VALUE '00'.
                   88 FS-PENDIENTES-FIN            VALUE '10'.
                   88 FS-PENDIENTES-NO-EXISTE      VALUE '35'.
           05  FS-CONTROL-CIE          PIC X(02).
                   88 FS-CONTROL-CIE-OK            VALUE '00'.
                   88 FS-CONTROL-CIE-NO-EXISTE     VALUE '35'.
           05  FS-LIQUIDACION          PIC X(02).
                   88 FS-LIQUIDACION-OK            VALUE '00'.
                   88 FS-LIQUIDACION-FIN           VALUE '10'.
                   88 FS-LIQUIDACION-NO-EXISTE     VALUE '35'.
           05  FS-RECHAZOS             PIC X(02).
                   88 FS-RECHAZOS-OK               VALUE '00'.
           05  FS-CERTIFICADOS         PIC X(02).
                   88 FS-CERTIFICADOS-OK           VALUE '00'.
           05  FS-CHEQUES              PIC X(02).
                   88 FS-CHEQUES-OK                VALUE '00'.
      *-----------------------------------------------------------------*
      *    TASAS MENSUALES POR PAIS/MONEDA (TASAINT.DAT) Y POR PRODUCTO
      *    (PRODUCTOS.DAT, OPCIONAL), CON EL MISMO CRITERIO QUE INTERES
      *-----------------------------------------------------------------*
       01  WSS-TABLA-TASAS.
           05 WSS-TASA-CANT            PIC 9(03) VALUE 0.
           05 WSS-TASA-ENTRY OCCURS 1 TO 100 TIMES
                              DEPENDING ON WSS-TASA-CANT
                              INDEXED BY WSS-TASA-IDX.
               10 WSS-TASA-PAIS        PIC X(03).
               10 WSS-TASA-MONEDA      PIC X(03).
               10 WSS-TASA-VALOR       PIC 9(02)V9(04).
       01  WSS-TABLA-PRODUCTOS.
           05 WSS-PRD-CANT             PIC 9(03) VALUE 0.
           05 WSS-PRD-ENTRY OCCURS 1 TO 200 TIMES
                              DEPENDING ON WSS-PRD-CANT
                              INDEXED BY WSS-PRD-IDX.
               10 WSS-PRD-CODIGO       PIC X(03).
               10 WSS-PRD-TASA         PIC 9(02)V9(04).
       01  WSS-TASA-APLICADA           PIC 9(02)V9(04).
       01  WSS-SW-TASA                 PIC X(01).
           88 WSS-TASA-ENCONTRADA                  VALUE 'S'.
           88 WSS-TASA-FALTANTE                    VALUE 'N'.
           88 WSS-TASA-SIN-DEVENGO                 VALUE 'X'.
       01  WSS-SW-PRODUCTO             PIC X(01).
           88 WSS-PRODUCTO-CONOCIDO                VALUE 'S'.
           88 WSS-PRODUCTO-DESCONOCIDO             VALUE 'N'.
      *-----------------------------------------------------------------*
      *    CUENTAS CON RETENCIONES VIGENTES A LA FECHA DE NEGOCIO
      *    (RETENES.DAT). CON LA TABLA INCOMPLETA SE PODRIA CERRAR UNA
      *    CUENTA EMBARGADA: LA CORRIDA ABORTA.
      *-----------------------------------------------------------------*
       01  WSS-TABLA-RET.
           05 WSS-RET-CANT             PIC 9(04) VALUE 0.
           05 WSS-RET-ENTRY OCCURS 1 TO 2000 TIMES
                              DEPENDING ON WSS-RET-CANT
                              INDEXED BY WSS-RET-IDX.
               10 WSS-RET-PAIS         PIC X(03).
               10 WSS-RET-SUC          PIC 9(02).
               10 WSS-RET-CUENTA       PIC 9(10).
       01  WSS-RET-PERDIDAS            PIC 9(04) VALUE 0.
       01  WSS-SW-RETENCION            PIC X(01).
           88 WSS-HAY-RETENCION                    VALUE 'S'.
           88 WSS-SIN-RETENCION                    VALUE 'N'.
      *-----------------------------------------------------------------*
      *    CUENTAS CON CHEQUES PENDIENTES EN CANJE (CHQCANJ.DAT). IGUAL
      *    QUE CON LAS RETENCIONES, CON LA TABLA INCOMPLETA LA CORRIDA
      *    ABORTA.
      *-----------------------------------------------------------------*
       01  WSS-TABLA-CANJE.
           05 WSS-CNJ-CANT             PIC 9(04) VALUE 0.
           05 WSS-CNJ-ENTRY OCCURS 1 TO 2000 TIMES
                              DEPENDING ON WSS-CNJ-CANT
                              INDEXED BY WSS-CNJ-IDX.
               10 WSS-CNJ-PAIS         PIC X(03).
               10 WSS-CNJ-SUC          PIC 9(02).
               10 WSS-CNJ-CUENTA       PIC 9(10).
       01  WSS-SW-CANJE                PIC X(01).
           88 WSS-HAY-CHEQUE-EN-CANJE              VALUE 'S'.
           88 WSS-SIN-CHEQUE-EN-CANJE              VALUE 'N'.
      *-----------------------------------------------------------------*
      *    CUENTAS DE FONDEO DE PLAZOS FIJOS VIGENTES (PLAZOS.DAT).
      *    IGUAL QUE CON LAS RETENCIONES, CON LA TABLA INCOMPLETA LA
      *    CORRIDA ABORTA.
      *-----------------------------------------------------------------*
       01  WSS-TABLA-PLAZOS.
           05 WSS-PLZ-CANT             PIC 9(04) VALUE 0.
           05 WSS-PLZ-ENTRY OCCURS 1 TO 5000 TIMES
                              DEPENDING ON WSS-PLZ-CANT
                              INDEXED BY WSS-PLZ-IDX.
               10 WSS-PLZ-PAIS         PIC X(03).
               10 WSS-PLZ-SUC          PIC 9(02).
               10 WSS-PLZ-CUENTA       PIC 9(10).
       01  WSS-SW-PLAZO                PIC X(01).
           88 WSS-HAY-PLAZO-VIGENTE                VALUE 'S'.
           88 WSS-SIN-PLAZO-VIGENTE                VALUE 'N'.
      *-----------------------------------------------------------------*
      *    TASAS DE RETENCION IMPOSITIVA POR PAIS (RETIMP.DAT,
      *    OPCIONAL, MISMO PARAMETRO QUE INTERES)
      *-----------------------------------------------------------------*
       01  WSS-TABLA-RETIMP.
           05 WSS-RETIMP-CANT          PIC 9(02) VALUE 0.
           05 WSS-RETIMP-ENTRY OCCURS 1 TO 50 TIMES
                              DEPENDING ON WSS-RETIMP-CANT
                              INDEXED BY WSS-RETIMP-IDX.
               10 WSS-RETIMP-PAIS      PIC X(03).
               10 WSS-RETIMP-TASA      PIC 9(02)V9(04).
       01  WSS-TASA-RETENCION          PIC 9(02)V9(04).
      *-----------------------------------------------------------------*
      *    COMISIONES PENDIENTES (COMIPEND.DAT): SE CARGAN AL INICIO,
      *    SE MARCAN COBRADAS AL LIQUIDAR CADA CIERRE Y EL ARCHIVO SE
      *    REGRABA AL FINAL SIN ELLAS. CON LA TABLA LLENA LA CORRIDA
      *    ABORTA: UNA PENDIENTE QUE NO ENTRA SE PERDERIA AL REGRABAR.
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
       01  WSS-PEND-MARCADAS           PIC 9(04) VALUE 0.
      *    CUENTA CUYAS PENDIENTES SE SUMAN O SE MARCAN
       01  WSS-CLAVE-PEND.
           05 WSS-CP-PAIS              PIC X(03).
           05 WSS-CP-SUC               PIC 9(02).
           05 WSS-CP-CUENTA            PIC 9(10).
      *-----------------------------------------------------------------*
      *    CONTROL DE LA CORRIDA (CIECTL.DAT): ULTIMA REFERENCIA DEL
      *    RANGO DE CIERRES Y FECHA DE NEGOCIO EN PROCESO O COMPLETADA
      *-----------------------------------------------------------------*
       01  WSS-ULTIMA-REFERENCIA       PIC 9(09) VALUE 950000000.
       01  WSS-TOPE-REFERENCIA         PIC 9(09) VALUE 959999999.
       01  WSS-SW-NUMERACION           PIC X(01) VALUE 'N'.
           88 WSS-NUMERACION-CARGADA               VALUE 'S'.
       01  WSS-SW-RECORRIDA            PIC X(01) VALUE 'N'.
           88 WSS-ES-RECORRIDA                     VALUE 'S'.
      *-----------------------------------------------------------------*
      *    LINEAS DE CIERSOL.DAT YA LIQUIDADAS POR LA CORRIDA QUE
      *    ABORTO (SOLO EN UNA RECORRIDA). CON LA TABLA LLENA SE
      *    PODRIA LIQUIDAR DOS VECES UNA SOLICITUD: LA CORRIDA ABORTA.
      *-----------------------------------------------------------------*
       01  WSS-TABLA-LINEAS.
           05 WSS-LIN-CANT             PIC 9(04) VALUE 0.
           05 WSS-LIN-ENTRY OCCURS 1 TO 5000 TIMES
                              DEPENDING ON WSS-LIN-CANT
                              INDEXED BY WSS-LIN-IDX.
               10 WSS-LIN-NUMERO       PIC 9(06).
       01  WSS-LINEA-NRO               PIC 9(06) VALUE 0.
       01  WSS-SW-LINEA                PIC X(01).
           88 WSS-LINEA-YA-HECHA                   VALUE 'S'.
           88 WSS-LINEA-PENDIENTE                  VALUE 'N'.
      *-----------------------------------------------------------------*
      *    SITUACION DE LA SOLICITUD EN CURSO
      *-----------------------------------------------------------------*
       01  WSS-SW-SOLICITUD            PIC X(01).
           88 WSS-SOLICITUD-VALIDA                 VALUE 'S'.
           88 WSS-SOLICITUD-INVALIDA               VALUE 'N'.
       01  WSS-MOTIVO-RECHAZO          PIC X(30).
       01  WSS-IMAGEN-CUENTA           PIC X(86).
       01  WSS-MONEDA-CUENTA           PIC X(03).
       01  AREADECOM-DIG.
           COPY CPY005.
      *-----------------------------------------------------------------*
      *    LIQUIDACION DE LA CUENTA EN CURSO
      *-----------------------------------------------------------------*
       01  WSS-DIAS-INTERES            PIC 9(02).
       01  WSS-INTERES                 PIC 9(07)V99.
       01  WSS-IMPUESTO                PIC 9(07)V99.
       01  WSS-INTERES-NETO            PIC 9(07)V99.
       01  WSS-CANT-COMISIONES         PIC 9(03).
       01  WSS-PERIODO-DESDE           PIC 9(06).
       01  WSS-PERIODO-HASTA           PIC 9(06).
       01  WSS-COMISIONES              PIC 9(09)V99.
       01  WSS-SALDO-A-PAGAR           PIC S9(09)V99.
      *-----------------------------------------------------------------*
      *    APLICACION DE LA LIQUIDACION: SALDO DE LA CUENTA MOVIMIENTO
      *    A MOVIMIENTO Y EL MOVIMIENTO QUE SE ESTA ASENTANDO
      *-----------------------------------------------------------------*
       01  WSS-SALDO-CORRIDO           PIC S9(07)V99.
       01  WSS-MOV-TIPO                PIC X(01).
       01  WSS-MOV-IMPORTE             PIC 9(07)V99.
       01  WSS-MOV-REFERENCIA          PIC 9(09).
       01  WSS-SW-APLICADA             PIC X(01).
           88 WSS-LIQ-YA-APLICADA                  VALUE 'S'.
           88 WSS-LIQ-A-APLICAR                    VALUE 'N'.
      *-----------------------------------------------------------------*
      *    FECHAS
      *-----------------------------------------------------------------*
       01  WSS-FECHA-NEGOCIO           PIC 9(08).
       01  WSS-FECHA-NEG-R REDEFINES WSS-FECHA-NEGOCIO.
           05 WSS-NEG-AAAA             PIC 9(04).
           05 WSS-NEG-MM               PIC 9(02).
           05 WSS-NEG-DD               PIC 9(02).
       01  WSS-FECHA-IMPRESION.
           05 WSS-FECHA-IMP-DD         PIC 9(02).
           05 FILLER                   PIC X(01) VALUE '/'.
           05 WSS-FECHA-IMP-MM         PIC 9(02).
           05 FILLER                   PIC X(01) VALUE '/'.
           05 WSS-FECHA-IMP-AAAA       PIC 9(04).
      *-----------------------------------------------------------------*
      *    LINEAS DEL CERTIFICADO DE CIERRE
      *-----------------------------------------------------------------*
       01  WSS-CER-1.
           05 FILLER                   PIC X(20)
                                        VALUE 'BANCO LATINOAMERICA'.
           05 FILLER                   PIC X(28) VALUE SPACES.
           05 FILLER                   PIC X(32)
                  VALUE 'CERTIFICADO DE CIERRE DE CUENTA'.
       01  WSS-CER-2.
           05 FILLER                   PIC X(18)
                                        VALUE 'FECHA DE CIERRE: '.
           05 WSS-CER2-FECHA           PIC X(10).
           05 FILLER                   PIC X(52) VALUE SPACES.
       01  WSS-CER-3.
           05 FILLER                   PIC X(09) VALUE 'CUENTA: '.
           05 WSS-CER3-PAIS            PIC X(03).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WSS-CER3-SUC             PIC 9(02).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WSS-CER3-CUENTA          PIC 9(10).
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 FILLER                   PIC X(08) VALUE 'MONEDA: '.
           05 WSS-CER3-MONEDA          PIC X(03).
           05 FILLER                   PIC X(39) VALUE SPACES.
       01  WSS-CER-4.
           05 FILLER                   PIC X(09) VALUE 'TITULAR: '.
           05 WSS-CER4-TITULAR         PIC X(30).
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 FILLER                   PIC X(09) VALUE 'CLIENTE: '.
           05 WSS-CER4-CLIENTE         PIC 9(08).
           05 FILLER                   PIC X(20) VALUE SPACES.
       01  WSS-CER-5.
           05 FILLER                   PIC X(12) VALUE 'REFERENCIA'.
           05 FILLER                   PIC X(32) VALUE 'CONCEPTO'.
           05 FILLER                   PIC X(16)
                                        VALUE '       IMPORTE'.
           05 FILLER                   PIC X(20)
                                        VALUE '          SALDO'.
       01  WSS-CER-GUIONES.
           05 FILLER                   PIC X(78) VALUE ALL '-'.
           05 FILLER                   PIC X(02) VALUE SPACES.
       01  WSS-CER-SEPARADOR.
           05 FILLER                   PIC X(78) VALUE ALL '='.
           05 FILLER                   PIC X(02) VALUE SPACES.
       01  WSS-CER-MOVIMIENTO.
           05 WSS-CERM-REFERENCIA      PIC X(09).
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 WSS-CERM-CONCEPTO        PIC X(30).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WSS-CERM-IMPORTE         PIC X(14).
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 WSS-CERM-SALDO           PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(05) VALUE SPACES.
       01  WSS-CER-IMPORTE-ED          PIC ZZ,ZZZ,ZZ9.99.
       01  WSS-CER-DETALLE.
           05 FILLER                   PIC X(14) VALUE SPACES.
           05 WSS-CERD-TEXTO           PIC X(66).
       01  WSS-CER-TASA-ED             PIC Z9.9999.
       01  WSS-CER-RETEN-ED            PIC Z9.9999.
       01  WSS-CER-BRUTO-ED            PIC Z,ZZZ,ZZ9.99.
       01  WSS-CER-IMPUESTO-ED         PIC Z,ZZZ,ZZ9.99.
       01  WSS-CER-CIERRE.
           05 FILLER                   PIC X(50)
              VALUE 'CUENTA CERRADA CON SALDO CERO. NO QUEDAN SALDOS'.
           05 FILLER                   PIC X(30)
              VALUE ' NI COMISIONES PENDIENTES.'.
       01  WSS-CER-SALDO-CORRIDO       PIC S9(07)V99.
       01  AREADECOM-CTL.
           COPY CPY003.
       01  WSS-TOTALES-CONTROL.
           05 WSS-SOLICITUDES-LEIDAS   PIC 9(06).
           05 WSS-CERRADAS             PIC 9(06).
           05 WSS-RECHAZADAS           PIC 9(06).
           05 WSS-YA-LIQUIDADAS        PIC 9(06).
           05 WSS-COMPLETADAS          PIC 9(06).
           05 WSS-CERTIFICADOS         PIC 9(06).
           05 WSS-CHEQUES-EMITIDOS     PIC 9(06).
           05 WSS-TOTAL-INTERES        PIC 9(13)V99.
           05 WSS-TOTAL-RETENCION      PIC 9(13)V99.
           05 WSS-TOTAL-COMISIONES     PIC 9(13)V99.
           05 WSS-TOTAL-TRANSFERIDO    PIC 9(13)V99.
           05 WSS-TOTAL-CHEQUES        PIC 9(13)V99.

      ******************************************************************
       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESA-SOLICITUD UNTIL FS-SOLICITUDES-FIN
           PERFORM 4000-CERTIFICADOS
           PERFORM 9000-FINALIZAR
           .

      *-----------------------------------------------------------------*
      *    CARGO PARAMETROS, ABRO ARCHIVOS, COMPLETO LA CORRIDA
      *    ANTERIOR SI ABORTO Y LEO LA PRIMERA SOLICITUD
      *-----------------------------------------------------------------*
       1000-INICIO.
           PERFORM 1020-CONTROL-DE-CORRIDA
           INITIALIZE WSS-TOTALES-CONTROL
           MOVE CTL-FECHA-NEGOCIO TO WSS-FECHA-NEGOCIO
           MOVE WSS-NEG-DD   TO WSS-FECHA-IMP-DD
           MOVE WSS-NEG-MM   TO WSS-FECHA-IMP-MM
           MOVE WSS-NEG-AAAA TO WSS-FECHA-IMP-AAAA
           MOVE WSS-FECHA-IMPRESION TO WSS-CER2-FECHA

      *    INTERES DEL MES HASTA LA FECHA, EN MES COMERCIAL DE 30 DIAS
           MOVE WSS-NEG-DD TO WSS-DIAS-INTERES
           IF WSS-DIAS-INTERES > 30
               MOVE 30 TO WSS-DIAS-INTERES
           END-IF

           PERFORM 1050-CONTROL-DE-LA-FECHA

           OPEN INPUT TASAS
           IF NOT FS-TASAS-OK
               DISPLAY 'ERROR APERTURA TASAINT.DAT FS: ' FS-TASAS
               PERFORM 9050-ERROR-FATAL
           END-IF
           PERFORM 1100-CARGA-TASAS UNTIL FS-TASAS-FIN
           CLOSE TASAS

           PERFORM 1150-CARGA-PRODUCTOS
           PERFORM 1200-CARGA-RETENCIONES
           PERFORM 1250-CARGA-CANJE
           PERFORM 1270-CARGA-PLAZOS
           PERFORM 1300-CARGA-RETIMP
           PERFORM 1400-CARGA-PENDIENTES

           OPEN I-O MAESTRO-CTA
           IF NOT FS-MAESTRO-CTA-OK
               DISPLAY 'ERROR APERTURA CUENTAS.TXT FS: ' FS-MAESTRO-CTA
               PERFORM 9050-ERROR-FATAL
           END-IF

      *    LA HISTORIA ES INDEXED ACUMULATIVA: SI ES LA PRIMERA VEZ SE
      *    CREA VACIA Y SE REABRE EN I-O
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

      *    EN UNA RECORRIDA LAS LIQUIDACIONES DE LA CORRIDA ABORTADA
      *    SE TERMINAN DE APLICAR, SE CONSERVAN Y SE CONTINUA A
      *    CONTINUACION
           IF WSS-ES-RECORRIDA
               PERFORM 1500-COMPLETA-RECORRIDA
               OPEN EXTEND LIQUIDACION
           ELSE
               OPEN OUTPUT LIQUIDACION
           END-IF
           IF NOT FS-LIQUIDACION-OK
               DISPLAY 'ERROR APERTURA CIERLIQ.DAT FS: ' FS-LIQUIDACION
               PERFORM 9050-ERROR-FATAL
           END-IF

           OPEN OUTPUT RECHAZOS
           IF NOT FS-RECHAZOS-OK
               DISPLAY 'ERROR APERTURA CIERRECH.DAT FS: ' FS-RECHAZOS
               PERFORM 9050-ERROR-FATAL
           END-IF

      *    CIERSOL.DAT ES OPCIONAL: SIN ARCHIVO NO HAY CIERRES
           OPEN INPUT SOLICITUDES
           EVALUATE TRUE
               WHEN FS-SOLICITUDES-OK
                   PERFORM 5000-LECTURA-SOLICITUD
               WHEN FS-SOLICITUDES-NO-EXISTE
                   SET FS-SOLICITUDES-FIN TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR APERTURA CIERSOL.DAT FS: '
                            FS-SOLICITUDES
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1000-INICIO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CONTROL DE CORRIDAS: ME FRENO SI ESTE PASO YA COMPLETO LA
      *    FECHA DE NEGOCIO VIGENTE O SI PLAZOFIJ NO LA COMPLETO (LOS
      *    SALDOS DEBEN TENER APLICADOS LOS PLAZOS FIJOS DE LA FECHA)
      *-----------------------------------------------------------------*
       1020-CONTROL-DE-CORRIDA.
           SET CTL-FUNCION-INICIO TO TRUE
           MOVE 'CIERCTA'  TO CTL-PROGRAMA
           MOVE 'PLAZOFIJ' TO CTL-PREDECESOR
           MOVE 0          TO CTL-RETORNO-JOB
           CALL 'RUNCTL' USING AREADECOM-CTL
           EVALUATE TRUE
               WHEN CTL-OK
                   CONTINUE
               WHEN CTL-YA-CORRIO
                   DISPLAY 'CIERCTA YA COMPLETADO PARA LA FECHA DE '
                           'NEGOCIO ' CTL-FECHA-NEGOCIO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN CTL-PREDECESOR-PENDIENTE
                   DISPLAY 'CIERCTA: PLAZOFIJ NO COMPLETO LA FECHA '
                           'DE NEGOCIO ' CTL-FECHA-NEGOCIO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'CIERCTA: CONTROL DE CORRIDAS CON ERROR'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .
       1020-CONTROL-DE-CORRIDA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CIECTL.DAT ES OPCIONAL (LA PRIMERA VEZ NO EXISTE: LA
      *    NUMERACION ARRANCA AL PRINCIPIO DEL RANGO). UNA FECHA YA
      *    COMPLETADA NO SE VUELVE A PROCESAR; UNA FECHA QUE QUEDO EN
      *    PROCESO ES LA RECORRIDA DE UNA NOCHE QUE ABORTO. LA FECHA
      *    QUEDA MARCADA EN PROCESO ANTES DE TOCAR UNA SOLA CUENTA.
      *-----------------------------------------------------------------*
       1050-CONTROL-DE-LA-FECHA.
           OPEN INPUT CONTROL-CIE
           IF FS-CONTROL-CIE-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-CONTROL-CIE-OK
                   DISPLAY 'ERROR APERTURA CIECTL.DAT FS: '
                            FS-CONTROL-CIE
                   PERFORM 9050-ERROR-FATAL
               END-IF
               READ CONTROL-CIE
               IF FS-CONTROL-CIE-OK
                   MOVE CC-ULTIMA-REFERENCIA TO WSS-ULTIMA-REFERENCIA
                   IF CC-FECHA = WSS-FECHA-NEGOCIO
                       IF CC-ESTADO = 'C'
                           DISPLAY 'CIERCTA: LA FECHA '
                                    WSS-FECHA-NEGOCIO
                                   ' YA FUE PROCESADA'
                           CLOSE CONTROL-CIE
                           PERFORM 9050-ERROR-FATAL
                       ELSE
                           SET WSS-ES-RECORRIDA TO TRUE
                       END-IF
                   END-IF
               END-IF
               CLOSE CONTROL-CIE
           END-IF

           SET WSS-NUMERACION-CARGADA TO TRUE
           MOVE 'E' TO CC-ESTADO
           PERFORM 9200-GRABA-CONTROL-CIE
           IF NOT FS-CONTROL-CIE-OK
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       1050-CONTROL-DE-LA-FECHA-EXIT. EXIT.

       1100-CARGA-TASAS.
           READ TASAS
           EVALUATE TRUE
               WHEN FS-TASAS-OK
                   IF WSS-TASA-CANT < 100
                       ADD 1 TO WSS-TASA-CANT
                       SET WSS-TASA-IDX TO WSS-TASA-CANT
                       MOVE TI-PAIS
                            TO WSS-TASA-PAIS (WSS-TASA-IDX)
                       MOVE TI-MONEDA
                            TO WSS-TASA-MONEDA (WSS-TASA-IDX)
                       MOVE TI-TASA
                            TO WSS-TASA-VALOR (WSS-TASA-IDX)
                   ELSE
                       DISPLAY 'CIERCTA: TABLA DE TASAS LLENA'
                       PERFORM 9050-ERROR-FATAL
                   END-IF
               WHEN FS-TASAS-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA TASAINT.DAT FS: ' FS-TASAS
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1100-CARGA-TASAS-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CARGO LA TASA DE CADA PRODUCTO DEL CATALOGO. PRODUCTOS.DAT
      *    ES OPCIONAL: SIN ARCHIVO SOLO DEVENGAN LAS CUENTAS SIN
      *    PRODUCTO (CON TASAINT.DAT)
      *-----------------------------------------------------------------*
       1150-CARGA-PRODUCTOS.
           OPEN INPUT PRODUCTOS
           IF FS-PRODUCTOS-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-PRODUCTOS-OK
                   DISPLAY 'ERROR APERTURA PRODUCTOS.DAT FS: '
                            FS-PRODUCTOS
                   PERFORM 9050-ERROR-FATAL
               ELSE
                   PERFORM 1160-LEE-PRODUCTO
                       UNTIL FS-PRODUCTOS-FIN
                   CLOSE PRODUCTOS
               END-IF
           END-IF
           .
       1150-CARGA-PRODUCTOS-EXIT. EXIT.

       1160-LEE-PRODUCTO.
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
                       DISPLAY 'CIERCTA: TABLA DE PRODUCTOS LLENA'
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
       1160-LEE-PRODUCTO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CARGO EN TABLA LAS CUENTAS CON RETENCIONES VIGENTES A LA
      *    FECHA DE NEGOCIO. RETENES.DAT ES OPCIONAL: SIN ARCHIVO NO
      *    HAY CUENTAS RETENIDAS.
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
               DISPLAY 'CIERCTA: TABLA DE RETENCIONES LLENA, '
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
                      AND RT-FECHA-DESDE <= WSS-FECHA-NEGOCIO
                      AND (RT-FECHA-HASTA = 0
                           OR RT-FECHA-HASTA >= WSS-FECHA-NEGOCIO)
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
           ELSE
               ADD 1 TO WSS-RET-PERDIDAS
           END-IF
           .
       1220-AGREGA-RETENCION-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CARGO EN TABLA LAS CUENTAS CON CHEQUES PENDIENTES EN CANJE.
      *    CHQCANJ.DAT NO EXISTE HASTA EL PRIMER DEPOSITO DE CHEQUE
      *-----------------------------------------------------------------*
       1250-CARGA-CANJE.
           OPEN INPUT CARTERA-CANJE
           IF FS-CARTERA-CANJE-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-CARTERA-CANJE-OK
                   DISPLAY 'ERROR APERTURA CHQCANJ.DAT FS: '
                            FS-CARTERA-CANJE
                   PERFORM 9050-ERROR-FATAL
               ELSE
                   PERFORM 1260-LEE-CHEQUE-CANJE
                       UNTIL FS-CARTERA-CANJE-FIN
                   CLOSE CARTERA-CANJE
               END-IF
           END-IF
           .
       1250-CARGA-CANJE-EXIT. EXIT.

       1260-LEE-CHEQUE-CANJE.
           READ CARTERA-CANJE
           EVALUATE TRUE
               WHEN FS-CARTERA-CANJE-OK
                   IF CQ-PENDIENTE
                       IF WSS-CNJ-CANT >= 2000
                           DISPLAY 'CIERCTA: TABLA DE CHEQUES EN '
                                   'CANJE LLENA'
                           PERFORM 9050-ERROR-FATAL
                       END-IF
                       ADD 1 TO WSS-CNJ-CANT
                       SET WSS-CNJ-IDX TO WSS-CNJ-CANT
                       MOVE CQ-PAIS       TO WSS-CNJ-PAIS (WSS-CNJ-IDX)
                       MOVE CQ-SUCURSAL   TO WSS-CNJ-SUC (WSS-CNJ-IDX)
                       MOVE CQ-NUM-CUENTA
                            TO WSS-CNJ-CUENTA (WSS-CNJ-IDX)
                   END-IF
               WHEN FS-CARTERA-CANJE-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA CHQCANJ.DAT FS: '
                            FS-CARTERA-CANJE
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1260-LEE-CHEQUE-CANJE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CARGO EN TABLA LAS CUENTAS QUE FONDEAN UN PLAZO FIJO
      *    VIGENTE. PLAZOS.DAT NO EXISTE HASTA LA PRIMERA CONSTITUCION
      *-----------------------------------------------------------------*
       1270-CARGA-PLAZOS.
           OPEN INPUT PLAZOS
           IF FS-PLAZOS-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-PLAZOS-OK
                   DISPLAY 'ERROR APERTURA PLAZOS.DAT FS: ' FS-PLAZOS
                   PERFORM 9050-ERROR-FATAL
               ELSE
                   PERFORM 1280-LEE-PLAZO
                       UNTIL FS-PLAZOS-FIN
                   CLOSE PLAZOS
               END-IF
           END-IF
           .
       1270-CARGA-PLAZOS-EXIT. EXIT.

       1280-LEE-PLAZO.
           READ PLAZOS NEXT RECORD
           EVALUATE TRUE
               WHEN FS-PLAZOS-OK
                   IF PF-VIGENTE
                       IF WSS-PLZ-CANT >= 5000
                           DISPLAY 'CIERCTA: TABLA DE PLAZOS FIJOS '
                                   'VIGENTES LLENA'
                           PERFORM 9050-ERROR-FATAL
                       END-IF
                       ADD 1 TO WSS-PLZ-CANT
                       SET WSS-PLZ-IDX TO WSS-PLZ-CANT
                       MOVE PF-PAIS       TO WSS-PLZ-PAIS (WSS-PLZ-IDX)
                       MOVE PF-SUCURSAL   TO WSS-PLZ-SUC (WSS-PLZ-IDX)
                       MOVE PF-NUM-CUENTA
                            TO WSS-PLZ-CUENTA (WSS-PLZ-IDX)
                   END-IF
               WHEN FS-PLAZOS-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA PLAZOS.DAT FS: ' FS-PLAZOS
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1280-LEE-PLAZO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CARGO LAS TASAS DE RETENCION IMPOSITIVA POR PAIS. RETIMP.DAT
      *    ES OPCIONAL: SIN ARCHIVO NINGUN PAIS RETIENE.
      *-----------------------------------------------------------------*
       1300-CARGA-RETIMP.
           OPEN INPUT IMPUESTOS
           IF FS-IMPUESTOS-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-IMPUESTOS-OK
                   DISPLAY 'ERROR APERTURA RETIMP.DAT FS: '
                            FS-IMPUESTOS
                   PERFORM 9050-ERROR-FATAL
               ELSE
                   PERFORM 1310-LEE-RETIMP
                       UNTIL FS-IMPUESTOS-FIN
                   CLOSE IMPUESTOS
               END-IF
           END-IF
           .
       1300-CARGA-RETIMP-EXIT. EXIT.

       1310-LEE-RETIMP.
           READ IMPUESTOS
           EVALUATE TRUE
               WHEN FS-IMPUESTOS-OK
                   IF WSS-RETIMP-CANT < 50
                       ADD 1 TO WSS-RETIMP-CANT
                       SET WSS-RETIMP-IDX TO WSS-RETIMP-CANT
                       MOVE RI-PAIS
                            TO WSS-RETIMP-PAIS (WSS-RETIMP-IDX)
                       MOVE RI-TASA
                            TO WSS-RETIMP-TASA (WSS-RETIMP-IDX)
                   END-IF
               WHEN FS-IMPUESTOS-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA RETIMP.DAT FS: '
                            FS-IMPUESTOS
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1310-LEE-RETIMP-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CARGO LAS COMISIONES PENDIENTES. COMIPEND.DAT ES OPCIONAL:
      *    SIN ARCHIVO NO HAY PENDIENTES.
      *-----------------------------------------------------------------*
       1400-CARGA-PENDIENTES.
           OPEN INPUT PENDIENTES
           IF FS-PENDIENTES-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-PENDIENTES-OK
                   DISPLAY 'ERROR APERTURA COMIPEND.DAT FS: '
                            FS-PENDIENTES
                   PERFORM 9050-ERROR-FATAL
               ELSE
                   PERFORM 1410-LEE-PENDIENTE
                       UNTIL FS-PENDIENTES-FIN
                   CLOSE PENDIENTES
               END-IF
           END-IF
           SET WSS-PEND-CARGADA TO TRUE
           .
       1400-CARGA-PENDIENTES-EXIT. EXIT.

       1410-LEE-PENDIENTE.
           READ PENDIENTES
           EVALUATE TRUE
               WHEN FS-PENDIENTES-OK
                   PERFORM 1420-AGREGA-PENDIENTE
               WHEN FS-PENDIENTES-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA COMIPEND.DAT FS: '
                            FS-PENDIENTES
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1410-LEE-PENDIENTE-EXIT. EXIT.

       1420-AGREGA-PENDIENTE.
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
               DISPLAY 'CIERCTA: TABLA DE PENDIENTES LLENA, '
                       'DEPURAR COMIPEND.DAT'
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       1420-AGREGA-PENDIENTE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    RECORRIDA: CADA LIQUIDACION DE CIERLIQ.DAT SE GRABO ENTERA
      *    ANTES DE TOCAR SU CUENTA, ASI QUE SE TERMINA DE APLICAR LO
      *    QUE HAYA QUEDADO SIN ASENTAR. DE PASO SE ANOTAN LAS LINEAS
      *    DE CIERSOL.DAT YA LIQUIDADAS, SE SACAN DE LAS PENDIENTES LAS
      *    COMISIONES YA COBRADAS Y LA NUMERACION SE CORRE MAS ALLA DE
      *    LA ULTIMA REFERENCIA USADA.
      *-----------------------------------------------------------------*
       1500-COMPLETA-RECORRIDA.
           OPEN INPUT LIQUIDACION
           EVALUATE TRUE
               WHEN FS-LIQUIDACION-OK
                   PERFORM 4900-LECTURA-LIQUIDACION
                   PERFORM 1510-REVISA-LIQUIDACION
                       UNTIL FS-LIQUIDACION-FIN
                   CLOSE LIQUIDACION
               WHEN FS-LIQUIDACION-NO-EXISTE
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR APERTURA CIERLIQ.DAT FS: '
                            FS-LIQUIDACION
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1500-COMPLETA-RECORRIDA-EXIT. EXIT.

       1510-REVISA-LIQUIDACION.
           IF LQ-FECHA = WSS-FECHA-NEGOCIO
               PERFORM 1530-AGREGA-LINEA
               IF LQ-REF-INTERES > WSS-ULTIMA-REFERENCIA
                   MOVE LQ-REF-INTERES TO WSS-ULTIMA-REFERENCIA
               END-IF
               IF LQ-REF-COMISIONES > WSS-ULTIMA-REFERENCIA
                   MOVE LQ-REF-COMISIONES TO WSS-ULTIMA-REFERENCIA
               END-IF
               IF LQ-REF-PAGO > WSS-ULTIMA-REFERENCIA
                   MOVE LQ-REF-PAGO TO WSS-ULTIMA-REFERENCIA
               END-IF
               MOVE LQ-PAIS       TO WSS-CP-PAIS
               MOVE LQ-SUCURSAL   TO WSS-CP-SUC
               MOVE LQ-NUM-CUENTA TO WSS-CP-CUENTA
               PERFORM 2600-MARCA-PENDIENTES
               PERFORM 3000-APLICA-LIQUIDACION
               IF WSS-LIQ-A-APLICAR
                   ADD 1 TO WSS-COMPLETADAS
               END-IF
           END-IF
           PERFORM 4900-LECTURA-LIQUIDACION
           .
       1510-REVISA-LIQUIDACION-EXIT. EXIT.

       1530-AGREGA-LINEA.
           IF WSS-LIN-CANT < 5000
               ADD 1 TO WSS-LIN-CANT
               SET WSS-LIN-IDX TO WSS-LIN-CANT
               MOVE LQ-LINEA-SOLICITUD TO WSS-LIN-NUMERO (WSS-LIN-IDX)
           ELSE
               DISPLAY 'CIERCTA: TABLA DE SOLICITUDES YA '
                       'LIQUIDADAS LLENA'
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       1530-AGREGA-LINEA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    POR CADA SOLICITUD: SI LA CORRIDA QUE ABORTO YA LA LIQUIDO
      *    SE SALTEA; SI NO, SE VALIDA Y SE LIQUIDA O SE RECHAZA
      *-----------------------------------------------------------------*
       2000-PROCESA-SOLICITUD.
           SET WSS-LINEA-PENDIENTE TO TRUE
           IF WSS-ES-RECORRIDA
               PERFORM 2050-BUSCA-LINEA-HECHA
           END-IF

           IF WSS-LINEA-YA-HECHA
               ADD 1 TO WSS-YA-LIQUIDADAS
           ELSE
               PERFORM 2100-VALIDA-SOLICITUD
               IF WSS-SOLICITUD-VALIDA
                   PERFORM 2500-LIQUIDA-CUENTA
               ELSE
                   PERFORM 2900-GRABO-RECHAZO
               END-IF
           END-IF

           PERFORM 5000-LECTURA-SOLICITUD
           .
       2000-PROCESA-SOLICITUD-EXIT. EXIT.

       2050-BUSCA-LINEA-HECHA.
           IF WSS-LIN-CANT > 0
               SET WSS-LIN-IDX TO 1
               SEARCH WSS-LIN-ENTRY
                   AT END
                       CONTINUE
                   WHEN WSS-LIN-NUMERO (WSS-LIN-IDX) = WSS-LINEA-NRO
                       SET WSS-LINEA-YA-HECHA TO TRUE
               END-SEARCH
           END-IF
           .
       2050-BUSCA-LINEA-HECHA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    VALIDO FORMATO, CUENTA, RETENCIONES, LIQUIDACION Y CUENTA
      *    DESTINO. CADA CONTROL SE HACE SOLO SI PASARON LOS
      *    ANTERIORES. AL TERMINAR, REG-MAESTRO-CTA TIENE LA CUENTA A
      *    CERRAR.
      *-----------------------------------------------------------------*
       2100-VALIDA-SOLICITUD.
           SET WSS-SOLICITUD-VALIDA TO TRUE
           MOVE SPACES TO WSS-MOTIVO-RECHAZO
           PERFORM 2110-VALIDA-FORMATO
           IF WSS-SOLICITUD-VALIDA
               PERFORM 2120-VALIDA-CUENTA
           END-IF
           IF WSS-SOLICITUD-VALIDA
               PERFORM 2130-BUSCA-RETENCION-VIGENTE
               IF WSS-HAY-RETENCION
                   SET WSS-SOLICITUD-INVALIDA TO TRUE
                   MOVE 'RETENCION VIGENTE' TO WSS-MOTIVO-RECHAZO
               END-IF
           END-IF
           IF WSS-SOLICITUD-VALIDA
               PERFORM 2140-BUSCA-CHEQUE-EN-CANJE
               IF WSS-HAY-CHEQUE-EN-CANJE
                   SET WSS-SOLICITUD-INVALIDA TO TRUE
                   MOVE 'CHEQUES EN CANJE PENDIENTES'
                        TO WSS-MOTIVO-RECHAZO
               END-IF
           END-IF
           IF WSS-SOLICITUD-VALIDA
               PERFORM 2150-BUSCA-PLAZO-VIGENTE
               IF WSS-HAY-PLAZO-VIGENTE
                   SET WSS-SOLICITUD-INVALIDA TO TRUE
                   MOVE 'PLAZO FIJO VIGENTE' TO WSS-MOTIVO-RECHAZO
               END-IF
           END-IF
           IF WSS-SOLICITUD-VALIDA
               PERFORM 2200-CALCULA-INTERES
           END-IF
           IF WSS-SOLICITUD-VALIDA
               MOVE CTA-PAIS       TO WSS-CP-PAIS
               MOVE CTA-SUCURSAL   TO WSS-CP-SUC
               MOVE CTA-NUM-CUENTA TO WSS-CP-CUENTA
               PERFORM 2300-SUMA-PENDIENTES
               PERFORM 2350-CALCULA-SALDO-A-PAGAR
           END-IF
           IF WSS-SOLICITUD-VALIDA
              AND CS-PAGO-TRANSFERENCIA
              AND WSS-SALDO-A-PAGAR > 0
               MOVE REG-MAESTRO-CTA TO WSS-IMAGEN-CUENTA
               MOVE CTA-MONEDA      TO WSS-MONEDA-CUENTA
               PERFORM 2400-VALIDA-DESTINO
               MOVE WSS-IMAGEN-CUENTA TO REG-MAESTRO-CTA
           END-IF
           .
       2100-VALIDA-SOLICITUD-EXIT. EXIT.

       2110-VALIDA-FORMATO.
           EVALUATE TRUE
               WHEN CS-SUCURSAL NOT NUMERIC
                    OR CS-NUM-CUENTA NOT NUMERIC
                   SET WSS-SOLICITUD-INVALIDA TO TRUE
                   MOVE 'CUENTA NO NUMERICA' TO WSS-MOTIVO-RECHAZO
               WHEN NOT CS-FORMA-VALIDA
                   SET WSS-SOLICITUD-INVALIDA TO TRUE
                   MOVE 'FORMA DE PAGO INVALIDA' TO WSS-MOTIVO-RECHAZO
               WHEN CS-PAGO-TRANSFERENCIA
                    AND (CS-DEST-SUCURSAL NOT NUMERIC
                         OR CS-DEST-CUENTA NOT NUMERIC)
                   SET WSS-SOLICITUD-INVALIDA TO TRUE
                   MOVE 'CUENTA DESTINO NO NUMERICA'
                        TO WSS-MOTIVO-RECHAZO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       2110-VALIDA-FORMATO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    UN NUMERO CON DIGITO VERIFICADOR ERRADO ES UN ERROR DE
      *    TIPEO: SE RECHAZA ANTES DE BUSCAR, PARA QUE NO SE CIERRE LA
      *    CUENTA DE OTRO TITULAR. UNA CUENTA BLOQUEADA NO SE CIERRA
      *    HASTA QUE SE LEVANTE EL BLOQUEO.
      *-----------------------------------------------------------------*
       2120-VALIDA-CUENTA.
           MOVE CS-NUM-CUENTA-N TO DV-NUM-CUENTA
           CALL 'DIGIVER' USING AREADECOM-DIG
           IF DV-NUMERO-INVALIDO
               SET WSS-SOLICITUD-INVALIDA TO TRUE
               MOVE 'DIGITO VERIFICADOR INVALIDO' TO WSS-MOTIVO-RECHAZO
           ELSE
               MOVE CS-PAIS         TO CTA-PAIS
               MOVE CS-SUCURSAL-N   TO CTA-SUCURSAL
               MOVE CS-NUM-CUENTA-N TO CTA-NUM-CUENTA
               READ MAESTRO-CTA
                   KEY IS CTA-CLAVE-CUENTA
               EVALUATE TRUE
                   WHEN FS-MAESTRO-CTA-SIN-CLAVE
                       SET WSS-SOLICITUD-INVALIDA TO TRUE
                       MOVE 'CUENTA INEXISTENTE' TO WSS-MOTIVO-RECHAZO
                   WHEN NOT FS-MAESTRO-CTA-OK
                       DISPLAY 'ERROR LECTURA CUENTAS.TXT FS: '
                                FS-MAESTRO-CTA
                       PERFORM 9050-ERROR-FATAL
                   WHEN CTA-ESTADO-CERRADA
                       SET WSS-SOLICITUD-INVALIDA TO TRUE
                       MOVE 'CUENTA YA CERRADA' TO WSS-MOTIVO-RECHAZO
                   WHEN CTA-ESTADO-BLOQUEADA
                       SET WSS-SOLICITUD-INVALIDA TO TRUE
                       MOVE 'CUENTA BLOQUEADA' TO WSS-MOTIVO-RECHAZO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .
       2120-VALIDA-CUENTA-EXIT. EXIT.

       2130-BUSCA-RETENCION-VIGENTE.
           SET WSS-SIN-RETENCION TO TRUE
           IF WSS-RET-CANT > 0
               SET WSS-RET-IDX TO 1
               SEARCH WSS-RET-ENTRY
                   AT END
                       CONTINUE
                   WHEN WSS-RET-PAIS (WSS-RET-IDX) = CTA-PAIS
                        AND WSS-RET-SUC (WSS-RET-IDX) = CTA-SUCURSAL
                        AND WSS-RET-CUENTA (WSS-RET-IDX)
                            = CTA-NUM-CUENTA
                       SET WSS-HAY-RETENCION TO TRUE
               END-SEARCH
           END-IF
           .
       2130-BUSCA-RETENCION-VIGENTE-EXIT. EXIT.

       2140-BUSCA-CHEQUE-EN-CANJE.
           SET WSS-SIN-CHEQUE-EN-CANJE TO TRUE
           IF WSS-CNJ-CANT > 0
               SET WSS-CNJ-IDX TO 1
               SEARCH WSS-CNJ-ENTRY
                   AT END
                       CONTINUE
                   WHEN WSS-CNJ-PAIS (WSS-CNJ-IDX) = CTA-PAIS
                        AND WSS-CNJ-SUC (WSS-CNJ-IDX) = CTA-SUCURSAL
                        AND WSS-CNJ-CUENTA (WSS-CNJ-IDX)
                            = CTA-NUM-CUENTA
                       SET WSS-HAY-CHEQUE-EN-CANJE TO TRUE
               END-SEARCH
           END-IF
           .
       2140-BUSCA-CHEQUE-EN-CANJE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    UNA CUENTA QUE FONDEA UN PLAZO FIJO VIGENTE NO SE CIERRA: AL
      *    VENCER, PLAZOFIJ LE ACREDITARIA EL PAGO A UNA CUENTA CERRADA
      *-----------------------------------------------------------------*
       2150-BUSCA-PLAZO-VIGENTE.
           SET WSS-SIN-PLAZO-VIGENTE TO TRUE
           IF WSS-PLZ-CANT > 0
               SET WSS-PLZ-IDX TO 1
               SEARCH WSS-PLZ-ENTRY
                   AT END
                       CONTINUE
                   WHEN WSS-PLZ-PAIS (WSS-PLZ-IDX) = CTA-PAIS
                        AND WSS-PLZ-SUC (WSS-PLZ-IDX) = CTA-SUCURSAL
                        AND WSS-PLZ-CUENTA (WSS-PLZ-IDX)
                            = CTA-NUM-CUENTA
                       SET WSS-HAY-PLAZO-VIGENTE TO TRUE
               END-SEARCH
           END-IF
           .
       2150-BUSCA-PLAZO-VIGENTE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    INTERES DEL MES HASTA LA FECHA = SALDO * TASA MENSUAL / 100
      *    * DIAS / 30, CON LA RETENCION DEL PAIS. COMO EN INTERES,
      *    SOLO DEVENGA UNA CUENTA ACTIVA CON SALDO POSITIVO; SI LE
      *    CORRESPONDE DEVENGAR Y NO HAY TASA, EL CIERRE SE RECHAZA EN
      *    VEZ DE LIQUIDARLE AL CLIENTE MENOS DE LO DEBIDO.
      *-----------------------------------------------------------------*
       2200-CALCULA-INTERES.
           MOVE 0 TO WSS-TASA-APLICADA
           MOVE 0 TO WSS-TASA-RETENCION
           MOVE 0 TO WSS-INTERES
           MOVE 0 TO WSS-IMPUESTO
           MOVE 0 TO WSS-INTERES-NETO
           IF CTA-ESTADO-ACTIVA AND CTA-SALDO > 0
               PERFORM 2210-DETERMINA-TASA
               EVALUATE TRUE
                   WHEN WSS-PRODUCTO-DESCONOCIDO
                       SET WSS-SOLICITUD-INVALIDA TO TRUE
                       MOVE 'PRODUCTO INEXISTENTE'
                            TO WSS-MOTIVO-RECHAZO
                   WHEN WSS-TASA-FALTANTE
                       SET WSS-SOLICITUD-INVALIDA TO TRUE
                       MOVE 'SIN TASA DE INTERES'
                            TO WSS-MOTIVO-RECHAZO
                   WHEN WSS-TASA-ENCONTRADA
                       PERFORM 2240-BUSCA-RETIMP
                       COMPUTE WSS-INTERES ROUNDED =
                           CTA-SALDO * WSS-TASA-APLICADA
                           * WSS-DIAS-INTERES / 3000
                       COMPUTE WSS-IMPUESTO ROUNDED =
                           WSS-INTERES * WSS-TASA-RETENCION / 100
                       COMPUTE WSS-INTERES-NETO =
                           WSS-INTERES - WSS-IMPUESTO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .
       2200-CALCULA-INTERES-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    LA CUENTA CON PRODUCTO TOMA LA TASA DEL CATALOGO; LA CUENTA
      *    SIN PRODUCTO, LA DE SU PAIS/MONEDA EN TASAINT.DAT
      *-----------------------------------------------------------------*
       2210-DETERMINA-TASA.
           SET WSS-PRODUCTO-CONOCIDO TO TRUE
           IF CTA-PRODUCTO = SPACES
               PERFORM 2220-BUSCA-TASA
           ELSE
               PERFORM 2230-TASA-DEL-PRODUCTO
           END-IF
           .
       2210-DETERMINA-TASA-EXIT. EXIT.

       2220-BUSCA-TASA.
           SET WSS-TASA-FALTANTE TO TRUE
           MOVE 0 TO WSS-TASA-APLICADA
           IF WSS-TASA-CANT > 0
               SET WSS-TASA-IDX TO 1
               SEARCH WSS-TASA-ENTRY
                   AT END
                       CONTINUE
                   WHEN WSS-TASA-PAIS (WSS-TASA-IDX) = CTA-PAIS
                        AND WSS-TASA-MONEDA (WSS-TASA-IDX)
                            = CTA-MONEDA
                       MOVE WSS-TASA-VALOR (WSS-TASA-IDX)
                            TO WSS-TASA-APLICADA
                       SET WSS-TASA-ENCONTRADA TO TRUE
               END-SEARCH
           END-IF
           .
       2220-BUSCA-TASA-EXIT. EXIT.

       2230-TASA-DEL-PRODUCTO.
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
       2230-TASA-DEL-PRODUCTO-EXIT. EXIT.

       2240-BUSCA-RETIMP.
           MOVE 0 TO WSS-TASA-RETENCION
           IF WSS-RETIMP-CANT > 0
               SET WSS-RETIMP-IDX TO 1
               SEARCH WSS-RETIMP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WSS-RETIMP-PAIS (WSS-RETIMP-IDX) = CTA-PAIS
                       MOVE WSS-RETIMP-TASA (WSS-RETIMP-IDX)
                            TO WSS-TASA-RETENCION
               END-SEARCH
           END-IF
           .
       2240-BUSCA-RETIMP-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    SUMO LAS COMISIONES TODAVIA PENDIENTES DE LA CUENTA DE
      *    WSS-CLAVE-PEND, CON SU PRIMER Y ULTIMO PERIODO
      *-----------------------------------------------------------------*
       2300-SUMA-PENDIENTES.
           MOVE 0 TO WSS-CANT-COMISIONES
           MOVE 0 TO WSS-COMISIONES
           MOVE 0 TO WSS-PERIODO-DESDE
           MOVE 0 TO WSS-PERIODO-HASTA
           PERFORM 2310-SUMA-UNA-PENDIENTE
               VARYING WSS-PEND-IDX FROM 1 BY 1
               UNTIL WSS-PEND-IDX > WSS-PEND-CANT
           .
       2300-SUMA-PENDIENTES-EXIT. EXIT.

       2310-SUMA-UNA-PENDIENTE.
           IF WSS-PEND-VIGENTE (WSS-PEND-IDX)
              AND WSS-PEND-PAIS (WSS-PEND-IDX) = WSS-CP-PAIS
              AND WSS-PEND-SUC (WSS-PEND-IDX) = WSS-CP-SUC
              AND WSS-PEND-CUENTA (WSS-PEND-IDX) = WSS-CP-CUENTA
               ADD 1 TO WSS-CANT-COMISIONES
               ADD WSS-PEND-IMPORTE (WSS-PEND-IDX) TO WSS-COMISIONES
               IF WSS-PERIODO-DESDE = 0
                  OR WSS-PEND-PERIODO (WSS-PEND-IDX)
                     < WSS-PERIODO-DESDE
                   MOVE WSS-PEND-PERIODO (WSS-PEND-IDX)
                        TO WSS-PERIODO-DESDE
               END-IF
               IF WSS-PEND-PERIODO (WSS-PEND-IDX) > WSS-PERIODO-HASTA
                   MOVE WSS-PEND-PERIODO (WSS-PEND-IDX)
                        TO WSS-PERIODO-HASTA
               END-IF
           END-IF
           .
       2310-SUMA-UNA-PENDIENTE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    LO QUE QUEDA PARA PAGAR: SALDO + INTERES NETO - COMISIONES.
      *    UN SALDO DEUDOR NO SE CIERRA: EL CLIENTE DEBE CUBRIRLO ANTES
      *-----------------------------------------------------------------*
       2350-CALCULA-SALDO-A-PAGAR.
           COMPUTE WSS-SALDO-A-PAGAR =
               CTA-SALDO + WSS-INTERES-NETO - WSS-COMISIONES
           EVALUATE TRUE
               WHEN WSS-INTERES-NETO > 9999999.99 - CTA-SALDO
                   SET WSS-SOLICITUD-INVALIDA TO TRUE
                   MOVE 'SALDO DESBORDARIA' TO WSS-MOTIVO-RECHAZO
               WHEN WSS-COMISIONES > 9999999.99
                   SET WSS-SOLICITUD-INVALIDA TO TRUE
                   MOVE 'COMISIONES EXCEDEN EL MOVIM.'
                        TO WSS-MOTIVO-RECHAZO
               WHEN WSS-SALDO-A-PAGAR < 0
                   SET WSS-SOLICITUD-INVALIDA TO TRUE
                   MOVE 'SALDO DEUDOR, CUBRIR ANTES'
                        TO WSS-MOTIVO-RECHAZO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       2350-CALCULA-SALDO-A-PAGAR-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    LA CUENTA DESTINO DE LA TRANSFERENCIA, CON LOS MISMOS
      *    CONTROLES QUE APLICA APLICMOV A LA PATA DESTINO
      *-----------------------------------------------------------------*
       2400-VALIDA-DESTINO.
           MOVE CS-DEST-CUENTA-N TO DV-NUM-CUENTA
           CALL 'DIGIVER' USING AREADECOM-DIG
           EVALUATE TRUE
               WHEN DV-NUMERO-INVALIDO
                   SET WSS-SOLICITUD-INVALIDA TO TRUE
                   MOVE 'DIGITO VERIF. DESTINO ERRADO'
                        TO WSS-MOTIVO-RECHAZO
               WHEN CS-DEST-PAIS = CTA-PAIS
                    AND CS-DEST-SUCURSAL-N = CTA-SUCURSAL
                    AND CS-DEST-CUENTA-N = CTA-NUM-CUENTA
                   SET WSS-SOLICITUD-INVALIDA TO TRUE
                   MOVE 'DESTINO IGUAL AL ORIGEN' TO WSS-MOTIVO-RECHAZO
               WHEN OTHER
                   MOVE CS-DEST-PAIS       TO CTA-PAIS
                   MOVE CS-DEST-SUCURSAL-N TO CTA-SUCURSAL
                   MOVE CS-DEST-CUENTA-N   TO CTA-NUM-CUENTA
                   READ MAESTRO-CTA
                       KEY IS CTA-CLAVE-CUENTA
                   EVALUATE TRUE
                       WHEN FS-MAESTRO-CTA-SIN-CLAVE
                           SET WSS-SOLICITUD-INVALIDA TO TRUE
                           MOVE 'CUENTA DESTINO INEXISTENTE'
                                TO WSS-MOTIVO-RECHAZO
                       WHEN NOT FS-MAESTRO-CTA-OK
                           DISPLAY 'ERROR LECTURA CUENTAS.TXT FS: '
                                    FS-MAESTRO-CTA
                           PERFORM 9050-ERROR-FATAL
                       WHEN OTHER
                           PERFORM 2410-CONTROLA-DESTINO
                   END-EVALUATE
           END-EVALUATE
           .
       2400-VALIDA-DESTINO-EXIT. EXIT.

       2410-CONTROLA-DESTINO.
           EVALUATE TRUE
               WHEN CTA-ESTADO-BLOQUEADA
                   SET WSS-SOLICITUD-INVALIDA TO TRUE
                   MOVE 'CUENTA DESTINO BLOQUEADA'
                        TO WSS-MOTIVO-RECHAZO
               WHEN CTA-ESTADO-CERRADA
                   SET WSS-SOLICITUD-INVALIDA TO TRUE
                   MOVE 'CUENTA DESTINO CERRADA' TO WSS-MOTIVO-RECHAZO
               WHEN CTA-MONEDA NOT = WSS-MONEDA-CUENTA
                   SET WSS-SOLICITUD-INVALIDA TO TRUE
                   MOVE 'MONEDAS DISTINTAS' TO WSS-MOTIVO-RECHAZO
               WHEN WSS-SALDO-A-PAGAR > 9999999.99 - CTA-SALDO
                   SET WSS-SOLICITUD-INVALIDA TO TRUE
                   MOVE 'DEPOSITO DESBORDA DESTINO'
                        TO WSS-MOTIVO-RECHAZO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       2410-CONTROLA-DESTINO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    ARMO LA LIQUIDACION DE LA CUENTA QUE ESTA EN REG-MAESTRO-CTA
      *    CON LA REFERENCIA DE CADA MOVIMIENTO, LA GRABO ENTERA EN
      *    CIERLIQ.DAT Y RECIEN DESPUES LA APLICO
      *-----------------------------------------------------------------*
       2500-LIQUIDA-CUENTA.
           INITIALIZE REG-LIQUIDACION
           MOVE WSS-FECHA-NEGOCIO    TO LQ-FECHA
           MOVE WSS-LINEA-NRO        TO LQ-LINEA-SOLICITUD
           MOVE CTA-PAIS             TO LQ-PAIS
           MOVE CTA-SUCURSAL         TO LQ-SUCURSAL
           MOVE CTA-NUM-CUENTA       TO LQ-NUM-CUENTA
           MOVE CTA-NUM-CLIENTE      TO LQ-NUM-CLIENTE
           MOVE CTA-NOMBRE-TITULAR   TO LQ-NOMBRE-TITULAR
           MOVE CTA-MONEDA           TO LQ-MONEDA
           MOVE CTA-SALDO            TO LQ-SALDO-ANTERIOR

           MOVE WSS-TASA-APLICADA    TO LQ-TASA
           MOVE WSS-INTERES          TO LQ-INTERES-BRUTO
           MOVE WSS-TASA-RETENCION   TO LQ-TASA-RETENCION
           MOVE WSS-IMPUESTO         TO LQ-IMPUESTO
           MOVE WSS-INTERES-NETO     TO LQ-INTERES-NETO
           IF WSS-INTERES > 0
               MOVE WSS-DIAS-INTERES TO LQ-DIAS
           END-IF
           IF WSS-INTERES-NETO > 0
               PERFORM 2550-PROXIMA-REFERENCIA
               MOVE WSS-ULTIMA-REFERENCIA TO LQ-REF-INTERES
           END-IF

           MOVE WSS-CANT-COMISIONES  TO LQ-CANT-COMISIONES
           MOVE WSS-PERIODO-DESDE    TO LQ-PERIODO-DESDE
           MOVE WSS-PERIODO-HASTA    TO LQ-PERIODO-HASTA
           MOVE WSS-COMISIONES       TO LQ-IMPORTE-COMISIONES
           IF WSS-COMISIONES > 0
               PERFORM 2550-PROXIMA-REFERENCIA
               MOVE WSS-ULTIMA-REFERENCIA TO LQ-REF-COMISIONES
           END-IF

           MOVE CS-FORMA-PAGO        TO LQ-FORMA-PAGO
           MOVE WSS-SALDO-A-PAGAR    TO LQ-IMPORTE-PAGO
           IF WSS-SALDO-A-PAGAR > 0
               PERFORM 2550-PROXIMA-REFERENCIA
               MOVE WSS-ULTIMA-REFERENCIA TO LQ-REF-PAGO
               IF LQ-PAGO-TRANSFERENCIA
                   MOVE CS-DEST-PAIS       TO LQ-DEST-PAIS
                   MOVE CS-DEST-SUCURSAL-N TO LQ-DEST-SUCURSAL
                   MOVE CS-DEST-CUENTA-N   TO LQ-DEST-CUENTA
               ELSE
                   IF CS-BENEFICIARIO = SPACES
                       MOVE CTA-NOMBRE-TITULAR TO LQ-BENEFICIARIO
                   ELSE
                       MOVE CS-BENEFICIARIO    TO LQ-BENEFICIARIO
                   END-IF
               END-IF
           END-IF

           WRITE REG-LIQUIDACION
           IF NOT FS-LIQUIDACION-OK
               DISPLAY 'ERROR ESCRITURA CIERLIQ.DAT FS: '
                        FS-LIQUIDACION
               PERFORM 9050-ERROR-FATAL
           END-IF

           PERFORM 2600-MARCA-PENDIENTES
           PERFORM 3000-APLICA-LIQUIDACION
           ADD 1 TO WSS-CERRADAS
           .
       2500-LIQUIDA-CUENTA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    LAS REFERENCIAS DE CIERRES SALEN DE SU PROPIO RANGO, ASI
      *    NUNCA CHOCAN CON LAS QUE ASIGNAN LAS SUCURSALES
      *-----------------------------------------------------------------*
       2550-PROXIMA-REFERENCIA.
           IF WSS-ULTIMA-REFERENCIA >= WSS-TOPE-REFERENCIA
               DISPLAY 'CIERCTA: RANGO DE REFERENCIAS AGOTADO'
               PERFORM 9050-ERROR-FATAL
           END-IF
           ADD 1 TO WSS-ULTIMA-REFERENCIA
           .
       2550-PROXIMA-REFERENCIA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    LAS PENDIENTES DE LA CUENTA DE WSS-CLAVE-PEND QUEDAN
      *    COBRADAS: NO SE REGRABAN EN COMIPEND.DAT
      *-----------------------------------------------------------------*
       2600-MARCA-PENDIENTES.
           PERFORM 2610-MARCA-UNA-PENDIENTE
               VARYING WSS-PEND-IDX FROM 1 BY 1
               UNTIL WSS-PEND-IDX > WSS-PEND-CANT
           .
       2600-MARCA-PENDIENTES-EXIT. EXIT.

       2610-MARCA-UNA-PENDIENTE.
           IF WSS-PEND-VIGENTE (WSS-PEND-IDX)
              AND WSS-PEND-PAIS (WSS-PEND-IDX) = WSS-CP-PAIS
              AND WSS-PEND-SUC (WSS-PEND-IDX) = WSS-CP-SUC
              AND WSS-PEND-CUENTA (WSS-PEND-IDX) = WSS-CP-CUENTA
               SET WSS-PEND-COBRADA (WSS-PEND-IDX) TO TRUE
               ADD 1 TO WSS-PEND-MARCADAS
           END-IF
           .
       2610-MARCA-UNA-PENDIENTE-EXIT. EXIT.

       2900-GRABO-RECHAZO.
           MOVE WSS-LINEA-NRO      TO RZ-LINEA
           MOVE REG-SOLICITUD      TO RZ-SOLICITUD
           MOVE WSS-MOTIVO-RECHAZO TO RZ-MOTIVO

           WRITE REG-RECHAZO

           IF NOT FS-RECHAZOS-OK
               DISPLAY 'ERROR ESCRITURA CIERRECH.DAT FS: '
                        FS-RECHAZOS
               PERFORM 9050-ERROR-FATAL
           END-IF
           ADD 1 TO WSS-RECHAZADAS
           .
       2900-GRABO-RECHAZO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    APLICO LA LIQUIDACION QUE ESTA EN REG-LIQUIDACION: CADA
      *    MOVIMIENTO QUE TODAVIA NO ESTA EN LA HISTORIA SE ASIENTA
      *    (EN UNA CORRIDA NORMAL, TODOS) Y AL FINAL LA CUENTA QUEDA
      *    CERRADA CON SALDO CERO. UNA CUENTA YA CERRADA TIENE SU
      *    LIQUIDACION COMPLETA.
      *-----------------------------------------------------------------*
       3000-APLICA-LIQUIDACION.
           PERFORM 3050-LEE-CUENTA-LIQUIDADA
           IF CTA-ESTADO-CERRADA
               SET WSS-LIQ-YA-APLICADA TO TRUE
           ELSE
               SET WSS-LIQ-A-APLICAR TO TRUE
               MOVE LQ-SALDO-ANTERIOR TO WSS-SALDO-CORRIDO

               IF LQ-REF-INTERES NOT = 0
                   ADD LQ-INTERES-NETO TO WSS-SALDO-CORRIDO
                   MOVE 'L'               TO WSS-MOV-TIPO
                   MOVE LQ-INTERES-NETO   TO WSS-MOV-IMPORTE
                   MOVE LQ-REF-INTERES    TO WSS-MOV-REFERENCIA
                   PERFORM 3100-GRABA-MOV-CUENTA
                   ADD LQ-INTERES-BRUTO TO WSS-TOTAL-INTERES
                   ADD LQ-IMPUESTO      TO WSS-TOTAL-RETENCION
               END-IF

               IF LQ-REF-COMISIONES NOT = 0
                   SUBTRACT LQ-IMPORTE-COMISIONES
                       FROM WSS-SALDO-CORRIDO
                   MOVE 'K'                   TO WSS-MOV-TIPO
                   MOVE LQ-IMPORTE-COMISIONES TO WSS-MOV-IMPORTE
                   MOVE LQ-REF-COMISIONES     TO WSS-MOV-REFERENCIA
                   PERFORM 3100-GRABA-MOV-CUENTA
                   ADD LQ-IMPORTE-COMISIONES TO WSS-TOTAL-COMISIONES
               END-IF

               IF LQ-REF-PAGO NOT = 0
                   SUBTRACT LQ-IMPORTE-PAGO FROM WSS-SALDO-CORRIDO
                   MOVE 'E'             TO WSS-MOV-TIPO
                   MOVE LQ-IMPORTE-PAGO TO WSS-MOV-IMPORTE
                   MOVE LQ-REF-PAGO     TO WSS-MOV-REFERENCIA
                   PERFORM 3100-GRABA-MOV-CUENTA
                   IF LQ-PAGO-TRANSFERENCIA
                       PERFORM 3200-ACREDITA-DESTINO
                       ADD LQ-IMPORTE-PAGO TO WSS-TOTAL-TRANSFERIDO
                   ELSE
                       ADD LQ-IMPORTE-PAGO TO WSS-TOTAL-CHEQUES
                   END-IF
               END-IF

               PERFORM 3300-CIERRA-CUENTA
           END-IF
           .
       3000-APLICA-LIQUIDACION-EXIT. EXIT.

       3050-LEE-CUENTA-LIQUIDADA.
           MOVE LQ-PAIS       TO CTA-PAIS
           MOVE LQ-SUCURSAL   TO CTA-SUCURSAL
           MOVE LQ-NUM-CUENTA TO CTA-NUM-CUENTA
           READ MAESTRO-CTA
               KEY IS CTA-CLAVE-CUENTA
           IF NOT FS-MAESTRO-CTA-OK
               DISPLAY 'CIERCTA: NO SE PUEDE APLICAR EL CIERRE DE '
                        LQ-PAIS ' ' LQ-SUCURSAL ' ' LQ-NUM-CUENTA
                       ' CUENTAS.TXT FS: ' FS-MAESTRO-CTA
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       3050-LEE-CUENTA-LIQUIDADA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    ASIENTO EN LA HISTORIA DE LA CUENTA A CERRAR EL MOVIMIENTO
      *    WSS-MOV-*, CON EL SALDO QUE VA DEJANDO LA LIQUIDACION, SALVO
      *    QUE YA ESTE (RECORRIDA)
      *-----------------------------------------------------------------*
       3100-GRABA-MOV-CUENTA.
           MOVE LQ-PAIS            TO MH-PAIS
           MOVE LQ-SUCURSAL        TO MH-SUCURSAL
           MOVE LQ-NUM-CUENTA      TO MH-NUM-CUENTA
           MOVE LQ-FECHA           TO MH-FECHA-VALOR
           MOVE WSS-MOV-REFERENCIA TO MH-REFERENCIA
           READ HISTORIA
               KEY IS MH-CLAVE-MOV
           EVALUATE TRUE
               WHEN FS-HISTORIA-OK
                   CONTINUE
               WHEN FS-HISTORIA-SIN-CLAVE
                   MOVE WSS-FECHA-NEGOCIO   TO MH-FECHA-PROCESO
                   MOVE WSS-MOV-TIPO        TO MH-TIPO
                   MOVE WSS-MOV-IMPORTE     TO MH-IMPORTE
                   MOVE WSS-SALDO-CORRIDO   TO MH-SALDO-RESULTANTE
                   MOVE 0                   TO MH-REF-ORIGINAL
                   MOVE SPACES              TO MH-TIPO-ORIGINAL
                   WRITE REG-HISTORIA
                   IF NOT FS-HISTORIA-OK
                       DISPLAY 'ERROR ESCRITURA MOVHIST.DAT FS: '
                                FS-HISTORIA
                       PERFORM 9050-ERROR-FATAL
                   END-IF
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA MOVHIST.DAT FS: '
                            FS-HISTORIA
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       3100-GRABA-MOV-CUENTA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    PATA DESTINO DE LA TRANSFERENCIA: SI SU 'D' NO ESTA EN LA
      *    HISTORIA, ACREDITO LA CUENTA DESTINO Y LO GRABO
      *-----------------------------------------------------------------*
       3200-ACREDITA-DESTINO.
           MOVE LQ-DEST-PAIS     TO MH-PAIS
           MOVE LQ-DEST-SUCURSAL TO MH-SUCURSAL
           MOVE LQ-DEST-CUENTA   TO MH-NUM-CUENTA
           MOVE LQ-FECHA         TO MH-FECHA-VALOR
           MOVE LQ-REF-PAGO      TO MH-REFERENCIA
           READ HISTORIA
               KEY IS MH-CLAVE-MOV
           EVALUATE TRUE
               WHEN FS-HISTORIA-OK
                   CONTINUE
               WHEN FS-HISTORIA-SIN-CLAVE
                   PERFORM 3250-APLICA-EN-DESTINO
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA MOVHIST.DAT FS: '
                            FS-HISTORIA
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       3200-ACREDITA-DESTINO-EXIT. EXIT.

       3250-APLICA-EN-DESTINO.
           MOVE LQ-DEST-PAIS     TO CTA-PAIS
           MOVE LQ-DEST-SUCURSAL TO CTA-SUCURSAL
           MOVE LQ-DEST-CUENTA   TO CTA-NUM-CUENTA
           READ MAESTRO-CTA
               KEY IS CTA-CLAVE-CUENTA
           IF NOT FS-MAESTRO-CTA-OK
               DISPLAY 'CIERCTA: NO SE PUEDE ACREDITAR EL DESTINO '
                        LQ-DEST-PAIS ' ' LQ-DEST-SUCURSAL ' '
                        LQ-DEST-CUENTA ' CUENTAS.TXT FS: '
                        FS-MAESTRO-CTA
               PERFORM 9050-ERROR-FATAL
           END-IF
           ADD LQ-IMPORTE-PAGO TO CTA-SALDO
           REWRITE REG-MAESTRO-CTA
           IF NOT FS-MAESTRO-CTA-OK
               DISPLAY 'ERROR REESCRITURA DESTINO FS: '
                        FS-MAESTRO-CTA
               PERFORM 9050-ERROR-FATAL
           END-IF

           MOVE WSS-FECHA-NEGOCIO   TO MH-FECHA-PROCESO
           MOVE LQ-DEST-PAIS        TO MH-PAIS
           MOVE LQ-DEST-SUCURSAL    TO MH-SUCURSAL
           MOVE LQ-DEST-CUENTA      TO MH-NUM-CUENTA
           MOVE 'D'                 TO MH-TIPO
           MOVE LQ-IMPORTE-PAGO     TO MH-IMPORTE
           MOVE LQ-FECHA            TO MH-FECHA-VALOR
           MOVE CTA-SALDO           TO MH-SALDO-RESULTANTE
           MOVE LQ-REF-PAGO         TO MH-REFERENCIA
           MOVE 0                   TO MH-REF-ORIGINAL
           MOVE SPACES              TO MH-TIPO-ORIGINAL
           WRITE REG-HISTORIA
           IF NOT FS-HISTORIA-OK
               DISPLAY 'ERROR ESCRITURA MOVHIST.DAT FS: ' FS-HISTORIA
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       3250-APLICA-EN-DESTINO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CON TODO ASENTADO, LA CUENTA PASA A CERRADA CON EL SALDO QUE
      *    DEJO LA LIQUIDACION (CERO)
      *-----------------------------------------------------------------*
       3300-CIERRA-CUENTA.
           PERFORM 3050-LEE-CUENTA-LIQUIDADA
           MOVE WSS-SALDO-CORRIDO TO CTA-SALDO
           SET CTA-ESTADO-CERRADA TO TRUE
           REWRITE REG-MAESTRO-CTA
           IF NOT FS-MAESTRO-CTA-OK
               DISPLAY 'ERROR REESCRITURA CUENTAS.TXT FS: '
                        FS-MAESTRO-CTA
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       3300-CIERRA-CUENTA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    UNA PASADA FINAL POR LAS LIQUIDACIONES DE LA FECHA: EL
      *    CERTIFICADO DE CIERRE DE CADA CUENTA Y LOS CHEQUES DE
      *    GERENCIA A EMITIR. SALEN ENTEROS DE CIERLIQ.DAT, ASI QUE UNA
      *    RECORRIDA LOS VUELVE A ARMAR COMPLETOS.
      *-----------------------------------------------------------------*
       4000-CERTIFICADOS.
           CLOSE LIQUIDACION
           OPEN INPUT LIQUIDACION
           IF NOT FS-LIQUIDACION-OK
               DISPLAY 'ERROR APERTURA CIERLIQ.DAT FS: ' FS-LIQUIDACION
               PERFORM 9050-ERROR-FATAL
           END-IF

           OPEN OUTPUT CERTIFICADOS
           IF NOT FS-CERTIFICADOS-OK
               DISPLAY 'ERROR APERTURA CIERCERT.DAT FS: '
                        FS-CERTIFICADOS
               PERFORM 9050-ERROR-FATAL
           END-IF

           OPEN OUTPUT CHEQUES
           IF NOT FS-CHEQUES-OK
               DISPLAY 'ERROR APERTURA CHQGER.DAT FS: ' FS-CHEQUES
               PERFORM 9050-ERROR-FATAL
           END-IF

           PERFORM 4900-LECTURA-LIQUIDACION
           PERFORM 4050-EMITE-LIQUIDACION UNTIL FS-LIQUIDACION-FIN
           .
       4000-CERTIFICADOS-EXIT. EXIT.

       4050-EMITE-LIQUIDACION.
           IF LQ-FECHA = WSS-FECHA-NEGOCIO
               PERFORM 4100-IMPRIME-CERTIFICADO
               IF LQ-PAGO-CHEQUE AND LQ-REF-PAGO NOT = 0
                   PERFORM 4200-GRABA-CHEQUE
               END-IF
           END-IF
           PERFORM 4900-LECTURA-LIQUIDACION
           .
       4050-EMITE-LIQUIDACION-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CERTIFICADO: DATOS DE LA CUENTA, SALDO ANTERIOR, CADA
      *    MOVIMIENTO DEL CIERRE CON EL SALDO QUE DEJA Y EL SALDO CERO
      *-----------------------------------------------------------------*
       4100-IMPRIME-CERTIFICADO.
           MOVE LQ-PAIS           TO WSS-CER3-PAIS
           MOVE LQ-SUCURSAL       TO WSS-CER3-SUC
           MOVE LQ-NUM-CUENTA     TO WSS-CER3-CUENTA
           MOVE LQ-MONEDA         TO WSS-CER3-MONEDA
           MOVE LQ-NOMBRE-TITULAR TO WSS-CER4-TITULAR
           MOVE LQ-NUM-CLIENTE    TO WSS-CER4-CLIENTE

           MOVE WSS-CER-1         TO REG-CERTIFICADO
           PERFORM 5200-WRITE-CERTIFICADO
           MOVE WSS-CER-2         TO REG-CERTIFICADO
           PERFORM 5200-WRITE-CERTIFICADO
           MOVE WSS-CER-3         TO REG-CERTIFICADO
           PERFORM 5200-WRITE-CERTIFICADO
           MOVE WSS-CER-4         TO REG-CERTIFICADO
           PERFORM 5200-WRITE-CERTIFICADO
           MOVE WSS-CER-GUIONES   TO REG-CERTIFICADO
           PERFORM 5200-WRITE-CERTIFICADO
           MOVE WSS-CER-5         TO REG-CERTIFICADO
           PERFORM 5200-WRITE-CERTIFICADO
           MOVE WSS-CER-GUIONES   TO REG-CERTIFICADO
           PERFORM 5200-WRITE-CERTIFICADO

           MOVE LQ-SALDO-ANTERIOR TO WSS-CER-SALDO-CORRIDO
           MOVE SPACES            TO WSS-CERM-REFERENCIA
           MOVE 'SALDO ANTERIOR'  TO WSS-CERM-CONCEPTO
           MOVE SPACES            TO WSS-CERM-IMPORTE
           PERFORM 4150-LINEA-MOVIMIENTO

           IF LQ-REF-INTERES NOT = 0
               ADD LQ-INTERES-NETO TO WSS-CER-SALDO-CORRIDO
               MOVE LQ-REF-INTERES    TO WSS-CERM-REFERENCIA
               MOVE 'INTERES AL CIERRE (NETO)' TO WSS-CERM-CONCEPTO
               MOVE LQ-INTERES-NETO   TO WSS-CER-IMPORTE-ED
               MOVE WSS-CER-IMPORTE-ED TO WSS-CERM-IMPORTE
               PERFORM 4150-LINEA-MOVIMIENTO
               MOVE LQ-TASA           TO WSS-CER-TASA-ED
               MOVE LQ-INTERES-BRUTO  TO WSS-CER-BRUTO-ED
               MOVE SPACES            TO WSS-CERD-TEXTO
               STRING LQ-DIAS ' DIAS AL ' WSS-CER-TASA-ED
                      ' % MENSUAL - BRUTO ' WSS-CER-BRUTO-ED
                      DELIMITED BY SIZE INTO WSS-CERD-TEXTO
               PERFORM 4160-LINEA-DETALLE
               MOVE LQ-TASA-RETENCION TO WSS-CER-RETEN-ED
               MOVE LQ-IMPUESTO       TO WSS-CER-IMPUESTO-ED
               MOVE SPACES            TO WSS-CERD-TEXTO
               STRING 'RETENCION IMPOSITIVA ' WSS-CER-RETEN-ED
                      ' % - ' WSS-CER-IMPUESTO-ED
                      DELIMITED BY SIZE INTO WSS-CERD-TEXTO
               PERFORM 4160-LINEA-DETALLE
           END-IF

           IF LQ-REF-COMISIONES NOT = 0
               SUBTRACT LQ-IMPORTE-COMISIONES
                   FROM WSS-CER-SALDO-CORRIDO
               MOVE LQ-REF-COMISIONES TO WSS-CERM-REFERENCIA
               MOVE 'COMISIONES PENDIENTES' TO WSS-CERM-CONCEPTO
               MOVE LQ-IMPORTE-COMISIONES TO WSS-CER-IMPORTE-ED
               MOVE WSS-CER-IMPORTE-ED TO WSS-CERM-IMPORTE
               PERFORM 4150-LINEA-MOVIMIENTO
               MOVE SPACES            TO WSS-CERD-TEXTO
               STRING LQ-CANT-COMISIONES ' PERIODO(S) DEL '
                      LQ-PERIODO-DESDE ' AL ' LQ-PERIODO-HASTA
                      DELIMITED BY SIZE INTO WSS-CERD-TEXTO
               PERFORM 4160-LINEA-DETALLE
           END-IF

           IF LQ-REF-PAGO NOT = 0
               SUBTRACT LQ-IMPORTE-PAGO FROM WSS-CER-SALDO-CORRIDO
               MOVE LQ-REF-PAGO       TO WSS-CERM-REFERENCIA
               MOVE LQ-IMPORTE-PAGO   TO WSS-CER-IMPORTE-ED
               MOVE WSS-CER-IMPORTE-ED TO WSS-CERM-IMPORTE
               MOVE SPACES            TO WSS-CERD-TEXTO
               IF LQ-PAGO-TRANSFERENCIA
                   MOVE 'PAGO POR TRANSFERENCIA' TO WSS-CERM-CONCEPTO
                   STRING 'A LA CUENTA ' LQ-DEST-PAIS ' '
                          LQ-DEST-SUCURSAL ' ' LQ-DEST-CUENTA
                          DELIMITED BY SIZE INTO WSS-CERD-TEXTO
               ELSE
                   MOVE 'PAGO CON CHEQUE DE GERENCIA'
                        TO WSS-CERM-CONCEPTO
                   STRING 'A LA ORDEN DE ' LQ-BENEFICIARIO
                          DELIMITED BY SIZE INTO WSS-CERD-TEXTO
               END-IF
               PERFORM 4150-LINEA-MOVIMIENTO
               PERFORM 4160-LINEA-DETALLE
           END-IF

           MOVE WSS-CER-GUIONES   TO REG-CERTIFICADO
           PERFORM 5200-WRITE-CERTIFICADO
           MOVE SPACES            TO WSS-CERM-REFERENCIA
           MOVE 'SALDO FINAL'     TO WSS-CERM-CONCEPTO
           MOVE SPACES            TO WSS-CERM-IMPORTE
           PERFORM 4150-LINEA-MOVIMIENTO
           MOVE WSS-CER-CIERRE    TO REG-CERTIFICADO
           PERFORM 5200-WRITE-CERTIFICADO
           MOVE WSS-CER-SEPARADOR TO REG-CERTIFICADO
           PERFORM 5200-WRITE-CERTIFICADO
           ADD 1 TO WSS-CERTIFICADOS
           .
       4100-IMPRIME-CERTIFICADO-EXIT. EXIT.

       4150-LINEA-MOVIMIENTO.
           MOVE WSS-CER-SALDO-CORRIDO TO WSS-CERM-SALDO
           MOVE WSS-CER-MOVIMIENTO    TO REG-CERTIFICADO
           PERFORM 5200-WRITE-CERTIFICADO
           .
       4150-LINEA-MOVIMIENTO-EXIT. EXIT.

       4160-LINEA-DETALLE.
           MOVE WSS-CER-DETALLE TO REG-CERTIFICADO
           PERFORM 5200-WRITE-CERTIFICADO
           .
       4160-LINEA-DETALLE-EXIT. EXIT.

       4200-GRABA-CHEQUE.
           MOVE LQ-FECHA          TO CG-FECHA
           MOVE LQ-PAIS           TO CG-PAIS
           MOVE LQ-SUCURSAL       TO CG-SUCURSAL
           MOVE LQ-NUM-CUENTA     TO CG-NUM-CUENTA
           MOVE LQ-REF-PAGO       TO CG-REFERENCIA
           MOVE LQ-MONEDA         TO CG-MONEDA
           MOVE LQ-IMPORTE-PAGO   TO CG-IMPORTE
           MOVE LQ-BENEFICIARIO   TO CG-BENEFICIARIO

           WRITE REG-CHEQUE

           IF NOT FS-CHEQUES-OK
               DISPLAY 'ERROR ESCRITURA CHQGER.DAT FS: ' FS-CHEQUES
               PERFORM 9050-ERROR-FATAL
           END-IF
           ADD 1 TO WSS-CHEQUES-EMITIDOS
           .
       4200-GRABA-CHEQUE-EXIT. EXIT.

       4900-LECTURA-LIQUIDACION.
           READ LIQUIDACION
           IF NOT FS-LIQUIDACION-OK AND NOT FS-LIQUIDACION-FIN
               DISPLAY 'ERROR LECTURA CIERLIQ.DAT FS: ' FS-LIQUIDACION
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       4900-LECTURA-LIQUIDACION-EXIT. EXIT.

       5000-LECTURA-SOLICITUD.
           READ SOLICITUDES
           EVALUATE TRUE
               WHEN FS-SOLICITUDES-OK
                   ADD 1 TO WSS-LINEA-NRO
                   ADD 1 TO WSS-SOLICITUDES-LEIDAS
               WHEN FS-SOLICITUDES-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA CIERSOL.DAT FS: '
                            FS-SOLICITUDES
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       5000-LECTURA-SOLICITUD-EXIT. EXIT.

       5200-WRITE-CERTIFICADO.
           WRITE REG-CERTIFICADO
           IF NOT FS-CERTIFICADOS-OK
               DISPLAY 'ERROR ESCRITURA CIERCERT.DAT FS: '
                        FS-CERTIFICADOS
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       5200-WRITE-CERTIFICADO-EXIT. EXIT.

       9050-ERROR-FATAL.
           MOVE 8 TO RETURN-CODE
           PERFORM 9000-FINALIZAR
           .
       9050-ERROR-FATAL-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CIERRO ARCHIVOS Y DISPLAYO TOTALES DE CONTROL. LAS
      *    PENDIENTES SE REGRABAN SIN LAS COBRADAS SIEMPRE QUE SE HAYA
      *    MARCADO ALGUNA, TAMBIEN TRAS UN ERROR FATAL: LO YA COBRADO
      *    QUEDO EN LA LIQUIDACION, Y LA RECORRIDA LO TERMINA DE
      *    APLICAR. LA FECHA SOLO QUEDA COMPLETADA EN UNA CORRIDA SIN
      *    ERROR FATAL.
      *-----------------------------------------------------------------*
       9000-FINALIZAR.
           IF WSS-PEND-CARGADA AND WSS-PEND-MARCADAS > 0
               PERFORM 9400-REGRABA-PENDIENTES
           END-IF
           IF WSS-NUMERACION-CARGADA
               IF RETURN-CODE < 8
                   MOVE 'C' TO CC-ESTADO
               ELSE
                   MOVE 'E' TO CC-ESTADO
               END-IF
               PERFORM 9200-GRABA-CONTROL-CIE
           END-IF
           PERFORM 9100-TOTALES-DE-CONTROL
           PERFORM 9160-ESTAMPA-CORRIDA
           CLOSE MAESTRO-CTA
           CLOSE HISTORIA
           CLOSE SOLICITUDES
           CLOSE LIQUIDACION
           CLOSE RECHAZOS
           CLOSE CERTIFICADOS
           CLOSE CHEQUES
           STOP RUN
           .
       9000-FINALIZAR-EXIT. EXIT.

       9100-TOTALES-DE-CONTROL.
           DISPLAY '-------------------------------'
           DISPLAY '- FECHA DE NEGOCIO: ' WSS-FECHA-NEGOCIO
           DISPLAY '- SOLICITUDES LEIDAS: ' WSS-SOLICITUDES-LEIDAS
           DISPLAY '- CUENTAS CERRADAS: ' WSS-CERRADAS
           DISPLAY '- SOLICITUDES RECHAZADAS: ' WSS-RECHAZADAS
           IF WSS-ES-RECORRIDA
               DISPLAY '- SOLICITUDES YA LIQUIDADAS (RECORRIDA): '
                        WSS-YA-LIQUIDADAS
               DISPLAY '- CIERRES COMPLETADOS (RECORRIDA): '
                        WSS-COMPLETADAS
           END-IF
           DISPLAY '- CERTIFICADOS EMITIDOS: ' WSS-CERTIFICADOS
           DISPLAY '- CHEQUES DE GERENCIA A EMITIR: '
                    WSS-CHEQUES-EMITIDOS
           DISPLAY '- INTERES BRUTO LIQUIDADO: ' WSS-TOTAL-INTERES
           DISPLAY '- RETENCION IMPOSITIVA: ' WSS-TOTAL-RETENCION
           DISPLAY '- COMISIONES PENDIENTES COBRADAS: '
                    WSS-TOTAL-COMISIONES
           DISPLAY '- PAGADO POR TRANSFERENCIA: '
                    WSS-TOTAL-TRANSFERIDO
           DISPLAY '- PAGADO CON CHEQUE DE GERENCIA: '
                    WSS-TOTAL-CHEQUES
           DISPLAY '- ULTIMA REFERENCIA USADA: ' WSS-ULTIMA-REFERENCIA
           DISPLAY '-------------------------------'

           IF RETURN-CODE = 0 AND WSS-RECHAZADAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           .
       9100-TOTALES-DE-CONTROL-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    ESTAMPO EL RESULTADO DEL PASO EN EL CONTROL DE CORRIDAS
      *-----------------------------------------------------------------*
       9160-ESTAMPA-CORRIDA.
           SET CTL-FUNCION-FIN TO TRUE
           MOVE 'CIERCTA'  TO CTL-PROGRAMA
           MOVE SPACES     TO CTL-PREDECESOR
           MOVE RETURN-CODE TO CTL-RETORNO-JOB
           CALL 'RUNCTL' USING AREADECOM-CTL
      *    EL GOBACK DE LA RUTINA DEJA EN RETURN-CODE EL DE ELLA (0):
      *    REPONGO EL RETORNO DEL PASO PARA QUE LLEGUE INTACTO AL JOB
           MOVE CTL-RETORNO-JOB TO RETURN-CODE
           IF NOT CTL-OK
               DISPLAY 'CIERCTA: NO SE PUDO ESTAMPAR EL CONTROL DE '
                       'CORRIDAS'
           END-IF
           .
       9160-ESTAMPA-CORRIDA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    GRABO EL CONTROL: ULTIMA REFERENCIA, FECHA Y ESTADO
      *    (CC-ESTADO VIENE CARGADO POR EL QUE LLAMA)
      *-----------------------------------------------------------------*
       9200-GRABA-CONTROL-CIE.
           MOVE WSS-ULTIMA-REFERENCIA TO CC-ULTIMA-REFERENCIA
           MOVE WSS-FECHA-NEGOCIO     TO CC-FECHA
           OPEN OUTPUT CONTROL-CIE
           IF FS-CONTROL-CIE-OK
               WRITE REG-CONTROL-CIE
               CLOSE CONTROL-CIE
           END-IF
           IF NOT FS-CONTROL-CIE-OK
               DISPLAY 'ERROR GRABACION CIECTL.DAT FS: '
                        FS-CONTROL-CIE
               MOVE 8 TO RETURN-CODE
           END-IF
           .
       9200-GRABA-CONTROL-CIE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    REGRABO COMIPEND.DAT SOLO CON LAS COMISIONES QUE SIGUEN
      *    PENDIENTES (LAS DE LAS CUENTAS QUE NO SE CERRARON)
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
