      ******************************************************************
      * Author:    VERONICA ALARCON
      * Date:      2026-10-15
      * Purpose:   PLAZOS FIJOS: CONSTITUCION, VENCIMIENTO Y RENOVACION.
      *            HASTA AHORA EL BANCO NO PODIA REGISTRAR UN DEPOSITO A
      *            PLAZO; LO MAS PARECIDO ERA EL INTERES MENSUAL QUE
      *            INTERES ACREDITA A LAS CUENTAS A LA VISTA. EL
      *            MAESTRO INDEXED PLAZOS.DAT (VER PLAZOFC.CPY) GUARDA
      *            CADA PLAZO ATADO A SU CUENTA DE FONDEO DE
      *            CUENTAS.TXT: CAPITAL, MONEDA, TASA, FECHA DE ALTA,
      *            VENCIMIENTO E INSTRUCCION DE RENOVACION.
      *            CORRE CADA NOCHE DESPUES DE PIPEDRV, SOBRE LA FECHA
      *            DE NEGOCIO DEL CONTROL DE CORRIDAS:
      *            1) CONSTITUCIONES: CADA LINEA DE PFSOLIC.DAT
      *               (OPCIONAL) QUE PASA LAS VALIDACIONES DEBITA EL
      *               CAPITAL DE LA CUENTA (MOVHIST.DAT TIPO 'F') Y DA
      *               DE ALTA EL PLAZO A LA TASA VIGENTE DE PFTASA.DAT
      *               PARA SU PAIS/MONEDA/PLAZO; EL VENCIMIENTO SE
      *               CORRE AL PRIMER DIA HABIL DEL PAIS (CALENDAR.DAT,
      *               VIA FECHAVAL). LAS QUE NO PASAN VAN A PFRECH.DAT.
      *            2) VENCIMIENTOS: CADA PLAZO VIGENTE QUE VENCE EN LA
      *               FECHA DE NEGOCIO (O ANTES, SI QUEDO DEMORADO) SE
      *               LIQUIDA: INTERES POR LOS DIAS CORRIDOS MENOS LA
      *               RETENCION DEL PAIS (RETIMP.DAT, COMO INTERES). SE
      *               PAGA CAPITAL MAS NETO A LA CUENTA (MOVHIST.DAT
      *               TIPO 'V') O SE RENUEVA A LA TASA VIGENTE, SEGUN
      *               LA INSTRUCCION DEL PLAZO.
      *            3) ESCALERA DE VENCIMIENTOS POR PAIS/MONEDA
      *               (PFVTOS.DAT) Y TOTALES DE LA CARTERA VIGENTE POR
      *               SUCURSAL Y PAIS EN EL FORMATO DE SALDOS.DAT
      *               (PFSALDOS.DAT) PARA CONCILIA Y GENASIEN.
      *            CADA OPERACION QUEDA EN EL DETALLE PLAZDET.DAT (VER
      *            PLAZDETC.CPY). LAS REFERENCIAS SALEN DEL RANGO
      *            RESERVADO A PLAZOS FIJOS (VER MOVHISTC.CPY),
      *            NUMERADAS CON EL CONTROL PFCTL.DAT, QUE TAMBIEN
      *            MARCA LA FECHA EN PROCESO: LA RECORRIDA DE UNA NOCHE
      *            QUE ABORTO COMPLETA LOS MOVIMIENTOS DE CUENTA Y LAS
      *            LINEAS DEL DETALLE QUE HAYAN QUEDADO SIN GRABAR Y NO
      *            VUELVE A CONSTITUIR LAS SOLICITUDES YA PROCESADAS.
      *            EL DISPONIBLE PARA CONSTITUIR DESCUENTA LAS
      *            RETENCIONES DE RETENES.DAT Y LOS CHEQUES PENDIENTES
      *            EN CANJE DE CHQCANJ.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAZOFIJ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      ******************************************************************
       FILE-CONTROL.
           SELECT PLAZOS ASSIGN TO "PLAZOS.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PF-CLAVE-PLAZO
           FILE STATUS FS-PLAZOS.
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
           SELECT SOLICITUDES ASSIGN TO "PFSOLIC.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SOLICITUDES.
           SELECT TASAS ASSIGN TO "PFTASA.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-TASAS.
           SELECT RETENCIONES ASSIGN TO "RETENES.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-RETENCIONES.
           SELECT CHEQUES ASSIGN TO "CHQCANJ.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CHEQUES.
           SELECT IMPUESTOS ASSIGN TO "RETIMP.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-IMPUESTOS.
           SELECT CONTROL-PF ASSIGN TO "PFCTL.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CONTROL-PF.
           SELECT RECHAZOS ASSIGN TO "PFRECH.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-RECHAZOS.
           SELECT DETALLE ASSIGN TO "PLAZDET.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-DETALLE.
           SELECT REPORTE ASSIGN TO "PFVTOS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-REPORTE.
           SELECT SALDOS-PF ASSIGN TO "PFSALDOS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALDOS-PF.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  PLAZOS.
           01  REG-PLAZO.
               COPY PLAZOFC.
       FD  MAESTRO-CTA.
           01  REG-MAESTRO-CTA.
               COPY CUENTASC.
       FD  HISTORIA.
           01  REG-HISTORIA.
               COPY MOVHISTC.
      *    SOLICITUD DE CONSTITUCION, TIPEADA POR LA SUCURSAL. LOS
      *    NUMERICOS SE RECIBEN COMO TEXTO Y SE VALIDAN CON SU VISTA
      *    NUMERICA
       FD  SOLICITUDES.
           01  REG-SOLICITUD.
               05 SO-PAIS               PIC X(03).
               05 SO-SUCURSAL           PIC X(02).
               05 SO-SUCURSAL-N REDEFINES SO-SUCURSAL
                                        PIC 9(02).
               05 SO-NUM-CUENTA         PIC X(10).
               05 SO-NUM-CUENTA-N REDEFINES SO-NUM-CUENTA
                                        PIC 9(10).
               05 SO-CAPITAL            PIC X(09).
               05 SO-CAPITAL-N REDEFINES SO-CAPITAL
                                        PIC 9(07)V99.
               05 SO-PLAZO-DIAS         PIC X(04).
               05 SO-PLAZO-DIAS-N REDEFINES SO-PLAZO-DIAS
                                        PIC 9(04).
      *        'P' PAGAR / 'C' RENOVAR CAPITAL / 'T' RENOVAR TOTAL
               05 SO-INSTRUCCION        PIC X(01).
                   88 SO-INSTRUCCION-VALIDA       VALUE 'P' 'C' 'T'.
      *    TASA NOMINAL ANUAL POR PAIS/MONEDA Y TRAMO DE PLAZO: RIGE LA
      *    LINEA DE MENOR TP-DIAS-HASTA QUE CUBRA EL PLAZO PEDIDO
       FD  TASAS.
           01  REG-TASA.
               05 TP-PAIS               PIC X(03).
               05 TP-MONEDA             PIC X(03).
               05 TP-DIAS-HASTA         PIC 9(04).
               05 TP-TASA               PIC 9(02)V9(04).
       FD  RETENCIONES.
           01  REG-RETENCION.
               COPY RETENESC.
       FD  CHEQUES.
           01  REG-CHEQUE.
               COPY CHQCANJC.
       FD  IMPUESTOS.
           01  REG-IMPUESTO.
               05 RI-PAIS               PIC X(03).
               05 RI-TASA               PIC 9(02)V9(04).
       FD  CONTROL-PF.
           01  REG-CONTROL-PF.
               05 PC-ULTIMA-REFERENCIA  PIC 9(09).
               05 PC-ULTIMO-PLAZO       PIC 9(08).
               05 PC-FECHA              PIC 9(08).
      *        'E' EN PROCESO / 'C' COMPLETADA
               05 PC-ESTADO             PIC X(01).
       FD  RECHAZOS.
           01  REG-RECHAZO.
               05 RZ-LINEA              PIC 9(06).
               05 RZ-SOLICITUD          PIC X(29).
               05 RZ-MOTIVO             PIC X(30).
       FD  DETALLE.
           01  REG-DETALLE.
               COPY PLAZDETC.
       FD  REPORTE.
           01  REG-REPORTE              PIC X(80).
      *    MISMO FORMATO QUE SALDOS.DAT DE CORTE2: UN REGISTRO POR
      *    SUCURSAL Y, DESPUES DE LAS DE CADA PAIS, EL DEL PAIS CON
      *    SUCURSAL 00
       FD  SALDOS-PF.
           01  REG-SALDO-PF.
               05 SP-COD-PAIS           PIC X(03).
               05 SP-COD-SUC            PIC 9(02).
               05 SP-CANTIDAD           PIC 9(06).
               05 SP-SALDO              PIC S9(09)V99.
               05 SP-MONEDA             PIC X(03).

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05  FS-PLAZOS               PIC X(02).
                   88 FS-PLAZOS-OK                 VALUE '00'.
                   88 FS-PLAZOS-FIN                VALUE '10'.
                   88 FS-PLAZOS-DUPLICADO          VALUE '22'.
                   88 FS-PLAZOS-NO-EXISTE          VALUE '35'.
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
           05  FS-RETENCIONES          PIC X(02).
                   88 FS-RETENCIONES-OK            VALUE '00'.
                   88 FS-RETENCIONES-FIN           VALUE '10'.
                   88 FS-RETENCIONES-NO-EXISTE     VALUE '35'.
           05  FS-CHEQUES              PIC X(02).
                   88 FS-CHEQUES-OK                VALUE '00'.
                   88 FS-CHEQUES-FIN               VALUE '10'.
                   88 FS-CHEQUES-NO-EXISTE         VALUE '35'.
           05  FS-IMPUESTOS            PIC X(02).
                   88 FS-IMPUESTOS-OK              VALUE '00'.
                   88 FS-IMPUESTOS-FIN             VALUE '10'.
                   88 FS-IMPUESTOS-NO-EXISTE       VALUE '35'.
           05  FS-CONTROL-PF           PIC X(02).
                   88 FS-CONTROL-PF-OK             VALUE '00'.
                   88 FS-CONTROL-PF-NO-EXISTE      VALUE '35'.
           05  FS-RECHAZOS             PIC X(02).
                   88 FS-RECHAZOS-OK               VALUE '00'.
           05  FS-DETALLE              PIC X(02).
                   88 FS-DETALLE-OK                VALUE '00'.
                   88 FS-DETALLE-FIN               VALUE '10'.
                   88 FS-DETALLE-NO-EXISTE         VALUE '35'.
           05  FS-REPORTE              PIC X(02).
                   88 FS-REPORTE-OK                VALUE '00'.
           05  FS-SALDOS-PF            PIC X(02).
                   88 FS-SALDOS-PF-OK              VALUE '00'.
      *-----------------------------------------------------------------*
      *    TABLA DE TASAS POR PAIS/MONEDA/TRAMO DE PLAZO (PFTASA.DAT).
      *    CON LA TABLA LLENA UN PLAZO PODRIA TOMAR LA TASA DE OTRO
      *    TRAMO: LA CORRIDA ABORTA.
      *-----------------------------------------------------------------*
       01  WSS-TABLA-TASAS.
           05 WSS-TAS-CANT             PIC 9(03) VALUE 0.
           05 WSS-TAS-ENTRY OCCURS 1 TO 200 TIMES
                              DEPENDING ON WSS-TAS-CANT
                              INDEXED BY WSS-TAS-IDX.
               10 WSS-TAS-PAIS         PIC X(03).
               10 WSS-TAS-MONEDA       PIC X(03).
               10 WSS-TAS-DIAS-HASTA   PIC 9(04).
               10 WSS-TAS-TASA         PIC 9(02)V9(04).
       01  WSS-SW-TASA                 PIC X(01).
           88 WSS-TASA-ENCONTRADA                  VALUE 'S'.
           88 WSS-TASA-FALTANTE                    VALUE 'N'.
       01  WSS-BUS-PAIS                PIC X(03).
       01  WSS-BUS-MONEDA              PIC X(03).
       01  WSS-BUS-DIAS                PIC 9(04).
       01  WSS-TASA-HALLADA            PIC 9(02)V9(04).
       01  WSS-TRAMO-HALLADO           PIC 9(04).
      *-----------------------------------------------------------------*
      *    RETENCIONES VIGENTES (RETENES.DAT), CHEQUES PENDIENTES EN
      *    CANJE (CHQCANJ.DAT) Y SUMA DE LO RETENIDO EN LA CUENTA EN
      *    CURSO, CON EL MISMO CRITERIO QUE APLICMOV
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
      *    CONTROL DE LA CORRIDA (PFCTL.DAT): ULTIMA REFERENCIA DEL
      *    RANGO DE PLAZOS FIJOS, ULTIMO NUMERO DE PLAZO ASIGNADO Y
      *    FECHA DE NEGOCIO EN PROCESO O COMPLETADA
      *-----------------------------------------------------------------*
       01  WSS-ULTIMA-REFERENCIA       PIC 9(09) VALUE 930000000.
       01  WSS-TOPE-REFERENCIA         PIC 9(09) VALUE 939999999.
       01  WSS-ULTIMO-PLAZO            PIC 9(08) VALUE 0.
       01  WSS-SW-NUMERACION           PIC X(01) VALUE 'N'.
           88 WSS-NUMERACION-CARGADA               VALUE 'S'.
       01  WSS-SW-RECORRIDA            PIC X(01) VALUE 'N'.
           88 WSS-ES-RECORRIDA                     VALUE 'S'.
      *-----------------------------------------------------------------*
      *    LINEAS DE PFSOLIC.DAT YA CONSTITUIDAS POR LA CORRIDA QUE
      *    ABORTO (SOLO EN UNA RECORRIDA). CON LA TABLA LLENA SE
      *    PODRIA CONSTITUIR DOS VECES UNA SOLICITUD: LA CORRIDA ABORTA.
      *-----------------------------------------------------------------*
       01  WSS-TABLA-LINEAS.
           05 WSS-LIN-CANT             PIC 9(04) VALUE 0.
           05 WSS-LIN-ENTRY OCCURS 1 TO 5000 TIMES
                              DEPENDING ON WSS-LIN-CANT
                              INDEXED BY WSS-LIN-IDX.
               10 WSS-LIN-NUMERO       PIC 9(06).
       01  WSS-LINEA-NRO               PIC 9(06) VALUE 0.
      *-----------------------------------------------------------------*
      *    PLAZOS CON LINEA EN EL PLAZDET.DAT DE LA CORRIDA QUE ABORTO
      *    (SOLO EN UNA RECORRIDA). CON LA TABLA LLENA SE PODRIA
      *    DUPLICAR UNA LINEA DEL DETALLE: LA CORRIDA ABORTA.
      *-----------------------------------------------------------------*
       01  WSS-TABLA-DETALLES.
           05 WSS-HCH-CANT             PIC 9(05) VALUE 0.
           05 WSS-HCH-ENTRY OCCURS 1 TO 20000 TIMES
                              DEPENDING ON WSS-HCH-CANT
                              INDEXED BY WSS-HCH-IDX.
               10 WSS-HCH-PAIS         PIC X(03).
               10 WSS-HCH-SUC          PIC 9(02).
               10 WSS-HCH-PLAZO        PIC 9(08).
       01  WSS-SW-LINEA                PIC X(01).
           88 WSS-LINEA-YA-HECHA                   VALUE 'S'.
           88 WSS-LINEA-PENDIENTE                  VALUE 'N'.
      *-----------------------------------------------------------------*
      *    SITUACION DE LA SOLICITUD Y DEL PLAZO EN CURSO
      *-----------------------------------------------------------------*
       01  WSS-SW-SOLICITUD            PIC X(01).
           88 WSS-SOLICITUD-VALIDA                 VALUE 'S'.
           88 WSS-SOLICITUD-INVALIDA               VALUE 'N'.
       01  WSS-MOTIVO-RECHAZO          PIC X(30).
       01  WSS-SW-DEMORA               PIC X(01).
           88 WSS-PLAZO-DEMORADO                   VALUE 'S'.
           88 WSS-PLAZO-LIQUIDABLE                 VALUE 'N'.
       01  WSS-MOTIVO-DEMORA           PIC X(30).
      *    OPERACION DEL VENCIMIENTO: LA INSTRUCCION DEL PLAZO, SALVO
      *    QUE NO HAYA TASA PARA RENOVAR ('P') O QUE EL CAPITAL MAS
      *    INTERES DESBORDE ('T' PASA A 'C')
       01  WSS-OPERACION               PIC X(01).
           88 WSS-OPER-PAGO                        VALUE 'P'.
           88 WSS-OPER-RENUEVA-CAPITAL             VALUE 'C'.
           88 WSS-OPER-RENUEVA-TOTAL               VALUE 'T'.
      *-----------------------------------------------------------------*
      *    LIQUIDACION DEL VENCIMIENTO
      *-----------------------------------------------------------------*
       01  WSS-DIAS-INTERES            PIC 9(05).
       01  WSS-INTERES                 PIC 9(09)V99.
       01  WSS-IMPUESTO                PIC 9(09)V99.
       01  WSS-INTERES-NETO            PIC 9(09)V99.
       01  WSS-IMPORTE-CUENTA          PIC 9(09)V99.
       01  WSS-CAPITAL-VENCIDO         PIC 9(07)V99.
       01  WSS-TASA-VENCIDA            PIC 9(02)V9(04).
      *-----------------------------------------------------------------*
      *    FECHAS: LA FECHA DE NEGOCIO ES LA FECHA DE ALTA DE LAS
      *    CONSTITUCIONES Y LA FECHA DE VALOR Y DE PROCESO DE LOS
      *    MOVIMIENTOS
      *-----------------------------------------------------------------*
       01  WSS-FECHA-NEGOCIO           PIC 9(08).
       01  WSS-FECHA-DESDE             PIC 9(08).
       01  WSS-FECHA-VTO               PIC 9(08).
       01  WSS-FECHA-PAGO              PIC 9(08).
       01  WSS-PLAZO-CALC              PIC 9(04).
       01  WSS-PAIS-CALENDARIO         PIC X(03).
       01  WSS-FECHA-CALC.
           05 WSS-CALC-AAAA            PIC 9(04).
           05 WSS-CALC-MM              PIC 9(02).
           05 WSS-CALC-DD              PIC 9(02).
       01  WSS-FECHA-CALC-NUM REDEFINES WSS-FECHA-CALC
                                        PIC 9(08).
       01  WSS-SW-FECHA                PIC X(01).
           88 WSS-FECHA-CALC-VALIDA                VALUE 'S'.
           88 WSS-FECHA-CALC-INVALIDA              VALUE 'N'.
       01  WSS-SW-HABIL                PIC X(01).
           88 WSS-FECHA-ES-HABIL                   VALUE 'S'.
           88 WSS-FECHA-NO-HABIL                   VALUE 'N'.
      *    TOPE DE SEGURIDAD: SI EN 60 DIAS NO APARECE UN DIA HABIL,
      *    EL CALENDARIO ESTA MAL CARGADO Y LA CORRIDA ABORTA
       01  WSS-DIAS-AVANZADOS          PIC 9(02).
       01  AREADECOM-FEC.
           COPY CPY004.
      *-----------------------------------------------------------------*
      *    DIAS CORRIDOS ENTRE FECHAS Y FECHA A N DIAS: NUMERO DE DIA
      *    JULIANO (DIA CORRIDO DESDE UNA BASE FIJA) Y SU INVERSA. CADA
      *    DIVISION DE LAS FORMULAS VA EN SU PROPIO COMPUTE PARA QUE
      *    TRUNQUE SOLA
      *-----------------------------------------------------------------*
       01  WSS-JUL-NEGOCIO             PIC 9(08).
       01  WSS-JUL-ALTA                PIC 9(08).
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
       01  WSS-JUL-L                   PIC 9(08).
       01  WSS-JUL-N                   PIC 9(08).
       01  WSS-JUL-I                   PIC 9(08).
       01  WSS-JUL-J                   PIC 9(08).
       01  WSS-JUL-K                   PIC 9(08).
      *-----------------------------------------------------------------*
      *    ESCALERA DE VENCIMIENTOS: DIAS QUE FALTAN HASTA LA FECHA DE
      *    PAGO, EN CINCO TRAMOS POR PAIS/MONEDA. UN PLAZO DEMORADO
      *    (FECHA DE PAGO YA PASADA) CAE EN EL PRIMER TRAMO.
      *-----------------------------------------------------------------*
       01  WSS-TRAMOS-DEFINICION.
           05 FILLER                   PIC X(20)
                                        VALUE 'HASTA 30 DIAS'.
           05 FILLER                   PIC X(20)
                                        VALUE '31 A 90 DIAS'.
           05 FILLER                   PIC X(20)
                                        VALUE '91 A 180 DIAS'.
           05 FILLER                   PIC X(20)
                                        VALUE '181 A 365 DIAS'.
           05 FILLER                   PIC X(20)
                                        VALUE 'MAS DE 365 DIAS'.
       01  WSS-TRAMOS-TABLA REDEFINES WSS-TRAMOS-DEFINICION.
           05 WSS-TRAMO-TEXTO          PIC X(20) OCCURS 5 TIMES.
       01  WSS-DIAS-RESTANTES          PIC S9(05).
       01  WSS-T                       PIC 9(01).
       01  WSS-TABLA-ESCALERA.
           05 WSS-ESC-CANT             PIC 9(02) VALUE 0.
           05 WSS-ESC-ENTRY OCCURS 1 TO 50 TIMES
                              DEPENDING ON WSS-ESC-CANT
                              INDEXED BY WSS-ESC-IDX.
               10 WSS-ESC-PAIS         PIC X(03).
               10 WSS-ESC-MONEDA       PIC X(03).
               10 WSS-ESC-TRAMO OCCURS 5 TIMES.
                   15 WSS-ESC-TR-CANT     PIC 9(06).
                   15 WSS-ESC-TR-CAPITAL  PIC 9(11)V99.
               10 WSS-ESC-TOT-CANT     PIC 9(06).
               10 WSS-ESC-TOT-CAPITAL  PIC 9(11)V99.
       01  WSS-ESC-PERDIDOS            PIC 9(06) VALUE 0.
      *-----------------------------------------------------------------*
      *    CORTE POR SUCURSAL Y PAIS PARA PFSALDOS.DAT (EL MAESTRO
      *    VIENE POR CLAVE: PAIS, SUCURSAL, NUMERO DE PLAZO). LA
      *    MONEDA DEL PAIS ES LA DE SU PRIMER PLAZO, COMO EN CORTE2.
      *-----------------------------------------------------------------*
       01  WSS-SW-CORTE                PIC X(01) VALUE 'N'.
           88 WSS-HAY-SUCURSAL                     VALUE 'S'.
       01  WSS-ULT-PAIS                PIC X(03).
       01  WSS-ULT-SUC                 PIC 9(02).
       01  WSS-MONEDA-PAIS             PIC X(03).
       01  WSS-CANT-X-SUC              PIC 9(06).
       01  WSS-SALDO-SUC               PIC S9(09)V99.
       01  WSS-CANT-X-PAIS             PIC 9(06).
       01  WSS-SALDO-PAIS              PIC S9(09)V99.
      *-----------------------------------------------------------------*
      *    CONTROL DE PAGINADO DEL REPORTE
      *-----------------------------------------------------------------*
       01  WSS-CONTROL-REPORTE.
           05 WSS-PAGINA               PIC 9(03) VALUE 0.
           05 WSS-LINEAS-IMPRESAS      PIC 9(03) VALUE 0.
           05 WSS-MAX-LINEAS-PAGINA    PIC 9(03) VALUE 50.
       01  WSS-FECHA-IMPRESION.
           05 WSS-FECHA-IMP-DD         PIC 9(02).
           05 FILLER                   PIC X(01) VALUE '/'.
           05 WSS-FECHA-IMP-MM         PIC 9(02).
           05 FILLER                   PIC X(01) VALUE '/'.
           05 WSS-FECHA-IMP-AAAA       PIC 9(04).
      *-----------------------------------------------------------------*
      *    LINEAS DEL REPORTE
      *-----------------------------------------------------------------*
       01  WSS-ENC-1.
           05 FILLER                   PIC X(20)
                                        VALUE 'BANCO LATINOAMERICA'.
           05 FILLER                   PIC X(38) VALUE SPACES.
           05 FILLER                   PIC X(08) VALUE 'PAGINA: '.
           05 WSS-ENC1-PAGINA          PIC ZZ9.
           05 FILLER                   PIC X(11) VALUE SPACES.
       01  WSS-ENC-2.
           05 FILLER            PIC X(40)
                  VALUE 'PLAZOFIJ - ESCALERA DE VENCIMIENTOS'.
           05 FILLER            PIC X(08) VALUE 'FECHA: '.
           05 WSS-ENC2-FECHA    PIC X(10).
           05 FILLER            PIC X(22) VALUE SPACES.
       01  WSS-ENC-3.
           05 FILLER            PIC X(06) VALUE 'PAIS'.
           05 FILLER            PIC X(06) VALUE 'MON'.
           05 FILLER            PIC X(22) VALUE 'VENCE EN'.
           05 FILLER            PIC X(10) VALUE 'CANTIDAD'.
           05 FILLER            PIC X(20) VALUE '       CAPITAL'.
           05 FILLER            PIC X(16) VALUE SPACES.
       01  WSS-ENC-4.
           05 FILLER                   PIC X(78) VALUE ALL '-'.
       01  WSS-LINEA-REPORTE            PIC X(80).
       01  WSS-LINEA-DETALLE.
           05 WSS-DET-PAIS              PIC X(03).
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 WSS-DET-MONEDA            PIC X(03).
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 WSS-DET-TRAMO             PIC X(20).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WSS-DET-CANTIDAD          PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 WSS-DET-CAPITAL           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(19) VALUE SPACES.
       01  AREADECOM-CTL.
           COPY CPY003.
       01  WSS-TOTALES-CONTROL.
           05 WSS-SOLICITUDES-LEIDAS   PIC 9(06).
           05 WSS-CONSTITUIDOS         PIC 9(06).
           05 WSS-RECHAZADAS           PIC 9(06).
           05 WSS-YA-CONSTITUIDOS      PIC 9(06).
           05 WSS-COMPLETADOS          PIC 9(06).
           05 WSS-DETALLES-REPUESTOS   PIC 9(06).
           05 WSS-PAGADOS              PIC 9(06).
           05 WSS-RENOVADOS            PIC 9(06).
           05 WSS-DEMORADOS            PIC 9(06).
           05 WSS-SIN-TASA-RENOV       PIC 9(06).
           05 WSS-VIGENTES             PIC 9(06).
           05 WSS-TOTAL-CONSTITUIDO    PIC 9(13)V99.
           05 WSS-TOTAL-ACREDITADO     PIC 9(13)V99.
           05 WSS-TOTAL-INTERES        PIC 9(13)V99.
           05 WSS-TOTAL-RETENCION      PIC 9(13)V99.

      ******************************************************************
       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           PERFORM 1000-INICIO
           PERFORM 2000-CONSTITUCION UNTIL FS-SOLICITUDES-FIN
           PERFORM 3000-VENCIMIENTOS
           PERFORM 4000-ESCALERA
           PERFORM 9000-FINALIZAR
           .

      *-----------------------------------------------------------------*
      *    CARGO TASAS Y RETENCIONES, ABRO ARCHIVOS, COMPLETO LA
      *    CORRIDA ANTERIOR SI ABORTO Y LEO LA PRIMERA SOLICITUD
      *-----------------------------------------------------------------*
       1000-INICIO.
           PERFORM 1020-CONTROL-DE-CORRIDA
           INITIALIZE WSS-TOTALES-CONTROL
           MOVE CTL-FECHA-NEGOCIO TO WSS-FECHA-NEGOCIO
           MOVE WSS-FECHA-NEGOCIO (7:2) TO WSS-FECHA-IMP-DD
           MOVE WSS-FECHA-NEGOCIO (5:2) TO WSS-FECHA-IMP-MM
           MOVE WSS-FECHA-NEGOCIO (1:4) TO WSS-FECHA-IMP-AAAA
           MOVE WSS-FECHA-IMPRESION TO WSS-ENC2-FECHA
           MOVE WSS-FECHA-NEGOCIO TO WSS-JUL-FECHA-NUM
           PERFORM 6500-DIA-JULIANO
           MOVE WSS-JUL-DIA       TO WSS-JUL-NEGOCIO

           PERFORM 1050-CONTROL-DE-LA-FECHA

           OPEN INPUT TASAS
           IF NOT FS-TASAS-OK
               DISPLAY 'ERROR APERTURA PFTASA.DAT FS: ' FS-TASAS
               PERFORM 9050-ERROR-FATAL
           END-IF
           PERFORM 1100-CARGA-TASAS UNTIL FS-TASAS-FIN
           CLOSE TASAS

           PERFORM 1200-CARGA-RETENCIONES
           PERFORM 1250-CARGA-CHEQUES
           PERFORM 1300-CARGA-RETIMP

           OPEN I-O MAESTRO-CTA
           IF NOT FS-MAESTRO-CTA-OK
               DISPLAY 'ERROR APERTURA CUENTAS.TXT FS: ' FS-MAESTRO-CTA
               PERFORM 9050-ERROR-FATAL
           END-IF

      *    LA HISTORIA Y EL MAESTRO DE PLAZOS SON INDEXED
      *    ACUMULATIVOS: SI ES LA PRIMERA VEZ SE CREAN VACIOS Y SE
      *    REABREN EN I-O
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

           OPEN I-O PLAZOS
           IF FS-PLAZOS-NO-EXISTE
               OPEN OUTPUT PLAZOS
               CLOSE PLAZOS
               OPEN I-O PLAZOS
           END-IF
           IF NOT FS-PLAZOS-OK
               DISPLAY 'ERROR APERTURA PLAZOS.DAT FS: ' FS-PLAZOS
               PERFORM 9050-ERROR-FATAL
           END-IF

      *    EN UNA RECORRIDA EL DETALLE DE LA CORRIDA ABORTADA SE
      *    CONSERVA Y SE CONTINUA A CONTINUACION
           IF WSS-ES-RECORRIDA
               PERFORM 1400-CARGA-DETALLES
               OPEN EXTEND DETALLE
           ELSE
               OPEN OUTPUT DETALLE
           END-IF
           IF NOT FS-DETALLE-OK
               DISPLAY 'ERROR APERTURA PLAZDET.DAT FS: ' FS-DETALLE
               PERFORM 9050-ERROR-FATAL
           END-IF

           OPEN OUTPUT RECHAZOS
           IF NOT FS-RECHAZOS-OK
               DISPLAY 'ERROR APERTURA PFRECH.DAT FS: ' FS-RECHAZOS
               PERFORM 9050-ERROR-FATAL
           END-IF

           IF WSS-ES-RECORRIDA
               PERFORM 1500-COMPLETA-RECORRIDA
           END-IF

      *    PFSOLIC.DAT ES OPCIONAL: SIN ARCHIVO NO HAY CONSTITUCIONES
           OPEN INPUT SOLICITUDES
           EVALUATE TRUE
               WHEN FS-SOLICITUDES-OK
                   PERFORM 5000-LECTURA-SOLICITUD
               WHEN FS-SOLICITUDES-NO-EXISTE
                   SET FS-SOLICITUDES-FIN TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR APERTURA PFSOLIC.DAT FS: '
                            FS-SOLICITUDES
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1000-INICIO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CONTROL DE CORRIDAS: ME FRENO SI ESTE PASO YA COMPLETO LA
      *    FECHA DE NEGOCIO VIGENTE O SI PIPEDRV NO LA COMPLETO (EL
      *    MAESTRO CUENTAS.TXT DEBE ESTAR AL DIA)
      *-----------------------------------------------------------------*
       1020-CONTROL-DE-CORRIDA.
           SET CTL-FUNCION-INICIO TO TRUE
           MOVE 'PLAZOFIJ' TO CTL-PROGRAMA
           MOVE 'PIPEDRV ' TO CTL-PREDECESOR
           MOVE 0          TO CTL-RETORNO-JOB
           CALL 'RUNCTL' USING AREADECOM-CTL
           EVALUATE TRUE
               WHEN CTL-OK
                   CONTINUE
               WHEN CTL-YA-CORRIO
                   DISPLAY 'PLAZOFIJ YA COMPLETADO PARA LA FECHA DE '
                           'NEGOCIO ' CTL-FECHA-NEGOCIO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN CTL-PREDECESOR-PENDIENTE
                   DISPLAY 'PLAZOFIJ: PIPEDRV NO COMPLETO LA FECHA '
                           'DE NEGOCIO ' CTL-FECHA-NEGOCIO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'PLAZOFIJ: CONTROL DE CORRIDAS CON ERROR'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .
       1020-CONTROL-DE-CORRIDA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    PFCTL.DAT ES OPCIONAL (LA PRIMERA VEZ NO EXISTE: LA
      *    NUMERACION ARRANCA AL PRINCIPIO DEL RANGO). UNA FECHA YA
      *    COMPLETADA NO SE VUELVE A PROCESAR; UNA FECHA QUE QUEDO EN
      *    PROCESO ES LA RECORRIDA DE UNA NOCHE QUE ABORTO. LA FECHA
      *    QUEDA MARCADA EN PROCESO ANTES DE TOCAR UN SOLO PLAZO.
      *-----------------------------------------------------------------*
       1050-CONTROL-DE-LA-FECHA.
           OPEN INPUT CONTROL-PF
           IF FS-CONTROL-PF-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-CONTROL-PF-OK
                   DISPLAY 'ERROR APERTURA PFCTL.DAT FS: '
                            FS-CONTROL-PF
                   PERFORM 9050-ERROR-FATAL
               END-IF
               READ CONTROL-PF
               IF FS-CONTROL-PF-OK
                   MOVE PC-ULTIMA-REFERENCIA TO WSS-ULTIMA-REFERENCIA
                   MOVE PC-ULTIMO-PLAZO      TO WSS-ULTIMO-PLAZO
                   IF PC-FECHA = WSS-FECHA-NEGOCIO
                       IF PC-ESTADO = 'C'
                           DISPLAY 'PLAZOFIJ: LA FECHA '
                                    WSS-FECHA-NEGOCIO
                                   ' YA FUE PROCESADA'
                           CLOSE CONTROL-PF
                           PERFORM 9050-ERROR-FATAL
                       ELSE
                           SET WSS-ES-RECORRIDA TO TRUE
                       END-IF
                   END-IF
               END-IF
               CLOSE CONTROL-PF
           END-IF

           SET WSS-NUMERACION-CARGADA TO TRUE
           MOVE 'E' TO PC-ESTADO
           PERFORM 9200-GRABA-CONTROL-PF
           IF NOT FS-CONTROL-PF-OK
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       1050-CONTROL-DE-LA-FECHA-EXIT. EXIT.

       1100-CARGA-TASAS.
           READ TASAS
           EVALUATE TRUE
               WHEN FS-TASAS-OK
                   IF WSS-TAS-CANT < 200
                       ADD 1 TO WSS-TAS-CANT
                       SET WSS-TAS-IDX TO WSS-TAS-CANT
                       MOVE TP-PAIS
                            TO WSS-TAS-PAIS (WSS-TAS-IDX)
                       MOVE TP-MONEDA
                            TO WSS-TAS-MONEDA (WSS-TAS-IDX)
                       MOVE TP-DIAS-HASTA
                            TO WSS-TAS-DIAS-HASTA (WSS-TAS-IDX)
                       MOVE TP-TASA
                            TO WSS-TAS-TASA (WSS-TAS-IDX)
                   ELSE
                       DISPLAY 'PLAZOFIJ: TABLA DE TASAS LLENA'
                       PERFORM 9050-ERROR-FATAL
                   END-IF
               WHEN FS-TASAS-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA PFTASA.DAT FS: ' FS-TASAS
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1100-CARGA-TASAS-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CARGO EN TABLA LAS RETENCIONES VIGENTES A LA FECHA DE
      *    NEGOCIO. RETENES.DAT ES OPCIONAL: SIN ARCHIVO NO HAY
      *    IMPORTES RETENIDOS. CON LA TABLA INCOMPLETA SE CONSTITUIRIA
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
               DISPLAY 'PLAZOFIJ: TABLA DE RETENCIONES LLENA, '
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
               MOVE RT-IMPORTE    TO WSS-RET-IMPORTE (WSS-RET-IDX)
           ELSE
               ADD 1 TO WSS-RET-PERDIDAS
           END-IF
           .
       1220-AGREGA-RETENCION-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CARGO LOS CHEQUES PENDIENTES EN CANJE. CHQCANJ.DAT NO EXISTE
      *    HASTA EL PRIMER DEPOSITO DE CHEQUE. CON LA TABLA LLENA SE
      *    CONSTITUIRIA CONTRA CHEQUES SIN CONFIRMAR: LA CORRIDA ABORTA.
      *-----------------------------------------------------------------*
       1250-CARGA-CHEQUES.
           OPEN INPUT CHEQUES
           IF FS-CHEQUES-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-CHEQUES-OK
                   DISPLAY 'ERROR APERTURA CHQCANJ.DAT FS: ' FS-CHEQUES
                   PERFORM 9050-ERROR-FATAL
               ELSE
                   PERFORM 1260-LEE-CHEQUE
                       UNTIL FS-CHEQUES-FIN
                   CLOSE CHEQUES
               END-IF
           END-IF
           .
       1250-CARGA-CHEQUES-EXIT. EXIT.

       1260-LEE-CHEQUE.
           READ CHEQUES
           EVALUATE TRUE
               WHEN FS-CHEQUES-OK
                   IF CQ-PENDIENTE
                       PERFORM 1270-AGREGA-CHEQUE
                   END-IF
               WHEN FS-CHEQUES-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA CHQCANJ.DAT FS: ' FS-CHEQUES
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1260-LEE-CHEQUE-EXIT. EXIT.

       1270-AGREGA-CHEQUE.
           IF WSS-CHQ-CANT < 2000
               ADD 1 TO WSS-CHQ-CANT
               SET WSS-CHQ-IDX TO WSS-CHQ-CANT
               MOVE CQ-PAIS       TO WSS-CHQ-PAIS (WSS-CHQ-IDX)
               MOVE CQ-SUCURSAL   TO WSS-CHQ-SUC (WSS-CHQ-IDX)
               MOVE CQ-NUM-CUENTA TO WSS-CHQ-CUENTA (WSS-CHQ-IDX)
               MOVE CQ-IMPORTE    TO WSS-CHQ-IMPORTE (WSS-CHQ-IDX)
           ELSE
               DISPLAY 'PLAZOFIJ: TABLA DE CHEQUES EN CANJE LLENA'
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       1270-AGREGA-CHEQUE-EXIT. EXIT.

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
      *    RECORRIDA: ANOTO LOS PLAZOS QUE YA TIENEN SU LINEA EN EL
      *    PLAZDET.DAT DE LA CORRIDA QUE ABORTO, PARA REPONER SOLO LAS
      *    QUE FALTEN (VER 1540)
      *-----------------------------------------------------------------*
       1400-CARGA-DETALLES.
           OPEN INPUT DETALLE
           IF FS-DETALLE-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-DETALLE-OK
                   DISPLAY 'ERROR APERTURA PLAZDET.DAT FS: ' FS-DETALLE
                   PERFORM 9050-ERROR-FATAL
               ELSE
                   PERFORM 1410-LEE-DETALLE
                       UNTIL FS-DETALLE-FIN
                   CLOSE DETALLE
               END-IF
           END-IF
           .
       1400-CARGA-DETALLES-EXIT. EXIT.

       1410-LEE-DETALLE.
           READ DETALLE
           EVALUATE TRUE
               WHEN FS-DETALLE-OK
                   IF DP-FECHA = WSS-FECHA-NEGOCIO
                       PERFORM 1420-AGREGA-DETALLE
                   END-IF
               WHEN FS-DETALLE-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA PLAZDET.DAT FS: ' FS-DETALLE
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1410-LEE-DETALLE-EXIT. EXIT.

       1420-AGREGA-DETALLE.
           IF WSS-HCH-CANT < 20000
               ADD 1 TO WSS-HCH-CANT
               SET WSS-HCH-IDX TO WSS-HCH-CANT
               MOVE DP-PAIS       TO WSS-HCH-PAIS (WSS-HCH-IDX)
               MOVE DP-SUCURSAL   TO WSS-HCH-SUC (WSS-HCH-IDX)
               MOVE DP-NUM-PLAZO  TO WSS-HCH-PLAZO (WSS-HCH-IDX)
           ELSE
               DISPLAY 'PLAZOFIJ: TABLA DE DETALLES YA GRABADOS LLENA'
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       1420-AGREGA-DETALLE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    RECORRIDA: EL MAESTRO DE PLAZOS SE GRABA ANTES QUE LA CUENTA
      *    Y LA HISTORIA, ASI QUE TODO PLAZO CON UN ULTIMO MOVIMIENTO DE
      *    ESTA FECHA DE NEGOCIO QUE NO ESTA EN MOVHIST.DAT QUEDO A
      *    MEDIAS: SE APLICA AHORA A LA CUENTA. LO MISMO CON LA LINEA
      *    DEL DETALLE, QUE SE GRABA AL FINAL: SI EL PLAZO NO LA TIENE
      *    EN PLAZDET.DAT SE REPONE DESDE EL MAESTRO. DE PASO SE
      *    ANOTAN LAS LINEAS DE PFSOLIC.DAT QUE YA SE CONSTITUYERON.
      *-----------------------------------------------------------------*
       1500-COMPLETA-RECORRIDA.
           PERFORM 5100-LECTURA-PLAZO
           PERFORM 1510-REVISA-PLAZO UNTIL FS-PLAZOS-FIN
           .
       1500-COMPLETA-RECORRIDA-EXIT. EXIT.

       1510-REVISA-PLAZO.
           IF PF-ULT-FECHA = WSS-FECHA-NEGOCIO
               IF PF-ULT-TIPO = 'F'
                   PERFORM 1530-AGREGA-LINEA
               END-IF
               IF PF-ULT-REFERENCIA NOT = 0
                   PERFORM 1520-COMPLETA-MOVIMIENTO
               END-IF
               PERFORM 1540-COMPLETA-DETALLE
           END-IF
           PERFORM 5100-LECTURA-PLAZO
           .
       1510-REVISA-PLAZO-EXIT. EXIT.

       1520-COMPLETA-MOVIMIENTO.
           MOVE PF-PAIS           TO MH-PAIS
           MOVE PF-SUCURSAL       TO MH-SUCURSAL
           MOVE PF-NUM-CUENTA     TO MH-NUM-CUENTA
           MOVE PF-ULT-FECHA      TO MH-FECHA-VALOR
           MOVE PF-ULT-REFERENCIA TO MH-REFERENCIA
           READ HISTORIA
               KEY IS MH-CLAVE-MOV
           EVALUATE TRUE
               WHEN FS-HISTORIA-OK
                   CONTINUE
               WHEN FS-HISTORIA-SIN-CLAVE
                   MOVE PF-PAIS       TO CTA-PAIS
                   MOVE PF-SUCURSAL   TO CTA-SUCURSAL
                   MOVE PF-NUM-CUENTA TO CTA-NUM-CUENTA
                   READ MAESTRO-CTA
                       KEY IS CTA-CLAVE-CUENTA
                   IF NOT FS-MAESTRO-CTA-OK
                       DISPLAY 'PLAZOFIJ: NO SE PUEDE COMPLETAR EL '
                               'PLAZO ' PF-PAIS ' ' PF-SUCURSAL ' '
                                PF-NUM-PLAZO ' CUENTAS.TXT FS: '
                                FS-MAESTRO-CTA
                       PERFORM 9050-ERROR-FATAL
                   END-IF
                   PERFORM 2600-APLICA-EN-CUENTA
                   ADD 1 TO WSS-COMPLETADOS
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA MOVHIST.DAT FS: '
                            FS-HISTORIA
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1520-COMPLETA-MOVIMIENTO-EXIT. EXIT.

       1530-AGREGA-LINEA.
           IF WSS-LIN-CANT < 5000
               ADD 1 TO WSS-LIN-CANT
               SET WSS-LIN-IDX TO WSS-LIN-CANT
               MOVE PF-LINEA-SOLICITUD TO WSS-LIN-NUMERO (WSS-LIN-IDX)
           ELSE
               DISPLAY 'PLAZOFIJ: TABLA DE SOLICITUDES YA '
                       'CONSTITUIDAS LLENA'
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       1530-AGREGA-LINEA-EXIT. EXIT.

       1540-COMPLETA-DETALLE.
           SET WSS-HCH-IDX TO 1
           IF WSS-HCH-CANT = 0
               PERFORM 2750-DETALLE-DEL-PLAZO
               ADD 1 TO WSS-DETALLES-REPUESTOS
           ELSE
               SEARCH WSS-HCH-ENTRY
                   AT END
                       PERFORM 2750-DETALLE-DEL-PLAZO
                       ADD 1 TO WSS-DETALLES-REPUESTOS
                   WHEN WSS-HCH-PAIS (WSS-HCH-IDX) = PF-PAIS
                    AND WSS-HCH-SUC (WSS-HCH-IDX) = PF-SUCURSAL
                    AND WSS-HCH-PLAZO (WSS-HCH-IDX) = PF-NUM-PLAZO
                       CONTINUE
               END-SEARCH
           END-IF
           .
       1540-COMPLETA-DETALLE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    POR CADA SOLICITUD: SI LA CORRIDA QUE ABORTO YA LA
      *    CONSTITUYO SE SALTEA; SI NO, SE VALIDA Y SE CONSTITUYE O SE
      *    RECHAZA
      *-----------------------------------------------------------------*
       2000-CONSTITUCION.
           SET WSS-LINEA-PENDIENTE TO TRUE
           IF WSS-ES-RECORRIDA
               PERFORM 2050-BUSCA-LINEA-HECHA
           END-IF

           IF WSS-LINEA-YA-HECHA
               ADD 1 TO WSS-YA-CONSTITUIDOS
           ELSE
               PERFORM 2100-VALIDA-SOLICITUD
               IF WSS-SOLICITUD-VALIDA
                   PERFORM 2200-CONSTITUYE-PLAZO
               ELSE
                   PERFORM 2900-GRABO-RECHAZO
               END-IF
           END-IF

           PERFORM 5000-LECTURA-SOLICITUD
           .
       2000-CONSTITUCION-EXIT. EXIT.

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
      *    VALIDO FORMATO, CUENTA DE FONDEO, TASA Y DISPONIBLE. CADA
      *    CONTROL SE HACE SOLO SI PASARON LOS ANTERIORES.
      *-----------------------------------------------------------------*
       2100-VALIDA-SOLICITUD.
           SET WSS-SOLICITUD-VALIDA TO TRUE
           MOVE SPACES TO WSS-MOTIVO-RECHAZO
           PERFORM 2110-VALIDA-FORMATO
           IF WSS-SOLICITUD-VALIDA
               PERFORM 2120-VALIDA-CUENTA
           END-IF
           IF WSS-SOLICITUD-VALIDA
               MOVE SO-PAIS         TO WSS-BUS-PAIS
               MOVE CTA-MONEDA      TO WSS-BUS-MONEDA
               MOVE SO-PLAZO-DIAS-N TO WSS-BUS-DIAS
               PERFORM 2300-BUSCA-TASA
               IF WSS-TASA-FALTANTE
                   SET WSS-SOLICITUD-INVALIDA TO TRUE
                   MOVE 'SIN TASA PARA EL PLAZO' TO WSS-MOTIVO-RECHAZO
               END-IF
           END-IF
           IF WSS-SOLICITUD-VALIDA
               PERFORM 2250-SUMA-RETENCIONES
      *        EL PLAZO SE FONDEA CON SALDO PROPIO: NO USA EL LIMITE
      *        DE DESCUBIERTO NI LOS FONDOS RETENIDOS O EN CANJE
               IF SO-CAPITAL-N > CTA-SALDO - WSS-RETENIDO-CUENTA
                   SET WSS-SOLICITUD-INVALIDA TO TRUE
                   MOVE 'DISPONIBLE INSUFICIENTE' TO WSS-MOTIVO-RECHAZO
               END-IF
           END-IF
           .
       2100-VALIDA-SOLICITUD-EXIT. EXIT.

       2110-VALIDA-FORMATO.
           EVALUATE TRUE
               WHEN SO-SUCURSAL NOT NUMERIC
                    OR SO-NUM-CUENTA NOT NUMERIC
                   SET WSS-SOLICITUD-INVALIDA TO TRUE
                   MOVE 'CUENTA NO NUMERICA' TO WSS-MOTIVO-RECHAZO
               WHEN SO-CAPITAL NOT NUMERIC
                   SET WSS-SOLICITUD-INVALIDA TO TRUE
                   MOVE 'CAPITAL NO NUMERICO' TO WSS-MOTIVO-RECHAZO
               WHEN SO-CAPITAL-N = 0
                   SET WSS-SOLICITUD-INVALIDA TO TRUE
                   MOVE 'CAPITAL EN CERO' TO WSS-MOTIVO-RECHAZO
               WHEN SO-PLAZO-DIAS NOT NUMERIC
                   SET WSS-SOLICITUD-INVALIDA TO TRUE
                   MOVE 'PLAZO NO NUMERICO' TO WSS-MOTIVO-RECHAZO
               WHEN SO-PLAZO-DIAS-N = 0
                   SET WSS-SOLICITUD-INVALIDA TO TRUE
                   MOVE 'PLAZO EN CERO' TO WSS-MOTIVO-RECHAZO
               WHEN NOT SO-INSTRUCCION-VALIDA
                   SET WSS-SOLICITUD-INVALIDA TO TRUE
                   MOVE 'INSTRUCCION INVALIDA' TO WSS-MOTIVO-RECHAZO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       2110-VALIDA-FORMATO-EXIT. EXIT.

       2120-VALIDA-CUENTA.
           MOVE SO-PAIS         TO CTA-PAIS
           MOVE SO-SUCURSAL-N   TO CTA-SUCURSAL
           MOVE SO-NUM-CUENTA-N TO CTA-NUM-CUENTA
           READ MAESTRO-CTA
               KEY IS CTA-CLAVE-CUENTA
           EVALUATE TRUE
               WHEN FS-MAESTRO-CTA-OK
                   IF NOT CTA-ESTADO-ACTIVA
                       SET WSS-SOLICITUD-INVALIDA TO TRUE
                       MOVE 'CUENTA NO ACTIVA' TO WSS-MOTIVO-RECHAZO
                   END-IF
               WHEN FS-MAESTRO-CTA-SIN-CLAVE
                   SET WSS-SOLICITUD-INVALIDA TO TRUE
                   MOVE 'CUENTA INEXISTENTE' TO WSS-MOTIVO-RECHAZO
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA CUENTAS.TXT FS: '
                            FS-MAESTRO-CTA
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       2120-VALIDA-CUENTA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    ALTA DEL PLAZO: PRIMERO EL MAESTRO DE PLAZOS (CON EL
      *    MOVIMIENTO QUE VA A GENERAR), DESPUES EL DEBITO EN LA
      *    CUENTA Y LA HISTORIA, Y POR ULTIMO EL DETALLE
      *-----------------------------------------------------------------*
       2200-CONSTITUYE-PLAZO.
           IF WSS-ULTIMO-PLAZO >= 99999999
               DISPLAY 'PLAZOFIJ: NUMERACION DE PLAZOS AGOTADA'
               PERFORM 9050-ERROR-FATAL
           END-IF
           ADD 1 TO WSS-ULTIMO-PLAZO
           PERFORM 2550-PROXIMA-REFERENCIA

           MOVE SO-PAIS         TO WSS-PAIS-CALENDARIO
           MOVE WSS-FECHA-NEGOCIO TO WSS-FECHA-DESDE
           MOVE SO-PLAZO-DIAS-N TO WSS-PLAZO-CALC
           PERFORM 6200-CALCULA-VENCIMIENTO

           INITIALIZE REG-PLAZO
           MOVE CTA-PAIS              TO PF-PAIS
           MOVE CTA-SUCURSAL          TO PF-SUCURSAL
           MOVE WSS-ULTIMO-PLAZO      TO PF-NUM-PLAZO
           MOVE CTA-NUM-CUENTA        TO PF-NUM-CUENTA
           MOVE CTA-NUM-CLIENTE       TO PF-NUM-CLIENTE
           MOVE CTA-MONEDA            TO PF-MONEDA
           MOVE SO-CAPITAL-N          TO PF-CAPITAL
           MOVE WSS-TASA-HALLADA      TO PF-TASA
           MOVE SO-PLAZO-DIAS-N       TO PF-PLAZO-DIAS
           MOVE WSS-FECHA-NEGOCIO     TO PF-FECHA-CONSTITUCION
           MOVE WSS-FECHA-NEGOCIO     TO PF-FECHA-ALTA
           MOVE WSS-FECHA-VTO         TO PF-FECHA-VTO
           MOVE WSS-FECHA-PAGO        TO PF-FECHA-PAGO
           MOVE SO-INSTRUCCION        TO PF-INSTRUCCION
           SET PF-VIGENTE TO TRUE
           MOVE 0                     TO PF-RENOVACIONES
           MOVE 'F'                   TO PF-ULT-TIPO
           MOVE WSS-FECHA-NEGOCIO     TO PF-ULT-FECHA
           MOVE WSS-ULTIMA-REFERENCIA TO PF-ULT-REFERENCIA
           MOVE SO-CAPITAL-N          TO PF-ULT-IMPORTE
           MOVE WSS-LINEA-NRO         TO PF-LINEA-SOLICITUD
           MOVE 'A'                   TO PF-DET-OPERACION
           MOVE PF-CAPITAL            TO PF-DET-CAPITAL
           MOVE PF-TASA               TO PF-DET-TASA
           MOVE PF-PLAZO-DIAS         TO PF-DET-DIAS
           MOVE 0                     TO PF-DET-INTERES
           MOVE 0                     TO PF-DET-RETENCION
           MOVE 0                     TO PF-DET-NETO
           MOVE PF-CAPITAL            TO PF-DET-IMPORTE-CTA

           WRITE REG-PLAZO
           IF NOT FS-PLAZOS-OK
               DISPLAY 'ERROR ESCRITURA PLAZOS.DAT FS: ' FS-PLAZOS
               PERFORM 9050-ERROR-FATAL
           END-IF

           PERFORM 2600-APLICA-EN-CUENTA
           PERFORM 2750-DETALLE-DEL-PLAZO

           ADD 1 TO WSS-CONSTITUIDOS
           ADD PF-CAPITAL TO WSS-TOTAL-CONSTITUIDO
           .
       2200-CONSTITUYE-PLAZO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    SUMO LAS RETENCIONES VIGENTES Y LOS CHEQUES EN CANJE DE LA
      *    CUENTA QUE ESTA EN REG-MAESTRO-CTA; EL DISPONIBLE ES
      *    CTA-SALDO MENOS ESTA SUMA
      *-----------------------------------------------------------------*
       2250-SUMA-RETENCIONES.
           MOVE 0 TO WSS-RETENIDO-CUENTA
           PERFORM 2260-SUMA-UNA-RETENCION
               VARYING WSS-R FROM 1 BY 1
               UNTIL WSS-R > WSS-RET-CANT
           PERFORM 2265-SUMA-UN-CHEQUE
               VARYING WSS-R FROM 1 BY 1
               UNTIL WSS-R > WSS-CHQ-CANT
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
      *    TASA VIGENTE PARA WSS-BUS-PAIS/MONEDA Y UN PLAZO DE
      *    WSS-BUS-DIAS: LA DEL TRAMO DE MENOR DIAS-HASTA QUE LO CUBRA
      *-----------------------------------------------------------------*
       2300-BUSCA-TASA.
           SET WSS-TASA-FALTANTE TO TRUE
           MOVE 0    TO WSS-TASA-HALLADA
           MOVE 9999 TO WSS-TRAMO-HALLADO
           PERFORM 2310-COMPARA-TASA
               VARYING WSS-TAS-IDX FROM 1 BY 1
               UNTIL WSS-TAS-IDX > WSS-TAS-CANT
           .
       2300-BUSCA-TASA-EXIT. EXIT.

       2310-COMPARA-TASA.
           IF WSS-TAS-PAIS (WSS-TAS-IDX) = WSS-BUS-PAIS
              AND WSS-TAS-MONEDA (WSS-TAS-IDX) = WSS-BUS-MONEDA
              AND WSS-TAS-DIAS-HASTA (WSS-TAS-IDX) >= WSS-BUS-DIAS
              AND (WSS-TASA-FALTANTE
                   OR WSS-TAS-DIAS-HASTA (WSS-TAS-IDX)
                      < WSS-TRAMO-HALLADO)
               MOVE WSS-TAS-DIAS-HASTA (WSS-TAS-IDX)
                    TO WSS-TRAMO-HALLADO
               MOVE WSS-TAS-TASA (WSS-TAS-IDX) TO WSS-TASA-HALLADA
               SET WSS-TASA-ENCONTRADA TO TRUE
           END-IF
           .
       2310-COMPARA-TASA-EXIT. EXIT.

       2350-BUSCA-RETENCION.
           MOVE 0 TO WSS-TASA-RETENCION
           IF WSS-RETIMP-CANT > 0
               SET WSS-RETIMP-IDX TO 1
               SEARCH WSS-RETIMP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WSS-RETIMP-PAIS (WSS-RETIMP-IDX) = PF-PAIS
                       MOVE WSS-RETIMP-TASA (WSS-RETIMP-IDX)
                            TO WSS-TASA-RETENCION
               END-SEARCH
           END-IF
           .
       2350-BUSCA-RETENCION-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    LAS REFERENCIAS DE PLAZOS FIJOS SALEN DE SU PROPIO RANGO,
      *    ASI NUNCA CHOCAN CON LAS QUE ASIGNAN LAS SUCURSALES
      *-----------------------------------------------------------------*
       2550-PROXIMA-REFERENCIA.
           IF WSS-ULTIMA-REFERENCIA >= WSS-TOPE-REFERENCIA
               DISPLAY 'PLAZOFIJ: RANGO DE REFERENCIAS AGOTADO'
               PERFORM 9050-ERROR-FATAL
           END-IF
           ADD 1 TO WSS-ULTIMA-REFERENCIA
           .
       2550-PROXIMA-REFERENCIA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    APLICO A LA CUENTA QUE ESTA EN REG-MAESTRO-CTA EL ULTIMO
      *    MOVIMIENTO DEL PLAZO ('F' DEBITA, 'V' ACREDITA) Y LO DEJO EN
      *    LA HISTORIA
      *-----------------------------------------------------------------*
       2600-APLICA-EN-CUENTA.
           IF PF-ULT-TIPO = 'F'
               SUBTRACT PF-ULT-IMPORTE FROM CTA-SALDO
           ELSE
               ADD PF-ULT-IMPORTE TO CTA-SALDO
           END-IF
           REWRITE REG-MAESTRO-CTA
           IF NOT FS-MAESTRO-CTA-OK
               DISPLAY 'ERROR REESCRITURA CUENTAS.TXT FS: '
                        FS-MAESTRO-CTA
               PERFORM 9050-ERROR-FATAL
           END-IF
           PERFORM 2650-GRABO-HISTORIA
           .
       2600-APLICA-EN-CUENTA-EXIT. EXIT.

       2650-GRABO-HISTORIA.
           MOVE WSS-FECHA-NEGOCIO     TO MH-FECHA-PROCESO
           MOVE CTA-PAIS              TO MH-PAIS
           MOVE CTA-SUCURSAL          TO MH-SUCURSAL
           MOVE CTA-NUM-CUENTA        TO MH-NUM-CUENTA
           MOVE PF-ULT-TIPO           TO MH-TIPO
           MOVE PF-ULT-IMPORTE        TO MH-IMPORTE
           MOVE PF-ULT-FECHA          TO MH-FECHA-VALOR
           MOVE CTA-SALDO             TO MH-SALDO-RESULTANTE
           MOVE PF-ULT-REFERENCIA     TO MH-REFERENCIA
           MOVE 0                     TO MH-REF-ORIGINAL
           MOVE SPACES                TO MH-TIPO-ORIGINAL

           WRITE REG-HISTORIA

           IF NOT FS-HISTORIA-OK
               DISPLAY 'ERROR ESCRITURA MOVHIST.DAT FS: ' FS-HISTORIA
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       2650-GRABO-HISTORIA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    LINEA DEL DETALLE: LOS DATOS DEL PLAZO SALEN DE REG-PLAZO Y
      *    LOS DE LA OPERACION VIENEN CARGADOS POR EL QUE LLAMA
      *-----------------------------------------------------------------*
       2700-GRABO-DETALLE.
           MOVE WSS-FECHA-NEGOCIO TO DP-FECHA
           MOVE PF-PAIS           TO DP-PAIS
           MOVE PF-SUCURSAL       TO DP-SUCURSAL
           MOVE PF-NUM-PLAZO      TO DP-NUM-PLAZO
           MOVE PF-NUM-CUENTA     TO DP-NUM-CUENTA
           MOVE PF-NUM-CLIENTE    TO DP-NUM-CLIENTE
           MOVE PF-MONEDA         TO DP-MONEDA

           WRITE REG-DETALLE

           IF NOT FS-DETALLE-OK
               DISPLAY 'ERROR ESCRITURA PLAZDET.DAT FS: ' FS-DETALLE
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       2700-GRABO-DETALLE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    LINEA DEL DETALLE DE LA ULTIMA OPERACION DEL PLAZO, CON LOS
      *    DATOS QUE QUEDARON EN EL MAESTRO (PF-ULT-DETALLE)
      *-----------------------------------------------------------------*
       2750-DETALLE-DEL-PLAZO.
           MOVE PF-DET-OPERACION   TO DP-OPERACION
           MOVE PF-DET-CAPITAL     TO DP-CAPITAL
           MOVE PF-DET-TASA        TO DP-TASA
           MOVE PF-DET-DIAS        TO DP-DIAS
           MOVE PF-DET-INTERES     TO DP-INTERES
           MOVE PF-DET-RETENCION   TO DP-RETENCION
           MOVE PF-DET-NETO        TO DP-NETO
           MOVE PF-DET-IMPORTE-CTA TO DP-IMPORTE-CUENTA
           MOVE PF-ULT-REFERENCIA  TO DP-REFERENCIA
           PERFORM 2700-GRABO-DETALLE
           .
       2750-DETALLE-DEL-PLAZO-EXIT. EXIT.

       2900-GRABO-RECHAZO.
           MOVE WSS-LINEA-NRO      TO RZ-LINEA
           MOVE REG-SOLICITUD      TO RZ-SOLICITUD
           MOVE WSS-MOTIVO-RECHAZO TO RZ-MOTIVO

           WRITE REG-RECHAZO

           IF NOT FS-RECHAZOS-OK
               DISPLAY 'ERROR ESCRITURA PFRECH.DAT FS: ' FS-RECHAZOS
               PERFORM 9050-ERROR-FATAL
           END-IF
           ADD 1 TO WSS-RECHAZADAS
           .
       2900-GRABO-RECHAZO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    VENCIMIENTOS: RECORRO EL MAESTRO DESDE EL PRINCIPIO Y
      *    LIQUIDO CADA PLAZO VIGENTE CUYA FECHA DE PAGO YA LLEGO
      *-----------------------------------------------------------------*
       3000-VENCIMIENTOS.
           CLOSE PLAZOS
           OPEN I-O PLAZOS
           IF NOT FS-PLAZOS-OK
               DISPLAY 'ERROR APERTURA PLAZOS.DAT FS: ' FS-PLAZOS
               PERFORM 9050-ERROR-FATAL
           END-IF
           PERFORM 5100-LECTURA-PLAZO
           PERFORM 3100-EVALUA-PLAZO UNTIL FS-PLAZOS-FIN
           .
       3000-VENCIMIENTOS-EXIT. EXIT.

       3100-EVALUA-PLAZO.
           IF PF-VIGENTE AND PF-FECHA-PAGO <= WSS-FECHA-NEGOCIO
               PERFORM 3200-VENCE-PLAZO
           END-IF
           PERFORM 5100-LECTURA-PLAZO
           .
       3100-EVALUA-PLAZO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    LIQUIDO EL PLAZO: INTERES DE LOS DIAS CORRIDOS ENTRE EL ALTA
      *    Y LA FECHA DE PAGO, MENOS LA RETENCION DEL PAIS. SI LA
      *    CUENTA NO PUEDE RECIBIR LA ACREDITACION EL PLAZO QUEDA
      *    VIGENTE (DEMORADO) Y SE REINTENTA LA NOCHE SIGUIENTE CON LA
      *    MISMA LIQUIDACION.
      *-----------------------------------------------------------------*
       3200-VENCE-PLAZO.
           MOVE PF-FECHA-ALTA TO WSS-JUL-FECHA-NUM
           PERFORM 6500-DIA-JULIANO
           MOVE WSS-JUL-DIA   TO WSS-JUL-ALTA
           MOVE PF-FECHA-PAGO TO WSS-JUL-FECHA-NUM
           PERFORM 6500-DIA-JULIANO
           COMPUTE WSS-DIAS-INTERES = WSS-JUL-DIA - WSS-JUL-ALTA

           COMPUTE WSS-INTERES ROUNDED =
               PF-CAPITAL * PF-TASA * WSS-DIAS-INTERES / 36500
           PERFORM 2350-BUSCA-RETENCION
           COMPUTE WSS-IMPUESTO ROUNDED =
               WSS-INTERES * WSS-TASA-RETENCION / 100
           COMPUTE WSS-INTERES-NETO =
               WSS-INTERES - WSS-IMPUESTO

           PERFORM 3250-DECIDE-OPERACION

           SET WSS-PLAZO-LIQUIDABLE TO TRUE
           IF WSS-IMPORTE-CUENTA > 0
               PERFORM 3300-CUENTA-ACREDITACION
           END-IF

           IF WSS-PLAZO-DEMORADO
               ADD 1 TO WSS-DEMORADOS
               DISPLAY 'PLAZOFIJ: VENCIMIENTO DEMORADO - PAIS '
                        PF-PAIS ' SUC ' PF-SUCURSAL
                       ' PLAZO ' PF-NUM-PLAZO ' ' WSS-MOTIVO-DEMORA
           ELSE
               PERFORM 3400-LIQUIDA-PLAZO
           END-IF
           .
       3200-VENCE-PLAZO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    LA RENOVACION TOMA LA TASA VIGENTE PARA EL MISMO PLAZO; SIN
      *    TASA NO SE PUEDE RENOVAR Y EL PLAZO SE PAGA. SI CAPITAL MAS
      *    INTERES NO ENTRA EN EL CAMPO, SE RENUEVA SOLO EL CAPITAL.
      *-----------------------------------------------------------------*
       3250-DECIDE-OPERACION.
           MOVE PF-INSTRUCCION TO WSS-OPERACION
           IF NOT WSS-OPER-PAGO
               MOVE PF-PAIS       TO WSS-BUS-PAIS
               MOVE PF-MONEDA     TO WSS-BUS-MONEDA
               MOVE PF-PLAZO-DIAS TO WSS-BUS-DIAS
               PERFORM 2300-BUSCA-TASA
               IF WSS-TASA-FALTANTE
                   SET WSS-OPER-PAGO TO TRUE
                   ADD 1 TO WSS-SIN-TASA-RENOV
                   DISPLAY 'PLAZOFIJ: SIN TASA PARA RENOVAR, SE PAGA '
                           '- PAIS ' PF-PAIS ' SUC ' PF-SUCURSAL
                           ' PLAZO ' PF-NUM-PLAZO
               END-IF
           END-IF
           IF WSS-OPER-RENUEVA-TOTAL
              AND WSS-INTERES-NETO > 9999999.99 - PF-CAPITAL
               SET WSS-OPER-RENUEVA-CAPITAL TO TRUE
           END-IF

           EVALUATE TRUE
               WHEN WSS-OPER-PAGO
                   COMPUTE WSS-IMPORTE-CUENTA =
                       PF-CAPITAL + WSS-INTERES-NETO
               WHEN WSS-OPER-RENUEVA-CAPITAL
                   MOVE WSS-INTERES-NETO TO WSS-IMPORTE-CUENTA
               WHEN OTHER
                   MOVE 0 TO WSS-IMPORTE-CUENTA
           END-EVALUATE
           .
       3250-DECIDE-OPERACION-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    LEO LA CUENTA DEL PLAZO Y VERIFICO QUE PUEDA RECIBIR LA
      *    ACREDITACION (LAS BLOQUEADAS Y CERRADAS NO RECIBEN
      *    MOVIMIENTOS, COMO EN APLICMOV)
      *-----------------------------------------------------------------*
       3300-CUENTA-ACREDITACION.
           MOVE PF-PAIS       TO CTA-PAIS
           MOVE PF-SUCURSAL   TO CTA-SUCURSAL
           MOVE PF-NUM-CUENTA TO CTA-NUM-CUENTA
           READ MAESTRO-CTA
               KEY IS CTA-CLAVE-CUENTA
           EVALUATE TRUE
               WHEN FS-MAESTRO-CTA-SIN-CLAVE
                   SET WSS-PLAZO-DEMORADO TO TRUE
                   MOVE 'CUENTA INEXISTENTE' TO WSS-MOTIVO-DEMORA
               WHEN NOT FS-MAESTRO-CTA-OK
                   DISPLAY 'ERROR LECTURA CUENTAS.TXT FS: '
                            FS-MAESTRO-CTA
                   PERFORM 9050-ERROR-FATAL
               WHEN CTA-ESTADO-BLOQUEADA
                   SET WSS-PLAZO-DEMORADO TO TRUE
                   MOVE 'CUENTA BLOQUEADA' TO WSS-MOTIVO-DEMORA
               WHEN CTA-ESTADO-CERRADA
                   SET WSS-PLAZO-DEMORADO TO TRUE
                   MOVE 'CUENTA CERRADA' TO WSS-MOTIVO-DEMORA
               WHEN WSS-IMPORTE-CUENTA > 9999999.99
                   SET WSS-PLAZO-DEMORADO TO TRUE
                   MOVE 'IMPORTE EXCEDE EL MOVIMIENTO'
                        TO WSS-MOTIVO-DEMORA
               WHEN WSS-IMPORTE-CUENTA > 9999999.99 - CTA-SALDO
                   SET WSS-PLAZO-DEMORADO TO TRUE
                   MOVE 'SALDO DESBORDARIA' TO WSS-MOTIVO-DEMORA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       3300-CUENTA-ACREDITACION-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    GRABO EL PLAZO PAGADO O RENOVADO (CON EL MOVIMIENTO QUE VA A
      *    GENERAR), DESPUES LA ACREDITACION EN LA CUENTA Y LA
      *    HISTORIA, Y POR ULTIMO EL DETALLE
      *-----------------------------------------------------------------*
       3400-LIQUIDA-PLAZO.
           MOVE PF-CAPITAL TO WSS-CAPITAL-VENCIDO
           MOVE PF-TASA    TO WSS-TASA-VENCIDA

           IF WSS-IMPORTE-CUENTA > 0
               PERFORM 2550-PROXIMA-REFERENCIA
               MOVE 'V'                   TO PF-ULT-TIPO
               MOVE WSS-ULTIMA-REFERENCIA TO PF-ULT-REFERENCIA
               MOVE WSS-IMPORTE-CUENTA    TO PF-ULT-IMPORTE
           ELSE
               MOVE SPACES                TO PF-ULT-TIPO
               MOVE 0                     TO PF-ULT-REFERENCIA
               MOVE 0                     TO PF-ULT-IMPORTE
           END-IF
           MOVE WSS-FECHA-NEGOCIO TO PF-ULT-FECHA

           IF WSS-OPER-PAGO
               SET PF-PAGADO TO TRUE
               ADD 1 TO WSS-PAGADOS
           ELSE
               PERFORM 3450-RENUEVA-PLAZO
               ADD 1 TO WSS-RENOVADOS
           END-IF

           MOVE WSS-OPERACION       TO PF-DET-OPERACION
           MOVE WSS-CAPITAL-VENCIDO TO PF-DET-CAPITAL
           MOVE WSS-TASA-VENCIDA    TO PF-DET-TASA
           MOVE WSS-DIAS-INTERES    TO PF-DET-DIAS
           MOVE WSS-INTERES         TO PF-DET-INTERES
           MOVE WSS-IMPUESTO        TO PF-DET-RETENCION
           MOVE WSS-INTERES-NETO    TO PF-DET-NETO
           MOVE WSS-IMPORTE-CUENTA  TO PF-DET-IMPORTE-CTA

           REWRITE REG-PLAZO
           IF NOT FS-PLAZOS-OK
               DISPLAY 'ERROR REESCRITURA PLAZOS.DAT FS: ' FS-PLAZOS
               PERFORM 9050-ERROR-FATAL
           END-IF

           IF WSS-IMPORTE-CUENTA > 0
               PERFORM 2600-APLICA-EN-CUENTA
           END-IF
           PERFORM 2750-DETALLE-DEL-PLAZO

           ADD WSS-IMPORTE-CUENTA TO WSS-TOTAL-ACREDITADO
           ADD WSS-INTERES        TO WSS-TOTAL-INTERES
           ADD WSS-IMPUESTO       TO WSS-TOTAL-RETENCION
           .
       3400-LIQUIDA-PLAZO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    EL NUEVO PERIODO ARRANCA EN LA FECHA DE PAGO DEL ANTERIOR,
      *    POR EL MISMO PLAZO Y A LA TASA VIGENTE
      *-----------------------------------------------------------------*
       3450-RENUEVA-PLAZO.
           IF WSS-OPER-RENUEVA-TOTAL
               ADD WSS-INTERES-NETO TO PF-CAPITAL
           END-IF
           MOVE WSS-TASA-HALLADA TO PF-TASA
           MOVE PF-FECHA-PAGO    TO PF-FECHA-ALTA

           MOVE PF-PAIS          TO WSS-PAIS-CALENDARIO
           MOVE PF-FECHA-ALTA    TO WSS-FECHA-DESDE
           MOVE PF-PLAZO-DIAS    TO WSS-PLAZO-CALC
           PERFORM 6200-CALCULA-VENCIMIENTO
           MOVE WSS-FECHA-VTO    TO PF-FECHA-VTO
           MOVE WSS-FECHA-PAGO   TO PF-FECHA-PAGO
           ADD 1 TO PF-RENOVACIONES
           .
       3450-RENUEVA-PLAZO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    UNA PASADA FINAL POR EL MAESTRO YA ACTUALIZADO: ESCALERA DE
      *    VENCIMIENTOS Y TOTALES DE LA CARTERA VIGENTE
      *-----------------------------------------------------------------*
       4000-ESCALERA.
           CLOSE PLAZOS
           OPEN INPUT PLAZOS
           IF NOT FS-PLAZOS-OK
               DISPLAY 'ERROR APERTURA PLAZOS.DAT FS: ' FS-PLAZOS
               PERFORM 9050-ERROR-FATAL
           END-IF

           OPEN OUTPUT SALDOS-PF
           IF NOT FS-SALDOS-PF-OK
               DISPLAY 'ERROR APERTURA PFSALDOS.DAT FS: ' FS-SALDOS-PF
               PERFORM 9050-ERROR-FATAL
           END-IF

           OPEN OUTPUT REPORTE
           IF NOT FS-REPORTE-OK
               DISPLAY 'ERROR APERTURA PFVTOS.DAT FS: ' FS-REPORTE
               PERFORM 9050-ERROR-FATAL
           END-IF

           MOVE 0 TO WSS-CANT-X-SUC
           MOVE 0 TO WSS-SALDO-SUC
           MOVE 0 TO WSS-CANT-X-PAIS
           MOVE 0 TO WSS-SALDO-PAIS
           PERFORM 5100-LECTURA-PLAZO
           PERFORM 4100-ACUMULA-PLAZO UNTIL FS-PLAZOS-FIN
           IF WSS-HAY-SUCURSAL
               PERFORM 4200-GRABA-SUCURSAL
               PERFORM 4250-GRABA-PAIS
           END-IF

           PERFORM 5250-ENCABEZADO-REPORTE
           PERFORM 4500-IMPRIME-ESCALERA
               VARYING WSS-ESC-IDX FROM 1 BY 1
               UNTIL WSS-ESC-IDX > WSS-ESC-CANT
           .
       4000-ESCALERA-EXIT. EXIT.

       4100-ACUMULA-PLAZO.
           IF PF-VIGENTE
               IF WSS-HAY-SUCURSAL
                  AND (PF-PAIS NOT = WSS-ULT-PAIS
                       OR PF-SUCURSAL NOT = WSS-ULT-SUC)
                   PERFORM 4200-GRABA-SUCURSAL
                   IF PF-PAIS NOT = WSS-ULT-PAIS
                       PERFORM 4250-GRABA-PAIS
                   END-IF
               END-IF
               IF WSS-CANT-X-PAIS = 0
                   MOVE PF-MONEDA TO WSS-MONEDA-PAIS
               END-IF
               MOVE PF-PAIS     TO WSS-ULT-PAIS
               MOVE PF-SUCURSAL TO WSS-ULT-SUC
               SET WSS-HAY-SUCURSAL TO TRUE

               ADD 1          TO WSS-CANT-X-SUC
               ADD PF-CAPITAL TO WSS-SALDO-SUC
               ADD 1          TO WSS-CANT-X-PAIS
               ADD PF-CAPITAL TO WSS-SALDO-PAIS
               ADD 1          TO WSS-VIGENTES
               PERFORM 4300-ACUMULA-ESCALERA
           END-IF
           PERFORM 5100-LECTURA-PLAZO
           .
       4100-ACUMULA-PLAZO-EXIT. EXIT.

       4200-GRABA-SUCURSAL.
           MOVE WSS-ULT-PAIS    TO SP-COD-PAIS
           MOVE WSS-ULT-SUC     TO SP-COD-SUC
           MOVE WSS-CANT-X-SUC  TO SP-CANTIDAD
           MOVE WSS-SALDO-SUC   TO SP-SALDO
           MOVE WSS-MONEDA-PAIS TO SP-MONEDA
           PERFORM 4280-WRITE-SALDO-PF
           MOVE 0 TO WSS-CANT-X-SUC
           MOVE 0 TO WSS-SALDO-SUC
           .
       4200-GRABA-SUCURSAL-EXIT. EXIT.

       4250-GRABA-PAIS.
           MOVE WSS-ULT-PAIS    TO SP-COD-PAIS
           MOVE 0               TO SP-COD-SUC
           MOVE WSS-CANT-X-PAIS TO SP-CANTIDAD
           MOVE WSS-SALDO-PAIS  TO SP-SALDO
           MOVE WSS-MONEDA-PAIS TO SP-MONEDA
           PERFORM 4280-WRITE-SALDO-PF
           MOVE 0 TO WSS-CANT-X-PAIS
           MOVE 0 TO WSS-SALDO-PAIS
           .
       4250-GRABA-PAIS-EXIT. EXIT.

       4280-WRITE-SALDO-PF.
           WRITE REG-SALDO-PF
           IF NOT FS-SALDOS-PF-OK
               DISPLAY 'ERROR ESCRITURA PFSALDOS.DAT FS: '
                        FS-SALDOS-PF
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       4280-WRITE-SALDO-PF-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    ACUMULO EL PLAZO EN EL TRAMO DE SU PAIS/MONEDA. CON LA TABLA
      *    LLENA LA ESCALERA NO CUADRARIA CON LA CARTERA: SE CUENTA Y LA
      *    CORRIDA TERMINA CON RC 4.
      *-----------------------------------------------------------------*
       4300-ACUMULA-ESCALERA.
           MOVE PF-FECHA-PAGO TO WSS-JUL-FECHA-NUM
           PERFORM 6500-DIA-JULIANO
           COMPUTE WSS-DIAS-RESTANTES = WSS-JUL-DIA - WSS-JUL-NEGOCIO
           EVALUATE TRUE
               WHEN WSS-DIAS-RESTANTES <= 30
                   MOVE 1 TO WSS-T
               WHEN WSS-DIAS-RESTANTES <= 90
                   MOVE 2 TO WSS-T
               WHEN WSS-DIAS-RESTANTES <= 180
                   MOVE 3 TO WSS-T
               WHEN WSS-DIAS-RESTANTES <= 365
                   MOVE 4 TO WSS-T
               WHEN OTHER
                   MOVE 5 TO WSS-T
           END-EVALUATE

           SET WSS-ESC-IDX TO 1
           SEARCH WSS-ESC-ENTRY
               AT END
                   IF WSS-ESC-CANT < 50
                       ADD 1 TO WSS-ESC-CANT
                       SET WSS-ESC-IDX TO WSS-ESC-CANT
                       INITIALIZE WSS-ESC-ENTRY (WSS-ESC-IDX)
                       MOVE PF-PAIS   TO WSS-ESC-PAIS (WSS-ESC-IDX)
                       MOVE PF-MONEDA TO WSS-ESC-MONEDA (WSS-ESC-IDX)
                       PERFORM 4310-SUMA-TRAMO
                   ELSE
                       ADD 1 TO WSS-ESC-PERDIDOS
                   END-IF
               WHEN WSS-ESC-PAIS (WSS-ESC-IDX) = PF-PAIS
                    AND WSS-ESC-MONEDA (WSS-ESC-IDX) = PF-MONEDA
                   PERFORM 4310-SUMA-TRAMO
           END-SEARCH
           .
       4300-ACUMULA-ESCALERA-EXIT. EXIT.

       4310-SUMA-TRAMO.
           ADD 1 TO WSS-ESC-TR-CANT (WSS-ESC-IDX WSS-T)
           ADD PF-CAPITAL TO WSS-ESC-TR-CAPITAL (WSS-ESC-IDX WSS-T)
           ADD 1 TO WSS-ESC-TOT-CANT (WSS-ESC-IDX)
           ADD PF-CAPITAL TO WSS-ESC-TOT-CAPITAL (WSS-ESC-IDX)
           .
       4310-SUMA-TRAMO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    UN BLOQUE POR PAIS/MONEDA: LOS CINCO TRAMOS Y EL TOTAL
      *-----------------------------------------------------------------*
       4500-IMPRIME-ESCALERA.
           PERFORM 4510-IMPRIME-TRAMO
               VARYING WSS-T FROM 1 BY 1
               UNTIL WSS-T > 5

           MOVE WSS-ESC-PAIS (WSS-ESC-IDX)   TO WSS-DET-PAIS
           MOVE WSS-ESC-MONEDA (WSS-ESC-IDX) TO WSS-DET-MONEDA
           MOVE 'TOTAL'                      TO WSS-DET-TRAMO
           MOVE WSS-ESC-TOT-CANT (WSS-ESC-IDX)    TO WSS-DET-CANTIDAD
           MOVE WSS-ESC-TOT-CAPITAL (WSS-ESC-IDX) TO WSS-DET-CAPITAL
           MOVE WSS-LINEA-DETALLE TO WSS-LINEA-REPORTE
           PERFORM 5200-WRITE-REPORTE
           MOVE SPACES TO WSS-LINEA-REPORTE
           PERFORM 5200-WRITE-REPORTE
           .
       4500-IMPRIME-ESCALERA-EXIT. EXIT.

       4510-IMPRIME-TRAMO.
           MOVE WSS-ESC-PAIS (WSS-ESC-IDX)   TO WSS-DET-PAIS
           MOVE WSS-ESC-MONEDA (WSS-ESC-IDX) TO WSS-DET-MONEDA
           MOVE WSS-TRAMO-TEXTO (WSS-T)      TO WSS-DET-TRAMO
           MOVE WSS-ESC-TR-CANT (WSS-ESC-IDX WSS-T)
                TO WSS-DET-CANTIDAD
           MOVE WSS-ESC-TR-CAPITAL (WSS-ESC-IDX WSS-T)
                TO WSS-DET-CAPITAL
           MOVE WSS-LINEA-DETALLE TO WSS-LINEA-REPORTE
           PERFORM 5200-WRITE-REPORTE
           .
       4510-IMPRIME-TRAMO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    LEO UNA SOLICITUD DE CONSTITUCION (SE NUMERAN DESDE 1)
      *-----------------------------------------------------------------*
       5000-LECTURA-SOLICITUD.
           READ SOLICITUDES
           EVALUATE TRUE
               WHEN FS-SOLICITUDES-OK
                   ADD 1 TO WSS-LINEA-NRO
                   ADD 1 TO WSS-SOLICITUDES-LEIDAS
               WHEN FS-SOLICITUDES-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA PFSOLIC.DAT FS: '
                            FS-SOLICITUDES
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       5000-LECTURA-SOLICITUD-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    LEO UN PLAZO DEL MAESTRO (SECUENCIAL POR CLAVE)
      *-----------------------------------------------------------------*
       5100-LECTURA-PLAZO.
           READ PLAZOS NEXT RECORD
           IF NOT FS-PLAZOS-OK AND NOT FS-PLAZOS-FIN
               DISPLAY 'ERROR LECTURA PLAZOS.DAT FS: ' FS-PLAZOS
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       5100-LECTURA-PLAZO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    ESCRIBO UNA LINEA DEL REPORTE, CONTROLANDO PAGINADO
      *-----------------------------------------------------------------*
       5200-WRITE-REPORTE.
           WRITE REG-REPORTE FROM WSS-LINEA-REPORTE
           IF NOT FS-REPORTE-OK
               DISPLAY 'ERROR ESCRITURA PFVTOS.DAT FS: ' FS-REPORTE
               PERFORM 9050-ERROR-FATAL
           END-IF
           ADD 1 TO WSS-LINEAS-IMPRESAS

           IF WSS-LINEAS-IMPRESAS >= WSS-MAX-LINEAS-PAGINA
               PERFORM 5250-ENCABEZADO-REPORTE
           END-IF
           .
       5200-WRITE-REPORTE-EXIT. EXIT.

       5250-ENCABEZADO-REPORTE.
           ADD 1 TO WSS-PAGINA
           MOVE WSS-PAGINA TO WSS-ENC1-PAGINA

           WRITE REG-REPORTE FROM WSS-ENC-1
           WRITE REG-REPORTE FROM WSS-ENC-2
           WRITE REG-REPORTE FROM WSS-ENC-3
           WRITE REG-REPORTE FROM WSS-ENC-4

           MOVE 4 TO WSS-LINEAS-IMPRESAS
           .
       5250-ENCABEZADO-REPORTE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CORRO WSS-FECHA-CALC AL PRIMER DIA HABIL DEL PAIS
      *    WSS-PAIS-CALENDARIO, DESDE ESA MISMA FECHA INCLUSIVE
      *-----------------------------------------------------------------*
       6000-PRIMER-DIA-HABIL.
           MOVE 0 TO WSS-DIAS-AVANZADOS
           PERFORM 6300-CONSULTA-HABIL
           PERFORM 6100-AVANZA-UN-DIA UNTIL WSS-FECHA-ES-HABIL
           .
       6000-PRIMER-DIA-HABIL-EXIT. EXIT.

       6100-AVANZA-UN-DIA.
           ADD 1 TO WSS-DIAS-AVANZADOS
           IF WSS-DIAS-AVANZADOS > 60
               DISPLAY 'PLAZOFIJ: SIN DIA HABIL EN 60 DIAS, REVISAR '
                       'CALENDAR.DAT'
               PERFORM 9050-ERROR-FATAL
           END-IF
           PERFORM 6150-SUMA-UN-DIA
           PERFORM 6300-CONSULTA-HABIL
           .
       6100-AVANZA-UN-DIA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    SUMO UN DIA CALENDARIO: SI EL DIA NO EXISTE EN EL MES (LO
      *    DICE FECHAVAL), PASO AL DIA 1 DEL MES SIGUIENTE
      *-----------------------------------------------------------------*
       6150-SUMA-UN-DIA.
           ADD 1 TO WSS-CALC-DD
           PERFORM 6400-VALIDA-FECHA-CALC
           IF WSS-FECHA-CALC-INVALIDA
               MOVE 1 TO WSS-CALC-DD
               ADD 1 TO WSS-CALC-MM
               IF WSS-CALC-MM > 12
                   MOVE 1 TO WSS-CALC-MM
                   ADD 1 TO WSS-CALC-AAAA
               END-IF
           END-IF
           .
       6150-SUMA-UN-DIA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    VENCIMIENTO DE UN PLAZO DE WSS-PLAZO-CALC DIAS QUE ARRANCA
      *    EN WSS-FECHA-DESDE: WSS-FECHA-VTO ES LA FECHA NOMINAL Y
      *    WSS-FECHA-PAGO SU PRIMER DIA HABIL
      *-----------------------------------------------------------------*
       6200-CALCULA-VENCIMIENTO.
           MOVE WSS-FECHA-DESDE TO WSS-JUL-FECHA-NUM
           PERFORM 6500-DIA-JULIANO
           ADD WSS-PLAZO-CALC TO WSS-JUL-DIA
           PERFORM 6550-FECHA-DE-JULIANO
           MOVE WSS-JUL-FECHA-NUM TO WSS-FECHA-VTO
           MOVE WSS-JUL-FECHA-NUM TO WSS-FECHA-CALC-NUM
           PERFORM 6000-PRIMER-DIA-HABIL
           MOVE WSS-FECHA-CALC-NUM TO WSS-FECHA-PAGO
           .
       6200-CALCULA-VENCIMIENTO-EXIT. EXIT.

       6300-CONSULTA-HABIL.
           MOVE WSS-FECHA-CALC-NUM  TO FV-FECHA
           MOVE 0                   TO FV-FECHA-TOPE
           MOVE WSS-PAIS-CALENDARIO TO FV-PAIS
           CALL 'FECHAVAL' USING AREADECOM-FEC

      *    CON EL CALENDARIO CARGADO A MEDIAS, UN FERIADO PODRIA
      *    PASAR POR DIA HABIL Y PAGAR UN PLAZO UN DIA SIN ATENCION
           IF FV-CALENDARIO-INCOMPLETO
               DISPLAY 'PLAZOFIJ: CALENDAR.DAT NO ENTRO COMPLETO EN '
                       'FECHAVAL'
               PERFORM 9050-ERROR-FATAL
           END-IF

           IF FV-FECHA-VALIDA AND FV-DIA-HABIL
               SET WSS-FECHA-ES-HABIL TO TRUE
           ELSE
               SET WSS-FECHA-NO-HABIL TO TRUE
           END-IF
           .
       6300-CONSULTA-HABIL-EXIT. EXIT.

       6400-VALIDA-FECHA-CALC.
           MOVE WSS-FECHA-CALC-NUM TO FV-FECHA
           MOVE 0                  TO FV-FECHA-TOPE
           MOVE SPACES             TO FV-PAIS
           CALL 'FECHAVAL' USING AREADECOM-FEC
           IF FV-FECHA-VALIDA
               SET WSS-FECHA-CALC-VALIDA TO TRUE
           ELSE
               SET WSS-FECHA-CALC-INVALIDA TO TRUE
           END-IF
           .
       6400-VALIDA-FECHA-CALC-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    NUMERO DE DIA JULIANO DE WSS-JUL-FECHA (CALENDARIO
      *    GREGORIANO): MARZO PASA A SER EL MES 0 DEL ANIO PARA QUE EL
      *    29 DE FEBRERO QUEDE AL FINAL
      *-----------------------------------------------------------------*
       6500-DIA-JULIANO.
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
       6500-DIA-JULIANO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    INVERSA: FECHA AAAAMMDD DEL DIA JULIANO WSS-JUL-DIA, QUE
      *    QUEDA EN WSS-JUL-FECHA
      *-----------------------------------------------------------------*
       6550-FECHA-DE-JULIANO.
           COMPUTE WSS-JUL-L = WSS-JUL-DIA + 68569
           COMPUTE WSS-JUL-N = 4 * WSS-JUL-L / 146097
           COMPUTE WSS-JUL-K = (146097 * WSS-JUL-N + 3) / 4
           COMPUTE WSS-JUL-L = WSS-JUL-L - WSS-JUL-K
           COMPUTE WSS-JUL-I = 4000 * (WSS-JUL-L + 1) / 1461001
           COMPUTE WSS-JUL-K = 1461 * WSS-JUL-I / 4
           COMPUTE WSS-JUL-L = WSS-JUL-L - WSS-JUL-K + 31
           COMPUTE WSS-JUL-J = 80 * WSS-JUL-L / 2447
           COMPUTE WSS-JUL-K = 2447 * WSS-JUL-J / 80
           COMPUTE WSS-JUL-DD = WSS-JUL-L - WSS-JUL-K
           COMPUTE WSS-JUL-K = WSS-JUL-J / 11
           COMPUTE WSS-JUL-MM = WSS-JUL-J + 2 - 12 * WSS-JUL-K
           COMPUTE WSS-JUL-AAAA = 100 * (WSS-JUL-N - 49) + WSS-JUL-I
                                + WSS-JUL-K
           .
       6550-FECHA-DE-JULIANO-EXIT. EXIT.

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
      *    GRABO EL CONTROL (TAMBIEN TRAS UN ERROR FATAL: LO YA HECHO
      *    QUEDO EN LOS MAESTROS Y LA NUMERACION NO DEBE REPETIRSE); LA
      *    FECHA SOLO QUEDA COMPLETADA EN UNA CORRIDA SIN ERROR FATAL.
      *    CIERRO ARCHIVOS Y DISPLAYO TOTALES DE CONTROL.
      *-----------------------------------------------------------------*
       9000-FINALIZAR.
           IF WSS-NUMERACION-CARGADA
               IF RETURN-CODE < 8
                   MOVE 'C' TO PC-ESTADO
               ELSE
                   MOVE 'E' TO PC-ESTADO
               END-IF
               PERFORM 9200-GRABA-CONTROL-PF
           END-IF
           PERFORM 9100-TOTALES-DE-CONTROL
           PERFORM 9160-ESTAMPA-CORRIDA
           CLOSE PLAZOS
           CLOSE MAESTRO-CTA
           CLOSE HISTORIA
           CLOSE SOLICITUDES
           CLOSE RECHAZOS
           CLOSE DETALLE
           CLOSE REPORTE
           CLOSE SALDOS-PF
           STOP RUN
           .
       9000-FINALIZAR-EXIT. EXIT.

       9100-TOTALES-DE-CONTROL.
           DISPLAY '-------------------------------'
           DISPLAY '- FECHA DE NEGOCIO: ' WSS-FECHA-NEGOCIO
           DISPLAY '- SOLICITUDES LEIDAS: ' WSS-SOLICITUDES-LEIDAS
           DISPLAY '- PLAZOS CONSTITUIDOS: ' WSS-CONSTITUIDOS
           DISPLAY '- SOLICITUDES RECHAZADAS: ' WSS-RECHAZADAS
           IF WSS-ES-RECORRIDA
               DISPLAY '- SOLICITUDES YA CONSTITUIDAS (RECORRIDA): '
                        WSS-YA-CONSTITUIDOS
               DISPLAY '- MOVIMIENTOS COMPLETADOS (RECORRIDA): '
                        WSS-COMPLETADOS
               DISPLAY '- LINEAS DE DETALLE REPUESTAS (RECORRIDA): '
                        WSS-DETALLES-REPUESTOS
           END-IF
           DISPLAY '- PLAZOS PAGADOS: ' WSS-PAGADOS
           DISPLAY '- PLAZOS RENOVADOS: ' WSS-RENOVADOS
           DISPLAY '- RENOVACIONES SIN TASA (PAGADAS): '
                    WSS-SIN-TASA-RENOV
           DISPLAY '- VENCIMIENTOS DEMORADOS: ' WSS-DEMORADOS
           DISPLAY '- PLAZOS VIGENTES: ' WSS-VIGENTES
           DISPLAY '- CAPITAL CONSTITUIDO: ' WSS-TOTAL-CONSTITUIDO
           DISPLAY '- ACREDITADO EN CUENTAS: ' WSS-TOTAL-ACREDITADO
           DISPLAY '- INTERES LIQUIDADO: ' WSS-TOTAL-INTERES
           DISPLAY '- RETENCION IMPOSITIVA: ' WSS-TOTAL-RETENCION
           DISPLAY '- ULTIMA REFERENCIA USADA: ' WSS-ULTIMA-REFERENCIA
           IF WSS-ESC-PERDIDOS > 0
               DISPLAY '- TABLA DE ESCALERA LLENA, PLAZOS SIN '
                       'IMPUTAR: ' WSS-ESC-PERDIDOS
           END-IF
           DISPLAY '-------------------------------'

           IF RETURN-CODE = 0
              AND (WSS-RECHAZADAS > 0 OR WSS-DEMORADOS > 0
                   OR WSS-SIN-TASA-RENOV > 0 OR WSS-ESC-PERDIDOS > 0)
               MOVE 4 TO RETURN-CODE
           END-IF
           .
       9100-TOTALES-DE-CONTROL-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    ESTAMPO EL RESULTADO DEL PASO EN EL CONTROL DE CORRIDAS
      *-----------------------------------------------------------------*
       9160-ESTAMPA-CORRIDA.
           SET CTL-FUNCION-FIN TO TRUE
           MOVE 'PLAZOFIJ' TO CTL-PROGRAMA
           MOVE SPACES     TO CTL-PREDECESOR
           MOVE RETURN-CODE TO CTL-RETORNO-JOB
           CALL 'RUNCTL' USING AREADECOM-CTL
      *    EL GOBACK DE LA RUTINA DEJA EN RETURN-CODE EL DE ELLA (0):
      *    REPONGO EL RETORNO DEL PASO PARA QUE LLEGUE INTACTO AL JOB
           MOVE CTL-RETORNO-JOB TO RETURN-CODE
           IF NOT CTL-OK
               DISPLAY 'PLAZOFIJ: NO SE PUDO ESTAMPAR EL CONTROL DE '
                       'CORRIDAS'
           END-IF
           .
       9160-ESTAMPA-CORRIDA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    GRABO EL CONTROL: ULTIMA REFERENCIA, ULTIMO PLAZO, FECHA Y
      *    ESTADO (PC-ESTADO VIENE CARGADO POR EL QUE LLAMA)
      *-----------------------------------------------------------------*
       9200-GRABA-CONTROL-PF.
           MOVE WSS-ULTIMA-REFERENCIA TO PC-ULTIMA-REFERENCIA
           MOVE WSS-ULTIMO-PLAZO      TO PC-ULTIMO-PLAZO
           MOVE WSS-FECHA-NEGOCIO     TO PC-FECHA
           OPEN OUTPUT CONTROL-PF
           IF FS-CONTROL-PF-OK
               WRITE REG-CONTROL-PF
               CLOSE CONTROL-PF
           END-IF
           IF NOT FS-CONTROL-PF-OK
               DISPLAY 'ERROR GRABACION PFCTL.DAT FS: '
                        FS-CONTROL-PF
               MOVE 8 TO RETURN-CODE
           END-IF
           .
       9200-GRABA-CONTROL-PF-EXIT. EXIT.
