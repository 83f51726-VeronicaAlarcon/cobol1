      ******************************************************************
      * Author:    VERONICA ALARCON
      * Date:      2026-10-15
      * Purpose:   GENERACION DE LAS TRANSFERENCIAS DE LAS ORDENES
      *            PERMANENTES (ALQUILER, PASE MENSUAL ENTRE CUENTAS
      *            PROPIAS). HASTA AHORA LA SUCURSAL TIPEABA CADA MES
      *            UNA 'T' EN MOVDIA.DAT POR CADA ORDEN DEL CLIENTE.
      *            CORRE ANTES DE APLICMOV: RECORRE EL MAESTRO INDEXED
      *            ORDPERM.DAT (VER ORDPERC.CPY, LO MANTIENE MANTORD)
      *            Y POR CADA ORDEN ACTIVA CUYA FECHA PROXIMA (CORRIDA
      *            AL PRIMER DIA HABIL DEL PAIS DE LA CUENTA ORIGEN
      *            SEGUN CALENDAR.DAT, VIA FECHAVAL) YA LLEGO, AGREGA A
      *            MOVDIA.DAT UNA TRANSFERENCIA 'T' CON UNA REFERENCIA
      *            DEL RANGO RESERVADO A ORDENES PERMANENTES (VER
      *            MOVHISTC.CPY, NUMERADA CON EL CONTROL ORDCTL.DAT) Y
      *            AVANZA LA FECHA PROXIMA SEGUN LA FRECUENCIA. LA
      *            ORDEN QUEDA CON LA REFERENCIA PENDIENTE HASTA QUE
      *            UNA CORRIDA POSTERIOR CONFIRMA LO QUE HIZO APLICMOV:
      *            SI LA REFERENCIA ESTA EN MOVRECH.DAT LA ORDEN SE
      *            MARCA CON EL RECHAZO Y SUMA UNA FALLA; SI ESTA
      *            APLICADA EN MOVHIST.DAT LAS FALLAS VUELVEN A CERO.
      *            SI NO ESTA EN NINGUNO DE LOS DOS Y SE GENERO EN UNA
      *            FECHA DE NEGOCIO ANTERIOR (APLICMOV YA CERRO ESA
      *            FECHA: FECHAROL NO LA AVANZA CON LA NOCHE SUCIA),
      *            SE PERDIO (MOVRECH.DAT PISADO POR OTRA CORRIDA DE
      *            APLICMOV, O UNA CORRIDA DE ORDPERM QUE ABORTO ANTES
      *            DE GRABARLA EN MOVDIA.DAT) Y CUENTA COMO RECHAZO.
      *            AL LLEGAR AL TOPE DE FALLAS SEGUIDAS (ORDPAR.DAT,
      *            OPCIONAL, 3 POR OMISION) LA ORDEN QUEDA SUSPENDIDA.
      *            LOS RECHAZOS, LAS SUSPENSIONES Y LAS ORDENES SIN
      *            CONFIRMAR SE LISTAN PARA LAS SUCURSALES EN
      *            ORDREP.DAT (EL MAESTRO VIENE ORDENADO POR CUENTA
      *            ORIGEN, ASI QUE EL LISTADO SALE POR PAIS/SUCURSAL).
      *            LA FECHA QUE DECIDE LOS VENCIMIENTOS Y VA COMO FECHA
      *            DE VALOR DE LAS TRANSFERENCIAS ES LA FECHA DE
      *            NEGOCIO DEL CONTROL DE CORRIDAS (RUNCTL.DAT, SIN
      *            PREDECESOR), NO LA DEL SISTEMA: UNA CORRIDA DESPUES
      *            DE MEDIANOCHE NO SALTEA NI REPITE ORDENES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDPERM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      ******************************************************************
       FILE-CONTROL.
           SELECT ORDENES ASSIGN TO "ORDPERM.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OR-CLAVE-ORDEN
                   SOURCE IS OR-PAIS OR-SUCURSAL OR-NUM-CUENTA
                             OR-SECUENCIA
           FILE STATUS FS-ORDENES.
           SELECT MOVIMIENTOS ASSIGN TO "MOVDIA.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MOVIMIENTOS.
           SELECT RECHAZOS ASSIGN TO "MOVRECH.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-RECHAZOS.
           SELECT HISTORIA ASSIGN TO "MOVHIST.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MH-CLAVE-MOV
                   SOURCE IS MH-PAIS MH-SUCURSAL MH-NUM-CUENTA
                             MH-FECHA-VALOR MH-REFERENCIA
           FILE STATUS FS-HISTORIA.
           SELECT PARM ASSIGN TO "ORDPAR.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PARM.
           SELECT CONTROL-ORD ASSIGN TO "ORDCTL.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CONTROL-ORD.
           SELECT REPORTE ASSIGN TO "ORDREP.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-REPORTE.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ORDENES.
           01  REG-ORDEN.
               COPY ORDPERC.
       FD  MOVIMIENTOS.
           01  REG-MOVIMIENTO.
               COPY MOVDIAC.
      *    MOVRECH.DAT: IMAGEN DEL MOVIMIENTO (MOVDIAC.CPY) + MOTIVO;
      *    SOLO INTERESAN LA REFERENCIA Y EL MOTIVO
       FD  RECHAZOS.
           01  REG-RECHAZO.
               05 FILLER                PIC X(48).
               05 RR-REFERENCIA         PIC X(09).
               05 RR-REFERENCIA-NUM REDEFINES RR-REFERENCIA
                                        PIC 9(09).
               05 FILLER                PIC X(09).
               05 RR-MOTIVO             PIC X(30).
       FD  HISTORIA.
           01  REG-HISTORIA.
               COPY MOVHISTC.
       FD  PARM.
           01  REG-PARM.
               05 PAR-MAX-FALLAS        PIC 9(02).
       FD  CONTROL-ORD.
           01  REG-CONTROL-ORD.
               05 OC-ULTIMA-REFERENCIA  PIC 9(09).
       FD  REPORTE.
           01  REG-REPORTE              PIC X(80).

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05  FS-ORDENES              PIC X(02).
                   88 FS-ORDENES-OK                VALUE '00'.
                   88 FS-ORDENES-FIN               VALUE '10'.
           05  FS-MOVIMIENTOS          PIC X(02).
                   88 FS-MOVIMIENTOS-OK            VALUE '00'.
                   88 FS-MOVIMIENTOS-FIN           VALUE '10'.
                   88 FS-MOVIMIENTOS-NO-EXISTE     VALUE '35'.
           05  FS-RECHAZOS             PIC X(02).
                   88 FS-RECHAZOS-OK               VALUE '00'.
                   88 FS-RECHAZOS-FIN              VALUE '10'.
                   88 FS-RECHAZOS-NO-EXISTE        VALUE '35'.
           05  FS-HISTORIA             PIC X(02).
                   88 FS-HISTORIA-OK               VALUE '00'.
                   88 FS-HISTORIA-NO-EXISTE        VALUE '35'.
                   88 FS-HISTORIA-SIN-CLAVE        VALUE '23'.
           05  FS-PARM                 PIC X(02).
                   88 FS-PARM-OK                   VALUE '00'.
                   88 FS-PARM-NO-EXISTE            VALUE '35'.
           05  FS-CONTROL-ORD          PIC X(02).
                   88 FS-CONTROL-ORD-OK            VALUE '00'.
                   88 FS-CONTROL-ORD-NO-EXISTE     VALUE '35'.
           05  FS-REPORTE              PIC X(02).
                   88 FS-REPORTE-OK                VALUE '00'.
      *-----------------------------------------------------------------*
      *    PARAMETRO: RECHAZOS SEGUIDOS QUE SUSPENDEN UNA ORDEN
      *-----------------------------------------------------------------*
       01  WSS-MAX-FALLAS              PIC 9(02) VALUE 3.
      *-----------------------------------------------------------------*
      *    RECHAZOS DE LA ULTIMA CORRIDA DE APLICMOV (MOVRECH.DAT) CON
      *    REFERENCIA DEL RANGO DE ORDENES PERMANENTES. UN RECHAZO QUE
      *    NO ENTRA EN LA TABLA NO SE PIERDE: COMO NO ESTA EN MOVHIST,
      *    SU ORDEN CUENTA LA FALLA COMO REFERENCIA NO APLICADA.
      *-----------------------------------------------------------------*
       01  WSS-TABLA-RECH.
           05 WSS-RECH-CANT            PIC 9(04) VALUE 0.
           05 WSS-RECH-ENTRY OCCURS 1 TO 2000 TIMES
                              DEPENDING ON WSS-RECH-CANT
                              INDEXED BY WSS-RECH-IDX.
               10 WSS-RECH-REFERENCIA  PIC 9(09).
               10 WSS-RECH-MOTIVO      PIC X(30).
       01  WSS-RECH-PERDIDOS           PIC 9(04) VALUE 0.
      *-----------------------------------------------------------------*
      *    NUMERACION DE LAS TRANSFERENCIAS GENERADAS: RANGO RESERVADO
      *    A ORDENES PERMANENTES (VER MOVHISTC.CPY)
      *-----------------------------------------------------------------*
       01  WSS-ULTIMA-REFERENCIA       PIC 9(09) VALUE 920000000.
       01  WSS-BASE-REFERENCIA         PIC 9(09) VALUE 920000000.
       01  WSS-TOPE-REFERENCIA         PIC 9(09) VALUE 929999999.
       01  WSS-SW-NUMERACION           PIC X(01) VALUE 'N'.
           88 WSS-NUMERACION-CARGADA               VALUE 'S'.
       01  WSS-SW-HISTORIA             PIC X(01) VALUE 'N'.
           88 WSS-HAY-HISTORIA                     VALUE 'S'.
      *-----------------------------------------------------------------*
      *    SITUACION DE LA ORDEN EN CURSO
      *-----------------------------------------------------------------*
       01  WSS-SW-MODIFICADA           PIC X(01).
           88 WSS-ORDEN-MODIFICADA                 VALUE 'S'.
           88 WSS-ORDEN-SIN-CAMBIOS                VALUE 'N'.
       01  WSS-SW-GENERAR              PIC X(01).
           88 WSS-HAY-QUE-GENERAR                  VALUE 'S'.
           88 WSS-NO-HAY-QUE-GENERAR               VALUE 'N'.
       01  WSS-SITUACION               PIC X(14).
       01  WSS-MOTIVO-LISTADO          PIC X(30).
      *-----------------------------------------------------------------*
      *    FECHAS: LA TRANSFERENCIA SALE CON LA FECHA DE NEGOCIO COMO
      *    FECHA DE VALOR (LA MISMA QUE USA APLICMOV)
      *-----------------------------------------------------------------*
       01  WSS-FECHA-NEGOCIO           PIC 9(08).
       01  WSS-FECHA-HABIL             PIC 9(08).
       01  WSS-FECHA-CALC.
           05 WSS-CALC-AAAA            PIC 9(04).
           05 WSS-CALC-MM              PIC 9(02).
           05 WSS-CALC-DD              PIC 9(02).
       01  WSS-FECHA-CALC-NUM REDEFINES WSS-FECHA-CALC
                                        PIC 9(08).
       01  WSS-MESES-TOTALES           PIC 9(06).
       01  WSS-MESES-RESTO             PIC 9(02).
       01  WSS-MESES-A-SUMAR           PIC 9(02).
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
       01  AREADECOM-CTL.
           COPY CPY003.
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
                  VALUE 'ORDPERM - ORDENES PERMANENTES OBSERVADAS'.
           05 FILLER            PIC X(08) VALUE 'FECHA: '.
           05 WSS-ENC2-FECHA    PIC X(10).
           05 FILLER            PIC X(22) VALUE SPACES.
       01  WSS-ENC-3.
           05 FILLER            PIC X(08) VALUE 'PAIS/SUC'.
           05 FILLER            PIC X(12) VALUE 'CUENTA'.
           05 FILLER            PIC X(04) VALUE 'SEC'.
           05 FILLER            PIC X(14) VALUE '     IMPORTE'.
           05 FILLER            PIC X(04) VALUE 'FAL'.
           05 FILLER            PIC X(15) VALUE 'SITUACION'.
           05 FILLER            PIC X(23) VALUE 'MOTIVO'.
       01  WSS-ENC-4.
           05 FILLER                   PIC X(78) VALUE ALL '-'.
       01  WSS-LINEA-REPORTE            PIC X(80).
       01  WSS-LINEA-DETALLE.
           05 WSS-DET-PAIS              PIC X(03).
           05 FILLER                    PIC X(01) VALUE '/'.
           05 WSS-DET-SUC               PIC 9(02).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WSS-DET-NUM-CUENTA        PIC 9(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WSS-DET-SECUENCIA         PIC 9(02).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WSS-DET-IMPORTE           PIC Z,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WSS-DET-FALLAS            PIC Z9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WSS-DET-SITUACION         PIC X(14).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WSS-DET-MOTIVO            PIC X(23).
       01  WSS-TOTALES-CONTROL.
           05 WSS-LEIDAS               PIC 9(06).
           05 WSS-GENERADAS            PIC 9(06).
           05 WSS-OMITIDAS             PIC 9(06).
           05 WSS-CONFIRMADAS          PIC 9(06).
           05 WSS-RECHAZADAS           PIC 9(06).
           05 WSS-SUSPENDIDAS          PIC 9(06).
           05 WSS-SIN-CONFIRMAR        PIC 9(06).
           05 WSS-NO-APLICADAS         PIC 9(06).
           05 WSS-FINALIZADAS          PIC 9(06).
           05 WSS-IMPORTE-GENERADO     PIC 9(11)V99.

      ******************************************************************
       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESO UNTIL FS-ORDENES-FIN
           PERFORM 9000-FINALIZAR
           .

      *-----------------------------------------------------------------*
      *    CONTROL DE CORRIDAS, CARGO PARAMETRO, CONTROL DE NUMERACION
      *    Y RECHAZOS, ABRO ARCHIVOS Y LEO LA PRIMERA ORDEN
      *-----------------------------------------------------------------*
       1000-INICIO.
           PERFORM 1020-CONTROL-DE-CORRIDA
           INITIALIZE WSS-TOTALES-CONTROL
           MOVE CTL-FECHA-NEGOCIO TO WSS-FECHA-NEGOCIO
           MOVE WSS-FECHA-NEGOCIO (7:2) TO WSS-FECHA-IMP-DD
           MOVE WSS-FECHA-NEGOCIO (5:2) TO WSS-FECHA-IMP-MM
           MOVE WSS-FECHA-NEGOCIO (1:4) TO WSS-FECHA-IMP-AAAA
           MOVE WSS-FECHA-IMPRESION TO WSS-ENC2-FECHA

           PERFORM 1050-CARGA-PARAMETRO
           PERFORM 1100-CONTROL-NUMERACION
           PERFORM 1200-ULTIMA-REF-MOVDIA
           SET WSS-NUMERACION-CARGADA TO TRUE
           PERFORM 1300-CARGA-RECHAZOS

           OPEN I-O ORDENES
           IF NOT FS-ORDENES-OK
               DISPLAY 'ERROR APERTURA ORDPERM.DAT FS: ' FS-ORDENES
               PERFORM 9050-ERROR-FATAL
           END-IF

      *    SIN HISTORIA TODAVIA NINGUNA TRANSFERENCIA PUDO APLICARSE:
      *    LAS PENDIENTES QUEDAN SIN CONFIRMAR
           OPEN INPUT HISTORIA
           EVALUATE TRUE
               WHEN FS-HISTORIA-OK
                   SET WSS-HAY-HISTORIA TO TRUE
               WHEN FS-HISTORIA-NO-EXISTE
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR APERTURA MOVHIST.DAT FS: '
                            FS-HISTORIA
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE

      *    LAS TRANSFERENCIAS SE AGREGAN A LO QUE YA CARGARON LAS
      *    SUCURSALES PARA EL DIA
           OPEN EXTEND MOVIMIENTOS
           IF FS-MOVIMIENTOS-NO-EXISTE
               OPEN OUTPUT MOVIMIENTOS
           END-IF
           IF NOT FS-MOVIMIENTOS-OK
               DISPLAY 'ERROR APERTURA MOVDIA.DAT FS: ' FS-MOVIMIENTOS
               PERFORM 9050-ERROR-FATAL
           END-IF

           OPEN OUTPUT REPORTE
           IF NOT FS-REPORTE-OK
               DISPLAY 'ERROR APERTURA ORDREP.DAT FS: ' FS-REPORTE
               PERFORM 9050-ERROR-FATAL
           END-IF
           PERFORM 5150-ENCABEZADO-REPORTE

           PERFORM 5000-LECTURA-ORDEN
           .
       1000-INICIO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CONTROL DE CORRIDAS: ME FRENO SI ESTE PASO YA COMPLETO LA
      *    FECHA DE NEGOCIO VIGENTE (LAS ORDENES VENCIDAS YA SALIERON)
      *-----------------------------------------------------------------*
       1020-CONTROL-DE-CORRIDA.
           SET CTL-FUNCION-INICIO TO TRUE
           MOVE 'ORDPERM ' TO CTL-PROGRAMA
           MOVE SPACES     TO CTL-PREDECESOR
           MOVE 0          TO CTL-RETORNO-JOB
           CALL 'RUNCTL' USING AREADECOM-CTL
           EVALUATE TRUE
               WHEN CTL-OK
                   CONTINUE
               WHEN CTL-YA-CORRIO
                   DISPLAY 'ORDPERM YA COMPLETADO PARA LA FECHA DE '
                           'NEGOCIO ' CTL-FECHA-NEGOCIO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ORDPERM: CONTROL DE CORRIDAS CON ERROR'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .
       1020-CONTROL-DE-CORRIDA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    ORDPAR.DAT ES OPCIONAL: SIN PARAMETRO (O CON UN VALOR EN
      *    CERO) SE SUSPENDE AL TERCER RECHAZO SEGUIDO
      *-----------------------------------------------------------------*
       1050-CARGA-PARAMETRO.
           OPEN INPUT PARM
           IF FS-PARM-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-PARM-OK
                   DISPLAY 'ERROR APERTURA ORDPAR.DAT FS: ' FS-PARM
                   PERFORM 9050-ERROR-FATAL
               END-IF
               READ PARM
               IF FS-PARM-OK
                   IF PAR-MAX-FALLAS NUMERIC AND PAR-MAX-FALLAS > 0
                       MOVE PAR-MAX-FALLAS TO WSS-MAX-FALLAS
                   ELSE
                       DISPLAY 'ORDPERM: ORDPAR.DAT INVALIDO, SE '
                               'USAN 3 FALLAS'
                   END-IF
               END-IF
               CLOSE PARM
           END-IF
           .
       1050-CARGA-PARAMETRO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    ORDCTL.DAT GUARDA LA ULTIMA REFERENCIA USADA DEL RANGO (LA
      *    PRIMERA VEZ NO EXISTE: LA NUMERACION ARRANCA AL PRINCIPIO)
      *-----------------------------------------------------------------*
       1100-CONTROL-NUMERACION.
           OPEN INPUT CONTROL-ORD
           IF FS-CONTROL-ORD-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-CONTROL-ORD-OK
                   DISPLAY 'ERROR APERTURA ORDCTL.DAT FS: '
                            FS-CONTROL-ORD
                   PERFORM 9050-ERROR-FATAL
               END-IF
               READ CONTROL-ORD
               IF FS-CONTROL-ORD-OK
                  AND OC-ULTIMA-REFERENCIA > WSS-ULTIMA-REFERENCIA
                   MOVE OC-ULTIMA-REFERENCIA TO WSS-ULTIMA-REFERENCIA
               END-IF
               CLOSE CONTROL-ORD
           END-IF
           .
       1100-CONTROL-NUMERACION-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    SI UNA CORRIDA ANTERIOR ABORTO SIN GRABAR ORDCTL.DAT, SUS
      *    TRANSFERENCIAS YA ESTAN EN MOVDIA.DAT: LA NUMERACION SIGUE
      *    DESDE LA MAYOR REFERENCIA DEL RANGO QUE ENCUENTRE AHI, PARA
      *    QUE APLICMOV NUNCA SALTEE UNA REFERENCIA REPETIDA
      *-----------------------------------------------------------------*
       1200-ULTIMA-REF-MOVDIA.
           OPEN INPUT MOVIMIENTOS
           IF FS-MOVIMIENTOS-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-MOVIMIENTOS-OK
                   DISPLAY 'ERROR APERTURA MOVDIA.DAT FS: '
                            FS-MOVIMIENTOS
                   PERFORM 9050-ERROR-FATAL
               END-IF
               PERFORM 1210-LEE-MOVDIA UNTIL FS-MOVIMIENTOS-FIN
               CLOSE MOVIMIENTOS
           END-IF
           .
       1200-ULTIMA-REF-MOVDIA-EXIT. EXIT.

       1210-LEE-MOVDIA.
           READ MOVIMIENTOS
           EVALUATE TRUE
               WHEN FS-MOVIMIENTOS-OK
                   IF MOV-REFERENCIA NUMERIC
                      AND MOV-REFERENCIA > WSS-ULTIMA-REFERENCIA
                      AND MOV-REFERENCIA <= WSS-TOPE-REFERENCIA
                       MOVE MOV-REFERENCIA TO WSS-ULTIMA-REFERENCIA
                   END-IF
               WHEN FS-MOVIMIENTOS-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA MOVDIA.DAT FS: '
                            FS-MOVIMIENTOS
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1210-LEE-MOVDIA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    MOVRECH.DAT ES LA SALIDA DE LA ULTIMA CORRIDA DE APLICMOV;
      *    PUEDE NO EXISTIR TODAVIA
      *-----------------------------------------------------------------*
       1300-CARGA-RECHAZOS.
           OPEN INPUT RECHAZOS
           IF FS-RECHAZOS-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-RECHAZOS-OK
                   DISPLAY 'ERROR APERTURA MOVRECH.DAT FS: '
                            FS-RECHAZOS
                   PERFORM 9050-ERROR-FATAL
               END-IF
               PERFORM 1310-LEE-RECHAZO UNTIL FS-RECHAZOS-FIN
               CLOSE RECHAZOS
           END-IF
           .
       1300-CARGA-RECHAZOS-EXIT. EXIT.

       1310-LEE-RECHAZO.
           READ RECHAZOS
           EVALUATE TRUE
               WHEN FS-RECHAZOS-OK
                   IF RR-REFERENCIA NUMERIC
                      AND RR-REFERENCIA-NUM > WSS-BASE-REFERENCIA
                      AND RR-REFERENCIA-NUM <= WSS-TOPE-REFERENCIA
                       PERFORM 1320-AGREGA-RECHAZO
                   END-IF
               WHEN FS-RECHAZOS-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA MOVRECH.DAT FS: '
                            FS-RECHAZOS
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1310-LEE-RECHAZO-EXIT. EXIT.

       1320-AGREGA-RECHAZO.
           IF WSS-RECH-CANT < 2000
               ADD 1 TO WSS-RECH-CANT
               SET WSS-RECH-IDX TO WSS-RECH-CANT
               MOVE RR-REFERENCIA-NUM
                    TO WSS-RECH-REFERENCIA (WSS-RECH-IDX)
               MOVE RR-MOTIVO TO WSS-RECH-MOTIVO (WSS-RECH-IDX)
           ELSE
               ADD 1 TO WSS-RECH-PERDIDOS
           END-IF
           .
       1320-AGREGA-RECHAZO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    POR CADA ORDEN: PRIMERO CONFIRMO LA TRANSFERENCIA PENDIENTE
      *    (SI LA HAY), DESPUES VEO SI VENCE. EL MAESTRO SE REESCRIBE
      *    ANTES DE AGREGAR LA TRANSFERENCIA A MOVDIA.DAT: SI LA
      *    CORRIDA ABORTA EN EL MEDIO, LA ORDEN QUEDA SIN CONFIRMAR Y
      *    SE LISTA, EN VEZ DE GENERARSE DOS VECES; A LA FECHA DE
      *    NEGOCIO SIGUIENTE ESA REFERENCIA CUENTA COMO NO APLICADA Y
      *    LA ORDEN VUELVE A EVALUARSE.
      *-----------------------------------------------------------------*
       2000-PROCESO.
           SET WSS-ORDEN-SIN-CAMBIOS  TO TRUE
           SET WSS-NO-HAY-QUE-GENERAR TO TRUE

           IF OR-REF-PENDIENTE NOT = 0
               PERFORM 2100-CONFIRMA-PENDIENTE
           END-IF

           IF OR-ESTADO-ACTIVA AND OR-REF-PENDIENTE = 0
               PERFORM 2200-EVALUA-VENCIMIENTO
           END-IF

           IF WSS-ORDEN-MODIFICADA
               REWRITE REG-ORDEN
               IF NOT FS-ORDENES-OK
                   DISPLAY 'ERROR REESCRITURA ORDPERM.DAT FS: '
                            FS-ORDENES
                   PERFORM 9050-ERROR-FATAL
               END-IF
           END-IF

           IF WSS-HAY-QUE-GENERAR
               PERFORM 2400-GRABO-TRANSFERENCIA
           END-IF

           PERFORM 5000-LECTURA-ORDEN
           .
       2000-PROCESO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    LA REFERENCIA PENDIENTE ESTA RECHAZADA (MOVRECH.DAT),
      *    APLICADA (LA PATA 'E' EN MOVHIST.DAT, CON LA FECHA DE VALOR
      *    CON QUE SE GENERO), TODAVIA SIN CONFIRMAR (SE GENERO HOY) O
      *    PERDIDA (SE GENERO UNA FECHA DE NEGOCIO ANTERIOR Y NO ESTA
      *    EN NINGUNO DE LOS DOS)
      *-----------------------------------------------------------------*
       2100-CONFIRMA-PENDIENTE.
           IF WSS-RECH-CANT = 0
               PERFORM 2150-BUSCA-EN-HISTORIA
           ELSE
               SET WSS-RECH-IDX TO 1
               SEARCH WSS-RECH-ENTRY
                   AT END
                       PERFORM 2150-BUSCA-EN-HISTORIA
                   WHEN WSS-RECH-REFERENCIA (WSS-RECH-IDX)
                        = OR-REF-PENDIENTE
                       PERFORM 2120-REGISTRA-RECHAZO
               END-SEARCH
           END-IF
           .
       2100-CONFIRMA-PENDIENTE-EXIT. EXIT.

       2120-REGISTRA-RECHAZO.
           ADD 1 TO WSS-RECHAZADAS
           MOVE WSS-RECH-MOTIVO (WSS-RECH-IDX) TO OR-ULT-MOTIVO
           PERFORM 2130-CUENTA-FALLA
           .
       2120-REGISTRA-RECHAZO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    LA REFERENCIA NO VUELVE: SUMO LA FALLA (CON EL MOTIVO YA EN
      *    OR-ULT-MOTIVO), SUSPENDO AL TOPE Y LA ORDEN QUEDA LIBRE PARA
      *    VOLVER A EVALUARSE
      *-----------------------------------------------------------------*
       2130-CUENTA-FALLA.
           SET WSS-ORDEN-MODIFICADA TO TRUE
           MOVE 0 TO OR-REF-PENDIENTE
           IF OR-FALLAS-CONSEC < 99
               ADD 1 TO OR-FALLAS-CONSEC
           END-IF

           IF OR-FALLAS-CONSEC >= WSS-MAX-FALLAS
              AND OR-ESTADO-ACTIVA
               SET OR-ESTADO-SUSPENDIDA TO TRUE
               ADD 1 TO WSS-SUSPENDIDAS
               MOVE 'SUSPENDIDA' TO WSS-SITUACION
           ELSE
               MOVE 'RECHAZADA' TO WSS-SITUACION
           END-IF
           MOVE OR-ULT-MOTIVO TO WSS-MOTIVO-LISTADO
           PERFORM 2500-GRABO-DETALLE
           .
       2130-CUENTA-FALLA-EXIT. EXIT.

       2150-BUSCA-EN-HISTORIA.
           IF NOT WSS-HAY-HISTORIA
               MOVE '23' TO FS-HISTORIA
           ELSE
               MOVE OR-PAIS           TO MH-PAIS
               MOVE OR-SUCURSAL       TO MH-SUCURSAL
               MOVE OR-NUM-CUENTA     TO MH-NUM-CUENTA
               MOVE OR-FECHA-ULT-EJEC TO MH-FECHA-VALOR
               MOVE OR-REF-PENDIENTE  TO MH-REFERENCIA
               READ HISTORIA
                   KEY IS MH-CLAVE-MOV
           END-IF

           EVALUATE TRUE
               WHEN FS-HISTORIA-OK
                   SET WSS-ORDEN-MODIFICADA TO TRUE
                   ADD 1 TO WSS-CONFIRMADAS
                   MOVE 0      TO OR-REF-PENDIENTE
                   MOVE 0      TO OR-FALLAS-CONSEC
                   MOVE SPACES TO OR-ULT-MOTIVO
               WHEN FS-HISTORIA-SIN-CLAVE
                  AND OR-FECHA-ULT-EJEC < WSS-FECHA-NEGOCIO
                   ADD 1 TO WSS-NO-APLICADAS
                   MOVE 'REF. NO APLICADA NI RECHAZADA'
                        TO OR-ULT-MOTIVO
                   PERFORM 2130-CUENTA-FALLA
               WHEN FS-HISTORIA-SIN-CLAVE
                   ADD 1 TO WSS-SIN-CONFIRMAR
                   MOVE 'SIN CONFIRMAR' TO WSS-SITUACION
                   MOVE 'APLICMOV NO INFORMO LA REF.'
                        TO WSS-MOTIVO-LISTADO
                   PERFORM 2500-GRABO-DETALLE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA MOVHIST.DAT FS: '
                            FS-HISTORIA
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       2150-BUSCA-EN-HISTORIA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    UNA ORDEN CUYA FECHA PROXIMA PASO SU FECHA DE FIN TERMINO.
      *    SI NO, VENCE CUANDO EL PRIMER DIA HABIL DESDE SU FECHA
      *    PROXIMA YA LLEGO
      *-----------------------------------------------------------------*
       2200-EVALUA-VENCIMIENTO.
           IF OR-FECHA-FIN NOT = 0
              AND OR-FECHA-PROXIMA > OR-FECHA-FIN
               SET WSS-ORDEN-MODIFICADA TO TRUE
               SET OR-ESTADO-FINALIZADA TO TRUE
               ADD 1 TO WSS-FINALIZADAS
           ELSE
               MOVE OR-FECHA-PROXIMA TO WSS-FECHA-CALC-NUM
               PERFORM 3000-PRIMER-DIA-HABIL
               MOVE WSS-FECHA-CALC-NUM TO WSS-FECHA-HABIL
               IF WSS-FECHA-HABIL <= WSS-FECHA-NEGOCIO
                   PERFORM 2300-VENCE-ORDEN
               END-IF
           END-IF
           .
       2200-EVALUA-VENCIMIENTO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    LA ORDEN VENCE: TOMO LA REFERENCIA, LA DEJO PENDIENTE Y
      *    AVANZO LA FECHA PROXIMA. SI EL LOTE NO CORRIO VARIOS DIAS,
      *    LAS EJECUCIONES ATRASADAS NO SE ACUMULAN (SE GENERA UNA SOLA
      *    TRANSFERENCIA) Y LAS SALTEADAS SE CUENTAN
      *-----------------------------------------------------------------*
       2300-VENCE-ORDEN.
           IF WSS-ULTIMA-REFERENCIA >= WSS-TOPE-REFERENCIA
               DISPLAY 'ORDPERM: RANGO DE REFERENCIAS AGOTADO'
               PERFORM 9050-ERROR-FATAL
           END-IF
           ADD 1 TO WSS-ULTIMA-REFERENCIA

           SET WSS-ORDEN-MODIFICADA TO TRUE
           SET WSS-HAY-QUE-GENERAR  TO TRUE
           MOVE WSS-ULTIMA-REFERENCIA TO OR-REF-PENDIENTE
           MOVE WSS-FECHA-NEGOCIO     TO OR-FECHA-ULT-EJEC

           PERFORM 3200-AVANZA-FECHA-PROXIMA
           PERFORM 2350-SALTEA-ATRASADA
               UNTIL OR-FECHA-PROXIMA > WSS-FECHA-NEGOCIO

           IF OR-FECHA-FIN NOT = 0
              AND OR-FECHA-PROXIMA > OR-FECHA-FIN
               SET OR-ESTADO-FINALIZADA TO TRUE
               ADD 1 TO WSS-FINALIZADAS
           END-IF
           .
       2300-VENCE-ORDEN-EXIT. EXIT.

       2350-SALTEA-ATRASADA.
           ADD 1 TO WSS-OMITIDAS
           PERFORM 3200-AVANZA-FECHA-PROXIMA
           .
       2350-SALTEA-ATRASADA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    AGREGO LA TRANSFERENCIA A MOVDIA.DAT, CON EL LAYOUT QUE
      *    APLICA APLICMOV
      *-----------------------------------------------------------------*
       2400-GRABO-TRANSFERENCIA.
           MOVE OR-PAIS             TO MOV-PAIS
           MOVE OR-SUCURSAL         TO MOV-SUCURSAL
           MOVE OR-NUM-CUENTA       TO MOV-NUM-CUENTA
           SET MOV-TRANSFERENCIA    TO TRUE
           MOVE OR-IMPORTE          TO MOV-IMPORTE
           MOVE WSS-FECHA-NEGOCIO   TO MOV-FECHA-VALOR
           MOVE OR-PAIS-DESTINO     TO MOV-PAIS-DESTINO
           MOVE OR-SUC-DESTINO      TO MOV-SUC-DESTINO
           MOVE OR-CUENTA-DESTINO   TO MOV-CUENTA-DESTINO
           MOVE OR-REF-PENDIENTE    TO MOV-REFERENCIA
           MOVE 0                   TO MOV-REF-ORIGINAL

           WRITE REG-MOVIMIENTO

           IF NOT FS-MOVIMIENTOS-OK
               DISPLAY 'ERROR ESCRITURA MOVDIA.DAT FS: '
                        FS-MOVIMIENTOS
               PERFORM 9050-ERROR-FATAL
           END-IF

           ADD 1 TO WSS-GENERADAS
           ADD OR-IMPORTE TO WSS-IMPORTE-GENERADO
           .
       2400-GRABO-TRANSFERENCIA-EXIT. EXIT.

       2500-GRABO-DETALLE.
           MOVE OR-PAIS             TO WSS-DET-PAIS
           MOVE OR-SUCURSAL         TO WSS-DET-SUC
           MOVE OR-NUM-CUENTA       TO WSS-DET-NUM-CUENTA
           MOVE OR-SECUENCIA        TO WSS-DET-SECUENCIA
           MOVE OR-IMPORTE          TO WSS-DET-IMPORTE
           MOVE OR-FALLAS-CONSEC    TO WSS-DET-FALLAS
           MOVE WSS-SITUACION       TO WSS-DET-SITUACION
           MOVE WSS-MOTIVO-LISTADO  TO WSS-DET-MOTIVO
           MOVE WSS-LINEA-DETALLE   TO WSS-LINEA-REPORTE
           PERFORM 5100-WRITE-REPORTE
           .
       2500-GRABO-DETALLE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CORRO WSS-FECHA-CALC AL PRIMER DIA HABIL DEL PAIS DE LA
      *    CUENTA ORIGEN, DESDE ESA MISMA FECHA INCLUSIVE
      *-----------------------------------------------------------------*
       3000-PRIMER-DIA-HABIL.
           MOVE 0 TO WSS-DIAS-AVANZADOS
           PERFORM 3300-CONSULTA-HABIL
           PERFORM 3100-AVANZA-UN-DIA UNTIL WSS-FECHA-ES-HABIL
           .
       3000-PRIMER-DIA-HABIL-EXIT. EXIT.

       3100-AVANZA-UN-DIA.
           ADD 1 TO WSS-DIAS-AVANZADOS
           IF WSS-DIAS-AVANZADOS > 60
               DISPLAY 'ORDPERM: SIN DIA HABIL EN 60 DIAS, REVISAR '
                       'CALENDAR.DAT'
               PERFORM 9050-ERROR-FATAL
           END-IF
           PERFORM 3150-SUMA-UN-DIA
           PERFORM 3300-CONSULTA-HABIL
           .
       3100-AVANZA-UN-DIA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    SUMO UN DIA CALENDARIO: SI EL DIA NO EXISTE EN EL MES (LO
      *    DICE FECHAVAL), PASO AL DIA 1 DEL MES SIGUIENTE
      *-----------------------------------------------------------------*
       3150-SUMA-UN-DIA.
           ADD 1 TO WSS-CALC-DD
           PERFORM 3400-VALIDA-FECHA-CALC
           IF WSS-FECHA-CALC-INVALIDA
               MOVE 1 TO WSS-CALC-DD
               ADD 1 TO WSS-CALC-MM
               IF WSS-CALC-MM > 12
                   MOVE 1 TO WSS-CALC-MM
                   ADD 1 TO WSS-CALC-AAAA
               END-IF
           END-IF
           .
       3150-SUMA-UN-DIA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    AVANZO LA FECHA PROXIMA NOMINAL SEGUN LA FRECUENCIA. LAS
      *    MENSUALES, TRIMESTRALES Y ANUALES VUELVEN AL DIA PACTADO
      *    (RECORTADO AL ULTIMO DIA DE LOS MESES MAS CORTOS)
      *-----------------------------------------------------------------*
       3200-AVANZA-FECHA-PROXIMA.
           MOVE OR-FECHA-PROXIMA TO WSS-FECHA-CALC-NUM
           EVALUATE TRUE
               WHEN OR-SEMANAL
                   PERFORM 3150-SUMA-UN-DIA 7 TIMES
               WHEN OR-TRIMESTRAL
                   MOVE 3 TO WSS-MESES-A-SUMAR
                   PERFORM 3250-SUMA-MESES
               WHEN OR-ANUAL
                   MOVE 12 TO WSS-MESES-A-SUMAR
                   PERFORM 3250-SUMA-MESES
               WHEN OTHER
                   MOVE 1 TO WSS-MESES-A-SUMAR
                   PERFORM 3250-SUMA-MESES
           END-EVALUATE
           MOVE WSS-FECHA-CALC-NUM TO OR-FECHA-PROXIMA
           .
       3200-AVANZA-FECHA-PROXIMA-EXIT. EXIT.

       3250-SUMA-MESES.
           COMPUTE WSS-MESES-TOTALES =
               WSS-CALC-AAAA * 12 + WSS-CALC-MM - 1
               + WSS-MESES-A-SUMAR
           DIVIDE WSS-MESES-TOTALES BY 12
               GIVING WSS-CALC-AAAA
               REMAINDER WSS-MESES-RESTO
           COMPUTE WSS-CALC-MM = WSS-MESES-RESTO + 1
           IF OR-DIA-PACTADO > 0 AND OR-DIA-PACTADO <= 31
               MOVE OR-DIA-PACTADO TO WSS-CALC-DD
           END-IF
           PERFORM 3400-VALIDA-FECHA-CALC
           PERFORM 3260-RETROCEDE-UN-DIA
               UNTIL WSS-FECHA-CALC-VALIDA
           .
       3250-SUMA-MESES-EXIT. EXIT.

       3260-RETROCEDE-UN-DIA.
           SUBTRACT 1 FROM WSS-CALC-DD
           PERFORM 3400-VALIDA-FECHA-CALC
           .
       3260-RETROCEDE-UN-DIA-EXIT. EXIT.

       3300-CONSULTA-HABIL.
           MOVE WSS-FECHA-CALC-NUM TO FV-FECHA
           MOVE 0                  TO FV-FECHA-TOPE
           MOVE OR-PAIS            TO FV-PAIS
           CALL 'FECHAVAL' USING AREADECOM-FEC

      *    CON EL CALENDARIO CARGADO A MEDIAS, UN FERIADO PODRIA
      *    PASAR POR DIA HABIL Y DEBITAR UN DIA EN QUE EL CLIENTE NO
      *    LO ESPERA: MEJOR NO GENERAR NADA
           IF FV-CALENDARIO-INCOMPLETO
               DISPLAY 'ORDPERM: CALENDAR.DAT NO ENTRO COMPLETO EN '
                       'FECHAVAL, NO SE GENERAN ORDENES'
               PERFORM 9050-ERROR-FATAL
           END-IF

           IF FV-FECHA-VALIDA AND FV-DIA-HABIL
               SET WSS-FECHA-ES-HABIL TO TRUE
           ELSE
               SET WSS-FECHA-NO-HABIL TO TRUE
           END-IF
           .
       3300-CONSULTA-HABIL-EXIT. EXIT.

       3400-VALIDA-FECHA-CALC.
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
       3400-VALIDA-FECHA-CALC-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    LEO UNA ORDEN DEL MAESTRO (SECUENCIAL POR CLAVE)
      *-----------------------------------------------------------------*
       5000-LECTURA-ORDEN.
           READ ORDENES NEXT RECORD
           EVALUATE TRUE
               WHEN FS-ORDENES-OK
                   ADD 1 TO WSS-LEIDAS
               WHEN FS-ORDENES-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA ORDPERM.DAT FS: ' FS-ORDENES
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       5000-LECTURA-ORDEN-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    ESCRIBO UNA LINEA DEL REPORTE, CONTROLANDO PAGINADO
      *-----------------------------------------------------------------*
       5100-WRITE-REPORTE.
           WRITE REG-REPORTE FROM WSS-LINEA-REPORTE
           IF NOT FS-REPORTE-OK
               DISPLAY 'ERROR ESCRITURA ORDREP.DAT FS: ' FS-REPORTE
               PERFORM 9050-ERROR-FATAL
           END-IF
           ADD 1 TO WSS-LINEAS-IMPRESAS

           IF WSS-LINEAS-IMPRESAS >= WSS-MAX-LINEAS-PAGINA
               PERFORM 5150-ENCABEZADO-REPORTE
           END-IF
           .
       5100-WRITE-REPORTE-EXIT. EXIT.

       5150-ENCABEZADO-REPORTE.
           ADD 1 TO WSS-PAGINA
           MOVE WSS-PAGINA TO WSS-ENC1-PAGINA

           WRITE REG-REPORTE FROM WSS-ENC-1
           WRITE REG-REPORTE FROM WSS-ENC-2
           WRITE REG-REPORTE FROM WSS-ENC-3
           WRITE REG-REPORTE FROM WSS-ENC-4

           MOVE 4 TO WSS-LINEAS-IMPRESAS
           .
       5150-ENCABEZADO-REPORTE-EXIT. EXIT.

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
      *    GRABO LA ULTIMA REFERENCIA USADA (TAMBIEN SI LA CORRIDA
      *    ABORTA: LAS TRANSFERENCIAS YA GENERADAS NO DEBEN REPETIR
      *    NUMERO), SALVO QUE LA CORRIDA HAYA ABORTADO ANTES DE
      *    CONOCERLA; CIERRO ARCHIVOS Y DISPLAYO TOTALES DE CONTROL
      *-----------------------------------------------------------------*
       9000-FINALIZAR.
           IF WSS-NUMERACION-CARGADA
               PERFORM 9200-GRABA-CONTROL-ORD
           END-IF
           PERFORM 9100-TOTALES-DE-CONTROL
           PERFORM 9160-ESTAMPA-CORRIDA
           CLOSE ORDENES
           CLOSE MOVIMIENTOS
           CLOSE HISTORIA
           CLOSE REPORTE
           STOP RUN
           .
       9000-FINALIZAR-EXIT. EXIT.

       9100-TOTALES-DE-CONTROL.
           DISPLAY '-------------------------------'
           DISPLAY '- ORDENES LEIDAS: ' WSS-LEIDAS
           DISPLAY '- TRANSFERENCIAS GENERADAS: ' WSS-GENERADAS
           DISPLAY '- IMPORTE GENERADO: ' WSS-IMPORTE-GENERADO
           DISPLAY '- EJECUCIONES ATRASADAS SALTEADAS: ' WSS-OMITIDAS
           DISPLAY '- TRANSFERENCIAS CONFIRMADAS: ' WSS-CONFIRMADAS
           DISPLAY '- TRANSFERENCIAS RECHAZADAS: ' WSS-RECHAZADAS
           DISPLAY '- ORDENES SUSPENDIDAS: ' WSS-SUSPENDIDAS
           DISPLAY '- REFERENCIAS NO APLICADAS NI RECHAZADAS: '
                    WSS-NO-APLICADAS
           DISPLAY '- ORDENES SIN CONFIRMAR: ' WSS-SIN-CONFIRMAR
           DISPLAY '- ORDENES FINALIZADAS: ' WSS-FINALIZADAS
           DISPLAY '- ULTIMA REFERENCIA USADA: ' WSS-ULTIMA-REFERENCIA
           IF WSS-RECH-PERDIDOS > 0
               DISPLAY '- TABLA DE RECHAZOS LLENA, SIN CARGAR: '
                        WSS-RECH-PERDIDOS
           END-IF
           DISPLAY '-------------------------------'

           IF RETURN-CODE = 0
              AND (WSS-RECHAZADAS > 0 OR WSS-SIN-CONFIRMAR > 0
                   OR WSS-NO-APLICADAS > 0
                   OR WSS-OMITIDAS > 0 OR WSS-RECH-PERDIDOS > 0)
               MOVE 4 TO RETURN-CODE
           END-IF
           .
       9100-TOTALES-DE-CONTROL-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    ESTAMPO EL RESULTADO DEL PASO EN EL CONTROL DE CORRIDAS
      *-----------------------------------------------------------------*
       9160-ESTAMPA-CORRIDA.
           SET CTL-FUNCION-FIN TO TRUE
           MOVE 'ORDPERM ' TO CTL-PROGRAMA
           MOVE SPACES     TO CTL-PREDECESOR
           MOVE RETURN-CODE TO CTL-RETORNO-JOB
           CALL 'RUNCTL' USING AREADECOM-CTL
      *    EL GOBACK DE LA RUTINA DEJA EN RETURN-CODE EL DE ELLA (0):
      *    REPONGO EL RETORNO DEL PASO PARA QUE LLEGUE INTACTO AL JOB
           MOVE CTL-RETORNO-JOB TO RETURN-CODE
           IF NOT CTL-OK
               DISPLAY 'ORDPERM: NO SE PUDO ESTAMPAR EL CONTROL DE '
                       'CORRIDAS'
           END-IF
           .
       9160-ESTAMPA-CORRIDA-EXIT. EXIT.

       9200-GRABA-CONTROL-ORD.
           MOVE WSS-ULTIMA-REFERENCIA TO OC-ULTIMA-REFERENCIA
           OPEN OUTPUT CONTROL-ORD
           IF FS-CONTROL-ORD-OK
               WRITE REG-CONTROL-ORD
               CLOSE CONTROL-ORD
           END-IF
           IF NOT FS-CONTROL-ORD-OK
               DISPLAY 'ERROR GRABACION ORDCTL.DAT FS: '
                        FS-CONTROL-ORD
               MOVE 8 TO RETURN-CODE
           END-IF
           .
       9200-GRABA-CONTROL-ORD-EXIT. EXIT.
