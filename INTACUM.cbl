      ******************************************************************
      * Author:    VERONICA ALARCON
      * Date:      2026-10-15
      * Purpose:   ACUMULACION DEL HISTORIAL FISCAL DE INTERESES
      *            INTANU.DAT (VER INTANUC.CPY). INTERES DEJA CADA MES
      *            EL DETALLE POR CUENTA EN INTDET.DAT Y LA REMESA POR
      *            PAIS/MONEDA EN RETFISC.DAT, PERO LOS DOS SE PISAN EL
      *            MES SIGUIENTE Y LAS SUCURSALES ARMABAN A MANO EL
      *            CERTIFICADO ANUAL DE CADA CLIENTE JUNTANDO DOCE
      *            ARCHIVOS. ESTE PASO DEL CICLO MENSUAL (CONTROL DE
      *            CORRIDAS 'INTACUM' CON PREDECESOR INTERES) VERIFICA
      *            QUE INTDET.DAT Y RETFISC.DAT SEAN DE LA MISMA CORRIDA
      *            (CABECERA, CIERRE Y TOTALES POR PAIS/MONEDA IGUALES)
      *            Y ARMA EL HISTORIAL NUEVO INTNUE.DAT: EL HISTORIAL
      *            ANTERIOR SIN LOS REGISTROS 'D' Y 'R' DEL PERIODO
      *            (AAAAMM DE LA FECHA DE NEGOCIO) NI LOS DE EJERCICIOS
      *            ANTERIORES AL PASADO, MAS UN REGISTRO 'D' POR CUENTA
      *            DE INTDET.DAT CON EL TITULAR DE LA CUENTA
      *            (CTA-NUM-CLIENTE) Y UN REGISTRO 'R' POR PAIS/MONEDA
      *            DE RETFISC.DAT. EL PASO SIGUIENTE DEL JCL INSTALA
      *            INTNUE.DAT COMO INTANU.DAT SOLO SI ESTE TERMINO SIN
      *            ERROR FATAL, ASI QUE UNA CORRIDA CAIDA NO TOCA EL
      *            HISTORIAL Y LA RECORRIDA DEL MISMO PERIODO REEMPLAZA
      *            SUS REGISTROS EN VEZ DE DUPLICARLOS. UNA CUENTA DE
      *            INTDET.DAT QUE YA NO ESTA EN EL MAESTRO ENTRA SIN
      *            TITULAR Y LA CORRIDA TERMINA CON RETURN-CODE 4.
      *            EL INTERES DE LOS PLAZOS FIJOS Y EL DE LOS CIERRES DE
      *            CUENTA NO PASA POR INTERES: PLAZOFIJ LO DEJA EN
      *            PLAZDET.DAT Y CIERCTA EN CIERLIQ.DAT, Y LOS DOS SE
      *            PISAN CADA NOCHE. POR ESO EL PROGRAMA TIENE TAMBIEN
      *            UNA FUNCION DIARIA. LA FUNCION SALE DE INTPAR.DAT
      *            (UNA LINEA, FIJA POR JOB, COMO FLUPAR.DAT DE
      *            ASIFLUJ):
      *            'M' MENSUAL, EN CIERRMES: LO DESCRIPTO ARRIBA.
      *            'D' DIARIA, EN EL CIERRE NOCTURNO (CONTROL DE
      *                CORRIDAS 'INTACUMD', PREDECESOR CIERCTA): COPIA
      *                EL HISTORIAL TAL CUAL (LOS EJERCICIOS LOS DEPURA
      *                LA MENSUAL) Y LE SUMA UN REGISTRO 'P' POR CADA
      *                PAGO O RENOVACION DE PLAZO FIJO DE LA FECHA CON
      *                INTERES (TASA DE RETENCION DEL PAIS DE
      *                RETIMP.DAT, LA MISMA QUE APLICO PLAZOFIJ) Y UN
      *                REGISTRO 'L' POR CADA LIQUIDACION DE CIERRE DE LA
      *                FECHA CON INTERES, CADA UNO CON EL TITULAR QUE
      *                TRAE SU ARCHIVO. LOS 'P' Y 'L' NO SE REEMPLAZAN
      *                NUNCA: LA MENSUAL SOLO REARMA LOS 'D' Y 'R'.
      *            EL HISTORIAL NUEVO SE INSTALA IGUAL EN LAS DOS
      *            FUNCIONES (PASO SIGUIENTE DEL JCL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTACUM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      ******************************************************************
       FILE-CONTROL.
           SELECT PARM ASSIGN TO "INTPAR.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PARM.
           SELECT MAESTRO-CTA ASSIGN TO "cuentas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-CLAVE-CUENTA
                   SOURCE IS CTA-PAIS CTA-SUCURSAL CTA-NUM-CUENTA
           FILE STATUS FS-MAESTRO-CTA.
           SELECT DETALLE ASSIGN TO "INTDET.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-DETALLE.
           SELECT REMESA ASSIGN TO "RETFISC.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-REMESA.
           SELECT DETALLE-PLAZO ASSIGN TO "PLAZDET.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-DETALLE-PLAZO.
           SELECT LIQUIDACION ASSIGN TO "CIERLIQ.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-LIQUIDACION.
           SELECT IMPUESTOS ASSIGN TO "RETIMP.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-IMPUESTOS.
           SELECT HISTORIAL ASSIGN TO "INTANU.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-HISTORIAL.
           SELECT HISTORIAL-NUEVO ASSIGN TO "INTNUE.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-HISTORIAL-NUEVO.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *    UNA LINEA CON LA FUNCION ('D' DIARIA / 'M' MENSUAL)
       FD  PARM.
           01  REG-PARM.
               05 IP-FUNCION            PIC X(01).
       FD  MAESTRO-CTA.
           01  REG-MAESTRO-CTA.
               COPY CUENTASC.
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
       FD  REMESA.
           01  REG-REMESA.
               05 RF-PAIS               PIC X(03).
               05 RF-MONEDA             PIC X(03).
               05 RF-CANTIDAD           PIC 9(06).
               05 RF-INTERES-BRUTO      PIC 9(11)V99.
               05 RF-IMPUESTO           PIC 9(11)V99.
               05 RF-INTERES-NETO       PIC 9(11)V99.
      *    VISTAS DE LOS REGISTROS DE CONTROL DE LA REMESA
           01  REG-REMESA-HDR.
               05 RH-TIPO               PIC X(03).
               05 RH-ORIGEN             PIC X(08).
               05 RH-FECHA              PIC 9(08).
           01  REG-REMESA-TRL.
               05 RT-TIPO               PIC X(03).
               05 RT-CANT-PAISES        PIC 9(04).
               05 RT-TOTAL-IMPUESTO     PIC 9(13)V99.
       FD  DETALLE-PLAZO.
           01  REG-DETALLE-PLAZO.
               COPY PLAZDETC.
       FD  LIQUIDACION.
           01  REG-LIQUIDACION.
               COPY CIERLIQC.
       FD  IMPUESTOS.
           01  REG-IMPUESTO.
               05 RI-PAIS               PIC X(03).
               05 RI-TASA               PIC 9(02)V9(04).
       FD  HISTORIAL.
           01  REG-HISTORIAL.
               COPY INTANUC.
       FD  HISTORIAL-NUEVO.
           01  REG-HISTORIAL-NUEVO      PIC X(84).

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05  FS-PARM                 PIC X(02).
                   88 FS-PARM-OK                   VALUE '00'.
           05  FS-MAESTRO-CTA          PIC X(02).
                   88 FS-MAESTRO-CTA-OK            VALUE '00'.
                   88 FS-MAESTRO-CTA-SIN-CLAVE     VALUE '23'.
           05  FS-DETALLE              PIC X(02).
                   88 FS-DETALLE-OK                VALUE '00'.
                   88 FS-DETALLE-FIN               VALUE '10'.
           05  FS-REMESA               PIC X(02).
                   88 FS-REMESA-OK                 VALUE '00'.
                   88 FS-REMESA-FIN                VALUE '10'.
           05  FS-DETALLE-PLAZO        PIC X(02).
                   88 FS-DETALLE-PLAZO-OK          VALUE '00'.
                   88 FS-DETALLE-PLAZO-FIN         VALUE '10'.
                   88 FS-DETALLE-PLAZO-NO-EXISTE   VALUE '35'.
           05  FS-LIQUIDACION          PIC X(02).
                   88 FS-LIQUIDACION-OK            VALUE '00'.
                   88 FS-LIQUIDACION-FIN           VALUE '10'.
                   88 FS-LIQUIDACION-NO-EXISTE     VALUE '35'.
           05  FS-IMPUESTOS            PIC X(02).
                   88 FS-IMPUESTOS-OK              VALUE '00'.
                   88 FS-IMPUESTOS-FIN             VALUE '10'.
                   88 FS-IMPUESTOS-NO-EXISTE       VALUE '35'.
           05  FS-HISTORIAL            PIC X(02).
                   88 FS-HISTORIAL-OK              VALUE '00'.
                   88 FS-HISTORIAL-FIN             VALUE '10'.
                   88 FS-HISTORIAL-NO-EXISTE       VALUE '35'.
           05  FS-HISTORIAL-NUEVO      PIC X(02).
                   88 FS-HISTORIAL-NUEVO-OK        VALUE '00'.
       01  WSS-FUNCION                 PIC X(01).
           88 WSS-FUNCION-DIARIA                   VALUE 'D'.
           88 WSS-FUNCION-MENSUAL                  VALUE 'M'.
       01  WSS-PROGRAMA                PIC X(08).
       01  WSS-PREDECESOR              PIC X(08).
       01  WSS-SW-HISTORIAL            PIC X(01) VALUE 'N'.
           88 WSS-HAY-HISTORIAL                    VALUE 'S'.
       01  WSS-FECHA-NEGOCIO           PIC 9(08).
       01  WSS-FECHA-NEGOCIO-R REDEFINES WSS-FECHA-NEGOCIO.
           05 WSS-PERIODO              PIC 9(06).
           05 WSS-PERIODO-R REDEFINES WSS-PERIODO.
               10 WSS-EJERCICIO        PIC 9(04).
               10 FILLER               PIC 9(02).
           05 FILLER                   PIC 9(02).
      *    EL HISTORIAL CONSERVA EL EJERCICIO EN CURSO Y EL ANTERIOR
      *    (LOS CERTIFICADOS DEL ANO SE EMITEN YA ENTRADO EL SIGUIENTE)
       01  WSS-EJERCICIO-MINIMO        PIC 9(04).
      *-----------------------------------------------------------------*
      *    REMESA DEL MES POR PAIS/MONEDA (RETFISC.DAT) Y LO QUE SUMA
      *    INTDET.DAT PARA EL MISMO PAIS/MONEDA: TIENEN QUE COINCIDIR
      *-----------------------------------------------------------------*
       01  WSS-TABLA-REMESA.
           05 WSS-REM-CANT             PIC 9(02) VALUE 0.
           05 WSS-REM-ENTRY OCCURS 1 TO 50 TIMES
                              DEPENDING ON WSS-REM-CANT
                              INDEXED BY WSS-REM-IDX.
               10 WSS-REM-PAIS         PIC X(03).
               10 WSS-REM-MONEDA       PIC X(03).
               10 WSS-REM-CANTIDAD     PIC 9(06).
               10 WSS-REM-BRUTO        PIC 9(11)V99.
               10 WSS-REM-IMPUESTO     PIC 9(11)V99.
               10 WSS-REM-NETO         PIC 9(11)V99.
               10 WSS-DET-CANTIDAD     PIC 9(06).
               10 WSS-DET-BRUTO        PIC 9(11)V99.
               10 WSS-DET-IMPUESTO     PIC 9(11)V99.
       01  WSS-SW-CABECERA             PIC X(01) VALUE 'N'.
           88 WSS-CABECERA-LEIDA                   VALUE 'S'.
       01  WSS-SW-TRAILER              PIC X(01) VALUE 'N'.
           88 WSS-TRAILER-LEIDO                    VALUE 'S'.
       01  WSS-TRL-CANT-PAISES         PIC 9(04) VALUE 0.
       01  WSS-TRL-TOTAL-IMPUESTO      PIC 9(13)V99 VALUE 0.
       01  WSS-REM-TOTAL-IMPUESTO      PIC 9(13)V99 VALUE 0.
       01  WSS-SW-CUADRE               PIC X(01) VALUE 'S'.
           88 WSS-CUADRA                           VALUE 'S'.
           88 WSS-NO-CUADRA                        VALUE 'N'.
      *-----------------------------------------------------------------*
      *    TASAS DE RETENCION IMPOSITIVA POR PAIS (RETIMP.DAT) PARA LOS
      *    REGISTROS 'P' DE LA FUNCION DIARIA
      *-----------------------------------------------------------------*
       01  WSS-TABLA-RETIMP.
           05 WSS-RETIMP-CANT          PIC 9(02) VALUE 0.
           05 WSS-RETIMP-ENTRY OCCURS 1 TO 50 TIMES
                              DEPENDING ON WSS-RETIMP-CANT
                              INDEXED BY WSS-RETIMP-IDX.
               10 WSS-RETIMP-PAIS      PIC X(03).
               10 WSS-RETIMP-TASA      PIC 9(02)V9(04).
       01  WSS-TASA-RETENCION          PIC 9(02)V9(04).
       01  AREADECOM-CTL.
           COPY CPY003.
       01  WSS-TOTALES-CONTROL.
           05 WSS-HIST-LEIDOS          PIC 9(07).
           05 WSS-HIST-CONSERVADOS     PIC 9(07).
           05 WSS-HIST-REEMPLAZADOS    PIC 9(07).
           05 WSS-HIST-DEPURADOS       PIC 9(07).
           05 WSS-DETALLES-LEIDOS      PIC 9(07).
           05 WSS-DETALLES-GRABADOS    PIC 9(07).
           05 WSS-REMESAS-GRABADAS     PIC 9(07).
           05 WSS-SIN-CUENTA           PIC 9(07).
           05 WSS-PLAZOS-GRABADOS      PIC 9(07).
           05 WSS-CIERRES-GRABADOS     PIC 9(07).
           05 WSS-BRUTO-TOTAL          PIC 9(13)V99.
           05 WSS-IMPUESTO-TOTAL       PIC 9(13)V99.

      ******************************************************************
       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           PERFORM 1000-INICIO
           PERFORM 2000-COPIA-HISTORIAL
           IF WSS-FUNCION-MENSUAL
               PERFORM 3000-AGREGA-DETALLE
               PERFORM 3500-VERIFICA-CUADRE
               PERFORM 4000-AGREGA-REMESA
           ELSE
               PERFORM 5000-AGREGA-PLAZOS
               PERFORM 6000-AGREGA-CIERRES
           END-IF
           PERFORM 9000-FINALIZAR
           .

      *-----------------------------------------------------------------*
      *    FUNCION, CONTROL DE CORRIDAS, REMESA DEL MES (MENSUAL) O
      *    TASAS DE RETENCION (DIARIA) Y APERTURAS
      *-----------------------------------------------------------------*
       1000-INICIO.
           PERFORM 1010-LEE-FUNCION
           PERFORM 1020-CONTROL-DE-CORRIDA
           INITIALIZE WSS-TOTALES-CONTROL
           MOVE CTL-FECHA-NEGOCIO TO WSS-FECHA-NEGOCIO
           COMPUTE WSS-EJERCICIO-MINIMO = WSS-EJERCICIO - 1

           IF WSS-FUNCION-MENSUAL
               PERFORM 1100-CARGA-REMESA

               OPEN INPUT MAESTRO-CTA
               IF NOT FS-MAESTRO-CTA-OK
                   DISPLAY 'ERROR APERTURA CUENTAS.TXT FS: '
                            FS-MAESTRO-CTA
                   PERFORM 9050-ERROR-FATAL
               END-IF

               OPEN INPUT DETALLE
               IF NOT FS-DETALLE-OK
                   DISPLAY 'ERROR APERTURA INTDET.DAT FS: ' FS-DETALLE
                   PERFORM 9050-ERROR-FATAL
               END-IF
           ELSE
               PERFORM 1200-CARGA-RETIMP
           END-IF

      *    LA PRIMERA VEZ NO HAY HISTORIAL
           OPEN INPUT HISTORIAL
           EVALUATE TRUE
               WHEN FS-HISTORIAL-OK
                   SET WSS-HAY-HISTORIAL TO TRUE
               WHEN FS-HISTORIAL-NO-EXISTE
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR APERTURA INTANU.DAT FS: '
                            FS-HISTORIAL
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE

           OPEN OUTPUT HISTORIAL-NUEVO
           IF NOT FS-HISTORIAL-NUEVO-OK
               DISPLAY 'ERROR APERTURA INTNUE.DAT FS: '
                        FS-HISTORIAL-NUEVO
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       1000-INICIO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    INTPAR.DAT TRAE LA FUNCION ('D' DIARIA / 'M' MENSUAL). SIN
      *    FUNCION VALIDA NO SE SABE QUE IDENTIDAD ESTAMPAR EN EL
      *    CONTROL DE CORRIDAS: EL PASO NO ARRANCA
      *-----------------------------------------------------------------*
       1010-LEE-FUNCION.
           MOVE SPACES TO WSS-FUNCION
           OPEN INPUT PARM
           IF NOT FS-PARM-OK
               DISPLAY 'ERROR APERTURA INTPAR.DAT FS: ' FS-PARM
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PARM
           IF FS-PARM-OK
               MOVE IP-FUNCION TO WSS-FUNCION
           END-IF
           CLOSE PARM

           EVALUATE TRUE
               WHEN WSS-FUNCION-DIARIA
                   MOVE 'INTACUMD' TO WSS-PROGRAMA
                   MOVE 'CIERCTA'  TO WSS-PREDECESOR
               WHEN WSS-FUNCION-MENSUAL
                   MOVE 'INTACUM'  TO WSS-PROGRAMA
                   MOVE 'INTERES'  TO WSS-PREDECESOR
               WHEN OTHER
                   DISPLAY 'INTPAR.DAT SIN FUNCION VALIDA: '
                            WSS-FUNCION
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .
       1010-LEE-FUNCION-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CONTROL DE CORRIDAS: ME FRENO SI ESTA FUNCION YA COMPLETO LA
      *    FECHA DE NEGOCIO VIGENTE O SI SU PREDECESOR NO LA COMPLETO:
      *    LA MENSUAL ESPERA A INTERES, LA DIARIA A CIERCTA, QUE CORRE
      *    DETRAS DE PLAZOFIJ
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
                   DISPLAY 'INTACUM: ' WSS-PREDECESOR ' NO COMPLETO LA '
                           'FECHA DE NEGOCIO ' CTL-FECHA-NEGOCIO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'INTACUM: CONTROL DE CORRIDAS CON ERROR'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .
       1020-CONTROL-DE-CORRIDA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CARGO LA REMESA DEL MES. SIN CABECERA O SIN CIERRE, O CON UN
      *    CIERRE QUE NO CUADRA, EL ARCHIVO NO ES UNA REMESA COMPLETA
      *    DE INTERES Y NO SE ACUMULA NADA
      *-----------------------------------------------------------------*
       1100-CARGA-REMESA.
           OPEN INPUT REMESA
           IF NOT FS-REMESA-OK
               DISPLAY 'ERROR APERTURA RETFISC.DAT FS: ' FS-REMESA
               PERFORM 9050-ERROR-FATAL
           END-IF
           PERFORM 1110-LEE-REMESA UNTIL FS-REMESA-FIN
           CLOSE REMESA

           IF NOT WSS-CABECERA-LEIDA OR NOT WSS-TRAILER-LEIDO
               DISPLAY 'INTACUM: RETFISC.DAT SIN CABECERA O SIN CIERRE'
               PERFORM 9050-ERROR-FATAL
           END-IF
           IF WSS-TRL-CANT-PAISES NOT = WSS-REM-CANT
              OR WSS-TRL-TOTAL-IMPUESTO NOT = WSS-REM-TOTAL-IMPUESTO
               DISPLAY 'INTACUM: EL CIERRE DE RETFISC.DAT NO CUADRA '
                       'CON SUS REGISTROS'
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       1100-CARGA-REMESA-EXIT. EXIT.

       1110-LEE-REMESA.
           READ REMESA
           EVALUATE TRUE
               WHEN FS-REMESA-OK
                   EVALUATE TRUE
                       WHEN RH-TIPO = 'HDR'
                           SET WSS-CABECERA-LEIDA TO TRUE
                       WHEN RT-TIPO = 'TRL'
                           SET WSS-TRAILER-LEIDO TO TRUE
                           MOVE RT-CANT-PAISES
                                TO WSS-TRL-CANT-PAISES
                           MOVE RT-TOTAL-IMPUESTO
                                TO WSS-TRL-TOTAL-IMPUESTO
                       WHEN OTHER
                           PERFORM 1120-AGREGA-REMESA
                   END-EVALUATE
               WHEN FS-REMESA-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA RETFISC.DAT FS: ' FS-REMESA
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1110-LEE-REMESA-EXIT. EXIT.

       1120-AGREGA-REMESA.
           IF WSS-REM-CANT < 50
               ADD 1 TO WSS-REM-CANT
               SET WSS-REM-IDX TO WSS-REM-CANT
               MOVE RF-PAIS          TO WSS-REM-PAIS (WSS-REM-IDX)
               MOVE RF-MONEDA        TO WSS-REM-MONEDA (WSS-REM-IDX)
               MOVE RF-CANTIDAD      TO WSS-REM-CANTIDAD (WSS-REM-IDX)
               MOVE RF-INTERES-BRUTO TO WSS-REM-BRUTO (WSS-REM-IDX)
               MOVE RF-IMPUESTO      TO WSS-REM-IMPUESTO (WSS-REM-IDX)
               MOVE RF-INTERES-NETO  TO WSS-REM-NETO (WSS-REM-IDX)
               MOVE 0                TO WSS-DET-CANTIDAD (WSS-REM-IDX)
               MOVE 0                TO WSS-DET-BRUTO (WSS-REM-IDX)
               MOVE 0                TO WSS-DET-IMPUESTO (WSS-REM-IDX)
               ADD RF-IMPUESTO TO WSS-REM-TOTAL-IMPUESTO
           ELSE
               DISPLAY 'INTACUM: TABLA DE REMESA LLENA'
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       1120-AGREGA-REMESA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CARGO LAS TASAS DE RETENCION POR PAIS. SIN RETIMP.DAT (O SIN
      *    EL PAIS) LA TASA QUEDA EN CERO, COMO EN PLAZOFIJ
      *-----------------------------------------------------------------*
       1200-CARGA-RETIMP.
           OPEN INPUT IMPUESTOS
           IF FS-IMPUESTOS-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-IMPUESTOS-OK
                   DISPLAY 'ERROR APERTURA RETIMP.DAT FS: '
                            FS-IMPUESTOS
                   PERFORM 9050-ERROR-FATAL
               END-IF
               PERFORM 1210-LEE-RETIMP UNTIL FS-IMPUESTOS-FIN
               CLOSE IMPUESTOS
           END-IF
           .
       1200-CARGA-RETIMP-EXIT. EXIT.

       1210-LEE-RETIMP.
           READ IMPUESTOS
           EVALUATE TRUE
               WHEN FS-IMPUESTOS-OK
                   PERFORM 1220-AGREGA-RETIMP
               WHEN FS-IMPUESTOS-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA RETIMP.DAT FS: '
                            FS-IMPUESTOS
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1210-LEE-RETIMP-EXIT. EXIT.

       1220-AGREGA-RETIMP.
           IF WSS-RETIMP-CANT >= 50
               DISPLAY 'INTACUM: TABLA DE RETIMP LLENA'
               PERFORM 9050-ERROR-FATAL
           END-IF
           ADD 1 TO WSS-RETIMP-CANT
           SET WSS-RETIMP-IDX TO WSS-RETIMP-CANT
           MOVE RI-PAIS TO WSS-RETIMP-PAIS (WSS-RETIMP-IDX)
           MOVE RI-TASA TO WSS-RETIMP-TASA (WSS-RETIMP-IDX)
           .
       1220-AGREGA-RETIMP-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    PASO AL HISTORIAL NUEVO LO ANTERIOR. LA MENSUAL SACA LOS 'D'
      *    Y 'R' DEL PERIODO (UNA RECORRIDA LOS VUELVE A ARMAR ENTEROS)
      *    Y LO DE EJERCICIOS YA CERRADOS Y CERTIFICADOS; LOS 'P' Y 'L'
      *    SOLO LOS AGREGA LA DIARIA Y NO SE REEMPLAZAN NUNCA
      *-----------------------------------------------------------------*
       2000-COPIA-HISTORIAL.
           IF WSS-HAY-HISTORIAL
               PERFORM 2100-LEE-HISTORIAL
               PERFORM 2200-COPIA-REGISTRO UNTIL FS-HISTORIAL-FIN
               CLOSE HISTORIAL
           END-IF
           .
       2000-COPIA-HISTORIAL-EXIT. EXIT.

       2100-LEE-HISTORIAL.
           READ HISTORIAL
           EVALUATE TRUE
               WHEN FS-HISTORIAL-OK
                   ADD 1 TO WSS-HIST-LEIDOS
               WHEN FS-HISTORIAL-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA INTANU.DAT FS: '
                            FS-HISTORIAL
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       2100-LEE-HISTORIAL-EXIT. EXIT.

       2200-COPIA-REGISTRO.
           EVALUATE TRUE
               WHEN WSS-FUNCION-MENSUAL
                    AND NA-PERIODO = WSS-PERIODO
                    AND (NA-DETALLE OR NA-REMESA)
                   ADD 1 TO WSS-HIST-REEMPLAZADOS
               WHEN WSS-FUNCION-MENSUAL
                    AND NA-PER-AAAA < WSS-EJERCICIO-MINIMO
                   ADD 1 TO WSS-HIST-DEPURADOS
               WHEN OTHER
                   MOVE REG-HISTORIAL TO REG-HISTORIAL-NUEVO
                   PERFORM 8000-GRABA-HISTORIAL
                   ADD 1 TO WSS-HIST-CONSERVADOS
           END-EVALUATE
           PERFORM 2100-LEE-HISTORIAL
           .
       2200-COPIA-REGISTRO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    UN REGISTRO 'D' POR CUENTA DE INTDET.DAT, CON EL TITULAR QUE
      *    TIENE HOY LA CUENTA EN EL MAESTRO
      *-----------------------------------------------------------------*
       3000-AGREGA-DETALLE.
           PERFORM 3100-LEE-DETALLE
           PERFORM 3200-GRABA-DETALLE UNTIL FS-DETALLE-FIN
           CLOSE DETALLE
           .
       3000-AGREGA-DETALLE-EXIT. EXIT.

       3100-LEE-DETALLE.
           READ DETALLE
           EVALUATE TRUE
               WHEN FS-DETALLE-OK
                   ADD 1 TO WSS-DETALLES-LEIDOS
               WHEN FS-DETALLE-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA INTDET.DAT FS: ' FS-DETALLE
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       3100-LEE-DETALLE-EXIT. EXIT.

       3200-GRABA-DETALLE.
           MOVE SPACES            TO REG-HISTORIAL
           SET NA-DETALLE         TO TRUE
           MOVE WSS-PERIODO       TO NA-PERIODO
           MOVE ID-PAIS           TO NA-PAIS
           MOVE ID-MONEDA         TO NA-MONEDA
           MOVE ID-SUCURSAL       TO NA-SUCURSAL
           MOVE ID-NUM-CUENTA     TO NA-NUM-CUENTA
           MOVE 1                 TO NA-CANTIDAD
           MOVE ID-TASA-RETENCION TO NA-TASA-RETENCION
           MOVE ID-INTERES-BRUTO  TO NA-INTERES-BRUTO
           MOVE ID-IMPUESTO       TO NA-IMPUESTO
           MOVE ID-INTERES-NETO   TO NA-INTERES-NETO

           MOVE ID-PAIS       TO CTA-PAIS
           MOVE ID-SUCURSAL   TO CTA-SUCURSAL
           MOVE ID-NUM-CUENTA TO CTA-NUM-CUENTA
           READ MAESTRO-CTA
               KEY IS CTA-CLAVE-CUENTA
           EVALUATE TRUE
               WHEN FS-MAESTRO-CTA-OK
                   MOVE CTA-NUM-CLIENTE TO NA-NUM-CLIENTE
               WHEN FS-MAESTRO-CTA-SIN-CLAVE
                   MOVE 0 TO NA-NUM-CLIENTE
                   ADD 1 TO WSS-SIN-CUENTA
                   DISPLAY 'INTACUM: CUENTA INEXISTENTE - PAIS '
                           ID-PAIS ' SUC ' ID-SUCURSAL
                           ' CUENTA ' ID-NUM-CUENTA
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA CUENTAS.TXT FS: '
                            FS-MAESTRO-CTA
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE

           MOVE REG-HISTORIAL TO REG-HISTORIAL-NUEVO
           PERFORM 8000-GRABA-HISTORIAL
           ADD 1 TO WSS-DETALLES-GRABADOS
           ADD ID-INTERES-BRUTO TO WSS-BRUTO-TOTAL
           ADD ID-IMPUESTO      TO WSS-IMPUESTO-TOTAL
           PERFORM 3300-SUMA-A-REMESA
           PERFORM 3100-LEE-DETALLE
           .
       3200-GRABA-DETALLE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    UN PAIS/MONEDA DE INTDET.DAT QUE NO ESTA EN LA REMESA YA ES
      *    UN DESCUADRE
      *-----------------------------------------------------------------*
       3300-SUMA-A-REMESA.
           SET WSS-REM-IDX TO 1
           SEARCH WSS-REM-ENTRY
               AT END
                   SET WSS-NO-CUADRA TO TRUE
                   DISPLAY 'INTACUM: PAIS ' ID-PAIS ' MONEDA '
                           ID-MONEDA ' DE INTDET.DAT SIN REMESA'
               WHEN WSS-REM-PAIS (WSS-REM-IDX) = ID-PAIS
                    AND WSS-REM-MONEDA (WSS-REM-IDX) = ID-MONEDA
                   ADD 1 TO WSS-DET-CANTIDAD (WSS-REM-IDX)
                   ADD ID-INTERES-BRUTO
                       TO WSS-DET-BRUTO (WSS-REM-IDX)
                   ADD ID-IMPUESTO
                       TO WSS-DET-IMPUESTO (WSS-REM-IDX)
           END-SEARCH
           .
       3300-SUMA-A-REMESA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    INTDET.DAT Y RETFISC.DAT SALEN DE LA MISMA CORRIDA DE
      *    INTERES: SI NO CUADRAN POR PAIS/MONEDA UNO DE LOS DOS ES DE
      *    OTRA CORRIDA Y EL HISTORIAL NO SE INSTALA
      *-----------------------------------------------------------------*
       3500-VERIFICA-CUADRE.
           PERFORM 3510-CUADRE-PAIS
               VARYING WSS-REM-IDX FROM 1 BY 1
               UNTIL WSS-REM-IDX > WSS-REM-CANT
           IF WSS-NO-CUADRA
               DISPLAY 'INTACUM: INTDET.DAT Y RETFISC.DAT NO SON DE LA '
                       'MISMA CORRIDA DE INTERES'
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       3500-VERIFICA-CUADRE-EXIT. EXIT.

       3510-CUADRE-PAIS.
           IF WSS-DET-CANTIDAD (WSS-REM-IDX)
                  NOT = WSS-REM-CANTIDAD (WSS-REM-IDX)
              OR WSS-DET-BRUTO (WSS-REM-IDX)
                  NOT = WSS-REM-BRUTO (WSS-REM-IDX)
              OR WSS-DET-IMPUESTO (WSS-REM-IDX)
                  NOT = WSS-REM-IMPUESTO (WSS-REM-IDX)
               SET WSS-NO-CUADRA TO TRUE
               DISPLAY 'INTACUM: DESCUADRE PAIS '
                       WSS-REM-PAIS (WSS-REM-IDX) ' MONEDA '
                       WSS-REM-MONEDA (WSS-REM-IDX)
                       ' - INTDET ' WSS-DET-IMPUESTO (WSS-REM-IDX)
                       ' RETFISC ' WSS-REM-IMPUESTO (WSS-REM-IDX)
           END-IF
           .
       3510-CUADRE-PAIS-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    UN REGISTRO 'R' POR PAIS/MONEDA DE LA REMESA DEL MES
      *-----------------------------------------------------------------*
       4000-AGREGA-REMESA.
           PERFORM 4100-GRABA-REMESA
               VARYING WSS-REM-IDX FROM 1 BY 1
               UNTIL WSS-REM-IDX > WSS-REM-CANT
           .
       4000-AGREGA-REMESA-EXIT. EXIT.

       4100-GRABA-REMESA.
           MOVE SPACES                 TO REG-HISTORIAL
           SET NA-REMESA               TO TRUE
           MOVE WSS-PERIODO            TO NA-PERIODO
           MOVE WSS-REM-PAIS (WSS-REM-IDX)     TO NA-PAIS
           MOVE WSS-REM-MONEDA (WSS-REM-IDX)   TO NA-MONEDA
           MOVE 0                      TO NA-SUCURSAL
           MOVE 0                      TO NA-NUM-CUENTA
           MOVE 0                      TO NA-NUM-CLIENTE
           MOVE WSS-REM-CANTIDAD (WSS-REM-IDX) TO NA-CANTIDAD
           MOVE 0                      TO NA-TASA-RETENCION
           MOVE WSS-REM-BRUTO (WSS-REM-IDX)    TO NA-INTERES-BRUTO
           MOVE WSS-REM-IMPUESTO (WSS-REM-IDX) TO NA-IMPUESTO
           MOVE WSS-REM-NETO (WSS-REM-IDX)     TO NA-INTERES-NETO
           MOVE REG-HISTORIAL TO REG-HISTORIAL-NUEVO
           PERFORM 8000-GRABA-HISTORIAL
           ADD 1 TO WSS-REMESAS-GRABADAS
           .
       4100-GRABA-REMESA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    UN REGISTRO 'P' POR CADA PAGO O RENOVACION DE PLAZO FIJO DE
      *    LA FECHA CON INTERES (LAS CONSTITUCIONES NO TIENEN). SIN
      *    PLAZDET.DAT NO HUBO OPERACIONES DE PLAZO FIJO
      *-----------------------------------------------------------------*
       5000-AGREGA-PLAZOS.
           OPEN INPUT DETALLE-PLAZO
           IF FS-DETALLE-PLAZO-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-DETALLE-PLAZO-OK
                   DISPLAY 'ERROR APERTURA PLAZDET.DAT FS: '
                            FS-DETALLE-PLAZO
                   PERFORM 9050-ERROR-FATAL
               END-IF
               PERFORM 5100-LEE-PLAZO
               PERFORM 5200-GRABA-PLAZO UNTIL FS-DETALLE-PLAZO-FIN
               CLOSE DETALLE-PLAZO
           END-IF
           .
       5000-AGREGA-PLAZOS-EXIT. EXIT.

       5100-LEE-PLAZO.
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
       5100-LEE-PLAZO-EXIT. EXIT.

       5200-GRABA-PLAZO.
           IF DP-FECHA = WSS-FECHA-NEGOCIO AND DP-INTERES > 0
               PERFORM 5300-BUSCA-RETENCION
               MOVE SPACES             TO REG-HISTORIAL
               SET NA-PLAZO-FIJO       TO TRUE
               MOVE WSS-PERIODO        TO NA-PERIODO
               MOVE DP-PAIS            TO NA-PAIS
               MOVE DP-MONEDA          TO NA-MONEDA
               MOVE DP-SUCURSAL        TO NA-SUCURSAL
               MOVE DP-NUM-CUENTA      TO NA-NUM-CUENTA
               MOVE DP-NUM-CLIENTE     TO NA-NUM-CLIENTE
               MOVE 1                  TO NA-CANTIDAD
               MOVE WSS-TASA-RETENCION TO NA-TASA-RETENCION
               MOVE DP-INTERES         TO NA-INTERES-BRUTO
               MOVE DP-RETENCION       TO NA-IMPUESTO
               MOVE DP-NETO            TO NA-INTERES-NETO
               MOVE REG-HISTORIAL TO REG-HISTORIAL-NUEVO
               PERFORM 8000-GRABA-HISTORIAL
               ADD 1 TO WSS-PLAZOS-GRABADOS
               ADD DP-INTERES   TO WSS-BRUTO-TOTAL
               ADD DP-RETENCION TO WSS-IMPUESTO-TOTAL
           END-IF
           PERFORM 5100-LEE-PLAZO
           .
       5200-GRABA-PLAZO-EXIT. EXIT.

       5300-BUSCA-RETENCION.
           MOVE 0 TO WSS-TASA-RETENCION
           IF WSS-RETIMP-CANT > 0
               SET WSS-RETIMP-IDX TO 1
               SEARCH WSS-RETIMP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WSS-RETIMP-PAIS (WSS-RETIMP-IDX) = DP-PAIS
                       MOVE WSS-RETIMP-TASA (WSS-RETIMP-IDX)
                            TO WSS-TASA-RETENCION
               END-SEARCH
           END-IF
           .
       5300-BUSCA-RETENCION-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    UN REGISTRO 'L' POR CADA LIQUIDACION DE CIERRE DE LA FECHA
      *    CON INTERES. SIN CIERLIQ.DAT NO HUBO CIERRES DE CUENTA
      *-----------------------------------------------------------------*
       6000-AGREGA-CIERRES.
           OPEN INPUT LIQUIDACION
           IF FS-LIQUIDACION-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-LIQUIDACION-OK
                   DISPLAY 'ERROR APERTURA CIERLIQ.DAT FS: '
                            FS-LIQUIDACION
                   PERFORM 9050-ERROR-FATAL
               END-IF
               PERFORM 6100-LEE-LIQUIDACION
               PERFORM 6200-GRABA-CIERRE UNTIL FS-LIQUIDACION-FIN
               CLOSE LIQUIDACION
           END-IF
           .
       6000-AGREGA-CIERRES-EXIT. EXIT.

       6100-LEE-LIQUIDACION.
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
       6100-LEE-LIQUIDACION-EXIT. EXIT.

       6200-GRABA-CIERRE.
           IF LQ-FECHA = WSS-FECHA-NEGOCIO AND LQ-INTERES-BRUTO > 0
               MOVE SPACES             TO REG-HISTORIAL
               SET NA-LIQUIDACION-CIERRE TO TRUE
               MOVE WSS-PERIODO        TO NA-PERIODO
               MOVE LQ-PAIS            TO NA-PAIS
               MOVE LQ-MONEDA          TO NA-MONEDA
               MOVE LQ-SUCURSAL        TO NA-SUCURSAL
               MOVE LQ-NUM-CUENTA      TO NA-NUM-CUENTA
               MOVE LQ-NUM-CLIENTE     TO NA-NUM-CLIENTE
               MOVE 1                  TO NA-CANTIDAD
               MOVE LQ-TASA-RETENCION  TO NA-TASA-RETENCION
               MOVE LQ-INTERES-BRUTO   TO NA-INTERES-BRUTO
               MOVE LQ-IMPUESTO        TO NA-IMPUESTO
               MOVE LQ-INTERES-NETO    TO NA-INTERES-NETO
               MOVE REG-HISTORIAL TO REG-HISTORIAL-NUEVO
               PERFORM 8000-GRABA-HISTORIAL
               ADD 1 TO WSS-CIERRES-GRABADOS
               ADD LQ-INTERES-BRUTO TO WSS-BRUTO-TOTAL
               ADD LQ-IMPUESTO      TO WSS-IMPUESTO-TOTAL
           END-IF
           PERFORM 6100-LEE-LIQUIDACION
           .
       6200-GRABA-CIERRE-EXIT. EXIT.

       8000-GRABA-HISTORIAL.
           WRITE REG-HISTORIAL-NUEVO
           IF NOT FS-HISTORIAL-NUEVO-OK
               DISPLAY 'ERROR ESCRITURA INTNUE.DAT FS: '
                        FS-HISTORIAL-NUEVO
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       8000-GRABA-HISTORIAL-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    UN ERROR FATAL DEJA RETURN-CODE EN 8 ANTES DE FINALIZAR, PARA
      *    QUE EL JCL PUEDA SALTEAR LOS PASOS SIGUIENTES DE LA
      *    CANALIZACION (COND=(8,GE) EN CADA PASO POSTERIOR) Y NO
      *    INSTALE UN HISTORIAL A MEDIO ARMAR
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
           PERFORM 9160-ESTAMPA-CORRIDA
           IF WSS-FUNCION-MENSUAL
               CLOSE MAESTRO-CTA
           END-IF
           CLOSE HISTORIAL-NUEVO
           STOP RUN
           .
       9000-FINALIZAR-EXIT. EXIT.

       9100-TOTALES-DE-CONTROL.
           DISPLAY '-------------------------------'
           DISPLAY '- FUNCION: ' WSS-FUNCION ' (' WSS-PROGRAMA ')'
           DISPLAY '- PERIODO ACUMULADO: '      WSS-PERIODO
           DISPLAY '- HISTORIAL LEIDO: '        WSS-HIST-LEIDOS
           DISPLAY '- HISTORIAL CONSERVADO: '   WSS-HIST-CONSERVADOS
           DISPLAY '- REEMPLAZADOS (PERIODO): ' WSS-HIST-REEMPLAZADOS
           DISPLAY '- DEPURADOS (EJERCICIOS): ' WSS-HIST-DEPURADOS
           DISPLAY '- DETALLES DE INTERES: '    WSS-DETALLES-GRABADOS
           DISPLAY '- REMESAS POR PAIS/MONEDA: ' WSS-REMESAS-GRABADAS
           DISPLAY '- CUENTAS SIN TITULAR: '    WSS-SIN-CUENTA
           DISPLAY '- PLAZOS FIJOS (P): '       WSS-PLAZOS-GRABADOS
           DISPLAY '- CIERRES DE CUENTA (L): '  WSS-CIERRES-GRABADOS
           DISPLAY '- INTERES BRUTO: '          WSS-BRUTO-TOTAL
           DISPLAY '- IMPUESTO RETENIDO: '      WSS-IMPUESTO-TOTAL
           DISPLAY '-------------------------------'

           IF RETURN-CODE = 0 AND WSS-SIN-CUENTA > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           .
       9100-TOTALES-DE-CONTROL-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    ESTAMPO EL RESULTADO DEL PASO EN EL CONTROL DE CORRIDAS
      *-----------------------------------------------------------------*
       9160-ESTAMPA-CORRIDA.
           SET CTL-FUNCION-FIN TO TRUE
           MOVE WSS-PROGRAMA TO CTL-PROGRAMA
           MOVE SPACES       TO CTL-PREDECESOR
           MOVE RETURN-CODE TO CTL-RETORNO-JOB
           CALL 'RUNCTL' USING AREADECOM-CTL
      *    EL GOBACK DE LA RUTINA DEJA EN RETURN-CODE EL DE ELLA (0):
      *    REPONGO EL RETORNO DEL PASO PARA QUE LLEGUE INTACTO AL JOB
           MOVE CTL-RETORNO-JOB TO RETURN-CODE
           IF NOT CTL-OK
               DISPLAY 'INTACUM: NO SE PUDO ESTAMPAR EL CONTROL DE '
                       'CORRIDAS'
           END-IF
           .
       9160-ESTAMPA-CORRIDA-EXIT. EXIT.
