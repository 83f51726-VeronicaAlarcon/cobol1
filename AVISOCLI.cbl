      ******************************************************************
      * Author:    VERONICA ALARCON
      * Date:      2026-10-15
      * Purpose:   INTERFAZ NOCTURNA DE AVISOS AL CLIENTE PARA EL
      *            PROVEEDOR DE CORREO/SMS. HASTA AHORA EL CLIENTE SE
      *            ENTERABA DE UN EMBARGO, DE UN DESCUBIERTO O DE QUE SU
      *            CUENTA PASABA A INACTIVA RECIEN CUANDO LE REBOTABA
      *            UNA EXTRACCION (CTADORM PASA DE 'A' A 'I' SIN AVISO
      *            PREVIO). POR CADA CUENTA NO CERRADA DE CUENTAS.TXT SE
      *            EVALUAN CINCO EVENTOS (VER AVISOSC.CPY):
      *              'SB' SALDO POR DEBAJO DEL MINIMO DE LA MONEDA
      *                   (NOTPAR.DAT, OPCIONAL: MONEDA SIN LINEA NO
      *                   SE AVISA POR SALDO BAJO).
      *              'NG' SALDO NEGATIVO DENTRO DEL LIMITE DE
      *                   DESCUBIERTO, O 'EX' SI LO EXCEDE (UNA CUENTA
      *                   EXCEDIDA SOLO LLEVA EL 'EX').
      *              'RE' RETENCION/EMBARGO VIGENTE EN RETENES.DAT.
      *              'DO' CUENTA ACTIVA A LA QUE LE FALTAN LOS DIAS DE
      *                   AVISO DE NOTPAR.DAT (30 POR DEFECTO) O MENOS
      *                   PARA CUMPLIR EL PLAZO SIN ACTIVIDAD CON QUE
      *                   CTADORM LA PASA A INACTIVA: LOS MESES DE
      *                   DORMPAR.DAT O LOS DE SU PRODUCTO, CONTADOS
      *                   DESDE LA ULTIMA ACTIVIDAD EN MOVHIST.DAT CON
      *                   EL MISMO CRITERIO QUE CTADORM.
      *            CADA EVENTO VA A AVISOS.DAT CON LOS DATOS DE
      *            CONTACTO DEL TITULAR (CTA-NUM-CLIENTE CONTRA
      *            CLIENTES.DAT). EL HISTORIAL DE AVISOS ENVIADOS
      *            NOTHIST.DAT EVITA REPETIRLOS: UN EVENTO YA AVISADO
      *            NO SE VUELVE A AVISAR MIENTRAS SIGA DANDOSE, Y SALE
      *            DEL HISTORIAL LA PRIMERA NOCHE QUE YA NO SE DA, ASI
      *            UNA RECAIDA SE AVISA DE NUEVO. UNA RETENCION SE
      *            IDENTIFICA POR SU FECHA DESDE E IMPORTE Y EL AVISO DE
      *            INACTIVIDAD POR LA FECHA EN QUE SE CUMPLE EL PLAZO,
      *            ASI UNA ORDEN NUEVA O UN PLAZO NUEVO SE AVISAN AUNQUE
      *            LA CUENTA YA TUVIERA OTRO. UN EVENTO CUYO TITULAR NO
      *            ESTA EN CLIENTES.DAT O NO TIENE CANAL DE AVISO SE
      *            LISTA POR CONSOLA, NO ENTRA AL HISTORIAL (SE AVISA
      *            CUANDO SE CARGUE EL CONTACTO) Y LA CORRIDA TERMINA
      *            CON RETURN-CODE 4. AL FINAL SE DISPLAYAN LOS TOTALES
      *            DE CONTROL POR TIPO DE EVENTO: AVISADOS, SUPRIMIDOS
      *            POR EL HISTORIAL Y SIN CONTACTO. EL HISTORIAL SE
      *            REGRABA SOLO AL FINAL DE UNA CORRIDA SIN ERROR
      *            FATAL, ASI LA RECORRIDA DE UNA NOCHE ABORTADA VUELVE
      *            A EMITIR TODOS SUS AVISOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVISOCLI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      ******************************************************************
       FILE-CONTROL.
           SELECT PARM-AVISO ASSIGN TO "NOTPAR.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PARM-AVISO.
           SELECT PARM ASSIGN TO "DORMPAR.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PARM.
           SELECT PRODUCTOS ASSIGN TO "PRODUCTOS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PRODUCTOS.
           SELECT MAESTRO-CLI ASSIGN TO "CLIENTES.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MAESTRO-CLI.
           SELECT RETENCIONES ASSIGN TO "RETENES.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-RETENCIONES.
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
           SELECT AVISOS ASSIGN TO "AVISOS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-AVISOS.
           SELECT ENVIADOS ASSIGN TO "NOTHIST.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ENVIADOS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-AVISO.
      *    UNA LINEA POR MONEDA: SALDO MINIMO PARA EL AVISO DE SALDO
      *    BAJO (CERO = SIN AVISO) Y DIAS DE ANTICIPACION DEL AVISO DE
      *    INACTIVIDAD (CERO = EL VALOR POR DEFECTO)
           01  REG-PARM-AVISO.
               05 NP-MONEDA           PIC X(03).
               05 NP-SALDO-MINIMO     PIC 9(07)V99.
               05 NP-DIAS-AVISO       PIC 9(03).
       FD  PARM.
           01  REG-PARM                 PIC 9(03).
       FD  PRODUCTOS.
           01  REG-PRODUCTO.
               COPY PRODUCC.
       FD  MAESTRO-CLI.
           01  REG-MAESTRO-CLI.
               COPY CLIENTEC.
       FD  RETENCIONES.
           01  REG-RETENCION.
               COPY RETENESC.
       FD  MAESTRO-CTA.
           01  REG-MAESTRO-CTA.
               COPY CUENTASC.
       FD  HISTORIA.
           01  REG-HISTORIA.
               COPY MOVHISTC.
       FD  AVISOS.
           01  REG-AVISO.
               COPY AVISOSC.
       FD  ENVIADOS.
      *    UN AVISO ENVIADO CUYO EVENTO SIGUE VIGENTE. NH-CLAVE
      *    DISTINGUE VARIOS EVENTOS DEL MISMO TIPO EN UNA CUENTA
      *    (RETENCION: FECHA DESDE + IMPORTE; INACTIVIDAD: FECHA EN QUE
      *    SE CUMPLE EL PLAZO; EN BLANCO PARA LOS EVENTOS DE SALDO)
           01  REG-ENVIADO.
               05 NH-TIPO-EVENTO      PIC X(02).
               05 NH-PAIS             PIC X(03).
               05 NH-SUCURSAL         PIC 9(02).
               05 NH-NUM-CUENTA       PIC 9(10).
               05 NH-CLAVE            PIC X(17).
               05 NH-FECHA-AVISO      PIC 9(08).
               05 NH-NUM-CLIENTE      PIC 9(08).

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05  FS-PARM-AVISO           PIC X(02).
                   88 FS-PARM-AVISO-OK             VALUE '00'.
                   88 FS-PARM-AVISO-FIN            VALUE '10'.
                   88 FS-PARM-AVISO-NO-EXISTE      VALUE '35'.
           05  FS-PARM                 PIC X(02).
                   88 FS-PARM-OK                   VALUE '00'.
                   88 FS-PARM-NO-EXISTE            VALUE '35'.
           05  FS-PRODUCTOS            PIC X(02).
                   88 FS-PRODUCTOS-OK              VALUE '00'.
                   88 FS-PRODUCTOS-FIN             VALUE '10'.
                   88 FS-PRODUCTOS-NO-EXISTE       VALUE '35'.
           05  FS-MAESTRO-CLI          PIC X(02).
                   88 FS-MAESTRO-CLI-OK            VALUE '00'.
                   88 FS-MAESTRO-CLI-FIN           VALUE '10'.
           05  FS-RETENCIONES          PIC X(02).
                   88 FS-RETENCIONES-OK            VALUE '00'.
                   88 FS-RETENCIONES-FIN           VALUE '10'.
                   88 FS-RETENCIONES-NO-EXISTE     VALUE '35'.
           05  FS-MAESTRO-CTA          PIC X(02).
                   88 FS-MAESTRO-CTA-OK            VALUE '00'.
                   88 FS-MAESTRO-CTA-FIN           VALUE '10'.
           05  FS-HISTORIA             PIC X(02).
                   88 FS-HISTORIA-OK               VALUE '00'.
                   88 FS-HISTORIA-FIN              VALUE '10'.
                   88 FS-HISTORIA-NO-EXISTE        VALUE '35'.
                   88 FS-HISTORIA-SIN-CLAVE        VALUE '23'.
           05  FS-AVISOS               PIC X(02).
                   88 FS-AVISOS-OK                 VALUE '00'.
           05  FS-ENVIADOS             PIC X(02).
                   88 FS-ENVIADOS-OK               VALUE '00'.
                   88 FS-ENVIADOS-FIN              VALUE '10'.
                   88 FS-ENVIADOS-NO-EXISTE        VALUE '35'.
       01  WSS-SW-HISTORIA             PIC X(01) VALUE 'N'.
           88 WSS-HAY-HISTORIA                     VALUE 'S'.
           88 WSS-SIN-HISTORIA                     VALUE 'N'.
       01  WSS-SW-MOV-CURSO            PIC X(01).
           88 WSS-HAY-MOV-EN-CURSO                 VALUE 'S'.
           88 WSS-FIN-DE-CUENTA                    VALUE 'N'.
      *    EL HISTORIAL SOLO SE REGRABA SI LA CORRIDA RECORRIO TODO EL
      *    MAESTRO
       01  WSS-SW-PROCESO              PIC X(01) VALUE 'N'.
           88 WSS-PROCESO-COMPLETO                 VALUE 'S'.
           88 WSS-PROCESO-INCOMPLETO               VALUE 'N'.
       01  WSS-FECHA-NEGOCIO           PIC 9(08).
       01  WSS-MESES-SIN-ACTIVIDAD     PIC 9(03) VALUE 12.
       01  WSS-DIAS-AVISO-DEFECTO      PIC 9(03) VALUE 30.
      *-----------------------------------------------------------------*
      *    MINIMOS Y DIAS DE AVISO POR MONEDA (NOTPAR.DAT)
      *-----------------------------------------------------------------*
       01  WSS-TABLA-PAR.
           05 WSS-PAR-CANT             PIC 9(03) VALUE 0.
           05 WSS-PAR-ENTRY OCCURS 1 TO 100 TIMES
                              DEPENDING ON WSS-PAR-CANT
                              INDEXED BY WSS-PAR-IDX.
               10 WSS-PAR-MONEDA       PIC X(03).
               10 WSS-PAR-MINIMO       PIC 9(07)V99.
               10 WSS-PAR-DIAS         PIC 9(03).
       01  WSS-SALDO-MINIMO            PIC 9(07)V99.
       01  WSS-DIAS-AVISO              PIC 9(03).
      *-----------------------------------------------------------------*
      *    MESES SIN ACTIVIDAD DE CADA PRODUCTO DEL CATALOGO
      *    (PRODUCTOS.DAT, OPCIONAL; CERO = LOS DE DORMPAR.DAT)
      *-----------------------------------------------------------------*
       01  WSS-TABLA-PRODUCTOS.
           05 WSS-PRD-CANT             PIC 9(03) VALUE 0.
           05 WSS-PRD-ENTRY OCCURS 1 TO 200 TIMES
                              DEPENDING ON WSS-PRD-CANT
                              INDEXED BY WSS-PRD-IDX.
               10 WSS-PRD-CODIGO       PIC X(03).
               10 WSS-PRD-MESES        PIC 9(03).
      *-----------------------------------------------------------------*
      *    TITULARES CON SUS DATOS DE CONTACTO (CLIENTES.DAT)
      *-----------------------------------------------------------------*
       01  WSS-TABLA-CLI.
           05 WSS-CLI-CANT             PIC 9(05) VALUE 0.
           05 WSS-CLI-ENTRY OCCURS 1 TO 5000 TIMES
                              DEPENDING ON WSS-CLI-CANT
                              INDEXED BY WSS-CLI-IDX.
               10 WSS-CLI-NUMERO       PIC 9(08).
               10 WSS-CLI-NOMBRE       PIC X(30).
               10 WSS-CLI-EMAIL        PIC X(40).
               10 WSS-CLI-TELEFONO     PIC X(15).
               10 WSS-CLI-CANAL        PIC X(01).
       01  WSS-SW-CONTACTO             PIC X(01).
           88 WSS-TITULAR-CON-CONTACTO             VALUE 'S'.
           88 WSS-TITULAR-SIN-CONTACTO             VALUE 'N'.
       01  WSS-C                       PIC 9(05).
      *-----------------------------------------------------------------*
      *    RETENCIONES VIGENTES A LA FECHA DE NEGOCIO (RETENES.DAT)
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
               10 WSS-RET-DESDE        PIC 9(08).
       01  WSS-R                       PIC 9(04).
      *-----------------------------------------------------------------*
      *    AVISOS YA ENVIADOS (NOTHIST.DAT). WSS-ENV-VISTO QUEDA EN 'S'
      *    PARA LOS EVENTOS QUE SE SIGUEN DANDO ESTA NOCHE Y PARA LOS
      *    AVISADOS AHORA: SOLO ESOS SE REGRABAN
      *-----------------------------------------------------------------*
       01  WSS-TABLA-ENVIADOS.
           05 WSS-ENV-CANT             PIC 9(04) VALUE 0.
           05 WSS-ENV-ENTRY OCCURS 1 TO 5000 TIMES
                              DEPENDING ON WSS-ENV-CANT
                              INDEXED BY WSS-ENV-IDX.
               10 WSS-ENV-TIPO         PIC X(02).
               10 WSS-ENV-PAIS         PIC X(03).
               10 WSS-ENV-SUC          PIC 9(02).
               10 WSS-ENV-CUENTA       PIC 9(10).
               10 WSS-ENV-CLAVE        PIC X(17).
               10 WSS-ENV-FECHA        PIC 9(08).
               10 WSS-ENV-CLIENTE      PIC 9(08).
               10 WSS-ENV-VISTO        PIC X(01).
       01  WSS-SW-ENVIADO              PIC X(01).
           88 WSS-YA-ENVIADO                       VALUE 'S'.
           88 WSS-NO-ENVIADO                       VALUE 'N'.
       01  WSS-E                       PIC 9(04).
      *-----------------------------------------------------------------*
      *    EVENTO EN CURSO
      *-----------------------------------------------------------------*
       01  WSS-EVENTO.
           05 WSS-EVT-TIPO             PIC X(02).
           05 WSS-EVT-CLAVE            PIC X(17).
           05 WSS-EVT-CLAVE-RET REDEFINES WSS-EVT-CLAVE.
               10 WSS-EVT-CLAVE-DESDE  PIC 9(08).
               10 WSS-EVT-CLAVE-IMPORTE
                                       PIC 9(07)V99.
           05 WSS-EVT-CLAVE-DOR REDEFINES WSS-EVT-CLAVE.
               10 WSS-EVT-CLAVE-FECHA  PIC 9(08).
               10 FILLER               PIC X(09).
           05 WSS-EVT-IMPORTE          PIC 9(07)V99.
           05 WSS-EVT-FECHA            PIC 9(08).
           05 WSS-EVT-DIAS             PIC 9(03).
      *-----------------------------------------------------------------*
      *    FECHA EN QUE LA CUENTA CUMPLE EL PLAZO SIN ACTIVIDAD: ULTIMA
      *    ACTIVIDAD MAS LOS MESES (ARITMETICA SOBRE AAAA*12+MM, COMO
      *    LA FECHA DE CORTE DE CTADORM)
      *-----------------------------------------------------------------*
       01  WSS-ULT-ACTIVIDAD.
           05 WSS-ULT-AAAA             PIC 9(04).
           05 WSS-ULT-MM               PIC 9(02).
           05 WSS-ULT-DD               PIC 9(02).
       01  WSS-ULT-ACTIVIDAD-NUM REDEFINES WSS-ULT-ACTIVIDAD
                                       PIC 9(08).
       01  WSS-MESES-APLICADOS         PIC 9(03).
       01  WSS-MESES-TOTALES           PIC 9(06).
       01  WSS-MESES-RESTO             PIC 9(02).
       01  WSS-DIAS-FALTAN             PIC S9(05).
      *-----------------------------------------------------------------*
      *    DIA JULIANO PARA RESTAR FECHAS
      *-----------------------------------------------------------------*
       01  WSS-JUL-HOY                 PIC 9(08).
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
      *-----------------------------------------------------------------*
      *    TOTALES DE CONTROL POR TIPO DE EVENTO
      *-----------------------------------------------------------------*
       01  WSS-CODIGOS-EVENTO.
           05 FILLER                   PIC X(02) VALUE 'SB'.
           05 FILLER                   PIC X(02) VALUE 'NG'.
           05 FILLER                   PIC X(02) VALUE 'EX'.
           05 FILLER                   PIC X(02) VALUE 'RE'.
           05 FILLER                   PIC X(02) VALUE 'DO'.
       01  WSS-CODIGOS-EVENTO-RED REDEFINES WSS-CODIGOS-EVENTO.
           05 WSS-CODIGO-EVENTO OCCURS 5 TIMES PIC X(02).
       01  WSS-NOMBRES-EVENTO.
           05 FILLER            PIC X(22) VALUE 'SALDO BAJO'.
           05 FILLER            PIC X(22) VALUE 'SALDO NEGATIVO'.
           05 FILLER            PIC X(22) VALUE 'DESCUBIERTO EXCEDIDO'.
           05 FILLER            PIC X(22) VALUE 'RETENCION/EMBARGO'.
           05 FILLER            PIC X(22) VALUE 'PROXIMA A INACTIVA'.
       01  WSS-NOMBRES-EVENTO-RED REDEFINES WSS-NOMBRES-EVENTO.
           05 WSS-NOMBRE-EVENTO OCCURS 5 TIMES PIC X(22).
       01  WSS-T                       PIC 9(01).
       01  WSS-TOTALES-EVENTO.
           05 WSS-TE-ENTRY OCCURS 5 TIMES.
               10 WSS-TE-AVISADOS      PIC 9(06).
               10 WSS-TE-SUPRIMIDOS    PIC 9(06).
               10 WSS-TE-SIN-CONTACTO  PIC 9(06).
       01  WSS-TOTALES-CONTROL.
           05 WSS-CUENTAS-LEIDAS       PIC 9(06).
           05 WSS-CLIENTES-LEIDOS      PIC 9(06).
           05 WSS-RETENCIONES-VIGENTES PIC 9(06).
           05 WSS-ENVIADOS-CARGADOS    PIC 9(06).
           05 WSS-ENVIADOS-DEPURADOS   PIC 9(06).
           05 WSS-ENVIADOS-GRABADOS    PIC 9(06).
           05 WSS-AVISOS-GRABADOS      PIC 9(06).
           05 WSS-SIN-CONTACTO         PIC 9(06).
       01  AREADECOM-CTL.
           COPY CPY003.

      ******************************************************************
       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESO UNTIL FS-MAESTRO-CTA-FIN
           SET WSS-PROCESO-COMPLETO TO TRUE
           PERFORM 9000-FINALIZAR
           .

      *-----------------------------------------------------------------*
      *    CONTROL DE CORRIDAS, PARAMETROS, CLIENTES, RETENCIONES Y LO
      *    YA AVISADO; ABRO EL MAESTRO, LA HISTORIA Y LA INTERFAZ Y
      *    LEO LA PRIMERA CUENTA
      *-----------------------------------------------------------------*
       1000-INICIO.
           PERFORM 1020-CONTROL-DE-CORRIDA
           INITIALIZE WSS-TOTALES-CONTROL
           INITIALIZE WSS-TOTALES-EVENTO
           MOVE CTL-FECHA-NEGOCIO TO WSS-FECHA-NEGOCIO
           MOVE WSS-FECHA-NEGOCIO TO WSS-JUL-FECHA-NUM
           PERFORM 6100-DIA-JULIANO
           MOVE WSS-JUL-DIA TO WSS-JUL-HOY

           PERFORM 1100-CARGA-PARAMETROS
           PERFORM 1150-CARGA-DORMPAR
           PERFORM 1200-CARGA-PRODUCTOS
           PERFORM 1300-CARGA-CLIENTES
           PERFORM 1400-CARGA-RETENCIONES
           PERFORM 1500-CARGA-ENVIADOS

           SET WSS-SIN-HISTORIA TO TRUE
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

           OPEN INPUT MAESTRO-CTA
           IF NOT FS-MAESTRO-CTA-OK
               DISPLAY 'ERROR APERTURA CUENTAS.TXT FS: ' FS-MAESTRO-CTA
               PERFORM 9050-ERROR-FATAL
           END-IF

           OPEN OUTPUT AVISOS
           IF NOT FS-AVISOS-OK
               DISPLAY 'ERROR APERTURA AVISOS.DAT FS: ' FS-AVISOS
               PERFORM 9050-ERROR-FATAL
           END-IF

           PERFORM 5000-LECTURA-CUENTA
           .
       1000-INICIO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CONTROL DE CORRIDAS: ME FRENO SI ESTE PASO YA COMPLETO LA
      *    FECHA DE NEGOCIO VIGENTE (LA RECORRIDA PISARIA AVISOS.DAT
      *    YA ENTREGADO AL PROVEEDOR). NO TIENE PREDECESOR: SOLO LEE
      *    LOS MAESTROS Y LA HISTORIA QUE DEJO APLICMOV
      *-----------------------------------------------------------------*
       1020-CONTROL-DE-CORRIDA.
           SET CTL-FUNCION-INICIO TO TRUE
           MOVE 'AVISOCLI' TO CTL-PROGRAMA
           MOVE SPACES     TO CTL-PREDECESOR
           MOVE 0          TO CTL-RETORNO-JOB
           CALL 'RUNCTL' USING AREADECOM-CTL
           EVALUATE TRUE
               WHEN CTL-OK
                   CONTINUE
               WHEN CTL-YA-CORRIO
                   DISPLAY 'AVISOCLI YA COMPLETADO PARA LA FECHA DE '
                           'NEGOCIO ' CTL-FECHA-NEGOCIO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'AVISOCLI: CONTROL DE CORRIDAS CON ERROR'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .
       1020-CONTROL-DE-CORRIDA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    NOTPAR.DAT ES OPCIONAL: SIN ARCHIVO NO HAY AVISOS DE SALDO
      *    BAJO Y EL DE INACTIVIDAD USA LOS DIAS POR DEFECTO
      *-----------------------------------------------------------------*
       1100-CARGA-PARAMETROS.
           OPEN INPUT PARM-AVISO
           IF FS-PARM-AVISO-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-PARM-AVISO-OK
                   DISPLAY 'ERROR APERTURA NOTPAR.DAT FS: '
                            FS-PARM-AVISO
                   PERFORM 9050-ERROR-FATAL
               ELSE
                   PERFORM 1110-LEE-PARAMETRO
                       UNTIL FS-PARM-AVISO-FIN
                   CLOSE PARM-AVISO
               END-IF
           END-IF
           .
       1100-CARGA-PARAMETROS-EXIT. EXIT.

       1110-LEE-PARAMETRO.
           READ PARM-AVISO
           EVALUATE TRUE
               WHEN FS-PARM-AVISO-OK
                   IF WSS-PAR-CANT < 100
                       ADD 1 TO WSS-PAR-CANT
                       SET WSS-PAR-IDX TO WSS-PAR-CANT
                       MOVE NP-MONEDA
                            TO WSS-PAR-MONEDA (WSS-PAR-IDX)
                       MOVE NP-SALDO-MINIMO
                            TO WSS-PAR-MINIMO (WSS-PAR-IDX)
                       IF NP-DIAS-AVISO = 0
                           MOVE WSS-DIAS-AVISO-DEFECTO
                                TO WSS-PAR-DIAS (WSS-PAR-IDX)
                       ELSE
                           MOVE NP-DIAS-AVISO
                                TO WSS-PAR-DIAS (WSS-PAR-IDX)
                       END-IF
                   ELSE
                       DISPLAY 'AVISOCLI: TABLA DE PARAMETROS LLENA'
                       PERFORM 9050-ERROR-FATAL
                   END-IF
               WHEN FS-PARM-AVISO-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA NOTPAR.DAT FS: '
                            FS-PARM-AVISO
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1110-LEE-PARAMETRO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    DORMPAR.DAT ES OPCIONAL, CON EL MISMO VALOR POR DEFECTO QUE
      *    USA CTADORM
      *-----------------------------------------------------------------*
       1150-CARGA-DORMPAR.
           OPEN INPUT PARM
           IF FS-PARM-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-PARM-OK
                   DISPLAY 'ERROR APERTURA DORMPAR.DAT FS: ' FS-PARM
                   PERFORM 9050-ERROR-FATAL
               ELSE
                   READ PARM
                   IF FS-PARM-OK
                       MOVE REG-PARM TO WSS-MESES-SIN-ACTIVIDAD
                   END-IF
                   CLOSE PARM
               END-IF
           END-IF
           .
       1150-CARGA-DORMPAR-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    PRODUCTOS.DAT ES OPCIONAL: SIN CATALOGO TODAS LAS CUENTAS
      *    USAN LOS MESES DE DORMPAR.DAT
      *-----------------------------------------------------------------*
       1200-CARGA-PRODUCTOS.
           OPEN INPUT PRODUCTOS
           IF FS-PRODUCTOS-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-PRODUCTOS-OK
                   DISPLAY 'ERROR APERTURA PRODUCTOS.DAT FS: '
                            FS-PRODUCTOS
                   PERFORM 9050-ERROR-FATAL
               ELSE
                   PERFORM 1210-LEE-PRODUCTO
                       UNTIL FS-PRODUCTOS-FIN
                   CLOSE PRODUCTOS
               END-IF
           END-IF
           .
       1200-CARGA-PRODUCTOS-EXIT. EXIT.

       1210-LEE-PRODUCTO.
           READ PRODUCTOS
           EVALUATE TRUE
               WHEN FS-PRODUCTOS-OK
                   IF WSS-PRD-CANT < 200
                       ADD 1 TO WSS-PRD-CANT
                       SET WSS-PRD-IDX TO WSS-PRD-CANT
                       MOVE PRD-CODIGO
                            TO WSS-PRD-CODIGO (WSS-PRD-IDX)
                       MOVE PRD-MESES-DORMANCIA
                            TO WSS-PRD-MESES (WSS-PRD-IDX)
                   ELSE
                       DISPLAY 'AVISOCLI: TABLA DE PRODUCTOS LLENA'
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
       1210-LEE-PRODUCTO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    SIN CLIENTES.DAT NINGUN AVISO TENDRIA A DONDE IR: LA CORRIDA
      *    ABORTA. CON LA TABLA LLENA TAMBIEN, PORQUE LOS TITULARES SIN
      *    CARGAR QUEDARIAN "SIN CONTACTO"
      *-----------------------------------------------------------------*
       1300-CARGA-CLIENTES.
           OPEN INPUT MAESTRO-CLI
           IF NOT FS-MAESTRO-CLI-OK
               DISPLAY 'ERROR APERTURA CLIENTES.DAT FS: '
                        FS-MAESTRO-CLI
               PERFORM 9050-ERROR-FATAL
           END-IF
           PERFORM 1310-LEE-CLIENTE UNTIL FS-MAESTRO-CLI-FIN
           CLOSE MAESTRO-CLI
           .
       1300-CARGA-CLIENTES-EXIT. EXIT.

       1310-LEE-CLIENTE.
           READ MAESTRO-CLI
           EVALUATE TRUE
               WHEN FS-MAESTRO-CLI-OK
                   ADD 1 TO WSS-CLIENTES-LEIDOS
                   IF WSS-CLI-CANT < 5000
                       ADD 1 TO WSS-CLI-CANT
                       SET WSS-CLI-IDX TO WSS-CLI-CANT
                       MOVE CLI-NUM-CLIENTE
                            TO WSS-CLI-NUMERO (WSS-CLI-IDX)
                       MOVE CLI-NOMBRE
                            TO WSS-CLI-NOMBRE (WSS-CLI-IDX)
                       MOVE CLI-EMAIL
                            TO WSS-CLI-EMAIL (WSS-CLI-IDX)
                       MOVE CLI-TELEFONO
                            TO WSS-CLI-TELEFONO (WSS-CLI-IDX)
                       MOVE CLI-CANAL-AVISO
                            TO WSS-CLI-CANAL (WSS-CLI-IDX)
                   ELSE
                       DISPLAY 'AVISOCLI: TABLA DE CLIENTES LLENA'
                       PERFORM 9050-ERROR-FATAL
                   END-IF
               WHEN FS-MAESTRO-CLI-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA CLIENTES.DAT FS: '
                            FS-MAESTRO-CLI
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1310-LEE-CLIENTE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CARGO LAS RETENCIONES VIGENTES A LA FECHA DE NEGOCIO CON EL
      *    MISMO CRITERIO QUE APLICMOV. RETENES.DAT ES OPCIONAL
      *-----------------------------------------------------------------*
       1400-CARGA-RETENCIONES.
           OPEN INPUT RETENCIONES
           IF FS-RETENCIONES-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-RETENCIONES-OK
                   DISPLAY 'ERROR APERTURA RETENES.DAT FS: '
                            FS-RETENCIONES
                   PERFORM 9050-ERROR-FATAL
               ELSE
                   PERFORM 1410-LEE-RETENCION
                       UNTIL FS-RETENCIONES-FIN
                   CLOSE RETENCIONES
               END-IF
           END-IF
           .
       1400-CARGA-RETENCIONES-EXIT. EXIT.

       1410-LEE-RETENCION.
           READ RETENCIONES
           EVALUATE TRUE
               WHEN FS-RETENCIONES-OK
                   IF RT-ESTADO-ACTIVA
                      AND RT-FECHA-DESDE <= WSS-FECHA-NEGOCIO
                      AND (RT-FECHA-HASTA = 0
                           OR RT-FECHA-HASTA >= WSS-FECHA-NEGOCIO)
                       PERFORM 1420-AGREGA-RETENCION
                   END-IF
               WHEN FS-RETENCIONES-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA RETENES.DAT FS: '
                            FS-RETENCIONES
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1410-LEE-RETENCION-EXIT. EXIT.

       1420-AGREGA-RETENCION.
           IF WSS-RET-CANT < 2000
               ADD 1 TO WSS-RET-CANT
               ADD 1 TO WSS-RETENCIONES-VIGENTES
               SET WSS-RET-IDX TO WSS-RET-CANT
               MOVE RT-PAIS        TO WSS-RET-PAIS (WSS-RET-IDX)
               MOVE RT-SUCURSAL    TO WSS-RET-SUC (WSS-RET-IDX)
               MOVE RT-NUM-CUENTA  TO WSS-RET-CUENTA (WSS-RET-IDX)
               MOVE RT-IMPORTE     TO WSS-RET-IMPORTE (WSS-RET-IDX)
               MOVE RT-FECHA-DESDE TO WSS-RET-DESDE (WSS-RET-IDX)
           ELSE
               DISPLAY 'AVISOCLI: TABLA DE RETENCIONES LLENA'
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       1420-AGREGA-RETENCION-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    NOTHIST.DAT ES OPCIONAL (LA PRIMERA NOCHE NO EXISTE). SIN
      *    TODO LO YA AVISADO EN MEMORIA SE REPETIRIAN AVISOS: CON LA
      *    TABLA LLENA LA CORRIDA ABORTA
      *-----------------------------------------------------------------*
       1500-CARGA-ENVIADOS.
           OPEN INPUT ENVIADOS
           EVALUATE TRUE
               WHEN FS-ENVIADOS-OK
                   PERFORM 1510-LEE-ENVIADO UNTIL FS-ENVIADOS-FIN
                   CLOSE ENVIADOS
               WHEN FS-ENVIADOS-NO-EXISTE
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR APERTURA NOTHIST.DAT FS: '
                            FS-ENVIADOS
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1500-CARGA-ENVIADOS-EXIT. EXIT.

       1510-LEE-ENVIADO.
           READ ENVIADOS
           EVALUATE TRUE
               WHEN FS-ENVIADOS-OK
                   IF WSS-ENV-CANT < 5000
                       ADD 1 TO WSS-ENV-CANT
                       ADD 1 TO WSS-ENVIADOS-CARGADOS
                       SET WSS-ENV-IDX TO WSS-ENV-CANT
                       MOVE NH-TIPO-EVENTO
                            TO WSS-ENV-TIPO (WSS-ENV-IDX)
                       MOVE NH-PAIS     TO WSS-ENV-PAIS (WSS-ENV-IDX)
                       MOVE NH-SUCURSAL TO WSS-ENV-SUC (WSS-ENV-IDX)
                       MOVE NH-NUM-CUENTA
                            TO WSS-ENV-CUENTA (WSS-ENV-IDX)
                       MOVE NH-CLAVE    TO WSS-ENV-CLAVE (WSS-ENV-IDX)
                       MOVE NH-FECHA-AVISO
                            TO WSS-ENV-FECHA (WSS-ENV-IDX)
                       MOVE NH-NUM-CLIENTE
                            TO WSS-ENV-CLIENTE (WSS-ENV-IDX)
                       MOVE 'N'         TO WSS-ENV-VISTO (WSS-ENV-IDX)
                   ELSE
                       DISPLAY 'AVISOCLI: TABLA DE AVISOS ENVIADOS '
                               'LLENA'
                       PERFORM 9050-ERROR-FATAL
                   END-IF
               WHEN FS-ENVIADOS-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA NOTHIST.DAT FS: '
                            FS-ENVIADOS
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1510-LEE-ENVIADO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    EVALUO LOS EVENTOS DE LA CUENTA EN CURSO. UNA CUENTA CERRADA
      *    NO SE AVISA; LA DE INACTIVIDAD SOLO VALE PARA UNA CUENTA
      *    ACTIVA (LAS DEMAS CTADORM NO LAS TOCA)
      *-----------------------------------------------------------------*
       2000-PROCESO.
           ADD 1 TO WSS-CUENTAS-LEIDAS
           IF NOT CTA-ESTADO-CERRADA
               PERFORM 2050-BUSCA-TITULAR
               PERFORM 2060-PARAMETRO-MONEDA
               PERFORM 2100-EVENTO-SALDO
               PERFORM 2200-EVENTO-RETENCION
                   VARYING WSS-R FROM 1 BY 1
                   UNTIL WSS-R > WSS-RET-CANT
               IF CTA-ESTADO-ACTIVA
                   PERFORM 2300-EVENTO-INACTIVIDAD
               END-IF
           END-IF
           PERFORM 5000-LECTURA-CUENTA
           .
       2000-PROCESO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    EL TITULAR TIENE CONTACTO SI ESTA EN CLIENTES.DAT CON UN
      *    CANAL DE AVISO 'E', 'S' O 'A'
      *-----------------------------------------------------------------*
       2050-BUSCA-TITULAR.
           SET WSS-TITULAR-SIN-CONTACTO TO TRUE
           MOVE 0 TO WSS-C
           IF CTA-NUM-CLIENTE > 0 AND WSS-CLI-CANT > 0
               SET WSS-CLI-IDX TO 1
               SEARCH WSS-CLI-ENTRY
                   AT END
                       CONTINUE
                   WHEN WSS-CLI-NUMERO (WSS-CLI-IDX) = CTA-NUM-CLIENTE
                       SET WSS-C TO WSS-CLI-IDX
                       IF WSS-CLI-CANAL (WSS-CLI-IDX) = 'E'
                          OR WSS-CLI-CANAL (WSS-CLI-IDX) = 'S'
                          OR WSS-CLI-CANAL (WSS-CLI-IDX) = 'A'
                           SET WSS-TITULAR-CON-CONTACTO TO TRUE
                       END-IF
               END-SEARCH
           END-IF
           .
       2050-BUSCA-TITULAR-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    MINIMO Y DIAS DE AVISO DE LA MONEDA DE LA CUENTA
      *-----------------------------------------------------------------*
       2060-PARAMETRO-MONEDA.
           MOVE 0                      TO WSS-SALDO-MINIMO
           MOVE WSS-DIAS-AVISO-DEFECTO TO WSS-DIAS-AVISO
           IF WSS-PAR-CANT > 0
               SET WSS-PAR-IDX TO 1
               SEARCH WSS-PAR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WSS-PAR-MONEDA (WSS-PAR-IDX) = CTA-MONEDA
                       MOVE WSS-PAR-MINIMO (WSS-PAR-IDX)
                            TO WSS-SALDO-MINIMO
                       MOVE WSS-PAR-DIAS (WSS-PAR-IDX)
                            TO WSS-DIAS-AVISO
               END-SEARCH
           END-IF
           .
       2060-PARAMETRO-MONEDA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    EVENTOS DE SALDO: EXCEDIDO, NEGATIVO O BAJO, EN ESE ORDEN Y
      *    UNO SOLO POR CUENTA
      *-----------------------------------------------------------------*
       2100-EVENTO-SALDO.
           MOVE SPACES TO WSS-EVT-CLAVE
           MOVE 0      TO WSS-EVT-FECHA
           MOVE 0      TO WSS-EVT-DIAS
           EVALUATE TRUE
               WHEN CTA-SALDO + CTA-LIMITE-DESCUBIERTO < 0
                   MOVE 'EX' TO WSS-EVT-TIPO
                   COMPUTE WSS-EVT-IMPORTE =
                       0 - (CTA-SALDO + CTA-LIMITE-DESCUBIERTO)
                   PERFORM 2500-EMITE-EVENTO
               WHEN CTA-SALDO < 0
                   MOVE 'NG' TO WSS-EVT-TIPO
                   MOVE CTA-LIMITE-DESCUBIERTO TO WSS-EVT-IMPORTE
                   PERFORM 2500-EMITE-EVENTO
               WHEN CTA-SALDO < WSS-SALDO-MINIMO
                   MOVE 'SB' TO WSS-EVT-TIPO
                   MOVE WSS-SALDO-MINIMO TO WSS-EVT-IMPORTE
                   PERFORM 2500-EMITE-EVENTO
           END-EVALUATE
           .
       2100-EVENTO-SALDO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    UN AVISO POR CADA RETENCION VIGENTE DE LA CUENTA
      *-----------------------------------------------------------------*
       2200-EVENTO-RETENCION.
           IF WSS-RET-PAIS (WSS-R) = CTA-PAIS
              AND WSS-RET-SUC (WSS-R) = CTA-SUCURSAL
              AND WSS-RET-CUENTA (WSS-R) = CTA-NUM-CUENTA
               MOVE 'RE' TO WSS-EVT-TIPO
               MOVE WSS-RET-DESDE (WSS-R)   TO WSS-EVT-CLAVE-DESDE
               MOVE WSS-RET-IMPORTE (WSS-R) TO WSS-EVT-CLAVE-IMPORTE
               MOVE WSS-RET-IMPORTE (WSS-R) TO WSS-EVT-IMPORTE
               MOVE WSS-RET-DESDE (WSS-R)   TO WSS-EVT-FECHA
               MOVE 0                       TO WSS-EVT-DIAS
               PERFORM 2500-EMITE-EVENTO
           END-IF
           .
       2200-EVENTO-RETENCION-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    FECHA EN QUE SE CUMPLE EL PLAZO SIN ACTIVIDAD Y DIAS QUE
      *    FALTAN. SE AVISA DENTRO DE LOS DIAS DE AVISO; SI EL PLAZO YA
      *    SE CUMPLIO (CTADORM CORRE UNA VEZ POR MES) SE AVISA CON
      *    CERO DIAS
      *-----------------------------------------------------------------*
       2300-EVENTO-INACTIVIDAD.
           MOVE CTA-FECHA-APERTURA TO WSS-ULT-ACTIVIDAD-NUM
           PERFORM 2310-ACTIVIDAD-EN-HISTORIA
           PERFORM 2330-MESES-DE-LA-CUENTA

           COMPUTE WSS-MESES-TOTALES =
               WSS-ULT-AAAA * 12 + WSS-ULT-MM - 1 + WSS-MESES-APLICADOS
           DIVIDE WSS-MESES-TOTALES BY 12
               GIVING WSS-JUL-AAAA
               REMAINDER WSS-MESES-RESTO
           COMPUTE WSS-JUL-MM = WSS-MESES-RESTO + 1
           MOVE WSS-ULT-DD TO WSS-JUL-DD
           MOVE WSS-JUL-FECHA-NUM TO WSS-EVT-CLAVE-FECHA
           MOVE WSS-JUL-FECHA-NUM TO WSS-EVT-FECHA
           PERFORM 6100-DIA-JULIANO
           COMPUTE WSS-DIAS-FALTAN = WSS-JUL-DIA - WSS-JUL-HOY

           IF WSS-DIAS-FALTAN <= WSS-DIAS-AVISO
               MOVE 'DO' TO WSS-EVT-TIPO
               MOVE SPACES TO WSS-EVT-CLAVE (9:9)
               MOVE 0 TO WSS-EVT-IMPORTE
               IF WSS-DIAS-FALTAN < 0
                   MOVE 0 TO WSS-EVT-DIAS
               ELSE
                   MOVE WSS-DIAS-FALTAN TO WSS-EVT-DIAS
               END-IF
               PERFORM 2500-EMITE-EVENTO
           END-IF
           .
       2300-EVENTO-INACTIVIDAD-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    ULTIMA ACTIVIDAD CON EL CRITERIO DE CTADORM: LA FECHA DE
      *    VALOR MAS RECIENTE DE LA HISTORIA QUE NO SEA UN REVERSO
      *    ('R'), UNA COMISION ('C'), UN VENCIMIENTO DE PLAZO FIJO
      *    ('V') NI UN GASTO POR CHEQUE DEVUELTO ('G')
      *-----------------------------------------------------------------*
       2310-ACTIVIDAD-EN-HISTORIA.
           IF WSS-HAY-HISTORIA
               MOVE CTA-PAIS       TO MH-PAIS
               MOVE CTA-SUCURSAL   TO MH-SUCURSAL
               MOVE CTA-NUM-CUENTA TO MH-NUM-CUENTA
               MOVE 0              TO MH-FECHA-VALOR
               MOVE 0              TO MH-REFERENCIA

               START HISTORIA KEY IS NOT LESS THAN MH-CLAVE-MOV
               EVALUATE TRUE
                   WHEN FS-HISTORIA-OK
                       SET WSS-HAY-MOV-EN-CURSO TO TRUE
                       PERFORM 2320-LEE-MOV-CUENTA
                           UNTIL WSS-FIN-DE-CUENTA
                   WHEN FS-HISTORIA-SIN-CLAVE
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERROR START MOVHIST.DAT FS: '
                                FS-HISTORIA
                       PERFORM 9050-ERROR-FATAL
               END-EVALUATE
           END-IF
           .
       2310-ACTIVIDAD-EN-HISTORIA-EXIT. EXIT.

       2320-LEE-MOV-CUENTA.
           READ HISTORIA NEXT RECORD
           EVALUATE TRUE
               WHEN FS-HISTORIA-OK
                   IF MH-PAIS = CTA-PAIS
                      AND MH-SUCURSAL = CTA-SUCURSAL
                      AND MH-NUM-CUENTA = CTA-NUM-CUENTA
                       IF MH-TIPO NOT = 'R' AND MH-TIPO NOT = 'C'
                          AND MH-TIPO NOT = 'V' AND MH-TIPO NOT = 'G'
                          AND MH-FECHA-VALOR > WSS-ULT-ACTIVIDAD-NUM
                           MOVE MH-FECHA-VALOR
                                TO WSS-ULT-ACTIVIDAD-NUM
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
       2320-LEE-MOV-CUENTA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    MESES SIN ACTIVIDAD DE LA CUENTA: LOS DE SU PRODUCTO SI EL
      *    CATALOGO LOS TRAE, SI NO LOS DE DORMPAR.DAT
      *-----------------------------------------------------------------*
       2330-MESES-DE-LA-CUENTA.
           MOVE WSS-MESES-SIN-ACTIVIDAD TO WSS-MESES-APLICADOS
           IF CTA-PRODUCTO NOT = SPACES AND WSS-PRD-CANT > 0
               SET WSS-PRD-IDX TO 1
               SEARCH WSS-PRD-ENTRY
                   AT END
                       CONTINUE
                   WHEN WSS-PRD-CODIGO (WSS-PRD-IDX) = CTA-PRODUCTO
                       IF WSS-PRD-MESES (WSS-PRD-IDX) > 0
                           MOVE WSS-PRD-MESES (WSS-PRD-IDX)
                                TO WSS-MESES-APLICADOS
                       END-IF
               END-SEARCH
           END-IF
           .
       2330-MESES-DE-LA-CUENTA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    EVENTO WSS-EVENTO DE LA CUENTA EN CURSO: SI YA SE AVISO SE
      *    SUPRIME (Y SIGUE EN EL HISTORIAL); SI EL TITULAR NO TIENE
      *    CONTACTO SE LISTA; SI NO, VA A LA INTERFAZ Y AL HISTORIAL
      *-----------------------------------------------------------------*
       2500-EMITE-EVENTO.
           PERFORM 2510-TIPO-DE-EVENTO
           PERFORM 2520-BUSCA-ENVIADO
           EVALUATE TRUE
               WHEN WSS-YA-ENVIADO
                   MOVE 'S' TO WSS-ENV-VISTO (WSS-E)
                   ADD 1 TO WSS-TE-SUPRIMIDOS (WSS-T)
               WHEN WSS-TITULAR-SIN-CONTACTO
                   ADD 1 TO WSS-TE-SIN-CONTACTO (WSS-T)
                   ADD 1 TO WSS-SIN-CONTACTO
                   DISPLAY 'AVISOCLI: SIN CONTACTO ' WSS-EVT-TIPO
                           ' - PAIS ' CTA-PAIS
                           ' SUC ' CTA-SUCURSAL
                           ' CUENTA ' CTA-NUM-CUENTA
                           ' CLIENTE ' CTA-NUM-CLIENTE
               WHEN OTHER
                   PERFORM 2530-GRABA-AVISO
                   PERFORM 2540-AGREGA-ENVIADO
                   ADD 1 TO WSS-TE-AVISADOS (WSS-T)
           END-EVALUATE
           .
       2500-EMITE-EVENTO-EXIT. EXIT.

       2510-TIPO-DE-EVENTO.
           MOVE 1 TO WSS-T
           PERFORM 2515-SIGUIENTE-TIPO
               UNTIL WSS-T = 5
               OR WSS-CODIGO-EVENTO (WSS-T) = WSS-EVT-TIPO
           .
       2510-TIPO-DE-EVENTO-EXIT. EXIT.

       2515-SIGUIENTE-TIPO.
           ADD 1 TO WSS-T
           .
       2515-SIGUIENTE-TIPO-EXIT. EXIT.

       2520-BUSCA-ENVIADO.
           SET WSS-NO-ENVIADO TO TRUE
           IF WSS-ENV-CANT > 0
               SET WSS-ENV-IDX TO 1
               SEARCH WSS-ENV-ENTRY
                   AT END
                       CONTINUE
                   WHEN WSS-ENV-TIPO (WSS-ENV-IDX) = WSS-EVT-TIPO
                    AND WSS-ENV-PAIS (WSS-ENV-IDX) = CTA-PAIS
                    AND WSS-ENV-SUC (WSS-ENV-IDX) = CTA-SUCURSAL
                    AND WSS-ENV-CUENTA (WSS-ENV-IDX) = CTA-NUM-CUENTA
                    AND WSS-ENV-CLAVE (WSS-ENV-IDX) = WSS-EVT-CLAVE
                       SET WSS-YA-ENVIADO TO TRUE
                       SET WSS-E TO WSS-ENV-IDX
               END-SEARCH
           END-IF
           .
       2520-BUSCA-ENVIADO-EXIT. EXIT.

       2530-GRABA-AVISO.
           MOVE SPACES                    TO REG-AVISO
           MOVE WSS-FECHA-NEGOCIO         TO AV-FECHA
           MOVE WSS-EVT-TIPO              TO AV-TIPO-EVENTO
           MOVE CTA-NUM-CLIENTE           TO AV-NUM-CLIENTE
           MOVE WSS-CLI-NOMBRE (WSS-C)    TO AV-NOMBRE
           MOVE WSS-CLI-CANAL (WSS-C)     TO AV-CANAL
           MOVE WSS-CLI-EMAIL (WSS-C)     TO AV-EMAIL
           MOVE WSS-CLI-TELEFONO (WSS-C)  TO AV-TELEFONO
           MOVE CTA-PAIS                  TO AV-PAIS
           MOVE CTA-SUCURSAL              TO AV-SUCURSAL
           MOVE CTA-NUM-CUENTA            TO AV-NUM-CUENTA
           MOVE CTA-MONEDA                TO AV-MONEDA
           MOVE CTA-SALDO                 TO AV-SALDO
           MOVE WSS-EVT-IMPORTE           TO AV-IMPORTE
           MOVE WSS-EVT-FECHA             TO AV-FECHA-EVENTO
           MOVE WSS-EVT-DIAS              TO AV-DIAS
           WRITE REG-AVISO
           IF NOT FS-AVISOS-OK
               DISPLAY 'ERROR ESCRITURA AVISOS.DAT FS: ' FS-AVISOS
               PERFORM 9050-ERROR-FATAL
           END-IF
           ADD 1 TO WSS-AVISOS-GRABADOS
           .
       2530-GRABA-AVISO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    SIN LUGAR EN EL HISTORIAL EL AVISO SE REPETIRIA MANANA: LA
      *    CORRIDA ABORTA (Y LA RECORRIDA VUELVE A EMITIR LA NOCHE)
      *-----------------------------------------------------------------*
       2540-AGREGA-ENVIADO.
           IF WSS-ENV-CANT < 5000
               ADD 1 TO WSS-ENV-CANT
               SET WSS-ENV-IDX TO WSS-ENV-CANT
               MOVE WSS-EVT-TIPO      TO WSS-ENV-TIPO (WSS-ENV-IDX)
               MOVE CTA-PAIS          TO WSS-ENV-PAIS (WSS-ENV-IDX)
               MOVE CTA-SUCURSAL      TO WSS-ENV-SUC (WSS-ENV-IDX)
               MOVE CTA-NUM-CUENTA    TO WSS-ENV-CUENTA (WSS-ENV-IDX)
               MOVE WSS-EVT-CLAVE     TO WSS-ENV-CLAVE (WSS-ENV-IDX)
               MOVE WSS-FECHA-NEGOCIO TO WSS-ENV-FECHA (WSS-ENV-IDX)
               MOVE CTA-NUM-CLIENTE   TO WSS-ENV-CLIENTE (WSS-ENV-IDX)
               MOVE 'S'               TO WSS-ENV-VISTO (WSS-ENV-IDX)
           ELSE
               DISPLAY 'AVISOCLI: TABLA DE AVISOS ENVIADOS LLENA'
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       2540-AGREGA-ENVIADO-EXIT. EXIT.

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
      *    DIA JULIANO DE WSS-JUL-FECHA, PARA RESTAR FECHAS
      *-----------------------------------------------------------------*
       6100-DIA-JULIANO.
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
       6100-DIA-JULIANO-EXIT. EXIT.

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
      *    CIERRO ARCHIVOS, DISPLAYO TOTALES DE CONTROL. EL HISTORIAL
      *    SE REGRABA SOLO EN UNA CORRIDA COMPLETA
      *-----------------------------------------------------------------*
       9000-FINALIZAR.
           IF WSS-PROCESO-COMPLETO AND RETURN-CODE < 8
               PERFORM 9200-GRABA-ENVIADOS
           END-IF
           PERFORM 9100-TOTALES-DE-CONTROL
           PERFORM 9160-ESTAMPA-CORRIDA
           CLOSE MAESTRO-CTA
           IF WSS-HAY-HISTORIA
               CLOSE HISTORIA
           END-IF
           CLOSE AVISOS
           STOP RUN
           .
       9000-FINALIZAR-EXIT. EXIT.

       9100-TOTALES-DE-CONTROL.
           DISPLAY '-------------------------------'
           DISPLAY '- CUENTAS LEIDAS: '         WSS-CUENTAS-LEIDAS
           DISPLAY '- CLIENTES LEIDOS: '        WSS-CLIENTES-LEIDOS
           DISPLAY '- RETENCIONES VIGENTES: '   WSS-RETENCIONES-VIGENTES
           DISPLAY '- AVISOS YA ENVIADOS: '     WSS-ENVIADOS-CARGADOS
           PERFORM 9110-TOTALES-EVENTO
               VARYING WSS-T FROM 1 BY 1 UNTIL WSS-T > 5
           DISPLAY '- AVISOS GRABADOS: '        WSS-AVISOS-GRABADOS
           DISPLAY '- EVENTOS SIN CONTACTO: '   WSS-SIN-CONTACTO
           DISPLAY '- HISTORIAL GRABADO: '      WSS-ENVIADOS-GRABADOS
           DISPLAY '- HISTORIAL DEPURADO: '     WSS-ENVIADOS-DEPURADOS
           DISPLAY '-------------------------------'

           IF RETURN-CODE = 0 AND WSS-SIN-CONTACTO > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           .
       9100-TOTALES-DE-CONTROL-EXIT. EXIT.

       9110-TOTALES-EVENTO.
           DISPLAY '- ' WSS-CODIGO-EVENTO (WSS-T) ' '
                   WSS-NOMBRE-EVENTO (WSS-T)
                   ' AVISADOS: '     WSS-TE-AVISADOS (WSS-T)
                   ' SUPRIMIDOS: '   WSS-TE-SUPRIMIDOS (WSS-T)
                   ' SIN CONTACTO: ' WSS-TE-SIN-CONTACTO (WSS-T)
           .
       9110-TOTALES-EVENTO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    ESTAMPO EL RESULTADO DEL PASO EN EL CONTROL DE CORRIDAS
      *-----------------------------------------------------------------*
       9160-ESTAMPA-CORRIDA.
           SET CTL-FUNCION-FIN TO TRUE
           MOVE 'AVISOCLI' TO CTL-PROGRAMA
           MOVE SPACES     TO CTL-PREDECESOR
           MOVE RETURN-CODE TO CTL-RETORNO-JOB
           CALL 'RUNCTL' USING AREADECOM-CTL
      *    EL GOBACK DE LA RUTINA DEJA EN RETURN-CODE EL DE ELLA (0):
      *    REPONGO EL RETORNO DEL PASO PARA QUE LLEGUE INTACTO AL JOB
           MOVE CTL-RETORNO-JOB TO RETURN-CODE
           IF NOT CTL-OK
               DISPLAY 'AVISOCLI: NO SE PUDO ESTAMPAR EL CONTROL DE '
                       'CORRIDAS'
           END-IF
           .
       9160-ESTAMPA-CORRIDA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    REGRABO EL HISTORIAL CON LOS EVENTOS QUE SE SIGUEN DANDO;
      *    LOS QUE YA NO SE DAN SE DEPURAN
      *-----------------------------------------------------------------*
       9200-GRABA-ENVIADOS.
           OPEN OUTPUT ENVIADOS
           IF NOT FS-ENVIADOS-OK
               DISPLAY 'ERROR APERTURA NOTHIST.DAT FS: ' FS-ENVIADOS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 9210-GRABA-ENVIADO
                   VARYING WSS-E FROM 1 BY 1
                   UNTIL WSS-E > WSS-ENV-CANT
               CLOSE ENVIADOS
           END-IF
           .
       9200-GRABA-ENVIADOS-EXIT. EXIT.

       9210-GRABA-ENVIADO.
           IF WSS-ENV-VISTO (WSS-E) = 'S'
               MOVE WSS-ENV-TIPO (WSS-E)    TO NH-TIPO-EVENTO
               MOVE WSS-ENV-PAIS (WSS-E)    TO NH-PAIS
               MOVE WSS-ENV-SUC (WSS-E)     TO NH-SUCURSAL
               MOVE WSS-ENV-CUENTA (WSS-E)  TO NH-NUM-CUENTA
               MOVE WSS-ENV-CLAVE (WSS-E)   TO NH-CLAVE
               MOVE WSS-ENV-FECHA (WSS-E)   TO NH-FECHA-AVISO
               MOVE WSS-ENV-CLIENTE (WSS-E) TO NH-NUM-CLIENTE
               WRITE REG-ENVIADO
               IF NOT FS-ENVIADOS-OK
                   DISPLAY 'ERROR ESCRITURA NOTHIST.DAT FS: '
                            FS-ENVIADOS
                   MOVE 8 TO RETURN-CODE
               END-IF
               ADD 1 TO WSS-ENVIADOS-GRABADOS
           ELSE
               ADD 1 TO WSS-ENVIADOS-DEPURADOS
           END-IF
           .
       9210-GRABA-ENVIADO-EXIT. EXIT.
