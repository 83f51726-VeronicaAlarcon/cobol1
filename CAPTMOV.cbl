      ******************************************************************
      * Author:    VERONICA ALARCON
      * Date:      2026-10-15
      * Purpose:   CAPTURA EN LINEA DE MOVIMIENTOS DE CAJA, EN EL MOLDE
      *            DE CTADIR. HASTA AHORA MOVDIA.DAT SE ARMABA AFUERA
      *            DEL SISTEMA Y UN ERROR DE TIPEO RECIEN APARECIA A LA
      *            MANANA SIGUIENTE EN MOVRECH.DAT. EL CAJERO SE
      *            IDENTIFICA CONTRA OPERADOR.DAT (VER OPERADRC.CPY) Y
      *            CARGA DEPOSITOS, DEPOSITOS DE CHEQUE, EXTRACCIONES,
      *            TRANSFERENCIAS Y REVERSOS; CADA UNO SE VALIDA EN EL
      *            MOMENTO CONTRA CUENTAS.TXT (EXISTENCIA, ESTADO,
      *            MONEDA, DISPONIBLE CON LAS RETENCIONES DE RETENES.DAT,
      *            LOS CHEQUES PENDIENTES EN CANJE DE CHQCANJ.DAT, LO
      *            YA CARGADO EN EL DIA Y LO QUE ESPERA APROBACION EN
      *            CAPPEND.DAT), EL DIGITO VERIFICADOR (DIGIVER), EL
      *            ALCANCE OP-PAIS/OP-SUC DEL PERFIL Y, PARA UN
      *            REVERSO, EL MOVIMIENTO ORIGINAL EN MOVHIST.DAT. EL
      *            MOVIMIENTO VALIDO RECIBE MOV-REFERENCIA DEL RANGO
      *            RESERVADO A LA CAPTURA (CONTROL CAPCTL.DAT, VER
      *            MOVHISTC.CPY) Y SE AGREGA A MOVDIA.DAT. UN IMPORTE
      *            MAYOR AL OP-LIMITE-CAPTURA DEL OPERADOR QUEDA EN
      *            CAPPEND.DAT HASTA QUE OTRO OPERADOR DE NIVEL MAYOR
      *            LO APRUEBE
      *            (RECIEN AHI, Y VALIDANDO DE NUEVO LA CUENTA Y EL
      *            DISPONIBLE, VA A MOVDIA.DAT) O LO RECHACE; LO QUE NO
      *            SE APRUEBA EN LA FECHA DE NEGOCIO VENCE CON ELLA.
      *            LA CAPTURA SE CIERRA SOLA CUANDO APLICMOV ARRANCO LA
      *            FECHA DE NEGOCIO (CONSULTA AL CONTROL DE CORRIDAS
      *            RUNCTL ANTES DE CADA OPERACION). CADA CARGA,
      *            APROBACION, RECHAZO O INTENTO FUERA DE ALCANCE QUEDA
      *            EN ACCESLOG.DAT, COMO LAS CONSULTAS DE CTADIR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPTMOV.
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
           SELECT RETENCIONES ASSIGN TO "RETENES.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-RETENCIONES.
           SELECT CHEQUES ASSIGN TO "CHQCANJ.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CHEQUES.
           SELECT OPERADORES ASSIGN TO "OPERADOR.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-OPERADORES.
           SELECT ACCESO ASSIGN TO "ACCESLOG.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ACCESO.
           SELECT MOVIMIENTOS ASSIGN TO "MOVDIA.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MOVIMIENTOS.
           SELECT PENDIENTES ASSIGN TO "CAPPEND.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PENDIENTES.
           SELECT CONTROL-CAP ASSIGN TO "CAPCTL.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CONTROL-CAP.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO-CTA.
           01  REG-MAESTRO-CTA.
               COPY CUENTASC.
       FD  HISTORIA.
           01  REG-HISTORIA.
               COPY MOVHISTC.
       FD  RETENCIONES.
           01  REG-RETENCION.
               COPY RETENESC.
       FD  CHEQUES.
           01  REG-CHEQUE.
               COPY CHQCANJC.
       FD  OPERADORES.
           01  REG-OPERADOR.
               COPY OPERADRC.
       FD  ACCESO.
           01  REG-ACCESO             PIC X(80).
      *    LA IMAGEN DEL MOVIMIENTO SE ARMA EN WSS-MOVIMIENTO
       FD  MOVIMIENTOS.
           01  REG-MOVIMIENTO         PIC X(66).
      *    MOVIMIENTOS SOBRE EL LIMITE DEL OPERADOR QUE LO CARGO, A LA
      *    ESPERA DE SEGUNDA FIRMA. PE-ESTADO 'P' PENDIENTE, 'A'
      *    APROBADO (YA ESTA EN MOVDIA.DAT), 'X' RECHAZADO
       FD  PENDIENTES.
           01  REG-PENDIENTE.
               05 PE-FECHA-NEGOCIO    PIC 9(08).
               05 PE-ESTADO           PIC X(01).
               05 PE-OPERADOR-CARGA   PIC X(08).
               05 PE-NIVEL-CARGA      PIC 9(01).
               05 PE-HORA-CARGA       PIC 9(06).
               05 PE-OPERADOR-APRUEBA PIC X(08).
               05 PE-HORA-APRUEBA     PIC 9(06).
               05 PE-MOVIMIENTO       PIC X(66).
      *    ULTIMA REFERENCIA USADA DEL RANGO DE LA CAPTURA
       FD  CONTROL-CAP.
           01  REG-CONTROL-CAP.
               05 CC-ULTIMA-REFERENCIA PIC 9(09).

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05  FS-MAESTRO-CTA           PIC X(02).
                   88 FS-MAESTRO-CTA-OK             VALUE '00'.
                   88 FS-MAESTRO-CTA-NO-ENCONTRADA  VALUE '23'.
           05  FS-HISTORIA              PIC X(02).
                   88 FS-HISTORIA-OK                VALUE '00'.
                   88 FS-HISTORIA-NO-ENCONTRADA     VALUE '23'.
                   88 FS-HISTORIA-NO-EXISTE         VALUE '35'.
           05  FS-RETENCIONES           PIC X(02).
                   88 FS-RETENCIONES-OK             VALUE '00'.
                   88 FS-RETENCIONES-FIN            VALUE '10'.
                   88 FS-RETENCIONES-NO-EXISTE      VALUE '35'.
           05  FS-CHEQUES               PIC X(02).
                   88 FS-CHEQUES-OK                 VALUE '00'.
                   88 FS-CHEQUES-FIN                VALUE '10'.
                   88 FS-CHEQUES-NO-EXISTE          VALUE '35'.
           05  FS-OPERADORES            PIC X(02).
                   88 FS-OPERADORES-OK              VALUE '00'.
                   88 FS-OPERADORES-FIN             VALUE '10'.
           05  FS-ACCESO                PIC X(02).
                   88 FS-ACCESO-OK                  VALUE '00'.
                   88 FS-ACCESO-NO-EXISTE           VALUE '35'.
           05  FS-MOVIMIENTOS           PIC X(02).
                   88 FS-MOVIMIENTOS-OK             VALUE '00'.
                   88 FS-MOVIMIENTOS-FIN            VALUE '10'.
                   88 FS-MOVIMIENTOS-NO-EXISTE      VALUE '35'.
           05  FS-PENDIENTES            PIC X(02).
                   88 FS-PENDIENTES-OK              VALUE '00'.
                   88 FS-PENDIENTES-FIN             VALUE '10'.
                   88 FS-PENDIENTES-NO-EXISTE       VALUE '35'.
           05  FS-CONTROL-CAP           PIC X(02).
                   88 FS-CONTROL-CAP-OK             VALUE '00'.
                   88 FS-CONTROL-CAP-NO-EXISTE      VALUE '35'.
      *-----------------------------------------------------------------*
      *    PERFIL DEL OPERADOR (OPERADOR.DAT) Y REGISTRO DE ACCESOS
      *    (ACCESLOG.DAT, ACUMULATIVO)
      *-----------------------------------------------------------------*
       01  WSS-OPERADOR-PEDIDO         PIC X(08).
       01  WSS-PERFIL.
           05 WSS-PERFIL-CODIGO        PIC X(08).
           05 WSS-PERFIL-NOMBRE        PIC X(20).
           05 WSS-PERFIL-PAIS          PIC X(03).
               88 WSS-PERFIL-CASA-MATRIZ       VALUE '***'.
           05 WSS-PERFIL-SUC           PIC 9(02).
               88 WSS-PERFIL-TODO-EL-PAIS      VALUE 0.
           05 WSS-PERFIL-LIMITE        PIC 9(07)V99.
           05 WSS-PERFIL-NIVEL         PIC 9(01).
       01  WSS-SW-PERFIL               PIC X(01).
           88 WSS-PERFIL-HALLADO                   VALUE 'S'.
           88 WSS-PERFIL-NO-HALLADO                VALUE 'N'.
       01  WSS-SW-ALCANCE              PIC X(01).
           88 WSS-ACCESO-PERMITIDO                 VALUE 'S'.
           88 WSS-ACCESO-DENEGADO                  VALUE 'N'.
       01  WSS-ALCANCE-PAIS            PIC X(03).
       01  WSS-ALCANCE-SUC             PIC 9(02).
       01  WSS-LOG-CLAVE               PIC X(20).
       01  WSS-LOG-RESULTADO           PIC X(12).
       01  WSS-LOG-REFERENCIA          PIC 9(09).
       01  WSS-FECHA-LOG               PIC 9(08).
       01  WSS-HORA-LOG                PIC 9(08).
      *-----------------------------------------------------------------*
      *    FECHA DE NEGOCIO Y ESTADO DE LA CAPTURA (CERRADA CUANDO
      *    APLICMOV ARRANCO LA FECHA)
      *-----------------------------------------------------------------*
       01  WSS-FECHA-NEGOCIO           PIC 9(08) VALUE 0.
       01  WSS-SW-CAPTURA              PIC X(01) VALUE 'S'.
           88 WSS-CAPTURA-ABIERTA                  VALUE 'S'.
           88 WSS-CAPTURA-CERRADA                  VALUE 'N'.
       01  AREADECOM-CTL.
           COPY CPY003.
       01  AREADECOM-DIG.
           COPY CPY005.
      *-----------------------------------------------------------------*
      *    MOVIMIENTO EN CARGA Y SU VALIDACION
      *-----------------------------------------------------------------*
       01  WSS-MOVIMIENTO.
           COPY MOVDIAC.
       01  WSS-SW-ENTRADA              PIC X(01).
           88 WSS-ENTRADA-VALIDA                   VALUE 'S'.
           88 WSS-ENTRADA-INVALIDA                 VALUE 'N'.
       01  WSS-MOTIVO                  PIC X(30).
       01  WSS-CONFIRMA                PIC X(01).
           88 WSS-CONFIRMADO                       VALUE 'S' 's'.
       01  WSS-TIPO-DESC               PIC X(13).
       01  WSS-MONEDA-ORIGEN           PIC X(03).
       01  WSS-IMPORTE-EDITADO         PIC Z,ZZZ,ZZ9.99.
       01  WSS-DISPONIBLE-EDITADO      PIC -,---,---,--9.99.
       01  WSS-DISPONIBLE              PIC S9(08)V99.
      *-----------------------------------------------------------------*
      *    RETENCIONES VIGENTES (RETENES.DAT) A LA FECHA DE NEGOCIO
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
       01  WSS-RETENIDO-CUENTA         PIC 9(08)V99.
       01  WSS-R                       PIC 9(04).
      *-----------------------------------------------------------------*
      *    CHEQUES PENDIENTES EN CANJE (CHQCANJ.DAT): YA ESTAN EN EL
      *    SALDO PERO NO SON DISPONIBLES HASTA QUE CANJE LOS CONFIRME
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
      *    LO YA CARGADO EN MOVDIA.DAT PARA LA CUENTA EN CURSO: LOS
      *    DEBITOS DEL DIA BAJAN EL DISPONIBLE (APLICMOV LOS VA A
      *    APLICAR ANTES) Y UN REVERSO NO SE CARGA DOS VECES
      *-----------------------------------------------------------------*
       01  WSS-DEBITOS-DEL-DIA         PIC 9(09)V99.
       01  WSS-SW-REVERSO-CARGADO      PIC X(01).
           88 WSS-REVERSO-YA-CARGADO               VALUE 'S'.
           88 WSS-REVERSO-NO-CARGADO               VALUE 'N'.
       01  WSS-MOVDIA-LEIDO.
           COPY MOVDIAC REPLACING LEADING ==MOV-== BY ==MDL-==.
      *-----------------------------------------------------------------*
      *    NUMERACION: RANGO RESERVADO A LA CAPTURA EN LINEA
      *-----------------------------------------------------------------*
       01  WSS-ULTIMA-REFERENCIA       PIC 9(09) VALUE 940000000.
       01  WSS-BASE-REFERENCIA         PIC 9(09) VALUE 940000000.
       01  WSS-TOPE-REFERENCIA         PIC 9(09) VALUE 949999999.
      *-----------------------------------------------------------------*
      *    PENDIENTES DE APROBACION DE LA FECHA DE NEGOCIO (CAPPEND.DAT
      *    SE RELEE ANTES DE CADA USO: VARIOS CAJEROS CARGAN A LA VEZ)
      *-----------------------------------------------------------------*
       01  WSS-TABLA-PEN.
           05 WSS-PEN-CANT             PIC 9(03) VALUE 0.
           05 WSS-PEN-ENTRY OCCURS 1 TO 500 TIMES
                              DEPENDING ON WSS-PEN-CANT
                              INDEXED BY WSS-PEN-IDX.
               10 WSS-PEN-FECHA        PIC 9(08).
               10 WSS-PEN-ESTADO       PIC X(01).
                   88 WSS-PEN-PENDIENTE            VALUE 'P'.
                   88 WSS-PEN-APROBADO             VALUE 'A'.
                   88 WSS-PEN-RECHAZADO            VALUE 'X'.
               10 WSS-PEN-CARGO        PIC X(08).
               10 WSS-PEN-NIVEL-CARGO  PIC 9(01).
               10 WSS-PEN-HORA-CARGA   PIC 9(06).
               10 WSS-PEN-APROBO       PIC X(08).
               10 WSS-PEN-HORA-APROB   PIC 9(06).
               10 WSS-PEN-MOVIMIENTO   PIC X(66).
       01  WSS-PEN-VISTA.
           COPY MOVDIAC REPLACING LEADING ==MOV-== BY ==PMV-==.
       01  WSS-PEN-CUENTA.
           COPY MOVDIAC REPLACING LEADING ==MOV-== BY ==PCU-==.
       01  WSS-PEN-ELEGIDO             PIC 9(03).
       01  WSS-PEN-LISTADOS            PIC 9(03).
       01  WSS-REF-ELEGIDA             PIC 9(09).
       01  WSS-DECISION                PIC X(01).
           88 WSS-DECIDE-APROBAR                   VALUE 'A' 'a'.
           88 WSS-DECIDE-RECHAZAR                  VALUE 'R' 'r'.
       01  WSS-SW-APROBABLE            PIC X(01).
           88 WSS-ES-APROBABLE                     VALUE 'S'.
           88 WSS-NO-ES-APROBABLE                  VALUE 'N'.
      *-----------------------------------------------------------------*
      *    SWITCH DE FIN DE MENU Y OPCION ELEGIDA
      *-----------------------------------------------------------------*
       01  WSS-SW-FIN                  PIC X(01) VALUE 'N'.
           88 WSS-HAY-QUE-SALIR                    VALUE 'S'.
       01  WSS-OPCION                  PIC 9(01) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           PERFORM 2000-MENU-PRINCIPAL UNTIL WSS-HAY-QUE-SALIR
           PERFORM 9000-FINALIZAR
           .

      *-----------------------------------------------------------------*
      *    ABRO EL MAESTRO Y LA HISTORIA PARA ACCESO DIRECTO, VERIFICO
      *    QUE LA CAPTURA ESTE ABIERTA E IDENTIFICO AL OPERADOR
      *-----------------------------------------------------------------*
       1000-INICIO.
           OPEN INPUT MAESTRO-CTA
           IF NOT FS-MAESTRO-CTA-OK
               DISPLAY 'ERROR APERTURA CUENTAS.TXT FS: ' FS-MAESTRO-CTA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *    SIN HISTORIA NO HAY ORIGINALES: LOS REVERSOS SE RECHAZAN
           OPEN INPUT HISTORIA
           IF NOT FS-HISTORIA-OK AND NOT FS-HISTORIA-NO-EXISTE
               DISPLAY 'ERROR APERTURA MOVHIST.DAT FS: ' FS-HISTORIA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1050-CONTROLA-CAPTURA
           IF WSS-CAPTURA-CERRADA
               PERFORM 9000-FINALIZAR
           END-IF

           PERFORM 1100-CARGA-RETENCIONES
           PERFORM 1150-CARGA-CHEQUES
           PERFORM 1200-ULTIMA-REFERENCIA
           PERFORM 1500-IDENTIFICA-OPERADOR
           .
       1000-INICIO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    LA CAPTURA ESTA ABIERTA MIENTRAS APLICMOV NO HAYA ARRANCADO
      *    LA FECHA DE NEGOCIO. SI LA FECHA CAMBIO DURANTE LA SESION
      *    (FECHAROL), LO VALIDADO YA NO VALE: TAMBIEN SE CIERRA
      *-----------------------------------------------------------------*
       1050-CONTROLA-CAPTURA.
           SET CTL-FUNCION-CONSULTA TO TRUE
           MOVE 'APLICMOV' TO CTL-PROGRAMA
           MOVE SPACES     TO CTL-PREDECESOR
           MOVE 0          TO CTL-RETORNO-JOB
           CALL 'RUNCTL' USING AREADECOM-CTL
           EVALUATE TRUE
               WHEN CTL-OK
                   IF WSS-FECHA-NEGOCIO = 0
                       MOVE CTL-FECHA-NEGOCIO TO WSS-FECHA-NEGOCIO
                   END-IF
                   IF CTL-FECHA-NEGOCIO NOT = WSS-FECHA-NEGOCIO
                       SET WSS-CAPTURA-CERRADA TO TRUE
                       DISPLAY 'CAPTURA CERRADA: CAMBIO LA FECHA DE '
                               'NEGOCIO, VUELVA A INGRESAR'
                   END-IF
               WHEN CTL-YA-INICIADO
                   SET WSS-CAPTURA-CERRADA TO TRUE
                   DISPLAY 'CAPTURA CERRADA: APLICMOV YA ARRANCO LA '
                           'FECHA DE NEGOCIO ' CTL-FECHA-NEGOCIO
               WHEN OTHER
                   SET WSS-CAPTURA-CERRADA TO TRUE
                   DISPLAY 'CAPTURA CERRADA: CONTROL DE CORRIDAS CON '
                           'ERROR'
           END-EVALUATE
           .
       1050-CONTROLA-CAPTURA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CARGO EN TABLA LAS RETENCIONES VIGENTES A LA FECHA DE
      *    NEGOCIO. RETENES.DAT ES OPCIONAL: SIN ARCHIVO NO HAY
      *    RETENIDO. CUALQUIER OTRO ERROR, O UNA TABLA QUE NO ALCANZA,
      *    CORTA LA SESION: UN DISPONIBLE SIN TODAS LAS RETENCIONES
      *    DEJARIA DEBITAR FONDOS EMBARGADOS
      *-----------------------------------------------------------------*
       1100-CARGA-RETENCIONES.
           OPEN INPUT RETENCIONES
           IF FS-RETENCIONES-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-RETENCIONES-OK
                   DISPLAY 'ERROR APERTURA RETENES.DAT FS: '
                            FS-RETENCIONES
                   PERFORM 9050-ERROR-FATAL
               END-IF
               PERFORM 1110-LEE-RETENCION
                   UNTIL FS-RETENCIONES-FIN
               CLOSE RETENCIONES
           END-IF
           .
       1100-CARGA-RETENCIONES-EXIT. EXIT.

       1110-LEE-RETENCION.
           READ RETENCIONES
           EVALUATE TRUE
               WHEN FS-RETENCIONES-OK
                   IF RT-ESTADO-ACTIVA
                      AND RT-FECHA-DESDE <= WSS-FECHA-NEGOCIO
                      AND (RT-FECHA-HASTA = 0
                           OR RT-FECHA-HASTA >= WSS-FECHA-NEGOCIO)
                       PERFORM 1120-AGREGA-RETENCION
                   END-IF
               WHEN FS-RETENCIONES-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA RETENES.DAT FS: '
                            FS-RETENCIONES
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1110-LEE-RETENCION-EXIT. EXIT.

       1120-AGREGA-RETENCION.
           IF WSS-RET-CANT >= 2000
               DISPLAY 'CAPTMOV: TABLA DE RETENCIONES LLENA'
               PERFORM 9050-ERROR-FATAL
           END-IF
           ADD 1 TO WSS-RET-CANT
           SET WSS-RET-IDX TO WSS-RET-CANT
           MOVE RT-PAIS       TO WSS-RET-PAIS (WSS-RET-IDX)
           MOVE RT-SUCURSAL   TO WSS-RET-SUC (WSS-RET-IDX)
           MOVE RT-NUM-CUENTA TO WSS-RET-CUENTA (WSS-RET-IDX)
           MOVE RT-IMPORTE    TO WSS-RET-IMPORTE (WSS-RET-IDX)
           .
       1120-AGREGA-RETENCION-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CARGO EN TABLA LOS CHEQUES PENDIENTES EN CANJE. CHQCANJ.DAT
      *    NO EXISTE HASTA EL PRIMER DEPOSITO DE CHEQUE; LOS DEMAS
      *    ERRORES CORTAN LA SESION, COMO EN LAS RETENCIONES
      *-----------------------------------------------------------------*
       1150-CARGA-CHEQUES.
           OPEN INPUT CHEQUES
           IF FS-CHEQUES-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-CHEQUES-OK
                   DISPLAY 'ERROR APERTURA CHQCANJ.DAT FS: ' FS-CHEQUES
                   PERFORM 9050-ERROR-FATAL
               END-IF
               PERFORM 1160-LEE-CHEQUE
                   UNTIL FS-CHEQUES-FIN
               CLOSE CHEQUES
           END-IF
           .
       1150-CARGA-CHEQUES-EXIT. EXIT.

       1160-LEE-CHEQUE.
           READ CHEQUES
           EVALUATE TRUE
               WHEN FS-CHEQUES-OK
                   IF CQ-PENDIENTE
                       PERFORM 1170-AGREGA-CHEQUE
                   END-IF
               WHEN FS-CHEQUES-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA CHQCANJ.DAT FS: '
                            FS-CHEQUES
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1160-LEE-CHEQUE-EXIT. EXIT.

       1170-AGREGA-CHEQUE.
           IF WSS-CHQ-CANT >= 2000
               DISPLAY 'CAPTMOV: TABLA DE CHEQUES EN CANJE LLENA'
               PERFORM 9050-ERROR-FATAL
           END-IF
           ADD 1 TO WSS-CHQ-CANT
           SET WSS-CHQ-IDX TO WSS-CHQ-CANT
           MOVE CQ-PAIS       TO WSS-CHQ-PAIS (WSS-CHQ-IDX)
           MOVE CQ-SUCURSAL   TO WSS-CHQ-SUC (WSS-CHQ-IDX)
           MOVE CQ-NUM-CUENTA TO WSS-CHQ-CUENTA (WSS-CHQ-IDX)
           MOVE CQ-IMPORTE    TO WSS-CHQ-IMPORTE (WSS-CHQ-IDX)
           .
       1170-AGREGA-CHEQUE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    SI CAPCTL.DAT QUEDO ATRASADO (SE PERDIO O SE RESTAURO), LA
      *    NUMERACION SIGUE DESDE LA MAYOR REFERENCIA DEL RANGO QUE YA
      *    ESTE EN MOVDIA.DAT O EN LOS PENDIENTES, PARA QUE APLICMOV
      *    NUNCA SALTEE UNA REFERENCIA REPETIDA
      *-----------------------------------------------------------------*
       1200-ULTIMA-REFERENCIA.
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

           PERFORM 1300-CARGA-PENDIENTES
           PERFORM 1220-REFERENCIA-PENDIENTE
               VARYING WSS-PEN-IDX FROM 1 BY 1
               UNTIL WSS-PEN-IDX > WSS-PEN-CANT
           .
       1200-ULTIMA-REFERENCIA-EXIT. EXIT.

       1210-LEE-MOVDIA.
           READ MOVIMIENTOS INTO WSS-MOVDIA-LEIDO
           EVALUATE TRUE
               WHEN FS-MOVIMIENTOS-OK
                   IF MDL-REFERENCIA NUMERIC
                      AND MDL-REFERENCIA > WSS-ULTIMA-REFERENCIA
                      AND MDL-REFERENCIA <= WSS-TOPE-REFERENCIA
                       MOVE MDL-REFERENCIA TO WSS-ULTIMA-REFERENCIA
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

       1220-REFERENCIA-PENDIENTE.
           MOVE WSS-PEN-MOVIMIENTO (WSS-PEN-IDX) TO WSS-PEN-VISTA
           IF PMV-REFERENCIA NUMERIC
              AND PMV-REFERENCIA > WSS-ULTIMA-REFERENCIA
              AND PMV-REFERENCIA <= WSS-TOPE-REFERENCIA
               MOVE PMV-REFERENCIA TO WSS-ULTIMA-REFERENCIA
           END-IF
           .
       1220-REFERENCIA-PENDIENTE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CARGO CAPPEND.DAT. SOLO SE CONSERVAN LOS DE LA FECHA DE
      *    NEGOCIO: LO PENDIENTE DE UNA FECHA ANTERIOR VENCIO CON ELLA
      *    Y SE DESCARTA EN LA PROXIMA REGRABACION
      *-----------------------------------------------------------------*
       1300-CARGA-PENDIENTES.
           MOVE 0 TO WSS-PEN-CANT
           OPEN INPUT PENDIENTES
           IF FS-PENDIENTES-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-PENDIENTES-OK
                   DISPLAY 'ERROR APERTURA CAPPEND.DAT FS: '
                            FS-PENDIENTES
                   PERFORM 9050-ERROR-FATAL
               END-IF
               PERFORM 1310-LEE-PENDIENTE UNTIL FS-PENDIENTES-FIN
               CLOSE PENDIENTES
           END-IF
           .
       1300-CARGA-PENDIENTES-EXIT. EXIT.

       1310-LEE-PENDIENTE.
           READ PENDIENTES
           EVALUATE TRUE
               WHEN FS-PENDIENTES-OK
                   IF PE-FECHA-NEGOCIO = WSS-FECHA-NEGOCIO
                       IF WSS-PEN-CANT < 500
                           ADD 1 TO WSS-PEN-CANT
                           SET WSS-PEN-IDX TO WSS-PEN-CANT
                           MOVE REG-PENDIENTE
                                TO WSS-PEN-ENTRY (WSS-PEN-IDX)
                       ELSE
      *                    REGRABAR CON LA TABLA INCOMPLETA PERDERIA
      *                    PENDIENTES: LA SESION TERMINA
                           DISPLAY 'CAPTMOV: MAS DE 500 PENDIENTES EN '
                                   'CAPPEND.DAT'
                           PERFORM 9050-ERROR-FATAL
                       END-IF
                   END-IF
               WHEN FS-PENDIENTES-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA CAPPEND.DAT FS: '
                            FS-PENDIENTES
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1310-LEE-PENDIENTE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    REGRABO CAPPEND.DAT COMPLETO CON LA TABLA EN MEMORIA
      *-----------------------------------------------------------------*
       1400-GRABA-PENDIENTES.
           OPEN OUTPUT PENDIENTES
           IF NOT FS-PENDIENTES-OK
               DISPLAY 'ERROR APERTURA CAPPEND.DAT FS: ' FS-PENDIENTES
               PERFORM 9050-ERROR-FATAL
           END-IF
           PERFORM 1410-GRABA-UN-PENDIENTE
               VARYING WSS-PEN-IDX FROM 1 BY 1
               UNTIL WSS-PEN-IDX > WSS-PEN-CANT
           CLOSE PENDIENTES
           .
       1400-GRABA-PENDIENTES-EXIT. EXIT.

       1410-GRABA-UN-PENDIENTE.
           WRITE REG-PENDIENTE FROM WSS-PEN-ENTRY (WSS-PEN-IDX)
           IF NOT FS-PENDIENTES-OK
               DISPLAY 'ERROR ESCRITURA CAPPEND.DAT FS: '
                        FS-PENDIENTES
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       1410-GRABA-UN-PENDIENTE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    IDENTIFICO AL OPERADOR CONTRA OPERADOR.DAT; SIN PERFIL NO
      *    HAY CAPTURA. UN PERFIL SIN LIMITE NI NIVEL CARGADOS VALE
      *    CERO EN AMBOS (TODO QUEDA PENDIENTE, NO APRUEBA NADA)
      *-----------------------------------------------------------------*
       1500-IDENTIFICA-OPERADOR.
           DISPLAY 'OPERADOR: ' WITH NO ADVANCING
           ACCEPT WSS-OPERADOR-PEDIDO

           SET WSS-PERFIL-NO-HALLADO TO TRUE
           OPEN INPUT OPERADORES
           IF NOT FS-OPERADORES-OK
               DISPLAY 'ERROR APERTURA OPERADOR.DAT FS: '
                        FS-OPERADORES
           ELSE
               PERFORM 1510-LEE-OPERADOR UNTIL FS-OPERADORES-FIN
                                         OR WSS-PERFIL-HALLADO
               CLOSE OPERADORES
           END-IF

           IF WSS-PERFIL-NO-HALLADO
               MOVE SPACES TO WSS-LOG-CLAVE
               MOVE 'NO AUTORIZ.' TO WSS-LOG-RESULTADO
               MOVE 0 TO WSS-LOG-REFERENCIA
               PERFORM 1600-GRABA-ACCESO
               DISPLAY 'OPERADOR NO AUTORIZADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'BIENVENIDO ' WSS-PERFIL-NOMBRE
           DISPLAY 'FECHA DE NEGOCIO: ' WSS-FECHA-NEGOCIO
           .
       1500-IDENTIFICA-OPERADOR-EXIT. EXIT.

       1510-LEE-OPERADOR.
           READ OPERADORES
           EVALUATE TRUE
               WHEN FS-OPERADORES-OK
                   IF OP-CODIGO = WSS-OPERADOR-PEDIDO
                       SET WSS-PERFIL-HALLADO TO TRUE
                       MOVE OP-CODIGO TO WSS-PERFIL-CODIGO
                       MOVE OP-NOMBRE TO WSS-PERFIL-NOMBRE
                       MOVE OP-PAIS   TO WSS-PERFIL-PAIS
                       MOVE OP-SUC    TO WSS-PERFIL-SUC
                       MOVE 0         TO WSS-PERFIL-LIMITE
                       MOVE 0         TO WSS-PERFIL-NIVEL
                       IF OP-LIMITE-CAPTURA NUMERIC
                           MOVE OP-LIMITE-CAPTURA
                                TO WSS-PERFIL-LIMITE
                       END-IF
                       IF OP-NIVEL NUMERIC
                           MOVE OP-NIVEL TO WSS-PERFIL-NIVEL
                       END-IF
                   END-IF
               WHEN FS-OPERADORES-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA OPERADOR.DAT FS: '
                            FS-OPERADORES
                   MOVE '10' TO FS-OPERADORES
           END-EVALUATE
           .
       1510-LEE-OPERADOR-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CADA OPERACION DEJA SU LINEA EN ACCESLOG.DAT: QUIEN, CUANDO,
      *    DESDE QUE PROGRAMA, QUE CLAVE, CON QUE RESULTADO Y, SI HUBO
      *    MOVIMIENTO, SU REFERENCIA
      *-----------------------------------------------------------------*
       1600-GRABA-ACCESO.
           ACCEPT WSS-FECHA-LOG FROM DATE YYYYMMDD
           ACCEPT WSS-HORA-LOG FROM TIME

           OPEN INPUT ACCESO
           IF FS-ACCESO-NO-EXISTE
               OPEN OUTPUT ACCESO
           ELSE
               CLOSE ACCESO
               OPEN EXTEND ACCESO
           END-IF
           IF NOT FS-ACCESO-OK
               DISPLAY 'ERROR APERTURA ACCESLOG.DAT FS: ' FS-ACCESO
           ELSE
               MOVE SPACES TO REG-ACCESO
               STRING WSS-OPERADOR-PEDIDO ' '
                      WSS-FECHA-LOG ' '
                      WSS-HORA-LOG (1:6) ' '
                      'CAPTMOV ' ' '
                      WSS-LOG-CLAVE ' '
                      WSS-LOG-RESULTADO ' '
                      WSS-LOG-REFERENCIA
                      DELIMITED BY SIZE
                      INTO REG-ACCESO
               WRITE REG-ACCESO
               IF NOT FS-ACCESO-OK
                   DISPLAY 'ERROR ESCRITURA ACCESLOG.DAT FS: '
                            FS-ACCESO
               END-IF
               CLOSE ACCESO
           END-IF
           .
       1600-GRABA-ACCESO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    MENU PRINCIPAL: ANTES DE CADA OPERACION SE CONFIRMA QUE LA
      *    CAPTURA SIGA ABIERTA
      *-----------------------------------------------------------------*
       2000-MENU-PRINCIPAL.
           DISPLAY ' '
           DISPLAY '========================================'
           DISPLAY ' CAPTMOV - CAPTURA DE MOVIMIENTOS DE CAJA'
           DISPLAY '========================================'
           DISPLAY ' 1 - DEPOSITO'
           DISPLAY ' 2 - EXTRACCION'
           DISPLAY ' 3 - TRANSFERENCIA'
           DISPLAY ' 4 - REVERSO'
           DISPLAY ' 5 - PENDIENTES DE APROBACION'
           DISPLAY ' 6 - DEPOSITO DE CHEQUE'
           DISPLAY ' 9 - SALIR'
           DISPLAY 'OPCION: ' WITH NO ADVANCING
           ACCEPT WSS-OPCION

           IF WSS-OPCION >= 1 AND WSS-OPCION <= 6
               PERFORM 1050-CONTROLA-CAPTURA
               IF WSS-CAPTURA-CERRADA
                   MOVE SPACES TO WSS-LOG-CLAVE
                   MOVE 'CERRADA' TO WSS-LOG-RESULTADO
                   MOVE 0 TO WSS-LOG-REFERENCIA
                   PERFORM 1600-GRABA-ACCESO
                   SET WSS-HAY-QUE-SALIR TO TRUE
               END-IF
           END-IF

           IF NOT WSS-HAY-QUE-SALIR
               EVALUATE WSS-OPCION
                   WHEN 1
                       INITIALIZE WSS-MOVIMIENTO
                       SET MOV-DEPOSITO TO TRUE
                       PERFORM 2100-CAPTURA
                   WHEN 2
                       INITIALIZE WSS-MOVIMIENTO
                       SET MOV-EXTRACCION TO TRUE
                       PERFORM 2100-CAPTURA
                   WHEN 3
                       INITIALIZE WSS-MOVIMIENTO
                       SET MOV-TRANSFERENCIA TO TRUE
                       PERFORM 2100-CAPTURA
                   WHEN 4
                       INITIALIZE WSS-MOVIMIENTO
                       SET MOV-REVERSO TO TRUE
                       PERFORM 2100-CAPTURA
                   WHEN 5
                       PERFORM 3000-PENDIENTES
                   WHEN 6
                       INITIALIZE WSS-MOVIMIENTO
                       SET MOV-DEPOSITO-CHEQUE TO TRUE
                       PERFORM 2100-CAPTURA
                   WHEN 9
                       SET WSS-HAY-QUE-SALIR TO TRUE
                   WHEN OTHER
                       DISPLAY 'OPCION INVALIDA'
               END-EVALUATE
           END-IF
           .
       2000-MENU-PRINCIPAL-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CARGA DE UN MOVIMIENTO: CUENTA, ALCANCE, VALIDACION SEGUN EL
      *    TIPO, CONFIRMACION, REFERENCIA Y DESTINO (MOVDIA.DAT, O
      *    PENDIENTES SI SUPERA EL LIMITE DEL OPERADOR)
      *-----------------------------------------------------------------*
       2100-CAPTURA.
           SET WSS-ENTRADA-VALIDA TO TRUE
           MOVE SPACES TO WSS-MOTIVO
           MOVE 0      TO WSS-LOG-REFERENCIA
      *    SIN REFERENCIA HASTA 2850: ASI 2490 NO CONFUNDE LA CARGA EN
      *    CURSO CON UN PENDIENTE ANTERIOR DE LA MISMA CUENTA
           MOVE 0      TO MOV-REFERENCIA
           MOVE WSS-FECHA-NEGOCIO TO MOV-FECHA-VALOR

           PERFORM 2110-PIDE-CUENTA
           MOVE SPACES TO WSS-LOG-CLAVE
           STRING MOV-PAIS '/' MOV-SUCURSAL '/' MOV-NUM-CUENTA
                  DELIMITED BY SIZE INTO WSS-LOG-CLAVE

           MOVE MOV-PAIS     TO WSS-ALCANCE-PAIS
           MOVE MOV-SUCURSAL TO WSS-ALCANCE-SUC
           PERFORM 2150-CONTROLA-ALCANCE
           IF WSS-ACCESO-DENEGADO
               DISPLAY 'CUENTA FUERA DE SU ALCANCE'
               MOVE 'DENEGADA' TO WSS-LOG-RESULTADO
               PERFORM 1600-GRABA-ACCESO
           ELSE
               PERFORM 2200-VALIDA-CUENTA
               IF WSS-ENTRADA-VALIDA
                   EVALUATE TRUE
                       WHEN MOV-DEPOSITO OR MOV-DEPOSITO-CHEQUE
                           PERFORM 2300-VALIDA-DEPOSITO
                       WHEN MOV-EXTRACCION
                           PERFORM 2400-VALIDA-DEBITO
                       WHEN MOV-TRANSFERENCIA
                           PERFORM 2400-VALIDA-DEBITO
                           IF WSS-ENTRADA-VALIDA
                               PERFORM 2500-VALIDA-DESTINO
                           END-IF
                       WHEN MOV-REVERSO
                           PERFORM 2600-VALIDA-REVERSO
                   END-EVALUATE
               END-IF
               IF WSS-ENTRADA-VALIDA
                   PERFORM 2700-CONFIRMA
               END-IF
               IF WSS-ENTRADA-VALIDA
                   PERFORM 2800-REGISTRA-MOVIMIENTO
               ELSE
                   DISPLAY 'MOVIMIENTO NO CARGADO: ' WSS-MOTIVO
                   MOVE 'INVALIDO' TO WSS-LOG-RESULTADO
                   PERFORM 1600-GRABA-ACCESO
               END-IF
           END-IF
           .
       2100-CAPTURA-EXIT. EXIT.

       2110-PIDE-CUENTA.
           DISPLAY 'CODIGO DE PAIS (3 LETRAS): ' WITH NO ADVANCING
           ACCEPT MOV-PAIS
           DISPLAY 'CODIGO DE SUCURSAL (2 DIGITOS): '
                    WITH NO ADVANCING
           ACCEPT MOV-SUCURSAL
           DISPLAY 'NUMERO DE CUENTA (10 DIGITOS): '
                    WITH NO ADVANCING
           ACCEPT MOV-NUM-CUENTA
           .
       2110-PIDE-CUENTA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    EL PERFIL MANDA: CASA MATRIZ VE TODO, SUCURSAL 00 VE TODO
      *    SU PAIS, EL RESTO SOLO SU PROPIA SUCURSAL (COMO CTADIR)
      *-----------------------------------------------------------------*
       2150-CONTROLA-ALCANCE.
           SET WSS-ACCESO-PERMITIDO TO TRUE
           IF NOT WSS-PERFIL-CASA-MATRIZ
               IF WSS-ALCANCE-PAIS NOT = WSS-PERFIL-PAIS
                   SET WSS-ACCESO-DENEGADO TO TRUE
               ELSE
                   IF NOT WSS-PERFIL-TODO-EL-PAIS
                      AND WSS-ALCANCE-SUC NOT = WSS-PERFIL-SUC
                       SET WSS-ACCESO-DENEGADO TO TRUE
                   END-IF
               END-IF
           END-IF
           .
       2150-CONTROLA-ALCANCE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    DIGITO VERIFICADOR, EXISTENCIA Y ESTADO DE LA CUENTA, CON LOS
      *    MISMOS MOTIVOS QUE DARIA APLICMOV A LA MANANA SIGUIENTE
      *-----------------------------------------------------------------*
       2200-VALIDA-CUENTA.
           MOVE MOV-NUM-CUENTA TO DV-NUM-CUENTA
           CALL 'DIGIVER' USING AREADECOM-DIG
           IF DV-NUMERO-INVALIDO
               SET WSS-ENTRADA-INVALIDA TO TRUE
               MOVE 'DIGITO VERIFICADOR INVALIDO' TO WSS-MOTIVO
           ELSE
               MOVE MOV-PAIS       TO CTA-PAIS
               MOVE MOV-SUCURSAL   TO CTA-SUCURSAL
               MOVE MOV-NUM-CUENTA TO CTA-NUM-CUENTA
               READ MAESTRO-CTA
                   KEY IS CTA-CLAVE-CUENTA
               EVALUATE TRUE
                   WHEN FS-MAESTRO-CTA-OK
                       CONTINUE
                   WHEN FS-MAESTRO-CTA-NO-ENCONTRADA
                       SET WSS-ENTRADA-INVALIDA TO TRUE
                       MOVE 'CUENTA INEXISTENTE' TO WSS-MOTIVO
                   WHEN OTHER
                       DISPLAY 'ERROR LECTURA CUENTAS.TXT FS: '
                                FS-MAESTRO-CTA
                       SET WSS-ENTRADA-INVALIDA TO TRUE
                       MOVE 'ERROR DE LECTURA DEL MAESTRO' TO WSS-MOTIVO
               END-EVALUATE
           END-IF

           IF WSS-ENTRADA-VALIDA
               EVALUATE TRUE
                   WHEN CTA-ESTADO-BLOQUEADA
                       SET WSS-ENTRADA-INVALIDA TO TRUE
                       MOVE 'CUENTA BLOQUEADA' TO WSS-MOTIVO
                   WHEN CTA-ESTADO-CERRADA
                       SET WSS-ENTRADA-INVALIDA TO TRUE
                       MOVE 'CUENTA CERRADA' TO WSS-MOTIVO
                   WHEN OTHER
                       DISPLAY 'TITULAR: ' CTA-NOMBRE-TITULAR
                               '  MONEDA: ' CTA-MONEDA
               END-EVALUATE
           END-IF
           .
       2200-VALIDA-CUENTA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    IMPORTE DEL MOVIMIENTO: NUMERICO Y MAYOR A CERO
      *-----------------------------------------------------------------*
       2250-PIDE-IMPORTE.
           DISPLAY 'IMPORTE: ' WITH NO ADVANCING
           ACCEPT MOV-IMPORTE
           IF MOV-IMPORTE NOT NUMERIC OR MOV-IMPORTE = 0
               SET WSS-ENTRADA-INVALIDA TO TRUE
               MOVE 'IMPORTE INVALIDO' TO WSS-MOTIVO
           END-IF
           .
       2250-PIDE-IMPORTE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    UN DEPOSITO QUE DESBORDE CTA-SALDO (9(07)V99) LO RECHAZARIA
      *    APLICMOV
      *-----------------------------------------------------------------*
       2300-VALIDA-DEPOSITO.
           PERFORM 2250-PIDE-IMPORTE
           IF WSS-ENTRADA-VALIDA
              AND MOV-IMPORTE > 9999999.99 - CTA-SALDO
               SET WSS-ENTRADA-INVALIDA TO TRUE
               MOVE 'DEPOSITO DESBORDA EL SALDO' TO WSS-MOTIVO
           END-IF
           .
       2300-VALIDA-DEPOSITO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    EXTRACCION O ORIGEN DE UNA TRANSFERENCIA: EL DISPONIBLE ES
      *    EL DE CTADIR (SALDO + LIMITE DE DESCUBIERTO - RETENIDO -
      *    CHEQUES EN CANJE) MENOS LO QUE YA SE CARGO HOY PARA DEBITAR
      *    LA CUENTA, APROBADO O TODAVIA PENDIENTE DE APROBACION
      *-----------------------------------------------------------------*
       2400-VALIDA-DEBITO.
           PERFORM 2250-PIDE-IMPORTE
           IF WSS-ENTRADA-VALIDA
               PERFORM 2450-CALCULA-DISPONIBLE
               IF MOV-IMPORTE > WSS-DISPONIBLE
                   MOVE WSS-DISPONIBLE TO WSS-DISPONIBLE-EDITADO
                   DISPLAY 'DISPONIBLE: ' WSS-DISPONIBLE-EDITADO
                           ' ' CTA-MONEDA
                   SET WSS-ENTRADA-INVALIDA TO TRUE
                   IF MOV-EXTRACCION
                       MOVE 'EXTRACCION SUPERA DISPONIBLE'
                            TO WSS-MOTIVO
                   ELSE
                       MOVE 'TRANSFER. SUPERA DISPONIBLE'
                            TO WSS-MOTIVO
                   END-IF
               END-IF
           END-IF
           .
       2400-VALIDA-DEBITO-EXIT. EXIT.

       2450-CALCULA-DISPONIBLE.
           MOVE 0 TO WSS-RETENIDO-CUENTA
           PERFORM 2460-SUMA-UNA-RETENCION
               VARYING WSS-R FROM 1 BY 1
               UNTIL WSS-R > WSS-RET-CANT
           PERFORM 2465-SUMA-UN-CHEQUE
               VARYING WSS-R FROM 1 BY 1
               UNTIL WSS-R > WSS-CHQ-CANT
           PERFORM 2470-REVISA-MOVDIA
           PERFORM 1300-CARGA-PENDIENTES
           PERFORM 2490-SUMA-UN-PENDIENTE
               VARYING WSS-R FROM 1 BY 1
               UNTIL WSS-R > WSS-PEN-CANT
           COMPUTE WSS-DISPONIBLE =
               CTA-SALDO + CTA-LIMITE-DESCUBIERTO
               - WSS-RETENIDO-CUENTA - WSS-DEBITOS-DEL-DIA
           .
       2450-CALCULA-DISPONIBLE-EXIT. EXIT.

       2460-SUMA-UNA-RETENCION.
           IF WSS-RET-PAIS (WSS-R) = CTA-PAIS
              AND WSS-RET-SUC (WSS-R) = CTA-SUCURSAL
              AND WSS-RET-CUENTA (WSS-R) = CTA-NUM-CUENTA
               ADD WSS-RET-IMPORTE (WSS-R) TO WSS-RETENIDO-CUENTA
           END-IF
           .
       2460-SUMA-UNA-RETENCION-EXIT. EXIT.

       2465-SUMA-UN-CHEQUE.
           IF WSS-CHQ-PAIS (WSS-R) = CTA-PAIS
              AND WSS-CHQ-SUC (WSS-R) = CTA-SUCURSAL
              AND WSS-CHQ-CUENTA (WSS-R) = CTA-NUM-CUENTA
               ADD WSS-CHQ-IMPORTE (WSS-R) TO WSS-RETENIDO-CUENTA
           END-IF
           .
       2465-SUMA-UN-CHEQUE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    RECORRO LO YA CARGADO EN MOVDIA.DAT PARA LA CUENTA DEL
      *    MOVIMIENTO: SUMO SUS EXTRACCIONES Y TRANSFERENCIAS (Y LO QUE
      *    YA GENERO CANJE POR CHEQUES DEVUELTOS, QUE SALIERON DE LA
      *    CARTERA PERO TODAVIA NO SE DEBITARON) Y VEO SI EL REVERSO
      *    EN CARGA YA ESTA
      *-----------------------------------------------------------------*
       2470-REVISA-MOVDIA.
           MOVE 0 TO WSS-DEBITOS-DEL-DIA
           SET WSS-REVERSO-NO-CARGADO TO TRUE
           OPEN INPUT MOVIMIENTOS
           IF FS-MOVIMIENTOS-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-MOVIMIENTOS-OK
                   DISPLAY 'ERROR APERTURA MOVDIA.DAT FS: '
                            FS-MOVIMIENTOS
                   PERFORM 9050-ERROR-FATAL
               END-IF
               PERFORM 2480-LEE-MOVDIA-CUENTA
                   UNTIL FS-MOVIMIENTOS-FIN
               CLOSE MOVIMIENTOS
           END-IF
           .
       2470-REVISA-MOVDIA-EXIT. EXIT.

       2480-LEE-MOVDIA-CUENTA.
           READ MOVIMIENTOS INTO WSS-MOVDIA-LEIDO
           EVALUATE TRUE
               WHEN FS-MOVIMIENTOS-OK
                   IF MDL-PAIS = MOV-PAIS
                      AND MDL-SUCURSAL = MOV-SUCURSAL
                      AND MDL-NUM-CUENTA = MOV-NUM-CUENTA
                       IF (MDL-EXTRACCION OR MDL-TRANSFERENCIA
                           OR MDL-GASTO-CHEQUE
                           OR (MDL-REVERSO AND MDL-REF-CANJE))
                          AND MDL-IMPORTE NUMERIC
                           ADD MDL-IMPORTE TO WSS-DEBITOS-DEL-DIA
                       END-IF
                       IF MDL-REVERSO AND MOV-REVERSO
                          AND MDL-REF-ORIGINAL = MOV-REF-ORIGINAL
                           SET WSS-REVERSO-YA-CARGADO TO TRUE
                       END-IF
                   END-IF
               WHEN FS-MOVIMIENTOS-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA MOVDIA.DAT FS: '
                            FS-MOVIMIENTOS
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       2480-LEE-MOVDIA-CUENTA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    UNA EXTRACCION O TRANSFERENCIA DE LA CUENTA QUE ESPERA
      *    SEGUNDA FIRMA YA COMPROMETE EL DISPONIBLE: SI SE APRUEBA VA
      *    A MOVDIA.DAT. NO SE CUENTA EL PENDIENTE QUE SE ESTA
      *    APROBANDO (SU REFERENCIA ES LA DE WSS-MOVIMIENTO)
      *-----------------------------------------------------------------*
       2490-SUMA-UN-PENDIENTE.
           MOVE WSS-PEN-MOVIMIENTO (WSS-R) TO WSS-PEN-CUENTA
           IF WSS-PEN-PENDIENTE (WSS-R)
              AND PCU-PAIS = MOV-PAIS
              AND PCU-SUCURSAL = MOV-SUCURSAL
              AND PCU-NUM-CUENTA = MOV-NUM-CUENTA
              AND (PCU-EXTRACCION OR PCU-TRANSFERENCIA)
              AND PCU-REFERENCIA NOT = MOV-REFERENCIA
              AND PCU-IMPORTE NUMERIC
               ADD PCU-IMPORTE TO WSS-DEBITOS-DEL-DIA
           END-IF
           .
       2490-SUMA-UN-PENDIENTE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CUENTA DESTINO DE UNA TRANSFERENCIA: PUEDE ESTAR FUERA DEL
      *    ALCANCE DEL OPERADOR, PERO DEBE EXISTIR, ESTAR OPERABLE Y
      *    TENER LA MISMA MONEDA QUE EL ORIGEN
      *-----------------------------------------------------------------*
       2500-VALIDA-DESTINO.
           MOVE CTA-MONEDA TO WSS-MONEDA-ORIGEN
           DISPLAY 'PAIS DESTINO (3 LETRAS): ' WITH NO ADVANCING
           ACCEPT MOV-PAIS-DESTINO
           DISPLAY 'SUCURSAL DESTINO (2 DIGITOS): '
                    WITH NO ADVANCING
           ACCEPT MOV-SUC-DESTINO
           DISPLAY 'CUENTA DESTINO (10 DIGITOS): '
                    WITH NO ADVANCING
           ACCEPT MOV-CUENTA-DESTINO

           MOVE MOV-CUENTA-DESTINO TO DV-NUM-CUENTA
           CALL 'DIGIVER' USING AREADECOM-DIG
           EVALUATE TRUE
               WHEN DV-NUMERO-INVALIDO
                   SET WSS-ENTRADA-INVALIDA TO TRUE
                   MOVE 'DIGITO VERIF. DESTINO ERRADO' TO WSS-MOTIVO
               WHEN MOV-CLAVE-DESTINO = CTA-CLAVE-CUENTA
                   SET WSS-ENTRADA-INVALIDA TO TRUE
                   MOVE 'DESTINO IGUAL AL ORIGEN' TO WSS-MOTIVO
               WHEN OTHER
                   MOVE MOV-PAIS-DESTINO   TO CTA-PAIS
                   MOVE MOV-SUC-DESTINO    TO CTA-SUCURSAL
                   MOVE MOV-CUENTA-DESTINO TO CTA-NUM-CUENTA
                   READ MAESTRO-CTA
                       KEY IS CTA-CLAVE-CUENTA
                   EVALUATE TRUE
                       WHEN FS-MAESTRO-CTA-OK
                           CONTINUE
                       WHEN FS-MAESTRO-CTA-NO-ENCONTRADA
                           SET WSS-ENTRADA-INVALIDA TO TRUE
                           MOVE 'CUENTA DESTINO INEXISTENTE'
                                TO WSS-MOTIVO
                       WHEN OTHER
                           DISPLAY 'ERROR LECTURA CUENTAS.TXT FS: '
                                    FS-MAESTRO-CTA
                           SET WSS-ENTRADA-INVALIDA TO TRUE
                           MOVE 'ERROR DE LECTURA DEL MAESTRO'
                                TO WSS-MOTIVO
                   END-EVALUATE
           END-EVALUATE

           IF WSS-ENTRADA-VALIDA
               EVALUATE TRUE
                   WHEN CTA-ESTADO-BLOQUEADA
                       SET WSS-ENTRADA-INVALIDA TO TRUE
                       MOVE 'CUENTA DESTINO BLOQUEADA' TO WSS-MOTIVO
                   WHEN CTA-ESTADO-CERRADA
                       SET WSS-ENTRADA-INVALIDA TO TRUE
                       MOVE 'CUENTA DESTINO CERRADA' TO WSS-MOTIVO
                   WHEN CTA-MONEDA NOT = WSS-MONEDA-ORIGEN
                       SET WSS-ENTRADA-INVALIDA TO TRUE
                       MOVE 'MONEDAS DISTINTAS' TO WSS-MOTIVO
                   WHEN MOV-IMPORTE > 9999999.99 - CTA-SALDO
                       SET WSS-ENTRADA-INVALIDA TO TRUE
                       MOVE 'DEPOSITO DESBORDA DESTINO' TO WSS-MOTIVO
                   WHEN OTHER
                       DISPLAY 'TITULAR DESTINO: ' CTA-NOMBRE-TITULAR
               END-EVALUATE
           END-IF
           .
       2500-VALIDA-DESTINO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    REVERSO: EL ORIGINAL SE LEE DIRECTO EN MOVHIST.DAT POR
      *    CUENTA + FECHA DE VALOR + REFERENCIA (LA FECHA DE VALOR DEL
      *    REVERSO ES LA DEL ORIGINAL) Y EL IMPORTE SALE DE EL
      *-----------------------------------------------------------------*
       2600-VALIDA-REVERSO.
           DISPLAY 'REFERENCIA DEL MOVIMIENTO A REVERSAR: '
                    WITH NO ADVANCING
           ACCEPT MOV-REF-ORIGINAL
           DISPLAY 'FECHA DE VALOR DEL ORIGINAL (AAAAMMDD): '
                    WITH NO ADVANCING
           ACCEPT MOV-FECHA-VALOR

           EVALUATE TRUE
               WHEN MOV-REF-ORIGINAL NOT NUMERIC
                    OR MOV-REF-ORIGINAL = 0
                   SET WSS-ENTRADA-INVALIDA TO TRUE
                   MOVE 'REF. ORIGINAL INVALIDA' TO WSS-MOTIVO
               WHEN FS-HISTORIA-NO-EXISTE
                   SET WSS-ENTRADA-INVALIDA TO TRUE
                   MOVE 'ORIGINAL INEXISTENTE' TO WSS-MOTIVO
               WHEN OTHER
                   MOVE MOV-PAIS         TO MH-PAIS
                   MOVE MOV-SUCURSAL     TO MH-SUCURSAL
                   MOVE MOV-NUM-CUENTA   TO MH-NUM-CUENTA
                   MOVE MOV-FECHA-VALOR  TO MH-FECHA-VALOR
                   MOVE MOV-REF-ORIGINAL TO MH-REFERENCIA
                   READ HISTORIA
                       KEY IS MH-CLAVE-MOV
                   EVALUATE TRUE
                       WHEN FS-HISTORIA-OK
                           CONTINUE
                       WHEN FS-HISTORIA-NO-ENCONTRADA
                           SET WSS-ENTRADA-INVALIDA TO TRUE
                           MOVE 'ORIGINAL INEXISTENTE' TO WSS-MOTIVO
                       WHEN OTHER
                           DISPLAY 'ERROR LECTURA MOVHIST.DAT FS: '
                                    FS-HISTORIA
                           SET WSS-ENTRADA-INVALIDA TO TRUE
                           MOVE 'ERROR DE LECTURA DE HISTORIA'
                                TO WSS-MOTIVO
                   END-EVALUATE
           END-EVALUATE

           IF WSS-ENTRADA-VALIDA
               MOVE MH-IMPORTE TO MOV-IMPORTE
               PERFORM 2450-CALCULA-DISPONIBLE
               EVALUATE TRUE
                   WHEN MH-REF-ORIGINAL NOT = 0
                       SET WSS-ENTRADA-INVALIDA TO TRUE
                       MOVE 'MOVIMIENTO YA REVERSADO' TO WSS-MOTIVO
                   WHEN WSS-REVERSO-YA-CARGADO
                       SET WSS-ENTRADA-INVALIDA TO TRUE
                       MOVE 'REVERSO YA CARGADO EN EL DIA'
                            TO WSS-MOTIVO
                   WHEN MH-TIPO = 'R'
                       SET WSS-ENTRADA-INVALIDA TO TRUE
                       MOVE 'NO SE REVERSA UN REVERSO' TO WSS-MOTIVO
                   WHEN MH-TIPO = 'F' OR MH-TIPO = 'V'
                       SET WSS-ENTRADA-INVALIDA TO TRUE
                       MOVE 'MOVIMIENTO DE PLAZO FIJO' TO WSS-MOTIVO
                   WHEN MH-TIPO = 'L' OR MH-TIPO = 'K'
                       SET WSS-ENTRADA-INVALIDA TO TRUE
                       MOVE 'MOVIMIENTO DE CIERRE' TO WSS-MOTIVO
                   WHEN MH-TIPO = 'Q'
                       SET WSS-ENTRADA-INVALIDA TO TRUE
                       MOVE 'CHEQUE: SOLO LO DEVUELVE CANJE'
                            TO WSS-MOTIVO
                   WHEN MH-TIPO = 'D'
                        AND MOV-IMPORTE > WSS-DISPONIBLE
                       SET WSS-ENTRADA-INVALIDA TO TRUE
                       MOVE 'REVERSO SUPERA DISPONIBLE' TO WSS-MOTIVO
                   WHEN (MH-TIPO = 'E' OR MH-TIPO = 'C'
                         OR MH-TIPO = 'G')
                        AND MOV-IMPORTE > 9999999.99 - CTA-SALDO
                       SET WSS-ENTRADA-INVALIDA TO TRUE
                       MOVE 'REVERSO DESBORDA EL SALDO' TO WSS-MOTIVO
               END-EVALUATE
           END-IF
           .
       2600-VALIDA-REVERSO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    RESUMEN DEL MOVIMIENTO Y CONFIRMACION DEL CAJERO
      *-----------------------------------------------------------------*
       2700-CONFIRMA.
           PERFORM 2710-DESCRIBE-TIPO
           MOVE MOV-IMPORTE TO WSS-IMPORTE-EDITADO
           DISPLAY '----------------------------------------'
           DISPLAY WSS-TIPO-DESC ' ' MOV-PAIS '/' MOV-SUCURSAL '/'
                   MOV-NUM-CUENTA ' POR ' WSS-IMPORTE-EDITADO
           IF MOV-TRANSFERENCIA
               DISPLAY 'DESTINO ' MOV-PAIS-DESTINO '/'
                       MOV-SUC-DESTINO '/' MOV-CUENTA-DESTINO
           END-IF
           IF MOV-REVERSO
               DISPLAY 'REVERSA LA REFERENCIA ' MOV-REF-ORIGINAL
           END-IF
           IF MOV-IMPORTE > WSS-PERFIL-LIMITE
               DISPLAY 'SUPERA SU LIMITE: QUEDARA PENDIENTE DE '
                       'APROBACION'
           END-IF
           DISPLAY 'CONFIRMA (S/N): ' WITH NO ADVANCING
           ACCEPT WSS-CONFIRMA
           IF NOT WSS-CONFIRMADO
               SET WSS-ENTRADA-INVALIDA TO TRUE
               MOVE 'CANCELADO POR EL OPERADOR' TO WSS-MOTIVO
           END-IF
           .
       2700-CONFIRMA-EXIT. EXIT.

       2710-DESCRIBE-TIPO.
           EVALUATE TRUE
               WHEN MOV-DEPOSITO
                   MOVE 'DEPOSITO'      TO WSS-TIPO-DESC
               WHEN MOV-EXTRACCION
                   MOVE 'EXTRACCION'    TO WSS-TIPO-DESC
               WHEN MOV-TRANSFERENCIA
                   MOVE 'TRANSFERENCIA' TO WSS-TIPO-DESC
               WHEN MOV-REVERSO
                   MOVE 'REVERSO'       TO WSS-TIPO-DESC
               WHEN MOV-DEPOSITO-CHEQUE
                   MOVE 'DEP. CHEQUE'   TO WSS-TIPO-DESC
           END-EVALUATE
           .
       2710-DESCRIBE-TIPO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    EL MOVIMIENTO CONFIRMADO TOMA SU REFERENCIA Y VA A MOVDIA.DAT,
      *    O A PENDIENTES SI SUPERA EL LIMITE DEL OPERADOR. LA CAPTURA
      *    SE VUELVE A VERIFICAR: APLICMOV PUDO ARRANCAR MIENTRAS SE
      *    TIPEABA
      *-----------------------------------------------------------------*
       2800-REGISTRA-MOVIMIENTO.
           PERFORM 1050-CONTROLA-CAPTURA
           IF WSS-CAPTURA-CERRADA
               DISPLAY 'MOVIMIENTO NO CARGADO'
               MOVE 'CERRADA' TO WSS-LOG-RESULTADO
               PERFORM 1600-GRABA-ACCESO
               SET WSS-HAY-QUE-SALIR TO TRUE
           ELSE
               PERFORM 2850-ASIGNA-REFERENCIA
           END-IF

           IF NOT WSS-HAY-QUE-SALIR AND WSS-ENTRADA-VALIDA
               MOVE MOV-REFERENCIA TO WSS-LOG-REFERENCIA
               IF MOV-IMPORTE > WSS-PERFIL-LIMITE
                   PERFORM 2900-DEJA-PENDIENTE
                   DISPLAY 'PENDIENTE DE APROBACION, REFERENCIA '
                           MOV-REFERENCIA
                   MOVE 'PENDIENTE' TO WSS-LOG-RESULTADO
               ELSE
                   PERFORM 2950-GRABA-MOVDIA
                   DISPLAY 'MOVIMIENTO CARGADO, REFERENCIA '
                           MOV-REFERENCIA
                   MOVE 'CARGADO' TO WSS-LOG-RESULTADO
               END-IF
               PERFORM 1600-GRABA-ACCESO
           END-IF
           .
       2800-REGISTRA-MOVIMIENTO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    TOMO LA SIGUIENTE REFERENCIA DEL RANGO Y LA DEJO GRABADA EN
      *    CAPCTL.DAT EN EL ACTO (OTRO CAJERO PUEDE ESTAR CARGANDO)
      *-----------------------------------------------------------------*
       2850-ASIGNA-REFERENCIA.
           OPEN INPUT CONTROL-CAP
           IF FS-CONTROL-CAP-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-CONTROL-CAP-OK
                   DISPLAY 'ERROR APERTURA CAPCTL.DAT FS: '
                            FS-CONTROL-CAP
                   PERFORM 9050-ERROR-FATAL
               END-IF
               READ CONTROL-CAP
               IF FS-CONTROL-CAP-OK
                  AND CC-ULTIMA-REFERENCIA > WSS-ULTIMA-REFERENCIA
                   MOVE CC-ULTIMA-REFERENCIA TO WSS-ULTIMA-REFERENCIA
               END-IF
               CLOSE CONTROL-CAP
           END-IF

           IF WSS-ULTIMA-REFERENCIA >= WSS-TOPE-REFERENCIA
               SET WSS-ENTRADA-INVALIDA TO TRUE
               MOVE 'RANGO DE REFERENCIAS AGOTADO' TO WSS-MOTIVO
               DISPLAY 'MOVIMIENTO NO CARGADO: ' WSS-MOTIVO
               MOVE 'INVALIDO' TO WSS-LOG-RESULTADO
               PERFORM 1600-GRABA-ACCESO
           ELSE
               ADD 1 TO WSS-ULTIMA-REFERENCIA
               MOVE WSS-ULTIMA-REFERENCIA TO MOV-REFERENCIA
               OPEN OUTPUT CONTROL-CAP
               IF NOT FS-CONTROL-CAP-OK
                   DISPLAY 'ERROR APERTURA CAPCTL.DAT FS: '
                            FS-CONTROL-CAP
                   PERFORM 9050-ERROR-FATAL
               END-IF
               MOVE WSS-ULTIMA-REFERENCIA TO CC-ULTIMA-REFERENCIA
               WRITE REG-CONTROL-CAP
               CLOSE CONTROL-CAP
           END-IF
           .
       2850-ASIGNA-REFERENCIA-EXIT. EXIT.

       2900-DEJA-PENDIENTE.
           PERFORM 1300-CARGA-PENDIENTES
           IF WSS-PEN-CANT >= 500
               DISPLAY 'CAPTMOV: MAS DE 500 PENDIENTES EN CAPPEND.DAT'
               PERFORM 9050-ERROR-FATAL
           END-IF
           ADD 1 TO WSS-PEN-CANT
           SET WSS-PEN-IDX TO WSS-PEN-CANT
           ACCEPT WSS-HORA-LOG FROM TIME
           MOVE WSS-FECHA-NEGOCIO   TO WSS-PEN-FECHA (WSS-PEN-IDX)
           SET WSS-PEN-PENDIENTE (WSS-PEN-IDX) TO TRUE
           MOVE WSS-PERFIL-CODIGO   TO WSS-PEN-CARGO (WSS-PEN-IDX)
           MOVE WSS-PERFIL-NIVEL    TO WSS-PEN-NIVEL-CARGO (WSS-PEN-IDX)
           MOVE WSS-HORA-LOG (1:6)  TO WSS-PEN-HORA-CARGA (WSS-PEN-IDX)
           MOVE SPACES              TO WSS-PEN-APROBO (WSS-PEN-IDX)
           MOVE 0                   TO WSS-PEN-HORA-APROB (WSS-PEN-IDX)
           MOVE WSS-MOVIMIENTO      TO WSS-PEN-MOVIMIENTO (WSS-PEN-IDX)
           PERFORM 1400-GRABA-PENDIENTES
           .
       2900-DEJA-PENDIENTE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    AGREGO EL MOVIMIENTO AL MOVDIA.DAT DEL DIA (LO CREA EL
      *    PRIMERO QUE CARGA)
      *-----------------------------------------------------------------*
       2950-GRABA-MOVDIA.
           OPEN INPUT MOVIMIENTOS
           IF FS-MOVIMIENTOS-NO-EXISTE
               OPEN OUTPUT MOVIMIENTOS
           ELSE
               CLOSE MOVIMIENTOS
               OPEN EXTEND MOVIMIENTOS
           END-IF
           IF NOT FS-MOVIMIENTOS-OK
               DISPLAY 'ERROR APERTURA MOVDIA.DAT FS: ' FS-MOVIMIENTOS
               PERFORM 9050-ERROR-FATAL
           END-IF
           WRITE REG-MOVIMIENTO FROM WSS-MOVIMIENTO
           IF NOT FS-MOVIMIENTOS-OK
               DISPLAY 'ERROR ESCRITURA MOVDIA.DAT FS: '
                        FS-MOVIMIENTOS
               PERFORM 9050-ERROR-FATAL
           END-IF
           CLOSE MOVIMIENTOS
           .
       2950-GRABA-MOVDIA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    SEGUNDA FIRMA: SE LISTAN LOS PENDIENTES QUE EL OPERADOR
      *    PUEDE RESOLVER (CARGADOS POR OTRO, DE NIVEL MENOR, SOBRE UNA
      *    CUENTA DE SU ALCANCE) Y SE APRUEBA O RECHAZA UNO
      *-----------------------------------------------------------------*
       3000-PENDIENTES.
           IF WSS-PERFIL-NIVEL = 0
               DISPLAY 'SU PERFIL NO APRUEBA MOVIMIENTOS'
           ELSE
               PERFORM 1300-CARGA-PENDIENTES
               MOVE 0 TO WSS-PEN-LISTADOS
               PERFORM 3010-LISTA-PENDIENTE
                   VARYING WSS-PEN-IDX FROM 1 BY 1
                   UNTIL WSS-PEN-IDX > WSS-PEN-CANT
               IF WSS-PEN-LISTADOS = 0
                   DISPLAY 'NO HAY PENDIENTES PARA APROBAR'
               ELSE
                   PERFORM 3100-RESUELVE-PENDIENTE
               END-IF
           END-IF
           .
       3000-PENDIENTES-EXIT. EXIT.

       3010-LISTA-PENDIENTE.
           PERFORM 3020-EVALUA-APROBABLE
           IF WSS-ES-APROBABLE
               ADD 1 TO WSS-PEN-LISTADOS
               MOVE PMV-TIPO    TO MOV-TIPO
               PERFORM 2710-DESCRIBE-TIPO
               MOVE PMV-IMPORTE TO WSS-IMPORTE-EDITADO
               SET WSS-PEN-ELEGIDO TO WSS-PEN-IDX
               DISPLAY WSS-PEN-ELEGIDO ' ' WSS-TIPO-DESC ' '
                       PMV-PAIS '/' PMV-SUCURSAL '/' PMV-NUM-CUENTA
                       ' ' WSS-IMPORTE-EDITADO
                       ' REF ' PMV-REFERENCIA
                       ' CARGO ' WSS-PEN-CARGO (WSS-PEN-IDX)
           END-IF
           .
       3010-LISTA-PENDIENTE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    UN PENDIENTE LO RESUELVE OTRO OPERADOR, DE NIVEL MAYOR AL DE
      *    QUIEN LO CARGO, CON LA CUENTA DENTRO DE SU ALCANCE (DEJA LA
      *    IMAGEN DEL MOVIMIENTO EN WSS-PEN-VISTA)
      *-----------------------------------------------------------------*
       3020-EVALUA-APROBABLE.
           SET WSS-NO-ES-APROBABLE TO TRUE
           MOVE WSS-PEN-MOVIMIENTO (WSS-PEN-IDX) TO WSS-PEN-VISTA
           IF WSS-PEN-PENDIENTE (WSS-PEN-IDX)
              AND WSS-PEN-CARGO (WSS-PEN-IDX) NOT = WSS-PERFIL-CODIGO
              AND WSS-PEN-NIVEL-CARGO (WSS-PEN-IDX) < WSS-PERFIL-NIVEL
               MOVE PMV-PAIS     TO WSS-ALCANCE-PAIS
               MOVE PMV-SUCURSAL TO WSS-ALCANCE-SUC
               PERFORM 2150-CONTROLA-ALCANCE
               IF WSS-ACCESO-PERMITIDO
                   SET WSS-ES-APROBABLE TO TRUE
               END-IF
           END-IF
           .
       3020-EVALUA-APROBABLE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    EL OPERADOR ELIGE UN NUMERO DE LA LISTA Y DECIDE. CAPPEND.DAT
      *    SE RELEE ANTES DE CAMBIARLO: OTRO APROBADOR PUDO HABERLO
      *    RESUELTO MIENTRAS TANTO. PARA APROBAR SE VALIDA DE NUEVO EL
      *    MOVIMIENTO (3250): DESDE LA CARGA LA CUENTA PUDO BLOQUEARSE
      *    Y EL DISPONIBLE PUDO BAJAR
      *-----------------------------------------------------------------*
       3100-RESUELVE-PENDIENTE.
           DISPLAY 'NUMERO A RESOLVER (0 = VOLVER): ' WITH NO ADVANCING
           ACCEPT WSS-PEN-ELEGIDO
           IF WSS-PEN-ELEGIDO > 0 AND WSS-PEN-ELEGIDO <= WSS-PEN-CANT
               SET WSS-PEN-IDX TO WSS-PEN-ELEGIDO
               PERFORM 3020-EVALUA-APROBABLE
               IF WSS-NO-ES-APROBABLE
                   DISPLAY 'NUMERO INVALIDO'
               ELSE
                   MOVE PMV-REFERENCIA TO WSS-REF-ELEGIDA
                   DISPLAY 'A - APROBAR  R - RECHAZAR: '
                            WITH NO ADVANCING
                   ACCEPT WSS-DECISION
                   IF WSS-DECIDE-APROBAR OR WSS-DECIDE-RECHAZAR
                       PERFORM 3200-APLICA-DECISION
                   ELSE
                       DISPLAY 'DECISION INVALIDA'
                   END-IF
               END-IF
           ELSE
               IF WSS-PEN-ELEGIDO NOT = 0
                   DISPLAY 'NUMERO INVALIDO'
               END-IF
           END-IF
           .
       3100-RESUELVE-PENDIENTE-EXIT. EXIT.

       3200-APLICA-DECISION.
           PERFORM 1050-CONTROLA-CAPTURA
           IF WSS-CAPTURA-CERRADA
               SET WSS-HAY-QUE-SALIR TO TRUE
           ELSE
               SET WSS-ENTRADA-VALIDA TO TRUE
               IF WSS-DECIDE-APROBAR
                   PERFORM 3250-REVALIDA-PENDIENTE
               END-IF
               PERFORM 1300-CARGA-PENDIENTES
               SET WSS-NO-ES-APROBABLE TO TRUE
               PERFORM 3210-BUSCA-REFERENCIA
                   VARYING WSS-PEN-IDX FROM 1 BY 1
                   UNTIL WSS-PEN-IDX > WSS-PEN-CANT
                      OR WSS-ES-APROBABLE
           END-IF

           IF NOT WSS-HAY-QUE-SALIR
               MOVE SPACES TO WSS-LOG-CLAVE
               STRING PMV-PAIS '/' PMV-SUCURSAL '/' PMV-NUM-CUENTA
                      DELIMITED BY SIZE INTO WSS-LOG-CLAVE
               MOVE WSS-REF-ELEGIDA TO WSS-LOG-REFERENCIA
               EVALUATE TRUE
                   WHEN WSS-NO-ES-APROBABLE
                       DISPLAY 'EL PENDIENTE YA FUE RESUELTO'
                   WHEN WSS-ENTRADA-INVALIDA
      *                QUEDA PENDIENTE: SE PUEDE RECHAZAR O REINTENTAR
                       DISPLAY 'NO SE PUEDE APROBAR: ' WSS-MOTIVO
                       MOVE 'INVALIDO' TO WSS-LOG-RESULTADO
                       PERFORM 1600-GRABA-ACCESO
                   WHEN OTHER
      *                EL VARYING DEJO EL INDICE UNO MAS ALLA DEL
      *                HALLADO
                       SET WSS-PEN-IDX DOWN BY 1
                       PERFORM 3220-REGISTRA-DECISION
               END-EVALUATE
           END-IF
           .
       3200-APLICA-DECISION-EXIT. EXIT.

       3210-BUSCA-REFERENCIA.
           MOVE WSS-PEN-MOVIMIENTO (WSS-PEN-IDX) TO WSS-PEN-VISTA
           IF PMV-REFERENCIA = WSS-REF-ELEGIDA
               PERFORM 3020-EVALUA-APROBABLE
           END-IF
           .
       3210-BUSCA-REFERENCIA-EXIT. EXIT.

       3220-REGISTRA-DECISION.
           ACCEPT WSS-HORA-LOG FROM TIME
           MOVE WSS-PERFIL-CODIGO TO WSS-PEN-APROBO (WSS-PEN-IDX)
           MOVE WSS-HORA-LOG (1:6)
                TO WSS-PEN-HORA-APROB (WSS-PEN-IDX)
           IF WSS-DECIDE-APROBAR
               MOVE WSS-PEN-MOVIMIENTO (WSS-PEN-IDX) TO WSS-MOVIMIENTO
               PERFORM 2950-GRABA-MOVDIA
               SET WSS-PEN-APROBADO (WSS-PEN-IDX) TO TRUE
               MOVE 'APROBADO' TO WSS-LOG-RESULTADO
               DISPLAY 'APROBADO, REFERENCIA ' WSS-REF-ELEGIDA
                       ' CARGADA EN MOVDIA.DAT'
           ELSE
               SET WSS-PEN-RECHAZADO (WSS-PEN-IDX) TO TRUE
               MOVE 'RECHAZADO' TO WSS-LOG-RESULTADO
               DISPLAY 'RECHAZADO, REFERENCIA ' WSS-REF-ELEGIDA
           END-IF
           PERFORM 1400-GRABA-PENDIENTES
           PERFORM 1600-GRABA-ACCESO
           .
       3220-REGISTRA-DECISION-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    ANTES DE APROBAR SE REPITEN LAS VALIDACIONES DE LA CARGA QUE
      *    NO DEPENDEN DEL CAJERO: CUENTA (2200) Y, PARA UNA EXTRACCION
      *    O TRANSFERENCIA, EL DISPONIBLE DE HOY (2450, QUE YA DESCUENTA
      *    LOS OTROS PENDIENTES DE LA CUENTA PERO NO ESTE)
      *-----------------------------------------------------------------*
       3250-REVALIDA-PENDIENTE.
           MOVE SPACES TO WSS-MOTIVO
           MOVE WSS-PEN-VISTA TO WSS-MOVIMIENTO
           PERFORM 2200-VALIDA-CUENTA
           IF WSS-ENTRADA-VALIDA
              AND (MOV-EXTRACCION OR MOV-TRANSFERENCIA)
               PERFORM 2450-CALCULA-DISPONIBLE
               IF MOV-IMPORTE > WSS-DISPONIBLE
                   MOVE WSS-DISPONIBLE TO WSS-DISPONIBLE-EDITADO
                   DISPLAY 'DISPONIBLE: ' WSS-DISPONIBLE-EDITADO
                           ' ' CTA-MONEDA
                   SET WSS-ENTRADA-INVALIDA TO TRUE
                   MOVE 'SUPERA EL DISPONIBLE ACTUAL' TO WSS-MOTIVO
               END-IF
           END-IF
           .
       3250-REVALIDA-PENDIENTE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    UN ERROR DE ARCHIVO CORTA LA SESION CON RETURN-CODE 8
      *-----------------------------------------------------------------*
       9050-ERROR-FATAL.
           MOVE 8 TO RETURN-CODE
           PERFORM 9000-FINALIZAR
           .
       9050-ERROR-FATAL-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CIERRO Y TERMINO
      *-----------------------------------------------------------------*
       9000-FINALIZAR.
           CLOSE MAESTRO-CTA
           IF NOT FS-HISTORIA-NO-EXISTE
               CLOSE HISTORIA
           END-IF
           DISPLAY 'FIN DE LA CAPTURA'
           STOP RUN
           .
       9000-FINALIZAR-EXIT. EXIT.
