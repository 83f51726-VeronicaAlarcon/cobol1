      ******************************************************************
      * Author:    VERONICA ALARCON
      * Date:      2026-10-15
      * Purpose:   MONITOR NOCTURNO DE PREVENCION DE LAVADO DE DINERO
      *            SOBRE LA HISTORIA DE MOVIMIENTOS MOVHIST.DAT. HASTA
      *            AHORA CUMPLIMIENTO SOLO CONTABA CON EL EXTRACTO A
      *            PEDIDO. DOS REGLAS, CON LOS UMBRALES POR PAIS/MONEDA
      *            DE LAVPAR.DAT (VALIDADO POR PREVALID):
      *              'G' EFECTIVO SOBRE UMBRAL: UN DEPOSITO O UNA
      *                  EXTRACCION ('D'/'E') PROCESADO EN LA FECHA DE
      *                  NEGOCIO CON IMPORTE IGUAL O MAYOR AL UMBRAL.
      *              'F' FRACCIONAMIENTO: VARIOS DEPOSITOS/EXTRACCIONES
      *                  "APENAS POR DEBAJO" DEL UMBRAL (DESDE EL
      *                  PORCENTAJE DE BANDA DEL UMBRAL HASTA EL UMBRAL)
      *                  DEL MISMO TITULAR Y MONEDA DENTRO DE LA
      *                  VENTANA MOVIL DE DIAS, SUMANDO TODAS LAS
      *                  CUENTAS DEL TITULAR (CTA-NUM-CLIENTE CONTRA
      *                  CLIENTES.DAT) Y NO UNA SOLA CUENTA. UNA CUENTA
      *                  SIN CLIENTE ASIGNADO SE JUZGA SOLA.
      *            LAS ALERTAS VAN A LAVALER.DAT: UN REGISTRO 'A' POR
      *            ALERTA (REGLA, TITULAR, MONEDA, CANTIDAD E IMPORTE)
      *            SEGUIDO DE UN REGISTRO 'M' POR CADA MOVIMIENTO
      *            INVOLUCRADO (CUENTA, FECHAS, TIPO, IMPORTE Y
      *            REFERENCIA). CADA MOVIMIENTO ALERTADO SE AGREGA AL
      *            ACUMULATIVO LAVHIST.DAT CON SU REGLA: UN MOVIMIENTO
      *            NO SE VUELVE A ALERTAR POR LA MISMA REGLA, Y UN
      *            PATRON DE FRACCIONAMIENTO SOLO SE REPITE CUANDO
      *            APARECE UN MOVIMIENTO NUEVO QUE LO EXTIENDE. EL
      *            ACUMULATIVO SE GRABA AL FINAL DE UNA CORRIDA SIN
      *            ERROR FATAL, ASI LA RECORRIDA DE UNA NOCHE ABORTADA
      *            VUELVE A EMITIR TODAS SUS ALERTAS.
      *            LA FECHA DE PROCESO DE LA HISTORIA (LA QUE ESTAMPA
      *            APLICMOV) ES LA QUE UBICA CADA MOVIMIENTO EN LA
      *            NOCHE Y EN LA VENTANA, ASI UN MOVIMIENTO CON FECHA
      *            DE VALOR ATRASADA TAMBIEN SE MIRA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAVMON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      ******************************************************************
       FILE-CONTROL.
           SELECT PARM ASSIGN TO "LAVPAR.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PARM.
           SELECT MAESTRO-CLI ASSIGN TO "CLIENTES.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MAESTRO-CLI.
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
           SELECT ALERTAS ASSIGN TO "LAVALER.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ALERTAS.
           SELECT ALERTADOS ASSIGN TO "LAVHIST.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ALERTADOS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  PARM.
           01  REG-PARM.
               05 LP-PAIS             PIC X(03).
               05 LP-MONEDA           PIC X(03).
               05 LP-UMBRAL           PIC 9(07)V99.
               05 LP-PORC-BANDA       PIC 9(02).
               05 LP-DIAS-VENTANA     PIC 9(02).
               05 LP-CANT-MINIMA      PIC 9(02).
       FD  MAESTRO-CLI.
           01  REG-MAESTRO-CLI.
               COPY CLIENTEC.
       FD  MAESTRO-CTA.
           01  REG-MAESTRO-CTA.
               COPY CUENTASC.
       FD  HISTORIA.
           01  REG-HISTORIA.
               COPY MOVHISTC.
       FD  ALERTAS.
      *    CABECERA DE LA ALERTA: REGLA Y TITULAR
           01  REG-ALERTA.
               05 AL-TIPO-REG         PIC X(01).
               05 AL-NRO-ALERTA       PIC 9(05).
               05 AL-REGLA            PIC X(01).
               05 AL-FECHA            PIC 9(08).
               05 AL-NUM-CLIENTE      PIC 9(08).
               05 AL-NOMBRE           PIC X(30).
               05 AL-TIPO-DOC         PIC X(03).
               05 AL-NUM-DOC          PIC X(15).
               05 AL-MONEDA           PIC X(03).
               05 AL-CANT-MOVS        PIC 9(04).
               05 AL-TOTAL            PIC 9(09)V99.
               05 AL-DESCRIPCION      PIC X(30).
      *    UN MOVIMIENTO INVOLUCRADO EN LA ALERTA
           01  REG-ALERTA-MOV.
               05 AM-TIPO-REG         PIC X(01).
               05 AM-NRO-ALERTA       PIC 9(05).
               05 AM-PAIS             PIC X(03).
               05 AM-SUCURSAL         PIC 9(02).
               05 AM-NUM-CUENTA       PIC 9(10).
               05 AM-FECHA-PROCESO    PIC 9(08).
               05 AM-FECHA-VALOR      PIC 9(08).
               05 AM-TIPO             PIC X(01).
               05 AM-IMPORTE          PIC 9(07)V99.
               05 AM-REFERENCIA       PIC 9(09).
      *        'S' = MOVIMIENTO QUE NUNCA SE HABIA ALERTADO POR ESTA
      *        REGLA; 'N' = YA ALERTADO, FORMA PARTE DEL PATRON
               05 AM-NUEVO            PIC X(01).
               05 FILLER              PIC X(62).
       FD  ALERTADOS.
           01  REG-ALERTADO.
               05 LH-REGLA            PIC X(01).
               05 LH-FECHA-ALERTA     PIC 9(08).
               05 LH-NRO-ALERTA       PIC 9(05).
               05 LH-PAIS             PIC X(03).
               05 LH-SUCURSAL         PIC 9(02).
               05 LH-NUM-CUENTA       PIC 9(10).
               05 LH-FECHA-VALOR      PIC 9(08).
               05 LH-REFERENCIA       PIC 9(09).
               05 LH-FECHA-PROCESO    PIC 9(08).

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05  FS-PARM                 PIC X(02).
                   88 FS-PARM-OK                   VALUE '00'.
                   88 FS-PARM-FIN                  VALUE '10'.
           05  FS-MAESTRO-CLI          PIC X(02).
                   88 FS-MAESTRO-CLI-OK            VALUE '00'.
                   88 FS-MAESTRO-CLI-FIN           VALUE '10'.
           05  FS-MAESTRO-CTA          PIC X(02).
                   88 FS-MAESTRO-CTA-OK            VALUE '00'.
                   88 FS-MAESTRO-CTA-FIN           VALUE '10'.
           05  FS-HISTORIA             PIC X(02).
                   88 FS-HISTORIA-OK               VALUE '00'.
                   88 FS-HISTORIA-FIN              VALUE '10'.
                   88 FS-HISTORIA-NO-EXISTE        VALUE '35'.
                   88 FS-HISTORIA-SIN-CLAVE        VALUE '23'.
           05  FS-ALERTAS              PIC X(02).
                   88 FS-ALERTAS-OK                VALUE '00'.
           05  FS-ALERTADOS            PIC X(02).
                   88 FS-ALERTADOS-OK              VALUE '00'.
                   88 FS-ALERTADOS-FIN             VALUE '10'.
                   88 FS-ALERTADOS-NO-EXISTE       VALUE '35'.
       01  WSS-SW-HISTORIA             PIC X(01) VALUE 'N'.
           88 WSS-HAY-HISTORIA                     VALUE 'S'.
           88 WSS-SIN-HISTORIA                     VALUE 'N'.
       01  WSS-SW-CUENTA               PIC X(01).
           88 WSS-HAY-MOV-EN-CURSO                 VALUE 'S'.
           88 WSS-FIN-DE-CUENTA                    VALUE 'N'.
      *    EL ACUMULATIVO DE ALERTADOS SOLO SE GRABA SI LA CORRIDA
      *    LLEGO AL FINAL DE LAS DOS REGLAS
       01  WSS-SW-PROCESO              PIC X(01) VALUE 'N'.
           88 WSS-PROCESO-COMPLETO                 VALUE 'S'.
           88 WSS-PROCESO-INCOMPLETO               VALUE 'N'.
      *-----------------------------------------------------------------*
      *    UMBRALES POR PAIS/MONEDA (LAVPAR.DAT). EL PISO ES EL IMPORTE
      *    DESDE EL QUE UN MOVIMIENTO CUENTA COMO "APENAS POR DEBAJO"
      *    DEL UMBRAL; DESDE ES EL PRIMER DIA DE LA VENTANA
      *-----------------------------------------------------------------*
       01  WSS-TABLA-PAR.
           05 WSS-PAR-CANT             PIC 9(03) VALUE 0.
           05 WSS-PAR-ENTRY OCCURS 1 TO 100 TIMES
                              DEPENDING ON WSS-PAR-CANT
                              INDEXED BY WSS-PAR-IDX.
               10 WSS-PAR-PAIS         PIC X(03).
               10 WSS-PAR-MONEDA       PIC X(03).
               10 WSS-PAR-UMBRAL       PIC 9(07)V99.
               10 WSS-PAR-PISO         PIC 9(07)V99.
               10 WSS-PAR-MINIMA       PIC 9(02).
               10 WSS-PAR-DESDE        PIC 9(08).
       01  WSS-PAR-PERDIDOS            PIC 9(04) VALUE 0.
       01  WSS-DESDE-MINIMO            PIC 9(08).
      *-----------------------------------------------------------------*
      *    TABLA DE CLIENTES (CLIENTES.DAT)
      *-----------------------------------------------------------------*
       01  WSS-TABLA-CLI.
           05 WSS-CLI-CANT             PIC 9(04) VALUE 0.
           05 WSS-CLI-ENTRY OCCURS 1 TO 500 TIMES
                              DEPENDING ON WSS-CLI-CANT
                              INDEXED BY WSS-CLI-IDX.
               10 WSS-CLI-NUMERO       PIC 9(08).
               10 WSS-CLI-NOMBRE       PIC X(30).
               10 WSS-CLI-TIPO-DOC     PIC X(03).
               10 WSS-CLI-NUM-DOC      PIC X(15).
       01  WSS-CLI-PERDIDOS            PIC 9(04) VALUE 0.
      *-----------------------------------------------------------------*
      *    TABLA DE CUENTAS DEL MAESTRO, CON SU LINEA DE LAVPAR.DAT
      *    (CERO = PAIS/MONEDA SIN UMBRAL, LA CUENTA NO SE MONITOREA)
      *-----------------------------------------------------------------*
       01  WSS-TABLA-CTAS.
           05 WSS-CTA-CANT             PIC 9(04) VALUE 0.
           05 WSS-CTA-ENTRY OCCURS 1 TO 2000 TIMES
                              DEPENDING ON WSS-CTA-CANT
                              INDEXED BY WSS-CTA-IDX.
               10 WSS-CTA-CLIENTE      PIC 9(08).
               10 WSS-CTA-PAIS         PIC X(03).
               10 WSS-CTA-SUC          PIC 9(02).
               10 WSS-CTA-NUMERO       PIC 9(10).
               10 WSS-CTA-NOMBRE       PIC X(30).
               10 WSS-CTA-MONEDA       PIC X(03).
               10 WSS-CTA-PAR          PIC 9(03).
       01  WSS-CTA-PERDIDAS            PIC 9(04) VALUE 0.
      *-----------------------------------------------------------------*
      *    MOVIMIENTOS YA ALERTADOS EN NOCHES ANTERIORES (SOLO LOS QUE
      *    CAEN EN LA VENTANA MAS LARGA: LOS MAS VIEJOS YA NO SE MIRAN)
      *-----------------------------------------------------------------*
       01  WSS-TABLA-ALERTADOS.
           05 WSS-ALD-CANT             PIC 9(04) VALUE 0.
           05 WSS-ALD-ENTRY OCCURS 1 TO 5000 TIMES
                              DEPENDING ON WSS-ALD-CANT
                              INDEXED BY WSS-ALD-IDX.
               10 WSS-ALD-REGLA        PIC X(01).
               10 WSS-ALD-PAIS         PIC X(03).
               10 WSS-ALD-SUC          PIC 9(02).
               10 WSS-ALD-CUENTA       PIC 9(10).
               10 WSS-ALD-FECHA-VALOR  PIC 9(08).
               10 WSS-ALD-REFERENCIA   PIC 9(09).
       01  WSS-ALD-PERDIDOS            PIC 9(04) VALUE 0.
      *-----------------------------------------------------------------*
      *    DEPOSITOS Y EXTRACCIONES DE LA VENTANA QUE LLEGAN AL PISO
      *    DE SU PAIS/MONEDA (LOS UNICOS QUE PUEDEN DISPARAR UNA REGLA)
      *-----------------------------------------------------------------*
       01  WSS-TABLA-MOVS.
           05 WSS-MOV-CANT             PIC 9(04) VALUE 0.
           05 WSS-MOV-ENTRY OCCURS 1 TO 5000 TIMES
                              DEPENDING ON WSS-MOV-CANT
                              INDEXED BY WSS-MOV-IDX.
               10 WSS-MOV-CTA          PIC 9(04).
               10 WSS-MOV-FECHA-PROC   PIC 9(08).
               10 WSS-MOV-FECHA-VALOR  PIC 9(08).
               10 WSS-MOV-TIPO         PIC X(01).
               10 WSS-MOV-IMPORTE      PIC 9(07)V99.
               10 WSS-MOV-REFERENCIA   PIC 9(09).
               10 WSS-MOV-YA-G         PIC X(01).
               10 WSS-MOV-YA-F         PIC X(01).
               10 WSS-MOV-ALERTA-G     PIC X(01).
               10 WSS-MOV-ALERTA-F     PIC X(01).
               10 WSS-MOV-NRO-G        PIC 9(05).
               10 WSS-MOV-NRO-F        PIC 9(05).
               10 WSS-MOV-GRUPO        PIC 9(04).
       01  WSS-MOV-PERDIDOS            PIC 9(04) VALUE 0.
      *-----------------------------------------------------------------*
      *    GRUPOS TITULAR + MONEDA PARA LA REGLA DE FRACCIONAMIENTO.
      *    UNA CUENTA SIN CLIENTE ES SU PROPIO TITULAR (CLIENTE CERO Y
      *    LA CUENTA EN WSS-GRP-CTA). LA CANTIDAD MINIMA DEL GRUPO ES
      *    LA MENOR DE LAS LINEAS DE LAVPAR.DAT DE SUS MOVIMIENTOS.
      *-----------------------------------------------------------------*
       01  WSS-TABLA-GRUPOS.
           05 WSS-GRP-CANT             PIC 9(04) VALUE 0.
           05 WSS-GRP-ENTRY OCCURS 1 TO 2000 TIMES
                              DEPENDING ON WSS-GRP-CANT
                              INDEXED BY WSS-GRP-IDX.
               10 WSS-GRP-CLIENTE      PIC 9(08).
               10 WSS-GRP-CTA          PIC 9(04).
               10 WSS-GRP-MONEDA       PIC X(03).
               10 WSS-GRP-MOVS         PIC 9(04).
               10 WSS-GRP-NUEVOS       PIC 9(04).
               10 WSS-GRP-MINIMA       PIC 9(02).
               10 WSS-GRP-TOTAL        PIC 9(09)V99.
       01  WSS-I                       PIC 9(04).
       01  WSS-M                       PIC 9(04).
       01  WSS-G                       PIC 9(04).
       01  WSS-P                       PIC 9(03).
       01  WSS-SW-ALERTADO             PIC X(01).
           88 WSS-YA-ALERTADO                      VALUE 'S'.
           88 WSS-NO-ALERTADO                      VALUE 'N'.
       01  WSS-REGLA-BUSCADA           PIC X(01).
       01  WSS-CLIENTE-GRUPO           PIC 9(08).
       01  WSS-CTA-GRUPO               PIC 9(04).
       01  WSS-NRO-ALERTA              PIC 9(05) VALUE 0.
       01  WSS-MOV-NUEVO               PIC X(01).
      *-----------------------------------------------------------------*
      *    CALCULO DEL PRIMER DIA DE CADA VENTANA
      *-----------------------------------------------------------------*
       01  WSS-FECHA-NEGOCIO           PIC 9(08).
       01  WSS-FECHA-CALC.
           05 WSS-CALC-AAAA            PIC 9(04).
           05 WSS-CALC-MM              PIC 9(02).
           05 WSS-CALC-DD              PIC 9(02).
       01  WSS-FECHA-CALC-NUM REDEFINES WSS-FECHA-CALC
                                       PIC 9(08).
       01  WSS-DIAS-A-RESTAR           PIC 9(02).
       01  WSS-SW-FECHA-CALC           PIC X(01).
           88 WSS-FECHA-CALC-VALIDA                VALUE 'S'.
           88 WSS-FECHA-CALC-INVALIDA              VALUE 'N'.
       01  WSS-TOTALES-CONTROL.
           05 WSS-PARAMETROS-LEIDOS    PIC 9(04).
           05 WSS-CUENTAS-LEIDAS       PIC 9(06).
           05 WSS-CTAS-SIN-UMBRAL      PIC 9(06).
           05 WSS-MOVS-LEIDOS          PIC 9(08).
           05 WSS-ALERTADOS-CARGADOS   PIC 9(06).
           05 WSS-ALERTAS-EFECTIVO     PIC 9(05).
           05 WSS-ALERTAS-FRACCION     PIC 9(05).
           05 WSS-MOVS-ALERTADOS       PIC 9(06).
       01  AREADECOM-CTL.
           COPY CPY003.
       01  AREADECOM-FEC.
           COPY CPY004.

      ******************************************************************
       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           PERFORM 1000-INICIO
           PERFORM 2000-MOVIMIENTOS-CUENTA
               VARYING WSS-I FROM 1 BY 1
               UNTIL WSS-I > WSS-CTA-CANT
           PERFORM 3000-EVALUA-EFECTIVO
               VARYING WSS-M FROM 1 BY 1
               UNTIL WSS-M > WSS-MOV-CANT
           PERFORM 4000-AGRUPA-MOVIMIENTO
               VARYING WSS-M FROM 1 BY 1
               UNTIL WSS-M > WSS-MOV-CANT
           PERFORM 4100-EVALUA-GRUPO
               VARYING WSS-G FROM 1 BY 1
               UNTIL WSS-G > WSS-GRP-CANT
           SET WSS-PROCESO-COMPLETO TO TRUE
           PERFORM 9000-FINALIZAR
           .

      *-----------------------------------------------------------------*
      *    CONTROL DE CORRIDAS, UMBRALES, CLIENTES, CUENTAS Y LO YA
      *    ALERTADO; ABRO LA HISTORIA Y EL ARCHIVO DE ALERTAS
      *-----------------------------------------------------------------*
       1000-INICIO.
           PERFORM 1020-CONTROL-DE-CORRIDA
           INITIALIZE WSS-TOTALES-CONTROL
           MOVE CTL-FECHA-NEGOCIO TO WSS-FECHA-NEGOCIO

           PERFORM 1100-CARGA-PARAMETROS
           PERFORM 1200-CARGA-CLIENTES
           PERFORM 1300-CARGA-CUENTAS
           PERFORM 1400-CARGA-ALERTADOS

           SET WSS-SIN-HISTORIA TO TRUE
           OPEN INPUT HISTORIA
           EVALUATE TRUE
               WHEN FS-HISTORIA-OK
                   SET WSS-HAY-HISTORIA TO TRUE
               WHEN FS-HISTORIA-NO-EXISTE
                   DISPLAY 'LAVMON: NO EXISTE MOVHIST.DAT, NO HAY '
                           'MOVIMIENTOS PARA MONITOREAR'
               WHEN OTHER
                   DISPLAY 'ERROR APERTURA MOVHIST.DAT FS: '
                            FS-HISTORIA
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE

           OPEN OUTPUT ALERTAS
           IF NOT FS-ALERTAS-OK
               DISPLAY 'ERROR APERTURA LAVALER.DAT FS: ' FS-ALERTAS
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       1000-INICIO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CONTROL DE CORRIDAS: ME FRENO SI ESTE PASO YA COMPLETO LA
      *    FECHA DE NEGOCIO VIGENTE (LA RECORRIDA DUPLICARIA ALERTAS
      *    EN LAVALER.DAT). NO TIENE PREDECESOR: SOLO LEE LA HISTORIA
      *    QUE DEJO APLICMOV Y LOS MAESTROS
      *-----------------------------------------------------------------*
       1020-CONTROL-DE-CORRIDA.
           SET CTL-FUNCION-INICIO TO TRUE
           MOVE 'LAVMON'   TO CTL-PROGRAMA
           MOVE SPACES     TO CTL-PREDECESOR
           MOVE 0          TO CTL-RETORNO-JOB
           CALL 'RUNCTL' USING AREADECOM-CTL
           EVALUATE TRUE
               WHEN CTL-OK
                   CONTINUE
               WHEN CTL-YA-CORRIO
                   DISPLAY 'LAVMON YA COMPLETADO PARA LA FECHA DE '
                           'NEGOCIO ' CTL-FECHA-NEGOCIO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'LAVMON: CONTROL DE CORRIDAS CON ERROR'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .
       1020-CONTROL-DE-CORRIDA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    LAVPAR.DAT ES OBLIGATORIO: SIN UMBRALES NO HAY MONITOREO, Y
      *    UNA CORRIDA "LIMPIA" SIN ALERTAS SERIA UNA MENTIRA PARA
      *    CUMPLIMIENTO
      *-----------------------------------------------------------------*
       1100-CARGA-PARAMETROS.
           MOVE 99999999 TO WSS-DESDE-MINIMO
           OPEN INPUT PARM
           IF NOT FS-PARM-OK
               DISPLAY 'ERROR APERTURA LAVPAR.DAT FS: ' FS-PARM
               PERFORM 9050-ERROR-FATAL
           END-IF
           PERFORM 1110-LEE-PARAMETRO UNTIL FS-PARM-FIN
           CLOSE PARM

           IF WSS-PAR-CANT = 0
               DISPLAY 'LAVMON: LAVPAR.DAT SIN UMBRALES'
               PERFORM 9050-ERROR-FATAL
           END-IF
           IF WSS-PAR-PERDIDOS > 0
               DISPLAY 'LAVMON: TABLA DE UMBRALES LLENA, '
                        WSS-PAR-PERDIDOS ' LINEAS SIN CARGAR'
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       1100-CARGA-PARAMETROS-EXIT. EXIT.

       1110-LEE-PARAMETRO.
           READ PARM
           EVALUATE TRUE
               WHEN FS-PARM-OK
                   ADD 1 TO WSS-PARAMETROS-LEIDOS
                   IF WSS-PAR-CANT < 100
                       ADD 1 TO WSS-PAR-CANT
                       SET WSS-PAR-IDX TO WSS-PAR-CANT
                       MOVE LP-PAIS   TO WSS-PAR-PAIS (WSS-PAR-IDX)
                       MOVE LP-MONEDA TO WSS-PAR-MONEDA (WSS-PAR-IDX)
                       MOVE LP-UMBRAL TO WSS-PAR-UMBRAL (WSS-PAR-IDX)
                       COMPUTE WSS-PAR-PISO (WSS-PAR-IDX) ROUNDED =
                           LP-UMBRAL * LP-PORC-BANDA / 100
                       MOVE LP-CANT-MINIMA
                            TO WSS-PAR-MINIMA (WSS-PAR-IDX)
                       PERFORM 1150-CALCULA-DESDE
                       MOVE WSS-FECHA-CALC-NUM
                            TO WSS-PAR-DESDE (WSS-PAR-IDX)
                       IF WSS-FECHA-CALC-NUM < WSS-DESDE-MINIMO
                           MOVE WSS-FECHA-CALC-NUM
                                TO WSS-DESDE-MINIMO
                       END-IF
                   ELSE
                       ADD 1 TO WSS-PAR-PERDIDOS
                   END-IF
               WHEN FS-PARM-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA LAVPAR.DAT FS: ' FS-PARM
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1110-LEE-PARAMETRO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    PRIMER DIA DE LA VENTANA: LA FECHA DE NEGOCIO ES EL ULTIMO,
      *    ASI QUE SE RETROCEDEN LOS DIAS DE LA VENTANA MENOS UNO
      *-----------------------------------------------------------------*
       1150-CALCULA-DESDE.
           MOVE WSS-FECHA-NEGOCIO TO WSS-FECHA-CALC-NUM
           MOVE 0 TO WSS-DIAS-A-RESTAR
           IF LP-DIAS-VENTANA > 1
               COMPUTE WSS-DIAS-A-RESTAR = LP-DIAS-VENTANA - 1
           END-IF
           PERFORM 1160-RESTA-UN-DIA WSS-DIAS-A-RESTAR TIMES
           .
       1150-CALCULA-DESDE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    RESTO UN DIA CALENDARIO: DEL DIA 1 SE PASA AL ULTIMO DIA
      *    DEL MES ANTERIOR (DESDE EL 31, RETROCEDIENDO HASTA QUE
      *    FECHAVAL LO DE POR VALIDO)
      *-----------------------------------------------------------------*
       1160-RESTA-UN-DIA.
           IF WSS-CALC-DD > 1
               SUBTRACT 1 FROM WSS-CALC-DD
           ELSE
               IF WSS-CALC-MM > 1
                   SUBTRACT 1 FROM WSS-CALC-MM
               ELSE
                   MOVE 12 TO WSS-CALC-MM
                   SUBTRACT 1 FROM WSS-CALC-AAAA
               END-IF
               MOVE 31 TO WSS-CALC-DD
               PERFORM 1170-VALIDA-FECHA-CALC
               PERFORM 1180-RETROCEDE-UN-DIA
                   UNTIL WSS-FECHA-CALC-VALIDA
           END-IF
           .
       1160-RESTA-UN-DIA-EXIT. EXIT.

       1170-VALIDA-FECHA-CALC.
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
       1170-VALIDA-FECHA-CALC-EXIT. EXIT.

       1180-RETROCEDE-UN-DIA.
           SUBTRACT 1 FROM WSS-CALC-DD
           PERFORM 1170-VALIDA-FECHA-CALC
           .
       1180-RETROCEDE-UN-DIA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CON CLIENTES SIN CARGAR, UN TITULAR PODRIA QUEDAR SIN NOMBRE
      *    NI DOCUMENTO EN LA ALERTA: LA CORRIDA ABORTA
      *-----------------------------------------------------------------*
       1200-CARGA-CLIENTES.
           OPEN INPUT MAESTRO-CLI
           IF NOT FS-MAESTRO-CLI-OK
               DISPLAY 'ERROR APERTURA CLIENTES.DAT FS: '
                        FS-MAESTRO-CLI
               PERFORM 9050-ERROR-FATAL
           END-IF
           PERFORM 1210-LEE-CLIENTE UNTIL FS-MAESTRO-CLI-FIN
           CLOSE MAESTRO-CLI

           IF WSS-CLI-PERDIDOS > 0
               DISPLAY 'LAVMON: TABLA DE CLIENTES LLENA, '
                        WSS-CLI-PERDIDOS ' CLIENTES SIN CARGAR'
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       1200-CARGA-CLIENTES-EXIT. EXIT.

       1210-LEE-CLIENTE.
           READ MAESTRO-CLI
           EVALUATE TRUE
               WHEN FS-MAESTRO-CLI-OK
                   IF WSS-CLI-CANT < 500
                       ADD 1 TO WSS-CLI-CANT
                       SET WSS-CLI-IDX TO WSS-CLI-CANT
                       MOVE CLI-NUM-CLIENTE
                            TO WSS-CLI-NUMERO (WSS-CLI-IDX)
                       MOVE CLI-NOMBRE
                            TO WSS-CLI-NOMBRE (WSS-CLI-IDX)
                       MOVE CLI-TIPO-DOC
                            TO WSS-CLI-TIPO-DOC (WSS-CLI-IDX)
                       MOVE CLI-NUM-DOC
                            TO WSS-CLI-NUM-DOC (WSS-CLI-IDX)
                   ELSE
                       ADD 1 TO WSS-CLI-PERDIDOS
                   END-IF
               WHEN FS-MAESTRO-CLI-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA CLIENTES.DAT FS: '
                            FS-MAESTRO-CLI
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1210-LEE-CLIENTE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CARGO EL MAESTRO DE CUENTAS: EL FRACCIONAMIENTO SE JUZGA POR
      *    TITULAR, Y LAS CUENTAS DE UN TITULAR ESTAN REPARTIDAS POR
      *    PAISES Y SUCURSALES. CON CUENTAS SIN CARGAR ALGUN PATRON
      *    QUEDARIA SIN VER: LA CORRIDA ABORTA
      *-----------------------------------------------------------------*
       1300-CARGA-CUENTAS.
           OPEN INPUT MAESTRO-CTA
           IF NOT FS-MAESTRO-CTA-OK
               DISPLAY 'ERROR APERTURA CUENTAS.TXT FS: ' FS-MAESTRO-CTA
               PERFORM 9050-ERROR-FATAL
           END-IF
           PERFORM 1310-LEE-CUENTA UNTIL FS-MAESTRO-CTA-FIN
           CLOSE MAESTRO-CTA

           IF WSS-CTA-PERDIDAS > 0
               DISPLAY 'LAVMON: TABLA DE CUENTAS LLENA, '
                        WSS-CTA-PERDIDAS ' CUENTAS SIN CARGAR'
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       1300-CARGA-CUENTAS-EXIT. EXIT.

       1310-LEE-CUENTA.
           READ MAESTRO-CTA NEXT RECORD
           EVALUATE TRUE
               WHEN FS-MAESTRO-CTA-OK
                   ADD 1 TO WSS-CUENTAS-LEIDAS
                   IF WSS-CTA-CANT < 2000
                       ADD 1 TO WSS-CTA-CANT
                       SET WSS-CTA-IDX TO WSS-CTA-CANT
                       MOVE CTA-NUM-CLIENTE
                            TO WSS-CTA-CLIENTE (WSS-CTA-IDX)
                       MOVE CTA-PAIS
                            TO WSS-CTA-PAIS (WSS-CTA-IDX)
                       MOVE CTA-SUCURSAL
                            TO WSS-CTA-SUC (WSS-CTA-IDX)
                       MOVE CTA-NUM-CUENTA
                            TO WSS-CTA-NUMERO (WSS-CTA-IDX)
                       MOVE CTA-NOMBRE-TITULAR
                            TO WSS-CTA-NOMBRE (WSS-CTA-IDX)
                       MOVE CTA-MONEDA
                            TO WSS-CTA-MONEDA (WSS-CTA-IDX)
                       PERFORM 1320-BUSCA-UMBRAL
                   ELSE
                       ADD 1 TO WSS-CTA-PERDIDAS
                   END-IF
               WHEN FS-MAESTRO-CTA-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA CUENTAS.TXT FS: '
                            FS-MAESTRO-CTA
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1310-LEE-CUENTA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    UNA CUENTA ABIERTA DE UN PAIS/MONEDA SIN UMBRAL QUEDA FUERA
      *    DEL MONITOREO: SE CUENTA Y LA CORRIDA TERMINA CON RC 4 PARA
      *    QUE CUMPLIMIENTO COMPLETE LAVPAR.DAT
      *-----------------------------------------------------------------*
       1320-BUSCA-UMBRAL.
           MOVE 0 TO WSS-CTA-PAR (WSS-CTA-IDX)
           SET WSS-PAR-IDX TO 1
           SEARCH WSS-PAR-ENTRY
               AT END
                   IF NOT CTA-ESTADO-CERRADA
                       ADD 1 TO WSS-CTAS-SIN-UMBRAL
                   END-IF
               WHEN WSS-PAR-PAIS (WSS-PAR-IDX) = CTA-PAIS
                AND WSS-PAR-MONEDA (WSS-PAR-IDX) = CTA-MONEDA
                   SET WSS-P TO WSS-PAR-IDX
                   MOVE WSS-P TO WSS-CTA-PAR (WSS-CTA-IDX)
           END-SEARCH
           .
       1320-BUSCA-UMBRAL-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    LAVHIST.DAT ES OPCIONAL (LA PRIMERA NOCHE NO EXISTE). SOLO
      *    INTERESAN LOS MOVIMIENTOS QUE TODAVIA CAEN EN ALGUNA VENTANA
      *-----------------------------------------------------------------*
       1400-CARGA-ALERTADOS.
           OPEN INPUT ALERTADOS
           EVALUATE TRUE
               WHEN FS-ALERTADOS-OK
                   PERFORM 1410-LEE-ALERTADO UNTIL FS-ALERTADOS-FIN
                   CLOSE ALERTADOS
               WHEN FS-ALERTADOS-NO-EXISTE
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR APERTURA LAVHIST.DAT FS: '
                            FS-ALERTADOS
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE

      *    SIN TODO LO YA ALERTADO EN MEMORIA SE REPETIRIAN ALERTAS
           IF WSS-ALD-PERDIDOS > 0
               DISPLAY 'LAVMON: TABLA DE ALERTADOS LLENA, '
                        WSS-ALD-PERDIDOS ' MOVIMIENTOS SIN CARGAR'
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       1400-CARGA-ALERTADOS-EXIT. EXIT.

       1410-LEE-ALERTADO.
           READ ALERTADOS
           EVALUATE TRUE
               WHEN FS-ALERTADOS-OK
                   IF LH-FECHA-PROCESO >= WSS-DESDE-MINIMO
                       IF WSS-ALD-CANT < 5000
                           ADD 1 TO WSS-ALD-CANT
                           ADD 1 TO WSS-ALERTADOS-CARGADOS
                           SET WSS-ALD-IDX TO WSS-ALD-CANT
                           MOVE LH-REGLA
                                TO WSS-ALD-REGLA (WSS-ALD-IDX)
                           MOVE LH-PAIS
                                TO WSS-ALD-PAIS (WSS-ALD-IDX)
                           MOVE LH-SUCURSAL
                                TO WSS-ALD-SUC (WSS-ALD-IDX)
                           MOVE LH-NUM-CUENTA
                                TO WSS-ALD-CUENTA (WSS-ALD-IDX)
                           MOVE LH-FECHA-VALOR
                                TO WSS-ALD-FECHA-VALOR (WSS-ALD-IDX)
                           MOVE LH-REFERENCIA
                                TO WSS-ALD-REFERENCIA (WSS-ALD-IDX)
                       ELSE
                           ADD 1 TO WSS-ALD-PERDIDOS
                       END-IF
                   END-IF
               WHEN FS-ALERTADOS-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA LAVHIST.DAT FS: '
                            FS-ALERTADOS
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1410-LEE-ALERTADO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    POSICIONO LA HISTORIA EN LA CUENTA WSS-I Y GUARDO SUS
      *    DEPOSITOS/EXTRACCIONES DE LA VENTANA QUE LLEGAN AL PISO. LAS
      *    CUENTAS SIN UMBRAL NO SE MIRAN
      *-----------------------------------------------------------------*
       2000-MOVIMIENTOS-CUENTA.
           IF WSS-HAY-HISTORIA AND WSS-CTA-PAR (WSS-I) > 0
               MOVE WSS-CTA-PAR (WSS-I)    TO WSS-P
               MOVE WSS-CTA-PAIS (WSS-I)   TO MH-PAIS
               MOVE WSS-CTA-SUC (WSS-I)    TO MH-SUCURSAL
               MOVE WSS-CTA-NUMERO (WSS-I) TO MH-NUM-CUENTA
               MOVE 0                      TO MH-FECHA-VALOR
               MOVE 0                      TO MH-REFERENCIA

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
           .
       2000-MOVIMIENTOS-CUENTA-EXIT. EXIT.

       2010-LEE-MOV-CUENTA.
           READ HISTORIA NEXT RECORD
           EVALUATE TRUE
               WHEN FS-HISTORIA-OK
                   IF MH-PAIS = WSS-CTA-PAIS (WSS-I)
                      AND MH-SUCURSAL = WSS-CTA-SUC (WSS-I)
                      AND MH-NUM-CUENTA = WSS-CTA-NUMERO (WSS-I)
                       ADD 1 TO WSS-MOVS-LEIDOS
                       IF (MH-TIPO = 'D' OR MH-TIPO = 'E')
                          AND MH-FECHA-PROCESO >= WSS-PAR-DESDE (WSS-P)
                          AND MH-FECHA-PROCESO <= WSS-FECHA-NEGOCIO
                          AND MH-IMPORTE >= WSS-PAR-PISO (WSS-P)
                           PERFORM 2020-GUARDA-MOVIMIENTO
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
      *    CON MOVIMIENTOS SIN GUARDAR SE PODRIA PERDER UNA ALERTA: LA
      *    CORRIDA ABORTA
      *-----------------------------------------------------------------*
       2020-GUARDA-MOVIMIENTO.
           IF WSS-MOV-CANT < 5000
               ADD 1 TO WSS-MOV-CANT
               SET WSS-MOV-IDX TO WSS-MOV-CANT
               MOVE WSS-I            TO WSS-MOV-CTA (WSS-MOV-IDX)
               MOVE MH-FECHA-PROCESO TO WSS-MOV-FECHA-PROC (WSS-MOV-IDX)
               MOVE MH-FECHA-VALOR
                    TO WSS-MOV-FECHA-VALOR (WSS-MOV-IDX)
               MOVE MH-TIPO          TO WSS-MOV-TIPO (WSS-MOV-IDX)
               MOVE MH-IMPORTE       TO WSS-MOV-IMPORTE (WSS-MOV-IDX)
               MOVE MH-REFERENCIA
                    TO WSS-MOV-REFERENCIA (WSS-MOV-IDX)
               MOVE 'N' TO WSS-MOV-ALERTA-G (WSS-MOV-IDX)
               MOVE 'N' TO WSS-MOV-ALERTA-F (WSS-MOV-IDX)
               MOVE 0   TO WSS-MOV-GRUPO (WSS-MOV-IDX)
               MOVE 0   TO WSS-MOV-NRO-G (WSS-MOV-IDX)
               MOVE 0   TO WSS-MOV-NRO-F (WSS-MOV-IDX)

               MOVE 'G' TO WSS-REGLA-BUSCADA
               PERFORM 2030-BUSCA-ALERTADO
               MOVE WSS-SW-ALERTADO TO WSS-MOV-YA-G (WSS-MOV-IDX)
               MOVE 'F' TO WSS-REGLA-BUSCADA
               PERFORM 2030-BUSCA-ALERTADO
               MOVE WSS-SW-ALERTADO TO WSS-MOV-YA-F (WSS-MOV-IDX)
           ELSE
               ADD 1 TO WSS-MOV-PERDIDOS
               DISPLAY 'LAVMON: TABLA DE MOVIMIENTOS LLENA'
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       2020-GUARDA-MOVIMIENTO-EXIT. EXIT.

       2030-BUSCA-ALERTADO.
           SET WSS-NO-ALERTADO TO TRUE
           IF WSS-ALD-CANT > 0
               SET WSS-ALD-IDX TO 1
               SEARCH WSS-ALD-ENTRY
                   AT END
                       CONTINUE
                   WHEN WSS-ALD-REGLA (WSS-ALD-IDX) = WSS-REGLA-BUSCADA
                    AND WSS-ALD-PAIS (WSS-ALD-IDX) = MH-PAIS
                    AND WSS-ALD-SUC (WSS-ALD-IDX) = MH-SUCURSAL
                    AND WSS-ALD-CUENTA (WSS-ALD-IDX) = MH-NUM-CUENTA
                    AND WSS-ALD-FECHA-VALOR (WSS-ALD-IDX)
                        = MH-FECHA-VALOR
                    AND WSS-ALD-REFERENCIA (WSS-ALD-IDX)
                        = MH-REFERENCIA
                       SET WSS-YA-ALERTADO TO TRUE
               END-SEARCH
           END-IF
           .
       2030-BUSCA-ALERTADO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    REGLA 'G': EFECTIVO DE LA FECHA DE NEGOCIO IGUAL O MAYOR AL
      *    UMBRAL DE SU PAIS/MONEDA. UNA ALERTA POR MOVIMIENTO
      *-----------------------------------------------------------------*
       3000-EVALUA-EFECTIVO.
           MOVE WSS-MOV-CTA (WSS-M) TO WSS-I
           MOVE WSS-CTA-PAR (WSS-I) TO WSS-P
           IF WSS-MOV-FECHA-PROC (WSS-M) = WSS-FECHA-NEGOCIO
              AND WSS-MOV-IMPORTE (WSS-M) >= WSS-PAR-UMBRAL (WSS-P)
              AND WSS-MOV-YA-G (WSS-M) NOT = 'S'
               ADD 1 TO WSS-ALERTAS-EFECTIVO
               ADD 1 TO WSS-NRO-ALERTA
               MOVE WSS-CTA-CLIENTE (WSS-I) TO WSS-CLIENTE-GRUPO
               MOVE WSS-I                   TO WSS-CTA-GRUPO
               PERFORM 5100-ARMA-TITULAR
               MOVE 'G'                     TO AL-REGLA
               MOVE WSS-CTA-MONEDA (WSS-I)  TO AL-MONEDA
               MOVE 1                       TO AL-CANT-MOVS
               MOVE WSS-MOV-IMPORTE (WSS-M) TO AL-TOTAL
               MOVE 'EFECTIVO SOBRE UMBRAL' TO AL-DESCRIPCION
               PERFORM 5200-GRABO-CABECERA
               MOVE 'S' TO WSS-MOV-ALERTA-G (WSS-M)
               MOVE WSS-NRO-ALERTA TO WSS-MOV-NRO-G (WSS-M)
               MOVE 'S' TO WSS-MOV-NUEVO
               PERFORM 5300-GRABO-MOVIMIENTO
           END-IF
           .
       3000-EVALUA-EFECTIVO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    REGLA 'F': JUNTO POR TITULAR + MONEDA LOS MOVIMIENTOS APENAS
      *    POR DEBAJO DEL UMBRAL (ENTRE EL PISO Y EL UMBRAL)
      *-----------------------------------------------------------------*
       4000-AGRUPA-MOVIMIENTO.
           MOVE WSS-MOV-CTA (WSS-M) TO WSS-I
           MOVE WSS-CTA-PAR (WSS-I) TO WSS-P
           IF WSS-MOV-IMPORTE (WSS-M) < WSS-PAR-UMBRAL (WSS-P)
               MOVE WSS-CTA-CLIENTE (WSS-I) TO WSS-CLIENTE-GRUPO
               IF WSS-CLIENTE-GRUPO = 0
                   MOVE WSS-I TO WSS-CTA-GRUPO
               ELSE
                   MOVE 0     TO WSS-CTA-GRUPO
               END-IF
               PERFORM 4010-BUSCA-GRUPO

               MOVE WSS-G TO WSS-MOV-GRUPO (WSS-M)
               ADD 1 TO WSS-GRP-MOVS (WSS-G)
               ADD WSS-MOV-IMPORTE (WSS-M) TO WSS-GRP-TOTAL (WSS-G)
               IF WSS-MOV-YA-F (WSS-M) NOT = 'S'
                   ADD 1 TO WSS-GRP-NUEVOS (WSS-G)
               END-IF
               IF WSS-PAR-MINIMA (WSS-P) < WSS-GRP-MINIMA (WSS-G)
                   MOVE WSS-PAR-MINIMA (WSS-P) TO WSS-GRP-MINIMA (WSS-G)
               END-IF
           END-IF
           .
       4000-AGRUPA-MOVIMIENTO-EXIT. EXIT.

       4010-BUSCA-GRUPO.
           MOVE 0 TO WSS-G
           IF WSS-GRP-CANT > 0
               SET WSS-GRP-IDX TO 1
               SEARCH WSS-GRP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WSS-GRP-CLIENTE (WSS-GRP-IDX)
                        = WSS-CLIENTE-GRUPO
                    AND WSS-GRP-CTA (WSS-GRP-IDX) = WSS-CTA-GRUPO
                    AND WSS-GRP-MONEDA (WSS-GRP-IDX)
                        = WSS-CTA-MONEDA (WSS-I)
                       SET WSS-G TO WSS-GRP-IDX
               END-SEARCH
           END-IF

           IF WSS-G = 0
               IF WSS-GRP-CANT < 2000
                   ADD 1 TO WSS-GRP-CANT
                   MOVE WSS-GRP-CANT TO WSS-G
                   MOVE WSS-CLIENTE-GRUPO TO WSS-GRP-CLIENTE (WSS-G)
                   MOVE WSS-CTA-GRUPO     TO WSS-GRP-CTA (WSS-G)
                   MOVE WSS-CTA-MONEDA (WSS-I)
                        TO WSS-GRP-MONEDA (WSS-G)
                   MOVE 0  TO WSS-GRP-MOVS (WSS-G)
                   MOVE 0  TO WSS-GRP-NUEVOS (WSS-G)
                   MOVE 99 TO WSS-GRP-MINIMA (WSS-G)
                   MOVE 0  TO WSS-GRP-TOTAL (WSS-G)
               ELSE
                   DISPLAY 'LAVMON: TABLA DE TITULARES LLENA'
                   PERFORM 9050-ERROR-FATAL
               END-IF
           END-IF
           .
       4010-BUSCA-GRUPO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    EL GRUPO WSS-G ALERTA SI JUNTA LA CANTIDAD MINIMA Y TRAE AL
      *    MENOS UN MOVIMIENTO QUE NO SE HABIA ALERTADO: SIN NOVEDAD,
      *    EL MISMO PATRON NO SE REPITE NOCHE TRAS NOCHE
      *-----------------------------------------------------------------*
       4100-EVALUA-GRUPO.
           IF WSS-GRP-MOVS (WSS-G) >= WSS-GRP-MINIMA (WSS-G)
              AND WSS-GRP-NUEVOS (WSS-G) > 0
               ADD 1 TO WSS-ALERTAS-FRACCION
               ADD 1 TO WSS-NRO-ALERTA
               MOVE WSS-GRP-CLIENTE (WSS-G) TO WSS-CLIENTE-GRUPO
               MOVE WSS-GRP-CTA (WSS-G)     TO WSS-CTA-GRUPO
               IF WSS-CTA-GRUPO = 0
                   PERFORM 4150-PRIMERA-CUENTA-GRUPO
               END-IF
               PERFORM 5100-ARMA-TITULAR
               MOVE 'F'                     TO AL-REGLA
               MOVE WSS-GRP-MONEDA (WSS-G)  TO AL-MONEDA
               MOVE WSS-GRP-MOVS (WSS-G)    TO AL-CANT-MOVS
               MOVE WSS-GRP-TOTAL (WSS-G)   TO AL-TOTAL
               MOVE 'FRACCIONAMIENTO BAJO UMBRAL' TO AL-DESCRIPCION
               PERFORM 5200-GRABO-CABECERA
               PERFORM 4200-DETALLE-GRUPO
                   VARYING WSS-M FROM 1 BY 1
                   UNTIL WSS-M > WSS-MOV-CANT
           END-IF
           .
       4100-EVALUA-GRUPO-EXIT. EXIT.

      *    EL NOMBRE DE RESPALDO (TITULAR SIN CLIENTES.DAT) SALE DE LA
      *    PRIMERA CUENTA DEL GRUPO
       4150-PRIMERA-CUENTA-GRUPO.
           SET WSS-MOV-IDX TO 1
           SEARCH WSS-MOV-ENTRY
               AT END
                   CONTINUE
               WHEN WSS-MOV-GRUPO (WSS-MOV-IDX) = WSS-G
                   MOVE WSS-MOV-CTA (WSS-MOV-IDX) TO WSS-CTA-GRUPO
           END-SEARCH
           .
       4150-PRIMERA-CUENTA-GRUPO-EXIT. EXIT.

       4200-DETALLE-GRUPO.
           IF WSS-MOV-GRUPO (WSS-M) = WSS-G
               MOVE 'S' TO WSS-MOV-ALERTA-F (WSS-M)
               MOVE WSS-NRO-ALERTA TO WSS-MOV-NRO-F (WSS-M)
               IF WSS-MOV-YA-F (WSS-M) = 'S'
                   MOVE 'N' TO WSS-MOV-NUEVO
               ELSE
                   MOVE 'S' TO WSS-MOV-NUEVO
               END-IF
               PERFORM 5300-GRABO-MOVIMIENTO
           END-IF
           .
       4200-DETALLE-GRUPO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    DATOS DEL TITULAR DE LA ALERTA: DE CLIENTES.DAT SI LA CUENTA
      *    TIENE CLIENTE, SI NO EL NOMBRE TIPEADO EN LA CUENTA
      *    WSS-CTA-GRUPO
      *-----------------------------------------------------------------*
       5100-ARMA-TITULAR.
           MOVE SPACES TO REG-ALERTA
           MOVE WSS-CLIENTE-GRUPO TO AL-NUM-CLIENTE
           MOVE WSS-CTA-NOMBRE (WSS-CTA-GRUPO) TO AL-NOMBRE
           IF WSS-CLIENTE-GRUPO > 0 AND WSS-CLI-CANT > 0
               SET WSS-CLI-IDX TO 1
               SEARCH WSS-CLI-ENTRY
                   AT END
                       CONTINUE
                   WHEN WSS-CLI-NUMERO (WSS-CLI-IDX) = WSS-CLIENTE-GRUPO
                       MOVE WSS-CLI-NOMBRE (WSS-CLI-IDX) TO AL-NOMBRE
                       MOVE WSS-CLI-TIPO-DOC (WSS-CLI-IDX)
                            TO AL-TIPO-DOC
                       MOVE WSS-CLI-NUM-DOC (WSS-CLI-IDX)
                            TO AL-NUM-DOC
               END-SEARCH
           END-IF
           .
       5100-ARMA-TITULAR-EXIT. EXIT.

       5200-GRABO-CABECERA.
           MOVE 'A'               TO AL-TIPO-REG
           MOVE WSS-NRO-ALERTA    TO AL-NRO-ALERTA
           MOVE WSS-FECHA-NEGOCIO TO AL-FECHA
           WRITE REG-ALERTA
           IF NOT FS-ALERTAS-OK
               DISPLAY 'ERROR ESCRITURA LAVALER.DAT FS: ' FS-ALERTAS
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       5200-GRABO-CABECERA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    REGISTRO 'M' DEL MOVIMIENTO WSS-M (WSS-MOV-NUEVO LO CARGA EL
      *    QUE LLAMA)
      *-----------------------------------------------------------------*
       5300-GRABO-MOVIMIENTO.
           MOVE WSS-MOV-CTA (WSS-M) TO WSS-I
           MOVE SPACES                      TO REG-ALERTA-MOV
           MOVE 'M'                         TO AM-TIPO-REG
           MOVE WSS-NRO-ALERTA              TO AM-NRO-ALERTA
           MOVE WSS-CTA-PAIS (WSS-I)        TO AM-PAIS
           MOVE WSS-CTA-SUC (WSS-I)         TO AM-SUCURSAL
           MOVE WSS-CTA-NUMERO (WSS-I)      TO AM-NUM-CUENTA
           MOVE WSS-MOV-FECHA-PROC (WSS-M)  TO AM-FECHA-PROCESO
           MOVE WSS-MOV-FECHA-VALOR (WSS-M) TO AM-FECHA-VALOR
           MOVE WSS-MOV-TIPO (WSS-M)        TO AM-TIPO
           MOVE WSS-MOV-IMPORTE (WSS-M)     TO AM-IMPORTE
           MOVE WSS-MOV-REFERENCIA (WSS-M)  TO AM-REFERENCIA
           MOVE WSS-MOV-NUEVO               TO AM-NUEVO
           WRITE REG-ALERTA-MOV
           IF NOT FS-ALERTAS-OK
               DISPLAY 'ERROR ESCRITURA LAVALER.DAT FS: ' FS-ALERTAS
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       5300-GRABO-MOVIMIENTO-EXIT. EXIT.

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
      *    CIERRO ARCHIVOS, DISPLAYO TOTALES DE CONTROL. LO ALERTADO SE
      *    AGREGA AL ACUMULATIVO SOLO EN UNA CORRIDA COMPLETA
      *-----------------------------------------------------------------*
       9000-FINALIZAR.
           IF WSS-PROCESO-COMPLETO AND RETURN-CODE < 8
               PERFORM 9200-GRABA-ALERTADOS
           END-IF
           PERFORM 9100-TOTALES-DE-CONTROL
           PERFORM 9160-ESTAMPA-CORRIDA
           CLOSE HISTORIA
           CLOSE ALERTAS
           STOP RUN
           .
       9000-FINALIZAR-EXIT. EXIT.

       9100-TOTALES-DE-CONTROL.
           DISPLAY '-------------------------------'
           DISPLAY '- UMBRALES LEIDOS: '        WSS-PARAMETROS-LEIDOS
           DISPLAY '- CUENTAS LEIDAS: '         WSS-CUENTAS-LEIDAS
           DISPLAY '- CUENTAS SIN UMBRAL: '     WSS-CTAS-SIN-UMBRAL
           DISPLAY '- MOVIMIENTOS LEIDOS: '     WSS-MOVS-LEIDOS
           DISPLAY '- MOVIMIENTOS EN VENTANA: ' WSS-MOV-CANT
           DISPLAY '- YA ALERTADOS CARGADOS: '  WSS-ALERTADOS-CARGADOS
           DISPLAY '- ALERTAS EFECTIVO: '       WSS-ALERTAS-EFECTIVO
           DISPLAY '- ALERTAS FRACCIONAMIENTO: ' WSS-ALERTAS-FRACCION
           DISPLAY '- MOVIMIENTOS ALERTADOS: '  WSS-MOVS-ALERTADOS
           DISPLAY '-------------------------------'

           IF RETURN-CODE = 0 AND WSS-CTAS-SIN-UMBRAL > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           .
       9100-TOTALES-DE-CONTROL-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    ESTAMPO EL RESULTADO DEL PASO EN EL CONTROL DE CORRIDAS
      *-----------------------------------------------------------------*
       9160-ESTAMPA-CORRIDA.
           SET CTL-FUNCION-FIN TO TRUE
           MOVE 'LAVMON'   TO CTL-PROGRAMA
           MOVE SPACES     TO CTL-PREDECESOR
           MOVE RETURN-CODE TO CTL-RETORNO-JOB
           CALL 'RUNCTL' USING AREADECOM-CTL
      *    EL GOBACK DE LA RUTINA DEJA EN RETURN-CODE EL DE ELLA (0):
      *    REPONGO EL RETORNO DEL PASO PARA QUE LLEGUE INTACTO AL JOB
           MOVE CTL-RETORNO-JOB TO RETURN-CODE
           IF NOT CTL-OK
               DISPLAY 'LAVMON: NO SE PUDO ESTAMPAR EL CONTROL DE '
                       'CORRIDAS'
           END-IF
           .
       9160-ESTAMPA-CORRIDA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    AGREGO AL ACUMULATIVO CADA MOVIMIENTO ALERTADO ESTA NOCHE,
      *    UNA VEZ POR REGLA
      *-----------------------------------------------------------------*
       9200-GRABA-ALERTADOS.
           OPEN EXTEND ALERTADOS
           IF FS-ALERTADOS-NO-EXISTE
               OPEN OUTPUT ALERTADOS
           END-IF
           IF NOT FS-ALERTADOS-OK
               DISPLAY 'ERROR APERTURA LAVHIST.DAT FS: ' FS-ALERTADOS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 9210-GRABA-ALERTADO
                   VARYING WSS-M FROM 1 BY 1
                   UNTIL WSS-M > WSS-MOV-CANT
               CLOSE ALERTADOS
           END-IF
           .
       9200-GRABA-ALERTADOS-EXIT. EXIT.

       9210-GRABA-ALERTADO.
           IF WSS-MOV-ALERTA-G (WSS-M) = 'S'
              OR WSS-MOV-ALERTA-F (WSS-M) = 'S'
               ADD 1 TO WSS-MOVS-ALERTADOS
               MOVE WSS-MOV-CTA (WSS-M) TO WSS-I
               MOVE WSS-FECHA-NEGOCIO           TO LH-FECHA-ALERTA
               MOVE WSS-CTA-PAIS (WSS-I)        TO LH-PAIS
               MOVE WSS-CTA-SUC (WSS-I)         TO LH-SUCURSAL
               MOVE WSS-CTA-NUMERO (WSS-I)      TO LH-NUM-CUENTA
               MOVE WSS-MOV-FECHA-VALOR (WSS-M) TO LH-FECHA-VALOR
               MOVE WSS-MOV-REFERENCIA (WSS-M)  TO LH-REFERENCIA
               MOVE WSS-MOV-FECHA-PROC (WSS-M)  TO LH-FECHA-PROCESO
           END-IF
           IF WSS-MOV-ALERTA-G (WSS-M) = 'S'
               MOVE 'G' TO LH-REGLA
               MOVE WSS-MOV-NRO-G (WSS-M) TO LH-NRO-ALERTA
               PERFORM 9220-ESCRIBE-ALERTADO
           END-IF
           IF WSS-MOV-ALERTA-F (WSS-M) = 'S'
              AND WSS-MOV-YA-F (WSS-M) NOT = 'S'
               MOVE 'F' TO LH-REGLA
               MOVE WSS-MOV-NRO-F (WSS-M) TO LH-NRO-ALERTA
               PERFORM 9220-ESCRIBE-ALERTADO
           END-IF
           .
       9210-GRABA-ALERTADO-EXIT. EXIT.

       9220-ESCRIBE-ALERTADO.
           WRITE REG-ALERTADO
           IF NOT FS-ALERTADOS-OK
               DISPLAY 'ERROR ESCRITURA LAVHIST.DAT FS: ' FS-ALERTADOS
               MOVE 8 TO RETURN-CODE
           END-IF
           .
       9220-ESCRIBE-ALERTADO-EXIT. EXIT.
