      ******************************************************************
      * Author:    VERONICA ALARCON
      * Date:      2026-10-15
      * Purpose:   ANTIGUEDAD DE DESCUBIERTOS Y EXCESOS SOBRE EL LIMITE
      *            AUTORIZADO. HASTA AHORA UNA CUENTA CON CTA-SALDO
      *            NEGATIVO SOLO SE VEIA EN EL CORTE; NADIE SABIA DESDE
      *            CUANDO ESTABA EN ROJO. POR CADA CUENTA CON SALDO
      *            NEGATIVO SE RECORRE SU HISTORIA MOVHIST.DAT (EN
      *            ORDEN DE CLAVE: FECHA DE VALOR + REFERENCIA) Y SE
      *            TOMA LA FECHA DE VALOR DEL MOVIMIENTO QUE LA DEJO EN
      *            NEGATIVO SIN QUE DESPUES VOLVIERA A CERO O MAS; LOS
      *            DIAS CORRIDOS HASTA LA FECHA DE NEGOCIO (CONTANDO EL
      *            DIA DE ENTRADA) UBICAN LA CUENTA EN UN TRAMO: 1-30,
      *            31-60, 61-90 O MAS DE 90 DIAS. UNA CUENTA SIN
      *            MOVIMIENTOS EN LA HISTORIA CUENTA DESDE SU FECHA DE
      *            APERTURA (COMO EN CTADORM).
      *            SALIDAS:
      *              DESCREP.DAT  REPORTE POR PAIS/SUCURSAL CON EL
      *                           DETALLE DE CADA CUENTA, LOS TOTALES
      *                           POR TRAMO DE LA SUCURSAL Y, APARTE,
      *                           LAS CUENTAS QUE HOY SUPERAN SU
      *                           CTA-LIMITE-DESCUBIERTO CON SU EXCESO.
      *              DESCACC.DAT  UNA TRANSACCION DE BLOQUEO ('B', CON
      *                           EL FORMATO CTAMANTC.CPY DE
      *                           CTAMANT.DAT) POR CADA CUENTA 'A' O
      *                           'I' CON MAS DE 90 DIAS, PARA QUE
      *                           OPERACIONES LA PASE POR MANTCTA.
      *              DESCTOT.DAT  LOS TOTALES POR TRAMO (Y EL DE
      *                           EXCEDIDOS) DE TODO EL GRUPO EN LA
      *                           MONEDA DE REPORTE, CONVERTIDOS CON LA
      *                           TASA DE TIPCAM.DAT VIGENTE A LA FECHA
      *                           DE NEGOCIO (COMO CONSOLID); LOS LEE
      *                           CIERREST PARA EL REPORTE DEL CIERRE.
      *            UNA MONEDA SIN TASA VIGENTE NO FRENA LA CORRIDA: LA
      *            CUENTA SE LISTA IGUAL, QUEDA FUERA DE LOS IMPORTES
      *            CONVERTIDOS Y EL PASO TERMINA CON RETURN-CODE 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DESCMORA.
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
           SELECT TIPOS-CAMBIO ASSIGN TO "TIPCAM.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-TIPOS-CAMBIO.
           SELECT REPORTE ASSIGN TO "DESCREP.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-REPORTE.
           SELECT ACCIONES ASSIGN TO "DESCACC.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ACCIONES.
           SELECT TOTALES ASSIGN TO "DESCTOT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-TOTALES.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO-CTA.
           01  REG-MAESTRO-CTA.
               COPY CUENTASC.
       FD  HISTORIA.
           01  REG-HISTORIA.
               COPY MOVHISTC.
       FD  TIPOS-CAMBIO.
           01  REG-TIPO-CAMBIO.
               05 TC-MONEDA         PIC X(03).
               05 TC-TASA           PIC 9(03)V9(06).
               05 TC-FECHA          PIC 9(08).
       FD  REPORTE.
           01  REG-REPORTE          PIC X(100).
       FD  ACCIONES.
           01  REG-ACCION.
               COPY CTAMANTC.
      *    UN REGISTRO POR TRAMO ('1' A '4') MAS EL DE EXCEDIDOS ('X')
       FD  TOTALES.
           01  REG-TOTAL.
               05 DT-FECHA          PIC 9(08).
               05 DT-TRAMO          PIC X(01).
               05 DT-DESCRIPCION    PIC X(20).
               05 DT-CANTIDAD       PIC 9(06).
               05 DT-IMPORTE        PIC 9(11)V99.
               05 DT-MONEDA         PIC X(03).
               05 DT-SIN-TASA       PIC 9(06).

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05  FS-MAESTRO-CTA          PIC X(02).
                   88 FS-MAESTRO-CTA-OK            VALUE '00'.
                   88 FS-MAESTRO-CTA-FIN           VALUE '10'.
           05  FS-HISTORIA             PIC X(02).
                   88 FS-HISTORIA-OK               VALUE '00'.
                   88 FS-HISTORIA-FIN              VALUE '10'.
                   88 FS-HISTORIA-NO-EXISTE        VALUE '35'.
                   88 FS-HISTORIA-SIN-CLAVE        VALUE '23'.
           05  FS-TIPOS-CAMBIO         PIC X(02).
                   88 FS-TIPOS-CAMBIO-OK           VALUE '00'.
                   88 FS-TIPOS-CAMBIO-FIN          VALUE '10'.
                   88 FS-TIPOS-CAMBIO-NO-EXISTE    VALUE '35'.
           05  FS-REPORTE              PIC X(02).
                   88 FS-REPORTE-OK                VALUE '00'.
           05  FS-ACCIONES             PIC X(02).
                   88 FS-ACCIONES-OK               VALUE '00'.
           05  FS-TOTALES              PIC X(02).
                   88 FS-TOTALES-OK                VALUE '00'.
      *-----------------------------------------------------------------*
      *    MONEDA UNICA EN LA QUE REPORTA LA CASA MATRIZ (LA MISMA DE
      *    CONSOLID)
      *-----------------------------------------------------------------*
       01  WSS-MONEDA-REPORTE          PIC X(03) VALUE 'USD'.
      *-----------------------------------------------------------------*
      *    TASAS VIGENTES A LA FECHA DE NEGOCIO: POR MONEDA, LA DE
      *    FECHA MAS RECIENTE QUE NO LA SUPERA
      *-----------------------------------------------------------------*
       01  WSS-TABLA-TASAS.
           05 WSS-TASA-CANT            PIC 9(02) VALUE 0.
           05 WSS-TASA-ENTRY OCCURS 1 TO 50 TIMES
                              DEPENDING ON WSS-TASA-CANT
                              INDEXED BY WSS-TASA-IDX.
               10 WSS-TASA-MONEDA      PIC X(03).
               10 WSS-TASA-VALOR       PIC 9(03)V9(06).
               10 WSS-TASA-FECHA       PIC 9(08).
       01  WSS-TASA-APLICADA           PIC 9(03)V9(06).
       01  WSS-SW-TASA                 PIC X(01).
           88 WSS-TASA-ENCONTRADA                  VALUE 'S'.
           88 WSS-TASA-FALTANTE                    VALUE 'N'.
      *-----------------------------------------------------------------*
      *    RECORRIDO DE LA HISTORIA DE LA CUENTA EN CURSO
      *-----------------------------------------------------------------*
       01  WSS-SW-HISTORIA             PIC X(01) VALUE 'N'.
           88 WSS-HAY-HISTORIA                     VALUE 'S'.
           88 WSS-SIN-HISTORIA                     VALUE 'N'.
       01  WSS-SW-MOV-CURSO            PIC X(01).
           88 WSS-HAY-MOV-EN-CURSO                 VALUE 'S'.
           88 WSS-FIN-DE-CUENTA                    VALUE 'N'.
       01  WSS-MOVS-CUENTA             PIC 9(06).
       01  WSS-ULT-FECHA-VALOR         PIC 9(08).
       01  WSS-DESC-DESDE              PIC 9(08).
      *-----------------------------------------------------------------*
      *    DIAS EN DESCUBIERTO: DIFERENCIA DE NUMEROS DE DIA JULIANO
      *    (DIA CORRIDO DESDE UNA BASE FIJA) DE LA FECHA DE NEGOCIO Y
      *    LA DE ENTRADA EN DESCUBIERTO, MAS UNO. CADA DIVISION DE LA
      *    FORMULA VA EN SU PROPIO COMPUTE PARA QUE TRUNQUE SOLA
      *-----------------------------------------------------------------*
       01  WSS-FECHA-NEGOCIO           PIC 9(08).
       01  WSS-JUL-NEGOCIO             PIC 9(08).
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
       01  WSS-JUL-DIFERENCIA          PIC 9(08).
       01  WSS-DIAS-DESCUBIERTO        PIC 9(05).
      *-----------------------------------------------------------------*
      *    TRAMOS DE ANTIGUEDAD: 1 A 4 POR DIAS, 5 = EXCEDIDOS SOBRE
      *    EL LIMITE AUTORIZADO (SE CUENTAN ADEMAS DE SU TRAMO)
      *-----------------------------------------------------------------*
       01  WSS-NOMBRES-TRAMO.
           05 FILLER            PIC X(20) VALUE 'TRAMO 1-30 DIAS'.
           05 FILLER            PIC X(20) VALUE 'TRAMO 31-60 DIAS'.
           05 FILLER            PIC X(20) VALUE 'TRAMO 61-90 DIAS'.
           05 FILLER            PIC X(20) VALUE 'TRAMO MAS DE 90 DIAS'.
           05 FILLER            PIC X(20) VALUE 'EXCEDIDOS S/LIMITE'.
       01  WSS-NOMBRES-TRAMO-RED REDEFINES WSS-NOMBRES-TRAMO.
           05 WSS-NOMBRE-TRAMO OCCURS 5 TIMES PIC X(20).
       01  WSS-ETIQUETAS-TRAMO.
           05 FILLER                   PIC X(05) VALUE '1-30'.
           05 FILLER                   PIC X(05) VALUE '31-60'.
           05 FILLER                   PIC X(05) VALUE '61-90'.
           05 FILLER                   PIC X(05) VALUE '+90'.
       01  WSS-ETIQUETAS-TRAMO-RED REDEFINES WSS-ETIQUETAS-TRAMO.
           05 WSS-ETIQUETA-TRAMO OCCURS 4 TIMES PIC X(05).
       01  WSS-CODIGOS-TRAMO           PIC X(05) VALUE '1234X'.
       01  WSS-TRAMO                   PIC 9(01).
       01  WSS-T                       PIC 9(01).
       01  WSS-TOTALES-SUC.
           05 WSS-TS-ENTRY OCCURS 5 TIMES.
               10 WSS-TS-CANT          PIC 9(06).
               10 WSS-TS-IMPORTE       PIC 9(11)V99.
       01  WSS-TOTALES-GRUPO.
           05 WSS-TG-ENTRY OCCURS 5 TIMES.
               10 WSS-TG-CANT          PIC 9(06).
               10 WSS-TG-IMPORTE       PIC 9(11)V99.
      *-----------------------------------------------------------------*
      *    IMPORTES DE LA CUENTA EN CURSO (EL DESCUBIERTO EN POSITIVO)
      *-----------------------------------------------------------------*
       01  WSS-DEUDA                   PIC 9(07)V99.
       01  WSS-EXCESO                  PIC 9(07)V99.
       01  WSS-DEUDA-CONVERTIDA        PIC 9(11)V99.
       01  WSS-SW-EXCEDIDA             PIC X(01).
           88 WSS-CUENTA-EXCEDIDA                  VALUE 'S'.
           88 WSS-CUENTA-EN-LIMITE                 VALUE 'N'.
      *-----------------------------------------------------------------*
      *    CUENTAS SOBRE SU LIMITE, PARA LISTARLAS APARTE AL FINAL
      *-----------------------------------------------------------------*
       01  WSS-TABLA-EXCEDIDAS.
           05 WSS-EXC-CANT             PIC 9(04) VALUE 0.
           05 WSS-EXC-ENTRY OCCURS 1 TO 2000 TIMES
                              DEPENDING ON WSS-EXC-CANT
                              INDEXED BY WSS-EXC-IDX.
               10 WSS-EXC-PAIS         PIC X(03).
               10 WSS-EXC-SUC          PIC 9(02).
               10 WSS-EXC-CUENTA       PIC 9(10).
               10 WSS-EXC-TITULAR      PIC X(20).
               10 WSS-EXC-MONEDA       PIC X(03).
               10 WSS-EXC-LIMITE       PIC 9(07)V99.
               10 WSS-EXC-DEUDA        PIC 9(07)V99.
               10 WSS-EXC-EXCESO       PIC 9(07)V99.
               10 WSS-EXC-TRAMO        PIC 9(01).
      *-----------------------------------------------------------------*
      *    CORTE DE CONTROL POR PAIS/SUCURSAL DEL REPORTE
      *-----------------------------------------------------------------*
       01  WSS-CLAVE-CONTROL.
           05 WSS-ULT-PAIS             PIC X(03).
           05 WSS-ULT-SUC              PIC 9(02).
       01  WSS-CANT-X-SUC              PIC 9(06).
       01  WSS-TOTALES-CONTROL.
           05 WSS-LEIDAS               PIC 9(06).
           05 WSS-EN-DESCUBIERTO       PIC 9(06).
           05 WSS-BLOQUEOS-PEDIDOS     PIC 9(06).
           05 WSS-YA-BLOQUEADAS        PIC 9(06).
           05 WSS-SIN-TASA             PIC 9(06).
           05 WSS-SIN-RASTRO           PIC 9(06).
       01  WSS-FECHA-IMPRESION.
           05 WSS-FECHA-IMP-DD         PIC 9(02).
           05 FILLER                   PIC X(01) VALUE '/'.
           05 WSS-FECHA-IMP-MM         PIC 9(02).
           05 FILLER                   PIC X(01) VALUE '/'.
           05 WSS-FECHA-IMP-AAAA       PIC 9(04).
       01  AREADECOM-CTL.
           COPY CPY003.
      *-----------------------------------------------------------------*
      *    CONTROL DE PAGINADO DEL REPORTE
      *-----------------------------------------------------------------*
       01  WSS-CONTROL-REPORTE.
           05 WSS-PAGINA               PIC 9(03) VALUE 0.
           05 WSS-LINEAS-IMPRESAS      PIC 9(03) VALUE 0.
           05 WSS-MAX-LINEAS-PAGINA    PIC 9(03) VALUE 50.
      *-----------------------------------------------------------------*
      *    LINEAS DEL REPORTE
      *-----------------------------------------------------------------*
       01  WSS-ENC-1.
           05 FILLER                   PIC X(20)
                                        VALUE 'BANCO LATINOAMERICA'.
           05 FILLER                   PIC X(58) VALUE SPACES.
           05 FILLER                   PIC X(08) VALUE 'PAGINA: '.
           05 WSS-ENC1-PAGINA          PIC ZZ9.
           05 FILLER                   PIC X(11) VALUE SPACES.
       01  WSS-ENC-2.
           05 FILLER            PIC X(60)
                  VALUE 'DESCMORA - ANTIGUEDAD DE DESCUBIERTOS'.
           05 FILLER            PIC X(08) VALUE 'FECHA: '.
           05 WSS-ENC2-FECHA    PIC X(10).
           05 FILLER            PIC X(22) VALUE SPACES.
       01  WSS-ENC-3.
           05 FILLER            PIC X(09) VALUE 'PAIS/SUC'.
           05 FILLER            PIC X(12) VALUE 'CUENTA'.
           05 FILLER            PIC X(21) VALUE 'TITULAR'.
           05 FILLER            PIC X(04) VALUE 'MON'.
           05 FILLER            PIC X(14) VALUE '        SALDO'.
           05 FILLER            PIC X(11) VALUE 'DESDE'.
           05 FILLER            PIC X(07) VALUE ' DIAS'.
           05 FILLER            PIC X(06) VALUE 'TRAMO'.
           05 FILLER            PIC X(16) VALUE 'OBSERVACION'.
       01  WSS-ENC-4.
           05 FILLER                   PIC X(100) VALUE ALL '-'.
       01  WSS-LINEA-REPORTE            PIC X(100).
       01  WSS-LINEA-DETALLE.
           05 WSS-DET-PAIS              PIC X(03).
           05 FILLER                    PIC X(01) VALUE '/'.
           05 WSS-DET-SUC               PIC 9(02).
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 WSS-DET-NUM-CUENTA        PIC 9(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WSS-DET-TITULAR           PIC X(20).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WSS-DET-MONEDA            PIC X(03).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WSS-DET-SALDO             PIC -Z,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WSS-DET-DESDE             PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WSS-DET-DIAS              PIC ZZZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WSS-DET-TRAMO             PIC X(05).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WSS-DET-OBSERVACION       PIC X(16).
       01  WSS-LINEA-TRAMO.
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 WSS-TRA-TEXTO             PIC X(20).
           05 FILLER                    PIC X(08) VALUE '  CANT: '.
           05 WSS-TRA-CANT              PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(11) VALUE '  IMPORTE '.
           05 WSS-TRA-MONEDA            PIC X(03).
           05 FILLER                    PIC X(02) VALUE ': '.
           05 WSS-TRA-IMPORTE           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(29) VALUE SPACES.
       01  WSS-LINEA-EXC-TITULO.
           05 FILLER                    PIC X(09) VALUE 'PAIS/SUC'.
           05 FILLER                    PIC X(12) VALUE 'CUENTA'.
           05 FILLER                    PIC X(21) VALUE 'TITULAR'.
           05 FILLER                    PIC X(04) VALUE 'MON'.
           05 FILLER                    PIC X(14) VALUE '      LIMITE'.
           05 FILLER                    PIC X(14) VALUE ' DESCUBIERTO'.
           05 FILLER                    PIC X(14) VALUE '      EXCESO'.
           05 FILLER                    PIC X(12) VALUE 'TRAMO'.
       01  WSS-LINEA-EXCEDIDA.
           05 WSS-EXD-PAIS              PIC X(03).
           05 FILLER                    PIC X(01) VALUE '/'.
           05 WSS-EXD-SUC               PIC 9(02).
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 WSS-EXD-NUM-CUENTA        PIC 9(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WSS-EXD-TITULAR           PIC X(20).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WSS-EXD-MONEDA            PIC X(03).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WSS-EXD-LIMITE            PIC Z,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WSS-EXD-DEUDA             PIC Z,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WSS-EXD-EXCESO            PIC Z,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WSS-EXD-TRAMO             PIC X(05).
           05 FILLER                    PIC X(06) VALUE SPACES.

      ******************************************************************
       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESO UNTIL FS-MAESTRO-CTA-FIN
           PERFORM 3000-LISTA-EXCEDIDAS
           PERFORM 4000-TOTAL-GENERAL
           PERFORM 9000-FINALIZAR
           .

      *-----------------------------------------------------------------*
      *    CONTROL DE CORRIDAS, TASAS VIGENTES, APERTURA DE ARCHIVOS Y
      *    LECTURA DE LA PRIMERA CUENTA
      *-----------------------------------------------------------------*
       1000-INICIO.
           PERFORM 1020-CONTROL-DE-CORRIDA
           INITIALIZE WSS-TOTALES-CONTROL
           INITIALIZE WSS-TOTALES-GRUPO
           MOVE CTL-FECHA-NEGOCIO TO WSS-FECHA-NEGOCIO
           PERFORM 1200-FECHA-DE-NEGOCIO
           PERFORM 1100-CARGA-TASAS
           PERFORM 1300-ABRE-HISTORIA

           OPEN INPUT MAESTRO-CTA
           IF NOT FS-MAESTRO-CTA-OK
               DISPLAY 'ERROR APERTURA CUENTAS.TXT FS: ' FS-MAESTRO-CTA
               PERFORM 9050-ERROR-FATAL
           END-IF

           OPEN OUTPUT REPORTE
           IF NOT FS-REPORTE-OK
               DISPLAY 'ERROR APERTURA DESCREP.DAT FS: ' FS-REPORTE
               PERFORM 9050-ERROR-FATAL
           END-IF

           OPEN OUTPUT ACCIONES
           IF NOT FS-ACCIONES-OK
               DISPLAY 'ERROR APERTURA DESCACC.DAT FS: ' FS-ACCIONES
               PERFORM 9050-ERROR-FATAL
           END-IF

      *    LOS TOTALES SE GRABAN AL FINAL: UNA CORRIDA ABORTADA DEJA
      *    DESCTOT.DAT VACIO Y CIERREST NO MUESTRA CIFRAS A MEDIAS
           OPEN OUTPUT TOTALES
           IF NOT FS-TOTALES-OK
               DISPLAY 'ERROR APERTURA DESCTOT.DAT FS: ' FS-TOTALES
               PERFORM 9050-ERROR-FATAL
           END-IF

           PERFORM 5150-ENCABEZADO-REPORTE
           PERFORM 5000-LECTURA-CUENTA
           .
       1000-INICIO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CONTROL DE CORRIDAS: ME FRENO SI ESTE PASO YA COMPLETO LA
      *    FECHA DE NEGOCIO VIGENTE (LA RECORRIDA DUPLICARIA LOS
      *    BLOQUEOS DE DESCACC.DAT) O SI PIPEDRV NO DEJO CUENTAS.TXT
      *-----------------------------------------------------------------*
       1020-CONTROL-DE-CORRIDA.
           SET CTL-FUNCION-INICIO TO TRUE
           MOVE 'DESCMORA' TO CTL-PROGRAMA
           MOVE 'PIPEDRV ' TO CTL-PREDECESOR
           MOVE 0          TO CTL-RETORNO-JOB
           CALL 'RUNCTL' USING AREADECOM-CTL
           EVALUATE TRUE
               WHEN CTL-OK
                   CONTINUE
               WHEN CTL-YA-CORRIO
                   DISPLAY 'DESCMORA YA COMPLETADO PARA LA FECHA DE '
                           'NEGOCIO ' CTL-FECHA-NEGOCIO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN CTL-PREDECESOR-PENDIENTE
                   DISPLAY 'DESCMORA: PIPEDRV NO COMPLETO LA FECHA '
                           'DE NEGOCIO ' CTL-FECHA-NEGOCIO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'DESCMORA: CONTROL DE CORRIDAS CON ERROR'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .
       1020-CONTROL-DE-CORRIDA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CARGO DE TIPCAM.DAT, POR MONEDA, LA TASA DE FECHA MAS
      *    RECIENTE QUE NO SUPERA LA FECHA DE NEGOCIO. SIN ARCHIVO NO
      *    HAY CONVERSION (TODA CUENTA QUEDA SIN TASA, RC 4)
      *-----------------------------------------------------------------*
       1100-CARGA-TASAS.
           OPEN INPUT TIPOS-CAMBIO
           EVALUATE TRUE
               WHEN FS-TIPOS-CAMBIO-OK
                   PERFORM 1110-LEE-TASA
                       UNTIL FS-TIPOS-CAMBIO-FIN
                   CLOSE TIPOS-CAMBIO
               WHEN FS-TIPOS-CAMBIO-NO-EXISTE
                   DISPLAY 'DESCMORA: NO EXISTE TIPCAM.DAT, LOS '
                           'IMPORTES NO SE CONVIERTEN'
               WHEN OTHER
                   DISPLAY 'ERROR APERTURA TIPCAM.DAT FS: '
                            FS-TIPOS-CAMBIO
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1100-CARGA-TASAS-EXIT. EXIT.

       1110-LEE-TASA.
           READ TIPOS-CAMBIO
           EVALUATE TRUE
               WHEN FS-TIPOS-CAMBIO-OK
                   IF TC-FECHA <= WSS-FECHA-NEGOCIO
                       PERFORM 1120-CLASIFICA-TASA
                   END-IF
               WHEN FS-TIPOS-CAMBIO-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA TIPCAM.DAT FS: '
                            FS-TIPOS-CAMBIO
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1110-LEE-TASA-EXIT. EXIT.

       1120-CLASIFICA-TASA.
           SET WSS-TASA-IDX TO 1
           SEARCH WSS-TASA-ENTRY
               AT END
                   IF WSS-TASA-CANT < 50
                       ADD 1 TO WSS-TASA-CANT
                       SET WSS-TASA-IDX TO WSS-TASA-CANT
                       MOVE TC-MONEDA
                            TO WSS-TASA-MONEDA (WSS-TASA-IDX)
                       MOVE TC-TASA
                            TO WSS-TASA-VALOR (WSS-TASA-IDX)
                       MOVE TC-FECHA
                            TO WSS-TASA-FECHA (WSS-TASA-IDX)
                   END-IF
      *        UNA LINEA DE LA MISMA FECHA ES UNA CORRECCION: LA ULTIMA
      *        CARGADA MANDA
               WHEN WSS-TASA-MONEDA (WSS-TASA-IDX) = TC-MONEDA
                   IF TC-FECHA >= WSS-TASA-FECHA (WSS-TASA-IDX)
                       MOVE TC-TASA
                            TO WSS-TASA-VALOR (WSS-TASA-IDX)
                       MOVE TC-FECHA
                            TO WSS-TASA-FECHA (WSS-TASA-IDX)
                   END-IF
           END-SEARCH
           .
       1120-CLASIFICA-TASA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    FECHA DE NEGOCIO PARA EL ENCABEZADO Y SU NUMERO DE DIA
      *-----------------------------------------------------------------*
       1200-FECHA-DE-NEGOCIO.
           MOVE WSS-FECHA-NEGOCIO (7:2) TO WSS-FECHA-IMP-DD
           MOVE WSS-FECHA-NEGOCIO (5:2) TO WSS-FECHA-IMP-MM
           MOVE WSS-FECHA-NEGOCIO (1:4) TO WSS-FECHA-IMP-AAAA
           MOVE WSS-FECHA-IMPRESION     TO WSS-ENC2-FECHA

           MOVE WSS-FECHA-NEGOCIO TO WSS-JUL-FECHA-NUM
           PERFORM 2350-DIA-JULIANO
           MOVE WSS-JUL-DIA       TO WSS-JUL-NEGOCIO
           .
       1200-FECHA-DE-NEGOCIO-EXIT. EXIT.

       1300-ABRE-HISTORIA.
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
           .
       1300-ABRE-HISTORIA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CORTE DE CONTROL POR PAIS/SUCURSAL SOBRE EL MAESTRO
      *-----------------------------------------------------------------*
       2000-PROCESO.
           INITIALIZE WSS-CANT-X-SUC
           INITIALIZE WSS-TOTALES-SUC
           MOVE CTA-PAIS     TO WSS-ULT-PAIS
           MOVE CTA-SUCURSAL TO WSS-ULT-SUC
           PERFORM 2100-CUENTA
               UNTIL FS-MAESTRO-CTA-FIN
               OR CTA-PAIS NOT = WSS-ULT-PAIS
               OR CTA-SUCURSAL NOT = WSS-ULT-SUC
           IF WSS-CANT-X-SUC > 0
               PERFORM 2800-GRABO-SUBTOTALES
           END-IF
           .
       2000-PROCESO-EXIT. EXIT.

       2100-CUENTA.
           ADD 1 TO WSS-LEIDAS
           IF CTA-SALDO < 0
               ADD 1 TO WSS-EN-DESCUBIERTO
               ADD 1 TO WSS-CANT-X-SUC
               PERFORM 2200-INICIO-DESCUBIERTO
               PERFORM 2300-CALCULA-DIAS
               PERFORM 2400-CLASIFICA
           END-IF
           PERFORM 5000-LECTURA-CUENTA
           .
       2100-CUENTA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    FECHA DE ENTRADA EN DESCUBIERTO: RECORRO LA HISTORIA DE LA
      *    CUENTA; CADA MOVIMIENTO QUE LA DEJA EN NEGATIVO ESTANDO EN
      *    CERO O MAS ABRE UN PERIODO, Y CADA UNO QUE LA DEJA EN CERO
      *    O MAS LO CIERRA. EL PERIODO QUE QUEDA ABIERTO ES EL ACTUAL.
      *    SIN MOVIMIENTOS, LA CUENTA ESTA EN ROJO DESDE SU APERTURA;
      *    SI LA HISTORIA TERMINA EN POSITIVO (SALDO CORREGIDO A MANO
      *    EN EL MAESTRO) SE TOMA EL ULTIMO MOVIMIENTO Y SE CUENTA
      *-----------------------------------------------------------------*
       2200-INICIO-DESCUBIERTO.
           MOVE 0 TO WSS-MOVS-CUENTA
           MOVE 0 TO WSS-ULT-FECHA-VALOR
           MOVE 0 TO WSS-DESC-DESDE

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
                       PERFORM 2210-LEE-MOV-CUENTA
                           UNTIL WSS-FIN-DE-CUENTA
                   WHEN FS-HISTORIA-SIN-CLAVE
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERROR START MOVHIST.DAT FS: '
                                FS-HISTORIA
                       PERFORM 9050-ERROR-FATAL
               END-EVALUATE
           END-IF

           EVALUATE TRUE
               WHEN WSS-DESC-DESDE > 0
                   CONTINUE
               WHEN WSS-MOVS-CUENTA = 0
                   MOVE CTA-FECHA-APERTURA TO WSS-DESC-DESDE
               WHEN OTHER
                   ADD 1 TO WSS-SIN-RASTRO
                   MOVE WSS-ULT-FECHA-VALOR TO WSS-DESC-DESDE
           END-EVALUATE
           .
       2200-INICIO-DESCUBIERTO-EXIT. EXIT.

       2210-LEE-MOV-CUENTA.
           READ HISTORIA NEXT RECORD
           EVALUATE TRUE
               WHEN FS-HISTORIA-OK
                   IF MH-PAIS = CTA-PAIS
                      AND MH-SUCURSAL = CTA-SUCURSAL
                      AND MH-NUM-CUENTA = CTA-NUM-CUENTA
                       ADD 1 TO WSS-MOVS-CUENTA
                       MOVE MH-FECHA-VALOR TO WSS-ULT-FECHA-VALOR
                       IF MH-SALDO-RESULTANTE < 0
                           IF WSS-DESC-DESDE = 0
                               MOVE MH-FECHA-VALOR TO WSS-DESC-DESDE
                           END-IF
                       ELSE
                           MOVE 0 TO WSS-DESC-DESDE
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
       2210-LEE-MOV-CUENTA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    DIAS EN DESCUBIERTO CONTANDO EL DIA DE ENTRADA (ENTRO HOY =
      *    1 DIA). UNA FECHA DE VALOR POSTERIOR A LA DE NEGOCIO
      *    CUENTA COMO 1 DIA
      *-----------------------------------------------------------------*
       2300-CALCULA-DIAS.
           MOVE WSS-DESC-DESDE TO WSS-JUL-FECHA-NUM
           PERFORM 2350-DIA-JULIANO
           IF WSS-JUL-DIA >= WSS-JUL-NEGOCIO
               MOVE 1 TO WSS-DIAS-DESCUBIERTO
           ELSE
               COMPUTE WSS-JUL-DIFERENCIA =
                   WSS-JUL-NEGOCIO - WSS-JUL-DIA + 1
               IF WSS-JUL-DIFERENCIA > 99999
                   MOVE 99999 TO WSS-DIAS-DESCUBIERTO
               ELSE
                   MOVE WSS-JUL-DIFERENCIA TO WSS-DIAS-DESCUBIERTO
               END-IF
           END-IF
           .
       2300-CALCULA-DIAS-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    NUMERO DE DIA JULIANO DE WSS-JUL-FECHA (CALENDARIO
      *    GREGORIANO): MARZO PASA A SER EL MES 0 DEL ANIO PARA QUE EL
      *    29 DE FEBRERO QUEDE AL FINAL
      *-----------------------------------------------------------------*
       2350-DIA-JULIANO.
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
       2350-DIA-JULIANO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    TRAMO, CONVERSION, EXCESO SOBRE EL LIMITE Y ACCION DE
      *    BLOQUEO DE LA CUENTA EN DESCUBIERTO
      *-----------------------------------------------------------------*
       2400-CLASIFICA.
           EVALUATE TRUE
               WHEN WSS-DIAS-DESCUBIERTO <= 30
                   MOVE 1 TO WSS-TRAMO
               WHEN WSS-DIAS-DESCUBIERTO <= 60
                   MOVE 2 TO WSS-TRAMO
               WHEN WSS-DIAS-DESCUBIERTO <= 90
                   MOVE 3 TO WSS-TRAMO
               WHEN OTHER
                   MOVE 4 TO WSS-TRAMO
           END-EVALUATE

           COMPUTE WSS-DEUDA = 0 - CTA-SALDO
           PERFORM 2450-CONVIERTE

           ADD 1                    TO WSS-TS-CANT (WSS-TRAMO)
           ADD WSS-DEUDA-CONVERTIDA TO WSS-TS-IMPORTE (WSS-TRAMO)
           ADD 1                    TO WSS-TG-CANT (WSS-TRAMO)
           ADD WSS-DEUDA-CONVERTIDA TO WSS-TG-IMPORTE (WSS-TRAMO)

           SET WSS-CUENTA-EN-LIMITE TO TRUE
           IF WSS-DEUDA > CTA-LIMITE-DESCUBIERTO
               SET WSS-CUENTA-EXCEDIDA TO TRUE
               COMPUTE WSS-EXCESO = WSS-DEUDA - CTA-LIMITE-DESCUBIERTO
               ADD 1                    TO WSS-TS-CANT (5)
               ADD WSS-DEUDA-CONVERTIDA TO WSS-TS-IMPORTE (5)
               ADD 1                    TO WSS-TG-CANT (5)
               ADD WSS-DEUDA-CONVERTIDA TO WSS-TG-IMPORTE (5)
               PERFORM 2700-GUARDA-EXCEDIDA
           END-IF

           MOVE SPACES TO WSS-DET-OBSERVACION
           EVALUATE TRUE
               WHEN WSS-TRAMO = 4
                    AND (CTA-ESTADO-ACTIVA OR CTA-ESTADO-INACTIVA)
                   PERFORM 2600-GRABO-ACCION
                   MOVE 'BLOQUEO PEDIDO'  TO WSS-DET-OBSERVACION
               WHEN CTA-ESTADO-BLOQUEADA
                   ADD 1 TO WSS-YA-BLOQUEADAS
                   MOVE 'YA BLOQUEADA'    TO WSS-DET-OBSERVACION
               WHEN CTA-ESTADO-CERRADA
                   MOVE 'CUENTA CERRADA'  TO WSS-DET-OBSERVACION
               WHEN WSS-CUENTA-EXCEDIDA
                   MOVE 'EXCEDE LIMITE'   TO WSS-DET-OBSERVACION
           END-EVALUATE
           IF WSS-TASA-FALTANTE AND WSS-DET-OBSERVACION = SPACES
               MOVE 'SIN TASA'            TO WSS-DET-OBSERVACION
           END-IF

           PERFORM 2500-GRABO-DETALLE
           .
       2400-CLASIFICA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    DESCUBIERTO EN MONEDA DE REPORTE; SIN TASA VIGENTE QUEDA EN
      *    CERO EN LOS IMPORTES (LA CUENTA SI SE CUENTA)
      *-----------------------------------------------------------------*
       2450-CONVIERTE.
           PERFORM 5200-BUSCA-TASA
           IF WSS-TASA-ENCONTRADA
               COMPUTE WSS-DEUDA-CONVERTIDA ROUNDED =
                   WSS-DEUDA * WSS-TASA-APLICADA
           ELSE
               MOVE 0 TO WSS-DEUDA-CONVERTIDA
               ADD 1 TO WSS-SIN-TASA
           END-IF
           .
       2450-CONVIERTE-EXIT. EXIT.

       2500-GRABO-DETALLE.
           MOVE CTA-PAIS           TO WSS-DET-PAIS
           MOVE CTA-SUCURSAL       TO WSS-DET-SUC
           MOVE CTA-NUM-CUENTA     TO WSS-DET-NUM-CUENTA
           MOVE CTA-NOMBRE-TITULAR TO WSS-DET-TITULAR
           MOVE CTA-MONEDA         TO WSS-DET-MONEDA
           MOVE CTA-SALDO          TO WSS-DET-SALDO
           MOVE SPACES             TO WSS-DET-DESDE
           STRING WSS-DESC-DESDE (7:2) '/'
                  WSS-DESC-DESDE (5:2) '/'
                  WSS-DESC-DESDE (1:4)
                  DELIMITED BY SIZE
                  INTO WSS-DET-DESDE
           MOVE WSS-DIAS-DESCUBIERTO TO WSS-DET-DIAS
           MOVE WSS-ETIQUETA-TRAMO (WSS-TRAMO) TO WSS-DET-TRAMO
           MOVE WSS-LINEA-DETALLE  TO WSS-LINEA-REPORTE
           PERFORM 5100-WRITE-REPORTE
           .
       2500-GRABO-DETALLE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    TRANSACCION DE BLOQUEO PARA MANTCTA: LA CLAVE MAS LA IMAGEN
      *    DE LA CUENTA COMO REFERENCIA, CON EL ESTADO PEDIDO
      *-----------------------------------------------------------------*
       2600-GRABO-ACCION.
           MOVE SPACES                 TO REG-ACCION
           SET T-BLOQUEO               TO TRUE
           MOVE CTA-PAIS               TO T-PAIS
           MOVE CTA-SUCURSAL           TO T-SUCURSAL
           MOVE CTA-SALDO              TO T-SALDO
           MOVE CTA-NUM-CUENTA         TO T-NUM-CUENTA
           MOVE CTA-NOMBRE-TITULAR     TO T-NOMBRE-TITULAR
           SET T-ESTADO-BLOQUEADA      TO TRUE
           MOVE CTA-FECHA-APERTURA     TO T-FECHA-APERTURA
           MOVE CTA-MONEDA             TO T-MONEDA
           MOVE CTA-NUM-CLIENTE        TO T-NUM-CLIENTE
           MOVE CTA-LIMITE-DESCUBIERTO TO T-LIMITE-DESCUBIERTO
           MOVE CTA-PRODUCTO           TO T-PRODUCTO

           WRITE REG-ACCION
           IF FS-ACCIONES-OK
               ADD 1 TO WSS-BLOQUEOS-PEDIDOS
           ELSE
               DISPLAY 'ERROR ESCRITURA DESCACC.DAT FS: ' FS-ACCIONES
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       2600-GRABO-ACCION-EXIT. EXIT.

       2700-GUARDA-EXCEDIDA.
           IF WSS-EXC-CANT >= 2000
               DISPLAY 'DESCMORA: MAS DE 2000 CUENTAS EXCEDIDAS, '
                       'AMPLIAR WSS-TABLA-EXCEDIDAS'
               PERFORM 9050-ERROR-FATAL
           END-IF
           ADD 1 TO WSS-EXC-CANT
           SET WSS-EXC-IDX TO WSS-EXC-CANT
           MOVE CTA-PAIS           TO WSS-EXC-PAIS (WSS-EXC-IDX)
           MOVE CTA-SUCURSAL       TO WSS-EXC-SUC (WSS-EXC-IDX)
           MOVE CTA-NUM-CUENTA     TO WSS-EXC-CUENTA (WSS-EXC-IDX)
           MOVE CTA-NOMBRE-TITULAR TO WSS-EXC-TITULAR (WSS-EXC-IDX)
           MOVE CTA-MONEDA         TO WSS-EXC-MONEDA (WSS-EXC-IDX)
           MOVE CTA-LIMITE-DESCUBIERTO
                                   TO WSS-EXC-LIMITE (WSS-EXC-IDX)
           MOVE WSS-DEUDA          TO WSS-EXC-DEUDA (WSS-EXC-IDX)
           MOVE WSS-EXCESO         TO WSS-EXC-EXCESO (WSS-EXC-IDX)
           MOVE WSS-TRAMO          TO WSS-EXC-TRAMO (WSS-EXC-IDX)
           .
       2700-GUARDA-EXCEDIDA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    TOTALES POR TRAMO DE LA SUCURSAL, EN MONEDA DE REPORTE
      *-----------------------------------------------------------------*
       2800-GRABO-SUBTOTALES.
           MOVE SPACES TO WSS-LINEA-REPORTE
           STRING '  TOTALES SUCURSAL ' WSS-ULT-PAIS '/' WSS-ULT-SUC
                  DELIMITED BY SIZE INTO WSS-LINEA-REPORTE
           PERFORM 5100-WRITE-REPORTE
           PERFORM 2810-LINEA-TRAMO-SUC
               VARYING WSS-T FROM 1 BY 1 UNTIL WSS-T > 5
           MOVE SPACES TO WSS-LINEA-REPORTE
           PERFORM 5100-WRITE-REPORTE
           .
       2800-GRABO-SUBTOTALES-EXIT. EXIT.

       2810-LINEA-TRAMO-SUC.
           MOVE WSS-NOMBRE-TRAMO (WSS-T) TO WSS-TRA-TEXTO
           MOVE WSS-TS-CANT (WSS-T)      TO WSS-TRA-CANT
           MOVE WSS-MONEDA-REPORTE       TO WSS-TRA-MONEDA
           MOVE WSS-TS-IMPORTE (WSS-T)   TO WSS-TRA-IMPORTE
           MOVE WSS-LINEA-TRAMO          TO WSS-LINEA-REPORTE
           PERFORM 5100-WRITE-REPORTE
           .
       2810-LINEA-TRAMO-SUC-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CUENTAS QUE HOY SUPERAN SU LIMITE DE DESCUBIERTO AUTORIZADO,
      *    EN PAGINA APARTE (IMPORTES EN LA MONEDA DE LA CUENTA)
      *-----------------------------------------------------------------*
       3000-LISTA-EXCEDIDAS.
           PERFORM 5150-ENCABEZADO-REPORTE
           MOVE 'CUENTAS SOBRE SU LIMITE DE DESCUBIERTO AUTORIZADO'
                TO WSS-LINEA-REPORTE
           PERFORM 5100-WRITE-REPORTE
           MOVE WSS-LINEA-EXC-TITULO TO WSS-LINEA-REPORTE
           PERFORM 5100-WRITE-REPORTE
           IF WSS-EXC-CANT = 0
               MOVE '  NINGUNA CUENTA EXCEDIDA' TO WSS-LINEA-REPORTE
               PERFORM 5100-WRITE-REPORTE
           ELSE
               PERFORM 3100-LINEA-EXCEDIDA
                   VARYING WSS-EXC-IDX FROM 1 BY 1
                   UNTIL WSS-EXC-IDX > WSS-EXC-CANT
           END-IF
           .
       3000-LISTA-EXCEDIDAS-EXIT. EXIT.

       3100-LINEA-EXCEDIDA.
           MOVE WSS-EXC-PAIS (WSS-EXC-IDX)    TO WSS-EXD-PAIS
           MOVE WSS-EXC-SUC (WSS-EXC-IDX)     TO WSS-EXD-SUC
           MOVE WSS-EXC-CUENTA (WSS-EXC-IDX)  TO WSS-EXD-NUM-CUENTA
           MOVE WSS-EXC-TITULAR (WSS-EXC-IDX) TO WSS-EXD-TITULAR
           MOVE WSS-EXC-MONEDA (WSS-EXC-IDX)  TO WSS-EXD-MONEDA
           MOVE WSS-EXC-LIMITE (WSS-EXC-IDX)  TO WSS-EXD-LIMITE
           MOVE WSS-EXC-DEUDA (WSS-EXC-IDX)   TO WSS-EXD-DEUDA
           MOVE WSS-EXC-EXCESO (WSS-EXC-IDX)  TO WSS-EXD-EXCESO
           MOVE WSS-ETIQUETA-TRAMO (WSS-EXC-TRAMO (WSS-EXC-IDX))
                                              TO WSS-EXD-TRAMO
           MOVE WSS-LINEA-EXCEDIDA            TO WSS-LINEA-REPORTE
           PERFORM 5100-WRITE-REPORTE
           .
       3100-LINEA-EXCEDIDA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    TOTAL GENERAL POR TRAMO EN EL REPORTE Y EN DESCTOT.DAT
      *-----------------------------------------------------------------*
       4000-TOTAL-GENERAL.
           MOVE SPACES TO WSS-LINEA-REPORTE
           PERFORM 5100-WRITE-REPORTE
           MOVE 'TOTAL GENERAL DEL GRUPO' TO WSS-LINEA-REPORTE
           PERFORM 5100-WRITE-REPORTE
           PERFORM 4100-TRAMO-GENERAL
               VARYING WSS-T FROM 1 BY 1 UNTIL WSS-T > 5
           .
       4000-TOTAL-GENERAL-EXIT. EXIT.

       4100-TRAMO-GENERAL.
           MOVE WSS-NOMBRE-TRAMO (WSS-T) TO WSS-TRA-TEXTO
           MOVE WSS-TG-CANT (WSS-T)      TO WSS-TRA-CANT
           MOVE WSS-MONEDA-REPORTE       TO WSS-TRA-MONEDA
           MOVE WSS-TG-IMPORTE (WSS-T)   TO WSS-TRA-IMPORTE
           MOVE WSS-LINEA-TRAMO          TO WSS-LINEA-REPORTE
           PERFORM 5100-WRITE-REPORTE

           MOVE WSS-FECHA-NEGOCIO        TO DT-FECHA
           MOVE WSS-CODIGOS-TRAMO (WSS-T:1)
                                         TO DT-TRAMO
           MOVE WSS-NOMBRE-TRAMO (WSS-T) TO DT-DESCRIPCION
           MOVE WSS-TG-CANT (WSS-T)      TO DT-CANTIDAD
           MOVE WSS-TG-IMPORTE (WSS-T)   TO DT-IMPORTE
           MOVE WSS-MONEDA-REPORTE       TO DT-MONEDA
           MOVE WSS-SIN-TASA             TO DT-SIN-TASA
           WRITE REG-TOTAL
           IF NOT FS-TOTALES-OK
               DISPLAY 'ERROR ESCRITURA DESCTOT.DAT FS: ' FS-TOTALES
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       4100-TRAMO-GENERAL-EXIT. EXIT.

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
      *    ESCRIBO UNA LINEA DEL REPORTE, CONTROLANDO PAGINADO
      *-----------------------------------------------------------------*
       5100-WRITE-REPORTE.
           WRITE REG-REPORTE FROM WSS-LINEA-REPORTE
           IF NOT FS-REPORTE-OK
               DISPLAY 'ERROR ESCRITURA DESCREP.DAT FS: ' FS-REPORTE
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
      *    BUSCO LA TASA VIGENTE DE LA MONEDA DE LA CUENTA; LA MONEDA
      *    DE REPORTE NO NECESITA LINEA EN TIPCAM.DAT
      *-----------------------------------------------------------------*
       5200-BUSCA-TASA.
           SET WSS-TASA-FALTANTE TO TRUE
           MOVE 0 TO WSS-TASA-APLICADA
           IF CTA-MONEDA = WSS-MONEDA-REPORTE
               MOVE 1 TO WSS-TASA-APLICADA
               SET WSS-TASA-ENCONTRADA TO TRUE
           ELSE
               IF WSS-TASA-CANT > 0
                   SET WSS-TASA-IDX TO 1
                   SEARCH WSS-TASA-ENTRY
                       AT END
                           CONTINUE
                       WHEN WSS-TASA-MONEDA (WSS-TASA-IDX)
                            = CTA-MONEDA
                           MOVE WSS-TASA-VALOR (WSS-TASA-IDX)
                                TO WSS-TASA-APLICADA
                           SET WSS-TASA-ENCONTRADA TO TRUE
                   END-SEARCH
               END-IF
           END-IF
           .
       5200-BUSCA-TASA-EXIT. EXIT.

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
      *    CIERRO ARCHIVOS, DISPLAYO TOTALES DE CONTROL
      *-----------------------------------------------------------------*
       9000-FINALIZAR.
           PERFORM 9100-TOTALES-DE-CONTROL
           PERFORM 9160-ESTAMPA-CORRIDA
           CLOSE MAESTRO-CTA
           IF WSS-HAY-HISTORIA
               CLOSE HISTORIA
           END-IF
           CLOSE REPORTE
           CLOSE ACCIONES
           CLOSE TOTALES
           STOP RUN
           .
       9000-FINALIZAR-EXIT. EXIT.

       9100-TOTALES-DE-CONTROL.
           DISPLAY '-------------------------------'
           DISPLAY '- CUENTAS LEIDAS: '           WSS-LEIDAS
           DISPLAY '- CUENTAS EN DESCUBIERTO: '   WSS-EN-DESCUBIERTO
           DISPLAY '- CUENTAS EXCEDIDAS: '        WSS-EXC-CANT
           DISPLAY '- BLOQUEOS PEDIDOS: '         WSS-BLOQUEOS-PEDIDOS
           DISPLAY '- YA BLOQUEADAS: '            WSS-YA-BLOQUEADAS
           DISPLAY '- SIN TASA DE CAMBIO: '       WSS-SIN-TASA
           DISPLAY '- SIN RASTRO EN HISTORIA: '   WSS-SIN-RASTRO
           DISPLAY '-------------------------------'

           IF RETURN-CODE = 0 AND WSS-SIN-TASA > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           .
       9100-TOTALES-DE-CONTROL-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    ESTAMPO EL RESULTADO DEL PASO EN EL CONTROL DE CORRIDAS
      *-----------------------------------------------------------------*
       9160-ESTAMPA-CORRIDA.
           SET CTL-FUNCION-FIN TO TRUE
           MOVE 'DESCMORA' TO CTL-PROGRAMA
           MOVE SPACES     TO CTL-PREDECESOR
           MOVE RETURN-CODE TO CTL-RETORNO-JOB
           CALL 'RUNCTL' USING AREADECOM-CTL
      *    EL GOBACK DE LA RUTINA DEJA EN RETURN-CODE EL DE ELLA (0):
      *    REPONGO EL RETORNO DEL PASO PARA QUE LLEGUE INTACTO AL JOB
           MOVE CTL-RETORNO-JOB TO RETURN-CODE
           IF NOT CTL-OK
               DISPLAY 'DESCMORA: NO SE PUDO ESTAMPAR EL CONTROL DE '
                       'CORRIDAS'
           END-IF
           .
       9160-ESTAMPA-CORRIDA-EXIT. EXIT.
