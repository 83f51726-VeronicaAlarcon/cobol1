      ******************************************************************
      * Author:    VERONICA ALARCON
      * Date:      2026-10-15
      * Purpose:   RESOLUCION DE LOS CHEQUES DEPOSITADOS EN CANJE. UN
      *            DEPOSITO DE CHEQUE (MOVDIA TIPO 'Q') ACREDITA EL
      *            SALDO PERO QUEDA PENDIENTE EN LA CARTERA CHQCANJ.DAT
      *            (VER CHQCANJC.CPY) Y NO ES DISPONIBLE HASTA QUE LA
      *            CAMARA COMPENSADORA LO CONFIRMA.
      *            CORRE ANTES DE APLICMOV: LEE EL RESULTADO DEL CANJE
      *            DEL DIA (CANJRES.DAT, OPCIONAL) Y CRUZA CADA CHEQUE
      *            CONTRA LA CARTERA POR CUENTA + REFERENCIA DEL
      *            DEPOSITO. UN CHEQUE CONFIRMADO LIBERA LOS FONDOS;
      *            UNO DEVUELTO AGREGA A MOVDIA.DAT EL REVERSO 'R' DEL
      *            DEPOSITO (CON LA FECHA DE VALOR DEL ORIGINAL) Y, SI
      *            EL PAIS/MONEDA COBRA GASTO POR DEVOLUCION
      *            (CANJPAR.DAT), UN DEBITO 'G' POR EL GASTO, AMBOS CON
      *            REFERENCIAS DEL RANGO RESERVADO A CANJE (VER
      *            MOVHISTC.CPY, NUMERADAS CON EL CONTROL CANJCTL.DAT).
      *            LA CARTERA SE REGRABA ANTES DE AGREGAR A MOVDIA.DAT
      *            Y UN REVERSO O GASTO CUYA REFERENCIA YA ESTA EN
      *            MOVDIA.DAT NO SE REPITE: LA RECORRIDA DE UNA
      *            CORRIDA QUE ABORTO TERMINA LO QUE FALTABA SIN
      *            DUPLICAR.
      *            LOS RESULTADOS QUE NO CRUZAN (CHEQUE INEXISTENTE,
      *            IMPORTE DISTINTO, RESULTADO CONTRARIO AL YA
      *            REGISTRADO) Y LOS CHEQUES QUE PASARON SU FECHA DE
      *            DISPONIBILIDAD SIN RESULTADO SE LISTAN EN
      *            CANJREP.DAT JUNTO CON LO RESUELTO EN EL DIA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CANJE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      ******************************************************************
       FILE-CONTROL.
           SELECT RESULTADOS ASSIGN TO "CANJRES.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-RESULTADOS.
           SELECT CARTERA ASSIGN TO "CHQCANJ.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CARTERA.
           SELECT PARM ASSIGN TO "CANJPAR.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PARM.
           SELECT MOVIMIENTOS ASSIGN TO "MOVDIA.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MOVIMIENTOS.
           SELECT CONTROL-CANJE ASSIGN TO "CANJCTL.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CONTROL-CANJE.
           SELECT REPORTE ASSIGN TO "CANJREP.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-REPORTE.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *    CANJRES.DAT: RESULTADO DE LA CAMARA, UN REGISTRO POR CHEQUE
      *    ('C' CONFIRMADO, 'D' DEVUELTO CON SU MOTIVO)
       FD  RESULTADOS.
           01  REG-RESULTADO.
               05 CR-PAIS               PIC X(03).
               05 CR-SUCURSAL           PIC 9(02).
               05 CR-NUM-CUENTA         PIC 9(10).
               05 CR-REFERENCIA         PIC 9(09).
               05 CR-IMPORTE            PIC 9(07)V99.
               05 CR-RESULTADO          PIC X(01).
                   88 CR-CONFIRMADO               VALUE 'C'.
                   88 CR-DEVUELTO                 VALUE 'D'.
               05 CR-MOTIVO             PIC X(30).
       FD  CARTERA.
           01  REG-CARTERA.
               COPY CHQCANJC.
      *    CANJPAR.DAT: CICLO DE CANJE (DIAS HABILES) Y GASTO POR
      *    CHEQUE DEVUELTO DE CADA PAIS/MONEDA
       FD  PARM.
           01  REG-PARM.
               05 CJ-PAIS               PIC X(03).
               05 CJ-MONEDA             PIC X(03).
               05 CJ-DIAS-CANJE         PIC 9(02).
               05 CJ-GASTO-DEVOLUCION   PIC 9(05)V99.
       FD  MOVIMIENTOS.
           01  REG-MOVIMIENTO.
               COPY MOVDIAC.
       FD  CONTROL-CANJE.
           01  REG-CONTROL-CANJE.
               05 CC-ULTIMA-REFERENCIA  PIC 9(09).
       FD  REPORTE.
           01  REG-REPORTE              PIC X(80).

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05  FS-RESULTADOS           PIC X(02).
                   88 FS-RESULTADOS-OK             VALUE '00'.
                   88 FS-RESULTADOS-FIN            VALUE '10'.
                   88 FS-RESULTADOS-NO-EXISTE      VALUE '35'.
           05  FS-CARTERA              PIC X(02).
                   88 FS-CARTERA-OK                VALUE '00'.
                   88 FS-CARTERA-FIN               VALUE '10'.
                   88 FS-CARTERA-NO-EXISTE         VALUE '35'.
           05  FS-PARM                 PIC X(02).
                   88 FS-PARM-OK                   VALUE '00'.
                   88 FS-PARM-FIN                  VALUE '10'.
                   88 FS-PARM-NO-EXISTE            VALUE '35'.
           05  FS-MOVIMIENTOS          PIC X(02).
                   88 FS-MOVIMIENTOS-OK            VALUE '00'.
                   88 FS-MOVIMIENTOS-FIN           VALUE '10'.
                   88 FS-MOVIMIENTOS-NO-EXISTE     VALUE '35'.
           05  FS-CONTROL-CANJE        PIC X(02).
                   88 FS-CONTROL-CANJE-OK          VALUE '00'.
                   88 FS-CONTROL-CANJE-NO-EXISTE   VALUE '35'.
           05  FS-REPORTE              PIC X(02).
                   88 FS-REPORTE-OK                VALUE '00'.
      *-----------------------------------------------------------------*
      *    GASTO POR CHEQUE DEVUELTO DE CADA PAIS/MONEDA (CANJPAR.DAT)
      *-----------------------------------------------------------------*
       01  WSS-TABLA-GASTOS.
           05 WSS-GAS-CANT             PIC 9(03) VALUE 0.
           05 WSS-GAS-ENTRY OCCURS 1 TO 100 TIMES
                              DEPENDING ON WSS-GAS-CANT
                              INDEXED BY WSS-GAS-IDX.
               10 WSS-GAS-PAIS         PIC X(03).
               10 WSS-GAS-MONEDA       PIC X(03).
               10 WSS-GAS-IMPORTE      PIC 9(05)V99.
      *-----------------------------------------------------------------*
      *    CARTERA EN CANJE COMPLETA EN MEMORIA: SE REGRABA ENTERA AL
      *    TERMINAR DE CRUZAR LOS RESULTADOS. CON LA TABLA LLENA SE
      *    PERDERIAN CHEQUES AL REGRABAR: LA CORRIDA ABORTA
      *-----------------------------------------------------------------*
       01  WSS-TABLA-CARTERA.
           05 WSS-CAR-CANT             PIC 9(04) VALUE 0.
           05 WSS-CAR-ENTRY OCCURS 1 TO 2000 TIMES
                              DEPENDING ON WSS-CAR-CANT
                              INDEXED BY WSS-CAR-IDX.
               10 WSS-CAR-PAIS         PIC X(03).
               10 WSS-CAR-SUC          PIC 9(02).
               10 WSS-CAR-CUENTA       PIC 9(10).
               10 WSS-CAR-REFERENCIA   PIC 9(09).
               10 WSS-CAR-IMAGEN       PIC X(124).
       01  WSS-C                       PIC 9(04).
      *-----------------------------------------------------------------*
      *    REFERENCIAS DEL RANGO DE CANJE QUE YA ESTAN EN MOVDIA.DAT
      *    (LAS DEJO UNA CORRIDA ANTERIOR DEL DIA): NO SE REPITEN
      *-----------------------------------------------------------------*
       01  WSS-TABLA-GENERADAS.
           05 WSS-GEN-CANT             PIC 9(04) VALUE 0.
           05 WSS-GEN-ENTRY OCCURS 1 TO 2000 TIMES
                              DEPENDING ON WSS-GEN-CANT
                              INDEXED BY WSS-GEN-IDX.
               10 WSS-GEN-REFERENCIA   PIC 9(09).
       01  WSS-REF-BUSCADA             PIC 9(09).
       01  WSS-SW-GENERADA             PIC X(01).
           88 WSS-REF-YA-GENERADA                  VALUE 'S'.
           88 WSS-REF-NO-GENERADA                  VALUE 'N'.
      *-----------------------------------------------------------------*
      *    NUMERACION DE LOS REVERSOS Y GASTOS GENERADOS: RANGO
      *    RESERVADO A CANJE (VER MOVHISTC.CPY)
      *-----------------------------------------------------------------*
       01  WSS-ULTIMA-REFERENCIA       PIC 9(09) VALUE 960000000.
       01  WSS-BASE-REFERENCIA         PIC 9(09) VALUE 960000000.
       01  WSS-TOPE-REFERENCIA         PIC 9(09) VALUE 969999999.
       01  WSS-SW-NUMERACION           PIC X(01) VALUE 'N'.
           88 WSS-NUMERACION-CARGADA               VALUE 'S'.
      *-----------------------------------------------------------------*
      *    SITUACION DEL RESULTADO EN CURSO
      *-----------------------------------------------------------------*
       01  WSS-SW-CHEQUE               PIC X(01).
           88 WSS-CHEQUE-HALLADO                   VALUE 'S'.
           88 WSS-CHEQUE-NO-HALLADO                VALUE 'N'.
       01  WSS-SITUACION               PIC X(11).
       01  WSS-MOTIVO-LISTADO          PIC X(30).
       01  WSS-FECHA-EJECUCION         PIC 9(08).
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
                  VALUE 'CANJE - CHEQUES EN CANJE'.
           05 FILLER            PIC X(08) VALUE 'FECHA: '.
           05 WSS-ENC2-FECHA    PIC X(10).
           05 FILLER            PIC X(22) VALUE SPACES.
       01  WSS-ENC-3.
           05 FILLER            PIC X(08) VALUE 'PAIS/SUC'.
           05 FILLER            PIC X(12) VALUE 'CUENTA'.
           05 FILLER            PIC X(11) VALUE 'REFERENCIA'.
           05 FILLER            PIC X(14) VALUE '     IMPORTE'.
           05 FILLER            PIC X(12) VALUE 'SITUACION'.
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
           05 WSS-DET-REFERENCIA        PIC 9(09).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WSS-DET-IMPORTE           PIC Z,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WSS-DET-SITUACION         PIC X(11).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WSS-DET-MOTIVO            PIC X(23).
       01  WSS-TOTALES-CONTROL.
           05 WSS-LEIDOS               PIC 9(06).
           05 WSS-CONFIRMADOS          PIC 9(06).
           05 WSS-DEVUELTOS            PIC 9(06).
           05 WSS-YA-RESUELTOS         PIC 9(06).
           05 WSS-OBSERVADOS           PIC 9(06).
           05 WSS-VENCIDOS             PIC 9(06).
           05 WSS-DEPURADOS            PIC 9(06).
           05 WSS-PENDIENTES           PIC 9(06).
           05 WSS-REVERSOS-GENERADOS   PIC 9(06).
           05 WSS-GASTOS-GENERADOS     PIC 9(06).
           05 WSS-IMPORTE-CONFIRMADO   PIC 9(11)V99.
           05 WSS-IMPORTE-DEVUELTO     PIC 9(11)V99.
           05 WSS-IMPORTE-PENDIENTE    PIC 9(11)V99.

      ******************************************************************
       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESA-RESULTADO UNTIL FS-RESULTADOS-FIN
           PERFORM 3000-GRABA-CARTERA
           PERFORM 4000-GENERA-MOVIMIENTOS
           PERFORM 5000-LISTA-PENDIENTES
               VARYING WSS-C FROM 1 BY 1
               UNTIL WSS-C > WSS-CAR-CANT
           PERFORM 9000-FINALIZAR
           .

      *-----------------------------------------------------------------*
      *    CARGO PARAMETRO, CONTROL DE NUMERACION Y CARTERA, ABRO
      *    ARCHIVOS Y LEO EL PRIMER RESULTADO
      *-----------------------------------------------------------------*
       1000-INICIO.
           INITIALIZE WSS-TOTALES-CONTROL
           ACCEPT WSS-FECHA-EJECUCION FROM DATE YYYYMMDD
           MOVE WSS-FECHA-EJECUCION (7:2) TO WSS-FECHA-IMP-DD
           MOVE WSS-FECHA-EJECUCION (5:2) TO WSS-FECHA-IMP-MM
           MOVE WSS-FECHA-EJECUCION (1:4) TO WSS-FECHA-IMP-AAAA
           MOVE WSS-FECHA-IMPRESION TO WSS-ENC2-FECHA

           PERFORM 1050-CARGA-PARAMETRO
           PERFORM 1100-CONTROL-NUMERACION
           PERFORM 1200-REVISA-MOVDIA
           SET WSS-NUMERACION-CARGADA TO TRUE
           PERFORM 1300-CARGA-CARTERA

           OPEN OUTPUT REPORTE
           IF NOT FS-REPORTE-OK
               DISPLAY 'ERROR APERTURA CANJREP.DAT FS: ' FS-REPORTE
               PERFORM 9050-ERROR-FATAL
           END-IF
           PERFORM 6150-ENCABEZADO-REPORTE

      *    SIN RESULTADO DE LA CAMARA NO SE RESUELVE NADA, PERO LA
      *    CARTERA IGUAL SE DEPURA Y SE LISTAN LOS VENCIDOS
           OPEN INPUT RESULTADOS
           EVALUATE TRUE
               WHEN FS-RESULTADOS-OK
                   PERFORM 6000-LECTURA-RESULTADO
               WHEN FS-RESULTADOS-NO-EXISTE
                   DISPLAY 'CANJE: SIN CANJRES.DAT, NO HAY RESULTADOS '
                           'DE LA CAMARA'
                   SET FS-RESULTADOS-FIN TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR APERTURA CANJRES.DAT FS: '
                            FS-RESULTADOS
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1000-INICIO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CANJPAR.DAT ES OPCIONAL: SIN ENTRADA PARA EL PAIS/MONEDA UN
      *    CHEQUE DEVUELTO NO COBRA GASTO
      *-----------------------------------------------------------------*
       1050-CARGA-PARAMETRO.
           OPEN INPUT PARM
           IF FS-PARM-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-PARM-OK
                   DISPLAY 'ERROR APERTURA CANJPAR.DAT FS: ' FS-PARM
                   PERFORM 9050-ERROR-FATAL
               END-IF
               PERFORM 1060-LEE-PARAMETRO UNTIL FS-PARM-FIN
               CLOSE PARM
           END-IF
           .
       1050-CARGA-PARAMETRO-EXIT. EXIT.

       1060-LEE-PARAMETRO.
           READ PARM
           EVALUATE TRUE
               WHEN FS-PARM-OK
                   IF WSS-GAS-CANT < 100
                       ADD 1 TO WSS-GAS-CANT
                       SET WSS-GAS-IDX TO WSS-GAS-CANT
                       MOVE CJ-PAIS   TO WSS-GAS-PAIS (WSS-GAS-IDX)
                       MOVE CJ-MONEDA TO WSS-GAS-MONEDA (WSS-GAS-IDX)
                       IF CJ-GASTO-DEVOLUCION NUMERIC
                           MOVE CJ-GASTO-DEVOLUCION
                                TO WSS-GAS-IMPORTE (WSS-GAS-IDX)
                       ELSE
                           MOVE 0 TO WSS-GAS-IMPORTE (WSS-GAS-IDX)
                       END-IF
                   ELSE
                       DISPLAY 'CANJE: TABLA DE CANJPAR.DAT LLENA'
                       PERFORM 9050-ERROR-FATAL
                   END-IF
               WHEN FS-PARM-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA CANJPAR.DAT FS: ' FS-PARM
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1060-LEE-PARAMETRO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CANJCTL.DAT GUARDA LA ULTIMA REFERENCIA USADA DEL RANGO (LA
      *    PRIMERA VEZ NO EXISTE: LA NUMERACION ARRANCA AL PRINCIPIO)
      *-----------------------------------------------------------------*
       1100-CONTROL-NUMERACION.
           OPEN INPUT CONTROL-CANJE
           IF FS-CONTROL-CANJE-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-CONTROL-CANJE-OK
                   DISPLAY 'ERROR APERTURA CANJCTL.DAT FS: '
                            FS-CONTROL-CANJE
                   PERFORM 9050-ERROR-FATAL
               END-IF
               READ CONTROL-CANJE
               IF FS-CONTROL-CANJE-OK
                  AND CC-ULTIMA-REFERENCIA > WSS-ULTIMA-REFERENCIA
                   MOVE CC-ULTIMA-REFERENCIA TO WSS-ULTIMA-REFERENCIA
               END-IF
               CLOSE CONTROL-CANJE
           END-IF
           .
       1100-CONTROL-NUMERACION-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    RECORRO MOVDIA.DAT: LA NUMERACION SIGUE DESDE LA MAYOR
      *    REFERENCIA DEL RANGO QUE ENCUENTRE (POR SI UNA CORRIDA
      *    ANTERIOR ABORTO SIN GRABAR CANJCTL.DAT) Y GUARDO LAS DEL
      *    RANGO QUE YA ESTAN, PARA NO VOLVER A GENERARLAS
      *-----------------------------------------------------------------*
       1200-REVISA-MOVDIA.
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
       1200-REVISA-MOVDIA-EXIT. EXIT.

       1210-LEE-MOVDIA.
           READ MOVIMIENTOS
           EVALUATE TRUE
               WHEN FS-MOVIMIENTOS-OK
                   IF MOV-REFERENCIA NUMERIC
                      AND MOV-REFERENCIA > WSS-BASE-REFERENCIA
                      AND MOV-REFERENCIA <= WSS-TOPE-REFERENCIA
                       PERFORM 1220-AGREGA-GENERADA
                       IF MOV-REFERENCIA > WSS-ULTIMA-REFERENCIA
                           MOVE MOV-REFERENCIA TO WSS-ULTIMA-REFERENCIA
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
       1210-LEE-MOVDIA-EXIT. EXIT.

      *    SIN LA TABLA COMPLETA UNA RECORRIDA PODRIA DUPLICAR UN
      *    REVERSO: LA CORRIDA ABORTA
       1220-AGREGA-GENERADA.
           IF WSS-GEN-CANT < 2000
               ADD 1 TO WSS-GEN-CANT
               SET WSS-GEN-IDX TO WSS-GEN-CANT
               MOVE MOV-REFERENCIA TO WSS-GEN-REFERENCIA (WSS-GEN-IDX)
           ELSE
               DISPLAY 'CANJE: TABLA DE REFERENCIAS DE MOVDIA.DAT '
                       'LLENA'
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       1220-AGREGA-GENERADA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CARGO LA CARTERA. LOS CHEQUES RESUELTOS EN UNA FECHA
      *    ANTERIOR YA CUMPLIERON (SU REVERSO, SI LO HUBO, YA PASO POR
      *    APLICMOV) Y SE DEPURAN; LOS RESUELTOS HOY SE QUEDAN PARA
      *    QUE UNA RECORRIDA LOS RECONOZCA
      *-----------------------------------------------------------------*
       1300-CARGA-CARTERA.
           OPEN INPUT CARTERA
           IF FS-CARTERA-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-CARTERA-OK
                   DISPLAY 'ERROR APERTURA CHQCANJ.DAT FS: ' FS-CARTERA
                   PERFORM 9050-ERROR-FATAL
               END-IF
               PERFORM 1310-LEE-CARTERA UNTIL FS-CARTERA-FIN
               CLOSE CARTERA
           END-IF
           .
       1300-CARGA-CARTERA-EXIT. EXIT.

       1310-LEE-CARTERA.
           READ CARTERA
           EVALUATE TRUE
               WHEN FS-CARTERA-OK
                   IF CQ-PENDIENTE
                      OR CQ-FECHA-RESOLUCION >= WSS-FECHA-EJECUCION
                       PERFORM 1320-AGREGA-CHEQUE
                   ELSE
                       ADD 1 TO WSS-DEPURADOS
                   END-IF
               WHEN FS-CARTERA-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA CHQCANJ.DAT FS: ' FS-CARTERA
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1310-LEE-CARTERA-EXIT. EXIT.

       1320-AGREGA-CHEQUE.
           IF WSS-CAR-CANT < 2000
               ADD 1 TO WSS-CAR-CANT
               SET WSS-CAR-IDX TO WSS-CAR-CANT
               MOVE CQ-PAIS       TO WSS-CAR-PAIS (WSS-CAR-IDX)
               MOVE CQ-SUCURSAL   TO WSS-CAR-SUC (WSS-CAR-IDX)
               MOVE CQ-NUM-CUENTA TO WSS-CAR-CUENTA (WSS-CAR-IDX)
               MOVE CQ-REFERENCIA TO WSS-CAR-REFERENCIA (WSS-CAR-IDX)
               MOVE REG-CARTERA   TO WSS-CAR-IMAGEN (WSS-CAR-IDX)
           ELSE
               DISPLAY 'CANJE: TABLA DE CHEQUES EN CANJE LLENA'
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       1320-AGREGA-CHEQUE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    POR CADA RESULTADO DE LA CAMARA: BUSCO EL CHEQUE EN LA
      *    CARTERA Y LO RESUELVO. UN RESULTADO IGUAL AL YA REGISTRADO
      *    ES UNA RECORRIDA Y SE SALTEA; TODO LO QUE NO CRUZA SE LISTA
      *    COMO OBSERVADO Y EL CHEQUE (SI EXISTE) SIGUE COMO ESTABA
      *-----------------------------------------------------------------*
       2000-PROCESA-RESULTADO.
           MOVE SPACES TO WSS-MOTIVO-LISTADO
           PERFORM 2100-BUSCA-CHEQUE

           EVALUATE TRUE
               WHEN WSS-CHEQUE-NO-HALLADO
                   MOVE 'CHEQUE NO ESTA EN CANJE' TO WSS-MOTIVO-LISTADO
               WHEN NOT CR-CONFIRMADO AND NOT CR-DEVUELTO
                   MOVE 'RESULTADO INVALIDO' TO WSS-MOTIVO-LISTADO
               WHEN CR-IMPORTE NOT NUMERIC
                    OR CR-IMPORTE NOT = CQ-IMPORTE
                   MOVE 'IMPORTE NO COINCIDE' TO WSS-MOTIVO-LISTADO
               WHEN (CQ-CONFIRMADO AND CR-CONFIRMADO)
                    OR (CQ-DEVUELTO AND CR-DEVUELTO)
                   ADD 1 TO WSS-YA-RESUELTOS
               WHEN NOT CQ-PENDIENTE
                   MOVE 'YA RESUELTO EN CONTRARIO'
                        TO WSS-MOTIVO-LISTADO
               WHEN CR-CONFIRMADO
                   PERFORM 2200-CONFIRMA-CHEQUE
               WHEN OTHER
                   PERFORM 2300-DEVUELVE-CHEQUE
           END-EVALUATE

           IF WSS-MOTIVO-LISTADO NOT = SPACES
               ADD 1 TO WSS-OBSERVADOS
               MOVE 'OBSERVADO' TO WSS-SITUACION
               PERFORM 2500-DETALLE-RESULTADO
           END-IF

           PERFORM 6000-LECTURA-RESULTADO
           .
       2000-PROCESA-RESULTADO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    BUSCO EL CHEQUE POR CUENTA + REFERENCIA DEL DEPOSITO Y DEJO
      *    SU IMAGEN EN REG-CARTERA (WSS-CAR-IDX QUEDA APUNTANDOLO)
      *-----------------------------------------------------------------*
       2100-BUSCA-CHEQUE.
           SET WSS-CHEQUE-NO-HALLADO TO TRUE
           IF WSS-CAR-CANT > 0
               SET WSS-CAR-IDX TO 1
               SEARCH WSS-CAR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WSS-CAR-PAIS (WSS-CAR-IDX) = CR-PAIS
                        AND WSS-CAR-SUC (WSS-CAR-IDX) = CR-SUCURSAL
                        AND WSS-CAR-CUENTA (WSS-CAR-IDX)
                            = CR-NUM-CUENTA
                        AND WSS-CAR-REFERENCIA (WSS-CAR-IDX)
                            = CR-REFERENCIA
                       SET WSS-CHEQUE-HALLADO TO TRUE
                       MOVE WSS-CAR-IMAGEN (WSS-CAR-IDX)
                            TO REG-CARTERA
               END-SEARCH
           END-IF
           .
       2100-BUSCA-CHEQUE-EXIT. EXIT.

       2200-CONFIRMA-CHEQUE.
           SET CQ-CONFIRMADO TO TRUE
           MOVE WSS-FECHA-EJECUCION TO CQ-FECHA-RESOLUCION
           MOVE REG-CARTERA TO WSS-CAR-IMAGEN (WSS-CAR-IDX)

           ADD 1 TO WSS-CONFIRMADOS
           ADD CQ-IMPORTE TO WSS-IMPORTE-CONFIRMADO
           MOVE 'CONFIRMADO' TO WSS-SITUACION
           PERFORM 2500-DETALLE-RESULTADO
           .
       2200-CONFIRMA-CHEQUE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CHEQUE DEVUELTO: TOMO LA REFERENCIA DEL REVERSO Y, SI EL
      *    PAIS/MONEDA COBRA GASTO, LA DEL GASTO. LOS MOVIMIENTOS SE
      *    GENERAN DESPUES DE REGRABAR LA CARTERA
      *-----------------------------------------------------------------*
       2300-DEVUELVE-CHEQUE.
           PERFORM 2350-TOMA-REFERENCIA
           MOVE WSS-ULTIMA-REFERENCIA TO CQ-REF-REVERSO

           MOVE 0 TO CQ-IMPORTE-GASTO
           MOVE 0 TO CQ-REF-GASTO
           IF WSS-GAS-CANT > 0
               SET WSS-GAS-IDX TO 1
               SEARCH WSS-GAS-ENTRY
                   AT END
                       CONTINUE
                   WHEN WSS-GAS-PAIS (WSS-GAS-IDX) = CQ-PAIS
                        AND WSS-GAS-MONEDA (WSS-GAS-IDX) = CQ-MONEDA
                       MOVE WSS-GAS-IMPORTE (WSS-GAS-IDX)
                            TO CQ-IMPORTE-GASTO
               END-SEARCH
           END-IF
           IF CQ-IMPORTE-GASTO > 0
               PERFORM 2350-TOMA-REFERENCIA
               MOVE WSS-ULTIMA-REFERENCIA TO CQ-REF-GASTO
           END-IF

           SET CQ-DEVUELTO TO TRUE
           MOVE WSS-FECHA-EJECUCION TO CQ-FECHA-RESOLUCION
           MOVE CR-MOTIVO TO CQ-MOTIVO-DEVOLUCION
           MOVE REG-CARTERA TO WSS-CAR-IMAGEN (WSS-CAR-IDX)

           ADD 1 TO WSS-DEVUELTOS
           ADD CQ-IMPORTE TO WSS-IMPORTE-DEVUELTO
           MOVE 'DEVUELTO' TO WSS-SITUACION
           MOVE CR-MOTIVO TO WSS-MOTIVO-LISTADO
           PERFORM 2500-DETALLE-RESULTADO
           MOVE SPACES TO WSS-MOTIVO-LISTADO
           .
       2300-DEVUELVE-CHEQUE-EXIT. EXIT.

       2350-TOMA-REFERENCIA.
           IF WSS-ULTIMA-REFERENCIA >= WSS-TOPE-REFERENCIA
               DISPLAY 'CANJE: RANGO DE REFERENCIAS AGOTADO'
               PERFORM 9050-ERROR-FATAL
           END-IF
           ADD 1 TO WSS-ULTIMA-REFERENCIA
           .
       2350-TOMA-REFERENCIA-EXIT. EXIT.

       2500-DETALLE-RESULTADO.
           MOVE CR-PAIS             TO WSS-DET-PAIS
           MOVE CR-SUCURSAL         TO WSS-DET-SUC
           MOVE CR-NUM-CUENTA       TO WSS-DET-NUM-CUENTA
           MOVE CR-REFERENCIA       TO WSS-DET-REFERENCIA
           IF CR-IMPORTE NUMERIC
               MOVE CR-IMPORTE      TO WSS-DET-IMPORTE
           ELSE
               MOVE 0               TO WSS-DET-IMPORTE
           END-IF
           MOVE WSS-SITUACION       TO WSS-DET-SITUACION
           MOVE WSS-MOTIVO-LISTADO  TO WSS-DET-MOTIVO
           MOVE WSS-LINEA-DETALLE   TO WSS-LINEA-REPORTE
           PERFORM 6100-WRITE-REPORTE
           .
       2500-DETALLE-RESULTADO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    REGRABO LA CARTERA COMPLETA CON LO RESUELTO EN LA CORRIDA
      *-----------------------------------------------------------------*
       3000-GRABA-CARTERA.
           OPEN OUTPUT CARTERA
           IF NOT FS-CARTERA-OK
               DISPLAY 'ERROR APERTURA CHQCANJ.DAT FS: ' FS-CARTERA
               PERFORM 9050-ERROR-FATAL
           END-IF
           PERFORM 3100-GRABA-CHEQUE
               VARYING WSS-C FROM 1 BY 1
               UNTIL WSS-C > WSS-CAR-CANT
           CLOSE CARTERA
           .
       3000-GRABA-CARTERA-EXIT. EXIT.

       3100-GRABA-CHEQUE.
           WRITE REG-CARTERA FROM WSS-CAR-IMAGEN (WSS-C)
           IF NOT FS-CARTERA-OK
               DISPLAY 'ERROR ESCRITURA CHQCANJ.DAT FS: ' FS-CARTERA
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       3100-GRABA-CHEQUE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    AGREGO A MOVDIA.DAT EL REVERSO Y EL GASTO DE CADA CHEQUE
      *    DEVUELTO HOY, SALVO LOS QUE YA ESTAN (RECORRIDA)
      *-----------------------------------------------------------------*
       4000-GENERA-MOVIMIENTOS.
           OPEN EXTEND MOVIMIENTOS
           IF FS-MOVIMIENTOS-NO-EXISTE
               OPEN OUTPUT MOVIMIENTOS
           END-IF
           IF NOT FS-MOVIMIENTOS-OK
               DISPLAY 'ERROR APERTURA MOVDIA.DAT FS: ' FS-MOVIMIENTOS
               PERFORM 9050-ERROR-FATAL
           END-IF
           PERFORM 4100-MOVIMIENTOS-CHEQUE
               VARYING WSS-C FROM 1 BY 1
               UNTIL WSS-C > WSS-CAR-CANT
           CLOSE MOVIMIENTOS
           .
       4000-GENERA-MOVIMIENTOS-EXIT. EXIT.

       4100-MOVIMIENTOS-CHEQUE.
           MOVE WSS-CAR-IMAGEN (WSS-C) TO REG-CARTERA
           IF CQ-DEVUELTO
              AND CQ-FECHA-RESOLUCION = WSS-FECHA-EJECUCION
               MOVE CQ-REF-REVERSO TO WSS-REF-BUSCADA
               PERFORM 4300-BUSCA-GENERADA
               IF WSS-REF-NO-GENERADA
                   PERFORM 4200-GRABO-REVERSO
               END-IF
               IF CQ-REF-GASTO NOT = 0
                   MOVE CQ-REF-GASTO TO WSS-REF-BUSCADA
                   PERFORM 4300-BUSCA-GENERADA
                   IF WSS-REF-NO-GENERADA
                       PERFORM 4250-GRABO-GASTO
                   END-IF
               END-IF
           END-IF
           .
       4100-MOVIMIENTOS-CHEQUE-EXIT. EXIT.

      *    EL REVERSO LLEVA LA FECHA DE VALOR DEL DEPOSITO: APLICMOV
      *    BUSCA EL ORIGINAL POR ESA CLAVE EN LA HISTORIA
       4200-GRABO-REVERSO.
           MOVE CQ-PAIS             TO MOV-PAIS
           MOVE CQ-SUCURSAL         TO MOV-SUCURSAL
           MOVE CQ-NUM-CUENTA       TO MOV-NUM-CUENTA
           SET MOV-REVERSO          TO TRUE
           MOVE CQ-IMPORTE          TO MOV-IMPORTE
           MOVE CQ-FECHA-VALOR      TO MOV-FECHA-VALOR
           MOVE SPACES              TO MOV-PAIS-DESTINO
           MOVE 0                   TO MOV-SUC-DESTINO
           MOVE 0                   TO MOV-CUENTA-DESTINO
           MOVE CQ-REF-REVERSO      TO MOV-REFERENCIA
           MOVE CQ-REFERENCIA       TO MOV-REF-ORIGINAL
           PERFORM 4400-WRITE-MOVIMIENTO
           ADD 1 TO WSS-REVERSOS-GENERADOS
           .
       4200-GRABO-REVERSO-EXIT. EXIT.

       4250-GRABO-GASTO.
           MOVE CQ-PAIS             TO MOV-PAIS
           MOVE CQ-SUCURSAL         TO MOV-SUCURSAL
           MOVE CQ-NUM-CUENTA       TO MOV-NUM-CUENTA
           SET MOV-GASTO-CHEQUE     TO TRUE
           MOVE CQ-IMPORTE-GASTO    TO MOV-IMPORTE
           MOVE WSS-FECHA-EJECUCION TO MOV-FECHA-VALOR
           MOVE SPACES              TO MOV-PAIS-DESTINO
           MOVE 0                   TO MOV-SUC-DESTINO
           MOVE 0                   TO MOV-CUENTA-DESTINO
           MOVE CQ-REF-GASTO        TO MOV-REFERENCIA
           MOVE 0                   TO MOV-REF-ORIGINAL
           PERFORM 4400-WRITE-MOVIMIENTO
           ADD 1 TO WSS-GASTOS-GENERADOS
           .
       4250-GRABO-GASTO-EXIT. EXIT.

       4300-BUSCA-GENERADA.
           SET WSS-REF-NO-GENERADA TO TRUE
           IF WSS-GEN-CANT > 0
               SET WSS-GEN-IDX TO 1
               SEARCH WSS-GEN-ENTRY
                   AT END
                       CONTINUE
                   WHEN WSS-GEN-REFERENCIA (WSS-GEN-IDX)
                        = WSS-REF-BUSCADA
                       SET WSS-REF-YA-GENERADA TO TRUE
               END-SEARCH
           END-IF
           .
       4300-BUSCA-GENERADA-EXIT. EXIT.

       4400-WRITE-MOVIMIENTO.
           WRITE REG-MOVIMIENTO
           IF NOT FS-MOVIMIENTOS-OK
               DISPLAY 'ERROR ESCRITURA MOVDIA.DAT FS: '
                        FS-MOVIMIENTOS
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       4400-WRITE-MOVIMIENTO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CHEQUES QUE SIGUEN PENDIENTES: SE TOTALIZAN Y LOS QUE YA
      *    PASARON SU FECHA DE DISPONIBILIDAD SE LISTAN COMO VENCIDOS
      *    (LOS FONDOS SIGUEN RETENIDOS HASTA QUE LLEGUE EL RESULTADO)
      *-----------------------------------------------------------------*
       5000-LISTA-PENDIENTES.
           MOVE WSS-CAR-IMAGEN (WSS-C) TO REG-CARTERA
           IF CQ-PENDIENTE
               ADD 1 TO WSS-PENDIENTES
               ADD CQ-IMPORTE TO WSS-IMPORTE-PENDIENTE
               IF CQ-FECHA-DISPONIBLE < WSS-FECHA-EJECUCION
                   ADD 1 TO WSS-VENCIDOS
                   MOVE CQ-PAIS             TO WSS-DET-PAIS
                   MOVE CQ-SUCURSAL         TO WSS-DET-SUC
                   MOVE CQ-NUM-CUENTA       TO WSS-DET-NUM-CUENTA
                   MOVE CQ-REFERENCIA       TO WSS-DET-REFERENCIA
                   MOVE CQ-IMPORTE          TO WSS-DET-IMPORTE
                   MOVE 'VENCIDO'           TO WSS-DET-SITUACION
                   MOVE 'SIN RESULTADO DE CAMARA'
                                            TO WSS-DET-MOTIVO
                   MOVE WSS-LINEA-DETALLE   TO WSS-LINEA-REPORTE
                   PERFORM 6100-WRITE-REPORTE
               END-IF
           END-IF
           .
       5000-LISTA-PENDIENTES-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    LEO UN RESULTADO DE LA CAMARA
      *-----------------------------------------------------------------*
       6000-LECTURA-RESULTADO.
           READ RESULTADOS
           EVALUATE TRUE
               WHEN FS-RESULTADOS-OK
                   ADD 1 TO WSS-LEIDOS
               WHEN FS-RESULTADOS-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA CANJRES.DAT FS: '
                            FS-RESULTADOS
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       6000-LECTURA-RESULTADO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    ESCRIBO UNA LINEA DEL REPORTE, CONTROLANDO PAGINADO
      *-----------------------------------------------------------------*
       6100-WRITE-REPORTE.
           WRITE REG-REPORTE FROM WSS-LINEA-REPORTE
           IF NOT FS-REPORTE-OK
               DISPLAY 'ERROR ESCRITURA CANJREP.DAT FS: ' FS-REPORTE
               PERFORM 9050-ERROR-FATAL
           END-IF
           ADD 1 TO WSS-LINEAS-IMPRESAS

           IF WSS-LINEAS-IMPRESAS >= WSS-MAX-LINEAS-PAGINA
               PERFORM 6150-ENCABEZADO-REPORTE
           END-IF
           .
       6100-WRITE-REPORTE-EXIT. EXIT.

       6150-ENCABEZADO-REPORTE.
           ADD 1 TO WSS-PAGINA
           MOVE WSS-PAGINA TO WSS-ENC1-PAGINA

           WRITE REG-REPORTE FROM WSS-ENC-1
           WRITE REG-REPORTE FROM WSS-ENC-2
           WRITE REG-REPORTE FROM WSS-ENC-3
           WRITE REG-REPORTE FROM WSS-ENC-4

           MOVE 4 TO WSS-LINEAS-IMPRESAS
           .
       6150-ENCABEZADO-REPORTE-EXIT. EXIT.

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
      *    ABORTA: UNA REFERENCIA YA TOMADA NO SE VUELVE A USAR), SALVO
      *    QUE LA CORRIDA HAYA ABORTADO ANTES DE CONOCERLA; CIERRO
      *    ARCHIVOS Y DISPLAYO TOTALES DE CONTROL
      *-----------------------------------------------------------------*
       9000-FINALIZAR.
           IF WSS-NUMERACION-CARGADA
               PERFORM 9200-GRABA-CONTROL-CANJE
           END-IF
           PERFORM 9100-TOTALES-DE-CONTROL
           CLOSE RESULTADOS
           CLOSE REPORTE
           STOP RUN
           .
       9000-FINALIZAR-EXIT. EXIT.

       9100-TOTALES-DE-CONTROL.
           DISPLAY '-------------------------------'
           DISPLAY '- RESULTADOS DE CAMARA LEIDOS: ' WSS-LEIDOS
           DISPLAY '- CHEQUES CONFIRMADOS: ' WSS-CONFIRMADOS
           DISPLAY '- IMPORTE CONFIRMADO: ' WSS-IMPORTE-CONFIRMADO
           DISPLAY '- CHEQUES DEVUELTOS: ' WSS-DEVUELTOS
           DISPLAY '- IMPORTE DEVUELTO: ' WSS-IMPORTE-DEVUELTO
           DISPLAY '- RESULTADOS YA REGISTRADOS: ' WSS-YA-RESUELTOS
           DISPLAY '- RESULTADOS OBSERVADOS: ' WSS-OBSERVADOS
           DISPLAY '- REVERSOS GENERADOS: ' WSS-REVERSOS-GENERADOS
           DISPLAY '- GASTOS GENERADOS: ' WSS-GASTOS-GENERADOS
           DISPLAY '- CHEQUES PENDIENTES EN CANJE: ' WSS-PENDIENTES
           DISPLAY '- IMPORTE PENDIENTE: ' WSS-IMPORTE-PENDIENTE
           DISPLAY '- CHEQUES VENCIDOS SIN RESULTADO: ' WSS-VENCIDOS
           DISPLAY '- CHEQUES DEPURADOS DE LA CARTERA: ' WSS-DEPURADOS
           DISPLAY '- ULTIMA REFERENCIA USADA: ' WSS-ULTIMA-REFERENCIA
           DISPLAY '-------------------------------'

           IF RETURN-CODE = 0
              AND (WSS-OBSERVADOS > 0 OR WSS-VENCIDOS > 0)
               MOVE 4 TO RETURN-CODE
           END-IF
           .
       9100-TOTALES-DE-CONTROL-EXIT. EXIT.

       9200-GRABA-CONTROL-CANJE.
           MOVE WSS-ULTIMA-REFERENCIA TO CC-ULTIMA-REFERENCIA
           OPEN OUTPUT CONTROL-CANJE
           IF FS-CONTROL-CANJE-OK
               WRITE REG-CONTROL-CANJE
               CLOSE CONTROL-CANJE
           END-IF
           IF NOT FS-CONTROL-CANJE-OK
               DISPLAY 'ERROR GRABACION CANJCTL.DAT FS: '
                        FS-CONTROL-CANJE
               MOVE 8 TO RETURN-CODE
           END-IF
           .
       9200-GRABA-CONTROL-CANJE-EXIT. EXIT.
