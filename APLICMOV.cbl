      *                 POR CLAVE (EL 'R' DEBE TRAER LA FECHA DE VALOR
      *                 DEL ORIGINAL) Y LO DEJA MARCADO CON LA
      *                 REFERENCIA DEL REVERSO.
      *   2026-10-15  - UNA COMISION DE MANTENIMIENTO COBRADA POR ERROR
      *                 (MH-TIPO 'C' DE COMISION) SE DEVUELVE CON UN
      *                 REVERSO 'R' SOBRE SU REFERENCIA, IGUAL QUE UNA
      *                 EXTRACCION: EL REVERSO ACREDITA LA CUENTA.
      *   2026-10-15  - EL REGISTRO DE MOVDIA.DAT PASA AL COPYBOOK
      *                 MOVDIAC.CPY (LO COMPARTE CON ORDPERM, QUE
      *                 GENERA LAS TRANSFERENCIAS DE LAS ORDENES
      *                 PERMANENTES).
      *   2026-10-15  - CATALOGO DE PRODUCTOS (PRODUCTOS.DAT, VER
      *                 PRODUCC.CPY; OPCIONAL): EL TOPE DE LOS DEBITOS
      *                 DE UNA CUENTA CON CTA-PRODUCTO SALE DE SU
      *                 PRODUCTO. SI EL PRODUCTO NO ADMITE DESCUBIERTO
      *                 NO HAY LIMITE; SI LO ADMITE, RIGE EL MENOR
      *                 ENTRE CTA-LIMITE-DESCUBIERTO Y
      *                 PRD-MAX-DESCUBIERTO; Y EN AMBOS CASOS EL DEBITO
      *                 NO PUEDE PERFORAR PRD-SALDO-MINIMO. SIN PRODUCTO
      *                 (O CON UN CODIGO QUE NO ESTA EN EL CATALOGO, QUE
      *                 SE CUENTA Y DEJA RETURN-CODE 4) RIGE EL LIMITE
      *                 DE LA CUENTA COMO HASTA AHORA.
      *   2026-10-15  - LOS MOVIMIENTOS DE PLAZO FIJO (MH-TIPO 'F' Y
      *                 'V', GRABADOS POR PLAZOFIJ) NO SE REVERSAN POR
      *                 MOVDIA.DAT: EL 'R' SE RECHAZA CON MOTIVO
      *                 'MOVIMIENTO DE PLAZO FIJO'.
      *   2026-10-15  - EL PASO SE REGISTRA EN EL CONTROL DE CORRIDAS
      *                 RUNCTL (SIN PREDECESOR): AL ARRANCAR QUEDA EN
      *                 PROCESO PARA LA FECHA DE NEGOCIO Y CON ESO SE
      *                 CIERRA LA CAPTURA EN LINEA DE CAPTMOV, QUE YA
      *                 NO PUEDE AGREGAR A MOVDIA.DAT. UNA RECORRIDA
      *                 DE UNA FECHA YA COMPLETADA SOLO SE AVISA: EL
      *                 CONTROL DE MOVAPLIC.DAT SALTEA LO YA APLICADO.
      *   2026-10-15  - EL INTERES Y LAS COMISIONES DE LA LIQUIDACION
      *                 DE CIERRE (MH-TIPO 'L' Y 'K', GRABADOS POR
      *                 CIERCTA) NO SE REVERSAN POR MOVDIA.DAT: EL 'R'
      *                 SE RECHAZA CON MOTIVO 'MOVIMIENTO DE CIERRE'.
      *   2026-10-15  - DEPOSITO DE CHEQUE (TIPO 'Q'): ACREDITA EL
      *                 SALDO COMO UNA 'D' Y DEJA EL CHEQUE PENDIENTE
      *                 EN CHQCANJ.DAT (VER CHQCANJC.CPY) CON SU FECHA
      *                 DE DISPONIBILIDAD, LA FECHA DE PROCESO MAS LOS
      *                 DIAS HABILES DEL CICLO DE CANJE DEL PAIS/MONEDA
      *                 (CANJPAR.DAT; SIN CICLO SE RECHAZA). LO
      *                 PENDIENTE EN CANJE SE DESCUENTA DEL DISPONIBLE
      *                 IGUAL QUE LAS RETENCIONES. EL REVERSO DE UNA
      *                 'Q' Y EL GASTO POR CHEQUE DEVUELTO (TIPO 'G')
      *                 SOLO SE ACEPTAN CON REFERENCIA DEL RANGO DE
      *                 CANJE, SE APLICAN AUNQUE LA CUENTA ESTE
      *                 BLOQUEADA Y NO CONTROLAN DISPONIBLE.
      *   2026-10-15  - TOPES DIARIOS DE DEBITO (LIMPAR.DAT, OPCIONAL):
      *                 POR PAIS/MONEDA, CON EXCEPCIONES POR CUENTA, EL
      *                 IMPORTE Y LA CANTIDAD MAXIMA DE EXTRACCIONES Y
      *                 TRANSFERENCIAS DE LA FECHA DE NEGOCIO POR CUENTA
      *                 Y POR TITULAR (TODAS LAS CUENTAS DEL MISMO
      *                 CTA-NUM-CLIENTE EN LA MONEDA). LO QUE SUPERA UN
      *                 TOPE VA A MOVRECH.DAT CON SU PROPIO MOTIVO Y SE
      *                 LISTA EN LIMREP.DAT. LO CONSUMIDO QUEDA EN
      *                 LIMUSO.DAT POR REFERENCIA: UNA RECORRIDA NO LO
      *                 CUENTA DOS VECES.
      *   2026-10-15  - LA FECHA DE PROCESO (MH-FECHA-PROCESO, VIGENCIA
      *                 DE RETENCIONES Y DEPOSITO DE CHEQUES) ES LA
      *                 FECHA DE NEGOCIO DEL CONTROL DE CORRIDAS Y NO LA
      *                 DEL SISTEMA: UNA CORRIDA DESPUES DE MEDIANOCHE
      *                 NO SACA LOS MOVIMIENTOS DEL DIA DE ASIFLUJ,
      *                 LIQSUC, LAVMON NI EXTDWH.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APLICMOV.
           SELECT RETENCIONES ASSIGN TO "RETENES.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-RETENCIONES.
           SELECT PRODUCTOS ASSIGN TO "PRODUCTOS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PRODUCTOS.
           SELECT CHEQUES ASSIGN TO "CHQCANJ.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CHEQUES.
           SELECT CICLOS-CANJE ASSIGN TO "CANJPAR.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CICLOS-CANJE.
           SELECT TOPES ASSIGN TO "LIMPAR.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-TOPES.
           SELECT USO-TOPES ASSIGN TO "LIMUSO.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-USO-TOPES.
           SELECT REPORTE-TOPES ASSIGN TO "LIMREP.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-REPORTE-TOPES.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  MOVIMIENTOS.
           01  REG-MOVIMIENTO.
               COPY MOVDIAC.
       FD  MAESTRO-CTA.
           01  REG-MAESTRO-CTA.
               COPY CUENTASC.
       FD  RETENCIONES.
           01  REG-RETENCION.
               COPY RETENESC.
       FD  PRODUCTOS.
           01  REG-PRODUCTO.
               COPY PRODUCC.
       FD  CHEQUES.
           01  REG-CHEQUE.
               COPY CHQCANJC.
      *    CANJPAR.DAT: CICLO DE CANJE (DIAS HABILES) Y GASTO POR
      *    CHEQUE DEVUELTO DE CADA PAIS/MONEDA
       FD  CICLOS-CANJE.
           01  REG-CICLO-CANJE.
               05 CJ-PAIS               PIC X(03).
               05 CJ-MONEDA             PIC X(03).
               05 CJ-DIAS-CANJE         PIC 9(02).
               05 CJ-GASTO-DEVOLUCION   PIC 9(05)V99.
      *    LIMPAR.DAT: TOPES DIARIOS DE DEBITO. LA LINEA CON SUCURSAL Y
      *    CUENTA EN CERO ES LA GENERAL DEL PAIS/MONEDA (TOPES POR
      *    CUENTA Y POR TITULAR); LA LINEA CON CUENTA ES UNA EXCEPCION
      *    QUE REEMPLAZA SOLO LOS TOPES DE ESA CUENTA (SUS TOPES DE
      *    TITULAR VAN EN CERO). UN TOPE EN CERO ES SIN TOPE.
       FD  TOPES.
           01  REG-TOPE.
               05 LP-PAIS               PIC X(03).
               05 LP-MONEDA             PIC X(03).
               05 LP-SUCURSAL           PIC 9(02).
               05 LP-NUM-CUENTA         PIC 9(10).
               05 LP-TOPE-IMPORTE       PIC 9(07)V99.
               05 LP-TOPE-CANTIDAD      PIC 9(03).
               05 LP-TOPE-IMP-TITULAR   PIC 9(09)V99.
               05 LP-TOPE-CANT-TITULAR  PIC 9(03).
      *    LIMUSO.DAT: UN REGISTRO POR DEBITO APLICADO QUE CONSUME TOPE
      *    EN LA FECHA DE NEGOCIO (SE VACIA AL CAMBIAR LA FECHA)
       FD  USO-TOPES.
           01  REG-USO-TOPE.
               05 LU-FECHA              PIC 9(08).
               05 LU-REFERENCIA         PIC 9(09).
               05 LU-PAIS               PIC X(03).
               05 LU-SUCURSAL           PIC 9(02).
               05 LU-NUM-CUENTA         PIC 9(10).
               05 LU-NUM-CLIENTE        PIC 9(08).
               05 LU-MONEDA             PIC X(03).
               05 LU-IMPORTE            PIC 9(07)V99.
       FD  REPORTE-TOPES.
           01  REG-REPORTE-TOPES        PIC X(80).

      ******************************************************************
       WORKING-STORAGE SECTION.
                   88 FS-RETENCIONES-OK            VALUE '00'.
                   88 FS-RETENCIONES-FIN           VALUE '10'.
                   88 FS-RETENCIONES-NO-EXISTE     VALUE '35'.
           05  FS-PRODUCTOS            PIC X(02).
                   88 FS-PRODUCTOS-OK              VALUE '00'.
                   88 FS-PRODUCTOS-FIN             VALUE '10'.
                   88 FS-PRODUCTOS-NO-EXISTE       VALUE '35'.
           05  FS-CHEQUES              PIC X(02).
                   88 FS-CHEQUES-OK                VALUE '00'.
                   88 FS-CHEQUES-FIN               VALUE '10'.
                   88 FS-CHEQUES-NO-EXISTE         VALUE '35'.
           05  FS-CICLOS-CANJE         PIC X(02).
                   88 FS-CICLOS-CANJE-OK           VALUE '00'.
                   88 FS-CICLOS-CANJE-FIN          VALUE '10'.
                   88 FS-CICLOS-CANJE-NO-EXISTE    VALUE '35'.
           05  FS-TOPES                PIC X(02).
                   88 FS-TOPES-OK                  VALUE '00'.
                   88 FS-TOPES-FIN                 VALUE '10'.
                   88 FS-TOPES-NO-EXISTE           VALUE '35'.
           05  FS-USO-TOPES            PIC X(02).
                   88 FS-USO-TOPES-OK              VALUE '00'.
                   88 FS-USO-TOPES-FIN             VALUE '10'.
                   88 FS-USO-TOPES-NO-EXISTE       VALUE '35'.
           05  FS-REPORTE-TOPES        PIC X(02).
                   88 FS-REPORTE-TOPES-OK          VALUE '00'.
       01  WSS-SW-MOVIMIENTO           PIC X(01).
           88 WSS-MOVIMIENTO-VALIDO                VALUE 'S'.
           88 WSS-MOVIMIENTO-INVALIDO              VALUE 'N'.
      *    ORIGEN SIRVE ADEMAS PARA DESHACER EL PRIMER REWRITE SI EL
      *    SEGUNDO FALLA
      *-----------------------------------------------------------------*
       01  WSS-IMAGEN-ORIGEN           PIC X(86).
       01  WSS-IMAGEN-DESTINO          PIC X(86).
       01  WSS-SALDO-ORIGEN            PIC S9(07)V99.
       01  WSS-SALDO-DESTINO           PIC S9(07)V99.
       01  WSS-MONEDA-ORIGEN           PIC X(03).
       01  WSS-RET-PERDIDAS            PIC 9(04) VALUE 0.
       01  WSS-RETENIDO-CUENTA         PIC 9(08)V99.
       01  WSS-R                       PIC 9(04).
      *-----------------------------------------------------------------*
      *    REGLAS DE DESCUBIERTO DE CADA PRODUCTO (PRODUCTOS.DAT) Y
      *    LIMITE EFECTIVO DE LA CUENTA EN CURSO: LO QUE SE PUEDE
      *    DEBITAR POR DEBAJO DE CERO (NEGATIVO SI EL PRODUCTO EXIGE
      *    SALDO MINIMO)
      *-----------------------------------------------------------------*
       01  WSS-TABLA-PRODUCTOS.
           05 WSS-PRD-CANT             PIC 9(03) VALUE 0.
           05 WSS-PRD-ENTRY OCCURS 1 TO 200 TIMES
                              DEPENDING ON WSS-PRD-CANT
                              INDEXED BY WSS-PRD-IDX.
               10 WSS-PRD-CODIGO       PIC X(03).
               10 WSS-PRD-PERMITE      PIC X(01).
               10 WSS-PRD-MAXIMO       PIC 9(07)V99.
               10 WSS-PRD-MINIMO       PIC 9(07)V99.
       01  WSS-SW-PRODUCTO             PIC X(01).
           88 WSS-PRODUCTO-CONOCIDO                VALUE 'S'.
           88 WSS-PRODUCTO-DESCONOCIDO             VALUE 'N'.
       01  WSS-LIMITE-CUENTA           PIC S9(08)V99.
      *-----------------------------------------------------------------*
      *    CHEQUES PENDIENTES EN CANJE (CHQCANJ.DAT): SE SUMAN A LO
      *    RETENIDO DE LA CUENTA, PORQUE YA ESTAN EN EL SALDO PERO NO
      *    SE PUEDEN DEBITAR HASTA QUE CANJE LOS CONFIRME. CON LA
      *    TABLA LLENA SE PAGARIA CONTRA CHEQUES SIN CONFIRMAR: LA
      *    CORRIDA ABORTA
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
      *    CICLO DE CANJE DE CADA PAIS/MONEDA (CANJPAR.DAT) Y CALCULO
      *    DE LA FECHA DE DISPONIBILIDAD DEL CHEQUE EN DIAS HABILES
      *    DEL PAIS DE LA CUENTA (CALENDAR.DAT VIA FECHAVAL)
      *-----------------------------------------------------------------*
       01  WSS-TABLA-CICLOS.
           05 WSS-CIC-CANT             PIC 9(03) VALUE 0.
           05 WSS-CIC-ENTRY OCCURS 1 TO 100 TIMES
                              DEPENDING ON WSS-CIC-CANT
                              INDEXED BY WSS-CIC-IDX.
               10 WSS-CIC-PAIS         PIC X(03).
               10 WSS-CIC-MONEDA       PIC X(03).
               10 WSS-CIC-DIAS         PIC 9(02).
       01  WSS-SW-CICLO                PIC X(01).
           88 WSS-CICLO-HALLADO                    VALUE 'S'.
           88 WSS-CICLO-NO-HALLADO                 VALUE 'N'.
       01  WSS-DIAS-CANJE              PIC 9(02).
       01  WSS-DIAS-HABILES            PIC 9(02).
       01  WSS-FECHA-DISPONIBLE        PIC 9(08).
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
      *    TOPE DE SEGURIDAD: SI EN 120 DIAS NO SE JUNTAN LOS DIAS
      *    HABILES DEL CICLO, EL CALENDARIO ESTA MAL CARGADO
       01  WSS-DIAS-AVANZADOS          PIC 9(03).
       01  AREADECOM-FEC.
           COPY CPY004.
      *-----------------------------------------------------------------*
      *    TOPES DIARIOS DE DEBITO (LIMPAR.DAT): LINEAS GENERALES DE
      *    PAIS/MONEDA Y EXCEPCIONES POR CUENTA
      *-----------------------------------------------------------------*
       01  WSS-TABLA-TOPES.
           05 WSS-TOP-CANT             PIC 9(03) VALUE 0.
           05 WSS-TOP-ENTRY OCCURS 1 TO 500 TIMES
                              DEPENDING ON WSS-TOP-CANT
                              INDEXED BY WSS-TOP-IDX.
               10 WSS-TOP-PAIS         PIC X(03).
               10 WSS-TOP-MONEDA       PIC X(03).
               10 WSS-TOP-SUC          PIC 9(02).
               10 WSS-TOP-CUENTA       PIC 9(10).
               10 WSS-TOP-IMPORTE      PIC 9(07)V99.
               10 WSS-TOP-CANTIDAD     PIC 9(03).
               10 WSS-TOP-IMP-TIT      PIC 9(09)V99.
               10 WSS-TOP-CANT-TIT     PIC 9(03).
      *-----------------------------------------------------------------*
      *    DEBITOS DE LA FECHA DE NEGOCIO QUE YA CONSUMIERON TOPE
      *    (LIMUSO.DAT), POR REFERENCIA. CON LA TABLA LLENA SE PODRIA
      *    PASAR UN TOPE: LA CORRIDA ABORTA
      *-----------------------------------------------------------------*
       01  WSS-TABLA-USO.
           05 WSS-USO-CANT             PIC 9(04) VALUE 0.
           05 WSS-USO-ENTRY OCCURS 1 TO 5000 TIMES
                              DEPENDING ON WSS-USO-CANT
                              INDEXED BY WSS-USO-IDX.
               10 WSS-USO-REFERENCIA   PIC 9(09).
               10 WSS-USO-PAIS         PIC X(03).
               10 WSS-USO-SUC          PIC 9(02).
               10 WSS-USO-CUENTA       PIC 9(10).
               10 WSS-USO-CLIENTE      PIC 9(08).
               10 WSS-USO-MONEDA       PIC X(03).
               10 WSS-USO-IMPORTE      PIC 9(07)V99.
       01  WSS-FECHA-TOPES             PIC 9(08).
       01  WSS-SW-USO-VIEJO            PIC X(01) VALUE 'N'.
           88 WSS-HAY-USO-VIEJO                    VALUE 'S'.
       01  WSS-SW-USO-REF              PIC X(01).
           88 WSS-USO-REF-YA-GRABADA               VALUE 'S'.
           88 WSS-USO-REF-NUEVA                    VALUE 'N'.
      *    TOPES QUE RIGEN PARA LA CUENTA EN CURSO Y LO YA CONSUMIDO
       01  WSS-SW-TOPE                 PIC X(01).
           88 WSS-CON-TOPE                         VALUE 'S'.
           88 WSS-SIN-TOPE                         VALUE 'N'.
       01  WSS-TOPE-CUENTA.
           05 WSS-TC-IMPORTE           PIC 9(07)V99.
           05 WSS-TC-CANTIDAD          PIC 9(03).
           05 WSS-TC-IMP-TIT           PIC 9(09)V99.
           05 WSS-TC-CANT-TIT          PIC 9(03).
       01  WSS-USO-ACUMULADO.
           05 WSS-UC-IMPORTE           PIC 9(09)V99.
           05 WSS-UC-CANTIDAD          PIC 9(04).
           05 WSS-UC-IMP-TIT           PIC 9(11)V99.
           05 WSS-UC-CANT-TIT          PIC 9(04).
       01  WSS-LIM-CLIENTE             PIC 9(08).
       01  WSS-LIM-MONEDA              PIC X(03).
       01  WSS-U                       PIC 9(04).
      *-----------------------------------------------------------------*
      *    REPORTE DE TOPES ALCANZADOS (LIMREP.DAT)
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
       01  WSS-ENC-1.
           05 FILLER                   PIC X(20)
                                        VALUE 'BANCO LATINOAMERICA'.
           05 FILLER                   PIC X(38) VALUE SPACES.
           05 FILLER                   PIC X(08) VALUE 'PAGINA: '.
           05 WSS-ENC1-PAGINA          PIC ZZ9.
           05 FILLER                   PIC X(11) VALUE SPACES.
       01  WSS-ENC-2.
           05 FILLER            PIC X(40)
                  VALUE 'APLICMOV - TOPES DIARIOS ALCANZADOS'.
           05 FILLER            PIC X(08) VALUE 'FECHA: '.
           05 WSS-ENC2-FECHA    PIC X(10).
           05 FILLER            PIC X(22) VALUE SPACES.
       01  WSS-ENC-3.
           05 FILLER            PIC X(08) VALUE 'PAIS/SUC'.
           05 FILLER            PIC X(12) VALUE 'CUENTA'.
           05 FILLER            PIC X(09) VALUE 'CLIENTE'.
           05 FILLER            PIC X(10) VALUE 'REFERENCIA'.
           05 FILLER            PIC X(13) VALUE '     IMPORTE'.
           05 FILLER            PIC X(13) VALUE 'TOPE'.
           05 FILLER            PIC X(15) VALUE '     CONSUMIDO'.
       01  WSS-ENC-4.
           05 FILLER                   PIC X(78) VALUE ALL '-'.
       01  WSS-LINEA-REPORTE            PIC X(80).
       01  WSS-LINEA-TOPE.
           05 WSS-LT-PAIS               PIC X(03).
           05 FILLER                    PIC X(01) VALUE '/'.
           05 WSS-LT-SUC                PIC 9(02).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WSS-LT-NUM-CUENTA         PIC 9(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WSS-LT-CLIENTE            PIC 9(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WSS-LT-REFERENCIA         PIC 9(09).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WSS-LT-IMPORTE            PIC Z,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WSS-LT-TOPE               PIC X(12).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WSS-LT-CONSUMIDO          PIC X(15).
       01  WSS-ED-IMPORTE               PIC ZZZ,ZZZ,ZZ9.99.
       01  WSS-ED-CANTIDAD              PIC Z(10)9.
       01  AREADECOM-DIG.
           COPY CPY005.
       01  AREADECOM-CTL.
           COPY CPY003.
       01  WSS-TOTALES-CONTROL.
           05 WSS-LEIDOS               PIC 9(05).
           05 WSS-APLICADOS            PIC 9(05).
           05 WSS-REVERSADOS           PIC 9(05).
           05 WSS-SALTEADOS            PIC 9(05).
           05 WSS-RECHAZADOS           PIC 9(05).
           05 WSS-SIN-PRODUCTO         PIC 9(05).
           05 WSS-CHEQUES-EN-CANJE     PIC 9(05).
           05 WSS-RECHAZOS-TOPE        PIC 9(05).

      ******************************************************************
       PROCEDURE DIVISION.
      *    ABRO ARCHIVOS, INICIALIZO Y LEO EL PRIMER MOVIMIENTO
      *-----------------------------------------------------------------*
       1000-INICIO.
           PERFORM 1020-CONTROL-DE-CORRIDA
           INITIALIZE WSS-TOTALES-CONTROL
           MOVE CTL-FECHA-NEGOCIO TO WSS-FECHA-EJECUCION

           OPEN INPUT MOVIMIENTOS
           IF NOT FS-MOVIMIENTOS-OK

           PERFORM 1100-CARGA-REFERENCIAS
           PERFORM 1200-CARGA-RETENCIONES
           PERFORM 1300-CARGA-PRODUCTOS
           PERFORM 1400-CARGA-CICLOS
           PERFORM 1500-CARGA-CHEQUES
           PERFORM 1600-CARGA-TOPES
           PERFORM 1700-CARGA-USO-TOPES

           MOVE WSS-FECHA-TOPES (7:2) TO WSS-FECHA-IMP-DD
           MOVE WSS-FECHA-TOPES (5:2) TO WSS-FECHA-IMP-MM
           MOVE WSS-FECHA-TOPES (1:4) TO WSS-FECHA-IMP-AAAA
           MOVE WSS-FECHA-IMPRESION TO WSS-ENC2-FECHA
           OPEN OUTPUT REPORTE-TOPES
           IF NOT FS-REPORTE-TOPES-OK
               DISPLAY 'ERROR APERTURA LIMREP.DAT FS: '
                        FS-REPORTE-TOPES
               PERFORM 9050-ERROR-FATAL
           END-IF
           PERFORM 7950-ENCABEZADO-TOPES

           PERFORM 5000-LECTURA-MOVIMIENTO
           .
       1000-INICIO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CONTROL DE CORRIDAS: EL PASO QUEDA EN PROCESO PARA LA FECHA
      *    DE NEGOCIO (CIERRA LA CAPTURA EN LINEA). SI LA FECHA YA FUE
      *    COMPLETADA SE SIGUE IGUAL: MOVAPLIC.DAT EVITA APLICAR DOS
      *    VECES, COMO CON UN ARCHIVO REENVIADO POR LA SUCURSAL
      *-----------------------------------------------------------------*
       1020-CONTROL-DE-CORRIDA.
           SET CTL-FUNCION-INICIO TO TRUE
           MOVE 'APLICMOV' TO CTL-PROGRAMA
           MOVE SPACES     TO CTL-PREDECESOR
           MOVE 0          TO CTL-RETORNO-JOB
           CALL 'RUNCTL' USING AREADECOM-CTL
           EVALUATE TRUE
               WHEN CTL-OK
                   CONTINUE
               WHEN CTL-YA-CORRIO
                   DISPLAY 'APLICMOV: LA FECHA DE NEGOCIO '
                           CTL-FECHA-NEGOCIO ' YA FUE COMPLETADA, SE '
                           'SALTEA LO YA APLICADO'
               WHEN OTHER
                   DISPLAY 'APLICMOV: CONTROL DE CORRIDAS CON ERROR'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
      *    LOS TOPES DIARIOS SE CUENTAN POR FECHA DE NEGOCIO, ASI UNA
      *    RECORRIDA DESPUES DE MEDIANOCHE SIGUE EN EL MISMO DIA
           MOVE CTL-FECHA-NEGOCIO TO WSS-FECHA-TOPES
           .
       1020-CONTROL-DE-CORRIDA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CARGO EN TABLA LAS REFERENCIAS YA APLICADAS (MOVAPLIC.DAT,
      *    ACUMULATIVO ENTRE CORRIDAS) Y DEJO EL CONTROL ABIERTO EN
           .
       1220-AGREGA-RETENCION-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CARGO LAS REGLAS DE DESCUBIERTO DE CADA PRODUCTO.
      *    PRODUCTOS.DAT ES OPCIONAL: SIN ARCHIVO RIGE EL LIMITE DE
      *    CADA CUENTA
      *-----------------------------------------------------------------*
       1300-CARGA-PRODUCTOS.
           OPEN INPUT PRODUCTOS
           IF FS-PRODUCTOS-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-PRODUCTOS-OK
                   DISPLAY 'ERROR APERTURA PRODUCTOS.DAT FS: '
                            FS-PRODUCTOS
                   PERFORM 9050-ERROR-FATAL
               ELSE
                   PERFORM 1310-LEE-PRODUCTO
                       UNTIL FS-PRODUCTOS-FIN
                   CLOSE PRODUCTOS
               END-IF
           END-IF
           .
       1300-CARGA-PRODUCTOS-EXIT. EXIT.

       1310-LEE-PRODUCTO.
           READ PRODUCTOS
           EVALUATE TRUE
               WHEN FS-PRODUCTOS-OK
                   IF WSS-PRD-CANT < 200
                       ADD 1 TO WSS-PRD-CANT
                       SET WSS-PRD-IDX TO WSS-PRD-CANT
                       MOVE PRD-CODIGO
                            TO WSS-PRD-CODIGO (WSS-PRD-IDX)
                       MOVE PRD-PERMITE-DESCUBIERTO
                            TO WSS-PRD-PERMITE (WSS-PRD-IDX)
                       MOVE PRD-MAX-DESCUBIERTO
                            TO WSS-PRD-MAXIMO (WSS-PRD-IDX)
                       MOVE PRD-SALDO-MINIMO
                            TO WSS-PRD-MINIMO (WSS-PRD-IDX)
                   ELSE
                       DISPLAY 'APLICMOV: TABLA DE PRODUCTOS LLENA'
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
       1310-LEE-PRODUCTO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CARGO EL CICLO DE CANJE DE CADA PAIS/MONEDA. CANJPAR.DAT ES
      *    OPCIONAL: SIN ARCHIVO SE RECHAZAN LOS DEPOSITOS DE CHEQUE
      *-----------------------------------------------------------------*
       1400-CARGA-CICLOS.
           OPEN INPUT CICLOS-CANJE
           IF FS-CICLOS-CANJE-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-CICLOS-CANJE-OK
                   DISPLAY 'ERROR APERTURA CANJPAR.DAT FS: '
                            FS-CICLOS-CANJE
                   PERFORM 9050-ERROR-FATAL
               ELSE
                   PERFORM 1410-LEE-CICLO
                       UNTIL FS-CICLOS-CANJE-FIN
                   CLOSE CICLOS-CANJE
               END-IF
           END-IF
           .
       1400-CARGA-CICLOS-EXIT. EXIT.

       1410-LEE-CICLO.
           READ CICLOS-CANJE
           EVALUATE TRUE
               WHEN FS-CICLOS-CANJE-OK
                   IF WSS-CIC-CANT < 100
                       ADD 1 TO WSS-CIC-CANT
                       SET WSS-CIC-IDX TO WSS-CIC-CANT
                       MOVE CJ-PAIS   TO WSS-CIC-PAIS (WSS-CIC-IDX)
                       MOVE CJ-MONEDA TO WSS-CIC-MONEDA (WSS-CIC-IDX)
                       MOVE CJ-DIAS-CANJE
                            TO WSS-CIC-DIAS (WSS-CIC-IDX)
                   ELSE
                       DISPLAY 'APLICMOV: TABLA DE CICLOS DE CANJE '
                               'LLENA'
                       PERFORM 9050-ERROR-FATAL
                   END-IF
               WHEN FS-CICLOS-CANJE-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA CANJPAR.DAT FS: '
                            FS-CICLOS-CANJE
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1410-LEE-CICLO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CARGO LOS CHEQUES PENDIENTES EN CANJE Y DEJO CHQCANJ.DAT
      *    ABIERTO EN EXTEND PARA AGREGAR LOS QUE SE DEPOSITEN EN LA
      *    CORRIDA (SI NO EXISTE SE CREA)
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

           OPEN EXTEND CHEQUES
           IF FS-CHEQUES-NO-EXISTE
               OPEN OUTPUT CHEQUES
           END-IF
           IF NOT FS-CHEQUES-OK
               DISPLAY 'ERROR APERTURA CHQCANJ.DAT FS: ' FS-CHEQUES
               PERFORM 9050-ERROR-FATAL
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
               DISPLAY 'APLICMOV: TABLA DE CHEQUES EN CANJE LLENA'
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       1520-AGREGA-CHEQUE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CARGO LOS TOPES DIARIOS DE DEBITO. LIMPAR.DAT ES OPCIONAL:
      *    SIN ARCHIVO NO HAY TOPES. CON LA TABLA INCOMPLETA SE PODRIA
      *    PASAR UN TOPE: LA CORRIDA ABORTA
      *-----------------------------------------------------------------*
       1600-CARGA-TOPES.
           OPEN INPUT TOPES
           EVALUATE TRUE
               WHEN FS-TOPES-OK
                   PERFORM 1610-LEE-TOPE UNTIL FS-TOPES-FIN
                   CLOSE TOPES
               WHEN FS-TOPES-NO-EXISTE
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR APERTURA LIMPAR.DAT FS: ' FS-TOPES
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1600-CARGA-TOPES-EXIT. EXIT.

       1610-LEE-TOPE.
           READ TOPES
           EVALUATE TRUE
               WHEN FS-TOPES-OK
                   IF WSS-TOP-CANT >= 500
                       DISPLAY 'APLICMOV: TABLA DE TOPES DIARIOS LLENA'
                       PERFORM 9050-ERROR-FATAL
                   END-IF
                   ADD 1 TO WSS-TOP-CANT
                   SET WSS-TOP-IDX TO WSS-TOP-CANT
                   MOVE LP-PAIS       TO WSS-TOP-PAIS (WSS-TOP-IDX)
                   MOVE LP-MONEDA     TO WSS-TOP-MONEDA (WSS-TOP-IDX)
                   MOVE LP-SUCURSAL   TO WSS-TOP-SUC (WSS-TOP-IDX)
                   MOVE LP-NUM-CUENTA TO WSS-TOP-CUENTA (WSS-TOP-IDX)
                   MOVE LP-TOPE-IMPORTE
                        TO WSS-TOP-IMPORTE (WSS-TOP-IDX)
                   MOVE LP-TOPE-CANTIDAD
                        TO WSS-TOP-CANTIDAD (WSS-TOP-IDX)
                   MOVE LP-TOPE-IMP-TITULAR
                        TO WSS-TOP-IMP-TIT (WSS-TOP-IDX)
                   MOVE LP-TOPE-CANT-TITULAR
                        TO WSS-TOP-CANT-TIT (WSS-TOP-IDX)
               WHEN FS-TOPES-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA LIMPAR.DAT FS: ' FS-TOPES
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1610-LEE-TOPE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CARGO LO YA CONSUMIDO EN LA FECHA DE NEGOCIO (LIMUSO.DAT) Y
      *    DEJO EL ARCHIVO ABIERTO EN EXTEND PARA IR AGREGANDO CADA
      *    DEBITO APLICADO. LOS REGISTROS DE OTRA FECHA SE DESCARTAN:
      *    EL ARCHIVO SE REGRABA SOLO CON LOS DE LA FECHA
      *-----------------------------------------------------------------*
       1700-CARGA-USO-TOPES.
           OPEN INPUT USO-TOPES
           EVALUATE TRUE
               WHEN FS-USO-TOPES-OK
                   PERFORM 1710-LEE-USO UNTIL FS-USO-TOPES-FIN
                   CLOSE USO-TOPES
                   IF WSS-HAY-USO-VIEJO
                       OPEN OUTPUT USO-TOPES
                       PERFORM 1730-REGRABA-USO
                           VARYING WSS-U FROM 1 BY 1
                           UNTIL WSS-U > WSS-USO-CANT
                   ELSE
                       OPEN EXTEND USO-TOPES
                   END-IF
               WHEN FS-USO-TOPES-NO-EXISTE
                   OPEN OUTPUT USO-TOPES
               WHEN OTHER
                   DISPLAY 'ERROR APERTURA LIMUSO.DAT FS: '
                            FS-USO-TOPES
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           IF NOT FS-USO-TOPES-OK
               DISPLAY 'ERROR APERTURA LIMUSO.DAT FS: ' FS-USO-TOPES
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       1700-CARGA-USO-TOPES-EXIT. EXIT.

       1710-LEE-USO.
           READ USO-TOPES
           EVALUATE TRUE
               WHEN FS-USO-TOPES-OK
                   IF LU-FECHA = WSS-FECHA-TOPES
                       PERFORM 1720-AGREGA-USO
                   ELSE
                       SET WSS-HAY-USO-VIEJO TO TRUE
                   END-IF
               WHEN FS-USO-TOPES-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA LIMUSO.DAT FS: '
                            FS-USO-TOPES
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1710-LEE-USO-EXIT. EXIT.

       1720-AGREGA-USO.
           IF WSS-USO-CANT >= 5000
               DISPLAY 'APLICMOV: TABLA DE CONSUMO DE TOPES LLENA'
               PERFORM 9050-ERROR-FATAL
           END-IF
           ADD 1 TO WSS-USO-CANT
           SET WSS-USO-IDX TO WSS-USO-CANT
           MOVE LU-REFERENCIA  TO WSS-USO-REFERENCIA (WSS-USO-IDX)
           MOVE LU-PAIS        TO WSS-USO-PAIS (WSS-USO-IDX)
           MOVE LU-SUCURSAL    TO WSS-USO-SUC (WSS-USO-IDX)
           MOVE LU-NUM-CUENTA  TO WSS-USO-CUENTA (WSS-USO-IDX)
           MOVE LU-NUM-CLIENTE TO WSS-USO-CLIENTE (WSS-USO-IDX)
           MOVE LU-MONEDA      TO WSS-USO-MONEDA (WSS-USO-IDX)
           MOVE LU-IMPORTE     TO WSS-USO-IMPORTE (WSS-USO-IDX)
           .
       1720-AGREGA-USO-EXIT. EXIT.

       1730-REGRABA-USO.
           MOVE WSS-FECHA-TOPES             TO LU-FECHA
           MOVE WSS-USO-REFERENCIA (WSS-U)  TO LU-REFERENCIA
           MOVE WSS-USO-PAIS (WSS-U)        TO LU-PAIS
           MOVE WSS-USO-SUC (WSS-U)         TO LU-SUCURSAL
           MOVE WSS-USO-CUENTA (WSS-U)      TO LU-NUM-CUENTA
           MOVE WSS-USO-CLIENTE (WSS-U)     TO LU-NUM-CLIENTE
           MOVE WSS-USO-MONEDA (WSS-U)      TO LU-MONEDA
           MOVE WSS-USO-IMPORTE (WSS-U)     TO LU-IMPORTE
           WRITE REG-USO-TOPE
           IF NOT FS-USO-TOPES-OK
               DISPLAY 'ERROR ESCRITURA LIMUSO.DAT FS: ' FS-USO-TOPES
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       1730-REGRABA-USO-EXIT. EXIT.


      *-----------------------------------------------------------------*
      *    POR CADA MOVIMIENTO: LEO LA CUENTA DIRECTO POR CLAVE, VALIDO
      *-----------------------------------------------------------------*
       2200-VALIDA-MOVIMIENTO.
           PERFORM 2250-SUMA-RETENCIONES
           IF MOV-DEPOSITO-CHEQUE
               PERFORM 7000-BUSCA-CICLO
           END-IF
           EVALUATE TRUE
      *        EL GASTO DE UN CHEQUE DEVUELTO LO GENERA CANJE: SE
      *        DEBITA AUNQUE LA CUENTA ESTE BLOQUEADA
               WHEN CTA-ESTADO-BLOQUEADA
                    AND NOT (MOV-GASTO-CHEQUE AND MOV-REF-CANJE)
                   SET WSS-MOVIMIENTO-INVALIDO TO TRUE
                   MOVE 'CUENTA BLOQUEADA' TO WSS-MOTIVO-RECHAZO
               WHEN CTA-ESTADO-CERRADA
                   SET WSS-MOVIMIENTO-INVALIDO TO TRUE
                   MOVE 'CUENTA CERRADA' TO WSS-MOTIVO-RECHAZO
               WHEN NOT MOV-DEPOSITO AND NOT MOV-EXTRACCION
                    AND NOT MOV-DEPOSITO-CHEQUE
                    AND NOT MOV-GASTO-CHEQUE
                   SET WSS-MOVIMIENTO-INVALIDO TO TRUE
                   MOVE 'TIPO DE MOVIMIENTO INVALIDO'
                        TO WSS-MOTIVO-RECHAZO
               WHEN MOV-GASTO-CHEQUE AND NOT MOV-REF-CANJE
                   SET WSS-MOVIMIENTO-INVALIDO TO TRUE
                   MOVE 'TIPO DE MOVIMIENTO INVALIDO'
                        TO WSS-MOTIVO-RECHAZO
                   MOVE 'IMPORTE NO NUMERICO' TO WSS-MOTIVO-RECHAZO
               WHEN MOV-EXTRACCION
                    AND MOV-IMPORTE
                        > CTA-SALDO + WSS-LIMITE-CUENTA
                          - WSS-RETENIDO-CUENTA
                   SET WSS-MOVIMIENTO-INVALIDO TO TRUE
                   MOVE 'EXTRACCION SUPERA DISPONIBLE'
                        TO WSS-MOTIVO-RECHAZO
      *        UN DEPOSITO QUE DESBORDE CTA-SALDO (9(07)V99) TRUNCARIA
      *        EL SALDO EN EL REWRITE: SE RECHAZA ANTES DE SUMAR
               WHEN (MOV-DEPOSITO OR MOV-DEPOSITO-CHEQUE)
                    AND MOV-IMPORTE > 9999999.99 - CTA-SALDO
                   SET WSS-MOVIMIENTO-INVALIDO TO TRUE
                   MOVE 'DEPOSITO DESBORDA EL SALDO'
                        TO WSS-MOTIVO-RECHAZO
               WHEN MOV-DEPOSITO-CHEQUE AND WSS-CICLO-NO-HALLADO
                   SET WSS-MOVIMIENTO-INVALIDO TO TRUE
                   MOVE 'SIN CICLO DE CANJE P/LA MONEDA'
                        TO WSS-MOTIVO-RECHAZO
           END-EVALUATE
           IF WSS-MOVIMIENTO-VALIDO AND MOV-EXTRACCION
               PERFORM 7500-CONTROLA-TOPES
           END-IF
           .
       2200-VALIDA-MOVIMIENTO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    SUMO LAS RETENCIONES VIGENTES Y LOS CHEQUES EN CANJE DE LA
      *    CUENTA QUE ESTA EN REG-MAESTRO-CTA Y DETERMINO SU LIMITE DE
      *    DESCUBIERTO; EL DISPONIBLE ES CTA-SALDO + LIMITE MENOS LO
      *    RETENIDO
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
      *    PRODUCTO, MENOS EL SALDO MINIMO QUE EXIGE EL PRODUCTO
      *-----------------------------------------------------------------*
       2270-LIMITE-DE-LA-CUENTA.
           MOVE CTA-LIMITE-DESCUBIERTO TO WSS-LIMITE-CUENTA
           IF CTA-PRODUCTO NOT = SPACES
               SET WSS-PRODUCTO-DESCONOCIDO TO TRUE
               IF WSS-PRD-CANT > 0
                   SET WSS-PRD-IDX TO 1
                   SEARCH WSS-PRD-ENTRY
                       AT END
                           CONTINUE
                       WHEN WSS-PRD-CODIGO (WSS-PRD-IDX) = CTA-PRODUCTO
                           SET WSS-PRODUCTO-CONOCIDO TO TRUE
                   END-SEARCH
               END-IF
               IF WSS-PRODUCTO-CONOCIDO
                   PERFORM 2280-LIMITE-DEL-PRODUCTO
               ELSE
                   ADD 1 TO WSS-SIN-PRODUCTO
                   DISPLAY 'APLICMOV: PRODUCTO ' CTA-PRODUCTO
                            ' INEXISTENTE - CUENTA ' CTA-PAIS
                            ' ' CTA-SUCURSAL ' ' CTA-NUM-CUENTA
               END-IF
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
      *    ACTUALIZO CTA-SALDO EN EL MAESTRO CON REWRITE Y DEJO EL
      *    MOVIMIENTO APLICADO EN LA HISTORIA
      *-----------------------------------------------------------------*
       2300-ACTUALIZA-SALDO.
      *    LA FECHA DE DISPONIBILIDAD SE CALCULA ANTES DE TOCAR EL
      *    MAESTRO: UN CALENDARIO MAL CARGADO ABORTA SIN DEJAR EL
      *    DEPOSITO A MEDIAS
           IF MOV-DEPOSITO-CHEQUE
               PERFORM 7100-CALCULA-DISPONIBLE
           END-IF

           IF MOV-DEPOSITO OR MOV-DEPOSITO-CHEQUE
               ADD MOV-IMPORTE TO CTA-SALDO
           ELSE
               SUBTRACT MOV-IMPORTE FROM CTA-SALDO

           ADD 1 TO WSS-APLICADOS
           PERFORM 2350-GRABO-HISTORIA
           IF MOV-DEPOSITO-CHEQUE
               PERFORM 7400-GRABO-CHEQUE
           END-IF
           IF MOV-EXTRACCION
               PERFORM 7600-GRABO-USO-TOPE
           END-IF
           PERFORM 6000-ESTAMPA-REFERENCIA
           .
       2300-ACTUALIZA-SALDO-EXIT. EXIT.
                   SET WSS-MOVIMIENTO-INVALIDO TO TRUE
                   MOVE 'IMPORTE NO NUMERICO' TO WSS-MOTIVO-RECHAZO
               WHEN MOV-IMPORTE
                    > CTA-SALDO + WSS-LIMITE-CUENTA
                      - WSS-RETENIDO-CUENTA
                   SET WSS-MOVIMIENTO-INVALIDO TO TRUE
                   MOVE 'TRANSFER. SUPERA DISPONIBLE'
                        TO WSS-MOTIVO-RECHAZO
           END-EVALUATE
           IF WSS-MOVIMIENTO-VALIDO
               PERFORM 7500-CONTROLA-TOPES
           END-IF
           .
       3100-VALIDA-ORIGEN-EXIT. EXIT.

           ADD 1 TO WSS-APLICADOS
           ADD 1 TO WSS-TRANSFERIDOS
           PERFORM 3400-GRABO-HISTORIA-PAR
           PERFORM 7600-GRABO-USO-TOPE
           PERFORM 6000-ESTAMPA-REFERENCIA
           .
       3300-APLICA-PAR-EXIT. EXIT.

       4050-VALIDA-CUENTA-REVERSO.
           EVALUATE TRUE
      *        EL REVERSO DE UN CHEQUE DEVUELTO LO GENERA CANJE: SE
      *        APLICA AUNQUE LA CUENTA ESTE BLOQUEADA
               WHEN CTA-ESTADO-BLOQUEADA AND NOT MOV-REF-CANJE
                   SET WSS-MOVIMIENTO-INVALIDO TO TRUE
                   MOVE 'CUENTA BLOQUEADA' TO WSS-MOTIVO-RECHAZO
               WHEN CTA-ESTADO-CERRADA
               WHEN WSS-ORIG-TIPO = 'R'
                   SET WSS-MOVIMIENTO-INVALIDO TO TRUE
                   MOVE 'NO SE REVERSA UN REVERSO' TO WSS-MOTIVO-RECHAZO
      *        LOS MOVIMIENTOS DE PLAZO FIJO LOS DESHACE PLAZOFIJ: UN
      *        REVERSO POR MOVDIA.DAT DESCUADRARIA LA CUENTA CON EL
      *        MAESTRO DE PLAZOS
               WHEN WSS-ORIG-TIPO = 'F' OR WSS-ORIG-TIPO = 'V'
                   SET WSS-MOVIMIENTO-INVALIDO TO TRUE
                   MOVE 'MOVIMIENTO DE PLAZO FIJO' TO WSS-MOTIVO-RECHAZO
      *        IDEM LA LIQUIDACION DE CIERRE: LA CUENTA YA ESTA CERRADA
               WHEN WSS-ORIG-TIPO = 'L' OR WSS-ORIG-TIPO = 'K'
                   SET WSS-MOVIMIENTO-INVALIDO TO TRUE
                   MOVE 'MOVIMIENTO DE CIERRE' TO WSS-MOTIVO-RECHAZO
      *        UN CHEQUE LO DEVUELVE SOLO CANJE, QUE LO SACA DE LA
      *        CARTERA EN CANJE Y GENERA EL REVERSO CON SU RANGO
               WHEN WSS-ORIG-TIPO = 'Q' AND NOT MOV-REF-CANJE
                   SET WSS-MOVIMIENTO-INVALIDO TO TRUE
                   MOVE 'CHEQUE: SOLO LO DEVUELVE CANJE'
                        TO WSS-MOTIVO-RECHAZO
               WHEN MOV-IMPORTE NOT NUMERIC
                    OR MOV-IMPORTE NOT = WSS-ORIG-IMPORTE
                   SET WSS-MOVIMIENTO-INVALIDO TO TRUE
                   MOVE 'IMPORTE NO COINCIDE CON ORIG.'
                        TO WSS-MOTIVO-RECHAZO
      *        DESHACER UN DEPOSITO DEBITA LA CUENTA; DESHACER UNA
      *        EXTRACCION O UNA COMISION LA ACREDITA Y PUEDE DESBORDAR
      *        EL SALDO. EL CHEQUE DEVUELTO SE DEBITA SIN MIRAR EL
      *        DISPONIBLE: SUS FONDOS NUNCA ESTUVIERON LIBRES
               WHEN WSS-ORIG-TIPO = 'D'
                    AND MOV-IMPORTE
                        > CTA-SALDO + WSS-LIMITE-CUENTA
                          - WSS-RETENIDO-CUENTA
                   SET WSS-MOVIMIENTO-INVALIDO TO TRUE
                   MOVE 'REVERSO SUPERA DISPONIBLE'
                        TO WSS-MOTIVO-RECHAZO
               WHEN (WSS-ORIG-TIPO = 'E' OR WSS-ORIG-TIPO = 'C'
                     OR WSS-ORIG-TIPO = 'G')
                    AND MOV-IMPORTE > 9999999.99 - CTA-SALDO
                   SET WSS-MOVIMIENTO-INVALIDO TO TRUE
                   MOVE 'REVERSO DESBORDA EL SALDO'
       4200-VALIDA-REVERSO-EXIT. EXIT.

       4300-DESHACE-SALDO.
           IF WSS-ORIG-TIPO = 'D' OR WSS-ORIG-TIPO = 'Q'
               SUBTRACT MOV-IMPORTE FROM CTA-SALDO
           ELSE
               ADD MOV-IMPORTE TO CTA-SALDO
           .
       6000-ESTAMPA-REFERENCIA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CICLO DE CANJE DEL PAIS/MONEDA DE LA CUENTA EN CURSO
      *-----------------------------------------------------------------*
       7000-BUSCA-CICLO.
           SET WSS-CICLO-NO-HALLADO TO TRUE
           IF WSS-CIC-CANT > 0
               SET WSS-CIC-IDX TO 1
               SEARCH WSS-CIC-ENTRY
                   AT END
                       CONTINUE
                   WHEN WSS-CIC-PAIS (WSS-CIC-IDX) = CTA-PAIS
                        AND WSS-CIC-MONEDA (WSS-CIC-IDX) = CTA-MONEDA
                       SET WSS-CICLO-HALLADO TO TRUE
                       MOVE WSS-CIC-DIAS (WSS-CIC-IDX)
                            TO WSS-DIAS-CANJE
               END-SEARCH
           END-IF
           .
       7000-BUSCA-CICLO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    FECHA DE DISPONIBILIDAD DEL CHEQUE: DESDE LA FECHA DE
      *    PROCESO AVANZO DE A UN DIA CALENDARIO HASTA JUNTAR LOS DIAS
      *    HABILES DEL CICLO EN EL PAIS DE LA CUENTA (MISMO CRITERIO
      *    DE DIA HABIL QUE ORDPERM)
      *-----------------------------------------------------------------*
       7100-CALCULA-DISPONIBLE.
           MOVE WSS-FECHA-EJECUCION TO WSS-FECHA-CALC-NUM
           MOVE 0 TO WSS-DIAS-HABILES
           MOVE 0 TO WSS-DIAS-AVANZADOS
           PERFORM 7150-AVANZA-UN-DIA
               UNTIL WSS-DIAS-HABILES >= WSS-DIAS-CANJE
           MOVE WSS-FECHA-CALC-NUM TO WSS-FECHA-DISPONIBLE
           .
       7100-CALCULA-DISPONIBLE-EXIT. EXIT.

       7150-AVANZA-UN-DIA.
           ADD 1 TO WSS-DIAS-AVANZADOS
           IF WSS-DIAS-AVANZADOS > 120
               DISPLAY 'APLICMOV: CICLO DE CANJE SIN DIAS HABILES, '
                       'REVISAR CALENDAR.DAT'
               PERFORM 9050-ERROR-FATAL
           END-IF
           PERFORM 7200-SUMA-UN-DIA
           PERFORM 7300-CONSULTA-HABIL
           IF WSS-FECHA-ES-HABIL
               ADD 1 TO WSS-DIAS-HABILES
           END-IF
           .
       7150-AVANZA-UN-DIA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    SUMO UN DIA CALENDARIO: SI EL DIA NO EXISTE EN EL MES (LO
      *    DICE FECHAVAL), PASO AL DIA 1 DEL MES SIGUIENTE
      *-----------------------------------------------------------------*
       7200-SUMA-UN-DIA.
           ADD 1 TO WSS-CALC-DD
           PERFORM 7350-VALIDA-FECHA-CALC
           IF WSS-FECHA-CALC-INVALIDA
               MOVE 1 TO WSS-CALC-DD
               ADD 1 TO WSS-CALC-MM
               IF WSS-CALC-MM > 12
                   MOVE 1 TO WSS-CALC-MM
                   ADD 1 TO WSS-CALC-AAAA
               END-IF
           END-IF
           .
       7200-SUMA-UN-DIA-EXIT. EXIT.

       7300-CONSULTA-HABIL.
           MOVE WSS-FECHA-CALC-NUM TO FV-FECHA
           MOVE 0                  TO FV-FECHA-TOPE
           MOVE CTA-PAIS           TO FV-PAIS
           CALL 'FECHAVAL' USING AREADECOM-FEC

      *    CON EL CALENDARIO CARGADO A MEDIAS, UN FERIADO PODRIA
      *    CONTAR COMO DIA DE CANJE Y ADELANTAR LA DISPONIBILIDAD
           IF FV-CALENDARIO-INCOMPLETO
               DISPLAY 'APLICMOV: CALENDAR.DAT NO ENTRO COMPLETO EN '
                       'FECHAVAL'
               PERFORM 9050-ERROR-FATAL
           END-IF

           IF FV-FECHA-VALIDA AND FV-DIA-HABIL
               SET WSS-FECHA-ES-HABIL TO TRUE
           ELSE
               SET WSS-FECHA-NO-HABIL TO TRUE
           END-IF
           .
       7300-CONSULTA-HABIL-EXIT. EXIT.

       7350-VALIDA-FECHA-CALC.
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
       7350-VALIDA-FECHA-CALC-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    DEJO EL CHEQUE DEPOSITADO PENDIENTE EN CHQCANJ.DAT Y EN LA
      *    TABLA, PARA QUE LOS DEBITOS QUE SIGAN EN LA CORRIDA YA NO LO
      *    TOMEN COMO DISPONIBLE
      *-----------------------------------------------------------------*
       7400-GRABO-CHEQUE.
           MOVE MOV-PAIS             TO CQ-PAIS
           MOVE MOV-SUCURSAL         TO CQ-SUCURSAL
           MOVE MOV-NUM-CUENTA       TO CQ-NUM-CUENTA
           MOVE MOV-REFERENCIA       TO CQ-REFERENCIA
           MOVE MOV-FECHA-VALOR      TO CQ-FECHA-VALOR
           MOVE CTA-MONEDA           TO CQ-MONEDA
           MOVE MOV-IMPORTE          TO CQ-IMPORTE
           MOVE WSS-FECHA-EJECUCION  TO CQ-FECHA-DEPOSITO
           MOVE WSS-FECHA-DISPONIBLE TO CQ-FECHA-DISPONIBLE
           SET CQ-PENDIENTE          TO TRUE
           MOVE 0                    TO CQ-FECHA-RESOLUCION
           MOVE 0                    TO CQ-REF-REVERSO
           MOVE 0                    TO CQ-REF-GASTO
           MOVE 0                    TO CQ-IMPORTE-GASTO
           MOVE SPACES               TO CQ-MOTIVO-DEVOLUCION

           WRITE REG-CHEQUE
           IF NOT FS-CHEQUES-OK
               DISPLAY 'ERROR ESCRITURA CHQCANJ.DAT FS: ' FS-CHEQUES
               PERFORM 9050-ERROR-FATAL
           END-IF

           PERFORM 1520-AGREGA-CHEQUE
           ADD 1 TO WSS-CHEQUES-EN-CANJE
           .
       7400-GRABO-CHEQUE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    TOPES DIARIOS DE UN DEBITO DEL CLIENTE (EXTRACCION U ORIGEN
      *    DE TRANSFERENCIA) SOBRE LA CUENTA QUE ESTA EN
      *    REG-MAESTRO-CTA: SUMO LO YA CONSUMIDO EN LA FECHA POR LA
      *    CUENTA Y POR SU TITULAR EN LA MISMA MONEDA (SIN CONTAR LA
      *    PROPIA REFERENCIA, QUE EN UNA RECORRIDA YA PUEDE ESTAR EN
      *    LIMUSO.DAT) Y CONTROLO IMPORTE Y CANTIDAD CONTRA CADA TOPE
      *-----------------------------------------------------------------*
       7500-CONTROLA-TOPES.
           MOVE CTA-NUM-CLIENTE TO WSS-LIM-CLIENTE
           MOVE CTA-MONEDA      TO WSS-LIM-MONEDA
           PERFORM 7510-BUSCA-TOPES
           IF WSS-CON-TOPE
               INITIALIZE WSS-USO-ACUMULADO
               PERFORM 7550-SUMA-UN-USO
                   VARYING WSS-U FROM 1 BY 1
                   UNTIL WSS-U > WSS-USO-CANT
               EVALUATE TRUE
                   WHEN WSS-TC-IMPORTE > 0
                        AND WSS-UC-IMPORTE + MOV-IMPORTE
                            > WSS-TC-IMPORTE
                       SET WSS-MOVIMIENTO-INVALIDO TO TRUE
                       MOVE 'TOPE DIARIO IMPORTE CUENTA'
                            TO WSS-MOTIVO-RECHAZO
                       MOVE WSS-TC-IMPORTE TO WSS-ED-IMPORTE
                       MOVE WSS-ED-IMPORTE TO WSS-LT-TOPE
                       MOVE WSS-UC-IMPORTE TO WSS-ED-IMPORTE
                       MOVE WSS-ED-IMPORTE TO WSS-LT-CONSUMIDO
                   WHEN WSS-TC-CANTIDAD > 0
                        AND WSS-UC-CANTIDAD + 1 > WSS-TC-CANTIDAD
                       SET WSS-MOVIMIENTO-INVALIDO TO TRUE
                       MOVE 'TOPE DIARIO CANTIDAD CUENTA'
                            TO WSS-MOTIVO-RECHAZO
                       MOVE WSS-TC-CANTIDAD TO WSS-ED-CANTIDAD
                       MOVE WSS-ED-CANTIDAD TO WSS-LT-TOPE
                       MOVE WSS-UC-CANTIDAD TO WSS-ED-CANTIDAD
                       MOVE WSS-ED-CANTIDAD TO WSS-LT-CONSUMIDO
                   WHEN WSS-TC-IMP-TIT > 0
                        AND WSS-UC-IMP-TIT + MOV-IMPORTE
                            > WSS-TC-IMP-TIT
                       SET WSS-MOVIMIENTO-INVALIDO TO TRUE
                       MOVE 'TOPE DIARIO IMPORTE TITULAR'
                            TO WSS-MOTIVO-RECHAZO
                       MOVE WSS-TC-IMP-TIT TO WSS-ED-IMPORTE
                       MOVE WSS-ED-IMPORTE TO WSS-LT-TOPE
                       MOVE WSS-UC-IMP-TIT TO WSS-ED-IMPORTE
                       MOVE WSS-ED-IMPORTE TO WSS-LT-CONSUMIDO
                   WHEN WSS-TC-CANT-TIT > 0
                        AND WSS-UC-CANT-TIT + 1 > WSS-TC-CANT-TIT
                       SET WSS-MOVIMIENTO-INVALIDO TO TRUE
                       MOVE 'TOPE DIARIO CANTIDAD TITULAR'
                            TO WSS-MOTIVO-RECHAZO
                       MOVE WSS-TC-CANT-TIT TO WSS-ED-CANTIDAD
                       MOVE WSS-ED-CANTIDAD TO WSS-LT-TOPE
                       MOVE WSS-UC-CANT-TIT TO WSS-ED-CANTIDAD
                       MOVE WSS-ED-CANTIDAD TO WSS-LT-CONSUMIDO
               END-EVALUATE
               IF WSS-MOVIMIENTO-INVALIDO
                   PERFORM 7900-GRABO-LINEA-TOPE
               END-IF
           END-IF
           .
       7500-CONTROLA-TOPES-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    LA LINEA GENERAL DEL PAIS/MONEDA DA LOS TOPES DEL TITULAR Y
      *    LOS DE LA CUENTA; UNA EXCEPCION DE LA CUENTA REEMPLAZA ESTOS
      *    ULTIMOS. SIN NINGUNA DE LAS DOS, LA CUENTA NO TIENE TOPE
      *-----------------------------------------------------------------*
       7510-BUSCA-TOPES.
           SET WSS-SIN-TOPE TO TRUE
           INITIALIZE WSS-TOPE-CUENTA
           IF WSS-TOP-CANT > 0
               SET WSS-TOP-IDX TO 1
               SEARCH WSS-TOP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WSS-TOP-PAIS (WSS-TOP-IDX) = CTA-PAIS
                        AND WSS-TOP-MONEDA (WSS-TOP-IDX) = CTA-MONEDA
                        AND WSS-TOP-CUENTA (WSS-TOP-IDX) = 0
                       SET WSS-CON-TOPE TO TRUE
                       MOVE WSS-TOP-IMPORTE (WSS-TOP-IDX)
                            TO WSS-TC-IMPORTE
                       MOVE WSS-TOP-CANTIDAD (WSS-TOP-IDX)
                            TO WSS-TC-CANTIDAD
                       MOVE WSS-TOP-IMP-TIT (WSS-TOP-IDX)
                            TO WSS-TC-IMP-TIT
                       MOVE WSS-TOP-CANT-TIT (WSS-TOP-IDX)
                            TO WSS-TC-CANT-TIT
               END-SEARCH

               SET WSS-TOP-IDX TO 1
               SEARCH WSS-TOP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WSS-TOP-PAIS (WSS-TOP-IDX) = CTA-PAIS
                        AND WSS-TOP-SUC (WSS-TOP-IDX) = CTA-SUCURSAL
                        AND WSS-TOP-CUENTA (WSS-TOP-IDX)
                            = CTA-NUM-CUENTA
                       SET WSS-CON-TOPE TO TRUE
                       MOVE WSS-TOP-IMPORTE (WSS-TOP-IDX)
                            TO WSS-TC-IMPORTE
                       MOVE WSS-TOP-CANTIDAD (WSS-TOP-IDX)
                            TO WSS-TC-CANTIDAD
               END-SEARCH
           END-IF
           .
       7510-BUSCA-TOPES-EXIT. EXIT.

       7550-SUMA-UN-USO.
           IF WSS-USO-REFERENCIA (WSS-U) NOT = MOV-REFERENCIA
               IF WSS-USO-PAIS (WSS-U) = CTA-PAIS
                  AND WSS-USO-SUC (WSS-U) = CTA-SUCURSAL
                  AND WSS-USO-CUENTA (WSS-U) = CTA-NUM-CUENTA
                   ADD WSS-USO-IMPORTE (WSS-U) TO WSS-UC-IMPORTE
                   ADD 1 TO WSS-UC-CANTIDAD
               END-IF
      *        SIN CLIENTE ASIGNADO NO HAY TITULAR QUE ACUMULAR
               IF WSS-LIM-CLIENTE NOT = 0
                  AND WSS-USO-CLIENTE (WSS-U) = WSS-LIM-CLIENTE
                  AND WSS-USO-MONEDA (WSS-U) = WSS-LIM-MONEDA
                   ADD WSS-USO-IMPORTE (WSS-U) TO WSS-UC-IMP-TIT
                   ADD 1 TO WSS-UC-CANT-TIT
               END-IF
           END-IF
           .
       7550-SUMA-UN-USO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    DEJO EL DEBITO APLICADO EN LIMUSO.DAT Y EN LA TABLA, UNA
      *    SOLA VEZ POR REFERENCIA, ANTES DE ESTAMPARLO EN MOVAPLIC.DAT
      *-----------------------------------------------------------------*
       7600-GRABO-USO-TOPE.
           SET WSS-USO-REF-NUEVA TO TRUE
           IF WSS-USO-CANT > 0
               SET WSS-USO-IDX TO 1
               SEARCH WSS-USO-ENTRY
                   AT END
                       CONTINUE
                   WHEN WSS-USO-REFERENCIA (WSS-USO-IDX)
                        = MOV-REFERENCIA
                       SET WSS-USO-REF-YA-GRABADA TO TRUE
               END-SEARCH
           END-IF

           IF WSS-USO-REF-NUEVA
               MOVE WSS-FECHA-TOPES TO LU-FECHA
               MOVE MOV-REFERENCIA  TO LU-REFERENCIA
               MOVE MOV-PAIS        TO LU-PAIS
               MOVE MOV-SUCURSAL    TO LU-SUCURSAL
               MOVE MOV-NUM-CUENTA  TO LU-NUM-CUENTA
               MOVE WSS-LIM-CLIENTE TO LU-NUM-CLIENTE
               MOVE WSS-LIM-MONEDA  TO LU-MONEDA
               MOVE MOV-IMPORTE     TO LU-IMPORTE
               WRITE REG-USO-TOPE
               IF NOT FS-USO-TOPES-OK
                   DISPLAY 'ERROR ESCRITURA LIMUSO.DAT FS: '
                            FS-USO-TOPES
                   PERFORM 9050-ERROR-FATAL
               END-IF
               PERFORM 1720-AGREGA-USO
           END-IF
           .
       7600-GRABO-USO-TOPE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    LINEA DEL REPORTE POR CADA DEBITO RECHAZADO POR TOPE (EL
      *    TOPE Y LO CONSUMIDO YA ESTAN EDITADOS)
      *-----------------------------------------------------------------*
       7900-GRABO-LINEA-TOPE.
           ADD 1 TO WSS-RECHAZOS-TOPE
           MOVE CTA-PAIS        TO WSS-LT-PAIS
           MOVE CTA-SUCURSAL    TO WSS-LT-SUC
           MOVE CTA-NUM-CUENTA  TO WSS-LT-NUM-CUENTA
           MOVE CTA-NUM-CLIENTE TO WSS-LT-CLIENTE
           MOVE MOV-REFERENCIA  TO WSS-LT-REFERENCIA
           MOVE MOV-IMPORTE     TO WSS-LT-IMPORTE
           MOVE WSS-LINEA-TOPE  TO WSS-LINEA-REPORTE
           PERFORM 7910-WRITE-REPORTE-TOPES

           MOVE SPACES TO WSS-LINEA-REPORTE
           STRING '          MOTIVO: ' DELIMITED BY SIZE
                  WSS-MOTIVO-RECHAZO DELIMITED BY SIZE
                  INTO WSS-LINEA-REPORTE
           PERFORM 7910-WRITE-REPORTE-TOPES
           .
       7900-GRABO-LINEA-TOPE-EXIT. EXIT.

       7910-WRITE-REPORTE-TOPES.
           WRITE REG-REPORTE-TOPES FROM WSS-LINEA-REPORTE
           IF NOT FS-REPORTE-TOPES-OK
               DISPLAY 'ERROR ESCRITURA LIMREP.DAT FS: '
                        FS-REPORTE-TOPES
               PERFORM 9050-ERROR-FATAL
           END-IF
           ADD 1 TO WSS-LINEAS-IMPRESAS

           IF WSS-LINEAS-IMPRESAS >= WSS-MAX-LINEAS-PAGINA
               PERFORM 7950-ENCABEZADO-TOPES
           END-IF
           .
       7910-WRITE-REPORTE-TOPES-EXIT. EXIT.

       7950-ENCABEZADO-TOPES.
           ADD 1 TO WSS-PAGINA
           MOVE WSS-PAGINA TO WSS-ENC1-PAGINA

           WRITE REG-REPORTE-TOPES FROM WSS-ENC-1
           WRITE REG-REPORTE-TOPES FROM WSS-ENC-2
           WRITE REG-REPORTE-TOPES FROM WSS-ENC-3
           WRITE REG-REPORTE-TOPES FROM WSS-ENC-4

           MOVE 4 TO WSS-LINEAS-IMPRESAS
           .
       7950-ENCABEZADO-TOPES-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    UN ERROR FATAL DEJA RETURN-CODE EN 8 ANTES DE FINALIZAR, PARA
      *    QUE EL JCL PUEDA SALTEAR LOS PASOS SIGUIENTES DE LA
      *-----------------------------------------------------------------*
       9000-FINALIZAR.
           PERFORM 9100-TOTALES-DE-CONTROL
           PERFORM 9160-ESTAMPA-CORRIDA
           CLOSE MOVIMIENTOS
           CLOSE MAESTRO-CTA
           CLOSE RECHAZOS
           CLOSE HISTORIA
           CLOSE CONTROL-APLIC
           CLOSE CHEQUES
           CLOSE USO-TOPES
           IF WSS-PAGINA > 0
               MOVE SPACES TO WSS-LINEA-REPORTE
               STRING 'TOTAL DEBITOS RECHAZADOS POR TOPE DIARIO: '
                      DELIMITED BY SIZE
                      WSS-RECHAZOS-TOPE DELIMITED BY SIZE
                      INTO WSS-LINEA-REPORTE
               WRITE REG-REPORTE-TOPES FROM WSS-LINEA-REPORTE
               CLOSE REPORTE-TOPES
           END-IF
           STOP RUN
           .
       9000-FINALIZAR-EXIT. EXIT.
           DISPLAY '- MOVIMIENTOS SALTEADOS (YA APLICADOS): '
                    WSS-SALTEADOS
           DISPLAY '- MOVIMIENTOS RECHAZADOS: ' WSS-RECHAZADOS
           DISPLAY '- CHEQUES DEPOSITADOS EN CANJE: '
                    WSS-CHEQUES-EN-CANJE
           DISPLAY '- DEBITOS RECHAZADOS POR TOPE DIARIO: '
                    WSS-RECHAZOS-TOPE
           DISPLAY '- CUENTAS CON PRODUCTO INEXISTENTE: '
                    WSS-SIN-PRODUCTO
           DISPLAY '-------------------------------'

           IF RETURN-CODE = 0
              AND (WSS-RECHAZADOS > 0 OR WSS-SIN-PRODUCTO > 0)
               MOVE 4 TO RETURN-CODE
           END-IF
           .
       9100-TOTALES-DE-CONTROL-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    ESTAMPO EL RESULTADO DEL PASO EN EL CONTROL DE CORRIDAS
      *-----------------------------------------------------------------*
       9160-ESTAMPA-CORRIDA.
           SET CTL-FUNCION-FIN TO TRUE
           MOVE 'APLICMOV' TO CTL-PROGRAMA
           MOVE SPACES     TO CTL-PREDECESOR
           MOVE RETURN-CODE TO CTL-RETORNO-JOB
           CALL 'RUNCTL' USING AREADECOM-CTL
      *    EL GOBACK DE LA RUTINA DEJA EN RETURN-CODE EL DE ELLA (0):
      *    REPONGO EL RETORNO DEL PASO PARA QUE LLEGUE INTACTO AL JOB
           MOVE CTL-RETORNO-JOB TO RETURN-CODE
           IF NOT CTL-OK
               DISPLAY 'APLICMOV: NO SE PUDO ESTAMPAR EL CONTROL DE '
                       'CORRIDAS'
           END-IF
           .
       9160-ESTAMPA-CORRIDA-EXIT. EXIT.
