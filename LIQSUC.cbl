      ******************************************************************
      * Author:    VERONICA ALARCON
      * Date:      2026-10-15
      * Purpose:   LIQUIDACION ENTRE SUCURSALES Y ENTRE PAISES DE LAS
      *            TRANSFERENCIAS DEL DIA. APLICMOV APLICA UNA 'T'
      *            ENTRE DOS CUENTAS CUALESQUIERA, PERO CUANDO LAS DOS
      *            PATAS SON DE SUCURSALES O PAISES DISTINTOS NADA
      *            DEJABA REGISTRADO QUE UNA SUCURSAL LE DEBE AHORA A
      *            LA OTRA: LA SUCURSAL DE ORIGEN DEBITO A SU CLIENTE Y
      *            LA DE DESTINO ACREDITO AL SUYO, ASI QUE EL ORIGEN LE
      *            DEBE EL IMPORTE AL DESTINO.
      *            CORRE CADA NOCHE SOBRE LA FECHA DE NEGOCIO DEL
      *            CONTROL DE CORRIDAS. RECORRE EL MAESTRO DE CUENTAS
      *            Y LA HISTORIA MOVHIST.DAT DE CADA CUENTA, TOMA LOS
      *            DEPOSITOS Y EXTRACCIONES PROCESADOS EN LA FECHA Y
      *            APAREA LAS DOS PATAS DE CADA TRANSFERENCIA POR SU
      *            MH-REFERENCIA ('E' EN EL ORIGEN, 'D' EN EL DESTINO).
      *            CON LOS PARES DE SUCURSALES DISTINTAS ARMA:
      *            1) LA POSICION NETA DE CADA PAR DE SUCURSALES Y DE
      *               CADA PAR DE PAISES POR MONEDA, EN EL REPORTE
      *               LIQREP.DAT (BRUTO EN CADA SENTIDO, NETO Y QUIEN
      *               LE DEBE A QUIEN).
      *            2) EL LOTE DE ASIENTOS INTERFILIALES DEL DIA, CON EL
      *               FORMATO DE ASIENTOS.DAT, AGREGADO AL ACUMULATIVO
      *               LIQASI.DAT: POR CADA POSICION NETA UN PAR
      *               DEBE/HABER EN EL RUBRO 19 (CUENTAS
      *               INTERFILIALES), DEBE A LA ACREEDORA Y HABER A LA
      *               DEUDORA. ENTRE SUCURSALES DEL MISMO PAIS SE
      *               ASIENTA A NIVEL SUCURSAL (RUBRO 19 + PAIS + SUC);
      *               ENTRE PAISES SE ASIENTA LA POSICION DEL PAR DE
      *               PAISES A NIVEL PAIS (RUBRO 19 + PAIS + SUC 00).
      *               CADA PAR SE ANULA CONTRA SU CONTRAPARTE, ASI EL
      *               RUBRO 19 NETEA A CERO EN TODO EL GRUPO.
      *            EL LOTE TOMA SU NUMERO DEL MISMO CORRELATIVO
      *            LOTECTL.DAT QUE GENASIEN Y SE EMITE RECIEN CON LA
      *            CORRIDA LIMPIA; LAS CUENTAS DEL RUBRO 19 DEBEN ESTAR
      *            EN PLANCTA.DAT (SI FALTA ALGUNA EL LOTE NO SE EMITE
      *            Y LA CORRIDA TERMINA CON RC 8). EN EL CIERRE MENSUAL
      *            GENASIEN PASA A ASIENTOS.DAT LOS LOTES DEL MES Y
      *            VALIDASI LOS PRUEBA JUNTO CON LOS DEMAS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQSUC.
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
           SELECT PLAN-CUENTAS ASSIGN TO "PLANCTA.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PLAN-CUENTAS.
           SELECT CONTROL-LOTE ASSIGN TO "LOTECTL.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CONTROL-LOTE.
           SELECT ASIENTOS-SUC ASSIGN TO "LIQASI.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ASIENTOS-SUC.
           SELECT REPORTE ASSIGN TO "LIQREP.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-REPORTE.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO-CTA.
           01  REG-MAESTRO-CTA.
               COPY CUENTASC.
       FD  HISTORIA.
           01  REG-HISTORIA.
               COPY MOVHISTC.
       FD  PLAN-CUENTAS.
           01  REG-PLAN-CUENTAS.
               05 PC-CUENTA-MAYOR   PIC X(07).
               05 PC-DESCRIPCION    PIC X(30).
       FD  CONTROL-LOTE.
           01  REG-CONTROL-LOTE.
               05 LC-ULTIMO-LOTE    PIC 9(06).
      *    MISMO FORMATO QUE ASIENTOS.DAT (VER GENASIEN)
       FD  ASIENTOS-SUC.
           01  REG-ASIENTO.
               05 AS-LOTE           PIC 9(06).
               05 AS-FECHA          PIC 9(08).
               05 AS-CUENTA-MAYOR.
                   10 AS-CTA-RUBRO  PIC X(02).
                   10 AS-CTA-PAIS   PIC X(03).
                   10 AS-CTA-SUC    PIC 9(02).
               05 AS-TIPO-MOV       PIC X(01).
                   88 AS-DEBE                   VALUE 'D'.
                   88 AS-HABER                  VALUE 'H'.
               05 AS-IMPORTE        PIC S9(09)V99.
               05 AS-MONEDA         PIC X(03).
       FD  REPORTE.
           01  REG-REPORTE          PIC X(100).

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
           05  FS-PLAN-CUENTAS         PIC X(02).
                   88 FS-PLAN-CUENTAS-OK           VALUE '00'.
                   88 FS-PLAN-CUENTAS-FIN          VALUE '10'.
           05  FS-CONTROL-LOTE         PIC X(02).
                   88 FS-CONTROL-LOTE-OK           VALUE '00'.
                   88 FS-CONTROL-LOTE-NO-EXISTE    VALUE '35'.
           05  FS-ASIENTOS-SUC         PIC X(02).
                   88 FS-ASIENTOS-SUC-OK           VALUE '00'.
                   88 FS-ASIENTOS-SUC-NO-EXISTE    VALUE '35'.
           05  FS-REPORTE              PIC X(02).
                   88 FS-REPORTE-OK                VALUE '00'.
       01  WSS-SW-HISTORIA             PIC X(01) VALUE 'N'.
           88 WSS-HAY-HISTORIA                     VALUE 'S'.
           88 WSS-SIN-HISTORIA                     VALUE 'N'.
       01  WSS-SW-CUENTA               PIC X(01).
           88 WSS-HAY-MOV-EN-CURSO                 VALUE 'S'.
           88 WSS-FIN-DE-CUENTA                    VALUE 'N'.
      *    EL LOTE SOLO SE EMITE SI LA CORRIDA LLEGO AL FINAL DEL
      *    REPORTE
       01  WSS-SW-PROCESO              PIC X(01) VALUE 'N'.
           88 WSS-PROCESO-COMPLETO                 VALUE 'S'.
           88 WSS-PROCESO-INCOMPLETO               VALUE 'N'.
      *-----------------------------------------------------------------*
      *    RUBRO DEL PLAN DE CUENTAS PARA LAS CUENTAS INTERFILIALES
      *-----------------------------------------------------------------*
       01  WSS-RUBRO-INTERFILIAL       PIC X(02) VALUE '19'.
      *-----------------------------------------------------------------*
      *    PLAN DE CUENTAS DEL MAYOR (PLANCTA.DAT) EN TABLA
      *-----------------------------------------------------------------*
       01  WSS-TABLA-PLAN.
           05 WSS-PLAN-CANT            PIC 9(03) VALUE 0.
           05 WSS-PLAN-ENTRY OCCURS 1 TO 200 TIMES
                              DEPENDING ON WSS-PLAN-CANT
                              INDEXED BY WSS-PLAN-IDX.
               10 WSS-PLAN-CUENTA      PIC X(07).
       01  WSS-PLAN-PERDIDAS           PIC 9(03) VALUE 0.
       01  WSS-CUENTA-BUSCADA          PIC X(07).
       01  WSS-SW-PLAN                 PIC X(01).
           88 WSS-CUENTA-EN-PLAN                   VALUE 'S'.
           88 WSS-CUENTA-SIN-PLAN                  VALUE 'N'.
      *-----------------------------------------------------------------*
      *    DEPOSITOS Y EXTRACCIONES PROCESADOS EN LA FECHA DE NEGOCIO
      *    (CANDIDATOS A PATA DE UNA TRANSFERENCIA), CON LA MONEDA DE
      *    SU CUENTA
      *-----------------------------------------------------------------*
       01  WSS-TABLA-PATAS.
           05 WSS-PAT-CANT             PIC 9(04) VALUE 0.
           05 WSS-PAT-ENTRY OCCURS 1 TO 5000 TIMES
                              DEPENDING ON WSS-PAT-CANT
                              INDEXED BY WSS-PAT-IDX.
               10 WSS-PAT-REFERENCIA   PIC 9(09).
               10 WSS-PAT-TIPO         PIC X(01).
               10 WSS-PAT-PAIS         PIC X(03).
               10 WSS-PAT-SUC          PIC 9(02).
               10 WSS-PAT-MONEDA       PIC X(03).
               10 WSS-PAT-IMPORTE      PIC 9(07)V99.
               10 WSS-PAT-APAREADA     PIC X(01).
      *-----------------------------------------------------------------*
      *    POSICIONES POR PAR DE SUCURSALES Y MONEDA. EL PAR SE GUARDA
      *    ORDENADO (A MENOR QUE B) PARA QUE LAS TRANSFERENCIAS EN LOS
      *    DOS SENTIDOS CAIGAN EN LA MISMA POSICION: AB ES LO QUE A
      *    TRANSFIRIO A B (A LE DEBE A B), BA LO INVERSO
      *-----------------------------------------------------------------*
       01  WSS-TABLA-POS-SUC.
           05 WSS-PSU-CANT             PIC 9(04) VALUE 0.
           05 WSS-PSU-ENTRY OCCURS 1 TO 1000 TIMES
                              DEPENDING ON WSS-PSU-CANT
                              INDEXED BY WSS-PSU-IDX.
               10 WSS-PSU-CLAVE-A.
                   15 WSS-PSU-PAIS-A   PIC X(03).
                   15 WSS-PSU-SUC-A    PIC 9(02).
               10 WSS-PSU-CLAVE-B.
                   15 WSS-PSU-PAIS-B   PIC X(03).
                   15 WSS-PSU-SUC-B    PIC 9(02).
               10 WSS-PSU-MONEDA       PIC X(03).
               10 WSS-PSU-CANT-AB      PIC 9(05).
               10 WSS-PSU-IMPORTE-AB   PIC 9(11)V99.
               10 WSS-PSU-CANT-BA      PIC 9(05).
               10 WSS-PSU-IMPORTE-BA   PIC 9(11)V99.
      *-----------------------------------------------------------------*
      *    POSICIONES POR PAR DE PAISES Y MONEDA (SOLO TRANSFERENCIAS
      *    ENTRE PAISES DISTINTOS), MISMO CRITERIO DE ORDEN
      *-----------------------------------------------------------------*
       01  WSS-TABLA-POS-PAIS.
           05 WSS-PPA-CANT             PIC 9(03) VALUE 0.
           05 WSS-PPA-ENTRY OCCURS 1 TO 200 TIMES
                              DEPENDING ON WSS-PPA-CANT
                              INDEXED BY WSS-PPA-IDX.
               10 WSS-PPA-PAIS-A       PIC X(03).
               10 WSS-PPA-PAIS-B       PIC X(03).
               10 WSS-PPA-MONEDA       PIC X(03).
               10 WSS-PPA-CANT-AB      PIC 9(05).
               10 WSS-PPA-IMPORTE-AB   PIC 9(11)V99.
               10 WSS-PPA-CANT-BA      PIC 9(05).
               10 WSS-PPA-IMPORTE-BA   PIC 9(11)V99.
       01  WSS-I                       PIC 9(04).
       01  WSS-J                       PIC 9(04).
      *-----------------------------------------------------------------*
      *    PAR EN CURSO: ORIGEN (PATA 'E') Y DESTINO (PATA 'D')
      *-----------------------------------------------------------------*
       01  WSS-CLAVE-ORIGEN.
           05 WSS-ORIGEN-PAIS          PIC X(03).
           05 WSS-ORIGEN-SUC           PIC 9(02).
       01  WSS-CLAVE-DESTINO.
           05 WSS-DESTINO-PAIS         PIC X(03).
           05 WSS-DESTINO-SUC          PIC 9(02).
       01  WSS-PAR-MONEDA              PIC X(03).
       01  WSS-PAR-IMPORTE             PIC 9(07)V99.
      *-----------------------------------------------------------------*
      *    POSICION NETA DE LA LINEA EN CURSO (SUCURSALES O PAISES):
      *    A/B COMO EN LAS TABLAS; LA DEUDORA ES QUIEN TRANSFIRIO MAS
      *-----------------------------------------------------------------*
       01  WSS-POSICION.
           05 WSS-POS-PAIS-A           PIC X(03).
           05 WSS-POS-SUC-A            PIC 9(02).
           05 WSS-POS-PAIS-B           PIC X(03).
           05 WSS-POS-SUC-B            PIC 9(02).
           05 WSS-POS-MONEDA           PIC X(03).
           05 WSS-POS-CANT-AB          PIC 9(05).
           05 WSS-POS-IMPORTE-AB       PIC 9(11)V99.
           05 WSS-POS-CANT-BA          PIC 9(05).
           05 WSS-POS-IMPORTE-BA       PIC 9(11)V99.
           05 WSS-POS-NETO             PIC S9(11)V99.
           05 WSS-POS-IMPORTE-NETO     PIC 9(09)V99.
           05 WSS-POS-DEUDORA-PAIS     PIC X(03).
           05 WSS-POS-DEUDORA-SUC      PIC 9(02).
           05 WSS-POS-ACREEDORA-PAIS   PIC X(03).
           05 WSS-POS-ACREEDORA-SUC    PIC 9(02).
       01  WSS-SW-ASIENTA              PIC X(01).
           88 WSS-SE-ASIENTA                       VALUE 'S'.
           88 WSS-NO-SE-ASIENTA                    VALUE 'N'.
       01  WSS-SW-DESTINOS             PIC X(01).
           88 WSS-DESTINOS-EN-PLAN                 VALUE 'S'.
           88 WSS-DESTINOS-SIN-PLAN                VALUE 'N'.
      *-----------------------------------------------------------------*
      *    EL LOTE ES UN CORRELATIVO TOMADO DE LOTECTL.DAT (EL MISMO
      *    DE GENASIEN); SE CONSUME RECIEN CON LA CORRIDA LIMPIA
      *-----------------------------------------------------------------*
       01  WSS-LOTE                    PIC 9(06).
       01  WSS-FECHA-NEGOCIO           PIC 9(08).
       01  WSS-FECHA-NEG-R REDEFINES WSS-FECHA-NEGOCIO.
           05 WSS-FECHA-NEG-AAAA       PIC 9(04).
           05 WSS-FECHA-NEG-MM         PIC 9(02).
           05 WSS-FECHA-NEG-DD         PIC 9(02).
       01  WSS-FECHA-IMPRESION.
           05 WSS-FECHA-IMP-DD         PIC 9(02).
           05 FILLER                   PIC X(01) VALUE '/'.
           05 WSS-FECHA-IMP-MM         PIC 9(02).
           05 FILLER                   PIC X(01) VALUE '/'.
           05 WSS-FECHA-IMP-AAAA       PIC 9(04).
       01  WSS-TOTALES-CONTROL.
           05 WSS-CUENTAS-LEIDAS       PIC 9(06).
           05 WSS-MOVS-LEIDOS          PIC 9(08).
           05 WSS-PARES                PIC 9(05).
           05 WSS-PARES-MISMA-SUC      PIC 9(05).
           05 WSS-PARES-ENTRE-SUC      PIC 9(05).
           05 WSS-PARES-ENTRE-PAISES   PIC 9(05).
           05 WSS-PARES-INCONSISTENTES PIC 9(05).
           05 WSS-POSICIONES-NETAS     PIC 9(05).
           05 WSS-SIN-PLAN             PIC 9(04).
           05 WSS-ASIENTOS-GRABADOS    PIC 9(05).
           05 WSS-TOTAL-DEBE           PIC S9(11)V99.
           05 WSS-TOTAL-HABER          PIC S9(11)V99.
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
                  VALUE 'LIQSUC - POSICIONES ENTRE SUCURSALES Y PAISES'.
           05 FILLER            PIC X(08) VALUE 'FECHA: '.
           05 WSS-ENC2-FECHA    PIC X(10).
           05 FILLER            PIC X(22) VALUE SPACES.
       01  WSS-ENC-3.
           05 FILLER            PIC X(04) VALUE 'MON'.
           05 FILLER            PIC X(07) VALUE 'A'.
           05 FILLER            PIC X(07) VALUE 'B'.
           05 FILLER            PIC X(21) VALUE ' CANT       A PAGA B'.
           05 FILLER            PIC X(21) VALUE ' CANT       B PAGA A'.
           05 FILLER            PIC X(15) VALUE '           NETO'.
           05 FILLER            PIC X(08) VALUE ' DEUDORA'.
           05 FILLER            PIC X(17) VALUE ' OBSERVACION'.
       01  WSS-ENC-4.
           05 FILLER                   PIC X(100) VALUE ALL '-'.
       01  WSS-LINEA-REPORTE            PIC X(100).
       01  WSS-LINEA-DETALLE.
           05 WSS-DET-MONEDA            PIC X(03).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WSS-DET-PAIS-A            PIC X(03).
           05 FILLER                    PIC X(01) VALUE '/'.
           05 WSS-DET-SUC-A             PIC 9(02).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WSS-DET-PAIS-B            PIC X(03).
           05 FILLER                    PIC X(01) VALUE '/'.
           05 WSS-DET-SUC-B             PIC 9(02).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WSS-DET-CANT-AB           PIC ZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WSS-DET-IMPORTE-AB        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WSS-DET-CANT-BA           PIC ZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WSS-DET-IMPORTE-BA        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WSS-DET-NETO              PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WSS-DET-DEUDORA-PAIS      PIC X(03).
           05 WSS-DET-DEUDORA-SEP       PIC X(01).
           05 WSS-DET-DEUDORA-SUC       PIC X(02).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WSS-DET-OBSERVACION       PIC X(16).
       01  WSS-LINEA-TOTAL.
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 WSS-TOT-TEXTO             PIC X(40).
           05 WSS-TOT-CANT              PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(50) VALUE SPACES.

      ******************************************************************
       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESO UNTIL FS-MAESTRO-CTA-FIN
           PERFORM 3000-APAREA-PATAS
               VARYING WSS-I FROM 1 BY 1
               UNTIL WSS-I > WSS-PAT-CANT
           PERFORM 4000-INFORME
           SET WSS-PROCESO-COMPLETO TO TRUE
           PERFORM 9000-FINALIZAR
           .

      *-----------------------------------------------------------------*
      *    CONTROL DE CORRIDAS, PLAN DE CUENTAS Y LOTE; ABRO EL
      *    MAESTRO, LA HISTORIA Y EL REPORTE
      *-----------------------------------------------------------------*
       1000-INICIO.
           PERFORM 1020-CONTROL-DE-CORRIDA
           INITIALIZE WSS-TOTALES-CONTROL
           MOVE CTL-FECHA-NEGOCIO  TO WSS-FECHA-NEGOCIO
           MOVE WSS-FECHA-NEG-DD   TO WSS-FECHA-IMP-DD
           MOVE WSS-FECHA-NEG-MM   TO WSS-FECHA-IMP-MM
           MOVE WSS-FECHA-NEG-AAAA TO WSS-FECHA-IMP-AAAA
           MOVE WSS-FECHA-IMPRESION TO WSS-ENC2-FECHA

           PERFORM 1100-CARGA-PLAN
           PERFORM 1200-ASIGNA-LOTE

           OPEN INPUT MAESTRO-CTA
           IF NOT FS-MAESTRO-CTA-OK
               DISPLAY 'ERROR APERTURA CUENTAS.TXT FS: ' FS-MAESTRO-CTA
               PERFORM 9050-ERROR-FATAL
           END-IF

           SET WSS-SIN-HISTORIA TO TRUE
           OPEN INPUT HISTORIA
           EVALUATE TRUE
               WHEN FS-HISTORIA-OK
                   SET WSS-HAY-HISTORIA TO TRUE
               WHEN FS-HISTORIA-NO-EXISTE
                   DISPLAY 'LIQSUC: NO EXISTE MOVHIST.DAT, NO HAY '
                           'TRANSFERENCIAS PARA LIQUIDAR'
               WHEN OTHER
                   DISPLAY 'ERROR APERTURA MOVHIST.DAT FS: '
                            FS-HISTORIA
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE

           OPEN OUTPUT REPORTE
           IF NOT FS-REPORTE-OK
               DISPLAY 'ERROR APERTURA LIQREP.DAT FS: ' FS-REPORTE
               PERFORM 9050-ERROR-FATAL
           END-IF

           PERFORM 5000-LECTURA-CUENTA
           .
       1000-INICIO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CONTROL DE CORRIDAS: ME FRENO SI ESTE PASO YA COMPLETO LA
      *    FECHA DE NEGOCIO VIGENTE (LA RECORRIDA DUPLICARIA EL LOTE
      *    EN LIQASI.DAT). NO TIENE PREDECESOR: SOLO LEE LA HISTORIA
      *    QUE DEJO APLICMOV Y EL MAESTRO
      *-----------------------------------------------------------------*
       1020-CONTROL-DE-CORRIDA.
           SET CTL-FUNCION-INICIO TO TRUE
           MOVE 'LIQSUC'   TO CTL-PROGRAMA
           MOVE SPACES     TO CTL-PREDECESOR
           MOVE 0          TO CTL-RETORNO-JOB
           CALL 'RUNCTL' USING AREADECOM-CTL
           EVALUATE TRUE
               WHEN CTL-OK
                   CONTINUE
               WHEN CTL-YA-CORRIO
                   DISPLAY 'LIQSUC YA COMPLETADO PARA LA FECHA DE '
                           'NEGOCIO ' CTL-FECHA-NEGOCIO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'LIQSUC: CONTROL DE CORRIDAS CON ERROR'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .
       1020-CONTROL-DE-CORRIDA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CARGO EL PLAN DE CUENTAS DEL MAYOR. PLANCTA.DAT ES
      *    OBLIGATORIO: SIN PLAN NO HAY CONTRA QUE VALIDAR LAS CUENTAS
      *    INTERFILIALES Y EL LOTE NO DEBE EMITIRSE.
      *-----------------------------------------------------------------*
       1100-CARGA-PLAN.
           OPEN INPUT PLAN-CUENTAS
           IF NOT FS-PLAN-CUENTAS-OK
               DISPLAY 'ERROR APERTURA PLANCTA.DAT FS: '
                        FS-PLAN-CUENTAS
               PERFORM 9050-ERROR-FATAL
           END-IF
           PERFORM 1110-LEE-PLAN UNTIL FS-PLAN-CUENTAS-FIN
           CLOSE PLAN-CUENTAS

           IF WSS-PLAN-PERDIDAS > 0
               DISPLAY 'LIQSUC: TABLA DEL PLAN LLENA, '
                        WSS-PLAN-PERDIDAS ' CUENTAS SIN CARGAR'
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       1100-CARGA-PLAN-EXIT. EXIT.

       1110-LEE-PLAN.
           READ PLAN-CUENTAS
           EVALUATE TRUE
               WHEN FS-PLAN-CUENTAS-OK
                   IF WSS-PLAN-CANT < 200
                       ADD 1 TO WSS-PLAN-CANT
                       SET WSS-PLAN-IDX TO WSS-PLAN-CANT
                       MOVE PC-CUENTA-MAYOR
                            TO WSS-PLAN-CUENTA (WSS-PLAN-IDX)
                   ELSE
                       ADD 1 TO WSS-PLAN-PERDIDAS
                   END-IF
               WHEN FS-PLAN-CUENTAS-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA PLANCTA.DAT FS: '
                            FS-PLAN-CUENTAS
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1110-LEE-PLAN-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    EL LOTE ES EL SIGUIENTE AL ULTIMO EMITIDO SEGUN LOTECTL.DAT
      *    (SI NO EXISTE TODAVIA, LA NUMERACION ARRANCA EN 1). EL
      *    CONTROL SE REGRABA RECIEN AL EMITIR EL LOTE, ASI UNA CORRIDA
      *    ABORTADA O SIN POSICIONES NO CONSUME NUMERO.
      *-----------------------------------------------------------------*
       1200-ASIGNA-LOTE.
           MOVE 0 TO WSS-LOTE
           OPEN INPUT CONTROL-LOTE
           IF FS-CONTROL-LOTE-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-CONTROL-LOTE-OK
                   DISPLAY 'ERROR APERTURA LOTECTL.DAT FS: '
                            FS-CONTROL-LOTE
                   PERFORM 9050-ERROR-FATAL
               ELSE
                   READ CONTROL-LOTE
                   IF FS-CONTROL-LOTE-OK
                       MOVE LC-ULTIMO-LOTE TO WSS-LOTE
                   END-IF
                   CLOSE CONTROL-LOTE
               END-IF
           END-IF
           ADD 1 TO WSS-LOTE
           .
       1200-ASIGNA-LOTE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    POSICIONO LA HISTORIA EN LA CUENTA EN CURSO Y GUARDO SUS
      *    DEPOSITOS/EXTRACCIONES PROCESADOS EN LA FECHA DE NEGOCIO
      *-----------------------------------------------------------------*
       2000-PROCESO.
           ADD 1 TO WSS-CUENTAS-LEIDAS
           IF WSS-HAY-HISTORIA
               MOVE CTA-PAIS           TO MH-PAIS
               MOVE CTA-SUCURSAL       TO MH-SUCURSAL
               MOVE CTA-NUM-CUENTA     TO MH-NUM-CUENTA
               MOVE 0                  TO MH-FECHA-VALOR
               MOVE 0                  TO MH-REFERENCIA

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
           PERFORM 5000-LECTURA-CUENTA
           .
       2000-PROCESO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    LOS REGISTROS ANTERIORES A LA REFERENCIA (EN CERO) NO SE
      *    PUEDEN APAREAR Y SE IGNORAN
      *-----------------------------------------------------------------*
       2010-LEE-MOV-CUENTA.
           READ HISTORIA NEXT RECORD
           EVALUATE TRUE
               WHEN FS-HISTORIA-OK
                   IF MH-PAIS = CTA-PAIS
                      AND MH-SUCURSAL = CTA-SUCURSAL
                      AND MH-NUM-CUENTA = CTA-NUM-CUENTA
                       ADD 1 TO WSS-MOVS-LEIDOS
                       IF (MH-TIPO = 'D' OR MH-TIPO = 'E')
                          AND MH-FECHA-PROCESO = WSS-FECHA-NEGOCIO
                          AND MH-REFERENCIA NOT = 0
                           PERFORM 2020-GUARDA-PATA
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
      *    CON PATAS SIN GUARDAR SE PERDERIA UNA POSICION: LA CORRIDA
      *    ABORTA
      *-----------------------------------------------------------------*
       2020-GUARDA-PATA.
           IF WSS-PAT-CANT < 5000
               ADD 1 TO WSS-PAT-CANT
               SET WSS-PAT-IDX TO WSS-PAT-CANT
               MOVE MH-REFERENCIA TO WSS-PAT-REFERENCIA (WSS-PAT-IDX)
               MOVE MH-TIPO       TO WSS-PAT-TIPO (WSS-PAT-IDX)
               MOVE MH-PAIS       TO WSS-PAT-PAIS (WSS-PAT-IDX)
               MOVE MH-SUCURSAL   TO WSS-PAT-SUC (WSS-PAT-IDX)
               MOVE CTA-MONEDA    TO WSS-PAT-MONEDA (WSS-PAT-IDX)
               MOVE MH-IMPORTE    TO WSS-PAT-IMPORTE (WSS-PAT-IDX)
               MOVE 'N'           TO WSS-PAT-APAREADA (WSS-PAT-IDX)
           ELSE
               DISPLAY 'LIQSUC: TABLA DE MOVIMIENTOS DEL DIA LLENA'
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       2020-GUARDA-PATA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    POR CADA EXTRACCION BUSCO UN DEPOSITO DEL DIA CON SU MISMA
      *    REFERENCIA: ES LA OTRA PATA DE LA TRANSFERENCIA. UN
      *    DEPOSITO O UNA EXTRACCION SUELTOS NO TIENEN PAR
      *-----------------------------------------------------------------*
       3000-APAREA-PATAS.
           IF WSS-PAT-TIPO (WSS-I) = 'E'
              AND WSS-PAT-APAREADA (WSS-I) = 'N'
               SET WSS-PAT-IDX TO 1
               SEARCH WSS-PAT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WSS-PAT-REFERENCIA (WSS-PAT-IDX)
                        = WSS-PAT-REFERENCIA (WSS-I)
                    AND WSS-PAT-TIPO (WSS-PAT-IDX) = 'D'
                    AND WSS-PAT-APAREADA (WSS-PAT-IDX) = 'N'
                       SET WSS-J TO WSS-PAT-IDX
                       PERFORM 3100-REGISTRA-PAR
               END-SEARCH
           END-IF
           .
       3000-APAREA-PATAS-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    PAR HALLADO (WSS-I ORIGEN, WSS-J DESTINO). APLICMOV GRABA
      *    LAS DOS PATAS CON EL MISMO IMPORTE Y SOLO ENTRE CUENTAS DE
      *    LA MISMA MONEDA: UN PAR QUE NO CUMPLE NO SE LIQUIDA Y DEJA
      *    RC 4 PARA QUE SE REVISE
      *-----------------------------------------------------------------*
       3100-REGISTRA-PAR.
           MOVE 'S' TO WSS-PAT-APAREADA (WSS-I)
           MOVE 'S' TO WSS-PAT-APAREADA (WSS-J)
           ADD 1 TO WSS-PARES

           MOVE WSS-PAT-PAIS (WSS-I)    TO WSS-ORIGEN-PAIS
           MOVE WSS-PAT-SUC (WSS-I)     TO WSS-ORIGEN-SUC
           MOVE WSS-PAT-PAIS (WSS-J)    TO WSS-DESTINO-PAIS
           MOVE WSS-PAT-SUC (WSS-J)     TO WSS-DESTINO-SUC
           MOVE WSS-PAT-MONEDA (WSS-I)  TO WSS-PAR-MONEDA
           MOVE WSS-PAT-IMPORTE (WSS-I) TO WSS-PAR-IMPORTE

           EVALUATE TRUE
               WHEN WSS-PAT-MONEDA (WSS-J) NOT = WSS-PAR-MONEDA
                 OR WSS-PAT-IMPORTE (WSS-J) NOT = WSS-PAR-IMPORTE
                   ADD 1 TO WSS-PARES-INCONSISTENTES
                   DISPLAY 'LIQSUC: PATAS INCONSISTENTES REFERENCIA '
                           WSS-PAT-REFERENCIA (WSS-I)
               WHEN WSS-CLAVE-ORIGEN = WSS-CLAVE-DESTINO
                   ADD 1 TO WSS-PARES-MISMA-SUC
               WHEN OTHER
                   ADD 1 TO WSS-PARES-ENTRE-SUC
                   PERFORM 3200-ACUMULA-SUCURSALES
                   IF WSS-ORIGEN-PAIS NOT = WSS-DESTINO-PAIS
                       ADD 1 TO WSS-PARES-ENTRE-PAISES
                       PERFORM 3300-ACUMULA-PAISES
                   END-IF
           END-EVALUATE
           .
       3100-REGISTRA-PAR-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    SUMO EL PAR A LA POSICION DE SUS DOS SUCURSALES, EN EL
      *    SENTIDO QUE CORRESPONDA SEGUN CUAL DE LAS DOS ES LA MENOR
      *-----------------------------------------------------------------*
       3200-ACUMULA-SUCURSALES.
           IF WSS-PSU-CANT = 0
               PERFORM 3210-AGREGA-POS-SUCURSAL
           ELSE
               SET WSS-PSU-IDX TO 1
               SEARCH WSS-PSU-ENTRY
                   AT END
                       PERFORM 3210-AGREGA-POS-SUCURSAL
                   WHEN WSS-PSU-MONEDA (WSS-PSU-IDX) = WSS-PAR-MONEDA
                    AND ((WSS-PSU-CLAVE-A (WSS-PSU-IDX)
                          = WSS-CLAVE-ORIGEN
                    AND WSS-PSU-CLAVE-B (WSS-PSU-IDX)
                          = WSS-CLAVE-DESTINO)
                     OR (WSS-PSU-CLAVE-A (WSS-PSU-IDX)
                          = WSS-CLAVE-DESTINO
                    AND WSS-PSU-CLAVE-B (WSS-PSU-IDX)
                          = WSS-CLAVE-ORIGEN))
                       PERFORM 3220-SUMA-POS-SUCURSAL
               END-SEARCH
           END-IF
           .
       3200-ACUMULA-SUCURSALES-EXIT. EXIT.

       3210-AGREGA-POS-SUCURSAL.
           IF WSS-PSU-CANT < 1000
               ADD 1 TO WSS-PSU-CANT
               SET WSS-PSU-IDX TO WSS-PSU-CANT
               IF WSS-CLAVE-ORIGEN < WSS-CLAVE-DESTINO
                   MOVE WSS-CLAVE-ORIGEN
                        TO WSS-PSU-CLAVE-A (WSS-PSU-IDX)
                   MOVE WSS-CLAVE-DESTINO
                        TO WSS-PSU-CLAVE-B (WSS-PSU-IDX)
               ELSE
                   MOVE WSS-CLAVE-DESTINO
                        TO WSS-PSU-CLAVE-A (WSS-PSU-IDX)
                   MOVE WSS-CLAVE-ORIGEN
                        TO WSS-PSU-CLAVE-B (WSS-PSU-IDX)
               END-IF
               MOVE WSS-PAR-MONEDA TO WSS-PSU-MONEDA (WSS-PSU-IDX)
               MOVE 0 TO WSS-PSU-CANT-AB (WSS-PSU-IDX)
               MOVE 0 TO WSS-PSU-IMPORTE-AB (WSS-PSU-IDX)
               MOVE 0 TO WSS-PSU-CANT-BA (WSS-PSU-IDX)
               MOVE 0 TO WSS-PSU-IMPORTE-BA (WSS-PSU-IDX)
               PERFORM 3220-SUMA-POS-SUCURSAL
           ELSE
               DISPLAY 'LIQSUC: TABLA DE POSICIONES ENTRE SUCURSALES '
                       'LLENA'
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       3210-AGREGA-POS-SUCURSAL-EXIT. EXIT.

       3220-SUMA-POS-SUCURSAL.
           IF WSS-PSU-CLAVE-A (WSS-PSU-IDX) = WSS-CLAVE-ORIGEN
               ADD 1               TO WSS-PSU-CANT-AB (WSS-PSU-IDX)
               ADD WSS-PAR-IMPORTE TO WSS-PSU-IMPORTE-AB (WSS-PSU-IDX)
           ELSE
               ADD 1               TO WSS-PSU-CANT-BA (WSS-PSU-IDX)
               ADD WSS-PAR-IMPORTE TO WSS-PSU-IMPORTE-BA (WSS-PSU-IDX)
           END-IF
           .
       3220-SUMA-POS-SUCURSAL-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    SUMO EL PAR A LA POSICION DE SUS DOS PAISES
      *-----------------------------------------------------------------*
       3300-ACUMULA-PAISES.
           IF WSS-PPA-CANT = 0
               PERFORM 3310-AGREGA-POS-PAIS
           ELSE
               SET WSS-PPA-IDX TO 1
               SEARCH WSS-PPA-ENTRY
                   AT END
                       PERFORM 3310-AGREGA-POS-PAIS
                   WHEN WSS-PPA-MONEDA (WSS-PPA-IDX) = WSS-PAR-MONEDA
                    AND ((WSS-PPA-PAIS-A (WSS-PPA-IDX)
                          = WSS-ORIGEN-PAIS
                    AND WSS-PPA-PAIS-B (WSS-PPA-IDX)
                          = WSS-DESTINO-PAIS)
                     OR (WSS-PPA-PAIS-A (WSS-PPA-IDX)
                          = WSS-DESTINO-PAIS
                    AND WSS-PPA-PAIS-B (WSS-PPA-IDX)
                          = WSS-ORIGEN-PAIS))
                       PERFORM 3320-SUMA-POS-PAIS
               END-SEARCH
           END-IF
           .
       3300-ACUMULA-PAISES-EXIT. EXIT.

       3310-AGREGA-POS-PAIS.
           IF WSS-PPA-CANT < 200
               ADD 1 TO WSS-PPA-CANT
               SET WSS-PPA-IDX TO WSS-PPA-CANT
               IF WSS-ORIGEN-PAIS < WSS-DESTINO-PAIS
                   MOVE WSS-ORIGEN-PAIS  TO WSS-PPA-PAIS-A (WSS-PPA-IDX)
                   MOVE WSS-DESTINO-PAIS TO WSS-PPA-PAIS-B (WSS-PPA-IDX)
               ELSE
                   MOVE WSS-DESTINO-PAIS TO WSS-PPA-PAIS-A (WSS-PPA-IDX)
                   MOVE WSS-ORIGEN-PAIS  TO WSS-PPA-PAIS-B (WSS-PPA-IDX)
               END-IF
               MOVE WSS-PAR-MONEDA TO WSS-PPA-MONEDA (WSS-PPA-IDX)
               MOVE 0 TO WSS-PPA-CANT-AB (WSS-PPA-IDX)
               MOVE 0 TO WSS-PPA-IMPORTE-AB (WSS-PPA-IDX)
               MOVE 0 TO WSS-PPA-CANT-BA (WSS-PPA-IDX)
               MOVE 0 TO WSS-PPA-IMPORTE-BA (WSS-PPA-IDX)
               PERFORM 3320-SUMA-POS-PAIS
           ELSE
               DISPLAY 'LIQSUC: TABLA DE POSICIONES ENTRE PAISES LLENA'
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       3310-AGREGA-POS-PAIS-EXIT. EXIT.

       3320-SUMA-POS-PAIS.
           IF WSS-PPA-PAIS-A (WSS-PPA-IDX) = WSS-ORIGEN-PAIS
               ADD 1               TO WSS-PPA-CANT-AB (WSS-PPA-IDX)
               ADD WSS-PAR-IMPORTE TO WSS-PPA-IMPORTE-AB (WSS-PPA-IDX)
           ELSE
               ADD 1               TO WSS-PPA-CANT-BA (WSS-PPA-IDX)
               ADD WSS-PAR-IMPORTE TO WSS-PPA-IMPORTE-BA (WSS-PPA-IDX)
           END-IF
           .
       3320-SUMA-POS-PAIS-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    REPORTE: UNA SECCION POR PAR DE SUCURSALES Y OTRA POR PAR
      *    DE PAISES, CON SU POSICION NETA; LOS TOTALES AL PIE
      *-----------------------------------------------------------------*
       4000-INFORME.
           PERFORM 5150-ENCABEZADO-REPORTE

           MOVE 'POSICIONES ENTRE SUCURSALES' TO WSS-LINEA-REPORTE
           PERFORM 5100-WRITE-REPORTE
           IF WSS-PSU-CANT = 0
               MOVE '  SIN TRANSFERENCIAS ENTRE SUCURSALES'
                    TO WSS-LINEA-REPORTE
               PERFORM 5100-WRITE-REPORTE
           END-IF
           PERFORM 4100-LINEA-SUCURSALES
               VARYING WSS-I FROM 1 BY 1
               UNTIL WSS-I > WSS-PSU-CANT

           MOVE SPACES TO WSS-LINEA-REPORTE
           PERFORM 5100-WRITE-REPORTE
           MOVE 'POSICIONES ENTRE PAISES' TO WSS-LINEA-REPORTE
           PERFORM 5100-WRITE-REPORTE
           IF WSS-PPA-CANT = 0
               MOVE '  SIN TRANSFERENCIAS ENTRE PAISES'
                    TO WSS-LINEA-REPORTE
               PERFORM 5100-WRITE-REPORTE
           END-IF
           PERFORM 4200-LINEA-PAISES
               VARYING WSS-I FROM 1 BY 1
               UNTIL WSS-I > WSS-PPA-CANT

           PERFORM 4300-TOTALES-REPORTE
           .
       4000-INFORME-EXIT. EXIT.

       4100-LINEA-SUCURSALES.
           PERFORM 4110-CARGA-POS-SUCURSAL
           PERFORM 4500-CALCULA-NETO
      *    ENTRE PAISES DISTINTOS LA POSICION SE ASIENTA EN LA DEL PAR
      *    DE PAISES; ACA SOLO SE INFORMA
           IF WSS-POS-PAIS-A NOT = WSS-POS-PAIS-B
               SET WSS-NO-SE-ASIENTA TO TRUE
           END-IF
           PERFORM 4600-VALIDA-DESTINOS
           PERFORM 4700-LINEA-POSICION
           IF WSS-POS-PAIS-A NOT = WSS-POS-PAIS-B
               MOVE 'VER ENTRE PAISES' TO WSS-DET-OBSERVACION
           END-IF
           MOVE WSS-LINEA-DETALLE TO WSS-LINEA-REPORTE
           PERFORM 5100-WRITE-REPORTE
           .
       4100-LINEA-SUCURSALES-EXIT. EXIT.

       4110-CARGA-POS-SUCURSAL.
           MOVE WSS-PSU-PAIS-A (WSS-I)     TO WSS-POS-PAIS-A
           MOVE WSS-PSU-SUC-A (WSS-I)      TO WSS-POS-SUC-A
           MOVE WSS-PSU-PAIS-B (WSS-I)     TO WSS-POS-PAIS-B
           MOVE WSS-PSU-SUC-B (WSS-I)      TO WSS-POS-SUC-B
           MOVE WSS-PSU-MONEDA (WSS-I)     TO WSS-POS-MONEDA
           MOVE WSS-PSU-CANT-AB (WSS-I)    TO WSS-POS-CANT-AB
           MOVE WSS-PSU-IMPORTE-AB (WSS-I) TO WSS-POS-IMPORTE-AB
           MOVE WSS-PSU-CANT-BA (WSS-I)    TO WSS-POS-CANT-BA
           MOVE WSS-PSU-IMPORTE-BA (WSS-I) TO WSS-POS-IMPORTE-BA
           .
       4110-CARGA-POS-SUCURSAL-EXIT. EXIT.

       4200-LINEA-PAISES.
           PERFORM 4210-CARGA-POS-PAIS
           PERFORM 4500-CALCULA-NETO
           PERFORM 4600-VALIDA-DESTINOS
           PERFORM 4700-LINEA-POSICION
           MOVE SPACES TO WSS-DET-DEUDORA-SEP
           MOVE SPACES TO WSS-DET-DEUDORA-SUC
           MOVE WSS-LINEA-DETALLE TO WSS-LINEA-REPORTE
           PERFORM 5100-WRITE-REPORTE
           .
       4200-LINEA-PAISES-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    LA POSICION ENTRE PAISES SE ASIENTA EN LA CUENTA
      *    INTERFILIAL DEL PAIS (SUCURSAL 00)
      *-----------------------------------------------------------------*
       4210-CARGA-POS-PAIS.
           MOVE WSS-PPA-PAIS-A (WSS-I)     TO WSS-POS-PAIS-A
           MOVE 0                          TO WSS-POS-SUC-A
           MOVE WSS-PPA-PAIS-B (WSS-I)     TO WSS-POS-PAIS-B
           MOVE 0                          TO WSS-POS-SUC-B
           MOVE WSS-PPA-MONEDA (WSS-I)     TO WSS-POS-MONEDA
           MOVE WSS-PPA-CANT-AB (WSS-I)    TO WSS-POS-CANT-AB
           MOVE WSS-PPA-IMPORTE-AB (WSS-I) TO WSS-POS-IMPORTE-AB
           MOVE WSS-PPA-CANT-BA (WSS-I)    TO WSS-POS-CANT-BA
           MOVE WSS-PPA-IMPORTE-BA (WSS-I) TO WSS-POS-IMPORTE-BA
           .
       4210-CARGA-POS-PAIS-EXIT. EXIT.

       4300-TOTALES-REPORTE.
           MOVE SPACES TO WSS-LINEA-REPORTE
           PERFORM 5100-WRITE-REPORTE
           MOVE 'TRANSFERENCIAS APAREADAS: ' TO WSS-TOT-TEXTO
           MOVE WSS-PARES TO WSS-TOT-CANT
           PERFORM 4310-LINEA-TOTAL
           MOVE 'DENTRO DE LA MISMA SUCURSAL: ' TO WSS-TOT-TEXTO
           MOVE WSS-PARES-MISMA-SUC TO WSS-TOT-CANT
           PERFORM 4310-LINEA-TOTAL
           MOVE 'ENTRE SUCURSALES: ' TO WSS-TOT-TEXTO
           MOVE WSS-PARES-ENTRE-SUC TO WSS-TOT-CANT
           PERFORM 4310-LINEA-TOTAL
           MOVE '  DE ELLAS ENTRE PAISES: ' TO WSS-TOT-TEXTO
           MOVE WSS-PARES-ENTRE-PAISES TO WSS-TOT-CANT
           PERFORM 4310-LINEA-TOTAL
           MOVE 'PATAS INCONSISTENTES (NO LIQUIDADAS): '
                TO WSS-TOT-TEXTO
           MOVE WSS-PARES-INCONSISTENTES TO WSS-TOT-CANT
           PERFORM 4310-LINEA-TOTAL
           MOVE 'POSICIONES NETAS A ASENTAR: ' TO WSS-TOT-TEXTO
           MOVE WSS-POSICIONES-NETAS TO WSS-TOT-CANT
           PERFORM 4310-LINEA-TOTAL
           MOVE 'CUENTAS INTERFILIALES FUERA DEL PLAN: '
                TO WSS-TOT-TEXTO
           MOVE WSS-SIN-PLAN TO WSS-TOT-CANT
           PERFORM 4310-LINEA-TOTAL
           .
       4300-TOTALES-REPORTE-EXIT. EXIT.

       4310-LINEA-TOTAL.
           MOVE WSS-LINEA-TOTAL TO WSS-LINEA-REPORTE
           PERFORM 5100-WRITE-REPORTE
           .
       4310-LINEA-TOTAL-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    NETO DE LA POSICION EN CURSO: POSITIVO, A LE DEBE A B;
      *    NEGATIVO, B LE DEBE A A; CERO, LA POSICION QUEDA SALDADA
      *-----------------------------------------------------------------*
       4500-CALCULA-NETO.
           COMPUTE WSS-POS-NETO =
               WSS-POS-IMPORTE-AB - WSS-POS-IMPORTE-BA
           IF WSS-POS-NETO < 0
               COMPUTE WSS-POS-IMPORTE-NETO = 0 - WSS-POS-NETO
               MOVE WSS-POS-PAIS-B TO WSS-POS-DEUDORA-PAIS
               MOVE WSS-POS-SUC-B  TO WSS-POS-DEUDORA-SUC
               MOVE WSS-POS-PAIS-A TO WSS-POS-ACREEDORA-PAIS
               MOVE WSS-POS-SUC-A  TO WSS-POS-ACREEDORA-SUC
           ELSE
               MOVE WSS-POS-NETO   TO WSS-POS-IMPORTE-NETO
               MOVE WSS-POS-PAIS-A TO WSS-POS-DEUDORA-PAIS
               MOVE WSS-POS-SUC-A  TO WSS-POS-DEUDORA-SUC
               MOVE WSS-POS-PAIS-B TO WSS-POS-ACREEDORA-PAIS
               MOVE WSS-POS-SUC-B  TO WSS-POS-ACREEDORA-SUC
           END-IF
           IF WSS-POS-NETO = 0
               SET WSS-NO-SE-ASIENTA TO TRUE
           ELSE
               SET WSS-SE-ASIENTA TO TRUE
           END-IF
           .
       4500-CALCULA-NETO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    LAS DOS CUENTAS INTERFILIALES DE UNA POSICION A ASENTAR
      *    DEBEN ESTAR DADAS DE ALTA EN PLANCTA.DAT; SI FALTA ALGUNA EL
      *    LOTE NO SE EMITE
      *-----------------------------------------------------------------*
       4600-VALIDA-DESTINOS.
           SET WSS-DESTINOS-EN-PLAN TO TRUE
           IF WSS-SE-ASIENTA
               ADD 1 TO WSS-POSICIONES-NETAS
               MOVE WSS-RUBRO-INTERFILIAL  TO WSS-CUENTA-BUSCADA (1:2)
               MOVE WSS-POS-DEUDORA-PAIS   TO WSS-CUENTA-BUSCADA (3:3)
               MOVE WSS-POS-DEUDORA-SUC    TO WSS-CUENTA-BUSCADA (6:2)
               PERFORM 4610-BUSCA-EN-PLAN
               MOVE WSS-POS-ACREEDORA-PAIS TO WSS-CUENTA-BUSCADA (3:3)
               MOVE WSS-POS-ACREEDORA-SUC  TO WSS-CUENTA-BUSCADA (6:2)
               PERFORM 4610-BUSCA-EN-PLAN
           END-IF
           .
       4600-VALIDA-DESTINOS-EXIT. EXIT.

       4610-BUSCA-EN-PLAN.
           SET WSS-CUENTA-SIN-PLAN TO TRUE
           IF WSS-PLAN-CANT > 0
               SET WSS-PLAN-IDX TO 1
               SEARCH WSS-PLAN-ENTRY
                   AT END
                       CONTINUE
                   WHEN WSS-PLAN-CUENTA (WSS-PLAN-IDX)
                        = WSS-CUENTA-BUSCADA
                       SET WSS-CUENTA-EN-PLAN TO TRUE
               END-SEARCH
           END-IF
           IF WSS-CUENTA-SIN-PLAN
               SET WSS-DESTINOS-SIN-PLAN TO TRUE
               ADD 1 TO WSS-SIN-PLAN
               DISPLAY 'LIQSUC: CUENTA ' WSS-CUENTA-BUSCADA
                       ' SIN ALTA EN PLANCTA.DAT'
           END-IF
           .
       4610-BUSCA-EN-PLAN-EXIT. EXIT.

       4700-LINEA-POSICION.
           MOVE WSS-POS-MONEDA        TO WSS-DET-MONEDA
           MOVE WSS-POS-PAIS-A        TO WSS-DET-PAIS-A
           MOVE WSS-POS-SUC-A         TO WSS-DET-SUC-A
           MOVE WSS-POS-PAIS-B        TO WSS-DET-PAIS-B
           MOVE WSS-POS-SUC-B         TO WSS-DET-SUC-B
           MOVE WSS-POS-CANT-AB       TO WSS-DET-CANT-AB
           MOVE WSS-POS-IMPORTE-AB    TO WSS-DET-IMPORTE-AB
           MOVE WSS-POS-CANT-BA       TO WSS-DET-CANT-BA
           MOVE WSS-POS-IMPORTE-BA    TO WSS-DET-IMPORTE-BA
           MOVE WSS-POS-IMPORTE-NETO  TO WSS-DET-NETO
           MOVE SPACES                TO WSS-DET-OBSERVACION
           IF WSS-POS-NETO = 0
               MOVE SPACES            TO WSS-DET-DEUDORA-PAIS
               MOVE SPACES            TO WSS-DET-DEUDORA-SEP
               MOVE SPACES            TO WSS-DET-DEUDORA-SUC
               MOVE 'SALDADA'         TO WSS-DET-OBSERVACION
           ELSE
               MOVE WSS-POS-DEUDORA-PAIS TO WSS-DET-DEUDORA-PAIS
               MOVE '/'                  TO WSS-DET-DEUDORA-SEP
               MOVE WSS-POS-DEUDORA-SUC  TO WSS-DET-DEUDORA-SUC
           END-IF
           IF WSS-DESTINOS-SIN-PLAN
               MOVE 'SIN PLAN DE CTAS' TO WSS-DET-OBSERVACION
           END-IF
           .
       4700-LINEA-POSICION-EXIT. EXIT.

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
               DISPLAY 'ERROR ESCRITURA LIQREP.DAT FS: ' FS-REPORTE
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
      *    CIERRO ARCHIVOS, DISPLAYO TOTALES DE CONTROL. EL LOTE SE
      *    AGREGA A LIQASI.DAT SOLO EN UNA CORRIDA COMPLETA, CON TODAS
      *    LAS CUENTAS EN EL PLAN Y SI HAY ALGUNA POSICION A ASENTAR
      *-----------------------------------------------------------------*
       9000-FINALIZAR.
           PERFORM 9100-TOTALES-DE-CONTROL
           IF WSS-PROCESO-COMPLETO AND RETURN-CODE < 8
              AND WSS-POSICIONES-NETAS > 0
               PERFORM 9200-EMITE-LOTE
           END-IF
           PERFORM 9160-ESTAMPA-CORRIDA
           CLOSE MAESTRO-CTA
           CLOSE HISTORIA
           CLOSE REPORTE
           STOP RUN
           .
       9000-FINALIZAR-EXIT. EXIT.

       9100-TOTALES-DE-CONTROL.
           DISPLAY '-------------------------------'
           DISPLAY '- LOTE: ' WSS-LOTE
           DISPLAY '- CUENTAS LEIDAS: '          WSS-CUENTAS-LEIDAS
           DISPLAY '- MOVIMIENTOS LEIDOS: '      WSS-MOVS-LEIDOS
           DISPLAY '- DEP/EXTR DE LA FECHA: '    WSS-PAT-CANT
           DISPLAY '- TRANSFERENCIAS APAREADAS: ' WSS-PARES
           DISPLAY '- MISMA SUCURSAL: '          WSS-PARES-MISMA-SUC
           DISPLAY '- ENTRE SUCURSALES: '        WSS-PARES-ENTRE-SUC
           DISPLAY '- ENTRE PAISES: '            WSS-PARES-ENTRE-PAISES
           DISPLAY '- PATAS INCONSISTENTES: '
                    WSS-PARES-INCONSISTENTES
           DISPLAY '- POSICIONES NETAS: '        WSS-POSICIONES-NETAS
           DISPLAY '- CUENTAS FUERA DEL PLAN: '  WSS-SIN-PLAN
           DISPLAY '-------------------------------'

           IF WSS-SIN-PLAN > 0
               DISPLAY 'LIQSUC: CUENTAS INTERFILIALES FUERA DEL PLAN, '
                       'EL LOTE NO SE EMITE'
               MOVE 8 TO RETURN-CODE
           END-IF
           IF RETURN-CODE = 0 AND WSS-PARES-INCONSISTENTES > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           .
       9100-TOTALES-DE-CONTROL-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    ESTAMPO EL RESULTADO DEL PASO EN EL CONTROL DE CORRIDAS
      *-----------------------------------------------------------------*
       9160-ESTAMPA-CORRIDA.
           SET CTL-FUNCION-FIN TO TRUE
           MOVE 'LIQSUC'   TO CTL-PROGRAMA
           MOVE SPACES     TO CTL-PREDECESOR
           MOVE RETURN-CODE TO CTL-RETORNO-JOB
           CALL 'RUNCTL' USING AREADECOM-CTL
      *    EL GOBACK DE LA RUTINA DEJA EN RETURN-CODE EL DE ELLA (0):
      *    REPONGO EL RETORNO DEL PASO PARA QUE LLEGUE INTACTO AL JOB
           MOVE CTL-RETORNO-JOB TO RETURN-CODE
           IF NOT CTL-OK
               DISPLAY 'LIQSUC: NO SE PUDO ESTAMPAR EL CONTROL DE '
                       'CORRIDAS'
           END-IF
           .
       9160-ESTAMPA-CORRIDA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    AGREGO EL LOTE DEL DIA AL ACUMULATIVO LIQASI.DAT (LA PRIMERA
      *    NOCHE NO EXISTE) Y CONSUMO EL NUMERO DE LOTE
      *-----------------------------------------------------------------*
       9200-EMITE-LOTE.
           OPEN EXTEND ASIENTOS-SUC
           IF FS-ASIENTOS-SUC-NO-EXISTE
               OPEN OUTPUT ASIENTOS-SUC
           END-IF
           IF NOT FS-ASIENTOS-SUC-OK
               DISPLAY 'ERROR APERTURA LIQASI.DAT FS: '
                        FS-ASIENTOS-SUC
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 9210-ASIENTA-SUCURSALES
                   VARYING WSS-I FROM 1 BY 1
                   UNTIL WSS-I > WSS-PSU-CANT
               PERFORM 9220-ASIENTA-PAISES
                   VARYING WSS-I FROM 1 BY 1
                   UNTIL WSS-I > WSS-PPA-CANT
               CLOSE ASIENTOS-SUC
               DISPLAY '- ASIENTOS GRABADOS: ' WSS-ASIENTOS-GRABADOS
               DISPLAY '- TOTAL DEBE:  ' WSS-TOTAL-DEBE
               DISPLAY '- TOTAL HABER: ' WSS-TOTAL-HABER
               IF RETURN-CODE < 8
                   PERFORM 9300-GRABA-LOTE
               END-IF
           END-IF
           .
       9200-EMITE-LOTE-EXIT. EXIT.

       9210-ASIENTA-SUCURSALES.
           PERFORM 4110-CARGA-POS-SUCURSAL
           PERFORM 4500-CALCULA-NETO
           IF WSS-SE-ASIENTA AND WSS-POS-PAIS-A = WSS-POS-PAIS-B
               PERFORM 9250-GRABA-PAR
           END-IF
           .
       9210-ASIENTA-SUCURSALES-EXIT. EXIT.

       9220-ASIENTA-PAISES.
           PERFORM 4210-CARGA-POS-PAIS
           PERFORM 4500-CALCULA-NETO
           IF WSS-SE-ASIENTA
               PERFORM 9250-GRABA-PAR
           END-IF
           .
       9220-ASIENTA-PAISES-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    PAR BALANCEADO DE LA POSICION EN CURSO: DEBE A LA CUENTA
      *    INTERFILIAL DE LA ACREEDORA (LE DEBEN) Y HABER A LA DE LA
      *    DEUDORA (DEBE), POR EL NETO
      *-----------------------------------------------------------------*
       9250-GRABA-PAR.
           MOVE WSS-LOTE               TO AS-LOTE
           MOVE WSS-FECHA-NEGOCIO      TO AS-FECHA
           MOVE WSS-RUBRO-INTERFILIAL  TO AS-CTA-RUBRO
           MOVE WSS-POS-ACREEDORA-PAIS TO AS-CTA-PAIS
           MOVE WSS-POS-ACREEDORA-SUC  TO AS-CTA-SUC
           SET AS-DEBE                 TO TRUE
           MOVE WSS-POS-IMPORTE-NETO   TO AS-IMPORTE
           MOVE WSS-POS-MONEDA         TO AS-MONEDA
           PERFORM 9260-GRABO-ASIENTO
           ADD WSS-POS-IMPORTE-NETO TO WSS-TOTAL-DEBE

           MOVE WSS-POS-DEUDORA-PAIS   TO AS-CTA-PAIS
           MOVE WSS-POS-DEUDORA-SUC    TO AS-CTA-SUC
           SET AS-HABER                TO TRUE
           PERFORM 9260-GRABO-ASIENTO
           ADD WSS-POS-IMPORTE-NETO TO WSS-TOTAL-HABER
           .
       9250-GRABA-PAR-EXIT. EXIT.

       9260-GRABO-ASIENTO.
           WRITE REG-ASIENTO
           IF FS-ASIENTOS-SUC-OK
               ADD 1 TO WSS-ASIENTOS-GRABADOS
           ELSE
               DISPLAY 'ERROR ESCRITURA LIQASI.DAT FS: '
                        FS-ASIENTOS-SUC
               MOVE 8 TO RETURN-CODE
           END-IF
           .
       9260-GRABO-ASIENTO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CONSUMO EL NUMERO DE LOTE RECIEN CON EL LOTE EMITIDO
      *-----------------------------------------------------------------*
       9300-GRABA-LOTE.
           OPEN OUTPUT CONTROL-LOTE
           IF NOT FS-CONTROL-LOTE-OK
               DISPLAY 'ERROR REGRABACION LOTECTL.DAT FS: '
                        FS-CONTROL-LOTE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WSS-LOTE TO LC-ULTIMO-LOTE
               WRITE REG-CONTROL-LOTE
               IF NOT FS-CONTROL-LOTE-OK
                   DISPLAY 'ERROR ESCRITURA LOTECTL.DAT FS: '
                            FS-CONTROL-LOTE
                   MOVE 8 TO RETURN-CODE
               END-IF
               CLOSE CONTROL-LOTE
           END-IF
           .
       9300-GRABA-LOTE-EXIT. EXIT.
