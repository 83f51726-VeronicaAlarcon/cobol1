      ******************************************************************
      * Author:    VERONICA ALARCON
      * Date:      2026-10-15
      * Purpose:   COBERTURA DE LA GARANTIA DE DEPOSITOS POR TITULAR. EL
      *            REGULADOR PIDE CADA MES CUANTO DE LOS DEPOSITOS ESTA
      *            CUBIERTO, Y LA GARANTIA SE CALCULA POR TITULAR Y POR
      *            PAIS HASTA UN TOPE, NO POR CUENTA (HASTA AHORA SE
      *            ARMABA EN PLANILLA DESDE POSCLI.DAT). POR CADA
      *            TITULAR DE CLIENTES.DAT SE SUMAN LOS SALDOS POSITIVOS
      *            DE TODAS SUS CUENTAS DE UN MISMO PAIS MAS EL CAPITAL
      *            DE LOS PLAZOS FIJOS VIGENTES DE PLAZOS.DAT (CADA
      *            PLAZO VA AL TITULAR DE SU CUENTA A LA VISTA, EN SU
      *            MONEDA, COMO LOS CUENTA CONCILIA POR PFSALDOS),
      *            CONVERTIDOS A LA MONEDA DEL TOPE CON LA TASA DE
      *            TIPCAM.DAT VIGENTE A LA FECHA DE NEGOCIO (COMO
      *            CONSOLID: CADA TASA LLEVA LA MONEDA A LA DE REPORTE,
      *            ASI QUE SE PASA POR ELLA). EL TOPE POR PAIS Y SI LO
      *            RETENIDO SE EXCLUYE SALEN DEL PARAMETRO SEGPAR.DAT;
      *            DONDE SE EXCLUYE, LAS RETENCIONES VIGENTES DE
      *            RETENES.DAT (HASTA EL SALDO DE LA CUENTA) NO COMPUTAN
      *            PARA LA GARANTIA. CADA TITULAR SE ABRE EN IMPORTE
      *            CUBIERTO (HASTA EL TOPE) Y NO CUBIERTO (EL EXCEDENTE
      *            MAS LO RETENIDO EXCLUIDO), CON TOTALES POR PAIS, EN
      *            SEGREP.DAT. APARTE SE LISTAN COMO EXCEPCIONES LAS
      *            CUENTAS SIN CLIENTE (CTA-NUM-CLIENTE EN CERO), QUE NO
      *            PUEDEN ASEGURARSE BIEN, LAS CUENTAS CON SALDO O
      *            PLAZOS QUE QUEDARON FUERA DEL CALCULO (CLIENTE
      *            INEXISTENTE, PAIS SIN TOPE O MONEDA SIN TASA) Y LOS
      *            PLAZOS VIGENTES CUYA CUENTA NO ESTA EN CUENTAS.TXT.
      *            CON EXCEPCIONES EL PASO TERMINA CON RETURN-CODE 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGDEP.
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
           SELECT MAESTRO-CLI ASSIGN TO "CLIENTES.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MAESTRO-CLI.
           SELECT TOPES ASSIGN TO "SEGPAR.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-TOPES.
           SELECT TIPOS-CAMBIO ASSIGN TO "TIPCAM.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-TIPOS-CAMBIO.
           SELECT RETENCIONES ASSIGN TO "RETENES.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-RETENCIONES.
           SELECT PLAZOS ASSIGN TO "PLAZOS.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PF-CLAVE-PLAZO
           FILE STATUS FS-PLAZOS.
           SELECT REPORTE ASSIGN TO "SEGREP.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-REPORTE.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO-CTA.
           01  REG-MAESTRO-CTA.
               COPY CUENTASC.
       FD  MAESTRO-CLI.
           01  REG-MAESTRO-CLI.
               COPY CLIENTEC.
      *    UNA LINEA POR PAIS: MONEDA Y TOPE DE LA GARANTIA POR TITULAR
      *    Y SI LO RETENIDO EN RETENES.DAT SE EXCLUYE ('S') O NO ('N')
       FD  TOPES.
           01  REG-TOPE.
               05 SP-PAIS           PIC X(03).
               05 SP-MONEDA-TOPE    PIC X(03).
               05 SP-TOPE           PIC 9(09)V99.
               05 SP-EXCLUYE-RET    PIC X(01).
                   88 SP-EXCLUYE-RETENIDO         VALUE 'S'.
       FD  TIPOS-CAMBIO.
           01  REG-TIPO-CAMBIO.
               05 TC-MONEDA         PIC X(03).
               05 TC-TASA           PIC 9(03)V9(06).
               05 TC-FECHA          PIC 9(08).
       FD  RETENCIONES.
           01  REG-RETENCION.
               COPY RETENESC.
       FD  PLAZOS.
           01  REG-PLAZO.
               COPY PLAZOFC.
       FD  REPORTE.
           01  REG-REPORTE          PIC X(120).

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05  FS-MAESTRO-CTA          PIC X(02).
                   88 FS-MAESTRO-CTA-OK            VALUE '00'.
                   88 FS-MAESTRO-CTA-FIN           VALUE '10'.
           05  FS-MAESTRO-CLI          PIC X(02).
                   88 FS-MAESTRO-CLI-OK            VALUE '00'.
                   88 FS-MAESTRO-CLI-FIN           VALUE '10'.
           05  FS-TOPES                PIC X(02).
                   88 FS-TOPES-OK                  VALUE '00'.
                   88 FS-TOPES-FIN                 VALUE '10'.
           05  FS-TIPOS-CAMBIO         PIC X(02).
                   88 FS-TIPOS-CAMBIO-OK           VALUE '00'.
                   88 FS-TIPOS-CAMBIO-FIN          VALUE '10'.
                   88 FS-TIPOS-CAMBIO-NO-EXISTE    VALUE '35'.
           05  FS-RETENCIONES          PIC X(02).
                   88 FS-RETENCIONES-OK            VALUE '00'.
                   88 FS-RETENCIONES-FIN           VALUE '10'.
                   88 FS-RETENCIONES-NO-EXISTE     VALUE '35'.
           05  FS-PLAZOS               PIC X(02).
                   88 FS-PLAZOS-OK                 VALUE '00'.
                   88 FS-PLAZOS-FIN                VALUE '10'.
                   88 FS-PLAZOS-NO-EXISTE          VALUE '35'.
           05  FS-REPORTE              PIC X(02).
                   88 FS-REPORTE-OK                VALUE '00'.
      *-----------------------------------------------------------------*
      *    MONEDA EN LA QUE TIPCAM.DAT EXPRESA LAS TASAS (LA DE
      *    REPORTE DE CONSOLID)
      *-----------------------------------------------------------------*
       01  WSS-MONEDA-REPORTE          PIC X(03) VALUE 'USD'.
      *-----------------------------------------------------------------*
      *    TOPES DE LA GARANTIA POR PAIS (SEGPAR.DAT)
      *-----------------------------------------------------------------*
       01  WSS-TABLA-TOPES.
           05 WSS-TOP-CANT             PIC 9(02) VALUE 0.
           05 WSS-TOP-ENTRY OCCURS 1 TO 50 TIMES
                              DEPENDING ON WSS-TOP-CANT
                              INDEXED BY WSS-TOP-IDX.
               10 WSS-TOP-PAIS         PIC X(03).
               10 WSS-TOP-MONEDA       PIC X(03).
               10 WSS-TOP-IMPORTE      PIC 9(09)V99.
               10 WSS-TOP-EXCLUYE      PIC X(01).
       01  WSS-PAIS-BUSCADO            PIC X(03).
       01  WSS-SW-TOPE                 PIC X(01).
           88 WSS-TOPE-ENCONTRADO                  VALUE 'S'.
           88 WSS-TOPE-FALTANTE                    VALUE 'N'.
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
       01  WSS-MONEDA-BUSCADA          PIC X(03).
       01  WSS-TASA-APLICADA           PIC 9(03)V9(06).
       01  WSS-TASA-CUENTA             PIC 9(03)V9(06).
       01  WSS-TASA-TOPE               PIC 9(03)V9(06).
       01  WSS-SW-TASA                 PIC X(01).
           88 WSS-TASA-ENCONTRADA                  VALUE 'S'.
           88 WSS-TASA-FALTANTE                    VALUE 'N'.
      *-----------------------------------------------------------------*
      *    RETENCIONES VIGENTES (RETENES.DAT) Y SUMA DE LO RETENIDO EN
      *    LA CUENTA EN CURSO, CON EL MISMO CRITERIO QUE APLICMOV
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
      *-----------------------------------------------------------------*
      *    PLAZOS FIJOS VIGENTES (PLAZOS.DAT), EN LA MONEDA DE SU CUENTA
      *    A LA VISTA. CADA UNO SE MARCA AL SUMARLO A SU CUENTA; LOS QUE
      *    QUEDAN SIN MARCA NO TIENEN CUENTA EN EL MAESTRO
      *-----------------------------------------------------------------*
       01  WSS-TABLA-PLZ.
           05 WSS-PLZ-CANT             PIC 9(04) VALUE 0.
           05 WSS-PLZ-ENTRY OCCURS 1 TO 5000 TIMES
                              DEPENDING ON WSS-PLZ-CANT
                              INDEXED BY WSS-PLZ-IDX.
               10 WSS-PLZ-PAIS         PIC X(03).
               10 WSS-PLZ-SUC          PIC 9(02).
               10 WSS-PLZ-NUMERO       PIC 9(08).
               10 WSS-PLZ-CUENTA       PIC 9(10).
               10 WSS-PLZ-CLIENTE      PIC 9(08).
               10 WSS-PLZ-MONEDA       PIC X(03).
               10 WSS-PLZ-CAPITAL      PIC 9(07)V99.
               10 WSS-PLZ-SW-SUMADO    PIC X(01).
                   88 WSS-PLZ-SUMADO               VALUE 'S'.
                   88 WSS-PLZ-PENDIENTE            VALUE 'N'.
       01  WSS-P                       PIC 9(04).
      *-----------------------------------------------------------------*
      *    IMPORTES DE LA CUENTA EN CURSO, EN SU MONEDA: SALDO POSITIVO,
      *    CAPITAL DE SUS PLAZOS VIGENTES Y DEPOSITO (LA SUMA DE AMBOS)
      *-----------------------------------------------------------------*
       01  WSS-SALDO-VISTA             PIC 9(07)V99.
       01  WSS-PLAZOS-CUENTA           PIC 9(09)V99.
       01  WSS-DEPOSITO-CUENTA         PIC 9(09)V99.
      *-----------------------------------------------------------------*
      *    TABLA DE CLIENTES (CLIENTES.DAT)
      *-----------------------------------------------------------------*
       01  WSS-TABLA-CLI.
           05 WSS-CLI-CANT             PIC 9(05) VALUE 0.
           05 WSS-CLI-ENTRY OCCURS 1 TO 5000 TIMES
                              DEPENDING ON WSS-CLI-CANT
                              INDEXED BY WSS-CLI-IDX.
               10 WSS-CLI-NUMERO       PIC 9(08).
               10 WSS-CLI-NOMBRE       PIC X(30).
               10 WSS-CLI-TIPO-DOC     PIC X(03).
               10 WSS-CLI-NUM-DOC      PIC X(15).
       01  WSS-SW-CLIENTE              PIC X(01).
           88 WSS-CLIENTE-ENCONTRADO               VALUE 'S'.
           88 WSS-CLIENTE-INEXISTENTE              VALUE 'N'.
      *-----------------------------------------------------------------*
      *    TITULARES ASEGURADOS POR PAIS. EL MAESTRO VIENE POR PAIS, ASI
      *    QUE LOS TITULARES DE UN PAIS QUEDAN JUNTOS EN LA TABLA. LOS
      *    IMPORTES ESTAN EN LA MONEDA DEL TOPE DEL PAIS
      *-----------------------------------------------------------------*
       01  WSS-TABLA-TITULARES.
           05 WSS-TIT-CANT             PIC 9(05) VALUE 0.
           05 WSS-TIT-ENTRY OCCURS 1 TO 10000 TIMES
                              DEPENDING ON WSS-TIT-CANT
                              INDEXED BY WSS-TIT-IDX.
               10 WSS-TIT-PAIS         PIC X(03).
               10 WSS-TIT-CLIENTE      PIC 9(08).
               10 WSS-TIT-NOMBRE       PIC X(30).
               10 WSS-TIT-TIPO-DOC     PIC X(03).
               10 WSS-TIT-NUM-DOC      PIC X(15).
               10 WSS-TIT-CUENTAS      PIC 9(04).
               10 WSS-TIT-DEPOSITOS    PIC 9(11)V99.
               10 WSS-TIT-RETENIDO     PIC 9(11)V99.
       01  WSS-T                       PIC 9(05).
      *-----------------------------------------------------------------*
      *    IMPORTES DE LA CUENTA EN CURSO, EN LA MONEDA DEL TOPE
      *-----------------------------------------------------------------*
       01  WSS-EXCLUIDO-CUENTA         PIC 9(08)V99.
       01  WSS-DEPOSITO-CONV           PIC 9(11)V99.
       01  WSS-EXCLUIDO-CONV           PIC 9(11)V99.
      *-----------------------------------------------------------------*
      *    COBERTURA DEL TITULAR EN CURSO Y TOTALES DEL PAIS
      *-----------------------------------------------------------------*
       01  WSS-COMPUTABLE              PIC 9(11)V99.
       01  WSS-CUBIERTO                PIC 9(11)V99.
       01  WSS-NO-CUBIERTO             PIC 9(11)V99.
       01  WSS-TOTALES-PAIS.
           05 WSS-TP-TITULARES         PIC 9(06).
           05 WSS-TP-CUENTAS           PIC 9(06).
           05 WSS-TP-DEPOSITOS         PIC 9(13)V99.
           05 WSS-TP-RETENIDO          PIC 9(13)V99.
           05 WSS-TP-CUBIERTO          PIC 9(13)V99.
           05 WSS-TP-NO-CUBIERTO       PIC 9(13)V99.
           05 WSS-TP-EXCEDIDOS         PIC 9(06).
       01  WSS-ULT-PAIS                PIC X(03).
      *-----------------------------------------------------------------*
      *    CUENTAS QUE NO PUEDEN ASEGURARSE, PARA LISTARLAS AL FINAL
      *-----------------------------------------------------------------*
       01  WSS-TABLA-EXCEPCIONES.
           05 WSS-EXC-CANT             PIC 9(04) VALUE 0.
           05 WSS-EXC-ENTRY OCCURS 1 TO 2000 TIMES
                              DEPENDING ON WSS-EXC-CANT
                              INDEXED BY WSS-EXC-IDX.
               10 WSS-EXC-PAIS         PIC X(03).
               10 WSS-EXC-SUC          PIC 9(02).
               10 WSS-EXC-CUENTA       PIC 9(10).
               10 WSS-EXC-TITULAR      PIC X(20).
               10 WSS-EXC-MONEDA       PIC X(03).
               10 WSS-EXC-SALDO        PIC S9(09)V99.
               10 WSS-EXC-CLIENTE      PIC 9(08).
               10 WSS-EXC-MOTIVO       PIC X(30).
       01  WSS-MOTIVO-EXCEPCION        PIC X(30).
       01  WSS-TOTALES-CONTROL.
           05 WSS-LEIDAS               PIC 9(06).
           05 WSS-CUENTAS-ASEGURADAS   PIC 9(06).
           05 WSS-SIN-CLIENTE          PIC 9(06).
           05 WSS-CLIENTE-NO-EXISTE    PIC 9(06).
           05 WSS-PAIS-SIN-TOPE        PIC 9(06).
           05 WSS-SIN-TASA             PIC 9(06).
           05 WSS-PLAZOS-CARGADOS      PIC 9(06).
           05 WSS-PLAZOS-SUMADOS       PIC 9(06).
           05 WSS-PLAZOS-SIN-CUENTA    PIC 9(06).
       01  WSS-FECHA-NEGOCIO           PIC 9(08).
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
           05 FILLER                   PIC X(78) VALUE SPACES.
           05 FILLER                   PIC X(08) VALUE 'PAGINA: '.
           05 WSS-ENC1-PAGINA          PIC ZZ9.
           05 FILLER                   PIC X(11) VALUE SPACES.
       01  WSS-ENC-2.
           05 FILLER            PIC X(60)
               VALUE 'SEGDEP - COBERTURA DE LA GARANTIA DE DEPOSITOS'.
           05 FILLER            PIC X(08) VALUE 'FECHA: '.
           05 WSS-ENC2-FECHA    PIC X(10).
           05 FILLER            PIC X(42) VALUE SPACES.
       01  WSS-ENC-3.
           05 FILLER            PIC X(120) VALUE ALL '-'.
       01  WSS-LINEA-REPORTE            PIC X(120).
       01  WSS-LINEA-PAIS.
           05 FILLER                    PIC X(06) VALUE 'PAIS: '.
           05 WSS-LPA-PAIS              PIC X(03).
           05 FILLER                    PIC X(19)
                                        VALUE '   MONEDA DEL TOPE:'.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WSS-LPA-MONEDA            PIC X(03).
           05 FILLER                    PIC X(21)
                                        VALUE '   TOPE POR TITULAR: '.
           05 WSS-LPA-TOPE              PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(16)
                                        VALUE '   RETENCIONES: '.
           05 WSS-LPA-RETENCIONES       PIC X(15).
           05 FILLER                    PIC X(23) VALUE SPACES.
       01  WSS-LINEA-TITULOS.
           05 FILLER                    PIC X(09) VALUE 'CLIENTE'.
           05 FILLER                    PIC X(19) VALUE 'NOMBRE'.
           05 FILLER                    PIC X(20) VALUE 'DOCUMENTO'.
           05 FILLER                    PIC X(04) VALUE 'CTAS'.
           05 FILLER                    PIC X(17)
                                        VALUE '        DEPOSITOS'.
           05 FILLER                    PIC X(17)
                                        VALUE '  RETENIDO EXCL.'.
           05 FILLER                    PIC X(17)
                                        VALUE '         CUBIERTO'.
           05 FILLER                    PIC X(17)
                                        VALUE '      NO CUBIERTO'.
       01  WSS-LINEA-TITULAR.
           05 WSS-LTI-CLIENTE           PIC 9(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WSS-LTI-NOMBRE            PIC X(18).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WSS-LTI-TIPO-DOC          PIC X(03).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WSS-LTI-NUM-DOC           PIC X(15).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WSS-LTI-CUENTAS           PIC ZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WSS-LTI-DEPOSITOS         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WSS-LTI-RETENIDO          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WSS-LTI-CUBIERTO          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WSS-LTI-NO-CUBIERTO       PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WSS-LINEA-TOTAL.
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 WSS-LTO-TEXTO             PIC X(30).
           05 WSS-LTO-MONEDA            PIC X(03).
           05 FILLER                    PIC X(02) VALUE ': '.
           05 WSS-LTO-IMPORTE           PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(61) VALUE SPACES.
       01  WSS-LINEA-CANTIDAD.
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 WSS-LCA-TEXTO             PIC X(35).
           05 WSS-LCA-CANT              PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(75) VALUE SPACES.
       01  WSS-LINEA-EXC-TITULO.
           05 FILLER                    PIC X(09) VALUE 'PAIS/SUC'.
           05 FILLER                    PIC X(12) VALUE 'CUENTA'.
           05 FILLER                    PIC X(21) VALUE 'TITULAR'.
           05 FILLER                    PIC X(04) VALUE 'MON'.
           05 FILLER                    PIC X(16)
                                        VALUE '  SALDO+PLAZOS'.
           05 FILLER                    PIC X(10) VALUE 'CLIENTE'.
           05 FILLER                    PIC X(48) VALUE 'MOTIVO'.
       01  WSS-LINEA-EXCEPCION.
           05 WSS-LEX-PAIS              PIC X(03).
           05 FILLER                    PIC X(01) VALUE '/'.
           05 WSS-LEX-SUC               PIC 9(02).
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 WSS-LEX-CUENTA            PIC 9(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WSS-LEX-TITULAR           PIC X(20).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WSS-LEX-MONEDA            PIC X(03).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WSS-LEX-SALDO             PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WSS-LEX-CLIENTE           PIC 9(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WSS-LEX-MOTIVO            PIC X(30).
           05 FILLER                    PIC X(18) VALUE SPACES.

      ******************************************************************
       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESO UNTIL FS-MAESTRO-CTA-FIN
           PERFORM 2800-PLAZOS-SIN-CUENTA
           PERFORM 3000-INFORMA-TITULARES
           PERFORM 4000-LISTA-EXCEPCIONES
           PERFORM 9000-FINALIZAR
           .

      *-----------------------------------------------------------------*
      *    CONTROL DE CORRIDAS, PARAMETROS, TASAS, RETENCIONES,
      *    CLIENTES, PLAZOS FIJOS, APERTURA DE ARCHIVOS Y PRIMERA CUENTA
      *-----------------------------------------------------------------*
       1000-INICIO.
           PERFORM 1020-CONTROL-DE-CORRIDA
           INITIALIZE WSS-TOTALES-CONTROL
           MOVE CTL-FECHA-NEGOCIO TO WSS-FECHA-NEGOCIO
           MOVE WSS-FECHA-NEGOCIO (7:2) TO WSS-FECHA-IMP-DD
           MOVE WSS-FECHA-NEGOCIO (5:2) TO WSS-FECHA-IMP-MM
           MOVE WSS-FECHA-NEGOCIO (1:4) TO WSS-FECHA-IMP-AAAA
           MOVE WSS-FECHA-IMPRESION     TO WSS-ENC2-FECHA

           PERFORM 1100-CARGA-TOPES
           PERFORM 1200-CARGA-TASAS
           PERFORM 1300-CARGA-RETENCIONES
           PERFORM 1400-CARGA-CLIENTES
           PERFORM 1500-CARGA-PLAZOS

           OPEN INPUT MAESTRO-CTA
           IF NOT FS-MAESTRO-CTA-OK
               DISPLAY 'ERROR APERTURA CUENTAS.TXT FS: ' FS-MAESTRO-CTA
               PERFORM 9050-ERROR-FATAL
           END-IF

           OPEN OUTPUT REPORTE
           IF NOT FS-REPORTE-OK
               DISPLAY 'ERROR APERTURA SEGREP.DAT FS: ' FS-REPORTE
               PERFORM 9050-ERROR-FATAL
           END-IF

           PERFORM 5000-LECTURA-CUENTA
           .
       1000-INICIO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CONTROL DE CORRIDAS: LOS SALDOS DEBEN SER LOS DEL CIERRE DE
      *    MES, CON EL INTERES ACREDITADO Y LA COMISION YA COBRADA
      *-----------------------------------------------------------------*
       1020-CONTROL-DE-CORRIDA.
           SET CTL-FUNCION-INICIO TO TRUE
           MOVE 'SEGDEP  ' TO CTL-PROGRAMA
           MOVE 'COMISION' TO CTL-PREDECESOR
           MOVE 0          TO CTL-RETORNO-JOB
           CALL 'RUNCTL' USING AREADECOM-CTL
           EVALUATE TRUE
               WHEN CTL-OK
                   CONTINUE
               WHEN CTL-YA-CORRIO
                   DISPLAY 'SEGDEP YA COMPLETADO PARA LA FECHA DE '
                           'NEGOCIO ' CTL-FECHA-NEGOCIO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN CTL-PREDECESOR-PENDIENTE
                   DISPLAY 'SEGDEP: COMISION NO COMPLETO LA FECHA '
                           'DE NEGOCIO ' CTL-FECHA-NEGOCIO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'SEGDEP: CONTROL DE CORRIDAS CON ERROR'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .
       1020-CONTROL-DE-CORRIDA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CARGO LOS TOPES POR PAIS. SIN SEGPAR.DAT NO HAY NADA QUE
      *    CALCULAR: LA CORRIDA ABORTA
      *-----------------------------------------------------------------*
       1100-CARGA-TOPES.
           OPEN INPUT TOPES
           IF NOT FS-TOPES-OK
               DISPLAY 'ERROR APERTURA SEGPAR.DAT FS: ' FS-TOPES
               PERFORM 9050-ERROR-FATAL
           END-IF
           PERFORM 1110-LEE-TOPE UNTIL FS-TOPES-FIN
           CLOSE TOPES
           .
       1100-CARGA-TOPES-EXIT. EXIT.

       1110-LEE-TOPE.
           READ TOPES
           EVALUATE TRUE
               WHEN FS-TOPES-OK
                   IF WSS-TOP-CANT < 50
                       ADD 1 TO WSS-TOP-CANT
                       SET WSS-TOP-IDX TO WSS-TOP-CANT
                       MOVE SP-PAIS
                            TO WSS-TOP-PAIS (WSS-TOP-IDX)
                       MOVE SP-MONEDA-TOPE
                            TO WSS-TOP-MONEDA (WSS-TOP-IDX)
                       MOVE SP-TOPE
                            TO WSS-TOP-IMPORTE (WSS-TOP-IDX)
                       MOVE SP-EXCLUYE-RET
                            TO WSS-TOP-EXCLUYE (WSS-TOP-IDX)
                   ELSE
                       DISPLAY 'SEGDEP: TABLA DE TOPES LLENA'
                       PERFORM 9050-ERROR-FATAL
                   END-IF
               WHEN FS-TOPES-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA SEGPAR.DAT FS: ' FS-TOPES
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1110-LEE-TOPE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CARGO DE TIPCAM.DAT, POR MONEDA, LA TASA DE FECHA MAS
      *    RECIENTE QUE NO SUPERA LA FECHA DE NEGOCIO. SIN ARCHIVO SOLO
      *    SE CALCULAN LAS CUENTAS EN LA MONEDA DEL TOPE
      *-----------------------------------------------------------------*
       1200-CARGA-TASAS.
           OPEN INPUT TIPOS-CAMBIO
           EVALUATE TRUE
               WHEN FS-TIPOS-CAMBIO-OK
                   PERFORM 1210-LEE-TASA
                       UNTIL FS-TIPOS-CAMBIO-FIN
                   CLOSE TIPOS-CAMBIO
               WHEN FS-TIPOS-CAMBIO-NO-EXISTE
                   DISPLAY 'SEGDEP: NO EXISTE TIPCAM.DAT, LOS '
                           'IMPORTES NO SE CONVIERTEN'
               WHEN OTHER
                   DISPLAY 'ERROR APERTURA TIPCAM.DAT FS: '
                            FS-TIPOS-CAMBIO
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1200-CARGA-TASAS-EXIT. EXIT.

       1210-LEE-TASA.
           READ TIPOS-CAMBIO
           EVALUATE TRUE
               WHEN FS-TIPOS-CAMBIO-OK
                   IF TC-FECHA <= WSS-FECHA-NEGOCIO
                       PERFORM 1220-CLASIFICA-TASA
                   END-IF
               WHEN FS-TIPOS-CAMBIO-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA TIPCAM.DAT FS: '
                            FS-TIPOS-CAMBIO
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1210-LEE-TASA-EXIT. EXIT.

       1220-CLASIFICA-TASA.
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
       1220-CLASIFICA-TASA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CARGO EN TABLA LAS RETENCIONES VIGENTES A LA FECHA DE
      *    NEGOCIO. RETENES.DAT ES OPCIONAL: SIN ARCHIVO NO HAY
      *    IMPORTES RETENIDOS. CON LA TABLA INCOMPLETA SE CUBRIRIAN
      *    FONDOS EMBARGADOS: LA CORRIDA ABORTA.
      *-----------------------------------------------------------------*
       1300-CARGA-RETENCIONES.
           OPEN INPUT RETENCIONES
           IF FS-RETENCIONES-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-RETENCIONES-OK
                   DISPLAY 'ERROR APERTURA RETENES.DAT FS: '
                            FS-RETENCIONES
                   PERFORM 9050-ERROR-FATAL
               ELSE
                   PERFORM 1310-LEE-RETENCION
                       UNTIL FS-RETENCIONES-FIN
                   CLOSE RETENCIONES
               END-IF
           END-IF

           IF WSS-RET-PERDIDAS > 0
               DISPLAY 'SEGDEP: TABLA DE RETENCIONES LLENA, '
                        WSS-RET-PERDIDAS ' RETENCIONES SIN CARGAR'
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       1300-CARGA-RETENCIONES-EXIT. EXIT.

       1310-LEE-RETENCION.
           READ RETENCIONES
           EVALUATE TRUE
               WHEN FS-RETENCIONES-OK
                   IF RT-ESTADO-ACTIVA
                      AND RT-FECHA-DESDE <= WSS-FECHA-NEGOCIO
                      AND (RT-FECHA-HASTA = 0
                           OR RT-FECHA-HASTA >= WSS-FECHA-NEGOCIO)
                       PERFORM 1320-AGREGA-RETENCION
                   END-IF
               WHEN FS-RETENCIONES-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA RETENES.DAT FS: '
                            FS-RETENCIONES
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1310-LEE-RETENCION-EXIT. EXIT.

       1320-AGREGA-RETENCION.
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
       1320-AGREGA-RETENCION-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CARGO EL MAESTRO DE CLIENTES. CON LA TABLA LLENA LOS
      *    TITULARES SIN CARGAR SALDRIAN COMO INEXISTENTES: SE ABORTA
      *-----------------------------------------------------------------*
       1400-CARGA-CLIENTES.
           OPEN INPUT MAESTRO-CLI
           IF NOT FS-MAESTRO-CLI-OK
               DISPLAY 'ERROR APERTURA CLIENTES.DAT FS: '
                        FS-MAESTRO-CLI
               PERFORM 9050-ERROR-FATAL
           END-IF
           PERFORM 1410-LEE-CLIENTE UNTIL FS-MAESTRO-CLI-FIN
           CLOSE MAESTRO-CLI
           .
       1400-CARGA-CLIENTES-EXIT. EXIT.

       1410-LEE-CLIENTE.
           READ MAESTRO-CLI
           EVALUATE TRUE
               WHEN FS-MAESTRO-CLI-OK
                   IF WSS-CLI-CANT < 5000
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
                       DISPLAY 'SEGDEP: TABLA DE CLIENTES LLENA'
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
       1410-LEE-CLIENTE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CARGO LOS PLAZOS FIJOS VIGENTES. SIN PLAZOS.DAT NO HAY
      *    PLAZOS QUE SUMAR. CON LA TABLA LLENA QUEDARIAN DEPOSITOS
      *    AFUERA: LA CORRIDA ABORTA
      *-----------------------------------------------------------------*
       1500-CARGA-PLAZOS.
           OPEN INPUT PLAZOS
           IF FS-PLAZOS-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-PLAZOS-OK
                   DISPLAY 'ERROR APERTURA PLAZOS.DAT FS: ' FS-PLAZOS
                   PERFORM 9050-ERROR-FATAL
               ELSE
                   PERFORM 1510-LEE-PLAZO
                       UNTIL FS-PLAZOS-FIN
                   CLOSE PLAZOS
               END-IF
           END-IF
           .
       1500-CARGA-PLAZOS-EXIT. EXIT.

       1510-LEE-PLAZO.
           READ PLAZOS NEXT RECORD
           EVALUATE TRUE
               WHEN FS-PLAZOS-OK
                   IF PF-VIGENTE
                       IF WSS-PLZ-CANT >= 5000
                           DISPLAY 'SEGDEP: TABLA DE PLAZOS FIJOS '
                                   'VIGENTES LLENA'
                           PERFORM 9050-ERROR-FATAL
                       END-IF
                       ADD 1 TO WSS-PLAZOS-CARGADOS
                       ADD 1 TO WSS-PLZ-CANT
                       SET WSS-PLZ-IDX TO WSS-PLZ-CANT
                       MOVE PF-PAIS       TO WSS-PLZ-PAIS (WSS-PLZ-IDX)
                       MOVE PF-SUCURSAL   TO WSS-PLZ-SUC (WSS-PLZ-IDX)
                       MOVE PF-NUM-PLAZO
                            TO WSS-PLZ-NUMERO (WSS-PLZ-IDX)
                       MOVE PF-NUM-CUENTA
                            TO WSS-PLZ-CUENTA (WSS-PLZ-IDX)
                       MOVE PF-NUM-CLIENTE
                            TO WSS-PLZ-CLIENTE (WSS-PLZ-IDX)
                       MOVE PF-MONEDA
                            TO WSS-PLZ-MONEDA (WSS-PLZ-IDX)
                       MOVE PF-CAPITAL
                            TO WSS-PLZ-CAPITAL (WSS-PLZ-IDX)
                       SET WSS-PLZ-PENDIENTE (WSS-PLZ-IDX) TO TRUE
                   END-IF
               WHEN FS-PLAZOS-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA PLAZOS.DAT FS: ' FS-PLAZOS
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1510-LEE-PLAZO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CADA CUENTA: SIN CLIENTE VA SIEMPRE A EXCEPCIONES; CON
      *    CLIENTE Y SALDO POSITIVO O PLAZOS VIGENTES SE SUMA A SU
      *    TITULAR EN EL PAIS
      *-----------------------------------------------------------------*
       2000-PROCESO.
           ADD 1 TO WSS-LEIDAS
           PERFORM 2050-SUMA-PLAZOS
           EVALUATE TRUE
               WHEN CTA-NUM-CLIENTE = 0
                   ADD 1 TO WSS-SIN-CLIENTE
                   MOVE 'SIN CLIENTE (CTA-NUM-CLIENTE 0)'
                        TO WSS-MOTIVO-EXCEPCION
                   PERFORM 2700-GUARDA-EXCEPCION
               WHEN WSS-DEPOSITO-CUENTA > 0
                   PERFORM 2100-ASEGURA-CUENTA
           END-EVALUATE
           PERFORM 5000-LECTURA-CUENTA
           .
       2000-PROCESO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    DEPOSITO DE LA CUENTA QUE ESTA EN REG-MAESTRO-CTA: SU SALDO
      *    POSITIVO MAS EL CAPITAL DE SUS PLAZOS VIGENTES, QUE QUEDAN
      *    MARCADOS COMO SUMADOS
      *-----------------------------------------------------------------*
       2050-SUMA-PLAZOS.
           MOVE 0 TO WSS-PLAZOS-CUENTA
           PERFORM 2060-SUMA-UN-PLAZO
               VARYING WSS-P FROM 1 BY 1
               UNTIL WSS-P > WSS-PLZ-CANT
           IF CTA-SALDO > 0
               MOVE CTA-SALDO TO WSS-SALDO-VISTA
           ELSE
               MOVE 0 TO WSS-SALDO-VISTA
           END-IF
           COMPUTE WSS-DEPOSITO-CUENTA = WSS-SALDO-VISTA
                                       + WSS-PLAZOS-CUENTA
           .
       2050-SUMA-PLAZOS-EXIT. EXIT.

       2060-SUMA-UN-PLAZO.
           IF WSS-PLZ-PAIS (WSS-P) = CTA-PAIS
              AND WSS-PLZ-SUC (WSS-P) = CTA-SUCURSAL
              AND WSS-PLZ-CUENTA (WSS-P) = CTA-NUM-CUENTA
               ADD WSS-PLZ-CAPITAL (WSS-P) TO WSS-PLAZOS-CUENTA
               ADD 1 TO WSS-PLAZOS-SUMADOS
               SET WSS-PLZ-SUMADO (WSS-P) TO TRUE
           END-IF
           .
       2060-SUMA-UN-PLAZO-EXIT. EXIT.

       2100-ASEGURA-CUENTA.
           MOVE CTA-PAIS TO WSS-PAIS-BUSCADO
           PERFORM 5300-BUSCA-TOPE
           IF WSS-TOPE-ENCONTRADO
               PERFORM 5400-BUSCA-CLIENTE
           END-IF

           EVALUATE TRUE
               WHEN WSS-TOPE-FALTANTE
                   ADD 1 TO WSS-PAIS-SIN-TOPE
                   MOVE 'PAIS SIN TOPE EN SEGPAR.DAT'
                        TO WSS-MOTIVO-EXCEPCION
                   PERFORM 2700-GUARDA-EXCEPCION
               WHEN WSS-CLIENTE-INEXISTENTE
                   ADD 1 TO WSS-CLIENTE-NO-EXISTE
                   MOVE 'CLIENTE INEXISTENTE EN CLIENTES'
                        TO WSS-MOTIVO-EXCEPCION
                   PERFORM 2700-GUARDA-EXCEPCION
               WHEN OTHER
                   PERFORM 2200-CONVIERTE
                   IF WSS-TASA-ENCONTRADA
                       PERFORM 2400-ACUMULA-TITULAR
                   ELSE
                       ADD 1 TO WSS-SIN-TASA
                       MOVE 'MONEDA SIN TASA DE CAMBIO'
                            TO WSS-MOTIVO-EXCEPCION
                       PERFORM 2700-GUARDA-EXCEPCION
                   END-IF
           END-EVALUATE
           .
       2100-ASEGURA-CUENTA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    DEPOSITO Y RETENIDO EXCLUIDO (HASTA EL SALDO A LA VISTA: LOS
      *    PLAZOS NO SE EMBARGAN DESDE RETENES.DAT; SOLO DONDE EL PAIS
      *    LO EXCLUYE) EN LA MONEDA DEL TOPE: MONEDA DE LA CUENTA A
      *    MONEDA DE REPORTE Y DE AHI A LA DEL TOPE
      *-----------------------------------------------------------------*
       2200-CONVIERTE.
           MOVE 0 TO WSS-EXCLUIDO-CUENTA
           IF WSS-TOP-EXCLUYE (WSS-TOP-IDX) = 'S'
               PERFORM 2250-SUMA-RETENCIONES
               IF WSS-RETENIDO-CUENTA > WSS-SALDO-VISTA
                   MOVE WSS-SALDO-VISTA TO WSS-EXCLUIDO-CUENTA
               ELSE
                   MOVE WSS-RETENIDO-CUENTA TO WSS-EXCLUIDO-CUENTA
               END-IF
           END-IF

           IF CTA-MONEDA = WSS-TOP-MONEDA (WSS-TOP-IDX)
               SET WSS-TASA-ENCONTRADA TO TRUE
               MOVE WSS-DEPOSITO-CUENTA TO WSS-DEPOSITO-CONV
               MOVE WSS-EXCLUIDO-CUENTA TO WSS-EXCLUIDO-CONV
           ELSE
               MOVE CTA-MONEDA TO WSS-MONEDA-BUSCADA
               PERFORM 5200-BUSCA-TASA
               MOVE WSS-TASA-APLICADA TO WSS-TASA-CUENTA
               IF WSS-TASA-ENCONTRADA
                   MOVE WSS-TOP-MONEDA (WSS-TOP-IDX)
                        TO WSS-MONEDA-BUSCADA
                   PERFORM 5200-BUSCA-TASA
                   MOVE WSS-TASA-APLICADA TO WSS-TASA-TOPE
               END-IF
               IF WSS-TASA-ENCONTRADA
                   COMPUTE WSS-DEPOSITO-CONV ROUNDED =
                       WSS-DEPOSITO-CUENTA * WSS-TASA-CUENTA
                                           / WSS-TASA-TOPE
                   COMPUTE WSS-EXCLUIDO-CONV ROUNDED =
                       WSS-EXCLUIDO-CUENTA * WSS-TASA-CUENTA
                                           / WSS-TASA-TOPE
               END-IF
           END-IF
           .
       2200-CONVIERTE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    SUMO LAS RETENCIONES VIGENTES DE LA CUENTA QUE ESTA EN
      *    REG-MAESTRO-CTA
      *-----------------------------------------------------------------*
       2250-SUMA-RETENCIONES.
           MOVE 0 TO WSS-RETENIDO-CUENTA
           PERFORM 2260-SUMA-UNA-RETENCION
               VARYING WSS-R FROM 1 BY 1
               UNTIL WSS-R > WSS-RET-CANT
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

      *-----------------------------------------------------------------*
      *    SUMO LA CUENTA A SU TITULAR EN EL PAIS (PAIS + CLIENTE); EL
      *    PRIMER SALDO DEL TITULAR EN EL PAIS LO AGREGA A LA TABLA
      *-----------------------------------------------------------------*
       2400-ACUMULA-TITULAR.
           ADD 1 TO WSS-CUENTAS-ASEGURADAS
           SET WSS-TIT-IDX TO 1
           IF WSS-TIT-CANT > 0
               SEARCH WSS-TIT-ENTRY
                   AT END
                       PERFORM 2410-NUEVO-TITULAR
                   WHEN WSS-TIT-PAIS (WSS-TIT-IDX) = CTA-PAIS
                    AND WSS-TIT-CLIENTE (WSS-TIT-IDX) = CTA-NUM-CLIENTE
                       CONTINUE
               END-SEARCH
           ELSE
               PERFORM 2410-NUEVO-TITULAR
           END-IF

           ADD 1                 TO WSS-TIT-CUENTAS (WSS-TIT-IDX)
           ADD WSS-DEPOSITO-CONV TO WSS-TIT-DEPOSITOS (WSS-TIT-IDX)
           ADD WSS-EXCLUIDO-CONV TO WSS-TIT-RETENIDO (WSS-TIT-IDX)
           .
       2400-ACUMULA-TITULAR-EXIT. EXIT.

       2410-NUEVO-TITULAR.
           IF WSS-TIT-CANT >= 10000
               DISPLAY 'SEGDEP: MAS DE 10000 TITULARES, AMPLIAR '
                       'WSS-TABLA-TITULARES'
               PERFORM 9050-ERROR-FATAL
           END-IF
           ADD 1 TO WSS-TIT-CANT
           SET WSS-TIT-IDX TO WSS-TIT-CANT
           MOVE CTA-PAIS        TO WSS-TIT-PAIS (WSS-TIT-IDX)
           MOVE CTA-NUM-CLIENTE TO WSS-TIT-CLIENTE (WSS-TIT-IDX)
           MOVE WSS-CLI-NOMBRE (WSS-CLI-IDX)
                                TO WSS-TIT-NOMBRE (WSS-TIT-IDX)
           MOVE WSS-CLI-TIPO-DOC (WSS-CLI-IDX)
                                TO WSS-TIT-TIPO-DOC (WSS-TIT-IDX)
           MOVE WSS-CLI-NUM-DOC (WSS-CLI-IDX)
                                TO WSS-TIT-NUM-DOC (WSS-TIT-IDX)
           MOVE 0               TO WSS-TIT-CUENTAS (WSS-TIT-IDX)
           MOVE 0               TO WSS-TIT-DEPOSITOS (WSS-TIT-IDX)
           MOVE 0               TO WSS-TIT-RETENIDO (WSS-TIT-IDX)
           .
       2410-NUEVO-TITULAR-EXIT. EXIT.

       2700-GUARDA-EXCEPCION.
           IF WSS-EXC-CANT >= 2000
               DISPLAY 'SEGDEP: MAS DE 2000 EXCEPCIONES, AMPLIAR '
                       'WSS-TABLA-EXCEPCIONES'
               PERFORM 9050-ERROR-FATAL
           END-IF
           ADD 1 TO WSS-EXC-CANT
           SET WSS-EXC-IDX TO WSS-EXC-CANT
           MOVE CTA-PAIS           TO WSS-EXC-PAIS (WSS-EXC-IDX)
           MOVE CTA-SUCURSAL       TO WSS-EXC-SUC (WSS-EXC-IDX)
           MOVE CTA-NUM-CUENTA     TO WSS-EXC-CUENTA (WSS-EXC-IDX)
           MOVE CTA-NOMBRE-TITULAR TO WSS-EXC-TITULAR (WSS-EXC-IDX)
           MOVE CTA-MONEDA         TO WSS-EXC-MONEDA (WSS-EXC-IDX)
           COMPUTE WSS-EXC-SALDO (WSS-EXC-IDX) = CTA-SALDO
                                               + WSS-PLAZOS-CUENTA
           MOVE CTA-NUM-CLIENTE    TO WSS-EXC-CLIENTE (WSS-EXC-IDX)
           MOVE WSS-MOTIVO-EXCEPCION
                                   TO WSS-EXC-MOTIVO (WSS-EXC-IDX)
           .
       2700-GUARDA-EXCEPCION-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    LOS PLAZOS VIGENTES QUE NO SE SUMARON A NINGUNA CUENTA (SU
      *    CUENTA A LA VISTA NO ESTA EN EL MAESTRO) NO TIENEN TITULAR
      *    ASEGURABLE: VAN A EXCEPCIONES CON SU CAPITAL
      *-----------------------------------------------------------------*
       2800-PLAZOS-SIN-CUENTA.
           PERFORM 2810-PLAZO-SIN-CUENTA
               VARYING WSS-P FROM 1 BY 1
               UNTIL WSS-P > WSS-PLZ-CANT
           .
       2800-PLAZOS-SIN-CUENTA-EXIT. EXIT.

       2810-PLAZO-SIN-CUENTA.
           IF WSS-PLZ-PENDIENTE (WSS-P)
               ADD 1 TO WSS-PLAZOS-SIN-CUENTA
               IF WSS-EXC-CANT >= 2000
                   DISPLAY 'SEGDEP: MAS DE 2000 EXCEPCIONES, AMPLIAR '
                           'WSS-TABLA-EXCEPCIONES'
                   PERFORM 9050-ERROR-FATAL
               END-IF
               ADD 1 TO WSS-EXC-CANT
               SET WSS-EXC-IDX TO WSS-EXC-CANT
               MOVE WSS-PLZ-PAIS (WSS-P)   TO WSS-EXC-PAIS (WSS-EXC-IDX)
               MOVE WSS-PLZ-SUC (WSS-P)    TO WSS-EXC-SUC (WSS-EXC-IDX)
               MOVE WSS-PLZ-CUENTA (WSS-P)
                                   TO WSS-EXC-CUENTA (WSS-EXC-IDX)
               MOVE SPACES         TO WSS-EXC-TITULAR (WSS-EXC-IDX)
               STRING 'PLAZO ' WSS-PLZ-NUMERO (WSS-P)
                      DELIMITED BY SIZE
                      INTO WSS-EXC-TITULAR (WSS-EXC-IDX)
               MOVE WSS-PLZ-MONEDA (WSS-P)
                                   TO WSS-EXC-MONEDA (WSS-EXC-IDX)
               MOVE WSS-PLZ-CAPITAL (WSS-P)
                                   TO WSS-EXC-SALDO (WSS-EXC-IDX)
               MOVE WSS-PLZ-CLIENTE (WSS-P)
                                   TO WSS-EXC-CLIENTE (WSS-EXC-IDX)
               MOVE 'PLAZO FIJO SIN CUENTA A LA VISTA'
                                   TO WSS-EXC-MOTIVO (WSS-EXC-IDX)
           END-IF
           .
       2810-PLAZO-SIN-CUENTA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    REPORTE POR PAIS: UNA LINEA POR TITULAR CON SU COBERTURA Y,
      *    AL CAMBIAR DE PAIS, LOS TOTALES DEL PAIS
      *-----------------------------------------------------------------*
       3000-INFORMA-TITULARES.
           MOVE SPACES TO WSS-ULT-PAIS
           PERFORM 3100-TITULAR
               VARYING WSS-T FROM 1 BY 1
               UNTIL WSS-T > WSS-TIT-CANT
           IF WSS-ULT-PAIS NOT = SPACES
               PERFORM 3300-TOTALES-PAIS
           END-IF
           .
       3000-INFORMA-TITULARES-EXIT. EXIT.

       3100-TITULAR.
           SET WSS-TIT-IDX TO WSS-T
           IF WSS-TIT-PAIS (WSS-TIT-IDX) NOT = WSS-ULT-PAIS
               IF WSS-ULT-PAIS NOT = SPACES
                   PERFORM 3300-TOTALES-PAIS
               END-IF
               PERFORM 3200-ENCABEZADO-PAIS
           END-IF

      *    LO RETENIDO EXCLUIDO NO COMPUTA: VA DIRECTO A NO CUBIERTO
           COMPUTE WSS-COMPUTABLE = WSS-TIT-DEPOSITOS (WSS-TIT-IDX)
                                  - WSS-TIT-RETENIDO (WSS-TIT-IDX)
           IF WSS-COMPUTABLE > WSS-TOP-IMPORTE (WSS-TOP-IDX)
               MOVE WSS-TOP-IMPORTE (WSS-TOP-IDX) TO WSS-CUBIERTO
               ADD 1 TO WSS-TP-EXCEDIDOS
           ELSE
               MOVE WSS-COMPUTABLE TO WSS-CUBIERTO
           END-IF
           COMPUTE WSS-NO-CUBIERTO = WSS-TIT-DEPOSITOS (WSS-TIT-IDX)
                                   - WSS-CUBIERTO

           ADD 1 TO WSS-TP-TITULARES
           ADD WSS-TIT-CUENTAS (WSS-TIT-IDX)   TO WSS-TP-CUENTAS
           ADD WSS-TIT-DEPOSITOS (WSS-TIT-IDX) TO WSS-TP-DEPOSITOS
           ADD WSS-TIT-RETENIDO (WSS-TIT-IDX)  TO WSS-TP-RETENIDO
           ADD WSS-CUBIERTO                    TO WSS-TP-CUBIERTO
           ADD WSS-NO-CUBIERTO                 TO WSS-TP-NO-CUBIERTO

           MOVE WSS-TIT-CLIENTE (WSS-TIT-IDX)   TO WSS-LTI-CLIENTE
           MOVE WSS-TIT-NOMBRE (WSS-TIT-IDX)    TO WSS-LTI-NOMBRE
           MOVE WSS-TIT-TIPO-DOC (WSS-TIT-IDX)  TO WSS-LTI-TIPO-DOC
           MOVE WSS-TIT-NUM-DOC (WSS-TIT-IDX)   TO WSS-LTI-NUM-DOC
           MOVE WSS-TIT-CUENTAS (WSS-TIT-IDX)   TO WSS-LTI-CUENTAS
           MOVE WSS-TIT-DEPOSITOS (WSS-TIT-IDX) TO WSS-LTI-DEPOSITOS
           MOVE WSS-TIT-RETENIDO (WSS-TIT-IDX)  TO WSS-LTI-RETENIDO
           MOVE WSS-CUBIERTO                    TO WSS-LTI-CUBIERTO
           MOVE WSS-NO-CUBIERTO                 TO WSS-LTI-NO-CUBIERTO
           MOVE WSS-LINEA-TITULAR TO WSS-LINEA-REPORTE
           PERFORM 5100-WRITE-REPORTE
           .
       3100-TITULAR-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CADA PAIS EMPIEZA EN PAGINA NUEVA CON SU TOPE; DEJA
      *    WSS-TOP-IDX EN EL TOPE DEL PAIS (TODO TITULAR DE LA TABLA
      *    TIENE TOPE, LOS PAISES SIN TOPE FUERON A EXCEPCIONES)
      *-----------------------------------------------------------------*
       3200-ENCABEZADO-PAIS.
           MOVE WSS-TIT-PAIS (WSS-TIT-IDX) TO WSS-ULT-PAIS
           INITIALIZE WSS-TOTALES-PAIS
           MOVE WSS-ULT-PAIS TO WSS-PAIS-BUSCADO
           PERFORM 5300-BUSCA-TOPE

           PERFORM 5150-ENCABEZADO-REPORTE
           MOVE WSS-ULT-PAIS                  TO WSS-LPA-PAIS
           MOVE WSS-TOP-MONEDA (WSS-TOP-IDX)  TO WSS-LPA-MONEDA
           MOVE WSS-TOP-IMPORTE (WSS-TOP-IDX) TO WSS-LPA-TOPE
           IF WSS-TOP-EXCLUYE (WSS-TOP-IDX) = 'S'
               MOVE 'SE EXCLUYEN'    TO WSS-LPA-RETENCIONES
           ELSE
               MOVE 'NO SE EXCLUYEN' TO WSS-LPA-RETENCIONES
           END-IF
           MOVE WSS-LINEA-PAIS    TO WSS-LINEA-REPORTE
           PERFORM 5100-WRITE-REPORTE
           MOVE WSS-LINEA-TITULOS TO WSS-LINEA-REPORTE
           PERFORM 5100-WRITE-REPORTE
           .
       3200-ENCABEZADO-PAIS-EXIT. EXIT.

       3300-TOTALES-PAIS.
           MOVE SPACES TO WSS-LINEA-REPORTE
           PERFORM 5100-WRITE-REPORTE
           MOVE SPACES TO WSS-LINEA-REPORTE
           STRING 'TOTALES DEL PAIS ' WSS-ULT-PAIS
                  DELIMITED BY SIZE INTO WSS-LINEA-REPORTE
           PERFORM 5100-WRITE-REPORTE

           MOVE 'TITULARES ASEGURADOS: '   TO WSS-LCA-TEXTO
           MOVE WSS-TP-TITULARES           TO WSS-LCA-CANT
           MOVE WSS-LINEA-CANTIDAD         TO WSS-LINEA-REPORTE
           PERFORM 5100-WRITE-REPORTE
           MOVE 'CUENTAS CON DEPOSITOS: '  TO WSS-LCA-TEXTO
           MOVE WSS-TP-CUENTAS             TO WSS-LCA-CANT
           MOVE WSS-LINEA-CANTIDAD         TO WSS-LINEA-REPORTE
           PERFORM 5100-WRITE-REPORTE
           MOVE 'TITULARES SOBRE EL TOPE: ' TO WSS-LCA-TEXTO
           MOVE WSS-TP-EXCEDIDOS           TO WSS-LCA-CANT
           MOVE WSS-LINEA-CANTIDAD         TO WSS-LINEA-REPORTE
           PERFORM 5100-WRITE-REPORTE

           MOVE WSS-TOP-MONEDA (WSS-TOP-IDX) TO WSS-LTO-MONEDA
           MOVE 'DEPOSITOS'                TO WSS-LTO-TEXTO
           MOVE WSS-TP-DEPOSITOS           TO WSS-LTO-IMPORTE
           MOVE WSS-LINEA-TOTAL            TO WSS-LINEA-REPORTE
           PERFORM 5100-WRITE-REPORTE
           MOVE 'RETENIDO EXCLUIDO'        TO WSS-LTO-TEXTO
           MOVE WSS-TP-RETENIDO            TO WSS-LTO-IMPORTE
           MOVE WSS-LINEA-TOTAL            TO WSS-LINEA-REPORTE
           PERFORM 5100-WRITE-REPORTE
           MOVE 'CUBIERTO'                 TO WSS-LTO-TEXTO
           MOVE WSS-TP-CUBIERTO            TO WSS-LTO-IMPORTE
           MOVE WSS-LINEA-TOTAL            TO WSS-LINEA-REPORTE
           PERFORM 5100-WRITE-REPORTE
           MOVE 'NO CUBIERTO'              TO WSS-LTO-TEXTO
           MOVE WSS-TP-NO-CUBIERTO         TO WSS-LTO-IMPORTE
           MOVE WSS-LINEA-TOTAL            TO WSS-LINEA-REPORTE
           PERFORM 5100-WRITE-REPORTE
           .
       3300-TOTALES-PAIS-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CUENTAS Y PLAZOS QUE NO PUEDEN ASEGURARSE, EN PAGINA APARTE
      *    (SALDO MAS PLAZOS VIGENTES, EN LA MONEDA DE LA CUENTA)
      *-----------------------------------------------------------------*
       4000-LISTA-EXCEPCIONES.
           PERFORM 5150-ENCABEZADO-REPORTE
           MOVE 'EXCEPCIONES: CUENTAS FUERA DEL CALCULO DE LA GARANTIA'
                TO WSS-LINEA-REPORTE
           PERFORM 5100-WRITE-REPORTE
           MOVE WSS-LINEA-EXC-TITULO TO WSS-LINEA-REPORTE
           PERFORM 5100-WRITE-REPORTE
           IF WSS-EXC-CANT = 0
               MOVE '  NINGUNA CUENTA CON EXCEPCION'
                    TO WSS-LINEA-REPORTE
               PERFORM 5100-WRITE-REPORTE
           ELSE
               PERFORM 4100-LINEA-EXCEPCION
                   VARYING WSS-EXC-IDX FROM 1 BY 1
                   UNTIL WSS-EXC-IDX > WSS-EXC-CANT
           END-IF
           .
       4000-LISTA-EXCEPCIONES-EXIT. EXIT.

       4100-LINEA-EXCEPCION.
           MOVE WSS-EXC-PAIS (WSS-EXC-IDX)    TO WSS-LEX-PAIS
           MOVE WSS-EXC-SUC (WSS-EXC-IDX)     TO WSS-LEX-SUC
           MOVE WSS-EXC-CUENTA (WSS-EXC-IDX)  TO WSS-LEX-CUENTA
           MOVE WSS-EXC-TITULAR (WSS-EXC-IDX) TO WSS-LEX-TITULAR
           MOVE WSS-EXC-MONEDA (WSS-EXC-IDX)  TO WSS-LEX-MONEDA
           MOVE WSS-EXC-SALDO (WSS-EXC-IDX)   TO WSS-LEX-SALDO
           MOVE WSS-EXC-CLIENTE (WSS-EXC-IDX) TO WSS-LEX-CLIENTE
           MOVE WSS-EXC-MOTIVO (WSS-EXC-IDX)  TO WSS-LEX-MOTIVO
           MOVE WSS-LINEA-EXCEPCION           TO WSS-LINEA-REPORTE
           PERFORM 5100-WRITE-REPORTE
           .
       4100-LINEA-EXCEPCION-EXIT. EXIT.

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
               DISPLAY 'ERROR ESCRITURA SEGREP.DAT FS: ' FS-REPORTE
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

           MOVE 3 TO WSS-LINEAS-IMPRESAS
           .
       5150-ENCABEZADO-REPORTE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    BUSCO LA TASA VIGENTE DE WSS-MONEDA-BUSCADA; LA MONEDA DE
      *    REPORTE NO NECESITA LINEA EN TIPCAM.DAT
      *-----------------------------------------------------------------*
       5200-BUSCA-TASA.
           SET WSS-TASA-FALTANTE TO TRUE
           MOVE 0 TO WSS-TASA-APLICADA
           IF WSS-MONEDA-BUSCADA = WSS-MONEDA-REPORTE
               MOVE 1 TO WSS-TASA-APLICADA
               SET WSS-TASA-ENCONTRADA TO TRUE
           ELSE
               IF WSS-TASA-CANT > 0
                   SET WSS-TASA-IDX TO 1
                   SEARCH WSS-TASA-ENTRY
                       AT END
                           CONTINUE
                       WHEN WSS-TASA-MONEDA (WSS-TASA-IDX)
                            = WSS-MONEDA-BUSCADA
                           MOVE WSS-TASA-VALOR (WSS-TASA-IDX)
                                TO WSS-TASA-APLICADA
                           SET WSS-TASA-ENCONTRADA TO TRUE
                   END-SEARCH
               END-IF
           END-IF
           .
       5200-BUSCA-TASA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    BUSCO EL TOPE DE WSS-PAIS-BUSCADO (DEJA WSS-TOP-IDX)
      *-----------------------------------------------------------------*
       5300-BUSCA-TOPE.
           SET WSS-TOPE-FALTANTE TO TRUE
           IF WSS-TOP-CANT > 0
               SET WSS-TOP-IDX TO 1
               SEARCH WSS-TOP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WSS-TOP-PAIS (WSS-TOP-IDX) = WSS-PAIS-BUSCADO
                       SET WSS-TOPE-ENCONTRADO TO TRUE
               END-SEARCH
           END-IF
           .
       5300-BUSCA-TOPE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    BUSCO EL CLIENTE DE LA CUENTA (DEJA WSS-CLI-IDX)
      *-----------------------------------------------------------------*
       5400-BUSCA-CLIENTE.
           SET WSS-CLIENTE-INEXISTENTE TO TRUE
           IF WSS-CLI-CANT > 0
               SET WSS-CLI-IDX TO 1
               SEARCH WSS-CLI-ENTRY
                   AT END
                       CONTINUE
                   WHEN WSS-CLI-NUMERO (WSS-CLI-IDX) = CTA-NUM-CLIENTE
                       SET WSS-CLIENTE-ENCONTRADO TO TRUE
               END-SEARCH
           END-IF
           .
       5400-BUSCA-CLIENTE-EXIT. EXIT.

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
           CLOSE REPORTE
           STOP RUN
           .
       9000-FINALIZAR-EXIT. EXIT.

       9100-TOTALES-DE-CONTROL.
           DISPLAY '-------------------------------'
           DISPLAY '- CUENTAS LEIDAS: '           WSS-LEIDAS
           DISPLAY '- CUENTAS ASEGURADAS: '       WSS-CUENTAS-ASEGURADAS
           DISPLAY '- TITULARES POR PAIS: '       WSS-TIT-CANT
           DISPLAY '- CUENTAS SIN CLIENTE: '      WSS-SIN-CLIENTE
           DISPLAY '- CLIENTE INEXISTENTE: '      WSS-CLIENTE-NO-EXISTE
           DISPLAY '- PAIS SIN TOPE: '            WSS-PAIS-SIN-TOPE
           DISPLAY '- SIN TASA DE CAMBIO: '       WSS-SIN-TASA
           DISPLAY '- PLAZOS FIJOS VIGENTES: '    WSS-PLAZOS-CARGADOS
           DISPLAY '- PLAZOS SUMADOS A CUENTA: '  WSS-PLAZOS-SUMADOS
           DISPLAY '- PLAZOS SIN CUENTA: '        WSS-PLAZOS-SIN-CUENTA
           DISPLAY '-------------------------------'

           IF RETURN-CODE = 0 AND WSS-EXC-CANT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           .
       9100-TOTALES-DE-CONTROL-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    ESTAMPO EL RESULTADO DEL PASO EN EL CONTROL DE CORRIDAS
      *-----------------------------------------------------------------*
       9160-ESTAMPA-CORRIDA.
           SET CTL-FUNCION-FIN TO TRUE
           MOVE 'SEGDEP  ' TO CTL-PROGRAMA
           MOVE SPACES     TO CTL-PREDECESOR
           MOVE RETURN-CODE TO CTL-RETORNO-JOB
           CALL 'RUNCTL' USING AREADECOM-CTL
      *    EL GOBACK DE LA RUTINA DEJA EN RETURN-CODE EL DE ELLA (0):
      *    REPONGO EL RETORNO DEL PASO PARA QUE LLEGUE INTACTO AL JOB
           MOVE CTL-RETORNO-JOB TO RETURN-CODE
           IF NOT CTL-OK
               DISPLAY 'SEGDEP: NO SE PUDO ESTAMPAR EL CONTROL DE '
                       'CORRIDAS'
           END-IF
           .
       9160-ESTAMPA-CORRIDA-EXIT. EXIT.
