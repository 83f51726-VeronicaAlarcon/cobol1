      ******************************************************************
      * Author:    VERONICA ALARCON
      * Date:      2026-10-15
      * Purpose:   CERTIFICADOS ANUALES DE INTERESES Y RETENCIONES POR
      *            TITULAR Y DECLARACION INFORMATIVA A CADA FISCO. CADA
      *            FIN DE ANO LOS CLIENTES Y EL FISCO PIDEN EL
      *            CERTIFICADO DEL INTERES GANADO Y EL IMPUESTO
      *            RETENIDO, Y LAS SUCURSALES LO ARMABAN A MANO CON LOS
      *            DOCE INTDET.DAT DEL ANO. ESTE PROGRAMA DEL JOB ANUAL
      *            CERTANU.JCL (CONTROL DE CORRIDAS 'CERTINT', SIN
      *            PREDECESOR) LEE EL HISTORIAL FISCAL INTANU.DAT QUE
      *            ARMA INTACUM (EL INTERES DE LAS CUENTAS EN CADA
      *            CIERRE MENSUAL, EL DE LOS PLAZOS FIJOS Y EL DE LOS
      *            CIERRES DE CUENTA EN CADA CIERRE NOCTURNO) Y, PARA EL
      *            EJERCICIO DE CERTPAR.DAT (OPCIONAL; SIN PARAMETRO EL
      *            ANO ANTERIOR AL DE LA FECHA DE NEGOCIO):
      *            - EMITE EN CERTINT.DAT UN CERTIFICADO PAGINADO POR
      *              CADA TITULAR DE CLIENTES.DAT CON INTERES EN EL ANO,
      *              QUE JUNTA TODAS SUS CUENTAS: POR PAIS/MONEDA, EL
      *              INTERES BRUTO, LA TASA DE RETENCION, EL IMPUESTO
      *              RETENIDO Y EL NETO DE CADA MES Y EL TOTAL DEL ANO.
      *            - GRABA EN DECLINT.DAT LA DECLARACION INFORMATIVA:
      *              UNA SECCION POR PAIS/MONEDA (CABECERA, UN DETALLE
      *              POR TITULAR Y UN CIERRE) CONCILIADA CONTRA LO QUE
      *              INTERES REMITIO EN RETFISC.DAT EN EL ANO (LOS
      *              REGISTROS 'R' DEL HISTORIAL). EL CIERRE LLEVA LO
      *              DECLARADO, LA PARTE DE LAS CUENTAS (REGISTROS 'D'),
      *              LO REMITIDO Y LA MARCA DE CONCILIADO. EL INTERES DE
      *              PLAZOS FIJOS Y CIERRES DE CUENTA ('P' Y 'L') SE
      *              CERTIFICA Y SE DECLARA, PERO NO VA EN RETFISC.DAT:
      *              SOLO LA PARTE DE LAS CUENTAS SE CONCILIA.
      *            EL INTERES DE UNA CUENTA SIN TITULAR IDENTIFICADO
      *            (SIN CLIENTE O CON UN CLIENTE QUE NO ESTA EN
      *            CLIENTES.DAT) NO TIENE CERTIFICADO PERO SE DECLARA
      *            IGUAL, PARA QUE LA DECLARACION CUADRE CON LA REMESA;
      *            ESO Y UNA SECCION NO CONCILIADA DEJAN RETURN-CODE 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      ******************************************************************
       FILE-CONTROL.
           SELECT PARM ASSIGN TO "CERTPAR.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PARM.
           SELECT MAESTRO-CLI ASSIGN TO "CLIENTES.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MAESTRO-CLI.
           SELECT HISTORIAL ASSIGN TO "INTANU.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-HISTORIAL.
           SELECT CERTIFICADOS ASSIGN TO "CERTINT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CERTIFICADOS.
           SELECT DECLARACION ASSIGN TO "DECLINT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-DECLARACION.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *    UNA LINEA CON EL EJERCICIO A CERTIFICAR (AAAA)
       FD  PARM.
           01  REG-PARM               PIC X(04).
       FD  MAESTRO-CLI.
           01  REG-MAESTRO-CLI.
               COPY CLIENTEC.
       FD  HISTORIAL.
           01  REG-HISTORIAL.
               COPY INTANUC.
       FD  CERTIFICADOS.
           01  REG-CERTIFICADO          PIC X(80).
      *    DECLARACION INFORMATIVA: POR CADA PAIS/MONEDA UNA CABECERA,
      *    UN DETALLE POR TITULAR CON LOS TOTALES DEL EJERCICIO Y UN
      *    CIERRE CON LOS TOTALES DECLARADOS, LA PARTE DE ELLOS QUE ES
      *    INTERES DE CUENTAS (LA QUE INTERES REMITE), LOS REMITIDOS EN
      *    RETFISC.DAT Y LA MARCA DE CONCILIACION
       FD  DECLARACION.
           01  REG-DECL-HDR.
               05 DH-TIPO               PIC X(03).
               05 DH-ORIGEN             PIC X(08).
               05 DH-PAIS               PIC X(03).
               05 DH-MONEDA             PIC X(03).
               05 DH-EJERCICIO          PIC 9(04).
               05 DH-FECHA              PIC 9(08).
           01  REG-DECL-DET.
               05 DI-TIPO               PIC X(03).
               05 DI-NUM-CLIENTE        PIC 9(08).
               05 DI-TIPO-DOC           PIC X(03).
               05 DI-NUM-DOC            PIC X(15).
               05 DI-NOMBRE             PIC X(30).
               05 DI-TASA-RETENCION     PIC 9(02)V9(04).
               05 DI-INTERES-BRUTO      PIC 9(11)V99.
               05 DI-IMPUESTO           PIC 9(11)V99.
               05 DI-INTERES-NETO       PIC 9(11)V99.
           01  REG-DECL-TRL.
               05 DT-TIPO               PIC X(03).
               05 DT-CANT-TITULARES     PIC 9(06).
               05 DT-INTERES-BRUTO      PIC 9(13)V99.
               05 DT-IMPUESTO           PIC 9(13)V99.
               05 DT-INTERES-NETO       PIC 9(13)V99.
               05 DT-CUENTAS-BRUTO      PIC 9(13)V99.
               05 DT-CUENTAS-IMPUESTO   PIC 9(13)V99.
               05 DT-REMESA-BRUTO       PIC 9(13)V99.
               05 DT-REMESA-IMPUESTO    PIC 9(13)V99.
               05 DT-CONCILIADO         PIC X(01).

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05  FS-PARM                 PIC X(02).
                   88 FS-PARM-OK                   VALUE '00'.
                   88 FS-PARM-NO-EXISTE            VALUE '35'.
           05  FS-MAESTRO-CLI          PIC X(02).
                   88 FS-MAESTRO-CLI-OK            VALUE '00'.
                   88 FS-MAESTRO-CLI-FIN           VALUE '10'.
           05  FS-HISTORIAL            PIC X(02).
                   88 FS-HISTORIAL-OK              VALUE '00'.
                   88 FS-HISTORIAL-FIN             VALUE '10'.
           05  FS-CERTIFICADOS         PIC X(02).
                   88 FS-CERTIFICADOS-OK           VALUE '00'.
           05  FS-DECLARACION          PIC X(02).
                   88 FS-DECLARACION-OK            VALUE '00'.
       01  WSS-FECHA-EJECUCION         PIC 9(08).
       01  WSS-FECHA-NEGOCIO           PIC 9(08).
       01  WSS-FECHA-NEG-R REDEFINES WSS-FECHA-NEGOCIO.
           05 WSS-NEG-AAAA             PIC 9(04).
           05 WSS-NEG-MM               PIC 9(02).
           05 WSS-NEG-DD               PIC 9(02).
       01  WSS-FECHA-IMPRESION.
           05 WSS-FECHA-IMP-DD         PIC 9(02).
           05 FILLER                   PIC X(01) VALUE '/'.
           05 WSS-FECHA-IMP-MM         PIC 9(02).
           05 FILLER                   PIC X(01) VALUE '/'.
           05 WSS-FECHA-IMP-AAAA       PIC 9(04).
       01  WSS-EJERCICIO               PIC 9(04).
       01  WSS-PARM-EJERCICIO          PIC X(04).
       01  WSS-PARM-EJERCICIO-R REDEFINES WSS-PARM-EJERCICIO
                                       PIC 9(04).
       01  WSS-M                       PIC 9(02).
      *-----------------------------------------------------------------*
      *    TABLA DE CLIENTES (CLIENTES.DAT), EN EL ORDEN DEL MAESTRO,
      *    QUE ES EL ORDEN DE EMISION DE LOS CERTIFICADOS
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
               10 WSS-CLI-SW-INTERES   PIC X(01).
                   88 WSS-CLI-CON-INTERES          VALUE 'S'.
       01  WSS-POS-CLIENTE             PIC 9(05).
      *-----------------------------------------------------------------*
      *    ACUMULADO DEL EJERCICIO POR TITULAR Y PAIS/MONEDA, MES A
      *    MES. WSS-CRT-POS-CLI ES LA POSICION DEL TITULAR EN LA TABLA
      *    DE CLIENTES (CERO: SIN TITULAR IDENTIFICADO)
      *-----------------------------------------------------------------*
       01  WSS-TABLA-CERT.
           05 WSS-CRT-CANT             PIC 9(05) VALUE 0.
           05 WSS-CRT-ENTRY OCCURS 1 TO 5000 TIMES
                              DEPENDING ON WSS-CRT-CANT
                              INDEXED BY WSS-CRT-IDX.
               10 WSS-CRT-NUM-CLIENTE  PIC 9(08).
               10 WSS-CRT-POS-CLI      PIC 9(05).
               10 WSS-CRT-PAIS         PIC X(03).
               10 WSS-CRT-MONEDA       PIC X(03).
               10 WSS-CRT-TASA         PIC 9(02)V9(04).
               10 WSS-CRT-BRUTO        PIC 9(11)V99.
               10 WSS-CRT-IMPUESTO     PIC 9(11)V99.
               10 WSS-CRT-NETO         PIC 9(11)V99.
               10 WSS-CRT-MES OCCURS 12 TIMES.
                   15 WSS-CRT-MES-TASA     PIC 9(02)V9(04).
                   15 WSS-CRT-MES-BRUTO    PIC 9(11)V99.
                   15 WSS-CRT-MES-IMPUESTO PIC 9(11)V99.
                   15 WSS-CRT-MES-NETO     PIC 9(11)V99.
      *-----------------------------------------------------------------*
      *    CONCILIACION POR PAIS/MONEDA: LO DECLARADO DE CUENTAS
      *    (REGISTROS 'D' DEL HISTORIAL) CONTRA LO REMITIDO EN EL ANO
      *    (REGISTROS 'R'). LOS TOTALES DECLARADOS SUMAN ADEMAS LOS
      *    PLAZOS FIJOS Y LOS CIERRES DE CUENTA ('P' Y 'L')
      *-----------------------------------------------------------------*
       01  WSS-TABLA-CONC.
           05 WSS-CON-CANT             PIC 9(02) VALUE 0.
           05 WSS-CON-ENTRY OCCURS 1 TO 50 TIMES
                              DEPENDING ON WSS-CON-CANT
                              INDEXED BY WSS-CON-IDX.
               10 WSS-CON-PAIS         PIC X(03).
               10 WSS-CON-MONEDA       PIC X(03).
               10 WSS-CON-TITULARES    PIC 9(06).
               10 WSS-CON-BRUTO        PIC 9(13)V99.
               10 WSS-CON-IMPUESTO     PIC 9(13)V99.
               10 WSS-CON-NETO         PIC 9(13)V99.
               10 WSS-CON-CTA-BRUTO    PIC 9(13)V99.
               10 WSS-CON-CTA-IMPUESTO PIC 9(13)V99.
               10 WSS-CON-REM-BRUTO    PIC 9(13)V99.
               10 WSS-CON-REM-IMPUESTO PIC 9(13)V99.
       01  WSS-CON-PAIS-BUSCADO        PIC X(03).
       01  WSS-CON-MONEDA-BUSCADA      PIC X(03).
      *-----------------------------------------------------------------*
      *    CONTROL DE PAGINADO DEL CERTIFICADO. CADA TITULAR EMPIEZA
      *    PAGINA Y UN BLOQUE DE PAIS/MONEDA NO SE PARTE ENTRE PAGINAS
      *-----------------------------------------------------------------*
       01  WSS-CONTROL-REPORTE.
           05 WSS-PAGINA               PIC 9(03) VALUE 0.
           05 WSS-LINEAS-IMPRESAS      PIC 9(03) VALUE 0.
           05 WSS-MAX-LINEAS-PAGINA    PIC 9(03) VALUE 50.
           05 WSS-LINEAS-BLOQUE        PIC 9(03) VALUE 17.
       01  WSS-LINEA-CERT              PIC X(80).
      *-----------------------------------------------------------------*
      *    LINEAS DEL CERTIFICADO
      *-----------------------------------------------------------------*
       01  WSS-ENC-1.
           05 FILLER                   PIC X(20)
                                        VALUE 'BANCO LATINOAMERICA'.
           05 FILLER                   PIC X(38) VALUE SPACES.
           05 FILLER                   PIC X(08) VALUE 'PAGINA: '.
           05 WSS-ENC1-PAGINA          PIC ZZ9.
           05 FILLER                   PIC X(11) VALUE SPACES.
       01  WSS-ENC-2.
           05 FILLER                   PIC X(40)
              VALUE 'CERTIFICADO DE INTERESES Y RETENCIONES'.
           05 FILLER                   PIC X(10) VALUE ' - ANO'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WSS-ENC2-EJERCICIO       PIC 9(04).
           05 FILLER                   PIC X(25) VALUE SPACES.
       01  WSS-ENC-3.
           05 FILLER                   PIC X(09) VALUE 'TITULAR: '.
           05 WSS-ENC3-TITULAR         PIC X(30).
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 FILLER                   PIC X(09) VALUE 'CLIENTE: '.
           05 WSS-ENC3-CLIENTE         PIC 9(08).
           05 FILLER                   PIC X(20) VALUE SPACES.
       01  WSS-ENC-4.
           05 FILLER                   PIC X(11) VALUE 'DOCUMENTO: '.
           05 WSS-ENC4-TIPO-DOC        PIC X(03).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WSS-ENC4-NUM-DOC         PIC X(15).
           05 FILLER                   PIC X(13) VALUE SPACES.
           05 FILLER                   PIC X(17)
                                        VALUE 'FECHA DE EMISION:'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WSS-ENC4-FECHA           PIC X(10).
           05 FILLER                   PIC X(09) VALUE SPACES.
       01  WSS-CER-GUIONES.
           05 FILLER                   PIC X(78) VALUE ALL '-'.
           05 FILLER                   PIC X(02) VALUE SPACES.
       01  WSS-CER-BLOQUE.
           05 FILLER                   PIC X(06) VALUE 'PAIS: '.
           05 WSS-CERB-PAIS            PIC X(03).
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 FILLER                   PIC X(08) VALUE 'MONEDA: '.
           05 WSS-CERB-MONEDA          PIC X(03).
           05 FILLER                   PIC X(56) VALUE SPACES.
       01  WSS-CER-COLUMNAS.
           05 FILLER                   PIC X(09) VALUE 'MES'.
           05 FILLER                   PIC X(18)
                                        VALUE '   INTERES BRUTO'.
           05 FILLER                   PIC X(09) VALUE ' TASA %'.
           05 FILLER                   PIC X(18)
                                        VALUE '        RETENIDO'.
           05 FILLER                   PIC X(18)
                                        VALUE '    INTERES NETO'.
           05 FILLER                   PIC X(08) VALUE SPACES.
       01  WSS-CER-MES.
           05 WSS-CERM-MES             PIC 9(02).
           05 FILLER                   PIC X(01) VALUE '/'.
           05 WSS-CERM-ANIO            PIC 9(04).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WSS-CERM-BRUTO           PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WSS-CERM-TASA            PIC Z9.9999.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WSS-CERM-IMPUESTO        PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WSS-CERM-NETO            PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(08) VALUE SPACES.
       01  WSS-CER-TOTAL.
           05 FILLER                   PIC X(09) VALUE 'TOTAL'.
           05 WSS-CERT-BRUTO           PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WSS-CERT-TASA            PIC Z9.9999.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WSS-CERT-IMPUESTO        PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WSS-CERT-NETO            PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(08) VALUE SPACES.
       01  WSS-CER-PIE.
           05 FILLER                   PIC X(50)
              VALUE 'IMPORTES EN LA MONEDA DE CADA CUENTA. EL IMPUESTO'.
           05 FILLER                   PIC X(30)
              VALUE ' FUE RETENIDO E INGRESADO AL'.
       01  WSS-CER-PIE-2.
           05 FILLER                   PIC X(50)
              VALUE 'FISCO DEL PAIS DE LA CUENTA.'.
           05 FILLER                   PIC X(30) VALUE SPACES.
       01  AREADECOM-CTL.
           COPY CPY003.
       01  WSS-TOTALES-CONTROL.
           05 WSS-HIST-LEIDOS          PIC 9(07).
           05 WSS-HIST-OTRO-EJERCICIO  PIC 9(07).
           05 WSS-DETALLES-EJERCICIO   PIC 9(07).
           05 WSS-REMESAS-EJERCICIO    PIC 9(07).
           05 WSS-PLAZOS-EJERCICIO     PIC 9(07).
           05 WSS-CIERRES-EJERCICIO    PIC 9(07).
           05 WSS-CERTIFICADOS         PIC 9(06).
           05 WSS-TITULARES-SIN-INT    PIC 9(06).
           05 WSS-SIN-TITULAR          PIC 9(06).
           05 WSS-SECCIONES            PIC 9(04).
           05 WSS-NO-CONCILIADAS       PIC 9(04).
           05 WSS-IMPUESTO-DECLARADO   PIC 9(13)V99.

      ******************************************************************
       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           PERFORM 1000-INICIO
           PERFORM 2000-ACUMULA-HISTORIAL
           PERFORM 3000-EMITE-CERTIFICADOS
           PERFORM 4000-GRABA-DECLARACION
           PERFORM 9000-FINALIZAR
           .

      *-----------------------------------------------------------------*
      *    CONTROL DE CORRIDAS, EJERCICIO, CLIENTES Y APERTURAS
      *-----------------------------------------------------------------*
       1000-INICIO.
           PERFORM 1020-CONTROL-DE-CORRIDA
           INITIALIZE WSS-TOTALES-CONTROL
           ACCEPT WSS-FECHA-EJECUCION FROM DATE YYYYMMDD
           MOVE CTL-FECHA-NEGOCIO TO WSS-FECHA-NEGOCIO
           MOVE WSS-NEG-DD   TO WSS-FECHA-IMP-DD
           MOVE WSS-NEG-MM   TO WSS-FECHA-IMP-MM
           MOVE WSS-NEG-AAAA TO WSS-FECHA-IMP-AAAA
           MOVE WSS-FECHA-IMPRESION TO WSS-ENC4-FECHA

      *    SIN PARAMETRO SE CERTIFICA EL ANO CERRADO ANTERIOR A LA
      *    FECHA DE NEGOCIO (EL JOB SE LANZA YA ENTRADO EL ANO NUEVO)
           COMPUTE WSS-EJERCICIO = WSS-NEG-AAAA - 1
           PERFORM 1100-CARGA-PARAMETRO
           MOVE WSS-EJERCICIO TO WSS-ENC2-EJERCICIO

           PERFORM 1400-CARGA-CLIENTES

           OPEN INPUT HISTORIAL
           IF NOT FS-HISTORIAL-OK
               DISPLAY 'ERROR APERTURA INTANU.DAT FS: ' FS-HISTORIAL
               PERFORM 9050-ERROR-FATAL
           END-IF

           OPEN OUTPUT CERTIFICADOS
           IF NOT FS-CERTIFICADOS-OK
               DISPLAY 'ERROR APERTURA CERTINT.DAT FS: '
                        FS-CERTIFICADOS
               PERFORM 9050-ERROR-FATAL
           END-IF

           OPEN OUTPUT DECLARACION
           IF NOT FS-DECLARACION-OK
               DISPLAY 'ERROR APERTURA DECLINT.DAT FS: '
                        FS-DECLARACION
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       1000-INICIO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CONTROL DE CORRIDAS: ME FRENO SI ESTE PASO YA COMPLETO LA
      *    FECHA DE NEGOCIO VIGENTE. NO TIENE PREDECESOR: EL HISTORIAL
      *    LO DEJA EL CIERRE MENSUAL DE CADA MES DEL EJERCICIO
      *-----------------------------------------------------------------*
       1020-CONTROL-DE-CORRIDA.
           SET CTL-FUNCION-INICIO TO TRUE
           MOVE 'CERTINT ' TO CTL-PROGRAMA
           MOVE SPACES     TO CTL-PREDECESOR
           MOVE 0          TO CTL-RETORNO-JOB
           CALL 'RUNCTL' USING AREADECOM-CTL
           EVALUATE TRUE
               WHEN CTL-OK
                   CONTINUE
               WHEN CTL-YA-CORRIO
                   DISPLAY 'CERTINT YA COMPLETADO PARA LA FECHA DE '
                           'NEGOCIO ' CTL-FECHA-NEGOCIO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'CERTINT: CONTROL DE CORRIDAS CON ERROR'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .
       1020-CONTROL-DE-CORRIDA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    EJERCICIO A CERTIFICAR DE CERTPAR.DAT (OPCIONAL: SOLO SI NO
      *    EXISTE VALE EL ANO POR DEFECTO; OTRO ERROR DE APERTURA
      *    ABORTA). UN ANO QUE NO ES NUMERICO NO SE ADIVINA: SE ABORTA
      *-----------------------------------------------------------------*
       1100-CARGA-PARAMETRO.
           OPEN INPUT PARM
           IF FS-PARM-NO-EXISTE
               CONTINUE
           ELSE
               IF FS-PARM-OK
                   READ PARM
                   IF FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM TO WSS-PARM-EJERCICIO
                       IF WSS-PARM-EJERCICIO IS NUMERIC
                          AND WSS-PARM-EJERCICIO-R > 0
                           MOVE WSS-PARM-EJERCICIO-R TO WSS-EJERCICIO
                       ELSE
                           DISPLAY 'CERTINT: EJERCICIO INVALIDO EN '
                                   'CERTPAR.DAT: ' REG-PARM
                           PERFORM 9050-ERROR-FATAL
                       END-IF
                   END-IF
                   CLOSE PARM
               ELSE
                   DISPLAY 'CERTINT: ERROR APERTURA CERTPAR.DAT FS: '
                            FS-PARM
                   PERFORM 9050-ERROR-FATAL
               END-IF
           END-IF
           .
       1100-CARGA-PARAMETRO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CARGO EL MAESTRO DE CLIENTES. CON LA TABLA LLENA LOS
      *    TITULARES SIN CARGAR SALDRIAN SIN CERTIFICADO: SE ABORTA
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
                       MOVE 'N'
                            TO WSS-CLI-SW-INTERES (WSS-CLI-IDX)
                   ELSE
                       DISPLAY 'CERTINT: TABLA DE CLIENTES LLENA'
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
      *    RECORRO EL HISTORIAL: LOS DETALLES, PLAZOS FIJOS Y CIERRES
      *    DE CUENTA DEL EJERCICIO SE SUMAN AL TITULAR Y A LO
      *    DECLARADO, LAS REMESAS A LO REMITIDO
      *-----------------------------------------------------------------*
       2000-ACUMULA-HISTORIAL.
           PERFORM 2100-LEE-HISTORIAL
           PERFORM 2200-ACUMULA-REGISTRO UNTIL FS-HISTORIAL-FIN
           CLOSE HISTORIAL
           .
       2000-ACUMULA-HISTORIAL-EXIT. EXIT.

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

       2200-ACUMULA-REGISTRO.
           EVALUATE TRUE
               WHEN NA-PER-AAAA NOT = WSS-EJERCICIO
                   ADD 1 TO WSS-HIST-OTRO-EJERCICIO
               WHEN NA-DETALLE
                   ADD 1 TO WSS-DETALLES-EJERCICIO
                   PERFORM 2300-ACUMULA-DETALLE
               WHEN NA-REMESA
                   ADD 1 TO WSS-REMESAS-EJERCICIO
                   PERFORM 2400-ACUMULA-REMESA
               WHEN NA-PLAZO-FIJO
                   ADD 1 TO WSS-PLAZOS-EJERCICIO
                   PERFORM 2300-ACUMULA-DETALLE
               WHEN NA-LIQUIDACION-CIERRE
                   ADD 1 TO WSS-CIERRES-EJERCICIO
                   PERFORM 2300-ACUMULA-DETALLE
               WHEN OTHER
                   DISPLAY 'CERTINT: TIPO DE REGISTRO INVALIDO EN '
                           'INTANU.DAT: ' NA-TIPO
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           PERFORM 2100-LEE-HISTORIAL
           .
       2200-ACUMULA-REGISTRO-EXIT. EXIT.

       2300-ACUMULA-DETALLE.
           PERFORM 2310-BUSCA-CERTIFICADO
           MOVE NA-PER-MM TO WSS-M
           MOVE NA-TASA-RETENCION
                TO WSS-CRT-MES-TASA (WSS-CRT-IDX WSS-M)
           MOVE NA-TASA-RETENCION TO WSS-CRT-TASA (WSS-CRT-IDX)
           ADD NA-INTERES-BRUTO
               TO WSS-CRT-MES-BRUTO (WSS-CRT-IDX WSS-M)
                  WSS-CRT-BRUTO (WSS-CRT-IDX)
           ADD NA-IMPUESTO
               TO WSS-CRT-MES-IMPUESTO (WSS-CRT-IDX WSS-M)
                  WSS-CRT-IMPUESTO (WSS-CRT-IDX)
           ADD NA-INTERES-NETO
               TO WSS-CRT-MES-NETO (WSS-CRT-IDX WSS-M)
                  WSS-CRT-NETO (WSS-CRT-IDX)

           MOVE NA-PAIS   TO WSS-CON-PAIS-BUSCADO
           MOVE NA-MONEDA TO WSS-CON-MONEDA-BUSCADA
           PERFORM 2500-BUSCA-CONCILIACION
           ADD NA-INTERES-BRUTO TO WSS-CON-BRUTO (WSS-CON-IDX)
           ADD NA-IMPUESTO      TO WSS-CON-IMPUESTO (WSS-CON-IDX)
           ADD NA-INTERES-NETO  TO WSS-CON-NETO (WSS-CON-IDX)
      *    SOLO EL INTERES DE CUENTAS LLEGA A RETFISC.DAT
           IF NA-DETALLE
               ADD NA-INTERES-BRUTO TO WSS-CON-CTA-BRUTO (WSS-CON-IDX)
               ADD NA-IMPUESTO TO WSS-CON-CTA-IMPUESTO (WSS-CON-IDX)
           END-IF
           .
       2300-ACUMULA-DETALLE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    BUSCO (O AGREGO) EL ACUMULADO DEL TITULAR EN EL PAIS/MONEDA.
      *    EL TITULAR SE IDENTIFICA CONTRA CLIENTES.DAT AL AGREGARLO
      *-----------------------------------------------------------------*
       2310-BUSCA-CERTIFICADO.
           SET WSS-CRT-IDX TO 1
           SEARCH WSS-CRT-ENTRY
               AT END
                   PERFORM 2320-AGREGA-CERTIFICADO
               WHEN WSS-CRT-NUM-CLIENTE (WSS-CRT-IDX) = NA-NUM-CLIENTE
                    AND WSS-CRT-PAIS (WSS-CRT-IDX) = NA-PAIS
                    AND WSS-CRT-MONEDA (WSS-CRT-IDX) = NA-MONEDA
                   CONTINUE
           END-SEARCH
           .
       2310-BUSCA-CERTIFICADO-EXIT. EXIT.

       2320-AGREGA-CERTIFICADO.
           IF WSS-CRT-CANT < 5000
               ADD 1 TO WSS-CRT-CANT
               SET WSS-CRT-IDX TO WSS-CRT-CANT
               INITIALIZE WSS-CRT-ENTRY (WSS-CRT-IDX)
               MOVE NA-NUM-CLIENTE TO WSS-CRT-NUM-CLIENTE (WSS-CRT-IDX)
               MOVE NA-PAIS        TO WSS-CRT-PAIS (WSS-CRT-IDX)
               MOVE NA-MONEDA      TO WSS-CRT-MONEDA (WSS-CRT-IDX)
               PERFORM 2330-IDENTIFICA-TITULAR
               MOVE WSS-POS-CLIENTE TO WSS-CRT-POS-CLI (WSS-CRT-IDX)
           ELSE
               DISPLAY 'CERTINT: TABLA DE CERTIFICADOS LLENA'
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       2320-AGREGA-CERTIFICADO-EXIT. EXIT.

       2330-IDENTIFICA-TITULAR.
           MOVE 0 TO WSS-POS-CLIENTE
           IF NA-NUM-CLIENTE NOT = 0
               SET WSS-CLI-IDX TO 1
               SEARCH WSS-CLI-ENTRY
                   AT END
                       CONTINUE
                   WHEN WSS-CLI-NUMERO (WSS-CLI-IDX) = NA-NUM-CLIENTE
                       SET WSS-POS-CLIENTE TO WSS-CLI-IDX
                       SET WSS-CLI-CON-INTERES (WSS-CLI-IDX) TO TRUE
               END-SEARCH
           END-IF
           IF WSS-POS-CLIENTE = 0
               ADD 1 TO WSS-SIN-TITULAR
               DISPLAY 'CERTINT: INTERES SIN TITULAR IDENTIFICADO - '
                       'CLIENTE ' NA-NUM-CLIENTE ' PAIS ' NA-PAIS
                       ' MONEDA ' NA-MONEDA
           END-IF
           .
       2330-IDENTIFICA-TITULAR-EXIT. EXIT.

       2400-ACUMULA-REMESA.
           MOVE NA-PAIS   TO WSS-CON-PAIS-BUSCADO
           MOVE NA-MONEDA TO WSS-CON-MONEDA-BUSCADA
           PERFORM 2500-BUSCA-CONCILIACION
           ADD NA-INTERES-BRUTO TO WSS-CON-REM-BRUTO (WSS-CON-IDX)
           ADD NA-IMPUESTO      TO WSS-CON-REM-IMPUESTO (WSS-CON-IDX)
           .
       2400-ACUMULA-REMESA-EXIT. EXIT.

       2500-BUSCA-CONCILIACION.
           SET WSS-CON-IDX TO 1
           SEARCH WSS-CON-ENTRY
               AT END
                   PERFORM 2510-AGREGA-CONCILIACION
               WHEN WSS-CON-PAIS (WSS-CON-IDX) = WSS-CON-PAIS-BUSCADO
                    AND WSS-CON-MONEDA (WSS-CON-IDX)
                        = WSS-CON-MONEDA-BUSCADA
                   CONTINUE
           END-SEARCH
           .
       2500-BUSCA-CONCILIACION-EXIT. EXIT.

       2510-AGREGA-CONCILIACION.
           IF WSS-CON-CANT < 50
               ADD 1 TO WSS-CON-CANT
               SET WSS-CON-IDX TO WSS-CON-CANT
               INITIALIZE WSS-CON-ENTRY (WSS-CON-IDX)
               MOVE WSS-CON-PAIS-BUSCADO
                    TO WSS-CON-PAIS (WSS-CON-IDX)
               MOVE WSS-CON-MONEDA-BUSCADA
                    TO WSS-CON-MONEDA (WSS-CON-IDX)
           ELSE
               DISPLAY 'CERTINT: TABLA DE CONCILIACION LLENA'
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       2510-AGREGA-CONCILIACION-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    UN CERTIFICADO POR TITULAR CON INTERES EN EL EJERCICIO, EN
      *    EL ORDEN DE CLIENTES.DAT
      *-----------------------------------------------------------------*
       3000-EMITE-CERTIFICADOS.
           PERFORM 3100-CERTIFICADO-TITULAR
               VARYING WSS-CLI-IDX FROM 1 BY 1
               UNTIL WSS-CLI-IDX > WSS-CLI-CANT
           .
       3000-EMITE-CERTIFICADOS-EXIT. EXIT.

       3100-CERTIFICADO-TITULAR.
           IF WSS-CLI-CON-INTERES (WSS-CLI-IDX)
               ADD 1 TO WSS-CERTIFICADOS
               SET WSS-POS-CLIENTE TO WSS-CLI-IDX
               MOVE WSS-CLI-NOMBRE (WSS-CLI-IDX)   TO WSS-ENC3-TITULAR
               MOVE WSS-CLI-NUMERO (WSS-CLI-IDX)   TO WSS-ENC3-CLIENTE
               MOVE WSS-CLI-TIPO-DOC (WSS-CLI-IDX) TO WSS-ENC4-TIPO-DOC
               MOVE WSS-CLI-NUM-DOC (WSS-CLI-IDX)  TO WSS-ENC4-NUM-DOC
               PERFORM 5150-ENCABEZADO-CERTIFICADO
               PERFORM 3200-BLOQUE-MONEDA
                   VARYING WSS-CRT-IDX FROM 1 BY 1
                   UNTIL WSS-CRT-IDX > WSS-CRT-CANT
               MOVE WSS-CER-PIE   TO WSS-LINEA-CERT
               PERFORM 5200-WRITE-CERTIFICADO
               MOVE WSS-CER-PIE-2 TO WSS-LINEA-CERT
               PERFORM 5200-WRITE-CERTIFICADO
           ELSE
               ADD 1 TO WSS-TITULARES-SIN-INT
           END-IF
           .
       3100-CERTIFICADO-TITULAR-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    BLOQUE DE UN PAIS/MONEDA DEL TITULAR: LOS DOCE MESES Y EL
      *    TOTAL DEL ANO. SI NO ENTRA EN LO QUE QUEDA DE LA PAGINA VA A
      *    LA SIGUIENTE
      *-----------------------------------------------------------------*
       3200-BLOQUE-MONEDA.
           IF WSS-CRT-POS-CLI (WSS-CRT-IDX) = WSS-POS-CLIENTE
               IF WSS-LINEAS-IMPRESAS + WSS-LINEAS-BLOQUE
                  > WSS-MAX-LINEAS-PAGINA
                   PERFORM 5150-ENCABEZADO-CERTIFICADO
               END-IF
               MOVE WSS-CRT-PAIS (WSS-CRT-IDX)   TO WSS-CERB-PAIS
               MOVE WSS-CRT-MONEDA (WSS-CRT-IDX) TO WSS-CERB-MONEDA
               MOVE WSS-CER-BLOQUE   TO WSS-LINEA-CERT
               PERFORM 5200-WRITE-CERTIFICADO
               MOVE WSS-CER-COLUMNAS TO WSS-LINEA-CERT
               PERFORM 5200-WRITE-CERTIFICADO
               PERFORM 3210-LINEA-MES
                   VARYING WSS-M FROM 1 BY 1
                   UNTIL WSS-M > 12
               MOVE WSS-CRT-BRUTO (WSS-CRT-IDX)    TO WSS-CERT-BRUTO
               MOVE WSS-CRT-TASA (WSS-CRT-IDX)     TO WSS-CERT-TASA
               MOVE WSS-CRT-IMPUESTO (WSS-CRT-IDX) TO WSS-CERT-IMPUESTO
               MOVE WSS-CRT-NETO (WSS-CRT-IDX)     TO WSS-CERT-NETO
               MOVE WSS-CER-GUIONES TO WSS-LINEA-CERT
               PERFORM 5200-WRITE-CERTIFICADO
               MOVE WSS-CER-TOTAL   TO WSS-LINEA-CERT
               PERFORM 5200-WRITE-CERTIFICADO
               MOVE SPACES          TO WSS-LINEA-CERT
               PERFORM 5200-WRITE-CERTIFICADO
           END-IF
           .
       3200-BLOQUE-MONEDA-EXIT. EXIT.

       3210-LINEA-MES.
           MOVE WSS-M         TO WSS-CERM-MES
           MOVE WSS-EJERCICIO TO WSS-CERM-ANIO
           MOVE WSS-CRT-MES-BRUTO (WSS-CRT-IDX WSS-M)
                TO WSS-CERM-BRUTO
           MOVE WSS-CRT-MES-TASA (WSS-CRT-IDX WSS-M)
                TO WSS-CERM-TASA
           MOVE WSS-CRT-MES-IMPUESTO (WSS-CRT-IDX WSS-M)
                TO WSS-CERM-IMPUESTO
           MOVE WSS-CRT-MES-NETO (WSS-CRT-IDX WSS-M)
                TO WSS-CERM-NETO
           MOVE WSS-CER-MES TO WSS-LINEA-CERT
           PERFORM 5200-WRITE-CERTIFICADO
           .
       3210-LINEA-MES-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    DECLARACION INFORMATIVA: UNA SECCION POR PAIS/MONEDA CON
      *    TODOS LOS TITULARES (TAMBIEN LOS NO IDENTIFICADOS, PARA QUE
      *    CUADRE CON LO REMITIDO) Y EL CIERRE CONCILIADO
      *-----------------------------------------------------------------*
       4000-GRABA-DECLARACION.
           PERFORM 4100-SECCION-FISCO
               VARYING WSS-CON-IDX FROM 1 BY 1
               UNTIL WSS-CON-IDX > WSS-CON-CANT
           .
       4000-GRABA-DECLARACION-EXIT. EXIT.

       4100-SECCION-FISCO.
           ADD 1 TO WSS-SECCIONES
           MOVE SPACES                      TO REG-DECL-HDR
           MOVE 'HDR'                       TO DH-TIPO
           MOVE 'CERTINT '                  TO DH-ORIGEN
           MOVE WSS-CON-PAIS (WSS-CON-IDX)   TO DH-PAIS
           MOVE WSS-CON-MONEDA (WSS-CON-IDX) TO DH-MONEDA
           MOVE WSS-EJERCICIO               TO DH-EJERCICIO
           MOVE WSS-FECHA-EJECUCION         TO DH-FECHA
           WRITE REG-DECL-HDR
           PERFORM 8000-CONTROLA-DECLARACION

           PERFORM 4200-DETALLE-TITULAR
               VARYING WSS-CRT-IDX FROM 1 BY 1
               UNTIL WSS-CRT-IDX > WSS-CRT-CANT

           MOVE SPACES TO REG-DECL-TRL
           MOVE 'TRL'  TO DT-TIPO
           MOVE WSS-CON-TITULARES (WSS-CON-IDX)    TO DT-CANT-TITULARES
           MOVE WSS-CON-BRUTO (WSS-CON-IDX)        TO DT-INTERES-BRUTO
           MOVE WSS-CON-IMPUESTO (WSS-CON-IDX)     TO DT-IMPUESTO
           MOVE WSS-CON-NETO (WSS-CON-IDX)         TO DT-INTERES-NETO
           MOVE WSS-CON-CTA-BRUTO (WSS-CON-IDX)    TO DT-CUENTAS-BRUTO
           MOVE WSS-CON-CTA-IMPUESTO (WSS-CON-IDX)
                TO DT-CUENTAS-IMPUESTO
           MOVE WSS-CON-REM-BRUTO (WSS-CON-IDX)    TO DT-REMESA-BRUTO
           MOVE WSS-CON-REM-IMPUESTO (WSS-CON-IDX) TO DT-REMESA-IMPUESTO
           IF WSS-CON-CTA-BRUTO (WSS-CON-IDX)
                  = WSS-CON-REM-BRUTO (WSS-CON-IDX)
              AND WSS-CON-CTA-IMPUESTO (WSS-CON-IDX)
                  = WSS-CON-REM-IMPUESTO (WSS-CON-IDX)
               MOVE 'S' TO DT-CONCILIADO
           ELSE
               MOVE 'N' TO DT-CONCILIADO
               ADD 1 TO WSS-NO-CONCILIADAS
               DISPLAY 'CERTINT: DECLARACION NO CONCILIADA - PAIS '
                       WSS-CON-PAIS (WSS-CON-IDX) ' MONEDA '
                       WSS-CON-MONEDA (WSS-CON-IDX)
                       ' - DECLARADO '
                       WSS-CON-CTA-IMPUESTO (WSS-CON-IDX)
                       ' RETFISC ' WSS-CON-REM-IMPUESTO (WSS-CON-IDX)
           END-IF
           WRITE REG-DECL-TRL
           PERFORM 8000-CONTROLA-DECLARACION
           ADD WSS-CON-IMPUESTO (WSS-CON-IDX) TO WSS-IMPUESTO-DECLARADO
           .
       4100-SECCION-FISCO-EXIT. EXIT.

       4200-DETALLE-TITULAR.
           IF WSS-CRT-PAIS (WSS-CRT-IDX) = WSS-CON-PAIS (WSS-CON-IDX)
              AND WSS-CRT-MONEDA (WSS-CRT-IDX)
                  = WSS-CON-MONEDA (WSS-CON-IDX)
               MOVE SPACES TO REG-DECL-DET
               MOVE 'DET'  TO DI-TIPO
               MOVE WSS-CRT-NUM-CLIENTE (WSS-CRT-IDX) TO DI-NUM-CLIENTE
               IF WSS-CRT-POS-CLI (WSS-CRT-IDX) > 0
                   SET WSS-CLI-IDX TO WSS-CRT-POS-CLI (WSS-CRT-IDX)
                   MOVE WSS-CLI-TIPO-DOC (WSS-CLI-IDX) TO DI-TIPO-DOC
                   MOVE WSS-CLI-NUM-DOC (WSS-CLI-IDX)  TO DI-NUM-DOC
                   MOVE WSS-CLI-NOMBRE (WSS-CLI-IDX)   TO DI-NOMBRE
               ELSE
                   MOVE 'TITULAR NO IDENTIFICADO' TO DI-NOMBRE
               END-IF
               MOVE WSS-CRT-TASA (WSS-CRT-IDX)     TO DI-TASA-RETENCION
               MOVE WSS-CRT-BRUTO (WSS-CRT-IDX)    TO DI-INTERES-BRUTO
               MOVE WSS-CRT-IMPUESTO (WSS-CRT-IDX) TO DI-IMPUESTO
               MOVE WSS-CRT-NETO (WSS-CRT-IDX)     TO DI-INTERES-NETO
               WRITE REG-DECL-DET
               PERFORM 8000-CONTROLA-DECLARACION
               ADD 1 TO WSS-CON-TITULARES (WSS-CON-IDX)
           END-IF
           .
       4200-DETALLE-TITULAR-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    ENCABEZADO DE PAGINA DEL CERTIFICADO (CON LOS DATOS DEL
      *    TITULAR, QUE SE REPITEN SI EL CERTIFICADO OCUPA MAS PAGINAS)
      *-----------------------------------------------------------------*
       5150-ENCABEZADO-CERTIFICADO.
           ADD 1 TO WSS-PAGINA
           MOVE WSS-PAGINA TO WSS-ENC1-PAGINA

           WRITE REG-CERTIFICADO FROM WSS-ENC-1
           WRITE REG-CERTIFICADO FROM WSS-ENC-2
           WRITE REG-CERTIFICADO FROM WSS-ENC-3
           WRITE REG-CERTIFICADO FROM WSS-ENC-4
           WRITE REG-CERTIFICADO FROM WSS-CER-GUIONES

           MOVE 5 TO WSS-LINEAS-IMPRESAS
           .
       5150-ENCABEZADO-CERTIFICADO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    ESCRIBO UNA LINEA DEL CERTIFICADO, CON PAGINADO
      *-----------------------------------------------------------------*
       5200-WRITE-CERTIFICADO.
           IF WSS-LINEAS-IMPRESAS >= WSS-MAX-LINEAS-PAGINA
               PERFORM 5150-ENCABEZADO-CERTIFICADO
           END-IF

           WRITE REG-CERTIFICADO FROM WSS-LINEA-CERT

           IF FS-CERTIFICADOS-OK
               ADD 1 TO WSS-LINEAS-IMPRESAS
           ELSE
               DISPLAY 'ERROR ESCRITURA CERTINT.DAT FS: '
                        FS-CERTIFICADOS
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       5200-WRITE-CERTIFICADO-EXIT. EXIT.

       8000-CONTROLA-DECLARACION.
           IF NOT FS-DECLARACION-OK
               DISPLAY 'ERROR ESCRITURA DECLINT.DAT FS: '
                        FS-DECLARACION
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       8000-CONTROLA-DECLARACION-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    UN ERROR FATAL DEJA RETURN-CODE EN 8 ANTES DE FINALIZAR
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
           CLOSE CERTIFICADOS
           CLOSE DECLARACION
           STOP RUN
           .
       9000-FINALIZAR-EXIT. EXIT.

       9100-TOTALES-DE-CONTROL.
           DISPLAY '-------------------------------'
           DISPLAY '- EJERCICIO CERTIFICADO: '    WSS-EJERCICIO
           DISPLAY '- HISTORIAL LEIDO: '          WSS-HIST-LEIDOS
           DISPLAY '- DE OTRO EJERCICIO: '   WSS-HIST-OTRO-EJERCICIO
           DISPLAY '- DETALLES DEL EJERCICIO: '   WSS-DETALLES-EJERCICIO
           DISPLAY '- REMESAS DEL EJERCICIO: '    WSS-REMESAS-EJERCICIO
           DISPLAY '- PLAZOS FIJOS DEL EJERCICIO: ' WSS-PLAZOS-EJERCICIO
           DISPLAY '- CIERRES DEL EJERCICIO: '    WSS-CIERRES-EJERCICIO
           DISPLAY '- CERTIFICADOS EMITIDOS: '    WSS-CERTIFICADOS
           DISPLAY '- PAGINAS: '                  WSS-PAGINA
           DISPLAY '- TITULARES SIN INTERES: '    WSS-TITULARES-SIN-INT
           DISPLAY '- SIN TITULAR IDENTIFICADO: ' WSS-SIN-TITULAR
           DISPLAY '- SECCIONES DECLARADAS: '     WSS-SECCIONES
           DISPLAY '- SECCIONES NO CONCILIADAS: ' WSS-NO-CONCILIADAS
           DISPLAY '- IMPUESTO DECLARADO: '       WSS-IMPUESTO-DECLARADO
           DISPLAY '-------------------------------'

           IF RETURN-CODE = 0
              AND (WSS-SIN-TITULAR > 0 OR WSS-NO-CONCILIADAS > 0)
               MOVE 4 TO RETURN-CODE
           END-IF
           .
       9100-TOTALES-DE-CONTROL-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    ESTAMPO EL RESULTADO DEL PASO EN EL CONTROL DE CORRIDAS
      *-----------------------------------------------------------------*
       9160-ESTAMPA-CORRIDA.
           SET CTL-FUNCION-FIN TO TRUE
           MOVE 'CERTINT ' TO CTL-PROGRAMA
           MOVE SPACES     TO CTL-PREDECESOR
           MOVE RETURN-CODE TO CTL-RETORNO-JOB
           CALL 'RUNCTL' USING AREADECOM-CTL
      *    EL GOBACK DE LA RUTINA DEJA EN RETURN-CODE EL DE ELLA (0):
      *    REPONGO EL RETORNO DEL PASO PARA QUE LLEGUE INTACTO AL JOB
           MOVE CTL-RETORNO-JOB TO RETURN-CODE
           IF NOT CTL-OK
               DISPLAY 'CERTINT: NO SE PUDO ESTAMPAR EL CONTROL DE '
                       'CORRIDAS'
           END-IF
           .
       9160-ESTAMPA-CORRIDA-EXIT. EXIT.
