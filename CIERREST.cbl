      *                 CIERHIST.DAT. EL REPORTE MENSUAL DE VENTANA DE
      *                 LOTE (CIERRREP) SE ARMA DESDE AHI EN VEZ DE
      *                 GREPEAR SYSOUTS VIEJOS.
      *   2026-10-15  - EL MONITOR DE LAVADO LAVMON (STEP045 DE
      *                 CIERRE.JCL) PASA A LA LISTA DE PASOS NOCTURNOS
      *                 POR DEFECTO, QUE QUEDA EN SIETE.
      *   2026-10-15  - ANTIGUEDAD DE DESCUBIERTOS: DESCMORA (STEP047 DE
      *                 CIERRE.JCL) PASA A LA LISTA DE PASOS NOCTURNOS
      *                 POR DEFECTO, QUE QUEDA EN OCHO, Y EL REPORTE
      *                 SUMA UNA SECCION CON SUS TOTALES POR TRAMO EN
      *                 MONEDA DE REPORTE (DESCTOT.DAT DE LA FECHA DE
      *                 NEGOCIO). LA SECCION ES INFORMATIVA: NO CAMBIA
      *                 EL VEREDICTO.
      *   2026-10-15  - PLAZOS FIJOS: PLAZOFIJ (STEP025 DE CIERRE.JCL)
      *                 PASA A LA LISTA DE PASOS NOCTURNOS POR DEFECTO,
      *                 QUE QUEDA EN NUEVE.
      *   2026-10-15  - LIQUIDACION ENTRE SUCURSALES: LIQSUC (STEP048 DE
      *                 CIERRE.JCL) PASA A LA LISTA DE PASOS NOCTURNOS
      *                 POR DEFECTO, QUE QUEDA EN DIEZ.
      *   2026-10-15  - ASIENTOS POR FLUJO: ASIFLUJ (STEP049 DE
      *                 CIERRE.JCL) PASA A LA LISTA DE PASOS NOCTURNOS
      *                 POR DEFECTO, QUE QUEDA EN ONCE. LA IMAGEN DE
      *                 RUNCTL.DAT CRECE DE 20 A 50 PASOS, COMO LA DE
      *                 LA RUTINA.
      *   2026-10-15  - INTERFAZ AL DEPOSITO DE DATOS: EXTDWH (STEP055
      *                 DE CIERRE.JCL) PASA A LA LISTA DE PASOS
      *                 NOCTURNOS POR DEFECTO, QUE QUEDA EN DOCE.
      *   2026-10-15  - CIERRE PARTIDO POR PAIS: RUNCTL.DAT SUMA RC-PAIS.
      *                 LA SECCION DE PASOS SIGUE JUZGANDO LA ENTRADA DEL
      *                 PROGRAMA Y UNA SECCION NUEVA DA EL VEREDICTO DE
      *                 CADA PAIS DE LA FECHA (COMPLETO / RETENIDO EN
      *                 EL PASO QUE LO FRENO / FALLADO EN EL PASO QUE
      *                 FALLO). UN PAIS FUERA DEL CIERRE DEJA LA NOCHE
      *                 AL MENOS CON ADVERTENCIAS.
      *   2026-10-15  - CIERRE DE CUENTAS: CIERCTA (STEP027 DE
      *                 CIERRE.JCL) PASA A LA LISTA DE PASOS NOCTURNOS
      *                 POR DEFECTO, QUE QUEDA EN TRECE; LA LISTA Y EL
      *                 REGISTRO DE CIERHIST.DAT ADMITEN HASTA 13 PASOS
      *                 (LOS REGISTROS VIEJOS LEEN EL PASO 13 EN BLANCO).
      *   2026-10-15  - PARTIDAS EN SUSPENSO: EL REPORTE SUMA UNA SECCION
      *                 CON LAS PARTIDAS PENDIENTES QUE SUSPENSO ESCALO
      *                 (SUSESC.DAT, DE LA FECHA DE NEGOCIO EN ADELANTE).
      *                 CADA PARTIDA ESCALADA CUENTA COMO NOVEDAD Y DEJA
      *                 LA NOCHE AL MENOS CON ADVERTENCIAS.
      *   2026-10-15  - AVISOS AL CLIENTE: AVISOCLI (STEP057 DE
      *                 CIERRE.JCL) PASA A LA LISTA DE PASOS NOCTURNOS
      *                 POR DEFECTO, QUE QUEDA EN CATORCE; LA LISTA Y EL
      *                 REGISTRO DE CIERHIST.DAT ADMITEN HASTA 14 PASOS
      *                 (LOS REGISTROS VIEJOS LEEN EL PASO 14 EN BLANCO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERREST.
           SELECT HISTORIAL ASSIGN TO "CIERHIST.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-HISTORIAL.
           SELECT DESCUBIERTOS ASSIGN TO "DESCTOT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-DESCUBIERTOS.
           SELECT ESCALADAS ASSIGN TO "SUSESC.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ESCALADAS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
               05 RC-FECHA            PIC 9(08).
               05 RC-ESTADO           PIC X(01).
               05 RC-RETORNO          PIC 9(02).
               05 RC-PAIS             PIC X(03).
       FD  BITACORA-ENT.
           01  REG-BITACORA-ENT       PIC X(180).
       FD  NOVEDADES.
               05 CH-NOVEDADES        PIC 9(06).
               05 CH-HORA-INICIO      PIC 9(06).
               05 CH-HORA-FIN         PIC 9(06).
               05 CH-PASO OCCURS 14 TIMES.
                   10 CH-PASO-PROGRAMA PIC X(08).
                   10 CH-PASO-ESTADO   PIC X(01).
                   10 CH-PASO-RC       PIC 9(02).
      *    TOTALES POR TRAMO DE ANTIGUEDAD QUE DEJA DESCMORA
       FD  DESCUBIERTOS.
           01  REG-DESCUBIERTO.
               05 DT-FECHA            PIC 9(08).
               05 DT-TRAMO            PIC X(01).
               05 DT-DESCRIPCION      PIC X(20).
               05 DT-CANTIDAD         PIC 9(06).
               05 DT-IMPORTE          PIC 9(11)V99.
               05 DT-MONEDA           PIC X(03).
               05 DT-SIN-TASA         PIC 9(06).
      *    PARTIDAS EN SUSPENSO ESCALADAS QUE DEJA SUSPENSO
       FD  ESCALADAS.
           01  REG-ESCALADA.
               05 SE-FECHA            PIC 9(08).
               05 SE-PAIS             PIC X(03).
               05 SE-SUCURSAL         PIC 9(02).
               05 SE-NUM-CUENTA       PIC 9(10).
               05 SE-REFERENCIA       PIC 9(09).
               05 SE-MONEDA           PIC X(03).
               05 SE-IMPORTE          PIC 9(07)V99.
               05 SE-DIAS             PIC 9(05).
               05 SE-MOTIVO           PIC X(30).

      ******************************************************************
       WORKING-STORAGE SECTION.
           05  FS-HISTORIAL            PIC X(02).
                   88 FS-HISTORIAL-OK              VALUE '00'.
                   88 FS-HISTORIAL-NO-EXISTE       VALUE '35'.
           05  FS-DESCUBIERTOS         PIC X(02).
                   88 FS-DESCUBIERTOS-OK           VALUE '00'.
                   88 FS-DESCUBIERTOS-FIN          VALUE '10'.
                   88 FS-DESCUBIERTOS-NO-EXISTE    VALUE '35'.
           05  FS-ESCALADAS            PIC X(02).
                   88 FS-ESCALADAS-OK              VALUE '00'.
                   88 FS-ESCALADAS-FIN             VALUE '10'.
                   88 FS-ESCALADAS-NO-EXISTE       VALUE '35'.
      *-----------------------------------------------------------------*
      *    NOMBRES DE LOS ARCHIVOS RECORRIDOS EN CADA VUELTA
      *-----------------------------------------------------------------*
       01  WSS-FECHA-FORMATEADA        PIC X(10).
       01  WSS-TABLA-PASOS.
           05 WSS-PASO-CANT            PIC 9(02) VALUE 0.
           05 WSS-PASO-ENTRY OCCURS 1 TO 50 TIMES
                              DEPENDING ON WSS-PASO-CANT
                              INDEXED BY WSS-PASO-IDX.
               10 WSS-PASO-PROGRAMA    PIC X(08).
               10 WSS-PASO-FECHA       PIC 9(08).
               10 WSS-PASO-ESTADO      PIC X(01).
               10 WSS-PASO-RETORNO     PIC 9(02).
      *    ENTRADAS POR PAIS DE LOS PASOS PARTIDOS POR PAIS
       01  WSS-TABLA-PASOS-PAIS.
           05 WSS-PP-CANT              PIC 9(03) VALUE 0.
           05 WSS-PP-ENTRY OCCURS 1 TO 300 TIMES
                              DEPENDING ON WSS-PP-CANT
                              INDEXED BY WSS-PP-IDX.
               10 WSS-PP-PROGRAMA      PIC X(08).
               10 WSS-PP-PAIS          PIC X(03).
               10 WSS-PP-FECHA         PIC 9(08).
               10 WSS-PP-ESTADO        PIC X(01).
               10 WSS-PP-RETORNO       PIC 9(02).
      *    VEREDICTO DE CADA PAIS DE LA FECHA: 'C' COMPLETO, 'R'
      *    RETENIDO, 'E' FALLADO; WSS-VP-PROGRAMA ES EL PASO QUE LO
      *    DEJO FUERA DEL CIERRE
       01  WSS-TABLA-VEREDICTO-PAIS.
           05 WSS-VP-CANT              PIC 9(03) VALUE 0.
           05 WSS-VP-ENTRY OCCURS 1 TO 50 TIMES
                              DEPENDING ON WSS-VP-CANT
                              INDEXED BY WSS-VP-IDX.
               10 WSS-VP-PAIS          PIC X(03).
               10 WSS-VP-ESTADO        PIC X(01).
                   88 WSS-VP-COMPLETO              VALUE 'C'.
                   88 WSS-VP-RETENIDO              VALUE 'R'.
                   88 WSS-VP-FALLADO               VALUE 'E'.
               10 WSS-VP-PROGRAMA      PIC X(08).
       01  WSS-PAISES-FUERA            PIC 9(03) VALUE 0.
       01  WSS-K                       PIC 9(03).
       01  WSS-POS-PAIS                PIC 9(03).
       01  WSS-SW-PASO-JUZGADO         PIC X(01).
           88 WSS-PASO-JUZGADO                     VALUE 'S'.
           88 WSS-PASO-NO-JUZGADO                  VALUE 'N'.
      *    LISTA POR DEFECTO (LOS CATORCE PASOS NOCTURNOS); CIERPAR.DAT
      *    PUEDE REEMPLAZARLA, POR EJEMPLO CON LOS PASOS DEL CICLO
      *    MENSUAL
       01  WSS-PASOS-DEL-CIERRE.
           05 FILLER                   PIC X(08) VALUE 'INTEGMAE'.
           05 FILLER                   PIC X(08) VALUE 'PIPEDRV'.
           05 FILLER                   PIC X(08) VALUE 'APAREO'.
           05 FILLER                   PIC X(08) VALUE 'PLAZOFIJ'.
           05 FILLER                   PIC X(08) VALUE 'CIERCTA'.
           05 FILLER                   PIC X(08) VALUE 'CORTE2'.
           05 FILLER                   PIC X(08) VALUE 'VARSAL'.
           05 FILLER                   PIC X(08) VALUE 'CONCILIA'.
           05 FILLER                   PIC X(08) VALUE 'LAVMON'.
           05 FILLER                   PIC X(08) VALUE 'DESCMORA'.
           05 FILLER                   PIC X(08) VALUE 'LIQSUC'.
           05 FILLER                   PIC X(08) VALUE 'ASIFLUJ'.
           05 FILLER                   PIC X(08) VALUE 'EXTDWH'.
           05 FILLER                   PIC X(08) VALUE 'AVISOCLI'.
       01  WSS-PASOS-RED REDEFINES WSS-PASOS-DEL-CIERRE.
           05 WSS-PASO-DEFECTO OCCURS 14 TIMES PIC X(08).
       01  WSS-LISTA-PASOS.
           05 WSS-LISTA-CANT           PIC 9(02) VALUE 0.
           05 WSS-PASO-NOMBRE OCCURS 14 TIMES PIC X(08).
       01  WSS-BITACORAS-DEL-CIERRE.
           05 FILLER                   PIC X(20) VALUE 'PIPELOG.dat'.
           05 FILLER                   PIC X(20) VALUE 'APAREOLOG.dat'.
      *    FECHA (APROXIMAN EL ARRANQUE Y EL FIN DE LA NOCHE)
      *-----------------------------------------------------------------*
       01  WSS-HIST-PASOS.
           05 WSS-HP-ENTRY OCCURS 14 TIMES.
               10 WSS-HP-PROGRAMA      PIC X(08).
               10 WSS-HP-ESTADO        PIC X(01).
               10 WSS-HP-RC            PIC 9(02).
           05 WSS-NOV-CANTIDAD         PIC ZZZ,ZZ9.
           05 WSS-NOV-TEXTO            PIC X(20).
           05 FILLER                   PIC X(137) VALUE SPACES.
       01  WSS-CANT-DESCUBIERTOS       PIC 9(02).
       01  WSS-LINEA-DESCUBIERTO.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WSS-DES-TRAMO            PIC X(20).
           05 FILLER                   PIC X(08) VALUE '  CANT: '.
           05 WSS-DES-CANTIDAD         PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(11) VALUE '  IMPORTE '.
           05 WSS-DES-MONEDA           PIC X(03).
           05 FILLER                   PIC X(02) VALUE ': '.
           05 WSS-DES-IMPORTE          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WSS-DES-OBSERVACION      PIC X(30).
           05 FILLER                   PIC X(80) VALUE SPACES.
       01  WSS-CANT-ESCALADAS          PIC 9(06).
       01  WSS-LINEA-ESCALADA.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WSS-ESC-PAIS             PIC X(03).
           05 FILLER                   PIC X(01) VALUE '/'.
           05 WSS-ESC-SUC              PIC 9(02).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WSS-ESC-CUENTA           PIC 9(10).
           05 FILLER                   PIC X(06) VALUE '  REF '.
           05 WSS-ESC-REFERENCIA       PIC 9(09).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WSS-ESC-MONEDA           PIC X(03).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WSS-ESC-IMPORTE          PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WSS-ESC-DIAS             PIC ZZZZ9.
           05 FILLER                   PIC X(07) VALUE ' DIAS  '.
           05 WSS-ESC-MOTIVO           PIC X(30).
           05 FILLER                   PIC X(84) VALUE SPACES.
       01  WSS-LINEA-VEREDICTO.
           05 FILLER                   PIC X(11)
                                        VALUE 'VEREDICTO: '.
           05 FILLER                   PIC X(15) VALUE '  PEOR RC: '.
           05 WSS-VER-PEOR-RC          PIC 9(02).
           05 FILLER                   PIC X(132) VALUE SPACES.
       01  WSS-LINEA-PAIS.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(05) VALUE 'PAIS '.
           05 WSS-LPA-PAIS             PIC X(03).
           05 FILLER                   PIC X(02) VALUE ': '.
           05 WSS-LPA-TEXTO            PIC X(30).
           05 FILLER                   PIC X(138) VALUE SPACES.

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 2000-RESUMEN-PASOS
           PERFORM 3000-RESUMEN-BITACORAS
           PERFORM 4000-RESUMEN-NOVEDADES
           PERFORM 4500-RESUMEN-DESCUBIERTOS
           PERFORM 4600-RESUMEN-SUSPENSO
           PERFORM 4700-RESUMEN-PAISES
           PERFORM 5000-VEREDICTO
           PERFORM 9000-FINALIZAR
           .

      *-----------------------------------------------------------------*
      *    ARMO LA LISTA DE PASOS A JUZGAR: CIERPAR.DAT SI EXISTE
      *    (UN PROGRAMA POR LINEA), SI NO LOS CATORCE PASOS NOCTURNOS
      *-----------------------------------------------------------------*
       1050-CARGA-LISTA-PASOS.
           OPEN INPUT PARM

           IF WSS-LISTA-CANT = 0
               PERFORM 1070-LISTA-POR-DEFECTO
                   VARYING WSS-I FROM 1 BY 1 UNTIL WSS-I > 14
           END-IF
           .
       1050-CARGA-LISTA-PASOS-EXIT. EXIT.
           READ PARM
           EVALUATE TRUE
               WHEN FS-PARM-OK
                   IF REG-PARM NOT = SPACES AND WSS-LISTA-CANT < 14
                       ADD 1 TO WSS-LISTA-CANT
                       MOVE REG-PARM
                            TO WSS-PASO-NOMBRE (WSS-LISTA-CANT)
           READ CONTROL-CORRIDAS
           EVALUATE TRUE
               WHEN FS-CONTROL-OK
                   EVALUATE TRUE
                       WHEN RC-PROGRAMA = 'FECHA'
                           MOVE RC-FECHA TO WSS-FECHA-NEGOCIO
                       WHEN RC-PAIS NOT = SPACES
                           PERFORM 1120-CARGA-PASO-PAIS
                       WHEN OTHER
                           PERFORM 1110-CARGA-PASO
                   END-EVALUATE
               WHEN FS-CONTROL-FIN
                   CONTINUE
               WHEN OTHER
           .
       1100-LEE-CONTROL-EXIT. EXIT.

       1110-CARGA-PASO.
           IF WSS-PASO-CANT < 50
               ADD 1 TO WSS-PASO-CANT
               SET WSS-PASO-IDX TO WSS-PASO-CANT
               MOVE RC-PROGRAMA TO WSS-PASO-PROGRAMA (WSS-PASO-IDX)
               MOVE RC-FECHA    TO WSS-PASO-FECHA (WSS-PASO-IDX)
               MOVE RC-ESTADO   TO WSS-PASO-ESTADO (WSS-PASO-IDX)
               MOVE RC-RETORNO  TO WSS-PASO-RETORNO (WSS-PASO-IDX)
           END-IF
           .
       1110-CARGA-PASO-EXIT. EXIT.

      *    ENTRADA DE UN PASO PARA UN PAIS (PASOS PARTIDOS POR PAIS)
       1120-CARGA-PASO-PAIS.
           IF WSS-PP-CANT < 300
               ADD 1 TO WSS-PP-CANT
               SET WSS-PP-IDX TO WSS-PP-CANT
               MOVE RC-PROGRAMA TO WSS-PP-PROGRAMA (WSS-PP-IDX)
               MOVE RC-PAIS     TO WSS-PP-PAIS (WSS-PP-IDX)
               MOVE RC-FECHA    TO WSS-PP-FECHA (WSS-PP-IDX)
               MOVE RC-ESTADO   TO WSS-PP-ESTADO (WSS-PP-IDX)
               MOVE RC-RETORNO  TO WSS-PP-RETORNO (WSS-PP-IDX)
           END-IF
           .
       1120-CARGA-PASO-PAIS-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    SECCION 1: ESTADO Y RETURN-CODE DE CADA PASO DEL CIERRE
      *    SEGUN RUNCTL.DAT, ACUMULANDO EL PEOR RC DE LA NOCHE
           .
       4300-GRABA-MUESTRAS-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    SECCION 4: DESCUBIERTOS POR TRAMO DE ANTIGUEDAD EN MONEDA
      *    DE REPORTE, SEGUN DESCTOT.DAT DE LA FECHA DE NEGOCIO
      *-----------------------------------------------------------------*
       4500-RESUMEN-DESCUBIERTOS.
           MOVE 'DESCUBIERTOS POR ANTIGUEDAD (DESCTOT.DAT):'
                TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE 0 TO WSS-CANT-DESCUBIERTOS

           OPEN INPUT DESCUBIERTOS
           IF FS-DESCUBIERTOS-NO-EXISTE
               MOVE '  (SIN ARCHIVO)' TO REG-REPORTE
               WRITE REG-REPORTE
           ELSE
               IF FS-DESCUBIERTOS-OK
                   PERFORM 4510-LEE-DESCUBIERTO
                       UNTIL FS-DESCUBIERTOS-FIN
                   CLOSE DESCUBIERTOS
                   IF WSS-CANT-DESCUBIERTOS = 0
                       MOVE '  SIN TOTALES PARA LA FECHA'
                            TO REG-REPORTE
                       WRITE REG-REPORTE
                   END-IF
               END-IF
           END-IF
           .
       4500-RESUMEN-DESCUBIERTOS-EXIT. EXIT.

       4510-LEE-DESCUBIERTO.
           READ DESCUBIERTOS
           EVALUATE TRUE
               WHEN FS-DESCUBIERTOS-OK
                   IF DT-FECHA = WSS-FECHA-NEGOCIO
                       ADD 1 TO WSS-CANT-DESCUBIERTOS
                       MOVE DT-DESCRIPCION TO WSS-DES-TRAMO
                       MOVE DT-CANTIDAD    TO WSS-DES-CANTIDAD
                       MOVE DT-MONEDA      TO WSS-DES-MONEDA
                       MOVE DT-IMPORTE     TO WSS-DES-IMPORTE
                       MOVE SPACES         TO WSS-DES-OBSERVACION
      *                LAS CUENTAS SIN TASA NO ESTAN EN LOS IMPORTES
                       IF DT-SIN-TASA > 0
                           STRING ' (' DT-SIN-TASA ' CTAS SIN TASA)'
                                  DELIMITED BY SIZE
                                  INTO WSS-DES-OBSERVACION
                       END-IF
                       WRITE REG-REPORTE FROM WSS-LINEA-DESCUBIERTO
                   END-IF
               WHEN FS-DESCUBIERTOS-FIN
                   CONTINUE
               WHEN OTHER
                   MOVE '10' TO FS-DESCUBIERTOS
           END-EVALUATE
           .
       4510-LEE-DESCUBIERTO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    SECCION 4B: PARTIDAS EN SUSPENSO PENDIENTES MAS ALLA DE LOS
      *    DIAS DE ESCALAMIENTO DEL PAIS, SEGUN SUSESC.DAT. SUSPENSO
      *    CORRE CON LA FECHA DEL SISTEMA ANTES DE APLICMOV: SE TOMAN
      *    LAS DE LA FECHA DE NEGOCIO EN ADELANTE. CADA UNA SUMA COMO
      *    NOVEDAD DE LA NOCHE
      *-----------------------------------------------------------------*
       4600-RESUMEN-SUSPENSO.
           MOVE 'PARTIDAS EN SUSPENSO ESCALADAS (SUSESC.DAT):'
                TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE 0 TO WSS-CANT-ESCALADAS

           OPEN INPUT ESCALADAS
           IF FS-ESCALADAS-NO-EXISTE
               MOVE '  (SIN ARCHIVO)' TO REG-REPORTE
               WRITE REG-REPORTE
           ELSE
               IF FS-ESCALADAS-OK
                   PERFORM 4610-LEE-ESCALADA
                       UNTIL FS-ESCALADAS-FIN
                   CLOSE ESCALADAS
                   IF WSS-CANT-ESCALADAS = 0
                       MOVE '  SIN PARTIDAS ESCALADAS PARA LA FECHA'
                            TO REG-REPORTE
                       WRITE REG-REPORTE
                   END-IF
                   ADD WSS-CANT-ESCALADAS TO WSS-NOVEDADES-TOTAL
               END-IF
           END-IF
           .
       4600-RESUMEN-SUSPENSO-EXIT. EXIT.

       4610-LEE-ESCALADA.
           READ ESCALADAS
           EVALUATE TRUE
               WHEN FS-ESCALADAS-OK
                   IF SE-FECHA >= WSS-FECHA-NEGOCIO
                       ADD 1 TO WSS-CANT-ESCALADAS
                       MOVE SE-PAIS        TO WSS-ESC-PAIS
                       MOVE SE-SUCURSAL    TO WSS-ESC-SUC
                       MOVE SE-NUM-CUENTA  TO WSS-ESC-CUENTA
                       MOVE SE-REFERENCIA  TO WSS-ESC-REFERENCIA
                       MOVE SE-MONEDA      TO WSS-ESC-MONEDA
                       MOVE SE-IMPORTE     TO WSS-ESC-IMPORTE
                       MOVE SE-DIAS        TO WSS-ESC-DIAS
                       MOVE SE-MOTIVO      TO WSS-ESC-MOTIVO
                       WRITE REG-REPORTE FROM WSS-LINEA-ESCALADA
                   END-IF
               WHEN FS-ESCALADAS-FIN
                   CONTINUE
               WHEN OTHER
                   MOVE '10' TO FS-ESCALADAS
           END-EVALUATE
           .
       4610-LEE-ESCALADA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    SECCION 5: VEREDICTO POR PAIS. PARA LOS PASOS PARTIDOS POR
      *    PAIS RUNCTL.DAT LLEVA UNA ENTRADA POR PASO Y PAIS; UN PAIS
      *    ES COMPLETO SI TODOS SUS PASOS JUZGADOS DE LA FECHA LO
      *    COMPLETARON, RETENIDO SI ALGUNO LO DEJO ESPERANDO A SU
      *    PREDECESOR Y FALLADO SI ALGUNO FALLO (EL FALLO PESA MAS QUE
      *    LA RETENCION). SIN ENTRADAS POR PAIS LA SECCION NO SE IMPRIME
      *-----------------------------------------------------------------*
       4700-RESUMEN-PAISES.
           PERFORM 4710-JUZGA-ENTRADA-PAIS
               VARYING WSS-K FROM 1 BY 1
               UNTIL WSS-K > WSS-PP-CANT
           IF WSS-VP-CANT > 0
               WRITE REG-REPORTE FROM WSS-LINEA-SEPARADOR
               MOVE 'VEREDICTO POR PAIS (RUNCTL.DAT):' TO REG-REPORTE
               WRITE REG-REPORTE
               PERFORM 4730-IMPRIME-PAIS
                   VARYING WSS-VP-IDX FROM 1 BY 1
                   UNTIL WSS-VP-IDX > WSS-VP-CANT
           END-IF
           .
       4700-RESUMEN-PAISES-EXIT. EXIT.

       4710-JUZGA-ENTRADA-PAIS.
           SET WSS-PP-IDX TO WSS-K
           IF WSS-PP-FECHA (WSS-PP-IDX) = WSS-FECHA-NEGOCIO
               SET WSS-PASO-NO-JUZGADO TO TRUE
               PERFORM 4715-BUSCA-PASO-JUZGADO
                   VARYING WSS-I FROM 1 BY 1
                   UNTIL WSS-I > WSS-LISTA-CANT OR WSS-PASO-JUZGADO
               IF WSS-PASO-JUZGADO
                   PERFORM 4720-ACUMULA-PAIS
               END-IF
           END-IF
           .
       4710-JUZGA-ENTRADA-PAIS-EXIT. EXIT.

       4715-BUSCA-PASO-JUZGADO.
           IF WSS-PASO-NOMBRE (WSS-I) = WSS-PP-PROGRAMA (WSS-PP-IDX)
               SET WSS-PASO-JUZGADO TO TRUE
           END-IF
           .
       4715-BUSCA-PASO-JUZGADO-EXIT. EXIT.

       4720-ACUMULA-PAIS.
           MOVE 0 TO WSS-POS-PAIS
           IF WSS-VP-CANT > 0
               SET WSS-VP-IDX TO 1
               SEARCH WSS-VP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WSS-VP-PAIS (WSS-VP-IDX)
                        = WSS-PP-PAIS (WSS-PP-IDX)
                       SET WSS-POS-PAIS TO WSS-VP-IDX
               END-SEARCH
           END-IF
           IF WSS-POS-PAIS = 0
               IF WSS-VP-CANT < 50
                   ADD 1 TO WSS-VP-CANT
                   MOVE WSS-VP-CANT TO WSS-POS-PAIS
                   SET WSS-VP-IDX TO WSS-POS-PAIS
                   MOVE WSS-PP-PAIS (WSS-PP-IDX)
                        TO WSS-VP-PAIS (WSS-VP-IDX)
                   SET WSS-VP-COMPLETO (WSS-VP-IDX) TO TRUE
                   MOVE SPACES TO WSS-VP-PROGRAMA (WSS-VP-IDX)
               ELSE
                   DISPLAY 'MAS DE 50 PAISES EN RUNCTL.DAT, SE OMITE '
                           WSS-PP-PAIS (WSS-PP-IDX)
               END-IF
           END-IF
           IF WSS-POS-PAIS > 0
               SET WSS-VP-IDX TO WSS-POS-PAIS
               EVALUATE WSS-PP-ESTADO (WSS-PP-IDX)
                   WHEN 'C'
                       CONTINUE
                   WHEN 'R'
                       IF WSS-VP-COMPLETO (WSS-VP-IDX)
                           SET WSS-VP-RETENIDO (WSS-VP-IDX) TO TRUE
                           MOVE WSS-PP-PROGRAMA (WSS-PP-IDX)
                                TO WSS-VP-PROGRAMA (WSS-VP-IDX)
                       END-IF
                   WHEN OTHER
                       IF NOT WSS-VP-FALLADO (WSS-VP-IDX)
                           SET WSS-VP-FALLADO (WSS-VP-IDX) TO TRUE
                           MOVE WSS-PP-PROGRAMA (WSS-PP-IDX)
                                TO WSS-VP-PROGRAMA (WSS-VP-IDX)
                       END-IF
               END-EVALUATE
           END-IF
           .
       4720-ACUMULA-PAIS-EXIT. EXIT.

       4730-IMPRIME-PAIS.
           MOVE WSS-VP-PAIS (WSS-VP-IDX) TO WSS-LPA-PAIS
           MOVE SPACES TO WSS-LPA-TEXTO
           EVALUATE TRUE
               WHEN WSS-VP-COMPLETO (WSS-VP-IDX)
                   MOVE 'COMPLETO' TO WSS-LPA-TEXTO
               WHEN WSS-VP-RETENIDO (WSS-VP-IDX)
                   STRING 'RETENIDO EN ' DELIMITED BY SIZE
                          WSS-VP-PROGRAMA (WSS-VP-IDX)
                                         DELIMITED BY SPACE
                          INTO WSS-LPA-TEXTO
                   ADD 1 TO WSS-PAISES-FUERA
               WHEN OTHER
                   STRING 'FALLADO EN ' DELIMITED BY SIZE
                          WSS-VP-PROGRAMA (WSS-VP-IDX)
                                         DELIMITED BY SPACE
                          INTO WSS-LPA-TEXTO
                   ADD 1 TO WSS-PAISES-FUERA
           END-EVALUATE
           WRITE REG-REPORTE FROM WSS-LINEA-PAIS
           .
       4730-IMPRIME-PAIS-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    VEREDICTO DE LA NOCHE: FALLADO SI ALGUN PASO NO COMPLETO O
      *    TERMINO CON RC 8+; CON ADVERTENCIAS SI HUBO RC 4,
      *    NOVEDADES O ALGUN PAIS QUEDO FUERA DEL CIERRE; LIMPIO EN
      *    OTRO CASO
      *-----------------------------------------------------------------*
       5000-VEREDICTO.
           WRITE REG-REPORTE FROM WSS-LINEA-SEPARADOR
               WHEN WSS-CIERRE-INCOMPLETO OR WSS-PEOR-RC >= 8
                   MOVE 'FALLADO'          TO WSS-VER-TEXTO
               WHEN WSS-PEOR-RC >= 4 OR WSS-NOVEDADES-TOTAL > 0
                 OR WSS-PAISES-FUERA > 0
                   MOVE 'CON ADVERTENCIAS' TO WSS-VER-TEXTO
               WHEN OTHER
                   MOVE 'LIMPIO'           TO WSS-VER-TEXTO
