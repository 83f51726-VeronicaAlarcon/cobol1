      *            CAMPO MALO. CUALQUIER ERROR TERMINA CON RETURN-CODE
      *            8 Y FRENA LA CANALIZACION; UN PARAMETRO OPCIONAL
      *            AUSENTE SOLO SE ANOTA (RETURN-CODE 4).
      * Modificaciones:
      *   2026-10-15  - SE VALIDA TAMBIEN LA TARIFA DE COMISIONES DE
      *                 MANTENIMIENTO COMITAR.DAT (PAIS CONTRA
      *                 PAISLAT.DAT, MONEDA, IMPORTE Y SALDO DE
      *                 EXENCION NUMERICOS).
      *   2026-10-15  - SE VALIDAN LOS UMBRALES DEL MONITOR DE LAVADO
      *                 LAVPAR.DAT (PAIS, MONEDA, UMBRAL MAYOR A CERO,
      *                 BANDA DE 1 A 99 POR CIENTO, VENTANA DE 1 A 31
      *                 DIAS, MINIMO DE 2 MOVIMIENTOS).
      *   2026-10-15  - SE VALIDA EL CATALOGO DE PRODUCTOS PRODUCTOS.DAT
      *                 (CODIGO NO REPETIDO, DESCRIPCION, AL MENOS UNA
      *                 MONEDA, TASA/TOPE/MESES/SALDO MINIMO NUMERICOS,
      *                 DESCUBIERTO S/N Y TOPE EN CERO SI ES N) Y EL
      *                 TRAMO QUE SUMA COMITAR.DAT AL FINAL DE LA LINEA.
      *   2026-10-15  - SE VALIDAN LAS TASAS DE PLAZO FIJO PFTASA.DAT
      *                 (PAIS CONTRA PAISLAT.DAT, MONEDA, DIAS HASTA
      *                 MAYOR A CERO Y TASA NUMERICA).
      *   2026-10-15  - SE VALIDAN LAS REGLAS DE CONTABILIZACION POR
      *                 FLUJO REGASI.DAT (FLUJO 'M'/'I' + CONCEPTO NO
      *                 REPETIDO, RUBROS DEBE/HABER, NIVELES S O P).
      *   2026-10-15  - SE VALIDAN LOS TOPES DE LA GARANTIA DE DEPOSITOS
      *                 SEGPAR.DAT (PAIS CONTRA PAISLAT.DAT Y NO
      *                 REPETIDO, MONEDA, TOPE MAYOR A CERO, EXCLUSION
      *                 DE RETENIDOS S O N).
      *   2026-10-15  - SE VALIDAN LOS CICLOS DE CANJE DE CHEQUES
      *                 CANJPAR.DAT (PAIS CONTRA PAISLAT.DAT, MONEDA,
      *                 DIAS HABILES MAYOR A CERO, GASTO POR CHEQUE
      *                 DEVUELTO NUMERICO).
      *   2026-10-15  - SE VALIDAN LOS TOPES DIARIOS DE DEBITO LIMPAR.DAT
      *                 (PAIS CONTRA PAISLAT.DAT, MONEDA, SUCURSAL,
      *                 CUENTA Y TOPES NUMERICOS; UNA EXCEPCION POR
      *                 CUENTA NO LLEVA TOPES DE TITULAR).
      *   2026-10-15  - SE VALIDAN LOS PARAMETROS DE PARTIDAS EN
      *                 SUSPENSO SUSPAR.DAT (PAIS CONTRA PAISLAT.DAT,
      *                 MONEDA, DIAS DE ESCALAMIENTO NUMERICOS) Y
      *                 REGASI.DAT ACEPTA LOS FLUJOS 'S' DE SUSPENSO.
      *   2026-10-15  - SE VALIDAN LOS PARAMETROS DE AVISOS AL CLIENTE
      *                 NOTPAR.DAT (MONEDA, SALDO MINIMO Y DIAS DE
      *                 AVISO NUMERICOS).
      *   2026-10-15  - REGASI.DAT ACEPTA LOS FLUJOS 'P' DE PLAZOS FIJOS
      *                 Y 'L' DE LIQUIDACIONES DE CIERRE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVALID.
           05 CA-FECHA-N REDEFINES CA-FECHA
                                    PIC 9(08).
           05 FILLER                PIC X(69).
       01  WSS-VISTA-COMITAR REDEFINES WSS-LINEA-CRUDA.
           05 CT-PAIS               PIC X(03).
           05 CT-MONEDA             PIC X(03).
           05 CT-IMPORTE            PIC X(07).
           05 CT-SALDO-EXENTO       PIC X(09).
           05 CT-TRAMO              PIC X(02).
           05 FILLER                PIC X(56).
       01  WSS-VISTA-LAVPAR REDEFINES WSS-LINEA-CRUDA.
           05 LV-PAIS               PIC X(03).
           05 LV-MONEDA             PIC X(03).
           05 LV-UMBRAL             PIC X(09).
           05 LV-UMBRAL-N REDEFINES LV-UMBRAL
                                    PIC 9(07)V99.
           05 LV-PORC-BANDA         PIC X(02).
           05 LV-PORC-BANDA-N REDEFINES LV-PORC-BANDA
                                    PIC 9(02).
           05 LV-DIAS-VENTANA       PIC X(02).
           05 LV-DIAS-VENTANA-N REDEFINES LV-DIAS-VENTANA
                                    PIC 9(02).
           05 LV-CANT-MINIMA        PIC X(02).
           05 LV-CANT-MINIMA-N REDEFINES LV-CANT-MINIMA
                                    PIC 9(02).
           05 FILLER                PIC X(59).
       01  WSS-VISTA-PFTASA REDEFINES WSS-LINEA-CRUDA.
           05 PT-PAIS               PIC X(03).
           05 PT-MONEDA             PIC X(03).
           05 PT-DIAS-HASTA         PIC X(04).
           05 PT-DIAS-HASTA-N REDEFINES PT-DIAS-HASTA
                                    PIC 9(04).
           05 PT-TASA               PIC X(06).
           05 FILLER                PIC X(64).
       01  WSS-VISTA-PRODUCTOS REDEFINES WSS-LINEA-CRUDA.
           05 PD-CODIGO             PIC X(03).
           05 PD-DESCRIPCION        PIC X(30).
           05 PD-MONEDAS            PIC X(15).
           05 PD-TASA               PIC X(06).
           05 PD-TRAMO              PIC X(02).
           05 PD-PERMITE            PIC X(01).
               88 PD-PERMITE-VALIDO             VALUE 'S' 'N'.
               88 PD-SIN-DESCUBIERTO            VALUE 'N'.
           05 PD-MAXIMO             PIC X(09).
           05 PD-MAXIMO-N REDEFINES PD-MAXIMO
                                    PIC 9(07)V99.
           05 PD-MESES              PIC X(03).
           05 PD-MINIMO             PIC X(09).
           05 FILLER                PIC X(02).
       01  WSS-VISTA-REGASI REDEFINES WSS-LINEA-CRUDA.
           05 RG-FLUJO.
               10 RG-CLASE          PIC X(01).
                   88 RG-CLASE-VALIDA           VALUE 'M' 'I' 'S'
                                                      'P' 'L'.
               10 RG-CONCEPTO       PIC X(01).
           05 RG-RUBRO-DEBE         PIC X(02).
           05 RG-NIVEL-DEBE         PIC X(01).
               88 RG-NIVEL-DEBE-VALIDO          VALUE 'S' 'P'.
           05 RG-RUBRO-HABER        PIC X(02).
           05 RG-NIVEL-HABER        PIC X(01).
               88 RG-NIVEL-HABER-VALIDO         VALUE 'S' 'P'.
           05 RG-DESCRIPCION        PIC X(30).
           05 FILLER                PIC X(42).
       01  WSS-VISTA-SEGPAR REDEFINES WSS-LINEA-CRUDA.
           05 SP-PAIS               PIC X(03).
           05 SP-MONEDA             PIC X(03).
           05 SP-TOPE               PIC X(11).
           05 SP-TOPE-N REDEFINES SP-TOPE
                                    PIC 9(09)V99.
           05 SP-EXCLUYE            PIC X(01).
               88 SP-EXCLUYE-VALIDO             VALUE 'S' 'N'.
           05 FILLER                PIC X(62).
       01  WSS-VISTA-CANJPAR REDEFINES WSS-LINEA-CRUDA.
           05 CJ-PAIS               PIC X(03).
           05 CJ-MONEDA             PIC X(03).
           05 CJ-DIAS-CANJE         PIC X(02).
           05 CJ-DIAS-CANJE-N REDEFINES CJ-DIAS-CANJE
                                    PIC 9(02).
           05 CJ-GASTO              PIC X(07).
           05 FILLER                PIC X(65).
       01  WSS-VISTA-LIMPAR REDEFINES WSS-LINEA-CRUDA.
           05 LP-PAIS               PIC X(03).
           05 LP-MONEDA             PIC X(03).
           05 LP-SUCURSAL           PIC X(02).
           05 LP-NUM-CUENTA         PIC X(10).
           05 LP-NUM-CUENTA-N REDEFINES LP-NUM-CUENTA
                                    PIC 9(10).
           05 LP-TOPE-IMPORTE       PIC X(09).
           05 LP-TOPE-CANTIDAD      PIC X(03).
           05 LP-TOPE-IMP-TITULAR   PIC X(11).
           05 LP-TOPE-IMP-TITULAR-N REDEFINES LP-TOPE-IMP-TITULAR
                                    PIC 9(09)V99.
           05 LP-TOPE-CANT-TITULAR  PIC X(03).
           05 LP-TOPE-CANT-TITULAR-N REDEFINES LP-TOPE-CANT-TITULAR
                                    PIC 9(03).
           05 FILLER                PIC X(36).
       01  WSS-VISTA-SUSPAR REDEFINES WSS-LINEA-CRUDA.
           05 SS-PAIS               PIC X(03).
           05 SS-MONEDA             PIC X(03).
           05 SS-DIAS-ESCALA        PIC X(03).
           05 FILLER                PIC X(71).
       01  WSS-VISTA-NOTPAR REDEFINES WSS-LINEA-CRUDA.
           05 NP-MONEDA             PIC X(03).
           05 NP-SALDO-MINIMO       PIC X(09).
           05 NP-DIAS-AVISO         PIC X(03).
           05 FILLER                PIC X(65).
      *-----------------------------------------------------------------*
      *    FLUJOS YA VISTOS EN REGASI.DAT (REPETIDOS)
      *-----------------------------------------------------------------*
       01  WSS-TABLA-FLUJOS.
           05 WSS-FLU-CANT             PIC 9(02) VALUE 0.
           05 WSS-FLU-ENTRY OCCURS 1 TO 50 TIMES
                              DEPENDING ON WSS-FLU-CANT
                              INDEXED BY WSS-FLU-IDX.
               10 WSS-FLU-CODIGO       PIC X(02).
       01  WSS-SW-FLUJO                PIC X(01).
           88 WSS-FLUJO-NUEVO                      VALUE 'S'.
           88 WSS-FLUJO-REPETIDO                   VALUE 'N'.
      *-----------------------------------------------------------------*
      *    PAISES YA VISTOS EN SEGPAR.DAT (REPETIDOS)
      *-----------------------------------------------------------------*
       01  WSS-TABLA-TOPES.
           05 WSS-TOP-CANT             PIC 9(02) VALUE 0.
           05 WSS-TOP-ENTRY OCCURS 1 TO 50 TIMES
                              DEPENDING ON WSS-TOP-CANT
                              INDEXED BY WSS-TOP-IDX.
               10 WSS-TOP-PAIS         PIC X(03).
       01  WSS-SW-TOPE                 PIC X(01).
           88 WSS-TOPE-NUEVO                       VALUE 'S'.
           88 WSS-TOPE-REPETIDO                    VALUE 'N'.
      *-----------------------------------------------------------------*
      *    CODIGOS DE PRODUCTO YA VISTOS EN PRODUCTOS.DAT (REPETIDOS)
      *-----------------------------------------------------------------*
       01  WSS-TABLA-PRODUCTOS.
           05 WSS-PRD-CANT             PIC 9(03) VALUE 0.
           05 WSS-PRD-ENTRY OCCURS 1 TO 200 TIMES
                              DEPENDING ON WSS-PRD-CANT
                              INDEXED BY WSS-PRD-IDX.
               10 WSS-PRD-CODIGO       PIC X(03).
       01  WSS-SW-PRODUCTO             PIC X(01).
           88 WSS-PRODUCTO-NUEVO                   VALUE 'S'.
           88 WSS-PRODUCTO-REPETIDO                VALUE 'N'.
      *-----------------------------------------------------------------*
      *    PAISES DADOS DE ALTA EN PAISLAT.DAT
      *-----------------------------------------------------------------*
           PERFORM 2800-VALIDA-TIPCAM
           PERFORM 2850-VALIDA-RETIMP
           PERFORM 2900-VALIDA-CALENDAR
           PERFORM 2950-VALIDA-COMITAR
           PERFORM 2970-VALIDA-LAVPAR
           PERFORM 2990-VALIDA-PRODUCTOS
           PERFORM 2995-VALIDA-PFTASA
           PERFORM 2997-VALIDA-REGASI
           PERFORM 3000-VALIDA-SEGPAR
           PERFORM 3050-VALIDA-CANJPAR
           PERFORM 3100-VALIDA-LIMPAR
           PERFORM 3150-VALIDA-SUSPAR
           PERFORM 3200-VALIDA-NOTPAR
           PERFORM 9000-FINALIZAR
           .

           .
       2910-LINEA-CALENDAR-EXIT. EXIT.

       2950-VALIDA-COMITAR.
           MOVE 'COMITAR.dat' TO WSS-NOMBRE-ARCHIVO
           PERFORM 8000-ABRE-PARAMETRO
           PERFORM 2960-LINEA-COMITAR UNTIL FS-PARAMETRO-FIN
           PERFORM 8100-CIERRA-PARAMETRO
           .
       2950-VALIDA-COMITAR-EXIT. EXIT.

       2960-LINEA-COMITAR.
           PERFORM 8200-LEE-LINEA
           IF FS-PARAMETRO-OK
               MOVE CT-PAIS TO WSS-PAIS-BUSCADO
               PERFORM 8400-VALIDA-PAIS
               IF WSS-PAIS-INVALIDO
                   MOVE 'PAIS' TO WSS-NOV-CAMPO
                   MOVE 'NO ESTA EN PAISLAT.DAT' TO WSS-NOV-MOTIVO
                   PERFORM 8300-GRABO-ERROR
               END-IF
               IF CT-MONEDA = SPACES
                   MOVE 'MONEDA' TO WSS-NOV-CAMPO
                   MOVE 'EN BLANCO' TO WSS-NOV-MOTIVO
                   PERFORM 8300-GRABO-ERROR
               END-IF
               IF CT-IMPORTE NOT NUMERIC
                   MOVE 'COMISION' TO WSS-NOV-CAMPO
                   MOVE 'NO NUMERICA' TO WSS-NOV-MOTIVO
                   PERFORM 8300-GRABO-ERROR
               END-IF
               IF CT-SALDO-EXENTO NOT NUMERIC
                   MOVE 'SALDO EXENTO' TO WSS-NOV-CAMPO
                   MOVE 'NO NUMERICO' TO WSS-NOV-MOTIVO
                   PERFORM 8300-GRABO-ERROR
               END-IF
               IF CT-TRAMO (1:1) = SPACE AND CT-TRAMO (2:1) NOT = SPACE
                   MOVE 'TRAMO' TO WSS-NOV-CAMPO
                   MOVE 'MAL ALINEADO (BLANCO ADELANTE)'
                        TO WSS-NOV-MOTIVO
                   PERFORM 8300-GRABO-ERROR
               END-IF
           END-IF
           .
       2960-LINEA-COMITAR-EXIT. EXIT.

       2970-VALIDA-LAVPAR.
           MOVE 'LAVPAR.dat' TO WSS-NOMBRE-ARCHIVO
           PERFORM 8000-ABRE-PARAMETRO
           PERFORM 2980-LINEA-LAVPAR UNTIL FS-PARAMETRO-FIN
           PERFORM 8100-CIERRA-PARAMETRO
           .
       2970-VALIDA-LAVPAR-EXIT. EXIT.

       2980-LINEA-LAVPAR.
           PERFORM 8200-LEE-LINEA
           IF FS-PARAMETRO-OK
               MOVE LV-PAIS TO WSS-PAIS-BUSCADO
               PERFORM 8400-VALIDA-PAIS
               IF WSS-PAIS-INVALIDO
                   MOVE 'PAIS' TO WSS-NOV-CAMPO
                   MOVE 'NO ESTA EN PAISLAT.DAT' TO WSS-NOV-MOTIVO
                   PERFORM 8300-GRABO-ERROR
               END-IF
               IF LV-MONEDA = SPACES
                   MOVE 'MONEDA' TO WSS-NOV-CAMPO
                   MOVE 'EN BLANCO' TO WSS-NOV-MOTIVO
                   PERFORM 8300-GRABO-ERROR
               END-IF
               IF LV-UMBRAL NOT NUMERIC
                   MOVE 'UMBRAL' TO WSS-NOV-CAMPO
                   MOVE 'NO NUMERICO' TO WSS-NOV-MOTIVO
                   PERFORM 8300-GRABO-ERROR
               ELSE
                   IF LV-UMBRAL-N = 0
                       MOVE 'UMBRAL' TO WSS-NOV-CAMPO
                       MOVE 'EN CERO' TO WSS-NOV-MOTIVO
                       PERFORM 8300-GRABO-ERROR
                   END-IF
               END-IF
               IF LV-PORC-BANDA NOT NUMERIC
                   MOVE 'BANDA %' TO WSS-NOV-CAMPO
                   MOVE 'NO NUMERICA' TO WSS-NOV-MOTIVO
                   PERFORM 8300-GRABO-ERROR
               ELSE
                   IF LV-PORC-BANDA-N = 0
                       MOVE 'BANDA %' TO WSS-NOV-CAMPO
                       MOVE 'FUERA DE RANGO (1 A 99)' TO WSS-NOV-MOTIVO
                       PERFORM 8300-GRABO-ERROR
                   END-IF
               END-IF
               IF LV-DIAS-VENTANA NOT NUMERIC
                   MOVE 'DIAS VENTANA' TO WSS-NOV-CAMPO
                   MOVE 'NO NUMERICO' TO WSS-NOV-MOTIVO
                   PERFORM 8300-GRABO-ERROR
               ELSE
                   IF LV-DIAS-VENTANA-N = 0 OR LV-DIAS-VENTANA-N > 31
                       MOVE 'DIAS VENTANA' TO WSS-NOV-CAMPO
                       MOVE 'FUERA DE RANGO (1 A 31)' TO WSS-NOV-MOTIVO
                       PERFORM 8300-GRABO-ERROR
                   END-IF
               END-IF
               IF LV-CANT-MINIMA NOT NUMERIC
                   MOVE 'CANT. MINIMA' TO WSS-NOV-CAMPO
                   MOVE 'NO NUMERICA' TO WSS-NOV-MOTIVO
                   PERFORM 8300-GRABO-ERROR
               ELSE
                   IF LV-CANT-MINIMA-N < 2
                       MOVE 'CANT. MINIMA' TO WSS-NOV-CAMPO
                       MOVE 'MENOR A 2 MOVIMIENTOS' TO WSS-NOV-MOTIVO
                       PERFORM 8300-GRABO-ERROR
                   END-IF
               END-IF
           END-IF
           .
       2980-LINEA-LAVPAR-EXIT. EXIT.

       2990-VALIDA-PRODUCTOS.
           MOVE 'PRODUCTOS.dat' TO WSS-NOMBRE-ARCHIVO
           PERFORM 8000-ABRE-PARAMETRO
           PERFORM 2991-LINEA-PRODUCTOS UNTIL FS-PARAMETRO-FIN
           PERFORM 8100-CIERRA-PARAMETRO
           .
       2990-VALIDA-PRODUCTOS-EXIT. EXIT.

       2991-LINEA-PRODUCTOS.
           PERFORM 8200-LEE-LINEA
           IF FS-PARAMETRO-OK
               IF PD-CODIGO = SPACES
                   MOVE 'CODIGO' TO WSS-NOV-CAMPO
                   MOVE 'EN BLANCO' TO WSS-NOV-MOTIVO
                   PERFORM 8300-GRABO-ERROR
               ELSE
                   PERFORM 2992-CODIGO-REPETIDO
               END-IF
               IF PD-DESCRIPCION = SPACES
                   MOVE 'DESCRIPCION' TO WSS-NOV-CAMPO
                   MOVE 'EN BLANCO' TO WSS-NOV-MOTIVO
                   PERFORM 8300-GRABO-ERROR
               END-IF
               IF PD-MONEDAS (1:3) = SPACES
                   MOVE 'MONEDAS' TO WSS-NOV-CAMPO
                   MOVE 'SIN MONEDA EN LA PRIMERA POSICION'
                        TO WSS-NOV-MOTIVO
                   PERFORM 8300-GRABO-ERROR
               END-IF
               IF PD-TASA NOT NUMERIC
                   MOVE 'TASA INTERES' TO WSS-NOV-CAMPO
                   MOVE 'NO NUMERICA' TO WSS-NOV-MOTIVO
                   PERFORM 8300-GRABO-ERROR
               END-IF
               IF NOT PD-PERMITE-VALIDO
                   MOVE 'DESCUBIERTO S/N' TO WSS-NOV-CAMPO
                   MOVE 'DEBE SER S O N' TO WSS-NOV-MOTIVO
                   PERFORM 8300-GRABO-ERROR
               END-IF
               IF PD-MAXIMO NOT NUMERIC
                   MOVE 'TOPE DESCUBIERTO' TO WSS-NOV-CAMPO
                   MOVE 'NO NUMERICO' TO WSS-NOV-MOTIVO
                   PERFORM 8300-GRABO-ERROR
               ELSE
                   IF PD-SIN-DESCUBIERTO AND PD-MAXIMO-N NOT = 0
                       MOVE 'TOPE DESCUBIERTO' TO WSS-NOV-CAMPO
                       MOVE 'DEBE SER CERO SI NO ADMITE DESCUBIERTO'
                            TO WSS-NOV-MOTIVO
                       PERFORM 8300-GRABO-ERROR
                   END-IF
               END-IF
               IF PD-MESES NOT NUMERIC
                   MOVE 'MESES DORMANCIA' TO WSS-NOV-CAMPO
                   MOVE 'NO NUMERICO' TO WSS-NOV-MOTIVO
                   PERFORM 8300-GRABO-ERROR
               END-IF
               IF PD-MINIMO NOT NUMERIC
                   MOVE 'SALDO MINIMO' TO WSS-NOV-CAMPO
                   MOVE 'NO NUMERICO' TO WSS-NOV-MOTIVO
                   PERFORM 8300-GRABO-ERROR
               END-IF
           END-IF
           .
       2991-LINEA-PRODUCTOS-EXIT. EXIT.

      *    UN CODIGO REPETIDO HARIA QUE CADA PROCESO TOME LA PRIMERA
      *    LINEA Y SE IGNORE LA SEGUNDA SIN AVISO
       2992-CODIGO-REPETIDO.
           SET WSS-PRODUCTO-NUEVO TO TRUE
           IF WSS-PRD-CANT > 0
               SET WSS-PRD-IDX TO 1
               SEARCH WSS-PRD-ENTRY
                   AT END
                       CONTINUE
                   WHEN WSS-PRD-CODIGO (WSS-PRD-IDX) = PD-CODIGO
                       SET WSS-PRODUCTO-REPETIDO TO TRUE
               END-SEARCH
           END-IF
           EVALUATE TRUE
               WHEN WSS-PRODUCTO-REPETIDO
                   MOVE 'CODIGO' TO WSS-NOV-CAMPO
                   MOVE 'REPETIDO EN EL CATALOGO' TO WSS-NOV-MOTIVO
                   PERFORM 8300-GRABO-ERROR
               WHEN WSS-PRD-CANT < 200
                   ADD 1 TO WSS-PRD-CANT
                   SET WSS-PRD-IDX TO WSS-PRD-CANT
                   MOVE PD-CODIGO TO WSS-PRD-CODIGO (WSS-PRD-IDX)
               WHEN OTHER
                   MOVE 'CODIGO' TO WSS-NOV-CAMPO
                   MOVE 'CATALOGO DE MAS DE 200 PRODUCTOS'
                        TO WSS-NOV-MOTIVO
                   PERFORM 8300-GRABO-ERROR
           END-EVALUATE
           .
       2992-CODIGO-REPETIDO-EXIT. EXIT.

       2995-VALIDA-PFTASA.
           MOVE 'PFTASA.dat' TO WSS-NOMBRE-ARCHIVO
           PERFORM 8000-ABRE-PARAMETRO
           PERFORM 2996-LINEA-PFTASA UNTIL FS-PARAMETRO-FIN
           PERFORM 8100-CIERRA-PARAMETRO
           .
       2995-VALIDA-PFTASA-EXIT. EXIT.

       2996-LINEA-PFTASA.
           PERFORM 8200-LEE-LINEA
           IF FS-PARAMETRO-OK
               MOVE PT-PAIS TO WSS-PAIS-BUSCADO
               PERFORM 8400-VALIDA-PAIS
               IF WSS-PAIS-INVALIDO
                   MOVE 'PAIS' TO WSS-NOV-CAMPO
                   MOVE 'NO ESTA EN PAISLAT.DAT' TO WSS-NOV-MOTIVO
                   PERFORM 8300-GRABO-ERROR
               END-IF
               IF PT-MONEDA = SPACES
                   MOVE 'MONEDA' TO WSS-NOV-CAMPO
                   MOVE 'EN BLANCO' TO WSS-NOV-MOTIVO
                   PERFORM 8300-GRABO-ERROR
               END-IF
               IF PT-DIAS-HASTA NOT NUMERIC
                   MOVE 'DIAS HASTA' TO WSS-NOV-CAMPO
                   MOVE 'NO NUMERICO' TO WSS-NOV-MOTIVO
                   PERFORM 8300-GRABO-ERROR
               ELSE
                   IF PT-DIAS-HASTA-N = 0
                       MOVE 'DIAS HASTA' TO WSS-NOV-CAMPO
                       MOVE 'EN CERO' TO WSS-NOV-MOTIVO
                       PERFORM 8300-GRABO-ERROR
                   END-IF
               END-IF
               IF PT-TASA NOT NUMERIC
                   MOVE 'TASA PLAZO FIJO' TO WSS-NOV-CAMPO
                   MOVE 'NO NUMERICA' TO WSS-NOV-MOTIVO
                   PERFORM 8300-GRABO-ERROR
               END-IF
           END-IF
           .
       2996-LINEA-PFTASA-EXIT. EXIT.

       2997-VALIDA-REGASI.
           MOVE 'REGASI.dat' TO WSS-NOMBRE-ARCHIVO
           PERFORM 8000-ABRE-PARAMETRO
           PERFORM 2998-LINEA-REGASI UNTIL FS-PARAMETRO-FIN
           PERFORM 8100-CIERRA-PARAMETRO
           .
       2997-VALIDA-REGASI-EXIT. EXIT.

       2998-LINEA-REGASI.
           PERFORM 8200-LEE-LINEA
           IF FS-PARAMETRO-OK
               IF NOT RG-CLASE-VALIDA OR RG-CONCEPTO = SPACES
                   MOVE 'FLUJO' TO WSS-NOV-CAMPO
                   MOVE 'DEBE SER M, I, S, P O L MAS EL CONCEPTO'
                        TO WSS-NOV-MOTIVO
                   PERFORM 8300-GRABO-ERROR
               ELSE
                   PERFORM 2999-FLUJO-REPETIDO
               END-IF
               IF RG-RUBRO-DEBE = SPACES
                   MOVE 'RUBRO DEBE' TO WSS-NOV-CAMPO
                   MOVE 'EN BLANCO' TO WSS-NOV-MOTIVO
                   PERFORM 8300-GRABO-ERROR
               END-IF
               IF NOT RG-NIVEL-DEBE-VALIDO
                   MOVE 'NIVEL DEBE' TO WSS-NOV-CAMPO
                   MOVE 'DEBE SER S O P' TO WSS-NOV-MOTIVO
                   PERFORM 8300-GRABO-ERROR
               END-IF
               IF RG-RUBRO-HABER = SPACES
                   MOVE 'RUBRO HABER' TO WSS-NOV-CAMPO
                   MOVE 'EN BLANCO' TO WSS-NOV-MOTIVO
                   PERFORM 8300-GRABO-ERROR
               END-IF
               IF NOT RG-NIVEL-HABER-VALIDO
                   MOVE 'NIVEL HABER' TO WSS-NOV-CAMPO
                   MOVE 'DEBE SER S O P' TO WSS-NOV-MOTIVO
                   PERFORM 8300-GRABO-ERROR
               END-IF
           END-IF
           .
       2998-LINEA-REGASI-EXIT. EXIT.

      *    UN FLUJO REPETIDO HARIA QUE ASIFLUJ TOME LA PRIMERA REGLA Y
      *    SE IGNORE LA SEGUNDA SIN AVISO
       2999-FLUJO-REPETIDO.
           SET WSS-FLUJO-NUEVO TO TRUE
           IF WSS-FLU-CANT > 0
               SET WSS-FLU-IDX TO 1
               SEARCH WSS-FLU-ENTRY
                   AT END
                       CONTINUE
                   WHEN WSS-FLU-CODIGO (WSS-FLU-IDX) = RG-FLUJO
                       SET WSS-FLUJO-REPETIDO TO TRUE
               END-SEARCH
           END-IF
           EVALUATE TRUE
               WHEN WSS-FLUJO-REPETIDO
                   MOVE 'FLUJO' TO WSS-NOV-CAMPO
                   MOVE 'REPETIDO EN LAS REGLAS' TO WSS-NOV-MOTIVO
                   PERFORM 8300-GRABO-ERROR
               WHEN WSS-FLU-CANT < 50
                   ADD 1 TO WSS-FLU-CANT
                   SET WSS-FLU-IDX TO WSS-FLU-CANT
                   MOVE RG-FLUJO TO WSS-FLU-CODIGO (WSS-FLU-IDX)
               WHEN OTHER
                   MOVE 'FLUJO' TO WSS-NOV-CAMPO
                   MOVE 'MAS DE 50 REGLAS' TO WSS-NOV-MOTIVO
                   PERFORM 8300-GRABO-ERROR
           END-EVALUATE
           .
       2999-FLUJO-REPETIDO-EXIT. EXIT.

       3000-VALIDA-SEGPAR.
           MOVE 'SEGPAR.dat' TO WSS-NOMBRE-ARCHIVO
           PERFORM 8000-ABRE-PARAMETRO
           PERFORM 3010-LINEA-SEGPAR UNTIL FS-PARAMETRO-FIN
           PERFORM 8100-CIERRA-PARAMETRO
           .
       3000-VALIDA-SEGPAR-EXIT. EXIT.

       3010-LINEA-SEGPAR.
           PERFORM 8200-LEE-LINEA
           IF FS-PARAMETRO-OK
               MOVE SP-PAIS TO WSS-PAIS-BUSCADO
               PERFORM 8400-VALIDA-PAIS
               IF WSS-PAIS-INVALIDO
                   MOVE 'PAIS' TO WSS-NOV-CAMPO
                   MOVE 'NO ESTA EN PAISLAT.DAT' TO WSS-NOV-MOTIVO
                   PERFORM 8300-GRABO-ERROR
               ELSE
                   PERFORM 3020-PAIS-REPETIDO
               END-IF
               IF SP-MONEDA = SPACES
                   MOVE 'MONEDA DEL TOPE' TO WSS-NOV-CAMPO
                   MOVE 'EN BLANCO' TO WSS-NOV-MOTIVO
                   PERFORM 8300-GRABO-ERROR
               END-IF
               IF SP-TOPE NOT NUMERIC
                   MOVE 'TOPE POR TITULAR' TO WSS-NOV-CAMPO
                   MOVE 'NO NUMERICO' TO WSS-NOV-MOTIVO
                   PERFORM 8300-GRABO-ERROR
               ELSE
                   IF SP-TOPE-N = 0
                       MOVE 'TOPE POR TITULAR' TO WSS-NOV-CAMPO
                       MOVE 'EN CERO' TO WSS-NOV-MOTIVO
                       PERFORM 8300-GRABO-ERROR
                   END-IF
               END-IF
               IF NOT SP-EXCLUYE-VALIDO
                   MOVE 'EXCLUYE RETENIDO' TO WSS-NOV-CAMPO
                   MOVE 'DEBE SER S O N' TO WSS-NOV-MOTIVO
                   PERFORM 8300-GRABO-ERROR
               END-IF
           END-IF
           .
       3010-LINEA-SEGPAR-EXIT. EXIT.

      *    UN PAIS REPETIDO HARIA QUE SEGDEP TOME EL PRIMER TOPE Y SE
      *    IGNORE EL SEGUNDO SIN AVISO
       3020-PAIS-REPETIDO.
           SET WSS-TOPE-NUEVO TO TRUE
           IF WSS-TOP-CANT > 0
               SET WSS-TOP-IDX TO 1
               SEARCH WSS-TOP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WSS-TOP-PAIS (WSS-TOP-IDX) = SP-PAIS
                       SET WSS-TOPE-REPETIDO TO TRUE
               END-SEARCH
           END-IF
           EVALUATE TRUE
               WHEN WSS-TOPE-REPETIDO
                   MOVE 'PAIS' TO WSS-NOV-CAMPO
                   MOVE 'CON MAS DE UN TOPE' TO WSS-NOV-MOTIVO
                   PERFORM 8300-GRABO-ERROR
               WHEN WSS-TOP-CANT < 50
                   ADD 1 TO WSS-TOP-CANT
                   SET WSS-TOP-IDX TO WSS-TOP-CANT
                   MOVE SP-PAIS TO WSS-TOP-PAIS (WSS-TOP-IDX)
               WHEN OTHER
                   MOVE 'PAIS' TO WSS-NOV-CAMPO
                   MOVE 'MAS DE 50 TOPES' TO WSS-NOV-MOTIVO
                   PERFORM 8300-GRABO-ERROR
           END-EVALUATE
           .
       3020-PAIS-REPETIDO-EXIT. EXIT.

       3050-VALIDA-CANJPAR.
           MOVE 'CANJPAR.dat' TO WSS-NOMBRE-ARCHIVO
           PERFORM 8000-ABRE-PARAMETRO
           PERFORM 3060-LINEA-CANJPAR UNTIL FS-PARAMETRO-FIN
           PERFORM 8100-CIERRA-PARAMETRO
           .
       3050-VALIDA-CANJPAR-EXIT. EXIT.

       3060-LINEA-CANJPAR.
           PERFORM 8200-LEE-LINEA
           IF FS-PARAMETRO-OK
               MOVE CJ-PAIS TO WSS-PAIS-BUSCADO
               PERFORM 8400-VALIDA-PAIS
               IF WSS-PAIS-INVALIDO
                   MOVE 'PAIS' TO WSS-NOV-CAMPO
                   MOVE 'NO ESTA EN PAISLAT.DAT' TO WSS-NOV-MOTIVO
                   PERFORM 8300-GRABO-ERROR
               END-IF
               IF CJ-MONEDA = SPACES
                   MOVE 'MONEDA' TO WSS-NOV-CAMPO
                   MOVE 'EN BLANCO' TO WSS-NOV-MOTIVO
                   PERFORM 8300-GRABO-ERROR
               END-IF
               IF CJ-DIAS-CANJE NOT NUMERIC
                   MOVE 'DIAS DE CANJE' TO WSS-NOV-CAMPO
                   MOVE 'NO NUMERICO' TO WSS-NOV-MOTIVO
                   PERFORM 8300-GRABO-ERROR
               ELSE
                   IF CJ-DIAS-CANJE-N = 0
                       MOVE 'DIAS DE CANJE' TO WSS-NOV-CAMPO
                       MOVE 'EN CERO' TO WSS-NOV-MOTIVO
                       PERFORM 8300-GRABO-ERROR
                   END-IF
               END-IF
               IF CJ-GASTO NOT NUMERIC
                   MOVE 'GASTO DEVOLUCION' TO WSS-NOV-CAMPO
                   MOVE 'NO NUMERICO' TO WSS-NOV-MOTIVO
                   PERFORM 8300-GRABO-ERROR
               END-IF
           END-IF
           .
       3060-LINEA-CANJPAR-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    LIMPAR.DAT: TOPES DIARIOS DE DEBITO. LA LINEA CON CUENTA EN
      *    CERO ES LA GENERAL DEL PAIS/MONEDA; LA QUE TIENE CUENTA ES
      *    UNA EXCEPCION Y SUS TOPES DE TITULAR DEBEN VENIR EN CERO
      *-----------------------------------------------------------------*
       3100-VALIDA-LIMPAR.
           MOVE 'LIMPAR.dat' TO WSS-NOMBRE-ARCHIVO
           PERFORM 8000-ABRE-PARAMETRO
           PERFORM 3110-LINEA-LIMPAR UNTIL FS-PARAMETRO-FIN
           PERFORM 8100-CIERRA-PARAMETRO
           .
       3100-VALIDA-LIMPAR-EXIT. EXIT.

       3110-LINEA-LIMPAR.
           PERFORM 8200-LEE-LINEA
           IF FS-PARAMETRO-OK
               MOVE LP-PAIS TO WSS-PAIS-BUSCADO
               PERFORM 8400-VALIDA-PAIS
               IF WSS-PAIS-INVALIDO
                   MOVE 'PAIS' TO WSS-NOV-CAMPO
                   MOVE 'NO ESTA EN PAISLAT.DAT' TO WSS-NOV-MOTIVO
                   PERFORM 8300-GRABO-ERROR
               END-IF
               IF LP-MONEDA = SPACES
                   MOVE 'MONEDA' TO WSS-NOV-CAMPO
                   MOVE 'EN BLANCO' TO WSS-NOV-MOTIVO
                   PERFORM 8300-GRABO-ERROR
               END-IF
               IF LP-SUCURSAL NOT NUMERIC
                   MOVE 'SUCURSAL' TO WSS-NOV-CAMPO
                   MOVE 'NO NUMERICO' TO WSS-NOV-MOTIVO
                   PERFORM 8300-GRABO-ERROR
               END-IF
               IF LP-TOPE-IMPORTE NOT NUMERIC
                   MOVE 'TOPE IMPORTE' TO WSS-NOV-CAMPO
                   MOVE 'NO NUMERICO' TO WSS-NOV-MOTIVO
                   PERFORM 8300-GRABO-ERROR
               END-IF
               IF LP-TOPE-CANTIDAD NOT NUMERIC
                   MOVE 'TOPE CANTIDAD' TO WSS-NOV-CAMPO
                   MOVE 'NO NUMERICO' TO WSS-NOV-MOTIVO
                   PERFORM 8300-GRABO-ERROR
               END-IF
               IF LP-TOPE-IMP-TITULAR NOT NUMERIC
                   MOVE 'TOPE IMP TIT' TO WSS-NOV-CAMPO
                   MOVE 'NO NUMERICO' TO WSS-NOV-MOTIVO
                   PERFORM 8300-GRABO-ERROR
               END-IF
               IF LP-TOPE-CANT-TITULAR NOT NUMERIC
                   MOVE 'TOPE CANT TIT' TO WSS-NOV-CAMPO
                   MOVE 'NO NUMERICO' TO WSS-NOV-MOTIVO
                   PERFORM 8300-GRABO-ERROR
               END-IF
               IF LP-NUM-CUENTA NOT NUMERIC
                   MOVE 'CUENTA' TO WSS-NOV-CAMPO
                   MOVE 'NO NUMERICO' TO WSS-NOV-MOTIVO
                   PERFORM 8300-GRABO-ERROR
               ELSE
                   PERFORM 3120-EXCEPCION-LIMPAR
               END-IF
           END-IF
           .
       3110-LINEA-LIMPAR-EXIT. EXIT.

       3120-EXCEPCION-LIMPAR.
           IF LP-NUM-CUENTA-N NOT = 0
              AND LP-TOPE-IMP-TITULAR IS NUMERIC
              AND LP-TOPE-CANT-TITULAR IS NUMERIC
               IF LP-TOPE-IMP-TITULAR-N NOT = 0
                  OR LP-TOPE-CANT-TITULAR-N NOT = 0
                   MOVE 'TOPES TITULAR' TO WSS-NOV-CAMPO
                   MOVE 'EXCEPCION DE CUENTA CON TOPE TITULAR'
                        TO WSS-NOV-MOTIVO
                   PERFORM 8300-GRABO-ERROR
               END-IF
           END-IF
           .
       3120-EXCEPCION-LIMPAR-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    SUSPAR.DAT: MONEDA Y DIAS DE ESCALAMIENTO DE LAS PARTIDAS EN
      *    SUSPENSO POR PAIS (DIAS EN CERO TOMA EL VALOR POR DEFECTO)
      *-----------------------------------------------------------------*
       3150-VALIDA-SUSPAR.
           MOVE 'SUSPAR.dat' TO WSS-NOMBRE-ARCHIVO
           PERFORM 8000-ABRE-PARAMETRO
           PERFORM 3160-LINEA-SUSPAR UNTIL FS-PARAMETRO-FIN
           PERFORM 8100-CIERRA-PARAMETRO
           .
       3150-VALIDA-SUSPAR-EXIT. EXIT.

       3160-LINEA-SUSPAR.
           PERFORM 8200-LEE-LINEA
           IF FS-PARAMETRO-OK
               MOVE SS-PAIS TO WSS-PAIS-BUSCADO
               PERFORM 8400-VALIDA-PAIS
               IF WSS-PAIS-INVALIDO
                   MOVE 'PAIS' TO WSS-NOV-CAMPO
                   MOVE 'NO ESTA EN PAISLAT.DAT' TO WSS-NOV-MOTIVO
                   PERFORM 8300-GRABO-ERROR
               END-IF
               IF SS-MONEDA = SPACES
                   MOVE 'MONEDA' TO WSS-NOV-CAMPO
                   MOVE 'EN BLANCO' TO WSS-NOV-MOTIVO
                   PERFORM 8300-GRABO-ERROR
               END-IF
               IF SS-DIAS-ESCALA NOT NUMERIC
                   MOVE 'DIAS ESCALA' TO WSS-NOV-CAMPO
                   MOVE 'NO NUMERICO' TO WSS-NOV-MOTIVO
                   PERFORM 8300-GRABO-ERROR
               END-IF
           END-IF
           .
       3160-LINEA-SUSPAR-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    NOTPAR.DAT: SALDO MINIMO Y DIAS DE AVISO DE INACTIVIDAD POR
      *    MONEDA PARA LOS AVISOS AL CLIENTE (CERO = SIN AVISO DE SALDO
      *    BAJO / DIAS POR DEFECTO)
      *-----------------------------------------------------------------*
       3200-VALIDA-NOTPAR.
           MOVE 'NOTPAR.dat' TO WSS-NOMBRE-ARCHIVO
           PERFORM 8000-ABRE-PARAMETRO
           PERFORM 3210-LINEA-NOTPAR UNTIL FS-PARAMETRO-FIN
           PERFORM 8100-CIERRA-PARAMETRO
           .
       3200-VALIDA-NOTPAR-EXIT. EXIT.

       3210-LINEA-NOTPAR.
           PERFORM 8200-LEE-LINEA
           IF FS-PARAMETRO-OK
               IF NP-MONEDA = SPACES
                   MOVE 'MONEDA' TO WSS-NOV-CAMPO
                   MOVE 'EN BLANCO' TO WSS-NOV-MOTIVO
                   PERFORM 8300-GRABO-ERROR
               END-IF
               IF NP-SALDO-MINIMO NOT NUMERIC
                   MOVE 'SALDO MINIMO' TO WSS-NOV-CAMPO
                   MOVE 'NO NUMERICO' TO WSS-NOV-MOTIVO
                   PERFORM 8300-GRABO-ERROR
               END-IF
               IF NP-DIAS-AVISO NOT NUMERIC
                   MOVE 'DIAS AVISO' TO WSS-NOV-CAMPO
                   MOVE 'NO NUMERICO' TO WSS-NOV-MOTIVO
                   PERFORM 8300-GRABO-ERROR
               END-IF
           END-IF
           .
       3210-LINEA-NOTPAR-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    RUTINAS COMUNES: APERTURA (UN PARAMETRO AUSENTE ES SOLO UNA
      *    ADVERTENCIA), LECTURA CRUDA, NOVEDADES Y BUSQUEDA DE PAIS
