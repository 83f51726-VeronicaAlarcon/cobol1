      ******************************************************************
      * Author:    VERONICA ALARCON
      * Date:      2026-10-15
      * Purpose:   MANTENIMIENTO BATCH DEL MAESTRO DE CLIENTES
      *            CLIENTES.DAT (VER CLIENTEC.CPY) A PARTIR DE UN
      *            ARCHIVO DE TRANSACCIONES ALTA/CAMBIO/BAJA/FUSION
      *            (CLIMANT.DAT), EN EL ESTILO DE MANTCTA, PARA QUE EL
      *            MAESTRO DEJE DE EDITARSE A MANO. UN ALTA (O UN
      *            CAMBIO) CUYO DOCUMENTO CLI-TIPO-DOC/CLI-NUM-DOC YA
      *            LO TIENE OTRO CLIENTE SE RECHAZA. LA FUSION ('F')
      *            RECIBE EL CLIENTE QUE SOBREVIVE (T-NUM-CLIENTE) Y EL
      *            QUE SE RETIRA (T-CLIENTE-RETIRA): APUNTA AL QUE
      *            SOBREVIVE EL CTA-NUM-CLIENTE DE TODAS LAS CUENTAS
      *            DE CUENTAS.TXT DEL QUE SE RETIRA Y DA DE BAJA SU
      *            REGISTRO. UNA BAJA SE RECHAZA MIENTRAS EL CLIENTE
      *            TENGA ALGUNA CUENTA NO CERRADA. TODO QUEDA EN EL
      *            LISTADO DE AUDITORIA CLIAUD.DAT CON LA IMAGEN
      *            ANTES/DESPUES DE CADA CLIENTE Y DE CADA CUENTA
      *            TOCADA. AL FINAL SE LISTAN LOS DOCUMENTOS QUE SIGUEN
      *            REPETIDOS EN EL MAESTRO, PENDIENTES DE FUSION.
      *            CLIENTES.DAT ES SECUENCIAL: SE CARGA EN TABLA, LAS
      *            TRANSACCIONES SE APLICAN SOBRE LA TABLA Y EL MAESTRO
      *            SE REGRABA RECIEN CON FIN DE CORRIDA LIMPIO. LAS
      *            CUENTAS DE UNA FUSION SE REESCRIBEN EN EL MOMENTO;
      *            SI LA CORRIDA ABORTA DESPUES, EL CLIENTE RETIRADO
      *            QUEDA SIN CUENTAS Y LA MISMA TRANSACCION LO DA DE
      *            BAJA AL REPROCESAR.
      * Modificaciones:
      *   2026-10-15  - DATOS DE CONTACTO DEL CLIENTE PARA LOS AVISOS DE
      *                 AVISOCLI: CORREO, TELEFONO Y CANAL DE AVISO
      *                 ('E' CORREO, 'S' SMS, 'A' AMBOS, 'N' O BLANCO
      *                 NINGUNO). ALTAS Y CAMBIOS RECHAZAN UN CANAL
      *                 INVALIDO O SIN EL DATO QUE EL CANAL NECESITA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTCLI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      ******************************************************************
       FILE-CONTROL.
           SELECT TRANSACC ASSIGN TO "CLIMANT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-TRANSACC.
           SELECT MAESTRO-CLI ASSIGN TO "CLIENTES.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MAESTRO-CLI.
           SELECT MAESTRO-CTA ASSIGN TO "cuentas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-CLAVE-CUENTA
                   SOURCE IS CTA-PAIS CTA-SUCURSAL CTA-NUM-CUENTA
           FILE STATUS FS-MAESTRO-CTA.
           SELECT AUDITORIA ASSIGN TO "CLIAUD.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-AUDITORIA.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACC.
           01  REG-TRANS.
               05 T-TIPO-MOV          PIC X(01).
                   88 T-ALTA                      VALUE 'A'.
                   88 T-CAMBIO                    VALUE 'C'.
                   88 T-BAJA                      VALUE 'D'.
                   88 T-FUSION                    VALUE 'F'.
               05 T-NUM-CLIENTE       PIC 9(08).
               05 T-NOMBRE            PIC X(30).
               05 T-TIPO-DOC          PIC X(03).
               05 T-NUM-DOC           PIC X(15).
               05 T-PAIS              PIC X(03).
               05 T-CLIENTE-RETIRA    PIC 9(08).
               05 T-EMAIL             PIC X(40).
               05 T-TELEFONO          PIC X(15).
               05 T-CANAL-AVISO       PIC X(01).
                   88 T-AVISO-EMAIL               VALUE 'E'.
                   88 T-AVISO-SMS                 VALUE 'S'.
                   88 T-AVISO-AMBOS               VALUE 'A'.
                   88 T-CANAL-VALIDO              VALUE 'E' 'S' 'A'
                                                        'N' ' '.
       FD  MAESTRO-CLI.
           01  REG-MAESTRO-CLI.
               COPY CLIENTEC.
       FD  MAESTRO-CTA.
           01  REG-MAESTRO-CTA.
               COPY CUENTASC.
       FD  AUDITORIA.
           01  REG-AUDITORIA          PIC X(126).

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05  FS-TRANSACC             PIC X(02).
                   88 FS-TRANSACC-OK               VALUE '00'.
                   88 FS-TRANSACC-FIN              VALUE '10'.
           05  FS-MAESTRO-CLI          PIC X(02).
                   88 FS-MAESTRO-CLI-OK            VALUE '00'.
                   88 FS-MAESTRO-CLI-FIN           VALUE '10'.
                   88 FS-MAESTRO-CLI-NO-EXISTE     VALUE '35'.
           05  FS-MAESTRO-CTA          PIC X(02).
                   88 FS-MAESTRO-CTA-OK            VALUE '00'.
                   88 FS-MAESTRO-CTA-FIN           VALUE '10'.
           05  FS-AUDITORIA            PIC X(02).
                   88 FS-AUDITORIA-OK              VALUE '00'.
       01  WSS-SW-TRANSACCION          PIC X(01).
           88 WSS-TRANS-VALIDA                     VALUE 'S'.
           88 WSS-TRANS-INVALIDA                   VALUE 'N'.
       01  WSS-MOTIVO-RECHAZO          PIC X(40).
       01  WSS-IMAGEN-ANTES            PIC X(115).
       01  WSS-IMAGEN-DESPUES          PIC X(115).
       01  WSS-LINEA-AUDITORIA         PIC X(126).
      *-----------------------------------------------------------------*
      *    TABLA DE CLIENTES (CLIENTES.DAT). WSS-CLI-ABIERTAS CUENTA
      *    LAS CUENTAS NO CERRADAS DE CUENTAS.TXT QUE LO REFERENCIAN;
      *    UN CLIENTE DADO DE BAJA QUEDA MARCADO Y NO SE REGRABA
      *-----------------------------------------------------------------*
       01  WSS-TABLA-CLI.
           05 WSS-CLI-CANT             PIC 9(05) VALUE 0.
           05 WSS-CLI-ENTRY OCCURS 1 TO 5000 TIMES
                              DEPENDING ON WSS-CLI-CANT
                              INDEXED BY WSS-CLI-IDX WSS-CLI-IDX2.
               10 WSS-CLI-REGISTRO.
                   15 WSS-CLI-NUMERO   PIC 9(08).
                   15 WSS-CLI-NOMBRE   PIC X(30).
                   15 WSS-CLI-TIPO-DOC PIC X(03).
                   15 WSS-CLI-NUM-DOC  PIC X(15).
                   15 WSS-CLI-PAIS     PIC X(03).
                   15 WSS-CLI-EMAIL    PIC X(40).
                   15 WSS-CLI-TELEFONO PIC X(15).
                   15 WSS-CLI-CANAL    PIC X(01).
               10 WSS-CLI-SITUACION    PIC X(01).
                   88 WSS-CLI-VIGENTE              VALUE 'V'.
                   88 WSS-CLI-RETIRADO             VALUE 'R'.
               10 WSS-CLI-ABIERTAS     PIC 9(05).
       01  WSS-SW-CLIENTE              PIC X(01).
           88 WSS-CLIENTE-ENCONTRADO               VALUE 'S'.
           88 WSS-CLIENTE-NO-ENCONTRADO            VALUE 'N'.
       01  WSS-SW-DOCUMENTO            PIC X(01).
           88 WSS-DOCUMENTO-REPETIDO               VALUE 'S'.
           88 WSS-DOCUMENTO-LIBRE                  VALUE 'N'.
       01  WSS-CLIENTE-BUSCADO         PIC 9(08).
       01  WSS-CLIENTE-DOC             PIC 9(08).
       01  WSS-IDX-SOBREVIVE           PIC 9(05).
       01  WSS-IDX-RETIRA              PIC 9(05).
       01  WSS-I                       PIC 9(05).
       01  WSS-J                       PIC 9(05).
       01  WSS-TOTALES-CONTROL.
           05 WSS-LEIDAS               PIC 9(04).
           05 WSS-CLIENTES-LEIDOS      PIC 9(05).
           05 WSS-ALTAS                PIC 9(04).
           05 WSS-CAMBIOS              PIC 9(04).
           05 WSS-BAJAS                PIC 9(04).
           05 WSS-FUSIONES             PIC 9(04).
           05 WSS-CTAS-REAPUNTADAS     PIC 9(06).
           05 WSS-RECHAZOS-TRANS       PIC 9(04).
           05 WSS-DUPLICADOS           PIC 9(04).
           05 WSS-CLIENTES-GRABADOS    PIC 9(05).

      ******************************************************************
       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESA-TRANS UNTIL FS-TRANSACC-FIN
           PERFORM 3000-INFORMA-DUPLICADOS
           PERFORM 4000-GRABA-MAESTRO
           PERFORM 9000-FINALIZAR
           .

      *-----------------------------------------------------------------*
      *    ABRO ARCHIVOS, CARGO CLIENTES Y CUENTAS ABIERTAS POR CLIENTE
      *    Y LEO LA PRIMERA TRANSACCION
      *-----------------------------------------------------------------*
       1000-INICIO.
           INITIALIZE WSS-TOTALES-CONTROL

           OPEN INPUT TRANSACC
           IF NOT FS-TRANSACC-OK
               DISPLAY 'ERROR APERTURA CLIMANT.DAT FS: ' FS-TRANSACC
               PERFORM 9050-ERROR-FATAL
           END-IF

           OPEN I-O MAESTRO-CTA
           IF NOT FS-MAESTRO-CTA-OK
               DISPLAY 'ERROR APERTURA CUENTAS.TXT FS: ' FS-MAESTRO-CTA
               PERFORM 9050-ERROR-FATAL
           END-IF

           OPEN OUTPUT AUDITORIA
           IF NOT FS-AUDITORIA-OK
               DISPLAY 'ERROR APERTURA CLIAUD.DAT FS: ' FS-AUDITORIA
               PERFORM 9050-ERROR-FATAL
           END-IF

           MOVE '-- AUDITORIA DE MANTENIMIENTO DE CLIENTES --'
                TO REG-AUDITORIA
           WRITE REG-AUDITORIA

           PERFORM 1100-CARGA-CLIENTES
           PERFORM 1200-CUENTA-ABIERTAS

           PERFORM 5000-LECTURA-TRANS
           .
       1000-INICIO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CARGO EL MAESTRO DE CLIENTES. SIN CLIENTES.DAT SE ARRANCA
      *    CON EL MAESTRO VACIO (LAS ALTAS LO CREAN). CON LA TABLA
      *    LLENA SE ABORTA: REGRABAR EL MAESTRO PERDERIA CLIENTES
      *-----------------------------------------------------------------*
       1100-CARGA-CLIENTES.
           OPEN INPUT MAESTRO-CLI
           IF FS-MAESTRO-CLI-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-MAESTRO-CLI-OK
                   DISPLAY 'ERROR APERTURA CLIENTES.DAT FS: '
                            FS-MAESTRO-CLI
                   PERFORM 9050-ERROR-FATAL
               ELSE
                   PERFORM 1110-LEE-CLIENTE
                       UNTIL FS-MAESTRO-CLI-FIN
                   CLOSE MAESTRO-CLI
               END-IF
           END-IF
           .
       1100-CARGA-CLIENTES-EXIT. EXIT.

       1110-LEE-CLIENTE.
           READ MAESTRO-CLI
           EVALUATE TRUE
               WHEN FS-MAESTRO-CLI-OK
                   ADD 1 TO WSS-CLIENTES-LEIDOS
                   IF WSS-CLI-CANT < 5000
                       ADD 1 TO WSS-CLI-CANT
                       SET WSS-CLI-IDX TO WSS-CLI-CANT
                       MOVE REG-MAESTRO-CLI
                            TO WSS-CLI-REGISTRO (WSS-CLI-IDX)
                       SET WSS-CLI-VIGENTE (WSS-CLI-IDX) TO TRUE
                       MOVE 0 TO WSS-CLI-ABIERTAS (WSS-CLI-IDX)
                   ELSE
                       DISPLAY 'MANTCLI: TABLA DE CLIENTES LLENA'
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
       1110-LEE-CLIENTE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    RECORRO CUENTAS.TXT Y CUENTO POR CLIENTE LAS CUENTAS QUE NO
      *    ESTAN CERRADAS: CON ALGUNA, EL CLIENTE NO PUEDE DARSE DE BAJA
      *-----------------------------------------------------------------*
       1200-CUENTA-ABIERTAS.
           PERFORM 5300-LECTURA-CUENTA
           PERFORM 1210-SUMA-CUENTA UNTIL FS-MAESTRO-CTA-FIN
           .
       1200-CUENTA-ABIERTAS-EXIT. EXIT.

       1210-SUMA-CUENTA.
           IF NOT CTA-ESTADO-CERRADA AND CTA-NUM-CLIENTE NOT = 0
               MOVE CTA-NUM-CLIENTE TO WSS-CLIENTE-BUSCADO
               PERFORM 5100-BUSCA-CLIENTE
               IF WSS-CLIENTE-ENCONTRADO
                   ADD 1 TO WSS-CLI-ABIERTAS (WSS-CLI-IDX)
               END-IF
           END-IF
           PERFORM 5300-LECTURA-CUENTA
           .
       1210-SUMA-CUENTA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    DESPACHO CADA TRANSACCION SEGUN SU TIPO DE MOVIMIENTO
      *-----------------------------------------------------------------*
       2000-PROCESA-TRANS.
           SET WSS-TRANS-VALIDA TO TRUE
           MOVE SPACES TO WSS-MOTIVO-RECHAZO

           IF T-NUM-CLIENTE NOT NUMERIC OR T-NUM-CLIENTE = 0
               MOVE 'NUMERO DE CLIENTE INVALIDO' TO WSS-MOTIVO-RECHAZO
               PERFORM 2400-GRABO-RECHAZO
           ELSE
               EVALUATE TRUE
                   WHEN T-ALTA
                       PERFORM 2100-ALTA
                   WHEN T-CAMBIO
                       PERFORM 2200-CAMBIO
                   WHEN T-BAJA
                       PERFORM 2300-BAJA
                   WHEN T-FUSION
                       PERFORM 2500-FUSION
                   WHEN OTHER
                       MOVE 'TIPO-MOV INVALIDO' TO WSS-MOTIVO-RECHAZO
                       PERFORM 2400-GRABO-RECHAZO
               END-EVALUATE
           END-IF

           PERFORM 5000-LECTURA-TRANS
           .
       2000-PROCESA-TRANS-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    ALTAS Y CAMBIOS TRAEN EL REGISTRO COMPLETO: NOMBRE Y
      *    DOCUMENTO SON OBLIGATORIOS Y EL DOCUMENTO NO PUEDE SER EL DE
      *    OTRO CLIENTE VIGENTE. EL CANAL DE AVISO EXIGE EL CORREO Y/O
      *    EL TELEFONO POR DONDE SE VA A AVISAR
      *-----------------------------------------------------------------*
       2050-VALIDA-DATOS.
           EVALUATE TRUE
               WHEN T-NOMBRE = SPACES OR T-TIPO-DOC = SPACES
                    OR T-NUM-DOC = SPACES OR T-PAIS = SPACES
                   SET WSS-TRANS-INVALIDA TO TRUE
                   MOVE 'DATOS DEL CLIENTE INCOMPLETOS'
                        TO WSS-MOTIVO-RECHAZO
               WHEN NOT T-CANAL-VALIDO
                   SET WSS-TRANS-INVALIDA TO TRUE
                   MOVE 'CANAL DE AVISO INVALIDO'
                        TO WSS-MOTIVO-RECHAZO
               WHEN (T-AVISO-EMAIL OR T-AVISO-AMBOS)
                    AND T-EMAIL = SPACES
                   SET WSS-TRANS-INVALIDA TO TRUE
                   MOVE 'CANAL DE AVISO SIN CORREO'
                        TO WSS-MOTIVO-RECHAZO
               WHEN (T-AVISO-SMS OR T-AVISO-AMBOS)
                    AND T-TELEFONO = SPACES
                   SET WSS-TRANS-INVALIDA TO TRUE
                   MOVE 'CANAL DE AVISO SIN TELEFONO'
                        TO WSS-MOTIVO-RECHAZO
           END-EVALUATE
           IF WSS-TRANS-VALIDA
               PERFORM 5110-BUSCA-DOCUMENTO
               IF WSS-DOCUMENTO-REPETIDO
                   SET WSS-TRANS-INVALIDA TO TRUE
                   STRING 'DOCUMENTO YA EXISTE EN CLIENTE '
                          WSS-CLIENTE-DOC
                          DELIMITED BY SIZE
                          INTO WSS-MOTIVO-RECHAZO
               END-IF
           END-IF
           .
       2050-VALIDA-DATOS-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    ALTA: EL NUMERO DE CLIENTE Y EL DOCUMENTO NO DEBEN EXISTIR
      *-----------------------------------------------------------------*
       2100-ALTA.
           MOVE T-NUM-CLIENTE TO WSS-CLIENTE-BUSCADO
           PERFORM 5100-BUSCA-CLIENTE
           IF WSS-CLIENTE-ENCONTRADO
               MOVE 'YA EXISTE EL CLIENTE' TO WSS-MOTIVO-RECHAZO
               PERFORM 2400-GRABO-RECHAZO
           ELSE
               PERFORM 2050-VALIDA-DATOS
               IF WSS-TRANS-VALIDA
                   PERFORM 2110-GRABA-ALTA
               ELSE
                   PERFORM 2400-GRABO-RECHAZO
               END-IF
           END-IF
           .
       2100-ALTA-EXIT. EXIT.

       2110-GRABA-ALTA.
           IF WSS-CLI-CANT NOT < 5000
               DISPLAY 'MANTCLI: TABLA DE CLIENTES LLENA'
               PERFORM 9050-ERROR-FATAL
           END-IF

           ADD 1 TO WSS-CLI-CANT
           SET WSS-CLI-IDX TO WSS-CLI-CANT
           PERFORM 5200-ARMA-REGISTRO
           SET WSS-CLI-VIGENTE (WSS-CLI-IDX) TO TRUE
           MOVE 0 TO WSS-CLI-ABIERTAS (WSS-CLI-IDX)

           ADD 1 TO WSS-ALTAS
           MOVE SPACES TO WSS-IMAGEN-ANTES
           MOVE WSS-CLI-REGISTRO (WSS-CLI-IDX) TO WSS-IMAGEN-DESPUES
           STRING 'ALTA   CLIENTE: ' T-NUM-CLIENTE
                  DELIMITED BY SIZE
                  INTO WSS-LINEA-AUDITORIA
           PERFORM 8000-GRABO-AUDITORIA
           PERFORM 8100-GRABO-IMAGENES
           .
       2110-GRABA-ALTA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CAMBIO: EL CLIENTE DEBE EXISTIR VIGENTE; SE REEMPLAZA EL
      *    REGISTRO COMPLETO
      *-----------------------------------------------------------------*
       2200-CAMBIO.
           MOVE T-NUM-CLIENTE TO WSS-CLIENTE-BUSCADO
           PERFORM 5100-BUSCA-CLIENTE
           IF WSS-CLIENTE-NO-ENCONTRADO
               MOVE 'NO EXISTE EL CLIENTE' TO WSS-MOTIVO-RECHAZO
               PERFORM 2400-GRABO-RECHAZO
           ELSE
               PERFORM 2050-VALIDA-DATOS
               IF WSS-TRANS-VALIDA
                   PERFORM 2210-GRABA-CAMBIO
               ELSE
                   PERFORM 2400-GRABO-RECHAZO
               END-IF
           END-IF
           .
       2200-CAMBIO-EXIT. EXIT.

       2210-GRABA-CAMBIO.
           MOVE WSS-CLI-REGISTRO (WSS-CLI-IDX) TO WSS-IMAGEN-ANTES
           PERFORM 5200-ARMA-REGISTRO
           MOVE WSS-CLI-REGISTRO (WSS-CLI-IDX) TO WSS-IMAGEN-DESPUES

           ADD 1 TO WSS-CAMBIOS
           STRING 'CAMBIO CLIENTE: ' T-NUM-CLIENTE
                  DELIMITED BY SIZE
                  INTO WSS-LINEA-AUDITORIA
           PERFORM 8000-GRABO-AUDITORIA
           PERFORM 8100-GRABO-IMAGENES
           .
       2210-GRABA-CAMBIO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    BAJA: NO SE DA DE BAJA UN CLIENTE QUE TODAVIA TIENE CUENTAS
      *    NO CERRADAS EN CUENTAS.TXT (QUEDARIAN APUNTANDO A NADIE)
      *-----------------------------------------------------------------*
       2300-BAJA.
           MOVE T-NUM-CLIENTE TO WSS-CLIENTE-BUSCADO
           PERFORM 5100-BUSCA-CLIENTE
           EVALUATE TRUE
               WHEN WSS-CLIENTE-NO-ENCONTRADO
                   MOVE 'NO EXISTE EL CLIENTE' TO WSS-MOTIVO-RECHAZO
                   PERFORM 2400-GRABO-RECHAZO
               WHEN WSS-CLI-ABIERTAS (WSS-CLI-IDX) > 0
                   STRING 'TIENE CUENTAS ABIERTAS: '
                          WSS-CLI-ABIERTAS (WSS-CLI-IDX)
                          DELIMITED BY SIZE
                          INTO WSS-MOTIVO-RECHAZO
                   PERFORM 2400-GRABO-RECHAZO
               WHEN OTHER
                   PERFORM 2310-GRABA-BAJA
           END-EVALUATE
           .
       2300-BAJA-EXIT. EXIT.

       2310-GRABA-BAJA.
           MOVE WSS-CLI-REGISTRO (WSS-CLI-IDX) TO WSS-IMAGEN-ANTES
           MOVE SPACES TO WSS-IMAGEN-DESPUES
           SET WSS-CLI-RETIRADO (WSS-CLI-IDX) TO TRUE

           ADD 1 TO WSS-BAJAS
           STRING 'BAJA   CLIENTE: ' T-NUM-CLIENTE
                  DELIMITED BY SIZE
                  INTO WSS-LINEA-AUDITORIA
           PERFORM 8000-GRABO-AUDITORIA
           PERFORM 8100-GRABO-IMAGENES
           .
       2310-GRABA-BAJA-EXIT. EXIT.

       2400-GRABO-RECHAZO.
           ADD 1 TO WSS-RECHAZOS-TRANS
           STRING 'RECHAZADA ' T-TIPO-MOV ' CLIENTE: ' T-NUM-CLIENTE
                  ' (' WSS-MOTIVO-RECHAZO ')'
                  DELIMITED BY SIZE
                  INTO WSS-LINEA-AUDITORIA
           PERFORM 8000-GRABO-AUDITORIA
           .
       2400-GRABO-RECHAZO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    FUSION: T-NUM-CLIENTE SOBREVIVE Y T-CLIENTE-RETIRA SE RETIRA.
      *    LOS DOS DEBEN EXISTIR VIGENTES Y SER DISTINTOS. TODAS LAS
      *    CUENTAS DEL QUE SE RETIRA (CERRADAS INCLUIDAS) PASAN AL QUE
      *    SOBREVIVE, Y DESPUES SE DA DE BAJA EL REGISTRO RETIRADO
      *-----------------------------------------------------------------*
       2500-FUSION.
           MOVE 0 TO WSS-IDX-SOBREVIVE
           MOVE 0 TO WSS-IDX-RETIRA

           MOVE T-NUM-CLIENTE TO WSS-CLIENTE-BUSCADO
           PERFORM 5100-BUSCA-CLIENTE
           IF WSS-CLIENTE-ENCONTRADO
               SET WSS-IDX-SOBREVIVE TO WSS-CLI-IDX
           END-IF

           IF T-CLIENTE-RETIRA NUMERIC
               MOVE T-CLIENTE-RETIRA TO WSS-CLIENTE-BUSCADO
               PERFORM 5100-BUSCA-CLIENTE
               IF WSS-CLIENTE-ENCONTRADO
                   SET WSS-IDX-RETIRA TO WSS-CLI-IDX
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN T-CLIENTE-RETIRA NOT NUMERIC
                    OR T-CLIENTE-RETIRA = 0
                   MOVE 'CLIENTE A RETIRAR INVALIDO'
                        TO WSS-MOTIVO-RECHAZO
                   PERFORM 2400-GRABO-RECHAZO
               WHEN T-CLIENTE-RETIRA = T-NUM-CLIENTE
                   MOVE 'NO SE FUSIONA UN CLIENTE CONSIGO'
                        TO WSS-MOTIVO-RECHAZO
                   PERFORM 2400-GRABO-RECHAZO
               WHEN WSS-IDX-SOBREVIVE = 0
                   MOVE 'NO EXISTE EL CLIENTE' TO WSS-MOTIVO-RECHAZO
                   PERFORM 2400-GRABO-RECHAZO
               WHEN WSS-IDX-RETIRA = 0
                   MOVE 'NO EXISTE EL CLIENTE A RETIRAR'
                        TO WSS-MOTIVO-RECHAZO
                   PERFORM 2400-GRABO-RECHAZO
               WHEN OTHER
                   PERFORM 2510-REAPUNTA-CUENTAS
                   PERFORM 2530-RETIRA-CLIENTE
           END-EVALUATE
           .
       2500-FUSION-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    RECORRO CUENTAS.TXT DESDE EL PRINCIPIO (CIERRO Y REABRO EL
      *    MAESTRO) Y REESCRIBO CADA CUENTA DEL CLIENTE QUE SE RETIRA
      *-----------------------------------------------------------------*
       2510-REAPUNTA-CUENTAS.
           CLOSE MAESTRO-CTA
           OPEN I-O MAESTRO-CTA
           IF NOT FS-MAESTRO-CTA-OK
               DISPLAY 'ERROR APERTURA CUENTAS.TXT FS: ' FS-MAESTRO-CTA
               PERFORM 9050-ERROR-FATAL
           END-IF

           PERFORM 5300-LECTURA-CUENTA
           PERFORM 2520-REAPUNTA-CUENTA UNTIL FS-MAESTRO-CTA-FIN

           ADD WSS-CLI-ABIERTAS (WSS-IDX-RETIRA)
            TO WSS-CLI-ABIERTAS (WSS-IDX-SOBREVIVE)
           MOVE 0 TO WSS-CLI-ABIERTAS (WSS-IDX-RETIRA)
           .
       2510-REAPUNTA-CUENTAS-EXIT. EXIT.

       2520-REAPUNTA-CUENTA.
           IF CTA-NUM-CLIENTE = T-CLIENTE-RETIRA
               MOVE REG-MAESTRO-CTA TO WSS-IMAGEN-ANTES
               MOVE T-NUM-CLIENTE   TO CTA-NUM-CLIENTE
               MOVE REG-MAESTRO-CTA TO WSS-IMAGEN-DESPUES

               REWRITE REG-MAESTRO-CTA
               IF FS-MAESTRO-CTA-OK
                   ADD 1 TO WSS-CTAS-REAPUNTADAS
                   STRING 'FUSION CUENTA CLAVE: ' CTA-PAIS
                          CTA-SUCURSAL CTA-NUM-CUENTA
                          ' CLIENTE: ' T-CLIENTE-RETIRA
                          ' -> ' T-NUM-CLIENTE
                          DELIMITED BY SIZE
                          INTO WSS-LINEA-AUDITORIA
                   PERFORM 8000-GRABO-AUDITORIA
                   PERFORM 8100-GRABO-IMAGENES
               ELSE
                   DISPLAY 'ERROR REESCRITURA CUENTAS.TXT FS: '
                            FS-MAESTRO-CTA
                   PERFORM 9050-ERROR-FATAL
               END-IF
           END-IF
           PERFORM 5300-LECTURA-CUENTA
           .
       2520-REAPUNTA-CUENTA-EXIT. EXIT.

       2530-RETIRA-CLIENTE.
           SET WSS-CLI-IDX TO WSS-IDX-RETIRA
           MOVE WSS-CLI-REGISTRO (WSS-CLI-IDX) TO WSS-IMAGEN-ANTES
           MOVE SPACES TO WSS-IMAGEN-DESPUES
           SET WSS-CLI-RETIRADO (WSS-CLI-IDX) TO TRUE

           ADD 1 TO WSS-FUSIONES
           STRING 'FUSION CLIENTE: ' T-CLIENTE-RETIRA
                  ' RETIRADO, SOBREVIVE: ' T-NUM-CLIENTE
                  DELIMITED BY SIZE
                  INTO WSS-LINEA-AUDITORIA
           PERFORM 8000-GRABO-AUDITORIA
           PERFORM 8100-GRABO-IMAGENES
           .
       2530-RETIRA-CLIENTE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    DOCUMENTOS QUE SIGUEN REPETIDOS ENTRE CLIENTES VIGENTES
      *    DESPUES DE LAS TRANSACCIONES: VAN A LA AUDITORIA PARA QUE SE
      *    CARGUE LA FUSION QUE CORRESPONDA (RETURN-CODE 4)
      *-----------------------------------------------------------------*
       3000-INFORMA-DUPLICADOS.
           PERFORM 3010-COMPARA-CLIENTE
               VARYING WSS-I FROM 1 BY 1
               UNTIL WSS-I > WSS-CLI-CANT
           .
       3000-INFORMA-DUPLICADOS-EXIT. EXIT.

       3010-COMPARA-CLIENTE.
           IF WSS-CLI-VIGENTE (WSS-I)
               COMPUTE WSS-J = WSS-I + 1
               PERFORM 3020-COMPARA-DOCUMENTO
                   UNTIL WSS-J > WSS-CLI-CANT
           END-IF
           .
       3010-COMPARA-CLIENTE-EXIT. EXIT.

       3020-COMPARA-DOCUMENTO.
           IF WSS-CLI-VIGENTE (WSS-J)
              AND WSS-CLI-TIPO-DOC (WSS-J) = WSS-CLI-TIPO-DOC (WSS-I)
              AND WSS-CLI-NUM-DOC (WSS-J)  = WSS-CLI-NUM-DOC (WSS-I)
               ADD 1 TO WSS-DUPLICADOS
               STRING 'DOCUMENTO REPETIDO: ' WSS-CLI-TIPO-DOC (WSS-I)
                      ' ' WSS-CLI-NUM-DOC (WSS-I)
                      ' CLIENTES: ' WSS-CLI-NUMERO (WSS-I)
                      ' Y ' WSS-CLI-NUMERO (WSS-J)
                      DELIMITED BY SIZE
                      INTO WSS-LINEA-AUDITORIA
               PERFORM 8000-GRABO-AUDITORIA
           END-IF
           ADD 1 TO WSS-J
           .
       3020-COMPARA-DOCUMENTO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    FIN DE CORRIDA LIMPIO: REGRABO CLIENTES.DAT DESDE LA TABLA,
      *    SIN LOS CLIENTES DADOS DE BAJA O RETIRADOS POR FUSION
      *-----------------------------------------------------------------*
       4000-GRABA-MAESTRO.
           OPEN OUTPUT MAESTRO-CLI
           IF NOT FS-MAESTRO-CLI-OK
               DISPLAY 'ERROR APERTURA CLIENTES.DAT FS: '
                        FS-MAESTRO-CLI
               PERFORM 9050-ERROR-FATAL
           END-IF

           PERFORM 4010-GRABA-CLIENTE
               VARYING WSS-I FROM 1 BY 1
               UNTIL WSS-I > WSS-CLI-CANT

           CLOSE MAESTRO-CLI
           .
       4000-GRABA-MAESTRO-EXIT. EXIT.

       4010-GRABA-CLIENTE.
           IF WSS-CLI-VIGENTE (WSS-I)
               MOVE WSS-CLI-REGISTRO (WSS-I) TO REG-MAESTRO-CLI
               WRITE REG-MAESTRO-CLI
               IF FS-MAESTRO-CLI-OK
                   ADD 1 TO WSS-CLIENTES-GRABADOS
               ELSE
                   DISPLAY 'ERROR ESCRITURA CLIENTES.DAT FS: '
                            FS-MAESTRO-CLI
                   PERFORM 9050-ERROR-FATAL
               END-IF
           END-IF
           .
       4010-GRABA-CLIENTE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    LEO UNA TRANSACCION DE CLIMANT.DAT
      *-----------------------------------------------------------------*
       5000-LECTURA-TRANS.
           READ TRANSACC
           EVALUATE TRUE
               WHEN FS-TRANSACC-OK
                   ADD 1 TO WSS-LEIDAS
               WHEN FS-TRANSACC-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA CLIMANT.DAT FS: '
                            FS-TRANSACC
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       5000-LECTURA-TRANS-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    BUSCO UN CLIENTE VIGENTE POR NUMERO (DEJA WSS-CLI-IDX)
      *-----------------------------------------------------------------*
       5100-BUSCA-CLIENTE.
           SET WSS-CLIENTE-NO-ENCONTRADO TO TRUE
           IF WSS-CLI-CANT > 0
               SET WSS-CLI-IDX TO 1
               SEARCH WSS-CLI-ENTRY
                   AT END
                       CONTINUE
                   WHEN WSS-CLI-NUMERO (WSS-CLI-IDX)
                                   = WSS-CLIENTE-BUSCADO
                    AND WSS-CLI-VIGENTE (WSS-CLI-IDX)
                       SET WSS-CLIENTE-ENCONTRADO TO TRUE
               END-SEARCH
           END-IF
           .
       5100-BUSCA-CLIENTE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    BUSCO EL DOCUMENTO DE LA TRANSACCION EN OTRO CLIENTE VIGENTE
      *    (DEJA SU NUMERO EN WSS-CLIENTE-DOC)
      *-----------------------------------------------------------------*
       5110-BUSCA-DOCUMENTO.
           SET WSS-DOCUMENTO-LIBRE TO TRUE
           IF WSS-CLI-CANT > 0
               SET WSS-CLI-IDX2 TO 1
               SEARCH WSS-CLI-ENTRY VARYING WSS-CLI-IDX2
                   AT END
                       CONTINUE
                   WHEN WSS-CLI-TIPO-DOC (WSS-CLI-IDX2) = T-TIPO-DOC
                    AND WSS-CLI-NUM-DOC (WSS-CLI-IDX2)  = T-NUM-DOC
                    AND WSS-CLI-NUMERO (WSS-CLI-IDX2)
                                   NOT = T-NUM-CLIENTE
                    AND WSS-CLI-VIGENTE (WSS-CLI-IDX2)
                       SET WSS-DOCUMENTO-REPETIDO TO TRUE
                       MOVE WSS-CLI-NUMERO (WSS-CLI-IDX2)
                            TO WSS-CLIENTE-DOC
               END-SEARCH
           END-IF
           .
       5110-BUSCA-DOCUMENTO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    ARMO LA ENTRADA DE LA TABLA CON LOS CAMPOS DE LA TRANSACCION
      *-----------------------------------------------------------------*
       5200-ARMA-REGISTRO.
           MOVE T-NUM-CLIENTE  TO WSS-CLI-NUMERO (WSS-CLI-IDX)
           MOVE T-NOMBRE       TO WSS-CLI-NOMBRE (WSS-CLI-IDX)
           MOVE T-TIPO-DOC     TO WSS-CLI-TIPO-DOC (WSS-CLI-IDX)
           MOVE T-NUM-DOC      TO WSS-CLI-NUM-DOC (WSS-CLI-IDX)
           MOVE T-PAIS         TO WSS-CLI-PAIS (WSS-CLI-IDX)
           MOVE T-EMAIL        TO WSS-CLI-EMAIL (WSS-CLI-IDX)
           MOVE T-TELEFONO     TO WSS-CLI-TELEFONO (WSS-CLI-IDX)
           MOVE T-CANAL-AVISO  TO WSS-CLI-CANAL (WSS-CLI-IDX)
           .
       5200-ARMA-REGISTRO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    LECTURA SECUENCIAL DE CUENTAS.TXT
      *-----------------------------------------------------------------*
       5300-LECTURA-CUENTA.
           READ MAESTRO-CTA NEXT RECORD
           EVALUATE TRUE
               WHEN FS-MAESTRO-CTA-OK
                   CONTINUE
               WHEN FS-MAESTRO-CTA-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA CUENTAS.TXT FS: '
                            FS-MAESTRO-CTA
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       5300-LECTURA-CUENTA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    ESCRIBO UNA LINEA EN EL LISTADO DE AUDITORIA
      *-----------------------------------------------------------------*
       8000-GRABO-AUDITORIA.
           MOVE WSS-LINEA-AUDITORIA TO REG-AUDITORIA
           WRITE REG-AUDITORIA
           MOVE SPACES TO WSS-LINEA-AUDITORIA
           .
       8000-GRABO-AUDITORIA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    IMAGEN ANTES/DESPUES DEL REGISTRO MODIFICADO
      *-----------------------------------------------------------------*
       8100-GRABO-IMAGENES.
           STRING '  ANTES:   ' WSS-IMAGEN-ANTES
                  DELIMITED BY SIZE
                  INTO WSS-LINEA-AUDITORIA
           PERFORM 8000-GRABO-AUDITORIA
           STRING '  DESPUES: ' WSS-IMAGEN-DESPUES
                  DELIMITED BY SIZE
                  INTO WSS-LINEA-AUDITORIA
           PERFORM 8000-GRABO-AUDITORIA
           .
       8100-GRABO-IMAGENES-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    UN ERROR FATAL DEJA RETURN-CODE EN 8 ANTES DE FINALIZAR. EL
      *    MAESTRO DE CLIENTES NO SE REGRABA: QUEDA COMO ESTABA
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
           CLOSE TRANSACC
           CLOSE MAESTRO-CTA
           CLOSE AUDITORIA
           STOP RUN
           .
       9000-FINALIZAR-EXIT. EXIT.

       9100-TOTALES-DE-CONTROL.
           DISPLAY '-------------------------------'
           DISPLAY '- TRANSACCIONES LEIDAS: '  WSS-LEIDAS
           DISPLAY '- CLIENTES LEIDOS: '       WSS-CLIENTES-LEIDOS
           DISPLAY '- ALTAS CLIENTES: '        WSS-ALTAS
           DISPLAY '- CAMBIOS CLIENTES: '      WSS-CAMBIOS
           DISPLAY '- BAJAS CLIENTES: '        WSS-BAJAS
           DISPLAY '- FUSIONES CLIENTES: '     WSS-FUSIONES
           DISPLAY '- CUENTAS REAPUNTADAS: '   WSS-CTAS-REAPUNTADAS
           DISPLAY '- TRANS. RECHAZADAS: '     WSS-RECHAZOS-TRANS
           DISPLAY '- DOCUMENTOS REPETIDOS: '  WSS-DUPLICADOS
           DISPLAY '- CLIENTES GRABADOS: '     WSS-CLIENTES-GRABADOS
           DISPLAY '-------------------------------'

           IF RETURN-CODE = 0
              AND (WSS-RECHAZOS-TRANS > 0 OR WSS-DUPLICADOS > 0)
               MOVE 4 TO RETURN-CODE
           END-IF
           .
       9100-TOTALES-DE-CONTROL-EXIT. EXIT.
