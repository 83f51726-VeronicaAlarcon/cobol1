      *                DE PAIS DE SALDOS.DAT (SD-COD-SUC = 0) DE LA
      *                MISMA FECHA DE NEGOCIO; TODA DIFERENCIA TERMINA
      *                CON RETURN-CODE 8.
      * Modificaciones:
      *   2026-10-15  - REG-IMAGEN PASA DE X(83) A X(86) JUNTO CON EL
      *                 REGISTRO DE CUENTASC.CPY (CTA-PRODUCTO). UNA
      *                 IMAGEN DESCARGADA ANTES DEL CAMBIO NO SE
      *                 RECARGA: SE DESCARGA DE NUEVO EL MAESTRO.
      *   2026-10-15  - CIERRE PARTIDO POR PAIS (CIERPAC): LA FUNCION
      *                 'V' SOLO VERIFICA LOS PAISES DE CIERPAIS.DAT
      *                 (TODOS SI NO HAY LISTA) Y CONSULTA EN RUNCTL SI
      *                 CORTE2 COMPLETO CADA UNO: UN PAIS RETENIDO NO
      *                 TIENE SALDOS.DAT DE LA FECHA, SE INFORMA Y DEJA
      *                 RETURN-CODE 4 EN VEZ DE UNA DIFERENCIA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTAUNLD.
           SELECT SALDOS ASSIGN TO "SALDOS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALDOS.
           SELECT LISTA-PAISES ASSIGN TO "CIERPAIS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-LISTA-PAISES.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           01  REG-MAESTRO-CTA.
               COPY CUENTASC.
       FD  IMAGEN.
           01  REG-IMAGEN               PIC X(86).
      *    VISTAS DE LOS REGISTROS DE CONTROL DE LA IMAGEN
           01  REG-IMAGEN-HDR.
               05 IH-TIPO               PIC X(03).
               05 SD-CANTIDAD       PIC 9(06).
               05 SD-SALDO          PIC S9(09)V99.
               05 SD-MONEDA         PIC X(03).
       FD  LISTA-PAISES.
           01  REG-LISTA-PAISES.
               05 LP-PAIS           PIC X(03).

      ******************************************************************
       WORKING-STORAGE SECTION.
           05  FS-SALDOS               PIC X(02).
                   88 FS-SALDOS-OK                 VALUE '00'.
                   88 FS-SALDOS-FIN                VALUE '10'.
           05  FS-LISTA-PAISES         PIC X(02).
                   88 FS-LISTA-PAISES-OK           VALUE '00'.
                   88 FS-LISTA-PAISES-FIN          VALUE '10'.
                   88 FS-LISTA-PAISES-NO-EXISTE    VALUE '35'.
       01  WSS-FUNCION                 PIC X(01).
           88 WSS-ES-DESCARGA                      VALUE 'U'.
           88 WSS-ES-RECARGA                       VALUE 'R'.
               10 WSS-PAIS-COTEJADO    PIC X(01).
                   88 WSS-PAIS-YA-COTEJADO       VALUE 'S'.
       01  WSS-DIFERENCIAS             PIC 9(04) VALUE 0.
       01  WSS-RETENIDOS               PIC 9(04) VALUE 0.
       01  WSS-FECHA-EJECUCION         PIC 9(08).
       01  WSS-TOTALES-CONTROL.
           05 WSS-LEIDAS               PIC 9(06).
           05 WSS-GRABADAS             PIC 9(06).
       01  AREADECOM-CTL.
           COPY CPY003.
           COPY CIERPAC.

      ******************************************************************
       PROCEDURE DIVISION.
           INITIALIZE WSS-TOTALES-CONTROL
           SET WSS-TRAILER-PENDIENTE TO TRUE
           ACCEPT WSS-FECHA-EJECUCION FROM DATE YYYYMMDD
           PERFORM 8000-CARGA-LISTA-PAISES

           OPEN INPUT PARM
           IF NOT FS-PARM-OK
           MOVE 0 TO WSS-HASH-IMAGEN
           MOVE 0 TO WSS-PAIS-CANT
           MOVE 0 TO WSS-DIFERENCIAS
           MOVE 0 TO WSS-RETENIDOS
           .
       1600-REINICIA-IMAGEN-EXIT. EXIT.

      *    FUNCION V: VALIDO LA IMAGEN (QUE DE PASO ACUMULA LOS
      *    TOTALES POR PAIS) Y LOS COTEJO CONTRA LOS REGISTROS DE PAIS
      *    DE SALDOS.DAT. CUALQUIER DIFERENCIA DE CANTIDAD O SALDO, O
      *    UN PAIS DE UN LADO SOLO, TERMINA CON RETURN-CODE 8. SOLO SE
      *    VERIFICAN LOS PAISES DE LA CORRIDA QUE CORTE2 COMPLETO (4400)
      *-----------------------------------------------------------------*
       4000-VERIFICA.
           PERFORM 5000-VALIDA-IMAGEN
           ELSE
               DISPLAY 'CTAUNLD: IMAGEN VERIFICADA CONTRA SALDOS.DAT'
           END-IF
           IF WSS-RETENIDOS > 0 AND RETURN-CODE < 4
               DISPLAY 'CTAUNLD: ' WSS-RETENIDOS
                       ' PAISES RETENIDOS SIN VERIFICAR'
               MOVE 4 TO RETURN-CODE
           END-IF
           .
       4000-VERIFICA-EXIT. EXIT.

           EVALUATE TRUE
               WHEN FS-SALDOS-OK
                   IF SD-COD-SUC = 0
                       MOVE SD-COD-PAIS TO PP-PAIS-ACTUAL
                       PERFORM 4400-HABILITA-VERIFICACION
                       IF PP-PAIS-HABILITADO
                           PERFORM 4200-COTEJA-UN-PAIS
                       ELSE
                           PERFORM 4250-DESCARTA-PAIS
                       END-IF
                   END-IF
               WHEN FS-SALDOS-FIN
                   CONTINUE
           .
       4200-COTEJA-UN-PAIS-EXIT. EXIT.

      *    UN PAIS QUE NO SE VERIFICA TAMPOCO CUENTA COMO PAIS DE LA
      *    IMAGEN SIN SALDOS.DAT
       4250-DESCARTA-PAIS.
           SET WSS-PAIS-IDX TO 1
           SEARCH WSS-PAIS-ENTRY
               AT END
                   CONTINUE
               WHEN WSS-PAIS-CODIGO (WSS-PAIS-IDX) = SD-COD-PAIS
                   SET WSS-PAIS-YA-COTEJADO (WSS-PAIS-IDX) TO TRUE
           END-SEARCH
           .
       4250-DESCARTA-PAIS-EXIT. EXIT.

       4300-PAIS-SIN-COTEJAR.
           IF NOT WSS-PAIS-YA-COTEJADO (WSS-PAIS-IDX)
               MOVE WSS-PAIS-CODIGO (WSS-PAIS-IDX) TO PP-PAIS-ACTUAL
               PERFORM 4400-HABILITA-VERIFICACION
               IF PP-PAIS-HABILITADO
                   ADD 1 TO WSS-DIFERENCIAS
                   DISPLAY 'CTAUNLD: PAIS '
                            WSS-PAIS-CODIGO (WSS-PAIS-IDX)
                           ' EN LA IMAGEN PERO NO EN SALDOS.DAT'
               END-IF
           END-IF
           .
       4300-PAIS-SIN-COTEJAR-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    EL PAIS DE PP-PAIS-ACTUAL SE VERIFICA SI ESTA EN LA LISTA DE
      *    LA CORRIDA (O NO HAY LISTA) Y CORTE2 LO COMPLETO EN LA FECHA.
      *    ESTE PASO NO SE ESTAMPA EN RUNCTL: SOLO CONSULTA ('K').
      *-----------------------------------------------------------------*
       4400-HABILITA-VERIFICACION.
           SET PP-PAIS-HABILITADO TO TRUE
           IF PP-LISTA-CANT > 0
               SET PP-LISTA-IDX TO 1
               SEARCH PP-LISTA-ENTRY
                   AT END
                       SET PP-PAIS-OMITIDO TO TRUE
                   WHEN PP-LISTA-PAIS (PP-LISTA-IDX) = PP-PAIS-ACTUAL
                       CONTINUE
               END-SEARCH
           END-IF

           IF PP-PAIS-HABILITADO
               SET CTL-FUNCION-CONSULTA-PAIS TO TRUE
               MOVE 'CORTE2'       TO CTL-PROGRAMA
               MOVE SPACES         TO CTL-PREDECESOR
               MOVE PP-PAIS-ACTUAL TO CTL-PAIS
               MOVE 0              TO CTL-RETORNO-JOB
      *        EL GOBACK DE LA RUTINA PISA RETURN-CODE: LO RESGUARDO
               MOVE RETURN-CODE    TO PP-RETORNO-PASO
               CALL 'RUNCTL' USING AREADECOM-CTL
               MOVE PP-RETORNO-PASO TO RETURN-CODE
               EVALUATE TRUE
                   WHEN CTL-OK
                       CONTINUE
                   WHEN CTL-PREDECESOR-PENDIENTE
                       SET PP-PAIS-OMITIDO TO TRUE
                       ADD 1 TO WSS-RETENIDOS
                       DISPLAY 'CTAUNLD: PAIS ' PP-PAIS-ACTUAL
                               ' RETENIDO EN CORTE2, NO SE VERIFICA'
                   WHEN OTHER
                       DISPLAY 'CTAUNLD: CONTROL DE CORRIDAS CON ERROR'
                       PERFORM 9050-ERROR-FATAL
               END-EVALUATE
           END-IF
           .
       4400-HABILITA-VERIFICACION-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    PASADA DE VALIDACION DE LA IMAGEN: CABECERA PRESENTE,
      *    CIERRE PRESENTE Y CANTIDAD/SUMA DECLARADAS IGUALES A LO
           .
       5200-ACUMULA-PAIS-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    LISTA DE PAISES DE LA CORRIDA (CIERPAIS.DAT, OPCIONAL: SIN
      *    LISTA SE PROCESAN TODOS LOS PAISES QUE TRAEN LOS DATOS)
      *-----------------------------------------------------------------*
       8000-CARGA-LISTA-PAISES.
           OPEN INPUT LISTA-PAISES
           IF FS-LISTA-PAISES-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-LISTA-PAISES-OK
                   DISPLAY 'ERROR APERTURA CIERPAIS.DAT FS: '
                            FS-LISTA-PAISES
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   PERFORM 8010-LEE-LISTA-PAISES
                       UNTIL FS-LISTA-PAISES-FIN
                   CLOSE LISTA-PAISES
               END-IF
           END-IF
           .
       8000-CARGA-LISTA-PAISES-EXIT. EXIT.

       8010-LEE-LISTA-PAISES.
           READ LISTA-PAISES
           EVALUATE TRUE
               WHEN FS-LISTA-PAISES-OK
                   IF LP-PAIS NOT = SPACES
                       IF PP-LISTA-CANT < 50
                           ADD 1 TO PP-LISTA-CANT
                           MOVE LP-PAIS
                                TO PP-LISTA-PAIS (PP-LISTA-CANT)
                       ELSE
                           DISPLAY 'CIERPAIS.DAT CON MAS DE 50 PAISES'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
               WHEN FS-LISTA-PAISES-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA CIERPAIS.DAT FS: '
                            FS-LISTA-PAISES
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .
       8010-LEE-LISTA-PAISES-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    UN ERROR FATAL DEJA RETURN-CODE EN 8 ANTES DE FINALIZAR
      *-----------------------------------------------------------------*
