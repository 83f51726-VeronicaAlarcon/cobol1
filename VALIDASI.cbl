      * Modificaciones:
      *   2026-09-01  - CONTROL DE CORRIDAS VIA RUNCTL (PREDECESOR
      *                 GENASIEN) PARA EL CICLO MENSUAL CIERRMES.JCL.
      *   2026-10-15  - LIQUIDACION ENTRE SUCURSALES: ASIENTOS.DAT TRAE
      *                 ADEMAS LOS LOTES INTERFILIALES DIARIOS DE
      *                 LIQSUC; LA TABLA DE LOTES/MONEDAS PASA DE 100 A
      *                 500 Y SE PRUEBA QUE EL RUBRO 19 (CUENTAS
      *                 INTERFILIALES) NETEE A CERO EN TODO EL GRUPO
      *                 POR MONEDA, CON UNA LINEA POR MONEDA EN
      *                 VALIDREP.DAT; SI NO NETEA, RETURN-CODE 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDASI.
      *-----------------------------------------------------------------*
       01  WSS-TABLA-LOTES.
           05 WSS-LOTE-CANT            PIC 9(03) VALUE 0.
           05 WSS-LOTE-ENTRY OCCURS 1 TO 500 TIMES
                              DEPENDING ON WSS-LOTE-CANT
                              INDEXED BY WSS-LOTE-IDX.
               10 WSS-LOTE-NUMERO      PIC 9(06).
               10 WSS-LOTE-DEBE        PIC S9(13)V99.
               10 WSS-LOTE-HABER       PIC S9(13)V99.
       01  WSS-LOTES-PERDIDOS          PIC 9(03) VALUE 0.
      *-----------------------------------------------------------------*
      *    NETO DEBE - HABER DEL RUBRO INTERFILIAL POR MONEDA: LO QUE
      *    UNA SUCURSAL O PAIS TIENE A COBRAR OTRA LO TIENE A PAGAR, ASI
      *    QUE EN EL GRUPO TIENE QUE DAR CERO
      *-----------------------------------------------------------------*
       01  WSS-RUBRO-INTERFILIAL       PIC X(02) VALUE '19'.
       01  WSS-TABLA-INTERFIL.
           05 WSS-INT-CANT             PIC 9(02) VALUE 0.
           05 WSS-INT-ENTRY OCCURS 1 TO 20 TIMES
                              DEPENDING ON WSS-INT-CANT
                              INDEXED BY WSS-INT-IDX.
               10 WSS-INT-MONEDA       PIC X(03).
               10 WSS-INT-NETO         PIC S9(13)V99.
       01  WSS-INT-PERDIDAS            PIC 9(03) VALUE 0.
       01  WSS-DIFERENCIA              PIC S9(13)V99.
       01  WSS-I                       PIC 9(03).
       01  WSS-TOTALES-CONTROL.
           05 WSS-SIN-PLAN             PIC 9(04).
           05 WSS-TIPO-INVALIDO        PIC 9(04).
           05 WSS-DESBALANCEADOS       PIC 9(03).
           05 WSS-INTERFIL-DESCUADRE   PIC 9(03).
      *-----------------------------------------------------------------*
      *    LINEAS DEL REPORTE
      *-----------------------------------------------------------------*
           05 WSS-DET-DIFERENCIA       PIC --,---,--9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WSS-DET-VEREDICTO        PIC X(13).
       01  WSS-LINEA-INTERFIL.
           05 FILLER                   PIC X(31)
                  VALUE 'RUBRO 19 INTERFILIALES    MON '.
           05 WSS-INT-DET-MONEDA       PIC X(03).
           05 FILLER                   PIC X(07) VALUE ' NETO: '.
           05 WSS-INT-DET-NETO         PIC --,---,---,---,--9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WSS-INT-DET-VEREDICTO    PIC X(13).
           05 FILLER                   PIC X(24) VALUE SPACES.
       01  WSS-LINEA-TOTAL.
           05 WSS-TOT-TEXTO            PIC X(40).
           05 WSS-TOT-CANT             PIC ZZZ,ZZ9.
       2000-PROCESO.
           PERFORM 2100-VALIDA-ASIENTO
           PERFORM 2200-ACUMULA-LOTE
           IF AS-CTA-RUBRO = WSS-RUBRO-INTERFILIAL
               PERFORM 2500-ACUMULA-INTERFIL
           END-IF
           PERFORM 5000-LECTURA-ASIENTO
           .
       2000-PROCESO-EXIT. EXIT.
       2200-ACUMULA-LOTE-EXIT. EXIT.

       2300-AGREGA-LOTE.
           IF WSS-LOTE-CANT < 500
               ADD 1 TO WSS-LOTE-CANT
               SET WSS-LOTE-IDX TO WSS-LOTE-CANT
               MOVE AS-LOTE   TO WSS-LOTE-NUMERO (WSS-LOTE-IDX)
           .
       2400-SUMA-LOTE-EXIT. EXIT.

       2500-ACUMULA-INTERFIL.
           SET WSS-INT-IDX TO 1
           SEARCH WSS-INT-ENTRY
               AT END
                   PERFORM 2510-AGREGA-INTERFIL
               WHEN WSS-INT-MONEDA (WSS-INT-IDX) = AS-MONEDA
                   PERFORM 2520-SUMA-INTERFIL
           END-SEARCH
           .
       2500-ACUMULA-INTERFIL-EXIT. EXIT.

       2510-AGREGA-INTERFIL.
           IF WSS-INT-CANT < 20
               ADD 1 TO WSS-INT-CANT
               SET WSS-INT-IDX TO WSS-INT-CANT
               MOVE AS-MONEDA TO WSS-INT-MONEDA (WSS-INT-IDX)
               MOVE 0         TO WSS-INT-NETO (WSS-INT-IDX)
               PERFORM 2520-SUMA-INTERFIL
           ELSE
               ADD 1 TO WSS-INT-PERDIDAS
           END-IF
           .
       2510-AGREGA-INTERFIL-EXIT. EXIT.

       2520-SUMA-INTERFIL.
           IF AS-DEBE
               ADD AS-IMPORTE      TO WSS-INT-NETO (WSS-INT-IDX)
           ELSE
               SUBTRACT AS-IMPORTE FROM WSS-INT-NETO (WSS-INT-IDX)
           END-IF
           .
       2520-SUMA-INTERFIL-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    UNA LINEA POR LOTE/MONEDA CON SU VEREDICTO; LOS TOTALES DE
      *    CONTROL AL PIE
           PERFORM 3100-GRABO-UN-LOTE
               VARYING WSS-I FROM 1 BY 1
               UNTIL WSS-I > WSS-LOTE-CANT
           PERFORM 3200-GRABO-INTERFIL
               VARYING WSS-I FROM 1 BY 1
               UNTIL WSS-I > WSS-INT-CANT

           MOVE '-ASIENTOS LEIDOS: ' TO WSS-TOT-TEXTO
           MOVE WSS-LEIDOS TO WSS-TOT-CANT
           MOVE '-LOTES/MONEDAS DESBALANCEADOS: ' TO WSS-TOT-TEXTO
           MOVE WSS-DESBALANCEADOS TO WSS-TOT-CANT
           WRITE REG-REPORTE FROM WSS-LINEA-TOTAL
           MOVE '-MONEDAS CON INTERFILIALES SIN NETEAR: '
                TO WSS-TOT-TEXTO
           MOVE WSS-INTERFIL-DESCUADRE TO WSS-TOT-CANT
           WRITE REG-REPORTE FROM WSS-LINEA-TOTAL
           .
       3000-GRABO-VEREDICTOS-EXIT. EXIT.

           .
       3100-GRABO-UN-LOTE-EXIT. EXIT.

       3200-GRABO-INTERFIL.
           MOVE WSS-INT-MONEDA (WSS-I) TO WSS-INT-DET-MONEDA
           MOVE WSS-INT-NETO (WSS-I)   TO WSS-INT-DET-NETO
           IF WSS-INT-NETO (WSS-I) = 0
               MOVE 'NETEA A CERO'  TO WSS-INT-DET-VEREDICTO
           ELSE
               MOVE 'NO NETEA'      TO WSS-INT-DET-VEREDICTO
               ADD 1 TO WSS-INTERFIL-DESCUADRE
           END-IF

           WRITE REG-REPORTE FROM WSS-LINEA-INTERFIL
           IF NOT FS-REPORTE-OK
               DISPLAY 'ERROR ESCRITURA VALIDREP.DAT FS: ' FS-REPORTE
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       3200-GRABO-INTERFIL-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    LEO UN ASIENTO DE ASIENTOS.DAT
      *-----------------------------------------------------------------*
           DISPLAY '- TIPOS INVALIDOS: ' WSS-TIPO-INVALIDO
           DISPLAY '- LOTES/MONEDAS DESBALANCEADOS: '
                    WSS-DESBALANCEADOS
           DISPLAY '- MONEDAS CON INTERFILIALES SIN NETEAR: '
                    WSS-INTERFIL-DESCUADRE
           DISPLAY '-------------------------------'

           IF RETURN-CODE = 0
              AND (WSS-DESBALANCEADOS > 0 OR WSS-SIN-PLAN > 0
                   OR WSS-TIPO-INVALIDO > 0
                   OR WSS-LOTES-PERDIDOS > 0
                   OR WSS-INTERFIL-DESCUADRE > 0
                   OR WSS-INT-PERDIDAS > 0)
               DISPLAY 'VALIDASI: LOTE CON NOVEDADES, NO ENVIAR '
                       'AL MAYOR'
               MOVE 8 TO RETURN-CODE
