      *            ANTES DE EMPEZAR EN VEZ DE DESCUBRIRSE DESPUES EN
      *            LAS BITACORAS. UNA CORRIDA QUE ABORTO QUEDA EN 'E',
      *            ASI LA RECORRIDA DEL MISMO DIA ESTA PERMITIDA.
      * Modificaciones:
      *   2026-10-15  - LA TABLA DE PASOS CRECE DE 20 A 50: CON LOS
      *                 PASOS NOCTURNOS Y MENSUALES JUNTOS YA NO
      *                 ENTRABAN EN 20.
      *   2026-10-15  - FUNCION 'Q' DE CONSULTA (NO REGRABA RUNCTL.DAT):
      *                 INFORMA LA FECHA DE NEGOCIO Y SI CTL-PROGRAMA
      *                 YA ARRANCO ESA FECHA, PARA QUE LA CAPTURA EN
      *                 LINEA DE CAPTMOV SE CIERRE AL ARRANCAR APLICMOV.
      *   2026-10-15  - CIERRE PARTIDO POR PAIS: RUNCTL.DAT SUMA RC-PAIS
      *                 (EN BLANCO EN LA ENTRADA DEL PROGRAMA) Y LAS
      *                 FUNCIONES 'P'/'T' (INICIO/FIN DE UN PAIS), 'K'
      *                 (CONSULTA DE UN PAIS) Y 'R' (CONSULTA DE
      *                 REPROCESO). UN PAIS CON EL PREDECESOR PENDIENTE
      *                 QUEDA 'R' (RETENIDO). LA TABLA CRECE DE 50 A 300
      *                 ENTRADAS PARA LAS DE PAIS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNCTL.
               05 RC-FECHA            PIC 9(08).
               05 RC-ESTADO           PIC X(01).
               05 RC-RETORNO          PIC 9(02).
               05 RC-PAIS             PIC X(03).

      ******************************************************************
       WORKING-STORAGE SECTION.
                   88 FS-CONTROL-NO-EXISTE         VALUE '35'.
      *-----------------------------------------------------------------*
      *    IMAGEN EN MEMORIA DE RUNCTL.DAT: LA FECHA DE NEGOCIO DEL
      *    PRIMER REGISTRO (PROGRAMA 'FECHA') Y UNA ENTRADA POR PASO,
      *    MAS UNA POR PASO Y PAIS EN LOS PASOS PARTIDOS POR PAIS
      *-----------------------------------------------------------------*
       01  WSS-FECHA-NEGOCIO           PIC 9(08).
       01  WSS-TABLA-PASOS.
           05 WSS-PASO-CANT            PIC 9(03) VALUE 0.
           05 WSS-PASO-ENTRY OCCURS 1 TO 300 TIMES
                              DEPENDING ON WSS-PASO-CANT
                              INDEXED BY WSS-PASO-IDX.
               10 WSS-PASO-PROGRAMA    PIC X(08).
               10 WSS-PASO-ESTADO      PIC X(01).
                   88 WSS-PASO-COMPLETADO        VALUE 'C'.
               10 WSS-PASO-RETORNO     PIC 9(02).
               10 WSS-PASO-PAIS        PIC X(03).
       01  WSS-POS-PROPIO              PIC 9(03).
       01  WSS-POS-PREDECESOR          PIC 9(03).
      *    PAIS DE LA ENTRADA BUSCADA (EN BLANCO = ENTRADA DEL PROGRAMA)
      *    Y PROGRAMA CUYA FINALIZACION SE VERIFICA (EL PREDECESOR EN
      *    'I'/'P', EL PROPIO CTL-PROGRAMA EN LA CONSULTA 'K')
       01  WSS-PAIS-BUSCA              PIC X(03).
       01  WSS-PROGRAMA-REQUERIDO      PIC X(08).
       01  WSS-SW-PRIMER-REG           PIC X(01).
           88 WSS-ES-PRIMER-REG                  VALUE 'S'.
      *-----------------------------------------------------------------*
       PROCEDURE DIVISION USING AREADECOM.
           SET CTL-OK TO TRUE
           PERFORM 1000-CARGA-CONTROL
           IF CTL-FUNCION-INICIO-PAIS OR CTL-FUNCION-FIN-PAIS
              OR CTL-FUNCION-CONSULTA-PAIS
               MOVE CTL-PAIS TO WSS-PAIS-BUSCA
           ELSE
               MOVE SPACES   TO WSS-PAIS-BUSCA
           END-IF
           IF CTL-OK
               EVALUATE TRUE
                   WHEN CTL-FUNCION-INICIO
                   WHEN CTL-FUNCION-INICIO-PAIS
                       PERFORM 2000-VERIFICA-INICIO
                   WHEN CTL-FUNCION-FIN
                   WHEN CTL-FUNCION-FIN-PAIS
                       PERFORM 3000-ESTAMPA-FIN
                   WHEN CTL-FUNCION-CONSULTA
                       PERFORM 5000-CONSULTA-PASO
                   WHEN CTL-FUNCION-CONSULTA-PAIS
                       PERFORM 6000-CONSULTA-PAIS
                   WHEN CTL-FUNCION-REPROCESO
                       PERFORM 7000-CONSULTA-REPROCESO
                   WHEN OTHER
                       DISPLAY 'RUNCTL: FUNCION INVALIDA: ' CTL-FUNCION
                       SET CTL-ERROR TO TRUE
                           SET CTL-ERROR TO TRUE
                       END-IF
                   ELSE
                       IF WSS-PASO-CANT < 300
                           ADD 1 TO WSS-PASO-CANT
                           SET WSS-PASO-IDX TO WSS-PASO-CANT
                           MOVE RC-PROGRAMA
                                TO WSS-PASO-ESTADO (WSS-PASO-IDX)
                           MOVE RC-RETORNO
                                TO WSS-PASO-RETORNO (WSS-PASO-IDX)
                           MOVE RC-PAIS
                                TO WSS-PASO-PAIS (WSS-PASO-IDX)
                       END-IF
                   END-IF
               WHEN FS-CONTROL-FIN
      *    FUNCION 'I': EL PASO NO DEBE HABER COMPLETADO YA LA FECHA DE
      *    NEGOCIO, Y SU PREDECESOR (SI TIENE) DEBE HABERLA COMPLETADO.
      *    SI PASA LOS CONTROLES, QUEDA MARCADO 'E' (EN PROCESO).
      *    FUNCION 'P': LO MISMO PARA LA ENTRADA DEL PAIS; SI EL
      *    PREDECESOR NO COMPLETO ESE PAIS, EL PAIS QUEDA 'R' (RETENIDO)
      *    PARA QUE CIERREST LO INFORME.
      *-----------------------------------------------------------------*
       2000-VERIFICA-INICIO.
           MOVE WSS-FECHA-NEGOCIO TO CTL-FECHA-NEGOCIO
           END-IF

           IF CTL-OK AND CTL-PREDECESOR NOT = SPACES
               MOVE CTL-PREDECESOR TO WSS-PROGRAMA-REQUERIDO
               PERFORM 2200-VERIFICA-PREDECESOR
           END-IF

               PERFORM 2300-MARCA-EN-PROCESO
               PERFORM 4000-REGRABA-CONTROL
           END-IF

           IF CTL-PREDECESOR-PENDIENTE AND CTL-FUNCION-INICIO-PAIS
               PERFORM 2400-MARCA-RETENIDO
           END-IF
           .
       2000-VERIFICA-INICIO-EXIT. EXIT.

                       CONTINUE
                   WHEN WSS-PASO-PROGRAMA (WSS-PASO-IDX)
                        = CTL-PROGRAMA
                    AND WSS-PASO-PAIS (WSS-PASO-IDX) = WSS-PAIS-BUSCA
                       SET WSS-POS-PROPIO TO WSS-PASO-IDX
               END-SEARCH
           END-IF
           .
       2100-BUSCA-PROPIO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    WSS-PROGRAMA-REQUERIDO DEBE HABER COMPLETADO LA FECHA. PARA UN
      *    PAIS VALE SU ENTRADA DE PAIS; SI NO LA TIENE (UN PASO QUE NO
      *    CORRE PARTIDO, O UN PAIS QUE NO LE TRAJO DATOS) VALE LA
      *    ENTRADA DEL PROGRAMA
      *-----------------------------------------------------------------*
       2200-VERIFICA-PREDECESOR.
           PERFORM 2210-BUSCA-REQUERIDO
           IF WSS-POS-PREDECESOR = 0 AND WSS-PAIS-BUSCA NOT = SPACES
               MOVE SPACES TO WSS-PAIS-BUSCA
               PERFORM 2210-BUSCA-REQUERIDO
               MOVE CTL-PAIS TO WSS-PAIS-BUSCA
           END-IF

           IF WSS-POS-PREDECESOR = 0
           .
       2200-VERIFICA-PREDECESOR-EXIT. EXIT.

       2210-BUSCA-REQUERIDO.
           MOVE 0 TO WSS-POS-PREDECESOR
           IF WSS-PASO-CANT > 0
               SET WSS-PASO-IDX TO 1
               SEARCH WSS-PASO-ENTRY
                   AT END
                       CONTINUE
                   WHEN WSS-PASO-PROGRAMA (WSS-PASO-IDX)
                        = WSS-PROGRAMA-REQUERIDO
                    AND WSS-PASO-PAIS (WSS-PASO-IDX) = WSS-PAIS-BUSCA
                       SET WSS-POS-PREDECESOR TO WSS-PASO-IDX
               END-SEARCH
           END-IF
           .
       2210-BUSCA-REQUERIDO-EXIT. EXIT.

       2300-MARCA-EN-PROCESO.
           IF WSS-POS-PROPIO = 0
               IF WSS-PASO-CANT < 300
                   ADD 1 TO WSS-PASO-CANT
                   MOVE WSS-PASO-CANT TO WSS-POS-PROPIO
               ELSE
               SET WSS-PASO-IDX TO WSS-POS-PROPIO
               MOVE CTL-PROGRAMA
                    TO WSS-PASO-PROGRAMA (WSS-PASO-IDX)
               MOVE WSS-PAIS-BUSCA
                    TO WSS-PASO-PAIS (WSS-PASO-IDX)
               MOVE WSS-FECHA-NEGOCIO
                    TO WSS-PASO-FECHA (WSS-PASO-IDX)
               MOVE 'E' TO WSS-PASO-ESTADO (WSS-PASO-IDX)
           .
       2300-MARCA-EN-PROCESO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    EL PAIS QUEDA 'R' (RETENIDO POR SU PREDECESOR). LA RESPUESTA
      *    AL LLAMADOR SIGUE SIENDO CTL-PREDECESOR-PENDIENTE; SI LA
      *    TABLA ESTA LLENA, EL PAIS SOLO QUEDA SIN MARCAR.
      *-----------------------------------------------------------------*
       2400-MARCA-RETENIDO.
           IF WSS-POS-PROPIO = 0 AND WSS-PASO-CANT < 300
               ADD 1 TO WSS-PASO-CANT
               MOVE WSS-PASO-CANT TO WSS-POS-PROPIO
           END-IF
           IF WSS-POS-PROPIO > 0
               SET WSS-PASO-IDX TO WSS-POS-PROPIO
               MOVE CTL-PROGRAMA
                    TO WSS-PASO-PROGRAMA (WSS-PASO-IDX)
               MOVE WSS-PAIS-BUSCA
                    TO WSS-PASO-PAIS (WSS-PASO-IDX)
               MOVE WSS-FECHA-NEGOCIO
                    TO WSS-PASO-FECHA (WSS-PASO-IDX)
               MOVE 'R' TO WSS-PASO-ESTADO (WSS-PASO-IDX)
               MOVE 0   TO WSS-PASO-RETORNO (WSS-PASO-IDX)
      *        UN ERROR DE REGRABACION PISA LA RESPUESTA CON CTL-ERROR
               PERFORM 4000-REGRABA-CONTROL
           END-IF
           .
       2400-MARCA-RETENIDO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    FUNCION 'F': ESTAMPO EL RETURN-CODE DEL PASO. CON RETORNO
      *    MENOR A 8 EL PASO QUEDA 'C' (COMPLETADO); CON 8 O MAS QUEDA
               MOVE WSS-FECHA-NEGOCIO TO RC-FECHA
               MOVE 'P'               TO RC-ESTADO
               MOVE 0                 TO RC-RETORNO
               MOVE SPACES            TO RC-PAIS
               WRITE REG-CONTROL
               PERFORM 4100-GRABA-PASO
                   VARYING WSS-PASO-IDX FROM 1 BY 1
           MOVE WSS-PASO-FECHA (WSS-PASO-IDX)    TO RC-FECHA
           MOVE WSS-PASO-ESTADO (WSS-PASO-IDX)   TO RC-ESTADO
           MOVE WSS-PASO-RETORNO (WSS-PASO-IDX)  TO RC-RETORNO
           MOVE WSS-PASO-PAIS (WSS-PASO-IDX)     TO RC-PAIS

           WRITE REG-CONTROL

           END-IF
           .
       4100-GRABA-PASO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    FUNCION 'Q': SOLO CONSULTA. EL PASO YA ARRANCO LA FECHA DE
      *    NEGOCIO SI TIENE ENTRADA DE ESA FECHA, EN PROCESO ('E',
      *    TAMBIEN SI ABORTO) O COMPLETADO ('C')
      *-----------------------------------------------------------------*
       5000-CONSULTA-PASO.
           MOVE WSS-FECHA-NEGOCIO TO CTL-FECHA-NEGOCIO
           PERFORM 2100-BUSCA-PROPIO
           IF WSS-POS-PROPIO > 0
               SET WSS-PASO-IDX TO WSS-POS-PROPIO
               IF WSS-PASO-FECHA (WSS-PASO-IDX) = WSS-FECHA-NEGOCIO
                  AND (WSS-PASO-ESTADO (WSS-PASO-IDX) = 'E'
                       OR WSS-PASO-COMPLETADO (WSS-PASO-IDX))
                   SET CTL-YA-INICIADO TO TRUE
               END-IF
           END-IF
           .
       5000-CONSULTA-PASO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    FUNCION 'K': SOLO CONSULTA SI CTL-PROGRAMA COMPLETO LA FECHA
      *    PARA CTL-PAIS, CON LA MISMA REGLA QUE EL PREDECESOR DE 'P'
      *-----------------------------------------------------------------*
       6000-CONSULTA-PAIS.
           MOVE WSS-FECHA-NEGOCIO TO CTL-FECHA-NEGOCIO
           MOVE CTL-PROGRAMA      TO WSS-PROGRAMA-REQUERIDO
           PERFORM 2200-VERIFICA-PREDECESOR
           .
       6000-CONSULTA-PAIS-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    FUNCION 'R': SOLO CONSULTA. LA CORRIDA ES UN REPROCESO SI
      *    ALGUN PAIS DE CTL-PROGRAMA YA COMPLETO LA FECHA DE NEGOCIO
      *-----------------------------------------------------------------*
       7000-CONSULTA-REPROCESO.
           MOVE WSS-FECHA-NEGOCIO TO CTL-FECHA-NEGOCIO
           IF WSS-PASO-CANT > 0
               SET WSS-PASO-IDX TO 1
               SEARCH WSS-PASO-ENTRY
                   AT END
                       CONTINUE
                   WHEN WSS-PASO-PROGRAMA (WSS-PASO-IDX)
                        = CTL-PROGRAMA
                    AND WSS-PASO-PAIS (WSS-PASO-IDX) NOT = SPACES
                    AND WSS-PASO-FECHA (WSS-PASO-IDX)
                        = WSS-FECHA-NEGOCIO
                    AND WSS-PASO-COMPLETADO (WSS-PASO-IDX)
                       SET CTL-YA-CORRIO TO TRUE
               END-SEARCH
           END-IF
           .
       7000-CONSULTA-REPROCESO-EXIT. EXIT.
