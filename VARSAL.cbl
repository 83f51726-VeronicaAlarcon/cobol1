      *                 RESTO DE LA CANALIZACION: ASI UNA DOBLE
      *                 CORRIDA NO DUPLICA SALHIST.DAT Y SUS ALERTAS
      *                 LLEGAN AL VEREDICTO DE CIERREST.
      *   2026-10-15  - CIERRE PARTIDO POR PAIS (CIERPAC): SOLO SE
      *                 PROCESAN LOS PAISES DE CIERPAIS.DAT QUE CORTE2
      *                 COMPLETO; EL RESTO QUEDA RETENIDO SIN FRENAR AL
      *                 GRUPO. EL RESULTADO SE ESTAMPA POR PAIS Y UN
      *                 REPROCESO AGREGA A VARSAL.DAT EN VEZ DE PISARLO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VARSAL.
           SELECT REPORTE ASSIGN TO "VARSAL.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-REPORTE.
           SELECT LISTA-PAISES ASSIGN TO "CIERPAIS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-LISTA-PAISES.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           01  REG-PARM             PIC 9(03)V99.
       FD  REPORTE.
           01  REG-REPORTE          PIC X(100).
       FD  LISTA-PAISES.
           01  REG-LISTA-PAISES.
               05 LP-PAIS           PIC X(03).

      ******************************************************************
       WORKING-STORAGE SECTION.
                   88 FS-PARM-NO-EXISTE            VALUE '35'.
           05  FS-REPORTE              PIC X(02).
                   88 FS-REPORTE-OK                VALUE '00'.
           05  FS-LISTA-PAISES         PIC X(02).
                   88 FS-LISTA-PAISES-OK           VALUE '00'.
                   88 FS-LISTA-PAISES-FIN          VALUE '10'.
                   88 FS-LISTA-PAISES-NO-EXISTE    VALUE '35'.
       01  WSS-UMBRAL-PORC             PIC 9(03)V99 VALUE 10.00.
      *-----------------------------------------------------------------*
      *    ULTIMA CORRIDA ANTERIOR POR PAIS/SUCURSAL, CARGADA DESDE
           05 WSS-COMPARADOS           PIC 9(04).
           05 WSS-ALERTAS              PIC 9(04).
           05 WSS-SIN-HISTORIA         PIC 9(04).
           05 WSS-OMITIDOS             PIC 9(04).
       01  AREADECOM-CTL.
           COPY CPY003.
           COPY CIERPAC.
      *-----------------------------------------------------------------*
      *    AREA DE FECHA DE CORRIDA
      *-----------------------------------------------------------------*

           PERFORM 1200-CARGA-HISTORIA

      *    EN UN REPROCESO DE PAISES RETENIDOS EL REPORTE DE LA FECHA
      *    YA EXISTE: SE LE AGREGAN LOS PAISES QUE FALTABAN
           IF PP-ES-REPROCESO
               OPEN EXTEND REPORTE
           ELSE
               OPEN OUTPUT REPORTE
           END-IF
           IF NOT FS-REPORTE-OK
               DISPLAY 'ERROR APERTURA VARSAL.DAT FS: ' FS-REPORTE
               PERFORM 9050-ERROR-FATAL
       1000-INICIO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CONTROL DE CORRIDAS: EL PASO CORRE PARTIDO POR PAIS. CADA
      *    PAIS SE HABILITA AL APARECER EN SALDOS.DAT (8100); ACA SOLO
      *    CARGO LA LISTA DE LA CORRIDA Y VEO SI ES UN REPROCESO (ALGUN
      *    PAIS YA COMPLETO LA FECHA EN ESTE PASO)
      *-----------------------------------------------------------------*
       1020-CONTROL-DE-CORRIDA.
           PERFORM 8000-CARGA-LISTA-PAISES
           SET CTL-FUNCION-REPROCESO TO TRUE
           MOVE 'VARSAL' TO CTL-PROGRAMA
           MOVE SPACES     TO CTL-PREDECESOR
           MOVE SPACES     TO CTL-PAIS
           MOVE 0          TO CTL-RETORNO-JOB
           CALL 'RUNCTL' USING AREADECOM-CTL
           EVALUATE TRUE
               WHEN CTL-OK
                   CONTINUE
               WHEN CTL-YA-CORRIO
                   SET PP-ES-REPROCESO TO TRUE
                   DISPLAY 'VARSAL: REPROCESO DE PAISES DE LA FECHA '
                           CTL-FECHA-NEGOCIO
               WHEN OTHER
                   DISPLAY 'VARSAL: CONTROL DE CORRIDAS CON ERROR'
                   MOVE 8 TO RETURN-CODE
      *    COMPARO CONTRA SU CORRIDA ANTERIOR Y REPORTO LA VARIACION
      *-----------------------------------------------------------------*
       2000-PROCESO.
           IF SD-COD-PAIS NOT = PP-PAIS-ACTUAL
               MOVE SD-COD-PAIS TO PP-PAIS-ACTUAL
               PERFORM 8100-HABILITA-PAIS
           END-IF
           IF PP-PAIS-HABILITADO
               PERFORM 2100-GRABA-HISTORIA
               PERFORM 2200-COMPARA-ANTERIOR
           ELSE
               ADD 1 TO WSS-OMITIDOS
           END-IF
           PERFORM 5000-LECTURA-SALDOS
           .
       2000-PROCESO-EXIT. EXIT.
           IF WSS-VAR-SALDO-ABS > WSS-UMBRAL-PORC
              OR WSS-VAR-CANTIDAD-ABS > WSS-UMBRAL-PORC
               ADD 1 TO WSS-ALERTAS
               MOVE 4 TO PP-PART-RETORNO (PP-POS-ACTUAL)
               MOVE '** SUPERA UMBRAL **' TO WSS-DET-OBSERVACION
               PERFORM 2400-GRABO-DETALLE
           ELSE
           .
       5000-LECTURA-SALDOS-EXIT. EXIT.

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
      *    HABILITO EL PAIS DE PP-PAIS-ACTUAL LA PRIMERA VEZ QUE
      *    APARECE: FUERA DE LA LISTA QUEDA SIN ENTRADA (POS CERO); SI
      *    NO, RUNCTL DECIDE SI SE PROCESA, SI YA LO COMPLETO UNA
      *    CORRIDA ANTERIOR DE LA FECHA O SI QUEDA RETENIDO
      *-----------------------------------------------------------------*
       8100-HABILITA-PAIS.
           MOVE 0 TO PP-POS-ACTUAL
           IF PP-PART-CANT > 0
               SET PP-PART-IDX TO 1
               SEARCH PP-PART-ENTRY
                   AT END
                       CONTINUE
                   WHEN PP-PART-PAIS (PP-PART-IDX) = PP-PAIS-ACTUAL
                       SET PP-POS-ACTUAL TO PP-PART-IDX
               END-SEARCH
           END-IF
           IF PP-POS-ACTUAL = 0
               PERFORM 8110-AGREGA-PAIS
           END-IF

           SET PP-PAIS-OMITIDO TO TRUE
           IF PP-POS-ACTUAL > 0
               IF PP-PART-PROCESA (PP-POS-ACTUAL)
                  OR PP-PART-FALLIDA (PP-POS-ACTUAL)
                   SET PP-PAIS-HABILITADO TO TRUE
               END-IF
           END-IF
           .
       8100-HABILITA-PAIS-EXIT. EXIT.

       8110-AGREGA-PAIS.
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
               IF PP-PART-CANT < 50
                   ADD 1 TO PP-PART-CANT
                   MOVE PP-PART-CANT   TO PP-POS-ACTUAL
                   MOVE PP-PAIS-ACTUAL TO PP-PART-PAIS (PP-POS-ACTUAL)
                   MOVE 0 TO PP-PART-RETORNO (PP-POS-ACTUAL)
                   PERFORM 8120-INICIA-PAIS
               ELSE
                   DISPLAY 'VARSAL: MAS DE 50 PAISES EN LA CORRIDA'
                   PERFORM 9050-ERROR-FATAL
               END-IF
           END-IF
           .
       8110-AGREGA-PAIS-EXIT. EXIT.

       8120-INICIA-PAIS.
           SET CTL-FUNCION-INICIO-PAIS TO TRUE
           MOVE 'VARSAL' TO CTL-PROGRAMA
           MOVE 'CORTE2'   TO CTL-PREDECESOR
           MOVE PP-PAIS-ACTUAL TO CTL-PAIS
           MOVE 0              TO CTL-RETORNO-JOB
           CALL 'RUNCTL' USING AREADECOM-CTL
           EVALUATE TRUE
               WHEN CTL-OK
                   MOVE 'P' TO PP-PART-ESTADO (PP-POS-ACTUAL)
               WHEN CTL-YA-CORRIO
                   MOVE 'Y' TO PP-PART-ESTADO (PP-POS-ACTUAL)
                   DISPLAY 'VARSAL: PAIS ' PP-PAIS-ACTUAL
                           ' YA COMPLETADO PARA LA FECHA, SE SALTEA'
               WHEN CTL-PREDECESOR-PENDIENTE
                   MOVE 'R' TO PP-PART-ESTADO (PP-POS-ACTUAL)
                   DISPLAY 'VARSAL: PAIS ' PP-PAIS-ACTUAL
                           ' RETENIDO: CORTE2 NO LO COMPLETO'
               WHEN OTHER
                   MOVE 'F' TO PP-PART-ESTADO (PP-POS-ACTUAL)
                   DISPLAY 'VARSAL: CONTROL DE CORRIDAS CON ERROR'
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       8120-INICIA-PAIS-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    ESCRIBO UNA LINEA DEL REPORTE, CONTROLANDO PAGINADO
      *-----------------------------------------------------------------*
      *-----------------------------------------------------------------*
       9000-FINALIZAR.
           PERFORM 9100-TOTALES-DE-CONTROL
           PERFORM 9170-ESTAMPA-PAISES
           PERFORM 9160-ESTAMPA-CORRIDA
           CLOSE SALDOS
           CLOSE HISTORIA
           .
       9160-ESTAMPA-CORRIDA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    ESTAMPO EN EL CONTROL DE CORRIDAS EL RESULTADO DE CADA PAIS
      *    PROCESADO (LOS RETENIDOS YA LOS MARCO RUNCTL; LOS YA
      *    COMPLETADOS NO SE TOCAN). UN ABORTO DEJA A TODOS EN 'E'.
      *-----------------------------------------------------------------*
       9170-ESTAMPA-PAISES.
           MOVE RETURN-CODE TO PP-RETORNO-PASO
           PERFORM 9175-ESTAMPA-PAIS
               VARYING PP-PART-IDX FROM 1 BY 1
               UNTIL PP-PART-IDX > PP-PART-CANT
      *    LOS CALL A RUNCTL PISAN RETURN-CODE: REPONGO EL DEL PASO
           MOVE PP-RETORNO-PASO TO RETURN-CODE
           .
       9170-ESTAMPA-PAISES-EXIT. EXIT.

       9175-ESTAMPA-PAIS.
           IF PP-PART-PROCESA (PP-PART-IDX)
              OR PP-PART-FALLIDA (PP-PART-IDX)
               SET CTL-FUNCION-FIN-PAIS TO TRUE
               MOVE 'VARSAL' TO CTL-PROGRAMA
               MOVE SPACES     TO CTL-PREDECESOR
               MOVE PP-PART-PAIS (PP-PART-IDX) TO CTL-PAIS
               IF PP-PART-FALLIDA (PP-PART-IDX)
                  OR PP-RETORNO-PASO >= 8
                   MOVE 8 TO CTL-RETORNO-JOB
               ELSE
                   MOVE PP-PART-RETORNO (PP-PART-IDX)
                        TO CTL-RETORNO-JOB
               END-IF
               CALL 'RUNCTL' USING AREADECOM-CTL
               IF NOT CTL-OK
                   DISPLAY 'VARSAL: NO SE PUDO ESTAMPAR EL PAIS '
                           PP-PART-PAIS (PP-PART-IDX)
               END-IF
           END-IF
           .
       9175-ESTAMPA-PAIS-EXIT. EXIT.

       9100-TOTALES-DE-CONTROL.
           DISPLAY '-------------------------------'
           DISPLAY '- UMBRAL DE VARIACION (PARM): ' WSS-UMBRAL-PORC
           DISPLAY '- CLAVES COMPARADAS: ' WSS-COMPARADOS
           DISPLAY '- CLAVES SIN CORRIDA ANTERIOR: ' WSS-SIN-HISTORIA
           DISPLAY '- ALERTAS POR UMBRAL: ' WSS-ALERTAS
           DISPLAY '- REGISTROS DE PAISES NO HABILITADOS: '
                   WSS-OMITIDOS

           IF RETURN-CODE = 0 AND WSS-ALERTAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9120-RESUMEN-PAISES
           DISPLAY '-------------------------------'
           .
       9100-TOTALES-DE-CONTROL-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    RESULTADO POR PAIS. UN PAIS RETENIDO O FALLIDO DEJA AL MENOS
      *    RETURN-CODE 4 (EL RESTO DE LA CANALIZACION SIGUE); SI NINGUN
      *    PAIS PUDO PROCESARSE NI ESTABA YA COMPLETO, EL PASO NO
      *    PRODUJO NADA Y TERMINA CON 8
      *-----------------------------------------------------------------*
       9120-RESUMEN-PAISES.
           INITIALIZE PP-CONTADORES
           PERFORM 9125-RESUMEN-UN-PAIS
               VARYING PP-PART-IDX FROM 1 BY 1
               UNTIL PP-PART-IDX > PP-PART-CANT
           DISPLAY '- PAISES PROCESADOS: ' PP-PROCESADOS
                   ' YA COMPLETOS: ' PP-YA-COMPLETOS
                   ' RETENIDOS: ' PP-RETENIDOS
                   ' FALLIDOS: ' PP-FALLIDOS

           IF RETURN-CODE < 8
               EVALUATE TRUE
                   WHEN PP-PROCESADOS = 0 AND PP-YA-COMPLETOS = 0
                    AND PP-RETENIDOS + PP-FALLIDOS > 0
                       DISPLAY 'VARSAL: NINGUN PAIS PUDO PROCESARSE'
                       MOVE 8 TO RETURN-CODE
                   WHEN PP-RETENIDOS + PP-FALLIDOS > 0
                       MOVE 4 TO RETURN-CODE
               END-EVALUATE
           END-IF
           .
       9120-RESUMEN-PAISES-EXIT. EXIT.

       9125-RESUMEN-UN-PAIS.
           EVALUATE TRUE
               WHEN PP-PART-PROCESA (PP-PART-IDX)
                   ADD 1 TO PP-PROCESADOS
                   DISPLAY '-   ' PP-PART-PAIS (PP-PART-IDX)
                           ' PROCESADO'
               WHEN PP-PART-YA-COMPLETA (PP-PART-IDX)
                   ADD 1 TO PP-YA-COMPLETOS
                   DISPLAY '-   ' PP-PART-PAIS (PP-PART-IDX)
                           ' YA COMPLETO EN LA FECHA'
               WHEN PP-PART-RETENIDA (PP-PART-IDX)
                   ADD 1 TO PP-RETENIDOS
                   DISPLAY '-   ' PP-PART-PAIS (PP-PART-IDX)
                           ' RETENIDO'
               WHEN OTHER
                   ADD 1 TO PP-FALLIDOS
                   DISPLAY '-   ' PP-PART-PAIS (PP-PART-IDX)
                           ' FALLIDO'
           END-EVALUATE
           .
       9125-RESUMEN-UN-PAIS-EXIT. EXIT.
