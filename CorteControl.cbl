      *                 SIGNADOS (SIGNO EMBEBIDO: LOS VALORES
      *                 POSITIVOS NO CAMBIAN SU IMAGEN) Y EL REPORTE
      *                 EDITA LOS TOTALES CON SIGNO FLOTANTE.
      *   2026-10-15  - EL REGISTRO DE CUENTASC.CPY SUMA AL FINAL
      *                 CTA-PRODUCTO (86 BYTES); REG-DETALLE/
      *                 R-LINEA-ORIGINAL/F-LINEA-ORIGINAL CRECEN A
      *                 X(86) CON EL.
      *   2026-10-15  - CIERRE PARTIDO POR PAIS (CIERPAC): EL CORTE SE
      *                 HACE SOLO PARA LOS PAISES DE CIERPAIS.DAT QUE
      *                 INTEGMAE DEJO SANOS; UN PAIS FALLIDO O RETENIDO
      *                 SE LEE Y SE SALTEA SIN GRABAR NADA, Y EL RESTO
      *                 SIGUE. APAREO SE SIGUE EXIGIENDO PARA TODO EL
      *                 PASO. EL RESULTADO SE ESTAMPA POR PAIS; UN
      *                 REPROCESO DE PAISES RETENIDOS AGREGA A LAS
      *                 SALIDAS DE LA FECHA COMO UN REINICIO. EN UN
      *                 REINICIO, LOS PAISES YA GRABADOS ANTES DEL
      *                 CHECKPOINT SE VUELVEN A HABILITAR PARA QUE
      *                 QUEDEN ESTAMPADOS AL TERMINAR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORTE2.
           SELECT SALDOS ASSIGN TO "SALDOS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALDOS.
           SELECT LISTA-PAISES ASSIGN TO "CIERPAIS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-LISTA-PAISES.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  REPORTE.
           01  REG-REPORTE         PIC X(100).
       FD  DETALLE.
           01  REG-DETALLE         PIC X(86).
       FD  RECHAZOS.
           01  REG-RECHAZO.
               05 R-LINEA-ORIGINAL PIC X(86).
               05 R-MOTIVO         PIC X(30).
       FD  FUERASEC.
           01  REG-FUERASEC.
               05 F-LINEA-ORIGINAL PIC X(86).
               05 F-MOTIVO         PIC X(30).
       FD  CHECKPOINT.
           01  REG-CHECKPOINT.
               05 SD-CANTIDAD       PIC 9(06).
               05 SD-SALDO          PIC S9(09)V99.
               05 SD-MONEDA         PIC X(03).
       FD  LISTA-PAISES.
           01  REG-LISTA-PAISES.
               05 LP-PAIS           PIC X(03).

      ******************************************************************
       WORKING-STORAGE SECTION.
                   88 FS-MAESTRO-SUC-FIN            VALUE '10'.
           05  FS-SALDOS                PIC X(02).
                   88 FS-SALDOS-OK                  VALUE '00'.
           05  FS-LISTA-PAISES         PIC X(02).
                   88 FS-LISTA-PAISES-OK           VALUE '00'.
                   88 FS-LISTA-PAISES-FIN          VALUE '10'.
                   88 FS-LISTA-PAISES-NO-EXISTE    VALUE '35'.
       01  WSS-SW-TOTAL-TIPO           PIC X(01).
           88 WSS-ES-CANTIDAD                      VALUE 'C'.
           88 WSS-ES-SALDO                         VALUE 'S'.
               10 WSS-LEIDOS           PIC 9(04).
               10 WSS-GRABADOS         PIC 9(04).
               10 WSS-ERROR            PIC 9(04).
       01  WSS-OMITIDOS                PIC 9(04) VALUE 0.
       01  AREADECOM-CTL.
           COPY CPY003.
           COPY CIERPAC.
      *-----------------------------------------------------------------*
      *    AREA DE FECHA DE CORRIDA
      *-----------------------------------------------------------------*
       1000-INICIO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CONTROL DE CORRIDAS: EL PASO CORRE PARTIDO POR PAIS (CADA
      *    PAIS SE HABILITA EN 8100 CONTRA INTEGMAE), PERO APAREO NO
      *    CORRE PARTIDO Y DEBE HABER COMPLETADO LA FECHA. UNA CORRIDA
      *    CORTADA DEJO SUS PAISES 'E', ASI QUE EL REINICIO POR
      *    CHECKPOINT LOS VUELVE A HABILITAR SIN EXCEPCION ESPECIAL.
      *-----------------------------------------------------------------*
       1020-CONTROL-DE-CORRIDA.
           SET CTL-FUNCION-CONSULTA-PAIS TO TRUE
           MOVE 'APAREO'   TO CTL-PROGRAMA
           MOVE SPACES     TO CTL-PREDECESOR
           MOVE SPACES     TO CTL-PAIS
           MOVE 0          TO CTL-RETORNO-JOB
           CALL 'RUNCTL' USING AREADECOM-CTL
           EVALUATE TRUE
               WHEN CTL-OK
                   CONTINUE
               WHEN CTL-PREDECESOR-PENDIENTE
                   DISPLAY 'CORTE2: APAREO NO COMPLETO LA FECHA DE '
                           'NEGOCIO ' CTL-FECHA-NEGOCIO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           PERFORM 8000-CARGA-LISTA-PAISES
           SET CTL-FUNCION-REPROCESO TO TRUE
           MOVE 'CORTE2' TO CTL-PROGRAMA
           MOVE SPACES     TO CTL-PREDECESOR
           MOVE SPACES     TO CTL-PAIS
           MOVE 0          TO CTL-RETORNO-JOB
           CALL 'RUNCTL' USING AREADECOM-CTL
           EVALUATE TRUE
               WHEN CTL-OK
                   CONTINUE
               WHEN CTL-YA-CORRIO
                   SET PP-ES-REPROCESO TO TRUE
                   DISPLAY 'CORTE2: REPROCESO DE PAISES DE LA FECHA '
                           CTL-FECHA-NEGOCIO
               WHEN OTHER
                   DISPLAY 'CORTE2: CONTROL DE CORRIDAS CON ERROR'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .
       1020-CONTROL-DE-CORRIDA-EXIT. EXIT.

               PERFORM 9050-ERROR-FATAL
           END-IF

           IF WSS-ES-REINICIO OR PP-ES-REPROCESO
               OPEN EXTEND REPORTE
           ELSE
               OPEN OUTPUT REPORTE
               PERFORM 9050-ERROR-FATAL
           END-IF

           IF WSS-ES-REINICIO OR PP-ES-REPROCESO
               OPEN EXTEND DETALLE
           ELSE
               OPEN OUTPUT DETALLE
               PERFORM 9050-ERROR-FATAL
           END-IF

           IF WSS-ES-REINICIO OR PP-ES-REPROCESO
               OPEN EXTEND RECHAZOS
           ELSE
               OPEN OUTPUT RECHAZOS
               PERFORM 9050-ERROR-FATAL
           END-IF

           IF WSS-ES-REINICIO OR PP-ES-REPROCESO
               OPEN EXTEND FUERASEC
           ELSE
               OPEN OUTPUT FUERASEC
               PERFORM 9050-ERROR-FATAL
           END-IF

           IF WSS-ES-REINICIO OR PP-ES-REPROCESO
               OPEN EXTEND SALDOS
           ELSE
               OPEN OUTPUT SALDOS
       1250-RESTAURA-CHECKPOINT-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    SALTEO LOS REGISTROS YA PROCESADOS EN LA CORRIDA ANTERIOR,
      *    HABILITANDO SUS PAISES PARA QUE SE ESTAMPEN AL FINALIZAR
      *-----------------------------------------------------------------*
       1260-AVANZA-HASTA-REINICIO.
           IF CTA-PAIS NOT = PP-PAIS-ACTUAL
               MOVE CTA-PAIS TO PP-PAIS-ACTUAL
               PERFORM 8100-HABILITA-PAIS
           END-IF
           PERFORM 5000-LECTURA-ARCH
           .
       1260-AVANZA-HASTA-REINICIO-EXIT. EXIT.
       1320-AGREGA-SUCURSAL-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CORTE DE CONTROL. UN PAIS NO HABILITADO SE LEE ENTERO SIN
      *    GRABAR NADA (NI REPORTE, NI DETALLE, NI SALDOS.DAT)
      *-----------------------------------------------------------------*
       2000-PROCESO.
           IF CTA-PAIS NOT = PP-PAIS-ACTUAL
               MOVE CTA-PAIS TO PP-PAIS-ACTUAL
               PERFORM 8100-HABILITA-PAIS
           END-IF
           IF PP-PAIS-HABILITADO
               PERFORM 2010-CORTE-PAIS
           ELSE
               PERFORM 2020-SALTEA-CUENTA
                   UNTIL FS-ENTRADA1-FIN
                   OR CTA-PAIS NOT = PP-PAIS-ACTUAL
           END-IF
           .
       2000-PROCESO-EXIT. EXIT.

       2010-CORTE-PAIS.
      *    SI VENGO DE UN REINICIO Y SIGO EN EL MISMO PAIS DONDE QUEDO
      *    EL CHECKPOINT, NO REINICIALIZO: YA VIENE CON LO ACUMULADO
      *    ANTES DEL CORTE
      *    GRABO TOTAL
           PERFORM 2050-GRABO-PAIS
           .
       2010-CORTE-PAIS-EXIT. EXIT.

       2020-SALTEA-CUENTA.
           ADD 1 TO WSS-OMITIDOS
           PERFORM 5000-LECTURA-ARCH
           .
       2020-SALTEA-CUENTA-EXIT. EXIT.

       2050-GRABO-PAIS.
           SET WSS-ES-CANTIDAD TO TRUE

           IF FS-RECHAZOS-OK
               ADD 1 TO WSS-ERROR
               MOVE 4 TO PP-PART-RETORNO (PP-POS-ACTUAL)
           ELSE
               DISPLAY 'ERROR FS: ' FS-RECHAZOS
               PERFORM 9050-ERROR-FATAL
           CLOSE CHECKPOINT
           .
       5170-BORRA-CHECKPOINT-EXIT. EXIT.

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
                   DISPLAY 'CORTE2: MAS DE 50 PAISES EN LA CORRIDA'
                   PERFORM 9050-ERROR-FATAL
               END-IF
           END-IF
           .
       8110-AGREGA-PAIS-EXIT. EXIT.

       8120-INICIA-PAIS.
           SET CTL-FUNCION-INICIO-PAIS TO TRUE
           MOVE 'CORTE2' TO CTL-PROGRAMA
           MOVE 'INTEGMAE' TO CTL-PREDECESOR
           MOVE PP-PAIS-ACTUAL TO CTL-PAIS
           MOVE 0              TO CTL-RETORNO-JOB
           CALL 'RUNCTL' USING AREADECOM-CTL
           EVALUATE TRUE
               WHEN CTL-OK
                   MOVE 'P' TO PP-PART-ESTADO (PP-POS-ACTUAL)
               WHEN CTL-YA-CORRIO
                   MOVE 'Y' TO PP-PART-ESTADO (PP-POS-ACTUAL)
                   DISPLAY 'CORTE2: PAIS ' PP-PAIS-ACTUAL
                           ' YA COMPLETADO PARA LA FECHA, SE SALTEA'
               WHEN CTL-PREDECESOR-PENDIENTE
                   MOVE 'R' TO PP-PART-ESTADO (PP-POS-ACTUAL)
                   DISPLAY 'CORTE2: PAIS ' PP-PAIS-ACTUAL
                           ' RETENIDO: INTEGMAE NO LO COMPLETO'
               WHEN OTHER
                   MOVE 'F' TO PP-PART-ESTADO (PP-POS-ACTUAL)
                   DISPLAY 'CORTE2: CONTROL DE CORRIDAS CON ERROR'
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       8120-INICIA-PAIS-EXIT. EXIT.
      *-----------------------------------------------------------------*
      *    UN ERROR FATAL DEJA RETURN-CODE EN 8 ANTES DE FINALIZAR, PARA
      *    QUE EL JCL PUEDA SALTEAR LOS PASOS SIGUIENTES DE LA
       9000-FINALIZAR.
           PERFORM 9100-TOTALES-DE-CONTROL.
           PERFORM 9150-GRABA-BITACORA
           PERFORM 9170-ESTAMPA-PAISES
           PERFORM 9160-ESTAMPA-CORRIDA
           CLOSE ENTRADA1
           CLOSE REPORTE
           DISPLAY '- REGISTROS LEIDOS: ' WSS-LEIDOS
           DISPLAY '- REGISTROS GRABADOS: ' WSS-GRABADOS
           DISPLAY '- ERRORES: ' WSS-ERROR
           DISPLAY '- CUENTAS DE PAISES NO HABILITADOS: ' WSS-OMITIDOS

           IF RETURN-CODE = 0 AND WSS-ERROR > 0
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
                       DISPLAY 'CORTE2: NINGUN PAIS PUDO PROCESARSE'
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

      *-----------------------------------------------------------------*
      *    AGREGO UNA LINEA A LA BITACORA DE CORRIDAS CON FECHA/HORA,
      *    ARCHIVO DE ENTRADA Y LOS TOTALES DE CONTROL DE ESTA CORRIDA
           END-IF
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
               MOVE 'CORTE2' TO CTL-PROGRAMA
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
                   DISPLAY 'CORTE2: NO SE PUDO ESTAMPAR EL PAIS '
                           PP-PART-PAIS (PP-PART-IDX)
               END-IF
           END-IF
           .
       9175-ESTAMPA-PAIS-EXIT. EXIT.
