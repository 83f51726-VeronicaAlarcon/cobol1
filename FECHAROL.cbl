      *            COMPLETO EN SU TABLA. EN ESOS CASOS NO TOCA NADA Y
      *            TERMINA CON RETURN-CODE 8 PARA QUE EL OPERADOR
      *            DECIDA.
      * Modificaciones:
      *   2026-10-15  - CIERRE PARTIDO POR PAIS: RUNCTL.DAT SUMA RC-PAIS
      *                 Y LAS ENTRADAS POR PASO Y PAIS, QUE SE
      *                 REGRABAN TAL CUAL (LA IMAGEN CRECE DE 20 A 300
      *                 ENTRADAS, COMO LA DE LA RUTINA). LOS PASOS DEL
      *                 CIERRE SE JUZGAN POR SU ENTRADA DE PROGRAMA; UN
      *                 PAIS RETENIDO ('R') O FALLADO ('E') EN LA FECHA
      *                 VIGENTE DEJA LA NOCHE SUCIA HASTA QUE SE LO
      *                 REPROCESE CON CIERREPR.JCL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHAROL.
               05 RC-FECHA            PIC 9(08).
               05 RC-ESTADO           PIC X(01).
               05 RC-RETORNO          PIC 9(02).
               05 RC-PAIS             PIC X(03).
       FD  PARM.
           01  REG-PARM               PIC X(03).

      *-----------------------------------------------------------------*
       01  WSS-FECHA-NEGOCIO           PIC 9(08).
       01  WSS-TABLA-PASOS.
           05 WSS-PASO-CANT            PIC 9(03) VALUE 0.
           05 WSS-PASO-ENTRY OCCURS 1 TO 300 TIMES
                              DEPENDING ON WSS-PASO-CANT
                              INDEXED BY WSS-PASO-IDX.
               10 WSS-PASO-PROGRAMA    PIC X(08).
               10 WSS-PASO-FECHA       PIC 9(08).
               10 WSS-PASO-ESTADO      PIC X(01).
               10 WSS-PASO-RETORNO     PIC 9(02).
               10 WSS-PASO-PAIS        PIC X(03).
       01  WSS-SW-PRIMER-REG           PIC X(01).
           88 WSS-ES-PRIMER-REG                  VALUE 'S'.
      *-----------------------------------------------------------------*
           05 FILLER                   PIC X(08) VALUE 'CONCILIA'.
       01  WSS-PASOS-RED REDEFINES WSS-PASOS-DEL-CIERRE.
           05 WSS-PASO-NOMBRE OCCURS 6 TIMES PIC X(08).
       01  WSS-I                       PIC 9(03).
       01  WSS-POS-PASO                PIC 9(03).
       01  WSS-SW-NOCHE                PIC X(01).
           88 WSS-NOCHE-LIMPIA                     VALUE 'S'.
           88 WSS-NOCHE-SUCIA                      VALUE 'N'.
                       MOVE RC-FECHA TO WSS-FECHA-NEGOCIO
                       MOVE 'N' TO WSS-SW-PRIMER-REG
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
      *    FECHA VIGENTE PUEDE HABER QUEDADO EN PROCESO O CON RC 8:
      *    EN LA NOCHE DE CIERRE MENSUAL, UN INTERES ABORTADO DEJARIA
      *    SU REGISTRO 'E' Y AVANZAR LA FECHA LO CONDENARIA A NO
      *    PODER COMPLETAR NUNCA LA FECHA VIEJA. LO MISMO VALE PARA
      *    UN PAIS RETENIDO ('R') EN UN PASO PARTIDO POR PAIS: SE LO
      *    REPROCESA EN LA FECHA VIGENTE ANTES DE AVANZARLA
           PERFORM 2200-JUZGA-RESTANTES
               VARYING WSS-I FROM 1 BY 1
               UNTIL WSS-I > WSS-PASO-CANT
                       CONTINUE
                   WHEN WSS-PASO-PROGRAMA (WSS-PASO-IDX)
                        = WSS-PASO-NOMBRE (WSS-I)
                    AND WSS-PASO-PAIS (WSS-PASO-IDX) = SPACES
                       SET WSS-POS-PASO TO WSS-PASO-IDX
               END-SEARCH
           END-IF
       2200-JUZGA-RESTANTES.
           SET WSS-PASO-IDX TO WSS-I
           IF WSS-PASO-FECHA (WSS-PASO-IDX) = WSS-FECHA-NEGOCIO
              AND (WSS-PASO-ESTADO (WSS-PASO-IDX) = 'E' OR 'R'
                   OR WSS-PASO-RETORNO (WSS-PASO-IDX) >= 8)
               SET WSS-NOCHE-SUCIA TO TRUE
               IF WSS-PASO-PAIS (WSS-PASO-IDX) = SPACES
                   DISPLAY 'FECHAROL: '
                            WSS-PASO-PROGRAMA (WSS-PASO-IDX)
                           ' QUEDO EN PROCESO O CON RC 8 EN LA FECHA '
                            WSS-FECHA-NEGOCIO
               ELSE
                   DISPLAY 'FECHAROL: '
                            WSS-PASO-PROGRAMA (WSS-PASO-IDX)
                           ' DEJO AL PAIS '
                            WSS-PASO-PAIS (WSS-PASO-IDX)
                           ' FUERA DEL CIERRE DE LA FECHA '
                            WSS-FECHA-NEGOCIO
               END-IF
           END-IF
           .
       2200-JUZGA-RESTANTES-EXIT. EXIT.
           MOVE WSS-FECHA-NUEVA-NUM  TO RC-FECHA
           MOVE 'P'                  TO RC-ESTADO
           MOVE 0                    TO RC-RETORNO
           MOVE SPACES               TO RC-PAIS
           WRITE REG-CONTROL

           PERFORM 4100-GRABA-PASO
           MOVE WSS-PASO-FECHA (WSS-PASO-IDX)    TO RC-FECHA
           MOVE WSS-PASO-ESTADO (WSS-PASO-IDX)   TO RC-ESTADO
           MOVE WSS-PASO-RETORNO (WSS-PASO-IDX)  TO RC-RETORNO
           MOVE WSS-PASO-PAIS (WSS-PASO-IDX)     TO RC-PAIS

           WRITE REG-CONTROL

